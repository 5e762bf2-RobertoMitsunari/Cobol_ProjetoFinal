             05 SES-MES        PIC 9(02).
             05 SES-DIA        PIC 9(02).
          03 SES-HORA          PIC 9(06).
          03 SES-OPC           PIC 9(03).
      *
       FD CADSESTM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESS.TMP".
       01 REGSESTM    PIC X(026).
      *
       FD SESHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQSHIST.
       01 REGSHIST    PIC X(026).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
