             05 REC-DIA        PIC 9(02).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
