                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CONS-CHAVE.
             05 CONS-CRM    PIC 9(06).
             05 CONS-DATA   PIC 9(08).
             05 CONS-HORA   PIC 9(04).
          03 CONS-CPF       PIC 9(11).
          03 FILLER         PIC X(176).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
       01 REGPLANO.
          03 PLN-CODIGO     PIC 9(02).
          03 PLN-DESCR      PIC X(30).
          03 FILLER         PIC X(68).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
