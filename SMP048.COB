                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD REGMED
               LABEL RECORD IS STANDARD
             05 AGE-HFIMMI     PIC 9(02).
          03 AGE-SLOT          PIC 9(03).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
