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
             05 CONS-CRM       PIC 9(06).
             05 CONS-DATA      PIC 9(08).
             05 CONS-HORA      PIC 9(04).
          03 CONS-CPF          PIC 9(11).
          03 CONS-TIPO         PIC X(01).
          03 CONS-SITUACAO     PIC X(01).
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
       01 REGPLANO.
          03 PLN-CODIGO        PIC 9(02).
          03 PLN-DESCR         PIC X(30).
          03 FILLER            PIC X(68).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
