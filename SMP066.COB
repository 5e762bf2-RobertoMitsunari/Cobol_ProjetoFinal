                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADREMCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             88 CONS-COM-GLOSA      VALUE "G".
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADREMCT
               LABEL RECORD IS STANDARD
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
      *
       FD CADRETCV
               LABEL RECORD IS STANDARD
