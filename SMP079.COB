                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
          03 FILLER         PIC X(16).
          03 PAC-CARTEIRA   PIC X(20).
          03 FILLER         PIC X(08).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
           MOVE W-HOJEMES TO CONS-AGDMES
           MOVE W-HOJEDIA TO CONS-AGDDIA
           COMPUTE CONS-AGENDHORA = (W-AGORAHH * 100) + W-AGORAMI
           MOVE ZEROS TO CONS-COBSEQ CONS-PLANO
           MOVE PACCONVENIO TO CONS-CONVENIO
           MOVE PAC-CARTEIRA TO CONS-CARTEIRA
           WRITE REGCONS
           IF ST-ERRO = "22"
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
