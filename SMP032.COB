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
              ELSE
                GO TO MAR-OPC.
       MAR-VARRE.
           MOVE W-MARCDATA TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO MAR-FIM.
       MAR-LER.
               AT END
                   GO TO MAR-FIM.
           IF CONS-DATA NOT = W-MARCDATA
                GO TO MAR-FIM.
           IF NOT CONS-AGENDADA
                GO TO MAR-LER.
           IF W-TODAS = "S"
                ADD 1 TO IND
                GO TO REL-LIMPA.
       REL-VARRE.
           MOVE W-FILTRO-ANO TO CONS-ANO
           MOVE W-FILTRO-MES TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO REL-GRAVA.
       REL-LER.
                   GO TO REL-GRAVA.
           IF CONS-ANO NOT = W-FILTRO-ANO OR
              CONS-MES NOT = W-FILTRO-MES
                GO TO REL-GRAVA.
           IF NOT CONS-REALIZADA AND NOT CONS-NAOCOMP
                GO TO REL-LER.
           PERFORM ACU-MED THRU ACU-MED-FIM
