                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
          03 CONS-OBS          PIC X(30).
          03 CONS-MOTIVOCANC   PIC X(30).
          03 CONS-DTCANC       PIC 9(08).
          03 CONS-RESTO        PIC X(106).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
      *
       CAN-001.
           MOVE ZEROS TO W-TOTCANC
           MOVE W-CPFBUSCA TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO CAN-FIM.
       CAN-LER.
               AT END
                   GO TO CAN-FIM.
           IF CONS-CPF NOT = W-CPFBUSCA
                GO TO CAN-FIM.
           IF NOT CONS-AGENDADA
                GO TO CAN-LER.
           IF CONS-DATA < W-DATAHOJE
