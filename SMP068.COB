          03 MOV-TIPO          PIC X(01).
             88 MOV-ENTRADA        VALUE "E".
             88 MOV-SAIDA          VALUE "S".
             88 MOV-AJSOBRA        VALUE "A".
             88 MOV-AJPERDA        VALUE "P".
          03 MOV-LOTE          PIC X(10).
          03 MOV-QTDE          PIC 9(06).
          03 MOV-REF           PIC X(18).
          03 MOV-DATA          PIC 9(08).
          03 MOV-OPERADOR      PIC X(08).
          03 MOV-MOTIVO        PIC X(30).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
             88 MDC-ATIVO          VALUE "A".
             88 MDC-INATIVO        VALUE "I".
          03 MDC-PRINCATIVO    PIC 9(04).
          03 MDC-LISTA         PIC X(02).
          03 MDC-QTDMAX        PIC 9(03).
      *
       FD CADESTTX
               LABEL RECORD IS STANDARD
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO MOV-DATA
           MOVE LK-OPERADOR TO MOV-OPERADOR
           MOVE SPACES TO MOV-MOTIVO
           WRITE REGESTMV
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXSEQ
