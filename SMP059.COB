                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-RESTO        PIC X(174).
      *
       FD CADHIST
               LABEL RECORD IS STANDARD
                 NEXT SENTENCE.
      *
       ARQ-VARRE.
           MOVE W-ANOARQ TO CONS-ANO
           MOVE ZEROS TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO ARQ-FIM.
       ARQ-LER.
               AT END
                   GO TO ARQ-FIM.
           IF CONS-ANO NOT = W-ANOARQ
                GO TO ARQ-FIM.
           IF NOT CONS-REALIZADA AND NOT CONS-CANCELADA
                ADD 1 TO W-TOTMANT
                GO TO ARQ-LER.
