                03 FILLER        PIC X(21) VALUE "TOTAL DE RELATORIOS:".
                03 TRL-COMPLETOS PIC Z9.
                03 FILLER        PIC X(01) VALUE "/".
                03 TRL-TOTAL     PIC 9(01) VALUE 7.
                03 FILLER        PIC X(09) VALUE " CONCLUID".
                03 FILLER        PIC X(03) VALUE "OS,".
                03 TRL-FALHAS    PIC Z9.
           END-CALL
           CANCEL "SMP075"
           PERFORM REG-STATUS.
      *
       EXEC-136.
           MOVE "SMP136" TO LOG-PROGRAMA
           MOVE "PACOTE DE CONTINGENCIA" TO LOG-DESCR
           MOVE "00" TO W-RETORNO
           CALL "SMP136" USING LK-OPERADOR, W-MODOLOTE, W-RETORNO
                   ON OVERFLOW
                      MOVE "99" TO W-RETORNO
           END-CALL
           CANCEL "SMP136"
           PERFORM REG-STATUS.
      *
       EXEC-062.
           MOVE "SMP062" TO LOG-PROGRAMA
