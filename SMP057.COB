             05 SES-HH         PIC 9(02).
             05 SES-MI         PIC 9(02).
             05 SES-SS         PIC 9(02).
          03 SES-OPC           PIC 9(03).
          03 SES-OPC-R REDEFINES SES-OPC.
             05 SES-OPCANT     PIC 9(02).
             05 FILLER         PIC X(01).
      *
       FD CADSESTX
               LABEL RECORD IS STANDARD
       01 W-FILTRO-ANO  PIC 9(04) VALUE ZEROS.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 W-MINEVT   PIC 9(04) VALUE ZEROS.
       01 W-OPCSES   PIC 9(03) VALUE ZEROS.
       01 W-MINSES   PIC S9(05) VALUE ZEROS.
       01 W-HORAS    PIC 9(04)V9 VALUE ZEROS.
      *
                GO TO ACU-OPE-FIM.
           IF SES-OPCAO-EXEC
                ADD 1 TO OPE-OPCOES (IND)
                MOVE ZEROS TO W-OPCSES
                IF SES-OPC NUMERIC
                     MOVE SES-OPC TO W-OPCSES
                ELSE
                     IF SES-OPCANT NUMERIC
                          MOVE SES-OPCANT TO W-OPCSES.
           IF SES-OPCAO-EXEC
                IF W-OPCSES > ZEROS AND W-OPCSES NOT > 64
                     ADD 1 TO OPC-QTD (W-OPCSES)
                GO TO ACU-OPE-FIM.
           IF SES-SAIDA
              IF OPE-PENDENT (IND) = "S"
