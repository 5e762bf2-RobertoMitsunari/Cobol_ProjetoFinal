          03 PLN-VALORTEL.
             05 PLN-VTEL-RS    PIC 9(06).
             05 PLN-VTEL-CT    PIC 9(02).
          03 PLN-COPTPAMB      PIC X(01).
          03 PLN-COPAMB.
             05 PLN-CAMB-INT   PIC 9(04).
             05 PLN-CAMB-DEC   PIC 9(02).
          03 PLN-COPTPURG      PIC X(01).
          03 PLN-COPURG.
             05 PLN-CURG-INT   PIC 9(04).
             05 PLN-CURG-DEC   PIC 9(02).
          03 PLN-COPTPDOM      PIC X(01).
          03 PLN-COPDOM.
             05 PLN-CDOM-INT   PIC 9(04).
             05 PLN-CDOM-DEC   PIC 9(02).
          03 PLN-COPTPTEL      PIC X(01).
          03 PLN-COPTEL.
             05 PLN-CTEL-INT   PIC 9(04).
             05 PLN-CTEL-DEC   PIC 9(02).
          03 PLN-PRZRET        PIC 9(03).

       FD CADCONV
               LABEL RECORD IS STANDARD
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-VALTMP      PIC 9(08)V99 VALUE ZEROS.
       01 W-COPVAL      PIC 9(04)V99 VALUE ZEROS.
       01 W-TPCOP       PIC X(01) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO  PIC 9(04).
               VALUE  "     Valor Reembolso Conv(R$):".
           05  LINE 15  COLUMN 38
               VALUE  ",".
           05  LINE 12  COLUMN 41
               VALUE  "Coparticipacao (N=Nao P=% V=R$):".
           05  LINE 13  COLUMN 41
               VALUE  "Ambulatorial:".
           05  LINE 14  COLUMN 41
               VALUE  "Urgencia....:".
           05  LINE 15  COLUMN 41
               VALUE  "Domicilio...:".
           05  LINE 16  COLUMN 41
               VALUE  "Teleconsulta:".
           05  LINE 13  COLUMN 62
               VALUE  ",".
           05  LINE 14  COLUMN 62
               VALUE  ",".
           05  LINE 15  COLUMN 62
               VALUE  ",".
           05  LINE 16  COLUMN 62
               VALUE  ",".
           05  LINE 18  COLUMN 41
               VALUE  "Prazo Retorno (dias):".

           05  TCOD
               LINE 05  COLUMN 24  PIC 9(02)
               LINE 19  COLUMN 39  PIC 9(02)
               USING  PLN-VTEL-CT
               HIGHLIGHT.
           05  TCOPTPAMB
               LINE 13  COLUMN 55  PIC X(01)
               USING  PLN-COPTPAMB
               HIGHLIGHT.
           05  TCOPAMBINT
               LINE 13  COLUMN 58  PIC 9(04)
               USING  PLN-CAMB-INT
               HIGHLIGHT.
           05  TCOPAMBDEC
               LINE 13  COLUMN 63  PIC 9(02)
               USING  PLN-CAMB-DEC
               HIGHLIGHT.
           05  TCOPTPURG
               LINE 14  COLUMN 55  PIC X(01)
               USING  PLN-COPTPURG
               HIGHLIGHT.
           05  TCOPURGINT
               LINE 14  COLUMN 58  PIC 9(04)
               USING  PLN-CURG-INT
               HIGHLIGHT.
           05  TCOPURGDEC
               LINE 14  COLUMN 63  PIC 9(02)
               USING  PLN-CURG-DEC
               HIGHLIGHT.
           05  TCOPTPDOM
               LINE 15  COLUMN 55  PIC X(01)
               USING  PLN-COPTPDOM
               HIGHLIGHT.
           05  TCOPDOMINT
               LINE 15  COLUMN 58  PIC 9(04)
               USING  PLN-CDOM-INT
               HIGHLIGHT.
           05  TCOPDOMDEC
               LINE 15  COLUMN 63  PIC 9(02)
               USING  PLN-CDOM-DEC
               HIGHLIGHT.
           05  TCOPTPTEL
               LINE 16  COLUMN 55  PIC X(01)
               USING  PLN-COPTPTEL
               HIGHLIGHT.
           05  TCOPTELINT
               LINE 16  COLUMN 58  PIC 9(04)
               USING  PLN-CTEL-INT
               HIGHLIGHT.
           05  TCOPTELDEC
               LINE 16  COLUMN 63  PIC 9(02)
               USING  PLN-CTEL-DEC
               HIGHLIGHT.
           05  TPRZRET
               LINE 18  COLUMN 63  PIC 9(03)
               USING  PLN-PRZRET
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.

           MOVE ZEROS TO PLN-VALORDOM PLN-VALORTEL
           MOVE ZEROS TO PLN-VCONS-RS PLN-VCONS-CT
           MOVE ZEROS TO PLN-VREEMB-RS PLN-VREEMB-CT
           MOVE "N" TO PLN-COPTPAMB PLN-COPTPURG
           MOVE "N" TO PLN-COPTPDOM PLN-COPTPTEL
           MOVE ZEROS TO PLN-COPAMB PLN-COPURG PLN-COPDOM PLN-COPTEL
           MOVE ZEROS TO PLN-PRZRET
           DISPLAY PLANOTELA.

       R2.
           ELSE
                MOVE ZEROS TO PLN-VALORTEL.

      *----COPARTICIPACAO DO BENEFICIARIO POR TIPO DE CONSULTA:--------*
      *----N=NAO COBRA  P=PERCENTUAL DO VALOR  V=VALOR FIXO EM R$------*

       COP-AMB.
           IF PLN-AMBULATORIAL NOT = "S"
                MOVE "N" TO PLN-COPTPAMB
                MOVE ZEROS TO PLN-COPAMB
                DISPLAY TCOPTPAMB TCOPAMBINT TCOPAMBDEC
                GO TO COP-URG.
           ACCEPT TCOPTPAMB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF PLN-COPTPAMB NOT = "N" AND NOT = "P" AND NOT = "V"
              MOVE "*DIGITE N=NAO  P=PERCENTUAL  V=VALOR FIXO*"
                                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-AMB.
           IF PLN-COPTPAMB = "N"
                MOVE ZEROS TO PLN-COPAMB
                DISPLAY TCOPAMBINT TCOPAMBDEC
                GO TO COP-URG.
           ACCEPT TCOPAMBINT
           ACCEPT TCOPAMBDEC
           MOVE PLN-COPTPAMB TO W-TPCOP
           COMPUTE W-COPVAL = PLN-CAMB-INT + (PLN-CAMB-DEC / 100)
           COMPUTE W-VALTMP = PLN-VCONS-RS + (PLN-VCONS-CT / 100)
           PERFORM COP-CRITICA THRU COP-CRITICA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-AMB.

       COP-URG.
           IF PLN-URGENCIA NOT = "S"
                MOVE "N" TO PLN-COPTPURG
                MOVE ZEROS TO PLN-COPURG
                DISPLAY TCOPTPURG TCOPURGINT TCOPURGDEC
                GO TO COP-DOM.
           ACCEPT TCOPTPURG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO COP-AMB.
           IF PLN-COPTPURG NOT = "N" AND NOT = "P" AND NOT = "V"
              MOVE "*DIGITE N=NAO  P=PERCENTUAL  V=VALOR FIXO*"
                                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-URG.
           IF PLN-COPTPURG = "N"
                MOVE ZEROS TO PLN-COPURG
                DISPLAY TCOPURGINT TCOPURGDEC
                GO TO COP-DOM.
           ACCEPT TCOPURGINT
           ACCEPT TCOPURGDEC
           MOVE PLN-COPTPURG TO W-TPCOP
           COMPUTE W-COPVAL = PLN-CURG-INT + (PLN-CURG-DEC / 100)
           COMPUTE W-VALTMP = PLN-VCONS-RS + (PLN-VCONS-CT / 100)
           PERFORM COP-CRITICA THRU COP-CRITICA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-URG.

       COP-DOM.
           IF PLN-DOMICILIO NOT = "S"
                MOVE "N" TO PLN-COPTPDOM
                MOVE ZEROS TO PLN-COPDOM
                DISPLAY TCOPTPDOM TCOPDOMINT TCOPDOMDEC
                GO TO COP-TEL.
           ACCEPT TCOPTPDOM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO COP-URG.
           IF PLN-COPTPDOM NOT = "N" AND NOT = "P" AND NOT = "V"
              MOVE "*DIGITE N=NAO  P=PERCENTUAL  V=VALOR FIXO*"
                                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-DOM.
           IF PLN-COPTPDOM = "N"
                MOVE ZEROS TO PLN-COPDOM
                DISPLAY TCOPDOMINT TCOPDOMDEC
                GO TO COP-TEL.
           ACCEPT TCOPDOMINT
           ACCEPT TCOPDOMDEC
           MOVE PLN-COPTPDOM TO W-TPCOP
           COMPUTE W-COPVAL = PLN-CDOM-INT + (PLN-CDOM-DEC / 100)
           COMPUTE W-VALTMP = PLN-VDOM-RS + (PLN-VDOM-CT / 100)
           PERFORM COP-CRITICA THRU COP-CRITICA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-DOM.

       COP-TEL.
           IF PLN-TELE NOT = "S"
                MOVE "N" TO PLN-COPTPTEL
                MOVE ZEROS TO PLN-COPTEL
                DISPLAY TCOPTPTEL TCOPTELINT TCOPTELDEC
                GO TO RET-PRZ.
           ACCEPT TCOPTPTEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO COP-DOM.
           IF PLN-COPTPTEL NOT = "N" AND NOT = "P" AND NOT = "V"
              MOVE "*DIGITE N=NAO  P=PERCENTUAL  V=VALOR FIXO*"
                                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-TEL.
           IF PLN-COPTPTEL = "N"
                MOVE ZEROS TO PLN-COPTEL
                DISPLAY TCOPTELINT TCOPTELDEC
                GO TO RET-PRZ.
           ACCEPT TCOPTELINT
           ACCEPT TCOPTELDEC
           MOVE PLN-COPTPTEL TO W-TPCOP
           COMPUTE W-COPVAL = PLN-CTEL-INT + (PLN-CTEL-DEC / 100)
           COMPUTE W-VALTMP = PLN-VTEL-RS + (PLN-VTEL-CT / 100)
           PERFORM COP-CRITICA THRU COP-CRITICA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COP-TEL.

      *----PRAZO EM DIAS CORRIDOS PARA RETORNO SEM COBRANCA (0=NAO HA)-*

       RET-PRZ.
           ACCEPT TPRZRET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO COP-TEL.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO RET-PRZ.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY PLANOTELA
                GO TO ACE-001.

      *----CRITICA DA COPARTICIPACAO DIGITADA (W-TPCOP/W-COPVAL)------*
      *----CONTRA O VALOR DA CONSULTA DO TIPO (W-VALTMP)---------------*

       COP-CRITICA.
           MOVE SPACES TO MENS
           IF W-COPVAL = ZEROS
              MOVE "DIGITE O PERCENTUAL OU O VALOR DA COPARTICIPACAO"
                                                               TO MENS
              GO TO COP-CRITICA-FIM.
           IF W-TPCOP = "P" AND W-COPVAL > 100
              MOVE "*** PERCENTUAL NAO PODE SUPERAR 100% ***" TO MENS
              GO TO COP-CRITICA-FIM.
           IF W-TPCOP = "V" AND W-COPVAL > W-VALTMP
              MOVE "*** COPARTICIPACAO SUPERA O VALOR DA CONSULTA ***"
                                                               TO MENS.
       COP-CRITICA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPLANO CADPRECO.
       ROT-FIMP.
