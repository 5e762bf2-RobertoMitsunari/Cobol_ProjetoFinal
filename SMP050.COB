      *******************************************
      *    MANUTENCAO DO CADASTRO DE MEDICA-    *
      *    MENTOS PARA O RECEITUARIO            *
      *    LISTA DA PORTARIA 344 (A1-A3, B1-B2, *
      *    C1-C5, AM) E QTDE MAXIMA POR RECEITA *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
             88 MDC-ATIVO          VALUE "A".
             88 MDC-INATIVO        VALUE "I".
          03 MDC-PRINCATIVO    PIC 9(04).
          03 MDC-LISTA         PIC X(02).
             88 MDC-LISTA-OK       VALUE SPACES "A1" "A2" "A3"
                                   "B1" "B2" "C1" "C2" "C3" "C4"
                                   "C5" "AM".
             88 MDC-COMUM          VALUE SPACES.
             88 MDC-NOTIF-A        VALUE "A1" "A2" "A3".
             88 MDC-NOTIF-B        VALUE "B1" "B2".
          03 MDC-QTDMAX        PIC 9(03).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DESCLISTA   PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
               VALUE  "     Apresentacao:".
           05  LINE 11  COLUMN 01
               VALUE  "     Principio Ativo (Codigo):".
           05  LINE 13  COLUMN 01
               VALUE  "     Lista Portaria 344:".
           05  LINE 14  COLUMN 01
               VALUE  "     (branco=comum A1-A3 B1-B2 C1-C5 AM)".
           05  LINE 16  COLUMN 01
               VALUE  "     Qtde Maxima por Receita (0=livre):".
           05  TCOD
               LINE 05  COLUMN 29  PIC 9(04)
               USING  MDC-CODIGO
               LINE 11  COLUMN 32  PIC 9(04)
               USING  MDC-PRINCATIVO
               HIGHLIGHT.
           05  TLISTA
               LINE 13  COLUMN 25  PIC X(02)
               USING  MDC-LISTA
               HIGHLIGHT.
           05  TDLISTA
               LINE 13  COLUMN 30  PIC X(30)
               FROM   W-DESCLISTA.
           05  TQTDMAX
               LINE 16  COLUMN 41  PIC 9(03)
               USING  MDC-QTDMAX
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.

                 NEXT SENTENCE.

       R1.
           MOVE ZEROS TO MDC-CODIGO MDC-PRINCATIVO MDC-QTDMAX
           MOVE SPACES TO MDC-LISTA W-DESCLISTA
           MOVE SPACES TO MDC-APRESENT
           MOVE SPACES TO MDC-NOME
           MOVE "A" TO MDC-SITUACAO
           READ CADMEDIC
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM DESC-LISTA THRU DESC-LISTA-FIM
                DISPLAY MEDICTELA
                GO TO ACE-001
             ELSE
           IF W-ACT = 01
                   GO TO R4.

       R6.
           ACCEPT TLISTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           INSPECT MDC-LISTA CONVERTING "abcm" TO "ABCM"
           IF NOT MDC-LISTA-OK
              MOVE "LISTA INVALIDA: A1-A3, B1-B2, C1-C5, AM OU BRANCO"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM DESC-LISTA THRU DESC-LISTA-FIM
           DISPLAY TLISTA TDLISTA.

       R7.
           ACCEPT TQTDMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF MDC-COMUM AND MDC-QTDMAX NOT = ZEROS
              MOVE "QTDE MAXIMA SO SE APLICA A MEDICAMENTO CONTROLADO"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      *----MODELO DE RECEITA EXIGIDO PELA LISTA DO MEDICAMENTO---------*
      *
       DESC-LISTA.
           IF MDC-COMUM
              MOVE "RECEITA COMUM" TO W-DESCLISTA
           ELSE
              IF MDC-NOTIF-A
                 MOVE "NOTIFICACAO A (AMARELA)" TO W-DESCLISTA
              ELSE
                 IF MDC-NOTIF-B
                    MOVE "NOTIFICACAO B (AZUL)" TO W-DESCLISTA
                 ELSE
                    MOVE "CONTROLE ESPECIAL (2 VIAS)" TO W-DESCLISTA.
       DESC-LISTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADMEDIC.
       ROT-FIMP.
