       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP128.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * JANELA DE MANUTENCAO (CADMANUT.DAT): MOSTRA QUEM    *
      * BLOQUEOU AS ATUALIZACOES ONLINE, DESDE QUANDO E A   *
      * PREVISAO DE LIBERACAO. O ADMINISTRADOR ABRE UMA     *
      * JANELA COM DURACAO E MOTIVO OU LIBERA QUALQUER      *
      * JANELA ATIVA (INCLUSIVE A DE UM JOB QUE CAIU). O    *
      * CONTROLE E FEITO PELO SUBPROGRAMA SMPMNT, QUE       *
      * REGISTRA INICIO E FIM NO LOG CENTRAL (SMPLOG)       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-MINUTOS  PIC 9(04) VALUE ZEROS.
       01 W-MOTIVO   PIC X(30) VALUE SPACES.
       01 W-SITUACAO PIC X(01) VALUE "L".
       01 W-DESCSIT  PIC X(20) VALUE SPACES.
       01 W-DESCORI  PIC X(13) VALUE SPACES.
       01 W-JANELA.
          03 W-MNTACAO    PIC X(01).
          03 W-MNTORIGEM  PIC X(01).
          03 W-MNTMINUTOS PIC 9(04).
          03 W-MNTMOTIVO  PIC X(30).
          03 W-MNTRET     PIC X(01).
          03 W-MNTPROG    PIC X(07).
          03 W-MNTOPER    PIC X(08).
          03 W-MNTDTINI   PIC 9(08).
          03 W-MNTHRINI   PIC 9(04).
          03 W-MNTDTPREV  PIC 9(08).
          03 W-MNTHRPREV  PIC 9(04).
          03 W-MNTMENS    PIC X(50).
      *
       01 W-DATAED.
          03 W-EDDIA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-EDMES    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-EDANO    PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 W-EDHH     PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-EDMI     PIC 9(02).
       01 W-DATACALC PIC 9(08) VALUE ZEROS.
       01 W-DATACALC-R REDEFINES W-DATACALC.
          03 W-CALCANO PIC 9(04).
          03 W-CALCMES PIC 9(02).
          03 W-CALCDIA PIC 9(02).
       01 W-HORACALC PIC 9(04) VALUE ZEROS.
       01 W-HORACALC-R REDEFINES W-HORACALC.
          03 W-CALCHH  PIC 9(02).
          03 W-CALCMI  PIC 9(02).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP128".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT128.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** JANELA DE MANUTENCAO - B".
           05  LINE 02  COLUMN 41
               VALUE  "LOQUEIO ONLINE ***".
           05  LINE 05  COLUMN 10
               VALUE  "SITUACAO.........:".
           05  LINE 07  COLUMN 10
               VALUE  "ORIGEM...........:".
           05  LINE 08  COLUMN 10
               VALUE  "PROGRAMA.........:".
           05  LINE 09  COLUMN 10
               VALUE  "BLOQUEADO POR....:".
           05  LINE 10  COLUMN 10
               VALUE  "INICIO...........:".
           05  LINE 11  COLUMN 10
               VALUE  "PREVISAO LIBERAR.:".
           05  LINE 12  COLUMN 10
               VALUE  "MOTIVO...........:".
           05  LINE 15  COLUMN 10
               VALUE  "B = BLOQUEAR   L = LIBERAR".
           05  LINE 17  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 17  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           MOVE SPACES TO W-JANELA
           MOVE "C" TO W-MNTACAO
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           IF W-MNTRET = "X"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMANUT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT128
           MOVE SPACES TO W-JANELA
           MOVE "C" TO W-MNTACAO
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           PERFORM JAN-MOSTRA THRU JAN-MOSTRA-FIM
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           IF W-MODO = "B" OR "b"
                GO TO BLQ-001.
           IF W-MODO = "L" OR "l"
                GO TO LIB-001.
           GO TO R1.

      ******************************************************************
      * ABERTURA DA JANELA PELO ADMINISTRADOR                          *
      ******************************************************************
       BLQ-001.
           IF W-SITUACAO = "A"
                MOVE "*** JA EXISTE JANELA DE MANUTENCAO ATIVA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE 60 TO W-MINUTOS
           MOVE SPACES TO W-MOTIVO
           DISPLAY (19, 10) "DURACAO PREVISTA (MIN):".
           DISPLAY (20, 10) "MOTIVO.................:".
       BLQ-002.
           ACCEPT (19, 35) W-MINUTOS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-MINUTOS = ZEROS
                MOVE "*** INFORME A DURACAO EM MINUTOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BLQ-002.
       BLQ-003.
           ACCEPT (20, 35) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO BLQ-002.
           IF W-MOTIVO = SPACES
                MOVE "*** INFORME O MOTIVO DO BLOQUEIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BLQ-003.
       BLQ-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "BLOQUEIA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** BLOQUEIO DESPREZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO BLQ-OPC.
           MOVE SPACES TO W-JANELA
           MOVE "B" TO W-MNTACAO
           MOVE "A" TO W-MNTORIGEM
           MOVE W-MINUTOS TO W-MNTMINUTOS
           MOVE W-MOTIVO TO W-MNTMOTIVO
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           IF W-MNTRET = "O"
                MOVE "*** ATUALIZACOES ONLINE BLOQUEADAS ***" TO MENS
           ELSE
              IF W-MNTRET = "X"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMANUT" TO MENS
              ELSE
                MOVE W-MNTMENS TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * LIBERACAO PELO ADMINISTRADOR (QUALQUER JANELA ATIVA)           *
      ******************************************************************
       LIB-001.
           IF W-SITUACAO NOT = "A"
                MOVE "*** NAO HA JANELA DE MANUTENCAO ATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       LIB-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "LIBERA (S/N) : ".
           ACCEPT (23, 55) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO LIB-OPC.
           MOVE SPACES TO W-JANELA
           MOVE "L" TO W-MNTACAO
           MOVE "A" TO W-MNTORIGEM
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           IF W-MNTRET = "O" OR W-MNTRET = "L"
                MOVE "*** ATUALIZACOES ONLINE LIBERADAS ***" TO MENS
           ELSE
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMANUT" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----SITUACAO ATUAL DA JANELA NA TELA----------------------------*

       JAN-MOSTRA.
           MOVE "L" TO W-SITUACAO
           IF W-MNTRET = "A"
                MOVE "A" TO W-SITUACAO.
           IF W-SITUACAO = "L"
                MOVE "LIBERADO" TO W-DESCSIT
                DISPLAY (05, 29) W-DESCSIT
                GO TO JAN-MOSTRA-FIM.
           MOVE "ONLINE BLOQUEADO" TO W-DESCSIT
           MOVE "ADMINISTRADOR" TO W-DESCORI
           IF W-MNTORIGEM = "J"
                MOVE "JOB" TO W-DESCORI.
           DISPLAY (05, 29) W-DESCSIT
           DISPLAY (07, 29) W-DESCORI
           DISPLAY (08, 29) W-MNTPROG
           DISPLAY (09, 29) W-MNTOPER
           MOVE W-MNTDTINI TO W-DATACALC
           MOVE W-MNTHRINI TO W-HORACALC
           PERFORM DAT-EDITA THRU DAT-EDITA-FIM
           DISPLAY (10, 29) W-DATAED
           MOVE W-MNTDTPREV TO W-DATACALC
           MOVE W-MNTHRPREV TO W-HORACALC
           PERFORM DAT-EDITA THRU DAT-EDITA-FIM
           DISPLAY (11, 29) W-DATAED
           DISPLAY (12, 29) W-MNTMOTIVO.
       JAN-MOSTRA-FIM.
           EXIT.

       DAT-EDITA.
           MOVE W-CALCDIA TO W-EDDIA
           MOVE W-CALCMES TO W-EDMES
           MOVE W-CALCANO TO W-EDANO
           MOVE W-CALCHH TO W-EDHH
           MOVE W-CALCMI TO W-EDMI.
       DAT-EDITA-FIM.
           EXIT.

      *----CONTROLE CENTRAL DA JANELA (SMPMNT)-------------------------*

       MNT-CHAMA.
           CALL "SMPMNT" USING LK-OPERADOR, W-LOGPROG, W-JANELA
                   ON OVERFLOW
                      MOVE "X" TO W-MNTRET
           END-CALL
           CANCEL "SMPMNT".
       MNT-CHAMA-FIM.
           EXIT.

       ROT-FIMP.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
      *----OCORRENCIAS DE ERRO VAO PARA O LOG CENTRAL (SMPLOG)--------*
       LOG-EVENTO.
           CALL "SMPLOG" USING LK-OPERADOR, W-LOGPROG, MENS, ST-ERRO
                   ON OVERFLOW
                      NEXT SENTENCE
           END-CALL
           CANCEL "SMPLOG".
       LOG-EVENTO-FIM.
           EXIT.

       ROT-MENS.
                IF MENS (1:4) = "ERRO"
                   PERFORM LOG-EVENTO THRU LOG-EVENTO-FIM.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
