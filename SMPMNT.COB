       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPMNT.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * SUBPROGRAMA DE CONTROLE DA JANELA DE MANUTENCAO     *
      * (CADMANUT.DAT): ACAO C CONSULTA A JANELA, B ABRE A  *
      * JANELA (BLOQUEIO DAS ATUALIZACOES ONLINE), L FECHA  *
      * A JANELA AO FIM NORMAL E E FECHA A JANELA QUANDO O  *
      * JOB TERMINA SEM CONCLUIR. ORIGEM J = JOB (SMP062,   *
      * SMP045, SMP041) E A = ADMINISTRADOR (SMP128), QUE   *
      * PODE LIBERAR QUALQUER JANELA. A JANELA ABERTA POR   *
      * JOB QUE NAO FOI FECHADA (QUEDA DO PROGRAMA) E       *
      * LIBERADA NA PRIMEIRA CONSULTA APOS O PRAZO LIMITE   *
      * (PREVISAO + DURACAO). INICIO E FIM VAO PARA O LOG   *
      * CENTRAL (SMPLOG). O SMPMEN CONSULTA A JANELA ANTES  *
      * DE ABRIR CADA OPCAO DE ATUALIZACAO                  *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MNT-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
          03 MNT-CHAVE         PIC X(01).
          03 MNT-SITUACAO      PIC X(01).
             88 MNT-ATIVA          VALUE "A".
             88 MNT-LIVRE          VALUE "L".
          03 MNT-ORIGEM        PIC X(01).
             88 MNT-POR-JOB        VALUE "J".
             88 MNT-POR-ADMIN      VALUE "A".
          03 MNT-PROGRAMA      PIC X(07).
          03 MNT-OPERADOR      PIC X(08).
          03 MNT-DTINI         PIC 9(08).
          03 MNT-HRINI         PIC 9(04).
          03 MNT-DTPREV        PIC 9(08).
          03 MNT-HRPREV        PIC 9(04).
          03 MNT-DTLIM         PIC 9(08).
          03 MNT-HRLIM         PIC 9(04).
          03 MNT-MOTIVO        PIC X(30).
          03 MNT-DTFIM         PIC 9(08).
          03 MNT-HRFIM         PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-QUOC     PIC 9(05) VALUE ZEROS.
       77 W-RESTO    PIC 9(05) VALUE ZEROS.
       77 W-TOTMIN   PIC 9(07) VALUE ZEROS.
       01 W-LOGTEXTO PIC X(50) VALUE SPACES.
       01 W-LOGST    PIC X(02) VALUE "00".
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-HHMM   PIC 9(04).
          03 FILLER   PIC 9(04).
       01 W-AGORA    PIC 9(12) VALUE ZEROS.
       01 W-LIMITE   PIC 9(12) VALUE ZEROS.
      *
      *----SOMA DE MINUTOS A UMA DATA/HORA (AAAAMMDD HHMM)-------------*
      *
       01 W-CALCDATA PIC 9(08) VALUE ZEROS.
       01 W-CALCDATA-R REDEFINES W-CALCDATA.
          03 W-CALCANO PIC 9(04).
          03 W-CALCMES PIC 9(02).
          03 W-CALCDIA PIC 9(02).
       01 W-CALCHORA PIC 9(04) VALUE ZEROS.
       01 W-CALCHORA-R REDEFINES W-CALCHORA.
          03 W-CALCHH  PIC 9(02).
          03 W-CALCMI  PIC 9(02).
       01 W-CALCMIN  PIC 9(05) VALUE ZEROS.
       01 W-DIASMES  PIC 9(02) VALUE ZEROS.
       01 TAB-DIAS-R.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS REDEFINES TAB-DIAS-R.
          03 TAB-DIASMES PIC 9(02) OCCURS 12 TIMES.
      *
      *----TEXTO "MANUTENCAO: SMP062/ADMIN ATE 15/10 22:30"------------*
      *
       01 W-PREVED.
          03 W-PREVDIA  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-PREVMES  PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 W-PREVHH   PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-PREVMI   PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-PROGRAMA   PIC X(07).
       01 LK-JANELA.
          03 LK-MNTACAO    PIC X(01).
             88 LK-CONSULTA    VALUE "C".
             88 LK-BLOQUEIA    VALUE "B".
             88 LK-LIBERA      VALUE "L".
             88 LK-LIBERA-ERRO VALUE "E".
          03 LK-MNTORIGEM  PIC X(01).
          03 LK-MNTMINUTOS PIC 9(04).
          03 LK-MNTMOTIVO  PIC X(30).
          03 LK-MNTRET     PIC X(01).
          03 LK-MNTPROG    PIC X(07).
          03 LK-MNTOPER    PIC X(08).
          03 LK-MNTDTINI   PIC 9(08).
          03 LK-MNTHRINI   PIC 9(04).
          03 LK-MNTDTPREV  PIC 9(08).
          03 LK-MNTHRPREV  PIC 9(04).
          03 LK-MNTMENS    PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR, LK-PROGRAMA, LK-JANELA.
      *
      *    RETORNO EM LK-MNTRET:
      *    L = SEM JANELA ATIVA        A = JANELA ATIVA (CONSULTA)
      *    O = BLOQUEIO OU LIBERACAO FEITOS
      *    J = JANELA ATIVA DE OUTRO PROGRAMA (NADA FEITO)
      *    D = JOB DENTRO DE JANELA ABERTA PELO ADMINISTRADOR
      *    X = CONTROLE INDISPONIVEL
      *
       R0.
           MOVE "X" TO LK-MNTRET
           MOVE SPACES TO LK-MNTMENS
           OPEN I-O CADMANUT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMANUT
                 CLOSE CADMANUT
                 GO TO R0
              ELSE
                 GO TO ROT-ERRO
           ELSE
                 NEXT SENTENCE.
           MOVE "M" TO MNT-CHAVE
           READ CADMANUT
           IF ST-ERRO = "23"
                MOVE SPACES TO REGMANUT
                MOVE "M" TO MNT-CHAVE
                MOVE "L" TO MNT-SITUACAO
                MOVE ZEROS TO MNT-DTINI MNT-HRINI MNT-DTPREV
                MOVE ZEROS TO MNT-HRPREV MNT-DTLIM MNT-HRLIM
                MOVE ZEROS TO MNT-DTFIM MNT-HRFIM
                WRITE REGMANUT.
           IF ST-ERRO NOT = "00"
                CLOSE CADMANUT
                GO TO ROT-ERRO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           COMPUTE W-AGORA = (W-DATAHOJE * 10000) + W-HHMM
           PERFORM EXP-CONFERE THRU EXP-CONFERE-FIM.
      *
       ACA-TRATA.
           IF LK-BLOQUEIA
                GO TO BLQ-001.
           IF LK-LIBERA OR LK-LIBERA-ERRO
                GO TO LIB-001.
           GO TO CON-001.

      ******************************************************************
      * CONSULTA: DEVOLVE A SITUACAO E QUEM BLOQUEOU                   *
      ******************************************************************
       CON-001.
           IF MNT-LIVRE
                MOVE "L" TO LK-MNTRET
                GO TO ROT-FIM.
           MOVE "A" TO LK-MNTRET
           PERFORM JAN-DEVOLVE THRU JAN-DEVOLVE-FIM
           GO TO ROT-FIM.

      ******************************************************************
      * BLOQUEIO: ABRE A JANELA PARA O PROGRAMA CHAMADOR. O MESMO      *
      * PROGRAMA PODE REABRIR A SUA PROPRIA JANELA (REEXECUCAO)        *
      ******************************************************************
       BLQ-001.
           IF MNT-LIVRE
                GO TO BLQ-002.
           IF MNT-PROGRAMA = LK-PROGRAMA
                GO TO BLQ-002.
           PERFORM JAN-DEVOLVE THRU JAN-DEVOLVE-FIM
           MOVE "J" TO LK-MNTRET
           IF MNT-POR-ADMIN AND LK-MNTORIGEM = "J"
                MOVE "D" TO LK-MNTRET.
           GO TO ROT-FIM.
       BLQ-002.
           MOVE "A" TO MNT-SITUACAO
           MOVE LK-MNTORIGEM TO MNT-ORIGEM
           IF NOT MNT-POR-ADMIN
                MOVE "J" TO MNT-ORIGEM.
           MOVE LK-PROGRAMA TO MNT-PROGRAMA
           MOVE LK-OPERADOR TO MNT-OPERADOR
           MOVE LK-MNTMOTIVO TO MNT-MOTIVO
           MOVE W-DATAHOJE TO MNT-DTINI
           MOVE W-HHMM TO MNT-HRINI
           IF LK-MNTMINUTOS = ZEROS
                MOVE 60 TO LK-MNTMINUTOS.
           MOVE W-DATAHOJE TO W-CALCDATA
           MOVE W-HHMM TO W-CALCHORA
           MOVE LK-MNTMINUTOS TO W-CALCMIN
           PERFORM SOMA-MIN THRU SOMA-MIN-FIM
           MOVE W-CALCDATA TO MNT-DTPREV
           MOVE W-CALCHORA TO MNT-HRPREV
           MOVE ZEROS TO MNT-DTLIM MNT-HRLIM
           IF MNT-POR-JOB
                PERFORM SOMA-MIN THRU SOMA-MIN-FIM
                MOVE W-CALCDATA TO MNT-DTLIM
                MOVE W-CALCHORA TO MNT-HRLIM.
           MOVE ZEROS TO MNT-DTFIM MNT-HRFIM
           REWRITE REGMANUT
           IF ST-ERRO NOT = "00"
                CLOSE CADMANUT
                GO TO ROT-ERRO.
           PERFORM JAN-DEVOLVE THRU JAN-DEVOLVE-FIM
           MOVE "O" TO LK-MNTRET
           MOVE SPACES TO W-LOGTEXTO
           STRING "INICIO DA JANELA DE MANUTENCAO ATE " W-PREVED
                  DELIMITED BY SIZE INTO W-LOGTEXTO
           MOVE "00" TO W-LOGST
           PERFORM LOG-EVENTO THRU LOG-EVENTO-FIM
           GO TO ROT-FIM.

      ******************************************************************
      * LIBERACAO: SO PELO PROGRAMA QUE BLOQUEOU OU PELO ADMINISTRADOR *
      * (ORIGEM A). ACAO E REGISTRA QUE O JOB NAO CONCLUIU             *
      ******************************************************************
       LIB-001.
           IF MNT-LIVRE
                MOVE "L" TO LK-MNTRET
                GO TO ROT-FIM.
           IF MNT-PROGRAMA NOT = LK-PROGRAMA
                                 AND LK-MNTORIGEM NOT = "A"
                PERFORM JAN-DEVOLVE THRU JAN-DEVOLVE-FIM
                MOVE "J" TO LK-MNTRET
                GO TO ROT-FIM.
           MOVE "L" TO MNT-SITUACAO
           MOVE W-DATAHOJE TO MNT-DTFIM
           MOVE W-HHMM TO MNT-HRFIM
           REWRITE REGMANUT
           IF ST-ERRO NOT = "00"
                CLOSE CADMANUT
                GO TO ROT-ERRO.
           MOVE "O" TO LK-MNTRET
           MOVE SPACES TO W-LOGTEXTO
           MOVE "00" TO W-LOGST
           IF LK-LIBERA-ERRO
                MOVE "FIM DA JANELA - JOB ENCERRADO SEM CONCLUIR"
                                                      TO W-LOGTEXTO
                MOVE "99" TO W-LOGST
           ELSE
              IF MNT-PROGRAMA NOT = LK-PROGRAMA
                STRING "FIM DA JANELA DE " MNT-PROGRAMA
                       " POR LIBERACAO ADMIN"
                       DELIMITED BY SIZE INTO W-LOGTEXTO
              ELSE
                MOVE "FIM DA JANELA DE MANUTENCAO" TO W-LOGTEXTO.
           PERFORM LOG-EVENTO THRU LOG-EVENTO-FIM
           GO TO ROT-FIM.

      ******************************************************************
      * JANELA DE JOB VENCIDA (PASSOU DO LIMITE SEM SER FECHADA - O    *
      * JOB CAIU ANTES DE LIBERAR): LIBERA AUTOMATICAMENTE             *
      ******************************************************************
       EXP-CONFERE.
           IF NOT MNT-ATIVA OR NOT MNT-POR-JOB
                GO TO EXP-CONFERE-FIM.
           IF MNT-DTLIM = ZEROS
                GO TO EXP-CONFERE-FIM.
           COMPUTE W-LIMITE = (MNT-DTLIM * 10000) + MNT-HRLIM
           IF W-AGORA NOT > W-LIMITE
                GO TO EXP-CONFERE-FIM.
           MOVE "L" TO MNT-SITUACAO
           MOVE W-DATAHOJE TO MNT-DTFIM
           MOVE W-HHMM TO MNT-HRFIM
           REWRITE REGMANUT
           MOVE "FIM DA JANELA - LIBERACAO AUTOMATICA POR PRAZO"
                                                      TO W-LOGTEXTO
           MOVE "99" TO W-LOGST
           CALL "SMPLOG" USING MNT-OPERADOR, MNT-PROGRAMA,
                               W-LOGTEXTO, W-LOGST
                   ON OVERFLOW
                      NEXT SENTENCE
           END-CALL
           CANCEL "SMPLOG".
       EXP-CONFERE-FIM.
           EXIT.

      *----COPIA A JANELA ATIVA PARA O CHAMADOR E MONTA A MENSAGEM-----*

       JAN-DEVOLVE.
           MOVE MNT-PROGRAMA TO LK-MNTPROG
           MOVE MNT-OPERADOR TO LK-MNTOPER
           MOVE MNT-DTINI TO LK-MNTDTINI
           MOVE MNT-HRINI TO LK-MNTHRINI
           MOVE MNT-DTPREV TO LK-MNTDTPREV
           MOVE MNT-HRPREV TO LK-MNTHRPREV
           MOVE MNT-ORIGEM TO LK-MNTORIGEM
           MOVE MNT-MOTIVO TO LK-MNTMOTIVO
           MOVE MNT-DTPREV TO W-CALCDATA
           MOVE MNT-HRPREV TO W-CALCHORA
           MOVE W-CALCDIA TO W-PREVDIA
           MOVE W-CALCMES TO W-PREVMES
           MOVE W-CALCHH TO W-PREVHH
           MOVE W-CALCMI TO W-PREVMI
           MOVE SPACES TO LK-MNTMENS
           STRING "MANUTENCAO: " DELIMITED BY SIZE
                  MNT-PROGRAMA DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  MNT-OPERADOR DELIMITED BY SPACE
                  " ATE " W-PREVED DELIMITED BY SIZE
                  INTO LK-MNTMENS.
       JAN-DEVOLVE-FIM.
           EXIT.

      ******************************************************************
      * SOMA W-CALCMIN MINUTOS A W-CALCDATA/W-CALCHORA                 *
      ******************************************************************
       SOMA-MIN.
           COMPUTE W-TOTMIN = (W-CALCHH * 60) + W-CALCMI + W-CALCMIN.
       SOMA-MIN1.
           IF W-TOTMIN < 1440
                GO TO SOMA-MIN2.
           SUBTRACT 1440 FROM W-TOTMIN
           PERFORM SOMA-DIA THRU SOMA-DIA-FIM
           GO TO SOMA-MIN1.
       SOMA-MIN2.
           DIVIDE W-TOTMIN BY 60 GIVING W-QUOC REMAINDER W-RESTO
           MOVE W-QUOC TO W-CALCHH
           MOVE W-RESTO TO W-CALCMI.
       SOMA-MIN-FIM.
           EXIT.

       SOMA-DIA.
           MOVE TAB-DIASMES (W-CALCMES) TO W-DIASMES
           IF W-CALCMES = 2
                DIVIDE W-CALCANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
                IF W-RESTO = ZEROS
                     MOVE 29 TO W-DIASMES
                     DIVIDE W-CALCANO BY 100 GIVING W-QUOC
                                             REMAINDER W-RESTO
                     IF W-RESTO = ZEROS
                          DIVIDE W-CALCANO BY 400 GIVING W-QUOC
                                                  REMAINDER W-RESTO
                          IF W-RESTO NOT = ZEROS
                               MOVE 28 TO W-DIASMES.
           ADD 1 TO W-CALCDIA
           IF W-CALCDIA > W-DIASMES
                MOVE 1 TO W-CALCDIA
                ADD 1 TO W-CALCMES
                IF W-CALCMES > 12
                     MOVE 1 TO W-CALCMES
                     ADD 1 TO W-CALCANO.
       SOMA-DIA-FIM.
           EXIT.

      *----INICIO E FIM DA JANELA VAO PARA O LOG CENTRAL (SMPLOG)------*

       LOG-EVENTO.
           CALL "SMPLOG" USING LK-OPERADOR, LK-PROGRAMA,
                               W-LOGTEXTO, W-LOGST
                   ON OVERFLOW
                      NEXT SENTENCE
           END-CALL
           CANCEL "SMPLOG".
       LOG-EVENTO-FIM.
           EXIT.

      *----SEM O CONTROLE A CONSULTA RESPONDE JANELA LIVRE-------------*

       ROT-ERRO.
           MOVE "X" TO LK-MNTRET
           IF LK-CONSULTA
                MOVE "L" TO LK-MNTRET.
           GO TO ROT-FIMP.

       ROT-FIM.
           CLOSE CADMANUT.
       ROT-FIMP.
           EXIT PROGRAM.
