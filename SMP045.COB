      *******************************************************
      * FECHAMENTO MENSAL DE OPERACOES: CONSOLIDA O MES EM  *
      * UM REGISTRO KPI PERMANENTE (CADKPI.DAT) E COMPARA   *
      * COM OS DOZE MESES ANTERIORES. DURANTE O FECHAMENTO  *
      * A JANELA DE MANUTENCAO (SMPMNT) BLOQUEIA AS         *
      * ATUALIZACOES ONLINE                                 *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
       01 W-JOBNOME  PIC X(07) VALUE SPACES.
       01 W-JOBEVT   PIC X(01) VALUE SPACES.
       01 W-JOBRET   PIC X(01) VALUE SPACES.
       01 W-LOGPROG  PIC X(07) VALUE "SMP045".
       01 W-MNTPROPRIO  PIC X(01) VALUE "N".
       01 W-MNTFIM      PIC X(01) VALUE "E".
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
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
      *
      *----JANELA DE MANUTENCAO: BLOQUEIA AS ATUALIZACOES ONLINE-------*
       INC-MNT.
           PERFORM MNT-BLOQUEIA THRU MNT-BLOQUEIA-FIM
           IF W-MNTRET = "J"
                MOVE W-MNTMENS TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN I-O CADKPI
                ADD 1 TO IND
                GO TO FCH-LIMPA.
       FCH-VARRE.
           MOVE W-FILTRO-ANO TO CONS-ANO
           MOVE W-FILTRO-MES TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO FCH-GRAVA.
       FCH-LER.
                   GO TO FCH-GRAVA.
           IF CONS-ANO NOT = W-FILTRO-ANO OR
              CONS-MES NOT = W-FILTRO-MES
                GO TO FCH-GRAVA.
      *----FECHAMENTO POR UNIDADE: SO AS CONSULTAS DA UNIDADE----------*
           IF W-FILTRO-UNID NOT = ZEROS
                PERFORM UNID-CONS THRU UNID-CONS-FIM
           MOVE "SMP045 " TO W-JOBNOME
           MOVE "F" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           MOVE "L" TO W-MNTFIM
           PERFORM MNT-LIBERA THRU MNT-LIBERA-FIM
           MOVE "*** FECHAMENTO GRAVADO E RELATORIO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       JOB-MARCA-FIM.
           EXIT.

      ******************************************************************
      * JANELA DE MANUTENCAO (SMPMNT): ABRE NO INICIO DO PROCESSAMENTO *
      * E FECHA EM QUALQUER SAIDA - W-MNTFIM = "E" ATE A CONCLUSAO, O  *
      * QUE REGISTRA NO LOG QUE O JOB TERMINOU SEM CONCLUIR            *
      ******************************************************************
       MNT-BLOQUEIA.
           MOVE "N" TO W-MNTPROPRIO
           MOVE "E" TO W-MNTFIM
           MOVE SPACES TO W-JANELA
           MOVE "B" TO W-MNTACAO
           MOVE "J" TO W-MNTORIGEM
           MOVE 90 TO W-MNTMINUTOS
           MOVE "FECHAMENTO MENSAL" TO W-MNTMOTIVO
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           IF W-MNTRET = "O"
                MOVE "S" TO W-MNTPROPRIO.
       MNT-BLOQUEIA-FIM.
           EXIT.

       MNT-LIBERA.
           IF W-MNTPROPRIO NOT = "S"
                GO TO MNT-LIBERA-FIM.
           MOVE W-MNTFIM TO W-MNTACAO
           MOVE "J" TO W-MNTORIGEM
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           MOVE "N" TO W-MNTPROPRIO.
       MNT-LIBERA-FIM.
           EXIT.

       MNT-CHAMA.
           CALL "SMPMNT" USING LK-OPERADOR, W-LOGPROG, W-JANELA
                   ON OVERFLOW
                      MOVE "X" TO W-MNTRET
           END-CALL
           CANCEL "SMPMNT".
       MNT-CHAMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADKPI CADCONS CADPACI REGMED.
           IF W-SALABERTO = "S"
                CLOSE CADSALA.
       ROT-FIMP.
           PERFORM MNT-LIBERA THRU MNT-LIBERA-FIM
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

