      *******************************************************
      * BACKUP DE FIM DE DIA DOS ARQUIVOS MESTRES EM        *
      * GERACOES NUMERADAS (BKnnnXXX.SEQ) COM MANIFESTO DE  *
      * QUANTIDADES (CADBKP.DAT) E REGISTRO NO CADAUDIT.    *
      * DURANTE O BACKUP A JANELA DE MANUTENCAO (SMPMNT)    *
      * BLOQUEIA AS ATUALIZACOES ONLINE                     *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CONS-CHAVE.
             05 CONS-CRM    PIC 9(06).
             05 CONS-DATA   PIC 9(08).
             05 CONS-HORA   PIC 9(04).
          03 CONS-CPF       PIC 9(11).
          03 FILLER         PIC X(176).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
       01 REGPLANO.
          03 PLN-CODIGO     PIC 9(02).
          03 PLN-DESCR      PIC X(30).
          03 FILLER         PIC X(68).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
          03 W-BKPNUM   PIC 9(03) VALUE ZEROS.
          03 W-BKPCOD   PIC X(03) VALUE SPACES.
          03 FILLER     PIC X(04) VALUE ".SEQ".
       01 W-LOGPROG  PIC X(07) VALUE "SMP062".
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
                         AND LK-MODOLOTE = "L"
              MOVE "S" TO W-MODOLOTE.
           IF W-MODOLOTE = "S"
              GO TO BKP-MNT.
           DISPLAY SMT062.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-OPC.
      *
      *----ABRE A JANELA DE MANUTENCAO (SMPMNT)------------------------*
      *
       BKP-MNT.
           PERFORM MNT-BLOQUEIA THRU MNT-BLOQUEIA-FIM
           IF W-MNTRET NOT = "J"
              GO TO BKP-ABRE.
           IF ADDRESS OF LK-RETORNO NOT = NULL
                MOVE "99" TO LK-RETORNO.
           IF W-MODOLOTE NOT = "S"
                MOVE W-MNTMENS TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIMP.
      *
      *----OBTEM O PROXIMO NUMERO DE GERACAO (CADBKP)------------------*
      *
       BKP-ABRE.
           IF ST-ERRO = "22"
                REWRITE REGBKP.
           CLOSE CADBKP
           MOVE "L" TO W-MNTFIM
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           IF ADDRESS OF LK-RETORNO NOT = NULL
                MOVE "00" TO LK-RETORNO.
       ROT-ERRO-FIM.
           EXIT.
      *
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
           MOVE 60 TO W-MNTMINUTOS
           MOVE "BACKUP DE FIM DE DIA" TO W-MNTMOTIVO
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

       ROT-FIMP.
           PERFORM MNT-LIBERA THRU MNT-LIBERA-FIM
           IF W-MODOLOTE NOT = "S"
                DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
