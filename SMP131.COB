       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP131.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * TABELA DE INTERACOES MEDICAMENTOSAS (CADINTMD.DAT): *
      * PAR DE PRINCIPIOS ATIVOS (MDC-PRINCATIVO DO         *
      * CADMEDIC, GRAVADO SEMPRE COM O MENOR CODIGO NA      *
      * FRENTE), GRAVIDADE (L = LEVE, M = MODERADA,         *
      * G = GRAVE, C = CONTRAINDICADA) E ORIENTACAO AO      *
      * MEDICO. USADA PELO SMP051 NA EMISSAO DO RECEITUARIO *
      * CADA INCLUSAO, ALTERACAO OU EXCLUSAO VAI PARA O     *
      * CADAUDIT                                            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINTMD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IMD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDC-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADINTMD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTMD.DAT".
       01 REGINTMD.
          03 IMD-CHAVE.
             05 IMD-PRINC1     PIC 9(04).
             05 IMD-PRINC2     PIC 9(04).
          03 IMD-GRAVIDADE     PIC X(01).
             88 IMD-GRAV-OK        VALUE "L" "M" "G" "C".
             88 IMD-LEVE           VALUE "L".
             88 IMD-MODERADA       VALUE "M".
             88 IMD-GRAVE          VALUE "G".
          03 IMD-ORIENTACAO    PIC X(60).
          03 IMD-DTALT         PIC 9(08).
          03 IMD-OPERADOR      PIC X(08).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MDC-CODIGO        PIC 9(04).
          03 MDC-NOME          PIC X(30).
          03 MDC-APRESENT      PIC X(20).
          03 MDC-SITUACAO      PIC X(01).
          03 MDC-PRINCATIVO    PIC 9(04).
          03 MDC-LISTA         PIC X(02).
          03 MDC-QTDMAX        PIC 9(03).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT.
          03 AUD-PROGRAMA      PIC X(07).
          03 AUD-CHAVE         PIC X(11).
          03 AUD-OPERACAO      PIC X(01).
          03 AUD-OPERADOR      PIC X(08).
          03 AUD-DATA.
             05 AUD-DIA        PIC 9(02).
             05 AUD-MES        PIC 9(02).
             05 AUD-ANO        PIC 9(04).
          03 AUD-HORA.
             05 AUD-HH         PIC 9(02).
             05 AUD-MM         PIC 9(02).
             05 AUD-SS         PIC 9(02).
          03 AUD-ANTES         PIC X(150).
          03 AUD-DEPOIS        PIC X(150).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MDCABERTO PIC X(01) VALUE "N".
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-AUDOPER  PIC X(01) VALUE SPACES.
       01 W-PRC1     PIC 9(04) VALUE ZEROS.
       01 W-PRC2     PIC 9(04) VALUE ZEROS.
       01 W-PRC      PIC 9(04) VALUE ZEROS.
       01 W-PRCNOME  PIC X(30) VALUE SPACES.
       01 W-NOME1    PIC X(30) VALUE SPACES.
       01 W-NOME2    PIC X(30) VALUE SPACES.
       01 W-DESCGRAV PIC X(15) VALUE SPACES.
       01 W-ANTES    PIC X(61) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AUDHH  PIC 9(02).
          03 W-AUDMM  PIC 9(02).
          03 W-AUDSS  PIC 9(02).
          03 W-AUDCC  PIC 9(02).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP131".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT131.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** INTERACOES ENTRE PRINCIPIOS ".
           05  LINE 02  COLUMN 41
               VALUE  "ATIVOS ***".
           05  LINE 05  COLUMN 05
               VALUE  "PRINCIPIO ATIVO 1...:".
           05  LINE 07  COLUMN 05
               VALUE  "PRINCIPIO ATIVO 2...:".
           05  LINE 09  COLUMN 05
               VALUE  "GRAVIDADE...........:".
           05  LINE 10  COLUMN 05
               VALUE  "(L=LEVE M=MODERADA G=GRAVE C=CONTRAINDIC".
           05  LINE 10  COLUMN 45
               VALUE  "ADA)".
           05  LINE 12  COLUMN 05
               VALUE  "ORIENTACAO AO MEDICO:".
           05  TPRC1
               LINE 05  COLUMN 27  PIC 9(04)
               USING  W-PRC1
               HIGHLIGHT.
           05  TNOME1
               LINE 05  COLUMN 33  PIC X(30)
               FROM   W-NOME1.
           05  TPRC2
               LINE 07  COLUMN 27  PIC 9(04)
               USING  W-PRC2
               HIGHLIGHT.
           05  TNOME2
               LINE 07  COLUMN 33  PIC X(30)
               FROM   W-NOME2.
           05  TGRAV
               LINE 09  COLUMN 27  PIC X(01)
               USING  IMD-GRAVIDADE
               HIGHLIGHT.
           05  TDESCGRAV
               LINE 09  COLUMN 33  PIC X(15)
               FROM   W-DESCGRAV.
           05  TORIENT
               LINE 13  COLUMN 05  PIC X(60)
               USING  IMD-ORIENTACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADINTMD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINTMD
                 CLOSE CADINTMD
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTMD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-MDCABERTO
           OPEN INPUT CADMEDIC
           IF ST-ERRO = "00"
                MOVE "S" TO W-MDCABERTO.

       R1.
           MOVE ZEROS TO W-PRC1 W-PRC2
           MOVE SPACES TO W-NOME1 W-NOME2 W-DESCGRAV
           MOVE SPACES TO IMD-GRAVIDADE IMD-ORIENTACAO
           DISPLAY SMT131.

       R2.
           ACCEPT TPRC1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-PRC1 = ZEROS
                MOVE "*** INFORME O PRINCIPIO ATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE W-PRC1 TO W-PRC
           PERFORM PRC-NOME THRU PRC-NOME-FIM
           MOVE W-PRCNOME TO W-NOME1
           DISPLAY TNOME1.

       R3.
           ACCEPT TPRC2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           IF W-PRC2 = ZEROS OR W-PRC2 = W-PRC1
                MOVE "*** PRINCIPIO 2 DEVE SER DIFERENTE DO 1 ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE W-PRC2 TO W-PRC
           PERFORM PRC-NOME THRU PRC-NOME-FIM
           MOVE W-PRCNOME TO W-NOME2
           DISPLAY TNOME2.

      *---------------VERIFICA SE O PAR JA EXISTE---------------------*

       LER-CADINTMD.
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-ANTES
           IF W-PRC1 < W-PRC2
                MOVE W-PRC1 TO IMD-PRINC1
                MOVE W-PRC2 TO IMD-PRINC2
           ELSE
                MOVE W-PRC2 TO IMD-PRINC1
                MOVE W-PRC1 TO IMD-PRINC2.
           READ CADINTMD
           IF ST-ERRO = "23"
                MOVE SPACES TO IMD-GRAVIDADE IMD-ORIENTACAO
                GO TO R4.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADINTMD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO W-EXISTE
           MOVE IMD-GRAVIDADE TO W-ANTES (1:1)
           MOVE IMD-ORIENTACAO TO W-ANTES (2:60)
           PERFORM GRAV-DESC THRU GRAV-DESC-FIM
           DISPLAY TGRAV TDESCGRAV TORIENT
           GO TO ACE-001.

       R4.
           ACCEPT TGRAV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           INSPECT IMD-GRAVIDADE CONVERTING "lmgc" TO "LMGC"
           IF NOT IMD-GRAV-OK
                MOVE "*** GRAVIDADE: L, M, G OU C ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           PERFORM GRAV-DESC THRU GRAV-DESC-FIM
           DISPLAY TGRAV TDESCGRAV.

       R5.
           ACCEPT TORIENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF IMD-ORIENTACAO = SPACES
                MOVE "*** DIGITE A ORIENTACAO AO MEDICO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO INC-OPC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO IMD-DTALT
           MOVE LK-OPERADOR TO IMD-OPERADOR
           IF W-EXISTE = "S"
                MOVE "A" TO W-AUDOPER
                REWRITE REGINTMD
           ELSE
                MOVE "I" TO W-AUDOPER
                WRITE REGINTMD.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINTMD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** INTERACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * PAR JA CADASTRADO: ALTERACAO OU EXCLUSAO                       *
      ******************************************************************
       ACE-001.
           DISPLAY (23, 12) "N=NOVO PAR   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO = "A" OR "a"
                GO TO R4.
           IF W-OPCAO = "E" OR "e"
                GO TO EXC-OPC.
           GO TO ACE-001.

       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO EXC-OPC.
           DELETE CADINTMD RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADINTMD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "E" TO W-AUDOPER
           MOVE SPACES TO IMD-GRAVIDADE IMD-ORIENTACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** INTERACAO EXCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----PRIMEIRO MEDICAMENTO COM O PRINCIPIO W-PRC, PARA CONFERENCIA*
      *
       PRC-NOME.
           MOVE "SEM MEDICAMENTO CADASTRADO" TO W-PRCNOME
           IF W-MDCABERTO NOT = "S"
                GO TO PRC-NOME-FIM.
           MOVE ZEROS TO MDC-CODIGO
           START CADMEDIC KEY IS NOT LESS MDC-CODIGO
               INVALID KEY
                   GO TO PRC-NOME-FIM.
       PRC-NOME1.
           READ CADMEDIC NEXT RECORD
               AT END
                   GO TO PRC-NOME-FIM.
           IF MDC-PRINCATIVO NOT = W-PRC
                GO TO PRC-NOME1.
           MOVE MDC-NOME TO W-PRCNOME.
       PRC-NOME-FIM.
           EXIT.

       GRAV-DESC.
           MOVE "CONTRAINDICADA" TO W-DESCGRAV
           IF IMD-LEVE
                MOVE "LEVE" TO W-DESCGRAV.
           IF IMD-MODERADA
                MOVE "MODERADA" TO W-DESCGRAV.
           IF IMD-GRAVE
                MOVE "GRAVE" TO W-DESCGRAV.
       GRAV-DESC-FIM.
           EXIT.

      *---------[ ROTINA DE AUDITORIA ]---------------------
       AUD-GRAVA.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-GRAVA-FIM.
           MOVE "SMP131" TO AUD-PROGRAMA
           MOVE SPACES TO AUD-CHAVE
           STRING "IMD" IMD-PRINC1 IMD-PRINC2
                  DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE W-AUDOPER TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           MOVE W-ANTES TO AUD-ANTES
           MOVE IMD-GRAVIDADE TO AUD-DEPOIS (1:1)
           MOVE IMD-ORIENTACAO TO AUD-DEPOIS (2:60)
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-HOJEDIA TO AUD-DIA
           MOVE W-HOJEMES TO AUD-MES
           MOVE W-HOJEANO TO AUD-ANO
           MOVE W-AUDHH TO AUD-HH
           MOVE W-AUDMM TO AUD-MM
           MOVE W-AUDSS TO AUD-SS
           MOVE LK-OPERADOR TO AUD-OPERADOR
           WRITE REGAUDIT
           CLOSE CADAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADINTMD.
           IF W-MDCABERTO = "S"
                CLOSE CADMEDIC.
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
