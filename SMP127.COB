       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP127.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * MASCARAMENTO DE DADOS POR PERFIL (CADPRIV.DAT):     *
      * PARA CADA PERFIL DE OPERADOR (R, F, A) DEFINE QUAIS *
      * GRUPOS DE DADOS SAO EXIBIDOS POR EXTENSO NAS TELAS  *
      * E RELATORIOS - IDENTIFICACAO, CONTATO, CLINICO E    *
      * FINANCEIRO - E SE O PERFIL E ASSISTENCIAL (EXIBICAO *
      * CLINICA SEM REGISTRO DE AUDITORIA). PERFIL SEM      *
      * REGISTRO SEGUE O PADRAO DO SUBPROGRAMA SMPMSK. CADA *
      * ALTERACAO VAI PARA O CADAUDIT                       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRIV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-PERFIL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRIV.DAT".
       01 REGPRIV.
          03 PRV-PERFIL        PIC X(01).
          03 PRV-GRUPOS.
             05 PRV-IDENT      PIC X(01).
             05 PRV-CONTATO    PIC X(01).
             05 PRV-CLINICO    PIC X(01).
             05 PRV-FINANC     PIC X(01).
          03 PRV-ASSIST        PIC X(01).
             88 PRV-ASSISTENCIAL   VALUE "S".
          03 PRV-DTALT         PIC 9(08).
          03 PRV-OPERADOR      PIC X(08).
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
       77 IND        PIC 9(02) COMP VALUE ZEROS.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-PERFIL   PIC X(01) VALUE SPACES.
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-ANTES    PIC X(05) VALUE SPACES.
      *
      *----PADRAO QUANDO O PERFIL NAO ESTA NO CADPRIV (I T C F ASSIST)-*
      *
       01 TAB-PADRAO-R.
          03 FILLER     PIC X(06) VALUE "RNSNNN".
          03 FILLER     PIC X(06) VALUE "FSNNSN".
          03 FILLER     PIC X(06) VALUE "ASSSSN".
       01 TAB-PADRAO REDEFINES TAB-PADRAO-R.
          03 TPD-ENT OCCURS 3 TIMES.
             05 TPD-PERFIL  PIC X(01).
             05 TPD-GRUPOS  PIC X(04).
             05 TPD-ASSIST  PIC X(01).
      *
       01 W-FLAGS.
          03 W-FIDENT    PIC X(01) VALUE "N".
          03 W-FCONTATO  PIC X(01) VALUE "N".
          03 W-FCLINICO  PIC X(01) VALUE "N".
          03 W-FFINANC   PIC X(01) VALUE "N".
          03 W-FASSIST   PIC X(01) VALUE "N".
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
       01 W-LOGPROG   PIC X(07) VALUE "SMP127".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT127.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** MASCARAMENTO DE DADOS POR PER".
           05  LINE 02  COLUMN 41
               VALUE  "FIL DE OPERADOR ***".
           05  LINE 04  COLUMN 05
               VALUE  "PERFIL        IDENTIF CONTATO CLINICO FI".
           05  LINE 04  COLUMN 45
               VALUE  "NANC ASSISTENCIAL".
           05  LINE 05  COLUMN 05
               VALUE  "R RECEPCAO".
           05  LINE 06  COLUMN 05
               VALUE  "F FATURAMENTO".
           05  LINE 07  COLUMN 05
               VALUE  "A ADMINISTRACAO".
           05  LINE 09  COLUMN 05
               VALUE  "S = EXIBE POR EXTENSO   N = EXIBE MASCAR".
           05  LINE 09  COLUMN 45
               VALUE  "ADO".
           05  LINE 11  COLUMN 10
               VALUE  "A = ALTERAR OS GRUPOS DE UM PERFIL".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADPRIV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRIV
                 CLOSE CADPRIV
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRIV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT127
           MOVE 1 TO IND
           MOVE 5 TO W-LIN.
       R1-TAB.
           MOVE TPD-PERFIL (IND) TO W-PERFIL
           PERFORM PRV-LE THRU PRV-LE-FIM
           PERFORM PRV-MOSTRA THRU PRV-MOSTRA-FIM
           ADD 1 TO IND
           ADD 1 TO W-LIN
           IF IND < 4
                GO TO R1-TAB.
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "A" OR "a"
                GO TO ALT-001.
           GO TO R1.

      ******************************************************************
      * ALTERACAO DOS GRUPOS DE UM PERFIL                              *
      ******************************************************************
       ALT-001.
           MOVE SPACES TO W-PERFIL
           DISPLAY (15, 05) "PERFIL (R/F/A):".
           ACCEPT (15, 22) W-PERFIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-PERFIL = "r"
                MOVE "R" TO W-PERFIL.
           IF W-PERFIL = "f"
                MOVE "F" TO W-PERFIL.
           IF W-PERFIL = "a"
                MOVE "A" TO W-PERFIL.
           IF W-PERFIL NOT = "R" AND NOT = "F" AND NOT = "A"
                GO TO ALT-001.
           PERFORM PRV-LE THRU PRV-LE-FIM
           MOVE W-FLAGS TO W-ANTES
           MOVE 5 TO W-LIN
           IF W-PERFIL = "F"
                MOVE 6 TO W-LIN.
           IF W-PERFIL = "A"
                MOVE 7 TO W-LIN.
       ALT-002.
           ACCEPT (W-LIN, 22) W-FIDENT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-FIDENT TO W-OPCAO
           PERFORM SN-CONF THRU SN-CONF-FIM
           IF W-OPCAO = SPACE
                GO TO ALT-002.
           MOVE W-OPCAO TO W-FIDENT.
       ALT-003.
           ACCEPT (W-LIN, 30) W-FCONTATO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ALT-002.
           MOVE W-FCONTATO TO W-OPCAO
           PERFORM SN-CONF THRU SN-CONF-FIM
           IF W-OPCAO = SPACE
                GO TO ALT-003.
           MOVE W-OPCAO TO W-FCONTATO.
       ALT-004.
           ACCEPT (W-LIN, 38) W-FCLINICO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ALT-003.
           MOVE W-FCLINICO TO W-OPCAO
           PERFORM SN-CONF THRU SN-CONF-FIM
           IF W-OPCAO = SPACE
                GO TO ALT-004.
           MOVE W-OPCAO TO W-FCLINICO.
       ALT-005.
           ACCEPT (W-LIN, 46) W-FFINANC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ALT-004.
           MOVE W-FFINANC TO W-OPCAO
           PERFORM SN-CONF THRU SN-CONF-FIM
           IF W-OPCAO = SPACE
                GO TO ALT-005.
           MOVE W-OPCAO TO W-FFINANC.
       ALT-006.
           ACCEPT (W-LIN, 55) W-FASSIST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ALT-005.
           MOVE W-FASSIST TO W-OPCAO
           PERFORM SN-CONF THRU SN-CONF-FIM
           IF W-OPCAO = SPACE
                GO TO ALT-006.
           MOVE W-OPCAO TO W-FASSIST.
       ALT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** ALTERACAO DESPREZADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ALT-OPC.
           MOVE W-PERFIL TO PRV-PERFIL
           MOVE W-FIDENT TO PRV-IDENT
           MOVE W-FCONTATO TO PRV-CONTATO
           MOVE W-FCLINICO TO PRV-CLINICO
           MOVE W-FFINANC TO PRV-FINANC
           MOVE W-FASSIST TO PRV-ASSIST
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO PRV-DTALT
           MOVE LK-OPERADOR TO PRV-OPERADOR
           IF W-EXISTE = "S"
                REWRITE REGPRIV
           ELSE
                WRITE REGPRIV.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRIV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** PERFIL GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----GRUPOS DO PERFIL W-PERFIL EM W-FLAGS (CADPRIV OU PADRAO)----*
      *
       PRV-LE.
           MOVE "N" TO W-EXISTE
           MOVE W-PERFIL TO PRV-PERFIL
           READ CADPRIV
           IF ST-ERRO = "00"
                MOVE "S" TO W-EXISTE
                MOVE PRV-GRUPOS TO W-FLAGS (1:4)
                MOVE PRV-ASSIST TO W-FASSIST
                GO TO PRV-LE-FIM.
           IF W-PERFIL = TPD-PERFIL (1)
                MOVE TPD-GRUPOS (1) TO W-FLAGS (1:4)
                MOVE TPD-ASSIST (1) TO W-FASSIST.
           IF W-PERFIL = TPD-PERFIL (2)
                MOVE TPD-GRUPOS (2) TO W-FLAGS (1:4)
                MOVE TPD-ASSIST (2) TO W-FASSIST.
           IF W-PERFIL = TPD-PERFIL (3)
                MOVE TPD-GRUPOS (3) TO W-FLAGS (1:4)
                MOVE TPD-ASSIST (3) TO W-FASSIST.
       PRV-LE-FIM.
           EXIT.

       PRV-MOSTRA.
           DISPLAY (W-LIN, 22) W-FIDENT
           DISPLAY (W-LIN, 30) W-FCONTATO
           DISPLAY (W-LIN, 38) W-FCLINICO
           DISPLAY (W-LIN, 46) W-FFINANC
           DISPLAY (W-LIN, 55) W-FASSIST
           IF W-EXISTE NOT = "S"
                DISPLAY (W-LIN, 60) "(PADRAO)".
       PRV-MOSTRA-FIM.
           EXIT.
      *
      *----NORMALIZA S/N EM W-OPCAO; ESPACO SE INVALIDO---------------*
      *
       SN-CONF.
           IF W-OPCAO = "s"
                MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n"
                MOVE "N" TO W-OPCAO.
           IF W-OPCAO NOT = "S" AND NOT = "N"
                MOVE SPACE TO W-OPCAO.
       SN-CONF-FIM.
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
           MOVE "SMP127" TO AUD-PROGRAMA
           MOVE SPACES TO AUD-CHAVE
           STRING "PERFIL " W-PERFIL DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE "A" TO AUD-OPERACAO
           IF W-EXISTE NOT = "S"
                MOVE "I" TO AUD-OPERACAO.
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           STRING "IDENT/CONTATO/CLINICO/FINANC/ASSIST=" W-ANTES
                  DELIMITED BY SIZE INTO AUD-ANTES
           STRING "IDENT/CONTATO/CLINICO/FINANC/ASSIST=" W-FLAGS
                  DELIMITED BY SIZE INTO AUD-DEPOIS
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
           CLOSE CADPRIV.
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
