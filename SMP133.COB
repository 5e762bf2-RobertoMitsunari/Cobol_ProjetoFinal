       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP133.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * ALCADAS DE APROVACAO DO CONTAS A PAGAR: LIMITES POR *
      * CATEGORIA DE DESPESA (CADALCAD.DAT) - ATE O LIMITE  *
      * DO FINANCEIRO O PROPRIO FINANCEIRO APROVA, ATE O    *
      * LIMITE DA GERENCIA A GERENCIA E ACIMA DELE SO A     *
      * DIRETORIA - E OPERADORES APROVADORES COM O SEU      *
      * NIVEL (CADAPROV.DAT: F, G OU D). A APROVACAO E A    *
      * BAIXA SAO FEITAS NO SMP067. CADA ALTERACAO VAI PARA *
      * O CADAUDIT                                          *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALCAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALC-CATEG
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APV-OPERADOR
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADALCAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALCAD.DAT".
       01 REGALCAD.
          03 ALC-CATEG         PIC 9(02).
          03 ALC-LIMFIN.
             05 ALC-LFIN-RS    PIC 9(08).
             05 ALC-LFIN-CT    PIC 9(02).
          03 ALC-LIMGER.
             05 ALC-LGER-RS    PIC 9(08).
             05 ALC-LGER-CT    PIC 9(02).
          03 ALC-DTALT         PIC 9(08).
          03 ALC-OPERADOR      PIC X(08).
      *
       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       01 REGAPROV.
          03 APV-OPERADOR      PIC X(08).
          03 APV-NIVEL         PIC X(01).
             88 APV-NIVEL-OK       VALUE "F" "G" "D".
             88 APV-FINANCEIRO     VALUE "F".
             88 APV-GERENCIA       VALUE "G".
             88 APV-DIRETORIA      VALUE "D".
          03 APV-DTALT         PIC 9(08).
          03 APV-OPERALT       PIC X(08).
      *
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USR-CODIGO        PIC X(08).
          03 USR-SENHA         PIC X(08).
          03 USR-NOME          PIC X(30).
          03 USR-PERFIL        PIC X(01).
          03 USR-DTSENHA       PIC 9(08).
          03 USR-BLOQUEADO     PIC X(01).
          03 USR-TENTATIVAS    PIC 9(01).
          03 USR-HISTSEN       PIC X(24).
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
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-USRABERTO PIC X(01) VALUE "N".
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-AUDOPER  PIC X(01) VALUE SPACES.
       01 W-CATEG    PIC 9(02) VALUE ZEROS.
       01 W-OPERBUSC PIC X(08) VALUE SPACES.
       01 W-LIMFIN   PIC 9(08)V99 VALUE ZEROS.
       01 W-LIMGER   PIC 9(08)V99 VALUE ZEROS.
       01 W-ANTES    PIC X(40) VALUE SPACES.
       01 W-DEPOIS   PIC X(40) VALUE SPACES.
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
      *
      *----CATEGORIAS DE DESPESA (MESMA TABELA DO SMP067)--------------*
      *
       01 TABCATX.
          03 FILLER     PIC X(15) VALUE "ALUGUEL".
          03 FILLER     PIC X(15) VALUE "FORNECEDORES".
          03 FILLER     PIC X(15) VALUE "SALARIOS".
          03 FILLER     PIC X(15) VALUE "MATERIAL".
          03 FILLER     PIC X(15) VALUE "IMPOSTOS".
          03 FILLER     PIC X(15) VALUE "OUTROS".
       01 TABCAT REDEFINES TABCATX.
          03 TBCAT-DESCR PIC X(15) OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP133".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT133.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ALCADAS DE APROVACAO - CON".
           05  LINE 02  COLUMN 41
               VALUE  "TAS A PAGAR ***".
           05  LINE 08  COLUMN 10
               VALUE  "L = LIMITES POR CATEGORIA DE DESPESA".
           05  LINE 10  COLUMN 10
               VALUE  "A = OPERADORES APROVADORES E NIVEL".
           05  LINE 12  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 12  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADALCAD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALCAD
                 CLOSE CADALCAD
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALCAD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADAPROV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAPROV
                 CLOSE CADAPROV
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADALCAD
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-USRABERTO
           OPEN INPUT CADUSER
           IF ST-ERRO = "00"
                MOVE "S" TO W-USRABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT133
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "L" OR "l"
                GO TO LIM-001.
           IF W-MODO = "A" OR "a"
                GO TO APV-001.
           GO TO R1.

      *---------------LIMITES POR CATEGORIA-------------------*

       LIM-001.
           MOVE ZEROS TO W-CATEG
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "LIMITES DE ALCADA POR CATEGORIA"
           DISPLAY (03, 05)
             "CATEGORIA (1=ALUGUEL 2=FORNEC 3=SALARIO 4=MATERIAL"
           DISPLAY (04, 05)
             "           5=IMPOSTOS 6=OUTROS):"
           ACCEPT (04, 38) W-CATEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CATEG < 1 OR W-CATEG > 6
                MOVE "*** CATEGORIA INVALIDA (1 A 6) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIM-001.
           DISPLAY (04, 45) TBCAT-DESCR (W-CATEG)
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-ANTES
           MOVE W-CATEG TO ALC-CATEG
           READ CADALCAD
           IF ST-ERRO = "00"
                MOVE "S" TO W-EXISTE
                MOVE ALC-LIMFIN TO W-ANTES (1:10)
                MOVE ALC-LIMGER TO W-ANTES (11:10)
           ELSE
                MOVE ZEROS TO ALC-LIMFIN ALC-LIMGER.
       LIM-002.
           DISPLAY (06, 05) "FINANCEIRO APROVA ATE (RS CT).:"
           ACCEPT (06, 38) ALC-LFIN-RS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIM-001.
           ACCEPT (06, 48) ALC-LFIN-CT WITH UPDATE.
       LIM-003.
           DISPLAY (08, 05) "GERENCIA APROVA ATE (RS CT)...:"
           ACCEPT (08, 38) ALC-LGER-RS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIM-002.
           ACCEPT (08, 48) ALC-LGER-CT WITH UPDATE
           COMPUTE W-LIMFIN = ALC-LFIN-RS + (ALC-LFIN-CT / 100)
           COMPUTE W-LIMGER = ALC-LGER-RS + (ALC-LGER-CT / 100)
           IF W-LIMGER < W-LIMFIN
                MOVE "*** LIMITE GERENCIA MENOR QUE FINANCEIRO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIM-003.
           DISPLAY (10, 05) "ACIMA DA GERENCIA SO A DIRETORIA".
       LIM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIM-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO LIM-OPC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO ALC-DTALT
           MOVE LK-OPERADOR TO ALC-OPERADOR
           IF W-EXISTE = "S"
                MOVE "A" TO W-AUDOPER
                REWRITE REGALCAD
           ELSE
                MOVE "I" TO W-AUDOPER
                WRITE REGALCAD.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADALCAD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIM-001.
           MOVE SPACES TO W-DEPOIS
           MOVE ALC-LIMFIN TO W-DEPOIS (1:10)
           MOVE ALC-LIMGER TO W-DEPOIS (11:10)
           MOVE SPACES TO AUD-CHAVE
           STRING "ALC" ALC-CATEG DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** LIMITES GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LIM-001.

      *---------------OPERADORES APROVADORES------------------*

       APV-001.
           MOVE SPACES TO W-OPERBUSC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "OPERADORES APROVADORES"
           DISPLAY (03, 05) "CODIGO DO OPERADOR:"
           ACCEPT (03, 26) W-OPERBUSC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-OPERBUSC = SPACES
                GO TO APV-001.
           IF W-USRABERTO = "S"
                MOVE W-OPERBUSC TO USR-CODIGO
                READ CADUSER
                IF ST-ERRO NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APV-001
                ELSE
                   DISPLAY (03, 36) USR-NOME.
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-ANTES
           MOVE W-OPERBUSC TO APV-OPERADOR
           READ CADAPROV
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO APV-NIVEL
                GO TO APV-002.
           MOVE "S" TO W-EXISTE
           MOVE APV-NIVEL TO W-ANTES (1:1)
           DISPLAY (05, 05) "NIVEL ATUAL: " APV-NIVEL.
       APV-ACE.
           DISPLAY (23, 12) "A=ALTERAR NIVEL   E=EXCLUIR APROVADOR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO APV-001.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "A" OR "a"
                GO TO APV-002.
           IF W-OPCAO = "E" OR "e"
                GO TO APV-EXC.
           GO TO APV-ACE.
       APV-002.
           DISPLAY (07, 05)
             "NIVEL (F=FINANCEIRO G=GERENCIA D=DIRETORIA):"
           ACCEPT (07, 51) APV-NIVEL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO APV-001.
           INSPECT APV-NIVEL CONVERTING "fgd" TO "FGD"
           IF NOT APV-NIVEL-OK
                MOVE "*** NIVEL: F, G OU D ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-002.
       APV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO APV-OPC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO APV-DTALT
           MOVE LK-OPERADOR TO APV-OPERALT
           IF W-EXISTE = "S"
                MOVE "A" TO W-AUDOPER
                REWRITE REGAPROV
           ELSE
                MOVE "I" TO W-AUDOPER
                WRITE REGAPROV.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAPROV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-001.
           MOVE SPACES TO W-DEPOIS
           MOVE APV-NIVEL TO W-DEPOIS (1:1)
           MOVE SPACES TO AUD-CHAVE
           STRING "APV" APV-OPERADOR DELIMITED BY SIZE
                                        INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** APROVADOR GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APV-001.
       APV-EXC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO APV-EXC.
           DELETE CADAPROV RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADAPROV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-001.
           MOVE "E" TO W-AUDOPER
           MOVE SPACES TO W-DEPOIS
           MOVE SPACES TO AUD-CHAVE
           STRING "APV" APV-OPERADOR DELIMITED BY SIZE
                                        INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** APROVADOR EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APV-001.

      *---------[ ROTINA DE AUDITORIA ]---------------------
      *----AUD-CHAVE JA MONTADA PELO CHAMADOR--------------------------*
       AUD-GRAVA.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-GRAVA-FIM.
           MOVE "SMP133" TO AUD-PROGRAMA
           MOVE W-AUDOPER TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           MOVE W-ANTES TO AUD-ANTES
           MOVE W-DEPOIS TO AUD-DEPOIS
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
           CLOSE CADALCAD CADAPROV.
           IF W-USRABERTO = "S"
                CLOSE CADUSER.
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
