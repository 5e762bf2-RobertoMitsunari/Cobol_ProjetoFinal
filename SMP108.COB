       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP108.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * ANALITOS E VALORES DE REFERENCIA DO LABORATORIO:    *
      * CADASTRO DOS ANALITOS POR TIPO DE EXAME (CADANAL)   *
      * COM UNIDADE, ATE QUATRO FAIXAS DE REFERENCIA POR    *
      * SEXO/IDADE E LIMITES CRITICOS. OS RESULTADOS SAO    *
      * GRAVADOS PELA IMPORTACAO SMP069 (CADRESUL) E AQUI   *
      * SE CONSULTA O PEDIDO, REGISTRA A COMUNICACAO DO     *
      * RESULTADO CRITICO AO MEDICO SOLICITANTE (QUEM       *
      * AVISOU, A QUEM E QUANDO) E LISTA OS CRITICOS EM     *
      * CADCRIRL.DOC                                        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADANAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRESUL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADEXTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXT-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADEXAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXO-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADCRITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADANAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADANAL.DAT".
       01 REGANAL.
          03 ANA-CHAVE.
             05 ANA-TIPO       PIC 9(04).
             05 ANA-CODIGO     PIC 9(02).
          03 ANA-DESCR         PIC X(30).
          03 ANA-UNIDADE       PIC X(10).
          03 ANA-FAIXAS.
             05 ANA-FAIXA      OCCURS 4 TIMES.
                07 ANA-FXSEXO  PIC X(01).
                07 ANA-FXIDINI PIC 9(03).
                07 ANA-FXIDFIM PIC 9(03).
                07 ANA-FXMIN.
                   09 ANA-FXMIN-IN PIC 9(06).
                   09 ANA-FXMIN-DC PIC 9(03).
                07 ANA-FXMIN-N REDEFINES ANA-FXMIN PIC 9(06)V9(03).
                07 ANA-FXMAX.
                   09 ANA-FXMAX-IN PIC 9(06).
                   09 ANA-FXMAX-DC PIC 9(03).
                07 ANA-FXMAX-N REDEFINES ANA-FXMAX PIC 9(06)V9(03).
          03 ANA-CRITMIN.
             05 ANA-CRITMIN-IN PIC 9(06).
             05 ANA-CRITMIN-DC PIC 9(03).
          03 ANA-CRITMIN-N REDEFINES ANA-CRITMIN PIC 9(06)V9(03).
          03 ANA-CRITMAX.
             05 ANA-CRITMAX-IN PIC 9(06).
             05 ANA-CRITMAX-DC PIC 9(03).
          03 ANA-CRITMAX-N REDEFINES ANA-CRITMAX PIC 9(06)V9(03).
          03 ANA-SITUACAO      PIC X(01).
             88 ANA-ATIVO          VALUE "A".
             88 ANA-INATIVO        VALUE "I".
          03 ANA-DTALT         PIC 9(08).
          03 ANA-OPERADOR      PIC X(08).
      *
       FD CADRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUL.DAT".
       01 REGRESUL.
          03 RES-CHAVE.
             05 RES-NUMERO     PIC 9(06).
             05 RES-ANALITO    PIC 9(02).
          03 RES-TIPO          PIC 9(04).
          03 RES-CPF           PIC 9(11).
          03 RES-DATA          PIC 9(08).
          03 RES-CRM           PIC 9(06).
          03 RES-VALOR         PIC 9(06)V9(03).
          03 RES-REFMIN        PIC 9(06)V9(03).
          03 RES-REFMAX        PIC 9(06)V9(03).
          03 RES-FLAG          PIC X(01).
             88 RES-NORMAL         VALUE "N".
             88 RES-ALTERADO       VALUE "A".
             88 RES-CRITICO        VALUE "C".
          03 RES-DTAVISO       PIC 9(08).
          03 RES-HRAVISO       PIC 9(04).
          03 RES-OPERAVISO     PIC X(08).
          03 RES-CONTATO       PIC X(30).
      *
       FD CADEXTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTP.DAT".
       01 REGEXTP.
          03 EXT-CODIGO        PIC 9(04).
          03 EXT-DESCR         PIC X(30).
          03 EXT-PREPARO       PIC X(50).
          03 EXT-SITUACAO      PIC X(01).
             88 EXT-ATIVO          VALUE "A".
             88 EXT-INATIVO        VALUE "I".
      *
       FD CADEXAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAM.DAT".
       01 REGEXAM.
          03 EXO-NUMERO        PIC 9(06).
          03 EXO-CONS          PIC 9(18).
          03 EXO-CPF           PIC 9(11).
          03 EXO-TIPO          PIC 9(04).
          03 EXO-DTPEDIDO      PIC 9(08).
          03 EXO-DTRESULT      PIC 9(08).
      *
       FD REGMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGMED.DAT".
       01 CADMEDICO.
          03 CRM                   PIC 9(06).
          03 NOME                  PIC X(30).
          03 ESPECIALIDADE         PIC 9(02).
          03 FILLER                PIC X(52).
          03 SITUACAO              PIC X(01).
             88 MED-ATIVO              VALUE "A".
             88 MED-INATIVO            VALUE "I".
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 FILLER         PIC X(85).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADCRITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRIRL.DOC".
       01 REGCRITX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 IND        PIC 9(02) VALUE ZEROS.
       01 IND2       PIC 9(02) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-TIPO     PIC 9(04) VALUE ZEROS.
       01 W-ANALITO  PIC 9(02) VALUE ZEROS.
       01 W-NUMERO   PIC 9(06) VALUE ZEROS.
       01 W-CONTATO  PIC X(30) VALUE SPACES.
       01 W-TOTCRIT  PIC 9(06) VALUE ZEROS.
       01 W-TOTPEND  PIC 9(06) VALUE ZEROS.
       01 W-VALED    PIC ZZZZZ9,999.
       01 W-VALED2   PIC ZZZZZ9,999.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AGORAHH PIC 9(02).
          03 W-AGORAMI PIC 9(02).
          03 W-AGORASS PIC 9(02).
          03 W-AGORACC PIC 9(02).
       01 W-HORA4    PIC 9(04) VALUE ZEROS.
       01 W-HORA4-R REDEFINES W-HORA4.
          03 W-H4HH    PIC 9(02).
          03 W-H4MI    PIC 9(02).
       01 W-HORAED1.
          03 W-HED1HH   PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HED1MI   PIC 9(02).
       01 W-VALID    PIC 9(08) VALUE ZEROS.
       01 W-VALID-R REDEFINES W-VALID.
          03 W-VLDANO  PIC 9(04).
          03 W-VLDMES  PIC 9(02).
          03 W-VLDDIA  PIC 9(02).
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
       01 W-DATAED   PIC 99/99/9999.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CAB1.
          03 FILLER     PIC X(20) VALUE "EMITIDO EM: ".
          03 C1-DATA    PIC 99/99/9999.
       01 CAB2.
          03 FILLER     PIC X(08) VALUE "PEDIDO".
          03 FILLER     PIC X(23) VALUE "ANALITO".
          03 FILLER     PIC X(11) VALUE "     VALOR".
          03 FILLER     PIC X(11) VALUE "UNIDADE".
          03 FILLER     PIC X(11) VALUE "RESULTADO".
          03 FILLER     PIC X(07) VALUE "CRM".
          03 FILLER     PIC X(20) VALUE "PACIENTE".
       01 LINCRI.
          03 LR-NUMERO  PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-ANALITO PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-VALOR   PIC ZZZZZ9,999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-UNIDADE PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-PACIENTE PIC X(29).
       01 LINAVI.
          03 FILLER     PIC X(08) VALUE SPACES.
          03 LA-TEXTO   PIC X(92).
       01 LINTOT.
          03 LT-ROTULO  PIC X(30).
          03 LT-QTDE    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP108".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT108.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** LABORATORIO - VALORES DE REFERE".
           05  LINE 02  COLUMN 41
               VALUE  "NCIA E RESULTADOS CRITICOS ***".
           05  LINE 05  COLUMN 10
               VALUE  "A = ANALITOS E VALORES DE REFERENCIA".
           05  LINE 06  COLUMN 10
               VALUE  "P = RESULTADOS DO PEDIDO DE EXAME".
           05  LINE 07  COLUMN 10
               VALUE  "C = COMUNICACAO DE RESULTADO CRITICO".
           05  LINE 08  COLUMN 10
               VALUE  "L = RELATORIO DE RESULTADOS CRITICOS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
       01  TELAANA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "ANALITOS E VALORES DE REFERENCIA".
           05  LINE 03  COLUMN 01
               VALUE  "TIPO DE EXAME..:".
           05  LINE 04  COLUMN 01
               VALUE  "ANALITO........:".
           05  LINE 06  COLUMN 01
               VALUE  "DESCRICAO......:".
           05  LINE 07  COLUMN 01
               VALUE  "UNIDADE........:".
           05  LINE 09  COLUMN 01
               VALUE  "FAIXAS DE REFERENCIA (SEXO M/F OU A=AMBOS".
           05  LINE 09  COLUMN 42
               VALUE  ", SEXO EM BRANCO ENCERRA):".
           05  LINE 10  COLUMN 01
               VALUE  "SEXO IDADE DE  ATE        MINIMO        MA".
           05  LINE 10  COLUMN 42
               VALUE  "XIMO".
           05  LINE 16  COLUMN 01
               VALUE  "CRITICO ABAIXO DE:".
           05  LINE 16  COLUMN 40
               VALUE  "(ZERO = SEM LIMITE)".
           05  LINE 17  COLUMN 01
               VALUE  "CRITICO ACIMA DE.:".
           05  LINE 17  COLUMN 40
               VALUE  "(ZERO = SEM LIMITE)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTIPO
               LINE 03  COLUMN 18  PIC 9(04)
               USING  ANA-TIPO
               HIGHLIGHT.
           05  TCOD
               LINE 04  COLUMN 18  PIC 9(02)
               USING  ANA-CODIGO
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 18  PIC X(30)
               USING  ANA-DESCR
               HIGHLIGHT.
           05  TUNID
               LINE 07  COLUMN 18  PIC X(10)
               USING  ANA-UNIDADE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADANAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADANAL
                 CLOSE CADANAL
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADANAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADRESUL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRESUL
                 CLOSE CADRESUL
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRESUL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADEXTP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE TIPOS DE EXAME NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADEXAM
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PEDIDOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT108
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "A" OR "a"
                GO TO ANA-001.
           IF W-MODO = "P" OR "p"
                GO TO PED-001.
           IF W-MODO = "C" OR "c"
                GO TO COM-001.
           IF W-MODO = "L" OR "l"
                GO TO REL-001.
           GO TO R1.

      *---------------CADASTRO DO ANALITO------------------------------*
      * A PRIMEIRA FAIXA QUE CASAR COM O SEXO E A IDADE DO PACIENTE NA *
      * DATA DO RESULTADO E A REFERENCIA USADA NA IMPORTACAO. VALOR    *
      * FORA DOS LIMITES CRITICOS E CRITICO MESMO SEM FAIXA            *
      *----------------------------------------------------------------*

       ANA-001.
           MOVE ZEROS TO ANA-TIPO ANA-CODIGO ANA-FAIXAS
           MOVE ZEROS TO ANA-CRITMIN ANA-CRITMAX
           MOVE SPACES TO ANA-DESCR ANA-UNIDADE
           MOVE 1 TO IND.
       ANA-001A.
           IF IND > 4
                GO TO ANA-001B.
           MOVE SPACES TO ANA-FXSEXO (IND)
           ADD 1 TO IND
           GO TO ANA-001A.
       ANA-001B.
           MOVE "A" TO ANA-SITUACAO
           DISPLAY TELAANA.
       ANA-002.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE ANA-TIPO TO EXT-CODIGO
           READ CADEXTP
           IF ST-ERRO NOT = "00"
                MOVE "*** TIPO DE EXAME NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-002.
           DISPLAY (03, 25) EXT-DESCR.
       ANA-003.
           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ANA-002.
           IF ANA-CODIGO = ZEROS
                MOVE "CODIGO DO ANALITO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-003.
           MOVE "S" TO W-NOVO
           READ CADANAL
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "N" TO W-NOVO
                DISPLAY TELAANA
                PERFORM ANA-MOSTRA THRU ANA-MOSTRA-FIM
                GO TO ANA-ACE
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADANAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
       ANA-004.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ANA-003.
           IF ANA-DESCR = SPACES
                MOVE "DIGITE A DESCRICAO DO ANALITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-004.
       ANA-005.
           ACCEPT TUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ANA-004.
           IF ANA-UNIDADE = SPACES
                MOVE "DIGITE A UNIDADE DO ANALITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-005.
           MOVE 1 TO IND.
       ANA-FX.
           IF IND > 4
                GO TO ANA-CRI.
           COMPUTE W-LIN = 10 + IND
           ACCEPT (W-LIN, 03) ANA-FXSEXO (IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF IND = 1
                     GO TO ANA-005
                ELSE
                     SUBTRACT 1 FROM IND
                     GO TO ANA-FX.
           IF ANA-FXSEXO (IND) = SPACES
                PERFORM ANA-LIMPA THRU ANA-LIMPA-FIM
                GO TO ANA-CRI.
           IF ANA-FXSEXO (IND) NOT = "M" AND NOT = "F" AND NOT = "A"
                MOVE "*** SEXO: M, F OU A (AMBOS) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-FX.
       ANA-FX1.
           ACCEPT (W-LIN, 08) ANA-FXIDINI (IND) WITH UPDATE
           ACCEPT (W-LIN, 14) ANA-FXIDFIM (IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ANA-FX.
           IF ANA-FXIDFIM (IND) = ZEROS
                MOVE 999 TO ANA-FXIDFIM (IND)
                DISPLAY (W-LIN, 14) ANA-FXIDFIM (IND).
           IF ANA-FXIDFIM (IND) < ANA-FXIDINI (IND)
                MOVE "*** IDADE FINAL MENOR QUE A INICIAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-FX1.
       ANA-FX2.
           ACCEPT (W-LIN, 21) ANA-FXMIN-IN (IND) WITH UPDATE
           DISPLAY (W-LIN, 27) ","
           ACCEPT (W-LIN, 28) ANA-FXMIN-DC (IND) WITH UPDATE
           ACCEPT (W-LIN, 35) ANA-FXMAX-IN (IND) WITH UPDATE
           DISPLAY (W-LIN, 41) ","
           ACCEPT (W-LIN, 42) ANA-FXMAX-DC (IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ANA-FX1.
           IF ANA-FXMAX-N (IND) = ZEROS
              OR ANA-FXMAX-N (IND) < ANA-FXMIN-N (IND)
                MOVE "*** FAIXA DE REFERENCIA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-FX2.
           ADD 1 TO IND
           GO TO ANA-FX.
       ANA-CRI.
           ACCEPT (16, 21) ANA-CRITMIN-IN WITH UPDATE
           DISPLAY (16, 27) ","
           ACCEPT (16, 28) ANA-CRITMIN-DC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                MOVE 1 TO IND
                GO TO ANA-FX.
       ANA-CRI1.
           ACCEPT (17, 21) ANA-CRITMAX-IN WITH UPDATE
           DISPLAY (17, 27) ","
           ACCEPT (17, 28) ANA-CRITMAX-DC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ANA-CRI.
           IF ANA-CRITMAX-N NOT = ZEROS
              AND ANA-CRITMAX-N NOT > ANA-CRITMIN-N
                MOVE "*** LIMITE CRITICO SUPERIOR INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-CRI1.
       ANA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ANA-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ANA-OPC.
       ANA-GRAVA.
           MOVE W-DATAHOJE TO ANA-DTALT
           MOVE LK-OPERADOR TO ANA-OPERADOR
           IF W-NOVO = "S"
                MOVE "A" TO ANA-SITUACAO
                WRITE REGANAL
           ELSE
                REWRITE REGANAL.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADANAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ANA-001.
      *
       ANA-ACE.
           IF ANA-INATIVO
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   R=REATIVAR"
           ELSE
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=INATIVAR".
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ANA-001.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO ANA-001.
           IF W-OPCAO = "A" OR "a"
                GO TO ANA-004.
           IF (W-OPCAO = "R" OR "r") AND ANA-INATIVO
                MOVE "A" TO ANA-SITUACAO
                GO TO ANA-GRAVA.
           IF (W-OPCAO = "E" OR "e") AND ANA-ATIVO
                MOVE "I" TO ANA-SITUACAO
                GO TO ANA-GRAVA.
           GO TO ANA-ACE.

      *----MOSTRA O ANALITO LIDO EM REGANAL----------------------------*

       ANA-MOSTRA.
           DISPLAY (03, 25) EXT-DESCR
           IF ANA-INATIVO
                DISPLAY (04, 25) "*** ANALITO INATIVO ***".
           DISPLAY (16, 21) ANA-CRITMIN-IN
           DISPLAY (16, 27) ","
           DISPLAY (16, 28) ANA-CRITMIN-DC
           DISPLAY (17, 21) ANA-CRITMAX-IN
           DISPLAY (17, 27) ","
           DISPLAY (17, 28) ANA-CRITMAX-DC
           MOVE 1 TO IND.
       ANA-MOSTRA1.
           IF IND > 4
                GO TO ANA-MOSTRA-FIM.
           IF ANA-FXSEXO (IND) = SPACES
                GO TO ANA-MOSTRA-FIM.
           COMPUTE W-LIN = 10 + IND
           DISPLAY (W-LIN, 03) ANA-FXSEXO (IND)
           DISPLAY (W-LIN, 08) ANA-FXIDINI (IND)
           DISPLAY (W-LIN, 14) ANA-FXIDFIM (IND)
           DISPLAY (W-LIN, 21) ANA-FXMIN-IN (IND)
           DISPLAY (W-LIN, 27) ","
           DISPLAY (W-LIN, 28) ANA-FXMIN-DC (IND)
           DISPLAY (W-LIN, 35) ANA-FXMAX-IN (IND)
           DISPLAY (W-LIN, 41) ","
           DISPLAY (W-LIN, 42) ANA-FXMAX-DC (IND)
           ADD 1 TO IND
           GO TO ANA-MOSTRA1.
       ANA-MOSTRA-FIM.
           EXIT.

      *----SEXO EM BRANCO ENCERRA AS FAIXAS: LIMPA DO IND ATE O FIM----*

       ANA-LIMPA.
           MOVE IND TO IND2.
       ANA-LIMPA1.
           IF IND2 > 4
                GO TO ANA-LIMPA-FIM.
           MOVE SPACES TO ANA-FXSEXO (IND2)
           MOVE ZEROS TO ANA-FXIDINI (IND2) ANA-FXIDFIM (IND2)
           MOVE ZEROS TO ANA-FXMIN (IND2) ANA-FXMAX (IND2)
           COMPUTE W-LIN = 10 + IND2
           DISPLAY (W-LIN, 01) LIMPA
           ADD 1 TO IND2
           GO TO ANA-LIMPA1.
       ANA-LIMPA-FIM.
           EXIT.

      *---------------RESULTADOS ESTRUTURADOS DO PEDIDO----------------*

       PED-001.
           MOVE ZEROS TO W-NUMERO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "RESULTADOS DO PEDIDO DE EXAME".
       PED-002.
           DISPLAY (03, 01) "PEDIDO:"
           ACCEPT (03, 09) W-NUMERO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMERO TO EXO-NUMERO
           READ CADEXAM
           IF ST-ERRO NOT = "00"
                MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PED-002.
           MOVE EXO-TIPO TO EXT-CODIGO
           MOVE SPACES TO EXT-DESCR
           READ CADEXTP
           DISPLAY (03, 17) EXT-DESCR
           MOVE EXO-CPF TO CPF
           MOVE SPACES TO PACINOME
           READ CADPACI
           DISPLAY (04, 01) "PACIENTE:"
           DISPLAY (04, 11) PACINOME
           IF EXO-DTRESULT = ZEROS
                MOVE "*** PEDIDO AINDA SEM RESULTADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PED-001.
           MOVE EXO-DTRESULT TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED
           DISPLAY (04, 50) "RESULTADO:"
           DISPLAY (04, 61) W-DATAED
           DISPLAY (06, 01)
             "AN ANALITO                   VALOR UNIDADE    REFERENCIA"
           MOVE 6 TO W-LIN
           MOVE W-NUMERO TO RES-NUMERO
           MOVE ZEROS TO RES-ANALITO
           START CADRESUL KEY IS NOT LESS RES-CHAVE
               INVALID KEY
                   GO TO PED-VAZIO.
       PED-LER.
           READ CADRESUL NEXT RECORD
               AT END
                   GO TO PED-FIM.
           IF RES-NUMERO NOT = W-NUMERO
                GO TO PED-FIM.
           IF W-LIN > 20
                GO TO PED-FIM.
           ADD 1 TO W-LIN
           MOVE RES-TIPO TO ANA-TIPO
           MOVE RES-ANALITO TO ANA-CODIGO
           MOVE SPACES TO ANA-DESCR ANA-UNIDADE
           READ CADANAL
           MOVE RES-VALOR TO W-VALED
           DISPLAY (W-LIN, 01) RES-ANALITO
           DISPLAY (W-LIN, 04) ANA-DESCR (1:20)
           DISPLAY (W-LIN, 25) W-VALED
           DISPLAY (W-LIN, 36) ANA-UNIDADE
           IF RES-REFMAX NOT = ZEROS
                MOVE RES-REFMIN TO W-VALED
                MOVE RES-REFMAX TO W-VALED2
                DISPLAY (W-LIN, 47) W-VALED
                DISPLAY (W-LIN, 57) "-"
                DISPLAY (W-LIN, 58) W-VALED2.
           IF RES-CRITICO
                DISPLAY (W-LIN, 70) "CRITICO"
           ELSE
                IF RES-ALTERADO
                     DISPLAY (W-LIN, 70) "ALTERADO"
                ELSE
                     DISPLAY (W-LIN, 70) "NORMAL".
           GO TO PED-LER.
       PED-VAZIO.
           MOVE "*** PEDIDO SEM RESULTADOS ESTRUTURADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PED-001.
       PED-FIM.
           IF W-LIN = 6
                GO TO PED-VAZIO.
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           DISPLAY (23, 12) LIMPA
           GO TO PED-001.

      *---------------COMUNICACAO DE RESULTADO CRITICO-----------------*
      * LISTA OS CRITICOS AINDA NAO COMUNICADOS; O OPERADOR ESCOLHE O  *
      * PEDIDO/ANALITO E INFORMA A QUEM AVISOU. DATA, HORA E OPERADOR  *
      * FICAM NO RESULTADO PARA A AUDITORIA DA ACREDITACAO             *
      *----------------------------------------------------------------*

       COM-001.
           MOVE ZEROS TO W-NUMERO W-ANALITO W-TOTPEND
           MOVE SPACES TO W-CONTATO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15)
                "COMUNICACAO DE RESULTADOS CRITICOS PENDENTES"
           DISPLAY (03, 01)
             "PEDIDO AN ANALITO                VALOR     CRM"
           DISPLAY (03, 48) "PACIENTE"
           MOVE 3 TO W-LIN
           MOVE ZEROS TO RES-CHAVE
           START CADRESUL KEY IS NOT LESS RES-CHAVE
               INVALID KEY
                   GO TO COM-VAZIO.
       COM-LISTA.
           READ CADRESUL NEXT RECORD
               AT END
                   GO TO COM-LISTA-FIM.
           IF NOT RES-CRITICO OR RES-DTAVISO NOT = ZEROS
                GO TO COM-LISTA.
           ADD 1 TO W-TOTPEND
           IF W-LIN > 17
                DISPLAY (19, 01) "(HA MAIS PENDENTES)"
                GO TO COM-LISTA.
           ADD 1 TO W-LIN
           MOVE RES-TIPO TO ANA-TIPO
           MOVE RES-ANALITO TO ANA-CODIGO
           MOVE SPACES TO ANA-DESCR
           READ CADANAL
           MOVE RES-CPF TO CPF
           MOVE SPACES TO PACINOME
           READ CADPACI
           MOVE RES-VALOR TO W-VALED
           DISPLAY (W-LIN, 01) RES-NUMERO
           DISPLAY (W-LIN, 08) RES-ANALITO
           DISPLAY (W-LIN, 11) ANA-DESCR (1:18)
           DISPLAY (W-LIN, 30) W-VALED
           DISPLAY (W-LIN, 41) RES-CRM
           DISPLAY (W-LIN, 48) PACINOME
           GO TO COM-LISTA.
       COM-LISTA-FIM.
           IF W-TOTPEND = ZEROS
                GO TO COM-VAZIO.
       COM-002.
           DISPLAY (21, 01) "PEDIDO:"
           ACCEPT (21, 09) W-NUMERO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           DISPLAY (21, 17) "ANALITO:"
           ACCEPT (21, 26) W-ANALITO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO COM-002.
           MOVE W-NUMERO TO RES-NUMERO
           MOVE W-ANALITO TO RES-ANALITO
           READ CADRESUL
           IF ST-ERRO NOT = "00"
                MOVE "*** RESULTADO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COM-002.
           IF NOT RES-CRITICO
                MOVE "*** RESULTADO NAO E CRITICO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COM-002.
           IF RES-DTAVISO NOT = ZEROS
                MOVE "*** RESULTADO JA COMUNICADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COM-002.
           MOVE RES-CRM TO CRM
           MOVE SPACES TO NOME
           READ REGMED
           DISPLAY (21, 30) "SOLICITANTE:"
           DISPLAY (21, 43) NOME.
       COM-003.
           DISPLAY (22, 01) "AVISADO A (NOME):"
           ACCEPT (22, 19) W-CONTATO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO COM-002.
           IF W-CONTATO = SPACES
                MOVE "*** INFORME QUEM RECEBEU O AVISO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COM-003.
       COM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** COMUNICACAO NAO REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COM-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO COM-OPC.
           DISPLAY (23, 40) LIMPA.
       COM-GRAVA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-AGORAHH TO W-H4HH
           MOVE W-AGORAMI TO W-H4MI
           MOVE W-DATAHOJE TO RES-DTAVISO
           MOVE W-HORA4 TO RES-HRAVISO
           MOVE LK-OPERADOR TO RES-OPERAVISO
           MOVE W-CONTATO TO RES-CONTATO
           REWRITE REGRESUL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESUL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** COMUNICACAO REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO COM-001.
       COM-VAZIO.
           MOVE "*** NENHUM RESULTADO CRITICO PENDENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------RELATORIO DE RESULTADOS CRITICOS-----------------*

       REL-001.
           MOVE ZEROS TO W-TOTCRIT W-TOTPEND
           OPEN OUTPUT CADCRITX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRITX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "*** RESULTADOS CRITICOS E COMUNICACAO ***" TO CAB0-TIT
           WRITE REGCRITX FROM CAB0.
           MOVE W-DATAHOJE TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO C1-DATA
           WRITE REGCRITX FROM CAB1.
           MOVE SPACES TO REGCRITX
           WRITE REGCRITX.
           WRITE REGCRITX FROM CAB2.
           MOVE ZEROS TO RES-CHAVE
           START CADRESUL KEY IS NOT LESS RES-CHAVE
               INVALID KEY
                   GO TO REL-FIM.
       REL-LER.
           READ CADRESUL NEXT RECORD
               AT END
                   GO TO REL-FIM.
           IF NOT RES-CRITICO
                GO TO REL-LER.
           ADD 1 TO W-TOTCRIT
           MOVE RES-TIPO TO ANA-TIPO
           MOVE RES-ANALITO TO ANA-CODIGO
           MOVE SPACES TO ANA-DESCR ANA-UNIDADE
           READ CADANAL
           MOVE RES-CPF TO CPF
           MOVE SPACES TO PACINOME
           READ CADPACI
           MOVE RES-NUMERO TO LR-NUMERO
           MOVE ANA-DESCR TO LR-ANALITO
           MOVE RES-VALOR TO LR-VALOR
           MOVE ANA-UNIDADE TO LR-UNIDADE
           MOVE RES-DATA TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LR-DATA
           MOVE RES-CRM TO LR-CRM
           MOVE PACINOME TO LR-PACIENTE
           WRITE REGCRITX FROM LINCRI
           MOVE SPACES TO LA-TEXTO
           IF RES-DTAVISO = ZEROS
                ADD 1 TO W-TOTPEND
                MOVE "*** COMUNICACAO AO MEDICO PENDENTE ***"
                                                        TO LA-TEXTO
           ELSE
                MOVE RES-DTAVISO TO W-VALID
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                MOVE W-DATADMA-N TO W-DATAED
                MOVE RES-HRAVISO TO W-HORA4
                MOVE W-H4HH TO W-HED1HH
                MOVE W-H4MI TO W-HED1MI
                STRING "COMUNICADO EM " W-DATAED " " W-HORAED1
                       " POR " RES-OPERAVISO " A " RES-CONTATO
                       DELIMITED BY SIZE INTO LA-TEXTO.
           WRITE REGCRITX FROM LINAVI
           GO TO REL-LER.
       REL-FIM.
           MOVE SPACES TO REGCRITX
           WRITE REGCRITX.
           MOVE "RESULTADOS CRITICOS.........:" TO LT-ROTULO
           MOVE W-TOTCRIT TO LT-QTDE
           WRITE REGCRITX FROM LINTOT.
           MOVE "COMUNICACOES PENDENTES......:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-QTDE
           WRITE REGCRITX FROM LINTOT.
           CLOSE CADCRITX
           MOVE "*** RELATORIO GERADO EM CADCRIRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----W-VALID (AAAAMMDD) PARA W-DATADMA-N (DDMMAAAA)--------------*
      *
       DAT-DMA.
           MOVE W-VLDDIA TO W-DMADIA
           MOVE W-VLDMES TO W-DMAMES
           MOVE W-VLDANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADANAL CADRESUL CADEXTP CADEXAM REGMED CADPACI.
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
