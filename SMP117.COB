       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP117.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * CENTROS DE CUSTO (CADCCUST.DAT): UNIDADE (CADUNID)  *
      * X ESPECIALIDADE (CADESP), COM A METRAGEM DAS SALAS  *
      * OCUPADAS E O PERCENTUAL FIXO DE CADA CATEGORIA DE   *
      * DESPESA DO CADPAGAR. CRITERIO DE RATEIO POR         *
      * CATEGORIA (CADRATCR.DAT): M = METRAGEM, H = HORAS   *
      * DE AGENDA (CADAGEN), A = ATENDIMENTOS REALIZADOS,   *
      * P = PERCENTUAL FIXO, BRANCO = NAO RATEIA. O RATEIO  *
      * MENSAL E FEITO PELO SMP118                          *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCCUST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCU-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRATCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCR-CATEG
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCCUST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCCUST.DAT".
       01 REGCCUST.
          03 CCU-CHAVE.
             05 CCU-UNIDADE    PIC 9(02).
             05 CCU-ESP        PIC 9(02).
          03 CCU-DESCR         PIC X(30).
          03 CCU-METRAGEM      PIC 9(05).
          03 CCU-PERCS.
             05 CCU-PERC       PIC 9(03)V99 OCCURS 6 TIMES.
          03 CCU-SITUACAO      PIC X(01).
             88 CCU-ATIVO          VALUE "A".
             88 CCU-INATIVO        VALUE "I".
          03 CCU-DTALT         PIC 9(08).
          03 CCU-OPERADOR      PIC X(08).
      *
       FD CADRATCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATCR.DAT".
       01 REGRATCR.
          03 RCR-CATEG         PIC 9(02).
          03 RCR-CRITERIO      PIC X(01).
             88 RCR-METRAGEM       VALUE "M".
             88 RCR-HORAS          VALUE "H".
             88 RCR-ATENDIMENTOS   VALUE "A".
             88 RCR-PERCENTUAL     VALUE "P".
             88 RCR-NAORATEIA      VALUE " ".
          03 RCR-DTALT         PIC 9(08).
          03 RCR-OPERADOR      PIC X(08).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNI-CODIGO        PIC 9(02).
          03 UNI-NOME          PIC X(30).
          03 UNI-ENDERECO      PIC X(30).
          03 UNI-TELEFONE      PIC 9(11).
          03 UNI-SITUACAO      PIC X(01).
             88 UNI-ATIVA          VALUE "A".
             88 UNI-INATIVA        VALUE "I".
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01 REGESP.
          03 ESP-CODIGO        PIC 9(02).
          03 ESP-DESCR         PIC X(20).
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
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-CRIT     PIC X(01) VALUE SPACES.
       01 W-SOMAPCT  PIC 9(05)V99 VALUE ZEROS.
       01 W-PCTED    PIC ZZZZ9,99.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
      *
      *----CATEGORIAS DE DESPESA DO CADPAGAR (MESMA TABELA DO SMP067)--*
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
       01 TABCRIT.
          03 TCR-CRIT   PIC X(01) OCCURS 6 TIMES.
       01 TABSOMA.
          03 TSM-PCT    PIC 9(05)V99 OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP117".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT117.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** CENTROS DE CUSTO E CRITERI".
           05  LINE 02  COLUMN 41
               VALUE  "OS DE RATEIO ***".
           05  LINE 05  COLUMN 10
               VALUE  "C = CADASTRO DO CENTRO DE CUSTO".
           05  LINE 06  COLUMN 10
               VALUE  "R = CRITERIO DE RATEIO POR CATEGORIA".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
       01  TELACCU.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "CADASTRO DO CENTRO DE CUSTO".
           05  LINE 03  COLUMN 01
               VALUE  "UNIDADE........:".
           05  LINE 05  COLUMN 01
               VALUE  "ESPECIALIDADE..:".
           05  LINE 07  COLUMN 01
               VALUE  "DESCRICAO......:".
           05  LINE 09  COLUMN 01
               VALUE  "METRAGEM (M2)..:".
           05  LINE 11  COLUMN 01
               VALUE  "PERCENTUAL FIXO POR CATEGORIA (CRITERIO".
           05  LINE 11  COLUMN 41
               VALUE  " P):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TUNID
               LINE 03  COLUMN 18  PIC 9(02)
               USING  CCU-UNIDADE
               HIGHLIGHT.
           05  TESP
               LINE 05  COLUMN 18  PIC 9(02)
               USING  CCU-ESP
               HIGHLIGHT.
           05  TDESCR
               LINE 07  COLUMN 18  PIC X(30)
               USING  CCU-DESCR
               HIGHLIGHT.
           05  TMETR
               LINE 09  COLUMN 18  PIC 9(05)
               USING  CCU-METRAGEM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADCCUST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCCUST
                 CLOSE CADCCUST
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCCUST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADRATCR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRATCR
                 CLOSE CADRATCR
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRATCR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE UNIDADES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE ESPECIALIDADES NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT117
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "C" OR "c"
                GO TO CCU-001.
           IF W-MODO = "R" OR "r"
                GO TO CRT-001.
           GO TO R1.

      *---------------CADASTRO DO CENTRO DE CUSTO----------------------*
      * CENTRO INATIVO NAO RECEBE RATEIO; OS RESULTADOS JA APURADOS    *
      * FICAM GRAVADOS NO CADRATRS                                     *
      *----------------------------------------------------------------*

       CCU-001.
           MOVE ZEROS TO CCU-UNIDADE CCU-ESP CCU-METRAGEM
           MOVE ZEROS TO CCU-PERCS
           MOVE SPACES TO CCU-DESCR
           MOVE "A" TO CCU-SITUACAO
           DISPLAY TELACCU
           PERFORM CCU-CATEG THRU CCU-CATEG-FIM.
       CCU-002.
           ACCEPT TUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF CCU-UNIDADE = ZEROS
                MOVE "*** INFORME A UNIDADE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCU-002.
           MOVE CCU-UNIDADE TO UNI-CODIGO
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCU-002.
           DISPLAY (03, 25) UNI-NOME.
       CCU-003.
           ACCEPT TESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CCU-002.
           IF CCU-ESP = ZEROS
                MOVE "*** INFORME A ESPECIALIDADE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCU-003.
           MOVE CCU-ESP TO ESP-CODIGO
           READ CADESP
           IF ST-ERRO NOT = "00"
                MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCU-003.
           DISPLAY (05, 25) ESP-DESCR
           MOVE "S" TO W-NOVO
           READ CADCCUST
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "N" TO W-NOVO
                DISPLAY TELACCU
                PERFORM CCU-MOSTRA THRU CCU-MOSTRA-FIM
                GO TO CCU-ACE
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCCUST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
           MOVE ZEROS TO CCU-METRAGEM CCU-PERCS
           MOVE SPACES TO CCU-DESCR
           STRING UNI-NOME DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  ESP-DESCR DELIMITED BY "  "
                  INTO CCU-DESCR.
       CCU-004.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CCU-003.
           IF CCU-DESCR = SPACES
                MOVE "DIGITE A DESCRICAO DO CENTRO DE CUSTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCU-004.
       CCU-005.
           ACCEPT TMETR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CCU-004.
           MOVE 1 TO IND.
       CCU-PCT.
           IF IND > 6
                GO TO CCU-OPC.
           COMPUTE W-LIN = 12 + IND
           ACCEPT (W-LIN, 25) CCU-PERC (IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF IND = 1
                     GO TO CCU-005
                ELSE
                     SUBTRACT 1 FROM IND
                     GO TO CCU-PCT.
           IF CCU-PERC (IND) > 100
                MOVE "*** PERCENTUAL ATE 100 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCU-PCT.
           ADD 1 TO IND
           GO TO CCU-PCT.
       CCU-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCU-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CCU-OPC.
       CCU-GRAVA.
           MOVE W-DATAHOJE TO CCU-DTALT
           MOVE LK-OPERADOR TO CCU-OPERADOR
           IF W-NOVO = "S"
                MOVE "A" TO CCU-SITUACAO
                WRITE REGCCUST
           ELSE
                REWRITE REGCCUST.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCCUST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CCU-001.
      *
       CCU-ACE.
           IF CCU-INATIVO
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   R=REATIVAR"
           ELSE
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=INATIVAR".
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CCU-001.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO CCU-001.
           IF W-OPCAO = "A" OR "a"
                GO TO CCU-004.
           IF (W-OPCAO = "R" OR "r") AND CCU-INATIVO
                MOVE "A" TO CCU-SITUACAO
                GO TO CCU-GRAVA.
           IF (W-OPCAO = "E" OR "e") AND CCU-ATIVO
                MOVE "I" TO CCU-SITUACAO
                GO TO CCU-GRAVA.
           GO TO CCU-ACE.

      *----NOMES DAS CATEGORIAS NAS LINHAS DE PERCENTUAL---------------*

       CCU-CATEG.
           MOVE 1 TO IND.
       CCU-CATEG1.
           IF IND > 6
                GO TO CCU-CATEG-FIM.
           COMPUTE W-LIN = 12 + IND
           DISPLAY (W-LIN, 05) IND
           DISPLAY (W-LIN, 08) TBCAT-DESCR (IND)
           ADD 1 TO IND
           GO TO CCU-CATEG1.
       CCU-CATEG-FIM.
           EXIT.

      *----MOSTRA O CENTRO LIDO EM REGCCUST----------------------------*

       CCU-MOSTRA.
           MOVE CCU-UNIDADE TO UNI-CODIGO
           MOVE SPACES TO UNI-NOME
           READ CADUNID
           DISPLAY (03, 25) UNI-NOME
           MOVE CCU-ESP TO ESP-CODIGO
           MOVE SPACES TO ESP-DESCR
           READ CADESP
           DISPLAY (05, 25) ESP-DESCR
           IF CCU-INATIVO
                DISPLAY (07, 50) "*** CENTRO INATIVO ***".
           PERFORM CCU-CATEG THRU CCU-CATEG-FIM
           MOVE 1 TO IND.
       CCU-MOSTRA1.
           IF IND > 6
                GO TO CCU-MOSTRA-FIM.
           COMPUTE W-LIN = 12 + IND
           DISPLAY (W-LIN, 25) CCU-PERC (IND)
           ADD 1 TO IND
           GO TO CCU-MOSTRA1.
       CCU-MOSTRA-FIM.
           EXIT.

      *---------------CRITERIO DE RATEIO POR CATEGORIA-----------------*
      * MOSTRA A SOMA DOS PERCENTUAIS FIXOS DOS CENTROS ATIVOS. NO     *
      * CRITERIO P A SOMA DEVE FECHAR 100%; O QUE FALTAR FICA SEM      *
      * RATEIO NO MES                                                  *
      *----------------------------------------------------------------*

       CRT-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CRITERIO DE RATEIO POR CATEGORIA"
           DISPLAY (03, 05) "M=METRAGEM  H=HORAS DE AGENDA"
           DISPLAY (04, 05) "A=ATENDIMENTOS  P=PERCENTUAL FIXO"
           DISPLAY (05, 05) "BRANCO=NAO RATEIA"
           DISPLAY (06, 05) "CAT DESCRICAO        CRIT.  SOMA % FIXO"
           PERFORM CRT-SOMA THRU CRT-SOMA-FIM
           MOVE 1 TO IND.
       CRT-MOSTRA.
           IF IND > 6
                GO TO CRT-002.
           MOVE IND TO RCR-CATEG
           READ CADRATCR
           IF ST-ERRO = "00"
                MOVE RCR-CRITERIO TO TCR-CRIT (IND)
           ELSE
                MOVE SPACES TO TCR-CRIT (IND).
           COMPUTE W-LIN = 7 + IND
           DISPLAY (W-LIN, 06) IND
           DISPLAY (W-LIN, 09) TBCAT-DESCR (IND)
           DISPLAY (W-LIN, 28) TCR-CRIT (IND)
           MOVE TSM-PCT (IND) TO W-PCTED
           DISPLAY (W-LIN, 38) W-PCTED
           ADD 1 TO IND
           GO TO CRT-MOSTRA.
       CRT-002.
           MOVE 1 TO IND.
       CRT-003.
           IF IND > 6
                GO TO CRT-OPC.
           COMPUTE W-LIN = 7 + IND
           MOVE TCR-CRIT (IND) TO W-CRIT
           ACCEPT (W-LIN, 28) W-CRIT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF IND = 1
                     GO TO R1
                ELSE
                     SUBTRACT 1 FROM IND
                     GO TO CRT-003.
           IF W-CRIT = "m"
                MOVE "M" TO W-CRIT.
           IF W-CRIT = "h"
                MOVE "H" TO W-CRIT.
           IF W-CRIT = "a"
                MOVE "A" TO W-CRIT.
           IF W-CRIT = "p"
                MOVE "P" TO W-CRIT.
           IF W-CRIT NOT = "M" AND W-CRIT NOT = "H" AND
              W-CRIT NOT = "A" AND W-CRIT NOT = "P" AND
              W-CRIT NOT = SPACE
                MOVE "*** CRITERIO M, H, A, P OU BRANCO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRT-003.
           IF W-CRIT = "P" AND TSM-PCT (IND) NOT = 100
                MOVE "* ATENCAO: PERCENTUAIS NAO SOMAM 100% *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE W-CRIT TO TCR-CRIT (IND)
           DISPLAY (W-LIN, 28) W-CRIT
           ADD 1 TO IND
           GO TO CRT-003.
       CRT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CRT-OPC.
           MOVE 1 TO IND.
       CRT-GRAVA.
           IF IND > 6
                MOVE "*** CRITERIOS GRAVADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE IND TO RCR-CATEG
           READ CADRATCR
           MOVE TCR-CRIT (IND) TO RCR-CRITERIO
           MOVE W-DATAHOJE TO RCR-DTALT
           MOVE LK-OPERADOR TO RCR-OPERADOR
           IF ST-ERRO = "00"
                REWRITE REGRATCR
           ELSE
                WRITE REGRATCR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRATCR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO IND
           GO TO CRT-GRAVA.

      *----SOMA DOS PERCENTUAIS FIXOS DOS CENTROS ATIVOS---------------*

       CRT-SOMA.
           MOVE ZEROS TO TABSOMA
           MOVE ZEROS TO CCU-CHAVE
           START CADCCUST KEY IS NOT LESS CCU-CHAVE
               INVALID KEY
                   GO TO CRT-SOMA-FIM.
       CRT-SOMA1.
           READ CADCCUST NEXT RECORD
               AT END
                   GO TO CRT-SOMA-FIM.
           IF CCU-INATIVO
                GO TO CRT-SOMA1.
           MOVE 1 TO IND.
       CRT-SOMA2.
           IF IND > 6
                GO TO CRT-SOMA1.
           ADD CCU-PERC (IND) TO TSM-PCT (IND)
           ADD 1 TO IND
           GO TO CRT-SOMA2.
       CRT-SOMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCCUST CADRATCR CADUNID CADESP.
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
