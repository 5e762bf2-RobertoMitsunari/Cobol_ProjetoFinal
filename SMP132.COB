       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP132.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * PACOTES DE PROCEDIMENTOS COM PRECO FECHADO POR      *
      * PLANO (CADPACOT.DAT): COMPOSICAO DE ATE 8           *
      * PROCEDIMENTOS TUSS (CADPROC) COM QUANTIDADE, VALOR  *
      * FECHADO, VIGENCIA E VALIDADE EM DIAS A PARTIR DA    *
      * ABERTURA. O SMP071 RECONHECE O PACOTE NO LANCAMENTO *
      * E FATURA O VALOR FECHADO UMA UNICA VEZ, DEIXANDO OS *
      * COMPONENTES COM VALOR ZERO. PACOTE NAO E EXCLUIDO,  *
      * E INATIVADO (SITUACAO I). CADA INCLUSAO OU          *
      * ALTERACAO VAI PARA O CADAUDIT                       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLN-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOT.DAT".
       01 REGPACOT.
          03 PCT-CHAVE.
             05 PCT-PLANO      PIC 9(02).
             05 PCT-CODIGO     PIC 9(04).
          03 PCT-DESCR         PIC X(30).
          03 PCT-VALOR.
             05 PCT-VAL-RS     PIC 9(06).
             05 PCT-VAL-CT     PIC 9(02).
          03 PCT-VIGINI.
             05 PCT-INIANO     PIC 9(04).
             05 PCT-INIMES     PIC 9(02).
             05 PCT-INIDIA     PIC 9(02).
          03 PCT-VIGFIM.
             05 PCT-FIMANO     PIC 9(04).
             05 PCT-FIMMES     PIC 9(02).
             05 PCT-FIMDIA     PIC 9(02).
          03 PCT-VALIDADE      PIC 9(03).
          03 PCT-SITUACAO      PIC X(01).
             88 PCT-ATIVO          VALUE "A".
             88 PCT-INATIVO        VALUE "I".
          03 PCT-ITEM          OCCURS 8 TIMES.
             05 PCT-PROC       PIC 9(08).
             05 PCT-QTDE       PIC 9(02).
          03 PCT-DTALT         PIC 9(08).
          03 PCT-OPERADOR      PIC X(08).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PRO-CODIGO        PIC 9(08).
          03 PRO-DESCR         PIC X(30).
          03 PRO-SITUACAO      PIC X(01).
             88 PRO-ATIVO          VALUE "A".
             88 PRO-INATIVO        VALUE "I".
      *
       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
          03 PLN-CODIGO        PIC 9(02).
          03 PLN-DESCR         PIC X(30).
          03 FILLER            PIC X(68).
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
       01 W-PROABERTO PIC X(01) VALUE "N".
       01 W-PLNABERTO PIC X(01) VALUE "N".
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-AUDOPER  PIC X(01) VALUE SPACES.
       01 W-PLANO    PIC 9(02) VALUE ZEROS.
       01 W-CODIGO   PIC 9(04) VALUE ZEROS.
       01 W-PLNDESCR PIC X(30) VALUE SPACES.
       01 W-PROC     PIC 9(08) VALUE ZEROS.
       01 W-QTDE     PIC 9(02) VALUE ZEROS.
       01 W-PRODESCR PIC X(30) VALUE SPACES.
       01 W-DESCSIT  PIC X(10) VALUE SPACES.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 IND2       PIC 9(02) VALUE ZEROS.
       01 W-ANTES    PIC X(138) VALUE SPACES.
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
       01 W-LOGPROG   PIC X(07) VALUE "SMP132".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT132.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** PACOTES DE PROCEDIMENTOS PO".
           05  LINE 02  COLUMN 41
               VALUE  "R PLANO ***".
           05  LINE 04  COLUMN 05
               VALUE  "PLANO...............:".
           05  LINE 05  COLUMN 05
               VALUE  "CODIGO DO PACOTE....:".
           05  LINE 06  COLUMN 05
               VALUE  "DESCRICAO...........:".
           05  LINE 07  COLUMN 05
               VALUE  "VALOR FECHADO (RS CT):".
           05  LINE 08  COLUMN 05
               VALUE  "VIGENCIA DE (D M A).:".
           05  LINE 09  COLUMN 05
               VALUE  "VIGENCIA ATE (0=SEM):".
           05  LINE 10  COLUMN 05
               VALUE  "VALIDADE (DIAS).....:".
           05  LINE 11  COLUMN 05
               VALUE  "SITUACAO (A/I)......:".
           05  LINE 13  COLUMN 05
               VALUE  "ITEM CODIGO TUSS QTDE DESCRICAO".
           05  TPLANO
               LINE 04  COLUMN 27  PIC 9(02)
               USING  W-PLANO
               HIGHLIGHT.
           05  TPLNDESCR
               LINE 04  COLUMN 33  PIC X(30)
               FROM   W-PLNDESCR.
           05  TCODIGO
               LINE 05  COLUMN 27  PIC 9(04)
               USING  W-CODIGO
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 27  PIC X(30)
               USING  PCT-DESCR
               HIGHLIGHT.
           05  TVALRS
               LINE 07  COLUMN 28  PIC 9(06)
               USING  PCT-VAL-RS
               HIGHLIGHT.
           05  TVALCT
               LINE 07  COLUMN 35  PIC 9(02)
               USING  PCT-VAL-CT
               HIGHLIGHT.
           05  TINIDIA
               LINE 08  COLUMN 27  PIC 9(02)
               USING  PCT-INIDIA
               HIGHLIGHT.
           05  TINIMES
               LINE 08  COLUMN 30  PIC 9(02)
               USING  PCT-INIMES
               HIGHLIGHT.
           05  TINIANO
               LINE 08  COLUMN 33  PIC 9(04)
               USING  PCT-INIANO
               HIGHLIGHT.
           05  TFIMDIA
               LINE 09  COLUMN 27  PIC 9(02)
               USING  PCT-FIMDIA
               HIGHLIGHT.
           05  TFIMMES
               LINE 09  COLUMN 30  PIC 9(02)
               USING  PCT-FIMMES
               HIGHLIGHT.
           05  TFIMANO
               LINE 09  COLUMN 33  PIC 9(04)
               USING  PCT-FIMANO
               HIGHLIGHT.
           05  TVALIDADE
               LINE 10  COLUMN 27  PIC 9(03)
               USING  PCT-VALIDADE
               HIGHLIGHT.
           05  TSITUACAO
               LINE 11  COLUMN 27  PIC X(01)
               USING  PCT-SITUACAO
               HIGHLIGHT.
           05  TDESCSIT
               LINE 11  COLUMN 33  PIC X(10)
               FROM   W-DESCSIT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADPACOT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPACOT
                 CLOSE CADPACOT
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACOT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-PROABERTO
           OPEN INPUT CADPROC
           IF ST-ERRO = "00"
                MOVE "S" TO W-PROABERTO.
           MOVE "N" TO W-PLNABERTO
           OPEN INPUT CADPLANO
           IF ST-ERRO = "00"
                MOVE "S" TO W-PLNABERTO.

       R1.
           MOVE ZEROS TO W-PLANO W-CODIGO
           MOVE SPACES TO W-PLNDESCR W-DESCSIT
           MOVE SPACES TO REGPACOT
           MOVE ZEROS TO PCT-VALOR PCT-VIGINI PCT-VIGFIM
           MOVE ZEROS TO PCT-VALIDADE
           DISPLAY SMT132.

       R2.
           ACCEPT TPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           PERFORM PLN-BUSCA THRU PLN-BUSCA-FIM
           IF W-PLNDESCR = SPACES
                MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           DISPLAY TPLNDESCR.

       R3.
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           IF W-CODIGO = ZEROS
                MOVE "*** INFORME O CODIGO DO PACOTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

      *---------------VERIFICA SE O PACOTE JA EXISTE------------------*

       LER-CADPACOT.
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-ANTES
           MOVE W-PLANO TO PCT-PLANO
           MOVE W-CODIGO TO PCT-CODIGO
           READ CADPACOT
           IF ST-ERRO = "23"
                MOVE SPACES TO PCT-DESCR
                MOVE ZEROS TO PCT-VALOR PCT-VIGINI PCT-VIGFIM
                MOVE ZEROS TO PCT-VALIDADE
                MOVE "A" TO PCT-SITUACAO
                MOVE 1 TO IND
                PERFORM ITE-LIMPA THRU ITE-LIMPA-FIM
                GO TO R4.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADPACOT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO W-EXISTE
           MOVE REGPACOT (7:138) TO W-ANTES
           PERFORM SIT-DESC THRU SIT-DESC-FIM
           DISPLAY SMT132
           MOVE 1 TO IND
           PERFORM ITE-MOSTRA THRU ITE-MOSTRA-FIM
           GO TO ACE-001.

       R4.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           IF PCT-DESCR = SPACES
                MOVE "*** DIGITE A DESCRICAO DO PACOTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

       R5.
           ACCEPT TVALRS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           ACCEPT TVALCT
           IF PCT-VALOR = ZEROS
                MOVE "*** INFORME O VALOR FECHADO DO PACOTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

       R6.
           ACCEPT TINIDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           ACCEPT TINIMES
           ACCEPT TINIANO
           IF PCT-INIDIA < 1 OR PCT-INIDIA > 31
                GO TO R6.
           IF PCT-INIMES < 1 OR PCT-INIMES > 12
                GO TO R6.
           IF PCT-INIANO = ZEROS
                GO TO R6.

       R7.
           ACCEPT TFIMDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
           ACCEPT TFIMMES
           ACCEPT TFIMANO
           IF PCT-VIGFIM = ZEROS
                GO TO R8.
           IF PCT-FIMDIA < 1 OR PCT-FIMDIA > 31
                GO TO R7.
           IF PCT-FIMMES < 1 OR PCT-FIMMES > 12
                GO TO R7.
           IF PCT-VIGFIM < PCT-VIGINI
                MOVE "*** FIM DA VIGENCIA ANTES DO INICIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.

       R8.
           ACCEPT TVALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.
           IF PCT-VALIDADE = ZEROS
                MOVE "*** INFORME A VALIDADE EM DIAS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.

       R9.
           ACCEPT TSITUACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R8.
           INSPECT PCT-SITUACAO CONVERTING "ai" TO "AI"
           IF NOT PCT-ATIVO AND NOT PCT-INATIVO
                MOVE "*** SITUACAO: A=ATIVO OU I=INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R9.
           PERFORM SIT-DESC THRU SIT-DESC-FIM
           DISPLAY TSITUACAO TDESCSIT
           MOVE 1 TO IND.

      ******************************************************************
      * COMPOSICAO: PROCEDIMENTO TUSS E QUANTIDADE; CODIGO ZERO        *
      * ENCERRA A COMPOSICAO E LIMPA OS ITENS SEGUINTES                *
      ******************************************************************
       ITE-001.
           COMPUTE W-LIN = 13 + IND
           DISPLAY (W-LIN, 06) IND
           MOVE PCT-PROC (IND) TO W-PROC
           ACCEPT (W-LIN, 10) W-PROC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF IND = 1
                 GO TO R9
              ELSE
                 SUBTRACT 1 FROM IND
                 GO TO ITE-001.
           IF W-PROC = ZEROS
                PERFORM ITE-LIMPA THRU ITE-LIMPA-FIM
                GO TO ITE-FIM.
           PERFORM PRO-BUSCA THRU PRO-BUSCA-FIM
           IF W-PRODESCR = SPACES
                MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ITE-001.
           DISPLAY (W-LIN, 27) W-PRODESCR
           MOVE 1 TO IND2.
       ITE-DUP.
           IF IND2 NOT < IND
                GO TO ITE-002.
           IF PCT-PROC (IND2) = W-PROC
                MOVE "*** PROCEDIMENTO REPETIDO NO PACOTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ITE-001.
           ADD 1 TO IND2
           GO TO ITE-DUP.
       ITE-002.
           MOVE W-PROC TO PCT-PROC (IND)
           MOVE PCT-QTDE (IND) TO W-QTDE
           IF W-QTDE = ZEROS
                MOVE 1 TO W-QTDE.
           ACCEPT (W-LIN, 22) W-QTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ITE-001.
           IF W-QTDE = ZEROS
                MOVE "*** INFORME A QUANTIDADE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ITE-002.
           MOVE W-QTDE TO PCT-QTDE (IND)
           ADD 1 TO IND
           IF IND > 8
                GO TO ITE-FIM.
           GO TO ITE-001.
       ITE-FIM.
           IF PCT-PROC (1) = ZEROS
                MOVE "*** INFORME AO MENOS UM PROCEDIMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO IND
                GO TO ITE-001.

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
           MOVE W-DATAHOJE TO PCT-DTALT
           MOVE LK-OPERADOR TO PCT-OPERADOR
           IF W-EXISTE = "S"
                MOVE "A" TO W-AUDOPER
                REWRITE REGPACOT
           ELSE
                MOVE "I" TO W-AUDOPER
                WRITE REGPACOT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACOT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** PACOTE GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * PACOTE JA CADASTRADO: ALTERACAO (INATIVAR PELA SITUACAO)       *
      ******************************************************************
       ACE-001.
           DISPLAY (23, 12) "N=NOVO PACOTE   A=ALTERAR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO = "A" OR "a"
                GO TO R4.
           GO TO ACE-001.
      *
      *----MOSTRA A COMPOSICAO A PARTIR DO ITEM IND--------------------*
      *
       ITE-MOSTRA.
           IF IND > 8
                GO TO ITE-MOSTRA-FIM.
           IF PCT-PROC (IND) = ZEROS
                GO TO ITE-MOSTRA-FIM.
           COMPUTE W-LIN = 13 + IND
           MOVE PCT-PROC (IND) TO W-PROC
           PERFORM PRO-BUSCA THRU PRO-BUSCA-FIM
           DISPLAY (W-LIN, 06) IND
           DISPLAY (W-LIN, 10) PCT-PROC (IND)
           DISPLAY (W-LIN, 22) PCT-QTDE (IND)
           DISPLAY (W-LIN, 27) W-PRODESCR
           ADD 1 TO IND
           GO TO ITE-MOSTRA.
       ITE-MOSTRA-FIM.
           EXIT.
      *
      *----ZERA OS ITENS A PARTIR DE IND E LIMPA AS LINHAS-------------*
      *
       ITE-LIMPA.
           IF IND > 8
                GO TO ITE-LIMPA-FIM.
           MOVE ZEROS TO PCT-PROC (IND) PCT-QTDE (IND)
           COMPUTE W-LIN = 13 + IND
           DISPLAY (W-LIN, 05) LIMPA
           DISPLAY (W-LIN, 30) LIMPA
           ADD 1 TO IND
           GO TO ITE-LIMPA.
       ITE-LIMPA-FIM.
           EXIT.

       PRO-BUSCA.
           MOVE SPACES TO W-PRODESCR
           IF W-PROABERTO NOT = "S"
                MOVE "CADASTRO TUSS INDISPONIVEL" TO W-PRODESCR
                GO TO PRO-BUSCA-FIM.
           MOVE W-PROC TO PRO-CODIGO
           READ CADPROC
           IF ST-ERRO = "00"
                MOVE PRO-DESCR TO W-PRODESCR.
       PRO-BUSCA-FIM.
           EXIT.

      *----PLANO 00 E O PARTICULAR (MESMA REGRA DO SMP071)-------------*

       PLN-BUSCA.
           MOVE SPACES TO W-PLNDESCR
           IF W-PLANO = ZEROS
                MOVE "PARTICULAR" TO W-PLNDESCR
                GO TO PLN-BUSCA-FIM.
           IF W-PLNABERTO NOT = "S"
                MOVE "CADASTRO DE PLANOS INDISPONIVEL" TO W-PLNDESCR
                GO TO PLN-BUSCA-FIM.
           MOVE W-PLANO TO PLN-CODIGO
           READ CADPLANO
           IF ST-ERRO = "00"
                MOVE PLN-DESCR TO W-PLNDESCR.
       PLN-BUSCA-FIM.
           EXIT.

       SIT-DESC.
           MOVE "ATIVO" TO W-DESCSIT
           IF PCT-INATIVO
                MOVE "INATIVO" TO W-DESCSIT.
       SIT-DESC-FIM.
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
           MOVE "SMP132" TO AUD-PROGRAMA
           MOVE SPACES TO AUD-CHAVE
           STRING "PCT" PCT-PLANO PCT-CODIGO
                  DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE W-AUDOPER TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           MOVE W-ANTES TO AUD-ANTES
           MOVE REGPACOT (7:138) TO AUD-DEPOIS
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
           CLOSE CADPACOT.
           IF W-PROABERTO = "S"
                CLOSE CADPROC.
           IF W-PLNABERTO = "S"
                CLOSE CADPLANO.
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
