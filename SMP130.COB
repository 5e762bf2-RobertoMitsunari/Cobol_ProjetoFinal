       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP130.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * RECEITAS CONTROLADAS (PORTARIA 344):                *
      * T = TALONARIOS (CADTALAO.DAT): FAIXA DE NUMERACAO   *
      *     CONCEDIDA PELA VIGILANCIA SANITARIA POR TIPO    *
      *     (A = NOTIFICACAO A, B = NOTIFICACAO B, C =      *
      *     RECEITA DE CONTROLE ESPECIAL) E UF. O SMP051    *
      *     CONSOME O PROXIMO NUMERO NA EMISSAO; UMA FAIXA  *
      *     NOVA NAO PODE REPETIR NUMERO JA USADO. CADA     *
      *     ALTERACAO VAI PARA O CADAUDIT                   *
      * L = LIVRO DE REGISTRO DAS RECEITAS CONTROLADAS      *
      *     EMITIDAS NO PERIODO (CADLIVRO.DAT), PARA A      *
      *     VIGILANCIA SANITARIA (CADLIVRO.DOC)             *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTALAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TAL-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLIVRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LIV-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LIV-DATA WITH DUPLICATES.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLIVTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTALAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTALAO.DAT".
       01 REGTALAO.
          03 TAL-CHAVE.
             05 TAL-TIPO       PIC X(01).
             05 TAL-UF         PIC X(02).
          03 TAL-NUMINI        PIC 9(08).
          03 TAL-NUMFIM        PIC 9(08).
          03 TAL-PROXIMO       PIC 9(08).
          03 TAL-DTALT         PIC 9(08).
          03 TAL-OPERADOR      PIC X(08).
      *
       FD CADLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
       01 REGLIVRO.
          03 LIV-CHAVE.
             05 LIV-TIPO       PIC X(01).
             05 LIV-UF         PIC X(02).
             05 LIV-NUMERO     PIC 9(08).
             05 LIV-SEQ        PIC 9(02).
          03 LIV-DATA          PIC 9(08).
          03 LIV-CONS          PIC 9(18).
          03 LIV-CPF           PIC 9(11).
          03 LIV-PACNOME       PIC X(30).
          03 LIV-CRM           PIC 9(06).
          03 LIV-CRMUF         PIC X(02).
          03 LIV-MEDNOME       PIC X(30).
          03 LIV-MEDIC         PIC 9(04).
          03 LIV-MDCNOME       PIC X(30).
          03 LIV-APRESENT      PIC X(20).
          03 LIV-LISTA         PIC X(02).
          03 LIV-QTDE          PIC 9(03).
          03 LIV-DOSAGEM       PIC X(20).
          03 LIV-OPERADOR      PIC X(08).
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
      *
       FD CADLIVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DOC".
       01 REGLIVTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-TIPO     PIC X(01) VALUE SPACES.
       01 W-UF       PIC X(02) VALUE SPACES.
       01 W-NUMINI   PIC 9(08) VALUE ZEROS.
       01 W-NUMFIM   PIC 9(08) VALUE ZEROS.
       01 W-PROXANT  PIC 9(08) VALUE ZEROS.
       01 W-SALDO    PIC 9(08) VALUE ZEROS.
       01 W-ANTES    PIC X(40) VALUE SPACES.
       01 W-DATAOK   PIC X(01) VALUE "S".
       01 W-DTINI    PIC 9(08) VALUE ZEROS.
       01 W-DTFIM    PIC 9(08) VALUE ZEROS.
       01 W-TOTA     PIC 9(05) VALUE ZEROS.
       01 W-TOTB     PIC 9(05) VALUE ZEROS.
       01 W-TOTC     PIC 9(05) VALUE ZEROS.
       01 W-TOTLIN   PIC 9(05) VALUE ZEROS.
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
       01 W-DATAREF     PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
          03 W-REFANO   PIC 9(04).
          03 W-REFMES   PIC 9(02).
          03 W-REFDIA   PIC 9(02).
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
      *
       01 LIN-TAL.
          03 LT-TIPO    PIC X(01).
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LT-UF      PIC X(02).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LT-NUMINI  PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LT-NUMFIM  PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LT-PROXIMO PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LT-SALDO   PIC ZZZZZZZ9.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(60) VALUE
              "*** LIVRO DE REGISTRO DE RECEITAS CONTROLADAS ***".
       01 CABPER.
          03 FILLER     PIC X(20) VALUE "PERIODO: ".
          03 CP-DTINI   PIC 99/99/9999.
          03 FILLER     PIC X(03) VALUE " A ".
          03 CP-DTFIM   PIC 99/99/9999.
          03 FILLER     PIC X(09) VALUE "   TIPO: ".
          03 CP-TIPO    PIC X(10).
       01 CABCOL1.
          03 FILLER     PIC X(11) VALUE "DATA".
          03 FILLER     PIC X(17) VALUE "TIPO UF  NUMERO".
          03 FILLER     PIC X(04) VALUE "LST".
          03 FILLER     PIC X(31) VALUE "MEDICAMENTO".
          03 FILLER     PIC X(21) VALUE "APRESENTACAO".
          03 FILLER     PIC X(04) VALUE "QTD".
       01 CABCOL2.
          03 FILLER     PIC X(28) VALUE SPACES.
          03 FILLER     PIC X(43) VALUE "PACIENTE".
          03 FILLER     PIC X(16) VALUE "PRESCRITOR".
       01 LINLIV1.
          03 LL-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-TIPO    PIC X(01).
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LL-UF      PIC X(02).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-NUMERO  PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-LISTA   PIC X(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LL-MDCNOME PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-APRES   PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-QTDE    PIC ZZ9.
       01 LINLIV2.
          03 FILLER     PIC X(28) VALUE SPACES.
          03 LL-CPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-PACNOME PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-CRMUF   PIC X(02).
       01 LINLIV3.
          03 FILLER     PIC X(28) VALUE SPACES.
          03 FILLER     PIC X(11) VALUE "POSOLOGIA: ".
          03 LL-DOSAGEM PIC X(20).
          03 FILLER     PIC X(09) VALUE "  MEDICO ".
          03 LL-MEDNOME PIC X(30).
       01 LINTOT.
          03 LO-ROTULO  PIC X(40).
          03 LO-QTDE    PIC ZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP130".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT130.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** RECEITAS CONTROLADAS - TALONAR".
           05  LINE 02  COLUMN 41
               VALUE  "IOS E LIVRO DE REGISTRO ***".
           05  LINE 04  COLUMN 05
               VALUE  "TIPO UF  INICIAL   FINAL     PROXIMO  ".
           05  LINE 04  COLUMN 43
               VALUE  "   SALDO".
           05  LINE 14  COLUMN 05
               VALUE  "A=NOTIFICACAO A  B=NOTIFICACAO B  C=CONT".
           05  LINE 14  COLUMN 45
               VALUE  "ROLE ESPECIAL".
           05  LINE 16  COLUMN 10
               VALUE  "T = CADASTRAR FAIXA DE TALONARIO".
           05  LINE 17  COLUMN 10
               VALUE  "L = LIVRO DE REGISTRO POR PERIODO".
           05  LINE 19  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 19  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADTALAO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTALAO
                 CLOSE CADTALAO
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTALAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT130
           PERFORM TAL-LISTA THRU TAL-LISTA-FIM
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "T" OR "t"
                GO TO TAL-001.
           IF W-MODO = "L" OR "l"
                GO TO LIV-001.
           GO TO R1.

      ******************************************************************
      * FAIXA DE NUMERACAO DO TALONARIO POR TIPO E UF                  *
      ******************************************************************
       TAL-001.
           MOVE SPACES TO W-TIPO
           DISPLAY (21, 05) "TIPO (A/B/C):".
           ACCEPT (21, 19) W-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           INSPECT W-TIPO CONVERTING "abc" TO "ABC"
           IF W-TIPO NOT = "A" AND NOT = "B" AND NOT = "C"
                GO TO TAL-001.
       TAL-002.
           MOVE SPACES TO W-UF
           DISPLAY (21, 23) "UF:".
           ACCEPT (21, 27) W-UF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TAL-001.
           INSPECT W-UF CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-UF = SPACES OR W-UF NOT ALPHABETIC
                MOVE "*** UF INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAL-002.
           MOVE "N" TO W-EXISTE
           MOVE ZEROS TO W-NUMINI W-NUMFIM W-PROXANT
           MOVE SPACES TO W-ANTES
           MOVE W-TIPO TO TAL-TIPO
           MOVE W-UF TO TAL-UF
           READ CADTALAO
           IF ST-ERRO = "00"
                MOVE "S" TO W-EXISTE
                MOVE TAL-PROXIMO TO W-PROXANT
                STRING "FAIXA " TAL-NUMINI "-" TAL-NUMFIM
                       " PROX " TAL-PROXIMO
                       DELIMITED BY SIZE INTO W-ANTES
                DISPLAY (22, 05) "FAIXA ATUAL:"
                DISPLAY (22, 18) W-ANTES.
       TAL-003.
           DISPLAY (21, 31) "NUMERO INICIAL:".
           ACCEPT (21, 47) W-NUMINI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TAL-002.
           IF W-NUMINI = ZEROS
                GO TO TAL-003.
           IF W-EXISTE = "S" AND W-NUMINI < W-PROXANT
                MOVE "*** FAIXA REPETE NUMERO JA UTILIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAL-003.
       TAL-004.
           DISPLAY (21, 56) "FINAL:".
           ACCEPT (21, 63) W-NUMFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TAL-003.
           IF W-NUMFIM < W-NUMINI
                MOVE "*** NUMERO FINAL MENOR QUE O INICIAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAL-004.
       TAL-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** FAIXA DESPREZADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO TAL-OPC.
           MOVE W-TIPO TO TAL-TIPO
           MOVE W-UF TO TAL-UF
           MOVE W-NUMINI TO TAL-NUMINI TAL-PROXIMO
           MOVE W-NUMFIM TO TAL-NUMFIM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO TAL-DTALT
           MOVE LK-OPERADOR TO TAL-OPERADOR
           IF W-EXISTE = "S"
                REWRITE REGTALAO
           ELSE
                WRITE REGTALAO.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTALAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** TALONARIO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----MOSTRA OS TALONARIOS CADASTRADOS (LINHAS 5 A 12)------------*
      *
       TAL-LISTA.
           MOVE 5 TO W-LIN
           MOVE LOW-VALUES TO TAL-CHAVE
           START CADTALAO KEY IS NOT LESS TAL-CHAVE
               INVALID KEY
                   GO TO TAL-LISTA-FIM.
       TAL-LISTA1.
           READ CADTALAO NEXT RECORD
               AT END
                   GO TO TAL-LISTA-FIM.
           MOVE TAL-TIPO TO LT-TIPO
           MOVE TAL-UF TO LT-UF
           MOVE TAL-NUMINI TO LT-NUMINI
           MOVE TAL-NUMFIM TO LT-NUMFIM
           MOVE TAL-PROXIMO TO LT-PROXIMO
           MOVE ZEROS TO W-SALDO
           IF TAL-PROXIMO NOT > TAL-NUMFIM
                COMPUTE W-SALDO = TAL-NUMFIM - TAL-PROXIMO + 1.
           MOVE W-SALDO TO LT-SALDO
           DISPLAY (W-LIN, 06) LIN-TAL
           ADD 1 TO W-LIN
           IF W-LIN < 13
                GO TO TAL-LISTA1.
       TAL-LISTA-FIM.
           EXIT.

      ******************************************************************
      * LIVRO DE REGISTRO: RECEITAS E NOTIFICACOES EMITIDAS NO PERIODO *
      * (PELA DATA DE EMISSAO), COM PACIENTE, PRESCRITOR E QUANTIDADE  *
      ******************************************************************
       LIV-001.
           MOVE W-DATAHOJE TO W-DATAREF
           MOVE 01 TO W-REFDIA
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (21, 05) "DE (DD MM AAAA):".
           ACCEPT (21, 22) W-DMADIA WITH UPDATE
           ACCEPT (21, 25) W-DMAMES WITH UPDATE
           ACCEPT (21, 28) W-DMAANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N" OR W-DATAREF = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIV-001.
           MOVE W-DATAREF TO W-DTINI.
       LIV-002.
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (21, 34) "ATE:".
           ACCEPT (21, 39) W-DMADIA WITH UPDATE
           ACCEPT (21, 42) W-DMAMES WITH UPDATE
           ACCEPT (21, 45) W-DMAANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIV-001.
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N" OR W-DATAREF = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIV-002.
           IF W-DATAREF < W-DTINI
                MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIV-002.
           MOVE W-DATAREF TO W-DTFIM.
       LIV-003.
           MOVE SPACES TO W-TIPO
           DISPLAY (22, 05) "TIPO (A/B/C, BRANCO = TODOS):".
           ACCEPT (22, 35) W-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIV-002.
           INSPECT W-TIPO CONVERTING "abc" TO "ABC"
           IF W-TIPO NOT = SPACE AND NOT = "A" AND NOT = "B"
              AND NOT = "C"
                GO TO LIV-003.
           OPEN INPUT CADLIVRO
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUMA RECEITA CONTROLADA EMITIDA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADLIVTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADLIVTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADLIVRO
                GO TO R1.
           WRITE REGLIVTX FROM CAB0.
           MOVE W-DTINI TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-DTINI
           MOVE W-DTFIM TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-DTFIM
           MOVE "TODOS" TO CP-TIPO
           IF W-TIPO = "A"
                MOVE "NOTIF. A" TO CP-TIPO.
           IF W-TIPO = "B"
                MOVE "NOTIF. B" TO CP-TIPO.
           IF W-TIPO = "C"
                MOVE "CONT.ESP." TO CP-TIPO.
           WRITE REGLIVTX FROM CABPER.
           MOVE SPACES TO REGLIVTX
           WRITE REGLIVTX.
           WRITE REGLIVTX FROM CABCOL1.
           WRITE REGLIVTX FROM CABCOL2.
           MOVE ZEROS TO W-TOTA W-TOTB W-TOTC W-TOTLIN
           MOVE W-DTINI TO LIV-DATA
           START CADLIVRO KEY IS NOT LESS LIV-DATA
               INVALID KEY
                   GO TO LIV-TOT.
       LIV-LER.
           READ CADLIVRO NEXT RECORD
               AT END
                   GO TO LIV-TOT.
           IF LIV-DATA > W-DTFIM
                GO TO LIV-TOT.
           IF W-TIPO NOT = SPACE AND LIV-TIPO NOT = W-TIPO
                GO TO LIV-LER.
           MOVE LIV-DATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LL-DATA
           MOVE LIV-TIPO TO LL-TIPO
           MOVE LIV-UF TO LL-UF
           MOVE LIV-NUMERO TO LL-NUMERO
           MOVE LIV-LISTA TO LL-LISTA
           MOVE LIV-MDCNOME TO LL-MDCNOME
           MOVE LIV-APRESENT TO LL-APRES
           MOVE LIV-QTDE TO LL-QTDE
           WRITE REGLIVTX FROM LINLIV1.
           MOVE LIV-CPF TO LL-CPF
           MOVE LIV-PACNOME TO LL-PACNOME
           MOVE LIV-CRM TO LL-CRM
           MOVE LIV-CRMUF TO LL-CRMUF
           WRITE REGLIVTX FROM LINLIV2.
           MOVE LIV-DOSAGEM TO LL-DOSAGEM
           MOVE LIV-MEDNOME TO LL-MEDNOME
           WRITE REGLIVTX FROM LINLIV3.
           ADD 1 TO W-TOTLIN
           IF LIV-TIPO = "A"
                ADD 1 TO W-TOTA.
           IF LIV-TIPO = "B"
                ADD 1 TO W-TOTB.
           IF LIV-TIPO = "C"
                ADD 1 TO W-TOTC.
           GO TO LIV-LER.
       LIV-TOT.
           MOVE SPACES TO REGLIVTX
           WRITE REGLIVTX.
           MOVE "ITENS EM NOTIFICACAO A.................:" TO LO-ROTULO
           MOVE W-TOTA TO LO-QTDE
           WRITE REGLIVTX FROM LINTOT.
           MOVE "ITENS EM NOTIFICACAO B.................:" TO LO-ROTULO
           MOVE W-TOTB TO LO-QTDE
           WRITE REGLIVTX FROM LINTOT.
           MOVE "ITENS EM RECEITA DE CONTROLE ESPECIAL..:" TO LO-ROTULO
           MOVE W-TOTC TO LO-QTDE
           WRITE REGLIVTX FROM LINTOT.
           IF W-TOTLIN = ZEROS
                MOVE "*** NENHUMA RECEITA CONTROLADA NO PERIODO ***"
                                                           TO MENS
           ELSE
                MOVE "*** LIVRO GERADO EM CADLIVRO.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIV-FIM.
           CLOSE CADLIVRO CADLIVTX
           GO TO R1.

      *----DDMMAAAA DIGITADO (W-DATADMA) PARA AAAAMMDD (W-DATAREF)-----*

       DAT-VALIDA.
           MOVE "S" TO W-DATAOK
           IF W-DATADMA-N = ZEROS
                MOVE ZEROS TO W-DATAREF
                GO TO DAT-VALIDA-FIM.
           IF W-DMADIA < 1 OR W-DMADIA > 31 OR W-DMAMES < 1
              OR W-DMAMES > 12 OR W-DMAANO < 1900
                MOVE "N" TO W-DATAOK
                GO TO DAT-VALIDA-FIM.
           MOVE W-DMADIA TO W-REFDIA
           MOVE W-DMAMES TO W-REFMES
           MOVE W-DMAANO TO W-REFANO.
       DAT-VALIDA-FIM.
           EXIT.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
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
           MOVE "SMP130" TO AUD-PROGRAMA
           MOVE SPACES TO AUD-CHAVE
           STRING "TALAO " W-TIPO " " W-UF
                  DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE "A" TO AUD-OPERACAO
           IF W-EXISTE NOT = "S"
                MOVE "I" TO AUD-OPERACAO.
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           MOVE W-ANTES TO AUD-ANTES
           STRING "FAIXA " TAL-NUMINI "-" TAL-NUMFIM
                  " PROX " TAL-PROXIMO
                  DELIMITED BY SIZE INTO AUD-DEPOIS
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
           CLOSE CADTALAO.
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
      *    02 = CHAVE ALTERNATIVA DUPLICADA (DATA DO LIVRO)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
