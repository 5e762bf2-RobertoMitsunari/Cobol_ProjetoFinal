      * (CADFORN.DAT), LANCAMENTO E BAIXA DE CONTAS A       *
      * PAGAR (CADPAGAR.DAT), RELATORIO MENSAL DE DESPESAS  *
      * POR CATEGORIA E DEMONSTRATIVO MENSAL DE RESULTADO   *
      * (RECEITAS DO CADRECIB/CADREMCT X DESPESAS). OS      *
      * TITULOS LANCADOS AGUARDAM APROVACAO POR ALCADA      *
      * (LIMITES E APROVADORES NO SMP133) ANTES DA BAIXA,   *
      * E QUEM LANCOU NAO PODE APROVAR. ALERTA DE POSSIVEL  *
      * DUPLICIDADE NO LANCAMENTO E RELATORIO DOS TITULOS   *
      * PENDENTES DE APROVACAO (CADAPRRL.DOC)               *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-NUMERO
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADAPRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADDESTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
             88 PAG-ABERTO         VALUE "A".
             88 PAG-PAGO           VALUE "P".
          03 PAG-OPERADOR      PIC X(08).
          03 PAG-DOCUMENTO     PIC X(15).
          03 PAG-DTLANC        PIC 9(08).
          03 PAG-APROVACAO     PIC X(01).
             88 PAG-AGUARDANDO     VALUE "P".
             88 PAG-APROVADO       VALUE "A".
          03 PAG-APROVADOR     PIC X(08).
          03 PAG-DTAPROV       PIC 9(08).
      *
       FD CADRECIB
               LABEL RECORD IS STANDARD
             05 REC-DIA        PIC 9(02).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *
       FD CADREMCT
               LABEL RECORD IS STANDARD
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
      *
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
             88 APV-FINANCEIRO     VALUE "F".
             88 APV-GERENCIA       VALUE "G".
             88 APV-DIRETORIA      VALUE "D".
          03 APV-DTALT         PIC 9(08).
          03 APV-OPERALT       PIC X(08).
      *
       FD CADAPRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPRRL.DOC".
       01 REGAPRTX    PIC X(100).
      *
       FD CADDESTX
               LABEL RECORD IS STANDARD
       01 W-ACURES   PIC S9(11)V99 VALUE ZEROS.
       01 W-MESCALC  PIC 9(02) VALUE ZEROS.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 W-REGPAGSAV PIC X(115) VALUE SPACES.
       01 W-ALCABERTO PIC X(01) VALUE "N".
       01 W-APVABERTO PIC X(01) VALUE "N".
       01 W-LIMFIN   PIC 9(08)V99 VALUE ZEROS.
       01 W-LIMGER   PIC 9(08)V99 VALUE ZEROS.
       01 W-NIVREQ   PIC 9(01) VALUE ZEROS.
       01 W-NIVOPER  PIC 9(01) VALUE ZEROS.
       01 W-QTDDUP   PIC 9(03) VALUE ZEROS.
       01 W-QTDDIAS  PIC 9(03) VALUE ZEROS.
       01 W-DUPNUM   PIC 9(06) VALUE ZEROS.
       01 W-DUPFORN  PIC 9(04) VALUE ZEROS.
       01 W-DUPVALOR PIC X(08) VALUE SPACES.
       01 W-DUPDOC   PIC X(15) VALUE SPACES.
       01 W-DTLIMITE PIC 9(08) VALUE ZEROS.
       01 W-DTCOMPARA PIC 9(08) VALUE ZEROS.
       01 W-QTDAPR   PIC 9(05) VALUE ZEROS.
       01 W-TOTAPR   PIC 9(10)V99 VALUE ZEROS.
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TENTDATA-N REDEFINES W-TENTDATA PIC 9(08).
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 FILLER     PIC X(15) VALUE "OUTROS".
       01 TABCAT REDEFINES TABCATX.
          03 TBCAT-DESCR PIC X(15) OCCURS 6 TIMES.
      *
      *----ALCADAS DE APROVACAO: 1=FINANCEIRO 2=GERENCIA 3=DIRETORIA--*
      *
       01 TABNIVX.
          03 FILLER     PIC X(10) VALUE "FINANCEIRO".
          03 FILLER     PIC X(10) VALUE "GERENCIA".
          03 FILLER     PIC X(10) VALUE "DIRETORIA".
       01 TABNIV REDEFINES TABNIVX.
          03 TBNIV-DESCR PIC X(10) OCCURS 3 TIMES.
       01 TABCATTOT.
          03 CAT-TOT    PIC 9(10)V99 OCCURS 6 TIMES.
      *
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** DEMONSTRATIVO MENSAL DE RESULTADO ***".
      *
       01 ACAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** TITULOS AGUARDANDO APROVACAO ***".
       01 ACAB1.
          03 FILLER     PIC X(41) VALUE
              "NUMERO FORN CT DOCUMENTO            VALOR".
          03 FILLER     PIC X(39) VALUE
              " VENCIMENTO ALCADA     LANCADO POR".
       01 LINAPR.
          03 LAP-NUMERO  PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAP-FORNEC  PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAP-CATEG   PIC 9(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAP-DOC     PIC X(15).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAP-VALOR   PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAP-VENCDIA PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 LAP-VENCMES PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 LAP-VENCANO PIC 9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAP-ALCADA  PIC X(10).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAP-OPERADOR PIC X(08).
       01 LINQTD.
          03 LQ-ROTULO   PIC X(30).
          03 LQ-QTDE     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
               VALUE  "              *** FORNECEDORES E CONTAS ".
           05  LINE 02  COLUMN 41
               VALUE  "A PAGAR ***".
           05  LINE 05  COLUMN 10
               VALUE  "F = CADASTRO DE FORNECEDORES".
           05  LINE 07  COLUMN 10
               VALUE  "L = LANCAMENTO DE CONTA A PAGAR".
           05  LINE 09  COLUMN 10
               VALUE  "B = BAIXA DE PAGAMENTO".
           05  LINE 11  COLUMN 10
               VALUE  "C = DESPESAS DO MES POR CATEGORIA".
           05  LINE 13  COLUMN 10
               VALUE  "D = DEMONSTRATIVO MENSAL DE RESULTADO".
           05  LINE 15  COLUMN 10
               VALUE  "A = APROVACAO DE CONTA A PAGAR".
           05  LINE 17  COLUMN 10
               VALUE  "R = TITULOS AGUARDANDO APROVACAO".
           05  LINE 19  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 19  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-ALCABERTO W-APVABERTO
           OPEN INPUT CADALCAD
           IF ST-ERRO = "00"
                MOVE "S" TO W-ALCABERTO.
           OPEN INPUT CADAPROV
           IF ST-ERRO = "00"
                MOVE "S" TO W-APVABERTO.

       R1.
           MOVE SPACES TO W-MODO
                GO TO DES-001.
           IF W-MODO = "D" OR "d"
                GO TO DRE-001.
           IF W-MODO = "A" OR "a"
                GO TO APR-001.
           IF W-MODO = "R" OR "r"
                GO TO APL-001.
           GO TO R1.

      *---------------CADASTRO DE FORNECEDORES--------------------------*

       LAN-001.
           MOVE ZEROS TO PAG-FORNEC PAG-CATEG PAG-VALOR PAG-DTVENC
           MOVE SPACES TO PAG-DESCR PAG-DOCUMENTO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "LANCAMENTO DE CONTA A PAGAR"
           DISPLAY (03, 05) "FORNECEDOR (0=SEM FORNECEDOR):"
           ACCEPT (08, 17) PAG-DESCR
           IF PAG-DESCR = SPACES
                GO TO LAN-003.
           DISPLAY (09, 05) "DOCUMENTO:"
           ACCEPT (09, 17) PAG-DOCUMENTO.
       LAN-004.
           DISPLAY (10, 05) "VALOR (RS CT):"
           ACCEPT (10, 21) PAG-VAL-RS
                GO TO LAN-005.
           IF PAG-VENCANO = ZEROS
                GO TO LAN-005.
      *
      *----MESMO FORNECEDOR COM MESMO VALOR OU MESMO DOCUMENTO NOS-----*
      *----ULTIMOS 90 DIAS: AVISA ANTES DE LANCAR----------------------*
      *
       LAN-DUP.
           IF PAG-FORNEC = ZEROS
                GO TO LAN-OPC.
           MOVE REGPAGAR TO W-REGPAGSAV
           MOVE PAG-FORNEC TO W-DUPFORN
           MOVE PAG-VALOR TO W-DUPVALOR
           MOVE PAG-DOCUMENTO TO W-DUPDOC
           MOVE ZEROS TO W-QTDDUP W-DUPNUM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           PERFORM DUP-LIMITE THRU DUP-LIMITE-FIM
           MOVE ZEROS TO PAG-NUMERO
           START CADPAGAR KEY IS NOT LESS PAG-NUMERO
               INVALID KEY
                   GO TO LAN-DUP2.
       LAN-DUP1.
           READ CADPAGAR NEXT RECORD
               AT END
                   GO TO LAN-DUP2.
           IF PAG-FORNEC NOT = W-DUPFORN
                GO TO LAN-DUP1.
           IF PAG-DTLANC NOT = ZEROS
                MOVE PAG-DTLANC TO W-DTCOMPARA
           ELSE
                MOVE PAG-DTVENC TO W-DTCOMPARA.
           IF W-DTCOMPARA < W-DTLIMITE
                GO TO LAN-DUP1.
           IF PAG-VALOR NOT = W-DUPVALOR
              IF W-DUPDOC = SPACES OR PAG-DOCUMENTO NOT = W-DUPDOC
                GO TO LAN-DUP1.
           ADD 1 TO W-QTDDUP
           IF W-QTDDUP = 1
                MOVE PAG-NUMERO TO W-DUPNUM.
           GO TO LAN-DUP1.
       LAN-DUP2.
           MOVE W-REGPAGSAV TO REGPAGAR
           IF W-QTDDUP = ZEROS
                GO TO LAN-OPC.
           DISPLAY (15, 05) "*** POSSIVEL DUPLICIDADE: CONTA " W-DUPNUM
           DISPLAY (16, 05) "LANCAMENTOS SEMELHANTES EM 90 DIAS: "
                            W-QTDDUP.
       LAN-DUPOPC.
           DISPLAY (18, 05) "LANCA MESMO ASSIM (S/N)?"
           ACCEPT (18, 31) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** LANCAMENTO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LAN-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO LAN-DUPOPC.
       LAN-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           MOVE ZEROS TO PAG-DTPAGTO
           MOVE "A" TO PAG-SITUACAO
           MOVE LK-OPERADOR TO PAG-OPERADOR
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO PAG-DTLANC
           MOVE "P" TO PAG-APROVACAO
           MOVE SPACES TO PAG-APROVADOR
           MOVE ZEROS TO PAG-DTAPROV
           WRITE REGPAGAR
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXNUM
                MOVE "*** CONTA JA PAGA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BAI-001.
           IF NOT PAG-APROVADO
                MOVE "*** TITULO AGUARDANDO APROVACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BAI-001.
           COMPUTE W-VALOR = PAG-VAL-RS + (PAG-VAL-CT / 100)
           DISPLAY (05, 05) "DESCRICAO: " PAG-DESCR
           DISPLAY (06, 05) "VALOR....: " W-VALOR
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BAI-001.

      *---------------APROVACAO DE CONTA A PAGAR-----------------------*

       APR-001.
           MOVE ZEROS TO W-NUMBUSCA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "APROVACAO DE CONTA A PAGAR"
           DISPLAY (03, 05) "NUMERO DA CONTA A PAGAR:"
           ACCEPT (03, 31) W-NUMBUSCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-NUMBUSCA = ZEROS
                GO TO APR-001.
           MOVE W-NUMBUSCA TO PAG-NUMERO
           READ CADPAGAR
           IF ST-ERRO NOT = "00"
                MOVE "*** CONTA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-001.
           IF PAG-PAGO
                MOVE "*** CONTA JA PAGA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-001.
           IF PAG-APROVADO
                MOVE "*** CONTA JA APROVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-001.
           IF PAG-OPERADOR = LK-OPERADOR
                MOVE "*** QUEM LANCOU A CONTA NAO PODE APROVAR ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-001.
           COMPUTE W-VALOR = PAG-VAL-RS + (PAG-VAL-CT / 100)
           PERFORM ALC-NIVEL THRU ALC-NIVEL-FIM
           DISPLAY (05, 05) "DESCRICAO: " PAG-DESCR
           DISPLAY (06, 05) "DOCUMENTO: " PAG-DOCUMENTO
           DISPLAY (07, 05) "VALOR....: " W-VALOR
           DISPLAY (08, 05) "VENCE EM.: " PAG-DTVENC
           DISPLAY (09, 05) "LANCADA POR: " PAG-OPERADOR
           DISPLAY (10, 05) "ALCADA EXIGIDA: " TBNIV-DESCR (W-NIVREQ)
           IF W-APVABERTO NOT = "S"
                MOVE "*** CADASTRO DE APROVADORES NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-001.
           MOVE LK-OPERADOR TO APV-OPERADOR
           READ CADAPROV
           IF ST-ERRO NOT = "00"
                MOVE "*** OPERADOR NAO E APROVADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-001.
           MOVE 1 TO W-NIVOPER
           IF APV-GERENCIA
                MOVE 2 TO W-NIVOPER.
           IF APV-DIRETORIA
                MOVE 3 TO W-NIVOPER.
           IF W-NIVOPER < W-NIVREQ
                MOVE "*** ALCADA DO OPERADOR INSUFICIENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-001.
       APR-OPC.
           DISPLAY (12, 05) "CONFIRMA A APROVACAO (S/N)?"
           ACCEPT (12, 34) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO APR-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO APR-OPC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE "A" TO PAG-APROVACAO
           MOVE LK-OPERADOR TO PAG-APROVADOR
           MOVE W-DATAHOJE TO PAG-DTAPROV
           REWRITE REGPAGAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** CONTA APROVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-001.

      *---------------TITULOS AGUARDANDO APROVACAO---------------------*

       APL-001.
           OPEN OUTPUT CADAPRTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPRTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGAPRTX FROM ACAB0.
           MOVE SPACES TO REGAPRTX
           WRITE REGAPRTX.
           WRITE REGAPRTX FROM ACAB1.
           MOVE ZEROS TO W-QTDAPR W-TOTAPR PAG-NUMERO
           START CADPAGAR KEY IS NOT LESS PAG-NUMERO
               INVALID KEY
                   GO TO APL-TOT.
       APL-002.
           READ CADPAGAR NEXT RECORD
               AT END
                   GO TO APL-TOT.
           IF NOT PAG-ABERTO OR NOT PAG-AGUARDANDO
                GO TO APL-002.
           COMPUTE W-VALOR = PAG-VAL-RS + (PAG-VAL-CT / 100)
           PERFORM ALC-NIVEL THRU ALC-NIVEL-FIM
           MOVE PAG-NUMERO TO LAP-NUMERO
           MOVE PAG-FORNEC TO LAP-FORNEC
           MOVE PAG-CATEG TO LAP-CATEG
           MOVE PAG-DOCUMENTO TO LAP-DOC
           MOVE W-VALOR TO LAP-VALOR
           MOVE PAG-VENCDIA TO LAP-VENCDIA
           MOVE PAG-VENCMES TO LAP-VENCMES
           MOVE PAG-VENCANO TO LAP-VENCANO
           MOVE TBNIV-DESCR (W-NIVREQ) TO LAP-ALCADA
           MOVE PAG-OPERADOR TO LAP-OPERADOR
           WRITE REGAPRTX FROM LINAPR
           ADD 1 TO W-QTDAPR
           ADD W-VALOR TO W-TOTAPR
           GO TO APL-002.
       APL-TOT.
           MOVE SPACES TO REGAPRTX
           WRITE REGAPRTX.
           MOVE "TITULOS AGUARDANDO APROVACAO:" TO LQ-ROTULO
           MOVE W-QTDAPR TO LQ-QTDE
           WRITE REGAPRTX FROM LINQTD.
           MOVE "VALOR TOTAL AGUARDANDO......:" TO LT-ROTULO
           MOVE W-TOTAPR TO LT-VALOR
           WRITE REGAPRTX FROM LINTOT.
           CLOSE CADAPRTX
           MOVE "*** RELATORIO GERADO EM CADAPRRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * ALCADA EXIGIDA PARA W-VALOR NA CATEGORIA PAG-CATEG (W-NIVREQ): *
      * ATE O LIMITE DO FINANCEIRO=1, ATE O DA GERENCIA=2, ACIMA=3.    *
      * CATEGORIA SEM LIMITES CADASTRADOS FICA COM O FINANCEIRO        *
      ******************************************************************
       ALC-NIVEL.
           MOVE 1 TO W-NIVREQ
           IF W-ALCABERTO NOT = "S"
                GO TO ALC-NIVEL-FIM.
           MOVE PAG-CATEG TO ALC-CATEG
           READ CADALCAD
           IF ST-ERRO NOT = "00"
                GO TO ALC-NIVEL-FIM.
           COMPUTE W-LIMFIN = ALC-LFIN-RS + (ALC-LFIN-CT / 100)
           COMPUTE W-LIMGER = ALC-LGER-RS + (ALC-LGER-CT / 100)
           IF W-VALOR > W-LIMGER
                MOVE 3 TO W-NIVREQ
           ELSE
                IF W-VALOR > W-LIMFIN
                     MOVE 2 TO W-NIVREQ.
       ALC-NIVEL-FIM.
           EXIT.

      *---------------DESPESAS DO MES POR CATEGORIA---------------------*

       DES-001.
       PED-MESANO-FIM.
           EXIT.

      *
      *----DATA LIMITE DA CONFERENCIA: HOJE MENOS 90 DIAS--------------*
      *
       DUP-LIMITE.
           MOVE W-DATAHOJE TO W-TENTDATA-N
           MOVE ZEROS TO W-QTDDIAS.
       DUP-LIMITE1.
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           ADD 1 TO W-QTDDIAS
           IF W-QTDDIAS < 90
                GO TO DUP-LIMITE1.
           MOVE W-TENTDATA-N TO W-DTLIMITE.
       DUP-LIMITE-FIM.
           EXIT.
      *
      *----W-TENTDATA VOLTA UM DIA-------------------------------------*
      *
       DIA-ANTERIOR.
           IF W-TENTDIA > 1
                SUBTRACT 1 FROM W-TENTDIA
                GO TO DIA-ANTERIOR-FIM.
           IF W-TENTMES > 1
                SUBTRACT 1 FROM W-TENTMES
           ELSE
                MOVE 12 TO W-TENTMES
                SUBTRACT 1 FROM W-TENTANO.
           MOVE W-DMES (W-TENTMES) TO W-TENTDIA
           IF W-TENTMES = 2
                DIVIDE W-TENTANO BY 4 GIVING W-BISSEXTO
                                      REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-TENTDIA.
       DIA-ANTERIOR-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADFORN CADPAGAR.
           IF W-ALCABERTO = "S"
                CLOSE CADALCAD.
           IF W-APVABERTO = "S"
                CLOSE CADAPROV.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
