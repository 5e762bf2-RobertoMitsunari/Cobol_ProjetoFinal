       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP118.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * RATEIO MENSAL DAS DESPESAS PAGAS (CADPAGAR) PELOS   *
      * CENTROS DE CUSTO ATIVOS (CADCCUST), SEGUNDO O       *
      * CRITERIO DE CADA CATEGORIA (CADRATCR): METRAGEM,    *
      * HORAS DA GRADE DE AGENDA (CADAGEN X DIAS DA SEMANA  *
      * DO MES), ATENDIMENTOS REALIZADOS OU PERCENTUAL      *
      * FIXO. O ATENDIMENTO VAI PARA A UNIDADE DA SALA DA   *
      * CONSULTA (OU DA AGENDA DO MEDICO) E A ESPECIALIDADE *
      * DO MEDICO. GRAVA O RESULTADO E O CUSTO MEDIO POR    *
      * ATENDIMENTO NO CADRATRS.DAT (CENTRO 0000 = CONTROLE *
      * DO MES COM O PAGO POR CATEGORIA, O NAO RATEADO E OS *
      * ATENDIMENTOS SEM CENTRO). REPROCESSAR SUBSTITUI O   *
      * MES. CONSULTA NA TELA E IMPRESSAO EM CADRATRL.DOC   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRATRS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RRS-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRATTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----RESULTADO DO RATEIO POR COMPETENCIA (AAAAMM) E CENTRO-------*
      *----CENTRO 0000 = CONTROLE: RRS-DESPCAT = PAGO NA CATEGORIA,---*
      *----RRS-QTDATD = ATENDIMENTOS SEM CENTRO, RRS-SEMRAT = PAGO----*
      *----QUE NAO FOI RATEADO (SEM CRITERIO OU SEM BASE)-------------*
      *
       FD CADRATRS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATRS.DAT".
       01 REGRATRS.
          03 RRS-CHAVE.
             05 RRS-COMPET.
                07 RRS-CANO    PIC 9(04).
                07 RRS-CMES    PIC 9(02).
             05 RRS-CENTRO.
                07 RRS-UNIDADE PIC 9(02).
                07 RRS-ESP     PIC 9(02).
          03 RRS-DESCR         PIC X(30).
          03 RRS-DESPCATS.
             05 RRS-DESPCAT    PIC 9(10)V99 OCCURS 6 TIMES.
          03 RRS-TOTAL         PIC 9(10)V99.
          03 RRS-QTDATD        PIC 9(06).
          03 RRS-HORAS         PIC 9(06).
          03 RRS-METRAGEM      PIC 9(05).
          03 RRS-CUSTOMED      PIC 9(08)V99.
          03 RRS-SEMRAT        PIC S9(10)V99.
          03 RRS-DTPROC        PIC 9(08).
          03 RRS-OPERADOR      PIC X(08).
      *
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
          03 RCR-DTALT         PIC 9(08).
          03 RCR-OPERADOR      PIC X(08).
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CONS-CHAVE.
             05 CONS-CRM       PIC 9(06).
             05 CONS-DATA.
                07 CONS-ANO    PIC 9(04).
                07 CONS-MES    PIC 9(02).
                07 CONS-DIA    PIC 9(02).
             05 CONS-HORA      PIC 9(04).
          03 CONS-CPF          PIC 9(11).
          03 CONS-TIPO         PIC X(01).
          03 CONS-SITUACAO     PIC X(01).
             88 CONS-REALIZADA      VALUE "R".
          03 CONS-OBS          PIC X(30).
          03 CONS-MOTIVOCANC   PIC X(30).
          03 CONS-DTCANC       PIC 9(08).
          03 CONS-REMARC       PIC 9(18).
          03 CONS-CHEGADA      PIC 9(04).
          03 CONS-SALA         PIC 9(02).
          03 CONS-GUIA         PIC 9(10).
          03 CONS-GUIADATA     PIC 9(08).
          03 CONS-GUIASIT      PIC X(01).
          03 CONS-LOTE         PIC 9(06).
          03 CONS-VALFAT       PIC 9(08).
          03 CONS-VALPAGO      PIC 9(08).
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
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
             88 MED-INATIVO            VALUE "I".
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO       PIC 9(02).
          03 SALA-DESCR        PIC X(20).
          03 SALA-ANDAR        PIC 9(02).
          03 SALA-SITUACAO     PIC X(01).
          03 SALA-UNIDADE      PIC 9(02).
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       01 REGAGEN.
          03 AGE-CRM           PIC 9(06).
          03 AGE-DIAS.
             05 AGE-DOM        PIC X(01).
             05 AGE-SEG        PIC X(01).
             05 AGE-TER        PIC X(01).
             05 AGE-QUA        PIC X(01).
             05 AGE-QUI        PIC X(01).
             05 AGE-SEX        PIC X(01).
             05 AGE-SAB        PIC X(01).
          03 AGE-DIAS-R REDEFINES AGE-DIAS.
             05 AGE-DIA        PIC X(01) OCCURS 7 TIMES.
          03 AGE-HINI.
             05 AGE-HINIHH     PIC 9(02).
             05 AGE-HINIMI     PIC 9(02).
          03 AGE-HFIM.
             05 AGE-HFIMHH     PIC 9(02).
             05 AGE-HFIMMI     PIC 9(02).
          03 AGE-SLOT          PIC 9(03).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).
      *
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
          03 PAG-NUMERO        PIC 9(06).
          03 PAG-FORNEC        PIC 9(04).
          03 PAG-CATEG         PIC 9(02).
          03 PAG-DESCR         PIC X(30).
          03 PAG-VALOR.
             05 PAG-VAL-RS     PIC 9(06).
             05 PAG-VAL-CT     PIC 9(02).
          03 PAG-DTVENC.
             05 PAG-VENCANO    PIC 9(04).
             05 PAG-VENCMES    PIC 9(02).
             05 PAG-VENCDIA    PIC 9(02).
          03 PAG-DTPAGTO.
             05 PAG-PGANO      PIC 9(04).
             05 PAG-PGMES      PIC 9(02).
             05 PAG-PGDIA      PIC 9(02).
          03 PAG-SITUACAO      PIC X(01).
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
       FD CADRATTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATRL.DOC".
       01 REGRATTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-FILTRO-MES  PIC 9(02) VALUE ZEROS.
       01 W-FILTRO-ANO  PIC 9(04) VALUE ZEROS.
       01 W-FILTRO-UNID PIC 9(02) VALUE ZEROS.
       01 W-FILTRO-ESP  PIC 9(02) VALUE ZEROS.
       01 W-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-RCRABERTO PIC X(01) VALUE "N".
       01 W-SALABERTO PIC X(01) VALUE "N".
       01 W-AGEABERTO PIC X(01) VALUE "N".
       01 IND        PIC 9(03) VALUE ZEROS.
       01 IND2       PIC 9(03) VALUE ZEROS.
       01 ICAT       PIC 9(02) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-BUNID    PIC 9(02) VALUE ZEROS.
       01 W-BESP     PIC 9(02) VALUE ZEROS.
       01 W-SEMCENTRO PIC 9(06) VALUE ZEROS.
       01 W-MINDIA   PIC S9(05) VALUE ZEROS.
       01 W-QTDDIAS  PIC 9(03) VALUE ZEROS.
       01 W-VALPAG   PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE     PIC 9(09) VALUE ZEROS.
       01 W-SOMABASE PIC 9(11) VALUE ZEROS.
       01 W-ULTIDX   PIC 9(03) VALUE ZEROS.
       01 W-PARTE    PIC 9(10)V99 VALUE ZEROS.
       01 W-SEMRAT   PIC S9(10)V99 VALUE ZEROS.
       01 W-TOTGER   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTATD   PIC 9(07) VALUE ZEROS.
       01 W-QTDED    PIC ZZZ.ZZ9.
       01 W-VALED    PIC Z.ZZZ.ZZZ.ZZ9,99-.
      *
      *----CALENDARIO DO MES (QUANTIDADE DE CADA DIA DA SEMANA)--------*
      *
       01 W-TMPR     PIC 9(04) VALUE ZEROS.
       01 W-BISSEXTO PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA   PIC 9(02) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-ZM       PIC 9(04) VALUE ZEROS.
       01 W-ZA       PIC 9(04) VALUE ZEROS.
       01 W-ZJ       PIC 9(04) VALUE ZEROS.
       01 W-ZK       PIC 9(04) VALUE ZEROS.
       01 W-ZT1      PIC 9(05) VALUE ZEROS.
       01 W-ZT2      PIC 9(05) VALUE ZEROS.
       01 W-ZT3      PIC 9(05) VALUE ZEROS.
       01 W-ZT4      PIC 9(05) VALUE ZEROS.
       01 W-ZT5      PIC 9(05) VALUE ZEROS.
       01 W-ZH       PIC 9(01) VALUE ZEROS.
       01 W-ZDOW     PIC 9(01) VALUE ZEROS.
       01 TABDOW.
          03 TDS-QTD    PIC 9(02) OCCURS 7 TIMES.
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
       01 TABDESP.
          03 TCT-ENT OCCURS 6 TIMES.
             05 TCT-CRIT    PIC X(01).
             05 TCT-VALOR   PIC 9(10)V99.
             05 TCT-RATEADO PIC 9(10)V99.
      *
      *----CENTROS DE CUSTO ATIVOS E SUAS BASES DE RATEIO NO MES-------*
      *
       01 TABCCU.
          03 TCC-ENT OCCURS 100 TIMES.
             05 TCC-UNIDADE PIC 9(02).
             05 TCC-ESP     PIC 9(02).
             05 TCC-DESCR   PIC X(30).
             05 TCC-METR    PIC 9(05).
             05 TCC-PERC    PIC 9(03)V99 OCCURS 6 TIMES.
             05 TCC-QTD     PIC 9(06).
             05 TCC-MIN     PIC 9(08).
             05 TCC-DESP    PIC 9(10)V99 OCCURS 6 TIMES.
       01 W-TOTCCU   PIC 9(03) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(55) VALUE
              "*** RATEIO DE DESPESAS POR CENTRO DE CUSTO ***".
       01 CABPER.
          03 FILLER      PIC X(17) VALUE "REFERENTE A MES:".
          03 CABPER-MES  PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 CABPER-ANO  PIC 9999.
          03 FILLER      PIC X(15) VALUE "  PROCESSADO EM".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 CABPER-PROC PIC 9999/99/99.
       01 CAB1.
          03 FILLER     PIC X(08) VALUE "UN ESP".
          03 FILLER     PIC X(32) VALUE "CENTRO DE CUSTO".
          03 FILLER     PIC X(08) VALUE " ATEND.".
          03 FILLER     PIC X(08) VALUE "  HORAS".
          03 FILLER     PIC X(07) VALUE "    M2".
          03 FILLER     PIC X(18) VALUE "      CUSTO TOTAL".
          03 FILLER     PIC X(15) VALUE "   CUSTO/ATEND.".
       01 CAB2.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 FILLER     PIC X(15) VALUE "        ALUGUEL".
          03 FILLER     PIC X(15) VALUE "   FORNECEDORES".
          03 FILLER     PIC X(15) VALUE "       SALARIOS".
          03 FILLER     PIC X(15) VALUE "       MATERIAL".
          03 FILLER     PIC X(15) VALUE "       IMPOSTOS".
          03 FILLER     PIC X(15) VALUE "         OUTROS".
       01 LINCCU.
          03 LC-UNID    PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-ESP     PIC 99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LC-DESCR   PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-QTD     PIC ZZZ.ZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-HORAS   PIC ZZZ.ZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-METR    PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-TOTAL   PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-CUSTO   PIC ZZ.ZZZ.ZZ9,99.
       01 LINCAT.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 LCT-ENT OCCURS 6 TIMES.
             05 FILLER  PIC X(01) VALUE SPACES.
             05 LCT-VAL PIC ZZZ.ZZZ.ZZ9,99.
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-VALOR   PIC Z.ZZZ.ZZZ.ZZ9,99-.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP118".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT118.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** RATEIO DE DESPESAS POR CENTR".
           05  LINE 02  COLUMN 41
               VALUE  "O DE CUSTO ***".
           05  LINE 05  COLUMN 10
               VALUE  "P = PROCESSAR O RATEIO DO MES".
           05  LINE 06  COLUMN 10
               VALUE  "C = CONSULTAR UM CENTRO DE CUSTO NO MES".
           05  LINE 07  COLUMN 10
               VALUE  "I = IMPRIMIR O RATEIO DO MES".
           05  LINE 11  COLUMN 10
               VALUE  "MES/ANO.......:   /".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TW-FILTROMES
               LINE 11  COLUMN 26  PIC 9(02)
               USING  W-FILTRO-MES
               HIGHLIGHT.
           05  TW-FILTROANO
               LINE 11  COLUMN 29  PIC 9(04)
               USING  W-FILTRO-ANO
               HIGHLIGHT.
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADRATRS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRATRS
                 CLOSE CADRATRS
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRATRS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT118.
       R2.
           ACCEPT TW-FILTROMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-FILTRO-MES = ZEROS OR W-FILTRO-MES > 12
                MOVE "*** MES INVALIDO (01 A 12) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
       R3.
           ACCEPT TW-FILTROANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           IF W-FILTRO-ANO = ZEROS
                MOVE "*** INFORME O ANO DE REFERENCIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R4.
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-COMPET = (W-FILTRO-ANO * 100) + W-FILTRO-MES
           IF W-MODO = "P" OR "p"
                GO TO PRC-001.
           IF W-MODO = "C" OR "c"
                GO TO CON-001.
           IF W-MODO = "I" OR "i"
                GO TO IMP-001.
           GO TO R4.

      *---------------PROCESSAMENTO DO RATEIO DO MES-------------------*
      * O MES JA PROCESSADO SO E REFEITO COM A CONFIRMACAO DO OPERADOR;*
      * OS REGISTROS ANTERIORES DA COMPETENCIA SAO EXCLUIDOS ANTES     *
      *----------------------------------------------------------------*

       PRC-001.
           MOVE W-COMPET TO RRS-COMPET
           MOVE ZEROS TO RRS-CENTRO
           READ CADRATRS
           IF ST-ERRO NOT = "00"
                GO TO PRC-ABRE.
       PRC-CONF.
           DISPLAY (23, 12) "MES JA PROCESSADO. REPROCESSAR (S/N) : "
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 52) W-OPCAO WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PRC-CONF.
           MOVE W-COMPET TO RRS-COMPET
           MOVE ZEROS TO RRS-CENTRO
           START CADRATRS KEY IS NOT LESS RRS-CHAVE
               INVALID KEY
                   GO TO PRC-ABRE.
       PRC-APAGA.
           READ CADRATRS NEXT RECORD
               AT END
                   GO TO PRC-ABRE.
           IF RRS-COMPET NOT = W-COMPET
                GO TO PRC-ABRE.
           DELETE CADRATRS RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADRATRS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO PRC-APAGA.

       PRC-ABRE.
           DISPLAY (15, 10) "APURANDO O RATEIO DO MES..."
           OPEN INPUT CADCCUST
           IF ST-ERRO NOT = "00"
                MOVE "* ARQUIVO DE CENTROS DE CUSTO NAO DISPONIVEL *"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                CLOSE CADCCUST
                MOVE "* ARQUIVO DE CONSULTAS NAO DISPONIVEL *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
                CLOSE CADCCUST CADCONS
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
                CLOSE CADCCUST CADCONS CADPAGAR
                MOVE "ERRO NA ABERTURA DO ARQUIVO REGMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "N" TO W-RCRABERTO
           OPEN INPUT CADRATCR
           IF ST-ERRO = "00"
                MOVE "S" TO W-RCRABERTO.
           MOVE "N" TO W-SALABERTO
           OPEN INPUT CADSALA
           IF ST-ERRO = "00"
                MOVE "S" TO W-SALABERTO.
           MOVE "N" TO W-AGEABERTO
           OPEN INPUT CADAGEN
           IF ST-ERRO = "00"
                MOVE "S" TO W-AGEABERTO.
           MOVE ZEROS TO W-SEMCENTRO W-SEMRAT
           PERFORM CCU-CARGA THRU CCU-CARGA-FIM
           PERFORM CRT-CARGA THRU CRT-CARGA-FIM
           PERFORM CAL-MES THRU CAL-MES-FIM
           PERFORM HRS-APURA THRU HRS-APURA-FIM
           PERFORM ATD-APURA THRU ATD-APURA-FIM
           PERFORM DSP-APURA THRU DSP-APURA-FIM
           PERFORM RAT-CALC THRU RAT-CALC-FIM
           PERFORM RAT-GRAVA THRU RAT-GRAVA-FIM
           CLOSE CADCCUST CADCONS CADPAGAR REGMED
           IF W-RCRABERTO = "S"
                CLOSE CADRATCR.
           IF W-SALABERTO = "S"
                CLOSE CADSALA.
           IF W-AGEABERTO = "S"
                CLOSE CADAGEN.
           DISPLAY (15, 10) LIMPA
           IF W-TOTCCU = ZEROS
                MOVE "*** NENHUM CENTRO DE CUSTO ATIVO ***" TO MENS
           ELSE
                MOVE "*** RATEIO DO MES PROCESSADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----CARGA DOS CENTROS DE CUSTO ATIVOS---------------------------*

       CCU-CARGA.
           MOVE ZEROS TO W-TOTCCU
           MOVE ZEROS TO CCU-CHAVE
           START CADCCUST KEY IS NOT LESS CCU-CHAVE
               INVALID KEY
                   GO TO CCU-CARGA-FIM.
       CCU-CARGA1.
           READ CADCCUST NEXT RECORD
               AT END
                   GO TO CCU-CARGA-FIM.
           IF NOT CCU-ATIVO
                GO TO CCU-CARGA1.
           IF W-TOTCCU NOT < 100
                GO TO CCU-CARGA-FIM.
           ADD 1 TO W-TOTCCU
           MOVE W-TOTCCU TO IND
           MOVE CCU-UNIDADE TO TCC-UNIDADE (IND)
           MOVE CCU-ESP TO TCC-ESP (IND)
           MOVE CCU-DESCR TO TCC-DESCR (IND)
           MOVE CCU-METRAGEM TO TCC-METR (IND)
           MOVE ZEROS TO TCC-QTD (IND) TCC-MIN (IND)
           MOVE 1 TO ICAT.
       CCU-CARGA2.
           IF ICAT > 6
                GO TO CCU-CARGA1.
           MOVE CCU-PERC (ICAT) TO TCC-PERC (IND, ICAT)
           MOVE ZEROS TO TCC-DESP (IND, ICAT)
           ADD 1 TO ICAT
           GO TO CCU-CARGA2.
       CCU-CARGA-FIM.
           EXIT.

      *----LOCALIZA O CENTRO W-BUNID/W-BESP (IND2 = 0 SE NAO HOUVER)---*

       CCU-ACHA.
           MOVE 1 TO IND2.
       CCU-ACHA1.
           IF IND2 > W-TOTCCU
                MOVE ZEROS TO IND2
                GO TO CCU-ACHA-FIM.
           IF TCC-UNIDADE (IND2) = W-BUNID AND
              TCC-ESP (IND2) = W-BESP
                GO TO CCU-ACHA-FIM.
           ADD 1 TO IND2
           GO TO CCU-ACHA1.
       CCU-ACHA-FIM.
           EXIT.

      *----CRITERIO DE CADA CATEGORIA (SEM CADASTRO = NAO RATEIA)------*

       CRT-CARGA.
           MOVE 1 TO ICAT.
       CRT-CARGA1.
           IF ICAT > 6
                GO TO CRT-CARGA-FIM.
           MOVE SPACES TO TCT-CRIT (ICAT)
           MOVE ZEROS TO TCT-VALOR (ICAT) TCT-RATEADO (ICAT)
           IF W-RCRABERTO = "S"
                MOVE ICAT TO RCR-CATEG
                READ CADRATCR
                IF ST-ERRO = "00"
                     MOVE RCR-CRITERIO TO TCT-CRIT (ICAT).
           ADD 1 TO ICAT
           GO TO CRT-CARGA1.
       CRT-CARGA-FIM.
           EXIT.

      *----QUANTOS DOMINGOS, SEGUNDAS... TEM O MES DE REFERENCIA-------*

       CAL-MES.
           MOVE ZEROS TO TABDOW
           MOVE W-DMES (W-FILTRO-MES) TO W-ULTDIA
           IF W-FILTRO-MES = 2
                DIVIDE W-FILTRO-ANO BY 4 GIVING W-BISSEXTO
                                      REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-ULTDIA.
           MOVE W-FILTRO-ANO TO W-TENTANO
           MOVE W-FILTRO-MES TO W-TENTMES
           MOVE 1 TO W-TENTDIA.
       CAL-MES1.
           IF W-TENTDIA > W-ULTDIA
                GO TO CAL-MES-FIM.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           ADD 1 TO TDS-QTD (W-ZDOW)
           ADD 1 TO W-TENTDIA
           GO TO CAL-MES1.
       CAL-MES-FIM.
           EXIT.

      *----HORAS DA GRADE DE AGENDA: (FIM - INICIO) X DIAS DO MES EM---*
      *----QUE O MEDICO ATENDE; UNIDADE DA AGENDA, ESPECIALIDADE DO----*
      *----MEDICO. MEDICO INATIVO NAO ENTRA---------------------------*

       HRS-APURA.
           IF W-AGEABERTO NOT = "S"
                GO TO HRS-APURA-FIM.
           MOVE ZEROS TO AGE-CRM
           START CADAGEN KEY IS NOT LESS AGE-CRM
               INVALID KEY
                   GO TO HRS-APURA-FIM.
       HRS-LER.
           READ CADAGEN NEXT RECORD
               AT END
                   GO TO HRS-APURA-FIM.
           MOVE AGE-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                GO TO HRS-LER.
           IF MED-INATIVO
                GO TO HRS-LER.
           MOVE AGE-UNIDADE TO W-BUNID
           MOVE ESPECIALIDADE TO W-BESP
           PERFORM CCU-ACHA THRU CCU-ACHA-FIM
           IF IND2 = ZEROS
                GO TO HRS-LER.
           COMPUTE W-MINDIA = (AGE-HFIMHH * 60) + AGE-HFIMMI
                            - (AGE-HINIHH * 60) - AGE-HINIMI
           IF W-MINDIA NOT > ZEROS
                GO TO HRS-LER.
           MOVE ZEROS TO W-QTDDIAS
           MOVE 1 TO ICAT.
       HRS-DIAS.
           IF ICAT > 7
                GO TO HRS-SOMA.
           IF AGE-DIA (ICAT) = "S" OR "s"
                ADD TDS-QTD (ICAT) TO W-QTDDIAS.
           ADD 1 TO ICAT
           GO TO HRS-DIAS.
       HRS-SOMA.
           COMPUTE TCC-MIN (IND2) = TCC-MIN (IND2)
                                  + (W-MINDIA * W-QTDDIAS)
           GO TO HRS-LER.
       HRS-APURA-FIM.
           EXIT.

      *----ATENDIMENTOS REALIZADOS NO MES POR CENTRO-------------------*

       ATD-APURA.
           MOVE W-FILTRO-ANO TO CONS-ANO
           MOVE W-FILTRO-MES TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO ATD-APURA-FIM.
       ATD-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO ATD-APURA-FIM.
           IF CONS-ANO NOT = W-FILTRO-ANO OR
              CONS-MES NOT = W-FILTRO-MES
                GO TO ATD-APURA-FIM.
           IF NOT CONS-REALIZADA
                GO TO ATD-LER.
           PERFORM ATD-CENTRO THRU ATD-CENTRO-FIM
           IF IND2 = ZEROS
                ADD 1 TO W-SEMCENTRO
           ELSE
                ADD 1 TO TCC-QTD (IND2).
           GO TO ATD-LER.
       ATD-APURA-FIM.
           EXIT.

      *----CENTRO DA CONSULTA: UNIDADE DA SALA, SENAO DA AGENDA DO-----*
      *----MEDICO, SENAO 00; ESPECIALIDADE DO MEDICO-------------------*

       ATD-CENTRO.
           MOVE ZEROS TO W-BUNID W-BESP
           MOVE CONS-CRM TO CRM
           READ REGMED
           IF ST-ERRO = "00"
                MOVE ESPECIALIDADE TO W-BESP.
           IF CONS-SALA NOT = ZEROS AND W-SALABERTO = "S"
                MOVE CONS-SALA TO SALA-CODIGO
                READ CADSALA
                IF ST-ERRO = "00"
                     MOVE SALA-UNIDADE TO W-BUNID
                     GO TO ATD-CENTRO1.
           IF W-AGEABERTO = "S"
                MOVE CONS-CRM TO AGE-CRM
                READ CADAGEN
                IF ST-ERRO = "00"
                     MOVE AGE-UNIDADE TO W-BUNID.
       ATD-CENTRO1.
           PERFORM CCU-ACHA THRU CCU-ACHA-FIM.
       ATD-CENTRO-FIM.
           EXIT.

      *----DESPESAS PAGAS NO MES POR CATEGORIA-------------------------*
      *----CATEGORIA FORA DA TABELA ENTRA EM OUTROS-------------------*

       DSP-APURA.
           MOVE ZEROS TO PAG-NUMERO
           START CADPAGAR KEY IS NOT LESS PAG-NUMERO
               INVALID KEY
                   GO TO DSP-APURA-FIM.
       DSP-LER.
           READ CADPAGAR NEXT RECORD
               AT END
                   GO TO DSP-APURA-FIM.
           IF NOT PAG-PAGO
                GO TO DSP-LER.
           IF PAG-PGANO NOT = W-FILTRO-ANO OR
              PAG-PGMES NOT = W-FILTRO-MES
                GO TO DSP-LER.
           MOVE PAG-CATEG TO ICAT
           IF ICAT = ZEROS OR ICAT > 6
                MOVE 6 TO ICAT.
           COMPUTE W-VALPAG = PAG-VAL-RS + (PAG-VAL-CT / 100)
           ADD W-VALPAG TO TCT-VALOR (ICAT)
           GO TO DSP-LER.
       DSP-APURA-FIM.
           EXIT.

      *----DISTRIBUICAO: PARTE = PAGO X BASE DO CENTRO / SOMA DAS------*
      *----BASES; O ULTIMO CENTRO COM BASE FICA COM A SOBRA DOS--------*
      *----CENTAVOS. NO PERCENTUAL FIXO, PARTE = PAGO X % / 100 E O----*
      *----QUE NAO FECHAR 100% FICA COMO NAO RATEADO-------------------*

       RAT-CALC.
           MOVE 1 TO ICAT.
       RAT-CAT.
           IF ICAT > 6
                GO TO RAT-CALC-FIM.
           IF TCT-VALOR (ICAT) = ZEROS
                GO TO RAT-PROX.
           IF TCT-CRIT (ICAT) = "P"
                GO TO RAT-PCT.
           IF TCT-CRIT (ICAT) NOT = "M" AND
              TCT-CRIT (ICAT) NOT = "H" AND
              TCT-CRIT (ICAT) NOT = "A"
                GO TO RAT-SOBRA.
           MOVE ZEROS TO W-SOMABASE W-ULTIDX
           MOVE 1 TO IND.
       RAT-SOMA.
           IF IND > W-TOTCCU
                GO TO RAT-DIST.
           PERFORM RAT-BASE THRU RAT-BASE-FIM
           IF W-BASE > ZEROS
                ADD W-BASE TO W-SOMABASE
                MOVE IND TO W-ULTIDX.
           ADD 1 TO IND
           GO TO RAT-SOMA.
       RAT-DIST.
           IF W-SOMABASE = ZEROS
                GO TO RAT-SOBRA.
           MOVE 1 TO IND.
       RAT-DIST1.
           IF IND > W-TOTCCU
                GO TO RAT-SOBRA.
           PERFORM RAT-BASE THRU RAT-BASE-FIM
           IF W-BASE = ZEROS
                ADD 1 TO IND
                GO TO RAT-DIST1.
           IF IND = W-ULTIDX
                COMPUTE W-PARTE = TCT-VALOR (ICAT)
                                - TCT-RATEADO (ICAT)
           ELSE
                COMPUTE W-PARTE ROUNDED =
                   (TCT-VALOR (ICAT) * W-BASE) / W-SOMABASE.
           ADD W-PARTE TO TCC-DESP (IND, ICAT)
           ADD W-PARTE TO TCT-RATEADO (ICAT)
           ADD 1 TO IND
           GO TO RAT-DIST1.
       RAT-PCT.
           MOVE 1 TO IND.
       RAT-PCT1.
           IF IND > W-TOTCCU
                GO TO RAT-SOBRA.
           IF TCC-PERC (IND, ICAT) = ZEROS
                ADD 1 TO IND
                GO TO RAT-PCT1.
           COMPUTE W-PARTE ROUNDED =
              (TCT-VALOR (ICAT) * TCC-PERC (IND, ICAT)) / 100
           ADD W-PARTE TO TCC-DESP (IND, ICAT)
           ADD W-PARTE TO TCT-RATEADO (ICAT)
           ADD 1 TO IND
           GO TO RAT-PCT1.
       RAT-SOBRA.
           COMPUTE W-SEMRAT = W-SEMRAT + TCT-VALOR (ICAT)
                                       - TCT-RATEADO (ICAT).
       RAT-PROX.
           ADD 1 TO ICAT
           GO TO RAT-CAT.
       RAT-CALC-FIM.
           EXIT.

      *----BASE DO CENTRO IND NO CRITERIO DA CATEGORIA ICAT------------*

       RAT-BASE.
           MOVE ZEROS TO W-BASE
           IF TCT-CRIT (ICAT) = "M"
                MOVE TCC-METR (IND) TO W-BASE.
           IF TCT-CRIT (ICAT) = "H"
                MOVE TCC-MIN (IND) TO W-BASE.
           IF TCT-CRIT (ICAT) = "A"
                MOVE TCC-QTD (IND) TO W-BASE.
       RAT-BASE-FIM.
           EXIT.

      *----GRAVA UM REGISTRO POR CENTRO E O CONTROLE DO MES------------*

       RAT-GRAVA.
           MOVE 1 TO IND.
       RAT-GRAVA1.
           IF IND > W-TOTCCU
                GO TO RAT-GRAVA-CTL.
           MOVE W-COMPET TO RRS-COMPET
           MOVE TCC-UNIDADE (IND) TO RRS-UNIDADE
           MOVE TCC-ESP (IND) TO RRS-ESP
           MOVE TCC-DESCR (IND) TO RRS-DESCR
           MOVE ZEROS TO RRS-TOTAL RRS-SEMRAT
           MOVE 1 TO ICAT.
       RAT-GRAVA2.
           IF ICAT > 6
                GO TO RAT-GRAVA3.
           MOVE TCC-DESP (IND, ICAT) TO RRS-DESPCAT (ICAT)
           ADD TCC-DESP (IND, ICAT) TO RRS-TOTAL
           ADD 1 TO ICAT
           GO TO RAT-GRAVA2.
       RAT-GRAVA3.
           MOVE TCC-QTD (IND) TO RRS-QTDATD
           COMPUTE RRS-HORAS ROUNDED = TCC-MIN (IND) / 60
           MOVE TCC-METR (IND) TO RRS-METRAGEM
           IF RRS-QTDATD = ZEROS
                MOVE ZEROS TO RRS-CUSTOMED
           ELSE
                COMPUTE RRS-CUSTOMED ROUNDED =
                   RRS-TOTAL / RRS-QTDATD.
           MOVE W-DATAHOJE TO RRS-DTPROC
           MOVE LK-OPERADOR TO RRS-OPERADOR
           WRITE REGRATRS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRATRS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RAT-GRAVA-FIM.
           ADD 1 TO IND
           GO TO RAT-GRAVA1.
       RAT-GRAVA-CTL.
           MOVE W-COMPET TO RRS-COMPET
           MOVE ZEROS TO RRS-CENTRO
           MOVE "CONTROLE DO RATEIO DO MES" TO RRS-DESCR
           MOVE ZEROS TO RRS-TOTAL RRS-HORAS RRS-METRAGEM
                         RRS-CUSTOMED
           MOVE 1 TO ICAT.
       RAT-GRAVA-CTL1.
           IF ICAT > 6
                GO TO RAT-GRAVA-CTL2.
           MOVE TCT-VALOR (ICAT) TO RRS-DESPCAT (ICAT)
           ADD TCT-VALOR (ICAT) TO RRS-TOTAL
           ADD 1 TO ICAT
           GO TO RAT-GRAVA-CTL1.
       RAT-GRAVA-CTL2.
           MOVE W-SEMCENTRO TO RRS-QTDATD
           MOVE W-SEMRAT TO RRS-SEMRAT
           MOVE W-DATAHOJE TO RRS-DTPROC
           MOVE LK-OPERADOR TO RRS-OPERADOR
           WRITE REGRATRS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRATRS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RAT-GRAVA-FIM.
           EXIT.

      *----DIA DA SEMANA DE W-TENTDATA (ZELLER, 1=DOM..7=SAB)----------*
      *
       DIA-SEMANA.
           MOVE W-TENTMES TO W-ZM
           MOVE W-TENTANO TO W-ZA
           IF W-TENTMES < 3
                ADD 12 TO W-ZM
                SUBTRACT 1 FROM W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK.
           COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5.
           DIVIDE W-ZK BY 4 GIVING W-ZT2.
           DIVIDE W-ZJ BY 4 GIVING W-ZT3.
           COMPUTE W-ZT4 = W-TENTDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                         + (5 * W-ZJ).
           DIVIDE W-ZT4 BY 7 GIVING W-ZT5 REMAINDER W-ZH.
           IF W-ZH = 0
                MOVE 7 TO W-ZDOW
           ELSE
                MOVE W-ZH TO W-ZDOW.
       DIA-SEMANA-FIM.
           EXIT.

      *---------------CONSULTA DE UM CENTRO NO MES---------------------*

       CON-001.
           MOVE ZEROS TO W-FILTRO-UNID W-FILTRO-ESP
           DISPLAY (15, 10) "UNIDADE/ESPEC.:   /".
       CON-002.
           ACCEPT (15, 26) W-FILTRO-UNID WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
       CON-003.
           ACCEPT (15, 29) W-FILTRO-ESP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CON-002.
           MOVE W-COMPET TO RRS-COMPET
           MOVE W-FILTRO-UNID TO RRS-UNIDADE
           MOVE W-FILTRO-ESP TO RRS-ESP
           READ CADRATRS
           IF ST-ERRO NOT = "00"
                MOVE "*** CENTRO SEM RATEIO NO MES ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-002.
           DISPLAY (15, 33) RRS-DESCR
           MOVE 1 TO ICAT.
       CON-CAT.
           IF ICAT > 6
                GO TO CON-TOT.
           COMPUTE W-LIN = 15 + ICAT
           DISPLAY (W-LIN, 10) TBCAT-DESCR (ICAT)
           MOVE RRS-DESPCAT (ICAT) TO W-VALED
           DISPLAY (W-LIN, 30) W-VALED
           ADD 1 TO ICAT
           GO TO CON-CAT.
       CON-TOT.
           IF RRS-CENTRO = ZEROS
                GO TO CON-CTL.
           MOVE RRS-TOTAL TO W-VALED
           DISPLAY (22, 10) "TOTAL"
           DISPLAY (22, 30) W-VALED
           MOVE RRS-QTDATD TO W-QTDED
           DISPLAY (16, 53) "ATEND.:"
           DISPLAY (16, 63) W-QTDED
           MOVE RRS-HORAS TO W-QTDED
           DISPLAY (17, 53) "HORAS.:"
           DISPLAY (17, 63) W-QTDED
           MOVE RRS-METRAGEM TO W-QTDED
           DISPLAY (18, 53) "M2....:"
           DISPLAY (18, 63) W-QTDED
           MOVE RRS-CUSTOMED TO W-VALED
           DISPLAY (20, 53) "CUSTO POR ATENDIMENTO"
           DISPLAY (21, 53) W-VALED
           GO TO CON-FIM.
       CON-CTL.
           MOVE RRS-TOTAL TO W-VALED
           DISPLAY (22, 10) "TOTAL PAGO"
           DISPLAY (22, 30) W-VALED
           MOVE RRS-SEMRAT TO W-VALED
           DISPLAY (17, 53) "NAO RATEADO"
           DISPLAY (18, 53) W-VALED
           MOVE RRS-QTDATD TO W-QTDED
           DISPLAY (20, 53) "ATEND. SEM CENTRO"
           DISPLAY (21, 53) W-QTDED.
       CON-FIM.
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO R1.

      *---------------IMPRESSAO DO RATEIO DO MES-----------------------*

       IMP-001.
           MOVE W-COMPET TO RRS-COMPET
           MOVE ZEROS TO RRS-CENTRO
           READ CADRATRS
           IF ST-ERRO NOT = "00"
                MOVE "*** MES SEM RATEIO PROCESSADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADRATTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADRATTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGRATTX FROM CAB0.
           MOVE W-FILTRO-MES TO CABPER-MES
           MOVE W-FILTRO-ANO TO CABPER-ANO
           MOVE RRS-DTPROC TO CABPER-PROC
           WRITE REGRATTX FROM CABPER.
           MOVE SPACES TO REGRATTX
           WRITE REGRATTX.
           WRITE REGRATTX FROM CAB1.
           WRITE REGRATTX FROM CAB2.
           MOVE SPACES TO REGRATTX
           WRITE REGRATTX.
           MOVE ZEROS TO W-TOTGER W-TOTATD
           START CADRATRS KEY IS GREATER RRS-CHAVE
               INVALID KEY
                   GO TO IMP-TOT.
       IMP-LER.
           READ CADRATRS NEXT RECORD
               AT END
                   GO TO IMP-TOT.
           IF RRS-COMPET NOT = W-COMPET
                GO TO IMP-TOT.
           MOVE RRS-UNIDADE TO LC-UNID
           MOVE RRS-ESP TO LC-ESP
           MOVE RRS-DESCR TO LC-DESCR
           MOVE RRS-QTDATD TO LC-QTD
           MOVE RRS-HORAS TO LC-HORAS
           MOVE RRS-METRAGEM TO LC-METR
           MOVE RRS-TOTAL TO LC-TOTAL
           MOVE RRS-CUSTOMED TO LC-CUSTO
           WRITE REGRATTX FROM LINCCU.
           PERFORM IMP-CAT THRU IMP-CAT-FIM
           ADD RRS-TOTAL TO W-TOTGER
           ADD RRS-QTDATD TO W-TOTATD
           GO TO IMP-LER.
      *
      *----TOTAIS DO MES A PARTIR DO REGISTRO DE CONTROLE--------------*
      *
       IMP-TOT.
           MOVE W-COMPET TO RRS-COMPET
           MOVE ZEROS TO RRS-CENTRO
           READ CADRATRS
           MOVE SPACES TO REGRATTX
           WRITE REGRATTX.
           MOVE "DESPESAS PAGAS NO MES POR CATEGORIA" TO REGRATTX
           WRITE REGRATTX.
           WRITE REGRATTX FROM CAB2.
           PERFORM IMP-CAT THRU IMP-CAT-FIM
           MOVE SPACES TO REGRATTX
           WRITE REGRATTX.
           MOVE "TOTAL PAGO NO MES.....................:" TO LT-ROTULO
           MOVE RRS-TOTAL TO LT-VALOR
           WRITE REGRATTX FROM LINTOT.
           MOVE "TOTAL RATEADO AOS CENTROS.............:" TO LT-ROTULO
           MOVE W-TOTGER TO LT-VALOR
           WRITE REGRATTX FROM LINTOT.
           MOVE "NAO RATEADO (SEM CRITERIO OU BASE)....:" TO LT-ROTULO
           MOVE RRS-SEMRAT TO LT-VALOR
           WRITE REGRATTX FROM LINTOT.
           MOVE "ATENDIMENTOS NOS CENTROS..............:" TO LT-ROTULO
           MOVE W-TOTATD TO LT-VALOR
           WRITE REGRATTX FROM LINTOT.
           MOVE "ATENDIMENTOS SEM CENTRO DE CUSTO......:" TO LT-ROTULO
           MOVE RRS-QTDATD TO LT-VALOR
           WRITE REGRATTX FROM LINTOT.
           CLOSE CADRATTX
           MOVE "*** RELATORIO GERADO EM CADRATRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----LINHA COM O VALOR DE CADA CATEGORIA DO REGISTRO CORRENTE----*

       IMP-CAT.
           MOVE 1 TO ICAT.
       IMP-CAT1.
           IF ICAT > 6
                GO TO IMP-CAT2.
           MOVE RRS-DESPCAT (ICAT) TO LCT-VAL (ICAT)
           ADD 1 TO ICAT
           GO TO IMP-CAT1.
       IMP-CAT2.
           WRITE REGRATTX FROM LINCAT.
       IMP-CAT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRATRS.
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
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
