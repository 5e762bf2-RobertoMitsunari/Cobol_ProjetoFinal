       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP125.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * BATCH DOS INDICADORES HOSPITALARES DO MES: A PARTIR *
      * DAS INTERNACOES (CADINTER), DAS TRANSFERENCIAS DE   *
      * LEITO (CADTRLEI) E DOS LEITOS (CADLEITO) CALCULA    *
      * POR SETOR E NO TOTAL A TAXA DE OCUPACAO, A MEDIA DE *
      * PERMANENCIA, O GIRO DE LEITOS, A MORTALIDADE ATE E  *
      * APOS 24H, AS REINTERNACOES EM 30 DIAS PELO MESMO    *
      * CPF E AS SAIDAS POR CONDICAO. O RESULTADO DO MES E  *
      * GUARDADO EM CADINDH.DAT (SERIE MES A MES), IMPRESSO *
      * EM CADINDRL.DOC COM A TENDENCIA DOS ULTIMOS 12      *
      * MESES E A SERIE TODA E EXPORTADA EM CADINDIC.CSV    *
      * PACIENTE-DIA = CENSO DA MEIA-NOITE NO LEITO OCUPADO *
      * NAQUELE DIA (ENTRADA E SAIDA NO MESMO DIA CONTA 1)  *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LEI-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADTRLEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRL-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADGIRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GIR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINDWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WK-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IND-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADINDCS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTER.DAT".
       01 REGINTER.
          03 INT-CHAVE.
             05 INT-CRM        PIC 9(06).
             05 INT-DATA       PIC 9(08).
             05 INT-HORA       PIC 9(04).
          03 INT-CPF           PIC 9(11).
          03 INT-LEITO         PIC 9(03).
          03 INT-CRMRESP       PIC 9(06).
          03 INT-DTADM         PIC 9(08).
          03 INT-DTALTA        PIC 9(08).
          03 INT-CONDALTA      PIC X(01).
             88 INT-CURADO         VALUE "C".
             88 INT-MELHORADO      VALUE "M".
             88 INT-TRANSFERIDO    VALUE "T".
             88 INT-OBITO          VALUE "O".
      *
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01 REGLEITO.
          03 LEI-CODIGO        PIC 9(03).
          03 LEI-DESCR         PIC X(20).
          03 LEI-SETORNUM      PIC 9(02).
          03 LEI-SITUACAO      PIC X(01).
             88 LEI-ATIVO          VALUE "A".
             88 LEI-INATIVO        VALUE "I".
             88 LEI-HIGIENIZ       VALUE "H".
          03 LEI-UNIDADE       PIC 9(02).
      *
       FD CADTRLEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRLEI.DAT".
       01 REGTRLEI.
          03 TRL-CHAVE.
             05 TRL-INT        PIC 9(18).
             05 TRL-SEQ        PIC 9(02).
          03 TRL-LEIANT        PIC 9(03).
          03 TRL-LEINOVO       PIC 9(03).
          03 TRL-DATA          PIC 9(08).
          03 TRL-HORA          PIC 9(04).
      *
       FD CADGIRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGIRO.DAT".
       01 REGGIRO.
          03 GIR-CHAVE.
             05 GIR-LEITO      PIC 9(03).
             05 GIR-DTSAI      PIC 9(08).
             05 GIR-HRSAI      PIC 9(04).
          03 GIR-SETOR         PIC 9(02).
          03 GIR-MOTIVO        PIC X(01).
             88 GIR-ALTA           VALUE "A".
             88 GIR-TRANSF         VALUE "T".
          03 GIR-INTSAI        PIC 9(18).
          03 GIR-DTLIB         PIC 9(08).
          03 GIR-HRLIB         PIC 9(04).
          03 GIR-OPERLIB       PIC X(08).
          03 GIR-DTADM         PIC 9(08).
          03 GIR-HRADM         PIC 9(04).
          03 GIR-INTENT        PIC 9(18).
      *
      *----ALTAS ANTERIORES POR CPF (BUSCA DE REINTERNACAO)------------*
      *
       FD CADINDWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINDWK.DAT".
       01 REGINDWK.
          03 WK-CHAVE.
             05 WK-CPF         PIC 9(11).
             05 WK-DTALTA      PIC 9(08).
             05 WK-INTER       PIC 9(18).
          03 WK-COND           PIC X(01).
      *
      *----SERIE MENSAL DOS INDICADORES; SETOR 999 = HOSPITAL----------*
      *
       FD CADINDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINDH.DAT".
       01 REGINDH.
          03 IND-CHAVE.
             05 IND-ANOMES     PIC 9(06).
             05 IND-SETOR      PIC 9(03).
          03 IND-NDIAS         PIC 9(02).
          03 IND-LEITOS        PIC 9(04).
          03 IND-LEITODIA      PIC 9(07).
          03 IND-PACDIA        PIC 9(07).
          03 IND-ADMIS         PIC 9(05).
          03 IND-SAIDAS        PIC 9(05).
          03 IND-ALTAS.
             05 IND-ALT        PIC 9(05) OCCURS 4 TIMES.
          03 IND-OBMEN         PIC 9(05).
          03 IND-OBMAI         PIC 9(05).
          03 IND-REINT         PIC 9(05).
          03 IND-TXOCUP        PIC 9(03)V99.
          03 IND-MEDPERM       PIC 9(03)V99.
          03 IND-GIRO          PIC 9(03)V99.
          03 IND-TXMORMEN      PIC 9(03)V99.
          03 IND-TXMORMAI      PIC 9(03)V99.
          03 IND-TXREINT       PIC 9(03)V99.
          03 IND-PCTS.
             05 IND-PCT        PIC 9(03)V99 OCCURS 4 TIMES.
          03 IND-DTPROC        PIC 9(08).
          03 IND-OPERADOR      PIC X(08).
      *
       FD CADINDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINDRL.DOC".
       01 REGINDTX    PIC X(100).
      *
       FD CADINDCS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINDIC.CSV".
       01 REGINDCS    PIC X(250).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IL         PIC 9(04) VALUE ZEROS.
       01 ISET       PIC 9(03) VALUE ZEROS.
       01 IT         PIC 9(03) VALUE ZEROS.
       01 IC         PIC 9(01) VALUE ZEROS.
       01 W-TRLABERTO PIC X(01) VALUE "N".
       01 W-GIRABERTO PIC X(01) VALUE "N".
       01 W-REINT    PIC X(01) VALUE SPACES.
       01 W-OBMEN    PIC X(01) VALUE SPACES.
       01 W-RELMES   PIC 9(02) VALUE ZEROS.
       01 W-RELANO   PIC 9(04) VALUE ZEROS.
       01 W-RELREF   PIC 9(06) VALUE ZEROS.
       01 W-HOJEREF  PIC 9(06) VALUE ZEROS.
       01 W-TENDINI  PIC 9(06) VALUE ZEROS.
       01 W-NDIAS    PIC 9(02) VALUE ZEROS.
       01 W-DIA      PIC 9(02) VALUE ZEROS.
       01 W-DTINI    PIC 9(08) VALUE ZEROS.
       01 W-DTFIM    PIC 9(08) VALUE ZEROS.
       01 W-DTDIA    PIC 9(08) VALUE ZEROS.
       01 W-LEIREF   PIC 9(03) VALUE ZEROS.
       01 W-LEIADM   PIC 9(03) VALUE ZEROS.
       01 W-INTATUAL PIC 9(18) VALUE ZEROS.
       01 W-QTTRF    PIC 9(02) VALUE ZEROS.
       01 W-DIASADM  PIC 9(07) VALUE ZEROS.
       01 W-DIASALT  PIC 9(07) VALUE ZEROS.
       01 W-MINADM   PIC 9(11) VALUE ZEROS.
       01 W-MINSAI   PIC 9(11) VALUE ZEROS.
       01 W-TOTINT   PIC 9(06) VALUE ZEROS.
       01 W-TOTHIST  PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
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
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
      *
      *----DIAS E MINUTOS PELO CALENDARIO COMERCIAL (ANO 360/MES 30)--*
      *
       01 W-DCDATA      PIC 9(08) VALUE ZEROS.
       01 W-DCDATA-R REDEFINES W-DCDATA.
          03 W-DCANO    PIC 9(04).
          03 W-DCMES    PIC 9(02).
          03 W-DCDIA    PIC 9(02).
       01 W-DCDIAS      PIC 9(07) VALUE ZEROS.
       01 W-MCDATA      PIC 9(08) VALUE ZEROS.
       01 W-MCDATA-R REDEFINES W-MCDATA.
          03 W-MCANO    PIC 9(04).
          03 W-MCMES    PIC 9(02).
          03 W-MCDIA    PIC 9(02).
       01 W-MCHORA      PIC 9(04) VALUE ZEROS.
       01 W-MCHORA-R REDEFINES W-MCHORA.
          03 W-MCHH     PIC 9(02).
          03 W-MCMI     PIC 9(02).
       01 W-MCMIN       PIC 9(11) VALUE ZEROS.
      *
      *----SETOR DE CADA LEITO (INDICE = LEITO + 1; 999 = SEM CADASTRO)
      *
       01 TAB-LEISET.
          03 TL-SETOR   PIC 9(03) OCCURS 1000 TIMES.
      *
      *----TRANSFERENCIAS DA INTERNACAO, NA ORDEM DA SEQUENCIA---------*
      *
       01 TAB-TRF.
          03 TT-ENT     OCCURS 99 TIMES.
             05 TT-DATA    PIC 9(08).
             05 TT-LEIANT  PIC 9(03).
      *
      *----ACUMULADORES POR SETOR (INDICE = SETOR + 1; 101 = TOTAL)----*
      *
       01 TAB-IND.
          03 TI-ENT     OCCURS 101 TIMES.
             05 TI-LEITOS    PIC 9(04).
             05 TI-PACDIA    PIC 9(07).
             05 TI-ADMIS     PIC 9(05).
             05 TI-SAIDAS    PIC 9(05).
             05 TI-ALT       PIC 9(05) OCCURS 4 TIMES.
             05 TI-OBMEN     PIC 9(05).
             05 TI-OBMAI     PIC 9(05).
             05 TI-REINT     PIC 9(05).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CABMES.
          03 FILLER     PIC X(20) VALUE "MES DE REFERENCIA: ".
          03 CM-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CM-ANO     PIC 9999.
          03 FILLER     PIC X(09) VALUE "   DIAS: ".
          03 CM-DIAS    PIC Z9.
          03 FILLER     PIC X(14) VALUE "    EMISSAO: ".
          03 CM-EMISSAO PIC 99/99/9999.
       01 CABTIT.
          03 CT-TEXTO   PIC X(60) VALUE SPACES.
       01 CABCOL1.
          03 FILLER     PIC X(06) VALUE "SETOR".
          03 FILLER     PIC X(07) VALUE "LEITOS".
          03 FILLER     PIC X(10) VALUE "LEITO-DIA".
          03 FILLER     PIC X(08) VALUE "PAC-DIA".
          03 FILLER     PIC X(08) VALUE " OCUP %".
          03 FILLER     PIC X(08) VALUE " PERMAN".
          03 FILLER     PIC X(08) VALUE "   GIRO".
          03 FILLER     PIC X(06) VALUE " ADMIS".
          03 FILLER     PIC X(07) VALUE " SAIDAS".
          03 FILLER     PIC X(07) VALUE " REINT".
          03 FILLER     PIC X(08) VALUE " REINT %".
       01 LINSET.
          03 LS-SETOR   PIC X(05).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LS-LEITOS  PIC ZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-LEIDIA  PIC ZZZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-PACDIA  PIC ZZZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-OCUP    PIC ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-PERM    PIC ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-GIRO    PIC ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LS-ADMIS   PIC ZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-SAIDAS  PIC ZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-REINT   PIC ZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-TXREI   PIC ZZ9,99.
       01 CABCOL2.
          03 FILLER     PIC X(06) VALUE "SETOR".
          03 FILLER     PIC X(07) VALUE " SAIDAS".
          03 FILLER     PIC X(10) VALUE " CURADO %".
          03 FILLER     PIC X(10) VALUE " MELHOR %".
          03 FILLER     PIC X(10) VALUE " TRANSF %".
          03 FILLER     PIC X(10) VALUE "  OBITO %".
          03 FILLER     PIC X(07) VALUE " OB<24H".
          03 FILLER     PIC X(07) VALUE " OB>24H".
          03 FILLER     PIC X(10) VALUE " MORT<24%".
          03 FILLER     PIC X(10) VALUE " MORT>24%".
       01 LINCOND.
          03 LC-SETOR   PIC X(05).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-SAIDAS  PIC ZZZZ9.
          03 LC-GRUPO   OCCURS 4 TIMES.
             05 FILLER  PIC X(04).
             05 LC-PCT  PIC ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-OBMEN   PIC ZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-OBMAI   PIC ZZZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LC-MORMEN  PIC ZZ9,99.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LC-MORMAI  PIC ZZ9,99.
       01 CABCOL3.
          03 FILLER     PIC X(09) VALUE "MES/ANO".
          03 FILLER     PIC X(08) VALUE " OCUP %".
          03 FILLER     PIC X(08) VALUE " PERMAN".
          03 FILLER     PIC X(08) VALUE "   GIRO".
          03 FILLER     PIC X(07) VALUE " SAIDAS".
          03 FILLER     PIC X(10) VALUE " MORT<24%".
          03 FILLER     PIC X(10) VALUE " MORT>24%".
          03 FILLER     PIC X(08) VALUE " REINT %".
       01 LINTEND.
          03 LN-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LN-ANO     PIC 9999.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LN-OCUP    PIC ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LN-PERM    PIC ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LN-GIRO    PIC ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LN-SAIDAS  PIC ZZZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LN-MORMEN  PIC ZZ9,99.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LN-MORMAI  PIC ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LN-TXREI   PIC ZZ9,99.
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-QTDE    PIC ZZZ.ZZ9.
      *
      *----EXPORTACAO: NUMEROS SEM EDICAO, TAXAS COM VIRGULA DECIMAL---*
      *
       01 W-CSVLINHA PIC X(250) VALUE SPACES.
       01 W-CSVSETOR PIC X(05) VALUE SPACES.
       01 W-CSVTAXA.
          03 W-CSVTX    PIC 999,99 OCCURS 10 TIMES.
       01 W-CSVCAB1  PIC X(75) VALUE
          "ANOMES;SETOR;DIAS;LEITOS;LEITODIA;PACDIA;ADMIS;SAIDAS;".
       01 W-CSVCAB2  PIC X(75) VALUE
          "CURADO;MELHORADO;TRANSF;OBITO;OBITO24M;OBITO24P;REINT30;".
       01 W-CSVCAB3  PIC X(75) VALUE
          "TXOCUP;MEDPERM;GIRO;TXMORT24M;TXMORT24P;TXREINT;".
       01 W-CSVCAB4  PIC X(75) VALUE
          "PCTCURADO;PCTMELHORADO;PCTTRANSF;PCTOBITO".
      *-----------------------------------------------------------------
       01 W-JOBNOME  PIC X(07) VALUE SPACES.
       01 W-JOBEVT   PIC X(01) VALUE SPACES.
       01 W-JOBRET   PIC X(01) VALUE SPACES.
       01 W-LOGPROG   PIC X(07) VALUE "SMP125".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT125.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** INDICADORES HOSPITALARES M".
           05  LINE 02  COLUMN 41
               VALUE  "ENSAIS ***".
           05  LINE 08  COLUMN 10
               VALUE  "OCUPACAO, PERMANENCIA, GIRO, MORTALIDADE".
           05  LINE 08  COLUMN 50
               VALUE  ", REINTERNACAO".
           05  LINE 09  COLUMN 10
               VALUE  "E SAIDAS POR CONDICAO, POR SETOR. GRAVA ".
           05  LINE 09  COLUMN 50
               VALUE  "A SERIE EM".
           05  LINE 10  COLUMN 10
               VALUE  "CADINDH.DAT, RELATORIO EM CADINDRL.DOC E".
           05  LINE 10  COLUMN 50
               VALUE  " CADINDIC.CSV".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           MOVE ZEROS TO W-TOTINT W-TOTHIST
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJEREF = (W-HOJEANO * 100) + W-HOJEMES
           MOVE W-HOJEANO TO W-RELANO
           COMPUTE W-RELMES = W-HOJEMES - 1
           IF W-RELMES = ZEROS
                MOVE 12 TO W-RELMES
                SUBTRACT 1 FROM W-RELANO.
           DISPLAY SMT125.
       INC-MES.
           DISPLAY (13, 10) "MES/ANO DE REFERENCIA (MM AAAA):"
           ACCEPT (13, 44) W-RELMES WITH UPDATE
           ACCEPT (13, 47) W-RELANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           IF W-RELMES < 1 OR W-RELMES > 12 OR W-RELANO < 2000
                MOVE "*** MES/ANO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-MES.
           COMPUTE W-RELREF = (W-RELANO * 100) + W-RELMES
           IF W-RELREF NOT < W-HOJEREF
                MOVE "*** MES AINDA NAO ENCERRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-MES.
           MOVE W-DMES (W-RELMES) TO W-NDIAS
           IF W-RELMES = 2
                DIVIDE W-RELANO BY 4 GIVING W-BISSEXTO
                                     REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-NDIAS.
           COMPUTE W-DTINI = (W-RELREF * 100) + 1
           COMPUTE W-DTFIM = (W-RELREF * 100) + W-NDIAS
           IF W-RELMES = 12
                COMPUTE W-TENDINI = (W-RELANO * 100) + 1
           ELSE
                COMPUTE W-TENDINI = ((W-RELANO - 1) * 100)
                                  + W-RELMES + 1.
       INC-OPC.
           DISPLAY (14, 10) "CONFIRMA O PROCESSAMENTO (S/N)?"
           ACCEPT (14, 42) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** PROCESSAMENTO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO INC-OPC.
       INC-JOB.
           MOVE "SMP125 " TO W-JOBNOME
           MOVE "I" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           IF W-JOBRET = "B"
                MOVE "** PROCESSAMENTO BLOQUEADO POR DEPENDENCIA **"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
       INC-OP0.
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA INTERNACAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ERRO.
           OPEN INPUT CADLEITO
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM LEITO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINTER
              GO TO INC-ERRO.
           OPEN INPUT CADTRLEI
           IF ST-ERRO = "00"
              MOVE "S" TO W-TRLABERTO.
           OPEN INPUT CADGIRO
           IF ST-ERRO = "00"
              MOVE "S" TO W-GIRABERTO.
           OPEN OUTPUT CADINDWK
           CLOSE CADINDWK
           OPEN I-O CADINDWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINDWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADINDH
           IF ST-ERRO = "30"
              OPEN OUTPUT CADINDH
              CLOSE CADINDH
              GO TO INC-OP1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINDH" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO IL.
       INC-ZERA1.
           MOVE 999 TO TL-SETOR (IL)
           ADD 1 TO IL
           IF IL < 1001
                GO TO INC-ZERA1.
           MOVE 1 TO ISET.
       INC-ZERA2.
           MOVE ZEROS TO TI-LEITOS (ISET) TI-PACDIA (ISET)
           MOVE ZEROS TO TI-ADMIS (ISET) TI-SAIDAS (ISET)
           MOVE ZEROS TO TI-ALT (ISET, 1) TI-ALT (ISET, 2)
           MOVE ZEROS TO TI-ALT (ISET, 3) TI-ALT (ISET, 4)
           MOVE ZEROS TO TI-OBMEN (ISET) TI-OBMAI (ISET)
           MOVE ZEROS TO TI-REINT (ISET)
           ADD 1 TO ISET
           IF ISET < 102
                GO TO INC-ZERA2.
           DISPLAY (16, 10) "LENDO OS LEITOS...".

      *---------------PASSO 1: SETOR E CAPACIDADE DOS LEITOS-----------*

       LEI-INI.
           MOVE ZEROS TO LEI-CODIGO
           START CADLEITO KEY IS NOT LESS LEI-CODIGO
               INVALID KEY
                   GO TO WKI-INI.
       LEI-LER.
           READ CADLEITO NEXT RECORD
               AT END
                   GO TO WKI-INI.
           COMPUTE IL = LEI-CODIGO + 1
           MOVE LEI-SETORNUM TO TL-SETOR (IL)
           IF LEI-INATIVO
                GO TO LEI-LER.
           COMPUTE ISET = LEI-SETORNUM + 1
           ADD 1 TO TI-LEITOS (ISET) TI-LEITOS (101)
           GO TO LEI-LER.

      *---------------PASSO 2: ALTAS DE CADA CPF-----------------------*

       WKI-INI.
           DISPLAY (16, 10) "LENDO AS ALTAS...      "
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
                   GO TO INT-INI.
       WKI-LER.
           READ CADINTER NEXT RECORD
               AT END
                   GO TO INT-INI.
           IF INT-DTALTA = ZEROS OR INT-CPF = ZEROS
                GO TO WKI-LER.
           MOVE INT-CPF TO WK-CPF
           MOVE INT-DTALTA TO WK-DTALTA
           MOVE INT-CHAVE TO WK-INTER
           MOVE INT-CONDALTA TO WK-COND
           WRITE REGINDWK
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINDWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO WKI-LER.

      *---------------PASSO 3: INTERNACOES QUE TOCAM O MES-------------*

       INT-INI.
           DISPLAY (16, 10) "APURANDO AS INTERNACOES..."
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
                   GO TO CAL-INI.
       INT-LER.
           READ CADINTER NEXT RECORD
               AT END
                   GO TO CAL-INI.
           IF INT-DTADM = ZEROS OR INT-DTADM > W-DTFIM
                GO TO INT-LER.
           IF INT-DTALTA NOT = ZEROS AND INT-DTALTA < W-DTINI
                GO TO INT-LER.
           ADD 1 TO W-TOTINT
           MOVE INT-CHAVE TO W-INTATUAL
           PERFORM TRF-CARREGA THRU TRF-CARREGA-FIM
           IF W-QTTRF = ZEROS
                MOVE INT-LEITO TO W-LEIADM
           ELSE
                MOVE TT-LEIANT (1) TO W-LEIADM.
      *----PACIENTES-DIA: LEITO OCUPADO EM CADA MEIA-NOITE DO MES------*
           IF INT-DTADM < W-DTINI
                MOVE 1 TO W-DIA
           ELSE
                MOVE INT-DTADM (7:2) TO W-DIA.
           IF INT-DTALTA = INT-DTADM
                MOVE INT-LEITO TO W-LEIREF
                PERFORM SET-ACHA THRU SET-ACHA-FIM
                IF ISET NOT = ZEROS
                     ADD 1 TO TI-PACDIA (ISET) TI-PACDIA (101)
                ELSE
                     ADD 1 TO TI-PACDIA (101).
       INT-DIA.
           IF W-DIA > W-NDIAS
                GO TO INT-ADM.
           COMPUTE W-DTDIA = (W-RELREF * 100) + W-DIA
           IF INT-DTALTA NOT = ZEROS AND INT-DTALTA NOT > W-DTDIA
                GO TO INT-ADM.
           PERFORM LEI-NODIA THRU LEI-NODIA-FIM
           PERFORM SET-ACHA THRU SET-ACHA-FIM
           IF ISET NOT = ZEROS
                ADD 1 TO TI-PACDIA (ISET).
           ADD 1 TO TI-PACDIA (101)
           ADD 1 TO W-DIA
           GO TO INT-DIA.
      *----ADMISSAO NO MES, NO SETOR DO PRIMEIRO LEITO-----------------*
       INT-ADM.
           IF INT-DTADM < W-DTINI
                GO TO INT-SAI.
           MOVE W-LEIADM TO W-LEIREF
           PERFORM SET-ACHA THRU SET-ACHA-FIM
           IF ISET NOT = ZEROS
                ADD 1 TO TI-ADMIS (ISET).
           ADD 1 TO TI-ADMIS (101)
           PERFORM REI-CHECA THRU REI-CHECA-FIM
           IF W-REINT = "S"
                IF ISET NOT = ZEROS
                     ADD 1 TO TI-REINT (ISET) TI-REINT (101)
                ELSE
                     ADD 1 TO TI-REINT (101).
      *----SAIDA NO MES, NO SETOR DO ULTIMO LEITO----------------------*
       INT-SAI.
           IF INT-DTALTA = ZEROS OR INT-DTALTA > W-DTFIM
                GO TO INT-LER.
           MOVE INT-LEITO TO W-LEIREF
           PERFORM SET-ACHA THRU SET-ACHA-FIM
           IF ISET NOT = ZEROS
                ADD 1 TO TI-SAIDAS (ISET).
           ADD 1 TO TI-SAIDAS (101)
           MOVE ZEROS TO IC
           IF INT-CURADO
                MOVE 1 TO IC.
           IF INT-MELHORADO
                MOVE 2 TO IC.
           IF INT-TRANSFERIDO
                MOVE 3 TO IC.
           IF INT-OBITO
                MOVE 4 TO IC.
           IF IC = ZEROS
                GO TO INT-LER.
           IF ISET NOT = ZEROS
                ADD 1 TO TI-ALT (ISET, IC).
           ADD 1 TO TI-ALT (101, IC)
           IF NOT INT-OBITO
                GO TO INT-LER.
           PERFORM OBT-TEMPO THRU OBT-TEMPO-FIM
           IF W-OBMEN = "S"
                IF ISET NOT = ZEROS
                     ADD 1 TO TI-OBMEN (ISET) TI-OBMEN (101)
                ELSE
                     ADD 1 TO TI-OBMEN (101)
           ELSE
                IF ISET NOT = ZEROS
                     ADD 1 TO TI-OBMAI (ISET) TI-OBMAI (101)
                ELSE
                     ADD 1 TO TI-OBMAI (101).
           GO TO INT-LER.

      *---------------PASSO 4: TAXAS E SERIE MENSAL--------------------*

       CAL-INI.
           DISPLAY (16, 10) "GRAVANDO A SERIE MENSAL... "
           MOVE W-RELREF TO IND-ANOMES
           MOVE ZEROS TO IND-SETOR
           START CADINDH KEY IS NOT LESS IND-CHAVE
               INVALID KEY
                   GO TO CAL-GRAVA.
      *----REPROCESSAMENTO: APAGA O QUE HAVIA DO MES-------------------*
       CAL-APAGA.
           READ CADINDH NEXT RECORD
               AT END
                   GO TO CAL-GRAVA.
           IF IND-ANOMES NOT = W-RELREF
                GO TO CAL-GRAVA.
           DELETE CADINDH RECORD
           GO TO CAL-APAGA.
       CAL-GRAVA.
           MOVE 1 TO ISET.
       CAL-GRAVA1.
           IF ISET > 101
                GO TO REL-INI.
           IF TI-LEITOS (ISET) = ZEROS AND TI-PACDIA (ISET) = ZEROS
              AND TI-ADMIS (ISET) = ZEROS AND TI-SAIDAS (ISET) = ZEROS
                GO TO CAL-GRAVA2.
           PERFORM IND-CALC THRU IND-CALC-FIM
           WRITE REGINDH
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINDH" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CAL-GRAVA2.
           ADD 1 TO ISET
           GO TO CAL-GRAVA1.

      *---------------PASSO 5: RELATORIO DO MES E TENDENCIA------------*

       REL-INI.
           OPEN OUTPUT CADINDTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINDTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ERRO2.
           MOVE "*** INDICADORES HOSPITALARES MENSAIS ***" TO CAB0-TIT
           WRITE REGINDTX FROM CAB0.
           MOVE W-RELMES TO CM-MES
           MOVE W-RELANO TO CM-ANO
           MOVE W-NDIAS TO CM-DIAS
           MOVE W-DATAHOJE TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CM-EMISSAO
           WRITE REGINDTX FROM CABMES.
           MOVE SPACES TO REGINDTX
           WRITE REGINDTX.
           MOVE "OCUPACAO, PERMANENCIA, GIRO E REINTERNACAO (30 DIAS)"
                                                         TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           WRITE REGINDTX FROM CABCOL1.
           MOVE W-RELREF TO IND-ANOMES
           MOVE ZEROS TO IND-SETOR
           START CADINDH KEY IS NOT LESS IND-CHAVE
               INVALID KEY
                   GO TO REL-COND.
       REL-SET.
           READ CADINDH NEXT RECORD
               AT END
                   GO TO REL-COND.
           IF IND-ANOMES NOT = W-RELREF
                GO TO REL-COND.
           IF IND-SETOR = 999
                MOVE SPACES TO REGINDTX
                WRITE REGINDTX
                MOVE "TOTAL" TO LS-SETOR
           ELSE
                MOVE SPACES TO LS-SETOR
                MOVE IND-SETOR (2:2) TO LS-SETOR (3:2).
           MOVE IND-LEITOS TO LS-LEITOS
           MOVE IND-LEITODIA TO LS-LEIDIA
           MOVE IND-PACDIA TO LS-PACDIA
           MOVE IND-TXOCUP TO LS-OCUP
           MOVE IND-MEDPERM TO LS-PERM
           MOVE IND-GIRO TO LS-GIRO
           MOVE IND-ADMIS TO LS-ADMIS
           MOVE IND-SAIDAS TO LS-SAIDAS
           MOVE IND-REINT TO LS-REINT
           MOVE IND-TXREINT TO LS-TXREI
           WRITE REGINDTX FROM LINSET
           GO TO REL-SET.
       REL-COND.
           MOVE SPACES TO REGINDTX
           WRITE REGINDTX.
           MOVE "SAIDAS POR CONDICAO E MORTALIDADE (ATE/APOS 24H)"
                                                         TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           WRITE REGINDTX FROM CABCOL2.
           MOVE SPACES TO LINCOND
           MOVE W-RELREF TO IND-ANOMES
           MOVE ZEROS TO IND-SETOR
           START CADINDH KEY IS NOT LESS IND-CHAVE
               INVALID KEY
                   GO TO REL-TEND.
       REL-COND1.
           READ CADINDH NEXT RECORD
               AT END
                   GO TO REL-TEND.
           IF IND-ANOMES NOT = W-RELREF
                GO TO REL-TEND.
           IF IND-SETOR = 999
                MOVE SPACES TO REGINDTX
                WRITE REGINDTX
                MOVE "TOTAL" TO LC-SETOR
           ELSE
                MOVE SPACES TO LC-SETOR
                MOVE IND-SETOR (2:2) TO LC-SETOR (3:2).
           MOVE IND-SAIDAS TO LC-SAIDAS
           MOVE 1 TO IC.
       REL-COND2.
           MOVE IND-PCT (IC) TO LC-PCT (IC)
           ADD 1 TO IC
           IF IC < 5
                GO TO REL-COND2.
           MOVE IND-OBMEN TO LC-OBMEN
           MOVE IND-OBMAI TO LC-OBMAI
           MOVE IND-TXMORMEN TO LC-MORMEN
           MOVE IND-TXMORMAI TO LC-MORMAI
           WRITE REGINDTX FROM LINCOND
           GO TO REL-COND1.
      *----TENDENCIA DO HOSPITAL NOS ULTIMOS 12 MESES DA SERIE---------*
       REL-TEND.
           MOVE SPACES TO REGINDTX
           WRITE REGINDTX.
           MOVE "TENDENCIA DO HOSPITAL - ULTIMOS 12 MESES" TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           WRITE REGINDTX FROM CABCOL3.
           MOVE W-TENDINI TO IND-ANOMES
           MOVE ZEROS TO IND-SETOR
           START CADINDH KEY IS NOT LESS IND-CHAVE
               INVALID KEY
                   GO TO REL-LEGENDA.
       REL-TEND1.
           READ CADINDH NEXT RECORD
               AT END
                   GO TO REL-LEGENDA.
           IF IND-ANOMES > W-RELREF
                GO TO REL-LEGENDA.
           IF IND-SETOR NOT = 999
                GO TO REL-TEND1.
           MOVE IND-ANOMES (5:2) TO LN-MES
           MOVE IND-ANOMES (1:4) TO LN-ANO
           MOVE IND-TXOCUP TO LN-OCUP
           MOVE IND-MEDPERM TO LN-PERM
           MOVE IND-GIRO TO LN-GIRO
           MOVE IND-SAIDAS TO LN-SAIDAS
           MOVE IND-TXMORMEN TO LN-MORMEN
           MOVE IND-TXMORMAI TO LN-MORMAI
           MOVE IND-TXREINT TO LN-TXREI
           WRITE REGINDTX FROM LINTEND
           GO TO REL-TEND1.
       REL-LEGENDA.
           MOVE SPACES TO REGINDTX
           WRITE REGINDTX.
           MOVE "OCUP % = PACIENTES-DIA / LEITOS-DIA X 100" TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           MOVE "PERMAN = PACIENTES-DIA / SAIDAS (DIAS)" TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           MOVE "GIRO   = SAIDAS / LEITOS" TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           MOVE "MORT % = OBITOS / SAIDAS X 100" TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           MOVE "REINT  = ADMISSAO ATE 30 DIAS APOS ALTA DO MESMO CPF"
                                                         TO CT-TEXTO
           WRITE REGINDTX FROM CABTIT.
           MOVE SPACES TO REGINDTX
           WRITE REGINDTX.
           MOVE "INTERNACOES APURADAS" TO LT-ROTULO
           MOVE W-TOTINT TO LT-QTDE
           WRITE REGINDTX FROM LINTOT.
           CLOSE CADINDTX.

      *---------------PASSO 6: EXPORTACAO DA SERIE COMPLETA------------*

       CSV-INI.
           OPEN OUTPUT CADINDCS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINDCS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ERRO2.
           MOVE SPACES TO W-CSVLINHA
           STRING W-CSVCAB1 DELIMITED BY SPACE
                  W-CSVCAB2 DELIMITED BY SPACE
                  W-CSVCAB3 DELIMITED BY SPACE
                  W-CSVCAB4 DELIMITED BY SPACE
                  INTO W-CSVLINHA
           WRITE REGINDCS FROM W-CSVLINHA
           MOVE ZEROS TO IND-CHAVE
           START CADINDH KEY IS NOT LESS IND-CHAVE
               INVALID KEY
                   GO TO CSV-FIM.
       CSV-LER.
           READ CADINDH NEXT RECORD
               AT END
                   GO TO CSV-FIM.
           PERFORM CSV-GRAVA THRU CSV-GRAVA-FIM
           GO TO CSV-LER.
       CSV-FIM.
           CLOSE CADINDCS
           DISPLAY (16, 10) "INTERNACOES APURADAS....: " W-TOTINT
           DISPLAY (17, 10) "MESES/SETORES EXPORTADOS: " W-TOTHIST
           MOVE "SMP125 " TO W-JOBNOME
           MOVE "F" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           MOVE "*** RELATORIO GERADO EM CADINDRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *----FALHA DEPOIS DO INICIO: FECHA O PASSO COM ERRO NO SMPJOB----*
      *
       INC-ERRO2.
           MOVE "SMP125 " TO W-JOBNOME
           MOVE "E" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           GO TO ROT-FIM.
       INC-ERRO.
           MOVE "SMP125 " TO W-JOBNOME
           MOVE "E" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           GO TO ROT-FIMP.

      ******************************************************************
      * TRANSFERENCIAS DA INTERNACAO W-INTATUAL PARA TAB-TRF           *
      ******************************************************************
       TRF-CARREGA.
           MOVE ZEROS TO W-QTTRF
           IF W-TRLABERTO NOT = "S"
                GO TO TRF-CARREGA-FIM.
           MOVE W-INTATUAL TO TRL-INT
           MOVE ZEROS TO TRL-SEQ
           START CADTRLEI KEY IS NOT LESS TRL-CHAVE
               INVALID KEY
                   GO TO TRF-CARREGA-FIM.
       TRF-CARREGA1.
           READ CADTRLEI NEXT RECORD
               AT END
                   GO TO TRF-CARREGA-FIM.
           IF TRL-INT NOT = W-INTATUAL OR W-QTTRF = 99
                GO TO TRF-CARREGA-FIM.
           ADD 1 TO W-QTTRF
           MOVE TRL-DATA TO TT-DATA (W-QTTRF)
           MOVE TRL-LEIANT TO TT-LEIANT (W-QTTRF)
           GO TO TRF-CARREGA1.
       TRF-CARREGA-FIM.
           EXIT.

      ******************************************************************
      * LEITO OCUPADO NA MEIA-NOITE DE W-DTDIA: O LEITO ANTERIOR DA    *
      * PRIMEIRA TRANSFERENCIA POSTERIOR AO DIA OU, SE NAO HA, O LEITO *
      * ATUAL DA INTERNACAO                                            *
      ******************************************************************
       LEI-NODIA.
           MOVE INT-LEITO TO W-LEIREF
           MOVE 1 TO IT.
       LEI-NODIA1.
           IF IT > W-QTTRF
                GO TO LEI-NODIA-FIM.
           IF TT-DATA (IT) > W-DTDIA
                MOVE TT-LEIANT (IT) TO W-LEIREF
                GO TO LEI-NODIA-FIM.
           ADD 1 TO IT
           GO TO LEI-NODIA1.
       LEI-NODIA-FIM.
           EXIT.
      *
      *----SETOR DO LEITO W-LEIREF EM ISET (ZERO = SEM CADASTRO)-------*
      *
       SET-ACHA.
           COMPUTE IL = W-LEIREF + 1
           IF TL-SETOR (IL) = 999
                MOVE ZEROS TO ISET
           ELSE
                COMPUTE ISET = TL-SETOR (IL) + 1.
       SET-ACHA-FIM.
           EXIT.

      ******************************************************************
      * REINTERNACAO: O MESMO CPF TEVE OUTRA ALTA (NAO POR OBITO) ATE  *
      * 30 DIAS ANTES DESTA ADMISSAO                                   *
      ******************************************************************
       REI-CHECA.
           MOVE "N" TO W-REINT
           MOVE INT-DTADM TO W-DCDATA
           PERFORM DIA-CALC THRU DIA-CALC-FIM
           MOVE W-DCDIAS TO W-DIASADM
           MOVE INT-CPF TO WK-CPF
           MOVE ZEROS TO WK-DTALTA WK-INTER
           START CADINDWK KEY IS NOT LESS WK-CHAVE
               INVALID KEY
                   GO TO REI-CHECA-FIM.
       REI-CHECA1.
           READ CADINDWK NEXT RECORD
               AT END
                   GO TO REI-CHECA-FIM.
           IF WK-CPF NOT = INT-CPF OR WK-DTALTA > INT-DTADM
                GO TO REI-CHECA-FIM.
           IF WK-INTER = W-INTATUAL OR WK-COND = "O"
                GO TO REI-CHECA1.
           MOVE WK-DTALTA TO W-DCDATA
           PERFORM DIA-CALC THRU DIA-CALC-FIM
           MOVE W-DCDIAS TO W-DIASALT
           IF W-DIASADM - W-DIASALT NOT > 30
                MOVE "S" TO W-REINT
                GO TO REI-CHECA-FIM.
           GO TO REI-CHECA1.
       REI-CHECA-FIM.
           EXIT.

      ******************************************************************
      * OBITO ATE 24H DA ADMISSAO: PELOS HORARIOS DO GIRO DE LEITOS    *
      * (CADGIRO) QUANDO HA ENTRADA E SAIDA REGISTRADAS; SEM ELES,     *
      * PELA DATA (OBITO NO PROPRIO DIA DA ADMISSAO)                   *
      ******************************************************************
       OBT-TEMPO.
           MOVE "N" TO W-OBMEN
           MOVE ZEROS TO W-MINADM W-MINSAI
           IF W-GIRABERTO NOT = "S"
                GO TO OBT-DATA.
           MOVE W-LEIADM TO GIR-LEITO
           MOVE ZEROS TO GIR-DTSAI GIR-HRSAI
           START CADGIRO KEY IS NOT LESS GIR-CHAVE
               INVALID KEY
                   GO TO OBT-DATA.
       OBT-ENT.
           READ CADGIRO NEXT RECORD
               AT END
                   GO TO OBT-DATA.
           IF GIR-LEITO NOT = W-LEIADM
                GO TO OBT-DATA.
           IF GIR-INTENT NOT = W-INTATUAL
                GO TO OBT-ENT.
           MOVE GIR-DTADM TO W-MCDATA
           MOVE GIR-HRADM TO W-MCHORA
           PERFORM MIN-CALC THRU MIN-CALC-FIM
           MOVE W-MCMIN TO W-MINADM
           MOVE INT-LEITO TO GIR-LEITO
           MOVE INT-DTALTA TO GIR-DTSAI
           MOVE ZEROS TO GIR-HRSAI
           START CADGIRO KEY IS NOT LESS GIR-CHAVE
               INVALID KEY
                   GO TO OBT-DATA.
       OBT-SAI.
           READ CADGIRO NEXT RECORD
               AT END
                   GO TO OBT-DATA.
           IF GIR-LEITO NOT = INT-LEITO OR GIR-DTSAI NOT = INT-DTALTA
                GO TO OBT-DATA.
           IF GIR-INTSAI NOT = W-INTATUAL OR NOT GIR-ALTA
                GO TO OBT-SAI.
           MOVE GIR-DTSAI TO W-MCDATA
           MOVE GIR-HRSAI TO W-MCHORA
           PERFORM MIN-CALC THRU MIN-CALC-FIM
           MOVE W-MCMIN TO W-MINSAI
           IF W-MINSAI < W-MINADM
                GO TO OBT-DATA.
           IF W-MINSAI - W-MINADM < 1440
                MOVE "S" TO W-OBMEN.
           GO TO OBT-TEMPO-FIM.
       OBT-DATA.
           IF INT-DTALTA = INT-DTADM
                MOVE "S" TO W-OBMEN.
       OBT-TEMPO-FIM.
           EXIT.

      ******************************************************************
      * CONTAGENS E TAXAS DO INDICE ISET PARA REGINDH                  *
      ******************************************************************
       IND-CALC.
           MOVE W-RELREF TO IND-ANOMES
           IF ISET = 101
                MOVE 999 TO IND-SETOR
           ELSE
                COMPUTE IND-SETOR = ISET - 1.
           MOVE W-NDIAS TO IND-NDIAS
           MOVE TI-LEITOS (ISET) TO IND-LEITOS
           COMPUTE IND-LEITODIA = TI-LEITOS (ISET) * W-NDIAS
           MOVE TI-PACDIA (ISET) TO IND-PACDIA
           MOVE TI-ADMIS (ISET) TO IND-ADMIS
           MOVE TI-SAIDAS (ISET) TO IND-SAIDAS
           MOVE TI-OBMEN (ISET) TO IND-OBMEN
           MOVE TI-OBMAI (ISET) TO IND-OBMAI
           MOVE TI-REINT (ISET) TO IND-REINT
           MOVE ZEROS TO IND-TXOCUP IND-MEDPERM IND-GIRO IND-TXREINT
           MOVE ZEROS TO IND-TXMORMEN IND-TXMORMAI
           IF IND-LEITODIA NOT = ZEROS
                COMPUTE IND-TXOCUP ROUNDED =
                        (IND-PACDIA * 100) / IND-LEITODIA.
           IF IND-LEITOS NOT = ZEROS
                COMPUTE IND-GIRO ROUNDED = IND-SAIDAS / IND-LEITOS.
           IF IND-ADMIS NOT = ZEROS
                COMPUTE IND-TXREINT ROUNDED =
                        (IND-REINT * 100) / IND-ADMIS.
           IF IND-SAIDAS NOT = ZEROS
                COMPUTE IND-MEDPERM ROUNDED = IND-PACDIA / IND-SAIDAS
                COMPUTE IND-TXMORMEN ROUNDED =
                        (IND-OBMEN * 100) / IND-SAIDAS
                COMPUTE IND-TXMORMAI ROUNDED =
                        (IND-OBMAI * 100) / IND-SAIDAS.
           MOVE 1 TO IC.
       IND-CALC1.
           MOVE TI-ALT (ISET, IC) TO IND-ALT (IC)
           MOVE ZEROS TO IND-PCT (IC)
           IF IND-SAIDAS NOT = ZEROS
                COMPUTE IND-PCT (IC) ROUNDED =
                        (IND-ALT (IC) * 100) / IND-SAIDAS.
           ADD 1 TO IC
           IF IC < 5
                GO TO IND-CALC1.
           MOVE W-DATAHOJE TO IND-DTPROC
           MOVE LK-OPERADOR TO IND-OPERADOR.
       IND-CALC-FIM.
           EXIT.

      ******************************************************************
      * UMA LINHA DA SERIE (REGINDH) NO ARQUIVO DELIMITADO             *
      ******************************************************************
       CSV-GRAVA.
           IF IND-SETOR = 999
                MOVE "TOTAL" TO W-CSVSETOR
           ELSE
                MOVE IND-SETOR (2:2) TO W-CSVSETOR.
           MOVE IND-TXOCUP TO W-CSVTX (1)
           MOVE IND-MEDPERM TO W-CSVTX (2)
           MOVE IND-GIRO TO W-CSVTX (3)
           MOVE IND-TXMORMEN TO W-CSVTX (4)
           MOVE IND-TXMORMAI TO W-CSVTX (5)
           MOVE IND-TXREINT TO W-CSVTX (6)
           MOVE IND-PCT (1) TO W-CSVTX (7)
           MOVE IND-PCT (2) TO W-CSVTX (8)
           MOVE IND-PCT (3) TO W-CSVTX (9)
           MOVE IND-PCT (4) TO W-CSVTX (10)
           MOVE SPACES TO W-CSVLINHA
           STRING IND-ANOMES DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVSETOR DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  IND-NDIAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-LEITOS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-LEITODIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-PACDIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-ADMIS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-SAIDAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-ALT (1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-ALT (2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-ALT (3) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-ALT (4) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-OBMEN DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-OBMAI DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IND-REINT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (3) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (4) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (5) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (6) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (7) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (8) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (9) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSVTX (10) DELIMITED BY SIZE
                  INTO W-CSVLINHA
           WRITE REGINDCS FROM W-CSVLINHA
           ADD 1 TO W-TOTHIST.
       CSV-GRAVA-FIM.
           EXIT.
      *
      *----DIAS (W-DCDIAS) E MINUTOS (W-MCMIN) PELO ANO COMERCIAL------*
      *
       DIA-CALC.
           COMPUTE W-DCDIAS = (W-DCANO * 360) + (W-DCMES * 30)
                            + W-DCDIA.
       DIA-CALC-FIM.
           EXIT.

       MIN-CALC.
           COMPUTE W-MCMIN = (((W-MCANO * 360) + (W-MCMES * 30)
                           + W-MCDIA) * 1440) + (W-MCHH * 60) + W-MCMI.
       MIN-CALC-FIM.
           EXIT.
      *
      *----W-VALID (AAAAMMDD) PARA W-DATADMA-N (DDMMAAAA)--------------*
      *
       DAT-DMA.
           MOVE W-VLDDIA TO W-DMADIA
           MOVE W-VLDMES TO W-DMAMES
           MOVE W-VLDANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.
      *
      ******************************************************************
      * REGISTRA O EVENTO NO CONTROLE CENTRAL DE JOBS (SMPJOB)         *
      ******************************************************************
       JOB-MARCA.
           CALL "SMPJOB" USING LK-OPERADOR, W-JOBNOME, W-JOBEVT,
                               W-JOBRET
                   ON OVERFLOW
                      MOVE "O" TO W-JOBRET
           END-CALL
           CANCEL "SMPJOB".
       JOB-MARCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADINTER CADLEITO CADINDWK CADINDH
           IF W-TRLABERTO = "S"
                CLOSE CADTRLEI.
           IF W-GIRABERTO = "S"
                CLOSE CADGIRO.
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
