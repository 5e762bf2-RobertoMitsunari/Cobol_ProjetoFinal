       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP120.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * SIMULADOR DE REAJUSTE DA TABELA DO CONVENIO PARA A  *
      * NEGOCIACAO DO CONTRATO. CADA CENARIO (CADSIMRJ.DAT) *
      * TEM UM PERCENTUAL POR TIPO DE CONSULTA (CONSULTA,   *
      * DOMICILIO, TELECONSULTA), UM PERCENTUAL PADRAO DE   *
      * PROCEDIMENTO E PERCENTUAIS PROPRIOS POR CODIGO      *
      * TUSS. A SIMULACAO APLICA OS CENARIOS AO VOLUME      *
      * REALIZADO NOS ULTIMOS 12 MESES (CADCONS/CADATPRC)   *
      * PELO PRECO VIGENTE HOJE E LISTA A RECEITA ATUAL E A *
      * PROJETADA DE CADA CENARIO LADO A LADO               *
      * (CADSIMRL.DOC). O CENARIO APROVADO (PERFIL A) GERA  *
      * AS NOVAS LINHAS DE PRECO DO PLANO DO CONVENIO       *
      * (CADPRECO E CADPRPRC) COM A VIGENCIA ACORDADA       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSIMRJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SIM-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLN-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PPR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADATPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSIMWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WK-PROC
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSIMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----SIM-PROC = ZEROS: CABECALHO DO CENARIO (PERCENTUAIS, ULTIMA-*
      *----SIMULACAO E APROVACAO); DEMAIS: PERCENTUAL DO PROCEDIMENTO--*
      *
       FD CADSIMRJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIMRJ.DAT".
       01 REGSIMRJ.
          03 SIM-CHAVE.
             05 SIM-CONVENIO   PIC 9(04).
             05 SIM-CENARIO    PIC 9(02).
             05 SIM-PROC       PIC 9(08).
          03 SIM-DESCR         PIC X(30).
          03 SIM-PCONS         PIC 9(03)V99.
          03 SIM-PDOM          PIC 9(03)V99.
          03 SIM-PTEL          PIC 9(03)V99.
          03 SIM-PPROC         PIC 9(03)V99.
          03 SIM-SITUACAO      PIC X(01).
             88 SIM-SIMULADO       VALUE "S".
             88 SIM-APROVADO       VALUE "A".
          03 SIM-DTSIM         PIC 9(08).
          03 SIM-RECATUAL      PIC 9(10)V99.
          03 SIM-RECPROJ       PIC 9(10)V99.
          03 SIM-VIGENCIA      PIC 9(08).
          03 SIM-DTAPROV       PIC 9(08).
          03 SIM-OPERAPV       PIC X(08).
          03 SIM-DTALT         PIC 9(08).
          03 SIM-OPERADOR      PIC X(08).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).
          03 CONV-SITUACAO PIC X(01).
             88 CONV-ATIVO       VALUE "A".
             88 CONV-INATIVO     VALUE "I".
          03 FILLER       PIC X(16).
          03 CONV-CNPJ         PIC 9(14).
          03 CONV-VIGINI.
             05 CONV-VINIANO   PIC 9(04).
             05 CONV-VINIMES   PIC 9(02).
             05 CONV-VINIDIA   PIC 9(02).
          03 CONV-VIGFIM.
             05 CONV-VFIMANO   PIC 9(04).
             05 CONV-VFIMMES   PIC 9(02).
             05 CONV-VFIMDIA   PIC 9(02).
          03 CONV-MESREAJ      PIC 9(02).
          03 CONV-PRAZOPG      PIC 9(03).
          03 CONV-LAYOUT       PIC X(01).
             88 CONV-LAY-PROPRIO   VALUE "P".
             88 CONV-LAY-TISS      VALUE "T".
          03 FILLER            PIC X(04).
      *
       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
          03 PLN-CODIGO        PIC 9(02).
          03 PLN-DESCR         PIC X(30).
          03 PLN-INTERNACAO    PIC X(01).
          03 PLN-AMBULATORIAL  PIC X(01).
          03 PLN-URGENCIA      PIC X(01).
          03 PLN-VALORCONS.
             05 PLN-VCONS-RS   PIC 9(06).
             05 PLN-VCONS-CT   PIC 9(02).
          03 PLN-VALORREEMB.
             05 PLN-VREEMB-RS  PIC 9(06).
             05 PLN-VREEMB-CT  PIC 9(02).
          03 PLN-DOMICILIO     PIC X(01).
          03 PLN-TELE          PIC X(01).
          03 PLN-VALORDOM.
             05 PLN-VDOM-RS    PIC 9(06).
             05 PLN-VDOM-CT    PIC 9(02).
          03 PLN-VALORTEL.
             05 PLN-VTEL-RS    PIC 9(06).
             05 PLN-VTEL-CT    PIC 9(02).
          03 PLN-COPTPAMB      PIC X(01).
          03 PLN-COPAMB.
             05 PLN-CAMB-INT   PIC 9(04).
             05 PLN-CAMB-DEC   PIC 9(02).
          03 PLN-COPTPURG      PIC X(01).
          03 PLN-COPURG.
             05 PLN-CURG-INT   PIC 9(04).
             05 PLN-CURG-DEC   PIC 9(02).
          03 PLN-COPTPDOM      PIC X(01).
          03 PLN-COPDOM.
             05 PLN-CDOM-INT   PIC 9(04).
             05 PLN-CDOM-DEC   PIC 9(02).
          03 PLN-COPTPTEL      PIC X(01).
          03 PLN-COPTEL.
             05 PLN-CTEL-INT   PIC 9(04).
             05 PLN-CTEL-DEC   PIC 9(02).
          03 PLN-PRZRET        PIC 9(03).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRC-CHAVE.
             05 PRC-PLANO      PIC 9(02).
             05 PRC-VIGENCIA.
                07 PRC-VIGANO  PIC 9(04).
                07 PRC-VIGMES  PIC 9(02).
                07 PRC-VIGDIA  PIC 9(02).
          03 PRC-VALORCONS.
             05 PRC-VCONS-RS   PIC 9(06).
             05 PRC-VCONS-CT   PIC 9(02).
          03 PRC-VALORREEMB.
             05 PRC-VREEMB-RS  PIC 9(06).
             05 PRC-VREEMB-CT  PIC 9(02).
          03 PRC-VALORDOM.
             05 PRC-VDOM-RS    PIC 9(06).
             05 PRC-VDOM-CT    PIC 9(02).
          03 PRC-VALORTEL.
             05 PRC-VTEL-RS    PIC 9(06).
             05 PRC-VTEL-CT    PIC 9(02).
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
       FD CADPRPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRPRC.DAT".
       01 REGPRPRC.
          03 PPR-CHAVE.
             05 PPR-PLANO      PIC 9(02).
             05 PPR-PROC       PIC 9(08).
             05 PPR-VIGENCIA.
                07 PPR-VIGANO  PIC 9(04).
                07 PPR-VIGMES  PIC 9(02).
                07 PPR-VIGDIA  PIC 9(02).
          03 PPR-VALOR.
             05 PPR-VAL-RS     PIC 9(06).
             05 PPR-VAL-CT     PIC 9(02).
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
             05 CONS-HORA.
                07 CONS-HH     PIC 9(02).
                07 CONS-MI     PIC 9(02).
          03 CONS-CPF          PIC 9(11).
          03 CONS-TIPO         PIC X(01).
             88 CONS-INTERNACAO     VALUE "I".
             88 CONS-AMBULATORIAL   VALUE "A".
             88 CONS-URGENCIA       VALUE "U".
          03 CONS-SITUACAO     PIC X(01).
             88 CONS-AGENDADA       VALUE "A".
             88 CONS-CANCELADA      VALUE "C".
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-OBS          PIC X(30).
          03 CONS-MOTIVOCANC   PIC X(30).
          03 CONS-DTCANC.
             05 CONS-DTCANCANO PIC 9(04).
             05 CONS-DTCANCMES PIC 9(02).
             05 CONS-DTCANCDIA PIC 9(02).
          03 CONS-REMARC.
             05 CONS-REMCRM    PIC 9(06).
             05 CONS-REMDATA.
                07 CONS-REMANO PIC 9(04).
                07 CONS-REMMES PIC 9(02).
                07 CONS-REMDIA PIC 9(02).
             05 CONS-REMHORA.
                07 CONS-REMHH  PIC 9(02).
                07 CONS-REMMI  PIC 9(02).
          03 CONS-CHEGADA      PIC 9(04).
          03 CONS-SALA         PIC 9(02).
          03 CONS-GUIA         PIC 9(10).
          03 CONS-GUIADATA.
             05 CONS-GUIAANO   PIC 9(04).
             05 CONS-GUIAMES   PIC 9(02).
             05 CONS-GUIADIA   PIC 9(02).
          03 CONS-GUIASIT      PIC X(01).
             88 CONS-GUIA-PENDENTE  VALUE "P".
             88 CONS-GUIA-AUTORIZ   VALUE "A".
             88 CONS-GUIA-NEGADA    VALUE "N".
          03 CONS-LOTE         PIC 9(06).
          03 CONS-VALFAT.
             05 CONS-VFAT-RS   PIC 9(06).
             05 CONS-VFAT-CT   PIC 9(02).
          03 CONS-VALPAGO.
             05 CONS-VPAG-RS   PIC 9(06).
             05 CONS-VPAG-CT   PIC 9(02).
          03 CONS-GLOSASIT     PIC X(01).
             88 CONS-PAGO-INTEGRAL  VALUE "P".
             88 CONS-COM-GLOSA      VALUE "G".
          03 CONS-AGENDDATA.
             05 CONS-AGDANO    PIC 9(04).
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
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
          03 FILLER         PIC X(16).
          03 PAC-CARTEIRA   PIC X(20).
          03 PAC-CARTVALID  PIC 9(08).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADATPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATPRC.DAT".
       01 REGATPRC.
          03 APR-CHAVE.
             05 APR-CONS       PIC 9(18).
             05 APR-SEQ        PIC 9(02).
          03 APR-PROC          PIC 9(08).
          03 APR-VALOR.
             05 APR-VAL-RS     PIC 9(06).
             05 APR-VAL-CT     PIC 9(02).
          03 APR-DATA          PIC 9(08).
          03 APR-CRM           PIC 9(06).
          03 APR-FUNCAO        PIC X(01).
             88 APR-CIRURGIAO      VALUE "C".
             88 APR-ANESTESISTA    VALUE "N".
             88 APR-AUXILIAR1      VALUE "1".
             88 APR-AUXILIAR2      VALUE "2".
          03 APR-PACOTE        PIC 9(04).
          03 APR-PACPAPEL      PIC X(01).
             88 APR-PACFATURA      VALUE "P".
             88 APR-PACCOMPON      VALUE "C".
      *
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USR-CODIGO        PIC X(08).
          03 USR-SENHA         PIC X(08).
          03 USR-NOME          PIC X(30).
          03 USR-PERFIL        PIC X(01).
             88 USR-ADMINISTRACAO  VALUE "A".
          03 USR-DTSENHA       PIC 9(08).
          03 USR-BLOQUEADO     PIC X(01).
          03 USR-TENTATIVAS    PIC 9(01).
          03 USR-HISTSEN       PIC X(24).
      *
      *----TRABALHO: VOLUME POR PROCEDIMENTO NA SIMULACAO E ULTIMO-----*
      *----PRECO DO PROCEDIMENTO NO PLANO NA APROVACAO-----------------*
      *
       FD CADSIMWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIMWK.DAT".
       01 REGSIMWK.
          03 WK-PROC           PIC 9(08).
          03 WK-QTDE           PIC 9(06).
          03 WK-ATUAL          PIC 9(10)V99.
          03 WK-VALOR          PIC 9(06)V99.
      *
       FD CADSIMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIMRL.DOC".
       01 REGSIMTX    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-CONV     PIC 9(04) VALUE ZEROS.
       01 W-CENARIO  PIC 9(02) VALUE ZEROS.
       01 W-PLANO    PIC 9(02) VALUE ZEROS.
       01 W-PROC     PIC 9(08) VALUE ZEROS.
       01 W-PERC     PIC 9(03)V99 VALUE ZEROS.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 W-COMPART  PIC X(01) VALUE "N".
       01 W-PRCABERTO PIC X(01) VALUE "N".
       01 W-PPRABERTO PIC X(01) VALUE "N".
       01 W-APRABERTO PIC X(01) VALUE "N".
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-DATAREF  PIC 9(08) VALUE ZEROS.
       01 W-VIGENCIA PIC 9(08) VALUE ZEROS.
       01 W-VIGENCIA-R REDEFINES W-VIGENCIA.
          03 W-VIGANO   PIC 9(04).
          03 W-VIGMES   PIC 9(02).
          03 W-VIGDIA   PIC 9(02).
       01 W-PERINI   PIC 9(06) VALUE ZEROS.
       01 W-PERINI-R REDEFINES W-PERINI.
          03 W-PERINIANO PIC 9(04).
          03 W-PERINIMES PIC 9(02).
       01 W-PERFIM   PIC 9(06) VALUE ZEROS.
       01 W-PERFIM-R REDEFINES W-PERFIM.
          03 W-PERFIMANO PIC 9(04).
          03 W-PERFIMMES PIC 9(02).
       01 W-CONSAM   PIC 9(06) VALUE ZEROS.
       01 W-VALOR    PIC 9(08)V99 VALUE ZEROS.
       01 W-VALNOVO  PIC 9(08)V99 VALUE ZEROS.
       01 W-NOVORS   PIC 9(06) VALUE ZEROS.
       01 W-NOVOCT   PIC 9(02) VALUE ZEROS.
       01 W-VPROC    PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDGER   PIC 9(05) VALUE ZEROS.
       01 W-QTDED    PIC ZZ.ZZ9.
       01 W-VALED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-PCTED    PIC ZZ9,99.
       01 W-CENED    PIC 99.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 ITP        PIC 9(01) VALUE ZEROS.
       01 ICOL       PIC 9(01) VALUE ZEROS.
       01 IORD       PIC 9(02) VALUE ZEROS.
       01 W-QTCEN    PIC 9(02) VALUE ZEROS.
       01 W-BLOCO    PIC 9(02) VALUE ZEROS.
       01 W-DIF      PIC S9(11)V99 VALUE ZEROS.
       01 W-VARPCT   PIC S9(05)V99 VALUE ZEROS.
      *
      *----PRECO VIGENTE DO PLANO POR TIPO: 1 CONSULTA, 2 DOMICILIO,--*
      *----3 TELECONSULTA, 4 REEMBOLSO---------------------------------*
      *
       01 TABPRECO.
          03 TPR-VALOR  PIC 9(06)V99 OCCURS 4 TIMES.
      *
      *----VOLUME DOS 12 MESES: 1-3 TIPOS DE CONSULTA, 4 PROCEDIMENTOS-*
      *
       01 TABVOL.
          03 TVL-ENT OCCURS 4 TIMES.
             05 TVL-QTDE    PIC 9(06).
             05 TVL-ATUAL   PIC 9(10)V99.
       01 TABTIPX.
          03 FILLER     PIC X(16) VALUE "CONSULTAS".
          03 FILLER     PIC X(16) VALUE "DOMICILIO".
          03 FILLER     PIC X(16) VALUE "TELECONSULTA".
          03 FILLER     PIC X(16) VALUE "PROCEDIMENTOS".
       01 TABTIP REDEFINES TABTIPX.
          03 TTP-DESCR  PIC X(16) OCCURS 4 TIMES.
      *
      *----CENARIOS 01 A 09 DO CONVENIO E A RECEITA PROJETADA----------*
      *
       01 TABCEN.
          03 TCN-ENT OCCURS 9 TIMES.
             05 TCN-EXISTE  PIC X(01).
             05 TCN-DESCR   PIC X(30).
             05 TCN-SIT     PIC X(01).
             05 TCN-PERC    PIC 9(03)V99 OCCURS 4 TIMES.
             05 TCN-PROJ    PIC 9(10)V99 OCCURS 4 TIMES.
             05 TCN-TOTAL   PIC 9(11)V99.
       01 TABORD.
          03 TOD-CEN    PIC 9(02) OCCURS 9 TIMES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(55) VALUE
              "*** SIMULACAO DE REAJUSTE DO CONVENIO ***".
       01 CABCONV.
          03 FILLER      PIC X(10) VALUE "CONVENIO: ".
          03 CC-CONV     PIC 9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 CC-NOME     PIC X(30).
          03 FILLER      PIC X(08) VALUE "  PLANO ".
          03 CC-PLANO    PIC 99.
       01 CABPER.
          03 FILLER      PIC X(31) VALUE
              "VOLUME REALIZADO DE ".
          03 CP-INIMES   PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 CP-INIANO   PIC 9999.
          03 FILLER      PIC X(03) VALUE " A ".
          03 CP-FIMMES   PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 CP-FIMANO   PIC 9999.
          03 FILLER      PIC X(20) VALUE "  PRECOS DE ".
          03 CP-HOJE     PIC 99/99/9999.
       01 LINVOL.
          03 LV-DESCR    PIC X(16).
          03 FILLER      PIC X(07) VALUE "  QTDE ".
          03 LV-QTDE     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(15) VALUE "   VALOR ATUAL ".
          03 LV-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 CABCOL.
          03 FILLER      PIC X(16) VALUE "ITEM".
          03 FILLER      PIC X(18) VALUE "             ATUAL".
          03 CL-COL      OCCURS 4 TIMES.
             05 FILLER   PIC X(10).
             05 CL-TIT   PIC X(08).
       01 LINSIM.
          03 LS-DESCR    PIC X(16).
          03 LS-ATUAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 LS-COL      OCCURS 4 TIMES.
             05 LS-VAL   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LINPCT.
          03 LP-DESCR    PIC X(16).
          03 FILLER      PIC X(18) VALUE SPACES.
          03 LP-COL      OCCURS 4 TIMES.
             05 FILLER   PIC X(10).
             05 LP-PCT   PIC ZZZ9,99-.
       01 LINLEG.
          03 FILLER      PIC X(08) VALUE "CENARIO ".
          03 LG-CEN      PIC 99.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LG-DESCR    PIC X(30).
          03 FILLER      PIC X(06) VALUE " CONS ".
          03 LG-PCONS    PIC ZZ9,99.
          03 FILLER      PIC X(05) VALUE " DOM ".
          03 LG-PDOM     PIC ZZ9,99.
          03 FILLER      PIC X(05) VALUE " TEL ".
          03 LG-PTEL     PIC ZZ9,99.
          03 FILLER      PIC X(06) VALUE " PROC ".
          03 LG-PPROC    PIC ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LG-SIT      PIC X(10).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP120".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT120.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** SIMULADOR DE REAJUSTE DA TAB".
           05  LINE 02  COLUMN 41
               VALUE  "ELA DO CONVENIO ***".
           05  LINE 05  COLUMN 10
               VALUE  "C = CENARIO (PERCENTUAIS DE REAJUSTE)".
           05  LINE 06  COLUMN 10
               VALUE  "S = SIMULAR TODOS OS CENARIOS (RELATORIO)".
           05  LINE 07  COLUMN 10
               VALUE  "A = APROVAR CENARIO E GERAR OS PRECOS".
           05  LINE 11  COLUMN 10
               VALUE  "CONVENIO......:".
           05  LINE 12  COLUMN 10
               VALUE  "CENARIO (1-9).:".
           05  LINE 14  COLUMN 10
               VALUE  "OPCAO:".
           05  TW-CONV
               LINE 11  COLUMN 26  PIC 9(04)
               USING  W-CONV
               HIGHLIGHT.
           05  TW-CENARIO
               LINE 12  COLUMN 26  PIC 9(02)
               USING  W-CENARIO
               HIGHLIGHT.
           05  TMODO
               LINE 14  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADSIMRJ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSIMRJ
                 CLOSE CADSIMRJ
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIMRJ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSIMRJ
                 GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT120.
       R2.
           ACCEPT TW-CONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           MOVE W-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE PLANO TO W-PLANO
           DISPLAY (11, 32) CNOME.
       R3.
           ACCEPT TW-CENARIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           DISPLAY (12, 32) LIMPA
           DISPLAY (13, 32) "             "
           IF W-CENARIO = ZEROS
                GO TO R4.
           MOVE W-CONV TO SIM-CONVENIO
           MOVE W-CENARIO TO SIM-CENARIO
           MOVE ZEROS TO SIM-PROC
           READ CADSIMRJ
           IF ST-ERRO = "00"
                DISPLAY (12, 32) SIM-DESCR
                IF SIM-APROVADO
                     DISPLAY (13, 32) "(APROVADO)   "
                ELSE
                     DISPLAY (13, 32) "(EM ESTUDO)  "
           ELSE
                DISPLAY (12, 32) "CENARIO NOVO".
       R4.
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "S" OR "s"
                GO TO SML-001.
           IF W-CENARIO = ZEROS OR W-CENARIO > 9
                MOVE "*** CENARIO DE 1 A 9 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF W-MODO = "C" OR "c"
                GO TO CEN-001.
           IF W-MODO = "A" OR "a"
                GO TO APV-001.
           GO TO R4.

      *---------------CENARIO: PERCENTUAIS DE REAJUSTE-----------------*
      * CENARIO APROVADO NAO E MAIS ALTERADO                           *
      *----------------------------------------------------------------*

       CEN-001.
           MOVE W-CONV TO SIM-CONVENIO
           MOVE W-CENARIO TO SIM-CENARIO
           MOVE ZEROS TO SIM-PROC
           MOVE "N" TO W-NOVO
           READ CADSIMRJ
           IF ST-ERRO = "00"
                IF SIM-APROVADO
                     MOVE "*** CENARIO JA APROVADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R1
                ELSE
                     GO TO CEN-TELA.
           MOVE "S" TO W-NOVO
           MOVE SPACES TO SIM-DESCR SIM-OPERAPV
           MOVE ZEROS TO SIM-PCONS SIM-PDOM SIM-PTEL SIM-PPROC
                         SIM-DTSIM SIM-RECATUAL SIM-RECPROJ
                         SIM-VIGENCIA SIM-DTAPROV
           MOVE "S" TO SIM-SITUACAO.
       CEN-TELA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "CENARIO DE REAJUSTE DO CONVENIO"
           DISPLAY (03, 05) "CONVENIO: " W-CONV " " CNOME
           MOVE W-CENARIO TO W-CENED
           DISPLAY (04, 05) "CENARIO.: " W-CENED
           DISPLAY (06, 05) "DESCRICAO................:"
           DISPLAY (08, 05) "% CONSULTA/REEMBOLSO.....:"
           DISPLAY (09, 05) "% DOMICILIO..............:"
           DISPLAY (10, 05) "% TELECONSULTA...........:"
           DISPLAY (11, 05) "% PROCEDIMENTOS (PADRAO).:".
       CEN-002.
           ACCEPT (06, 32) SIM-DESCR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF SIM-DESCR = SPACES
                GO TO CEN-002.
       CEN-003.
           ACCEPT (08, 32) SIM-PCONS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CEN-002.
       CEN-004.
           ACCEPT (09, 32) SIM-PDOM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CEN-003.
       CEN-005.
           ACCEPT (10, 32) SIM-PTEL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CEN-004.
       CEN-006.
           ACCEPT (11, 32) SIM-PPROC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CEN-005.
       CEN-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CEN-OPC.
           MOVE W-DATAHOJE TO SIM-DTALT
           MOVE LK-OPERADOR TO SIM-OPERADOR
           IF W-NOVO = "S"
                WRITE REGSIMRJ
           ELSE
                REWRITE REGSIMRJ.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSIMRJ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (23, 40) LIMPA.

      *----PERCENTUAL PROPRIO POR PROCEDIMENTO (SOBREPOE O PADRAO)-----*

       CEN-PRC.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
                MOVE "*** CADASTRO DE PROCEDIMENTOS AUSENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       CEN-PRC1.
           DISPLAY (13, 05) "PROCEDIMENTO COM % PROPRIO (0=FIM):"
           DISPLAY (14, 05) LIMPA
           DISPLAY (15, 05) LIMPA
           MOVE ZEROS TO W-PROC
           ACCEPT (13, 42) W-PROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-PROC = ZEROS
                CLOSE CADPROC
                MOVE "*** CENARIO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-PROC TO PRO-CODIGO
           READ CADPROC
           IF ST-ERRO NOT = "00"
                MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CEN-PRC1.
           DISPLAY (14, 05) PRO-DESCR
           MOVE W-CONV TO SIM-CONVENIO
           MOVE W-CENARIO TO SIM-CENARIO
           MOVE W-PROC TO SIM-PROC
           MOVE "N" TO W-NOVO
           READ CADSIMRJ
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-NOVO
                MOVE PRO-DESCR TO SIM-DESCR
                MOVE SPACES TO SIM-SITUACAO SIM-OPERAPV
                MOVE ZEROS TO SIM-PCONS SIM-PDOM SIM-PTEL SIM-PPROC
                              SIM-DTSIM SIM-RECATUAL SIM-RECPROJ
                              SIM-VIGENCIA SIM-DTAPROV.
           DISPLAY (15, 05) "PERCENTUAL DO PROCEDIMENTO:".
       CEN-PRC2.
           ACCEPT (15, 33) SIM-PPROC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CEN-PRC1.
       CEN-PRC3.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 30) "S=GRAVA E=EXCLUI N=DESCARTA : ".
           ACCEPT (23, 61) W-OPCAO WITH UPDATE
           DISPLAY (23, 30) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO CEN-PRC1.
           IF W-OPCAO = "E" OR "e"
                IF W-NOVO = "S"
                     GO TO CEN-PRC1
                ELSE
                     DELETE CADSIMRJ RECORD
                     GO TO CEN-PRC1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CEN-PRC3.
           MOVE W-DATAHOJE TO SIM-DTALT
           MOVE LK-OPERADOR TO SIM-OPERADOR
           IF W-NOVO = "S"
                WRITE REGSIMRJ
           ELSE
                REWRITE REGSIMRJ.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSIMRJ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO CEN-PRC1.

      *---------------SIMULACAO DE TODOS OS CENARIOS DO CONVENIO-------*
      * VOLUME: CONSULTAS REALIZADAS DOS PACIENTES DO CONVENIO NOS 12  *
      * MESES FECHADOS ANTERIORES AO MES ATUAL, E SEUS PROCEDIMENTOS,  *
      * VALORIZADOS PELO PRECO DO PLANO VIGENTE HOJE                   *
      *----------------------------------------------------------------*

       SML-001.
           PERFORM CEN-CARGA THRU CEN-CARGA-FIM
           IF W-QTCEN = ZEROS
                MOVE "*** CONVENIO SEM CENARIOS CADASTRADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           COMPUTE W-PERINIANO = W-HOJEANO - 1
           MOVE W-HOJEMES TO W-PERINIMES
           IF W-HOJEMES = 1
                COMPUTE W-PERFIMANO = W-HOJEANO - 1
                MOVE 12 TO W-PERFIMMES
           ELSE
                MOVE W-HOJEANO TO W-PERFIMANO
                COMPUTE W-PERFIMMES = W-HOJEMES - 1.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                CLOSE CADCONS
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM ARQ-PRECO THRU ARQ-PRECO-FIM
           MOVE "N" TO W-APRABERTO
           OPEN INPUT CADATPRC
           IF ST-ERRO = "00"
                MOVE "S" TO W-APRABERTO.
           OPEN OUTPUT CADSIMWK
           CLOSE CADSIMWK
           OPEN I-O CADSIMWK
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIMWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SML-FECHA.
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM PRC-VIGENTE THRU PRC-VIGENTE-FIM
           MOVE ZEROS TO TABVOL
           DISPLAY (16, 10) "LENDO AS CONSULTAS DOS 12 MESES...".
           MOVE W-PERINIANO TO CONS-ANO
           MOVE W-PERINIMES TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO SML-PROJ.
       SML-CONS.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO SML-PROJ.
           COMPUTE W-CONSAM = (CONS-ANO * 100) + CONS-MES
           IF W-CONSAM > W-PERFIM
                GO TO SML-PROJ.
           IF NOT CONS-REALIZADA
                GO TO SML-CONS.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO SML-CONS.
           IF PACCONVENIO NOT = W-CONV
                GO TO SML-CONS.
           MOVE 1 TO ITP
           IF CONS-TIPO = "D"
                MOVE 2 TO ITP.
           IF CONS-TIPO = "T"
                MOVE 3 TO ITP.
           ADD 1 TO TVL-QTDE (ITP)
           ADD TPR-VALOR (ITP) TO TVL-ATUAL (ITP)
           IF W-APRABERTO = "S"
                PERFORM SML-APR THRU SML-APR-FIM.
           GO TO SML-CONS.

      *----PROCEDIMENTOS DA CONSULTA: ACUMULA POR CODIGO NO CADSIMWK---*

       SML-APR.
           MOVE CONS-CHAVE TO APR-CONS
           MOVE ZEROS TO APR-SEQ
           START CADATPRC KEY IS NOT LESS APR-CHAVE
               INVALID KEY
                   GO TO SML-APR-FIM.
       SML-APR1.
           READ CADATPRC NEXT RECORD
               AT END
                   GO TO SML-APR-FIM.
           IF APR-CONS NOT = CONS-CHAVE
                GO TO SML-APR-FIM.
           MOVE APR-PROC TO W-PROC
           PERFORM PPR-VIGENTE THRU PPR-VIGENTE-FIM
           IF W-VPROC = ZEROS
                COMPUTE W-VPROC = APR-VAL-RS + (APR-VAL-CT / 100).
           ADD 1 TO TVL-QTDE (4)
           ADD W-VPROC TO TVL-ATUAL (4)
           MOVE APR-PROC TO WK-PROC
           READ CADSIMWK
           IF ST-ERRO = "00"
                ADD 1 TO WK-QTDE
                ADD W-VPROC TO WK-ATUAL
                REWRITE REGSIMWK
           ELSE
                MOVE APR-PROC TO WK-PROC
                MOVE 1 TO WK-QTDE
                MOVE W-VPROC TO WK-ATUAL
                MOVE ZEROS TO WK-VALOR
                WRITE REGSIMWK.
           GO TO SML-APR1.
       SML-APR-FIM.
           EXIT.

      *----PROJECAO: TIPOS PELO PERCENTUAL DO CENARIO; PROCEDIMENTO----*
      *----PELO PERCENTUAL PROPRIO OU, NA FALTA, PELO PADRAO-----------*

       SML-PROJ.
           MOVE 1 TO IND.
       SML-PROJ1.
           IF IND > 9
                GO TO SML-PRC.
           IF TCN-EXISTE (IND) = "S"
                MOVE 1 TO ITP
                PERFORM SML-TIPO THRU SML-TIPO-FIM.
           ADD 1 TO IND
           GO TO SML-PROJ1.
       SML-PRC.
           MOVE ZEROS TO WK-PROC
           START CADSIMWK KEY IS NOT LESS WK-PROC
               INVALID KEY
                   GO TO SML-GRAVA.
       SML-PRC1.
           READ CADSIMWK NEXT RECORD
               AT END
                   GO TO SML-GRAVA.
           MOVE 1 TO IND.
       SML-PRC2.
           IF IND > 9
                GO TO SML-PRC1.
           IF TCN-EXISTE (IND) NOT = "S"
                ADD 1 TO IND
                GO TO SML-PRC2.
           MOVE TCN-PERC (IND, 4) TO W-PERC
           MOVE W-CONV TO SIM-CONVENIO
           MOVE IND TO SIM-CENARIO
           MOVE WK-PROC TO SIM-PROC
           READ CADSIMRJ
           IF ST-ERRO = "00"
                MOVE SIM-PPROC TO W-PERC.
           COMPUTE TCN-PROJ (IND, 4) ROUNDED = TCN-PROJ (IND, 4)
                   + (WK-ATUAL * (100 + W-PERC) / 100)
           ADD 1 TO IND
           GO TO SML-PRC2.

      *----GUARDA O RESULTADO NO CABECALHO DE CADA CENARIO-------------*

       SML-GRAVA.
           MOVE 1 TO IND.
       SML-GRAVA1.
           IF IND > 9
                GO TO SML-REL.
           IF TCN-EXISTE (IND) NOT = "S"
                ADD 1 TO IND
                GO TO SML-GRAVA1.
           COMPUTE TCN-TOTAL (IND) = TCN-PROJ (IND, 1)
                   + TCN-PROJ (IND, 2) + TCN-PROJ (IND, 3)
                   + TCN-PROJ (IND, 4)
           MOVE W-CONV TO SIM-CONVENIO
           MOVE IND TO SIM-CENARIO
           MOVE ZEROS TO SIM-PROC
           READ CADSIMRJ
           IF ST-ERRO = "00"
                MOVE W-DATAHOJE TO SIM-DTSIM
                COMPUTE SIM-RECATUAL = TVL-ATUAL (1) + TVL-ATUAL (2)
                        + TVL-ATUAL (3) + TVL-ATUAL (4)
                MOVE TCN-TOTAL (IND) TO SIM-RECPROJ
                REWRITE REGSIMRJ.
           ADD 1 TO IND
           GO TO SML-GRAVA1.

      *----RELATORIO: ATUAL E CENARIOS LADO A LADO (4 POR BLOCO)-------*

       SML-REL.
           OPEN OUTPUT CADSIMTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIMTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SML-FECHA.
           WRITE REGSIMTX FROM CAB0.
           MOVE W-CONV TO CC-CONV
           MOVE CNOME TO CC-NOME
           MOVE W-PLANO TO CC-PLANO
           WRITE REGSIMTX FROM CABCONV.
           MOVE W-PERINIMES TO CP-INIMES
           MOVE W-PERINIANO TO CP-INIANO
           MOVE W-PERFIMMES TO CP-FIMMES
           MOVE W-PERFIMANO TO CP-FIMANO
           COMPUTE CP-HOJE = (W-HOJEDIA * 1000000)
                           + (W-HOJEMES * 10000) + W-HOJEANO
           WRITE REGSIMTX FROM CABPER.
           MOVE SPACES TO REGSIMTX
           WRITE REGSIMTX.
           MOVE 1 TO ITP.
       SML-REL1.
           IF ITP > 4
                GO TO SML-REL2.
           MOVE TTP-DESCR (ITP) TO LV-DESCR
           MOVE TVL-QTDE (ITP) TO LV-QTDE
           MOVE TVL-ATUAL (ITP) TO LV-VALOR
           WRITE REGSIMTX FROM LINVOL.
           ADD 1 TO ITP
           GO TO SML-REL1.
       SML-REL2.
           MOVE 1 TO W-BLOCO.
       SML-REL3.
           IF W-BLOCO > W-QTCEN
                GO TO SML-REL4.
           PERFORM SML-BLOCO THRU SML-BLOCO-FIM
           ADD 4 TO W-BLOCO
           GO TO SML-REL3.
       SML-REL4.
           MOVE SPACES TO REGSIMTX
           WRITE REGSIMTX.
           MOVE 1 TO IORD.
       SML-REL5.
           IF IORD > W-QTCEN
                GO TO SML-REL6.
           MOVE TOD-CEN (IORD) TO IND
           MOVE IND TO LG-CEN
           MOVE TCN-DESCR (IND) TO LG-DESCR
           MOVE TCN-PERC (IND, 1) TO LG-PCONS
           MOVE TCN-PERC (IND, 2) TO LG-PDOM
           MOVE TCN-PERC (IND, 3) TO LG-PTEL
           MOVE TCN-PERC (IND, 4) TO LG-PPROC
           IF TCN-SIT (IND) = "A"
                MOVE "APROVADO" TO LG-SIT
           ELSE
                MOVE "EM ESTUDO" TO LG-SIT.
           WRITE REGSIMTX FROM LINLEG.
           ADD 1 TO IORD
           GO TO SML-REL5.
       SML-REL6.
           CLOSE CADSIMTX
           MOVE "*** SIMULACAO GRAVADA EM CADSIMRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SML-FECHA.
           CLOSE CADCONS CADPACI CADSIMWK
           IF W-APRABERTO = "S"
                CLOSE CADATPRC.
           PERFORM ARQ-FECHA THRU ARQ-FECHA-FIM
           DISPLAY (16, 10) LIMPA
           GO TO R1.

      *----PROJECAO DOS TIPOS DE CONSULTA DO CENARIO IND---------------*

       SML-TIPO.
           IF ITP > 3
                GO TO SML-TIPO-FIM.
           COMPUTE TCN-PROJ (IND, ITP) ROUNDED = TVL-ATUAL (ITP)
                   * (100 + TCN-PERC (IND, ITP)) / 100
           ADD 1 TO ITP
           GO TO SML-TIPO.
       SML-TIPO-FIM.
           EXIT.

      *----BLOCO DE ATE 4 CENARIOS A PARTIR DE TOD-CEN (W-BLOCO)-------*

       SML-BLOCO.
           MOVE SPACES TO REGSIMTX
           WRITE REGSIMTX.
           MOVE SPACES TO CL-COL (1) CL-COL (2) CL-COL (3) CL-COL (4)
           MOVE 1 TO ICOL.
       SML-BLOCO1.
           IF ICOL > 4
                GO TO SML-BLOCO2.
           COMPUTE IORD = W-BLOCO + ICOL - 1
           IF IORD NOT > W-QTCEN
                MOVE TOD-CEN (IORD) TO W-CENED
                STRING "CEN. " DELIMITED BY SIZE
                       W-CENED DELIMITED BY SIZE
                       INTO CL-TIT (ICOL).
           ADD 1 TO ICOL
           GO TO SML-BLOCO1.
       SML-BLOCO2.
           WRITE REGSIMTX FROM CABCOL.
           MOVE 1 TO ITP.
       SML-BLOCO3.
           IF ITP > 5
                GO TO SML-BLOCO4.
           MOVE SPACES TO LINSIM
           IF ITP = 5
                MOVE "TOTAL" TO LS-DESCR
                COMPUTE LS-ATUAL = TVL-ATUAL (1) + TVL-ATUAL (2)
                        + TVL-ATUAL (3) + TVL-ATUAL (4)
           ELSE
                MOVE TTP-DESCR (ITP) TO LS-DESCR
                MOVE TVL-ATUAL (ITP) TO LS-ATUAL.
           MOVE 1 TO ICOL
           PERFORM SML-COLVAL THRU SML-COLVAL-FIM
           WRITE REGSIMTX FROM LINSIM.
           ADD 1 TO ITP
           GO TO SML-BLOCO3.
       SML-BLOCO4.
           MOVE SPACES TO LINSIM
           MOVE "DIFERENCA" TO LS-DESCR
           MOVE ZEROS TO LS-ATUAL
           MOVE SPACES TO LINPCT
           MOVE "VARIACAO %" TO LP-DESCR
           MOVE 1 TO ICOL.
       SML-BLOCO5.
           IF ICOL > 4
                GO TO SML-BLOCO6.
           COMPUTE IORD = W-BLOCO + ICOL - 1
           IF IORD > W-QTCEN
                GO TO SML-BLOCO6.
           MOVE TOD-CEN (IORD) TO IND
           COMPUTE W-DIF = TCN-TOTAL (IND) - TVL-ATUAL (1)
                   - TVL-ATUAL (2) - TVL-ATUAL (3) - TVL-ATUAL (4)
           MOVE W-DIF TO LS-VAL (ICOL)
           MOVE ZEROS TO W-VARPCT
           IF TCN-TOTAL (IND) NOT = W-DIF
                COMPUTE W-VARPCT ROUNDED = (W-DIF * 100)
                        / (TCN-TOTAL (IND) - W-DIF).
           MOVE W-VARPCT TO LP-PCT (ICOL)
           ADD 1 TO ICOL
           GO TO SML-BLOCO5.
       SML-BLOCO6.
           WRITE REGSIMTX FROM LINSIM.
           WRITE REGSIMTX FROM LINPCT.
       SML-BLOCO-FIM.
           EXIT.

      *----VALORES DA LINHA ITP (5 = TOTAL) NAS COLUNAS DO BLOCO-------*

       SML-COLVAL.
           IF ICOL > 4
                GO TO SML-COLVAL-FIM.
           COMPUTE IORD = W-BLOCO + ICOL - 1
           IF IORD > W-QTCEN
                GO TO SML-COLVAL-FIM.
           MOVE TOD-CEN (IORD) TO IND
           IF ITP = 5
                MOVE TCN-TOTAL (IND) TO LS-VAL (ICOL)
           ELSE
                MOVE TCN-PROJ (IND, ITP) TO LS-VAL (ICOL).
           ADD 1 TO ICOL
           GO TO SML-COLVAL.
       SML-COLVAL-FIM.
           EXIT.

      *----CARGA DOS CABECALHOS DOS CENARIOS 01-09 DO CONVENIO---------*

       CEN-CARGA.
           MOVE ZEROS TO W-QTCEN
           MOVE 1 TO IND.
       CEN-CARGA1.
           IF IND > 9
                GO TO CEN-CARGA-FIM.
           MOVE "N" TO TCN-EXISTE (IND)
           MOVE ZEROS TO TCN-PROJ (IND, 1) TCN-PROJ (IND, 2)
                         TCN-PROJ (IND, 3) TCN-PROJ (IND, 4)
                         TCN-TOTAL (IND)
           MOVE W-CONV TO SIM-CONVENIO
           MOVE IND TO SIM-CENARIO
           MOVE ZEROS TO SIM-PROC
           READ CADSIMRJ
           IF ST-ERRO = "00"
                MOVE "S" TO TCN-EXISTE (IND)
                MOVE SIM-DESCR TO TCN-DESCR (IND)
                MOVE SIM-SITUACAO TO TCN-SIT (IND)
                MOVE SIM-PCONS TO TCN-PERC (IND, 1)
                MOVE SIM-PDOM TO TCN-PERC (IND, 2)
                MOVE SIM-PTEL TO TCN-PERC (IND, 3)
                MOVE SIM-PPROC TO TCN-PERC (IND, 4)
                ADD 1 TO W-QTCEN
                MOVE IND TO TOD-CEN (W-QTCEN).
           ADD 1 TO IND
           GO TO CEN-CARGA1.
       CEN-CARGA-FIM.
           EXIT.

      *---------------APROVACAO DO CENARIO (SO PERFIL A)---------------*
      * GERA NO PLANO DO CONVENIO A NOVA VIGENCIA DO CADPRECO E, PARA  *
      * CADA PROCEDIMENTO COM PRECO NO PLANO, A NOVA LINHA DO CADPRPRC *
      * SOBRE O PRECO VIGENTE NA DATA ACORDADA                         *
      *----------------------------------------------------------------*

       APV-001.
           MOVE LK-OPERADOR TO USR-CODIGO
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO USR-PERFIL
                GO TO APV-002.
           READ CADUSER
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO USR-PERFIL.
           CLOSE CADUSER.
       APV-002.
           IF NOT USR-ADMINISTRACAO
                MOVE "*** APROVACAO SO POR PERFIL A ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-CONV TO SIM-CONVENIO
           MOVE W-CENARIO TO SIM-CENARIO
           MOVE ZEROS TO SIM-PROC
           READ CADSIMRJ
           IF ST-ERRO NOT = "00"
                MOVE "*** CENARIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF SIM-APROVADO
                MOVE "*** CENARIO JA APROVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM CEN-CARGA THRU CEN-CARGA-FIM
           PERFORM PLN-COMPART THRU PLN-COMPART-FIM
           IF W-COMPART = "S"
                DISPLAY (16, 10) "ATENCAO: O PLANO TAMBEM E USADO"
                DISPLAY (17, 10) "POR OUTROS CONVENIOS".
           MOVE ZEROS TO W-VIGENCIA
           DISPLAY (15, 10) "VIGENCIA ACORDADA (DD MM AAAA):".
       APV-003.
           ACCEPT (15, 42) W-VIGDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (15, 45) W-VIGMES
           ACCEPT (15, 48) W-VIGANO
           IF W-VIGDIA < 1 OR W-VIGDIA > 31
                GO TO APV-003.
           IF W-VIGMES < 1 OR W-VIGMES > 12
                GO TO APV-003.
           IF W-VIGENCIA < W-DATAHOJE
                MOVE "*** VIGENCIA NAO PODE SER RETROATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-003.
       APV-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 30) "APROVAR E GERAR PRECOS (S/N) : ".
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO APV-OPC.
           DISPLAY (23, 30) LIMPA
           PERFORM ARQ-PRECO THRU ARQ-PRECO-FIM
           CLOSE CADPRECO CADPRPRC
           PERFORM ARQ-GRAVA THRU ARQ-GRAVA-FIM
           IF ST-ERRO = "99"
                GO TO R1.
           MOVE W-CENARIO TO IND
           MOVE ZEROS TO W-QTDGER

      *----NOVA VIGENCIA DO CADPRECO SOBRE O PRECO DA DATA ACORDADA----*

           MOVE W-VIGENCIA TO W-DATAREF
           PERFORM PRC-VIGENTE THRU PRC-VIGENTE-FIM
           MOVE W-PLANO TO PRC-PLANO
           MOVE W-VIGENCIA TO PRC-VIGENCIA
           MOVE TPR-VALOR (1) TO W-VALOR
           MOVE TCN-PERC (IND, 1) TO W-PERC
           PERFORM VAL-REAJ THRU VAL-REAJ-FIM
           MOVE W-NOVORS TO PRC-VCONS-RS
           MOVE W-NOVOCT TO PRC-VCONS-CT
           MOVE TPR-VALOR (4) TO W-VALOR
           PERFORM VAL-REAJ THRU VAL-REAJ-FIM
           MOVE W-NOVORS TO PRC-VREEMB-RS
           MOVE W-NOVOCT TO PRC-VREEMB-CT
           MOVE TPR-VALOR (2) TO W-VALOR
           MOVE TCN-PERC (IND, 2) TO W-PERC
           PERFORM VAL-REAJ THRU VAL-REAJ-FIM
           MOVE W-NOVORS TO PRC-VDOM-RS
           MOVE W-NOVOCT TO PRC-VDOM-CT
           MOVE TPR-VALOR (3) TO W-VALOR
           MOVE TCN-PERC (IND, 3) TO W-PERC
           PERFORM VAL-REAJ THRU VAL-REAJ-FIM
           MOVE W-NOVORS TO PRC-VTEL-RS
           MOVE W-NOVOCT TO PRC-VTEL-CT
           WRITE REGPRECO
           IF ST-ERRO = "22"
                REWRITE REGPRECO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRECO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-FECHA.
           ADD 1 TO W-QTDGER.

      *----ULTIMO PRECO DE CADA PROCEDIMENTO DO PLANO ATE A VIGENCIA---*

           OPEN OUTPUT CADSIMWK
           CLOSE CADSIMWK
           OPEN I-O CADSIMWK
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIMWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-FECHA.
           MOVE W-PLANO TO PPR-PLANO
           MOVE ZEROS TO PPR-PROC PPR-VIGENCIA
           START CADPRPRC KEY IS NOT LESS PPR-CHAVE
               INVALID KEY
                   GO TO APV-PRC.
       APV-LPR.
           READ CADPRPRC NEXT RECORD
               AT END
                   GO TO APV-PRC.
           IF PPR-PLANO NOT = W-PLANO
                GO TO APV-PRC.
           IF PPR-VIGENCIA > W-VIGENCIA
                GO TO APV-LPR.
           COMPUTE W-VPROC = PPR-VAL-RS + (PPR-VAL-CT / 100)
           MOVE PPR-PROC TO WK-PROC
           READ CADSIMWK
           IF ST-ERRO = "00"
                MOVE W-VPROC TO WK-VALOR
                REWRITE REGSIMWK
           ELSE
                MOVE PPR-PROC TO WK-PROC
                MOVE W-VPROC TO WK-VALOR
                MOVE ZEROS TO WK-QTDE WK-ATUAL
                WRITE REGSIMWK.
           GO TO APV-LPR.

      *----GRAVA A NOVA LINHA DE PRECO DE CADA PROCEDIMENTO------------*

       APV-PRC.
           MOVE ZEROS TO WK-PROC
           START CADSIMWK KEY IS NOT LESS WK-PROC
               INVALID KEY
                   GO TO APV-CEN.
       APV-PRC1.
           READ CADSIMWK NEXT RECORD
               AT END
                   GO TO APV-CEN.
           MOVE TCN-PERC (IND, 4) TO W-PERC
           MOVE W-CONV TO SIM-CONVENIO
           MOVE W-CENARIO TO SIM-CENARIO
           MOVE WK-PROC TO SIM-PROC
           READ CADSIMRJ
           IF ST-ERRO = "00"
                MOVE SIM-PPROC TO W-PERC.
           MOVE WK-VALOR TO W-VALOR
           PERFORM VAL-REAJ THRU VAL-REAJ-FIM
           MOVE W-PLANO TO PPR-PLANO
           MOVE WK-PROC TO PPR-PROC
           MOVE W-VIGENCIA TO PPR-VIGENCIA
           MOVE W-NOVORS TO PPR-VAL-RS
           MOVE W-NOVOCT TO PPR-VAL-CT
           WRITE REGPRPRC
           IF ST-ERRO = "22"
                REWRITE REGPRPRC.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRPRC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-FECHA.
           ADD 1 TO W-QTDGER
           GO TO APV-PRC1.

      *----MARCA O CENARIO COMO APROVADO-------------------------------*

       APV-CEN.
           MOVE W-CONV TO SIM-CONVENIO
           MOVE W-CENARIO TO SIM-CENARIO
           MOVE ZEROS TO SIM-PROC
           READ CADSIMRJ
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADSIMRJ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-FECHA.
           MOVE "A" TO SIM-SITUACAO
           MOVE W-VIGENCIA TO SIM-VIGENCIA
           MOVE W-DATAHOJE TO SIM-DTAPROV
           MOVE LK-OPERADOR TO SIM-OPERAPV
           REWRITE REGSIMRJ
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSIMRJ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-FECHA.
           MOVE W-QTDGER TO W-QTDED
           MOVE SPACES TO MENS
           STRING "*** APROVADO: " DELIMITED BY SIZE
                  W-QTDED DELIMITED BY SIZE
                  " PRECOS GERADOS ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APV-FECHA.
           CLOSE CADPRECO CADPRPRC CADPLANO CADSIMWK
           GO TO R1.

      *----OUTROS CONVENIOS NO MESMO PLANO (A TABELA E DO PLANO)-------*

       PLN-COMPART.
           MOVE "N" TO W-COMPART
           MOVE ZEROS TO CODIGO
           START CADCONV KEY IS NOT LESS CODIGO
               INVALID KEY
                   GO TO PLN-COMPART2.
       PLN-COMPART1.
           READ CADCONV NEXT RECORD
               AT END
                   GO TO PLN-COMPART2.
           IF CODIGO NOT = W-CONV AND PLANO = W-PLANO
                MOVE "S" TO W-COMPART
                GO TO PLN-COMPART2.
           GO TO PLN-COMPART1.
       PLN-COMPART2.
           MOVE W-CONV TO CODIGO
           READ CADCONV.
       PLN-COMPART-FIM.
           EXIT.

      *----ABRE CADPLANO, CADPRECO E CADPRPRC PARA CONSULTA------------*

       ARQ-PRECO.
           MOVE "N" TO W-PRCABERTO W-PPRABERTO
           OPEN INPUT CADPLANO
           OPEN INPUT CADPRECO
           IF ST-ERRO = "00"
                MOVE "S" TO W-PRCABERTO.
           OPEN INPUT CADPRPRC
           IF ST-ERRO = "00"
                MOVE "S" TO W-PPRABERTO.
       ARQ-PRECO-FIM.
           EXIT.
       ARQ-FECHA.
           CLOSE CADPLANO
           IF W-PRCABERTO = "S"
                CLOSE CADPRECO.
           IF W-PPRABERTO = "S"
                CLOSE CADPRPRC.
       ARQ-FECHA-FIM.
           EXIT.

      *----REABRE AS TABELAS DE PRECO PARA GRAVACAO DA NOVA VIGENCIA---*

       ARQ-GRAVA.
           OPEN I-O CADPRECO
           IF ST-ERRO = "30"
                OPEN OUTPUT CADPRECO
                CLOSE CADPRECO
                GO TO ARQ-GRAVA.
           IF ST-ERRO NOT = "00"
                CLOSE CADPLANO
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRECO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "99" TO ST-ERRO
                GO TO ARQ-GRAVA-FIM.
           MOVE "S" TO W-PRCABERTO.
       ARQ-GRAVA1.
           OPEN I-O CADPRPRC
           IF ST-ERRO = "30"
                OPEN OUTPUT CADPRPRC
                CLOSE CADPRPRC
                GO TO ARQ-GRAVA1.
           IF ST-ERRO NOT = "00"
                CLOSE CADPLANO CADPRECO
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRPRC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "99" TO ST-ERRO
                GO TO ARQ-GRAVA-FIM.
           MOVE "S" TO W-PPRABERTO.
       ARQ-GRAVA-FIM.
           EXIT.

      ******************************************************************
      * PRECO DO PLANO W-PLANO VIGENTE EM W-DATAREF (ULTIMA VIGENCIA   *
      * ATE A DATA; SEM CADPRECO VALE O CADPLANO), COMO NO SMP041.     *
      * DOMICILIO E TELECONSULTA SEM VALOR PROPRIO SEGUEM A CONSULTA   *
      ******************************************************************
       PRC-VIGENTE.
           MOVE ZEROS TO TABPRECO
           MOVE W-PLANO TO PLN-CODIGO
           READ CADPLANO
           IF ST-ERRO = "00"
                COMPUTE TPR-VALOR (1) = PLN-VCONS-RS
                                      + (PLN-VCONS-CT / 100)
                COMPUTE TPR-VALOR (2) = PLN-VDOM-RS
                                      + (PLN-VDOM-CT / 100)
                COMPUTE TPR-VALOR (3) = PLN-VTEL-RS
                                      + (PLN-VTEL-CT / 100)
                COMPUTE TPR-VALOR (4) = PLN-VREEMB-RS
                                      + (PLN-VREEMB-CT / 100).
           IF W-PRCABERTO NOT = "S"
                GO TO PRC-VIGENTE2.
           MOVE W-PLANO TO PRC-PLANO
           MOVE ZEROS TO PRC-VIGENCIA
           START CADPRECO KEY IS NOT LESS PRC-CHAVE
               INVALID KEY
                   GO TO PRC-VIGENTE2.
       PRC-VIGENTE1.
           READ CADPRECO NEXT RECORD
               AT END
                   GO TO PRC-VIGENTE2.
           IF PRC-PLANO NOT = W-PLANO
                GO TO PRC-VIGENTE2.
           IF PRC-VIGENCIA > W-DATAREF
                GO TO PRC-VIGENTE2.
           COMPUTE TPR-VALOR (1) = PRC-VCONS-RS + (PRC-VCONS-CT / 100)
           COMPUTE TPR-VALOR (2) = PRC-VDOM-RS + (PRC-VDOM-CT / 100)
           COMPUTE TPR-VALOR (3) = PRC-VTEL-RS + (PRC-VTEL-CT / 100)
           COMPUTE TPR-VALOR (4) = PRC-VREEMB-RS
                                 + (PRC-VREEMB-CT / 100)
           GO TO PRC-VIGENTE1.
       PRC-VIGENTE2.
           IF TPR-VALOR (2) = ZEROS
                MOVE TPR-VALOR (1) TO TPR-VALOR (2).
           IF TPR-VALOR (3) = ZEROS
                MOVE TPR-VALOR (1) TO TPR-VALOR (3).
       PRC-VIGENTE-FIM.
           EXIT.

      ******************************************************************
      * PRECO DO PROCEDIMENTO W-PROC NO PLANO VIGENTE EM W-DATAREF.    *
      * SAIDA: W-VPROC (ZEROS QUANDO NAO HA PRECO NO PLANO)            *
      ******************************************************************
       PPR-VIGENTE.
           MOVE ZEROS TO W-VPROC
           IF W-PPRABERTO NOT = "S"
                GO TO PPR-VIGENTE-FIM.
           MOVE W-PLANO TO PPR-PLANO
           MOVE W-PROC TO PPR-PROC
           MOVE ZEROS TO PPR-VIGENCIA
           START CADPRPRC KEY IS NOT LESS PPR-CHAVE
               INVALID KEY
                   GO TO PPR-VIGENTE-FIM.
       PPR-VIGENTE1.
           READ CADPRPRC NEXT RECORD
               AT END
                   GO TO PPR-VIGENTE-FIM.
           IF PPR-PLANO NOT = W-PLANO OR PPR-PROC NOT = W-PROC
                GO TO PPR-VIGENTE-FIM.
           IF PPR-VIGENCIA > W-DATAREF
                GO TO PPR-VIGENTE-FIM.
           COMPUTE W-VPROC = PPR-VAL-RS + (PPR-VAL-CT / 100)
           GO TO PPR-VIGENTE1.
       PPR-VIGENTE-FIM.
           EXIT.

      *----APLICA W-PERC SOBRE W-VALOR: SAIDA W-NOVORS / W-NOVOCT------*

       VAL-REAJ.
           COMPUTE W-VALNOVO ROUNDED = W-VALOR * (100 + W-PERC) / 100
           MOVE W-VALNOVO TO W-NOVORS
           COMPUTE W-NOVOCT = (W-VALNOVO - W-NOVORS) * 100.
       VAL-REAJ-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADSIMRJ CADCONV.
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
      *    22 = REGISTRO JA EXISTE
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
