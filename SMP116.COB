       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP116.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * AUDITORIA PREVIA DAS CONTAS DO CONVENIO NO MES,     *
      * ANTES DA GERACAO DA REMESSA (SMP041). CRITICA AS    *
      * CONSULTAS REALIZADAS AINDA SEM LOTE: SEM           *
      * ATENDIMENTO OU SEM CID (CADATEND), INTERNACAO E     *
      * URGENCIA SEM GUIA                                   *
      * AUTORIZADA, CARTEIRINHA VENCIDA NA DATA, PACIENTE   *
      * FORA DA ELEGIBILIDADE (CONVMEMB.TXT DO SMP039),     *
      * VALOR FORA DA TABELA VIGENTE (CADPRECO) E COBRANCA  *
      * EM DUPLICIDADE NO DIA. AS CRITICAS FICAM NO         *
      * CADAUDPR.DAT; A JUSTIFICATIVA SO POR PERFIL A, COM  *
      * OPERADOR E DATA. O SMP041 SO GERA O LOTE COM A      *
      * AUDITORIA DO DIA E SEM CRITICA PENDENTE. SAIDA EM   *
      * CADAUPRL.DOC                                        *
      * CONVENIO, PLANO E CARTEIRINHA SAO OS DA COBERTURA   *
      * GRAVADA NA CONSULTA; A VALIDADE VEM DO CADCOBER (OU *
      * DO CADASTRO QUANDO A CONSULTA USOU O CONVENIO DELE) *
      * CPF MASCARADO CONFORME O PERFIL DO OPERADOR (SMPMSK) *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUDPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APA-CHAVE
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
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
           SELECT CADATEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADGLREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GLR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCOPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COP-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRETOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEMB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADELGWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EWK-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----CRITICAS DA AUDITORIA POR CONVENIO/COMPETENCIA/CONSULTA-----*
      *----(CONSULTA ZERADA E TIPO 0 = CONTROLE DA ULTIMA AUDITORIA)---*
      *
       FD CADAUDPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDPR.DAT".
       01 REGAUDPR.
          03 APA-CHAVE.
             05 APA-CONVENIO   PIC 9(04).
             05 APA-COMPET     PIC 9(06).
             05 APA-CONS.
                07 APA-CCRM    PIC 9(06).
                07 APA-CDATA.
                   09 APA-CANO PIC 9(04).
                   09 APA-CMES PIC 9(02).
                   09 APA-CDIA PIC 9(02).
                07 APA-CHORA.
                   09 APA-CHH  PIC 9(02).
                   09 APA-CMI  PIC 9(02).
             05 APA-TIPO       PIC 9(01).
          03 APA-CPF           PIC 9(11).
          03 APA-DESCR         PIC X(40).
          03 APA-SITUACAO      PIC X(01).
             88 APA-PENDENTE       VALUE "P".
             88 APA-JUSTIFICADA    VALUE "J".
             88 APA-RESOLVIDA      VALUE "R".
             88 APA-CONTROLE       VALUE "C".
          03 APA-DTREG         PIC 9(08).
          03 APA-OPERADOR      PIC X(08).
          03 APA-JUSTIF        PIC X(50).
          03 APA-OPERJUS       PIC X(08).
          03 APA-DTJUS         PIC 9(08).
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
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBER.DAT".
       01 REGCOBER.
          03 COB-CHAVE.
             05 COB-CPF        PIC 9(11).
             05 COB-SEQ        PIC 9(02).
          03 COB-CONVENIO      PIC 9(04).
          03 COB-PLANO         PIC 9(02).
          03 COB-CARTEIRA      PIC X(20).
          03 COB-CARTVALID     PIC 9(08).
          03 COB-PRIORIDADE    PIC 9(01).
          03 COB-SITUACAO      PIC X(01).
          03 COB-DTALT         PIC 9(08).
          03 COB-OPERADOR      PIC X(08).
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
       FD CADATEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEND.DAT".
       01 REGATEND.
          03 ATD-CHAVE.
             05 ATD-CRM        PIC 9(06).
             05 ATD-DATA       PIC 9(08).
             05 ATD-HORA       PIC 9(04).
          03 ATD-CPF           PIC 9(11).
          03 ATD-CID           PIC 9(04).
          03 ATD-NOTAS         PIC X(120).
          03 ATD-DESFECHO      PIC X(01).
          03 ATD-DATACAD       PIC 9(08).
          03 ATD-DATAALT       PIC 9(08).
      *
       FD CADGLREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGLREC.DAT".
       01 REGGLREC.
          03 GLR-CHAVE         PIC 9(18).
          03 GLR-CPF           PIC 9(11).
          03 GLR-MOTIVO        PIC X(30).
          03 GLR-VALOR.
             05 GLR-VAL-RS     PIC 9(06).
             05 GLR-VAL-CT     PIC 9(02).
          03 GLR-DTLIMITE      PIC 9(08).
          03 GLR-SITUACAO      PIC X(01).
             88 GLR-ANALISE        VALUE "A".
             88 GLR-ACATADO        VALUE "C".
             88 GLR-NEGADO         VALUE "N".
          03 GLR-DTREG         PIC 9(08).
      *
       FD CADCOPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAR.DAT".
       01 REGCOPAR.
          03 COP-CHAVE         PIC 9(18).
          03 COP-CPF           PIC 9(11).
          03 COP-CONVENIO      PIC 9(04).
          03 COP-PLANO         PIC 9(02).
          03 COP-TIPO          PIC X(01).
          03 COP-TPCOP         PIC X(01).
             88 COP-PERCENTUAL     VALUE "P".
             88 COP-VALORFIXO      VALUE "V".
          03 COP-VALTOT        PIC 9(08)V99.
          03 COP-VALCONV       PIC 9(08)V99.
          03 COP-VALPAC        PIC 9(08)V99.
          03 COP-SITUACAO      PIC X(01).
             88 COP-PENDENTE       VALUE "P".
             88 COP-RECEBIDA       VALUE "R".
          03 COP-RECIBO        PIC 9(06).
          03 COP-DTGER         PIC 9(08).
          03 COP-OPERADOR      PIC X(08).
      *
       FD CADRETOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRETOR.DAT".
       01 REGRETOR.
          03 RET-CHAVE         PIC 9(18).
          03 RET-CPF           PIC 9(11).
          03 RET-ORIGEM        PIC 9(18).
          03 RET-CONVENIO      PIC 9(04).
          03 RET-PRAZO         PIC 9(03).
          03 RET-DTREG         PIC 9(08).
          03 RET-OPERADOR      PIC X(08).
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
       FD CADMEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVMEMB.TXT".
       01 REGMEMB.
          03 MEM-CONVENIO      PIC 9(04).
          03 MEM-CPF           PIC 9(11).
          03 MEM-CARTEIRA      PIC X(20).
          03 MEM-VALID         PIC 9(08).
      *
      *----TRABALHO: ELEGIBILIDADE DO CONVENIO AUDITADO POR CPF--------*
      *
       FD CADELGWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELGWK.DAT".
       01 REGELGWK.
          03 EWK-CPF           PIC 9(11).
          03 EWK-VALID         PIC 9(08).
      *
       FD CADAUDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUPRL.DOC".
       01 REGAUDTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-FILTRO-MES  PIC 9(02) VALUE ZEROS.
       01 W-FILTRO-ANO  PIC 9(04) VALUE ZEROS.
       01 W-FILTRO-CONV PIC 9(04) VALUE ZEROS.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-PRCABERTO   PIC X(01) VALUE "N".
       01 W-ATDABERTO   PIC X(01) VALUE "N".
       01 W-GLRABERTO   PIC X(01) VALUE "N".
       01 W-COPABERTO   PIC X(01) VALUE "N".
       01 W-RETABERTO   PIC X(01) VALUE "N".
       01 W-ELGABERTO   PIC X(01) VALUE "N".
       01 W-COBABERTO   PIC X(01) VALUE "N".
       01 W-CARTVALID   PIC 9(08) VALUE ZEROS.
       01 W-ATDACHOU    PIC X(01) VALUE "N".
       01 W-PRCACHOU    PIC X(01) VALUE "N".
       01 W-GLRACHOU    PIC X(01) VALUE "N".
       01 W-TIPO        PIC 9(01) VALUE ZEROS.
       01 W-DESCR       PIC X(40) VALUE SPACES.
       01 W-JUSTIF      PIC X(50) VALUE SPACES.
       01 W-DTCONS      PIC 9(08) VALUE ZEROS.
       01 W-VCONSRS     PIC 9(06) VALUE ZEROS.
       01 W-VCONSCT     PIC 9(02) VALUE ZEROS.
       01 W-VALCONS     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTCONS     PIC 9(05) VALUE ZEROS.
       01 W-TOTCRIT     PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       01 W-TOTJUS      PIC 9(05) VALUE ZEROS.
       01 W-TOTRES      PIC 9(05) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
      *
      *----CPFS JA COBRADOS DO MESMO MEDICO NO MESMO DIA---------------*
      *
       01 W-GRPCRM      PIC 9(06) VALUE ZEROS.
       01 W-GRPDATA     PIC 9(08) VALUE ZEROS.
       01 W-GRPQTD      PIC 9(03) VALUE ZEROS.
       01 IND           PIC 9(03) VALUE ZEROS.
       01 TABGRP.
          03 TGR-CPF    PIC 9(11) OCCURS 60 TIMES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CABAUD.
          03 FILLER     PIC X(10) VALUE "CONVENIO: ".
          03 CA-CONV    PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 CA-NOME    PIC X(30).
          03 FILLER     PIC X(15) VALUE "  COMPETENCIA: ".
          03 CA-MES     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 CA-ANO     PIC 9(04).
       01 CAB1.
          03 FILLER     PIC X(12) VALUE "DATA".
          03 FILLER     PIC X(07) VALUE "HORA".
          03 FILLER     PIC X(08) VALUE "CRM".
          03 FILLER     PIC X(16) VALUE "CPF".
          03 FILLER     PIC X(42) VALUE "CRITICA".
          03 FILLER     PIC X(11) VALUE "SITUACAO".
       01 LINAUD.
          03 LA-DIA     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LA-MES     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LA-ANO     PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LA-HH      PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 LA-MI      PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LA-CRM     PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LA-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LA-DESCR   PIC X(40).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LA-SIT     PIC X(11).
       01 LINJUS.
          03 FILLER     PIC X(12) VALUE SPACES.
          03 FILLER     PIC X(15) VALUE "JUSTIFICATIVA: ".
          03 LJ-TEXTO   PIC X(50).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LJ-OPER    PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LJ-DATA    PIC 9(08).
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-QTDE    PIC ZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP116".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT116.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             *** AUDITORIA PREVIA DO LOT".
           05  LINE 02  COLUMN 41
               VALUE  "E DE REMESSA ***".
           05  LINE 05  COLUMN 10
               VALUE  "A = AUDITAR AS CONTAS DO CONVENIO NO MES".
           05  LINE 06  COLUMN 10
               VALUE  "J = JUSTIFICAR CRITICAS PENDENTES (PERFIL A)".
           05  LINE 07  COLUMN 10
               VALUE  "L = LISTAR CRITICAS E JUSTIFICATIVAS".
           05  LINE 10  COLUMN 10
               VALUE  "CONVENIO......:".
           05  LINE 11  COLUMN 10
               VALUE  "MES/ANO.......:   /".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TW-CONV
               LINE 10  COLUMN 26  PIC 9(04)
               USING  W-FILTRO-CONV
               HIGHLIGHT.
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
           OPEN I-O CADAUDPR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUDPR
                 CLOSE CADAUDPR
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDPR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO DE CONSULTAS NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADPLANO
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLANO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "N" TO W-PRCABERTO
           OPEN INPUT CADPRECO
           IF ST-ERRO = "00"
               MOVE "S" TO W-PRCABERTO.
           MOVE "N" TO W-ATDABERTO
           OPEN INPUT CADATEND
           IF ST-ERRO = "00"
               MOVE "S" TO W-ATDABERTO.
           MOVE "N" TO W-GLRABERTO
           OPEN INPUT CADGLREC
           IF ST-ERRO = "00"
               MOVE "S" TO W-GLRABERTO.
           MOVE "N" TO W-COPABERTO
           OPEN INPUT CADCOPAR
           IF ST-ERRO = "00"
               MOVE "S" TO W-COPABERTO.
           MOVE "N" TO W-RETABERTO
           OPEN INPUT CADRETOR
           IF ST-ERRO = "00"
               MOVE "S" TO W-RETABERTO.
           MOVE "N" TO W-COBABERTO
           OPEN INPUT CADCOBER
           IF ST-ERRO = "00"
               MOVE "S" TO W-COBABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT116.
       R2.
           ACCEPT TW-CONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-FILTRO-CONV = ZEROS
                MOVE "*** INFORME O CONVENIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE W-FILTRO-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           DISPLAY (10, 32) CNOME.
       R3.
           ACCEPT TW-FILTROMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           IF W-FILTRO-MES = ZEROS OR W-FILTRO-MES > 12
                MOVE "*** MES INVALIDO (01 A 12) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R4.
           ACCEPT TW-FILTROANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           IF W-FILTRO-ANO = ZEROS
                MOVE "*** INFORME O ANO DE REFERENCIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
       R5.
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-COMPET = (W-FILTRO-ANO * 100) + W-FILTRO-MES
           IF W-MODO = "A" OR "a"
                GO TO AUD-001.
           IF W-MODO = "J" OR "j"
                GO TO JUS-001.
           IF W-MODO = "L" OR "l"
                GO TO LIS-001.
           GO TO R5.

      *---------------AUDITORIA DAS CONTAS-----------------------------*
      * MESMA SELECAO DO SMP041: CONSULTAS REALIZADAS NO MES, SEM LOTE,*
      * DE PACIENTE DO CONVENIO, EXCETO RETORNO (CADRETOR). CRITICA    *
      * PENDENTE QUE NAO SE REPETE FICA RESOLVIDA; A JUSTIFICADA       *
      * CONTINUA JUSTIFICADA                                           *
      *----------------------------------------------------------------*

       AUD-001.
           DISPLAY (15, 10) "AUDITANDO AS CONSULTAS DO MES..."
           MOVE ZEROS TO W-TOTCONS W-TOTCRIT W-TOTPEND W-TOTJUS
                         W-TOTRES
           OPEN OUTPUT CADAUDTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM ELG-CARGA THRU ELG-CARGA-FIM
           MOVE "*** AUDITORIA PREVIA DO LOTE DE REMESSA ***"
                                                        TO CAB0-TIT
           PERFORM CAB-AUD THRU CAB-AUD-FIM.
      *
      *----CRITICAS PENDENTES DA AUDITORIA ANTERIOR PASSAM A RESOLVIDAS*
      *
       AUD-MARCA.
           MOVE W-FILTRO-CONV TO APA-CONVENIO
           MOVE W-COMPET TO APA-COMPET
           MOVE ZEROS TO APA-CONS APA-TIPO
           START CADAUDPR KEY IS NOT LESS APA-CHAVE
               INVALID KEY
                   GO TO AUD-VARRE.
       AUD-MARCA1.
           READ CADAUDPR NEXT RECORD
               AT END
                   GO TO AUD-VARRE.
           IF APA-CONVENIO NOT = W-FILTRO-CONV
                GO TO AUD-VARRE.
           IF APA-COMPET NOT = W-COMPET
                GO TO AUD-VARRE.
           IF NOT APA-PENDENTE
                GO TO AUD-MARCA1.
           MOVE "R" TO APA-SITUACAO
           MOVE W-DATAHOJE TO APA-DTREG
           REWRITE REGAUDPR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-FIM.
           GO TO AUD-MARCA1.
      *
       AUD-VARRE.
           MOVE ZEROS TO W-GRPCRM W-GRPDATA W-GRPQTD
           MOVE ZEROS TO CONS-CHAVE
           START CADCONS KEY IS NOT LESS CONS-CHAVE
               INVALID KEY
                   GO TO AUD-REGISTRA.
       AUD-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO AUD-REGISTRA.
           IF NOT CONS-REALIZADA
                GO TO AUD-LER.
           IF CONS-ANO NOT = W-FILTRO-ANO OR
              CONS-MES NOT = W-FILTRO-MES
                GO TO AUD-LER.
           IF CONS-LOTE NOT = ZEROS
                GO TO AUD-LER.
           IF CONS-CONVENIO NOT = W-FILTRO-CONV
                GO TO AUD-LER.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO AUD-LER.
           IF W-RETABERTO = "S"
                MOVE CONS-CHAVE TO RET-CHAVE
                READ CADRETOR
                IF ST-ERRO = "00"
                   GO TO AUD-LER.
           ADD 1 TO W-TOTCONS
           MOVE CONS-DATA TO W-DTCONS.
      *
      *----ATENDIMENTO REGISTRADO E CID--------------------------------*
      *
       AUD-ATD.
           MOVE "N" TO W-ATDACHOU
           IF W-ATDABERTO = "S"
                MOVE CONS-CHAVE TO ATD-CHAVE
                READ CADATEND
                IF ST-ERRO = "00"
                   MOVE "S" TO W-ATDACHOU.
           IF W-ATDACHOU = "N"
                MOVE 1 TO W-TIPO
                MOVE "CONSULTA REALIZADA SEM ATENDIMENTO" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM
                GO TO AUD-GUIA.
           IF ATD-CID = ZEROS
                MOVE 2 TO W-TIPO
                MOVE "ATENDIMENTO SEM CID" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM.
      *
      *----INTERNACAO E URGENCIA EXIGEM GUIA AUTORIZADA----------------*
      *
       AUD-GUIA.
           IF NOT CONS-INTERNACAO AND NOT CONS-URGENCIA
                GO TO AUD-CART.
           IF CONS-GUIA-AUTORIZ
                GO TO AUD-CART.
           MOVE 3 TO W-TIPO
           IF CONS-GUIA-NEGADA
                MOVE "GUIA NEGADA PELO CONVENIO" TO W-DESCR
           ELSE
              IF CONS-GUIA-PENDENTE
                MOVE "GUIA AGUARDANDO AUTORIZACAO" TO W-DESCR
              ELSE
                MOVE "SEM GUIA DE AUTORIZACAO" TO W-DESCR.
           PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM.
      *
      *----CARTEIRINHA VALIDA NA DATA DA CONSULTA----------------------*
      *
       AUD-CART.
           MOVE 4 TO W-TIPO
           IF CONS-CARTEIRA = SPACES
                MOVE "CARTEIRINHA NAO CADASTRADA" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM
                GO TO AUD-ELG.
           MOVE PAC-CARTVALID TO W-CARTVALID
           IF CONS-COBSEQ NOT = ZEROS AND W-COBABERTO = "S"
                MOVE CONS-CPF TO COB-CPF
                MOVE CONS-COBSEQ TO COB-SEQ
                READ CADCOBER
                IF ST-ERRO = "00"
                   MOVE COB-CARTVALID TO W-CARTVALID.
           IF W-CARTVALID NOT = ZEROS AND W-CARTVALID < W-DTCONS
                MOVE "CARTEIRINHA VENCIDA NA DATA DA CONSULTA"
                                                        TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM.
      *
      *----ELEGIBILIDADE ENVIADA PELO CONVENIO (CONVMEMB.TXT)----------*
      *
       AUD-ELG.
           IF W-ELGABERTO NOT = "S"
                GO TO AUD-VAL.
           MOVE 5 TO W-TIPO
           MOVE CONS-CPF TO EWK-CPF
           READ CADELGWK
           IF ST-ERRO NOT = "00"
                MOVE "PACIENTE FORA DA ELEGIBILIDADE" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM
                GO TO AUD-VAL.
           IF EWK-VALID < W-DTCONS
                MOVE "ELEGIBILIDADE VENCIDA NA DATA" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM.
      *
      *----VALOR DA TABELA VIGENTE (CADPRECO) NA DATA DA CONSULTA:-----*
      *----SEM VIGENCIA, ZERADO OU DIFERENTE DO VALOR USADO NA---------*
      *----COPARTICIPACAO. RECURSO ACATADO TEM VALOR PROPRIO-----------*
      *
       AUD-VAL.
           PERFORM GLR-BUSCA THRU GLR-BUSCA-FIM
           IF W-GLRACHOU = "S"
                GO TO AUD-DUP.
           MOVE 6 TO W-TIPO
           MOVE PLANO TO PLN-CODIGO
           IF CONS-PLANO NOT = ZEROS
                MOVE CONS-PLANO TO PLN-CODIGO.
           READ CADPLANO
           IF ST-ERRO NOT = "00"
                MOVE "PLANO DO CONVENIO NAO CADASTRADO" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM
                GO TO AUD-DUP.
           PERFORM PRC-BUSCA THRU PRC-BUSCA-FIM
           IF W-PRCABERTO = "S" AND W-PRCACHOU = "N"
                MOVE "SEM PRECO VIGENTE NO CADPRECO" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM
                GO TO AUD-DUP.
           COMPUTE W-VALCONS = W-VCONSRS + (W-VCONSCT / 100)
           IF W-VALCONS = ZEROS
                MOVE "VALOR ZERADO NA TABELA VIGENTE" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM
                GO TO AUD-DUP.
           IF W-COPABERTO NOT = "S"
                GO TO AUD-DUP.
           MOVE CONS-CHAVE TO COP-CHAVE
           READ CADCOPAR
           IF ST-ERRO NOT = "00"
                GO TO AUD-DUP.
           IF COP-VALTOT NOT = W-VALCONS
                MOVE "VALOR DIVERGENTE DA TABELA VIGENTE" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM.
      *
      *----MESMO PACIENTE COBRADO DUAS VEZES DO MESMO MEDICO NO DIA----*
      *
       AUD-DUP.
           IF CONS-CRM NOT = W-GRPCRM OR W-DTCONS NOT = W-GRPDATA
                MOVE CONS-CRM TO W-GRPCRM
                MOVE W-DTCONS TO W-GRPDATA
                MOVE ZEROS TO W-GRPQTD.
           MOVE 1 TO IND.
       AUD-DUP1.
           IF IND > W-GRPQTD
                GO TO AUD-DUP2.
           IF TGR-CPF (IND) = CONS-CPF
                MOVE 7 TO W-TIPO
                MOVE "COBRANCA EM DUPLICIDADE NO MESMO DIA" TO W-DESCR
                PERFORM CRT-GRAVA THRU CRT-GRAVA-FIM
                GO TO AUD-LER.
           ADD 1 TO IND
           GO TO AUD-DUP1.
       AUD-DUP2.
           IF W-GRPQTD < 60
                ADD 1 TO W-GRPQTD
                MOVE CONS-CPF TO TGR-CPF (W-GRPQTD).
           GO TO AUD-LER.
      *
      *----REGISTRA A EXECUCAO DA AUDITORIA (CONSULTA 0, TIPO 0)-------*
      *
       AUD-REGISTRA.
           MOVE W-FILTRO-CONV TO APA-CONVENIO
           MOVE W-COMPET TO APA-COMPET
           MOVE ZEROS TO APA-CONS APA-TIPO
           READ CADAUDPR
           MOVE ZEROS TO APA-CPF
           MOVE "AUDITORIA PREVIA EXECUTADA" TO APA-DESCR
           MOVE "C" TO APA-SITUACAO
           MOVE W-DATAHOJE TO APA-DTREG
           MOVE LK-OPERADOR TO APA-OPERADOR
           MOVE SPACES TO APA-JUSTIF APA-OPERJUS
           MOVE ZEROS TO APA-DTJUS
           IF ST-ERRO = "00"
                REWRITE REGAUDPR
           ELSE
                WRITE REGAUDPR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-FIM.
           PERFORM CNT-RES THRU CNT-RES-FIM
           MOVE SPACES TO REGAUDTX
           WRITE REGAUDTX.
           MOVE "CONSULTAS AUDITADAS...................:" TO LT-ROTULO
           MOVE W-TOTCONS TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           MOVE "CRITICAS ENCONTRADAS..................:" TO LT-ROTULO
           MOVE W-TOTCRIT TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           MOVE "  PENDENTES...........................:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           MOVE "  JUSTIFICADAS........................:" TO LT-ROTULO
           MOVE W-TOTJUS TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           MOVE "RESOLVIDAS NAS AUDITORIAS DE HOJE.....:" TO LT-ROTULO
           MOVE W-TOTRES TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           IF W-ELGABERTO NOT = "S"
                MOVE SPACES TO REGAUDTX
                WRITE REGAUDTX
                MOVE "ELEGIBILIDADE NAO CRITICADA (SEM CONVMEMB.TXT)"
                                                        TO REGAUDTX
                WRITE REGAUDTX.
           DISPLAY (15, 10) "CONSULTAS AUDITADAS: " W-TOTCONS
           DISPLAY (16, 10) "CRITICAS PENDENTES.: " W-TOTPEND
           DISPLAY (17, 10) "CRITICAS JUSTIFIC..: " W-TOTJUS
           IF W-TOTPEND = ZEROS
                MOVE "*** SEM PENDENCIAS - LOTE LIBERADO ***" TO MENS
           ELSE
                MOVE "*** HA CRITICAS PENDENTES - VER CADAUPRL.DOC ***"
                                                           TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AUD-FIM.
           CLOSE CADAUDTX
           IF W-ELGABERTO = "S"
                CLOSE CADELGWK.
           GO TO R1.

      *---------------GRAVA UMA CRITICA DA CONSULTA CORRENTE-----------*
      * ENTRADA: W-TIPO E W-DESCR. CRITICA JA JUSTIFICADA NAO VOLTA A  *
      * PENDENTE                                                       *
      *----------------------------------------------------------------*

       CRT-GRAVA.
           MOVE W-FILTRO-CONV TO APA-CONVENIO
           MOVE W-COMPET TO APA-COMPET
           MOVE CONS-CHAVE TO APA-CONS
           MOVE W-TIPO TO APA-TIPO
           READ CADAUDPR
           IF ST-ERRO = "00" AND APA-JUSTIFICADA
                ADD 1 TO W-TOTJUS
                GO TO CRT-GRAVA-LIN.
           MOVE CONS-CPF TO APA-CPF
           MOVE W-DESCR TO APA-DESCR
           MOVE "P" TO APA-SITUACAO
           MOVE W-DATAHOJE TO APA-DTREG
           MOVE LK-OPERADOR TO APA-OPERADOR
           IF ST-ERRO = "00"
                REWRITE REGAUDPR
           ELSE
                MOVE SPACES TO APA-JUSTIF APA-OPERJUS
                MOVE ZEROS TO APA-DTJUS
                WRITE REGAUDPR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-TOTPEND.
       CRT-GRAVA-LIN.
           ADD 1 TO W-TOTCRIT
           PERFORM LIN-AUD THRU LIN-AUD-FIM.
       CRT-GRAVA-FIM.
           EXIT.

      *---------------CONTA AS CRITICAS QUE FICARAM RESOLVIDAS---------*

       CNT-RES.
           MOVE ZEROS TO W-TOTRES
           MOVE W-FILTRO-CONV TO APA-CONVENIO
           MOVE W-COMPET TO APA-COMPET
           MOVE ZEROS TO APA-CONS APA-TIPO
           START CADAUDPR KEY IS NOT LESS APA-CHAVE
               INVALID KEY
                   GO TO CNT-RES-FIM.
       CNT-RES1.
           READ CADAUDPR NEXT RECORD
               AT END
                   GO TO CNT-RES-FIM.
           IF APA-CONVENIO NOT = W-FILTRO-CONV
                GO TO CNT-RES-FIM.
           IF APA-COMPET NOT = W-COMPET
                GO TO CNT-RES-FIM.
           IF APA-RESOLVIDA AND APA-DTREG = W-DATAHOJE
                ADD 1 TO W-TOTRES.
           GO TO CNT-RES1.
       CNT-RES-FIM.
           EXIT.

      *---------------JUSTIFICATIVA DAS CRITICAS PENDENTES-------------*
      * SO PERFIL A. CADA CRITICA PENDENTE DA COMPETENCIA E MOSTRADA;  *
      * A JUSTIFICATIVA GRAVA O TEXTO, O OPERADOR E A DATA             *
      *----------------------------------------------------------------*

       JUS-001.
           MOVE LK-OPERADOR TO USR-CODIGO
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO USR-PERFIL
                GO TO JUS-002.
           READ CADUSER
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO USR-PERFIL.
           CLOSE CADUSER.
       JUS-002.
           IF NOT USR-ADMINISTRACAO
                MOVE "*** JUSTIFICATIVA DE CRITICA SO POR PERFIL A ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-TOTJUS W-TOTPEND
           MOVE W-FILTRO-CONV TO APA-CONVENIO
           MOVE W-COMPET TO APA-COMPET
           MOVE ZEROS TO APA-CONS APA-TIPO
           START CADAUDPR KEY IS NOT LESS APA-CHAVE
               INVALID KEY
                   GO TO JUS-FIM.
       JUS-LER.
           READ CADAUDPR NEXT RECORD
               AT END
                   GO TO JUS-FIM.
           IF APA-CONVENIO NOT = W-FILTRO-CONV
                GO TO JUS-FIM.
           IF APA-COMPET NOT = W-COMPET
                GO TO JUS-FIM.
           IF NOT APA-PENDENTE
                GO TO JUS-LER.
           ADD 1 TO W-TOTPEND
           PERFORM JUS-LIMPA THRU JUS-LIMPA-FIM
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           DISPLAY (15, 10) "CONSULTA: " APA-CDIA "/" APA-CMES "/"
                            APA-CANO " " APA-CHH ":" APA-CMI
                            "  CRM: " APA-CCRM "  CPF: " LA-CPF
           DISPLAY (16, 10) "CRITICA.: " APA-DESCR.
       JUS-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (18, 10) "JUSTIFICAR ESTA CRITICA (S/N)?"
           ACCEPT (18, 42) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO JUS-FIM.
           IF W-OPCAO = "N" OR "n"
                GO TO JUS-LER.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO JUS-OPC.
       JUS-TXT.
           MOVE SPACES TO W-JUSTIF
           DISPLAY (19, 10) "JUSTIFICATIVA:"
           ACCEPT (20, 10) W-JUSTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO JUS-OPC.
           IF W-JUSTIF = SPACES
                MOVE "*** INFORME A JUSTIFICATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO JUS-TXT.
           MOVE W-JUSTIF TO APA-JUSTIF
           MOVE "J" TO APA-SITUACAO
           MOVE LK-OPERADOR TO APA-OPERJUS
           MOVE W-DATAHOJE TO APA-DTJUS
           REWRITE REGAUDPR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO JUS-FIM.
           ADD 1 TO W-TOTJUS
           GO TO JUS-LER.
       JUS-FIM.
           PERFORM JUS-LIMPA THRU JUS-LIMPA-FIM
           IF W-TOTPEND = ZEROS
                MOVE "*** NAO HA CRITICAS PENDENTES ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           DISPLAY (15, 10) "CRITICAS JUSTIFICADAS: " W-TOTJUS
           MOVE "*** JUSTIFICATIVAS REGISTRADAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       JUS-LIMPA.
           DISPLAY (15, 10) LIMPA
           DISPLAY (15, 30) LIMPA
           DISPLAY (16, 10) LIMPA
           DISPLAY (16, 30) LIMPA
           DISPLAY (18, 10) LIMPA
           DISPLAY (18, 30) LIMPA
           DISPLAY (19, 10) LIMPA
           DISPLAY (20, 10) LIMPA.
       JUS-LIMPA-FIM.
           EXIT.

      *---------------LISTA DAS CRITICAS E JUSTIFICATIVAS--------------*

       LIS-001.
           OPEN OUTPUT CADAUDTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "*** CRITICAS DA AUDITORIA PREVIA ***" TO CAB0-TIT
           PERFORM CAB-AUD THRU CAB-AUD-FIM
           MOVE ZEROS TO W-TOTCRIT W-TOTPEND W-TOTJUS W-TOTRES
           MOVE W-FILTRO-CONV TO APA-CONVENIO
           MOVE W-COMPET TO APA-COMPET
           MOVE ZEROS TO APA-CONS APA-TIPO
           START CADAUDPR KEY IS NOT LESS APA-CHAVE
               INVALID KEY
                   GO TO LIS-TOT.
       LIS-LER.
           READ CADAUDPR NEXT RECORD
               AT END
                   GO TO LIS-TOT.
           IF APA-CONVENIO NOT = W-FILTRO-CONV
                GO TO LIS-TOT.
           IF APA-COMPET NOT = W-COMPET
                GO TO LIS-TOT.
           IF APA-CONTROLE
                GO TO LIS-LER.
           ADD 1 TO W-TOTCRIT
           IF APA-PENDENTE
                ADD 1 TO W-TOTPEND.
           IF APA-JUSTIFICADA
                ADD 1 TO W-TOTJUS.
           IF APA-RESOLVIDA
                ADD 1 TO W-TOTRES.
           PERFORM LIN-AUD THRU LIN-AUD-FIM
           GO TO LIS-LER.
       LIS-TOT.
           MOVE SPACES TO REGAUDTX
           WRITE REGAUDTX.
           MOVE "CRITICAS REGISTRADAS..................:" TO LT-ROTULO
           MOVE W-TOTCRIT TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           MOVE "  PENDENTES...........................:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           MOVE "  JUSTIFICADAS........................:" TO LT-ROTULO
           MOVE W-TOTJUS TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           MOVE "  RESOLVIDAS..........................:" TO LT-ROTULO
           MOVE W-TOTRES TO LT-QTDE
           WRITE REGAUDTX FROM LINTOT.
           CLOSE CADAUDTX
           MOVE "*** RELATORIO GERADO EM CADAUPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------CABECALHO DO RELATORIO---------------------------*

       CAB-AUD.
           WRITE REGAUDTX FROM CAB0.
           MOVE SPACES TO REGAUDTX
           WRITE REGAUDTX.
           MOVE W-FILTRO-CONV TO CA-CONV
           MOVE CNOME TO CA-NOME
           MOVE W-FILTRO-MES TO CA-MES
           MOVE W-FILTRO-ANO TO CA-ANO
           WRITE REGAUDTX FROM CABAUD.
           MOVE SPACES TO REGAUDTX
           WRITE REGAUDTX.
           WRITE REGAUDTX FROM CAB1.
       CAB-AUD-FIM.
           EXIT.

      *---------------LINHA DA CRITICA (REGISTRO CORRENTE DO CADAUDPR)-*

       LIN-AUD.
           MOVE APA-CDIA TO LA-DIA
           MOVE APA-CMES TO LA-MES
           MOVE APA-CANO TO LA-ANO
           MOVE APA-CHH TO LA-HH
           MOVE APA-CMI TO LA-MI
           MOVE APA-CCRM TO LA-CRM
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE APA-DESCR TO LA-DESCR
           IF APA-PENDENTE
                MOVE "PENDENTE" TO LA-SIT.
           IF APA-JUSTIFICADA
                MOVE "JUSTIFICADA" TO LA-SIT.
           IF APA-RESOLVIDA
                MOVE "RESOLVIDA" TO LA-SIT.
           WRITE REGAUDTX FROM LINAUD.
           IF NOT APA-JUSTIFICADA
                GO TO LIN-AUD-FIM.
           MOVE APA-JUSTIF TO LJ-TEXTO
           MOVE APA-OPERJUS TO LJ-OPER
           MOVE APA-DTJUS TO LJ-DATA
           WRITE REGAUDTX FROM LINJUS.
       LIN-AUD-FIM.
           EXIT.

      *---------------CARGA DA ELEGIBILIDADE DO CONVENIO---------------*
      * O ULTIMO CONVMEMB.TXT RECEBIDO (O MESMO CRITICADO NO SMP039)   *
      * VAI PARA O ARQUIVO DE TRABALHO CADELGWK POR CPF. SEM O ARQUIVO *
      * A CRITICA DE ELEGIBILIDADE NAO E APLICADA                      *
      *----------------------------------------------------------------*

       ELG-CARGA.
           MOVE "N" TO W-ELGABERTO
           OPEN INPUT CADMEMB
           IF ST-ERRO NOT = "00"
                GO TO ELG-CARGA-FIM.
           OPEN OUTPUT CADELGWK
           CLOSE CADELGWK
           OPEN I-O CADELGWK
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADELGWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADMEMB
                GO TO ELG-CARGA-FIM.
           MOVE "S" TO W-ELGABERTO.
       ELG-LER.
           READ CADMEMB NEXT
           IF ST-ERRO NOT = "00"
                GO TO ELG-FECHA.
           IF MEM-CONVENIO NOT = W-FILTRO-CONV
                GO TO ELG-LER.
           MOVE MEM-CPF TO EWK-CPF
           MOVE MEM-VALID TO EWK-VALID
           WRITE REGELGWK
           GO TO ELG-LER.
       ELG-FECHA.
           CLOSE CADMEMB.
       ELG-CARGA-FIM.
           EXIT.

      *---------------PRECO VIGENTE NA DATA DA CONSULTA (CADPRECO)-----*
      * MESMA REGRA DO SMP041. W-PRCACHOU = "S" QUANDO HA VIGENCIA     *
      *----------------------------------------------------------------*

       PRC-BUSCA.
           MOVE "N" TO W-PRCACHOU
           MOVE PLN-VCONS-RS  TO W-VCONSRS
           MOVE PLN-VCONS-CT  TO W-VCONSCT
           IF W-PRCABERTO NOT = "S"
                GO TO PRC-BUSCA-FIM.
           MOVE PLN-CODIGO TO PRC-PLANO
           MOVE ZEROS TO PRC-VIGENCIA
           START CADPRECO KEY IS NOT LESS PRC-CHAVE
               INVALID KEY
                   GO TO PRC-BUSCA-FIM.
       PRC-BUSCA1.
           READ CADPRECO NEXT RECORD
               AT END
                   GO TO PRC-BUSCA-FIM.
           IF PRC-PLANO NOT = PLN-CODIGO
                GO TO PRC-BUSCA-FIM.
           IF PRC-VIGENCIA > CONS-DATA
                GO TO PRC-BUSCA-FIM.
           MOVE "S" TO W-PRCACHOU
           IF CONS-TIPO = "D" AND PRC-VALORDOM NOT = ZEROS
                MOVE PRC-VDOM-RS TO W-VCONSRS
                MOVE PRC-VDOM-CT TO W-VCONSCT
           ELSE
             IF CONS-TIPO = "T" AND PRC-VALORTEL NOT = ZEROS
                MOVE PRC-VTEL-RS TO W-VCONSRS
                MOVE PRC-VTEL-CT TO W-VCONSCT
             ELSE
                MOVE PRC-VCONS-RS  TO W-VCONSRS
                MOVE PRC-VCONS-CT  TO W-VCONSCT.
           GO TO PRC-BUSCA1.
       PRC-BUSCA-FIM.
           EXIT.

      *---------------RECURSO DE GLOSA ACATADO (VALOR PROPRIO)---------*

       GLR-BUSCA.
           MOVE "N" TO W-GLRACHOU
           IF W-GLRABERTO NOT = "S"
                GO TO GLR-BUSCA-FIM.
           MOVE CONS-CHAVE TO GLR-CHAVE
           READ CADGLREC
           IF ST-ERRO NOT = "00"
                GO TO GLR-BUSCA-FIM.
           IF GLR-ACATADO
                MOVE "S" TO W-GLRACHOU.
       GLR-BUSCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAUDPR CADCONS CADPACI CADCONV CADPLANO
           IF W-PRCABERTO = "S"
                CLOSE CADPRECO.
           IF W-ATDABERTO = "S"
                CLOSE CADATEND.
           IF W-GLRABERTO = "S"
                CLOSE CADGLREC.
           IF W-COPABERTO = "S"
                CLOSE CADCOPAR.
           IF W-RETABERTO = "S"
                CLOSE CADRETOR.
           IF W-COBABERTO = "S"
                CLOSE CADCOBER.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF DA CRITICA (LA-CPF) CONFORME O PERFIL DO OPERADOR-------*

       MSK-CPF.
           MOVE APA-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LA-CPF.
       MSK-CPF-FIM.
           EXIT.

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
