       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP114.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * INTEGRACAO COM A PLATAFORMA DE TELECONSULTA:        *
      * G = EXPORTA AS TELECONSULTAS AGENDADAS DO DIA       *
      *     (CADTELE.CSV: SALA;CRM;MEDICO;DATA;HORA;CPF;    *
      *     PACIENTE;EMAIL;DDD;TELEFONE) COM O CODIGO DE    *
      *     SALA GERADO E GUARDADO NO CADTELE.DAT           *
      * I = IMPORTA O LOG DAS SESSOES (CADTELOG.TXT:        *
      *     SALA;HHMM ENTRADA MEDICO;HHMM ENTRADA PACIENTE; *
      *     DURACAO EM MINUTOS (4 DIG.);QUEDAS (2 DIG.)),   *
      *     ENTRADA EM BRANCO = NAO ENTROU NA SALA. MARCA   *
      *     A CONSULTA COMO REALIZADA OU NAO COMPARECIMENTO *
      *     E GUARDA A SESSAO COMO EVIDENCIA (CADTLIRL.DOC) *
      * R = RELATORIO MENSAL DAS EVIDENCIAS POR CONVENIO    *
      *     PARA A COBRANCA (CADTELRL.DOC)                  *
      * CPF DO RELATORIO DA IMPORTACAO MASCARADO CONFORME O *
      * PERFIL DO OPERADOR (SMPMSK); O CSV DA PLATAFORMA E  *
      * AS EVIDENCIAS DA COBRANCA DO CONVENIO VAO POR       *
      * EXTENSO                                             *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDNOME WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONV-CODIGO
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
           SELECT CADCOPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COP-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TEL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TEL-SALA.
           SELECT CADTECSV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADTELOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADTLITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADTELTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
             88 CONS-TELE           VALUE "T".
          03 CONS-SITUACAO     PIC X(01).
             88 CONS-AGENDADA       VALUE "A".
             88 CONS-CANCELADA      VALUE "C".
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOME           PIC X(30).
          03 NASCIMENTO.
             05 DIA         PIC 9(02).
             05 MES         PIC 9(02).
             05 ANO         PIC 9(04).
          03 SEXO           PIC X(01).
          03 GENERO         PIC X(01).
          03 TELEFONE.
             05 DDD         PIC 9(02).
             05 NUM         PIC 9(09).
          03 EMAIL          PIC X(40).
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 CONVENIO       PIC 9(04).
          03 SITUACAO       PIC X(01).
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD REGMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGMED.DAT".
       01 CADMEDICO.
          03 CRM                   PIC 9(06).
          03 MEDNOME               PIC X(30).
          03 ESPECIALIDADE         PIC 9(02).
          03 FILLER                PIC X(52).
          03 MEDSITUACAO           PIC X(01).
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CONV-CODIGO  PIC 9(04).
          03 CONV-NOME    PIC X(30).
          03 CONV-PLANO   PIC 9(02).
          03 FILLER       PIC X(17).
          03 FILLER       PIC X(40).
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
      *----SESSAO DE TELECONSULTA: CHAVE DA CONSULTA, CODIGO DE SALA---*
      *----ENVIADO A PLATAFORMA E, APOS A IMPORTACAO DO LOG, A---------*
      *----EVIDENCIA DA SESSAO (ENTRADAS, DURACAO E QUEDAS)------------*
      *
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       01 REGTELE.
          03 TEL-CHAVE.
             05 TEL-CRM        PIC 9(06).
             05 TEL-DATA.
                07 TEL-ANO     PIC 9(04).
                07 TEL-MES     PIC 9(02).
                07 TEL-DIA     PIC 9(02).
             05 TEL-HORA       PIC 9(04).
          03 TEL-SALA.
             05 TEL-SALAPFX    PIC X(02).
             05 TEL-SEQ        PIC 9(06).
             05 TEL-SALAHF     PIC X(01).
             05 TEL-PIN        PIC 9(04).
          03 TEL-CPF           PIC 9(11).
          03 TEL-DTEXP         PIC 9(08).
          03 TEL-SITUACAO      PIC X(01).
             88 TEL-EXPORTADA      VALUE "E".
             88 TEL-LOGADA         VALUE "L".
          03 TEL-MEDENT        PIC 9(04).
          03 TEL-PACENT        PIC 9(04).
          03 TEL-DURACAO       PIC 9(04).
          03 TEL-QUEDAS        PIC 9(02).
          03 TEL-DTLOG         PIC 9(08).
          03 TEL-RESULT        PIC X(01).
             88 TEL-REALIZADA      VALUE "R".
             88 TEL-NAOCOMP        VALUE "N".
             88 TEL-SEMMEDICO      VALUE "M".
          03 TEL-OPERADOR      PIC X(08).
      *
       FD CADTECSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.CSV".
       01 REGTECSV    PIC X(180).
      *
       FD CADTELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELOG.TXT".
       01 REGTELOG    PIC X(80).
      *
       FD CADTLITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTLIRL.DOC".
       01 REGTLITX    PIC X(100).
      *
       FD CADTELTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELRL.DOC".
       01 REGTELTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAREF     PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
          03 W-REFANO   PIC 9(04).
          03 W-REFMES   PIC 9(02).
          03 W-REFDIA   PIC 9(02).
       01 W-RELMES      PIC 9(02) VALUE ZEROS.
       01 W-RELANO      PIC 9(04) VALUE ZEROS.
       01 W-RELCONV     PIC 9(04) VALUE ZEROS.
       01 W-MAXSEQ      PIC 9(06) VALUE ZEROS.
       01 W-PINBASE     PIC 9(12) VALUE ZEROS.
       01 W-PINQUOC     PIC 9(12) VALUE ZEROS.
      *
       01 W-CSVLINHA    PIC X(180) VALUE SPACES.
       01 W-CRMTX       PIC X(06) VALUE SPACES.
       01 W-DATATX      PIC X(08) VALUE SPACES.
       01 W-HORATX      PIC X(04) VALUE SPACES.
       01 W-CPFTX       PIC X(11) VALUE SPACES.
       01 W-DDDTX       PIC X(02) VALUE SPACES.
       01 W-NUMTX       PIC X(09) VALUE SPACES.
       01 W-LGSALA      PIC X(13) VALUE SPACES.
       01 W-LGMED       PIC X(04) VALUE SPACES.
       01 W-LGMED-N REDEFINES W-LGMED.
          03 W-LGMEDHH  PIC 9(02).
          03 W-LGMEDMI  PIC 9(02).
       01 W-LGPAC       PIC X(04) VALUE SPACES.
       01 W-LGPAC-N REDEFINES W-LGPAC.
          03 W-LGPACHH  PIC 9(02).
          03 W-LGPACMI  PIC 9(02).
       01 W-LGDUR       PIC X(04) VALUE SPACES.
       01 W-LGDUR-N REDEFINES W-LGDUR PIC 9(04).
       01 W-LGQUE       PIC X(02) VALUE SPACES.
       01 W-LGQUE-N REDEFINES W-LGQUE PIC 9(02).
      *
       01 W-TOTENV      PIC 9(05) VALUE ZEROS.
       01 W-TOTREENV    PIC 9(05) VALUE ZEROS.
       01 W-TOTJALOG    PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMCONT  PIC 9(05) VALUE ZEROS.
       01 W-TOTREAL     PIC 9(05) VALUE ZEROS.
       01 W-TOTFALTA    PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMMED   PIC 9(05) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(05) VALUE ZEROS.
       01 W-TOTCOP      PIC 9(05) VALUE ZEROS.
       01 W-TOTMIN      PIC 9(07) VALUE ZEROS.
       01 W-TOTLIN      PIC 9(05) VALUE ZEROS.
      *
      *----COPARTICIPACAO (MESMA REGRA DA REALIZACAO NO SMP025)--------*
      *
       01 W-PRCABERTO   PIC X(01) VALUE "N".
       01 W-VCONSRS     PIC 9(06) VALUE ZEROS.
       01 W-VCONSCT     PIC 9(02) VALUE ZEROS.
       01 W-VALCONS     PIC 9(08)V99 VALUE ZEROS.
       01 W-COPTP       PIC X(01) VALUE SPACES.
       01 W-COPPER      PIC 9(04)V99 VALUE ZEROS.
       01 W-COPPAC      PIC 9(08)V99 VALUE ZEROS.
      *
       01 ICAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** IMPORTACAO DO LOG DA TELECONSULTA ***".
       01 ICAB1.
          03 FILLER     PIC X(14) VALUE "SALA".
          03 FILLER     PIC X(11) VALUE "CONSULTA".
          03 FILLER     PIC X(06) VALUE "HORA".
          03 FILLER     PIC X(07) VALUE "CRM".
          03 FILLER     PIC X(15) VALUE "CPF".
          03 FILLER     PIC X(40) VALUE "RESULTADO".
       01 LINLOG.
          03 LL-SALA    PIC X(13).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-HH      PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LL-MI      PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-CPF     PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LL-OCORR   PIC X(40).
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** EVIDENCIAS DAS TELECONSULTAS ***".
       01 CABMES.
          03 FILLER     PIC X(20) VALUE "SESSOES DE: ".
          03 CM-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CM-ANO     PIC 9999.
          03 FILLER     PIC X(13) VALUE "   CONVENIO: ".
          03 CM-CONV    PIC X(30).
       01 CABCOL.
          03 FILLER     PIC X(11) VALUE "CONSULTA".
          03 FILLER     PIC X(06) VALUE "HORA".
          03 FILLER     PIC X(07) VALUE "CRM".
          03 FILLER     PIC X(12) VALUE "CPF".
          03 FILLER     PIC X(05) VALUE "CONV".
          03 FILLER     PIC X(06) VALUE "MEDIC".
          03 FILLER     PIC X(06) VALUE "PACIE".
          03 FILLER     PIC X(05) VALUE "MIN".
          03 FILLER     PIC X(04) VALUE "QDA".
          03 FILLER     PIC X(14) VALUE "SALA".
          03 FILLER     PIC X(10) VALUE "RESULTADO".
       01 LINEVD.
          03 LV-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-HH      PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LV-MI      PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-CPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-CONV    PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-MEDHH   PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LV-MEDMI   PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-PACHH   PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LV-PACMI   PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-DUR     PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-QDA     PIC Z9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LV-SALA    PIC X(13).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-RESULT  PIC X(12).
       01 W-HHMM        PIC 9(04) VALUE ZEROS.
       01 W-HHMM-R REDEFINES W-HHMM.
          03 W-HHMMHH   PIC 9(02).
          03 W-HHMMMI   PIC 9(02).
       01 LINTOT.
          03 LO-ROTULO  PIC X(34).
          03 LO-QTDE    PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP114".
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
       01  SMT114.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** INTEGRACAO COM A PLATAFORMA".
           05  LINE 02  COLUMN 41
               VALUE  " DE TELECONSULTA ***".
           05  LINE 05  COLUMN 10
               VALUE  "G = GERAR A EXPORTACAO DAS TELECONSULTAS".
           05  LINE 05  COLUMN 50
               VALUE  " DO DIA".
           05  LINE 06  COLUMN 10
               VALUE  "I = IMPORTAR O LOG DAS SESSOES (CADTELOG".
           05  LINE 06  COLUMN 50
               VALUE  ".TXT)".
           05  LINE 07  COLUMN 10
               VALUE  "R = RELATORIO MENSAL DE EVIDENCIAS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT114
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "G" OR "g"
                GO TO GER-001.
           IF W-MODO = "I" OR "i"
                GO TO IMP-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R1.

      ******************************************************************
      * EXPORTACAO: TELECONSULTAS AGENDADAS (OU COM PRESENCA) DA DATA  *
      * (PADRAO HOJE). A PRIMEIRA EXPORTACAO GERA O CODIGO DE SALA     *
      * (TC + SEQUENCIAL + SENHA DE 4 DIGITOS); REEXPORTAR O DIA REPETE*
      * O MESMO CODIGO. SESSAO COM LOG JA IMPORTADO NAO VOLTA A SAIR   *
      ******************************************************************
       GER-001.
           MOVE W-DATAHOJE TO W-DATAREF
           DISPLAY (15, 10) "DATA DAS CONSULTAS (DD MM AAAA):"
           ACCEPT (15, 44) W-REFDIA WITH UPDATE
           ACCEPT (15, 47) W-REFMES WITH UPDATE
           ACCEPT (15, 50) W-REFANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-REFDIA < 1 OR W-REFDIA > 31 OR W-REFMES < 1
              OR W-REFMES > 12 OR W-DATAREF < W-DATAHOJE
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-001.
       GER-OPC.
           DISPLAY (17, 10) "CONFIRMA A EXPORTACAO (S/N)?"
           ACCEPT (17, 39) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "* EXPORTACAO RECUSADA PELO OPERADOR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO GER-OPC.
           MOVE ZEROS TO W-TOTENV W-TOTREENV W-TOTJALOG W-TOTSEMCONT.
       GER-OP0.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO DE CONSULTAS NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           OPEN INPUT CADPACI REGMED.
       GER-OP1.
           OPEN I-O CADTELE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTELE
                 CLOSE CADTELE
                 GO TO GER-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTELE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GER-FIM.
           OPEN OUTPUT CADTECSV
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO CADTECSV" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GER-FIM.
           PERFORM TEL-VARRE THRU TEL-VARRE-FIM
           MOVE W-DATAREF TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO GER-TOT.
       GER-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO GER-TOT.
           IF CONS-DATA NOT = W-DATAREF
                GO TO GER-TOT.
           IF NOT CONS-TELE
                GO TO GER-LER.
           IF NOT CONS-AGENDADA AND NOT CONS-PRESENTE
                GO TO GER-LER.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO GER-LER.
           IF PAC-OBITO
                GO TO GER-LER.
           IF NUM = ZEROS AND EMAIL = SPACES
                ADD 1 TO W-TOTSEMCONT
                GO TO GER-LER.
           MOVE CONS-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO MEDNOME.
           MOVE CONS-CHAVE TO TEL-CHAVE
           READ CADTELE
           IF ST-ERRO = "00"
              IF TEL-LOGADA
                 ADD 1 TO W-TOTJALOG
                 GO TO GER-LER
              ELSE
                 MOVE CONS-CPF TO TEL-CPF
                 MOVE W-DATAHOJE TO TEL-DTEXP
                 MOVE LK-OPERADOR TO TEL-OPERADOR
                 REWRITE REGTELE
                 ADD 1 TO W-TOTREENV
                 GO TO GER-CSV.
           PERFORM TEL-NOVA THRU TEL-NOVA-FIM
           WRITE REGTELE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTELE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-FIM.
           ADD 1 TO W-TOTENV.
       GER-CSV.
           PERFORM GERA-CSV THRU GERA-CSV-FIM
           GO TO GER-LER.
       GER-TOT.
           DISPLAY (19, 10) "SALAS GERADAS...........: " W-TOTENV
           DISPLAY (20, 10) "REENVIADAS (MESMA SALA).: " W-TOTREENV
           DISPLAY (21, 10) "COM LOG JA IMPORTADO....: " W-TOTJALOG
           DISPLAY (22, 10) "SEM TELEFONE/EMAIL......: " W-TOTSEMCONT
           MOVE "*** EXPORTACAO GERADA EM CADTELE.CSV ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GER-FIM.
           CLOSE CADCONS CADPACI REGMED CADTELE CADTECSV
           GO TO R1.

      *----NOVA SESSAO: PROXIMO SEQUENCIAL E SENHA A PARTIR DA HORA----*

       TEL-NOVA.
           MOVE CONS-CHAVE TO TEL-CHAVE
           ADD 1 TO W-MAXSEQ
           MOVE "TC" TO TEL-SALAPFX
           MOVE W-MAXSEQ TO TEL-SEQ
           MOVE "-" TO TEL-SALAHF
           ACCEPT W-HORAHOJE FROM TIME
           COMPUTE W-PINBASE = W-HORAHOJE + CONS-CPF + W-MAXSEQ
           DIVIDE W-PINBASE BY 9973 GIVING W-PINQUOC
                  REMAINDER TEL-PIN
           MOVE CONS-CPF TO TEL-CPF
           MOVE W-DATAHOJE TO TEL-DTEXP
           MOVE "E" TO TEL-SITUACAO
           MOVE ZEROS TO TEL-MEDENT TEL-PACENT TEL-DURACAO
           MOVE ZEROS TO TEL-QUEDAS TEL-DTLOG
           MOVE SPACES TO TEL-RESULT
           MOVE LK-OPERADOR TO TEL-OPERADOR.
       TEL-NOVA-FIM.
           EXIT.

      ******************************************************************
      * MAIOR SEQUENCIAL DE SALA JA EMITIDO EM W-MAXSEQ (USA A AREA DE *
      * REGTELE)                                                       *
      ******************************************************************
       TEL-VARRE.
           MOVE ZEROS TO W-MAXSEQ TEL-CHAVE
           START CADTELE KEY IS NOT LESS TEL-CHAVE
               INVALID KEY
                   GO TO TEL-VARRE-FIM.
       TEL-VARRE1.
           READ CADTELE NEXT RECORD
               AT END
                   GO TO TEL-VARRE-FIM.
           IF TEL-SEQ > W-MAXSEQ
                MOVE TEL-SEQ TO W-MAXSEQ.
           GO TO TEL-VARRE1.
       TEL-VARRE-FIM.
           EXIT.

      *----LINHA DELIMITADA POR PONTO-E-VIRGULA PARA A PLATAFORMA------*

       GERA-CSV.
           MOVE CONS-CRM TO W-CRMTX
           MOVE CONS-DATA TO W-DATATX
           MOVE CONS-HORA TO W-HORATX
           MOVE CONS-CPF TO W-CPFTX
           MOVE DDD      TO W-DDDTX
           MOVE NUM      TO W-NUMTX
           MOVE SPACES   TO W-CSVLINHA
           STRING TEL-SALA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CRMTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MEDNOME DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DATATX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-HORATX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CPFTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NOME DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EMAIL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DDDTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-NUMTX DELIMITED BY SIZE
                  INTO W-CSVLINHA.
           WRITE REGTECSV FROM W-CSVLINHA.
       GERA-CSV-FIM.
           EXIT.

      ******************************************************************
      * IMPORTACAO DO LOG (CADTELOG.TXT). PACIENTE SEM ENTRADA = NAO   *
      * COMPARECIMENTO; MEDICO SEM ENTRADA = OCORRENCIA, A CONSULTA    *
      * FICA COMO ESTA; AMBOS NA SALA = REALIZADA, COM COPARTICIPACAO. *
      * CONSULTA JA REALIZADA OU FALTA JA MARCADA SO RECEBE A EVIDENCIA*
      ******************************************************************
       IMP-001.
           MOVE ZEROS TO W-TOTREAL W-TOTFALTA W-TOTSEMMED W-TOTREJ
           MOVE ZEROS TO W-TOTCOP
           OPEN INPUT CADTELOG
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO CADTELOG.TXT NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN I-O CADTELE
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUMA TELECONSULTA FOI EXPORTADA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADTELOG
                GO TO R1.
           OPEN I-O CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADTELOG CADTELE
                GO TO R1.
           OPEN INPUT CADPACI
           OPEN OUTPUT CADTLITX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADTLITX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADTELOG CADTELE CADCONS CADPACI
                GO TO R1.
           WRITE REGTLITX FROM ICAB0.
           MOVE SPACES TO REGTLITX
           WRITE REGTLITX.
           WRITE REGTLITX FROM ICAB1.
       IMP-LER.
           READ CADTELOG
               AT END
                   GO TO IMP-TOT.
           IF REGTELOG = SPACES
                GO TO IMP-LER.
           MOVE SPACES TO W-LGSALA W-LGMED W-LGPAC W-LGDUR W-LGQUE
           UNSTRING REGTELOG DELIMITED BY ";"
                    INTO W-LGSALA W-LGMED W-LGPAC W-LGDUR W-LGQUE
           MOVE W-LGSALA TO LL-SALA
           MOVE ZEROS TO LL-DATA LL-HH LL-MI LL-CRM
           MOVE SPACES TO LL-CPF
           IF W-LGMED = SPACES
                MOVE ZEROS TO W-LGMED.
           IF W-LGPAC = SPACES
                MOVE ZEROS TO W-LGPAC.
           IF W-LGDUR = SPACES
                MOVE ZEROS TO W-LGDUR.
           IF W-LGQUE = SPACES
                MOVE ZEROS TO W-LGQUE.
           IF W-LGMED NOT NUMERIC OR W-LGPAC NOT NUMERIC
             OR W-LGDUR NOT NUMERIC OR W-LGQUE NOT NUMERIC
                MOVE "LINHA COM FORMATO INVALIDO" TO LL-OCORR
                GO TO IMP-REJ.
           IF W-LGMEDHH > 23 OR W-LGMEDMI > 59
             OR W-LGPACHH > 23 OR W-LGPACMI > 59
                MOVE "HORARIO DE ENTRADA INVALIDO" TO LL-OCORR
                GO TO IMP-REJ.
           MOVE W-LGSALA TO TEL-SALA
           READ CADTELE KEY IS TEL-SALA
           IF ST-ERRO NOT = "00"
                MOVE "SALA NAO EXPORTADA" TO LL-OCORR
                GO TO IMP-REJ.
           MOVE TEL-DATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LL-DATA
           MOVE TEL-HORA TO W-HHMM
           MOVE W-HHMMHH TO LL-HH
           MOVE W-HHMMMI TO LL-MI
           MOVE TEL-CRM TO LL-CRM
           MOVE TEL-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LL-CPF
           IF TEL-LOGADA
                MOVE "LOG JA IMPORTADO PARA A SALA" TO LL-OCORR
                GO TO IMP-REJ.
           MOVE TEL-CHAVE TO CONS-CHAVE
           READ CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "CONSULTA NAO ENCONTRADA" TO LL-OCORR
                GO TO IMP-REJ.
           IF CONS-CANCELADA
                MOVE "CONSULTA CANCELADA" TO LL-OCORR
                GO TO IMP-REJ.
           MOVE W-LGMED TO TEL-MEDENT
           MOVE W-LGPAC TO TEL-PACENT
           MOVE W-LGDUR-N TO TEL-DURACAO
           MOVE W-LGQUE-N TO TEL-QUEDAS
           MOVE W-DATAHOJE TO TEL-DTLOG
           MOVE "L" TO TEL-SITUACAO
           MOVE LK-OPERADOR TO TEL-OPERADOR
           IF TEL-PACENT = ZEROS
                MOVE "N" TO TEL-RESULT
                MOVE "NAO COMPARECIMENTO DO PACIENTE" TO LL-OCORR
                ADD 1 TO W-TOTFALTA
           ELSE
              IF TEL-MEDENT = ZEROS
                 MOVE "M" TO TEL-RESULT
                 MOVE "MEDICO NAO ENTROU NA SALA - VERIFICAR"
                                                        TO LL-OCORR
                 ADD 1 TO W-TOTSEMMED
              ELSE
                 MOVE "R" TO TEL-RESULT
                 MOVE "REALIZADA" TO LL-OCORR
                 ADD 1 TO W-TOTREAL.
           REWRITE REGTELE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTELE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-FIM.
           IF NOT CONS-AGENDADA AND NOT CONS-PRESENTE
                MOVE "EVIDENCIA GRAVADA - SITUACAO MANTIDA"
                                                        TO LL-OCORR
                GO TO IMP-LIN.
           IF TEL-SEMMEDICO
                GO TO IMP-LIN.
           MOVE TEL-RESULT TO CONS-SITUACAO
           REWRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-FIM.
           IF CONS-REALIZADA
                PERFORM COP-GERA THRU COP-GERA-FIM.
       IMP-LIN.
           WRITE REGTLITX FROM LINLOG
           GO TO IMP-LER.
       IMP-REJ.
           WRITE REGTLITX FROM LINLOG
           ADD 1 TO W-TOTREJ
           GO TO IMP-LER.
       IMP-TOT.
           MOVE SPACES TO REGTLITX
           WRITE REGTLITX.
           MOVE "SESSOES REALIZADAS..............:" TO LO-ROTULO
           MOVE W-TOTREAL TO LO-QTDE
           WRITE REGTLITX FROM LINTOT.
           MOVE "NAO COMPARECIMENTOS.............:" TO LO-ROTULO
           MOVE W-TOTFALTA TO LO-QTDE
           WRITE REGTLITX FROM LINTOT.
           MOVE "MEDICO NAO ENTROU...............:" TO LO-ROTULO
           MOVE W-TOTSEMMED TO LO-QTDE
           WRITE REGTLITX FROM LINTOT.
           MOVE "COPARTICIPACOES GERADAS.........:" TO LO-ROTULO
           MOVE W-TOTCOP TO LO-QTDE
           WRITE REGTLITX FROM LINTOT.
           MOVE "LINHAS REJEITADAS...............:" TO LO-ROTULO
           MOVE W-TOTREJ TO LO-QTDE
           WRITE REGTLITX FROM LINTOT.
           DISPLAY (15, 10) "REALIZADAS..........: " W-TOTREAL
           DISPLAY (16, 10) "NAO COMPARECIMENTO..: " W-TOTFALTA
           DISPLAY (17, 10) "MEDICO NAO ENTROU...: " W-TOTSEMMED
           DISPLAY (18, 10) "REJEITADAS..........: " W-TOTREJ
           MOVE "*** IMPORTACAO CONCLUIDA - VER CADTLIRL.DOC ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-FIM.
           CLOSE CADTELOG CADTELE CADCONS CADPACI CADTLITX
           GO TO R1.

      ******************************************************************
      * COPARTICIPACAO DA TELECONSULTA REALIZADA: PARCELA DO PACIENTE  *
      * PELO PLANO DO CONVENIO E PRECO VIGENTE NA DATA, PENDENTE NO    *
      * CAIXA (CADCOPAR) - MESMA REGRA DA REALIZACAO NO SMP025         *
      ******************************************************************

       COP-GERA.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO COP-GERA-FIM.
           IF CONVENIO = ZEROS
                GO TO COP-GERA-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                GO TO COP-GERA-FIM.
           OPEN INPUT CADPLANO
           IF ST-ERRO NOT = "00"
                CLOSE CADCONV
                GO TO COP-GERA-FIM.
           MOVE "N" TO W-PRCABERTO
           OPEN INPUT CADPRECO
           IF ST-ERRO = "00"
                MOVE "S" TO W-PRCABERTO.
           MOVE CONVENIO TO CONV-CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                GO TO COP-GERA-FECHA.
           MOVE CONV-PLANO TO PLN-CODIGO
           READ CADPLANO
           IF ST-ERRO NOT = "00"
                GO TO COP-GERA-FECHA.
           MOVE PLN-COPTPTEL TO W-COPTP
           COMPUTE W-COPPER = PLN-CTEL-INT + (PLN-CTEL-DEC / 100)
           IF W-COPTP NOT = "P" AND W-COPTP NOT = "V"
                GO TO COP-GERA-FECHA.
           PERFORM PRC-BUSCA THRU PRC-BUSCA-FIM
           COMPUTE W-VALCONS = W-VCONSRS + (W-VCONSCT / 100)
           IF W-COPTP = "P"
                COMPUTE W-COPPAC ROUNDED = W-VALCONS * W-COPPER / 100
           ELSE
                MOVE W-COPPER TO W-COPPAC.
           IF W-COPPAC > W-VALCONS
                MOVE W-VALCONS TO W-COPPAC.
           IF W-COPPAC = ZEROS
                GO TO COP-GERA-FECHA.
       COP-GERA-ABRE.
           OPEN I-O CADCOPAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOPAR
                 CLOSE CADCOPAR
                 GO TO COP-GERA-ABRE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOPAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO COP-GERA-FECHA.
           MOVE CONS-CHAVE TO COP-CHAVE
           READ CADCOPAR
           IF ST-ERRO = "00" AND COP-RECEBIDA
                CLOSE CADCOPAR
                GO TO COP-GERA-FECHA.
           MOVE CONS-CPF TO COP-CPF
           MOVE CONVENIO TO COP-CONVENIO
           MOVE CONV-PLANO TO COP-PLANO
           MOVE CONS-TIPO TO COP-TIPO
           MOVE W-COPTP TO COP-TPCOP
           MOVE W-VALCONS TO COP-VALTOT
           MOVE W-COPPAC TO COP-VALPAC
           COMPUTE COP-VALCONV = W-VALCONS - W-COPPAC
           MOVE "P" TO COP-SITUACAO
           MOVE ZEROS TO COP-RECIBO
           MOVE W-DATAHOJE TO COP-DTGER
           MOVE LK-OPERADOR TO COP-OPERADOR
           IF ST-ERRO = "00"
                REWRITE REGCOPAR
           ELSE
                WRITE REGCOPAR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOPAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
                ADD 1 TO W-TOTCOP.
           CLOSE CADCOPAR.
       COP-GERA-FECHA.
           CLOSE CADCONV CADPLANO
           IF W-PRCABERTO = "S"
                CLOSE CADPRECO.
       COP-GERA-FIM.
           EXIT.

      *----PRECO VIGENTE NA DATA DA CONSULTA (MESMA REGRA DA REMESSA)--*

       PRC-BUSCA.
           MOVE PLN-VCONS-RS  TO W-VCONSRS
           MOVE PLN-VCONS-CT  TO W-VCONSCT
           IF W-PRCABERTO NOT = "S"
                GO TO PRC-BUSCA-FIM.
           MOVE CONV-PLANO TO PRC-PLANO
           MOVE ZEROS TO PRC-VIGENCIA
           START CADPRECO KEY IS NOT LESS PRC-CHAVE
               INVALID KEY
                   GO TO PRC-BUSCA-FIM.
       PRC-BUSCA1.
           READ CADPRECO NEXT RECORD
               AT END
                   GO TO PRC-BUSCA-FIM.
           IF PRC-PLANO NOT = CONV-PLANO
                GO TO PRC-BUSCA-FIM.
           IF PRC-VIGENCIA > CONS-DATA
                GO TO PRC-BUSCA-FIM.
           IF PRC-VALORTEL NOT = ZEROS
                MOVE PRC-VTEL-RS TO W-VCONSRS
                MOVE PRC-VTEL-CT TO W-VCONSCT
           ELSE
                MOVE PRC-VCONS-RS  TO W-VCONSRS
                MOVE PRC-VCONS-CT  TO W-VCONSCT.
           GO TO PRC-BUSCA1.
       PRC-BUSCA-FIM.
           EXIT.

      ******************************************************************
      * RELATORIO MENSAL DAS SESSOES COM LOG IMPORTADO, FILTRADO PELO  *
      * CONVENIO ATUAL DO PACIENTE (0000 = TODOS), PARA A COBRANCA     *
      ******************************************************************
       REL-001.
           MOVE W-DATAHOJE TO W-DATAREF
           MOVE W-REFMES TO W-RELMES
           MOVE W-REFANO TO W-RELANO
           MOVE ZEROS TO W-RELCONV
           DISPLAY (15, 10) "MES/ANO DAS SESSOES (MM AAAA).:"
           ACCEPT (15, 44) W-RELMES WITH UPDATE
           ACCEPT (15, 47) W-RELANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-RELMES < 1 OR W-RELMES > 12 OR W-RELANO = ZEROS
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
       REL-002.
           DISPLAY (16, 10) "CONVENIO (0000 = TODOS).......:"
           ACCEPT (16, 44) W-RELCONV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO REL-001.
           MOVE "TODOS" TO CM-CONV
           IF W-RELCONV = ZEROS
                GO TO REL-003.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-002.
           MOVE W-RELCONV TO CONV-CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                CLOSE CADCONV
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-002.
           MOVE CONV-NOME TO CM-CONV
           CLOSE CADCONV.
       REL-003.
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUMA TELECONSULTA FOI EXPORTADA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT CADPACI
           OPEN OUTPUT CADTELTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADTELTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADTELE CADPACI
                GO TO R1.
           WRITE REGTELTX FROM CAB0.
           MOVE W-RELMES TO CM-MES
           MOVE W-RELANO TO CM-ANO
           WRITE REGTELTX FROM CABMES.
           MOVE SPACES TO REGTELTX
           WRITE REGTELTX.
           WRITE REGTELTX FROM CABCOL.
           MOVE ZEROS TO W-TOTREAL W-TOTFALTA W-TOTSEMMED W-TOTMIN
           MOVE ZEROS TO W-TOTLIN
           MOVE ZEROS TO TEL-CHAVE
           START CADTELE KEY IS NOT LESS TEL-CHAVE
               INVALID KEY
                   GO TO REL-TOT.
       REL-LER.
           READ CADTELE NEXT RECORD
               AT END
                   GO TO REL-TOT.
           IF NOT TEL-LOGADA
                GO TO REL-LER.
           IF TEL-ANO NOT = W-RELANO OR TEL-MES NOT = W-RELMES
                GO TO REL-LER.
           MOVE TEL-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE ZEROS TO CONVENIO.
           IF W-RELCONV NOT = ZEROS AND CONVENIO NOT = W-RELCONV
                GO TO REL-LER.
           MOVE TEL-DATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LV-DATA
           MOVE TEL-HORA TO W-HHMM
           MOVE W-HHMMHH TO LV-HH
           MOVE W-HHMMMI TO LV-MI
           MOVE TEL-CRM TO LV-CRM
           MOVE TEL-CPF TO LV-CPF
           MOVE CONVENIO TO LV-CONV
           MOVE TEL-MEDENT TO W-HHMM
           MOVE W-HHMMHH TO LV-MEDHH
           MOVE W-HHMMMI TO LV-MEDMI
           MOVE TEL-PACENT TO W-HHMM
           MOVE W-HHMMHH TO LV-PACHH
           MOVE W-HHMMMI TO LV-PACMI
           MOVE TEL-DURACAO TO LV-DUR
           MOVE TEL-QUEDAS TO LV-QDA
           MOVE TEL-SALA TO LV-SALA
           IF TEL-REALIZADA
                MOVE "REALIZADA" TO LV-RESULT
                ADD 1 TO W-TOTREAL
                ADD TEL-DURACAO TO W-TOTMIN
           ELSE
              IF TEL-NAOCOMP
                 MOVE "NAO COMPAR." TO LV-RESULT
                 ADD 1 TO W-TOTFALTA
              ELSE
                 MOVE "SEM MEDICO" TO LV-RESULT
                 ADD 1 TO W-TOTSEMMED.
           WRITE REGTELTX FROM LINEVD.
           ADD 1 TO W-TOTLIN
           GO TO REL-LER.
       REL-TOT.
           MOVE SPACES TO REGTELTX
           WRITE REGTELTX.
           MOVE "SESSOES REALIZADAS..............:" TO LO-ROTULO
           MOVE W-TOTREAL TO LO-QTDE
           WRITE REGTELTX FROM LINTOT.
           MOVE "MINUTOS EM SESSAO (REALIZADAS)..:" TO LO-ROTULO
           MOVE W-TOTMIN TO LO-QTDE
           WRITE REGTELTX FROM LINTOT.
           MOVE "NAO COMPARECIMENTOS.............:" TO LO-ROTULO
           MOVE W-TOTFALTA TO LO-QTDE
           WRITE REGTELTX FROM LINTOT.
           MOVE "MEDICO NAO ENTROU...............:" TO LO-ROTULO
           MOVE W-TOTSEMMED TO LO-QTDE
           WRITE REGTELTX FROM LINTOT.
           IF W-TOTLIN = ZEROS
                MOVE "*** NENHUMA SESSAO NO PERIODO ***" TO MENS
           ELSE
                MOVE "*** RELATORIO GERADO EM CADTELRL.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REL-FIM.
           CLOSE CADTELE CADPACI CADTELTX
           GO TO R1.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF DA IMPORTACAO CONFORME O PERFIL DO OPERADOR-------------*

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
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
