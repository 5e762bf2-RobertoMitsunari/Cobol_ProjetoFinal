       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP129.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * IMPORTACAO DAS SOLICITACOES DE AGENDAMENTO DO SITE  *
      * E DO APLICATIVO (SOLICWEB.TXT, DELIMITADO POR ";"): *
      * PROTOCOLO;CPF;NOME;DDD+TELEFONE;CONVENIO;ESPEC;CRM; *
      * PERIODO (M/T/N/Q), CAMPOS NUMERICOS COM ZEROS A     *
      * ESQUERDA, CRM ZERADO = QUALQUER MEDICO. VALIDA O    *
      * PACIENTE (CADPACI) E A ELEGIBILIDADE DO CONVENIO,   *
      * RESERVA O PRIMEIRO SLOT LIVRE COMPATIVEL DA GRADE   *
      * (CADSLOT) EM ATE 60 DIAS OU INCLUI NA LISTA DE      *
      * ESPERA (CADESPER). PACIENTE NOVO ENTRA COMO PRE-     *
      * CADASTRO (SITUACAO P), COMPLETADO NO CHECK-IN. A    *
      * RESPOSTA AO SITE SAI EM RESPWEB.TXT (C=CONFIRMADA,  *
      * E=LISTA DE ESPERA, R=RECUSADA COM O MOTIVO). CADA   *
      * PROTOCOLO FICA EM CADSOLWB.DAT: REENVIO DEVOLVE A   *
      * MESMA RESPOSTA SEM AGENDAR DE NOVO                  *
      * CONVENIO DIFERENTE DO CADASTRO E ACEITO QUANDO FOR  *
      * COBERTURA ATIVA DO PACIENTE (CADCOBER); A CONSULTA  *
      * GRAVA A COBERTURA USADA                             *
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
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
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
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LES-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT CADDEMAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEM-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSOLWB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SWB-PROTOCOLO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT SOLICWEB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT RESPWEB ASSIGN TO DISK
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
          03 PAC-NASC       PIC 9(08).
          03 PAC-SEXO       PIC X(01).
          03 PAC-GENERO     PIC X(01).
          03 PAC-TELEFONE.
             05 PAC-DDD     PIC 9(02).
             05 PAC-NUM     PIC 9(09).
          03 PAC-EMAIL      PIC X(40).
          03 PAC-CEP        PIC 9(08).
          03 PAC-NUMLOGRA   PIC 9(04).
          03 PAC-COMLOGRA   PIC X(12).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
             88 PAC-PRECAD      VALUE "P".
          03 PAC-DTCAD.
             05 PAC-DTCADDIA PIC 9(02).
             05 PAC-DTCADMES PIC 9(02).
             05 PAC-DTCADANO PIC 9(04).
          03 PAC-DTALT      PIC 9(08).
          03 PAC-CARTEIRA   PIC X(20).
          03 PAC-CARTVALID  PIC 9(08).
          03 PAC-TITULAR    PIC 9(11).
          03 PAC-PARENTESCO PIC X(01).
          03 PAC-DTOBITO    PIC 9(08).
          03 PAC-OBITOFONTE PIC X(03).
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
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01 REGESP.
          03 ESP-CODIGO        PIC 9(02).
          03 ESP-DESCR         PIC X(20).
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
             88 PLN-AMBULATORIAL-SIM VALUE "S".
             88 PLN-AMBULATORIAL-NAO VALUE "N".
          03 PLN-URGENCIA      PIC X(01).
          03 FILLER            PIC X(65).
      *
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRD-CHAVE.
             05 CRD-CRM        PIC 9(06).
             05 CRD-CONV       PIC 9(04).
             05 CRD-DTINI      PIC 9(08).
          03 CRD-DTFIM         PIC 9(08).
          03 CRD-DTALT         PIC 9(08).
          03 CRD-OPERADOR      PIC X(08).
      *
       FD CADSLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSLOT.DAT".
       01 REGSLOT.
          03 SLT-CHAVE.
             05 SLT-CRM        PIC 9(06).
             05 SLT-DATA       PIC 9(08).
             05 SLT-HORA       PIC 9(04).
          03 SLT-SITUACAO      PIC X(01).
             88 SLT-LIVRE          VALUE "L".
             88 SLT-OCUPADO        VALUE "O".
      *
       FD CADESPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPER.DAT".
       01 REGESPER.
          03 LES-SEQ           PIC 9(06).
          03 LES-CPF           PIC 9(11).
          03 LES-CRM           PIC 9(06).
          03 LES-ESPEC         PIC 9(02).
          03 LES-PERIODO       PIC X(01).
             88 LES-MANHA          VALUE "M".
             88 LES-TARDE          VALUE "T".
             88 LES-NOITE          VALUE "N".
             88 LES-QUALQUER       VALUE "Q".
          03 LES-SITUACAO      PIC X(01).
             88 LES-AGUARDANDO     VALUE "A".
             88 LES-ATENDIDA       VALUE "T".
             88 LES-CANCELADA      VALUE "C".
          03 LES-DATAINC.
             05 LES-DTINCDIA   PIC 9(02).
             05 LES-DTINCMES   PIC 9(02).
             05 LES-DTINCANO   PIC 9(04).
      *
       FD CADDEMAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEMAN.DAT".
       01 REGDEMAN.
          03 DEM-SEQ           PIC 9(06).
          03 DEM-ESPEC         PIC 9(02).
          03 DEM-DATA          PIC 9(08).
          03 DEM-PERIODO       PIC X(01).
      *
       FD CADSOLWB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLWB.DAT".
       01 REGSOLWB.
          03 SWB-PROTOCOLO     PIC X(10).
          03 SWB-CPF           PIC 9(11).
          03 SWB-ESPEC         PIC 9(02).
          03 SWB-DTIMP         PIC 9(08).
          03 SWB-SITUACAO      PIC X(01).
             88 SWB-CONFIRMADA     VALUE "C".
             88 SWB-ESPERA         VALUE "E".
             88 SWB-RECUSADA       VALUE "R".
          03 SWB-CRM           PIC 9(06).
          03 SWB-DATA          PIC 9(08).
          03 SWB-HORA          PIC 9(04).
          03 SWB-MOTIVO        PIC X(40).
          03 SWB-OPERADOR      PIC X(08).
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
       FD SOLICWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SOLICWEB.TXT".
       01 REGSOLIC    PIC X(200).
      *
       FD RESPWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESPWEB.TXT".
       01 REGRESP     PIC X(130).
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
             88 COB-ATIVA          VALUE "A".
          03 COB-DTALT         PIC 9(08).
          03 COB-OPERADOR      PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 W-LOGPROG     PIC X(07) VALUE "SMP129".
      *
      *----CAMPOS DA LINHA DA SOLICITACAO------------------------------*
      *
       01 W-CPPROT      PIC X(10) VALUE SPACES.
       01 W-CPCPF       PIC X(11) VALUE SPACES.
       01 W-CPNOME      PIC X(30) VALUE SPACES.
       01 W-CPFONE      PIC X(11) VALUE SPACES.
       01 W-CPFONE-R REDEFINES W-CPFONE.
          03 W-CPDDD    PIC 9(02).
          03 W-CPNUM    PIC 9(09).
       01 W-CPCONV      PIC X(04) VALUE SPACES.
       01 W-CPESP       PIC X(02) VALUE SPACES.
       01 W-CPCRM       PIC X(06) VALUE SPACES.
       01 W-CPPER       PIC X(01) VALUE SPACES.
       01 W-SOLCPF      PIC 9(11) VALUE ZEROS.
       01 W-SOLCONV     PIC 9(04) VALUE ZEROS.
       01 W-SOLESP      PIC 9(02) VALUE ZEROS.
       01 W-SOLCRM      PIC 9(06) VALUE ZEROS.
       01 W-SOLPER      PIC X(01) VALUE SPACES.
       01 W-COBABERTO   PIC X(01) VALUE "N".
       01 W-COBACHOU    PIC X(01) VALUE "N".
       01 W-COBSEQ      PIC 9(02) VALUE ZEROS.
       01 W-COBPLANO    PIC 9(02) VALUE ZEROS.
       01 W-COBPRIO     PIC 9(02) VALUE ZEROS.
       01 W-COBCART     PIC X(20) VALUE SPACES.
       01 W-COBVALID    PIC 9(08) VALUE ZEROS.
      *
      *----RESULTADO DA SOLICITACAO------------------------------------*
      *
       01 W-RSPSIT      PIC X(01) VALUE SPACES.
       01 W-RSPMOTIVO   PIC X(40) VALUE SPACES.
       01 W-GRAVACTL    PIC X(01) VALUE "N".
       01 W-PRECAD      PIC X(01) VALUE "N".
       01 W-TOTLIDAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTCONF     PIC 9(06) VALUE ZEROS.
       01 W-TOTESPERA   PIC 9(06) VALUE ZEROS.
       01 W-TOTRECUS    PIC 9(06) VALUE ZEROS.
       01 W-TOTPRECAD   PIC 9(06) VALUE ZEROS.
       01 W-TOTREPET    PIC 9(06) VALUE ZEROS.
      *
      *----VERIFICACAO DO DIGITO DO CPF--------------------------------*
      *
       01 CPFDIG        PIC 9(11) VALUE ZEROS.
       01 CPFTAB REDEFINES CPFDIG.
          03 CPFD       PIC 9 OCCURS 11 TIMES.
       01 CPFIND        PIC 9(02) VALUE ZEROS.
       01 CPFPESO       PIC 9(02) VALUE ZEROS.
       01 CPFSOMA       PIC 9(04) VALUE ZEROS.
       01 CPFQUOC       PIC 9(04) VALUE ZEROS.
       01 CPFRESTO      PIC 9(02) VALUE ZEROS.
       01 CPFDV1        PIC 9(01) VALUE ZEROS.
       01 CPFDV2        PIC 9(01) VALUE ZEROS.
      *
      *----BUSCA DO SLOT LIVRE-----------------------------------------*
      *
       01 TABMED.
          03 TBM-CRM    PIC 9(06) OCCURS 50 TIMES.
       01 W-TOTMED      PIC 9(02) VALUE ZEROS.
       01 IND           PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HORAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AGORAHH  PIC 9(02).
          03 W-AGORAMI  PIC 9(02).
          03 W-AGORASS  PIC 9(02).
          03 W-AGORACC  PIC 9(02).
       01 W-AGORA4      PIC 9(04) VALUE ZEROS.
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-DTLIMITE    PIC 9(08) VALUE ZEROS.
       01 W-DIASBUSCA   PIC 9(03) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-SLTHH       PIC 9(02) VALUE ZEROS.
       01 W-PERSLOT     PIC X(01) VALUE SPACES.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-MELHORCRM   PIC 9(06) VALUE ZEROS.
       01 W-MELHORDATA  PIC 9(08) VALUE ZEROS.
       01 W-MELHORDATA-R REDEFINES W-MELHORDATA.
          03 W-MELHORANO PIC 9(04).
          03 W-MELHORMES PIC 9(02).
          03 W-MELHORDIA PIC 9(02).
       01 W-MELHORHORA  PIC 9(04) VALUE ZEROS.
       01 W-MELHORCANC  PIC X(01) VALUE "N".
       01 W-LIVRECANC   PIC X(01) VALUE "N".
       01 W-CRDABERTO   PIC X(01) VALUE "N".
       01 W-CRDOK       PIC X(01) VALUE "N".
       01 W-DEMABERTO   PIC X(01) VALUE "N".
       01 W-DEMSEQ      PIC 9(06) VALUE ZEROS.
       01 W-LESSEQ      PIC 9(06) VALUE ZEROS.
       01 W-LESDUP      PIC X(01) VALUE "N".
       01 W-CONSDUP     PIC X(01) VALUE "N".
       01 W-CRMDUP      PIC 9(06) VALUE ZEROS.
      *
       01 W-DATAAUD     PIC 9(08) VALUE ZEROS.
       01 W-DATAAUD-R REDEFINES W-DATAAUD.
          03 W-AUDANO   PIC 9(04).
          03 W-AUDMES   PIC 9(02).
          03 W-AUDDIA   PIC 9(02).
       01 W-HORAAUD     PIC 9(08) VALUE ZEROS.
       01 W-HORAAUD-R REDEFINES W-HORAAUD.
          03 W-AUDHH    PIC 9(02).
          03 W-AUDMM    PIC 9(02).
          03 W-AUDSS    PIC 9(02).
          03 W-AUDCC    PIC 9(02).
      *
      *----LINHA DE RESPOSTA AO SITE (DELIMITADA POR ";")--------------*
      *
       01 LINRESP.
          03 LR-PROTOCOLO PIC X(10).
          03 FILLER       PIC X(01) VALUE ";".
          03 LR-CPF       PIC 9(11).
          03 FILLER       PIC X(01) VALUE ";".
          03 LR-SITUACAO  PIC X(01).
          03 FILLER       PIC X(01) VALUE ";".
          03 LR-DATA.
             05 LR-DIA    PIC 9(02).
             05 LR-MES    PIC 9(02).
             05 LR-ANO    PIC 9(04).
          03 FILLER       PIC X(01) VALUE ";".
          03 LR-HORA      PIC 9(04).
          03 FILLER       PIC X(01) VALUE ";".
          03 LR-CRM       PIC 9(06).
          03 FILLER       PIC X(01) VALUE ";".
          03 LR-MEDICO    PIC X(30).
          03 FILLER       PIC X(01) VALUE ";".
          03 LR-MOTIVO    PIC X(40).
       01 W-DTRESP      PIC 9(08) VALUE ZEROS.
       01 W-DTRESP-R REDEFINES W-DTRESP.
          03 W-DTRANO   PIC 9(04).
          03 W-DTRMES   PIC 9(02).
          03 W-DTRDIA   PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT129.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** IMPORTACAO DE SOLICITACOES DE".
           05  LINE 02  COLUMN 41
               VALUE  " AGENDAMENTO (SITE/APP) ***".
           05  LINE 08  COLUMN 10
               VALUE  "LE O ARQUIVO SOLICWEB.TXT, AGENDA O PRIM".
           05  LINE 08  COLUMN 50
               VALUE  "EIRO HORARIO LIVRE".
           05  LINE 09  COLUMN 10
               VALUE  "COMPATIVEL OU INCLUI NA LISTA DE ESPERA ".
           05  LINE 09  COLUMN 50
               VALUE  "E GRAVA A RESPOSTA".
           05  LINE 10  COLUMN 10
               VALUE  "PARA O SITE EM RESPWEB.TXT".
           05  LINE 12  COLUMN 10
               VALUE  "CONFIRMA A IMPORTACAO (S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 40  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      *
       INC-001.
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT129.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           IF W-OPCAO = "N" OR "n"
                MOVE "* IMPORTACAO RECUSADA PELO OPERADOR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT SOLICWEB
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO SOLICWEB.TXT NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           OPEN I-O CADSLOT
           IF ST-ERRO NOT = "00"
                MOVE "*** GRADE DE HORARIOS (CADSLOT) NAO GERADA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE SOLICWEB
                GO TO ROT-FIMP.
           OPEN I-O CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE SOLICWEB CADSLOT
                GO TO ROT-FIMP.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE SOLICWEB CADSLOT CADCONS
                GO TO ROT-FIMP.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO REGMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADESP" TO MENS
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
           MOVE "N" TO W-CRDABERTO
           OPEN INPUT CADCRED
           IF ST-ERRO = "00"
                MOVE "S" TO W-CRDABERTO.
       INC-OP1.
           OPEN I-O CADESPER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESPER
                 CLOSE CADESPER
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESPER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADSOLWB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSOLWB
                 CLOSE CADSOLWB
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSOLWB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       INC-OP3.
           MOVE "N" TO W-DEMABERTO
           OPEN I-O CADDEMAN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDEMAN
                 CLOSE CADDEMAN
                 GO TO INC-OP3
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE "S" TO W-DEMABERTO.
       INC-OP4.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 GO TO INC-OP4
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN OUTPUT RESPWEB
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO RESPWEB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN INPUT CADCOBER
           IF ST-ERRO = "00"
                MOVE "S" TO W-COBABERTO.
      *
      *----HORIZONTE DA BUSCA: HOJE ATE 60 DIAS CORRIDOS---------------*
      *
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           COMPUTE W-AGORA4 = (W-AGORAHH * 100) + W-AGORAMI
           MOVE W-HOJE TO W-TENTDATA
           MOVE ZEROS TO W-DIASBUSCA.
       INC-LIMITE.
           PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
           ADD 1 TO W-DIASBUSCA
           IF W-DIASBUSCA < 60
                GO TO INC-LIMITE.
           MOVE W-TENTDATA TO W-DTLIMITE.
      *
      *----PROCESSA CADA SOLICITACAO DO ARQUIVO------------------------*
      *
       IMP-LER.
           READ SOLICWEB
               AT END
                   GO TO IMP-TOT.
           IF REGSOLIC = SPACES
                GO TO IMP-LER.
           ADD 1 TO W-TOTLIDAS
           MOVE SPACES TO W-CPPROT W-CPCPF W-CPNOME W-CPFONE
           MOVE SPACES TO W-CPCONV W-CPESP W-CPCRM W-CPPER
           UNSTRING REGSOLIC DELIMITED BY ";"
                    INTO W-CPPROT W-CPCPF W-CPNOME W-CPFONE
                         W-CPCONV W-CPESP W-CPCRM W-CPPER
           MOVE SPACES TO W-RSPSIT W-RSPMOTIVO
           MOVE ZEROS TO W-SOLCPF W-SOLCONV W-SOLESP W-SOLCRM
           MOVE ZEROS TO W-MELHORCRM W-MELHORDATA W-MELHORHORA
           MOVE "N" TO W-GRAVACTL W-PRECAD
           IF W-CPCPF NUMERIC
                MOVE W-CPCPF TO W-SOLCPF.
           IF W-CPPROT = SPACES
                MOVE "PROTOCOLO NAO INFORMADO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
      *
      *----PROTOCOLO JA PROCESSADO: DEVOLVE A MESMA RESPOSTA-----------*
      *
           MOVE W-CPPROT TO SWB-PROTOCOLO
           READ CADSOLWB
           IF ST-ERRO = "00"
                ADD 1 TO W-TOTREPET
                MOVE SWB-SITUACAO TO W-RSPSIT
                MOVE SWB-MOTIVO TO W-RSPMOTIVO
                MOVE SWB-CRM TO W-MELHORCRM
                MOVE SWB-DATA TO W-MELHORDATA
                MOVE SWB-HORA TO W-MELHORHORA
                PERFORM RSP-GRAVA THRU RSP-GRAVA-FIM
                GO TO IMP-LER.
           MOVE "S" TO W-GRAVACTL.
      *
      *----CRITICA DOS CAMPOS DA SOLICITACAO---------------------------*
      *
       IMP-VALIDA.
           IF W-SOLCPF = ZEROS
                MOVE "CPF INVALIDO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           MOVE W-SOLCPF TO CPFDIG
           PERFORM CPF-DV1 THRU CPF-DV1-FIM
           PERFORM CPF-DV2 THRU CPF-DV2-FIM
           IF CPFDV1 NOT = CPFD (10) OR CPFDV2 NOT = CPFD (11)
                MOVE "CPF INVALIDO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           IF W-CPESP NOT NUMERIC
                MOVE "ESPECIALIDADE INVALIDA" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           MOVE W-CPESP TO W-SOLESP ESP-CODIGO
           READ CADESP
           IF ST-ERRO NOT = "00"
                MOVE "ESPECIALIDADE NAO CADASTRADA" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           IF W-CPCONV = SPACES
                MOVE ZEROS TO W-CPCONV.
           IF W-CPCONV NOT NUMERIC
                MOVE "CONVENIO INVALIDO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           MOVE W-CPCONV TO W-SOLCONV
           MOVE W-CPPER TO W-SOLPER
           IF W-SOLPER = SPACES OR "q"
                MOVE "Q" TO W-SOLPER.
           IF W-SOLPER = "m"
                MOVE "M" TO W-SOLPER.
           IF W-SOLPER = "t"
                MOVE "T" TO W-SOLPER.
           IF W-SOLPER = "n"
                MOVE "N" TO W-SOLPER.
           IF W-SOLPER NOT = "M" AND NOT = "T" AND NOT = "N"
                             AND NOT = "Q"
                MOVE "PERIODO INVALIDO (M/T/N/Q)" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           IF W-CPCRM = SPACES
                MOVE ZEROS TO W-CPCRM.
           IF W-CPCRM NOT NUMERIC
                MOVE "CRM INVALIDO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           MOVE W-CPCRM TO W-SOLCRM
           IF W-SOLCRM = ZEROS
                GO TO IMP-CONV.
           MOVE W-SOLCRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "MEDICO NAO CADASTRADO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           IF MED-INATIVO
                MOVE "MEDICO NAO ESTA ATENDENDO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           IF ESPECIALIDADE NOT = W-SOLESP
                MOVE "MEDICO NAO ATENDE A ESPECIALIDADE"
                                                     TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
      *
      *----ELEGIBILIDADE DO CONVENIO (PARTICULAR = 0000)---------------*
      *
       IMP-CONV.
           MOVE ZEROS TO W-COBSEQ W-COBPLANO W-COBVALID
           MOVE SPACES TO W-COBCART
           IF W-SOLCONV = ZEROS
                GO TO IMP-PAC.
           MOVE W-SOLCONV TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "CONVENIO NAO CADASTRADO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           IF CONV-INATIVO
                MOVE "CONVENIO NAO ATENDIDO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           MOVE PLANO TO W-COBPLANO
           MOVE PLANO TO PLN-CODIGO
           READ CADPLANO
           IF ST-ERRO NOT = "00"
                MOVE "PLANO DO CONVENIO NAO CADASTRADO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           IF NOT PLN-AMBULATORIAL-SIM
                MOVE "PLANO NAO COBRE CONSULTA AMBULATORIAL"
                                                     TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
      *
      *----PACIENTE: CADASTRADO OU PRE-CADASTRO------------------------*
      *
       IMP-PAC.
           MOVE W-SOLCPF TO CPF
           READ CADPACI
           IF ST-ERRO = "23"
                GO TO IMP-NOVO.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-TOT.
           IF PAC-INATIVO OR PAC-OBITO
                MOVE "CADASTRO BLOQUEADO - PROCURAR A RECEPCAO"
                                                     TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           MOVE PAC-CARTEIRA TO W-COBCART
           MOVE PAC-CARTVALID TO W-COBVALID
           IF PACCONVENIO NOT = W-SOLCONV
                PERFORM COB-BUSCA THRU COB-BUSCA-FIM
                IF W-COBACHOU NOT = "S"
                     MOVE "CONVENIO DIFERENTE DO CADASTRADO"
                                                     TO W-RSPMOTIVO
                     GO TO IMP-RECUSA.
           IF W-SOLCONV NOT = ZEROS AND W-COBVALID NOT = ZEROS
              IF W-COBVALID < W-HOJE
                MOVE "CARTEIRINHA DO CONVENIO VENCIDA" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           PERFORM DUP-CHECA THRU DUP-CHECA-FIM
           IF W-CONSDUP = "S"
                MOVE "JA POSSUI CONSULTA AGENDADA NA ESPECIALIDADE"
                                                     TO W-RSPMOTIVO
                MOVE W-CRMDUP TO W-MELHORCRM
                GO TO IMP-RECUSA.
           GO TO IMP-BUSCA.
       IMP-NOVO.
           IF W-CPNOME = SPACES
                MOVE "PACIENTE NOVO SEM NOME INFORMADO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           PERFORM PRE-GRAVA THRU PRE-GRAVA-FIM
           IF W-PRECAD NOT = "S"
                MOVE "ERRO NA GRAVACAO DO PRE-CADASTRO" TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
      *
      *----PRIMEIRO HORARIO LIVRE COMPATIVEL OU LISTA DE ESPERA--------*
      *
       IMP-BUSCA.
           PERFORM CAR-MED THRU CAR-MED-FIM
           MOVE "N" TO W-ACHOU
           MOVE 1 TO IND.
       IMP-BUSCA1.
           IF IND > W-TOTMED
                GO TO IMP-BUSCA2.
           PERFORM SLT-BUSCA THRU SLT-BUSCA-FIM
           ADD 1 TO IND
           GO TO IMP-BUSCA1.
       IMP-BUSCA2.
           IF W-ACHOU NOT = "S"
                GO TO IMP-ESPERA.
           PERFORM AGE-GRAVA THRU AGE-GRAVA-FIM
           IF ST-ERRO NOT = "00" AND NOT = "02"
                GO TO IMP-ESPERA.
           MOVE "C" TO W-RSPSIT
           MOVE "CONSULTA AGENDADA" TO W-RSPMOTIVO
           IF W-PRECAD = "S"
                MOVE "CONSULTA AGENDADA - TRAZER DOCUMENTOS"
                                                     TO W-RSPMOTIVO.
           ADD 1 TO W-TOTCONF
           PERFORM RSP-GRAVA THRU RSP-GRAVA-FIM
           GO TO IMP-LER.
       IMP-ESPERA.
           MOVE ZEROS TO W-MELHORCRM W-MELHORDATA W-MELHORHORA
           PERFORM LES-GRAVA THRU LES-GRAVA-FIM
           IF ST-ERRO NOT = "00" AND NOT = "02"
                MOVE "ERRO NA GRAVACAO DA LISTA DE ESPERA"
                                                     TO W-RSPMOTIVO
                GO TO IMP-RECUSA.
           MOVE "E" TO W-RSPSIT
           IF W-LESDUP = "S"
                MOVE "SEM HORARIO - JA CONSTA NA LISTA DE ESPERA"
                                                     TO W-RSPMOTIVO
           ELSE
                MOVE "SEM HORARIO - INCLUIDO NA LISTA DE ESPERA"
                                                     TO W-RSPMOTIVO
                PERFORM DEM-GRAVA THRU DEM-GRAVA-FIM.
           ADD 1 TO W-TOTESPERA
           PERFORM RSP-GRAVA THRU RSP-GRAVA-FIM
           GO TO IMP-LER.
       IMP-RECUSA.
           MOVE "R" TO W-RSPSIT
           ADD 1 TO W-TOTRECUS
           IF W-MELHORCRM = ZEROS
                MOVE ZEROS TO W-MELHORDATA W-MELHORHORA.
           PERFORM RSP-GRAVA THRU RSP-GRAVA-FIM
           GO TO IMP-LER.

      ******************************************************************
      * MEDICOS CANDIDATOS: O INDICADO NA SOLICITACAO OU TODOS OS      *
      * ATIVOS DA ESPECIALIDADE                                        *
      ******************************************************************
       CAR-MED.
           MOVE ZEROS TO W-TOTMED
           IF W-SOLCRM NOT = ZEROS
                MOVE 1 TO W-TOTMED
                MOVE W-SOLCRM TO TBM-CRM (1)
                GO TO CAR-MED-FIM.
           MOVE ZEROS TO CRM
           START REGMED KEY IS NOT LESS CRM
               INVALID KEY
                   GO TO CAR-MED-FIM.
       CAR-MED1.
           READ REGMED NEXT RECORD
               AT END
                   GO TO CAR-MED-FIM.
           IF MED-INATIVO
                GO TO CAR-MED1.
           IF ESPECIALIDADE NOT = W-SOLESP
                GO TO CAR-MED1.
           IF W-TOTMED NOT < 50
                GO TO CAR-MED-FIM.
           ADD 1 TO W-TOTMED
           MOVE CRM TO TBM-CRM (W-TOTMED)
           GO TO CAR-MED1.
       CAR-MED-FIM.
           EXIT.

      ******************************************************************
      * PRIMEIRO SLOT LIVRE DO MEDICO TBM-CRM(IND) NA GRADE, NO        *
      * PERIODO PEDIDO, DENTRO DO HORIZONTE E COM CREDENCIAMENTO NO    *
      * CONVENIO NA DATA. GUARDA O MAIS CEDO ENTRE OS MEDICOS          *
      ******************************************************************
       SLT-BUSCA.
           MOVE TBM-CRM (IND) TO SLT-CRM
           MOVE W-HOJE TO SLT-DATA
           MOVE ZEROS TO SLT-HORA
           START CADSLOT KEY IS NOT LESS SLT-CHAVE
               INVALID KEY
                   GO TO SLT-BUSCA-FIM.
       SLT-BUSCA1.
           READ CADSLOT NEXT RECORD
               AT END
                   GO TO SLT-BUSCA-FIM.
           IF SLT-CRM NOT = TBM-CRM (IND)
                GO TO SLT-BUSCA-FIM.
           IF SLT-DATA > W-DTLIMITE
                GO TO SLT-BUSCA-FIM.
           IF W-ACHOU = "S"
              IF SLT-DATA > W-MELHORDATA
                 GO TO SLT-BUSCA-FIM
              ELSE
                 IF SLT-DATA = W-MELHORDATA AND
                    SLT-HORA NOT < W-MELHORHORA
                    GO TO SLT-BUSCA-FIM.
           IF NOT SLT-LIVRE
                GO TO SLT-BUSCA1.
           IF SLT-DATA = W-HOJE AND SLT-HORA NOT > W-AGORA4
                GO TO SLT-BUSCA1.
           COMPUTE W-SLTHH = SLT-HORA / 100
           IF W-SLTHH < 12
                MOVE "M" TO W-PERSLOT
           ELSE
                IF W-SLTHH < 18
                   MOVE "T" TO W-PERSLOT
                ELSE
                   MOVE "N" TO W-PERSLOT.
           IF W-SOLPER NOT = "Q" AND W-SOLPER NOT = W-PERSLOT
                GO TO SLT-BUSCA1.
           MOVE SLT-DATA TO W-TENTDATA
           PERFORM CRD-CHECA THRU CRD-CHECA-FIM
           IF W-CRDOK NOT = "S"
                GO TO SLT-BUSCA1.
      *----CONFERE O CADCONS: SO VALE HORARIO SEM CONSULTA ATIVA-------*
           MOVE SLT-CRM TO CONS-CRM
           MOVE SLT-DATA TO CONS-DATA
           MOVE SLT-HORA TO CONS-HORA
           READ CADCONS
           IF ST-ERRO = "23"
                MOVE "N" TO W-LIVRECANC
           ELSE
                IF ST-ERRO = "00" AND CONS-CANCELADA
                   MOVE "S" TO W-LIVRECANC
                ELSE
                   GO TO SLT-BUSCA1.
           MOVE "S" TO W-ACHOU
           MOVE SLT-CRM TO W-MELHORCRM
           MOVE SLT-DATA TO W-MELHORDATA
           MOVE SLT-HORA TO W-MELHORHORA
           MOVE W-LIVRECANC TO W-MELHORCANC.
       SLT-BUSCA-FIM.
           EXIT.

      *----CREDENCIAMENTO DO MEDICO NO CONVENIO NA DATA W-TENTDATA-----*
      *----(W-CRDOK=S). PARTICULAR NAO E VERIFICADO--------------------*

       CRD-CHECA.
           MOVE "S" TO W-CRDOK
           IF W-CRDABERTO NOT = "S"
                GO TO CRD-CHECA-FIM.
           IF W-SOLCONV = ZEROS
                GO TO CRD-CHECA-FIM.
           MOVE "N" TO W-CRDOK
           MOVE TBM-CRM (IND) TO CRD-CRM
           MOVE W-SOLCONV TO CRD-CONV
           MOVE ZEROS TO CRD-DTINI
           START CADCRED KEY IS NOT LESS CRD-CHAVE
               INVALID KEY
                   GO TO CRD-CHECA-FIM.
       CRD-CHECA1.
           READ CADCRED NEXT RECORD
               AT END
                   GO TO CRD-CHECA-FIM.
           IF CRD-CRM NOT = TBM-CRM (IND) OR CRD-CONV NOT = W-SOLCONV
                GO TO CRD-CHECA-FIM.
           IF W-TENTDATA < CRD-DTINI
                GO TO CRD-CHECA-FIM.
           IF CRD-DTFIM = ZEROS OR W-TENTDATA NOT > CRD-DTFIM
                MOVE "S" TO W-CRDOK
                GO TO CRD-CHECA-FIM.
           GO TO CRD-CHECA1.
       CRD-CHECA-FIM.
           EXIT.

      ******************************************************************
      * CONSULTA AGENDADA FUTURA DO PACIENTE NA MESMA ESPECIALIDADE    *
      * (CHAVE ALTERNATIVA CONS-CPF). SAIDA W-CONSDUP=S E W-CRMDUP     *
      ******************************************************************
       DUP-CHECA.
           MOVE "N" TO W-CONSDUP
           MOVE W-SOLCPF TO CONS-CPF
           START CADCONS KEY IS = CONS-CPF
               INVALID KEY
                   GO TO DUP-CHECA-FIM.
       DUP-CHECA1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO DUP-CHECA-FIM.
           IF CONS-CPF NOT = W-SOLCPF
                GO TO DUP-CHECA-FIM.
           IF NOT CONS-AGENDADA
                GO TO DUP-CHECA1.
           IF CONS-DATA < W-HOJE
                GO TO DUP-CHECA1.
           MOVE CONS-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                GO TO DUP-CHECA1.
           IF ESPECIALIDADE NOT = W-SOLESP
                GO TO DUP-CHECA1.
           MOVE "S" TO W-CONSDUP
           MOVE CONS-CRM TO W-CRMDUP
           MOVE CONS-DATA TO W-MELHORDATA
           MOVE CONS-HORA TO W-MELHORHORA.
       DUP-CHECA-FIM.
           EXIT.

      ******************************************************************
      * PRE-CADASTRO DO PACIENTE NOVO (SITUACAO P): SO CPF, NOME,      *
      * TELEFONE E CONVENIO. A RECEPCAO COMPLETA NO CHECK-IN (SMP031)  *
      ******************************************************************
       PRE-GRAVA.
           MOVE "N" TO W-PRECAD
           MOVE SPACES TO REGPACI
           MOVE W-SOLCPF TO CPF
           MOVE W-CPNOME TO PACINOME
           MOVE ZEROS TO PAC-NASC PAC-TELEFONE PAC-CEP PAC-NUMLOGRA
           IF W-CPFONE NUMERIC
                MOVE W-CPDDD TO PAC-DDD
                MOVE W-CPNUM TO PAC-NUM.
           MOVE W-SOLCONV TO PACCONVENIO
           MOVE "P" TO PACSITUACAO
           MOVE W-HOJEDIA TO PAC-DTCADDIA
           MOVE W-HOJEMES TO PAC-DTCADMES
           MOVE W-HOJEANO TO PAC-DTCADANO
           MOVE PAC-DTCAD TO PAC-DTALT
           MOVE ZEROS TO PAC-CARTVALID PAC-TITULAR PAC-DTOBITO
           WRITE REGPACI
           IF ST-ERRO NOT = "00" AND NOT = "02"
                GO TO PRE-GRAVA-FIM.
           MOVE "S" TO W-PRECAD
           ADD 1 TO W-TOTPRECAD
           MOVE "SMP129" TO AUD-PROGRAMA
           MOVE CPF TO AUD-CHAVE
           MOVE "I" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE REGPACI TO AUD-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       PRE-GRAVA-FIM.
           EXIT.

      *----GRAVA A CONSULTA NO HORARIO ENCONTRADO E OCUPA O SLOT-------*

       AGE-GRAVA.
           MOVE W-MELHORCRM  TO CONS-CRM
           MOVE W-MELHORDATA TO CONS-DATA
           MOVE W-MELHORHORA TO CONS-HORA
           MOVE W-SOLCPF TO CONS-CPF
           MOVE "A" TO CONS-TIPO
           MOVE "A" TO CONS-SITUACAO
           MOVE SPACES TO CONS-OBS CONS-MOTIVOCANC
           STRING "SITE/APP PROTOCOLO " DELIMITED BY SIZE
                  W-CPPROT DELIMITED BY SIZE
                  INTO CONS-OBS
           MOVE ZEROS TO CONS-DTCANC CONS-REMARC CONS-CHEGADA
           MOVE ZEROS TO CONS-SALA
           MOVE ZEROS TO CONS-GUIA CONS-GUIADATA CONS-LOTE
           MOVE ZEROS TO CONS-VALFAT CONS-VALPAGO
           MOVE SPACES TO CONS-GUIASIT CONS-GLOSASIT
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-HOJEANO TO CONS-AGDANO
           MOVE W-HOJEMES TO CONS-AGDMES
           MOVE W-HOJEDIA TO CONS-AGDDIA
           COMPUTE CONS-AGENDHORA = (W-AGORAHH * 100) + W-AGORAMI
           MOVE W-COBSEQ TO CONS-COBSEQ
           MOVE W-SOLCONV TO CONS-CONVENIO
           MOVE W-COBPLANO TO CONS-PLANO
           MOVE W-COBCART TO CONS-CARTEIRA
           IF W-MELHORCANC = "S"
                REWRITE REGCONS
           ELSE
                WRITE REGCONS.
           IF ST-ERRO NOT = "00" AND NOT = "02"
                GO TO AGE-GRAVA-FIM.
           MOVE CONS-CRM TO SLT-CRM
           MOVE CONS-DATA TO SLT-DATA
           MOVE CONS-HORA TO SLT-HORA
           READ CADSLOT
           IF ST-ERRO = "00"
                MOVE "O" TO SLT-SITUACAO
                REWRITE REGSLOT.
           MOVE "00" TO ST-ERRO.
       AGE-GRAVA-FIM.
           EXIT.

      ******************************************************************
      * CONVENIO DA SOLICITACAO ENTRE AS COBERTURAS ATIVAS DO CPF      *
      * (CADCOBER); COM MAIS DE UMA VALE A DE MENOR PRIORIDADE.        *
      * SAIDA: W-COBACHOU = S E OS DADOS DA COBERTURA EM W-COB...      *
      ******************************************************************
       COB-BUSCA.
           MOVE "N" TO W-COBACHOU
           MOVE 10 TO W-COBPRIO
           IF W-COBABERTO NOT = "S" OR W-SOLCONV = ZEROS
                GO TO COB-BUSCA-FIM.
           MOVE W-SOLCPF TO COB-CPF
           MOVE ZEROS TO COB-SEQ
           START CADCOBER KEY IS NOT LESS COB-CHAVE
               INVALID KEY
                   GO TO COB-BUSCA-FIM.
       COB-BUSCA-LER.
           READ CADCOBER NEXT RECORD
               AT END
                   GO TO COB-BUSCA-FIM.
           IF COB-CPF NOT = W-SOLCPF
                GO TO COB-BUSCA-FIM.
           IF NOT COB-ATIVA OR COB-CONVENIO NOT = W-SOLCONV
                GO TO COB-BUSCA-LER.
           IF COB-PRIORIDADE NOT < W-COBPRIO
                GO TO COB-BUSCA-LER.
           MOVE "S" TO W-COBACHOU
           MOVE COB-PRIORIDADE TO W-COBPRIO
           MOVE COB-SEQ TO W-COBSEQ
           MOVE COB-CARTEIRA TO W-COBCART
           MOVE COB-CARTVALID TO W-COBVALID
           IF COB-PLANO NOT = ZEROS
                MOVE COB-PLANO TO W-COBPLANO.
           GO TO COB-BUSCA-LER.
       COB-BUSCA-FIM.
           EXIT.

      ******************************************************************
      * LISTA DE ESPERA: UMA PASSADA NO CADESPER ACHA A ULTIMA         *
      * SEQUENCIA E SE O PACIENTE JA AGUARDA NA ESPECIALIDADE          *
      ******************************************************************
       LES-GRAVA.
           MOVE "N" TO W-LESDUP
           MOVE ZEROS TO W-LESSEQ LES-SEQ
           START CADESPER KEY IS NOT LESS LES-SEQ
               INVALID KEY
                   GO TO LES-GRAVA2.
       LES-GRAVA1.
           READ CADESPER NEXT RECORD
               AT END
                   GO TO LES-GRAVA2.
           MOVE LES-SEQ TO W-LESSEQ
           IF LES-CPF = W-SOLCPF AND LES-ESPEC = W-SOLESP
                             AND LES-AGUARDANDO
                MOVE "S" TO W-LESDUP.
           GO TO LES-GRAVA1.
       LES-GRAVA2.
           MOVE "00" TO ST-ERRO
           IF W-LESDUP = "S"
                GO TO LES-GRAVA-FIM.
           ADD 1 TO W-LESSEQ
           MOVE W-LESSEQ TO LES-SEQ
           MOVE W-SOLCPF TO LES-CPF
           MOVE W-SOLCRM TO LES-CRM
           MOVE W-SOLESP TO LES-ESPEC
           MOVE W-SOLPER TO LES-PERIODO
           MOVE "A" TO LES-SITUACAO
           MOVE W-HOJEDIA TO LES-DTINCDIA
           MOVE W-HOJEMES TO LES-DTINCMES
           MOVE W-HOJEANO TO LES-DTINCANO
           WRITE REGESPER
           IF ST-ERRO = "22"
                GO TO LES-GRAVA2.
       LES-GRAVA-FIM.
           EXIT.

      *----DEMANDA NAO ATENDIDA DA ESPECIALIDADE (CADDEMAN)------------*

       DEM-GRAVA.
           IF W-DEMABERTO NOT = "S"
                GO TO DEM-GRAVA-FIM.
           MOVE ZEROS TO W-DEMSEQ DEM-SEQ
           START CADDEMAN KEY IS NOT LESS DEM-SEQ
               INVALID KEY
                   GO TO DEM-GRAVA2.
       DEM-GRAVA1.
           READ CADDEMAN NEXT RECORD
               AT END
                   GO TO DEM-GRAVA2.
           MOVE DEM-SEQ TO W-DEMSEQ
           GO TO DEM-GRAVA1.
       DEM-GRAVA2.
           ADD 1 TO W-DEMSEQ
           MOVE W-DEMSEQ TO DEM-SEQ
           MOVE W-SOLESP TO DEM-ESPEC
           MOVE W-HOJE TO DEM-DATA
           MOVE W-SOLPER TO DEM-PERIODO
           WRITE REGDEMAN
           IF ST-ERRO = "22"
                GO TO DEM-GRAVA2.
       DEM-GRAVA-FIM.
           EXIT.

      ******************************************************************
      * RESPOSTA AO SITE (RESPWEB.TXT) E CONTROLE DO PROTOCOLO         *
      * (CADSOLWB) QUANDO A SOLICITACAO E NOVA                         *
      ******************************************************************
       RSP-GRAVA.
           MOVE W-CPPROT TO LR-PROTOCOLO
           MOVE W-SOLCPF TO LR-CPF
           MOVE W-RSPSIT TO LR-SITUACAO
           MOVE W-MELHORDATA TO W-DTRESP
           MOVE W-DTRDIA TO LR-DIA
           MOVE W-DTRMES TO LR-MES
           MOVE W-DTRANO TO LR-ANO
           MOVE W-MELHORHORA TO LR-HORA
           MOVE W-MELHORCRM TO LR-CRM
           MOVE SPACES TO LR-MEDICO
           IF W-MELHORCRM NOT = ZEROS
                MOVE W-MELHORCRM TO CRM
                READ REGMED
                IF ST-ERRO = "00"
                     MOVE NOME TO LR-MEDICO.
           MOVE W-RSPMOTIVO TO LR-MOTIVO
           WRITE REGRESP FROM LINRESP
           IF W-GRAVACTL NOT = "S"
                GO TO RSP-GRAVA-FIM.
           MOVE W-CPPROT TO SWB-PROTOCOLO
           MOVE W-SOLCPF TO SWB-CPF
           MOVE W-SOLESP TO SWB-ESPEC
           MOVE W-HOJE TO SWB-DTIMP
           MOVE W-RSPSIT TO SWB-SITUACAO
           MOVE W-MELHORCRM TO SWB-CRM
           MOVE W-MELHORDATA TO SWB-DATA
           MOVE W-MELHORHORA TO SWB-HORA
           MOVE W-RSPMOTIVO TO SWB-MOTIVO
           MOVE LK-OPERADOR TO SWB-OPERADOR
           WRITE REGSOLWB.
       RSP-GRAVA-FIM.
           EXIT.

      *----DIGITOS VERIFICADORES DO CPF EM CPFDIG----------------------*

       CPF-DV1.
           MOVE ZEROS TO CPFSOMA
           MOVE 1 TO CPFIND.
       CPF-DV1-LOOP.
           COMPUTE CPFPESO = 11 - CPFIND
           COMPUTE CPFSOMA = CPFSOMA + (CPFD (CPFIND) * CPFPESO)
           ADD 1 TO CPFIND
           IF CPFIND < 10
                GO TO CPF-DV1-LOOP.
           DIVIDE CPFSOMA BY 11 GIVING CPFQUOC REMAINDER CPFRESTO.
           IF CPFRESTO < 2
                MOVE ZEROS TO CPFDV1
           ELSE
                COMPUTE CPFDV1 = 11 - CPFRESTO.
       CPF-DV1-FIM.
           EXIT.

       CPF-DV2.
           MOVE ZEROS TO CPFSOMA
           MOVE 1 TO CPFIND.
       CPF-DV2-LOOP.
           COMPUTE CPFPESO = 12 - CPFIND
           IF CPFIND = 10
                COMPUTE CPFSOMA = CPFSOMA + (CPFDV1 * CPFPESO)
           ELSE
                COMPUTE CPFSOMA = CPFSOMA + (CPFD (CPFIND) * CPFPESO).
           ADD 1 TO CPFIND
           IF CPFIND < 11
                GO TO CPF-DV2-LOOP.
           DIVIDE CPFSOMA BY 11 GIVING CPFQUOC REMAINDER CPFRESTO.
           IF CPFRESTO < 2
                MOVE ZEROS TO CPFDV2
           ELSE
                COMPUTE CPFDV2 = 11 - CPFRESTO.
       CPF-DV2-FIM.
           EXIT.

      *----AVANCA W-TENTDATA PARA O DIA SEGUINTE-----------------------*

       DIA-SEGUINTE.
           MOVE W-DMES (W-TENTMES) TO W-ULTDIA
           IF W-TENTMES = 2
                DIVIDE W-TENTANO BY 4 GIVING W-BISSEXTO
                                      REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-ULTDIA.
           ADD 1 TO W-TENTDIA
           IF W-TENTDIA > W-ULTDIA
                MOVE 1 TO W-TENTDIA
                ADD 1 TO W-TENTMES
                IF W-TENTMES > 12
                     MOVE 1 TO W-TENTMES
                     ADD 1 TO W-TENTANO.
       DIA-SEGUINTE-FIM.
           EXIT.

       AUD-GRAVA.
           ACCEPT W-DATAAUD FROM DATE YYYYMMDD
           ACCEPT W-HORAAUD FROM TIME
           MOVE W-AUDDIA TO AUD-DIA
           MOVE W-AUDMES TO AUD-MES
           MOVE W-AUDANO TO AUD-ANO
           MOVE W-AUDHH  TO AUD-HH
           MOVE W-AUDMM  TO AUD-MM
           MOVE W-AUDSS  TO AUD-SS
           MOVE LK-OPERADOR TO AUD-OPERADOR
           WRITE REGAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       IMP-TOT.
           DISPLAY (14, 10) "SOLICITACOES LIDAS.: " W-TOTLIDAS
           DISPLAY (15, 10) "AGENDADAS..........: " W-TOTCONF
           DISPLAY (16, 10) "LISTA DE ESPERA....: " W-TOTESPERA
           DISPLAY (17, 10) "RECUSADAS..........: " W-TOTRECUS
           DISPLAY (18, 10) "PRE-CADASTROS......: " W-TOTPRECAD
           DISPLAY (19, 10) "REPETIDAS..........: " W-TOTREPET
           MOVE "*** IMPORTACAO CONCLUIDA - VER RESPWEB.TXT ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FIM.
           CLOSE SOLICWEB CADSLOT CADCONS CADPACI
           CLOSE REGMED CADESP CADCONV CADPLANO
           CLOSE CADESPER CADSOLWB CADAUDIT RESPWEB
           IF W-CRDABERTO = "S"
                CLOSE CADCRED.
           IF W-DEMABERTO = "S"
                CLOSE CADDEMAN.
           IF W-COBABERTO = "S"
                CLOSE CADCOBER.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----OCORRENCIAS DE ERRO VAO PARA O LOG CENTRAL (SMPLOG)--------*
       LOG-EVENTO.
           CALL "SMPLOG" USING LK-OPERADOR, W-LOGPROG, MENS, ST-ERRO
                   ON OVERFLOW
                      NEXT SENTENCE
           END-CALL
           CANCEL "SMPLOG".
       LOG-EVENTO-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
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
