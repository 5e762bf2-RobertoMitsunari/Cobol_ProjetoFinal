       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP136.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * PACOTE DE CONTINGENCIA PARA QUEDA DO SISTEMA, GERADO*
      * EM CADCTGRL.DOC PARA IMPRESSAO E GUARDA NA RECEPCAO:*
      * 1) AGENDA DOS PROXIMOS DOIS DIAS UTEIS (SEM SABADO, *
      *    DOMINGO E FERIADO DO CADFERI) POR MEDICO, COM O  *
      *    TELEFONE DO PACIENTE;                            *
      * 2) INTERNADOS POR LEITO COM ALERGIAS (CADALERT) E   *
      *    RESPONSAVEL/CONTATO DE EMERGENCIA (CADRESP);     *
      * 3) FILA DE URGENCIA EM ABERTO (CADFILA/CADTRIAG);   *
      * 4) FORMULARIOS NUMERADOS DE ATENDIMENTO MANUAL. A   *
      *    NUMERACAO E O SITUACAO DE CADA FORMULARIO FICAM  *
      *    EM CADCONTG.DAT; A DIGITACAO POSTERIOR E FEITA   *
      *    NO SMP137.                                       *
      * RODA COMO PASSO DO JOB NOTURNO (SMP023, MODO LOTE)  *
      * OU PELO MENU, ANTES DE UMA PARADA PROGRAMADA        *
      * O PACOTE NAO PASSA PELO SMPMSK: E USADO COM O       *
      * SISTEMA FORA DO AR, QUANDO NAO HA COMO CONSULTAR O  *
      * CADASTRO, E A RECEPCAO E A EQUIPE DE CUIDADO        *
      * PRECISAM DO CPF, DOS TELEFONES E DAS ALERGIAS       *
      * COMPLETOS. GERADO EM LOTE, SEM OPERADOR DEFINIDO;   *
      * A GUARDA DAS FOLHAS E DA RECEPCAO                   *
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
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.
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
           SELECT CADALERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALE-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSP-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFILA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT CADTRIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRI-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFERI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONTG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTG-FORM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCTGTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
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
          03 CONS-SITUACAO     PIC X(01).
             88 CONS-AGENDADA       VALUE "A".
             88 CONS-CANCELADA      VALUE "C".
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 FILLER            PIC X(174).
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 PAC-CPF           PIC 9(11).
          03 PAC-NOME          PIC X(30).
          03 FILLER            PIC X(10).
          03 PAC-TELEFONE.
             05 PAC-DDD        PIC 9(02).
             05 PAC-NUM        PIC 9(09).
          03 FILLER            PIC X(136).
      *
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTER.DAT".
       01 REGINTER.
          03 INT-CHAVE         PIC 9(18).
          03 INT-CPF           PIC 9(11).
          03 INT-LEITO         PIC 9(03).
          03 INT-CRMRESP       PIC 9(06).
          03 INT-DTADM         PIC 9(08).
          03 INT-DTALTA        PIC 9(08).
          03 INT-CONDALTA      PIC X(01).
      *
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01 REGLEITO.
          03 LEI-CODIGO        PIC 9(03).
          03 LEI-DESCR         PIC X(20).
          03 LEI-SETORNUM      PIC 9(02).
          03 LEI-SITUACAO      PIC X(01).
          03 LEI-UNIDADE       PIC 9(02).
      *
       FD CADALERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERT.DAT".
       01 REGALERT.
          03 ALE-CPF           PIC 9(11).
          03 ALE-ALERGIAS      PIC X(50).
          03 ALE-CRONICAS      PIC X(50).
          03 ALE-PRECAUCOES    PIC X(50).
      *
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       01 REGRESP.
          03 RSP-CPF           PIC 9(11).
          03 RSP-NOME          PIC X(30).
          03 RSP-CPFRESP       PIC 9(11).
          03 RSP-PARENT        PIC X(10).
          03 RSP-TELEFONE      PIC 9(11).
          03 RSP-EMERGNOME     PIC X(30).
          03 RSP-EMERGTEL      PIC 9(11).
      *
       FD CADFILA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILA.DAT".
       01 REGFILA.
          03 FIL-SEQ           PIC 9(04).
          03 FIL-CPF           PIC 9(11).
          03 FIL-PRIORIDADE    PIC 9(01).
          03 FIL-CRM           PIC 9(06).
          03 FIL-DTCHEG        PIC 9(08).
          03 FIL-HRCHEG        PIC 9(04).
          03 FIL-SITUACAO      PIC X(01).
             88 FIL-AGUARDANDO     VALUE "A".
             88 FIL-ATENDIDO       VALUE "T".
             88 FIL-CANCELADO      VALUE "C".
          03 FIL-HRATEND       PIC 9(04).
      *
       FD CADTRIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAG.DAT".
       01 REGTRIAG.
          03 TRI-SEQ           PIC 9(04).
          03 TRI-PASIST        PIC 9(03).
          03 TRI-PADIAST       PIC 9(03).
          03 TRI-TEMP          PIC 9(02)V9.
          03 TRI-FC            PIC 9(03).
          03 TRI-SAT           PIC 9(03).
          03 TRI-QUEIXA        PIC X(40).
          03 TRI-COR           PIC X(01).
             88 TRI-VERMELHO       VALUE "V".
             88 TRI-LARANJA        VALUE "L".
             88 TRI-AMARELO        VALUE "A".
             88 TRI-VERDE          VALUE "E".
             88 TRI-AZUL           VALUE "Z".
          03 TRI-HRREG         PIC 9(04).
      *
       FD CADFERI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERI.DAT".
       01 REGFERI.
          03 FER-DATA.
             05 FER-ANO        PIC 9(04).
             05 FER-MES        PIC 9(02).
             05 FER-DIA        PIC 9(02).
          03 FER-DESCR         PIC X(30).
          03 FER-RECORRENTE    PIC X(01).
             88 FER-TODO-ANO       VALUE "S".
             88 FER-SO-NO-ANO      VALUE "N".
      *
      *----FORMULARIOS DE ATENDIMENTO MANUAL EMITIDOS NO PACOTE--------*
      *----E = EMITIDO  D = DIGITADO (SMP137)  I = INUTILIZADO--------*
       FD CADCONTG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTG.DAT".
       01 REGCONTG.
          03 CTG-FORM          PIC 9(06).
          03 CTG-SITUACAO      PIC X(01).
             88 CTG-EMITIDO        VALUE "E".
             88 CTG-DIGITADO       VALUE "D".
             88 CTG-INUTILIZADO    VALUE "I".
          03 CTG-DTEMIS        PIC 9(08).
          03 CTG-CONSCHAVE     PIC 9(18).
          03 CTG-RECIBO        PIC 9(06).
          03 CTG-DTDIGIT       PIC 9(08).
          03 CTG-OPERADOR      PIC X(08).
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
       FD CADCTGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTGRL.DOC".
       01 REGCTGTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-MODOLOTE PIC X(01) VALUE "N".
       77 W-RETORNO  PIC X(02) VALUE "00".
       01 W-CONABERTO PIC X(01) VALUE "N".
       01 W-MEDABERTO PIC X(01) VALUE "N".
       01 W-PACABERTO PIC X(01) VALUE "N".
       01 W-INTABERTO PIC X(01) VALUE "N".
       01 W-LEIABERTO PIC X(01) VALUE "N".
       01 W-ALEABERTO PIC X(01) VALUE "N".
       01 W-RSPABERTO PIC X(01) VALUE "N".
       01 W-FILABERTO PIC X(01) VALUE "N".
       01 W-TRIABERTO PIC X(01) VALUE "N".
       01 W-FERABERTO PIC X(01) VALUE "N".
       01 W-CTGABERTO PIC X(01) VALUE "N".
       01 W-JOBINI   PIC X(01) VALUE "N".
       01 W-EHUTIL   PIC X(01) VALUE "N".
       01 W-MEDCAB   PIC X(01) VALUE "N".
       01 W-AUDOPER  PIC X(01) VALUE SPACES.
       01 W-ANTES    PIC X(150) VALUE SPACES.
       01 W-DEPOIS   PIC X(150) VALUE SPACES.
       01 W-CPFBUSCA PIC 9(11) VALUE ZEROS.
       01 W-QTDFORM  PIC 9(03) VALUE 20.
       01 W-NFORM    PIC 9(03) VALUE ZEROS.
       01 W-MAXFORM  PIC 9(06) VALUE ZEROS.
       01 W-FORMINI  PIC 9(06) VALUE ZEROS.
       01 W-FORMFIM  PIC 9(06) VALUE ZEROS.
       01 W-NUTIL    PIC 9(01) VALUE ZEROS.
       01 W-NDIAS    PIC 9(02) VALUE ZEROS.
       01 W-CONTDIAS PIC 9(03) VALUE ZEROS.
       01 W-DTAGINI  PIC 9(08) VALUE ZEROS.
       01 W-DTUTIL1  PIC 9(08) VALUE ZEROS.
       01 W-DTUTIL2  PIC 9(08) VALUE ZEROS.
       01 W-TOTAGD   PIC 9(05) VALUE ZEROS.
       01 W-TOTMED   PIC 9(05) VALUE ZEROS.
       01 W-TOTINT   PIC 9(05) VALUE ZEROS.
       01 W-TOTFIL   PIC 9(05) VALUE ZEROS.
       01 W-BISSEXTO PIC 9(04) VALUE ZEROS.
       01 W-TMPR     PIC 9(04) VALUE ZEROS.
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
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
      *
      *----DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (1=DOM..7=SAB)-----*
      *
       01 W-ZM          PIC 9(02) VALUE ZEROS.
       01 W-ZA          PIC 9(04) VALUE ZEROS.
       01 W-ZJ          PIC 9(02) VALUE ZEROS.
       01 W-ZK          PIC 9(02) VALUE ZEROS.
       01 W-ZT1         PIC 9(04) VALUE ZEROS.
       01 W-ZT2         PIC 9(02) VALUE ZEROS.
       01 W-ZT3         PIC 9(02) VALUE ZEROS.
       01 W-ZT4         PIC 9(04) VALUE ZEROS.
       01 W-ZT5         PIC 9(04) VALUE ZEROS.
       01 W-ZH          PIC 9(01) VALUE ZEROS.
       01 W-ZDOW        PIC 9(01) VALUE ZEROS.
      *
      *----INTERNACAO EM ABERTO DE CADA LEITO (CHAVE DO CADINTER)------*
      *
       01 W-TABLEI.
          03 W-LEIINT   PIC 9(18) OCCURS 999 TIMES.
       01 IND        PIC 9(04) VALUE ZEROS.
      *
      *----CABECALHO DO PACOTE (CADCTGRL.DOC)--------------------------*
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(60) VALUE
              "*** PACOTE DE CONTINGENCIA ***".
       01 CAB1.
          03 FILLER     PIC X(10) VALUE "GERADO EM ".
          03 C1-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(04) VALUE " AS ".
          03 C1-HH      PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 C1-MI      PIC 99.
          03 FILLER     PIC X(13) VALUE " - OPERADOR: ".
          03 C1-OPER    PIC X(08).
       01 CABSEC.
          03 CS-TITULO  PIC X(100).
       01 CABPER.
          03 FILLER     PIC X(20) VALUE "PERIODO DA AGENDA: ".
          03 CP-DTINI   PIC 99/99/9999.
          03 FILLER     PIC X(03) VALUE " A ".
          03 CP-DTFIM   PIC 99/99/9999.
          03 FILLER     PIC X(16) VALUE "   DIAS UTEIS: ".
          03 CP-UTIL1   PIC 99/99/9999.
          03 FILLER     PIC X(03) VALUE " E ".
          03 CP-UTIL2   PIC 99/99/9999.
      *
      *----1) AGENDA POR MEDICO----------------------------------------*
      *
       01 LINMED.
          03 FILLER     PIC X(08) VALUE "MEDICO: ".
          03 LM-CRM     PIC 9(06).
          03 FILLER     PIC X(03) VALUE " - ".
          03 LM-NOME    PIC X(30).
       01 CABAGD.
          03 FILLER     PIC X(19) VALUE "  DATA       HORA".
          03 FILLER     PIC X(12) VALUE "CPF".
          03 FILLER     PIC X(31) VALUE "PACIENTE".
          03 FILLER     PIC X(15) VALUE "TELEFONE".
          03 FILLER     PIC X(07) VALUE "TP SIT".
       01 LINAGD.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LA-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LA-HH      PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LA-MI      PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LA-CPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LA-NOME    PIC X(30).
          03 FILLER     PIC X(02) VALUE " (".
          03 LA-DDD     PIC 99.
          03 FILLER     PIC X(02) VALUE ") ".
          03 LA-FONE    PIC 9(09).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LA-TIPO    PIC X(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LA-SIT     PIC X(01).
      *
      *----2) INTERNADOS POR LEITO-------------------------------------*
      *
       01 CABINT.
          03 FILLER     PIC X(27) VALUE "LEITO DESCRICAO".
          03 FILLER     PIC X(12) VALUE "CPF".
          03 FILLER     PIC X(31) VALUE "PACIENTE".
          03 FILLER     PIC X(11) VALUE "ADMISSAO".
          03 FILLER     PIC X(19) VALUE "MEDICO RESPONSAVEL".
       01 LININT.
          03 LI-LEITO   PIC 9(03).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LI-DESCR   PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-CPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-DTADM   PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-MEDICO  PIC X(19).
       01 LINALE.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 FILLER     PIC X(10) VALUE "ALERGIAS: ".
          03 LL-ALERGIA PIC X(50).
       01 LINRSP.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 LR-ROTULO  PIC X(23).
          03 LR-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-PARENT  PIC X(10).
          03 FILLER     PIC X(06) VALUE " TEL: ".
          03 LR-TEL     PIC 9(11).
      *
      *----3) FILA DE URGENCIA EM ABERTO-------------------------------*
      *
       01 CABFIL.
          03 FILLER     PIC X(05) VALUE "SEQ".
          03 FILLER     PIC X(17) VALUE "CHEGADA".
          03 FILLER     PIC X(03) VALUE "PR".
          03 FILLER     PIC X(10) VALUE "TRIAGEM".
          03 FILLER     PIC X(12) VALUE "CPF".
          03 FILLER     PIC X(31) VALUE "PACIENTE".
          03 FILLER     PIC X(06) VALUE "CRM".
       01 LINFIL.
          03 LF-SEQ     PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-HH      PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LF-MI      PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-PRI     PIC 9(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-COR     PIC X(09).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-CPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-CRM     PIC 9(06).
      *
      *----4) FORMULARIO DE ATENDIMENTO MANUAL-------------------------*
      *
       01 FRMSEP.
          03 FILLER     PIC X(78) VALUE ALL "-".
       01 FRM1.
          03 FILLER     PIC X(44) VALUE
              "FORMULARIO DE ATENDIMENTO EM CONTINGENCIA".
          03 FILLER     PIC X(26) VALUE SPACES.
          03 FILLER     PIC X(04) VALUE "No: ".
          03 FR-NUM     PIC 9(06).
       01 FRM2.
          03 FILLER     PIC X(12) VALUE "EMITIDO EM: ".
          03 FR-DTEMIS  PIC 99/99/9999.
          03 FILLER     PIC X(40) VALUE
              "   DIGITAR NO SISTEMA PELO SMP137".
       01 FRM3.
          03 FILLER     PIC X(40) VALUE
              "DATA DO ATENDIMENTO: ____/____/________".
          03 FILLER     PIC X(20) VALUE "   HORA: ____:____".
       01 FRM4.
          03 FILLER     PIC X(28) VALUE
              "CRM DO MEDICO: __________".
          03 FILLER     PIC X(50) VALUE
              "MEDICO: ______________________________".
       01 FRM5.
          03 FILLER     PIC X(34) VALUE
              "CPF DO PACIENTE: _______________".
          03 FILLER     PIC X(44) VALUE
              "NOME: ______________________________".
       01 FRM6.
          03 FILLER     PIC X(40) VALUE
              "TIPO (A=AMBULATORIAL U=URGENCIA): ___".
       01 FRM7.
          03 FILLER     PIC X(34) VALUE
              "VALOR RECEBIDO R$: ____________".
          03 FILLER     PIC X(44) VALUE
              "FORMA (D=DINH C=CARTAO P=PIX Q=CHEQ): ___".
       01 FRM8.
          03 FILLER     PIC X(60) VALUE
              "ASSINATURA DO ATENDENTE: ______________________________".
      *
       01 LINTOT.
          03 LO-ROTULO  PIC X(42).
          03 LO-QTDE    PIC ZZZZ9.
       01 LINFRM.
          03 FILLER     PIC X(24) VALUE "FORMULARIOS EMITIDOS: No".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LN-INI     PIC 9(06).
          03 FILLER     PIC X(03) VALUE " A ".
          03 LN-FIM     PIC 9(06).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP136".
       01 W-JOBNOME   PIC X(07) VALUE SPACES.
       01 W-JOBEVT    PIC X(01) VALUE SPACES.
       01 W-JOBRET    PIC X(01) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-MODOLOTE   PIC X(01).
       01 LK-RETORNO    PIC X(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT136.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             *** PACOTE DE CONTINGENCIA *".
           05  LINE 02  COLUMN 41
               VALUE  "**".
           05  LINE 05  COLUMN 05
               VALUE  "AGENDA DOS PROXIMOS DOIS DIAS UTEIS POR MEDICO".
           05  LINE 06  COLUMN 05
               VALUE  "INTERNADOS POR LEITO (ALERGIAS E RESPONSAVEL)".
           05  LINE 07  COLUMN 05
               VALUE  "FILA DE URGENCIA EM ABERTO".
           05  LINE 08  COLUMN 05
               VALUE  "FORMULARIOS NUMERADOS DE ATENDIMENTO MANUAL".
           05  LINE 11  COLUMN 05
               VALUE  "QUANTIDADE DE FORMULARIOS:".
           05  TQTDE
               LINE 11  COLUMN 32  PIC 9(03)
               USING  W-QTDFORM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR, OPTIONAL LK-MODOLOTE,
                                OPTIONAL LK-RETORNO.
       INICIO.
           MOVE "N" TO W-MODOLOTE
           IF ADDRESS OF LK-MODOLOTE NOT = NULL
                         AND LK-MODOLOTE = "L"
                MOVE "S" TO W-MODOLOTE.
           MOVE "00" TO W-RETORNO
           MOVE 20 TO W-QTDFORM
           IF W-MODOLOTE = "S"
                GO TO INC-OP0.
      *
       INC-001.
           DISPLAY SMT136
           ACCEPT TQTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
       INC-OPC.
           DISPLAY (13, 05) "CONFIRMA A GERACAO DO PACOTE (S/N)?"
           ACCEPT (13, 42) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** GERACAO CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO INC-OPC.
       INC-JOB.
           MOVE "SMP136 " TO W-JOBNOME
           MOVE "I" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           IF W-JOBRET = "B"
                MOVE "** PROCESSAMENTO BLOQUEADO POR DEPENDENCIA **"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           MOVE "S" TO W-JOBINI.
      *
       INC-OP0.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           OPEN OUTPUT CADCTGTX
           IF ST-ERRO NOT = "00"
                MOVE "99" TO W-RETORNO
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTGRL.DOC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           OPEN INPUT CADCONS
           IF ST-ERRO = "00"
                MOVE "S" TO W-CONABERTO.
           OPEN INPUT REGMED
           IF ST-ERRO = "00"
                MOVE "S" TO W-MEDABERTO.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
                MOVE "S" TO W-PACABERTO.
           OPEN INPUT CADINTER
           IF ST-ERRO = "00"
                MOVE "S" TO W-INTABERTO.
           OPEN INPUT CADLEITO
           IF ST-ERRO = "00"
                MOVE "S" TO W-LEIABERTO.
           OPEN INPUT CADALERT
           IF ST-ERRO = "00"
                MOVE "S" TO W-ALEABERTO.
           OPEN INPUT CADRESP
           IF ST-ERRO = "00"
                MOVE "S" TO W-RSPABERTO.
           OPEN INPUT CADFILA
           IF ST-ERRO = "00"
                MOVE "S" TO W-FILABERTO.
           OPEN INPUT CADTRIAG
           IF ST-ERRO = "00"
                MOVE "S" TO W-TRIABERTO.
           OPEN INPUT CADFERI
           IF ST-ERRO = "00"
                MOVE "S" TO W-FERABERTO.
       INC-OP1.
           OPEN I-O CADCONTG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTG
                 CLOSE CADCONTG
                 GO TO INC-OP1
              ELSE
                 MOVE "01" TO W-RETORNO
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
                 MOVE "S" TO W-CTGABERTO.
      *
       INC-GERA.
           PERFORM CAB-IMP THRU CAB-IMP-FIM
           PERFORM DUT-CALC THRU DUT-CALC-FIM
           PERFORM AGD-IMP THRU AGD-IMP-FIM
           PERFORM INT-IMP THRU INT-IMP-FIM
           PERFORM FIL-IMP THRU FIL-IMP-FIM
           PERFORM FRM-IMP THRU FRM-IMP-FIM
           IF W-MODOLOTE NOT = "S"
                MOVE "*** PACOTE GERADO EM CADCTGRL.DOC ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *---------------CABECALHO DO PACOTE------------------------------*

       CAB-IMP.
           WRITE REGCTGTX FROM CAB0.
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO C1-DATA
           MOVE W-AUDHH TO C1-HH
           MOVE W-AUDMM TO C1-MI
           MOVE LK-OPERADOR TO C1-OPER
           WRITE REGCTGTX FROM CAB1.
       CAB-IMP-FIM.
           EXIT.

      *----PROXIMOS DOIS DIAS UTEIS A PARTIR DE AMANHA; A AGENDA VAI--*
      *----DE AMANHA ATE O SEGUNDO DIA UTIL (INCLUI FIM DE SEMANA E---*
      *----FERIADO QUE CAIAM NO MEIO, SE HOUVER CONSULTA MARCADA)-----*

       DUT-CALC.
           MOVE W-DATAHOJE TO W-DATAREF
           MOVE ZEROS TO W-NUTIL W-CONTDIAS W-DTAGINI
                         W-DTUTIL1 W-DTUTIL2.
       DUT-CALC1.
           PERFORM DIA-SOMA THRU DIA-SOMA-FIM
           ADD 1 TO W-CONTDIAS
           IF W-DTAGINI = ZEROS
                MOVE W-DATAREF TO W-DTAGINI.
           PERFORM DIA-UTIL THRU DIA-UTIL-FIM
           IF W-EHUTIL NOT = "S"
              IF W-CONTDIAS < 60
                 GO TO DUT-CALC1
              ELSE
                 MOVE W-DATAREF TO W-DTUTIL2
                 GO TO DUT-CALC-FIM.
           ADD 1 TO W-NUTIL
           IF W-NUTIL = 1
                MOVE W-DATAREF TO W-DTUTIL1
                GO TO DUT-CALC1.
           MOVE W-DATAREF TO W-DTUTIL2.
       DUT-CALC-FIM.
           EXIT.

      *----SOMA UM DIA A W-DATAREF (AAAAMMDD)--------------------------*

       DIA-SOMA.
           ADD 1 TO W-REFDIA
           MOVE W-DMES (W-REFMES) TO W-NDIAS
           IF W-REFMES = 2
                DIVIDE W-REFANO BY 4 GIVING W-BISSEXTO
                                     REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-NDIAS.
           IF W-REFDIA NOT > W-NDIAS
                GO TO DIA-SOMA-FIM.
           MOVE 1 TO W-REFDIA
           ADD 1 TO W-REFMES
           IF W-REFMES > 12
                MOVE 1 TO W-REFMES
                ADD 1 TO W-REFANO.
       DIA-SOMA-FIM.
           EXIT.

      *----W-DATAREF E DIA UTIL? (NAO E SABADO, DOMINGO NEM FERIADO---*
      *----FIXO OU RECORRENTE DO CADFERI). SAIDA: W-EHUTIL S/N--------*

       DIA-UTIL.
           MOVE "N" TO W-EHUTIL
           MOVE W-REFMES TO W-ZM
           MOVE W-REFANO TO W-ZA
           IF W-REFMES < 3
                ADD 12 TO W-ZM
                SUBTRACT 1 FROM W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK.
           COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5.
           DIVIDE W-ZK BY 4 GIVING W-ZT2.
           DIVIDE W-ZJ BY 4 GIVING W-ZT3.
           COMPUTE W-ZT4 = W-REFDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                         + (5 * W-ZJ).
           DIVIDE W-ZT4 BY 7 GIVING W-ZT5 REMAINDER W-ZH.
           IF W-ZH = 0
                MOVE 7 TO W-ZDOW
           ELSE
                MOVE W-ZH TO W-ZDOW.
           IF W-ZDOW = 1 OR W-ZDOW = 7
                GO TO DIA-UTIL-FIM.
           MOVE "S" TO W-EHUTIL
           IF W-FERABERTO NOT = "S"
                GO TO DIA-UTIL-FIM.
           MOVE W-DATAREF TO FER-DATA
           READ CADFERI
           IF ST-ERRO = "00"
                MOVE "N" TO W-EHUTIL
                GO TO DIA-UTIL-FIM.
           MOVE ZEROS TO FER-DATA
           START CADFERI KEY IS NOT LESS FER-DATA
               INVALID KEY
                   GO TO DIA-UTIL-FIM.
       DIA-UTIL1.
           READ CADFERI NEXT RECORD
               AT END
                   GO TO DIA-UTIL-FIM.
           IF FER-TODO-ANO AND FER-MES = W-REFMES
                           AND FER-DIA = W-REFDIA
                MOVE "N" TO W-EHUTIL
                GO TO DIA-UTIL-FIM.
           GO TO DIA-UTIL1.
       DIA-UTIL-FIM.
           EXIT.

      *---------------1) AGENDA POR MEDICO-----------------------------*

       AGD-IMP.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE "*** 1. AGENDA DOS PROXIMOS DOIS DIAS UTEIS ***"
                                                        TO CS-TITULO
           WRITE REGCTGTX FROM CABSEC.
           MOVE W-DTAGINI TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-DTINI
           MOVE W-DTUTIL2 TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-DTFIM CP-UTIL2
           MOVE W-DTUTIL1 TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-UTIL1
           WRITE REGCTGTX FROM CABPER.
           MOVE ZEROS TO W-TOTAGD W-TOTMED
           IF W-CONABERTO NOT = "S" OR W-MEDABERTO NOT = "S"
                MOVE "*** CONSULTAS OU MEDICOS NAO DISPONIVEIS ***"
                                                        TO CS-TITULO
                WRITE REGCTGTX FROM CABSEC
                MOVE "01" TO W-RETORNO
                GO TO AGD-IMP-FIM.
           MOVE ZEROS TO CRM
           START REGMED KEY IS NOT LESS CRM
               INVALID KEY
                   GO TO AGD-TOT.
       AGD-MED.
           READ REGMED NEXT RECORD
               AT END
                   GO TO AGD-TOT.
           MOVE "N" TO W-MEDCAB
           MOVE CRM TO CONS-CRM
           MOVE W-DTAGINI TO CONS-DATA
           MOVE ZEROS TO CONS-HORA
           START CADCONS KEY IS NOT LESS CONS-CHAVE
               INVALID KEY
                   GO TO AGD-MED.
       AGD-CON.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO AGD-MED.
           IF CONS-CRM NOT = CRM OR CONS-DATA > W-DTUTIL2
                GO TO AGD-MED.
           IF CONS-CANCELADA OR CONS-REALIZADA OR CONS-NAOCOMP
                GO TO AGD-CON.
           IF W-MEDCAB = "N"
                MOVE SPACES TO REGCTGTX
                WRITE REGCTGTX
                MOVE CRM TO LM-CRM
                MOVE NOME TO LM-NOME
                WRITE REGCTGTX FROM LINMED
                WRITE REGCTGTX FROM CABAGD
                MOVE "S" TO W-MEDCAB
                ADD 1 TO W-TOTMED.
           MOVE CONS-DATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LA-DATA
           MOVE CONS-HH TO LA-HH
           MOVE CONS-MI TO LA-MI
           MOVE CONS-CPF TO LA-CPF W-CPFBUSCA
           PERFORM PAC-LE THRU PAC-LE-FIM
           MOVE PAC-NOME TO LA-NOME
           MOVE PAC-DDD TO LA-DDD
           MOVE PAC-NUM TO LA-FONE
           MOVE CONS-TIPO TO LA-TIPO
           MOVE CONS-SITUACAO TO LA-SIT
           WRITE REGCTGTX FROM LINAGD.
           ADD 1 TO W-TOTAGD
           GO TO AGD-CON.
       AGD-TOT.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE "MEDICOS COM AGENDA:" TO LO-ROTULO
           MOVE W-TOTMED TO LO-QTDE
           WRITE REGCTGTX FROM LINTOT.
           MOVE "CONSULTAS MARCADAS:" TO LO-ROTULO
           MOVE W-TOTAGD TO LO-QTDE
           WRITE REGCTGTX FROM LINTOT.
       AGD-IMP-FIM.
           EXIT.

      *---------------2) INTERNADOS POR LEITO--------------------------*

       INT-IMP.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE "*** 2. INTERNADOS POR LEITO ***" TO CS-TITULO
           WRITE REGCTGTX FROM CABSEC.
           MOVE ZEROS TO W-TOTINT
           IF W-INTABERTO NOT = "S"
                MOVE "*** INTERNACOES NAO DISPONIVEIS ***"
                                                        TO CS-TITULO
                WRITE REGCTGTX FROM CABSEC
                MOVE "01" TO W-RETORNO
                GO TO INT-IMP-FIM.
           MOVE ZEROS TO W-TABLEI
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
                   GO TO INT-LIS.
       INT-CAR.
           READ CADINTER NEXT RECORD
               AT END
                   GO TO INT-LIS.
           IF INT-DTALTA NOT = ZEROS OR INT-LEITO = ZEROS
                GO TO INT-CAR.
           MOVE INT-CHAVE TO W-LEIINT (INT-LEITO)
           GO TO INT-CAR.
       INT-LIS.
           WRITE REGCTGTX FROM CABINT.
           MOVE 1 TO IND.
       INT-LIS1.
           IF IND > 999
                GO TO INT-TOT.
           IF W-LEIINT (IND) = ZEROS
                ADD 1 TO IND
                GO TO INT-LIS1.
           MOVE W-LEIINT (IND) TO INT-CHAVE
           READ CADINTER
           IF ST-ERRO NOT = "00"
                ADD 1 TO IND
                GO TO INT-LIS1.
           MOVE INT-LEITO TO LI-LEITO
           MOVE SPACES TO LI-DESCR
           IF W-LEIABERTO = "S"
                MOVE INT-LEITO TO LEI-CODIGO
                READ CADLEITO
                IF ST-ERRO = "00"
                     MOVE LEI-DESCR TO LI-DESCR.
           MOVE INT-CPF TO LI-CPF W-CPFBUSCA
           PERFORM PAC-LE THRU PAC-LE-FIM
           MOVE PAC-NOME TO LI-NOME
           MOVE INT-DTADM TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LI-DTADM
           MOVE SPACES TO LI-MEDICO
           MOVE INT-CRMRESP TO CRM
           READ REGMED
           IF ST-ERRO = "00"
                MOVE NOME TO LI-MEDICO.
           WRITE REGCTGTX FROM LININT.
           PERFORM ALE-IMP THRU ALE-IMP-FIM
           PERFORM RSP-IMP THRU RSP-IMP-FIM
           ADD 1 TO W-TOTINT
           ADD 1 TO IND
           GO TO INT-LIS1.
       INT-TOT.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE "PACIENTES INTERNADOS:" TO LO-ROTULO
           MOVE W-TOTINT TO LO-QTDE
           WRITE REGCTGTX FROM LINTOT.
       INT-IMP-FIM.
           EXIT.

      *----ALERGIAS DO PACIENTE W-CPFBUSCA (CADALERT)------------------*

       ALE-IMP.
           MOVE "NAO INFORMADAS" TO LL-ALERGIA
           IF W-ALEABERTO NOT = "S"
                GO TO ALE-IMP1.
           MOVE W-CPFBUSCA TO ALE-CPF
           READ CADALERT
           IF ST-ERRO = "00" AND ALE-ALERGIAS NOT = SPACES
                MOVE ALE-ALERGIAS TO LL-ALERGIA.
       ALE-IMP1.
           WRITE REGCTGTX FROM LINALE.
       ALE-IMP-FIM.
           EXIT.

      *----RESPONSAVEL E CONTATO DE EMERGENCIA (CADRESP)---------------*

       RSP-IMP.
           MOVE SPACES TO LR-PARENT
           MOVE ZEROS TO LR-TEL
           MOVE "RESPONSAVEL:" TO LR-ROTULO
           MOVE "NAO CADASTRADO" TO LR-NOME
           IF W-RSPABERTO NOT = "S"
                GO TO RSP-IMP1.
           MOVE W-CPFBUSCA TO RSP-CPF
           READ CADRESP
           IF ST-ERRO NOT = "00"
                GO TO RSP-IMP1.
           IF RSP-NOME NOT = SPACES
                MOVE RSP-NOME TO LR-NOME
                MOVE RSP-PARENT TO LR-PARENT
                MOVE RSP-TELEFONE TO LR-TEL
                WRITE REGCTGTX FROM LINRSP.
           IF RSP-EMERGNOME = SPACES
                IF RSP-NOME = SPACES
                     GO TO RSP-IMP1
                ELSE
                     GO TO RSP-IMP-FIM.
           MOVE SPACES TO LR-PARENT
           MOVE "CONTATO DE EMERGENCIA:" TO LR-ROTULO
           MOVE RSP-EMERGNOME TO LR-NOME
           MOVE RSP-EMERGTEL TO LR-TEL.
       RSP-IMP1.
           WRITE REGCTGTX FROM LINRSP.
       RSP-IMP-FIM.
           EXIT.

      *---------------3) FILA DE URGENCIA EM ABERTO--------------------*

       FIL-IMP.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE "*** 3. FILA DE URGENCIA EM ABERTO ***" TO CS-TITULO
           WRITE REGCTGTX FROM CABSEC.
           MOVE ZEROS TO W-TOTFIL
           IF W-FILABERTO NOT = "S"
                MOVE "*** FILA DE URGENCIA VAZIA ***" TO CS-TITULO
                WRITE REGCTGTX FROM CABSEC
                GO TO FIL-IMP-FIM.
           WRITE REGCTGTX FROM CABFIL.
           MOVE ZEROS TO FIL-SEQ
           START CADFILA KEY IS NOT LESS FIL-SEQ
               INVALID KEY
                   GO TO FIL-TOT.
       FIL-IMP1.
           READ CADFILA NEXT RECORD
               AT END
                   GO TO FIL-TOT.
           IF NOT FIL-AGUARDANDO
                GO TO FIL-IMP1.
           MOVE FIL-SEQ TO LF-SEQ
           MOVE FIL-DTCHEG TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LF-DATA
           DIVIDE FIL-HRCHEG BY 100 GIVING LF-HH REMAINDER LF-MI
           MOVE FIL-PRIORIDADE TO LF-PRI
           MOVE "-" TO LF-COR
           IF W-TRIABERTO = "S"
                MOVE FIL-SEQ TO TRI-SEQ
                READ CADTRIAG
                IF ST-ERRO = "00"
                     PERFORM COR-DESC THRU COR-DESC-FIM.
           MOVE FIL-CPF TO LF-CPF W-CPFBUSCA
           PERFORM PAC-LE THRU PAC-LE-FIM
           MOVE PAC-NOME TO LF-NOME
           MOVE FIL-CRM TO LF-CRM
           WRITE REGCTGTX FROM LINFIL.
           PERFORM ALE-IMP THRU ALE-IMP-FIM
           ADD 1 TO W-TOTFIL
           GO TO FIL-IMP1.
       FIL-TOT.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE "PACIENTES AGUARDANDO NA FILA:" TO LO-ROTULO
           MOVE W-TOTFIL TO LO-QTDE
           WRITE REGCTGTX FROM LINTOT.
       FIL-IMP-FIM.
           EXIT.

       COR-DESC.
           IF TRI-VERMELHO
                MOVE "VERMELHO" TO LF-COR.
           IF TRI-LARANJA
                MOVE "LARANJA" TO LF-COR.
           IF TRI-AMARELO
                MOVE "AMARELO" TO LF-COR.
           IF TRI-VERDE
                MOVE "VERDE" TO LF-COR.
           IF TRI-AZUL
                MOVE "AZUL" TO LF-COR.
       COR-DESC-FIM.
           EXIT.

      *---------------4) FORMULARIOS DE ATENDIMENTO MANUAL-------------*
      *----NUMERACAO CONTINUA A PARTIR DO MAIOR NUMERO JA EMITIDO------*

       FRM-IMP.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE "*** 4. FORMULARIOS DE ATENDIMENTO MANUAL ***"
                                                        TO CS-TITULO
           WRITE REGCTGTX FROM CABSEC.
           IF W-QTDFORM = ZEROS
                MOVE "*** NENHUM FORMULARIO SOLICITADO ***"
                                                        TO CS-TITULO
                WRITE REGCTGTX FROM CABSEC
                GO TO FRM-IMP-FIM.
           IF W-CTGABERTO NOT = "S"
                MOVE "*** CONTROLE DE FORMULARIOS NAO DISPONIVEL ***"
                                                        TO CS-TITULO
                WRITE REGCTGTX FROM CABSEC
                GO TO FRM-IMP-FIM.
           MOVE ZEROS TO W-MAXFORM CTG-FORM
           START CADCONTG KEY IS NOT LESS CTG-FORM
               INVALID KEY
                   GO TO FRM-IMP2.
       FRM-IMP1.
           READ CADCONTG NEXT RECORD
               AT END
                   GO TO FRM-IMP2.
           MOVE CTG-FORM TO W-MAXFORM
           GO TO FRM-IMP1.
       FRM-IMP2.
           IF W-MAXFORM + W-QTDFORM > 999999
                MOVE "*** NUMERACAO DE FORMULARIOS ESGOTADA ***"
                                                        TO CS-TITULO
                WRITE REGCTGTX FROM CABSEC
                MOVE "01" TO W-RETORNO
                GO TO FRM-IMP-FIM.
           COMPUTE W-FORMINI = W-MAXFORM + 1
           MOVE ZEROS TO W-NFORM W-FORMFIM
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO FR-DTEMIS.
       FRM-IMP3.
           IF W-NFORM NOT < W-QTDFORM
                GO TO FRM-AUD.
           ADD 1 TO W-NFORM
           COMPUTE CTG-FORM = W-MAXFORM + W-NFORM
           MOVE "E" TO CTG-SITUACAO
           MOVE W-DATAHOJE TO CTG-DTEMIS
           MOVE ZEROS TO CTG-CONSCHAVE CTG-RECIBO CTG-DTDIGIT
           MOVE LK-OPERADOR TO CTG-OPERADOR
           WRITE REGCONTG
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "01" TO W-RETORNO
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONTG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FRM-AUD.
           MOVE CTG-FORM TO W-FORMFIM FR-NUM
           WRITE REGCTGTX FROM FRMSEP.
           WRITE REGCTGTX FROM FRM1.
           WRITE REGCTGTX FROM FRM2.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           WRITE REGCTGTX FROM FRM3.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           WRITE REGCTGTX FROM FRM4.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           WRITE REGCTGTX FROM FRM5.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           WRITE REGCTGTX FROM FRM6.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           WRITE REGCTGTX FROM FRM7.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           WRITE REGCTGTX FROM FRM8.
           GO TO FRM-IMP3.
       FRM-AUD.
           WRITE REGCTGTX FROM FRMSEP.
           IF W-FORMFIM = ZEROS
                GO TO FRM-IMP-FIM.
           MOVE SPACES TO REGCTGTX
           WRITE REGCTGTX.
           MOVE W-FORMINI TO LN-INI
           MOVE W-FORMFIM TO LN-FIM
           WRITE REGCTGTX FROM LINFRM.
           MOVE "I" TO W-AUDOPER
           MOVE SPACES TO W-ANTES W-DEPOIS
           STRING "FORMULARIOS DE CONTINGENCIA " W-FORMINI " A "
                  W-FORMFIM " EMITIDOS"
                  DELIMITED BY SIZE INTO W-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       FRM-IMP-FIM.
           EXIT.

      *----LE O PACIENTE W-CPFBUSCA (SEM CADASTRO: NOME DE AVISO)------*

       PAC-LE.
           IF W-PACABERTO NOT = "S"
                GO TO PAC-LE1.
           MOVE W-CPFBUSCA TO PAC-CPF
           READ CADPACI
           IF ST-ERRO = "00"
                GO TO PAC-LE-FIM.
       PAC-LE1.
           MOVE W-CPFBUSCA TO PAC-CPF
           MOVE "*** PACIENTE NAO CADASTRADO" TO PAC-NOME
           MOVE ZEROS TO PAC-DDD PAC-NUM.
       PAC-LE-FIM.
           EXIT.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

      *---------[ ROTINA DE AUDITORIA ]---------------------
      *----CHAVE = PRIMEIRO FORMULARIO EMITIDO------------------------*
       AUD-GRAVA.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-GRAVA-FIM.
           MOVE "SMP136" TO AUD-PROGRAMA
           MOVE W-FORMINI TO AUD-CHAVE
           MOVE W-AUDOPER TO AUD-OPERACAO
           MOVE W-ANTES TO AUD-ANTES
           MOVE W-DEPOIS TO AUD-DEPOIS
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

      ******************************************************************
      * REGISTRA O EVENTO NO CONTROLE CENTRAL DE JOBS (SMPJOB)         *
      ******************************************************************
       JOB-MARCA.
           CALL "SMPJOB" USING LK-OPERADOR, W-JOBNOME, W-JOBEVT,
                               W-JOBRET
                   ON OVERFLOW
                      NEXT SENTENCE
           END-CALL
           CANCEL "SMPJOB".
       JOB-MARCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCTGTX.
           IF W-CONABERTO = "S"
                CLOSE CADCONS.
           IF W-MEDABERTO = "S"
                CLOSE REGMED.
           IF W-PACABERTO = "S"
                CLOSE CADPACI.
           IF W-INTABERTO = "S"
                CLOSE CADINTER.
           IF W-LEIABERTO = "S"
                CLOSE CADLEITO.
           IF W-ALEABERTO = "S"
                CLOSE CADALERT.
           IF W-RSPABERTO = "S"
                CLOSE CADRESP.
           IF W-FILABERTO = "S"
                CLOSE CADFILA.
           IF W-TRIABERTO = "S"
                CLOSE CADTRIAG.
           IF W-FERABERTO = "S"
                CLOSE CADFERI.
           IF W-CTGABERTO = "S"
                CLOSE CADCONTG.
       ROT-FIMP.
      *----FORA DO JOB NOTURNO O PROPRIO PROGRAMA FECHA O PASSO--------*
           IF W-JOBINI = "S"
                MOVE "SMP136 " TO W-JOBNOME
                IF W-RETORNO = "00" OR "01"
                     MOVE "F" TO W-JOBEVT
                     PERFORM JOB-MARCA THRU JOB-MARCA-FIM
                ELSE
                     MOVE "E" TO W-JOBEVT
                     PERFORM JOB-MARCA THRU JOB-MARCA-FIM.
           IF ADDRESS OF LK-RETORNO NOT = NULL
                MOVE W-RETORNO TO LK-RETORNO.
           IF W-MODOLOTE NOT = "S"
                DISPLAY (01, 01) ERASE.
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
                IF W-MODOLOTE = "S"
                   GO TO ROT-MENS-FIM.
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
