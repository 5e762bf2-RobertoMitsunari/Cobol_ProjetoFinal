       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP101.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * AGENDA DO CENTRO CIRURGICO: MARCA A CIRURGIA DE UM  *
      * ATENDIMENTO OU INTERNACAO (CADCONS) COM SALA,       *
      * HORARIO, DURACAO, PROCEDIMENTO TUSS, EQUIPE         *
      * (CIRURGIAO, ANESTESISTA E DOIS AUXILIARES DO        *
      * REGMED) E MATERIAIS PREVISTOS DO CADESTIT, SEM      *
      * CONFLITO DE SALA OU DE EQUIPE E RESPEITANDO         *
      * AUSENCIAS (CADAUSEN) E FERIADOS (CADFERI); EMITE O  *
      * MAPA CIRURGICO DO DIA (CADCIRRL.DOC) E, NA          *
      * REALIZACAO, LANCA O PROCEDIMENTO NO CADATPRC COM O  *
      * HONORARIO DE CADA MEMBRO DA EQUIPE                  *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCIRUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CIR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCCPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCP-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADATPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-CHAVE
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
           SELECT CADESTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITM-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUS-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFERI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
           SELECT CADCIRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCIRUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIRUR.DAT".
       01 REGCIRUR.
          03 CIR-CHAVE.
             05 CIR-DATA.
                07 CIR-ANO     PIC 9(04).
                07 CIR-MES     PIC 9(02).
                07 CIR-DIA     PIC 9(02).
             05 CIR-HORA.
                07 CIR-HH      PIC 9(02).
                07 CIR-MI      PIC 9(02).
             05 CIR-SALA       PIC 9(02).
          03 CIR-DURACAO       PIC 9(03).
          03 CIR-ATEND         PIC 9(18).
          03 CIR-CPF           PIC 9(11).
          03 CIR-PROC          PIC 9(08).
          03 CIR-EQUIPE.
             05 CIR-CRMCIR     PIC 9(06).
             05 CIR-CRMANE     PIC 9(06).
             05 CIR-CRMAU1     PIC 9(06).
             05 CIR-CRMAU2     PIC 9(06).
          03 CIR-EQUIPE-R REDEFINES CIR-EQUIPE.
             05 CIR-CRM        PIC 9(06) OCCURS 4.
          03 CIR-MATERIAIS.
             05 CIR-MAT        OCCURS 5.
                07 CIR-MATITEM PIC 9(04).
                07 CIR-MATQTDE PIC 9(04).
          03 CIR-SITUACAO      PIC X(01).
             88 CIR-AGENDADA       VALUE "A".
             88 CIR-REALIZADA      VALUE "R".
             88 CIR-CANCELADA      VALUE "C".
          03 CIR-DTREAL        PIC 9(08).
          03 CIR-MOTCANC       PIC X(30).
          03 CIR-OPERADOR      PIC X(08).
      *
       FD CADCCPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCCPAR.DAT".
       01 REGCCPAR.
          03 CCP-CHAVE         PIC 9(01).
          03 CCP-PCTANE        PIC 9(03)V99.
          03 CCP-PCTAU1        PIC 9(03)V99.
          03 CCP-PCTAU2        PIC 9(03)V99.
          03 CCP-INTERVALO     PIC 9(03).
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CONS-CHAVE.
             05 CONS-CRM       PIC 9(06).
             05 CONS-DATA      PIC 9(08).
             05 CONS-HORA      PIC 9(04).
          03 CONS-CPF          PIC 9(11).
          03 CONS-TIPO         PIC X(01).
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
          03 CONS-VALFAT.
             05 CONS-VFAT-RS   PIC 9(06).
             05 CONS-VFAT-CT   PIC 9(02).
          03 CONS-VALPAGO      PIC 9(08).
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
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
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO       PIC 9(02).
          03 SALA-DESCR        PIC X(20).
          03 SALA-ANDAR        PIC 9(02).
          03 SALA-SITUACAO     PIC X(01).
             88 SALA-ATIVA         VALUE "A".
             88 SALA-INATIVA       VALUE "I".
          03 SALA-UNIDADE      PIC 9(02).
      *
       FD CADESTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTIT.DAT".
       01 REGESTIT.
          03 ITM-CODIGO        PIC 9(04).
          03 ITM-DESCR         PIC X(30).
          03 ITM-TIPO          PIC X(01).
             88 ITM-MEDICAMENTO    VALUE "M".
             88 ITM-MATERIAL       VALUE "T".
          03 ITM-MINIMO        PIC 9(06).
          03 ITM-SALDO         PIC 9(06).
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
       01 REGAUSEN.
          03 AUS-CHAVE.
             05 AUS-CRM        PIC 9(06).
             05 AUS-DTINI.
                07 AUS-INIANO  PIC 9(04).
                07 AUS-INIMES  PIC 9(02).
                07 AUS-INIDIA  PIC 9(02).
          03 AUS-DTFIM.
             05 AUS-FIMANO     PIC 9(04).
             05 AUS-FIMMES     PIC 9(02).
             05 AUS-FIMDIA     PIC 9(02).
          03 AUS-MOTIVO        PIC X(30).
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
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).
          03 FILLER       PIC X(01).
          03 FILLER       PIC X(16).
          03 FILLER       PIC X(40).
      *
       FD CADCIRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIRRL.DOC".
       01 REGCIRTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 IND2       PIC 9(02) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-COL      PIC 9(02) VALUE ZEROS.
       01 W-ACHOU    PIC X(01) VALUE "N".
       01 W-AUSABERTO PIC X(01) VALUE "N".
       01 W-FERABERTO PIC X(01) VALUE "N".
       01 W-EHFERIADO PIC X(01) VALUE "N".
       01 W-CONFLITO PIC X(01) VALUE "N".
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-CIRDATA  PIC 9(08) VALUE ZEROS.
       01 W-CIRDATA-R REDEFINES W-CIRDATA.
          03 W-CIRANO   PIC 9(04).
          03 W-CIRMES   PIC 9(02).
          03 W-CIRDIA   PIC 9(02).
       01 W-CIRSALA  PIC 9(02) VALUE ZEROS.
       01 W-INIMIN   PIC 9(04) VALUE ZEROS.
       01 W-FIMMIN   PIC 9(04) VALUE ZEROS.
       01 W-OUTINI   PIC 9(04) VALUE ZEROS.
       01 W-OUTFIM   PIC 9(04) VALUE ZEROS.
       01 W-EQUIPE.
          03 W-EQPCRM   PIC 9(06) OCCURS 4.
       01 W-CRMBUSC  PIC 9(06) VALUE ZEROS.
       01 W-NOMEMED  PIC X(30) VALUE SPACES.
       01 W-CIRSALVO PIC X(200) VALUE SPACES.
       01 W-CHAVECONS.
          03 W-CHVCRM   PIC 9(06).
          03 W-CHVDATA  PIC 9(08).
          03 W-CHVHORA  PIC 9(04).
       01 W-PLANO    PIC 9(02) VALUE ZEROS.
       01 W-SEQ      PIC 9(02) VALUE ZEROS.
       01 W-PROCBUSC PIC 9(08) VALUE ZEROS.
       01 W-VPRCRS   PIC 9(06) VALUE ZEROS.
       01 W-VPRCCT   PIC 9(02) VALUE ZEROS.
       01 W-VALPROC  PIC 9(06)V99 VALUE ZEROS.
       01 W-VALHON   PIC 9(06)V99 VALUE ZEROS.
       01 W-VALHON-R REDEFINES W-VALHON.
          03 W-HONRS    PIC 9(06).
          03 W-HONCT    PIC 9(02).
       01 W-TOTLANC  PIC 9(08)V99 VALUE ZEROS.
       01 W-VALCENT  PIC 9(10) VALUE ZEROS.
       01 W-VALED    PIC ZZZ.ZZ9,99.
       01 W-TOTMAPA  PIC 9(04) VALUE ZEROS.
       01 W-TOTCANC  PIC 9(04) VALUE ZEROS.
      *
      *----FUNCAO DE CADA POSICAO DA EQUIPE NO CADATPRC----------------*
      *
       01 TAB-FUNCAO.
          03 FILLER     PIC X(04) VALUE "CN12".
       01 TAB-FUNCAO-R REDEFINES TAB-FUNCAO.
          03 TBF-FUNCAO PIC X(01) OCCURS 4.
       01 TAB-ROTULO.
          03 FILLER     PIC X(20) VALUE "CIRURGIAO (CRM)....:".
          03 FILLER     PIC X(20) VALUE "ANESTESISTA (CRM)..:".
          03 FILLER     PIC X(20) VALUE "1O AUXILIAR (CRM)..:".
          03 FILLER     PIC X(20) VALUE "2O AUXILIAR (CRM)..:".
       01 TAB-ROTULO-R REDEFINES TAB-ROTULO.
          03 TBR-ROTULO PIC X(20) OCCURS 4.
      *
       01 W-MCONF.
          03 MC-TEXTO   PIC X(34).
          03 MC-HH      PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 MC-MI      PIC 9(02).
          03 FILLER     PIC X(04) VALUE " ***".
      *
      *----MAPA CIRURGICO (CADCIRRL.DOC)-------------------------------*
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** MAPA CIRURGICO ***".
       01 CABDIA.
          03 FILLER     PIC X(08) VALUE "DATA:  ".
          03 CD-DATA    PIC 99/99/9999.
       01 CAB1.
          03 FILLER     PIC X(07) VALUE "HORA".
          03 FILLER     PIC X(21) VALUE "SALA".
          03 FILLER     PIC X(09) VALUE "DURACAO".
          03 FILLER     PIC X(26) VALUE "PACIENTE".
          03 FILLER     PIC X(30) VALUE "PROCEDIMENTO".
          03 FILLER     PIC X(01) VALUE "S".
       01 LINCIR.
          03 LC-HH      PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 LC-MI      PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-SALA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-SDESCR  PIC X(17).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-DURACAO PIC ZZ9.
          03 FILLER     PIC X(05) VALUE " MIN ".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-PACI    PIC X(25).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-PROC    PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-PDESCR  PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-SIT     PIC X(01).
       01 LINEQP.
          03 FILLER     PIC X(07) VALUE SPACES.
          03 LE-ROT1    PIC X(13).
          03 LE-NOME1   PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-ROT2    PIC X(13).
          03 LE-NOME2   PIC X(30).
       01 LINMAT.
          03 FILLER     PIC X(07) VALUE SPACES.
          03 FILLER     PIC X(13) VALUE "MATERIAIS...:".
          03 LM-MAT     OCCURS 5.
             05 LM-ITEM PIC 9(04).
             05 FILLER  PIC X(01) VALUE "x".
             05 LM-QTDE PIC ZZZ9.
             05 FILLER  PIC X(03) VALUE SPACES.
       01 LINTOT.
          03 LT-ROTULO  PIC X(30).
          03 LT-QTDE    PIC ZZZ9.
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP101".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT101.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               *** AGENDA DO CENTRO CIRU".
           05  LINE 02  COLUMN 41
               VALUE  "RGICO ***".
           05  LINE 06  COLUMN 10
               VALUE  "A = AGENDAR CIRURGIA".
           05  LINE 07  COLUMN 10
               VALUE  "C = CANCELAR CIRURGIA".
           05  LINE 08  COLUMN 10
               VALUE  "R = REGISTRAR REALIZACAO E HONORARIOS".
           05  LINE 09  COLUMN 10
               VALUE  "M = MAPA CIRURGICO DO DIA".
           05  LINE 10  COLUMN 10
               VALUE  "P = PARAMETROS DO CENTRO CIRURGICO".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADCIRUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCIRUR
                 CLOSE CADCIRUR
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIRUR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADCCPAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCCPAR
                 CLOSE CADCCPAR
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCCPAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADATPRC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADATPRC
                 CLOSE CADATPRC
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADATPRC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADCONS
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CONSULTAS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PROCEDIMENTOS NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE SALAS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADESTIT
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE ESTOQUE NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCONV
           OPEN INPUT CADPRPRC
           MOVE "N" TO W-AUSABERTO
           OPEN INPUT CADAUSEN
           IF ST-ERRO = "00"
              MOVE "S" TO W-AUSABERTO
           ELSE
             IF ST-ERRO NOT = "30"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUSENCIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-FERABERTO
           OPEN INPUT CADFERI
           IF ST-ERRO = "00"
              MOVE "S" TO W-FERABERTO
           ELSE
             IF ST-ERRO NOT = "30"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE FERIADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM PRM-LE THRU PRM-LE-FIM.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT101
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "A" OR "a"
                GO TO AGE-001.
           IF W-MODO = "C" OR "c"
                GO TO CAN-001.
           IF W-MODO = "R" OR "r"
                GO TO REA-001.
           IF W-MODO = "M" OR "m"
                GO TO MAP-001.
           IF W-MODO = "P" OR "p"
                GO TO PRM-001.
           GO TO R1.

      *---------------PARAMETROS DO CENTRO CIRURGICO-------------------*
      * PERCENTUAIS DO HONORARIO DO ANESTESISTA E DOS AUXILIARES SOBRE *
      * O VALOR DO PROCEDIMENTO (O CIRURGIAO RECEBE O VALOR CHEIO) E   *
      * INTERVALO MINIMO ENTRE DUAS CIRURGIAS NA MESMA SALA (LIMPEZA)  *
      *----------------------------------------------------------------*

       PRM-001.
           PERFORM PRM-LE THRU PRM-LE-FIM
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PARAMETROS DO CENTRO CIRURGICO"
           DISPLAY (03, 05) "% DO ANESTESISTA...........:"
           ACCEPT (03, 35) CCP-PCTANE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           DISPLAY (04, 05) "% DO 1O AUXILIAR...........:"
           ACCEPT (04, 35) CCP-PCTAU1 WITH UPDATE
           DISPLAY (05, 05) "% DO 2O AUXILIAR...........:"
           ACCEPT (05, 35) CCP-PCTAU2 WITH UPDATE
           DISPLAY (07, 05) "INTERVALO DA SALA (MINUTOS):"
           ACCEPT (07, 35) CCP-INTERVALO WITH UPDATE
           IF CCP-PCTANE > 100 OR CCP-PCTAU1 > 100 OR
              CCP-PCTAU2 > 100
                MOVE "*** PERCENTUAL MAIOR QUE 100 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRM-001.
       PRM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PRM-OPC.
           REWRITE REGCCPAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCCPAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----LE OS PARAMETROS, CRIANDO O REGISTRO COM OS VALORES PADRAO--*
      *
       PRM-LE.
           MOVE 1 TO CCP-CHAVE
           READ CADCCPAR
           IF ST-ERRO NOT = "00"
                MOVE 1 TO CCP-CHAVE
                MOVE 30 TO CCP-PCTANE
                MOVE 30 TO CCP-PCTAU1
                MOVE 20 TO CCP-PCTAU2
                MOVE 30 TO CCP-INTERVALO
                WRITE REGCCPAR.
       PRM-LE-FIM.
           EXIT.

      *---------------AGENDAMENTO DE CIRURGIA--------------------------*
      * A CIRURGIA FICA PRESA A UM ATENDIMENTO DO CADCONS (CONSULTA OU *
      * A CONSULTA DE ABERTURA DA INTERNACAO DO SMP037), QUE E ONDE O  *
      * PROCEDIMENTO SERA FATURADO NA REALIZACAO                       *
      *----------------------------------------------------------------*

       AGE-001.
           MOVE SPACES TO REGCIRUR
           MOVE ZEROS TO CIR-CHAVE CIR-DURACAO CIR-ATEND CIR-CPF
           MOVE ZEROS TO CIR-PROC CIR-EQUIPE CIR-MATERIAIS CIR-DTREAL
           MOVE ZEROS TO W-CIRDATA W-CHAVECONS
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "AGENDAMENTO DE CIRURGIA"
           DISPLAY (03, 05) "DATA (DD MM AAAA)..:"
           ACCEPT (03, 27) W-CIRDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 30) W-CIRMES
           ACCEPT (03, 33) W-CIRANO
           IF W-CIRDIA < 1 OR W-CIRDIA > 31 OR
              W-CIRMES < 1 OR W-CIRMES > 12 OR W-CIRANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-001.
           IF W-CIRDATA < W-DATAHOJE
                MOVE "*** DATA JA PASSADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-001.
           PERFORM FER-CHECA THRU FER-CHECA-FIM
           IF W-EHFERIADO = "S"
                MOVE "*** DATA E FERIADO - CENTRO CIRURGICO FECHADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-001.
           MOVE W-CIRDATA TO CIR-DATA.
       AGE-002.
           DISPLAY (04, 05) "HORA INICIO (HH MM):"
           ACCEPT (04, 27) CIR-HH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO AGE-001.
           ACCEPT (04, 30) CIR-MI
           IF CIR-HH > 23 OR CIR-MI > 59
                MOVE "*** HORARIO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-002.
       AGE-003.
           DISPLAY (05, 05) "DURACAO (MINUTOS)..:"
           ACCEPT (05, 27) CIR-DURACAO
           IF CIR-DURACAO = ZEROS
                GO TO AGE-003.
           COMPUTE W-INIMIN = (CIR-HH * 60) + CIR-MI
           COMPUTE W-FIMMIN = W-INIMIN + CIR-DURACAO
           IF W-FIMMIN > 1440
                MOVE "*** CIRURGIA NAO PODE PASSAR DA MEIA-NOITE ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-002.
       AGE-004.
           DISPLAY (06, 05) "SALA...............:"
           ACCEPT (06, 27) CIR-SALA
           MOVE CIR-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO NOT = "00"
                MOVE "*** SALA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-004.
           IF NOT SALA-ATIVA
                MOVE "*** SALA INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-004.
           DISPLAY (06, 35) SALA-DESCR.
       AGE-005.
           DISPLAY (08, 05) "ATENDIMENTO - CRM..:"
           ACCEPT (08, 27) W-CHVCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO AGE-004.
           DISPLAY (09, 05) "DATA (AAAAMMDD)....:"
           ACCEPT (09, 27) W-CHVDATA
           DISPLAY (10, 05) "HORA (HHMM)........:"
           ACCEPT (10, 27) W-CHVHORA
           MOVE W-CHAVECONS TO CONS-CHAVE
           READ CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "*** ATENDIMENTO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-005.
           IF CONS-CANCELADA
                MOVE "*** ATENDIMENTO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-005.
           MOVE CONS-CHAVE TO CIR-ATEND
           MOVE CONS-CPF TO CIR-CPF CPF
           MOVE SPACES TO PACINOME
           READ CADPACI
           DISPLAY (10, 35) PACINOME.
       AGE-006.
           DISPLAY (11, 05) "PROCEDIMENTO TUSS..:"
           ACCEPT (11, 27) CIR-PROC
           MOVE CIR-PROC TO PRO-CODIGO
           READ CADPROC
           IF ST-ERRO NOT = "00"
                MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-006.
           IF PRO-INATIVO
                MOVE "*** PROCEDIMENTO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-006.
           DISPLAY (11, 37) PRO-DESCR
           MOVE 1 TO IND.
      *
      *----EQUIPE: CIRURGIAO OBRIGATORIO, DEMAIS OPCIONAIS (CRM 0)-----*
      *
       AGE-EQP.
           IF IND > 4
                GO TO AGE-MAT.
           COMPUTE W-LIN = 12 + IND
           DISPLAY (W-LIN, 05) TBR-ROTULO (IND)
           ACCEPT (W-LIN, 27) CIR-CRM (IND)
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO AGE-006.
           DISPLAY (W-LIN, 35) LIMPA
           IF CIR-CRM (IND) = ZEROS
              IF IND = 1
                 MOVE "*** INFORME O CIRURGIAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGE-EQP
              ELSE
                 ADD 1 TO IND
                 GO TO AGE-EQP.
           MOVE CIR-CRM (IND) TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-EQP.
           IF NOT MED-ATIVO
                MOVE "*** MEDICO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-EQP.
           DISPLAY (W-LIN, 35) NOME
           MOVE CIR-CRM (IND) TO W-CRMBUSC
           PERFORM MED-AUSENTE THRU MED-AUSENTE-FIM
           IF W-OPCAO = "A"
                MOVE "*** MEDICO AUSENTE NA DATA (CADAUSEN) ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-EQP.
           MOVE 1 TO IND2.
       AGE-EQP1.
           IF IND2 NOT < IND
                ADD 1 TO IND
                GO TO AGE-EQP.
           IF CIR-CRM (IND2) = CIR-CRM (IND)
                MOVE "*** MEDICO JA INFORMADO NA EQUIPE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-EQP.
           ADD 1 TO IND2
           GO TO AGE-EQP1.
      *
      *----MATERIAIS PREVISTOS (ATE 5 ITENS DO CADESTIT, 0 = FIM)------*
      *
       AGE-MAT.
           DISPLAY (18, 05)
             "MATERIAIS PREVISTOS (ITEM QTDE, ITEM 0 = FIM):"
           MOVE 1 TO IND.
       AGE-MAT1.
           IF IND > 5
                GO TO AGE-CNF.
           COMPUTE W-COL = 5 + ((IND - 1) * 13)
           ACCEPT (19, W-COL) CIR-MATITEM (IND)
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO AGE-CNF.
           IF CIR-MATITEM (IND) = ZEROS
                MOVE ZEROS TO CIR-MATQTDE (IND)
                GO TO AGE-CNF.
           MOVE CIR-MATITEM (IND) TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM NAO CADASTRADO NO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-MAT1.
           DISPLAY (20, 05) LIMPA
           DISPLAY (20, 05) ITM-DESCR
           ADD 5 TO W-COL
           ACCEPT (19, W-COL) CIR-MATQTDE (IND)
           IF CIR-MATQTDE (IND) = ZEROS
                GO TO AGE-MAT1.
           IF CIR-MATQTDE (IND) > ITM-SALDO
                MOVE "*** ATENCAO: SALDO ATUAL MENOR QUE O PREVISTO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO IND
           GO TO AGE-MAT1.
       AGE-CNF.
           PERFORM CNF-VERIFICA THRU CNF-VERIFICA-FIM
           IF W-CONFLITO = "S"
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AGE-002.
       AGE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA O AGENDAMENTO (S/N) : ".
           ACCEPT (23, 71) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO AGE-OPC.
           MOVE "A" TO CIR-SITUACAO
           MOVE ZEROS TO CIR-DTREAL
           MOVE SPACES TO CIR-MOTCANC
           MOVE LK-OPERADOR TO CIR-OPERADOR
           MOVE REGCIRUR TO W-CIRSALVO
           WRITE REGCIRUR
           IF ST-ERRO = "22"
      *----MESMO HORARIO E SALA DE UMA CIRURGIA CANCELADA--------------*
                READ CADCIRUR
                MOVE W-CIRSALVO TO REGCIRUR
                REWRITE REGCIRUR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCIRUR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** CIRURGIA AGENDADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO AGE-001.

      ******************************************************************
      * CONFLITO COM AS CIRURGIAS NAO CANCELADAS DO MESMO DIA:         *
      * SALA - SOBREPOSICAO DE HORARIO CONSIDERANDO O INTERVALO DE     *
      * LIMPEZA; EQUIPE - QUALQUER CRM DA EQUIPE NOVA EM OUTRA         *
      * CIRURGIA NO MESMO HORARIO. SAIDA: W-CONFLITO S/N E MENS        *
      ******************************************************************
       CNF-VERIFICA.
           MOVE "N" TO W-CONFLITO
           MOVE REGCIRUR TO W-CIRSALVO
           MOVE CIR-EQUIPE TO W-EQUIPE
           MOVE CIR-SALA TO W-CIRSALA
           COMPUTE W-INIMIN = (CIR-HH * 60) + CIR-MI
           COMPUTE W-FIMMIN = W-INIMIN + CIR-DURACAO
           MOVE ZEROS TO CIR-HORA CIR-SALA
           START CADCIRUR KEY IS NOT LESS CIR-CHAVE
               INVALID KEY
                   GO TO CNF-RESTAURA.
       CNF-LER.
           READ CADCIRUR NEXT RECORD
               AT END
                   GO TO CNF-RESTAURA.
           IF CIR-DATA NOT = W-CIRDATA
                GO TO CNF-RESTAURA.
           IF CIR-CANCELADA
                GO TO CNF-LER.
           COMPUTE W-OUTINI = (CIR-HH * 60) + CIR-MI
           COMPUTE W-OUTFIM = W-OUTINI + CIR-DURACAO
           MOVE CIR-HH TO MC-HH
           MOVE CIR-MI TO MC-MI
           IF CIR-SALA = W-CIRSALA
              IF W-INIMIN < W-OUTFIM + CCP-INTERVALO AND
                 W-OUTINI < W-FIMMIN + CCP-INTERVALO
                   MOVE "S" TO W-CONFLITO
                   MOVE "*** SALA OCUPADA - CIRURGIA DAS " TO MC-TEXTO
                   MOVE W-MCONF TO MENS
                   GO TO CNF-RESTAURA.
           IF W-INIMIN NOT < W-OUTFIM OR W-OUTINI NOT < W-FIMMIN
                GO TO CNF-LER.
           PERFORM EQP-CRUZA THRU EQP-CRUZA-FIM
           IF W-ACHOU = "S"
                MOVE "S" TO W-CONFLITO
                MOVE "*** EQUIPE OCUPADA - CIRURGIA DAS " TO MC-TEXTO
                MOVE W-MCONF TO MENS
                GO TO CNF-RESTAURA.
           GO TO CNF-LER.
       CNF-RESTAURA.
           MOVE W-CIRSALVO TO REGCIRUR.
       CNF-VERIFICA-FIM.
           EXIT.
      *
      *----ALGUM CRM DE W-EQUIPE NA EQUIPE DO REGISTRO LIDO?-----------*
      *
       EQP-CRUZA.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO IND.
       EQP-CRUZA1.
           IF IND > 4
                GO TO EQP-CRUZA-FIM.
           IF W-EQPCRM (IND) = ZEROS
                GO TO EQP-CRUZA3.
           MOVE 1 TO IND2.
       EQP-CRUZA2.
           IF IND2 > 4
                GO TO EQP-CRUZA3.
           IF CIR-CRM (IND2) = W-EQPCRM (IND)
                MOVE "S" TO W-ACHOU
                GO TO EQP-CRUZA-FIM.
           ADD 1 TO IND2
           GO TO EQP-CRUZA2.
       EQP-CRUZA3.
           ADD 1 TO IND
           GO TO EQP-CRUZA1.
       EQP-CRUZA-FIM.
           EXIT.

      *---------------CANCELAMENTO DE CIRURGIA-------------------------*

       CAN-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CANCELAMENTO DE CIRURGIA"
           PERFORM CIR-LOCALIZA THRU CIR-LOCALIZA-FIM
           IF W-ACHOU NOT = "S"
                GO TO R1.
           IF NOT CIR-AGENDADA
                MOVE "*** CIRURGIA JA REALIZADA OU CANCELADA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
           PERFORM CIR-MOSTRA THRU CIR-MOSTRA-FIM
           MOVE SPACES TO CIR-MOTCANC
           DISPLAY (18, 05) "MOTIVO DO CANCELAMENTO:"
           ACCEPT (18, 30) CIR-MOTCANC
           IF CIR-MOTCANC = SPACES
                MOVE "*** INFORME O MOTIVO DO CANCELAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
       CAN-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA A CIRURGIA (S/N) : ".
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CAN-OPC.
           MOVE "C" TO CIR-SITUACAO
           MOVE LK-OPERADOR TO CIR-OPERADOR
           REWRITE REGCIRUR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCIRUR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** CIRURGIA CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CAN-001.

      *---------------REALIZACAO E HONORARIOS DA EQUIPE----------------*
      * LANCA NO CADATPRC DO ATENDIMENTO UMA LINHA POR MEMBRO DA       *
      * EQUIPE (APR-CRM/APR-FUNCAO): CIRURGIAO COM O PRECO VIGENTE DO  *
      * PROCEDIMENTO NO PLANO DO PACIENTE NA DATA DA CIRURGIA E OS     *
      * DEMAIS COM O PERCENTUAL DOS PARAMETROS, E SOMA O TOTAL AO      *
      * CONS-VALFAT, COMO O LANCAMENTO DE PROCEDIMENTOS DO SMP071      *
      *----------------------------------------------------------------*

       REA-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "REALIZACAO DE CIRURGIA"
           PERFORM CIR-LOCALIZA THRU CIR-LOCALIZA-FIM
           IF W-ACHOU NOT = "S"
                GO TO R1.
           IF NOT CIR-AGENDADA
                MOVE "*** CIRURGIA JA REALIZADA OU CANCELADA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REA-001.
           IF CIR-DATA > W-DATAHOJE
                MOVE "*** CIRURGIA AINDA NAO OCORREU ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REA-001.
           PERFORM CIR-MOSTRA THRU CIR-MOSTRA-FIM
           MOVE CIR-ATEND TO CONS-CHAVE
           READ CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "*** ATENDIMENTO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REA-001.
      *----PLANO DO PACIENTE (PARTICULAR = PLANO 00)-------------------*
           MOVE ZEROS TO W-PLANO
           MOVE CIR-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              IF PACCONVENIO NOT = ZEROS
                 MOVE PACCONVENIO TO CODIGO
                 READ CADCONV
                 IF ST-ERRO = "00"
                    MOVE PLANO TO W-PLANO.
           MOVE CIR-PROC TO W-PROCBUSC
           PERFORM PPR-BUSCA THRU PPR-BUSCA-FIM
           IF W-VPRCRS = ZEROS AND W-VPRCCT = ZEROS
                DISPLAY (18, 05) "SEM PRECO DE TABELA - VALOR (RS CT):"
                ACCEPT (18, 43) W-VPRCRS
                ACCEPT (18, 51) W-VPRCCT.
           COMPUTE W-VALPROC = W-VPRCRS + (W-VPRCCT / 100)
           MOVE W-VALPROC TO W-VALED
           DISPLAY (19, 05) "VALOR DO PROCEDIMENTO: " W-VALED
           IF W-VALPROC = ZEROS
                MOVE "*** INFORME O VALOR DO PROCEDIMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REA-001.
       REA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A REALIZACAO (S/N) : ".
           ACCEPT (23, 70) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO REA-OPC.
           PERFORM PRM-LE THRU PRM-LE-FIM
           MOVE ZEROS TO W-TOTLANC W-SEQ
           MOVE 1 TO IND.
       REA-HON.
           IF IND > 4
                GO TO REA-FIM.
           IF CIR-CRM (IND) = ZEROS
                ADD 1 TO IND
                GO TO REA-HON.
           IF IND = 1
                MOVE W-VALPROC TO W-VALHON.
           IF IND = 2
                COMPUTE W-VALHON ROUNDED =
                        W-VALPROC * CCP-PCTANE / 100.
           IF IND = 3
                COMPUTE W-VALHON ROUNDED =
                        W-VALPROC * CCP-PCTAU1 / 100.
           IF IND = 4
                COMPUTE W-VALHON ROUNDED =
                        W-VALPROC * CCP-PCTAU2 / 100.
      *----GRAVA O LANCAMENTO COM O PROXIMO SEQUENCIAL-----------------*
       REA-SEQ.
           ADD 1 TO W-SEQ
           IF W-SEQ > 99
                MOVE "*** LIMITE DE LANCAMENTOS ATINGIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REA-FIM.
           MOVE CONS-CHAVE TO APR-CONS
           MOVE W-SEQ TO APR-SEQ
           READ CADATPRC
           IF ST-ERRO = "00"
                GO TO REA-SEQ.
           MOVE CONS-CHAVE TO APR-CONS
           MOVE W-SEQ TO APR-SEQ
           MOVE CIR-PROC TO APR-PROC
           MOVE W-HONRS TO APR-VAL-RS
           MOVE W-HONCT TO APR-VAL-CT
           MOVE W-DATAHOJE TO APR-DATA
           MOVE CIR-CRM (IND) TO APR-CRM
           MOVE TBF-FUNCAO (IND) TO APR-FUNCAO
           MOVE ZEROS TO APR-PACOTE
           MOVE SPACES TO APR-PACPAPEL
           WRITE REGATPRC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADATPRC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REA-FIM.
           ADD W-VALHON TO W-TOTLANC
           ADD 1 TO IND
           GO TO REA-HON.
      *
      *----SOMA OS HONORARIOS NO CONS-VALFAT E BAIXA A CIRURGIA--------*
      *
       REA-FIM.
           IF W-TOTLANC = ZEROS
                GO TO R1.
           COMPUTE W-VALCENT = (CONS-VFAT-RS * 100) + CONS-VFAT-CT
                             + (W-TOTLANC * 100)
           COMPUTE CONS-VFAT-RS = W-VALCENT / 100
           COMPUTE CONS-VFAT-CT = W-VALCENT - (CONS-VFAT-RS * 100)
           REWRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "R" TO CIR-SITUACAO
           MOVE W-DATAHOJE TO CIR-DTREAL
           MOVE LK-OPERADOR TO CIR-OPERADOR
           REWRITE REGCIRUR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCIRUR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-TOTLANC TO W-VALED
           DISPLAY (20, 05) "TOTAL DE HONORARIOS LANCADO: " W-VALED
           MOVE "*** CIRURGIA REALIZADA - HONORARIOS LANCADOS ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * LE A CIRURGIA PELA DATA, HORA E SALA. SAIDA: W-ACHOU S/N       *
      ******************************************************************
       CIR-LOCALIZA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-CIRDATA CIR-HORA CIR-SALA
           DISPLAY (03, 05) "DATA (DD MM AAAA)..:"
           ACCEPT (03, 27) W-CIRDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CIR-LOCALIZA-FIM.
           ACCEPT (03, 30) W-CIRMES
           ACCEPT (03, 33) W-CIRANO
           DISPLAY (04, 05) "HORA INICIO (HH MM):"
           ACCEPT (04, 27) CIR-HH
           ACCEPT (04, 30) CIR-MI
           DISPLAY (05, 05) "SALA...............:"
           ACCEPT (05, 27) CIR-SALA
           MOVE W-CIRDATA TO CIR-DATA
           READ CADCIRUR
           IF ST-ERRO NOT = "00"
                MOVE "*** CIRURGIA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CIR-LOCALIZA.
           MOVE "S" TO W-ACHOU.
       CIR-LOCALIZA-FIM.
           EXIT.
      *
      *----MOSTRA PACIENTE, PROCEDIMENTO E EQUIPE DA CIRURGIA LIDA-----*
      *
       CIR-MOSTRA.
           MOVE CIR-CPF TO CPF
           MOVE SPACES TO PACINOME
           READ CADPACI
           MOVE CIR-PROC TO PRO-CODIGO
           MOVE SPACES TO PRO-DESCR
           READ CADPROC
           DISPLAY (07, 05) "PACIENTE...........: " PACINOME
           DISPLAY (08, 05) "PROCEDIMENTO.......: " CIR-PROC
                            " " PRO-DESCR
           DISPLAY (09, 05) "DURACAO (MINUTOS)..: " CIR-DURACAO
           MOVE 1 TO IND.
       CIR-MOSTRA1.
           IF IND > 4
                GO TO CIR-MOSTRA-FIM.
           COMPUTE W-LIN = 10 + IND
           MOVE CIR-CRM (IND) TO W-CRMBUSC
           PERFORM MED-NOME THRU MED-NOME-FIM
           DISPLAY (W-LIN, 05) TBR-ROTULO (IND) " " CIR-CRM (IND)
                               " " W-NOMEMED
           ADD 1 TO IND
           GO TO CIR-MOSTRA1.
       CIR-MOSTRA-FIM.
           EXIT.

      *---------------MAPA CIRURGICO DO DIA----------------------------*
      * CIRURGIAS AGENDADAS E REALIZADAS DA DATA, POR HORARIO E SALA,  *
      * COM A EQUIPE E OS MATERIAIS PREVISTOS; CANCELADAS SO CONTAM    *
      *----------------------------------------------------------------*

       MAP-001.
           MOVE W-DATAHOJE TO W-CIRDATA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "MAPA CIRURGICO DO DIA"
           DISPLAY (03, 05) "DATA (DD MM AAAA)..:"
           ACCEPT (03, 27) W-CIRDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 30) W-CIRMES WITH UPDATE
           ACCEPT (03, 33) W-CIRANO WITH UPDATE
           IF W-CIRDIA < 1 OR W-CIRDIA > 31 OR
              W-CIRMES < 1 OR W-CIRMES > 12 OR W-CIRANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAP-001.
           OPEN OUTPUT CADCIRTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIRTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-TOTMAPA W-TOTCANC
           WRITE REGCIRTX FROM CAB0.
           MOVE W-CIRDIA TO W-DMADIA
           MOVE W-CIRMES TO W-DMAMES
           MOVE W-CIRANO TO W-DMAANO
           MOVE W-DATADMA-N TO CD-DATA
           MOVE SPACES TO REGCIRTX
           WRITE REGCIRTX.
           WRITE REGCIRTX FROM CABDIA.
           MOVE SPACES TO REGCIRTX
           WRITE REGCIRTX.
           WRITE REGCIRTX FROM CAB1.
           MOVE W-CIRDATA TO CIR-DATA
           MOVE ZEROS TO CIR-HORA CIR-SALA
           START CADCIRUR KEY IS NOT LESS CIR-CHAVE
               INVALID KEY
                   GO TO MAP-TOT.
       MAP-LER.
           READ CADCIRUR NEXT RECORD
               AT END
                   GO TO MAP-TOT.
           IF CIR-DATA NOT = W-CIRDATA
                GO TO MAP-TOT.
           IF CIR-CANCELADA
                ADD 1 TO W-TOTCANC
                GO TO MAP-LER.
           MOVE SPACES TO REGCIRTX
           WRITE REGCIRTX.
           MOVE CIR-HH TO LC-HH
           MOVE CIR-MI TO LC-MI
           MOVE CIR-SALA TO LC-SALA SALA-CODIGO
           MOVE SPACES TO SALA-DESCR
           READ CADSALA
           MOVE SALA-DESCR TO LC-SDESCR
           MOVE CIR-DURACAO TO LC-DURACAO
           MOVE CIR-CPF TO CPF
           MOVE SPACES TO PACINOME
           READ CADPACI
           MOVE PACINOME TO LC-PACI
           MOVE CIR-PROC TO LC-PROC PRO-CODIGO
           MOVE SPACES TO PRO-DESCR
           READ CADPROC
           MOVE PRO-DESCR TO LC-PDESCR
           MOVE CIR-SITUACAO TO LC-SIT
           WRITE REGCIRTX FROM LINCIR.
           MOVE "CIRURGIAO...:" TO LE-ROT1
           MOVE CIR-CRMCIR TO W-CRMBUSC
           PERFORM MED-NOME THRU MED-NOME-FIM
           MOVE W-NOMEMED TO LE-NOME1
           MOVE "ANESTESISTA.:" TO LE-ROT2
           MOVE CIR-CRMANE TO W-CRMBUSC
           PERFORM MED-NOME THRU MED-NOME-FIM
           MOVE W-NOMEMED TO LE-NOME2
           WRITE REGCIRTX FROM LINEQP.
           IF CIR-CRMAU1 NOT = ZEROS OR CIR-CRMAU2 NOT = ZEROS
                MOVE "1O AUXILIAR.:" TO LE-ROT1
                MOVE CIR-CRMAU1 TO W-CRMBUSC
                PERFORM MED-NOME THRU MED-NOME-FIM
                MOVE W-NOMEMED TO LE-NOME1
                MOVE "2O AUXILIAR.:" TO LE-ROT2
                MOVE CIR-CRMAU2 TO W-CRMBUSC
                PERFORM MED-NOME THRU MED-NOME-FIM
                MOVE W-NOMEMED TO LE-NOME2
                WRITE REGCIRTX FROM LINEQP.
           IF CIR-MATITEM (1) NOT = ZEROS
                PERFORM MAP-MAT THRU MAP-MAT-FIM
                WRITE REGCIRTX FROM LINMAT.
           ADD 1 TO W-TOTMAPA
           GO TO MAP-LER.
       MAP-TOT.
           MOVE SPACES TO REGCIRTX
           WRITE REGCIRTX.
           MOVE "CIRURGIAS NO MAPA............:" TO LT-ROTULO
           MOVE W-TOTMAPA TO LT-QTDE
           WRITE REGCIRTX FROM LINTOT.
           MOVE "CIRURGIAS CANCELADAS.........:" TO LT-ROTULO
           MOVE W-TOTCANC TO LT-QTDE
           WRITE REGCIRTX FROM LINTOT.
           CLOSE CADCIRTX
           DISPLAY (05, 05) "CIRURGIAS NO MAPA..: " W-TOTMAPA
           DISPLAY (06, 05) "CANCELADAS.........: " W-TOTCANC
           MOVE "*** MAPA GERADO EM CADCIRRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----MONTA A LINHA DE MATERIAIS PREVISTOS------------------------*
      *
       MAP-MAT.
           MOVE 1 TO IND.
       MAP-MAT1.
           IF IND > 5
                GO TO MAP-MAT-FIM.
           MOVE CIR-MATITEM (IND) TO LM-ITEM (IND)
           MOVE CIR-MATQTDE (IND) TO LM-QTDE (IND)
           ADD 1 TO IND
           GO TO MAP-MAT1.
       MAP-MAT-FIM.
           EXIT.

      *----NOME DO MEDICO W-CRMBUSC EM W-NOMEMED (CRM 0 = EM BRANCO)---*

       MED-NOME.
           MOVE SPACES TO W-NOMEMED
           IF W-CRMBUSC = ZEROS
                GO TO MED-NOME-FIM.
           MOVE W-CRMBUSC TO CRM
           READ REGMED
           IF ST-ERRO = "00"
                MOVE NOME TO W-NOMEMED
           ELSE
                MOVE "*** CRM NAO CADASTRADO ***" TO W-NOMEMED.
       MED-NOME-FIM.
           EXIT.

      *----VERIFICA AUSENCIA DO MEDICO NA DATA (W-OPCAO=A SE AUSENTE)--*

       MED-AUSENTE.
           MOVE SPACES TO W-OPCAO
           IF W-AUSABERTO NOT = "S"
                GO TO MED-AUSENTE-FIM.
           MOVE W-CRMBUSC TO AUS-CRM
           MOVE ZEROS TO AUS-DTINI
           START CADAUSEN KEY IS NOT LESS AUS-CHAVE
               INVALID KEY
                   GO TO MED-AUSENTE-FIM.
       MED-AUSENTE1.
           READ CADAUSEN NEXT RECORD
               AT END
                   GO TO MED-AUSENTE-FIM.
           IF AUS-CRM NOT = W-CRMBUSC
                GO TO MED-AUSENTE-FIM.
           IF W-CIRDATA NOT < AUS-DTINI AND
              W-CIRDATA NOT > AUS-DTFIM
                MOVE "A" TO W-OPCAO
                GO TO MED-AUSENTE-FIM.
           GO TO MED-AUSENTE1.
       MED-AUSENTE-FIM.
           EXIT.

      *----VERIFICA SE W-CIRDATA E FERIADO (FIXO OU RECORRENTE)--------*

       FER-CHECA.
           MOVE "N" TO W-EHFERIADO
           IF W-FERABERTO NOT = "S"
                GO TO FER-CHECA-FIM.
           MOVE W-CIRDATA TO FER-DATA
           READ CADFERI
           IF ST-ERRO = "00"
                MOVE "S" TO W-EHFERIADO
                GO TO FER-CHECA-FIM.
           MOVE ZEROS TO FER-DATA
           START CADFERI KEY IS NOT LESS FER-DATA
               INVALID KEY
                   GO TO FER-CHECA-FIM.
       FER-CHECA1.
           READ CADFERI NEXT RECORD
               AT END
                   GO TO FER-CHECA-FIM.
           IF FER-RECORRENTE = "S" AND FER-MES = W-CIRMES
                                   AND FER-DIA = W-CIRDIA
                MOVE "S" TO W-EHFERIADO
                GO TO FER-CHECA-FIM.
           GO TO FER-CHECA1.
       FER-CHECA-FIM.
           EXIT.

      ******************************************************************
      * BUSCA O PRECO VIGENTE DO PROCEDIMENTO NA DATA DA CIRURGIA      *
      * PARA O PLANO W-PLANO. SAIDA: W-VPRCRS / W-VPRCCT               *
      ******************************************************************
       PPR-BUSCA.
           MOVE ZEROS TO W-VPRCRS W-VPRCCT
           MOVE W-PLANO TO PPR-PLANO
           MOVE W-PROCBUSC TO PPR-PROC
           MOVE ZEROS TO PPR-VIGENCIA
           START CADPRPRC KEY IS NOT LESS PPR-CHAVE
               INVALID KEY
                   GO TO PPR-BUSCA-FIM.
       PPR-BUSCA1.
           READ CADPRPRC NEXT RECORD
               AT END
                   GO TO PPR-BUSCA-FIM.
           IF PPR-PLANO NOT = W-PLANO OR PPR-PROC NOT = W-PROCBUSC
                GO TO PPR-BUSCA-FIM.
           IF PPR-VIGENCIA > CIR-DATA
                GO TO PPR-BUSCA-FIM.
           MOVE PPR-VAL-RS TO W-VPRCRS
           MOVE PPR-VAL-CT TO W-VPRCCT
           GO TO PPR-BUSCA1.
       PPR-BUSCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCIRUR CADCCPAR CADATPRC CADCONS CADPROC REGMED
                 CADSALA CADESTIT CADPACI CADCONV CADPRPRC
           IF W-AUSABERTO = "S"
                CLOSE CADAUSEN.
           IF W-FERABERTO = "S"
                CLOSE CADFERI.
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
