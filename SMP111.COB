       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP111.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * ESCALA DE PLANTAO MEDICO DA URGENCIA (U) E DA       *
      * INTERNACAO (I) POR DATA E TURNO (M = 07 AS 13,      *
      * T = 13 AS 19, N = 19 AS 07 DO DIA SEGUINTE), COM    *
      * CRM TITULAR E COBERTURA (CADPLANT.DAT). O MEDICO    *
      * ESCALADO NAO PODE ESTAR AUSENTE (CADAUSEN), TER     *
      * CONSULTA AGENDADA NO HORARIO DO TURNO (CADCONS) NEM *
      * ESTAR NO OUTRO SETOR NO MESMO TURNO. TROCAS ENTRE   *
      * MEDICOS SAO SOLICITADAS E FICAM PENDENTES ATE A     *
      * APROVACAO POR PERFIL A (CADPLTTR.DAT). VALOR PADRAO *
      * DO PLANTAO POR SETOR E TURNO (CADPLTPR.DAT); O      *
      * VALOR ENTRA NO FECHAMENTO DO REPASSE (SMP044). LISTA *
      * DA ESCALA DO PERIODO EM CADPLTRL.DOC                *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPLANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPLTTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRC-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPLTPR ASSIGN TO DISK
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
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUS-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPLTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----ESCALA: UM REGISTRO POR DATA, SETOR E TURNO. PLT-REPASSE----*
      *----RECEBE O ANO/MES DO FECHAMENTO QUE PAGOU O PLANTAO----------*
      *
       FD CADPLANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANT.DAT".
       01 REGPLANT.
          03 PLT-CHAVE.
             05 PLT-DATA.
                07 PLT-ANO     PIC 9(04).
                07 PLT-MES     PIC 9(02).
                07 PLT-DIA     PIC 9(02).
             05 PLT-SETOR      PIC X(01).
                88 PLT-URGENCIA    VALUE "U".
                88 PLT-INTERNACAO  VALUE "I".
             05 PLT-TURNO      PIC X(01).
                88 PLT-MANHA       VALUE "M".
                88 PLT-TARDE       VALUE "T".
                88 PLT-NOITE       VALUE "N".
          03 PLT-CRMTIT        PIC 9(06).
          03 PLT-CRMCOB        PIC 9(06).
          03 PLT-VALOR         PIC 9(06)V99.
          03 PLT-SITUACAO      PIC X(01).
             88 PLT-ATIVO          VALUE "A".
             88 PLT-CANCELADO      VALUE "C".
          03 PLT-REPASSE       PIC 9(06).
          03 PLT-DTALT         PIC 9(08).
          03 PLT-OPERADOR      PIC X(08).
      *
      *----TROCAS DE PLANTAO: TRC-FUNCAO T = TITULAR, C = COBERTURA----*
      *
       FD CADPLTTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLTTR.DAT".
       01 REGPLTTR.
          03 TRC-NUMERO        PIC 9(06).
          03 TRC-PLANTAO.
             05 TRC-DATA       PIC 9(08).
             05 TRC-SETOR      PIC X(01).
             05 TRC-TURNO      PIC X(01).
          03 TRC-FUNCAO        PIC X(01).
             88 TRC-TITULAR        VALUE "T".
             88 TRC-COBERTURA      VALUE "C".
          03 TRC-CRMDE         PIC 9(06).
          03 TRC-CRMPARA       PIC 9(06).
          03 TRC-MOTIVO        PIC X(30).
          03 TRC-DTSOL         PIC 9(08).
          03 TRC-OPERSOL       PIC X(08).
          03 TRC-SITUACAO      PIC X(01).
             88 TRC-PENDENTE       VALUE "P".
             88 TRC-APROVADA       VALUE "A".
             88 TRC-RECUSADA       VALUE "R".
          03 TRC-DTDEC         PIC 9(08).
          03 TRC-OPERDEC       PIC X(08).
      *
       FD CADPLTPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLTPR.DAT".
       01 REGPLTPR.
          03 PPR-CHAVE.
             05 PPR-SETOR      PIC X(01).
             05 PPR-TURNO      PIC X(01).
          03 PPR-VALOR         PIC 9(06)V99.
          03 PPR-DTALT         PIC 9(08).
          03 PPR-OPERADOR      PIC X(08).
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
       FD CADPLTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLTRL.DOC".
       01 REGPLTTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 W-AUSABERTO PIC X(01) VALUE "N".
       01 W-PLTSALVA PIC X(53) VALUE SPACES.
       01 W-TRCSALVA PIC X(92) VALUE SPACES.
       01 W-NUMTRC   PIC 9(06) VALUE ZEROS.
       01 W-MAXNUM   PIC 9(06) VALUE ZEROS.
       01 W-TEMPEND  PIC X(01) VALUE "N".
       01 W-CRMVAL   PIC 9(06) VALUE ZEROS.
       01 W-CRMOUTRO PIC 9(06) VALUE ZEROS.
       01 W-OUTSETOR PIC X(01) VALUE SPACES.
       01 W-VALRS    PIC 9(06) VALUE ZEROS.
       01 W-VALCT    PIC 9(02) VALUE ZEROS.
       01 W-VALED    PIC ZZZ.ZZ9,99.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
      *
      *----PLANTAO EM TRABALHO (DATA, SETOR E TURNO)-------------------*
      *
       01 W-ESCDATA.
          03 W-ESCANO   PIC 9(04) VALUE ZEROS.
          03 W-ESCMES   PIC 9(02) VALUE ZEROS.
          03 W-ESCDIA   PIC 9(02) VALUE ZEROS.
       01 W-ESCDATA-N REDEFINES W-ESCDATA PIC 9(08).
       01 W-ESCSETOR PIC X(01) VALUE SPACES.
       01 W-ESCTURNO PIC X(01) VALUE SPACES.
       01 W-SETORDES PIC X(10) VALUE SPACES.
       01 W-TURNODES PIC X(07) VALUE SPACES.
      *
      *----PERIODO DA LISTA--------------------------------------------*
      *
       01 W-LISINI.
          03 W-LINIANO  PIC 9(04) VALUE ZEROS.
          03 W-LINIMES  PIC 9(02) VALUE ZEROS.
          03 W-LINIDIA  PIC 9(02) VALUE ZEROS.
       01 W-LISINI-N REDEFINES W-LISINI PIC 9(08).
       01 W-LISFIM.
          03 W-LFIMANO  PIC 9(04) VALUE ZEROS.
          03 W-LFIMMES  PIC 9(02) VALUE ZEROS.
          03 W-LFIMDIA  PIC 9(02) VALUE ZEROS.
       01 W-LISFIM-N REDEFINES W-LISFIM PIC 9(08).
       01 W-TOTLIS   PIC 9(05) VALUE ZEROS.
       01 W-TOTCANC  PIC 9(05) VALUE ZEROS.
       01 W-TOTVAL   PIC 9(08)V99 VALUE ZEROS.
      *
      *----CONSULTAS DO MEDICO NO HORARIO DO TURNO---------------------*
      *
       01 W-CNSDATA  PIC 9(08) VALUE ZEROS.
       01 W-CNSINI   PIC 9(04) VALUE ZEROS.
       01 W-CNSFIM   PIC 9(04) VALUE ZEROS.
       01 W-CONFLITO PIC X(01) VALUE "N".
      *
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
       01 W-DATAED1  PIC 99/99/9999.
      *
      *----DIA SEGUINTE (TURNO DA NOITE TERMINA AS 07:00)--------------*
      *
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TENTDATA-N REDEFINES W-TENTDATA PIC 9(08).
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CABPER.
          03 FILLER     PIC X(09) VALUE "PERIODO: ".
          03 CP-INI     PIC 99/99/9999.
          03 FILLER     PIC X(05) VALUE " A ".
          03 CP-FIM     PIC 99/99/9999.
       01 CABESC.
          03 FILLER     PIC X(11) VALUE "DATA".
          03 FILLER     PIC X(11) VALUE "SETOR".
          03 FILLER     PIC X(08) VALUE "TURNO".
          03 FILLER     PIC X(28) VALUE "TITULAR".
          03 FILLER     PIC X(07) VALUE "COBERT.".
          03 FILLER     PIC X(11) VALUE "      VALOR".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(12) VALUE "SITUACAO".
       01 LINESC.
          03 LE-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-SETOR   PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-TURNO   PIC X(07).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-CRMTIT  PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-NOMETIT PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-CRMCOB  PIC ZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-VALOR   PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-SIT     PIC X(12).
       01 LE-PAGO.
          03 FILLER     PIC X(05) VALUE "PAGO ".
          03 LE-PAGOMES PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LE-PAGOANO PIC 9999.
       01 LINTOT.
          03 LT-ROTULO  PIC X(34).
          03 LT-QTDE    PIC ZZZZ9.
       01 LINTOTV.
          03 LV-ROTULO  PIC X(34).
          03 LV-VALOR   PIC ZZ.ZZZ.ZZ9,99.
       01 W-PLTREF.
          03 W-PLTREFANO PIC 9(04).
          03 W-PLTREFMES PIC 9(02).
       01 W-PLTREF-N REDEFINES W-PLTREF PIC 9(06).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP111".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT111.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** ESCALA DE PLANTAO MEDICO - ".
           05  LINE 02  COLUMN 41
               VALUE  "URGENCIA E INTERNACAO ***".
           05  LINE 05  COLUMN 10
               VALUE  "E = ESCALA: INCLUIR / ALTERAR / CANCELAR".
           05  LINE 06  COLUMN 10
               VALUE  "L = LISTA DA ESCALA DO PERIODO".
           05  LINE 07  COLUMN 10
               VALUE  "T = SOLICITAR TROCA DE PLANTAO".
           05  LINE 08  COLUMN 10
               VALUE  "A = APROVAR / RECUSAR TROCAS PENDENTES".
           05  LINE 09  COLUMN 10
               VALUE  "V = VALOR DO PLANTAO POR SETOR E TURNO".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADPLANT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPLANT
                 CLOSE CADPLANT
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLANT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADPLTTR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPLTTR
                 CLOSE CADPLTTR
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLTTR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPLANT
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADPLTPR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPLTPR
                 CLOSE CADPLTPR
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLTPR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPLANT CADPLTTR
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANT CADPLTTR CADPLTPR
              GO TO ROT-FIMP.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CONSULTAS NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANT CADPLTTR CADPLTPR REGMED
              GO TO ROT-FIMP.
           MOVE "N" TO W-AUSABERTO
           OPEN INPUT CADAUSEN
           IF ST-ERRO = "00"
                MOVE "S" TO W-AUSABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT111
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "E" OR "e"
                GO TO ESC-001.
           IF W-MODO = "L" OR "l"
                GO TO LIS-001.
           IF W-MODO = "T" OR "t"
                GO TO TRC-001.
           IF W-MODO = "A" OR "a"
                GO TO APV-001.
           IF W-MODO = "V" OR "v"
                GO TO VAL-001.
           GO TO R1.

      *---------------ESCALA DO PLANTAO--------------------------------*
      * INCLUI OU ALTERA O PLANTAO DA DATA/SETOR/TURNO, OU CANCELA.    *
      * PLANTAO JA PAGO NO REPASSE NAO E MAIS ALTERADO                 *
      *----------------------------------------------------------------*

       ESC-001.
           MOVE ZEROS TO W-ESCDATA-N
           MOVE SPACES TO W-ESCSETOR W-ESCTURNO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "ESCALA DE PLANTAO MEDICO"
           DISPLAY (03, 05) "DATA (DD MM AAAA)..:"
           ACCEPT (03, 27) W-ESCDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 30) W-ESCMES
           ACCEPT (03, 33) W-ESCANO
           IF W-ESCDIA < 1 OR W-ESCDIA > 31 OR
              W-ESCMES < 1 OR W-ESCMES > 12 OR W-ESCANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-001.
           IF W-ESCDATA-N < W-DATAHOJE
                MOVE "*** DATA JA PASSADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-001.
       ESC-002.
           DISPLAY (04, 05) "SETOR (U=URGENCIA I=INTERNACAO):"
           ACCEPT (04, 39) W-ESCSETOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ESC-001.
           PERFORM SET-VALIDA THRU SET-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-002.
       ESC-003.
           DISPLAY (05, 05) "TURNO (M=07-13 T=13-19 N=19-07):"
           ACCEPT (05, 39) W-ESCTURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ESC-002.
           PERFORM SET-VALIDA THRU SET-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-003.
           MOVE W-ESCDATA-N TO PLT-DATA
           MOVE W-ESCSETOR TO PLT-SETOR
           MOVE W-ESCTURNO TO PLT-TURNO
           READ CADPLANT
           IF ST-ERRO = "00"
                GO TO ESC-EXISTE.
           IF ST-ERRO NOT = "23"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADPLANT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO W-NOVO
           MOVE ZEROS TO PLT-CRMTIT PLT-CRMCOB PLT-VALOR
           MOVE ZEROS TO PLT-REPASSE
           MOVE "A" TO PLT-SITUACAO
           MOVE W-ESCSETOR TO PPR-SETOR
           MOVE W-ESCTURNO TO PPR-TURNO
           READ CADPLTPR
           IF ST-ERRO = "00"
                MOVE PPR-VALOR TO PLT-VALOR.
           DISPLAY (07, 05) "*** PLANTAO NOVO ***"
           GO TO ESC-004.
       ESC-EXISTE.
           MOVE "N" TO W-NOVO
           IF PLT-REPASSE NOT = ZEROS
                MOVE "*** PLANTAO JA PAGO NO REPASSE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-001.
           IF PLT-CANCELADO
                DISPLAY (07, 05) "*** PLANTAO CANCELADO - REATIVAR ***"
                GO TO ESC-004.
           MOVE PLT-CRMTIT TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           DISPLAY (09, 05) "CRM TITULAR.......:"
           DISPLAY (09, 27) PLT-CRMTIT
           DISPLAY (09, 36) NOME
           DISPLAY (10, 05) "CRM COBERTURA.....:"
           DISPLAY (10, 27) PLT-CRMCOB
           MOVE PLT-VALOR TO W-VALED
           DISPLAY (11, 05) "VALOR (R$)........:"
           DISPLAY (11, 27) W-VALED.
       ESC-OPC0.
           MOVE SPACES TO W-OPCAO
           DISPLAY (07, 05) "A=ALTERAR  C=CANCELAR O PLANTAO :"
           ACCEPT (07, 39) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ESC-001.
           IF W-OPCAO = "C" OR "c"
                GO TO ESC-CANC.
           IF W-OPCAO NOT = "A" AND "a"
                GO TO ESC-OPC0.
       ESC-004.
           DISPLAY (09, 05) "CRM TITULAR.......:"
           ACCEPT (09, 27) PLT-CRMTIT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ESC-001.
           DISPLAY (09, 36) LIMPA
           IF PLT-CRMTIT = ZEROS
                MOVE "*** INFORME O CRM DO TITULAR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-004.
           MOVE PLT-CRMTIT TO W-CRMVAL
           PERFORM CRM-VALIDA THRU CRM-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-004.
           DISPLAY (09, 36) NOME.
       ESC-005.
           DISPLAY (10, 05) "CRM COBERTURA.....:"
           DISPLAY (10, 45) "(0 = SEM COBERTURA)"
           ACCEPT (10, 27) PLT-CRMCOB WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ESC-004.
           DISPLAY (10, 36) LIMPA
           IF PLT-CRMCOB = ZEROS
                DISPLAY (10, 36) "SEM COBERTURA"
                GO TO ESC-006.
           IF PLT-CRMCOB = PLT-CRMTIT
                MOVE "*** COBERTURA IGUAL AO TITULAR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-005.
           MOVE PLT-CRMCOB TO W-CRMVAL
           PERFORM CRM-VALIDA THRU CRM-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-005.
           DISPLAY (10, 36) NOME.
       ESC-006.
           MOVE PLT-VALOR TO W-VALRS
           COMPUTE W-VALCT = (PLT-VALOR - W-VALRS) * 100
           DISPLAY (11, 05) "VALOR (RS CT).....:"
           ACCEPT (11, 27) W-VALRS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ESC-005.
           ACCEPT (11, 35) W-VALCT WITH UPDATE
           COMPUTE PLT-VALOR = W-VALRS + (W-VALCT / 100).
       ESC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR PLANTAO (S/N) : ".
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** GRAVACAO CANCELADA PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESC-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ESC-OPC.
           DISPLAY (23, 40) LIMPA
           MOVE "A" TO PLT-SITUACAO
           MOVE W-DATAHOJE TO PLT-DTALT
           MOVE LK-OPERADOR TO PLT-OPERADOR
           IF W-NOVO = "S"
                WRITE REGPLANT
           ELSE
                REWRITE REGPLANT.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLANT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PLANTAO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ESC-001.
       ESC-CANC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA O PLANTAO (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO ESC-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ESC-CANC.
           DISPLAY (23, 40) LIMPA
           MOVE "C" TO PLT-SITUACAO
           MOVE W-DATAHOJE TO PLT-DTALT
           MOVE LK-OPERADOR TO PLT-OPERADOR
           REWRITE REGPLANT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLANT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PLANTAO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ESC-001.

      *---------------LISTA DA ESCALA DO PERIODO-----------------------*

       LIS-001.
           MOVE W-DATAHOJE TO W-LISINI-N W-LISFIM-N
           DISPLAY (15, 10) "DE  (DD MM AAAA):"
           ACCEPT (15, 28) W-LINIDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (15, 31) W-LINIMES WITH UPDATE
           ACCEPT (15, 34) W-LINIANO WITH UPDATE
           DISPLAY (16, 10) "ATE (DD MM AAAA):"
           ACCEPT (16, 28) W-LFIMDIA WITH UPDATE
           ACCEPT (16, 31) W-LFIMMES WITH UPDATE
           ACCEPT (16, 34) W-LFIMANO WITH UPDATE
           IF W-LINIDIA < 1 OR W-LINIDIA > 31 OR
              W-LINIMES < 1 OR W-LINIMES > 12 OR
              W-LFIMDIA < 1 OR W-LFIMDIA > 31 OR
              W-LFIMMES < 1 OR W-LFIMMES > 12 OR
              W-LISFIM-N < W-LISINI-N
                MOVE "*** PERIODO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIS-001.
           OPEN OUTPUT CADPLTTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLTTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "*** ESCALA DE PLANTAO MEDICO ***" TO CAB0-TIT
           WRITE REGPLTTX FROM CAB0.
           MOVE W-LISINI-N TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-INI
           MOVE W-LISFIM-N TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-FIM
           WRITE REGPLTTX FROM CABPER.
           MOVE SPACES TO REGPLTTX
           WRITE REGPLTTX.
           WRITE REGPLTTX FROM CABESC.
           MOVE ZEROS TO W-TOTLIS W-TOTCANC W-TOTVAL
           MOVE SPACES TO PLT-CHAVE
           MOVE W-LISINI-N TO PLT-DATA
           START CADPLANT KEY IS NOT LESS PLT-CHAVE
               INVALID KEY
                   GO TO LIS-TOT.
       LIS-LER.
           READ CADPLANT NEXT RECORD
               AT END
                   GO TO LIS-TOT.
           MOVE PLT-DATA TO W-VALID
           IF W-VALID > W-LISFIM-N
                GO TO LIS-TOT.
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LE-DATA
           MOVE PLT-SETOR TO W-ESCSETOR
           MOVE PLT-TURNO TO W-ESCTURNO
           PERFORM SET-VALIDA THRU SET-VALIDA-FIM
           MOVE W-SETORDES TO LE-SETOR
           MOVE W-TURNODES TO LE-TURNO
           MOVE PLT-CRMTIT TO LE-CRMTIT CRM
           READ REGMED
           IF ST-ERRO = "00"
                MOVE NOME TO LE-NOMETIT
           ELSE
                MOVE SPACES TO LE-NOMETIT.
           MOVE PLT-CRMCOB TO LE-CRMCOB
           MOVE PLT-VALOR TO LE-VALOR
           IF PLT-CANCELADO
                MOVE "CANCELADO" TO LE-SIT
                ADD 1 TO W-TOTCANC
           ELSE
                ADD 1 TO W-TOTLIS
                ADD PLT-VALOR TO W-TOTVAL
                IF PLT-REPASSE NOT = ZEROS
                     MOVE PLT-REPASSE TO W-PLTREF-N
                     MOVE W-PLTREFMES TO LE-PAGOMES
                     MOVE W-PLTREFANO TO LE-PAGOANO
                     MOVE LE-PAGO TO LE-SIT
                ELSE
                     MOVE "ESCALADO" TO LE-SIT.
           WRITE REGPLTTX FROM LINESC
           GO TO LIS-LER.
       LIS-TOT.
           MOVE SPACES TO REGPLTTX
           WRITE REGPLTTX.
           MOVE "PLANTOES ESCALADOS..............:" TO LT-ROTULO
           MOVE W-TOTLIS TO LT-QTDE
           WRITE REGPLTTX FROM LINTOT.
           MOVE "PLANTOES CANCELADOS.............:" TO LT-ROTULO
           MOVE W-TOTCANC TO LT-QTDE
           WRITE REGPLTTX FROM LINTOT.
           MOVE "VALOR DOS PLANTOES ESCALADOS R$.:" TO LV-ROTULO
           MOVE W-TOTVAL TO LV-VALOR
           WRITE REGPLTTX FROM LINTOTV.
           CLOSE CADPLTTX
           DISPLAY (18, 10) "ESCALADOS: " W-TOTLIS
           MOVE "*** LISTA GERADA EM CADPLTRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------SOLICITACAO DE TROCA-----------------------------*
      * TROCA DO TITULAR OU DA COBERTURA DE UM PLANTAO FUTURO. O NOVO  *
      * MEDICO PASSA PELAS MESMAS VALIDACOES DA ESCALA; A TROCA FICA   *
      * PENDENTE ATE A APROVACAO (UMA PENDENTE POR PLANTAO)            *
      *----------------------------------------------------------------*

       TRC-001.
           MOVE ZEROS TO W-ESCDATA-N
           MOVE SPACES TO W-ESCSETOR W-ESCTURNO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "SOLICITACAO DE TROCA DE PLANTAO"
           DISPLAY (03, 05) "DATA (DD MM AAAA)..:"
           ACCEPT (03, 27) W-ESCDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 30) W-ESCMES
           ACCEPT (03, 33) W-ESCANO
           DISPLAY (04, 05) "SETOR (U/I).......:"
           ACCEPT (04, 27) W-ESCSETOR
           DISPLAY (05, 05) "TURNO (M/T/N).....:"
           ACCEPT (05, 27) W-ESCTURNO
           PERFORM SET-VALIDA THRU SET-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-001.
           IF W-ESCDATA-N < W-DATAHOJE
                MOVE "*** PLANTAO JA REALIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-001.
           MOVE W-ESCDATA-N TO PLT-DATA
           MOVE W-ESCSETOR TO PLT-SETOR
           MOVE W-ESCTURNO TO PLT-TURNO
           READ CADPLANT
           IF ST-ERRO NOT = "00"
                MOVE "*** PLANTAO NAO ESCALADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-001.
           IF PLT-CANCELADO OR PLT-REPASSE NOT = ZEROS
                MOVE "*** PLANTAO CANCELADO OU JA PAGO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-001.
           DISPLAY (04, 36) W-SETORDES
           DISPLAY (05, 36) W-TURNODES
           MOVE PLT-CRMTIT TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           DISPLAY (07, 05) "TITULAR...........:"
           DISPLAY (07, 27) PLT-CRMTIT
           DISPLAY (07, 36) NOME
           DISPLAY (08, 05) "COBERTURA.........:"
           DISPLAY (08, 27) PLT-CRMCOB
           IF PLT-CRMCOB NOT = ZEROS
                MOVE PLT-CRMCOB TO CRM
                READ REGMED
                IF ST-ERRO = "00"
                     DISPLAY (08, 36) NOME.
           MOVE SPACES TO REGPLTTR
           MOVE ZEROS TO TRC-CRMPARA
           MOVE PLT-CHAVE TO TRC-PLANTAO.
       TRC-002.
           DISPLAY (10, 05) "TROCAR (T=TITULAR C=COBERTURA):"
           ACCEPT (10, 38) TRC-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TRC-001.
           IF TRC-FUNCAO = "t"
                MOVE "T" TO TRC-FUNCAO.
           IF TRC-FUNCAO = "c"
                MOVE "C" TO TRC-FUNCAO.
           IF TRC-TITULAR
                MOVE PLT-CRMTIT TO TRC-CRMDE
                MOVE PLT-CRMCOB TO W-CRMOUTRO
           ELSE
              IF TRC-COBERTURA
                 MOVE PLT-CRMCOB TO TRC-CRMDE
                 MOVE PLT-CRMTIT TO W-CRMOUTRO
              ELSE
                 GO TO TRC-002.
           IF TRC-CRMDE = ZEROS
                MOVE "*** PLANTAO SEM COBERTURA ESCALADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-002.
       TRC-003.
           DISPLAY (12, 05) "PASSA PARA O CRM..:"
           ACCEPT (12, 27) TRC-CRMPARA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TRC-002.
           DISPLAY (12, 36) LIMPA
           IF TRC-CRMPARA = ZEROS
                GO TO TRC-003.
           IF TRC-CRMPARA = TRC-CRMDE OR TRC-CRMPARA = W-CRMOUTRO
                MOVE "*** MEDICO JA ESTA NESTE PLANTAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-003.
           MOVE TRC-CRMPARA TO W-CRMVAL
           PERFORM CRM-VALIDA THRU CRM-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-003.
           DISPLAY (12, 36) NOME.
       TRC-004.
           DISPLAY (14, 05) "MOTIVO............:"
           ACCEPT (14, 27) TRC-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TRC-003.
           IF TRC-MOTIVO = SPACES
                MOVE "*** INFORME O MOTIVO DA TROCA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-004.
       TRC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "SOLICITAR TROCA (S/N) : ".
           ACCEPT (23, 64) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** SOLICITACAO CANCELADA PELO OPERADOR ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO TRC-OPC.
           DISPLAY (23, 40) LIMPA
           MOVE REGPLTTR TO W-TRCSALVA
           PERFORM TRC-VARRE THRU TRC-VARRE-FIM
           IF W-TEMPEND = "S"
                MOVE "*** JA HA TROCA PENDENTE PARA ESTE PLANTAO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRC-001.
       TRC-GRAVA.
           MOVE W-TRCSALVA TO REGPLTTR
           ADD 1 TO W-MAXNUM
           MOVE W-MAXNUM TO TRC-NUMERO
           MOVE W-DATAHOJE TO TRC-DTSOL
           MOVE LK-OPERADOR TO TRC-OPERSOL
           MOVE "P" TO TRC-SITUACAO
           MOVE ZEROS TO TRC-DTDEC
           MOVE SPACES TO TRC-OPERDEC
           WRITE REGPLTTR
           IF ST-ERRO = "22"
                PERFORM TRC-VARRE THRU TRC-VARRE-FIM
                GO TO TRC-GRAVA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLTTR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (19, 05) "SOLICITACAO NUMERO: "
           DISPLAY (19, 25) TRC-NUMERO
           MOVE "*** TROCA PENDENTE DE APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 12) "ENTER PARA CONTINUAR"
           ACCEPT (23, 33) W-OPCAO
           GO TO TRC-001.

      ******************************************************************
      * ULTIMA SOLICITACAO EM W-MAXNUM; W-TEMPEND = "S" SE HA TROCA    *
      * PENDENTE PARA O PLANTAO DE W-TRCSALVA (USA A AREA DE REGPLTTR) *
      ******************************************************************
       TRC-VARRE.
           MOVE "N" TO W-TEMPEND
           MOVE ZEROS TO W-MAXNUM TRC-NUMERO
           START CADPLTTR KEY IS NOT LESS TRC-NUMERO
               INVALID KEY
                   GO TO TRC-VARRE-FIM.
       TRC-VARRE1.
           READ CADPLTTR NEXT RECORD
               AT END
                   GO TO TRC-VARRE-FIM.
           MOVE TRC-NUMERO TO W-MAXNUM
           IF TRC-PENDENTE AND TRC-PLANTAO = W-TRCSALVA (7:10)
                MOVE "S" TO W-TEMPEND.
           GO TO TRC-VARRE1.
       TRC-VARRE-FIM.
           EXIT.

      *---------------APROVACAO DAS TROCAS-----------------------------*
      * SO PERFIL A. PERCORRE AS PENDENTES EM ORDEM DE SOLICITACAO; NA *
      * APROVACAO O PLANTAO E REVALIDADO E O MEDICO E SUBSTITUIDO      *
      *----------------------------------------------------------------*

       APV-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "APROVACAO DE TROCAS DE PLANTAO"
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
                MOVE "*** APROVACAO DE TROCA SO POR PERFIL A ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-NUMTRC.
       APV-PROX.
           ADD 1 TO W-NUMTRC
           MOVE W-NUMTRC TO TRC-NUMERO
           START CADPLTTR KEY IS NOT LESS TRC-NUMERO
               INVALID KEY
                   GO TO APV-FIM.
       APV-LER.
           READ CADPLTTR NEXT RECORD
               AT END
                   GO TO APV-FIM.
           IF NOT TRC-PENDENTE
                GO TO APV-LER.
           MOVE TRC-NUMERO TO W-NUMTRC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "APROVACAO DE TROCAS DE PLANTAO"
           DISPLAY (03, 05) "SOLICITACAO.......:"
           DISPLAY (03, 27) TRC-NUMERO
           MOVE TRC-DTSOL TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           DISPLAY (03, 36) W-DATAED1
           DISPLAY (03, 48) TRC-OPERSOL
           MOVE TRC-DATA TO W-VALID W-ESCDATA-N
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE TRC-SETOR TO W-ESCSETOR
           MOVE TRC-TURNO TO W-ESCTURNO
           PERFORM SET-VALIDA THRU SET-VALIDA-FIM
           DISPLAY (05, 05) "PLANTAO...........:"
           DISPLAY (05, 27) W-DATAED1
           DISPLAY (05, 39) W-SETORDES
           DISPLAY (05, 50) W-TURNODES
           DISPLAY (06, 05) "FUNCAO............:"
           IF TRC-TITULAR
                DISPLAY (06, 27) "TITULAR"
           ELSE
                DISPLAY (06, 27) "COBERTURA".
           MOVE TRC-CRMDE TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           DISPLAY (07, 05) "SAI O CRM.........:"
           DISPLAY (07, 27) TRC-CRMDE
           DISPLAY (07, 36) NOME
           MOVE TRC-CRMPARA TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           DISPLAY (08, 05) "ENTRA O CRM.......:"
           DISPLAY (08, 27) TRC-CRMPARA
           DISPLAY (08, 36) NOME
           DISPLAY (09, 05) "MOTIVO............:"
           DISPLAY (09, 27) TRC-MOTIVO.
       APV-003.
           MOVE SPACES TO W-OPCAO
           DISPLAY (12, 05) "A=APROVAR  R=RECUSAR  P=PROXIMA :"
           ACCEPT (12, 39) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-OPCAO = "P" OR "p"
                GO TO APV-PROX.
           IF W-OPCAO = "R" OR "r"
                MOVE "R" TO TRC-SITUACAO
                GO TO APV-GRAVA.
           IF W-OPCAO NOT = "A" AND "a"
                GO TO APV-003.
      *----REVALIDA: PLANTAO ATIVO, NAO PAGO, MEDICO AINDA O MESMO-----*
           MOVE TRC-PLANTAO TO PLT-CHAVE
           READ CADPLANT
           IF ST-ERRO NOT = "00"
                MOVE "*** PLANTAO NAO ENCONTRADO - RECUSE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-003.
           IF PLT-CANCELADO OR PLT-REPASSE NOT = ZEROS
                MOVE "*** PLANTAO CANCELADO OU PAGO - RECUSE ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-003.
           IF (TRC-TITULAR AND PLT-CRMTIT NOT = TRC-CRMDE) OR
              (TRC-COBERTURA AND PLT-CRMCOB NOT = TRC-CRMDE)
                MOVE "*** ESCALA ALTERADA APOS O PEDIDO - RECUSE ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-003.
           MOVE TRC-CRMPARA TO W-CRMVAL
           PERFORM CRM-VALIDA THRU CRM-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-003.
           IF TRC-TITULAR
                MOVE TRC-CRMPARA TO PLT-CRMTIT
           ELSE
                MOVE TRC-CRMPARA TO PLT-CRMCOB.
           MOVE W-DATAHOJE TO PLT-DTALT
           MOVE LK-OPERADOR TO PLT-OPERADOR
           REWRITE REGPLANT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLANT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "A" TO TRC-SITUACAO.
       APV-GRAVA.
           MOVE W-DATAHOJE TO TRC-DTDEC
           MOVE LK-OPERADOR TO TRC-OPERDEC
           REWRITE REGPLTTR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLTTR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF TRC-APROVADA
                MOVE "*** TROCA APROVADA - ESCALA ATUALIZADA ***"
                                                           TO MENS
           ELSE
                MOVE "*** TROCA RECUSADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APV-PROX.
       APV-FIM.
           MOVE "*** NAO HA MAIS TROCAS PENDENTES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------VALOR DO PLANTAO POR SETOR E TURNO---------------*
      * VALOR SUGERIDO NA INCLUSAO DO PLANTAO NA ESCALA                *
      *----------------------------------------------------------------*

       VAL-001.
           MOVE SPACES TO W-ESCSETOR W-ESCTURNO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "VALOR DO PLANTAO POR SETOR E TURNO"
           DISPLAY (03, 05) "SETOR (U/I).......:"
           ACCEPT (03, 27) W-ESCSETOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           DISPLAY (04, 05) "TURNO (M/T/N).....:"
           ACCEPT (04, 27) W-ESCTURNO
           PERFORM SET-VALIDA THRU SET-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VAL-001.
           DISPLAY (03, 36) W-SETORDES
           DISPLAY (04, 36) W-TURNODES
           MOVE W-ESCSETOR TO PPR-SETOR
           MOVE W-ESCTURNO TO PPR-TURNO
           READ CADPLTPR
           IF ST-ERRO = "00"
                MOVE "N" TO W-NOVO
           ELSE
                MOVE "S" TO W-NOVO
                MOVE ZEROS TO PPR-VALOR.
           MOVE PPR-VALOR TO W-VALRS
           COMPUTE W-VALCT = (PPR-VALOR - W-VALRS) * 100.
       VAL-002.
           DISPLAY (06, 05) "VALOR (RS CT).....:"
           ACCEPT (06, 27) W-VALRS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO VAL-001.
           ACCEPT (06, 35) W-VALCT WITH UPDATE
           COMPUTE PPR-VALOR = W-VALRS + (W-VALCT / 100)
           MOVE W-DATAHOJE TO PPR-DTALT
           MOVE LK-OPERADOR TO PPR-OPERADOR
           IF W-NOVO = "S"
                WRITE REGPLTPR
           ELSE
                REWRITE REGPLTPR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLTPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** VALOR GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO VAL-001.

      ******************************************************************
      * CONFERE SETOR E TURNO EM W-ESCSETOR/W-ESCTURNO (ACEITA         *
      * MINUSCULA) E MONTA W-SETORDES/W-TURNODES; MENS SE INVALIDO     *
      ******************************************************************
       SET-VALIDA.
           MOVE SPACES TO MENS W-SETORDES W-TURNODES
           IF W-ESCSETOR = "u"
                MOVE "U" TO W-ESCSETOR.
           IF W-ESCSETOR = "i"
                MOVE "I" TO W-ESCSETOR.
           IF W-ESCTURNO = "m"
                MOVE "M" TO W-ESCTURNO.
           IF W-ESCTURNO = "t"
                MOVE "T" TO W-ESCTURNO.
           IF W-ESCTURNO = "n"
                MOVE "N" TO W-ESCTURNO.
           IF W-ESCSETOR = "U"
                MOVE "URGENCIA" TO W-SETORDES
           ELSE
              IF W-ESCSETOR = "I"
                 MOVE "INTERNACAO" TO W-SETORDES
              ELSE
                 MOVE "*** SETOR INVALIDO (U/I) ***" TO MENS
                 GO TO SET-VALIDA-FIM.
           IF W-ESCTURNO = SPACES
                GO TO SET-VALIDA-FIM.
           IF W-ESCTURNO = "M"
                MOVE "M 07-13" TO W-TURNODES
           ELSE
              IF W-ESCTURNO = "T"
                 MOVE "T 13-19" TO W-TURNODES
              ELSE
                 IF W-ESCTURNO = "N"
                    MOVE "N 19-07" TO W-TURNODES
                 ELSE
                    MOVE "*** TURNO INVALIDO (M/T/N) ***" TO MENS.
       SET-VALIDA-FIM.
           EXIT.

      ******************************************************************
      * VALIDA O MEDICO W-CRMVAL PARA O PLANTAO W-ESCDATA/W-ESCSETOR/  *
      * W-ESCTURNO: CADASTRADO E ATIVO, SEM AUSENCIA NA DATA, SEM      *
      * CONSULTA AGENDADA NO HORARIO DO TURNO E NAO ESCALADO NO OUTRO  *
      * SETOR NO MESMO TURNO. MENS PREENCHIDA SE HOUVER IMPEDIMENTO;   *
      * REGPLANT E PRESERVADO E O NOME FICA EM NOME                    *
      ******************************************************************
       CRM-VALIDA.
           MOVE SPACES TO MENS
           MOVE W-CRMVAL TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                GO TO CRM-VALIDA-FIM.
           IF MED-INATIVO
                MOVE "*** MEDICO INATIVO ***" TO MENS
                GO TO CRM-VALIDA-FIM.
           IF W-AUSABERTO NOT = "S"
                GO TO CRM-VALIDA2.
           MOVE W-CRMVAL TO AUS-CRM
           MOVE ZEROS TO AUS-DTINI
           START CADAUSEN KEY IS NOT LESS AUS-CHAVE
               INVALID KEY
                   GO TO CRM-VALIDA2.
       CRM-VALIDA1.
           READ CADAUSEN NEXT RECORD
               AT END
                   GO TO CRM-VALIDA2.
           IF AUS-CRM NOT = W-CRMVAL
                GO TO CRM-VALIDA2.
           IF W-ESCDATA-N NOT < AUS-DTINI AND
              W-ESCDATA-N NOT > AUS-DTFIM
                MOVE "*** MEDICO AUSENTE NA DATA DO PLANTAO ***"
                                                           TO MENS
                GO TO CRM-VALIDA-FIM.
           GO TO CRM-VALIDA1.
       CRM-VALIDA2.
           MOVE "N" TO W-CONFLITO
           MOVE W-ESCDATA-N TO W-CNSDATA
           IF W-ESCTURNO = "M"
                MOVE 0700 TO W-CNSINI
                MOVE 1300 TO W-CNSFIM.
           IF W-ESCTURNO = "T"
                MOVE 1300 TO W-CNSINI
                MOVE 1900 TO W-CNSFIM.
           IF W-ESCTURNO = "N"
                MOVE 1900 TO W-CNSINI
                MOVE 2400 TO W-CNSFIM.
           PERFORM CNS-CONFLITO THRU CNS-CONFLITO-FIM
           IF W-ESCTURNO = "N" AND W-CONFLITO = "N"
                MOVE W-ESCDATA-N TO W-TENTDATA-N
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                MOVE W-TENTDATA-N TO W-CNSDATA
                MOVE 0000 TO W-CNSINI
                MOVE 0700 TO W-CNSFIM
                PERFORM CNS-CONFLITO THRU CNS-CONFLITO-FIM.
           IF W-CONFLITO = "S"
                MOVE "*** MEDICO COM CONSULTA AGENDADA NO TURNO ***"
                                                           TO MENS
                GO TO CRM-VALIDA-FIM.
      *----NO OUTRO SETOR, MESMA DATA E TURNO-------------------------*
           MOVE REGPLANT TO W-PLTSALVA
           IF W-ESCSETOR = "U"
                MOVE "I" TO W-OUTSETOR
           ELSE
                MOVE "U" TO W-OUTSETOR.
           MOVE W-ESCDATA-N TO PLT-DATA
           MOVE W-OUTSETOR TO PLT-SETOR
           MOVE W-ESCTURNO TO PLT-TURNO
           READ CADPLANT
           IF ST-ERRO = "00"
              IF PLT-ATIVO
                 IF PLT-CRMTIT = W-CRMVAL OR PLT-CRMCOB = W-CRMVAL
                    MOVE "*** MEDICO JA ESCALADO NO OUTRO SETOR ***"
                                                           TO MENS.
           MOVE W-PLTSALVA TO REGPLANT.
       CRM-VALIDA-FIM.
           EXIT.

      ******************************************************************
      * W-CONFLITO = "S" SE O MEDICO W-CRMVAL TEM CONSULTA AGENDADA    *
      * OU COM PACIENTE PRESENTE EM W-CNSDATA ENTRE W-CNSINI (INCL.)   *
      * E W-CNSFIM (EXCL.)                                             *
      ******************************************************************
       CNS-CONFLITO.
           MOVE W-CRMVAL TO CONS-CRM
           MOVE W-CNSDATA TO CONS-DATA
           MOVE W-CNSINI TO CONS-HORA
           START CADCONS KEY IS NOT LESS CONS-CHAVE
               INVALID KEY
                   GO TO CNS-CONFLITO-FIM.
       CNS-CONFLITO1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO CNS-CONFLITO-FIM.
           IF CONS-CRM NOT = W-CRMVAL OR CONS-DATA NOT = W-CNSDATA
                GO TO CNS-CONFLITO-FIM.
           IF CONS-HORA NOT < W-CNSFIM
                GO TO CNS-CONFLITO-FIM.
           IF CONS-AGENDADA OR CONS-PRESENTE
                MOVE "S" TO W-CONFLITO
                GO TO CNS-CONFLITO-FIM.
           GO TO CNS-CONFLITO1.
       CNS-CONFLITO-FIM.
           EXIT.

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
      *
      *----W-VALID (AAAAMMDD) PARA W-DATADMA-N (DDMMAAAA)--------------*
      *
       DAT-DMA.
           MOVE W-VLDDIA TO W-DMADIA
           MOVE W-VLDMES TO W-DMAMES
           MOVE W-VLDANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPLANT CADPLTTR CADPLTPR REGMED CADCONS
           IF W-AUSABERTO = "S"
                CLOSE CADAUSEN.
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
