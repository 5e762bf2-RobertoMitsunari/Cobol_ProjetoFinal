       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP123.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * DIETA DOS INTERNADOS E MAPA DE REFEICOES:           *
      * P = PRESCRICAO DA DIETA POR INTERNACAO (CADDIETA),  *
      *     COM TIPO, CONSISTENCIA, RESTRICOES, JEJUM COM   *
      *     INICIO E FIM E REFEICOES DO ACOMPANHANTE; CADA  *
      *     ALTERACAO GRAVA UMA NOVA SEQUENCIA (HISTORICO)  *
      * H = HISTORICO DAS PRESCRICOES DA INTERNACAO         *
      * M = MAPA DE REFEICOES DO DIA (CAFE, ALMOCO, LANCHE, *
      *     JANTAR) POR SETOR E LEITO (CADREFML.DOC), COM   *
      *     O LEITO DO DIA PELAS TRANSFERENCIAS (CADTRLEI), *
      *     SEM OS QUE JA TIVERAM ALTA E COM AS ALERGIAS DO *
      *     CADALERT EM DESTAQUE; GRAVA A CONTAGEM DAS      *
      *     REFEICOES DE ACOMPANHANTE DO DIA (CADREFAC),    *
      *     QUE O SMP070 SOMA A CONTA DA ALTA               *
      * T = PRECO DA REFEICAO DE ACOMPANHANTE (VIGENCIA)    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIETA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIE-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREFAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RFA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRF-VIGENCIA
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADALERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALE-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREFTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----PRESCRICAO DE DIETA: A MAIOR SEQUENCIA E A VIGENTE----------*
      *
       FD CADDIETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIETA.DAT".
       01 REGDIETA.
          03 DIE-CHAVE.
             05 DIE-INTER      PIC 9(18).
             05 DIE-SEQ        PIC 9(03).
          03 DIE-TIPO          PIC X(01).
             88 DIE-LIVRE          VALUE "L".
             88 DIE-DIABETICA      VALUE "D".
             88 DIE-HIPOSSODICA    VALUE "H".
             88 DIE-RENAL          VALUE "R".
             88 DIE-HIPOGORD       VALUE "G".
          03 DIE-CONSIST       PIC X(01).
             88 DIE-NORMAL         VALUE "N".
             88 DIE-BRANDA         VALUE "B".
             88 DIE-PASTOSA        VALUE "P".
             88 DIE-LIQUIDA        VALUE "L".
          03 DIE-RESTRIC       PIC X(40).
          03 DIE-JEJINI        PIC 9(12).
          03 DIE-JEJFIM        PIC 9(12).
          03 DIE-ACPREF        PIC X(04).
          03 DIE-DTINI         PIC 9(08).
          03 DIE-HRINI         PIC 9(04).
          03 DIE-OPERADOR      PIC X(08).
      *
      *----REFEICOES DE ACOMPANHANTE POR DIA (FATURADAS NO SMP070)-----*
      *
       FD CADREFAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREFAC.DAT".
       01 REGREFAC.
          03 RFA-CHAVE.
             05 RFA-INTER      PIC 9(18).
             05 RFA-DATA       PIC 9(08).
          03 RFA-QTDE          PIC 9(02).
          03 RFA-VALUNIT       PIC 9(06)V99.
          03 RFA-SITUACAO      PIC X(01).
             88 RFA-PENDENTE       VALUE "P".
             88 RFA-FATURADA       VALUE "F".
          03 RFA-OPERADOR      PIC X(08).
      *
       FD CADPRREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRREF.DAT".
       01 REGPRREF.
          03 PRF-VIGENCIA.
             05 PRF-VIGANO     PIC 9(04).
             05 PRF-VIGMES     PIC 9(02).
             05 PRF-VIGDIA     PIC 9(02).
          03 PRF-VALOR.
             05 PRF-VAL-RS     PIC 9(06).
             05 PRF-VAL-CT     PIC 9(02).
      *
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
       FD CADALERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERT.DAT".
       01 REGALERT.
          03 ALE-CPF           PIC 9(11).
          03 ALE-ALERGIAS      PIC X(50).
          03 ALE-CRONICAS      PIC X(50).
          03 ALE-PRECAUCOES    PIC X(50).
      *
       FD CADREFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREFML.DOC".
       01 REGREFTX    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-LEITO       PIC 9(03) VALUE ZEROS.
       01 W-TRLABERTO   PIC X(01) VALUE "N".
       01 W-ALEABERTO   PIC X(01) VALUE "N".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AGORAHH  PIC 9(02).
          03 W-AGORAMI  PIC 9(02).
          03 FILLER     PIC 9(04).
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
       01 W-DATAOK      PIC X(01) VALUE "S".
       01 W-DATAMAPA    PIC 9(08) VALUE ZEROS.
       01 W-JEJHH       PIC 9(02) VALUE ZEROS.
       01 W-JEJMI       PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
      *
      *----PRESCRICAO EM DIGITACAO E A VIGENTE NA DATA-----------------*
      *
       01 W-TEMDIETA    PIC X(01) VALUE "N".
       01 W-ULTSEQ      PIC 9(03) VALUE ZEROS.
       01 W-DIETA       PIC X(117) VALUE SPACES.
       01 W-JEJDATA     PIC 9(08) VALUE ZEROS.
       01 W-JEJHORA     PIC 9(04) VALUE ZEROS.
       01 W-JEJUM       PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC 9(12) VALUE ZEROS.
       01 W-DATAHORA-R REDEFINES W-DATAHORA.
          03 W-DHDATA   PIC 9(08).
          03 W-DHHORA   PIC 9(04).
       01 W-TIPODES     PIC X(12) VALUE SPACES.
       01 W-CONSDES     PIC X(08) VALUE SPACES.
      *
      *----HORARIOS DAS REFEICOES (CAFE, ALMOCO, LANCHE, JANTAR)-------*
      *
       01 W-REFHORTAB.
          03 FILLER     PIC X(16) VALUE "0700120015001900".
       01 W-REFHOR REDEFINES W-REFHORTAB.
          03 W-HORREF   PIC 9(04) OCCURS 4 TIMES.
       01 IR            PIC 9(01) VALUE ZEROS.
       01 W-QTACP       PIC 9(02) VALUE ZEROS.
       01 W-TOTPAC      PIC 9(05) OCCURS 4 TIMES.
       01 W-TOTJEJ      PIC 9(05) OCCURS 4 TIMES.
       01 W-TOTACP      PIC 9(05) OCCURS 4 TIMES.
       01 W-TOTSPRC     PIC 9(05) VALUE ZEROS.
       01 W-VPRFRS      PIC 9(06) VALUE ZEROS.
       01 W-VPRFCT      PIC 9(02) VALUE ZEROS.
       01 W-VALUNIT     PIC 9(06)V99 VALUE ZEROS.
      *
      *----INTERNADOS DO DIA ORDENADOS POR SETOR E LEITO---------------*
      *
       01 W-TOTMAPA     PIC 9(03) VALUE ZEROS.
       01 IND           PIC 9(03) VALUE ZEROS.
       01 IND2          PIC 9(03) VALUE ZEROS.
       01 TABMAPA.
          03 MAP-ENT OCCURS 301 TIMES.
             05 MAP-ORDEM.
                07 MAP-SETOR   PIC 9(02).
                07 MAP-LEITO   PIC 9(03).
             05 MAP-INTER      PIC 9(18).
             05 MAP-CPF        PIC 9(11).
       01 W-MAPNOVO.
          03 MN-ORDEM.
             05 MN-SETOR       PIC 9(02).
             05 MN-LEITO       PIC 9(03).
          03 MN-INTER          PIC 9(18).
          03 MN-CPF            PIC 9(11).
       01 W-ULTSETOR    PIC 9(02) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** MAPA DE REFEICOES DOS INTERNADOS ***".
       01 CABDIA.
          03 FILLER     PIC X(11) VALUE "REFEICOES: ".
          03 CD-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(15) VALUE "   EMITIDO EM: ".
          03 CD-EMISSAO PIC 99/99/9999.
       01 CAB1.
          03 FILLER     PIC X(06) VALUE "LEITO".
          03 FILLER     PIC X(26) VALUE "PACIENTE".
          03 FILLER     PIC X(13) VALUE "DIETA".
          03 FILLER     PIC X(09) VALUE "CONSIST.".
          03 FILLER     PIC X(16) VALUE "CAF ALM LAN JAN".
          03 FILLER     PIC X(04) VALUE "ACP".
          03 FILLER     PIC X(30) VALUE "RESTRICOES".
       01 CABSET.
          03 FILLER     PIC X(14) VALUE "SETOR (ANDAR) ".
          03 CS-SETOR   PIC 9(02).
       01 LINMAP.
          03 LM-LEITO   PIC 9(03).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LM-NOME    PIC X(25).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LM-TIPO    PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LM-CONS    PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LM-REFS.
             05 LM-REF OCCURS 4 TIMES.
                07 FILLER     PIC X(01).
                07 LM-REFSIT  PIC X(01).
                07 FILLER     PIC X(02).
          03 LM-ACP     PIC X(04).
          03 LM-RESTRIC PIC X(40).
       01 LINDET.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 LT-TEXTO   PIC X(90).
       01 LINJEJ.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 FILLER     PIC X(12) VALUE "*** JEJUM DE".
          03 LJ-INIDIA  PIC Z9.
          03 FILLER     PIC X(01) VALUE "/".
          03 LJ-INIMES  PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LJ-INIHOR  PIC 99B99.
          03 FILLER     PIC X(05) VALUE " ATE ".
          03 LJ-FIM     PIC X(11).
       01 LINTOT.
          03 LO-ROTULO  PIC X(26).
          03 LO-QT OCCURS 4 TIMES.
             05 LO-QTDE PIC ZZZZ9.
             05 FILLER  PIC X(01) VALUE SPACES.
       01 W-FIMJEJ.
          03 WF-DIA     PIC Z9.
          03 FILLER     PIC X(01) VALUE "/".
          03 WF-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 WF-HOR     PIC 99B99.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP123".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT123.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** DIETA DOS INTERNADOS E MAPA".
           05  LINE 02  COLUMN 41
               VALUE  " DE REFEICOES ***".
           05  LINE 05  COLUMN 10
               VALUE  "P = PRESCREVER/ALTERAR A DIETA".
           05  LINE 06  COLUMN 10
               VALUE  "H = HISTORICO DA DIETA DA INTERNACAO".
           05  LINE 07  COLUMN 10
               VALUE  "M = MAPA DE REFEICOES DO DIA".
           05  LINE 08  COLUMN 10
               VALUE  "T = PRECO DA REFEICAO DE ACOMPANHANTE".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADDIETA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDIETA
                 CLOSE CADDIETA
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDIETA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADREFAC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREFAC
                 CLOSE CADREFAC
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREFAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDIETA
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADPRREF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRREF
                 CLOSE CADPRREF
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRREF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDIETA CADREFAC
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE INTERNACOES NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDIETA CADREFAC CADPRREF
              GO TO ROT-FIMP.
           OPEN INPUT CADLEITO
           OPEN INPUT CADPACI
           MOVE "N" TO W-TRLABERTO
           OPEN INPUT CADTRLEI
           IF ST-ERRO = "00"
                MOVE "S" TO W-TRLABERTO.
           MOVE "N" TO W-ALEABERTO
           OPEN INPUT CADALERT
           IF ST-ERRO = "00"
                MOVE "S" TO W-ALEABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT123
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           IF W-MODO = "P" OR "p"
                GO TO PRE-001.
           IF W-MODO = "H" OR "h"
                GO TO HIS-001.
           IF W-MODO = "M" OR "m"
                GO TO MAP-001.
           IF W-MODO = "T" OR "t"
                GO TO TAB-001.
           GO TO R1.

      *---------------PRECO DA REFEICAO DE ACOMPANHANTE----------------*
      * VALOR POR REFEICAO COM VIGENCIA, NO MODELO DO PRECO DE DIARIA  *
      * POR SETOR (SMP070); VALE O DE MAIOR VIGENCIA ATE A DATA        *
      *----------------------------------------------------------------*

       TAB-001.
           MOVE ZEROS TO PRF-VIGENCIA PRF-VALOR
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PRECO DA REFEICAO DE ACOMPANHANTE"
           DISPLAY (03, 05) "VIGENCIA A PARTIR DE (DD MM AAAA):"
           ACCEPT (03, 41) PRF-VIGDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 44) PRF-VIGMES
           ACCEPT (03, 47) PRF-VIGANO
           IF PRF-VIGDIA < 1 OR PRF-VIGDIA > 31
                GO TO TAB-001.
           IF PRF-VIGMES < 1 OR PRF-VIGMES > 12
                GO TO TAB-001.
           IF PRF-VIGANO = ZEROS
                GO TO TAB-001.
       TAB-002.
           DISPLAY (05, 05) "VALOR POR REFEICAO (RS CT):"
           ACCEPT (05, 34) PRF-VAL-RS
           ACCEPT (05, 42) PRF-VAL-CT
           IF PRF-VALOR = ZEROS
                MOVE "*** INFORME O VALOR DA REFEICAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAB-002.
           WRITE REGPRREF
           IF ST-ERRO = "22"
                REWRITE REGPRREF.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRREF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PRECO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TAB-001.

      *---------------PRESCRICAO DA DIETA------------------------------*
      * SO PARA INTERNACAO SEM ALTA. PARTE DA PRESCRICAO VIGENTE E     *
      * GRAVA A ALTERACAO COMO NOVA SEQUENCIA, COM DATA E HORA DE      *
      * INICIO; AS ANTERIORES FICAM COMO HISTORICO                     *
      *----------------------------------------------------------------*

       PRE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PRESCRICAO DE DIETA"
           PERFORM INT-LOCALIZA THRU INT-LOCALIZA-FIM
           IF W-ACHOU NOT = "S"
                GO TO R1.
           IF INT-DTALTA NOT = ZEROS
                MOVE "*** INTERNACAO JA TEVE ALTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-001.
           MOVE 99999999 TO W-DATAREF
           PERFORM DIE-VIGENTE THRU DIE-VIGENTE-FIM
           IF W-TEMDIETA NOT = "S"
                MOVE "L" TO DIE-TIPO
                MOVE "N" TO DIE-CONSIST
                MOVE SPACES TO DIE-RESTRIC
                MOVE ZEROS TO DIE-JEJINI DIE-JEJFIM
                MOVE "NNNN" TO DIE-ACPREF.
           DISPLAY (10, 05) "TIPO (L=LIVRE D=DIABETICA H=HIPOSSODICA"
           DISPLAY (11, 05) "      R=RENAL G=HIPOGORDUROSA).........:"
           DISPLAY (12, 05) "CONSISTENCIA (N=NORMAL B=BRANDA P=PASTOSA"
           DISPLAY (13, 05) "      L=LIQUIDA)........................:"
           DISPLAY (14, 05) "RESTRICOES:"
           DISPLAY (16, 05) "JEJUM INICIO (DD MM AAAA HHMM):"
           DISPLAY (17, 05) "JEJUM FIM    (DD MM AAAA HHMM):"
           DISPLAY (19, 05) "REFEICOES DO ACOMPANHANTE (S/N) CAF:"
           DISPLAY (19, 45) "ALM:"
           DISPLAY (19, 52) "LAN:"
           DISPLAY (19, 59) "JAN:".
       PRE-002.
           ACCEPT (11, 46) DIE-TIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRE-001.
           IF DIE-TIPO = "l"
                MOVE "L" TO DIE-TIPO.
           IF DIE-TIPO = "d"
                MOVE "D" TO DIE-TIPO.
           IF DIE-TIPO = "h"
                MOVE "H" TO DIE-TIPO.
           IF DIE-TIPO = "r"
                MOVE "R" TO DIE-TIPO.
           IF DIE-TIPO = "g"
                MOVE "G" TO DIE-TIPO.
           IF NOT DIE-LIVRE AND NOT DIE-DIABETICA AND NOT DIE-RENAL
              AND NOT DIE-HIPOSSODICA AND NOT DIE-HIPOGORD
                MOVE "*** TIPO: L, D, H, R OU G ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-002.
       PRE-003.
           ACCEPT (13, 46) DIE-CONSIST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRE-002.
           IF DIE-CONSIST = "n"
                MOVE "N" TO DIE-CONSIST.
           IF DIE-CONSIST = "b"
                MOVE "B" TO DIE-CONSIST.
           IF DIE-CONSIST = "p"
                MOVE "P" TO DIE-CONSIST.
           IF DIE-CONSIST = "l"
                MOVE "L" TO DIE-CONSIST.
           IF NOT DIE-NORMAL AND NOT DIE-BRANDA AND NOT DIE-PASTOSA
              AND NOT DIE-LIQUIDA
                MOVE "*** CONSISTENCIA: N, B, P OU L ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-003.
       PRE-004.
           ACCEPT (15, 05) DIE-RESTRIC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRE-003.
      *----JEJUM: INICIO ZERADO = SEM JEJUM; FIM ZERADO = ATE NOVA-----*
      *----PRESCRICAO--------------------------------------------------*
       PRE-005.
           MOVE DIE-JEJINI TO W-DATAHORA
           PERFORM JEJ-DIGITA THRU JEJ-DIGITA-FIM
           ACCEPT (16, 37) W-DMADIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRE-004.
           ACCEPT (16, 40) W-DMAMES WITH UPDATE
           ACCEPT (16, 43) W-DMAANO WITH UPDATE
           ACCEPT (16, 48) W-JEJHORA WITH UPDATE
           PERFORM JEJ-VALIDA THRU JEJ-VALIDA-FIM
           IF W-DATAOK = "N"
                MOVE "*** DATA/HORA DO JEJUM INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-005.
           MOVE W-DATAHORA TO DIE-JEJINI
           IF DIE-JEJINI = ZEROS
                MOVE ZEROS TO DIE-JEJFIM
                GO TO PRE-007.
       PRE-006.
           MOVE DIE-JEJFIM TO W-DATAHORA
           PERFORM JEJ-DIGITA THRU JEJ-DIGITA-FIM
           ACCEPT (17, 37) W-DMADIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRE-005.
           ACCEPT (17, 40) W-DMAMES WITH UPDATE
           ACCEPT (17, 43) W-DMAANO WITH UPDATE
           ACCEPT (17, 48) W-JEJHORA WITH UPDATE
           PERFORM JEJ-VALIDA THRU JEJ-VALIDA-FIM
           IF W-DATAOK = "N"
                MOVE "*** DATA/HORA DO JEJUM INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-006.
           IF W-DATAHORA NOT = ZEROS AND W-DATAHORA NOT > DIE-JEJINI
                MOVE "*** FIM DO JEJUM ANTES DO INICIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-006.
           MOVE W-DATAHORA TO DIE-JEJFIM.
       PRE-007.
           ACCEPT (19, 42) DIE-ACPREF (1:1) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRE-005.
           ACCEPT (19, 50) DIE-ACPREF (2:1) WITH UPDATE
           ACCEPT (19, 57) DIE-ACPREF (3:1) WITH UPDATE
           ACCEPT (19, 64) DIE-ACPREF (4:1) WITH UPDATE
           INSPECT DIE-ACPREF CONVERTING "sn" TO "SN"
           MOVE 1 TO IR.
       PRE-007A.
           IF IR > 4
                GO TO PRE-OPC.
           IF DIE-ACPREF (IR:1) NOT = "S" AND NOT = "N"
                MOVE "*** REFEICOES DO ACOMPANHANTE: S OU N ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-007.
           ADD 1 TO IR
           GO TO PRE-007A.
       PRE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PRE-OPC.
           MOVE INT-CHAVE TO DIE-INTER
           COMPUTE DIE-SEQ = W-ULTSEQ + 1
           MOVE W-DATAHOJE TO DIE-DTINI
           COMPUTE DIE-HRINI = (W-AGORAHH * 100) + W-AGORAMI
           MOVE LK-OPERADOR TO DIE-OPERADOR
           WRITE REGDIETA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDIETA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DIETA PRESCRITA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PRE-001.

      *----AAAAMMDDHHMM (W-DATAHORA) PARA OS CAMPOS DE DIGITACAO-------*

       JEJ-DIGITA.
           MOVE W-DHDATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DHHORA TO W-JEJHORA.
       JEJ-DIGITA-FIM.
           EXIT.

      *----CAMPOS DIGITADOS PARA AAAAMMDDHHMM; TUDO ZERO = SEM DATA----*

       JEJ-VALIDA.
           MOVE "S" TO W-DATAOK
           MOVE ZEROS TO W-DATAHORA
           IF W-DATADMA-N = ZEROS AND W-JEJHORA = ZEROS
                GO TO JEJ-VALIDA-FIM.
           IF W-DMADIA < 1 OR W-DMADIA > 31 OR W-DMAMES < 1
              OR W-DMAMES > 12 OR W-DMAANO < 2000
                MOVE "N" TO W-DATAOK
                GO TO JEJ-VALIDA-FIM.
           DIVIDE W-JEJHORA BY 100 GIVING W-JEJHH REMAINDER W-JEJMI
           IF W-JEJHH > 23 OR W-JEJMI > 59
                MOVE "N" TO W-DATAOK
                GO TO JEJ-VALIDA-FIM.
           MOVE W-DMADIA TO W-REFDIA
           MOVE W-DMAMES TO W-REFMES
           MOVE W-DMAANO TO W-REFANO
           MOVE W-DATAREF TO W-DHDATA
           MOVE W-JEJHORA TO W-DHHORA.
       JEJ-VALIDA-FIM.
           EXIT.

      *---------------HISTORICO DA DIETA DA INTERNACAO-----------------*

       HIS-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "HISTORICO DA DIETA"
           PERFORM INT-LOCALIZA THRU INT-LOCALIZA-FIM
           IF W-ACHOU NOT = "S"
                GO TO R1.
           DISPLAY (09, 01) "SEQ INICIO      HORA TP CS ACP  RESTRICOES"
           MOVE 10 TO W-LIN
           MOVE INT-CHAVE TO DIE-INTER
           MOVE ZEROS TO DIE-SEQ
           START CADDIETA KEY IS NOT LESS DIE-CHAVE
               INVALID KEY
                   GO TO HIS-FIM.
       HIS-LER.
           READ CADDIETA NEXT RECORD
               AT END
                   GO TO HIS-FIM.
           IF DIE-INTER NOT = INT-CHAVE
                GO TO HIS-FIM.
           IF W-LIN > 21
                DISPLAY (23, 12) "ENTER PARA CONTINUAR"
                ACCEPT (23, 40) W-OPCAO
                DISPLAY (23, 12) LIMPA
                PERFORM HIS-LIMPA THRU HIS-LIMPA-FIM
                MOVE 10 TO W-LIN.
           MOVE DIE-DTINI TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (W-LIN, 01) DIE-SEQ
           DISPLAY (W-LIN, 05) W-DMADIA "/" W-DMAMES "/" W-DMAANO
           DISPLAY (W-LIN, 17) DIE-HRINI
           DISPLAY (W-LIN, 22) DIE-TIPO
           DISPLAY (W-LIN, 25) DIE-CONSIST
           DISPLAY (W-LIN, 28) DIE-ACPREF
           DISPLAY (W-LIN, 33) DIE-RESTRIC
           ADD 1 TO W-LIN
           IF DIE-JEJINI NOT = ZEROS
                DISPLAY (W-LIN, 05) "JEJUM DE " DIE-JEJINI
                DISPLAY (W-LIN, 28) " ATE " DIE-JEJFIM
                ADD 1 TO W-LIN.
           GO TO HIS-LER.
       HIS-FIM.
           DISPLAY (23, 12) "FIM DO HISTORICO - ENTER"
           ACCEPT (23, 40) W-OPCAO
           GO TO R1.
      *
       HIS-LIMPA.
           MOVE 10 TO W-LIN.
       HIS-LIMPA1.
           DISPLAY (W-LIN, 01) LIMPA
           DISPLAY (W-LIN, 41) LIMPA
           ADD 1 TO W-LIN
           IF W-LIN < 23
                GO TO HIS-LIMPA1.
       HIS-LIMPA-FIM.
           EXIT.

      ******************************************************************
      * MAPA DE REFEICOES DO DIA: INTERNACOES COM ADMISSAO ATE O DIA E *
      * SEM ALTA (OU ALTA DEPOIS DO DIA), NO LEITO OCUPADO NO DIA E    *
      * ORDENADAS POR SETOR E LEITO. CADA REFEICAO SAI S (SERVIR) OU J *
      * (JEJUM NO HORARIO); O ACOMPANHANTE RECEBE AS REFEICOES MARCADAS*
      * NA PRESCRICAO, E A CONTAGEM DO DIA VAI PARA O CADREFAC         *
      ******************************************************************
       MAP-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "MAPA DE REFEICOES"
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (03, 05) "DATA DAS REFEICOES (DD MM AAAA):"
           ACCEPT (03, 39) W-DMADIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 42) W-DMAMES WITH UPDATE
           ACCEPT (03, 45) W-DMAANO WITH UPDATE
           IF W-DMADIA < 1 OR W-DMADIA > 31 OR W-DMAMES < 1
              OR W-DMAMES > 12 OR W-DMAANO < 2000
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAP-001.
           MOVE W-DMADIA TO W-REFDIA
           MOVE W-DMAMES TO W-REFMES
           MOVE W-DMAANO TO W-REFANO
           MOVE W-DATADMA-N TO CD-DATA
           MOVE W-DATAREF TO W-DATAMAPA
           PERFORM PRF-BUSCA THRU PRF-BUSCA-FIM
           COMPUTE W-VALUNIT = W-VPRFRS + (W-VPRFCT / 100)
      *----MONTA A TABELA DOS INTERNADOS DO DIA------------------------*
           MOVE ZEROS TO W-TOTMAPA
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
                   GO TO MAP-IMPR.
       MAP-LER.
           READ CADINTER NEXT RECORD
               AT END
                   GO TO MAP-IMPR.
           IF INT-DTADM > W-DATAREF
                GO TO MAP-LER.
           IF INT-DTALTA NOT = ZEROS AND INT-DTALTA NOT > W-DATAREF
                GO TO MAP-LER.
           PERFORM TRL-LEITO THRU TRL-LEITO-FIM
           MOVE W-LEITO TO LEI-CODIGO MN-LEITO
           READ CADLEITO
           IF ST-ERRO = "00"
                MOVE LEI-SETORNUM TO MN-SETOR
           ELSE
                MOVE ZEROS TO MN-SETOR.
           MOVE INT-CHAVE TO MN-INTER
           MOVE INT-CPF TO MN-CPF
           PERFORM MAP-INSERE THRU MAP-INSERE-FIM
           GO TO MAP-LER.
      *----IMPRIME O MAPA E GRAVA A CONTAGEM DO ACOMPANHANTE-----------*
       MAP-IMPR.
           OPEN OUTPUT CADREFTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADREFTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGREFTX FROM CAB0.
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CD-EMISSAO
           MOVE W-DATAMAPA TO W-DATAREF
           WRITE REGREFTX FROM CABDIA.
           MOVE SPACES TO REGREFTX
           WRITE REGREFTX.
           WRITE REGREFTX FROM CAB1.
           MOVE ZEROS TO W-TOTSPRC
           MOVE 1 TO IR.
       MAP-ZERA.
           MOVE ZEROS TO W-TOTPAC (IR) W-TOTJEJ (IR) W-TOTACP (IR)
           ADD 1 TO IR
           IF IR < 5
                GO TO MAP-ZERA.
           MOVE 99 TO W-ULTSETOR
           MOVE 1 TO IND.
       MAP-IMPR1.
           IF IND > W-TOTMAPA
                GO TO MAP-TOT.
           PERFORM MAP-LINHA THRU MAP-LINHA-FIM
           ADD 1 TO IND
           GO TO MAP-IMPR1.
       MAP-TOT.
           MOVE SPACES TO REGREFTX
           WRITE REGREFTX.
           MOVE "REFEICOES   (CAF ALM LAN JAN)" TO REGREFTX
           WRITE REGREFTX.
           MOVE "PACIENTES A SERVIR........:" TO LO-ROTULO
           MOVE 1 TO IR
           PERFORM MAP-TOTLIN THRU MAP-TOTLIN-FIM
           MOVE "PACIENTES EM JEJUM........:" TO LO-ROTULO
           MOVE 2 TO IR
           PERFORM MAP-TOTLIN THRU MAP-TOTLIN-FIM
           MOVE "ACOMPANHANTES.............:" TO LO-ROTULO
           MOVE 3 TO IR
           PERFORM MAP-TOTLIN THRU MAP-TOTLIN-FIM
           CLOSE CADREFTX
           DISPLAY (05, 05) "INTERNADOS NO MAPA: " W-TOTMAPA
           IF W-TOTSPRC NOT = ZEROS
                MOVE "*** REFEICAO DE ACOMPANHANTE SEM PRECO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** MAPA GERADO EM CADREFML.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----LINHA DE TOTAIS: IR 1=SERVIR 2=JEJUM 3=ACOMPANHANTE---------*
      *
       MAP-TOTLIN.
           MOVE 1 TO IND2.
       MAP-TOTLIN1.
           IF IR = 1
                MOVE W-TOTPAC (IND2) TO LO-QTDE (IND2).
           IF IR = 2
                MOVE W-TOTJEJ (IND2) TO LO-QTDE (IND2).
           IF IR = 3
                MOVE W-TOTACP (IND2) TO LO-QTDE (IND2).
           ADD 1 TO IND2
           IF IND2 < 5
                GO TO MAP-TOTLIN1.
           WRITE REGREFTX FROM LINTOT.
       MAP-TOTLIN-FIM.
           EXIT.

      *----UMA INTERNACAO DO MAPA (ENTRADA IND DA TABELA)--------------*

       MAP-LINHA.
           IF MAP-SETOR (IND) NOT = W-ULTSETOR
                MOVE MAP-SETOR (IND) TO W-ULTSETOR CS-SETOR
                MOVE SPACES TO REGREFTX
                WRITE REGREFTX
                WRITE REGREFTX FROM CABSET.
           MOVE MAP-INTER (IND) TO INT-CHAVE
           PERFORM DIE-VIGENTE THRU DIE-VIGENTE-FIM
           MOVE SPACES TO LINMAP
           MOVE MAP-LEITO (IND) TO LM-LEITO
           MOVE MAP-CPF (IND) TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACINOME TO LM-NOME.
           IF W-TEMDIETA NOT = "S"
                MOVE "SEM PRESCR." TO LM-TIPO
                MOVE "NNNN" TO DIE-ACPREF
                MOVE ZEROS TO DIE-JEJINI DIE-JEJFIM
           ELSE
                PERFORM DIE-DESCR THRU DIE-DESCR-FIM
                MOVE W-TIPODES TO LM-TIPO
                MOVE W-CONSDES TO LM-CONS
                MOVE DIE-RESTRIC TO LM-RESTRIC.
           MOVE ZEROS TO W-QTACP
           MOVE 1 TO IR.
       MAP-LINHA1.
           MOVE W-DATAREF TO W-DHDATA
           MOVE W-HORREF (IR) TO W-DHHORA
           MOVE "N" TO W-JEJUM
           IF DIE-JEJINI NOT = ZEROS AND W-DATAHORA NOT < DIE-JEJINI
              IF DIE-JEJFIM = ZEROS OR W-DATAHORA NOT > DIE-JEJFIM
                 MOVE "S" TO W-JEJUM.
           IF W-JEJUM = "S"
                MOVE "J" TO LM-REFSIT (IR)
                ADD 1 TO W-TOTJEJ (IR)
           ELSE
                MOVE "S" TO LM-REFSIT (IR)
                ADD 1 TO W-TOTPAC (IR).
           IF DIE-ACPREF (IR:1) = "S"
                ADD 1 TO W-QTACP W-TOTACP (IR).
           ADD 1 TO IR
           IF IR < 5
                GO TO MAP-LINHA1.
           IF W-QTACP NOT = ZEROS
                MOVE W-QTACP TO LM-ACP (2:2).
           WRITE REGREFTX FROM LINMAP.
           IF DIE-JEJINI NOT = ZEROS
                PERFORM MAP-JEJUM THRU MAP-JEJUM-FIM.
           IF W-ALEABERTO = "S"
                MOVE MAP-CPF (IND) TO ALE-CPF
                READ CADALERT
                IF ST-ERRO = "00" AND ALE-ALERGIAS NOT = SPACES
                     MOVE SPACES TO LT-TEXTO
                     STRING "*** ALERGIA: " ALE-ALERGIAS
                            DELIMITED BY SIZE INTO LT-TEXTO
                     WRITE REGREFTX FROM LINDET.
           IF W-QTACP NOT = ZEROS
                PERFORM RFA-GRAVA THRU RFA-GRAVA-FIM.
       MAP-LINHA-FIM.
           EXIT.

      *----PERIODO DO JEJUM DA PRESCRICAO VIGENTE----------------------*

       MAP-JEJUM.
           MOVE DIE-JEJINI TO W-DATAHORA
           MOVE W-DHDATA (7:2) TO LJ-INIDIA
           MOVE W-DHDATA (5:2) TO LJ-INIMES
           MOVE W-DHHORA TO LJ-INIHOR
           IF DIE-JEJFIM = ZEROS
                MOVE "NOVA ORDEM" TO LJ-FIM
           ELSE
                MOVE DIE-JEJFIM TO W-DATAHORA
                MOVE W-DHDATA (7:2) TO WF-DIA
                MOVE W-DHDATA (5:2) TO WF-MES
                MOVE W-DHHORA TO WF-HOR
                MOVE W-FIMJEJ TO LJ-FIM.
           WRITE REGREFTX FROM LINJEJ.
       MAP-JEJUM-FIM.
           EXIT.

      *----REFEICOES DE ACOMPANHANTE DO DIA (JA FATURADA NAO MUDA)-----*

       RFA-GRAVA.
           MOVE MAP-INTER (IND) TO RFA-INTER
           MOVE W-DATAREF TO RFA-DATA
           READ CADREFAC
           IF ST-ERRO = "00"
              IF RFA-FATURADA
                 GO TO RFA-GRAVA-FIM.
           IF W-VALUNIT = ZEROS
                ADD 1 TO W-TOTSPRC.
           MOVE MAP-INTER (IND) TO RFA-INTER
           MOVE W-DATAREF TO RFA-DATA
           MOVE W-QTACP TO RFA-QTDE
           MOVE W-VALUNIT TO RFA-VALUNIT
           MOVE "P" TO RFA-SITUACAO
           MOVE LK-OPERADOR TO RFA-OPERADOR
           IF ST-ERRO = "00"
                REWRITE REGREFAC
           ELSE
                WRITE REGREFAC.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREFAC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RFA-GRAVA-FIM.
           EXIT.

      ******************************************************************
      * INSERE A INTERNACAO (W-MAPNOVO) NA TABELA POR SETOR E LEITO    *
      ******************************************************************
       MAP-INSERE.
           IF W-TOTMAPA NOT < 300
                GO TO MAP-INSERE-FIM.
           MOVE 1 TO IND.
       MAP-INSERE1.
           IF IND > W-TOTMAPA
                GO TO MAP-INSERE2.
           IF MN-ORDEM < MAP-ORDEM (IND)
                GO TO MAP-INSERE2.
           ADD 1 TO IND
           GO TO MAP-INSERE1.
       MAP-INSERE2.
           MOVE W-TOTMAPA TO IND2.
       MAP-INSERE3.
           IF IND2 < IND
                GO TO MAP-INSERE4.
           MOVE MAP-ENT (IND2) TO MAP-ENT (IND2 + 1)
           SUBTRACT 1 FROM IND2
           GO TO MAP-INSERE3.
       MAP-INSERE4.
           MOVE W-MAPNOVO TO MAP-ENT (IND)
           ADD 1 TO W-TOTMAPA.
       MAP-INSERE-FIM.
           EXIT.

      ******************************************************************
      * LEITO DA INTERNACAO NA DATA W-DATAREF: O LEITO ANTERIOR DA     *
      * PRIMEIRA TRANSFERENCIA POSTERIOR AO DIA; SEM ELA, O ATUAL.     *
      * SAIDA: W-LEITO                                                 *
      ******************************************************************
       TRL-LEITO.
           MOVE INT-LEITO TO W-LEITO
           IF W-TRLABERTO NOT = "S"
                GO TO TRL-LEITO-FIM.
           MOVE INT-CHAVE TO TRL-INT
           MOVE ZEROS TO TRL-SEQ
           START CADTRLEI KEY IS NOT LESS TRL-CHAVE
               INVALID KEY
                   GO TO TRL-LEITO-FIM.
       TRL-LEITO1.
           READ CADTRLEI NEXT RECORD
               AT END
                   GO TO TRL-LEITO-FIM.
           IF TRL-INT NOT = INT-CHAVE
                GO TO TRL-LEITO-FIM.
           IF TRL-DATA > W-DATAREF
                MOVE TRL-LEIANT TO W-LEITO
                GO TO TRL-LEITO-FIM.
           GO TO TRL-LEITO1.
       TRL-LEITO-FIM.
           EXIT.

      ******************************************************************
      * PRESCRICAO VIGENTE DA INTERNACAO (INT-CHAVE) NA DATA W-DATAREF:*
      * A DE MAIOR SEQUENCIA COM INICIO ATE O DIA; FICA EM REGDIETA.   *
      * SAIDA: W-TEMDIETA S/N E W-ULTSEQ (ULTIMA SEQUENCIA GRAVADA)    *
      ******************************************************************
       DIE-VIGENTE.
           MOVE "N" TO W-TEMDIETA
           MOVE ZEROS TO W-ULTSEQ
           MOVE SPACES TO W-DIETA
           MOVE INT-CHAVE TO DIE-INTER
           MOVE ZEROS TO DIE-SEQ
           START CADDIETA KEY IS NOT LESS DIE-CHAVE
               INVALID KEY
                   GO TO DIE-VIGENTE-FIM.
       DIE-VIGENTE1.
           READ CADDIETA NEXT RECORD
               AT END
                   GO TO DIE-VIGENTE-FIM.
           IF DIE-INTER NOT = INT-CHAVE
                GO TO DIE-VIGENTE-FIM.
           MOVE DIE-SEQ TO W-ULTSEQ
           IF DIE-DTINI > W-DATAREF
                GO TO DIE-VIGENTE1.
           MOVE REGDIETA TO W-DIETA
           MOVE "S" TO W-TEMDIETA
           GO TO DIE-VIGENTE1.
       DIE-VIGENTE-FIM.
           IF W-TEMDIETA = "S"
                MOVE W-DIETA TO REGDIETA.

      *----DESCRICAO DO TIPO E DA CONSISTENCIA PARA O MAPA-------------*

       DIE-DESCR.
           MOVE SPACES TO W-TIPODES W-CONSDES
           IF DIE-LIVRE
                MOVE "LIVRE" TO W-TIPODES.
           IF DIE-DIABETICA
                MOVE "DIABETICA" TO W-TIPODES.
           IF DIE-HIPOSSODICA
                MOVE "HIPOSSODICA" TO W-TIPODES.
           IF DIE-RENAL
                MOVE "RENAL" TO W-TIPODES.
           IF DIE-HIPOGORD
                MOVE "HIPOGORDUR." TO W-TIPODES.
           IF DIE-NORMAL
                MOVE "NORMAL" TO W-CONSDES.
           IF DIE-BRANDA
                MOVE "BRANDA" TO W-CONSDES.
           IF DIE-PASTOSA
                MOVE "PASTOSA" TO W-CONSDES.
           IF DIE-LIQUIDA
                MOVE "LIQUIDA" TO W-CONSDES.
       DIE-DESCR-FIM.
           EXIT.

      *----PRECO DA REFEICAO DE ACOMPANHANTE VIGENTE EM W-DATAREF------*

       PRF-BUSCA.
           MOVE ZEROS TO W-VPRFRS W-VPRFCT PRF-VIGENCIA
           START CADPRREF KEY IS NOT LESS PRF-VIGENCIA
               INVALID KEY
                   GO TO PRF-BUSCA-FIM.
       PRF-BUSCA1.
           READ CADPRREF NEXT RECORD
               AT END
                   GO TO PRF-BUSCA-FIM.
           IF PRF-VIGENCIA > W-DATAREF
                GO TO PRF-BUSCA-FIM.
           MOVE PRF-VAL-RS TO W-VPRFRS
           MOVE PRF-VAL-CT TO W-VPRFCT
           GO TO PRF-BUSCA1.
       PRF-BUSCA-FIM.
           EXIT.

      ******************************************************************
      * LOCALIZA A INTERNACAO PELO LEITO (ABERTA) OU PELA CHAVE        *
      ******************************************************************
       INT-LOCALIZA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-LEITO
           DISPLAY (03, 05) "LEITO (0 = INFORMAR A CHAVE):"
           ACCEPT (03, 36) W-LEITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO INT-LOCALIZA-FIM.
           IF W-LEITO = ZEROS
                GO TO INT-CHAVE-DIG.
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
                   GO TO INT-NAOACHOU.
       INT-LEITO-LER.
           READ CADINTER NEXT RECORD
               AT END
                   GO TO INT-NAOACHOU.
           IF INT-LEITO NOT = W-LEITO OR INT-DTALTA NOT = ZEROS
                GO TO INT-LEITO-LER.
           GO TO INT-ACHOU.
       INT-NAOACHOU.
           MOVE "*** NENHUMA INTERNACAO ABERTA NO LEITO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INT-LOCALIZA.
       INT-CHAVE-DIG.
           MOVE ZEROS TO INT-CHAVE
           DISPLAY (04, 05) "CRM DA INTERNACAO...........:"
           ACCEPT (04, 36) INT-CRM
           DISPLAY (05, 05) "DATA (AAAAMMDD).............:"
           ACCEPT (05, 36) INT-DATA
           DISPLAY (06, 05) "HORA (HHMM).................:"
           ACCEPT (06, 36) INT-HORA
           READ CADINTER
           IF ST-ERRO NOT = "00"
                MOVE "*** INTERNACAO NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INT-LOCALIZA.
       INT-ACHOU.
           MOVE SPACES TO PACINOME
           MOVE INT-CPF TO CPF
           READ CADPACI
           DISPLAY (07, 05) "PACIENTE: " PACINOME
           DISPLAY (08, 05) "LEITO...: " INT-LEITO
           IF W-ALEABERTO = "S"
                MOVE INT-CPF TO ALE-CPF
                READ CADALERT
                IF ST-ERRO = "00" AND ALE-ALERGIAS NOT = SPACES
                     DISPLAY (08, 20) "ALERGIA: " ALE-ALERGIAS.
           MOVE "S" TO W-ACHOU.
       INT-LOCALIZA-FIM.
           EXIT.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADDIETA CADREFAC CADPRREF CADINTER CADLEITO CADPACI
           IF W-TRLABERTO = "S"
                CLOSE CADTRLEI.
           IF W-ALEABERTO = "S"
                CLOSE CADALERT.
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
