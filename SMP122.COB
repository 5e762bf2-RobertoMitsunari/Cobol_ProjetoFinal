       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP122.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * EQUIPAMENTOS DAS SALAS E ORDENS DE MANUTENCAO:      *
      * E = CADASTRO DO EQUIPAMENTO (CADEQUIP) POR NUMERO   *
      *     DE PATRIMONIO, COM SALA (CADSALA), FORNECEDOR   *
      *     (CADFORN) E PERIODICIDADE EM MESES DA           *
      *     MANUTENCAO PREVENTIVA E DA CALIBRACAO           *
      * A = ABERTURA DA ORDEM DE MANUTENCAO (CADORDMA);     *
      *     ORDEM IMPEDITIVA ABERTA BLOQUEIA A SALA NO      *
      *     AGENDAMENTO (SMP006) E NA GRADE DE HORARIOS     *
      *     (SMP076), QUE E REGERADA PARA AS AGENDAS QUE    *
      *     TEM A SALA COMO HABITUAL                        *
      * F = FECHAMENTO DA ORDEM; PREVENTIVA E CALIBRACAO    *
      *     ATUALIZAM A ULTIMA DATA DO EQUIPAMENTO          *
      * R = RELATORIO MENSAL DE MANUTENCOES E CALIBRACOES   *
      *     VENCIDAS OU VENCENDO NO MES (CADEQPRL.DOC)      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EQP-PATRIM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EQP-SALA WITH DUPLICATES.
           SELECT CADORDMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORM-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORM-SALA WITH DUPLICATES.
           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADEQPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----EQUIPAMENTO: PERIODICIDADES EM MESES (00 = NAO EXIGE)-------*
      *
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQUIP.DAT".
       01 REGEQUIP.
          03 EQP-PATRIM        PIC 9(08).
          03 EQP-SALA          PIC 9(02).
          03 EQP-DESCR         PIC X(30).
          03 EQP-FORN          PIC 9(04).
          03 EQP-PERMANUT      PIC 9(02).
          03 EQP-PERCALIB      PIC 9(02).
          03 EQP-ULTMANUT      PIC 9(08).
          03 EQP-ULTCALIB      PIC 9(08).
          03 EQP-SITUACAO      PIC X(01).
             88 EQP-ATIVO          VALUE "A".
             88 EQP-BAIXADO        VALUE "I".
          03 EQP-DTALT         PIC 9(08).
          03 EQP-OPERADOR      PIC X(08).
      *
      *----ORDEM DE MANUTENCAO: IMPEDITIVA ABERTA BLOQUEIA A SALA------*
      *
       FD CADORDMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDMA.DAT".
       01 REGORDMA.
          03 ORM-NUMERO        PIC 9(06).
          03 ORM-SALA          PIC 9(02).
          03 ORM-PATRIM        PIC 9(08).
          03 ORM-TIPO          PIC X(01).
             88 ORM-PREVENTIVA     VALUE "P".
             88 ORM-CORRETIVA      VALUE "C".
             88 ORM-CALIBRACAO     VALUE "K".
          03 ORM-IMPEDE        PIC X(01).
          03 ORM-SITUACAO      PIC X(01).
             88 ORM-ABERTA         VALUE "A".
             88 ORM-FECHADA        VALUE "F".
          03 ORM-FORN          PIC 9(04).
          03 ORM-DTABERT       PIC 9(08).
          03 ORM-OPERABR       PIC X(08).
          03 ORM-DEFEITO       PIC X(40).
          03 ORM-DTFECHA       PIC 9(08).
          03 ORM-OPERFEC       PIC X(08).
          03 ORM-SERVICO       PIC X(40).
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
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
          03 FOR-CODIGO        PIC 9(04).
          03 FOR-NOME          PIC X(30).
          03 FOR-CNPJ          PIC 9(14).
          03 FOR-TELEFONE      PIC 9(11).
          03 FOR-SITUACAO      PIC X(01).
             88 FOR-ATIVO          VALUE "A".
             88 FOR-INATIVO        VALUE "I".
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       01 REGAGEN.
          03 AGE-CRM           PIC 9(06).
          03 FILLER            PIC X(18).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).
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
             88 CONS-PRESENTE       VALUE "P".
          03 FILLER            PIC X(90).
          03 CONS-SALA         PIC 9(02).
          03 FILLER            PIC X(82).
      *
       FD CADEQPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQPRL.DOC".
       01 REGEQPTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-NOVO        PIC X(01) VALUE "N".
       01 W-FORABERTO   PIC X(01) VALUE "N".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
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
       01 W-NUMORD      PIC 9(06) VALUE ZEROS.
       01 W-MAXORD      PIC 9(06) VALUE ZEROS.
       01 W-SALA        PIC 9(02) VALUE ZEROS.
       01 W-PATRIM      PIC 9(08) VALUE ZEROS.
       01 W-ORDABERTA   PIC 9(06) VALUE ZEROS.
       01 W-IMPEDIA     PIC X(01) VALUE "N".
       01 W-TOTCONS     PIC 9(05) VALUE ZEROS.
      *
      *----AGENDAS QUE TEM A SALA COMO HABITUAL (REGERACAO DA GRADE)---*
      *
       01 W-CHAMADA     PIC X(01) VALUE "R".
       01 W-CRMREGEN    PIC 9(06) VALUE ZEROS.
       01 W-TOTCRM      PIC 9(02) VALUE ZEROS.
       01 IND           PIC 9(02) VALUE ZEROS.
       01 W-TABCRM.
          03 W-CRMTAB   PIC 9(06) OCCURS 50 TIMES.
      *
      *----VENCIMENTO: ULTIMA DATA + PERIODICIDADE EM MESES------------*
      *
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312931303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-DTBASE      PIC 9(08) VALUE ZEROS.
       01 W-DTBASE-R REDEFINES W-DTBASE.
          03 W-BASANO   PIC 9(04).
          03 W-BASMES   PIC 9(02).
          03 W-BASDIA   PIC 9(02).
       01 W-DTVENC      PIC 9(08) VALUE ZEROS.
       01 W-DTVENC-R REDEFINES W-DTVENC.
          03 W-VENANO   PIC 9(04).
          03 W-VENMES   PIC 9(02).
          03 W-VENDIA   PIC 9(02).
       01 W-NMESES      PIC 9(02) VALUE ZEROS.
       01 W-MESTOT      PIC 9(06) VALUE ZEROS.
       01 W-RELMES      PIC 9(02) VALUE ZEROS.
       01 W-RELANO      PIC 9(04) VALUE ZEROS.
       01 W-RELREF      PIC 9(06) VALUE ZEROS.
       01 W-VENREF      PIC 9(06) VALUE ZEROS.
       01 W-ULTSALA     PIC 9(02) VALUE ZEROS.
       01 W-TOTLIN      PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       01 W-TOTMES      PIC 9(05) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** MANUTENCOES E CALIBRACOES A VENCER ***".
       01 CABMES.
          03 FILLER     PIC X(20) VALUE "VENCIMENTOS ATE: ".
          03 CM-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CM-ANO     PIC 9999.
          03 FILLER     PIC X(15) VALUE "   EMITIDO EM: ".
          03 CM-EMISSAO PIC 99/99/9999.
       01 CABCOL.
          03 FILLER     PIC X(10) VALUE "PATRIMONIO".
          03 FILLER     PIC X(27) VALUE "EQUIPAMENTO".
          03 FILLER     PIC X(11) VALUE "ITEM".
          03 FILLER     PIC X(11) VALUE "ULTIMA".
          03 FILLER     PIC X(11) VALUE "VENCIMENTO".
          03 FILLER     PIC X(13) VALUE "SITUACAO".
          03 FILLER     PIC X(06) VALUE "ORDEM".
       01 CABSALA.
          03 FILLER     PIC X(05) VALUE "SALA ".
          03 CS-SALA    PIC 9(02).
          03 FILLER     PIC X(03) VALUE " - ".
          03 CS-DESCR   PIC X(20).
       01 LINEQP.
          03 LE-PATRIM  PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-DESCR   PIC X(26).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-ITEM    PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-ULTIMA  PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-VENC    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-SIT     PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-ORDEM   PIC ZZZZZZ.
       01 LINTOT.
          03 LO-ROTULO  PIC X(34).
          03 LO-QTDE    PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP122".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT122.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** EQUIPAMENTOS DAS SALAS E MANU".
           05  LINE 02  COLUMN 41
               VALUE  "TENCAO ***".
           05  LINE 05  COLUMN 10
               VALUE  "E = CADASTRO DE EQUIPAMENTOS".
           05  LINE 06  COLUMN 10
               VALUE  "A = ABRIR ORDEM DE MANUTENCAO".
           05  LINE 07  COLUMN 10
               VALUE  "F = FECHAR ORDEM DE MANUTENCAO".
           05  LINE 08  COLUMN 10
               VALUE  "R = RELATORIO MENSAL DE VENCIMENTOS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *
       01  TELAEQP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "EQUIPAMENTOS DAS SALAS".
           05  LINE 03  COLUMN 01
               VALUE  "PATRIMONIO.....:".
           05  LINE 05  COLUMN 01
               VALUE  "DESCRICAO......:".
           05  LINE 06  COLUMN 01
               VALUE  "SALA...........:".
           05  LINE 07  COLUMN 01
               VALUE  "FORNECEDOR.....:".
           05  LINE 09  COLUMN 01
               VALUE  "MANUTENCAO PREVENTIVA A CADA (MESES)..:".
           05  LINE 10  COLUMN 01
               VALUE  "CALIBRACAO A CADA (MESES, 00=NAO EXIGE):".
           05  LINE 12  COLUMN 01
               VALUE  "ULTIMA PREVENTIVA (DD MM AAAA)........:".
           05  LINE 13  COLUMN 01
               VALUE  "ULTIMA CALIBRACAO (DD MM AAAA)........:".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPATRIM
               LINE 03  COLUMN 18  PIC 9(08)
               USING  EQP-PATRIM
               HIGHLIGHT.
           05  TDESCR
               LINE 05  COLUMN 18  PIC X(30)
               USING  EQP-DESCR
               HIGHLIGHT.
           05  TSALA
               LINE 06  COLUMN 18  PIC 9(02)
               USING  EQP-SALA
               HIGHLIGHT.
           05  TFORN
               LINE 07  COLUMN 18  PIC 9(04)
               USING  EQP-FORN
               HIGHLIGHT.
           05  TPERMAN
               LINE 09  COLUMN 42  PIC 9(02)
               USING  EQP-PERMANUT
               HIGHLIGHT.
           05  TPERCAL
               LINE 10  COLUMN 42  PIC 9(02)
               USING  EQP-PERCALIB
               HIGHLIGHT.
      *
       01  TELAORD.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "ORDEM DE MANUTENCAO".
           05  LINE 03  COLUMN 01
               VALUE  "ORDEM..........:".
           05  LINE 04  COLUMN 01
               VALUE  "PATRIMONIO.....:".
           05  LINE 05  COLUMN 01
               VALUE  "SALA...........:".
           05  LINE 07  COLUMN 01
               VALUE  "TIPO (P=PREVENTIVA C=CORRETIVA K=CALIBRA".
           05  LINE 07  COLUMN 41
               VALUE  "CAO):".
           05  LINE 08  COLUMN 01
               VALUE  "IMPEDE O USO DA SALA (S/N).............:".
           05  LINE 09  COLUMN 01
               VALUE  "FORNECEDOR.....:".
           05  LINE 10  COLUMN 01
               VALUE  "DEFEITO/SERVICO SOLICITADO:".
           05  LINE 12  COLUMN 01
               VALUE  "ABERTA EM......:".
           05  LINE 14  COLUMN 01
               VALUE  "FECHADA EM (DD MM AAAA):".
           05  LINE 15  COLUMN 01
               VALUE  "SERVICO EXECUTADO:".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADEQUIP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEQUIP
                 CLOSE CADEQUIP
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEQUIP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADORDMA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADORDMA
                 CLOSE CADORDMA
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADORDMA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEQUIP
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE SALAS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEQUIP CADORDMA
              GO TO ROT-FIMP.
           MOVE "N" TO W-FORABERTO
           OPEN INPUT CADFORN
           IF ST-ERRO = "00"
                MOVE "S" TO W-FORABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT122
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "E" OR "e"
                GO TO EQP-001.
           IF W-MODO = "A" OR "a"
                GO TO ABR-001.
           IF W-MODO = "F" OR "f"
                GO TO FEC-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R1.

      *---------------CADASTRO DO EQUIPAMENTO--------------------------*
      * DATA DA ULTIMA PREVENTIVA/CALIBRACAO ZERADA = SEM REGISTRO, O  *
      * ITEM SAI COMO VENCIDO NO RELATORIO ATE A PRIMEIRA ORDEM        *
      *----------------------------------------------------------------*

       EQP-001.
           MOVE ZEROS TO EQP-PATRIM EQP-SALA EQP-FORN EQP-PERMANUT
           MOVE ZEROS TO EQP-PERCALIB EQP-ULTMANUT EQP-ULTCALIB
           MOVE SPACES TO EQP-DESCR
           MOVE "A" TO EQP-SITUACAO
           DISPLAY TELAEQP.
       EQP-002.
           ACCEPT TPATRIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF EQP-PATRIM = ZEROS
                MOVE "NUMERO DE PATRIMONIO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-002.
           MOVE "S" TO W-NOVO
           READ CADEQUIP
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "N" TO W-NOVO
                DISPLAY TELAEQP
                PERFORM EQP-MOSTRA THRU EQP-MOSTRA-FIM
                GO TO EQP-ACE
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADEQUIP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
       EQP-003.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EQP-002.
           IF EQP-DESCR = SPACES
                MOVE "DIGITE A DESCRICAO DO EQUIPAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-003.
       EQP-004.
           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EQP-003.
           MOVE EQP-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO NOT = "00"
                MOVE "*** SALA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-004.
           DISPLAY (06, 25) SALA-DESCR.
       EQP-005.
           ACCEPT TFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EQP-004.
           PERFORM FOR-LE THRU FOR-LE-FIM
           IF ST-ERRO NOT = "00"
                MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-005.
           DISPLAY (07, 25) FOR-NOME.
       EQP-006.
           ACCEPT TPERMAN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EQP-005.
           ACCEPT TPERCAL
           IF EQP-PERMANUT = ZEROS AND EQP-PERCALIB = ZEROS
                MOVE "* INFORME A PERIODICIDADE DA PREVENTIVA *"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-006.
       EQP-007.
           MOVE EQP-ULTMANUT TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           ACCEPT (12, 42) W-DMADIA WITH UPDATE
           ACCEPT (12, 45) W-DMAMES WITH UPDATE
           ACCEPT (12, 48) W-DMAANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EQP-006.
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-007.
           MOVE W-DATAREF TO EQP-ULTMANUT.
       EQP-008.
           MOVE EQP-ULTCALIB TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           ACCEPT (13, 42) W-DMADIA WITH UPDATE
           ACCEPT (13, 45) W-DMAMES WITH UPDATE
           ACCEPT (13, 48) W-DMAANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EQP-007.
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-008.
           MOVE W-DATAREF TO EQP-ULTCALIB.
       EQP-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO EQP-OPC.
       EQP-GRAVA.
           MOVE W-DATAHOJE TO EQP-DTALT
           MOVE LK-OPERADOR TO EQP-OPERADOR
           IF W-NOVO = "S"
                WRITE REGEQUIP
           ELSE
                REWRITE REGEQUIP.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEQUIP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EQP-001.
      *
       EQP-ACE.
           IF EQP-BAIXADO
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   R=REATIVAR"
           ELSE
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   B=BAIXAR".
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EQP-001.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO EQP-001.
           IF W-OPCAO = "A" OR "a"
                GO TO EQP-003.
           IF (W-OPCAO = "R" OR "r") AND EQP-BAIXADO
                MOVE "A" TO EQP-SITUACAO
                GO TO EQP-GRAVA.
           IF (W-OPCAO = "B" OR "b") AND EQP-ATIVO
                MOVE "I" TO EQP-SITUACAO
                GO TO EQP-GRAVA.
           GO TO EQP-ACE.

      *----MOSTRA O EQUIPAMENTO LIDO EM REGEQUIP-----------------------*

       EQP-MOSTRA.
           MOVE EQP-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO = "00"
                DISPLAY (06, 25) SALA-DESCR.
           PERFORM FOR-LE THRU FOR-LE-FIM
           IF ST-ERRO = "00"
                DISPLAY (07, 25) FOR-NOME.
           IF EQP-BAIXADO
                DISPLAY (03, 30) "*** EQUIPAMENTO BAIXADO ***".
           MOVE EQP-ULTMANUT TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (12, 42) W-DMADIA
           DISPLAY (12, 45) W-DMAMES
           DISPLAY (12, 48) W-DMAANO
           MOVE EQP-ULTCALIB TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (13, 42) W-DMADIA
           DISPLAY (13, 45) W-DMAMES
           DISPLAY (13, 48) W-DMAANO.
       EQP-MOSTRA-FIM.
           EXIT.

      *----LE O FORNECEDOR EQP-FORN (SEM CADFORN ACEITA QUALQUER)------*

       FOR-LE.
           MOVE SPACES TO FOR-NOME
           MOVE "00" TO ST-ERRO
           IF W-FORABERTO NOT = "S"
                GO TO FOR-LE-FIM.
           MOVE EQP-FORN TO FOR-CODIGO
           READ CADFORN.
       FOR-LE-FIM.
           EXIT.

      ******************************************************************
      * ABERTURA DA ORDEM: UMA ORDEM ABERTA POR EQUIPAMENTO. SE A ORDEM*
      * IMPEDE O USO DA SALA, AVISA AS CONSULTAS JA AGENDADAS NELA E   *
      * REGERA A GRADE DAS AGENDAS QUE TEM A SALA COMO HABITUAL        *
      ******************************************************************
       ABR-001.
           DISPLAY TELAORD
           MOVE ZEROS TO W-PATRIM
           ACCEPT (04, 18) W-PATRIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-PATRIM TO EQP-PATRIM
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
                MOVE "*** EQUIPAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-001.
           IF EQP-BAIXADO
                MOVE "*** EQUIPAMENTO BAIXADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-001.
           DISPLAY (04, 30) EQP-DESCR
           MOVE EQP-SALA TO W-SALA
           PERFORM ORD-ABERTA THRU ORD-ABERTA-FIM
           IF W-ORDABERTA NOT = ZEROS
                MOVE "*** EQUIPAMENTO JA TEM ORDEM ABERTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-001.
           MOVE EQP-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO SALA-DESCR.
           DISPLAY (05, 18) EQP-SALA " " SALA-DESCR
           MOVE EQP-SALA TO ORM-SALA
           MOVE EQP-PATRIM TO ORM-PATRIM
           MOVE EQP-FORN TO ORM-FORN
           MOVE SPACES TO ORM-TIPO ORM-DEFEITO ORM-SERVICO
           MOVE "S" TO ORM-IMPEDE.
       ABR-002.
           ACCEPT (07, 47) ORM-TIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ABR-001.
           IF ORM-TIPO = "p"
                MOVE "P" TO ORM-TIPO.
           IF ORM-TIPO = "c"
                MOVE "C" TO ORM-TIPO.
           IF ORM-TIPO = "k"
                MOVE "K" TO ORM-TIPO.
           IF NOT ORM-PREVENTIVA AND NOT ORM-CORRETIVA
              AND NOT ORM-CALIBRACAO
                MOVE "*** TIPO: P, C OU K ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-002.
       ABR-003.
           ACCEPT (08, 42) ORM-IMPEDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ABR-002.
           IF ORM-IMPEDE = "s"
                MOVE "S" TO ORM-IMPEDE.
           IF ORM-IMPEDE = "n"
                MOVE "N" TO ORM-IMPEDE.
           IF ORM-IMPEDE NOT = "S" AND "N"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-003.
       ABR-004.
           ACCEPT (09, 18) ORM-FORN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ABR-003.
           MOVE ORM-FORN TO EQP-FORN
           PERFORM FOR-LE THRU FOR-LE-FIM
           IF ST-ERRO NOT = "00"
                MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-004.
           DISPLAY (09, 25) FOR-NOME.
       ABR-005.
           ACCEPT (11, 01) ORM-DEFEITO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ABR-004.
           IF ORM-DEFEITO = SPACES
                MOVE "DESCREVA O DEFEITO OU O SERVICO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-005.
       ABR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ABR-OPC.
           PERFORM ORD-PROXIMA THRU ORD-PROXIMA-FIM
           MOVE W-MAXORD TO ORM-NUMERO
           MOVE EQP-SALA TO ORM-SALA
           MOVE EQP-PATRIM TO ORM-PATRIM
           MOVE "A" TO ORM-SITUACAO
           MOVE W-DATAHOJE TO ORM-DTABERT
           MOVE LK-OPERADOR TO ORM-OPERABR
           MOVE ZEROS TO ORM-DTFECHA
           MOVE SPACES TO ORM-OPERFEC ORM-SERVICO
           WRITE REGORDMA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORDMA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (03, 18) ORM-NUMERO
           IF ORM-IMPEDE NOT = "S"
                MOVE "*** ORDEM ABERTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ABR-001.
           MOVE ORM-SALA TO W-SALA
           PERFORM CON-SALA THRU CON-SALA-FIM
           DISPLAY (17, 01) "CONSULTAS AGENDADAS NA SALA A PARTIR DE"
           DISPLAY (17, 41) "HOJE (REMARCAR): " W-TOTCONS
           PERFORM SLT-SALA THRU SLT-SALA-FIM
           MOVE "*** ORDEM ABERTA - SALA BLOQUEADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ABR-001.

      ******************************************************************
      * FECHAMENTO DA ORDEM: PREVENTIVA E CALIBRACAO PASSAM A SER A    *
      * ULTIMA DO EQUIPAMENTO. ORDEM IMPEDITIVA LIBERA A SALA (SE NAO  *
      * HOUVER OUTRA) E REGERA A GRADE DAS AGENDAS DA SALA             *
      ******************************************************************
       FEC-001.
           DISPLAY TELAORD
           MOVE ZEROS TO W-NUMORD
           ACCEPT (03, 18) W-NUMORD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMORD TO ORM-NUMERO
           READ CADORDMA
           IF ST-ERRO NOT = "00"
                MOVE "*** ORDEM NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-001.
           PERFORM ORD-MOSTRA THRU ORD-MOSTRA-FIM
           IF ORM-FECHADA
                MOVE "*** ORDEM JA FECHADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-001.
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM.
       FEC-002.
           ACCEPT (14, 26) W-DMADIA WITH UPDATE
           ACCEPT (14, 29) W-DMAMES WITH UPDATE
           ACCEPT (14, 32) W-DMAANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO FEC-001.
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N" OR W-DATAREF = ZEROS
              OR W-DATAREF < ORM-DTABERT OR W-DATAREF > W-DATAHOJE
                MOVE "*** DATA DE FECHAMENTO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-002.
       FEC-003.
           ACCEPT (16, 01) ORM-SERVICO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO FEC-002.
           IF ORM-SERVICO = SPACES
                MOVE "DESCREVA O SERVICO EXECUTADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-003.
       FEC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "FECHAR A ORDEM (S/N): ".
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** ORDEM MANTIDA ABERTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO FEC-OPC.
           MOVE "F" TO ORM-SITUACAO
           MOVE W-DATAREF TO ORM-DTFECHA
           MOVE LK-OPERADOR TO ORM-OPERFEC
           MOVE ORM-IMPEDE TO W-IMPEDIA
           REWRITE REGORDMA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORDMA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF ORM-CORRETIVA
                GO TO FEC-SALA.
           MOVE ORM-PATRIM TO EQP-PATRIM
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
                GO TO FEC-SALA.
           IF ORM-PREVENTIVA
                MOVE ORM-DTFECHA TO EQP-ULTMANUT
           ELSE
                MOVE ORM-DTFECHA TO EQP-ULTCALIB.
           MOVE W-DATAHOJE TO EQP-DTALT
           MOVE LK-OPERADOR TO EQP-OPERADOR
           REWRITE REGEQUIP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEQUIP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       FEC-SALA.
           IF W-IMPEDIA NOT = "S"
                MOVE "*** ORDEM FECHADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-001.
           MOVE ORM-SALA TO W-SALA
           PERFORM SLT-SALA THRU SLT-SALA-FIM
           MOVE "*** ORDEM FECHADA - GRADE DA SALA REGERADA ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FEC-001.

      *----MOSTRA A ORDEM LIDA EM REGORDMA-----------------------------*

       ORD-MOSTRA.
           DISPLAY (04, 18) ORM-PATRIM
           MOVE ORM-PATRIM TO EQP-PATRIM
           READ CADEQUIP
           IF ST-ERRO = "00"
                DISPLAY (04, 30) EQP-DESCR.
           MOVE ORM-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO SALA-DESCR.
           DISPLAY (05, 18) ORM-SALA " " SALA-DESCR
           DISPLAY (07, 47) ORM-TIPO
           DISPLAY (08, 42) ORM-IMPEDE
           MOVE ORM-FORN TO EQP-FORN
           PERFORM FOR-LE THRU FOR-LE-FIM
           DISPLAY (09, 18) ORM-FORN " " FOR-NOME
           DISPLAY (11, 01) ORM-DEFEITO
           MOVE ORM-DTABERT TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (12, 18) W-DMADIA "/" W-DMAMES "/" W-DMAANO
           IF ORM-FECHADA
                MOVE ORM-DTFECHA TO W-DATAREF
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                DISPLAY (14, 26) W-DMADIA " " W-DMAMES " " W-DMAANO
                DISPLAY (16, 01) ORM-SERVICO.
       ORD-MOSTRA-FIM.
           EXIT.

      *----ORDEM ABERTA DO EQUIPAMENTO EQP-PATRIM NA SALA W-SALA-------*
      *----(ZERO = NENHUMA) EM W-ORDABERTA-----------------------------*

       ORD-ABERTA.
           MOVE ZEROS TO W-ORDABERTA
           MOVE W-SALA TO ORM-SALA
           START CADORDMA KEY IS = ORM-SALA
               INVALID KEY
                   GO TO ORD-ABERTA-FIM.
       ORD-ABERTA1.
           READ CADORDMA NEXT RECORD
               AT END
                   GO TO ORD-ABERTA-FIM.
           IF ORM-SALA NOT = W-SALA
                GO TO ORD-ABERTA-FIM.
           IF ORM-PATRIM = EQP-PATRIM AND ORM-ABERTA
                MOVE ORM-NUMERO TO W-ORDABERTA
                GO TO ORD-ABERTA-FIM.
           GO TO ORD-ABERTA1.
       ORD-ABERTA-FIM.
           EXIT.

      *----PROXIMO NUMERO DE ORDEM EM W-MAXORD-------------------------*

       ORD-PROXIMA.
           MOVE ZEROS TO W-MAXORD ORM-NUMERO
           START CADORDMA KEY IS NOT LESS ORM-NUMERO
               INVALID KEY
                   GO TO ORD-PROXIMA1.
       ORD-PROXIMA0.
           READ CADORDMA NEXT RECORD
               AT END
                   GO TO ORD-PROXIMA1.
           MOVE ORM-NUMERO TO W-MAXORD
           GO TO ORD-PROXIMA0.
       ORD-PROXIMA1.
           ADD 1 TO W-MAXORD.
       ORD-PROXIMA-FIM.
           EXIT.

      *----CONSULTAS AGENDADAS NA SALA W-SALA DE HOJE EM DIANTE--------*

       CON-SALA.
           MOVE ZEROS TO W-TOTCONS
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                GO TO CON-SALA-FIM.
           MOVE W-DATAHOJE TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO CON-SALA2.
       CON-SALA1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO CON-SALA2.
           IF CONS-DATA < W-DATAHOJE OR CONS-SALA NOT = W-SALA
                GO TO CON-SALA1.
           IF CONS-AGENDADA OR CONS-PRESENTE
                ADD 1 TO W-TOTCONS.
           GO TO CON-SALA1.
       CON-SALA2.
           CLOSE CADCONS.
       CON-SALA-FIM.
           EXIT.

      ******************************************************************
      * REGENERA NA GRADE DE HORARIOS (SMP076) OS CRMS CUJA AGENDA TEM *
      * W-SALA COMO SALA HABITUAL; O CADAGEN E FECHADO ANTES DAS       *
      * CHAMADAS PORQUE O SMP076 O ABRE POR CONTA PROPRIA              *
      ******************************************************************
       SLT-SALA.
           MOVE ZEROS TO W-TOTCRM
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
                GO TO SLT-SALA-FIM.
           MOVE ZEROS TO AGE-CRM
           START CADAGEN KEY IS NOT LESS AGE-CRM
               INVALID KEY
                   GO TO SLT-SALA2.
       SLT-SALA1.
           READ CADAGEN NEXT RECORD
               AT END
                   GO TO SLT-SALA2.
           IF AGE-SALA NOT = W-SALA OR W-TOTCRM NOT < 50
                GO TO SLT-SALA1.
           ADD 1 TO W-TOTCRM
           MOVE AGE-CRM TO W-CRMTAB (W-TOTCRM)
           GO TO SLT-SALA1.
       SLT-SALA2.
           CLOSE CADAGEN
           MOVE 1 TO IND.
       SLT-SALA3.
           IF IND > W-TOTCRM
                GO TO SLT-SALA-FIM.
           MOVE W-CRMTAB (IND) TO W-CRMREGEN
           MOVE "R" TO W-CHAMADA
           CALL "SMP076" USING LK-OPERADOR, W-CHAMADA, W-CRMREGEN
                   ON OVERFLOW
                      NEXT SENTENCE
           END-CALL
           CANCEL "SMP076"
           ADD 1 TO IND
           GO TO SLT-SALA3.
       SLT-SALA-FIM.
           EXIT.

      ******************************************************************
      * RELATORIO MENSAL, POR SALA: PREVENTIVAS E CALIBRACOES COM      *
      * VENCIMENTO ATE O MES INFORMADO (VENCIDAS ANTES DELE OU         *
      * VENCENDO NELE), DOS EQUIPAMENTOS ATIVOS, COM A ORDEM ABERTA    *
      ******************************************************************
       REL-001.
           MOVE W-DATAHOJE TO W-DATAREF
           MOVE W-REFMES TO W-RELMES
           MOVE W-REFANO TO W-RELANO
           DISPLAY (15, 10) "MES/ANO DE REFERENCIA (MM AAAA):"
           ACCEPT (15, 44) W-RELMES WITH UPDATE
           ACCEPT (15, 47) W-RELANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-RELMES < 1 OR W-RELMES > 12 OR W-RELANO < 2000
                MOVE "*** MES/ANO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
           COMPUTE W-RELREF = (W-RELANO * 100) + W-RELMES
           OPEN OUTPUT CADEQPTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADEQPTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGEQPTX FROM CAB0.
           MOVE W-RELMES TO CM-MES
           MOVE W-RELANO TO CM-ANO
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CM-EMISSAO
           WRITE REGEQPTX FROM CABMES.
           MOVE SPACES TO REGEQPTX
           WRITE REGEQPTX.
           WRITE REGEQPTX FROM CABCOL.
           MOVE ZEROS TO W-TOTLIN W-TOTVENC W-TOTMES
           MOVE 99 TO W-ULTSALA
           MOVE ZEROS TO EQP-SALA
           START CADEQUIP KEY IS NOT LESS EQP-SALA
               INVALID KEY
                   GO TO REL-TOT.
       REL-LER.
           READ CADEQUIP NEXT RECORD
               AT END
                   GO TO REL-TOT.
           IF NOT EQP-ATIVO
                GO TO REL-LER.
           IF EQP-PERMANUT NOT = ZEROS
                MOVE "PREVENTIVA" TO LE-ITEM
                MOVE EQP-ULTMANUT TO W-DTBASE
                MOVE EQP-PERMANUT TO W-NMESES
                PERFORM REL-ITEM THRU REL-ITEM-FIM.
           IF EQP-PERCALIB NOT = ZEROS
                MOVE "CALIBRACAO" TO LE-ITEM
                MOVE EQP-ULTCALIB TO W-DTBASE
                MOVE EQP-PERCALIB TO W-NMESES
                PERFORM REL-ITEM THRU REL-ITEM-FIM.
           GO TO REL-LER.
       REL-TOT.
           MOVE SPACES TO REGEQPTX
           WRITE REGEQPTX.
           MOVE "ITENS VENCIDOS..................:" TO LO-ROTULO
           MOVE W-TOTVENC TO LO-QTDE
           WRITE REGEQPTX FROM LINTOT.
           MOVE "ITENS VENCENDO NO MES...........:" TO LO-ROTULO
           MOVE W-TOTMES TO LO-QTDE
           WRITE REGEQPTX FROM LINTOT.
           CLOSE CADEQPTX
           IF W-TOTLIN = ZEROS
                MOVE "*** NENHUM VENCIMENTO ATE O MES ***" TO MENS
           ELSE
                MOVE "*** RELATORIO GERADO EM CADEQPRL.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----UM ITEM (PREVENTIVA OU CALIBRACAO) DO EQUIPAMENTO CORRENTE--*

       REL-ITEM.
           IF W-DTBASE = ZEROS
                MOVE ZEROS TO W-DTVENC LE-ULTIMA LE-VENC
                MOVE "SEM REGISTRO" TO LE-SIT
                ADD 1 TO W-TOTVENC
                GO TO REL-ITEM1.
           PERFORM MES-SOMA THRU MES-SOMA-FIM
           COMPUTE W-VENREF = (W-VENANO * 100) + W-VENMES
           IF W-VENREF > W-RELREF
                GO TO REL-ITEM-FIM.
           MOVE W-DTBASE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LE-ULTIMA
           MOVE W-DTVENC TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LE-VENC
           IF W-VENREF < W-RELREF
                MOVE "VENCIDA" TO LE-SIT
                ADD 1 TO W-TOTVENC
           ELSE
                MOVE "VENCE NO MES" TO LE-SIT
                ADD 1 TO W-TOTMES.
       REL-ITEM1.
           IF EQP-SALA NOT = W-ULTSALA
                PERFORM REL-SALA THRU REL-SALA-FIM.
           MOVE EQP-PATRIM TO LE-PATRIM
           MOVE EQP-DESCR TO LE-DESCR
           MOVE EQP-SALA TO W-SALA
           PERFORM ORD-ABERTA THRU ORD-ABERTA-FIM
           MOVE W-ORDABERTA TO LE-ORDEM
           WRITE REGEQPTX FROM LINEQP.
           ADD 1 TO W-TOTLIN.
       REL-ITEM-FIM.
           EXIT.

      *----CABECALHO DA SALA NA QUEBRA---------------------------------*

       REL-SALA.
           MOVE EQP-SALA TO W-ULTSALA CS-SALA SALA-CODIGO
           READ CADSALA
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO SALA-DESCR.
           MOVE SALA-DESCR TO CS-DESCR
           MOVE SPACES TO REGEQPTX
           WRITE REGEQPTX.
           WRITE REGEQPTX FROM CABSALA.
       REL-SALA-FIM.
           EXIT.

      *----W-DTVENC = W-DTBASE + W-NMESES MESES (DIA LIMITADO AO FIM---*
      *----DO MES)-----------------------------------------------------*

       MES-SOMA.
           COMPUTE W-MESTOT = (W-BASANO * 12) + W-BASMES - 1 + W-NMESES
           DIVIDE W-MESTOT BY 12 GIVING W-VENANO REMAINDER W-VENMES
           ADD 1 TO W-VENMES
           MOVE W-BASDIA TO W-VENDIA
           IF W-VENDIA > W-DMES (W-VENMES)
                MOVE W-DMES (W-VENMES) TO W-VENDIA.
       MES-SOMA-FIM.
           EXIT.

      *----DDMMAAAA DIGITADO (W-DATADMA) PARA AAAAMMDD (W-DATAREF);----*
      *----TUDO ZERO E ACEITO (SEM REGISTRO)---------------------------*

       DAT-VALIDA.
           MOVE "S" TO W-DATAOK
           IF W-DATADMA-N = ZEROS
                MOVE ZEROS TO W-DATAREF
                GO TO DAT-VALIDA-FIM.
           IF W-DMADIA < 1 OR W-DMADIA > 31 OR W-DMAMES < 1
              OR W-DMAMES > 12 OR W-DMAANO < 1900
                MOVE "N" TO W-DATAOK
                GO TO DAT-VALIDA-FIM.
           MOVE W-DMADIA TO W-REFDIA
           MOVE W-DMAMES TO W-REFMES
           MOVE W-DMAANO TO W-REFANO
           IF W-DATAREF > W-DATAHOJE
                MOVE "N" TO W-DATAOK.
       DAT-VALIDA-FIM.
           EXIT.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADEQUIP CADORDMA CADSALA
           IF W-FORABERTO = "S"
                CLOSE CADFORN.
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
