       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP102.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * DISPENSACAO DE MEDICAMENTOS E MATERIAIS PARA        *
      * INTERNADOS: BAIXA O ESTOQUE DO SMP068 PELO LOTE DE  *
      * VALIDADE MAIS PROXIMA (CADESTLO/CADESTMV, MOV-REF = *
      * CHAVE DA INTERNACAO), VALORIZA O CONSUMO PELA       *
      * TABELA DE MAT/MED DO PLANO (CADPRMAT.DAT) E GRAVA   *
      * NO CADDISP.DAT, QUE O SMP070 SOMA A CONTA DA ALTA.  *
      * A DEVOLUCAO DO NAO USADO VOLTA AO LOTE DE ORIGEM E  *
      * SAI DA COBRANCA ENQUANTO A CONTA NAO FOI GERADA;    *
      * EXTRATO DO CONSUMO POR INTERNACAO (CADDSPRL.DOC),   *
      * COM O CPF MASCARADO CONFORME O PERFIL DO OPERADOR   *
      * (SMPMSK)                                            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDISP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PMM-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITM-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESTLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EST-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESTMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INT-CHAVE
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
           SELECT CADDSPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDISP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISP.DAT".
       01 REGDISP.
          03 DSP-CHAVE.
             05 DSP-INTER      PIC 9(18).
             05 DSP-SEQ        PIC 9(04).
          03 DSP-ITEM          PIC 9(04).
          03 DSP-LOTE          PIC X(10).
          03 DSP-QTDE          PIC 9(06).
          03 DSP-QTDEDEV       PIC 9(06).
          03 DSP-VALUNIT       PIC 9(06)V99.
          03 DSP-PLANO         PIC 9(02).
          03 DSP-DATA          PIC 9(08).
          03 DSP-DTDEV         PIC 9(08).
          03 DSP-SITUACAO      PIC X(01).
             88 DSP-PENDENTE       VALUE "P".
             88 DSP-FATURADA       VALUE "F".
          03 DSP-OPERADOR      PIC X(08).
      *
       FD CADPRMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRMAT.DAT".
       01 REGPRMAT.
          03 PMM-CHAVE.
             05 PMM-PLANO      PIC 9(02).
             05 PMM-ITEM       PIC 9(04).
             05 PMM-VIGENCIA.
                07 PMM-VIGANO  PIC 9(04).
                07 PMM-VIGMES  PIC 9(02).
                07 PMM-VIGDIA  PIC 9(02).
          03 PMM-VALOR.
             05 PMM-VAL-RS     PIC 9(06).
             05 PMM-VAL-CT     PIC 9(02).
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
       FD CADESTLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTLO.DAT".
       01 REGESTLO.
          03 EST-CHAVE.
             05 EST-ITEM       PIC 9(04).
             05 EST-LOTE       PIC X(10).
          03 EST-VALIDADE.
             05 EST-VALANO     PIC 9(04).
             05 EST-VALMES     PIC 9(02).
             05 EST-VALDIA     PIC 9(02).
          03 EST-SALDO         PIC 9(06).
      *
       FD CADESTMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGESTMV.
          03 MOV-SEQ           PIC 9(06).
          03 MOV-ITEM          PIC 9(04).
          03 MOV-TIPO          PIC X(01).
             88 MOV-ENTRADA        VALUE "E".
             88 MOV-SAIDA          VALUE "S".
             88 MOV-AJSOBRA        VALUE "A".
             88 MOV-AJPERDA        VALUE "P".
          03 MOV-LOTE          PIC X(10).
          03 MOV-QTDE          PIC 9(06).
          03 MOV-REF           PIC X(18).
          03 MOV-DATA          PIC 9(08).
          03 MOV-OPERADOR      PIC X(08).
          03 MOV-MOTIVO        PIC X(30).
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
       FD CADDSPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDSPRL.DOC".
       01 REGDSPTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-ACHOU    PIC X(01) VALUE "N".
       01 W-LEITO    PIC 9(03) VALUE ZEROS.
       01 W-PLANO    PIC 9(02) VALUE ZEROS.
       01 W-ITEM     PIC 9(04) VALUE ZEROS.
       01 W-QTDE     PIC 9(06) VALUE ZEROS.
       01 W-RESTA    PIC 9(06) VALUE ZEROS.
       01 W-DISPON   PIC 9(08) VALUE ZEROS.
       01 W-QTDEMOV  PIC 9(06) VALUE ZEROS.
       01 W-LOTEBX   PIC X(10) VALUE SPACES.
       01 W-VALBX    PIC 9(08) VALUE ZEROS.
       01 W-MAXSEQ   PIC 9(06) VALUE ZEROS.
       01 W-SEQ      PIC 9(04) VALUE ZEROS.
       01 W-VPMMRS   PIC 9(06) VALUE ZEROS.
       01 W-VPMMCT   PIC 9(02) VALUE ZEROS.
       01 W-VALUNIT  PIC 9(06)V99 VALUE ZEROS.
       01 W-VALLIN   PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTCONS  PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTPEND  PIC 9(08)V99 VALUE ZEROS.
       01 W-VALED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-TOTLIS   PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** CONSUMO DE MAT/MED DA INTERNACAO ***".
       01 CABINT.
          03 FILLER     PIC X(13) VALUE "INTERNACAO: ".
          03 CI-CHAVE   PIC 9(18).
          03 FILLER     PIC X(09) VALUE "  LEITO: ".
          03 CI-LEITO   PIC 9(03).
          03 FILLER     PIC X(09) VALUE "  PLANO: ".
          03 CI-PLANO   PIC 9(02).
       01 CABPAC.
          03 FILLER     PIC X(13) VALUE "PACIENTE..: ".
          03 CP-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 CP-NOME    PIC X(30).
       01 CAB1.
          03 FILLER     PIC X(11) VALUE "DATA".
          03 FILLER     PIC X(06) VALUE "ITEM".
          03 FILLER     PIC X(23) VALUE "DESCRICAO".
          03 FILLER     PIC X(11) VALUE "LOTE".
          03 FILLER     PIC X(07) VALUE "  QTDE".
          03 FILLER     PIC X(07) VALUE "   DEV".
          03 FILLER     PIC X(11) VALUE "  UNITARIO".
          03 FILLER     PIC X(14) VALUE "        TOTAL".
          03 FILLER     PIC X(02) VALUE " S".
       01 LINDSP.
          03 LD-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-ITEM    PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-DESCR   PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-LOTE    PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-QTDE    PIC ZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-DEV     PIC ZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-UNIT    PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-TOTAL   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-SIT     PIC X(01).
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-VALOR   PIC ZZ.ZZZ.ZZ9,99.
       01 W-DATAREL  PIC 9(08) VALUE ZEROS.
       01 W-DATAREL-R REDEFINES W-DATAREL.
          03 W-RELANO   PIC 9(04).
          03 W-RELMES   PIC 9(02).
          03 W-RELDIA   PIC 9(02).
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP102".
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
       01  SMT102.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** DISPENSACAO DE MAT/MED PARA".
           05  LINE 02  COLUMN 41
               VALUE  " INTERNADOS ***".
           05  LINE 06  COLUMN 10
               VALUE  "D = DISPENSAR PARA A INTERNACAO".
           05  LINE 07  COLUMN 10
               VALUE  "V = DEVOLUCAO DO NAO UTILIZADO".
           05  LINE 08  COLUMN 10
               VALUE  "E = EXTRATO DO CONSUMO DA INTERNACAO".
           05  LINE 09  COLUMN 10
               VALUE  "T = TABELA DE PRECO DE MAT/MED POR PLANO".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADDISP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDISP
                 CLOSE CADDISP
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDISP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADPRMAT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRMAT
                 CLOSE CADPRMAT
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRMAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADESTMV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTMV
                 CLOSE CADESTMV
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTMV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADESTIT
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE ITENS DE ESTOQUE NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADESTLO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE LOTES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE INTERNACOES NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCONV.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT102
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "D" OR "d"
                GO TO DSP-001.
           IF W-MODO = "V" OR "v"
                GO TO DEV-001.
           IF W-MODO = "E" OR "e"
                GO TO EXT-001.
           IF W-MODO = "T" OR "t"
                GO TO TAB-001.
           GO TO R1.

      *---------------TABELA DE PRECO DE MAT/MED POR PLANO-------------*
      * PRECO UNITARIO DO ITEM DO CADESTIT POR PLANO COM VIGENCIA, NO  *
      * MODELO DO PRECO DE PROCEDIMENTO (SMP071). PLANO 00 = PARTICULAR*
      *----------------------------------------------------------------*

       TAB-001.
           MOVE ZEROS TO PMM-CHAVE PMM-VALOR
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PRECO DE MAT/MED POR PLANO"
           DISPLAY (03, 05) "CODIGO DO PLANO (00 = PARTICULAR):"
           ACCEPT (03, 41) PMM-PLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
       TAB-002.
           DISPLAY (05, 05) "CODIGO DO ITEM DE ESTOQUE:"
           ACCEPT (05, 33) PMM-ITEM
           IF PMM-ITEM = ZEROS
                GO TO TAB-002.
           MOVE PMM-ITEM TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM NAO CADASTRADO NO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAB-002.
           DISPLAY (05, 40) ITM-DESCR.
       TAB-003.
           DISPLAY (07, 05) "VIGENCIA A PARTIR DE (DD MM AAAA):"
           ACCEPT (07, 41) PMM-VIGDIA
           ACCEPT (07, 44) PMM-VIGMES
           ACCEPT (07, 47) PMM-VIGANO
           IF PMM-VIGDIA < 1 OR PMM-VIGDIA > 31
                GO TO TAB-003.
           IF PMM-VIGMES < 1 OR PMM-VIGMES > 12
                GO TO TAB-003.
           IF PMM-VIGANO = ZEROS
                GO TO TAB-003.
       TAB-004.
           DISPLAY (09, 05) "VALOR UNITARIO (RS CT):"
           ACCEPT (09, 30) PMM-VAL-RS
           ACCEPT (09, 38) PMM-VAL-CT
           IF PMM-VALOR = ZEROS
                MOVE "*** INFORME O VALOR UNITARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAB-004.
           WRITE REGPRMAT
           IF ST-ERRO = "22"
                REWRITE REGPRMAT.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRMAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PRECO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TAB-001.

      *---------------DISPENSACAO PARA A INTERNACAO--------------------*
      * SO PARA INTERNACAO SEM ALTA. A QUANTIDADE SAI DOS LOTES NAO    *
      * VENCIDOS DO ITEM, O DE VALIDADE MAIS PROXIMA PRIMEIRO; CADA    *
      * LOTE USADO GERA UMA LINHA NO CADDISP E UM MOVIMENTO DE SAIDA   *
      *----------------------------------------------------------------*

       DSP-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "DISPENSACAO DE MAT/MED"
           PERFORM INT-LOCALIZA THRU INT-LOCALIZA-FIM
           IF W-ACHOU NOT = "S"
                GO TO R1.
           IF INT-DTALTA NOT = ZEROS
                MOVE "*** INTERNACAO JA TEVE ALTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DSP-001.
       DSP-002.
           PERFORM DSP-TOTAL THRU DSP-TOTAL-FIM
           MOVE W-TOTCONS TO W-VALED
           DISPLAY (09, 05) "CONSUMO ACUMULADO A FATURAR: " W-VALED
           MOVE ZEROS TO W-ITEM W-QTDE
           DISPLAY (11, 05) "CODIGO DO ITEM (0 = ENCERRA):"
           ACCEPT (11, 36) W-ITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-ITEM = ZEROS
                GO TO R1.
           DISPLAY (11, 42) LIMPA
           DISPLAY (12, 05) LIMPA
           DISPLAY (13, 05) LIMPA
           MOVE W-ITEM TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM NAO CADASTRADO NO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DSP-002.
           DISPLAY (11, 42) ITM-DESCR
           PERFORM LOT-DISPON THRU LOT-DISPON-FIM
           DISPLAY (12, 05) "SALDO EM LOTES NAO VENCIDOS: " W-DISPON.
       DSP-003.
           DISPLAY (13, 05) "QUANTIDADE.................:"
           ACCEPT (13, 34) W-QTDE
           IF W-QTDE = ZEROS
                GO TO DSP-002.
           IF W-QTDE > W-DISPON
                MOVE "*** QUANTIDADE MAIOR QUE O SALDO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DSP-003.
           PERFORM PMM-BUSCA THRU PMM-BUSCA-FIM
           IF W-VPMMRS = ZEROS AND W-VPMMCT = ZEROS
                DISPLAY (14, 05) "SEM PRECO DE TABELA - VALOR (RS CT):"
                ACCEPT (14, 43) W-VPMMRS
                ACCEPT (14, 51) W-VPMMCT.
           COMPUTE W-VALUNIT = W-VPMMRS + (W-VPMMCT / 100)
           MOVE W-QTDE TO W-RESTA.
      *----BAIXA LOTE A LOTE PELA VALIDADE MAIS PROXIMA----------------*
       DSP-BAIXA.
           IF W-RESTA = ZEROS
                GO TO DSP-OK.
           PERFORM LOT-PROXIMO THRU LOT-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
                MOVE "*** SALDO DOS LOTES ESGOTADO NA BAIXA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DSP-002.
           IF W-RESTA > EST-SALDO
                MOVE EST-SALDO TO W-QTDEMOV
           ELSE
                MOVE W-RESTA TO W-QTDEMOV.
           SUBTRACT W-QTDEMOV FROM EST-SALDO
           REWRITE REGESTLO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTLO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF W-QTDEMOV > ITM-SALDO
                MOVE ZEROS TO ITM-SALDO
           ELSE
                SUBTRACT W-QTDEMOV FROM ITM-SALDO.
           REWRITE REGESTIT
           MOVE "S" TO MOV-TIPO
           MOVE INT-CHAVE TO MOV-REF
           PERFORM MOV-GRAVA THRU MOV-GRAVA-FIM
           PERFORM DSP-GRAVA THRU DSP-GRAVA-FIM
           SUBTRACT W-QTDEMOV FROM W-RESTA
           GO TO DSP-BAIXA.
       DSP-OK.
           MOVE "*** ITEM DISPENSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (14, 05) LIMPA
           GO TO DSP-002.
      *
      *----GRAVA A LINHA DE CONSUMO COM O PROXIMO SEQUENCIAL-----------*
      *
       DSP-GRAVA.
           MOVE ZEROS TO W-SEQ.
       DSP-GRAVA1.
           ADD 1 TO W-SEQ
           MOVE INT-CHAVE TO DSP-INTER
           MOVE W-SEQ TO DSP-SEQ
           READ CADDISP
           IF ST-ERRO = "00"
                GO TO DSP-GRAVA1.
           MOVE INT-CHAVE TO DSP-INTER
           MOVE W-SEQ TO DSP-SEQ
           MOVE EST-ITEM TO DSP-ITEM
           MOVE EST-LOTE TO DSP-LOTE
           MOVE W-QTDEMOV TO DSP-QTDE
           MOVE ZEROS TO DSP-QTDEDEV DSP-DTDEV
           MOVE W-VALUNIT TO DSP-VALUNIT
           MOVE W-PLANO TO DSP-PLANO
           MOVE W-DATAHOJE TO DSP-DATA
           MOVE "P" TO DSP-SITUACAO
           MOVE LK-OPERADOR TO DSP-OPERADOR
           WRITE REGDISP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDISP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DSP-GRAVA-FIM.
           EXIT.

      *---------------DEVOLUCAO DO NAO UTILIZADO-----------------------*
      * A QUANTIDADE VOLTA AOS LOTES DE ORIGEM DAS LINHAS AINDA NAO    *
      * FATURADAS DO ITEM (MOVIMENTO DE ENTRADA COM MOV-REF DA         *
      * INTERNACAO) E SAI DA COBRANCA PELO DSP-QTDEDEV. DEPOIS QUE O   *
      * SMP070 GEROU A CONTA DA ALTA A DEVOLUCAO NAO E MAIS ACEITA     *
      *----------------------------------------------------------------*

       DEV-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "DEVOLUCAO DE MAT/MED"
           PERFORM INT-LOCALIZA THRU INT-LOCALIZA-FIM
           IF W-ACHOU NOT = "S"
                GO TO R1.
       DEV-002.
           MOVE ZEROS TO W-ITEM W-QTDE
           DISPLAY (11, 05) "CODIGO DO ITEM (0 = ENCERRA):"
           ACCEPT (11, 36) W-ITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-ITEM = ZEROS
                GO TO R1.
           DISPLAY (11, 42) LIMPA
           DISPLAY (12, 05) LIMPA
           MOVE W-ITEM TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM NAO CADASTRADO NO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEV-002.
           DISPLAY (11, 42) ITM-DESCR
           PERFORM DEV-DISPON THRU DEV-DISPON-FIM
           DISPLAY (12, 05) "DISPENSADO EM ABERTO.......: " W-DISPON.
       DEV-003.
           DISPLAY (13, 05) "QUANTIDADE DEVOLVIDA.......:"
           ACCEPT (13, 34) W-QTDE
           IF W-QTDE = ZEROS
                GO TO DEV-002.
           IF W-QTDE > W-DISPON
                MOVE "*** QTDE MAIOR QUE O DISPENSADO EM ABERTO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEV-003.
           MOVE W-QTDE TO W-RESTA
           MOVE INT-CHAVE TO DSP-INTER
           MOVE ZEROS TO DSP-SEQ
           START CADDISP KEY IS NOT LESS DSP-CHAVE
               INVALID KEY
                   GO TO DEV-OK.
       DEV-LER.
           IF W-RESTA = ZEROS
                GO TO DEV-OK.
           READ CADDISP NEXT RECORD
               AT END
                   GO TO DEV-OK.
           IF DSP-INTER NOT = INT-CHAVE
                GO TO DEV-OK.
           IF DSP-ITEM NOT = W-ITEM OR DSP-FATURADA
                GO TO DEV-LER.
           IF DSP-QTDEDEV NOT < DSP-QTDE
                GO TO DEV-LER.
           COMPUTE W-QTDEMOV = DSP-QTDE - DSP-QTDEDEV
           IF W-QTDEMOV > W-RESTA
                MOVE W-RESTA TO W-QTDEMOV.
           ADD W-QTDEMOV TO DSP-QTDEDEV
           MOVE W-DATAHOJE TO DSP-DTDEV
           MOVE LK-OPERADOR TO DSP-OPERADOR
           REWRITE REGDISP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDISP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----ESTORNA NO LOTE DE ORIGEM E NO SALDO DO ITEM----------------*
           MOVE DSP-ITEM TO EST-ITEM
           MOVE DSP-LOTE TO EST-LOTE
           READ CADESTLO
           IF ST-ERRO = "00"
                ADD W-QTDEMOV TO EST-SALDO
                REWRITE REGESTLO
           ELSE
                MOVE DSP-ITEM TO EST-ITEM
                MOVE DSP-LOTE TO EST-LOTE
                MOVE ZEROS TO EST-VALIDADE
                MOVE W-QTDEMOV TO EST-SALDO
                WRITE REGESTLO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTLO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD W-QTDEMOV TO ITM-SALDO
           REWRITE REGESTIT
           MOVE "E" TO MOV-TIPO
           MOVE INT-CHAVE TO MOV-REF
           PERFORM MOV-GRAVA THRU MOV-GRAVA-FIM
           SUBTRACT W-QTDEMOV FROM W-RESTA
           GO TO DEV-LER.
       DEV-OK.
           MOVE "*** DEVOLUCAO REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DEV-002.
      *
      *----QUANTIDADE DO ITEM DISPENSADA E NAO DEVOLVIDA, NAO FATURADA-*
      *
       DEV-DISPON.
           MOVE ZEROS TO W-DISPON
           MOVE INT-CHAVE TO DSP-INTER
           MOVE ZEROS TO DSP-SEQ
           START CADDISP KEY IS NOT LESS DSP-CHAVE
               INVALID KEY
                   GO TO DEV-DISPON-FIM.
       DEV-DISPON1.
           READ CADDISP NEXT RECORD
               AT END
                   GO TO DEV-DISPON-FIM.
           IF DSP-INTER NOT = INT-CHAVE
                GO TO DEV-DISPON-FIM.
           IF DSP-ITEM NOT = W-ITEM OR DSP-FATURADA
                GO TO DEV-DISPON1.
           COMPUTE W-DISPON = W-DISPON + DSP-QTDE - DSP-QTDEDEV
           GO TO DEV-DISPON1.
       DEV-DISPON-FIM.
           EXIT.

      *---------------EXTRATO DO CONSUMO DA INTERNACAO-----------------*

       EXT-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "EXTRATO DE CONSUMO DE MAT/MED"
           PERFORM INT-LOCALIZA THRU INT-LOCALIZA-FIM
           IF W-ACHOU NOT = "S"
                GO TO R1.
           OPEN OUTPUT CADDSPTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADDSPTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-TOTLIS W-TOTCONS W-TOTPEND
           WRITE REGDSPTX FROM CAB0.
           MOVE SPACES TO REGDSPTX
           WRITE REGDSPTX.
           MOVE INT-CHAVE TO CI-CHAVE
           MOVE INT-LEITO TO CI-LEITO
           MOVE W-PLANO TO CI-PLANO
           WRITE REGDSPTX FROM CABINT.
           MOVE INT-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO CP-CPF
           MOVE PACINOME TO CP-NOME
           WRITE REGDSPTX FROM CABPAC.
           MOVE SPACES TO REGDSPTX
           WRITE REGDSPTX.
           WRITE REGDSPTX FROM CAB1.
           MOVE INT-CHAVE TO DSP-INTER
           MOVE ZEROS TO DSP-SEQ
           START CADDISP KEY IS NOT LESS DSP-CHAVE
               INVALID KEY
                   GO TO EXT-TOT.
       EXT-LER.
           READ CADDISP NEXT RECORD
               AT END
                   GO TO EXT-TOT.
           IF DSP-INTER NOT = INT-CHAVE
                GO TO EXT-TOT.
           MOVE DSP-DATA TO W-DATAREL
           MOVE W-RELDIA TO W-DMADIA
           MOVE W-RELMES TO W-DMAMES
           MOVE W-RELANO TO W-DMAANO
           MOVE W-DATADMA-N TO LD-DATA
           MOVE DSP-ITEM TO LD-ITEM ITM-CODIGO
           MOVE SPACES TO ITM-DESCR
           READ CADESTIT
           MOVE ITM-DESCR TO LD-DESCR
           MOVE DSP-LOTE TO LD-LOTE
           MOVE DSP-QTDE TO LD-QTDE
           MOVE DSP-QTDEDEV TO LD-DEV
           MOVE DSP-VALUNIT TO LD-UNIT
           COMPUTE W-VALLIN = (DSP-QTDE - DSP-QTDEDEV) * DSP-VALUNIT
           MOVE W-VALLIN TO LD-TOTAL
           MOVE DSP-SITUACAO TO LD-SIT
           WRITE REGDSPTX FROM LINDSP.
           ADD 1 TO W-TOTLIS
           ADD W-VALLIN TO W-TOTCONS
           IF DSP-PENDENTE
                ADD W-VALLIN TO W-TOTPEND.
           GO TO EXT-LER.
       EXT-TOT.
           MOVE SPACES TO REGDSPTX
           WRITE REGDSPTX.
           MOVE "TOTAL CONSUMIDO (LIQUIDO DE DEVOLUCOES):" TO LT-ROTULO
           MOVE W-TOTCONS TO LT-VALOR
           WRITE REGDSPTX FROM LINTOT.
           MOVE "A FATURAR NA CONTA DA ALTA (SIT. P).....:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-VALOR
           WRITE REGDSPTX FROM LINTOT.
           CLOSE CADDSPTX
           MOVE W-TOTCONS TO W-VALED
           DISPLAY (11, 05) "LINHAS DE CONSUMO..: " W-TOTLIS
           DISPLAY (12, 05) "TOTAL CONSUMIDO....: " W-VALED
           MOVE "*** EXTRATO GERADO EM CADDSPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * LOCALIZA A INTERNACAO PELO LEITO (A ABERTA NAQUELE LEITO) OU   *
      * PELA CHAVE DO CADINTER; MOSTRA O PACIENTE E CALCULA W-PLANO    *
      * (PARTICULAR = PLANO 00). SAIDA: W-ACHOU S/N                    *
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
           MOVE ZEROS TO W-PLANO
           MOVE SPACES TO PACINOME
           MOVE INT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              IF PACCONVENIO NOT = ZEROS
                 MOVE PACCONVENIO TO CODIGO
                 READ CADCONV
                 IF ST-ERRO = "00"
                    MOVE PLANO TO W-PLANO.
           DISPLAY (07, 05) "PACIENTE: " PACINOME
           DISPLAY (08, 05) "LEITO...: " INT-LEITO
                            "   PLANO DE PRECO: " W-PLANO
           MOVE "S" TO W-ACHOU.
       INT-LOCALIZA-FIM.
           EXIT.
      *
      *----CONSUMO A FATURAR DA INTERNACAO (LINHAS PENDENTES)----------*
      *
       DSP-TOTAL.
           MOVE ZEROS TO W-TOTCONS
           MOVE INT-CHAVE TO DSP-INTER
           MOVE ZEROS TO DSP-SEQ
           START CADDISP KEY IS NOT LESS DSP-CHAVE
               INVALID KEY
                   GO TO DSP-TOTAL-FIM.
       DSP-TOTAL1.
           READ CADDISP NEXT RECORD
               AT END
                   GO TO DSP-TOTAL-FIM.
           IF DSP-INTER NOT = INT-CHAVE
                GO TO DSP-TOTAL-FIM.
           IF DSP-PENDENTE
                COMPUTE W-TOTCONS = W-TOTCONS
                         + ((DSP-QTDE - DSP-QTDEDEV) * DSP-VALUNIT).
           GO TO DSP-TOTAL1.
       DSP-TOTAL-FIM.
           EXIT.

      ******************************************************************
      * SALDO DO ITEM ITM-CODIGO NOS LOTES NAO VENCIDOS. SAIDA:        *
      * W-DISPON                                                       *
      ******************************************************************
       LOT-DISPON.
           MOVE ZEROS TO W-DISPON
           MOVE ITM-CODIGO TO EST-ITEM
           MOVE SPACES TO EST-LOTE
           START CADESTLO KEY IS NOT LESS EST-CHAVE
               INVALID KEY
                   GO TO LOT-DISPON-FIM.
       LOT-DISPON1.
           READ CADESTLO NEXT RECORD
               AT END
                   GO TO LOT-DISPON-FIM.
           IF EST-ITEM NOT = ITM-CODIGO
                GO TO LOT-DISPON-FIM.
           IF EST-VALIDADE < W-DATAHOJE
                GO TO LOT-DISPON1.
           ADD EST-SALDO TO W-DISPON
           GO TO LOT-DISPON1.
       LOT-DISPON-FIM.
           EXIT.

      ******************************************************************
      * LOTE NAO VENCIDO COM SALDO E VALIDADE MAIS PROXIMA DO ITEM     *
      * ITM-CODIGO; DEIXA O REGESTLO LIDO. SAIDA: W-ACHOU S/N          *
      ******************************************************************
       LOT-PROXIMO.
           MOVE "N" TO W-ACHOU
           MOVE 99999999 TO W-VALBX
           MOVE SPACES TO W-LOTEBX
           MOVE ITM-CODIGO TO EST-ITEM
           MOVE SPACES TO EST-LOTE
           START CADESTLO KEY IS NOT LESS EST-CHAVE
               INVALID KEY
                   GO TO LOT-PROXIMO-FIM.
       LOT-PROXIMO1.
           READ CADESTLO NEXT RECORD
               AT END
                   GO TO LOT-PROXIMO2.
           IF EST-ITEM NOT = ITM-CODIGO
                GO TO LOT-PROXIMO2.
           IF EST-SALDO = ZEROS OR EST-VALIDADE < W-DATAHOJE
                GO TO LOT-PROXIMO1.
           IF EST-VALIDADE < W-VALBX
                MOVE EST-VALIDADE TO W-VALBX
                MOVE EST-LOTE TO W-LOTEBX
                MOVE "S" TO W-ACHOU.
           GO TO LOT-PROXIMO1.
       LOT-PROXIMO2.
           IF W-ACHOU NOT = "S"
                GO TO LOT-PROXIMO-FIM.
           MOVE ITM-CODIGO TO EST-ITEM
           MOVE W-LOTEBX TO EST-LOTE
           READ CADESTLO
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-ACHOU.
       LOT-PROXIMO-FIM.
           EXIT.

      ******************************************************************
      * PRECO VIGENTE DO ITEM NA DATA DE HOJE PARA O PLANO W-PLANO.    *
      * SAIDA: W-VPMMRS / W-VPMMCT                                     *
      ******************************************************************
       PMM-BUSCA.
           MOVE ZEROS TO W-VPMMRS W-VPMMCT
           MOVE W-PLANO TO PMM-PLANO
           MOVE ITM-CODIGO TO PMM-ITEM
           MOVE ZEROS TO PMM-VIGENCIA
           START CADPRMAT KEY IS NOT LESS PMM-CHAVE
               INVALID KEY
                   GO TO PMM-BUSCA-FIM.
       PMM-BUSCA1.
           READ CADPRMAT NEXT RECORD
               AT END
                   GO TO PMM-BUSCA-FIM.
           IF PMM-PLANO NOT = W-PLANO OR PMM-ITEM NOT = ITM-CODIGO
                GO TO PMM-BUSCA-FIM.
           IF PMM-VIGENCIA > W-DATAHOJE
                GO TO PMM-BUSCA-FIM.
           MOVE PMM-VAL-RS TO W-VPMMRS
           MOVE PMM-VAL-CT TO W-VPMMCT
           GO TO PMM-BUSCA1.
       PMM-BUSCA-FIM.
           EXIT.

      ******************************************************************
      * GRAVA O MOVIMENTO DE ESTOQUE (MOV-TIPO E MOV-REF JA PRONTOS)   *
      ******************************************************************
       MOV-GRAVA.
           MOVE ZEROS TO W-MAXSEQ MOV-SEQ
           START CADESTMV KEY IS NOT LESS MOV-SEQ
               INVALID KEY
                   GO TO MOV-GRAVA2.
       MOV-GRAVA1.
           READ CADESTMV NEXT RECORD
               AT END
                   GO TO MOV-GRAVA2.
           MOVE MOV-SEQ TO W-MAXSEQ
           GO TO MOV-GRAVA1.
       MOV-GRAVA2.
           ADD 1 TO W-MAXSEQ.
       MOV-GRAVA3.
           MOVE W-MAXSEQ TO MOV-SEQ
           MOVE EST-ITEM TO MOV-ITEM
           MOVE EST-LOTE TO MOV-LOTE
           MOVE W-QTDEMOV TO MOV-QTDE
           MOVE W-DATAHOJE TO MOV-DATA
           MOVE LK-OPERADOR TO MOV-OPERADOR
           MOVE SPACES TO MOV-MOTIVO
           WRITE REGESTMV
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXSEQ
                GO TO MOV-GRAVA3.
       MOV-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADDISP CADPRMAT CADESTMV CADESTIT CADESTLO CADINTER
                 CADPACI CADCONV.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF CONFORME O PERFIL DO OPERADOR---------------------------*

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
