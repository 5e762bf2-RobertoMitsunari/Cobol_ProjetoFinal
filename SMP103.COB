       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP103.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * PEDIDOS DE COMPRA A FORNECEDOR (CADPEDCP.DAT COM OS *
      * ITENS NO CADPEDIT.DAT): GERACAO A PARTIR DOS ITENS  *
      * ABAIXO DO MINIMO DO SMP068 COM QUANTIDADE SUGERIDA, *
      * PRECO ACORDADO E PRAZO DE ENTREGA; RECEBIMENTO      *
      * CONTRA O PEDIDO COM ENTRADA NO ESTOQUE POR LOTE E   *
      * VALIDADE E TITULO NO CADPAGAR (SMP067) VENCENDO NA  *
      * CONDICAO DE PAGAMENTO (AGUARDANDO A APROVACAO POR   *
      * ALCADA NO SMP067); CONSULTA / CANCELAMENTO E        *
      * RELATORIO DE PEDIDOS ATRASADOS (CADPEDRL.DOC)       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPEDCP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDC-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDI-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-NUMERO
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
           SELECT CADPEDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPEDCP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDCP.DAT".
       01 REGPEDCP.
          03 PDC-NUMERO        PIC 9(06).
          03 PDC-FORNEC        PIC 9(04).
          03 PDC-DTEMIS        PIC 9(08).
          03 PDC-DTPREV.
             05 PDC-PRVANO     PIC 9(04).
             05 PDC-PRVMES     PIC 9(02).
             05 PDC-PRVDIA     PIC 9(02).
          03 PDC-CONDPAG       PIC 9(03).
          03 PDC-VALOR         PIC 9(08)V99.
          03 PDC-VALREC        PIC 9(08)V99.
          03 PDC-DTREC         PIC 9(08).
          03 PDC-SITUACAO      PIC X(01).
             88 PDC-ABERTO         VALUE "A".
             88 PDC-PARCIAL        VALUE "P".
             88 PDC-RECEBIDO       VALUE "R".
             88 PDC-CANCELADO      VALUE "C".
          03 PDC-OPERADOR      PIC X(08).
      *
       FD CADPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDIT.DAT".
       01 REGPEDIT.
          03 PDI-CHAVE.
             05 PDI-NUMERO     PIC 9(06).
             05 PDI-ITEM       PIC 9(04).
          03 PDI-QTDE          PIC 9(06).
          03 PDI-QTDEREC       PIC 9(06).
          03 PDI-PRECO         PIC 9(06)V99.
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
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
          03 PAG-NUMERO        PIC 9(06).
          03 PAG-FORNEC        PIC 9(04).
          03 PAG-CATEG         PIC 9(02).
          03 PAG-DESCR         PIC X(30).
          03 PAG-VALOR.
             05 PAG-VAL-RS     PIC 9(06).
             05 PAG-VAL-CT     PIC 9(02).
          03 PAG-DTVENC.
             05 PAG-VENCANO    PIC 9(04).
             05 PAG-VENCMES    PIC 9(02).
             05 PAG-VENCDIA    PIC 9(02).
          03 PAG-DTPAGTO.
             05 PAG-PGANO      PIC 9(04).
             05 PAG-PGMES      PIC 9(02).
             05 PAG-PGDIA      PIC 9(02).
          03 PAG-SITUACAO      PIC X(01).
             88 PAG-ABERTO         VALUE "A".
             88 PAG-PAGO           VALUE "P".
          03 PAG-OPERADOR      PIC X(08).
          03 PAG-DOCUMENTO     PIC X(15).
          03 PAG-DTLANC        PIC 9(08).
          03 PAG-APROVACAO     PIC X(01).
             88 PAG-AGUARDANDO     VALUE "P".
             88 PAG-APROVADO       VALUE "A".
          03 PAG-APROVADOR     PIC X(08).
          03 PAG-DTAPROV       PIC 9(08).
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
       FD CADPEDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDRL.DOC".
       01 REGPEDTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-NUMPED   PIC 9(06) VALUE ZEROS.
       01 W-MAXNUM   PIC 9(06) VALUE ZEROS.
       01 W-MAXSEQ   PIC 9(06) VALUE ZEROS.
       01 W-FORNEC   PIC 9(04) VALUE ZEROS.
       01 W-CONDPAG  PIC 9(03) VALUE ZEROS.
       01 W-ITEM     PIC 9(04) VALUE ZEROS.
       01 W-QTDE     PIC 9(06) VALUE ZEROS.
       01 W-QTDEMOV  PIC 9(06) VALUE ZEROS.
       01 W-PEND     PIC 9(08) VALUE ZEROS.
       01 W-SUGER    PIC S9(08) VALUE ZEROS.
       01 W-PRECO    PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECO-RS PIC 9(06) VALUE ZEROS.
       01 W-PRECO-CT PIC 9(02) VALUE ZEROS.
       01 W-TOTPED   PIC 9(08)V99 VALUE ZEROS.
       01 W-VALREC   PIC 9(08)V99 VALUE ZEROS.
       01 W-VALPEND  PIC 9(08)V99 VALUE ZEROS.
       01 W-VALED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-QTDITENS PIC 9(04) VALUE ZEROS.
       01 W-TUDOREC  PIC X(01) VALUE "S".
       01 W-NOTA     PIC 9(09) VALUE ZEROS.
       01 W-CONTDIA  PIC 9(05) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-TOTLIS   PIC 9(04) VALUE ZEROS.
       01 W-REGSALVA PIC X(30) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
      *
      *----CONTAGEM DE DIAS (VENCIMENTO E ATRASO)----------------------*
      *
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TENTDATA-N REDEFINES W-TENTDATA PIC 9(08).
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
      *
       01 W-REFPED.
          03 FILLER     PIC X(08) VALUE "PEDIDO  ".
          03 W-REFNUM   PIC 9(06).
          03 FILLER     PIC X(04) VALUE SPACES.
       01 W-DESCRPAG.
          03 FILLER     PIC X(07) VALUE "PEDIDO ".
          03 W-DPNUM    PIC 9(06).
          03 FILLER     PIC X(05) VALUE " NF: ".
          03 W-DPNOTA   PIC 9(09).
          03 FILLER     PIC X(03) VALUE SPACES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** PEDIDOS DE COMPRA ATRASADOS ***".
       01 CABDAT.
          03 FILLER     PIC X(17) VALUE "POSICAO EM: ".
          03 CD-DATA    PIC 99/99/9999.
       01 CAB1.
          03 FILLER     PIC X(08) VALUE "PEDIDO".
          03 FILLER     PIC X(32) VALUE "FORNECEDOR".
          03 FILLER     PIC X(12) VALUE "TELEFONE".
          03 FILLER     PIC X(11) VALUE "PREVISTO".
          03 FILLER     PIC X(07) VALUE "ATRASO".
          03 FILLER     PIC X(03) VALUE " S".
          03 FILLER     PIC X(14) VALUE "     PENDENTE".
       01 LINPED.
          03 LP-NUMERO  PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-FORNEC  PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-FONE    PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LP-PREV    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LP-ATRASO  PIC ZZZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LP-SIT     PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LP-VALOR   PIC ZZ.ZZZ.ZZ9,99.
       01 LINITE.
          03 FILLER     PIC X(10) VALUE SPACES.
          03 LI-ITEM    PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LI-DESCR   PIC X(30).
          03 FILLER     PIC X(08) VALUE "  PEDIDO".
          03 LI-QTDE    PIC ZZZZZ9.
          03 FILLER     PIC X(10) VALUE "  RECEBIDO".
          03 LI-QTDEREC PIC ZZZZZ9.
       01 TRAILERTX.
          03 FILLER     PIC X(30) VALUE "TOTAL DE PEDIDOS ATRASADOS: ".
          03 TRL-TOT    PIC ZZZ9.
          03 FILLER     PIC X(14) VALUE "  PENDENTE: ".
          03 TRL-VALOR  PIC ZZ.ZZZ.ZZ9,99.
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP103".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT103.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** PEDIDOS DE COMPRA A FO".
           05  LINE 02  COLUMN 41
               VALUE  "RNECEDOR ***".
           05  LINE 06  COLUMN 10
               VALUE  "G = GERAR PEDIDO (ITENS ABAIXO DO MINIMO)".
           05  LINE 07  COLUMN 10
               VALUE  "R = RECEBIMENTO CONTRA O PEDIDO".
           05  LINE 08  COLUMN 10
               VALUE  "C = CONSULTA / CANCELAMENTO DE PEDIDO".
           05  LINE 09  COLUMN 10
               VALUE  "A = RELATORIO DE PEDIDOS ATRASADOS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADPEDCP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPEDCP
                 CLOSE CADPEDCP
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDCP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADPEDIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPEDIT
                 CLOSE CADPEDIT
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPAGAR
                 CLOSE CADPAGAR
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0C.
           OPEN I-O CADESTMV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTMV
                 CLOSE CADESTMV
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTMV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0D.
           OPEN I-O CADESTLO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTLO
                 CLOSE CADESTLO
                 GO TO R0D
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTLO" TO MENS
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
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE FORNECEDORES NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT103
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "G" OR "g"
                GO TO GER-001.
           IF W-MODO = "R" OR "r"
                GO TO REC-001.
           IF W-MODO = "C" OR "c"
                GO TO CON-001.
           IF W-MODO = "A" OR "a"
                GO TO ATR-001.
           GO TO R1.

      *---------------GERACAO DO PEDIDO--------------------------------*
      * PERCORRE OS ITENS COM SALDO ABAIXO DO MINIMO E SUGERE A        *
      * QUANTIDADE PARA REPOR ATE O DOBRO DO MINIMO, DESCONTADO O QUE  *
      * JA ESTA PEDIDO E NAO RECEBIDO. QUANTIDADE 0 DEIXA O ITEM FORA. *
      * DEPOIS ACEITA ITENS AVULSOS ATE O CODIGO 0                     *
      *----------------------------------------------------------------*

       GER-001.
           MOVE ZEROS TO W-FORNEC PDC-DTPREV W-CONDPAG
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "GERACAO DE PEDIDO DE COMPRA"
           DISPLAY (03, 05) "FORNECEDOR.............:"
           ACCEPT (03, 30) W-FORNEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-FORNEC TO FOR-CODIGO
           READ CADFORN
           IF ST-ERRO NOT = "00"
                MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-001.
           IF FOR-INATIVO
                MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-001.
           DISPLAY (03, 36) FOR-NOME.
       GER-002.
           DISPLAY (04, 05) "ENTREGA ATE (DD MM AAAA):"
           ACCEPT (04, 31) PDC-PRVDIA
           ACCEPT (04, 34) PDC-PRVMES
           ACCEPT (04, 37) PDC-PRVANO
           IF PDC-PRVDIA < 1 OR PDC-PRVDIA > 31
                GO TO GER-002.
           IF PDC-PRVMES < 1 OR PDC-PRVMES > 12
                GO TO GER-002.
           IF PDC-DTPREV < W-DATAHOJE-R
                MOVE "*** PRAZO DE ENTREGA JA VENCIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-002.
       GER-003.
           DISPLAY (05, 05) "PAGAMENTO (DIAS APOS O RECEBIMENTO):"
           ACCEPT (05, 43) W-CONDPAG
           IF W-CONDPAG > 180
                MOVE "*** CONDICAO DE PAGAMENTO ATE 180 DIAS ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-003.
      *----RESERVA O PROXIMO NUMERO DE PEDIDO--------------------------*
           MOVE ZEROS TO W-MAXNUM PDC-NUMERO
           START CADPEDCP KEY IS NOT LESS PDC-NUMERO
               INVALID KEY
                   GO TO GER-NUM2.
       GER-NUM1.
           READ CADPEDCP NEXT RECORD
               AT END
                   GO TO GER-NUM2.
           MOVE PDC-NUMERO TO W-MAXNUM
           GO TO GER-NUM1.
       GER-NUM2.
           ADD 1 TO W-MAXNUM
           MOVE W-MAXNUM TO W-NUMPED
           MOVE ZEROS TO W-TOTPED W-QTDITENS
           DISPLAY (07, 05) "PEDIDO NUMERO: " W-NUMPED
           MOVE ZEROS TO ITM-CODIGO
           START CADESTIT KEY IS NOT LESS ITM-CODIGO
               INVALID KEY
                   GO TO GER-AVULSO.
       GER-LER.
           READ CADESTIT NEXT RECORD
               AT END
                   GO TO GER-AVULSO.
           IF ITM-SALDO NOT < ITM-MINIMO
                GO TO GER-LER.
           MOVE ITM-CODIGO TO W-ITEM
           PERFORM PED-PENDENTE THRU PED-PENDENTE-FIM
           COMPUTE W-SUGER = (ITM-MINIMO * 2) - ITM-SALDO - W-PEND
           IF W-SUGER NOT > ZEROS
                GO TO GER-LER.
           DISPLAY (09, 05) LIMPA
           DISPLAY (10, 05) LIMPA
           DISPLAY (09, 05) "ITEM: " ITM-CODIGO " " ITM-DESCR
           DISPLAY (10, 05) "SALDO: " ITM-SALDO "  MINIMO: " ITM-MINIMO
                            "  EM PEDIDO: " W-PEND
           MOVE W-SUGER TO W-QTDE
           DISPLAY (12, 05) "QUANTIDADE (0 = FORA DO PEDIDO):"
           ACCEPT (12, 39) W-QTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO GER-FECHA.
           IF W-QTDE = ZEROS
                GO TO GER-LER.
           PERFORM GER-ITEM THRU GER-ITEM-FIM
           GO TO GER-LER.
       GER-AVULSO.
           MOVE ZEROS TO W-ITEM W-QTDE
           DISPLAY (09, 05) LIMPA
           DISPLAY (10, 05) LIMPA
           DISPLAY (09, 05) "ITEM AVULSO (0 = ENCERRA):"
           ACCEPT (09, 33) W-ITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ITEM = ZEROS
                GO TO GER-FECHA.
           MOVE W-ITEM TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM NAO CADASTRADO NO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-AVULSO.
           MOVE W-NUMPED TO PDI-NUMERO
           MOVE W-ITEM TO PDI-ITEM
           READ CADPEDIT
           IF ST-ERRO = "00"
                MOVE "*** ITEM JA INCLUIDO NESTE PEDIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-AVULSO.
           DISPLAY (10, 05) ITM-DESCR
           DISPLAY (12, 05) "QUANTIDADE (0 = FORA DO PEDIDO):"
           ACCEPT (12, 39) W-QTDE
           IF W-QTDE = ZEROS
                GO TO GER-AVULSO.
           PERFORM GER-ITEM THRU GER-ITEM-FIM
           GO TO GER-AVULSO.
       GER-FECHA.
           IF W-QTDITENS = ZEROS
                MOVE "*** NENHUM ITEM INCLUIDO - PEDIDO NAO GERADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-NUMPED TO PDC-NUMERO
           MOVE W-FORNEC TO PDC-FORNEC
           MOVE W-DATAHOJE TO PDC-DTEMIS
           MOVE W-CONDPAG TO PDC-CONDPAG
           MOVE W-TOTPED TO PDC-VALOR
           MOVE ZEROS TO PDC-VALREC PDC-DTREC
           MOVE "A" TO PDC-SITUACAO
           MOVE LK-OPERADOR TO PDC-OPERADOR
           WRITE REGPEDCP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDCP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-TOTPED TO W-VALED
           DISPLAY (14, 05) "ITENS: " W-QTDITENS "  VALOR: " W-VALED
           MOVE "*** PEDIDO DE COMPRA GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----PRECO ACORDADO E GRAVACAO DA LINHA DO PEDIDO----------------*
      *
       GER-ITEM.
           MOVE ZEROS TO W-PRECO-RS W-PRECO-CT.
       GER-ITEM1.
           DISPLAY (13, 05) "PRECO UNITARIO ACORDADO (RS CT):"
           ACCEPT (13, 39) W-PRECO-RS
           ACCEPT (13, 47) W-PRECO-CT
           IF W-PRECO-RS = ZEROS AND W-PRECO-CT = ZEROS
                MOVE "*** INFORME O PRECO ACORDADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-ITEM1.
           COMPUTE W-PRECO = W-PRECO-RS + (W-PRECO-CT / 100)
           MOVE W-NUMPED TO PDI-NUMERO
           MOVE ITM-CODIGO TO PDI-ITEM
           MOVE W-QTDE TO PDI-QTDE
           MOVE ZEROS TO PDI-QTDEREC
           MOVE W-PRECO TO PDI-PRECO
           WRITE REGPEDIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-ITEM-FIM.
           COMPUTE W-TOTPED = W-TOTPED + (W-QTDE * W-PRECO)
           ADD 1 TO W-QTDITENS
           DISPLAY (12, 05) LIMPA
           DISPLAY (13, 05) LIMPA.
       GER-ITEM-FIM.
           EXIT.

      *---------------RECEBIMENTO CONTRA O PEDIDO----------------------*
      * PARA CADA ITEM COM SALDO A RECEBER: QUANTIDADE ENTREGUE, LOTE  *
      * E VALIDADE. A ENTRADA SEGUE A MESMA REGRA DO SMP068 (LOTE,     *
      * SALDO DO ITEM E MOVIMENTO "E" COM MOV-REF = PEDIDO). O VALOR   *
      * RECEBIDO PELO PRECO ACORDADO VIRA TITULO NO CADPAGAR (CATEGORIA*
      * 4 = MATERIAL) VENCENDO NA CONDICAO DE PAGAMENTO DO PEDIDO      *
      *----------------------------------------------------------------*

       REC-001.
           MOVE ZEROS TO W-NUMPED W-NOTA W-VALREC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "RECEBIMENTO DE PEDIDO DE COMPRA"
           DISPLAY (03, 05) "NUMERO DO PEDIDO:"
           ACCEPT (03, 24) W-NUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMPED TO PDC-NUMERO
           READ CADPEDCP
           IF ST-ERRO NOT = "00"
                MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REC-001.
           IF PDC-RECEBIDO OR PDC-CANCELADO
                MOVE "*** PEDIDO JA RECEBIDO OU CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REC-001.
           MOVE PDC-FORNEC TO FOR-CODIGO
           MOVE SPACES TO FOR-NOME
           READ CADFORN
           DISPLAY (03, 33) FOR-NOME.
       REC-002.
           DISPLAY (04, 05) "NUMERO DA NOTA FISCAL:"
           ACCEPT (04, 29) W-NOTA
           IF W-NOTA = ZEROS
                GO TO REC-002.
           MOVE W-NUMPED TO PDI-NUMERO
           MOVE ZEROS TO PDI-ITEM
           START CADPEDIT KEY IS NOT LESS PDI-CHAVE
               INVALID KEY
                   GO TO REC-FECHA.
       REC-LER.
           READ CADPEDIT NEXT RECORD
               AT END
                   GO TO REC-FECHA.
           IF PDI-NUMERO NOT = W-NUMPED
                GO TO REC-FECHA.
           IF PDI-QTDEREC NOT < PDI-QTDE
                GO TO REC-LER.
           MOVE PDI-ITEM TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM DO PEDIDO SEM CADASTRO NO ESTOQUE ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REC-LER.
           DISPLAY (06, 05) LIMPA
           DISPLAY (07, 05) LIMPA
           DISPLAY (08, 05) LIMPA
           DISPLAY (09, 05) LIMPA
           COMPUTE W-QTDE = PDI-QTDE - PDI-QTDEREC
           DISPLAY (06, 05) "ITEM: " ITM-CODIGO " " ITM-DESCR
           DISPLAY (07, 05) "A RECEBER: " W-QTDE.
       REC-QTDE.
           MOVE ZEROS TO W-QTDEMOV
           DISPLAY (08, 05) "QUANTIDADE ENTREGUE (0 = NADA):"
           ACCEPT (08, 38) W-QTDEMOV
           IF W-QTDEMOV = ZEROS
                GO TO REC-LER.
           IF W-QTDEMOV > W-QTDE
                MOVE "*** QUANTIDADE MAIOR QUE O SALDO DO PEDIDO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REC-QTDE.
           MOVE PDI-ITEM TO EST-ITEM
           MOVE SPACES TO EST-LOTE
           MOVE ZEROS TO EST-VALIDADE.
       REC-LOTE.
           DISPLAY (09, 05) "LOTE DO FABRICANTE:"
           ACCEPT (09, 26) EST-LOTE
           IF EST-LOTE = SPACES
                GO TO REC-LOTE.
       REC-VAL.
           DISPLAY (10, 05) "VALIDADE (DD MM AAAA):"
           ACCEPT (10, 29) EST-VALDIA
           ACCEPT (10, 32) EST-VALMES
           ACCEPT (10, 35) EST-VALANO
           IF EST-VALDIA < 1 OR EST-VALDIA > 31
                GO TO REC-VAL.
           IF EST-VALMES < 1 OR EST-VALMES > 12
                GO TO REC-VAL.
           IF EST-VALANO = ZEROS
                GO TO REC-VAL.
      *----ATUALIZA O SALDO DO LOTE (CRIA SE NOVO)---------------------*
           MOVE REGESTLO TO W-REGSALVA
           READ CADESTLO
           IF ST-ERRO = "00"
                ADD W-QTDEMOV TO EST-SALDO
                REWRITE REGESTLO
           ELSE
                MOVE W-REGSALVA TO REGESTLO
                MOVE W-QTDEMOV TO EST-SALDO
                WRITE REGESTLO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTLO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD W-QTDEMOV TO ITM-SALDO
           REWRITE REGESTIT
           MOVE "E" TO MOV-TIPO
           MOVE W-NUMPED TO W-REFNUM
           MOVE W-REFPED TO MOV-REF
           PERFORM MOV-GRAVA THRU MOV-GRAVA-FIM
           ADD W-QTDEMOV TO PDI-QTDEREC
           REWRITE REGPEDIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           COMPUTE W-VALREC = W-VALREC + (W-QTDEMOV * PDI-PRECO)
           DISPLAY (10, 05) LIMPA
           GO TO REC-LER.
       REC-FECHA.
           IF W-VALREC = ZEROS
                MOVE "*** NADA RECEBIDO - PEDIDO INALTERADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM PED-SITUACAO THRU PED-SITUACAO-FIM
           MOVE W-NUMPED TO PDC-NUMERO
           READ CADPEDCP
           ADD W-VALREC TO PDC-VALREC
           MOVE W-DATAHOJE TO PDC-DTREC
           IF W-TUDOREC = "S"
                MOVE "R" TO PDC-SITUACAO
           ELSE
                MOVE "P" TO PDC-SITUACAO.
           REWRITE REGPEDCP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDCP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----TITULO NO CONTAS A PAGAR------------------------------------*
           MOVE W-DATAHOJE TO W-TENTDATA-N
           MOVE ZEROS TO W-CONTDIA.
       REC-VENC.
           IF W-CONTDIA < PDC-CONDPAG
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                ADD 1 TO W-CONTDIA
                GO TO REC-VENC.
           MOVE ZEROS TO W-MAXNUM PAG-NUMERO
           START CADPAGAR KEY IS NOT LESS PAG-NUMERO
               INVALID KEY
                   GO TO REC-PAG2.
       REC-PAG1.
           READ CADPAGAR NEXT RECORD
               AT END
                   GO TO REC-PAG2.
           MOVE PAG-NUMERO TO W-MAXNUM
           GO TO REC-PAG1.
       REC-PAG2.
           ADD 1 TO W-MAXNUM
           MOVE W-NUMPED TO W-DPNUM
           MOVE W-NOTA TO W-DPNOTA.
       REC-PAG3.
           MOVE W-MAXNUM TO PAG-NUMERO
           MOVE PDC-FORNEC TO PAG-FORNEC
           MOVE 4 TO PAG-CATEG
           MOVE W-DESCRPAG TO PAG-DESCR
           COMPUTE PAG-VAL-RS = W-VALREC
           COMPUTE PAG-VAL-CT = (W-VALREC * 100)
           MOVE W-TENTANO TO PAG-VENCANO
           MOVE W-TENTMES TO PAG-VENCMES
           MOVE W-TENTDIA TO PAG-VENCDIA
           MOVE ZEROS TO PAG-DTPAGTO
           MOVE "A" TO PAG-SITUACAO
           MOVE LK-OPERADOR TO PAG-OPERADOR
           MOVE W-NOTA TO PAG-DOCUMENTO
           MOVE W-DATAHOJE TO PAG-DTLANC
           MOVE "P" TO PAG-APROVACAO
           MOVE SPACES TO PAG-APROVADOR
           MOVE ZEROS TO PAG-DTAPROV
           WRITE REGPAGAR
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXNUM
                GO TO REC-PAG3.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-VALREC TO W-VALED
           DISPLAY (12, 05) "VALOR RECEBIDO: " W-VALED
           DISPLAY (13, 05) "CONTA A PAGAR NUMERO: " PAG-NUMERO
                            "  VENCE EM " PAG-VENCDIA "/" PAG-VENCMES
                            "/" PAG-VENCANO
           MOVE "*** RECEBIMENTO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------CONSULTA / CANCELAMENTO DO PEDIDO----------------*
      * CANCELA O PEDIDO ABERTO OU O SALDO AINDA NAO ENTREGUE DO       *
      * PARCIAL; O QUE JA FOI RECEBIDO CONTINUA NO ESTOQUE E A PAGAR   *
      *----------------------------------------------------------------*

       CON-001.
           MOVE ZEROS TO W-NUMPED
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CONSULTA DE PEDIDO DE COMPRA"
           DISPLAY (03, 05) "NUMERO DO PEDIDO:"
           ACCEPT (03, 24) W-NUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMPED TO PDC-NUMERO
           READ CADPEDCP
           IF ST-ERRO NOT = "00"
                MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-001.
           MOVE PDC-FORNEC TO FOR-CODIGO
           MOVE SPACES TO FOR-NOME
           READ CADFORN
           DISPLAY (04, 05) "FORNECEDOR: " FOR-NOME
           DISPLAY (05, 05) "ENTREGA ATE: " PDC-PRVDIA "/" PDC-PRVMES
                            "/" PDC-PRVANO
                            "   PAGAMENTO: " PDC-CONDPAG " DIAS"
           MOVE PDC-VALOR TO W-VALED
           DISPLAY (06, 05) "VALOR: " W-VALED
           MOVE PDC-VALREC TO W-VALED
           DISPLAY (06, 30) "RECEBIDO: " W-VALED
           IF PDC-ABERTO
                DISPLAY (07, 05) "SITUACAO: ABERTO".
           IF PDC-PARCIAL
                DISPLAY (07, 05) "SITUACAO: RECEBIDO PARCIALMENTE".
           IF PDC-RECEBIDO
                DISPLAY (07, 05) "SITUACAO: RECEBIDO".
           IF PDC-CANCELADO
                DISPLAY (07, 05) "SITUACAO: CANCELADO".
           DISPLAY (09, 05) "ITEM DESCRICAO                        "
                            "PEDIDO  RECEBIDO"
           MOVE 10 TO W-LIN
           MOVE W-NUMPED TO PDI-NUMERO
           MOVE ZEROS TO PDI-ITEM
           START CADPEDIT KEY IS NOT LESS PDI-CHAVE
               INVALID KEY
                   GO TO CON-OPC.
       CON-LER.
           IF W-LIN > 20
                GO TO CON-OPC.
           READ CADPEDIT NEXT RECORD
               AT END
                   GO TO CON-OPC.
           IF PDI-NUMERO NOT = W-NUMPED
                GO TO CON-OPC.
           MOVE PDI-ITEM TO ITM-CODIGO
           MOVE SPACES TO ITM-DESCR
           READ CADESTIT
           DISPLAY (W-LIN, 05) PDI-ITEM " " ITM-DESCR " "
                               PDI-QTDE "  " PDI-QTDEREC
           ADD 1 TO W-LIN
           GO TO CON-LER.
       CON-OPC.
           IF PDC-RECEBIDO OR PDC-CANCELADO
                MOVE "*** TECLE ENTER PARA VOLTAR ***" TO MENS
                DISPLAY (22, 05) MENS
                ACCEPT (22, 60) W-OPCAO
                GO TO CON-001.
           MOVE SPACES TO W-OPCAO
           DISPLAY (22, 05) "C=CANCELAR O PEDIDO  V=VOLTAR:"
           ACCEPT (22, 37) W-OPCAO
           IF W-OPCAO = "V" OR "v"
                GO TO CON-001.
           IF W-OPCAO NOT = "C" AND "c"
                GO TO CON-OPC.
           MOVE W-NUMPED TO PDC-NUMERO
           READ CADPEDCP
           MOVE "C" TO PDC-SITUACAO
           MOVE LK-OPERADOR TO PDC-OPERADOR
           REWRITE REGPEDCP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDCP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PEDIDO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-001.

      *---------------RELATORIO DE PEDIDOS ATRASADOS-------------------*
      * PEDIDOS ABERTOS OU PARCIAIS COM A ENTREGA PREVISTA ANTES DE    *
      * HOJE, COM OS DIAS DE ATRASO, O VALOR AINDA NAO ENTREGUE E OS   *
      * ITENS PENDENTES PARA COBRAR O FORNECEDOR                       *
      *----------------------------------------------------------------*

       ATR-001.
           MOVE ZEROS TO W-TOTLIS W-TOTPED
           OPEN OUTPUT CADPEDTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGPEDTX FROM CAB0.
           MOVE W-HOJEDIA TO W-DMADIA
           MOVE W-HOJEMES TO W-DMAMES
           MOVE W-HOJEANO TO W-DMAANO
           MOVE W-DATADMA-N TO CD-DATA
           WRITE REGPEDTX FROM CABDAT.
           MOVE SPACES TO REGPEDTX
           WRITE REGPEDTX.
           WRITE REGPEDTX FROM CAB1.
           MOVE ZEROS TO PDC-NUMERO
           START CADPEDCP KEY IS NOT LESS PDC-NUMERO
               INVALID KEY
                   GO TO ATR-FIM.
       ATR-LER.
           READ CADPEDCP NEXT RECORD
               AT END
                   GO TO ATR-FIM.
           IF NOT PDC-ABERTO AND NOT PDC-PARCIAL
                GO TO ATR-LER.
           IF PDC-DTPREV NOT < W-DATAHOJE-R
                GO TO ATR-LER.
      *----DIAS DE ATRASO: CONTA DA DATA PREVISTA ATE HOJE-------------*
           MOVE PDC-DTPREV TO W-TENTDATA
           MOVE ZEROS TO W-CONTDIA.
       ATR-DIAS.
           IF W-TENTDATA-N < W-DATAHOJE AND W-CONTDIA < 99999
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                ADD 1 TO W-CONTDIA
                GO TO ATR-DIAS.
           MOVE PDC-NUMERO TO W-NUMPED
           PERFORM PED-VALPEND THRU PED-VALPEND-FIM
           MOVE PDC-FORNEC TO FOR-CODIGO
           MOVE SPACES TO FOR-NOME
           MOVE ZEROS TO FOR-TELEFONE
           READ CADFORN
           MOVE PDC-NUMERO TO LP-NUMERO
           MOVE FOR-NOME TO LP-FORNEC
           MOVE FOR-TELEFONE TO LP-FONE
           MOVE PDC-PRVDIA TO W-DMADIA
           MOVE PDC-PRVMES TO W-DMAMES
           MOVE PDC-PRVANO TO W-DMAANO
           MOVE W-DATADMA-N TO LP-PREV
           MOVE W-CONTDIA TO LP-ATRASO
           MOVE PDC-SITUACAO TO LP-SIT
           MOVE W-VALPEND TO LP-VALOR
           MOVE SPACES TO REGPEDTX
           WRITE REGPEDTX.
           WRITE REGPEDTX FROM LINPED.
           ADD 1 TO W-TOTLIS
           ADD W-VALPEND TO W-TOTPED
           MOVE W-NUMPED TO PDI-NUMERO
           MOVE ZEROS TO PDI-ITEM
           START CADPEDIT KEY IS NOT LESS PDI-CHAVE
               INVALID KEY
                   GO TO ATR-LER.
       ATR-ITE.
           READ CADPEDIT NEXT RECORD
               AT END
                   GO TO ATR-LER.
           IF PDI-NUMERO NOT = W-NUMPED
                GO TO ATR-LER.
           IF PDI-QTDEREC NOT < PDI-QTDE
                GO TO ATR-ITE.
           MOVE PDI-ITEM TO LI-ITEM ITM-CODIGO
           MOVE SPACES TO ITM-DESCR
           READ CADESTIT
           MOVE ITM-DESCR TO LI-DESCR
           MOVE PDI-QTDE TO LI-QTDE
           MOVE PDI-QTDEREC TO LI-QTDEREC
           WRITE REGPEDTX FROM LINITE.
           GO TO ATR-ITE.
       ATR-FIM.
           MOVE SPACES TO REGPEDTX
           WRITE REGPEDTX.
           MOVE W-TOTLIS TO TRL-TOT
           MOVE W-TOTPED TO TRL-VALOR
           WRITE REGPEDTX FROM TRAILERTX.
           CLOSE CADPEDTX
           MOVE "*** RELATORIO GERADO EM CADPEDRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * QUANTIDADE DO ITEM W-ITEM JA PEDIDA E AINDA NAO RECEBIDA EM    *
      * PEDIDOS ABERTOS OU PARCIAIS. SAIDA: W-PEND                     *
      ******************************************************************
       PED-PENDENTE.
           MOVE ZEROS TO W-PEND PDI-CHAVE
           START CADPEDIT KEY IS NOT LESS PDI-CHAVE
               INVALID KEY
                   GO TO PED-PENDENTE-FIM.
       PED-PENDENTE1.
           READ CADPEDIT NEXT RECORD
               AT END
                   GO TO PED-PENDENTE-FIM.
           IF PDI-ITEM NOT = W-ITEM OR PDI-QTDEREC NOT < PDI-QTDE
                GO TO PED-PENDENTE1.
           MOVE PDI-NUMERO TO PDC-NUMERO
           READ CADPEDCP
           IF ST-ERRO NOT = "00"
                GO TO PED-PENDENTE1.
           IF PDC-ABERTO OR PDC-PARCIAL
                COMPUTE W-PEND = W-PEND + PDI-QTDE - PDI-QTDEREC.
           GO TO PED-PENDENTE1.
       PED-PENDENTE-FIM.
           EXIT.

      ******************************************************************
      * W-TUDOREC = S QUANDO TODOS OS ITENS DO PEDIDO W-NUMPED FORAM   *
      * ENTREGUES POR COMPLETO                                         *
      ******************************************************************
       PED-SITUACAO.
           MOVE "S" TO W-TUDOREC
           MOVE W-NUMPED TO PDI-NUMERO
           MOVE ZEROS TO PDI-ITEM
           START CADPEDIT KEY IS NOT LESS PDI-CHAVE
               INVALID KEY
                   GO TO PED-SITUACAO-FIM.
       PED-SITUACAO1.
           READ CADPEDIT NEXT RECORD
               AT END
                   GO TO PED-SITUACAO-FIM.
           IF PDI-NUMERO NOT = W-NUMPED
                GO TO PED-SITUACAO-FIM.
           IF PDI-QTDEREC < PDI-QTDE
                MOVE "N" TO W-TUDOREC
                GO TO PED-SITUACAO-FIM.
           GO TO PED-SITUACAO1.
       PED-SITUACAO-FIM.
           EXIT.

      ******************************************************************
      * VALOR AINDA NAO ENTREGUE DO PEDIDO W-NUMPED. SAIDA: W-VALPEND  *
      ******************************************************************
       PED-VALPEND.
           MOVE ZEROS TO W-VALPEND
           MOVE W-NUMPED TO PDI-NUMERO
           MOVE ZEROS TO PDI-ITEM
           START CADPEDIT KEY IS NOT LESS PDI-CHAVE
               INVALID KEY
                   GO TO PED-VALPEND-FIM.
       PED-VALPEND1.
           READ CADPEDIT NEXT RECORD
               AT END
                   GO TO PED-VALPEND-FIM.
           IF PDI-NUMERO NOT = W-NUMPED
                GO TO PED-VALPEND-FIM.
           IF PDI-QTDEREC < PDI-QTDE
                COMPUTE W-VALPEND = W-VALPEND
                          + ((PDI-QTDE - PDI-QTDEREC) * PDI-PRECO).
           GO TO PED-VALPEND1.
       PED-VALPEND-FIM.
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

       ROT-FIM.
           CLOSE CADPEDCP CADPEDIT CADPAGAR CADESTMV CADESTLO CADESTIT
                 CADFORN.
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
