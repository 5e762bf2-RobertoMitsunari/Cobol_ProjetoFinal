       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP104.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * INVENTARIO FISICO DO ESTOQUE: CONGELA A POSICAO POR *
      * ITEM/LOTE DO CADESTLO NUMA DATA (CADINVEN.DAT COM   *
      * AS LINHAS NO CADINVIT.DAT), EMITE A FOLHA DE        *
      * CONTAGEM EM BRANCO, RECEBE A DIGITACAO COM          *
      * RECONTAGEM QUANDO A DIFERENCA PASSA DO LIMITE E,    *
      * SO APOS APROVACAO POR PERFIL A, GRAVA OS AJUSTES NO *
      * CADESTMV (TIPO A = SOBRA, P = PERDA) COM OPERADOR E *
      * MOTIVO. RELATORIO DE PERDAS E SOBRAS VALORIZADO     *
      * PELO ULTIMO PRECO DE COMPRA (CADPEDIT, SMP103)      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INV-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINVIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INI-CHAVE
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
           SELECT CADPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDI-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADINVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVEN.DAT".
       01 REGINVEN.
          03 INV-NUMERO        PIC 9(04).
          03 INV-DATA.
             05 INV-ANO        PIC 9(04).
             05 INV-MES        PIC 9(02).
             05 INV-DIA        PIC 9(02).
          03 INV-LIMITE        PIC 9(03).
          03 INV-TOTLIN        PIC 9(05).
          03 INV-SITUACAO      PIC X(01).
             88 INV-CONTAGEM       VALUE "C".
             88 INV-AJUSTADO       VALUE "A".
             88 INV-CANCELADO      VALUE "X".
          03 INV-OPERADOR      PIC X(08).
          03 INV-APROVADOR     PIC X(08).
          03 INV-DTAPROV       PIC 9(08).
          03 INV-MOTIVO        PIC X(30).
      *
       FD CADINVIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVIT.DAT".
       01 REGINVIT.
          03 INI-CHAVE.
             05 INI-NUMERO     PIC 9(04).
             05 INI-ITEM       PIC 9(04).
             05 INI-LOTE       PIC X(10).
          03 INI-VALIDADE      PIC 9(08).
          03 INI-SALDO         PIC 9(06).
          03 INI-CONT1         PIC 9(06).
          03 INI-CONT2         PIC 9(06).
          03 INI-QTDFINAL      PIC 9(06).
          03 INI-SITCONT       PIC X(01).
             88 INI-NAOCONTADO     VALUE "N".
             88 INI-RECONTAR       VALUE "R".
             88 INI-CONTADO        VALUE "F".
          03 INI-CUSTO         PIC 9(06)V99.
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
       FD CADINVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVRL.DOC".
       01 REGINVTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-PDIABERTO PIC X(01) VALUE "N".
       01 W-NUMINV   PIC 9(04) VALUE ZEROS.
       01 W-MAXNUM   PIC 9(04) VALUE ZEROS.
       01 W-MAXSEQ   PIC 9(06) VALUE ZEROS.
       01 W-LIMITE   PIC 9(03) VALUE ZEROS.
       01 W-MOVTIPO  PIC X(01) VALUE SPACES.
       01 W-MOTIVO   PIC X(30) VALUE SPACES.
       01 W-ITEMANT  PIC 9(04) VALUE ZEROS.
       01 W-CUSTO    PIC 9(06)V99 VALUE ZEROS.
       01 W-ULTPED   PIC 9(06) VALUE ZEROS.
       01 W-QTDE     PIC 9(06) VALUE ZEROS.
       01 W-QTDEMOV  PIC 9(06) VALUE ZEROS.
       01 W-DIFER    PIC S9(07) VALUE ZEROS.
       01 W-DIFABS   PIC 9(07) VALUE ZEROS.
       01 W-PCT      PIC 9(05)V99 VALUE ZEROS.
       01 W-NOVOSLD  PIC S9(07) VALUE ZEROS.
       01 W-VALDIF   PIC S9(10)V99 VALUE ZEROS.
       01 W-TOTPERDA PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTSOBRA PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLIQ   PIC S9(10)V99 VALUE ZEROS.
       01 W-VALED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-PENDCONT PIC 9(05) VALUE ZEROS.
       01 W-TOTLIS   PIC 9(05) VALUE ZEROS.
       01 W-ABERTO   PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
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
       01 W-REFINV.
          03 FILLER     PIC X(11) VALUE "INVENTARIO ".
          03 W-REFNUM   PIC 9(04).
          03 FILLER     PIC X(03) VALUE SPACES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CABINV.
          03 FILLER     PIC X(12) VALUE "INVENTARIO: ".
          03 CI-NUMERO  PIC 9(04).
          03 FILLER     PIC X(17) VALUE "   CONGELADO EM: ".
          03 CI-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(12) VALUE "   LIMITE: ".
          03 CI-LIMITE  PIC ZZ9.
          03 FILLER     PIC X(01) VALUE "%".
       01 CABFOL.
          03 FILLER     PIC X(06) VALUE "ITEM".
          03 FILLER     PIC X(32) VALUE "DESCRICAO".
          03 FILLER     PIC X(12) VALUE "LOTE".
          03 FILLER     PIC X(12) VALUE "VALIDADE".
          03 FILLER     PIC X(20) VALUE "QUANTIDADE CONTADA".
       01 LINFOL.
          03 LF-ITEM    PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-DESCR   PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-LOTE    PIC X(10).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-VALID   PIC 99/99/9999.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(20) VALUE "__________________".
       01 CABDIF.
          03 FILLER     PIC X(06) VALUE "ITEM".
          03 FILLER     PIC X(23) VALUE "DESCRICAO".
          03 FILLER     PIC X(11) VALUE "LOTE".
          03 FILLER     PIC X(07) VALUE " CONGEL".
          03 FILLER     PIC X(07) VALUE " CONTAD".
          03 FILLER     PIC X(09) VALUE "  DIFER.".
          03 FILLER     PIC X(11) VALUE "  CUSTO UN.".
          03 FILLER     PIC X(16) VALUE "           VALOR".
       01 LINDIF.
          03 LDF-ITEM   PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LDF-DESCR  PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LDF-LOTE   PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LDF-SALDO  PIC ZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LDF-CONT   PIC ZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LDF-DIFER  PIC -ZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LDF-CUSTO  PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LDF-VALOR  PIC ZZZ.ZZZ.ZZ9,99-.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LDF-OBS    PIC X(09).
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99-.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP104".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT104.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             *** INVENTARIO FISICO DO ES".
           05  LINE 02  COLUMN 41
               VALUE  "TOQUE ***".
           05  LINE 05  COLUMN 10
               VALUE  "A = ABRIR INVENTARIO (CONGELAR POSICAO)".
           05  LINE 06  COLUMN 10
               VALUE  "F = FOLHA DE CONTAGEM EM BRANCO".
           05  LINE 07  COLUMN 10
               VALUE  "D = DIGITACAO DA CONTAGEM".
           05  LINE 08  COLUMN 10
               VALUE  "R = RELATORIO DE PERDAS E SOBRAS".
           05  LINE 09  COLUMN 10
               VALUE  "V = APROVAR E AJUSTAR O ESTOQUE (PERFIL A)".
           05  LINE 10  COLUMN 10
               VALUE  "X = CANCELAR INVENTARIO EM CONTAGEM".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADINVEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINVEN
                 CLOSE CADINVEN
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINVEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADINVIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINVIT
                 CLOSE CADINVIT
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINVIT" TO MENS
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
           MOVE "N" TO W-PDIABERTO
           OPEN INPUT CADPEDIT
           IF ST-ERRO = "00"
                MOVE "S" TO W-PDIABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT104
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "A" OR "a"
                GO TO ABR-001.
           IF W-MODO = "F" OR "f"
                GO TO FOL-001.
           IF W-MODO = "D" OR "d"
                GO TO DIG-001.
           IF W-MODO = "R" OR "r"
                GO TO DIF-001.
           IF W-MODO = "V" OR "v"
                GO TO APV-001.
           IF W-MODO = "X" OR "x"
                GO TO CAN-001.
           GO TO R1.

      *---------------ABERTURA DO INVENTARIO---------------------------*
      * UM INVENTARIO EM CONTAGEM POR VEZ. COPIA CADA LOTE COM SALDO   *
      * PARA O CADINVIT COM O CUSTO DO ULTIMO RECEBIMENTO DO ITEM.     *
      * AS MOVIMENTACOES DEVEM FICAR PARADAS ATE O FIM DA CONTAGEM     *
      *----------------------------------------------------------------*

       ABR-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "ABERTURA DE INVENTARIO FISICO"
           PERFORM INV-ABERTO THRU INV-ABERTO-FIM
           IF W-ABERTO NOT = ZEROS
                MOVE "*** JA EXISTE INVENTARIO EM CONTAGEM ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE 10 TO W-LIMITE.
       ABR-002.
           DISPLAY (03, 05) "LIMITE PARA RECONTAGEM (% DA DIFERENCA):"
           ACCEPT (03, 47) W-LIMITE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-LIMITE > 100
                GO TO ABR-002.
       ABR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (05, 05) "CONGELAR A POSICAO DE HOJE (S/N)?"
           ACCEPT (05, 40) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ABR-OPC.
           MOVE ZEROS TO W-MAXNUM INV-NUMERO
           START CADINVEN KEY IS NOT LESS INV-NUMERO
               INVALID KEY
                   GO TO ABR-NUM2.
       ABR-NUM1.
           READ CADINVEN NEXT RECORD
               AT END
                   GO TO ABR-NUM2.
           MOVE INV-NUMERO TO W-MAXNUM
           GO TO ABR-NUM1.
       ABR-NUM2.
           ADD 1 TO W-MAXNUM
           MOVE W-MAXNUM TO W-NUMINV
           MOVE ZEROS TO W-TOTLIS W-ITEMANT W-CUSTO
           MOVE ZEROS TO EST-CHAVE
           START CADESTLO KEY IS NOT LESS EST-CHAVE
               INVALID KEY
                   GO TO ABR-GRAVA.
       ABR-LER.
           READ CADESTLO NEXT RECORD
               AT END
                   GO TO ABR-GRAVA.
           IF EST-SALDO = ZEROS
                GO TO ABR-LER.
           IF EST-ITEM NOT = W-ITEMANT
                MOVE EST-ITEM TO W-ITEMANT
                PERFORM CUS-BUSCA THRU CUS-BUSCA-FIM.
           MOVE W-NUMINV TO INI-NUMERO
           MOVE EST-ITEM TO INI-ITEM
           MOVE EST-LOTE TO INI-LOTE
           MOVE EST-VALIDADE TO INI-VALIDADE
           MOVE EST-SALDO TO INI-SALDO
           MOVE ZEROS TO INI-CONT1 INI-CONT2 INI-QTDFINAL
           MOVE "N" TO INI-SITCONT
           MOVE W-CUSTO TO INI-CUSTO
           WRITE REGINVIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINVIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-TOTLIS
           GO TO ABR-LER.
       ABR-GRAVA.
           MOVE W-NUMINV TO INV-NUMERO
           MOVE W-DATAHOJE TO INV-DATA
           MOVE W-LIMITE TO INV-LIMITE
           MOVE W-TOTLIS TO INV-TOTLIN
           MOVE "C" TO INV-SITUACAO
           MOVE LK-OPERADOR TO INV-OPERADOR
           MOVE SPACES TO INV-APROVADOR INV-MOTIVO
           MOVE ZEROS TO INV-DTAPROV
           WRITE REGINVEN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINVEN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (07, 05) "INVENTARIO NUMERO: " W-NUMINV
           DISPLAY (08, 05) "LOTES CONGELADOS.: " W-TOTLIS
           MOVE "*** INVENTARIO ABERTO - EMITA A FOLHA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------FOLHA DE CONTAGEM EM BRANCO----------------------*
      * NAO MOSTRA O SALDO DO SISTEMA, PARA A CONTAGEM SER CEGA        *
      *----------------------------------------------------------------*

       FOL-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "FOLHA DE CONTAGEM"
           PERFORM INV-ABERTO THRU INV-ABERTO-FIM
           IF W-ABERTO = ZEROS
                MOVE "*** NAO HA INVENTARIO EM CONTAGEM ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADINVTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADINVTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "*** FOLHA DE CONTAGEM DE INVENTARIO ***" TO CAB0-TIT
           WRITE REGINVTX FROM CAB0.
           PERFORM CAB-INV THRU CAB-INV-FIM
           WRITE REGINVTX FROM CABFOL.
           MOVE ZEROS TO W-TOTLIS
           MOVE W-ABERTO TO INI-NUMERO
           MOVE ZEROS TO INI-ITEM
           MOVE SPACES TO INI-LOTE
           START CADINVIT KEY IS NOT LESS INI-CHAVE
               INVALID KEY
                   GO TO FOL-FIM.
       FOL-LER.
           READ CADINVIT NEXT RECORD
               AT END
                   GO TO FOL-FIM.
           IF INI-NUMERO NOT = W-ABERTO
                GO TO FOL-FIM.
           MOVE INI-ITEM TO LF-ITEM ITM-CODIGO
           MOVE SPACES TO ITM-DESCR
           READ CADESTIT
           MOVE ITM-DESCR TO LF-DESCR
           MOVE INI-LOTE TO LF-LOTE
           MOVE INI-VALIDADE TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LF-VALID
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX.
           WRITE REGINVTX FROM LINFOL.
           ADD 1 TO W-TOTLIS
           GO TO FOL-LER.
       FOL-FIM.
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX.
           MOVE "LOTES NAO LISTADOS ENCONTRADOS NA PRATELEIRA:"
                                                        TO REGINVTX
           WRITE REGINVTX.
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX.
           MOVE "CONTADO POR: ____________  CONFERIDO POR: ____________"
                                                           TO REGINVTX
           WRITE REGINVTX.
           CLOSE CADINVTX
           MOVE "*** FOLHA GERADA EM CADINVRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------DIGITACAO DA CONTAGEM----------------------------*
      * PRIMEIRA CONTAGEM COM DIFERENCA ACIMA DO LIMITE (% SOBRE O     *
      * CONGELADO) FICA PARA RECONTAGEM; A RECONTAGEM E DEFINITIVA.    *
      * LOTE ACHADO NA PRATELEIRA E NAO CONGELADO ENTRA COM SALDO 0    *
      *----------------------------------------------------------------*

       DIG-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "DIGITACAO DA CONTAGEM"
           PERFORM INV-ABERTO THRU INV-ABERTO-FIM
           IF W-ABERTO = ZEROS
                MOVE "*** NAO HA INVENTARIO EM CONTAGEM ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           DISPLAY (03, 05) "INVENTARIO: " W-ABERTO.
       DIG-002.
           MOVE W-ABERTO TO INI-NUMERO
           MOVE ZEROS TO INI-ITEM W-QTDE
           MOVE SPACES TO INI-LOTE
           DISPLAY (05, 05) LIMPA
           DISPLAY (06, 05) LIMPA
           DISPLAY (07, 05) LIMPA
           DISPLAY (08, 05) LIMPA
           DISPLAY (09, 05) LIMPA
           DISPLAY (05, 05) "ITEM (0 = ENCERRA):"
           ACCEPT (05, 26) INI-ITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR INI-ITEM = ZEROS
                GO TO R1.
           MOVE INI-ITEM TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM NAO CADASTRADO NO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-002.
           DISPLAY (05, 32) ITM-DESCR.
       DIG-003.
           DISPLAY (06, 05) "LOTE..............:"
           ACCEPT (06, 26) INI-LOTE
           IF INI-LOTE = SPACES
                GO TO DIG-003.
           READ CADINVIT
           IF ST-ERRO = "00"
                GO TO DIG-004.
      *----LOTE FORA DO CONGELAMENTO-----------------------------------*
           DISPLAY (07, 05) "LOTE NAO CONGELADO - INCLUIR (S/N)?"
           ACCEPT (07, 42) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
                GO TO DIG-002.
       DIG-VAL.
           MOVE ZEROS TO W-VALID
           DISPLAY (07, 05) LIMPA
           DISPLAY (07, 05) "VALIDADE (DD MM AAAA):"
           ACCEPT (07, 29) W-VLDDIA
           ACCEPT (07, 32) W-VLDMES
           ACCEPT (07, 35) W-VLDANO
           IF W-VLDDIA < 1 OR W-VLDDIA > 31
                GO TO DIG-VAL.
           IF W-VLDMES < 1 OR W-VLDMES > 12
                GO TO DIG-VAL.
           IF W-VLDANO = ZEROS
                GO TO DIG-VAL.
           MOVE W-VALID TO INI-VALIDADE
           MOVE ZEROS TO INI-SALDO INI-CONT1 INI-CONT2 INI-QTDFINAL
           MOVE "N" TO INI-SITCONT
           MOVE INI-ITEM TO W-ITEMANT
           PERFORM CUS-BUSCA THRU CUS-BUSCA-FIM
           MOVE W-CUSTO TO INI-CUSTO
           WRITE REGINVIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINVIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       DIG-004.
           IF INI-CONTADO
                DISPLAY (07, 05) "JA CONTADO: " INI-QTDFINAL
                                 " - REDIGITAR (S/N)?"
                ACCEPT (07, 45) W-OPCAO
                IF W-OPCAO NOT = "S" AND "s"
                     GO TO DIG-002
                ELSE
                     MOVE "N" TO INI-SITCONT.
           IF INI-RECONTAR
                DISPLAY (07, 05)
                  "RECONTAGEM - DIFERENCA ACIMA DO LIMITE".
       DIG-005.
           DISPLAY (08, 05) "QUANTIDADE CONTADA:"
           ACCEPT (08, 26) W-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-002.
           IF INI-RECONTAR
                MOVE W-QTDE TO INI-CONT2 INI-QTDFINAL
                MOVE "F" TO INI-SITCONT
                GO TO DIG-GRAVA.
           MOVE W-QTDE TO INI-CONT1
           MOVE ZEROS TO INI-CONT2
           COMPUTE W-DIFER = W-QTDE - INI-SALDO
           IF W-DIFER < ZEROS
                COMPUTE W-DIFABS = ZEROS - W-DIFER
           ELSE
                MOVE W-DIFER TO W-DIFABS.
           IF W-DIFABS = ZEROS
                GO TO DIG-FINAL.
           IF INI-SALDO = ZEROS
                GO TO DIG-RECONTA.
           COMPUTE W-PCT = (W-DIFABS * 100) / INI-SALDO
           IF W-PCT > INV-LIMITE
                GO TO DIG-RECONTA.
       DIG-FINAL.
           MOVE W-QTDE TO INI-QTDFINAL
           MOVE "F" TO INI-SITCONT
           GO TO DIG-GRAVA.
       DIG-RECONTA.
           MOVE ZEROS TO INI-QTDFINAL
           MOVE "R" TO INI-SITCONT
           MOVE "*** DIFERENCA ACIMA DO LIMITE - RECONTAR O LOTE ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DIG-GRAVA.
           REWRITE REGINVIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINVIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO DIG-002.

      *---------------RELATORIO DE PERDAS E SOBRAS---------------------*
      * LOTES CONTADOS COM DIFERENCA, VALORIZADOS PELO CUSTO GRAVADO   *
      * NA ABERTURA. SERVE DE CONFERENCIA ANTES DA APROVACAO E DE      *
      * FECHAMENTO DEPOIS DELA                                         *
      *----------------------------------------------------------------*

       DIF-001.
           MOVE ZEROS TO W-NUMINV
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PERDAS E SOBRAS DO INVENTARIO"
           PERFORM INV-ABERTO THRU INV-ABERTO-FIM
           MOVE W-ABERTO TO W-NUMINV
           DISPLAY (03, 05) "NUMERO DO INVENTARIO:"
           ACCEPT (03, 28) W-NUMINV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMINV TO INV-NUMERO
           READ CADINVEN
           IF ST-ERRO NOT = "00"
                MOVE "*** INVENTARIO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIF-001.
           OPEN OUTPUT CADINVTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADINVTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "*** PERDAS E SOBRAS DO INVENTARIO ***" TO CAB0-TIT
           WRITE REGINVTX FROM CAB0.
           MOVE INV-NUMERO TO W-ABERTO
           PERFORM CAB-INV THRU CAB-INV-FIM
           IF INV-AJUSTADO
                MOVE SPACES TO REGINVTX
                STRING "AJUSTADO EM " INV-DTAPROV " POR "
                       INV-APROVADOR " - " INV-MOTIVO
                       DELIMITED BY SIZE INTO REGINVTX
                WRITE REGINVTX
                MOVE SPACES TO REGINVTX
                WRITE REGINVTX.
           WRITE REGINVTX FROM CABDIF.
           MOVE ZEROS TO W-TOTPERDA W-TOTSOBRA W-PENDCONT W-TOTLIS
           MOVE W-NUMINV TO INI-NUMERO
           MOVE ZEROS TO INI-ITEM
           MOVE SPACES TO INI-LOTE
           START CADINVIT KEY IS NOT LESS INI-CHAVE
               INVALID KEY
                   GO TO DIF-TOT.
       DIF-LER.
           READ CADINVIT NEXT RECORD
               AT END
                   GO TO DIF-TOT.
           IF INI-NUMERO NOT = W-NUMINV
                GO TO DIF-TOT.
           IF NOT INI-CONTADO
                ADD 1 TO W-PENDCONT
                GO TO DIF-LER.
           COMPUTE W-DIFER = INI-QTDFINAL - INI-SALDO
           IF W-DIFER = ZEROS
                GO TO DIF-LER.
           COMPUTE W-VALDIF = W-DIFER * INI-CUSTO
           IF W-VALDIF < ZEROS
                SUBTRACT W-VALDIF FROM W-TOTPERDA
           ELSE
                ADD W-VALDIF TO W-TOTSOBRA.
           MOVE INI-ITEM TO LDF-ITEM ITM-CODIGO
           MOVE SPACES TO ITM-DESCR
           READ CADESTIT
           MOVE ITM-DESCR TO LDF-DESCR
           MOVE INI-LOTE TO LDF-LOTE
           MOVE INI-SALDO TO LDF-SALDO
           MOVE INI-QTDFINAL TO LDF-CONT
           MOVE W-DIFER TO LDF-DIFER
           MOVE INI-CUSTO TO LDF-CUSTO
           MOVE W-VALDIF TO LDF-VALOR
           MOVE SPACES TO LDF-OBS
           IF INI-CUSTO = ZEROS
                MOVE "SEM CUSTO" TO LDF-OBS.
           WRITE REGINVTX FROM LINDIF.
           ADD 1 TO W-TOTLIS
           GO TO DIF-LER.
       DIF-TOT.
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX.
           MOVE "TOTAL DE PERDAS.......................:" TO LT-ROTULO
           COMPUTE W-TOTLIQ = ZEROS - W-TOTPERDA
           MOVE W-TOTLIQ TO LT-VALOR
           WRITE REGINVTX FROM LINTOT.
           MOVE "TOTAL DE SOBRAS.......................:" TO LT-ROTULO
           MOVE W-TOTSOBRA TO LT-VALOR
           WRITE REGINVTX FROM LINTOT.
           MOVE "RESULTADO LIQUIDO DO INVENTARIO.......:" TO LT-ROTULO
           COMPUTE W-TOTLIQ = W-TOTSOBRA - W-TOTPERDA
           MOVE W-TOTLIQ TO LT-VALOR
           WRITE REGINVTX FROM LINTOT.
           IF W-PENDCONT NOT = ZEROS
                MOVE SPACES TO REGINVTX
                STRING "ATENCAO: " W-PENDCONT
                       " LOTE(S) AINDA SEM CONTAGEM DEFINITIVA"
                       DELIMITED BY SIZE INTO REGINVTX
                WRITE REGINVTX.
           CLOSE CADINVTX
           DISPLAY (05, 05) "LOTES COM DIFERENCA: " W-TOTLIS
           MOVE "*** RELATORIO GERADO EM CADINVRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------APROVACAO E AJUSTE DO ESTOQUE--------------------*
      * SO PERFIL A. EXIGE TODOS OS LOTES COM CONTAGEM DEFINITIVA. A   *
      * DIFERENCA CONTADO - CONGELADO E SOMADA AO SALDO ATUAL DO LOTE  *
      * E DO ITEM, COM MOVIMENTO A (SOBRA) OU P (PERDA) NO CADESTMV    *
      *----------------------------------------------------------------*

       APV-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "APROVACAO DO AJUSTE DE INVENTARIO"
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
                MOVE "*** AJUSTE DE INVENTARIO SO POR PERFIL A ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM INV-ABERTO THRU INV-ABERTO-FIM
           IF W-ABERTO = ZEROS
                MOVE "*** NAO HA INVENTARIO EM CONTAGEM ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-ABERTO TO W-NUMINV
           MOVE ZEROS TO W-PENDCONT W-TOTPERDA W-TOTSOBRA
           MOVE W-NUMINV TO INI-NUMERO
           MOVE ZEROS TO INI-ITEM
           MOVE SPACES TO INI-LOTE
           START CADINVIT KEY IS NOT LESS INI-CHAVE
               INVALID KEY
                   GO TO APV-003.
       APV-CONFERE.
           READ CADINVIT NEXT RECORD
               AT END
                   GO TO APV-003.
           IF INI-NUMERO NOT = W-NUMINV
                GO TO APV-003.
           IF NOT INI-CONTADO
                ADD 1 TO W-PENDCONT
                GO TO APV-CONFERE.
           COMPUTE W-VALDIF = (INI-QTDFINAL - INI-SALDO) * INI-CUSTO
           IF W-VALDIF < ZEROS
                SUBTRACT W-VALDIF FROM W-TOTPERDA
           ELSE
                ADD W-VALDIF TO W-TOTSOBRA.
           GO TO APV-CONFERE.
       APV-003.
           DISPLAY (03, 05) "INVENTARIO: " W-NUMINV
           IF W-PENDCONT NOT = ZEROS
                DISPLAY (05, 05) "LOTES SEM CONTAGEM DEFINITIVA: "
                                 W-PENDCONT
                MOVE "*** CONCLUA A CONTAGEM ANTES DE APROVAR ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-TOTPERDA TO W-VALED
           DISPLAY (05, 05) "PERDAS.: " W-VALED
           MOVE W-TOTSOBRA TO W-VALED
           DISPLAY (06, 05) "SOBRAS.: " W-VALED
           MOVE SPACES TO INV-MOTIVO.
       APV-004.
           DISPLAY (08, 05) "MOTIVO DO AJUSTE:"
           ACCEPT (08, 24) INV-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF INV-MOTIVO = SPACES
                GO TO APV-004.
           MOVE INV-MOTIVO TO W-MOTIVO.
       APV-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (10, 05) "APROVAR E AJUSTAR O ESTOQUE (S/N)?"
           ACCEPT (10, 41) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO APV-OPC.
           MOVE W-NUMINV TO W-REFNUM
           MOVE W-NUMINV TO INI-NUMERO
           MOVE ZEROS TO INI-ITEM W-TOTLIS
           MOVE SPACES TO INI-LOTE
           START CADINVIT KEY IS NOT LESS INI-CHAVE
               INVALID KEY
                   GO TO APV-FECHA.
       APV-LER.
           READ CADINVIT NEXT RECORD
               AT END
                   GO TO APV-FECHA.
           IF INI-NUMERO NOT = W-NUMINV
                GO TO APV-FECHA.
           COMPUTE W-DIFER = INI-QTDFINAL - INI-SALDO
           IF W-DIFER = ZEROS
                GO TO APV-LER.
           IF W-DIFER < ZEROS
                COMPUTE W-QTDEMOV = ZEROS - W-DIFER
                MOVE "P" TO W-MOVTIPO
           ELSE
                MOVE W-DIFER TO W-QTDEMOV
                MOVE "A" TO W-MOVTIPO.
      *----LOTE: SALDO ATUAL + DIFERENCA (CRIA O LOTE ACHADO)----------*
           MOVE INI-ITEM TO EST-ITEM
           MOVE INI-LOTE TO EST-LOTE
           READ CADESTLO
           IF ST-ERRO = "00"
                COMPUTE W-NOVOSLD = EST-SALDO + W-DIFER
                IF W-NOVOSLD < ZEROS
                     MOVE ZEROS TO EST-SALDO
                     REWRITE REGESTLO
                ELSE
                     MOVE W-NOVOSLD TO EST-SALDO
                     REWRITE REGESTLO
           ELSE
                MOVE INI-ITEM TO EST-ITEM
                MOVE INI-LOTE TO EST-LOTE
                MOVE INI-VALIDADE TO EST-VALIDADE
                MOVE INI-QTDFINAL TO EST-SALDO
                WRITE REGESTLO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTLO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE INI-ITEM TO ITM-CODIGO
           READ CADESTIT
           IF ST-ERRO = "00"
                COMPUTE W-NOVOSLD = ITM-SALDO + W-DIFER
                IF W-NOVOSLD < ZEROS
                     MOVE ZEROS TO ITM-SALDO
                     REWRITE REGESTIT
                ELSE
                     MOVE W-NOVOSLD TO ITM-SALDO
                     REWRITE REGESTIT.
           PERFORM MOV-GRAVA THRU MOV-GRAVA-FIM
           ADD 1 TO W-TOTLIS
           GO TO APV-LER.
       APV-FECHA.
           MOVE W-NUMINV TO INV-NUMERO
           READ CADINVEN
           MOVE "A" TO INV-SITUACAO
           MOVE LK-OPERADOR TO INV-APROVADOR
           MOVE W-DATAHOJE TO INV-DTAPROV
           MOVE W-MOTIVO TO INV-MOTIVO
           REWRITE REGINVEN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINVEN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (12, 05) "LOTES AJUSTADOS: " W-TOTLIS
           MOVE "*** ESTOQUE AJUSTADO PELO INVENTARIO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------CANCELAMENTO DO INVENTARIO EM CONTAGEM-----------*

       CAN-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CANCELAMENTO DE INVENTARIO"
           PERFORM INV-ABERTO THRU INV-ABERTO-FIM
           IF W-ABERTO = ZEROS
                MOVE "*** NAO HA INVENTARIO EM CONTAGEM ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           DISPLAY (03, 05) "INVENTARIO EM CONTAGEM: " W-ABERTO.
       CAN-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (05, 05) "CANCELAR SEM AJUSTAR O ESTOQUE (S/N)?"
           ACCEPT (05, 44) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CAN-OPC.
           MOVE W-ABERTO TO INV-NUMERO
           READ CADINVEN
           MOVE "X" TO INV-SITUACAO
           MOVE LK-OPERADOR TO INV-APROVADOR
           MOVE W-DATAHOJE TO INV-DTAPROV
           REWRITE REGINVEN
           MOVE "*** INVENTARIO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * NUMERO DO INVENTARIO EM CONTAGEM (ZEROS SE NAO HOUVER). DEIXA  *
      * O REGINVEN DELE LIDO. SAIDA: W-ABERTO                          *
      ******************************************************************
       INV-ABERTO.
           MOVE ZEROS TO W-ABERTO INV-NUMERO
           START CADINVEN KEY IS NOT LESS INV-NUMERO
               INVALID KEY
                   GO TO INV-ABERTO-FIM.
       INV-ABERTO1.
           READ CADINVEN NEXT RECORD
               AT END
                   GO TO INV-ABERTO2.
           IF INV-CONTAGEM
                MOVE INV-NUMERO TO W-ABERTO.
           GO TO INV-ABERTO1.
       INV-ABERTO2.
           IF W-ABERTO NOT = ZEROS
                MOVE W-ABERTO TO INV-NUMERO
                READ CADINVEN.
       INV-ABERTO-FIM.
           EXIT.
      *
      *----CABECALHO COM O INVENTARIO LIDO EM REGINVEN-----------------*
      *
       CAB-INV.
           MOVE INV-NUMERO TO CI-NUMERO
           MOVE INV-DATA TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CI-DATA
           MOVE INV-LIMITE TO CI-LIMITE
           WRITE REGINVTX FROM CABINV.
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX.
       CAB-INV-FIM.
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

      ******************************************************************
      * CUSTO UNITARIO DO ITEM = PRECO DO ULTIMO PEDIDO DE COMPRA COM  *
      * RECEBIMENTO (SMP103). ENTRADA: W-ITEMANT. SAIDA: W-CUSTO       *
      * (ZEROS SE O ITEM NUNCA FOI RECEBIDO POR PEDIDO)                *
      ******************************************************************
       CUS-BUSCA.
           MOVE ZEROS TO W-CUSTO W-ULTPED
           IF W-PDIABERTO NOT = "S"
                GO TO CUS-BUSCA-FIM.
           MOVE ZEROS TO PDI-CHAVE
           START CADPEDIT KEY IS NOT LESS PDI-CHAVE
               INVALID KEY
                   GO TO CUS-BUSCA-FIM.
       CUS-BUSCA1.
           READ CADPEDIT NEXT RECORD
               AT END
                   GO TO CUS-BUSCA-FIM.
           IF PDI-ITEM NOT = W-ITEMANT OR PDI-QTDEREC = ZEROS
                GO TO CUS-BUSCA1.
           IF PDI-NUMERO NOT < W-ULTPED
                MOVE PDI-NUMERO TO W-ULTPED
                MOVE PDI-PRECO TO W-CUSTO.
           GO TO CUS-BUSCA1.
       CUS-BUSCA-FIM.
           EXIT.

      ******************************************************************
      * GRAVA O MOVIMENTO DE AJUSTE DA LINHA REGINVIT (W-MOVTIPO,      *
      * W-QTDEMOV, W-REFINV E W-MOTIVO JA PRONTOS)                     *
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
           MOVE INI-ITEM TO MOV-ITEM
           MOVE W-MOVTIPO TO MOV-TIPO
           MOVE INI-LOTE TO MOV-LOTE
           MOVE W-QTDEMOV TO MOV-QTDE
           MOVE W-REFINV TO MOV-REF
           MOVE W-DATAHOJE TO MOV-DATA
           MOVE LK-OPERADOR TO MOV-OPERADOR
           MOVE W-MOTIVO TO MOV-MOTIVO
           WRITE REGESTMV
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXSEQ
                GO TO MOV-GRAVA3.
       MOV-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADINVEN CADINVIT CADESTMV CADESTIT CADESTLO
           IF W-PDIABERTO = "S"
                CLOSE CADPEDIT.
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
