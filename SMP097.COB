       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP097.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * CONCILIACAO BANCARIA: IMPORTA O EXTRATO DIARIO DO   *
      * BANCO (EXTRATO.TXT, DELIMITADO POR ";") PARA O      *
      * CADEXTRA.DAT E CASA CADA CREDITO COM UM LOTE DE     *
      * CONVENIO BAIXADO (CADREMCT, DESCONTADA A GLOSA) OU  *
      * COM O DEPOSITO DO CAIXA DO DIA (CADRECIB, DINHEIRO  *
      * E CHEQUE) E CADA DEBITO COM UM TITULO PAGO DO       *
      * CADPAGAR. O QUE FOI CASADO FICA NO CADCONCI.DAT.    *
      * RELATORIO DE PENDENCIAS DOS DOIS LADOS EM           *
      * CADCONRL.DOC                                        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONCI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREMCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT EXTRATO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADCONTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTRA.DAT".
       01 REGEXTRA.
          03 EXT-CHAVE.
             05 EXT-DATA       PIC 9(08).
             05 EXT-SEQ        PIC 9(04).
          03 EXT-DOCTO         PIC X(10).
          03 EXT-HIST          PIC X(30).
          03 EXT-VALOR         PIC 9(10)V99.
          03 EXT-NATUREZA      PIC X(01).
             88 EXT-CREDITO        VALUE "C".
             88 EXT-DEBITO         VALUE "D".
          03 EXT-SITUACAO      PIC X(01).
             88 EXT-PENDENTE       VALUE "P".
             88 EXT-CONCILIADO     VALUE "C".
          03 EXT-TIPOCONC      PIC X(01).
          03 EXT-REF           PIC 9(08).
          03 EXT-DTCONC        PIC 9(08).
          03 EXT-OPERADOR      PIC X(08).
      *
       FD CADCONCI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCI.DAT".
       01 REGCONCI.
          03 CNC-CHAVE.
             05 CNC-TIPO       PIC X(01).
                88 CNC-LOTE        VALUE "L".
                88 CNC-CAIXA       VALUE "X".
                88 CNC-TITULO      VALUE "T".
             05 CNC-REF        PIC 9(08).
          03 CNC-EXTCHAVE      PIC 9(12).
          03 CNC-VALOR         PIC 9(10)V99.
          03 CNC-DTCONC        PIC 9(08).
          03 CNC-OPERADOR      PIC X(08).
      *
       FD CADREMCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMCT.DAT".
       01 REGREMCT.
          03 LOT-NUMERO        PIC 9(06).
          03 LOT-CONVENIO      PIC 9(04).
          03 LOT-MES           PIC 9(02).
          03 LOT-ANO           PIC 9(04).
          03 LOT-DTGER         PIC 9(08).
          03 LOT-OPERADOR      PIC X(08).
          03 LOT-QTDE          PIC 9(05).
          03 LOT-VALOR         PIC 9(10)V99.
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
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
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 REGRECIB.
          03 REC-NUMERO        PIC 9(06).
          03 REC-CHAVE         PIC 9(18).
          03 REC-CPF           PIC 9(11).
          03 REC-VALOR.
             05 REC-VAL-RS     PIC 9(06).
             05 REC-VAL-CT     PIC 9(02).
          03 REC-FORMA         PIC X(01).
             88 REC-DINHEIRO       VALUE "D".
             88 REC-CARTAO         VALUE "C".
             88 REC-PIX            VALUE "P".
             88 REC-CHEQUE         VALUE "Q".
          03 REC-DATA.
             05 REC-ANO        PIC 9(04).
             05 REC-MES        PIC 9(02).
             05 REC-DIA        PIC 9(02).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
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
       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REGEXTTXT   PIC X(100).
      *
       FD CADCONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONRL.DOC".
       01 REGCONTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-TOTLIDAS PIC 9(06) VALUE ZEROS.
       01 W-TOTGRAV  PIC 9(06) VALUE ZEROS.
       01 W-TOTREPET PIC 9(06) VALUE ZEROS.
       01 W-TOTCRIT  PIC 9(06) VALUE ZEROS.
       01 W-TOTCONC  PIC 9(06) VALUE ZEROS.
       01 W-TOTPEND  PIC 9(06) VALUE ZEROS.
       01 W-CPDATA   PIC X(08) VALUE SPACES.
       01 W-CPDOCTO  PIC X(10) VALUE SPACES.
       01 W-CPHIST   PIC X(30) VALUE SPACES.
       01 W-CPVALOR  PIC X(12) VALUE SPACES.
       01 W-CPNAT    PIC X(01) VALUE SPACES.
       01 W-VALCENT  PIC 9(12) VALUE ZEROS.
       01 W-DTANT    PIC 9(08) VALUE ZEROS.
       01 W-SEQDIA   PIC 9(04) VALUE ZEROS.
       01 W-VALOR    PIC 9(10)V99 VALUE ZEROS.
       01 W-GLOSA    PIC 9(10)V99 VALUE ZEROS.
       01 W-VALED    PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ACHOU    PIC X(01) VALUE "N".
       01 W-TOLER    PIC 9(02) VALUE ZEROS.
       01 W-DIFDIAS  PIC S9(07) VALUE ZEROS.
       01 W-DIASEXT  PIC 9(07) VALUE ZEROS.
       01 W-DIASREF  PIC 9(07) VALUE ZEROS.
       01 W-DTCALC   PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
          03 W-CALCANO  PIC 9(04).
          03 W-CALCMES  PIC 9(02).
          03 W-CALCDIA  PIC 9(02).
       01 W-DTINI    PIC 9(08) VALUE ZEROS.
       01 W-DTINI-R REDEFINES W-DTINI.
          03 W-INIANO   PIC 9(04).
          03 W-INIMES   PIC 9(02).
          03 W-INIDIA   PIC 9(02).
       01 W-DTFIM    PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-R REDEFINES W-DTFIM.
          03 W-FIMANO   PIC 9(04).
          03 W-FIMMES   PIC 9(02).
          03 W-FIMDIA   PIC 9(02).
       01 W-EXTDATA  PIC 9(08) VALUE ZEROS.
       01 W-EXTSEQ   PIC 9(04) VALUE ZEROS.
       01 W-REFMAN   PIC 9(08) VALUE ZEROS.
       01 W-TIPOMAN  PIC X(01) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
      *
      *----LOTES BAIXADOS AINDA NAO CONCILIADOS (VALOR ESPERADO)------*
      *
       01 W-QTLOT    PIC 9(03) VALUE ZEROS.
       01 IND        PIC 9(03) VALUE ZEROS.
       01 TABLOTES.
          03 TL-ENT OCCURS 300 TIMES.
             05 TL-NUMERO  PIC 9(06).
             05 TL-VALOR   PIC 9(10)V99.
             05 TL-USADO   PIC X(01).
      *
      *----CAIXA DO DIA A DEPOSITAR (DINHEIRO + CHEQUE) POR DATA------*
      *
       01 W-QTCXA    PIC 9(03) VALUE ZEROS.
       01 INX        PIC 9(03) VALUE ZEROS.
       01 TABCAIXA.
          03 TC-ENT OCCURS 200 TIMES.
             05 TC-DATA    PIC 9(08).
             05 TC-VALOR   PIC 9(10)V99.
             05 TC-USADO   PIC X(01).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** CONCILIACAO BANCARIA - PENDENCIAS ***".
       01 CABPER.
          03 FILLER     PIC X(09) VALUE "PERIODO:".
          03 CP-DTINI   PIC 9(08).
          03 FILLER     PIC X(03) VALUE " A ".
          03 CP-DTFIM   PIC 9(08).
       01 CABSEC.
          03 CS-TITULO  PIC X(60).
       01 LINEXT.
          03 LE-DATA    PIC 9(08).
          03 FILLER     PIC X(01) VALUE "-".
          03 LE-SEQ     PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-NAT     PIC X(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-DOCTO   PIC X(10).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-HIST    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINLOT.
          03 FILLER     PIC X(06) VALUE "LOTE ".
          03 LL-NUMERO  PIC 9(06).
          03 FILLER     PIC X(11) VALUE "  CONVENIO ".
          03 LL-CONV    PIC 9(04).
          03 FILLER     PIC X(08) VALUE "  COMP. ".
          03 LL-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-ANO     PIC 9999.
          03 FILLER     PIC X(12) VALUE "  ESPERADO: ".
          03 LL-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINCXA.
          03 FILLER     PIC X(14) VALUE "CAIXA DO DIA ".
          03 LX-DATA    PIC 9(08).
          03 FILLER     PIC X(23) VALUE "  DINHEIRO + CHEQUE:  ".
          03 LX-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINPAG.
          03 FILLER     PIC X(08) VALUE "TITULO ".
          03 LP-NUMERO  PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-DESCR   PIC X(30).
          03 FILLER     PIC X(06) VALUE " PAGO ".
          03 LP-DTPAG   PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-QTDE    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP097".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT097.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               *** CONCILIACAO BANCARIA".
           05  LINE 02  COLUMN 41
               VALUE  " (EXTRATO) ***".
           05  LINE 07  COLUMN 10
               VALUE  "I = IMPORTAR EXTRATO.TXT E CONCILIAR".
           05  LINE 09  COLUMN 10
               VALUE  "M = CONCILIACAO MANUAL DE LANCAMENTO".
           05  LINE 11  COLUMN 10
               VALUE  "R = RELATORIO DE ITENS NAO CONCILIADOS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADEXTRA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEXTRA
                 CLOSE CADEXTRA
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXTRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADCONCI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONCI
                 CLOSE CADCONCI
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONCI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEXTRA
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADREMCT
           IF ST-ERRO NOT = "00"
                MOVE "*** CONTROLE DE LOTES NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEXTRA CADCONCI
                GO TO ROT-FIMP.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE CONSULTAS NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEXTRA CADCONCI CADREMCT
                GO TO ROT-FIMP.
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE RECIBOS NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEXTRA CADCONCI CADREMCT CADCONS
                GO TO ROT-FIMP.
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO CADPAGAR NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEXTRA CADCONCI CADREMCT CADCONS CADRECIB
                GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT097
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "I" OR "i"
                GO TO IMP-001.
           IF W-MODO = "M" OR "m"
                GO TO MAN-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R1.

      *---------------IMPORTACAO DO EXTRATO----------------------------*
      * LEIAUTE: DATA(AAAAMMDD);DOCUMENTO;HISTORICO;VALOR EM CENTAVOS; *
      * NATUREZA (C=CREDITO D=DEBITO). LINHAS DE SALDO OU SEM NATUREZA *
      * VALIDA SAO IGNORADAS. A SEQUENCIA DA LINHA DENTRO DO DIA FORMA *
      * A CHAVE, ENTAO REIMPORTAR O MESMO EXTRATO NAO DUPLICA          *
      *----------------------------------------------------------------*

       IMP-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05) "IMPORTA EXTRATO.TXT E CONCILIA (S/N)?"
           ACCEPT (03, 44) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO IMP-001.
           MOVE ZEROS TO W-TOTLIDAS W-TOTGRAV W-TOTREPET W-TOTCRIT
           MOVE ZEROS TO W-TOTCONC W-TOTPEND W-DTANT W-SEQDIA
           OPEN INPUT EXTRATO
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO EXTRATO.TXT NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       IMP-LER.
           READ EXTRATO
               AT END
                   GO TO IMP-FIM.
           IF REGEXTTXT = SPACES
                GO TO IMP-LER.
           ADD 1 TO W-TOTLIDAS
           MOVE SPACES TO W-CPDATA W-CPDOCTO W-CPHIST W-CPVALOR
           MOVE SPACES TO W-CPNAT
           UNSTRING REGEXTTXT DELIMITED BY ";"
                    INTO W-CPDATA W-CPDOCTO W-CPHIST W-CPVALOR
                         W-CPNAT
           IF W-CPNAT NOT = "C" AND W-CPNAT NOT = "D"
                GO TO IMP-LER.
           IF W-CPDATA NOT NUMERIC
                ADD 1 TO W-TOTCRIT
                GO TO IMP-LER.
           MOVE ZEROS TO W-VALCENT
           INSPECT W-CPVALOR REPLACING ALL SPACES BY ZEROS
           IF W-CPVALOR NOT NUMERIC
                ADD 1 TO W-TOTCRIT
                GO TO IMP-LER.
           MOVE W-CPVALOR TO W-VALCENT
           IF W-VALCENT = ZEROS
                GO TO IMP-LER.
           MOVE W-CPDATA TO W-DTCALC
           IF W-DTCALC NOT = W-DTANT
                MOVE W-DTCALC TO W-DTANT
                MOVE ZEROS TO W-SEQDIA.
           ADD 1 TO W-SEQDIA.
       IMP-GRAVA.
           MOVE W-DTCALC TO EXT-DATA
           MOVE W-SEQDIA TO EXT-SEQ
           MOVE W-CPDOCTO TO EXT-DOCTO
           MOVE W-CPHIST TO EXT-HIST
           COMPUTE EXT-VALOR = W-VALCENT / 100
           MOVE W-CPNAT TO EXT-NATUREZA
           MOVE "P" TO EXT-SITUACAO
           MOVE SPACES TO EXT-TIPOCONC EXT-OPERADOR
           MOVE ZEROS TO EXT-REF EXT-DTCONC
           WRITE REGEXTRA
           IF ST-ERRO = "22"
                ADD 1 TO W-TOTREPET
                GO TO IMP-LER.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEXTRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE EXTRATO
                GO TO ROT-FIM.
           ADD 1 TO W-TOTGRAV
           GO TO IMP-LER.
       IMP-FIM.
           CLOSE EXTRATO.
      *
      *----CONCILIACAO AUTOMATICA DE TODOS OS LANCAMENTOS PENDENTES----*
      *
       CON-001.
           PERFORM LOT-CARGA THRU LOT-CARGA-FIM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-HOJEMES > 3
                COMPUTE W-INIMES = W-HOJEMES - 3
                MOVE W-HOJEANO TO W-INIANO
           ELSE
                COMPUTE W-INIMES = W-HOJEMES + 9
                COMPUTE W-INIANO = W-HOJEANO - 1.
           MOVE 01 TO W-INIDIA
           MOVE W-DATAHOJE TO W-DTFIM
           PERFORM CXA-CARGA THRU CXA-CARGA-FIM
           MOVE ZEROS TO EXT-CHAVE
           START CADEXTRA KEY IS NOT LESS EXT-CHAVE
               INVALID KEY
                   GO TO CON-TOT.
       CON-LER.
           READ CADEXTRA NEXT RECORD
               AT END
                   GO TO CON-TOT.
           IF NOT EXT-PENDENTE
                GO TO CON-LER.
           MOVE "N" TO W-ACHOU
           MOVE EXT-DATA TO W-DTCALC
           COMPUTE W-DIASEXT = (W-CALCANO * 360) + (W-CALCMES * 30)
                             + W-CALCDIA
           IF EXT-CREDITO
                PERFORM CRE-LOTE THRU CRE-LOTE-FIM
                IF W-ACHOU NOT = "S"
                     PERFORM CRE-CAIXA THRU CRE-CAIXA-FIM.
           IF EXT-DEBITO
                MOVE ZEROS TO W-TOLER
                PERFORM DEB-TITULO THRU DEB-TITULO-FIM
                IF W-ACHOU NOT = "S"
                     MOVE 5 TO W-TOLER
                     PERFORM DEB-TITULO THRU DEB-TITULO-FIM.
           IF W-ACHOU NOT = "S"
                ADD 1 TO W-TOTPEND
                GO TO CON-LER.
           PERFORM CNC-GRAVA THRU CNC-GRAVA-FIM
           ADD 1 TO W-TOTCONC
           GO TO CON-LER.
       CON-TOT.
           DISPLAY (05, 05) "LINHAS LIDAS DO EXTRATO.....: " W-TOTLIDAS
           DISPLAY (06, 05) "LANCAMENTOS IMPORTADOS......: " W-TOTGRAV
           DISPLAY (07, 05) "JA IMPORTADOS ANTES.........: " W-TOTREPET
           DISPLAY (08, 05) "LINHAS COM ERRO.............: " W-TOTCRIT
           DISPLAY (10, 05) "CONCILIADOS AUTOMATICAMENTE.: " W-TOTCONC
           DISPLAY (11, 05) "PENDENTES...................: " W-TOTPEND
           DISPLAY (13, 05) "ENTER PARA CONTINUAR"
           ACCEPT (13, 26) W-OPCAO
           GO TO R1.

      ******************************************************************
      * CREDITO X LOTE DE CONVENIO BAIXADO (VALOR DO LOTE - GLOSAS)    *
      ******************************************************************
       CRE-LOTE.
           MOVE 1 TO IND.
       CRE-LOTE1.
           IF IND > W-QTLOT
                GO TO CRE-LOTE-FIM.
           IF TL-USADO (IND) = "N" AND TL-VALOR (IND) = EXT-VALOR
                MOVE "S" TO W-ACHOU TL-USADO (IND)
                MOVE "L" TO CNC-TIPO
                MOVE TL-NUMERO (IND) TO CNC-REF
                GO TO CRE-LOTE-FIM.
           ADD 1 TO IND
           GO TO CRE-LOTE1.
       CRE-LOTE-FIM.
           EXIT.

      ******************************************************************
      * CREDITO X CAIXA DO DIA: DEPOSITO ATE 10 DIAS APOS O MOVIMENTO  *
      ******************************************************************
       CRE-CAIXA.
           MOVE 1 TO INX.
       CRE-CAIXA1.
           IF INX > W-QTCXA
                GO TO CRE-CAIXA-FIM.
           IF TC-USADO (INX) NOT = "N" OR TC-VALOR (INX) NOT = EXT-VALOR
                ADD 1 TO INX
                GO TO CRE-CAIXA1.
           MOVE TC-DATA (INX) TO W-DTCALC
           COMPUTE W-DIASREF = (W-CALCANO * 360) + (W-CALCMES * 30)
                             + W-CALCDIA
           COMPUTE W-DIFDIAS = W-DIASEXT - W-DIASREF
           IF W-DIFDIAS < 0 OR W-DIFDIAS > 10
                ADD 1 TO INX
                GO TO CRE-CAIXA1.
           MOVE "S" TO W-ACHOU TC-USADO (INX)
           MOVE "X" TO CNC-TIPO
           MOVE TC-DATA (INX) TO CNC-REF.
       CRE-CAIXA-FIM.
           EXIT.

      ******************************************************************
      * DEBITO X TITULO PAGO DO CADPAGAR (MESMO VALOR, DATA DE         *
      * PAGAMENTO ATE W-TOLER DIAS DE DIFERENCA)                       *
      ******************************************************************
       DEB-TITULO.
           MOVE ZEROS TO PAG-NUMERO
           START CADPAGAR KEY IS NOT LESS PAG-NUMERO
               INVALID KEY
                   GO TO DEB-TITULO-FIM.
       DEB-TITULO1.
           READ CADPAGAR NEXT RECORD
               AT END
                   GO TO DEB-TITULO-FIM.
           IF NOT PAG-PAGO
                GO TO DEB-TITULO1.
           COMPUTE W-VALOR = PAG-VAL-RS + (PAG-VAL-CT / 100)
           IF W-VALOR NOT = EXT-VALOR
                GO TO DEB-TITULO1.
           COMPUTE W-DIASREF = (PAG-PGANO * 360) + (PAG-PGMES * 30)
                             + PAG-PGDIA
           COMPUTE W-DIFDIAS = W-DIASEXT - W-DIASREF
           IF W-DIFDIAS < 0
                COMPUTE W-DIFDIAS = W-DIFDIAS * -1.
           IF W-DIFDIAS > W-TOLER
                GO TO DEB-TITULO1.
           MOVE "T" TO CNC-TIPO
           MOVE PAG-NUMERO TO CNC-REF
           READ CADCONCI
           IF ST-ERRO = "00"
                GO TO DEB-TITULO1.
           MOVE "T" TO CNC-TIPO
           MOVE PAG-NUMERO TO CNC-REF
           MOVE "S" TO W-ACHOU.
       DEB-TITULO-FIM.
           EXIT.

      ******************************************************************
      * GRAVA O VINCULO (CNC-TIPO/CNC-REF JA PREENCHIDOS) E MARCA O    *
      * LANCAMENTO DO EXTRATO COMO CONCILIADO                          *
      ******************************************************************
       CNC-GRAVA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE EXT-CHAVE TO CNC-EXTCHAVE
           MOVE EXT-VALOR TO CNC-VALOR
           MOVE W-DATAHOJE TO CNC-DTCONC
           MOVE LK-OPERADOR TO CNC-OPERADOR
           WRITE REGCONCI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONCI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CNC-GRAVA-FIM.
           MOVE "C" TO EXT-SITUACAO
           MOVE CNC-TIPO TO EXT-TIPOCONC
           MOVE CNC-REF TO EXT-REF
           MOVE W-DATAHOJE TO EXT-DTCONC
           MOVE LK-OPERADOR TO EXT-OPERADOR
           REWRITE REGEXTRA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEXTRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CNC-GRAVA-FIM.
           EXIT.

      ******************************************************************
      * CARREGA OS LOTES BAIXADOS SEM CONCILIACAO E DESCONTA DO VALOR  *
      * DO LOTE A GLOSA APONTADA NA BAIXA (VALFAT - VALPAGO)           *
      ******************************************************************
       LOT-CARGA.
           MOVE ZEROS TO W-QTLOT
           MOVE ZEROS TO LOT-NUMERO
           START CADREMCT KEY IS NOT LESS LOT-NUMERO
               INVALID KEY
                   GO TO LOT-CARGA-FIM.
       LOT-CARGA1.
           READ CADREMCT NEXT RECORD
               AT END
                   GO TO LOT-GLOSA.
           IF NOT LOT-PAGO
                GO TO LOT-CARGA1.
           MOVE "L" TO CNC-TIPO
           MOVE LOT-NUMERO TO CNC-REF
           READ CADCONCI
           IF ST-ERRO = "00"
                GO TO LOT-CARGA1.
           IF W-QTLOT NOT < 300
                GO TO LOT-GLOSA.
           ADD 1 TO W-QTLOT
           MOVE LOT-NUMERO TO TL-NUMERO (W-QTLOT)
           MOVE LOT-VALOR TO TL-VALOR (W-QTLOT)
           MOVE "N" TO TL-USADO (W-QTLOT)
           GO TO LOT-CARGA1.
       LOT-GLOSA.
           IF W-QTLOT = ZEROS
                GO TO LOT-CARGA-FIM.
           MOVE ZEROS TO CONS-CHAVE
           START CADCONS KEY IS NOT LESS CONS-CHAVE
               INVALID KEY
                   GO TO LOT-CARGA-FIM.
       LOT-GLOSA1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO LOT-CARGA-FIM.
           IF CONS-LOTE = ZEROS OR NOT CONS-COM-GLOSA
                GO TO LOT-GLOSA1.
           MOVE 1 TO IND.
       LOT-GLOSA2.
           IF IND > W-QTLOT
                GO TO LOT-GLOSA1.
           IF TL-NUMERO (IND) NOT = CONS-LOTE
                ADD 1 TO IND
                GO TO LOT-GLOSA2.
           COMPUTE W-GLOSA = (CONS-VFAT-RS + (CONS-VFAT-CT / 100))
                           - (CONS-VPAG-RS + (CONS-VPAG-CT / 100))
           IF W-GLOSA < TL-VALOR (IND)
                SUBTRACT W-GLOSA FROM TL-VALOR (IND)
           ELSE
                MOVE ZEROS TO TL-VALOR (IND).
           GO TO LOT-GLOSA1.
       LOT-CARGA-FIM.
           EXIT.

      ******************************************************************
      * TOTALIZA POR DATA O CAIXA EM DINHEIRO E CHEQUE (O QUE VAI AO   *
      * BANCO EM DEPOSITO) ENTRE W-DTINI E W-DTFIM, PULANDO OS DIAS    *
      * JA CONCILIADOS                                                 *
      ******************************************************************
       CXA-CARGA.
           MOVE ZEROS TO W-QTCXA
           MOVE ZEROS TO REC-NUMERO
           START CADRECIB KEY IS NOT LESS REC-NUMERO
               INVALID KEY
                   GO TO CXA-CARGA-FIM.
       CXA-CARGA1.
           READ CADRECIB NEXT RECORD
               AT END
                   GO TO CXA-CARGA-FIM.
           IF NOT REC-DINHEIRO AND NOT REC-CHEQUE
                GO TO CXA-CARGA1.
           IF REC-DATA < W-DTINI OR REC-DATA > W-DTFIM
                GO TO CXA-CARGA1.
           COMPUTE W-VALOR = REC-VAL-RS + (REC-VAL-CT / 100)
           MOVE 1 TO INX.
       CXA-CARGA2.
           IF INX > W-QTCXA
                GO TO CXA-CARGA3.
           IF TC-DATA (INX) = REC-DATA
                ADD W-VALOR TO TC-VALOR (INX)
                GO TO CXA-CARGA1.
           ADD 1 TO INX
           GO TO CXA-CARGA2.
       CXA-CARGA3.
           MOVE "X" TO CNC-TIPO
           MOVE REC-DATA TO CNC-REF
           READ CADCONCI
           IF ST-ERRO = "00"
                GO TO CXA-CARGA1.
           IF W-QTCXA NOT < 200
                GO TO CXA-CARGA1.
           ADD 1 TO W-QTCXA
           MOVE REC-DATA TO TC-DATA (W-QTCXA)
           MOVE W-VALOR TO TC-VALOR (W-QTCXA)
           MOVE "N" TO TC-USADO (W-QTCXA)
           GO TO CXA-CARGA1.
       CXA-CARGA-FIM.
           EXIT.

      *---------------CONCILIACAO MANUAL-------------------------------*
      * PARA CREDITO AGRUPADO OU DEBITO COM VALOR DIFERENTE (JUROS,    *
      * TARIFA), O OPERADOR INDICA O LOTE, O DIA DO CAIXA OU O TITULO  *
      *----------------------------------------------------------------*

       MAN-001.
           MOVE ZEROS TO W-EXTDATA W-EXTSEQ
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CONCILIACAO MANUAL DE LANCAMENTO"
           DISPLAY (03, 05) "DATA DO EXTRATO (AAAAMMDD):"
           ACCEPT (03, 34) W-EXTDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-EXTDATA = ZEROS
                GO TO MAN-001.
           DISPLAY (04, 05) "SEQUENCIA NO DIA..........:"
           ACCEPT (04, 34) W-EXTSEQ
           MOVE W-EXTDATA TO EXT-DATA
           MOVE W-EXTSEQ TO EXT-SEQ
           READ CADEXTRA
           IF ST-ERRO NOT = "00"
                MOVE "*** LANCAMENTO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-001.
           DISPLAY (06, 05) "HISTORICO: " EXT-HIST
           DISPLAY (07, 05) "DOCUMENTO: " EXT-DOCTO
           DISPLAY (08, 05) "NATUREZA.: " EXT-NATUREZA
           MOVE EXT-VALOR TO W-VALED
           DISPLAY (09, 05) "VALOR....: " W-VALED
           IF EXT-CONCILIADO
                DISPLAY (10, 05) "JA CONCILIADO COM " EXT-TIPOCONC
                                 " " EXT-REF
                MOVE "*** LANCAMENTO JA CONCILIADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-001.
       MAN-002.
           MOVE SPACES TO W-TIPOMAN
           MOVE ZEROS TO W-REFMAN
           DISPLAY (11, 05)
             "VINCULAR A: L=LOTE  X=CAIXA DO DIA  T=TITULO:"
           ACCEPT (11, 52) W-TIPOMAN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO MAN-001.
           IF W-TIPOMAN = "l" MOVE "L" TO W-TIPOMAN.
           IF W-TIPOMAN = "x" MOVE "X" TO W-TIPOMAN.
           IF W-TIPOMAN = "t" MOVE "T" TO W-TIPOMAN.
           IF EXT-CREDITO AND W-TIPOMAN NOT = "L" AND NOT = "X"
                MOVE "*** CREDITO: APENAS LOTE OU CAIXA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-002.
           IF EXT-DEBITO AND W-TIPOMAN NOT = "T"
                MOVE "*** DEBITO: APENAS TITULO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-002.
           DISPLAY (12, 05)
             "NUMERO DO LOTE/TITULO OU DATA DO CAIXA (AAAAMMDD):"
           ACCEPT (12, 57) W-REFMAN
           IF W-REFMAN = ZEROS
                GO TO MAN-002.
       MAN-VALIDA.
           IF W-TIPOMAN = "L"
                MOVE W-REFMAN TO LOT-NUMERO
                READ CADREMCT
                IF ST-ERRO NOT = "00" OR NOT LOT-PAGO
                     MOVE "*** LOTE INEXISTENTE OU NAO BAIXADO ***"
                                                           TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO MAN-002.
           IF W-TIPOMAN = "T"
                MOVE W-REFMAN TO PAG-NUMERO
                READ CADPAGAR
                IF ST-ERRO NOT = "00" OR NOT PAG-PAGO
                     MOVE "*** TITULO INEXISTENTE OU NAO PAGO ***"
                                                           TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO MAN-002.
           MOVE W-TIPOMAN TO CNC-TIPO
           MOVE W-REFMAN TO CNC-REF
           READ CADCONCI
           IF ST-ERRO = "00"
                MOVE "*** ITEM JA CONCILIADO COM OUTRO LANCAMENTO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-002.
       MAN-OPC.
           DISPLAY (14, 05) "CONFIRMA A CONCILIACAO (S/N)?"
           ACCEPT (14, 36) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO MAN-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO MAN-OPC.
           MOVE W-TIPOMAN TO CNC-TIPO
           MOVE W-REFMAN TO CNC-REF
           PERFORM CNC-GRAVA THRU CNC-GRAVA-FIM
           MOVE "*** LANCAMENTO CONCILIADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MAN-001.

      *---------------RELATORIO DE ITENS NAO CONCILIADOS---------------*

       REL-001.
           MOVE ZEROS TO W-DTINI W-DTFIM
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05) "PERIODO INICIAL (DD MM AAAA):"
           ACCEPT (03, 36) W-INIDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 39) W-INIMES
           ACCEPT (03, 42) W-INIANO
           DISPLAY (04, 05) "PERIODO FINAL...(DD MM AAAA):"
           ACCEPT (04, 36) W-FIMDIA
           ACCEPT (04, 39) W-FIMMES
           ACCEPT (04, 42) W-FIMANO
           IF W-INIMES < 1 OR W-INIMES > 12 OR
              W-FIMMES < 1 OR W-FIMMES > 12 OR
              W-INIANO = ZEROS OR W-FIMANO = ZEROS
                MOVE "*** PERIODO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
           IF W-DTFIM < W-DTINI
                MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
           OPEN OUTPUT CADCONTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGCONTX FROM CAB0.
           MOVE W-DTINI TO CP-DTINI
           MOVE W-DTFIM TO CP-DTFIM
           WRITE REGCONTX FROM CABPER.
      *
      *----LADO DO BANCO: LANCAMENTOS SEM CORRESPONDENCIA--------------*
      *
           MOVE SPACES TO REGCONTX
           WRITE REGCONTX.
           MOVE "LANCAMENTOS DO EXTRATO NAO CONCILIADOS" TO CS-TITULO
           WRITE REGCONTX FROM CABSEC.
           MOVE ZEROS TO W-TOTPEND
           MOVE W-DTINI TO EXT-DATA
           MOVE ZEROS TO EXT-SEQ
           START CADEXTRA KEY IS NOT LESS EXT-CHAVE
               INVALID KEY
                   GO TO REL-EXTTOT.
       REL-EXT.
           READ CADEXTRA NEXT RECORD
               AT END
                   GO TO REL-EXTTOT.
           IF EXT-DATA > W-DTFIM
                GO TO REL-EXTTOT.
           IF NOT EXT-PENDENTE
                GO TO REL-EXT.
           MOVE EXT-DATA TO LE-DATA
           MOVE EXT-SEQ TO LE-SEQ
           MOVE EXT-NATUREZA TO LE-NAT
           MOVE EXT-DOCTO TO LE-DOCTO
           MOVE EXT-HIST TO LE-HIST
           MOVE EXT-VALOR TO LE-VALOR
           WRITE REGCONTX FROM LINEXT
           ADD 1 TO W-TOTPEND
           GO TO REL-EXT.
       REL-EXTTOT.
           MOVE "TOTAL DE LANCAMENTOS PENDENTES..........:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-QTDE
           WRITE REGCONTX FROM LINTOT.
      *
      *----LADO DO SISTEMA: LOTES BAIXADOS SEM CREDITO NO BANCO--------*
      *
           MOVE SPACES TO REGCONTX
           WRITE REGCONTX.
           MOVE "LOTES DE CONVENIO BAIXADOS SEM CREDITO NO EXTRATO"
                                                         TO CS-TITULO
           WRITE REGCONTX FROM CABSEC.
           PERFORM LOT-CARGA THRU LOT-CARGA-FIM
           MOVE ZEROS TO W-TOTPEND
           MOVE 1 TO IND.
       REL-LOT.
           IF IND > W-QTLOT
                GO TO REL-LOTTOT.
           MOVE TL-NUMERO (IND) TO LOT-NUMERO
           READ CADREMCT
           IF ST-ERRO = "00"
                MOVE LOT-NUMERO TO LL-NUMERO
                MOVE LOT-CONVENIO TO LL-CONV
                MOVE LOT-MES TO LL-MES
                MOVE LOT-ANO TO LL-ANO
                MOVE TL-VALOR (IND) TO LL-VALOR
                WRITE REGCONTX FROM LINLOT
                ADD 1 TO W-TOTPEND.
           ADD 1 TO IND
           GO TO REL-LOT.
       REL-LOTTOT.
           MOVE "TOTAL DE LOTES SEM CREDITO..............:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-QTDE
           WRITE REGCONTX FROM LINTOT.
      *
      *----CAIXA EM DINHEIRO/CHEQUE SEM DEPOSITO NO BANCO--------------*
      *
           MOVE SPACES TO REGCONTX
           WRITE REGCONTX.
           MOVE "CAIXA DO DIA SEM DEPOSITO NO EXTRATO" TO CS-TITULO
           WRITE REGCONTX FROM CABSEC.
           PERFORM CXA-CARGA THRU CXA-CARGA-FIM
           MOVE ZEROS TO W-TOTPEND
           MOVE 1 TO INX.
       REL-CXA.
           IF INX > W-QTCXA
                GO TO REL-CXATOT.
           MOVE TC-DATA (INX) TO LX-DATA
           MOVE TC-VALOR (INX) TO LX-VALOR
           WRITE REGCONTX FROM LINCXA
           ADD 1 TO W-TOTPEND
           ADD 1 TO INX
           GO TO REL-CXA.
       REL-CXATOT.
           MOVE "TOTAL DE DIAS SEM DEPOSITO..............:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-QTDE
           WRITE REGCONTX FROM LINTOT.
      *
      *----TITULOS BAIXADOS SEM DEBITO NO BANCO------------------------*
      *
           MOVE SPACES TO REGCONTX
           WRITE REGCONTX.
           MOVE "TITULOS PAGOS SEM DEBITO NO EXTRATO" TO CS-TITULO
           WRITE REGCONTX FROM CABSEC.
           MOVE ZEROS TO W-TOTPEND
           MOVE ZEROS TO PAG-NUMERO
           START CADPAGAR KEY IS NOT LESS PAG-NUMERO
               INVALID KEY
                   GO TO REL-PAGTOT.
       REL-PAG.
           READ CADPAGAR NEXT RECORD
               AT END
                   GO TO REL-PAGTOT.
           IF NOT PAG-PAGO
                GO TO REL-PAG.
           IF PAG-DTPAGTO < W-DTINI OR PAG-DTPAGTO > W-DTFIM
                GO TO REL-PAG.
           MOVE "T" TO CNC-TIPO
           MOVE PAG-NUMERO TO CNC-REF
           READ CADCONCI
           IF ST-ERRO = "00"
                GO TO REL-PAG.
           MOVE PAG-NUMERO TO LP-NUMERO
           MOVE PAG-DESCR TO LP-DESCR
           MOVE PAG-DTPAGTO TO LP-DTPAG
           COMPUTE W-VALOR = PAG-VAL-RS + (PAG-VAL-CT / 100)
           MOVE W-VALOR TO LP-VALOR
           WRITE REGCONTX FROM LINPAG
           ADD 1 TO W-TOTPEND
           GO TO REL-PAG.
       REL-PAGTOT.
           MOVE "TOTAL DE TITULOS SEM DEBITO.............:" TO LT-ROTULO
           MOVE W-TOTPEND TO LT-QTDE
           WRITE REGCONTX FROM LINTOT.
           CLOSE CADCONTX
           MOVE "*** RELATORIO GERADO EM CADCONRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ROT-FIM.
           CLOSE CADEXTRA CADCONCI CADREMCT CADCONS CADRECIB CADPAGAR.
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
