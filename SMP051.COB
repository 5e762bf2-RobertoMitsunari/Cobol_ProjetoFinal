      *    EMISSAO DE RECEITUARIO VINCULADO A   *
      *    CONSULTA REALIZADA, COM GRAVACAO DA  *
      *    PRESCRICAO (CADRECEI.DAT) E IMPRES-  *
      *    SAO DO DOCUMENTO (CADRECET.DOC),     *
      *    COM OFERTA DE ENVIO POR E-MAIL       *
      *    (FILA DO SMPEML)                     *
      *    MEDICAMENTO CONTROLADO (PORT. 344)   *
      *    SAI EM CADRECCE.DOC: NOTIFICACAO     *
      *    A/B POR ITEM OU RECEITA DE CONTROLE  *
      *    ESPECIAL EM 2 VIAS, NUMERADAS PELO   *
      *    TALONARIO DA UF DO CRM (CADTALAO),   *
      *    COM QTDE MAXIMA E REGISTRO NO        *
      *    LIVRO (CADLIVRO)                     *
      *    CRITICA DE INTERACAO (CADINTMD) COM  *
      *    OS ITENS DA RECEITA E AS RECEITAS DOS*
      *    ULTIMOS 90 DIAS DO CPF; GRAVE OU CON-*
      *    TRAINDICADA EXIGE JUSTIFICATIVA DO   *
      *    MEDICO, GRAVADA NO CADAUDIT          *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADINTMD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IMD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADTALAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TAL-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLIVRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LIV-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LIV-DATA WITH DUPLICATES.
           SELECT CADRCCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
             88 MDC-ATIVO          VALUE "A".
             88 MDC-INATIVO        VALUE "I".
          03 MDC-PRINCATIVO    PIC 9(04).
          03 MDC-LISTA         PIC X(02).
             88 MDC-COMUM          VALUE SPACES.
             88 MDC-NOTIF-A        VALUE "A1" "A2" "A3".
             88 MDC-NOTIF-B        VALUE "B1" "B2".
          03 MDC-QTDMAX        PIC 9(03).
      *
       FD CADALEPA
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECET.DOC".
       01 REGRCTTX    PIC X(080).
      *
       FD CADINTMD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTMD.DAT".
       01 REGINTMD.
          03 IMD-CHAVE.
             05 IMD-PRINC1     PIC 9(04).
             05 IMD-PRINC2     PIC 9(04).
          03 IMD-GRAVIDADE     PIC X(01).
             88 IMD-LEVE           VALUE "L".
             88 IMD-MODERADA       VALUE "M".
             88 IMD-GRAVE          VALUE "G".
          03 IMD-ORIENTACAO    PIC X(60).
          03 IMD-DTALT         PIC 9(08).
          03 IMD-OPERADOR      PIC X(08).
      *
       FD CADTALAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTALAO.DAT".
       01 REGTALAO.
          03 TAL-CHAVE.
             05 TAL-TIPO       PIC X(01).
             05 TAL-UF         PIC X(02).
          03 TAL-NUMINI        PIC 9(08).
          03 TAL-NUMFIM        PIC 9(08).
          03 TAL-PROXIMO       PIC 9(08).
          03 TAL-DTALT         PIC 9(08).
          03 TAL-OPERADOR      PIC X(08).
      *
       FD CADLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
       01 REGLIVRO.
          03 LIV-CHAVE.
             05 LIV-TIPO       PIC X(01).
             05 LIV-UF         PIC X(02).
             05 LIV-NUMERO     PIC 9(08).
             05 LIV-SEQ        PIC 9(02).
          03 LIV-DATA          PIC 9(08).
          03 LIV-CONS          PIC 9(18).
          03 LIV-CPF           PIC 9(11).
          03 LIV-PACNOME       PIC X(30).
          03 LIV-CRM           PIC 9(06).
          03 LIV-CRMUF         PIC X(02).
          03 LIV-MEDNOME       PIC X(30).
          03 LIV-MEDIC         PIC 9(04).
          03 LIV-MDCNOME       PIC X(30).
          03 LIV-APRESENT      PIC X(20).
          03 LIV-LISTA         PIC X(02).
          03 LIV-QTDE          PIC 9(03).
          03 LIV-DOSAGEM       PIC X(20).
          03 LIV-OPERADOR      PIC X(08).
      *
       FD CADRCCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECCE.DOC".
       01 REGRCCTX    PIC X(080).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
          03 LRS-PARENT PIC X(10).
          03 FILLER     PIC X(07) VALUE ") TEL: ".
          03 LRS-TEL    PIC 9(11).
      *----ENVIO DO DOCUMENTO POR E-MAIL (SUBPROGRAMA SMPEML)---------*
       01 W-EMLTIPO     PIC X(01) VALUE "R".
       01 W-EMLREF      PIC X(20) VALUE SPACES.
       01 W-EMLTEXTO    PIC X(120) VALUE SPACES.
       01 W-EMLRET      PIC X(02) VALUE SPACES.
      *----RECEITA CONTROLADA (PORTARIA 344)---------------------------*
       77 IND           PIC 9(02) COMP VALUE ZEROS.
       01 W-TIPOREC     PIC X(01) VALUE SPACES.
       01 W-QTDE        PIC 9(03) VALUE ZEROS.
       01 W-NUMREC      PIC 9(08) VALUE ZEROS.
       01 W-NUMESP      PIC 9(08) VALUE ZEROS.
       01 W-SEQCOM      PIC 9(02) VALUE ZEROS.
       01 W-QTDCTL      PIC 9(02) VALUE ZEROS.
       01 W-QTDESP      PIC 9(02) VALUE ZEROS.
       01 W-VIA         PIC 9(01) VALUE ZEROS.
       01 TAB-ESP.
          03 TE-ITEM OCCURS 10 TIMES.
             05 TE-NOME       PIC X(30).
             05 TE-APRES      PIC X(20).
             05 TE-LISTA      PIC X(02).
             05 TE-QTDE       PIC 9(03).
             05 TE-DOSAGEM    PIC X(20).
             05 TE-INSTR      PIC X(30).
       01 LIN-CTLTIT.
          03 LCT-TITULO PIC X(40).
          03 FILLER     PIC X(04) VALUE "UF: ".
          03 LCT-UF     PIC X(02).
          03 FILLER     PIC X(06) VALUE "  NO. ".
          03 LCT-NUMERO PIC 9(08).
       01 LIN-VIA.
          03 LV-VIA     PIC 9(01).
          03 FILLER     PIC X(05) VALUE "A VIA".
          03 LV-DESTINO PIC X(20).
       01 LIN-QTDE.
          03 FILLER     PIC X(17) VALUE "     QUANTIDADE: ".
          03 LQ-QTDE    PIC ZZ9.
          03 FILLER     PIC X(10) VALUE "   LISTA: ".
          03 LQ-LISTA   PIC X(02).
       01 LIN-COMPR.
          03 FILLER     PIC X(40) VALUE
             "IDENTIFICACAO DO COMPRADOR:".
       01 LIN-COMPR2.
          03 FILLER     PIC X(60) VALUE
             "NOME ______________________________ RG _______________".
       01 LIN-FORN.
          03 FILLER     PIC X(60) VALUE
             "FORNECEDOR (FARMACIA) ____________________ DATA __/__/__".
       01 LIN-SEPARA.
          03 FILLER     PIC X(60) VALUE ALL "-".
      *----CRITICA DE INTERACAO MEDICAMENTOSA (CADINTMD)---------------*
       77 IND2          PIC 9(02) COMP VALUE ZEROS.
       01 W-INTABERTO   PIC X(01) VALUE "N".
       01 W-QTDPRC      PIC 9(02) VALUE ZEROS.
       01 TAB-PRC.
          03 TP-ITEM OCCURS 10 TIMES.
             05 TP-PRINC      PIC 9(04).
             05 TP-NOME       PIC X(30).
       01 W-QTDAVI      PIC 9(02) VALUE ZEROS.
       01 TAB-AVI.
          03 TA-PRINC       PIC 9(04) OCCURS 30 TIMES.
       01 W-PRCATU      PIC 9(04) VALUE ZEROS.
       01 W-PRCOUTRO    PIC 9(04) VALUE ZEROS.
       01 W-CPFATU      PIC 9(11) VALUE ZEROS.
       01 W-CONSATU     PIC 9(18) VALUE ZEROS.
       01 W-REGCONS     PIC X(205) VALUE SPACES.
       01 W-REGMEDIC    PIC X(64) VALUE SPACES.
       01 W-REGRECEI    PIC X(93) VALUE SPACES.
       01 W-INTMED      PIC X(30) VALUE SPACES.
       01 W-INTORIG     PIC X(40) VALUE SPACES.
       01 W-ORIGHIST.
          03 FILLER     PIC X(11) VALUE "RECEITA DE ".
          03 W-ORDIA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-ORMES    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-ORANO    PIC 9(04).
          03 FILLER     PIC X(05) VALUE " CRM ".
          03 W-ORCRM    PIC 9(06).
       01 W-DESCGRAV    PIC X(15) VALUE SPACES.
       01 W-JUSTIF      PIC X(60) VALUE SPACES.
       01 W-DTLIMITE    PIC 9(08) VALUE ZEROS.
       01 W-QTDDIAS     PIC 9(03) VALUE ZEROS.
       01 W-DATAREF     PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
          03 W-REFANO   PIC 9(04).
          03 W-REFMES   PIC 9(02).
          03 W-REFDIA   PIC 9(02).
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
       01 LIN-VIDE.
          03 FILLER     PIC X(60) VALUE
             "(MEDICAMENTOS CONTROLADOS EM RECEITA ESPECIAL SEPARADA)".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
               VALUE  "DOSAGEM:".
           05  LINE 11  COLUMN 01
               VALUE  "INSTRUCOES:".
           05  LINE 13  COLUMN 01
               VALUE  "QUANTIDADE (SO CONTROLADO):".
           05  TCRM
               LINE 03  COLUMN 17  PIC 9(06)
               USING  CONS-CRM
               LINE 11  COLUMN 13  PIC X(30)
               USING  REI-INSTRUCAO
               HIGHLIGHT.
           05  TQTDE
               LINE 13  COLUMN 29  PIC 9(03)
               USING  W-QTDE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN INPUT CADRESP
           IF ST-ERRO = "00"
                MOVE "S" TO W-RSPABERTO.
           MOVE "N" TO W-INTABERTO
           OPEN INPUT CADINTMD
           IF ST-ERRO = "00"
                MOVE "S" TO W-INTABERTO.
       R0T.
           OPEN I-O CADTALAO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTALAO
                 CLOSE CADTALAO
                 GO TO R0T
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTALAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0L.
           OPEN I-O CADLIVRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLIVRO
                 CLOSE CADLIVRO
                 GO TO R0L
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLIVRO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
                 NEXT SENTENCE.

       R1.
           MOVE ZEROS TO CONS-CHAVE W-SEQ REI-MEDIC W-QTDE
           MOVE ZEROS TO W-SEQCOM W-QTDCTL W-QTDESP W-NUMESP
           MOVE ZEROS TO W-QTDPRC
           MOVE SPACES TO PACINOME MEDICNOME
           MOVE SPACES TO REI-DOSAGEM REI-INSTRUCAO
           DISPLAY TELARECEI.
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCTTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN OUTPUT CADRCCTX
           IF ST-ERRO NOT = "00"
                CLOSE CADRCTTX
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCCTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           PERFORM INT-LIMITE THRU INT-LIMITE-FIM
           WRITE REGRCTTX FROM LIN-TITULO.
           WRITE REGRCTTX FROM LIN-CLIN.
           MOVE W-HOJEDIA TO LD-DIA
      *----ITENS DA RECEITA (ATE 10 MEDICAMENTOS)----------------------*

       R3.
           MOVE ZEROS TO REI-MEDIC W-QTDE
           MOVE SPACES TO MEDICNOME REI-DOSAGEM REI-INSTRUCAO
           DISPLAY TQTDE
           DISPLAY TMEDIC
           DISPLAY TMEDICNOME
           DISPLAY TDOSAGEM
           PERFORM ALE-CRIT THRU ALE-CRIT-FIM
           IF W-BLOQUEIO = "S"
                GO TO R3.
           PERFORM INT-CRIT THRU INT-CRIT-FIM
           IF W-BLOQUEIO = "S"
                GO TO R3.
           PERFORM CTL-CRIT THRU CTL-CRIT-FIM
           IF W-BLOQUEIO = "S"
                GO TO R3.

       R4.
           ACCEPT TDOSAGEM
           IF W-ACT = 01
                GO TO R4.

       R6.
           IF W-TIPOREC = SPACES
                GO TO GRAVA-ITEM.
           ACCEPT TQTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           IF W-QTDE = ZEROS
                MOVE "DIGITE A QUANTIDADE DO CONTROLADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           IF MDC-QTDMAX NOT = ZEROS AND W-QTDE > MDC-QTDMAX
                DISPLAY (13, 35) "MAXIMO POR RECEITA:"
                DISPLAY (13, 55) MDC-QTDMAX
                MOVE "*** QUANTIDADE ACIMA DO MAXIMO PERMITIDO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (13, 35) LIMPA
                GO TO R6.

       GRAVA-ITEM.
           ADD 1 TO W-SEQ
           MOVE CONS-CHAVE TO REI-CONS
                MOVE "ERRO NA GRAVACAO DA PRESCRICAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF MDC-PRINCATIVO NOT = ZEROS
                ADD 1 TO W-QTDPRC
                MOVE MDC-PRINCATIVO TO TP-PRINC (W-QTDPRC)
                MOVE MDC-NOME TO TP-NOME (W-QTDPRC).
           IF W-TIPOREC NOT = SPACES
                PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
                GO TO GRAVA-ITEM1.
           ADD 1 TO W-SEQCOM
           MOVE W-SEQCOM TO LI-SEQ
           MOVE MDC-NOME TO LI-NOME
           MOVE MDC-APRESENT TO LI-APRES
           WRITE REGRCTTX FROM LIN-ITEM.
           MOVE REI-DOSAGEM TO LD-DOSAGEM
           MOVE REI-INSTRUCAO TO LD-INSTR
           WRITE REGRCTTX FROM LIN-DOSE.
       GRAVA-ITEM1.
           IF W-SEQ < 10
                GO TO R3.


       IMP-FECHA.
           IF W-SEQ = ZEROS
                CLOSE CADRCTTX CADRCCTX
                MOVE "*** RECEITA SEM ITENS - NAO EMITIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-QTDESP NOT = ZEROS
                MOVE 1 TO W-VIA
                PERFORM ESP-IMPRIME THRU ESP-IMPRIME-FIM
                MOVE 2 TO W-VIA
                PERFORM ESP-IMPRIME THRU ESP-IMPRIME-FIM.
           CLOSE CADRCCTX
           IF W-SEQCOM = ZEROS
                WRITE REGRCTTX FROM LIN-VIDE.
           MOVE SPACES TO REGRCTTX
           WRITE REGRCTTX.
           WRITE REGRCTTX.
           WRITE REGRCTTX FROM LIN-ASS.
           WRITE REGRCTTX FROM LIN-ASS2.
           CLOSE CADRCTTX
           PERFORM EML-OFERECE THRU EML-OFERECE-FIM
           MOVE "*** RECEITUARIO EMITIDO EM CADRECET.DOC ***" TO MENS
           IF W-QTDCTL NOT = ZEROS
                MOVE "*** RECEITAS EM CADRECET.DOC E CADRECCE.DOC ***"
                                                           TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * CRITICA DO CONTROLADO: A LISTA DA PORTARIA 344 DEFINE O MODELO *
      * (A/B = NOTIFICACAO, DEMAIS = CONTROLE ESPECIAL EM 2 VIAS). O   *
      * MEDICO PRECISA TER UF NO CRM E A CLINICA PRECISA TER TALONARIO *
      * DO TIPO PARA ESSA UF, COM NUMERO DISPONIVEL                    *
      ******************************************************************
       CTL-CRIT.
           MOVE "N" TO W-BLOQUEIO
           MOVE SPACES TO W-TIPOREC
           IF MDC-COMUM
                GO TO CTL-CRIT-FIM.
           MOVE "C" TO W-TIPOREC
           IF MDC-NOTIF-A
                MOVE "A" TO W-TIPOREC.
           IF MDC-NOTIF-B
                MOVE "B" TO W-TIPOREC.
           IF CRMUF = SPACES
                MOVE "*** MEDICO SEM UF NO CRM - CONTROLADO BLOQUEADO"
                                                           TO MENS
                GO TO CTL-CRIT-BLQ.
           IF W-TIPOREC = "C" AND W-NUMESP NOT = ZEROS
                GO TO CTL-CRIT-FIM.
           MOVE W-TIPOREC TO TAL-TIPO
           MOVE CRMUF TO TAL-UF
           READ CADTALAO
           IF ST-ERRO NOT = "00"
                MOVE "*** SEM TALONARIO DO TIPO PARA A UF DO CRM ***"
                                                           TO MENS
                GO TO CTL-CRIT-BLQ.
           IF TAL-PROXIMO > TAL-NUMFIM
                MOVE "*** TALONARIO ESGOTADO - CADASTRAR NOVA FAIXA ***"
                                                           TO MENS
                GO TO CTL-CRIT-BLQ.
           GO TO CTL-CRIT-FIM.
       CTL-CRIT-BLQ.
           MOVE "S" TO W-BLOQUEIO
           MOVE SPACES TO W-TIPOREC
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CTL-CRIT-FIM.
           EXIT.

      *----NUMERA O DOCUMENTO E REGISTRA O ITEM NO LIVRO (CADLIVRO)----*
      *----A/B: UMA NOTIFICACAO POR ITEM; C: UM NUMERO POR RECEITA-----*

       CTL-GRAVA.
           ADD 1 TO W-QTDCTL
           IF W-TIPOREC = "C" AND W-NUMESP NOT = ZEROS
                MOVE W-NUMESP TO W-NUMREC
                GO TO CTL-GRAVA1.
           MOVE W-TIPOREC TO TAL-TIPO
           MOVE CRMUF TO TAL-UF
           READ CADTALAO
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADTALAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE TAL-PROXIMO TO W-NUMREC
           ADD 1 TO TAL-PROXIMO
           REWRITE REGTALAO
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTALAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF W-TIPOREC = "C"
                MOVE W-NUMREC TO W-NUMESP.
       CTL-GRAVA1.
           MOVE 01 TO LIV-SEQ
           IF W-TIPOREC = "C"
                ADD 1 TO W-QTDESP
                MOVE W-QTDESP TO LIV-SEQ.
           MOVE W-TIPOREC TO LIV-TIPO
           MOVE CRMUF TO LIV-UF
           MOVE W-NUMREC TO LIV-NUMERO
           MOVE W-DATAHOJE TO LIV-DATA
           MOVE CONS-CHAVE TO LIV-CONS
           MOVE CONS-CPF TO LIV-CPF
           MOVE PACINOME TO LIV-PACNOME
           MOVE CRM TO LIV-CRM
           MOVE CRMUF TO LIV-CRMUF
           MOVE NOME TO LIV-MEDNOME
           MOVE MDC-CODIGO TO LIV-MEDIC
           MOVE MDC-NOME TO LIV-MDCNOME
           MOVE MDC-APRESENT TO LIV-APRESENT
           MOVE MDC-LISTA TO LIV-LISTA
           MOVE W-QTDE TO LIV-QTDE
           MOVE REI-DOSAGEM TO LIV-DOSAGEM
           MOVE LK-OPERADOR TO LIV-OPERADOR
           WRITE REGLIVRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLIVRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF W-TIPOREC = "C"
                MOVE MDC-NOME TO TE-NOME (W-QTDESP)
                MOVE MDC-APRESENT TO TE-APRES (W-QTDESP)
                MOVE MDC-LISTA TO TE-LISTA (W-QTDESP)
                MOVE W-QTDE TO TE-QTDE (W-QTDESP)
                MOVE REI-DOSAGEM TO TE-DOSAGEM (W-QTDESP)
                MOVE REI-INSTRUCAO TO TE-INSTR (W-QTDESP)
                GO TO CTL-GRAVA-FIM.
           PERFORM NOT-IMPRIME THRU NOT-IMPRIME-FIM.
       CTL-GRAVA-FIM.
           EXIT.

      *----NOTIFICACAO DE RECEITA A OU B: UM MEDICAMENTO POR NUMERO----*

       NOT-IMPRIME.
           MOVE "NOTIFICACAO DE RECEITA A" TO LCT-TITULO
           IF W-TIPOREC = "B"
                MOVE "NOTIFICACAO DE RECEITA B" TO LCT-TITULO.
           MOVE CRMUF TO LCT-UF
           MOVE W-NUMREC TO LCT-NUMERO
           PERFORM CTL-CABEC THRU CTL-CABEC-FIM
           MOVE 01 TO LI-SEQ
           MOVE MDC-NOME TO LI-NOME
           MOVE MDC-APRESENT TO LI-APRES
           WRITE REGRCCTX FROM LIN-ITEM.
           MOVE REI-DOSAGEM TO LD-DOSAGEM
           MOVE REI-INSTRUCAO TO LD-INSTR
           WRITE REGRCCTX FROM LIN-DOSE.
           MOVE W-QTDE TO LQ-QTDE
           MOVE MDC-LISTA TO LQ-LISTA
           WRITE REGRCCTX FROM LIN-QTDE.
           PERFORM CTL-RODAPE THRU CTL-RODAPE-FIM.
       NOT-IMPRIME-FIM.
           EXIT.

      *----RECEITA DE CONTROLE ESPECIAL: VIA W-VIA COM TODOS OS ITENS--*

       ESP-IMPRIME.
           MOVE "RECEITUARIO DE CONTROLE ESPECIAL" TO LCT-TITULO
           MOVE CRMUF TO LCT-UF
           MOVE W-NUMESP TO LCT-NUMERO
           PERFORM CTL-CABEC THRU CTL-CABEC-FIM
           MOVE W-VIA TO LV-VIA
           MOVE ": FARMACIA" TO LV-DESTINO
           IF W-VIA = 2
                MOVE ": PACIENTE" TO LV-DESTINO.
           WRITE REGRCCTX FROM LIN-VIA.
           MOVE 1 TO IND.
       ESP-IMPRIME1.
           MOVE IND TO LI-SEQ
           MOVE TE-NOME (IND) TO LI-NOME
           MOVE TE-APRES (IND) TO LI-APRES
           WRITE REGRCCTX FROM LIN-ITEM.
           MOVE TE-DOSAGEM (IND) TO LD-DOSAGEM
           MOVE TE-INSTR (IND) TO LD-INSTR
           WRITE REGRCCTX FROM LIN-DOSE.
           MOVE TE-QTDE (IND) TO LQ-QTDE
           MOVE TE-LISTA (IND) TO LQ-LISTA
           WRITE REGRCCTX FROM LIN-QTDE.
           ADD 1 TO IND
           IF IND NOT > W-QTDESP
                GO TO ESP-IMPRIME1.
           PERFORM CTL-RODAPE THRU CTL-RODAPE-FIM.
       ESP-IMPRIME-FIM.
           EXIT.

      *----CABECALHO E RODAPE COMUNS DOS DOCUMENTOS CONTROLADOS--------*

       CTL-CABEC.
           WRITE REGRCCTX FROM LIN-CTLTIT.
           WRITE REGRCCTX FROM LIN-CLIN.
           MOVE W-HOJEDIA TO LD-DIA
           MOVE W-HOJEMES TO LD-MES
           MOVE W-HOJEANO TO LD-ANO
           WRITE REGRCCTX FROM LIN-DATA.
           MOVE NOME TO LM-NOME
           MOVE CRM TO LM-CRM
           MOVE CRMUF TO LM-UF
           WRITE REGRCCTX FROM LIN-MED.
           MOVE PACINOME TO LP-NOME
           MOVE CONS-CPF TO LP-CPF
           WRITE REGRCCTX FROM LIN-PAC.
           MOVE SPACES TO REGRCCTX
           WRITE REGRCCTX.
       CTL-CABEC-FIM.
           EXIT.

       CTL-RODAPE.
           MOVE SPACES TO REGRCCTX
           WRITE REGRCCTX.
           WRITE REGRCCTX FROM LIN-ASS.
           WRITE REGRCCTX FROM LIN-ASS2.
           MOVE SPACES TO REGRCCTX
           WRITE REGRCCTX.
           WRITE REGRCCTX FROM LIN-COMPR.
           WRITE REGRCCTX FROM LIN-COMPR2.
           WRITE REGRCCTX FROM LIN-FORN.
           WRITE REGRCCTX FROM LIN-SEPARA.
       CTL-RODAPE-FIM.
           EXIT.

      ******************************************************************
      * CRITICA DE ALERGIA: BLOQUEIA A PRESCRICAO QUANDO O PRINCIPIO   *
      * ATIVO DO MEDICAMENTO CONSTA NAS ALERGIAS CODIFICADAS DO        *
       ALE-CRIT-FIM.
           EXIT.

      ******************************************************************
      * CRITICA DE INTERACAO: CONFRONTA O PRINCIPIO ATIVO DO NOVO      *
      * ITEM COM OS ITENS JA PRESCRITOS NESTA RECEITA E COM AS         *
      * RECEITAS DO MESMO CPF EMITIDAS NOS ULTIMOS 90 DIAS (QUALQUER   *
      * MEDICO, PELAS CONSULTAS DA CHAVE CONS-CPF). LEVE/MODERADA SO   *
      * AVISA; GRAVE/CONTRAINDICADA EXIGE JUSTIFICATIVA, QUE VAI PARA  *
      * O CADAUDIT. OS REGISTROS DE CADCONS, CADMEDIC E CADRECEI SAO   *
      * GUARDADOS ANTES DA VARREDURA E RESTAURADOS NO FIM              *
      ******************************************************************
       INT-CRIT.
           MOVE "N" TO W-BLOQUEIO
           IF W-INTABERTO NOT = "S"
                GO TO INT-CRIT-FIM.
           IF MDC-PRINCATIVO = ZEROS
                GO TO INT-CRIT-FIM.
           MOVE MDC-PRINCATIVO TO W-PRCATU
           MOVE CONS-CPF TO W-CPFATU
           MOVE CONS-CHAVE TO W-CONSATU
           MOVE ZEROS TO W-QTDAVI
           MOVE "RECEITA ATUAL" TO W-INTORIG
           MOVE 1 TO IND2.
       INT-CRIT1.
           IF IND2 > W-QTDPRC
                GO TO INT-CRIT2.
           MOVE TP-PRINC (IND2) TO W-PRCOUTRO
           MOVE TP-NOME (IND2) TO W-INTMED
           PERFORM INT-VERIFICA THRU INT-VERIFICA-FIM
           IF W-BLOQUEIO = "S"
                GO TO INT-CRIT-FIM.
           ADD 1 TO IND2
           GO TO INT-CRIT1.
       INT-CRIT2.
           MOVE REGCONS TO W-REGCONS
           MOVE REGMEDIC TO W-REGMEDIC
           MOVE REGRECEI TO W-REGRECEI
           MOVE W-CPFATU TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO INT-CRIT9.
       INT-CRIT3.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO INT-CRIT9.
           IF CONS-CPF NOT = W-CPFATU
                GO TO INT-CRIT9.
           IF CONS-CHAVE = W-CONSATU
                GO TO INT-CRIT3.
           MOVE CONS-CHAVE TO REI-CONS
           MOVE ZEROS TO REI-SEQ
           START CADRECEI KEY IS NOT LESS REI-CHAVE
               INVALID KEY
                   GO TO INT-CRIT3.
       INT-CRIT4.
           READ CADRECEI NEXT RECORD
               AT END
                   GO TO INT-CRIT3.
           IF REI-CONS NOT = CONS-CHAVE
                GO TO INT-CRIT3.
           IF REI-DATA < W-DTLIMITE
                GO TO INT-CRIT4.
           MOVE REI-MEDIC TO MDC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
                GO TO INT-CRIT4.
           IF MDC-PRINCATIVO = ZEROS
                GO TO INT-CRIT4.
           MOVE MDC-PRINCATIVO TO W-PRCOUTRO
           MOVE MDC-NOME TO W-INTMED
           MOVE REI-DATA TO W-DATAREF
           MOVE W-REFDIA TO W-ORDIA
           MOVE W-REFMES TO W-ORMES
           MOVE W-REFANO TO W-ORANO
           MOVE CONS-CRM TO W-ORCRM
           MOVE W-ORIGHIST TO W-INTORIG
           PERFORM INT-VERIFICA THRU INT-VERIFICA-FIM
           IF W-BLOQUEIO = "S"
                GO TO INT-CRIT9.
           GO TO INT-CRIT4.
       INT-CRIT9.
           MOVE W-REGCONS TO REGCONS
           MOVE W-REGMEDIC TO REGMEDIC
           MOVE W-REGRECEI TO REGRECEI.
       INT-CRIT-FIM.
           EXIT.

      *----PAR W-PRCATU X W-PRCOUTRO NO CADINTMD (MENOR CODIGO NA------*
      *----FRENTE); CADA PRINCIPIO E AVISADO UMA VEZ POR ITEM----------*

       INT-VERIFICA.
           IF W-PRCOUTRO = W-PRCATU
                GO TO INT-VERIFICA-FIM.
           MOVE 1 TO IND.
       INT-VERIFICA1.
           IF IND > W-QTDAVI
                GO TO INT-VERIFICA2.
           IF TA-PRINC (IND) = W-PRCOUTRO
                GO TO INT-VERIFICA-FIM.
           ADD 1 TO IND
           GO TO INT-VERIFICA1.
       INT-VERIFICA2.
           IF W-QTDAVI < 30
                ADD 1 TO W-QTDAVI
                MOVE W-PRCOUTRO TO TA-PRINC (W-QTDAVI).
           IF W-PRCATU < W-PRCOUTRO
                MOVE W-PRCATU TO IMD-PRINC1
                MOVE W-PRCOUTRO TO IMD-PRINC2
           ELSE
                MOVE W-PRCOUTRO TO IMD-PRINC1
                MOVE W-PRCATU TO IMD-PRINC2.
           READ CADINTMD
           IF ST-ERRO NOT = "00"
                GO TO INT-VERIFICA-FIM.
           MOVE "CONTRAINDICADA" TO W-DESCGRAV
           IF IMD-LEVE
                MOVE "LEVE" TO W-DESCGRAV.
           IF IMD-MODERADA
                MOVE "MODERADA" TO W-DESCGRAV.
           IF IMD-GRAVE
                MOVE "GRAVE" TO W-DESCGRAV.
           DISPLAY (15, 01) "*** INTERACAO"
           DISPLAY (15, 15) W-DESCGRAV
           DISPLAY (15, 31) "COM"
           DISPLAY (15, 35) W-INTMED
           DISPLAY (16, 01) "ORIGEM:"
           DISPLAY (16, 09) W-INTORIG
           DISPLAY (17, 01) IMD-ORIENTACAO
           IF IMD-LEVE OR IMD-MODERADA
                DISPLAY (18, 01) "ENTER PARA CONTINUAR"
                ACCEPT (18, 22) W-OPCAO
                GO TO INT-VERIFICA9.
           MOVE SPACES TO W-JUSTIF
           DISPLAY (18, 01)
             "JUSTIFICATIVA DO MEDICO (BRANCO = NAO PRESCREVER):"
           ACCEPT (19, 01) W-JUSTIF
           IF W-JUSTIF = SPACES
                MOVE "S" TO W-BLOQUEIO
                MOVE "*** PRESCRICAO BLOQUEADA POR INTERACAO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INT-VERIFICA9.
           PERFORM INT-AUDITA THRU INT-AUDITA-FIM.
       INT-VERIFICA9.
           DISPLAY (15, 01) LIMPA
           DISPLAY (15, 51) LIMPA
           DISPLAY (16, 01) LIMPA
           DISPLAY (17, 01) LIMPA
           DISPLAY (17, 51) LIMPA
           DISPLAY (18, 01) LIMPA
           DISPLAY (18, 51) LIMPA
           DISPLAY (19, 01) LIMPA
           DISPLAY (19, 51) LIMPA.
       INT-VERIFICA-FIM.
           EXIT.

      *----REGISTRA NO CADAUDIT A JUSTIFICATIVA DA INTERACAO GRAVE-----*

       INT-AUDITA.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE "SMP051" TO AUD-PROGRAMA
           MOVE W-CPFATU TO AUD-CHAVE
           MOVE "J" TO AUD-OPERACAO
           MOVE LK-OPERADOR TO AUD-OPERADOR
           MOVE W-HOJEDIA TO AUD-DIA
           MOVE W-HOJEMES TO AUD-MES
           MOVE W-HOJEANO TO AUD-ANO
           MOVE W-AUDHH TO AUD-HH
           MOVE W-AUDMM TO AUD-MM
           MOVE W-AUDSS TO AUD-SS
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           STRING "INTERACAO " IMD-GRAVIDADE " " IMD-PRINC1 "X"
                  IMD-PRINC2 " COM " W-INTMED " - " W-INTORIG
                  DELIMITED BY SIZE INTO AUD-ANTES
           STRING "CRM " CRM " PRINC " W-PRCATU " JUSTIFICATIVA: "
                  W-JUSTIF
                  DELIMITED BY SIZE INTO AUD-DEPOIS
           WRITE REGAUDIT.
       INT-AUDITA-FIM.
           EXIT.

      *----DATA LIMITE DO HISTORICO: HOJE MENOS 90 DIAS----------------*

       INT-LIMITE.
           MOVE W-DATAHOJE TO W-TENTDATA-N
           MOVE ZEROS TO W-QTDDIAS.
       INT-LIMITE1.
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           ADD 1 TO W-QTDDIAS
           IF W-QTDDIAS < 90
                GO TO INT-LIMITE1.
           MOVE W-TENTDATA-N TO W-DTLIMITE.
       INT-LIMITE-FIM.
           EXIT.
      *
      *----W-TENTDATA VOLTA UM DIA-------------------------------------*
      *
       DIA-ANTERIOR.
           IF W-TENTDIA > 1
                SUBTRACT 1 FROM W-TENTDIA
                GO TO DIA-ANTERIOR-FIM.
           IF W-TENTMES > 1
                SUBTRACT 1 FROM W-TENTMES
           ELSE
                MOVE 12 TO W-TENTMES
                SUBTRACT 1 FROM W-TENTANO.
           MOVE W-DMES (W-TENTMES) TO W-TENTDIA
           IF W-TENTMES = 2
                DIVIDE W-TENTANO BY 4 GIVING W-BISSEXTO
                                      REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-TENTDIA.
       DIA-ANTERIOR-FIM.
           EXIT.

      *----REGISTRA NO CADAUDIT A LIBERACAO CONFIRMADA PELO MEDICO-----*

       ALE-AUDITA.
       RSP-IMPRIME-FIM.
           EXIT.

      *----OFERECE O ENVIO DO DOCUMENTO EMITIDO POR E-MAIL-------------*

       EML-OFERECE.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 12) "ENVIAR POR E-MAIL AO PACIENTE (S/N)?"
           ACCEPT (22, 50) W-OPCAO WITH UPDATE
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO EML-OFERECE-FIM.
           MOVE CONS-CHAVE TO W-EMLREF
           MOVE SPACES TO W-EMLTEXTO
           CALL "SMPEML" USING LK-OPERADOR, CONS-CPF, W-EMLTIPO,
                               W-EMLREF, W-EMLTEXTO, MENS, W-EMLRET
                   ON OVERFLOW
                      MOVE "*** ENVIO POR E-MAIL INDISPONIVEL ***"
                                                           TO MENS
           END-CALL
           CANCEL "SMPEML"
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EML-OFERECE-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRECEI CADCONS CADMEDIC REGMED CADPACI CADAUDIT.
           CLOSE CADTALAO CADLIVRO.
           IF W-ALPABERTO = "S"
                CLOSE CADALEPA.
           IF W-RSPABERTO = "S"
                CLOSE CADRESP.
           IF W-INTABERTO = "S"
                CLOSE CADINTMD.
       ROT-FIMP.
           EXIT PROGRAM.

