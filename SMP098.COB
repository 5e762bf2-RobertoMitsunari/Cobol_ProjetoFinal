       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP098.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * COBRANCA BANCARIA DAS PARCELAS DE PARTICULARES POR  *
      * BOLETO: GERA A REMESSA CNAB 240 (CNAB240.REM) DAS   *
      * PARCELAS ABERTAS DO CADPARC, COM NOSSO NUMERO =     *
      * ACORDO + PARCELA CONTROLADO NO CADBOLET.DAT, E      *
      * PROCESSA O RETORNO DO BANCO (CNAB240.RET): BAIXA A  *
      * PARCELA LIQUIDADA (PAR-DTPAGO/PAR-SITUACAO),        *
      * REGISTRA TARIFAS, JUROS RECEBIDOS E TITULOS         *
      * REJEITADOS (CADBOLRL.DOC). OS DADOS DO CEDENTE      *
      * FICAM NO CADBOLPM.DAT                               *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSONUM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADBOLPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPM-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                   WITH DUPLICATES.
           SELECT CNABREM ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CNABRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADBOLTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADBOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLET.DAT".
       01 REGBOLET.
          03 BOL-NOSSONUM.
             05 BOL-ACORDO     PIC 9(06).
             05 BOL-PARC       PIC 9(02).
          03 BOL-NSA           PIC 9(06).
          03 BOL-DTREM         PIC 9(08).
          03 BOL-VALOR         PIC 9(08)V99.
          03 BOL-SITUACAO      PIC X(01).
             88 BOL-REMETIDO       VALUE "R".
             88 BOL-REGISTRADO     VALUE "E".
             88 BOL-REJEITADO      VALUE "J".
             88 BOL-LIQUIDADO      VALUE "L".
             88 BOL-BAIXADO        VALUE "B".
          03 BOL-MOTIVO        PIC X(10).
          03 BOL-DTLIQ         PIC 9(08).
          03 BOL-VALPAGO       PIC 9(08)V99.
          03 BOL-JUROS         PIC 9(08)V99.
          03 BOL-TARIFA        PIC 9(06)V99.
          03 BOL-OPERADOR      PIC X(08).
      *
       FD CADBOLPM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLPM.DAT".
       01 REGBOLPM.
          03 BPM-CHAVE         PIC 9(01).
          03 BPM-BANCO         PIC 9(03).
          03 BPM-NOMEBCO       PIC X(30).
          03 BPM-AGENCIA       PIC 9(05).
          03 BPM-AGDV          PIC X(01).
          03 BPM-CONTA         PIC 9(12).
          03 BPM-CTDV          PIC X(01).
          03 BPM-CONVENIO      PIC X(20).
          03 BPM-CNPJ          PIC 9(14).
          03 BPM-EMPRESA       PIC X(30).
          03 BPM-JUROSMES      PIC 9(02)V99.
          03 BPM-NSA           PIC 9(06).
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PAR-CHAVE.
             05 PAR-ACORDO     PIC 9(06).
             05 PAR-NUM        PIC 9(02).
          03 PAR-CPF           PIC 9(11).
          03 PAR-RECIBO        PIC 9(06).
          03 PAR-VALOR.
             05 PAR-VAL-RS     PIC 9(06).
             05 PAR-VAL-CT     PIC 9(02).
          03 PAR-DTVENC.
             05 PAR-VENCANO    PIC 9(04).
             05 PAR-VENCMES    PIC 9(02).
             05 PAR-VENCDIA    PIC 9(02).
          03 PAR-DTPAGO        PIC 9(08).
          03 PAR-FORMA         PIC X(01).
          03 PAR-SITUACAO      PIC X(01).
             88 PAR-ABERTA         VALUE "A".
             88 PAR-PAGA           VALUE "P".
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 FILLER         PIC X(61).
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP           PIC 9(08).
          03 ENDERECO      PIC X(30).
          03 BAIRRO        PIC X(20).
          03 CIDADE        PIC X(20).
          03 UF            PIC X(02).
          03 FILLER        PIC X(01).
          03 FILLER        PIC X(16).
      *
       FD CNABREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CNAB240.REM".
       01 REGREM      PIC X(240).
      *
       FD CNABRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CNAB240.RET".
       01 REGRET      PIC X(240).
      *
       FD CADBOLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLRL.DOC".
       01 REGBOLTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-SEQREG   PIC 9(05) VALUE ZEROS.
       01 W-TOTTIT   PIC 9(06) VALUE ZEROS.
       01 W-TOTVAL   PIC 9(10)V99 VALUE ZEROS.
       01 W-VALOR    PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTLIQ   PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ   PIC 9(06) VALUE ZEROS.
       01 W-TOTOUT   PIC 9(06) VALUE ZEROS.
       01 W-VALLIQ   PIC 9(10)V99 VALUE ZEROS.
       01 W-VALJUR   PIC 9(10)V99 VALUE ZEROS.
       01 W-VALTAR   PIC 9(10)V99 VALUE ZEROS.
       01 W-TPEND    PIC X(01) VALUE "N".
       01 W-TMOVTO   PIC X(02) VALUE SPACES.
       01 W-TNOSSO   PIC X(08) VALUE SPACES.
       01 W-TTARIFA  PIC 9(13)V99 VALUE ZEROS.
       01 W-TMOTIVO  PIC X(10) VALUE SPACES.
       01 W-DTCALC   PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
          03 W-CALCANO  PIC 9(04).
          03 W-CALCMES  PIC 9(02).
          03 W-CALCDIA  PIC 9(02).
       01 W-DTCNAB.
          03 W-CNABDIA  PIC 9(02).
          03 W-CNABMES  PIC 9(02).
          03 W-CNABANO  PIC 9(04).
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-HORAHMS  PIC 9(06).
          03 FILLER     PIC 9(02).
      *
      *----REGISTROS DA REMESSA CNAB 240 (FEBRABAN)--------------------*
      *
       01 CNB-HDARQ.
          03 HA-BANCO   PIC 9(03).
          03 FILLER     PIC X(04) VALUE "0000".
          03 FILLER     PIC X(01) VALUE "0".
          03 FILLER     PIC X(09) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "2".
          03 HA-CNPJ    PIC 9(14).
          03 HA-CONVENIO PIC X(20).
          03 HA-AGENCIA PIC 9(05).
          03 HA-AGDV    PIC X(01).
          03 HA-CONTA   PIC 9(12).
          03 HA-CTDV    PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 HA-EMPRESA PIC X(30).
          03 HA-NOMEBCO PIC X(30).
          03 FILLER     PIC X(10) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "1".
          03 HA-DTGER   PIC X(08).
          03 HA-HRGER   PIC 9(06).
          03 HA-NSA     PIC 9(06).
          03 FILLER     PIC X(03) VALUE "103".
          03 FILLER     PIC X(05) VALUE "00000".
          03 FILLER     PIC X(69) VALUE SPACES.
       01 CNB-HDLOT.
          03 HL-BANCO   PIC 9(03).
          03 FILLER     PIC X(04) VALUE "0001".
          03 FILLER     PIC X(01) VALUE "1".
          03 FILLER     PIC X(01) VALUE "R".
          03 FILLER     PIC X(02) VALUE "01".
          03 FILLER     PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(03) VALUE "060".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "2".
          03 HL-CNPJ    PIC 9(15).
          03 HL-CONVENIO PIC X(20).
          03 HL-AGENCIA PIC 9(05).
          03 HL-AGDV    PIC X(01).
          03 HL-CONTA   PIC 9(12).
          03 HL-CTDV    PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 HL-EMPRESA PIC X(30).
          03 FILLER     PIC X(80) VALUE SPACES.
          03 HL-NSA     PIC 9(08).
          03 HL-DTGER   PIC X(08).
          03 FILLER     PIC X(08) VALUE ZEROS.
          03 FILLER     PIC X(33) VALUE SPACES.
       01 CNB-SEGP.
          03 SP-BANCO   PIC 9(03).
          03 FILLER     PIC X(04) VALUE "0001".
          03 FILLER     PIC X(01) VALUE "3".
          03 SP-SEQ     PIC 9(05).
          03 FILLER     PIC X(01) VALUE "P".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE "01".
          03 SP-AGENCIA PIC 9(05).
          03 SP-AGDV    PIC X(01).
          03 SP-CONTA   PIC 9(12).
          03 SP-CTDV    PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 SP-NOSSONUM PIC 9(08).
          03 FILLER     PIC X(12) VALUE SPACES.
          03 FILLER     PIC X(05) VALUE "11122".
          03 SP-NUMDOC  PIC X(15).
          03 SP-DTVENC  PIC X(08).
          03 SP-VALOR   PIC 9(13)V99.
          03 FILLER     PIC X(05) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE "04".
          03 FILLER     PIC X(01) VALUE "N".
          03 SP-DTEMIS  PIC X(08).
          03 FILLER     PIC X(01) VALUE "1".
          03 SP-DTJUROS PIC X(08).
          03 SP-JUROSDIA PIC 9(13)V99.
          03 FILLER     PIC X(01) VALUE "0".
          03 FILLER     PIC X(53) VALUE ZEROS.
          03 SP-USOEMP  PIC X(25).
          03 FILLER     PIC X(09) VALUE "300106009".
          03 FILLER     PIC X(10) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
       01 CNB-SEGQ.
          03 SQ-BANCO   PIC 9(03).
          03 FILLER     PIC X(04) VALUE "0001".
          03 FILLER     PIC X(01) VALUE "3".
          03 SQ-SEQ     PIC 9(05).
          03 FILLER     PIC X(01) VALUE "Q".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE "01".
          03 FILLER     PIC X(01) VALUE "1".
          03 SQ-CPF     PIC 9(15).
          03 SQ-NOME    PIC X(40).
          03 SQ-ENDERECO PIC X(40).
          03 SQ-BAIRRO  PIC X(15).
          03 SQ-CEP     PIC 9(08).
          03 SQ-CIDADE  PIC X(15).
          03 SQ-UF      PIC X(02).
          03 FILLER     PIC X(01) VALUE "0".
          03 FILLER     PIC X(15) VALUE ZEROS.
          03 FILLER     PIC X(40) VALUE SPACES.
          03 FILLER     PIC X(03) VALUE "000".
          03 FILLER     PIC X(28) VALUE SPACES.
       01 CNB-TRLOT.
          03 TRL-BANCO  PIC 9(03).
          03 FILLER     PIC X(04) VALUE "0001".
          03 FILLER     PIC X(01) VALUE "5".
          03 FILLER     PIC X(09) VALUE SPACES.
          03 TRL-QTDREG PIC 9(06).
          03 TRL-QTDTIT PIC 9(06).
          03 TRL-VALTOT PIC 9(15)V99.
          03 FILLER     PIC X(69) VALUE ZEROS.
          03 FILLER     PIC X(125) VALUE SPACES.
       01 CNB-TRARQ.
          03 TRA-BANCO  PIC 9(03).
          03 FILLER     PIC X(04) VALUE "9999".
          03 FILLER     PIC X(01) VALUE "9".
          03 FILLER     PIC X(09) VALUE SPACES.
          03 FILLER     PIC X(06) VALUE "000001".
          03 TRA-QTDREG PIC 9(06).
          03 FILLER     PIC X(06) VALUE ZEROS.
          03 FILLER     PIC X(205) VALUE SPACES.
      *
      *----REGISTROS DO RETORNO: CABECALHO, SEGMENTOS T E U------------*
      *
       01 W-RET240.
          03 RT-BANCO   PIC X(03).
          03 RT-LOTE    PIC X(04).
          03 RT-TIPO    PIC X(01).
          03 RT-SEQ     PIC X(05).
          03 RT-SEGMENTO PIC X(01).
          03 FILLER     PIC X(01).
          03 RT-MOVTO   PIC X(02).
          03 FILLER     PIC X(223).
       01 W-RETHDA REDEFINES W-RET240.
          03 FILLER     PIC X(142).
          03 HR-CODREM  PIC X(01).
          03 FILLER     PIC X(97).
       01 W-RETSEGT REDEFINES W-RET240.
          03 FILLER     PIC X(37).
          03 TT-NOSSONUM PIC X(08).
          03 FILLER     PIC X(13).
          03 TT-NUMDOC  PIC X(15).
          03 TT-DTVENC  PIC X(08).
          03 TT-VALNOM  PIC 9(13)V99.
          03 FILLER     PIC X(102).
          03 TT-TARIFA  PIC 9(13)V99.
          03 TT-MOTIVO  PIC X(10).
          03 FILLER     PIC X(17).
       01 W-RETSEGU REDEFINES W-RET240.
          03 FILLER     PIC X(17).
          03 TU-JUROS   PIC 9(13)V99.
          03 TU-DESCONTO PIC 9(13)V99.
          03 TU-ABATIM  PIC 9(13)V99.
          03 TU-IOF     PIC 9(13)V99.
          03 TU-VALPAGO PIC 9(13)V99.
          03 TU-VALLIQ  PIC 9(13)V99.
          03 TU-OUTDESP PIC 9(13)V99.
          03 TU-OUTCRED PIC 9(13)V99.
          03 TU-DTOCOR.
             05 TU-OCDIA   PIC 9(02).
             05 TU-OCMES   PIC 9(02).
             05 TU-OCANO   PIC 9(04).
          03 TU-DTCRED  PIC X(08).
          03 FILLER     PIC X(87).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** RETORNO DA COBRANCA BANCARIA ***".
       01 CAB1.
          03 FILLER     PIC X(11) VALUE "NOSSO NUM.".
          03 FILLER     PIC X(05) VALUE "MOV".
          03 FILLER     PIC X(15) VALUE "VALOR PAGO".
          03 FILLER     PIC X(14) VALUE "JUROS".
          03 FILLER     PIC X(12) VALUE "TARIFA".
          03 FILLER     PIC X(30) VALUE "OCORRENCIA".
       01 LINBOL.
          03 LB-NOSSONUM PIC X(08).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LB-MOVTO   PIC X(02).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LB-VALPAGO PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LB-JUROS   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LB-TARIFA  PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LB-OCORR   PIC X(30).
       01 LINTOT.
          03 LT-ROTULO  PIC X(30).
          03 LT-QTDE    PIC ZZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP098".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT098.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** COBRANCA BANCARIA DE PARCE".
           05  LINE 02  COLUMN 41
               VALUE  "LAS (BOLETO CNAB 240) ***".
           05  LINE 07  COLUMN 10
               VALUE  "G = GERAR REMESSA (CNAB240.REM)".
           05  LINE 09  COLUMN 10
               VALUE  "T = PROCESSAR RETORNO (CNAB240.RET)".
           05  LINE 11  COLUMN 10
               VALUE  "P = PARAMETROS DO CEDENTE".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADBOLET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBOLET
                 CLOSE CADBOLET
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADBOLET" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADBOLPM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBOLPM
                 CLOSE CADBOLPM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADBOLPM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADBOLET
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADPARC
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE PARCELAS NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADBOLET CADBOLPM
                GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADBOLET CADBOLPM CADPARC
                GO TO ROT-FIMP.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE CEP NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADBOLET CADBOLPM CADPARC CADPACI
                GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT098
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "G" OR "g"
                GO TO REM-001.
           IF W-MODO = "T" OR "t"
                GO TO RET-001.
           IF W-MODO = "P" OR "p"
                GO TO PRM-001.
           GO TO R1.

      *---------------PARAMETROS DO CEDENTE----------------------------*

       PRM-001.
           MOVE 1 TO BPM-CHAVE
           READ CADBOLPM
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO REGBOLPM
                MOVE 1 TO BPM-CHAVE
                MOVE ZEROS TO BPM-BANCO BPM-AGENCIA BPM-CONTA
                MOVE ZEROS TO BPM-CNPJ BPM-JUROSMES BPM-NSA
                WRITE REGBOLPM.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PARAMETROS DO CEDENTE (COBRANCA)"
           DISPLAY (03, 05) "BANCO (CODIGO COMPENSACAO):"
           ACCEPT (03, 34) BPM-BANCO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           DISPLAY (04, 05) "NOME DO BANCO.............:"
           ACCEPT (04, 34) BPM-NOMEBCO WITH UPDATE
           DISPLAY (06, 05) "AGENCIA / DV..............:"
           ACCEPT (06, 34) BPM-AGENCIA WITH UPDATE
           ACCEPT (06, 41) BPM-AGDV WITH UPDATE
           DISPLAY (07, 05) "CONTA / DV................:"
           ACCEPT (07, 34) BPM-CONTA WITH UPDATE
           ACCEPT (07, 48) BPM-CTDV WITH UPDATE
           DISPLAY (08, 05) "CONVENIO DE COBRANCA......:"
           ACCEPT (08, 34) BPM-CONVENIO WITH UPDATE
           DISPLAY (10, 05) "CNPJ DA CLINICA...........:"
           ACCEPT (10, 34) BPM-CNPJ WITH UPDATE
           DISPLAY (11, 05) "RAZAO SOCIAL..............:"
           ACCEPT (11, 34) BPM-EMPRESA WITH UPDATE
           DISPLAY (13, 05) "JUROS DE MORA AO MES (%)..:"
           ACCEPT (13, 34) BPM-JUROSMES WITH UPDATE
           DISPLAY (15, 05) "ULTIMA REMESSA (NSA)......: " BPM-NSA.
       PRM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PRM-OPC.
           REWRITE REGBOLPM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBOLPM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------GERACAO DA REMESSA CNAB 240----------------------*
      * ENTRAM AS PARCELAS ABERTAS A VENCER QUE AINDA NAO TEM BOLETO   *
      * OU CUJO BOLETO FOI REJEITADO PELO BANCO                        *
      *----------------------------------------------------------------*

       REM-001.
           MOVE 1 TO BPM-CHAVE
           READ CADBOLPM
           IF ST-ERRO NOT = "00" OR BPM-BANCO = ZEROS
                MOVE "*** CADASTRE OS PARAMETROS DO CEDENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05) "GERA A REMESSA DE BOLETOS (S/N)?"
           ACCEPT (03, 39) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R1.
           OPEN OUTPUT CNABREM
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CNABREM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           ADD 1 TO BPM-NSA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-DATAHOJE TO W-DTCALC
           PERFORM DAT-CNAB THRU DAT-CNAB-FIM
           MOVE ZEROS TO W-SEQREG W-TOTTIT W-TOTVAL
      *
      *----HEADER DE ARQUIVO E HEADER DE LOTE--------------------------*
      *
           MOVE BPM-BANCO TO HA-BANCO
           MOVE BPM-CNPJ TO HA-CNPJ
           MOVE BPM-CONVENIO TO HA-CONVENIO
           MOVE BPM-AGENCIA TO HA-AGENCIA
           MOVE BPM-AGDV TO HA-AGDV
           MOVE BPM-CONTA TO HA-CONTA
           MOVE BPM-CTDV TO HA-CTDV
           MOVE BPM-EMPRESA TO HA-EMPRESA
           MOVE BPM-NOMEBCO TO HA-NOMEBCO
           MOVE W-DTCNAB TO HA-DTGER
           MOVE W-HORAHMS TO HA-HRGER
           MOVE BPM-NSA TO HA-NSA
           WRITE REGREM FROM CNB-HDARQ.
           MOVE BPM-BANCO TO HL-BANCO
           MOVE BPM-CNPJ TO HL-CNPJ
           MOVE BPM-CONVENIO TO HL-CONVENIO
           MOVE BPM-AGENCIA TO HL-AGENCIA
           MOVE BPM-AGDV TO HL-AGDV
           MOVE BPM-CONTA TO HL-CONTA
           MOVE BPM-CTDV TO HL-CTDV
           MOVE BPM-EMPRESA TO HL-EMPRESA
           MOVE BPM-NSA TO HL-NSA
           MOVE W-DTCNAB TO HL-DTGER
           WRITE REGREM FROM CNB-HDLOT.
           MOVE ZEROS TO PAR-CHAVE
           START CADPARC KEY IS NOT LESS PAR-CHAVE
               INVALID KEY
                   GO TO REM-TRL.
       REM-LER.
           READ CADPARC NEXT RECORD
               AT END
                   GO TO REM-TRL.
           IF NOT PAR-ABERTA
                GO TO REM-LER.
           IF PAR-DTVENC < W-DATAHOJE-R
                GO TO REM-LER.
           MOVE PAR-ACORDO TO BOL-ACORDO
           MOVE PAR-NUM TO BOL-PARC
           READ CADBOLET
           IF ST-ERRO = "00"
              IF NOT BOL-REJEITADO
                GO TO REM-LER.
           MOVE PAR-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME
                MOVE ZEROS TO CEPPACI NUMLOGRA
                MOVE SPACES TO COMLOGRA.
           MOVE SPACES TO ENDERECO BAIRRO CIDADE UF
           MOVE CEPPACI TO CEP
           IF CEPPACI NOT = ZEROS
                READ CADCEP
                IF ST-ERRO NOT = "00"
                     MOVE SPACES TO ENDERECO BAIRRO CIDADE UF.
           COMPUTE W-VALOR = PAR-VAL-RS + (PAR-VAL-CT / 100)
      *
      *----SEGMENTO P (TITULO) E SEGMENTO Q (SACADO)-------------------*
      *
           ADD 1 TO W-SEQREG
           MOVE BPM-BANCO TO SP-BANCO
           MOVE W-SEQREG TO SP-SEQ
           MOVE BPM-AGENCIA TO SP-AGENCIA
           MOVE BPM-AGDV TO SP-AGDV
           MOVE BPM-CONTA TO SP-CONTA
           MOVE BPM-CTDV TO SP-CTDV
           MOVE BOL-NOSSONUM TO SP-NOSSONUM
           MOVE SPACES TO SP-NUMDOC SP-USOEMP
           STRING PAR-ACORDO "/" PAR-NUM DELIMITED BY SIZE
                  INTO SP-NUMDOC
           MOVE PAR-CHAVE TO SP-USOEMP
           MOVE PAR-DTVENC TO W-DTCALC
           PERFORM DAT-CNAB THRU DAT-CNAB-FIM
           MOVE W-DTCNAB TO SP-DTVENC
           MOVE W-VALOR TO SP-VALOR
           MOVE W-DATAHOJE TO W-DTCALC
           PERFORM DAT-CNAB THRU DAT-CNAB-FIM
           MOVE W-DTCNAB TO SP-DTEMIS
           MOVE PAR-DTVENC TO W-DTCALC
           PERFORM DAT-CNAB THRU DAT-CNAB-FIM
           MOVE W-DTCNAB TO SP-DTJUROS
           COMPUTE SP-JUROSDIA ROUNDED =
                   W-VALOR * BPM-JUROSMES / 100 / 30
           WRITE REGREM FROM CNB-SEGP.
           ADD 1 TO W-SEQREG
           MOVE BPM-BANCO TO SQ-BANCO
           MOVE W-SEQREG TO SQ-SEQ
           MOVE PAR-CPF TO SQ-CPF
           MOVE PACINOME TO SQ-NOME
           MOVE SPACES TO SQ-ENDERECO
           STRING ENDERECO DELIMITED BY "  "
                  ", " NUMLOGRA " " COMLOGRA DELIMITED BY SIZE
                  INTO SQ-ENDERECO
           MOVE BAIRRO TO SQ-BAIRRO
           MOVE CEPPACI TO SQ-CEP
           MOVE CIDADE TO SQ-CIDADE
           MOVE UF TO SQ-UF
           WRITE REGREM FROM CNB-SEGQ.
      *
      *----CONTROLE DO NOSSO NUMERO------------------------------------*
      *
           MOVE PAR-ACORDO TO BOL-ACORDO
           MOVE PAR-NUM TO BOL-PARC
           MOVE BPM-NSA TO BOL-NSA
           MOVE W-DATAHOJE TO BOL-DTREM
           MOVE W-VALOR TO BOL-VALOR
           MOVE "R" TO BOL-SITUACAO
           MOVE SPACES TO BOL-MOTIVO
           MOVE ZEROS TO BOL-DTLIQ BOL-VALPAGO BOL-JUROS BOL-TARIFA
           MOVE LK-OPERADOR TO BOL-OPERADOR
           WRITE REGBOLET
           IF ST-ERRO = "22"
                REWRITE REGBOLET.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBOLET" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CNABREM
                GO TO ROT-FIM.
           ADD 1 TO W-TOTTIT
           ADD W-VALOR TO W-TOTVAL
           GO TO REM-LER.
       REM-TRL.
           MOVE BPM-BANCO TO TRL-BANCO
           COMPUTE TRL-QTDREG = W-SEQREG + 2
           MOVE W-TOTTIT TO TRL-QTDTIT
           MOVE W-TOTVAL TO TRL-VALTOT
           WRITE REGREM FROM CNB-TRLOT.
           MOVE BPM-BANCO TO TRA-BANCO
           COMPUTE TRA-QTDREG = W-SEQREG + 4
           WRITE REGREM FROM CNB-TRARQ.
           CLOSE CNABREM
           REWRITE REGBOLPM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBOLPM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-TOTVAL TO LT-VALOR
           DISPLAY (05, 05) "REMESSA NUMERO.....: " BPM-NSA
           DISPLAY (06, 05) "BOLETOS GERADOS....: " W-TOTTIT
           DISPLAY (07, 05) "VALOR TOTAL........: " LT-VALOR
           MOVE "*** REMESSA GERADA EM CNAB240.REM ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------PROCESSAMENTO DO RETORNO-------------------------*
      * CADA TITULO VEM EM DOIS REGISTROS: SEGMENTO T (MOVIMENTO,      *
      * NOSSO NUMERO, TARIFA, MOTIVO) SEGUIDO DO SEGMENTO U (JUROS,    *
      * VALOR PAGO, DATA DA OCORRENCIA). MOVIMENTOS TRATADOS:          *
      * 02 ENTRADA CONFIRMADA  03 ENTRADA REJEITADA  06/17 LIQUIDACAO  *
      * 09 BAIXA  28 DEBITO DE TARIFA                                  *
      *----------------------------------------------------------------*

       RET-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05) "PROCESSA O RETORNO CNAB240.RET (S/N)?"
           ACCEPT (03, 44) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R1.
           MOVE ZEROS TO W-TOTLIQ W-TOTREJ W-TOTOUT
           MOVE ZEROS TO W-VALLIQ W-VALJUR W-VALTAR
           MOVE "N" TO W-TPEND
           OPEN INPUT CNABRET
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO CNAB240.RET NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADBOLTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADBOLTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CNABRET
                GO TO R1.
           WRITE REGBOLTX FROM CAB0.
           MOVE SPACES TO REGBOLTX
           WRITE REGBOLTX.
           WRITE REGBOLTX FROM CAB1.
       RET-LER.
           READ CNABRET
               AT END
                   GO TO RET-TOT.
           MOVE REGRET TO W-RET240
           IF RT-TIPO = "0" AND HR-CODREM NOT = "2"
                MOVE "*** CNAB240.RET NAO E ARQUIVO DE RETORNO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RET-TOT.
           IF RT-TIPO NOT = "3"
                GO TO RET-LER.
           IF RT-SEGMENTO = "T"
                MOVE RT-MOVTO TO W-TMOVTO
                MOVE TT-NOSSONUM TO W-TNOSSO
                MOVE ZEROS TO W-TTARIFA
                IF TT-TARIFA NUMERIC
                     MOVE TT-TARIFA TO W-TTARIFA.
           IF RT-SEGMENTO = "T"
                MOVE TT-MOTIVO TO W-TMOTIVO
                MOVE "S" TO W-TPEND
                GO TO RET-LER.
           IF RT-SEGMENTO NOT = "U" OR W-TPEND NOT = "S"
                GO TO RET-LER.
           MOVE "N" TO W-TPEND
           MOVE W-TNOSSO TO LB-NOSSONUM
           MOVE W-TMOVTO TO LB-MOVTO
           MOVE ZEROS TO LB-VALPAGO LB-JUROS
           MOVE W-TTARIFA TO LB-TARIFA
           IF W-TNOSSO NOT NUMERIC
                MOVE "NOSSO NUMERO INVALIDO" TO LB-OCORR
                GO TO RET-OUTRO.
           MOVE W-TNOSSO TO BOL-NOSSONUM
           READ CADBOLET
           IF ST-ERRO NOT = "00"
                MOVE "TITULO NAO LOCALIZADO" TO LB-OCORR
                GO TO RET-OUTRO.
           ADD W-TTARIFA TO BOL-TARIFA W-VALTAR
           IF W-TMOVTO = "02"
                MOVE "E" TO BOL-SITUACAO
                MOVE "ENTRADA CONFIRMADA" TO LB-OCORR
                GO TO RET-GRAVA.
           IF W-TMOVTO = "03"
                MOVE "J" TO BOL-SITUACAO
                MOVE W-TMOTIVO TO BOL-MOTIVO
                MOVE SPACES TO LB-OCORR
                STRING "REJEITADO - MOTIVO " W-TMOTIVO
                       DELIMITED BY SIZE INTO LB-OCORR
                ADD 1 TO W-TOTREJ
                GO TO RET-GRAVA.
           IF W-TMOVTO = "06" OR W-TMOVTO = "17"
                GO TO RET-LIQ.
           IF W-TMOVTO = "09"
                MOVE "B" TO BOL-SITUACAO
                MOVE "BAIXADO PELO BANCO" TO LB-OCORR
                GO TO RET-GRAVA.
           IF W-TMOVTO = "28"
                MOVE "DEBITO DE TARIFA" TO LB-OCORR
                GO TO RET-GRAVA.
           MOVE "MOVIMENTO NAO TRATADO" TO LB-OCORR
           GO TO RET-GRAVA.
      *
      *----LIQUIDACAO: BAIXA A PARCELA COM A DATA DA OCORRENCIA--------*
      *
       RET-LIQ.
           IF TU-VALPAGO NOT NUMERIC OR TU-JUROS NOT NUMERIC
                MOVE "VALORES INVALIDOS NO SEGMENTO U" TO LB-OCORR
                GO TO RET-OUTRO.
           MOVE TU-VALPAGO TO BOL-VALPAGO LB-VALPAGO
           MOVE TU-JUROS TO BOL-JUROS LB-JUROS
           MOVE "L" TO BOL-SITUACAO
           IF TU-DTOCOR NUMERIC
                MOVE TU-OCANO TO W-CALCANO
                MOVE TU-OCMES TO W-CALCMES
                MOVE TU-OCDIA TO W-CALCDIA
           ELSE
                ACCEPT W-DTCALC FROM DATE YYYYMMDD.
           MOVE W-DTCALC TO BOL-DTLIQ
           ADD 1 TO W-TOTLIQ
           ADD TU-VALPAGO TO W-VALLIQ
           ADD TU-JUROS TO W-VALJUR
           MOVE BOL-ACORDO TO PAR-ACORDO
           MOVE BOL-PARC TO PAR-NUM
           READ CADPARC
           IF ST-ERRO NOT = "00"
                MOVE "LIQUIDADO - PARCELA NAO ENCONTRADA" TO LB-OCORR
                GO TO RET-GRAVA.
           IF PAR-PAGA
                MOVE "LIQUIDADO - PARCELA JA BAIXADA" TO LB-OCORR
                GO TO RET-GRAVA.
           MOVE BOL-DTLIQ TO PAR-DTPAGO
           MOVE "B" TO PAR-FORMA
           MOVE "P" TO PAR-SITUACAO
           REWRITE REGPARC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPARC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CNABRET CADBOLTX
                GO TO ROT-FIM.
           MOVE "LIQUIDADO - PARCELA BAIXADA" TO LB-OCORR.
       RET-GRAVA.
           REWRITE REGBOLET
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBOLET" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CNABRET CADBOLTX
                GO TO ROT-FIM.
           WRITE REGBOLTX FROM LINBOL
           GO TO RET-LER.
       RET-OUTRO.
           ADD 1 TO W-TOTOUT
           WRITE REGBOLTX FROM LINBOL
           GO TO RET-LER.
       RET-TOT.
           MOVE SPACES TO REGBOLTX
           WRITE REGBOLTX.
           MOVE "TITULOS LIQUIDADOS..........:" TO LT-ROTULO
           MOVE W-TOTLIQ TO LT-QTDE
           MOVE W-VALLIQ TO LT-VALOR
           WRITE REGBOLTX FROM LINTOT.
           MOVE "JUROS RECEBIDOS.............:" TO LT-ROTULO
           MOVE ZEROS TO LT-QTDE
           MOVE W-VALJUR TO LT-VALOR
           WRITE REGBOLTX FROM LINTOT.
           MOVE "TARIFAS COBRADAS............:" TO LT-ROTULO
           MOVE W-VALTAR TO LT-VALOR
           WRITE REGBOLTX FROM LINTOT.
           MOVE "TITULOS REJEITADOS..........:" TO LT-ROTULO
           MOVE W-TOTREJ TO LT-QTDE
           MOVE ZEROS TO LT-VALOR
           WRITE REGBOLTX FROM LINTOT.
           MOVE "NAO LOCALIZADOS/INVALIDOS...:" TO LT-ROTULO
           MOVE W-TOTOUT TO LT-QTDE
           WRITE REGBOLTX FROM LINTOT.
           CLOSE CNABRET CADBOLTX
           DISPLAY (05, 05) "LIQUIDADOS.........: " W-TOTLIQ
           DISPLAY (06, 05) "REJEITADOS.........: " W-TOTREJ
           DISPLAY (07, 05) "NAO LOCALIZADOS....: " W-TOTOUT
           MOVE "*** RETORNO PROCESSADO - VER CADBOLRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----CONVERTE W-DTCALC (AAAAMMDD) PARA W-DTCNAB (DDMMAAAA)-------*

       DAT-CNAB.
           MOVE W-CALCDIA TO W-CNABDIA
           MOVE W-CALCMES TO W-CNABMES
           MOVE W-CALCANO TO W-CNABANO.
       DAT-CNAB-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADBOLET CADBOLPM CADPARC CADPACI CADCEP.
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
