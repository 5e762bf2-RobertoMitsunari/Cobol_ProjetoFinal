       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP100.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * RETENCOES DO REPASSE MEDICO: CADASTRO FISCAL DO     *
      * MEDICO (CADMEDFS.DAT - PESSOA FISICA OU JURIDICA,   *
      * DEPENDENTES, SIMPLES, ISS DO MUNICIPIO), TABELA DE  *
      * IRRF/INSS POR VIGENCIA (CADTBIR.DAT), RELATORIO     *
      * MENSAL DE RETENCOES PARA AS GUIAS E INFORME DE      *
      * RENDIMENTOS ANUAL POR MEDICO, A PARTIR DAS ORDENS   *
      * DE PAGAMENTO GRAVADAS PELO SMP044 (CADORDEM.DAT)    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEDFS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MFS-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADTBIR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIR-VIGENCIA
                    FILE STATUS  IS ST-ERRO.
           SELECT CADORDEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADNFSPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NPM-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRETTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMEDFS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDFS.DAT".
       01 REGMEDFS.
          03 MFS-CRM           PIC 9(06).
          03 MFS-TIPO          PIC X(01).
             88 MFS-FISICA         VALUE "F".
             88 MFS-JURIDICA       VALUE "J".
          03 MFS-DOCTO         PIC 9(14).
          03 MFS-RAZAO         PIC X(30).
          03 MFS-DEPEND        PIC 9(02).
          03 MFS-SIMPLES       PIC X(01).
          03 MFS-MUNICIPIO     PIC X(20).
          03 MFS-ALIQISS       PIC 9(02)V99.
          03 MFS-INSSOUTRA     PIC 9(06)V99.
          03 MFS-DTALT         PIC 9(08).
          03 MFS-OPERADOR      PIC X(08).
      *
       FD CADTBIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTBIR.DAT".
       01 REGTBIR.
          03 TIR-VIGENCIA      PIC 9(08).
          03 TIR-FAIXA OCCURS 5 TIMES.
             05 TIR-LIMITE     PIC 9(08)V99.
             05 TIR-ALIQ       PIC 9(02)V99.
             05 TIR-DEDUZ      PIC 9(06)V99.
          03 TIR-DEDDEP        PIC 9(04)V99.
          03 TIR-INSSALIQ      PIC 9(02)V99.
          03 TIR-INSSTETO      PIC 9(06)V99.
          03 TIR-ALIQPJ        PIC 9(02)V99.
          03 TIR-MINRET        PIC 9(04)V99.
      *
       FD CADORDEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.DAT".
       01 REGORDEM.
          03 ORD-CHAVE.
             05 ORD-CRM        PIC 9(06).
             05 ORD-ANO        PIC 9(04).
             05 ORD-MES        PIC 9(02).
          03 ORD-QTDE          PIC 9(05).
          03 ORD-BASE          PIC 9(10)V99.
          03 ORD-PCT           PIC 9(03)V99.
          03 ORD-VALOR         PIC 9(10)V99.
          03 ORD-DTGER         PIC 9(08).
          03 ORD-OPERADOR      PIC X(08).
          03 ORD-TIPOPES       PIC X(01).
             88 ORD-PESFISICA      VALUE "F".
             88 ORD-PESJURIDICA    VALUE "J".
          03 ORD-INSS          PIC 9(08)V99.
          03 ORD-BASEIR        PIC 9(10)V99.
          03 ORD-IRRF          PIC 9(08)V99.
          03 ORD-ISS           PIC 9(08)V99.
          03 ORD-LIQUIDO       PIC 9(10)V99.
          03 ORD-QTDPLT        PIC 9(03).
          03 ORD-VALPLT        PIC 9(08)V99.
          03 ORD-QTDRET        PIC 9(03).
          03 ORD-VALRET        PIC 9(08)V99.
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
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADNFSPM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSPM.DAT".
       01 REGNFSPM.
          03 NPM-CHAVE         PIC 9(01).
          03 NPM-CNPJ          PIC 9(14).
          03 NPM-INSCMUN       PIC 9(08).
          03 NPM-RAZAO         PIC X(30).
          03 NPM-SERIE         PIC X(05).
          03 NPM-CODSERV       PIC 9(05).
          03 NPM-ALIQUOTA      PIC 9(02)V99.
          03 NPM-ULTRPS        PIC 9(08).
      *
       FD CADRETTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRTNRL.DOC".
       01 REGRETTX    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-CRMMNT   PIC 9(06) VALUE ZEROS.
       01 W-CRMANT   PIC 9(06) VALUE ZEROS.
       01 W-FILTRO-MES  PIC 9(02) VALUE ZEROS.
       01 W-FILTRO-ANO  PIC 9(04) VALUE ZEROS.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 IX         PIC 9(02) VALUE ZEROS.
       01 IM         PIC 9(02) VALUE ZEROS.
       01 W-TOTORD   PIC 9(05) VALUE ZEROS.
       01 W-TOTMED   PIC 9(05) VALUE ZEROS.
       01 W-TOTBRUTO PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTINSS  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTIRPF  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTIRPJ  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTISS   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLIQ   PIC 9(10)V99 VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DTCALC   PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
          03 W-CALCANO  PIC 9(04).
          03 W-CALCMES  PIC 9(02).
          03 W-CALCDIA  PIC 9(02).
       01 W-DTVIG.
          03 W-VIGDIA   PIC 9(02).
          03 W-VIGMES   PIC 9(02).
          03 W-VIGANO   PIC 9(04).
      *
      *----ACUMULADO MENSAL DO INFORME DE RENDIMENTOS------------------*
      *
       01 TABINF.
          03 INF-MES OCCURS 12 TIMES.
             05 IN-BRUTO    PIC 9(10)V99.
             05 IN-INSS     PIC 9(08)V99.
             05 IN-IRRF     PIC 9(08)V99.
             05 IN-ISS      PIC 9(08)V99.
             05 IN-LIQ      PIC 9(10)V99.
       01 W-INFTOT.
          03 IT-BRUTO    PIC 9(10)V99.
          03 IT-INSS     PIC 9(08)V99.
          03 IT-IRRF     PIC 9(08)V99.
          03 IT-ISS      PIC 9(08)V99.
          03 IT-LIQ      PIC 9(10)V99.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** RETENCOES DO REPASSE MEDICO ***".
       01 CABPER.
          03 FILLER      PIC X(22) VALUE "PAGAMENTOS DO MES....:".
          03 CABPER-MES  PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 CABPER-ANO  PIC 9999.
       01 CAB1.
          03 FILLER     PIC X(07) VALUE "CRM".
          03 FILLER     PIC X(21) VALUE "NOME".
          03 FILLER     PIC X(02) VALUE "T".
          03 FILLER     PIC X(15) VALUE "CPF/CNPJ".
          03 FILLER     PIC X(13) VALUE "   BRUTO".
          03 FILLER     PIC X(11) VALUE "    INSS".
          03 FILLER     PIC X(11) VALUE "    IRRF".
          03 FILLER     PIC X(11) VALUE "     ISS".
          03 FILLER     PIC X(13) VALUE "     LIQUIDO".
       01 LINRET.
          03 LR-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-NOME    PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-TIPO    PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-DOCTO   PIC 9(14).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-BRUTO   PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-INSS    PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-IRRF    PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-ISS     PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-LIQ     PIC Z.ZZZ.ZZ9,99.
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
      *
       01 ICAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** INFORME DE RENDIMENTOS PAGOS ***".
       01 ICABANO.
          03 FILLER     PIC X(22) VALUE "ANO-CALENDARIO.......:".
          03 IC-ANO     PIC 9999.
       01 ICABFON.
          03 FILLER     PIC X(22) VALUE "FONTE PAGADORA.......:".
          03 IC-CNPJ    PIC 9(14).
          03 FILLER     PIC X(03) VALUE " - ".
          03 IC-RAZAO   PIC X(30).
       01 ICABBEN.
          03 FILLER     PIC X(22) VALUE "BENEFICIARIO.........:".
          03 IC-DOCTO   PIC 9(14).
          03 FILLER     PIC X(03) VALUE " - ".
          03 IC-NOME    PIC X(30).
          03 FILLER     PIC X(06) VALUE " CRM: ".
          03 IC-CRM     PIC 9(06).
       01 ICAB1.
          03 FILLER     PIC X(06) VALUE "MES".
          03 FILLER     PIC X(16) VALUE "    RENDIMENTO".
          03 FILLER     PIC X(14) VALUE "     INSS".
          03 FILLER     PIC X(14) VALUE "     IRRF".
          03 FILLER     PIC X(14) VALUE "      ISS".
          03 FILLER     PIC X(16) VALUE "       LIQUIDO".
       01 LININF.
          03 LI-MES     PIC X(05).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-BRUTO   PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LI-INSS    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-IRRF    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-ISS     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LI-LIQ     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINCLAS.
          03 FILLER     PIC X(50) VALUE
             "NATUREZA: RENDIMENTO DO TRABALHO SEM VINCULO (PF)/".
          03 FILLER     PIC X(40) VALUE
             " SERVICOS PROFISSIONAIS (PJ)".
      *
       01 TABMESX.
          03 FILLER     PIC X(05) VALUE "JAN".
          03 FILLER     PIC X(05) VALUE "FEV".
          03 FILLER     PIC X(05) VALUE "MAR".
          03 FILLER     PIC X(05) VALUE "ABR".
          03 FILLER     PIC X(05) VALUE "MAI".
          03 FILLER     PIC X(05) VALUE "JUN".
          03 FILLER     PIC X(05) VALUE "JUL".
          03 FILLER     PIC X(05) VALUE "AGO".
          03 FILLER     PIC X(05) VALUE "SET".
          03 FILLER     PIC X(05) VALUE "OUT".
          03 FILLER     PIC X(05) VALUE "NOV".
          03 FILLER     PIC X(05) VALUE "DEZ".
       01 TABMES REDEFINES TABMESX.
          03 TBMES      PIC X(05) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP100".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT100.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** RETENCOES DO REPASSE MEDIC".
           05  LINE 02  COLUMN 41
               VALUE  "O (IRRF / INSS / ISS) ***".
           05  LINE 06  COLUMN 10
               VALUE  "C = CADASTRO FISCAL DO MEDICO".
           05  LINE 07  COLUMN 10
               VALUE  "T = TABELA DE IRRF / INSS POR VIGENCIA".
           05  LINE 08  COLUMN 10
               VALUE  "R = RELATORIO MENSAL DE RETENCOES".
           05  LINE 09  COLUMN 10
               VALUE  "I = INFORME DE RENDIMENTOS ANUAL".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADMEDFS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDFS
                 CLOSE CADMEDFS
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDFS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADTBIR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTBIR
                 CLOSE CADTBIR
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTBIR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADMEDFS
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADMEDFS CADTBIR
                GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT100
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "C" OR "c"
                GO TO FIS-001.
           IF W-MODO = "T" OR "t"
                GO TO TAB-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           IF W-MODO = "I" OR "i"
                GO TO INF-001.
           GO TO R1.

      *---------------CADASTRO FISCAL DO MEDICO------------------------*
      * INSS JA RECOLHIDO EM OUTRAS FONTES: SALARIO DE CONTRIBUICAO    *
      * MENSAL QUE O MEDICO COMPROVA EM OUTRO VINCULO, ABATIDO DO TETO *
      *----------------------------------------------------------------*

       FIS-001.
           MOVE ZEROS TO W-CRMMNT
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CADASTRO FISCAL DO MEDICO"
           DISPLAY (03, 05) "CRM DO MEDICO.............:"
           ACCEPT (03, 34) W-CRMMNT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CRMMNT = ZEROS
                GO TO FIS-001.
           MOVE W-CRMMNT TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIS-001.
           DISPLAY (03, 42) NOME
           MOVE "N" TO W-NOVO
           MOVE W-CRMMNT TO MFS-CRM
           READ CADMEDFS
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-NOVO
                MOVE SPACES TO REGMEDFS
                MOVE W-CRMMNT TO MFS-CRM
                MOVE "F" TO MFS-TIPO
                MOVE "N" TO MFS-SIMPLES
                MOVE ZEROS TO MFS-DOCTO MFS-DEPEND MFS-ALIQISS
                MOVE ZEROS TO MFS-INSSOUTRA MFS-DTALT.
       FIS-002.
           DISPLAY (05, 05) "PESSOA (F=FISICA J=JURIDICA):"
           ACCEPT (05, 36) MFS-TIPO WITH UPDATE
           IF MFS-TIPO = "f"
                MOVE "F" TO MFS-TIPO.
           IF MFS-TIPO = "j"
                MOVE "J" TO MFS-TIPO.
           IF NOT MFS-FISICA AND NOT MFS-JURIDICA
                MOVE "*** INFORME F OU J ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIS-002.
           DISPLAY (06, 05) "CPF / CNPJ................:"
           ACCEPT (06, 34) MFS-DOCTO WITH UPDATE
           DISPLAY (07, 05) "RAZAO SOCIAL (PJ).........:"
           ACCEPT (07, 34) MFS-RAZAO WITH UPDATE
           DISPLAY (09, 05) "DEPENDENTES (IRRF)........:"
           ACCEPT (09, 34) MFS-DEPEND WITH UPDATE
           DISPLAY (10, 05) "INSS EM OUTRAS FONTES R$..:"
           ACCEPT (10, 34) MFS-INSSOUTRA WITH UPDATE
           DISPLAY (12, 05) "OPTANTE DO SIMPLES (S/N)..:"
           ACCEPT (12, 34) MFS-SIMPLES WITH UPDATE
           IF MFS-SIMPLES = "s"
                MOVE "S" TO MFS-SIMPLES.
           IF MFS-SIMPLES NOT = "S"
                MOVE "N" TO MFS-SIMPLES.
           DISPLAY (13, 05) "MUNICIPIO DO ISS..........:"
           ACCEPT (13, 34) MFS-MUNICIPIO WITH UPDATE
           DISPLAY (14, 05) "ALIQUOTA DO ISS (%).......:"
           ACCEPT (14, 34) MFS-ALIQISS WITH UPDATE
           IF MFS-ALIQISS > 5
                MOVE "*** ALIQUOTA DE ISS MAXIMA E 5% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIS-002.
       FIS-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO FIS-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO FIS-OPC.
           ACCEPT MFS-DTALT FROM DATE YYYYMMDD
           MOVE LK-OPERADOR TO MFS-OPERADOR
           IF W-NOVO = "S"
                WRITE REGMEDFS
           ELSE
                REWRITE REGMEDFS.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDFS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** CADASTRO FISCAL GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FIS-001.

      *---------------TABELA DE IRRF / INSS POR VIGENCIA---------------*
      * CINCO FAIXAS DA TABELA PROGRESSIVA MENSAL (LIMITE SUPERIOR,    *
      * ALIQUOTA E PARCELA A DEDUZIR; A ULTIMA FAIXA NAO TEM LIMITE),  *
      * DEDUCAO POR DEPENDENTE, ALIQUOTA E TETO DO INSS DO CONTRIBUINTE*
      * INDIVIDUAL, ALIQUOTA DE IRRF DE PJ E MINIMO DE RETENCAO        *
      *----------------------------------------------------------------*

       TAB-001.
           MOVE ZEROS TO W-DTVIG
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "TABELA DE IRRF / INSS"
           DISPLAY (03, 05) "INICIO DA VIGENCIA (DD MM AAAA):"
           ACCEPT (03, 39) W-VIGDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 42) W-VIGMES
           ACCEPT (03, 45) W-VIGANO
           IF W-VIGDIA < 1 OR W-VIGDIA > 31 OR
              W-VIGMES < 1 OR W-VIGMES > 12 OR W-VIGANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAB-001.
           MOVE W-VIGANO TO W-CALCANO
           MOVE W-VIGMES TO W-CALCMES
           MOVE W-VIGDIA TO W-CALCDIA
           MOVE "N" TO W-NOVO
           MOVE W-DTCALC TO TIR-VIGENCIA
           READ CADTBIR
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-NOVO
                MOVE ZEROS TO REGTBIR
                MOVE W-DTCALC TO TIR-VIGENCIA.
           DISPLAY (05, 05)
             "FAIXA   ATE (R$)      ALIQ. %   DEDUZIR (R$)"
           MOVE 1 TO IX.
       TAB-FAIXA.
           COMPUTE W-LIN = 5 + IX
           DISPLAY (W-LIN, 07) IX
           ACCEPT (W-LIN, 13) TIR-LIMITE (IX) WITH UPDATE
           ACCEPT (W-LIN, 28) TIR-ALIQ (IX) WITH UPDATE
           ACCEPT (W-LIN, 38) TIR-DEDUZ (IX) WITH UPDATE
           ADD 1 TO IX
           IF IX NOT > 5
                GO TO TAB-FAIXA.
           DISPLAY (12, 05) "DEDUCAO POR DEPENDENTE R$.:"
           ACCEPT (12, 34) TIR-DEDDEP WITH UPDATE
           DISPLAY (13, 05) "IRRF PESSOA JURIDICA (%)..:"
           ACCEPT (13, 34) TIR-ALIQPJ WITH UPDATE
           DISPLAY (14, 05) "MINIMO DE RETENCAO IRRF R$:"
           ACCEPT (14, 34) TIR-MINRET WITH UPDATE
           DISPLAY (16, 05) "INSS CONTRIB. INDIVIDUAL %:"
           ACCEPT (16, 34) TIR-INSSALIQ WITH UPDATE
           DISPLAY (17, 05) "TETO DO INSS (R$).........:"
           ACCEPT (17, 34) TIR-INSSTETO WITH UPDATE.
       TAB-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO TAB-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO TAB-OPC.
           IF W-NOVO = "S"
                WRITE REGTBIR
           ELSE
                REWRITE REGTBIR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTBIR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** TABELA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TAB-001.

      *---------------RELATORIO MENSAL DE RETENCOES--------------------*
      * ORDENS PAGAS (ORD-DTGER) NO MES, COM OS TOTAIS DE CADA GUIA:   *
      * INSS (GPS), IRRF PESSOA FISICA (DARF 0588), IRRF PESSOA        *
      * JURIDICA (DARF 1708) E ISS (GUIA DO MUNICIPIO)                 *
      *----------------------------------------------------------------*

       REL-001.
           MOVE ZEROS TO W-FILTRO-MES W-FILTRO-ANO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "RELATORIO MENSAL DE RETENCOES"
           DISPLAY (03, 05) "MES/ANO DO PAGAMENTO (MM AAAA):"
           ACCEPT (03, 38) W-FILTRO-MES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 41) W-FILTRO-ANO
           IF W-FILTRO-MES < 1 OR W-FILTRO-MES > 12
                GO TO REL-001.
           IF W-FILTRO-ANO = ZEROS
                GO TO REL-001.
           OPEN INPUT CADORDEM
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE ORDENS NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADRETTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADORDEM
                GO TO R1.
           MOVE ZEROS TO W-TOTORD W-TOTBRUTO W-TOTINSS W-TOTIRPF
           MOVE ZEROS TO W-TOTIRPJ W-TOTISS W-TOTLIQ
           WRITE REGRETTX FROM CAB0.
           MOVE W-FILTRO-MES TO CABPER-MES
           MOVE W-FILTRO-ANO TO CABPER-ANO
           WRITE REGRETTX FROM CABPER.
           MOVE SPACES TO REGRETTX
           WRITE REGRETTX.
           WRITE REGRETTX FROM CAB1.
           MOVE ZEROS TO ORD-CHAVE
           START CADORDEM KEY IS NOT LESS ORD-CHAVE
               INVALID KEY
                   GO TO REL-TOT.
       REL-LER.
           READ CADORDEM NEXT RECORD
               AT END
                   GO TO REL-TOT.
           MOVE ORD-DTGER TO W-DTCALC
           IF W-CALCANO NOT = W-FILTRO-ANO OR
              W-CALCMES NOT = W-FILTRO-MES
                GO TO REL-LER.
           MOVE ORD-CRM TO LR-CRM CRM
           READ REGMED
           IF ST-ERRO = "00"
                MOVE NOME TO LR-NOME
           ELSE
                MOVE "MEDICO NAO CADASTRADO" TO LR-NOME.
           MOVE ZEROS TO LR-DOCTO
           MOVE ORD-CRM TO MFS-CRM
           READ CADMEDFS
           IF ST-ERRO = "00"
                MOVE MFS-DOCTO TO LR-DOCTO.
           MOVE ORD-TIPOPES TO LR-TIPO
           MOVE ORD-VALOR TO LR-BRUTO
           MOVE ORD-INSS TO LR-INSS
           MOVE ORD-IRRF TO LR-IRRF
           MOVE ORD-ISS TO LR-ISS
           MOVE ORD-LIQUIDO TO LR-LIQ
           WRITE REGRETTX FROM LINRET.
           ADD 1 TO W-TOTORD
           ADD ORD-VALOR TO W-TOTBRUTO
           ADD ORD-INSS TO W-TOTINSS
           ADD ORD-ISS TO W-TOTISS
           ADD ORD-LIQUIDO TO W-TOTLIQ
           IF ORD-PESJURIDICA
                ADD ORD-IRRF TO W-TOTIRPJ
           ELSE
                ADD ORD-IRRF TO W-TOTIRPF.
           GO TO REL-LER.
       REL-TOT.
           MOVE SPACES TO REGRETTX
           WRITE REGRETTX.
           MOVE "TOTAL BRUTO PAGO.......................:" TO LT-ROTULO
           MOVE W-TOTBRUTO TO LT-VALOR
           WRITE REGRETTX FROM LINTOT.
           MOVE "INSS RETIDO (GPS)......................:" TO LT-ROTULO
           MOVE W-TOTINSS TO LT-VALOR
           WRITE REGRETTX FROM LINTOT.
           MOVE "IRRF PESSOA FISICA (DARF 0588).........:" TO LT-ROTULO
           MOVE W-TOTIRPF TO LT-VALOR
           WRITE REGRETTX FROM LINTOT.
           MOVE "IRRF PESSOA JURIDICA (DARF 1708).......:" TO LT-ROTULO
           MOVE W-TOTIRPJ TO LT-VALOR
           WRITE REGRETTX FROM LINTOT.
           MOVE "ISS RETIDO (GUIA MUNICIPAL)............:" TO LT-ROTULO
           MOVE W-TOTISS TO LT-VALOR
           WRITE REGRETTX FROM LINTOT.
           MOVE "TOTAL LIQUIDO PAGO AOS MEDICOS.........:" TO LT-ROTULO
           MOVE W-TOTLIQ TO LT-VALOR
           WRITE REGRETTX FROM LINTOT.
           CLOSE CADORDEM CADRETTX
           DISPLAY (05, 05) "ORDENS NO MES......: " W-TOTORD
           MOVE "*** RELATORIO GERADO EM CADRTNRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------INFORME DE RENDIMENTOS ANUAL---------------------*
      * REGIME DE CAIXA: O ANO-CALENDARIO E O DA DATA DE PAGAMENTO DA  *
      * ORDEM (ORD-DTGER). CRM ZERADO EMITE O INFORME DE TODOS OS      *
      * MEDICOS QUE RECEBERAM NO ANO                                   *
      *----------------------------------------------------------------*

       INF-001.
           MOVE ZEROS TO W-FILTRO-ANO W-CRMMNT
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "INFORME DE RENDIMENTOS ANUAL"
           DISPLAY (03, 05) "ANO-CALENDARIO (AAAA)....:"
           ACCEPT (03, 33) W-FILTRO-ANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-FILTRO-ANO = ZEROS
                GO TO INF-001.
           DISPLAY (04, 05) "CRM (ZERO = TODOS).......:"
           ACCEPT (04, 33) W-CRMMNT
           OPEN INPUT CADORDEM
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE ORDENS NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADRETTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADORDEM
                GO TO R1.
           MOVE ZEROS TO IC-CNPJ
           MOVE SPACES TO IC-RAZAO
           OPEN INPUT CADNFSPM
           IF ST-ERRO = "00"
                MOVE 1 TO NPM-CHAVE
                READ CADNFSPM
                IF ST-ERRO = "00"
                     MOVE NPM-CNPJ TO IC-CNPJ
                     MOVE NPM-RAZAO TO IC-RAZAO
                     CLOSE CADNFSPM
                ELSE
                     CLOSE CADNFSPM.
           MOVE ZEROS TO W-TOTMED W-CRMANT
           PERFORM INF-LIMPA THRU INF-LIMPA-FIM
           MOVE ZEROS TO ORD-CHAVE
           MOVE W-CRMMNT TO ORD-CRM
           START CADORDEM KEY IS NOT LESS ORD-CHAVE
               INVALID KEY
                   GO TO INF-ULT.
       INF-LER.
           READ CADORDEM NEXT RECORD
               AT END
                   GO TO INF-ULT.
           IF W-CRMMNT NOT = ZEROS AND ORD-CRM NOT = W-CRMMNT
                GO TO INF-ULT.
           MOVE ORD-DTGER TO W-DTCALC
           IF W-CALCANO NOT = W-FILTRO-ANO
                GO TO INF-LER.
           IF W-CALCMES < 1 OR W-CALCMES > 12
                GO TO INF-LER.
           IF ORD-CRM NOT = W-CRMANT AND W-CRMANT NOT = ZEROS
                PERFORM INF-EMITE THRU INF-EMITE-FIM
                PERFORM INF-LIMPA THRU INF-LIMPA-FIM.
           MOVE ORD-CRM TO W-CRMANT
           MOVE W-CALCMES TO IM
           ADD ORD-VALOR TO IN-BRUTO (IM)
           ADD ORD-INSS TO IN-INSS (IM)
           ADD ORD-IRRF TO IN-IRRF (IM)
           ADD ORD-ISS TO IN-ISS (IM)
           ADD ORD-LIQUIDO TO IN-LIQ (IM)
           GO TO INF-LER.
       INF-ULT.
           IF W-CRMANT NOT = ZEROS
                PERFORM INF-EMITE THRU INF-EMITE-FIM.
           CLOSE CADORDEM CADRETTX
           DISPLAY (06, 05) "INFORMES EMITIDOS..: " W-TOTMED
           MOVE "*** INFORMES GERADOS EM CADRTNRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----ZERA O ACUMULADO DO MEDICO----------------------------------*
      *
       INF-LIMPA.
           MOVE ZEROS TO W-INFTOT
           MOVE 1 TO IM.
       INF-LIMPA1.
           MOVE ZEROS TO INF-MES (IM)
           ADD 1 TO IM
           IF IM NOT > 12
                GO TO INF-LIMPA1.
       INF-LIMPA-FIM.
           EXIT.
      *
      *----IMPRIME O INFORME DO MEDICO EM W-CRMANT---------------------*
      *
       INF-EMITE.
           ADD 1 TO W-TOTMED
           IF W-TOTMED > 1
                MOVE SPACES TO REGRETTX
                WRITE REGRETTX
                WRITE REGRETTX.
           WRITE REGRETTX FROM ICAB0.
           MOVE W-FILTRO-ANO TO IC-ANO
           WRITE REGRETTX FROM ICABANO.
           WRITE REGRETTX FROM ICABFON.
           MOVE W-CRMANT TO IC-CRM CRM
           READ REGMED
           IF ST-ERRO = "00"
                MOVE NOME TO IC-NOME
           ELSE
                MOVE "MEDICO NAO CADASTRADO" TO IC-NOME.
           MOVE ZEROS TO IC-DOCTO
           MOVE W-CRMANT TO MFS-CRM
           READ CADMEDFS
           IF ST-ERRO = "00"
                MOVE MFS-DOCTO TO IC-DOCTO
                IF MFS-JURIDICA AND MFS-RAZAO NOT = SPACES
                     MOVE MFS-RAZAO TO IC-NOME.
           WRITE REGRETTX FROM ICABBEN.
           WRITE REGRETTX FROM LINCLAS.
           MOVE SPACES TO REGRETTX
           WRITE REGRETTX.
           WRITE REGRETTX FROM ICAB1.
           MOVE 1 TO IM.
       INF-EMITE1.
           MOVE TBMES (IM) TO LI-MES
           MOVE IN-BRUTO (IM) TO LI-BRUTO
           MOVE IN-INSS (IM) TO LI-INSS
           MOVE IN-IRRF (IM) TO LI-IRRF
           MOVE IN-ISS (IM) TO LI-ISS
           MOVE IN-LIQ (IM) TO LI-LIQ
           WRITE REGRETTX FROM LININF.
           ADD IN-BRUTO (IM) TO IT-BRUTO
           ADD IN-INSS (IM) TO IT-INSS
           ADD IN-IRRF (IM) TO IT-IRRF
           ADD IN-ISS (IM) TO IT-ISS
           ADD IN-LIQ (IM) TO IT-LIQ
           ADD 1 TO IM
           IF IM NOT > 12
                GO TO INF-EMITE1.
           MOVE "TOTAL" TO LI-MES
           MOVE IT-BRUTO TO LI-BRUTO
           MOVE IT-INSS TO LI-INSS
           MOVE IT-IRRF TO LI-IRRF
           MOVE IT-ISS TO LI-ISS
           MOVE IT-LIQ TO LI-LIQ
           WRITE REGRETTX FROM LININF.
       INF-EMITE-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADMEDFS CADTBIR REGMED.
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
