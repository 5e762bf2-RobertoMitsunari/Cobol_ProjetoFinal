       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP115.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * RELATORIO MENSAL DE RETORNOS SEM COBRANCA POR       *
      * MEDICO: CONSULTAS CLASSIFICADAS PELO SMP006 COMO    *
      * RETORNO DENTRO DO PRAZO DO PLANO (CADRETOR.DAT),    *
      * COM A CONSULTA DE ORIGEM, O CONVENIO E A SITUACAO   *
      * ATUAL; CANCELADAS NAO ENTRAM. TOTAIS POR MEDICO E   *
      * GERAL. SAIDA EM CADRTORL.DOC. CPF MASCARADO         *
      * CONFORME O PERFIL DO OPERADOR (SMPMSK)              *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRETOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADRETTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRETOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRETOR.DAT".
       01 REGRETOR.
          03 RET-CHAVE.
             05 RET-CRM        PIC 9(06).
             05 RET-DATA.
                07 RET-ANO     PIC 9(04).
                07 RET-MES     PIC 9(02).
                07 RET-DIA     PIC 9(02).
             05 RET-HORA.
                07 RET-HH      PIC 9(02).
                07 RET-MI      PIC 9(02).
          03 RET-CPF           PIC 9(11).
          03 RET-ORIGEM.
             05 RET-ORICRM     PIC 9(06).
             05 RET-ORIANO     PIC 9(04).
             05 RET-ORIMES     PIC 9(02).
             05 RET-ORIDIA     PIC 9(02).
             05 RET-ORIHORA    PIC 9(04).
          03 RET-CONVENIO      PIC 9(04).
          03 RET-PRAZO         PIC 9(03).
          03 RET-DTREG         PIC 9(08).
          03 RET-OPERADOR      PIC X(08).
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
       FD CADRETTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRTORL.DOC".
       01 REGRETTX    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-FILTRO-MES  PIC 9(02) VALUE ZEROS.
       01 W-FILTRO-ANO  PIC 9(04) VALUE ZEROS.
       01 W-FILTRO-CRM  PIC 9(06) VALUE ZEROS.
       01 W-CRMANT      PIC 9(06) VALUE ZEROS.
       01 W-MEDTOT      PIC 9(05) VALUE ZEROS.
       01 W-MEDREA      PIC 9(05) VALUE ZEROS.
       01 W-MEDAGE      PIC 9(05) VALUE ZEROS.
       01 W-MEDNAO      PIC 9(05) VALUE ZEROS.
       01 W-GERTOT      PIC 9(05) VALUE ZEROS.
       01 W-GERREA      PIC 9(05) VALUE ZEROS.
       01 W-GERAGE      PIC 9(05) VALUE ZEROS.
       01 W-GERNAO      PIC 9(05) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
             "*** RETORNOS SEM COBRANCA POR MEDICO ***".
       01 CABPER.
          03 FILLER      PIC X(17) VALUE "REFERENTE A MES:".
          03 CABPER-MES  PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 CABPER-ANO  PIC 9999.
       01 CABMED.
          03 FILLER     PIC X(08) VALUE "MEDICO: ".
          03 CAB-CRM    PIC 9(06).
          03 FILLER     PIC X(03) VALUE " - ".
          03 CAB-NOME   PIC X(30).
       01 CAB1.
          03 FILLER     PIC X(18) VALUE "  DATA      HORA".
          03 FILLER     PIC X(16) VALUE "CPF".
          03 FILLER     PIC X(32) VALUE "PACIENTE".
          03 FILLER     PIC X(06) VALUE "CONV".
          03 FILLER     PIC X(12) VALUE "ORIGEM".
          03 FILLER     PIC X(05) VALUE "PRAZO".
          03 FILLER     PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(10) VALUE "SITUACAO".
       01 LINRET.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-DIA     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-ANO     PIC 9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-HH      PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LR-MI      PIC 99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-NOME    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-CONV    PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-ODIA    PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-OMES    PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-OANO    PIC 9999.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-PRAZO   PIC ZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LR-SIT     PIC X(10).
       01 TRAILMED.
          03 FILLER     PIC X(21) VALUE "RETORNOS DO MEDICO: ".
          03 TRM-TOT    PIC ZZZZ9.
          03 FILLER     PIC X(15) VALUE "  REALIZADOS: ".
          03 TRM-REA    PIC ZZZZ9.
          03 FILLER     PIC X(14) VALUE "  AGENDADOS: ".
          03 TRM-AGE    PIC ZZZZ9.
          03 FILLER     PIC X(17) VALUE "  NAO COMPARECEU:".
          03 TRM-NAO    PIC ZZZZ9.
       01 TRAILERTX.
          03 FILLER     PIC X(21) VALUE "TOTAL DE RETORNOS..:".
          03 TRL-TOT    PIC ZZZZ9.
          03 FILLER     PIC X(15) VALUE "  REALIZADOS: ".
          03 TRL-REA    PIC ZZZZ9.
          03 FILLER     PIC X(14) VALUE "  AGENDADOS: ".
          03 TRL-AGE    PIC ZZZZ9.
          03 FILLER     PIC X(17) VALUE "  NAO COMPARECEU:".
          03 TRL-NAO    PIC ZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP115".
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
       01  SMT115.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** RETORNOS SEM COBRANCA PO".
           05  LINE 02  COLUMN 41
               VALUE  "R MEDICO ***".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 14  COLUMN 01
               VALUE  "                         MES/ANO (MM AAA".
           05  LINE 14  COLUMN 41
               VALUE  "A) :   -".
           05  LINE 16  COLUMN 01
               VALUE  "                         CRM (0 = TODOS ".
           05  LINE 16  COLUMN 41
               VALUE  "OS MEDICOS) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-MES
               LINE 14  COLUMN 47  PIC 9(02)
               USING  W-FILTRO-MES
               HIGHLIGHT.
           05  TW-ANO
               LINE 14  COLUMN 50  PIC 9(04)
               USING  W-FILTRO-ANO
               HIGHLIGHT.
           05  TW-CRM
               LINE 16  COLUMN 55  PIC 9(06)
               USING  W-FILTRO-CRM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      *
       INC-001.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-HOJEANO TO W-FILTRO-ANO
           MOVE W-HOJEMES TO W-FILTRO-MES
           MOVE ZEROS TO W-FILTRO-CRM
           DISPLAY SMT115.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           IF W-OPCAO = "N" OR "n"
                MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPC.
       INC-OPD.
           ACCEPT TW-MES WITH UPDATE
           ACCEPT TW-ANO WITH UPDATE
           IF W-FILTRO-MES < 1 OR W-FILTRO-MES > 12
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPD.
           IF W-FILTRO-ANO = ZEROS
                MOVE "*** ANO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPD.
       INC-OPM.
           ACCEPT TW-CRM.
      *
       INC-OP0.
           OPEN INPUT CADRETOR
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUM RETORNO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "* ARQUIVO DE CONSULTAS NAO DISPONIVEL *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADRETOR
                GO TO ROT-FIMP.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO REGMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADRETOR CADCONS
                GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADRETOR CADCONS REGMED
                GO TO ROT-FIMP.
           OPEN OUTPUT CADRETTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *--------CADRETOR JA ESTA NA ORDEM CRM/DATA/HORA DA CONSULTA-----*
      *
       IMP-001.
           WRITE REGRETTX FROM CAB0.
           MOVE W-FILTRO-MES TO CABPER-MES
           MOVE W-FILTRO-ANO TO CABPER-ANO
           WRITE REGRETTX FROM CABPER.
           MOVE ZEROS TO W-CRMANT W-MEDTOT W-MEDREA W-MEDAGE W-MEDNAO
           MOVE ZEROS TO W-GERTOT W-GERREA W-GERAGE W-GERNAO
           MOVE ZEROS TO RET-CHAVE
           MOVE W-FILTRO-CRM TO RET-CRM
           START CADRETOR KEY IS NOT LESS RET-CHAVE
               INVALID KEY
                   GO TO IMP-TOT.
       IMP-LER.
           READ CADRETOR NEXT RECORD
               AT END
                   GO TO IMP-TOT.
           IF W-FILTRO-CRM NOT = ZEROS AND RET-CRM NOT = W-FILTRO-CRM
                GO TO IMP-TOT.
           IF RET-ANO NOT = W-FILTRO-ANO OR RET-MES NOT = W-FILTRO-MES
                GO TO IMP-LER.
           MOVE RET-CHAVE TO CONS-CHAVE
           READ CADCONS
           IF ST-ERRO NOT = "00"
                GO TO IMP-LER.
           IF CONS-CANCELADA
                GO TO IMP-LER.
           IF RET-CRM NOT = W-CRMANT
                PERFORM IMP-TRLMED THRU IMP-TRLMED-FIM
                MOVE RET-CRM TO W-CRMANT CRM CAB-CRM
                READ REGMED
                IF ST-ERRO = "00"
                     MOVE NOME TO CAB-NOME
                ELSE
                     MOVE "MEDICO NAO CADASTRADO" TO CAB-NOME.
           IF W-MEDTOT = ZEROS
                MOVE SPACES TO REGRETTX
                WRITE REGRETTX
                WRITE REGRETTX FROM CABMED
                WRITE REGRETTX FROM CAB1.
           PERFORM IMP-RET THRU IMP-RET-FIM
           GO TO IMP-LER.
       IMP-TOT.
           PERFORM IMP-TRLMED THRU IMP-TRLMED-FIM
           MOVE SPACES TO REGRETTX
           WRITE REGRETTX.
           MOVE W-GERTOT TO TRL-TOT
           MOVE W-GERREA TO TRL-REA
           MOVE W-GERAGE TO TRL-AGE
           MOVE W-GERNAO TO TRL-NAO
           WRITE REGRETTX FROM TRAILERTX.
           IF W-GERTOT = ZEROS
                MOVE "*** NENHUM RETORNO NO MES INFORMADO ***" TO MENS
           ELSE
                MOVE "*** RELATORIO GERADO EM CADRTORL.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMT.

      *----FECHA O MEDICO ANTERIOR------------------------------------*

       IMP-TRLMED.
           IF W-MEDTOT = ZEROS
                GO TO IMP-TRLMED-FIM.
           MOVE W-MEDTOT TO TRM-TOT
           MOVE W-MEDREA TO TRM-REA
           MOVE W-MEDAGE TO TRM-AGE
           MOVE W-MEDNAO TO TRM-NAO
           WRITE REGRETTX FROM TRAILMED.
           MOVE ZEROS TO W-MEDTOT W-MEDREA W-MEDAGE W-MEDNAO.
       IMP-TRLMED-FIM.
           EXIT.

      *----UM RETORNO: PACIENTE, CONVENIO, ORIGEM E SITUACAO-----------*

       IMP-RET.
           MOVE RET-DIA TO LR-DIA
           MOVE RET-MES TO LR-MES
           MOVE RET-ANO TO LR-ANO
           MOVE RET-HH TO LR-HH
           MOVE RET-MI TO LR-MI
           MOVE RET-CPF TO CPF W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LR-CPF
           MOVE RET-CONVENIO TO LR-CONV
           MOVE RET-ORIDIA TO LR-ODIA
           MOVE RET-ORIMES TO LR-OMES
           MOVE RET-ORIANO TO LR-OANO
           MOVE RET-PRAZO TO LR-PRAZO
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACINOME TO LR-NOME
           ELSE
                MOVE SPACES TO LR-NOME.
           ADD 1 TO W-MEDTOT W-GERTOT
           IF CONS-REALIZADA
                MOVE "REALIZADA" TO LR-SIT
                ADD 1 TO W-MEDREA W-GERREA
           ELSE
              IF CONS-NAOCOMP
                 MOVE "NAO COMP." TO LR-SIT
                 ADD 1 TO W-MEDNAO W-GERNAO
              ELSE
                 IF CONS-PRESENTE
                    MOVE "PRESENTE" TO LR-SIT
                    ADD 1 TO W-MEDAGE W-GERAGE
                 ELSE
                    MOVE "AGENDADA" TO LR-SIT
                    ADD 1 TO W-MEDAGE W-GERAGE.
           WRITE REGRETTX FROM LINRET.
       IMP-RET-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMT.
           CLOSE CADRETTX.
       ROT-FIM.
           CLOSE CADRETOR CADCONS REGMED CADPACI.
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
