       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP112.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * CREDENCIAMENTO DO MEDICO POR CONVENIO (CADCRED.DAT) *
      * COM DATA DE INICIO E FIM DE VIGENCIA, CONSULTADO    *
      * PELO AGENDAMENTO PARA BLOQUEAR MEDICO NAO           *
      * CREDENCIADO NO CONVENIO DO PACIENTE. DOCUMENTOS     *
      * PROFISSIONAIS DO MEDICO COM VENCIMENTO              *
      * (CADMEDDC.DAT): CARTEIRA DO CRM, RQE DE ESPECIALISTA*
      * E SEGURO DE RESPONSABILIDADE CIVIL. RELATORIO       *
      * MENSAL DOS DOCUMENTOS VENCIDOS E A VENCER NOS       *
      * PROXIMOS 60 DIAS (CADMDCRL.DOC)                     *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEDDC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMDCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----CREDENCIAMENTO: CRD-DTFIM ZERADA = SEM DATA DE TERMINO------*
      *
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRD-CHAVE.
             05 CRD-CRM        PIC 9(06).
             05 CRD-CONV       PIC 9(04).
             05 CRD-DTINI.
                07 CRD-INIANO  PIC 9(04).
                07 CRD-INIMES  PIC 9(02).
                07 CRD-INIDIA  PIC 9(02).
          03 CRD-DTFIM.
             05 CRD-FIMANO     PIC 9(04).
             05 CRD-FIMMES     PIC 9(02).
             05 CRD-FIMDIA     PIC 9(02).
          03 CRD-DTALT         PIC 9(08).
          03 CRD-OPERADOR      PIC X(08).
      *
      *----DOCUMENTOS PROFISSIONAIS: C = CARTEIRA DO CRM, R = RQE,-----*
      *----S = SEGURO DE RESPONSABILIDADE CIVIL------------------------*
      *
       FD CADMEDDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDDC.DAT".
       01 REGMEDDC.
          03 MDC-CHAVE.
             05 MDC-CRM        PIC 9(06).
             05 MDC-TIPO       PIC X(01).
                88 MDC-CARTEIRA    VALUE "C".
                88 MDC-RQE         VALUE "R".
                88 MDC-SEGURO      VALUE "S".
             05 MDC-NUMERO     PIC X(15).
          03 MDC-EMISSAO       PIC 9(08).
          03 MDC-VENCTO        PIC 9(08).
          03 MDC-OBS           PIC X(30).
          03 MDC-DTALT         PIC 9(08).
          03 MDC-OPERADOR      PIC X(08).
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
             88 MED-ATIVO              VALUE "A".
             88 MED-INATIVO            VALUE "I".
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).
          03 CONV-SITUACAO PIC X(01).
             88 CONV-ATIVO       VALUE "A".
             88 CONV-INATIVO     VALUE "I".
          03 FILLER       PIC X(16).
          03 FILLER       PIC X(40).
      *
       FD CADMDCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMDCRL.DOC".
       01 REGMDCTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 W-CRMSEL   PIC 9(06) VALUE ZEROS.
       01 W-CONVSEL  PIC 9(04) VALUE ZEROS.
       01 W-CRDSALVA PIC X(42) VALUE SPACES.
       01 W-SOBREPOE PIC X(01) VALUE "N".
       01 W-INIB     PIC 9(08) VALUE ZEROS.
       01 W-FIMA     PIC 9(08) VALUE ZEROS.
       01 W-FIMB     PIC 9(08) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-TIPO     PIC X(01) VALUE SPACES.
       01 W-TIPODES  PIC X(18) VALUE SPACES.
       01 W-NUMDOC   PIC X(15) VALUE SPACES.
       01 W-DIAS     PIC 9(03) VALUE ZEROS.
       01 W-LIMITE   PIC 9(08) VALUE ZEROS.
       01 W-TOTVENC  PIC 9(05) VALUE ZEROS.
       01 W-TOTAVEN  PIC 9(05) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
      *
      *----DATAS DIGITADAS (DD MM AAAA)--------------------------------*
      *
       01 W-INIDATA.
          03 W-INIANO   PIC 9(04) VALUE ZEROS.
          03 W-INIMES   PIC 9(02) VALUE ZEROS.
          03 W-INIDIA   PIC 9(02) VALUE ZEROS.
       01 W-INIDATA-N REDEFINES W-INIDATA PIC 9(08).
       01 W-FIMDATA.
          03 W-FIMANO   PIC 9(04) VALUE ZEROS.
          03 W-FIMMES   PIC 9(02) VALUE ZEROS.
          03 W-FIMDIA   PIC 9(02) VALUE ZEROS.
       01 W-FIMDATA-N REDEFINES W-FIMDATA PIC 9(08).
       01 W-EMIDATA.
          03 W-EMIANO   PIC 9(04) VALUE ZEROS.
          03 W-EMIMES   PIC 9(02) VALUE ZEROS.
          03 W-EMIDIA   PIC 9(02) VALUE ZEROS.
       01 W-EMIDATA-N REDEFINES W-EMIDATA PIC 9(08).
       01 W-VENDATA.
          03 W-VENANO   PIC 9(04) VALUE ZEROS.
          03 W-VENMES   PIC 9(02) VALUE ZEROS.
          03 W-VENDIA   PIC 9(02) VALUE ZEROS.
       01 W-VENDATA-N REDEFINES W-VENDATA PIC 9(08).
      *
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
       01 W-DATAED1  PIC 99/99/9999.
       01 W-DATAED2  PIC 99/99/9999.
      *
      *----CALCULO DO LIMITE DE 60 DIAS DO RELATORIO-------------------*
      *
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TENTDATA-N REDEFINES W-TENTDATA PIC 9(08).
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CABDATA.
          03 FILLER     PIC X(13) VALUE "POSICAO EM: ".
          03 CD-HOJE    PIC X(10).
          03 FILLER     PIC X(20) VALUE "   VENCIMENTO ATE: ".
          03 CD-LIMITE  PIC X(10).
       01 CABDOC.
          03 FILLER     PIC X(07) VALUE "CRM".
          03 FILLER     PIC X(26) VALUE "MEDICO".
          03 FILLER     PIC X(19) VALUE "DOCUMENTO".
          03 FILLER     PIC X(16) VALUE "NUMERO".
          03 FILLER     PIC X(11) VALUE "VENCIMENTO".
          03 FILLER     PIC X(09) VALUE "SITUACAO".
       01 LINDOC.
          03 LD-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-NOME    PIC X(25).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-TIPO    PIC X(18).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-NUMERO  PIC X(15).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-VENCTO  PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-SIT     PIC X(09).
       01 LINTOT.
          03 LT-ROTULO  PIC X(34).
          03 LT-QTDE    PIC ZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP112".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT112.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** CREDENCIAMENTO MEDICO E DOCUM".
           05  LINE 02  COLUMN 41
               VALUE  "ENTOS PROFISSIONAIS ***".
           05  LINE 05  COLUMN 10
               VALUE  "C = CREDENCIAMENTO MEDICO x CONVENIO".
           05  LINE 06  COLUMN 10
               VALUE  "M = CREDENCIAMENTOS DO MEDICO (CONSULTA)".
           05  LINE 07  COLUMN 10
               VALUE  "D = DOCUMENTOS PROFISSIONAIS DO MEDICO".
           05  LINE 08  COLUMN 10
               VALUE  "R = RELATORIO DE DOCUMENTOS A VENCER".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADCRED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCRED
                 CLOSE CADCRED
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADMEDDC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDDC
                 CLOSE CADMEDDC
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDDC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCRED
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRED CADMEDDC
              GO TO ROT-FIMP.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CONVENIOS NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRED CADMEDDC REGMED
              GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT112
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "C" OR "c"
                GO TO CRD-001.
           IF W-MODO = "M" OR "m"
                GO TO MED-001.
           IF W-MODO = "D" OR "d"
                GO TO DOC-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R1.

      *---------------CREDENCIAMENTO MEDICO x CONVENIO-----------------*
      * UM REGISTRO POR MEDICO, CONVENIO E DATA DE INICIO. OS PERIODOS *
      * DO MESMO MEDICO NO MESMO CONVENIO NAO PODEM SE SOBREPOR        *
      *----------------------------------------------------------------*

       CRD-001.
           MOVE ZEROS TO W-CRMSEL W-CONVSEL W-INIDATA-N W-FIMDATA-N
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "CREDENCIAMENTO MEDICO x CONVENIO"
           DISPLAY (03, 05) "CRM...............:"
           ACCEPT (03, 27) W-CRMSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CRMSEL = ZEROS
                GO TO CRD-001.
           MOVE W-CRMSEL TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-001.
           DISPLAY (03, 36) NOME.
       CRD-002.
           DISPLAY (04, 05) "CONVENIO..........:"
           ACCEPT (04, 27) W-CONVSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CRD-001.
           DISPLAY (04, 36) LIMPA
           IF W-CONVSEL = ZEROS
                MOVE "*** PARTICULAR NAO EXIGE CREDENCIAMENTO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-002.
           MOVE W-CONVSEL TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-002.
           DISPLAY (04, 36) CNOME.
       CRD-003.
           DISPLAY (05, 05) "INICIO (DD MM AAAA):"
           ACCEPT (05, 27) W-INIDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CRD-002.
           ACCEPT (05, 30) W-INIMES WITH UPDATE
           ACCEPT (05, 33) W-INIANO WITH UPDATE
           IF W-INIDIA < 1 OR W-INIDIA > 31 OR
              W-INIMES < 1 OR W-INIMES > 12 OR W-INIANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-003.
           MOVE W-CRMSEL TO CRD-CRM
           MOVE W-CONVSEL TO CRD-CONV
           MOVE W-INIDATA-N TO CRD-DTINI
           READ CADCRED
           IF ST-ERRO = "00"
                GO TO CRD-EXISTE.
           IF ST-ERRO NOT = "23"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADCRED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO W-NOVO
           MOVE ZEROS TO W-FIMDATA-N
           DISPLAY (07, 05) "*** CREDENCIAMENTO NOVO ***"
           GO TO CRD-004.
       CRD-EXISTE.
           MOVE "N" TO W-NOVO
           MOVE CRD-DTFIM TO W-FIMDATA-N
           DISPLAY (09, 05) "FIM (DD MM AAAA)..:"
           DISPLAY (09, 27) W-FIMDIA
           DISPLAY (09, 30) W-FIMMES
           DISPLAY (09, 33) W-FIMANO.
       CRD-OPC0.
           MOVE SPACES TO W-OPCAO
           DISPLAY (07, 05) "A=ALTERAR FIM  E=EXCLUIR :"
           ACCEPT (07, 32) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CRD-001.
           IF W-OPCAO = "E" OR "e"
                GO TO CRD-EXC.
           IF W-OPCAO NOT = "A" AND "a"
                GO TO CRD-OPC0.
       CRD-004.
           DISPLAY (09, 05) "FIM (DD MM AAAA)..:"
           DISPLAY (09, 45) "(ZEROS = SEM TERMINO)"
           ACCEPT (09, 27) W-FIMDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CRD-003.
           ACCEPT (09, 30) W-FIMMES WITH UPDATE
           ACCEPT (09, 33) W-FIMANO WITH UPDATE
           IF W-FIMDATA-N = ZEROS
                GO TO CRD-005.
           IF W-FIMDIA < 1 OR W-FIMDIA > 31 OR
              W-FIMMES < 1 OR W-FIMMES > 12 OR W-FIMANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-004.
           IF W-FIMDATA-N < W-INIDATA-N
                MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-004.
       CRD-005.
           PERFORM CRD-SOBREPOE THRU CRD-SOBREPOE-FIM
           IF W-SOBREPOE = "S"
                MOVE "*** PERIODO SOBREPOE OUTRO CREDENCIAMENTO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-004.
       CRD-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR CREDENCIAMENTO (S/N) : ".
           ACCEPT (23, 70) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** GRAVACAO CANCELADA PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRD-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CRD-OPC.
           DISPLAY (23, 40) LIMPA
           MOVE W-CRMSEL TO CRD-CRM
           MOVE W-CONVSEL TO CRD-CONV
           MOVE W-INIDATA-N TO CRD-DTINI
           MOVE W-FIMDATA-N TO CRD-DTFIM
           MOVE W-DATAHOJE TO CRD-DTALT
           MOVE LK-OPERADOR TO CRD-OPERADOR
           IF W-NOVO = "S"
                WRITE REGCRED
           ELSE
                REWRITE REGCRED.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCRED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** CREDENCIAMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CRD-001.
       CRD-EXC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EXCLUI O CREDENCIAMENTO (S/N) : ".
           ACCEPT (23, 72) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO CRD-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CRD-EXC.
           DISPLAY (23, 40) LIMPA
           DELETE CADCRED RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADCRED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** CREDENCIAMENTO EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CRD-001.

      ******************************************************************
      * W-SOBREPOE = "S" SE OUTRO PERIODO DO MEDICO W-CRMSEL NO        *
      * CONVENIO W-CONVSEL CRUZA W-INIDATA-N A W-FIMDATA-N (FIM ZERADO *
      * = SEM TERMINO). REGCRED E PRESERVADO                           *
      ******************************************************************
       CRD-SOBREPOE.
           MOVE "N" TO W-SOBREPOE
           MOVE REGCRED TO W-CRDSALVA
           MOVE W-FIMDATA-N TO W-FIMA
           IF W-FIMA = ZEROS
                MOVE 99999999 TO W-FIMA.
           MOVE W-CRMSEL TO CRD-CRM
           MOVE W-CONVSEL TO CRD-CONV
           MOVE ZEROS TO CRD-DTINI
           START CADCRED KEY IS NOT LESS CRD-CHAVE
               INVALID KEY
                   GO TO CRD-SOBREPOE2.
       CRD-SOBREPOE1.
           READ CADCRED NEXT RECORD
               AT END
                   GO TO CRD-SOBREPOE2.
           IF CRD-CRM NOT = W-CRMSEL OR CRD-CONV NOT = W-CONVSEL
                GO TO CRD-SOBREPOE2.
           MOVE CRD-DTINI TO W-INIB
           IF W-INIB = W-INIDATA-N
                GO TO CRD-SOBREPOE1.
           MOVE CRD-DTFIM TO W-FIMB
           IF W-FIMB = ZEROS
                MOVE 99999999 TO W-FIMB.
           IF W-INIB NOT > W-FIMA AND W-INIDATA-N NOT > W-FIMB
                MOVE "S" TO W-SOBREPOE
                GO TO CRD-SOBREPOE2.
           GO TO CRD-SOBREPOE1.
       CRD-SOBREPOE2.
           MOVE W-CRDSALVA TO REGCRED.
       CRD-SOBREPOE-FIM.
           EXIT.

      *---------------CONSULTA DOS CREDENCIAMENTOS DO MEDICO-----------*

       MED-001.
           MOVE ZEROS TO W-CRMSEL
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "CREDENCIAMENTOS DO MEDICO"
           DISPLAY (03, 05) "CRM...............:"
           ACCEPT (03, 27) W-CRMSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CRMSEL = ZEROS
                GO TO MED-001.
           MOVE W-CRMSEL TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MED-001.
           PERFORM MED-CAB THRU MED-CAB-FIM
           MOVE W-CRMSEL TO CRD-CRM
           MOVE ZEROS TO CRD-CONV CRD-DTINI
           START CADCRED KEY IS NOT LESS CRD-CHAVE
               INVALID KEY
                   GO TO MED-FIM.
       MED-LER.
           READ CADCRED NEXT RECORD
               AT END
                   GO TO MED-FIM.
           IF CRD-CRM NOT = W-CRMSEL
                GO TO MED-FIM.
           IF W-LIN > 20
                DISPLAY (23, 12) "ENTER PARA CONTINUAR"
                ACCEPT (23, 33) W-OPCAO
                PERFORM MED-CAB THRU MED-CAB-FIM.
           MOVE CRD-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO CNOME.
           DISPLAY (W-LIN, 05) CRD-CONV
           DISPLAY (W-LIN, 10) CNOME
           MOVE CRD-DTINI TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           DISPLAY (W-LIN, 41) W-DATAED1
           IF CRD-DTFIM = ZEROS
                DISPLAY (W-LIN, 53) "SEM TERMINO"
           ELSE
                MOVE CRD-DTFIM TO W-VALID
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                MOVE W-DATADMA-N TO W-DATAED2
                DISPLAY (W-LIN, 53) W-DATAED2.
           MOVE CRD-DTINI TO W-INIB
           MOVE CRD-DTFIM TO W-FIMB
           IF W-INIB > W-DATAHOJE
                DISPLAY (W-LIN, 66) "FUTURO"
           ELSE
              IF W-FIMB NOT = ZEROS AND W-FIMB < W-DATAHOJE
                 DISPLAY (W-LIN, 66) "ENCERRADO"
              ELSE
                 DISPLAY (W-LIN, 66) "VIGENTE".
           ADD 1 TO W-LIN
           GO TO MED-LER.
       MED-FIM.
           IF W-LIN = 06
                MOVE "*** MEDICO SEM CREDENCIAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (23, 12) "ENTER PARA CONTINUAR"
           ACCEPT (23, 33) W-OPCAO
           GO TO MED-001.

       MED-CAB.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "CREDENCIAMENTOS DO MEDICO"
           DISPLAY (03, 05) "CRM...............:"
           DISPLAY (03, 27) W-CRMSEL
           DISPLAY (03, 36) NOME
           DISPLAY (05, 05) "CONV CONVENIO"
           DISPLAY (05, 41) "INICIO      FIM          SITUACAO"
           MOVE 06 TO W-LIN.
       MED-CAB-FIM.
           EXIT.

      *---------------DOCUMENTOS PROFISSIONAIS DO MEDICO---------------*
      * CARTEIRA DO CRM, RQE DE ESPECIALISTA E APOLICE DO SEGURO DE    *
      * RESPONSABILIDADE CIVIL, CADA UM COM SEU VENCIMENTO             *
      *----------------------------------------------------------------*

       DOC-001.
           MOVE ZEROS TO W-CRMSEL W-EMIDATA-N W-VENDATA-N
           MOVE SPACES TO W-TIPO W-NUMDOC MDC-OBS
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "DOCUMENTOS PROFISSIONAIS DO MEDICO"
           DISPLAY (03, 05) "CRM...............:"
           ACCEPT (03, 27) W-CRMSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CRMSEL = ZEROS
                GO TO DOC-001.
           MOVE W-CRMSEL TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-001.
           DISPLAY (03, 36) NOME.
       DOC-002.
           DISPLAY (04, 05) "TIPO (C/R/S)......:"
           DISPLAY (04, 45) "C=CRM R=RQE S=SEGURO RC"
           ACCEPT (04, 27) W-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-001.
           PERFORM TIP-VALIDA THRU TIP-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-002.
           DISPLAY (04, 45) LIMPA
           DISPLAY (04, 29) W-TIPODES.
       DOC-003.
           DISPLAY (05, 05) "NUMERO / APOLICE..:"
           ACCEPT (05, 27) W-NUMDOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-002.
           IF W-NUMDOC = SPACES
                MOVE "*** INFORME O NUMERO DO DOCUMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-003.
           MOVE W-CRMSEL TO MDC-CRM
           MOVE W-TIPO TO MDC-TIPO
           MOVE W-NUMDOC TO MDC-NUMERO
           READ CADMEDDC
           IF ST-ERRO = "00"
                GO TO DOC-EXISTE.
           IF ST-ERRO NOT = "23"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADMEDDC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO W-NOVO
           MOVE ZEROS TO W-EMIDATA-N W-VENDATA-N
           MOVE SPACES TO MDC-OBS
           DISPLAY (07, 05) "*** DOCUMENTO NOVO ***"
           GO TO DOC-004.
       DOC-EXISTE.
           MOVE "N" TO W-NOVO
           MOVE MDC-EMISSAO TO W-EMIDATA-N
           MOVE MDC-VENCTO TO W-VENDATA-N
           DISPLAY (09, 05) "EMISSAO...........:"
           DISPLAY (09, 27) W-EMIDIA
           DISPLAY (09, 30) W-EMIMES
           DISPLAY (09, 33) W-EMIANO
           DISPLAY (10, 05) "VENCIMENTO........:"
           DISPLAY (10, 27) W-VENDIA
           DISPLAY (10, 30) W-VENMES
           DISPLAY (10, 33) W-VENANO
           DISPLAY (11, 05) "OBSERVACAO........:"
           DISPLAY (11, 27) MDC-OBS.
       DOC-OPC0.
           MOVE SPACES TO W-OPCAO
           DISPLAY (07, 05) "A=ALTERAR  E=EXCLUIR :"
           ACCEPT (07, 28) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-001.
           IF W-OPCAO = "E" OR "e"
                GO TO DOC-EXC.
           IF W-OPCAO NOT = "A" AND "a"
                GO TO DOC-OPC0.
       DOC-004.
           DISPLAY (09, 05) "EMISSAO...........:"
           ACCEPT (09, 27) W-EMIDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-003.
           ACCEPT (09, 30) W-EMIMES WITH UPDATE
           ACCEPT (09, 33) W-EMIANO WITH UPDATE
           IF W-EMIDIA < 1 OR W-EMIDIA > 31 OR
              W-EMIMES < 1 OR W-EMIMES > 12 OR W-EMIANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-004.
           IF W-EMIDATA-N > W-DATAHOJE
                MOVE "*** EMISSAO POSTERIOR A HOJE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-004.
       DOC-005.
           DISPLAY (10, 05) "VENCIMENTO........:"
           ACCEPT (10, 27) W-VENDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-004.
           ACCEPT (10, 30) W-VENMES WITH UPDATE
           ACCEPT (10, 33) W-VENANO WITH UPDATE
           IF W-VENDIA < 1 OR W-VENDIA > 31 OR
              W-VENMES < 1 OR W-VENMES > 12 OR W-VENANO = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-005.
           IF W-VENDATA-N NOT > W-EMIDATA-N
                MOVE "*** VENCIMENTO DEVE SER APOS A EMISSAO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-005.
       DOC-006.
           DISPLAY (11, 05) "OBSERVACAO........:"
           DISPLAY (12, 27) "(RQE: ESPECIALIDADE  SEGURO: SEGURADORA)"
           ACCEPT (11, 27) MDC-OBS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-005.
       DOC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR DOCUMENTO (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** GRAVACAO CANCELADA PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO DOC-OPC.
           DISPLAY (23, 40) LIMPA
           MOVE W-CRMSEL TO MDC-CRM
           MOVE W-TIPO TO MDC-TIPO
           MOVE W-NUMDOC TO MDC-NUMERO
           MOVE W-EMIDATA-N TO MDC-EMISSAO
           MOVE W-VENDATA-N TO MDC-VENCTO
           MOVE W-DATAHOJE TO MDC-DTALT
           MOVE LK-OPERADOR TO MDC-OPERADOR
           IF W-NOVO = "S"
                WRITE REGMEDDC
           ELSE
                REWRITE REGMEDDC.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDDC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DOCUMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DOC-001.
       DOC-EXC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EXCLUI O DOCUMENTO (S/N) : ".
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO DOC-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO DOC-EXC.
           DISPLAY (23, 40) LIMPA
           DELETE CADMEDDC RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADMEDDC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DOCUMENTO EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DOC-001.

      *---------------RELATORIO DE DOCUMENTOS A VENCER-----------------*
      * DOCUMENTOS DOS MEDICOS ATIVOS JA VENCIDOS OU COM VENCIMENTO    *
      * NOS PROXIMOS 60 DIAS, EM ORDEM DE CRM                          *
      *----------------------------------------------------------------*

       REL-001.
           MOVE W-DATAHOJE TO W-TENTDATA-N
           MOVE 60 TO W-DIAS
           PERFORM PRZ-SOMA THRU PRZ-SOMA-FIM
           MOVE W-TENTDATA-N TO W-LIMITE
           OPEN OUTPUT CADMDCTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMDCTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "*** DOCUMENTOS PROFISSIONAIS A VENCER ***" TO CAB0-TIT
           WRITE REGMDCTX FROM CAB0.
           MOVE W-DATAHOJE TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE W-DATAED1 TO CD-HOJE
           MOVE W-LIMITE TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE W-DATAED1 TO CD-LIMITE
           WRITE REGMDCTX FROM CABDATA.
           MOVE SPACES TO REGMDCTX
           WRITE REGMDCTX.
           WRITE REGMDCTX FROM CABDOC.
           MOVE ZEROS TO W-TOTVENC W-TOTAVEN
           MOVE ZEROS TO MDC-CRM
           MOVE SPACES TO MDC-TIPO MDC-NUMERO
           START CADMEDDC KEY IS NOT LESS MDC-CHAVE
               INVALID KEY
                   GO TO REL-TOT.
       REL-LER.
           READ CADMEDDC NEXT RECORD
               AT END
                   GO TO REL-TOT.
           IF MDC-VENCTO > W-LIMITE
                GO TO REL-LER.
           MOVE MDC-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                GO TO REL-LER.
           IF MED-INATIVO
                GO TO REL-LER.
           MOVE MDC-CRM TO LD-CRM
           MOVE NOME TO LD-NOME
           MOVE MDC-TIPO TO W-TIPO
           PERFORM TIP-VALIDA THRU TIP-VALIDA-FIM
           MOVE W-TIPODES TO LD-TIPO
           MOVE MDC-NUMERO TO LD-NUMERO
           MOVE MDC-VENCTO TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LD-VENCTO
           IF MDC-VENCTO < W-DATAHOJE
                MOVE "VENCIDO" TO LD-SIT
                ADD 1 TO W-TOTVENC
           ELSE
                MOVE "A VENCER" TO LD-SIT
                ADD 1 TO W-TOTAVEN.
           WRITE REGMDCTX FROM LINDOC
           GO TO REL-LER.
       REL-TOT.
           MOVE SPACES TO REGMDCTX
           WRITE REGMDCTX.
           MOVE "DOCUMENTOS VENCIDOS.............:" TO LT-ROTULO
           MOVE W-TOTVENC TO LT-QTDE
           WRITE REGMDCTX FROM LINTOT.
           MOVE "DOCUMENTOS A VENCER EM 60 DIAS..:" TO LT-ROTULO
           MOVE W-TOTAVEN TO LT-QTDE
           WRITE REGMDCTX FROM LINTOT.
           CLOSE CADMDCTX
           DISPLAY (18, 10) "VENCIDOS: " W-TOTVENC
                            "   A VENCER: " W-TOTAVEN
           MOVE "*** RELATORIO GERADO EM CADMDCRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * CONFERE O TIPO DE DOCUMENTO EM W-TIPO (ACEITA MINUSCULA) E     *
      * MONTA W-TIPODES; MENS SE INVALIDO                              *
      ******************************************************************
       TIP-VALIDA.
           MOVE SPACES TO MENS W-TIPODES
           IF W-TIPO = "c"
                MOVE "C" TO W-TIPO.
           IF W-TIPO = "r"
                MOVE "R" TO W-TIPO.
           IF W-TIPO = "s"
                MOVE "S" TO W-TIPO.
           IF W-TIPO = "C"
                MOVE "CARTEIRA DO CRM" TO W-TIPODES
           ELSE
              IF W-TIPO = "R"
                 MOVE "RQE ESPECIALISTA" TO W-TIPODES
              ELSE
                 IF W-TIPO = "S"
                    MOVE "SEGURO RESP. CIVIL" TO W-TIPODES
                 ELSE
                    MOVE "*** TIPO INVALIDO (C/R/S) ***" TO MENS.
       TIP-VALIDA-FIM.
           EXIT.

      *----SOMA W-DIAS CORRIDOS A W-TENTDATA---------------------------*

       PRZ-SOMA.
           MOVE ZEROS TO W-CONT.
       PRZ-SOMA1.
           IF W-CONT NOT < W-DIAS
                GO TO PRZ-SOMA-FIM.
           PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
           ADD 1 TO W-CONT
           GO TO PRZ-SOMA1.
       PRZ-SOMA-FIM.
           EXIT.

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
      *
      *----W-VALID (AAAAMMDD) PARA W-DATADMA-N (DDMMAAAA)--------------*
      *
       DAT-DMA.
           MOVE W-VLDDIA TO W-DMADIA
           MOVE W-VLDMES TO W-DMAMES
           MOVE W-VLDANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCRED CADMEDDC REGMED CADCONV.
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
