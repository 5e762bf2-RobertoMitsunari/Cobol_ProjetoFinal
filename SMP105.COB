       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP105.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * ATESTADO MEDICO E DECLARACAO DE COMPARECIMENTO      *
      * EMITIDOS A PARTIR DA CONSULTA (CADCONS). ATESTADO   *
      * SO PARA CONSULTA REALIZADA, COM OS DIAS DE          *
      * AFASTAMENTO E O CID DO ATENDIMENTO (CADATEND) SO    *
      * QUANDO O PACIENTE AUTORIZOU NO CADCONSEN (SMP086).  *
      * DECLARACAO COM O HORARIO DE CHEGADA DO CHECK-IN     *
      * (SMP031). NUMERACAO SEQUENCIAL NO CADDOCEM.DAT, QUE *
      * E O REGISTRO DAS EMISSOES: REIMPRESSAO SAI COMO     *
      * SEGUNDA VIA E A CONSULTA PELO NUMERO CONFIRMA A     *
      * AUTENTICIDADE PARA EMPRESA OU INSS                  *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDOCEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADATEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADCONSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSN-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADDOCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOCEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCEM.DAT".
       01 REGDOCEM.
          03 DOC-NUMERO        PIC 9(06).
          03 DOC-TIPO          PIC X(01).
             88 DOC-ATESTADO       VALUE "A".
             88 DOC-DECLARACAO     VALUE "D".
          03 DOC-CONS.
             05 DOC-CRM        PIC 9(06).
             05 DOC-CDATA      PIC 9(08).
             05 DOC-CHORA      PIC 9(04).
          03 DOC-CPF           PIC 9(11).
          03 DOC-DIAS          PIC 9(03).
          03 DOC-CID           PIC X(05).
          03 DOC-CHEGADA       PIC 9(04).
          03 DOC-SAIDA         PIC 9(04).
          03 DOC-DTEMIS        PIC 9(08).
          03 DOC-HREMIS        PIC 9(04).
          03 DOC-OPERADOR      PIC X(08).
          03 DOC-VIAS          PIC 9(02).
          03 DOC-DTULTVIA      PIC 9(08).
          03 DOC-OPERVIA       PIC X(08).
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
       FD CADATEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEND.DAT".
       01 REGATEND.
          03 ATD-CHAVE.
             05 ATD-CRM        PIC 9(06).
             05 ATD-DATA       PIC 9(08).
             05 ATD-HORA       PIC 9(04).
          03 ATD-CPF           PIC 9(11).
          03 ATD-CID           PIC 9(04).
          03 ATD-NOTAS         PIC X(120).
          03 ATD-DESFECHO      PIC X(01).
          03 ATD-DATACAD       PIC 9(08).
          03 ATD-DATAALT       PIC 9(08).
      *
       FD CADCONSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
       01 REGCONSEN.
          03 CSN-CPF           PIC 9(11).
          03 CSN-SMS           PIC X(01).
          03 CSN-EMAIL         PIC X(01).
          03 CSN-PESQUISA      PIC X(01).
          03 CSN-DTREG         PIC 9(08).
          03 CSN-OPERADOR      PIC X(08).
          03 CSN-CID           PIC X(01).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CODIGO            PIC 9(04).
          03 DENOMINACAO       PIC X(30).
          03 SINTOMAS          PIC X(50).
          03 TRATAMENTO        PIC X(50).
          03 CID-SITUACAO      PIC X(01).
          03 CID-DATACAD       PIC 9(08).
          03 CID-DATAALT       PIC 9(08).
          03 CID-CID10         PIC X(05).
          03 CID-NOTIFICA      PIC X(01).
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
       FD CADDOCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCRL.DOC".
       01 REGDOCTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-TIPODOC  PIC X(01) VALUE SPACES.
       01 W-SEGVIA   PIC X(01) VALUE "N".
       01 W-ATDABERTO PIC X(01) VALUE "N".
       01 W-CSNABERTO PIC X(01) VALUE "N".
       01 W-CIDABERTO PIC X(01) VALUE "N".
       01 W-NUMDOC   PIC 9(06) VALUE ZEROS.
       01 W-MAXNUM   PIC 9(06) VALUE ZEROS.
       01 W-JAEMIT   PIC 9(06) VALUE ZEROS.
       01 W-DIAS     PIC 9(03) VALUE ZEROS.
       01 W-DIASED   PIC ZZ9.
       01 W-CIDIMP   PIC X(05) VALUE SPACES.
       01 W-CIDNUM   PIC 9(04) VALUE ZEROS.
       01 W-CIDSIT   PIC X(01) VALUE "N".
          88 W-CID-IMPRIME      VALUE "S".
          88 W-CID-NAOAUTOR     VALUE "N".
          88 W-CID-SEMREG       VALUE "X".
       01 MEDNOME    PIC X(30) VALUE SPACES.
       01 W-TITDOC   PIC X(40) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AGORAHH PIC 9(02).
          03 W-AGORAMI PIC 9(02).
          03 W-AGORASS PIC 9(02).
          03 W-AGORACC PIC 9(02).
       01 W-HORA4    PIC 9(04) VALUE ZEROS.
       01 W-HORA4-R REDEFINES W-HORA4.
          03 W-H4HH    PIC 9(02).
          03 W-H4MI    PIC 9(02).
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
       01 W-HORAED1.
          03 W-HED1HH   PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HED1MI   PIC 9(02).
       01 W-HORAED2.
          03 W-HED2HH   PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HED2MI   PIC 9(02).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 LINNUM.
          03 FILLER     PIC X(18) VALUE "DOCUMENTO NUMERO: ".
          03 LN-NUMERO  PIC 9(06).
          03 FILLER     PIC X(05) VALUE SPACES.
          03 LN-VIA     PIC X(30).
       01 LINASS.
          03 FILLER     PIC X(20) VALUE "____________________".
          03 FILLER     PIC X(20) VALUE "____________________".
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP105".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT105.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** ATESTADO E DECLARACAO DE CO".
           05  LINE 02  COLUMN 41
               VALUE  "MPARECIMENTO ***".
           05  LINE 05  COLUMN 10
               VALUE  "A = EMITIR ATESTADO MEDICO".
           05  LINE 06  COLUMN 10
               VALUE  "D = EMITIR DECLARACAO DE COMPARECIMENTO".
           05  LINE 07  COLUMN 10
               VALUE  "S = REIMPRIMIR COMO SEGUNDA VIA".
           05  LINE 08  COLUMN 10
               VALUE  "C = CONSULTAR DOCUMENTO PELO NUMERO".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
       01  TELADOC.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "CRM DO MEDICO:".
           05  LINE 03  COLUMN 41
               VALUE  "NOME:".
           05  LINE 05  COLUMN 01
               VALUE  "DATA DA CONSULTA:   -  -".
           05  LINE 07  COLUMN 01
               VALUE  "HORA DA CONSULTA:   :".
           05  LINE 09  COLUMN 01
               VALUE  "CPF DO PACIENTE :".
           05  LINE 09  COLUMN 41
               VALUE  "NOME:".
           05  TCRM
               LINE 03  COLUMN 16  PIC 9(06)
               USING  CONS-CRM
               HIGHLIGHT.
           05  TMEDNOME
               LINE 03  COLUMN 47  PIC X(30)
               USING  MEDNOME
               HIGHLIGHT.
           05  TDIA
               LINE 05  COLUMN 19  PIC 9(02)
               USING  CONS-DIA
               HIGHLIGHT.
           05  TMES
               LINE 05  COLUMN 22  PIC 9(02)
               USING  CONS-MES
               HIGHLIGHT.
           05  TANO
               LINE 05  COLUMN 25  PIC 9(04)
               USING  CONS-ANO
               HIGHLIGHT.
           05  THH
               LINE 07  COLUMN 19  PIC 9(02)
               USING  CONS-HH
               HIGHLIGHT.
           05  TMI
               LINE 07  COLUMN 22  PIC 9(02)
               USING  CONS-MI
               HIGHLIGHT.
           05  TCPF
               LINE 09  COLUMN 19  PIC 9(11)
               USING  CONS-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 09  COLUMN 47  PIC X(30)
               USING  PACINOME
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADDOCEM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDOCEM
                 CLOSE CADDOCEM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDOCEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CONSULTAS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *    SEM ATENDIMENTO, CONSENTIMENTO OU TABELA DE CID O ATESTADO
      *    SAI SEM CID
      *
           MOVE "N" TO W-ATDABERTO W-CSNABERTO W-CIDABERTO
           OPEN INPUT CADATEND
           IF ST-ERRO = "00"
                MOVE "S" TO W-ATDABERTO.
           OPEN INPUT CADCONSEN
           IF ST-ERRO = "00"
                MOVE "S" TO W-CSNABERTO.
           OPEN INPUT CADCID
           IF ST-ERRO = "00"
                MOVE "S" TO W-CIDABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT105
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "A" OR "a"
                MOVE "A" TO W-TIPODOC
                MOVE "EMISSAO DE ATESTADO MEDICO" TO W-TITDOC
                GO TO EMI-001.
           IF W-MODO = "D" OR "d"
                MOVE "D" TO W-TIPODOC
                MOVE "EMISSAO DE DECLARACAO DE COMPARECIMENTO"
                                                          TO W-TITDOC
                GO TO EMI-001.
           IF W-MODO = "S" OR "s"
                GO TO SEG-001.
           IF W-MODO = "C" OR "c"
                GO TO CON-001.
           GO TO R1.

      *---------------EMISSAO A PARTIR DA CONSULTA---------------------*
      * ATESTADO: CONSULTA REALIZADA, DIAS DE AFASTAMENTO E CID SO COM *
      * AUTORIZACAO DO PACIENTE. DECLARACAO: PACIENTE COM CHECK-IN.    *
      * UM DOCUMENTO DE CADA TIPO POR CONSULTA; NOVA IMPRESSAO SO COMO *
      * SEGUNDA VIA                                                    *
      *----------------------------------------------------------------*

       EMI-001.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO CONS-CRM CONS-HH CONS-MI CONS-CPF
           MOVE W-HOJEANO TO CONS-ANO
           MOVE W-HOJEMES TO CONS-MES
           MOVE W-HOJEDIA TO CONS-DIA
           MOVE SPACES TO MEDNOME PACINOME
           DISPLAY TELADOC
           DISPLAY (01, 20) W-TITDOC.
       EMI-002.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF CONS-CRM = ZEROS
                GO TO EMI-002.
           MOVE CONS-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-002.
           MOVE NOME TO MEDNOME
           DISPLAY TMEDNOME.
       EMI-003.
           ACCEPT TDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EMI-002.
           ACCEPT TMES
           ACCEPT TANO
           ACCEPT THH
           ACCEPT TMI
           IF CONS-HH > 23 OR CONS-MI > 59
                MOVE "HORA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-003.
       EMI-004.
           READ CADCONS
           IF ST-ERRO = "23"
                MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-003.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF W-TIPODOC = "A" AND NOT CONS-REALIZADA
                MOVE "*** CONSULTA AINDA NAO REALIZADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-003.
           IF W-TIPODOC = "D" AND CONS-CHEGADA = ZEROS
                MOVE "*** CONSULTA SEM CHECK-IN DE CHEGADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-003.
           IF W-TIPODOC = "D" AND NOT CONS-PRESENTE
                              AND NOT CONS-REALIZADA
                MOVE "*** PACIENTE NAO COMPARECEU A CONSULTA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-003.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME.
           DISPLAY TCPF
           DISPLAY TPACNOME
           PERFORM DOC-VARRE THRU DOC-VARRE-FIM
           IF W-JAEMIT NOT = ZEROS
                DISPLAY (11, 01) "DOCUMENTO JA EMITIDO SOB O NUMERO: "
                DISPLAY (11, 36) W-JAEMIT
                MOVE "*** JA EMITIDO - USE A OPCAO DE SEGUNDA VIA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-001.
           MOVE ZEROS TO W-DIAS
           MOVE SPACES TO W-CIDIMP
           IF W-TIPODOC = "D"
                MOVE CONS-CHEGADA TO W-HORA4
                MOVE W-H4HH TO W-HED1HH
                MOVE W-H4MI TO W-HED1MI
                DISPLAY (11, 01) "CHEGADA (CHECK-IN):"
                DISPLAY (11, 21) W-HORAED1
                GO TO EMI-OPC.
       EMI-005.
           DISPLAY (11, 01) "DIAS DE AFASTAMENTO:"
           ACCEPT (11, 22) W-DIAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO EMI-003.
           IF W-DIAS = ZEROS
                MOVE "*** INFORME OS DIAS DE AFASTAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-005.
           PERFORM CID-BUSCA THRU CID-BUSCA-FIM
           DISPLAY (13, 01) "CID NO ATESTADO....:"
           IF W-CID-IMPRIME
                DISPLAY (13, 22) W-CIDIMP
           ELSE
              IF W-CID-NAOAUTOR
                 DISPLAY (13, 22) "NAO (SEM AUTORIZACAO DO PACIENTE)"
              ELSE
                 DISPLAY (13, 22) "NAO (SEM CID NO ATENDIMENTO)".
       EMI-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR DOCUMENTO (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** EMISSAO CANCELADA PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO EMI-OPC.
           DISPLAY (23, 40) LIMPA.
       EMI-GRAVA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           ADD 1 TO W-MAXNUM
           MOVE W-MAXNUM TO DOC-NUMERO
           MOVE W-TIPODOC TO DOC-TIPO
           MOVE CONS-CHAVE TO DOC-CONS
           MOVE CONS-CPF TO DOC-CPF
           MOVE W-DIAS TO DOC-DIAS
           MOVE W-CIDIMP TO DOC-CID
           MOVE ZEROS TO DOC-CHEGADA DOC-SAIDA
           IF W-TIPODOC = "D"
                MOVE CONS-CHEGADA TO DOC-CHEGADA.
           MOVE W-AGORAHH TO W-H4HH
           MOVE W-AGORAMI TO W-H4MI
           IF W-TIPODOC = "D" AND DOC-CDATA = W-DATAHOJE
                MOVE W-HORA4 TO DOC-SAIDA.
           MOVE W-DATAHOJE TO DOC-DTEMIS
           MOVE W-HORA4 TO DOC-HREMIS
           MOVE LK-OPERADOR TO DOC-OPERADOR
           MOVE ZEROS TO DOC-VIAS DOC-DTULTVIA
           MOVE SPACES TO DOC-OPERVIA
           WRITE REGDOCEM
           IF ST-ERRO = "22"
                PERFORM DOC-VARRE THRU DOC-VARRE-FIM
                GO TO EMI-GRAVA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOCEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "N" TO W-SEGVIA
           PERFORM IMP-DOC THRU IMP-DOC-FIM
           DISPLAY (15, 01) "DOCUMENTO NUMERO: "
           DISPLAY (15, 19) DOC-NUMERO
           MOVE "*** DOCUMENTO EMITIDO EM CADDOCRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EMI-001.

      *---------------REIMPRESSAO COMO SEGUNDA VIA---------------------*
      * REIMPRIME COM OS DADOS GRAVADOS NA EMISSAO E CONTA AS VIAS     *
      *----------------------------------------------------------------*

       SEG-001.
           MOVE ZEROS TO W-NUMDOC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "SEGUNDA VIA DE ATESTADO / DECLARACAO".
       SEG-002.
           DISPLAY (03, 01) "NUMERO DO DOCUMENTO:"
           ACCEPT (03, 22) W-NUMDOC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMDOC TO DOC-NUMERO
           READ CADDOCEM
           IF ST-ERRO NOT = "00"
                MOVE "*** DOCUMENTO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SEG-002.
           PERFORM DOC-MOSTRA THRU DOC-MOSTRA-FIM.
       SEG-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR SEGUNDA VIA (S/N) : ".
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO SEG-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO SEG-OPC.
           DISPLAY (23, 40) LIMPA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ADD 1 TO DOC-VIAS
           MOVE W-DATAHOJE TO DOC-DTULTVIA
           MOVE LK-OPERADOR TO DOC-OPERVIA
           REWRITE REGDOCEM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOCEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO W-SEGVIA
           PERFORM IMP-DOC THRU IMP-DOC-FIM
           MOVE "*** SEGUNDA VIA EMITIDA EM CADDOCRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SEG-001.

      *---------------CONSULTA DE AUTENTICIDADE------------------------*
      * PARA CONFERENCIA POR TELEFONE: NAO MOSTRA O CID, SO SE CONSTA  *
      *----------------------------------------------------------------*

       CON-001.
           MOVE ZEROS TO W-NUMDOC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "CONSULTA DE DOCUMENTO EMITIDO".
       CON-002.
           DISPLAY (03, 01) "NUMERO DO DOCUMENTO:"
           ACCEPT (03, 22) W-NUMDOC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMDOC TO DOC-NUMERO
           READ CADDOCEM
           IF ST-ERRO NOT = "00"
                MOVE "*** DOCUMENTO NAO EMITIDO POR ESTA UNIDADE ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-002.
           PERFORM DOC-MOSTRA THRU DOC-MOSTRA-FIM
           DISPLAY (23, 12) "ENTER PARA NOVA CONSULTA"
           ACCEPT (23, 37) W-OPCAO
           GO TO CON-001.

      ******************************************************************
      * ULTIMO NUMERO EMITIDO (W-MAXNUM) E DOCUMENTO DO MESMO TIPO JA  *
      * EMITIDO PARA A CONSULTA EM REGCONS (W-JAEMIT, ZEROS SE NAO HA) *
      ******************************************************************
       DOC-VARRE.
           MOVE ZEROS TO W-MAXNUM W-JAEMIT DOC-NUMERO
           START CADDOCEM KEY IS NOT LESS DOC-NUMERO
               INVALID KEY
                   GO TO DOC-VARRE-FIM.
       DOC-VARRE1.
           READ CADDOCEM NEXT RECORD
               AT END
                   GO TO DOC-VARRE-FIM.
           MOVE DOC-NUMERO TO W-MAXNUM
           IF DOC-CONS = CONS-CHAVE AND DOC-TIPO = W-TIPODOC
                MOVE DOC-NUMERO TO W-JAEMIT.
           GO TO DOC-VARRE1.
       DOC-VARRE-FIM.
           EXIT.

      ******************************************************************
      * CID DO ATENDIMENTO DA CONSULTA EM REGCONS, SO SE O PACIENTE    *
      * AUTORIZOU (CSN-CID). SAIDA: W-CIDSIT E W-CIDIMP (CODIGO CID-10 *
      * DA TABELA OU, NA FALTA DELE, O CODIGO INTERNO)                 *
      ******************************************************************
       CID-BUSCA.
           MOVE SPACES TO W-CIDIMP
           MOVE "N" TO W-CIDSIT
           IF W-CSNABERTO NOT = "S"
                GO TO CID-BUSCA-FIM.
           MOVE CONS-CPF TO CSN-CPF
           READ CADCONSEN
           IF ST-ERRO NOT = "00"
                GO TO CID-BUSCA-FIM.
           IF CSN-CID NOT = "S"
                GO TO CID-BUSCA-FIM.
           MOVE "X" TO W-CIDSIT
           IF W-ATDABERTO NOT = "S"
                GO TO CID-BUSCA-FIM.
           MOVE CONS-CHAVE TO ATD-CHAVE
           READ CADATEND
           IF ST-ERRO NOT = "00"
                GO TO CID-BUSCA-FIM.
           IF ATD-CID = ZEROS
                GO TO CID-BUSCA-FIM.
           MOVE "S" TO W-CIDSIT
           MOVE ATD-CID TO W-CIDNUM
           MOVE W-CIDNUM TO W-CIDIMP
           IF W-CIDABERTO NOT = "S"
                GO TO CID-BUSCA-FIM.
           MOVE ATD-CID TO CODIGO
           READ CADCID
           IF ST-ERRO = "00" AND CID-CID10 NOT = SPACES
                MOVE CID-CID10 TO W-CIDIMP.
       CID-BUSCA-FIM.
           EXIT.

      ******************************************************************
      * MOSTRA NA TELA O DOCUMENTO LIDO EM REGDOCEM                    *
      ******************************************************************
       DOC-MOSTRA.
           MOVE DOC-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME.
           MOVE DOC-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           DISPLAY (05, 01) "TIPO........:"
           IF DOC-ATESTADO
                DISPLAY (05, 15) "ATESTADO MEDICO"
           ELSE
                DISPLAY (05, 15) "DECLARACAO DE COMPARECIMENTO".
           DISPLAY (06, 01) "PACIENTE....:"
           DISPLAY (06, 15) DOC-CPF
           DISPLAY (06, 28) PACINOME
           DISPLAY (07, 01) "MEDICO......:"
           DISPLAY (07, 15) DOC-CRM
           DISPLAY (07, 28) NOME
           MOVE DOC-CDATA TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE DOC-CHORA TO W-HORA4
           MOVE W-H4HH TO W-HED1HH
           MOVE W-H4MI TO W-HED1MI
           DISPLAY (08, 01) "CONSULTA....:"
           DISPLAY (08, 15) W-DATAED1
           DISPLAY (08, 28) W-HORAED1
           IF DOC-ATESTADO
                MOVE DOC-DIAS TO W-DIASED
                DISPLAY (09, 01) "AFASTAMENTO.:"
                DISPLAY (09, 15) W-DIASED
                DISPLAY (09, 19) "DIA(S)"
                DISPLAY (10, 01) "CID.........:"
                IF DOC-CID = SPACES
                     DISPLAY (10, 15) "NAO CONSTA DO DOCUMENTO"
                ELSE
                     DISPLAY (10, 15) "CONSTA DO DOCUMENTO"
           ELSE
                MOVE DOC-CHEGADA TO W-HORA4
                MOVE W-H4HH TO W-HED1HH
                MOVE W-H4MI TO W-HED1MI
                DISPLAY (09, 01) "CHEGADA.....:"
                DISPLAY (09, 15) W-HORAED1.
           MOVE DOC-DTEMIS TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE DOC-HREMIS TO W-HORA4
           MOVE W-H4HH TO W-HED1HH
           MOVE W-H4MI TO W-HED1MI
           DISPLAY (11, 01) "EMITIDO EM..:"
           DISPLAY (11, 15) W-DATAED1
           DISPLAY (11, 28) W-HORAED1
           DISPLAY (11, 35) "POR"
           DISPLAY (11, 39) DOC-OPERADOR
           DISPLAY (12, 01) "SEGUNDAS VIAS:"
           DISPLAY (12, 15) DOC-VIAS
           IF DOC-VIAS NOT = ZEROS
                MOVE DOC-DTULTVIA TO W-VALID
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                MOVE W-DATADMA-N TO W-DATAED1
                DISPLAY (12, 19) "ULTIMA EM"
                DISPLAY (12, 29) W-DATAED1
                DISPLAY (12, 40) "POR"
                DISPLAY (12, 44) DOC-OPERVIA.
           DISPLAY (14, 01) "*** DOCUMENTO AUTENTICO ***".
       DOC-MOSTRA-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME EM CADDOCRL.DOC O DOCUMENTO LIDO EM REGDOCEM; COM      *
      * W-SEGVIA = "S" SAI IDENTIFICADO COMO SEGUNDA VIA               *
      ******************************************************************
       IMP-DOC.
           OPEN OUTPUT CADDOCTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADDOCTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-DOC-FIM.
           MOVE DOC-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME.
           MOVE DOC-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME CRMUF.
           IF DOC-ATESTADO
                MOVE "*** ATESTADO MEDICO ***" TO CAB0-TIT
           ELSE
                MOVE "*** DECLARACAO DE COMPARECIMENTO ***" TO CAB0-TIT.
           WRITE REGDOCTX FROM CAB0.
           MOVE SPACES TO REGDOCTX
           WRITE REGDOCTX.
           MOVE DOC-NUMERO TO LN-NUMERO
           MOVE SPACES TO LN-VIA
           IF W-SEGVIA = "S"
                MOVE "*** SEGUNDA VIA ***" TO LN-VIA.
           WRITE REGDOCTX FROM LINNUM.
           MOVE SPACES TO REGDOCTX
           WRITE REGDOCTX.
           MOVE DOC-CDATA TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE DOC-CHORA TO W-HORA4
           MOVE W-H4HH TO W-HED1HH
           MOVE W-H4MI TO W-HED1MI
           IF DOC-DECLARACAO
                GO TO IMP-DOC2.
           MOVE SPACES TO REGDOCTX
           STRING "ATESTO, PARA OS DEVIDOS FINS, QUE "
                                               DELIMITED BY SIZE
                  PACINOME                     DELIMITED BY "  "
                  ", CPF "                     DELIMITED BY SIZE
                  DOC-CPF                      DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  INTO REGDOCTX
           WRITE REGDOCTX.
           MOVE DOC-DIAS TO W-DIASED
           MOVE SPACES TO REGDOCTX
           STRING "FOI ATENDIDO(A) NESTA UNIDADE EM "
                                               DELIMITED BY SIZE
                  W-DATAED1                    DELIMITED BY SIZE
                  " AS "                       DELIMITED BY SIZE
                  W-HORAED1                    DELIMITED BY SIZE
                  " E NECESSITA DE "           DELIMITED BY SIZE
                  W-DIASED                     DELIMITED BY SIZE
                  " DIA(S) DE AFASTAMENTO"     DELIMITED BY SIZE
                  INTO REGDOCTX
           WRITE REGDOCTX.
           MOVE "DE SUAS ATIVIDADES A PARTIR DESTA DATA." TO REGDOCTX
           WRITE REGDOCTX.
           MOVE SPACES TO REGDOCTX
           WRITE REGDOCTX.
           MOVE SPACES TO REGDOCTX
           IF DOC-CID = SPACES
                MOVE "CID: NAO INFORMADO" TO REGDOCTX
           ELSE
                STRING "CID: " DOC-CID DELIMITED BY SIZE
                       INTO REGDOCTX.
           WRITE REGDOCTX.
           GO TO IMP-DOC3.
       IMP-DOC2.
           MOVE SPACES TO REGDOCTX
           STRING "DECLARO, PARA OS DEVIDOS FINS, QUE "
                                               DELIMITED BY SIZE
                  PACINOME                     DELIMITED BY "  "
                  ", CPF "                     DELIMITED BY SIZE
                  DOC-CPF                      DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  INTO REGDOCTX
           WRITE REGDOCTX.
           MOVE SPACES TO REGDOCTX
           STRING "COMPARECEU A ESTA UNIDADE EM "
                                               DELIMITED BY SIZE
                  W-DATAED1                    DELIMITED BY SIZE
                  " PARA CONSULTA MEDICA AGENDADA PARA AS "
                                               DELIMITED BY SIZE
                  W-HORAED1                    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  INTO REGDOCTX
           WRITE REGDOCTX.
           MOVE DOC-CHEGADA TO W-HORA4
           MOVE W-H4HH TO W-HED1HH
           MOVE W-H4MI TO W-HED1MI
           MOVE SPACES TO REGDOCTX
           IF DOC-SAIDA = ZEROS
                STRING "TENDO CHEGADO AS " W-HORAED1 "."
                       DELIMITED BY SIZE INTO REGDOCTX
           ELSE
                MOVE DOC-SAIDA TO W-HORA4
                MOVE W-H4HH TO W-HED2HH
                MOVE W-H4MI TO W-HED2MI
                STRING "TENDO PERMANECIDO DAS " W-HORAED1
                       " AS " W-HORAED2 "."
                       DELIMITED BY SIZE INTO REGDOCTX.
           WRITE REGDOCTX.
       IMP-DOC3.
           MOVE SPACES TO REGDOCTX
           WRITE REGDOCTX.
           MOVE SPACES TO REGDOCTX
           WRITE REGDOCTX.
           WRITE REGDOCTX FROM LINASS.
           MOVE SPACES TO REGDOCTX
           STRING "DR(A). "                    DELIMITED BY SIZE
                  NOME                         DELIMITED BY "  "
                  " - CRM "                    DELIMITED BY SIZE
                  DOC-CRM                      DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
                  CRMUF                        DELIMITED BY SIZE
                  INTO REGDOCTX
           WRITE REGDOCTX.
           MOVE SPACES TO REGDOCTX
           WRITE REGDOCTX.
           MOVE DOC-DTEMIS TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE DOC-HREMIS TO W-HORA4
           MOVE W-H4HH TO W-HED1HH
           MOVE W-H4MI TO W-HED1MI
           MOVE SPACES TO REGDOCTX
           STRING "EMITIDO EM " W-DATAED1 " AS " W-HORAED1
                  " POR " DOC-OPERADOR
                  DELIMITED BY SIZE INTO REGDOCTX
           WRITE REGDOCTX.
           IF W-SEGVIA = "S"
                MOVE DOC-DTULTVIA TO W-VALID
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                MOVE W-DATADMA-N TO W-DATAED2
                MOVE SPACES TO REGDOCTX
                STRING "SEGUNDA VIA EMITIDA EM " W-DATAED2
                       " POR " DOC-OPERVIA
                       DELIMITED BY SIZE INTO REGDOCTX
                WRITE REGDOCTX.
           MOVE SPACES TO REGDOCTX
           STRING "AUTENTICIDADE: INFORME O NUMERO DO DOCUMENTO "
                  "NA RECEPCAO DA UNIDADE."
                  DELIMITED BY SIZE INTO REGDOCTX
           WRITE REGDOCTX.
           CLOSE CADDOCTX.
       IMP-DOC-FIM.
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
           CLOSE CADDOCEM CADCONS CADPACI REGMED
           IF W-ATDABERTO = "S"
                CLOSE CADATEND.
           IF W-CSNABERTO = "S"
                CLOSE CADCONSEN.
           IF W-CIDABERTO = "S"
                CLOSE CADCID.
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
