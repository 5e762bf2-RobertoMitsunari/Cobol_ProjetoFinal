      *    FILA DE URGENCIA (WALK-IN): ENTRADA  *
      *    COM TRIAGEM, PAINEL ORDENADO POR     *
      *    MEDICO E CONVERSAO EM CONSULTA DO    *
      *    CADCONS QUANDO O MEDICO ATENDE.      *
      *    MOSTRA O PLANTONISTA DA URGENCIA NO  *
      *    TURNO ATUAL (ESCALA DO SMP111).      *
      *    PEDE VAGA DE INTERNACAO PARA O       *
      *    PACIENTE DA FILA (CADSOLV, SMP124)   *
      *    CPF E QUEIXA DOS PAINEIS MASCARADOS  *
      *    CONFORME O PERFIL DO OPERADOR        *
      *    (SMPMSK)                             *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRI-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPLANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSOLV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SOL-NUMERO
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
       FD CADPACI
               LABEL RECORD IS STANDARD
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 PAC-CARTEIRA   PIC X(20).
          03 FILLER         PIC X(08).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
             88 TRI-VERDE          VALUE "E".
             88 TRI-AZUL           VALUE "Z".
          03 TRI-HRREG         PIC 9(04).
      *
       FD CADPLANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANT.DAT".
       01 REGPLANT.
          03 PLT-CHAVE.
             05 PLT-DATA       PIC 9(08).
             05 PLT-SETOR      PIC X(01).
             05 PLT-TURNO      PIC X(01).
          03 PLT-CRMTIT        PIC 9(06).
          03 PLT-CRMCOB        PIC 9(06).
          03 PLT-VALOR         PIC 9(06)V99.
          03 PLT-SITUACAO      PIC X(01).
             88 PLT-ATIVO          VALUE "A".
             88 PLT-CANCELADO      VALUE "C".
          03 PLT-REPASSE       PIC 9(06).
          03 PLT-DTALT         PIC 9(08).
          03 PLT-OPERADOR      PIC X(08).
      *
      *----SOLICITACOES DE VAGA DE INTERNACAO (SMP037 E SMP124)--------*
      *
       FD CADSOLV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLV.DAT".
       01 REGSOLV.
          03 SOL-NUMERO        PIC 9(06).
          03 SOL-CPF           PIC 9(11).
          03 SOL-ORIGEM        PIC X(01).
             88 SOL-URGENCIA       VALUE "U".
             88 SOL-ELETIVA        VALUE "E".
          03 SOL-PRIORIDADE    PIC 9(01).
          03 SOL-SETOR         PIC 9(02).
          03 SOL-CRM           PIC 9(06).
          03 SOL-FILA          PIC 9(04).
          03 SOL-DTSOL         PIC 9(08).
          03 SOL-HRSOL         PIC 9(04).
          03 SOL-MOTIVO        PIC X(30).
          03 SOL-SITUACAO      PIC X(01).
             88 SOL-AGUARDANDO     VALUE "A".
             88 SOL-INTERNADO      VALUE "I".
             88 SOL-CANCELADA      VALUE "C".
          03 SOL-LEITO         PIC 9(03).
          03 SOL-DTATEND       PIC 9(08).
          03 SOL-OPERADOR      PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
          03 W-AGORAMI  PIC 9(02).
          03 W-AGORASS  PIC 9(02).
          03 W-AGORACC  PIC 9(02).
      *
      *----PLANTONISTA DA URGENCIA NO TURNO ATUAL---------------------*
      *
       01 W-PLTABERTO   PIC X(01) VALUE "N".
       01 W-PLTCRM      PIC 9(06) VALUE ZEROS.
       01 W-PLTNOME     PIC X(30) VALUE SPACES.
       01 W-PLTTURNO    PIC X(01) VALUE SPACES.
      *
      *----SOLICITACAO DE VAGA DE INTERNACAO--------------------------*
      *
       01 W-SOLMAX      PIC 9(06) VALUE ZEROS.
       01 W-SOLPEND     PIC X(01) VALUE "N".
       01 W-VAGPRI      PIC 9(01) VALUE ZEROS.
       01 W-VAGSETOR    PIC 9(02) VALUE ZEROS.
       01 W-VAGMOTIVO   PIC X(30) VALUE SPACES.
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
      *
       01 LINTRI.
          03 LT-SEQ     PIC 9(04).
          03 FILLER     PIC X(01) VALUE ":".
          03 LT-CHEGMI  PIC 99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LT-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LT-QUEIXA  PIC X(40).
      *
          03 FILLER     PIC X(01) VALUE ":".
          03 LF-CHEGMI  PIC 99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-NOME    PIC X(30).
       01 W-LOGPROG     PIC X(07) VALUE "SMP064".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0V.
           OPEN I-O CADSOLV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSOLV
                 CLOSE CADSOLV
                 GO TO R0V
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSOLV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-PLTABERTO
           OPEN INPUT CADPLANT
           IF ST-ERRO = "00"
                MOVE "S" TO W-PLTABERTO.

       R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05)
             "E=ENTRADA NA FILA  F=FILA POR MEDICO  A=ATENDER"
           DISPLAY (04, 05)
             "T=TRIAGEM  P=PAINEL POR COR  R=REAVALIACAO  V=VAGA"
           PERFORM PLT-BUSCA THRU PLT-BUSCA-FIM
           DISPLAY (06, 05) "PLANTONISTA DO TURNO " W-PLTTURNO ": "
           IF W-PLTCRM = ZEROS
                DISPLAY (06, 29) "*** SEM PLANTONISTA NA ESCALA ***"
           ELSE
                DISPLAY (06, 29) W-PLTCRM " - " W-PLTNOME.
           ACCEPT (03, 56) W-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PNL-001.
           IF W-MODO = "R" OR "r"
                GO TO REV-001.
           IF W-MODO = "V" OR "v"
                GO TO VAG-001.
           GO TO R1.

      *---------------ENTRADA NA FILA COM TRIAGEM-----------------------*

       ENT-001.
           PERFORM PLT-BUSCA THRU PLT-BUSCA-FIM
           MOVE ZEROS TO FIL-CPF FIL-PRIORIDADE
           MOVE SPACES TO PACINOME
           MOVE W-PLTCRM TO FIL-CRM
           MOVE W-PLTNOME TO NOME
           DISPLAY TELAFILA
           IF W-PLTCRM NOT = ZEROS
                DISPLAY (09, 01) "PLANTONISTA DO TURNO " W-PLTTURNO
                                 ": " W-PLTCRM " - " W-PLTNOME.
       ENT-002.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
                GO TO FIL-001.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY (05, 02)
             "SEQ   PR HH:MM  CPF             PACIENTE"
           MOVE 7 TO W-LIN
           MOVE ZEROS TO FIL-SEQ
           START CADFILA KEY IS NOT LESS FIL-SEQ
           MOVE FIL-PRIORIDADE TO LF-PRI
           COMPUTE LF-CHEGHH = FIL-HRCHEG / 100
           COMPUTE LF-CHEGMI = FIL-HRCHEG - (LF-CHEGHH * 100)
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE W-MSKDADO TO LF-CPF
           MOVE FIL-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
           MOVE FIL-HRCHEG TO CONS-CHEGADA
           MOVE W-DATAHOJE TO CONS-AGENDDATA
           MOVE FIL-HRCHEG TO CONS-AGENDHORA
           MOVE ZEROS TO CONS-COBSEQ CONS-CONVENIO CONS-PLANO
           MOVE SPACES TO CONS-CARTEIRA
           MOVE FIL-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACCONVENIO TO CONS-CONVENIO
                MOVE PAC-CARTEIRA TO CONS-CARTEIRA.
           WRITE REGCONS
           IF ST-ERRO = "22"
                PERFORM ATD-PROXMIN THRU ATD-PROXMIN-FIM
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "PAINEL DA FILA POR CLASSIFICACAO DE RISCO"
           DISPLAY (03, 02)
             "SEQ   COR HH:MM  CPF             QUEIXA"
           MOVE 5 TO W-LIN
           MOVE 1 TO W-CORIDX.
       PNL-COR.
           MOVE TRI-COR TO LT-COR
           COMPUTE LT-CHEGHH = FIL-HRCHEG / 100
           COMPUTE LT-CHEGMI = FIL-HRCHEG - (LT-CHEGHH * 100)
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE W-MSKDADO TO LT-CPF
           MOVE "C" TO W-MSKGRUPO
           MOVE "X" TO W-MSKFORMA
           MOVE TRI-QUEIXA TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LT-QUEIXA
           DISPLAY (W-LIN, 02) LINTRI
           ADD 1 TO W-LIN
           IF W-LIN > 21
           DISPLAY (01, 10)
             "FICHAS AGUARDANDO ALEM DO LIMITE DA SUA COR"
           DISPLAY (03, 02)
             "SEQ   COR HH:MM  CPF             QUEIXA"
           MOVE 5 TO W-LIN
           MOVE ZEROS TO FIL-SEQ
           START CADFILA KEY IS NOT LESS FIL-SEQ
       TRI-RANK-FIM.
           EXIT.

      *
      *----PLANTONISTA DA URGENCIA NO TURNO ATUAL (CADPLANT)-----------*
      * M = 07:00 AS 13:00, T = 13:00 AS 19:00, N = 19:00 AS 07:00;   *
      * ANTES DAS 07:00 VALE O TURNO N INICIADO NO DIA ANTERIOR.      *
      * DEVOLVE W-PLTCRM ZERADO SE NAO HOUVER ESCALA ATIVA            *
      *----------------------------------------------------------------*
       PLT-BUSCA.
           MOVE ZEROS TO W-PLTCRM
           MOVE SPACES TO W-PLTNOME
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-DATAHOJE TO W-TENTDATA-N
           IF W-AGORAHH < 07
                MOVE "N" TO W-PLTTURNO
                PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           ELSE
              IF W-AGORAHH < 13
                   MOVE "M" TO W-PLTTURNO
              ELSE
                 IF W-AGORAHH < 19
                      MOVE "T" TO W-PLTTURNO
                 ELSE
                      MOVE "N" TO W-PLTTURNO.
           IF W-PLTABERTO NOT = "S"
                GO TO PLT-BUSCA-FIM.
           MOVE W-TENTDATA-N TO PLT-DATA
           MOVE "U" TO PLT-SETOR
           MOVE W-PLTTURNO TO PLT-TURNO
           READ CADPLANT
           IF ST-ERRO NOT = "00"
                GO TO PLT-BUSCA-FIM.
           IF PLT-CANCELADO OR PLT-CRMTIT = ZEROS
                GO TO PLT-BUSCA-FIM.
           MOVE PLT-CRMTIT TO W-PLTCRM CRM
           READ REGMED
           IF ST-ERRO = "00"
                MOVE NOME TO W-PLTNOME
           ELSE
                MOVE "MEDICO NAO CADASTRADO" TO W-PLTNOME.
       PLT-BUSCA-FIM.
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
      *
      ******************************************************************
      * SOLICITACAO DE VAGA DE INTERNACAO PARA O PACIENTE DA FILA:     *
      * PRIORIDADE (DA ENTRADA, ALTERAVEL) E SETOR DESEJADO; ENTRA NA  *
      * FILA DE VAGAS DO SMP124 E E ATENDIDA NA ADMISSAO DO SMP037     *
      ******************************************************************
       VAG-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "SOLICITACAO DE VAGA DE INTERNACAO"
           MOVE ZEROS TO FIL-SEQ
           DISPLAY (03, 05) "SEQUENCIA NA FILA:"
           ACCEPT (03, 25) FIL-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           READ CADFILA
           IF ST-ERRO NOT = "00"
                MOVE "*** ENTRADA NAO ENCONTRADA NA FILA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VAG-001.
           IF FIL-CANCELADO
                MOVE "*** ENTRADA CANCELADA NA FILA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VAG-001.
           MOVE FIL-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME.
           DISPLAY (05, 05) "PACIENTE: " PACINOME
           PERFORM VAG-PENDENTE THRU VAG-PENDENTE-FIM
           IF W-SOLPEND = "S"
                MOVE "*** PACIENTE JA TEM SOLICITACAO DE VAGA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VAG-001.
           MOVE FIL-PRIORIDADE TO W-VAGPRI
           MOVE ZEROS TO W-VAGSETOR
           MOVE SPACES TO W-VAGMOTIVO
           DISPLAY (07, 05) "PRIORIDADE (1=EMERG. 2=URG. 3=POUCO URG.):"
           DISPLAY (09, 05) "SETOR DESEJADO (00 = QUALQUER).........:"
           DISPLAY (11, 05) "MOTIVO:".
       VAG-002.
           ACCEPT (07, 48) W-VAGPRI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO VAG-001.
           IF W-VAGPRI < 1 OR W-VAGPRI > 3
                MOVE "*1=EMERGENCIA 2=URGENTE 3=POUCO URGENTE*"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VAG-002.
       VAG-003.
           ACCEPT (09, 48) W-VAGSETOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO VAG-002.
           ACCEPT (11, 13) W-VAGMOTIVO WITH UPDATE.
       VAG-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO VAG-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO VAG-OPC.
           MOVE ZEROS TO W-SOLMAX SOL-NUMERO
           START CADSOLV KEY IS NOT LESS SOL-NUMERO
               INVALID KEY
                   GO TO VAG-WR1.
       VAG-NUM.
           READ CADSOLV NEXT RECORD
               AT END
                   GO TO VAG-WR1.
           MOVE SOL-NUMERO TO W-SOLMAX
           GO TO VAG-NUM.
       VAG-WR1.
           ADD 1 TO W-SOLMAX
           MOVE W-SOLMAX TO SOL-NUMERO
           MOVE FIL-CPF TO SOL-CPF
           MOVE "U" TO SOL-ORIGEM
           MOVE W-VAGPRI TO SOL-PRIORIDADE
           MOVE W-VAGSETOR TO SOL-SETOR
           MOVE FIL-CRM TO SOL-CRM
           MOVE FIL-SEQ TO SOL-FILA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-DATAHOJE TO SOL-DTSOL
           COMPUTE SOL-HRSOL = (W-AGORAHH * 100) + W-AGORAMI
           MOVE W-VAGMOTIVO TO SOL-MOTIVO
           MOVE "A" TO SOL-SITUACAO
           MOVE ZEROS TO SOL-LEITO SOL-DTATEND
           MOVE LK-OPERADOR TO SOL-OPERADOR
           WRITE REGSOLV
           IF ST-ERRO = "22"
                GO TO VAG-WR1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSOLV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** SOLICITACAO DE VAGA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----PACIENTE (FIL-CPF) JA TEM SOLICITACAO AGUARDANDO VAGA?------*
      *
       VAG-PENDENTE.
           MOVE "N" TO W-SOLPEND
           MOVE ZEROS TO SOL-NUMERO
           START CADSOLV KEY IS NOT LESS SOL-NUMERO
               INVALID KEY
                   GO TO VAG-PENDENTE-FIM.
       VAG-PENDENTE1.
           READ CADSOLV NEXT RECORD
               AT END
                   GO TO VAG-PENDENTE-FIM.
           IF SOL-CPF = FIL-CPF AND SOL-AGUARDANDO
                MOVE "S" TO W-SOLPEND
                GO TO VAG-PENDENTE-FIM.
           GO TO VAG-PENDENTE1.
       VAG-PENDENTE-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADFILA CADCONS CADPACI REGMED CADTRIAG CADSOLV
           IF W-PLTABERTO = "S"
                CLOSE CADPLANT.
       ROT-FIMP.
           CANCEL "SMPMSK"
           EXIT PROGRAM.

      *----CPF E QUEIXA DOS PAINEIS CONFORME O PERFIL DO OPERADOR------*

       MSK-CPF.
           MOVE FIL-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM.
       MSK-CPF-FIM.
           EXIT.

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
