      *******************************************
      *    CHECK-IN DE PACIENTES E PAINEL DA    *
      *    SALA DE ESPERA POR MEDICO            *
      *    PACIENTE EM PRE-CADASTRO (SITE/APP)  *
      *    TEM O CADASTRO COMPLETADO NO CHECK-IN*
      *    E PASSA A ATIVO (AUDITADO NO CADAUDIT)*
      *    CPF NO PAINEL MASCARADO CONFORME O   *
      *    PERFIL DO OPERADOR (SMPMSK)          *
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
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 PAC-NASC.
             05 PAC-NASCDIA PIC 9(02).
             05 PAC-NASCMES PIC 9(02).
             05 PAC-NASCANO PIC 9(04).
          03 PAC-SEXO       PIC X(01).
          03 PAC-GENERO     PIC X(01).
          03 PAC-TELEFONE.
             05 PAC-DDD     PIC 9(02).
             05 PAC-NUM     PIC 9(09).
          03 PAC-EMAIL      PIC X(40).
          03 PAC-CEP        PIC 9(08).
          03 PAC-NUMLOGRA   PIC 9(04).
          03 PAC-COMLOGRA   PIC X(12).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
             88 PAC-ATIVO       VALUE "A".
             88 PAC-PRECAD      VALUE "P".
          03 PAC-DTCAD      PIC 9(08).
          03 PAC-DTALT.
             05 PAC-DTALTDIA PIC 9(02).
             05 PAC-DTALTMES PIC 9(02).
             05 PAC-DTALTANO PIC 9(04).
          03 PAC-CARTEIRA   PIC X(20).
          03 PAC-CARTVALID  PIC 9(08).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT.
          03 AUD-PROGRAMA      PIC X(07).
          03 AUD-CHAVE         PIC X(11).
          03 AUD-OPERACAO      PIC X(01).
          03 AUD-OPERADOR      PIC X(08).
          03 AUD-DATA.
             05 AUD-DIA        PIC 9(02).
             05 AUD-MES        PIC 9(02).
             05 AUD-ANO        PIC 9(04).
          03 AUD-HORA.
             05 AUD-HH         PIC 9(02).
             05 AUD-MM         PIC 9(02).
             05 AUD-SS         PIC 9(02).
          03 AUD-ANTES         PIC X(150).
          03 AUD-DEPOIS        PIC X(150).
      *
       FD REGMED
               LABEL RECORD IS STANDARD
          03 W-AGORAMI  PIC 9(02).
          03 W-AGORASS  PIC 9(02).
          03 W-AGORACC  PIC 9(02).
       01 AUD-SNAP      PIC X(150) VALUE SPACES.
      *
       01 TABESP.
          03 ESP-ENT OCCURS 50 TIMES.
          03 FILLER         PIC X(01) VALUE ":".
          03 LE-MI          PIC 99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LE-CPF         PIC X(14).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LE-NOME        PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LE-ESPERA      PIC ZZZ9.
          03 FILLER         PIC X(04) VALUE " MIN".
       01 W-LOGPROG   PIC X(07) VALUE "SMP031".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
           05  LINE 03  COLUMN 41
               VALUE  "NOME:".
           05  LINE 05  COLUMN 02
               VALUE  "OR  CHEG   CONS   CPF             PACIENTE".
           05  LINE 05  COLUMN 63
               VALUE  "ESPERA".
           05  TSCRM
               LINE 03  COLUMN 16  PIC 9(06)
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***"
                                                           TO MENS
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0A.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R1.
           IF W-SALABERTO = "N"
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME PACSITUACAO.
           DISPLAY TCPF
           DISPLAY TPACNOME.

           IF ST-ERRO = "00" OR "02"
                MOVE "*** CHEGADA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF PAC-PRECAD
                     GO TO PRE-001
                ELSE
                     GO TO CHK-001.
           MOVE "ERRO NA GRAVACAO DO CHECK-IN" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ******************************************************************
      * PRE-CADASTRO FEITO PELO SITE/APP: A RECEPCAO COMPLETA NASCI-   *
      * MENTO, SEXO, CONTATO, ENDERECO E CARTEIRINHA; O PACIENTE PASSA *
      * A ATIVO. ESC OU N MANTEM O PRE-CADASTRO PARA A PROXIMA VISITA  *
      ******************************************************************
       PRE-001.
           DISPLAY (23, 12) "PRE-CADASTRO DO SITE - COMPLETAR (S/N) ?"
           ACCEPT (23, 55) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO CHK-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PRE-001.
           MOVE REGPACI TO AUD-SNAP
           DISPLAY (11, 01) "COMPLETAR O CADASTRO DO PACIENTE"
           DISPLAY (12, 01) "NASCIMENTO (DDMMAAAA):"
           DISPLAY (13, 01) "SEXO (M/F)...........:"
           DISPLAY (14, 01) "E-MAIL...............:"
           DISPLAY (15, 01) "CEP..................:"
           DISPLAY (15, 35) "NUMERO:"
           DISPLAY (15, 49) "COMPL:"
           DISPLAY (16, 01) "CARTEIRINHA..........:"
           DISPLAY (16, 46) "VALIDADE (AAAAMMDD):".
       PRE-NASC.
           ACCEPT (12, 24) PAC-NASC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO CHK-001.
           IF PAC-NASC NOT NUMERIC
                MOVE ZEROS TO PAC-NASC.
           IF PAC-NASCDIA < 1 OR PAC-NASCDIA > 31 OR
              PAC-NASCMES < 1 OR PAC-NASCMES > 12 OR
              PAC-NASCANO < 1900
                MOVE "DIGITE UM NASCIMENTO VALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-NASC.
       PRE-SEXO.
           ACCEPT (13, 24) PAC-SEXO WITH UPDATE
           IF PAC-SEXO = "m"
                MOVE "M" TO PAC-SEXO.
           IF PAC-SEXO = "f"
                MOVE "F" TO PAC-SEXO.
           IF PAC-SEXO NOT = "M" AND NOT = "F"
                MOVE "*** DIGITE M OU F ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-SEXO.
           ACCEPT (14, 24) PAC-EMAIL WITH UPDATE.
       PRE-CEP.
           ACCEPT (15, 24) PAC-CEP WITH UPDATE
           IF PAC-CEP = ZEROS
                MOVE "*** CEP OBRIGATORIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-CEP.
           ACCEPT (15, 43) PAC-NUMLOGRA WITH UPDATE
           ACCEPT (15, 56) PAC-COMLOGRA WITH UPDATE
           IF PACCONVENIO = ZEROS
                GO TO PRE-OPC.
       PRE-CART.
           ACCEPT (16, 24) PAC-CARTEIRA WITH UPDATE
           IF PAC-CARTEIRA = SPACES
                MOVE "*** CARTEIRINHA OBRIGATORIA PARA CONVENIO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRE-CART.
           ACCEPT (16, 67) PAC-CARTVALID WITH UPDATE.
       PRE-OPC.
           DISPLAY (23, 12) "GRAVA O CADASTRO COMPLETO (S/N) ?"
           ACCEPT (23, 50) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO CHK-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PRE-OPC.
           MOVE "A" TO PACSITUACAO
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO PAC-DTALTDIA
           MOVE W-HOJEMES TO PAC-DTALTMES
           MOVE W-HOJEANO TO PAC-DTALTANO
           REWRITE REGPACI
           IF ST-ERRO NOT = "00" AND NOT = "02"
                MOVE "ERRO NA GRAVACAO DO CADASTRO DO PACIENTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CHK-001.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE "SMP031" TO AUD-PROGRAMA
           MOVE CPF TO AUD-CHAVE
           MOVE "A" TO AUD-OPERACAO
           MOVE LK-OPERADOR TO AUD-OPERADOR
           MOVE W-HOJEDIA TO AUD-DIA
           MOVE W-HOJEMES TO AUD-MES
           MOVE W-HOJEANO TO AUD-ANO
           MOVE W-AGORAHH TO AUD-HH
           MOVE W-AGORAMI TO AUD-MM
           MOVE W-AGORASS TO AUD-SS
           MOVE AUD-SNAP TO AUD-ANTES
           MOVE REGPACI TO AUD-DEPOIS
           WRITE REGAUDIT
           MOVE "*** CADASTRO DO PACIENTE COMPLETADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CHK-001.

      *---------------PAINEL DA SALA DE ESPERA POR MEDICO--------------*

       SAL-001.
           MOVE W-CHEG4MI TO LE-CHEGMI
           MOVE W-HORA4HH TO LE-HH
           MOVE W-HORA4MI TO LE-MI
           MOVE TES-CPF (IND) TO CPF W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LE-CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACINOME TO LE-NOME
           GO TO SAL-FIM.

       ROT-FIM.
           CLOSE CADCONS CADPACI REGMED CADAUDIT.
           IF W-SALABERTO = "S"
                CLOSE CADSALA.
       ROT-FIMP.
           CANCEL "SMPMSK"
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
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
