       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP106.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * LINHAS DE CUIDADO DE PACIENTES CRONICOS: CADASTRO   *
      * DA LINHA POR CID (CADLCUI.DAT) COM PERIODICIDADE DE *
      * CONSULTA, ESPECIALIDADE RESPONSAVEL E ATE CINCO     *
      * EXAMES OBRIGATORIOS DO CADEXTP COM A PERIODICIDADE  *
      * DE CADA UM, E INSCRICAO/ENCERRAMENTO DO PACIENTE NA *
      * LINHA (CADLCIN.DAT). OS VENCIDOS SAO LISTADOS PELO  *
      * BATCH SMP107. AS CONDICOES CRONICAS DO PACIENTE SAO *
      * MOSTRADAS CONFORME O PERFIL DO OPERADOR (SMPMSK, QUE *
      * AUDITA A EXIBICAO DO DADO CLINICO)                  *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLCUI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCU-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLCIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCI-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
           SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADEXTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXT-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADALERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALE-CPF
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLCUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLCUI.DAT".
       01 REGLCUI.
          03 LCU-CODIGO        PIC 9(03).
          03 LCU-DESCR         PIC X(30).
          03 LCU-CID           PIC 9(04).
          03 LCU-ESPEC         PIC 9(02).
          03 LCU-PERCONS       PIC 9(03).
          03 LCU-EXAMES.
             05 LCU-EXAME      OCCURS 5 TIMES.
                07 LCU-EXTIPO  PIC 9(04).
                07 LCU-EXPER   PIC 9(03).
          03 LCU-SITUACAO      PIC X(01).
             88 LCU-ATIVA          VALUE "A".
             88 LCU-INATIVA        VALUE "I".
          03 LCU-DTALT         PIC 9(08).
          03 LCU-OPERADOR      PIC X(08).
      *
       FD CADLCIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLCIN.DAT".
       01 REGLCIN.
          03 LCI-CHAVE.
             05 LCI-CPF        PIC 9(11).
             05 LCI-LINHA      PIC 9(03).
          03 LCI-DTINSCR       PIC 9(08).
          03 LCI-SITUACAO      PIC X(01).
             88 LCI-ATIVA          VALUE "A".
             88 LCI-ENCERRADA      VALUE "E".
          03 LCI-DTENCER       PIC 9(08).
          03 LCI-MOTIVO        PIC X(30).
          03 LCI-OPERADOR      PIC X(08).
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
             88 CID-ATIVO          VALUE "A".
             88 CID-INATIVO        VALUE "I".
          03 CID-DATACAD       PIC 9(08).
          03 CID-DATAALT       PIC 9(08).
          03 CID-CID10         PIC X(05).
          03 CID-NOTIFICA      PIC X(01).
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01 REGESP.
          03 ESP-CODIGO        PIC 9(02).
          03 ESP-DESCR         PIC X(20).
      *
       FD CADEXTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTP.DAT".
       01 REGEXTP.
          03 EXT-CODIGO        PIC 9(04).
          03 EXT-DESCR         PIC X(30).
          03 EXT-PREPARO       PIC X(50).
          03 EXT-SITUACAO      PIC X(01).
             88 EXT-ATIVO          VALUE "A".
             88 EXT-INATIVO        VALUE "I".
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
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADALERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERT.DAT".
       01 REGALERT.
          03 ALE-CPF           PIC 9(11).
          03 ALE-ALERGIAS      PIC X(50).
          03 ALE-CRONICAS      PIC X(50).
          03 ALE-PRECAUCOES    PIC X(50).
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
       01 W-ALEABERTO PIC X(01) VALUE "N".
       01 IND        PIC 9(02) VALUE ZEROS.
       01 IND2       PIC 9(02) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-CPF      PIC 9(11) VALUE ZEROS.
       01 W-LINHA    PIC 9(03) VALUE ZEROS.
       01 W-MOTIVO   PIC X(30) VALUE SPACES.
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
       01 W-DATAED   PIC 99/99/9999.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP106".
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
       01  SMT106.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** LINHAS DE CUIDADO DE PACIENT".
           05  LINE 02  COLUMN 41
               VALUE  "ES CRONICOS ***".
           05  LINE 05  COLUMN 10
               VALUE  "L = CADASTRO DA LINHA DE CUIDADO".
           05  LINE 06  COLUMN 10
               VALUE  "I = INSCREVER PACIENTE NA LINHA".
           05  LINE 07  COLUMN 10
               VALUE  "E = ENCERRAR INSCRICAO DO PACIENTE".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
       01  TELALCU.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "CADASTRO DA LINHA DE CUIDADO".
           05  LINE 03  COLUMN 01
               VALUE  "CODIGO DA LINHA:".
           05  LINE 05  COLUMN 01
               VALUE  "DESCRICAO......:".
           05  LINE 07  COLUMN 01
               VALUE  "CID............:".
           05  LINE 09  COLUMN 01
               VALUE  "ESPECIALIDADE..:".
           05  LINE 11  COLUMN 01
               VALUE  "CONSULTA A CADA:      DIAS".
           05  LINE 13  COLUMN 01
               VALUE  "EXAMES OBRIGATORIOS (TIPO / A CADA N DIAS".
           05  LINE 13  COLUMN 42
               VALUE  ", TIPO ZERO ENCERRA):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOD
               LINE 03  COLUMN 18  PIC 9(03)
               USING  LCU-CODIGO
               HIGHLIGHT.
           05  TDESCR
               LINE 05  COLUMN 18  PIC X(30)
               USING  LCU-DESCR
               HIGHLIGHT.
           05  TCID
               LINE 07  COLUMN 18  PIC 9(04)
               USING  LCU-CID
               HIGHLIGHT.
           05  TESPEC
               LINE 09  COLUMN 18  PIC 9(02)
               USING  LCU-ESPEC
               HIGHLIGHT.
           05  TPERCONS
               LINE 11  COLUMN 18  PIC 9(03)
               USING  LCU-PERCONS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADLCUI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLCUI
                 CLOSE CADLCUI
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLCUI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADLCIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLCIN
                 CLOSE CADLCIN
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLCIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CID NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE ESPECIALIDADES NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADEXTP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE TIPOS DE EXAME NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-ALEABERTO
           OPEN INPUT CADALERT
           IF ST-ERRO = "00"
                MOVE "S" TO W-ALEABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT106
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "L" OR "l"
                GO TO LIN-001.
           IF W-MODO = "I" OR "i"
                GO TO INS-001.
           IF W-MODO = "E" OR "e"
                GO TO ENC-001.
           GO TO R1.

      *---------------CADASTRO DA LINHA DE CUIDADO---------------------*
      * LINHA INATIVA NAO RECEBE INSCRICAO NOVA E SAI DO BATCH DE      *
      * VENCIDOS; AS INSCRICOES FICAM GRAVADAS                         *
      *----------------------------------------------------------------*

       LIN-001.
           MOVE ZEROS TO LCU-CODIGO LCU-CID LCU-ESPEC LCU-PERCONS
           MOVE ZEROS TO LCU-EXAMES
           MOVE SPACES TO LCU-DESCR
           MOVE "A" TO LCU-SITUACAO
           DISPLAY TELALCU.
       LIN-002.
           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF LCU-CODIGO = ZEROS
                MOVE "CODIGO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-002.
           MOVE "S" TO W-NOVO
           READ CADLCUI
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "N" TO W-NOVO
                DISPLAY TELALCU
                PERFORM LIN-MOSTRA THRU LIN-MOSTRA-FIM
                GO TO LIN-ACE
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADLCUI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
       LIN-003.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIN-002.
           IF LCU-DESCR = SPACES
                MOVE "DIGITE A DESCRICAO DA LINHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-003.
       LIN-004.
           ACCEPT TCID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIN-003.
           MOVE LCU-CID TO CODIGO
           READ CADCID
           IF ST-ERRO NOT = "00"
                MOVE "*** CID NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-004.
           DISPLAY (07, 25) DENOMINACAO.
       LIN-005.
           ACCEPT TESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIN-004.
           MOVE LCU-ESPEC TO ESP-CODIGO
           READ CADESP
           IF ST-ERRO NOT = "00"
                MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-005.
           DISPLAY (09, 25) ESP-DESCR.
       LIN-006.
           ACCEPT TPERCONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIN-005.
           IF LCU-PERCONS = ZEROS
                MOVE "*** INFORME A PERIODICIDADE DA CONSULTA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-006.
           MOVE 1 TO IND.
       LIN-EXA.
           IF IND > 5
                GO TO LIN-OPC.
           COMPUTE W-LIN = 13 + IND
           ACCEPT (W-LIN, 05) LCU-EXTIPO (IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF IND = 1
                     GO TO LIN-006
                ELSE
                     SUBTRACT 1 FROM IND
                     GO TO LIN-EXA.
           IF LCU-EXTIPO (IND) = ZEROS
                PERFORM LIN-LIMPA THRU LIN-LIMPA-FIM
                GO TO LIN-OPC.
           MOVE LCU-EXTIPO (IND) TO EXT-CODIGO
           READ CADEXTP
           IF ST-ERRO NOT = "00"
                MOVE "*** TIPO DE EXAME NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-EXA.
           IF EXT-INATIVO
                MOVE "*** TIPO DE EXAME INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-EXA.
           DISPLAY (W-LIN, 20) EXT-DESCR.
       LIN-EXA1.
           ACCEPT (W-LIN, 12) LCU-EXPER (IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIN-EXA.
           IF LCU-EXPER (IND) = ZEROS
                GO TO LIN-EXA1.
           ADD 1 TO IND
           GO TO LIN-EXA.
       LIN-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIN-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO LIN-OPC.
       LIN-GRAVA.
           MOVE W-DATAHOJE TO LCU-DTALT
           MOVE LK-OPERADOR TO LCU-OPERADOR
           IF W-NOVO = "S"
                MOVE "A" TO LCU-SITUACAO
                WRITE REGLCUI
           ELSE
                REWRITE REGLCUI.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLCUI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LIN-001.
      *
       LIN-ACE.
           IF LCU-INATIVA
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   R=REATIVAR"
           ELSE
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=INATIVAR".
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LIN-001.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO LIN-001.
           IF W-OPCAO = "A" OR "a"
                GO TO LIN-003.
           IF (W-OPCAO = "R" OR "r") AND LCU-INATIVA
                MOVE "A" TO LCU-SITUACAO
                GO TO LIN-GRAVA.
           IF (W-OPCAO = "E" OR "e") AND LCU-ATIVA
                MOVE "I" TO LCU-SITUACAO
                GO TO LIN-GRAVA.
           GO TO LIN-ACE.

      *----MOSTRA A LINHA LIDA EM REGLCUI------------------------------*

       LIN-MOSTRA.
           MOVE LCU-CID TO CODIGO
           MOVE SPACES TO DENOMINACAO
           READ CADCID
           DISPLAY (07, 25) DENOMINACAO
           MOVE LCU-ESPEC TO ESP-CODIGO
           MOVE SPACES TO ESP-DESCR
           READ CADESP
           DISPLAY (09, 25) ESP-DESCR
           IF LCU-INATIVA
                DISPLAY (03, 25) "*** LINHA INATIVA ***".
           MOVE 1 TO IND.
       LIN-MOSTRA1.
           IF IND > 5
                GO TO LIN-MOSTRA-FIM.
           IF LCU-EXTIPO (IND) = ZEROS
                GO TO LIN-MOSTRA-FIM.
           COMPUTE W-LIN = 13 + IND
           MOVE LCU-EXTIPO (IND) TO EXT-CODIGO
           MOVE SPACES TO EXT-DESCR
           READ CADEXTP
           DISPLAY (W-LIN, 05) LCU-EXTIPO (IND)
           DISPLAY (W-LIN, 12) LCU-EXPER (IND)
           DISPLAY (W-LIN, 20) EXT-DESCR
           ADD 1 TO IND
           GO TO LIN-MOSTRA1.
       LIN-MOSTRA-FIM.
           EXIT.

      *----TIPO ZERO ENCERRA A LISTA: LIMPA DO IND ATE O FIM-----------*

       LIN-LIMPA.
           MOVE IND TO IND2.
       LIN-LIMPA1.
           IF IND2 > 5
                GO TO LIN-LIMPA-FIM.
           MOVE ZEROS TO LCU-EXTIPO (IND2) LCU-EXPER (IND2)
           COMPUTE W-LIN = 13 + IND2
           DISPLAY (W-LIN, 01) LIMPA
           ADD 1 TO IND2
           GO TO LIN-LIMPA1.
       LIN-LIMPA-FIM.
           EXIT.

      *---------------INSCRICAO DO PACIENTE NA LINHA-------------------*
      * MOSTRA AS CONDICOES CRONICAS DO ALERTA CLINICO (SMP054) E AS   *
      * LINHAS EM QUE O PACIENTE JA ESTA. INSCRICAO ENCERRADA PODE SER *
      * REABERTA, COM NOVA DATA DE INSCRICAO                           *
      *----------------------------------------------------------------*

       INS-001.
           MOVE ZEROS TO W-CPF W-LINHA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "INSCRICAO EM LINHA DE CUIDADO".
       INS-002.
           DISPLAY (03, 01) "CPF DO PACIENTE:"
           ACCEPT (03, 18) W-CPF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           PERFORM PAC-LE THRU PAC-LE-FIM
           IF ST-ERRO NOT = "00"
                GO TO INS-002.
           IF PAC-OBITO
                MOVE "*** PACIENTE COM OBITO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INS-002.
           PERFORM INS-LISTA THRU INS-LISTA-FIM.
       INS-003.
           DISPLAY (07, 01) "LINHA DE CUIDADO:"
           ACCEPT (07, 19) W-LINHA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO INS-001.
           MOVE W-LINHA TO LCU-CODIGO
           READ CADLCUI
           IF ST-ERRO NOT = "00"
                MOVE "*** LINHA DE CUIDADO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INS-003.
           IF LCU-INATIVA
                MOVE "*** LINHA DE CUIDADO INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INS-003.
           DISPLAY (07, 25) LCU-DESCR
           MOVE "S" TO W-NOVO
           MOVE W-CPF TO LCI-CPF
           MOVE W-LINHA TO LCI-LINHA
           READ CADLCIN
           IF ST-ERRO = "00"
                IF LCI-ATIVA
                     MOVE "*** PACIENTE JA INSCRITO NESTA LINHA ***"
                                                           TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INS-003
                ELSE
                     MOVE "N" TO W-NOVO.
       INS-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "INSCREVER (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** INSCRICAO NAO REALIZADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INS-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO INS-OPC.
           MOVE W-DATAHOJE TO LCI-DTINSCR
           MOVE "A" TO LCI-SITUACAO
           MOVE ZEROS TO LCI-DTENCER
           MOVE SPACES TO LCI-MOTIVO
           MOVE LK-OPERADOR TO LCI-OPERADOR
           IF W-NOVO = "S"
                WRITE REGLCIN
           ELSE
                REWRITE REGLCIN.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLCIN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PACIENTE INSCRITO NA LINHA DE CUIDADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INS-001.

      *---------------ENCERRAMENTO DA INSCRICAO------------------------*

       ENC-001.
           MOVE ZEROS TO W-CPF W-LINHA
           MOVE SPACES TO W-MOTIVO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "ENCERRAMENTO DE INSCRICAO NA LINHA".
       ENC-002.
           DISPLAY (03, 01) "CPF DO PACIENTE:"
           ACCEPT (03, 18) W-CPF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           PERFORM PAC-LE THRU PAC-LE-FIM
           IF ST-ERRO NOT = "00"
                GO TO ENC-002.
           PERFORM INS-LISTA THRU INS-LISTA-FIM.
       ENC-003.
           DISPLAY (07, 01) "LINHA DE CUIDADO:"
           ACCEPT (07, 19) W-LINHA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENC-001.
           MOVE W-CPF TO LCI-CPF
           MOVE W-LINHA TO LCI-LINHA
           READ CADLCIN
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO INSCRITO NESTA LINHA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-003.
           IF LCI-ENCERRADA
                MOVE "*** INSCRICAO JA ENCERRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-003.
       ENC-004.
           DISPLAY (09, 01) "MOTIVO DO ENCERRAMENTO:"
           ACCEPT (09, 25) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENC-003.
           IF W-MOTIVO = SPACES
                MOVE "*** INFORME O MOTIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-004.
       ENC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ENCERRAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** INSCRICAO MANTIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ENC-OPC.
           MOVE "E" TO LCI-SITUACAO
           MOVE W-DATAHOJE TO LCI-DTENCER
           MOVE W-MOTIVO TO LCI-MOTIVO
           MOVE LK-OPERADOR TO LCI-OPERADOR
           REWRITE REGLCIN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLCIN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** INSCRICAO ENCERRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ENC-001.

      ******************************************************************
      * LE O PACIENTE DE W-CPF E MOSTRA NOME E CONDICOES CRONICAS      *
      ******************************************************************
       PAC-LE.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "23" TO ST-ERRO
                GO TO PAC-LE-FIM.
           DISPLAY (03, 31) PACINOME
           IF W-ALEABERTO NOT = "S"
                GO TO PAC-LE-OK.
           MOVE W-CPF TO ALE-CPF
           READ CADALERT
           IF ST-ERRO NOT = "00" OR ALE-CRONICAS = SPACES
                GO TO PAC-LE-OK.
           MOVE W-CPF TO W-MSKCPF
           MOVE "C" TO W-MSKGRUPO
           MOVE "X" TO W-MSKFORMA
           MOVE ALE-CRONICAS TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           DISPLAY (04, 01) "CRONICAS:"
           DISPLAY (04, 11) W-MSKDADO (1:50).
       PAC-LE-OK.
           MOVE "00" TO ST-ERRO.
       PAC-LE-FIM.
           EXIT.

      ******************************************************************
      * LISTA AS INSCRICOES DE W-CPF A PARTIR DA LINHA 12 DA TELA      *
      ******************************************************************
       INS-LISTA.
           DISPLAY (11, 01) "INSCRICOES DO PACIENTE:"
           MOVE 11 TO W-LIN
           MOVE W-CPF TO LCI-CPF
           MOVE ZEROS TO LCI-LINHA
           START CADLCIN KEY IS NOT LESS LCI-CHAVE
               INVALID KEY
                   GO TO INS-LISTA-FIM.
       INS-LISTA1.
           READ CADLCIN NEXT RECORD
               AT END
                   GO TO INS-LISTA-FIM.
           IF LCI-CPF NOT = W-CPF OR W-LIN > 20
                GO TO INS-LISTA-FIM.
           ADD 1 TO W-LIN
           MOVE LCI-LINHA TO LCU-CODIGO
           MOVE SPACES TO LCU-DESCR
           READ CADLCUI
           MOVE LCI-DTINSCR TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED
           DISPLAY (W-LIN, 03) LCI-LINHA
           DISPLAY (W-LIN, 08) LCU-DESCR
           DISPLAY (W-LIN, 40) W-DATAED
           IF LCI-ENCERRADA
                DISPLAY (W-LIN, 52) "ENCERRADA"
           ELSE
                DISPLAY (W-LIN, 52) "ATIVA".
           GO TO INS-LISTA1.
       INS-LISTA-FIM.
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
           CLOSE CADLCUI CADLCIN CADCID CADESP CADEXTP CADPACI
           IF W-ALEABERTO = "S"
                CLOSE CADALERT.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CONDICOES CRONICAS CONFORME O PERFIL DO OPERADOR------------*

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
