       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP134.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * COBERTURAS DO PACIENTE (CADCOBER.DAT): CADA CPF     *
      * PODE TER VARIOS CONVENIOS, CADA UM COM PLANO,       *
      * CARTEIRINHA, VALIDADE E PRIORIDADE (1 = PRINCIPAL). *
      * SO UMA COBERTURA ATIVA POR PRIORIDADE. A COBERTURA  *
      * PRINCIPAL ATIVA E COPIADA PARA O CONVENIO E A       *
      * CARTEIRINHA DO CADPACI, QUE CONTINUAM SENDO USADOS  *
      * ONDE NAO HA CONSULTA (CADASTRO, PRE-CADASTRO ETC.). *
      * O AGENDAMENTO (SMP006) ESCOLHE A COBERTURA E GRAVA  *
      * A USADA NA CONSULTA. COBERTURA NAO E EXCLUIDA, E    *
      * INATIVADA (SITUACAO I). CADA GRAVACAO VAI PARA O    *
      * CADAUDIT                                            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
           SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLN-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBER.DAT".
       01 REGCOBER.
          03 COB-CHAVE.
             05 COB-CPF        PIC 9(11).
             05 COB-SEQ        PIC 9(02).
          03 COB-CONVENIO      PIC 9(04).
          03 COB-PLANO         PIC 9(02).
          03 COB-CARTEIRA      PIC X(20).
          03 COB-CARTVALID.
             05 COB-CVALANO    PIC 9(04).
             05 COB-CVALMES    PIC 9(02).
             05 COB-CVALDIA    PIC 9(02).
          03 COB-PRIORIDADE    PIC 9(01).
          03 COB-SITUACAO      PIC X(01).
             88 COB-ATIVA          VALUE "A".
             88 COB-INATIVA        VALUE "I".
          03 COB-DTALT         PIC 9(08).
          03 COB-OPERADOR      PIC X(08).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 PAC-CPF           PIC 9(11).
          03 PAC-NOME          PIC X(30).
          03 FILLER            PIC X(85).
          03 PAC-CONVENIO      PIC 9(04).
          03 PAC-SITUACAO      PIC X(01).
          03 PAC-DTCAD         PIC 9(08).
          03 PAC-DTALT.
             05 PAC-DTALTDIA   PIC 9(02).
             05 PAC-DTALTMES   PIC 9(02).
             05 PAC-DTALTANO   PIC 9(04).
          03 PAC-CARTEIRA      PIC X(20).
          03 PAC-CARTVALID     PIC 9(08).
          03 FILLER            PIC X(23).
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
       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
          03 PLN-CODIGO        PIC 9(02).
          03 PLN-DESCR         PIC X(30).
          03 FILLER            PIC X(68).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-PLNABERTO PIC X(01) VALUE "N".
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-PRIUSADA PIC X(01) VALUE "N".
       01 W-AUDOPER  PIC X(01) VALUE SPACES.
       01 W-CPF      PIC 9(11) VALUE ZEROS.
       01 W-PACNOME  PIC X(30) VALUE SPACES.
       01 W-SEQ      PIC 9(02) VALUE ZEROS.
       01 W-PRIO     PIC 9(01) VALUE ZEROS.
       01 W-MAXSEQ   PIC 9(02) VALUE ZEROS.
       01 W-QTDATIVA PIC 9(02) VALUE ZEROS.
       01 W-CNOME    PIC X(30) VALUE SPACES.
       01 W-PLNDESCR PIC X(30) VALUE SPACES.
       01 W-DESCSIT  PIC X(10) VALUE SPACES.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-REGCOBSAV PIC X(65) VALUE SPACES.
       01 W-ANTES    PIC X(150) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AUDHH  PIC 9(02).
          03 W-AUDMM  PIC 9(02).
          03 W-AUDSS  PIC 9(02).
          03 W-AUDCC  PIC 9(02).
      *
      *----LINHA DA LISTA DE COBERTURAS DO PACIENTE--------------------*
      *
       01 W-LINCOB.
          03 LC-SEQ      PIC 9(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC-CONV     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC-CNOME    PIC X(20).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC-PLANO    PIC 9(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC-CART     PIC X(20).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC-VALDIA   PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC-VALMES   PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC-VALANO   PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC-PRIO     PIC 9(01).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LC-SIT      PIC X(01).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP134".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT134.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** COBERTURAS DO PACIENTE".
           05  LINE 02  COLUMN 41
               VALUE  " ***".
           05  LINE 04  COLUMN 03
               VALUE  "CPF DO PACIENTE.....:".
           05  LINE 06  COLUMN 03
               VALUE  "SQ CONV CONVENIO             PL CARTEIRINH".
           05  LINE 06  COLUMN 44
               VALUE  "A          VALIDADE   PR SIT".
           05  LINE 16  COLUMN 03
               VALUE  "SEQUENCIA (0=NOVA)..:".
           05  LINE 17  COLUMN 03
               VALUE  "CONVENIO............:".
           05  LINE 18  COLUMN 03
               VALUE  "PLANO...............:".
           05  LINE 19  COLUMN 03
               VALUE  "CARTEIRINHA.........:".
           05  LINE 20  COLUMN 03
               VALUE  "VALIDADE (D M A)....:".
           05  LINE 21  COLUMN 03
               VALUE  "PRIORIDADE (1=PRINC):".
           05  LINE 21  COLUMN 32
               VALUE  "SITUACAO (A/I):".
           05  TCPF
               LINE 04  COLUMN 25  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 04  COLUMN 38  PIC X(30)
               FROM   W-PACNOME.
           05  TSEQ
               LINE 16  COLUMN 25  PIC 9(02)
               USING  W-SEQ
               HIGHLIGHT.
           05  TCONV
               LINE 17  COLUMN 25  PIC 9(04)
               USING  COB-CONVENIO
               HIGHLIGHT.
           05  TCNOME
               LINE 17  COLUMN 31  PIC X(30)
               FROM   W-CNOME.
           05  TPLANO
               LINE 18  COLUMN 25  PIC 9(02)
               USING  COB-PLANO
               HIGHLIGHT.
           05  TPLNDESCR
               LINE 18  COLUMN 31  PIC X(30)
               FROM   W-PLNDESCR.
           05  TCART
               LINE 19  COLUMN 25  PIC X(20)
               USING  COB-CARTEIRA
               HIGHLIGHT.
           05  TVALDIA
               LINE 20  COLUMN 25  PIC 9(02)
               USING  COB-CVALDIA
               HIGHLIGHT.
           05  TVALMES
               LINE 20  COLUMN 28  PIC 9(02)
               USING  COB-CVALMES
               HIGHLIGHT.
           05  TVALANO
               LINE 20  COLUMN 31  PIC 9(04)
               USING  COB-CVALANO
               HIGHLIGHT.
           05  TPRIO
               LINE 21  COLUMN 25  PIC 9(01)
               USING  COB-PRIORIDADE
               HIGHLIGHT.
           05  TSITUACAO
               LINE 21  COLUMN 48  PIC X(01)
               USING  COB-SITUACAO
               HIGHLIGHT.
           05  TDESCSIT
               LINE 21  COLUMN 51  PIC X(10)
               FROM   W-DESCSIT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADCOBER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOBER
                 CLOSE CADCOBER
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOBER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCOBER
                 GO TO ROT-FIMP.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCOBER CADPACI
                 GO TO ROT-FIMP.
           MOVE "N" TO W-PLNABERTO
           OPEN INPUT CADPLANO
           IF ST-ERRO = "00"
                MOVE "S" TO W-PLNABERTO.

       R1.
           MOVE ZEROS TO W-CPF W-SEQ
           MOVE SPACES TO W-PACNOME
           PERFORM COB-LIMPA THRU COB-LIMPA-FIM
           DISPLAY SMT134.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-CPF = ZEROS
                MOVE "*** INFORME O CPF DO PACIENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE W-CPF TO PAC-CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE PAC-NOME TO W-PACNOME
           DISPLAY TPACNOME.

       R3.
           PERFORM LST-MOSTRA THRU LST-MOSTRA-FIM
           PERFORM COB-LIMPA THRU COB-LIMPA-FIM
           MOVE ZEROS TO W-SEQ
           DISPLAY TSEQ TCONV TCNOME TPLANO TPLNDESCR TCART
           DISPLAY TVALDIA TVALMES TVALANO TPRIO TSITUACAO TDESCSIT
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-ANTES
           IF W-SEQ NOT = ZEROS
                GO TO R3A.
           IF W-MAXSEQ = 99
                MOVE "*** LIMITE DE COBERTURAS DO PACIENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           COMPUTE W-SEQ = W-MAXSEQ + 1
           MOVE W-CPF TO COB-CPF
           MOVE W-SEQ TO COB-SEQ
           COMPUTE COB-PRIORIDADE = W-QTDATIVA + 1
           IF W-QTDATIVA > 8
                MOVE 9 TO COB-PRIORIDADE.
           MOVE "A" TO COB-SITUACAO
           DISPLAY TSEQ
           GO TO R4.
       R3A.
           MOVE W-CPF TO COB-CPF
           MOVE W-SEQ TO COB-SEQ
           READ CADCOBER
           IF ST-ERRO NOT = "00"
                MOVE "*** COBERTURA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE "S" TO W-EXISTE
           MOVE REGCOBER TO W-ANTES
           PERFORM CNV-BUSCA THRU CNV-BUSCA-FIM
           PERFORM PLN-BUSCA THRU PLN-BUSCA-FIM
           PERFORM SIT-DESC THRU SIT-DESC-FIM
           DISPLAY TCONV TCNOME TPLANO TPLNDESCR TCART
           DISPLAY TVALDIA TVALMES TVALANO TPRIO TSITUACAO TDESCSIT.

       R4.
           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           IF COB-CONVENIO = ZEROS
                MOVE "*** INFORME O CONVENIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           MOVE COB-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           IF CONV-INATIVO
                MOVE "*** CONVENIO INATIVO - NAO PERMITIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           MOVE CNOME TO W-CNOME
           IF COB-PLANO = ZEROS
                MOVE PLANO TO COB-PLANO.
           DISPLAY TCNOME TPLANO.

       R5.
           ACCEPT TPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           PERFORM PLN-BUSCA THRU PLN-BUSCA-FIM
           IF W-PLNDESCR = SPACES
                MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
           DISPLAY TPLNDESCR.

       R6.
           ACCEPT TCART
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           IF COB-CARTEIRA = SPACES
                MOVE ZEROS TO COB-CARTVALID
                DISPLAY TVALDIA TVALMES TVALANO
                MOVE "** COBERTURA SEM CARTEIRINHA INFORMADA **" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.

       R7.
           ACCEPT TVALDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
           ACCEPT TVALMES
           ACCEPT TVALANO
           IF COB-CVALDIA < 1 OR COB-CVALDIA > 31
                MOVE "DIA DE VALIDADE INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           IF COB-CVALMES < 1 OR COB-CVALMES > 12
                MOVE "MES DE VALIDADE INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           IF COB-CVALANO = ZEROS
                MOVE "ANO DE VALIDADE INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF COB-CARTVALID < W-DATAHOJE
                MOVE "** ATENCAO: CARTEIRINHA JA VENCIDA **" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R8.
           ACCEPT TPRIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
           IF COB-PRIORIDADE = ZEROS
                MOVE "*** PRIORIDADE DE 1 A 9 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.

       R9.
           ACCEPT TSITUACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R8.
           INSPECT COB-SITUACAO CONVERTING "ai" TO "AI"
           IF NOT COB-ATIVA AND NOT COB-INATIVA
                MOVE "*** SITUACAO: A=ATIVA OU I=INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R9.
           PERFORM SIT-DESC THRU SIT-DESC-FIM
           DISPLAY TSITUACAO TDESCSIT
           IF COB-INATIVA
                GO TO INC-OPC.
           PERFORM PRI-CHECA THRU PRI-CHECA-SAI
           IF W-PRIUSADA = "S"
                MOVE "*** PRIORIDADE JA USADA EM OUTRA COBERTURA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO INC-OPC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO COB-DTALT
           MOVE LK-OPERADOR TO COB-OPERADOR
           IF W-EXISTE = "S"
                MOVE "A" TO W-AUDOPER
                REWRITE REGCOBER
           ELSE
                MOVE "I" TO W-AUDOPER
                WRITE REGCOBER.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOBER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE REGCOBER TO AUD-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           IF COB-ATIVA AND COB-PRIORIDADE = 1
                PERFORM PAC-PRINCIPAL THRU PAC-PRINCIPAL-FIM.
           MOVE "*** COBERTURA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.

      ******************************************************************
      * A COBERTURA PRINCIPAL ATIVA VAI PARA O CONVENIO E A            *
      * CARTEIRINHA DO CADASTRO DO PACIENTE (CADPACI)                  *
      ******************************************************************
       PAC-PRINCIPAL.
           MOVE W-CPF TO PAC-CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO PAC-PRINCIPAL-FIM.
           IF PAC-CONVENIO = COB-CONVENIO AND
              PAC-CARTEIRA = COB-CARTEIRA AND
              PAC-CARTVALID = COB-CARTVALID
                GO TO PAC-PRINCIPAL-FIM.
           MOVE SPACES TO W-ANTES
           MOVE REGPACI TO W-ANTES
           MOVE COB-CONVENIO TO PAC-CONVENIO
           MOVE COB-CARTEIRA TO PAC-CARTEIRA
           MOVE COB-CARTVALID TO PAC-CARTVALID
           MOVE W-HOJEDIA TO PAC-DTALTDIA
           MOVE W-HOJEMES TO PAC-DTALTMES
           MOVE W-HOJEANO TO PAC-DTALTANO
           REWRITE REGPACI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAC-PRINCIPAL-FIM.
           MOVE "A" TO W-AUDOPER
           MOVE REGPACI TO AUD-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** CONVENIO PRINCIPAL DO CADASTRO ATUALIZADO ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PAC-PRINCIPAL-FIM.
           EXIT.

      ******************************************************************
      * LISTA AS COBERTURAS DO CPF (ATE 8 NA TELA); DEVOLVE A MAIOR    *
      * SEQUENCIA EM W-MAXSEQ E A QUANTIDADE DE ATIVAS EM W-QTDATIVA   *
      ******************************************************************
       LST-MOSTRA.
           MOVE REGCOBER TO W-REGCOBSAV
           MOVE ZEROS TO W-MAXSEQ W-QTDATIVA
           MOVE 7 TO W-LIN.
       LST-LIMPA.
           IF W-LIN < 15
                DISPLAY (W-LIN, 01) LIMPA
                DISPLAY (W-LIN, 41) LIMPA
                ADD 1 TO W-LIN
                GO TO LST-LIMPA.
           MOVE 7 TO W-LIN
           MOVE W-CPF TO COB-CPF
           MOVE ZEROS TO COB-SEQ
           START CADCOBER KEY IS NOT LESS COB-CHAVE
               INVALID KEY
                   GO TO LST-FIM.
       LST-LER.
           READ CADCOBER NEXT RECORD
               AT END
                   GO TO LST-FIM.
           IF COB-CPF NOT = W-CPF
                GO TO LST-FIM.
           MOVE COB-SEQ TO W-MAXSEQ
           IF COB-ATIVA
                ADD 1 TO W-QTDATIVA.
           IF W-LIN > 14
                GO TO LST-LER.
           PERFORM CNV-BUSCA THRU CNV-BUSCA-FIM
           MOVE COB-SEQ TO LC-SEQ
           MOVE COB-CONVENIO TO LC-CONV
           MOVE W-CNOME TO LC-CNOME
           MOVE COB-PLANO TO LC-PLANO
           MOVE COB-CARTEIRA TO LC-CART
           MOVE COB-CVALDIA TO LC-VALDIA
           MOVE COB-CVALMES TO LC-VALMES
           MOVE COB-CVALANO TO LC-VALANO
           MOVE COB-PRIORIDADE TO LC-PRIO
           MOVE COB-SITUACAO TO LC-SIT
           DISPLAY (W-LIN, 03) W-LINCOB
           ADD 1 TO W-LIN
           GO TO LST-LER.
       LST-FIM.
           MOVE W-REGCOBSAV TO REGCOBER
           IF W-MAXSEQ = ZEROS
                DISPLAY (07, 03) "NENHUMA COBERTURA CADASTRADA".
       LST-MOSTRA-FIM.
           EXIT.

      ******************************************************************
      * OUTRA COBERTURA ATIVA DO CPF COM A MESMA PRIORIDADE?           *
      * SAIDA: W-PRIUSADA = S QUANDO A PRIORIDADE JA ESTA EM USO       *
      ******************************************************************
       PRI-CHECA.
           MOVE "N" TO W-PRIUSADA
           MOVE COB-PRIORIDADE TO W-PRIO
           MOVE REGCOBER TO W-REGCOBSAV
           MOVE W-CPF TO COB-CPF
           MOVE ZEROS TO COB-SEQ
           START CADCOBER KEY IS NOT LESS COB-CHAVE
               INVALID KEY
                   GO TO PRI-CHECA-FIM.
       PRI-LER.
           READ CADCOBER NEXT RECORD
               AT END
                   GO TO PRI-CHECA-FIM.
           IF COB-CPF NOT = W-CPF
                GO TO PRI-CHECA-FIM.
           IF COB-SEQ = W-SEQ OR NOT COB-ATIVA
                GO TO PRI-LER.
           IF COB-PRIORIDADE = W-PRIO
                MOVE "S" TO W-PRIUSADA
                GO TO PRI-CHECA-FIM.
           GO TO PRI-LER.
       PRI-CHECA-FIM.
           MOVE W-REGCOBSAV TO REGCOBER.
       PRI-CHECA-SAI.
           EXIT.

       COB-LIMPA.
           MOVE ZEROS TO COB-CONVENIO COB-PLANO COB-CARTVALID
           MOVE ZEROS TO COB-PRIORIDADE
           MOVE SPACES TO COB-CARTEIRA COB-SITUACAO
           MOVE SPACES TO W-CNOME W-PLNDESCR W-DESCSIT.
       COB-LIMPA-FIM.
           EXIT.

       CNV-BUSCA.
           MOVE SPACES TO W-CNOME
           MOVE COB-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE CNOME TO W-CNOME.
       CNV-BUSCA-FIM.
           EXIT.

       PLN-BUSCA.
           MOVE SPACES TO W-PLNDESCR
           IF W-PLNABERTO NOT = "S"
                MOVE "CADASTRO DE PLANOS INDISPONIVEL" TO W-PLNDESCR
                GO TO PLN-BUSCA-FIM.
           MOVE COB-PLANO TO PLN-CODIGO
           READ CADPLANO
           IF ST-ERRO = "00"
                MOVE PLN-DESCR TO W-PLNDESCR.
       PLN-BUSCA-FIM.
           EXIT.

       SIT-DESC.
           MOVE "ATIVA" TO W-DESCSIT
           IF COB-INATIVA
                MOVE "INATIVA" TO W-DESCSIT.
       SIT-DESC-FIM.
           EXIT.

      *---------[ ROTINA DE AUDITORIA ]---------------------
      *----AUD-DEPOIS JA MONTADO PELO CHAMADOR; CHAVE = CPF------------*
       AUD-GRAVA.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-GRAVA-FIM.
           MOVE "SMP134" TO AUD-PROGRAMA
           MOVE W-CPF TO AUD-CHAVE
           MOVE W-AUDOPER TO AUD-OPERACAO
           MOVE W-ANTES TO AUD-ANTES
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-HOJEDIA TO AUD-DIA
           MOVE W-HOJEMES TO AUD-MES
           MOVE W-HOJEANO TO AUD-ANO
           MOVE W-AUDHH TO AUD-HH
           MOVE W-AUDMM TO AUD-MM
           MOVE W-AUDSS TO AUD-SS
           MOVE LK-OPERADOR TO AUD-OPERADOR
           WRITE REGAUDIT
           CLOSE CADAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCOBER CADPACI CADCONV.
           IF W-PLNABERTO = "S"
                CLOSE CADPLANO.
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
