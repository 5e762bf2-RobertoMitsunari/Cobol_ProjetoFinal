      *AUTHOR. Roberto da Silva Mitsunari.
      *******************************************
      *    MANUTENCAO DO CADASTRO DE PACIENTE   *
      *    PRE-CADASTRO VINDO DO SITE/APP       *
      *    (SITUACAO P) PASSA A ATIVO QUANDO A  *
      *    RECEPCAO COMPLETA E GRAVA OS DADOS   *
      *    CONVENIO E CARTEIRINHA GRAVADOS      *
      *    VIRAM A COBERTURA PRINCIPAL DO       *
      *    PACIENTE NO CADCOBER                 *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS GEN-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS GEN-DESCR WITH DUPLICATES.

           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
             88 PAC-PRECAD      VALUE "P".
          03 DATA-CADASTRO.
             05 DTCAD-DIA      PIC 9(02).
             05 DTCAD-MES      PIC 9(02).
          03 PLN-VALORTEL.
             05 PLN-VTEL-RS    PIC 9(06).
             05 PLN-VTEL-CT    PIC 9(02).
          03 PLN-COPTPAMB      PIC X(01).
          03 PLN-COPAMB.
             05 PLN-CAMB-INT   PIC 9(04).
             05 PLN-CAMB-DEC   PIC 9(02).
          03 PLN-COPTPURG      PIC X(01).
          03 PLN-COPURG.
             05 PLN-CURG-INT   PIC 9(04).
             05 PLN-CURG-DEC   PIC 9(02).
          03 PLN-COPTPDOM      PIC X(01).
          03 PLN-COPDOM.
             05 PLN-CDOM-INT   PIC 9(04).
             05 PLN-CDOM-DEC   PIC 9(02).
          03 PLN-COPTPTEL      PIC X(01).
          03 PLN-COPTEL.
             05 PLN-CTEL-INT   PIC 9(04).
             05 PLN-CTEL-DEC   PIC 9(02).
          03 PLN-PRZRET        PIC 9(03).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
          03 GEN-CODIGO        PIC X(01).
          03 GEN-DESCR         PIC X(14).

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
          03 COB-CARTVALID     PIC 9(08).
          03 COB-PRIORIDADE    PIC 9(01).
          03 COB-SITUACAO      PIC X(01).
             88 COB-ATIVA          VALUE "A".
          03 COB-DTALT         PIC 9(08).
          03 COB-OPERADOR      PIC X(08).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.

       01 AUD-SNAP    PIC X(131) VALUE SPACES.
       01 W-REGPACSAV PIC X(198) VALUE SPACES.
       01 W-COBABERTO PIC X(01) VALUE "N".
       01 W-COBSEQ    PIC 9(02) VALUE ZEROS.
       01 W-COBMAX    PIC 9(02) VALUE ZEROS.
       01 W-COBSAV    PIC X(65) VALUE SPACES.
       01 W-ENTRYSNAP PIC X(131) VALUE SPACES.
       01 W-DUPNOME   PIC X(30) VALUE SPACES.
       01 W-DUPNASC   PIC 9(08) VALUE ZEROS.
           ELSE
                 NEXT SENTENCE.

       R0F.
           OPEN I-O CADCOBER
           IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOBER
                 CLOSE CADCOBER
                 GO TO R0F.
           IF ST-ERRO = "00"
                 MOVE "S" TO W-COBABERTO.


       R1.
           MOVE ZEROS TO W-SEL
                PERFORM R13
                PERFORM R-IDADE
                DISPLAY TELAPACIENTE
                PERFORM PRE-AVISO THRU PRE-AVISO-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPACI" TO MENS
                      MOVE SPACES TO AUD-ANTES
                      MOVE REGPACI TO AUD-DEPOIS
                      PERFORM AUD-GRAVA
                      PERFORM COB-PRINCIPAL THRU COB-PRINCIPAL-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO RSP-MENOR.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                IF PAC-PRECAD
                   MOVE "A" TO SITUACAO.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                MOVE W-AUDDIA TO DTALT-DIA
                MOVE W-AUDMES TO DTALT-MES
                   MOVE AUD-SNAP TO AUD-ANTES
                   MOVE REGPACI TO AUD-DEPOIS
                   PERFORM AUD-GRAVA
                   PERFORM COB-PRINCIPAL THRU COB-PRINCIPAL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-MENOR.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *----PRE-CADASTRO DO SITE/APP: AVISA QUE FALTA COMPLETAR---------*
       PRE-AVISO.
                IF PAC-PRECAD
                   MOVE "PRE-CADASTRO DO SITE: COMPLETAR COM A=ALTERAR"
                                                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PRE-AVISO-FIM.
                EXIT.
      *
      ******************************************************************
      * VALIDA O TITULAR DO DEPENDENTE: DEVE EXISTIR, ESTAR ATIVO E    *
      * NAO SER ELE MESMO UM DEPENDENTE.                               *
       TIT-VALIDA-FIM.
                MOVE W-REGPACSAV TO REGPACI.

      ******************************************************************
      * O CONVENIO E A CARTEIRINHA DO CADASTRO SAO A COBERTURA         *
      * PRINCIPAL (PRIORIDADE 1, ATIVA) DO CADCOBER: ATUALIZA A        *
      * EXISTENTE OU CRIA UMA NOVA NA PROXIMA SEQUENCIA DO CPF         *
      ******************************************************************
       COB-PRINCIPAL.
                IF W-COBABERTO NOT = "S" OR CONVENIO = ZEROS
                     GO TO COB-PRINCIPAL-FIM.
                MOVE ZEROS TO W-COBSEQ W-COBMAX
                MOVE CPF TO COB-CPF
                MOVE ZEROS TO COB-SEQ
                START CADCOBER KEY IS NOT LESS COB-CHAVE
                    INVALID KEY
                        GO TO COB-PRINCIPAL-GRAVA.
       COB-PRINCIPAL-LER.
                READ CADCOBER NEXT RECORD
                    AT END
                        GO TO COB-PRINCIPAL-GRAVA.
                IF COB-CPF NOT = CPF
                     GO TO COB-PRINCIPAL-GRAVA.
                MOVE COB-SEQ TO W-COBMAX
                IF COB-ATIVA AND COB-PRIORIDADE = 1
                     MOVE COB-SEQ TO W-COBSEQ.
                GO TO COB-PRINCIPAL-LER.
       COB-PRINCIPAL-GRAVA.
                MOVE CONVENIO TO CODIGO
                READ CADCONV
                IF ST-ERRO NOT = "00"
                     MOVE ZEROS TO PLANO.
                MOVE "SMP004" TO AUD-PROGRAMA
                MOVE CPF TO AUD-CHAVE COB-CPF
                IF W-COBSEQ = ZEROS
                     GO TO COB-PRINCIPAL-NOVA.
                MOVE W-COBSEQ TO COB-SEQ
                READ CADCOBER
                IF ST-ERRO NOT = "00"
                     GO TO COB-PRINCIPAL-FIM.
                IF COB-CONVENIO = CONVENIO AND
                   COB-CARTEIRA = PAC-CARTEIRA AND
                   COB-CARTVALID = PAC-CARTVALID
                     GO TO COB-PRINCIPAL-FIM.
                MOVE REGCOBER TO W-COBSAV
                IF COB-CONVENIO NOT = CONVENIO OR COB-PLANO = ZEROS
                     MOVE PLANO TO COB-PLANO.
                MOVE CONVENIO TO COB-CONVENIO
                MOVE PAC-CARTEIRA TO COB-CARTEIRA
                MOVE PAC-CARTVALID TO COB-CARTVALID
                MOVE W-DATAHOJE TO COB-DTALT
                MOVE LK-OPERADOR TO COB-OPERADOR
                REWRITE REGCOBER
                IF ST-ERRO NOT = "00"
                     MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOBER" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO COB-PRINCIPAL-FIM.
                MOVE "A" TO AUD-OPERACAO
                MOVE W-COBSAV TO AUD-ANTES
                MOVE REGCOBER TO AUD-DEPOIS
                PERFORM AUD-GRAVA
                GO TO COB-PRINCIPAL-FIM.
       COB-PRINCIPAL-NOVA.
                IF W-COBMAX = 99
                     GO TO COB-PRINCIPAL-FIM.
                COMPUTE COB-SEQ = W-COBMAX + 1
                MOVE CONVENIO TO COB-CONVENIO
                MOVE PLANO TO COB-PLANO
                MOVE PAC-CARTEIRA TO COB-CARTEIRA
                MOVE PAC-CARTVALID TO COB-CARTVALID
                MOVE 1 TO COB-PRIORIDADE
                MOVE "A" TO COB-SITUACAO
                MOVE W-DATAHOJE TO COB-DTALT
                MOVE LK-OPERADOR TO COB-OPERADOR
                WRITE REGCOBER
                IF ST-ERRO NOT = "00"
                     MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOBER" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO COB-PRINCIPAL-FIM.
                MOVE "I" TO AUD-OPERACAO
                MOVE SPACES TO AUD-ANTES
                MOVE REGCOBER TO AUD-DEPOIS
                PERFORM AUD-GRAVA.
       COB-PRINCIPAL-FIM.
                EXIT.

       AUD-GRAVA.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                ACCEPT W-HORAHOJE FROM TIME
           CLOSE CADPLANO
           CLOSE CADAUDIT
           CLOSE CADGEN.
           IF W-COBABERTO = "S"
                CLOSE CADCOBER.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
