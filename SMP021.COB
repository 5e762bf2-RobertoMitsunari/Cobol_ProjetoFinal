       AUTHOR. Roberto Mitsunari
      *******************************************************
      * RELATORIO DE ANIVERSARIANTES E RETORNO DE PACIENTES  *
      * CPF, NASCIMENTO E TELEFONE MASCARADOS CONFORME O     *
      * PERFIL DO OPERADOR (SMPMSK)                          *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADPACTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
             05 CONS-REMHORA.
                07 CONS-REMHH  PIC 9(02).
                07 CONS-REMMI  PIC 9(02).
          03 FILLER             PIC X(88).
      *
       FD CADPACTX
               LABEL RECORD IS STANDARD
          03 CSN-PESQUISA      PIC X(01).
          03 CSN-DTREG         PIC 9(08).
          03 CSN-OPERADOR      PIC X(08).
          03 CSN-CID           PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       01 W-CNTANIV       PIC 9(05) VALUE ZEROS.
       01 W-CNTRETORNO    PIC 9(05) VALUE ZEROS.
       01 W-LOGPROG       PIC X(07) VALUE "SMP021".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                "--- PACIENTES SEM RETORNO HA MAIS DE ___ DIAS ---".
       01 CAB1.
                03 FILLER          PIC X(32) VALUE "NOME".
                03 FILLER          PIC X(16) VALUE "CPF".
                03 FILLER          PIC X(12) VALUE "NASCIMENTO".
                03 FILLER          PIC X(12) VALUE "TELEFONE".
       01 CAB2.
                03 FILLER          PIC X(30) VALUE
                        "------------------------------".
                03 FILLER          PIC X(02) VALUE SPACES.
                03 FILLER          PIC X(14) VALUE "--------------".
                03 FILLER          PIC X(02) VALUE SPACES.
                03 FILLER          PIC X(10) VALUE "----------".
                03 FILLER          PIC X(02) VALUE SPACES.
       01 LIN-PAC.
                03 LIN-NOME        PIC X(30).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 LIN-CPF         PIC X(14).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 LIN-NASC        PIC X(10).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 LIN-TEL         PIC X(12).
       01 LIN-NUNCA.
                03 FILLER          PIC X(23) VALUE
                        "*** NUNCA CONSULTOU ***".
      *
       ANIV-LISTA.
                MOVE NOME  TO LIN-NOME
                PERFORM MSK-PAC THRU MSK-PAC-FIM
                WRITE REGPACTX FROM LIN-PAC
                ADD 1 TO W-CNTANIV
                ADD 1 TO W-LINCONT
       RETORNO-CHECA.
                MOVE ZEROS TO W-ULTPSEUDO
                MOVE "N"   TO W-TEMCONS
                MOVE CPF TO CONS-CPF
                START CADCONS KEY IS NOT LESS CONS-CPF
                    INVALID KEY
                        GO TO RETORNO-AVALIA.
       RETORNO-LER.
                    AT END
                        GO TO RETORNO-AVALIA.
                IF CONS-CPF NOT = CPF
                   GO TO RETORNO-AVALIA.
                IF NOT CONS-REALIZADA
                   GO TO RETORNO-LER.
                MOVE CONS-ANO TO W-PSEANO
                      GO TO RETORNO-FIM.
                PERFORM RETORNO-CABEC.
                MOVE NOME  TO LIN-NOME
                PERFORM MSK-PAC THRU MSK-PAC-FIM
                WRITE REGPACTX FROM LIN-PAC
                IF NOT TEM-CONSULTA
                   WRITE REGPACTX FROM LIN-NUNCA
                CLOSE CADPACI CADCONS CADPACTX.
                IF W-CSNABERTO = "S"
                     CLOSE CADCONSEN.
                CANCEL "SMPMSK".
       ROT-FIMP.
                EXIT PROGRAM.
      *
      *----CPF, NASCIMENTO E TELEFONE CONFORME O PERFIL DO OPERADOR----*
      *
       MSK-PAC.
           MOVE CPF TO W-MSKCPF
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE CPF TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LIN-CPF
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING DIA "/" MES "/" ANO DELIMITED BY SIZE
                  INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LIN-NASC
           MOVE "T" TO W-MSKGRUPO
           MOVE SPACES TO W-MSKDADO
           STRING DDD "-" NUM DELIMITED BY SIZE INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LIN-TEL.
       MSK-PAC-FIM.
           EXIT.
      *
       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
