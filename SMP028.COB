      *    MANUTENCAO DE AUSENCIAS E FERIAS     *
      *    DOS MEDICOS, COM VARREDURA DAS       *
      *    CONSULTAS AGENDADAS NO PERIODO       *
      *    (CPF CONFORME O PERFIL - SMPMSK)     *
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
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).

       FD CADPACI
               LABEL RECORD IS STANDARD
       01 MEDNOME       PIC X(30) VALUE SPACES.
       01 W-CONSABERTO  PIC X(01) VALUE "N".
       01 W-PACIABERTO  PIC X(01) VALUE "N".
       01 W-LOGPROG     PIC X(07) VALUE "SMP028".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
       01 CAB1.
                03 FILLER      PIC X(12) VALUE "DATA".
                03 FILLER      PIC X(07) VALUE "HORA".
                03 FILLER      PIC X(15) VALUE "CPF".
                03 FILLER      PIC X(31) VALUE "PACIENTE".
                03 FILLER      PIC X(30) VALUE "OBSERVACAO".
       01 LINDET.
                03 FILLER      PIC X(01) VALUE ":".
                03 LIN-MI      PIC 99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LIN-CPF     PIC X(14).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LIN-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LIN-OBS     PIC X(30).
                MOVE CONS-ANO TO LIN-ANO
                MOVE CONS-HH  TO LIN-HH
                MOVE CONS-MI  TO LIN-MI
                MOVE CONS-CPF TO W-MSKCPF
                MOVE "I" TO W-MSKGRUPO
                MOVE "D" TO W-MSKFORMA
                MOVE CONS-CPF TO W-MSKDADO
                PERFORM MSK-APLICA THRU MSK-APLICA-FIM
                MOVE W-MSKDADO TO LIN-CPF
                MOVE SPACES TO LIN-NOME
                IF W-PACIABERTO = "S"
                     MOVE CONS-CPF TO CPF
       SLT-REGERA-FIM.
           EXIT.

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAUSEN REGMED.
           IF W-CONSABERTO = "S"
                CLOSE CADCONS.
           IF W-PACIABERTO = "S"
                CLOSE CADPACI.
           CANCEL "SMPMSK".
       ROT-FIMP.
           EXIT PROGRAM.

