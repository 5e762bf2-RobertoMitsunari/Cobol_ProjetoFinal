      *******************************************************
      * RELATORIO DE GUIAS DE AUTORIZACAO PENDENTES DAS     *
      * CONSULTAS DE INTERNACAO E URGENCIA AGENDADAS        *
      * CPF MASCARADO CONFORME O PERFIL DO OPERADOR         *
      * (SMPMSK)                                            *
      *******************************************************
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
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TOTPEND  PIC 9(04) VALUE ZEROS.
      *
       01 W-LOGPROG     PIC X(07) VALUE "SMP038".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(50) VALUE
                03 FILLER      PIC X(12) VALUE "DATA".
                03 FILLER      PIC X(07) VALUE "HORA".
                03 FILLER      PIC X(04) VALUE "TP".
                03 FILLER      PIC X(15) VALUE "CPF".
                03 FILLER      PIC X(31) VALUE "PACIENTE".
                03 FILLER      PIC X(21) VALUE "CONVENIO".
                03 FILLER      PIC X(12) VALUE "GUIA".
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LIN-TIPO    PIC X(01).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 LIN-CPF     PIC X(14).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LIN-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LIN-CONV    PIC X(20).
                MOVE CONS-HH  TO LIN-HH
                MOVE CONS-MI  TO LIN-MI
                MOVE CONS-TIPO TO LIN-TIPO
                MOVE CONS-CPF TO W-MSKCPF
                MOVE "I" TO W-MSKGRUPO
                MOVE "D" TO W-MSKFORMA
                MOVE CONS-CPF TO W-MSKDADO
                PERFORM MSK-APLICA THRU MSK-APLICA-FIM
                MOVE W-MSKDADO TO LIN-CPF
                MOVE CONS-CPF TO CPF
                READ CADPACI
                IF ST-ERRO = "00"
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADPACI CADCONV CADGUITX.
                CANCEL "SMPMSK".
       ROT-FIMP.
                EXIT PROGRAM.
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
