      *******************************************************
      * MAPA DO DIA - RELACAO DAS CONSULTAS DO DIA POR      *
      * MEDICO, EM ORDEM DE HORARIO, PARA A RECEPCAO        *
      * CPF E ENDERECO DE VISITA MASCARADOS CONFORME O      *
      * PERFIL DO OPERADOR (SMPMSK)                         *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
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
       FD REGMED
               LABEL RECORD IS STANDARD
          03 FILLER     PIC X(18) VALUE "  VISITA DOMIC.: ".
          03 LE-ENDER   PIC X(30).
          03 FILLER     PIC X(02) VALUE ", ".
          03 LE-NUM     PIC X(04).
          03 FILLER     PIC X(02) VALUE "  ".
          03 LE-BAIRRO  PIC X(20).
          03 FILLER     PIC X(06) VALUE " CEP: ".
          03 LE-CEP     PIC X(08).
       01 W-LOGPROG     PIC X(07) VALUE "SMP029".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       01 W-DATAREF.
          03 W-REFANO   PIC 9(04) VALUE ZEROS.
          03 W-REFMES   PIC 9(02) VALUE ZEROS.
                03 CAB-NOME    PIC X(30).
       01 CAB1.
                03 FILLER      PIC X(07) VALUE "HORA".
                03 FILLER      PIC X(15) VALUE "CPF".
                03 FILLER      PIC X(31) VALUE "PACIENTE".
                03 FILLER      PIC X(21) VALUE "CONVENIO".
                03 FILLER      PIC X(05) VALUE "TP".
                03 FILLER      PIC X(01) VALUE ":".
                03 LIN-MI      PIC 99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LIN-CPF     PIC X(14).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LIN-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LIN-CONV    PIC X(20).
                WRITE REGMAPTX FROM CAB1.
           MOVE CONS-HH  TO LIN-HH
           MOVE CONS-MI  TO LIN-MI
           MOVE CONS-CPF TO W-MSKCPF
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE CONS-CPF TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LIN-CPF
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
           READ CADCEP
           IF ST-ERRO NOT = "00"
                GO TO DOM-ENDER-FIM.
           MOVE "T" TO W-MSKGRUPO
           MOVE "X" TO W-MSKFORMA
           MOVE ENDERECO TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LE-ENDER
           MOVE NUMLOGRA TO LE-NUM
           MOVE BAIRRO TO LE-BAIRRO
           MOVE CEPPACI TO LE-CEP
           IF W-MSKABERTO NOT = "S"
                MOVE "****" TO LE-NUM
                MOVE "********" TO LE-CEP.
           WRITE REGMAPTX FROM LIN-ENDER.
       DOM-ENDER-FIM.
           EXIT.
       UNID-CONS-FIM.
           EXIT.

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.

       ROT-TRAILER.
           MOVE W-TOTDIA TO TRL-TOT
           WRITE REGMAPTX FROM TRAILERTX.
                     CLOSE CADSALA.
                IF W-CEPABERTO = "S"
                     CLOSE CADCEP.
                CANCEL "SMPMSK".
       ROT-FIMP.
                EXIT PROGRAM.
      *
