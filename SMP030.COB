      ***********************************************
      *    CONSULTA DO HISTORICO DE CONSULTAS DO    *
      *    PACIENTE POR CPF (MAIS RECENTE PRIMEIRO) *
      *    CPF MASCARADO CONFORME O PERFIL DO       *
      *    OPERADOR (SMPMSK)                        *
      ***********************************************
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
          03 WR-ANO         PIC 9(04).
          03 WR-MES         PIC 9(02).
          03 WR-DIA         PIC 9(02).
       01 W-LOGPROG     PIC X(07) VALUE "SMP030".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).

       CAR-001.
           MOVE ZEROS TO W-TOTHIS
           MOVE W-CPFBUSCA TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO CAR-FIM.
       CAR-LER.
               AT END
                   GO TO CAR-FIM.
           IF CONS-CPF NOT = W-CPFBUSCA
                GO TO CAR-FIM.
           IF W-TOTHIS NOT < 200
                GO TO CAR-FIM.
           MOVE CONS-DATA TO SAV-DATA
       PAG-001.
           DISPLAY TELAHIST
           DISPLAY TCPF
           MOVE W-CPFBUSCA TO W-MSKCPF
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE W-CPFBUSCA TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (03, 06) W-MSKDADO (1:14).
           DISPLAY TPACNOME
           MOVE 6 TO W-LIN.
       PAG-LIN.
                GO TO R1.
           GO TO PAG-PROX.

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONS CADPACI REGMED.
           CANCEL "SMPMSK".
       ROT-FIMP.
           EXIT PROGRAM.

