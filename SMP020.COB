       AUTHOR. Roberto Mitsunari
      *******************************************************
      * RELATORIO DE PACIENTES POR CONVENIO                  *
      * O PACIENTE SAI EM CADA CONVENIO EM QUE TEM COBERTURA *
      * ATIVA (CADCOBER), MARCADO PRINCIPAL OU ADICIONAL     *
      * CPF E NASCIMENTO MASCARADOS CONFORME O PERFIL DO     *
      * OPERADOR (SMPMSK)                                    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
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
      *
       FD CADPACTX
               LABEL RECORD IS STANDARD
       01 W-CNTCONV     PIC 9(05) VALUE ZEROS.
       01 W-CNTSEMCONV  PIC 9(05) VALUE ZEROS.
       01 W-TOTGERAL    PIC 9(06) VALUE ZEROS.
       01 W-COBABERTO   PIC X(01) VALUE "N".
       01 W-COBACHOU    PIC X(01) VALUE "N".
       01 W-COBCONV     PIC 9(04) VALUE ZEROS.
       01 W-LOGPROG     PIC X(07) VALUE "SMP020".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER          PIC X(03) VALUE " - ".
                03 CABC-CNOME      PIC X(30).
       01 CAB1.
                03 FILLER          PIC X(16) VALUE "CPF".
                03 FILLER          PIC X(32) VALUE "NOME".
                03 FILLER          PIC X(12) VALUE "NASCIMENTO".
                03 FILLER          PIC X(10) VALUE "COBERTURA".
       01 CAB2.
                03 FILLER          PIC X(14) VALUE "--------------".
                03 FILLER          PIC X(02) VALUE SPACES.
                03 FILLER          PIC X(30) VALUE
                        "------------------------------".
                03 FILLER          PIC X(02) VALUE SPACES.
                03 FILLER          PIC X(10) VALUE "----------".
       01 LIN-PAC.
                03 LIN-CPF         PIC X(14).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 LIN-NOME        PIC X(30).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 LIN-NASC        PIC X(10).
                03 FILLER          PIC X(03) VALUE SPACES.
                03 LIN-COBTX       PIC X(10).
       01 LIN-SUBTOTAL.
                03 FILLER          PIC X(20) VALUE
                        "TOTAL NO CONVENIO: ".
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           MOVE "N" TO W-COBABERTO
           OPEN INPUT CADCOBER
           IF ST-ERRO = "00"
                      MOVE "S" TO W-COBABERTO.
      *
           OPEN OUTPUT CADPACTX
           IF ST-ERRO NOT = "00"
                        GO TO GRP-FIM.
                IF NOT PAC-ATIVO
                   GO TO GRP-LER.
                MOVE "PRINCIPAL" TO LIN-COBTX
                IF CONVENIO NOT = W-CODATUAL
                   MOVE W-CODATUAL TO W-COBCONV
                   PERFORM COB-TEM THRU COB-TEM-FIM
                   IF W-COBACHOU NOT = "S"
                      GO TO GRP-LER
                   ELSE
                      MOVE "ADICIONAL" TO LIN-COBTX.
                PERFORM MSK-PAC THRU MSK-PAC-FIM
                MOVE NOME TO LIN-NOME
                WRITE REGPACTX FROM LIN-PAC
                ADD 1 TO W-CNTCONV
                ADD 1 TO W-LINCONT
                   GO TO SEMCONV-LER.
                IF CONVENIO NOT = ZEROS
                   GO TO SEMCONV-LER.
                MOVE ZEROS TO W-COBCONV
                PERFORM COB-TEM THRU COB-TEM-FIM
                IF W-COBACHOU = "S"
                   GO TO SEMCONV-LER.
                MOVE SPACES TO LIN-COBTX
                PERFORM MSK-PAC THRU MSK-PAC-FIM
                MOVE NOME TO LIN-NOME
                WRITE REGPACTX FROM LIN-PAC
                ADD 1 TO W-CNTSEMCONV
                ADD 1 TO W-LINCONT
                   WRITE REGPACTX FROM TRAILERTX2.
                MOVE "*** RELATORIO GERADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *----COBERTURA ATIVA DO CPF NO CONVENIO W-COBCONV (ZEROS = EM----*
      *----QUALQUER CONVENIO). SAIDA: W-COBACHOU = S-------------------*
      *
       COB-TEM.
           MOVE "N" TO W-COBACHOU
           IF W-COBABERTO NOT = "S"
              GO TO COB-TEM-FIM.
           MOVE CPF TO COB-CPF
           MOVE ZEROS TO COB-SEQ
           START CADCOBER KEY IS NOT LESS COB-CHAVE
               INVALID KEY
                   GO TO COB-TEM-FIM.
       COB-TEM-LER.
           READ CADCOBER NEXT RECORD
               AT END
                   GO TO COB-TEM-FIM.
           IF COB-CPF NOT = CPF
              GO TO COB-TEM-FIM.
           IF NOT COB-ATIVA
              GO TO COB-TEM-LER.
           IF W-COBCONV NOT = ZEROS AND COB-CONVENIO NOT = W-COBCONV
              GO TO COB-TEM-LER.
           MOVE "S" TO W-COBACHOU.
       COB-TEM-FIM.
           EXIT.
      *
       CHK-PAGINA.
           IF W-LINCONT NOT < W-LINMAX
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONV CADPACI CADPACTX.
                IF W-COBABERTO = "S"
                   CLOSE CADCOBER.
                CANCEL "SMPMSK".
       ROT-FIMP.
                EXIT PROGRAM.
      *
      *----CPF E NASCIMENTO DA LINHA CONFORME O PERFIL DO OPERADOR-----*
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
           MOVE W-MSKDADO TO LIN-NASC.
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
