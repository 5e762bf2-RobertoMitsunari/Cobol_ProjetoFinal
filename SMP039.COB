      * IMPORTACAO DO ARQUIVO MENSAL DE ELEGIBILIDADE DOS   *
      * CONVENIOS (CONVMEMB.TXT) COM CRITICA DE CARTEIRINHA *
      * DESCONHECIDA, VENCIDA OU DIVERGENTE                 *
      * O CONVENIO DO ARQUIVO E CONFERIDO COM AS COBERTURAS *
      * ATIVAS DO PACIENTE (CADCOBER); SEM COBERTURA VALE O *
      * CONVENIO DO CADASTRO. CPF DA CRITICA MASCARADO      *
      * CONFORME O PERFIL DO OPERADOR (SMPMSK)              *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 PAC-TITULAR    PIC 9(11).
          03 PAC-PARENTESCO PIC X(01).
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
       FD CADMEMTX
               LABEL RECORD IS STANDARD
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 IND        PIC 9(03) VALUE ZEROS.
       01 W-TITSEM   PIC X(01) VALUE "N".
       01 W-COBABERTO PIC X(01) VALUE "N".
       01 W-COBCONV  PIC 9(04) VALUE ZEROS.
       01 W-COBCART  PIC X(20) VALUE SPACES.
       01 W-COBVALID PIC 9(08) VALUE ZEROS.
       01 W-TOTDEP   PIC 9(03) VALUE ZEROS.
       01 TABDEP.
          03 TDP-ENT OCCURS 200 TIMES.
                    "*** CRITICA DA ELEGIBILIDADE DOS CONVENIOS ***".
       01 CAB1.
                03 FILLER      PIC X(06) VALUE "CONV".
                03 FILLER      PIC X(16) VALUE "CPF".
                03 FILLER      PIC X(22) VALUE "CARTEIRINHA".
                03 FILLER      PIC X(10) VALUE "VALIDADE".
                03 FILLER      PIC X(30) VALUE "OCORRENCIA".
       01 LINDET.
                03 LIN-CONV    PIC 9(04).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LIN-CPF     PIC X(14).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LIN-CART    PIC X(20).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TRL-LIDOS    PIC ZZZZZ9.
                03 FILLER       PIC X(15) VALUE "  OCORRENCIAS:".
                03 TRL-CRIT     PIC ZZZZZ9.
       01 W-LOGPROG       PIC X(07) VALUE "SMP039".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
               MOVE "ERRO ABERTURA DO ARQUIVO CADMEMTX" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADCOBER
           IF ST-ERRO = "00"
               MOVE "S" TO W-COBABERTO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       ROT-CABEC.
           WRITE REGMEMTX FROM CAB0.
              MOVE "ERRO NA LEITURA ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PACCONVENIO TO W-COBCONV
           MOVE PAC-CARTEIRA TO W-COBCART
           MOVE PAC-CARTVALID TO W-COBVALID
           IF PACCONVENIO NOT = MEM-CONVENIO
              PERFORM COB-BUSCA THRU COB-BUSCA-FIM.
           IF W-COBCONV NOT = MEM-CONVENIO
              MOVE "CONVENIO DIVERGENTE DO CADASTRO" TO LIN-OCORR
              PERFORM GRAVA-CRIT
              GO TO LER-MEMB.
           IF W-COBCART = SPACES
              MOVE "CARTEIRINHA NAO CADASTRADA" TO LIN-OCORR
              PERFORM GRAVA-CRIT
              GO TO LER-MEMB.
           IF W-COBCART NOT = MEM-CARTEIRA
              MOVE "CARTEIRINHA DIVERGENTE" TO LIN-OCORR
              PERFORM GRAVA-CRIT
              GO TO LER-MEMB.
              MOVE "CARTEIRINHA VENCIDA" TO LIN-OCORR
              PERFORM GRAVA-CRIT
              GO TO LER-MEMB.
           IF W-COBVALID NOT = MEM-VALID
              MOVE "VALIDADE DIVERGENTE DO CADASTRO" TO LIN-OCORR
              PERFORM GRAVA-CRIT
              GO TO LER-MEMB.
                MOVE "N" TO W-TITSEM.
           IF W-TITSEM = "S"
                MOVE TDP-CONV (IND) TO LIN-CONV
                MOVE TDP-CPF (IND)  TO W-MSKCPF
                PERFORM MSK-CPF THRU MSK-CPF-FIM
                MOVE SPACES TO LIN-CART
                MOVE ZEROS TO LIN-VALID
                MOVE "TITULAR SEM COBERTURA" TO LIN-OCORR
                ADD 1 TO W-TOTCRIT.
           ADD 1 TO IND
           GO TO TIT-CRIT1.
      *
      *----COBERTURA ATIVA DO CPF NO CONVENIO DO ARQUIVO (CADCOBER)----*
      *
       COB-BUSCA.
           IF W-COBABERTO NOT = "S"
                GO TO COB-BUSCA-FIM.
           MOVE MEM-CPF TO COB-CPF
           MOVE ZEROS TO COB-SEQ
           START CADCOBER KEY IS NOT LESS COB-CHAVE
               INVALID KEY
                   GO TO COB-BUSCA-FIM.
       COB-BUSCA-LER.
           READ CADCOBER NEXT RECORD
               AT END
                   GO TO COB-BUSCA-FIM.
           IF COB-CPF NOT = MEM-CPF
                GO TO COB-BUSCA-FIM.
           IF NOT COB-ATIVA OR COB-CONVENIO NOT = MEM-CONVENIO
                GO TO COB-BUSCA-LER.
           MOVE COB-CONVENIO TO W-COBCONV
           MOVE COB-CARTEIRA TO W-COBCART
           MOVE COB-CARTVALID TO W-COBVALID.
       COB-BUSCA-FIM.
           EXIT.
      *
       GRAVA-CRIT.
           MOVE MEM-CONVENIO TO LIN-CONV
           MOVE MEM-CPF      TO W-MSKCPF
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE MEM-CARTEIRA TO LIN-CART
           MOVE MEM-VALID    TO LIN-VALID
           WRITE REGMEMTX FROM LINDET
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMEMB CADPACI CADMEMTX.
                IF W-COBABERTO = "S"
                   CLOSE CADCOBER.
                CANCEL "SMPMSK".
       ROT-FIMP.
                EXIT PROGRAM.
      *
      *----CPF DA CRITICA (W-MSKCPF) CONFORME O PERFIL DO OPERADOR-----*
      *
       MSK-CPF.
           MOVE W-MSKCPF TO W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LIN-CPF.
       MSK-CPF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
