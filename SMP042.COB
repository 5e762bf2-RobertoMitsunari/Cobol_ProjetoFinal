      *******************************************************
      * BAIXA DE PAGAMENTOS DOS CONVENIOS POR LOTE DE       *
      * REMESSA (COM APONTAMENTO DE GLOSA NA CONSULTA) E    *
      * RELATORIO DE AGING DOS VALORES A RECEBER. CPF DOS   *
      * RECURSOS DE GLOSA MASCARADO CONFORME O PERFIL DO     *
      * OPERADOR (SMPMSK)                                   *
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
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
      *
       FD CADGLREC
               LABEL RECORD IS STANDARD
                    "*** RECURSOS DE GLOSA VENCENDO EM 7 DIAS ***".
       01 GCAB1.
                03 FILLER      PIC X(20) VALUE "CONSULTA (CHAVE)".
                03 FILLER      PIC X(16) VALUE "CPF".
                03 FILLER      PIC X(13) VALUE "VALOR".
                03 FILLER      PIC X(12) VALUE "LIMITE".
                03 FILLER      PIC X(30) VALUE "MOTIVO".
       01 LINGLR.
                03 LG-CHAVE    PIC 9(18).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LG-CPF      PIC X(14).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LG-VALOR    PIC ZZZ.ZZZ,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 GT-TOT      PIC ZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP042".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
           IF W-DIASGLR > W-DIASHOJE + 7
                GO TO VNC-LER.
           MOVE GLR-CHAVE TO LG-CHAVE
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           COMPUTE W-GLVALREC = GLR-VAL-RS + (GLR-VAL-CT / 100)
           MOVE W-GLVALREC TO LG-VALOR
           MOVE GLR-LIMDIA TO LG-LIMDIA
       ROT-FIM.
           CLOSE CADCONS CADPACI CADCONV CADREMCT CADGLREC.
       ROT-FIMP.
           CANCEL "SMPMSK"
           EXIT PROGRAM.

      *----CPF DO RECURSO DE GLOSA CONFORME O PERFIL DO OPERADOR-------*

       MSK-CPF.
           MOVE GLR-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LG-CPF.
       MSK-CPF-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
      *----OCORRENCIAS DE ERRO VAO PARA O LOG CENTRAL (SMPLOG)--------*
       LOG-EVENTO.
