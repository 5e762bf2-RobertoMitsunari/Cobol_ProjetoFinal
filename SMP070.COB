      * (CADPRLEI.DAT, NO MODELO DO CADPRECO), GERACAO DAS  *
      * DIARIAS FATURAVEIS DAS ALTAS DO MES (CADDIAR.DAT)   *
      * E COBRANCA DO PARTICULAR; AS DIARIAS DE CONVENIO    *
      * ENTRAM NA REMESSA DO SMP041. O MAT/MED DISPENSADO   *
      * NA INTERNACAO (CADDISP.DAT, SMP102) E AS REFEICOES  *
      * DE ACOMPANHANTE CONTADAS NO MAPA DE REFEICOES       *
      * (CADREFAC.DAT, SMP123) SAO SOMADOS A CONTA DA ALTA. *
      * CPF DA LISTAGEM MASCARADO CONFORME O PERFIL DO      *
      * OPERADOR (SMPMSK)                                   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADDISP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREFAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RFA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADDIATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 DIA-SITUACAO      PIC X(01).
             88 DIA-GERADA         VALUE "G".
             88 DIA-FATURADA       VALUE "F".
          03 DIA-VALMAT        PIC 9(08)V99.
          03 DIA-VALACP        PIC 9(08)V99.
      *
       FD CADINTER
               LABEL RECORD IS STANDARD
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADDISP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISP.DAT".
       01 REGDISP.
          03 DSP-CHAVE.
             05 DSP-INTER      PIC 9(18).
             05 DSP-SEQ        PIC 9(04).
          03 DSP-ITEM          PIC 9(04).
          03 DSP-LOTE          PIC X(10).
          03 DSP-QTDE          PIC 9(06).
          03 DSP-QTDEDEV       PIC 9(06).
          03 DSP-VALUNIT       PIC 9(06)V99.
          03 DSP-PLANO         PIC 9(02).
          03 DSP-DATA          PIC 9(08).
          03 DSP-DTDEV         PIC 9(08).
          03 DSP-SITUACAO      PIC X(01).
             88 DSP-PENDENTE       VALUE "P".
             88 DSP-FATURADA       VALUE "F".
          03 DSP-OPERADOR      PIC X(08).
      *
       FD CADREFAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREFAC.DAT".
       01 REGREFAC.
          03 RFA-CHAVE.
             05 RFA-INTER      PIC 9(18).
             05 RFA-DATA       PIC 9(08).
          03 RFA-QTDE          PIC 9(02).
          03 RFA-VALUNIT       PIC 9(06)V99.
          03 RFA-SITUACAO      PIC X(01).
             88 RFA-PENDENTE       VALUE "P".
             88 RFA-FATURADA       VALUE "F".
          03 RFA-OPERADOR      PIC X(08).
      *
       FD CADDIATX
               LABEL RECORD IS STANDARD
       01 W-VDIARS   PIC 9(06) VALUE ZEROS.
       01 W-VDIACT   PIC 9(02) VALUE ZEROS.
       01 W-VALDIA   PIC 9(08)V99 VALUE ZEROS.
       01 W-VALMAT   PIC 9(08)V99 VALUE ZEROS.
       01 W-DSPABERTO PIC X(01) VALUE "N".
       01 W-VALACP   PIC 9(08)V99 VALUE ZEROS.
       01 W-RFAABERTO PIC X(01) VALUE "N".
       01 W-TOTGER   PIC 9(05) VALUE ZEROS.
       01 W-TOTVAL   PIC 9(10)V99 VALUE ZEROS.
       01 W-COMPET   PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE "/".
          03 CABPER-ANO  PIC 9999.
       01 CAB1.
          03 FILLER     PIC X(16) VALUE "CPF".
          03 FILLER     PIC X(32) VALUE "PACIENTE".
          03 FILLER     PIC X(07) VALUE "LEITO".
          03 FILLER     PIC X(07) VALUE "DIAS".
          03 FILLER     PIC X(13) VALUE "   MAT/MED".
          03 FILLER     PIC X(13) VALUE " ACOMPANH.".
          03 FILLER     PIC X(13) VALUE "VALOR TOTAL".
       01 LINDIA.
          03 LD-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-NOME    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LD-DIAS    PIC ZZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LD-MATMED  PIC ZZZ.ZZZ,99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LD-ACOMP   PIC ZZZ.ZZZ,99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LD-TOTAL   PIC ZZZ.ZZZ,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-DEST    PIC X(12).
          03 LT-QTDE    PIC ZZZZ9.
          03 FILLER     PIC X(10) VALUE "  VALOR:".
          03 LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 W-LOGPROG     PIC X(07) VALUE "SMP070".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
                GO TO R1.
           OPEN INPUT CADLEITO
           OPEN INPUT CADPACI
           MOVE "N" TO W-DSPABERTO
           OPEN I-O CADDISP
           IF ST-ERRO = "00"
                MOVE "S" TO W-DSPABERTO.
           MOVE "N" TO W-RFAABERTO
           OPEN I-O CADREFAC
           IF ST-ERRO = "00"
                MOVE "S" TO W-RFAABERTO.
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
           IF W-VDIARS = ZEROS AND W-VDIACT = ZEROS
                GO TO GER-LER.
           COMPUTE W-VALDIA = W-VDIARS + (W-VDIACT / 100)
           PERFORM DSP-SOMA THRU DSP-SOMA-FIM
           PERFORM RFA-SOMA THRU RFA-SOMA-FIM
      *----GRAVA A DIARIA FATURAVEL------------------------------------*
           MOVE INT-CHAVE TO DIA-CHAVE
           MOVE INT-CPF TO DIA-CPF
           MOVE W-QTDIAS TO DIA-QTDE
           MOVE W-VDIARS TO DIA-VDIA-RS
           MOVE W-VDIACT TO DIA-VDIA-CT
           MOVE W-VALMAT TO DIA-VALMAT
           MOVE W-VALACP TO DIA-VALACP
           COMPUTE DIA-TOTAL = (W-VALDIA * W-QTDIAS) + W-VALMAT
                             + W-VALACP
           MOVE INT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDIAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-ENCERRA.
           PERFORM DSP-MARCA THRU DSP-MARCA-FIM
           PERFORM RFA-MARCA THRU RFA-MARCA-FIM
           ADD 1 TO W-TOTGER
           ADD DIA-TOTAL TO W-TOTVAL
           GO TO GER-LER.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GER-ENCERRA.
           CLOSE CADINTER CADLEITO CADPACI
           IF W-DSPABERTO = "S"
                CLOSE CADDISP.
           IF W-RFAABERTO = "S"
                CLOSE CADREFAC.
           GO TO R1.

      ******************************************************************
      * MAT/MED DISPENSADO NA INTERNACAO E AINDA NAO FATURADO:         *
      * (QUANTIDADE - DEVOLVIDO) X VALOR UNITARIO. SAIDA: W-VALMAT     *
      ******************************************************************
       DSP-SOMA.
           MOVE ZEROS TO W-VALMAT
           IF W-DSPABERTO NOT = "S"
                GO TO DSP-SOMA-FIM.
           MOVE INT-CHAVE TO DSP-INTER
           MOVE ZEROS TO DSP-SEQ
           START CADDISP KEY IS NOT LESS DSP-CHAVE
               INVALID KEY
                   GO TO DSP-SOMA-FIM.
       DSP-SOMA1.
           READ CADDISP NEXT RECORD
               AT END
                   GO TO DSP-SOMA-FIM.
           IF DSP-INTER NOT = INT-CHAVE
                GO TO DSP-SOMA-FIM.
           IF DSP-FATURADA
                GO TO DSP-SOMA1.
           COMPUTE W-VALMAT = W-VALMAT
                            + ((DSP-QTDE - DSP-QTDEDEV) * DSP-VALUNIT)
           GO TO DSP-SOMA1.
       DSP-SOMA-FIM.
           EXIT.
      *
      *----FECHA O MAT/MED DA INTERNACAO NA CONTA (SEM DEVOLUCAO APOS)-*
      *
       DSP-MARCA.
           IF W-DSPABERTO NOT = "S"
                GO TO DSP-MARCA-FIM.
           MOVE INT-CHAVE TO DSP-INTER
           MOVE ZEROS TO DSP-SEQ
           START CADDISP KEY IS NOT LESS DSP-CHAVE
               INVALID KEY
                   GO TO DSP-MARCA-FIM.
       DSP-MARCA1.
           READ CADDISP NEXT RECORD
               AT END
                   GO TO DSP-MARCA-FIM.
           IF DSP-INTER NOT = INT-CHAVE
                GO TO DSP-MARCA-FIM.
           IF DSP-FATURADA
                GO TO DSP-MARCA1.
           MOVE "F" TO DSP-SITUACAO
           REWRITE REGDISP
           GO TO DSP-MARCA1.
       DSP-MARCA-FIM.
           EXIT.

      ******************************************************************
      * REFEICOES DE ACOMPANHANTE AINDA NAO FATURADAS DA INTERNACAO:   *
      * QUANTIDADE DO DIA X VALOR UNITARIO. SAIDA: W-VALACP            *
      ******************************************************************
       RFA-SOMA.
           MOVE ZEROS TO W-VALACP
           IF W-RFAABERTO NOT = "S"
                GO TO RFA-SOMA-FIM.
           MOVE INT-CHAVE TO RFA-INTER
           MOVE ZEROS TO RFA-DATA
           START CADREFAC KEY IS NOT LESS RFA-CHAVE
               INVALID KEY
                   GO TO RFA-SOMA-FIM.
       RFA-SOMA1.
           READ CADREFAC NEXT RECORD
               AT END
                   GO TO RFA-SOMA-FIM.
           IF RFA-INTER NOT = INT-CHAVE
                GO TO RFA-SOMA-FIM.
           IF RFA-FATURADA
                GO TO RFA-SOMA1.
           COMPUTE W-VALACP = W-VALACP + (RFA-QTDE * RFA-VALUNIT)
           GO TO RFA-SOMA1.
       RFA-SOMA-FIM.
           EXIT.
      *
      *----FECHA AS REFEICOES DE ACOMPANHANTE DA INTERNACAO NA CONTA---*
      *
       RFA-MARCA.
           IF W-RFAABERTO NOT = "S"
                GO TO RFA-MARCA-FIM.
           MOVE INT-CHAVE TO RFA-INTER
           MOVE ZEROS TO RFA-DATA
           START CADREFAC KEY IS NOT LESS RFA-CHAVE
               INVALID KEY
                   GO TO RFA-MARCA-FIM.
       RFA-MARCA1.
           READ CADREFAC NEXT RECORD
               AT END
                   GO TO RFA-MARCA-FIM.
           IF RFA-INTER NOT = INT-CHAVE
                GO TO RFA-MARCA-FIM.
           IF RFA-FATURADA
                GO TO RFA-MARCA1.
           MOVE "F" TO RFA-SITUACAO
           REWRITE REGREFAC
           GO TO RFA-MARCA1.
       RFA-MARCA-FIM.
           EXIT.

      ******************************************************************
      * BUSCA O PRECO DE DIARIA VIGENTE NA DATA DA ALTA PARA O SETOR   *
      * (LEI-SETORNUM). SAIDA: W-VDIARS / W-VDIACT                     *
                   GO TO LIS-FIM.
           IF DIA-COMPET NOT = W-COMPET
                GO TO LIS-LER.
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE DIA-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE SPACES TO LD-NOME.
           MOVE DIA-LEITO TO LD-LEITO
           MOVE DIA-QTDE TO LD-DIAS
           MOVE DIA-VALMAT TO LD-MATMED
           MOVE DIA-VALACP TO LD-ACOMP
           MOVE DIA-TOTAL TO LD-TOTAL
           IF DIA-CONVENIO = ZEROS
                MOVE "PARTICULAR" TO LD-DEST
       ROT-FIM.
           CLOSE CADPRLEI CADDIAR.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF DA LISTAGEM CONFORME O PERFIL DO OPERADOR---------------*

       MSK-CPF.
           MOVE DIA-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LD-CPF.
       MSK-CPF-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
