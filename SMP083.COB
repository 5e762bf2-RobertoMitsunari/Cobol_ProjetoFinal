      * CEP INEXISTENTE), GERA A FILA DE CORRECAO COM OS    *
      * PACIENTES DE CONSULTA FUTURA PRIMEIRO               *
      * (CADQUARL.DOC) E GUARDA O INDICE MENSAL DE          *
      * QUALIDADE (CADQUALI.DAT) PARA ACOMPANHAMENTO. CPF   *
      * DA FILA MASCARADO CONFORME O PERFIL DO OPERADOR     *
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
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 CONS-TIPO         PIC X(01).
          03 CONS-SITUACAO     PIC X(01).
             88 CONS-AGENDADA       VALUE "A".
          03 CONS-RESTO        PIC X(174).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
       01 CABSEC.
          03 CS-TITULO  PIC X(60).
       01 LINPAC.
          03 LP-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-NOME    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(12) VALUE "  INDICE:".
          03 LI-IDX     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE " %".
       01 W-LOGPROG     PIC X(07) VALUE "SMP083".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
           ELSE
                IF W-TEMFUT = "S"
                   GO TO QUA-LER.
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE NOME TO LP-NOME
           MOVE W-CRITICAS TO LP-CRIT
           WRITE REGQUATX FROM LINPAC
       FUT-CHECA.
           MOVE "N" TO W-TEMFUT
           MOVE REGPACI TO W-REGSALVA
           MOVE W-REGSALVA (1:11) TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO FUT-CHECA9.
       FUT-CHECA1.
               AT END
                   GO TO FUT-CHECA9.
           IF CONS-CPF NOT = W-REGSALVA (1:11)
                GO TO FUT-CHECA9.
           IF NOT CONS-AGENDADA
                GO TO FUT-CHECA1.
           IF CONS-DATA < W-DATAHOJE
           IF W-CEPABERTO = "S"
                CLOSE CADCEP.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF DA FILA DE CORRECAO CONFORME O PERFIL DO OPERADOR-------*

       MSK-CPF.
           MOVE CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LP-CPF.
       MSK-CPF-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
