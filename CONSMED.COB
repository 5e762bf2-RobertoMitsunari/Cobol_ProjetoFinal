      *AUTHOR. Roberto da Silva Mitsunari.
      ***********************************************
      *    CONSULTA (SOMENTE LEITURA) DE MEDICOS    *
      *    NASCIMENTO E CONTATO MASCARADOS CONFORME *
      *    O PERFIL DO OPERADOR (SMPMSK)            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-NOMEBUSCA   PIC X(30) VALUE SPACES.
       01 W-ESPBUSCA    PIC 9(02) VALUE ZEROS.
       01 W-LOGPROG     PIC X(07) VALUE "CONSMED".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R-CRM.
           DISPLAY TELACONSMED
           PERFORM MSK-TELA THRU MSK-TELA-FIM
           GO TO R-FIM.

      *----------------------- BUSCA POR NOME ---------------------------
                   GO TO R-FIM.
           IF MED-INATIVO
                GO TO R-NOME-LER.
           DISPLAY TELACONSMED
           PERFORM MSK-TELA THRU MSK-TELA-FIM.

       R-NOME-PROX.
           DISPLAY (23, 12) "P=PROXIMO  N=NOVA BUSCA  S=SAIR".
                GO TO R-ESPEC-LER.
           IF ESPECIALIDADE NOT = W-ESPBUSCA
                GO TO R-ESPEC-LER.
           DISPLAY TELACONSMED
           PERFORM MSK-TELA THRU MSK-TELA-FIM.

       R-ESPEC-PROX.
           DISPLAY (23, 12) "P=PROXIMO  N=NOVA BUSCA  S=SAIR".
                GO TO R1.
           GO TO R-ESPEC-PROX.

      *----SOBREPOE OS CAMPOS NAO LIBERADOS AO PERFIL DO OPERADOR------*

       MSK-TELA.
           MOVE ZEROS TO W-MSKCPF
           MOVE "I" TO W-MSKGRUPO
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING DIANASC "-" MESNASC "-" ANONASC
                  DELIMITED BY SIZE INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (11, 13) W-MSKDADO (1:10).
           MOVE "T" TO W-MSKGRUPO
           MOVE "E" TO W-MSKFORMA
           MOVE EMAIL TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (13, 08) W-MSKDADO (1:30).
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING DDD "-" NUM DELIMITED BY SIZE INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (15, 11) W-MSKDADO (1:14).
       MSK-TELA-FIM.
           EXIT.

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.

       R-FIM.
           DISPLAY (23, 12) "ENTER PARA NOVA CONSULTA".
           ACCEPT (23, 55) W-OPCAO.

       ROT-FIM.
           CLOSE REGMED.
           CANCEL "SMPMSK".
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
