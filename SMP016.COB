      ***********************************************
      *    CONSULTA (SOMENTE LEITURA) DE FICHA DO   *
      *    PACIENTE - DADOS + CONVENIO + ENDERECO   *
      *    DADOS PESSOAIS E CLINICOS MASCARADOS     *
      *    CONFORME O PERFIL DO OPERADOR (SMPMSK)   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 PLN-VALORTEL.
             05 PLN-VTEL-RS    PIC 9(06).
             05 PLN-VTEL-CT    PIC 9(02).
          03 PLN-COPTPAMB      PIC X(01).
          03 PLN-COPAMB.
             05 PLN-CAMB-INT   PIC 9(04).
             05 PLN-CAMB-DEC   PIC 9(02).
          03 PLN-COPTPURG      PIC X(01).
          03 PLN-COPURG.
             05 PLN-CURG-INT   PIC 9(04).
             05 PLN-CURG-DEC   PIC 9(02).
          03 PLN-COPTPDOM      PIC X(01).
          03 PLN-COPDOM.
             05 PLN-CDOM-INT   PIC 9(04).
             05 PLN-CDOM-DEC   PIC 9(02).
          03 PLN-COPTPTEL      PIC X(01).
          03 PLN-COPTEL.
             05 PLN-CTEL-INT   PIC 9(04).
             05 PLN-CTEL-DEC   PIC 9(02).
          03 PLN-PRZRET        PIC 9(03).

       FD CADALERT
               LABEL RECORD IS STANDARD

      *-----------------------------------------------------------------
       01 W-RSPABERTO   PIC X(01) VALUE "N".
       01 W-LOGPROG     PIC X(07) VALUE "SMP016".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------

       R5.
           DISPLAY TELAFICHA
           PERFORM MSK-TELA THRU MSK-TELA-FIM
           PERFORM ALR-MOSTRA THRU ALR-MOSTRA-FIM
           PERFORM FAM-MOSTRA THRU FAM-MOSTRA-FIM
           PERFORM RSP-MOSTRA THRU RSP-MOSTRA-FIM
           READ CADALERT
           IF ST-ERRO NOT = "00"
                GO TO ALR-MOSTRA-FIM.
           MOVE CPF TO W-MSKCPF
           MOVE "C" TO W-MSKGRUPO
           MOVE "X" TO W-MSKFORMA
           MOVE ALE-ALERGIAS TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           DISPLAY (20, 01) "ALERGIAS..: " W-MSKDADO (1:50)
           MOVE ALE-CRONICAS TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           DISPLAY (21, 01) "CRONICAS..: " W-MSKDADO (1:50)
           MOVE ALE-PRECAUCOES TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           DISPLAY (22, 01) "PRECAUCOES: " W-MSKDADO (1:50).
       ALR-MOSTRA-FIM.
           EXIT.


       FAM-MOSTRA.
           IF PAC-TITULAR NOT = ZEROS
                MOVE "I" TO W-MSKGRUPO
                MOVE "D" TO W-MSKFORMA
                MOVE PAC-TITULAR TO W-MSKCPF
                MOVE PAC-TITULAR TO W-MSKDADO
                PERFORM MSK-APLICA THRU MSK-APLICA-FIM
                DISPLAY (19, 01) "DEPENDENTE DO TITULAR:"
                DISPLAY (19, 24) W-MSKDADO (1:14)
                GO TO FAM-MOSTRA-FIM.
           MOVE REGPACI TO W-REGPACSAV
           MOVE ZEROS TO W-TOTDEP
           IF ST-ERRO NOT = "00"
                GO TO RSP-MOSTRA-FIM.
           DISPLAY (18, 01) "RESPONSAVEL: " RSP-NOME
           MOVE CPF TO W-MSKCPF
           MOVE "T" TO W-MSKGRUPO
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           MOVE RSP-TELEFONE TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           DISPLAY (18, 46) "TEL: " W-MSKDADO (1:11).
       RSP-MOSTRA-FIM.
           EXIT.

      *----SOBREPOE OS CAMPOS NAO LIBERADOS AO PERFIL DO OPERADOR------*

       MSK-TELA.
           MOVE CPF TO W-MSKCPF
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE CPF TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (03, 06) W-MSKDADO (1:14).
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING DIA "-" MES "-" ANO DELIMITED BY SIZE
                  INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (07, 13) W-MSKDADO (1:10).
           MOVE "T" TO W-MSKGRUPO
           MOVE SPACES TO W-MSKDADO
           STRING DDD "-" NUM DELIMITED BY SIZE INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (09, 11) W-MSKDADO (1:14).
           MOVE "E" TO W-MSKFORMA
           MOVE EMAIL TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (09, 37) W-MSKDADO (1:30).
           MOVE "X" TO W-MSKFORMA
           MOVE ENDERECOTXT TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           IF W-MSKABERTO NOT = "S"
                DISPLAY (11, 11) W-MSKDADO (1:30)
                DISPLAY (12, 09) "****"
                DISPLAY (12, 31) "************".
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
                CLOSE CADALERT.
           IF W-RSPABERTO = "S"
                CLOSE CADRESP.
           CANCEL "SMPMSK".
       ROT-FIMP.
           EXIT PROGRAM.

