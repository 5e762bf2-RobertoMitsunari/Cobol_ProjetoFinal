      * FORMAS DO REC-FORMA E LISTA PARCELAS A VENCER E     *
      * VENCIDAS (CADPARRL.DOC); O AGENDAMENTO (SMP006)     *
      * AVISA QUANDO O CPF TEM PARCELA VENCIDA HA MAIS DE   *
      * 30 DIAS, COM LIBERACAO SO POR OPERADOR DE PERFIL A. *
      * CPF DA LISTAGEM MASCARADO CONFORME O PERFIL DO      *
      * OPERADOR (SMPMSK)                                   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 FILLER     PIC X(01) VALUE "/".
          03 LP-NUM     PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-VENCDIA PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
       01 LINTOT.
          03 LT-ROTULO  PIC X(30).
          03 LT-QTDE    PIC ZZZZ9.
       01 W-LOGPROG     PIC X(07) VALUE "SMP091".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       REL-LINHA.
           MOVE PAR-ACORDO TO LP-ACORDO
           MOVE PAR-NUM TO LP-NUM
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE PAR-VENCDIA TO LP-VENCDIA
           MOVE PAR-VENCMES TO LP-VENCMES
           MOVE PAR-VENCANO TO LP-VENCANO
       ROT-FIM.
           CLOSE CADPARC CADPACI.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF DA PARCELA CONFORME O PERFIL DO OPERADOR----------------*

       MSK-CPF.
           MOVE PAR-CPF TO W-MSKCPF W-MSKDADO
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
