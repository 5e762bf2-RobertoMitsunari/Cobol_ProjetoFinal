      *    PEDIDOS DE EXAME VINCULADOS A        *
      *    CONSULTA: EMISSAO DO PEDIDO,         *
      *    REGISTRO DO RESULTADO E RELATORIO    *
      *    DE PEDIDOS SEM RETORNO. O PEDIDO     *
      *    PODE SER ENVIADO POR E-MAIL (SMPEML) *
      *    NO RELATORIO DE PENDENTES O CPF SAI   *
      *    MASCARADO CONFORME O PERFIL DO       *
      *    OPERADOR (SMPMSK); O PEDIDO, QUE VAI *
      *    AO PACIENTE, SAI COMPLETO            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADEXTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADEXTP
               LABEL RECORD IS STANDARD
              "*** PEDIDOS DE EXAME SEM RESULTADO ***".
       01 CAB1.
          03 FILLER     PIC X(08) VALUE "PEDIDO".
          03 FILLER     PIC X(16) VALUE "CPF".
          03 FILLER     PIC X(32) VALUE "PACIENTE".
          03 FILLER     PIC X(12) VALUE "PEDIDO EM".
          03 FILLER     PIC X(10) VALUE "DIAS".
       01 LINDET.
          03 LIN-NUM    PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LIN-CPF    PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LIN-NOME   PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LRS-PARENT PIC X(10).
          03 FILLER     PIC X(07) VALUE ") TEL: ".
          03 LRS-TEL    PIC 9(11).
      *----ENVIO DO DOCUMENTO POR E-MAIL (SUBPROGRAMA SMPEML)---------*
       01 W-EMLTIPO     PIC X(01) VALUE "E".
       01 W-EMLREF      PIC X(20) VALUE SPACES.
       01 W-EMLTEXTO    PIC X(120) VALUE SPACES.
       01 W-EMLRET      PIC X(02) VALUE SPACES.
       01 W-LOGPROG   PIC X(07) VALUE "SMP053".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
           WRITE REGEXPTX FROM PED-MED.
           WRITE REGEXPTX FROM PED-ASS.
           CLOSE CADEXPTX
           PERFORM EML-OFERECE THRU EML-OFERECE-FIM
           MOVE "*** PEDIDO EMITIDO EM CADEXPED.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
           IF W-DIAS < W-DIASLIM
                GO TO PEN-LER.
           MOVE EXO-NUMERO TO LIN-NUM
           MOVE EXO-CPF TO CPF W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LIN-CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACINOME TO LIN-NOME
       RSP-IMPRIME-FIM.
           EXIT.

      *----OFERECE O ENVIO DO DOCUMENTO EMITIDO POR E-MAIL-------------*

       EML-OFERECE.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 12) "ENVIAR POR E-MAIL AO PACIENTE (S/N)?"
           ACCEPT (22, 50) W-OPCAO WITH UPDATE
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO EML-OFERECE-FIM.
           MOVE W-MAXNUM TO W-EMLREF
           MOVE SPACES TO W-EMLTEXTO
           CALL "SMPEML" USING LK-OPERADOR, CONS-CPF, W-EMLTIPO,
                               W-EMLREF, W-EMLTEXTO, MENS, W-EMLRET
                   ON OVERFLOW
                      MOVE "*** ENVIO POR E-MAIL INDISPONIVEL ***"
                                                           TO MENS
           END-CALL
           CANCEL "SMPEML"
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EML-OFERECE-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADEXAM CADCONS CADEXTP CADPACI REGMED.
           IF W-RSPABERTO = "S"
                CLOSE CADRESP.
       ROT-FIMP.
           CANCEL "SMPMSK"
           EXIT PROGRAM.

      *----CPF CONFORME O PERFIL DO OPERADOR---------------------------*

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
