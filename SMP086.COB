      *******************************************************
      * GESTAO DE CONSENTIMENTO DO PACIENTE (LGPD):         *
      * REGISTRA POR CPF OS CONSENTIMENTOS DADOS E          *
      * REVOGADOS (SMS/TELEFONE, E-MAIL, USO EM PESQUISA,   *
      * CID NO ATESTADO) COM DATA E OPERADOR                *
      * (CADCONSEN.DAT); O SMP105 SO IMPRIME O CID NO       *
      * ATESTADO DE QUEM AUTORIZOU, O SMP049                *
      * DEIXA DE INCLUIR QUEM REVOGOU SMS, O SMP021 PULA    *
      * QUEM RECUSOU CONTATO E O SMP019 EXCLUI QUEM NEGOU   *
      * USO EM PESQUISA. CADA ALTERACAO VAI PARA O CADAUDIT *
          03 CSN-PESQUISA      PIC X(01).
          03 CSN-DTREG         PIC 9(08).
          03 CSN-OPERADOR      PIC X(08).
          03 CSN-CID           PIC X(01).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 AUD-SNAP   PIC X(31) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
               VALUE  "CONTATO POR E-MAIL       (S/N):".
           05  LINE 12  COLUMN 01
               VALUE  "USO DE DADOS EM PESQUISA (S/N):".
           05  LINE 14  COLUMN 01
               VALUE  "CID NO ATESTADO MEDICO   (S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCPF
               LINE 12  COLUMN 34  PIC X(01)
               USING  CSN-PESQUISA
               HIGHLIGHT.
           05  TCID
               LINE 14  COLUMN 34  PIC X(01)
               USING  CSN-CID
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.

       R1.
           MOVE ZEROS TO CSN-CPF
           MOVE SPACES TO CSN-SMS CSN-EMAIL CSN-PESQUISA CSN-CID
           DISPLAY SMT086.
       R2.
           ACCEPT TCPF
                DISPLAY TSMS
                DISPLAY TEMAIL
                DISPLAY TPESQ
                DISPLAY TCID
           ELSE
                MOVE SPACES TO AUD-SNAP
                MOVE "S" TO CSN-SMS CSN-EMAIL CSN-PESQUISA
                MOVE "N" TO CSN-CID.
       R3.
           ACCEPT TSMS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
                GO TO R4.
           IF CSN-PESQUISA NOT = "S" AND NOT = "N"
                GO TO R5.
       R6.
           ACCEPT TCID WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           IF CSN-CID NOT = "S" AND NOT = "N"
                GO TO R6.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
