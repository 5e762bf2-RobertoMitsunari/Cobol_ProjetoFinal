      * LISTA DE CONFIRMACAO DAS CONSULTAS DE AMANHA:       *
      * FOLHA DE LIGACOES PARA A RECEPCAO (CADCONF.DOC) E   *
      * ARQUIVO DELIMITADO PARA O OPERADOR DE SMS           *
      * (CADCONF.CSV). TELEFONE E E-MAIL DA FOLHA E CPF DO  *
      * RELATORIO DE RESPOSTAS MASCARADOS CONFORME O PERFIL *
      * DO OPERADOR (SMPMSK); O CSV VAI POR EXTENSO, POIS E *
      * O ARQUIVO QUE O OPERADOR DE SMS USA PARA O ENVIO    *
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
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
          03 CSN-PESQUISA      PIC X(01).
          03 CSN-DTREG         PIC 9(08).
          03 CSN-OPERADOR      PIC X(08).
          03 CSN-CID           PIC X(01).
      *
       FD CADCFTX
               LABEL RECORD IS STANDARD
       01 W-CPFTX       PIC X(11) VALUE SPACES.
       01 W-DDDTX       PIC X(02) VALUE SPACES.
       01 W-NUMTX       PIC X(09) VALUE SPACES.
       01 W-LOGPROG     PIC X(07) VALUE "SMP049".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 LIN-MI     PIC 99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LIN-NOME   PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LIN-TEL    PIC X(12).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LIN-EMAIL  PIC X(40).
       01 TRAILERTX.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-HORA    PIC X(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-OCORR   PIC X(40).
       01 LINITOT.
           MOVE CONS-HH  TO LIN-HH
           MOVE CONS-MI  TO LIN-MI
           MOVE NOME     TO LIN-NOME
           PERFORM MSK-PAC THRU MSK-PAC-FIM
           WRITE REGCFTX FROM LINDET
           PERFORM GERA-CSV THRU GERA-CSV-FIM
           ADD 1 TO W-TOTCONF
           MOVE W-RSCRM  TO LR-CRM
           MOVE W-RSDATA TO LR-DATA
           MOVE W-RSHORA TO LR-HORA
           MOVE ZEROS TO W-MSKCPF
           IF W-RSCPF NUMERIC
                MOVE W-RSCPF TO W-MSKCPF.
           MOVE W-RSCPF TO W-MSKDADO
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           IF W-RSCRM NOT NUMERIC OR W-RSDATA NOT NUMERIC
             OR W-RSHORA NOT NUMERIC
                MOVE "LINHA COM FORMATO INVALIDO" TO LR-OCORR
           PERFORM SLT-OCUPA THRU SLT-OCUPA-FIM
           MOVE "T" TO LES-SITUACAO
           REWRITE REGESPER
           MOVE LES-CPF TO W-MSKCPF
           MOVE LES-CPF TO W-MSKDADO
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE "VAGA DADA AO CPF DA LISTA DE ESPERA"
                                                  TO LR-OCORR
           WRITE REGCFITX FROM LINRESP.
           IF W-CSNABERTO = "S"
                CLOSE CADCONSEN.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----TELEFONE E E-MAIL DA FOLHA CONFORME O PERFIL DO OPERADOR----*

       MSK-PAC.
           MOVE CPF TO W-MSKCPF
           MOVE "T" TO W-MSKGRUPO
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING DDD "-" NUM DELIMITED BY SIZE INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LIN-TEL
           MOVE "E" TO W-MSKFORMA
           MOVE EMAIL TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LIN-EMAIL.
       MSK-PAC-FIM.
           EXIT.

      *----CPF DO RELATORIO DE RESPOSTAS (W-MSKCPF/W-MSKDADO PRONTOS)--*

       MSK-CPF.
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LR-CPF.
       MSK-CPF-FIM.
           EXIT.

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
