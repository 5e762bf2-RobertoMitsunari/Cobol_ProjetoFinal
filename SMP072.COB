      * CONSULTAS DO DIA (AGENDADAS/REALIZADAS/FALTAS),     *
      * PACIENTES COM CHECK-IN AGUARDANDO, FILA DE          *
      * URGENCIA (TAMANHO E ESPERA MAXIMA), OCUPACAO DE     *
      * LEITOS (COM OS EM HIGIENIZACAO) E TOTAL DO CAIXA,   *
      * COM ATUALIZACAO A CADA TECLA                        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADFILA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-RESTO        PIC X(174).
      *
       FD CADFILA
               LABEL RECORD IS STANDARD
          03 LEI-SITUACAO      PIC X(01).
             88 LEI-ATIVO          VALUE "A".
             88 LEI-INATIVO        VALUE "I".
             88 LEI-HIGIENIZ       VALUE "H".
          03 LEI-UNIDADE       PIC 9(02).
      *
       FD CADINTER
          03 REC-DATA          PIC 9(08).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-LEIATIVOS  PIC 9(03) VALUE ZEROS.
       01 W-LEIOCUP    PIC 9(03) VALUE ZEROS.
       01 W-LEILIVRE   PIC S9(03) VALUE ZEROS.
       01 W-LEIHIGIEN  PIC 9(03) VALUE ZEROS.
       01 W-TOTCAIXA   PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       01 W-CAIXAED    PIC ZZZ.ZZZ,99.
           DISPLAY (16, 05) "LEITOS"
           DISPLAY (17, 08) "OCUPADOS.................: " W-LEIOCUP
           DISPLAY (18, 08) "LIVRES...................: " W-LEILIVRE
           DISPLAY (19, 08) "EM HIGIENIZACAO..........: " W-LEIHIGIEN
           MOVE W-TOTCAIXA TO W-CAIXAED
           DISPLAY (20, 05) "CAIXA RECEBIDO HOJE (R$).: " W-CAIXAED
           DISPLAY (23, 05)

       APU-CONS.
           MOVE ZEROS TO W-AGENDADAS W-REALIZADAS W-FALTAS W-CHECKIN
           MOVE W-DATAHOJE TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO APU-CONS-FIM.
       APU-CONS1.
               AT END
                   GO TO APU-CONS-FIM.
           IF CONS-DATA NOT = W-DATAHOJE
                GO TO APU-CONS-FIM.
           IF NOT CONS-CANCELADA
                ADD 1 TO W-AGENDADAS.
           IF CONS-REALIZADA

       APU-LEITO.
           MOVE ZEROS TO W-LEIATIVOS W-LEIOCUP W-LEILIVRE
           MOVE ZEROS TO W-LEIHIGIEN
           MOVE ZEROS TO LEI-CODIGO
           START CADLEITO KEY IS NOT LESS LEI-CODIGO
               INVALID KEY
                   GO TO APU-LEITO2.
           IF LEI-ATIVO
                ADD 1 TO W-LEIATIVOS.
           IF LEI-HIGIENIZ
                ADD 1 TO W-LEIATIVOS W-LEIHIGIEN.
           GO TO APU-LEITO1.
       APU-LEITO2.
           MOVE ZEROS TO INT-CHAVE
                ADD 1 TO W-LEIOCUP.
           GO TO APU-LEITO3.
       APU-LEITO4.
           COMPUTE W-LEILIVRE = W-LEIATIVOS - W-LEIOCUP - W-LEIHIGIEN
           IF W-LEILIVRE < ZEROS
                MOVE ZEROS TO W-LEILIVRE.
       APU-LEITO-FIM.
