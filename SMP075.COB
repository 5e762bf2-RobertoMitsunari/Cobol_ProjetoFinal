      * DIA EM CADBATIM.DAT (O FECHAMENTO DO CAIXA DO       *
      * SMP043 TRAVA ENQUANTO HOUVER PENDENCIA NAO          *
      * JUSTIFICADA). RODA TAMBEM COMO PASSO DO JOB         *
      * NOTURNO (MODO LOTE). CPF MASCARADO CONFORME O       *
      * PERFIL DO OPERADOR (SMPMSK)                         *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADATEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-RESTO        PIC X(174).
      *
       FD CADATEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEND.DAT".
       01 REGATEND.
          03 ATD-CHAVE.
             05 ATD-CRM        PIC 9(06).
             05 ATD-DATA       PIC 9(08).
             05 ATD-HORA       PIC 9(04).
          03 ATD-CPF           PIC 9(11).
          03 ATD-CID           PIC 9(04).
          03 ATD-NOTAS         PIC X(120).
          03 REC-DATA          PIC 9(08).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *
       FD CADDIAR
               LABEL RECORD IS STANDARD
          03 DIA-SITUACAO      PIC X(01).
             88 DIA-GERADA         VALUE "G".
             88 DIA-FATURADA       VALUE "F".
          03 DIA-VALMAT        PIC 9(08)V99.
          03 DIA-VALACP        PIC 9(08)V99.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-LOGPROG     PIC X(07) VALUE "SMP075".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
       01 LINPEND.
          03 LP-CHAVE   PIC 9(18).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-OCORR   PIC X(45).
       01 TRAILERTX.
      *----VARRE AS CONSULTAS DO DIA-----------------------------------*
      *
       BAT-VARRE.
           MOVE W-REFDATA TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO BAT-RECIB.
       BAT-LER.
               AT END
                   GO TO BAT-RECIB.
           IF CONS-DATA NOT = W-REFDATA
                GO TO BAT-RECIB.
      *----CHECK-IN SEM DESFECHO---------------------------------------*
           IF CONS-PRESENTE
                MOVE CONS-CHAVE TO LP-CHAVE
                MOVE CONS-CPF TO W-MSKCPF
                MOVE "CHECK-IN SEM DESFECHO (AINDA PRESENTE)"
                                                  TO LP-OCORR
                PERFORM PEN-GRAVA THRU PEN-GRAVA-FIM.
           READ CADATEND
           IF ST-ERRO NOT = "00"
                MOVE CONS-CHAVE TO LP-CHAVE
                MOVE CONS-CPF TO W-MSKCPF
                MOVE "REALIZADA SEM ATENDIMENTO CLINICO"
                                                  TO LP-OCORR
                PERFORM PEN-GRAVA THRU PEN-GRAVA-FIM.
           PERFORM REC-BUSCA THRU REC-BUSCA-FIM
           IF W-ACHEI = "N"
                MOVE CONS-CHAVE TO LP-CHAVE
                MOVE CONS-CPF TO W-MSKCPF
                MOVE "PARTICULAR REALIZADA SEM RECIBO" TO LP-OCORR
                PERFORM PEN-GRAVA THRU PEN-GRAVA-FIM.
           GO TO BAT-LER.
           IF W-EHDIARIA = "S"
                GO TO BAT-RECIB1.
           MOVE REC-CHAVE TO LP-CHAVE
           MOVE REC-CPF TO W-MSKCPF
           MOVE "RECIBO ORFAO - CONSULTA INEXISTENTE"
                                             TO LP-OCORR
           PERFORM PEN-GRAVA THRU PEN-GRAVA-FIM
       BAT-RECIB2.
           IF NOT CONS-REALIZADA
                MOVE REC-CHAVE TO LP-CHAVE
                MOVE REC-CPF TO W-MSKCPF
                MOVE "RECIBO DE CONSULTA NAO REALIZADA"
                                                  TO LP-OCORR
                PERFORM PEN-GRAVA THRU PEN-GRAVA-FIM.
           IF NOT FIL-AGUARDANDO
                GO TO BAT-FILA1.
           MOVE FIL-SEQ TO LP-CHAVE
           MOVE FIL-CPF TO W-MSKCPF
           MOVE "FICHA DA FILA SEM DESFECHO" TO LP-OCORR
           PERFORM PEN-GRAVA THRU PEN-GRAVA-FIM
           GO TO BAT-FILA1.
      *
       PEN-GRAVA.
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE W-MSKCPF TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LP-CPF
           WRITE REGBATTX FROM LINPEND
           ADD 1 TO W-TOTPEND.
       PEN-GRAVA-FIM.
           IF W-DIRABERTO = "S"
                CLOSE CADDIAR.
       ROT-FIMP.
           CANCEL "SMPMSK"
           IF ADDRESS OF LK-RETORNO NOT = NULL
                MOVE W-RETORNO TO LK-RETORNO.
           IF W-MODOLOTE NOT = "S"
                DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.

      *----CPF DA PENDENCIA CONFORME O PERFIL DO OPERADOR--------------*

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
           IF W-MODOLOTE = "S"
