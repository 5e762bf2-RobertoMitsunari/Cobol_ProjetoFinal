       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP107.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * BATCH DE ACOMPANHAMENTOS VENCIDOS DAS LINHAS DE     *
      * CUIDADO (SMP106): CRUZA CADA INSCRICAO ATIVA COM O  *
      * ULTIMO ATENDIMENTO (CADATEND) NA ESPECIALIDADE      *
      * RESPONSAVEL E COM O ULTIMO PEDIDO (CADEXAM) DE CADA *
      * EXAME OBRIGATORIO, E LISTA EM CADLCVRL.DOC QUEM     *
      * ESTA COM CONSULTA OU EXAME VENCIDO, COM TELEFONE,   *
      * PARA A EQUIPE CONVOCAR. SEM HISTORICO, O PRAZO      *
      * CONTA DA DATA DE INSCRICAO NA LINHA. CPF E TELEFONE *
      * MASCARADOS CONFORME O PERFIL DO OPERADOR (SMPMSK)   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLCUI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCU-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLCIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCI-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADATEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADEXAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXO-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADEXTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXT-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADLCWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WK-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLCVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLCUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLCUI.DAT".
       01 REGLCUI.
          03 LCU-CODIGO        PIC 9(03).
          03 LCU-DESCR         PIC X(30).
          03 LCU-CID           PIC 9(04).
          03 LCU-ESPEC         PIC 9(02).
          03 LCU-PERCONS       PIC 9(03).
          03 LCU-EXAMES.
             05 LCU-EXAME      OCCURS 5 TIMES.
                07 LCU-EXTIPO  PIC 9(04).
                07 LCU-EXPER   PIC 9(03).
          03 LCU-SITUACAO      PIC X(01).
             88 LCU-ATIVA          VALUE "A".
             88 LCU-INATIVA        VALUE "I".
          03 LCU-DTALT         PIC 9(08).
          03 LCU-OPERADOR      PIC X(08).
      *
       FD CADLCIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLCIN.DAT".
       01 REGLCIN.
          03 LCI-CHAVE.
             05 LCI-CPF        PIC 9(11).
             05 LCI-LINHA      PIC 9(03).
          03 LCI-DTINSCR       PIC 9(08).
          03 LCI-SITUACAO      PIC X(01).
             88 LCI-ATIVA          VALUE "A".
             88 LCI-ENCERRADA      VALUE "E".
          03 LCI-DTENCER       PIC 9(08).
          03 LCI-MOTIVO        PIC X(30).
          03 LCI-OPERADOR      PIC X(08).
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
          03 ATD-DESFECHO      PIC X(01).
          03 ATD-DATACAD       PIC 9(08).
          03 ATD-DATAALT       PIC 9(08).
      *
       FD CADEXAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAM.DAT".
       01 REGEXAM.
          03 EXO-NUMERO        PIC 9(06).
          03 EXO-CONS          PIC 9(18).
          03 EXO-CPF           PIC 9(11).
          03 EXO-TIPO          PIC 9(04).
          03 EXO-DTPEDIDO      PIC 9(08).
          03 EXO-DTRESULT      PIC 9(08).
      *
       FD CADEXTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTP.DAT".
       01 REGEXTP.
          03 EXT-CODIGO        PIC 9(04).
          03 EXT-DESCR         PIC X(30).
          03 EXT-PREPARO       PIC X(50).
          03 EXT-SITUACAO      PIC X(01).
             88 EXT-ATIVO          VALUE "A".
             88 EXT-INATIVO        VALUE "I".
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01 REGESP.
          03 ESP-CODIGO        PIC 9(02).
          03 ESP-DESCR         PIC X(20).
      *
       FD REGMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGMED.DAT".
       01 CADMEDICO.
          03 CRM                   PIC 9(06).
          03 NOME                  PIC X(30).
          03 ESPECIALIDADE         PIC 9(02).
          03 FILLER                PIC X(52).
          03 SITUACAO              PIC X(01).
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 FILLER         PIC X(10).
          03 PAC-TELEFONE.
             05 PAC-DDD     PIC 9(02).
             05 PAC-NUM     PIC 9(09).
          03 FILLER         PIC X(64).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
      *----ULTIMA DATA POR PACIENTE: C = CONSULTA NA ESPECIALIDADE ----*
      *----(CODIGO ZERO = QUALQUER UMA), E = PEDIDO DO TIPO DE EXAME---*
      *
       FD CADLCWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLCWK.DAT".
       01 REGLCWK.
          03 WK-CHAVE.
             05 WK-CPF         PIC 9(11).
             05 WK-TIPO        PIC X(01).
             05 WK-COD         PIC 9(04).
          03 WK-DATA           PIC 9(08).
      *
       FD CADLCVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLCVRL.DOC".
       01 REGLCVTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 W-DATAREF  PIC 9(08) VALUE ZEROS.
       01 W-ULTIMA   PIC 9(08) VALUE ZEROS.
       01 W-VENC     PIC 9(08) VALUE ZEROS.
       01 W-PERIODO  PIC 9(03) VALUE ZEROS.
       01 W-CONTDIA  PIC 9(05) VALUE ZEROS.
       01 W-ITEMDESC PIC X(20) VALUE SPACES.
       01 W-PENDPAC  PIC 9(03) VALUE ZEROS.
       01 W-TOTATD   PIC 9(06) VALUE ZEROS.
       01 W-TOTEXA   PIC 9(06) VALUE ZEROS.
       01 W-TOTINS   PIC 9(06) VALUE ZEROS.
       01 W-TOTPAC   PIC 9(06) VALUE ZEROS.
       01 W-TOTITENS PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-VALID    PIC 9(08) VALUE ZEROS.
       01 W-VALID-R REDEFINES W-VALID.
          03 W-VLDANO  PIC 9(04).
          03 W-VLDMES  PIC 9(02).
          03 W-VLDDIA  PIC 9(02).
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
       01 W-DATAED   PIC 99/99/9999.
      *
      *----CONTAGEM DE DIAS (VENCIMENTO E ATRASO)----------------------*
      *
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TENTDATA-N REDEFINES W-TENTDATA PIC 9(08).
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CAB1.
          03 FILLER     PIC X(20) VALUE "POSICAO EM: ".
          03 C1-DATA    PIC 99/99/9999.
       01 CAB2.
          03 FILLER     PIC X(15) VALUE "CPF".
          03 FILLER     PIC X(23) VALUE "PACIENTE".
          03 FILLER     PIC X(13) VALUE "TELEFONE".
          03 FILLER     PIC X(04) VALUE "LIN".
          03 FILLER     PIC X(21) VALUE "ACOMPANHAMENTO".
          03 FILLER     PIC X(11) VALUE "ULTIMO".
          03 FILLER     PIC X(11) VALUE "VENCEU EM".
          03 FILLER     PIC X(05) VALUE "ATRAS".
       01 LINVEN.
          03 LV-CPF     PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-NOME    PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-FONE    PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-LINHA   PIC 9(03).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-ITEM    PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-ULTIMA  PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-VENC    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-ATRASO  PIC ZZZZ9.
       01 LINTOT.
          03 LT-ROTULO  PIC X(40).
          03 LT-QTDE    PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       01 W-JOBNOME  PIC X(07) VALUE SPACES.
       01 W-JOBEVT   PIC X(01) VALUE SPACES.
       01 W-JOBRET   PIC X(01) VALUE SPACES.
       01 W-LOGPROG   PIC X(07) VALUE "SMP107".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT107.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** LINHAS DE CUIDADO - ACOMPANHAM".
           05  LINE 02  COLUMN 41
               VALUE  "ENTOS VENCIDOS ***".
           05  LINE 10  COLUMN 10
               VALUE  "CRUZA AS INSCRICOES ATIVAS COM O ULTIMO ".
           05  LINE 10  COLUMN 50
               VALUE  "ATENDIMENTO".
           05  LINE 11  COLUMN 10
               VALUE  "E OS PEDIDOS DE EXAME E LISTA OS VENCIDO".
           05  LINE 11  COLUMN 50
               VALUE  "S EM CADLCVRL.DOC".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           MOVE ZEROS TO W-TOTATD W-TOTEXA W-TOTINS W-TOTPAC W-TOTITENS
           DISPLAY SMT107.
       INC-OPC.
           DISPLAY (13, 10) "CONFIRMA O PROCESSAMENTO (S/N)?"
           ACCEPT (13, 42) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** PROCESSAMENTO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO INC-OPC.
       INC-JOB.
           MOVE "SMP107 " TO W-JOBNOME
           MOVE "I" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           IF W-JOBRET = "B"
                MOVE "** PROCESSAMENTO BLOQUEADO POR DEPENDENCIA **"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-OP0.
           OPEN INPUT CADLCUI
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA LINHA DE CUIDADO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CADLCIN
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PACIENTE INSCRITO EM LINHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLCUI
              GO TO ROT-FIMP.
           OPEN INPUT CADATEND CADEXAM CADEXTP CADESP REGMED CADPACI
           OPEN OUTPUT CADLCWK
           CLOSE CADLCWK
           OPEN I-O CADLCWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLCWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT CADLCVTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLCVTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (15, 10) "LENDO ATENDIMENTOS...".

      *---------------PASSO 1: ULTIMO ATENDIMENTO POR ESPECIALIDADE----*

       ATD-INI.
           MOVE ZEROS TO ATD-CHAVE
           START CADATEND KEY IS NOT LESS ATD-CHAVE
               INVALID KEY
                   GO TO EXA-INI.
       ATD-LER.
           READ CADATEND NEXT RECORD
               AT END
                   GO TO EXA-INI.
           IF ATD-CPF = ZEROS
                GO TO ATD-LER.
           ADD 1 TO W-TOTATD
           MOVE ATD-DATA TO W-DATAREF
           MOVE ATD-CPF TO WK-CPF
           MOVE "C" TO WK-TIPO
           MOVE ZEROS TO WK-COD
           PERFORM WK-ATUALIZA THRU WK-ATUALIZA-FIM
           MOVE ATD-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                GO TO ATD-LER.
           MOVE ATD-CPF TO WK-CPF
           MOVE "C" TO WK-TIPO
           MOVE ESPECIALIDADE TO WK-COD
           PERFORM WK-ATUALIZA THRU WK-ATUALIZA-FIM
           GO TO ATD-LER.

      *---------------PASSO 2: ULTIMO PEDIDO POR TIPO DE EXAME---------*

       EXA-INI.
           DISPLAY (15, 10) "LENDO PEDIDOS DE EXAME..."
           MOVE ZEROS TO EXO-NUMERO
           START CADEXAM KEY IS NOT LESS EXO-NUMERO
               INVALID KEY
                   GO TO INS-INI.
       EXA-LER.
           READ CADEXAM NEXT RECORD
               AT END
                   GO TO INS-INI.
           ADD 1 TO W-TOTEXA
           MOVE EXO-DTPEDIDO TO W-DATAREF
           MOVE EXO-CPF TO WK-CPF
           MOVE "E" TO WK-TIPO
           MOVE EXO-TIPO TO WK-COD
           PERFORM WK-ATUALIZA THRU WK-ATUALIZA-FIM
           GO TO EXA-LER.

      *---------------PASSO 3: INSCRICOES ATIVAS X PRAZOS DA LINHA-----*

       INS-INI.
           DISPLAY (15, 10) "CONFERINDO AS INSCRICOES...    "
           MOVE "*** LINHAS DE CUIDADO - ACOMPANHAMENTOS VENCIDOS ***"
                                                         TO CAB0-TIT
           WRITE REGLCVTX FROM CAB0.
           MOVE W-DATAHOJE TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO C1-DATA
           WRITE REGLCVTX FROM CAB1.
           MOVE SPACES TO REGLCVTX
           WRITE REGLCVTX.
           WRITE REGLCVTX FROM CAB2.
           MOVE ZEROS TO LCI-CHAVE
           START CADLCIN KEY IS NOT LESS LCI-CHAVE
               INVALID KEY
                   GO TO INS-FIM.
       INS-LER.
           READ CADLCIN NEXT RECORD
               AT END
                   GO TO INS-FIM.
           IF NOT LCI-ATIVA
                GO TO INS-LER.
           MOVE LCI-LINHA TO LCU-CODIGO
           READ CADLCUI
           IF ST-ERRO NOT = "00"
                GO TO INS-LER.
           IF LCU-INATIVA
                GO TO INS-LER.
           MOVE LCI-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME
                MOVE ZEROS TO PAC-DDD PAC-NUM
           ELSE
                IF PAC-OBITO
                     GO TO INS-LER.
           ADD 1 TO W-TOTINS
           MOVE ZEROS TO W-PENDPAC
      *----CONSULTA NA ESPECIALIDADE RESPONSAVEL-----------------------*
           MOVE LCI-CPF TO WK-CPF
           MOVE "C" TO WK-TIPO
           MOVE LCU-ESPEC TO WK-COD ESP-CODIGO
           MOVE LCU-PERCONS TO W-PERIODO
           MOVE SPACES TO ESP-DESCR
           READ CADESP
           MOVE SPACES TO W-ITEMDESC
           STRING "CONS " ESP-DESCR DELIMITED BY SIZE INTO W-ITEMDESC
           PERFORM VEN-CHECA THRU VEN-CHECA-FIM
           MOVE 1 TO IND.
       INS-EXA.
           IF IND > 5
                GO TO INS-PROX.
           IF LCU-EXTIPO (IND) = ZEROS
                GO TO INS-PROX.
           MOVE LCI-CPF TO WK-CPF
           MOVE "E" TO WK-TIPO
           MOVE LCU-EXTIPO (IND) TO WK-COD EXT-CODIGO
           MOVE LCU-EXPER (IND) TO W-PERIODO
           MOVE SPACES TO EXT-DESCR
           READ CADEXTP
           MOVE EXT-DESCR TO W-ITEMDESC
           PERFORM VEN-CHECA THRU VEN-CHECA-FIM
           ADD 1 TO IND
           GO TO INS-EXA.
       INS-PROX.
           IF W-PENDPAC NOT = ZEROS
                ADD 1 TO W-TOTPAC.
           GO TO INS-LER.
       INS-FIM.
           MOVE SPACES TO REGLCVTX
           WRITE REGLCVTX.
           MOVE "ATENDIMENTOS LIDOS" TO LT-ROTULO
           MOVE W-TOTATD TO LT-QTDE
           WRITE REGLCVTX FROM LINTOT.
           MOVE "PEDIDOS DE EXAME LIDOS" TO LT-ROTULO
           MOVE W-TOTEXA TO LT-QTDE
           WRITE REGLCVTX FROM LINTOT.
           MOVE "INSCRICOES ATIVAS CONFERIDAS" TO LT-ROTULO
           MOVE W-TOTINS TO LT-QTDE
           WRITE REGLCVTX FROM LINTOT.
           MOVE "PACIENTES A CONVOCAR" TO LT-ROTULO
           MOVE W-TOTPAC TO LT-QTDE
           WRITE REGLCVTX FROM LINTOT.
           MOVE "ACOMPANHAMENTOS VENCIDOS" TO LT-ROTULO
           MOVE W-TOTITENS TO LT-QTDE
           WRITE REGLCVTX FROM LINTOT.
           DISPLAY (15, 10) "INSCRICOES CONFERIDAS...: " W-TOTINS
           DISPLAY (16, 10) "PACIENTES A CONVOCAR....: " W-TOTPAC
           DISPLAY (17, 10) "ACOMPANHAMENTOS VENCIDOS: " W-TOTITENS
           MOVE "SMP107 " TO W-JOBNOME
           MOVE "F" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           MOVE "*** RELATORIO GERADO EM CADLCVRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ******************************************************************
      * GUARDA EM CADLCWK A MAIOR DATA (W-DATAREF) DA CHAVE WK-CHAVE   *
      ******************************************************************
       WK-ATUALIZA.
           READ CADLCWK
           IF ST-ERRO = "00"
                IF WK-DATA < W-DATAREF
                     MOVE W-DATAREF TO WK-DATA
                     REWRITE REGLCWK
                     GO TO WK-ATUALIZA-FIM
                ELSE
                     GO TO WK-ATUALIZA-FIM.
           MOVE W-DATAREF TO WK-DATA
           WRITE REGLCWK
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLCWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       WK-ATUALIZA-FIM.
           EXIT.

      ******************************************************************
      * PRAZO DO ACOMPANHAMENTO DE WK-CHAVE: ULTIMA DATA (OU INSCRICAO *
      * SE NAO HA) + W-PERIODO DIAS. VENCIDO ANTES DE HOJE VAI PARA O  *
      * RELATORIO COM OS DIAS DE ATRASO                                *
      ******************************************************************
       VEN-CHECA.
           MOVE ZEROS TO W-ULTIMA
           READ CADLCWK
           IF ST-ERRO = "00"
                MOVE WK-DATA TO W-ULTIMA.
           IF W-ULTIMA = ZEROS
                MOVE LCI-DTINSCR TO W-TENTDATA-N
           ELSE
                MOVE W-ULTIMA TO W-TENTDATA-N.
           MOVE ZEROS TO W-CONTDIA.
       VEN-CHECA1.
           IF W-CONTDIA < W-PERIODO
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                ADD 1 TO W-CONTDIA
                GO TO VEN-CHECA1.
           MOVE W-TENTDATA-N TO W-VENC
           IF W-VENC NOT < W-DATAHOJE
                GO TO VEN-CHECA-FIM.
           MOVE ZEROS TO W-CONTDIA.
       VEN-CHECA2.
           IF W-TENTDATA-N < W-DATAHOJE AND W-CONTDIA < 99999
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                ADD 1 TO W-CONTDIA
                GO TO VEN-CHECA2.
           MOVE PACINOME TO LV-NOME
           PERFORM MSK-PAC THRU MSK-PAC-FIM
           MOVE LCI-LINHA TO LV-LINHA
           MOVE W-ITEMDESC TO LV-ITEM
           IF W-ULTIMA = ZEROS
                MOVE "NUNCA" TO LV-ULTIMA
           ELSE
                MOVE W-ULTIMA TO W-VALID
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                MOVE W-DATADMA-N TO W-DATAED
                MOVE W-DATAED TO LV-ULTIMA.
           MOVE W-VENC TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LV-VENC
           MOVE W-CONTDIA TO LV-ATRASO
           WRITE REGLCVTX FROM LINVEN
           ADD 1 TO W-PENDPAC W-TOTITENS.
       VEN-CHECA-FIM.
           EXIT.
      *
      *----W-VALID (AAAAMMDD) PARA W-DATADMA-N (DDMMAAAA)--------------*
      *
       DAT-DMA.
           MOVE W-VLDDIA TO W-DMADIA
           MOVE W-VLDMES TO W-DMAMES
           MOVE W-VLDANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

      *----AVANCA W-TENTDATA PARA O DIA SEGUINTE-----------------------*

       DIA-SEGUINTE.
           MOVE W-DMES (W-TENTMES) TO W-ULTDIA
           IF W-TENTMES = 2
                DIVIDE W-TENTANO BY 4 GIVING W-BISSEXTO
                                      REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-ULTDIA.
           ADD 1 TO W-TENTDIA
           IF W-TENTDIA > W-ULTDIA
                MOVE 1 TO W-TENTDIA
                ADD 1 TO W-TENTMES
                IF W-TENTMES > 12
                     MOVE 1 TO W-TENTMES
                     ADD 1 TO W-TENTANO.
       DIA-SEGUINTE-FIM.
           EXIT.
      *
      ******************************************************************
      * REGISTRA O EVENTO NO CONTROLE CENTRAL DE JOBS (SMPJOB)         *
      ******************************************************************
       JOB-MARCA.
           CALL "SMPJOB" USING LK-OPERADOR, W-JOBNOME, W-JOBEVT,
                               W-JOBRET
                   ON OVERFLOW
                      MOVE "O" TO W-JOBRET
           END-CALL
           CANCEL "SMPJOB".
       JOB-MARCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADLCUI CADLCIN CADATEND CADEXAM CADEXTP CADESP
                 REGMED CADPACI CADLCWK CADLCVTX.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF E TELEFONE CONFORME O PERFIL DO OPERADOR----------------*

       MSK-PAC.
           MOVE LCI-CPF TO W-MSKCPF
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE LCI-CPF TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LV-CPF
           MOVE "T" TO W-MSKGRUPO
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING PAC-DDD "-" PAC-NUM DELIMITED BY SIZE
                  INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LV-FONE.
       MSK-PAC-FIM.
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
      *----OCORRENCIAS DE ERRO VAO PARA O LOG CENTRAL (SMPLOG)--------*
       LOG-EVENTO.
           CALL "SMPLOG" USING LK-OPERADOR, W-LOGPROG, MENS, ST-ERRO
                   ON OVERFLOW
                      NEXT SENTENCE
           END-CALL
           CANCEL "SMPLOG".
       LOG-EVENTO-FIM.
           EXIT.

       ROT-MENS.
                IF MENS (1:4) = "ERRO"
                   PERFORM LOG-EVENTO THRU LOG-EVENTO-FIM.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
