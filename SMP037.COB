      *******************************************
      *    INTERNACAO E ALTA DE PACIENTES COM   *
      *    CONTROLE DE LEITOS E LISTAGEM DA     *
      *    OCUPACAO ATUAL. NA ALTA E NA         *
      *    TRANSFERENCIA O LEITO DESOCUPADO VAI *
      *    PARA HIGIENIZACAO E ABRE UM GIRO NO  *
      *    CADGIRO (LIBERADO PELA HOTELARIA NO  *
      *    SMP124); A ADMISSAO FECHA O GIRO E   *
      *    ATENDE A SOLICITACAO DE VAGA         *
      *    PENDENTE DO PACIENTE (CADSOLV)       *
      *    CPF DA LISTAGEM DA OCUPACAO          *
      *    MASCARADO CONFORME O PERFIL DO       *
      *    OPERADOR (SMPMSK)                    *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRL-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADGIRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GIR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSOLV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SOL-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADATEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADLEITO
               LABEL RECORD IS STANDARD
          03 LEI-SITUACAO      PIC X(01).
             88 LEI-ATIVO          VALUE "A".
             88 LEI-INATIVO        VALUE "I".
             88 LEI-HIGIENIZ       VALUE "H".
          03 LEI-UNIDADE       PIC 9(02).
      *
       FD REGMED
          03 TRL-LEINOVO       PIC 9(03).
          03 TRL-DATA          PIC 9(08).
          03 TRL-HORA          PIC 9(04).
      *
      *----GIRO DO LEITO: SAIDA, LIBERACAO DA LIMPEZA E NOVA OCUPACAO--*
      *
       FD CADGIRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGIRO.DAT".
       01 REGGIRO.
          03 GIR-CHAVE.
             05 GIR-LEITO      PIC 9(03).
             05 GIR-DTSAI      PIC 9(08).
             05 GIR-HRSAI      PIC 9(04).
          03 GIR-SETOR         PIC 9(02).
          03 GIR-MOTIVO        PIC X(01).
             88 GIR-ALTA           VALUE "A".
             88 GIR-TRANSF         VALUE "T".
          03 GIR-INTSAI        PIC 9(18).
          03 GIR-DTLIB         PIC 9(08).
          03 GIR-HRLIB         PIC 9(04).
          03 GIR-OPERLIB       PIC X(08).
          03 GIR-DTADM         PIC 9(08).
          03 GIR-HRADM         PIC 9(04).
          03 GIR-INTENT        PIC 9(18).
      *
      *----SOLICITACOES DE VAGA DE INTERNACAO (SMP064 E SMP124)--------*
      *
       FD CADSOLV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLV.DAT".
       01 REGSOLV.
          03 SOL-NUMERO        PIC 9(06).
          03 SOL-CPF           PIC 9(11).
          03 SOL-ORIGEM        PIC X(01).
             88 SOL-URGENCIA       VALUE "U".
             88 SOL-ELETIVA        VALUE "E".
          03 SOL-PRIORIDADE    PIC 9(01).
          03 SOL-SETOR         PIC 9(02).
          03 SOL-CRM           PIC 9(06).
          03 SOL-FILA          PIC 9(04).
          03 SOL-DTSOL         PIC 9(08).
          03 SOL-HRSOL         PIC 9(04).
          03 SOL-MOTIVO        PIC X(30).
          03 SOL-SITUACAO      PIC X(01).
             88 SOL-AGUARDANDO     VALUE "A".
             88 SOL-INTERNADO      VALUE "I".
             88 SOL-CANCELADA      VALUE "C".
          03 SOL-LEITO         PIC 9(03).
          03 SOL-DTATEND       PIC 9(08).
          03 SOL-OPERADOR      PIC X(08).
      *
       FD CADATEND
               LABEL RECORD IS STANDARD
          03 MDC-APRESENT      PIC X(20).
          03 MDC-SITUACAO      PIC X(01).
          03 MDC-PRINCATIVO    PIC 9(04).
          03 MDC-LISTA         PIC X(02).
          03 MDC-QTDMAX        PIC 9(03).
      *
       FD CADEXAM
               LABEL RECORD IS STANDARD
       01 W-SEQ2        PIC 9(02) VALUE ZEROS.
       01 W-LEINOVO     PIC 9(03) VALUE ZEROS.
       01 W-LEIANT      PIC 9(03) VALUE ZEROS.
       01 W-GIRLEITO    PIC 9(03) VALUE ZEROS.
       01 W-GIRMOTIVO   PIC X(01) VALUE SPACES.
       01 W-GIRACHOU    PIC X(01) VALUE "N".
       01 W-GIRCHAVE    PIC X(15) VALUE SPACES.
       01 W-SOLABERTO   PIC X(01) VALUE "N".
       01 W-SETORCEN    PIC 9(02) VALUE ZEROS.
       01 W-DIASADM     PIC 9(07) VALUE ZEROS.
       01 W-DIASHOJE    PIC 9(07) VALUE ZEROS.
       01 LINOCUP.
          03 LO-LEITO       PIC ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LO-CPF         PIC X(14).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LO-NOME        PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LO-ADMANO      PIC 9999.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LO-CRM         PIC 9(06).
       01 W-LOGPROG     PIC X(07) VALUE "SMP037".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADLEITO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE LEITOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0G.
           OPEN I-O CADGIRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGIRO
                 CLOSE CADGIRO
                 GO TO R0G
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADGIRO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-SOLABERTO
           OPEN I-O CADSOLV
           IF ST-ERRO = "00"
                MOVE "S" TO W-SOLABERTO.

       R1.
           DISPLAY (01, 01) ERASE
                MOVE "*** LEITO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ADM-005.
           IF LEI-HIGIENIZ
                MOVE "*** LEITO EM HIGIENIZACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ADM-005.
           PERFORM LEI-CONF THRU LEI-CONF-FIM
           IF W-LEILIVRE = "N"
                MOVE "*** LEITO JA OCUPADO ***" TO MENS
           MOVE SPACES TO INT-CONDALTA
           WRITE REGINTER
           IF ST-ERRO = "00" OR "02"
                MOVE INT-LEITO TO W-GIRLEITO
                PERFORM GIR-OCUPA THRU GIR-OCUPA-FIM
                PERFORM SOL-ATENDE THRU SOL-ATENDE-FIM
                MOVE "*** INTERNACAO REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       ALT-RW1.
           REWRITE REGINTER
           IF ST-ERRO = "00" OR "02"
                MOVE INT-LEITO TO W-GIRLEITO
                MOVE "A" TO W-GIRMOTIVO
                PERFORM LEI-HIGIENIZA THRU LEI-HIGIENIZA-FIM
                MOVE "*** ALTA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SUM-OFERTA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "OCUPACAO ATUAL DOS LEITOS"
           DISPLAY (03, 02)
             "LEI  CPF             PACIENTE"
           DISPLAY (03, 55) "ADMISSAO    CRM"
           MOVE ZEROS TO W-TOTOCUP
           MOVE ZEROS TO INT-CHAVE
           MOVE 5 TO W-LIN
           IF INT-DTALTA NOT = ZEROS
                GO TO OCU-LER.
           MOVE INT-LEITO TO LO-LEITO
           MOVE INT-CPF TO CPF
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACINOME TO LO-NOME
       LEI-CONF-FIM.
           MOVE W-REGSALVA TO REGINTER.

      ******************************************************************
      * LEITO DESOCUPADO (W-GIRLEITO) PASSA A "EM HIGIENIZACAO" E ABRE *
      * O GIRO COM A HORA DA SAIDA; A HOTELARIA LIBERA NO SMP124       *
      ******************************************************************
       LEI-HIGIENIZA.
           MOVE W-GIRLEITO TO LEI-CODIGO
           READ CADLEITO
           IF ST-ERRO NOT = "00"
                GO TO LEI-HIGIENIZA-FIM.
           MOVE "H" TO LEI-SITUACAO
           REWRITE REGLEITO
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLEITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LEI-HIGIENIZA-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-GIRLEITO TO GIR-LEITO
           MOVE W-DATAHOJE TO GIR-DTSAI
           COMPUTE GIR-HRSAI = (W-AGORAHH * 100) + W-AGORAMI
           MOVE LEI-SETORNUM TO GIR-SETOR
           MOVE W-GIRMOTIVO TO GIR-MOTIVO
           MOVE INT-CHAVE TO GIR-INTSAI
           MOVE ZEROS TO GIR-DTLIB GIR-HRLIB GIR-DTADM GIR-HRADM
           MOVE ZEROS TO GIR-INTENT
           MOVE SPACES TO GIR-OPERLIB
           WRITE REGGIRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "22"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGIRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LEI-HIGIENIZA-FIM.
           EXIT.

      ******************************************************************
      * NOVA OCUPACAO DO LEITO (W-GIRLEITO): FECHA O ULTIMO GIRO AINDA *
      * SEM ADMISSAO COM A DATA/HORA E A INTERNACAO QUE ENTROU         *
      ******************************************************************
       GIR-OCUPA.
           MOVE "N" TO W-GIRACHOU
           MOVE W-GIRLEITO TO GIR-LEITO
           MOVE ZEROS TO GIR-DTSAI GIR-HRSAI
           START CADGIRO KEY IS NOT LESS GIR-CHAVE
               INVALID KEY
                   GO TO GIR-OCUPA-FIM.
       GIR-OCUPA1.
           READ CADGIRO NEXT RECORD
               AT END
                   GO TO GIR-OCUPA2.
           IF GIR-LEITO NOT = W-GIRLEITO
                GO TO GIR-OCUPA2.
           IF GIR-DTADM = ZEROS
                MOVE GIR-CHAVE TO W-GIRCHAVE
                MOVE "S" TO W-GIRACHOU.
           GO TO GIR-OCUPA1.
       GIR-OCUPA2.
           IF W-GIRACHOU NOT = "S"
                GO TO GIR-OCUPA-FIM.
           MOVE W-GIRCHAVE TO GIR-CHAVE
           READ CADGIRO
           IF ST-ERRO NOT = "00"
                GO TO GIR-OCUPA-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-DATAHOJE TO GIR-DTADM
           COMPUTE GIR-HRADM = (W-AGORAHH * 100) + W-AGORAMI
           MOVE INT-CHAVE TO GIR-INTENT
           REWRITE REGGIRO
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGIRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GIR-OCUPA-FIM.
           EXIT.

      ******************************************************************
      * ADMISSAO ATENDE A SOLICITACAO DE VAGA PENDENTE DO PACIENTE     *
      ******************************************************************
       SOL-ATENDE.
           IF W-SOLABERTO NOT = "S"
                GO TO SOL-ATENDE-FIM.
           MOVE ZEROS TO SOL-NUMERO
           START CADSOLV KEY IS NOT LESS SOL-NUMERO
               INVALID KEY
                   GO TO SOL-ATENDE-FIM.
       SOL-ATENDE1.
           READ CADSOLV NEXT RECORD
               AT END
                   GO TO SOL-ATENDE-FIM.
           IF SOL-CPF NOT = INT-CPF OR NOT SOL-AGUARDANDO
                GO TO SOL-ATENDE1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE "I" TO SOL-SITUACAO
           MOVE INT-LEITO TO SOL-LEITO
           MOVE W-DATAHOJE TO SOL-DTATEND
           REWRITE REGSOLV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSOLV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-ATENDE-FIM.
           MOVE "*** SOLICITACAO DE VAGA ATENDIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SOL-ATENDE-FIM.
           EXIT.

      *---------------EVOLUCAO DIARIA DA INTERNACAO---------------------*

       EVO-001.
                MOVE "*** LEITO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRF-002.
           IF LEI-HIGIENIZ
                MOVE "*** LEITO EM HIGIENIZACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRF-002.
      *----O LEITO NOVO PRECISA ESTAR LIVRE (MESMA CONFERENCIA DA------*
      *----ADMISSAO, FEITA SOBRE O CAMPO INT-LEITO TEMPORARIO)---------*
           MOVE INT-LEITO TO W-LEIANT
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINTER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----LEITO ANTERIOR VAI PARA HIGIENIZACAO; O NOVO FECHA O GIRO---*
           MOVE W-LEIANT TO W-GIRLEITO
           MOVE "T" TO W-GIRMOTIVO
           PERFORM LEI-HIGIENIZA THRU LEI-HIGIENIZA-FIM
           MOVE W-LEINOVO TO W-GIRLEITO
           PERFORM GIR-OCUPA THRU GIR-OCUPA-FIM
      *----HISTORICO DA TRANSFERENCIA----------------------------------*
           MOVE ZEROS TO W-SEQ2.
       TRF-SEQ.
      *----DIAGNOSTICOS DO PERIODO (CADATEND + CADCID)-----------------*
           MOVE "DIAGNOSTICOS DO PERIODO:" TO SS-TITULO
           WRITE REGSUMTX FROM SUM-SECAO.
           MOVE INT-CPF TO ATD-CPF
           START CADATEND KEY IS NOT LESS ATD-CPF
               INVALID KEY
                   GO TO SUM-GRAVA2.
       SUM-GRAVA1.
               AT END
                   GO TO SUM-GRAVA2.
           IF ATD-CPF NOT = INT-CPF
                GO TO SUM-GRAVA2.
           IF ATD-DATA < INT-DTADM OR ATD-DATA > INT-DTALTA
                GO TO SUM-GRAVA1.
           MOVE ATD-CID TO CODIGO

       ROT-FIM.
           CLOSE CADINTER CADCONS CADLEITO REGMED CADPACI
                 CADEVOL CADTRLEI CADGIRO
           IF W-SOLABERTO = "S"
                CLOSE CADSOLV.
       ROT-FIMP.
           CANCEL "SMPMSK"
           EXIT PROGRAM.

      *----CPF DA OCUPACAO CONFORME O PERFIL DO OPERADOR---------------*

       MSK-CPF.
           MOVE INT-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LO-CPF.
       MSK-CPF-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
