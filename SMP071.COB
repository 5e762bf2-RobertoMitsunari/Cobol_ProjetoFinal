      * SOMA DOS PROCEDIMENTOS COMPOE O CONS-VALFAT QUE O   *
      * SMP041 FATURA. PODE SER CHAMADO PELO SMP025 COM A   *
      * CHAVE DO ATENDIMENTO PARA LANCAR DIRETO             *
      * PACOTES (CADPACOT, SMP132): O PROCEDIMENTO QUE      *
      * COMPOE UM PACOTE ABERTO DO CPF (CADPACAB) ENTRA     *
      * COMO COMPONENTE COM VALOR ZERO; SEM PACOTE ABERTO,  *
      * O OPERADOR PODE ABRIR O PACOTE, QUE E FATURADO UMA  *
      * UNICA VEZ PELO VALOR FECHADO NESTE LANCAMENTO       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAB-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             05 APR-VAL-RS     PIC 9(06).
             05 APR-VAL-CT     PIC 9(02).
          03 APR-DATA          PIC 9(08).
          03 APR-CRM           PIC 9(06).
          03 APR-FUNCAO        PIC X(01).
             88 APR-CIRURGIAO      VALUE "C".
             88 APR-ANESTESISTA    VALUE "N".
             88 APR-AUXILIAR1      VALUE "1".
             88 APR-AUXILIAR2      VALUE "2".
          03 APR-PACOTE        PIC 9(04).
          03 APR-PACPAPEL      PIC X(01).
             88 APR-PACFATURA      VALUE "P".
             88 APR-PACCOMPON      VALUE "C".
      *
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOT.DAT".
       01 REGPACOT.
          03 PCT-CHAVE.
             05 PCT-PLANO      PIC 9(02).
             05 PCT-CODIGO     PIC 9(04).
          03 PCT-DESCR         PIC X(30).
          03 PCT-VALOR.
             05 PCT-VAL-RS     PIC 9(06).
             05 PCT-VAL-CT     PIC 9(02).
          03 PCT-VIGINI        PIC 9(08).
          03 PCT-VIGFIM        PIC 9(08).
          03 PCT-VALIDADE      PIC 9(03).
          03 PCT-SITUACAO      PIC X(01).
             88 PCT-ATIVO          VALUE "A".
             88 PCT-INATIVO        VALUE "I".
          03 PCT-ITEM          OCCURS 8 TIMES.
             05 PCT-PROC       PIC 9(08).
             05 PCT-QTDE       PIC 9(02).
          03 PCT-DTALT         PIC 9(08).
          03 PCT-OPERADOR      PIC X(08).
      *
      *----PACOTE ABERTO PARA O PACIENTE: CONSUMO DE CADA ITEM DA------*
      *----COMPOSICAO ATE A VALIDADE (ABERTURA + DIAS DO PACOTE)-------*
      *
       FD CADPACAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACAB.DAT".
       01 REGPACAB.
          03 PAB-CHAVE.
             05 PAB-CPF        PIC 9(11).
             05 PAB-PLANO      PIC 9(02).
             05 PAB-CODIGO     PIC 9(04).
             05 PAB-DTABERT    PIC 9(08).
          03 PAB-DTVALID       PIC 9(08).
          03 PAB-SITUACAO      PIC X(01).
             88 PAB-ABERTO         VALUE "A".
             88 PAB-CONCLUIDO      VALUE "C".
          03 PAB-CONS          PIC 9(18).
          03 PAB-CONSUMO.
             05 PAB-USADO      PIC 9(02) OCCURS 8 TIMES.
          03 PAB-OPERADOR      PIC X(08).
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
       01 W-VALCENT  PIC 9(10) VALUE ZEROS.
       01 W-PROCBUSC PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-PCTABERTO PIC X(01) VALUE "N".
       01 W-PACOTE   PIC 9(04) VALUE ZEROS.
       01 W-PACPAPEL PIC X(01) VALUE SPACES.
       01 W-PACIND   PIC 9(02) VALUE ZEROS.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 W-DIASVAL  PIC 9(03) VALUE ZEROS.
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
           ELSE
                 NEXT SENTENCE.
      *
      *----PACOTES SO SAO RECONHECIDOS SE HOUVER CADPACOT (SMP132)-----*
      *
       R0C.
           MOVE "N" TO W-PCTABERTO
           OPEN INPUT CADPACOT
           IF ST-ERRO = "00"
                PERFORM PAB-ABRE THRU PAB-ABRE-FIM.
      *
      *----CHAMADA DIRETA DO REGISTRO DE ATENDIMENTO (SMP025)----------*
      *
           MOVE "N" TO W-CHAMADIR
                MOVE "* ARQUIVO DE CONSULTAS NAO DISPONIVEL *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LAN-VOLTA.
           OPEN INPUT CADCONV
           MOVE W-CHAVECONS TO CONS-CHAVE
           READ CADCONS
                MOVE "*** CONSULTA CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LAN-ENCERRA.
      *----PLANO DA COBERTURA GRAVADA NA CONSULTA, O MESMO QUE A-------*
      *----REMESSA (SMP041) COBRA; SEM PLANO NA CONSULTA VALE O PLANO--*
      *----DO CONVENIO (PARTICULAR = PLANO 00)-------------------------*
           MOVE ZEROS TO W-PLANO
           IF CONS-CONVENIO NOT = ZEROS
              MOVE CONS-CONVENIO TO CODIGO
              READ CADCONV
              IF ST-ERRO = "00"
                 MOVE PLANO TO W-PLANO.
           IF CONS-CONVENIO NOT = ZEROS AND CONS-PLANO NOT = ZEROS
                MOVE CONS-PLANO TO W-PLANO.
           DISPLAY (07, 05) "CPF DO PACIENTE: " CONS-CPF
           DISPLAY (08, 05) "PLANO DE PRECO.: " W-PLANO
           MOVE ZEROS TO W-TOTLANC.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LAN-ITEM.
           DISPLAY (10, 45) PRO-DESCR
           DISPLAY (13, 05) LIMPA
           PERFORM PAC-RECONHECE THRU PAC-RECONHECE-FIM
           IF W-PACPAPEL NOT = SPACES
                GO TO LAN-VALOR.
           PERFORM PPR-BUSCA THRU PPR-BUSCA-FIM
           IF W-VPRCRS = ZEROS AND W-VPRCCT = ZEROS
                DISPLAY (11, 05) "SEM PRECO DE TABELA - VALOR (RS CT):"
                ACCEPT (11, 43) W-VPRCRS
                ACCEPT (11, 51) W-VPRCCT.
       LAN-VALOR.
           COMPUTE W-VALPROC = W-VPRCRS + (W-VPRCCT / 100)
           DISPLAY (12, 05) "VALOR DO PROCEDIMENTO: " W-VALPROC.
      *----GRAVA O LANCAMENTO COM O PROXIMO SEQUENCIAL-----------------*
           MOVE W-VPRCCT TO APR-VAL-CT
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO APR-DATA
           MOVE ZEROS TO APR-CRM
           MOVE SPACES TO APR-FUNCAO
           MOVE W-PACOTE TO APR-PACOTE
           MOVE W-PACPAPEL TO APR-PACPAPEL
           WRITE REGATPRC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADATPRC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LAN-FIM.
           PERFORM PAC-GRAVA THRU PAC-GRAVA-FIM
           ADD W-VALPROC TO W-TOTLANC
           MOVE "*** PROCEDIMENTO LANCADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "*** PROCEDIMENTOS SOMADOS AO FATURAMENTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LAN-ENCERRA.
           CLOSE CADCONS CADCONV.
       LAN-VOLTA.
           IF W-CHAMADIR = "S"
                GO TO ROT-FIM.
       PPR-BUSCA-FIM.
           EXIT.

      ******************************************************************
      * RECONHECE O PACOTE DO PROCEDIMENTO W-PROCBUSC PARA O CPF:      *
      * 1) PACOTE ABERTO DO PLANO, NA VALIDADE, COM O ITEM AINDA NAO   *
      *    CONSUMIDO: COMPONENTE (PAPEL C) COM VALOR ZERO              *
      * 2) SENAO, PACOTE ATIVO E VIGENTE DO PLANO QUE CONTEM O ITEM:   *
      *    COM A CONFIRMACAO DO OPERADOR ABRE O PACOTE E FATURA O      *
      *    VALOR FECHADO NESTE LANCAMENTO (PAPEL P)                    *
      * SAIDA: W-PACOTE, W-PACPAPEL, W-PACIND E W-VPRCRS / W-VPRCCT    *
      ******************************************************************
       PAC-RECONHECE.
           MOVE ZEROS TO W-PACOTE W-PACIND
           MOVE SPACES TO W-PACPAPEL
           IF W-PCTABERTO NOT = "S"
                GO TO PAC-RECONHECE-FIM.
           MOVE CONS-CPF TO PAB-CPF
           MOVE ZEROS TO PAB-PLANO PAB-CODIGO PAB-DTABERT
           START CADPACAB KEY IS NOT LESS PAB-CHAVE
               INVALID KEY
                   GO TO PAC-NOVO.
       PAC-ABERTO.
           READ CADPACAB NEXT RECORD
               AT END
                   GO TO PAC-NOVO.
           IF PAB-CPF NOT = CONS-CPF
                GO TO PAC-NOVO.
           IF NOT PAB-ABERTO OR PAB-PLANO NOT = W-PLANO
                GO TO PAC-ABERTO.
           IF CONS-DATA < PAB-DTABERT OR CONS-DATA > PAB-DTVALID
                GO TO PAC-ABERTO.
           MOVE PAB-PLANO TO PCT-PLANO
           MOVE PAB-CODIGO TO PCT-CODIGO
           READ CADPACOT
           IF ST-ERRO NOT = "00"
                GO TO PAC-ABERTO.
           MOVE 1 TO IND.
       PAC-ABERTO1.
           IF PCT-PROC (IND) = W-PROCBUSC
              IF PAB-USADO (IND) < PCT-QTDE (IND)
                 MOVE PAB-CODIGO TO W-PACOTE
                 MOVE "C" TO W-PACPAPEL
                 MOVE IND TO W-PACIND
                 MOVE ZEROS TO W-VPRCRS W-VPRCCT
                 DISPLAY (13, 05) "COMPONENTE DO PACOTE "
                 DISPLAY (13, 26) PAB-CODIGO
                 DISPLAY (13, 31) PCT-DESCR
                 GO TO PAC-RECONHECE-FIM.
           ADD 1 TO IND
           IF IND > 8
                GO TO PAC-ABERTO.
           GO TO PAC-ABERTO1.
       PAC-NOVO.
           MOVE W-PLANO TO PCT-PLANO
           MOVE ZEROS TO PCT-CODIGO
           START CADPACOT KEY IS NOT LESS PCT-CHAVE
               INVALID KEY
                   GO TO PAC-RECONHECE-FIM.
       PAC-NOVO1.
           READ CADPACOT NEXT RECORD
               AT END
                   GO TO PAC-RECONHECE-FIM.
           IF PCT-PLANO NOT = W-PLANO
                GO TO PAC-RECONHECE-FIM.
           IF NOT PCT-ATIVO
                GO TO PAC-NOVO1.
           IF PCT-VIGINI > CONS-DATA
                GO TO PAC-NOVO1.
           IF PCT-VIGFIM NOT = ZEROS AND PCT-VIGFIM < CONS-DATA
                GO TO PAC-NOVO1.
           MOVE 1 TO IND.
       PAC-NOVO2.
           IF PCT-PROC (IND) = W-PROCBUSC
                GO TO PAC-NOVO3.
           ADD 1 TO IND
           IF IND > 8
                GO TO PAC-NOVO1.
           GO TO PAC-NOVO2.
      *----O MESMO PACOTE NAO E ABERTO DUAS VEZES NO MESMO DIA---------*
       PAC-NOVO3.
           MOVE CONS-CPF TO PAB-CPF
           MOVE PCT-PLANO TO PAB-PLANO
           MOVE PCT-CODIGO TO PAB-CODIGO
           MOVE CONS-DATA TO PAB-DTABERT
           READ CADPACAB
           IF ST-ERRO = "00"
                GO TO PAC-NOVO1.
           DISPLAY (13, 05) "PACOTE "
           DISPLAY (13, 12) PCT-CODIGO
           DISPLAY (13, 17) PCT-DESCR
           DISPLAY (14, 05) "ABRE O PACOTE PARA O PACIENTE (S/N)?"
           MOVE "N" TO W-OPCAO
           ACCEPT (14, 43) W-OPCAO WITH UPDATE
           DISPLAY (14, 05) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                DISPLAY (13, 05) LIMPA
                GO TO PAC-NOVO1.
           MOVE PCT-CODIGO TO W-PACOTE
           MOVE "P" TO W-PACPAPEL
           MOVE IND TO W-PACIND
           MOVE PCT-VAL-RS TO W-VPRCRS
           MOVE PCT-VAL-CT TO W-VPRCCT.
       PAC-RECONHECE-FIM.
           EXIT.
      *
      *----APOS GRAVAR O LANCAMENTO: CONSOME O ITEM DO PACOTE ABERTO---*
      *----OU GRAVA O PACOTE ABERTO AGORA (REGPACOT/REGPACAB DO------*
      *----RECONHECIMENTO ACIMA)--------------------------------------*
      *
       PAC-GRAVA.
           IF W-PACPAPEL = "C"
                ADD 1 TO PAB-USADO (W-PACIND)
                PERFORM PAC-CONCLUI THRU PAC-CONCLUI-FIM
                REWRITE REGPACAB
                GO TO PAC-GRAVA1.
           IF W-PACPAPEL NOT = "P"
                GO TO PAC-GRAVA-FIM.
           MOVE CONS-CPF TO PAB-CPF
           MOVE PCT-PLANO TO PAB-PLANO
           MOVE PCT-CODIGO TO PAB-CODIGO
           MOVE CONS-DATA TO PAB-DTABERT
           MOVE CONS-DATA TO W-TENTDATA
           MOVE ZEROS TO W-DIASVAL.
       PAC-VALIDADE.
           IF W-DIASVAL < PCT-VALIDADE
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                ADD 1 TO W-DIASVAL
                GO TO PAC-VALIDADE.
           MOVE W-TENTDATA TO PAB-DTVALID
           MOVE "A" TO PAB-SITUACAO
           MOVE CONS-CHAVE TO PAB-CONS
           MOVE ZEROS TO PAB-CONSUMO
           MOVE 1 TO PAB-USADO (W-PACIND)
           MOVE LK-OPERADOR TO PAB-OPERADOR
           PERFORM PAC-CONCLUI THRU PAC-CONCLUI-FIM
           WRITE REGPACAB.
       PAC-GRAVA1.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PAC-GRAVA-FIM.
           EXIT.
      *
      *----TODOS OS ITENS DA COMPOSICAO CONSUMIDOS: PACOTE CONCLUIDO---*
      *
       PAC-CONCLUI.
           MOVE 1 TO IND.
       PAC-CONCLUI1.
           IF PCT-PROC (IND) NOT = ZEROS
              IF PAB-USADO (IND) < PCT-QTDE (IND)
                 GO TO PAC-CONCLUI-FIM.
           ADD 1 TO IND
           IF IND NOT > 8
                GO TO PAC-CONCLUI1.
           MOVE "C" TO PAB-SITUACAO
           MOVE "*** PACOTE CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PAC-CONCLUI-FIM.
           EXIT.
      *
      *----AVANCA W-TENTDATA PARA O DIA SEGUINTE-----------------------*
      *
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
      *----CONTROLE DOS PACOTES ABERTOS (CRIADO NA PRIMEIRA VEZ)-------*
      *
       PAB-ABRE.
           OPEN I-O CADPACAB
           IF ST-ERRO = "30"
                OPEN OUTPUT CADPACAB
                CLOSE CADPACAB
                GO TO PAB-ABRE.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPACOT
                GO TO PAB-ABRE-FIM.
           MOVE "S" TO W-PCTABERTO.
       PAB-ABRE-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPROC CADPRPRC CADATPRC.
           IF W-PCTABERTO = "S"
                CLOSE CADPACOT CADPACAB.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
