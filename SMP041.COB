      *******************************************************
      * GERACAO DO ARQUIVO DE REMESSA DE FATURAMENTO PARA   *
      * O CONVENIO (HEADER/DETALHE/TRAILER) COM NUMERACAO   *
      * CONTROLADA DE LOTE (CADREMCT.DAT). CONSULTAS DE     *
      * RETORNO NO PRAZO DO PLANO (CADRETOR.DAT) NAO ENTRAM *
      * O LOTE SO E GERADO APOS A AUDITORIA PREVIA DO DIA   *
      * (SMP116) SEM CRITICA PENDENTE (CADAUDPR.DAT).       *
      * DURANTE A GERACAO A JANELA DE MANUTENCAO (SMPMNT)   *
      * BLOQUEIA AS ATUALIZACOES ONLINE                     *
      * PROCEDIMENTOS DE PACOTE (SMP071) SAEM APOS A GUIA,  *
      * UM REGISTRO POR ITEM: O PACOTE (P) COM O VALOR      *
      * FECHADO E CADA COMPONENTE (C) COM VALOR ZERO        *
      * CONVENIO, PLANO E CARTEIRINHA DA CONSULTA SAO OS DA *
      * COBERTURA GRAVADA NO AGENDAMENTO (CONS-CONVENIO...) *
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
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADATPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCOPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COP-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRETOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREMES ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
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
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
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
       FD CADGLREC
               LABEL RECORD IS STANDARD
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
      *
       FD CADDIAR
               LABEL RECORD IS STANDARD
          03 DIA-SITUACAO      PIC X(01).
             88 DIA-GERADA         VALUE "G".
             88 DIA-FATURADA       VALUE "F".
          03 DIA-VALMAT        PIC 9(08)V99.
          03 DIA-VALACP        PIC 9(08)V99.
      *
       FD CADCOPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAR.DAT".
       01 REGCOPAR.
          03 COP-CHAVE         PIC 9(18).
          03 COP-CPF           PIC 9(11).
          03 COP-CONVENIO      PIC 9(04).
          03 COP-PLANO         PIC 9(02).
          03 COP-TIPO          PIC X(01).
          03 COP-TPCOP         PIC X(01).
             88 COP-PERCENTUAL     VALUE "P".
             88 COP-VALORFIXO      VALUE "V".
          03 COP-VALTOT        PIC 9(08)V99.
          03 COP-VALCONV       PIC 9(08)V99.
          03 COP-VALPAC        PIC 9(08)V99.
          03 COP-SITUACAO      PIC X(01).
             88 COP-PENDENTE       VALUE "P".
             88 COP-RECEBIDA       VALUE "R".
          03 COP-RECIBO        PIC 9(06).
          03 COP-DTGER         PIC 9(08).
          03 COP-OPERADOR      PIC X(08).
      *
       FD CADRETOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRETOR.DAT".
       01 REGRETOR.
          03 RET-CHAVE         PIC 9(18).
          03 RET-CPF           PIC 9(11).
          03 RET-ORIGEM        PIC 9(18).
          03 RET-CONVENIO      PIC 9(04).
          03 RET-PRAZO         PIC 9(03).
          03 RET-DTREG         PIC 9(08).
          03 RET-OPERADOR      PIC X(08).
      *
       FD CADAUDPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDPR.DAT".
       01 REGAUDPR.
          03 APA-CHAVE.
             05 APA-CONVENIO   PIC 9(04).
             05 APA-COMPET     PIC 9(06).
             05 APA-CONS       PIC 9(18).
             05 APA-TIPO       PIC 9(01).
          03 APA-CPF           PIC 9(11).
          03 APA-DESCR         PIC X(40).
          03 APA-SITUACAO      PIC X(01).
             88 APA-PENDENTE       VALUE "P".
             88 APA-JUSTIFICADA    VALUE "J".
             88 APA-RESOLVIDA      VALUE "R".
             88 APA-CONTROLE       VALUE "C".
          03 APA-DTREG         PIC 9(08).
          03 APA-OPERADOR      PIC X(08).
          03 APA-JUSTIF        PIC X(50).
          03 APA-OPERJUS       PIC X(08).
          03 APA-DTJUS         PIC 9(08).
      *
       FD CADREMES
               LABEL RECORD IS STANDARD
       01 W-GLRABERTO   PIC X(01) VALUE "N".
       01 W-DIAABERTO   PIC X(01) VALUE "N".
       01 W-APRABERTO   PIC X(01) VALUE "N".
       01 W-COPABERTO   PIC X(01) VALUE "N".
       01 W-RETABERTO   PIC X(01) VALUE "N".
       01 W-AUDABERTO   PIC X(01) VALUE "N".
       01 W-AUDPEND     PIC 9(05) VALUE ZEROS.
       01 W-APRTOT      PIC 9(08)V99 VALUE ZEROS.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-VCONSRS     PIC 9(06) VALUE ZEROS.
          03 DET-CID       PIC 9(04).
          03 DET-GUIA      PIC 9(10).
          03 DET-VALOR     PIC 9(10).
       01 REM-PACITEM.
          03 FILLER        PIC X(01) VALUE "P".
          03 PCI-GUIA      PIC 9(10).
          03 PCI-CPF       PIC 9(11).
          03 PCI-PACOTE    PIC 9(04).
          03 PCI-PAPEL     PIC X(01).
          03 PCI-PROC      PIC 9(08).
          03 PCI-VALOR     PIC 9(10).
       01 REM-TRAILER.
          03 FILLER        PIC X(01) VALUE "T".
          03 TRL-QTDE      PIC 9(06).
          03 TIG-CID       PIC 9(04).
          03 TIG-DTATEND   PIC 9(08).
          03 TIG-VALOR     PIC 9(10).
       01 TIS-PACITEM.
          03 FILLER        PIC X(04) VALUE "GPAC".
          03 TIP-GUIA      PIC 9(10).
          03 TIP-CPF       PIC 9(11).
          03 TIP-PACOTE    PIC 9(04).
          03 TIP-PAPEL     PIC X(01).
          03 TIP-PROC      PIC 9(08).
          03 TIP-VALOR     PIC 9(10).
       01 TIS-TRAILER.
          03 FILLER        PIC X(04) VALUE "TFIM".
          03 TIT-QTDE      PIC 9(06).
          03 TIT-VALOR     PIC 9(12).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP041".
       01 W-MNTPROPRIO  PIC X(01) VALUE "N".
       01 W-MNTFIM      PIC X(01) VALUE "E".
       01 W-JANELA.
          03 W-MNTACAO    PIC X(01).
          03 W-MNTORIGEM  PIC X(01).
          03 W-MNTMINUTOS PIC 9(04).
          03 W-MNTMOTIVO  PIC X(30).
          03 W-MNTRET     PIC X(01).
          03 W-MNTPROG    PIC X(07).
          03 W-MNTOPER    PIC X(08).
          03 W-MNTDTINI   PIC 9(08).
          03 W-MNTHRINI   PIC 9(04).
          03 W-MNTDTPREV  PIC 9(08).
          03 W-MNTHRPREV  PIC 9(04).
          03 W-MNTMENS    PIC X(50).
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      *----JANELA DE MANUTENCAO: BLOQUEIA AS ATUALIZACOES ONLINE-------*
       INC-MNT.
           PERFORM MNT-BLOQUEIA THRU MNT-BLOQUEIA-FIM
           IF W-MNTRET = "J"
                MOVE W-MNTMENS TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN I-O CADCONS
           OPEN INPUT CADATPRC
           IF ST-ERRO = "00"
               MOVE "S" TO W-APRABERTO.
           MOVE "N" TO W-COPABERTO
           OPEN INPUT CADCOPAR
           IF ST-ERRO = "00"
               MOVE "S" TO W-COPABERTO.
           MOVE "N" TO W-RETABERTO
           OPEN INPUT CADRETOR
           IF ST-ERRO = "00"
               MOVE "S" TO W-RETABERTO.
      *
       INC-CHKCNV.
           MOVE W-FILTRO-CONV TO CODIGO
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      *----EXIGE A AUDITORIA PREVIA DE HOJE SEM CRITICA PENDENTE-------*
      *----(CRITICAS RESOLVIDAS OU JUSTIFICADAS POR PERFIL A)----------*
      *
       AUD-CONFERE.
           OPEN INPUT CADAUDPR
           IF ST-ERRO NOT = "00"
               MOVE "*** AUDITORIA PREVIA DO LOTE NAO EXECUTADA ***"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "S" TO W-AUDABERTO
           COMPUTE W-COMPET = (W-FILTRO-ANO * 100) + W-FILTRO-MES
           MOVE W-FILTRO-CONV TO APA-CONVENIO
           MOVE W-COMPET TO APA-COMPET
           MOVE ZEROS TO APA-CONS APA-TIPO
           READ CADAUDPR
           IF ST-ERRO NOT = "00"
               MOVE "*** AUDITORIA PREVIA DO LOTE NAO EXECUTADA ***"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF APA-DTREG NOT = W-DATAHOJE
               MOVE "*** REFACA A AUDITORIA PREVIA HOJE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE ZEROS TO W-AUDPEND
           START CADAUDPR KEY IS NOT LESS APA-CHAVE
               INVALID KEY
                   GO TO AUD-CONFERE2.
       AUD-CONFERE1.
           READ CADAUDPR NEXT RECORD
               AT END
                   GO TO AUD-CONFERE2.
           IF APA-CONVENIO NOT = W-FILTRO-CONV
               GO TO AUD-CONFERE2.
           IF APA-COMPET NOT = W-COMPET
               GO TO AUD-CONFERE2.
           IF APA-PENDENTE
               ADD 1 TO W-AUDPEND.
           GO TO AUD-CONFERE1.
       AUD-CONFERE2.
           CLOSE CADAUDPR
           MOVE "N" TO W-AUDABERTO
           IF W-AUDPEND NOT = ZEROS
               DISPLAY (20, 12) "CRITICAS PENDENTES: " W-AUDPEND
               MOVE "** LOTE BLOQUEADO: CRITICAS PENDENTES **"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      *----OBTEM O PROXIMO NUMERO DE LOTE (CADREMCT)-------------------*
      *
       LOT-ABRE.
                   GO TO LER-CONS01.
                IF CONS-LOTE NOT = ZEROS
                   GO TO LER-CONS01.
      *----O CONVENIO E A CARTEIRINHA SAO OS DA COBERTURA GRAVADA NA---*
      *----CONSULTA, NAO OS DO CADASTRO ATUAL DO PACIENTE--------------*
                IF CONS-CONVENIO NOT = W-FILTRO-CONV
                   GO TO LER-CONS01.
      *----RETORNO DENTRO DO PRAZO DO PLANO NAO E COBRADO DO CONVENIO--*
                IF W-RETABERTO = "S"
                   MOVE CONS-CHAVE TO RET-CHAVE
                   READ CADRETOR
                   IF ST-ERRO = "00"
                      GO TO LER-CONS01.
      *
       GERA-DET.
                MOVE PLANO TO PLN-CODIGO
                IF CONS-PLANO NOT = ZEROS
                   MOVE CONS-PLANO TO PLN-CODIGO.
                READ CADPLANO
                IF ST-ERRO NOT = "00"
                   GO TO LER-CONS01.
                PERFORM PRC-BUSCA THRU PRC-BUSCA-FIM
                PERFORM GLR-BUSCA THRU GLR-BUSCA-FIM
                COMPUTE W-VALCONS = W-VCONSRS + (W-VCONSCT / 100)
      *----A PARCELA DE COPARTICIPACAO E COBRADA DO PACIENTE NO CAIXA-*
      *----E NAO ENTRA NA REMESSA DO CONVENIO--------------------------*
                IF W-GLRACHOU NOT = "S"
                     PERFORM COP-DESC THRU COP-DESC-FIM.
      *----O VALOR ACATADO DO RECURSO JA E O VALOR FINAL DA GUIA:------*
      *----NAO SOMA DE NOVO OS PROCEDIMENTOS DO ATENDIMENTO------------*
                IF W-GLRACHOU NOT = "S"
                     PERFORM APR-SOMA THRU APR-SOMA-FIM
                     ADD W-APRTOT TO W-VALCONS.
                MOVE CONS-CARTEIRA TO DET-CARTEIRA
                MOVE CONS-CPF TO DET-CPF
                MOVE CONS-CRM TO DET-CRM
                MOVE CONS-DATA TO DET-DATA
                MOVE W-VALCENT TO DET-VALOR
                IF CONV-LAY-TISS
                   MOVE CONS-GUIA TO TIG-GUIA
                   MOVE CONS-CARTEIRA TO TIG-CARTEIRA
                   MOVE CONS-CPF TO TIG-CPF
                   MOVE DET-CID TO TIG-CID
                   MOVE CONS-DATA TO TIG-DTATEND
                   WRITE REGREMES FROM TIS-GUIA
                ELSE
                   WRITE REGREMES FROM REM-DETALHE.
                PERFORM PAC-ITENS THRU PAC-ITENS-FIM
                ADD 1 TO W-QTDE
                ADD W-VALCONS TO W-VALTOT
      *
                MOVE PLN-VCONS-CT  TO W-VCONSCT
                IF W-PRCABERTO NOT = "S"
                     GO TO PRC-BUSCA-FIM.
                MOVE PLN-CODIGO TO PRC-PLANO
                MOVE ZEROS TO PRC-VIGENCIA
                START CADPRECO KEY IS NOT LESS PRC-CHAVE
                    INVALID KEY
                READ CADPRECO NEXT RECORD
                    AT END
                        GO TO PRC-BUSCA-FIM.
                IF PRC-PLANO NOT = PLN-CODIGO
                     GO TO PRC-BUSCA-FIM.
                IF PRC-VIGENCIA > CONS-DATA
                     GO TO PRC-BUSCA-FIM.
       APR-SOMA-FIM.
                EXIT.

      *----IDENTIFICA OS PROCEDIMENTOS DE PACOTE DA GUIA NA REMESSA----*

       PAC-ITENS.
                IF W-APRABERTO NOT = "S"
                     GO TO PAC-ITENS-FIM.
                MOVE CONS-CHAVE TO APR-CONS
                MOVE ZEROS TO APR-SEQ
                START CADATPRC KEY IS NOT LESS APR-CHAVE
                    INVALID KEY
                        GO TO PAC-ITENS-FIM.
       PAC-ITENS1.
                READ CADATPRC NEXT RECORD
                    AT END
                        GO TO PAC-ITENS-FIM.
                IF APR-CONS NOT = CONS-CHAVE
                     GO TO PAC-ITENS-FIM.
                IF APR-PACOTE = ZEROS
                     GO TO PAC-ITENS1.
                IF CONV-LAY-TISS
                   MOVE CONS-GUIA TO TIP-GUIA
                   MOVE CONS-CPF TO TIP-CPF
                   MOVE APR-PACOTE TO TIP-PACOTE
                   MOVE APR-PACPAPEL TO TIP-PAPEL
                   MOVE APR-PROC TO TIP-PROC
                   COMPUTE TIP-VALOR = (APR-VAL-RS * 100) + APR-VAL-CT
                   WRITE REGREMES FROM TIS-PACITEM
                ELSE
                   MOVE CONS-GUIA TO PCI-GUIA
                   MOVE CONS-CPF TO PCI-CPF
                   MOVE APR-PACOTE TO PCI-PACOTE
                   MOVE APR-PACPAPEL TO PCI-PAPEL
                   MOVE APR-PROC TO PCI-PROC
                   COMPUTE PCI-VALOR = (APR-VAL-RS * 100) + APR-VAL-CT
                   WRITE REGREMES FROM REM-PACITEM.
                GO TO PAC-ITENS1.
       PAC-ITENS-FIM.
                EXIT.

      *----RECURSO DE GLOSA ACATADO: REAPRESENTA PELO VALOR ACATADO----*

       GLR-BUSCA.
       GLR-BUSCA-FIM.
                EXIT.

      *----COPARTICIPACAO GERADA NA REALIZACAO DA CONSULTA (SMP025)----*

       COP-DESC.
                IF W-COPABERTO NOT = "S"
                     GO TO COP-DESC-FIM.
                MOVE CONS-CHAVE TO COP-CHAVE
                READ CADCOPAR
                IF ST-ERRO NOT = "00"
                     GO TO COP-DESC-FIM.
                IF COP-VALPAC NOT < W-VALCONS
                     MOVE ZEROS TO W-VALCONS
                ELSE
                     SUBTRACT COP-VALPAC FROM W-VALCONS.
       COP-DESC-FIM.
                EXIT.

      *----CID DO ATENDIMENTO DA CONSULTA (SE REGISTRADO)--------------*

       ATD-BUSCA.
                MOVE W-QTDE        TO LOT-QTDE
                MOVE W-VALTOT      TO LOT-VALOR
                MOVE "G"           TO LOT-SITUACAO
                MOVE ZEROS         TO LOT-RPS LOT-NFSE
                MOVE SPACES        TO LOT-NFSVERIF
                WRITE REGREMCT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CONTROLE DE LOTES"
                                                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "L" TO W-MNTFIM
                MOVE "*** REMESSA GERADA - VER CONSOLE ***" TO MENS
                DISPLAY (20, 12) "LOTE GERADO: " W-LOTE
                DISPLAY (21, 12) "ARQUIVO....: " W-ARQREM
                     CLOSE CADDIAR.
                IF W-APRABERTO = "S"
                     CLOSE CADATPRC.
                IF W-COPABERTO = "S"
                     CLOSE CADCOPAR.
                IF W-RETABERTO = "S"
                     CLOSE CADRETOR.
                IF W-AUDABERTO = "S"
                     CLOSE CADAUDPR.
       ROT-FIMP.
                PERFORM MNT-LIBERA THRU MNT-LIBERA-FIM
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
      *
      ******************************************************************
      * JANELA DE MANUTENCAO (SMPMNT): ABRE NO INICIO DO PROCESSAMENTO *
      * E FECHA EM QUALQUER SAIDA - W-MNTFIM = "E" ATE A CONCLUSAO, O  *
      * QUE REGISTRA NO LOG QUE O JOB TERMINOU SEM CONCLUIR            *
      ******************************************************************
       MNT-BLOQUEIA.
           MOVE "N" TO W-MNTPROPRIO
           MOVE "E" TO W-MNTFIM
           MOVE SPACES TO W-JANELA
           MOVE "B" TO W-MNTACAO
           MOVE "J" TO W-MNTORIGEM
           MOVE 60 TO W-MNTMINUTOS
           MOVE "GERACAO DE REMESSA" TO W-MNTMOTIVO
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           IF W-MNTRET = "O"
                MOVE "S" TO W-MNTPROPRIO.
       MNT-BLOQUEIA-FIM.
           EXIT.

       MNT-LIBERA.
           IF W-MNTPROPRIO NOT = "S"
                GO TO MNT-LIBERA-FIM.
           MOVE W-MNTFIM TO W-MNTACAO
           MOVE "J" TO W-MNTORIGEM
           PERFORM MNT-CHAMA THRU MNT-CHAMA-FIM
           MOVE "N" TO W-MNTPROPRIO.
       MNT-LIBERA-FIM.
           EXIT.

       MNT-CHAMA.
           CALL "SMPMNT" USING LK-OPERADOR, W-LOGPROG, W-JANELA
                   ON OVERFLOW
                      MOVE "X" TO W-MNTRET
           END-CALL
           CANCEL "SMPMNT".
       MNT-CHAMA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
