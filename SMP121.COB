       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP121.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * ENVIO DE DOCUMENTOS POR E-MAIL (FILA CADEMAIL.DAT,  *
      * ALIMENTADA PELO SUBPROGRAMA SMPEML NA EMISSAO):     *
      * G = GERA O ARQUIVO DO GATEWAY (EMAILENV.TXT) COM OS *
      *     DOCUMENTOS PENDENTES: H;NUMERO;DESTINO;NOME;    *
      *     ASSUNTO;LINHAS / L;NUMERO;TEXTO / F;NUMERO.     *
      *     CONSENTIMENTO REVOGADO CANCELA O ENVIO          *
      * I = IMPORTA O STATUS DO GATEWAY (EMAILRET.TXT:      *
      *     NUMERO;E/D/I;AAAAMMDD;MOTIVO) - E ENTREGUE,     *
      *     D DEVOLVIDO, I E-MAIL INVALIDO (CADEMIRL.DOC)   *
      * C = CONSULTA DOS ENVIOS DE UM PACIENTE              *
      * R = RELATORIO DOS E-MAILS INVALIDOS PARA CORRECAO   *
      *     DO CADASTRO (CADEMINV.DOC)                      *
      * CPF E E-MAIL DOS RELATORIOS E DA CONSULTA           *
      * MASCARADOS CONFORME O PERFIL DO OPERADOR (SMPMSK);  *
      * O ARQUIVO DO GATEWAY VAI POR EXTENSO                *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEMAIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EML-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EML-CPF WITH DUPLICATES.
           SELECT CADEMDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSN-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADEMENV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADEMRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADEMITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADEMVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----FILA DE ENVIO: UM REGISTRO POR DOCUMENTO ENFILEIRADO--------*
      *
       FD CADEMAIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMAIL.DAT".
       01 REGEMAIL.
          03 EML-NUMERO        PIC 9(08).
          03 EML-CPF           PIC 9(11).
          03 EML-TIPODOC       PIC X(01).
             88 EML-RECEITA        VALUE "R".
             88 EML-PEDEXAME       VALUE "E".
             88 EML-RECIBO         VALUE "B".
             88 EML-LAUDO          VALUE "L".
          03 EML-REFDOC        PIC X(20).
          03 EML-DESTINO       PIC X(40).
          03 EML-DESTNOME      PIC X(30).
          03 EML-DESTTIPO      PIC X(01).
             88 EML-DEST-PACIENTE  VALUE "P".
             88 EML-DEST-RESP      VALUE "R".
          03 EML-CPFDEST       PIC 9(11).
          03 EML-QTLIN         PIC 9(03).
          03 EML-DTGER         PIC 9(08).
          03 EML-HRGER         PIC 9(04).
          03 EML-OPERADOR      PIC X(08).
          03 EML-SITUACAO      PIC X(01).
             88 EML-PENDENTE       VALUE "P".
             88 EML-GERADO         VALUE "G".
             88 EML-ENTREGUE       VALUE "E".
             88 EML-DEVOLVIDO      VALUE "D".
             88 EML-INVALIDO       VALUE "I".
             88 EML-CANCELADO      VALUE "C".
          03 EML-DTENV         PIC 9(08).
          03 EML-DTRET         PIC 9(08).
          03 EML-MOTIVO        PIC X(30).
      *
       FD CADEMDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMDOC.DAT".
       01 REGEMDOC.
          03 EMD-CHAVE.
             05 EMD-NUMERO     PIC 9(08).
             05 EMD-LINHA      PIC 9(03).
          03 EMD-TEXTO         PIC X(100).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOME           PIC X(30).
          03 NASCIMENTO.
             05 DIA         PIC 9(02).
             05 MES         PIC 9(02).
             05 ANO         PIC 9(04).
          03 SEXO           PIC X(01).
          03 GENERO         PIC X(01).
          03 TELEFONE.
             05 DDD         PIC 9(02).
             05 NUM         PIC 9(09).
          03 EMAIL          PIC X(40).
          03 FILLER         PIC X(24).
          03 CONVENIO       PIC 9(04).
          03 SITUACAO       PIC X(01).
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADCONSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
       01 REGCONSEN.
          03 CSN-CPF           PIC 9(11).
          03 CSN-SMS           PIC X(01).
          03 CSN-EMAIL         PIC X(01).
          03 CSN-PESQUISA      PIC X(01).
          03 CSN-DTREG         PIC 9(08).
          03 CSN-OPERADOR      PIC X(08).
          03 CSN-CID           PIC X(01).
      *
       FD CADEMENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMAILENV.TXT".
       01 REGEMENV    PIC X(180).
      *
       FD CADEMRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMAILRET.TXT".
       01 REGEMRET    PIC X(80).
      *
       FD CADEMITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMIRL.DOC".
       01 REGEMITX    PIC X(100).
      *
       FD CADEMVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMINV.DOC".
       01 REGEMVTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAREF     PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
          03 W-REFANO   PIC 9(04).
          03 W-REFMES   PIC 9(02).
          03 W-REFDIA   PIC 9(02).
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
       01 W-CSNABERTO   PIC X(01) VALUE "N".
       01 W-CPFCON      PIC 9(11) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-ULTCPF      PIC 9(11) VALUE ZEROS.
       01 W-ULTDEST     PIC X(40) VALUE SPACES.
      *
       01 W-CSVLINHA    PIC X(180) VALUE SPACES.
       01 W-NUMTX       PIC X(08) VALUE SPACES.
       01 W-QTLTX       PIC X(03) VALUE SPACES.
       01 W-ASSUNTO     PIC X(40) VALUE SPACES.
       01 W-RTNUM       PIC X(08) VALUE SPACES.
       01 W-RTNUM-N REDEFINES W-RTNUM PIC 9(08).
       01 W-RTSIT       PIC X(01) VALUE SPACES.
       01 W-RTDATA      PIC X(08) VALUE SPACES.
       01 W-RTDATA-N REDEFINES W-RTDATA PIC 9(08).
       01 W-RTMOTIVO    PIC X(30) VALUE SPACES.
      *
       01 W-TOTENV      PIC 9(05) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(05) VALUE ZEROS.
       01 W-TOTENTR     PIC 9(05) VALUE ZEROS.
       01 W-TOTDEV      PIC 9(05) VALUE ZEROS.
       01 W-TOTINV      PIC 9(05) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(05) VALUE ZEROS.
       01 W-TOTCORR     PIC 9(05) VALUE ZEROS.
       01 W-TOTLIN      PIC 9(05) VALUE ZEROS.
      *
       01 ICAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** RETORNO DO GATEWAY DE E-MAIL ***".
       01 ICAB1.
          03 FILLER     PIC X(09) VALUE "NUMERO".
          03 FILLER     PIC X(04) VALUE "ST".
          03 FILLER     PIC X(15) VALUE "CPF".
          03 FILLER     PIC X(36) VALUE "DESTINO".
          03 FILLER     PIC X(39) VALUE "RESULTADO".
       01 LINRET.
          03 LR-NUMERO  PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-SIT     PIC X(01).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LR-CPF     PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-DESTINO PIC X(35).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-OCORR   PIC X(39).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** E-MAILS INVALIDOS - CORRECAO DE CADASTRO ***".
       01 CABCOL.
          03 FILLER     PIC X(15) VALUE "CPF".
          03 FILLER     PIC X(26) VALUE "DESTINATARIO".
          03 FILLER     PIC X(02) VALUE "D".
          03 FILLER     PIC X(36) VALUE "E-MAIL RECUSADO".
          03 FILLER     PIC X(11) VALUE "RETORNO".
          03 FILLER     PIC X(12) VALUE "CADASTRO".
       01 LINVAL.
          03 LV-CPF     PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-NOME    PIC X(25).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-DTIPO   PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-EMAIL   PIC X(35).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-DTRET   PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-SITCAD  PIC X(12).
       01 LINMOT.
          03 FILLER     PIC X(12) VALUE SPACES.
          03 FILLER     PIC X(08) VALUE "MOTIVO: ".
          03 LM-MOTIVO  PIC X(30).
       01 LINTOT.
          03 LO-ROTULO  PIC X(34).
          03 LO-QTDE    PIC ZZZZZZ9.
      *
      *----LINHA DA CONSULTA EM TELA-----------------------------------*
      *
       01 LINCON.
          03 LC-NUMERO  PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-DTGER   PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-TIPO    PIC X(09).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-DESTINO PIC X(28).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-SIT     PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-DTRET   PIC 99/99/9999.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP121".
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
       01  SMT121.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ENVIO DE DOCUMENTOS POR E-".
           05  LINE 02  COLUMN 41
               VALUE  "MAIL ***".
           05  LINE 05  COLUMN 10
               VALUE  "G = GERAR O ARQUIVO DO GATEWAY (EMAILENV".
           05  LINE 05  COLUMN 50
               VALUE  ".TXT)".
           05  LINE 06  COLUMN 10
               VALUE  "I = IMPORTAR O STATUS DE ENTREGA (EMAILR".
           05  LINE 06  COLUMN 50
               VALUE  "ET.TXT)".
           05  LINE 07  COLUMN 10
               VALUE  "C = CONSULTAR OS ENVIOS DE UM PACIENTE".
           05  LINE 08  COLUMN 10
               VALUE  "R = RELATORIO DE E-MAILS INVALIDOS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *
       01  TELACON.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ENVIOS DE DOCUMENTOS POR E".
           05  LINE 02  COLUMN 41
               VALUE  "-MAIL ***".
           05  LINE 03  COLUMN 02
               VALUE  "PACIENTE:".
           05  LINE 05  COLUMN 02
               VALUE  "NUMERO   GERACAO    DOCUMENTO DESTINO".
           05  LINE 05  COLUMN 60
               VALUE  "SITUACAO   RETORNO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT121
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "G" OR "g"
                GO TO GER-001.
           IF W-MODO = "I" OR "i"
                GO TO IMP-001.
           IF W-MODO = "C" OR "c"
                GO TO CON-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R1.

      ******************************************************************
      * GERACAO DO ARQUIVO DO GATEWAY: TODOS OS DOCUMENTOS PENDENTES.  *
      * O CONSENTIMENTO E CONFERIDO DE NOVO - SE FOI REVOGADO DEPOIS DA*
      * EMISSAO, O DOCUMENTO E CANCELADO E NAO SAI                     *
      ******************************************************************
       GER-001.
           DISPLAY (15, 10) "CONFIRMA A GERACAO (S/N)?"
           ACCEPT (15, 36) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO GER-001.
           MOVE ZEROS TO W-TOTENV W-TOTCANC
           OPEN I-O CADEMAIL
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUM DOCUMENTO NA FILA DE E-MAIL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT CADEMDOC
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMDOC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEMAIL
                GO TO R1.
           MOVE "S" TO W-CSNABERTO
           OPEN INPUT CADCONSEN
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-CSNABERTO.
           OPEN OUTPUT CADEMENV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO EMAILENV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-FIM.
           MOVE ZEROS TO EML-NUMERO
           START CADEMAIL KEY IS NOT LESS EML-NUMERO
               INVALID KEY
                   GO TO GER-TOT.
       GER-LER.
           READ CADEMAIL NEXT RECORD
               AT END
                   GO TO GER-TOT.
           IF NOT EML-PENDENTE
                GO TO GER-LER.
           MOVE "N" TO CSN-EMAIL
           IF W-CSNABERTO = "S"
                MOVE EML-CPF TO CSN-CPF
                READ CADCONSEN
                IF ST-ERRO NOT = "00"
                     MOVE "N" TO CSN-EMAIL.
           IF CSN-EMAIL NOT = "S"
                MOVE "C" TO EML-SITUACAO
                MOVE W-DATAHOJE TO EML-DTRET
                MOVE "CONSENTIMENTO REVOGADO" TO EML-MOTIVO
                ADD 1 TO W-TOTCANC
                GO TO GER-GRAVA.
           PERFORM GERA-DOC THRU GERA-DOC-FIM
           MOVE "G" TO EML-SITUACAO
           MOVE W-DATAHOJE TO EML-DTENV
           ADD 1 TO W-TOTENV.
       GER-GRAVA.
           REWRITE REGEMAIL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMAIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-FIM.
           GO TO GER-LER.
       GER-TOT.
           DISPLAY (19, 10) "DOCUMENTOS GERADOS......: " W-TOTENV
           DISPLAY (20, 10) "CANCELADOS (SEM CONSENT): " W-TOTCANC
           IF W-TOTENV = ZEROS
                MOVE "*** NENHUM DOCUMENTO PENDENTE DE ENVIO ***"
                                                           TO MENS
           ELSE
                MOVE "*** ARQUIVO GERADO EM EMAILENV.TXT ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GER-FIM.
           CLOSE CADEMAIL CADEMDOC CADEMENV
           IF W-CSNABERTO = "S"
                CLOSE CADCONSEN.
           GO TO R1.

      *----CABECALHO, LINHAS DO TEXTO E FECHO DE UM DOCUMENTO----------*

       GERA-DOC.
           MOVE EML-NUMERO TO W-NUMTX
           MOVE EML-QTLIN TO W-QTLTX
           IF EML-RECEITA
                MOVE "RECEITA MEDICA - FATEC ZL" TO W-ASSUNTO.
           IF EML-PEDEXAME
                MOVE "PEDIDO DE EXAME - FATEC ZL" TO W-ASSUNTO.
           IF EML-RECIBO
                MOVE "RECIBO DE PAGAMENTO - FATEC ZL" TO W-ASSUNTO.
           IF EML-LAUDO
                MOVE "RESULTADO DE EXAME - FATEC ZL" TO W-ASSUNTO.
           MOVE SPACES TO W-CSVLINHA
           STRING "H;" DELIMITED BY SIZE
                  W-NUMTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EML-DESTINO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EML-DESTNOME DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-ASSUNTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-QTLTX DELIMITED BY SIZE
                  INTO W-CSVLINHA.
           WRITE REGEMENV FROM W-CSVLINHA.
           MOVE EML-NUMERO TO EMD-NUMERO
           MOVE ZEROS TO EMD-LINHA
           START CADEMDOC KEY IS NOT LESS EMD-CHAVE
               INVALID KEY
                   GO TO GERA-DOC2.
       GERA-DOC1.
           READ CADEMDOC NEXT RECORD
               AT END
                   GO TO GERA-DOC2.
           IF EMD-NUMERO NOT = EML-NUMERO
                GO TO GERA-DOC2.
           MOVE SPACES TO W-CSVLINHA
           STRING "L;" DELIMITED BY SIZE
                  W-NUMTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EMD-TEXTO DELIMITED BY SIZE
                  INTO W-CSVLINHA.
           WRITE REGEMENV FROM W-CSVLINHA.
           GO TO GERA-DOC1.
       GERA-DOC2.
           MOVE SPACES TO W-CSVLINHA
           STRING "F;" DELIMITED BY SIZE
                  W-NUMTX DELIMITED BY SIZE
                  INTO W-CSVLINHA.
           WRITE REGEMENV FROM W-CSVLINHA.
       GERA-DOC-FIM.
           EXIT.

      ******************************************************************
      * IMPORTACAO DO STATUS (EMAILRET.TXT). SO DOCUMENTO JA GERADO    *
      * PARA O GATEWAY RECEBE STATUS; UM RETORNO POSTERIOR (DEVOLUCAO  *
      * DEPOIS DA ENTREGA) SUBSTITUI O ANTERIOR. DATA EM BRANCO = HOJE *
      ******************************************************************
       IMP-001.
           MOVE ZEROS TO W-TOTENTR W-TOTDEV W-TOTINV W-TOTREJ
           OPEN INPUT CADEMRET
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO EMAILRET.TXT NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN I-O CADEMAIL
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUM DOCUMENTO NA FILA DE E-MAIL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEMRET
                GO TO R1.
           OPEN OUTPUT CADEMITX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMITX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEMRET CADEMAIL
                GO TO R1.
           WRITE REGEMITX FROM ICAB0.
           MOVE SPACES TO REGEMITX
           WRITE REGEMITX.
           WRITE REGEMITX FROM ICAB1.
       IMP-LER.
           READ CADEMRET
               AT END
                   GO TO IMP-TOT.
           IF REGEMRET = SPACES
                GO TO IMP-LER.
           MOVE SPACES TO W-RTNUM W-RTSIT W-RTDATA W-RTMOTIVO
           UNSTRING REGEMRET DELIMITED BY ";"
                    INTO W-RTNUM W-RTSIT W-RTDATA W-RTMOTIVO
           MOVE W-RTNUM TO LR-NUMERO
           MOVE W-RTSIT TO LR-SIT
           MOVE SPACES TO LR-CPF LR-DESTINO
           IF W-RTDATA = SPACES
                MOVE W-DATAHOJE TO W-RTDATA-N.
           IF W-RTNUM NOT NUMERIC OR W-RTDATA NOT NUMERIC
                MOVE "LINHA COM FORMATO INVALIDO" TO LR-OCORR
                GO TO IMP-REJ.
           IF W-RTSIT NOT = "E" AND W-RTSIT NOT = "D"
              AND W-RTSIT NOT = "I"
                MOVE "STATUS DESCONHECIDO" TO LR-OCORR
                GO TO IMP-REJ.
           MOVE W-RTNUM-N TO EML-NUMERO
           READ CADEMAIL
           IF ST-ERRO NOT = "00"
                MOVE "DOCUMENTO NAO ENCONTRADO NA FILA" TO LR-OCORR
                GO TO IMP-REJ.
           MOVE EML-CPF TO W-MSKCPF
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE W-MSKDADO TO LR-CPF
           MOVE EML-DESTINO TO W-MSKDADO
           PERFORM MSK-EMAIL THRU MSK-EMAIL-FIM
           MOVE W-MSKDADO TO LR-DESTINO
           IF EML-PENDENTE
                MOVE "DOCUMENTO AINDA NAO GERADO" TO LR-OCORR
                GO TO IMP-REJ.
           IF EML-CANCELADO
                MOVE "ENVIO CANCELADO - SEM CONSENTIMENTO"
                                                        TO LR-OCORR
                GO TO IMP-REJ.
           MOVE W-RTSIT TO EML-SITUACAO
           MOVE W-RTDATA-N TO EML-DTRET
           MOVE W-RTMOTIVO TO EML-MOTIVO
           REWRITE REGEMAIL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMAIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-FIM.
           IF EML-ENTREGUE
                MOVE "ENTREGUE" TO LR-OCORR
                ADD 1 TO W-TOTENTR.
           IF EML-DEVOLVIDO
                MOVE "DEVOLVIDO" TO LR-OCORR
                ADD 1 TO W-TOTDEV.
           IF EML-INVALIDO
                MOVE "E-MAIL INVALIDO - CORRIGIR CADASTRO"
                                                        TO LR-OCORR
                ADD 1 TO W-TOTINV.
           WRITE REGEMITX FROM LINRET
           GO TO IMP-LER.
       IMP-REJ.
           WRITE REGEMITX FROM LINRET
           ADD 1 TO W-TOTREJ
           GO TO IMP-LER.
       IMP-TOT.
           MOVE SPACES TO REGEMITX
           WRITE REGEMITX.
           MOVE "ENTREGUES.......................:" TO LO-ROTULO
           MOVE W-TOTENTR TO LO-QTDE
           WRITE REGEMITX FROM LINTOT.
           MOVE "DEVOLVIDOS......................:" TO LO-ROTULO
           MOVE W-TOTDEV TO LO-QTDE
           WRITE REGEMITX FROM LINTOT.
           MOVE "E-MAILS INVALIDOS...............:" TO LO-ROTULO
           MOVE W-TOTINV TO LO-QTDE
           WRITE REGEMITX FROM LINTOT.
           MOVE "LINHAS REJEITADAS...............:" TO LO-ROTULO
           MOVE W-TOTREJ TO LO-QTDE
           WRITE REGEMITX FROM LINTOT.
           DISPLAY (19, 10) "ENTREGUES...............: " W-TOTENTR
           DISPLAY (20, 10) "DEVOLVIDOS/INVALIDOS....: " W-TOTDEV
                            " / " W-TOTINV
           DISPLAY (21, 10) "LINHAS REJEITADAS.......: " W-TOTREJ
           MOVE "*** STATUS IMPORTADO - VER CADEMIRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-FIM.
           CLOSE CADEMRET CADEMAIL CADEMITX
           GO TO R1.

      ******************************************************************
      * CONSULTA POR PACIENTE: ENVIOS DO CPF PELA CHAVE ALTERNATIVA,   *
      * EM PAGINAS DE 15 LINHAS                                        *
      ******************************************************************
       CON-001.
           MOVE ZEROS TO W-CPFCON
           DISPLAY (15, 10) "CPF DO PACIENTE:"
           ACCEPT (15, 28) W-CPFCON
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CPFCON = ZEROS
                GO TO R1.
           OPEN INPUT CADEMAIL
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUM DOCUMENTO NA FILA DE E-MAIL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT CADPACI
           MOVE W-CPFCON TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "PACIENTE NAO CADASTRADO" TO NOME.
           CLOSE CADPACI
           MOVE W-CPFCON TO EML-CPF
           START CADEMAIL KEY IS = EML-CPF
               INVALID KEY
                   MOVE "*** PACIENTE SEM DOCUMENTOS ENVIADOS ***"
                                                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADEMAIL
                   GO TO R1.
           READ CADEMAIL NEXT RECORD
               AT END
                   MOVE "99" TO ST-ERRO.
       CON-PAG.
           DISPLAY TELACON
           DISPLAY (03, 12) W-CPFCON " " NOME
           MOVE 6 TO W-LIN.
       CON-LIN.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CON-FIM.
           IF EML-CPF NOT = W-CPFCON
                GO TO CON-FIM.
           IF W-LIN > 20
                GO TO CON-PROX.
           MOVE EML-NUMERO TO LC-NUMERO
           MOVE EML-DTGER TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LC-DTGER
           MOVE "RECEITA" TO LC-TIPO
           IF EML-PEDEXAME
                MOVE "PED.EXAME" TO LC-TIPO.
           IF EML-RECIBO
                MOVE "RECIBO" TO LC-TIPO.
           IF EML-LAUDO
                MOVE "LAUDO" TO LC-TIPO.
           MOVE EML-CPF TO W-MSKCPF
           MOVE EML-DESTINO TO W-MSKDADO
           PERFORM MSK-EMAIL THRU MSK-EMAIL-FIM
           MOVE W-MSKDADO TO LC-DESTINO
           PERFORM SIT-DESCR THRU SIT-DESCR-FIM
           MOVE ZEROS TO LC-DTRET
           IF EML-DTRET NOT = ZEROS
                MOVE EML-DTRET TO W-DATAREF
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                MOVE W-DATADMA-N TO LC-DTRET.
           DISPLAY (W-LIN, 02) LINCON
           ADD 1 TO W-LIN
           READ CADEMAIL NEXT RECORD
               AT END
                   MOVE "99" TO ST-ERRO.
           GO TO CON-LIN.
       CON-PROX.
           DISPLAY (23, 12) "P=PROXIMA PAGINA  X=NOVO CPF"
           ACCEPT (23, 45) W-OPCAO
           IF W-OPCAO = "P" OR "p"
                GO TO CON-PAG.
           IF W-OPCAO = "X" OR "x"
                CLOSE CADEMAIL
                GO TO R1.
           GO TO CON-PROX.
       CON-FIM.
           DISPLAY (23, 12) "FIM DOS ENVIOS - ENTER P/NOVO CPF"
           ACCEPT (23, 55) W-OPCAO
           CLOSE CADEMAIL
           GO TO R1.

      *----DESCRICAO DA SITUACAO DO ENVIO EM LC-SIT--------------------*

       SIT-DESCR.
           MOVE "PENDENTE" TO LC-SIT
           IF EML-GERADO
                MOVE "NO GATEWAY" TO LC-SIT.
           IF EML-ENTREGUE
                MOVE "ENTREGUE" TO LC-SIT.
           IF EML-DEVOLVIDO
                MOVE "DEVOLVIDO" TO LC-SIT.
           IF EML-INVALIDO
                MOVE "INVALIDO" TO LC-SIT.
           IF EML-CANCELADO
                MOVE "CANCELADO" TO LC-SIT.
       SIT-DESCR-FIM.
           EXIT.

      ******************************************************************
      * RELATORIO DE E-MAILS INVALIDOS, POR PACIENTE. O MESMO ENDERECO *
      * DO MESMO DESTINATARIO SAI UMA VEZ SO; "JA CORRIGIDO" QUANDO O  *
      * E-MAIL ATUAL DO CADPACI JA E OUTRO                             *
      ******************************************************************
       REL-001.
           OPEN INPUT CADEMAIL
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUM DOCUMENTO NA FILA DE E-MAIL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEMAIL
                GO TO R1.
           OPEN OUTPUT CADEMVTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMVTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEMAIL CADPACI
                GO TO R1.
           WRITE REGEMVTX FROM CAB0.
           MOVE SPACES TO REGEMVTX
           WRITE REGEMVTX.
           WRITE REGEMVTX FROM CABCOL.
           MOVE ZEROS TO W-TOTLIN W-TOTCORR W-ULTCPF
           MOVE SPACES TO W-ULTDEST
           MOVE ZEROS TO EML-CPF
           START CADEMAIL KEY IS NOT LESS EML-CPF
               INVALID KEY
                   GO TO REL-TOT.
       REL-LER.
           READ CADEMAIL NEXT RECORD
               AT END
                   GO TO REL-TOT.
           IF NOT EML-INVALIDO
                GO TO REL-LER.
           IF EML-CPFDEST = W-ULTCPF AND EML-DESTINO = W-ULTDEST
                GO TO REL-LER.
           MOVE EML-CPFDEST TO W-ULTCPF
           MOVE EML-DESTINO TO W-ULTDEST
           MOVE EML-CPFDEST TO CPF W-MSKCPF
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE W-MSKDADO TO LV-CPF
           MOVE EML-DESTNOME TO LV-NOME
           MOVE EML-DESTTIPO TO LV-DTIPO
           MOVE EML-DESTINO TO W-MSKDADO
           PERFORM MSK-EMAIL THRU MSK-EMAIL-FIM
           MOVE W-MSKDADO TO LV-EMAIL
           MOVE EML-DTRET TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LV-DTRET
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "SEM CADASTRO" TO LV-SITCAD
           ELSE
              IF EMAIL NOT = EML-DESTINO
                 MOVE "JA CORRIGIDO" TO LV-SITCAD
                 ADD 1 TO W-TOTCORR
              ELSE
                 MOVE "CORRIGIR" TO LV-SITCAD.
           WRITE REGEMVTX FROM LINVAL.
           IF EML-MOTIVO NOT = SPACES
                MOVE EML-MOTIVO TO LM-MOTIVO
                WRITE REGEMVTX FROM LINMOT.
           ADD 1 TO W-TOTLIN
           GO TO REL-LER.
       REL-TOT.
           MOVE SPACES TO REGEMVTX
           WRITE REGEMVTX.
           MOVE "E-MAILS INVALIDOS...............:" TO LO-ROTULO
           MOVE W-TOTLIN TO LO-QTDE
           WRITE REGEMVTX FROM LINTOT.
           MOVE "JA CORRIGIDOS NO CADASTRO.......:" TO LO-ROTULO
           MOVE W-TOTCORR TO LO-QTDE
           WRITE REGEMVTX FROM LINTOT.
           IF W-TOTLIN = ZEROS
                MOVE "*** NENHUM E-MAIL INVALIDO ***" TO MENS
           ELSE
                MOVE "*** RELATORIO GERADO EM CADEMINV.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REL-FIM.
           CLOSE CADEMAIL CADPACI CADEMVTX
           GO TO R1.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF (W-MSKCPF) E E-MAIL (W-MSKDADO) CONFORME O PERFIL-------*
      *----DO OPERADOR; O RESULTADO FICA EM W-MSKDADO------------------*

       MSK-CPF.
           MOVE W-MSKCPF TO W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM.
       MSK-CPF-FIM.
           EXIT.

       MSK-EMAIL.
           MOVE "T" TO W-MSKGRUPO
           MOVE "E" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM.
       MSK-EMAIL-FIM.
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
