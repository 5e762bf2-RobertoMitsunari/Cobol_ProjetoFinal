       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP124.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * GESTAO DE LEITOS - HIGIENIZACAO E FILA DE VAGAS:    *
      * L = HOTELARIA LIBERA O LEITO HIGIENIZADO (O SMP037  *
      *     DEIXA O LEITO "EM HIGIENIZACAO" NA ALTA E NA    *
      *     TRANSFERENCIA), REGISTRA A HORA NO GIRO         *
      *     (CADGIRO) E SUGERE O PROXIMO DA FILA DE VAGAS   *
      * S = SOLICITACAO ELETIVA DE VAGA (A DA URGENCIA VEM  *
      *     DO SMP064); C = CANCELA SOLICITACAO             *
      * F = FILA DE SOLICITACOES POR PRIORIDADE E CHEGADA   *
      * R = TEMPO DE GIRO DO LEITO POR SETOR NO MES         *
      *     (ALTA -> LIMPEZA -> NOVA ADMISSAO) CADGIRRL.DOC *
      * CPF NA TELA MASCARADO CONFORME O PERFIL DO OPERADOR *
      * (SMPMSK)                                            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LEI-CODIGO
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADGIRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01 REGLEITO.
          03 LEI-CODIGO        PIC 9(03).
          03 LEI-DESCR         PIC X(20).
          03 LEI-SETORNUM      PIC 9(02).
          03 LEI-SITUACAO      PIC X(01).
             88 LEI-ATIVO          VALUE "A".
             88 LEI-INATIVO        VALUE "I".
             88 LEI-HIGIENIZ       VALUE "H".
          03 LEI-UNIDADE       PIC 9(02).
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
      *----SOLICITACOES DE VAGA DE INTERNACAO (SMP037 E SMP064)--------*
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 FILLER         PIC X(85).
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
       FD REGMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGMED.DAT".
       01 CADMEDICO.
          03 CRM                   PIC 9(06).
          03 NOME                  PIC X(30).
          03 ESPECIALIDADE         PIC 9(02).
          03 FILLER                PIC X(52).
          03 SITUACAO              PIC X(01).
             88 MED-ATIVO              VALUE "A".
             88 MED-INATIVO            VALUE "I".
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADGIRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGIRRL.DOC".
       01 REGGIRTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-LEITO       PIC 9(03) VALUE ZEROS.
       01 W-SETOR       PIC 9(02) VALUE ZEROS.
       01 W-GIRACHOU    PIC X(01) VALUE "N".
       01 W-GIRCHAVE    PIC X(15) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AGORAHH  PIC 9(02).
          03 W-AGORAMI  PIC 9(02).
          03 FILLER     PIC 9(04).
       01 W-HORALIB     PIC 9(04) VALUE ZEROS.
       01 W-HORALIB-R REDEFINES W-HORALIB.
          03 W-LIBHH    PIC 9(02).
          03 W-LIBMI    PIC 9(02).
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
      *
      *----SOLICITACAO DE VAGA----------------------------------------*
      *
       01 W-SOLMAX      PIC 9(06) VALUE ZEROS.
       01 W-SOLPEND     PIC X(01) VALUE "N".
       01 W-VAGCPF      PIC 9(11) VALUE ZEROS.
       01 W-VAGPRI      PIC 9(01) VALUE ZEROS.
       01 W-VAGSETOR    PIC 9(02) VALUE ZEROS.
       01 W-VAGCRM      PIC 9(06) VALUE ZEROS.
       01 W-VAGMOTIVO   PIC X(30) VALUE SPACES.
      *
      *----SUGESTAO DO PROXIMO DA FILA: MENOR PRIORIDADE, DEPOIS A----*
      *----CHEGADA; QUEM JA TEM LEITO SUGERIDO VAI PARA O FIM---------*
      *
       01 W-SUGNUM      PIC 9(06) VALUE ZEROS.
       01 W-SUGORDEM    PIC 9(13) VALUE ZEROS.
       01 W-SOLORDEM    PIC 9(13) VALUE ZEROS.
      *
      *----FILA DE SOLICITACOES EM ORDEM DE ATENDIMENTO---------------*
      *
       01 W-TOTFILA     PIC 9(03) VALUE ZEROS.
       01 IND           PIC 9(03) VALUE ZEROS.
       01 IND2          PIC 9(03) VALUE ZEROS.
       01 TABFILA.
          03 FIL-ENT OCCURS 201 TIMES.
             05 FIL-ORDEM      PIC 9(13).
             05 FIL-NUM        PIC 9(06).
       01 W-FILNOVO.
          03 FN-ORDEM          PIC 9(13).
          03 FN-NUM            PIC 9(06).
      *
      *----MINUTOS CORRIDOS (MES COMERCIAL DE 30 DIAS, COMO O CENSO)--*
      *
       01 W-MCDATA      PIC 9(08) VALUE ZEROS.
       01 W-MCDATA-R REDEFINES W-MCDATA.
          03 W-MCANO    PIC 9(04).
          03 W-MCMES    PIC 9(02).
          03 W-MCDIA    PIC 9(02).
       01 W-MCHORA      PIC 9(04) VALUE ZEROS.
       01 W-MCHORA-R REDEFINES W-MCHORA.
          03 W-MCHH     PIC 9(02).
          03 W-MCMI     PIC 9(02).
       01 W-MCMIN       PIC 9(11) VALUE ZEROS.
       01 W-MINSAI      PIC 9(11) VALUE ZEROS.
       01 W-MINLIB      PIC 9(11) VALUE ZEROS.
       01 W-MINADM      PIC 9(11) VALUE ZEROS.
       01 W-MEDIA       PIC 9(07) VALUE ZEROS.
       01 W-MEDHH       PIC 9(05) VALUE ZEROS.
       01 W-MEDMI       PIC 9(02) VALUE ZEROS.
      *
      *----ACUMULADORES DO GIRO POR SETOR (INDICE = SETOR + 1)--------*
      *
       01 W-RELMES      PIC 9(02) VALUE ZEROS.
       01 W-RELANO      PIC 9(04) VALUE ZEROS.
       01 W-RELREF      PIC 9(06) VALUE ZEROS.
       01 ISET          PIC 9(03) VALUE ZEROS.
       01 TABSETOR.
          03 GS-ENT OCCURS 100 TIMES.
             05 GS-SAIDAS      PIC 9(05).
             05 GS-QTLIMP      PIC 9(05).
             05 GS-MINLIMP     PIC 9(09).
             05 GS-QTOCUP      PIC 9(05).
             05 GS-MINOCUP     PIC 9(09).
             05 GS-QTGIRO      PIC 9(05).
             05 GS-MINGIRO     PIC 9(09).
             05 GS-PENDLIMP    PIC 9(05).
             05 GS-PENDOCUP    PIC 9(05).
       01 W-TOTSAIDAS   PIC 9(05) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** TEMPO DE GIRO DOS LEITOS POR SETOR ***".
       01 CABMES.
          03 FILLER     PIC X(18) VALUE "SAIDAS DO MES DE: ".
          03 CM-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CM-ANO     PIC 9999.
          03 FILLER     PIC X(15) VALUE "   EMITIDO EM: ".
          03 CM-EMISSAO PIC 99/99/9999.
       01 CABCOL1.
          03 FILLER     PIC X(16) VALUE "SETOR  SAIDAS".
          03 FILLER     PIC X(16) VALUE "ALTA->LIMPEZA".
          03 FILLER     PIC X(16) VALUE "LIMPEZA->ADMIS.".
          03 FILLER     PIC X(16) VALUE "GIRO TOTAL".
          03 FILLER     PIC X(20) VALUE "EM LIMPEZA  VAGO".
       01 CABCOL2.
          03 FILLER     PIC X(16) VALUE SPACES.
          03 FILLER     PIC X(48) VALUE
             "(MEDIA HHHHH:MM E QUANTIDADE DE GIROS MEDIDOS)".
       01 LINSET.
          03 LS-SETOR   PIC 99.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LS-SAIDAS  PIC ZZZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LS-TEMPO OCCURS 3 TIMES.
             05 LS-HH   PIC ZZZZ9.
             05 FILLER  PIC X(01) VALUE ":".
             05 LS-MI   PIC 99.
             05 FILLER  PIC X(01) VALUE "(".
             05 LS-QT   PIC ZZZ9.
             05 FILLER  PIC X(03) VALUE ")  ".
          03 LS-PENDL   PIC ZZZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LS-PENDO   PIC ZZZZ9.
       01 LINTOT.
          03 LO-ROTULO  PIC X(34).
          03 LO-QTDE    PIC ZZZZ9.
      *
       01 LINFILA.
          03 LF-NUM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-ORIGEM  PIC X(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-PRI     PIC 9(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-SETOR   PIC 99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-DIA     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 LF-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-HORA    PIC 99B99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-NOME    PIC X(25).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LF-LEITO   PIC ZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP124".
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
       01  SMT124.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** GESTAO DE LEITOS - HIGIENIZ".
           05  LINE 02  COLUMN 41
               VALUE  "ACAO E FILA DE VAGAS ***".
           05  LINE 05  COLUMN 10
               VALUE  "L = LIBERAR LEITO HIGIENIZADO".
           05  LINE 06  COLUMN 10
               VALUE  "S = SOLICITACAO ELETIVA DE VAGA".
           05  LINE 07  COLUMN 10
               VALUE  "C = CANCELAR SOLICITACAO DE VAGA".
           05  LINE 08  COLUMN 10
               VALUE  "F = FILA DE SOLICITACOES DE VAGA".
           05  LINE 09  COLUMN 10
               VALUE  "R = RELATORIO DE GIRO DOS LEITOS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADGIRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGIRO
                 CLOSE CADGIRO
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADGIRO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADSOLV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSOLV
                 CLOSE CADSOLV
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSOLV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADGIRO
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADLEITO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE LEITOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADGIRO CADSOLV
              GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADGIRO CADSOLV CADLEITO
              GO TO ROT-FIMP.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADGIRO CADSOLV CADLEITO CADPACI
              GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT124
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           IF W-MODO = "L" OR "l"
                GO TO LIB-001.
           IF W-MODO = "S" OR "s"
                GO TO SOL-001.
           IF W-MODO = "C" OR "c"
                GO TO CAN-001.
           IF W-MODO = "F" OR "f"
                GO TO FIL-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R1.

      ******************************************************************
      * LIBERACAO DO LEITO PELA HOTELARIA: LISTA OS LEITOS EM          *
      * HIGIENIZACAO, VOLTA O ESCOLHIDO PARA ATIVO, GRAVA DATA/HORA E  *
      * OPERADOR NO GIRO ABERTO E SUGERE O PROXIMO DA FILA DE VAGAS    *
      ******************************************************************
       LIB-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "LEITOS EM HIGIENIZACAO"
           DISPLAY (03, 02) "LEI  DESCRICAO            SETOR  SAIDA"
           MOVE 4 TO W-LIN
           MOVE ZEROS TO LEI-CODIGO
           START CADLEITO KEY IS NOT LESS LEI-CODIGO
               INVALID KEY
                   GO TO LIB-002.
       LIB-LISTA.
           READ CADLEITO NEXT RECORD
               AT END
                   GO TO LIB-002.
           IF NOT LEI-HIGIENIZ
                GO TO LIB-LISTA.
           IF W-LIN > 15
                GO TO LIB-002.
           MOVE LEI-CODIGO TO W-LEITO
           PERFORM GIR-ABERTO THRU GIR-ABERTO-FIM
           DISPLAY (W-LIN, 02) LEI-CODIGO
           DISPLAY (W-LIN, 07) LEI-DESCR
           DISPLAY (W-LIN, 30) LEI-SETORNUM
           IF W-GIRACHOU = "S"
                MOVE GIR-DTSAI TO W-DATAREF
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                DISPLAY (W-LIN, 35) W-DMADIA "/" W-DMAMES "/"
                                    W-DMAANO " " GIR-HRSAI.
           ADD 1 TO W-LIN
           GO TO LIB-LISTA.
       LIB-002.
           MOVE ZEROS TO W-LEITO
           DISPLAY (17, 05) "LEITO LIBERADO PELA LIMPEZA:"
           ACCEPT (17, 35) W-LEITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-LEITO TO LEI-CODIGO
           READ CADLEITO
           IF ST-ERRO NOT = "00"
                MOVE "*** LEITO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIB-002.
           IF NOT LEI-HIGIENIZ
                MOVE "*** LEITO NAO ESTA EM HIGIENIZACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIB-002.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           COMPUTE W-HORALIB = (W-AGORAHH * 100) + W-AGORAMI.
       LIB-003.
           DISPLAY (18, 05) "HORA DA LIBERACAO (HHMM)....:"
           ACCEPT (18, 35) W-HORALIB WITH UPDATE
           IF W-LIBHH > 23 OR W-LIBMI > 59
                MOVE "*** HORA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIB-003.
       LIB-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "LIBERA LEITO (S/N) : ".
           ACCEPT (23, 61) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO LIB-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO LIB-OPC.
           MOVE LEI-SETORNUM TO W-SETOR
           MOVE "A" TO LEI-SITUACAO
           REWRITE REGLEITO
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLEITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM GIR-ABERTO THRU GIR-ABERTO-FIM
           IF W-GIRACHOU NOT = "S"
                GO TO LIB-SUG.
           MOVE W-GIRCHAVE TO GIR-CHAVE
           READ CADGIRO
           IF ST-ERRO NOT = "00"
                GO TO LIB-SUG.
           MOVE W-DATAHOJE TO GIR-DTLIB
           MOVE W-HORALIB TO GIR-HRLIB
           MOVE LK-OPERADOR TO GIR-OPERLIB
           REWRITE REGGIRO
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGIRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIB-SUG.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "LEITO LIBERADO: " W-LEITO
                            "  SETOR: " W-SETOR
           PERFORM SUG-PROXIMO THRU SUG-PROXIMO-FIM
           IF W-SUGNUM = ZEROS
                DISPLAY (05, 05)
                   "*** NENHUMA SOLICITACAO DE VAGA PARA O SETOR ***"
                GO TO LIB-FIM.
           MOVE W-SUGNUM TO SOL-NUMERO
           READ CADSOLV
           IF ST-ERRO NOT = "00"
                GO TO LIB-FIM.
           MOVE SPACES TO PACINOME
           MOVE SOL-CPF TO CPF
           READ CADPACI
           DISPLAY (04, 05) "PROXIMO DA FILA DE VAGAS"
           DISPLAY (06, 05) "SOLICITACAO.: " SOL-NUMERO
                            "  ORIGEM: " SOL-ORIGEM
                            "  PRIORIDADE: " SOL-PRIORIDADE
           DISPLAY (07, 05) "PACIENTE....: " PACINOME
           MOVE SOL-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           DISPLAY (08, 05) "CPF.........: " W-MSKDADO (1:14)
           DISPLAY (09, 05) "MOTIVO......: " SOL-MOTIVO
           DISPLAY (10, 05) "CRM SOLICIT.: " SOL-CRM
           MOVE W-LEITO TO SOL-LEITO
           REWRITE REGSOLV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSOLV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIB-FIM.
           DISPLAY (23, 12) "ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO R1.

      ******************************************************************
      * GIRO ABERTO DO LEITO W-LEITO: O ULTIMO AINDA SEM LIBERACAO E   *
      * SEM ADMISSAO. SAIDA: W-GIRACHOU S/N, W-GIRCHAVE E REGGIRO      *
      ******************************************************************
       GIR-ABERTO.
           MOVE "N" TO W-GIRACHOU
           MOVE W-LEITO TO GIR-LEITO
           MOVE ZEROS TO GIR-DTSAI GIR-HRSAI
           START CADGIRO KEY IS NOT LESS GIR-CHAVE
               INVALID KEY
                   GO TO GIR-ABERTO-FIM.
       GIR-ABERTO1.
           READ CADGIRO NEXT RECORD
               AT END
                   GO TO GIR-ABERTO2.
           IF GIR-LEITO NOT = W-LEITO
                GO TO GIR-ABERTO2.
           IF GIR-DTLIB = ZEROS AND GIR-DTADM = ZEROS
                MOVE GIR-CHAVE TO W-GIRCHAVE
                MOVE "S" TO W-GIRACHOU.
           GO TO GIR-ABERTO1.
       GIR-ABERTO2.
           IF W-GIRACHOU = "S"
                MOVE W-GIRCHAVE TO GIR-CHAVE
                READ CADGIRO.
       GIR-ABERTO-FIM.
           EXIT.

      ******************************************************************
      * PROXIMO DA FILA PARA O SETOR W-SETOR: SOLICITACOES AGUARDANDO  *
      * PARA O SETOR OU PARA QUALQUER SETOR (00), PELA PRIORIDADE E    *
      * DEPOIS PELA CHEGADA. SAIDA: W-SUGNUM (ZERO = NINGUEM)          *
      ******************************************************************
       SUG-PROXIMO.
           MOVE ZEROS TO W-SUGNUM
           MOVE 9999999999999 TO W-SUGORDEM
           MOVE ZEROS TO SOL-NUMERO
           START CADSOLV KEY IS NOT LESS SOL-NUMERO
               INVALID KEY
                   GO TO SUG-PROXIMO-FIM.
       SUG-PROXIMO1.
           READ CADSOLV NEXT RECORD
               AT END
                   GO TO SUG-PROXIMO-FIM.
           IF NOT SOL-AGUARDANDO
                GO TO SUG-PROXIMO1.
           IF SOL-SETOR NOT = ZEROS AND SOL-SETOR NOT = W-SETOR
                GO TO SUG-PROXIMO1.
           PERFORM SOL-ORDEM THRU SOL-ORDEM-FIM
           IF W-SOLORDEM < W-SUGORDEM
                MOVE W-SOLORDEM TO W-SUGORDEM
                MOVE SOL-NUMERO TO W-SUGNUM.
           GO TO SUG-PROXIMO1.
       SUG-PROXIMO-FIM.
           EXIT.

      *----ORDEM DE ATENDIMENTO DA SOLICITACAO CORRENTE----------------*

       SOL-ORDEM.
           COMPUTE W-SOLORDEM = (SOL-PRIORIDADE * 1000000000000)
                              + (SOL-DTSOL * 10000) + SOL-HRSOL
           IF SOL-LEITO NOT = ZEROS
                ADD 4000000000000 TO W-SOLORDEM.
       SOL-ORDEM-FIM.
           EXIT.

      ******************************************************************
      * SOLICITACAO ELETIVA DE VAGA (A DA URGENCIA E FEITA NO SMP064)  *
      ******************************************************************
       SOL-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "SOLICITACAO ELETIVA DE VAGA"
           MOVE ZEROS TO W-VAGCPF
           DISPLAY (03, 05) "CPF DO PACIENTE.......................:"
           ACCEPT (03, 46) W-VAGCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-VAGCPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-001.
           IF PAC-OBITO
                MOVE "*** PACIENTE COM OBITO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-001.
           DISPLAY (04, 05) "PACIENTE: " PACINOME
           PERFORM SOL-PENDENTE THRU SOL-PENDENTE-FIM
           IF W-SOLPEND = "S"
                MOVE "*** PACIENTE JA TEM SOLICITACAO DE VAGA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-001.
           MOVE 3 TO W-VAGPRI
           MOVE ZEROS TO W-VAGSETOR W-VAGCRM
           MOVE SPACES TO W-VAGMOTIVO
           DISPLAY (06, 05) "PRIORIDADE (1=EMERG. 2=URG. 3=POUCO URG.):"
           DISPLAY (08, 05) "SETOR DESEJADO (00 = QUALQUER).........:"
           DISPLAY (10, 05) "CRM SOLICITANTE.......................:"
           DISPLAY (12, 05) "MOTIVO:".
       SOL-002.
           ACCEPT (06, 48) W-VAGPRI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO SOL-001.
           IF W-VAGPRI < 1 OR W-VAGPRI > 3
                MOVE "*1=EMERGENCIA 2=URGENTE 3=POUCO URGENTE*"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-002.
       SOL-003.
           ACCEPT (08, 48) W-VAGSETOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO SOL-002.
       SOL-004.
           ACCEPT (10, 46) W-VAGCRM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO SOL-003.
           MOVE W-VAGCRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-004.
           IF MED-INATIVO
                MOVE "*** MEDICO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-004.
           DISPLAY (10, 54) NOME.
       SOL-005.
           ACCEPT (12, 13) W-VAGMOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO SOL-004.
       SOL-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO SOL-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO SOL-OPC.
           MOVE ZEROS TO W-SOLMAX SOL-NUMERO
           START CADSOLV KEY IS NOT LESS SOL-NUMERO
               INVALID KEY
                   GO TO SOL-WR1.
       SOL-NUM.
           READ CADSOLV NEXT RECORD
               AT END
                   GO TO SOL-WR1.
           MOVE SOL-NUMERO TO W-SOLMAX
           GO TO SOL-NUM.
       SOL-WR1.
           ADD 1 TO W-SOLMAX
           MOVE W-SOLMAX TO SOL-NUMERO
           MOVE W-VAGCPF TO SOL-CPF
           MOVE "E" TO SOL-ORIGEM
           MOVE W-VAGPRI TO SOL-PRIORIDADE
           MOVE W-VAGSETOR TO SOL-SETOR
           MOVE W-VAGCRM TO SOL-CRM
           MOVE ZEROS TO SOL-FILA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-DATAHOJE TO SOL-DTSOL
           COMPUTE SOL-HRSOL = (W-AGORAHH * 100) + W-AGORAMI
           MOVE W-VAGMOTIVO TO SOL-MOTIVO
           MOVE "A" TO SOL-SITUACAO
           MOVE ZEROS TO SOL-LEITO SOL-DTATEND
           MOVE LK-OPERADOR TO SOL-OPERADOR
           WRITE REGSOLV
           IF ST-ERRO = "22"
                GO TO SOL-WR1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSOLV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** SOLICITACAO DE VAGA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SOL-001.

      *----PACIENTE (W-VAGCPF) JA TEM SOLICITACAO AGUARDANDO VAGA?-----*

       SOL-PENDENTE.
           MOVE "N" TO W-SOLPEND
           MOVE ZEROS TO SOL-NUMERO
           START CADSOLV KEY IS NOT LESS SOL-NUMERO
               INVALID KEY
                   GO TO SOL-PENDENTE-FIM.
       SOL-PENDENTE1.
           READ CADSOLV NEXT RECORD
               AT END
                   GO TO SOL-PENDENTE-FIM.
           IF SOL-CPF = W-VAGCPF AND SOL-AGUARDANDO
                MOVE "S" TO W-SOLPEND
                GO TO SOL-PENDENTE-FIM.
           GO TO SOL-PENDENTE1.
       SOL-PENDENTE-FIM.
           EXIT.

      *---------------CANCELAMENTO DE SOLICITACAO DE VAGA--------------*

       CAN-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CANCELAMENTO DE SOLICITACAO DE VAGA"
           MOVE ZEROS TO SOL-NUMERO
           DISPLAY (03, 05) "NUMERO DA SOLICITACAO:"
           ACCEPT (03, 29) SOL-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           READ CADSOLV
           IF ST-ERRO NOT = "00"
                MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
           IF NOT SOL-AGUARDANDO
                MOVE "*** SOLICITACAO NAO ESTA AGUARDANDO VAGA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
           MOVE SPACES TO PACINOME
           MOVE SOL-CPF TO CPF
           READ CADPACI
           DISPLAY (05, 05) "PACIENTE: " PACINOME
           DISPLAY (06, 05) "MOTIVO..: " SOL-MOTIVO.
       CAN-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA (S/N) : ".
           ACCEPT (23, 56) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO CAN-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CAN-OPC.
           MOVE "C" TO SOL-SITUACAO
           MOVE W-DATAHOJE TO SOL-DTATEND
           MOVE LK-OPERADOR TO SOL-OPERADOR
           REWRITE REGSOLV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSOLV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** SOLICITACAO CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CAN-001.

      ******************************************************************
      * FILA DE SOLICITACOES AGUARDANDO VAGA, NA ORDEM EM QUE SERIAM   *
      * SUGERIDAS (PRIORIDADE E CHEGADA), COM O LEITO JA SUGERIDO      *
      ******************************************************************
       FIL-001.
           MOVE ZEROS TO W-TOTFILA
           MOVE ZEROS TO SOL-NUMERO
           START CADSOLV KEY IS NOT LESS SOL-NUMERO
               INVALID KEY
                   GO TO FIL-MOSTRA.
       FIL-LER.
           READ CADSOLV NEXT RECORD
               AT END
                   GO TO FIL-MOSTRA.
           IF NOT SOL-AGUARDANDO
                GO TO FIL-LER.
           PERFORM SOL-ORDEM THRU SOL-ORDEM-FIM
           IF SOL-LEITO NOT = ZEROS
                SUBTRACT 4000000000000 FROM W-SOLORDEM.
           MOVE W-SOLORDEM TO FN-ORDEM
           MOVE SOL-NUMERO TO FN-NUM
           PERFORM FIL-INSERE THRU FIL-INSERE-FIM
           GO TO FIL-LER.
       FIL-MOSTRA.
           PERFORM FIL-CABEC THRU FIL-CABEC-FIM
           MOVE 1 TO IND.
       FIL-MOSTRA1.
           IF IND > W-TOTFILA
                GO TO FIL-FIM.
           MOVE FIL-NUM (IND) TO SOL-NUMERO
           READ CADSOLV
           IF ST-ERRO NOT = "00"
                GO TO FIL-MOSTRA2.
           MOVE SPACES TO PACINOME
           MOVE SOL-CPF TO CPF
           READ CADPACI
           MOVE SOL-NUMERO TO LF-NUM
           MOVE SOL-ORIGEM TO LF-ORIGEM
           MOVE SOL-PRIORIDADE TO LF-PRI
           MOVE SOL-SETOR TO LF-SETOR
           MOVE SOL-DTSOL TO W-DATAREF
           MOVE W-REFDIA TO LF-DIA
           MOVE W-REFMES TO LF-MES
           MOVE SOL-HRSOL TO LF-HORA
           MOVE PACINOME TO LF-NOME
           MOVE SOL-LEITO TO LF-LEITO
           DISPLAY (W-LIN, 01) LINFILA
           ADD 1 TO W-LIN
           IF W-LIN > 21
                DISPLAY (23, 12) "ENTER PARA CONTINUAR"
                ACCEPT (23, 40) W-OPCAO
                PERFORM FIL-CABEC THRU FIL-CABEC-FIM.
       FIL-MOSTRA2.
           ADD 1 TO IND
           GO TO FIL-MOSTRA1.
       FIL-FIM.
           DISPLAY (22, 01) "AGUARDANDO VAGA: " W-TOTFILA
           DISPLAY (23, 12) "ENTER PARA VOLTAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO R1.
      *
       FIL-CABEC.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "FILA DE SOLICITACOES DE VAGA"
           DISPLAY (03, 01) "NUMERO O  P  ST  CHEGADA     PACIENTE"
           DISPLAY (03, 55) "LEITO"
           MOVE 5 TO W-LIN.
       FIL-CABEC-FIM.
           EXIT.

      ******************************************************************
      * INSERE A SOLICITACAO (W-FILNOVO) NA TABELA PELA ORDEM          *
      ******************************************************************
       FIL-INSERE.
           IF W-TOTFILA NOT < 200
                GO TO FIL-INSERE-FIM.
           MOVE 1 TO IND.
       FIL-INSERE1.
           IF IND > W-TOTFILA
                GO TO FIL-INSERE2.
           IF FN-ORDEM < FIL-ORDEM (IND)
                GO TO FIL-INSERE2.
           ADD 1 TO IND
           GO TO FIL-INSERE1.
       FIL-INSERE2.
           MOVE W-TOTFILA TO IND2.
       FIL-INSERE3.
           IF IND2 < IND
                GO TO FIL-INSERE4.
           MOVE FIL-ENT (IND2) TO FIL-ENT (IND2 + 1)
           SUBTRACT 1 FROM IND2
           GO TO FIL-INSERE3.
       FIL-INSERE4.
           MOVE W-FILNOVO TO FIL-ENT (IND)
           ADD 1 TO W-TOTFILA.
       FIL-INSERE-FIM.
           EXIT.

      ******************************************************************
      * TEMPO DE GIRO POR SETOR DOS LEITOS DESOCUPADOS NO MES:         *
      * ALTA/TRANSFERENCIA -> LIBERACAO DA LIMPEZA -> NOVA ADMISSAO,   *
      * EM MEDIA DE HORAS; OS GIROS AINDA ABERTOS SAO CONTADOS A PARTE *
      ******************************************************************
       REL-001.
           MOVE W-DATAHOJE TO W-DATAREF
           MOVE W-REFMES TO W-RELMES
           MOVE W-REFANO TO W-RELANO
           DISPLAY (15, 10) "MES/ANO DAS SAIDAS (MM AAAA):"
           ACCEPT (15, 41) W-RELMES WITH UPDATE
           ACCEPT (15, 44) W-RELANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-RELMES < 1 OR W-RELMES > 12 OR W-RELANO < 2000
                MOVE "*** MES/ANO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
           COMPUTE W-RELREF = (W-RELANO * 100) + W-RELMES
           MOVE ZEROS TO W-TOTSAIDAS
           MOVE 1 TO ISET.
       REL-ZERA.
           MOVE ZEROS TO GS-SAIDAS (ISET) GS-QTLIMP (ISET)
           MOVE ZEROS TO GS-MINLIMP (ISET) GS-QTOCUP (ISET)
           MOVE ZEROS TO GS-MINOCUP (ISET) GS-QTGIRO (ISET)
           MOVE ZEROS TO GS-MINGIRO (ISET) GS-PENDLIMP (ISET)
           MOVE ZEROS TO GS-PENDOCUP (ISET)
           ADD 1 TO ISET
           IF ISET < 101
                GO TO REL-ZERA.
           MOVE ZEROS TO GIR-CHAVE
           START CADGIRO KEY IS NOT LESS GIR-CHAVE
               INVALID KEY
                   GO TO REL-IMPR.
       REL-LER.
           READ CADGIRO NEXT RECORD
               AT END
                   GO TO REL-IMPR.
           IF GIR-DTSAI (1:6) NOT = W-RELREF
                GO TO REL-LER.
           COMPUTE ISET = GIR-SETOR + 1
           ADD 1 TO GS-SAIDAS (ISET) W-TOTSAIDAS
           MOVE GIR-DTSAI TO W-MCDATA
           MOVE GIR-HRSAI TO W-MCHORA
           PERFORM MIN-CALC THRU MIN-CALC-FIM
           MOVE W-MCMIN TO W-MINSAI
           IF GIR-DTLIB = ZEROS
                IF GIR-DTADM = ZEROS
                     ADD 1 TO GS-PENDLIMP (ISET)
                     GO TO REL-LER
                ELSE
                     GO TO REL-ADM.
           MOVE GIR-DTLIB TO W-MCDATA
           MOVE GIR-HRLIB TO W-MCHORA
           PERFORM MIN-CALC THRU MIN-CALC-FIM
           MOVE W-MCMIN TO W-MINLIB
           IF W-MINLIB NOT < W-MINSAI
                ADD 1 TO GS-QTLIMP (ISET)
                COMPUTE GS-MINLIMP (ISET) = GS-MINLIMP (ISET)
                                        + W-MINLIB - W-MINSAI.
           IF GIR-DTADM = ZEROS
                ADD 1 TO GS-PENDOCUP (ISET)
                GO TO REL-LER.
           MOVE GIR-DTADM TO W-MCDATA
           MOVE GIR-HRADM TO W-MCHORA
           PERFORM MIN-CALC THRU MIN-CALC-FIM
           MOVE W-MCMIN TO W-MINADM
           IF W-MINADM NOT < W-MINLIB
                ADD 1 TO GS-QTOCUP (ISET)
                COMPUTE GS-MINOCUP (ISET) = GS-MINOCUP (ISET)
                                        + W-MINADM - W-MINLIB.
           GO TO REL-GIRO.
       REL-ADM.
           MOVE GIR-DTADM TO W-MCDATA
           MOVE GIR-HRADM TO W-MCHORA
           PERFORM MIN-CALC THRU MIN-CALC-FIM
           MOVE W-MCMIN TO W-MINADM.
       REL-GIRO.
           IF W-MINADM NOT < W-MINSAI
                ADD 1 TO GS-QTGIRO (ISET)
                COMPUTE GS-MINGIRO (ISET) = GS-MINGIRO (ISET)
                                        + W-MINADM - W-MINSAI.
           GO TO REL-LER.
      *----IMPRIME UMA LINHA POR SETOR COM SAIDAS NO MES---------------*
       REL-IMPR.
           IF W-TOTSAIDAS = ZEROS
                MOVE "*** NENHUMA SAIDA DE LEITO NO MES ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADGIRTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADGIRTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGGIRTX FROM CAB0.
           MOVE W-RELMES TO CM-MES
           MOVE W-RELANO TO CM-ANO
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CM-EMISSAO
           WRITE REGGIRTX FROM CABMES.
           MOVE SPACES TO REGGIRTX
           WRITE REGGIRTX.
           WRITE REGGIRTX FROM CABCOL1.
           WRITE REGGIRTX FROM CABCOL2.
           MOVE 1 TO ISET.
       REL-IMPR1.
           IF ISET > 100
                GO TO REL-TOT.
           IF GS-SAIDAS (ISET) = ZEROS
                GO TO REL-IMPR2.
           COMPUTE LS-SETOR = ISET - 1
           MOVE GS-SAIDAS (ISET) TO LS-SAIDAS
           MOVE GS-QTLIMP (ISET) TO LS-QT (1)
           MOVE ZEROS TO W-MEDIA
           IF GS-QTLIMP (ISET) NOT = ZEROS
                DIVIDE GS-MINLIMP (ISET) BY GS-QTLIMP (ISET)
                       GIVING W-MEDIA.
           MOVE 1 TO IND
           PERFORM REL-HHMM THRU REL-HHMM-FIM
           MOVE GS-QTOCUP (ISET) TO LS-QT (2)
           MOVE ZEROS TO W-MEDIA
           IF GS-QTOCUP (ISET) NOT = ZEROS
                DIVIDE GS-MINOCUP (ISET) BY GS-QTOCUP (ISET)
                       GIVING W-MEDIA.
           MOVE 2 TO IND
           PERFORM REL-HHMM THRU REL-HHMM-FIM
           MOVE GS-QTGIRO (ISET) TO LS-QT (3)
           MOVE ZEROS TO W-MEDIA
           IF GS-QTGIRO (ISET) NOT = ZEROS
                DIVIDE GS-MINGIRO (ISET) BY GS-QTGIRO (ISET)
                       GIVING W-MEDIA.
           MOVE 3 TO IND
           PERFORM REL-HHMM THRU REL-HHMM-FIM
           MOVE GS-PENDLIMP (ISET) TO LS-PENDL
           MOVE GS-PENDOCUP (ISET) TO LS-PENDO
           WRITE REGGIRTX FROM LINSET.
       REL-IMPR2.
           ADD 1 TO ISET
           GO TO REL-IMPR1.
       REL-TOT.
           MOVE SPACES TO REGGIRTX
           WRITE REGGIRTX.
           MOVE "LEITOS DESOCUPADOS NO MES........:" TO LO-ROTULO
           MOVE W-TOTSAIDAS TO LO-QTDE
           WRITE REGGIRTX FROM LINTOT.
           CLOSE CADGIRTX
           MOVE "*** RELATORIO GERADO EM CADGIRRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----MEDIA EM MINUTOS (W-MEDIA) PARA HH:MM NA COLUNA IND---------*

       REL-HHMM.
           DIVIDE W-MEDIA BY 60 GIVING W-MEDHH REMAINDER W-MEDMI
           MOVE W-MEDHH TO LS-HH (IND)
           MOVE W-MEDMI TO LS-MI (IND).
       REL-HHMM-FIM.
           EXIT.

      *----DATA (W-MCDATA) E HORA (W-MCHORA) EM MINUTOS CORRIDOS-------*

       MIN-CALC.
           COMPUTE W-MCMIN = (((W-MCANO * 360) + (W-MCMES * 30)
                           + W-MCDIA) * 1440) + (W-MCHH * 60) + W-MCMI.
       MIN-CALC-FIM.
           EXIT.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADGIRO CADSOLV CADLEITO CADPACI REGMED.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
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
