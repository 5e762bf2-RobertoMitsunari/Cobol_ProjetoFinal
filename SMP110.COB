       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP110.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * OUVIDORIA: RECLAMACOES, SUGESTOES E ELOGIOS COM     *
      * PROTOCOLO NUMERADO (CADOUV.DAT), PACIENTE, TIPO,    *
      * MOTIVO, SETOR/MEDICO/UNIDADE ENVOLVIDOS, DESCRICAO, *
      * RESPONSAVEL PELA TRATATIVA (CADUSER) E PRAZO DE     *
      * RESPOSTA PELO TIPO DA MANIFESTACAO. OS ANDAMENTOS   *
      * FICAM EM CADOUVAN.DAT ATE O ENCERRAMENTO. TIPOS,    *
      * MOTIVOS E SETORES NA TABELA CADOUVTB.DAT.           *
      * LISTA DIARIA DE VENCENDO/VENCIDAS (CADOUVVL.DOC) E  *
      * RELATORIO MENSAL POR TIPO, MOTIVO E SETOR           *
      * (CADOUVRL.DOC) PARA A AUDITORIA DE REDE             *
      * CPF NA CONSULTA DO PROTOCOLO MASCARADO CONFORME O   *
      * PERFIL DO OPERADOR (SMPMSK)                         *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOUV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OUV-PROTOCOLO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADOUVAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OAN-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADOUVTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OTB-CHAVE
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
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADOUVWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WK-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADOUVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADOUVRX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOUV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUV.DAT".
       01 REGOUV.
          03 OUV-PROTOCOLO     PIC 9(06).
          03 OUV-DATA.
             05 OUV-ANO        PIC 9(04).
             05 OUV-MES        PIC 9(02).
             05 OUV-DIA        PIC 9(02).
          03 OUV-HORA          PIC 9(04).
          03 OUV-CANAL         PIC X(01).
             88 OUV-TELEFONE       VALUE "T".
             88 OUV-BALCAO         VALUE "B".
             88 OUV-EMAIL          VALUE "E".
          03 OUV-CPF           PIC 9(11).
          03 OUV-TIPO          PIC 9(02).
          03 OUV-MOTIVO        PIC 9(02).
          03 OUV-SETOR         PIC 9(02).
          03 OUV-CRM           PIC 9(06).
          03 OUV-UNIDADE       PIC 9(02).
          03 OUV-DESCR.
             05 OUV-DESCR1     PIC X(60).
             05 OUV-DESCR2     PIC X(60).
          03 OUV-RESP          PIC X(08).
          03 OUV-PRAZO         PIC 9(08).
          03 OUV-SITUACAO      PIC X(01).
             88 OUV-ABERTA         VALUE "A".
             88 OUV-ENCERRADA      VALUE "E".
          03 OUV-DTENC         PIC 9(08).
          03 OUV-ULTSEQ        PIC 9(03).
          03 OUV-OPERADOR      PIC X(08).
      *
       FD CADOUVAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVAN.DAT".
       01 REGOUVAN.
          03 OAN-CHAVE.
             05 OAN-PROTOCOLO  PIC 9(06).
             05 OAN-SEQ        PIC 9(03).
          03 OAN-DATA          PIC 9(08).
          03 OAN-HORA          PIC 9(04).
          03 OAN-OPERADOR      PIC X(08).
          03 OAN-EVENTO        PIC X(01).
             88 OAN-REGISTRO       VALUE "R".
             88 OAN-ANDAMENTO      VALUE "A".
             88 OAN-TRANSF         VALUE "T".
             88 OAN-ENCERRA        VALUE "E".
          03 OAN-TEXTO         PIC X(60).
      *
      *----TABELAS DA OUVIDORIA: T = TIPO DA MANIFESTACAO (COM O PRAZO-*
      *----DE RESPOSTA EM DIAS), M = MOTIVO, S = SETOR-----------------*
      *
       FD CADOUVTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVTB.DAT".
       01 REGOUVTB.
          03 OTB-CHAVE.
             05 OTB-CLASSE     PIC X(01).
             05 OTB-CODIGO     PIC 9(02).
          03 OTB-DESCR         PIC X(30).
          03 OTB-DIAS          PIC 9(03).
          03 OTB-SITUACAO      PIC X(01).
             88 OTB-ATIVO          VALUE "A".
             88 OTB-INATIVO        VALUE "I".
          03 OTB-DTALT         PIC 9(08).
          03 OTB-OPERADOR      PIC X(08).
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
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNI-CODIGO        PIC 9(02).
          03 UNI-NOME          PIC X(30).
          03 UNI-ENDERECO      PIC X(30).
          03 UNI-TELEFONE      PIC 9(11).
          03 UNI-SITUACAO      PIC X(01).
             88 UNI-ATIVA          VALUE "A".
             88 UNI-INATIVA        VALUE "I".
      *
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USR-CODIGO        PIC X(08).
          03 USR-SENHA         PIC X(08).
          03 USR-NOME          PIC X(30).
          03 USR-PERFIL        PIC X(01).
          03 USR-DTSENHA       PIC 9(08).
          03 USR-BLOQUEADO     PIC X(01).
             88 USR-BLOQ-SIM       VALUE "S".
          03 USR-TENTATIVAS    PIC 9(01).
          03 USR-HISTSEN       PIC X(24).
      *
      *----ACUMULADOR DO RELATORIO MENSAL: WK-DIM T/M/S DA TABELA------*
      *
       FD CADOUVWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVWK.DAT".
       01 REGOUVWK.
          03 WK-CHAVE.
             05 WK-DIM         PIC X(01).
             05 WK-COD         PIC 9(02).
          03 WK-TOT            PIC 9(05).
          03 WK-NOPRAZO        PIC 9(05).
          03 WK-FORAPRAZO      PIC 9(05).
          03 WK-ABERTA         PIC 9(05).
          03 WK-VENCIDA        PIC 9(05).
      *
       FD CADOUVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVVL.DOC".
       01 REGOUVTX    PIC X(100).
      *
       FD CADOUVRX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVRL.DOC".
       01 REGOUVRX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 W-UNIABERTO PIC X(01) VALUE "N".
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-SEQ      PIC 9(03) VALUE ZEROS.
       01 W-DIAS     PIC 9(03) VALUE ZEROS.
       01 W-NUMOUV   PIC 9(06) VALUE ZEROS.
       01 W-MAXNUM   PIC 9(06) VALUE ZEROS.
       01 W-CLASSE   PIC X(01) VALUE SPACES.
       01 W-OUVSALVA PIC X(199) VALUE SPACES.
       01 W-TBDESCR  PIC X(30) VALUE SPACES.
       01 W-NOVORESP PIC X(08) VALUE SPACES.
       01 W-TEXTO    PIC X(60) VALUE SPACES.
       01 W-EVENTO   PIC X(01) VALUE SPACES.
       01 W-RELMES   PIC 9(02) VALUE ZEROS.
       01 W-RELANO   PIC 9(04) VALUE ZEROS.
       01 W-LIMITE   PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AGORAHH PIC 9(02).
          03 W-AGORAMI PIC 9(02).
          03 W-AGORASS PIC 9(02).
          03 W-AGORACC PIC 9(02).
       01 W-HORA4    PIC 9(04) VALUE ZEROS.
       01 W-HORA4-R REDEFINES W-HORA4.
          03 W-H4HH    PIC 9(02).
          03 W-H4MI    PIC 9(02).
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
       01 W-DATAED1  PIC 99/99/9999.
       01 W-DATAED2  PIC 99/99/9999.
       01 W-HORAED1.
          03 W-HED1HH   PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HED1MI   PIC 9(02).
      *
      *----SOMA DE DIAS A DATA (PRAZO DE RESPOSTA)---------------------*
      *
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TENTDATA-N REDEFINES W-TENTDATA PIC 9(08).
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
      *
      *----VENCENDO = PRAZO ATE DOIS DIAS A FRENTE---------------------*
      *
       01 W-DIASALERTA  PIC 9(03) VALUE 2.
       01 W-TOTLIS      PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       01 W-TOTMES      PIC 9(05) VALUE ZEROS.
       01 W-DIMANT      PIC X(01) VALUE SPACES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CABDATA.
          03 CD-ROTULO  PIC X(20) VALUE SPACES.
          03 CD-DATA    PIC X(10).
       01 CABVEN.
          03 FILLER     PIC X(08) VALUE "PROTOC.".
          03 FILLER     PIC X(11) VALUE "ABERTURA".
          03 FILLER     PIC X(21) VALUE "TIPO".
          03 FILLER     PIC X(21) VALUE "SETOR".
          03 FILLER     PIC X(09) VALUE "RESPONS.".
          03 FILLER     PIC X(11) VALUE "PRAZO".
          03 FILLER     PIC X(10) VALUE "SITUACAO".
       01 LINVEN.
          03 LV-PROT    PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LV-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-TIPO    PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-SETOR   PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-RESP    PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-PRAZO   PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LV-SIT     PIC X(10).
       01 LINVEN2.
          03 FILLER     PIC X(08) VALUE SPACES.
          03 LV-DESCR   PIC X(60).
       01 CABMES.
          03 FILLER     PIC X(20) VALUE "MANIFESTACOES DE: ".
          03 CM-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CM-ANO     PIC 9999.
       01 CABDIM.
          03 FILLER     PIC X(04) VALUE "*** ".
          03 CX-TITULO  PIC X(30).
       01 CABCOL.
          03 FILLER     PIC X(05) VALUE "COD".
          03 FILLER     PIC X(31) VALUE "DESCRICAO".
          03 FILLER     PIC X(07) VALUE "  TOTAL".
          03 FILLER     PIC X(09) VALUE " NO PRAZO".
          03 FILLER     PIC X(09) VALUE "  ATRASO".
          03 FILLER     PIC X(09) VALUE "  ABERTA".
          03 FILLER     PIC X(09) VALUE " VENCIDA".
          03 FILLER     PIC X(08) VALUE "  %PRAZO".
       01 LINDIM.
          03 LD-COD     PIC 9(02).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LD-DESCR   PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-TOT     PIC ZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-NOPRAZO PIC ZZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-ATRASO  PIC ZZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-ABERTA  PIC ZZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-VENCIDA PIC ZZZZZZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LD-PERC    PIC ZZ9.
          03 FILLER     PIC X(01) VALUE "%".
       01 W-PERC        PIC 9(03) VALUE ZEROS.
       01 W-ENCERR      PIC 9(05) VALUE ZEROS.
       01 LINTOT.
          03 LT-ROTULO  PIC X(34).
          03 LT-QTDE    PIC ZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP110".
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
       01  SMT110.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** OUVIDORIA - RECLAMACOES, SUGE".
           05  LINE 02  COLUMN 41
               VALUE  "STOES E ELOGIOS ***".
           05  LINE 05  COLUMN 10
               VALUE  "N = REGISTRAR MANIFESTACAO (PROTOCOLO)".
           05  LINE 06  COLUMN 10
               VALUE  "A = ANDAMENTO / TRANSFERENCIA / ENCERRAMENTO".
           05  LINE 07  COLUMN 10
               VALUE  "V = LISTA DIARIA DE VENCENDO E VENCIDAS".
           05  LINE 08  COLUMN 10
               VALUE  "R = RELATORIO MENSAL POR MOTIVO E SETOR".
           05  LINE 09  COLUMN 10
               VALUE  "T = TABELAS DE TIPO/PRAZO, MOTIVO E SETOR".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
       01  TELAOUV.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "REGISTRO DE MANIFESTACAO DA OUVIDORIA".
           05  LINE 03  COLUMN 01
               VALUE  "CANAL (T=TELEFONE B=BALCAO E=EMAIL):".
           05  LINE 04  COLUMN 01
               VALUE  "CPF DO PACIENTE:".
           05  LINE 05  COLUMN 01
               VALUE  "TIPO...........:".
           05  LINE 06  COLUMN 01
               VALUE  "MOTIVO.........:".
           05  LINE 07  COLUMN 01
               VALUE  "SETOR..........:".
           05  LINE 08  COLUMN 01
               VALUE  "CRM (0=NENHUM).:".
           05  LINE 09  COLUMN 01
               VALUE  "UNIDADE (0=NENHUMA):".
           05  LINE 11  COLUMN 01
               VALUE  "DESCRICAO:".
           05  LINE 15  COLUMN 01
               VALUE  "RESPONSAVEL....:".
           05  LINE 17  COLUMN 01
               VALUE  "PRAZO RESPOSTA.:".
           05  TCANAL
               LINE 03  COLUMN 39  PIC X(01)
               USING  OUV-CANAL
               HIGHLIGHT.
           05  TCPF
               LINE 04  COLUMN 18  PIC 9(11)
               USING  OUV-CPF
               HIGHLIGHT.
           05  TTIPO
               LINE 05  COLUMN 18  PIC 9(02)
               USING  OUV-TIPO
               HIGHLIGHT.
           05  TMOTIVO
               LINE 06  COLUMN 18  PIC 9(02)
               USING  OUV-MOTIVO
               HIGHLIGHT.
           05  TSETOR
               LINE 07  COLUMN 18  PIC 9(02)
               USING  OUV-SETOR
               HIGHLIGHT.
           05  TCRM
               LINE 08  COLUMN 18  PIC 9(06)
               USING  OUV-CRM
               HIGHLIGHT.
           05  TUNIDADE
               LINE 09  COLUMN 22  PIC 9(02)
               USING  OUV-UNIDADE
               HIGHLIGHT.
           05  TDESCR1
               LINE 12  COLUMN 05  PIC X(60)
               USING  OUV-DESCR1
               HIGHLIGHT.
           05  TDESCR2
               LINE 13  COLUMN 05  PIC X(60)
               USING  OUV-DESCR2
               HIGHLIGHT.
           05  TRESP
               LINE 15  COLUMN 18  PIC X(08)
               USING  OUV-RESP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADOUV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADOUV
                 CLOSE CADOUV
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADOUVAN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADOUVAN
                 CLOSE CADOUVAN
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUVAN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADOUVTB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADOUVTB
                 CLOSE CADOUVTB
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUVTB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE MEDICOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE USUARIOS NAO DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-UNIABERTO
           OPEN INPUT CADUNID
           IF ST-ERRO = "00"
                MOVE "S" TO W-UNIABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT110
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "N" OR "n"
                GO TO NOV-001.
           IF W-MODO = "A" OR "a"
                GO TO AND-001.
           IF W-MODO = "V" OR "v"
                GO TO VEN-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           IF W-MODO = "T" OR "t"
                GO TO TAB-001.
           GO TO R1.

      *---------------REGISTRO DA MANIFESTACAO-------------------------*
      * PROTOCOLO SEQUENCIAL; PRAZO = DATA DE HOJE + DIAS DO TIPO. O   *
      * REGISTRO ABRE O HISTORICO DE ANDAMENTOS (SEQUENCIA 001)        *
      *----------------------------------------------------------------*

       NOV-001.
           MOVE ZEROS TO OUV-CPF OUV-TIPO OUV-MOTIVO OUV-SETOR
           MOVE ZEROS TO OUV-CRM OUV-UNIDADE OUV-PRAZO
           MOVE SPACES TO OUV-CANAL OUV-DESCR
           MOVE LK-OPERADOR TO OUV-RESP
           DISPLAY TELAOUV.
       NOV-002.
           ACCEPT TCANAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF NOT OUV-TELEFONE AND NOT OUV-BALCAO AND NOT OUV-EMAIL
                MOVE "*** CANAL INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-002.
       NOV-003.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-002.
           MOVE OUV-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-003.
           DISPLAY (04, 31) PACINOME.
       NOV-004.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-003.
           MOVE "T" TO OTB-CLASSE
           MOVE OUV-TIPO TO OTB-CODIGO
           PERFORM TAB-VALIDA THRU TAB-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-004.
           DISPLAY (05, 31) OTB-DESCR
           MOVE OTB-DIAS TO W-DIAS.
       NOV-005.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-004.
           MOVE "M" TO OTB-CLASSE
           MOVE OUV-MOTIVO TO OTB-CODIGO
           PERFORM TAB-VALIDA THRU TAB-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-005.
           DISPLAY (06, 31) OTB-DESCR.
       NOV-006.
           ACCEPT TSETOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-005.
           MOVE "S" TO OTB-CLASSE
           MOVE OUV-SETOR TO OTB-CODIGO
           PERFORM TAB-VALIDA THRU TAB-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-006.
           DISPLAY (07, 31) OTB-DESCR.
       NOV-007.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-006.
           DISPLAY (08, 31) LIMPA
           IF OUV-CRM = ZEROS
                GO TO NOV-008.
           MOVE OUV-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-007.
           DISPLAY (08, 31) NOME.
       NOV-008.
           ACCEPT TUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-007.
           DISPLAY (09, 31) LIMPA
           IF OUV-UNIDADE = ZEROS
                GO TO NOV-009.
           IF W-UNIABERTO NOT = "S"
                MOVE "*** CADASTRO DE UNIDADES NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-008.
           MOVE OUV-UNIDADE TO UNI-CODIGO
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-008.
           DISPLAY (09, 31) UNI-NOME.
       NOV-009.
           ACCEPT TDESCR1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-008.
           IF OUV-DESCR1 = SPACES
                MOVE "*** DESCREVA A MANIFESTACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-009.
           ACCEPT TDESCR2.
       NOV-010.
           ACCEPT TRESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO NOV-009.
           MOVE OUV-RESP TO USR-CODIGO
           PERFORM USR-VALIDA THRU USR-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-010.
           DISPLAY (15, 31) USR-NOME
           MOVE W-DATAHOJE TO W-TENTDATA-N
           PERFORM PRZ-SOMA THRU PRZ-SOMA-FIM
           MOVE W-TENTDATA-N TO OUV-PRAZO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           DISPLAY (17, 18) W-DATAED1.
       NOV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "REGISTRAR (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** REGISTRO CANCELADO PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NOV-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO NOV-OPC.
           DISPLAY (23, 40) LIMPA
           MOVE REGOUV TO W-OUVSALVA
           PERFORM OUV-VARRE THRU OUV-VARRE-FIM.
       NOV-GRAVA.
           MOVE W-OUVSALVA TO REGOUV
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-AGORAHH TO W-H4HH
           MOVE W-AGORAMI TO W-H4MI
           ADD 1 TO W-MAXNUM
           MOVE W-MAXNUM TO OUV-PROTOCOLO
           MOVE W-DATAHOJE TO OUV-DATA
           MOVE W-HORA4 TO OUV-HORA
           MOVE "A" TO OUV-SITUACAO
           MOVE ZEROS TO OUV-DTENC
           MOVE 1 TO OUV-ULTSEQ
           MOVE LK-OPERADOR TO OUV-OPERADOR
           WRITE REGOUV
           IF ST-ERRO = "22"
                PERFORM OUV-VARRE THRU OUV-VARRE-FIM
                GO TO NOV-GRAVA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "R" TO W-EVENTO
           MOVE SPACES TO W-TEXTO
           STRING "REGISTRADA, RESPONSAVEL " OUV-RESP
                  DELIMITED BY SIZE INTO W-TEXTO
           MOVE 1 TO W-SEQ
           PERFORM AND-GRAVA THRU AND-GRAVA-FIM
           DISPLAY (19, 01) "PROTOCOLO NUMERO: "
           DISPLAY (19, 19) OUV-PROTOCOLO
           MOVE "*** MANIFESTACAO REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 12) "ENTER PARA CONTINUAR"
           ACCEPT (23, 33) W-OPCAO
           GO TO NOV-001.

      *---------------ANDAMENTO DA MANIFESTACAO------------------------*
      * MOSTRA O PROTOCOLO COM O HISTORICO; REGISTRA ANDAMENTO,        *
      * TRANSFERENCIA DE RESPONSAVEL OU O ENCERRAMENTO COM A RESPOSTA  *
      * DADA. ENCERRADA NAO RECEBE MAIS ANDAMENTOS                     *
      *----------------------------------------------------------------*

       AND-001.
           MOVE ZEROS TO W-NUMOUV
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "ANDAMENTO DE MANIFESTACAO DA OUVIDORIA".
       AND-002.
           DISPLAY (03, 01) "PROTOCOLO:"
           ACCEPT (03, 12) W-NUMOUV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-NUMOUV TO OUV-PROTOCOLO
           READ CADOUV
           IF ST-ERRO NOT = "00"
                MOVE "*** PROTOCOLO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AND-002.
           PERFORM OUV-MOSTRA THRU OUV-MOSTRA-FIM
           IF OUV-ENCERRADA
                DISPLAY (23, 12) "ENCERRADA - ENTER PARA VOLTAR"
                ACCEPT (23, 42) W-OPCAO
                GO TO AND-001.
       AND-003.
           MOVE SPACES TO W-OPCAO
           DISPLAY (21, 01)
                "A=ANDAMENTO  T=TRANSFERIR RESPONSAVEL  E=ENCERRAR :"
           ACCEPT (21, 53) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO AND-001.
           IF W-OPCAO = "A" OR "a"
                MOVE "A" TO W-EVENTO
           ELSE
              IF W-OPCAO = "T" OR "t"
                 MOVE "T" TO W-EVENTO
              ELSE
                 IF W-OPCAO = "E" OR "e"
                    MOVE "E" TO W-EVENTO
                 ELSE
                    GO TO AND-003.
           MOVE SPACES TO W-TEXTO
           IF W-EVENTO NOT = "T"
                GO TO AND-004.
       AND-RESP.
           MOVE SPACES TO W-NOVORESP
           DISPLAY (22, 01) "NOVO RESPONSAVEL:"
           ACCEPT (22, 19) W-NOVORESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO AND-003.
           MOVE W-NOVORESP TO USR-CODIGO
           PERFORM USR-VALIDA THRU USR-VALIDA-FIM
           IF MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AND-RESP.
           IF W-NOVORESP = OUV-RESP
                MOVE "*** JA E O RESPONSAVEL ATUAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AND-RESP.
           STRING "TRANSFERIDA DE " OUV-RESP " PARA " W-NOVORESP
                  DELIMITED BY SIZE INTO W-TEXTO
           MOVE W-NOVORESP TO OUV-RESP
           GO TO AND-OPC.
       AND-004.
           IF W-EVENTO = "E"
                DISPLAY (22, 01) "RESPOSTA:"
           ELSE
                DISPLAY (22, 01) "TEXTO...:".
           ACCEPT (22, 11) W-TEXTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO AND-003.
           IF W-TEXTO = SPACES
                MOVE "*** DESCREVA O ANDAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AND-004.
       AND-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** ANDAMENTO CANCELADO PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AND-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO AND-OPC.
           DISPLAY (23, 40) LIMPA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-EVENTO = "E"
                MOVE "E" TO OUV-SITUACAO
                MOVE W-DATAHOJE TO OUV-DTENC.
           ADD 1 TO OUV-ULTSEQ
           MOVE OUV-ULTSEQ TO W-SEQ
           REWRITE REGOUV
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM AND-GRAVA THRU AND-GRAVA-FIM
           IF W-EVENTO = "E"
                MOVE "*** MANIFESTACAO ENCERRADA ***" TO MENS
           ELSE
                MOVE "*** ANDAMENTO REGISTRADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO AND-001.

      ******************************************************************
      * GRAVA O ANDAMENTO W-SEQ DO PROTOCOLO EM REGOUV (W-EVENTO E     *
      * W-TEXTO)                                                       *
      ******************************************************************
       AND-GRAVA.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-AGORAHH TO W-H4HH
           MOVE W-AGORAMI TO W-H4MI
           MOVE OUV-PROTOCOLO TO OAN-PROTOCOLO
           MOVE W-SEQ TO OAN-SEQ
           MOVE W-DATAHOJE TO OAN-DATA
           MOVE W-HORA4 TO OAN-HORA
           MOVE LK-OPERADOR TO OAN-OPERADOR
           MOVE W-EVENTO TO OAN-EVENTO
           MOVE W-TEXTO TO OAN-TEXTO
           WRITE REGOUVAN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUVAN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AND-GRAVA-FIM.
           EXIT.

      ******************************************************************
      * MOSTRA O PROTOCOLO LIDO EM REGOUV E OS ULTIMOS 10 ANDAMENTOS   *
      ******************************************************************
       OUV-MOSTRA.
           MOVE OUV-DATA TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE OUV-PRAZO TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED2
           DISPLAY (03, 20) "ABERTA EM"
           DISPLAY (03, 30) W-DATAED1
           DISPLAY (03, 42) "PRAZO"
           DISPLAY (03, 48) W-DATAED2
           IF OUV-ENCERRADA
                DISPLAY (03, 60) "ENCERRADA"
           ELSE
              IF OUV-PRAZO < W-DATAHOJE
                 DISPLAY (03, 60) "VENCIDA"
              ELSE
                 DISPLAY (03, 60) "ABERTA".
           MOVE OUV-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PACINOME.
           DISPLAY (04, 01) "PACIENTE:"
           MOVE OUV-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           DISPLAY (04, 11) W-MSKDADO (1:14)
           DISPLAY (04, 27) PACINOME
           MOVE "T" TO OTB-CLASSE
           MOVE OUV-TIPO TO OTB-CODIGO
           PERFORM TAB-DESCR THRU TAB-DESCR-FIM
           DISPLAY (05, 01) "TIPO....:"
           DISPLAY (05, 11) W-TBDESCR
           MOVE "M" TO OTB-CLASSE
           MOVE OUV-MOTIVO TO OTB-CODIGO
           PERFORM TAB-DESCR THRU TAB-DESCR-FIM
           DISPLAY (05, 42) "MOTIVO:"
           DISPLAY (05, 50) W-TBDESCR
           MOVE "S" TO OTB-CLASSE
           MOVE OUV-SETOR TO OTB-CODIGO
           PERFORM TAB-DESCR THRU TAB-DESCR-FIM
           DISPLAY (06, 01) "SETOR...:"
           DISPLAY (06, 11) W-TBDESCR
           DISPLAY (06, 42) "RESPONSAVEL:"
           DISPLAY (06, 55) OUV-RESP
           DISPLAY (07, 01) OUV-DESCR1
           DISPLAY (08, 01) OUV-DESCR2
           DISPLAY (09, 01) "---- HISTORICO ----"
           MOVE 1 TO W-SEQ
           IF OUV-ULTSEQ > 10
                COMPUTE W-SEQ = OUV-ULTSEQ - 9.
           MOVE 10 TO W-LIN.
       OUV-MOSTRA1.
           IF W-SEQ > OUV-ULTSEQ
                GO TO OUV-MOSTRA-FIM.
           MOVE OUV-PROTOCOLO TO OAN-PROTOCOLO
           MOVE W-SEQ TO OAN-SEQ
           READ CADOUVAN
           IF ST-ERRO = "00"
                MOVE OAN-DATA TO W-VALID
                PERFORM DAT-DMA THRU DAT-DMA-FIM
                MOVE W-DATADMA-N TO W-DATAED1
                DISPLAY (W-LIN, 01) W-DATAED1
                DISPLAY (W-LIN, 12) OAN-OPERADOR
                DISPLAY (W-LIN, 21) OAN-TEXTO
                ADD 1 TO W-LIN.
           ADD 1 TO W-SEQ
           GO TO OUV-MOSTRA1.
       OUV-MOSTRA-FIM.
           EXIT.

      ******************************************************************
      * ULTIMO PROTOCOLO EMITIDO EM W-MAXNUM (USA A AREA DE REGOUV)    *
      ******************************************************************
       OUV-VARRE.
           MOVE ZEROS TO W-MAXNUM OUV-PROTOCOLO
           START CADOUV KEY IS NOT LESS OUV-PROTOCOLO
               INVALID KEY
                   GO TO OUV-VARRE-FIM.
       OUV-VARRE1.
           READ CADOUV NEXT RECORD
               AT END
                   GO TO OUV-VARRE-FIM.
           MOVE OUV-PROTOCOLO TO W-MAXNUM
           GO TO OUV-VARRE1.
       OUV-VARRE-FIM.
           EXIT.

      *---------------LISTA DIARIA DE VENCENDO E VENCIDAS--------------*
      * MANIFESTACOES ABERTAS COM PRAZO ATE HOJE + W-DIASALERTA        *
      *----------------------------------------------------------------*

       VEN-001.
           MOVE W-DATAHOJE TO W-TENTDATA-N
           MOVE W-DIASALERTA TO W-DIAS
           PERFORM PRZ-SOMA THRU PRZ-SOMA-FIM
           MOVE W-TENTDATA-N TO W-LIMITE
           OPEN OUTPUT CADOUVTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUVTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "*** OUVIDORIA - VENCENDO E VENCIDAS ***" TO CAB0-TIT
           WRITE REGOUVTX FROM CAB0.
           MOVE W-DATAHOJE TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DATAED1
           MOVE "POSICAO EM: " TO CD-ROTULO
           MOVE W-DATAED1 TO CD-DATA
           WRITE REGOUVTX FROM CABDATA.
           MOVE SPACES TO REGOUVTX
           WRITE REGOUVTX.
           WRITE REGOUVTX FROM CABVEN.
           MOVE ZEROS TO W-TOTLIS W-TOTVENC OUV-PROTOCOLO
           START CADOUV KEY IS NOT LESS OUV-PROTOCOLO
               INVALID KEY
                   GO TO VEN-TOT.
       VEN-LER.
           READ CADOUV NEXT RECORD
               AT END
                   GO TO VEN-TOT.
           IF NOT OUV-ABERTA
                GO TO VEN-LER.
           IF OUV-PRAZO > W-LIMITE
                GO TO VEN-LER.
           ADD 1 TO W-TOTLIS
           MOVE OUV-PROTOCOLO TO LV-PROT
           MOVE OUV-DATA TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LV-DATA
           MOVE "T" TO OTB-CLASSE
           MOVE OUV-TIPO TO OTB-CODIGO
           PERFORM TAB-DESCR THRU TAB-DESCR-FIM
           MOVE W-TBDESCR TO LV-TIPO
           MOVE "S" TO OTB-CLASSE
           MOVE OUV-SETOR TO OTB-CODIGO
           PERFORM TAB-DESCR THRU TAB-DESCR-FIM
           MOVE W-TBDESCR TO LV-SETOR
           MOVE OUV-RESP TO LV-RESP
           MOVE OUV-PRAZO TO W-VALID
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LV-PRAZO
           IF OUV-PRAZO < W-DATAHOJE
                MOVE "VENCIDA" TO LV-SIT
                ADD 1 TO W-TOTVENC
           ELSE
              IF OUV-PRAZO = W-DATAHOJE
                 MOVE "VENCE HOJE" TO LV-SIT
              ELSE
                 MOVE "VENCENDO" TO LV-SIT.
           WRITE REGOUVTX FROM LINVEN
           MOVE OUV-DESCR1 TO LV-DESCR
           WRITE REGOUVTX FROM LINVEN2
           GO TO VEN-LER.
       VEN-TOT.
           MOVE SPACES TO REGOUVTX
           WRITE REGOUVTX.
           MOVE "MANIFESTACOES LISTADAS..........:" TO LT-ROTULO
           MOVE W-TOTLIS TO LT-QTDE
           WRITE REGOUVTX FROM LINTOT.
           MOVE "JA VENCIDAS.....................:" TO LT-ROTULO
           MOVE W-TOTVENC TO LT-QTDE
           WRITE REGOUVTX FROM LINTOT.
           CLOSE CADOUVTX
           DISPLAY (15, 10) "LISTADAS: " W-TOTLIS
           DISPLAY (16, 10) "VENCIDAS: " W-TOTVENC
           MOVE "*** LISTA GERADA EM CADOUVVL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------RELATORIO MENSAL---------------------------------*
      * MANIFESTACOES ABERTAS NO MES, POR TIPO, MOTIVO E SETOR:        *
      * ENCERRADAS NO PRAZO / COM ATRASO, AINDA ABERTAS E JA VENCIDAS  *
      *----------------------------------------------------------------*

       REL-001.
           MOVE W-HOJEMES TO W-RELMES
           MOVE W-HOJEANO TO W-RELANO
           DISPLAY (15, 10) "MES/ANO DE ABERTURA (MM AAAA):"
           ACCEPT (15, 42) W-RELMES WITH UPDATE
           ACCEPT (15, 45) W-RELANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-RELMES < 1 OR W-RELMES > 12 OR W-RELANO = ZEROS
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
           OPEN OUTPUT CADOUVWK
           CLOSE CADOUVWK
           OPEN I-O CADOUVWK
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUVWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADOUVRX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUVRX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOUVWK
                GO TO R1.
           MOVE ZEROS TO W-TOTMES OUV-PROTOCOLO
           START CADOUV KEY IS NOT LESS OUV-PROTOCOLO
               INVALID KEY
                   GO TO REL-IMP.
       REL-ACUM.
           READ CADOUV NEXT RECORD
               AT END
                   GO TO REL-IMP.
           IF OUV-MES NOT = W-RELMES OR OUV-ANO NOT = W-RELANO
                GO TO REL-ACUM.
           ADD 1 TO W-TOTMES
           MOVE "T" TO WK-DIM
           MOVE OUV-TIPO TO WK-COD
           PERFORM WK-SOMA THRU WK-SOMA-FIM
           MOVE "M" TO WK-DIM
           MOVE OUV-MOTIVO TO WK-COD
           PERFORM WK-SOMA THRU WK-SOMA-FIM
           MOVE "S" TO WK-DIM
           MOVE OUV-SETOR TO WK-COD
           PERFORM WK-SOMA THRU WK-SOMA-FIM
           GO TO REL-ACUM.
      *
       REL-IMP.
           MOVE "*** OUVIDORIA - INDICADORES DO MES ***" TO CAB0-TIT
           WRITE REGOUVRX FROM CAB0.
           MOVE W-RELMES TO CM-MES
           MOVE W-RELANO TO CM-ANO
           WRITE REGOUVRX FROM CABMES.
           MOVE SPACES TO W-DIMANT
           MOVE LOW-VALUES TO WK-CHAVE
           START CADOUVWK KEY IS NOT LESS WK-CHAVE
               INVALID KEY
                   GO TO REL-TOT.
       REL-IMP1.
           READ CADOUVWK NEXT RECORD
               AT END
                   GO TO REL-TOT.
           IF WK-DIM NOT = W-DIMANT
                PERFORM REL-CABDIM THRU REL-CABDIM-FIM.
           MOVE WK-DIM TO OTB-CLASSE
           MOVE WK-COD TO OTB-CODIGO
           PERFORM TAB-DESCR THRU TAB-DESCR-FIM
           MOVE WK-COD TO LD-COD
           MOVE W-TBDESCR TO LD-DESCR
           MOVE WK-TOT TO LD-TOT
           MOVE WK-NOPRAZO TO LD-NOPRAZO
           MOVE WK-FORAPRAZO TO LD-ATRASO
           MOVE WK-ABERTA TO LD-ABERTA
           MOVE WK-VENCIDA TO LD-VENCIDA
           COMPUTE W-ENCERR = WK-NOPRAZO + WK-FORAPRAZO
           MOVE ZEROS TO W-PERC
           IF W-ENCERR NOT = ZEROS
                COMPUTE W-PERC ROUNDED = (WK-NOPRAZO * 100) / W-ENCERR.
           MOVE W-PERC TO LD-PERC
           WRITE REGOUVRX FROM LINDIM
           GO TO REL-IMP1.
       REL-TOT.
           MOVE SPACES TO REGOUVRX
           WRITE REGOUVRX.
           MOVE "MANIFESTACOES ABERTAS NO MES....:" TO LT-ROTULO
           MOVE W-TOTMES TO LT-QTDE
           WRITE REGOUVRX FROM LINTOT.
           MOVE "%PRAZO = ENCERRADAS NO PRAZO SOBRE AS ENCERRADAS"
                                                         TO REGOUVRX
           WRITE REGOUVRX.
           CLOSE CADOUVWK CADOUVRX
           MOVE "*** RELATORIO GERADO EM CADOUVRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----SOMA A MANIFESTACAO CORRENTE NA CHAVE WK-CHAVE--------------*

       WK-SOMA.
           READ CADOUVWK
           IF ST-ERRO NOT = "00"
                MOVE ZEROS TO WK-TOT WK-NOPRAZO WK-FORAPRAZO
                MOVE ZEROS TO WK-ABERTA WK-VENCIDA.
           ADD 1 TO WK-TOT
           IF OUV-ENCERRADA
              IF OUV-DTENC > OUV-PRAZO
                 ADD 1 TO WK-FORAPRAZO
              ELSE
                 ADD 1 TO WK-NOPRAZO
           ELSE
              ADD 1 TO WK-ABERTA
              IF OUV-PRAZO < W-DATAHOJE
                 ADD 1 TO WK-VENCIDA.
           IF ST-ERRO = "00"
                REWRITE REGOUVWK
           ELSE
                WRITE REGOUVWK.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUVWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       WK-SOMA-FIM.
           EXIT.

       REL-CABDIM.
           MOVE WK-DIM TO W-DIMANT
           MOVE SPACES TO REGOUVRX
           WRITE REGOUVRX.
           IF WK-DIM = "M"
                MOVE "POR MOTIVO" TO CX-TITULO.
           IF WK-DIM = "S"
                MOVE "POR SETOR" TO CX-TITULO.
           IF WK-DIM = "T"
                MOVE "POR TIPO DE MANIFESTACAO" TO CX-TITULO.
           WRITE REGOUVRX FROM CABDIM.
           WRITE REGOUVRX FROM CABCOL.
       REL-CABDIM-FIM.
           EXIT.

      *---------------TABELAS DA OUVIDORIA-----------------------------*
      * T = TIPO (COM O PRAZO DE RESPOSTA EM DIAS), M = MOTIVO,        *
      * S = SETOR. INATIVO NAO E ACEITO EM MANIFESTACAO NOVA           *
      *----------------------------------------------------------------*

       TAB-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "TABELAS DA OUVIDORIA"
           DISPLAY (03, 01) "TABELA (T=TIPO M=MOTIVO S=SETOR):"
           MOVE SPACES TO W-CLASSE
           ACCEPT (03, 35) W-CLASSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CLASSE NOT = "T" AND "M" AND "S"
                GO TO TAB-001.
       TAB-002.
           MOVE ZEROS TO OTB-CODIGO OTB-DIAS
           MOVE SPACES TO OTB-DESCR
           MOVE "A" TO OTB-SITUACAO
           DISPLAY (05, 01) "CODIGO...........:"
           ACCEPT (05, 20) OTB-CODIGO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TAB-001.
           IF OTB-CODIGO = ZEROS
                GO TO TAB-002.
           MOVE W-CLASSE TO OTB-CLASSE
           MOVE "S" TO W-NOVO
           READ CADOUVTB
           IF ST-ERRO = "00"
                MOVE "N" TO W-NOVO
           ELSE
              IF ST-ERRO NOT = "23"
                 MOVE "ERRO NA LEITURA ARQUIVO CADOUVTB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       TAB-003.
           DISPLAY (07, 01) "DESCRICAO........:"
           ACCEPT (07, 20) OTB-DESCR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TAB-002.
           IF OTB-DESCR = SPACES
                GO TO TAB-003.
           IF W-CLASSE NOT = "T"
                GO TO TAB-005.
       TAB-004.
           DISPLAY (09, 01) "PRAZO RESPOSTA...:       DIAS"
           ACCEPT (09, 20) OTB-DIAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TAB-003.
           IF OTB-DIAS = ZEROS
                MOVE "*** INFORME O PRAZO EM DIAS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAB-004.
       TAB-005.
           DISPLAY (11, 01) "SITUACAO (A/I)...:"
           ACCEPT (11, 20) OTB-SITUACAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO TAB-003.
           IF NOT OTB-ATIVO AND NOT OTB-INATIVO
                GO TO TAB-005.
       TAB-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TAB-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO TAB-OPC.
           DISPLAY (23, 40) LIMPA
           MOVE W-DATAHOJE TO OTB-DTALT
           MOVE LK-OPERADOR TO OTB-OPERADOR
           IF W-NOVO = "S"
                WRITE REGOUVTB
           ELSE
                REWRITE REGOUVTB.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUVTB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TAB-001.

      ******************************************************************
      * VALIDA O CODIGO OTB-CHAVE PARA MANIFESTACAO NOVA; MENS EM      *
      * BRANCO QUANDO ESTA CADASTRADO E ATIVO                          *
      ******************************************************************
       TAB-VALIDA.
           MOVE SPACES TO MENS
           READ CADOUVTB
           IF ST-ERRO NOT = "00"
                MOVE "*** CODIGO NAO CADASTRADO (VER TABELAS) ***"
                                                           TO MENS
                GO TO TAB-VALIDA-FIM.
           IF OTB-INATIVO
                MOVE "*** CODIGO INATIVO NA TABELA ***" TO MENS.
       TAB-VALIDA-FIM.
           EXIT.

      *----DESCRICAO DE OTB-CHAVE EM W-TBDESCR-------------------------*

       TAB-DESCR.
           MOVE SPACES TO W-TBDESCR
           READ CADOUVTB
           IF ST-ERRO = "00"
                MOVE OTB-DESCR TO W-TBDESCR.
       TAB-DESCR-FIM.
           EXIT.

      ******************************************************************
      * RESPONSAVEL EM USR-CODIGO DEVE SER USUARIO NAO BLOQUEADO       *
      ******************************************************************
       USR-VALIDA.
           MOVE SPACES TO MENS
           READ CADUSER
           IF ST-ERRO NOT = "00"
                MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
                GO TO USR-VALIDA-FIM.
           IF USR-BLOQ-SIM
                MOVE "*** USUARIO BLOQUEADO ***" TO MENS.
       USR-VALIDA-FIM.
           EXIT.

      *----W-TENTDATA AVANCA W-DIAS DIAS-------------------------------*

       PRZ-SOMA.
           MOVE ZEROS TO W-CONT.
       PRZ-SOMA1.
           IF W-CONT NOT < W-DIAS
                GO TO PRZ-SOMA-FIM.
           PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
           ADD 1 TO W-CONT
           GO TO PRZ-SOMA1.
       PRZ-SOMA-FIM.
           EXIT.

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
      *----W-VALID (AAAAMMDD) PARA W-DATADMA-N (DDMMAAAA)--------------*
      *
       DAT-DMA.
           MOVE W-VLDDIA TO W-DMADIA
           MOVE W-VLDMES TO W-DMAMES
           MOVE W-VLDANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADOUV CADOUVAN CADOUVTB CADPACI REGMED CADUSER
           IF W-UNIABERTO = "S"
                CLOSE CADUNID.
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
