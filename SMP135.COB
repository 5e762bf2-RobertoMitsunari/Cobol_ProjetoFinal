       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP135.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * INDICE DE DOCUMENTOS DIGITALIZADOS DO PACIENTE      *
      * (CADDIGIT.DAT, CHAVE CPF + SEQUENCIA): TIPO (TC =   *
      * TERMO DE CONSENTIMENTO, LE = LAUDO EXTERNO, GA =    *
      * GUIA AUTORIZADA, DP = DOCUMENTO PESSOAL, OU =       *
      * OUTROS), DATA, ORIGEM (I=INTERNO E=EXTERNO          *
      * P=PACIENTE), VINCULO OPCIONAL (C = CONSULTA E I =   *
      * INTERNACAO PELA CHAVE CRM+DATA+HORA, E = NUMERO DO  *
      * PEDIDO DE EXAME, G = NUMERO DA GUIA DO CONVENIO) E  *
      * CAMINHO DO ARQUIVO NA PASTA DE REDE (UNICO).        *
      * MODOS: D = DOCUMENTOS DO PACIENTE (INCLUI, ALTERA,  *
      * EXCLUI), I = IMPORTACAO EM LOTE DA PASTA DO SCANNER *
      * E P = PENDENCIAS NO PERIODO (CADDIGRL.DOC).         *
      * A IMPORTACAO LE EM DIGLOTE.TXT A LISTA DOS NOMES    *
      * DOS ARQUIVOS DA PASTA (UM POR LINHA), NO PADRAO     *
      * CPF_TIPO_AAAAMMDD[_VINCULO_NUMERO].EXTENSAO, EX.:   *
      * 12345678901_GA_20261015_G_0000012345.PDF, E LISTA   *
      * AS CRITICAS EM CADDIGLT.DOC. PENDENCIAS: INTERNACAO *
      * SEM TERMO DE CONSENTIMENTO E GUIA AUTORIZADA SEM    *
      * DOCUMENTO. CADA GRAVACAO VAI PARA O CADAUDIT. CPF   *
      * DAS PENDENCIAS MASCARADO CONFORME O PERFIL DO       *
      * OPERADOR (SMPMSK)                                   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIGIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DIG-CAMINHO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADEXAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXO-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT DIGLOTE ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADDIGLT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADDIGRL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDIGIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIGIT.DAT".
       01 REGDIGIT.
          03 DIG-CHAVE.
             05 DIG-CPF        PIC 9(11).
             05 DIG-SEQ        PIC 9(04).
          03 DIG-TIPO          PIC X(02).
             88 DIG-TIPO-OK        VALUE "TC" "LE" "GA" "DP" "OU".
             88 DIG-TERMO          VALUE "TC".
             88 DIG-LAUDO          VALUE "LE".
             88 DIG-GUIA           VALUE "GA".
             88 DIG-PESSOAL        VALUE "DP".
          03 DIG-DATA.
             05 DIG-ANO        PIC 9(04).
             05 DIG-MES        PIC 9(02).
             05 DIG-DIA        PIC 9(02).
          03 DIG-ORIGEM        PIC X(01).
             88 DIG-ORIGEM-OK      VALUE "I" "E" "P".
          03 DIG-VINCTIPO      PIC X(01).
             88 DIG-VINC-OK        VALUE " " "C" "I" "E" "G".
          03 DIG-VINCULO       PIC 9(18).
          03 DIG-DESCR         PIC X(30).
          03 DIG-CAMINHO       PIC X(70).
          03 DIG-ENTRADA       PIC X(01).
             88 DIG-MANUAL         VALUE "M".
             88 DIG-LOTE           VALUE "L".
          03 DIG-DTCAD         PIC 9(08).
          03 DIG-OPERADOR      PIC X(08).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 PAC-CPF           PIC 9(11).
          03 PAC-NOME          PIC X(30).
          03 FILLER            PIC X(157).
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CONS-CHAVE.
             05 CONS-CRM       PIC 9(06).
             05 CONS-DATA      PIC 9(08).
             05 CONS-HORA      PIC 9(04).
          03 CONS-CPF          PIC 9(11).
          03 CONS-TIPO         PIC X(01).
          03 CONS-SITUACAO     PIC X(01).
             88 CONS-CANCELADA      VALUE "C".
          03 FILLER            PIC X(92).
          03 CONS-GUIA         PIC 9(10).
          03 CONS-GUIADATA     PIC 9(08).
          03 CONS-GUIASIT      PIC X(01).
             88 CONS-GUIA-AUTORIZ   VALUE "A".
          03 FILLER            PIC X(63).
      *
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTER.DAT".
       01 REGINTER.
          03 INT-CHAVE.
             05 INT-CRM        PIC 9(06).
             05 INT-DATA       PIC 9(08).
             05 INT-HORA       PIC 9(04).
          03 INT-CPF           PIC 9(11).
          03 INT-LEITO         PIC 9(03).
          03 INT-CRMRESP       PIC 9(06).
          03 INT-DTADM         PIC 9(08).
          03 INT-DTALTA        PIC 9(08).
          03 INT-CONDALTA      PIC X(01).
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
       FD DIGLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DIGLOTE.TXT".
       01 REGDIGLOTE  PIC X(80).
      *
       FD CADDIGLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIGLT.DOC".
       01 REGDIGLT    PIC X(110).
      *
       FD CADDIGRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIGRL.DOC".
       01 REGDIGRL    PIC X(110).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT.
          03 AUD-PROGRAMA      PIC X(07).
          03 AUD-CHAVE         PIC X(11).
          03 AUD-OPERACAO      PIC X(01).
          03 AUD-OPERADOR      PIC X(08).
          03 AUD-DATA.
             05 AUD-DIA        PIC 9(02).
             05 AUD-MES        PIC 9(02).
             05 AUD-ANO        PIC 9(04).
          03 AUD-HORA.
             05 AUD-HH         PIC 9(02).
             05 AUD-MM         PIC 9(02).
             05 AUD-SS         PIC 9(02).
          03 AUD-ANTES         PIC X(150).
          03 AUD-DEPOIS        PIC X(150).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-CONABERTO PIC X(01) VALUE "N".
       01 W-INTABERTO PIC X(01) VALUE "N".
       01 W-EXOABERTO PIC X(01) VALUE "N".
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-AUDOPER  PIC X(01) VALUE SPACES.
       01 W-CPF      PIC 9(11) VALUE ZEROS.
       01 W-PACNOME  PIC X(30) VALUE SPACES.
       01 W-SEQ      PIC 9(04) VALUE ZEROS.
       01 W-MAXSEQ   PIC 9(04) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-TIPODESC PIC X(12) VALUE SPACES.
       01 W-VINOK    PIC X(01) VALUE "S".
       01 W-VINMOT   PIC X(40) VALUE SPACES.
       01 W-ACHOU    PIC X(01) VALUE "N".
       01 W-REGDIGSAV PIC X(162) VALUE SPACES.
       01 W-ANTES    PIC X(150) VALUE SPACES.
       01 W-DATAOK   PIC X(01) VALUE "S".
       01 W-DTINI    PIC 9(08) VALUE ZEROS.
       01 W-DTFIM    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-AUDHH  PIC 9(02).
          03 W-AUDMM  PIC 9(02).
          03 W-AUDSS  PIC 9(02).
          03 W-AUDCC  PIC 9(02).
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
      *----IMPORTACAO: PASTA E PARTES DO NOME PADRONIZADO--------------*
      *
       01 W-PASTA    PIC X(40) VALUE SPACES.
       01 W-ESTOURO  PIC X(01) VALUE "N".
       01 W-NOMEBASE PIC X(80) VALUE SPACES.
       01 W-EXTENSAO PIC X(10) VALUE SPACES.
       01 W-CPCPF    PIC X(20) VALUE SPACES.
       01 W-CPTIPO   PIC X(20) VALUE SPACES.
       01 W-CPDATA   PIC X(20) VALUE SPACES.
       01 W-CPVT     PIC X(20) VALUE SPACES.
       01 W-CPVINC   PIC X(18) JUSTIFIED RIGHT VALUE SPACES.
       01 W-CPVINC-N REDEFINES W-CPVINC PIC 9(18).
       01 W-CPRESTO  PIC X(20) VALUE SPACES.
       01 W-QTCPF    PIC 9(02) VALUE ZEROS.
       01 W-QTTIPO   PIC 9(02) VALUE ZEROS.
       01 W-QTDATA   PIC 9(02) VALUE ZEROS.
       01 W-QTVT     PIC 9(02) VALUE ZEROS.
       01 W-QTVINC   PIC 9(02) VALUE ZEROS.
       01 W-TOTLIDAS PIC 9(05) VALUE ZEROS.
       01 W-TOTGRAV  PIC 9(05) VALUE ZEROS.
       01 W-TOTCRIT  PIC 9(05) VALUE ZEROS.
      *
      *----PROCURA DE DOCUMENTO PARA AS PENDENCIAS (DOC-PROCURA)-------*
      *
       01 W-PRCPF    PIC 9(11) VALUE ZEROS.
       01 W-PRTIPO   PIC X(02) VALUE SPACES.
       01 W-PRVT     PIC X(01) VALUE SPACES.
       01 W-PRVINC   PIC 9(18) VALUE ZEROS.
       01 W-PRVT2    PIC X(01) VALUE SPACES.
       01 W-PRVINC2  PIC 9(18) VALUE ZEROS.
       01 W-PRDTINI  PIC 9(08) VALUE ZEROS.
       01 W-PRDTFIM  PIC 9(08) VALUE ZEROS.
       01 W-TOTTERMO PIC 9(05) VALUE ZEROS.
       01 W-TOTGUIA  PIC 9(05) VALUE ZEROS.
      *
      *----TIPOS DE DOCUMENTO------------------------------------------*
      *
       01 TABTIPX.
          03 FILLER     PIC X(14) VALUE "TCTERMO CONSEN".
          03 FILLER     PIC X(14) VALUE "LELAUDO EXTERN".
          03 FILLER     PIC X(14) VALUE "GAGUIA AUTORIZ".
          03 FILLER     PIC X(14) VALUE "DPDOC PESSOAL ".
          03 FILLER     PIC X(14) VALUE "OUOUTROS      ".
       01 TABTIP REDEFINES TABTIPX.
          03 TBTIP-ENT  OCCURS 5 TIMES.
             05 TBTIP-COD   PIC X(02).
             05 TBTIP-DESCR PIC X(12).
       01 IND        PIC 9(02) VALUE ZEROS.
      *
      *----LINHA DA LISTA DE DOCUMENTOS DO PACIENTE--------------------*
      *
       01 W-LINDOC.
          03 LD-SEQ      PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TIPO     PIC X(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DATA     PIC 99/99/9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-ORIGEM   PIC X(01).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-VT       PIC X(01).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-VINC     PIC X(18).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DESCR    PIC X(30).
      *
      *----RELATORIO DA IMPORTACAO (CADDIGLT.DOC)----------------------*
      *
       01 CABLT0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(60) VALUE
              "*** IMPORTACAO DE DOCUMENTOS DIGITALIZADOS ***".
       01 CABLT1.
          03 FILLER     PIC X(61) VALUE "ARQUIVO".
          03 FILLER     PIC X(40) VALUE "CRITICA".
       01 LINCRI.
          03 LC-ARQ     PIC X(60).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LC-CRIT    PIC X(40).
       01 LINTOT.
          03 LO-ROTULO  PIC X(42).
          03 LO-QTDE    PIC ZZZZ9.
      *
      *----RELATORIO DE PENDENCIAS (CADDIGRL.DOC)----------------------*
      *
       01 CABRL0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(60) VALUE
              "*** PENDENCIAS DE DOCUMENTOS DIGITALIZADOS ***".
       01 CABPER.
          03 FILLER     PIC X(20) VALUE "PERIODO: ".
          03 CP-DTINI   PIC 99/99/9999.
          03 FILLER     PIC X(03) VALUE " A ".
          03 CP-DTFIM   PIC 99/99/9999.
       01 CABCOL.
          03 FILLER     PIC X(40) VALUE "PENDENCIA".
          03 FILLER     PIC X(11) VALUE "DATA".
          03 FILLER     PIC X(15) VALUE "CPF".
          03 FILLER     PIC X(31) VALUE "PACIENTE".
          03 FILLER     PIC X(16) VALUE "REFERENCIA".
       01 LINPEN.
          03 LP-PEND    PIC X(38).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LP-CPF     PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LP-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LP-REF     PIC X(16).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP135".
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
       01  SMT135.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** DOCUMENTOS DIGITALIZADOS DO P".
           05  LINE 02  COLUMN 41
               VALUE  "ACIENTE ***".
           05  LINE 08  COLUMN 10
               VALUE  "D = DOCUMENTOS DO PACIENTE".
           05  LINE 10  COLUMN 10
               VALUE  "I = IMPORTACAO EM LOTE (PASTA DO SCANNER)".
           05  LINE 12  COLUMN 10
               VALUE  "P = PENDENCIAS DE DOCUMENTOS NO PERIODO".
           05  LINE 14  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 14  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADDIGIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDIGIT
                 CLOSE CADDIGIT
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDIGIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDIGIT
                 GO TO ROT-FIMP.
           MOVE "N" TO W-CONABERTO
           OPEN INPUT CADCONS
           IF ST-ERRO = "00"
                MOVE "S" TO W-CONABERTO.
           MOVE "N" TO W-INTABERTO
           OPEN INPUT CADINTER
           IF ST-ERRO = "00"
                MOVE "S" TO W-INTABERTO.
           MOVE "N" TO W-EXOABERTO
           OPEN INPUT CADEXAM
           IF ST-ERRO = "00"
                MOVE "S" TO W-EXOABERTO.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT135
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "D" OR "d"
                GO TO DOC-001.
           IF W-MODO = "I" OR "i"
                GO TO LOT-001.
           IF W-MODO = "P" OR "p"
                GO TO PEN-001.
           GO TO R1.

      *---------------DOCUMENTOS DO PACIENTE------------------*

       DOC-001.
           MOVE ZEROS TO W-CPF
           MOVE SPACES TO W-PACNOME
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "DOCUMENTOS DIGITALIZADOS DO PACIENTE"
           DISPLAY (03, 03) "CPF DO PACIENTE:"
           ACCEPT (03, 20) W-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CPF = ZEROS
                GO TO DOC-001.
           MOVE W-CPF TO PAC-CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-001.
           MOVE PAC-NOME TO W-PACNOME
           DISPLAY (03, 33) W-PACNOME
           DISPLAY (05, 03)
             "SEQ  TP DATA       O V VINCULO            DESCRICAO".

       DOC-002.
           PERFORM LST-MOSTRA THRU LST-MOSTRA-FIM
           PERFORM DOC-LIMPA THRU DOC-LIMPA-FIM
           PERFORM DOC-TELA THRU DOC-TELA-FIM
           MOVE ZEROS TO W-SEQ
           DISPLAY (16, 03) "SEQUENCIA (0=NOVO):"
           ACCEPT (16, 23) W-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-001.
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-ANTES
           IF W-SEQ NOT = ZEROS
                GO TO DOC-003.
           IF W-MAXSEQ = 9999
                MOVE "*** LIMITE DE DOCUMENTOS DO PACIENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-002.
           COMPUTE W-SEQ = W-MAXSEQ + 1
           DISPLAY (16, 23) W-SEQ
           MOVE W-CPF TO DIG-CPF
           MOVE W-SEQ TO DIG-SEQ
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO DIG-DATA
           MOVE "I" TO DIG-ORIGEM
           GO TO DOC-TIPO.
       DOC-003.
           MOVE W-CPF TO DIG-CPF
           MOVE W-SEQ TO DIG-SEQ
           READ CADDIGIT
           IF ST-ERRO NOT = "00"
                MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-002.
           MOVE "S" TO W-EXISTE
           MOVE REGDIGIT TO W-ANTES
           PERFORM DOC-TELA THRU DOC-TELA-FIM.
       DOC-ACE.
           DISPLAY (23, 12) "A=ALTERAR   E=EXCLUIR DOCUMENTO"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-002.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "A" OR "a"
                GO TO DOC-TIPO.
           IF W-OPCAO = "E" OR "e"
                GO TO DOC-EXC.
           GO TO DOC-ACE.

       DOC-TIPO.
           ACCEPT (17, 30) DIG-TIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-002.
           INSPECT DIG-TIPO CONVERTING "tcleagdpou" TO "TCLEAGDPOU"
           IF NOT DIG-TIPO-OK
                MOVE "*** TIPO: TC, LE, GA, DP OU OU ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-TIPO.
           PERFORM TIP-DESC THRU TIP-DESC-FIM
           DISPLAY (17, 34) W-TIPODESC.
       DOC-DATA.
           MOVE DIG-DATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           ACCEPT (18, 30) W-DMADIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-TIPO.
           ACCEPT (18, 33) W-DMAMES WITH UPDATE
           ACCEPT (18, 36) W-DMAANO WITH UPDATE
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N" OR W-DATAREF = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-DATA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-DATAREF > W-DATAHOJE
                MOVE "*** DATA DO DOCUMENTO NO FUTURO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-DATA.
           MOVE W-DATAREF TO DIG-DATA.
       DOC-ORIGEM.
           ACCEPT (18, 73) DIG-ORIGEM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-DATA.
           INSPECT DIG-ORIGEM CONVERTING "iep" TO "IEP"
           IF NOT DIG-ORIGEM-OK
                MOVE "*** ORIGEM: I, E OU P ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-ORIGEM.
       DOC-VINC.
           ACCEPT (19, 30) DIG-VINCTIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-ORIGEM.
           INSPECT DIG-VINCTIPO CONVERTING "cieg" TO "CIEG"
           IF NOT DIG-VINC-OK
                MOVE "*** VINCULO: C, I, E, G OU BRANCO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-VINC.
           IF DIG-VINCTIPO = SPACE
                MOVE ZEROS TO DIG-VINCULO
                DISPLAY (19, 33) DIG-VINCULO
                GO TO DOC-DESCR.
           ACCEPT (19, 33) DIG-VINCULO WITH UPDATE
           PERFORM VIN-VALIDA THRU VIN-VALIDA-FIM
           IF W-VINOK = "N"
                MOVE W-VINMOT TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-VINC.
       DOC-DESCR.
           ACCEPT (20, 30) DIG-DESCR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-VINC.
       DOC-ARQ.
           ACCEPT (21, 09) DIG-CAMINHO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DOC-DESCR.
           IF DIG-CAMINHO = SPACES
                MOVE "*** INFORME O CAMINHO DO ARQUIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-ARQ.

       DOC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-002.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO DOC-OPC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO DIG-DTCAD
           MOVE LK-OPERADOR TO DIG-OPERADOR
           IF W-EXISTE = "S"
                MOVE "A" TO W-AUDOPER
                REWRITE REGDIGIT
           ELSE
                MOVE "M" TO DIG-ENTRADA
                MOVE "I" TO W-AUDOPER
                WRITE REGDIGIT.
           IF ST-ERRO = "22"
                MOVE "*** ARQUIVO JA INDEXADO EM OUTRO DOCUMENTO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-ARQ.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDIGIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-002.
           MOVE REGDIGIT TO AUD-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** DOCUMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DOC-002.

       DOC-EXC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-002.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO DOC-EXC.
           DELETE CADDIGIT RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADDIGIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOC-002.
           MOVE "E" TO W-AUDOPER
           MOVE SPACES TO AUD-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** DOCUMENTO EXCLUIDO DO INDICE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DOC-002.

      ******************************************************************
      * LISTA OS DOCUMENTOS DO CPF (ATE 9 NA TELA); DEVOLVE A MAIOR    *
      * SEQUENCIA EM W-MAXSEQ                                          *
      ******************************************************************
       LST-MOSTRA.
           MOVE ZEROS TO W-MAXSEQ
           MOVE 6 TO W-LIN.
       LST-LIMPA.
           IF W-LIN < 15
                DISPLAY (W-LIN, 01) LIMPA
                DISPLAY (W-LIN, 41) LIMPA
                ADD 1 TO W-LIN
                GO TO LST-LIMPA.
           MOVE 6 TO W-LIN
           MOVE W-CPF TO DIG-CPF
           MOVE ZEROS TO DIG-SEQ
           START CADDIGIT KEY IS NOT LESS DIG-CHAVE
               INVALID KEY
                   GO TO LST-FIM.
       LST-LER.
           READ CADDIGIT NEXT RECORD
               AT END
                   GO TO LST-FIM.
           IF DIG-CPF NOT = W-CPF
                GO TO LST-FIM.
           MOVE DIG-SEQ TO W-MAXSEQ
           IF W-LIN > 14
                GO TO LST-LER.
           MOVE DIG-SEQ TO LD-SEQ
           MOVE DIG-TIPO TO LD-TIPO
           MOVE DIG-DATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LD-DATA
           MOVE DIG-ORIGEM TO LD-ORIGEM
           MOVE DIG-VINCTIPO TO LD-VT
           MOVE SPACES TO LD-VINC
           IF DIG-VINCTIPO NOT = SPACE
                MOVE DIG-VINCULO TO LD-VINC.
           MOVE DIG-DESCR TO LD-DESCR
           DISPLAY (W-LIN, 03) W-LINDOC
           ADD 1 TO W-LIN
           GO TO LST-LER.
       LST-FIM.
           IF W-MAXSEQ = ZEROS
                DISPLAY (06, 03) "NENHUM DOCUMENTO INDEXADO".
       LST-MOSTRA-FIM.
           EXIT.

       DOC-LIMPA.
           MOVE SPACES TO DIG-TIPO DIG-ORIGEM DIG-VINCTIPO
           MOVE SPACES TO DIG-DESCR DIG-CAMINHO DIG-ENTRADA
           MOVE ZEROS TO DIG-DATA DIG-VINCULO
           MOVE SPACES TO W-TIPODESC.
       DOC-LIMPA-FIM.
           EXIT.

       DOC-TELA.
           PERFORM TIP-DESC THRU TIP-DESC-FIM
           MOVE DIG-DATA TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (17, 03) "TIPO (TC LE GA DP OU)....:"
           DISPLAY (17, 30) DIG-TIPO
           DISPLAY (17, 34) W-TIPODESC
           DISPLAY (18, 03) "DATA DO DOCUMENTO (D M A):"
           DISPLAY (18, 30) W-DMADIA
           DISPLAY (18, 33) W-DMAMES
           DISPLAY (18, 36) W-DMAANO
           DISPLAY (18, 43) "ORIGEM (I=INT E=EXT P=PAC):"
           DISPLAY (18, 73) DIG-ORIGEM
           DISPLAY (19, 03) "VINCULO (C I E G/BRANCO).:"
           DISPLAY (19, 30) DIG-VINCTIPO
           DISPLAY (19, 33) DIG-VINCULO
           DISPLAY (20, 03) "DESCRICAO................:"
           DISPLAY (20, 30) DIG-DESCR
           DISPLAY (21, 03) "ARQ.:"
           DISPLAY (21, 09) DIG-CAMINHO.
       DOC-TELA-FIM.
           EXIT.

      ******************************************************************
      * CONFERE O VINCULO DO DOCUMENTO (DIG-VINCTIPO/DIG-VINCULO) COM  *
      * O CPF DO DOCUMENTO; SAIDA: W-VINOK = N E O MOTIVO EM W-VINMOT  *
      ******************************************************************
       VIN-VALIDA.
           MOVE "S" TO W-VINOK
           MOVE SPACES TO W-VINMOT
           IF DIG-VINCTIPO = SPACE
                MOVE ZEROS TO DIG-VINCULO
                GO TO VIN-VALIDA-FIM.
           IF DIG-VINCULO = ZEROS
                MOVE "N" TO W-VINOK
                MOVE "NUMERO DO VINCULO NAO INFORMADO" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           IF DIG-VINCTIPO = "C"
                GO TO VIN-CONS.
           IF DIG-VINCTIPO = "I"
                GO TO VIN-INTER.
           IF DIG-VINCTIPO = "E"
                GO TO VIN-EXAME.
           IF DIG-VINCTIPO = "G"
                GO TO VIN-GUIA.
           MOVE "N" TO W-VINOK
           MOVE "TIPO DE VINCULO INVALIDO" TO W-VINMOT
           GO TO VIN-VALIDA-FIM.
       VIN-CONS.
           IF W-CONABERTO NOT = "S"
                MOVE "N" TO W-VINOK
                MOVE "CADASTRO DE CONSULTAS INDISPONIVEL" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           MOVE DIG-VINCULO TO CONS-CHAVE
           READ CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-VINOK
                MOVE "CONSULTA NAO ENCONTRADA" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           IF CONS-CPF NOT = DIG-CPF
                MOVE "N" TO W-VINOK
                MOVE "CONSULTA DE OUTRO PACIENTE" TO W-VINMOT.
           GO TO VIN-VALIDA-FIM.
       VIN-INTER.
           IF W-INTABERTO NOT = "S"
                MOVE "N" TO W-VINOK
                MOVE "CADASTRO DE INTERNACOES INDISPONIVEL" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           MOVE DIG-VINCULO TO INT-CHAVE
           READ CADINTER
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-VINOK
                MOVE "INTERNACAO NAO ENCONTRADA" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           IF INT-CPF NOT = DIG-CPF
                MOVE "N" TO W-VINOK
                MOVE "INTERNACAO DE OUTRO PACIENTE" TO W-VINMOT.
           GO TO VIN-VALIDA-FIM.
       VIN-EXAME.
           IF W-EXOABERTO NOT = "S"
                MOVE "N" TO W-VINOK
                MOVE "CADASTRO DE EXAMES INDISPONIVEL" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           IF DIG-VINCULO > 999999
                MOVE "N" TO W-VINOK
                MOVE "NUMERO DE PEDIDO DE EXAME INVALIDO" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           MOVE DIG-VINCULO TO EXO-NUMERO
           READ CADEXAM
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-VINOK
                MOVE "PEDIDO DE EXAME NAO ENCONTRADO" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           IF EXO-CPF NOT = DIG-CPF
                MOVE "N" TO W-VINOK
                MOVE "PEDIDO DE EXAME DE OUTRO PACIENTE" TO W-VINMOT.
           GO TO VIN-VALIDA-FIM.
       VIN-GUIA.
           IF W-CONABERTO NOT = "S"
                MOVE "N" TO W-VINOK
                MOVE "CADASTRO DE CONSULTAS INDISPONIVEL" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           IF DIG-VINCULO > 9999999999
                MOVE "N" TO W-VINOK
                MOVE "NUMERO DE GUIA INVALIDO" TO W-VINMOT
                GO TO VIN-VALIDA-FIM.
           MOVE DIG-CPF TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO VIN-GUIA2.
       VIN-GUIA1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO VIN-GUIA2.
           IF CONS-CPF NOT = DIG-CPF
                GO TO VIN-GUIA2.
           IF CONS-GUIA = DIG-VINCULO
                GO TO VIN-VALIDA-FIM.
           GO TO VIN-GUIA1.
       VIN-GUIA2.
           MOVE "N" TO W-VINOK
           MOVE "GUIA NAO ENCONTRADA NAS CONSULTAS" TO W-VINMOT.
       VIN-VALIDA-FIM.
           EXIT.

       TIP-DESC.
           MOVE SPACES TO W-TIPODESC
           MOVE 1 TO IND.
       TIP-DESC1.
           IF IND > 5
                GO TO TIP-DESC-FIM.
           IF TBTIP-COD (IND) = DIG-TIPO
                MOVE TBTIP-DESCR (IND) TO W-TIPODESC
                GO TO TIP-DESC-FIM.
           ADD 1 TO IND
           GO TO TIP-DESC1.
       TIP-DESC-FIM.
           EXIT.

      *---------------IMPORTACAO EM LOTE----------------------*

       LOT-001.
           MOVE SPACES TO W-PASTA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10)
             "IMPORTACAO DE DOCUMENTOS DA PASTA DO SCANNER"
           DISPLAY (03, 05)
             "LE EM DIGLOTE.TXT OS NOMES DOS ARQUIVOS DA PASTA,"
           DISPLAY (04, 05)
             "NO PADRAO CPF_TIPO_AAAAMMDD[_VINCULO_NUMERO].EXT"
           DISPLAY (05, 05)
             "(TIPO TC LE GA DP OU; VINCULO C I E G)"
           DISPLAY (07, 05) "PASTA DO SCANNER (TERMINADA POR \ OU /):"
           ACCEPT (08, 05) W-PASTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
       LOT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (10, 05) "CONFIRMA A IMPORTACAO (S/N):"
           ACCEPT (10, 35) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "* IMPORTACAO RECUSADA PELO OPERADOR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO LOT-OPC.
           OPEN INPUT DIGLOTE
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DIGLOTE.TXT NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADDIGLT
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADDIGLT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE DIGLOTE
                GO TO R1.
           WRITE REGDIGLT FROM CABLT0.
           MOVE SPACES TO REGDIGLT
           WRITE REGDIGLT.
           WRITE REGDIGLT FROM CABLT1.
           MOVE ZEROS TO W-TOTLIDAS W-TOTGRAV W-TOTCRIT.
      *
      *----PROCESSA CADA NOME DE ARQUIVO DA PASTA----------------------*
      *
       LOT-LER.
           READ DIGLOTE
               AT END
                   GO TO LOT-TOT.
           IF REGDIGLOTE = SPACES
                GO TO LOT-LER.
           ADD 1 TO W-TOTLIDAS
           MOVE REGDIGLOTE TO LC-ARQ
           MOVE SPACES TO W-NOMEBASE W-EXTENSAO W-CPCPF W-CPTIPO
           MOVE SPACES TO W-CPDATA W-CPVT W-CPVINC W-CPRESTO
           MOVE ZEROS TO W-QTCPF W-QTTIPO W-QTDATA W-QTVT W-QTVINC
           UNSTRING REGDIGLOTE DELIMITED BY "."
                    INTO W-NOMEBASE W-EXTENSAO
           UNSTRING W-NOMEBASE DELIMITED BY "_" OR SPACE
                    INTO W-CPCPF COUNT IN W-QTCPF
                         W-CPTIPO COUNT IN W-QTTIPO
                         W-CPDATA COUNT IN W-QTDATA
                         W-CPVT COUNT IN W-QTVT
                         W-CPVINC COUNT IN W-QTVINC
                         W-CPRESTO
           IF W-QTCPF NOT = 11 OR W-CPCPF (1:11) NOT NUMERIC
                MOVE "CPF FORA DO PADRAO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           MOVE W-CPCPF (1:11) TO W-CPF
           MOVE W-CPF TO PAC-CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "PACIENTE NAO CADASTRADO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           PERFORM DOC-LIMPA THRU DOC-LIMPA-FIM
           MOVE W-CPF TO DIG-CPF
           INSPECT W-CPTIPO CONVERTING "tcleagdpou" TO "TCLEAGDPOU"
           MOVE W-CPTIPO (1:2) TO DIG-TIPO
           IF W-QTTIPO NOT = 2 OR NOT DIG-TIPO-OK
                MOVE "TIPO DE DOCUMENTO INVALIDO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           IF W-QTDATA NOT = 8 OR W-CPDATA (1:8) NOT NUMERIC
                MOVE "DATA DO DOCUMENTO FORA DO PADRAO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           MOVE W-CPDATA (1:8) TO W-DATAREF
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-REFDIA < 1 OR W-REFDIA > 31 OR W-REFMES < 1
              OR W-REFMES > 12 OR W-REFANO < 1900
              OR W-DATAREF > W-DATAHOJE
                MOVE "DATA DO DOCUMENTO INVALIDA" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           MOVE W-DATAREF TO DIG-DATA
           IF W-CPRESTO NOT = SPACES
                MOVE "NOME FORA DO PADRAO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           IF W-QTVT = ZEROS AND W-QTVINC = ZEROS
                MOVE SPACE TO DIG-VINCTIPO
                MOVE ZEROS TO DIG-VINCULO
                GO TO LOT-ARQ.
           INSPECT W-CPVT CONVERTING "cieg" TO "CIEG"
           MOVE W-CPVT (1:1) TO DIG-VINCTIPO
           IF W-QTVT NOT = 1 OR DIG-VINCTIPO = SPACE
              OR NOT DIG-VINC-OK
                MOVE "TIPO DE VINCULO INVALIDO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           INSPECT W-CPVINC REPLACING LEADING SPACES BY ZEROS
           IF W-QTVINC = ZEROS OR W-QTVINC > 18
              OR W-CPVINC NOT NUMERIC
                MOVE "NUMERO DO VINCULO FORA DO PADRAO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           MOVE W-CPVINC-N TO DIG-VINCULO
           PERFORM VIN-VALIDA THRU VIN-VALIDA-FIM
           IF W-VINOK = "N"
                MOVE W-VINMOT TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
       LOT-ARQ.
           MOVE "N" TO W-ESTOURO
           STRING W-PASTA DELIMITED BY SPACE
                  REGDIGLOTE DELIMITED BY SPACE
                  INTO DIG-CAMINHO
                  ON OVERFLOW
                     MOVE "S" TO W-ESTOURO.
           IF W-ESTOURO = "S"
                MOVE "CAMINHO COM MAIS DE 70 POSICOES" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
      *----ORIGEM PELO TIPO: LAUDO E GUIA VEM DE FORA, DOCUMENTO-------*
      *----PESSOAL DO PACIENTE, O RESTO E DO PROPRIO HOSPITAL----------*
           MOVE "I" TO DIG-ORIGEM
           IF DIG-LAUDO OR DIG-GUIA
                MOVE "E" TO DIG-ORIGEM.
           IF DIG-PESSOAL
                MOVE "P" TO DIG-ORIGEM.
           MOVE SPACES TO DIG-DESCR
           STRING "LOTE " W-EXTENSAO DELIMITED BY SIZE
                  INTO DIG-DESCR
           PERFORM SEQ-PROX THRU SEQ-PROX-FIM
           IF W-MAXSEQ = 9999
                MOVE "LIMITE DE DOCUMENTOS DO PACIENTE" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           COMPUTE DIG-SEQ = W-MAXSEQ + 1
           MOVE "L" TO DIG-ENTRADA
           MOVE W-DATAHOJE TO DIG-DTCAD
           MOVE LK-OPERADOR TO DIG-OPERADOR
           WRITE REGDIGIT
           IF ST-ERRO = "22"
                MOVE "ARQUIVO JA INDEXADO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO LOT-LER.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDIGIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LOT-TOT.
           MOVE "I" TO W-AUDOPER
           MOVE SPACES TO W-ANTES
           MOVE REGDIGIT TO AUD-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ADD 1 TO W-TOTGRAV
           GO TO LOT-LER.

       LOT-TOT.
           MOVE SPACES TO REGDIGLT
           WRITE REGDIGLT.
           MOVE "NOMES DE ARQUIVO LIDOS...................:"
                                                        TO LO-ROTULO
           MOVE W-TOTLIDAS TO LO-QTDE
           WRITE REGDIGLT FROM LINTOT.
           MOVE "DOCUMENTOS INDEXADOS.....................:"
                                                        TO LO-ROTULO
           MOVE W-TOTGRAV TO LO-QTDE
           WRITE REGDIGLT FROM LINTOT.
           MOVE "ARQUIVOS CRITICADOS......................:"
                                                        TO LO-ROTULO
           MOVE W-TOTCRIT TO LO-QTDE
           WRITE REGDIGLT FROM LINTOT.
           CLOSE DIGLOTE CADDIGLT
           DISPLAY (15, 10) "NOMES LIDOS.........: " W-TOTLIDAS
           DISPLAY (16, 10) "DOCUMENTOS INDEXADOS: " W-TOTGRAV
           DISPLAY (17, 10) "CRITICAS............: " W-TOTCRIT
           MOVE "*** IMPORTACAO CONCLUIDA - VER CADDIGLT.DOC ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       CRI-GRAVA.
           WRITE REGDIGLT FROM LINCRI
           ADD 1 TO W-TOTCRIT.
       CRI-GRAVA-FIM.
           EXIT.

      *----MAIOR SEQUENCIA JA USADA PELO CPF (W-CPF) EM W-MAXSEQ-------*

       SEQ-PROX.
           MOVE REGDIGIT TO W-REGDIGSAV
           MOVE ZEROS TO W-MAXSEQ
           MOVE W-CPF TO DIG-CPF
           MOVE ZEROS TO DIG-SEQ
           START CADDIGIT KEY IS NOT LESS DIG-CHAVE
               INVALID KEY
                   GO TO SEQ-PROX9.
       SEQ-PROX1.
           READ CADDIGIT NEXT RECORD
               AT END
                   GO TO SEQ-PROX9.
           IF DIG-CPF NOT = W-CPF
                GO TO SEQ-PROX9.
           MOVE DIG-SEQ TO W-MAXSEQ
           GO TO SEQ-PROX1.
       SEQ-PROX9.
           MOVE W-REGDIGSAV TO REGDIGIT.
       SEQ-PROX-FIM.
           EXIT.

      *---------------PENDENCIAS NO PERIODO-------------------*

       PEN-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "PENDENCIAS DE DOCUMENTOS DIGITALIZADOS"
           DISPLAY (03, 05)
             "INTERNACOES ADMITIDAS NO PERIODO SEM TERMO DE"
           DISPLAY (04, 05)
             "CONSENTIMENTO E CONSULTAS DO PERIODO COM GUIA"
           DISPLAY (05, 05)
             "AUTORIZADA SEM O DOCUMENTO DA GUIA"
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DATAREF
           MOVE 01 TO W-REFDIA
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (08, 05) "DE (DD MM AAAA):".
           ACCEPT (08, 22) W-DMADIA WITH UPDATE
           ACCEPT (08, 25) W-DMAMES WITH UPDATE
           ACCEPT (08, 28) W-DMAANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N" OR W-DATAREF = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PEN-001.
           MOVE W-DATAREF TO W-DTINI.
       PEN-002.
           MOVE W-DATAHOJE TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           DISPLAY (08, 34) "ATE:".
           ACCEPT (08, 39) W-DMADIA WITH UPDATE
           ACCEPT (08, 42) W-DMAMES WITH UPDATE
           ACCEPT (08, 45) W-DMAANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PEN-001.
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N" OR W-DATAREF = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PEN-002.
           IF W-DATAREF < W-DTINI
                MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PEN-002.
           MOVE W-DATAREF TO W-DTFIM
           OPEN OUTPUT CADDIGRL
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADDIGRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGDIGRL FROM CABRL0.
           MOVE W-DTINI TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-DTINI
           MOVE W-DTFIM TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO CP-DTFIM
           WRITE REGDIGRL FROM CABPER.
           MOVE SPACES TO REGDIGRL
           WRITE REGDIGRL.
           WRITE REGDIGRL FROM CABCOL.
           MOVE ZEROS TO W-TOTTERMO W-TOTGUIA.
      *
      *----INTERNACOES SEM TERMO DE CONSENTIMENTO: VALE O TERMO--------*
      *----VINCULADO A INTERNACAO OU O SEM VINCULO DATADO ENTRE A------*
      *----ADMISSAO E A ALTA-------------------------------------------*
      *
       PEN-INT.
           IF W-INTABERTO NOT = "S"
                GO TO PEN-GUIA.
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
                   GO TO PEN-GUIA.
       PEN-INT1.
           READ CADINTER NEXT RECORD
               AT END
                   GO TO PEN-GUIA.
           IF INT-DTADM < W-DTINI OR INT-DTADM > W-DTFIM
                GO TO PEN-INT1.
           MOVE INT-CPF TO W-PRCPF
           MOVE "TC" TO W-PRTIPO
           MOVE "I" TO W-PRVT
           MOVE INT-CHAVE TO W-PRVINC
           MOVE SPACE TO W-PRVT2
           MOVE ZEROS TO W-PRVINC2
           MOVE INT-DTADM TO W-PRDTINI
           MOVE INT-DTALTA TO W-PRDTFIM
           IF INT-DTALTA = ZEROS
                MOVE 99999999 TO W-PRDTFIM.
           PERFORM DOC-PROCURA THRU DOC-PROCURA-FIM
           IF W-ACHOU = "S"
                GO TO PEN-INT1.
           MOVE "INTERNACAO SEM TERMO DE CONSENTIMENTO" TO LP-PEND
           MOVE INT-DTADM TO W-DATAREF
           MOVE SPACES TO LP-REF
           STRING "LEITO " INT-LEITO DELIMITED BY SIZE INTO LP-REF
           PERFORM PEN-LINHA THRU PEN-LINHA-FIM
           ADD 1 TO W-TOTTERMO
           GO TO PEN-INT1.
      *
      *----GUIA AUTORIZADA SEM DOCUMENTO: VALE A GUIA VINCULADA PELO---*
      *----NUMERO OU PELA CONSULTA, OU A SEM VINCULO DATADA ENTRE A----*
      *----AUTORIZACAO E A CONSULTA------------------------------------*
      *
       PEN-GUIA.
           IF W-CONABERTO NOT = "S"
                GO TO PEN-TOT.
           MOVE W-DTINI TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO PEN-TOT.
       PEN-GUIA1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO PEN-TOT.
           IF CONS-DATA > W-DTFIM
                GO TO PEN-TOT.
           IF NOT CONS-GUIA-AUTORIZ OR CONS-GUIA = ZEROS
              OR CONS-CANCELADA
                GO TO PEN-GUIA1.
           MOVE CONS-CPF TO W-PRCPF
           MOVE "GA" TO W-PRTIPO
           MOVE "G" TO W-PRVT
           MOVE CONS-GUIA TO W-PRVINC
           MOVE "C" TO W-PRVT2
           MOVE CONS-CHAVE TO W-PRVINC2
           MOVE CONS-GUIADATA TO W-PRDTINI
           MOVE CONS-DATA TO W-PRDTFIM
           IF CONS-GUIADATA = ZEROS
                MOVE CONS-DATA TO W-PRDTINI.
           IF W-PRDTINI > W-PRDTFIM
                MOVE CONS-DATA TO W-PRDTINI
                MOVE CONS-GUIADATA TO W-PRDTFIM.
           PERFORM DOC-PROCURA THRU DOC-PROCURA-FIM
           IF W-ACHOU = "S"
                GO TO PEN-GUIA1.
           MOVE "GUIA AUTORIZADA SEM DOCUMENTO" TO LP-PEND
           MOVE CONS-DATA TO W-DATAREF
           MOVE SPACES TO LP-REF
           STRING "GUIA " CONS-GUIA DELIMITED BY SIZE INTO LP-REF
           PERFORM PEN-LINHA THRU PEN-LINHA-FIM
           ADD 1 TO W-TOTGUIA
           GO TO PEN-GUIA1.

       PEN-TOT.
           MOVE SPACES TO REGDIGRL
           WRITE REGDIGRL.
           MOVE "INTERNACOES SEM TERMO DE CONSENTIMENTO...:"
                                                        TO LO-ROTULO
           MOVE W-TOTTERMO TO LO-QTDE
           WRITE REGDIGRL FROM LINTOT.
           MOVE "GUIAS AUTORIZADAS SEM DOCUMENTO..........:"
                                                        TO LO-ROTULO
           MOVE W-TOTGUIA TO LO-QTDE
           WRITE REGDIGRL FROM LINTOT.
           IF W-INTABERTO NOT = "S"
                MOVE "CADASTRO DE INTERNACOES NAO DISPONIVEL"
                                                        TO REGDIGRL
                WRITE REGDIGRL.
           IF W-CONABERTO NOT = "S"
                MOVE "CADASTRO DE CONSULTAS NAO DISPONIVEL"
                                                        TO REGDIGRL
                WRITE REGDIGRL.
           CLOSE CADDIGRL
           DISPLAY (12, 10) "INTERNACOES SEM TERMO.....: " W-TOTTERMO
           DISPLAY (13, 10) "GUIAS AUTORIZADAS SEM DOC.: " W-TOTGUIA
           MOVE "*** PENDENCIAS GERADAS EM CADDIGRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----LINHA DA PENDENCIA: LP-PEND, LP-REF E W-DATAREF MONTADOS----*

       PEN-LINHA.
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO LP-DATA
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           MOVE W-PRCPF TO PAC-CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PAC-NOME TO LP-NOME
           ELSE
                MOVE "PACIENTE NAO CADASTRADO" TO LP-NOME.
           WRITE REGDIGRL FROM LINPEN.
       PEN-LINHA-FIM.
           EXIT.

      ******************************************************************
      * O CPF W-PRCPF TEM DOCUMENTO DO TIPO W-PRTIPO VINCULADO A       *
      * W-PRVT/W-PRVINC (OU W-PRVT2/W-PRVINC2), OU SEM VINCULO E       *
      * DATADO ENTRE W-PRDTINI E W-PRDTFIM?  SAIDA: W-ACHOU = S/N      *
      ******************************************************************
       DOC-PROCURA.
           MOVE "N" TO W-ACHOU
           MOVE W-PRCPF TO DIG-CPF
           MOVE ZEROS TO DIG-SEQ
           START CADDIGIT KEY IS NOT LESS DIG-CHAVE
               INVALID KEY
                   GO TO DOC-PROCURA-FIM.
       DOC-PROCURA1.
           READ CADDIGIT NEXT RECORD
               AT END
                   GO TO DOC-PROCURA-FIM.
           IF DIG-CPF NOT = W-PRCPF
                GO TO DOC-PROCURA-FIM.
           IF DIG-TIPO NOT = W-PRTIPO
                GO TO DOC-PROCURA1.
           IF DIG-VINCTIPO = W-PRVT AND DIG-VINCULO = W-PRVINC
                MOVE "S" TO W-ACHOU
                GO TO DOC-PROCURA-FIM.
           IF W-PRVT2 NOT = SPACE AND DIG-VINCTIPO = W-PRVT2
              AND DIG-VINCULO = W-PRVINC2
                MOVE "S" TO W-ACHOU
                GO TO DOC-PROCURA-FIM.
           IF DIG-VINCTIPO = SPACE AND DIG-DATA NOT < W-PRDTINI
              AND DIG-DATA NOT > W-PRDTFIM
                MOVE "S" TO W-ACHOU
                GO TO DOC-PROCURA-FIM.
           GO TO DOC-PROCURA1.
       DOC-PROCURA-FIM.
           EXIT.

      *----DDMMAAAA DIGITADO (W-DATADMA) PARA AAAAMMDD (W-DATAREF)-----*

       DAT-VALIDA.
           MOVE "S" TO W-DATAOK
           IF W-DATADMA-N = ZEROS
                MOVE ZEROS TO W-DATAREF
                GO TO DAT-VALIDA-FIM.
           IF W-DMADIA < 1 OR W-DMADIA > 31 OR W-DMAMES < 1
              OR W-DMAMES > 12 OR W-DMAANO < 1900
                MOVE "N" TO W-DATAOK
                GO TO DAT-VALIDA-FIM.
           MOVE W-DMADIA TO W-REFDIA
           MOVE W-DMAMES TO W-REFMES
           MOVE W-DMAANO TO W-REFANO.
       DAT-VALIDA-FIM.
           EXIT.

      *----AAAAMMDD (W-DATAREF) PARA DDMMAAAA (W-DATADMA-N)------------*

       DAT-DMA.
           MOVE W-REFDIA TO W-DMADIA
           MOVE W-REFMES TO W-DMAMES
           MOVE W-REFANO TO W-DMAANO.
       DAT-DMA-FIM.
           EXIT.

      *---------[ ROTINA DE AUDITORIA ]---------------------
      *----AUD-DEPOIS JA MONTADO PELO CHAMADOR; CHAVE = CPF------------*
       AUD-GRAVA.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-GRAVA-FIM.
           MOVE "SMP135" TO AUD-PROGRAMA
           MOVE W-CPF TO AUD-CHAVE
           MOVE W-AUDOPER TO AUD-OPERACAO
           MOVE W-ANTES TO AUD-ANTES
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-HOJEDIA TO AUD-DIA
           MOVE W-HOJEMES TO AUD-MES
           MOVE W-HOJEANO TO AUD-ANO
           MOVE W-AUDHH TO AUD-HH
           MOVE W-AUDMM TO AUD-MM
           MOVE W-AUDSS TO AUD-SS
           MOVE LK-OPERADOR TO AUD-OPERADOR
           WRITE REGAUDIT
           CLOSE CADAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADDIGIT CADPACI.
           IF W-CONABERTO = "S"
                CLOSE CADCONS.
           IF W-INTABERTO = "S"
                CLOSE CADINTER.
           IF W-EXOABERTO = "S"
                CLOSE CADEXAM.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF DA PENDENCIA CONFORME O PERFIL DO OPERADOR--------------*

       MSK-CPF.
           MOVE W-PRCPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LP-CPF.
       MSK-CPF-FIM.
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
