       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP109.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * PESQUISA DE SATISFACAO (NPS) POS-ATENDIMENTO:       *
      * G = BATCH DIARIO QUE SELECIONA AS CONSULTAS         *
      *     REALIZADAS DO DIA ANTERIOR, RESPEITANDO O       *
      *     CONSENTIMENTO DE PESQUISA (CADCONSEN) E O OBITO *
      *     DO PACIENTE, GRAVA O CONTROLE (CADNPS.DAT) E    *
      *     GERA O ARQUIVO DE ENVIO CADNPS.CSV PARA O       *
      *     SERVICO DE MENSAGENS                            *
      * I = IMPORTA AS RESPOSTAS (CADNPSR.TXT: CRM;DATA;    *
      *     HORA;CPF;NOTA 0 A 10;COMENTARIO)                *
      * R = RELATORIO MENSAL DE NPS POR MEDICO,             *
      *     ESPECIALIDADE, UNIDADE E TIPO DE CONSULTA, COM  *
      *     OS COMENTARIOS DOS DETRATORES PARA RETORNO      *
      *     (CADNPSRL.DOC)                                  *
      * TELEFONE DOS DETRATORES E CPF DAS CRITICAS DA       *
      * IMPORTACAO MASCARADOS CONFORME O PERFIL DO OPERADOR *
      * (SMPMSK); O CSV DE ENVIO VAI POR EXTENSO            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDNOME WITH DUPLICATES.
           SELECT CADCONSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSN-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADNPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NPS-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADNPWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WK-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADNPCSV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADNPSR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADNPITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADNPSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CONS-CHAVE.
             05 CONS-CRM       PIC 9(06).
             05 CONS-DATA.
                07 CONS-ANO    PIC 9(04).
                07 CONS-MES    PIC 9(02).
                07 CONS-DIA    PIC 9(02).
             05 CONS-HORA.
                07 CONS-HH     PIC 9(02).
                07 CONS-MI     PIC 9(02).
          03 CONS-CPF          PIC 9(11).
          03 CONS-TIPO         PIC X(01).
          03 CONS-SITUACAO     PIC X(01).
             88 CONS-AGENDADA       VALUE "A".
             88 CONS-CANCELADA      VALUE "C".
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-OBS          PIC X(30).
          03 CONS-MOTIVOCANC   PIC X(30).
          03 CONS-DTCANC       PIC 9(08).
          03 CONS-REMARC       PIC 9(18).
          03 CONS-CHEGADA      PIC 9(04).
          03 CONS-SALA         PIC 9(02).
          03 CONS-GUIA         PIC 9(10).
          03 CONS-GUIADATA     PIC 9(08).
          03 CONS-GUIASIT      PIC X(01).
          03 CONS-LOTE         PIC 9(06).
          03 CONS-VALFAT       PIC 9(08).
          03 CONS-VALPAGO      PIC 9(08).
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
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
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 CONVENIO       PIC 9(04).
          03 SITUACAO       PIC X(01).
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
          03 MEDNOME               PIC X(30).
          03 ESPECIALIDADE         PIC 9(02).
          03 FILLER                PIC X(52).
          03 MEDSITUACAO           PIC X(01).
          03 CRMUF                 PIC X(02).
          03 FILLER                PIC X(16).
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
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO       PIC 9(02).
          03 SALA-DESCR        PIC X(20).
          03 SALA-ANDAR        PIC 9(02).
          03 SALA-SITUACAO     PIC X(01).
             88 SALA-ATIVA         VALUE "A".
             88 SALA-INATIVA       VALUE "I".
          03 SALA-UNIDADE      PIC 9(02).
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
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01 REGESP.
          03 ESP-CODIGO        PIC 9(02).
          03 ESP-DESCR         PIC X(20).
      *
      *----CONTROLE DA PESQUISA POR CONSULTA: ESPECIALIDADE, UNIDADE---*
      *----E TIPO SAO GUARDADOS NO ENVIO PARA O RELATORIO MENSAL------*
      *
       FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
       01 REGNPS.
          03 NPS-CHAVE.
             05 NPS-CRM        PIC 9(06).
             05 NPS-DATA.
                07 NPS-ANO     PIC 9(04).
                07 NPS-MES     PIC 9(02).
                07 NPS-DIA     PIC 9(02).
             05 NPS-HORA       PIC 9(04).
          03 NPS-CPF           PIC 9(11).
          03 NPS-ESPEC         PIC 9(02).
          03 NPS-UNIDADE       PIC 9(02).
          03 NPS-TIPO          PIC X(01).
          03 NPS-DTENVIO       PIC 9(08).
          03 NPS-SITUACAO      PIC X(01).
             88 NPS-ENVIADA        VALUE "E".
             88 NPS-RESPONDIDA     VALUE "R".
          03 NPS-NOTA          PIC 9(02).
          03 NPS-DTRESP        PIC 9(08).
          03 NPS-COMENT        PIC X(80).
      *
      *----ACUMULADOR DO RELATORIO: DIMENSAO 1=MEDICO 2=ESPECIALIDADE--*
      *----3=UNIDADE 4=TIPO DE CONSULTA--------------------------------*
      *
       FD CADNPWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPWK.DAT".
       01 REGNPWK.
          03 WK-CHAVE.
             05 WK-DIM         PIC X(01).
             05 WK-COD         PIC X(06).
          03 WK-PROM           PIC 9(05).
          03 WK-NEUT           PIC 9(05).
          03 WK-DETR           PIC 9(05).
      *
       FD CADNPCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.CSV".
       01 REGNPCSV    PIC X(140).
      *
       FD CADNPSR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPSR.TXT".
       01 REGNPSR     PIC X(140).
      *
       FD CADNPITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPIRL.DOC".
       01 REGNPITX    PIC X(100).
      *
       FD CADNPSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPSRL.DOC".
       01 REGNPSTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-CSNABERTO   PIC X(01) VALUE "N".
       01 W-SALABERTO   PIC X(01) VALUE "N".
       01 W-CSNPESQ     PIC X(01) VALUE "S".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAREF     PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
          03 W-REFANO   PIC 9(04).
          03 W-REFMES   PIC 9(02).
          03 W-REFDIA   PIC 9(02).
       01 W-DATAED      PIC 99/99/9999.
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
       01 W-RELMES      PIC 9(02) VALUE ZEROS.
       01 W-RELANO      PIC 9(04) VALUE ZEROS.
      *
      *----DIA ANTERIOR-----------------------------------------------*
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
      *
       01 W-CSVLINHA    PIC X(140) VALUE SPACES.
       01 W-CRMTX       PIC X(06) VALUE SPACES.
       01 W-DATATX      PIC X(08) VALUE SPACES.
       01 W-HORATX      PIC X(04) VALUE SPACES.
       01 W-CPFTX       PIC X(11) VALUE SPACES.
       01 W-DDDTX       PIC X(02) VALUE SPACES.
       01 W-NUMTX       PIC X(09) VALUE SPACES.
       01 W-RSCRM       PIC X(06) VALUE SPACES.
       01 W-RSDATA      PIC X(08) VALUE SPACES.
       01 W-RSHORA      PIC X(04) VALUE SPACES.
       01 W-RSCPF       PIC X(11) VALUE SPACES.
       01 W-RSNOTA      PIC X(02) VALUE SPACES.
       01 W-RSNOTA-N REDEFINES W-RSNOTA PIC 9(02).
       01 W-RSCOMENT    PIC X(80) VALUE SPACES.
       01 W-TOTENV      PIC 9(05) VALUE ZEROS.
       01 W-TOTJAENV    PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMCSN   PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMCONT  PIC 9(05) VALUE ZEROS.
       01 W-TOTRESP     PIC 9(05) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(05) VALUE ZEROS.
       01 W-TOTDETR     PIC 9(05) VALUE ZEROS.
       01 W-TOTNPS      PIC 9(05) VALUE ZEROS.
       01 W-PROM        PIC 9(05) VALUE ZEROS.
       01 W-NEUT        PIC 9(05) VALUE ZEROS.
       01 W-DETR        PIC 9(05) VALUE ZEROS.
       01 W-NPS         PIC S9(03) VALUE ZEROS.
       01 W-DIMANT      PIC X(01) VALUE SPACES.
       01 W-CODNUM      PIC 9(06) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 CAB0-TIT   PIC X(50) VALUE SPACES.
       01 CABMES.
          03 FILLER     PIC X(20) VALUE "CONSULTAS DE: ".
          03 CM-MES     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CM-ANO     PIC 9999.
       01 CABDIM.
          03 FILLER     PIC X(04) VALUE "*** ".
          03 CD-TITULO  PIC X(30).
       01 CABCOL.
          03 FILLER     PIC X(08) VALUE "CODIGO".
          03 FILLER     PIC X(31) VALUE "DESCRICAO".
          03 FILLER     PIC X(09) VALUE "  RESPOST".
          03 FILLER     PIC X(09) VALUE "  PROMOT".
          03 FILLER     PIC X(09) VALUE "  NEUTRO".
          03 FILLER     PIC X(09) VALUE "  DETRAT".
          03 FILLER     PIC X(06) VALUE "   NPS".
       01 LINDIM.
          03 LD-COD     PIC X(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-DESCR   PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-TOT     PIC ZZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-PROM    PIC ZZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-NEUT    PIC ZZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-DETR    PIC ZZZZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-NPS     PIC -ZZ9.
       01 CABDET.
          03 FILLER     PIC X(50) VALUE
              "*** DETRATORES (NOTA 0 A 6) PARA RETORNO ***".
       01 CABDET2.
          03 FILLER     PIC X(11) VALUE "CONSULTA".
          03 FILLER     PIC X(07) VALUE "CRM".
          03 FILLER     PIC X(31) VALUE "PACIENTE".
          03 FILLER     PIC X(13) VALUE "TELEFONE".
          03 FILLER     PIC X(04) VALUE "NOTA".
       01 LINDET.
          03 LT-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LT-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LT-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LT-TEL     PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LT-NOTA    PIC Z9.
       01 LINCOM.
          03 FILLER     PIC X(11) VALUE SPACES.
          03 LC-COMENT  PIC X(80).
      *
       01 ICAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** IMPORTACAO DAS RESPOSTAS DA PESQUISA NPS ***".
       01 LINRESP.
          03 LR-CRM     PIC X(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-DATA    PIC X(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-HORA    PIC X(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-OCORR   PIC X(40).
       01 LINTOT.
          03 LO-ROTULO  PIC X(34).
          03 LO-QTDE    PIC ZZZZ9.
      *-----------------------------------------------------------------
       01 W-JOBNOME  PIC X(07) VALUE SPACES.
       01 W-JOBEVT   PIC X(01) VALUE SPACES.
       01 W-JOBRET   PIC X(01) VALUE SPACES.
       01 W-LOGPROG   PIC X(07) VALUE "SMP109".
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
       01  SMT109.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** PESQUISA DE SATISFACAO (NPS)".
           05  LINE 02  COLUMN 41
               VALUE  " POS-ATENDIMENTO ***".
           05  LINE 05  COLUMN 10
               VALUE  "G = GERAR O ENVIO (CONSULTAS DO DIA ANTE".
           05  LINE 05  COLUMN 50
               VALUE  "RIOR)".
           05  LINE 06  COLUMN 10
               VALUE  "I = IMPORTAR AS RESPOSTAS (CADNPSR.TXT)".
           05  LINE 07  COLUMN 10
               VALUE  "R = RELATORIO MENSAL DE NPS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT109
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "G" OR "g"
                GO TO GER-001.
           IF W-MODO = "I" OR "i"
                GO TO IMP-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R1.

      ******************************************************************
      * GERACAO DO ENVIO: CONSULTAS REALIZADAS NA DATA (PADRAO ONTEM)  *
      * QUE AINDA NAO TEM PESQUISA; SEM CONSENTIMENTO DE PESQUISA, COM *
      * OBITO OU SEM TELEFONE/EMAIL FICAM FORA                         *
      ******************************************************************
       GER-001.
           MOVE W-DATAHOJE TO W-TENTDATA-N
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           MOVE W-TENTDATA-N TO W-DATAREF
           DISPLAY (15, 10) "DATA DAS CONSULTAS (DD MM AAAA):"
           ACCEPT (15, 44) W-REFDIA WITH UPDATE
           ACCEPT (15, 47) W-REFMES WITH UPDATE
           ACCEPT (15, 50) W-REFANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-REFDIA < 1 OR W-REFDIA > 31 OR W-REFMES < 1
              OR W-REFMES > 12 OR W-DATAREF NOT < W-DATAHOJE
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-001.
       GER-OPC.
           DISPLAY (17, 10) "CONFIRMA A GERACAO (S/N)?"
           ACCEPT (17, 36) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "* GERACAO RECUSADA PELO OPERADOR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO GER-OPC.
           MOVE "SMP109 " TO W-JOBNOME
           MOVE "I" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           IF W-JOBRET = "B"
                MOVE "** GERACAO BLOQUEADA POR DEPENDENCIA **" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-TOTENV W-TOTJAENV W-TOTSEMCSN W-TOTSEMCONT.
       GER-OP0.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO DE CONSULTAS NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           OPEN INPUT CADPACI REGMED
           MOVE "N" TO W-CSNABERTO W-SALABERTO
           OPEN INPUT CADCONSEN
           IF ST-ERRO = "00"
                MOVE "S" TO W-CSNABERTO.
           OPEN INPUT CADSALA
           IF ST-ERRO = "00"
                MOVE "S" TO W-SALABERTO.
       GER-OP1.
           OPEN I-O CADNPS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADNPS
                 CLOSE CADNPS
                 GO TO GER-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADNPS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GER-FIM.
           OPEN OUTPUT CADNPCSV
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO CADNPCSV" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GER-FIM.
           MOVE W-DATAREF TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO GER-TOT.
       GER-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO GER-TOT.
           IF CONS-DATA NOT = W-DATAREF
                GO TO GER-TOT.
           IF NOT CONS-REALIZADA
                GO TO GER-LER.
           MOVE CONS-CHAVE TO NPS-CHAVE
           READ CADNPS
           IF ST-ERRO = "00"
                ADD 1 TO W-TOTJAENV
                GO TO GER-LER.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO GER-LER.
           IF PAC-OBITO
                GO TO GER-LER.
      *----CONSENTIMENTO LGPD: QUEM RECUSOU PESQUISA FICA FORA---------*
           PERFORM CSN-CHECA THRU CSN-CHECA-FIM
           IF W-CSNPESQ = "N"
                ADD 1 TO W-TOTSEMCSN
                GO TO GER-LER.
           IF NUM = ZEROS AND EMAIL = SPACES
                ADD 1 TO W-TOTSEMCONT
                GO TO GER-LER.
           MOVE CONS-CHAVE TO NPS-CHAVE
           MOVE CONS-CPF TO NPS-CPF
           MOVE CONS-CRM TO CRM
           MOVE ZEROS TO ESPECIALIDADE
           READ REGMED
           MOVE ESPECIALIDADE TO NPS-ESPEC
           MOVE ZEROS TO NPS-UNIDADE
           IF W-SALABERTO = "S" AND CONS-SALA NOT = ZEROS
                MOVE CONS-SALA TO SALA-CODIGO
                READ CADSALA
                IF ST-ERRO = "00"
                     MOVE SALA-UNIDADE TO NPS-UNIDADE.
           MOVE CONS-TIPO TO NPS-TIPO
           MOVE W-DATAHOJE TO NPS-DTENVIO
           MOVE "E" TO NPS-SITUACAO
           MOVE ZEROS TO NPS-NOTA NPS-DTRESP
           MOVE SPACES TO NPS-COMENT
           WRITE REGNPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-FIM.
           PERFORM GERA-CSV THRU GERA-CSV-FIM
           ADD 1 TO W-TOTENV
           GO TO GER-LER.
       GER-TOT.
           DISPLAY (19, 10) "PESQUISAS GERADAS.......: " W-TOTENV
           DISPLAY (20, 10) "JA ENVIADAS ANTES.......: " W-TOTJAENV
           DISPLAY (21, 10) "SEM CONSENTIMENTO.......: " W-TOTSEMCSN
           DISPLAY (22, 10) "SEM TELEFONE/EMAIL......: " W-TOTSEMCONT
           MOVE "SMP109 " TO W-JOBNOME
           MOVE "F" TO W-JOBEVT
           PERFORM JOB-MARCA THRU JOB-MARCA-FIM
           MOVE "*** ENVIO GERADO EM CADNPS.CSV ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GER-FIM.
           CLOSE CADCONS CADPACI REGMED CADNPS CADNPCSV
           IF W-CSNABERTO = "S"
                CLOSE CADCONSEN.
           IF W-SALABERTO = "S"
                CLOSE CADSALA.
           GO TO R1.

      *----LINHA DELIMITADA POR PONTO-E-VIRGULA PARA O ENVIO-----------*

       GERA-CSV.
           MOVE CONS-CRM TO W-CRMTX
           MOVE CONS-DATA TO W-DATATX
           MOVE CONS-HORA TO W-HORATX
           MOVE CONS-CPF TO W-CPFTX
           MOVE DDD      TO W-DDDTX
           MOVE NUM      TO W-NUMTX
           MOVE SPACES   TO W-CSVLINHA
           STRING W-CRMTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DATATX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-HORATX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CPFTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NOME DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DDDTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-NUMTX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EMAIL DELIMITED BY SIZE
                  INTO W-CSVLINHA.
           WRITE REGNPCSV FROM W-CSVLINHA.
       GERA-CSV-FIM.
           EXIT.
      *
      ******************************************************************
      * CONSULTA OS CONSENTIMENTOS LGPD DO CPF CORRENTE (CADCONSEN);   *
      * SEM REGISTRO, O CONSENTIMENTO E PRESUMIDO (W-CSNPESQ = S)      *
      ******************************************************************
       CSN-CHECA.
           MOVE "S" TO W-CSNPESQ
           IF W-CSNABERTO NOT = "S"
                GO TO CSN-CHECA-FIM.
           MOVE CPF TO CSN-CPF
           READ CADCONSEN
           IF ST-ERRO NOT = "00"
                GO TO CSN-CHECA-FIM.
           MOVE CSN-PESQUISA TO W-CSNPESQ.
       CSN-CHECA-FIM.
           EXIT.

      ******************************************************************
      * IMPORTACAO DAS RESPOSTAS (CADNPSR.TXT: CRM;DATA;HORA;CPF;NOTA; *
      * COMENTARIO). SO VALE A PRIMEIRA RESPOSTA DE CADA PESQUISA      *
      ******************************************************************
       IMP-001.
           MOVE ZEROS TO W-TOTRESP W-TOTREJ W-TOTDETR
           OPEN INPUT CADNPSR
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO CADNPSR.TXT NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN I-O CADNPS
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUMA PESQUISA FOI ENVIADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNPSR
                GO TO R1.
           OPEN OUTPUT CADNPITX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADNPITX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNPSR CADNPS
                GO TO R1.
           WRITE REGNPITX FROM ICAB0.
           MOVE SPACES TO REGNPITX
           WRITE REGNPITX.
       IMP-LER.
           READ CADNPSR
               AT END
                   GO TO IMP-TOT.
           IF REGNPSR = SPACES
                GO TO IMP-LER.
           MOVE SPACES TO W-RSCRM W-RSDATA W-RSHORA W-RSCPF W-RSNOTA
           MOVE SPACES TO W-RSCOMENT
           UNSTRING REGNPSR DELIMITED BY ";"
                    INTO W-RSCRM W-RSDATA W-RSHORA W-RSCPF W-RSNOTA
                         W-RSCOMENT
           MOVE W-RSCRM  TO LR-CRM
           MOVE W-RSDATA TO LR-DATA
           MOVE W-RSHORA TO LR-HORA
           MOVE ZEROS TO W-MSKCPF
           IF W-RSCPF NUMERIC
                MOVE W-RSCPF TO W-MSKCPF.
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE W-RSCPF TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LR-CPF
           IF W-RSNOTA (2:1) = SPACE
                MOVE W-RSNOTA (1:1) TO W-RSNOTA (2:1)
                MOVE "0" TO W-RSNOTA (1:1).
           IF W-RSCRM NOT NUMERIC OR W-RSDATA NOT NUMERIC
             OR W-RSHORA NOT NUMERIC OR W-RSCPF NOT NUMERIC
                MOVE "LINHA COM FORMATO INVALIDO" TO LR-OCORR
                GO TO IMP-REJ.
           IF W-RSNOTA NOT NUMERIC
                MOVE "NOTA INVALIDA" TO LR-OCORR
                GO TO IMP-REJ.
           IF W-RSNOTA-N > 10
                MOVE "NOTA INVALIDA" TO LR-OCORR
                GO TO IMP-REJ.
           MOVE W-RSCRM  TO NPS-CRM
           MOVE W-RSDATA TO NPS-DATA
           MOVE W-RSHORA TO NPS-HORA
           READ CADNPS
           IF ST-ERRO NOT = "00"
                MOVE "SEM PESQUISA ENVIADA PARA A CONSULTA" TO LR-OCORR
                GO TO IMP-REJ.
           MOVE W-RSCPF TO CPF
           IF CPF NOT = NPS-CPF
                MOVE "CPF DIVERGENTE DA CONSULTA" TO LR-OCORR
                GO TO IMP-REJ.
           IF NPS-RESPONDIDA
                MOVE "RESPOSTA JA IMPORTADA" TO LR-OCORR
                GO TO IMP-REJ.
           MOVE W-RSNOTA-N TO NPS-NOTA
           MOVE W-RSCOMENT TO NPS-COMENT
           MOVE W-DATAHOJE TO NPS-DTRESP
           MOVE "R" TO NPS-SITUACAO
           REWRITE REGNPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-FIM.
           ADD 1 TO W-TOTRESP
           IF NPS-NOTA < 7
                ADD 1 TO W-TOTDETR.
           GO TO IMP-LER.
       IMP-REJ.
           WRITE REGNPITX FROM LINRESP
           ADD 1 TO W-TOTREJ
           GO TO IMP-LER.
       IMP-TOT.
           MOVE SPACES TO REGNPITX
           WRITE REGNPITX.
           MOVE "RESPOSTAS IMPORTADAS............:" TO LO-ROTULO
           MOVE W-TOTRESP TO LO-QTDE
           WRITE REGNPITX FROM LINTOT.
           MOVE "DETRATORES (NOTA 0 A 6).........:" TO LO-ROTULO
           MOVE W-TOTDETR TO LO-QTDE
           WRITE REGNPITX FROM LINTOT.
           MOVE "LINHAS REJEITADAS...............:" TO LO-ROTULO
           MOVE W-TOTREJ TO LO-QTDE
           WRITE REGNPITX FROM LINTOT.
           DISPLAY (15, 10) "RESPOSTAS IMPORTADAS: " W-TOTRESP
           DISPLAY (16, 10) "DETRATORES..........: " W-TOTDETR
           DISPLAY (17, 10) "REJEITADAS..........: " W-TOTREJ
           MOVE "*** IMPORTACAO CONCLUIDA - VER CADNPIRL.DOC ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-FIM.
           CLOSE CADNPSR CADNPS CADNPITX
           GO TO R1.

      ******************************************************************
      * RELATORIO MENSAL: ACUMULA AS RESPOSTAS DAS CONSULTAS DO MES EM *
      * CADNPWK (MEDICO, ESPECIALIDADE, UNIDADE, TIPO) E LISTA O NPS = *
      * % PROMOTORES (9-10) - % DETRATORES (0-6) DE CADA UM; DEPOIS OS *
      * DETRATORES COM TELEFONE E COMENTARIO PARA A COORDENACAO        *
      ******************************************************************
       REL-001.
           MOVE W-DATAHOJE TO W-DATAREF
           MOVE W-REFMES TO W-RELMES
           MOVE W-REFANO TO W-RELANO
           DISPLAY (15, 10) "MES/ANO DAS CONSULTAS (MM AAAA):"
           ACCEPT (15, 44) W-RELMES WITH UPDATE
           ACCEPT (15, 47) W-RELANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-RELMES < 1 OR W-RELMES > 12 OR W-RELANO = ZEROS
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
           OPEN INPUT CADNPS
           IF ST-ERRO NOT = "00"
                MOVE "*** NENHUMA PESQUISA FOI ENVIADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN INPUT REGMED CADESP CADUNID CADPACI
           OPEN OUTPUT CADNPWK
           CLOSE CADNPWK
           OPEN I-O CADNPWK
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADNPWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-FIM.
           OPEN OUTPUT CADNPSTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADNPSTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-FIM.
           MOVE ZEROS TO W-TOTNPS W-TOTDETR
           MOVE ZEROS TO NPS-CHAVE
           START CADNPS KEY IS NOT LESS NPS-CHAVE
               INVALID KEY
                   GO TO REL-IMP.
       REL-ACUM.
           READ CADNPS NEXT RECORD
               AT END
                   GO TO REL-IMP.
           IF NOT NPS-RESPONDIDA
                GO TO REL-ACUM.
           IF NPS-MES NOT = W-RELMES OR NPS-ANO NOT = W-RELANO
                GO TO REL-ACUM.
           ADD 1 TO W-TOTNPS
           MOVE "1" TO WK-DIM
           MOVE NPS-CRM TO WK-COD
           PERFORM WK-SOMA THRU WK-SOMA-FIM
           MOVE "2" TO WK-DIM
           MOVE NPS-ESPEC TO W-CODNUM
           MOVE W-CODNUM TO WK-COD
           PERFORM WK-SOMA THRU WK-SOMA-FIM
           MOVE "3" TO WK-DIM
           MOVE NPS-UNIDADE TO W-CODNUM
           MOVE W-CODNUM TO WK-COD
           PERFORM WK-SOMA THRU WK-SOMA-FIM
           MOVE "4" TO WK-DIM
           MOVE SPACES TO WK-COD
           MOVE NPS-TIPO TO WK-COD
           PERFORM WK-SOMA THRU WK-SOMA-FIM
           GO TO REL-ACUM.
      *
       REL-IMP.
           MOVE "*** PESQUISA DE SATISFACAO - NPS MENSAL ***"
                                                         TO CAB0-TIT
           WRITE REGNPSTX FROM CAB0.
           MOVE W-RELMES TO CM-MES
           MOVE W-RELANO TO CM-ANO
           WRITE REGNPSTX FROM CABMES.
           MOVE SPACES TO W-DIMANT
           MOVE LOW-VALUES TO WK-CHAVE
           START CADNPWK KEY IS NOT LESS WK-CHAVE
               INVALID KEY
                   GO TO REL-DET.
       REL-IMP1.
           READ CADNPWK NEXT RECORD
               AT END
                   GO TO REL-DET.
           IF WK-DIM NOT = W-DIMANT
                PERFORM REL-CABDIM THRU REL-CABDIM-FIM.
           MOVE WK-COD TO LD-COD
           MOVE SPACES TO LD-DESCR
           IF WK-DIM = "1"
                MOVE WK-COD TO CRM
                MOVE SPACES TO MEDNOME
                READ REGMED
                MOVE MEDNOME TO LD-DESCR.
           IF WK-DIM = "2"
                MOVE WK-COD TO W-CODNUM
                MOVE W-CODNUM TO ESP-CODIGO
                MOVE SPACES TO ESP-DESCR
                READ CADESP
                MOVE ESP-DESCR TO LD-DESCR.
           IF WK-DIM = "3"
                MOVE WK-COD TO W-CODNUM
                MOVE W-CODNUM TO UNI-CODIGO
                MOVE SPACES TO UNI-NOME
                IF UNI-CODIGO = ZEROS
                     MOVE "SEM SALA (DOMICILIO/TELE)" TO UNI-NOME
                ELSE
                     READ CADUNID.
           IF WK-DIM = "3"
                MOVE UNI-NOME TO LD-DESCR.
           IF WK-DIM = "4"
                PERFORM REL-TIPODESC THRU REL-TIPODESC-FIM.
           MOVE WK-PROM TO W-PROM
           MOVE WK-NEUT TO W-NEUT
           MOVE WK-DETR TO W-DETR
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           GO TO REL-IMP1.
      *
      *----DETRATORES DO MES COM TELEFONE E COMENTARIO-----------------*
      *
       REL-DET.
           MOVE SPACES TO REGNPSTX
           WRITE REGNPSTX.
           WRITE REGNPSTX FROM CABDET.
           WRITE REGNPSTX FROM CABDET2.
           MOVE ZEROS TO NPS-CHAVE
           START CADNPS KEY IS NOT LESS NPS-CHAVE
               INVALID KEY
                   GO TO REL-TOT.
       REL-DET1.
           READ CADNPS NEXT RECORD
               AT END
                   GO TO REL-TOT.
           IF NOT NPS-RESPONDIDA
                GO TO REL-DET1.
           IF NPS-MES NOT = W-RELMES OR NPS-ANO NOT = W-RELANO
                GO TO REL-DET1.
           IF NPS-NOTA > 6
                GO TO REL-DET1.
           ADD 1 TO W-TOTDETR
           MOVE NPS-DIA TO W-DMADIA
           MOVE NPS-MES TO W-DMAMES
           MOVE NPS-ANO TO W-DMAANO
           MOVE W-DATADMA-N TO LT-DATA
           MOVE NPS-CRM TO LT-CRM
           MOVE NPS-CPF TO CPF
           MOVE SPACES TO NOME
           MOVE ZEROS TO DDD NUM
           READ CADPACI
           MOVE NOME TO LT-NOME
           MOVE NPS-CPF TO W-MSKCPF
           MOVE "T" TO W-MSKGRUPO
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING DDD "-" NUM DELIMITED BY SIZE INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LT-TEL
           MOVE NPS-NOTA TO LT-NOTA
           WRITE REGNPSTX FROM LINDET
           IF NPS-COMENT NOT = SPACES
                MOVE NPS-COMENT TO LC-COMENT
                WRITE REGNPSTX FROM LINCOM.
           GO TO REL-DET1.
       REL-TOT.
           MOVE SPACES TO REGNPSTX
           WRITE REGNPSTX.
           MOVE "RESPOSTAS NO MES.................:" TO LO-ROTULO
           MOVE W-TOTNPS TO LO-QTDE
           WRITE REGNPSTX FROM LINTOT.
           MOVE "DETRATORES PARA RETORNO..........:" TO LO-ROTULO
           MOVE W-TOTDETR TO LO-QTDE
           WRITE REGNPSTX FROM LINTOT.
           MOVE "*** RELATORIO GERADO EM CADNPSRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REL-FIM.
           CLOSE CADNPS REGMED CADESP CADUNID CADPACI CADNPWK CADNPSTX
           GO TO R1.

      *----SOMA A RESPOSTA CORRENTE NA CHAVE WK-CHAVE------------------*

       WK-SOMA.
           READ CADNPWK
           IF ST-ERRO NOT = "00"
                MOVE ZEROS TO WK-PROM WK-NEUT WK-DETR.
           IF NPS-NOTA > 8
                ADD 1 TO WK-PROM
           ELSE
                IF NPS-NOTA > 6
                     ADD 1 TO WK-NEUT
                ELSE
                     ADD 1 TO WK-DETR.
           IF ST-ERRO = "00"
                REWRITE REGNPWK
           ELSE
                WRITE REGNPWK.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNPWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       WK-SOMA-FIM.
           EXIT.

      *----CABECALHO DE CADA DIMENSAO DO RELATORIO---------------------*

       REL-CABDIM.
           MOVE WK-DIM TO W-DIMANT
           MOVE SPACES TO REGNPSTX
           WRITE REGNPSTX.
           IF WK-DIM = "1"
                MOVE "NPS POR MEDICO" TO CD-TITULO.
           IF WK-DIM = "2"
                MOVE "NPS POR ESPECIALIDADE" TO CD-TITULO.
           IF WK-DIM = "3"
                MOVE "NPS POR UNIDADE" TO CD-TITULO.
           IF WK-DIM = "4"
                MOVE "NPS POR TIPO DE CONSULTA" TO CD-TITULO.
           WRITE REGNPSTX FROM CABDIM.
           WRITE REGNPSTX FROM CABCOL.
       REL-CABDIM-FIM.
           EXIT.

       REL-TIPODESC.
           IF WK-COD (1:1) = "I"
                MOVE "INTERNACAO" TO LD-DESCR.
           IF WK-COD (1:1) = "A"
                MOVE "AMBULATORIAL" TO LD-DESCR.
           IF WK-COD (1:1) = "U"
                MOVE "URGENCIA" TO LD-DESCR.
           IF WK-COD (1:1) = "D"
                MOVE "DOMICILIAR" TO LD-DESCR.
           IF WK-COD (1:1) = "T"
                MOVE "TELECONSULTA" TO LD-DESCR.
       REL-TIPODESC-FIM.
           EXIT.

      *----LINHA DA DIMENSAO COM O NPS (W-PROM, W-NEUT, W-DETR)--------*

       REL-LINHA.
           COMPUTE W-CONT = W-PROM + W-NEUT + W-DETR
           MOVE W-CONT TO LD-TOT
           MOVE W-PROM TO LD-PROM
           MOVE W-NEUT TO LD-NEUT
           MOVE W-DETR TO LD-DETR
           MOVE ZEROS TO W-NPS
           IF W-CONT NOT = ZEROS
                COMPUTE W-NPS ROUNDED =
                        ((W-PROM - W-DETR) * 100) / W-CONT.
           MOVE W-NPS TO LD-NPS
           WRITE REGNPSTX FROM LINDIM.
       REL-LINHA-FIM.
           EXIT.

      *----W-TENTDATA VOLTA UM DIA-------------------------------------*

       DIA-ANTERIOR.
           IF W-TENTDIA > 1
                SUBTRACT 1 FROM W-TENTDIA
                GO TO DIA-ANTERIOR-FIM.
           IF W-TENTMES > 1
                SUBTRACT 1 FROM W-TENTMES
           ELSE
                MOVE 12 TO W-TENTMES
                SUBTRACT 1 FROM W-TENTANO.
           MOVE W-DMES (W-TENTMES) TO W-TENTDIA
           IF W-TENTMES = 2
                DIVIDE W-TENTANO BY 4 GIVING W-BISSEXTO
                                      REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-TENTDIA.
       DIA-ANTERIOR-FIM.
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

       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----DADO PESSOAL CONFORME O PERFIL DO OPERADOR------------------*

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
