       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP126.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * SOLICITACOES DO TITULAR DE DADOS (LGPD): REGISTRA O *
      * PEDIDO COM PROTOCOLO E PRAZO LEGAL DE 15 DIAS       *
      * (CADLGPD.DAT). O PEDIDO DE ACESSO GERA EM           *
      * CADLGPRL.DOC TUDO O QUE O SISTEMA GUARDA DO CPF     *
      * (CADASTRO, RESPONSAVEL, ALERTAS, CONSENTIMENTOS,    *
      * CONSULTAS, ATENDIMENTOS, INTERNACOES, RECEITAS,     *
      * EXAMES, RECIBOS, PARCELAS, AUDITORIA E ENVIOS). O   *
      * PEDIDO DE ELIMINACAO ANONIMIZA O QUE NAO ESTA SOB   *
      * GUARDA LEGAL: CONTATO E ENDERECO SEMPRE; NOME,      *
      * NASCIMENTO, RESPONSAVEL E ALERTAS SO QUANDO O       *
      * PRONTUARIO JA PASSOU DOS 20 ANOS DE RETENCAO.       *
      * RECIBOS, PARCELAS E AUDITORIA FICAM RETIDOS. TODO   *
      * ATENDIMENTO EMITE O COMPROVANTE EM CADLGPCP.DOC     *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLGPD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LGP-PROTOC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LGP-CPF WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSP-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADALERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALE-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSN-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
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
           SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRECEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REI-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDC-CODIGO
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLGPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADLGPCP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----SOLICITACOES DO TITULAR; PROTOCOLO = AAAA + SEQUENCIA-------*
      *
       FD CADLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPD.DAT".
       01 REGLGPD.
          03 LGP-PROTOC        PIC 9(10).
          03 LGP-CPF           PIC 9(11).
          03 LGP-TIPO          PIC X(01).
             88 LGP-ACESSO         VALUE "A".
             88 LGP-ELIMINA        VALUE "E".
          03 LGP-REQUER        PIC X(30).
          03 LGP-CANAL         PIC X(01).
             88 LGP-PRESENCIAL     VALUE "P".
             88 LGP-PORMAIL        VALUE "E".
             88 LGP-CORREIO        VALUE "C".
          03 LGP-DTSOL         PIC 9(08).
          03 LGP-HRSOL         PIC 9(04).
          03 LGP-PRAZO         PIC 9(08).
          03 LGP-SITUACAO      PIC X(01).
             88 LGP-ABERTA         VALUE "A".
             88 LGP-CONCLUIDA      VALUE "C".
          03 LGP-DTATEND       PIC 9(08).
          03 LGP-OPERSOL       PIC X(08).
          03 LGP-OPERATD       PIC X(08).
          03 LGP-QTREG         PIC 9(06).
          03 LGP-RETENCAO      PIC 9(08).
          03 LGP-RESULT        PIC X(50).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 PAC-NASC       PIC 9(08).
          03 PAC-SEXO       PIC X(01).
          03 PAC-GENERO     PIC X(01).
          03 PAC-TELEFONE.
             05 PAC-DDD     PIC 9(02).
             05 PAC-NUM     PIC 9(09).
          03 PAC-EMAIL      PIC X(40).
          03 PAC-CEP        PIC 9(08).
          03 PAC-NUMLOGRA   PIC 9(04).
          03 PAC-COMLOGRA   PIC X(12).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
          03 PAC-DTCAD      PIC 9(08).
          03 PAC-DTALT      PIC 9(08).
          03 PAC-CARTEIRA   PIC X(20).
          03 PAC-CARTVALID  PIC 9(08).
          03 PAC-TITULAR    PIC 9(11).
          03 PAC-PARENTESCO PIC X(01).
          03 PAC-DTOBITO    PIC 9(08).
          03 PAC-OBITOFONTE PIC X(03).
      *
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       01 REGRESP.
          03 RSP-CPF           PIC 9(11).
          03 RSP-NOME          PIC X(30).
          03 RSP-CPFRESP       PIC 9(11).
          03 RSP-PARENT        PIC X(10).
          03 RSP-TELEFONE      PIC 9(11).
          03 RSP-EMERGNOME     PIC X(30).
          03 RSP-EMERGTEL      PIC 9(11).
      *
       FD CADALERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERT.DAT".
       01 REGALERT.
          03 ALE-CPF           PIC 9(11).
          03 ALE-ALERGIAS      PIC X(50).
          03 ALE-CRONICAS      PIC X(50).
          03 ALE-PRECAUCOES    PIC X(50).
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
             88 CONS-AGENDADA       VALUE "A".
             88 CONS-CANCELADA      VALUE "C".
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-OBS          PIC X(30).
          03 FILLER            PIC X(144).
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
          03 ATD-NOTAS.
             05 ATD-NOTA1      PIC X(60).
             05 ATD-NOTA2      PIC X(60).
          03 ATD-DESFECHO      PIC X(01).
          03 ATD-DATACAD       PIC 9(08).
          03 ATD-DATAALT       PIC 9(08).
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
       FD CADRECEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEI.DAT".
       01 REGRECEI.
          03 REI-CHAVE.
             05 REI-CONS       PIC 9(18).
             05 REI-SEQ        PIC 9(02).
          03 REI-CPF           PIC 9(11).
          03 REI-MEDIC         PIC 9(04).
          03 REI-DOSAGEM       PIC X(20).
          03 REI-INSTRUCAO     PIC X(30).
          03 REI-DATA          PIC 9(08).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MDC-CODIGO        PIC 9(04).
          03 MDC-NOME          PIC X(30).
          03 MDC-APRESENT      PIC X(20).
          03 MDC-SITUACAO      PIC X(01).
          03 MDC-PRINCATIVO    PIC 9(04).
          03 MDC-LISTA         PIC X(02).
          03 MDC-QTDMAX        PIC 9(03).
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
      *
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 REGRECIB.
          03 REC-NUMERO        PIC 9(06).
          03 REC-CHAVE         PIC 9(18).
          03 REC-CPF           PIC 9(11).
          03 REC-VALOR         PIC 9(06)V99.
          03 REC-FORMA         PIC X(01).
          03 REC-DATA          PIC 9(08).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PAR-CHAVE.
             05 PAR-ACORDO     PIC 9(06).
             05 PAR-NUM        PIC 9(02).
          03 PAR-CPF           PIC 9(11).
          03 PAR-RECIBO        PIC 9(06).
          03 PAR-VALOR         PIC 9(06)V99.
          03 PAR-DTVENC        PIC 9(08).
          03 PAR-DTPAGO        PIC 9(08).
          03 PAR-FORMA         PIC X(01).
          03 PAR-SITUACAO      PIC X(01).
      *
       FD CADEMAIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMAIL.DAT".
       01 REGEMAIL.
          03 EML-NUMERO        PIC 9(08).
          03 EML-CPF           PIC 9(11).
          03 EML-TIPODOC       PIC X(01).
          03 EML-REFDOC        PIC X(20).
          03 EML-DESTINO       PIC X(40).
          03 EML-DESTNOME      PIC X(30).
          03 EML-DESTTIPO      PIC X(01).
          03 EML-CPFDEST       PIC 9(11).
          03 EML-QTLIN         PIC 9(03).
          03 EML-DTGER         PIC 9(08).
          03 EML-HRGER         PIC 9(04).
          03 EML-OPERADOR      PIC X(08).
          03 EML-SITUACAO      PIC X(01).
             88 EML-PENDENTE       VALUE "P".
             88 EML-GERADO         VALUE "G".
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
      *
       FD CADLGPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPRL.DOC".
       01 REGLGPTX    PIC X(100).
      *
       FD CADLGPCP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPCP.DOC".
       01 REGLGPCP    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-IMPRIME  PIC X(01) VALUE "S".
       01 W-RETIDO   PIC X(01) VALUE "N".
       01 W-CPFX     PIC X(11) VALUE SPACES.
       01 W-CPFTIT   PIC 9(11) VALUE ZEROS.
       01 W-NOMETIT  PIC X(30) VALUE SPACES.
       01 W-PROTOC   PIC 9(10) VALUE ZEROS.
       01 W-PROTMAX  PIC 9(10) VALUE ZEROS.
       01 W-LGPSALVA PIC X(162) VALUE SPACES.
       01 W-RESULT   PIC X(50) VALUE SPACES.
       01 W-CONTDIA  PIC 9(03) VALUE ZEROS.
       01 W-QTSEC    PIC 9(06) VALUE ZEROS.
       01 W-QTCAT    PIC 9(02) VALUE ZEROS.
       01 W-TOTREG   PIC 9(06) VALUE ZEROS.
       01 W-QTAGEND  PIC 9(04) VALUE ZEROS.
       01 W-QTINTERN PIC 9(04) VALUE ZEROS.
       01 W-ULTCLIN  PIC 9(08) VALUE ZEROS.
       01 W-RETDATA  PIC 9(08) VALUE ZEROS.
       01 W-QTEML    PIC 9(04) VALUE ZEROS.
       01 W-QTEMD    PIC 9(05) VALUE ZEROS.
       01 W-ANOPAC   PIC X(01) VALUE "N".
       01 W-ANORESP  PIC X(01) VALUE SPACES.
       01 W-ANOALE   PIC X(01) VALUE SPACES.
       01 W-ANOCSN   PIC X(01) VALUE SPACES.
       01 W-LINHA    PIC X(100) VALUE SPACES.
       01 W-DESCR    PIC X(30) VALUE SPACES.
       01 W-VALORED  PIC ZZZ.ZZ9,99.
       01 W-HORAED   PIC 99B99.
       01 W-QTED     PIC ZZZZZ9.
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
      *----CONTAGEM DO PRAZO LEGAL EM DIAS CORRIDOS--------------------*
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
          03 CAB0-TIT   PIC X(60) VALUE SPACES.
       01 CABPROT.
          03 FILLER     PIC X(11) VALUE "PROTOCOLO: ".
          03 CP-PROTOC  PIC 9(10).
          03 FILLER     PIC X(08) VALUE "   CPF: ".
          03 CP-CPF     PIC 9(11).
          03 FILLER     PIC X(13) VALUE "   EMISSAO: ".
          03 CP-EMISSAO PIC 99/99/9999.
       01 CABSEC.
          03 FILLER     PIC X(05) VALUE "---- ".
          03 CS-TITULO  PIC X(50).
       01 LINSEC.
          03 FILLER     PIC X(05) VALUE SPACES.
          03 FILLER     PIC X(20) VALUE "REGISTROS..........:".
          03 LS-QTDE    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP126".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT126.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** LGPD - SOLICITACOES DO TITULA".
           05  LINE 02  COLUMN 41
               VALUE  "R DE DADOS ***".
           05  LINE 05  COLUMN 10
               VALUE  "S = REGISTRAR SOLICITACAO (PROTOCOLO)".
           05  LINE 06  COLUMN 10
               VALUE  "A = ATENDER SOLICITACAO (RELATORIO OU EL".
           05  LINE 06  COLUMN 50
               VALUE  "IMINACAO)".
           05  LINE 07  COLUMN 10
               VALUE  "P = PROTOCOLOS EM ABERTO E PRAZOS".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADLGPD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLGPD
                 CLOSE CADLGPD
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLGPD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLGPD
              GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT126
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           IF W-MODO = "S" OR "s"
                GO TO SOL-001.
           IF W-MODO = "A" OR "a"
                GO TO ATE-001.
           IF W-MODO = "P" OR "p"
                GO TO PRO-001.
           GO TO R1.

      ******************************************************************
      * REGISTRO DA SOLICITACAO: TITULAR, TIPO (A = ACESSO AOS DADOS,  *
      * E = ELIMINACAO), REQUERENTE E CANAL. GERA O PROTOCOLO E O      *
      * PRAZO LEGAL DE 15 DIAS CORRIDOS                                *
      ******************************************************************
       SOL-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "REGISTRO DE SOLICITACAO DO TITULAR (LGPD)"
           MOVE ZEROS TO W-CPFTIT.
       SOL-002.
           DISPLAY (04, 05) "CPF DO TITULAR.........:"
           ACCEPT (04, 30) W-CPFTIT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-CPFTIT = ZEROS
                GO TO SOL-002.
           MOVE W-CPFTIT TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-002.
           DISPLAY (05, 30) PACINOME
           MOVE SPACES TO LGP-TIPO.
       SOL-003.
           DISPLAY (07, 05) "TIPO (A=ACESSO E=ELIMIN):"
           ACCEPT (07, 31) LGP-TIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO SOL-002.
           IF LGP-TIPO = "a"
                MOVE "A" TO LGP-TIPO.
           IF LGP-TIPO = "e"
                MOVE "E" TO LGP-TIPO.
           IF NOT LGP-ACESSO AND NOT LGP-ELIMINA
                GO TO SOL-003.
           PERFORM LGP-ABERTO THRU LGP-ABERTO-FIM
           IF W-PROTOC NOT = ZEROS
                MOVE SPACES TO MENS
                STRING "*** JA HA SOLICITACAO ABERTA: " W-PROTOC
                       " ***" DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-003.
           MOVE PACINOME TO LGP-REQUER.
       SOL-004.
           DISPLAY (09, 05) "REQUERENTE.............:"
           ACCEPT (09, 30) LGP-REQUER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO SOL-003.
           IF LGP-REQUER = SPACES
                GO TO SOL-004.
           MOVE "P" TO LGP-CANAL.
       SOL-005.
           DISPLAY (11, 05) "CANAL (P=PRES E=MAIL C=CORREIO):"
           ACCEPT (11, 39) LGP-CANAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO SOL-004.
           IF LGP-CANAL = "p"
                MOVE "P" TO LGP-CANAL.
           IF LGP-CANAL = "e"
                MOVE "E" TO LGP-CANAL.
           IF LGP-CANAL = "c"
                MOVE "C" TO LGP-CANAL.
           IF NOT LGP-PRESENCIAL AND NOT LGP-PORMAIL
                                 AND NOT LGP-CORREIO
                GO TO SOL-005.
       SOL-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "REGISTRA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** SOLICITACAO NAO REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO SOL-OPC.
           MOVE REGLGPD TO W-LGPSALVA
           COMPUTE W-PROTMAX = W-HOJEANO * 1000000
           MOVE W-PROTMAX TO LGP-PROTOC
           START CADLGPD KEY IS NOT LESS LGP-PROTOC
               INVALID KEY
                   GO TO SOL-WR1.
       SOL-NUM.
           READ CADLGPD NEXT RECORD
               AT END
                   GO TO SOL-WR1.
           MOVE LGP-PROTOC TO W-PROTMAX
           GO TO SOL-NUM.
       SOL-WR1.
           ADD 1 TO W-PROTMAX
           MOVE W-DATAHOJE TO W-TENTDATA-N
           MOVE ZEROS TO W-CONTDIA.
       SOL-PRAZO.
           IF W-CONTDIA < 15
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                ADD 1 TO W-CONTDIA
                GO TO SOL-PRAZO.
       SOL-WR2.
           MOVE W-LGPSALVA TO REGLGPD
           MOVE W-PROTMAX TO LGP-PROTOC
           MOVE W-CPFTIT TO LGP-CPF
           MOVE W-DATAHOJE TO LGP-DTSOL
           COMPUTE LGP-HRSOL = (W-AUDHH * 100) + W-AUDMM
           MOVE W-TENTDATA-N TO LGP-PRAZO
           MOVE "A" TO LGP-SITUACAO
           MOVE ZEROS TO LGP-DTATEND LGP-QTREG LGP-RETENCAO
           MOVE LK-OPERADOR TO LGP-OPERSOL
           MOVE SPACES TO LGP-OPERATD LGP-RESULT
           WRITE REGLGPD
           IF ST-ERRO = "22"
                ADD 1 TO W-PROTMAX
                GO TO SOL-WR2.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLGPD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE LGP-PRAZO TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           DISPLAY (14, 05) "PROTOCOLO..............: " LGP-PROTOC
           DISPLAY (15, 05) "PRAZO PARA ATENDIMENTO.: " W-DATAED
           DISPLAY (23, 12) "ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO R1.

      ******************************************************************
      * ATENDIMENTO DO PROTOCOLO: ACESSO GERA O RELATORIO DE DADOS;    *
      * ELIMINACAO CONFERE A GUARDA LEGAL E ANONIMIZA. NOS DOIS CASOS  *
      * O PROTOCOLO E CONCLUIDO E O COMPROVANTE E EMITIDO              *
      ******************************************************************
       ATE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "ATENDIMENTO DE SOLICITACAO DO TITULAR"
           MOVE ZEROS TO W-PROTOC.
       ATE-002.
           DISPLAY (04, 05) "PROTOCOLO..............:"
           ACCEPT (04, 30) W-PROTOC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-PROTOC TO LGP-PROTOC
           READ CADLGPD
           IF ST-ERRO NOT = "00"
                MOVE "*** PROTOCOLO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATE-002.
           IF NOT LGP-ABERTA
                MOVE "*** PROTOCOLO JA ATENDIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATE-002.
           MOVE LGP-CPF TO W-CPFTIT CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATE-002.
           MOVE PACINOME TO W-NOMETIT
           MOVE W-CPFTIT TO W-CPFX
           DISPLAY (06, 05) "TITULAR................: " W-CPFTIT
                            "  " PACINOME
           DISPLAY (07, 05) "REQUERENTE.............: " LGP-REQUER
           IF LGP-ACESSO
                DISPLAY (08, 05) "TIPO...................: "
                                 "ACESSO AOS DADOS"
           ELSE
                DISPLAY (08, 05) "TIPO...................: "
                                 "ELIMINACAO (ANONIMIZACAO)".
           MOVE LGP-PRAZO TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           DISPLAY (09, 05) "PRAZO..................: " W-DATAED
           IF LGP-PRAZO < W-DATAHOJE
                DISPLAY (09, 47) "*** VENCIDO ***".
           IF LGP-ELIMINA
                GO TO ELI-001.
       ATE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GERA RELATORIO (S/N) : ".
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ATE-OPC.
           OPEN OUTPUT CADLGPTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADLGPTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           DISPLAY (12, 05) "LEVANTANDO OS DADOS DO TITULAR..."
           MOVE "S" TO W-IMPRIME
           MOVE ZEROS TO W-TOTREG W-QTCAT W-ULTCLIN W-QTAGEND
                         W-QTINTERN
           MOVE "*** RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD) ***"
                                                         TO CAB0-TIT
           WRITE REGLGPTX FROM CAB0.
           MOVE LGP-PROTOC TO CP-PROTOC
           MOVE W-CPFTIT TO CP-CPF
           MOVE W-DATAHOJE TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE W-DATAED TO CP-EMISSAO
           WRITE REGLGPTX FROM CABPROT.
           PERFORM REL-CAD THRU REL-CAD-FIM
           PERFORM REL-RESP THRU REL-RESP-FIM
           PERFORM REL-ALERT THRU REL-ALERT-FIM
           PERFORM REL-CONSEN THRU REL-CONSEN-FIM
           PERFORM REL-CONS THRU REL-CONS-FIM
           PERFORM REL-ATEND THRU REL-ATEND-FIM
           PERFORM REL-INTER THRU REL-INTER-FIM
           PERFORM REL-RECEI THRU REL-RECEI-FIM
           PERFORM REL-EXAM THRU REL-EXAM-FIM
           PERFORM REL-RECIB THRU REL-RECIB-FIM
           PERFORM REL-PARC THRU REL-PARC-FIM
           PERFORM REL-AUDIT THRU REL-AUDIT-FIM
           PERFORM REL-EMAIL THRU REL-EMAIL-FIM
           MOVE SPACES TO REGLGPTX
           WRITE REGLGPTX.
           MOVE SPACES TO W-LINHA
           MOVE W-TOTREG TO W-QTED
           STRING "TOTAL DE REGISTROS DO TITULAR: " W-QTED
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           CLOSE CADLGPTX
           MOVE SPACES TO W-RESULT
           MOVE W-QTCAT TO W-QTED
           STRING "RELATORIO DE DADOS ENTREGUE (" W-QTED
                  " CATEGORIAS)" DELIMITED BY SIZE INTO W-RESULT
           PERFORM ATE-CONCLUI THRU ATE-CONCLUI-FIM
           MOVE "*** RELATORIO EM CADLGPRL.DOC E COMPROVANTE ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * ELIMINACAO: PRIMEIRO LEVANTA O PRONTUARIO (SEM IMPRIMIR) PARA  *
      * SABER A ULTIMA DATA CLINICA; A GUARDA E DE 20 ANOS A PARTIR    *
      * DELA. PACIENTE INTERNADO OU COM CONSULTA FUTURA NAO E          *
      * ANONIMIZADO                                                    *
      ******************************************************************
       ELI-001.
           DISPLAY (12, 05) "CONFERINDO O PRONTUARIO..."
           MOVE "N" TO W-IMPRIME
           MOVE ZEROS TO W-TOTREG W-QTCAT W-ULTCLIN W-QTAGEND
                         W-QTINTERN
           PERFORM REL-CONS THRU REL-CONS-FIM
           PERFORM REL-ATEND THRU REL-ATEND-FIM
           PERFORM REL-INTER THRU REL-INTER-FIM
           PERFORM REL-RECEI THRU REL-RECEI-FIM
           PERFORM REL-EXAM THRU REL-EXAM-FIM
           IF W-QTINTERN NOT = ZEROS
                MOVE "*** TITULAR INTERNADO - AGUARDE A ALTA ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-QTAGEND NOT = ZEROS
                MOVE "*** HA CONSULTA AGENDADA - CANCELE ANTES ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "N" TO W-RETIDO
           MOVE ZEROS TO W-RETDATA
           IF W-ULTCLIN NOT = ZEROS
                COMPUTE W-RETDATA = W-ULTCLIN + 200000
                IF W-RETDATA > W-DATAHOJE
                     MOVE "S" TO W-RETIDO.
           DISPLAY (12, 05) "CONTATO, ENDERECO E ENVIOS SERAO ANONIMIZ"
                            "ADOS      "
           IF W-RETIDO = "S"
                MOVE W-RETDATA TO W-VALID
                PERFORM DAT-ED THRU DAT-ED-FIM
                DISPLAY (13, 05) "PRONTUARIO SOB GUARDA LEGAL ATE "
                                 W-DATAED
                DISPLAY (14, 05) "IDENTIFICACAO E DADOS CLINICOS FICAM"
                                 " RETIDOS"
           ELSE
                DISPLAY (13, 05) "SEM GUARDA LEGAL DO PRONTUARIO: NOME"
                                 ", NASCIMENTO,"
                DISPLAY (14, 05) "RESPONSAVEL E ALERTAS TAMBEM SERAO "
                                 "ANONIMIZADOS".
       ELI-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "ANONIMIZA (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ELI-OPC.
           MOVE "N" TO W-ANOPAC
           PERFORM ELI-PACI THRU ELI-PACI-FIM
           PERFORM ELI-RESP THRU ELI-RESP-FIM
           PERFORM ELI-ALERT THRU ELI-ALERT-FIM
           PERFORM ELI-CONSEN THRU ELI-CONSEN-FIM
           PERFORM ELI-EMAIL THRU ELI-EMAIL-FIM
           PERFORM ELI-AUDIT THRU ELI-AUDIT-FIM
           IF W-RETIDO = "S"
                MOVE "CONTATO ANONIMIZADO; PRONTUARIO RETIDO"
                                                       TO W-RESULT
           ELSE
                MOVE "DADOS PESSOAIS ANONIMIZADOS" TO W-RESULT.
           PERFORM ATE-CONCLUI THRU ATE-CONCLUI-FIM
           MOVE "*** ANONIMIZACAO CONCLUIDA - COMPROVANTE EMITIDO ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----CONCLUI O PROTOCOLO E EMITE O COMPROVANTE-------------------*
      *
       ATE-CONCLUI.
           MOVE W-PROTOC TO LGP-PROTOC
           READ CADLGPD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADLGPD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATE-CONCLUI-FIM.
           MOVE "C" TO LGP-SITUACAO
           MOVE W-DATAHOJE TO LGP-DTATEND
           MOVE LK-OPERADOR TO LGP-OPERATD
           MOVE W-TOTREG TO LGP-QTREG
           MOVE W-RETDATA TO LGP-RETENCAO
           MOVE W-RESULT TO LGP-RESULT
           IF LGP-ACESSO
                MOVE ZEROS TO LGP-RETENCAO.
           REWRITE REGLGPD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLGPD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM CMP-EMITE THRU CMP-EMITE-FIM.
       ATE-CONCLUI-FIM.
           EXIT.

      ******************************************************************
      * PROTOCOLOS EM ABERTO NA ORDEM DE ENTRADA, COM O PRAZO LEGAL    *
      ******************************************************************
       PRO-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "SOLICITACOES LGPD EM ABERTO"
           DISPLAY (03, 02) "PROTOCOLO  T  CPF          REQUERENTE   "
                            "                  PRAZO"
           MOVE 4 TO W-LIN
           MOVE ZEROS TO LGP-PROTOC
           START CADLGPD KEY IS NOT LESS LGP-PROTOC
               INVALID KEY
                   GO TO PRO-FIM.
       PRO-LER.
           READ CADLGPD NEXT RECORD
               AT END
                   GO TO PRO-FIM.
           IF NOT LGP-ABERTA
                GO TO PRO-LER.
           IF W-LIN > 20
                GO TO PRO-FIM.
           MOVE LGP-PRAZO TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           DISPLAY (W-LIN, 02) LGP-PROTOC
           DISPLAY (W-LIN, 13) LGP-TIPO
           DISPLAY (W-LIN, 16) LGP-CPF
           DISPLAY (W-LIN, 29) LGP-REQUER
           DISPLAY (W-LIN, 60) W-DATAED
           IF LGP-PRAZO < W-DATAHOJE
                DISPLAY (W-LIN, 71) "VENCIDO".
           ADD 1 TO W-LIN
           GO TO PRO-LER.
       PRO-FIM.
           IF W-LIN = 4
                DISPLAY (05, 05) "*** NENHUMA SOLICITACAO EM ABERTO"
                                 " ***".
           DISPLAY (23, 12) "ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO R1.
      *
      *----PROTOCOLO ABERTO DO MESMO CPF E TIPO EM W-PROTOC------------*
      *
       LGP-ABERTO.
           MOVE ZEROS TO W-PROTOC
           MOVE LGP-TIPO TO W-OPCAO
           MOVE W-CPFTIT TO LGP-CPF
           START CADLGPD KEY IS NOT LESS LGP-CPF
               INVALID KEY
                   GO TO LGP-ABERTO2.
       LGP-ABERTO1.
           READ CADLGPD NEXT RECORD
               AT END
                   GO TO LGP-ABERTO2.
           IF LGP-CPF NOT = W-CPFTIT
                GO TO LGP-ABERTO2.
           IF LGP-ABERTA AND LGP-TIPO = W-OPCAO
                MOVE LGP-PROTOC TO W-PROTOC
                GO TO LGP-ABERTO2.
           GO TO LGP-ABERTO1.
       LGP-ABERTO2.
           MOVE W-OPCAO TO LGP-TIPO.
       LGP-ABERTO-FIM.
           EXIT.

      ******************************************************************
      * SECOES DO RELATORIO DE DADOS. COM W-IMPRIME = "N" SO APURAM A  *
      * ULTIMA DATA CLINICA (W-ULTCLIN), AS CONSULTAS FUTURAS E AS     *
      * INTERNACOES EM CURSO, PARA A CONFERENCIA DA ELIMINACAO         *
      ******************************************************************
       REL-CAD.
           MOVE "1. CADASTRO DO PACIENTE (CADPACI)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           MOVE SPACES TO W-LINHA
           STRING "NOME..............: " PACINOME
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE PAC-NASC TO W-DATADMA-N
           MOVE W-DATADMA-N TO W-DATAED
           MOVE SPACES TO W-LINHA
           STRING "NASCIMENTO........: " W-DATAED
                  "   SEXO: " PAC-SEXO "   GENERO: " PAC-GENERO
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "TELEFONE..........: " PAC-DDD " " PAC-NUM
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "E-MAIL............: " PAC-EMAIL
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "CEP/NUMERO/COMPL..: " PAC-CEP " " PAC-NUMLOGRA
                  " " PAC-COMLOGRA
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE PAC-CARTVALID TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO W-LINHA
           STRING "CONVENIO/CARTEIRA.: " PACCONVENIO " " PAC-CARTEIRA
                  "  VALIDADE: " W-DATAED
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "TITULAR DO PLANO..: " PAC-TITULAR
                  "   PARENTESCO: " PAC-PARENTESCO
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE PAC-DTOBITO TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO W-LINHA
           STRING "SITUACAO..........: " PACSITUACAO
                  "   OBITO EM: " W-DATAED " " PAC-OBITOFONTE
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA.
           MOVE PAC-DTCAD TO W-DATADMA-N
           MOVE W-DATADMA-N TO W-DATAED
           MOVE SPACES TO W-LINHA
           STRING "CADASTRO EM.......: " W-DATAED
                  DELIMITED BY SIZE INTO W-LINHA
           MOVE PAC-DTALT TO W-DATADMA-N
           MOVE W-DATADMA-N TO W-DATAED
           MOVE "ALTERADO EM: " TO W-LINHA (34:13)
           MOVE W-DATAED TO W-LINHA (47:10)
           WRITE REGLGPTX FROM W-LINHA.
           MOVE 1 TO W-QTSEC
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-CAD-FIM.
           EXIT.

       REL-RESP.
           MOVE "2. RESPONSAVEL E CONTATO DE EMERGENCIA (CADRESP)"
                                                         TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
                GO TO REL-RESP-FIM.
           MOVE W-CPFTIT TO RSP-CPF
           READ CADRESP
           IF ST-ERRO = "00"
                MOVE 1 TO W-QTSEC
                MOVE SPACES TO W-LINHA
                STRING "RESPONSAVEL.......: " RSP-NOME " CPF "
                       RSP-CPFRESP " " RSP-PARENT
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPTX FROM W-LINHA
                MOVE SPACES TO W-LINHA
                STRING "TELEFONE..........: " RSP-TELEFONE
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPTX FROM W-LINHA
                MOVE SPACES TO W-LINHA
                STRING "EMERGENCIA........: " RSP-EMERGNOME " TEL "
                       RSP-EMERGTEL
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPTX FROM W-LINHA.
           CLOSE CADRESP
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-RESP-FIM.
           EXIT.

       REL-ALERT.
           MOVE "3. ALERTAS CLINICOS (CADALERT)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADALERT
           IF ST-ERRO NOT = "00"
                GO TO REL-ALERT-FIM.
           MOVE W-CPFTIT TO ALE-CPF
           READ CADALERT
           IF ST-ERRO = "00"
                MOVE 1 TO W-QTSEC
                MOVE SPACES TO W-LINHA
                STRING "ALERGIAS..........: " ALE-ALERGIAS
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPTX FROM W-LINHA
                MOVE SPACES TO W-LINHA
                STRING "DOENCAS CRONICAS..: " ALE-CRONICAS
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPTX FROM W-LINHA
                MOVE SPACES TO W-LINHA
                STRING "PRECAUCOES........: " ALE-PRECAUCOES
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPTX FROM W-LINHA.
           CLOSE CADALERT
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-ALERT-FIM.
           EXIT.

       REL-CONSEN.
           MOVE "4. CONSENTIMENTOS (CADCONSEN)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADCONSEN
           IF ST-ERRO NOT = "00"
                GO TO REL-CONSEN-FIM.
           MOVE W-CPFTIT TO CSN-CPF
           READ CADCONSEN
           IF ST-ERRO = "00"
                MOVE 1 TO W-QTSEC
                MOVE CSN-DTREG TO W-VALID
                PERFORM DAT-ED THRU DAT-ED-FIM
                MOVE SPACES TO W-LINHA
                STRING "SMS/TELEFONE: " CSN-SMS "  E-MAIL: "
                       CSN-EMAIL "  PESQUISA: " CSN-PESQUISA
                       "  CID NO ATESTADO: " CSN-CID
                       "  EM " W-DATAED
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPTX FROM W-LINHA.
           CLOSE CADCONSEN
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-CONSEN-FIM.
           EXIT.

       REL-CONS.
           MOVE "5. CONSULTAS (CADCONS)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                GO TO REL-CONS-FIM.
           MOVE W-CPFTIT TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO REL-CONS2.
       REL-CONS1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO REL-CONS2.
           IF CONS-CPF NOT = W-CPFTIT
                GO TO REL-CONS2.
           ADD 1 TO W-QTSEC
           IF CONS-AGENDADA AND CONS-DATA NOT < W-DATAHOJE
                ADD 1 TO W-QTAGEND.
           IF CONS-REALIZADA OR CONS-PRESENTE
                MOVE CONS-DATA TO W-VALID
                PERFORM CLI-DATA THRU CLI-DATA-FIM.
           IF W-IMPRIME NOT = "S"
                GO TO REL-CONS1.
           MOVE CONS-DATA TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE CONS-HORA TO W-HORAED
           MOVE SPACES TO W-LINHA
           STRING W-DATAED " " W-HORAED "  CRM " CONS-CRM
                  "  TIPO " CONS-TIPO "  SITUACAO " CONS-SITUACAO
                  "  " CONS-OBS
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-CONS1.
       REL-CONS2.
           CLOSE CADCONS
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-CONS-FIM.
           EXIT.

       REL-ATEND.
           MOVE "6. ATENDIMENTOS - PRONTUARIO (CADATEND)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADATEND
           IF ST-ERRO NOT = "00"
                GO TO REL-ATEND-FIM.
           MOVE W-CPFTIT TO ATD-CPF
           START CADATEND KEY IS NOT LESS ATD-CPF
               INVALID KEY
                   GO TO REL-ATEND2.
       REL-ATEND1.
           READ CADATEND NEXT RECORD
               AT END
                   GO TO REL-ATEND2.
           IF ATD-CPF NOT = W-CPFTIT
                GO TO REL-ATEND2.
           ADD 1 TO W-QTSEC
           MOVE ATD-DATA TO W-VALID
           PERFORM CLI-DATA THRU CLI-DATA-FIM
           IF W-IMPRIME NOT = "S"
                GO TO REL-ATEND1.
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE ATD-HORA TO W-HORAED
           MOVE SPACES TO W-LINHA
           STRING W-DATAED " " W-HORAED "  CRM " ATD-CRM
                  "  CID " ATD-CID "  DESFECHO " ATD-DESFECHO
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA
           MOVE SPACES TO W-LINHA
           MOVE ATD-NOTA1 TO W-LINHA (6:60)
           WRITE REGLGPTX FROM W-LINHA
           IF ATD-NOTA2 NOT = SPACES
                MOVE SPACES TO W-LINHA
                MOVE ATD-NOTA2 TO W-LINHA (6:60)
                WRITE REGLGPTX FROM W-LINHA.
           GO TO REL-ATEND1.
       REL-ATEND2.
           CLOSE CADATEND
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-ATEND-FIM.
           EXIT.

       REL-INTER.
           MOVE "7. INTERNACOES (CADINTER)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
                GO TO REL-INTER-FIM.
           MOVE ZEROS TO INT-CHAVE
           START CADINTER KEY IS NOT LESS INT-CHAVE
               INVALID KEY
                   GO TO REL-INTER2.
       REL-INTER1.
           READ CADINTER NEXT RECORD
               AT END
                   GO TO REL-INTER2.
           IF INT-CPF NOT = W-CPFTIT
                GO TO REL-INTER1.
           ADD 1 TO W-QTSEC
           IF INT-DTALTA = ZEROS
                ADD 1 TO W-QTINTERN
                MOVE INT-DTADM TO W-VALID
           ELSE
                MOVE INT-DTALTA TO W-VALID.
           PERFORM CLI-DATA THRU CLI-DATA-FIM
           IF W-IMPRIME NOT = "S"
                GO TO REL-INTER1.
           MOVE INT-DTADM TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO W-LINHA
           STRING "ADMISSAO " W-DATAED "  LEITO " INT-LEITO
                  "  CRM RESP " INT-CRMRESP
                  DELIMITED BY SIZE INTO W-LINHA
           MOVE INT-DTALTA TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           IF INT-DTALTA NOT = ZEROS
                MOVE "ALTA " TO W-LINHA (50:5)
                MOVE W-DATAED TO W-LINHA (55:10)
                MOVE "CONDICAO " TO W-LINHA (67:9)
                MOVE INT-CONDALTA TO W-LINHA (76:1).
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-INTER1.
       REL-INTER2.
           CLOSE CADINTER
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-INTER-FIM.
           EXIT.

       REL-RECEI.
           MOVE "8. RECEITAS (CADRECEI)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADRECEI
           IF ST-ERRO NOT = "00"
                GO TO REL-RECEI-FIM.
           OPEN INPUT CADMEDIC
           MOVE ZEROS TO REI-CHAVE
           START CADRECEI KEY IS NOT LESS REI-CHAVE
               INVALID KEY
                   GO TO REL-RECEI2.
       REL-RECEI1.
           READ CADRECEI NEXT RECORD
               AT END
                   GO TO REL-RECEI2.
           IF REI-CPF NOT = W-CPFTIT
                GO TO REL-RECEI1.
           ADD 1 TO W-QTSEC
           MOVE REI-DATA TO W-VALID
           PERFORM CLI-DATA THRU CLI-DATA-FIM
           IF W-IMPRIME NOT = "S"
                GO TO REL-RECEI1.
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO MDC-NOME
           MOVE REI-MEDIC TO MDC-CODIGO
           READ CADMEDIC
           MOVE SPACES TO W-LINHA
           STRING W-DATAED "  " MDC-NOME " " REI-DOSAGEM
                  " " REI-INSTRUCAO
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-RECEI1.
       REL-RECEI2.
           CLOSE CADRECEI CADMEDIC
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-RECEI-FIM.
           EXIT.

       REL-EXAM.
           MOVE "9. EXAMES (CADEXAM)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADEXAM
           IF ST-ERRO NOT = "00"
                GO TO REL-EXAM-FIM.
           OPEN INPUT CADEXTP
           MOVE ZEROS TO EXO-NUMERO
           START CADEXAM KEY IS NOT LESS EXO-NUMERO
               INVALID KEY
                   GO TO REL-EXAM2.
       REL-EXAM1.
           READ CADEXAM NEXT RECORD
               AT END
                   GO TO REL-EXAM2.
           IF EXO-CPF NOT = W-CPFTIT
                GO TO REL-EXAM1.
           ADD 1 TO W-QTSEC
           MOVE EXO-DTPEDIDO TO W-VALID
           PERFORM CLI-DATA THRU CLI-DATA-FIM
           MOVE EXO-DTRESULT TO W-VALID
           PERFORM CLI-DATA THRU CLI-DATA-FIM
           IF W-IMPRIME NOT = "S"
                GO TO REL-EXAM1.
           MOVE EXO-DTPEDIDO TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO EXT-DESCR
           MOVE EXO-TIPO TO EXT-CODIGO
           READ CADEXTP
           MOVE SPACES TO W-LINHA
           STRING "PEDIDO " EXO-NUMERO " EM " W-DATAED "  "
                  EXT-DESCR
                  DELIMITED BY SIZE INTO W-LINHA
           IF EXO-DTRESULT NOT = ZEROS
                MOVE EXO-DTRESULT TO W-VALID
                PERFORM DAT-ED THRU DAT-ED-FIM
                MOVE "RESULTADO " TO W-LINHA (70:10)
                MOVE W-DATAED TO W-LINHA (80:10).
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-EXAM1.
       REL-EXAM2.
           CLOSE CADEXAM CADEXTP
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-EXAM-FIM.
           EXIT.

       REL-RECIB.
           MOVE "10. RECIBOS (CADRECIB)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
                GO TO REL-RECIB-FIM.
           MOVE ZEROS TO REC-NUMERO
           START CADRECIB KEY IS NOT LESS REC-NUMERO
               INVALID KEY
                   GO TO REL-RECIB2.
       REL-RECIB1.
           READ CADRECIB NEXT RECORD
               AT END
                   GO TO REL-RECIB2.
           IF REC-CPF NOT = W-CPFTIT
                GO TO REL-RECIB1.
           ADD 1 TO W-QTSEC
           MOVE REC-DATA TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE REC-VALOR TO W-VALORED
           MOVE SPACES TO W-LINHA
           STRING "RECIBO " REC-NUMERO " EM " W-DATAED
                  "  VALOR " W-VALORED "  FORMA " REC-FORMA
                  "  NFS-E " REC-NFSE
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-RECIB1.
       REL-RECIB2.
           CLOSE CADRECIB
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-RECIB-FIM.
           EXIT.

       REL-PARC.
           MOVE "11. PARCELAS DE ACORDOS (CADPARC)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADPARC
           IF ST-ERRO NOT = "00"
                GO TO REL-PARC-FIM.
           MOVE ZEROS TO PAR-CHAVE
           START CADPARC KEY IS NOT LESS PAR-CHAVE
               INVALID KEY
                   GO TO REL-PARC2.
       REL-PARC1.
           READ CADPARC NEXT RECORD
               AT END
                   GO TO REL-PARC2.
           IF PAR-CPF NOT = W-CPFTIT
                GO TO REL-PARC1.
           ADD 1 TO W-QTSEC
           MOVE PAR-DTVENC TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE PAR-VALOR TO W-VALORED
           MOVE SPACES TO W-LINHA
           STRING "ACORDO " PAR-ACORDO "/" PAR-NUM
                  "  VENCIMENTO " W-DATAED "  VALOR " W-VALORED
                  "  SITUACAO " PAR-SITUACAO
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-PARC1.
       REL-PARC2.
           CLOSE CADPARC
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-PARC-FIM.
           EXIT.

       REL-AUDIT.
           MOVE "12. TRILHA DE AUDITORIA (CADAUDIT)" TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADAUDIT
           IF ST-ERRO NOT = "00"
                GO TO REL-AUDIT-FIM.
       REL-AUDIT1.
           READ CADAUDIT
               AT END
                   GO TO REL-AUDIT2.
           IF AUD-CHAVE NOT = W-CPFX
                GO TO REL-AUDIT1.
           ADD 1 TO W-QTSEC
           MOVE AUD-DATA TO W-DATADMA
           MOVE W-DATADMA-N TO W-DATAED
           MOVE SPACES TO W-LINHA
           STRING W-DATAED " " AUD-HH ":" AUD-MM "  PROGRAMA "
                  AUD-PROGRAMA "  OPERACAO " AUD-OPERACAO
                  "  OPERADOR " AUD-OPERADOR
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-AUDIT1.
       REL-AUDIT2.
           CLOSE CADAUDIT
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-AUDIT-FIM.
           EXIT.

       REL-EMAIL.
           MOVE "13. ENVIOS DE DOCUMENTOS POR E-MAIL (CADEMAIL)"
                                                         TO CS-TITULO
           PERFORM SEC-ABRE THRU SEC-ABRE-FIM
           OPEN INPUT CADEMAIL
           IF ST-ERRO NOT = "00"
                GO TO REL-EMAIL-FIM.
           MOVE W-CPFTIT TO EML-CPF
           START CADEMAIL KEY IS NOT LESS EML-CPF
               INVALID KEY
                   GO TO REL-EMAIL2.
       REL-EMAIL1.
           READ CADEMAIL NEXT RECORD
               AT END
                   GO TO REL-EMAIL2.
           IF EML-CPF NOT = W-CPFTIT
                GO TO REL-EMAIL2.
           ADD 1 TO W-QTSEC
           MOVE EML-DTGER TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO W-LINHA
           STRING W-DATAED "  DOC " EML-TIPODOC " " EML-REFDOC
                  "  PARA " EML-DESTINO "  SIT " EML-SITUACAO
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPTX FROM W-LINHA
           GO TO REL-EMAIL1.
       REL-EMAIL2.
           CLOSE CADEMAIL
           PERFORM SEC-FECHA THRU SEC-FECHA-FIM.
       REL-EMAIL-FIM.
           EXIT.
      *
      *----TITULO E RODAPE DE CADA SECAO DO RELATORIO------------------*
      *
       SEC-ABRE.
           MOVE ZEROS TO W-QTSEC
           IF W-IMPRIME NOT = "S"
                GO TO SEC-ABRE-FIM.
           MOVE SPACES TO REGLGPTX
           WRITE REGLGPTX.
           WRITE REGLGPTX FROM CABSEC.
       SEC-ABRE-FIM.
           EXIT.

       SEC-FECHA.
           ADD W-QTSEC TO W-TOTREG
           IF W-QTSEC NOT = ZEROS
                ADD 1 TO W-QTCAT.
           IF W-IMPRIME NOT = "S"
                GO TO SEC-FECHA-FIM.
           IF W-QTSEC = ZEROS
                MOVE SPACES TO W-LINHA
                MOVE "NENHUM REGISTRO" TO W-LINHA (6:15)
                WRITE REGLGPTX FROM W-LINHA
           ELSE
                MOVE W-QTSEC TO LS-QTDE
                WRITE REGLGPTX FROM LINSEC.
       SEC-FECHA-FIM.
           EXIT.
      *
      *----MAIOR DATA CLINICA DO TITULAR (W-VALID) EM W-ULTCLIN--------*
      *
       CLI-DATA.
           IF W-VALID > W-ULTCLIN
                MOVE W-VALID TO W-ULTCLIN.
       CLI-DATA-FIM.
           EXIT.

      ******************************************************************
      * ANONIMIZACAO. CONTATO E ENDERECO SAEM SEMPRE; SEM GUARDA DO    *
      * PRONTUARIO (W-RETIDO = "N") SAEM TAMBEM NOME, NASCIMENTO,      *
      * CONVENIO/CARTEIRA, RESPONSAVEL E ALERTAS                       *
      ******************************************************************
       ELI-PACI.
           MOVE W-CPFTIT TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ELI-PACI-FIM.
           MOVE ZEROS TO PAC-DDD PAC-NUM PAC-CEP PAC-NUMLOGRA
           MOVE SPACES TO PAC-EMAIL PAC-COMLOGRA
           IF PAC-ATIVO
                MOVE "I" TO PACSITUACAO.
           IF W-RETIDO NOT = "S"
                MOVE "TITULAR ANONIMIZADO - LGPD" TO PACINOME
                MOVE ZEROS TO PAC-NASC PAC-CARTVALID PAC-TITULAR
                MOVE SPACES TO PAC-SEXO PAC-GENERO PAC-CARTEIRA
                               PAC-PARENTESCO.
           MOVE W-HOJEDIA TO W-DMADIA
           MOVE W-HOJEMES TO W-DMAMES
           MOVE W-HOJEANO TO W-DMAANO
           MOVE W-DATADMA-N TO PAC-DTALT
           REWRITE REGPACI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ELI-PACI-FIM.
           MOVE "S" TO W-ANOPAC.
       ELI-PACI-FIM.
           EXIT.

       ELI-RESP.
           MOVE SPACES TO W-ANORESP
           OPEN I-O CADRESP
           IF ST-ERRO NOT = "00"
                GO TO ELI-RESP-FIM.
           MOVE W-CPFTIT TO RSP-CPF
           READ CADRESP
           IF ST-ERRO NOT = "00"
                CLOSE CADRESP
                GO TO ELI-RESP-FIM.
           IF W-RETIDO NOT = "S"
                DELETE CADRESP RECORD
                MOVE "E" TO W-ANORESP
           ELSE
                MOVE ZEROS TO RSP-TELEFONE RSP-EMERGTEL
                MOVE SPACES TO RSP-EMERGNOME
                REWRITE REGRESP
                MOVE "A" TO W-ANORESP.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE SPACES TO W-ANORESP.
           CLOSE CADRESP.
       ELI-RESP-FIM.
           EXIT.

       ELI-ALERT.
           MOVE SPACES TO W-ANOALE
           IF W-RETIDO = "S"
                GO TO ELI-ALERT-FIM.
           OPEN I-O CADALERT
           IF ST-ERRO NOT = "00"
                GO TO ELI-ALERT-FIM.
           MOVE W-CPFTIT TO ALE-CPF
           READ CADALERT
           IF ST-ERRO = "00"
                DELETE CADALERT RECORD
                IF ST-ERRO = "00"
                     MOVE "E" TO W-ANOALE.
           CLOSE CADALERT.
       ELI-ALERT-FIM.
           EXIT.
      *
      *----SEM CONTATO NAO HA CONSENTIMENTO A MANTER: TUDO "N"---------*
      *
       ELI-CONSEN.
           MOVE SPACES TO W-ANOCSN
           OPEN I-O CADCONSEN
           IF ST-ERRO NOT = "00"
                GO TO ELI-CONSEN-FIM.
           MOVE W-CPFTIT TO CSN-CPF
           READ CADCONSEN
           MOVE "N" TO CSN-SMS CSN-EMAIL CSN-PESQUISA CSN-CID
           MOVE W-DATAHOJE TO CSN-DTREG
           MOVE LK-OPERADOR TO CSN-OPERADOR
           IF ST-ERRO = "00"
                REWRITE REGCONSEN
           ELSE
                MOVE W-CPFTIT TO CSN-CPF
                WRITE REGCONSEN.
           IF ST-ERRO = "00"
                MOVE "A" TO W-ANOCSN.
           CLOSE CADCONSEN.
       ELI-CONSEN-FIM.
           EXIT.
      *
      *----ENVIOS: APAGA DESTINO E COPIA DO DOCUMENTO; CANCELA PENDENTES
      *
       ELI-EMAIL.
           MOVE ZEROS TO W-QTEML W-QTEMD
           OPEN I-O CADEMAIL
           IF ST-ERRO NOT = "00"
                GO TO ELI-EMAIL-FIM.
           OPEN I-O CADEMDOC
           MOVE W-CPFTIT TO EML-CPF
           START CADEMAIL KEY IS NOT LESS EML-CPF
               INVALID KEY
                   GO TO ELI-EMAIL3.
       ELI-EMAIL1.
           READ CADEMAIL NEXT RECORD
               AT END
                   GO TO ELI-EMAIL3.
           IF EML-CPF NOT = W-CPFTIT
                GO TO ELI-EMAIL3.
           MOVE SPACES TO EML-DESTINO EML-DESTNOME
           IF EML-PENDENTE OR EML-GERADO
                MOVE "C" TO EML-SITUACAO
                MOVE "ELIMINACAO DE DADOS - LGPD" TO EML-MOTIVO.
           REWRITE REGEMAIL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMAIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ELI-EMAIL3.
           ADD 1 TO W-QTEML
           MOVE EML-NUMERO TO EMD-NUMERO
           MOVE ZEROS TO EMD-LINHA
           START CADEMDOC KEY IS NOT LESS EMD-CHAVE
               INVALID KEY
                   GO TO ELI-EMAIL1.
       ELI-EMAIL2.
           READ CADEMDOC NEXT RECORD
               AT END
                   GO TO ELI-EMAIL1.
           IF EMD-NUMERO NOT = EML-NUMERO
                GO TO ELI-EMAIL1.
           DELETE CADEMDOC RECORD
           ADD 1 TO W-QTEMD
           GO TO ELI-EMAIL2.
       ELI-EMAIL3.
           CLOSE CADEMAIL CADEMDOC.
       ELI-EMAIL-FIM.
           EXIT.
      *
      *----UMA ENTRADA NA AUDITORIA, SEM COPIA DOS DADOS ELIMINADOS----*
      *
       ELI-AUDIT.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ELI-AUDIT-FIM.
           MOVE "SMP126" TO AUD-PROGRAMA
           MOVE W-CPFX TO AUD-CHAVE
           MOVE "A" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           STRING "ANONIMIZACAO LGPD - PROTOCOLO " W-PROTOC
                  " - CADASTRO " W-ANOPAC " RESPONSAVEL " W-ANORESP
                  " ALERTAS " W-ANOALE " CONSENTIMENTO " W-ANOCSN
                  DELIMITED BY SIZE INTO AUD-DEPOIS
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
       ELI-AUDIT-FIM.
           EXIT.

      ******************************************************************
      * COMPROVANTE DE ATENDIMENTO DA SOLICITACAO (CADLGPCP.DOC)       *
      ******************************************************************
       CMP-EMITE.
           OPEN OUTPUT CADLGPCP
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADLGPCP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CMP-EMITE-FIM.
           MOVE "*** COMPROVANTE DE ATENDIMENTO - LGPD ***" TO CAB0-TIT
           WRITE REGLGPCP FROM CAB0.
           MOVE SPACES TO REGLGPCP
           WRITE REGLGPCP.
           MOVE SPACES TO W-LINHA
           STRING "PROTOCOLO..........: " LGP-PROTOC
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "TITULAR............: " W-NOMETIT
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "CPF................: " LGP-CPF
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "REQUERENTE.........: " LGP-REQUER
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           IF LGP-ACESSO
                MOVE "SOLICITACAO........: ACESSO AOS DADOS PESSOAIS"
                                                          TO W-LINHA
           ELSE
                MOVE "SOLICITACAO........: ELIMINACAO DOS DADOS"
                                                          TO W-LINHA.
           WRITE REGLGPCP FROM W-LINHA.
           MOVE LGP-DTSOL TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO W-LINHA
           STRING "DATA DO PEDIDO.....: " W-DATAED
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           MOVE LGP-PRAZO TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO W-LINHA
           STRING "PRAZO LEGAL........: " W-DATAED
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           MOVE LGP-DTATEND TO W-VALID
           PERFORM DAT-ED THRU DAT-ED-FIM
           MOVE SPACES TO W-LINHA
           STRING "ATENDIDO EM........: " W-DATAED
                  DELIMITED BY SIZE INTO W-LINHA
           IF LGP-DTATEND > LGP-PRAZO
                MOVE "(FORA DO PRAZO)" TO W-LINHA (33:15)
           ELSE
                MOVE "(NO PRAZO)" TO W-LINHA (33:10).
           WRITE REGLGPCP FROM W-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "RESULTADO..........: " LGP-RESULT
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           MOVE SPACES TO REGLGPCP
           WRITE REGLGPCP.
           IF LGP-ACESSO
                GO TO CMP-ASSINA.
           MOVE "DADOS ANONIMIZADOS:" TO REGLGPCP
           WRITE REGLGPCP.
           MOVE "  - TELEFONE, E-MAIL E ENDERECO DO CADASTRO"
                                                         TO REGLGPCP
           WRITE REGLGPCP.
           MOVE "  - TELEFONES E CONTATO DE EMERGENCIA DO RESPONSAVEL"
                                                         TO REGLGPCP
           WRITE REGLGPCP.
           MOVE "  - CONSENTIMENTOS DE CONTATO E PESQUISA REVOGADOS"
                                                         TO REGLGPCP
           WRITE REGLGPCP.
           MOVE W-QTEML TO W-QTED
           MOVE SPACES TO W-LINHA
           STRING "  - DESTINO DE " W-QTED " ENVIO(S) DE E-MAIL E "
                  "COPIAS DOS DOCUMENTOS"
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGLGPCP FROM W-LINHA.
           IF W-RETIDO NOT = "S"
                MOVE "  - NOME, NASCIMENTO, SEXO, GENERO E CARTEIRA"
                                                         TO REGLGPCP
                WRITE REGLGPCP
                MOVE "  - RESPONSAVEL E ALERTAS CLINICOS (EXCLUIDOS)"
                                                         TO REGLGPCP
                WRITE REGLGPCP.
           MOVE SPACES TO REGLGPCP
           WRITE REGLGPCP.
           MOVE "DADOS RETIDOS POR OBRIGACAO LEGAL:" TO REGLGPCP
           WRITE REGLGPCP.
           IF W-RETIDO = "S"
                MOVE W-RETDATA TO W-VALID
                PERFORM DAT-ED THRU DAT-ED-FIM
                MOVE SPACES TO W-LINHA
                STRING "  - PRONTUARIO E IDENTIFICACAO (GUARDA DE 20 "
                       "ANOS) ATE " W-DATAED
                       DELIMITED BY SIZE INTO W-LINHA
                WRITE REGLGPCP FROM W-LINHA.
           MOVE "  - RECIBOS E PARCELAS (OBRIGACAO FISCAL)" TO REGLGPCP
           WRITE REGLGPCP.
           MOVE "  - TRILHA DE AUDITORIA DAS OPERACOES" TO REGLGPCP
           WRITE REGLGPCP.
       CMP-ASSINA.
           MOVE SPACES TO REGLGPCP
           WRITE REGLGPCP.
           WRITE REGLGPCP.
           MOVE "___________________________    _____________________"
                                                         TO REGLGPCP
           WRITE REGLGPCP.
           MOVE SPACES TO W-LINHA
           STRING "ENCARREGADO (" LGP-OPERATD ")" DELIMITED BY SIZE
                  INTO W-LINHA
           MOVE "TITULAR OU REQUERENTE" TO W-LINHA (32:21)
           WRITE REGLGPCP FROM W-LINHA.
           CLOSE CADLGPCP.
       CMP-EMITE-FIM.
           EXIT.
      *
      *----W-VALID (AAAAMMDD) PARA W-DATAED (DD/MM/AAAA)---------------*
      *
       DAT-ED.
           MOVE W-VLDDIA TO W-DMADIA
           MOVE W-VLDMES TO W-DMAMES
           MOVE W-VLDANO TO W-DMAANO
           MOVE W-DATADMA-N TO W-DATAED.
       DAT-ED-FIM.
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

       ROT-FIM.
           CLOSE CADLGPD CADPACI.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

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
