       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP137.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * DIGITACAO DOS FORMULARIOS DE ATENDIMENTO MANUAL DO  *
      * PACOTE DE CONTINGENCIA (SMP136) DEPOIS DA VOLTA DO  *
      * SISTEMA. D = DIGITA O FORMULARIO EMITIDO: LANCA A   *
      * CONSULTA COMO REALIZADA NO CADCONS (A CONSULTA QUE  *
      * JA ESTAVA MARCADA NO HORARIO E DADA COMO REALIZADA) *
      * E O RECEBIMENTO EM PAPEL NO CADRECIB, COM A DATA DO *
      * ATENDIMENTO. I = INUTILIZA FORMULARIO PERDIDO OU    *
      * RASURADO. O FORMULARIO SO PODE SER USADO UMA VEZ    *
      * (CADCONTG.DAT). A CONSULTA LEVA NA OBSERVACAO O     *
      * NUMERO DO FORMULARIO E TUDO VAI PARA O CADAUDIT COM *
      * OPERACAO C (REGISTRO DE CONTINGENCIA)               *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTG-FORM
                    FILE STATUS  IS ST-ERRO.
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
                    RECORD KEY   IS PAC-CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----FORMULARIOS DE ATENDIMENTO MANUAL EMITIDOS NO PACOTE--------*
      *----E = EMITIDO  D = DIGITADO  I = INUTILIZADO------------------*
       FD CADCONTG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTG.DAT".
       01 REGCONTG.
          03 CTG-FORM          PIC 9(06).
          03 CTG-SITUACAO      PIC X(01).
             88 CTG-EMITIDO        VALUE "E".
             88 CTG-DIGITADO       VALUE "D".
             88 CTG-INUTILIZADO    VALUE "I".
          03 CTG-DTEMIS        PIC 9(08).
          03 CTG-CONSCHAVE     PIC 9(18).
          03 CTG-RECIBO        PIC 9(06).
          03 CTG-DTDIGIT       PIC 9(08).
          03 CTG-OPERADOR      PIC X(08).
      *
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
          03 PAC-CPF           PIC 9(11).
          03 PAC-NOME          PIC X(30).
          03 FILLER            PIC X(85).
          03 PAC-CONVENIO      PIC 9(04).
          03 PAC-SITUACAO      PIC X(01).
             88 PAC-ATIVO          VALUE "A".
             88 PAC-INATIVO        VALUE "I".
             88 PAC-OBITO          VALUE "O".
          03 FILLER            PIC X(16).
          03 PAC-CARTEIRA      PIC X(20).
          03 FILLER            PIC X(31).
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
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 REGRECIB.
          03 REC-NUMERO        PIC 9(06).
          03 REC-CHAVE         PIC 9(18).
          03 REC-CPF           PIC 9(11).
          03 REC-VALOR.
             05 REC-VAL-RS     PIC 9(06).
             05 REC-VAL-CT     PIC 9(02).
          03 REC-FORMA         PIC X(01).
             88 REC-DINHEIRO       VALUE "D".
             88 REC-CARTAO         VALUE "C".
             88 REC-PIX            VALUE "P".
             88 REC-CHEQUE         VALUE "Q".
          03 REC-DATA          PIC 9(08).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
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
       01 W-EXISTE   PIC X(01) VALUE "N".
       01 W-AUDOPER  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE PIC X(11) VALUE SPACES.
       01 W-ANTES    PIC X(150) VALUE SPACES.
       01 W-DEPOIS   PIC X(150) VALUE SPACES.
       01 W-FORM     PIC 9(06) VALUE ZEROS.
       01 W-CRM      PIC 9(06) VALUE ZEROS.
       01 W-CPF      PIC 9(11) VALUE ZEROS.
       01 W-TIPO     PIC X(01) VALUE SPACES.
       01 W-HH       PIC 9(02) VALUE ZEROS.
       01 W-MI       PIC 9(02) VALUE ZEROS.
       01 W-VALRS    PIC 9(06) VALUE ZEROS.
       01 W-VALCT    PIC 9(02) VALUE ZEROS.
       01 W-FORMA    PIC X(01) VALUE SPACES.
       01 W-MAXREC   PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO   PIC X(40) VALUE SPACES.
       01 W-OBSCTG.
          03 FILLER     PIC X(24) VALUE "CONTINGENCIA FORMULARIO ".
          03 W-OBSFORM  PIC 9(06).
       01 W-DATAOK   PIC X(01) VALUE "S".
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
       01 W-DTEDIT   PIC 99/99/9999.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP137".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT137.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** DIGITACAO DOS FORMULARIOS DE CO".
           05  LINE 02  COLUMN 41
               VALUE  "NTINGENCIA ***".
           05  LINE 08  COLUMN 10
               VALUE  "D = DIGITAR FORMULARIO PREENCHIDO".
           05  LINE 10  COLUMN 10
               VALUE  "I = INUTILIZAR FORMULARIO (PERDIDO/RASURADO)".
           05  LINE 14  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 14  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADCONTG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTG
                 CLOSE CADCONTG
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADCONS
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONTG
                 GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONTG CADCONS
                 GO TO ROT-FIMP.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO REGMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONTG CADCONS CADPACI
                 GO TO ROT-FIMP.
       R0A.
           OPEN I-O CADRECIB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRECIB
                 CLOSE CADRECIB
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECIB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONTG CADCONS CADPACI REGMED
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT137
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "D" OR "d"
                GO TO DIG-001.
           IF W-MODO = "I" OR "i"
                GO TO INU-001.
           GO TO R1.

      *---------------DIGITACAO DO FORMULARIO-------------------------*

       DIG-001.
           MOVE ZEROS TO W-FORM W-CRM W-CPF W-HH W-MI W-VALRS W-VALCT
                         W-DATADMA-N
           MOVE SPACES TO W-TIPO W-FORMA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "DIGITACAO DE FORMULARIO DE CONTINGENCIA"
           DISPLAY (03, 03) "NUMERO DO FORMULARIO:"
           DISPLAY (05, 03) "DATA DO ATENDIMENTO (DD MM AAAA):"
           DISPLAY (06, 03) "HORA (HH MM):"
           DISPLAY (08, 03) "CRM DO MEDICO:"
           DISPLAY (09, 03) "CPF DO PACIENTE:"
           DISPLAY (10, 03) "TIPO (A=AMBULATORIAL U=URGENCIA):"
           DISPLAY (14, 03) "VALOR RECEBIDO R$ (0 = SEM RECEBIMENTO):"
           DISPLAY (14, 51) ","
           DISPLAY (15, 03)
             "FORMA (D=DINHEIRO C=CARTAO P=PIX Q=CHEQUE):"
           ACCEPT (03, 25) W-FORM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-FORM = ZEROS
                GO TO DIG-001.
           PERFORM FRM-LE THRU FRM-LE-FIM
           IF ST-ERRO NOT = "00"
                GO TO DIG-001.
       DIG-DATA.
           ACCEPT (05, 37) W-DMADIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-001.
           ACCEPT (05, 40) W-DMAMES WITH UPDATE
           ACCEPT (05, 43) W-DMAANO WITH UPDATE
           PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
           IF W-DATAOK = "N" OR W-DATAREF = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-DATA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-DATAREF > W-DATAHOJE
                MOVE "*** DATA DO ATENDIMENTO NO FUTURO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-DATA.
           IF W-DATAREF < CTG-DTEMIS
                MOVE "*** DATA ANTERIOR A EMISSAO DO FORMULARIO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-DATA.
       DIG-HORA.
           ACCEPT (06, 37) W-HH WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-DATA.
           ACCEPT (06, 40) W-MI WITH UPDATE
           IF W-HH > 23 OR W-MI > 59
                MOVE "*** HORA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-HORA.
       DIG-CRM.
           ACCEPT (08, 37) W-CRM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-HORA.
           MOVE W-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-CRM.
           DISPLAY (08, 45) NOME.
       DIG-CPF.
           ACCEPT (09, 37) W-CPF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-CRM.
           MOVE W-CPF TO PAC-CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO (SMP004) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-CPF.
           IF PAC-OBITO
                MOVE "*** PACIENTE COM OBITO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-CPF.
           DISPLAY (09, 50) PAC-NOME.

      *----CONSULTA JA MARCADA NO HORARIO E DADA COMO REALIZADA-------*

       DIG-CONS.
           DISPLAY (12, 03) LIMPA
           DISPLAY (12, 53) LIMPA
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-ANTES
           MOVE W-CRM TO CONS-CRM
           MOVE W-DATAREF TO CONS-DATA
           MOVE W-HH TO CONS-HH
           MOVE W-MI TO CONS-MI
           READ CADCONS
           IF ST-ERRO = "23"
                GO TO DIG-TIPO.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF CONS-CPF NOT = W-CPF
                MOVE "*** HORARIO DO MEDICO OCUPADO POR OUTRO PACIENTE"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-HORA.
           IF CONS-REALIZADA
                MOVE "*** CONSULTA JA REALIZADA NO SISTEMA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-HORA.
           IF CONS-CANCELADA
                MOVE "*** CONSULTA CANCELADA NESTE HORARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-HORA.
           MOVE "S" TO W-EXISTE
           MOVE REGCONS TO W-ANTES
           MOVE CONS-TIPO TO W-TIPO
           DISPLAY (10, 37) W-TIPO
           DISPLAY (12, 03)
             "CONSULTA MARCADA NO HORARIO: SERA DADA COMO REALIZADA"
           GO TO DIG-VALOR.
       DIG-TIPO.
           ACCEPT (10, 37) W-TIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-CPF.
           INSPECT W-TIPO CONVERTING "au" TO "AU"
           IF W-TIPO NOT = "A" AND NOT = "U"
                MOVE "*** TIPO: A=AMBULATORIAL U=URGENCIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-TIPO.
       DIG-VALOR.
           ACCEPT (14, 45) W-VALRS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-CPF.
           ACCEPT (14, 52) W-VALCT WITH UPDATE
           IF W-VALRS = ZEROS AND W-VALCT = ZEROS
                MOVE SPACES TO W-FORMA
                DISPLAY (15, 48) W-FORMA
                GO TO DIG-OPC.
       DIG-FORMA.
           ACCEPT (15, 48) W-FORMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIG-VALOR.
           INSPECT W-FORMA CONVERTING "dcpq" TO "DCPQ"
           IF W-FORMA NOT = "D" AND NOT = "C" AND NOT = "P"
                        AND NOT = "Q"
                MOVE "*D=DINHEIRO C=CARTAO P=PIX Q=CHEQUE*" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-FORMA.
       DIG-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DIGITACAO CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO DIG-OPC.

      *----GRAVA A CONSULTA REALIZADA----------------------------------*

       DIG-GRAVA.
           MOVE W-FORM TO W-OBSFORM
           IF W-EXISTE = "S"
                GO TO DIG-GRAVA2.
           MOVE W-CPF TO CONS-CPF
           MOVE W-TIPO TO CONS-TIPO
           MOVE "R" TO CONS-SITUACAO
           MOVE W-OBSCTG TO CONS-OBS
           MOVE SPACES TO CONS-MOTIVOCANC CONS-GUIASIT CONS-GLOSASIT
           MOVE ZEROS TO CONS-DTCANC CONS-REMARC CONS-SALA
           MOVE ZEROS TO CONS-GUIA CONS-GUIADATA CONS-LOTE
           MOVE ZEROS TO CONS-VALFAT CONS-VALPAGO
           COMPUTE CONS-CHEGADA = (W-HH * 100) + W-MI
           MOVE W-DATAREF TO CONS-AGENDDATA
           MOVE CONS-CHEGADA TO CONS-AGENDHORA
           MOVE ZEROS TO CONS-COBSEQ CONS-PLANO
           MOVE PAC-CONVENIO TO CONS-CONVENIO
           MOVE PAC-CARTEIRA TO CONS-CARTEIRA
           WRITE REGCONS
           IF ST-ERRO = "22"
                MOVE "*** HORARIO OCUPADO, DIGITE NOVAMENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIG-001.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO DIG-REC.
       DIG-GRAVA2.
           MOVE "R" TO CONS-SITUACAO
           MOVE W-OBSCTG TO CONS-OBS
           IF CONS-CHEGADA = ZEROS
                COMPUTE CONS-CHEGADA = (W-HH * 100) + W-MI.
           REWRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----RECEBIMENTO EM PAPEL: RECIBO NUMERADO COMO NO CAIXA---------*

       DIG-REC.
           MOVE W-CPF TO W-AUDCHAVE
           MOVE REGCONS TO W-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO REC-NUMERO
           IF W-VALRS = ZEROS AND W-VALCT = ZEROS
                GO TO DIG-BAIXA.
           MOVE ZEROS TO W-MAXREC REC-NUMERO
           START CADRECIB KEY IS NOT LESS REC-NUMERO
               INVALID KEY
                   GO TO DIG-REC2.
       DIG-REC1.
           READ CADRECIB NEXT RECORD
               AT END
                   GO TO DIG-REC2.
           MOVE REC-NUMERO TO W-MAXREC
           GO TO DIG-REC1.
       DIG-REC2.
           ADD 1 TO W-MAXREC.
       DIG-REC3.
           MOVE W-MAXREC TO REC-NUMERO
           MOVE CONS-CHAVE TO REC-CHAVE
           MOVE W-CPF TO REC-CPF
           MOVE W-VALRS TO REC-VAL-RS
           MOVE W-VALCT TO REC-VAL-CT
           MOVE W-FORMA TO REC-FORMA
           MOVE W-DATAREF TO REC-DATA
           COMPUTE REC-HORA = (W-HH * 100) + W-MI
           MOVE LK-OPERADOR TO REC-OPERADOR
           MOVE ZEROS TO REC-RPS REC-NFSE
           MOVE SPACES TO REC-NFSVERIF
           WRITE REGRECIB
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXREC
                GO TO DIG-REC3.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO RECIBO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE ZEROS TO REC-NUMERO
                GO TO DIG-BAIXA.
           MOVE SPACES TO W-ANTES
           MOVE W-OBSCTG TO W-ANTES
           MOVE REGRECIB TO W-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.

      *----BAIXA DO FORMULARIO: NAO PODE SER DIGITADO DE NOVO----------*

       DIG-BAIXA.
           MOVE W-FORM TO CTG-FORM
           READ CADCONTG
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONTG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "D" TO CTG-SITUACAO
           MOVE CONS-CHAVE TO CTG-CONSCHAVE
           MOVE REC-NUMERO TO CTG-RECIBO
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO CTG-DTDIGIT
           MOVE LK-OPERADOR TO CTG-OPERADOR
           REWRITE REGCONTG
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCONTG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** FORMULARIO DIGITADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DIG-001.

      *---------------INUTILIZACAO DO FORMULARIO-----------------------*

       INU-001.
           MOVE ZEROS TO W-FORM
           MOVE SPACES TO W-MOTIVO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "INUTILIZACAO DE FORMULARIO DE CONTINGENCIA"
           DISPLAY (03, 03) "NUMERO DO FORMULARIO:"
           DISPLAY (05, 03) "MOTIVO:"
           ACCEPT (03, 25) W-FORM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-FORM = ZEROS
                GO TO INU-001.
           PERFORM FRM-LE THRU FRM-LE-FIM
           IF ST-ERRO NOT = "00"
                GO TO INU-001.
       INU-002.
           ACCEPT (05, 11) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO INU-001.
           IF W-MOTIVO = SPACES
                MOVE "*** INFORME O MOTIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INU-002.
       INU-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "INUTILIZAR (S/N) : ".
           ACCEPT (23, 59) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** FORMULARIO MANTIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INU-001.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO INU-OPC.
           MOVE REGCONTG TO W-ANTES
           MOVE "I" TO CTG-SITUACAO
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO CTG-DTDIGIT
           MOVE LK-OPERADOR TO CTG-OPERADOR
           REWRITE REGCONTG
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCONTG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-FORM TO W-AUDCHAVE
           MOVE SPACES TO W-DEPOIS
           STRING "FORMULARIO INUTILIZADO: " W-MOTIVO
                  DELIMITED BY SIZE INTO W-DEPOIS
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** FORMULARIO INUTILIZADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INU-001.

      *----LE O FORMULARIO W-FORM; SO SERVE O EMITIDO E AINDA NAO------*
      *----USADO (ST-ERRO DIFERENTE DE 00 = RECUSADO)-----------------*

       FRM-LE.
           MOVE W-FORM TO CTG-FORM
           READ CADCONTG
           IF ST-ERRO NOT = "00"
                MOVE "*** FORMULARIO NAO EMITIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "23" TO ST-ERRO
                GO TO FRM-LE-FIM.
           IF CTG-DIGITADO
                MOVE "*** FORMULARIO JA DIGITADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "22" TO ST-ERRO
                GO TO FRM-LE-FIM.
           IF CTG-INUTILIZADO
                MOVE "*** FORMULARIO INUTILIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "22" TO ST-ERRO
                GO TO FRM-LE-FIM.
           MOVE CTG-DTEMIS TO W-DATAREF
           PERFORM DAT-DMA THRU DAT-DMA-FIM
           MOVE W-DATADMA-N TO W-DTEDIT
           DISPLAY (03, 35) "EMITIDO EM: " W-DTEDIT
           MOVE ZEROS TO W-DATADMA-N.
       FRM-LE-FIM.
           EXIT.

      *----VALIDA W-DATADMA (DDMMAAAA) E MONTA W-DATAREF (AAAAMMDD)----*

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
      *----OPERACAO C = REGISTRO DE CONTINGENCIA; ANTES/DEPOIS JA-----*
      *----MONTADOS PELO CHAMADOR-------------------------------------*
       AUD-GRAVA.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUD-GRAVA-FIM.
           MOVE "SMP137" TO AUD-PROGRAMA
           MOVE W-AUDCHAVE TO AUD-CHAVE
           MOVE "C" TO AUD-OPERACAO
           MOVE W-ANTES TO AUD-ANTES
           MOVE W-DEPOIS TO AUD-DEPOIS
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
           CLOSE CADCONTG CADCONS CADPACI REGMED CADRECIB.
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
