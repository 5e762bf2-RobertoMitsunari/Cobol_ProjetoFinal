       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP113.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * ROTEIRO DIARIO DOS ATENDIMENTOS DOMICILIARES POR    *
      * MEDICO: AS VISITAS DO DIA (CONS-TIPO D) AGRUPADAS   *
      * POR CIDADE E BAIRRO EM ORDEM DE CEP, COM ENDERECO   *
      * COMPLETO DO PACIENTE (CADCEP), TELEFONE,            *
      * RESPONSAVEL E CONTATO DE EMERGENCIA (CADRESP) E     *
      * ALERTAS CLINICOS (CADALERT). A ORDENACAO USA O      *
      * ARQUIVO DE TRABALHO CADROTWK.DAT. SAIDA EM          *
      * CADROTRL.DOC. CPF E TELEFONES MASCARADOS CONFORME O *
      * PERFIL DO OPERADOR (SMPMSK); OS ALERTAS CLINICOS    *
      * SAEM COMPLETOS PARA A SEGURANCA DO ATENDIMENTO      *
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
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADROTWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RWK-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADROTTX ASSIGN TO DISK
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
             88 CONS-DOMICILIO      VALUE "D".
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 FILLER         PIC X(10).
          03 PACTELEFONE.
             05 PACDDD      PIC 9(02).
             05 PACFONE     PIC 9(09).
          03 FILLER         PIC X(40).
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP           PIC 9(08).
          03 ENDERECO      PIC X(30).
          03 BAIRRO        PIC X(20).
          03 CIDADE        PIC X(20).
          03 UF            PIC X(02).
          03 FILLER        PIC X(01).
          03 FILLER        PIC X(16).
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
      *----TRABALHO: VISITAS DO DIA NA ORDEM DO ROTEIRO----------------*
      *
       FD CADROTWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTWK.DAT".
       01 REGROTWK.
          03 RWK-CHAVE.
             05 RWK-CRM        PIC 9(06).
             05 RWK-CIDADE     PIC X(20).
             05 RWK-BAIRRO     PIC X(20).
             05 RWK-CEP        PIC 9(08).
             05 RWK-HORA       PIC 9(04).
          03 RWK-CPF           PIC 9(11).
          03 RWK-SITUACAO      PIC X(01).
      *
       FD CADROTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTRL.DOC".
       01 REGROTTX    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-FILTRO-CRM  PIC 9(06) VALUE ZEROS.
       01 W-CEPABERTO   PIC X(01) VALUE "N".
       01 W-RSPABERTO   PIC X(01) VALUE "N".
       01 W-ALEABERTO   PIC X(01) VALUE "N".
       01 W-CRMANT      PIC 9(06) VALUE ZEROS.
       01 W-REGIAOANT   PIC X(40) VALUE SPACES.
       01 W-TOTDIA      PIC 9(05) VALUE ZEROS.
       01 W-TOTMED      PIC 9(05) VALUE ZEROS.
       01 W-TOTBAIRRO   PIC 9(05) VALUE ZEROS.
       01 W-DATAREF.
          03 W-REFANO   PIC 9(04) VALUE ZEROS.
          03 W-REFMES   PIC 9(02) VALUE ZEROS.
          03 W-REFDIA   PIC 9(02) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HORA      PIC 9(04) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
          03 W-HORAHH  PIC 9(02).
          03 W-HORAMI  PIC 9(02).
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
             "*** ROTEIRO DE ATENDIMENTOS DOMICILIARES ***".
       01 CABDATA.
          03 FILLER     PIC X(06) VALUE "DIA: ".
          03 CAB-DIA    PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB-MES    PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB-ANO    PIC 9999.
       01 CABMED.
          03 FILLER     PIC X(08) VALUE "MEDICO: ".
          03 CAB-CRM    PIC 9(06).
          03 FILLER     PIC X(03) VALUE " - ".
          03 CAB-NOME   PIC X(30).
       01 CABREG.
          03 FILLER     PIC X(10) VALUE "  CIDADE: ".
          03 CR-CIDADE  PIC X(20).
          03 FILLER     PIC X(10) VALUE "  BAIRRO: ".
          03 CR-BAIRRO  PIC X(20).
       01 LINVIS.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LV-HH      PIC 99.
          03 FILLER     PIC X(01) VALUE ":".
          03 LV-MI      PIC 99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LV-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LV-NOME    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(05) VALUE "TEL: ".
          03 LV-FONE    PIC X(12).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LV-SIT     PIC X(10).
       01 LINEND.
          03 FILLER     PIC X(11) VALUE SPACES.
          03 FILLER     PIC X(07) VALUE "END.: ".
          03 LE-ENDER   PIC X(30).
          03 FILLER     PIC X(02) VALUE ", ".
          03 LE-NUM     PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LE-COMPL   PIC X(12).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-CIDADE  PIC X(20).
          03 FILLER     PIC X(01) VALUE "/".
          03 LE-UF      PIC X(02).
          03 FILLER     PIC X(06) VALUE " CEP: ".
          03 LE-CEP     PIC 9(08).
       01 LINRSP.
          03 FILLER     PIC X(11) VALUE SPACES.
          03 LR-ROTULO  PIC X(07).
          03 LR-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LR-PARENT  PIC X(10).
          03 FILLER     PIC X(06) VALUE " TEL: ".
          03 LR-TEL     PIC X(11).
       01 LINALE.
          03 FILLER     PIC X(11) VALUE SPACES.
          03 LA-ROTULO  PIC X(13).
          03 LA-TEXTO   PIC X(50).
       01 TRAILMED.
          03 FILLER     PIC X(20) VALUE "VISITAS DO MEDICO: ".
          03 TRM-TOT    PIC ZZZZ9.
          03 FILLER     PIC X(12) VALUE "   BAIRROS: ".
          03 TRM-BAI    PIC ZZZZ9.
       01 TRAILERTX.
          03 FILLER     PIC X(25) VALUE "TOTAL DE VISITAS DO DIA".
          03 FILLER     PIC X(02) VALUE ": ".
          03 TRL-TOT    PIC ZZZZ9.
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP113".
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
       01  SMT113.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** ROTEIRO DE ATENDIMENTOS DOM".
           05  LINE 02  COLUMN 41
               VALUE  "ICILIARES POR REGIAO ***".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 14  COLUMN 01
               VALUE  "                         DATA (DD MM AAA".
           05  LINE 14  COLUMN 41
               VALUE  "A) :   -  -".
           05  LINE 16  COLUMN 01
               VALUE  "                         CRM (0 = TODOS ".
           05  LINE 16  COLUMN 41
               VALUE  "OS MEDICOS) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-REFDIA
               LINE 14  COLUMN 47  PIC 9(02)
               USING  W-REFDIA
               HIGHLIGHT.
           05  TW-REFMES
               LINE 14  COLUMN 50  PIC 9(02)
               USING  W-REFMES
               HIGHLIGHT.
           05  TW-REFANO
               LINE 14  COLUMN 53  PIC 9(04)
               USING  W-REFANO
               HIGHLIGHT.
           05  TW-CRM
               LINE 16  COLUMN 55  PIC 9(06)
               USING  W-FILTRO-CRM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      *
       INC-001.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-HOJEANO TO W-REFANO
           MOVE W-HOJEMES TO W-REFMES
           MOVE W-HOJEDIA TO W-REFDIA
           MOVE ZEROS TO W-FILTRO-CRM
           DISPLAY SMT113.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIMP.
           IF W-OPCAO = "N" OR "n"
                MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPC.
       INC-OPD.
           ACCEPT TW-REFDIA WITH UPDATE
           ACCEPT TW-REFMES WITH UPDATE
           ACCEPT TW-REFANO WITH UPDATE
           IF W-REFDIA < 1 OR W-REFDIA > 31
                MOVE "*** DIA INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPD.
           IF W-REFMES < 1 OR W-REFMES > 12
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPD.
           IF W-REFANO = ZEROS
                MOVE "*** ANO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPD.
       INC-OPM.
           ACCEPT TW-CRM.
      *
       INC-OP0.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "* ARQUIVO DE CONSULTAS NAO DISPONIVEL *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
           OPEN INPUT REGMED
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO REGMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCONS
                GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCONS REGMED
                GO TO ROT-FIMP.
           MOVE "N" TO W-CEPABERTO
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
                MOVE "S" TO W-CEPABERTO.
           MOVE "N" TO W-RSPABERTO
           OPEN INPUT CADRESP
           IF ST-ERRO = "00"
                MOVE "S" TO W-RSPABERTO.
           MOVE "N" TO W-ALEABERTO
           OPEN INPUT CADALERT
           IF ST-ERRO = "00"
                MOVE "S" TO W-ALEABERTO.
           OPEN OUTPUT CADROTWK
           CLOSE CADROTWK
           OPEN I-O CADROTWK
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADROTWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN OUTPUT CADROTTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADROTTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADROTWK
                GO TO ROT-FIM.
      *
      *--------SEPARA AS VISITAS DO DIA (OU SO DO CRM FILTRADO)--------*
      *
       SEL-MED0.
           IF W-FILTRO-CRM NOT = ZEROS
                MOVE W-FILTRO-CRM TO CRM
                READ REGMED
                IF ST-ERRO NOT = "00"
                   MOVE "*** CRM NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMT
                ELSE
                   PERFORM SEL-VIS THRU SEL-VIS-FIM
                   GO TO IMP-001
           ELSE
                MOVE ZEROS TO CRM
                START REGMED KEY IS NOT LESS CRM
                    INVALID KEY
                        GO TO IMP-001.
       SEL-MED1.
           READ REGMED NEXT RECORD
               AT END
                   GO TO IMP-001.
           IF MED-INATIVO
                GO TO SEL-MED1.
           PERFORM SEL-VIS THRU SEL-VIS-FIM
           GO TO SEL-MED1.

      ******************************************************************
      * GRAVA NO CADROTWK AS VISITAS DOMICILIARES NAO CANCELADAS DO    *
      * MEDICO CRM NO DIA, COM CIDADE/BAIRRO DO CEP DO PACIENTE        *
      ******************************************************************
       SEL-VIS.
           MOVE CRM      TO CONS-CRM
           MOVE W-REFANO TO CONS-ANO
           MOVE W-REFMES TO CONS-MES
           MOVE W-REFDIA TO CONS-DIA
           MOVE ZEROS    TO CONS-HORA
           START CADCONS KEY IS NOT LESS CONS-CHAVE
               INVALID KEY
                   GO TO SEL-VIS-FIM.
       SEL-VIS1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO SEL-VIS-FIM.
           IF CONS-CRM NOT = CRM
                GO TO SEL-VIS-FIM.
           IF CONS-ANO NOT = W-REFANO OR CONS-MES NOT = W-REFMES
                              OR CONS-DIA NOT = W-REFDIA
                GO TO SEL-VIS-FIM.
           IF CONS-CANCELADA OR NOT CONS-DOMICILIO
                GO TO SEL-VIS1.
           MOVE CONS-CRM TO RWK-CRM
           MOVE CONS-HORA TO RWK-HORA
           MOVE CONS-CPF TO RWK-CPF
           MOVE CONS-SITUACAO TO RWK-SITUACAO
           MOVE SPACES TO RWK-CIDADE
           MOVE "CEP NAO LOCALIZADO" TO RWK-BAIRRO
           MOVE ZEROS TO RWK-CEP
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO SEL-VIS2.
           MOVE CEPPACI TO RWK-CEP
           IF W-CEPABERTO NOT = "S"
                GO TO SEL-VIS2.
           MOVE CEPPACI TO CEP
           READ CADCEP
           IF ST-ERRO = "00"
                MOVE CIDADE TO RWK-CIDADE
                MOVE BAIRRO TO RWK-BAIRRO.
       SEL-VIS2.
           WRITE REGROTWK
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADROTWK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO SEL-VIS1.
       SEL-VIS-FIM.
           EXIT.
      *
      *--------IMPRIME O ROTEIRO NA ORDEM MEDICO/CIDADE/BAIRRO/CEP-----*
      *
       IMP-001.
           WRITE REGROTTX FROM CAB0.
           MOVE W-REFDIA TO CAB-DIA
           MOVE W-REFMES TO CAB-MES
           MOVE W-REFANO TO CAB-ANO
           WRITE REGROTTX FROM CABDATA.
           MOVE SPACES TO REGROTTX
           WRITE REGROTTX.
           MOVE ZEROS TO W-TOTDIA W-TOTMED W-TOTBAIRRO W-CRMANT
           MOVE ZEROS TO RWK-CRM RWK-CEP RWK-HORA
           MOVE SPACES TO RWK-CIDADE RWK-BAIRRO
           START CADROTWK KEY IS NOT LESS RWK-CHAVE
               INVALID KEY
                   GO TO IMP-TOT.
       IMP-LER.
           READ CADROTWK NEXT RECORD
               AT END
                   GO TO IMP-TOT.
           IF RWK-CRM NOT = W-CRMANT
                PERFORM IMP-TRLMED THRU IMP-TRLMED-FIM
                MOVE RWK-CRM TO W-CRMANT CRM CAB-CRM
                READ REGMED
                IF ST-ERRO = "00"
                     MOVE NOME TO CAB-NOME
                ELSE
                     MOVE SPACES TO CAB-NOME.
           IF RWK-CRM = W-CRMANT AND W-TOTMED = ZEROS
                WRITE REGROTTX FROM CABMED
                MOVE SPACES TO W-REGIAOANT.
           IF RWK-CIDADE NOT = W-REGIAOANT (1:20) OR
              RWK-BAIRRO NOT = W-REGIAOANT (21:20) OR
              W-TOTMED = ZEROS
                MOVE RWK-CIDADE TO CR-CIDADE W-REGIAOANT (1:20)
                MOVE RWK-BAIRRO TO CR-BAIRRO W-REGIAOANT (21:20)
                MOVE SPACES TO REGROTTX
                WRITE REGROTTX
                WRITE REGROTTX FROM CABREG
                ADD 1 TO W-TOTBAIRRO.
           PERFORM IMP-VIS THRU IMP-VIS-FIM
           ADD 1 TO W-TOTMED W-TOTDIA
           GO TO IMP-LER.
       IMP-TOT.
           PERFORM IMP-TRLMED THRU IMP-TRLMED-FIM
           MOVE W-TOTDIA TO TRL-TOT
           WRITE REGROTTX FROM TRAILERTX.
           IF W-TOTDIA = ZEROS
                MOVE "*** NENHUMA VISITA DOMICILIAR NO DIA ***" TO MENS
           ELSE
                MOVE "*** ROTEIRO GERADO EM CADROTRL.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMT.

      *----FECHA O MEDICO ANTERIOR: TOTAL DE VISITAS E DE BAIRROS------*

       IMP-TRLMED.
           IF W-TOTMED = ZEROS
                GO TO IMP-TRLMED-FIM.
           MOVE W-TOTMED TO TRM-TOT
           MOVE W-TOTBAIRRO TO TRM-BAI
           MOVE SPACES TO REGROTTX
           WRITE REGROTTX.
           WRITE REGROTTX FROM TRAILMED.
           MOVE SPACES TO REGROTTX
           WRITE REGROTTX.
           MOVE ZEROS TO W-TOTMED W-TOTBAIRRO.
       IMP-TRLMED-FIM.
           EXIT.

      ******************************************************************
      * UMA VISITA: PACIENTE E TELEFONE, ENDERECO COMPLETO, RESPONSAVEL*
      * E CONTATO DE EMERGENCIA (CADRESP) E ALERTAS (CADALERT)         *
      ******************************************************************
       IMP-VIS.
           MOVE RWK-HORA TO W-HORA
           MOVE W-HORAHH TO LV-HH
           MOVE W-HORAMI TO LV-MI
           MOVE RWK-CPF TO CPF W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LV-CPF
           IF RWK-SITUACAO = "R"
                MOVE "REALIZADA" TO LV-SIT
           ELSE
              IF RWK-SITUACAO = "N"
                 MOVE "NAO COMP." TO LV-SIT
              ELSE
                 MOVE SPACES TO LV-SIT.
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO LV-NOME
                MOVE SPACES TO LV-FONE
                WRITE REGROTTX FROM LINVIS
                GO TO IMP-VIS-FIM.
           MOVE PACINOME TO LV-NOME
           MOVE "T" TO W-MSKGRUPO
           MOVE "N" TO W-MSKFORMA
           MOVE SPACES TO W-MSKDADO
           STRING PACDDD "-" PACFONE DELIMITED BY SIZE INTO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LV-FONE
           WRITE REGROTTX FROM LINVIS.
           MOVE SPACES TO LE-ENDER LE-CIDADE LE-UF
           MOVE NUMLOGRA TO LE-NUM
           MOVE COMLOGRA TO LE-COMPL
           MOVE CEPPACI TO LE-CEP
           IF W-CEPABERTO = "S"
                MOVE CEPPACI TO CEP
                READ CADCEP
                IF ST-ERRO = "00"
                     MOVE ENDERECO TO LE-ENDER
                     MOVE CIDADE TO LE-CIDADE
                     MOVE UF TO LE-UF.
           WRITE REGROTTX FROM LINEND.
           IF W-RSPABERTO NOT = "S"
                GO TO IMP-VIS1.
           MOVE CPF TO RSP-CPF
           READ CADRESP
           IF ST-ERRO NOT = "00"
                GO TO IMP-VIS1.
           IF RSP-NOME NOT = SPACES
                MOVE "RESP.: " TO LR-ROTULO
                MOVE RSP-NOME TO LR-NOME
                MOVE RSP-PARENT TO LR-PARENT
                MOVE RSP-TELEFONE TO W-MSKDADO
                PERFORM MSK-TEL THRU MSK-TEL-FIM
                WRITE REGROTTX FROM LINRSP.
           IF RSP-EMERGNOME NOT = SPACES
                MOVE "EMERG.:" TO LR-ROTULO
                MOVE RSP-EMERGNOME TO LR-NOME
                MOVE SPACES TO LR-PARENT
                MOVE RSP-EMERGTEL TO W-MSKDADO
                PERFORM MSK-TEL THRU MSK-TEL-FIM
                WRITE REGROTTX FROM LINRSP.
       IMP-VIS1.
           IF W-ALEABERTO NOT = "S"
                GO TO IMP-VIS-FIM.
           MOVE CPF TO ALE-CPF
           READ CADALERT
           IF ST-ERRO NOT = "00"
                GO TO IMP-VIS-FIM.
           IF ALE-ALERGIAS NOT = SPACES
                MOVE "ALERGIAS...: " TO LA-ROTULO
                MOVE ALE-ALERGIAS TO LA-TEXTO
                WRITE REGROTTX FROM LINALE.
           IF ALE-CRONICAS NOT = SPACES
                MOVE "CRONICAS...: " TO LA-ROTULO
                MOVE ALE-CRONICAS TO LA-TEXTO
                WRITE REGROTTX FROM LINALE.
           IF ALE-PRECAUCOES NOT = SPACES
                MOVE "PRECAUCOES.: " TO LA-ROTULO
                MOVE ALE-PRECAUCOES TO LA-TEXTO
                WRITE REGROTTX FROM LINALE.
       IMP-VIS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMT.
           CLOSE CADROTWK CADROTTX.
       ROT-FIM.
           CLOSE CADCONS REGMED CADPACI.
           IF W-CEPABERTO = "S"
                CLOSE CADCEP.
           IF W-RSPABERTO = "S"
                CLOSE CADRESP.
           IF W-ALEABERTO = "S"
                CLOSE CADALERT.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----TELEFONE DO RESPONSAVEL/EMERGENCIA CONFORME O PERFIL DO-----*
      *----OPERADOR (W-MSKDADO JA CARREGADO)---------------------------*

       MSK-TEL.
           MOVE "T" TO W-MSKGRUPO
           MOVE "N" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LR-TEL.
       MSK-TEL-FIM.
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
