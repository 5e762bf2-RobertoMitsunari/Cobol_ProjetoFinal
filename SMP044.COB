      * PRODUCAO MEDICA E REPASSE: MANUTENCAO DO PERCENTUAL *
      * DE REPASSE POR CRM (CADREPAS.DAT) E RELATORIO       *
      * MENSAL DE PRODUCAO POR CONVENIO E TIPO DE CONSULTA  *
      * FECHAMENTO COM ORDEM DE PAGAMENTO (CADORDEM.DAT) JA *
      * COM AS RETENCOES DE INSS, IRRF E ISS CONFORME O     *
      * CADASTRO FISCAL DO MEDICO (CADMEDFS.DAT) E A TABELA *
      * VIGENTE (CADTBIR.DAT), MANTIDOS NO SMP100. OS       *
      * PLANTOES DO MES (CADPLANT.DAT, SMP111) SOMAM-SE AO   *
      * REPASSE DAS CONSULTAS NA ORDEM DE PAGAMENTO         *
      * RETORNOS SEM COBRANCA (CADRETOR.DAT, SMP006) NAO    *
      * ENTRAM NA BASE; SAO PAGOS CONFORME A REGRA DO       *
      * MEDICO NO CADREPAS (N=NAO REMUNERA F=VALOR FIXO)    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEDFS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MFS-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADTBIR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIR-VIGENCIA
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPLANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRETOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       01 REGREPAS.
          03 RPS-CRM           PIC 9(06).
          03 RPS-PERCENT       PIC 9(03)V99.
          03 RPS-RETREGRA      PIC X(01).
             88 RPS-RET-NAOPAGA    VALUE "N".
             88 RPS-RET-FIXO       VALUE "F".
          03 RPS-RETVALOR      PIC 9(06)V99.
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
             88 CONS-COM-GLOSA      VALUE "G".
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD REGMED
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
          03 ORD-VALOR         PIC 9(10)V99.
          03 ORD-DTGER         PIC 9(08).
          03 ORD-OPERADOR      PIC X(08).
          03 ORD-TIPOPES       PIC X(01).
             88 ORD-PESFISICA      VALUE "F".
             88 ORD-PESJURIDICA    VALUE "J".
          03 ORD-INSS          PIC 9(08)V99.
          03 ORD-BASEIR        PIC 9(10)V99.
          03 ORD-IRRF          PIC 9(08)V99.
          03 ORD-ISS           PIC 9(08)V99.
          03 ORD-LIQUIDO       PIC 9(10)V99.
          03 ORD-QTDPLT        PIC 9(03).
          03 ORD-VALPLT        PIC 9(08)V99.
          03 ORD-QTDRET        PIC 9(03).
          03 ORD-VALRET        PIC 9(08)V99.
      *
       FD CADREPCT
               LABEL RECORD IS STANDARD
          03 RPC-ANO           PIC 9(04).
          03 RPC-MES           PIC 9(02).
          03 RPC-VALOR         PIC 9(08)V99.
      *
       FD CADMEDFS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDFS.DAT".
       01 REGMEDFS.
          03 MFS-CRM           PIC 9(06).
          03 MFS-TIPO          PIC X(01).
             88 MFS-FISICA         VALUE "F".
             88 MFS-JURIDICA       VALUE "J".
          03 MFS-DOCTO         PIC 9(14).
          03 MFS-RAZAO         PIC X(30).
          03 MFS-DEPEND        PIC 9(02).
          03 MFS-SIMPLES       PIC X(01).
          03 MFS-MUNICIPIO     PIC X(20).
          03 MFS-ALIQISS       PIC 9(02)V99.
          03 MFS-INSSOUTRA     PIC 9(06)V99.
          03 MFS-DTALT         PIC 9(08).
          03 MFS-OPERADOR      PIC X(08).
      *
       FD CADTBIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTBIR.DAT".
       01 REGTBIR.
          03 TIR-VIGENCIA      PIC 9(08).
          03 TIR-FAIXA OCCURS 5 TIMES.
             05 TIR-LIMITE     PIC 9(08)V99.
             05 TIR-ALIQ       PIC 9(02)V99.
             05 TIR-DEDUZ      PIC 9(06)V99.
          03 TIR-DEDDEP        PIC 9(04)V99.
          03 TIR-INSSALIQ      PIC 9(02)V99.
          03 TIR-INSSTETO      PIC 9(06)V99.
          03 TIR-ALIQPJ        PIC 9(02)V99.
          03 TIR-MINRET        PIC 9(04)V99.
      *
       FD CADPLANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANT.DAT".
       01 REGPLANT.
          03 PLT-CHAVE.
             05 PLT-DATA.
                07 PLT-ANO     PIC 9(04).
                07 PLT-MES     PIC 9(02).
                07 PLT-DIA     PIC 9(02).
             05 PLT-SETOR      PIC X(01).
             05 PLT-TURNO      PIC X(01).
          03 PLT-CRMTIT        PIC 9(06).
          03 PLT-CRMCOB        PIC 9(06).
          03 PLT-VALOR         PIC 9(06)V99.
          03 PLT-SITUACAO      PIC X(01).
             88 PLT-ATIVO          VALUE "A".
             88 PLT-CANCELADO      VALUE "C".
          03 PLT-REPASSE       PIC 9(06).
          03 PLT-DTALT         PIC 9(08).
          03 PLT-OPERADOR      PIC X(08).
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
       FD CADREPTX
               LABEL RECORD IS STANDARD
             05 FM-CRM      PIC 9(06).
             05 FM-QTDE     PIC 9(05).
             05 FM-BASE     PIC 9(10)V99.
             05 FM-QTDPLT   PIC 9(03).
             05 FM-VALPLT   PIC 9(08)V99.
             05 FM-QTDRET   PIC 9(03).
             05 FM-VALRET   PIC 9(08)V99.
       01 W-TOTFCH   PIC 9(02) VALUE ZEROS.
       01 W-CRMFCH   PIC 9(06) VALUE ZEROS.
       01 W-ORIGFCH  PIC X(01) VALUE SPACES.
       01 W-PLTABERTO   PIC X(01) VALUE "N".
       01 W-RETABERTO   PIC X(01) VALUE "N".
       01 W-PLTDATA     PIC 9(08) VALUE ZEROS.
       01 W-PLTREF.
          03 W-PLTREF-ANO  PIC 9(04).
          03 W-PLTREF-MES  PIC 9(02).
       01 W-PLTREF-N REDEFINES W-PLTREF PIC 9(06).
      *
       01 W-TABIR       PIC X(140) VALUE SPACES.
       01 W-TIROK       PIC X(01) VALUE "N".
       01 W-MFSABERTO   PIC X(01) VALUE "N".
       01 W-TEMFIS      PIC X(01) VALUE "N".
       01 W-INSSBASE    PIC 9(08)V99 VALUE ZEROS.
       01 W-DEDUCAO     PIC 9(10)V99 VALUE ZEROS.
       01 W-IRCALC      PIC 9(10)V99 VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.
      *
       01 OCAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 LO-QTDE     PIC ZZZZ9.
          03 FILLER      PIC X(16) VALUE "  BASE (R$)....:".
          03 LO-BASE     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINORD6.
          03 FILLER      PIC X(22) VALUE "PLANTOES NO MES......:".
          03 LO-QTDPLT   PIC ZZZZ9.
          03 FILLER      PIC X(16) VALUE "  VALOR (R$)...:".
          03 LO-VALPLT   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINORD7.
          03 FILLER      PIC X(22) VALUE "RETORNOS NO MES......:".
          03 LO-QTDRET   PIC ZZZZ9.
          03 FILLER      PIC X(16) VALUE "  VALOR (R$)...:".
          03 LO-VALRET   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINORD2.
          03 FILLER      PIC X(22) VALUE "PERCENTUAL REPASSE...:".
          03 LO-PCT      PIC ZZ9,99.
          03 FILLER      PIC X(16) VALUE "  A PAGAR (R$).:".
          03 LO-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LINORD3.
          03 FILLER      PIC X(22) VALUE "INSS RETIDO (R$).....:".
          03 LO-INSS     PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(11) VALUE SPACES.
          03 FILLER      PIC X(16) VALUE "  IRRF (R$).....".
          03 LO-IRRF     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINORD4.
          03 FILLER      PIC X(22) VALUE "ISS RETIDO (R$)......:".
          03 LO-ISS      PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(11) VALUE SPACES.
          03 FILLER      PIC X(16) VALUE "  LIQUIDO (R$)..".
          03 LO-LIQUIDO  PIC ZZZ.ZZZ.ZZ9,99.
       01 LINORD5.
          03 FILLER      PIC X(50) VALUE
             "*** MEDICO SEM CADASTRO FISCAL - SEM RETENCOES ***".
       01 LINASS.
          03 FILLER      PIC X(45) VALUE
             "RECEBI: ____________________________________".
           IF ST-ERRO = "00"
                DISPLAY (05, 05) "PERCENTUAL ATUAL: " RPS-PERCENT
           ELSE
                MOVE ZEROS TO RPS-PERCENT RPS-RETVALOR
                MOVE "N" TO RPS-RETREGRA.
           IF RPS-RETREGRA NOT = "F"
                MOVE "N" TO RPS-RETREGRA
                MOVE ZEROS TO RPS-RETVALOR.
       MNT-002.
           DISPLAY (07, 05) "NOVO PERCENTUAL (999,99):"
           ACCEPT (07, 32) RPS-PERCENT
                MOVE "*** PERCENTUAL MAXIMO E 100 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MNT-002.
      *----RETORNO SEM COBRANCA: N=NAO REMUNERA  F=VALOR FIXO----------*
       MNT-003.
           DISPLAY (09, 05) "REPASSE DO RETORNO (N=NAO F=FIXO):"
           ACCEPT (09, 41) RPS-RETREGRA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO MNT-002.
           IF RPS-RETREGRA = "n"
                MOVE "N" TO RPS-RETREGRA.
           IF RPS-RETREGRA = "f"
                MOVE "F" TO RPS-RETREGRA.
           IF RPS-RETREGRA NOT = "N" AND NOT = "F"
                MOVE "*** DIGITE N=NAO REMUNERA  F=VALOR FIXO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MNT-003.
           IF RPS-RETREGRA = "N"
                MOVE ZEROS TO RPS-RETVALOR
                GO TO MNT-WR1.
       MNT-004.
           DISPLAY (11, 05) "VALOR POR RETORNO (999999,99):"
           ACCEPT (11, 37) RPS-RETVALOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO MNT-003.
           IF RPS-RETVALOR = ZEROS
                MOVE "*** INFORME O VALOR FIXO DO RETORNO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MNT-004.
       MNT-WR1.
           MOVE W-CRMMNT TO RPS-CRM
           WRITE REGREPAS
           OPEN INPUT CADPRECO
           IF ST-ERRO = "00"
                MOVE "S" TO W-PRCABERTO.
           MOVE "N" TO W-RETABERTO
           OPEN INPUT CADRETOR
           IF ST-ERRO = "00"
                MOVE "S" TO W-RETABERTO.
           MOVE ZEROS TO W-TOTMED
           MOVE 1 TO IM.
       REL-LIMPA.
                ADD 1 TO IM
                GO TO REL-LIMPA.
       REL-VARRE.
           MOVE W-FILTRO-ANO TO CONS-ANO
           MOVE W-FILTRO-MES TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO REL-GRAVA.
       REL-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO REL-GRAVA.
           IF CONS-ANO NOT = W-FILTRO-ANO OR
              CONS-MES NOT = W-FILTRO-MES
                GO TO REL-GRAVA.
           IF NOT CONS-REALIZADA
                GO TO REL-LER.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO REL-LER.
      *----RETORNO SEM COBRANCA ENTRA NA PRODUCAO COM VALOR ZERO-------*
           MOVE ZEROS TO W-VALCONS
           IF W-RETABERTO = "S"
                MOVE CONS-CHAVE TO RET-CHAVE
                READ CADRETOR
                IF ST-ERRO = "00"
                     GO TO REL-ACU.
           MOVE PACCONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
           CLOSE CADCONS CADPACI CADCONV CADPLANO.
           IF W-PRCABERTO = "S"
                CLOSE CADPRECO.
           IF W-RETABERTO = "S"
                CLOSE CADRETOR
                MOVE "N" TO W-RETABERTO.
           GO TO R1.

      *---------FECHAMENTO MENSAL E ORDEM DE PAGAMENTO------------------*
                 GO TO R1
           ELSE
                 NEXT SENTENCE.
      *----TABELA DE IRRF/INSS VIGENTE NA DATA DO FECHAMENTO-----------*
       FEC-OP3.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE "N" TO W-TIROK
           OPEN INPUT CADTBIR
           IF ST-ERRO NOT = "00"
                GO TO FEC-OP5.
           MOVE ZEROS TO TIR-VIGENCIA
           START CADTBIR KEY IS NOT LESS TIR-VIGENCIA
               INVALID KEY
                   GO TO FEC-OP5.
       FEC-OP4.
           READ CADTBIR NEXT RECORD
               AT END
                   GO TO FEC-OP5.
           IF TIR-VIGENCIA > W-DATAHOJE
                GO TO FEC-OP5.
           MOVE REGTBIR TO W-TABIR
           MOVE "S" TO W-TIROK
           GO TO FEC-OP4.
       FEC-OP5.
           CLOSE CADTBIR
           IF W-TIROK NOT = "S"
                MOVE "*** CADASTRE A TABELA DE IRRF/INSS (SMP100) ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCONS CADREPCT CADORDEM
                GO TO R1.
           MOVE W-TABIR TO REGTBIR
           MOVE "N" TO W-MFSABERTO
           OPEN INPUT CADMEDFS
           IF ST-ERRO = "00"
                MOVE "S" TO W-MFSABERTO.
           MOVE "N" TO W-RETABERTO
           OPEN INPUT CADRETOR
           IF ST-ERRO = "00"
                MOVE "S" TO W-RETABERTO.
           MOVE ZEROS TO W-TOTFCH
           MOVE 1 TO IM.
       FEC-LIMPA.
                ADD 1 TO IM
                GO TO FEC-LIMPA.
       FEC-VARRE.
           MOVE W-FILTRO-ANO TO CONS-ANO
           MOVE W-FILTRO-MES TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO FEC-GRAVA.
       FEC-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO FEC-PLT.
           IF CONS-ANO NOT = W-FILTRO-ANO OR
              CONS-MES NOT = W-FILTRO-MES
                GO TO FEC-PLT.
           IF NOT CONS-REALIZADA
                GO TO FEC-LER.
           IF W-RETABERTO = "S"
                MOVE CONS-CHAVE TO RET-CHAVE
                READ CADRETOR
                IF ST-ERRO = "00"
                     GO TO FEC-RET.
           IF NOT CONS-PAGO-INTEGRAL AND NOT CONS-COM-GLOSA
                GO TO FEC-LER.
           IF CONS-VALPAGO = ZEROS
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREPCT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-ENCERRA.
           MOVE CONS-CRM TO W-CRMFCH
           MOVE "C" TO W-ORIGFCH
           PERFORM FEC-ACU THRU FEC-ACU-FIM
           GO TO FEC-LER.
      *
      *----RETORNO REALIZADO: NAO ENTRA NA BASE DO PERCENTUAL; COM A---*
      * REGRA F DO MEDICO PAGA O VALOR FIXO, MARCADO NO CADREPCT       *
      *----------------------------------------------------------------*
       FEC-RET.
           MOVE CONS-CRM TO RPS-CRM
           READ CADREPAS
           IF ST-ERRO NOT = "00"
                GO TO FEC-LER.
           IF NOT RPS-RET-FIXO OR RPS-RETVALOR = ZEROS
                GO TO FEC-LER.
           MOVE CONS-CHAVE TO RPC-CHAVE
           READ CADREPCT
           IF ST-ERRO = "00"
                GO TO FEC-LER.
           MOVE RPS-RETVALOR TO W-VALPAGO
           MOVE CONS-CHAVE TO RPC-CHAVE
           MOVE CONS-CRM TO RPC-CRM
           MOVE W-FILTRO-ANO TO RPC-ANO
           MOVE W-FILTRO-MES TO RPC-MES
           MOVE W-VALPAGO TO RPC-VALOR
           WRITE REGREPCT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREPCT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-ENCERRA.
           MOVE CONS-CRM TO W-CRMFCH
           MOVE "R" TO W-ORIGFCH
           PERFORM FEC-ACU THRU FEC-ACU-FIM
           GO TO FEC-LER.
      *
      *----PLANTOES REALIZADOS NO MES, AINDA NAO REPASSADOS------------*
      * O PLANTAO E PAGO AO TITULAR DA ESCALA (TROCAS APROVADAS JA     *
      * SUBSTITUEM O TITULAR) E MARCADO COM O MES DO REPASSE           *
      *----------------------------------------------------------------*
       FEC-PLT.
           MOVE "N" TO W-PLTABERTO
           OPEN I-O CADPLANT
           IF ST-ERRO NOT = "00"
                GO TO FEC-GRAVA.
           MOVE "S" TO W-PLTABERTO
           MOVE W-FILTRO-ANO TO W-PLTREF-ANO
           MOVE W-FILTRO-MES TO W-PLTREF-MES
           MOVE SPACES TO PLT-CHAVE
           MOVE W-FILTRO-ANO TO PLT-ANO
           MOVE W-FILTRO-MES TO PLT-MES
           MOVE ZEROS TO PLT-DIA
           START CADPLANT KEY IS NOT LESS PLT-CHAVE
               INVALID KEY
                   GO TO FEC-GRAVA.
       FEC-PLT1.
           READ CADPLANT NEXT RECORD
               AT END
                   GO TO FEC-GRAVA.
           IF PLT-ANO NOT = W-FILTRO-ANO OR
              PLT-MES NOT = W-FILTRO-MES
                GO TO FEC-GRAVA.
           MOVE PLT-DATA TO W-PLTDATA
           IF PLT-CANCELADO OR W-PLTDATA > W-DATAHOJE
                GO TO FEC-PLT1.
           IF PLT-REPASSE NOT = ZEROS OR PLT-VALOR = ZEROS
                GO TO FEC-PLT1.
           IF PLT-CRMTIT = ZEROS
                GO TO FEC-PLT1.
           MOVE W-PLTREF-N TO PLT-REPASSE
           REWRITE REGPLANT
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLANT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-ENCERRA.
           MOVE PLT-CRMTIT TO W-CRMFCH
           MOVE "P" TO W-ORIGFCH
           PERFORM FEC-ACU THRU FEC-ACU-FIM
           GO TO FEC-PLT1.
      *
      *----ACUMULA A BASE DE REPASSE (OU O PLANTAO) POR CRM------------*
      *
       FEC-ACU.
           MOVE 1 TO IM.
       FEC-ACU1.
           IF IM > W-TOTFCH
                GO TO FEC-ACU2.
           IF FM-CRM (IM) = W-CRMFCH
                GO TO FEC-ACU3.
           ADD 1 TO IM
           GO TO FEC-ACU1.
           ADD 1 TO W-TOTFCH
           MOVE W-TOTFCH TO IM
           MOVE ZEROS TO FCH-MED (IM)
           MOVE W-CRMFCH TO FM-CRM (IM).
       FEC-ACU3.
           IF W-ORIGFCH = "P"
                ADD 1 TO FM-QTDPLT (IM)
                ADD PLT-VALOR TO FM-VALPLT (IM)
                GO TO FEC-ACU-FIM.
           IF W-ORIGFCH = "R"
                ADD 1 TO FM-QTDRET (IM)
                ADD W-VALPAGO TO FM-VALRET (IM)
                GO TO FEC-ACU-FIM.
           ADD 1 TO FM-QTDE (IM)
           ADD W-VALPAGO TO FM-BASE (IM).
       FEC-ACU-FIM.
           MOVE W-FILTRO-MES TO CABPER-MES
           MOVE W-FILTRO-ANO TO CABPER-ANO
           WRITE REGORDTX FROM CABPER.
           MOVE 1 TO IM.
       FEC-GRMED.
           IF IM > W-TOTFCH
           MOVE W-FILTRO-MES TO ORD-MES
           MOVE FM-QTDE (IM) TO ORD-QTDE
           MOVE FM-BASE (IM) TO ORD-BASE
           MOVE FM-QTDPLT (IM) TO ORD-QTDPLT
           MOVE FM-VALPLT (IM) TO ORD-VALPLT
           MOVE FM-QTDRET (IM) TO ORD-QTDRET
           MOVE FM-VALRET (IM) TO ORD-VALRET
           MOVE FM-CRM (IM) TO RPS-CRM
           READ CADREPAS
           IF ST-ERRO = "00"
           ELSE
                MOVE ZEROS TO ORD-PCT.
           COMPUTE ORD-VALOR ROUNDED = (ORD-BASE * ORD-PCT) / 100
                                     + ORD-VALPLT + ORD-VALRET
           PERFORM RET-CALC THRU RET-CALC-FIM
           MOVE W-DATAHOJE TO ORD-DTGER
           MOVE LK-OPERADOR TO ORD-OPERADOR
           WRITE REGORDEM
           MOVE ORD-QTDE TO LO-QTDE
           MOVE ORD-BASE TO LO-BASE
           WRITE REGORDTX FROM LINORD.
           IF ORD-QTDPLT NOT = ZEROS
                MOVE ORD-QTDPLT TO LO-QTDPLT
                MOVE ORD-VALPLT TO LO-VALPLT
                WRITE REGORDTX FROM LINORD6.
           IF ORD-QTDRET NOT = ZEROS
                MOVE ORD-QTDRET TO LO-QTDRET
                MOVE ORD-VALRET TO LO-VALRET
                WRITE REGORDTX FROM LINORD7.
           MOVE ORD-PCT TO LO-PCT
           MOVE ORD-VALOR TO LO-VALOR
           WRITE REGORDTX FROM LINORD2.
           MOVE ORD-INSS TO LO-INSS
           MOVE ORD-IRRF TO LO-IRRF
           WRITE REGORDTX FROM LINORD3.
           MOVE ORD-ISS TO LO-ISS
           MOVE ORD-LIQUIDO TO LO-LIQUIDO
           WRITE REGORDTX FROM LINORD4.
           IF W-TEMFIS NOT = "S"
                WRITE REGORDTX FROM LINORD5.
           WRITE REGORDTX FROM LINASS.
           ADD 1 TO IM
           GO TO FEC-GRMED.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FEC-ENCERRA.
           CLOSE CADCONS CADREPCT CADORDEM
           IF W-MFSABERTO = "S"
                CLOSE CADMEDFS.
           IF W-PLTABERTO = "S"
                CLOSE CADPLANT
                MOVE "N" TO W-PLTABERTO.
           IF W-RETABERTO = "S"
                CLOSE CADRETOR
                MOVE "N" TO W-RETABERTO.
           GO TO R1.
      *
      *----RETENCOES DA ORDEM (ORD-VALOR = BRUTO DO REPASSE)-----------*
      * PESSOA FISICA: INSS SOBRE O BRUTO ATE O TETO, DESCONTADO O     *
      * QUE O MEDICO JA CONTRIBUI EM OUTRAS FONTES; IRRF PELA TABELA   *
      * PROGRESSIVA SOBRE BRUTO - INSS - DEPENDENTES. PESSOA JURIDICA: *
      * IRRF PELA ALIQUOTA UNICA, EXCETO OPTANTE DO SIMPLES. IRRF      *
      * ABAIXO DO MINIMO NAO E RETIDO. ISS PELA ALIQUOTA DO MUNICIPIO  *
      *----------------------------------------------------------------*
       RET-CALC.
           MOVE ZEROS TO ORD-INSS ORD-BASEIR ORD-IRRF ORD-ISS
           MOVE SPACES TO ORD-TIPOPES
           MOVE "N" TO W-TEMFIS
           IF W-MFSABERTO NOT = "S"
                GO TO RET-LIQ.
           MOVE ORD-CRM TO MFS-CRM
           READ CADMEDFS
           IF ST-ERRO NOT = "00"
                GO TO RET-LIQ.
           MOVE "S" TO W-TEMFIS
           MOVE MFS-TIPO TO ORD-TIPOPES
           IF MFS-JURIDICA
                GO TO RET-PJ.
           MOVE ZEROS TO W-INSSBASE
           IF MFS-INSSOUTRA < TIR-INSSTETO
                COMPUTE W-INSSBASE = TIR-INSSTETO - MFS-INSSOUTRA.
           IF W-INSSBASE > ORD-VALOR
                MOVE ORD-VALOR TO W-INSSBASE.
           COMPUTE ORD-INSS ROUNDED = (W-INSSBASE * TIR-INSSALIQ) / 100
           COMPUTE W-DEDUCAO = ORD-INSS + (MFS-DEPEND * TIR-DEDDEP)
           IF W-DEDUCAO < ORD-VALOR
                COMPUTE ORD-BASEIR = ORD-VALOR - W-DEDUCAO.
           MOVE 1 TO IX.
       RET-FAIXA.
           IF IX < 5 AND ORD-BASEIR > TIR-LIMITE (IX)
                ADD 1 TO IX
                GO TO RET-FAIXA.
           COMPUTE W-IRCALC ROUNDED = (ORD-BASEIR * TIR-ALIQ (IX)) / 100
           IF W-IRCALC > TIR-DEDUZ (IX)
                COMPUTE ORD-IRRF = W-IRCALC - TIR-DEDUZ (IX).
           GO TO RET-MIN.
       RET-PJ.
           IF MFS-SIMPLES NOT = "S"
                COMPUTE ORD-IRRF ROUNDED =
                        (ORD-VALOR * TIR-ALIQPJ) / 100.
       RET-MIN.
           IF ORD-IRRF < TIR-MINRET
                MOVE ZEROS TO ORD-IRRF.
           COMPUTE ORD-ISS ROUNDED = (ORD-VALOR * MFS-ALIQISS) / 100.
       RET-LIQ.
           COMPUTE ORD-LIQUIDO = ORD-VALOR - ORD-INSS - ORD-IRRF
                               - ORD-ISS.
       RET-CALC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADREPAS REGMED.
