      * RELATORIO MENSAL DE MARGEM POR CONVENIO E           *
      * ESPECIALIDADE: APURA O RECEBIDO (CONS-VALPAGO DAS   *
      * CONSULTAS PAGAS), DEDUZ O REPASSE DO MEDICO         *
      * (PERCENTUAL DO CADREPAS.DAT) E O CUSTO RATEADO DO   *
      * CENTRO DE CUSTO DA CONSULTA (CUSTO MEDIO POR        *
      * ATENDIMENTO DO CADRATRS.DAT NO MES, APURADO PELO    *
      * SMP118) E MOSTRA A MARGEM EM VALOR E PERCENTUAL, DA *
      * PIOR PARA A MELHOR (CADMGMRL.DOC)                   *
      * O CONVENIO E O DA COBERTURA GRAVADA NA CONSULTA     *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRATRS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RRS-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMGMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
             88 CONS-COM-GLOSA      VALUE "G".
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
       01 REGREPAS.
          03 RPS-CRM           PIC 9(06).
          03 RPS-PERCENT       PIC 9(03)V99.
          03 RPS-RETREGRA      PIC X(01).
          03 RPS-RETVALOR      PIC 9(06)V99.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
       01 REGESP.
          03 ESP-CODIGO        PIC 9(02).
          03 ESP-DESCR         PIC X(20).
      *
       FD CADRATRS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATRS.DAT".
       01 REGRATRS.
          03 RRS-CHAVE.
             05 RRS-COMPET     PIC 9(06).
             05 RRS-CENTRO.
                07 RRS-UNIDADE PIC 9(02).
                07 RRS-ESP     PIC 9(02).
          03 RRS-DESCR         PIC X(30).
          03 RRS-DESPCATS.
             05 RRS-DESPCAT    PIC 9(10)V99 OCCURS 6 TIMES.
          03 RRS-TOTAL         PIC 9(10)V99.
          03 RRS-QTDATD        PIC 9(06).
          03 RRS-HORAS         PIC 9(06).
          03 RRS-METRAGEM      PIC 9(05).
          03 RRS-CUSTOMED      PIC 9(08)V99.
          03 RRS-SEMRAT        PIC S9(10)V99.
          03 RRS-DTPROC        PIC 9(08).
          03 RRS-OPERADOR      PIC X(08).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO       PIC 9(02).
          03 SALA-DESCR        PIC X(20).
          03 SALA-ANDAR        PIC 9(02).
          03 SALA-SITUACAO     PIC X(01).
          03 SALA-UNIDADE      PIC 9(02).
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       01 REGAGEN.
          03 AGE-CRM           PIC 9(06).
          03 FILLER            PIC X(18).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).
      *
       FD CADMGMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMGMRL.DOC".
       01 REGMGMTX    PIC X(125).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-FILTRO-ANO  PIC 9(04) VALUE ZEROS.
       01 W-VALPAGO  PIC 9(08)V99 VALUE ZEROS.
       01 W-REPASSE  PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTO    PIC 9(08)V99 VALUE ZEROS.
       01 W-RRSABERTO PIC X(01) VALUE "N".
       01 W-SALABERTO PIC X(01) VALUE "N".
       01 W-AGEABERTO PIC X(01) VALUE "N".
       01 W-PCT      PIC 9(03)V99 VALUE ZEROS.
       01 W-MARGEM   PIC S9(10)V99 VALUE ZEROS.
       01 W-MGPCT    PIC S9(03)V99 VALUE ZEROS.
             05 MGM-ESP     PIC 9(02).
             05 MGM-RECEB   PIC 9(10)V99.
             05 MGM-REPAS   PIC 9(10)V99.
             05 MGM-CUSTO   PIC 9(10)V99.
             05 MGM-USADO   PIC X(01).
       01 W-TOTMGM   PIC 9(03) VALUE ZEROS.
      *
          03 FILLER     PIC X(22) VALUE "ESPECIALIDADE".
          03 FILLER     PIC X(13) VALUE "RECEBIDO".
          03 FILLER     PIC X(13) VALUE "REPASSE".
          03 FILLER     PIC X(13) VALUE "CUSTO".
          03 FILLER     PIC X(13) VALUE "MARGEM".
          03 FILLER     PIC X(07) VALUE "MARG %".
       01 LINMGM.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LM-REPAS   PIC ZZZ.ZZZ,99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LM-CUSTO   PIC ZZZ.ZZZ,99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LM-MARGEM  PIC ZZZ.ZZZ,99-.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LM-PCT     PIC ZZ9,99-.
           OPEN INPUT CADREPAS
           OPEN INPUT CADCONV
           OPEN INPUT CADESP
           MOVE "N" TO W-RRSABERTO
           OPEN INPUT CADRATRS
           IF ST-ERRO = "00"
               MOVE "S" TO W-RRSABERTO.
           MOVE "N" TO W-SALABERTO
           OPEN INPUT CADSALA
           IF ST-ERRO = "00"
               MOVE "S" TO W-SALABERTO.
           MOVE "N" TO W-AGEABERTO
           OPEN INPUT CADAGEN
           IF ST-ERRO = "00"
               MOVE "S" TO W-AGEABERTO.
           MOVE ZEROS TO W-TOTMGM.
      *
      *----ACUMULA AS CONSULTAS PAGAS DO MES POR CONV/ESPECIALIDADE----*
      *
       ACU-VARRE.
           MOVE W-FILTRO-ANO TO CONS-ANO
           MOVE W-FILTRO-MES TO CONS-MES
           MOVE ZEROS TO CONS-DIA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO REL-001.
       ACU-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO REL-001.
           IF CONS-ANO NOT = W-FILTRO-ANO OR
              CONS-MES NOT = W-FILTRO-MES
                GO TO REL-001.
           IF NOT CONS-REALIZADA
                GO TO ACU-LER.
           IF NOT CONS-PAGO-INTEGRAL AND NOT CONS-COM-GLOSA
                GO TO ACU-LER.
           IF CONS-VALPAGO = ZEROS
                GO TO ACU-LER.
           IF CONS-CONVENIO = ZEROS
                GO TO ACU-LER.
           MOVE CONS-CRM TO CRM
           READ REGMED
                MOVE ZEROS TO W-PCT.
           COMPUTE W-VALPAGO = CONS-VPAG-RS + (CONS-VPAG-CT / 100)
           COMPUTE W-REPASSE ROUNDED = (W-VALPAGO * W-PCT) / 100
           PERFORM CUS-BUSCA THRU CUS-BUSCA-FIM
           PERFORM ACU-ENT THRU ACU-ENT-FIM
           GO TO ACU-LER.
      *
       ACU-ENT1.
           IF IND > W-TOTMGM
                GO TO ACU-ENT2.
           IF MGM-CONV (IND) = CONS-CONVENIO AND
              MGM-ESP (IND) = ESPECIALIDADE
                GO TO ACU-ENT3.
           ADD 1 TO IND
                GO TO ACU-ENT-FIM.
           ADD 1 TO W-TOTMGM
           MOVE W-TOTMGM TO IND
           MOVE CONS-CONVENIO TO MGM-CONV (IND)
           MOVE ESPECIALIDADE TO MGM-ESP (IND)
           MOVE ZEROS TO MGM-RECEB (IND) MGM-REPAS (IND)
                         MGM-CUSTO (IND)
           MOVE "N" TO MGM-USADO (IND).
       ACU-ENT3.
           ADD W-VALPAGO TO MGM-RECEB (IND)
           ADD W-REPASSE TO MGM-REPAS (IND)
           ADD W-CUSTO TO MGM-CUSTO (IND).
       ACU-ENT-FIM.
           EXIT.
      *
      *----CUSTO MEDIO DO CENTRO DA CONSULTA NO MES (RATEIO DO SMP118):*
      *----UNIDADE DA SALA, SENAO DA AGENDA DO MEDICO; ESPECIALIDADE---*
      *----DO MEDICO. SEM RATEIO PROCESSADO O CUSTO FICA ZERO----------*
      *
       CUS-BUSCA.
           MOVE ZEROS TO W-CUSTO
           IF W-RRSABERTO NOT = "S"
                GO TO CUS-BUSCA-FIM.
           COMPUTE RRS-COMPET = (W-FILTRO-ANO * 100) + W-FILTRO-MES
           MOVE ZEROS TO RRS-UNIDADE
           MOVE ESPECIALIDADE TO RRS-ESP
           IF CONS-SALA NOT = ZEROS AND W-SALABERTO = "S"
                MOVE CONS-SALA TO SALA-CODIGO
                READ CADSALA
                IF ST-ERRO = "00"
                     MOVE SALA-UNIDADE TO RRS-UNIDADE
                     GO TO CUS-BUSCA1.
           IF W-AGEABERTO = "S"
                MOVE CONS-CRM TO AGE-CRM
                READ CADAGEN
                IF ST-ERRO = "00"
                     MOVE AGE-UNIDADE TO RRS-UNIDADE.
       CUS-BUSCA1.
           IF RRS-CENTRO = ZEROS
                GO TO CUS-BUSCA-FIM.
           READ CADRATRS
           IF ST-ERRO = "00"
                MOVE RRS-CUSTOMED TO W-CUSTO.
       CUS-BUSCA-FIM.
           EXIT.
      *
      *----RELATORIO ORDENADO DA PIOR MARGEM PARA A MELHOR-------------*
      *
       REL-001.
                MOVE "SEM ESPECIALIDADE" TO LM-ESP.
           MOVE MGM-RECEB (IND) TO LM-RECEB
           MOVE MGM-REPAS (IND) TO LM-REPAS
           MOVE MGM-CUSTO (IND) TO LM-CUSTO
           MOVE W-MARGEM TO LM-MARGEM
           MOVE W-MGPCT TO LM-PCT
           WRITE REGMGMTX FROM LINMGM
      *
       MGM-CALC.
           COMPUTE W-MARGEM = MGM-RECEB (IND) - MGM-REPAS (IND)
                            - MGM-CUSTO (IND)
           IF MGM-RECEB (IND) = ZEROS
                MOVE ZEROS TO W-MGPCT
           ELSE
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FIM.
           CLOSE CADCONS CADPACI REGMED CADREPAS CADCONV CADESP
           IF W-RRSABERTO = "S"
                CLOSE CADRATRS.
           IF W-SALABERTO = "S"
                CLOSE CADSALA.
           IF W-AGEABERTO = "S"
                CLOSE CADAGEN.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
