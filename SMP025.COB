                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.

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
                    RECORD KEY   IS ALE-CPF
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONV-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLN-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCOPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COP-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRETOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).

       FD REGMED
               LABEL RECORD IS STANDARD
          03 ALE-CRONICAS      PIC X(50).
          03 ALE-PRECAUCOES    PIC X(50).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CONV-CODIGO  PIC 9(04).
          03 CONV-NOME    PIC X(30).
          03 CONV-PLANO   PIC 9(02).
          03 FILLER       PIC X(17).
          03 FILLER       PIC X(40).

       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
          03 PLN-CODIGO        PIC 9(02).
          03 PLN-DESCR         PIC X(30).
          03 PLN-INTERNACAO    PIC X(01).
          03 PLN-AMBULATORIAL  PIC X(01).
          03 PLN-URGENCIA      PIC X(01).
          03 PLN-VALORCONS.
             05 PLN-VCONS-RS   PIC 9(06).
             05 PLN-VCONS-CT   PIC 9(02).
          03 PLN-VALORREEMB.
             05 PLN-VREEMB-RS  PIC 9(06).
             05 PLN-VREEMB-CT  PIC 9(02).
          03 PLN-DOMICILIO     PIC X(01).
          03 PLN-TELE          PIC X(01).
          03 PLN-VALORDOM.
             05 PLN-VDOM-RS    PIC 9(06).
             05 PLN-VDOM-CT    PIC 9(02).
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

       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRC-CHAVE.
             05 PRC-PLANO      PIC 9(02).
             05 PRC-VIGENCIA.
                07 PRC-VIGANO  PIC 9(04).
                07 PRC-VIGMES  PIC 9(02).
                07 PRC-VIGDIA  PIC 9(02).
          03 PRC-VALORCONS.
             05 PRC-VCONS-RS   PIC 9(06).
             05 PRC-VCONS-CT   PIC 9(02).
          03 PRC-VALORREEMB.
             05 PRC-VREEMB-RS  PIC 9(06).
             05 PRC-VREEMB-CT  PIC 9(02).
          03 PRC-VALORDOM.
             05 PRC-VDOM-RS    PIC 9(06).
             05 PRC-VDOM-CT    PIC 9(02).
          03 PRC-VALORTEL.
             05 PRC-VTEL-RS    PIC 9(06).
             05 PRC-VTEL-CT    PIC 9(02).

       FD CADCOPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAR.DAT".
       01 REGCOPAR.
          03 COP-CHAVE         PIC 9(18).
          03 COP-CPF           PIC 9(11).
          03 COP-CONVENIO      PIC 9(04).
          03 COP-PLANO         PIC 9(02).
          03 COP-TIPO          PIC X(01).
          03 COP-TPCOP         PIC X(01).
             88 COP-PERCENTUAL     VALUE "P".
             88 COP-VALORFIXO      VALUE "V".
          03 COP-VALTOT        PIC 9(08)V99.
          03 COP-VALCONV       PIC 9(08)V99.
          03 COP-VALPAC        PIC 9(08)V99.
          03 COP-SITUACAO      PIC X(01).
             88 COP-PENDENTE       VALUE "P".
             88 COP-RECEBIDA       VALUE "R".
          03 COP-RECIBO        PIC 9(06).
          03 COP-DTGER         PIC 9(08).
          03 COP-OPERADOR      PIC X(08).
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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
          03 W-AUDMM    PIC 9(02).
          03 W-AUDSS    PIC 9(02).
          03 W-AUDCC    PIC 9(02).
       01 W-PRCABERTO   PIC X(01) VALUE "N".
       01 W-VCONSRS     PIC 9(06) VALUE ZEROS.
       01 W-VCONSCT     PIC 9(02) VALUE ZEROS.
       01 W-VALCONS     PIC 9(08)V99 VALUE ZEROS.
       01 W-COPTP       PIC X(01) VALUE SPACES.
       01 W-COPPER      PIC 9(04)V99 VALUE ZEROS.
       01 W-COPPAC      PIC 9(08)V99 VALUE ZEROS.
       01 W-COPRET      PIC X(01) VALUE "N".
       01 W-COPMSG.
          03 FILLER     PIC X(28) VALUE "COPARTICIPACAO NO CAIXA: R$".
          03 W-COPEDT   PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM COP-GERA THRU COP-GERA-FIM.

       LER-PACI.
           MOVE CONS-CPF TO ATD-CPF
                MOVE LK-OPERADOR TO AUD-OPERADOR
                WRITE REGAUDIT.

      ******************************************************************
      * COPARTICIPACAO: NA REALIZACAO DA CONSULTA DE CONVENIO, SEPARA  *
      * A PARCELA DO PACIENTE (PLANO DO CONVENIO, TIPO DA CONSULTA E   *
      * PRECO VIGENTE NA DATA) E DEIXA PENDENTE NO CAIXA (CADCOPAR).   *
      * A REMESSA DO CONVENIO (SMP041) DESCONTA ESTA PARCELA.          *
      * O PLANO E O DA COBERTURA GRAVADA NA CONSULTA (O MESMO QUE A    *
      * REMESSA COBRA). RETORNO NO PRAZO (CADRETOR) NAO TEM VALOR A    *
      * COBRAR: NAO GERA PARCELA E UMA PARCELA PENDENTE E EXCLUIDA.    *
      ******************************************************************

       COP-GERA.
           IF CONS-CONVENIO = ZEROS OR CONS-INTERNACAO
                GO TO COP-GERA-FIM.
           MOVE "N" TO W-COPRET
           OPEN INPUT CADRETOR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 GO TO COP-GERA-CNV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO COP-GERA-FIM.
           MOVE CONS-CHAVE TO RET-CHAVE
           READ CADRETOR
           IF ST-ERRO = "00"
                MOVE "S" TO W-COPRET.
           CLOSE CADRETOR
           IF W-COPRET = "S"
                PERFORM COP-RETIRA THRU COP-RETIRA-FIM
                GO TO COP-GERA-FIM.
       COP-GERA-CNV.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                GO TO COP-GERA-FIM.
           OPEN INPUT CADPLANO
           IF ST-ERRO NOT = "00"
                CLOSE CADCONV
                GO TO COP-GERA-FIM.
           MOVE "N" TO W-PRCABERTO
           OPEN INPUT CADPRECO
           IF ST-ERRO = "00"
                MOVE "S" TO W-PRCABERTO.
           MOVE CONS-CONVENIO TO CONV-CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                GO TO COP-GERA-FECHA.
           MOVE CONV-PLANO TO PLN-CODIGO
           IF CONS-PLANO NOT = ZEROS
                MOVE CONS-PLANO TO PLN-CODIGO.
           READ CADPLANO
           IF ST-ERRO NOT = "00"
                GO TO COP-GERA-FECHA.
           MOVE "N" TO W-COPTP
           MOVE ZEROS TO W-COPPER
           IF CONS-AMBULATORIAL
                MOVE PLN-COPTPAMB TO W-COPTP
                COMPUTE W-COPPER = PLN-CAMB-INT + (PLN-CAMB-DEC / 100).
           IF CONS-URGENCIA
                MOVE PLN-COPTPURG TO W-COPTP
                COMPUTE W-COPPER = PLN-CURG-INT + (PLN-CURG-DEC / 100).
           IF CONS-TIPO = "D"
                MOVE PLN-COPTPDOM TO W-COPTP
                COMPUTE W-COPPER = PLN-CDOM-INT + (PLN-CDOM-DEC / 100).
           IF CONS-TIPO = "T"
                MOVE PLN-COPTPTEL TO W-COPTP
                COMPUTE W-COPPER = PLN-CTEL-INT + (PLN-CTEL-DEC / 100).
           IF W-COPTP NOT = "P" AND W-COPTP NOT = "V"
                GO TO COP-GERA-FECHA.
           PERFORM PRC-BUSCA THRU PRC-BUSCA-FIM
           COMPUTE W-VALCONS = W-VCONSRS + (W-VCONSCT / 100)
           IF W-COPTP = "P"
                COMPUTE W-COPPAC ROUNDED = W-VALCONS * W-COPPER / 100
           ELSE
                MOVE W-COPPER TO W-COPPAC.
           IF W-COPPAC > W-VALCONS
                MOVE W-VALCONS TO W-COPPAC.
           IF W-COPPAC = ZEROS
                GO TO COP-GERA-FECHA.
       COP-GERA-ABRE.
           OPEN I-O CADCOPAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOPAR
                 CLOSE CADCOPAR
                 GO TO COP-GERA-ABRE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOPAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO COP-GERA-FECHA.
           MOVE CONS-CHAVE TO COP-CHAVE
           READ CADCOPAR
           IF ST-ERRO = "00" AND COP-RECEBIDA
                CLOSE CADCOPAR
                GO TO COP-GERA-FECHA.
           MOVE CONS-CPF TO COP-CPF
           MOVE CONS-CONVENIO TO COP-CONVENIO
           MOVE PLN-CODIGO TO COP-PLANO
           MOVE CONS-TIPO TO COP-TIPO
           MOVE W-COPTP TO COP-TPCOP
           MOVE W-VALCONS TO COP-VALTOT
           MOVE W-COPPAC TO COP-VALPAC
           COMPUTE COP-VALCONV = W-VALCONS - W-COPPAC
           MOVE "P" TO COP-SITUACAO
           MOVE ZEROS TO COP-RECIBO
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO COP-DTGER
           MOVE LK-OPERADOR TO COP-OPERADOR
           IF ST-ERRO = "00"
                REWRITE REGCOPAR
           ELSE
                WRITE REGCOPAR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOPAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
                MOVE W-COPPAC TO W-COPEDT
                MOVE W-COPMSG TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE CADCOPAR.
       COP-GERA-FECHA.
           CLOSE CADCONV CADPLANO
           IF W-PRCABERTO = "S"
                CLOSE CADPRECO.
       COP-GERA-FIM.
           EXIT.

      *----RETORNO: EXCLUI A PARCELA AINDA PENDENTE DA CONSULTA--------*

       COP-RETIRA.
           OPEN I-O CADCOPAR
           IF ST-ERRO NOT = "00"
                GO TO COP-RETIRA-FIM.
           MOVE CONS-CHAVE TO COP-CHAVE
           READ CADCOPAR
           IF ST-ERRO = "00" AND COP-PENDENTE
                DELETE CADCOPAR RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADCOPAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE CADCOPAR.
       COP-RETIRA-FIM.
           EXIT.

      *----PRECO VIGENTE NA DATA DA CONSULTA (MESMA REGRA DA REMESSA)--*

       PRC-BUSCA.
           MOVE PLN-VCONS-RS  TO W-VCONSRS
           MOVE PLN-VCONS-CT  TO W-VCONSCT
           IF W-PRCABERTO NOT = "S"
                GO TO PRC-BUSCA-FIM.
           MOVE PLN-CODIGO TO PRC-PLANO
           MOVE ZEROS TO PRC-VIGENCIA
           START CADPRECO KEY IS NOT LESS PRC-CHAVE
               INVALID KEY
                   GO TO PRC-BUSCA-FIM.
       PRC-BUSCA1.
           READ CADPRECO NEXT RECORD
               AT END
                   GO TO PRC-BUSCA-FIM.
           IF PRC-PLANO NOT = PLN-CODIGO
                GO TO PRC-BUSCA-FIM.
           IF PRC-VIGENCIA > CONS-DATA
                GO TO PRC-BUSCA-FIM.
           IF CONS-TIPO = "D" AND PRC-VALORDOM NOT = ZEROS
                MOVE PRC-VDOM-RS TO W-VCONSRS
                MOVE PRC-VDOM-CT TO W-VCONSCT
           ELSE
             IF CONS-TIPO = "T" AND PRC-VALORTEL NOT = ZEROS
                MOVE PRC-VTEL-RS TO W-VCONSRS
                MOVE PRC-VTEL-CT TO W-VCONSCT
             ELSE
                MOVE PRC-VCONS-RS  TO W-VCONSRS
                MOVE PRC-VCONS-CT  TO W-VCONSCT.
           GO TO PRC-BUSCA1.
       PRC-BUSCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADATEND CADCONS REGMED CADPACI CADCID CADAUDIT.
           IF W-NOTABERTO = "S"
