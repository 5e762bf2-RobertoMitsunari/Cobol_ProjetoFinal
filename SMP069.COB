      * DO PEDIDO (EXO-NUMERO), GRAVA A DATA DO RESULTADO   *
      * NO CADEXAM, GUARDA O TEXTO DO LAUDO (CADLAUDO.DAT)  *
      * E LISTA AS CRITICAS EM CADLABRL.DOC                 *
      * APOS O LAUDO A LINHA TRAZ ATE 8 PARES ANALITO;VALOR *
      * (VALOR COM VIRGULA DECIMAL): CADA VALOR E GRAVADO   *
      * NO CADRESUL E CLASSIFICADO PELO CADASTRO DE         *
      * ANALITOS (SMP108) COMO NORMAL, ALTERADO OU CRITICO; *
      * O CRITICO SAI NO RELATORIO PARA COMUNICAR AO MEDICO *
      * SOLICITANTE                                         *
      * OPCIONALMENTE CADA LAUDO GRAVADO E COLOCADO NA FILA *
      * DE E-MAIL DO PACIENTE (SMPEML); OS NAO ENVIADOS     *
      * SAEM NO RELATORIO COM O MOTIVO. CPF DAS CRITICAS    *
      * MASCARADO CONFORME O PERFIL DO OPERADOR (SMPMSK)    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LAU-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADANAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRESUL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.
           SELECT LABRES ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       01 REGEXAM.
          03 EXO-NUMERO        PIC 9(06).
          03 EXO-CONS          PIC 9(18).
          03 EXO-CONS-R REDEFINES EXO-CONS.
             05 EXO-CRM        PIC 9(06).
             05 FILLER         PIC 9(12).
          03 EXO-CPF           PIC 9(11).
          03 EXO-TIPO          PIC 9(04).
          03 EXO-DTPEDIDO      PIC 9(08).
          03 LAU-NUMERO        PIC 9(06).
          03 LAU-DATA          PIC 9(08).
          03 LAU-TEXTO         PIC X(120).
      *
       FD CADANAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADANAL.DAT".
       01 REGANAL.
          03 ANA-CHAVE.
             05 ANA-TIPO       PIC 9(04).
             05 ANA-CODIGO     PIC 9(02).
          03 ANA-DESCR         PIC X(30).
          03 ANA-UNIDADE       PIC X(10).
          03 ANA-FAIXAS.
             05 ANA-FAIXA      OCCURS 4 TIMES.
                07 ANA-FXSEXO  PIC X(01).
                07 ANA-FXIDINI PIC 9(03).
                07 ANA-FXIDFIM PIC 9(03).
                07 ANA-FXMIN-N PIC 9(06)V9(03).
                07 ANA-FXMAX-N PIC 9(06)V9(03).
          03 ANA-CRITMIN-N     PIC 9(06)V9(03).
          03 ANA-CRITMAX-N     PIC 9(06)V9(03).
          03 ANA-SITUACAO      PIC X(01).
             88 ANA-ATIVO          VALUE "A".
             88 ANA-INATIVO        VALUE "I".
          03 ANA-DTALT         PIC 9(08).
          03 ANA-OPERADOR      PIC X(08).
      *
       FD CADRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUL.DAT".
       01 REGRESUL.
          03 RES-CHAVE.
             05 RES-NUMERO     PIC 9(06).
             05 RES-ANALITO    PIC 9(02).
          03 RES-TIPO          PIC 9(04).
          03 RES-CPF           PIC 9(11).
          03 RES-DATA          PIC 9(08).
          03 RES-CRM           PIC 9(06).
          03 RES-VALOR         PIC 9(06)V9(03).
          03 RES-REFMIN        PIC 9(06)V9(03).
          03 RES-REFMAX        PIC 9(06)V9(03).
          03 RES-FLAG          PIC X(01).
             88 RES-NORMAL         VALUE "N".
             88 RES-ALTERADO       VALUE "A".
             88 RES-CRITICO        VALUE "C".
          03 RES-DTAVISO       PIC 9(08).
          03 RES-HRAVISO       PIC 9(04).
          03 RES-OPERAVISO     PIC X(08).
          03 RES-CONTATO       PIC X(30).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PAC-NOME       PIC X(30).
          03 PAC-NASCIMENTO.
             05 PAC-DIA     PIC 9(02).
             05 PAC-MES     PIC 9(02).
             05 PAC-ANO     PIC 9(04).
          03 PAC-SEXO       PIC X(01).
          03 FILLER         PIC X(76).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
       FD LABRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABRES.TXT".
       01 REGLABRES   PIC X(300).
      *
       FD CADLABTX
               LABEL RECORD IS STANDARD
       01 W-NUMERO   PIC 9(06) VALUE ZEROS.
       01 W-CPF      PIC 9(11) VALUE ZEROS.
       01 W-DTRES    PIC 9(08) VALUE ZEROS.
       01 W-DTRES-R REDEFINES W-DTRES.
          03 W-DTRANO  PIC 9(04).
          03 W-DTRMES  PIC 9(02).
          03 W-DTRDIA  PIC 9(02).
      *
      *----PARES ANALITO;VALOR DA LINHA E CLASSIFICACAO----------------*
      *
       01 W-CPRES.
          03 W-CPPAR    OCCURS 8 TIMES.
             05 W-CPAN  PIC X(02).
             05 W-CPVAL PIC X(12).
       01 IND        PIC 9(02) VALUE ZEROS.
       01 IND2       PIC 9(02) VALUE ZEROS.
       01 W-ANAABERTO PIC X(01) VALUE "N".
       01 W-PACABERTO PIC X(01) VALUE "N".
       01 W-TOTVAL   PIC 9(06) VALUE ZEROS.
       01 W-TOTRCRIT PIC 9(06) VALUE ZEROS.
       01 W-ANALITO  PIC 9(02) VALUE ZEROS.
       01 W-IDADE    PIC 9(03) VALUE ZEROS.
       01 W-SEXO     PIC X(01) VALUE SPACES.
       01 W-FAIXA    PIC 9(01) VALUE ZEROS.
       01 W-VALOK    PIC X(01) VALUE "N".
       01 W-VLINTX   PIC X(06) VALUE SPACES.
       01 W-VLDECX   PIC X(03) VALUE SPACES.
       01 W-VLDECX-N REDEFINES W-VLDECX PIC 9(03).
       01 W-QINT     PIC 9(02) VALUE ZEROS.
       01 W-QDEC     PIC 9(02) VALUE ZEROS.
       01 W-VALOR.
          03 W-VALOR-IN PIC 9(06).
          03 W-VALOR-DC PIC 9(03).
       01 W-VALOR-N REDEFINES W-VALOR PIC 9(06)V9(03).
       01 W-ANED     PIC 9(02) VALUE ZEROS.
       01 W-CRMED    PIC 9(06) VALUE ZEROS.
      *
      *----ENVIO DOS LAUDOS POR E-MAIL (SUBPROGRAMA SMPEML)------------*
      *
       01 W-EMLENV   PIC X(01) VALUE "N".
       01 W-EMLTIPO  PIC X(01) VALUE "L".
       01 W-EMLREF   PIC X(20) VALUE SPACES.
       01 W-EMLMENS  PIC X(50) VALUE SPACES.
       01 W-EMLRET   PIC X(02) VALUE SPACES.
       01 W-TOTEML   PIC 9(06) VALUE ZEROS.
       01 W-TOTNEML  PIC 9(06) VALUE ZEROS.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
              "*** CRITICAS DA IMPORTACAO DO LABORATORIO ***".
       01 CAB1.
          03 FILLER     PIC X(08) VALUE "PEDIDO".
          03 FILLER     PIC X(16) VALUE "CPF".
          03 FILLER     PIC X(40) VALUE "CRITICA".
       01 LINCRIT.
          03 LC-NUMERO  PIC X(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-CRIT    PIC X(40).
       01 LINTOT.
          03 LT-ROTULO  PIC X(30).
          03 LT-QTDE    PIC ZZZZZ9.
       01 W-LOGPROG     PIC X(07) VALUE "SMP069".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
           05  LINE 08  COLUMN 10
               VALUE  "LE O ARQUIVO LABRES.TXT (PEDIDO;CPF;DATA".
           05  LINE 08  COLUMN 50
               VALUE  ";LAUDO;ANALITO;VALOR...),".
           05  LINE 09  COLUMN 10
               VALUE  "GRAVA O RESULTADO NO PEDIDO E GUARDA O L".
           05  LINE 09  COLUMN 50
               VALUE  "AUDO".
           05  LINE 10  COLUMN 10
               VALUE  "E CLASSIFICA OS VALORES PELAS FAIXAS DE ".
           05  LINE 10  COLUMN 50
               VALUE  "REFERENCIA".
           05  LINE 12  COLUMN 10
               VALUE  "CONFIRMA A IMPORTACAO (S/N):".
           05  LINE 24  COLUMN 01
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-OPC.
       INC-EML.
           MOVE "N" TO W-EMLENV
           DISPLAY (13, 10) "ENVIAR OS LAUDOS POR E-MAIL (S/N):"
           ACCEPT (13, 46) W-EMLENV WITH UPDATE
           IF W-EMLENV = "s"
                MOVE "S" TO W-EMLENV.
           IF W-EMLENV = "n"
                MOVE "N" TO W-EMLENV.
           IF W-EMLENV NOT = "S" AND "N"
                GO TO INC-EML.
      *
       INC-OP0.
           OPEN INPUT LABRES
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADRESUL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRESUL
                 CLOSE CADRESUL
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRESUL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-ANAABERTO W-PACABERTO
           OPEN INPUT CADANAL
           IF ST-ERRO = "00"
                MOVE "S" TO W-ANAABERTO.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
                MOVE "S" TO W-PACABERTO.
           OPEN OUTPUT CADLABTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADLABTX" TO MENS
                GO TO IMP-LER.
           ADD 1 TO W-TOTLIDAS
           MOVE SPACES TO W-CPNUMERO W-CPCPF W-CPDATA W-CPLAUDO
           MOVE SPACES TO W-CPRES
           UNSTRING REGLABRES DELIMITED BY ";"
                    INTO W-CPNUMERO W-CPCPF W-CPDATA W-CPLAUDO
                         W-CPAN (1) W-CPVAL (1) W-CPAN (2) W-CPVAL (2)
                         W-CPAN (3) W-CPVAL (3) W-CPAN (4) W-CPVAL (4)
                         W-CPAN (5) W-CPVAL (5) W-CPAN (6) W-CPVAL (6)
                         W-CPAN (7) W-CPVAL (7) W-CPAN (8) W-CPVAL (8)
           MOVE W-CPNUMERO TO LC-NUMERO
           PERFORM MSK-CPF THRU MSK-CPF-FIM
           IF W-CPNUMERO = SPACES OR W-CPNUMERO NOT NUMERIC
                MOVE "NUMERO DE PEDIDO INVALIDO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-TOTGRAV
           PERFORM RES-PROCESSA THRU RES-PROCESSA-FIM
           IF W-EMLENV = "S"
                PERFORM EML-ENVIA THRU EML-ENVIA-FIM.
           GO TO IMP-LER.
      *
      *----LAUDO PARA A FILA DE E-MAIL; RECUSA VAI PARA O RELATORIO----*
      *
       EML-ENVIA.
           MOVE W-NUMERO TO W-EMLREF
           MOVE "99" TO W-EMLRET
           CALL "SMPEML" USING LK-OPERADOR, EXO-CPF, W-EMLTIPO,
                               W-EMLREF, W-CPLAUDO, W-EMLMENS, W-EMLRET
                   ON OVERFLOW
                      MOVE "99" TO W-EMLRET
           END-CALL
           CANCEL "SMPEML"
           IF W-EMLRET = "00"
                ADD 1 TO W-TOTEML
                GO TO EML-ENVIA-FIM.
           IF W-EMLRET = "01"
                MOVE "E-MAIL NAO ENVIADO: SEM CONSENTIMENTO" TO LC-CRIT
           ELSE
              IF W-EMLRET = "02"
                 MOVE "E-MAIL NAO ENVIADO: SEM E-MAIL VALIDO"
                                                          TO LC-CRIT
              ELSE
                 IF W-EMLRET = "03"
                    MOVE "E-MAIL NAO ENVIADO: MENOR SEM RESPONS."
                                                          TO LC-CRIT
                 ELSE
                    MOVE "E-MAIL NAO ENVIADO: ERRO NA FILA"
                                                          TO LC-CRIT.
           WRITE REGLABTX FROM LINCRIT
           ADD 1 TO W-TOTNEML.
       EML-ENVIA-FIM.
           EXIT.
      *
      *----VALORES ESTRUTURADOS DO PEDIDO (PARES ANALITO;VALOR)--------*
      * A FAIXA USADA E A PRIMEIRA DO ANALITO QUE CASA COM O SEXO E A  *
      * IDADE DO PACIENTE NA DATA DO RESULTADO; OS LIMITES CRITICOS    *
      * VALEM PARA QUALQUER FAIXA                                      *
      *----------------------------------------------------------------*
      *
       RES-PROCESSA.
           MOVE ZEROS TO W-IDADE
           MOVE SPACES TO W-SEXO
           IF W-PACABERTO = "N"
                GO TO RES-PROCESSA0.
           MOVE EXO-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO RES-PROCESSA0.
           MOVE PAC-SEXO TO W-SEXO
           IF PAC-ANO = ZEROS OR PAC-ANO > W-DTRANO
                GO TO RES-PROCESSA0.
           COMPUTE W-IDADE = W-DTRANO - PAC-ANO
           IF W-IDADE > ZEROS
              IF W-DTRMES < PAC-MES
                 OR (W-DTRMES = PAC-MES AND W-DTRDIA < PAC-DIA)
                   SUBTRACT 1 FROM W-IDADE.
       RES-PROCESSA0.
           MOVE 1 TO IND.
       RES-PROCESSA1.
           IF IND > 8
                GO TO RES-PROCESSA-FIM.
           IF W-CPAN (IND) = SPACES
                GO TO RES-PROCESSA-FIM.
           IF W-CPAN (IND) NOT NUMERIC
                MOVE "CODIGO DE ANALITO INVALIDO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO RES-PROXIMO.
           MOVE W-CPAN (IND) TO W-ANALITO
           MOVE EXO-TIPO TO ANA-TIPO
           MOVE W-ANALITO TO ANA-CODIGO
           IF W-ANAABERTO = "N"
                MOVE "ANALITO NAO CADASTRADO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO RES-PROXIMO.
           READ CADANAL
           IF ST-ERRO NOT = "00"
                MOVE "ANALITO NAO CADASTRADO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO RES-PROXIMO.
           IF ANA-INATIVO
                MOVE "ANALITO INATIVO" TO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO RES-PROXIMO.
           PERFORM VAL-CONVERTE THRU VAL-CONVERTE-FIM
           IF W-VALOK = "N"
                MOVE SPACES TO LC-CRIT
                STRING "VALOR INVALIDO NO ANALITO " W-CPAN (IND)
                       DELIMITED BY SIZE INTO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
                GO TO RES-PROXIMO.
           MOVE W-NUMERO TO RES-NUMERO
           MOVE W-ANALITO TO RES-ANALITO
           MOVE EXO-TIPO TO RES-TIPO
           MOVE EXO-CPF TO RES-CPF
           MOVE W-DTRES TO RES-DATA
           MOVE EXO-CRM TO RES-CRM
           MOVE W-VALOR-N TO RES-VALOR
           MOVE ZEROS TO RES-REFMIN RES-REFMAX
           MOVE ZEROS TO RES-DTAVISO RES-HRAVISO
           MOVE SPACES TO RES-OPERAVISO RES-CONTATO
           MOVE "N" TO RES-FLAG
           PERFORM FAI-BUSCA THRU FAI-BUSCA-FIM
           IF W-FAIXA = ZEROS
                MOVE SPACES TO LC-CRIT
                STRING "SEM FAIXA P/ SEXO/IDADE NO ANALITO "
                       W-CPAN (IND)
                       DELIMITED BY SIZE INTO LC-CRIT
                PERFORM CRI-GRAVA THRU CRI-GRAVA-FIM
           ELSE
                MOVE ANA-FXMIN-N (W-FAIXA) TO RES-REFMIN
                MOVE ANA-FXMAX-N (W-FAIXA) TO RES-REFMAX
                IF RES-VALOR < RES-REFMIN OR RES-VALOR > RES-REFMAX
                     MOVE "A" TO RES-FLAG.
           IF ANA-CRITMIN-N NOT = ZEROS
              AND RES-VALOR < ANA-CRITMIN-N
                MOVE "C" TO RES-FLAG.
           IF ANA-CRITMAX-N NOT = ZEROS
              AND RES-VALOR > ANA-CRITMAX-N
                MOVE "C" TO RES-FLAG.
           WRITE REGRESUL
           IF ST-ERRO = "22"
                REWRITE REGRESUL.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESUL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-TOTVAL
           IF RES-CRITICO
                ADD 1 TO W-TOTRCRIT
                MOVE RES-ANALITO TO W-ANED
                MOVE RES-CRM TO W-CRMED
                MOVE SPACES TO LC-CRIT
                STRING "CRITICO AN " W-ANED " - AVISAR CRM " W-CRMED
                       DELIMITED BY SIZE INTO LC-CRIT
                WRITE REGLABTX FROM LINCRIT.
       RES-PROXIMO.
           ADD 1 TO IND
           GO TO RES-PROCESSA1.
       RES-PROCESSA-FIM.
           EXIT.
      *
      *----PRIMEIRA FAIXA DO ANALITO PARA W-SEXO/W-IDADE (0 = NENHUMA)-*
      *
       FAI-BUSCA.
           MOVE ZEROS TO W-FAIXA
           MOVE 1 TO IND2.
       FAI-BUSCA1.
           IF IND2 > 4
                GO TO FAI-BUSCA-FIM.
           IF ANA-FXSEXO (IND2) = SPACES
                GO TO FAI-BUSCA-FIM.
           IF (ANA-FXSEXO (IND2) = "A" OR ANA-FXSEXO (IND2) = W-SEXO)
              AND W-IDADE NOT < ANA-FXIDINI (IND2)
              AND W-IDADE NOT > ANA-FXIDFIM (IND2)
                MOVE IND2 TO W-FAIXA
                GO TO FAI-BUSCA-FIM.
           ADD 1 TO IND2
           GO TO FAI-BUSCA1.
       FAI-BUSCA-FIM.
           EXIT.
      *
      *----CONVERTE O TEXTO W-CPVAL (IND) ("7,05") EM W-VALOR-N--------*
      *
       VAL-CONVERTE.
           MOVE "N" TO W-VALOK
           MOVE SPACES TO W-VLINTX W-VLDECX
           MOVE ZEROS TO W-QINT W-QDEC
           UNSTRING W-CPVAL (IND) DELIMITED BY "," OR "." OR " "
                    INTO W-VLINTX COUNT IN W-QINT
                         W-VLDECX COUNT IN W-QDEC
           IF W-QINT = ZEROS OR W-QINT > 6 OR W-QDEC > 3
                GO TO VAL-CONVERTE-FIM.
           IF W-VLINTX (1:W-QINT) NOT NUMERIC
                GO TO VAL-CONVERTE-FIM.
           INSPECT W-VLDECX REPLACING ALL SPACE BY "0"
           IF W-VLDECX NOT NUMERIC
                GO TO VAL-CONVERTE-FIM.
           MOVE W-VLINTX (1:W-QINT) TO W-VALOR-IN
           MOVE W-VLDECX-N TO W-VALOR-DC
           MOVE "S" TO W-VALOK.
       VAL-CONVERTE-FIM.
           EXIT.
      *
       CRI-GRAVA.
           WRITE REGLABTX FROM LINCRIT
           MOVE "CRITICAS APONTADAS..........:" TO LT-ROTULO
           MOVE W-TOTCRIT TO LT-QTDE
           WRITE REGLABTX FROM LINTOT.
           MOVE "VALORES DE ANALITOS GRAVADOS:" TO LT-ROTULO
           MOVE W-TOTVAL TO LT-QTDE
           WRITE REGLABTX FROM LINTOT.
           MOVE "RESULTADOS CRITICOS.........:" TO LT-ROTULO
           MOVE W-TOTRCRIT TO LT-QTDE
           WRITE REGLABTX FROM LINTOT.
           IF W-EMLENV = "S"
                MOVE "LAUDOS NA FILA DE E-MAIL....:" TO LT-ROTULO
                MOVE W-TOTEML TO LT-QTDE
                WRITE REGLABTX FROM LINTOT
                MOVE "LAUDOS NAO ENVIADOS.........:" TO LT-ROTULO
                MOVE W-TOTNEML TO LT-QTDE
                WRITE REGLABTX FROM LINTOT
                DISPLAY (18, 10) "LAUDOS P/ E-MAIL...: " W-TOTEML.
           CLOSE CADLABTX
           DISPLAY (15, 10) "RESULTADOS GRAVADOS: " W-TOTGRAV
           DISPLAY (16, 10) "CRITICAS...........: " W-TOTCRIT
           DISPLAY (17, 10) "RESULTADOS CRITICOS: " W-TOTRCRIT
           MOVE "*** IMPORTACAO CONCLUIDA - VER CADLABRL.DOC ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FIM.
           CLOSE LABRES CADEXAM CADLAUDO CADRESUL
           IF W-ANAABERTO = "S"
                CLOSE CADANAL.
           IF W-PACABERTO = "S"
                CLOSE CADPACI.
       ROT-FIMP.
           CANCEL "SMPMSK"
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.

      *----CPF DA LINHA IMPORTADA CONFORME O PERFIL DO OPERADOR--------*

       MSK-CPF.
           MOVE ZEROS TO W-MSKCPF
           IF W-CPCPF NUMERIC
                MOVE W-CPCPF TO W-MSKCPF.
           MOVE W-CPCPF TO W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL
           MOVE W-MSKDADO TO LC-CPF.
       MSK-CPF-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
