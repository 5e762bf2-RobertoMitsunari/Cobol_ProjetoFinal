       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP119.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * ORCAMENTO ANUAL (CADORCAM.DAT) MES A MES POR LINHA: *
      * RECEITA DE CONVENIOS, PARTICULARES E DIARIAS E      *
      * DESPESA POR CATEGORIA DO CADPAGAR. CADA ANO TEM     *
      * VERSOES (00 = ORIGINAL, 01.. = REVISOES); A VERSAO  *
      * APROVADA (PERFIL A) NAO E MAIS ALTERADA. A COPIA    *
      * GERA UMA VERSAO A PARTIR DE OUTRA (ANO ANTERIOR OU  *
      * REVISAO) APLICANDO UM PERCENTUAL. RELATORIO DE      *
      * ORCADO (ORIGINAL E VERSAO) X REALIZADO NO MES E NO  *
      * ACUMULADO DO ANO, COM DESVIO E DESTAQUE ACIMA DA    *
      * TOLERANCIA (CADORCRL.DOC). O REALIZADO SEGUE O      *
      * DEMONSTRATIVO DO SMP067; AS DIARIAS (CADDIAR) SAO   *
      * SEPARADAS DOS RECIBOS E DOS LOTES PAGOS             *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREMCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADDIAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADORCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----LINHA 00 = CABECALHO DA VERSAO (DESCRICAO, SITUACAO, ORIGEM-*
      *----DA COPIA E APROVACAO); LINHAS 01-03 RECEITAS, 04-09 DESPESA-*
      *----DAS CATEGORIAS 1 A 6 DO CADPAGAR----------------------------*
      *
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCAM.DAT".
       01 REGORCAM.
          03 ORC-CHAVE.
             05 ORC-ANO        PIC 9(04).
             05 ORC-VERSAO     PIC 9(02).
             05 ORC-LINHA      PIC 9(02).
          03 ORC-DESCR         PIC X(30).
          03 ORC-VALORES.
             05 ORC-VALMES     PIC 9(08)V99 OCCURS 12 TIMES.
          03 ORC-SITUACAO      PIC X(01).
             88 ORC-ELABORACAO     VALUE "E".
             88 ORC-APROVADA       VALUE "A".
          03 ORC-ORIANO        PIC 9(04).
          03 ORC-ORIVER        PIC 9(02).
          03 ORC-SINAL         PIC X(01).
          03 ORC-PERC          PIC 9(03)V99.
          03 ORC-DTAPROV       PIC 9(08).
          03 ORC-OPERAPV       PIC X(08).
          03 ORC-DTALT         PIC 9(08).
          03 ORC-OPERADOR      PIC X(08).
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
          03 REC-DATA.
             05 REC-ANO        PIC 9(04).
             05 REC-MES        PIC 9(02).
             05 REC-DIA        PIC 9(02).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *
       FD CADREMCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMCT.DAT".
       01 REGREMCT.
          03 LOT-NUMERO        PIC 9(06).
          03 LOT-CONVENIO      PIC 9(04).
          03 LOT-MES           PIC 9(02).
          03 LOT-ANO           PIC 9(04).
          03 LOT-DTGER         PIC 9(08).
          03 LOT-OPERADOR      PIC X(08).
          03 LOT-QTDE          PIC 9(05).
          03 LOT-VALOR         PIC 9(10)V99.
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
      *
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
          03 PAG-NUMERO        PIC 9(06).
          03 PAG-FORNEC        PIC 9(04).
          03 PAG-CATEG         PIC 9(02).
          03 PAG-DESCR         PIC X(30).
          03 PAG-VALOR.
             05 PAG-VAL-RS     PIC 9(06).
             05 PAG-VAL-CT     PIC 9(02).
          03 PAG-DTVENC        PIC 9(08).
          03 PAG-DTPAGTO.
             05 PAG-PGANO      PIC 9(04).
             05 PAG-PGMES      PIC 9(02).
             05 PAG-PGDIA      PIC 9(02).
          03 PAG-SITUACAO      PIC X(01).
             88 PAG-ABERTO         VALUE "A".
             88 PAG-PAGO           VALUE "P".
          03 PAG-OPERADOR      PIC X(08).
          03 PAG-DOCUMENTO     PIC X(15).
          03 PAG-DTLANC        PIC 9(08).
          03 PAG-APROVACAO     PIC X(01).
             88 PAG-AGUARDANDO     VALUE "P".
             88 PAG-APROVADO       VALUE "A".
          03 PAG-APROVADOR     PIC X(08).
          03 PAG-DTAPROV       PIC 9(08).
      *
       FD CADDIAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAR.DAT".
       01 REGDIAR.
          03 DIA-CHAVE         PIC 9(18).
          03 DIA-CPF           PIC 9(11).
          03 DIA-CRM           PIC 9(06).
          03 DIA-LEITO         PIC 9(03).
          03 DIA-SETOR         PIC 9(02).
          03 DIA-QTDE          PIC 9(04).
          03 DIA-VALORDIA.
             05 DIA-VDIA-RS    PIC 9(06).
             05 DIA-VDIA-CT    PIC 9(02).
          03 DIA-TOTAL         PIC 9(08)V99.
          03 DIA-CONVENIO      PIC 9(04).
          03 DIA-DTALTA        PIC 9(08).
          03 DIA-COMPET        PIC 9(06).
          03 DIA-LOTE          PIC 9(06).
          03 DIA-SITUACAO      PIC X(01).
             88 DIA-GERADA         VALUE "G".
             88 DIA-FATURADA       VALUE "F".
          03 DIA-VALMAT        PIC 9(08)V99.
          03 DIA-VALACP        PIC 9(08)V99.
      *
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USR-CODIGO        PIC X(08).
          03 USR-SENHA         PIC X(08).
          03 USR-NOME          PIC X(30).
          03 USR-PERFIL        PIC X(01).
             88 USR-ADMINISTRACAO  VALUE "A".
          03 USR-DTSENHA       PIC 9(08).
          03 USR-BLOQUEADO     PIC X(01).
          03 USR-TENTATIVAS    PIC 9(01).
          03 USR-HISTSEN       PIC X(24).
      *
       FD CADORCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCRL.DOC".
       01 REGORCTX    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-ANO      PIC 9(04) VALUE ZEROS.
       01 W-VERSAO   PIC 9(02) VALUE ZEROS.
       01 W-LINHA    PIC 9(02) VALUE ZEROS.
       01 W-MES      PIC 9(02) VALUE ZEROS.
       01 W-TOLER    PIC 9(03)V99 VALUE ZEROS.
       01 W-ORIANO   PIC 9(04) VALUE ZEROS.
       01 W-ORIVER   PIC 9(02) VALUE ZEROS.
       01 W-SINAL    PIC X(01) VALUE "+".
       01 W-PERC     PIC 9(03)V99 VALUE ZEROS.
       01 W-DESCR    PIC X(30) VALUE SPACES.
       01 W-NOVO     PIC X(01) VALUE "N".
       01 W-SOMENTE  PIC X(01) VALUE "N".
       01 W-DIAABERTO PIC X(01) VALUE "N".
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-FATOR    PIC 9(03)V9(04) VALUE ZEROS.
       01 W-VALOR    PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTANO   PIC 9(10)V99 VALUE ZEROS.
       01 W-VALED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-VERED    PIC 99.
       01 W-DESCORIG PIC X(30) VALUE SPACES.
       01 W-DESCVERS PIC X(30) VALUE SPACES.
       01 IND        PIC 9(02) VALUE ZEROS.
       01 IMES       PIC 9(02) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
       01 W-DESVIO   PIC S9(10)V99 VALUE ZEROS.
       01 W-DESVPCT  PIC S9(05)V99 VALUE ZEROS.
       01 W-ABSPCT   PIC 9(05)V99 VALUE ZEROS.
       01 W-ORIG     PIC S9(10)V99 VALUE ZEROS.
       01 W-VERS     PIC S9(10)V99 VALUE ZEROS.
       01 W-REAL     PIC S9(10)V99 VALUE ZEROS.
       01 W-ACUMULA  PIC X(01) VALUE "N".
      *
      *----LINHAS DO ORCAMENTO (04-09 = CATEGORIAS 1-6 DO CADPAGAR)----*
      *
       01 TABLINX.
          03 FILLER     PIC X(15) VALUE "CONVENIOS".
          03 FILLER     PIC X(15) VALUE "PARTICULARES".
          03 FILLER     PIC X(15) VALUE "DIARIAS".
          03 FILLER     PIC X(15) VALUE "ALUGUEL".
          03 FILLER     PIC X(15) VALUE "FORNECEDORES".
          03 FILLER     PIC X(15) VALUE "SALARIOS".
          03 FILLER     PIC X(15) VALUE "MATERIAL".
          03 FILLER     PIC X(15) VALUE "IMPOSTOS".
          03 FILLER     PIC X(15) VALUE "OUTROS".
       01 TABLIN REDEFINES TABLINX.
          03 TBLIN-DESCR PIC X(15) OCCURS 9 TIMES.
      *
      *----ORCADO (ORIGINAL E VERSAO) E REALIZADO POR LINHA E MES------*
      *
       01 TABORC.
          03 TOR-LIN OCCURS 9 TIMES.
             05 TOR-ORIG    PIC 9(08)V99 OCCURS 12 TIMES.
             05 TOR-VERS    PIC 9(08)V99 OCCURS 12 TIMES.
             05 TOR-REAL    PIC S9(10)V99 OCCURS 12 TIMES.
      *
      *----TOTAIS DE RECEITA (1) E DESPESA (2) DA SECAO DO RELATORIO---*
      *
       01 TABTOT.
          03 TTT-ENT OCCURS 2 TIMES.
             05 TTT-ORIG    PIC S9(11)V99.
             05 TTT-VERS    PIC S9(11)V99.
             05 TTT-REAL    PIC S9(11)V99.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(55) VALUE
              "*** ORCAMENTO ANUAL: ORCADO X REALIZADO ***".
       01 CABPER.
          03 FILLER      PIC X(17) VALUE "REFERENTE A MES:".
          03 CABPER-MES  PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 CABPER-ANO  PIC 9999.
          03 FILLER      PIC X(16) VALUE "   TOLERANCIA %".
          03 CABPER-TOL  PIC ZZ9,99.
       01 CABVER.
          03 FILLER      PIC X(10) VALUE "ORIGINAL: ".
          03 CV-ORIG     PIC X(30).
          03 FILLER      PIC X(10) VALUE "  VERSAO ".
          03 CV-VER      PIC 99.
          03 FILLER      PIC X(02) VALUE ": ".
          03 CV-DESCR    PIC X(30).
       01 CABSEC.
          03 FILLER      PIC X(04) VALUE "*** ".
          03 CS-TIT      PIC X(40).
       01 CAB1.
          03 FILLER     PIC X(17) VALUE "LINHA".
          03 FILLER     PIC X(15) VALUE "      ORIGINAL".
          03 FILLER     PIC X(15) VALUE "        VERSAO".
          03 FILLER     PIC X(15) VALUE "     REALIZADO".
          03 FILLER     PIC X(16) VALUE "         DESVIO".
          03 FILLER     PIC X(09) VALUE "  DESV %".
       01 LINORC.
          03 LO-DESCR   PIC X(15).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LO-ORIG    PIC ZZ.ZZZ.ZZ9,99-.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LO-VERS    PIC ZZ.ZZZ.ZZ9,99-.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LO-REAL    PIC ZZ.ZZZ.ZZ9,99-.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LO-DESV    PIC ZZZ.ZZZ.ZZ9,99-.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LO-PCT     PIC ZZZ9,99-.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LO-MARCA   PIC X(22).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP119".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT119.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ORCAMENTO ANUAL DE RECEITA".
           05  LINE 02  COLUMN 41
               VALUE  "S E DESPESAS ***".
           05  LINE 05  COLUMN 10
               VALUE  "O = ORCAMENTO DA VERSAO (MES A MES)".
           05  LINE 06  COLUMN 10
               VALUE  "C = COPIAR OUTRA VERSAO COM PERCENTUAL".
           05  LINE 07  COLUMN 10
               VALUE  "A = APROVAR A VERSAO (PERFIL A)".
           05  LINE 08  COLUMN 10
               VALUE  "R = RELATORIO ORCADO X REALIZADO".
           05  LINE 11  COLUMN 10
               VALUE  "ANO/VERSAO....:     /".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TW-ANO
               LINE 11  COLUMN 26  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TW-VERSAO
               LINE 11  COLUMN 31  PIC 9(02)
               USING  W-VERSAO
               HIGHLIGHT.
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADORCAM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADORCAM
                 CLOSE CADORCAM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADORCAM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT119.
       R2.
           ACCEPT TW-ANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-ANO < 2000
                MOVE "*** ANO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
       R3.
           ACCEPT TW-VERSAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           PERFORM CAB-LE THRU CAB-LE-FIM
           IF ST-ERRO = "00"
                DISPLAY (11, 36) ORC-DESCR
                IF ORC-APROVADA
                     DISPLAY (12, 36) "(APROVADA)"
                ELSE
                     DISPLAY (12, 36) "(EM ELABORACAO)"
           ELSE
                DISPLAY (11, 36) "VERSAO NAO CADASTRADA".
       R4.
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-MODO = "O" OR "o"
                GO TO ORC-001.
           IF W-MODO = "C" OR "c"
                GO TO COP-001.
           IF W-MODO = "A" OR "a"
                GO TO APV-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           GO TO R4.

      *---------------ORCAMENTO DA VERSAO, LINHA A LINHA---------------*
      * VERSAO NOVA NASCE EM ELABORACAO; APROVADA SO E CONSULTADA      *
      *----------------------------------------------------------------*

       ORC-001.
           MOVE "N" TO W-SOMENTE
           PERFORM CAB-LE THRU CAB-LE-FIM
           IF ST-ERRO = "00"
                IF ORC-APROVADA
                     MOVE "S" TO W-SOMENTE
                     GO TO ORC-LIN
                ELSE
                     GO TO ORC-LIN.
           PERFORM CAB-DESCR THRU CAB-DESCR-FIM
           DISPLAY (15, 10) "VERSAO NOVA - DESCRICAO:"
           ACCEPT (15, 35) W-DESCR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           MOVE W-ANO TO ORC-ANO
           MOVE W-VERSAO TO ORC-VERSAO
           MOVE ZEROS TO ORC-LINHA ORC-ORIANO ORC-ORIVER ORC-PERC
                         ORC-DTAPROV
           MOVE SPACES TO ORC-SINAL ORC-OPERAPV
           MOVE W-DESCR TO ORC-DESCR
           MOVE ZEROS TO ORC-VALORES
           MOVE "E" TO ORC-SITUACAO
           MOVE W-DATAHOJE TO ORC-DTALT
           MOVE LK-OPERADOR TO ORC-OPERADOR
           WRITE REGORCAM
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCAM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ORC-LIN.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "ORCAMENTO ANUAL - LINHAS DA VERSAO"
           MOVE W-VERSAO TO W-VERED
           DISPLAY (03, 05) "ANO/VERSAO: " W-ANO "/" W-VERED
           IF W-SOMENTE = "S"
                DISPLAY (03, 40) "APROVADA - SOMENTE CONSULTA".
           DISPLAY (05, 05) "LINHA (01-09):"
           MOVE 1 TO IND.
       ORC-LIN1.
           IF IND > 9
                GO TO ORC-LIN2.
           COMPUTE W-LIN = 6 + IND
           DISPLAY (W-LIN, 50) IND
           DISPLAY (W-LIN, 53) TBLIN-DESCR (IND)
           ADD 1 TO IND
           GO TO ORC-LIN1.
       ORC-LIN2.
           MOVE ZEROS TO W-LINHA
           ACCEPT (05, 20) W-LINHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-LINHA = ZEROS OR W-LINHA > 9
                MOVE "*** LINHA DE 01 A 09 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-LIN2.
           DISPLAY (05, 24) TBLIN-DESCR (W-LINHA)
           MOVE W-ANO TO ORC-ANO
           MOVE W-VERSAO TO ORC-VERSAO
           MOVE W-LINHA TO ORC-LINHA
           MOVE "N" TO W-NOVO
           READ CADORCAM
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-NOVO
                MOVE SPACES TO ORC-DESCR ORC-SITUACAO ORC-SINAL
                               ORC-OPERAPV
                MOVE ZEROS TO ORC-VALORES ORC-ORIANO ORC-ORIVER
                              ORC-PERC ORC-DTAPROV.
           PERFORM ORC-MOSTRA THRU ORC-MOSTRA-FIM
           IF W-SOMENTE = "S"
                DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
                ACCEPT (23, 40) W-OPCAO
                DISPLAY (23, 12) LIMPA
                GO TO ORC-LIN2.
           MOVE 1 TO IMES.
       ORC-MES.
           IF IMES > 12
                GO TO ORC-OPC.
           COMPUTE W-LIN = 6 + IMES
           ACCEPT (W-LIN, 20) ORC-VALMES (IMES) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF IMES = 1
                     GO TO ORC-LIN2
                ELSE
                     SUBTRACT 1 FROM IMES
                     GO TO ORC-MES.
           MOVE ORC-VALMES (IMES) TO W-VALED
           DISPLAY (W-LIN, 20) W-VALED
           ADD 1 TO IMES
           GO TO ORC-MES.
       ORC-OPC.
           PERFORM ORC-MOSTRA THRU ORC-MOSTRA-FIM
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-LIN.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ORC-OPC.
           MOVE W-DATAHOJE TO ORC-DTALT
           MOVE LK-OPERADOR TO ORC-OPERADOR
           IF W-NOVO = "S"
                WRITE REGORCAM
           ELSE
                REWRITE REGORCAM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCAM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ORC-LIN.

      *----MOSTRA OS 12 MESES E O TOTAL DO ANO DA LINHA LIDA-----------*

       ORC-MOSTRA.
           MOVE ZEROS TO W-TOTANO
           MOVE 1 TO IMES.
       ORC-MOSTRA1.
           IF IMES > 12
                GO TO ORC-MOSTRA2.
           COMPUTE W-LIN = 6 + IMES
           DISPLAY (W-LIN, 10) "MES " IMES
           MOVE ORC-VALMES (IMES) TO W-VALED
           DISPLAY (W-LIN, 20) W-VALED
           ADD ORC-VALMES (IMES) TO W-TOTANO
           ADD 1 TO IMES
           GO TO ORC-MOSTRA1.
       ORC-MOSTRA2.
           MOVE W-TOTANO TO W-VALED
           DISPLAY (20, 10) "TOTAL"
           DISPLAY (20, 20) W-VALED.
       ORC-MOSTRA-FIM.
           EXIT.

      *---------------COPIA DE VERSAO COM PERCENTUAL-------------------*
      * A VERSAO DESTINO (ANO/VERSAO DA TELA) NAO PODE EXISTIR; A      *
      * ORIGEM SUGERIDA E O ORIGINAL DO ANO ANTERIOR. CADA MES E       *
      * REAJUSTADO PELO PERCENTUAL (+ ACRESCIMO, - REDUCAO)            *
      *----------------------------------------------------------------*

       COP-001.
           PERFORM CAB-LE THRU CAB-LE-FIM
           IF ST-ERRO = "00"
                MOVE "*** VERSAO DESTINO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           COMPUTE W-ORIANO = W-ANO - 1
           MOVE ZEROS TO W-ORIVER W-PERC
           MOVE "+" TO W-SINAL
           PERFORM CAB-DESCR THRU CAB-DESCR-FIM
           DISPLAY (15, 10) "ORIGEM ANO/VERSAO:     /"
           DISPLAY (16, 10) "PERCENTUAL (+/-).:"
           DISPLAY (17, 10) "DESCRICAO........:".
       COP-002.
           ACCEPT (15, 29) W-ORIANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
       COP-003.
           ACCEPT (15, 34) W-ORIVER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO COP-002.
           MOVE W-ORIANO TO ORC-ANO
           MOVE W-ORIVER TO ORC-VERSAO
           MOVE ZEROS TO ORC-LINHA
           READ CADORCAM
           IF ST-ERRO NOT = "00"
                MOVE "*** VERSAO DE ORIGEM NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COP-002.
           DISPLAY (15, 40) ORC-DESCR.
       COP-004.
           ACCEPT (16, 29) W-SINAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO COP-003.
           IF W-SINAL NOT = "+" AND W-SINAL NOT = "-"
                MOVE "*** INFORME + OU - ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COP-004.
       COP-005.
           ACCEPT (16, 31) W-PERC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO COP-004.
           IF W-SINAL = "-" AND W-PERC > 100
                MOVE "*** REDUCAO ATE 100% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COP-005.
       COP-006.
           ACCEPT (17, 29) W-DESCR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO COP-005.
       COP-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                MOVE "*** COPIA CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO COP-OPC.
           IF W-SINAL = "+"
                COMPUTE W-FATOR = (100 + W-PERC) / 100
           ELSE
                COMPUTE W-FATOR = (100 - W-PERC) / 100.
           MOVE 1 TO IND.
       COP-LIN.
           IF IND > 9
                GO TO COP-CAB.
           MOVE W-ORIANO TO ORC-ANO
           MOVE W-ORIVER TO ORC-VERSAO
           MOVE IND TO ORC-LINHA
           READ CADORCAM
           IF ST-ERRO NOT = "00"
                ADD 1 TO IND
                GO TO COP-LIN.
           MOVE 1 TO IMES.
       COP-MES.
           IF IMES > 12
                GO TO COP-GRAVA.
           COMPUTE ORC-VALMES (IMES) ROUNDED =
                   ORC-VALMES (IMES) * W-FATOR
           ADD 1 TO IMES
           GO TO COP-MES.
       COP-GRAVA.
           MOVE W-ANO TO ORC-ANO
           MOVE W-VERSAO TO ORC-VERSAO
           MOVE W-DATAHOJE TO ORC-DTALT
           MOVE LK-OPERADOR TO ORC-OPERADOR
           WRITE REGORCAM
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCAM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO IND
           GO TO COP-LIN.
       COP-CAB.
           MOVE W-ANO TO ORC-ANO
           MOVE W-VERSAO TO ORC-VERSAO
           MOVE ZEROS TO ORC-LINHA ORC-DTAPROV
           MOVE W-DESCR TO ORC-DESCR
           MOVE ZEROS TO ORC-VALORES
           MOVE "E" TO ORC-SITUACAO
           MOVE W-ORIANO TO ORC-ORIANO
           MOVE W-ORIVER TO ORC-ORIVER
           MOVE W-SINAL TO ORC-SINAL
           MOVE W-PERC TO ORC-PERC
           MOVE SPACES TO ORC-OPERAPV
           MOVE W-DATAHOJE TO ORC-DTALT
           MOVE LK-OPERADOR TO ORC-OPERADOR
           WRITE REGORCAM
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCAM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** VERSAO COPIADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------APROVACAO DA VERSAO (SO PERFIL A)----------------*

       APV-001.
           MOVE LK-OPERADOR TO USR-CODIGO
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO USR-PERFIL
                GO TO APV-002.
           READ CADUSER
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO USR-PERFIL.
           CLOSE CADUSER.
       APV-002.
           IF NOT USR-ADMINISTRACAO
                MOVE "*** APROVACAO SO POR PERFIL A ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM CAB-LE THRU CAB-LE-FIM
           IF ST-ERRO NOT = "00"
                MOVE "*** VERSAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF ORC-APROVADA
                MOVE "*** VERSAO JA APROVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       APV-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "APROVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO APV-OPC.
           MOVE "A" TO ORC-SITUACAO
           MOVE W-DATAHOJE TO ORC-DTAPROV
           MOVE LK-OPERADOR TO ORC-OPERAPV
           REWRITE REGORCAM
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCAM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** VERSAO APROVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----LE O CABECALHO DA VERSAO W-ANO/W-VERSAO (ST-ERRO = "00")----*

       CAB-LE.
           MOVE W-ANO TO ORC-ANO
           MOVE W-VERSAO TO ORC-VERSAO
           MOVE ZEROS TO ORC-LINHA
           READ CADORCAM.
       CAB-LE-FIM.
           EXIT.

      *----DESCRICAO PADRAO DE UMA VERSAO NOVA-------------------------*

       CAB-DESCR.
           MOVE SPACES TO W-DESCR
           IF W-VERSAO = ZEROS
                MOVE "ORIGINAL" TO W-DESCR
           ELSE
                MOVE W-VERSAO TO W-VERED
                STRING "REVISAO " DELIMITED BY SIZE
                       W-VERED DELIMITED BY SIZE
                       INTO W-DESCR.
       CAB-DESCR-FIM.
           EXIT.

      *---------------RELATORIO ORCADO X REALIZADO---------------------*
      * ORIGINAL = VERSAO 00 DO ANO; DESVIO = REALIZADO - VERSAO. A    *
      * LINHA E DESTACADA QUANDO O DESVIO PASSA DA TOLERANCIA, PARA    *
      * MAIS OU PARA MENOS                                             *
      *----------------------------------------------------------------*

       REL-001.
           PERFORM CAB-LE THRU CAB-LE-FIM
           IF ST-ERRO NOT = "00"
                MOVE "*** VERSAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ORC-DESCR TO W-DESCVERS
           MOVE ZEROS TO W-MES W-TOLER
           DISPLAY (15, 10) "MES DE REFERENCIA:"
           DISPLAY (16, 10) "TOLERANCIA (%)...:".
       REL-002.
           ACCEPT (15, 29) W-MES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-MES = ZEROS OR W-MES > 12
                MOVE "*** MES INVALIDO (01 A 12) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-002.
       REL-003.
           ACCEPT (16, 29) W-TOLER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO REL-002.
           DISPLAY (18, 10) "APURANDO O REALIZADO DO ANO..."
           PERFORM ORC-CARGA THRU ORC-CARGA-FIM
           PERFORM RLZ-APURA THRU RLZ-APURA-FIM
           DISPLAY (18, 10) LIMPA
           IF ST-ERRO = "99"
                GO TO R1.
           OPEN OUTPUT CADORCTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADORCTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           WRITE REGORCTX FROM CAB0.
           MOVE W-MES TO CABPER-MES
           MOVE W-ANO TO CABPER-ANO
           MOVE W-TOLER TO CABPER-TOL
           WRITE REGORCTX FROM CABPER.
           MOVE W-DESCORIG TO CV-ORIG
           MOVE W-VERSAO TO CV-VER
           MOVE W-DESCVERS TO CV-DESCR
           WRITE REGORCTX FROM CABVER.
           MOVE "N" TO W-ACUMULA
           MOVE "NO MES" TO CS-TIT
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE "S" TO W-ACUMULA
           MOVE "ACUMULADO NO ANO ATE O MES" TO CS-TIT
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           CLOSE CADORCTX
           MOVE "*** RELATORIO GERADO EM CADORCRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----SECAO DO RELATORIO (MES OU ACUMULADO, CONFORME W-ACUMULA)---*

       REL-SECAO.
           MOVE SPACES TO REGORCTX
           WRITE REGORCTX.
           WRITE REGORCTX FROM CABSEC.
           WRITE REGORCTX FROM CAB1.
           MOVE ZEROS TO TABTOT
           MOVE 1 TO IND.
       REL-SECAO1.
           IF IND > 9
                GO TO REL-SECAO2.
           PERFORM REL-VALORES THRU REL-VALORES-FIM
           MOVE TBLIN-DESCR (IND) TO LO-DESCR
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           IF IND < 4
                ADD W-ORIG TO TTT-ORIG (1)
                ADD W-VERS TO TTT-VERS (1)
                ADD W-REAL TO TTT-REAL (1)
           ELSE
                ADD W-ORIG TO TTT-ORIG (2)
                ADD W-VERS TO TTT-VERS (2)
                ADD W-REAL TO TTT-REAL (2).
           IF IND = 3
                MOVE TTT-ORIG (1) TO W-ORIG
                MOVE TTT-VERS (1) TO W-VERS
                MOVE TTT-REAL (1) TO W-REAL
                MOVE "TOTAL RECEITAS" TO LO-DESCR
                PERFORM REL-LINHA THRU REL-LINHA-FIM
                MOVE SPACES TO REGORCTX
                WRITE REGORCTX.
           ADD 1 TO IND
           GO TO REL-SECAO1.
       REL-SECAO2.
           MOVE TTT-ORIG (2) TO W-ORIG
           MOVE TTT-VERS (2) TO W-VERS
           MOVE TTT-REAL (2) TO W-REAL
           MOVE "TOTAL DESPESAS" TO LO-DESCR
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE SPACES TO REGORCTX
           WRITE REGORCTX.
           COMPUTE W-ORIG = TTT-ORIG (1) - TTT-ORIG (2)
           COMPUTE W-VERS = TTT-VERS (1) - TTT-VERS (2)
           COMPUTE W-REAL = TTT-REAL (1) - TTT-REAL (2)
           MOVE "RESULTADO" TO LO-DESCR
           PERFORM REL-LINHA THRU REL-LINHA-FIM.
       REL-SECAO-FIM.
           EXIT.

      *----ORCADO E REALIZADO DA LINHA IND NO MES OU NO ACUMULADO------*

       REL-VALORES.
           MOVE ZEROS TO W-ORIG W-VERS W-REAL
           IF W-ACUMULA = "S"
                MOVE 1 TO IMES
           ELSE
                MOVE W-MES TO IMES.
       REL-VALORES1.
           IF IMES > W-MES
                GO TO REL-VALORES-FIM.
           ADD TOR-ORIG (IND, IMES) TO W-ORIG
           ADD TOR-VERS (IND, IMES) TO W-VERS
           ADD TOR-REAL (IND, IMES) TO W-REAL
           ADD 1 TO IMES
           GO TO REL-VALORES1.
       REL-VALORES-FIM.
           EXIT.

      *----GRAVA A LINHA COM DESVIO E DESTAQUE DA TOLERANCIA-----------*

       REL-LINHA.
           MOVE W-ORIG TO LO-ORIG
           MOVE W-VERS TO LO-VERS
           MOVE W-REAL TO LO-REAL
           COMPUTE W-DESVIO = W-REAL - W-VERS
           MOVE W-DESVIO TO LO-DESV
           MOVE SPACES TO LO-MARCA
           IF W-VERS = ZEROS
                MOVE ZEROS TO W-DESVPCT
                IF W-REAL NOT = ZEROS
                     MOVE "<<< SEM ORCAMENTO" TO LO-MARCA
                     GO TO REL-LINHA1
                ELSE
                     GO TO REL-LINHA1.
           COMPUTE W-DESVPCT ROUNDED = (W-DESVIO * 100) / W-VERS
           IF W-DESVPCT < ZEROS
                COMPUTE W-ABSPCT = W-DESVPCT * -1
           ELSE
                MOVE W-DESVPCT TO W-ABSPCT.
           IF W-ABSPCT > W-TOLER
                MOVE "<<< FORA DA TOLERANCIA" TO LO-MARCA.
       REL-LINHA1.
           MOVE W-DESVPCT TO LO-PCT
           WRITE REGORCTX FROM LINORC.
       REL-LINHA-FIM.
           EXIT.

      *----CARGA DO ORCADO: VERSAO PEDIDA E ORIGINAL (00) DO ANO-------*

       ORC-CARGA.
           MOVE ZEROS TO TABORC
           MOVE SPACES TO W-DESCORIG
           MOVE W-ANO TO ORC-ANO
           MOVE ZEROS TO ORC-VERSAO ORC-LINHA
           READ CADORCAM
           IF ST-ERRO = "00"
                MOVE ORC-DESCR TO W-DESCORIG
           ELSE
                MOVE "SEM VERSAO ORIGINAL" TO W-DESCORIG.
           MOVE 1 TO IND.
       ORC-CARGA1.
           IF IND > 9
                GO TO ORC-CARGA-FIM.
           MOVE W-ANO TO ORC-ANO
           MOVE ZEROS TO ORC-VERSAO
           MOVE IND TO ORC-LINHA
           READ CADORCAM
           IF ST-ERRO = "00"
                MOVE 1 TO IMES
                PERFORM ORC-CARGA-O THRU ORC-CARGA-O-FIM.
           MOVE W-VERSAO TO ORC-VERSAO
           READ CADORCAM
           IF ST-ERRO = "00"
                MOVE 1 TO IMES
                PERFORM ORC-CARGA-V THRU ORC-CARGA-V-FIM.
           ADD 1 TO IND
           GO TO ORC-CARGA1.
       ORC-CARGA-FIM.
           EXIT.
       ORC-CARGA-O.
           IF IMES > 12
                GO TO ORC-CARGA-O-FIM.
           MOVE ORC-VALMES (IMES) TO TOR-ORIG (IND, IMES)
           ADD 1 TO IMES
           GO TO ORC-CARGA-O.
       ORC-CARGA-O-FIM.
           EXIT.
       ORC-CARGA-V.
           IF IMES > 12
                GO TO ORC-CARGA-V-FIM.
           MOVE ORC-VALMES (IMES) TO TOR-VERS (IND, IMES)
           ADD 1 TO IMES
           GO TO ORC-CARGA-V.
       ORC-CARGA-V-FIM.
           EXIT.

      *----REALIZADO DO ANO POR LINHA E MES (MESMAS FONTES DO SMP067)--*
      * PARTICULARES: RECIBOS DO MES, EXCETO OS DE DIARIA (REC-CHAVE   *
      * = CHAVE DA INTERNACAO NO CADDIAR), QUE VAO PARA DIARIAS.       *
      * CONVENIOS: LOTES PAGOS DA COMPETENCIA, MENOS AS DIARIAS DE     *
      * CONVENIO DESSES LOTES, QUE TAMBEM VAO PARA DIARIAS.            *
      * DESPESAS: TITULOS PAGOS NO MES POR CATEGORIA                   *
      *----------------------------------------------------------------*

       RLZ-APURA.
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE RECIBOS NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "99" TO ST-ERRO
                GO TO RLZ-APURA-FIM.
           OPEN INPUT CADREMCT
           IF ST-ERRO NOT = "00"
                CLOSE CADRECIB
                MOVE "*** CONTROLE DE LOTES NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "99" TO ST-ERRO
                GO TO RLZ-APURA-FIM.
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
                CLOSE CADRECIB CADREMCT
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "99" TO ST-ERRO
                GO TO RLZ-APURA-FIM.
           MOVE "N" TO W-DIAABERTO
           OPEN INPUT CADDIAR
           IF ST-ERRO = "00"
                MOVE "S" TO W-DIAABERTO.
      *
       RLZ-REC.
           MOVE ZEROS TO REC-NUMERO
           START CADRECIB KEY IS NOT LESS REC-NUMERO
               INVALID KEY
                   GO TO RLZ-LOT.
       RLZ-REC1.
           READ CADRECIB NEXT RECORD
               AT END
                   GO TO RLZ-LOT.
           IF REC-ANO NOT = W-ANO
                GO TO RLZ-REC1.
           IF REC-MES < 1 OR REC-MES > 12
                GO TO RLZ-REC1.
           MOVE REC-MES TO IMES
           COMPUTE W-VALOR = REC-VAL-RS + (REC-VAL-CT / 100)
           MOVE 2 TO IND
           IF W-DIAABERTO = "S"
                MOVE REC-CHAVE TO DIA-CHAVE
                READ CADDIAR
                IF ST-ERRO = "00" AND DIA-CONVENIO = ZEROS
                     MOVE 3 TO IND.
           ADD W-VALOR TO TOR-REAL (IND, IMES)
           GO TO RLZ-REC1.
      *
       RLZ-LOT.
           MOVE ZEROS TO LOT-NUMERO
           START CADREMCT KEY IS NOT LESS LOT-NUMERO
               INVALID KEY
                   GO TO RLZ-DIA.
       RLZ-LOT1.
           READ CADREMCT NEXT RECORD
               AT END
                   GO TO RLZ-DIA.
           IF NOT LOT-PAGO
                GO TO RLZ-LOT1.
           IF LOT-ANO NOT = W-ANO
                GO TO RLZ-LOT1.
           IF LOT-MES < 1 OR LOT-MES > 12
                GO TO RLZ-LOT1.
           ADD LOT-VALOR TO TOR-REAL (1, LOT-MES)
           GO TO RLZ-LOT1.
      *
       RLZ-DIA.
           IF W-DIAABERTO NOT = "S"
                GO TO RLZ-PAG.
           MOVE ZEROS TO DIA-CHAVE
           START CADDIAR KEY IS NOT LESS DIA-CHAVE
               INVALID KEY
                   GO TO RLZ-PAG.
       RLZ-DIA1.
           READ CADDIAR NEXT RECORD
               AT END
                   GO TO RLZ-PAG.
           IF DIA-CONVENIO = ZEROS OR DIA-LOTE = ZEROS
                GO TO RLZ-DIA1.
           MOVE DIA-LOTE TO LOT-NUMERO
           READ CADREMCT
           IF ST-ERRO NOT = "00"
                GO TO RLZ-DIA1.
           IF NOT LOT-PAGO OR LOT-ANO NOT = W-ANO
                GO TO RLZ-DIA1.
           IF LOT-MES < 1 OR LOT-MES > 12
                GO TO RLZ-DIA1.
           SUBTRACT DIA-TOTAL FROM TOR-REAL (1, LOT-MES)
           ADD DIA-TOTAL TO TOR-REAL (3, LOT-MES)
           GO TO RLZ-DIA1.
      *
       RLZ-PAG.
           MOVE ZEROS TO PAG-NUMERO
           START CADPAGAR KEY IS NOT LESS PAG-NUMERO
               INVALID KEY
                   GO TO RLZ-FECHA.
       RLZ-PAG1.
           READ CADPAGAR NEXT RECORD
               AT END
                   GO TO RLZ-FECHA.
           IF NOT PAG-PAGO
                GO TO RLZ-PAG1.
           IF PAG-PGANO NOT = W-ANO
                GO TO RLZ-PAG1.
           IF PAG-PGMES < 1 OR PAG-PGMES > 12
                GO TO RLZ-PAG1.
           IF PAG-CATEG < 1 OR PAG-CATEG > 6
                MOVE 9 TO IND
           ELSE
                COMPUTE IND = PAG-CATEG + 3.
           COMPUTE W-VALOR = PAG-VAL-RS + (PAG-VAL-CT / 100)
           ADD W-VALOR TO TOR-REAL (IND, PAG-PGMES)
           GO TO RLZ-PAG1.
      *
       RLZ-FECHA.
           CLOSE CADRECIB CADREMCT CADPAGAR
           IF W-DIAABERTO = "S"
                CLOSE CADDIAR.
           MOVE "00" TO ST-ERRO.
       RLZ-APURA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADORCAM.
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
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
