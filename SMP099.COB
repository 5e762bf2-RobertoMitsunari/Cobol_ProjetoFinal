       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP099.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * EMISSAO DE NFS-E EM LOTE: GERA O ARQUIVO DE RPS     *
      * (RPS.TXT, LEIAUTE DA PREFEITURA) DOS RECIBOS DO     *
      * CADRECIB E DOS LOTES DE CONVENIO DO CADREMCT AINDA  *
      * SEM NOTA, COM NUMERACAO SEQUENCIAL DE RPS MANTIDA   *
      * NO CADNFSPM.DAT; IMPORTA O RETORNO DA PREFEITURA    *
      * (NFSERET.TXT) COM O NUMERO DA NFS-E E O CODIGO DE   *
      * VERIFICACAO, GRAVANDO-OS NO CADNFSE.DAT E NO        *
      * RECIBO OU LOTE DE ORIGEM; REGISTRA O CANCELAMENTO   *
      * DE NOTA COM MOTIVO E EMITE O RELATORIO MENSAL DE    *
      * NOTAS EMITIDAS E CANCELADAS (CADNFSRL.DOC)          *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNFSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFS-RPS
                    FILE STATUS  IS ST-ERRO.
           SELECT CADNFSPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NPM-CHAVE
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PACINOME WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
           SELECT RPSTXT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT NFSERET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADNFSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSE.DAT".
       01 REGNFSE.
          03 NFS-RPS           PIC 9(08).
          03 NFS-ORIGEM        PIC X(01).
             88 NFS-RECIBO         VALUE "R".
             88 NFS-LOTE           VALUE "L".
          03 NFS-REF           PIC 9(06).
          03 NFS-DTRPS         PIC 9(08).
          03 NFS-DTEMIS        PIC 9(08).
          03 NFS-TOMTIPO       PIC X(01).
             88 NFS-TOM-CPF        VALUE "1".
             88 NFS-TOM-CNPJ       VALUE "2".
          03 NFS-TOMDOC        PIC 9(14).
          03 NFS-TOMNOME       PIC X(30).
          03 NFS-VALOR         PIC 9(10)V99.
          03 NFS-SITUACAO      PIC X(01).
             88 NFS-GERADA         VALUE "G".
             88 NFS-EMITIDA        VALUE "E".
             88 NFS-CANCELADA      VALUE "C".
          03 NFS-NUMNFSE       PIC 9(10).
          03 NFS-CODVERIF      PIC X(10).
          03 NFS-DTCANC        PIC 9(08).
          03 NFS-MOTCANC       PIC X(40).
          03 NFS-OPERADOR      PIC X(08).
      *
       FD CADNFSPM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSPM.DAT".
       01 REGNFSPM.
          03 NPM-CHAVE         PIC 9(01).
          03 NPM-CNPJ          PIC 9(14).
          03 NPM-INSCMUN       PIC 9(08).
          03 NPM-RAZAO         PIC X(30).
          03 NPM-SERIE         PIC X(05).
          03 NPM-CODSERV       PIC 9(05).
          03 NPM-ALIQUOTA      PIC 9(02)V99.
          03 NPM-ULTRPS        PIC 9(08).
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 FILLER         PIC X(157).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 NOME         PIC X(30).
          03 PLANO        PIC 9(02).
          03 FILLER       PIC X(17).
          03 CONV-CNPJ    PIC 9(14).
          03 FILLER       PIC X(26).
      *
       FD RPSTXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPS.TXT".
       01 REGRPSTXT   PIC X(200).
      *
       FD NFSERET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSERET.TXT".
       01 REGNFSRET   PIC X(100).
      *
       FD CADNFSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSRL.DOC".
       01 REGNFSTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
       01 W-TOTRPS   PIC 9(06) VALUE ZEROS.
       01 W-TOTVAL   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTREC   PIC 9(06) VALUE ZEROS.
       01 W-TOTLOT   PIC 9(06) VALUE ZEROS.
       01 W-TOTEMI   PIC 9(06) VALUE ZEROS.
       01 W-VALEMI   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCAN   PIC 9(06) VALUE ZEROS.
       01 W-VALCAN   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTPEN   PIC 9(06) VALUE ZEROS.
       01 W-TOTLID   PIC 9(06) VALUE ZEROS.
       01 W-TOTOK    PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ   PIC 9(06) VALUE ZEROS.
       01 W-VALOR    PIC 9(10)V99 VALUE ZEROS.
       01 W-VALED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-RPS      PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO   PIC X(40) VALUE SPACES.
       01 W-LIBERA   PIC X(01) VALUE SPACES.
       01 W-CPRPS    PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       01 W-CPNFSE   PIC X(10) JUSTIFIED RIGHT VALUE SPACES.
       01 W-CPVERIF  PIC X(10) VALUE SPACES.
       01 W-CPDATA   PIC X(08) VALUE SPACES.
       01 W-DTINI    PIC 9(08) VALUE ZEROS.
       01 W-DTINI-R REDEFINES W-DTINI.
          03 W-INIANO   PIC 9(04).
          03 W-INIMES   PIC 9(02).
          03 W-INIDIA   PIC 9(02).
       01 W-DTFIM    PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-R REDEFINES W-DTFIM.
          03 W-FIMANO   PIC 9(04).
          03 W-FIMMES   PIC 9(02).
          03 W-FIMDIA   PIC 9(02).
       01 W-DTCALC   PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
          03 W-CALCANO  PIC 9(04).
          03 W-CALCMES  PIC 9(02).
          03 W-CALCDIA  PIC 9(02).
       01 W-DTCALC-M REDEFINES W-DTCALC.
          03 W-CALCAM   PIC 9(06).
          03 FILLER     PIC 9(02).
       01 W-ANOMES   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
          03 W-AMANO    PIC 9(04).
          03 W-AMMES    PIC 9(02).
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
      *
      *----ARQUIVO DE RPS NO LEIAUTE DA PREFEITURA (TXT POSICIONAL)----*
      *
       01 RPS-CAB.
          03 FILLER     PIC X(01) VALUE "1".
          03 FILLER     PIC X(03) VALUE "001".
          03 RC-INSCMUN PIC 9(08).
          03 RC-DTINI   PIC 9(08).
          03 RC-DTFIM   PIC 9(08).
          03 FILLER     PIC X(172) VALUE SPACES.
       01 RPS-DET.
          03 FILLER     PIC X(01) VALUE "2".
          03 FILLER     PIC X(05) VALUE "RPS  ".
          03 RD-SERIE   PIC X(05).
          03 RD-NUMERO  PIC 9(12).
          03 RD-DTEMIS  PIC 9(08).
          03 FILLER     PIC X(01) VALUE "T".
          03 RD-VALSERV PIC 9(13)V99.
          03 RD-VALDED  PIC 9(13)V99.
          03 RD-CODSERV PIC 9(05).
          03 RD-ALIQ    PIC 9(02)V99.
          03 FILLER     PIC X(01) VALUE "2".
          03 RD-TOMTIPO PIC X(01).
          03 RD-TOMDOC  PIC 9(14).
          03 RD-TOMNOME PIC X(30).
          03 RD-DISCR   PIC X(50).
          03 FILLER     PIC X(33) VALUE SPACES.
       01 RPS-TRL.
          03 FILLER     PIC X(01) VALUE "9".
          03 RT-QTDE    PIC 9(07).
          03 RT-VALSERV PIC 9(13)V99.
          03 RT-VALDED  PIC 9(13)V99.
          03 FILLER     PIC X(162) VALUE SPACES.
      *
       01 W-DISCR.
          03 DS-TEXTO   PIC X(30).
          03 DS-REF     PIC 9(06).
          03 FILLER     PIC X(14) VALUE SPACES.
      *
       01 CAB0.
          03 FILLER     PIC X(20) VALUE "FATEC ZL".
          03 FILLER     PIC X(50) VALUE
              "*** NOTAS FISCAIS DE SERVICO (NFS-E) ***".
       01 CABSEC.
          03 CS-TEXTO   PIC X(27).
          03 CS-MES     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 CS-ANO     PIC 9(04).
       01 CAB1.
          03 FILLER     PIC X(09) VALUE "RPS".
          03 FILLER     PIC X(11) VALUE "NFS-E".
          03 FILLER     PIC X(11) VALUE "DATA".
          03 FILLER     PIC X(15) VALUE "TOMADOR".
          03 FILLER     PIC X(21) VALUE "NOME".
          03 FILLER     PIC X(14) VALUE "VALOR".
          03 FILLER     PIC X(02) VALUE "S".
       01 LINNFS.
          03 LN-RPS     PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LN-NFSE    PIC 9(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LN-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LN-TOMDOC  PIC 9(14).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LN-NOME    PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LN-VALOR   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LN-SIT     PIC X(01).
       01 LINMOT.
          03 FILLER     PIC X(09) VALUE SPACES.
          03 FILLER     PIC X(09) VALUE "MOTIVO: ".
          03 LM-MOTIVO  PIC X(40).
       01 LINRET.
          03 LR-RPS     PIC X(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-NFSE    PIC X(10).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-OCORR   PIC X(40).
       01 LINTOT.
          03 LT-ROTULO  PIC X(30).
          03 LT-QTDE    PIC ZZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 W-DATAREL  PIC 9(08) VALUE ZEROS.
       01 W-DATAREL-R REDEFINES W-DATAREL.
          03 W-RELANO   PIC 9(04).
          03 W-RELMES   PIC 9(02).
          03 W-RELDIA   PIC 9(02).
       01 W-DATADMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DATADMA-N REDEFINES W-DATADMA PIC 9(08).
      *-----------------------------------------------------------------
       01 W-LOGPROG   PIC X(07) VALUE "SMP099".
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT099.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** EMISSAO DE NOTA FISCAL DE".
           05  LINE 02  COLUMN 41
               VALUE  " SERVICO (NFS-E) EM LOTE ***".
           05  LINE 06  COLUMN 10
               VALUE  "G = GERAR ARQUIVO DE RPS (RPS.TXT)".
           05  LINE 07  COLUMN 10
               VALUE  "T = IMPORTAR RETORNO DA PREFEITURA".
           05  LINE 07  COLUMN 45
               VALUE  "(NFSERET.TXT)".
           05  LINE 08  COLUMN 10
               VALUE  "C = CANCELAR NOTA".
           05  LINE 09  COLUMN 10
               VALUE  "R = RELATORIO MENSAL PARA O CONTADOR".
           05  LINE 10  COLUMN 10
               VALUE  "P = PARAMETROS DO PRESTADOR".
           05  LINE 13  COLUMN 10
               VALUE  "OPCAO:".
           05  TMODO
               LINE 13  COLUMN 18  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       R0.
           OPEN I-O CADNFSE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADNFSE
                 CLOSE CADNFSE
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFSE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADNFSPM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADNFSPM
                 CLOSE CADNFSPM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFSPM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADNFSE
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADRECIB
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE RECIBOS NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSE CADNFSPM
                GO TO ROT-FIMP.
           OPEN I-O CADREMCT
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE LOTES NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSE CADNFSPM CADRECIB
                GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE PACIENTES NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSE CADNFSPM CADRECIB CADREMCT
                GO TO ROT-FIMP.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO DE CONVENIOS NAO DISPONIVEL ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSE CADNFSPM CADRECIB CADREMCT CADPACI
                GO TO ROT-FIMP.

       R1.
           MOVE SPACES TO W-MODO
           DISPLAY SMT099
           ACCEPT TMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-MODO = "G" OR "g"
                GO TO GER-001.
           IF W-MODO = "T" OR "t"
                GO TO RET-001.
           IF W-MODO = "C" OR "c"
                GO TO CAN-001.
           IF W-MODO = "R" OR "r"
                GO TO REL-001.
           IF W-MODO = "P" OR "p"
                GO TO PRM-001.
           GO TO R1.

      *---------------PARAMETROS DO PRESTADOR--------------------------*

       PRM-001.
           MOVE 1 TO NPM-CHAVE
           READ CADNFSPM
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO REGNFSPM
                MOVE 1 TO NPM-CHAVE
                MOVE ZEROS TO NPM-CNPJ NPM-INSCMUN NPM-CODSERV
                MOVE ZEROS TO NPM-ALIQUOTA NPM-ULTRPS
                WRITE REGNFSPM.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PARAMETROS DO PRESTADOR (NFS-E)"
           DISPLAY (03, 05) "CNPJ DA CLINICA...........:"
           ACCEPT (03, 34) NPM-CNPJ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           DISPLAY (04, 05) "INSCRICAO MUNICIPAL.......:"
           ACCEPT (04, 34) NPM-INSCMUN WITH UPDATE
           DISPLAY (05, 05) "RAZAO SOCIAL..............:"
           ACCEPT (05, 34) NPM-RAZAO WITH UPDATE
           DISPLAY (07, 05) "SERIE DO RPS..............:"
           ACCEPT (07, 34) NPM-SERIE WITH UPDATE
           DISPLAY (08, 05) "CODIGO DO SERVICO.........:"
           ACCEPT (08, 34) NPM-CODSERV WITH UPDATE
           DISPLAY (09, 05) "ALIQUOTA DO ISS (%).......:"
           ACCEPT (09, 34) NPM-ALIQUOTA WITH UPDATE
           DISPLAY (11, 05) "ULTIMO RPS GERADO.........: " NPM-ULTRPS.
       PRM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PRM-OPC.
           REWRITE REGNFSPM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNFSPM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------------GERACAO DO ARQUIVO DE RPS------------------------*
      * ENTRAM OS RECIBOS (DATA DO RECIBO) E OS LOTES DE CONVENIO      *
      * (DATA DE GERACAO DO LOTE) DO PERIODO QUE AINDA NAO TEM RPS.    *
      * O NUMERO DO RPS FICA GRAVADO NA ORIGEM, O QUE IMPEDE QUE O     *
      * MESMO RECIBO OU LOTE SEJA ENVIADO DUAS VEZES A PREFEITURA      *
      *----------------------------------------------------------------*

       GER-001.
           MOVE 1 TO NPM-CHAVE
           READ CADNFSPM
           IF ST-ERRO NOT = "00" OR NPM-INSCMUN = ZEROS
                MOVE "*** CADASTRE OS PARAMETROS DO PRESTADOR ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-DTINI W-DTFIM
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "GERACAO DO ARQUIVO DE RPS"
           DISPLAY (03, 05) "PERIODO INICIAL (DD MM AAAA):"
           ACCEPT (03, 36) W-INIDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 39) W-INIMES
           ACCEPT (03, 42) W-INIANO
           DISPLAY (04, 05) "PERIODO FINAL...(DD MM AAAA):"
           ACCEPT (04, 36) W-FIMDIA
           ACCEPT (04, 39) W-FIMMES
           ACCEPT (04, 42) W-FIMANO
           IF W-INIMES < 1 OR W-INIMES > 12 OR
              W-FIMMES < 1 OR W-FIMMES > 12 OR
              W-INIANO = ZEROS OR W-FIMANO = ZEROS
                MOVE "*** PERIODO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-001.
           IF W-DTFIM < W-DTINI
                MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-001.
           DISPLAY (06, 05) "CONFIRMA A GERACAO (S/N)?"
           ACCEPT (06, 32) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R1.
           OPEN OUTPUT RPSTXT
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO RPS.TXT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TOTRPS W-TOTVAL W-TOTREC W-TOTLOT
           MOVE NPM-INSCMUN TO RC-INSCMUN
           MOVE W-DTINI TO RC-DTINI
           MOVE W-DTFIM TO RC-DTFIM
           WRITE REGRPSTXT FROM RPS-CAB.
           MOVE ZEROS TO REC-NUMERO
           START CADRECIB KEY IS NOT LESS REC-NUMERO
               INVALID KEY
                   GO TO GER-LOT.
       GER-REC.
           READ CADRECIB NEXT RECORD
               AT END
                   GO TO GER-LOT.
           IF REC-RPS NOT = ZEROS
                GO TO GER-REC.
           MOVE REC-DATA TO W-DTCALC
           IF W-DTCALC < W-DTINI OR W-DTCALC > W-DTFIM
                GO TO GER-REC.
           COMPUTE W-VALOR = REC-VAL-RS + (REC-VAL-CT / 100)
           IF W-VALOR = ZEROS
                GO TO GER-REC.
           PERFORM RPS-NOVO THRU RPS-NOVO-FIM
           MOVE "R" TO NFS-ORIGEM
           MOVE REC-NUMERO TO NFS-REF
           MOVE "1" TO NFS-TOMTIPO
           MOVE REC-CPF TO NFS-TOMDOC CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACINOME TO NFS-TOMNOME.
           MOVE "CONSULTA MEDICA - RECIBO NR. " TO DS-TEXTO
           MOVE REC-NUMERO TO DS-REF
           PERFORM RPS-GRAVA THRU RPS-GRAVA-FIM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO GER-TRL.
           MOVE NFS-RPS TO REC-RPS
           REWRITE REGRECIB
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECIB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-TRL.
           ADD 1 TO W-TOTREC
           GO TO GER-REC.
       GER-LOT.
           MOVE ZEROS TO LOT-NUMERO
           START CADREMCT KEY IS NOT LESS LOT-NUMERO
               INVALID KEY
                   GO TO GER-TRL.
       GER-LOT1.
           READ CADREMCT NEXT RECORD
               AT END
                   GO TO GER-TRL.
           IF LOT-RPS NOT = ZEROS
                GO TO GER-LOT1.
           IF LOT-DTGER < W-DTINI OR LOT-DTGER > W-DTFIM
                GO TO GER-LOT1.
           IF LOT-VALOR = ZEROS
                GO TO GER-LOT1.
           MOVE LOT-VALOR TO W-VALOR
           PERFORM RPS-NOVO THRU RPS-NOVO-FIM
           MOVE "L" TO NFS-ORIGEM
           MOVE LOT-NUMERO TO NFS-REF
           MOVE "2" TO NFS-TOMTIPO
           MOVE LOT-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE CONV-CNPJ TO NFS-TOMDOC
                MOVE NOME TO NFS-TOMNOME.
           MOVE "ATENDIMENTOS CONVENIO - LOTE " TO DS-TEXTO
           MOVE LOT-NUMERO TO DS-REF
           PERFORM RPS-GRAVA THRU RPS-GRAVA-FIM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO GER-TRL.
           MOVE NFS-RPS TO LOT-RPS
           REWRITE REGREMCT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREMCT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-TRL.
           ADD 1 TO W-TOTLOT
           GO TO GER-LOT1.
       GER-TRL.
           MOVE W-TOTRPS TO RT-QTDE
           MOVE W-TOTVAL TO RT-VALSERV
           MOVE ZEROS TO RT-VALDED
           WRITE REGRPSTXT FROM RPS-TRL.
           CLOSE RPSTXT
           REWRITE REGNFSPM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNFSPM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-TOTVAL TO W-VALED
           DISPLAY (08, 05) "RECIBOS...........: " W-TOTREC
           DISPLAY (09, 05) "LOTES DE CONVENIO.: " W-TOTLOT
           DISPLAY (10, 05) "VALOR TOTAL.......: " W-VALED
           DISPLAY (11, 05) "ULTIMO RPS........: " NPM-ULTRPS
           MOVE "*** ARQUIVO RPS.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----PROXIMO NUMERO DE RPS E REGISTRO BASE DO CADNFSE------------*
      *
       RPS-NOVO.
           ADD 1 TO NPM-ULTRPS
           MOVE SPACES TO REGNFSE
           MOVE NPM-ULTRPS TO NFS-RPS
           MOVE W-DATAHOJE TO NFS-DTRPS
           MOVE ZEROS TO NFS-DTEMIS NFS-TOMDOC NFS-NUMNFSE NFS-DTCANC
           MOVE W-VALOR TO NFS-VALOR
           MOVE "G" TO NFS-SITUACAO
           MOVE LK-OPERADOR TO NFS-OPERADOR.
       RPS-NOVO-FIM.
           EXIT.
      *
      *----GRAVA O CADNFSE E A LINHA DE DETALHE DO RPS.TXT-------------*
      *
       RPS-GRAVA.
           WRITE REGNFSE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNFSE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RPS-GRAVA-FIM.
           MOVE NPM-SERIE TO RD-SERIE
           MOVE NFS-RPS TO RD-NUMERO
           MOVE NFS-DTRPS TO RD-DTEMIS
           MOVE NFS-VALOR TO RD-VALSERV
           MOVE ZEROS TO RD-VALDED
           MOVE NPM-CODSERV TO RD-CODSERV
           MOVE NPM-ALIQUOTA TO RD-ALIQ
           MOVE NFS-TOMTIPO TO RD-TOMTIPO
           MOVE NFS-TOMDOC TO RD-TOMDOC
           MOVE NFS-TOMNOME TO RD-TOMNOME
           MOVE W-DISCR TO RD-DISCR
           WRITE REGRPSTXT FROM RPS-DET.
           ADD 1 TO W-TOTRPS
           ADD NFS-VALOR TO W-TOTVAL.
       RPS-GRAVA-FIM.
           EXIT.

      *---------------IMPORTACAO DO RETORNO DA PREFEITURA--------------*
      * NFSERET.TXT, UMA NOTA POR LINHA, CAMPOS SEPARADOS POR ";":     *
      * NUMERO DO RPS;NUMERO DA NFS-E;CODIGO DE VERIFICACAO;DATA DE    *
      * EMISSAO (AAAAMMDD). RPS JA CONVERTIDO EM NOTA COM OUTRO NUMERO *
      * E REJEITADO E LISTADO NO CADNFSRL.DOC                          *
      *----------------------------------------------------------------*

       RET-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05) "IMPORTA O RETORNO NFSERET.TXT (S/N)?"
           ACCEPT (03, 43) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R1.
           MOVE ZEROS TO W-TOTLID W-TOTOK W-TOTREJ
           OPEN INPUT NFSERET
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO NFSERET.TXT NAO ENCONTRADO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT CADNFSTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFSTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE NFSERET
                GO TO R1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           WRITE REGNFSTX FROM CAB0.
           MOVE SPACES TO REGNFSTX
           WRITE REGNFSTX.
           MOVE "OCORRENCIAS DO RETORNO DA PREFEITURA" TO REGNFSTX
           WRITE REGNFSTX.
       RET-LER.
           READ NFSERET
               AT END
                   GO TO RET-TOT.
           IF REGNFSRET = SPACES
                GO TO RET-LER.
           ADD 1 TO W-TOTLID
           MOVE SPACES TO W-CPRPS W-CPNFSE W-CPVERIF W-CPDATA
           UNSTRING REGNFSRET DELIMITED BY ";"
                    INTO W-CPRPS W-CPNFSE W-CPVERIF W-CPDATA
           MOVE W-CPRPS TO LR-RPS
           MOVE W-CPNFSE TO LR-NFSE
           INSPECT W-CPRPS REPLACING LEADING SPACES BY ZEROS
           INSPECT W-CPNFSE REPLACING LEADING SPACES BY ZEROS
           IF W-CPRPS NOT NUMERIC OR W-CPNFSE NOT NUMERIC
                MOVE "LINHA INVALIDA" TO LR-OCORR
                GO TO RET-REJ.
           MOVE W-CPRPS TO NFS-RPS
           READ CADNFSE
           IF ST-ERRO NOT = "00"
                MOVE "RPS NAO GERADO PELO SISTEMA" TO LR-OCORR
                GO TO RET-REJ.
           IF NFS-CANCELADA
                MOVE "RPS DE NOTA JA CANCELADA" TO LR-OCORR
                GO TO RET-REJ.
           IF NFS-EMITIDA AND NFS-NUMNFSE NOT = W-CPNFSE
                MOVE "RPS JA CONVERTIDO EM OUTRA NFS-E" TO LR-OCORR
                GO TO RET-REJ.
           MOVE W-CPNFSE TO NFS-NUMNFSE
           MOVE W-CPVERIF TO NFS-CODVERIF
           MOVE W-DATAHOJE TO NFS-DTEMIS
           IF W-CPDATA NUMERIC
                MOVE W-CPDATA TO NFS-DTEMIS.
           MOVE "E" TO NFS-SITUACAO
           REWRITE REGNFSE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNFSE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE NFSERET CADNFSTX
                GO TO ROT-FIM.
           PERFORM ORI-GRAVA THRU ORI-GRAVA-FIM
           ADD 1 TO W-TOTOK
           GO TO RET-LER.
       RET-REJ.
           ADD 1 TO W-TOTREJ
           WRITE REGNFSTX FROM LINRET
           GO TO RET-LER.
       RET-TOT.
           MOVE SPACES TO REGNFSTX
           WRITE REGNFSTX.
           MOVE "LINHAS LIDAS................:" TO LT-ROTULO
           MOVE W-TOTLID TO LT-QTDE
           MOVE ZEROS TO LT-VALOR
           WRITE REGNFSTX FROM LINTOT.
           MOVE "NOTAS REGISTRADAS...........:" TO LT-ROTULO
           MOVE W-TOTOK TO LT-QTDE
           WRITE REGNFSTX FROM LINTOT.
           MOVE "LINHAS REJEITADAS...........:" TO LT-ROTULO
           MOVE W-TOTREJ TO LT-QTDE
           WRITE REGNFSTX FROM LINTOT.
           CLOSE NFSERET CADNFSTX
           DISPLAY (05, 05) "LINHAS LIDAS.......: " W-TOTLID
           DISPLAY (06, 05) "NOTAS REGISTRADAS..: " W-TOTOK
           DISPLAY (07, 05) "REJEITADAS.........: " W-TOTREJ
           MOVE "*** RETORNO IMPORTADO - VER CADNFSRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----COPIA NUMERO E CODIGO DA NOTA PARA O RECIBO OU O LOTE-------*
      *
       ORI-GRAVA.
           IF NFS-RECIBO
                MOVE NFS-REF TO REC-NUMERO
                READ CADRECIB
                IF ST-ERRO = "00"
                     MOVE NFS-RPS TO REC-RPS
                     MOVE NFS-NUMNFSE TO REC-NFSE
                     MOVE NFS-CODVERIF TO REC-NFSVERIF
                     REWRITE REGRECIB.
           IF NFS-LOTE
                MOVE NFS-REF TO LOT-NUMERO
                READ CADREMCT
                IF ST-ERRO = "00"
                     MOVE NFS-RPS TO LOT-RPS
                     MOVE NFS-NUMNFSE TO LOT-NFSE
                     MOVE NFS-CODVERIF TO LOT-NFSVERIF
                     REWRITE REGREMCT.
       ORI-GRAVA-FIM.
           EXIT.

      *---------------CANCELAMENTO DE NOTA-----------------------------*
      * A NOTA E CANCELADA NO PORTAL DA PREFEITURA E REGISTRADA AQUI   *
      * COM O MOTIVO. SE O SERVICO AINDA DEVE SER FATURADO (NOTA       *
      * EMITIDA COM ERRO), O RECIBO OU LOTE E LIBERADO PARA NOVO RPS;  *
      * NOTA EM DUPLICIDADE NAO LIBERA A ORIGEM                        *
      *----------------------------------------------------------------*

       CAN-001.
           MOVE ZEROS TO W-RPS
           MOVE SPACES TO W-MOTIVO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CANCELAMENTO DE NFS-E"
           DISPLAY (03, 05) "NUMERO DO RPS.....:"
           ACCEPT (03, 25) W-RPS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-RPS = ZEROS
                GO TO R1.
           MOVE W-RPS TO NFS-RPS
           READ CADNFSE
           IF ST-ERRO NOT = "00"
                MOVE "*** RPS NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
           IF NFS-CANCELADA
                MOVE "*** NOTA JA CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
           MOVE NFS-VALOR TO W-VALED
           DISPLAY (04, 05) "NUMERO DA NFS-E...: " NFS-NUMNFSE
           DISPLAY (05, 05) "ORIGEM............: " NFS-ORIGEM
                            " " NFS-REF
           DISPLAY (06, 05) "TOMADOR...........: " NFS-TOMNOME
           DISPLAY (07, 05) "VALOR.............: " W-VALED
           DISPLAY (09, 05) "MOTIVO DO CANCELAMENTO:"
           ACCEPT (10, 05) W-MOTIVO
           IF W-MOTIVO = SPACES
                MOVE "*** INFORME O MOTIVO DO CANCELAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
           MOVE "S" TO W-LIBERA
           DISPLAY (12, 05)
             "LIBERA O RECIBO/LOTE PARA NOVA NOTA (S/N)?"
           ACCEPT (12, 49) W-LIBERA WITH UPDATE.
       CAN-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA A NOTA (S/N) : ".
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CAN-OPC.
           ACCEPT NFS-DTCANC FROM DATE YYYYMMDD
           MOVE W-MOTIVO TO NFS-MOTCANC
           MOVE "C" TO NFS-SITUACAO
           MOVE LK-OPERADOR TO NFS-OPERADOR
           REWRITE REGNFSE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNFSE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF W-LIBERA = "S" OR "s"
                PERFORM ORI-LIBERA THRU ORI-LIBERA-FIM.
           MOVE "*** NOTA CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CAN-001.
      *
      *----LIMPA RPS/NFS-E DA ORIGEM PARA ENTRAR NO PROXIMO RPS.TXT----*
      *
       ORI-LIBERA.
           IF NFS-RECIBO
                MOVE NFS-REF TO REC-NUMERO
                READ CADRECIB
                IF ST-ERRO = "00" AND REC-RPS = NFS-RPS
                     MOVE ZEROS TO REC-RPS REC-NFSE
                     MOVE SPACES TO REC-NFSVERIF
                     REWRITE REGRECIB.
           IF NFS-LOTE
                MOVE NFS-REF TO LOT-NUMERO
                READ CADREMCT
                IF ST-ERRO = "00" AND LOT-RPS = NFS-RPS
                     MOVE ZEROS TO LOT-RPS LOT-NFSE
                     MOVE SPACES TO LOT-NFSVERIF
                     REWRITE REGREMCT.
       ORI-LIBERA-FIM.
           EXIT.

      *---------------RELATORIO MENSAL PARA O CONTADOR-----------------*
      * NOTAS EMITIDAS NO MES (INCLUSIVE AS CANCELADAS DEPOIS) E NOTAS *
      * CANCELADAS NO MES, COM O MOTIVO; RPS AINDA SEM RETORNO DA      *
      * PREFEITURA SAO CONTADOS A PARTE                                *
      *----------------------------------------------------------------*

       REL-001.
           MOVE ZEROS TO W-ANOMES
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "RELATORIO MENSAL DE NFS-E"
           DISPLAY (03, 05) "MES/ANO (MM AAAA):"
           ACCEPT (03, 25) W-AMMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           ACCEPT (03, 28) W-AMANO
           IF W-AMMES < 1 OR W-AMMES > 12 OR W-AMANO = ZEROS
                MOVE "*** MES/ANO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-001.
           OPEN OUTPUT CADNFSTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFSTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-TOTEMI W-VALEMI W-TOTCAN W-VALCAN W-TOTPEN
           WRITE REGNFSTX FROM CAB0.
           MOVE W-AMMES TO CS-MES
           MOVE W-AMANO TO CS-ANO
           MOVE "NOTAS EMITIDAS NO MES DE " TO CS-TEXTO
           MOVE SPACES TO REGNFSTX
           WRITE REGNFSTX.
           WRITE REGNFSTX FROM CABSEC.
           WRITE REGNFSTX FROM CAB1.
           MOVE ZEROS TO NFS-RPS
           START CADNFSE KEY IS NOT LESS NFS-RPS
               INVALID KEY
                   GO TO REL-CAN.
       REL-EMI.
           READ CADNFSE NEXT RECORD
               AT END
                   GO TO REL-CAN.
           IF NFS-GERADA
                ADD 1 TO W-TOTPEN
                GO TO REL-EMI.
           MOVE NFS-DTEMIS TO W-DTCALC
           IF W-CALCAM NOT = W-ANOMES
                GO TO REL-EMI.
           MOVE NFS-DTEMIS TO W-DATAREL
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           ADD 1 TO W-TOTEMI
           ADD NFS-VALOR TO W-VALEMI
           GO TO REL-EMI.
       REL-CAN.
           MOVE SPACES TO REGNFSTX
           WRITE REGNFSTX.
           MOVE "NOTAS CANCELADAS NO MES DE " TO CS-TEXTO
           WRITE REGNFSTX FROM CABSEC.
           WRITE REGNFSTX FROM CAB1.
           MOVE ZEROS TO NFS-RPS
           START CADNFSE KEY IS NOT LESS NFS-RPS
               INVALID KEY
                   GO TO REL-TOT.
       REL-CAN1.
           READ CADNFSE NEXT RECORD
               AT END
                   GO TO REL-TOT.
           IF NOT NFS-CANCELADA
                GO TO REL-CAN1.
           MOVE NFS-DTCANC TO W-DTCALC
           IF W-CALCAM NOT = W-ANOMES
                GO TO REL-CAN1.
           MOVE NFS-DTCANC TO W-DATAREL
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE NFS-MOTCANC TO LM-MOTIVO
           WRITE REGNFSTX FROM LINMOT.
           ADD 1 TO W-TOTCAN
           ADD NFS-VALOR TO W-VALCAN
           GO TO REL-CAN1.
       REL-TOT.
           MOVE SPACES TO REGNFSTX
           WRITE REGNFSTX.
           MOVE "NOTAS EMITIDAS..............:" TO LT-ROTULO
           MOVE W-TOTEMI TO LT-QTDE
           MOVE W-VALEMI TO LT-VALOR
           WRITE REGNFSTX FROM LINTOT.
           MOVE "NOTAS CANCELADAS............:" TO LT-ROTULO
           MOVE W-TOTCAN TO LT-QTDE
           MOVE W-VALCAN TO LT-VALOR
           WRITE REGNFSTX FROM LINTOT.
           MOVE "RPS SEM RETORNO (TODOS).....:" TO LT-ROTULO
           MOVE W-TOTPEN TO LT-QTDE
           MOVE ZEROS TO LT-VALOR
           WRITE REGNFSTX FROM LINTOT.
           CLOSE CADNFSTX
           DISPLAY (05, 05) "NOTAS EMITIDAS.....: " W-TOTEMI
           DISPLAY (06, 05) "NOTAS CANCELADAS...: " W-TOTCAN
           DISPLAY (07, 05) "RPS SEM RETORNO....: " W-TOTPEN
           MOVE "*** RELATORIO GERADO EM CADNFSRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *----LINHA DE DETALHE DO RELATORIO (DATA EM W-DATAREL)-----------*
      *
       REL-LINHA.
           MOVE NFS-RPS TO LN-RPS
           MOVE NFS-NUMNFSE TO LN-NFSE
           MOVE W-RELDIA TO W-DMADIA
           MOVE W-RELMES TO W-DMAMES
           MOVE W-RELANO TO W-DMAANO
           MOVE W-DATADMA-N TO LN-DATA
           MOVE NFS-TOMDOC TO LN-TOMDOC
           MOVE NFS-TOMNOME TO LN-NOME
           MOVE NFS-VALOR TO LN-VALOR
           MOVE NFS-SITUACAO TO LN-SIT
           WRITE REGNFSTX FROM LINNFS.
       REL-LINHA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADNFSE CADNFSPM CADRECIB CADREMCT CADPACI CADCONV.
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
