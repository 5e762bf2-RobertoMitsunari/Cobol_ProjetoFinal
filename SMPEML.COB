       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPEML.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * SUBPROGRAMA DA FILA DE ENVIO DE DOCUMENTOS POR      *
      * E-MAIL (CADEMAIL.DAT): CHAMADO NA EMISSAO DA        *
      * RECEITA (SMP051), DO PEDIDO DE EXAME (SMP053), DO   *
      * RECIBO (SMP043) E NA IMPORTACAO DO LAUDO (SMP069).  *
      * SO ENFILEIRA COM CONSENTIMENTO DE E-MAIL NO         *
      * CADCONSEN; PARA MENOR DE IDADE O DESTINO E O E-MAIL *
      * DO RESPONSAVEL (CPF DO CADRESP NO CADPACI). O TEXTO *
      * DO DOCUMENTO RECEM-EMITIDO E COPIADO PARA O         *
      * CADEMDOC.DAT; O SMP121 GERA O ARQUIVO DO GATEWAY E  *
      * IMPORTA O STATUS DE ENTREGA                         *
      * RETORNO: 00 ENFILEIRADO, 01 SEM CONSENTIMENTO,      *
      * 02 SEM E-MAIL VALIDO, 03 MENOR SEM RESPONSAVEL COM  *
      * E-MAIL, 99 ERRO DE ARQUIVO (TEXTO EM LK-MENS)       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSP-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSN-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRCTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADEXPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADRECTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *----FILA DE ENVIO: UM REGISTRO POR DOCUMENTO ENFILEIRADO--------*
      *
       FD CADEMAIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMAIL.DAT".
       01 REGEMAIL.
          03 EML-NUMERO        PIC 9(08).
          03 EML-CPF           PIC 9(11).
          03 EML-TIPODOC       PIC X(01).
             88 EML-RECEITA        VALUE "R".
             88 EML-PEDEXAME       VALUE "E".
             88 EML-RECIBO         VALUE "B".
             88 EML-LAUDO          VALUE "L".
          03 EML-REFDOC        PIC X(20).
          03 EML-DESTINO       PIC X(40).
          03 EML-DESTNOME      PIC X(30).
          03 EML-DESTTIPO      PIC X(01).
             88 EML-DEST-PACIENTE  VALUE "P".
             88 EML-DEST-RESP      VALUE "R".
          03 EML-CPFDEST       PIC 9(11).
          03 EML-QTLIN         PIC 9(03).
          03 EML-DTGER         PIC 9(08).
          03 EML-HRGER         PIC 9(04).
          03 EML-OPERADOR      PIC X(08).
          03 EML-SITUACAO      PIC X(01).
             88 EML-PENDENTE       VALUE "P".
             88 EML-GERADO         VALUE "G".
             88 EML-ENTREGUE       VALUE "E".
             88 EML-DEVOLVIDO      VALUE "D".
             88 EML-INVALIDO       VALUE "I".
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
          03 FILLER         PIC X(24).
          03 CONVENIO       PIC 9(04).
          03 SITUACAO       PIC X(01).
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 FILLER         PIC X(28).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
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
       FD CADRCTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECET.DOC".
       01 REGRCTTX    PIC X(100).
      *
       FD CADEXPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXPED.DOC".
       01 REGEXPTX    PIC X(100).
      *
       FD CADRECTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DOC".
       01 REGRECTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO    PIC X(02) VALUE "00".
       01 W-MAXNUM   PIC 9(08) VALUE ZEROS.
       01 W-LINHA    PIC 9(03) VALUE ZEROS.
       01 W-TEXTO    PIC X(100) VALUE SPACES.
       01 W-DESTINO  PIC X(40) VALUE SPACES.
       01 W-DESTNOME PIC X(30) VALUE SPACES.
       01 W-DESTTIPO PIC X(01) VALUE "P".
       01 W-CPFDEST  PIC 9(11) VALUE ZEROS.
       01 W-ARROBA   PIC 9(02) VALUE ZEROS.
       01 W-IDADE    PIC S9(03) VALUE ZEROS.
       01 W-NUMED    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HORAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
          03 W-HORA4    PIC 9(04).
          03 FILLER     PIC 9(04).
       01 W-LAUCAB.
          03 FILLER     PIC X(32) VALUE
             "FATEC ZL - RESULTADO DE EXAME - ".
          03 FILLER     PIC X(08) VALUE "PEDIDO: ".
          03 WLC-PEDIDO PIC X(06).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-CPF        PIC 9(11).
       01 LK-TIPODOC    PIC X(01).
       01 LK-REFDOC     PIC X(20).
       01 LK-TEXTO      PIC X(120).
       01 LK-MENS       PIC X(50).
       01 LK-RETORNO    PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR, LK-CPF, LK-TIPODOC,
                                LK-REFDOC, LK-TEXTO, LK-MENS,
                                LK-RETORNO.
       R0.
           MOVE "00" TO LK-RETORNO
           MOVE SPACES TO LK-MENS
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME.
      *
      *----CONSENTIMENTO DE COMUNICACAO POR E-MAIL (LGPD)--------------*
      *
       CSN-001.
           OPEN INPUT CADCONSEN
           IF ST-ERRO NOT = "00"
                MOVE "01" TO LK-RETORNO
                GO TO CSN-003.
           MOVE LK-CPF TO CSN-CPF
           READ CADCONSEN
           IF ST-ERRO NOT = "00"
                MOVE "01" TO LK-RETORNO
                GO TO CSN-002.
           IF CSN-EMAIL NOT = "S"
                MOVE "01" TO LK-RETORNO.
       CSN-002.
           CLOSE CADCONSEN.
       CSN-003.
           IF LK-RETORNO = "01"
                MOVE "*** SEM CONSENTIMENTO DE E-MAIL - NAO ENVIADO ***"
                                                         TO LK-MENS
                GO TO ROT-FIMP.
      *
      *----DESTINO: PACIENTE, OU RESPONSAVEL QUANDO MENOR DE IDADE-----*
      *
       DST-001.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "99" TO LK-RETORNO
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO LK-MENS
                GO TO ROT-FIMP.
           MOVE LK-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "02" TO LK-RETORNO
                MOVE "*** PACIENTE NAO CADASTRADO - NAO ENVIADO ***"
                                                         TO LK-MENS
                GO TO DST-FECHA.
           IF PAC-OBITO
                MOVE "02" TO LK-RETORNO
                MOVE "*** PACIENTE COM OBITO REGISTRADO ***" TO LK-MENS
                GO TO DST-FECHA.
           COMPUTE W-IDADE = W-HOJEANO - ANO
           IF (W-HOJEMES * 100) + W-HOJEDIA < (MES * 100) + DIA
                SUBTRACT 1 FROM W-IDADE.
           IF ANO = ZEROS OR W-IDADE NOT < 18
                MOVE EMAIL TO W-DESTINO
                MOVE NOME TO W-DESTNOME
                MOVE "P" TO W-DESTTIPO
                MOVE CPF TO W-CPFDEST
                GO TO DST-VALIDA.
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
                MOVE "03" TO LK-RETORNO
                GO TO DST-MENOR.
           MOVE LK-CPF TO RSP-CPF
           READ CADRESP
           IF ST-ERRO NOT = "00" OR RSP-CPFRESP = ZEROS
                MOVE "03" TO LK-RETORNO
                CLOSE CADRESP
                GO TO DST-MENOR.
           CLOSE CADRESP
           MOVE RSP-CPFRESP TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00" OR EMAIL = SPACES
                MOVE "03" TO LK-RETORNO
                GO TO DST-MENOR.
           MOVE EMAIL TO W-DESTINO
           MOVE RSP-NOME TO W-DESTNOME
           MOVE "R" TO W-DESTTIPO
           MOVE RSP-CPFRESP TO W-CPFDEST.
       DST-VALIDA.
           IF W-DESTINO = SPACES
                MOVE "02" TO LK-RETORNO
                MOVE "*** PACIENTE SEM E-MAIL - NAO ENVIADO ***"
                                                         TO LK-MENS
                GO TO DST-FECHA.
           MOVE ZEROS TO W-ARROBA
           INSPECT W-DESTINO TALLYING W-ARROBA FOR ALL "@"
           IF W-ARROBA NOT = 1
                MOVE "02" TO LK-RETORNO
                MOVE "*** E-MAIL DO CADASTRO INVALIDO - NAO ENVIADO ***"
                                                         TO LK-MENS
                GO TO DST-FECHA.
           GO TO DST-FECHA.
       DST-MENOR.
           MOVE "*** MENOR SEM RESPONSAVEL COM E-MAIL ***" TO LK-MENS.
       DST-FECHA.
           CLOSE CADPACI
           IF LK-RETORNO NOT = "00"
                GO TO ROT-FIMP.
      *
      *----NUMERA E GRAVA O DOCUMENTO NA FILA--------------------------*
      *
       FIL-001.
           OPEN I-O CADEMAIL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEMAIL
                 CLOSE CADEMAIL
                 GO TO FIL-001
              ELSE
                 MOVE "99" TO LK-RETORNO
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMAIL" TO LK-MENS
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       FIL-002.
           OPEN I-O CADEMDOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEMDOC
                 CLOSE CADEMDOC
                 GO TO FIL-002
              ELSE
                 MOVE "99" TO LK-RETORNO
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMDOC" TO LK-MENS
                 CLOSE CADEMAIL
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           MOVE ZEROS TO W-MAXNUM EML-NUMERO
           START CADEMAIL KEY IS NOT LESS EML-NUMERO
               INVALID KEY
                   GO TO FIL-004.
       FIL-003.
           READ CADEMAIL NEXT RECORD
               AT END
                   GO TO FIL-004.
           MOVE EML-NUMERO TO W-MAXNUM
           GO TO FIL-003.
       FIL-004.
           ADD 1 TO W-MAXNUM
           MOVE ZEROS TO W-LINHA.
      *
      *----COPIA O TEXTO DO DOCUMENTO PARA O CADEMDOC------------------*
      *
           IF LK-TIPODOC = "L"
                GO TO DOC-LAUDO.
           IF LK-TIPODOC = "R"
                OPEN INPUT CADRCTTX
           ELSE
                IF LK-TIPODOC = "E"
                     OPEN INPUT CADEXPTX
                ELSE
                     OPEN INPUT CADRECTX.
           IF ST-ERRO NOT = "00"
                MOVE "99" TO LK-RETORNO
                MOVE "ERRO NA LEITURA DO DOCUMENTO EMITIDO" TO LK-MENS
                GO TO FIL-FECHA.
       DOC-LER.
           MOVE SPACES TO W-TEXTO
           IF LK-TIPODOC = "E"
                GO TO DOC-LER-E.
           IF LK-TIPODOC = "B"
                GO TO DOC-LER-B.
           READ CADRCTTX
                AT END GO TO DOC-FIM.
           MOVE REGRCTTX TO W-TEXTO
           GO TO DOC-LINHA.
       DOC-LER-E.
           READ CADEXPTX
                AT END GO TO DOC-FIM.
           MOVE REGEXPTX TO W-TEXTO
           GO TO DOC-LINHA.
       DOC-LER-B.
           READ CADRECTX
                AT END GO TO DOC-FIM.
           MOVE REGRECTX TO W-TEXTO.
       DOC-LINHA.
           PERFORM DOC-GRAVA THRU DOC-GRAVA-FIM
           IF LK-RETORNO NOT = "00"
                GO TO DOC-FIM.
           GO TO DOC-LER.
       DOC-FIM.
           IF LK-TIPODOC = "R"
                CLOSE CADRCTTX.
           IF LK-TIPODOC = "E"
                CLOSE CADEXPTX.
           IF LK-TIPODOC = "B"
                CLOSE CADRECTX.
           GO TO FIL-GRAVA.
       DOC-LAUDO.
           MOVE LK-REFDOC TO WLC-PEDIDO
           MOVE W-LAUCAB TO W-TEXTO
           PERFORM DOC-GRAVA THRU DOC-GRAVA-FIM
           MOVE SPACES TO W-TEXTO
           PERFORM DOC-GRAVA THRU DOC-GRAVA-FIM
           MOVE LK-TEXTO (1:60) TO W-TEXTO
           PERFORM DOC-GRAVA THRU DOC-GRAVA-FIM
           IF LK-TEXTO (61:60) NOT = SPACES
                MOVE LK-TEXTO (61:60) TO W-TEXTO
                PERFORM DOC-GRAVA THRU DOC-GRAVA-FIM.
       FIL-GRAVA.
           IF LK-RETORNO NOT = "00"
                GO TO FIL-FECHA.
           MOVE W-MAXNUM TO EML-NUMERO
           MOVE LK-CPF TO EML-CPF
           MOVE LK-TIPODOC TO EML-TIPODOC
           MOVE LK-REFDOC TO EML-REFDOC
           MOVE W-DESTINO TO EML-DESTINO
           MOVE W-DESTNOME TO EML-DESTNOME
           MOVE W-DESTTIPO TO EML-DESTTIPO
           MOVE W-CPFDEST TO EML-CPFDEST
           MOVE W-LINHA TO EML-QTLIN
           MOVE W-DATAHOJE TO EML-DTGER
           MOVE W-HORA4 TO EML-HRGER
           MOVE LK-OPERADOR TO EML-OPERADOR
           MOVE "P" TO EML-SITUACAO
           MOVE ZEROS TO EML-DTENV EML-DTRET
           MOVE SPACES TO EML-MOTIVO
           WRITE REGEMAIL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "99" TO LK-RETORNO
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMAIL" TO LK-MENS
                GO TO FIL-FECHA.
           MOVE W-MAXNUM TO W-NUMED
           STRING "*** NA FILA DE E-MAIL: " DELIMITED BY SIZE
                  W-NUMED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-DESTINO DELIMITED BY SPACE
                  INTO LK-MENS.
       FIL-FECHA.
           CLOSE CADEMAIL CADEMDOC.
       ROT-FIMP.
           EXIT PROGRAM.

      *----GRAVA W-TEXTO COMO PROXIMA LINHA DO DOCUMENTO W-MAXNUM------*

       DOC-GRAVA.
           ADD 1 TO W-LINHA
           MOVE W-MAXNUM TO EMD-NUMERO
           MOVE W-LINHA TO EMD-LINHA
           MOVE W-TEXTO TO EMD-TEXTO
           WRITE REGEMDOC
           IF ST-ERRO = "22"
                REWRITE REGEMDOC.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "99" TO LK-RETORNO
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMDOC" TO LK-MENS.
       DOC-GRAVA-FIM.
           EXIT.
