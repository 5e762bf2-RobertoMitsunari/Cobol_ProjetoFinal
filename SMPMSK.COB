       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPMSK.
       AUTHOR. Roberto Mitsunari
      *******************************************************
      * SUBPROGRAMA DE MASCARAMENTO DE DADOS PESSOAIS: O    *
      * PERFIL DO OPERADOR (CADUSER) E A TABELA DE GRUPOS   *
      * LIBERADOS POR PERFIL (CADPRIV.DAT) DECIDEM SE O     *
      * DADO RECEBIDO VAI POR EXTENSO OU MASCARADO. GRUPOS: *
      * I = IDENTIFICACAO, T = CONTATO, C = CLINICO E F =   *
      * FINANCEIRO. FORMAS: D = CPF (***.456.789-**), N =   *
      * NUMERO OU DATA (SO OS 4 DIGITOS FINAIS), E = E-MAIL *
      * (INICIAL E DOMINIO) E X = TEXTO. A EXIBICAO POR     *
      * EXTENSO DE DADO CLINICO POR PERFIL NAO ASSISTENCIAL *
      * E GRAVADA NO CADAUDIT (OPERACAO V), UMA VEZ POR     *
      * PROGRAMA, PACIENTE E MINUTO                         *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRIV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-PERFIL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USR-CODIGO        PIC X(08).
          03 USR-SENHA         PIC X(08).
          03 USR-NOME          PIC X(30).
          03 USR-PERFIL        PIC X(01).
          03 USR-DTSENHA       PIC 9(08).
          03 USR-BLOQUEADO     PIC X(01).
          03 USR-TENTATIVAS    PIC 9(01).
          03 USR-HISTSEN.
             05 USR-SENANT     PIC X(08) OCCURS 3 TIMES.
      *
      *----GRUPOS DE DADOS LIBERADOS POR EXTENSO PARA CADA PERFIL------*
      *
       FD CADPRIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRIV.DAT".
       01 REGPRIV.
          03 PRV-PERFIL        PIC X(01).
          03 PRV-GRUPOS.
             05 PRV-IDENT      PIC X(01).
             05 PRV-CONTATO    PIC X(01).
             05 PRV-CLINICO    PIC X(01).
             05 PRV-FINANC     PIC X(01).
          03 PRV-ASSIST        PIC X(01).
             88 PRV-ASSISTENCIAL   VALUE "S".
          03 PRV-DTALT         PIC 9(08).
          03 PRV-OPERADOR      PIC X(08).
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
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 IND        PIC 9(02) COMP VALUE ZEROS.
       77 IND2       PIC 9(02) COMP VALUE ZEROS.
       77 W-QTMANTEM PIC 9(02) COMP VALUE ZEROS.
       01 W-OPERCACHE PIC X(08) VALUE LOW-VALUES.
       01 W-PERFIL    PIC X(01) VALUE SPACES.
       01 W-LIBERA.
          03 W-LIBIDENT   PIC X(01) VALUE "N".
          03 W-LIBCONTATO PIC X(01) VALUE "N".
          03 W-LIBCLINICO PIC X(01) VALUE "N".
          03 W-LIBFINANC  PIC X(01) VALUE "N".
       01 W-ASSIST    PIC X(01) VALUE "N".
       01 W-LIBERADO  PIC X(01) VALUE "N".
      *
      *----PADRAO QUANDO O PERFIL NAO ESTA NO CADPRIV (I T C F ASSIST)-*
      *
       01 TAB-PADRAO-R.
          03 FILLER     PIC X(06) VALUE "RNSNNN".
          03 FILLER     PIC X(06) VALUE "FSNNSN".
          03 FILLER     PIC X(06) VALUE "ASSSSN".
       01 TAB-PADRAO REDEFINES TAB-PADRAO-R.
          03 TPD-ENT OCCURS 3 TIMES.
             05 TPD-PERFIL  PIC X(01).
             05 TPD-GRUPOS  PIC X(04).
             05 TPD-ASSIST  PIC X(01).
      *
       01 W-CPFED.
          03 W-CPFED1   PIC X(03).
          03 FILLER     PIC X(01) VALUE ".".
          03 W-CPFED2   PIC X(03).
          03 FILLER     PIC X(01) VALUE ".".
          03 W-CPFED3   PIC X(03).
          03 FILLER     PIC X(01) VALUE "-".
          03 W-CPFED4   PIC X(02).
       01 W-DADO      PIC X(60) VALUE SPACES.
       01 W-DADO-R REDEFINES W-DADO.
          03 W-DADOCAR  PIC X(01) OCCURS 60 TIMES.
       01 W-ULTLOG.
          03 W-ULTPROG  PIC X(07) VALUE SPACES.
          03 W-ULTCPF   PIC 9(11) VALUE ZEROS.
          03 W-ULTHHMM  PIC 9(04) VALUE ZEROS.
       01 W-NOVOLOG.
          03 W-NOVPROG  PIC X(07) VALUE SPACES.
          03 W-NOVCPF   PIC 9(11) VALUE ZEROS.
          03 W-NOVHHMM  PIC 9(04) VALUE ZEROS.
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-PROGRAMA   PIC X(07).
       01 LK-MASCARA.
          03 LK-MSKGRUPO   PIC X(01).
             88 LK-IDENT       VALUE "I".
             88 LK-CONTATO     VALUE "T".
             88 LK-CLINICO     VALUE "C".
             88 LK-FINANC      VALUE "F".
          03 LK-MSKFORMA   PIC X(01).
             88 LK-FORMA-CPF   VALUE "D".
             88 LK-FORMA-NUM   VALUE "N".
             88 LK-FORMA-EMAIL VALUE "E".
          03 LK-MSKCPF     PIC 9(11).
          03 LK-MSKDADO    PIC X(60).
          03 LK-MSKABERTO  PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR, LK-PROGRAMA, LK-MASCARA.
       R0.
           IF LK-OPERADOR NOT = W-OPERCACHE
                PERFORM PRF-CARGA THRU PRF-CARGA-FIM.
      *
      *----GRUPO LIBERADO PARA O PERFIL?-------------------------------*
      *
           MOVE "N" TO W-LIBERADO
           IF LK-IDENT
                MOVE W-LIBIDENT TO W-LIBERADO.
           IF LK-CONTATO
                MOVE W-LIBCONTATO TO W-LIBERADO.
           IF LK-CLINICO
                MOVE W-LIBCLINICO TO W-LIBERADO.
           IF LK-FINANC
                MOVE W-LIBFINANC TO W-LIBERADO.
           MOVE W-LIBERADO TO LK-MSKABERTO
           IF W-LIBERADO = "S"
                GO TO EXT-001.
           IF LK-FORMA-CPF
                GO TO MSK-CPF.
           IF LK-FORMA-NUM
                GO TO MSK-NUM.
           IF LK-FORMA-EMAIL
                GO TO MSK-EMAIL.
           GO TO MSK-TEXTO.

      ******************************************************************
      * DADO POR EXTENSO: CPF SAI EDITADO; CLINICO POR PERFIL NAO      *
      * ASSISTENCIAL FICA REGISTRADO PARA A AUDITORIA DE PRIVACIDADE   *
      ******************************************************************
       EXT-001.
           IF LK-FORMA-CPF
                MOVE LK-MSKDADO (1:3) TO W-CPFED1
                MOVE LK-MSKDADO (4:3) TO W-CPFED2
                MOVE LK-MSKDADO (7:3) TO W-CPFED3
                MOVE LK-MSKDADO (10:2) TO W-CPFED4
                MOVE W-CPFED TO LK-MSKDADO.
           IF NOT LK-CLINICO OR W-ASSIST = "S"
                GO TO ROT-FIMP.
           IF LK-MSKDADO = SPACES
                GO TO ROT-FIMP.
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO ROT-FIMP.

      *----CPF: ESCONDE OS 3 PRIMEIROS E OS 2 ULTIMOS DIGITOS----------*

       MSK-CPF.
           MOVE "***" TO W-CPFED1
           MOVE LK-MSKDADO (4:3) TO W-CPFED2
           MOVE LK-MSKDADO (7:3) TO W-CPFED3
           MOVE "**" TO W-CPFED4
           MOVE W-CPFED TO LK-MSKDADO
           GO TO ROT-FIMP.

      *----NUMERO OU DATA: MANTEM SO OS 4 ULTIMOS DIGITOS--------------*

       MSK-NUM.
           MOVE LK-MSKDADO TO W-DADO
           MOVE ZEROS TO W-QTMANTEM
           MOVE 60 TO IND.
       MSK-NUM1.
           IF IND < 1
                GO TO MSK-FIM.
           IF W-DADOCAR (IND) IS NUMERIC
              IF W-QTMANTEM < 4
                   ADD 1 TO W-QTMANTEM
              ELSE
                   MOVE "*" TO W-DADOCAR (IND).
           SUBTRACT 1 FROM IND
           GO TO MSK-NUM1.

      *----E-MAIL: MANTEM A INICIAL E O DOMINIO------------------------*

       MSK-EMAIL.
           MOVE LK-MSKDADO TO W-DADO
           MOVE 2 TO IND.
       MSK-EMAIL1.
           IF IND > 60
                GO TO MSK-FIM.
           IF W-DADOCAR (IND) = "@" OR W-DADOCAR (IND) = SPACE
                GO TO MSK-FIM.
           MOVE "*" TO W-DADOCAR (IND)
           ADD 1 TO IND
           GO TO MSK-EMAIL1.

      *----TEXTO: SO INDICA QUE HA CONTEUDO RESTRITO-------------------*

       MSK-TEXTO.
           IF LK-MSKDADO = SPACES
                GO TO ROT-FIMP.
           MOVE "********" TO W-DADO.
       MSK-FIM.
           MOVE W-DADO TO LK-MSKDADO
           GO TO ROT-FIMP.

      ******************************************************************
      * CARGA DO PERFIL DO OPERADOR E DOS GRUPOS LIBERADOS. OPERADOR   *
      * DESCONHECIDO FICA COM O PADRAO DA RECEPCAO (MAIS RESTRITO)     *
      ******************************************************************
       PRF-CARGA.
           MOVE LK-OPERADOR TO W-OPERCACHE
           MOVE "R" TO W-PERFIL
           OPEN INPUT CADUSER
           IF ST-ERRO = "00"
                MOVE LK-OPERADOR TO USR-CODIGO
                READ CADUSER
                IF ST-ERRO = "00"
                     MOVE USR-PERFIL TO W-PERFIL
                     CLOSE CADUSER
                ELSE
                     CLOSE CADUSER.
           MOVE TPD-GRUPOS (1) TO W-LIBERA
           MOVE TPD-ASSIST (1) TO W-ASSIST
           MOVE 2 TO IND2.
       PRF-CARGA1.
           IF TPD-PERFIL (IND2) = W-PERFIL
                MOVE TPD-GRUPOS (IND2) TO W-LIBERA
                MOVE TPD-ASSIST (IND2) TO W-ASSIST.
           ADD 1 TO IND2
           IF IND2 < 4
                GO TO PRF-CARGA1.
           OPEN INPUT CADPRIV
           IF ST-ERRO NOT = "00"
                GO TO PRF-CARGA-FIM.
           MOVE W-PERFIL TO PRV-PERFIL
           READ CADPRIV
           IF ST-ERRO = "00"
                MOVE PRV-GRUPOS TO W-LIBERA
                MOVE PRV-ASSIST TO W-ASSIST.
           CLOSE CADPRIV.
       PRF-CARGA-FIM.
           EXIT.

      *----REGISTRO DA EXIBICAO CLINICA (SEM O CONTEUDO EXIBIDO)-------*

       AUD-GRAVA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE LK-PROGRAMA TO W-NOVPROG
           MOVE LK-MSKCPF TO W-NOVCPF
           COMPUTE W-NOVHHMM = (W-AUDHH * 100) + W-AUDMM
           IF W-NOVOLOG = W-ULTLOG
                GO TO AUD-GRAVA-FIM.
           MOVE W-NOVOLOG TO W-ULTLOG
           OPEN EXTEND CADAUDIT
           IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDIT.
           IF ST-ERRO NOT = "00"
                GO TO AUD-GRAVA-FIM.
           MOVE LK-PROGRAMA TO AUD-PROGRAMA
           MOVE LK-MSKCPF TO AUD-CHAVE
           MOVE "V" TO AUD-OPERACAO
           MOVE LK-OPERADOR TO AUD-OPERADOR
           MOVE W-HOJEDIA TO AUD-DIA
           MOVE W-HOJEMES TO AUD-MES
           MOVE W-HOJEANO TO AUD-ANO
           MOVE W-AUDHH TO AUD-HH
           MOVE W-AUDMM TO AUD-MM
           MOVE W-AUDSS TO AUD-SS
           MOVE SPACES TO AUD-ANTES AUD-DEPOIS
           STRING "EXIBICAO POR EXTENSO DE DADO CLINICO - PERFIL "
                  W-PERFIL DELIMITED BY SIZE INTO AUD-DEPOIS
           WRITE REGAUDIT
           CLOSE CADAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

       ROT-FIMP.
           EXIT PROGRAM.
