      *    CAIXA DE PARTICULARES: RECIBO        *
      *    NUMERADO NO CHECK-OUT, RECEBIMENTO   *
      *    DE DIARIAS DE INTERNACAO (CADDIAR)   *
      *    E FECHAMENTO DIARIO POR OPERADOR.    *
      *    O RECIBO PODE SER ENVIADO POR E-MAIL *
      *    (FILA DO SMPEML). NO FECHAMENTO O CPF*
      *    SAI MASCARADO CONFORME O PERFIL DO   *
      *    OPERADOR (SMPMSK); O RECIBO, QUE VAI *
      *    AO PACIENTE, SAI COMPLETO            *
      *******************************************
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
                    RECORD KEY   IS BAT-DATA
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCOPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COP-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRECTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
             05 REC-DIA        PIC 9(02).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
          03 DIA-SITUACAO      PIC X(01).
             88 DIA-GERADA         VALUE "G".
             88 DIA-FATURADA       VALUE "F".
          03 DIA-VALMAT        PIC 9(08)V99.
          03 DIA-VALACP        PIC 9(08)V99.
      *
       FD CADBATIM
               LABEL RECORD IS STANDARD
             88 BAT-JUSTIFICADO    VALUE "S".
          03 BAT-OPERADOR      PIC X(08).
          03 BAT-DTEXEC        PIC 9(08).
      *
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
       FD CADRECTX
               LABEL RECORD IS STANDARD
       01 W-ORCABERTO   PIC X(01) VALUE "N".
       01 W-ORCNUM      PIC 9(06) VALUE ZEROS.
       01 W-DIAABERTO   PIC X(01) VALUE "N".
       01 W-COPABERTO   PIC X(01) VALUE "N".
       01 W-COPAR       PIC X(01) VALUE "N".
       01 W-TOTCOPR     PIC 9(04) VALUE ZEROS.
       01 W-TOTCOPP     PIC 9(04) VALUE ZEROS.
       01 W-VALCOPP     PIC 9(08)V99 VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
          03 W-HOJEANO  PIC 9(04).
          03 FILLER     PIC X(22) VALUE "A IMPORTANCIA DE R$ ".
          03 RV-VALOR   PIC ZZZ.ZZZ,99.
       01 RECIBO-REF.
          03 RR-TEXTO   PIC X(34) VALUE
             "REFERENTE A CONSULTA REALIZADA EM ".
          03 RR-DIA     PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 CF-OPER    PIC X(08).
       01 CAB1.
          03 FILLER     PIC X(08) VALUE "RECIBO".
          03 FILLER     PIC X(16) VALUE "CPF".
          03 FILLER     PIC X(07) VALUE "FORMA".
          03 FILLER     PIC X(12) VALUE "VALOR".
       01 LINREC.
          03 LR-NUMERO  PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-CPF     PIC X(14).
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LR-FORMA   PIC X(01).
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LC-PART    PIC ZZZ9.
          03 FILLER     PIC X(13) VALUE "  RECIBOS:".
          03 LC-REC     PIC ZZZ9.
       01 LINCOP.
          03 FILLER     PIC X(27) VALUE
             "COPARTICIPACOES RECEBIDAS:".
          03 LCP-REC    PIC ZZZ9.
          03 FILLER     PIC X(13) VALUE "  PENDENTES:".
          03 LCP-PEND   PIC ZZZ9.
          03 FILLER     PIC X(06) VALUE "  R$ ".
          03 LCP-VALOR  PIC ZZZ.ZZZ,99.
      *-----------------------------------------------------------------
      *----ENVIO DO DOCUMENTO POR E-MAIL (SUBPROGRAMA SMPEML)---------*
       01 W-EMLTIPO     PIC X(01) VALUE "B".
       01 W-EMLREF      PIC X(20) VALUE SPACES.
       01 W-EMLTEXTO    PIC X(120) VALUE SPACES.
       01 W-EMLRET      PIC X(02) VALUE SPACES.
       01 W-LOGPROG   PIC X(07) VALUE "SMP043".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
           OPEN I-O CADDIAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-DIAABERTO.
           MOVE "N" TO W-COPABERTO
           OPEN I-O CADCOPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-COPABERTO.

       R1.
           DISPLAY (01, 01) ERASE
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RCB-001.
           MOVE "N" TO W-COPAR
           IF CONS-CONVENIO NOT = ZEROS
                PERFORM RCB-COPAR THRU RCB-COPAR-FIM
                IF W-COPAR NOT = "S"
                     GO TO RCB-001.
           DISPLAY TCPF
           DISPLAY TPACNOME
           PERFORM RCB-JAREC THRU RCB-JAREC-FIM
      *----ORCAMENTO PREVIO: FATURA EXATAMENTE O VALOR PROMETIDO------*
       RCB-ORCA.
           MOVE ZEROS TO W-ORCNUM
           IF W-COPAR = "S"
                COMPUTE REC-VAL-RS = COP-VALPAC
                COMPUTE REC-VAL-CT = (COP-VALPAC * 100)
                                   - (REC-VAL-RS * 100)
                DISPLAY TVALRS
                DISPLAY TVALCT
                DISPLAY (11, 01) "COPARTICIPACAO DO PLANO DO CONVENIO"
                GO TO RCB-004.
           IF W-ORCABERTO NOT = "S"
                GO TO RCB-003.
           DISPLAY (11, 01) "NUMERO DO ORCAMENTO (0=NENHUM):"
           MOVE W-HOJEDIA TO REC-DIA
           COMPUTE REC-HORA = (W-AGORAHH * 100) + W-AGORAMI
           MOVE LK-OPERADOR TO REC-OPERADOR
           MOVE ZEROS TO REC-RPS REC-NFSE
           MOVE SPACES TO REC-NFSVERIF
           WRITE REGRECIB
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXREC
                MOVE "ERRO NA GRAVACAO DO RECIBO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       RCB-BAIXA.
           IF W-COPAR NOT = "S"
                GO TO RCB-IMP.
           MOVE "R" TO COP-SITUACAO
           MOVE REC-NUMERO TO COP-RECIBO
           REWRITE REGCOPAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOPAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----IMPRIME O RECIBO (CADRECIB.DOC)-----------------------------*

           COMPUTE W-VALOR = REC-VAL-RS + (REC-VAL-CT / 100)
           MOVE W-VALOR TO RV-VALOR
           WRITE REGRECTX FROM RECIBO-VAL.
           IF W-COPAR = "S"
                MOVE "REF. COPARTICIPACAO CONSULTA DE" TO RR-TEXTO
           ELSE
                MOVE "REFERENTE A CONSULTA REALIZADA EM" TO RR-TEXTO.
           MOVE CONS-DIA TO RR-DIA
           MOVE CONS-MES TO RR-MES
           MOVE CONS-ANO TO RR-ANO
           WRITE REGRECTX FROM RECIBO-ASS.
           WRITE REGRECTX FROM RECIBO-ASS2.
           CLOSE CADRECTX.
           PERFORM EML-OFERECE THRU EML-OFERECE-FIM
           MOVE "*** RECIBO GRAVADO EM CADRECIB.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO RCB-001.
       RCB-JAREC-FIM.
           EXIT.

      *----CONSULTA DE CONVENIO: SO PASSA PELO CAIXA SE HOUVER---------*
      *----COPARTICIPACAO PENDENTE (GERADA NA REALIZACAO, CADCOPAR)----*

       RCB-COPAR.
           IF W-COPABERTO NOT = "S"
                MOVE "*** CONSULTA COBERTA POR CONVENIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RCB-COPAR-FIM.
           MOVE CONS-CHAVE TO COP-CHAVE
           READ CADCOPAR
           IF ST-ERRO NOT = "00"
                MOVE "*** CONSULTA COBERTA POR CONVENIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RCB-COPAR-FIM.
           IF COP-RECEBIDA
                MOVE "*** COPARTICIPACAO JA RECEBIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RCB-COPAR-FIM.
           MOVE "S" TO W-COPAR.
       RCB-COPAR-FIM.
           EXIT.

      *---------------RECEBIMENTO DE DIARIA DE PARTICULAR---------------*
      * LOCALIZA A DIARIA GERADA PELO FATURAMENTO DE INTERNACOES PELA   *
      * CHAVE DA INTERNACAO, EMITE O RECIBO PELO TOTAL E MARCA A        *
           MOVE W-HOJEDIA TO REC-DIA
           COMPUTE REC-HORA = (W-AGORAHH * 100) + W-AGORAMI
           MOVE LK-OPERADOR TO REC-OPERADOR
           MOVE ZEROS TO REC-RPS REC-NFSE
           MOVE SPACES TO REC-NFSVERIF
           WRITE REGRECIB
           IF ST-ERRO = "22"
                ADD 1 TO W-MAXREC
       FCH-GERA.
           MOVE ZEROS TO W-TOTDIN W-TOTCAR W-TOTPIX W-TOTCHQ
           MOVE ZEROS TO W-TOTGER W-TOTREC W-TOTPART
           MOVE ZEROS TO W-TOTCOPR W-TOTCOPP W-VALCOPP
           OPEN OUTPUT CADCAITX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAITX" TO MENS
              IF REC-OPERADOR NOT = W-FCHOPER
                GO TO FCH-LER.
           MOVE REC-NUMERO TO LR-NUMERO
           MOVE REC-CPF TO W-MSKCPF W-MSKDADO
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LR-CPF
           MOVE REC-FORMA TO LR-FORMA
           COMPUTE W-VALOR = REC-VAL-RS + (REC-VAL-CT / 100)
           MOVE W-VALOR TO LR-VALOR
      *----CONFERE COM AS CONSULTAS PARTICULARES REALIZADAS NO DIA-----*

       FCH-CONF.
           MOVE W-FCHDATA TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO FCH-TOT.
       FCH-CONF1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO FCH-TOT.
           IF CONS-DATA NOT = W-FCHDATA
                GO TO FCH-TOT.
           IF NOT CONS-REALIZADA
                GO TO FCH-CONF1.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO FCH-CONF1.
           IF CONS-CONVENIO NOT = ZEROS
                GO TO FCH-CONFCOP.
           ADD 1 TO W-TOTPART
           GO TO FCH-CONF1.
       FCH-CONFCOP.
           IF W-COPABERTO NOT = "S"
                GO TO FCH-CONF1.
           MOVE CONS-CHAVE TO COP-CHAVE
           READ CADCOPAR
           IF ST-ERRO NOT = "00"
                GO TO FCH-CONF1.
           IF COP-RECEBIDA
                ADD 1 TO W-TOTCOPR
           ELSE
                ADD 1 TO W-TOTCOPP
                ADD COP-VALPAC TO W-VALCOPP.
           GO TO FCH-CONF1.

       FCH-TOT.
           MOVE SPACES TO REGCAITX
           MOVE W-TOTPART TO LC-PART
           MOVE W-TOTREC TO LC-REC
           WRITE REGCAITX FROM LINCONF.
           MOVE W-TOTCOPR TO LCP-REC
           MOVE W-TOTCOPP TO LCP-PEND
           MOVE W-VALCOPP TO LCP-VALOR
           WRITE REGCAITX FROM LINCOP.
           CLOSE CADCAITX
           MOVE "*** FECHAMENTO GERADO EM CADCAIRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----OFERECE O ENVIO DO DOCUMENTO EMITIDO POR E-MAIL-------------*

       EML-OFERECE.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 12) "ENVIAR POR E-MAIL AO PACIENTE (S/N)?"
           ACCEPT (22, 50) W-OPCAO WITH UPDATE
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO EML-OFERECE-FIM.
           MOVE W-MAXREC TO W-EMLREF
           MOVE SPACES TO W-EMLTEXTO
           CALL "SMPEML" USING LK-OPERADOR, CONS-CPF, W-EMLTIPO,
                               W-EMLREF, W-EMLTEXTO, MENS, W-EMLRET
                   ON OVERFLOW
                      MOVE "*** ENVIO POR E-MAIL INDISPONIVEL ***"
                                                           TO MENS
           END-CALL
           CANCEL "SMPEML"
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EML-OFERECE-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRECIB CADCONS CADPACI.
           IF W-ORCABERTO = "S"
                CLOSE CADORCA.
           IF W-DIAABERTO = "S"
                CLOSE CADDIAR.
           IF W-COPABERTO = "S"
                CLOSE CADCOPAR.
       ROT-FIMP.
           CANCEL "SMPMSK"
           EXIT PROGRAM.

      *----CPF CONFORME O PERFIL DO OPERADOR---------------------------*

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
