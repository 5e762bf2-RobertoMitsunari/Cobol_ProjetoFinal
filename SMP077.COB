      * (CADEXAM) E INTERNACOES (CADINTER), COM OS ALERTAS  *
      * DO CADALERT NO TOPO; EXIBE EM TELA E IMPRIME EM     *
      * CADPRONT.DOC                                        *
      * CPF E TEXTOS CLINICOS MASCARADOS CONFORME O PERFIL  *
      * DO OPERADOR (SMPMSK)                                *
      * NO FIM SAEM OS DOCUMENTOS DIGITALIZADOS DO PACIENTE *
      * (CADDIGIT, SMP135) COM O CAMINHO DO ARQUIVO         *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADRECEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDC-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADDIGIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DIG-CAMINHO.
           SELECT CADPRNTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-RESTO        PIC X(174).
      *
       FD CADHIST
               LABEL RECORD IS STANDARD
          03 MDC-APRESENT      PIC X(20).
          03 MDC-SITUACAO      PIC X(01).
          03 MDC-PRINCATIVO    PIC 9(04).
          03 MDC-LISTA         PIC X(02).
          03 MDC-QTDMAX        PIC 9(03).
      *
       FD CADDIGIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIGIT.DAT".
       01 REGDIGIT.
          03 DIG-CHAVE.
             05 DIG-CPF        PIC 9(11).
             05 DIG-SEQ        PIC 9(04).
          03 DIG-TIPO          PIC X(02).
          03 DIG-DATA          PIC 9(08).
          03 DIG-ORIGEM        PIC X(01).
          03 DIG-VINCTIPO      PIC X(01).
          03 DIG-VINCULO       PIC 9(18).
          03 DIG-VINCULO-E REDEFINES DIG-VINCULO.
             05 FILLER         PIC 9(12).
             05 DIG-VINC-EXAME PIC 9(06).
          03 DIG-VINCULO-G REDEFINES DIG-VINCULO.
             05 FILLER         PIC 9(08).
             05 DIG-VINC-GUIA  PIC 9(10).
          03 DIG-DESCR         PIC X(30).
          03 DIG-CAMINHO       PIC X(70).
          03 DIG-ENTRADA       PIC X(01).
          03 DIG-DTCAD         PIC 9(08).
          03 DIG-OPERADOR      PIC X(08).
      *
       FD CADPRNTX
               LABEL RECORD IS STANDARD
       01 W-ALEABERTO PIC X(01) VALUE "N".
       01 W-CIDABERTO PIC X(01) VALUE "N".
       01 W-MDCABERTO PIC X(01) VALUE "N".
       01 W-DIGABERTO PIC X(01) VALUE "N".
       01 W-TOTDOC   PIC 9(03) VALUE ZEROS.
       01 IND        PIC 9(03) VALUE ZEROS.
       01 IND2       PIC 9(03) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(10) VALUE "PACIENTE: ".
          03 CP-NOME    PIC X(30).
          03 FILLER     PIC X(06) VALUE " CPF: ".
          03 CP-CPF     PIC X(14).
       01 LINALE.
          03 LA-ROTULO  PIC X(13).
          03 LA-TEXTO   PIC X(50).
          03 LE-TIPO    PIC X(12).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-TEXTO   PIC X(60).
      *
      *----DOCUMENTOS DIGITALIZADOS (MESMOS TIPOS DO SMP135)-----------*
      *
       01 TABTIPX.
          03 FILLER     PIC X(14) VALUE "TCTERMO CONSEN".
          03 FILLER     PIC X(14) VALUE "LELAUDO EXTERN".
          03 FILLER     PIC X(14) VALUE "GAGUIA AUTORIZ".
          03 FILLER     PIC X(14) VALUE "DPDOC PESSOAL ".
          03 FILLER     PIC X(14) VALUE "OUOUTROS      ".
       01 TABTIP REDEFINES TABTIPX.
          03 TBTIP-ENT  OCCURS 5 TIMES.
             05 TBTIP-COD   PIC X(02).
             05 TBTIP-DESCR PIC X(12).
       01 CABDOC.
          03 FILLER     PIC X(40) VALUE
              "*** DOCUMENTOS DIGITALIZADOS ***".
       01 LINDOC.
          03 LD-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-TIPO    PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-VINC    PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-DESCR   PIC X(30).
       01 LINDOC2.
          03 FILLER     PIC X(13) VALUE "    ARQUIVO: ".
          03 LD-CAMINHO PIC X(70).
       01 W-DOCDATA   PIC 9(08) VALUE ZEROS.
       01 W-DOCDATA-R REDEFINES W-DOCDATA.
          03 WC-ANO     PIC 9(04).
          03 WC-MES     PIC 9(02).
          03 WC-DIA     PIC 9(02).
       01 W-DOCDMA.
          03 WC-DMADIA  PIC 9(02).
          03 WC-DMAMES  PIC 9(02).
          03 WC-DMAANO  PIC 9(04).
       01 W-DOCDMA-N REDEFINES W-DOCDMA PIC 9(08).
       01 W-EVEDATA-R.
          03 WD-ANO     PIC 9(04).
          03 WD-MES     PIC 9(02).
       01 W-EVEHORA-R.
          03 WH-HH      PIC 9(02).
          03 WH-MI      PIC 9(02).
       01 W-LOGPROG     PIC X(07) VALUE "SMP077".
       01 W-MASCARA.
          03 W-MSKGRUPO    PIC X(01).
          03 W-MSKFORMA    PIC X(01).
          03 W-MSKCPF      PIC 9(11).
          03 W-MSKDADO     PIC X(60).
          03 W-MSKABERTO   PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
           OPEN INPUT CADMEDIC
           IF ST-ERRO = "00"
                MOVE "S" TO W-MDCABERTO.
           MOVE "N" TO W-DIGABERTO
           OPEN INPUT CADDIGIT
           IF ST-ERRO = "00"
                MOVE "S" TO W-DIGABERTO.

       R1.
           MOVE ZEROS TO W-CPFBUSCA W-ANOHIST W-TOTEVE
      *----CONSULTAS DO CADCONS----------------------------------------*

       COL-CONS.
           MOVE W-CPFBUSCA TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO COL-CONS-FIM.
       COL-CONS1.
               AT END
                   GO TO COL-CONS-FIM.
           IF CONS-CPF NOT = W-CPFBUSCA
                GO TO COL-CONS-FIM.
           MOVE CONS-DATA TO WN-DATA
           MOVE CONS-HORA TO WN-HORA
           MOVE "CONSULTA" TO WN-TIPO
       COL-ATEND.
           IF W-ATDABERTO NOT = "S"
                GO TO COL-ATEND-FIM.
           MOVE W-CPFBUSCA TO ATD-CPF
           START CADATEND KEY IS NOT LESS ATD-CPF
               INVALID KEY
                   GO TO COL-ATEND-FIM.
       COL-ATEND1.
               AT END
                   GO TO COL-ATEND-FIM.
           IF ATD-CPF NOT = W-CPFBUSCA
                GO TO COL-ATEND-FIM.
           MOVE ATD-DATA TO WN-DATA
           MOVE ATD-HORA TO WN-HORA
           MOVE "ATENDIMENTO" TO WN-TIPO
                GO TO R1.
           WRITE REGPRNTX FROM CAB0.
           MOVE PACINOME TO CP-NOME
           MOVE W-CPFBUSCA TO W-MSKCPF
           MOVE "I" TO W-MSKGRUPO
           MOVE "D" TO W-MSKFORMA
           MOVE W-CPFBUSCA TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO CP-CPF
           MOVE "C" TO W-MSKGRUPO
           MOVE "X" TO W-MSKFORMA
           WRITE REGPRNTX FROM CABPAC.
           MOVE SPACES TO REGPRNTX
           WRITE REGPRNTX.
                READ CADALERT
                IF ST-ERRO = "00"
                     MOVE "ALERGIAS...: " TO LA-ROTULO
                     MOVE ALE-ALERGIAS TO W-MSKDADO
                     PERFORM MSK-APLICA THRU MSK-APLICA-FIM
                     MOVE W-MSKDADO TO LA-TEXTO
                     WRITE REGPRNTX FROM LINALE
                     MOVE "CRONICAS...: " TO LA-ROTULO
                     MOVE ALE-CRONICAS TO W-MSKDADO
                     PERFORM MSK-APLICA THRU MSK-APLICA-FIM
                     MOVE W-MSKDADO TO LA-TEXTO
                     WRITE REGPRNTX FROM LINALE
                     MOVE "PRECAUCOES.: " TO LA-ROTULO
                     MOVE ALE-PRECAUCOES TO W-MSKDADO
                     PERFORM MSK-APLICA THRU MSK-APLICA-FIM
                     MOVE W-MSKDADO TO LA-TEXTO
                     WRITE REGPRNTX FROM LINALE
                     MOVE SPACES TO REGPRNTX
                     WRITE REGPRNTX.
           MOVE WH-HH TO LE-HH
           MOVE WH-MI TO LE-MI
           MOVE EVE-TIPO (IND) TO LE-TIPO
           MOVE EVE-TEXTO (IND) TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LE-TEXTO
           WRITE REGPRNTX FROM LINEVE
           IF W-LIN < 21
                DISPLAY (W-LIN, 02) LINEVE
           ADD 1 TO IND
           GO TO IMP-EVE.
       IMP-FIM.
           PERFORM DOC-LISTA THRU DOC-LISTA-FIM
           CLOSE CADPRNTX
           DISPLAY (22, 02) "EVENTOS LISTADOS: " W-TOTEVE
           DISPLAY (22, 30) "DOCUMENTOS: " W-TOTDOC
           MOVE "*** PRONTUARIO IMPRESSO EM CADPRONT.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ******************************************************************
      * DOCUMENTOS DIGITALIZADOS DO CPF (CADDIGIT) NO FIM DO           *
      * PRONTUARIO: DATA, TIPO, VINCULO E DESCRICAO, E NA LINHA DE     *
      * BAIXO O CAMINHO DO ARQUIVO NA PASTA DE REDE                    *
      ******************************************************************
       DOC-LISTA.
           MOVE ZEROS TO W-TOTDOC
           IF W-DIGABERTO NOT = "S"
                GO TO DOC-LISTA-FIM.
           MOVE SPACES TO REGPRNTX
           WRITE REGPRNTX.
           WRITE REGPRNTX FROM CABDOC.
           IF W-LIN > 19
                DISPLAY (22, 02) "ENTER PARA CONTINUAR"
                ACCEPT (22, 25) W-OPCAO
                DISPLAY (01, 01) ERASE
                MOVE 3 TO W-LIN.
           DISPLAY (W-LIN, 02) CABDOC
           ADD 1 TO W-LIN
           MOVE W-CPFBUSCA TO DIG-CPF
           MOVE ZEROS TO DIG-SEQ
           START CADDIGIT KEY IS NOT LESS DIG-CHAVE
               INVALID KEY
                   GO TO DOC-LISTA9.
       DOC-LISTA1.
           READ CADDIGIT NEXT RECORD
               AT END
                   GO TO DOC-LISTA9.
           IF DIG-CPF NOT = W-CPFBUSCA
                GO TO DOC-LISTA9.
           MOVE DIG-DATA TO W-DOCDATA
           MOVE WC-DIA TO WC-DMADIA
           MOVE WC-MES TO WC-DMAMES
           MOVE WC-ANO TO WC-DMAANO
           MOVE W-DOCDMA-N TO LD-DATA
           MOVE DIG-TIPO TO LD-TIPO
           MOVE 1 TO IND.
       DOC-LISTA2.
           IF IND > 5
                GO TO DOC-LISTA3.
           IF TBTIP-COD (IND) = DIG-TIPO
                MOVE TBTIP-DESCR (IND) TO LD-TIPO
                GO TO DOC-LISTA3.
           ADD 1 TO IND
           GO TO DOC-LISTA2.
       DOC-LISTA3.
           MOVE SPACES TO LD-VINC
           IF DIG-VINCTIPO = "C"
                STRING "CONS " DIG-VINCULO DELIMITED BY SIZE
                                               INTO LD-VINC.
           IF DIG-VINCTIPO = "I"
                STRING "INT. " DIG-VINCULO DELIMITED BY SIZE
                                               INTO LD-VINC.
           IF DIG-VINCTIPO = "E"
                STRING "EXAME " DIG-VINC-EXAME DELIMITED BY SIZE
                                               INTO LD-VINC.
           IF DIG-VINCTIPO = "G"
                STRING "GUIA " DIG-VINC-GUIA DELIMITED BY SIZE
                                               INTO LD-VINC.
           MOVE DIG-DESCR TO W-MSKDADO
           PERFORM MSK-APLICA THRU MSK-APLICA-FIM
           MOVE W-MSKDADO TO LD-DESCR
           MOVE DIG-CAMINHO TO LD-CAMINHO
           WRITE REGPRNTX FROM LINDOC.
           WRITE REGPRNTX FROM LINDOC2.
           ADD 1 TO W-TOTDOC
           IF W-LIN > 19
                DISPLAY (22, 02) "ENTER PARA CONTINUAR"
                ACCEPT (22, 25) W-OPCAO
                DISPLAY (01, 01) ERASE
                MOVE 3 TO W-LIN.
           DISPLAY (W-LIN, 02) LINDOC
           ADD 1 TO W-LIN
           DISPLAY (W-LIN, 02) LINDOC2 (1:78)
           ADD 1 TO W-LIN
           GO TO DOC-LISTA1.
       DOC-LISTA9.
           IF W-TOTDOC = ZEROS
                MOVE "NENHUM DOCUMENTO DIGITALIZADO" TO REGPRNTX
                WRITE REGPRNTX
                DISPLAY (W-LIN, 02) "NENHUM DOCUMENTO DIGITALIZADO".
       DOC-LISTA-FIM.
           EXIT.

       MSK-APLICA.
           CALL "SMPMSK" USING LK-OPERADOR, W-LOGPROG, W-MASCARA
                   ON OVERFLOW
                      MOVE "N" TO W-MSKABERTO
                      MOVE "********" TO W-MSKDADO
           END-CALL.
       MSK-APLICA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPACI CADCONS.
           IF W-ATDABERTO = "S"
                CLOSE CADCID.
           IF W-MDCABERTO = "S"
                CLOSE CADMEDIC.
           IF W-DIGABERTO = "S"
                CLOSE CADDIGIT.
           CANCEL "SMPMSK".
       ROT-FIMP.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
