             05 SES-HH         PIC 9(02).
             05 SES-MI         PIC 9(02).
             05 SES-SS         PIC 9(02).
          03 SES-OPC           PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT       PIC 9(04) VALUE ZEROS.
       01 W-OPCAO      PIC 9(03) VALUE ZEROS.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 MENS         PIC X(50) VALUE SPACES.
       01 LIMPA        PIC X(50) VALUE SPACES.
       01 W-PROGR      PIC X(07) VALUE SPACES.
       01 W-LOGPROG    PIC X(07) VALUE "SMPMEN".
       01 W-JANELA.
          03 W-MNTACAO    PIC X(01).
          03 W-MNTORIGEM  PIC X(01).
          03 W-MNTMINUTOS PIC 9(04).
          03 W-MNTMOTIVO  PIC X(30).
          03 W-MNTRET     PIC X(01).
          03 W-MNTPROG    PIC X(07).
          03 W-MNTOPER    PIC X(08).
          03 W-MNTDTINI   PIC 9(08).
          03 W-MNTHRINI   PIC 9(04).
          03 W-MNTDTPREV  PIC 9(08).
          03 W-MNTHRPREV  PIC 9(04).
          03 W-MNTMENS    PIC X(50).
       01 W-SENHA      PIC X(08) VALUE SPACES.
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-TENT       PIC 9(01) VALUE ZEROS.
           03 FILLER PIC X(07) VALUE "SMP093".
           03 FILLER PIC X(07) VALUE "SMP094".
           03 FILLER PIC X(07) VALUE "SMP095".
           03 FILLER PIC X(07) VALUE SPACES.
           03 FILLER PIC X(07) VALUE SPACES.
           03 FILLER PIC X(07) VALUE SPACES.
           03 FILLER PIC X(07) VALUE SPACES.
           03 FILLER PIC X(07) VALUE SPACES.
           03 FILLER PIC X(07) VALUE "SMP097".
           03 FILLER PIC X(07) VALUE "SMP098".
           03 FILLER PIC X(07) VALUE "SMP099".
           03 FILLER PIC X(07) VALUE "SMP100".
           03 FILLER PIC X(07) VALUE "SMP101".
           03 FILLER PIC X(07) VALUE "SMP102".
           03 FILLER PIC X(07) VALUE "SMP103".
           03 FILLER PIC X(07) VALUE "SMP104".
           03 FILLER PIC X(07) VALUE "SMP105".
           03 FILLER PIC X(07) VALUE "SMP106".
           03 FILLER PIC X(07) VALUE "SMP107".
           03 FILLER PIC X(07) VALUE "SMP108".
           03 FILLER PIC X(07) VALUE "SMP109".
           03 FILLER PIC X(07) VALUE "SMP110".
           03 FILLER PIC X(07) VALUE "SMP111".
           03 FILLER PIC X(07) VALUE "SMP112".
           03 FILLER PIC X(07) VALUE "SMP113".
           03 FILLER PIC X(07) VALUE "SMP114".
           03 FILLER PIC X(07) VALUE "SMP115".
           03 FILLER PIC X(07) VALUE "SMP116".
           03 FILLER PIC X(07) VALUE "SMP117".
           03 FILLER PIC X(07) VALUE "SMP118".
           03 FILLER PIC X(07) VALUE "SMP119".
           03 FILLER PIC X(07) VALUE "SMP120".
           03 FILLER PIC X(07) VALUE "SMP121".
           03 FILLER PIC X(07) VALUE "SMP122".
           03 FILLER PIC X(07) VALUE "SMP123".
           03 FILLER PIC X(07) VALUE "SMP124".
           03 FILLER PIC X(07) VALUE "SMP125".
           03 FILLER PIC X(07) VALUE "SMP126".
           03 FILLER PIC X(07) VALUE "SMP127".
           03 FILLER PIC X(07) VALUE "SMP128".
           03 FILLER PIC X(07) VALUE "SMP129".
           03 FILLER PIC X(07) VALUE "SMP130".
           03 FILLER PIC X(07) VALUE "SMP131".
           03 FILLER PIC X(07) VALUE "SMP132".
           03 FILLER PIC X(07) VALUE "SMP133".
           03 FILLER PIC X(07) VALUE "SMP134".
           03 FILLER PIC X(07) VALUE "SMP135".
           03 FILLER PIC X(07) VALUE "SMP136".
           03 FILLER PIC X(07) VALUE "SMP137".
      *
       01 TAB-PROGR   REDEFINES TAB-PROGR-R.
          03 TAB-PROG  PIC X(07) OCCURS 140 TIMES.
       01 W-OPCMAX    PIC 9(03) VALUE 140.
      *----PERFIL MINIMO EXIGIDO POR OPCAO (R<F<A)---------------------*
       01 TAB-ACESSO-R.
           03 FILLER PIC X(56) VALUE
           03 FILLER PIC X(15) VALUE "FFRRFFRAAFARARF".
           03 FILLER PIC X(14) VALUE "AAARRRAFFRFAAA".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(05) VALUE "AAAAA".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(01) VALUE "A".
           03 FILLER PIC X(01) VALUE "A".
           03 FILLER PIC X(01) VALUE "A".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "A".
           03 FILLER PIC X(01) VALUE "A".
           03 FILLER PIC X(01) VALUE "A".
           03 FILLER PIC X(01) VALUE "A".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "R".
           03 FILLER PIC X(01) VALUE "R".
       01 TAB-ACESSO REDEFINES TAB-ACESSO-R.
          03 TAB-PERFIL PIC X(01) OCCURS 140 TIMES.
      *----CLASSE DA OPCAO NA JANELA DE MANUTENCAO (SMPMNT)------------*
      *    C = CONSULTA (SEMPRE LIBERADA)  U = ATUALIZACAO (BLOQUEADA)
      *    J = JOB OU CONTROLE QUE RODA DENTRO DA JANELA
       01 TAB-JANELA-R.
           03 FILLER PIC X(50) VALUE
             "UUUUUUCCCCCUUCUCUUUCCUUCUUUUCCUUUUUUUCUJUUUJUCCCUU".
           03 FILLER PIC X(50) VALUE
             "UUUUCCUUCCJUUUUUUUUUCUUUUUUUUUUUUUUCUUUUUUCUCCCCCU".
           03 FILLER PIC X(40) VALUE
             "UUUUUUUUUUUUUUUUUCUUUUUUUUUUUUJUUUUUUUJU".
       01 TAB-JANELA REDEFINES TAB-JANELA-R.
          03 TAB-CLASSE PIC X(01) OCCURS 140 TIMES.
      **********************
      *
      ******************
           05  LINE 03  COLUMN 41
               VALUE  "pcoes".
           05  T-OPCAO
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN2.
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO2
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN3.
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO3
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN4.
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO4
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN5.
               VALUE  "                             Sistema De".
           05  LINE 02  COLUMN 41
               VALUE  "Consultas - Pagina 5".
           05  LINE 03  COLUMN 01
               VALUE  "                         99 - Proximas O".
           05  LINE 03  COLUMN 41
               VALUE  "pcoes".
           05  LINE 04  COLUMN 01
               VALUE  "                         73 - Expurgo De".
           05  LINE 04  COLUMN 41
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO5
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN6.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             Sistema De".
           05  LINE 02  COLUMN 41
               VALUE  "Consultas - Pagina 6".
           05  LINE 03  COLUMN 01
               VALUE  "                         99 - Proximas O".
           05  LINE 03  COLUMN 41
               VALUE  "pcoes".
           05  LINE 04  COLUMN 01
               VALUE  "                        100 - Conciliaca".
           05  LINE 04  COLUMN 41
               VALUE  "o Bancaria (Extrato)".
           05  LINE 05  COLUMN 01
               VALUE  "                        101 - Cobranca P".
           05  LINE 05  COLUMN 41
               VALUE  "or Boleto (CNAB 240)".
           05  LINE 06  COLUMN 01
               VALUE  "                        102 - Emissao De".
           05  LINE 06  COLUMN 41
               VALUE  " NFS-e Em Lote".
           05  LINE 07  COLUMN 01
               VALUE  "                        103 - Retencoes ".
           05  LINE 07  COLUMN 41
               VALUE  "Do Repasse E Informe".
           05  LINE 08  COLUMN 01
               VALUE  "                        104 - Centro Cir".
           05  LINE 08  COLUMN 41
               VALUE  "urgico".
           05  LINE 09  COLUMN 01
               VALUE  "                        105 - Dispensaca".
           05  LINE 09  COLUMN 41
               VALUE  "o Mat/Med".
           05  LINE 10  COLUMN 01
               VALUE  "                        106 - Pedidos de".
           05  LINE 10  COLUMN 41
               VALUE  " Compra".
           05  LINE 11  COLUMN 01
               VALUE  "                        107 - Inventario".
           05  LINE 11  COLUMN 41
               VALUE  " Fisico".
           05  LINE 12  COLUMN 01
               VALUE  "                        108 - Atestado/D".
           05  LINE 12  COLUMN 41
               VALUE  "eclaracao".
           05  LINE 13  COLUMN 01
               VALUE  "                        109 - Linhas de ".
           05  LINE 13  COLUMN 41
               VALUE  "cuidado".
           05  LINE 14  COLUMN 01
               VALUE  "                        110 - Cronicos v".
           05  LINE 14  COLUMN 41
               VALUE  "encidos".
           05  LINE 15  COLUMN 01
               VALUE  "                        111 - Lab: refer".
           05  LINE 15  COLUMN 41
               VALUE  "encia/criticos".
           05  LINE 16  COLUMN 01
               VALUE  "                        112 - Pesquisa N".
           05  LINE 16  COLUMN 41
               VALUE  "PS".
           05  LINE 17  COLUMN 01
               VALUE  "                        113 - Ouvidoria".
           05  LINE 18  COLUMN 01
               VALUE  "                        114 - Escala de ".
           05  LINE 18  COLUMN 41
               VALUE  "plantao".
           05  LINE 19  COLUMN 01
               VALUE  "                        115 - Credenciam".
           05  LINE 19  COLUMN 41
               VALUE  "ento medico".
           05  LINE 21  COLUMN 01
               VALUE  "                        116 - Roteiro do".
           05  LINE 21  COLUMN 41
               VALUE  "miciliar".
           05  LINE 22  COLUMN 01
               VALUE  "                        117 - Teleconsul".
           05  LINE 22  COLUMN 41
               VALUE  "ta".
           05  LINE 24  COLUMN 01
               VALUE  "                        118 - Retornos p".
           05  LINE 24  COLUMN 41
               VALUE  "or medico".
           05  LINE 20  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 20  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO6
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN7.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             Sistema De".
           05  LINE 02  COLUMN 41
               VALUE  "Consultas - Pagina 7".
           05  LINE 03  COLUMN 01
               VALUE  "                         99 - Proximas O".
           05  LINE 03  COLUMN 41
               VALUE  "pcoes".
           05  LINE 04  COLUMN 01
               VALUE  "                        119 - Auditoria ".
           05  LINE 04  COLUMN 41
               VALUE  "previa remessa".
           05  LINE 05  COLUMN 01
               VALUE  "                        120 - Centros de".
           05  LINE 05  COLUMN 41
               VALUE  " custo/criterios".
           05  LINE 06  COLUMN 01
               VALUE  "                        121 - Rateio des".
           05  LINE 06  COLUMN 41
               VALUE  "pesas por centro".
           05  LINE 07  COLUMN 01
               VALUE  "                        122 - Orcamento ".
           05  LINE 07  COLUMN 41
               VALUE  "anual x realizado".
           05  LINE 08  COLUMN 01
               VALUE  "                        123 - Simulador ".
           05  LINE 08  COLUMN 41
               VALUE  "de reajuste convenio".
           05  LINE 09  COLUMN 01
               VALUE  "                        124 - Envio de d".
           05  LINE 09  COLUMN 41
               VALUE  "ocumentos por e-mail".
           05  LINE 10  COLUMN 01
               VALUE  "                        125 - Equipament".
           05  LINE 10  COLUMN 41
               VALUE  "os e manutencao das salas".
           05  LINE 11  COLUMN 01
               VALUE  "                        126 - Dietas e m".
           05  LINE 11  COLUMN 41
               VALUE  "apa de refeicoes".
           05  LINE 12  COLUMN 01
               VALUE  "                        127 - Higienizac".
           05  LINE 12  COLUMN 41
               VALUE  "ao de leitos e fila de vagas".
           05  LINE 13  COLUMN 01
               VALUE  "                        128 - Indicadore".
           05  LINE 13  COLUMN 41
               VALUE  "s hospitalares mensais".
           05  LINE 14  COLUMN 01
               VALUE  "                        129 - Solicitaco".
           05  LINE 14  COLUMN 41
               VALUE  "es do titular (LGPD)".
           05  LINE 15  COLUMN 01
               VALUE  "                        130 - Mascaramen".
           05  LINE 15  COLUMN 41
               VALUE  "to de dados por perfil".
           05  LINE 16  COLUMN 01
               VALUE  "                        131 - Janela de ".
           05  LINE 16  COLUMN 41
               VALUE  "manutencao".
           05  LINE 17  COLUMN 01
               VALUE  "                        132 - Agendament".
           05  LINE 17  COLUMN 41
               VALUE  "os solicitados no site/app".
           05  LINE 18  COLUMN 01
               VALUE  "                        133 - Receitas c".
           05  LINE 18  COLUMN 41
               VALUE  "ontroladas - talonarios/livro".
           05  LINE 19  COLUMN 01
               VALUE  "                        134 - Interacoes".
           05  LINE 19  COLUMN 41
               VALUE  " medicamentosas".
           05  LINE 21  COLUMN 01
               VALUE  "                        135 - Pacotes de".
           05  LINE 21  COLUMN 41
               VALUE  " procedimentos".
           05  LINE 22  COLUMN 01
               VALUE  "                        136 - Alcadas de".
           05  LINE 22  COLUMN 41
               VALUE  " aprovacao a pagar".
           05  LINE 24  COLUMN 01
               VALUE  "                        137 - Coberturas".
           05  LINE 24  COLUMN 41
               VALUE  " do paciente".
           05  LINE 20  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 20  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO7
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN8.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             Sistema De".
           05  LINE 02  COLUMN 41
               VALUE  "Consultas - Pagina 8".
           05  LINE 04  COLUMN 01
               VALUE  "                        138 - Documentos".
           05  LINE 04  COLUMN 41
               VALUE  " digitalizados".
           05  LINE 05  COLUMN 01
               VALUE  "                        139 - Pacote de ".
           05  LINE 05  COLUMN 41
               VALUE  "contingencia".
           05  LINE 06  COLUMN 01
               VALUE  "                        140 - Digitacao ".
           05  LINE 06  COLUMN 41
               VALUE  "contingencia".
           05  LINE 20  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 20  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO8
               LINE 20  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
           ACCEPT T-OPCAO5.
           IF W-OPCAO = 00
                 GO TO NIVEL1.
           IF W-OPCAO = 99
                 GO TO NIVEL2E.
           GO TO NIVEL3.
      *
       NIVEL2E.
           MOVE ZEROS TO W-OPCAO
           DISPLAY SMTMEN6.
           ACCEPT T-OPCAO6.
           IF W-OPCAO = 00
                 GO TO NIVEL1.
           IF W-OPCAO = 99
                 GO TO NIVEL2F.
           GO TO NIVEL3.
      *
       NIVEL2F.
           MOVE ZEROS TO W-OPCAO
           DISPLAY SMTMEN7.
           ACCEPT T-OPCAO7.
           IF W-OPCAO = 00
                 GO TO NIVEL1.
           IF W-OPCAO = 99
                 GO TO NIVEL2G.
           GO TO NIVEL3.
      *
       NIVEL2G.
           MOVE ZEROS TO W-OPCAO
           DISPLAY SMTMEN8.
           ACCEPT T-OPCAO8.
           IF W-OPCAO = 00
                 GO TO NIVEL1.
      *
       NIVEL3.
           IF W-OPCAO > W-OPCMAX
                 MOVE "*** ACESSO NEGADO AO SEU PERFIL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL1.
      *
      ****************************************
      * JANELA DE MANUTENCAO ATIVA: SO AS    *
      * OPCOES DE CONSULTA FICAM LIBERADAS   *
      ****************************************
      *
       ROT-JANELA.
           IF TAB-CLASSE (W-OPCAO) NOT = "U"
                 GO TO ROT-LOGOPC.
           MOVE SPACES TO W-JANELA
           MOVE "C" TO W-MNTACAO
           CALL "SMPMNT" USING W-OPERADOR, W-LOGPROG, W-JANELA
                   ON OVERFLOW
                      MOVE "L" TO W-MNTRET
           END-CALL
           CANCEL "SMPMNT"
           IF W-MNTRET = "A"
                 MOVE "D" TO SES-TIPO
                 PERFORM SES-GRAVA THRU SES-GRAVA-FIM
                 MOVE W-MNTMENS TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL1.
      *
       ROT-LOGOPC.
           MOVE "O" TO SES-TIPO
