                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.

           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADORDMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORM-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORM-SALA WITH DUPLICATES.

           SELECT CADFERI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALE-CPF
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRETOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
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
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 PACINOME       PIC X(30).
          03 FILLER         PIC X(61).
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 PACCONVENIO    PIC 9(04).
          03 PACSITUACAO    PIC X(01).
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
             88 PAC-OBITO       VALUE "O".
          03 FILLER         PIC X(16).
          03 PAC-CARTEIRA   PIC X(20).
          03 PAC-CARTVALID  PIC 9(08).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).

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

       FD CADPARC
               LABEL RECORD IS STANDARD
             05 AGE-HFIMMI     PIC 9(02).
          03 AGE-SLOT          PIC 9(03).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).

       FD CADAUSEN
               LABEL RECORD IS STANDARD
             05 AUS-FIMDIA     PIC 9(02).
          03 AUS-MOTIVO        PIC X(30).

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRD-CHAVE.
             05 CRD-CRM        PIC 9(06).
             05 CRD-CONV       PIC 9(04).
             05 CRD-DTINI.
                07 CRD-INIANO  PIC 9(04).
                07 CRD-INIMES  PIC 9(02).
                07 CRD-INIDIA  PIC 9(02).
          03 CRD-DTFIM.
             05 CRD-FIMANO     PIC 9(04).
             05 CRD-FIMMES     PIC 9(02).
             05 CRD-FIMDIA     PIC 9(02).
          03 CRD-DTALT         PIC 9(08).
          03 CRD-OPERADOR      PIC X(08).

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP           PIC 9(08).
          03 ENDERECO      PIC X(30).
          03 BAIRRO        PIC X(20).
          03 CIDADE        PIC X(20).
          03 UF            PIC X(02).
          03 FILLER        PIC X(01).
          03 FILLER        PIC X(16).

       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
             88 SALA-INATIVA       VALUE "I".
          03 SALA-UNIDADE      PIC 9(02).

       FD CADORDMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDMA.DAT".
       01 REGORDMA.
          03 ORM-NUMERO        PIC 9(06).
          03 ORM-SALA          PIC 9(02).
          03 ORM-PATRIM        PIC 9(08).
          03 ORM-TIPO          PIC X(01).
          03 ORM-IMPEDE        PIC X(01).
          03 ORM-SITUACAO      PIC X(01).
             88 ORM-ABERTA         VALUE "A".
          03 FILLER            PIC X(116).

       FD CADFERI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERI.DAT".
          03 ALE-CRONICAS      PIC X(50).
          03 ALE-PRECAUCOES    PIC X(50).

      *----CONSULTA DE RETORNO DENTRO DO PRAZO DO PLANO (SEM COBRANCA)-*
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

      *----COBERTURAS (CONVENIOS) DO PACIENTE--------------------------*
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBER.DAT".
       01 REGCOBER.
          03 COB-CHAVE.
             05 COB-CPF        PIC 9(11).
             05 COB-SEQ        PIC 9(02).
          03 COB-CONVENIO      PIC 9(04).
          03 COB-PLANO         PIC 9(02).
          03 COB-CARTEIRA      PIC X(20).
          03 COB-CARTVALID     PIC 9(08).
          03 COB-PRIORIDADE    PIC 9(01).
          03 COB-SITUACAO      PIC X(01).
             88 COB-ATIVA          VALUE "A".
          03 COB-DTALT         PIC 9(08).
          03 COB-OPERADOR      PIC X(08).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-OLDMI       PIC 9(02) VALUE ZEROS.
       01 W-OLDCPF      PIC 9(11) VALUE ZEROS.
       01 W-OLDOBS      PIC X(30) VALUE SPACES.
       01 W-OLDCOBSEQ   PIC 9(02) VALUE ZEROS.
       01 W-OLDCONV     PIC 9(04) VALUE ZEROS.
       01 W-OLDPLANO    PIC 9(02) VALUE ZEROS.
       01 W-OLDCART     PIC X(20) VALUE SPACES.
       01 W-NEWDIA      PIC 9(02) VALUE ZEROS.
       01 W-NEWMES      PIC 9(02) VALUE ZEROS.
       01 W-NEWANO      PIC 9(04) VALUE ZEROS.
       01 W-NEWHH       PIC 9(02) VALUE ZEROS.
       01 W-NEWMI       PIC 9(02) VALUE ZEROS.
       01 W-SLOTCANC    PIC X(01) VALUE "N".
       01 W-REGSALVA    PIC X(205) VALUE SPACES.
       01 W-REGSALVA-R REDEFINES W-REGSALVA.
          03 W-SAVCHAVE PIC X(18).
          03 FILLER     PIC X(187).
       01 W-FALTAS      PIC 9(02) VALUE ZEROS.
       01 W-SALALIVRE   PIC X(01) VALUE "S".
       01 W-HORAAGEN    PIC 9(08) VALUE ZEROS.
          03 W-AGEMI    PIC 9(02).
          03 FILLER     PIC 9(04).
       01 W-FERABERTO   PIC X(01) VALUE "N".
       01 W-ORMABERTO   PIC X(01) VALUE "N".
       01 W-SALAIMP     PIC X(01) VALUE "N".
       01 W-ALEABERTO   PIC X(01) VALUE "N".
       01 W-ALERTMSG.
          03 FILLER     PIC X(19) VALUE "** ALERTA CLINICO: ".
          03 W-CHKMES   PIC 9(02) VALUE ZEROS.
          03 W-CHKDIA   PIC 9(02) VALUE ZEROS.
       01 W-AUSABERTO   PIC X(01) VALUE "N".
       01 W-CRDABERTO   PIC X(01) VALUE "N".
       01 W-CRDCONV     PIC 9(04) VALUE ZEROS.
       01 W-CEPABERTO   PIC X(01) VALUE "N".
       01 W-PACSALVA    PIC X(198) VALUE SPACES.
       01 W-DOMCONFL    PIC X(01) VALUE "N".
       01 W-DOMBAIRRO   PIC X(20) VALUE SPACES.
       01 W-DOMCIDADE   PIC X(20) VALUE SPACES.
       01 W-DOMMIN      PIC 9(04) VALUE ZEROS.
       01 W-VIZMIN      PIC 9(04) VALUE ZEROS.
       01 W-VIZDIF      PIC 9(04) VALUE ZEROS.
       01 W-DOMINTERV   PIC 9(04) VALUE ZEROS.
       01 W-DESLOC      PIC 9(03) VALUE 30.
       01 W-DOMMSG.
          03 FILLER     PIC X(10) VALUE "VISITA AS ".
          03 W-DOMHH    PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-DOMMI    PIC 9(02).
          03 FILLER     PIC X(34)
                        VALUE " EM OUTRO BAIRRO - CONFIRMA (S/N)?".
       01 W-SLTABERTO   PIC X(01) VALUE "N".
       01 W-PARABERTO   PIC X(01) VALUE "N".
       01 W-COBABERTO   PIC X(01) VALUE "N".
       01 W-COBSEL      PIC 9(02) VALUE ZEROS.
       01 W-COBMOSTRA   PIC 9(02) VALUE ZEROS.
       01 W-COBPRIO     PIC 9(02) VALUE ZEROS.
       01 W-COBVALID    PIC 9(08) VALUE ZEROS.
       01 W-COBLINHA.
          03 FILLER     PIC X(11) VALUE "COBERTURA: ".
          03 W-COBMSEQ  PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 W-COBMCONV PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 W-COBMNOME PIC X(25).
          03 FILLER     PIC X(07) VALUE " CART: ".
          03 W-COBMCART PIC X(20).
       01 W-RTNACHOU    PIC X(01) VALUE "N".
       01 W-RTNCPF      PIC 9(11) VALUE ZEROS.
       01 W-RTNCONV     PIC 9(04) VALUE ZEROS.
       01 W-RTNPRAZO    PIC 9(03) VALUE ZEROS.
       01 W-RTNCONT     PIC 9(03) VALUE ZEROS.
       01 W-RTNORIGEM   PIC 9(18) VALUE ZEROS.
       01 W-RTNHOJE     PIC 9(08) VALUE ZEROS.
       01 W-TENTDATA.
          03 W-TENTANO  PIC 9(04) VALUE ZEROS.
          03 W-TENTMES  PIC 9(02) VALUE ZEROS.
          03 W-TENTDIA  PIC 9(02) VALUE ZEROS.
       01 W-TENTDATA-N REDEFINES W-TENTDATA PIC 9(08).
       01 W-BISSEXTO    PIC 9(04) VALUE ZEROS.
       01 W-TMPR        PIC 9(04) VALUE ZEROS.
       01 W-DIASMESTAB.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMES REDEFINES W-DIASMESTAB.
          03 W-DMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-INADIMPL    PIC X(01) VALUE "N".
       01 W-DIASHOJE2   PIC 9(07) VALUE ZEROS.
       01 W-DIASVENC2   PIC 9(07) VALUE ZEROS.
                 NEXT SENTENCE.

       R0I.
           MOVE "N" TO W-ORMABERTO
           OPEN INPUT CADORDMA
           IF ST-ERRO = "00"
                MOVE "S" TO W-ORMABERTO.
           MOVE "N" TO W-FERABERTO
           OPEN INPUT CADFERI
           IF ST-ERRO = "00"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0K.
           MOVE "N" TO W-CRDABERTO
           OPEN INPUT CADCRED
           IF ST-ERRO = "00"
                 MOVE "S" TO W-CRDABERTO
           ELSE
              IF ST-ERRO NOT = "30"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE CREDENCIAMENTOS"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0L.
           MOVE "N" TO W-CEPABERTO
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
                 MOVE "S" TO W-CEPABERTO.

       R0R.
           OPEN I-O CADRETOR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRETOR
                 CLOSE CADRETOR
                 GO TO R0R
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0S.
           MOVE "N" TO W-SLTABERTO
           OPEN I-O CADSLOT
           OPEN INPUT CADPARC
           IF ST-ERRO = "00"
                 MOVE "S" TO W-PARABERTO.
       R0V.
           MOVE "N" TO W-COBABERTO
           OPEN INPUT CADCOBER
           IF ST-ERRO = "00"
                 MOVE "S" TO W-COBABERTO.

       R1.
           MOVE ZEROS TO CONS-CRM CONS-ANO CONS-MES CONS-DIA
           MOVE SPACES TO CONS-GUIASIT
           MOVE ZEROS TO CONS-LOTE CONS-VALFAT CONS-VALPAGO
           MOVE SPACES TO CONS-GLOSASIT
           MOVE ZEROS TO CONS-COBSEQ CONS-CONVENIO CONS-PLANO
           MOVE SPACES TO CONS-CARTEIRA
           MOVE "N" TO W-SLOTCANC
           MOVE ZEROS TO W-SEL
           DISPLAY TELACONS.
           MOVE SPACES TO CONS-GUIASIT
           MOVE ZEROS  TO CONS-LOTE CONS-VALFAT CONS-VALPAGO
           MOVE SPACES TO CONS-GLOSASIT
           MOVE ZEROS  TO CONS-COBSEQ CONS-CONVENIO CONS-PLANO
           MOVE SPACES TO CONS-CARTEIRA
           MOVE "*** HORARIO ESTAVA CANCELADO - REABRINDO P/ NOVO ***"
                                                               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5B.
           MOVE REGCONS TO W-REGSALVA
           MOVE ZEROS TO W-FALTAS
           MOVE CPF TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO R5B-FIM.
       R5B-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO R5B-FIM.
           IF CONS-CPF NOT = CPF
                GO TO R5B-FIM.
           IF CONS-NAOCOMP
                ADD 1 TO W-FALTAS.
           GO TO R5B-LER.
       R5B-FIM.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.

      *----ESCOLHA DA COBERTURA (CADCOBER) USADA NA CONSULTA: SUGERE--*
      *----A ATIVA DE MENOR PRIORIDADE; SEM COBERTURA CADASTRADA VALE--*
      *----O CONVENIO DO CADASTRO DO PACIENTE--------------------------*

       R7C.
           MOVE ZEROS TO CONS-COBSEQ CONS-PLANO W-COBMOSTRA
           MOVE PACCONVENIO TO CONS-CONVENIO
           MOVE PAC-CARTEIRA TO CONS-CARTEIRA
           MOVE PAC-CARTVALID TO W-COBVALID
           PERFORM COB-PRIMEIRA THRU COB-PRIMEIRA-FIM
           IF W-COBSEL = ZEROS
                GO TO R7C3.
       R7C1.
           MOVE CONS-CPF TO COB-CPF
           MOVE W-COBSEL TO COB-SEQ
           READ CADCOBER
           IF ST-ERRO NOT = "00" OR NOT COB-ATIVA
                MOVE "*** COBERTURA INEXISTENTE OU INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-COBMOSTRA TO W-COBSEL
                GO TO R7C2.
           MOVE COB-SEQ TO W-COBMOSTRA W-COBMSEQ
           MOVE COB-CONVENIO TO W-COBMCONV CODIGO
           MOVE SPACES TO W-COBMNOME
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE CNOME TO W-COBMNOME.
           MOVE COB-CARTEIRA TO W-COBMCART
           DISPLAY (22, 03) W-COBLINHA.
       R7C2.
           DISPLAY (23, 12) "COBERTURA (SEQ - ENTER CONFIRMA):"
           ACCEPT (23, 46) W-COBSEL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 01
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 41) LIMPA
                GO TO R7.
           IF W-COBSEL NOT = W-COBMOSTRA
                GO TO R7C1.
           MOVE CONS-CPF TO COB-CPF
           MOVE W-COBSEL TO COB-SEQ
           READ CADCOBER
           IF ST-ERRO NOT = "00"
                GO TO R7C.
           MOVE COB-SEQ TO CONS-COBSEQ
           MOVE COB-CONVENIO TO CONS-CONVENIO
           MOVE COB-PLANO TO CONS-PLANO
           MOVE COB-CARTEIRA TO CONS-CARTEIRA
           MOVE COB-CARTVALID TO W-COBVALID.
       R7C3.
           IF CONS-CARTEIRA = SPACES OR W-COBVALID = ZEROS
                GO TO R7A.
           IF W-COBVALID NOT < CONS-DATA
                GO TO R7A.
       R7C4.
           DISPLAY (23, 12) "** CARTEIRINHA VENCIDA - CONFIRMA (S/N)?"
           ACCEPT (23, 54) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO R7.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R7C4.

      *---------------VERIFICA COBERTURA DO PLANO DO PACIENTE-----------*

       R7A.
           MOVE CONS-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO DO PACIENTE NAO CADASTRADO ***"
                MOVE "*** CONVENIO INATIVO - NAO PERMITIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           MOVE CONS-CRM TO W-CHKCRM
           MOVE CONS-ANO TO W-CHKANO
           MOVE CONS-MES TO W-CHKMES
           MOVE CONS-DIA TO W-CHKDIA
           MOVE CONS-CONVENIO TO W-CRDCONV
           PERFORM CRD-VALIDA THRU CRD-VALIDA-FIM
           IF W-CHKRC = "07"
                MOVE "*** MEDICO NAO CREDENCIADO NO CONVENIO ***"
                                                             TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF CONS-PLANO = ZEROS
                MOVE PLANO TO CONS-PLANO.
           MOVE CONS-PLANO TO PLN-CODIGO
           READ CADPLANO
           IF ST-ERRO NOT = "00"
                MOVE "*** PLANO DO PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.

      *----VISITA DOMICILIAR: AVISA QUANDO HA VISITA VIZINHA EM OUTRO--*
      *----BAIRRO SEM TEMPO DE DESLOCAMENTO ENTRE AS DUAS--------------*

       R7D.
           IF NOT CONS-DOMICILIO
                GO TO R7S.
           PERFORM DOM-VIZINHO THRU DOM-VIZINHO-FIM
           IF W-DOMCONFL NOT = "S"
                GO TO R7S.
           MOVE "*** VISITA VIZINHA SEM TEMPO DE DESLOCAMENTO ***"
                                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R7D1.
           DISPLAY (23, 12) W-DOMMSG
           ACCEPT (23, 62) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R7D1.

      *---------------ATRIBUICAO DA SALA DE CONSULTORIO-----------------*
      *    (DOMICILIO E TELECONSULTA NAO USAM SALA)

           IF CONS-DOMICILIO OR CONS-TELE
                MOVE ZEROS TO CONS-SALA
                GO TO R7G.
      *----SUGERE A SALA HABITUAL DA AGENDA DO MEDICO------------------*
           IF CONS-SALA = ZEROS
                MOVE CONS-CRM TO AGE-CRM
                READ CADAGEN
                IF ST-ERRO = "00"
                     MOVE AGE-SALA TO CONS-SALA.
           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                MOVE "*** SALA INATIVA - NAO PERMITIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7S.
           PERFORM SAL-IMPEDE THRU SAL-IMPEDE-FIM
           IF W-SALAIMP = "S"
                MOVE "*** SALA COM EQUIPAMENTO EM MANUTENCAO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7S.
      *----A SALA DEVE PERTENCER A UNIDADE DA AGENDA DO MEDICO---------*
           MOVE CONS-CRM TO AGE-CRM
           READ CADAGEN
                   WRITE REGCONS.
                IF ST-ERRO = "00" OR "02"
                      PERFORM SLT-OCUPA THRU SLT-OCUPA-FIM
                      PERFORM RTN-CLASSIFICA THRU RTN-CLASSIFICA-FIM
                      MOVE "*** CONSULTA AGENDADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                   MOVE CONS-MI   TO W-OLDMI
                   MOVE CONS-CPF  TO W-OLDCPF
                   MOVE CONS-OBS  TO W-OLDOBS
                   MOVE CONS-COBSEQ   TO W-OLDCOBSEQ
                   MOVE CONS-CONVENIO TO W-OLDCONV
                   MOVE CONS-PLANO    TO W-OLDPLANO
                   MOVE CONS-CARTEIRA TO W-OLDCART
                   MOVE "*** CONSULTA CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LSE-CANC.
                MOVE ZEROS   TO CONS-REMCRM CONS-REMANO CONS-REMMES
                                CONS-REMDIA CONS-REMHH CONS-REMMI
                MOVE ZEROS   TO CONS-CHEGADA
                PERFORM COB-PADRAO THRU COB-PADRAO-FIM
                PERFORM AGD-CARIMBA THRU AGD-CARIMBA-FIM
                REWRITE REGCONS
                IF ST-ERRO = "00" OR "02"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM SLT-OCUPA THRU SLT-OCUPA-FIM
                PERFORM RTN-CLASSIFICA THRU RTN-CLASSIFICA-FIM
                MOVE "T" TO LES-SITUACAO
                REWRITE REGESPER
                MOVE "*** HORARIO OFERECIDO AO PACIENTE DA LISTA ***"
                     MOVE "*** CLINICA FECHADA - FERIADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO REM-DATA.
                MOVE W-OLDCONV TO W-CRDCONV
                PERFORM CRD-VALIDA THRU CRD-VALIDA-FIM
                IF W-CHKRC = "07"
                     MOVE "*** MEDICO NAO CREDENCIADO NO CONVENIO ***"
                                                             TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO REM-DATA.

       REM-WR1.
                MOVE CONS-REMDIA TO W-NEWDIA
                MOVE CONS-REMMI  TO CONS-MI
                MOVE W-OLDCPF    TO CONS-CPF
                MOVE W-OLDOBS    TO CONS-OBS
                MOVE W-OLDCOBSEQ TO CONS-COBSEQ
                MOVE W-OLDCONV   TO CONS-CONVENIO
                MOVE W-OLDPLANO  TO CONS-PLANO
                MOVE W-OLDCART   TO CONS-CARTEIRA
                MOVE "A"         TO CONS-SITUACAO
                MOVE SPACES      TO CONS-MOTIVOCANC
                MOVE ZEROS       TO CONS-DTCANCANO CONS-DTCANCMES
                WRITE REGCONS
                IF ST-ERRO = "00" OR "02"
                   PERFORM SLT-OCUPA THRU SLT-OCUPA-FIM
                   PERFORM RTN-CLASSIFICA THRU RTN-CLASSIFICA-FIM
                   GO TO REM-RW1.
                IF ST-ERRO = "22"
                   MOVE "*** HORARIO JA OCUPADO PARA ESTE MEDICO ***"
       AUS-VALIDA-FIM.
           EXIT.

      ******************************************************************
      * VERIFICA O CREDENCIAMENTO DO MEDICO NO CONVENIO NA DATA        *
      * ENTRADA: W-CHKCRM, W-CRDCONV, W-CHKDATA                        *
      * SAIDA..: W-CHKRC 07=MEDICO NAO CREDENCIADO (PARTICULAR = 0000  *
      *          NAO EXIGE CREDENCIAMENTO)                             *
      ******************************************************************
       CRD-VALIDA.
           MOVE "00" TO W-CHKRC
           IF W-CRDABERTO NOT = "S"
                GO TO CRD-VALIDA-FIM.
           IF W-CRDCONV = ZEROS
                GO TO CRD-VALIDA-FIM.
           MOVE "07" TO W-CHKRC
           MOVE W-CHKCRM  TO CRD-CRM
           MOVE W-CRDCONV TO CRD-CONV
           MOVE ZEROS     TO CRD-DTINI
           START CADCRED KEY IS NOT LESS CRD-CHAVE
               INVALID KEY
                   GO TO CRD-VALIDA-FIM.
       CRD-VALIDA1.
           READ CADCRED NEXT RECORD
               AT END
                   GO TO CRD-VALIDA-FIM.
           IF CRD-CRM NOT = W-CHKCRM OR CRD-CONV NOT = W-CRDCONV
                GO TO CRD-VALIDA-FIM.
           IF W-CHKDATA < CRD-DTINI
                GO TO CRD-VALIDA-FIM.
           IF CRD-DTFIM = ZEROS OR W-CHKDATA NOT > CRD-DTFIM
                MOVE "00" TO W-CHKRC
                GO TO CRD-VALIDA-FIM.
           GO TO CRD-VALIDA1.
       CRD-VALIDA-FIM.
           EXIT.

      ******************************************************************
      * VERIFICA SE A DATA E FERIADO (FIXO OU RECORRENTE)              *
      * ENTRADA: W-CHKDATA    SAIDA: W-CHKRC 06=FERIADO                *
       SAL-CONF.
           MOVE "S" TO W-SALALIVRE
           MOVE REGCONS TO W-REGSALVA
           MOVE W-REGSALVA (7:8) TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO SAL-CONF-FIM.
       SAL-CONF1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO SAL-CONF-FIM.
           IF CONS-DATA NOT = W-REGSALVA (7:8)
                GO TO SAL-CONF-FIM.
           IF CONS-CHAVE = W-SAVCHAVE
                GO TO SAL-CONF1.
           IF CONS-CANCELADA
                GO TO SAL-CONF1.
           IF CONS-SALA NOT = W-REGSALVA (122:2)
                GO TO SAL-CONF1.
           IF CONS-HORA NOT = W-REGSALVA (15:4)
                GO TO SAL-CONF1.
           MOVE "N" TO W-SALALIVRE.
       SAL-CONF-FIM.
           MOVE W-REGSALVA TO REGCONS.

      ******************************************************************
      * VERIFICA SE A SALA (CONS-SALA) TEM ORDEM DE MANUTENCAO         *
      * IMPEDITIVA ABERTA (CADORDMA). SAIDA: W-SALAIMP S/N             *
      ******************************************************************
       SAL-IMPEDE.
           MOVE "N" TO W-SALAIMP
           IF W-ORMABERTO NOT = "S"
                GO TO SAL-IMPEDE-FIM.
           MOVE CONS-SALA TO ORM-SALA
           START CADORDMA KEY IS = ORM-SALA
               INVALID KEY
                   GO TO SAL-IMPEDE-FIM.
       SAL-IMPEDE1.
           READ CADORDMA NEXT RECORD
               AT END
                   GO TO SAL-IMPEDE-FIM.
           IF ORM-SALA NOT = CONS-SALA
                GO TO SAL-IMPEDE-FIM.
           IF ORM-ABERTA AND ORM-IMPEDE = "S"
                MOVE "S" TO W-SALAIMP
                GO TO SAL-IMPEDE-FIM.
           GO TO SAL-IMPEDE1.
       SAL-IMPEDE-FIM.
           EXIT.

      ******************************************************************
      * VISITA DOMICILIAR EM DIGITACAO: PROCURA OUTRA VISITA DO MEDICO *
      * NO MESMO DIA, EM BAIRRO DIFERENTE, COM INICIO A MENOS DA       *
      * DURACAO DA CONSULTA (AGE-SLOT) MAIS W-DESLOC MINUTOS. SAIDA:   *
      * W-DOMCONFL S/N E O HORARIO DA VIZINHA EM W-DOMHH/W-DOMMI.      *
      * REGCONS E REGPACI SAO PRESERVADOS                              *
      ******************************************************************
       DOM-VIZINHO.
           MOVE "N" TO W-DOMCONFL
           IF W-CEPABERTO NOT = "S"
                GO TO DOM-VIZINHO-FIM.
           MOVE CEPPACI TO CEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
                GO TO DOM-VIZINHO-FIM.
           MOVE BAIRRO TO W-DOMBAIRRO
           MOVE CIDADE TO W-DOMCIDADE
           MOVE 30 TO W-DOMINTERV
           MOVE CONS-CRM TO AGE-CRM
           READ CADAGEN
           IF ST-ERRO = "00" AND AGE-SLOT NOT = ZEROS
                MOVE AGE-SLOT TO W-DOMINTERV.
           ADD W-DESLOC TO W-DOMINTERV
           COMPUTE W-DOMMIN = (CONS-HH * 60) + CONS-MI
           MOVE REGCONS TO W-REGSALVA
           MOVE REGPACI TO W-PACSALVA
           MOVE ZEROS TO CONS-HORA
           START CADCONS KEY IS NOT LESS CONS-CHAVE
               INVALID KEY
                   GO TO DOM-VIZINHO2.
       DOM-VIZINHO1.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO DOM-VIZINHO2.
           IF CONS-CHAVE (1:14) NOT = W-SAVCHAVE (1:14)
                GO TO DOM-VIZINHO2.
           IF CONS-CHAVE = W-SAVCHAVE
                GO TO DOM-VIZINHO1.
           IF CONS-CANCELADA OR NOT CONS-DOMICILIO
                GO TO DOM-VIZINHO1.
           COMPUTE W-VIZMIN = (CONS-HH * 60) + CONS-MI
           IF W-VIZMIN > W-DOMMIN
                COMPUTE W-VIZDIF = W-VIZMIN - W-DOMMIN
           ELSE
                COMPUTE W-VIZDIF = W-DOMMIN - W-VIZMIN.
           IF W-VIZDIF NOT < W-DOMINTERV
                GO TO DOM-VIZINHO1.
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO DOM-VIZINHO1.
           MOVE CEPPACI TO CEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
                GO TO DOM-VIZINHO1.
           IF BAIRRO = W-DOMBAIRRO AND CIDADE = W-DOMCIDADE
                GO TO DOM-VIZINHO1.
           MOVE "S" TO W-DOMCONFL
           MOVE CONS-HH TO W-DOMHH
           MOVE CONS-MI TO W-DOMMI.
       DOM-VIZINHO2.
           MOVE W-REGSALVA TO REGCONS
           MOVE W-PACSALVA TO REGPACI.
       DOM-VIZINHO-FIM.
           EXIT.

      ******************************************************************
      * AVISA QUANDO O CPF TEM PARCELA DE PARCELAMENTO VENCIDA HA      *
      * MAIS DE 30 DIAS (CADPARC); A LIBERACAO DO AGENDAMENTO SO E     *
       SLT-SOLTA-FIM.
           EXIT.

      ******************************************************************
      * CLASSIFICA A CONSULTA RECEM-GRAVADA COMO RETORNO QUANDO O      *
      * MESMO CPF TEVE CONSULTA (AGENDADA, PRESENTE OU REALIZADA) COM  *
      * O MESMO MEDICO DENTRO DO PRAZO DE RETORNO DO PLANO DO CONVENIO *
      * (PLN-PRZRET, DIAS CORRIDOS; ZERO = SEM RETORNO GRATUITO). SO   *
      * AMBULATORIAL, TELECONSULTA E DOMICILIO; UM RETORNO NAO GERA    *
      * OUTRO. GRAVA O CADRETOR (A REMESSA NAO COBRA A CONSULTA) OU    *
      * APAGA A MARCA QUE SOBROU DE CONSULTA CANCELADA NO MESMO SLOT.  *
      * REGCONS E REGPACI SAO PRESERVADOS                              *
      ******************************************************************
       RTN-CLASSIFICA.
           MOVE "N" TO W-RTNACHOU
           MOVE REGCONS TO W-REGSALVA
           MOVE REGPACI TO W-PACSALVA
           IF NOT CONS-AMBULATORIAL AND NOT CONS-TELE
              AND NOT CONS-DOMICILIO
                GO TO RTN-REPOE.
           MOVE CONS-CPF TO W-RTNCPF
           IF CONS-CONVENIO = ZEROS
                GO TO RTN-REPOE.
           MOVE CONS-CONVENIO TO W-RTNCONV CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                GO TO RTN-REPOE.
           MOVE PLANO TO PLN-CODIGO
           IF CONS-PLANO NOT = ZEROS
                MOVE CONS-PLANO TO PLN-CODIGO.
           READ CADPLANO
           IF ST-ERRO NOT = "00" OR PLN-PRZRET = ZEROS
                GO TO RTN-REPOE.
           MOVE PLN-PRZRET TO W-RTNPRAZO W-RTNCONT
           MOVE CONS-DATA TO W-TENTDATA.
       RTN-JANELA.
           IF W-RTNCONT > ZEROS
                PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
                SUBTRACT 1 FROM W-RTNCONT
                GO TO RTN-JANELA.
           MOVE W-TENTDATA TO CONS-DATA
           MOVE ZEROS TO CONS-HORA
           START CADCONS KEY IS NOT LESS CONS-CHAVE
               INVALID KEY
                   GO TO RTN-REPOE.
       RTN-LER.
           READ CADCONS NEXT RECORD
               AT END
                   GO TO RTN-REPOE.
           IF CONS-CHAVE NOT < W-SAVCHAVE
                GO TO RTN-REPOE.
           IF CONS-CPF NOT = W-RTNCPF
                GO TO RTN-LER.
           IF CONS-CONVENIO NOT = W-RTNCONV
                GO TO RTN-LER.
           IF NOT CONS-AGENDADA AND NOT CONS-PRESENTE
              AND NOT CONS-REALIZADA
                GO TO RTN-LER.
           IF NOT CONS-AMBULATORIAL AND NOT CONS-TELE
              AND NOT CONS-DOMICILIO
                GO TO RTN-LER.
           MOVE CONS-CHAVE TO RET-CHAVE
           READ CADRETOR
           IF ST-ERRO = "00"
                GO TO RTN-LER.
           MOVE CONS-CHAVE TO W-RTNORIGEM
           MOVE "S" TO W-RTNACHOU.
       RTN-REPOE.
           MOVE W-REGSALVA TO REGCONS
           MOVE W-PACSALVA TO REGPACI
           MOVE CONS-CHAVE TO RET-CHAVE
           IF W-RTNACHOU NOT = "S"
                DELETE CADRETOR RECORD
                GO TO RTN-CLASSIFICA-FIM.
           ACCEPT W-RTNHOJE FROM DATE YYYYMMDD
           MOVE W-RTNCPF TO RET-CPF
           MOVE W-RTNORIGEM TO RET-ORIGEM
           MOVE W-RTNCONV TO RET-CONVENIO
           MOVE W-RTNPRAZO TO RET-PRAZO
           MOVE W-RTNHOJE TO RET-DTREG
           MOVE LK-OPERADOR TO RET-OPERADOR
           WRITE REGRETOR
           IF ST-ERRO = "22"
                REWRITE REGRETOR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRETOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RTN-CLASSIFICA-FIM.
           MOVE "*** CONSULTA DE RETORNO - SEM COBRANCA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RTN-CLASSIFICA-FIM.
           EXIT.

      ******************************************************************
      * COBERTURA SUGERIDA PARA O CPF DE CONS-CPF: A ATIVA DE MENOR    *
      * PRIORIDADE NO CADCOBER. SAIDA: W-COBSEL (ZEROS = NENHUMA)      *
      ******************************************************************
       COB-PRIMEIRA.
           MOVE ZEROS TO W-COBSEL
           MOVE 10 TO W-COBPRIO
           IF W-COBABERTO NOT = "S"
                GO TO COB-PRIMEIRA-FIM.
           MOVE CONS-CPF TO COB-CPF
           MOVE ZEROS TO COB-SEQ
           START CADCOBER KEY IS NOT LESS COB-CHAVE
               INVALID KEY
                   GO TO COB-PRIMEIRA-FIM.
       COB-PRIMEIRA-LER.
           READ CADCOBER NEXT RECORD
               AT END
                   GO TO COB-PRIMEIRA-FIM.
           IF COB-CPF NOT = CONS-CPF
                GO TO COB-PRIMEIRA-FIM.
           IF COB-ATIVA AND COB-PRIORIDADE < W-COBPRIO
                MOVE COB-PRIORIDADE TO W-COBPRIO
                MOVE COB-SEQ TO W-COBSEL.
           GO TO COB-PRIMEIRA-LER.
       COB-PRIMEIRA-FIM.
           EXIT.

      ******************************************************************
      * AGENDAMENTO SEM ESCOLHA NA TELA (LISTA DE ESPERA): GRAVA NA    *
      * CONSULTA A COBERTURA SUGERIDA OU, SEM COBERTURA CADASTRADA, O  *
      * CONVENIO DO CADASTRO DO PACIENTE. REGPACI E PRESERVADO         *
      ******************************************************************
       COB-PADRAO.
           MOVE ZEROS TO CONS-COBSEQ CONS-CONVENIO CONS-PLANO
           MOVE SPACES TO CONS-CARTEIRA
           PERFORM COB-PRIMEIRA THRU COB-PRIMEIRA-FIM
           IF W-COBSEL = ZEROS
                GO TO COB-PADRAO-PAC.
           MOVE CONS-CPF TO COB-CPF
           MOVE W-COBSEL TO COB-SEQ
           READ CADCOBER
           IF ST-ERRO NOT = "00"
                GO TO COB-PADRAO-PAC.
           MOVE COB-SEQ TO CONS-COBSEQ
           MOVE COB-CONVENIO TO CONS-CONVENIO
           MOVE COB-PLANO TO CONS-PLANO
           MOVE COB-CARTEIRA TO CONS-CARTEIRA
           GO TO COB-PADRAO-FIM.
       COB-PADRAO-PAC.
           MOVE REGPACI TO W-PACSALVA
           MOVE CONS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE PACCONVENIO TO CONS-CONVENIO CODIGO
                MOVE PAC-CARTEIRA TO CONS-CARTEIRA
                READ CADCONV
                IF ST-ERRO = "00"
                     MOVE PLANO TO CONS-PLANO.
           MOVE W-PACSALVA TO REGPACI.
       COB-PADRAO-FIM.
           EXIT.

      *----W-TENTDATA VOLTA UM DIA-------------------------------------*

       DIA-ANTERIOR.
           IF W-TENTDIA > 1
                SUBTRACT 1 FROM W-TENTDIA
                GO TO DIA-ANTERIOR-FIM.
           IF W-TENTMES > 1
                SUBTRACT 1 FROM W-TENTMES
           ELSE
                MOVE 12 TO W-TENTMES
                SUBTRACT 1 FROM W-TENTANO.
           MOVE W-DMES (W-TENTMES) TO W-TENTDIA
           IF W-TENTMES = 2
                DIVIDE W-TENTANO BY 4 GIVING W-BISSEXTO
                                      REMAINDER W-TMPR
                IF W-TMPR = ZEROS
                     MOVE 29 TO W-TENTDIA.
       DIA-ANTERIOR-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONS REGMED CADPACI CADCONV CADPLANO CADESPER
                 CADAGEN CADSALA CADRETOR.
           IF W-AUSABERTO = "S"
                CLOSE CADAUSEN.
           IF W-CRDABERTO = "S"
                CLOSE CADCRED.
           IF W-CEPABERTO = "S"
                CLOSE CADCEP.
           IF W-FERABERTO = "S"
                CLOSE CADFERI.
           IF W-ORMABERTO = "S"
                CLOSE CADORDMA.
           IF W-SLTABERTO = "S"
                CLOSE CADSLOT.
           IF W-PARABERTO = "S"
                CLOSE CADPARC.
           IF W-ALEABERTO = "S"
                CLOSE CADALERT.
           IF W-COBABERTO = "S"
                CLOSE CADCOBER.
       ROT-FIMP.
           EXIT PROGRAM.

