      * CONVERSAO UNICA DE LEIAUTES: REGRAVA OS ARQUIVOS    *
      * INDEXADOS QUE GANHARAM CAMPOS NOVOS NO FIM DO       *
      * REGISTRO (CADCID, CADPLANO, CADPRECO, CADAGEN,      *
      * CADSALA, CADLEITO, CADMEDIC, CADRECIB, CADREMCT,    *
      * CADORDEM, CADATPRC, CADDIAR, CADESTMV, CADCONSEN    *
      * E CADORDEM NOVAMENTE COM OS PLANTOES DO MES; DEPOIS *
      * CADPLANO COM O PRAZO DE RETORNO, CADREPAS COM A     *
      * REGRA DO RETORNO, CADORDEM COM OS RETORNOS PAGOS,   *
      * CADAGEN COM A SALA HABITUAL E CADDIAR COM AS        *
      * REFEICOES DE ACOMPANHANTE)                          *
      * E O CADKPI                                          *
      * (CADCONS E CADATEND SAO RECONSTRUIDOS SEM MUDAR O   *
      * REGISTRO, SO PARA GANHAR AS CHAVES ALTERNATIVAS POR *
      * CPF E POR DATA)                                     *
      * (CADMEDIC NOVAMENTE COM A LISTA DA PORTARIA 344 E   *
      * A QUANTIDADE MAXIMA POR RECEITA)                    *
      * (CADATPRC NOVAMENTE COM O PACOTE DE PROCEDIMENTOS)  *
      * (CADPAGAR COM DOCUMENTO, DATA DE LANCAMENTO E        *
      * APROVACAO POR ALCADA)                               *
      * (CADCONS NOVAMENTE COM A COBERTURA USADA NA CONSULTA *
      * E CARGA INICIAL DO CADCOBER COM O CONVENIO DO       *
      * CADASTRO DE CADA PACIENTE COMO COBERTURA PRINCIPAL) *
      * (CHAVE ANO+MES PASSOU A ANO+MES+UNIDADE), LENDO     *
      * CADA UM                                             *
      * NO LEIAUTE ANTIGO E REGRAVANDO NO NOVO COM OS       *
      * VALORES INICIAIS DOS CAMPOS NOVOS. RODAR UMA UNICA  *
      * VEZ, APOS O BACKUP (SMP062) E ANTES DE LIBERAR OS   *
      * PROGRAMAS NOVOS. OS PASSOS SAO NUMERADOS (01 A 29)  *
      * E O ULTIMO EXECUTADO FICA GRAVADO NO CADCNVCT.DAT;  *
      * A EXECUCAO COMECA NO PASSO SEGUINTE E OS ANTERIORES *
      * SAO PULADOS, PARA NAO CONVERTER DUAS VEZES O MESMO  *
      * ARQUIVO. SEM O CADCNVCT O OPERADOR INFORMA O PASSO  *
      * INICIAL: 01 PARA BASE NUNCA CONVERTIDA, 09 PARA     *
      * BASE JA CONVERTIDA ATE O CADKPI PELA VERSAO         *
      * ANTERIOR DESTE PROGRAMA. ARQUIVO AUSENTE E PULADO   *
      * (STATUS DE ABERTURA DIFERENTE DE 00)                *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT KPITMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT RCBVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RCBV-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT RCBNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RCBN-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT RCBTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT LOTVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS LOTV-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT LOTNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS LOTN-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT LOTTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT ORDVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ORDV-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT ORDNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ORDN-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT ORDTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT PL2VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PL2V-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PL2V-DESCR
                                         WITH DUPLICATES.
           SELECT PL2NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PL2N-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PL2N-DESCR
                                         WITH DUPLICATES.
           SELECT PL2TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT APRVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS APRV-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT APRNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS APRN-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT APRTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT DIAVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DIAV-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT DIANOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DIAN-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT DIATMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT MOVVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MOVV-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT MOVNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MOVN-SEQ
                    FILE STATUS  IS ST-ERRO.
           SELECT MOVTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CSNVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CSNV-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CSNNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CSNN-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CSNTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT OR2VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OR2V-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT OR2NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OR2N-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT OR2TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT PL3VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PL3V-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PL3V-DESCR
                                         WITH DUPLICATES.
           SELECT PL3NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PL3N-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PL3N-DESCR
                                         WITH DUPLICATES.
           SELECT PL3TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT RPSVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RPSV-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT RPSNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RPSN-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT RPSTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT OR3VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OR3V-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT OR3NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OR3N-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT OR3TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT AG2VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG2V-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT AG2NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG2N-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT AG2TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT DI2VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DI2V-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT DI2NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DI2N-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT DI2TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CNSVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CNSV-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CNSNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CNSN-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNSN-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CNSN-DATA WITH DUPLICATES.
           SELECT CNSTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT ATDVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ATDV-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT ATDNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ATDN-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATDN-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATDN-DATA WITH DUPLICATES.
           SELECT ATDTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT MD2VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MD2V-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT MD2NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MD2N-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT MD2TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT AP2VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AP2V-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT AP2NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AP2N-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT AP2TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT PAGVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAGV-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT PAGNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAGN-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT PAGTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CN2VEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CN2V-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CN2V-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CN2V-DATA WITH DUPLICATES.
           SELECT CN2NOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CN2N-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CN2N-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CN2N-DATA WITH DUPLICATES.
           SELECT CN2TMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCV-CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PCV-NOME WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVV-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CVV-CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CVV-PLANO WITH DUPLICATES.
           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCNVCT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 KPIT-TIPOD        PIC 9(06).
          03 KPIT-TIPOT        PIC 9(06).
          03 KPIT-PARTE2       PIC X(282).
      *
      *----CADRECIB: ANTIGO (64), NOVO (+RPS, NFS-E E VERIFICACAO)-----*
      *
       FD RCBVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 REGRCBV.
          03 RCBV-NUMERO       PIC 9(06).
          03 FILLER            PIC X(58).
       FD RCBNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 REGRCBN.
          03 RCBN-NUMERO       PIC 9(06).
          03 FILLER            PIC X(86).
       FD RCBTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.TMP".
       01 REGRCBT.
          03 RCBT-VELHO        PIC X(64).
          03 RCBT-RPS          PIC 9(08).
          03 RCBT-NFSE         PIC 9(10).
          03 RCBT-NFSVERIF     PIC X(10).
      *
      *----CADREMCT: ANTIGO (50), NOVO (+RPS, NFS-E E VERIFICACAO)-----*
      *
       FD LOTVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMCT.DAT".
       01 REGLOTV.
          03 LOTV-NUMERO       PIC 9(06).
          03 FILLER            PIC X(44).
       FD LOTNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMCT.DAT".
       01 REGLOTN.
          03 LOTN-NUMERO       PIC 9(06).
          03 FILLER            PIC X(72).
       FD LOTTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMCT.TMP".
       01 REGLOTT.
          03 LOTT-VELHO        PIC X(50).
          03 LOTT-RPS          PIC 9(08).
          03 LOTT-NFSE         PIC 9(10).
          03 LOTT-NFSVERIF     PIC X(10).
      *
      *----CADORDEM: ANTIGO (62), NOVO (+RETENCOES E LIQUIDO)----------*
      *
       FD ORDVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.DAT".
       01 REGORDV.
          03 ORDV-CHAVE        PIC 9(12).
          03 FILLER            PIC X(50).
       FD ORDNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.DAT".
       01 REGORDN.
          03 ORDN-CHAVE        PIC 9(12).
          03 FILLER            PIC X(105).
       FD ORDTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.TMP".
       01 REGORDT.
          03 ORDT-VELHO.
             05 FILLER         PIC X(34).
             05 ORDT-VALOR     PIC 9(10)V99.
             05 FILLER         PIC X(16).
          03 ORDT-TIPOPES      PIC X(01).
          03 ORDT-INSS         PIC 9(08)V99.
          03 ORDT-BASEIR       PIC 9(10)V99.
          03 ORDT-IRRF         PIC 9(08)V99.
          03 ORDT-ISS          PIC 9(08)V99.
          03 ORDT-LIQUIDO      PIC 9(10)V99.
      *
      *----CADPLANO: ANTIGO (69), NOVO (+COPARTICIPACAO POR TIPO)------*
      *
       FD PL2VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPL2V.
          03 PL2V-CODIGO       PIC 9(02).
          03 PL2V-DESCR        PIC X(30).
          03 FILLER            PIC X(37).
       FD PL2NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPL2N.
          03 PL2N-CODIGO       PIC 9(02).
          03 PL2N-DESCR        PIC X(30).
          03 FILLER            PIC X(65).
       FD PL2TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.TMP".
       01 REGPL2T.
          03 PL2T-VELHO        PIC X(69).
          03 PL2T-COPTPAMB     PIC X(01).
          03 PL2T-COPAMB       PIC 9(06).
          03 PL2T-COPTPURG     PIC X(01).
          03 PL2T-COPURG       PIC 9(06).
          03 PL2T-COPTPDOM     PIC X(01).
          03 PL2T-COPDOM       PIC 9(06).
          03 PL2T-COPTPTEL     PIC X(01).
          03 PL2T-COPTEL       PIC 9(06).
      *
      *----CADATPRC: ANTIGO (44), NOVO (+CRM E FUNCAO NA EQUIPE)-------*
      *
       FD APRVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATPRC.DAT".
       01 REGAPRV.
          03 APRV-CHAVE        PIC 9(20).
          03 FILLER            PIC X(24).
       FD APRNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATPRC.DAT".
       01 REGAPRN.
          03 APRN-CHAVE        PIC 9(20).
          03 FILLER            PIC X(31).
       FD APRTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATPRC.TMP".
       01 REGAPRT.
          03 APRT-VELHO        PIC X(44).
          03 APRT-CRM          PIC 9(06).
          03 APRT-FUNCAO       PIC X(01).
      *
      *----CADDIAR: ANTIGO (87), NOVO (+VALOR DE MAT/MED)--------------*
      *
       FD DIAVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAR.DAT".
       01 REGDIAV.
          03 DIAV-CHAVE        PIC 9(18).
          03 FILLER            PIC X(69).
       FD DIANOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAR.DAT".
       01 REGDIAN.
          03 DIAN-CHAVE        PIC 9(18).
          03 FILLER            PIC X(79).
       FD DIATMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAR.TMP".
       01 REGDIAT.
          03 DIAT-VELHO        PIC X(87).
          03 DIAT-VALMAT       PIC 9(08)V99.
      *
      *----CADESTMV: ANTIGO (61), NOVO (+MOTIVO DO AJUSTE)-------------*
      *
       FD MOVVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGMOVV.
          03 MOVV-SEQ          PIC 9(06).
          03 FILLER            PIC X(55).
       FD MOVNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGMOVN.
          03 MOVN-SEQ          PIC 9(06).
          03 FILLER            PIC X(85).
       FD MOVTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.TMP".
       01 REGMOVT.
          03 MOVT-VELHO        PIC X(61).
          03 MOVT-MOTIVO       PIC X(30).
      *
      *----CADCONSEN: ANTIGO (30), NOVO (+CID NO ATESTADO)-------------*
      *
       FD CSNVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
       01 REGCSNV.
          03 CSNV-CPF          PIC 9(11).
          03 FILLER            PIC X(19).
       FD CSNNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
       01 REGCSNN.
          03 CSNN-CPF          PIC 9(11).
          03 FILLER            PIC X(20).
       FD CSNTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.TMP".
       01 REGCSNT.
          03 CSNT-VELHO        PIC X(30).
          03 CSNT-CID          PIC X(01).
      *
      *----CADORDEM: ANTIGO (117), NOVO (+PLANTOES DO MES)-------------*
      *
       FD OR2VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.DAT".
       01 REGOR2V.
          03 OR2V-CHAVE        PIC 9(12).
          03 FILLER            PIC X(105).
       FD OR2NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.DAT".
       01 REGOR2N.
          03 OR2N-CHAVE        PIC 9(12).
          03 FILLER            PIC X(118).
       FD OR2TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.TMP".
       01 REGOR2T.
          03 OR2T-VELHO        PIC X(117).
          03 OR2T-QTDPLT       PIC 9(03).
          03 OR2T-VALPLT       PIC 9(08)V99.
      *
      *----CADPLANO: ANTIGO (97), NOVO (+PRAZO DE RETORNO EM DIAS)-----*
      *
       FD PL3VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPL3V.
          03 PL3V-CODIGO       PIC 9(02).
          03 PL3V-DESCR        PIC X(30).
          03 FILLER            PIC X(65).
       FD PL3NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPL3N.
          03 PL3N-CODIGO       PIC 9(02).
          03 PL3N-DESCR        PIC X(30).
          03 FILLER            PIC X(68).
       FD PL3TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.TMP".
       01 REGPL3T.
          03 PL3T-VELHO        PIC X(97).
          03 PL3T-PRZRET       PIC 9(03).
      *
      *----CADREPAS: ANTIGO (11), NOVO (+REGRA E VALOR DO RETORNO)-----*
      *
       FD RPSVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPAS.DAT".
       01 REGRPSV.
          03 RPSV-CRM          PIC 9(06).
          03 FILLER            PIC X(05).
       FD RPSNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPAS.DAT".
       01 REGRPSN.
          03 RPSN-CRM          PIC 9(06).
          03 FILLER            PIC X(14).
       FD RPSTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPAS.TMP".
       01 REGRPST.
          03 RPST-VELHO        PIC X(11).
          03 RPST-RETREGRA     PIC X(01).
          03 RPST-RETVALOR     PIC 9(06)V99.
      *
      *----CADORDEM: ANTIGO (130), NOVO (+RETORNOS PAGOS NO MES)-------*
      *
       FD OR3VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.DAT".
       01 REGOR3V.
          03 OR3V-CHAVE        PIC 9(12).
          03 FILLER            PIC X(118).
       FD OR3NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.DAT".
       01 REGOR3N.
          03 OR3N-CHAVE        PIC 9(12).
          03 FILLER            PIC X(131).
       FD OR3TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEM.TMP".
       01 REGOR3T.
          03 OR3T-VELHO        PIC X(130).
          03 OR3T-QTDRET       PIC 9(03).
          03 OR3T-VALRET       PIC 9(08)V99.
      *
      *----CADAGEN: ANTIGO (26), NOVO (+SALA HABITUAL)-----------------*
      *
       FD AG2VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       01 REGAG2V.
          03 AG2V-CRM          PIC 9(06).
          03 FILLER            PIC X(20).
       FD AG2NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       01 REGAG2N.
          03 AG2N-CRM          PIC 9(06).
          03 FILLER            PIC X(22).
       FD AG2TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.TMP".
       01 REGAG2T.
          03 AG2T-VELHO        PIC X(26).
          03 AG2T-SALA         PIC 9(02).
      *
      *----CADDIAR: ANTIGO (97), NOVO (+REFEICOES DE ACOMPANHANTE)-----*
      *
       FD DI2VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAR.DAT".
       01 REGDI2V.
          03 DI2V-CHAVE        PIC 9(18).
          03 FILLER            PIC X(79).
       FD DI2NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAR.DAT".
       01 REGDI2N.
          03 DI2N-CHAVE        PIC 9(18).
          03 FILLER            PIC X(89).
       FD DI2TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAR.TMP".
       01 REGDI2T.
          03 DI2T-VELHO        PIC X(97).
          03 DI2T-VALACP       PIC 9(08)V99.
      *
      *----CADCONS: MESMO REGISTRO (177), NOVO COM CHAVES CPF E DATA---*
      *
       FD CNSVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCNSV.
          03 CNSV-CHAVE        PIC 9(18).
          03 FILLER            PIC X(159).
       FD CNSNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCNSN.
          03 CNSN-CHAVE.
             05 CNSN-CRM       PIC 9(06).
             05 CNSN-DATA      PIC 9(08).
             05 CNSN-HORA      PIC 9(04).
          03 CNSN-CPF          PIC 9(11).
          03 FILLER            PIC X(148).
       FD CNSTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.TMP".
       01 REGCNST              PIC X(177).
      *
      *----CADATEND: MESMO REGISTRO (170), NOVO COM CHAVES CPF E DATA--*
      *
       FD ATDVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEND.DAT".
       01 REGATDV.
          03 ATDV-CHAVE        PIC 9(18).
          03 FILLER            PIC X(152).
       FD ATDNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEND.DAT".
       01 REGATDN.
          03 ATDN-CHAVE.
             05 ATDN-CRM       PIC 9(06).
             05 ATDN-DATA      PIC 9(08).
             05 ATDN-HORA      PIC 9(04).
          03 ATDN-CPF          PIC 9(11).
          03 FILLER            PIC X(141).
       FD ATDTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEND.TMP".
       01 REGATDT              PIC X(170).
      *
      *----CADMEDIC: ANTIGO (59), NOVO (+LISTA 344 E QTDE MAXIMA)------*
      *
       FD MD2VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMD2V.
          03 MD2V-CODIGO       PIC 9(04).
          03 FILLER            PIC X(55).
       FD MD2NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMD2N.
          03 MD2N-CODIGO       PIC 9(04).
          03 FILLER            PIC X(60).
       FD MD2TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.TMP".
       01 REGMD2T.
          03 MD2T-VELHO        PIC X(59).
          03 MD2T-LISTA        PIC X(02).
          03 MD2T-QTDMAX       PIC 9(03).
      *
      *----CADATPRC: ANTIGO (51), NOVO (+PACOTE E PAPEL NO PACOTE)-----*
      *
       FD AP2VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATPRC.DAT".
       01 REGAP2V.
          03 AP2V-CHAVE        PIC 9(20).
          03 FILLER            PIC X(31).
       FD AP2NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATPRC.DAT".
       01 REGAP2N.
          03 AP2N-CHAVE        PIC 9(20).
          03 FILLER            PIC X(36).
       FD AP2TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATPRC.TMP".
       01 REGAP2T.
          03 AP2T-VELHO        PIC X(51).
          03 AP2T-PACOTE       PIC 9(04).
          03 AP2T-PACPAPEL     PIC X(01).
      *
      *----CADPAGAR: ANTIGO (75), NOVO (+DOCUMENTO E APROVACAO)--------*
      *
       FD PAGVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGV.
          03 PAGV-NUMERO       PIC 9(06).
          03 FILLER            PIC X(60).
          03 PAGV-SITUACAO     PIC X(01).
          03 FILLER            PIC X(08).
       FD PAGNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGN.
          03 PAGN-NUMERO       PIC 9(06).
          03 FILLER            PIC X(109).
       FD PAGTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.TMP".
       01 REGPAGT.
          03 PAGT-VELHO        PIC X(75).
          03 PAGT-DOCUMENTO    PIC X(15).
          03 PAGT-DTLANC       PIC 9(08).
          03 PAGT-APROVACAO    PIC X(01).
          03 PAGT-APROVADOR    PIC X(08).
          03 PAGT-DTAPROV      PIC 9(08).
      *
      *----CADCONS: ANTIGO (177), NOVO (+COBERTURA DA CONSULTA)--------*
      *
       FD CN2VEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCN2V.
          03 CN2V-CHAVE.
             05 CN2V-CRM       PIC 9(06).
             05 CN2V-DATA      PIC 9(08).
             05 CN2V-HORA      PIC 9(04).
          03 CN2V-CPF          PIC 9(11).
          03 FILLER            PIC X(148).
       FD CN2NOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCN2N.
          03 CN2N-CHAVE.
             05 CN2N-CRM       PIC 9(06).
             05 CN2N-DATA      PIC 9(08).
             05 CN2N-HORA      PIC 9(04).
          03 CN2N-CPF          PIC 9(11).
          03 FILLER            PIC X(176).
       FD CN2TMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.TMP".
       01 REGCN2T.
          03 CN2T-VELHO        PIC X(177).
          03 CN2T-COBSEQ       PIC 9(02).
          03 CN2T-CONVENIO     PIC 9(04).
          03 CN2T-PLANO        PIC 9(02).
          03 CN2T-CARTEIRA     PIC X(20).
      *
      *----CADPACI E CADCONV: SO PARA CONSULTA DO CONVENIO ATUAL-------*
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 PCV-CPF           PIC 9(11).
          03 PCV-NOME          PIC X(30).
          03 FILLER            PIC X(85).
          03 PCV-CONVENIO      PIC 9(04).
          03 FILLER            PIC X(17).
          03 PCV-CARTEIRA      PIC X(20).
          03 PCV-CARTVALID     PIC 9(08).
          03 FILLER            PIC X(23).
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CVV-CODIGO        PIC 9(04).
          03 CVV-CNOME         PIC X(30).
          03 CVV-PLANO         PIC 9(02).
          03 FILLER            PIC X(57).
      *
      *----CADCOBER: NOVO - COBERTURAS DO PACIENTE---------------------*
      *
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
          03 COB-DTALT         PIC 9(08).
          03 COB-OPERADOR      PIC X(08).
      *
      *----CADCNVCT: ULTIMO PASSO DA CONVERSAO JA EXECUTADO------------*
      *
       FD CADCNVCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNVCT.DAT".
       01 REGCNVCT.
          03 CTL-ULTPASSO      PIC 9(02).
          03 CTL-DATA          PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-TOTREG   PIC 9(06) VALUE ZEROS.
       01 W-PACABERTO PIC X(01) VALUE "N".
       01 W-CNVABERTO PIC X(01) VALUE "N".
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-LIN      PIC 9(02) VALUE 17.
       01 W-PASSO    PIC 9(02) VALUE ZEROS.
       01 W-PASSOINI PIC 9(02) VALUE ZEROS.
       01 W-PASSOMAX PIC 9(02) VALUE 29.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           DISPLAY (04, 05)
             "REGRAVA CADCID, CADPLANO, CADPRECO, CADAGEN, CADSALA,"
           DISPLAY (05, 05)
             "CADLEITO, CADMEDIC, CADKPI, CADRECIB, CADREMCT, CADORDEM,"
           DISPLAY (06, 05)
             "CADATPRC, CADDIAR, CADESTMV, CADCONSEN, CADREPAS,"
           DISPLAY (07, 05) "CADCONS E CADATEND NO LEIAUTE NOVO."
           DISPLAY (09, 05) "CARGA INICIAL DO CADCOBER (COBERTURAS)."
           DISPLAY (07, 41) "UMA UNICA VEZ, APOS O BACKUP (SMP062).".
      *
      *----PASSO INICIAL: O SEGUINTE AO ULTIMO GRAVADO NO CADCNVCT.----*
      *----SEM CADCNVCT O OPERADOR INFORMA: 01 PARA BASE NUNCA---------*
      *----CONVERTIDA, 09 PARA BASE JA CONVERTIDA ATE O CADKPI---------*
      *
           MOVE ZEROS TO W-PASSOINI
           OPEN INPUT CADCNVCT
           IF ST-ERRO = "00"
                READ CADCNVCT
                IF ST-ERRO = "00"
                     COMPUTE W-PASSOINI = CTL-ULTPASSO + 1
                     CLOSE CADCNVCT
                ELSE
                     CLOSE CADCNVCT.
           IF W-PASSOINI > W-PASSOMAX
                DISPLAY (23, 05) "*** TODOS OS PASSOS JA EXECUTADOS ***"
                GO TO ROT-FIM.
           IF W-PASSOINI = ZEROS
                DISPLAY (03, 33)
                  "SEM CONTROLE: 01=NUNCA CONVERTIDA 09=ATE CADKPI".
       R-PASSO.
           DISPLAY (03, 05) "PASSO INICIAL (01 A " W-PASSOMAX "):"
           DISPLAY (03, 29) W-PASSOINI
           ACCEPT (03, 29) W-PASSOINI
           IF W-PASSOINI < 01 OR W-PASSOINI > W-PASSOMAX
                DISPLAY (23, 05) "*** PASSO INVALIDO ***"
                GO TO R-PASSO.
           DISPLAY (23, 05) "                      ".
       R1.
           DISPLAY (08, 05) "CONFIRMA A CONVERSAO (S/N)?"
           ACCEPT (08, 34) W-OPCAO

       CID-CONV.
           DISPLAY (10, 05) "CADCID.DAT...:"
           MOVE 01 TO W-PASSO
           DISPLAY (10, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (10, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO PLN-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT CIDVEL
           IF ST-ERRO NOT = "00"

       PLN-CONV.
           DISPLAY (11, 05) "CADPLANO.DAT.:"
           MOVE 02 TO W-PASSO
           DISPLAY (11, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (11, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO PRC-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT PLNVEL
           IF ST-ERRO NOT = "00"

       PRC-CONV.
           DISPLAY (12, 05) "CADPRECO.DAT.:"
           MOVE 03 TO W-PASSO
           DISPLAY (12, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (12, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO AGE-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT PRCVEL
           IF ST-ERRO NOT = "00"

       AGE-CONV.
           DISPLAY (13, 05) "CADAGEN.DAT..:"
           MOVE 04 TO W-PASSO
           DISPLAY (13, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (13, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO SAL-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT AGEVEL
           IF ST-ERRO NOT = "00"

       SAL-CONV.
           DISPLAY (14, 05) "CADSALA.DAT..:"
           MOVE 05 TO W-PASSO
           DISPLAY (14, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (14, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO LEI-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT SALVEL
           IF ST-ERRO NOT = "00"

       LEI-CONV.
           DISPLAY (15, 05) "CADLEITO.DAT.:"
           MOVE 06 TO W-PASSO
           DISPLAY (15, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (15, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO MDC-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT LEIVEL
           IF ST-ERRO NOT = "00"

       MDC-CONV.
           DISPLAY (16, 05) "CADMEDIC.DAT.:"
           MOVE 07 TO W-PASSO
           DISPLAY (16, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (16, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO KPI-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT MDCVEL
           IF ST-ERRO NOT = "00"

       KPI-CONV.
           DISPLAY (17, 05) "CADKPI.DAT...:"
           MOVE 08 TO W-PASSO
           DISPLAY (17, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (17, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO RCB-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT KPIVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (17, 21) "PULADO - STATUS " ST-ERRO
                GO TO RCB-CONV.
           OPEN OUTPUT KPITMP.
       KPI-LER.
           READ KPIVEL
           CLOSE KPINOV KPITMP
           DISPLAY (17, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADRECIB------------------------------------------*
      * RECIBOS JA EMITIDOS FICAM SEM RPS/NFS-E (AINDA NAO ENVIADOS A   *
      * PREFEITURA PELO SISTEMA)                                        *
      *------------------------------------------------------------------*

       RCB-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADRECIB.DAT.:"
           MOVE 09 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO LOT-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT RCBVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO LOT-CONV.
           OPEN OUTPUT RCBTMP.
       RCB-LER.
           READ RCBVEL
               AT END
                   GO TO RCB-COPIA.
           MOVE REGRCBV TO RCBT-VELHO
           MOVE ZEROS TO RCBT-RPS RCBT-NFSE
           MOVE SPACES TO RCBT-NFSVERIF
           WRITE REGRCBT
           ADD 1 TO W-TOTREG
           GO TO RCB-LER.
       RCB-COPIA.
           CLOSE RCBVEL RCBTMP
           OPEN OUTPUT RCBNOV
           OPEN INPUT RCBTMP.
       RCB-COPIA1.
           READ RCBTMP
               AT END
                   GO TO RCB-FIM.
           WRITE REGRCBN FROM REGRCBT
           GO TO RCB-COPIA1.
       RCB-FIM.
           CLOSE RCBNOV RCBTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADREMCT------------------------------------------*

       LOT-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADREMCT.DAT.:"
           MOVE 10 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO ORD-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT LOTVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO ORD-CONV.
           OPEN OUTPUT LOTTMP.
       LOT-LER.
           READ LOTVEL
               AT END
                   GO TO LOT-COPIA.
           MOVE REGLOTV TO LOTT-VELHO
           MOVE ZEROS TO LOTT-RPS LOTT-NFSE
           MOVE SPACES TO LOTT-NFSVERIF
           WRITE REGLOTT
           ADD 1 TO W-TOTREG
           GO TO LOT-LER.
       LOT-COPIA.
           CLOSE LOTVEL LOTTMP
           OPEN OUTPUT LOTNOV
           OPEN INPUT LOTTMP.
       LOT-COPIA1.
           READ LOTTMP
               AT END
                   GO TO LOT-FIM.
           WRITE REGLOTN FROM REGLOTT
           GO TO LOT-COPIA1.
       LOT-FIM.
           CLOSE LOTNOV LOTTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADORDEM------------------------------------------*
      * ORDENS JA GERADAS FICAM SEM RETENCAO: LIQUIDO = VALOR BRUTO     *
      *------------------------------------------------------------------*

       ORD-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADORDEM.DAT.:"
           MOVE 11 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO PL2-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT ORDVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO PL2-CONV.
           OPEN OUTPUT ORDTMP.
       ORD-LER.
           READ ORDVEL
               AT END
                   GO TO ORD-COPIA.
           MOVE REGORDV TO ORDT-VELHO
           MOVE SPACES TO ORDT-TIPOPES
           MOVE ZEROS TO ORDT-INSS ORDT-BASEIR ORDT-IRRF ORDT-ISS
           MOVE ORDT-VALOR TO ORDT-LIQUIDO
           WRITE REGORDT
           ADD 1 TO W-TOTREG
           GO TO ORD-LER.
       ORD-COPIA.
           CLOSE ORDVEL ORDTMP
           OPEN OUTPUT ORDNOV
           OPEN INPUT ORDTMP.
       ORD-COPIA1.
           READ ORDTMP
               AT END
                   GO TO ORD-FIM.
           WRITE REGORDN FROM REGORDT
           GO TO ORD-COPIA1.
       ORD-FIM.
           CLOSE ORDNOV ORDTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADPLANO (COPARTICIPACAO)-------------------------*
      * PLANOS JA CADASTRADOS FICAM SEM COPARTICIPACAO (TIPO N)         *
      *------------------------------------------------------------------*

       PL2-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADPLANO.DAT.:"
           MOVE 12 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO APR-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT PL2VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO APR-CONV.
           OPEN OUTPUT PL2TMP.
       PL2-LER.
           READ PL2VEL
               AT END
                   GO TO PL2-COPIA.
           MOVE REGPL2V TO PL2T-VELHO
           MOVE "N" TO PL2T-COPTPAMB PL2T-COPTPURG
           MOVE "N" TO PL2T-COPTPDOM PL2T-COPTPTEL
           MOVE ZEROS TO PL2T-COPAMB PL2T-COPURG
           MOVE ZEROS TO PL2T-COPDOM PL2T-COPTEL
           WRITE REGPL2T
           ADD 1 TO W-TOTREG
           GO TO PL2-LER.
       PL2-COPIA.
           CLOSE PL2VEL PL2TMP
           OPEN OUTPUT PL2NOV
           OPEN INPUT PL2TMP.
       PL2-COPIA1.
           READ PL2TMP
               AT END
                   GO TO PL2-FIM.
           WRITE REGPL2N FROM REGPL2T
           GO TO PL2-COPIA1.
       PL2-FIM.
           CLOSE PL2NOV PL2TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADATPRC------------------------------------------*
      * LANCAMENTOS JA EXISTENTES FICAM SEM MEMBRO DE EQUIPE            *
      *------------------------------------------------------------------*

       APR-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADATPRC.DAT.:"
           MOVE 13 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO DIA-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT APRVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO DIA-CONV.
           OPEN OUTPUT APRTMP.
       APR-LER.
           READ APRVEL
               AT END
                   GO TO APR-COPIA.
           MOVE REGAPRV TO APRT-VELHO
           MOVE ZEROS TO APRT-CRM
           MOVE SPACES TO APRT-FUNCAO
           WRITE REGAPRT
           ADD 1 TO W-TOTREG
           GO TO APR-LER.
       APR-COPIA.
           CLOSE APRVEL APRTMP
           OPEN OUTPUT APRNOV
           OPEN INPUT APRTMP.
       APR-COPIA1.
           READ APRTMP
               AT END
                   GO TO APR-FIM.
           WRITE REGAPRN FROM REGAPRT
           GO TO APR-COPIA1.
       APR-FIM.
           CLOSE APRNOV APRTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADDIAR-------------------------------------------*
      * DIARIAS JA GERADAS FICAM SEM MAT/MED                            *
      *------------------------------------------------------------------*

       DIA-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADDIAR.DAT..:"
           MOVE 14 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO MOV-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT DIAVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO MOV-CONV.
           OPEN OUTPUT DIATMP.
       DIA-LER.
           READ DIAVEL
               AT END
                   GO TO DIA-COPIA.
           MOVE REGDIAV TO DIAT-VELHO
           MOVE ZEROS TO DIAT-VALMAT
           WRITE REGDIAT
           ADD 1 TO W-TOTREG
           GO TO DIA-LER.
       DIA-COPIA.
           CLOSE DIAVEL DIATMP
           OPEN OUTPUT DIANOV
           OPEN INPUT DIATMP.
       DIA-COPIA1.
           READ DIATMP
               AT END
                   GO TO DIA-FIM.
           WRITE REGDIAN FROM REGDIAT
           GO TO DIA-COPIA1.
       DIA-FIM.
           CLOSE DIANOV DIATMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADESTMV------------------------------------------*
      * MOVIMENTOS JA GRAVADOS FICAM SEM MOTIVO                         *
      *------------------------------------------------------------------*

       MOV-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADESTMV.DAT.:"
           MOVE 15 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO CSN-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT MOVVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO CSN-CONV.
           OPEN OUTPUT MOVTMP.
       MOV-LER.
           READ MOVVEL
               AT END
                   GO TO MOV-COPIA.
           MOVE REGMOVV TO MOVT-VELHO
           MOVE SPACES TO MOVT-MOTIVO
           WRITE REGMOVT
           ADD 1 TO W-TOTREG
           GO TO MOV-LER.
       MOV-COPIA.
           CLOSE MOVVEL MOVTMP
           OPEN OUTPUT MOVNOV
           OPEN INPUT MOVTMP.
       MOV-COPIA1.
           READ MOVTMP
               AT END
                   GO TO MOV-FIM.
           WRITE REGMOVN FROM REGMOVT
           GO TO MOV-COPIA1.
       MOV-FIM.
           CLOSE MOVNOV MOVTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADCONSEN-----------------------------------------*
      * CONSENTIMENTOS JA GRAVADOS FICAM SEM AUTORIZACAO DE CID         *
      *------------------------------------------------------------------*

       CSN-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADCONSEN.DAT:"
           MOVE 16 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO OR2-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT CSNVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO OR2-CONV.
           OPEN OUTPUT CSNTMP.
       CSN-LER.
           READ CSNVEL
               AT END
                   GO TO CSN-COPIA.
           MOVE REGCSNV TO CSNT-VELHO
           MOVE "N" TO CSNT-CID
           WRITE REGCSNT
           ADD 1 TO W-TOTREG
           GO TO CSN-LER.
       CSN-COPIA.
           CLOSE CSNVEL CSNTMP
           OPEN OUTPUT CSNNOV
           OPEN INPUT CSNTMP.
       CSN-COPIA1.
           READ CSNTMP
               AT END
                   GO TO CSN-FIM.
           WRITE REGCSNN FROM REGCSNT
           GO TO CSN-COPIA1.
       CSN-FIM.
           CLOSE CSNNOV CSNTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADORDEM (PLANTOES)------------------------------*
      * ORDENS JA GERADAS FICAM SEM PLANTAO NO MES                      *
      *------------------------------------------------------------------*

       OR2-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADORDEM.DAT.:"
           MOVE 17 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO PL3-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT OR2VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO PL3-CONV.
           OPEN OUTPUT OR2TMP.
       OR2-LER.
           READ OR2VEL
               AT END
                   GO TO OR2-COPIA.
           MOVE REGOR2V TO OR2T-VELHO
           MOVE ZEROS TO OR2T-QTDPLT OR2T-VALPLT
           WRITE REGOR2T
           ADD 1 TO W-TOTREG
           GO TO OR2-LER.
       OR2-COPIA.
           CLOSE OR2VEL OR2TMP
           OPEN OUTPUT OR2NOV
           OPEN INPUT OR2TMP.
       OR2-COPIA1.
           READ OR2TMP
               AT END
                   GO TO OR2-FIM.
           WRITE REGOR2N FROM REGOR2T
           GO TO OR2-COPIA1.
       OR2-FIM.
           CLOSE OR2NOV OR2TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADPLANO (PRAZO DE RETORNO)-----------------------*
      * PLANOS JA CADASTRADOS FICAM SEM RETORNO GRATUITO (PRAZO 000)    *
      *------------------------------------------------------------------*

       PL3-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADPLANO.DAT.:"
           MOVE 18 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO RPS-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT PL3VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO RPS-CONV.
           OPEN OUTPUT PL3TMP.
       PL3-LER.
           READ PL3VEL
               AT END
                   GO TO PL3-COPIA.
           MOVE REGPL3V TO PL3T-VELHO
           MOVE ZEROS TO PL3T-PRZRET
           WRITE REGPL3T
           ADD 1 TO W-TOTREG
           GO TO PL3-LER.
       PL3-COPIA.
           CLOSE PL3VEL PL3TMP
           OPEN OUTPUT PL3NOV
           OPEN INPUT PL3TMP.
       PL3-COPIA1.
           READ PL3TMP
               AT END
                   GO TO PL3-FIM.
           WRITE REGPL3N FROM REGPL3T
           GO TO PL3-COPIA1.
       PL3-FIM.
           CLOSE PL3NOV PL3TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADREPAS------------------------------------------*
      * MEDICOS JA CADASTRADOS FICAM SEM REPASSE DE RETORNO (REGRA N)   *
      *------------------------------------------------------------------*

       RPS-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADREPAS.DAT.:"
           MOVE 19 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO OR3-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT RPSVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO OR3-CONV.
           OPEN OUTPUT RPSTMP.
       RPS-LER.
           READ RPSVEL
               AT END
                   GO TO RPS-COPIA.
           MOVE REGRPSV TO RPST-VELHO
           MOVE "N" TO RPST-RETREGRA
           MOVE ZEROS TO RPST-RETVALOR
           WRITE REGRPST
           ADD 1 TO W-TOTREG
           GO TO RPS-LER.
       RPS-COPIA.
           CLOSE RPSVEL RPSTMP
           OPEN OUTPUT RPSNOV
           OPEN INPUT RPSTMP.
       RPS-COPIA1.
           READ RPSTMP
               AT END
                   GO TO RPS-FIM.
           WRITE REGRPSN FROM REGRPST
           GO TO RPS-COPIA1.
       RPS-FIM.
           CLOSE RPSNOV RPSTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADORDEM (RETORNOS)-------------------------------*
      * ORDENS JA GERADAS FICAM SEM RETORNO PAGO NO MES                 *
      *------------------------------------------------------------------*

       OR3-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADORDEM.DAT.:"
           MOVE 20 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO AG2-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT OR3VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO AG2-CONV.
           OPEN OUTPUT OR3TMP.
       OR3-LER.
           READ OR3VEL
               AT END
                   GO TO OR3-COPIA.
           MOVE REGOR3V TO OR3T-VELHO
           MOVE ZEROS TO OR3T-QTDRET OR3T-VALRET
           WRITE REGOR3T
           ADD 1 TO W-TOTREG
           GO TO OR3-LER.
       OR3-COPIA.
           CLOSE OR3VEL OR3TMP
           OPEN OUTPUT OR3NOV
           OPEN INPUT OR3TMP.
       OR3-COPIA1.
           READ OR3TMP
               AT END
                   GO TO OR3-FIM.
           WRITE REGOR3N FROM REGOR3T
           GO TO OR3-COPIA1.
       OR3-FIM.
           CLOSE OR3NOV OR3TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADAGEN (SALA HABITUAL)---------------------------*
      * AGENDAS JA CADASTRADAS FICAM SEM SALA HABITUAL (00)             *
      *------------------------------------------------------------------*

       AG2-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADAGEN.DAT..:"
           MOVE 21 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO DI2-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT AG2VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO DI2-CONV.
           OPEN OUTPUT AG2TMP.
       AG2-LER.
           READ AG2VEL
               AT END
                   GO TO AG2-COPIA.
           MOVE REGAG2V TO AG2T-VELHO
           MOVE ZEROS TO AG2T-SALA
           WRITE REGAG2T
           ADD 1 TO W-TOTREG
           GO TO AG2-LER.
       AG2-COPIA.
           CLOSE AG2VEL AG2TMP
           OPEN OUTPUT AG2NOV
           OPEN INPUT AG2TMP.
       AG2-COPIA1.
           READ AG2TMP
               AT END
                   GO TO AG2-FIM.
           WRITE REGAG2N FROM REGAG2T
           GO TO AG2-COPIA1.
       AG2-FIM.
           CLOSE AG2NOV AG2TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADDIAR (ACOMPANHANTE)----------------------------*
      * DIARIAS JA GERADAS FICAM SEM REFEICAO DE ACOMPANHANTE           *
      *------------------------------------------------------------------*

       DI2-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADDIAR.DAT..:"
           MOVE 22 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO CNS-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT DI2VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO CNS-CONV.
           OPEN OUTPUT DI2TMP.
       DI2-LER.
           READ DI2VEL
               AT END
                   GO TO DI2-COPIA.
           MOVE REGDI2V TO DI2T-VELHO
           MOVE ZEROS TO DI2T-VALACP
           WRITE REGDI2T
           ADD 1 TO W-TOTREG
           GO TO DI2-LER.
       DI2-COPIA.
           CLOSE DI2VEL DI2TMP
           OPEN OUTPUT DI2NOV
           OPEN INPUT DI2TMP.
       DI2-COPIA1.
           READ DI2TMP
               AT END
                   GO TO DI2-FIM.
           WRITE REGDI2N FROM REGDI2T
           GO TO DI2-COPIA1.
       DI2-FIM.
           CLOSE DI2NOV DI2TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADCONS (CHAVES POR CPF E POR DATA)--------------*
      * REGISTRO NAO MUDA: SO RECONSTROI O ARQUIVO COM INDICES NOVOS *
      *---------------------------------------------------------------*

       CNS-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADCONS.DAT..:"
           MOVE 23 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO ATD-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT CNSVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO ATD-CONV.
           OPEN OUTPUT CNSTMP.
       CNS-LER.
           READ CNSVEL
               AT END
                   GO TO CNS-COPIA.
           WRITE REGCNST FROM REGCNSV
           ADD 1 TO W-TOTREG
           GO TO CNS-LER.
       CNS-COPIA.
           CLOSE CNSVEL CNSTMP
           OPEN OUTPUT CNSNOV
           OPEN INPUT CNSTMP.
       CNS-COPIA1.
           READ CNSTMP
               AT END
                   GO TO CNS-FIM.
           WRITE REGCNSN FROM REGCNST
           GO TO CNS-COPIA1.
       CNS-FIM.
           CLOSE CNSNOV CNSTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADATEND (CHAVES POR CPF E POR DATA)-------------*
      * REGISTRO NAO MUDA: SO RECONSTROI O ARQUIVO COM INDICES NOVOS *
      *---------------------------------------------------------------*

       ATD-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADATEND.DAT.:"
           MOVE 24 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO MD2-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT ATDVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO MD2-CONV.
           OPEN OUTPUT ATDTMP.
       ATD-LER.
           READ ATDVEL
               AT END
                   GO TO ATD-COPIA.
           WRITE REGATDT FROM REGATDV
           ADD 1 TO W-TOTREG
           GO TO ATD-LER.
       ATD-COPIA.
           CLOSE ATDVEL ATDTMP
           OPEN OUTPUT ATDNOV
           OPEN INPUT ATDTMP.
       ATD-COPIA1.
           READ ATDTMP
               AT END
                   GO TO ATD-FIM.
           WRITE REGATDN FROM REGATDT
           GO TO ATD-COPIA1.
       ATD-FIM.
           CLOSE ATDNOV ATDTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADMEDIC (LISTA DA PORTARIA 344)-----------------*
      * TODOS OS MEDICAMENTOS ENTRAM COMO COMUNS (LISTA EM BRANCO) E   *
      * SEM LIMITE DE QUANTIDADE; A CLASSIFICACAO E FEITA NO SMP050    *
      *---------------------------------------------------------------*

       MD2-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADMEDIC.DAT.:"
           MOVE 25 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO AP2-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT MD2VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO AP2-CONV.
           OPEN OUTPUT MD2TMP.
       MD2-LER.
           READ MD2VEL
               AT END
                   GO TO MD2-COPIA.
           MOVE REGMD2V TO MD2T-VELHO
           MOVE SPACES TO MD2T-LISTA
           MOVE ZEROS TO MD2T-QTDMAX
           WRITE REGMD2T
           ADD 1 TO W-TOTREG
           GO TO MD2-LER.
       MD2-COPIA.
           CLOSE MD2VEL MD2TMP
           OPEN OUTPUT MD2NOV
           OPEN INPUT MD2TMP.
       MD2-COPIA1.
           READ MD2TMP
               AT END
                   GO TO MD2-FIM.
           WRITE REGMD2N FROM REGMD2T
           GO TO MD2-COPIA1.
       MD2-FIM.
           CLOSE MD2NOV MD2TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADATPRC (PACOTE DE PROCEDIMENTOS)---------------*
      * LANCAMENTOS JA EXISTENTES FICAM FORA DE PACOTE (PACOTE ZERO)   *
      *---------------------------------------------------------------*

       AP2-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADATPRC.DAT.:"
           MOVE 26 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO PAG-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT AP2VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO PAG-CONV.
           OPEN OUTPUT AP2TMP.
       AP2-LER.
           READ AP2VEL
               AT END
                   GO TO AP2-COPIA.
           MOVE REGAP2V TO AP2T-VELHO
           MOVE ZEROS TO AP2T-PACOTE
           MOVE SPACES TO AP2T-PACPAPEL
           WRITE REGAP2T
           ADD 1 TO W-TOTREG
           GO TO AP2-LER.
       AP2-COPIA.
           CLOSE AP2VEL AP2TMP
           OPEN OUTPUT AP2NOV
           OPEN INPUT AP2TMP.
       AP2-COPIA1.
           READ AP2TMP
               AT END
                   GO TO AP2-FIM.
           WRITE REGAP2N FROM REGAP2T
           GO TO AP2-COPIA1.
       AP2-FIM.
           CLOSE AP2NOV AP2TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADPAGAR (APROVACAO POR ALCADA)-----------------*
      * TITULO JA PAGO ENTRA APROVADO; TITULO EM ABERTO ENTRA         *
      * AGUARDANDO APROVACAO NO SMP067 ANTES DA BAIXA                 *
      *---------------------------------------------------------------*

       PAG-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADPAGAR.DAT.:"
           MOVE 27 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO CN2-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT PAGVEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO CN2-CONV.
           OPEN OUTPUT PAGTMP.
       PAG-LER.
           READ PAGVEL
               AT END
                   GO TO PAG-COPIA.
           MOVE REGPAGV TO PAGT-VELHO
           MOVE SPACES TO PAGT-DOCUMENTO PAGT-APROVADOR
           MOVE ZEROS TO PAGT-DTLANC PAGT-DTAPROV
           IF PAGV-SITUACAO = "P"
                MOVE "A" TO PAGT-APROVACAO
           ELSE
                MOVE "P" TO PAGT-APROVACAO.
           WRITE REGPAGT
           ADD 1 TO W-TOTREG
           GO TO PAG-LER.
       PAG-COPIA.
           CLOSE PAGVEL PAGTMP
           OPEN OUTPUT PAGNOV
           OPEN INPUT PAGTMP.
       PAG-COPIA1.
           READ PAGTMP
               AT END
                   GO TO PAG-FIM.
           WRITE REGPAGN FROM REGPAGT
           GO TO PAG-COPIA1.
       PAG-FIM.
           CLOSE PAGNOV PAGTMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADCONS (COBERTURA DA CONSULTA)------------------*
      * CONSULTAS JA GRAVADAS FICAM COM O CONVENIO ATUAL DO CADASTRO *
      * DO PACIENTE, O PLANO DO CONVENIO E A CARTEIRINHA DO CADASTRO *
      *---------------------------------------------------------------*

       CN2-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADCONS.DAT..:"
           MOVE 28 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO CB1-CONV.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT CN2VEL
           IF ST-ERRO NOT = "00"
                DISPLAY (W-LIN, 21) "PULADO - STATUS " ST-ERRO
                GO TO CB1-CONV.
           PERFORM LKP-ABRE THRU LKP-ABRE-FIM
           OPEN OUTPUT CN2TMP.
       CN2-LER.
           READ CN2VEL
               AT END
                   GO TO CN2-COPIA.
           MOVE REGCN2V TO CN2T-VELHO
           MOVE ZEROS TO CN2T-COBSEQ CN2T-CONVENIO CN2T-PLANO
           MOVE SPACES TO CN2T-CARTEIRA
           IF W-PACABERTO NOT = "S"
                GO TO CN2-GRAVA.
           MOVE CN2V-CPF TO PCV-CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO CN2-GRAVA.
           MOVE PCV-CONVENIO TO CN2T-CONVENIO
           MOVE PCV-CARTEIRA TO CN2T-CARTEIRA
           IF W-CNVABERTO NOT = "S" OR PCV-CONVENIO = ZEROS
                GO TO CN2-GRAVA.
           MOVE PCV-CONVENIO TO CVV-CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE CVV-PLANO TO CN2T-PLANO.
       CN2-GRAVA.
           WRITE REGCN2T
           ADD 1 TO W-TOTREG
           GO TO CN2-LER.
       CN2-COPIA.
           CLOSE CN2VEL CN2TMP
           PERFORM LKP-FECHA THRU LKP-FECHA-FIM
           OPEN OUTPUT CN2NOV
           OPEN INPUT CN2TMP.
       CN2-COPIA1.
           READ CN2TMP
               AT END
                   GO TO CN2-FIM.
           WRITE REGCN2N FROM REGCN2T
           GO TO CN2-COPIA1.
       CN2-FIM.
           CLOSE CN2NOV CN2TMP
           DISPLAY (W-LIN, 21) W-TOTREG " REGISTROS CONVERTIDOS".

      *---------------CADCOBER (CARGA INICIAL)-------------------------*
      * CADA PACIENTE COM CONVENIO NO CADASTRO GANHA A COBERTURA 01, *
      * PRIORIDADE 1 (PRINCIPAL), COM A CARTEIRINHA DO CADASTRO;     *
      * CADCOBER JA EXISTENTE E PULADO                               *
      *---------------------------------------------------------------*

       CB1-CONV.
           PERFORM LIN-AVANCA THRU LIN-AVANCA-FIM
           DISPLAY (W-LIN, 05) "CADCOBER.DAT.:"
           MOVE 29 TO W-PASSO
           DISPLAY (W-LIN, 02) W-PASSO
           IF W-PASSO < W-PASSOINI
                DISPLAY (W-LIN, 21) "PULADO - PASSO JA EXECUTADO"
                GO TO CONV-FIM.
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           MOVE ZEROS TO W-TOTREG
           OPEN INPUT CADCOBER
           IF ST-ERRO = "00"
                CLOSE CADCOBER
                DISPLAY (W-LIN, 21) "PULADO - STATUS 00"
                GO TO CONV-FIM.
           PERFORM LKP-ABRE THRU LKP-ABRE-FIM
           IF W-PACABERTO NOT = "S"
                DISPLAY (W-LIN, 21) "PULADO - SEM CADPACI"
                PERFORM LKP-FECHA THRU LKP-FECHA-FIM
                GO TO CONV-FIM.
           OPEN OUTPUT CADCOBER
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO PCV-CPF
           START CADPACI KEY IS NOT LESS PCV-CPF
               INVALID KEY
                   GO TO CB1-FIM.
       CB1-LER.
           READ CADPACI NEXT RECORD
               AT END
                   GO TO CB1-FIM.
           IF PCV-CONVENIO = ZEROS
                GO TO CB1-LER.
           MOVE PCV-CPF TO COB-CPF
           MOVE 01 TO COB-SEQ
           MOVE PCV-CONVENIO TO COB-CONVENIO
           MOVE ZEROS TO COB-PLANO
           IF W-CNVABERTO = "S"
                MOVE PCV-CONVENIO TO CVV-CODIGO
                READ CADCONV
                IF ST-ERRO = "00"
                     MOVE CVV-PLANO TO COB-PLANO.
           MOVE PCV-CARTEIRA TO COB-CARTEIRA
           MOVE PCV-CARTVALID TO COB-CARTVALID
           MOVE 1 TO COB-PRIORIDADE
           MOVE "A" TO COB-SITUACAO
           MOVE W-DATAHOJE TO COB-DTALT
           MOVE "SMP096" TO COB-OPERADOR
           WRITE REGCOBER
           ADD 1 TO W-TOTREG
           GO TO CB1-LER.
       CB1-FIM.
           CLOSE CADCOBER
           PERFORM LKP-FECHA THRU LKP-FECHA-FIM
           DISPLAY (W-LIN, 21) W-TOTREG " COBERTURAS CRIADAS".

       CONV-FIM.
           COMPUTE W-PASSO = W-PASSOMAX + 1
           PERFORM CTL-GRAVA THRU CTL-GRAVA-FIM
           DISPLAY (22, 05) "*** CONVERSAO CONCLUIDA ***".
       ROT-FIM.
           DISPLAY (23, 05) "ENTER PARA ENCERRAR"
           ACCEPT (23, 26) W-OPCAO
           DISPLAY (01, 01) ERASE
           STOP RUN.
      *
      *----PROXIMA LINHA DO QUADRO; CHEIO, PEDE ENTER E RECOMECA-------*
      *
       LIN-AVANCA.
           ADD 1 TO W-LIN
           IF W-LIN > 21
                DISPLAY (23, 05) "ENTER PARA CONTINUAR"
                ACCEPT (23, 26) W-OPCAO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 10)
                  "*** CONVERSAO DE LEIAUTES DOS ARQUIVOS ***"
                MOVE 10 TO W-LIN.
       LIN-AVANCA-FIM.
           EXIT.
      *
      *----GRAVA NO CADCNVCT O PASSO ANTERIOR AO CORRENTE COMO--------*
      *----EXECUTADO (NA RETOMADA, COMECA NO PASSO CORRENTE)----------*
      *
       CTL-GRAVA.
           COMPUTE CTL-ULTPASSO = W-PASSO - 1
           ACCEPT CTL-DATA FROM DATE YYYYMMDD
           OPEN OUTPUT CADCNVCT
           IF ST-ERRO NOT = "00"
                GO TO CTL-GRAVA-FIM.
           WRITE REGCNVCT
           CLOSE CADCNVCT.
       CTL-GRAVA-FIM.
           EXIT.
      *
      *----CADPACI E CADCONV PARA CONSULTA (AUSENTE = SEM CONVENIO)----*
      *
       LKP-ABRE.
           MOVE "N" TO W-PACABERTO W-CNVABERTO
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
                MOVE "S" TO W-PACABERTO.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
                MOVE "S" TO W-CNVABERTO.
       LKP-ABRE-FIM.
           EXIT.
       LKP-FECHA.
           IF W-PACABERTO = "S"
                CLOSE CADPACI.
           IF W-CNVABERTO = "S"
                CLOSE CADCONV.
       LKP-FECHA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
