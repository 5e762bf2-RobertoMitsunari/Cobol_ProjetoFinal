                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUS-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFERI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             05 CONS-AGDMES    PIC 9(02).
             05 CONS-AGDDIA    PIC 9(02).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD REGMED
               LABEL RECORD IS STANDARD
             05 AGE-HFIMMI     PIC 9(02).
          03 AGE-SLOT          PIC 9(03).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
             05 AUS-FIMMES     PIC 9(02).
             05 AUS-FIMDIA     PIC 9(02).
          03 AUS-MOTIVO        PIC X(30).
      *
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
      *
       FD CADFERI
               LABEL RECORD IS STANDARD
             88 PAC-ATIVO       VALUE "A".
             88 PAC-INATIVO     VALUE "I".
          03 FILLER         PIC X(16).
          03 PAC-CARTEIRA   PIC X(20).
          03 FILLER         PIC X(08).
          03 FILLER         PIC X(12).
          03 FILLER         PIC X(11).
      *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-SLTHH       PIC 9(02) VALUE ZEROS.
       01 W-SLTMI       PIC 9(02) VALUE ZEROS.
       01 W-AUSABERTO   PIC X(01) VALUE "N".
       01 W-CRDABERTO   PIC X(01) VALUE "N".
       01 W-CRDOK       PIC X(01) VALUE "N".
       01 W-FERABERTO   PIC X(01) VALUE "N".
       01 W-EHFERIADO   PIC X(01) VALUE "N".
       01 W-LIVREMIN    PIC 9(04) VALUE ZEROS.
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUSENCIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
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
           MOVE "N" TO W-SLTABERTO
           OPEN I-O CADSLOT
           IF ST-ERRO = "00"
       MED-AUSENTE-FIM.
           EXIT.

      *----VERIFICA O CREDENCIAMENTO DO MEDICO NO CONVENIO DO PACIENTE-*
      *----NA DATA DO HORARIO (W-CRDOK=S). PARTICULAR NAO E VERIFICADO-*

       CRD-CHECA.
           MOVE "S" TO W-CRDOK
           IF W-CRDABERTO NOT = "S"
                GO TO CRD-CHECA-FIM.
           IF PACCONVENIO = ZEROS
                GO TO CRD-CHECA-FIM.
           MOVE "N" TO W-CRDOK
           MOVE W-MELHORCRM TO CRD-CRM
           MOVE PACCONVENIO TO CRD-CONV
           MOVE ZEROS TO CRD-DTINI
           START CADCRED KEY IS NOT LESS CRD-CHAVE
               INVALID KEY
                   GO TO CRD-CHECA-FIM.
       CRD-CHECA1.
           READ CADCRED NEXT RECORD
               AT END
                   GO TO CRD-CHECA-FIM.
           IF CRD-CRM NOT = W-MELHORCRM OR CRD-CONV NOT = PACCONVENIO
                GO TO CRD-CHECA-FIM.
           IF W-TENTDATA < CRD-DTINI
                GO TO CRD-CHECA-FIM.
           IF CRD-DTFIM = ZEROS OR W-TENTDATA NOT > CRD-DTFIM
                MOVE "S" TO W-CRDOK
                GO TO CRD-CHECA-FIM.
           GO TO CRD-CHECA1.
       CRD-CHECA-FIM.
           EXIT.

      *----VERIFICA SE W-TENTDATA E FERIADO (FIXO OU RECORRENTE)-------*

       FER-CHECA.
                MOVE "*** CONVENIO INATIVO - NAO PERMITIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM CRD-CHECA THRU CRD-CHECA-FIM
           IF W-CRDOK NOT = "S"
                MOVE "*** MEDICO NAO CREDENCIADO NO CONVENIO ***"
                                                           TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE PLANO TO PLN-CODIGO
           READ CADPLANO
           IF ST-ERRO NOT = "00"
           MOVE ZEROS TO CONS-GUIA CONS-GUIADATA CONS-LOTE
           MOVE ZEROS TO CONS-VALFAT CONS-VALPAGO
           MOVE SPACES TO CONS-GUIASIT
           MOVE ZEROS TO CONS-COBSEQ
           MOVE PACCONVENIO TO CONS-CONVENIO
           MOVE PLANO TO CONS-PLANO
           MOVE PAC-CARTEIRA TO CONS-CARTEIRA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-HOJEANO TO CONS-AGDANO
                 CADPACI CADCONV CADPLANO.
           IF W-AUSABERTO = "S"
                CLOSE CADAUSEN.
           IF W-CRDABERTO = "S"
                CLOSE CADCRED.
           IF W-FERABERTO = "S"
                CLOSE CADFERI.
           IF W-SLTABERTO = "S"
