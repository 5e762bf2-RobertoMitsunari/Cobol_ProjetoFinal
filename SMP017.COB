       AUTHOR. Roberto Mitsunari
      *******************************************************
      * RELATORIO DE FATURAMENTO E GLOSA DE CONVENIOS        *
      * CONVENIO E PLANO SAO OS DA COBERTURA GRAVADA NA      *
      * CONSULTA, NAO OS DO CADASTRO ATUAL DO PACIENTE       *
      *******************************************************
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
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
                   GO TO LER-CONS01.
      *
       ACU-PLANO.
                IF CONS-CONVENIO = ZEROS
                   ADD 1 TO W-CNTSEMCONV
                   GO TO LER-CONS01.
                MOVE CONS-CONVENIO TO CODIGO
                READ CADCONV
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-CNTSEMCONV
                   GO TO LER-CONS01.
                IF CONS-PLANO NOT = ZEROS
                   MOVE CONS-PLANO TO PLANO.
                IF PLANO = ZEROS OR PLANO > 99
                   ADD 1 TO W-CNTSEMCONV
                   GO TO LER-CONS01.
