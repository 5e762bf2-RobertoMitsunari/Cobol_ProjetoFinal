      * AGENDADOS NO CADCONS. O AGENDAMENTO (SMP006) OCUPA  *
      * E LIBERA O SLOT, E A BUSCA DO SMP033 LE A GRADE     *
      * DIRETO. PODE SER CHAMADO PELAS MANUTENCOES DE       *
      * AGENDA/AUSENCIA PARA REGERAR SO O CRM AFETADO.      *
      * AGENDA CUJA SALA HABITUAL TEM ORDEM DE MANUTENCAO   *
      * IMPEDITIVA ABERTA (CADORDMA) NAO RECEBE SLOTS       *
      * LIVRES; SO OS JA AGENDADOS SAO MANTIDOS, OCUPADOS   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADORDMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORM-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORM-SALA WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 AGE-HFIMMI     PIC 9(02).
          03 AGE-SLOT          PIC 9(03).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-RESTO        PIC X(174).
      *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-TOTSLOT  PIC 9(06) VALUE ZEROS.
       01 W-AUSABERTO PIC X(01) VALUE "N".
       01 W-FERABERTO PIC X(01) VALUE "N".
       01 W-ORMABERTO PIC X(01) VALUE "N".
       01 W-SALAIMP   PIC X(01) VALUE "N".
       01 W-TOTIMPED  PIC 9(04) VALUE ZEROS.
       01 W-EHFERIADO PIC X(01) VALUE "N".
       01 W-EHAUSENTE PIC X(01) VALUE "N".
       01 W-MINTENT  PIC 9(05) VALUE ZEROS.
           OPEN INPUT CADFERI
           IF ST-ERRO = "00"
                MOVE "S" TO W-FERABERTO.
           MOVE "N" TO W-ORMABERTO
           OPEN INPUT CADORDMA
           IF ST-ERRO = "00"
                MOVE "S" TO W-ORMABERTO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-TOTDIAS = W-SEMANAS * 7.
      *
      ******************************************************************
       GER-CRM.
           PERFORM SLT-LIMPA THRU SLT-LIMPA-FIM
           PERFORM SAL-CHECA THRU SAL-CHECA-FIM
           IF W-SALAIMP = "S"
                ADD 1 TO W-TOTIMPED.
           MOVE W-HOJEANO TO W-TENTANO
           MOVE W-HOJEMES TO W-TENTMES
           MOVE W-HOJEDIA TO W-TENTDIA
           IF ST-ERRO = "00"
              IF NOT CONS-CANCELADA
                 MOVE "O" TO SLT-SITUACAO.
      *----SALA HABITUAL EM MANUTENCAO: NAO OFERECE HORARIO LIVRE------*
           IF W-SALAIMP = "S" AND SLT-LIVRE
                GO TO GER-SLOT-PROX.
           WRITE REGSLOT
           IF ST-ERRO = "22"
                REWRITE REGSLOT.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSLOT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GER-CRM-FIM.
           ADD 1 TO W-TOTSLOT.
       GER-SLOT-PROX.
           ADD AGE-SLOT TO W-MINTENT
           GO TO GER-SLOT.
       GER-DIA-PROX.
       SLT-LIMPA-FIM.
           EXIT.
      *
      *----SALA HABITUAL DA AGENDA COM ORDEM IMPEDITIVA ABERTA---------*
      *
       SAL-CHECA.
           MOVE "N" TO W-SALAIMP
           IF W-ORMABERTO NOT = "S" OR AGE-SALA = ZEROS
                GO TO SAL-CHECA-FIM.
           MOVE AGE-SALA TO ORM-SALA
           START CADORDMA KEY IS = ORM-SALA
               INVALID KEY
                   GO TO SAL-CHECA-FIM.
       SAL-CHECA1.
           READ CADORDMA NEXT RECORD
               AT END
                   GO TO SAL-CHECA-FIM.
           IF ORM-SALA NOT = AGE-SALA
                GO TO SAL-CHECA-FIM.
           IF ORM-ABERTA AND ORM-IMPEDE = "S"
                MOVE "S" TO W-SALAIMP
                GO TO SAL-CHECA-FIM.
           GO TO SAL-CHECA1.
       SAL-CHECA-FIM.
           EXIT.
      *
      *----VERIFICA AUSENCIA DO CRM DA AGENDA EM W-TENTDATA------------*
      *
       AUS-CHECA.
                CLOSE CADAUSEN.
           IF W-FERABERTO = "S"
                CLOSE CADFERI.
           IF W-ORMABERTO = "S"
                CLOSE CADORDMA.
           IF W-CHAMADIR NOT = "S"
                DISPLAY (15, 10) "SLOTS GERADOS: " W-TOTSLOT
                DISPLAY (16, 10) "AGENDAS COM SALA EM MANUTENCAO: "
                DISPLAY (16, 42) W-TOTIMPED
                MOVE "*** GRADE DE HORARIOS GERADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIMP.
