      *******************************************
      *    MANUTENCAO DA AGENDA DE DISPONIBI-   *
      *    LIDADE DOS MEDICOS (DIAS, HORARIOS   *
      *    E DURACAO DO SLOT DE CONSULTA) E     *
      *    SALA HABITUAL DE ATENDIMENTO         *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             05 AGE-HFIMMI     PIC 9(02).
          03 AGE-SLOT          PIC 9(03).
          03 AGE-UNIDADE       PIC 9(02).
          03 AGE-SALA          PIC 9(02).

       FD REGMED
               LABEL RECORD IS STANDARD
          03 UNI-TELEFONE      PIC 9(11).
          03 UNI-SITUACAO      PIC X(01).

       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO       PIC 9(02).
          03 SALA-DESCR        PIC X(20).
          03 SALA-ANDAR        PIC 9(02).
          03 SALA-SITUACAO     PIC X(01).
             88 SALA-ATIVA         VALUE "A".
             88 SALA-INATIVA       VALUE "I".
          03 SALA-UNIDADE      PIC 9(02).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-UNIABERTO   PIC X(01) VALUE "N".
       01 W-SALABERTO   PIC X(01) VALUE "N".
       01 W-CHAMADA     PIC X(01) VALUE SPACES.
       01 W-CRMREGEN    PIC 9(06) VALUE ZEROS.
       01 MEDNOME       PIC X(30) VALUE SPACES.
               LINE 15  COLUMN 30  PIC 9(02)
               USING  AGE-UNIDADE
               HIGHLIGHT.
           05  LINE 17  COLUMN 01
               VALUE  "     SALA HABITUAL (00=SEM).:".
           05  TSALA
               LINE 17  COLUMN 30  PIC 9(02)
               USING  AGE-SALA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.

           OPEN INPUT CADUNID
           IF ST-ERRO = "00"
                MOVE "S" TO W-UNIABERTO.
           MOVE "N" TO W-SALABERTO
           OPEN INPUT CADSALA
           IF ST-ERRO = "00"
                MOVE "S" TO W-SALABERTO.

       R0A.
           OPEN INPUT REGMED
           MOVE "N" TO AGE-DOM AGE-SEG AGE-TER AGE-QUA AGE-QUI
                       AGE-SEX AGE-SAB
           MOVE ZEROS TO AGE-HINI AGE-HFIM AGE-SLOT AGE-UNIDADE
           MOVE ZEROS TO AGE-SALA
           MOVE SPACES TO MEDNOME
           MOVE ZEROS TO W-SEL
           DISPLAY TELAAGENDA.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.

      *----SALA HABITUAL: ATIVA E DA MESMA UNIDADE DA AGENDA; E POR---*
      *----ELA QUE A MANUTENCAO DE EQUIPAMENTO BLOQUEIA A GRADE--------*
       R8.
           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.
           IF AGE-SALA = ZEROS OR W-SALABERTO NOT = "S"
                GO TO INC-OPC.
           MOVE AGE-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO NOT = "00"
                MOVE "*** SALA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.
           IF SALA-INATIVA
                MOVE "*** SALA INATIVA - NAO PERMITIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.
           IF SALA-UNIDADE NOT = AGE-UNIDADE
                MOVE "*** SALA DE OUTRA UNIDADE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE CADAGEN REGMED.
           IF W-UNIABERTO = "S"
                CLOSE CADUNID.
           IF W-SALABERTO = "S"
                CLOSE CADSALA.
       ROT-FIMP.
           EXIT PROGRAM.

