                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADATEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT CADEXAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CONS-CHAVE.
             05 CONS-CRM       PIC 9(06).
             05 CONS-DATA      PIC 9(08).
             05 CONS-HORA      PIC 9(04).
          03 CONS-CPF          PIC 9(11).
          03 CONS-TIPO         PIC X(01).
          03 CONS-SITUACAO     PIC X(01).
          03 CONS-GLOSASIT     PIC X(01).
          03 CONS-AGENDDATA    PIC 9(08).
          03 CONS-AGENDHORA    PIC 9(04).
          03 CONS-COBSEQ       PIC 9(02).
          03 CONS-CONVENIO     PIC 9(04).
          03 CONS-PLANO        PIC 9(02).
          03 CONS-CARTEIRA     PIC X(20).
      *
       FD CADATEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEND.DAT".
       01 REGATEND.
          03 ATD-CHAVE.
             05 ATD-CRM        PIC 9(06).
             05 ATD-DATA       PIC 9(08).
             05 ATD-HORA       PIC 9(04).
          03 ATD-CPF           PIC 9(11).
          03 ATD-CID           PIC 9(04).
          03 ATD-NOTAS         PIC X(120).
                GO TO R4.

      *----TRANSFERE AS CONSULTAS DO DUPLICADO PARA O SOBREVIVENTE-----*
      *    A CONSULTA REGRAVADA SAI DA CHAVE DO DUPLICADO: RECOMECA    *
      *    A LEITURA PELO CPF DUPLICADO APOS CADA REGRAVACAO           *

       MRG-CONS.
           MOVE W-CPFDUP TO CONS-CPF
           START CADCONS KEY IS NOT LESS CONS-CPF
               INVALID KEY
                   GO TO MRG-ATD.
       MRG-CONS1.
               AT END
                   GO TO MRG-ATD.
           IF CONS-CPF NOT = W-CPFDUP
                GO TO MRG-ATD.
           MOVE W-CPFVIVO TO CONS-CPF
           REWRITE REGCONS
           IF ST-ERRO = "00" OR "02"
                ADD 1 TO W-TOTCONS
                GO TO MRG-CONS.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       MRG-ATD.
           IF W-ATDABERTO NOT = "S"
                GO TO MRG-EXA.
           MOVE W-CPFDUP TO ATD-CPF
           START CADATEND KEY IS NOT LESS ATD-CPF
               INVALID KEY
                   GO TO MRG-EXA.
       MRG-ATD1.
               AT END
                   GO TO MRG-EXA.
           IF ATD-CPF NOT = W-CPFDUP
                GO TO MRG-EXA.
           MOVE W-CPFVIVO TO ATD-CPF
           REWRITE REGATEND
           IF ST-ERRO = "00" OR "02"
                ADD 1 TO W-TOTATD
                GO TO MRG-ATD.
           GO TO MRG-ATD1.

       MRG-EXA.
