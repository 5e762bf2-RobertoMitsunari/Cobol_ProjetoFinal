      *******************************************
      *    MANUTENCAO DO CADASTRO DE LEITOS DE  *
      *    INTERNACAO DA CLINICA                *
      *    LEITO EM HIGIENIZACAO (H) SO VOLTA A *
      *    ATIVO PELA LIBERACAO DO SMP124: A    *
      *    ALTERACAO MANTEM A SITUACAO E A      *
      *    INATIVACAO E RECUSADA                *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 LEI-SITUACAO     PIC X(01).
             88 LEI-ATIVO          VALUE "A".
             88 LEI-INATIVO        VALUE "I".
             88 LEI-HIGIENIZ       VALUE "H".
          03 LEI-UNIDADE      PIC 9(02).

      *-----------------------------------------------------------------
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                IF W-SEL = 1
                      GO TO ALT-RW1.
                MOVE "A" TO LEI-SITUACAO
                WRITE REGLEITO
                IF ST-ERRO = "00" OR "02"
                         GO TO EXC-OPC.
      *
       EXC-OPC.
                IF LEI-HIGIENIZ
                   MOVE "* LEITO EM HIGIENIZACAO - LIBERAR NO SMP124 *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
