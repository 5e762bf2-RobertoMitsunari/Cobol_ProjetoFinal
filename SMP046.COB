                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATD-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATD-DATA WITH DUPLICATES.
           SELECT REGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                ADD 1 TO IE
                GO TO ACU-LIMPA.
       ACU-VARRE.
           MOVE W-ANTANO TO ATD-ANO
           MOVE W-ANTMES TO ATD-MES
           MOVE ZEROS TO ATD-DIA
           START CADATEND KEY IS NOT LESS ATD-DATA
               INVALID KEY
                   GO TO REL-GRAVA.
       ACU-LER.
              IF ATD-ANO = W-ANTANO AND ATD-MES = W-ANTMES
                MOVE "P" TO W-OPCAO
              ELSE
                GO TO REL-GRAVA.
           MOVE ATD-CRM TO CRM
           READ REGMED
           IF ST-ERRO NOT = "00"
