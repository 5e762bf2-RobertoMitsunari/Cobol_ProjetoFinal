                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CONS-CPF WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CONS-DATA WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
             88 CONS-REALIZADA      VALUE "R".
             88 CONS-PRESENTE       VALUE "P".
             88 CONS-NAOCOMP        VALUE "N".
          03 CONS-RESTO        PIC X(174).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
             88 PAG-ABERTO         VALUE "A".
             88 PAG-PAGO           VALUE "P".
          03 PAG-OPERADOR      PIC X(08).
          03 PAG-DOCUMENTO     PIC X(15).
          03 PAG-DTLANC        PIC 9(08).
          03 PAG-APROVACAO     PIC X(01).
             88 PAG-AGUARDANDO     VALUE "P".
             88 PAG-APROVADO       VALUE "A".
          03 PAG-APROVADOR     PIC X(08).
          03 PAG-DTAPROV       PIC 9(08).
      *
       FD CADFLXTX
               LABEL RECORD IS STANDARD
      *----ENTRADAS PREVISTAS DE PARTICULARES (AGENDA FUTURA)----------*
      *
       PAR-001.
           MOVE W-DATAHOJE TO CONS-DATA
           START CADCONS KEY IS NOT LESS CONS-DATA
               INVALID KEY
                   GO TO SAI-001.
       PAR-LER.
