             05 REC-DIA        PIC 9(02).
          03 REC-HORA          PIC 9(04).
          03 REC-OPERADOR      PIC X(08).
          03 REC-RPS           PIC 9(08).
          03 REC-NFSE          PIC 9(10).
          03 REC-NFSVERIF      PIC X(10).
      *
       FD CADREMCT
               LABEL RECORD IS STANDARD
          03 LOT-SITUACAO      PIC X(01).
             88 LOT-GERADO         VALUE "G".
             88 LOT-PAGO           VALUE "P".
          03 LOT-RPS           PIC 9(08).
          03 LOT-NFSE          PIC 9(10).
          03 LOT-NFSVERIF      PIC X(10).
      *
       FD CADORDEM
               LABEL RECORD IS STANDARD
          03 ORD-VALOR         PIC 9(10)V99.
          03 ORD-DTGER         PIC 9(08).
          03 ORD-OPERADOR      PIC X(08).
          03 ORD-TIPOPES       PIC X(01).
             88 ORD-PESFISICA      VALUE "F".
             88 ORD-PESJURIDICA    VALUE "J".
          03 ORD-INSS          PIC 9(08)V99.
          03 ORD-BASEIR        PIC 9(10)V99.
          03 ORD-IRRF          PIC 9(08)V99.
          03 ORD-ISS           PIC 9(08)V99.
          03 ORD-LIQUIDO       PIC 9(10)V99.
          03 ORD-QTDPLT        PIC 9(03).
          03 ORD-VALPLT        PIC 9(08)V99.
          03 ORD-QTDRET        PIC 9(03).
          03 ORD-VALRET        PIC 9(08)V99.
      *
       FD CADPAGAR
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
       FD CONTABIL
               LABEL RECORD IS STANDARD
