          03 CSN-PESQUISA      PIC X(01).
          03 CSN-DTREG         PIC 9(08).
          03 CSN-OPERADOR      PIC X(08).
          03 CSN-CID           PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
