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
       FD CADPACTX
               LABEL RECORD IS STANDARD
