           03 FILLER PIC X(84).
           03 STCLI PIC X(01).
           03 BXCLI PIC 9(08).
           03 FILLER PIC X(23).
       FD ARQBAIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQNOME.
