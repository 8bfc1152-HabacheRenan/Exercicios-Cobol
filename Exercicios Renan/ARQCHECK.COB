           03 K2PRO PIC X(30).
           03 FILLER PIC X(92).
           03 K3PRO PIC 9(13).
           03 FILLER PIC X(16).
       FD CADEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".
           VALUE OF FILE-ID IS "CADPEDIDO.DAT".
       01 REGPED.
           03 K1PED PIC 9(06).
           03 FILLER PIC X(90).
       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDITEM.DAT".
