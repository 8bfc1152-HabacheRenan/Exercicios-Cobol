           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
       FD CADPROS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROS.TXT".
       01 REGPROS            PIC X(142).

       FD CADPROC
           LABEL RECORD IS STANDARD
