           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
       FD CADSALDO
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).
      *
       FD CADRESERVA
           LABEL RECORD IS STANDARD
