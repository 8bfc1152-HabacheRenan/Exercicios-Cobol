           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADPRO
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
