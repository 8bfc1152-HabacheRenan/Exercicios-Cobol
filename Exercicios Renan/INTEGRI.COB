           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADFOR
           LABEL RECORD IS STANDARD
           03 PFCODIGO          PIC 9(06).
           03 PFCNPJ            PIC 9(14).
           03 PFPRECO           PIC 9(09)V99.
           03 PFCODFOR          PIC X(15).
           03 PFVIGEN           PIC 9(08).

       FD CADFOREND
           LABEL RECORD IS STANDARD
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
