           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
