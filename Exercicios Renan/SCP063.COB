       01 REGFUNC.
           03 CODFUNC           PIC X(01).
           03 DESCFUNC          PIC X(25).
           03 FUNCADIC          PIC X(01).
           03 FUNCGRAU          PIC 9(02).

       FD CADFOLHA
           LABEL RECORD IS STANDARD
