           03 CONTRATOOK        PIC X(01).
           03 PROVA45           PIC 9(08).
           03 PROVA90           PIC 9(08).
           03 ADMTIPOCONT       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
