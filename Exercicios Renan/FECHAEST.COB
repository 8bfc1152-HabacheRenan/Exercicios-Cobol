               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
