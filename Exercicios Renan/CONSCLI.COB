           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
