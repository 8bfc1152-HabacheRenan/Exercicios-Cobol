           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
