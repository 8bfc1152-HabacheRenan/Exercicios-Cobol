           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           MOVE TXTIPO TO MTIPO
           MOVE TXQTD TO MQTD
           MOVE TXMOTIVO TO MOTIVO
           MOVE SPACE TO MPROPR
           MOVE ZEROS TO MSEQ.
       CONV-WR1.
           ADD 1 TO MSEQ
