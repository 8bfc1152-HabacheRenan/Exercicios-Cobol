           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADMOVARQ
           LABEL RECORD IS STANDARD
              MOVE "F" TO MTIPO
              COMPUTE MQTD = ZEROS - TQ-SALDO(I).
           MOVE "SALDO ANTERIOR" TO MOTIVO
           MOVE SPACE TO MPROPR
           MOVE ZEROS TO MSEQ.
       SALDO-WR2.
           ADD 1 TO MSEQ
