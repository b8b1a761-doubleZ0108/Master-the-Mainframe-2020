      *                BALANCE AND THIS PROGRAM MUST NOT HAVE ENDED
      *                ALREADY, SO THE DOWNSTREAM EXTRACT CAN NEVER
      *                BE CUT FROM AN UNPROVED OR STALE MASTER.
      *    10/15/2026  JRNLRECN MUST ALSO HAVE ENDED TODAY'S CYCLE -
      *                THE EXTRACT IS NOT CUT UNTIL THE HISTORY
      *                JOURNAL HAS BEEN PROVED AGAINST THE MASTER.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       01 TA-REG-TODAY                 PIC 9(8).
       01 TA-PRED-DONE                 PIC X.
       01 TA-SELF-DONE                 PIC X.
       01 TA-RECN-DONE                 PIC X.
       01 TA-REG-EVENT                 PIC X.
       01 CURRENT-DATE-DATA.
           05  CURRENT-DATE.
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  MSTRBAL MUST HAVE ENDED TODAY'S
      *    CYCLE (IT ONLY STAMPS ITS END WHEN THE MASTER PROVED IN
      *    BALANCE), JRNLRECN MUST HAVE ENDED IT (THE JOURNAL PROVED
      *    AGAINST THE MASTER), AND THIS PROGRAM MUST NOT HAVE ENDED
      *    ALREADY - OTHERWISE THE RUN REFUSES TO START.
      *    -----------------------------------------------------------
       0100-VERIFY-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
              CURRENT-DAY
           MOVE "N" TO TA-PRED-DONE
           MOVE "N" TO TA-SELF-DONE
           MOVE "N" TO TA-RECN-DONE
           MOVE "N" TO REG-EOF
           OPEN INPUT RUN-REG
           IF REG-STATUS = "00" THEN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-RECN-DONE NOT = "Y" THEN
              DISPLAY "MSTRXTR: JRNLRECN HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-SELF-DONE = "Y" THEN
              DISPLAY "MSTRXTR: ALREADY COMPLETED THIS CYCLE - "
                 "RUN ABORTED"
              IF REG-PROGRAM = "MSTRBAL" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-PRED-DONE
              END-IF
              IF REG-PROGRAM = "JRNLRECN" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-RECN-DONE
              END-IF
              IF REG-PROGRAM = "MSTRXTR" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-SELF-DONE
              END-IF
