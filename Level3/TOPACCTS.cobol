      *    SO NUMVAL-C LOST THE LAST CENTS DIGIT OF EVERY PROMOTED
      *    BALANCE WITH ODD CENTS.  THE ORIGINAL UNSIGNED MASTER
      *    STILL READS CORRECTLY - ITS 13TH COLUMN WAS FILLER BLANK.
      *    JOINED THE SHARED RUN REGISTRY (RUNREG).  THE REPORTS ARE
      *    NOT CUT UNTIL JRNLRECN HAS ENDED TODAY'S CYCLE, I.E. THE
      *    HISTORY JOURNAL HAS BEEN PROVED AGAINST THE MASTER THESE
      *    REPORTS READ.  THE RUN STAMPS ITS START AND ITS SUCCESSFUL
      *    END LIKE EVERY OTHER REGISTERED PROGRAM, BUT A SECOND RUN
      *    IN THE SAME CYCLE IS STILL ALLOWED - FINANCE RERUNS THE
      *    REPORT FOR A NEW CUTOFF.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           SELECT DORM-FILE ASSIGN TO DORMFILE.
           SELECT CTL-FILE ASSIGN TO CTLFILE
              FILE STATUS IS CTL-STATUS.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
                                           SIGN IS LEADING SEPARATE.
           05 AUD-RESUMED-FLAG          PIC X(01).
           05 FILLER                    PIC X(41).
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-RUN-TIME             PIC 9(6).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       WORKING-STORAGE SECTION.
       01 CKPT-STATUS                 PIC X(02).
       01 TA-CKPT-INTERVAL            PIC 9(5) VALUE 1000.
       01 TA-MAX-AGE-DAYS              PIC 9(3) VALUE 7.
       01 TA-CTL-COUNT                 PIC 9(9).
       01 TA-CTL-AGE                   PIC S9(7).
       01 REG-STATUS                   PIC X(02).
       01 REG-EOF                      PIC X.
       01 TA-REG-TODAY                 PIC 9(8).
       01 TA-PRED-DONE                 PIC X.
       01 DIST-STATUS                  PIC X(02).
       01 DIST-EOF                     PIC X.
       01 TA-DIST-COUNT                PIC 99 VALUE 0.
              STOP RUN
           END-IF
           MOVE CTL-REC-COUNT TO TA-CTL-COUNT
           COMPUTE TA-REG-TODAY =
              CURRENT-YEAR * 10000 + CURRENT-MONTH * 100 +
              CURRENT-DAY
           MOVE "N" TO TA-PRED-DONE
           MOVE "N" TO REG-EOF
           OPEN INPUT RUN-REG
           IF REG-STATUS = "00" THEN
              PERFORM UNTIL REG-EOF = "Y"
                 READ RUN-REG
                    AT END MOVE "Y" TO REG-EOF
                    NOT AT END
                       IF REG-RUN-DATE = TA-REG-TODAY AND
                          REG-PROGRAM = "JRNLRECN" AND
                          REG-EVENT = "E" THEN
                          MOVE "Y" TO TA-PRED-DONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-REG
           END-IF
           IF TA-PRED-DONE NOT = "Y" THEN
              DISPLAY "TOPACCTS: JRNLRECN HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RUN-REG
           IF REG-STATUS NOT = "00" THEN
              OPEN OUTPUT RUN-REG
           END-IF
           MOVE SPACES TO REG-REC
           MOVE TA-REG-TODAY TO REG-RUN-DATE
           MOVE CURRENT-TIME TO REG-RUN-TIME
           MOVE "TOPACCTS" TO REG-PROGRAM
           MOVE "S" TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG
           OPEN INPUT DIST-FILE
           IF DIST-STATUS = "00" THEN
              MOVE "N" TO DIST-EOF
           CLOSE TOP-FILE
           CLOSE LOW-FILE
           CLOSE DORM-FILE
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           OPEN EXTEND RUN-REG
           IF REG-STATUS NOT = "00" THEN
              OPEN OUTPUT RUN-REG
           END-IF
           MOVE SPACES TO REG-REC
           MOVE TA-REG-TODAY TO REG-RUN-DATE
           MOVE CURRENT-TIME TO REG-RUN-TIME
           MOVE "TOPACCTS" TO REG-PROGRAM
           MOVE "E" TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG
           STOP RUN.
