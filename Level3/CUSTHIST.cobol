      *                ANSWERS THE AUDITORS' "WHAT HAPPENED TO THIS
      *                ACCOUNT IN JULY" WITHOUT DIGGING THROUGH BOXES
      *                OF OLD PRINTOUTS.
      *    10/15/2026  DESCRIBES THE NEW JOURNAL ACTIONS - "F" FOR
      *                THE NSF FEE CUSTMAIN TAKES ON A RETURNED
      *                WITHDRAWAL, "L" FOR AN OVERDRAFT LIMIT CHANGE.
      *    10/15/2026  DESCRIBES THE TWO LEGS OF A TRANSFER - "X" FOR
      *                THE DEBIT, "Y" FOR THE CREDIT - AND PRINTS A
      *                SECOND LINE UNDER EACH WITH THE TRANSFER
      *                REFERENCE AND THE COUNTER-ACCOUNT, SO BOTH
      *                LEGS CAN BE TIED TOGETHER.
      *    10/15/2026  RETAIN NOW MOVES OLD JOURNAL RECORDS OUT OF
      *                HISTFILE INTO AN ARCHIVE GENERATION (HISTARC).
      *                AN "A" IN COLUMN 20 OF A REQUEST CARD READS
      *                HISTARC FIRST AND THEN CARRIES ON INTO
      *                HISTFILE.  BOTH FILES ARE NOW READ INTO A
      *                WORKING-STORAGE COPY OF THE JOURNAL RECORD.
      *    10/15/2026  AN ARCHIVE REQUEST NOW PRINTS THE ACCOUNT'S
      *                HISTORY IN FULL ACROSS EVERY PURGE: RETAIN
      *                CARRIES EACH PRIOR HISTARC GENERATION INTO THE
      *                NEW ONE, SO THE LATEST GENERATION HOLDS ALL
      *                PURGED HISTORY IN DATE ORDER.
      *    10/15/2026  DESCRIBES THE NEW "R" REVERSAL AND PRINTS A
      *                SECOND LINE UNDER IT NAMING THE POSTING IT
      *                BACKED OUT - THE ORIGINAL'S ACTION AND ITS RUN
      *                DATE AND TIME - SO THE PAIR CAN BE TIED
      *                TOGETHER ON THE LISTING.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
              FILE STATUS IS REQ-STATUS.
           SELECT HIST-FILE ASSIGN TO HISTFILE
              FILE STATUS IS HIST-STATUS.
           SELECT HIST-ARC ASSIGN TO HISTARC
              FILE STATUS IS HISTA-STATUS.
           SELECT HIST-RPT ASSIGN TO HISTRPT.
       DATA DIVISION.
      *
           05 REQ-FIRST-NUM            PIC 9(8).
           05 FILLER                   PIC X(3).
           05 REQ-LAST-NUM             PIC 9(8).
           05 REQ-SOURCE               PIC X(1).
           05 FILLER                   PIC X(60).
       FD HIST-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HIST-IN-REC                  PIC X(80).
       FD HIST-ARC RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HISTA-IN-REC                 PIC X(80).
       FD HIST-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-H-HEADING            PIC X(80) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 HIST-REC.
           05 HIST-FIRST-NUM           PIC 9(8).
           05 HIST-LAST-NUM            PIC 9(8).
           05 HIST-BRANCH-CODE         PIC X(3).
           05 HIST-RUN-DATE            PIC 9(8).
           05 HIST-RUN-TIME            PIC 9(6).
           05 HIST-EXTRA               PIC X(22).
           05 HIST-XFER-DATA REDEFINES HIST-EXTRA.
              10 HIST-XFER-REF         PIC 9(6).
              10 HIST-XFER-FIRST-NUM   PIC 9(8).
              10 HIST-XFER-LAST-NUM    PIC 9(8).
           05 HIST-REV-DATA REDEFINES HIST-EXTRA.
              10 HIST-REV-ACTION       PIC X(1).
              10 HIST-REV-DATE.
                 15 HIST-REV-YEAR      PIC 9(4).
                 15 HIST-REV-MONTH     PIC 9(2).
                 15 HIST-REV-DAY       PIC 9(2).
              10 HIST-REV-TIME.
                 15 HIST-REV-HOUR      PIC 9(2).
                 15 HIST-REV-MINUTE    PIC 9(2).
                 15 HIST-REV-SECOND    PIC 9(2).
              10 FILLER                PIC X(7).
       01 REQ-STATUS                   PIC X(02).
       01 HIST-STATUS                  PIC X(02).
       01 HISTA-STATUS                 PIC X(02).
       01 REQ-EOF                      PIC X VALUE "N".
       01 HIST-EOF                     PIC X.
       01 TA-CUR-OPEN                  PIC X VALUE "N".
       01 TA-ARC-OPEN                  PIC X VALUE "N".
       01 TA-REQ-COUNT                 PIC 9(5) VALUE 0.
       01 TA-LINE-COUNT                PIC 9(5) VALUE 0.
       01 TA-MATCH-COUNT               PIC 9(5) VALUE 0.
      *    SECTION HEADING, THEN ONE LINE PER JOURNAL RECORD THAT
      *    CARRIES THE REQUESTED KEY PAIR, IN THE ORDER THE CYCLES
      *    APPENDED THEM.  A MISSING OR EMPTY JOURNAL SIMPLY PRINTS
      *    NO ACTIVITY.  AN ARCHIVE REQUEST STARTS IN THE LATEST
      *    HISTARC GENERATION (IT CARRIES EVERY EARLIER PURGE), WHICH
      *    MUST BE THERE, AND 9300 CARRIES ON INTO HISTFILE AT ITS
      *    END.
      *    -----------------------------------------------------------
       2000-ONE-REQUEST.
           ADD 1 TO TA-REQ-COUNT
              DELIMITED BY SIZE INTO PRT-H-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE "N" TO HIST-EOF
           IF REQ-SOURCE = "A" THEN
              MOVE SPACES TO PRT-H-HEADING
              MOVE "SOURCE: HISTARC ARCHIVE GENERATION, THEN HISTFILE"
                 TO PRT-H-HEADING
              WRITE RPT-REC
              OPEN INPUT HIST-ARC
              IF HISTA-STATUS NOT = "00" THEN
                 DISPLAY "CUSTHIST: HISTARC NOT FOUND - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "Y" TO TA-ARC-OPEN
           ELSE
              OPEN INPUT HIST-FILE
              IF HIST-STATUS NOT = "00" THEN
                 MOVE "Y" TO HIST-EOF
              ELSE
                 MOVE "Y" TO TA-CUR-OPEN
              END-IF
           END-IF
           MOVE ALL "=" TO PRT-H-HEADING
           WRITE RPT-REC
           IF HIST-EOF NOT = "Y" THEN
              PERFORM 9300-READ-HIST THRU 9300-EXIT
           END-IF
           PERFORM 2100-SCAN-ONE THRU 2100-EXIT
              UNTIL HIST-EOF = "Y"
           IF TA-ARC-OPEN = "Y" THEN
              CLOSE HIST-ARC
              MOVE "N" TO TA-ARC-OPEN
           END-IF
           IF TA-CUR-OPEN = "Y" THEN
              CLOSE HIST-FILE
              MOVE "N" TO TA-CUR-OPEN
           END-IF
           IF TA-MATCH-COUNT = 0 THEN
              MOVE SPACES TO PRT-H-HEADING
      *
      *    -----------------------------------------------------------
      *    ONE HISTORY LINE - RUN DATE/TIME, THE ACTION, THE BALANCE
      *    BEFORE AND AFTER, AND THE BRANCH THAT CARRIED IT.  A
      *    TRANSFER LEG ADDS A LINE WITH ITS REFERENCE AND THE
      *    COUNTER-ACCOUNT; A REVERSAL ADDS A LINE NAMING THE
      *    POSTING IT BACKED OUT.
      *    -----------------------------------------------------------
       2200-PRINT-ONE.
           EVALUATE HIST-ACTION-CODE
                 MOVE "STATUS CHANGE   " TO TA-ACTION-DESC
              WHEN "D"
                 MOVE "ACCOUNT CLOSED  " TO TA-ACTION-DESC
              WHEN "F"
                 MOVE "NSF FEE         " TO TA-ACTION-DESC
              WHEN "L"
                 MOVE "OD LIMIT SET    " TO TA-ACTION-DESC
              WHEN "X"
                 MOVE "TRANSFER OUT    " TO TA-ACTION-DESC
              WHEN "Y"
                 MOVE "TRANSFER IN     " TO TA-ACTION-DESC
              WHEN "R"
                 MOVE "REVERSAL        " TO TA-ACTION-DESC
              WHEN OTHER
                 MOVE "UNKNOWN ACTION  " TO TA-ACTION-DESC
           END-EVALUATE
           END-STRING
           WRITE RPT-REC
           ADD 1 TO TA-MATCH-COUNT
           ADD 1 TO TA-LINE-COUNT
           IF HIST-ACTION-CODE = "X" OR HIST-ACTION-CODE = "Y" THEN
              MOVE SPACES TO PRT-H-HEADING
              IF HIST-ACTION-CODE = "X" THEN
                 STRING "                   TRANSFER REF "
                    HIST-XFER-REF " TO   "
                    HIST-XFER-FIRST-NUM "-" HIST-XFER-LAST-NUM
                    DELIMITED BY SIZE INTO PRT-H-HEADING
                 END-STRING
              ELSE
                 STRING "                   TRANSFER REF "
                    HIST-XFER-REF " FROM "
                    HIST-XFER-FIRST-NUM "-" HIST-XFER-LAST-NUM
                    DELIMITED BY SIZE INTO PRT-H-HEADING
                 END-STRING
              END-IF
              WRITE RPT-REC
              ADD 1 TO TA-LINE-COUNT
           END-IF
           IF HIST-ACTION-CODE = "R" THEN
              MOVE SPACES TO PRT-H-HEADING
              STRING "                   REVERSES " HIST-REV-ACTION
                 " OF " HIST-REV-MONTH "." HIST-REV-DAY "."
                 HIST-REV-YEAR " " HIST-REV-HOUR ":" HIST-REV-MINUTE
                 ":" HIST-REV-SECOND
                 DELIMITED BY SIZE INTO PRT-H-HEADING
              END-STRING
              WRITE RPT-REC
              ADD 1 TO TA-LINE-COUNT
           END-IF.
       2200-EXIT.
           EXIT.
      *
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT HISTORY JOURNAL RECORD.  AT THE END OF THE
      *    HISTARC GENERATION THE STREAM CARRIES ON INTO HISTFILE; A
      *    MISSING HISTFILE THEN SIMPLY ENDS IT.
      *    -----------------------------------------------------------
       9300-READ-HIST.
           IF TA-ARC-OPEN = "Y" THEN
              READ HIST-ARC INTO HIST-REC
                 AT END MOVE "Y" TO HIST-EOF
              END-READ
              IF HIST-EOF = "Y" THEN
                 CLOSE HIST-ARC
                 MOVE "N" TO TA-ARC-OPEN
                 OPEN INPUT HIST-FILE
                 IF HIST-STATUS = "00" THEN
                    MOVE "Y" TO TA-CUR-OPEN
                    MOVE "N" TO HIST-EOF
                 END-IF
              END-IF
           END-IF
           IF TA-CUR-OPEN = "Y" AND HIST-EOF NOT = "Y" THEN
              READ HIST-FILE INTO HIST-REC
                 AT END MOVE "Y" TO HIST-EOF
              END-READ
           END-IF.
       9300-EXIT.
           EXIT.
      *
