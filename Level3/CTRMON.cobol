       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CTRMON.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  LARGE-CASH AND STRUCTURING
      *                MONITOR FOR COMPLIANCE, OFF THE HISTORY
      *                JOURNAL (HISTFILE) CUSTMAIN APPENDS TO.  ONLY
      *                "P" (CASH IN) AND "W" (CASH OUT) RECORDS DATED
      *                WITHIN THE LOOKBACK PERIOD ARE READ; THE ITEM
      *                AMOUNT IS THE DIFFERENCE BETWEEN THE BEFORE AND
      *                AFTER BALANCES, AND THE BUSINESS DAY IS THE
      *                CYCLE DATE STAMPED ON THE RECORD.
      *                  1. EACH ACCOUNT'S CASH IN AND CASH OUT ARE
      *                     TOTALLED PER BUSINESS DAY; A DAY OVER THE
      *                     THRESHOLD IS A CTR-IN OR CTR-OUT CASE.
      *                  2. ITEMS AT OR ABOVE THE NEAR-THRESHOLD
      *                     FLOOR BUT NOT OVER THE THRESHOLD ARE HELD
      *                     PER ACCOUNT AND DIRECTION IN DATE ORDER;
      *                     IF THE GIVEN NUMBER OF THEM FALLS INSIDE
      *                     ANY ROLLING WINDOW OF DAYS, THE BUSIEST
      *                     SUCH WINDOW IS A STR-IN OR STR-OUT CASE.
      *                  3. EVERY CASE GOES TO A PIPE-DELIMITED
      *                     FILING EXTRACT (CTRFILE) IN THE STYLE OF
      *                     MSTRXTR'S EXTFILE - "D" DETAILS AND A "T"
      *                     TRAILER WITH THE COUNT AND AMOUNT TOTAL -
      *                     AND TO A PRINTED CASE LIST BY BRANCH
      *                     (CTRRPT) FOR THE COMPLIANCE OFFICER.
      *                THE THRESHOLD, FLOOR, ITEM COUNT, WINDOW, AND
      *                LOOKBACK COME FROM AN OPTIONAL CTRPARM CARD;
      *                A MISSING OR NON-NUMERIC FIELD KEEPS ITS
      *                DEFAULT (10,000.00 / 8,000.00 / 3 ITEMS /
      *                5 DAYS / 30 DAYS).  A FULL WORK TABLE LEAVES
      *                THE CASE LIST INCOMPLETE - RETURN CODE 4 AND NO
      *                SUCCESSFUL-END STAMP.  JOINED THE SHARED RUN
      *                REGISTRY: MSTRBAL MUST HAVE PROVED TODAY'S
      *                CYCLE, AND A SECOND RUN IN ONE CYCLE REFUSES.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO HISTFILE
              FILE STATUS IS HIST-STATUS.
           SELECT PARM-FILE ASSIGN TO CTRPARM
              FILE STATUS IS PARM-STATUS.
           SELECT CTR-FILE ASSIGN TO CTRFILE.
           SELECT CTR-RPT ASSIGN TO CTRRPT.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
       FD HIST-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HIST-REC.
           05 HIST-FIRST-NUM           PIC 9(8).
           05 HIST-LAST-NUM            PIC 9(8).
           05 HIST-ACTION-CODE         PIC X(1).
           05 HIST-BEFORE-BAL          PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 HIST-AFTER-BAL           PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 HIST-BRANCH-CODE         PIC X(3).
           05 HIST-RUN-DATE            PIC 9(8).
           05 HIST-RUN-TIME            PIC 9(6).
           05 HIST-EXTRA               PIC X(22).
       FD PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
           05 PARM-THRESHOLD           PIC 9(9)V99.
           05 PARM-NEAR-FLOOR          PIC 9(9)V99.
           05 PARM-STR-COUNT           PIC 9(3).
           05 PARM-WINDOW-DAYS         PIC 9(3).
           05 PARM-LOOKBACK-DAYS       PIC 9(3).
           05 FILLER                   PIC X(49).
       FD CTR-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 EXT-REC                      PIC X(80).
       FD CTR-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-C-HEADING            PIC X(80) VALUE SPACES.
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-RUN-TIME             PIC 9(6).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       WORKING-STORAGE SECTION.
       01 HIST-STATUS                  PIC X(02).
       01 HIST-EOF                     PIC X VALUE "N".
       01 PARM-STATUS                  PIC X(02).
       01 TA-THRESHOLD                 PIC 9(9)V99 VALUE 10000.00.
       01 TA-NEAR-FLOOR                PIC 9(9)V99 VALUE 8000.00.
       01 TA-STR-COUNT                 PIC 9(3) VALUE 3.
       01 TA-WINDOW-DAYS               PIC 9(3) VALUE 5.
       01 TA-LOOKBACK-DAYS             PIC 9(3) VALUE 30.
       01 TA-TODAY-INT                 PIC 9(8).
       01 TA-FIRST-INT                 PIC 9(8).
       01 TA-HIST-INT                  PIC 9(8).
       01 TA-ITEM-AMT                  PIC S9(9)V99.
       01 TA-HIST-KEY                  PIC 9(16).
       01 TA-READ-COUNT                PIC 9(7) VALUE 0.
       01 TA-CASH-COUNT                PIC 9(7) VALUE 0.
       01 TA-DROP-COUNT                PIC 9(7) VALUE 0.
       01 TA-AGG-MAX                   PIC 9(5) VALUE 5000.
       01 TA-AGG-COUNT                 PIC 9(5) VALUE 0.
       01 TA-AIDX                      PIC 9(5).
       01 TA-AGG-HIT                   PIC 9(5).
       01 TA-SCAN-DONE                 PIC X.
       01 AGG-TABLE.
           05 AGG-ENTRY OCCURS 5000 TIMES.
               10 AG-ACCT              PIC 9(16).
               10 AG-DATE              PIC 9(8).
               10 AG-BRANCH            PIC X(3).
               10 AG-IN-AMT            PIC S9(11)V99.
               10 AG-IN-COUNT          PIC 9(5).
               10 AG-OUT-AMT           PIC S9(11)V99.
               10 AG-OUT-COUNT         PIC 9(5).
       01 TA-NEAR-MAX                  PIC 9(5) VALUE 5000.
       01 TA-NEAR-COUNT                PIC 9(5) VALUE 0.
       01 TA-NIDX                      PIC 9(5).
       01 TA-LIDX                      PIC 9(5).
       01 TA-SIFT-DONE                 PIC X.
       01 TA-NEW-NEAR.
           05 TA-NEW-NEAR-KEY.
              10 TA-NEW-NEAR-ACCT      PIC 9(16).
              10 TA-NEW-NEAR-DIR       PIC X(1).
              10 TA-NEW-NEAR-DATE      PIC 9(8).
           05 TA-NEW-NEAR-INT          PIC 9(8).
           05 TA-NEW-NEAR-AMT          PIC S9(9)V99.
           05 TA-NEW-NEAR-BRANCH       PIC X(3).
       01 NEAR-TABLE.
           05 NEAR-ENTRY OCCURS 5000 TIMES.
               10 NR-KEY.
                  15 NR-ACCT           PIC 9(16).
                  15 NR-DIR            PIC X(1).
                  15 NR-DATE           PIC 9(8).
               10 NR-INT               PIC 9(8).
               10 NR-AMT               PIC S9(9)V99.
               10 NR-BRANCH            PIC X(3).
       01 TA-WIN-COUNT                 PIC 9(5).
       01 TA-WIN-AMT                   PIC S9(13)V99.
       01 TA-BEST-COUNT                PIC 9(5).
       01 TA-BEST-AMT                  PIC S9(13)V99.
       01 TA-BEST-FROM                 PIC 9(8).
       01 TA-BEST-TO                   PIC 9(8).
       01 TA-CASE-MAX                  PIC 9(5) VALUE 2000.
       01 TA-CASE-COUNT                PIC 9(5) VALUE 0.
       01 TA-KIDX                      PIC 9(5).
       01 TA-NEW-CASE.
           05 TA-NEW-CASE-KEY.
              10 TA-NEW-CASE-BRANCH    PIC X(3).
              10 TA-NEW-CASE-ACCT      PIC 9(16).
              10 TA-NEW-CASE-FROM      PIC 9(8).
              10 TA-NEW-CASE-TYPE      PIC X(7).
           05 TA-NEW-CASE-TO           PIC 9(8).
           05 TA-NEW-CASE-AMT          PIC S9(13)V99.
           05 TA-NEW-CASE-ITEMS        PIC 9(5).
       01 CASE-TABLE.
           05 CASE-ENTRY OCCURS 2000 TIMES.
               10 CS-KEY.
                  15 CS-BRANCH         PIC X(3).
                  15 CS-ACCT           PIC 9(16).
                  15 CS-FROM           PIC 9(8).
                  15 CS-TYPE           PIC X(7).
               10 CS-TO                PIC 9(8).
               10 CS-AMT               PIC S9(13)V99.
               10 CS-ITEMS             PIC 9(5).
       01 TA-ACCT-SPLIT.
           05 TA-ACCT-FIRST            PIC 9(8).
           05 TA-ACCT-LAST             PIC 9(8).
       01 TA-ACCT-WORK REDEFINES TA-ACCT-SPLIT PIC 9(16).
       01 TA-PREV-BRANCH               PIC X(3).
       01 TA-BRCH-CASES                PIC 9(5) VALUE 0.
       01 TA-BRCH-AMT                  PIC S9(13)V99 VALUE 0.
       01 TA-BRCH-COUNT                PIC 9(5) VALUE 0.
       01 TA-CTR-CASES                 PIC 9(5) VALUE 0.
       01 TA-STR-CASES                 PIC 9(5) VALUE 0.
       01 TA-GRAND-AMT                 PIC S9(13)V99 VALUE 0.
       01 TA-AMT-OUT                   PIC -9(13).99.
       01 TA-COUNT-OUT                 PIC 9(9).
       01 TA-AMT-ED                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TA-LIMIT-ED                  PIC Z,ZZZ,ZZ9.99.
       01 TA-ITEMS-Z                   PIC ZZ,ZZ9.
       01 TA-DAYS-Z                    PIC ZZ9.
       01 TA-COUNT-Z                   PIC ZZ,ZZ9.
       01 TA-BIG-COUNT-Z               PIC Z,ZZZ,ZZ9.
       01 TA-TOTAL-ED                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 REG-STATUS                   PIC X(02).
       01 REG-EOF                      PIC X.
       01 TA-REG-TODAY                 PIC 9(8).
       01 TA-PRED-DONE                 PIC X.
       01 TA-SELF-DONE                 PIC X.
       01 TA-REG-EVENT                 PIC X.
       01 CURRENT-DATE-DATA.
           05  CURRENT-DATE.
              10  CURRENT-YEAR       PIC 9999.
              10  CURRENT-MONTH      PIC 99.
              10  CURRENT-DAY        PIC 99.
           05  CURRENT-TIME.
              10  CURRENT-HOUR       PIC 99.
              10  CURRENT-MINUTE     PIC 99.
              10  CURRENT-SECOND     PIC 99.
           05  FILLER                PIC X(07).
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE THRU 2000-EXIT
              UNTIL HIST-EOF = "Y"
           MOVE 1 TO TA-AIDX
           PERFORM 2300-TEST-DAY THRU 2300-EXIT
              UNTIL TA-AIDX > TA-AGG-COUNT
           MOVE 1 TO TA-NIDX
           PERFORM 2400-TEST-NEAR THRU 2400-EXIT
              UNTIL TA-NIDX > TA-NEAR-COUNT
           MOVE 1 TO TA-KIDX
           PERFORM 2600-PRINT-ONE THRU 2600-EXIT
              UNTIL TA-KIDX > TA-CASE-COUNT
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  MSTRBAL MUST HAVE ENDED TODAY'S
      *    CYCLE (PROVING THE JOURNAL THIS PROGRAM READS AGREES WITH
      *    THE MASTER) AND THIS PROGRAM MUST NOT HAVE ENDED ALREADY -
      *    OTHERWISE THE RUN REFUSES TO START.
      *    -----------------------------------------------------------
       0100-VERIFY-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE TA-REG-TODAY =
              CURRENT-YEAR * 10000 + CURRENT-MONTH * 100 +
              CURRENT-DAY
           MOVE "N" TO TA-PRED-DONE
           MOVE "N" TO TA-SELF-DONE
           MOVE "N" TO REG-EOF
           OPEN INPUT RUN-REG
           IF REG-STATUS = "00" THEN
              PERFORM 0150-SCAN-ONE-REG THRU 0150-EXIT
                 UNTIL REG-EOF = "Y"
              CLOSE RUN-REG
           END-IF
           IF TA-PRED-DONE NOT = "Y" THEN
              DISPLAY "CTRMON: MSTRBAL HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-SELF-DONE = "Y" THEN
              DISPLAY "CTRMON: ALREADY COMPLETED THIS CYCLE - "
                 "RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "S" TO TA-REG-EVENT
           PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT.
       0100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REGISTRY RECORD - ONLY TODAY'S CYCLE COUNTS.
      *    -----------------------------------------------------------
       0150-SCAN-ONE-REG.
           READ RUN-REG
              AT END MOVE "Y" TO REG-EOF
           END-READ
           IF REG-EOF NOT = "Y" AND REG-RUN-DATE = TA-REG-TODAY THEN
              IF REG-PROGRAM = "MSTRBAL" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-PRED-DONE
              END-IF
              IF REG-PROGRAM = "CTRMON" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-SELF-DONE
              END-IF
           END-IF.
       0150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    APPEND ONE REGISTRY RECORD - THE CALLER SETS THE EVENT.
      *    THE CYCLE DATE CHECKED AT STARTUP IS STAMPED EVEN IF THE
      *    CLOCK HAS ROLLED PAST MIDNIGHT SINCE.
      *    -----------------------------------------------------------
       0190-STAMP-REGISTRY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           OPEN EXTEND RUN-REG
           IF REG-STATUS NOT = "00" THEN
              OPEN OUTPUT RUN-REG
           END-IF
           MOVE SPACES TO REG-REC
           MOVE TA-REG-TODAY TO REG-RUN-DATE
           MOVE CURRENT-TIME TO REG-RUN-TIME
           MOVE "CTRMON" TO REG-PROGRAM
           MOVE TA-REG-EVENT TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG.
       0190-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE PARAMETER CARD, OPEN THE FILES, WRITE THE CASE
      *    LIST HEADINGS, AND PRIME THE JOURNAL.  A FLOOR THAT IS NOT
      *    BELOW THE THRESHOLD OR A ZERO COUNT OR WINDOW CANNOT BE
      *    MONITORED AGAINST AND ABORTS THE RUN.  A MISSING HISTFILE
      *    MEANS NOTHING HAS POSTED - THE CASE LIST STILL PRINTS.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           OPEN INPUT PARM-FILE
           IF PARM-STATUS = "00" THEN
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 1100-TAKE-PARM THRU 1100-EXIT
              END-READ
              CLOSE PARM-FILE
           END-IF
           IF TA-NEAR-FLOOR NOT < TA-THRESHOLD OR
              TA-STR-COUNT = 0 OR TA-WINDOW-DAYS = 0 OR
              TA-LOOKBACK-DAYS = 0 THEN
              DISPLAY "CTRMON: CTRPARM VALUES INCONSISTENT - "
                 "RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE TA-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(TA-REG-TODAY)
           COMPUTE TA-FIRST-INT = TA-TODAY-INT - TA-LOOKBACK-DAYS + 1
           OPEN INPUT HIST-FILE
           IF HIST-STATUS NOT = "00" THEN
              MOVE "Y" TO HIST-EOF
           END-IF
           OPEN OUTPUT CTR-FILE
           OPEN OUTPUT CTR-RPT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO PRT-C-HEADING
           MOVE "LARGE-CASH AND STRUCTURING CASE LIST BY BRANCH"
              TO PRT-C-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-C-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-THRESHOLD TO TA-LIMIT-ED
           MOVE SPACES TO PRT-C-HEADING
           STRING "DAILY CASH THRESHOLD:    " TA-LIMIT-ED
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-NEAR-FLOOR TO TA-LIMIT-ED
           MOVE SPACES TO PRT-C-HEADING
           STRING "NEAR-THRESHOLD FLOOR:    " TA-LIMIT-ED
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-STR-COUNT TO TA-DAYS-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "STRUCTURING PATTERN:     " TA-DAYS-Z
              " ITEMS WITHIN "
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           MOVE TA-WINDOW-DAYS TO TA-DAYS-Z
           MOVE TA-DAYS-Z TO PRT-C-HEADING(43:3)
           MOVE "DAYS" TO PRT-C-HEADING(47:4)
           WRITE RPT-REC
           MOVE TA-LOOKBACK-DAYS TO TA-DAYS-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "LOOKBACK PERIOD:         " TA-DAYS-Z " DAYS"
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           IF HIST-EOF NOT = "Y" THEN
              PERFORM 9100-READ-HIST THRU 9100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    TAKE EACH PARAMETER THAT IS PRESENT AND NUMERIC.
      *    -----------------------------------------------------------
       1100-TAKE-PARM.
           IF PARM-THRESHOLD IS NUMERIC THEN
              MOVE PARM-THRESHOLD TO TA-THRESHOLD
           END-IF
           IF PARM-NEAR-FLOOR IS NUMERIC THEN
              MOVE PARM-NEAR-FLOOR TO TA-NEAR-FLOOR
           END-IF
           IF PARM-STR-COUNT IS NUMERIC THEN
              MOVE PARM-STR-COUNT TO TA-STR-COUNT
           END-IF
           IF PARM-WINDOW-DAYS IS NUMERIC THEN
              MOVE PARM-WINDOW-DAYS TO TA-WINDOW-DAYS
           END-IF
           IF PARM-LOOKBACK-DAYS IS NUMERIC THEN
              MOVE PARM-LOOKBACK-DAYS TO TA-LOOKBACK-DAYS
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE JOURNAL RECORD.  A CASH ITEM INSIDE THE LOOKBACK
      *    PERIOD IS ADDED TO ITS ACCOUNT-DAY TOTAL AND, IF IT FALLS
      *    JUST UNDER THE THRESHOLD, HELD FOR THE STRUCTURING TEST.
      *    -----------------------------------------------------------
       2000-LOAD-ONE.
           ADD 1 TO TA-READ-COUNT
           IF (HIST-ACTION-CODE = "P" OR HIST-ACTION-CODE = "W") AND
              HIST-RUN-DATE IS NUMERIC AND HIST-RUN-DATE > 0 AND
              HIST-BEFORE-BAL IS NUMERIC AND
              HIST-AFTER-BAL IS NUMERIC THEN
              COMPUTE TA-HIST-INT =
                 FUNCTION INTEGER-OF-DATE(HIST-RUN-DATE)
              IF TA-HIST-INT >= TA-FIRST-INT AND
                 TA-HIST-INT <= TA-TODAY-INT THEN
                 ADD 1 TO TA-CASH-COUNT
                 IF HIST-ACTION-CODE = "P" THEN
                    COMPUTE TA-ITEM-AMT =
                       HIST-AFTER-BAL - HIST-BEFORE-BAL
                 ELSE
                    COMPUTE TA-ITEM-AMT =
                       HIST-BEFORE-BAL - HIST-AFTER-BAL
                 END-IF
                 COMPUTE TA-HIST-KEY =
                    HIST-FIRST-NUM * 100000000 + HIST-LAST-NUM
                 PERFORM 2100-ADD-TO-DAY THRU 2100-EXIT
                 IF TA-ITEM-AMT >= TA-NEAR-FLOOR AND
                    TA-ITEM-AMT <= TA-THRESHOLD THEN
                    PERFORM 2200-HOLD-NEAR THRU 2200-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 9100-READ-HIST THRU 9100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ADD THE ITEM TO ITS ACCOUNT-DAY TOTAL, OPENING A NEW ONE
      *    IF THE ACCOUNT HAS NONE FOR THAT DAY YET.  THE JOURNAL IS
      *    APPENDED CYCLE BY CYCLE, SO THE SEARCH RUNS BACKWARD FROM
      *    THE NEWEST TOTAL, WHERE A MATCH IS ALMOST ALWAYS FOUND.
      *    -----------------------------------------------------------
       2100-ADD-TO-DAY.
           MOVE 0 TO TA-AGG-HIT
           MOVE TA-AGG-COUNT TO TA-AIDX
           MOVE "N" TO TA-SCAN-DONE
           PERFORM 2150-SCAN-DAY THRU 2150-EXIT
              UNTIL TA-SCAN-DONE = "Y"
           IF TA-AGG-HIT = 0 THEN
              IF TA-AGG-COUNT < TA-AGG-MAX THEN
                 ADD 1 TO TA-AGG-COUNT
                 MOVE TA-AGG-COUNT TO TA-AGG-HIT
                 MOVE TA-HIST-KEY TO AG-ACCT(TA-AGG-HIT)
                 MOVE HIST-RUN-DATE TO AG-DATE(TA-AGG-HIT)
                 MOVE 0 TO AG-IN-AMT(TA-AGG-HIT)
                 MOVE 0 TO AG-IN-COUNT(TA-AGG-HIT)
                 MOVE 0 TO AG-OUT-AMT(TA-AGG-HIT)
                 MOVE 0 TO AG-OUT-COUNT(TA-AGG-HIT)
              ELSE
                 ADD 1 TO TA-DROP-COUNT
              END-IF
           END-IF
           IF TA-AGG-HIT > 0 THEN
              MOVE HIST-BRANCH-CODE TO AG-BRANCH(TA-AGG-HIT)
              IF HIST-ACTION-CODE = "P" THEN
                 ADD TA-ITEM-AMT TO AG-IN-AMT(TA-AGG-HIT)
                 ADD 1 TO AG-IN-COUNT(TA-AGG-HIT)
              ELSE
                 ADD TA-ITEM-AMT TO AG-OUT-AMT(TA-AGG-HIT)
                 ADD 1 TO AG-OUT-COUNT(TA-AGG-HIT)
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE BACKWARD SEARCH.
      *    -----------------------------------------------------------
       2150-SCAN-DAY.
           EVALUATE TRUE
              WHEN TA-AIDX = 0
                 MOVE "Y" TO TA-SCAN-DONE
              WHEN AG-ACCT(TA-AIDX) = TA-HIST-KEY AND
                   AG-DATE(TA-AIDX) = HIST-RUN-DATE
                 MOVE TA-AIDX TO TA-AGG-HIT
                 MOVE "Y" TO TA-SCAN-DONE
              WHEN OTHER
                 SUBTRACT 1 FROM TA-AIDX
           END-EVALUATE.
       2150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    HOLD A NEAR-THRESHOLD ITEM, KEPT IN ASCENDING ORDER OF
      *    ACCOUNT, DIRECTION, AND DATE (THE SAME INSERTION SCHEME
      *    BRCHGATE USES), SO EACH ACCOUNT'S ITEMS IN ONE DIRECTION
      *    LIE TOGETHER IN DATE ORDER FOR THE WINDOW TEST.
      *    -----------------------------------------------------------
       2200-HOLD-NEAR.
           IF TA-NEAR-COUNT < TA-NEAR-MAX THEN
              MOVE TA-HIST-KEY TO TA-NEW-NEAR-ACCT
              MOVE HIST-ACTION-CODE TO TA-NEW-NEAR-DIR
              MOVE HIST-RUN-DATE TO TA-NEW-NEAR-DATE
              MOVE TA-HIST-INT TO TA-NEW-NEAR-INT
              MOVE TA-ITEM-AMT TO TA-NEW-NEAR-AMT
              MOVE HIST-BRANCH-CODE TO TA-NEW-NEAR-BRANCH
              ADD 1 TO TA-NEAR-COUNT
              MOVE TA-NEAR-COUNT TO TA-NIDX
              MOVE "N" TO TA-SIFT-DONE
              PERFORM 2250-SIFT-NEAR THRU 2250-EXIT
                 UNTIL TA-NIDX <= 1 OR TA-SIFT-DONE = "Y"
              MOVE TA-NEW-NEAR TO NEAR-ENTRY(TA-NIDX)
           ELSE
              ADD 1 TO TA-DROP-COUNT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE INSERTION - SLIDE HIGHER KEYS UP UNTIL THE
      *    NEW ITEM'S SLOT IS OPEN.
      *    -----------------------------------------------------------
       2250-SIFT-NEAR.
           IF NR-KEY(TA-NIDX - 1) > TA-NEW-NEAR-KEY THEN
              MOVE NEAR-ENTRY(TA-NIDX - 1) TO NEAR-ENTRY(TA-NIDX)
              SUBTRACT 1 FROM TA-NIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    LARGE-CASH TEST ON ONE ACCOUNT-DAY - CASH IN AND CASH OUT
      *    ARE EACH TESTED ON THEIR OWN AGAINST THE THRESHOLD.
      *    -----------------------------------------------------------
       2300-TEST-DAY.
           IF AG-IN-AMT(TA-AIDX) > TA-THRESHOLD THEN
              MOVE AG-BRANCH(TA-AIDX) TO TA-NEW-CASE-BRANCH
              MOVE AG-ACCT(TA-AIDX) TO TA-NEW-CASE-ACCT
              MOVE AG-DATE(TA-AIDX) TO TA-NEW-CASE-FROM
              MOVE AG-DATE(TA-AIDX) TO TA-NEW-CASE-TO
              MOVE "CTR-IN" TO TA-NEW-CASE-TYPE
              MOVE AG-IN-AMT(TA-AIDX) TO TA-NEW-CASE-AMT
              MOVE AG-IN-COUNT(TA-AIDX) TO TA-NEW-CASE-ITEMS
              ADD 1 TO TA-CTR-CASES
              PERFORM 2500-ADD-CASE THRU 2500-EXIT
           END-IF
           IF AG-OUT-AMT(TA-AIDX) > TA-THRESHOLD THEN
              MOVE AG-BRANCH(TA-AIDX) TO TA-NEW-CASE-BRANCH
              MOVE AG-ACCT(TA-AIDX) TO TA-NEW-CASE-ACCT
              MOVE AG-DATE(TA-AIDX) TO TA-NEW-CASE-FROM
              MOVE AG-DATE(TA-AIDX) TO TA-NEW-CASE-TO
              MOVE "CTR-OUT" TO TA-NEW-CASE-TYPE
              MOVE AG-OUT-AMT(TA-AIDX) TO TA-NEW-CASE-AMT
              MOVE AG-OUT-COUNT(TA-AIDX) TO TA-NEW-CASE-ITEMS
              ADD 1 TO TA-CTR-CASES
              PERFORM 2500-ADD-CASE THRU 2500-EXIT
           END-IF
           ADD 1 TO TA-AIDX.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    STRUCTURING TEST - ONE NEAR-THRESHOLD ITEM AT A TIME.  THE
      *    FIRST ITEM OF AN ACCOUNT AND DIRECTION OPENS AN EMPTY
      *    WINDOW.  EACH ITEM JOINS THE WINDOW AND ITEMS TOO OLD TO
      *    SHARE IT ARE DROPPED OFF THE BACK; THE FULLEST WINDOW SEEN
      *    IS KEPT, AND THE LAST ITEM OF THE GROUP RAISES ONE CASE IF
      *    THAT WINDOW REACHED THE PATTERN COUNT.
      *    -----------------------------------------------------------
       2400-TEST-NEAR.
           IF TA-NIDX = 1 OR
              NR-ACCT(TA-NIDX) NOT = NR-ACCT(TA-NIDX - 1) OR
              NR-DIR(TA-NIDX) NOT = NR-DIR(TA-NIDX - 1) THEN
              MOVE TA-NIDX TO TA-LIDX
              MOVE 0 TO TA-WIN-COUNT
              MOVE 0 TO TA-WIN-AMT
              MOVE 0 TO TA-BEST-COUNT
              MOVE 0 TO TA-BEST-AMT
           END-IF
           ADD 1 TO TA-WIN-COUNT
           ADD NR-AMT(TA-NIDX) TO TA-WIN-AMT
           PERFORM 2450-DROP-OLD THRU 2450-EXIT
              UNTIL NR-INT(TA-NIDX) - NR-INT(TA-LIDX) <
                    TA-WINDOW-DAYS
           IF TA-WIN-COUNT > TA-BEST-COUNT THEN
              MOVE TA-WIN-COUNT TO TA-BEST-COUNT
              MOVE TA-WIN-AMT TO TA-BEST-AMT
              MOVE NR-DATE(TA-LIDX) TO TA-BEST-FROM
              MOVE NR-DATE(TA-NIDX) TO TA-BEST-TO
           END-IF
           IF TA-NIDX = TA-NEAR-COUNT OR
              NR-ACCT(TA-NIDX + 1) NOT = NR-ACCT(TA-NIDX) OR
              NR-DIR(TA-NIDX + 1) NOT = NR-DIR(TA-NIDX) THEN
              IF TA-BEST-COUNT >= TA-STR-COUNT THEN
                 MOVE NR-BRANCH(TA-NIDX) TO TA-NEW-CASE-BRANCH
                 MOVE NR-ACCT(TA-NIDX) TO TA-NEW-CASE-ACCT
                 MOVE TA-BEST-FROM TO TA-NEW-CASE-FROM
                 MOVE TA-BEST-TO TO TA-NEW-CASE-TO
                 IF NR-DIR(TA-NIDX) = "P" THEN
                    MOVE "STR-IN" TO TA-NEW-CASE-TYPE
                 ELSE
                    MOVE "STR-OUT" TO TA-NEW-CASE-TYPE
                 END-IF
                 MOVE TA-BEST-AMT TO TA-NEW-CASE-AMT
                 MOVE TA-BEST-COUNT TO TA-NEW-CASE-ITEMS
                 ADD 1 TO TA-STR-CASES
                 PERFORM 2500-ADD-CASE THRU 2500-EXIT
              END-IF
           END-IF
           ADD 1 TO TA-NIDX.
       2400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    DROP THE OLDEST ITEM OFF THE BACK OF THE WINDOW.
      *    -----------------------------------------------------------
       2450-DROP-OLD.
           SUBTRACT 1 FROM TA-WIN-COUNT
           SUBTRACT NR-AMT(TA-LIDX) FROM TA-WIN-AMT
           ADD 1 TO TA-LIDX.
       2450-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE CASE INTO THE CASE TABLE, KEPT IN ORDER OF BRANCH,
      *    ACCOUNT, AND DATE FOR THE CASE LIST.  A FULL TABLE DROPS
      *    THE CASE, COUNTS IT, AND FLAGS THE LIST INCOMPLETE.
      *    -----------------------------------------------------------
       2500-ADD-CASE.
           IF TA-CASE-COUNT < TA-CASE-MAX THEN
              ADD 1 TO TA-CASE-COUNT
              MOVE TA-CASE-COUNT TO TA-KIDX
              MOVE "N" TO TA-SIFT-DONE
              PERFORM 2550-SIFT-CASE THRU 2550-EXIT
                 UNTIL TA-KIDX <= 1 OR TA-SIFT-DONE = "Y"
              MOVE TA-NEW-CASE TO CASE-ENTRY(TA-KIDX)
           ELSE
              ADD 1 TO TA-DROP-COUNT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE INSERTION - SLIDE HIGHER KEYS UP UNTIL THE
      *    NEW CASE'S SLOT IS OPEN.
      *    -----------------------------------------------------------
       2550-SIFT-CASE.
           IF CS-KEY(TA-KIDX - 1) > TA-NEW-CASE-KEY THEN
              MOVE CASE-ENTRY(TA-KIDX - 1) TO CASE-ENTRY(TA-KIDX)
              SUBTRACT 1 FROM TA-KIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       2550-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE CASE - A LINE ON THE CASE LIST AND A DETAIL RECORD ON
      *    THE FILING EXTRACT.  THE FIRST CASE OF A NEW BRANCH CLOSES
      *    THE PREVIOUS BRANCH'S SECTION AND OPENS THE NEXT ONE.
      *    -----------------------------------------------------------
       2600-PRINT-ONE.
           IF TA-KIDX = 1 OR
              CS-BRANCH(TA-KIDX) NOT = TA-PREV-BRANCH THEN
              IF TA-KIDX > 1 THEN
                 PERFORM 2800-BRANCH-TOTALS THRU 2800-EXIT
              END-IF
              PERFORM 2700-BRANCH-HEADING THRU 2700-EXIT
           END-IF
           ADD 1 TO TA-BRCH-CASES
           ADD CS-AMT(TA-KIDX) TO TA-BRCH-AMT
           ADD CS-AMT(TA-KIDX) TO TA-GRAND-AMT
           MOVE CS-ACCT(TA-KIDX) TO TA-ACCT-WORK
           MOVE CS-AMT(TA-KIDX) TO TA-AMT-ED
           MOVE CS-ITEMS(TA-KIDX) TO TA-ITEMS-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING CS-TYPE(TA-KIDX) " " TA-ACCT-FIRST "-"
              TA-ACCT-LAST " " CS-FROM(TA-KIDX) " "
              CS-TO(TA-KIDX) " " TA-AMT-ED " " TA-ITEMS-Z
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE CS-AMT(TA-KIDX) TO TA-AMT-OUT
           MOVE SPACES TO EXT-REC
           STRING "D"
              "|" FUNCTION TRIM(CS-TYPE(TA-KIDX))
              "|" CS-BRANCH(TA-KIDX)
              "|" TA-ACCT-FIRST
              "|" TA-ACCT-LAST
              "|" CS-FROM(TA-KIDX)
              "|" CS-TO(TA-KIDX)
              "|" FUNCTION TRIM(TA-AMT-OUT)
              "|" CS-ITEMS(TA-KIDX)
              DELIMITED BY SIZE INTO EXT-REC
           END-STRING
           WRITE EXT-REC
           ADD 1 TO TA-KIDX.
       2600-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN ONE BRANCH SECTION - BRANCH BANNER AND COLUMN
      *    HEADINGS.
      *    -----------------------------------------------------------
       2700-BRANCH-HEADING.
           MOVE CS-BRANCH(TA-KIDX) TO TA-PREV-BRANCH
           ADD 1 TO TA-BRCH-COUNT
           MOVE 0 TO TA-BRCH-CASES
           MOVE 0 TO TA-BRCH-AMT
           MOVE ALL "=" TO PRT-C-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-C-HEADING
           IF TA-PREV-BRANCH = SPACES THEN
              MOVE "BRANCH *** (BLANK BRANCH CODE - NEEDS CODING)"
                 TO PRT-C-HEADING
           ELSE
              STRING "BRANCH " TA-PREV-BRANCH
                 DELIMITED BY SIZE INTO PRT-C-HEADING
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO PRT-C-HEADING
           STRING "CASE    ACCOUNT           FROM     TO       "
              "            AMOUNT  ITEMS"
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "-" TO PRT-C-HEADING
           WRITE RPT-REC.
       2700-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE ONE BRANCH SECTION WITH ITS CASE COUNT AND AMOUNT.
      *    -----------------------------------------------------------
       2800-BRANCH-TOTALS.
           MOVE ALL "-" TO PRT-C-HEADING
           WRITE RPT-REC
           MOVE TA-BRCH-CASES TO TA-COUNT-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "BRANCH CASES:            " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-AMT TO TA-TOTAL-ED
           MOVE SPACES TO PRT-C-HEADING
           STRING "BRANCH CASE AMOUNT:      " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC.
       2800-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT JOURNAL RECORD.
      *    -----------------------------------------------------------
       9100-READ-HIST.
           READ HIST-FILE
              AT END MOVE "Y" TO HIST-EOF
           END-READ.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE THE LAST BRANCH SECTION, WRITE THE EXTRACT TRAILER
      *    AND THE GRAND TOTALS, AND CLOSE THE FILES.  ANYTHING
      *    DROPPED FOR A FULL TABLE LEAVES THE CASE LIST INCOMPLETE -
      *    RETURN CODE 4 AND NO SUCCESSFUL-END STAMP.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           IF TA-CASE-COUNT > 0 THEN
              PERFORM 2800-BRANCH-TOTALS THRU 2800-EXIT
           END-IF
           MOVE TA-CASE-COUNT TO TA-COUNT-OUT
           MOVE TA-GRAND-AMT TO TA-AMT-OUT
           MOVE SPACES TO EXT-REC
           STRING "T"
              "|" TA-COUNT-OUT
              "|" FUNCTION TRIM(TA-AMT-OUT)
              DELIMITED BY SIZE INTO EXT-REC
           END-STRING
           WRITE EXT-REC
           MOVE ALL "=" TO PRT-C-HEADING
           WRITE RPT-REC
           MOVE TA-READ-COUNT TO TA-BIG-COUNT-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "JOURNAL RECORDS READ: " TA-BIG-COUNT-Z
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CASH-COUNT TO TA-BIG-COUNT-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "CASH ITEMS IN PERIOD: " TA-BIG-COUNT-Z
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "BRANCHES WITH CASES:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CTR-CASES TO TA-COUNT-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "LARGE-CASH CASES:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-STR-CASES TO TA-COUNT-Z
           MOVE SPACES TO PRT-C-HEADING
           STRING "STRUCTURING CASES:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GRAND-AMT TO TA-TOTAL-ED
           MOVE SPACES TO PRT-C-HEADING
           STRING "TOTAL CASE AMOUNT:       " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-C-HEADING
           END-STRING
           WRITE RPT-REC
           IF TA-DROP-COUNT > 0 THEN
              MOVE TA-DROP-COUNT TO TA-BIG-COUNT-Z
              MOVE SPACES TO PRT-C-HEADING
              STRING "*** DROPPED - TABLE FULL: " TA-BIG-COUNT-Z
                 " - CASE LIST INCOMPLETE"
                 DELIMITED BY SIZE INTO PRT-C-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE ALL "=" TO PRT-C-HEADING
           WRITE RPT-REC
           IF HIST-STATUS = "00" OR HIST-STATUS = "10" THEN
              CLOSE HIST-FILE
           END-IF
           CLOSE CTR-FILE
           CLOSE CTR-RPT
           IF TA-DROP-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "E" TO TA-REG-EVENT
              PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           END-IF
           DISPLAY "CTRMON: CASH ITEMS=" TA-CASH-COUNT
              " LARGE-CASH=" TA-CTR-CASES
              " STRUCTURING=" TA-STR-CASES
              " DROPPED=" TA-DROP-COUNT.
       3000-EXIT.
           EXIT.
