       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ACCRUE.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  NIGHTLY DAILY-BALANCE
      *                ACCRUAL.  INTPOST USED TO WORK ITS INTEREST OFF
      *                WHATEVER BALANCE THE MASTER HELD THE NIGHT IT
      *                RAN, SO MONEY PARKED OVER POSTING NIGHT EARNED
      *                THE WHOLE MONTH.  THIS PROGRAM RUNS EVERY
      *                CYCLE ONCE MSTRBAL HAS PROVED NEWCUST IN
      *                BALANCE, AND ADDS EACH OPEN ACCOUNT'S CLOSING
      *                BALANCE INTO AN ACCRUAL FILE KEYED BY THE
      *                ACCOUNT PAIR - BALANCE-DAYS, DAYS COUNTED, AND
      *                THE INTEREST ACCRUED TO DATE.  THE ACCRUED
      *                FIGURE IS THE AVERAGE DAILY BALANCE (BALANCE-
      *                DAYS OVER DAYS) AT THE RATE OF ITS INTPARM
      *                TIER, PRORATED BY DAYS COUNTED OVER THE
      *                POSTING-PERIOD LENGTH ON THE SAME CARD, AND IS
      *                RECOMPUTED IN FULL EACH NIGHT SO A RATE CHANGE
      *                TAKES EFFECT AT ONCE.  AN AVERAGE AT OR BELOW
      *                ZERO ACCRUES NOTHING.  CLOSED ACCOUNTS, AND
      *                ACCOUNTS NO LONGER ON THE MASTER, ARE DROPPED
      *                FROM THE FILE WITH WHATEVER THEY HAD ACCRUED.
      *                THE PRIOR ACCRFILE IS READ ALONGSIDE NEWCUST
      *                (BOTH IN ASCENDING KEY ORDER) AND THE UPDATED
      *                COPY IS WRITTEN TO ACCRNEW, TO BE PROMOTED OVER
      *                ACCRFILE AS SOON AS THIS PROGRAM ENDS - INTPOST
      *                PAYS FROM ACCRFILE.  A MISSING ACCRFILE SIMPLY
      *                MEANS THE FIRST NIGHT.  THE ACCRUAL REGISTER
      *                (ACCRRPT) SHOWS EVERY ACCOUNT, AND A ONE-RECORD
      *                CONTROL FILE (ACCRCTL) CARRIES THE ACCRUED
      *                TOTAL BEFORE AND AFTER THE RUN, SO GLEXTR CAN
      *                BOOK THE NIGHT'S ACCRUED-INTEREST-PAYABLE
      *                ENTRY.  JOINED THE SHARED RUN REGISTRY:
      *                MSTRBAL MUST HAVE PROVED THE CYCLE FIRST, AND A
      *                SECOND RUN IN ONE CYCLE WOULD COUNT THE DAY
      *                TWICE, SO IT REFUSES.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-MASTER ASSIGN TO NEWCUST.
           SELECT PARM-FILE ASSIGN TO INTPARM
              FILE STATUS IS PARM-STATUS.
           SELECT ACCR-OLD ASSIGN TO ACCRFILE
              FILE STATUS IS ACCRO-STATUS.
           SELECT ACCR-NEW ASSIGN TO ACCRNEW.
           SELECT ACCR-CTL ASSIGN TO ACCRCTL.
           SELECT ACCR-RPT ASSIGN TO ACCRRPT.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
       FD NEW-MASTER RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 NEW-REC.
           05 NEW-FIRST-NAME           PIC X(11).
           05 NEW-LAST-NAME            PIC X(22).
           05 NEW-FIRST-NUM            PIC 9(8).
           05 FILLER                   PIC X(3).
           05 NEW-LAST-NUM             PIC 9(8).
           05 FILLER                   PIC X(9).
           05 NEW-BALANCE              PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6).
           05 NEW-BRANCH-CODE          PIC X(3).
           05 NEW-STATUS-CODE          PIC X(1).
           05 NEW-OPEN-DATE            PIC 9(8).
           05 NEW-LAST-ACT-DATE        PIC 9(8).
       FD PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
           05 PARM-TIER1-LIMIT         PIC 9(9)V99.
           05 PARM-TIER1-RATE          PIC 9V9999.
           05 PARM-TIER2-LIMIT         PIC 9(9)V99.
           05 PARM-TIER2-RATE          PIC 9V9999.
           05 PARM-TIER3-RATE          PIC 9V9999.
           05 PARM-SVC-CUTOFF          PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 PARM-SVC-CHARGE          PIC 9(5)V99.
           05 PARM-PERIOD-DAYS         PIC 9(3).
           05 FILLER                   PIC X(21).
       FD ACCR-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 ACCRO-REC.
           05 ACCRO-FIRST-NUM          PIC 9(8).
           05 ACCRO-LAST-NUM           PIC 9(8).
           05 ACCRO-BAL-DAYS           PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 ACCRO-DAYS               PIC 9(5).
           05 ACCRO-INTEREST           PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 ACCRO-START-DATE         PIC 9(8).
           05 ACCRO-LAST-DATE          PIC 9(8).
           05 FILLER                   PIC X(15).
       FD ACCR-NEW RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 ACCRN-REC.
           05 ACCRN-FIRST-NUM          PIC 9(8).
           05 ACCRN-LAST-NUM           PIC 9(8).
           05 ACCRN-BAL-DAYS           PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 ACCRN-DAYS               PIC 9(5).
           05 ACCRN-INTEREST           PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 ACCRN-START-DATE         PIC 9(8).
           05 ACCRN-LAST-DATE          PIC 9(8).
           05 FILLER                   PIC X(15).
       FD ACCR-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 ACTL-REC.
           05 ACTL-RUN-DATE            PIC 9(8).
           05 ACTL-RUN-TIME            PIC 9(6).
           05 ACTL-ACCOUNTS            PIC 9(9).
           05 ACTL-OLD-TOTAL           PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 ACTL-NEW-TOTAL           PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(25).
       FD ACCR-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-R-HEADING            PIC X(80) VALUE SPACES.
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-RUN-TIME             PIC 9(6).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       WORKING-STORAGE SECTION.
       01 PARM-STATUS                  PIC X(02).
       01 ACCRO-STATUS                 PIC X(02).
       01 NEW-EOF                      PIC X VALUE "N".
       01 ACCR-EOF                     PIC X VALUE "N".
       01 TA-NEW-KEY                   PIC 9(16).
       01 TA-ACCR-KEY                  PIC 9(16).
       01 TA-TIER1-LIMIT               PIC 9(9)V99.
       01 TA-TIER1-RATE                PIC 9V9999.
       01 TA-TIER2-LIMIT               PIC 9(9)V99.
       01 TA-TIER2-RATE                PIC 9V9999.
       01 TA-TIER3-RATE                PIC 9V9999.
       01 TA-PERIOD-DAYS               PIC 9(3) VALUE 30.
       01 TA-RATE                      PIC 9V9999.
       01 TA-BAL-WORK                  PIC S9(9)V99.
       01 TA-AVG-BAL                   PIC S9(9)V99.
       01 TA-READ-COUNT                PIC 9(9) VALUE 0.
       01 TA-ACCRUE-COUNT              PIC 9(9) VALUE 0.
       01 TA-SKIP-CLOSED               PIC 9(9) VALUE 0.
       01 TA-DROP-COUNT                PIC 9(9) VALUE 0.
       01 TA-ACCR-IN-COUNT             PIC 9(9) VALUE 0.
       01 TA-OLD-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 TA-NEW-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 TA-DROP-TOTAL                PIC S9(13)V99 VALUE 0.
       01 TA-NIGHT-ACCRUAL             PIC S9(13)V99 VALUE 0.
       01 TA-AMT-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-AVG-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-INT-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-DAYS-Z                    PIC ZZZZ9.
       01 TA-COUNT-Z                   PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2000-ACCRUE-ONE THRU 2000-EXIT
              UNTIL NEW-EOF = "Y"
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  MSTRBAL MUST HAVE ENDED TODAY'S
      *    CYCLE (IT ONLY STAMPS ITS END WHEN THE MASTER PROVED IN
      *    BALANCE) AND THIS PROGRAM MUST NOT HAVE ENDED ALREADY -
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
              DISPLAY "ACCRUE: MSTRBAL HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-SELF-DONE = "Y" THEN
              DISPLAY "ACCRUE: ALREADY COMPLETED THIS CYCLE - "
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
              IF REG-PROGRAM = "ACCRUE" AND REG-EVENT = "E" THEN
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
           MOVE "ACCRUE" TO REG-PROGRAM
           MOVE TA-REG-EVENT TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG.
       0190-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE RATE CARD INTPOST USES, OPEN THE FILES, WRITE
      *    THE REGISTER HEADINGS, AND PRIME BOTH STREAMS.  A BLANK
      *    OR ZERO POSTING-PERIOD LENGTH MEANS 30 DAYS.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           OPEN INPUT PARM-FILE
           IF PARM-STATUS NOT = "00" THEN
              DISPLAY "ACCRUE: INTPARM NOT FOUND - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           READ PARM-FILE
              AT END
                 DISPLAY "ACCRUE: INTPARM IS EMPTY - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE PARM-TIER1-LIMIT TO TA-TIER1-LIMIT
           MOVE PARM-TIER1-RATE TO TA-TIER1-RATE
           MOVE PARM-TIER2-LIMIT TO TA-TIER2-LIMIT
           MOVE PARM-TIER2-RATE TO TA-TIER2-RATE
           MOVE PARM-TIER3-RATE TO TA-TIER3-RATE
           IF PARM-PERIOD-DAYS IS NUMERIC THEN
              IF PARM-PERIOD-DAYS > 0 THEN
                 MOVE PARM-PERIOD-DAYS TO TA-PERIOD-DAYS
              END-IF
           END-IF
           CLOSE PARM-FILE
           OPEN INPUT NEW-MASTER
           OPEN INPUT ACCR-OLD
           IF ACCRO-STATUS NOT = "00" THEN
              MOVE "Y" TO ACCR-EOF
           ELSE
              PERFORM 9200-READ-ACCR THRU 9200-EXIT
           END-IF
           OPEN OUTPUT ACCR-NEW
           OPEN OUTPUT ACCR-CTL
           OPEN OUTPUT ACCR-RPT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO PRT-R-HEADING
           MOVE "DAILY BALANCE ACCRUAL REGISTER" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCOUNT             CLOSING BAL  DAYS"
              "  AVG DAILY BAL   ACCRUED INT"
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           PERFORM 9100-READ-NEW THRU 9100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ACCRUE ONE ACCOUNT FROM THE NEW MASTER.  PRIOR ACCRUALS
      *    FOR LOWER KEYS BELONG TO ACCOUNTS NO LONGER ON THE
      *    MASTER AND ARE DROPPED FIRST.  A CLOSED ACCOUNT ACCRUES
      *    NOTHING AND LOSES ANY ACCRUAL IT HAD.  OTHERWISE THE
      *    NIGHT'S CLOSING BALANCE IS ADDED IN AND THE ACCRUED
      *    INTEREST RECOMPUTED.
      *    -----------------------------------------------------------
       2000-ACCRUE-ONE.
           PERFORM 2300-DROP-OLD THRU 2300-EXIT
              UNTIL ACCR-EOF = "Y" OR TA-ACCR-KEY >= TA-NEW-KEY
           IF NEW-STATUS-CODE = "C" THEN
              ADD 1 TO TA-SKIP-CLOSED
              IF ACCR-EOF NOT = "Y" AND TA-ACCR-KEY = TA-NEW-KEY THEN
                 PERFORM 2300-DROP-OLD THRU 2300-EXIT
              END-IF
           ELSE
              MOVE SPACES TO ACCRN-REC
              MOVE NEW-FIRST-NUM TO ACCRN-FIRST-NUM
              MOVE NEW-LAST-NUM TO ACCRN-LAST-NUM
              IF ACCR-EOF NOT = "Y" AND TA-ACCR-KEY = TA-NEW-KEY THEN
                 MOVE ACCRO-BAL-DAYS TO ACCRN-BAL-DAYS
                 MOVE ACCRO-DAYS TO ACCRN-DAYS
                 MOVE ACCRO-START-DATE TO ACCRN-START-DATE
                 PERFORM 9200-READ-ACCR THRU 9200-EXIT
              ELSE
                 MOVE 0 TO ACCRN-BAL-DAYS
                 MOVE 0 TO ACCRN-DAYS
                 MOVE TA-REG-TODAY TO ACCRN-START-DATE
              END-IF
              MOVE FUNCTION NUMVAL-C(NEW-BALANCE) TO TA-BAL-WORK
              ADD TA-BAL-WORK TO ACCRN-BAL-DAYS
              ADD 1 TO ACCRN-DAYS
              MOVE TA-REG-TODAY TO ACCRN-LAST-DATE
              PERFORM 2100-COMPUTE-ACCRUAL THRU 2100-EXIT
              WRITE ACCRN-REC
              ADD 1 TO TA-ACCRUE-COUNT
              ADD ACCRN-INTEREST TO TA-NEW-TOTAL
              PERFORM 2200-WRITE-REGISTER THRU 2200-EXIT
           END-IF
           PERFORM 9100-READ-NEW THRU 9100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    INTEREST ACCRUED TO DATE: THE AVERAGE DAILY BALANCE AT
      *    THE RATE OF ITS TIER, FOR THE DAYS COUNTED SO FAR OUT OF
      *    THE POSTING PERIOD.  THE SAME TIER BREAKS INTPOST USED
      *    AGAINST THE SINGLE NIGHT'S BALANCE.
      *    -----------------------------------------------------------
       2100-COMPUTE-ACCRUAL.
           COMPUTE TA-AVG-BAL ROUNDED = ACCRN-BAL-DAYS / ACCRN-DAYS
           MOVE 0 TO ACCRN-INTEREST
           IF TA-AVG-BAL > 0 THEN
              EVALUATE TRUE
                 WHEN TA-AVG-BAL <= TA-TIER1-LIMIT
                    MOVE TA-TIER1-RATE TO TA-RATE
                 WHEN TA-AVG-BAL <= TA-TIER2-LIMIT
                    MOVE TA-TIER2-RATE TO TA-RATE
                 WHEN OTHER
                    MOVE TA-TIER3-RATE TO TA-RATE
              END-EVALUATE
              COMPUTE ACCRN-INTEREST ROUNDED =
                 TA-AVG-BAL * TA-RATE * ACCRN-DAYS / TA-PERIOD-DAYS
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REGISTER LINE PER ACCRUING ACCOUNT.
      *    -----------------------------------------------------------
       2200-WRITE-REGISTER.
           MOVE TA-BAL-WORK TO TA-AMT-ED
           MOVE ACCRN-DAYS TO TA-DAYS-Z
           MOVE TA-AVG-BAL TO TA-AVG-ED
           MOVE ACCRN-INTEREST TO TA-INT-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING NEW-FIRST-NUM "-" NEW-LAST-NUM " " TA-AMT-ED " "
              TA-DAYS-Z "  " TA-AVG-ED " " TA-INT-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC.
       2200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    DROP ONE PRIOR ACCRUAL - THE ACCOUNT IS CLOSED OR GONE
      *    FROM THE MASTER, SO WHAT IT HAD ACCRUED WILL NEVER BE
      *    PAID.  IT COMES OFF THE NEW ACCRUED TOTAL, AND GLEXTR
      *    REVERSES IT OUT OF THE PAYABLE WITH THE NIGHT'S ENTRY.
      *    -----------------------------------------------------------
       2300-DROP-OLD.
           ADD 1 TO TA-DROP-COUNT
           ADD ACCRO-INTEREST TO TA-DROP-TOTAL
           PERFORM 9200-READ-ACCR THRU 9200-EXIT.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT NEW-MASTER RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9100-READ-NEW.
           READ NEW-MASTER
              AT END MOVE "Y" TO NEW-EOF
           END-READ
           IF NEW-EOF NOT = "Y" THEN
              COMPUTE TA-NEW-KEY =
                 NEW-FIRST-NUM * 100000000 + NEW-LAST-NUM
              ADD 1 TO TA-READ-COUNT
           END-IF.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT PRIOR ACCRUAL RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9200-READ-ACCR.
           READ ACCR-OLD
              AT END MOVE "Y" TO ACCR-EOF
           END-READ
           IF ACCR-EOF NOT = "Y" THEN
              COMPUTE TA-ACCR-KEY =
                 ACCRO-FIRST-NUM * 100000000 + ACCRO-LAST-NUM
              ADD 1 TO TA-ACCR-IN-COUNT
              ADD ACCRO-INTEREST TO TA-OLD-TOTAL
           END-IF.
       9200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    DROP WHATEVER PRIOR ACCRUALS REMAIN, WRITE THE CONTROL
      *    RECORD AND THE TOTALS, AND CLOSE THE FILES.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           PERFORM 2300-DROP-OLD THRU 2300-EXIT
              UNTIL ACCR-EOF = "Y"
           COMPUTE TA-NIGHT-ACCRUAL = TA-NEW-TOTAL - TA-OLD-TOTAL
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO ACTL-REC
           MOVE TA-REG-TODAY TO ACTL-RUN-DATE
           MOVE CURRENT-TIME TO ACTL-RUN-TIME
           MOVE TA-ACCRUE-COUNT TO ACTL-ACCOUNTS
           MOVE TA-OLD-TOTAL TO ACTL-OLD-TOTAL
           MOVE TA-NEW-TOTAL TO ACTL-NEW-TOTAL
           WRITE ACTL-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE TA-READ-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCOUNTS READ:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-ACCRUE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCOUNTS ACCRUED:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-SKIP-CLOSED TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "CLOSED (SKIPPED):        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-DROP-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCRUALS DROPPED:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-DROP-TOTAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING "  INTEREST DROPPED:      " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-OLD-TOTAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCRUED BEFORE THE RUN:  " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-NEW-TOTAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCRUED AFTER THE RUN:   " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-NIGHT-ACCRUAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING "NIGHT'S NET ACCRUAL:     " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           CLOSE NEW-MASTER
           IF ACCRO-STATUS = "00" OR ACCRO-STATUS = "10" THEN
              CLOSE ACCR-OLD
           END-IF
           CLOSE ACCR-NEW
           CLOSE ACCR-CTL
           CLOSE ACCR-RPT
           MOVE "E" TO TA-REG-EVENT
           PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           DISPLAY "ACCRUE: READ=" TA-READ-COUNT
              " ACCRUED=" TA-ACCRUE-COUNT
              " DROPPED=" TA-DROP-COUNT
              " ACCRUAL IN=" TA-ACCR-IN-COUNT.
       3000-EXIT.
           EXIT.
