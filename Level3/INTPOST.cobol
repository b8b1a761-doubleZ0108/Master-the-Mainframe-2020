      *                ALREADY, SO ONE MONTH'S POSTTRAN CAN NO
      *                LONGER BE GENERATED TWICE AND FED INTO A
      *                SECOND MERGE.
      *    10/15/2026  EVERY POSTTRAN ITEM IS STAMPED "INTPOST" IN
      *                THE NEW TRAN-KEYER-ID FIELD (THE ORIGINATOR OF
      *                THE ITEM).  CUSTMAIN NOW RETURNS A WITHDRAWAL
      *                THAT WOULD BREACH THE OVERDRAFT LIMIT, BUT THE
      *                SERVICE CHARGE IS THE BANK'S OWN ITEM AND MUST
      *                ALWAYS POST - THE STAMP IS HOW THE MERGE TELLS
      *                IT FROM A CUSTOMER WITHDRAWAL.
      *    10/15/2026  INTEREST IS NOW PAID ON THE AVERAGE DAILY
      *                BALANCE.  THE NEW NIGHTLY ACCRUE STEP KEEPS
      *                BALANCE-DAYS, DAYS COUNTED AND INTEREST ACCRUED
      *                TO DATE PER ACCOUNT ON ACCRFILE, UNDER THE
      *                INTPARM TIERS; THIS PROGRAM PAYS THE ACCRUED
      *                FIGURE INSTEAD OF RATING THE ONE NIGHT'S
      *                BALANCE, AND RESETS THE ACCRUAL BY LEAVING
      *                EVERY PAID ACCOUNT OFF THE UPDATED COPY
      *                (ACCRNEW, PROMOTED OVER ACCRFILE AFTER THE
      *                RUN).  ACCRUALS FOR CLOSED ACCOUNTS AND FOR
      *                ACCOUNTS OPENED THIS CYCLE ARE CARRIED FORWARD
      *                UNTOUCHED.  ACCRUE MUST HAVE ENDED THIS CYCLE
      *                AND ITS ACCRNEW MUST HAVE BEEN PROMOTED, OR
      *                THE RUN REFUSES.  THE REGISTER SHOWS EACH
      *                ACCOUNT'S AVERAGE DAILY BALANCE.  THE SERVICE
      *                CHARGE TEST STILL USES THE MASTER BALANCE.
      *                INTPARM GAINED THE POSTING-PERIOD LENGTH IN
      *                DAYS THAT ACCRUE PRORATES BY.
      *    10/15/2026  A MISSING ACCRFILE NOW ABORTS THE RUN.  IT WAS
      *                TAKEN AS AN EMPTY ACCRUAL FILE, PAYING EVERY
      *                ACCOUNT NO INTEREST AND OVERWRITING ACCRUE'S
      *                UNPROMOTED ACCRNEW.  ACCRUE ENDED THIS CYCLE
      *                AND ALWAYS WRITES ACCRNEW, SO NO ACCRFILE CAN
      *                ONLY MEAN THE PROMOTION WAS SKIPPED.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           SELECT YTD-OLD ASSIGN TO YTDFILE
              FILE STATUS IS YTDO-STATUS.
           SELECT YTD-NEW ASSIGN TO YTDNEW.
           SELECT ACCR-OLD ASSIGN TO ACCRFILE
              FILE STATUS IS ACCRO-STATUS.
           SELECT ACCR-NEW ASSIGN TO ACCRNEW.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
           05 PARM-SVC-CUTOFF          PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 PARM-SVC-CHARGE          PIC 9(5)V99.
           05 PARM-PERIOD-DAYS         PIC 9(3).
           05 FILLER                   PIC X(21).
       FD POST-TRAN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TRAN-REC.
           05 TRAN-ACTION-CODE         PIC X(01).
           05 TRAN-FIRST-NUM           PIC 9(8).
           05 FILLER                   PIC X(3).
           05 TRAN-LAST-NUM            PIC 9(8).
           05 TRAN-KEYER-ID            PIC X(8).
           05 FILLER                   PIC X(1).
           05 TRAN-BALANCE             PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 TRAN-BRANCH-CODE         PIC X(3).
                                          SIGN IS LEADING SEPARATE.
           05 YTDN-POSTINGS            PIC 9(5).
           05 FILLER                   PIC X(27).
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
       01 ACCRN-REC                    PIC X(80).
       FD POST-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-HEAD.
           05 PRT-P-HEADING            PIC X(80) VALUE SPACES.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 PRT-P-NEW-BAL            PIC -Z,ZZZ,ZZ9.99
                                          VALUE SPACES.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 PRT-P-AVG-BAL            PIC -Z,ZZZ,ZZ9.99
                                          VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE SPACES.
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
       01 TA-READ-COUNT                PIC 9(9) VALUE 0.
       01 TA-POST-COUNT                PIC 9(9) VALUE 0.
       01 TA-SKIP-CLOSED               PIC 9(9) VALUE 0.
       01 TA-SVC-CUTOFF                PIC S9(9)V99.
       01 TA-SVC-CHARGE                PIC 9(5)V99.
       01 TA-BAL-WORK                  PIC S9(9)V99.
       01 TA-AVG-BAL                   PIC S9(9)V99.
       01 TA-INTEREST                  PIC S9(9)V99.
       01 TA-CHARGE                    PIC S9(9)V99.
       01 TA-NEW-BAL                   PIC S9(9)V99.
       01 TA-ACCT-KEY                  PIC 9(16).
       01 TA-YTD-IN-COUNT              PIC 9(9) VALUE 0.
       01 TA-YTD-OUT-COUNT             PIC 9(9) VALUE 0.
       01 ACCRO-STATUS                 PIC X(02).
       01 ACCR-EOF                     PIC X VALUE "N".
       01 TA-ACCR-KEY                  PIC 9(16).
       01 TA-ACCR-IN-COUNT             PIC 9(9) VALUE 0.
       01 TA-ACCR-RESET-COUNT          PIC 9(9) VALUE 0.
       01 TA-ACCR-CARRY-COUNT          PIC 9(9) VALUE 0.
       01 TA-COUNT-Z                   PIC ZZZ,ZZZ,ZZ9.
       01 TA-TOTAL-ED                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 REG-STATUS                   PIC X(02).
       01 TA-REG-TODAY                 PIC 9(8).
       01 TA-PRED-DONE                 PIC X.
       01 TA-SELF-DONE                 PIC X.
       01 TA-ACCR-DONE                 PIC X.
       01 TA-REG-EVENT                 PIC X.
       01 CURRENT-DATE-DATA.
           05  CURRENT-DATE.
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  MSTRBAL MUST HAVE ENDED TODAY'S
      *    CYCLE (IT ONLY STAMPS ITS END WHEN THE MASTER PROVED IN
      *    BALANCE), ACCRUE MUST HAVE COUNTED TODAY INTO THE
      *    ACCRUALS THIS PROGRAM PAYS, AND THIS PROGRAM MUST NOT
      *    HAVE ENDED ALREADY - OTHERWISE THE RUN REFUSES TO START.
      *    -----------------------------------------------------------
       0100-VERIFY-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
              CURRENT-DAY
           MOVE "N" TO TA-PRED-DONE
           MOVE "N" TO TA-SELF-DONE
           MOVE "N" TO TA-ACCR-DONE
           MOVE "N" TO REG-EOF
           OPEN INPUT RUN-REG
           IF REG-STATUS = "00" THEN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-ACCR-DONE NOT = "Y" THEN
              DISPLAY "INTPOST: ACCRUE HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-SELF-DONE = "Y" THEN
              DISPLAY "INTPOST: ALREADY COMPLETED THIS CYCLE - "
                 "RUN ABORTED"
              IF REG-PROGRAM = "INTPOST" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-SELF-DONE
              END-IF
              IF REG-PROGRAM = "ACCRUE" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-ACCR-DONE
              END-IF
           END-IF.
       0150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE RATE CARD, OPEN THE FILES, WRITE THE REGISTER
      *    HEADINGS, AND PRIME THE MASTER STREAM.  THE INTEREST
      *    TIERS ON THE CARD ARE APPLIED BY ACCRUE; ONLY THE SERVICE
      *    CHARGE TERMS ARE USED HERE.  ACCRUE DATES EVERY RECORD IT
      *    WRITES, SO A FIRST ACCRFILE RECORD NOT DATED TODAY MEANS
      *    LAST NIGHT'S FILE IS STILL IN PLACE - PAYING FROM IT
      *    WOULD SHORT EVERY ACCOUNT A DAY, SO THE RUN ABORTS.  NO
      *    ACCRFILE AT ALL MEANS THE PROMOTION WAS SKIPPED; THAT
      *    ABORTS TOO, BEFORE ACCRNEW IS OPENED AND OVERWRITTEN.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE PARM-SVC-CUTOFF TO TA-SVC-CUTOFF
           MOVE PARM-SVC-CHARGE TO TA-SVC-CHARGE
           CLOSE PARM-FILE
              PERFORM 9200-READ-YTD THRU 9200-EXIT
           END-IF
           OPEN OUTPUT YTD-NEW
           OPEN INPUT ACCR-OLD
           IF ACCRO-STATUS NOT = "00" THEN
              DISPLAY "INTPOST: ACCRFILE NOT FOUND - "
                 "PROMOTE ACCRNEW FIRST - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              PERFORM 9300-READ-ACCR THRU 9300-EXIT
              IF ACCR-EOF NOT = "Y" AND
                 ACCRO-LAST-DATE NOT = TA-REG-TODAY THEN
                 DISPLAY "INTPOST: ACCRFILE IS NOT TODAY'S - "
                    "PROMOTE ACCRNEW FIRST - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT ACCR-NEW
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO PRT-P-HEADING
           MOVE "INTEREST AND SERVICE-CHARGE POSTING REGISTER"
           END-STRING
           WRITE RPT-HEAD
           MOVE SPACES TO PRT-P-HEADING
           STRING "NAME                        INTEREST      CHARGE"
              "  NEW BALANCE AVG DAILY BAL"
              DELIMITED BY SIZE INTO PRT-P-HEADING
           END-STRING
           WRITE RPT-HEAD
           MOVE ALL "=" TO PRT-P-HEADING
           WRITE RPT-HEAD
           EXIT.
      *
      *    -----------------------------------------------------------
      *    POST ONE ACCOUNT.  THE INTEREST IS WHAT ACCRUE HAS
      *    ACCRUED ON THE AVERAGE DAILY BALANCE SINCE THE LAST
      *    POSTING, AND THE ACCRUAL IS RESET BY NOT CARRYING IT
      *    FORWARD; AN ACCOUNT WITH NO ACCRUAL EARNS NOTHING.  A
      *    BALANCE AT OR BELOW THE CUTOFF PAYS THE FLAT SERVICE
      *    CHARGE.  ONLY ACCOUNTS WITH SOMETHING TO POST GET A
      *    TRANSACTION AND A REGISTER LINE.
      *    -----------------------------------------------------------
       2000-POST-ONE.
           COMPUTE TA-ACCT-KEY =
              CUST-FIRST-NUM * 100000000 + CUST-LAST-NUM
           PERFORM 2500-CARRY-ACCR THRU 2500-EXIT
              UNTIL ACCR-EOF = "Y" OR TA-ACCR-KEY >= TA-ACCT-KEY
           IF CUST-STATUS-CODE = "C" THEN
              ADD 1 TO TA-SKIP-CLOSED
           ELSE
              MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-BAL-WORK
              MOVE 0 TO TA-INTEREST
              MOVE 0 TO TA-CHARGE
              MOVE 0 TO TA-AVG-BAL
              IF ACCR-EOF NOT = "Y" AND TA-ACCR-KEY = TA-ACCT-KEY THEN
                 MOVE ACCRO-INTEREST TO TA-INTEREST
                 IF ACCRO-DAYS > 0 THEN
                    COMPUTE TA-AVG-BAL ROUNDED =
                       ACCRO-BAL-DAYS / ACCRO-DAYS
                 END-IF
                 ADD 1 TO TA-ACCR-RESET-COUNT
                 PERFORM 9300-READ-ACCR THRU 9300-EXIT
              END-IF
              IF TA-SVC-CUTOFF >= TA-BAL-WORK THEN
                 MOVE TA-SVC-CHARGE TO TA-CHARGE
      *    ACTION CODE ("P" INTEREST DEPOSIT, "W" SERVICE-CHARGE
      *    WITHDRAWAL) AND THE AMOUNT.  BRANCH AND STATUS ARE LEFT
      *    BLANK SO CUSTMAIN CARRIES THE MASTER'S OWN VALUES FORWARD.
      *    THE KEYER STAMP MARKS THE ITEM AS BANK-ORIGINATED.
      *    -----------------------------------------------------------
       2100-WRITE-TRAN.
           MOVE SPACES TO TRAN-REC
           MOVE CUST-FIRST-NUM TO TRAN-FIRST-NUM
           MOVE CUST-LAST-NUM TO TRAN-LAST-NUM
           MOVE TA-OUT-AMT TO TRAN-BALANCE
           MOVE "INTPOST" TO TRAN-KEYER-ID
           WRITE TRAN-REC.
       2100-EXIT.
           EXIT.
           MOVE TA-INTEREST TO PRT-P-INTEREST
           MOVE TA-CHARGE TO PRT-P-CHARGE
           MOVE TA-NEW-BAL TO PRT-P-NEW-BAL
           MOVE TA-AVG-BAL TO PRT-P-AVG-BAL
           WRITE RPT-DETAIL.
       2200-EXIT.
           EXIT.
      *    BOTH STREAMS ARE IN ASCENDING KEY ORDER.
      *    -----------------------------------------------------------
       2300-UPDATE-YTD.
           PERFORM 2400-COPY-YTD-OLD THRU 2400-EXIT
              UNTIL YTD-EOF = "Y" OR TA-YTD-KEY >= TA-ACCT-KEY
           MOVE SPACES TO YTDN-REC
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CARRY ONE ACCRUAL FORWARD UNPAID - A CLOSED ACCOUNT'S
      *    (ACCRUE DROPS IT NEXT CYCLE) OR ONE FOR AN ACCOUNT OPENED
      *    SINCE THIS MASTER WAS WRITTEN.
      *    -----------------------------------------------------------
       2500-CARRY-ACCR.
           MOVE ACCRO-REC TO ACCRN-REC
           WRITE ACCRN-REC
           ADD 1 TO TA-ACCR-CARRY-COUNT
           PERFORM 9300-READ-ACCR THRU 9300-EXIT.
       2500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT ACCRUAL RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9300-READ-ACCR.
           READ ACCR-OLD
              AT END MOVE "Y" TO ACCR-EOF
           END-READ
           IF ACCR-EOF NOT = "Y" THEN
              COMPUTE TA-ACCR-KEY =
                 ACCRO-FIRST-NUM * 100000000 + ACCRO-LAST-NUM
              ADD 1 TO TA-ACCR-IN-COUNT
           END-IF.
       9300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT PRIOR YTD RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9200-READ-YTD.
           WRITE RPT-HEAD
           PERFORM 2400-COPY-YTD-OLD THRU 2400-EXIT
              UNTIL YTD-EOF = "Y"
           PERFORM 2500-CARRY-ACCR THRU 2500-EXIT
              UNTIL ACCR-EOF = "Y"
           CLOSE CUST-RECS
           CLOSE POST-TRAN
           CLOSE POST-RPT
              CLOSE YTD-OLD
           END-IF
           CLOSE YTD-NEW
           IF ACCRO-STATUS = "00" OR ACCRO-STATUS = "10" THEN
              CLOSE ACCR-OLD
           END-IF
           CLOSE ACCR-NEW
           MOVE "E" TO TA-REG-EVENT
           PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           DISPLAY "INTPOST: READ=" TA-READ-COUNT
              " POSTED=" TA-POST-COUNT
              " CLOSED SKIPPED=" TA-SKIP-CLOSED
              " YTD IN=" TA-YTD-IN-COUNT
              " YTD OUT=" TA-YTD-OUT-COUNT
              " ACCRUALS RESET=" TA-ACCR-RESET-COUNT
              " CARRIED=" TA-ACCR-CARRY-COUNT.
       3000-EXIT.
           EXIT.
