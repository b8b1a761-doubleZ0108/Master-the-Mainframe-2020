      *                BOTH EQUATIONS BALANCE, SO THE STEPS GATED ON
      *                MSTRBAL (CUSTLOAD, MSTRXTR, INTPOST) CANNOT
      *                RUN PAST AN OUT-OF-BALANCE MASTER.
      *    10/15/2026  REPLAYS CUSTMAIN'S OVERDRAFT LIMIT AND NSF
      *                RETURNS.  THE LIMIT COMES FROM CUST-OD-LIMIT
      *                (ZERO FOR AN ADD OR A BLANK FIELD) AND AN "L"
      *                RESETS IT.  A "W" THAT WOULD BREACH IT MOVES NO
      *                MONEY ITSELF, BUT THE NSF FEE FROM THE SAME
      *                NSFPARM CARD IS TAKEN FROM THE WORKING BALANCE.
      *                INTPOST'S SERVICE CHARGES (KEYER "INTPOST")
      *                ALWAYS APPLY.  RETURNED ITEMS AND FEES PRINT ON
      *                THE REPORT.
      *    10/15/2026  REPLAYS CUSTMAIN'S ACCOUNT-TO-ACCOUNT TRANSFERS.
      *                THE SAME TRANSFER TABLE IS LOADED FROM TRANFILE
      *                AND THE SAME TWO PROVING PASSES DECIDE WHICH
      *                TRANSFERS POST; AN APPROVED DEBIT COMES OFF THE
      *                FROM-ACCOUNT AT THE "X" CARD AND ITS CREDIT IS
      *                ADDED TO THE TO-ACCOUNT AS ITS KEY GROUP CLOSES
      *                - INCLUDING AN OLD-MASTER ACCOUNT WITH NO
      *                TRANSACTIONS OF ITS OWN.  POSTED AND FAILED
      *                TRANSFERS PRINT ON THE REPORT.
      *    10/15/2026  A "W" STAMPED "ESCHEAT" (AN UNCLAIMED BALANCE
      *                REMITTED TO THE STATE) IS NEVER RETURNED NSF,
      *                MATCHING CUSTMAIN.
      *    10/15/2026  REPLAYS CUSTMAIN'S REVERSALS.  THE SAME
      *                REVERSAL TABLE IS LOADED FROM TRANFILE AND
      *                DECIDED AGAINST THE HISTORY JOURNAL THE SAME
      *                WAY (RN - NO SUCH POSTING, RR - ALREADY
      *                REVERSED).  BY NOW HISTFILE ALSO HOLDS TONIGHT'S
      *                OWN MERGE, SO RECORDS STAMPED WITH THE RUN DATE
      *                AND TIME ON THE CTLFILE RECORD ARE LEFT OUT OF
      *                THE SCAN.  AN APPROVED REVERSAL TAKES A DEPOSIT
      *                BACK OUT OF THE WORKING BALANCE OR PUTS A
      *                WITHDRAWAL BACK IN.  POSTED AND FAILED
      *                REVERSALS PRINT ON THE REPORT.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           SELECT TRAN-FILE ASSIGN TO TRANFILE.
           SELECT NEW-MASTER ASSIGN TO NEWCUST.
           SELECT BAL-RPT ASSIGN TO BALRPT.
           SELECT PARM-FILE ASSIGN TO NSFPARM
              FILE STATUS IS PARM-STATUS.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
           SELECT CTL-FILE ASSIGN TO CTLFILE
              FILE STATUS IS CTL-STATUS.
           SELECT HIST-FILE ASSIGN TO HISTFILE
              FILE STATUS IS HIST-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
           05 CUST-FIRST-NUM           PIC 9(8).
           05 FILLER                   PIC X(3).
           05 CUST-LAST-NUM            PIC 9(8).
           05 CUST-OD-LIMIT            PIC 9(7)V99.
           05 CUST-BALANCE             PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6).
           05 CUST-BRANCH-CODE         PIC X(3).
           05 TRAN-ACTION-CODE         PIC X(01).
           05 TRAN-FIRST-NAME          PIC X(11).
           05 TRAN-LAST-NAME           PIC X(22).
           05 TRAN-XFER-DATA REDEFINES TRAN-LAST-NAME.
              10 TRAN-XFER-TO-FIRST-NUM PIC 9(8).
              10 TRAN-XFER-TO-LAST-NUM PIC 9(8).
              10 FILLER                PIC X(6).
           05 TRAN-REV-DATA REDEFINES TRAN-LAST-NAME.
              10 TRAN-REV-ACTION       PIC X(1).
              10 TRAN-REV-DATE         PIC 9(8).
              10 TRAN-REV-TIME         PIC 9(6).
              10 FILLER                PIC X(7).
           05 TRAN-FIRST-NUM           PIC 9(8).
           05 FILLER                   PIC X(3).
           05 TRAN-LAST-NUM            PIC 9(8).
           05 TRAN-KEYER-ID            PIC X(8).
           05 FILLER                   PIC X(1).
           05 TRAN-BALANCE             PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 TRAN-BRANCH-CODE         PIC X(3).
       FD BAL-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-B-HEADING            PIC X(80) VALUE SPACES.
       FD PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
           05 PARM-NSF-FEE             PIC 9(5)V99.
           05 FILLER                   PIC X(73).
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       FD CTL-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 CTL-REC.
           05 CTL-RUN-DATE             PIC 9(8).
           05 CTL-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X(66).
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
           05 HIST-REV-DATA REDEFINES HIST-EXTRA.
              10 HIST-REV-ACTION       PIC X(1).
              10 HIST-REV-DATE         PIC 9(8).
              10 HIST-REV-TIME         PIC 9(6).
              10 FILLER                PIC X(7).
       WORKING-STORAGE SECTION.
       01 OLD-EOF                      PIC X VALUE "N".
       01 TRAN-EOF                     PIC X VALUE "N".
       01 TA-STATUS-COUNT              PIC 9(5) VALUE 0.
       01 TA-DELETE-COUNT              PIC 9(5) VALUE 0.
       01 TA-ERROR-COUNT               PIC 9(5) VALUE 0.
       01 TA-LIMIT-COUNT               PIC 9(5) VALUE 0.
       01 TA-NSF-COUNT                 PIC 9(5) VALUE 0.
       01 TA-FEE-COUNT                 PIC 9(5) VALUE 0.
       01 TA-FEE-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 TA-NSF-FEE                   PIC 9(5)V99 VALUE 25.00.
       01 TA-OD-LIMIT                  PIC 9(7)V99.
       01 TA-OD-FLOOR                  PIC S9(9)V99.
       01 PARM-STATUS                  PIC X(02).
       01 TA-XFER-MAX                  PIC 9(5) VALUE 2000.
       01 TA-XFER-COUNT                PIC 9(5) VALUE 0.
       01 TA-XFER-SEQ                  PIC 9(5) VALUE 0.
       01 TA-XIDX                      PIC 9(5).
       01 TA-CIDX                      PIC 9(5).
       01 TA-CR-IDX                    PIC 9(5).
       01 TA-CR-DONE                   PIC X.
       01 TA-SIFT-DONE                 PIC X.
       01 TA-PROVE-MODE                PIC X.
       01 TA-XFER-REASON               PIC X(02).
       01 TA-NEW-CR-KEY                PIC 9(16).
       01 TA-XFER-OUT-COUNT            PIC 9(5) VALUE 0.
       01 TA-XFER-IN-COUNT             PIC 9(5) VALUE 0.
       01 TA-XFER-FAIL-COUNT           PIC 9(5) VALUE 0.
       01 XFER-TABLE.
           05 XFER-ENTRY OCCURS 2000 TIMES.
               10 XT-FROM-FIRST-NUM    PIC 9(8).
               10 XT-FROM-LAST-NUM     PIC 9(8).
               10 XT-TO-FIRST-NUM      PIC 9(8).
               10 XT-TO-LAST-NUM       PIC 9(8).
               10 XT-AMOUNT            PIC S9(9)V99.
               10 XT-STATUS            PIC X(1).
               10 XT-REASON            PIC X(2).
       01 CTL-STATUS                   PIC X(02).
       01 HIST-STATUS                  PIC X(02).
       01 HIST-EOF                     PIC X.
       01 TA-CTL-DATE                  PIC 9(8) VALUE 0.
       01 TA-CTL-TIME                  PIC 9(6) VALUE 0.
       01 TA-REV-MAX                   PIC 9(5) VALUE 2000.
       01 TA-REV-COUNT                 PIC 9(5) VALUE 0.
       01 TA-REV-SEQ                   PIC 9(5) VALUE 0.
       01 TA-RIDX                      PIC 9(5).
       01 TA-RIDX2                     PIC 9(5).
       01 TA-REV-LO                    PIC 9(5).
       01 TA-REV-HI                    PIC 9(5).
       01 TA-REV-MID                   PIC 9(5).
       01 TA-REV-USED                  PIC 9(5).
       01 TA-REV-DONE                  PIC X.
       01 TA-REV-HIST-KEY              PIC 9(16).
       01 TA-REV-HIST-AMT              PIC S9(9)V99.
       01 TA-REVERSE-COUNT             PIC 9(5) VALUE 0.
       01 TA-REV-FAIL-COUNT            PIC 9(5) VALUE 0.
       01 REV-TABLE.
           05 REV-ENTRY OCCURS 2000 TIMES.
               10 RT-KEY               PIC 9(16).
               10 RT-ORIG-ACTION       PIC X(1).
               10 RT-ORIG-DATE         PIC 9(8).
               10 RT-ORIG-TIME         PIC 9(6).
               10 RT-AMOUNT            PIC S9(9)V99.
               10 RT-MATCH-COUNT       PIC 9(5).
               10 RT-PRIOR-COUNT       PIC 9(5).
               10 RT-STATUS            PIC X(1).
               10 RT-REASON            PIC X(2).
       01 CREDIT-INDEX.
           05 CREDIT-ENTRY OCCURS 2000 TIMES.
               10 CX-KEY               PIC 9(16).
               10 CX-SEQ               PIC 9(5).
       01 TA-EXPECT-COUNT              PIC S9(9) VALUE 0.
       01 TA-BAL-WORK                  PIC S9(9)V99.
       01 TA-OLD-TOTAL                 PIC S9(13)V99 VALUE 0.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE SAME OPTIONAL NSF FEE CARD CUSTMAIN READ, DECIDE
      *    THE NIGHT'S REVERSALS AND TRANSFERS THE SAME WAY, OPEN THE
      *    FILES, AND PRIME THE OLD-MASTER, TRANSACTION, AND
      *    NEW-MASTER STREAMS WITH THEIR FIRST RECORD.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           OPEN INPUT PARM-FILE
           IF PARM-STATUS = "00" THEN
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-NSF-FEE IS NUMERIC THEN
                       MOVE PARM-NSF-FEE TO TA-NSF-FEE
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           PERFORM 1100-LOAD-XFERS THRU 1100-EXIT
           IF TA-REV-COUNT > 0 THEN
              PERFORM 1300-SCAN-HISTORY THRU 1300-EXIT
              MOVE 1 TO TA-RIDX
              PERFORM 1450-DECIDE-ONE-REV THRU 1450-EXIT
                 UNTIL TA-RIDX > TA-REV-COUNT
           END-IF
           IF TA-XFER-COUNT > 0 THEN
              MOVE "N" TO TA-PROVE-MODE
              PERFORM 1500-PROVE-PASS THRU 1500-EXIT
              MOVE "S" TO TA-PROVE-MODE
              PERFORM 1500-PROVE-PASS THRU 1500-EXIT
           END-IF
           OPEN INPUT NEW-MASTER
           OPEN OUTPUT BAL-RPT
           PERFORM 1200-OPEN-MERGE THRU 1200-EXIT
           PERFORM 9300-READ-NEW THRU 9300-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    LOAD EVERY TRANSFER CARD IN TRANFILE INTO THE TRANSFER
      *    TABLE IN FILE ORDER, WITH THE CREDIT INDEX IN TO-ACCOUNT
      *    ORDER, AND EVERY REVERSAL CARD INTO THE REVERSAL TABLE -
      *    THE SAME TABLES CUSTMAIN BUILT.
      *    -----------------------------------------------------------
       1100-LOAD-XFERS.
           MOVE 0 TO TA-XFER-COUNT
           MOVE 0 TO TA-REV-COUNT
           MOVE "N" TO TRAN-EOF
           OPEN INPUT TRAN-FILE
           PERFORM 9200-READ-TRAN THRU 9200-EXIT
           PERFORM 1150-LOAD-ONE THRU 1150-EXIT
              UNTIL TRAN-EOF = "Y"
           CLOSE TRAN-FILE.
       1100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE TRANSACTION OF THE LOAD - ONLY TRANSFERS AND
      *    REVERSALS ARE KEPT.
      *    -----------------------------------------------------------
       1150-LOAD-ONE.
           IF TRAN-ACTION-CODE = "X" THEN
              IF TA-XFER-COUNT NOT < TA-XFER-MAX THEN
                 DISPLAY "MSTRBAL: MORE THAN " TA-XFER-MAX
                    " TRANSFERS IN TRANFILE - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO TA-XFER-COUNT
              MOVE TRAN-FIRST-NUM TO XT-FROM-FIRST-NUM(TA-XFER-COUNT)
              MOVE TRAN-LAST-NUM TO XT-FROM-LAST-NUM(TA-XFER-COUNT)
              MOVE TRAN-XFER-TO-FIRST-NUM
                 TO XT-TO-FIRST-NUM(TA-XFER-COUNT)
              MOVE TRAN-XFER-TO-LAST-NUM
                 TO XT-TO-LAST-NUM(TA-XFER-COUNT)
              MOVE TRAN-BALANCE TO XT-AMOUNT(TA-XFER-COUNT)
              MOVE "A" TO XT-STATUS(TA-XFER-COUNT)
              MOVE SPACES TO XT-REASON(TA-XFER-COUNT)
              COMPUTE TA-NEW-CR-KEY =
                 TRAN-XFER-TO-FIRST-NUM * 100000000 +
                 TRAN-XFER-TO-LAST-NUM
              MOVE TA-XFER-COUNT TO TA-CIDX
              MOVE "N" TO TA-SIFT-DONE
              PERFORM 1160-SIFT-CREDIT THRU 1160-EXIT
                 UNTIL TA-CIDX <= 1 OR TA-SIFT-DONE = "Y"
              MOVE TA-NEW-CR-KEY TO CX-KEY(TA-CIDX)
              MOVE TA-XFER-COUNT TO CX-SEQ(TA-CIDX)
           END-IF
           IF TRAN-ACTION-CODE = "R" THEN
              IF TA-REV-COUNT NOT < TA-REV-MAX THEN
                 DISPLAY "MSTRBAL: MORE THAN " TA-REV-MAX
                    " REVERSALS IN TRANFILE - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO TA-REV-COUNT
              MOVE TA-TRAN-KEY TO RT-KEY(TA-REV-COUNT)
              MOVE TRAN-REV-ACTION TO RT-ORIG-ACTION(TA-REV-COUNT)
              MOVE TRAN-REV-DATE TO RT-ORIG-DATE(TA-REV-COUNT)
              MOVE TRAN-REV-TIME TO RT-ORIG-TIME(TA-REV-COUNT)
              MOVE TRAN-BALANCE TO RT-AMOUNT(TA-REV-COUNT)
              MOVE 0 TO RT-MATCH-COUNT(TA-REV-COUNT)
              MOVE 0 TO RT-PRIOR-COUNT(TA-REV-COUNT)
              MOVE "A" TO RT-STATUS(TA-REV-COUNT)
              MOVE SPACES TO RT-REASON(TA-REV-COUNT)
           END-IF
           PERFORM 9200-READ-TRAN THRU 9200-EXIT.
       1150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE CREDIT-INDEX INSERTION.  A STRICT COMPARE
      *    KEEPS CREDITS TO ONE ACCOUNT IN CARD ORDER.
      *    -----------------------------------------------------------
       1160-SIFT-CREDIT.
           IF CX-KEY(TA-CIDX - 1) > TA-NEW-CR-KEY THEN
              MOVE CREDIT-ENTRY(TA-CIDX - 1) TO CREDIT-ENTRY(TA-CIDX)
              SUBTRACT 1 FROM TA-CIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       1160-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN THE OLD MASTER AND THE TRANSACTIONS FROM THE TOP FOR
      *    A PASS AND PRIME THEM.  THE OLD-SIDE COUNT AND TOTAL, THE
      *    TRANSFER AND REVERSAL COUNTERS, AND THE CREDIT-INDEX
      *    POSITION ALL START OVER WITH THE PASS.
      *    -----------------------------------------------------------
       1200-OPEN-MERGE.
           MOVE "N" TO OLD-EOF
           MOVE "N" TO TRAN-EOF
           MOVE 0 TO TA-OLD-COUNT
           MOVE 0 TO TA-OLD-TOTAL
           MOVE 0 TO TA-XFER-SEQ
           MOVE 0 TO TA-REV-SEQ
           MOVE 1 TO TA-CR-IDX
           OPEN INPUT CUST-RECS
           OPEN INPUT TRAN-FILE
           PERFORM 9100-READ-OLD THRU 9100-EXIT
           PERFORM 9200-READ-TRAN THRU 9200-EXIT.
       1200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SCAN THE HISTORY JOURNAL FOR THE POSTINGS THE NIGHT'S
      *    REVERSALS NAME, AS CUSTMAIN DID BEFORE IT APPENDED TO IT.
      *    THE CTLFILE RECORD CARRIES THE STAMP CUSTMAIN PUT ON EVERY
      *    HISTORY RECORD IT WROTE TONIGHT; THOSE ARE SKIPPED.
      *    -----------------------------------------------------------
       1300-SCAN-HISTORY.
           OPEN INPUT CTL-FILE
           IF CTL-STATUS = "00" THEN
              READ CTL-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CTL-RUN-DATE TO TA-CTL-DATE
                    MOVE CTL-RUN-TIME TO TA-CTL-TIME
              END-READ
              CLOSE CTL-FILE
           END-IF
           MOVE "N" TO HIST-EOF
           OPEN INPUT HIST-FILE
           IF HIST-STATUS = "00" THEN
              PERFORM 1350-SCAN-ONE-HIST THRU 1350-EXIT
                 UNTIL HIST-EOF = "Y"
              CLOSE HIST-FILE
           END-IF.
       1300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE JOURNAL RECORD - THE SAME TEST CUSTMAIN MAKES.
      *    -----------------------------------------------------------
       1350-SCAN-ONE-HIST.
           READ HIST-FILE
              AT END MOVE "Y" TO HIST-EOF
           END-READ
           IF HIST-EOF NOT = "Y" AND
              (HIST-ACTION-CODE = "P" OR HIST-ACTION-CODE = "W" OR
               HIST-ACTION-CODE = "R") AND
              HIST-FIRST-NUM IS NUMERIC AND
              HIST-LAST-NUM IS NUMERIC AND
              HIST-BEFORE-BAL IS NUMERIC AND
              HIST-AFTER-BAL IS NUMERIC AND
              NOT (HIST-RUN-DATE = TA-CTL-DATE AND
                   HIST-RUN-TIME = TA-CTL-TIME) THEN
              COMPUTE TA-REV-HIST-KEY =
                 HIST-FIRST-NUM * 100000000 + HIST-LAST-NUM
              IF HIST-ACTION-CODE = "P" OR
                 (HIST-ACTION-CODE = "R" AND
                  HIST-REV-ACTION = "W") THEN
                 COMPUTE TA-REV-HIST-AMT =
                    HIST-AFTER-BAL - HIST-BEFORE-BAL
              ELSE
                 COMPUTE TA-REV-HIST-AMT =
                    HIST-BEFORE-BAL - HIST-AFTER-BAL
              END-IF
              MOVE 1 TO TA-REV-LO
              COMPUTE TA-REV-HI = TA-REV-COUNT + 1
              PERFORM 1360-HALVE-RANGE THRU 1360-EXIT
                 UNTIL TA-REV-LO NOT < TA-REV-HI
              MOVE TA-REV-LO TO TA-RIDX
              MOVE "N" TO TA-REV-DONE
              PERFORM 1370-MATCH-ONE-REV THRU 1370-EXIT
                 UNTIL TA-REV-DONE = "Y"
           END-IF.
       1350-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE SEARCH FOR THE FIRST REVERSAL AT THE
      *    JOURNAL RECORD'S KEY.
      *    -----------------------------------------------------------
       1360-HALVE-RANGE.
           COMPUTE TA-REV-MID = (TA-REV-LO + TA-REV-HI) / 2
           IF RT-KEY(TA-REV-MID) < TA-REV-HIST-KEY THEN
              COMPUTE TA-REV-LO = TA-REV-MID + 1
           ELSE
              MOVE TA-REV-MID TO TA-REV-HI
           END-IF.
       1360-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    COUNT THE JOURNAL RECORD AGAINST ONE REVERSAL AT ITS KEY,
      *    AS THE ORIGINAL POSTING OR AS AN EARLIER REVERSAL OF IT.
      *    -----------------------------------------------------------
       1370-MATCH-ONE-REV.
           EVALUATE TRUE
              WHEN TA-RIDX > TA-REV-COUNT
                 MOVE "Y" TO TA-REV-DONE
              WHEN RT-KEY(TA-RIDX) NOT = TA-REV-HIST-KEY
                 MOVE "Y" TO TA-REV-DONE
              WHEN OTHER
                 IF HIST-ACTION-CODE = RT-ORIG-ACTION(TA-RIDX) AND
                    HIST-RUN-DATE = RT-ORIG-DATE(TA-RIDX) AND
                    HIST-RUN-TIME = RT-ORIG-TIME(TA-RIDX) AND
                    TA-REV-HIST-AMT = RT-AMOUNT(TA-RIDX) THEN
                    ADD 1 TO RT-MATCH-COUNT(TA-RIDX)
                 END-IF
                 IF HIST-ACTION-CODE = "R" AND
                    HIST-REV-ACTION = RT-ORIG-ACTION(TA-RIDX) AND
                    HIST-REV-DATE = RT-ORIG-DATE(TA-RIDX) AND
                    HIST-REV-TIME = RT-ORIG-TIME(TA-RIDX) AND
                    TA-REV-HIST-AMT = RT-AMOUNT(TA-RIDX) THEN
                    ADD 1 TO RT-PRIOR-COUNT(TA-RIDX)
                 END-IF
                 ADD 1 TO TA-RIDX
           END-EVALUATE.
       1370-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    DECIDE ONE REVERSAL IN CARD ORDER - RN WHEN NO DEPOSIT OR
      *    WITHDRAWAL ON THE JOURNAL MATCHES IT, RR WHEN EARLIER
      *    REVERSALS HAVE USED UP EVERY MATCH.
      *    -----------------------------------------------------------
       1450-DECIDE-ONE-REV.
           IF (RT-ORIG-ACTION(TA-RIDX) NOT = "P" AND
               RT-ORIG-ACTION(TA-RIDX) NOT = "W") OR
              RT-MATCH-COUNT(TA-RIDX) = 0 THEN
              MOVE "F" TO RT-STATUS(TA-RIDX)
              MOVE "RN" TO RT-REASON(TA-RIDX)
           ELSE
              MOVE 0 TO TA-REV-USED
              MOVE TA-RIDX TO TA-RIDX2
              MOVE "N" TO TA-REV-DONE
              PERFORM 1460-COUNT-EARLIER THRU 1460-EXIT
                 UNTIL TA-REV-DONE = "Y"
              IF RT-PRIOR-COUNT(TA-RIDX) + TA-REV-USED NOT <
                 RT-MATCH-COUNT(TA-RIDX) THEN
                 MOVE "F" TO RT-STATUS(TA-RIDX)
                 MOVE "RR" TO RT-REASON(TA-RIDX)
              END-IF
           END-IF
           ADD 1 TO TA-RIDX.
       1450-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    STEP BACK ONE ENTRY AT THE SAME KEY AND COUNT IT IF IT WAS
      *    APPROVED FOR THE SAME POSTING.
      *    -----------------------------------------------------------
       1460-COUNT-EARLIER.
           SUBTRACT 1 FROM TA-RIDX2
           EVALUATE TRUE
              WHEN TA-RIDX2 < 1
                 MOVE "Y" TO TA-REV-DONE
              WHEN RT-KEY(TA-RIDX2) NOT = RT-KEY(TA-RIDX)
                 MOVE "Y" TO TA-REV-DONE
              WHEN OTHER
                 IF RT-STATUS(TA-RIDX2) = "A" AND
                    RT-ORIG-ACTION(TA-RIDX2) = RT-ORIG-ACTION(TA-RIDX)
                    AND RT-ORIG-DATE(TA-RIDX2) = RT-ORIG-DATE(TA-RIDX)
                    AND RT-ORIG-TIME(TA-RIDX2) = RT-ORIG-TIME(TA-RIDX)
                    AND RT-AMOUNT(TA-RIDX2) = RT-AMOUNT(TA-RIDX) THEN
                    ADD 1 TO TA-REV-USED
                 END-IF
           END-EVALUATE.
       1460-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PROVING PASS, EXACTLY AS CUSTMAIN RUNS IT.  MODE N
      *    FAILS (XN) EVERY TRANSFER WITH A LEG AT AN ACCOUNT THAT IS
      *    NOT LIVE; MODE S THEN FAILS (XS) EVERY SURVIVING DEBIT
      *    THAT WOULD BREACH THE FROM-ACCOUNT'S OVERDRAFT LIMIT.
      *    -----------------------------------------------------------
       1500-PROVE-PASS.
           PERFORM 1200-OPEN-MERGE THRU 1200-EXIT
           PERFORM 1520-PROVE-KEY THRU 1520-EXIT
              UNTIL OLD-EOF = "Y" AND TRAN-EOF = "Y"
           MOVE 9999999999999999 TO TA-CUR-KEY
           MOVE "Y" TO TA-ACCT-DELETED
           PERFORM 1560-PROVE-CREDITS THRU 1560-EXIT
           CLOSE CUST-RECS
           CLOSE TRAN-FILE.
       1500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE ACCOUNT KEY OF A PROVING PASS - THE LOWER OF THE TWO
      *    CURRENT KEYS, WITH EVERY TRANSACTION AT IT.
      *    -----------------------------------------------------------
       1520-PROVE-KEY.
           EVALUATE TRUE
              WHEN OLD-EOF = "Y"
                 MOVE TA-TRAN-KEY TO TA-CUR-KEY
              WHEN TRAN-EOF = "Y"
                 MOVE TA-OLD-KEY TO TA-CUR-KEY
              WHEN TA-OLD-KEY < TA-TRAN-KEY
                 MOVE TA-OLD-KEY TO TA-CUR-KEY
              WHEN OTHER
                 MOVE TA-TRAN-KEY TO TA-CUR-KEY
           END-EVALUATE
           IF OLD-EOF NOT = "Y" AND TA-OLD-KEY = TA-CUR-KEY THEN
              MOVE "N" TO TA-ACCT-DELETED
              MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-WORK-BAL
              IF CUST-OD-LIMIT IS NUMERIC THEN
                 COMPUTE TA-OD-FLOOR = 0 - CUST-OD-LIMIT
              ELSE
                 MOVE 0 TO TA-OD-FLOOR
              END-IF
           ELSE
              MOVE "Y" TO TA-ACCT-DELETED
              MOVE 0 TO TA-WORK-BAL
              MOVE 0 TO TA-OD-FLOOR
           END-IF
           PERFORM 1530-PROVE-TRAN THRU 1530-EXIT
              UNTIL TRAN-EOF = "Y" OR TA-TRAN-KEY NOT = TA-CUR-KEY
           PERFORM 1560-PROVE-CREDITS THRU 1560-EXIT
           IF OLD-EOF NOT = "Y" AND TA-OLD-KEY = TA-CUR-KEY THEN
              PERFORM 9100-READ-OLD THRU 9100-EXIT
           END-IF.
       1520-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE TRANSACTION OF A PROVING PASS - THE SAME DECISIONS AS
      *    2710-TALLY-ONE, WITHOUT THE COUNTS.
      *    -----------------------------------------------------------
       1530-PROVE-TRAN.
           EVALUATE TRUE
              WHEN TA-ACCT-DELETED = "Y" AND TRAN-ACTION-CODE = "A"
                 MOVE "N" TO TA-ACCT-DELETED
                 MOVE TRAN-BALANCE TO TA-WORK-BAL
                 MOVE 0 TO TA-OD-FLOOR
              WHEN TA-ACCT-DELETED = "Y" AND TRAN-ACTION-CODE = "X"
                 MOVE TA-XFER-SEQ TO TA-XIDX
                 MOVE "XN" TO TA-XFER-REASON
                 PERFORM 1590-FAIL-XFER THRU 1590-EXIT
              WHEN TA-ACCT-DELETED = "Y"
                 CONTINUE
              WHEN TRAN-ACTION-CODE = "R" AND
                   RT-STATUS(TA-REV-SEQ) = "A" AND
                   TRAN-REV-ACTION = "P"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
              WHEN TRAN-ACTION-CODE = "R" AND
                   RT-STATUS(TA-REV-SEQ) = "A"
                 ADD TRAN-BALANCE TO TA-WORK-BAL
              WHEN TRAN-ACTION-CODE = "C"
                 MOVE TRAN-BALANCE TO TA-WORK-BAL
              WHEN TRAN-ACTION-CODE = "P"
                 ADD TRAN-BALANCE TO TA-WORK-BAL
              WHEN TRAN-ACTION-CODE = "W" AND TRAN-BALANCE > 0 AND
                   TRAN-KEYER-ID NOT = "INTPOST" AND
                   TRAN-KEYER-ID NOT = "ESCHEAT" AND
                   TA-WORK-BAL - TRAN-BALANCE < TA-OD-FLOOR
                 IF TA-NSF-FEE > 0 THEN
                    SUBTRACT TA-NSF-FEE FROM TA-WORK-BAL
                 END-IF
              WHEN TRAN-ACTION-CODE = "W"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
              WHEN TRAN-ACTION-CODE = "L"
                 COMPUTE TA-OD-FLOOR = 0 - TRAN-BALANCE
              WHEN TRAN-ACTION-CODE = "D"
                 MOVE "Y" TO TA-ACCT-DELETED
              WHEN TRAN-ACTION-CODE = "X" AND TA-PROVE-MODE = "S" AND
                   XT-STATUS(TA-XFER-SEQ) = "A" AND
                   TA-WORK-BAL - TRAN-BALANCE < TA-OD-FLOOR
                 MOVE TA-XFER-SEQ TO TA-XIDX
                 MOVE "XS" TO TA-XFER-REASON
                 PERFORM 1590-FAIL-XFER THRU 1590-EXIT
              WHEN TRAN-ACTION-CODE = "X" AND
                   XT-STATUS(TA-XFER-SEQ) = "A"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 9200-READ-TRAN THRU 9200-EXIT.
       1530-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE CREDIT LEGS DUE UP TO THE CURRENT KEY - NOT ON FILE
      *    BELOW IT, NOT LIVE AT IT WHEN THE ACCOUNT IS CLOSED OUT.
      *    -----------------------------------------------------------
       1560-PROVE-CREDITS.
           MOVE "N" TO TA-CR-DONE
           PERFORM 1570-PROVE-ONE-CREDIT THRU 1570-EXIT
              UNTIL TA-CR-DONE = "Y".
       1560-EXIT.
           EXIT.
      *
       1570-PROVE-ONE-CREDIT.
           EVALUATE TRUE
              WHEN TA-CR-IDX > TA-XFER-COUNT
                 MOVE "Y" TO TA-CR-DONE
              WHEN CX-KEY(TA-CR-IDX) > TA-CUR-KEY
                 MOVE "Y" TO TA-CR-DONE
              WHEN OTHER
                 IF CX-KEY(TA-CR-IDX) < TA-CUR-KEY OR
                    TA-ACCT-DELETED = "Y" THEN
                    MOVE CX-SEQ(TA-CR-IDX) TO TA-XIDX
                    MOVE "XN" TO TA-XFER-REASON
                    PERFORM 1590-FAIL-XFER THRU 1590-EXIT
                 END-IF
                 ADD 1 TO TA-CR-IDX
           END-EVALUATE.
       1570-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    MARK ONE TRANSFER FAILED - THE FIRST REASON STANDS.
      *    -----------------------------------------------------------
       1590-FAIL-XFER.
           IF XT-STATUS(TA-XIDX) = "A" THEN
              MOVE "F" TO XT-STATUS(TA-XIDX)
              MOVE TA-XFER-REASON TO XT-REASON(TA-XIDX)
           END-IF.
       1590-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE SAME MATCH-MERGE CUSTMAIN RUNS, EXCEPT
      *    NOTHING IS WRITTEN - ONLY THE COUNTS AND THE BALANCE
      *    ADJUSTMENT EACH APPLIED TRANSACTION WOULD CAUSE.
              WHEN OLD-EOF = "Y"
                 PERFORM 2500-TALLY-ADD-ONLY THRU 2500-EXIT
              WHEN TRAN-EOF = "Y"
                 PERFORM 2600-TALLY-OLD-ONLY THRU 2600-EXIT
              WHEN TA-OLD-KEY < TA-TRAN-KEY
                 PERFORM 2600-TALLY-OLD-ONLY THRU 2600-EXIT
              WHEN TA-OLD-KEY > TA-TRAN-KEY
                 PERFORM 2500-TALLY-ADD-ONLY THRU 2500-EXIT
              WHEN OTHER
      *    ACCOUNT, AND THE REMAINING TRANSACTIONS AT THE KEY APPLY
      *    AGAINST THE WORKING BALANCE, EXACTLY AS CUSTMAIN DECIDES
      *    THEM.  THE WHOLE KEY ADJUSTS THE BALANCE EQUATION BY THE
      *    FINAL WORKING BALANCE (TRANSFERS IN INCLUDED), OR BY
      *    NOTHING WHEN A DELETE CLOSED THE NEW ACCOUNT BACK OUT.
      *    -----------------------------------------------------------
       2500-TALLY-ADD-ONLY.
           IF TRAN-ACTION-CODE = "A" THEN
              MOVE "N" TO TA-ACCT-DELETED
              MOVE TA-TRAN-KEY TO TA-CUR-KEY
              MOVE TRAN-BALANCE TO TA-WORK-BAL
              MOVE 0 TO TA-OD-LIMIT
              MOVE 0 TO TA-OD-FLOOR
              ADD 1 TO TA-ADD-COUNT
              PERFORM 9200-READ-TRAN THRU 9200-EXIT
              PERFORM 2710-TALLY-ONE THRU 2710-EXIT
                 UNTIL TRAN-EOF = "Y" OR TA-TRAN-KEY NOT = TA-CUR-KEY
              IF TA-ACCT-DELETED NOT = "Y" THEN
                 PERFORM 2750-TALLY-CREDITS THRU 2750-EXIT
                 ADD TA-WORK-BAL TO TA-TRAN-ADJUST
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN TRAN-ACTION-CODE = "X"
                    ADD 1 TO TA-XFER-FAIL-COUNT
                 WHEN TRAN-ACTION-CODE = "R"
                    ADD 1 TO TA-REV-FAIL-COUNT
                 WHEN OTHER
                    ADD 1 TO TA-ERROR-COUNT
              END-EVALUATE
              PERFORM 9200-READ-TRAN THRU 9200-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    NO TRANSACTION AT THIS KEY - THE OLD RECORD CARRIES OVER,
      *    AND ONLY A TRANSFER IN CAN MOVE ITS BALANCE.
      *    -----------------------------------------------------------
       2600-TALLY-OLD-ONLY.
           MOVE TA-OLD-KEY TO TA-CUR-KEY
           MOVE 0 TO TA-WORK-BAL
           PERFORM 2750-TALLY-CREDITS THRU 2750-EXIT
           ADD TA-WORK-BAL TO TA-TRAN-ADJUST
           PERFORM 9100-READ-OLD THRU 9100-EXIT.
       2600-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE OLD-MASTER AND TRANSACTION KEYS MATCH.  EVERY
      *    TRANSACTION AT THE KEY APPLIES IN ORDER AGAINST A WORKING
      *    BALANCE SEEDED FROM THE OLD RECORD, THEN THE WHOLE KEY
      *    ADJUSTS THE BALANCE EQUATION ONCE - FINAL WORKING BALANCE
      *    (TRANSFERS IN INCLUDED) LESS THE OLD BALANCE, OR THE OLD
      *    BALANCE OUT ENTIRELY WHEN A DELETE CLOSED THE ACCOUNT.
      *    -----------------------------------------------------------
       2700-TALLY-MATCH.
           MOVE "N" TO TA-ACCT-DELETED
           MOVE TA-TRAN-KEY TO TA-CUR-KEY
           MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-WORK-BAL
           MOVE TA-WORK-BAL TO TA-OLD-BAL-SAVE
           IF CUST-OD-LIMIT IS NUMERIC THEN
              MOVE CUST-OD-LIMIT TO TA-OD-LIMIT
           ELSE
              MOVE 0 TO TA-OD-LIMIT
           END-IF
           COMPUTE TA-OD-FLOOR = 0 - TA-OD-LIMIT
           PERFORM 2710-TALLY-ONE THRU 2710-EXIT
              UNTIL TRAN-EOF = "Y" OR TA-TRAN-KEY NOT = TA-CUR-KEY
           IF TA-ACCT-DELETED = "Y" THEN
              SUBTRACT TA-OLD-BAL-SAVE FROM TA-TRAN-ADJUST
           ELSE
              PERFORM 2750-TALLY-CREDITS THRU 2750-EXIT
              ADD TA-WORK-BAL TO TA-TRAN-ADJUST
              SUBTRACT TA-OLD-BAL-SAVE FROM TA-TRAN-ADJUST
           END-IF
      *
      *    -----------------------------------------------------------
      *    TALLY ONE TRANSACTION AGAINST THE WORKING BALANCE, MAKING
      *    THE SAME ACCEPT/REJECT DECISIONS AS CUSTMAIN'S APPLY LOOP,
      *    INCLUDING THE NSF RETURN OF A "W" THAT WOULD BREACH THE
      *    OVERDRAFT LIMIT AND THE FEE TAKEN FOR IT, THE DEBIT LEG
      *    OF A TRANSFER THE PROVING PASSES LEFT APPROVED, AND A
      *    REVERSAL THE JOURNAL SCAN LEFT APPROVED.
      *    -----------------------------------------------------------
       2710-TALLY-ONE.
           EVALUATE TRUE
              WHEN TA-ACCT-DELETED = "Y" AND TRAN-ACTION-CODE = "A"
                 MOVE TRAN-BALANCE TO TA-WORK-BAL
                 MOVE "N" TO TA-ACCT-DELETED
                 MOVE 0 TO TA-OD-LIMIT
                 MOVE 0 TO TA-OD-FLOOR
                 ADD 1 TO TA-ADD-COUNT
              WHEN TA-ACCT-DELETED = "Y" AND TRAN-ACTION-CODE = "X"
                 ADD 1 TO TA-XFER-FAIL-COUNT
              WHEN TA-ACCT-DELETED = "Y" AND TRAN-ACTION-CODE = "R"
                 ADD 1 TO TA-REV-FAIL-COUNT
              WHEN TA-ACCT-DELETED = "Y"
                 ADD 1 TO TA-ERROR-COUNT
              WHEN TRAN-ACTION-CODE = "C"
              WHEN TRAN-ACTION-CODE = "P"
                 ADD TRAN-BALANCE TO TA-WORK-BAL
                 ADD 1 TO TA-DEPOSIT-COUNT
              WHEN TRAN-ACTION-CODE = "W" AND TRAN-BALANCE > 0 AND
                   TRAN-KEYER-ID NOT = "INTPOST" AND
                   TRAN-KEYER-ID NOT = "ESCHEAT" AND
                   TA-WORK-BAL - TRAN-BALANCE < TA-OD-FLOOR
                 ADD 1 TO TA-NSF-COUNT
                 IF TA-NSF-FEE > 0 THEN
                    SUBTRACT TA-NSF-FEE FROM TA-WORK-BAL
                    ADD 1 TO TA-FEE-COUNT
                    ADD TA-NSF-FEE TO TA-FEE-TOTAL
                 END-IF
              WHEN TRAN-ACTION-CODE = "W"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
                 ADD 1 TO TA-WITHDRAW-COUNT
              WHEN TRAN-ACTION-CODE = "L"
                 MOVE TRAN-BALANCE TO TA-OD-LIMIT
                 COMPUTE TA-OD-FLOOR = 0 - TA-OD-LIMIT
                 ADD 1 TO TA-LIMIT-COUNT
              WHEN TRAN-ACTION-CODE = "S"
                 ADD 1 TO TA-STATUS-COUNT
              WHEN TRAN-ACTION-CODE = "D"
                 MOVE "Y" TO TA-ACCT-DELETED
                 ADD 1 TO TA-DELETE-COUNT
              WHEN TRAN-ACTION-CODE = "X" AND
                   XT-STATUS(TA-XFER-SEQ) = "A"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
                 ADD 1 TO TA-XFER-OUT-COUNT
              WHEN TRAN-ACTION-CODE = "X"
                 ADD 1 TO TA-XFER-FAIL-COUNT
              WHEN TRAN-ACTION-CODE = "R" AND
                   RT-STATUS(TA-REV-SEQ) = "A" AND
                   TRAN-REV-ACTION = "P"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
                 ADD 1 TO TA-REVERSE-COUNT
              WHEN TRAN-ACTION-CODE = "R" AND
                   RT-STATUS(TA-REV-SEQ) = "A"
                 ADD TRAN-BALANCE TO TA-WORK-BAL
                 ADD 1 TO TA-REVERSE-COUNT
              WHEN TRAN-ACTION-CODE = "R"
                 ADD 1 TO TA-REV-FAIL-COUNT
              WHEN OTHER
                 ADD 1 TO TA-ERROR-COUNT
           END-EVALUATE
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ADD THE CREDIT LEGS OF THE APPROVED TRANSFERS INTO THE
      *    CURRENT KEY TO THE WORKING BALANCE.  CREDIT-INDEX ENTRIES
      *    FOR KEYS BELOW IT BELONG TO FAILED TRANSFERS.
      *    -----------------------------------------------------------
       2750-TALLY-CREDITS.
           MOVE "N" TO TA-CR-DONE
           PERFORM 2760-TALLY-ONE-CREDIT THRU 2760-EXIT
              UNTIL TA-CR-DONE = "Y".
       2750-EXIT.
           EXIT.
      *
       2760-TALLY-ONE-CREDIT.
           EVALUATE TRUE
              WHEN TA-CR-IDX > TA-XFER-COUNT
                 MOVE "Y" TO TA-CR-DONE
              WHEN CX-KEY(TA-CR-IDX) > TA-CUR-KEY
                 MOVE "Y" TO TA-CR-DONE
              WHEN OTHER
                 MOVE CX-SEQ(TA-CR-IDX) TO TA-XIDX
                 IF CX-KEY(TA-CR-IDX) = TA-CUR-KEY AND
                    XT-STATUS(TA-XIDX) = "A" THEN
                    ADD XT-AMOUNT(TA-XIDX) TO TA-WORK-BAL
                    ADD 1 TO TA-XFER-IN-COUNT
                 END-IF
                 ADD 1 TO TA-CR-IDX
           END-EVALUATE.
       2760-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SECOND PASS - COUNT AND TOTAL WHAT CUSTMAIN ACTUALLY WROTE
      *    TO THE NEW MASTER.
      *    -----------------------------------------------------------
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT TRANSACTION RECORD AND REFRESH ITS KEY.
      *    EVERY TRANSFER READ ADVANCES THE TRANSFER COUNTER, SO IN
      *    ANY PASS TA-XFER-SEQ IS THE CURRENT CARD'S TABLE ENTRY;
      *    TA-REV-SEQ DOES THE SAME FOR REVERSALS.
      *    -----------------------------------------------------------
       9200-READ-TRAN.
           READ TRAN-FILE
           IF TRAN-EOF NOT = "Y" THEN
              COMPUTE TA-TRAN-KEY =
                 TRAN-FIRST-NUM * 100000000 + TRAN-LAST-NUM
              IF TRAN-ACTION-CODE = "X" THEN
                 ADD 1 TO TA-XFER-SEQ
              END-IF
              IF TRAN-ACTION-CODE = "R" THEN
                 ADD 1 TO TA-REV-SEQ
              END-IF
           END-IF.
       9200-EXIT.
           EXIT.
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-LIMIT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "OVERDRAFT LIMITS SET:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-NSF-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "RETURNED NSF:            " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-FEE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "NSF FEES TAKEN:          " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-FEE-TOTAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-B-HEADING
           STRING "NSF FEE TOTAL:           " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-XFER-OUT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "TRANSFERS OUT POSTED:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-XFER-IN-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "TRANSFERS IN POSTED:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-XFER-FAIL-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "TRANSFERS FAILED:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-REVERSE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "REVERSALS POSTED:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-REV-FAIL-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-B-HEADING
           STRING "REVERSALS FAILED:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-B-HEADING
           END-STRING
           WRITE RPT-REC
           CLOSE CUST-RECS
           CLOSE TRAN-FILE
           CLOSE NEW-MASTER
