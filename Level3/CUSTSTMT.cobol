      *                THIS PROGRAM MUST NOT HAVE ENDED ALREADY, SO
      *                STATEMENTS CANNOT PRINT AGAINST A MERGE THAT
      *                NEVER RAN.
      *    10/15/2026  REPLAYS CUSTMAIN'S OVERDRAFT LIMIT AND NSF
      *                RETURNS AGAINST A WORKING BALANCE.  A "W" THAT
      *                WOULD BREACH THE LIMIT PRINTS AS RETURNED
      *                UNPAID, FOLLOWED BY THE NSF FEE (FROM THE SAME
      *                NSFPARM CARD CUSTMAIN READ) WHEN ONE IS TAKEN,
      *                AND AN "L" PRINTS THE NEW OVERDRAFT LIMIT.
      *                INTPOST'S SERVICE CHARGES ALWAYS APPLY.
      *    10/15/2026  ACCOUNT-TO-ACCOUNT TRANSFERS.  THE SAME TRANSFER
      *                TABLE AND TWO PROVING PASSES CUSTMAIN USES
      *                DECIDE WHICH TRANSFERS POSTED.  THE DEBIT LEG
      *                PRINTS AT THE "X" CARD AS "TRANSFER OUT" WITH
      *                THE TO-ACCOUNT, AND THE CREDIT LEG PRINTS ON
      *                THE TO-ACCOUNT'S STATEMENT AS "TRANSFER IN"
      *                WITH THE FROM-ACCOUNT, AFTER ITS OWN ITEMS -
      *                WHERE CUSTMAIN POSTS IT.  A FAILED TRANSFER
      *                PRINTS ON NEITHER STATEMENT.
      *    10/15/2026  EVERY STATEMENT NOW CARRIES A FULL MAILING
      *                ADDRESS BLOCK FROM THE NEW NAME-AND-ADDRESS
      *                MASTER (ADDRFILE, MAINTAINED BY ADDRMNT),
      *                MERGED IN ON THE ACCOUNT KEY PAIR.  AN ACCOUNT
      *                WITH NO ADDRESS ON FILE OR FLAGGED AS RETURNED
      *                MAIL IS HELD BACK - LISTED ON THE STATEMENT
      *                EXCEPTION LIST (STMTEXC) WITH THE REASON, AND
      *                NOT PRINTED.
      *    10/15/2026  A "W" STAMPED "ESCHEAT" (AN UNCLAIMED BALANCE
      *                REMITTED TO THE STATE) IS NEVER RETURNED NSF,
      *                MATCHING CUSTMAIN.
      *    10/15/2026  REVERSALS.  THE SAME REVERSAL TABLE CUSTMAIN
      *                BUILDS IS LOADED AND DECIDED AGAINST THE
      *                HISTORY JOURNAL, LEAVING OUT TONIGHT'S OWN
      *                RECORDS (STAMPED WITH THE CTLFILE RUN DATE AND
      *                TIME).  A REVERSAL THAT POSTED PRINTS AS A
      *                MATCHED PAIR - THE ORIGINAL ITEM WITH THE DATE
      *                AND TIME IT POSTED, THEN THE REVERSAL THAT
      *                BACKS IT OUT.  A REJECTED REVERSAL PRINTS
      *                NOTHING.
      *    10/15/2026  THE ADDRFILE STREAM IS PRIMED WITH ITS FIRST
      *                RECORD WHEN THE FILE OPENS.  THE FIRST ADDRESS
      *                LOOK-AHEAD WAS TESTING A KEY THAT HAD NOT BEEN
      *                READ YET, AND COULD SEND ACCOUNTS TO THE
      *                EXCEPTION LIST AS HAVING NO ADDRESS ON FILE.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           SELECT TRAN-FILE ASSIGN TO TRANFILE.
           SELECT NEW-MASTER ASSIGN TO NEWCUST.
           SELECT STMT-FILE ASSIGN TO STMTFILE.
           SELECT PARM-FILE ASSIGN TO NSFPARM
              FILE STATUS IS PARM-STATUS.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
           SELECT ADDR-FILE ASSIGN TO ADDRFILE
              FILE STATUS IS ADDR-STATUS.
           SELECT EXC-FILE ASSIGN TO STMTEXC.
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
       FD STMT-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 STMT-REC.
           05 PRT-T-HEADING            PIC X(80) VALUE SPACES.
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
       FD ADDR-FILE RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       01 ADDR-REC.
           05 ADDR-FIRST-NUM           PIC 9(8).
           05 ADDR-LAST-NUM            PIC 9(8).
           05 ADDR-NAME-LINE           PIC X(30).
           05 ADDR-STREET-1            PIC X(30).
           05 ADDR-STREET-2            PIC X(30).
           05 ADDR-CITY                PIC X(20).
           05 ADDR-STATE               PIC X(2).
           05 ADDR-POSTAL-CODE         PIC X(10).
           05 ADDR-RETURNED-MAIL       PIC X(1).
           05 ADDR-CHANGE-DATE         PIC 9(8).
           05 FILLER                   PIC X(13).
       FD EXC-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 EXC-REC.
           05 PRT-E-HEADING            PIC X(80) VALUE SPACES.
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
       01 TA-OLD-MATCHED               PIC X.
       01 TA-ACCT-LIVE                 PIC X.
       01 TA-STMT-OPEN                 PIC X.
       01 TA-STMT-HOLD                 PIC X.
       01 TA-HOLD-REASON               PIC X(20).
       01 TA-HELD-COUNT                PIC 9(9) VALUE 0.
       01 ADDR-STATUS                  PIC X(02).
       01 ADDR-EOF                     PIC X VALUE "N".
       01 TA-ADDR-KEY                  PIC 9(16).
       01 TA-CUR-NAME                  PIC X(28).
       01 TA-BAL-WORK                  PIC S9(9)V99.
       01 TA-WORK-BAL                  PIC S9(9)V99.
       01 TA-OD-LIMIT                  PIC 9(7)V99.
       01 TA-OD-FLOOR                  PIC S9(9)V99.
       01 TA-NSF-FEE                   PIC 9(5)V99 VALUE 25.00.
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
       01 TA-REV-DESC                  PIC X(20).
       01 TA-REV-WHEN-DATE             PIC 9(8).
       01 TA-REV-WHEN-DATE-R REDEFINES TA-REV-WHEN-DATE.
           05 TA-REV-WHEN-YEAR         PIC 9(4).
           05 TA-REV-WHEN-MONTH        PIC 9(2).
           05 TA-REV-WHEN-DAY          PIC 9(2).
       01 TA-REV-WHEN-TIME             PIC 9(6).
       01 TA-REV-WHEN-TIME-R REDEFINES TA-REV-WHEN-TIME.
           05 TA-REV-WHEN-HOUR         PIC 9(2).
           05 TA-REV-WHEN-MINUTE       PIC 9(2).
           05 TA-REV-WHEN-SECOND       PIC 9(2).
       01 CREDIT-INDEX.
           05 CREDIT-ENTRY OCCURS 2000 TIMES.
               10 CX-KEY               PIC 9(16).
               10 CX-SEQ               PIC 9(5).
       01 TA-AMT-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-STMT-COUNT                PIC 9(9) VALUE 0.
       01 TA-COUNT-Z                   PIC ZZZ,ZZZ,ZZ9.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE SAME OPTIONAL NSF FEE CARD CUSTMAIN READ, DECIDE
      *    THE NIGHT'S REVERSALS AND TRANSFERS THE SAME WAY, OPEN THE
      *    FILES, AND PRIME ALL THREE STREAMS.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
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
           OPEN OUTPUT STMT-FILE
           OPEN INPUT ADDR-FILE
           IF ADDR-STATUS NOT = "00" THEN
              MOVE "Y" TO ADDR-EOF
           ELSE
              PERFORM 9400-READ-ADDR THRU 9400-EXIT
           END-IF
           OPEN OUTPUT EXC-FILE
           MOVE SPACES TO PRT-E-HEADING
           MOVE "STATEMENT EXCEPTION LIST - STATEMENTS HELD BACK"
              TO PRT-E-HEADING
           WRITE EXC-REC
           MOVE SPACES TO PRT-E-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE EXC-REC
           MOVE ALL "=" TO PRT-E-HEADING
           WRITE EXC-REC
           MOVE SPACES TO PRT-E-HEADING
           MOVE "ACCOUNT           NAME                         REASON"
              TO PRT-E-HEADING
           WRITE EXC-REC
           MOVE ALL "-" TO PRT-E-HEADING
           WRITE EXC-REC
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
                 DISPLAY "CUSTSTMT: MORE THAN " TA-XFER-MAX
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
                 DISPLAY "CUSTSTMT: MORE THAN " TA-REV-MAX
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
      *    A PASS AND PRIME THEM.  THE TRANSFER AND REVERSAL COUNTERS
      *    AND THE CREDIT-INDEX POSITION START OVER WITH THE PASS.
      *    -----------------------------------------------------------
       1200-OPEN-MERGE.
           MOVE "N" TO OLD-EOF
           MOVE "N" TO TRAN-EOF
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
           MOVE "N" TO TA-ACCT-LIVE
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
              MOVE "Y" TO TA-ACCT-LIVE
              MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-WORK-BAL
              IF CUST-OD-LIMIT IS NUMERIC THEN
                 COMPUTE TA-OD-FLOOR = 0 - CUST-OD-LIMIT
              ELSE
                 MOVE 0 TO TA-OD-FLOOR
              END-IF
           ELSE
              MOVE "N" TO TA-ACCT-LIVE
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
      *    2200-ONE-TRAN, WITHOUT THE PRINTING.
      *    -----------------------------------------------------------
       1530-PROVE-TRAN.
           EVALUATE TRUE
              WHEN TA-ACCT-LIVE = "N" AND TRAN-ACTION-CODE = "A"
                 MOVE "Y" TO TA-ACCT-LIVE
                 MOVE TRAN-BALANCE TO TA-WORK-BAL
                 MOVE 0 TO TA-OD-FLOOR
              WHEN TA-ACCT-LIVE = "N" AND TRAN-ACTION-CODE = "X"
                 MOVE TA-XFER-SEQ TO TA-XIDX
                 MOVE "XN" TO TA-XFER-REASON
                 PERFORM 1590-FAIL-XFER THRU 1590-EXIT
              WHEN TA-ACCT-LIVE = "N"
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
                 MOVE "N" TO TA-ACCT-LIVE
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
                    TA-ACCT-LIVE = "N" THEN
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
      *    PRODUCE THE STATEMENT FOR THE LOWEST KEY STILL PENDING ON
      *    THE OLD-MASTER OR TRANSACTION STREAM.  THE STATEMENT
      *    HEADER IS ONLY WRITTEN ONCE THE ACCOUNT IS KNOWN TO EXIST
           MOVE "N" TO TA-OLD-MATCHED
           MOVE "N" TO TA-ACCT-LIVE
           MOVE "N" TO TA-STMT-OPEN
           MOVE "N" TO TA-STMT-HOLD
           IF OLD-EOF NOT = "Y" AND TA-OLD-KEY = TA-CUR-KEY THEN
              MOVE "Y" TO TA-OLD-MATCHED
              MOVE "Y" TO TA-ACCT-LIVE
                 INTO TA-CUR-NAME
              END-STRING
              MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-BAL-WORK
              MOVE TA-BAL-WORK TO TA-WORK-BAL
              IF CUST-OD-LIMIT IS NUMERIC THEN
                 MOVE CUST-OD-LIMIT TO TA-OD-LIMIT
              ELSE
                 MOVE 0 TO TA-OD-LIMIT
              END-IF
              COMPUTE TA-OD-FLOOR = 0 - TA-OD-LIMIT
              PERFORM 2100-START-STATEMENT THRU 2100-EXIT
              MOVE TA-BAL-WORK TO TA-AMT-ED
              MOVE SPACES TO PRT-T-HEADING
              STRING "OPENING BALANCE          " TA-AMT-ED
                 DELIMITED BY SIZE INTO PRT-T-HEADING
              END-STRING
              PERFORM 2900-PUT-LINE THRU 2900-EXIT
           END-IF
           PERFORM 2200-ONE-TRAN THRU 2200-EXIT
              UNTIL TRAN-EOF = "Y" OR TA-TRAN-KEY NOT = TA-CUR-KEY
           IF TA-ACCT-LIVE = "Y" THEN
              PERFORM 2400-TRANSFERS-IN THRU 2400-EXIT
           END-IF
           IF TA-STMT-OPEN = "Y" THEN
              PERFORM 2300-CLOSE-STATEMENT THRU 2300-EXIT
           END-IF
           EXIT.
      *
      *    -----------------------------------------------------------
      *    WRITE THE STATEMENT HEADING BLOCK FOR THE CURRENT ACCOUNT,
      *    WITH THE MAILING ADDRESS FROM THE ADDRESS MASTER.  AN
      *    ACCOUNT WITH NO ADDRESS ON FILE, OR ONE FLAGGED AS
      *    RETURNED MAIL, IS HELD BACK - IT GOES ON THE EXCEPTION
      *    LIST AND NOTHING OF ITS STATEMENT IS PRINTED, THOUGH ITS
      *    ITEMS ARE STILL REPLAYED SO THE TRANSFER AND BALANCE
      *    DECISIONS STAY IN STEP.
      *    -----------------------------------------------------------
       2100-START-STATEMENT.
           PERFORM 9400-READ-ADDR THRU 9400-EXIT
              UNTIL ADDR-EOF = "Y" OR TA-ADDR-KEY >= TA-CUR-KEY
           MOVE "Y" TO TA-STMT-OPEN
           MOVE SPACES TO TA-HOLD-REASON
           IF ADDR-EOF = "Y" OR TA-ADDR-KEY NOT = TA-CUR-KEY THEN
              MOVE "NO ADDRESS ON FILE" TO TA-HOLD-REASON
           ELSE
              IF ADDR-RETURNED-MAIL = "Y" THEN
                 MOVE "RETURNED MAIL" TO TA-HOLD-REASON
              END-IF
           END-IF
           IF TA-HOLD-REASON NOT = SPACES THEN
              MOVE "Y" TO TA-STMT-HOLD
              ADD 1 TO TA-HELD-COUNT
              MOVE SPACES TO PRT-E-HEADING
              STRING TA-CUR-FIRST-NUM "-" TA-CUR-LAST-NUM " "
                 TA-CUR-NAME " " TA-HOLD-REASON
                 DELIMITED BY SIZE INTO PRT-E-HEADING
              END-STRING
              WRITE EXC-REC
           ELSE
              MOVE ALL "=" TO PRT-T-HEADING
              PERFORM 2900-PUT-LINE THRU 2900-EXIT
              MOVE SPACES TO PRT-T-HEADING
              STRING "STATEMENT OF ACCOUNT AS OF " CURRENT-MONTH "."
                 CURRENT-DAY "." CURRENT-YEAR
                 DELIMITED BY SIZE INTO PRT-T-HEADING
              END-STRING
              PERFORM 2900-PUT-LINE THRU 2900-EXIT
              PERFORM 2150-MAILING-BLOCK THRU 2150-EXIT
              MOVE SPACES TO PRT-T-HEADING
              STRING "ACCOUNT " TA-CUR-FIRST-NUM " - "
                 TA-CUR-LAST-NUM
                 DELIMITED BY SIZE INTO PRT-T-HEADING
              END-STRING
              PERFORM 2900-PUT-LINE THRU 2900-EXIT
              ADD 1 TO TA-STMT-COUNT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE MAILING ADDRESS BLOCK - NAME LINE, ONE OR TWO STREET
      *    LINES, AND CITY, STATE AND POSTAL CODE - FOLLOWED BY A
      *    BLANK LINE.
      *    -----------------------------------------------------------
       2150-MAILING-BLOCK.
           MOVE SPACES TO PRT-T-HEADING
           MOVE ADDR-NAME-LINE TO PRT-T-HEADING
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE SPACES TO PRT-T-HEADING
           MOVE ADDR-STREET-1 TO PRT-T-HEADING
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           IF ADDR-STREET-2 NOT = SPACES THEN
              MOVE SPACES TO PRT-T-HEADING
              MOVE ADDR-STREET-2 TO PRT-T-HEADING
              PERFORM 2900-PUT-LINE THRU 2900-EXIT
           END-IF
           MOVE SPACES TO PRT-T-HEADING
           STRING ADDR-CITY DELIMITED BY "  "
              ", " ADDR-STATE "  " ADDR-POSTAL-CODE
              DELIMITED BY SIZE INTO PRT-T-HEADING
           END-STRING
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE SPACES TO PRT-T-HEADING
           PERFORM 2900-PUT-LINE THRU 2900-EXIT.
       2150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    LOOP.  AN "A" AGAINST AN ACCOUNT THAT IS NOT LIVE OPENS
      *    (OR REOPENS) IT - A BRAND-NEW KEY OPENS THE STATEMENT
      *    WITH A ZERO OPENING BALANCE.  WHILE THE ACCOUNT IS LIVE,
      *    "C" SETS THE BALANCE, "P" DEPOSITS, "W" WITHDRAWS, "L"
      *    SETS THE OVERDRAFT LIMIT, "X" TRANSFERS OUT (WHEN THE
      *    PROVING PASSES LEFT IT APPROVED), "R" BACKS OUT AN EARLIER
      *    DEPOSIT OR WITHDRAWAL (WHEN THE JOURNAL SCAN LEFT IT
      *    APPROVED), AND "D" CLOSES IT OUT.
      *    A "W" THAT WOULD BREACH THE LIMIT PRINTS AS RETURNED
      *    UNPAID WITH ITS NSF FEE.  EVERYTHING CUSTMAIN WOULD REJECT -
      *    AN "A" AGAINST A LIVE ACCOUNT, ANYTHING ELSE AGAINST A
      *    CLOSED-OUT OR NEVER-OPENED ONE - PRINTS NOTHING.
      *    -----------------------------------------------------------
                    MOVE SPACES TO PRT-T-HEADING
                    MOVE "OPENING BALANCE (NEW ACCOUNT)     0.00"
                       TO PRT-T-HEADING
                    PERFORM 2900-PUT-LINE THRU 2900-EXIT
                 END-IF
                 MOVE TRAN-BALANCE TO TA-WORK-BAL
                 MOVE 0 TO TA-OD-LIMIT
                 MOVE 0 TO TA-OD-FLOOR
                 MOVE TRAN-BALANCE TO TA-AMT-ED
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  A  ACCOUNT OPENED      " TA-AMT-ED
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
              WHEN TA-ACCT-LIVE = "N"
                 CONTINUE
              WHEN TRAN-ACTION-CODE = "C"
                 MOVE TRAN-BALANCE TO TA-WORK-BAL
                 MOVE TRAN-BALANCE TO TA-AMT-ED
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  C  BALANCE SET TO      " TA-AMT-ED
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
              WHEN TRAN-ACTION-CODE = "P"
                 ADD TRAN-BALANCE TO TA-WORK-BAL
                 MOVE TRAN-BALANCE TO TA-AMT-ED
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  P  DEPOSIT             " TA-AMT-ED
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
              WHEN TRAN-ACTION-CODE = "W" AND TRAN-BALANCE > 0 AND
                   TRAN-KEYER-ID NOT = "INTPOST" AND
                   TRAN-KEYER-ID NOT = "ESCHEAT" AND
                   TA-WORK-BAL - TRAN-BALANCE < TA-OD-FLOOR
                 MOVE TRAN-BALANCE TO TA-AMT-ED
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  W  RETURNED UNPAID NSF " TA-AMT-ED
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
                 IF TA-NSF-FEE > 0 THEN
                    SUBTRACT TA-NSF-FEE FROM TA-WORK-BAL
                    MOVE TA-NSF-FEE TO TA-AMT-ED
                    MOVE SPACES TO PRT-T-HEADING
                    STRING "  F  NSF FEE             " TA-AMT-ED
                       DELIMITED BY SIZE INTO PRT-T-HEADING
                    END-STRING
                    PERFORM 2900-PUT-LINE THRU 2900-EXIT
                 END-IF
              WHEN TRAN-ACTION-CODE = "W"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
                 MOVE TRAN-BALANCE TO TA-AMT-ED
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  W  WITHDRAWAL          " TA-AMT-ED
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
              WHEN TRAN-ACTION-CODE = "L"
                 MOVE TRAN-BALANCE TO TA-OD-LIMIT
                 COMPUTE TA-OD-FLOOR = 0 - TA-OD-LIMIT
                 MOVE TA-OD-LIMIT TO TA-AMT-ED
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  L  OVERDRAFT LIMIT     " TA-AMT-ED
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
              WHEN TRAN-ACTION-CODE = "S"
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  S  STATUS CHANGED TO " TRAN-STATUS-CODE
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
              WHEN TRAN-ACTION-CODE = "D"
                 MOVE SPACES TO PRT-T-HEADING
                 MOVE "  D  ACCOUNT CLOSED OUT" TO PRT-T-HEADING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
                 MOVE "N" TO TA-ACCT-LIVE
              WHEN TRAN-ACTION-CODE = "X" AND
                   XT-STATUS(TA-XFER-SEQ) = "A"
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
                 MOVE TRAN-BALANCE TO TA-AMT-ED
                 MOVE SPACES TO PRT-T-HEADING
                 STRING "  X  TRANSFER OUT        " TA-AMT-ED
                    "  TO " TRAN-XFER-TO-FIRST-NUM "-"
                    TRAN-XFER-TO-LAST-NUM
                    DELIMITED BY SIZE INTO PRT-T-HEADING
                 END-STRING
                 PERFORM 2900-PUT-LINE THRU 2900-EXIT
              WHEN TRAN-ACTION-CODE = "R" AND
                   RT-STATUS(TA-REV-SEQ) = "A"
                 PERFORM 2250-REVERSAL-PAIR THRU 2250-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *    -----------------------------------------------------------
      *    AN APPROVED REVERSAL PRINTS AS A MATCHED PAIR - FIRST THE
      *    ORIGINAL ITEM IT NAMES, WITH THE DATE AND TIME IT POSTED,
      *    THEN THE REVERSAL ITSELF.  A REVERSED DEPOSIT COMES BACK
      *    OUT OF THE BALANCE AND A REVERSED WITHDRAWAL GOES BACK IN.
      *    -----------------------------------------------------------
       2250-REVERSAL-PAIR.
           IF TRAN-REV-ACTION = "P" THEN
              SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
              MOVE "REVERSED DEPOSIT" TO TA-REV-DESC
           ELSE
              ADD TRAN-BALANCE TO TA-WORK-BAL
              MOVE "REVERSED WITHDRAWAL" TO TA-REV-DESC
           END-IF
           MOVE TRAN-REV-DATE TO TA-REV-WHEN-DATE
           MOVE TRAN-REV-TIME TO TA-REV-WHEN-TIME
           MOVE TRAN-BALANCE TO TA-AMT-ED
           MOVE SPACES TO PRT-T-HEADING
           STRING "  " TRAN-REV-ACTION "  " TA-REV-DESC TA-AMT-ED
              "  POSTED " TA-REV-WHEN-MONTH "/"
              TA-REV-WHEN-DAY "/" TA-REV-WHEN-YEAR " "
              TA-REV-WHEN-HOUR ":" TA-REV-WHEN-MINUTE ":"
              TA-REV-WHEN-SECOND
              DELIMITED BY SIZE INTO PRT-T-HEADING
           END-STRING
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE SPACES TO PRT-T-HEADING
           STRING "  R  REVERSAL            " TA-AMT-ED
              DELIMITED BY SIZE INTO PRT-T-HEADING
           END-STRING
           PERFORM 2900-PUT-LINE THRU 2900-EXIT.
       2250-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    FINISH THE STATEMENT WITH THE CLOSING BALANCE FROM THE
      *    NEW MASTER.  THE NEW-MASTER STREAM IS WALKED FORWARD IN
      *    STEP WITH THE ASCENDING STATEMENT KEYS; A KEY ABSENT FROM
              STRING "CLOSING BALANCE          " TA-AMT-ED
                 DELIMITED BY SIZE INTO PRT-T-HEADING
              END-STRING
              PERFORM 2900-PUT-LINE THRU 2900-EXIT
           ELSE
              MOVE SPACES TO PRT-T-HEADING
              MOVE "CLOSING BALANCE          ACCOUNT CLOSED"
                 TO PRT-T-HEADING
              PERFORM 2900-PUT-LINE THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    PRINT THE CREDIT LEG OF EVERY APPROVED TRANSFER INTO THE
      *    CURRENT ACCOUNT, WITH THE ACCOUNT IT CAME FROM.
      *    CREDIT-INDEX ENTRIES FOR KEYS BELOW THE CURRENT ONE
      *    BELONG TO FAILED TRANSFERS.
      *    -----------------------------------------------------------
       2400-TRANSFERS-IN.
           MOVE "N" TO TA-CR-DONE
           PERFORM 2410-ONE-TRANSFER-IN THRU 2410-EXIT
              UNTIL TA-CR-DONE = "Y".
       2400-EXIT.
           EXIT.
      *
       2410-ONE-TRANSFER-IN.
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
                    MOVE XT-AMOUNT(TA-XIDX) TO TA-AMT-ED
                    MOVE SPACES TO PRT-T-HEADING
                    STRING "  Y  TRANSFER IN         " TA-AMT-ED
                       "  FROM " XT-FROM-FIRST-NUM(TA-XIDX) "-"
                       XT-FROM-LAST-NUM(TA-XIDX)
                       DELIMITED BY SIZE INTO PRT-T-HEADING
                    END-STRING
                    PERFORM 2900-PUT-LINE THRU 2900-EXIT
                 END-IF
                 ADD 1 TO TA-CR-IDX
           END-EVALUATE.
       2410-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    WRITE ONE STATEMENT LINE, UNLESS THE CURRENT STATEMENT IS
      *    HELD BACK.
      *    -----------------------------------------------------------
       2900-PUT-LINE.
           IF TA-STMT-HOLD = "N" THEN
              WRITE STMT-REC
           END-IF.
       2900-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT OLD-MASTER RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9100-READ-OLD.
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
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT ADDRESS-MASTER RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9400-READ-ADDR.
           READ ADDR-FILE
              AT END MOVE "Y" TO ADDR-EOF
           END-READ
           IF ADDR-EOF NOT = "Y" THEN
              COMPUTE TA-ADDR-KEY =
                 ADDR-FIRST-NUM * 100000000 + ADDR-LAST-NUM
           END-IF.
       9400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    WRITE THE RUN TRAILER AND CLOSE THE FILES.
      *    -----------------------------------------------------------
       3000-TERMINATE.
              DELIMITED BY SIZE INTO PRT-T-HEADING
           END-STRING
           WRITE STMT-REC
           MOVE TA-HELD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-T-HEADING
           STRING "STATEMENTS HELD BACK:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-T-HEADING
           END-STRING
           WRITE STMT-REC
           MOVE ALL "=" TO PRT-E-HEADING
           WRITE EXC-REC
           MOVE TA-HELD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "STATEMENTS HELD BACK:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE EXC-REC
           CLOSE CUST-RECS
           CLOSE TRAN-FILE
           CLOSE NEW-MASTER
           CLOSE STMT-FILE
           IF ADDR-STATUS = "00" OR ADDR-STATUS = "10" THEN
              CLOSE ADDR-FILE
           END-IF
           CLOSE EXC-FILE
           MOVE "E" TO TA-REG-EVENT
           PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           DISPLAY "CUSTSTMT: STATEMENTS=" TA-STMT-COUNT
              " HELD=" TA-HELD-COUNT.
       3000-EXIT.
           EXIT.
