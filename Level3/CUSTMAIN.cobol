      *                MERGE CANNOT RUN AGAINST UNEDITED INPUT OR
      *                APPLY THE SAME TRANSACTIONS TWICE.  A START
      *                AND A SUCCESSFUL-END RECORD ARE STAMPED.
      *    10/15/2026  OVERDRAFT LIMITS AND NSF RETURNS.  THE MASTER
      *                CARRIES A PER-ACCOUNT OVERDRAFT LIMIT
      *                (CUST-OD-LIMIT) IN THE FILLER AFTER THE LAST
      *                NUMBER - BLANK OR ZERO MEANS NO OVERDRAFT.  A
      *                NEW "L" MAINTENANCE ACTION SETS IT FROM
      *                TRAN-BALANCE; LIKE "S" IT IS BOOKKEEPING, NOT
      *                CUSTOMER ACTIVITY, AND LEAVES THE LAST-ACTIVITY
      *                DATE ALONE.  A "W" THAT WOULD TAKE THE WORKING
      *                BALANCE BELOW THE NEGATIVE OF THE LIMIT IS NO
      *                LONGER APPLIED - IT IS RETURNED TO SUSPENSE
      *                UNDER REASON CODE NS, LISTED ON THE NSF
      *                DETAIL FILE (NSFFILE) FOR THE NSFRPT BRANCH
      *                REGISTER, AND AN NSF FEE (NSFPARM CARD,
      *                DEFAULT 25.00) IS TAKEN AS ITS OWN "F" POSTING
      *                WITH ITS OWN HISTORY RECORD.  THE NIGHT'S FEE
      *                TOTAL RIDES ON THE CTLFILE RECORD SO GLEXTR
      *                CAN BOOK IT TO FEE INCOME.  INTPOST'S SERVICE
      *                CHARGES (TRAN-KEYER-ID "INTPOST" IN THE FORMER
      *                TRANSACTION FILLER) ARE THE BANK'S OWN ITEMS
      *                AND ALWAYS POST, LIMIT OR NOT.
      *    10/15/2026  ACCOUNT-TO-ACCOUNT TRANSFERS.  ACTION "X" IS
      *                KEYED AT THE FROM-ACCOUNT AND CARRIES THE
      *                TO-ACCOUNT KEY PAIR IN THE LAST-NAME AREA
      *                (TRAN-XFER-DATA) AND THE AMOUNT IN
      *                TRAN-BALANCE.  BOTH LEGS POST OR NEITHER DOES:
      *                EVERY "X" IN TRANFILE IS LOADED INTO A TRANSFER
      *                TABLE AT STARTUP, AND TWO PROVING PASSES OVER
      *                BOTH INPUTS (NO OUTPUT WRITTEN) DECIDE EACH ONE
      *                BEFORE THE REAL MERGE.  THE FIRST FAILS XN ANY
      *                TRANSFER WHOSE FROM- OR TO-ACCOUNT IS NOT ON
      *                FILE OR IS CLOSED OUT AT ITS LEG; THE SECOND,
      *                KNOWING THOSE, FAILS XS ANY DEBIT THAT WOULD
      *                BREACH THE FROM-ACCOUNT'S OVERDRAFT LIMIT (NO
      *                NSF FEE - NOTHING WAS PRESENTED TO THE BANK).
      *                IN THE REAL MERGE
      *                THE DEBIT ("X" HISTORY) POSTS AT THE CARD AND
      *                THE CREDIT ("Y" HISTORY) POSTS WHEN THE
      *                TO-ACCOUNT'S KEY GROUP CLOSES; BOTH HISTORY
      *                RECORDS CARRY THE SHARED TRANSFER REFERENCE
      *                AND THE COUNTER-ACCOUNT.  A FAILED TRANSFER
      *                GOES TO SUSPENSE ONCE, AS THE "X" CARD.
      *                HISTORY RECORDS NOW TAKE THEIR KEY FROM THE
      *                ACCOUNT BEING ASSEMBLED RATHER THAN THE CURRENT
      *                TRANSACTION, WHICH FOR A CREDIT LEG IS A
      *                DIFFERENT ACCOUNT.
      *    10/15/2026  ESCHEAT REMITTANCES.  A "W" STAMPED "ESCHEAT"
      *                MOVES AN UNCLAIMED BALANCE TO THE STATE AHEAD
      *                OF THE "S" THAT CLOSES THE ACCOUNT.  LIKE
      *                INTPOST'S CHARGES IT IS THE BANK'S OWN ITEM AND
      *                IS NEVER RETURNED NSF (IN THE PROVING PASSES OR
      *                THE MERGE).  THE NIGHT'S APPLIED ESCHEAT TOTAL
      *                RIDES ON THE CTLFILE RECORD (CTL-ESCHEAT, CUT
      *                FROM THE FILLER) SO GLEXTR CAN BOOK IT TO
      *                ESCHEAT PAYABLE INSTEAD OF CASH CLEARING.
      *    10/15/2026  REVERSALS.  ACTION "R" IS KEYED AT THE ACCOUNT
      *                AND NAMES ONE EARLIER DEPOSIT OR WITHDRAWAL ON
      *                THE HISTORY JOURNAL - ITS ACTION CODE, RUN DATE
      *                AND RUN TIME IN THE LAST-NAME AREA
      *                (TRAN-REV-DATA) AND ITS AMOUNT IN TRAN-BALANCE.
      *                EVERY "R" IN TRANFILE IS LOADED INTO A REVERSAL
      *                TABLE AT STARTUP AND HISTFILE IS SCANNED ONCE
      *                BEFORE IT IS OPENED FOR APPEND: A REVERSAL
      *                WHOSE POSTING IS NOT ON THE JOURNAL (OR IS NOT
      *                A "P" OR "W") FAILS RN, AND ONE WHOSE POSTING
      *                HAS ALREADY BEEN REVERSED - ON AN EARLIER NIGHT
      *                OR BY AN EARLIER CARD TONIGHT - FAILS RR.  AN
      *                APPROVED REVERSAL POSTS THE EXACT OPPOSITE OF
      *                THE ORIGINAL, NOT HELD TO THE OVERDRAFT LIMIT
      *                (IT IS THE BANK'S CORRECTION) AND WITHOUT
      *                STAMPING LAST ACTIVITY, AND ITS "R" HISTORY
      *                RECORD CARRIES THE ORIGINAL'S ACTION, DATE AND
      *                TIME (HIST-REV-DATA).  EVERY "R", POSTED OR
      *                NOT, IS LISTED ON REVFILE FOR THE REVRPT
      *                BRANCH REGISTER.
      *    10/15/2026  A "P" OR "W" STAMPED "INTPOST" OR "ESCHEAT" NO
      *                LONGER STAMPS THE LAST-ACTIVITY DATE.  THEY ARE
      *                THE BANK'S OWN ITEMS, NOT CUSTOMER ACTIVITY -
      *                STAMPING MONTHLY INTEREST KEPT A DORMANT ACCOUNT
      *                FROM EVER AGING, AND MADE ESCHEAT TAKE A
      *                LETTER-STAGE ACCOUNT AS CLAIMED.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
              FILE STATUS IS HIST-STATUS.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
           SELECT PARM-FILE ASSIGN TO NSFPARM
              FILE STATUS IS PARM-STATUS.
           SELECT NSF-FILE ASSIGN TO NSFFILE.
           SELECT REV-FILE ASSIGN TO REVFILE.
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
           05 NEW-FIRST-NUM            PIC 9(8).
           05 FILLER                   PIC X(3).
           05 NEW-LAST-NUM             PIC 9(8).
           05 NEW-OD-LIMIT             PIC 9(7)V99.
           05 NEW-BALANCE              PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6).
           05 NEW-BRANCH-CODE          PIC X(3).
           05 CTL-REC-COUNT            PIC 9(9).
           05 CTL-TOTAL-BAL            PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 CTL-NSF-FEES             PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 CTL-ESCHEAT              PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(9).
       FD SUSP-FILE RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.
       01 SUSP-REC.
           05 SUSP-TRAN-IMAGE          PIC X(80).
           05 HIST-BRANCH-CODE         PIC X(3).
           05 HIST-RUN-DATE            PIC 9(8).
           05 HIST-RUN-TIME            PIC 9(6).
           05 HIST-EXTRA               PIC X(22).
           05 HIST-LIMIT-DATA REDEFINES HIST-EXTRA.
              10 HIST-NEW-OD-LIMIT     PIC 9(7)V99.
              10 FILLER                PIC X(13).
           05 HIST-XFER-DATA REDEFINES HIST-EXTRA.
              10 HIST-XFER-REF         PIC 9(6).
              10 HIST-XFER-FIRST-NUM   PIC 9(8).
              10 HIST-XFER-LAST-NUM    PIC 9(8).
           05 HIST-REV-DATA REDEFINES HIST-EXTRA.
              10 HIST-REV-ACTION       PIC X(1).
              10 HIST-REV-DATE         PIC 9(8).
              10 HIST-REV-TIME         PIC 9(6).
              10 FILLER                PIC X(7).
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       FD PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
           05 PARM-NSF-FEE             PIC 9(5)V99.
           05 FILLER                   PIC X(73).
       FD NSF-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 NSF-REC.
           05 NSF-FIRST-NUM            PIC 9(8).
           05 NSF-LAST-NUM             PIC 9(8).
           05 NSF-BRANCH-CODE          PIC X(3).
           05 NSF-ACTION-CODE          PIC X(1).
           05 NSF-ITEM-AMT             PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 NSF-BAL-BEFORE           PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 NSF-OD-LIMIT             PIC 9(7)V99.
           05 NSF-FEE                  PIC 9(5)V99.
           05 NSF-RUN-DATE             PIC 9(8).
           05 NSF-LAST-NAME            PIC X(22).
           05 FILLER                   PIC X(10).
       FD REV-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 REV-REC.
           05 REV-FIRST-NUM            PIC 9(8).
           05 REV-LAST-NUM             PIC 9(8).
           05 REV-BRANCH-CODE          PIC X(3).
           05 REV-ORIG-ACTION          PIC X(1).
           05 REV-ITEM-AMT             PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 REV-ORIG-DATE            PIC 9(8).
           05 REV-ORIG-TIME            PIC 9(6).
           05 REV-RESULT               PIC X(2).
           05 REV-BAL-AFTER            PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 REV-RUN-DATE             PIC 9(8).
           05 REV-KEYER-ID             PIC X(8).
           05 REV-LAST-NAME            PIC X(22).
           05 FILLER                   PIC X(2).
       WORKING-STORAGE SECTION.
       01 OLD-EOF                      PIC X VALUE "N".
       01 TRAN-EOF                     PIC X VALUE "N".
       01 TA-HIST-AFTER                PIC S9(9)V99.
       01 TA-HIST-BRANCH               PIC X(3).
       01 TA-HIST-COUNT                PIC 9(5) VALUE 0.
       01 PARM-STATUS                  PIC X(02).
       01 TA-NSF-FEE                   PIC 9(5)V99 VALUE 25.00.
       01 TA-OD-FLOOR                  PIC S9(9)V99.
       01 TA-LIMIT-COUNT               PIC 9(5) VALUE 0.
       01 TA-NSF-COUNT                 PIC 9(5) VALUE 0.
       01 TA-FEE-COUNT                 PIC 9(5) VALUE 0.
       01 TA-FEE-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 TA-ESCHEAT-TOTAL             PIC S9(13)V99 VALUE 0.
       01 TA-XFER-MAX                  PIC 9(5) VALUE 2000.
       01 TA-XFER-COUNT                PIC 9(5) VALUE 0.
       01 TA-XFER-SEQ                  PIC 9(5) VALUE 0.
       01 TA-XIDX                      PIC 9(5).
       01 TA-CIDX                      PIC 9(5).
       01 TA-CR-IDX                    PIC 9(5).
       01 TA-CR-DONE                   PIC X.
       01 TA-SIFT-DONE                 PIC X.
       01 TA-PROVE-MODE                PIC X.
       01 TA-CREDITED                  PIC X.
       01 TA-XFER-REASON               PIC X(02).
       01 TA-NEW-CR-KEY                PIC 9(16).
       01 TA-XFER-OUT-COUNT            PIC 9(5) VALUE 0.
       01 TA-XFER-IN-COUNT             PIC 9(5) VALUE 0.
       01 TA-XFER-FAIL-COUNT           PIC 9(5) VALUE 0.
       01 TA-HIST-XFER-REF             PIC 9(6).
       01 TA-HIST-CTR-FIRST            PIC 9(8).
       01 TA-HIST-CTR-LAST             PIC 9(8).
       01 XFER-TABLE.
           05 XFER-ENTRY OCCURS 2000 TIMES.
               10 XT-FROM-FIRST-NUM    PIC 9(8).
               10 XT-FROM-LAST-NUM     PIC 9(8).
               10 XT-TO-FIRST-NUM      PIC 9(8).
               10 XT-TO-LAST-NUM       PIC 9(8).
               10 XT-AMOUNT            PIC S9(9)V99.
               10 XT-STATUS            PIC X(1).
               10 XT-REASON            PIC X(2).
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
       01 TA-REV-RESULT                PIC X(2).
       01 TA-REV-BRANCH                PIC X(3).
       01 TA-REV-NAME                  PIC X(22).
       01 TA-REV-BAL                   PIC S9(9)V99.
       01 TA-REVERSE-COUNT             PIC 9(5) VALUE 0.
       01 TA-REV-FAIL-COUNT            PIC 9(5) VALUE 0.
       01 HIST-EOF                     PIC X.
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
       01 REG-STATUS                   PIC X(02).
       01 REG-EOF                      PIC X.
       01 TA-REG-TODAY                 PIC 9(8).
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE OPTIONAL NSF FEE CARD, DECIDE THE NIGHT'S
      *    REVERSALS AND TRANSFERS, OPEN THE FILES, AND PRIME BOTH
      *    THE OLD-MASTER AND THE TRANSACTION STREAMS WITH THEIR
      *    FIRST RECORD.  A MISSING OR UNREADABLE FEE CARD LEAVES THE
      *    DEFAULT FEE; A ZERO FEE TURNS THE FEE POSTING OFF.  THE
      *    REVERSALS ARE DECIDED FIRST, SINCE AN APPROVED ONE MOVES
      *    MONEY THE TRANSFER PROVING PASSES MUST SEE, AND BEFORE
      *    HISTFILE IS OPENED FOR APPEND.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE CURRENT-DATE TO TA-RUN-DATE
           MOVE CURRENT-TIME TO TA-RUN-TIME
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
           OPEN OUTPUT NEW-MASTER
           OPEN OUTPUT NSF-FILE
           OPEN OUTPUT REV-FILE
           OPEN EXTEND SUSP-FILE
           IF SUSP-STATUS NOT = "00" THEN
              OPEN OUTPUT SUSP-FILE
           IF HIST-STATUS NOT = "00" THEN
              OPEN OUTPUT HIST-FILE
           END-IF
           PERFORM 1200-OPEN-MERGE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    LOAD EVERY TRANSFER CARD IN TRANFILE INTO THE TRANSFER
      *    TABLE, IN FILE ORDER - THE N-TH "X" READ BY ANY LATER
      *    PASS IS ENTRY N, AND N IS THE TRANSFER REFERENCE.  THE
      *    CREDIT INDEX LISTS THE SAME ENTRIES IN TO-ACCOUNT ORDER
      *    SO THE CREDIT LEGS CAN BE PICKED UP AS THE MERGE REACHES
      *    EACH TO-ACCOUNT.  EVERY TRANSFER STARTS OUT APPROVED.
      *    REVERSAL CARDS ARE LOADED THE SAME WAY INTO THE REVERSAL
      *    TABLE - THE N-TH "R" IS ENTRY N - AND SINCE TRANFILE IS IN
      *    KEY ORDER THAT TABLE IS IN ACCOUNT-KEY ORDER TOO.
      *    -----------------------------------------------------------
       1100-LOAD-XFERS.
           MOVE 0 TO TA-XFER-COUNT
           MOVE 0 TO TA-REV-COUNT
           MOVE 0 TO TA-TRAN-PREV-KEY
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
                 DISPLAY "CUSTMAIN: MORE THAN " TA-XFER-MAX
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
                 DISPLAY "CUSTMAIN: MORE THAN " TA-REV-MAX
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
      *    ONE STEP OF THE CREDIT-INDEX INSERTION - SLIDE HIGHER
      *    TO-KEYS UP UNTIL THE NEW ENTRY'S SLOT IS OPEN.  A STRICT
      *    COMPARE KEEPS CREDITS TO ONE ACCOUNT IN CARD ORDER.
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
      *    OPEN BOTH INPUTS FROM THE TOP FOR A PASS AND PRIME THEM.
      *    THE SEQUENCE CHECKS, THE TRANSFER AND REVERSAL COUNTERS,
      *    AND THE CREDIT-INDEX POSITION ALL START OVER WITH THE
      *    PASS.
      *    -----------------------------------------------------------
       1200-OPEN-MERGE.
           MOVE "N" TO OLD-EOF
           MOVE "N" TO TRAN-EOF
           MOVE 0 TO TA-OLD-PREV-KEY
           MOVE 0 TO TA-TRAN-PREV-KEY
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
      *    SCAN THE HISTORY JOURNAL ONCE FOR THE POSTINGS THE NIGHT'S
      *    REVERSALS NAME.  FOR EACH REVERSAL, COUNT THE JOURNAL
      *    RECORDS THAT ARE ITS ORIGINAL (SAME ACCOUNT, ACTION, RUN
      *    DATE AND TIME, AND AMOUNT) AND THE "R" RECORDS THAT HAVE
      *    ALREADY REVERSED THAT SAME POSTING.  A MISSING HISTFILE
      *    MEANS THERE IS NOTHING TO REVERSE.
      *    -----------------------------------------------------------
       1300-SCAN-HISTORY.
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
      *    ONE JOURNAL RECORD.  ONLY DEPOSITS, WITHDRAWALS AND
      *    EARLIER REVERSALS CAN MATTER.  THE ITEM AMOUNT IS THE
      *    BALANCE MOVEMENT, TAKEN IN THE DIRECTION OF THE ORIGINAL
      *    POSTING, AND THE FIRST REVERSAL ENTRY AT THE RECORD'S KEY
      *    IS FOUND BY HALVING THE TABLE.
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
              HIST-AFTER-BAL IS NUMERIC THEN
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
      *    ONE STEP OF THE SEARCH - KEEP THE HALF THAT HOLDS THE
      *    FIRST ENTRY NOT BELOW THE JOURNAL RECORD'S KEY.
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
      *    CHECK THE JOURNAL RECORD AGAINST ONE REVERSAL AT ITS KEY -
      *    AS THE ORIGINAL POSTING, OR AS AN EARLIER REVERSAL OF IT.
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
      *    DECIDE ONE REVERSAL, IN CARD ORDER.  ONLY A DEPOSIT OR A
      *    WITHDRAWAL THAT IS ON THE JOURNAL CAN BE REVERSED (RN
      *    OTHERWISE).  IT IS ALREADY REVERSED (RR) WHEN THE EARLIER
      *    "R" RECORDS FOR IT, PLUS THE CARDS AHEAD OF THIS ONE
      *    TONIGHT THAT WERE APPROVED FOR IT, USE UP EVERY MATCHING
      *    POSTING - TWO IDENTICAL DEPOSITS IN ONE RUN CAN EACH BE
      *    REVERSED ONCE.
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
      *    ONE PROVING PASS.  THE MERGE IS WALKED KEY BY KEY WITH THE
      *    SAME APPLY DECISIONS AS 2710-APPLY-ONE, BUT ONLY THE
      *    WORKING BALANCE, THE OVERDRAFT FLOOR, AND WHETHER THE
      *    ACCOUNT IS LIVE ARE KEPT - NOTHING IS WRITTEN.  WHETHER
      *    AN ACCOUNT IS LIVE NEVER DEPENDS ON MONEY, SO THE FIRST
      *    PASS (MODE N) SETTLES EVERY NOT-ON-FILE FAILURE: A DEBIT
      *    LEG NEEDS ITS ACCOUNT LIVE AT THE CARD, A CREDIT LEG NEEDS
      *    ITS ACCOUNT LIVE WHEN ITS KEY GROUP CLOSES.  THE SECOND
      *    PASS (MODE S) THEN HOLDS EACH SURVIVING DEBIT TO THE
      *    LIMIT.  A CREDIT POSTS ONLY AFTER EVERY DEBIT IN ITS OWN
      *    KEY GROUP, AND A FAILED DEBIT TAKES NOTHING, SO THAT ONE
      *    ORDERED PASS DECIDES EVERY DEBIT EXACTLY.
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
      *    ONE TRANSACTION OF A PROVING PASS.  EVERY BRANCH HERE
      *    MUST MAKE THE SAME DECISION 2710-APPLY-ONE MAKES; ACTIONS
      *    THAT DO NOT MOVE MONEY OR CLOSE THE ACCOUNT ARE SKIPPED.
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
      *    THE CREDIT LEGS DUE UP TO THE CURRENT KEY.  A CREDIT TO A
      *    KEY THE MERGE PASSED WITHOUT VISITING IS NOT ON FILE; A
      *    CREDIT AT THE CURRENT KEY FAILS IF THE ACCOUNT IS NOT LIVE
      *    AS ITS KEY GROUP CLOSES.  EITHER WAY THE TRANSFER IS XN.
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
      *    MARK ONE TRANSFER FAILED WITH THE CALLER'S REASON.  ONLY
      *    THE FIRST FAILURE'S REASON IS KEPT.
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
      *    ACTION IS AN ADD.  AN ACCEPTED ADD THEN CONSUMES EVERY
      *    REMAINING TRANSACTION AT THE SAME KEY THROUGH THE COMMON
      *    APPLY LOOP, SO DEPOSITS AND WITHDRAWALS KEYED BEHIND THE
      *    "A" LAND IN THE SAME CYCLE, AND PICKS UP ANY TRANSFERS IN
      *    BEFORE THE RECORD IS WRITTEN.  ANYTHING ELSE REFERS TO AN
      *    ACCOUNT THAT DOES NOT EXIST AND IS REJECTED - A TRANSFER
      *    AS A FAILED TRANSFER, A REVERSAL AS A FAILED REVERSAL.
      *    -----------------------------------------------------------
       2500-HANDLE-ADD-ONLY.
           IF TRAN-ACTION-CODE = "A" THEN
              PERFORM 2710-APPLY-ONE THRU 2710-EXIT
                 UNTIL TRAN-EOF = "Y" OR TA-TRAN-KEY NOT = TA-CUR-KEY
              IF TA-ACCT-DELETED NOT = "Y" THEN
                 PERFORM 2800-APPLY-CREDITS THRU 2800-EXIT
                 MOVE TA-WORK-BAL TO NEW-BALANCE
                 PERFORM 8200-WRITE-NEW THRU 8200-EXIT
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN TRAN-ACTION-CODE = "X"
                    PERFORM 2740-REJECT-XFER THRU 2740-EXIT
                 WHEN TRAN-ACTION-CODE = "R"
                    MOVE "NF" TO TA-REV-RESULT
                    MOVE TRAN-BRANCH-CODE TO TA-REV-BRANCH
                    MOVE SPACES TO TA-REV-NAME
                    MOVE 0 TO TA-REV-BAL
                    PERFORM 2760-REJECT-REV THRU 2760-EXIT
                 WHEN OTHER
                    DISPLAY "CUSTMAIN: " TRAN-ACTION-CODE
                       " TRANSACTION FOR UNKNOWN ACCOUNT "
                       TRAN-FIRST-NUM "-" TRAN-LAST-NUM " REJECTED"
                    ADD 1 TO TA-ERROR-COUNT
                    MOVE "NF" TO TA-SUSP-REASON
                    PERFORM 8300-WRITE-SUSPENSE THRU 8300-EXIT
              END-EVALUATE
              PERFORM 9200-READ-TRAN THRU 9200-EXIT
           END-IF.
       2500-EXIT.
      *
      *    -----------------------------------------------------------
      *    NO TRANSACTION AT THIS KEY - COPY THE OLD-MASTER RECORD TO
      *    THE NEW MASTER UNCHANGED, UNLESS A TRANSFER IN IS DUE TO
      *    IT, IN WHICH CASE ONLY THE BALANCE AND LAST-ACTIVITY DATE
      *    MOVE.
      *    -----------------------------------------------------------
       2600-WRITE-OLD-UNCHANGED.
           PERFORM 8100-BUILD-NEW-FROM-OLD THRU 8100-EXIT
           MOVE TA-OLD-KEY TO TA-CUR-KEY
           MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-WORK-BAL
           MOVE "N" TO TA-CREDITED
           PERFORM 2800-APPLY-CREDITS THRU 2800-EXIT
           IF TA-CREDITED = "Y" THEN
              MOVE TA-WORK-BAL TO NEW-BALANCE
           END-IF
           PERFORM 8200-WRITE-NEW THRU 8200-EXIT
           PERFORM 9100-READ-OLD THRU 9100-EXIT.
       2600-EXIT.
      *    THE OLD-MASTER AND TRANSACTION KEYS MATCH.  THE OLD RECORD
      *    IS COPIED INTO THE NEW-MASTER AREA AND ITS BALANCE INTO A
      *    WORKING BALANCE, THEN EVERY TRANSACTION AT THE KEY IS
      *    APPLIED IN ORDER THROUGH THE COMMON APPLY LOOP, FOLLOWED
      *    BY ANY TRANSFERS IN.  THE ASSEMBLED RECORD IS WRITTEN ONCE
      *    AT THE END, UNLESS A DELETE CLOSED THE ACCOUNT OUT.
      *    -----------------------------------------------------------
       2700-HANDLE-MATCH.
           MOVE "N" TO TA-KEY-FROM-ADD
           PERFORM 2710-APPLY-ONE THRU 2710-EXIT
              UNTIL TRAN-EOF = "Y" OR TA-TRAN-KEY NOT = TA-CUR-KEY
           IF TA-ACCT-DELETED NOT = "Y" THEN
              PERFORM 2800-APPLY-CREDITS THRU 2800-EXIT
              MOVE TA-WORK-BAL TO NEW-BALANCE
              PERFORM 8200-WRITE-NEW THRU 8200-EXIT
           END-IF
      *    THE NEW-MASTER RECORD AREA.  "C" REPLACES THE WORKING
      *    BALANCE, "P" DEPOSITS INTO IT, "W" WITHDRAWS FROM IT, "S"
      *    CHANGES ONLY THE STATUS CODE (AND LEAVES THE LAST-ACTIVITY
      *    DATE ALONE - SEE THE HISTORY BLOCK ABOVE), "L" SETS THE
      *    OVERDRAFT LIMIT (ALSO WITHOUT STAMPING ACTIVITY), "D"
      *    CLOSES THE ACCOUNT OUT, AND AN "A" BEHIND A "D" REOPENS
      *    IT.  A CUSTOMER "W" THAT WOULD BREACH THE OVERDRAFT LIMIT
      *    IS RETURNED NSF INSTEAD OF APPLIED (INTPOST'S SERVICE
      *    CHARGES AND ESCHEAT'S REMITTANCES ALWAYS APPLY).  AN "X"
      *    POSTS ITS DEBIT LEG ONLY IF
      *    THE PROVING PASSES LEFT THE TRANSFER APPROVED - THEY HAVE
      *    ALREADY HELD IT TO THE LIMIT.  AN "R" POSTS ONLY IF THE
      *    JOURNAL SCAN LEFT IT APPROVED.  AN "A" AGAINST A LIVE
      *    ACCOUNT IS A DUPLICATE ADD (DA
      *    WHEN THE KEY ITSELF CAME FROM AN ADD THIS CYCLE, AE WHEN
      *    IT MATCHED THE OLD MASTER); ANYTHING AGAINST A CLOSED-OUT
      *    ACCOUNT IS NOT-ON-FILE.  EVERY APPLIED ACTION LEAVES A
      *    HISTORY JOURNAL RECORD; CUSTOMER ACTIVITY ALSO STAMPS THE
      *    LAST-ACTIVITY DATE, BUT THE BANK'S OWN "P" AND "W" ITEMS
      *    (KEYER "INTPOST" OR "ESCHEAT") DO NOT.
      *    -----------------------------------------------------------
       2710-APPLY-ONE.
           EVALUATE TRUE
                 MOVE TRAN-BALANCE TO TA-HIST-AFTER
                 MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
                 PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
              WHEN TA-ACCT-DELETED = "Y" AND TRAN-ACTION-CODE = "X"
                 PERFORM 2740-REJECT-XFER THRU 2740-EXIT
              WHEN TA-ACCT-DELETED = "Y" AND TRAN-ACTION-CODE = "R"
                 MOVE "NF" TO TA-REV-RESULT
                 MOVE NEW-BRANCH-CODE TO TA-REV-BRANCH
                 MOVE NEW-LAST-NAME TO TA-REV-NAME
                 MOVE 0 TO TA-REV-BAL
                 PERFORM 2760-REJECT-REV THRU 2760-EXIT
              WHEN TA-ACCT-DELETED = "Y"
                 DISPLAY "CUSTMAIN: " TRAN-ACTION-CODE
                    " TRANSACTION FOR CLOSED-OUT ACCOUNT "
                 MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
                 PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
              WHEN TRAN-ACTION-CODE = "P"
                 IF TRAN-KEYER-ID NOT = "INTPOST" AND
                    TRAN-KEYER-ID NOT = "ESCHEAT" THEN
                    MOVE TA-RUN-DATE TO NEW-LAST-ACT-DATE
                 END-IF
                 ADD 1 TO TA-DEPOSIT-COUNT
                 MOVE "P" TO TA-HIST-ACTION
                 MOVE TA-WORK-BAL TO TA-HIST-BEFORE
                 MOVE TA-WORK-BAL TO TA-HIST-AFTER
                 MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
                 PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
              WHEN TRAN-ACTION-CODE = "W" AND TRAN-BALANCE > 0 AND
                   TRAN-KEYER-ID NOT = "INTPOST" AND
                   TRAN-KEYER-ID NOT = "ESCHEAT" AND
                   TA-WORK-BAL - TRAN-BALANCE < TA-OD-FLOOR
                 PERFORM 2720-RETURN-NSF THRU 2720-EXIT
              WHEN TRAN-ACTION-CODE = "W"
                 IF TRAN-KEYER-ID NOT = "INTPOST" AND
                    TRAN-KEYER-ID NOT = "ESCHEAT" THEN
                    MOVE TA-RUN-DATE TO NEW-LAST-ACT-DATE
                 END-IF
                 ADD 1 TO TA-WITHDRAW-COUNT
                 IF TRAN-KEYER-ID = "ESCHEAT" THEN
                    ADD TRAN-BALANCE TO TA-ESCHEAT-TOTAL
                 END-IF
                 MOVE "W" TO TA-HIST-ACTION
                 MOVE TA-WORK-BAL TO TA-HIST-BEFORE
                 SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
                 MOVE TA-WORK-BAL TO TA-HIST-AFTER
                 MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
                 PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
              WHEN TRAN-ACTION-CODE = "L"
                 MOVE TRAN-BALANCE TO NEW-OD-LIMIT
                 COMPUTE TA-OD-FLOOR = 0 - NEW-OD-LIMIT
                 ADD 1 TO TA-LIMIT-COUNT
                 MOVE "L" TO TA-HIST-ACTION
                 MOVE TA-WORK-BAL TO TA-HIST-BEFORE
                 MOVE TA-WORK-BAL TO TA-HIST-AFTER
                 MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
                 PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
              WHEN TRAN-ACTION-CODE = "S"
                 IF TRAN-STATUS-CODE NOT = SPACES THEN
                    MOVE TRAN-STATUS-CODE TO NEW-STATUS-CODE
                 MOVE 0 TO TA-HIST-AFTER
                 MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
                 PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
              WHEN TRAN-ACTION-CODE = "X" AND
                   XT-STATUS(TA-XFER-SEQ) = "A"
                 PERFORM 2730-XFER-DEBIT THRU 2730-EXIT
              WHEN TRAN-ACTION-CODE = "X"
                 PERFORM 2740-REJECT-XFER THRU 2740-EXIT
              WHEN TRAN-ACTION-CODE = "R" AND
                   RT-STATUS(TA-REV-SEQ) = "A"
                 PERFORM 2750-REVERSE THRU 2750-EXIT
              WHEN TRAN-ACTION-CODE = "R"
                 MOVE RT-REASON(TA-REV-SEQ) TO TA-REV-RESULT
                 MOVE NEW-BRANCH-CODE TO TA-REV-BRANCH
                 MOVE NEW-LAST-NAME TO TA-REV-NAME
                 MOVE TA-WORK-BAL TO TA-REV-BAL
                 PERFORM 2760-REJECT-REV THRU 2760-EXIT
              WHEN TRAN-ACTION-CODE = "A"
                 DISPLAY "CUSTMAIN: ADD TRANSACTION FOR EXISTING "
                    "ACCOUNT " TRAN-FIRST-NUM "-" TRAN-LAST-NUM
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE CURRENT "W" WOULD BREACH THE OVERDRAFT LIMIT.  IT IS
      *    RETURNED UNAPPLIED - SUSPENSE UNDER REASON NS AND ONE
      *    LINE ON THE NSF DETAIL FILE FOR THE BRANCH REGISTER - AND
      *    THE NSF FEE IS TAKEN AS A SEPARATE "F" POSTING.  THE FEE
      *    IS NOT HELD TO THE LIMIT (IT IS THE BANK'S CHARGE, NOT A
      *    CUSTOMER ITEM) AND IS NOT CUSTOMER ACTIVITY, SO THE
      *    LAST-ACTIVITY DATE IS LEFT ALONE.
      *    -----------------------------------------------------------
       2720-RETURN-NSF.
           DISPLAY "CUSTMAIN: W TRANSACTION FOR ACCOUNT "
              TRAN-FIRST-NUM "-" TRAN-LAST-NUM " RETURNED NSF"
           ADD 1 TO TA-NSF-COUNT
           MOVE "NS" TO TA-SUSP-REASON
           PERFORM 8300-WRITE-SUSPENSE THRU 8300-EXIT
           PERFORM 8500-WRITE-NSF THRU 8500-EXIT
           IF TA-NSF-FEE > 0 THEN
              ADD 1 TO TA-FEE-COUNT
              ADD TA-NSF-FEE TO TA-FEE-TOTAL
              MOVE "F" TO TA-HIST-ACTION
              MOVE TA-WORK-BAL TO TA-HIST-BEFORE
              SUBTRACT TA-NSF-FEE FROM TA-WORK-BAL
              MOVE TA-WORK-BAL TO TA-HIST-AFTER
              MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
              PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
           END-IF.
       2720-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE DEBIT LEG OF AN APPROVED TRANSFER.  THE HISTORY RECORD
      *    CARRIES THE TRANSFER REFERENCE AND THE TO-ACCOUNT.
      *    -----------------------------------------------------------
       2730-XFER-DEBIT.
           MOVE TA-RUN-DATE TO NEW-LAST-ACT-DATE
           ADD 1 TO TA-XFER-OUT-COUNT
           MOVE "X" TO TA-HIST-ACTION
           MOVE TA-WORK-BAL TO TA-HIST-BEFORE
           SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
           MOVE TA-WORK-BAL TO TA-HIST-AFTER
           MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
           MOVE TA-XFER-SEQ TO TA-HIST-XFER-REF
           MOVE TRAN-XFER-TO-FIRST-NUM TO TA-HIST-CTR-FIRST
           MOVE TRAN-XFER-TO-LAST-NUM TO TA-HIST-CTR-LAST
           PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.
       2730-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    A FAILED TRANSFER - NEITHER LEG POSTS.  THE "X" CARD GOES
      *    TO SUSPENSE ONCE UNDER THE REASON THE PROVING PASSES
      *    RECORDED (XN OR XS).
      *    -----------------------------------------------------------
       2740-REJECT-XFER.
           MOVE XT-REASON(TA-XFER-SEQ) TO TA-SUSP-REASON
           IF TA-SUSP-REASON = SPACES THEN
              MOVE "XN" TO TA-SUSP-REASON
           END-IF
           DISPLAY "CUSTMAIN: TRANSFER " TRAN-FIRST-NUM "-"
              TRAN-LAST-NUM " TO " TRAN-XFER-TO-FIRST-NUM "-"
              TRAN-XFER-TO-LAST-NUM " REJECTED - " TA-SUSP-REASON
           ADD 1 TO TA-XFER-FAIL-COUNT
           PERFORM 8300-WRITE-SUSPENSE THRU 8300-EXIT.
       2740-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    AN APPROVED REVERSAL - POST THE EXACT OPPOSITE OF THE
      *    ORIGINAL: A DEPOSIT COMES BACK OUT, A WITHDRAWAL GOES BACK
      *    IN.  IT IS THE BANK'S CORRECTION, SO IT IS NOT HELD TO THE
      *    OVERDRAFT LIMIT AND DOES NOT STAMP LAST ACTIVITY.  THE
      *    HISTORY RECORD LINKS BACK TO THE ORIGINAL POSTING.
      *    -----------------------------------------------------------
       2750-REVERSE.
           ADD 1 TO TA-REVERSE-COUNT
           MOVE "R" TO TA-HIST-ACTION
           MOVE TA-WORK-BAL TO TA-HIST-BEFORE
           IF TRAN-REV-ACTION = "P" THEN
              SUBTRACT TRAN-BALANCE FROM TA-WORK-BAL
           ELSE
              ADD TRAN-BALANCE TO TA-WORK-BAL
           END-IF
           MOVE TA-WORK-BAL TO TA-HIST-AFTER
           MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
           PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
           MOVE SPACES TO TA-REV-RESULT
           MOVE NEW-BRANCH-CODE TO TA-REV-BRANCH
           MOVE NEW-LAST-NAME TO TA-REV-NAME
           MOVE TA-WORK-BAL TO TA-REV-BAL
           PERFORM 8600-WRITE-REV THRU 8600-EXIT.
       2750-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    A FAILED REVERSAL - NOTHING POSTS.  THE "R" CARD GOES TO
      *    SUSPENSE UNDER THE REASON THE CALLER SET (RN, RR, OR NF
      *    FOR AN ACCOUNT NOT ON FILE) AND IS LISTED ON THE REVERSAL
      *    DETAIL FILE WITH THAT REASON.
      *    -----------------------------------------------------------
       2760-REJECT-REV.
           DISPLAY "CUSTMAIN: REVERSAL FOR ACCOUNT " TRAN-FIRST-NUM
              "-" TRAN-LAST-NUM " REJECTED - " TA-REV-RESULT
           ADD 1 TO TA-REV-FAIL-COUNT
           MOVE TA-REV-RESULT TO TA-SUSP-REASON
           PERFORM 8300-WRITE-SUSPENSE THRU 8300-EXIT
           PERFORM 8600-WRITE-REV THRU 8600-EXIT.
       2760-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    POST THE CREDIT LEGS OF EVERY APPROVED TRANSFER TO THE
      *    ACCOUNT BEING ASSEMBLED.  THE CALLER HAS SET TA-CUR-KEY
      *    AND THE WORKING BALANCE; CREDIT-INDEX ENTRIES FOR KEYS
      *    BELOW IT BELONG TO FAILED TRANSFERS AND ARE PASSED OVER.
      *    -----------------------------------------------------------
       2800-APPLY-CREDITS.
           MOVE "N" TO TA-CR-DONE
           PERFORM 2810-CREDIT-ONE THRU 2810-EXIT
              UNTIL TA-CR-DONE = "Y".
       2800-EXIT.
           EXIT.
      *
       2810-CREDIT-ONE.
           EVALUATE TRUE
              WHEN TA-CR-IDX > TA-XFER-COUNT
                 MOVE "Y" TO TA-CR-DONE
              WHEN CX-KEY(TA-CR-IDX) > TA-CUR-KEY
                 MOVE "Y" TO TA-CR-DONE
              WHEN OTHER
                 MOVE CX-SEQ(TA-CR-IDX) TO TA-XIDX
                 IF CX-KEY(TA-CR-IDX) = TA-CUR-KEY AND
                    XT-STATUS(TA-XIDX) = "A" THEN
                    MOVE "Y" TO TA-CREDITED
                    MOVE TA-RUN-DATE TO NEW-LAST-ACT-DATE
                    ADD 1 TO TA-XFER-IN-COUNT
                    MOVE "Y" TO TA-HIST-ACTION
                    MOVE TA-WORK-BAL TO TA-HIST-BEFORE
                    ADD XT-AMOUNT(TA-XIDX) TO TA-WORK-BAL
                    MOVE TA-WORK-BAL TO TA-HIST-AFTER
                    MOVE NEW-BRANCH-CODE TO TA-HIST-BRANCH
                    MOVE TA-XIDX TO TA-HIST-XFER-REF
                    MOVE XT-FROM-FIRST-NUM(TA-XIDX) TO TA-HIST-CTR-FIRST
                    MOVE XT-FROM-LAST-NUM(TA-XIDX) TO TA-HIST-CTR-LAST
                    PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
                 END-IF
                 ADD 1 TO TA-CR-IDX
           END-EVALUATE.
       2810-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    BUILD A BRAND-NEW MASTER RECORD OUT OF AN ADD TRANSACTION.
      *    -----------------------------------------------------------
       8000-BUILD-NEW-FROM-TRAN.
              MOVE TRAN-STATUS-CODE TO NEW-STATUS-CODE
           END-IF
           MOVE TA-RUN-DATE TO NEW-OPEN-DATE
           MOVE TA-RUN-DATE TO NEW-LAST-ACT-DATE
           MOVE 0 TO NEW-OD-LIMIT
           MOVE 0 TO TA-OD-FLOOR.
       8000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    COPY THE CURRENT OLD-MASTER RECORD INTO THE NEW-MASTER
      *    RECORD AREA FIELD BY FIELD (NAMES DIFFER, SO A PLAIN
      *    MOVE CORRESPONDING WOULD NOT COPY ANYTHING).  A BLANK
      *    OVERDRAFT LIMIT (ANY MASTER WRITTEN BEFORE THE FIELD
      *    EXISTED) CARRIES FORWARD AS ZERO.
      *    -----------------------------------------------------------
       8100-BUILD-NEW-FROM-OLD.
           MOVE SPACES TO NEW-REC
           MOVE CUST-BRANCH-CODE TO NEW-BRANCH-CODE
           MOVE CUST-STATUS-CODE TO NEW-STATUS-CODE
           MOVE CUST-OPEN-DATE TO NEW-OPEN-DATE
           MOVE CUST-LAST-ACT-DATE TO NEW-LAST-ACT-DATE
           IF CUST-OD-LIMIT IS NUMERIC THEN
              MOVE CUST-OD-LIMIT TO NEW-OD-LIMIT
           ELSE
              MOVE 0 TO NEW-OD-LIMIT
           END-IF
           COMPUTE TA-OD-FLOOR = 0 - NEW-OD-LIMIT.
       8100-EXIT.
           EXIT.
      *
      *    APPEND ONE HISTORY RECORD FOR THE ACTION JUST APPLIED -
      *    THE ACCOUNT KEY, THE ACTION CODE, THE BALANCE BEFORE AND
      *    AFTER, THE BRANCH, AND THIS RUN'S DATE/TIME STAMP.  THE
      *    CALLER SETS THE TA-HIST FIELDS FIRST.  THE KEY IS THE
      *    ACCOUNT BEING ASSEMBLED - FOR A TRANSFER'S CREDIT LEG THE
      *    CURRENT TRANSACTION BELONGS TO SOME OTHER ACCOUNT.  A
      *    REVERSAL'S LINK TO ITS ORIGINAL COMES FROM THE "R" CARD.
      *    -----------------------------------------------------------
       8400-WRITE-HISTORY.
           MOVE SPACES TO HIST-REC
           MOVE NEW-FIRST-NUM TO HIST-FIRST-NUM
           MOVE NEW-LAST-NUM TO HIST-LAST-NUM
           MOVE TA-HIST-ACTION TO HIST-ACTION-CODE
           MOVE TA-HIST-BEFORE TO HIST-BEFORE-BAL
           MOVE TA-HIST-AFTER TO HIST-AFTER-BAL
           MOVE TA-HIST-BRANCH TO HIST-BRANCH-CODE
           MOVE TA-RUN-DATE TO HIST-RUN-DATE
           MOVE TA-RUN-TIME TO HIST-RUN-TIME
           IF TA-HIST-ACTION = "L" THEN
              MOVE NEW-OD-LIMIT TO HIST-NEW-OD-LIMIT
           END-IF
           IF TA-HIST-ACTION = "X" OR TA-HIST-ACTION = "Y" THEN
              MOVE TA-HIST-XFER-REF TO HIST-XFER-REF
              MOVE TA-HIST-CTR-FIRST TO HIST-XFER-FIRST-NUM
              MOVE TA-HIST-CTR-LAST TO HIST-XFER-LAST-NUM
           END-IF
           IF TA-HIST-ACTION = "R" THEN
              MOVE TRAN-REV-ACTION TO HIST-REV-ACTION
              MOVE TRAN-REV-DATE TO HIST-REV-DATE
              MOVE TRAN-REV-TIME TO HIST-REV-TIME
           END-IF
           WRITE HIST-REC
           ADD 1 TO TA-HIST-COUNT.
       8400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE NSF DETAIL LINE FOR THE RETURNED ITEM - ACCOUNT,
      *    BRANCH, AMOUNT, THE BALANCE AND LIMIT IT WAS HELD TO, AND
      *    THE FEE ABOUT TO BE TAKEN.  NSFRPT SORTS THESE INTO THE
      *    BRANCH REGISTER.
      *    -----------------------------------------------------------
       8500-WRITE-NSF.
           MOVE SPACES TO NSF-REC
           MOVE TRAN-FIRST-NUM TO NSF-FIRST-NUM
           MOVE TRAN-LAST-NUM TO NSF-LAST-NUM
           MOVE NEW-BRANCH-CODE TO NSF-BRANCH-CODE
           MOVE TRAN-ACTION-CODE TO NSF-ACTION-CODE
           MOVE TRAN-BALANCE TO NSF-ITEM-AMT
           MOVE TA-WORK-BAL TO NSF-BAL-BEFORE
           MOVE NEW-OD-LIMIT TO NSF-OD-LIMIT
           MOVE TA-NSF-FEE TO NSF-FEE
           MOVE TA-RUN-DATE TO NSF-RUN-DATE
           MOVE NEW-LAST-NAME TO NSF-LAST-NAME
           WRITE NSF-REC.
       8500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REVERSAL DETAIL LINE FOR THE CURRENT "R" CARD - THE
      *    ACCOUNT, BRANCH, THE ORIGINAL POSTING IT NAMES, WHO KEYED
      *    IT, AND EITHER THE BALANCE IT LEFT (RESULT BLANK) OR THE
      *    REASON IT WENT TO SUSPENSE.  REVRPT SORTS THESE INTO THE
      *    BRANCH REGISTER.
      *    -----------------------------------------------------------
       8600-WRITE-REV.
           MOVE SPACES TO REV-REC
           MOVE TRAN-FIRST-NUM TO REV-FIRST-NUM
           MOVE TRAN-LAST-NUM TO REV-LAST-NUM
           MOVE TA-REV-BRANCH TO REV-BRANCH-CODE
           MOVE TRAN-REV-ACTION TO REV-ORIG-ACTION
           MOVE TRAN-BALANCE TO REV-ITEM-AMT
           MOVE TRAN-REV-DATE TO REV-ORIG-DATE
           MOVE TRAN-REV-TIME TO REV-ORIG-TIME
           MOVE TA-REV-RESULT TO REV-RESULT
           MOVE TA-REV-BAL TO REV-BAL-AFTER
           MOVE TA-RUN-DATE TO REV-RUN-DATE
           MOVE TRAN-KEYER-ID TO REV-KEYER-ID
           MOVE TA-REV-NAME TO REV-LAST-NAME
           WRITE REV-REC.
       8600-EXIT.
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
                 STOP RUN
              END-IF
              MOVE TA-TRAN-KEY TO TA-TRAN-PREV-KEY
              IF TRAN-ACTION-CODE = "X" THEN
                 ADD 1 TO TA-XFER-SEQ
              END-IF
              IF TRAN-ACTION-CODE = "R" THEN
                 ADD 1 TO TA-REV-SEQ
              END-IF
           END-IF.
       9200-EXIT.
           EXIT.
           CLOSE NEW-MASTER
           CLOSE SUSP-FILE
           CLOSE HIST-FILE
           CLOSE NSF-FILE
           CLOSE REV-FILE
           OPEN OUTPUT CTL-FILE
           MOVE SPACES TO CTL-REC
           MOVE TA-RUN-DATE TO CTL-RUN-DATE
           MOVE TA-RUN-TIME TO CTL-RUN-TIME
           MOVE TA-NEW-COUNT TO CTL-REC-COUNT
           MOVE TA-NEW-TOTAL TO CTL-TOTAL-BAL
           MOVE TA-FEE-TOTAL TO CTL-NSF-FEES
           MOVE TA-ESCHEAT-TOTAL TO CTL-ESCHEAT
           WRITE CTL-REC
           CLOSE CTL-FILE
           MOVE "E" TO TA-REG-EVENT
              " DEPOSITS=" TA-DEPOSIT-COUNT
              " WITHDRAWALS=" TA-WITHDRAW-COUNT
              " STATUS CHANGES=" TA-STATUS-COUNT
              " LIMITS SET=" TA-LIMIT-COUNT
              " NSF RETURNS=" TA-NSF-COUNT
              " NSF FEES=" TA-FEE-COUNT
              " TRANSFERS OUT=" TA-XFER-OUT-COUNT
              " TRANSFERS IN=" TA-XFER-IN-COUNT
              " TRANSFERS FAILED=" TA-XFER-FAIL-COUNT
              " REVERSALS=" TA-REVERSE-COUNT
              " REVERSALS FAILED=" TA-REV-FAIL-COUNT
              " DELETES=" TA-DELETE-COUNT
              " ERRORS=" TA-ERROR-COUNT
              " SUSPENSE=" TA-SUSP-COUNT
