      *                THIS EXTRACT EXISTS TO END.  NO INTPOST TODAY
      *                MEANS THE NO-POSTING PATH; INTPOST STARTED
      *                BUT NOT ENDED ABORTS THE RUN.
      *    10/15/2026  BOOKS THE NSF FEES CUSTMAIN NOW TAKES ON
      *                RETURNED WITHDRAWALS.  THE FEE TOTAL COMES FROM
      *                THE NEW CTL-NSF-FEES FIELD ON CTLFILE (BLANK ON
      *                AN OLDER CONTROL RECORD MEANS NONE) AND POSTS
      *                CUSTOMER DEPOSITS AGAINST FEE INCOME WITH
      *                CUSTMAIN AS THE SOURCE.  THE FEES ARE ADDED
      *                BACK OUT OF THE CASH CLEARING RESIDUAL, SINCE
      *                NO CASH MOVED FOR THEM.
      *    10/15/2026  INTEREST EXPENSE NOW ACCRUES NIGHTLY.  WHEN THE
      *                NEW ACCRUE STEP ENDED THIS CYCLE, ITS CONTROL
      *                RECORD (ACCRCTL) GIVES THE ACCRUED TOTAL BEFORE
      *                AND AFTER THE NIGHT, AND THE DIFFERENCE POSTS
      *                INTEREST EXPENSE AGAINST ACCRUED INTEREST
      *                PAYABLE (A NEGATIVE NIGHT - ACCRUALS DROPPED OR
      *                A LOWER AVERAGE - REVERSES IT).  SINCE INTPOST
      *                NOW PAYS EXACTLY WHAT WAS ACCRUED, ITS INTEREST
      *                IS BOOKED AGAINST THE PAYABLE INSTEAD OF
      *                EXPENSE, SO THE LEDGER CARRIES THE LIABILITY
      *                BETWEEN POSTINGS.  ACCRUE STARTED BUT NOT
      *                ENDED, OR ENDED WITH NO CONTROL RECORD FOR THIS
      *                CYCLE, ABORTS THE RUN.
      *    10/15/2026  BOOKS ESCHEAT REMITTANCES.  THE TOTAL OF THE
      *                "W" ITEMS STAMPED "ESCHEAT" THAT CUSTMAIN
      *                APPLIED COMES FROM THE NEW CTL-ESCHEAT FIELD ON
      *                CTLFILE (BLANK ON AN OLDER CONTROL RECORD MEANS
      *                NONE) AND POSTS CUSTOMER DEPOSITS AGAINST
      *                ESCHEAT PAYABLE, THE LIABILITY TO THE STATE
      *                UNTIL THE FILING IS PAID.  IT IS ADDED BACK OUT
      *                OF THE CASH CLEARING RESIDUAL, SINCE NO CASH
      *                LEFT THE BANK WHEN IT POSTED.
      *    10/15/2026  ACCRUE IS NOW A PREDECESSOR LIKE MSTRBAL.  A
      *                NIGHT WITH NO ACCRUE END STAMP USED TO SKIP THE
      *                ACCRUAL ENTRY, LEAVING INTEREST EXPENSE SHORT
      *                UNTIL INTPOST DREW THE PAYABLE NEGATIVE.  THE
      *                RUN NOW ABORTS UNLESS ACCRUE ENDED THIS CYCLE.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           SELECT CTL-FILE ASSIGN TO CTLFILE
              FILE STATUS IS CTL-STATUS.
           SELECT GL-FILE ASSIGN TO GLFILE.
           SELECT ACCR-CTL ASSIGN TO ACCRCTL
              FILE STATUS IS ACTL-STATUS.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
           05 CTL-REC-COUNT            PIC 9(9).
           05 CTL-TOTAL-BAL            PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 CTL-NSF-FEES             PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 CTL-ESCHEAT              PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(9).
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
       FD GL-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 GL-REC                       PIC X(80).
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       WORKING-STORAGE SECTION.
       01 POST-STATUS                  PIC X(02).
       01 CTL-STATUS                   PIC X(02).
       01 ACTL-STATUS                  PIC X(02).
       01 OLD-EOF                      PIC X VALUE "N".
       01 POST-EOF                     PIC X VALUE "N".
       01 TA-BAL-WORK                  PIC S9(9)V99.
       01 TA-NEW-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 TA-TOTAL-INTEREST            PIC S9(13)V99 VALUE 0.
       01 TA-TOTAL-CHARGES             PIC S9(13)V99 VALUE 0.
       01 TA-TOTAL-NSF-FEES            PIC S9(13)V99 VALUE 0.
       01 TA-TOTAL-ESCHEAT             PIC S9(13)V99 VALUE 0.
       01 TA-NET-MOVEMENT              PIC S9(13)V99 VALUE 0.
       01 TA-ACCR-MOVEMENT             PIC S9(13)V99 VALUE 0.
       01 TA-ACCR-ABS                  PIC 9(13)V99.
       01 TA-RESIDUAL                  PIC S9(13)V99 VALUE 0.
       01 TA-RESIDUAL-ABS              PIC 9(13)V99.
       01 TA-CYCLE-DATE                PIC 9(8).
       01 TA-SELF-DONE                 PIC X.
       01 TA-INT-STARTED               PIC X.
       01 TA-INT-DONE                  PIC X.
       01 TA-ACR-DONE                  PIC X.
       01 TA-REG-EVENT                 PIC X.
       01 CURRENT-DATE-DATA.
           05  CURRENT-DATE.
      *    NOTED TOO: ITS POSTTRAN DETAIL IS ONLY BOOKED WHEN
      *    INTPOST ENDED THIS CYCLE, AND AN INTPOST THAT STARTED BUT
      *    NEVER ENDED LEAVES A POSTTRAN OF UNKNOWN STATE - ABORT.
      *    ACCRUE MUST HAVE ENDED THIS CYCLE AS WELL - EVERY NIGHT'S
      *    ACCRUAL HAS TO REACH THE LEDGER THE NIGHT IT IS TAKEN.
      *    -----------------------------------------------------------
       0100-VERIFY-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE "N" TO TA-SELF-DONE
           MOVE "N" TO TA-INT-STARTED
           MOVE "N" TO TA-INT-DONE
           MOVE "N" TO TA-ACR-DONE
           MOVE "N" TO REG-EOF
           OPEN INPUT RUN-REG
           IF REG-STATUS = "00" THEN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-ACR-DONE NOT = "Y" THEN
              DISPLAY "GLEXTR: ACCRUE HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "S" TO TA-REG-EVENT
           PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT.
       0100-EXIT.
              IF REG-PROGRAM = "INTPOST" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-INT-DONE
              END-IF
              IF REG-PROGRAM = "ACCRUE" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-ACR-DONE
              END-IF
           END-IF.
       0150-EXIT.
           EXIT.
      *    ENDED THIS CYCLE - OTHERWISE WHATEVER POSTTRAN IS STILL
      *    CATALOGED IS LAST MONTH'S, ALREADY BOOKED, AND MUST NOT
      *    BE BOOKED AGAIN.  INTPOST ENDED BUT NO POSTTRAN ON DISK
      *    IS A CATALOG PROBLEM AND ABORTS.  ACCRCTL IS ALWAYS READ
      *    (THE REGISTRY CHECK ALREADY SAW ACCRUE END THIS CYCLE) AND
      *    MUST CARRY THIS CYCLE'S DATE.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           END-READ
           MOVE CTL-TOTAL-BAL TO TA-NEW-TOTAL
           MOVE CTL-RUN-DATE TO TA-CYCLE-DATE
           IF CTL-NSF-FEES IS NUMERIC THEN
              MOVE CTL-NSF-FEES TO TA-TOTAL-NSF-FEES
           END-IF
           IF CTL-ESCHEAT IS NUMERIC THEN
              MOVE CTL-ESCHEAT TO TA-TOTAL-ESCHEAT
           END-IF
           CLOSE CTL-FILE
           PERFORM 1100-READ-ACCRUAL THRU 1100-EXIT
           OPEN INPUT CUST-RECS
           IF TA-INT-DONE = "Y" THEN
              OPEN INPUT POST-TRAN
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE NIGHT'S ACCRUAL MOVEMENT FROM ACCRUE'S CONTROL RECORD.
      *    -----------------------------------------------------------
       1100-READ-ACCRUAL.
           OPEN INPUT ACCR-CTL
           IF ACTL-STATUS NOT = "00" THEN
              DISPLAY "GLEXTR: ACCRUE ENDED THIS CYCLE BUT "
                 "ACCRCTL IS MISSING - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           READ ACCR-CTL
              AT END
                 DISPLAY "GLEXTR: ACCRCTL IS EMPTY - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ
           IF ACTL-RUN-DATE NOT = TA-REG-TODAY THEN
              DISPLAY "GLEXTR: ACCRCTL IS NOT THIS CYCLE'S - "
                 "RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE TA-ACCR-MOVEMENT = ACTL-NEW-TOTAL - ACTL-OLD-TOTAL
           CLOSE ACCR-CTL.
       1100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    TOTAL THE PRIOR MASTER - THE OLD SIDE OF THE LIABILITY
      *    MOVEMENT.
      *    -----------------------------------------------------------
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CUT THE BALANCED JOURNAL ENTRIES.  THE NIGHT'S ACCRUAL
      *    MOVES INTEREST EXPENSE AGAINST THE PAYABLE; INTEREST PAID
      *    BY INTPOST RELIEVES THE PAYABLE.  THE RESIDUAL IS THE
      *    NET LIABILITY MOVEMENT NOT EXPLAINED BY INTEREST, CHARGES,
      *    NSF FEES AND ESCHEAT REMITTANCES - THE BRANCHES' DEPOSITS,
      *    WITHDRAWALS, ADDS, AND CLOSE-OUTS - AND POSTS AGAINST CASH
      *    CLEARING.
      *    -----------------------------------------------------------
       2500-CUT-ENTRIES.
           COMPUTE TA-NET-MOVEMENT = TA-NEW-TOTAL - TA-OLD-TOTAL
           COMPUTE TA-RESIDUAL =
              TA-NET-MOVEMENT - TA-TOTAL-INTEREST + TA-TOTAL-CHARGES
              + TA-TOTAL-NSF-FEES + TA-TOTAL-ESCHEAT
           IF TA-ACCR-MOVEMENT NOT = 0 THEN
              COMPUTE TA-ACCR-ABS = FUNCTION ABS(TA-ACCR-MOVEMENT)
              MOVE "ACCRUE" TO TA-GL-SOURCE
              IF TA-ACCR-MOVEMENT > 0 THEN
                 MOVE "531000" TO TA-GL-ACCT
                 MOVE "INTEREST EXPENSE " TO TA-GL-DESC
                 MOVE TA-ACCR-ABS TO TA-GL-DEBIT
                 MOVE 0 TO TA-GL-CREDIT
                 PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
                 MOVE "205000" TO TA-GL-ACCT
                 MOVE "ACCRUED INT PAY  " TO TA-GL-DESC
                 MOVE 0 TO TA-GL-DEBIT
                 MOVE TA-ACCR-ABS TO TA-GL-CREDIT
                 PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
              ELSE
                 MOVE "205000" TO TA-GL-ACCT
                 MOVE "ACCRUED INT PAY  " TO TA-GL-DESC
                 MOVE TA-ACCR-ABS TO TA-GL-DEBIT
                 MOVE 0 TO TA-GL-CREDIT
                 PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
                 MOVE "531000" TO TA-GL-ACCT
                 MOVE "INTEREST EXPENSE " TO TA-GL-DESC
                 MOVE 0 TO TA-GL-DEBIT
                 MOVE TA-ACCR-ABS TO TA-GL-CREDIT
                 PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
              END-IF
           END-IF
           IF TA-TOTAL-INTEREST NOT = 0 THEN
              MOVE "205000" TO TA-GL-ACCT
              MOVE "ACCRUED INT PAY  " TO TA-GL-DESC
              MOVE TA-TOTAL-INTEREST TO TA-GL-DEBIT
              MOVE 0 TO TA-GL-CREDIT
              MOVE "INTPOST" TO TA-GL-SOURCE
              MOVE TA-TOTAL-CHARGES TO TA-GL-CREDIT
              PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
           END-IF
           IF TA-TOTAL-NSF-FEES NOT = 0 THEN
              MOVE "201000" TO TA-GL-ACCT
              MOVE "CUSTOMER DEPOSITS" TO TA-GL-DESC
              MOVE TA-TOTAL-NSF-FEES TO TA-GL-DEBIT
              MOVE 0 TO TA-GL-CREDIT
              MOVE "CUSTMAIN" TO TA-GL-SOURCE
              PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
              MOVE "404000" TO TA-GL-ACCT
              MOVE "FEE INCOME       " TO TA-GL-DESC
              MOVE 0 TO TA-GL-DEBIT
              MOVE TA-TOTAL-NSF-FEES TO TA-GL-CREDIT
              PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
           END-IF
           IF TA-TOTAL-ESCHEAT NOT = 0 THEN
              MOVE "201000" TO TA-GL-ACCT
              MOVE "CUSTOMER DEPOSITS" TO TA-GL-DESC
              MOVE TA-TOTAL-ESCHEAT TO TA-GL-DEBIT
              MOVE 0 TO TA-GL-CREDIT
              MOVE "CUSTMAIN" TO TA-GL-SOURCE
              PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
              MOVE "207000" TO TA-GL-ACCT
              MOVE "ESCHEAT PAYABLE  " TO TA-GL-DESC
              MOVE 0 TO TA-GL-DEBIT
              MOVE TA-TOTAL-ESCHEAT TO TA-GL-CREDIT
              PERFORM 2600-WRITE-GL-LINE THRU 2600-EXIT
           END-IF
           IF TA-RESIDUAL NOT = 0 THEN
              COMPUTE TA-RESIDUAL-ABS = FUNCTION ABS(TA-RESIDUAL)
              MOVE "CUSTMAIN" TO TA-GL-SOURCE
