       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    JRNLRECN.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  CROSS-CYCLE PROOF OF THE
      *                HISTORY JOURNAL (HISTFILE) AGAINST THE PROMOTED
      *                MASTER (CUSTRECS).  MSTRBAL PROVES ONE NIGHT;
      *                THIS PROVES THE JOURNAL AND THE BOOK STILL
      *                AGREE ACROSS EVERY NIGHT, SO A CUSTCONV RERUN,
      *                A HAND-EDITED RESTORE, OR THE WRONG NEWCUST
      *                PROMOTED CANNOT LEAVE THEM SILENTLY APART.
      *                THE JOURNAL IS READ ONCE, IN THE ORDER THE
      *                CYCLES APPENDED IT, INTO A TABLE OF ACCOUNTS
      *                HELD IN KEY ORDER; THE TABLE IS THEN MATCHED
      *                AGAINST THE MASTER BY ACCOUNT KEY PAIR.
      *                  1. CHAIN BREAK - A RECORD'S BEFORE-BALANCE
      *                     IS NOT THE ACCOUNT'S PREVIOUS AFTER-
      *                     BALANCE.  AN "A" STARTS FROM ZERO AND A
      *                     "D" ENDS AT ZERO, SO A CLOSE-OUT AND
      *                     REOPEN CHAIN LIKE ANY OTHER POSTING, AND
      *                     BOTH LEGS OF A TRANSFER ("X" AND "Y")
      *                     CHAIN ON THEIR OWN ACCOUNTS.
      *                  2. BALANCE DIFFERS - THE LATEST AFTER-BALANCE
      *                     IS NOT THE MASTER BALANCE.
      *                  3. NO OPENING ADD - A LIVE (NOT CLOSED)
      *                     MASTER ACCOUNT HAS NO "A" IN THE JOURNAL,
      *                     OR NO JOURNAL RECORDS AT ALL.
      *                  4. NOT ON MASTER - THE JOURNAL LEAVES AN
      *                     ACCOUNT OPEN (LAST ACTION NOT "D") THAT
      *                     THE MASTER DOES NOT CARRY.
      *                EVERY BREAK PRINTS ON JRNLRPT BY BRANCH.  ONCE
      *                RETAIN HAS PURGED THE JOURNAL, THE LATEST
      *                ARCHIVE GENERATION (HISTARC, WHICH CARRIES EVERY
      *                EARLIER PURGE) MUST BE SUPPLIED AS WELL - IT IS
      *                READ FIRST, THEN HISTFILE, AS ONE STREAM - OR
      *                OLDER ACCOUNTS LOSE THEIR "A".
      *                ANY BREAK, OR A FULL TABLE THAT LEAVES THE
      *                PROOF INCOMPLETE, ENDS THE RUN WITH RETURN
      *                CODE 8 AND NO SUCCESSFUL-END STAMP, WHICH
      *                HOLDS TOPACCTS AND MSTRXTR.  JOINED THE SHARED
      *                RUN REGISTRY: MSTRBAL MUST HAVE PROVED TODAY'S
      *                CYCLE, AND A SECOND CLEAN RUN IN ONE CYCLE
      *                REFUSES.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-RECS ASSIGN TO CUSTRECS
              FILE STATUS IS CUST-STATUS.
           SELECT HIST-FILE ASSIGN TO HISTFILE
              FILE STATUS IS HIST-STATUS.
           SELECT HIST-ARC ASSIGN TO HISTARC
              FILE STATUS IS HISTA-STATUS.
           SELECT RECN-RPT ASSIGN TO JRNLRPT.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
       FD CUST-RECS RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 CUST-REC.
           05 CUST-FIRST-NAME          PIC X(11).
           05 CUST-LAST-NAME           PIC X(22).
           05 CUST-FIRST-NUM           PIC 9(8).
           05 FILLER                   PIC X(3).
           05 CUST-LAST-NUM            PIC 9(8).
           05 FILLER                   PIC X(9).
           05 CUST-BALANCE             PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6).
           05 CUST-BRANCH-CODE         PIC X(3).
           05 CUST-STATUS-CODE         PIC X(1).
           05 CUST-OPEN-DATE           PIC 9(8).
           05 CUST-LAST-ACT-DATE       PIC 9(8).
       FD HIST-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HIST-IN-REC                  PIC X(80).
       FD HIST-ARC RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HISTA-IN-REC                 PIC X(80).
       FD RECN-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-J-HEADING            PIC X(80) VALUE SPACES.
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-RUN-TIME             PIC 9(6).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       WORKING-STORAGE SECTION.
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
       01 CUST-STATUS                  PIC X(02).
       01 HIST-STATUS                  PIC X(02).
       01 HISTA-STATUS                 PIC X(02).
       01 CUST-EOF                     PIC X VALUE "N".
       01 HIST-EOF                     PIC X VALUE "N".
       01 TA-CUR-OPEN                  PIC X VALUE "N".
       01 TA-ARC-OPEN                  PIC X VALUE "N".
       01 TA-ARC-USED                  PIC X VALUE "N".
       01 TA-HIST-KEY                  PIC 9(16).
       01 TA-CUST-KEY                  PIC 9(16).
       01 TA-CUST-BAL                  PIC S9(9)V99.
       01 TA-HIST-READ                 PIC 9(9) VALUE 0.
       01 TA-CUST-READ                 PIC 9(9) VALUE 0.
       01 TA-BAD-HIST                  PIC 9(9) VALUE 0.
       01 TA-PROVED-COUNT              PIC 9(9) VALUE 0.
       01 TA-CLOSED-OUT                PIC 9(9) VALUE 0.
       01 TA-ACCT-MAX                  PIC 9(5) VALUE 20000.
       01 TA-ACCT-COUNT                PIC 9(5) VALUE 0.
       01 TA-AIDX                      PIC 9(5).
       01 TA-ACCT-HIT                  PIC 9(5).
       01 TA-LO                        PIC 9(5).
       01 TA-HI                        PIC 9(5).
       01 TA-MID                       PIC 9(5).
       01 TA-SIFT-DONE                 PIC X.
       01 TA-NEW-ACCT.
           05 TA-NEW-ACCT-KEY          PIC 9(16).
           05 TA-NEW-ACCT-AFTER        PIC S9(9)V99.
           05 TA-NEW-ACCT-HAS-ADD      PIC X.
           05 TA-NEW-ACCT-LAST-ACT     PIC X.
           05 TA-NEW-ACCT-BRANCH       PIC X(3).
           05 TA-NEW-ACCT-DATE         PIC 9(8).
           05 TA-NEW-ACCT-TIME         PIC 9(6).
           05 TA-NEW-ACCT-BREAKS       PIC 9(5).
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 20000 TIMES.
               10 AC-KEY               PIC 9(16).
               10 AC-AFTER             PIC S9(9)V99.
               10 AC-HAS-ADD           PIC X.
               10 AC-LAST-ACT          PIC X.
               10 AC-BRANCH            PIC X(3).
               10 AC-DATE              PIC 9(8).
               10 AC-TIME              PIC 9(6).
               10 AC-BREAKS            PIC 9(5).
       01 TA-BRK-MAX                   PIC 9(5) VALUE 2000.
       01 TA-BRK-COUNT                 PIC 9(5) VALUE 0.
       01 TA-BRK-SEQ                   PIC 9(7) VALUE 0.
       01 TA-KIDX                      PIC 9(5).
       01 TA-NEW-BRK.
           05 TA-NEW-BRK-KEY.
              10 TA-NEW-BRK-BRANCH     PIC X(3).
              10 TA-NEW-BRK-ACCT       PIC 9(16).
              10 TA-NEW-BRK-SEQ        PIC 9(7).
           05 TA-NEW-BRK-TYPE          PIC X(16).
           05 TA-NEW-BRK-DATE          PIC 9(8).
           05 TA-NEW-BRK-TIME          PIC 9(6).
           05 TA-NEW-BRK-ACTION        PIC X(1).
           05 TA-NEW-BRK-EXP-X         PIC X(13).
           05 TA-NEW-BRK-FOUND-X       PIC X(13).
       01 BRK-TABLE.
           05 BRK-ENTRY OCCURS 2000 TIMES.
               10 BK-KEY.
                  15 BK-BRANCH         PIC X(3).
                  15 BK-ACCT           PIC 9(16).
                  15 BK-SEQ            PIC 9(7).
               10 BK-TYPE              PIC X(16).
               10 BK-DATE              PIC 9(8).
               10 BK-TIME              PIC 9(6).
               10 BK-ACTION            PIC X(1).
               10 BK-EXP-X             PIC X(13).
               10 BK-FOUND-X           PIC X(13).
       01 TA-CHAIN-COUNT               PIC 9(7) VALUE 0.
       01 TA-BALDIF-COUNT              PIC 9(7) VALUE 0.
       01 TA-NOADD-COUNT               PIC 9(7) VALUE 0.
       01 TA-NOTMST-COUNT              PIC 9(7) VALUE 0.
       01 TA-BREAK-TOTAL               PIC 9(7) VALUE 0.
       01 TA-DROP-COUNT                PIC 9(7) VALUE 0.
       01 TA-AMT-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-ACCT-SPLIT.
           05 TA-ACCT-FIRST            PIC 9(8).
           05 TA-ACCT-LAST             PIC 9(8).
       01 TA-ACCT-WORK REDEFINES TA-ACCT-SPLIT PIC 9(16).
       01 TA-PREV-BRANCH               PIC X(3).
       01 TA-BRCH-BREAKS               PIC 9(5) VALUE 0.
       01 TA-BRCH-COUNT                PIC 9(5) VALUE 0.
       01 TA-COUNT-Z                   PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2300-MATCH-ONE THRU 2300-EXIT
              UNTIL CUST-EOF = "Y" AND TA-AIDX > TA-ACCT-COUNT
           MOVE 1 TO TA-KIDX
           PERFORM 2600-PRINT-ONE THRU 2600-EXIT
              UNTIL TA-KIDX > TA-BRK-COUNT
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  MSTRBAL MUST HAVE ENDED TODAY'S
      *    CYCLE (THE NIGHT ITSELF PROVED IN BALANCE) AND THIS
      *    PROGRAM MUST NOT HAVE ENDED ALREADY - OTHERWISE THE RUN
      *    REFUSES TO START.  A RUN THAT FOUND BREAKS NEVER STAMPED
      *    ITS END, SO IT MAY BE RERUN ONCE THE BREAKS ARE CLEARED.
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
              DISPLAY "JRNLRECN: MSTRBAL HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-SELF-DONE = "Y" THEN
              DISPLAY "JRNLRECN: ALREADY COMPLETED THIS CYCLE - "
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
              IF REG-PROGRAM = "JRNLRECN" AND REG-EVENT = "E" THEN
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
           MOVE "JRNLRECN" TO REG-PROGRAM
           MOVE TA-REG-EVENT TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG.
       0190-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN THE FILES, WRITE THE REPORT HEADINGS, AND PRIME THE
      *    JOURNAL STREAM - THE HISTARC GENERATION FIRST WHEN IT IS
      *    THERE, THEN HISTFILE.  A MISSING JOURNAL MEANS
      *    NOTHING HAS POSTED; EVERY LIVE ACCOUNT THEN LACKS ITS "A".
      *    THE MASTER IS REQUIRED.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           OPEN INPUT CUST-RECS
           IF CUST-STATUS NOT = "00" THEN
              DISPLAY "JRNLRECN: CUSTRECS NOT FOUND - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT HIST-ARC
           IF HISTA-STATUS = "00" THEN
              MOVE "Y" TO TA-ARC-OPEN
              MOVE "Y" TO TA-ARC-USED
           ELSE
              OPEN INPUT HIST-FILE
              IF HIST-STATUS = "00" THEN
                 MOVE "Y" TO TA-CUR-OPEN
              ELSE
                 MOVE "Y" TO HIST-EOF
              END-IF
           END-IF
           OPEN OUTPUT RECN-RPT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO PRT-J-HEADING
           MOVE "JOURNAL-TO-MASTER RECONCILIATION - BREAKS BY BRANCH"
              TO PRT-J-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-J-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-J-HEADING
           IF TA-ARC-USED = "Y" THEN
              MOVE "JOURNAL: HISTARC ARCHIVE GENERATION, THEN HISTFILE"
                 TO PRT-J-HEADING
           ELSE
              MOVE "JOURNAL: HISTFILE ONLY" TO PRT-J-HEADING
           END-IF
           WRITE RPT-REC
           IF HIST-EOF NOT = "Y" THEN
              PERFORM 9200-READ-HIST THRU 9200-EXIT
           END-IF
           PERFORM 9100-READ-CUST THRU 9100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE JOURNAL RECORD.  THE FIRST RECORD OF AN ACCOUNT OPENS
      *    ITS TABLE ENTRY; EVERY LATER ONE MUST START FROM THE
      *    AFTER-BALANCE THE ENTRY HOLDS, OR IT IS A CHAIN BREAK.
      *    EITHER WAY THE ENTRY MOVES ON TO THIS RECORD, SO ONE BAD
      *    POSTING IS REPORTED ONCE, NOT ON EVERY RECORD AFTER IT.
      *    A RECORD WITH AN UNREADABLE KEY OR BALANCE IS COUNTED
      *    AND REPORTED IN THE TRAILER.
      *    -----------------------------------------------------------
       2000-LOAD-ONE.
           ADD 1 TO TA-HIST-READ
           IF HIST-FIRST-NUM IS NOT NUMERIC OR
              HIST-LAST-NUM IS NOT NUMERIC OR
              HIST-BEFORE-BAL IS NOT NUMERIC OR
              HIST-AFTER-BAL IS NOT NUMERIC THEN
              ADD 1 TO TA-BAD-HIST
           ELSE
              COMPUTE TA-HIST-KEY =
                 HIST-FIRST-NUM * 100000000 + HIST-LAST-NUM
              PERFORM 2100-FIND-ACCT THRU 2100-EXIT
              IF TA-ACCT-HIT = 0 THEN
                 PERFORM 2200-ADD-ACCT THRU 2200-EXIT
              ELSE
                 IF HIST-BEFORE-BAL NOT = AC-AFTER(TA-ACCT-HIT) THEN
                    MOVE HIST-BRANCH-CODE TO TA-NEW-BRK-BRANCH
                    MOVE TA-HIST-KEY TO TA-NEW-BRK-ACCT
                    MOVE "CHAIN BREAK" TO TA-NEW-BRK-TYPE
                    MOVE HIST-RUN-DATE TO TA-NEW-BRK-DATE
                    MOVE HIST-RUN-TIME TO TA-NEW-BRK-TIME
                    MOVE HIST-ACTION-CODE TO TA-NEW-BRK-ACTION
                    MOVE AC-AFTER(TA-ACCT-HIT) TO TA-AMT-ED
                    MOVE TA-AMT-ED TO TA-NEW-BRK-EXP-X
                    MOVE HIST-BEFORE-BAL TO TA-AMT-ED
                    MOVE TA-AMT-ED TO TA-NEW-BRK-FOUND-X
                    ADD 1 TO TA-CHAIN-COUNT
                    ADD 1 TO AC-BREAKS(TA-ACCT-HIT)
                    PERFORM 2500-ADD-BREAK THRU 2500-EXIT
                 END-IF
                 MOVE HIST-AFTER-BAL TO AC-AFTER(TA-ACCT-HIT)
                 MOVE HIST-ACTION-CODE TO AC-LAST-ACT(TA-ACCT-HIT)
                 MOVE HIST-BRANCH-CODE TO AC-BRANCH(TA-ACCT-HIT)
                 MOVE HIST-RUN-DATE TO AC-DATE(TA-ACCT-HIT)
                 MOVE HIST-RUN-TIME TO AC-TIME(TA-ACCT-HIT)
                 IF HIST-ACTION-CODE = "A" THEN
                    MOVE "Y" TO AC-HAS-ADD(TA-ACCT-HIT)
                 END-IF
              END-IF
           END-IF
           PERFORM 9200-READ-HIST THRU 9200-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    FIND THE JOURNAL RECORD'S ACCOUNT IN THE TABLE.  THE TABLE
      *    IS HELD IN KEY ORDER, SO THE SEARCH HALVES THE RANGE EACH
      *    STEP; TA-ACCT-HIT IS ZERO WHEN THE ACCOUNT IS NEW.
      *    -----------------------------------------------------------
       2100-FIND-ACCT.
           MOVE 0 TO TA-ACCT-HIT
           MOVE 1 TO TA-LO
           MOVE TA-ACCT-COUNT TO TA-HI
           PERFORM 2150-HALVE-RANGE THRU 2150-EXIT
              UNTIL TA-ACCT-HIT > 0 OR TA-LO > TA-HI.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE SEARCH.
      *    -----------------------------------------------------------
       2150-HALVE-RANGE.
           COMPUTE TA-MID = (TA-LO + TA-HI) / 2
           EVALUATE TRUE
              WHEN AC-KEY(TA-MID) = TA-HIST-KEY
                 MOVE TA-MID TO TA-ACCT-HIT
              WHEN AC-KEY(TA-MID) < TA-HIST-KEY
                 COMPUTE TA-LO = TA-MID + 1
              WHEN TA-MID = 1
                 MOVE 0 TO TA-HI
              WHEN OTHER
                 COMPUTE TA-HI = TA-MID - 1
           END-EVALUATE.
       2150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN A TABLE ENTRY FOR AN ACCOUNT'S FIRST JOURNAL RECORD,
      *    KEPT IN KEY ORDER (THE SAME INSERTION SCHEME CTRMON USES).
      *    ITS BEFORE-BALANCE HAS NOTHING TO CHAIN FROM.  A FULL
      *    TABLE DROPS THE ACCOUNT, COUNTS IT, AND LEAVES THE PROOF
      *    INCOMPLETE.
      *    -----------------------------------------------------------
       2200-ADD-ACCT.
           IF TA-ACCT-COUNT < TA-ACCT-MAX THEN
              MOVE TA-HIST-KEY TO TA-NEW-ACCT-KEY
              MOVE HIST-AFTER-BAL TO TA-NEW-ACCT-AFTER
              IF HIST-ACTION-CODE = "A" THEN
                 MOVE "Y" TO TA-NEW-ACCT-HAS-ADD
              ELSE
                 MOVE "N" TO TA-NEW-ACCT-HAS-ADD
              END-IF
              MOVE HIST-ACTION-CODE TO TA-NEW-ACCT-LAST-ACT
              MOVE HIST-BRANCH-CODE TO TA-NEW-ACCT-BRANCH
              MOVE HIST-RUN-DATE TO TA-NEW-ACCT-DATE
              MOVE HIST-RUN-TIME TO TA-NEW-ACCT-TIME
              MOVE 0 TO TA-NEW-ACCT-BREAKS
              ADD 1 TO TA-ACCT-COUNT
              MOVE TA-ACCT-COUNT TO TA-AIDX
              MOVE "N" TO TA-SIFT-DONE
              PERFORM 2250-SIFT-ACCT THRU 2250-EXIT
                 UNTIL TA-AIDX <= 1 OR TA-SIFT-DONE = "Y"
              MOVE TA-NEW-ACCT TO ACCT-ENTRY(TA-AIDX)
           ELSE
              ADD 1 TO TA-DROP-COUNT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE INSERTION - SLIDE HIGHER KEYS UP UNTIL THE
      *    NEW ACCOUNT'S SLOT IS OPEN.
      *    -----------------------------------------------------------
       2250-SIFT-ACCT.
           IF AC-KEY(TA-AIDX - 1) > TA-NEW-ACCT-KEY THEN
              MOVE ACCT-ENTRY(TA-AIDX - 1) TO ACCT-ENTRY(TA-AIDX)
              SUBTRACT 1 FROM TA-AIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE MATCH BETWEEN THE MASTER AND THE ACCOUNT
      *    TABLE, BOTH IN KEY ORDER.
      *    -----------------------------------------------------------
       2300-MATCH-ONE.
           EVALUATE TRUE
              WHEN CUST-EOF = "Y"
                 PERFORM 2420-JOURNAL-ONLY THRU 2420-EXIT
              WHEN TA-AIDX > TA-ACCT-COUNT
                 PERFORM 2410-MASTER-ONLY THRU 2410-EXIT
              WHEN TA-CUST-KEY < AC-KEY(TA-AIDX)
                 PERFORM 2410-MASTER-ONLY THRU 2410-EXIT
              WHEN TA-CUST-KEY > AC-KEY(TA-AIDX)
                 PERFORM 2420-JOURNAL-ONLY THRU 2420-EXIT
              WHEN OTHER
                 PERFORM 2400-BOTH THRU 2400-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE ACCOUNT IS ON THE MASTER AND IN THE JOURNAL.  THE
      *    LATEST AFTER-BALANCE MUST BE THE MASTER BALANCE, AND A
      *    LIVE ACCOUNT MUST HAVE BEEN OPENED BY AN "A".
      *    -----------------------------------------------------------
       2400-BOTH.
           IF TA-CUST-BAL NOT = AC-AFTER(TA-AIDX) THEN
              MOVE CUST-BRANCH-CODE TO TA-NEW-BRK-BRANCH
              MOVE TA-CUST-KEY TO TA-NEW-BRK-ACCT
              MOVE "BALANCE DIFFERS" TO TA-NEW-BRK-TYPE
              MOVE AC-DATE(TA-AIDX) TO TA-NEW-BRK-DATE
              MOVE AC-TIME(TA-AIDX) TO TA-NEW-BRK-TIME
              MOVE AC-LAST-ACT(TA-AIDX) TO TA-NEW-BRK-ACTION
              MOVE AC-AFTER(TA-AIDX) TO TA-AMT-ED
              MOVE TA-AMT-ED TO TA-NEW-BRK-EXP-X
              MOVE TA-CUST-BAL TO TA-AMT-ED
              MOVE TA-AMT-ED TO TA-NEW-BRK-FOUND-X
              ADD 1 TO TA-BALDIF-COUNT
              ADD 1 TO AC-BREAKS(TA-AIDX)
              PERFORM 2500-ADD-BREAK THRU 2500-EXIT
           END-IF
           IF CUST-STATUS-CODE NOT = "C" AND
              AC-HAS-ADD(TA-AIDX) NOT = "Y" THEN
              MOVE CUST-BRANCH-CODE TO TA-NEW-BRK-BRANCH
              MOVE TA-CUST-KEY TO TA-NEW-BRK-ACCT
              MOVE "NO OPENING ADD" TO TA-NEW-BRK-TYPE
              MOVE 0 TO TA-NEW-BRK-DATE
              MOVE 0 TO TA-NEW-BRK-TIME
              MOVE SPACE TO TA-NEW-BRK-ACTION
              MOVE SPACES TO TA-NEW-BRK-EXP-X
              MOVE TA-CUST-BAL TO TA-AMT-ED
              MOVE TA-AMT-ED TO TA-NEW-BRK-FOUND-X
              ADD 1 TO TA-NOADD-COUNT
              ADD 1 TO AC-BREAKS(TA-AIDX)
              PERFORM 2500-ADD-BREAK THRU 2500-EXIT
           END-IF
           IF AC-BREAKS(TA-AIDX) = 0 THEN
              ADD 1 TO TA-PROVED-COUNT
           END-IF
           ADD 1 TO TA-AIDX
           PERFORM 9100-READ-CUST THRU 9100-EXIT.
       2400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE ACCOUNT IS ON THE MASTER BUT NOT IN THE JOURNAL.  A
      *    LIVE ACCOUNT HAS NO "A"; A CLOSED ONE THAT NEVER POSTED
      *    IN THE JOURNAL'S LIFETIME HAS NOTHING TO PROVE.
      *    -----------------------------------------------------------
       2410-MASTER-ONLY.
           IF CUST-STATUS-CODE NOT = "C" THEN
              MOVE CUST-BRANCH-CODE TO TA-NEW-BRK-BRANCH
              MOVE TA-CUST-KEY TO TA-NEW-BRK-ACCT
              MOVE "NO OPENING ADD" TO TA-NEW-BRK-TYPE
              MOVE 0 TO TA-NEW-BRK-DATE
              MOVE 0 TO TA-NEW-BRK-TIME
              MOVE SPACE TO TA-NEW-BRK-ACTION
              MOVE SPACES TO TA-NEW-BRK-EXP-X
              MOVE TA-CUST-BAL TO TA-AMT-ED
              MOVE TA-AMT-ED TO TA-NEW-BRK-FOUND-X
              ADD 1 TO TA-NOADD-COUNT
              PERFORM 2500-ADD-BREAK THRU 2500-EXIT
           ELSE
              ADD 1 TO TA-PROVED-COUNT
           END-IF
           PERFORM 9100-READ-CUST THRU 9100-EXIT.
       2410-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE ACCOUNT IS IN THE JOURNAL BUT NOT ON THE MASTER.  THAT
      *    IS RIGHT ONLY WHEN ITS LAST JOURNAL ACTION CLOSED IT OUT.
      *    -----------------------------------------------------------
       2420-JOURNAL-ONLY.
           IF AC-LAST-ACT(TA-AIDX) = "D" THEN
              ADD 1 TO TA-CLOSED-OUT
           ELSE
              MOVE AC-BRANCH(TA-AIDX) TO TA-NEW-BRK-BRANCH
              MOVE AC-KEY(TA-AIDX) TO TA-NEW-BRK-ACCT
              MOVE "NOT ON MASTER" TO TA-NEW-BRK-TYPE
              MOVE AC-DATE(TA-AIDX) TO TA-NEW-BRK-DATE
              MOVE AC-TIME(TA-AIDX) TO TA-NEW-BRK-TIME
              MOVE AC-LAST-ACT(TA-AIDX) TO TA-NEW-BRK-ACTION
              MOVE AC-AFTER(TA-AIDX) TO TA-AMT-ED
              MOVE TA-AMT-ED TO TA-NEW-BRK-EXP-X
              MOVE SPACES TO TA-NEW-BRK-FOUND-X
              ADD 1 TO TA-NOTMST-COUNT
              PERFORM 2500-ADD-BREAK THRU 2500-EXIT
           END-IF
           ADD 1 TO TA-AIDX.
       2420-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE BREAK INTO THE BREAK TABLE, KEPT IN ORDER OF BRANCH,
      *    ACCOUNT, AND THE ORDER FOUND.  A FULL TABLE DROPS THE
      *    LINE BUT THE BREAK IS STILL COUNTED.
      *    -----------------------------------------------------------
       2500-ADD-BREAK.
           ADD 1 TO TA-BREAK-TOTAL
           ADD 1 TO TA-BRK-SEQ
           MOVE TA-BRK-SEQ TO TA-NEW-BRK-SEQ
           IF TA-BRK-COUNT < TA-BRK-MAX THEN
              ADD 1 TO TA-BRK-COUNT
              MOVE TA-BRK-COUNT TO TA-KIDX
              MOVE "N" TO TA-SIFT-DONE
              PERFORM 2550-SIFT-BREAK THRU 2550-EXIT
                 UNTIL TA-KIDX <= 1 OR TA-SIFT-DONE = "Y"
              MOVE TA-NEW-BRK TO BRK-ENTRY(TA-KIDX)
           ELSE
              ADD 1 TO TA-DROP-COUNT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE INSERTION - SLIDE HIGHER KEYS UP UNTIL THE
      *    NEW BREAK'S SLOT IS OPEN.
      *    -----------------------------------------------------------
       2550-SIFT-BREAK.
           IF BK-KEY(TA-KIDX - 1) > TA-NEW-BRK-KEY THEN
              MOVE BRK-ENTRY(TA-KIDX - 1) TO BRK-ENTRY(TA-KIDX)
              SUBTRACT 1 FROM TA-KIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       2550-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE BREAK LINE.  THE FIRST BREAK OF A NEW BRANCH CLOSES
      *    THE PREVIOUS BRANCH'S SECTION AND OPENS THE NEXT ONE.
      *    EXPECTED IS WHAT THE JOURNAL SAYS THE FIGURE SHOULD BE;
      *    FOUND IS WHAT THE POSTING OR THE MASTER ACTUALLY CARRIES.
      *    -----------------------------------------------------------
       2600-PRINT-ONE.
           IF TA-KIDX = 1 OR
              BK-BRANCH(TA-KIDX) NOT = TA-PREV-BRANCH THEN
              IF TA-KIDX > 1 THEN
                 PERFORM 2800-BRANCH-TOTALS THRU 2800-EXIT
              END-IF
              PERFORM 2700-BRANCH-HEADING THRU 2700-EXIT
           END-IF
           ADD 1 TO TA-BRCH-BREAKS
           MOVE BK-ACCT(TA-KIDX) TO TA-ACCT-WORK
           MOVE SPACES TO PRT-J-HEADING
           STRING BK-TYPE(TA-KIDX) " " TA-ACCT-FIRST "-"
              TA-ACCT-LAST " " BK-DATE(TA-KIDX) " "
              BK-TIME(TA-KIDX) " " BK-ACTION(TA-KIDX) " "
              BK-EXP-X(TA-KIDX) " " BK-FOUND-X(TA-KIDX)
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           IF BK-DATE(TA-KIDX) = 0 THEN
              MOVE SPACES TO PRT-J-HEADING(36:15)
           END-IF
           WRITE RPT-REC
           ADD 1 TO TA-KIDX.
       2600-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN ONE BRANCH SECTION - BRANCH BANNER AND COLUMN
      *    HEADINGS.
      *    -----------------------------------------------------------
       2700-BRANCH-HEADING.
           MOVE BK-BRANCH(TA-KIDX) TO TA-PREV-BRANCH
           ADD 1 TO TA-BRCH-COUNT
           MOVE 0 TO TA-BRCH-BREAKS
           MOVE ALL "=" TO PRT-J-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-J-HEADING
           IF TA-PREV-BRANCH = SPACES THEN
              MOVE "BRANCH *** (BLANK BRANCH CODE - NEEDS CODING)"
                 TO PRT-J-HEADING
           ELSE
              STRING "BRANCH " TA-PREV-BRANCH
                 DELIMITED BY SIZE INTO PRT-J-HEADING
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO PRT-J-HEADING
           STRING "BREAK            ACCOUNT           RUN DATE TIME"
              "   A      EXPECTED         FOUND"
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "-" TO PRT-J-HEADING
           WRITE RPT-REC.
       2700-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE ONE BRANCH SECTION WITH ITS BREAK COUNT.
      *    -----------------------------------------------------------
       2800-BRANCH-TOTALS.
           MOVE ALL "-" TO PRT-J-HEADING
           WRITE RPT-REC
           MOVE TA-BRCH-BREAKS TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "BRANCH BREAKS:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC.
       2800-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT MASTER RECORD AND BUILD ITS KEY AND BALANCE.
      *    -----------------------------------------------------------
       9100-READ-CUST.
           READ CUST-RECS
              AT END MOVE "Y" TO CUST-EOF
           END-READ
           IF CUST-EOF NOT = "Y" THEN
              ADD 1 TO TA-CUST-READ
              COMPUTE TA-CUST-KEY =
                 CUST-FIRST-NUM * 100000000 + CUST-LAST-NUM
              MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-CUST-BAL
           END-IF.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT JOURNAL RECORD.  AT THE END OF THE HISTARC
      *    GENERATION THE STREAM CARRIES ON INTO HISTFILE; A
      *    MISSING HISTFILE THEN SIMPLY ENDS IT.
      *    -----------------------------------------------------------
       9200-READ-HIST.
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
       9200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE THE LAST BRANCH SECTION, WRITE THE PROOF TOTALS,
      *    AND CLOSE THE FILES.  ANY BREAK, ANY UNREADABLE JOURNAL
      *    RECORD, OR ANYTHING DROPPED FOR A FULL TABLE MEANS THE
      *    JOURNAL AND THE MASTER ARE NOT PROVED - RETURN CODE 8
      *    AND NO SUCCESSFUL-END STAMP.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           IF TA-BRK-COUNT > 0 THEN
              PERFORM 2800-BRANCH-TOTALS THRU 2800-EXIT
           END-IF
           MOVE ALL "=" TO PRT-J-HEADING
           WRITE RPT-REC
           MOVE TA-CUST-READ TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "MASTER ACCOUNTS READ:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-HIST-READ TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "JOURNAL RECORDS READ:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-ACCT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "JOURNAL ACCOUNTS:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CLOSED-OUT TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "CLOSED OUT (LAST D):     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-PROVED-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "MASTER ACCOUNTS PROVED:  " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CHAIN-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "CHAIN BREAKS:            " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BALDIF-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "BALANCE DIFFERS:         " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-NOADD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "NO OPENING ADD:          " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-NOTMST-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-J-HEADING
           STRING "NOT ON MASTER:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-J-HEADING
           END-STRING
           WRITE RPT-REC
           IF TA-BAD-HIST > 0 THEN
              MOVE TA-BAD-HIST TO TA-COUNT-Z
              MOVE SPACES TO PRT-J-HEADING
              STRING "*** UNREADABLE JOURNAL RECORDS: " TA-COUNT-Z
                 DELIMITED BY SIZE INTO PRT-J-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF
           IF TA-DROP-COUNT > 0 THEN
              MOVE TA-DROP-COUNT TO TA-COUNT-Z
              MOVE SPACES TO PRT-J-HEADING
              STRING "*** DROPPED - TABLE FULL: " TA-COUNT-Z
                 " - PROOF INCOMPLETE"
                 DELIMITED BY SIZE INTO PRT-J-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE SPACES TO PRT-J-HEADING
           IF TA-BREAK-TOTAL > 0 OR TA-BAD-HIST > 0 OR
              TA-DROP-COUNT > 0 THEN
              MOVE "*** JOURNAL AND MASTER NOT PROVED ***"
                 TO PRT-J-HEADING
           ELSE
              MOVE "JOURNAL AND MASTER PROVED IN AGREEMENT"
                 TO PRT-J-HEADING
           END-IF
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-J-HEADING
           WRITE RPT-REC
           CLOSE CUST-RECS
           IF TA-ARC-OPEN = "Y" THEN
              CLOSE HIST-ARC
           END-IF
           IF TA-CUR-OPEN = "Y" THEN
              CLOSE HIST-FILE
           END-IF
           CLOSE RECN-RPT
           IF TA-BREAK-TOTAL > 0 OR TA-BAD-HIST > 0 OR
              TA-DROP-COUNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "E" TO TA-REG-EVENT
              PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           END-IF
           DISPLAY "JRNLRECN: ACCOUNTS=" TA-CUST-READ
              " JOURNAL=" TA-HIST-READ
              " BREAKS=" TA-BREAK-TOTAL
              " DROPPED=" TA-DROP-COUNT.
       3000-EXIT.
           EXIT.
