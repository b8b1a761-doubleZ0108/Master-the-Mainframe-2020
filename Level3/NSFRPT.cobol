       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    NSFRPT.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  NIGHTLY NSF REGISTER BY
      *                BRANCH.  CUSTMAIN NOW RETURNS ANY WITHDRAWAL
      *                THAT WOULD TAKE AN ACCOUNT PAST ITS OVERDRAFT
      *                LIMIT AND WRITES ONE DETAIL RECORD PER
      *                RETURNED ITEM TO NSFFILE - ACCOUNT KEY PAIR,
      *                BRANCH, ITEM AMOUNT, THE BALANCE AND LIMIT IT
      *                WAS HELD TO, AND THE FEE TAKEN.  THIS PROGRAM
      *                READS THAT FILE, HOLDS THE ITEMS IN A TABLE
      *                KEPT IN BRANCH ORDER (THE SAME INSERTION
      *                SCHEME BRCHGATE USES, SO ITEMS WITHIN A BRANCH
      *                KEEP THE ORDER CUSTMAIN RETURNED THEM), AND
      *                PRINTS ONE SECTION PER BRANCH TO NSFREG WITH A
      *                LINE PER ITEM AND BRANCH SUBTOTALS, THEN GRAND
      *                TOTALS FOR THE NIGHT.  THE BRANCHES GET THE
      *                LIST THEY NEED TO NOTIFY CUSTOMERS AND RETURN
      *                THE ITEMS.  JOINED THE SHARED RUN REGISTRY:
      *                CUSTMAIN MUST HAVE ENDED TODAY'S CYCLE, AND A
      *                SECOND RUN IN ONE CYCLE REFUSES.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NSF-FILE ASSIGN TO NSFFILE
              FILE STATUS IS NSF-STATUS.
           SELECT NSF-RPT ASSIGN TO NSFREG.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD NSF-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-N-HEADING            PIC X(80) VALUE SPACES.
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-RUN-TIME             PIC 9(6).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       WORKING-STORAGE SECTION.
       01 NSF-STATUS                   PIC X(02).
       01 NSF-EOF                      PIC X VALUE "N".
       01 TA-READ-COUNT                PIC 9(5) VALUE 0.
       01 TA-DROP-COUNT                PIC 9(5) VALUE 0.
       01 TA-ITEM-MAX                  PIC 9(5) VALUE 2000.
       01 TA-ITEM-COUNT                PIC 9(5) VALUE 0.
       01 TA-IIDX                      PIC 9(5).
       01 TA-SIFT-DONE                 PIC X.
       01 TA-NEW-BRANCH                PIC X(3).
       01 TA-NEW-DATA                  PIC X(64).
       01 NSF-TABLE.
           05 NSF-ENTRY OCCURS 2000 TIMES.
               10 NT-BRANCH            PIC X(3).
               10 NT-DATA              PIC X(64).
       01 TA-ITEM-DATA.
           05 TA-ITEM-FIRST-NUM        PIC 9(8).
           05 TA-ITEM-LAST-NUM         PIC 9(8).
           05 TA-ITEM-AMT              PIC S9(9)V99.
           05 TA-ITEM-BAL              PIC S9(9)V99.
           05 TA-ITEM-LIMIT            PIC 9(7)V99.
           05 TA-ITEM-FEE              PIC 9(5)V99.
           05 TA-ITEM-NAME             PIC X(10).
       01 TA-PREV-BRANCH               PIC X(3).
       01 TA-BRCH-ITEMS                PIC 9(5) VALUE 0.
       01 TA-BRCH-AMT                  PIC S9(13)V99 VALUE 0.
       01 TA-BRCH-FEES                 PIC S9(13)V99 VALUE 0.
       01 TA-BRCH-COUNT                PIC 9(5) VALUE 0.
       01 TA-GRAND-AMT                 PIC S9(13)V99 VALUE 0.
       01 TA-GRAND-FEES                PIC S9(13)V99 VALUE 0.
       01 TA-AMT-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-BAL-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-LIMIT-ED                  PIC Z,ZZZ,ZZ9.99.
       01 TA-FEE-ED                    PIC ZZ,ZZ9.99.
       01 TA-COUNT-Z                   PIC ZZ,ZZ9.
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
              UNTIL NSF-EOF = "Y"
           MOVE 1 TO TA-IIDX
           PERFORM 2500-PRINT-ONE THRU 2500-EXIT
              UNTIL TA-IIDX > TA-ITEM-COUNT
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  CUSTMAIN MUST HAVE ENDED TODAY'S
      *    CYCLE (IT WRITES THE NSF DETAIL THIS REGISTER PRINTS) AND
      *    THIS PROGRAM MUST NOT HAVE ENDED ALREADY - OTHERWISE THE
      *    RUN REFUSES TO START.
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
              DISPLAY "NSFRPT: CUSTMAIN HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-SELF-DONE = "Y" THEN
              DISPLAY "NSFRPT: ALREADY COMPLETED THIS CYCLE - "
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
              IF REG-PROGRAM = "CUSTMAIN" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-PRED-DONE
              END-IF
              IF REG-PROGRAM = "NSFRPT" AND REG-EVENT = "E" THEN
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
           MOVE "NSFRPT" TO REG-PROGRAM
           MOVE TA-REG-EVENT TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG.
       0190-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN THE FILES, WRITE THE REGISTER HEADINGS, AND PRIME THE
      *    NSF DETAIL STREAM.  A MISSING NSFFILE MEANS NOTHING WAS
      *    RETURNED - THE REGISTER STILL PRINTS, EMPTY.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           OPEN INPUT NSF-FILE
           IF NSF-STATUS NOT = "00" THEN
              MOVE "Y" TO NSF-EOF
           END-IF
           OPEN OUTPUT NSF-RPT
           MOVE SPACES TO PRT-N-HEADING
           MOVE "NSF RETURNED ITEMS REGISTER BY BRANCH"
              TO PRT-N-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-N-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           IF NSF-EOF NOT = "Y" THEN
              PERFORM 9100-READ-NSF THRU 9100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE RETURNED ITEM INTO THE TABLE, KEPT IN ASCENDING BRANCH
      *    ORDER.  A FULL TABLE DROPS THE ITEM, COUNTS IT, AND FLAGS
      *    THE REGISTER INCOMPLETE.
      *    -----------------------------------------------------------
       2000-LOAD-ONE.
           ADD 1 TO TA-READ-COUNT
           IF TA-ITEM-COUNT < TA-ITEM-MAX THEN
              MOVE NSF-FIRST-NUM TO TA-ITEM-FIRST-NUM
              MOVE NSF-LAST-NUM TO TA-ITEM-LAST-NUM
              MOVE NSF-ITEM-AMT TO TA-ITEM-AMT
              MOVE NSF-BAL-BEFORE TO TA-ITEM-BAL
              MOVE NSF-OD-LIMIT TO TA-ITEM-LIMIT
              MOVE NSF-FEE TO TA-ITEM-FEE
              MOVE NSF-LAST-NAME TO TA-ITEM-NAME
              MOVE NSF-BRANCH-CODE TO TA-NEW-BRANCH
              MOVE TA-ITEM-DATA TO TA-NEW-DATA
              ADD 1 TO TA-ITEM-COUNT
              MOVE TA-ITEM-COUNT TO TA-IIDX
              MOVE "N" TO TA-SIFT-DONE
              PERFORM 2100-SIFT-DOWN THRU 2100-EXIT
                 UNTIL TA-IIDX <= 1 OR TA-SIFT-DONE = "Y"
              MOVE TA-NEW-BRANCH TO NT-BRANCH(TA-IIDX)
              MOVE TA-NEW-DATA TO NT-DATA(TA-IIDX)
           ELSE
              ADD 1 TO TA-DROP-COUNT
           END-IF
           PERFORM 9100-READ-NSF THRU 9100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE INSERTION - SLIDE HIGHER BRANCHES UP UNTIL
      *    THE NEW ITEM'S SLOT IS OPEN.  A STRICT COMPARE LEAVES
      *    ITEMS OF ONE BRANCH IN THE ORDER CUSTMAIN RETURNED THEM.
      *    -----------------------------------------------------------
       2100-SIFT-DOWN.
           IF NT-BRANCH(TA-IIDX - 1) > TA-NEW-BRANCH THEN
              MOVE NSF-ENTRY(TA-IIDX - 1) TO NSF-ENTRY(TA-IIDX)
              SUBTRACT 1 FROM TA-IIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REGISTER LINE.  THE FIRST ITEM OF A NEW BRANCH CLOSES
      *    THE PREVIOUS BRANCH'S SECTION WITH ITS SUBTOTALS AND OPENS
      *    THE NEXT ONE.
      *    -----------------------------------------------------------
       2500-PRINT-ONE.
           IF TA-IIDX = 1 OR
              NT-BRANCH(TA-IIDX) NOT = TA-PREV-BRANCH THEN
              IF TA-IIDX > 1 THEN
                 PERFORM 2700-BRANCH-TOTALS THRU 2700-EXIT
              END-IF
              PERFORM 2600-BRANCH-HEADING THRU 2600-EXIT
           END-IF
           MOVE NT-DATA(TA-IIDX) TO TA-ITEM-DATA
           ADD 1 TO TA-BRCH-ITEMS
           ADD TA-ITEM-AMT TO TA-BRCH-AMT
           ADD TA-ITEM-FEE TO TA-BRCH-FEES
           ADD TA-ITEM-AMT TO TA-GRAND-AMT
           ADD TA-ITEM-FEE TO TA-GRAND-FEES
           MOVE TA-ITEM-AMT TO TA-AMT-ED
           MOVE TA-ITEM-BAL TO TA-BAL-ED
           MOVE TA-ITEM-LIMIT TO TA-LIMIT-ED
           MOVE TA-ITEM-FEE TO TA-FEE-ED
           MOVE SPACES TO PRT-N-HEADING
           STRING TA-ITEM-FIRST-NUM "-" TA-ITEM-LAST-NUM " "
              TA-ITEM-NAME " " TA-AMT-ED " " TA-BAL-ED " "
              TA-LIMIT-ED " " TA-FEE-ED
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           ADD 1 TO TA-IIDX.
       2500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN ONE BRANCH SECTION - BRANCH BANNER AND COLUMN
      *    HEADINGS.
      *    -----------------------------------------------------------
       2600-BRANCH-HEADING.
           MOVE NT-BRANCH(TA-IIDX) TO TA-PREV-BRANCH
           ADD 1 TO TA-BRCH-COUNT
           MOVE 0 TO TA-BRCH-ITEMS
           MOVE 0 TO TA-BRCH-AMT
           MOVE 0 TO TA-BRCH-FEES
           MOVE ALL "=" TO PRT-N-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-N-HEADING
           IF TA-PREV-BRANCH = SPACES THEN
              MOVE "BRANCH *** (BLANK BRANCH CODE - NEEDS CODING)"
                 TO PRT-N-HEADING
           ELSE
              STRING "BRANCH " TA-PREV-BRANCH
                 DELIMITED BY SIZE INTO PRT-N-HEADING
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO PRT-N-HEADING
           STRING "ACCOUNT           NAME         ITEM AMOUNT    "
              "BAL BEFORE     OD LIMIT       FEE"
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "-" TO PRT-N-HEADING
           WRITE RPT-REC.
       2600-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE ONE BRANCH SECTION WITH ITS ITEM COUNT, TOTAL
      *    RETURNED, AND TOTAL FEES TAKEN.
      *    -----------------------------------------------------------
       2700-BRANCH-TOTALS.
           MOVE ALL "-" TO PRT-N-HEADING
           WRITE RPT-REC
           MOVE TA-BRCH-ITEMS TO TA-COUNT-Z
           MOVE SPACES TO PRT-N-HEADING
           STRING "BRANCH ITEMS RETURNED:   " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-AMT TO TA-TOTAL-ED
           MOVE SPACES TO PRT-N-HEADING
           STRING "BRANCH AMOUNT RETURNED:  " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-FEES TO TA-TOTAL-ED
           MOVE SPACES TO PRT-N-HEADING
           STRING "BRANCH NSF FEES:         " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC.
       2700-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT NSF DETAIL RECORD.
      *    -----------------------------------------------------------
       9100-READ-NSF.
           READ NSF-FILE
              AT END MOVE "Y" TO NSF-EOF
           END-READ.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE THE LAST BRANCH SECTION, PRINT THE GRAND TOTALS,
      *    AND CLOSE THE FILES.  ITEMS DROPPED FOR A FULL TABLE
      *    LEAVE THE REGISTER INCOMPLETE - RETURN CODE 4 AND NO
      *    SUCCESSFUL-END STAMP.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           IF TA-ITEM-COUNT > 0 THEN
              PERFORM 2700-BRANCH-TOTALS THRU 2700-EXIT
           END-IF
           MOVE ALL "=" TO PRT-N-HEADING
           WRITE RPT-REC
           MOVE TA-READ-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-N-HEADING
           STRING "ITEMS RETURNED NSF:      " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-N-HEADING
           STRING "BRANCHES REPORTED:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GRAND-AMT TO TA-TOTAL-ED
           MOVE SPACES TO PRT-N-HEADING
           STRING "TOTAL AMOUNT RETURNED:   " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GRAND-FEES TO TA-TOTAL-ED
           MOVE SPACES TO PRT-N-HEADING
           STRING "TOTAL NSF FEES:          " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-N-HEADING
           END-STRING
           WRITE RPT-REC
           IF TA-DROP-COUNT > 0 THEN
              MOVE TA-DROP-COUNT TO TA-COUNT-Z
              MOVE SPACES TO PRT-N-HEADING
              STRING "*** ITEMS NOT LISTED - TABLE FULL: " TA-COUNT-Z
                 DELIMITED BY SIZE INTO PRT-N-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE ALL "=" TO PRT-N-HEADING
           WRITE RPT-REC
           IF NSF-STATUS = "00" OR NSF-STATUS = "10" THEN
              CLOSE NSF-FILE
           END-IF
           CLOSE NSF-RPT
           IF TA-DROP-COUNT > 0 THEN
              DISPLAY "NSFRPT: " TA-DROP-COUNT " ITEMS NOT LISTED - "
                 "TABLE FULL"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "E" TO TA-REG-EVENT
              PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           END-IF
           DISPLAY "NSFRPT: ITEMS=" TA-READ-COUNT
              " BRANCHES=" TA-BRCH-COUNT.
       3000-EXIT.
           EXIT.
