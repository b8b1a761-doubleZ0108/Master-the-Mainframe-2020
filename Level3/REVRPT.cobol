       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    REVRPT.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  NIGHTLY REVERSAL REGISTER BY
      *                BRANCH FOR THE BRANCH SUPERVISORS.  CUSTMAIN
      *                WRITES ONE DETAIL RECORD TO REVFILE FOR EVERY
      *                "R" IT READ - ACCOUNT KEY PAIR, BRANCH, THE
      *                ORIGINAL POSTING'S ACTION, RUN DATE, RUN TIME
      *                AND AMOUNT, THE RESULT (POSTED, OR THE
      *                SUSPENSE REASON RN, RR OR NF), THE BALANCE
      *                AFTERWARDS, AND WHO KEYED IT.  THIS PROGRAM
      *                HOLDS THE ITEMS IN A TABLE KEPT IN BRANCH
      *                ORDER (THE SAME INSERTION SCHEME NSFRPT USES,
      *                SO ITEMS WITHIN A BRANCH KEEP THE ORDER
      *                CUSTMAIN READ THEM) AND PRINTS ONE SECTION PER
      *                BRANCH TO REVREG WITH A LINE PER ITEM AND
      *                BRANCH SUBTOTALS, THEN GRAND TOTALS FOR THE
      *                NIGHT.  JOINED THE SHARED RUN REGISTRY:
      *                CUSTMAIN MUST HAVE ENDED TODAY'S CYCLE, AND A
      *                SECOND RUN IN ONE CYCLE REFUSES.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-FILE ASSIGN TO REVFILE
              FILE STATUS IS REV-STATUS.
           SELECT REV-RPT ASSIGN TO REVREG.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD REV-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
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
       01 REV-STATUS                   PIC X(02).
       01 REV-EOF                      PIC X VALUE "N".
       01 TA-READ-COUNT                PIC 9(5) VALUE 0.
       01 TA-DROP-COUNT                PIC 9(5) VALUE 0.
       01 TA-ITEM-MAX                  PIC 9(5) VALUE 2000.
       01 TA-ITEM-COUNT                PIC 9(5) VALUE 0.
       01 TA-IIDX                      PIC 9(5).
       01 TA-SIFT-DONE                 PIC X.
       01 TA-NEW-BRANCH                PIC X(3).
       01 TA-NEW-DATA                  PIC X(62).
       01 REV-TABLE.
           05 REV-ENTRY OCCURS 2000 TIMES.
               10 RT-BRANCH            PIC X(3).
               10 RT-DATA              PIC X(62).
       01 TA-ITEM-DATA.
           05 TA-ITEM-FIRST-NUM        PIC 9(8).
           05 TA-ITEM-LAST-NUM         PIC 9(8).
           05 TA-ITEM-ACTION           PIC X(1).
           05 TA-ITEM-DATE             PIC 9(8).
           05 TA-ITEM-DATE-R REDEFINES TA-ITEM-DATE.
              10 TA-ITEM-YEAR          PIC 9(4).
              10 TA-ITEM-MONTH         PIC 9(2).
              10 TA-ITEM-DAY           PIC 9(2).
           05 TA-ITEM-TIME             PIC 9(6).
           05 TA-ITEM-TIME-R REDEFINES TA-ITEM-TIME.
              10 TA-ITEM-HOUR          PIC 9(2).
              10 TA-ITEM-MINUTE        PIC 9(2).
              10 TA-ITEM-SECOND        PIC 9(2).
           05 TA-ITEM-AMT              PIC S9(9)V99.
           05 TA-ITEM-RESULT           PIC X(2).
           05 TA-ITEM-KEYER            PIC X(8).
           05 TA-ITEM-NAME             PIC X(10).
       01 TA-RESULT-TEXT               PIC X(6).
       01 TA-PREV-BRANCH               PIC X(3).
       01 TA-BRCH-POSTED               PIC 9(5) VALUE 0.
       01 TA-BRCH-REJECTED             PIC 9(5) VALUE 0.
       01 TA-BRCH-AMT                  PIC S9(13)V99 VALUE 0.
       01 TA-BRCH-COUNT                PIC 9(5) VALUE 0.
       01 TA-GRAND-POSTED              PIC 9(5) VALUE 0.
       01 TA-GRAND-REJECTED            PIC 9(5) VALUE 0.
       01 TA-GRAND-AMT                 PIC S9(13)V99 VALUE 0.
       01 TA-AMT-ED                    PIC -Z,ZZZ,ZZ9.99.
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
              UNTIL REV-EOF = "Y"
           MOVE 1 TO TA-IIDX
           PERFORM 2500-PRINT-ONE THRU 2500-EXIT
              UNTIL TA-IIDX > TA-ITEM-COUNT
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  CUSTMAIN MUST HAVE ENDED TODAY'S
      *    CYCLE (IT WRITES THE REVERSAL DETAIL THIS REGISTER PRINTS)
      *    AND THIS PROGRAM MUST NOT HAVE ENDED ALREADY - OTHERWISE
      *    THE RUN REFUSES TO START.
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
              DISPLAY "REVRPT: CUSTMAIN HAS NOT COMPLETED THIS "
                 "CYCLE - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TA-SELF-DONE = "Y" THEN
              DISPLAY "REVRPT: ALREADY COMPLETED THIS CYCLE - "
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
              IF REG-PROGRAM = "REVRPT" AND REG-EVENT = "E" THEN
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
           MOVE "REVRPT" TO REG-PROGRAM
           MOVE TA-REG-EVENT TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG.
       0190-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN THE FILES, WRITE THE REGISTER HEADINGS, AND PRIME THE
      *    REVERSAL DETAIL STREAM.  A MISSING REVFILE MEANS NOTHING
      *    WAS REVERSED - THE REGISTER STILL PRINTS, EMPTY.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           OPEN INPUT REV-FILE
           IF REV-STATUS NOT = "00" THEN
              MOVE "Y" TO REV-EOF
           END-IF
           OPEN OUTPUT REV-RPT
           MOVE SPACES TO PRT-R-HEADING
           MOVE "REVERSAL REGISTER BY BRANCH" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           IF REV-EOF NOT = "Y" THEN
              PERFORM 9100-READ-REV THRU 9100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REVERSAL INTO THE TABLE, KEPT IN ASCENDING BRANCH
      *    ORDER.  A FULL TABLE DROPS THE ITEM, COUNTS IT, AND FLAGS
      *    THE REGISTER INCOMPLETE.
      *    -----------------------------------------------------------
       2000-LOAD-ONE.
           ADD 1 TO TA-READ-COUNT
           IF TA-ITEM-COUNT < TA-ITEM-MAX THEN
              MOVE REV-FIRST-NUM TO TA-ITEM-FIRST-NUM
              MOVE REV-LAST-NUM TO TA-ITEM-LAST-NUM
              MOVE REV-ORIG-ACTION TO TA-ITEM-ACTION
              MOVE REV-ORIG-DATE TO TA-ITEM-DATE
              MOVE REV-ORIG-TIME TO TA-ITEM-TIME
              MOVE REV-ITEM-AMT TO TA-ITEM-AMT
              MOVE REV-RESULT TO TA-ITEM-RESULT
              MOVE REV-KEYER-ID TO TA-ITEM-KEYER
              MOVE REV-LAST-NAME TO TA-ITEM-NAME
              MOVE REV-BRANCH-CODE TO TA-NEW-BRANCH
              MOVE TA-ITEM-DATA TO TA-NEW-DATA
              ADD 1 TO TA-ITEM-COUNT
              MOVE TA-ITEM-COUNT TO TA-IIDX
              MOVE "N" TO TA-SIFT-DONE
              PERFORM 2100-SIFT-DOWN THRU 2100-EXIT
                 UNTIL TA-IIDX <= 1 OR TA-SIFT-DONE = "Y"
              MOVE TA-NEW-BRANCH TO RT-BRANCH(TA-IIDX)
              MOVE TA-NEW-DATA TO RT-DATA(TA-IIDX)
           ELSE
              ADD 1 TO TA-DROP-COUNT
           END-IF
           PERFORM 9100-READ-REV THRU 9100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE INSERTION - SLIDE HIGHER BRANCHES UP UNTIL
      *    THE NEW ITEM'S SLOT IS OPEN.  A STRICT COMPARE LEAVES
      *    ITEMS OF ONE BRANCH IN THE ORDER CUSTMAIN READ THEM.
      *    -----------------------------------------------------------
       2100-SIFT-DOWN.
           IF RT-BRANCH(TA-IIDX - 1) > TA-NEW-BRANCH THEN
              MOVE REV-ENTRY(TA-IIDX - 1) TO REV-ENTRY(TA-IIDX)
              SUBTRACT 1 FROM TA-IIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REGISTER LINE - THE ORIGINAL POSTING THE REVERSAL
      *    NAMED, WHAT BECAME OF IT, AND WHO KEYED IT.  THE FIRST
      *    ITEM OF A NEW BRANCH CLOSES THE PREVIOUS BRANCH'S SECTION
      *    WITH ITS SUBTOTALS AND OPENS THE NEXT ONE.
      *    -----------------------------------------------------------
       2500-PRINT-ONE.
           IF TA-IIDX = 1 OR
              RT-BRANCH(TA-IIDX) NOT = TA-PREV-BRANCH THEN
              IF TA-IIDX > 1 THEN
                 PERFORM 2700-BRANCH-TOTALS THRU 2700-EXIT
              END-IF
              PERFORM 2600-BRANCH-HEADING THRU 2600-EXIT
           END-IF
           MOVE RT-DATA(TA-IIDX) TO TA-ITEM-DATA
           IF TA-ITEM-RESULT = SPACES THEN
              MOVE "POSTED" TO TA-RESULT-TEXT
              ADD 1 TO TA-BRCH-POSTED
              ADD 1 TO TA-GRAND-POSTED
              ADD TA-ITEM-AMT TO TA-BRCH-AMT
              ADD TA-ITEM-AMT TO TA-GRAND-AMT
           ELSE
              MOVE TA-ITEM-RESULT TO TA-RESULT-TEXT
              ADD 1 TO TA-BRCH-REJECTED
              ADD 1 TO TA-GRAND-REJECTED
           END-IF
           MOVE TA-ITEM-AMT TO TA-AMT-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING TA-ITEM-FIRST-NUM "-" TA-ITEM-LAST-NUM " "
              TA-ITEM-NAME " " TA-ITEM-ACTION " "
              TA-ITEM-MONTH "/" TA-ITEM-DAY "/" TA-ITEM-YEAR " "
              TA-ITEM-HOUR ":" TA-ITEM-MINUTE ":" TA-ITEM-SECOND " "
              TA-AMT-ED " " TA-RESULT-TEXT " " TA-ITEM-KEYER
              DELIMITED BY SIZE INTO PRT-R-HEADING
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
           MOVE RT-BRANCH(TA-IIDX) TO TA-PREV-BRANCH
           ADD 1 TO TA-BRCH-COUNT
           MOVE 0 TO TA-BRCH-POSTED
           MOVE 0 TO TA-BRCH-REJECTED
           MOVE 0 TO TA-BRCH-AMT
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           IF TA-PREV-BRANCH = SPACES THEN
              MOVE "BRANCH *** (BLANK BRANCH CODE - NEEDS CODING)"
                 TO PRT-R-HEADING
           ELSE
              STRING "BRANCH " TA-PREV-BRANCH
                 DELIMITED BY SIZE INTO PRT-R-HEADING
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCOUNT           NAME       A ORIGINAL POSTED"
              "              AMOUNT RESULT KEYER"
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "-" TO PRT-R-HEADING
           WRITE RPT-REC.
       2600-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE ONE BRANCH SECTION WITH ITS POSTED AND REJECTED
      *    COUNTS AND THE AMOUNT REVERSED.
      *    -----------------------------------------------------------
       2700-BRANCH-TOTALS.
           MOVE ALL "-" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE TA-BRCH-POSTED TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "BRANCH ITEMS POSTED:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-REJECTED TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "BRANCH ITEMS REJECTED:   " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-AMT TO TA-TOTAL-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING "BRANCH AMOUNT REVERSED:  " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC.
       2700-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT REVERSAL DETAIL RECORD.
      *    -----------------------------------------------------------
       9100-READ-REV.
           READ REV-FILE
              AT END MOVE "Y" TO REV-EOF
           END-READ.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE THE LAST BRANCH SECTION, PRINT THE GRAND TOTALS AND
      *    THE REASON-CODE KEY, AND CLOSE THE FILES.  ITEMS DROPPED
      *    FOR A FULL TABLE LEAVE THE REGISTER INCOMPLETE - RETURN
      *    CODE 4 AND NO SUCCESSFUL-END STAMP.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           IF TA-ITEM-COUNT > 0 THEN
              PERFORM 2700-BRANCH-TOTALS THRU 2700-EXIT
           END-IF
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE TA-READ-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "REVERSALS READ:          " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GRAND-POSTED TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "REVERSALS POSTED:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GRAND-REJECTED TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "REVERSALS REJECTED:      " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BRCH-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "BRANCHES REPORTED:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GRAND-AMT TO TA-TOTAL-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING "TOTAL AMOUNT REVERSED:   " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           IF TA-DROP-COUNT > 0 THEN
              MOVE TA-DROP-COUNT TO TA-COUNT-Z
              MOVE SPACES TO PRT-R-HEADING
              STRING "*** ITEMS NOT LISTED - TABLE FULL: " TA-COUNT-Z
                 DELIMITED BY SIZE INTO PRT-R-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           MOVE "RN = NO SUCH POSTING ON THE HISTORY JOURNAL"
              TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           MOVE "RR = POSTING ALREADY REVERSED" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           MOVE "NF = ACCOUNT NOT ON FILE OR CLOSED OUT"
              TO PRT-R-HEADING
           WRITE RPT-REC
           IF REV-STATUS = "00" OR REV-STATUS = "10" THEN
              CLOSE REV-FILE
           END-IF
           CLOSE REV-RPT
           IF TA-DROP-COUNT > 0 THEN
              DISPLAY "REVRPT: " TA-DROP-COUNT " ITEMS NOT LISTED - "
                 "TABLE FULL"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "E" TO TA-REG-EVENT
              PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           END-IF
           DISPLAY "REVRPT: ITEMS=" TA-READ-COUNT
              " BRANCHES=" TA-BRCH-COUNT.
       3000-EXIT.
           EXIT.
