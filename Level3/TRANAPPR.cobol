       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    TRANAPPR.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  DUAL-CONTROL APPROVAL OF THE
      *                LARGE MONETARY ITEMS AND "C" BALANCE
      *                REPLACEMENTS TRANEDIT HOLDS ON THE PENDING
      *                QUEUE (PENDFILE).  A SUPERVISOR SUBMITS ONE
      *                CARD PER DECISION ON APPRCARD:
      *                  COL  1     R = RELEASE, D = DECLINE
      *                  COL  3-10  HOLD DATE OF THE ITEM (YYYYMMDD)
      *                  COL 11-15  HOLD SEQUENCE NUMBER
      *                  COL 17-24  APPROVER USER ID
      *                  COL 26-33  APPROVAL DATE (YYYYMMDD)
      *                THE HOLD DATE AND SEQUENCE ARE THE REFERENCE
      *                PRINTED ON THIS PROGRAM'S REGISTER.  A CARD IS
      *                REFUSED IF THE APPROVER IS THE SAME PERSON WHO
      *                KEYED THE ITEM, IF IT IS DATED BEFORE THE ITEM
      *                WAS HELD, OR IF THE ITEM WAS ALREADY DECIDED BY
      *                AN EARLIER CARD.  RELEASED ITEMS ARE WRITTEN
      *                TO APPRREL IN ASCENDING ACCOUNT-KEY ORDER (THE
      *                SAME INSERTION SCHEME BRCHGATE USES), STAMPED
      *                WITH THE RELEASE TIME, FOR TRANEDIT TO MERGE
      *                INTO THE NEXT CYCLE AS APPRIN.  DECLINED ITEMS
      *                GO TO SUSPENSE (SUSPFILE) UNDER REASON DC.
      *                ITEMS STILL WAITING ARE COPIED TO PENDNEW, TO
      *                BE PROMOTED OVER PENDFILE AFTER THE RUN THE
      *                SAME WAY CUSTNEW IS PROMOTED OVER CUSTRECS.
      *                THE REGISTER (APPRRPT) SHOWS EVERY ITEM ON THE
      *                QUEUE WITH ITS DISPOSITION - THOSE STILL
      *                PENDING WITH HOW MANY DAYS THEY HAVE WAITED -
      *                THEN THE CARDS THAT WERE REFUSED, AND AGING
      *                COUNTS.  ANY REFUSED CARD ENDS THE RUN WITH
      *                RETURN CODE 4.  JOINED THE SHARED RUN
      *                REGISTRY: THE PROGRAM RUNS ONCE BETWEEN ONE
      *                TRANEDIT AND THE NEXT, SO A SECOND RUN CANNOT
      *                OVERWRITE RELEASES TRANEDIT HAS NOT YET TAKEN.
      *    10/15/2026  A RELEASE CARD FOR AN ITEM HELD WITH NO KEYER
      *                ID IS REFUSED - THERE IS NO WAY TO TELL THE
      *                APPROVER FROM THE PERSON WHO KEYED IT.  THE ITEM
      *                STAYS PENDING UNTIL IT IS DECLINED AND REKEYED
      *                WITH A KEYER ID.
      *    10/15/2026  A RUN THAT CROSSED MIDNIGHT STAMPED ITS RELEASES
      *                WITH THE CYCLE DATE AND THE NEXT DAY'S TIME, SO
      *                TRANEDIT TOOK THEM AS ALREADY MERGED AND THEY
      *                WERE LOST.  EACH RELEASE NOW TAKES ITS DATE AND
      *                TIME FROM ONE CLOCK READING AS IT IS WRITTEN.
      *                THE RUN-ONCE CHECK NOW COMPARES THE START STAMPS
      *                OF THE LAST COMPLETED RUNS OF TRANEDIT AND THIS
      *                PROGRAM, SINCE AN END STAMP CAN CARRY THE SAME
      *                MIXED DATE AND TIME.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO PENDFILE
              FILE STATUS IS PEND-STATUS.
           SELECT CARD-FILE ASSIGN TO APPRCARD
              FILE STATUS IS CARD-STATUS.
           SELECT PEND-NEW ASSIGN TO PENDNEW.
           SELECT REL-FILE ASSIGN TO APPRREL.
           SELECT SUSP-FILE ASSIGN TO SUSPFILE
              FILE STATUS IS SUSP-STATUS.
           SELECT APPR-RPT ASSIGN TO APPRRPT.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
       FD PEND-FILE RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01 PEND-REC.
           05 PEND-TRAN-IMAGE.
              10 PEND-ACTION-CODE      PIC X(01).
              10 PEND-FIRST-NAME       PIC X(11).
              10 PEND-LAST-NAME        PIC X(22).
              10 PEND-FIRST-NUM        PIC 9(8).
              10 FILLER                PIC X(3).
              10 PEND-LAST-NUM         PIC 9(8).
              10 PEND-KEYER-ID         PIC X(8).
              10 FILLER                PIC X(1).
              10 PEND-BALANCE          PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
              10 PEND-BRANCH-CODE      PIC X(3).
              10 PEND-STATUS-CODE      PIC X(1).
              10 FILLER                PIC X(02).
           05 PEND-DATE                PIC 9(8).
           05 PEND-TIME                PIC 9(6).
           05 PEND-SEQ                 PIC 9(5).
           05 PEND-REASON              PIC X(2).
           05 FILLER                   PIC X(19).
       FD CARD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 CARD-REC.
           05 CARD-ACTION              PIC X(1).
           05 FILLER                   PIC X(1).
           05 CARD-REF-DATE            PIC 9(8).
           05 CARD-REF-SEQ             PIC 9(5).
           05 FILLER                   PIC X(1).
           05 CARD-APPROVER            PIC X(8).
           05 FILLER                   PIC X(1).
           05 CARD-APPR-DATE           PIC 9(8).
           05 FILLER                   PIC X(47).
       FD PEND-NEW RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01 PNEW-REC                     PIC X(120).
       FD REL-FILE RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01 REL-REC.
           05 REL-TRAN-IMAGE           PIC X(80).
           05 REL-DATE                 PIC 9(8).
           05 REL-TIME                 PIC 9(6).
           05 REL-APPROVER             PIC X(8).
           05 REL-PEND-DATE            PIC 9(8).
           05 REL-PEND-SEQ             PIC 9(5).
           05 FILLER                   PIC X(5).
       FD SUSP-FILE RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.
       01 SUSP-REC.
           05 SUSP-TRAN-IMAGE          PIC X(80).
           05 SUSP-REASON-CODE         PIC X(2).
           05 SUSP-REJECT-DATE         PIC 9(8).
       FD APPR-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-A-HEADING            PIC X(80) VALUE SPACES.
       FD RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-RUN-TIME             PIC 9(6).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       WORKING-STORAGE SECTION.
       01 PEND-STATUS                  PIC X(02).
       01 PEND-EOF                     PIC X VALUE "N".
       01 CARD-STATUS                  PIC X(02).
       01 CARD-EOF                     PIC X VALUE "N".
       01 SUSP-STATUS                  PIC X(02).
       01 TA-CARD-MAX                  PIC 9(5) VALUE 500.
       01 TA-CARD-COUNT                PIC 9(5) VALUE 0.
       01 TA-CIDX                      PIC 9(5).
       01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 500 TIMES.
               10 CT-ACTION            PIC X(1).
               10 CT-REF-DATE          PIC 9(8).
               10 CT-REF-SEQ           PIC 9(5).
               10 CT-APPROVER          PIC X(8).
               10 CT-APPR-DATE         PIC 9(8).
               10 CT-USE               PIC X(1).
       01 TA-REL-MAX                   PIC 9(5) VALUE 2000.
       01 TA-REL-COUNT                 PIC 9(5) VALUE 0.
       01 TA-RIDX                      PIC 9(5).
       01 TA-SIFT-DONE                 PIC X.
       01 TA-NEW-KEY                   PIC 9(16).
       01 TA-NEW-DATA                  PIC X(101).
       01 REL-TABLE.
           05 REL-ENTRY OCCURS 2000 TIMES.
               10 RT-KEY               PIC 9(16).
               10 RT-DATA              PIC X(101).
       01 TA-REL-DATA.
           05 TA-REL-IMAGE             PIC X(80).
           05 TA-REL-APPROVER          PIC X(8).
           05 TA-REL-PEND-DATE         PIC 9(8).
           05 TA-REL-PEND-SEQ          PIC 9(5).
       01 TA-DECISION                  PIC X(1).
       01 TA-DECIDER                   PIC X(8).
       01 TA-DISPOSITION               PIC X(18).
       01 TA-CARD-REASON               PIC X(30).
       01 TA-ITEM-COUNT                PIC 9(5) VALUE 0.
       01 TA-RELEASE-COUNT             PIC 9(5) VALUE 0.
       01 TA-DECLINE-COUNT             PIC 9(5) VALUE 0.
       01 TA-WAIT-COUNT                PIC 9(5) VALUE 0.
       01 TA-REFUSED-COUNT             PIC 9(5) VALUE 0.
       01 TA-AGE-BUCKET-1              PIC 9(5) VALUE 0.
       01 TA-AGE-BUCKET-2              PIC 9(5) VALUE 0.
       01 TA-AGE-BUCKET-3              PIC 9(5) VALUE 0.
       01 TA-DAYS-OLD                  PIC S9(7).
       01 TA-TODAY-INT                 PIC 9(8).
       01 TA-RELEASE-TOTAL             PIC S9(13)V99 VALUE 0.
       01 TA-WAIT-TOTAL                PIC S9(13)V99 VALUE 0.
       01 TA-AMT-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-DAYS-Z                    PIC ZZZZ9.
       01 TA-COUNT-Z                   PIC ZZ,ZZ9.
       01 TA-TOTAL-ED                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 REG-STATUS                   PIC X(02).
       01 REG-EOF                      PIC X.
       01 TA-REG-TODAY                 PIC 9(8).
       01 TA-REG-STAMP                 PIC 9(14).
       01 TA-LAST-EDIT-STAMP           PIC 9(14) VALUE 0.
       01 TA-LAST-APPR-STAMP           PIC 9(14) VALUE 0.
       01 TA-EDIT-START-STAMP          PIC 9(14) VALUE 0.
       01 TA-APPR-START-STAMP          PIC 9(14) VALUE 0.
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
           PERFORM 2000-ONE-ITEM THRU 2000-EXIT
              UNTIL PEND-EOF = "Y"
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    RUN-REGISTRY CHECK.  THE RELEASES THIS PROGRAM WRITES ARE
      *    TAKEN BY THE NEXT TRANEDIT, SO IT MAY RUN ONLY ONCE
      *    BETWEEN ONE TRANEDIT AND THE NEXT - IF ITS LAST COMPLETED
      *    RUN STARTED AFTER TRANEDIT'S LAST COMPLETED RUN STARTED,
      *    THE RUN REFUSES TO START.
      *    -----------------------------------------------------------
       0100-VERIFY-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE TA-REG-TODAY =
              CURRENT-YEAR * 10000 + CURRENT-MONTH * 100 +
              CURRENT-DAY
           MOVE "N" TO REG-EOF
           OPEN INPUT RUN-REG
           IF REG-STATUS = "00" THEN
              PERFORM 0150-SCAN-ONE-REG THRU 0150-EXIT
                 UNTIL REG-EOF = "Y"
              CLOSE RUN-REG
           END-IF
           IF TA-LAST-APPR-STAMP > TA-LAST-EDIT-STAMP THEN
              DISPLAY "TRANAPPR: ALREADY COMPLETED THIS CYCLE - "
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
      *    ONE REGISTRY RECORD - NOTE WHEN THE LAST COMPLETED RUNS OF
      *    TRANEDIT AND THIS PROGRAM EACH STARTED, ON ANY DATE.  A
      *    START STAMP IS HELD UNTIL ITS END STAMP FOLLOWS; ONLY THE
      *    START IS ONE TRUE CLOCK READING.
      *    -----------------------------------------------------------
       0150-SCAN-ONE-REG.
           READ RUN-REG
              AT END MOVE "Y" TO REG-EOF
           END-READ
           IF REG-EOF NOT = "Y" THEN
              COMPUTE TA-REG-STAMP =
                 REG-RUN-DATE * 1000000 + REG-RUN-TIME
              EVALUATE TRUE
                 WHEN REG-PROGRAM = "TRANEDIT" AND REG-EVENT = "S"
                    MOVE TA-REG-STAMP TO TA-EDIT-START-STAMP
                 WHEN REG-PROGRAM = "TRANEDIT" AND REG-EVENT = "E" AND
                      TA-EDIT-START-STAMP > TA-LAST-EDIT-STAMP
                    MOVE TA-EDIT-START-STAMP TO TA-LAST-EDIT-STAMP
                 WHEN REG-PROGRAM = "TRANAPPR" AND REG-EVENT = "S"
                    MOVE TA-REG-STAMP TO TA-APPR-START-STAMP
                 WHEN REG-PROGRAM = "TRANAPPR" AND REG-EVENT = "E" AND
                      TA-APPR-START-STAMP > TA-LAST-APPR-STAMP
                    MOVE TA-APPR-START-STAMP TO TA-LAST-APPR-STAMP
              END-EVALUATE
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
           MOVE "TRANAPPR" TO REG-PROGRAM
           MOVE TA-REG-EVENT TO REG-EVENT
           WRITE REG-REC
           CLOSE RUN-REG.
       0190-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    LOAD THE DECISION CARDS, OPEN THE FILES, WRITE THE
      *    REGISTER HEADINGS, AND PRIME THE PENDING QUEUE.  A MISSING
      *    APPRCARD MEANS NO DECISIONS TODAY AND A MISSING PENDFILE
      *    MEANS AN EMPTY QUEUE - THE REGISTER STILL PRINTS.  MORE
      *    CARDS THAN THE TABLE HOLDS ABORTS THE RUN BEFORE ANYTHING
      *    IS RELEASED.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE TA-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(TA-REG-TODAY)
           OPEN INPUT CARD-FILE
           IF CARD-STATUS = "00" THEN
              PERFORM 1100-LOAD-CARD THRU 1100-EXIT
                 UNTIL CARD-EOF = "Y"
              CLOSE CARD-FILE
           END-IF
           OPEN INPUT PEND-FILE
           IF PEND-STATUS NOT = "00" THEN
              MOVE "Y" TO PEND-EOF
           END-IF
           OPEN OUTPUT PEND-NEW
           OPEN OUTPUT REL-FILE
           OPEN EXTEND SUSP-FILE
           IF SUSP-STATUS NOT = "00" THEN
              OPEN OUTPUT SUSP-FILE
           END-IF
           OPEN OUTPUT APPR-RPT
           MOVE SPACES TO PRT-A-HEADING
           MOVE "PENDING-APPROVAL REGISTER AND AGING"
              TO PRT-A-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-A-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-A-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-A-HEADING
           STRING "REFERENCE      RS A ACCOUNT                  "
              "AMOUNT KEYER    DISPOSITION"
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "-" TO PRT-A-HEADING
           WRITE RPT-REC
           IF PEND-EOF NOT = "Y" THEN
              PERFORM 9200-READ-PEND THRU 9200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE DECISION CARD INTO THE TABLE.  A CARD THAT CANNOT BE
      *    READ AS A DECISION IS MARKED BAD NOW AND LISTED WITH THE
      *    OTHER REFUSED CARDS AT THE END.
      *    -----------------------------------------------------------
       1100-LOAD-CARD.
           READ CARD-FILE
              AT END MOVE "Y" TO CARD-EOF
           END-READ
           IF CARD-EOF NOT = "Y" THEN
              IF TA-CARD-COUNT >= TA-CARD-MAX THEN
                 DISPLAY "TRANAPPR: MORE THAN " TA-CARD-MAX
                    " DECISION CARDS - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO TA-CARD-COUNT
              MOVE CARD-ACTION TO CT-ACTION(TA-CARD-COUNT)
              MOVE CARD-APPROVER TO CT-APPROVER(TA-CARD-COUNT)
              MOVE SPACE TO CT-USE(TA-CARD-COUNT)
              IF CARD-REF-DATE IS NUMERIC AND
                 CARD-REF-SEQ IS NUMERIC THEN
                 MOVE CARD-REF-DATE TO CT-REF-DATE(TA-CARD-COUNT)
                 MOVE CARD-REF-SEQ TO CT-REF-SEQ(TA-CARD-COUNT)
              ELSE
                 MOVE 0 TO CT-REF-DATE(TA-CARD-COUNT)
                 MOVE 0 TO CT-REF-SEQ(TA-CARD-COUNT)
                 MOVE "B" TO CT-USE(TA-CARD-COUNT)
              END-IF
              IF CARD-APPR-DATE IS NUMERIC THEN
                 MOVE CARD-APPR-DATE TO CT-APPR-DATE(TA-CARD-COUNT)
              ELSE
                 MOVE 0 TO CT-APPR-DATE(TA-CARD-COUNT)
              END-IF
              IF (CARD-ACTION NOT = "R" AND CARD-ACTION NOT = "D") OR
                 CARD-APPROVER = SPACES OR
                 CT-APPR-DATE(TA-CARD-COUNT) = 0 OR
                 CT-APPR-DATE(TA-CARD-COUNT) > TA-REG-TODAY THEN
                 MOVE "B" TO CT-USE(TA-CARD-COUNT)
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE ITEM ON THE PENDING QUEUE.  LOOK FOR A DECISION ON
      *    IT, THEN RELEASE IT, DECLINE IT TO SUSPENSE, OR CARRY IT
      *    FORWARD TO PENDNEW AND AGE IT - AND PRINT ITS LINE.
      *    -----------------------------------------------------------
       2000-ONE-ITEM.
           ADD 1 TO TA-ITEM-COUNT
           MOVE SPACE TO TA-DECISION
           MOVE SPACES TO TA-DECIDER
           MOVE 1 TO TA-CIDX
           PERFORM 2100-MATCH-CARD THRU 2100-EXIT
              UNTIL TA-CIDX > TA-CARD-COUNT
           IF PEND-BALANCE IS NUMERIC THEN
              MOVE PEND-BALANCE TO TA-AMT-ED
           ELSE
              MOVE 0 TO TA-AMT-ED
           END-IF
           MOVE SPACES TO TA-DISPOSITION
           EVALUATE TA-DECISION
              WHEN "R"
                 PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
              WHEN "D"
                 PERFORM 2300-DECLINE-ITEM THRU 2300-EXIT
              WHEN OTHER
                 PERFORM 2400-CARRY-ITEM THRU 2400-EXIT
           END-EVALUATE
           MOVE SPACES TO PRT-A-HEADING
           STRING PEND-DATE "-" PEND-SEQ " " PEND-REASON " "
              PEND-ACTION-CODE " " PEND-FIRST-NUM "-" PEND-LAST-NUM
              " " TA-AMT-ED " " PEND-KEYER-ID " " TA-DISPOSITION
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           PERFORM 9200-READ-PEND THRU 9200-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    TEST ONE CARD AGAINST THE CURRENT ITEM.  THE FIRST
      *    ACCEPTABLE CARD FOR THE ITEM DECIDES IT; A CARD SIGNED BY
      *    THE KEYER, A RELEASE OF AN ITEM WITH NO KEYER ON RECORD, A
      *    CARD DATED BEFORE THE HOLD, OR ONE ARRIVING AFTER THE ITEM
      *    WAS DECIDED IS REFUSED.
      *    -----------------------------------------------------------
       2100-MATCH-CARD.
           IF CT-USE(TA-CIDX) = SPACE AND
              CT-REF-DATE(TA-CIDX) = PEND-DATE AND
              CT-REF-SEQ(TA-CIDX) = PEND-SEQ THEN
              EVALUATE TRUE
                 WHEN PEND-KEYER-ID NOT = SPACES AND
                      CT-APPROVER(TA-CIDX) = PEND-KEYER-ID
                    MOVE "K" TO CT-USE(TA-CIDX)
                 WHEN PEND-KEYER-ID = SPACES AND
                      CT-ACTION(TA-CIDX) = "R"
                    MOVE "N" TO CT-USE(TA-CIDX)
                 WHEN CT-APPR-DATE(TA-CIDX) < PEND-DATE
                    MOVE "E" TO CT-USE(TA-CIDX)
                 WHEN TA-DECISION NOT = SPACE
                    MOVE "2" TO CT-USE(TA-CIDX)
                 WHEN CT-ACTION(TA-CIDX) = "R" AND
                      TA-REL-COUNT >= TA-REL-MAX
                    MOVE "F" TO CT-USE(TA-CIDX)
                 WHEN OTHER
                    MOVE "U" TO CT-USE(TA-CIDX)
                    MOVE CT-ACTION(TA-CIDX) TO TA-DECISION
                    MOVE CT-APPROVER(TA-CIDX) TO TA-DECIDER
              END-EVALUATE
           END-IF
           ADD 1 TO TA-CIDX.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    RELEASE - INSERT THE ITEM INTO THE RELEASE TABLE, KEPT IN
      *    ASCENDING ACCOUNT-KEY ORDER FOR TRANEDIT'S MERGE.  EQUAL
      *    KEYS KEEP THE ORDER THEY WERE HELD IN.
      *    -----------------------------------------------------------
       2200-RELEASE-ITEM.
           ADD 1 TO TA-RELEASE-COUNT
           IF PEND-BALANCE IS NUMERIC THEN
              ADD PEND-BALANCE TO TA-RELEASE-TOTAL
           END-IF
           MOVE PEND-TRAN-IMAGE TO TA-REL-IMAGE
           MOVE TA-DECIDER TO TA-REL-APPROVER
           MOVE PEND-DATE TO TA-REL-PEND-DATE
           MOVE PEND-SEQ TO TA-REL-PEND-SEQ
           IF PEND-FIRST-NUM IS NUMERIC AND
              PEND-LAST-NUM IS NUMERIC THEN
              COMPUTE TA-NEW-KEY =
                 PEND-FIRST-NUM * 100000000 + PEND-LAST-NUM
           ELSE
              MOVE 0 TO TA-NEW-KEY
           END-IF
           MOVE TA-REL-DATA TO TA-NEW-DATA
           ADD 1 TO TA-REL-COUNT
           MOVE TA-REL-COUNT TO TA-RIDX
           MOVE "N" TO TA-SIFT-DONE
           PERFORM 2250-SIFT-DOWN THRU 2250-EXIT
              UNTIL TA-RIDX <= 1 OR TA-SIFT-DONE = "Y"
           MOVE TA-NEW-KEY TO RT-KEY(TA-RIDX)
           MOVE TA-NEW-DATA TO RT-DATA(TA-RIDX)
           MOVE SPACES TO TA-DISPOSITION
           STRING "RELEASED " TA-DECIDER
              DELIMITED BY SIZE INTO TA-DISPOSITION
           END-STRING.
       2200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE INSERTION - SLIDE HIGHER KEYS UP UNTIL THE
      *    NEW RELEASE'S SLOT IS OPEN.
      *    -----------------------------------------------------------
       2250-SIFT-DOWN.
           IF RT-KEY(TA-RIDX - 1) > TA-NEW-KEY THEN
              MOVE REL-ENTRY(TA-RIDX - 1) TO REL-ENTRY(TA-RIDX)
              SUBTRACT 1 FROM TA-RIDX
           ELSE
              MOVE "Y" TO TA-SIFT-DONE
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    DECLINE - THE ITEM GOES TO SUSPENSE UNDER REASON DC, IN
      *    THE SAME LAYOUT CUSTMAIN WRITES, SO IT AGES ON SUSPRPT
      *    AND CAN BE CORRECTED AND FED BACK THROUGH SUSPIN.
      *    -----------------------------------------------------------
       2300-DECLINE-ITEM.
           ADD 1 TO TA-DECLINE-COUNT
           MOVE PEND-TRAN-IMAGE TO SUSP-TRAN-IMAGE
           MOVE "DC" TO SUSP-REASON-CODE
           MOVE TA-REG-TODAY TO SUSP-REJECT-DATE
           WRITE SUSP-REC
           MOVE SPACES TO TA-DISPOSITION
           STRING "DECLINED " TA-DECIDER
              DELIMITED BY SIZE INTO TA-DISPOSITION
           END-STRING.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    NO DECISION - CARRY THE ITEM FORWARD TO THE NEW QUEUE AND
      *    AGE IT.  AN UNREADABLE HOLD DATE AGES INTO THE OLDEST
      *    BUCKET SO IT CANNOT HIDE.
      *    -----------------------------------------------------------
       2400-CARRY-ITEM.
           ADD 1 TO TA-WAIT-COUNT
           IF PEND-BALANCE IS NUMERIC THEN
              ADD PEND-BALANCE TO TA-WAIT-TOTAL
           END-IF
           MOVE PEND-REC TO PNEW-REC
           WRITE PNEW-REC
           IF PEND-DATE IS NUMERIC AND PEND-DATE > 0 THEN
              COMPUTE TA-DAYS-OLD = TA-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(PEND-DATE)
           ELSE
              MOVE 99999 TO TA-DAYS-OLD
           END-IF
           EVALUATE TRUE
              WHEN TA-DAYS-OLD < 2
                 ADD 1 TO TA-AGE-BUCKET-1
              WHEN TA-DAYS-OLD <= 5
                 ADD 1 TO TA-AGE-BUCKET-2
              WHEN OTHER
                 ADD 1 TO TA-AGE-BUCKET-3
           END-EVALUATE
           MOVE TA-DAYS-OLD TO TA-DAYS-Z
           MOVE SPACES TO TA-DISPOSITION
           STRING "PENDING " TA-DAYS-Z " DAYS"
              DELIMITED BY SIZE INTO TA-DISPOSITION
           END-STRING.
       2400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    WRITE THE RELEASE TABLE TO APPRREL, EACH ITEM STAMPED WITH
      *    THE DATE AND TIME IT IS WRITTEN, BOTH FROM ONE CLOCK
      *    READING, SO TRANEDIT CAN TELL A LIVE RELEASE FROM ONE IT
      *    HAS ALREADY TAKEN.  THE CYCLE DATE IS NOT USED - A RUN
      *    THAT CROSSED MIDNIGHT WOULD PAIR IT WITH THE NEXT DAY'S
      *    TIME.
      *    -----------------------------------------------------------
       2500-WRITE-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE RT-DATA(TA-RIDX) TO TA-REL-DATA
           MOVE SPACES TO REL-REC
           MOVE TA-REL-IMAGE TO REL-TRAN-IMAGE
           MOVE CURRENT-DATE TO REL-DATE
           MOVE CURRENT-TIME TO REL-TIME
           MOVE TA-REL-APPROVER TO REL-APPROVER
           MOVE TA-REL-PEND-DATE TO REL-PEND-DATE
           MOVE TA-REL-PEND-SEQ TO REL-PEND-SEQ
           WRITE REL-REC
           ADD 1 TO TA-RIDX.
       2500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    LIST ONE CARD THAT DID NOT DECIDE AN ITEM, WITH WHY.
      *    CARDS THAT DECIDED AN ITEM ARE NOT LISTED AGAIN.
      *    -----------------------------------------------------------
       2600-LIST-CARD.
           IF CT-USE(TA-CIDX) NOT = "U" THEN
              ADD 1 TO TA-REFUSED-COUNT
              EVALUATE CT-USE(TA-CIDX)
                 WHEN "B"
                    MOVE "INVALID CARD" TO TA-CARD-REASON
                 WHEN "K"
                    MOVE "APPROVER KEYED THE ITEM"
                       TO TA-CARD-REASON
                 WHEN "N"
                    MOVE "NO KEYER ID - CANNOT RELEASE"
                       TO TA-CARD-REASON
                 WHEN "E"
                    MOVE "DATED BEFORE ITEM WAS HELD"
                       TO TA-CARD-REASON
                 WHEN "2"
                    MOVE "ITEM ALREADY DECIDED" TO TA-CARD-REASON
                 WHEN "F"
                    MOVE "RELEASE TABLE FULL - RESUBMIT"
                       TO TA-CARD-REASON
                 WHEN OTHER
                    MOVE "NO SUCH ITEM PENDING" TO TA-CARD-REASON
              END-EVALUATE
              MOVE SPACES TO PRT-A-HEADING
              STRING "CARD " CT-ACTION(TA-CIDX) " "
                 CT-REF-DATE(TA-CIDX) "-" CT-REF-SEQ(TA-CIDX)
                 " BY " CT-APPROVER(TA-CIDX) " - " TA-CARD-REASON
                 DELIMITED BY SIZE INTO PRT-A-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF
           ADD 1 TO TA-CIDX.
       2600-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT ITEM ON THE PENDING QUEUE.
      *    -----------------------------------------------------------
       9200-READ-PEND.
           READ PEND-FILE
              AT END MOVE "Y" TO PEND-EOF
           END-READ.
       9200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    WRITE THE RELEASES, LIST THE REFUSED CARDS, PRINT THE
      *    COUNTS AND AGING BUCKETS, AND CLOSE THE FILES.  A REFUSED
      *    CARD LEAVES RETURN CODE 4 SO THE SUPERVISOR IS TOLD.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           MOVE 1 TO TA-RIDX
           PERFORM 2500-WRITE-RELEASE THRU 2500-EXIT
              UNTIL TA-RIDX > TA-REL-COUNT
           MOVE ALL "=" TO PRT-A-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-A-HEADING
           MOVE "REFUSED DECISION CARDS" TO PRT-A-HEADING
           WRITE RPT-REC
           MOVE ALL "-" TO PRT-A-HEADING
           WRITE RPT-REC
           MOVE 1 TO TA-CIDX
           PERFORM 2600-LIST-CARD THRU 2600-EXIT
              UNTIL TA-CIDX > TA-CARD-COUNT
           MOVE ALL "=" TO PRT-A-HEADING
           WRITE RPT-REC
           MOVE TA-ITEM-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "ITEMS ON QUEUE:          " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-RELEASE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "RELEASED TO APPRREL:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-RELEASE-TOTAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-A-HEADING
           STRING "AMOUNT RELEASED:         " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-DECLINE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "DECLINED TO SUSPENSE:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-WAIT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "STILL PENDING:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-WAIT-TOTAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-A-HEADING
           STRING "AMOUNT STILL PENDING:    " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-AGE-BUCKET-1 TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "  UNDER 2 DAYS:          " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-AGE-BUCKET-2 TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "  2 TO 5 DAYS:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-AGE-BUCKET-3 TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "  OVER 5 DAYS:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CARD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "DECISION CARDS READ:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-REFUSED-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-A-HEADING
           STRING "CARDS REFUSED:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-A-HEADING
           WRITE RPT-REC
           IF PEND-STATUS = "00" OR PEND-STATUS = "10" THEN
              CLOSE PEND-FILE
           END-IF
           CLOSE PEND-NEW
           CLOSE REL-FILE
           CLOSE SUSP-FILE
           CLOSE APPR-RPT
           MOVE "E" TO TA-REG-EVENT
           PERFORM 0190-STAMP-REGISTRY THRU 0190-EXIT
           IF TA-REFUSED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "TRANAPPR: ITEMS=" TA-ITEM-COUNT
              " RELEASED=" TA-RELEASE-COUNT
              " DECLINED=" TA-DECLINE-COUNT
              " PENDING=" TA-WAIT-COUNT
              " REFUSED=" TA-REFUSED-COUNT.
       3000-EXIT.
           EXIT.
