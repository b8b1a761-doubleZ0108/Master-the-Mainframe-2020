      *                REFUSES TO RUN A SECOND TIME IN ONE CYCLE -
      *                TO FORCE A SECOND CYCLE IN A DAY, OPERATIONS
      *                CLEARS TODAY'S RECORDS OFF THE REGISTRY FIRST.
      *    10/15/2026  THE "L" OVERDRAFT-LIMIT ACTION PASSES THE
      *                ACTION-CODE EDIT.  ITS AMOUNT IS THE NEW LIMIT,
      *                SO A NEGATIVE AMOUNT OR ONE TOO LARGE FOR THE
      *                MASTER'S LIMIT FIELD IS REJECTED UNDER THE
      *                BALANCE EDIT.
      *    10/15/2026  THE "X" TRANSFER ACTION PASSES THE ACTION-CODE
      *                EDIT.  IT IS KEYED AT THE FROM-ACCOUNT AND
      *                CARRIES THE TO-ACCOUNT KEY PAIR IN THE LAST-NAME
      *                AREA; A NON-NUMERIC TO-ACCOUNT, A TO-ACCOUNT
      *                EQUAL TO THE FROM-ACCOUNT, OR AN AMOUNT THAT IS
      *                NOT ABOVE ZERO IS REJECTED AND COUNTED AS A
      *                BAD TRANSFER.
      *    10/15/2026  DUAL CONTROL ON LARGE MONETARY ITEMS.  AN ITEM
      *                THAT PASSES EVERY EDIT IS HELD OFF TRANCLN AND
      *                WRITTEN TO THE PENDING-APPROVAL QUEUE (PENDFILE,
      *                CUMULATIVE) IF IT IS A "C" BALANCE REPLACEMENT
      *                (REASON CB), OR AN "A", "P", "W" OR "X" WHOSE
      *                AMOUNT IS OVER THE APPROVAL LIMIT (REASON LA).
      *                THE LIMIT COMES FROM AN OPTIONAL EDITPARM CARD
      *                AND DEFAULTS TO 10,000.00.  EACH HELD ITEM IS
      *                STAMPED WITH THE CYCLE DATE, TIME AND A
      *                SEQUENCE NUMBER - THE REFERENCE THE SUPERVISOR
      *                QUOTES ON THE TRANAPPR RELEASE/DECLINE CARD.
      *                ITEMS STAMPED "INTPOST" ARE THE BANK'S OWN
      *                COMPUTED POSTINGS AND ARE NEVER HELD.  ITEMS
      *                TRANAPPR RELEASED (APPRIN) ARE MERGED IN AS A
      *                THIRD INPUT, AFTER SUSPENSE AND AHEAD OF NEW
      *                INPUT ON EQUAL KEYS, AND PASS THE EDITS AS
      *                USUAL BUT ARE NOT HELD AGAIN.  A RELEASE IS
      *                TAKEN ONLY IF IT WAS MADE AFTER THIS PROGRAM
      *                LAST ENDED ON THE REGISTRY, SO A RELEASE FILE
      *                LEFT OVER FROM AN EARLIER CYCLE CANNOT BE
      *                APPLIED TWICE - STALE RELEASES ARE COUNTED AND
      *                SKIPPED.
      *    10/15/2026  ITEMS STAMPED "ESCHEAT" (THE "W" AND "S" THE
      *                ESCHEAT PROGRAM WRITES TO MOVE AN UNCLAIMED
      *                BALANCE TO THE STATE AND CLOSE THE ACCOUNT) ARE
      *                NEVER HELD EITHER - THEY ARE COMPUTED FROM THE
      *                MASTER, NOT KEYED, AND HOLDING THE "W" WHILE THE
      *                "S" WENT THROUGH WOULD CLOSE AN ACCOUNT WITH
      *                ITS MONEY STILL IN IT.
      *    10/15/2026  THE "R" REVERSAL ACTION PASSES THE ACTION-CODE
      *                EDIT.  IT CARRIES THE ORIGINAL POSTING'S ACTION,
      *                RUN DATE AND RUN TIME IN THE LAST-NAME AREA AND
      *                ITS AMOUNT IN THE BALANCE; AN ORIGINAL ACTION
      *                OTHER THAN "P" OR "W", A NON-NUMERIC DATE OR
      *                TIME, OR AN AMOUNT THAT IS NOT ABOVE ZERO IS
      *                REJECTED AND COUNTED AS A BAD REVERSAL.  AN "R"
      *                OVER THE APPROVAL LIMIT IS HELD (LA) LIKE THE
      *                "P" OR "W" IT BACKS OUT.
      *    10/15/2026  THE RESERVED KEYER STAMPS ARE EDITED.  "INTPOST"
      *                IS ONLY GOOD ON A "P" OR "W", AND "ESCHEAT" ONLY
      *                ON A "W" OR "S" - ANYTHING ELSE CARRYING EITHER
      *                STAMP IS REJECTED AS A BAD KEYER ID, SINCE THE
      *                STAMP EXEMPTS AN ITEM FROM DUAL CONTROL AND FROM
      *                THE NSF TEST.  A "C" IS NOW HELD WHATEVER ITS
      *                STAMP.  AN ITEM THAT WOULD BE HELD BUT CARRIES
      *                NO KEYER ID IS REJECTED AS A BAD KEYER ID TOO -
      *                WITHOUT ONE TRANAPPR CANNOT KEEP THE PERSON WHO
      *                KEYED IT FROM RELEASING IT.
      *    10/15/2026  A RELEASE IS NOW LIVE WHEN IT WAS MADE AFTER
      *                THE LAST COMPLETED RUN OF THIS PROGRAM STARTED,
      *                NOT AFTER IT ENDED.  THE END STAMP CARRIES THE
      *                CYCLE DATE WITH THE CLOCK TIME, SO A RUN THAT
      *                CROSSED MIDNIGHT LEFT A STAMP EARLIER THAN ITS
      *                TRUE END; THE START STAMP IS ONE TRUE READING.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           SELECT EDIT-RPT ASSIGN TO EDITRPT.
           SELECT RUN-REG ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
           SELECT PARM-FILE ASSIGN TO EDITPARM
              FILE STATUS IS PARM-STATUS.
           SELECT REL-IN ASSIGN TO APPRIN
              FILE STATUS IS REL-STATUS.
           SELECT PEND-FILE ASSIGN TO PENDFILE
              FILE STATUS IS PEND-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       FD PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
           05 PARM-APPR-LIMIT          PIC 9(9)V99.
           05 FILLER                   PIC X(69).
       FD REL-IN RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01 REL-REC.
           05 REL-TRAN-IMAGE.
              10 FILLER                PIC X(34).
              10 REL-FIRST-NUM         PIC 9(8).
              10 FILLER                PIC X(3).
              10 REL-LAST-NUM          PIC 9(8).
              10 FILLER                PIC X(27).
           05 REL-DATE                 PIC 9(8).
           05 REL-TIME                 PIC 9(6).
           05 REL-APPROVER             PIC X(8).
           05 REL-PEND-DATE            PIC 9(8).
           05 REL-PEND-SEQ             PIC 9(5).
           05 FILLER                   PIC X(5).
       FD PEND-FILE RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01 PEND-REC.
           05 PEND-TRAN-IMAGE          PIC X(80).
           05 PEND-DATE                PIC 9(8).
           05 PEND-TIME                PIC 9(6).
           05 PEND-SEQ                 PIC 9(5).
           05 PEND-REASON              PIC X(2).
           05 FILLER                   PIC X(19).
       WORKING-STORAGE SECTION.
       01 TRAN-REC.
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
       01 TA-BAD-BAL-COUNT             PIC 9(5) VALUE 0.
       01 TA-BAD-SEQ-COUNT             PIC 9(5) VALUE 0.
       01 TA-BAD-STATUS-COUNT          PIC 9(5) VALUE 0.
       01 TA-BAD-XFER-COUNT            PIC 9(5) VALUE 0.
       01 TA-BAD-REV-COUNT             PIC 9(5) VALUE 0.
       01 TA-BAD-KEYER-COUNT           PIC 9(5) VALUE 0.
       01 PARM-STATUS                  PIC X(02).
       01 REL-STATUS                   PIC X(02).
       01 REL-EOF                      PIC X VALUE "N".
       01 TA-REL-KEY                   PIC 9(16).
       01 TA-REL-LIVE                  PIC X.
       01 TA-REL-STAMP                 PIC 9(14).
       01 TA-LAST-EDIT-STAMP           PIC 9(14) VALUE 0.
       01 TA-REG-STAMP                 PIC 9(14).
       01 TA-EDIT-START-STAMP          PIC 9(14) VALUE 0.
       01 TA-FROM-RELEASE              PIC X.
       01 TA-REL-IN-COUNT              PIC 9(5) VALUE 0.
       01 TA-STALE-COUNT               PIC 9(5) VALUE 0.
       01 TA-APPR-LIMIT                PIC 9(9)V99 VALUE 10000.00.
       01 TA-LIMIT-ED                  PIC -Z,ZZZ,ZZ9.99.
       01 PEND-STATUS                  PIC X(02).
       01 PEND-EOF                     PIC X.
       01 TA-PEND-SEQ                  PIC 9(5) VALUE 0.
       01 TA-HOLD-REASON               PIC X(2).
       01 TA-HELD-COUNT                PIC 9(5) VALUE 0.
       01 TA-COUNT-Z                   PIC ZZ,ZZ9.
       01 REG-STATUS                   PIC X(02).
       01 REG-EOF                      PIC X.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-EDIT-TRAN THRU 2000-EXIT
              UNTIL TRAN-EOF = "Y" AND SUSP-EOF = "Y" AND
                    REL-EOF = "Y"
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    CYCLE STAMPS A START AND A SUCCESSFUL-END RECORD ON THE
      *    SHARED REGISTRY (RUNREG).  TRANEDIT OPENS THE CYCLE, SO
      *    THE ONLY STARTUP CHECK IS THAT IT HAS NOT ALREADY ENDED
      *    TODAY - A SECOND RUN WOULD FEED THE MERGE TWICE.  THE
      *    SCAN ALSO NOTES WHEN THE LAST COMPLETED RUN OF THIS
      *    PROGRAM STARTED, ON ANY DATE; ONLY RELEASES MADE SINCE
      *    THEN ARE TAKEN FROM APPRIN.
      *    -----------------------------------------------------------
       0100-VERIFY-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REGISTRY RECORD - ONLY TODAY'S CYCLE COUNTS FOR THE
      *    RUN-ONCE CHECK.  A START STAMP IS HELD UNTIL ITS END STAMP
      *    FOLLOWS; A RUN THAT NEVER ENDED MERGED NOTHING, SO ITS
      *    START DOES NOT COUNT.
      *    -----------------------------------------------------------
       0150-SCAN-ONE-REG.
           READ RUN-REG
              IF REG-PROGRAM = "TRANEDIT" AND REG-EVENT = "E" THEN
                 MOVE "Y" TO TA-SELF-DONE
              END-IF
           END-IF
           IF REG-EOF NOT = "Y" AND REG-PROGRAM = "TRANEDIT" AND
              REG-EVENT = "S" THEN
              COMPUTE TA-EDIT-START-STAMP =
                 REG-RUN-DATE * 1000000 + REG-RUN-TIME
           END-IF
           IF REG-EOF NOT = "Y" AND REG-PROGRAM = "TRANEDIT" AND
              REG-EVENT = "E" AND
              TA-EDIT-START-STAMP > TA-LAST-EDIT-STAMP THEN
              MOVE TA-EDIT-START-STAMP TO TA-LAST-EDIT-STAMP
           END-IF.
       0150-EXIT.
           EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN THE FILES AND PRIME THE THREE INPUT STREAMS.  A
      *    MISSING SUSPIN FILE SIMPLY MEANS NO SUSPENSE ITEMS THIS
      *    CYCLE, THE SAME WAY TOPACCTS TREATS AN ABSENT DISTFILE,
      *    AND A MISSING APPRIN MEANS NOTHING WAS RELEASED.  A
      *    MISSING OR NON-NUMERIC EDITPARM CARD LEAVES THE DEFAULT
      *    APPROVAL LIMIT IN FORCE.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 0100-VERIFY-CYCLE THRU 0100-EXIT
           OPEN INPUT PARM-FILE
           IF PARM-STATUS = "00" THEN
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-APPR-LIMIT IS NUMERIC THEN
                       MOVE PARM-APPR-LIMIT TO TA-APPR-LIMIT
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           PERFORM 1100-FIND-PEND-SEQ THRU 1100-EXIT
           OPEN INPUT TRAN-FILE
           OPEN INPUT SUSP-IN
           IF SUSP-STATUS NOT = "00" THEN
              MOVE "Y" TO SUSP-EOF
           END-IF
           OPEN INPUT REL-IN
           IF REL-STATUS NOT = "00" THEN
              MOVE "Y" TO REL-EOF
           END-IF
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT REJ-FILE
           OPEN OUTPUT EDIT-RPT
           OPEN EXTEND PEND-FILE
           IF PEND-STATUS NOT = "00" THEN
              OPEN OUTPUT PEND-FILE
           END-IF
           PERFORM 9200-READ-TRAN THRU 9200-EXIT
           IF SUSP-EOF NOT = "Y" THEN
              PERFORM 9300-READ-SUSP THRU 9300-EXIT
           END-IF
           IF REL-EOF NOT = "Y" THEN
              PERFORM 9400-READ-REL THRU 9400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    FIND THE LAST HOLD SEQUENCE NUMBER ALREADY USED FOR THIS
      *    CYCLE DATE ON THE PENDING QUEUE, SO A FORCED SECOND CYCLE
      *    IN ONE DAY CANNOT REUSE A REFERENCE STILL OUTSTANDING.
      *    -----------------------------------------------------------
       1100-FIND-PEND-SEQ.
           MOVE "N" TO PEND-EOF
           OPEN INPUT PEND-FILE
           IF PEND-STATUS = "00" THEN
              PERFORM 1150-SCAN-ONE-PEND THRU 1150-EXIT
                 UNTIL PEND-EOF = "Y"
              CLOSE PEND-FILE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PENDING ITEM - ONLY TODAY'S REFERENCES COUNT.
      *    -----------------------------------------------------------
       1150-SCAN-ONE-PEND.
           READ PEND-FILE
              AT END MOVE "Y" TO PEND-EOF
           END-READ
           IF PEND-EOF NOT = "Y" AND PEND-DATE = TA-REG-TODAY THEN
              IF PEND-SEQ > TA-PEND-SEQ THEN
                 MOVE PEND-SEQ TO TA-PEND-SEQ
              END-IF
           END-IF.
       1150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    TAKE THE NEXT RECORD FROM WHICHEVER STREAM HOLDS THE
      *    LOWEST KEY - SUSPENSE FIRST ON A TIE, THEN RELEASED
      *    ITEMS, SO A CORRECTED OR APPROVED ITEM APPLIES AHEAD OF
      *    NEW INPUT FOR THE SAME ACCOUNT - THEN
      *    EDIT IT IN A FIXED ORDER: ACTION CODE, KEY FIELDS,
      *    BALANCE, STATUS CODE, SEQUENCE.  THE RECORD IS REJECTED
      *    UNDER THE FIRST TEST IT FAILS.  THE SEQUENCE CHECK
      *    ORDER FOR CUSTMAIN.
      *    -----------------------------------------------------------
       2000-EDIT-TRAN.
           MOVE "N" TO TA-FROM-RELEASE
           EVALUATE TRUE
              WHEN SUSP-EOF NOT = "Y" AND
                   (TRAN-EOF = "Y" OR TA-SUSP-KEY <= TA-TRANF-KEY) AND
                   (REL-EOF = "Y" OR TA-SUSP-KEY <= TA-REL-KEY)
                 MOVE SIN-TRAN-IMAGE TO TRAN-REC
                 ADD 1 TO TA-SUSP-IN-COUNT
                 PERFORM 2050-EDIT-ONE THRU 2050-EXIT
                 PERFORM 9300-READ-SUSP THRU 9300-EXIT
              WHEN REL-EOF NOT = "Y" AND
                   (TRAN-EOF = "Y" OR TA-REL-KEY <= TA-TRANF-KEY)
                 MOVE REL-TRAN-IMAGE TO TRAN-REC
                 MOVE "Y" TO TA-FROM-RELEASE
                 ADD 1 TO TA-REL-IN-COUNT
                 PERFORM 2050-EDIT-ONE THRU 2050-EXIT
                 PERFORM 9400-READ-REL THRU 9400-EXIT
              WHEN OTHER
                 MOVE TIN-REC TO TRAN-REC
                 PERFORM 2050-EDIT-ONE THRU 2050-EXIT
                 PERFORM 9200-READ-TRAN THRU 9200-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
                   TRAN-ACTION-CODE NOT = "D" AND
                   TRAN-ACTION-CODE NOT = "P" AND
                   TRAN-ACTION-CODE NOT = "W" AND
                   TRAN-ACTION-CODE NOT = "S" AND
                   TRAN-ACTION-CODE NOT = "L" AND
                   TRAN-ACTION-CODE NOT = "X" AND
                   TRAN-ACTION-CODE NOT = "R"
                 ADD 1 TO TA-BAD-ACTION-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN TRAN-FIRST-NUM IS NOT NUMERIC OR
              WHEN TRAN-BALANCE IS NOT NUMERIC
                 ADD 1 TO TA-BAD-BAL-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN TRAN-ACTION-CODE = "L" AND
                   (TRAN-BALANCE < 0 OR TRAN-BALANCE > 9999999.99)
                 ADD 1 TO TA-BAD-BAL-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN TRAN-ACTION-CODE = "X" AND
                   (TRAN-XFER-TO-FIRST-NUM IS NOT NUMERIC OR
                    TRAN-XFER-TO-LAST-NUM IS NOT NUMERIC)
                 ADD 1 TO TA-BAD-XFER-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN TRAN-ACTION-CODE = "X" AND
                   (TRAN-BALANCE NOT > 0 OR
                    (TRAN-XFER-TO-FIRST-NUM = TRAN-FIRST-NUM AND
                     TRAN-XFER-TO-LAST-NUM = TRAN-LAST-NUM))
                 ADD 1 TO TA-BAD-XFER-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN TRAN-ACTION-CODE = "R" AND
                   ((TRAN-REV-ACTION NOT = "P" AND
                     TRAN-REV-ACTION NOT = "W") OR
                    TRAN-REV-DATE IS NOT NUMERIC OR
                    TRAN-REV-TIME IS NOT NUMERIC OR
                    TRAN-BALANCE NOT > 0)
                 ADD 1 TO TA-BAD-REV-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN (TRAN-KEYER-ID = "INTPOST" AND
                    TRAN-ACTION-CODE NOT = "P" AND
                    TRAN-ACTION-CODE NOT = "W") OR
                   (TRAN-KEYER-ID = "ESCHEAT" AND
                    TRAN-ACTION-CODE NOT = "W" AND
                    TRAN-ACTION-CODE NOT = "S")
                 ADD 1 TO TA-BAD-KEYER-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN TRAN-STATUS-CODE NOT = SPACE AND
                   TRAN-STATUS-CODE NOT = "A" AND
                   TRAN-STATUS-CODE NOT = "D" AND
      *
      *    -----------------------------------------------------------
      *    THE RECORD PASSED EVERY EDIT - PASS IT THROUGH TO THE
      *    CLEAN TRANSACTION FILE FOR CUSTMAIN, UNLESS IT NEEDS A
      *    SECOND PERSON'S APPROVAL FIRST.  A RELEASED ITEM HAS HAD
      *    ITS APPROVAL, AND THE BANK'S OWN INTPOST AND ESCHEAT ITEMS
      *    ARE NEVER HELD FOR THEIR AMOUNT - BUT A "C" ALWAYS IS.  AN
      *    ITEM TO BE HELD WITH NO KEYER ID IS REJECTED INSTEAD.
      *    -----------------------------------------------------------
       2100-ACCEPT-TRAN.
           MOVE SPACES TO TA-HOLD-REASON
           IF TA-FROM-RELEASE NOT = "Y" THEN
              EVALUATE TRUE
                 WHEN TRAN-ACTION-CODE = "C"
                    MOVE "CB" TO TA-HOLD-REASON
                 WHEN TRAN-KEYER-ID = "INTPOST" OR
                      TRAN-KEYER-ID = "ESCHEAT"
                    CONTINUE
                 WHEN (TRAN-ACTION-CODE = "A" OR
                       TRAN-ACTION-CODE = "P" OR
                       TRAN-ACTION-CODE = "W" OR
                       TRAN-ACTION-CODE = "X" OR
                       TRAN-ACTION-CODE = "R") AND
                      TRAN-BALANCE > TA-APPR-LIMIT
                    MOVE "LA" TO TA-HOLD-REASON
              END-EVALUATE
           END-IF
           EVALUATE TRUE
              WHEN TA-HOLD-REASON NOT = SPACES AND
                   TRAN-KEYER-ID = SPACES
                 ADD 1 TO TA-BAD-KEYER-COUNT
                 PERFORM 2200-REJECT-TRAN THRU 2200-EXIT
              WHEN TA-HOLD-REASON NOT = SPACES
                 PERFORM 2150-HOLD-TRAN THRU 2150-EXIT
              WHEN OTHER
                 MOVE TRAN-REC TO CLEAN-REC
                 WRITE CLEAN-REC
                 ADD 1 TO TA-GOOD-COUNT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    HOLD THE RECORD ON THE PENDING-APPROVAL QUEUE UNDER THE
      *    NEXT REFERENCE FOR THIS CYCLE DATE.
      *    -----------------------------------------------------------
       2150-HOLD-TRAN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           ADD 1 TO TA-PEND-SEQ
           MOVE SPACES TO PEND-REC
           MOVE TRAN-REC TO PEND-TRAN-IMAGE
           MOVE TA-REG-TODAY TO PEND-DATE
           MOVE CURRENT-TIME TO PEND-TIME
           MOVE TA-PEND-SEQ TO PEND-SEQ
           MOVE TA-HOLD-REASON TO PEND-REASON
           WRITE PEND-REC
           ADD 1 TO TA-HELD-COUNT.
       2150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE RECORD FAILED AN EDIT - ROUTE IT TO THE REJECT FILE
      *    UNCHANGED SO IT CAN BE CORRECTED AND RESUBMITTED.
      *    -----------------------------------------------------------
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT RELEASED ITEM THAT IS STILL LIVE AND
      *    REFRESH ITS MERGE KEY.
      *    -----------------------------------------------------------
       9400-READ-REL.
           MOVE "N" TO TA-REL-LIVE
           PERFORM 9410-READ-ONE-REL THRU 9410-EXIT
              UNTIL REL-EOF = "Y" OR TA-REL-LIVE = "Y".
       9400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE RELEASE RECORD.  A RELEASE MADE BEFORE THE LAST
      *    COMPLETED RUN OF THIS PROGRAM STARTED HAS ALREADY BEEN
      *    THROUGH A MERGE - SKIP IT.
      *    -----------------------------------------------------------
       9410-READ-ONE-REL.
           READ REL-IN
              AT END MOVE "Y" TO REL-EOF
           END-READ
           IF REL-EOF NOT = "Y" THEN
              IF REL-DATE IS NUMERIC AND REL-TIME IS NUMERIC THEN
                 COMPUTE TA-REL-STAMP =
                    REL-DATE * 1000000 + REL-TIME
              ELSE
                 MOVE 0 TO TA-REL-STAMP
              END-IF
              IF TA-REL-STAMP > TA-LAST-EDIT-STAMP THEN
                 MOVE "Y" TO TA-REL-LIVE
                 IF REL-FIRST-NUM IS NUMERIC AND
                    REL-LAST-NUM IS NUMERIC THEN
                    COMPUTE TA-REL-KEY =
                       REL-FIRST-NUM * 100000000 + REL-LAST-NUM
                 ELSE
                    MOVE 0 TO TA-REL-KEY
                 END-IF
              ELSE
                 ADD 1 TO TA-STALE-COUNT
              END-IF
           END-IF.
       9410-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    WRITE THE EDIT REPORT WITH THE COUNTS BY ERROR TYPE AND
      *    CLOSE THE FILES.
      *    -----------------------------------------------------------
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-REL-IN-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "OF WHICH RELEASED:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-STALE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "STALE RELEASES SKIPPED:  " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GOOD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "PASSED TO TRANCLN:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-HELD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "HELD FOR APPROVAL:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-APPR-LIMIT TO TA-LIMIT-ED
           MOVE SPACES TO PRT-E-HEADING
           STRING "APPROVAL LIMIT:   " TA-LIMIT-ED
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-REJECT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "REJECTED TO TRANREJ:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BAD-XFER-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "BAD TRANSFER:            " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BAD-REV-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "BAD REVERSAL:            " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BAD-KEYER-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "BAD KEYER ID:            " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-BAD-SEQ-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "OUT OF KEY SEQUENCE:     " TA-COUNT-Z
           IF SUSP-STATUS = "00" OR SUSP-STATUS = "10" THEN
              CLOSE SUSP-IN
           END-IF
           IF REL-STATUS = "00" OR REL-STATUS = "10" THEN
              CLOSE REL-IN
           END-IF
           CLOSE PEND-FILE
           CLOSE CLEAN-FILE
           CLOSE REJ-FILE
           CLOSE EDIT-RPT
           DISPLAY "TRANEDIT: READ=" TA-READ-COUNT
              " SUSPENSE=" TA-SUSP-IN-COUNT
              " GOOD=" TA-GOOD-COUNT
              " HELD=" TA-HELD-COUNT
              " REJECTED=" TA-REJECT-COUNT.
       3000-EXIT.
           EXIT.
