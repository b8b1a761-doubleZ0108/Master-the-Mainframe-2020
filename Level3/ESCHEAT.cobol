       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ESCHEAT.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  UNCLAIMED-PROPERTY
      *                (ESCHEATMENT) PROCESSING.  DORMGEN FLAGS
      *                DORMANT ACCOUNTS, BUT THE LETTERS, THE STATE
      *                FILING AND THE MOVE OF THE MONEY WERE ALL DONE
      *                BY HAND OFF DORMGRPT.  THIS PROGRAM READS
      *                CUSTRECS AGAINST A TRACKING FILE (ESCHFILE) OF
      *                THE ACCOUNTS ALREADY IN THE PROCESS, BOTH IN
      *                ASCENDING KEY ORDER, AND WRITES THE UPDATED
      *                COPY TO ESCHNEW, TO BE PROMOTED OVER ESCHFILE
      *                AFTER THE RUN.  AN OPEN ACCOUNT WITH MONEY IN
      *                IT AND NO ACTIVITY FOR THE DORMANCY PERIOD OF
      *                ITS STATE (THE STATE COMES FROM THE BRANCH,
      *                BOTH ON ESCHPARM CARDS) GOES ON THE DUE-
      *                DILIGENCE LETTER LIST (ESCHLTR) WITH ITS
      *                MAILING ADDRESS FROM ADDRFILE AND A REPLY-BY
      *                DATE.  ON A LATER RUN, AN ACCOUNT STILL
      *                UNCLAIMED PAST THAT DATE IS ESCHEATED: ONE
      *                RECORD ON THE STATE FILING FILE (UPFILE), A
      *                "W" OF THE WHOLE BALANCE AND AN "S" TO CLOSED
      *                ON ESCHTRAN FOR THE NEXT TRANEDIT/CUSTMAIN
      *                CYCLE (STAMPED "ESCHEAT" SO THEY ARE NEITHER
      *                HELD FOR APPROVAL NOR RETURNED NSF), AND A LINE
      *                ON THE ESCHEAT REGISTER (ESCHREG).  ANY NEW
      *                ACTIVITY AFTER THE LETTER IS A CLAIM AND TAKES
      *                THE ACCOUNT OUT OF THE PROCESS.  AN ESCHEATED
      *                ACCOUNT STAYS ON THE TRACKING FILE UNTIL THE
      *                MASTER SHOWS IT CLOSED, SO A RERUN CANNOT
      *                ESCHEAT IT TWICE.  A BRANCH WITH NO STATE CARD
      *                IS LISTED AND ENDS THE RUN WITH RC 4.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-RECS ASSIGN TO CUSTRECS.
           SELECT PARM-FILE ASSIGN TO ESCHPARM
              FILE STATUS IS PARM-STATUS.
           SELECT ESCH-OLD ASSIGN TO ESCHFILE
              FILE STATUS IS ESCHO-STATUS.
           SELECT ESCH-NEW ASSIGN TO ESCHNEW.
           SELECT ADDR-FILE ASSIGN TO ADDRFILE
              FILE STATUS IS ADDR-STATUS.
           SELECT LTR-RPT ASSIGN TO ESCHLTR.
           SELECT UP-FILE ASSIGN TO UPFILE.
           SELECT ESCH-TRAN ASSIGN TO ESCHTRAN.
           SELECT ESCH-RPT ASSIGN TO ESCHREG.
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
       FD PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
           05 PARM-CARD-TYPE           PIC X(1).
           05 PARM-BRANCH-CODE         PIC X(3).
           05 PARM-STATE-CODE          PIC X(2).
           05 PARM-YEARS               PIC 9(2).
           05 PARM-LETTER-DAYS         PIC 9(3).
           05 FILLER                   PIC X(69).
       FD ESCH-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 ESCHO-REC.
           05 ESCHO-FIRST-NUM          PIC 9(8).
           05 ESCHO-LAST-NUM           PIC 9(8).
           05 ESCHO-STAGE              PIC X(1).
           05 ESCHO-LETTER-DATE        PIC 9(8).
           05 ESCHO-DEADLINE           PIC 9(8).
           05 ESCHO-STATE              PIC X(2).
           05 ESCHO-BRANCH             PIC X(3).
           05 ESCHO-LAST-ACT           PIC 9(8).
           05 ESCHO-BALANCE            PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 ESCHO-ESCHEAT-DATE       PIC 9(8).
           05 FILLER                   PIC X(14).
       FD ESCH-NEW RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 ESCHN-REC.
           05 ESCHN-FIRST-NUM          PIC 9(8).
           05 ESCHN-LAST-NUM           PIC 9(8).
           05 ESCHN-STAGE              PIC X(1).
           05 ESCHN-LETTER-DATE        PIC 9(8).
           05 ESCHN-DEADLINE           PIC 9(8).
           05 ESCHN-STATE              PIC X(2).
           05 ESCHN-BRANCH             PIC X(3).
           05 ESCHN-LAST-ACT           PIC 9(8).
           05 ESCHN-BALANCE            PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 ESCHN-ESCHEAT-DATE       PIC 9(8).
           05 FILLER                   PIC X(14).
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
       FD LTR-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 LTR-REC.
           05 PRT-L-HEADING            PIC X(80) VALUE SPACES.
       FD UP-FILE RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
       01 UP-REC                       PIC X(200).
       FD ESCH-TRAN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TRAN-REC.
           05 TRAN-ACTION-CODE         PIC X(01).
           05 TRAN-FIRST-NAME          PIC X(11).
           05 TRAN-LAST-NAME           PIC X(22).
           05 TRAN-FIRST-NUM           PIC 9(8).
           05 FILLER                   PIC X(3).
           05 TRAN-LAST-NUM            PIC 9(8).
           05 TRAN-KEYER-ID            PIC X(8).
           05 FILLER                   PIC X(1).
           05 TRAN-BALANCE             PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 TRAN-BRANCH-CODE         PIC X(3).
           05 TRAN-STATUS-CODE         PIC X(1).
           05 FILLER                   PIC X(02).
       FD ESCH-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-R-HEADING            PIC X(80) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 PARM-STATUS                  PIC X(02).
       01 ESCHO-STATUS                 PIC X(02).
       01 ADDR-STATUS                  PIC X(02).
       01 PARM-EOF                     PIC X VALUE "N".
       01 CUST-RECS-EOF                PIC X VALUE "N".
       01 ESCH-EOF                     PIC X VALUE "N".
       01 ADDR-EOF                     PIC X VALUE "N".
       01 TA-CUST-KEY                  PIC 9(16).
       01 TA-ESCH-KEY                  PIC 9(16).
       01 TA-ADDR-KEY                  PIC 9(16).
       01 TA-DEFAULT-YEARS             PIC 9(2) VALUE 5.
       01 TA-LETTER-DAYS               PIC 9(3) VALUE 90.
       01 TA-STATE-COUNT               PIC 9(3) VALUE 0.
       01 TA-BRANCH-COUNT              PIC 9(3) VALUE 0.
       01 TA-IDX                       PIC 9(3).
       01 TA-HIT-IDX                   PIC 9(3).
       01 STATE-TABLE.
           05 STATE-ENTRY OCCURS 60 TIMES.
               10 ST-CODE              PIC X(2).
               10 ST-YEARS             PIC 9(2).
       01 BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 500 TIMES.
               10 BT-CODE              PIC X(3).
               10 BT-STATE             PIC X(2).
       01 TA-TODAY                     PIC 9(8).
       01 TA-STATE                     PIC X(2).
       01 TA-YEARS                     PIC 9(2).
       01 TA-CUTOFF                    PIC 9(8).
       01 TA-DEADLINE                  PIC 9(8).
       01 TA-BAL-WORK                  PIC S9(9)V99.
       01 TA-HAS-ADDR                  PIC X.
       01 TA-REG-NOTE                  PIC X(30).
       01 TA-CUR-NAME                  PIC X(28).
       01 TA-OWNER-NAME                PIC X(30).
       01 TA-READ-COUNT                PIC 9(9) VALUE 0.
       01 TA-LETTER-COUNT              PIC 9(9) VALUE 0.
       01 TA-NO-ADDR-COUNT             PIC 9(9) VALUE 0.
       01 TA-RETURNED-COUNT            PIC 9(9) VALUE 0.
       01 TA-WAIT-COUNT                PIC 9(9) VALUE 0.
       01 TA-UNMAPPED-COUNT            PIC 9(9) VALUE 0.
       01 TA-BAD-DATE-COUNT            PIC 9(9) VALUE 0.
       01 TA-ESCHEAT-COUNT             PIC 9(9) VALUE 0.
       01 TA-ESCHEAT-TOTAL             PIC S9(13)V99 VALUE 0.
       01 TA-CLAIMED-COUNT             PIC 9(9) VALUE 0.
       01 TA-COMPLETE-COUNT            PIC 9(9) VALUE 0.
       01 TA-CLOSED-COUNT              PIC 9(9) VALUE 0.
       01 TA-NO-BAL-COUNT              PIC 9(9) VALUE 0.
       01 TA-PENDING-COUNT             PIC 9(9) VALUE 0.
       01 TA-GONE-COUNT                PIC 9(9) VALUE 0.
       01 TA-TRAN-COUNT                PIC 9(9) VALUE 0.
       01 TA-ON-FILE-COUNT             PIC 9(9) VALUE 0.
       01 TA-AMT-ED                    PIC -Z,ZZZ,ZZ9.99.
       01 TA-AMT-OUT                   PIC -9(13).99.
       01 TA-COUNT-OUT                 PIC 9(9).
       01 TA-COUNT-Z                   PIC ZZZ,ZZZ,ZZ9.
       01 TA-TOTAL-ED                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 CURRENT-DATE-DATA.
           05  CURRENT-DATE.
              10  CURRENT-YEAR       PIC 9999.
              10  CURRENT-MONTH      PIC 99.
              10  CURRENT-DAY        PIC 99.
           05  FILLER                PIC X(13).
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ONE-ACCOUNT THRU 2000-EXIT
              UNTIL CUST-RECS-EOF = "Y"
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    LOAD THE PARAMETER CARDS, OPEN THE FILES, WRITE THE
      *    HEADINGS, AND PRIME THE MASTER, TRACKING AND ADDRESS
      *    STREAMS.  ESCHPARM IS REQUIRED - WITHOUT IT NO BRANCH HAS
      *    A STATE.  A "D" CARD SETS THE DEFAULT DORMANCY YEARS
      *    (DEFAULT 5) AND THE LETTER REPLY DAYS (DEFAULT 90); AN
      *    "S" CARD GIVES ONE STATE ITS OWN DORMANCY YEARS; A "B"
      *    CARD PUTS ONE BRANCH IN A STATE.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE TA-TODAY =
              CURRENT-YEAR * 10000 + CURRENT-MONTH * 100 +
              CURRENT-DAY
           OPEN INPUT PARM-FILE
           IF PARM-STATUS NOT = "00" THEN
              DISPLAY "ESCHEAT: ESCHPARM NOT FOUND - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-LOAD-PARM THRU 1100-EXIT
              UNTIL PARM-EOF = "Y"
           CLOSE PARM-FILE
           OPEN INPUT CUST-RECS
           OPEN INPUT ESCH-OLD
           IF ESCHO-STATUS NOT = "00" THEN
              MOVE "Y" TO ESCH-EOF
           ELSE
              PERFORM 9200-READ-ESCH THRU 9200-EXIT
           END-IF
           OPEN INPUT ADDR-FILE
           IF ADDR-STATUS NOT = "00" THEN
              MOVE "Y" TO ADDR-EOF
           ELSE
              PERFORM 9300-READ-ADDR THRU 9300-EXIT
           END-IF
           OPEN OUTPUT ESCH-NEW
           OPEN OUTPUT LTR-RPT
           OPEN OUTPUT UP-FILE
           OPEN OUTPUT ESCH-TRAN
           OPEN OUTPUT ESCH-RPT
           MOVE SPACES TO PRT-L-HEADING
           MOVE "UNCLAIMED PROPERTY DUE-DILIGENCE LETTER LIST"
              TO PRT-L-HEADING
           WRITE LTR-REC
           MOVE SPACES TO PRT-L-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE SPACES TO PRT-L-HEADING
           STRING "ACCOUNT           NAME                         BR"
              "  ST       BALANCE"
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE ALL "=" TO PRT-L-HEADING
           WRITE LTR-REC
           MOVE SPACES TO PRT-R-HEADING
           MOVE "ESCHEAT REGISTER" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCOUNT           ST BR         AMOUNT  "
              "DISPOSITION"
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           PERFORM 9100-READ-CUST THRU 9100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PARAMETER CARD.  A CARD OF AN UNKNOWN TYPE, A STATE
      *    CARD WITH NO YEARS, OR A FULL TABLE MEANS THE DORMANCY
      *    RULES CANNOT BE TRUSTED - THE RUN ABORTS.
      *    -----------------------------------------------------------
       1100-LOAD-PARM.
           READ PARM-FILE
              AT END MOVE "Y" TO PARM-EOF
           END-READ
           IF PARM-EOF NOT = "Y" THEN
              EVALUATE TRUE
                 WHEN PARM-CARD-TYPE = "D"
                    IF PARM-YEARS IS NUMERIC THEN
                       IF PARM-YEARS > 0 THEN
                          MOVE PARM-YEARS TO TA-DEFAULT-YEARS
                       END-IF
                    END-IF
                    IF PARM-LETTER-DAYS IS NUMERIC THEN
                       IF PARM-LETTER-DAYS > 0 THEN
                          MOVE PARM-LETTER-DAYS TO TA-LETTER-DAYS
                       END-IF
                    END-IF
                 WHEN PARM-CARD-TYPE = "S" AND
                      PARM-STATE-CODE NOT = SPACES AND
                      PARM-YEARS IS NUMERIC AND
                      PARM-YEARS > 0 AND
                      TA-STATE-COUNT < 60
                    ADD 1 TO TA-STATE-COUNT
                    MOVE PARM-STATE-CODE TO ST-CODE(TA-STATE-COUNT)
                    MOVE PARM-YEARS TO ST-YEARS(TA-STATE-COUNT)
                 WHEN PARM-CARD-TYPE = "B" AND
                      PARM-BRANCH-CODE NOT = SPACES AND
                      PARM-STATE-CODE NOT = SPACES AND
                      TA-BRANCH-COUNT < 500
                    ADD 1 TO TA-BRANCH-COUNT
                    MOVE PARM-BRANCH-CODE TO BT-CODE(TA-BRANCH-COUNT)
                    MOVE PARM-STATE-CODE TO BT-STATE(TA-BRANCH-COUNT)
                 WHEN OTHER
                    DISPLAY "ESCHEAT: ESCHPARM CARD REJECTED - "
                       PARM-REC
                    DISPLAY "ESCHEAT: RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE MASTER ACCOUNT.  TRACKING RECORDS FOR LOWER KEYS
      *    BELONG TO ACCOUNTS NO LONGER ON THE MASTER AND ARE
      *    DROPPED FIRST.  AN ACCOUNT ALREADY IN THE PROCESS IS
      *    FOLLOWED UP; ANY OTHER IS SCREENED FOR A FIRST LETTER.
      *    -----------------------------------------------------------
       2000-ONE-ACCOUNT.
           PERFORM 2300-DROP-GONE THRU 2300-EXIT
              UNTIL ESCH-EOF = "Y" OR TA-ESCH-KEY >= TA-CUST-KEY
           PERFORM 9300-READ-ADDR THRU 9300-EXIT
              UNTIL ADDR-EOF = "Y" OR TA-ADDR-KEY >= TA-CUST-KEY
           IF ADDR-EOF NOT = "Y" AND TA-ADDR-KEY = TA-CUST-KEY THEN
              MOVE "Y" TO TA-HAS-ADDR
           ELSE
              MOVE "N" TO TA-HAS-ADDR
           END-IF
           MOVE FUNCTION NUMVAL-C(CUST-BALANCE) TO TA-BAL-WORK
           MOVE SPACES TO TA-CUR-NAME
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
              " "
              CUST-LAST-NAME DELIMITED BY SIZE
              INTO TA-CUR-NAME
           END-STRING
           IF ESCH-EOF NOT = "Y" AND TA-ESCH-KEY = TA-CUST-KEY THEN
              PERFORM 2200-FOLLOW-UP THRU 2200-EXIT
              PERFORM 9200-READ-ESCH THRU 9200-EXIT
           ELSE
              PERFORM 2100-SCREEN-ACCOUNT THRU 2100-EXIT
           END-IF
           PERFORM 9100-READ-CUST THRU 9100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SCREEN AN ACCOUNT NOT YET IN THE PROCESS.  ONLY AN OPEN
      *    ACCOUNT WITH A BALANCE TO REMIT QUALIFIES.  ITS STATE
      *    COMES FROM ITS BRANCH AND ITS DORMANCY PERIOD FROM THE
      *    STATE; NO ACTIVITY SINCE THE SAME DATE THAT MANY YEARS
      *    AGO EARNS A DUE-DILIGENCE LETTER.  AN UNREADABLE
      *    ACTIVITY DATE PROVES NOTHING TO THE STATE, SO IT IS
      *    COUNTED AND LEFT FOR THE BRANCH TO CORRECT.
      *    -----------------------------------------------------------
       2100-SCREEN-ACCOUNT.
           IF CUST-STATUS-CODE NOT = "C" AND TA-BAL-WORK > 0 THEN
              IF CUST-LAST-ACT-DATE IS NOT NUMERIC THEN
                 ADD 1 TO TA-BAD-DATE-COUNT
              ELSE
                 PERFORM 2110-FIND-STATE THRU 2110-EXIT
                 COMPUTE TA-CUTOFF =
                    (CURRENT-YEAR - TA-YEARS) * 10000 +
                    CURRENT-MONTH * 100 + CURRENT-DAY
                 IF CUST-LAST-ACT-DATE < TA-CUTOFF THEN
                    IF TA-STATE = SPACES THEN
                       PERFORM 2190-LIST-UNMAPPED THRU 2190-EXIT
                    ELSE
                       PERFORM 2150-SEND-LETTER THRU 2150-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE ACCOUNT'S STATE AND DORMANCY YEARS.  A BRANCH WITH
      *    NO "B" CARD HAS NO STATE (SPACES); A STATE WITH NO "S"
      *    CARD TAKES THE DEFAULT YEARS.
      *    -----------------------------------------------------------
       2110-FIND-STATE.
           MOVE SPACES TO TA-STATE
           MOVE TA-DEFAULT-YEARS TO TA-YEARS
           MOVE 0 TO TA-HIT-IDX
           MOVE 1 TO TA-IDX
           PERFORM 2120-FIND-BRANCH THRU 2120-EXIT
              UNTIL TA-HIT-IDX > 0 OR TA-IDX > TA-BRANCH-COUNT
           IF TA-HIT-IDX > 0 THEN
              MOVE BT-STATE(TA-HIT-IDX) TO TA-STATE
              MOVE 0 TO TA-HIT-IDX
              MOVE 1 TO TA-IDX
              PERFORM 2130-FIND-YEARS THRU 2130-EXIT
                 UNTIL TA-HIT-IDX > 0 OR TA-IDX > TA-STATE-COUNT
              IF TA-HIT-IDX > 0 THEN
                 MOVE ST-YEARS(TA-HIT-IDX) TO TA-YEARS
              END-IF
           END-IF.
       2110-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE BRANCH-TABLE SEARCH.
      *    -----------------------------------------------------------
       2120-FIND-BRANCH.
           IF BT-CODE(TA-IDX) = CUST-BRANCH-CODE THEN
              MOVE TA-IDX TO TA-HIT-IDX
           END-IF
           ADD 1 TO TA-IDX.
       2120-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE STATE-TABLE SEARCH.
      *    -----------------------------------------------------------
       2130-FIND-YEARS.
           IF ST-CODE(TA-IDX) = TA-STATE THEN
              MOVE TA-IDX TO TA-HIT-IDX
           END-IF
           ADD 1 TO TA-IDX.
       2130-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    PUT THE ACCOUNT ON THE LETTER LIST AND INTO THE PROCESS.
      *    THE TRACKING RECORD REMEMBERS THE LAST-ACTIVITY DATE AS
      *    OF THE LETTER - ANY CHANGE TO IT LATER IS A CLAIM.  THE
      *    LETTER GOES TO THE ADDRESS ON FILE; WITH NO ADDRESS, OR
      *    ONE FLAGGED AS RETURNED MAIL, THE LIST SAYS SO, AND THE
      *    REPLY PERIOD RUNS ALL THE SAME.
      *    -----------------------------------------------------------
       2150-SEND-LETTER.
           COMPUTE TA-DEADLINE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(TA-TODAY) + TA-LETTER-DAYS)
           MOVE SPACES TO ESCHN-REC
           MOVE CUST-FIRST-NUM TO ESCHN-FIRST-NUM
           MOVE CUST-LAST-NUM TO ESCHN-LAST-NUM
           MOVE "L" TO ESCHN-STAGE
           MOVE TA-TODAY TO ESCHN-LETTER-DATE
           MOVE TA-DEADLINE TO ESCHN-DEADLINE
           MOVE TA-STATE TO ESCHN-STATE
           MOVE CUST-BRANCH-CODE TO ESCHN-BRANCH
           MOVE CUST-LAST-ACT-DATE TO ESCHN-LAST-ACT
           MOVE TA-BAL-WORK TO ESCHN-BALANCE
           MOVE 0 TO ESCHN-ESCHEAT-DATE
           WRITE ESCHN-REC
           ADD 1 TO TA-ON-FILE-COUNT
           ADD 1 TO TA-LETTER-COUNT
           MOVE TA-BAL-WORK TO TA-AMT-ED
           MOVE SPACES TO PRT-L-HEADING
           STRING CUST-FIRST-NUM "-" CUST-LAST-NUM " " TA-CUR-NAME
              " " CUST-BRANCH-CODE " " TA-STATE " " TA-AMT-ED
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE SPACES TO PRT-L-HEADING
           STRING "     LAST ACTIVITY " CUST-LAST-ACT-DATE
              "   REPLY BY " TA-DEADLINE
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           IF TA-HAS-ADDR NOT = "Y" THEN
              ADD 1 TO TA-NO-ADDR-COUNT
              MOVE SPACES TO PRT-L-HEADING
              MOVE "     *** NO ADDRESS ON FILE ***" TO PRT-L-HEADING
              WRITE LTR-REC
           ELSE
              IF ADDR-RETURNED-MAIL = "Y" THEN
                 ADD 1 TO TA-RETURNED-COUNT
                 MOVE SPACES TO PRT-L-HEADING
                 MOVE "     *** RETURNED MAIL ON FILE ***"
                    TO PRT-L-HEADING
                 WRITE LTR-REC
              END-IF
              PERFORM 2160-MAILING-BLOCK THRU 2160-EXIT
           END-IF
           MOVE SPACES TO PRT-L-HEADING
           WRITE LTR-REC.
       2150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE MAILING ADDRESS BLOCK - NAME LINE, ONE OR TWO STREET
      *    LINES, AND CITY, STATE AND POSTAL CODE - INDENTED UNDER
      *    THE ACCOUNT LINE.
      *    -----------------------------------------------------------
       2160-MAILING-BLOCK.
           MOVE SPACES TO PRT-L-HEADING
           STRING "     " ADDR-NAME-LINE
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE SPACES TO PRT-L-HEADING
           STRING "     " ADDR-STREET-1
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           IF ADDR-STREET-2 NOT = SPACES THEN
              MOVE SPACES TO PRT-L-HEADING
              STRING "     " ADDR-STREET-2
                 DELIMITED BY SIZE INTO PRT-L-HEADING
              END-STRING
              WRITE LTR-REC
           END-IF
           MOVE SPACES TO PRT-L-HEADING
           STRING "     " DELIMITED BY SIZE
              ADDR-CITY DELIMITED BY "  "
              ", " ADDR-STATE "  " ADDR-POSTAL-CODE
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC.
       2160-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    A DORMANT ACCOUNT WHOSE BRANCH HAS NO STATE CARD CANNOT
      *    BE PUT IN THE PROCESS - LIST IT FOR THE PARAMETER OWNER.
      *    -----------------------------------------------------------
       2190-LIST-UNMAPPED.
           ADD 1 TO TA-UNMAPPED-COUNT
           MOVE TA-BAL-WORK TO TA-AMT-ED
           MOVE SPACES TO PRT-L-HEADING
           STRING CUST-FIRST-NUM "-" CUST-LAST-NUM " " TA-CUR-NAME
              " " CUST-BRANCH-CODE " ?? " TA-AMT-ED
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE SPACES TO PRT-L-HEADING
           MOVE "     *** BRANCH HAS NO STATE CARD - NO LETTER ***"
              TO PRT-L-HEADING
           WRITE LTR-REC
           MOVE SPACES TO PRT-L-HEADING
           WRITE LTR-REC.
       2190-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    FOLLOW UP AN ACCOUNT ALREADY IN THE PROCESS.  IN ORDER:
      *    CLOSED ON THE MASTER ENDS IT (THE NORMAL END OF AN
      *    ESCHEAT); ESCHEATED BUT STILL OPEN MEANS ESCHTRAN HAS
      *    NOT POSTED YET - KEEP IT AND SAY SO; NEW ACTIVITY SINCE
      *    THE LETTER IS A CLAIM; STILL INSIDE THE REPLY PERIOD
      *    WAITS; NOTHING LEFT TO REMIT ENDS IT; OTHERWISE THE
      *    ACCOUNT IS ESCHEATED NOW.
      *    -----------------------------------------------------------
       2200-FOLLOW-UP.
           EVALUATE TRUE
              WHEN CUST-STATUS-CODE = "C" AND ESCHO-STAGE = "E"
                 ADD 1 TO TA-COMPLETE-COUNT
              WHEN CUST-STATUS-CODE = "C"
                 ADD 1 TO TA-CLOSED-COUNT
                 MOVE "CLOSED BEFORE ESCHEAT" TO TA-REG-NOTE
                 MOVE TA-BAL-WORK TO TA-AMT-ED
                 PERFORM 2280-REGISTER-LINE THRU 2280-EXIT
              WHEN ESCHO-STAGE = "E"
                 ADD 1 TO TA-PENDING-COUNT
                 MOVE "ESCHEATED - NOT YET POSTED" TO TA-REG-NOTE
                 MOVE ESCHO-BALANCE TO TA-AMT-ED
                 PERFORM 2280-REGISTER-LINE THRU 2280-EXIT
                 PERFORM 2400-CARRY-OLD THRU 2400-EXIT
              WHEN CUST-LAST-ACT-DATE NOT = ESCHO-LAST-ACT
                 ADD 1 TO TA-CLAIMED-COUNT
                 MOVE "CLAIMED BY OWNER - ACTIVITY" TO TA-REG-NOTE
                 MOVE TA-BAL-WORK TO TA-AMT-ED
                 PERFORM 2280-REGISTER-LINE THRU 2280-EXIT
              WHEN TA-TODAY NOT > ESCHO-DEADLINE
                 ADD 1 TO TA-WAIT-COUNT
                 PERFORM 2400-CARRY-OLD THRU 2400-EXIT
              WHEN TA-BAL-WORK NOT > 0
                 ADD 1 TO TA-NO-BAL-COUNT
                 MOVE "NO BALANCE TO REMIT - DROPPED" TO TA-REG-NOTE
                 MOVE TA-BAL-WORK TO TA-AMT-ED
                 PERFORM 2280-REGISTER-LINE THRU 2280-EXIT
              WHEN OTHER
                 PERFORM 2250-ESCHEAT-ACCOUNT THRU 2250-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ESCHEAT ONE ACCOUNT: THE STATE FILING RECORD, THE "W" OF
      *    THE WHOLE BALANCE AND THE "S" TO CLOSED, THE REGISTER
      *    LINE, AND THE TRACKING RECORD MARKED ESCHEATED WITH THE
      *    AMOUNT AND DATE.
      *    -----------------------------------------------------------
       2250-ESCHEAT-ACCOUNT.
           ADD 1 TO TA-ESCHEAT-COUNT
           ADD TA-BAL-WORK TO TA-ESCHEAT-TOTAL
           PERFORM 2260-WRITE-FILING THRU 2260-EXIT
           PERFORM 2270-WRITE-TRANS THRU 2270-EXIT
           MOVE "ESCHEATED TO STATE" TO TA-REG-NOTE
           MOVE TA-BAL-WORK TO TA-AMT-ED
           PERFORM 2280-REGISTER-LINE THRU 2280-EXIT
           MOVE ESCHO-REC TO ESCHN-REC
           MOVE "E" TO ESCHN-STAGE
           MOVE TA-BAL-WORK TO ESCHN-BALANCE
           MOVE TA-TODAY TO ESCHN-ESCHEAT-DATE
           WRITE ESCHN-REC
           ADD 1 TO TA-ON-FILE-COUNT.
       2250-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PIPE-DELIMITED RECORD FOR THE STATE FILING:
      *      D|STATE|FIRST|LAST|OWNER|STREET 1|STREET 2|CITY|
      *        OWNER STATE|POSTAL|LAST ACTIVITY|LETTER DATE|
      *        AMOUNT|BRANCH|ESCHEAT DATE
      *    THE OWNER IS THE ADDRESS NAME LINE WHEN THERE IS ONE,
      *    OTHERWISE THE MASTER NAME WITH THE ADDRESS LEFT EMPTY.
      *    -----------------------------------------------------------
       2260-WRITE-FILING.
           IF TA-HAS-ADDR = "Y" THEN
              MOVE ADDR-NAME-LINE TO TA-OWNER-NAME
           ELSE
              MOVE TA-CUR-NAME TO TA-OWNER-NAME
              MOVE SPACES TO ADDR-STREET-1
              MOVE SPACES TO ADDR-STREET-2
              MOVE SPACES TO ADDR-CITY
              MOVE SPACES TO ADDR-STATE
              MOVE SPACES TO ADDR-POSTAL-CODE
           END-IF
           MOVE TA-BAL-WORK TO TA-AMT-OUT
           MOVE SPACES TO UP-REC
           STRING "D"
              "|" ESCHO-STATE
              "|" CUST-FIRST-NUM
              "|" CUST-LAST-NUM
              "|" FUNCTION TRIM(TA-OWNER-NAME)
              "|" FUNCTION TRIM(ADDR-STREET-1)
              "|" FUNCTION TRIM(ADDR-STREET-2)
              "|" FUNCTION TRIM(ADDR-CITY)
              "|" ADDR-STATE
              "|" FUNCTION TRIM(ADDR-POSTAL-CODE)
              "|" CUST-LAST-ACT-DATE
              "|" ESCHO-LETTER-DATE
              "|" FUNCTION TRIM(TA-AMT-OUT)
              "|" CUST-BRANCH-CODE
              "|" TA-TODAY
              DELIMITED BY SIZE INTO UP-REC
           END-STRING
           WRITE UP-REC.
       2260-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE TWO TRANSACTIONS FOR THE NEXT CYCLE, IN THE EXACT
      *    TRAN-REC LAYOUT: A "W" OF THE WHOLE BALANCE, THEN AN "S"
      *    TO CLOSED.  BOTH ARE STAMPED "ESCHEAT" - TRANEDIT DOES
      *    NOT HOLD THEM FOR APPROVAL, CUSTMAIN DOES NOT RETURN THE
      *    "W" NSF, AND CUSTMAIN TOTALS THE "W" FOR GLEXTR.
      *    -----------------------------------------------------------
       2270-WRITE-TRANS.
           MOVE SPACES TO TRAN-REC
           MOVE "W" TO TRAN-ACTION-CODE
           MOVE CUST-FIRST-NAME TO TRAN-FIRST-NAME
           MOVE CUST-LAST-NAME TO TRAN-LAST-NAME
           MOVE CUST-FIRST-NUM TO TRAN-FIRST-NUM
           MOVE CUST-LAST-NUM TO TRAN-LAST-NUM
           MOVE TA-BAL-WORK TO TRAN-BALANCE
           MOVE "ESCHEAT" TO TRAN-KEYER-ID
           WRITE TRAN-REC
           MOVE SPACES TO TRAN-REC
           MOVE "S" TO TRAN-ACTION-CODE
           MOVE CUST-FIRST-NAME TO TRAN-FIRST-NAME
           MOVE CUST-LAST-NAME TO TRAN-LAST-NAME
           MOVE CUST-FIRST-NUM TO TRAN-FIRST-NUM
           MOVE CUST-LAST-NUM TO TRAN-LAST-NUM
           MOVE 0 TO TRAN-BALANCE
           MOVE "C" TO TRAN-STATUS-CODE
           MOVE "ESCHEAT" TO TRAN-KEYER-ID
           WRITE TRAN-REC
           ADD 2 TO TA-TRAN-COUNT.
       2270-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REGISTER LINE - THE CALLER SETS THE AMOUNT AND THE
      *    DISPOSITION.
      *    -----------------------------------------------------------
       2280-REGISTER-LINE.
           MOVE SPACES TO PRT-R-HEADING
           STRING ESCHO-FIRST-NUM "-" ESCHO-LAST-NUM " " ESCHO-STATE
              " " ESCHO-BRANCH " " TA-AMT-ED "  " TA-REG-NOTE
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC.
       2280-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    DROP ONE TRACKING RECORD WHOSE ACCOUNT IS NO LONGER ON
      *    THE MASTER.
      *    -----------------------------------------------------------
       2300-DROP-GONE.
           ADD 1 TO TA-GONE-COUNT
           MOVE "NOT ON MASTER - DROPPED" TO TA-REG-NOTE
           MOVE ESCHO-BALANCE TO TA-AMT-ED
           PERFORM 2280-REGISTER-LINE THRU 2280-EXIT
           PERFORM 9200-READ-ESCH THRU 9200-EXIT.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CARRY ONE TRACKING RECORD FORWARD UNCHANGED.
      *    -----------------------------------------------------------
       2400-CARRY-OLD.
           MOVE ESCHO-REC TO ESCHN-REC
           WRITE ESCHN-REC
           ADD 1 TO TA-ON-FILE-COUNT.
       2400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT MASTER RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9100-READ-CUST.
           READ CUST-RECS
              AT END MOVE "Y" TO CUST-RECS-EOF
           END-READ
           IF CUST-RECS-EOF NOT = "Y" THEN
              COMPUTE TA-CUST-KEY =
                 CUST-FIRST-NUM * 100000000 + CUST-LAST-NUM
              ADD 1 TO TA-READ-COUNT
           END-IF.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT TRACKING RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9200-READ-ESCH.
           READ ESCH-OLD
              AT END MOVE "Y" TO ESCH-EOF
           END-READ
           IF ESCH-EOF NOT = "Y" THEN
              COMPUTE TA-ESCH-KEY =
                 ESCHO-FIRST-NUM * 100000000 + ESCHO-LAST-NUM
           END-IF.
       9200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT ADDRESS-MASTER RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9300-READ-ADDR.
           READ ADDR-FILE
              AT END MOVE "Y" TO ADDR-EOF
           END-READ
           IF ADDR-EOF NOT = "Y" THEN
              COMPUTE TA-ADDR-KEY =
                 ADDR-FIRST-NUM * 100000000 + ADDR-LAST-NUM
           END-IF.
       9300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    DROP WHATEVER TRACKING RECORDS REMAIN, WRITE THE FILING
      *    TRAILER AND THE TOTALS, AND CLOSE THE FILES.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           PERFORM 2300-DROP-GONE THRU 2300-EXIT
              UNTIL ESCH-EOF = "Y"
           MOVE TA-ESCHEAT-COUNT TO TA-COUNT-OUT
           MOVE TA-ESCHEAT-TOTAL TO TA-AMT-OUT
           MOVE SPACES TO UP-REC
           STRING "T"
              "|" TA-COUNT-OUT
              "|" FUNCTION TRIM(TA-AMT-OUT)
              DELIMITED BY SIZE INTO UP-REC
           END-STRING
           WRITE UP-REC
           MOVE ALL "=" TO PRT-L-HEADING
           WRITE LTR-REC
           MOVE TA-READ-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-L-HEADING
           STRING "ACCOUNTS READ:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE TA-LETTER-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-L-HEADING
           STRING "LETTERS TO SEND:         " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE TA-NO-ADDR-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-L-HEADING
           STRING "  NO ADDRESS ON FILE:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE TA-RETURNED-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-L-HEADING
           STRING "  RETURNED MAIL:         " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE TA-WAIT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-L-HEADING
           STRING "AWAITING REPLY:          " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE TA-UNMAPPED-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-L-HEADING
           STRING "BRANCH HAS NO STATE:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE TA-BAD-DATE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-L-HEADING
           STRING "BAD ACTIVITY DATE:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-L-HEADING
           END-STRING
           WRITE LTR-REC
           MOVE ALL "=" TO PRT-L-HEADING
           WRITE LTR-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE TA-ESCHEAT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "ACCOUNTS ESCHEATED:      " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-ESCHEAT-TOTAL TO TA-TOTAL-ED
           MOVE SPACES TO PRT-R-HEADING
           STRING "  AMOUNT ESCHEATED:      " TA-TOTAL-ED
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-TRAN-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "  TRANSACTIONS WRITTEN:  " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-PENDING-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "ESCHEATED, NOT POSTED:   " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-COMPLETE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "ESCHEATS COMPLETED:      " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CLAIMED-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "CLAIMED BY OWNER:        " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CLOSED-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "CLOSED BEFORE ESCHEAT:   " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-NO-BAL-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "NO BALANCE TO REMIT:     " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-GONE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "NOT ON MASTER:           " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-ON-FILE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-R-HEADING
           STRING "IN PROCESS AFTER RUN:    " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           CLOSE CUST-RECS
           IF ESCHO-STATUS = "00" OR ESCHO-STATUS = "10" THEN
              CLOSE ESCH-OLD
           END-IF
           IF ADDR-STATUS = "00" OR ADDR-STATUS = "10" THEN
              CLOSE ADDR-FILE
           END-IF
           CLOSE ESCH-NEW
           CLOSE LTR-RPT
           CLOSE UP-FILE
           CLOSE ESCH-TRAN
           CLOSE ESCH-RPT
           IF TA-UNMAPPED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ESCHEAT: READ=" TA-READ-COUNT
              " LETTERS=" TA-LETTER-COUNT
              " ESCHEATED=" TA-ESCHEAT-COUNT
              " CLAIMED=" TA-CLAIMED-COUNT
              " NO STATE=" TA-UNMAPPED-COUNT.
       3000-EXIT.
           EXIT.
