      *                STARTS CLEAN FOR THE NEW YEAR - THE SAME
      *                PROMOTION STEP THE NIGHTLY CYCLE USES FOR
      *                NEWCUST OVER CUSTRECS.
      *    10/15/2026  YEARRPT NOW PRINTS ONE TAX FORM PER ACCOUNT
      *                INSTEAD OF ONE LINE - A FULL MAILING ADDRESS
      *                BLOCK FROM THE NAME-AND-ADDRESS MASTER
      *                (ADDRFILE, MAINTAINED BY ADDRMNT), MERGED IN ON
      *                THE ACCOUNT KEY PAIR, THEN THE INTEREST,
      *                CHARGES AND POSTINGS.  AN ACCOUNT WITH NO
      *                ADDRESS ON FILE OR FLAGGED AS RETURNED MAIL IS
      *                HELD BACK ONTO THE EXCEPTION LIST (YEAREXC)
      *                WITH ITS AMOUNTS, AND NO FORM IS PRINTED.  THE
      *                GRAND TOTALS STILL COVER EVERY ACCOUNT.
      *    10/15/2026  THE ADDRFILE STREAM IS PRIMED WITH ITS FIRST
      *                RECORD WHEN THE FILE OPENS.  THE FIRST ADDRESS
      *                LOOK-AHEAD WAS TESTING A KEY THAT HAD NOT BEEN
      *                READ YET, AND COULD SEND ACCOUNTS TO THE
      *                EXCEPTION LIST AS HAVING NO ADDRESS ON FILE.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
              FILE STATUS IS YTDO-STATUS.
           SELECT YTD-NEW ASSIGN TO YTDNEW.
           SELECT YEAR-RPT ASSIGN TO YEARRPT.
           SELECT ADDR-FILE ASSIGN TO ADDRFILE
              FILE STATUS IS ADDR-STATUS.
           SELECT EXC-FILE ASSIGN TO YEAREXC.
       DATA DIVISION.
      *
       FILE SECTION.
       FD YEAR-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-Y-HEADING            PIC X(80) VALUE SPACES.
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
       WORKING-STORAGE SECTION.
       01 YTDO-STATUS                  PIC X(02).
       01 YTD-EOF                      PIC X VALUE "N".
       01 ADDR-STATUS                  PIC X(02).
       01 ADDR-EOF                     PIC X VALUE "N".
       01 TA-ADDR-KEY                  PIC 9(16).
       01 TA-YTD-KEY                   PIC 9(16).
       01 TA-HOLD-REASON               PIC X(20).
       01 TA-ACCT-COUNT                PIC 9(9) VALUE 0.
       01 TA-FORM-COUNT                PIC 9(9) VALUE 0.
       01 TA-HELD-COUNT                PIC 9(9) VALUE 0.
       01 TA-TOTAL-INTEREST            PIC S9(13)V99 VALUE 0.
       01 TA-TOTAL-CHARGES             PIC S9(13)V99 VALUE 0.
       01 TA-INT-ED                    PIC -ZZZ,ZZZ,ZZ9.99.
      *
      *    -----------------------------------------------------------
      *    OPEN THE FILES, WRITE THE REPORT HEADINGS, AND PRIME THE
      *    YTD AND ADDRESS STREAMS.  A MISSING YTD FILE MEANS
      *    INTPOST NEVER RAN THIS YEAR - THERE IS NOTHING TO MAIL
      *    AND NOTHING TO RESET, SO THE RUN ABORTS.  A MISSING
      *    ADDRFILE LEAVES EVERY ACCOUNT ON THE EXCEPTION LIST.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT YTD-OLD
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           OPEN INPUT ADDR-FILE
           IF ADDR-STATUS NOT = "00" THEN
              MOVE "Y" TO ADDR-EOF
           ELSE
              PERFORM 9300-READ-ADDR THRU 9300-EXIT
           END-IF
           OPEN OUTPUT EXC-FILE
           MOVE SPACES TO PRT-E-HEADING
           MOVE "YEAR-END EXCEPTION LIST - TAX FORMS HELD BACK"
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
           STRING "ACCOUNT           REASON                      "
              "INTEREST         CHARGES"
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE EXC-REC
           MOVE ALL "-" TO PRT-E-HEADING
           WRITE EXC-REC
           PERFORM 9200-READ-YTD THRU 9200-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE TAX FORM PER ACCOUNT IN THE YTD FILE, ADDRESSED FROM
      *    THE ADDRESS MASTER.  AN ACCOUNT WITH NO ADDRESS ON FILE,
      *    OR ONE FLAGGED AS RETURNED MAIL, IS LISTED ON THE
      *    EXCEPTION LIST INSTEAD.  EITHER WAY IT COUNTS IN THE
      *    GRAND TOTALS.
      *    -----------------------------------------------------------
       2000-PRINT-ONE.
           ADD 1 TO TA-ACCT-COUNT
           MOVE YTDO-INTEREST TO TA-INT-ED
           MOVE YTDO-CHARGES TO TA-CHG-ED
           MOVE YTDO-POSTINGS TO TA-POST-Z
           COMPUTE TA-YTD-KEY =
              YTDO-FIRST-NUM * 100000000 + YTDO-LAST-NUM
           PERFORM 9300-READ-ADDR THRU 9300-EXIT
              UNTIL ADDR-EOF = "Y" OR TA-ADDR-KEY >= TA-YTD-KEY
           MOVE SPACES TO TA-HOLD-REASON
           IF ADDR-EOF = "Y" OR TA-ADDR-KEY NOT = TA-YTD-KEY THEN
              MOVE "NO ADDRESS ON FILE" TO TA-HOLD-REASON
           ELSE
              IF ADDR-RETURNED-MAIL = "Y" THEN
                 MOVE "RETURNED MAIL" TO TA-HOLD-REASON
              END-IF
           END-IF
           IF TA-HOLD-REASON NOT = SPACES THEN
              ADD 1 TO TA-HELD-COUNT
              MOVE SPACES TO PRT-E-HEADING
              STRING YTDO-FIRST-NUM "-" YTDO-LAST-NUM " "
                 TA-HOLD-REASON " " TA-INT-ED " " TA-CHG-ED
                 DELIMITED BY SIZE INTO PRT-E-HEADING
              END-STRING
              WRITE EXC-REC
           ELSE
              PERFORM 2100-PRINT-FORM THRU 2100-EXIT
           END-IF
           PERFORM 9200-READ-YTD THRU 9200-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    PRINT THE TAX FORM FOR THE CURRENT ACCOUNT - THE MAILING
      *    ADDRESS BLOCK, THE ACCOUNT KEY PAIR, AND THE YEAR'S
      *    INTEREST, CHARGES AND NUMBER OF POSTINGS.
      *    -----------------------------------------------------------
       2100-PRINT-FORM.
           ADD 1 TO TA-FORM-COUNT
           MOVE ALL "=" TO PRT-Y-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           STRING "INTEREST AND CHARGE STATEMENT FOR TAX YEAR "
              YTDO-YEAR
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           MOVE ADDR-NAME-LINE TO PRT-Y-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           MOVE ADDR-STREET-1 TO PRT-Y-HEADING
           WRITE RPT-REC
           IF ADDR-STREET-2 NOT = SPACES THEN
              MOVE SPACES TO PRT-Y-HEADING
              MOVE ADDR-STREET-2 TO PRT-Y-HEADING
              WRITE RPT-REC
           END-IF
           MOVE SPACES TO PRT-Y-HEADING
           STRING ADDR-CITY DELIMITED BY "  "
              ", " ADDR-STATE "  " ADDR-POSTAL-CODE
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           STRING "ACCOUNT " YTDO-FIRST-NUM " - " YTDO-LAST-NUM
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           STRING "INTEREST PAID:           " TA-INT-ED
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           STRING "CHARGES ASSESSED:        " TA-CHG-ED
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-Y-HEADING
           STRING "POSTINGS:                " TA-POST-Z
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
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
      *    WRITE THE GRAND TOTALS AND CLOSE THE FILES.  YTDNEW IS
      *    LEFT EMPTY ON PURPOSE - PROMOTING IT OVER YTDFILE RESETS
      *    THE ACCUMULATION FOR THE NEW YEAR.
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-FORM-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-Y-HEADING
           STRING "  FORMS PRINTED:         " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-HELD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-Y-HEADING
           STRING "  FORMS HELD BACK:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-Y-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-TOTAL-INTEREST TO TA-TOTAL-ED
           MOVE SPACES TO PRT-Y-HEADING
           STRING "TOTAL INTEREST POSTED:   " TA-TOTAL-ED
           CLOSE YTD-OLD
           CLOSE YTD-NEW
           CLOSE YEAR-RPT
           MOVE ALL "=" TO PRT-E-HEADING
           WRITE EXC-REC
           MOVE TA-HELD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-E-HEADING
           STRING "FORMS HELD BACK:         " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-E-HEADING
           END-STRING
           WRITE EXC-REC
           IF ADDR-STATUS = "00" OR ADDR-STATUS = "10" THEN
              CLOSE ADDR-FILE
           END-IF
           CLOSE EXC-FILE
           DISPLAY "YEAREND: ACCOUNTS=" TA-ACCT-COUNT
              " HELD=" TA-HELD-COUNT.
       3000-EXIT.
           EXIT.
