       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ADDRMNT.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  MAINTENANCE OF THE CUSTOMER
      *                NAME-AND-ADDRESS MASTER (ADDRFILE), KEYED BY
      *                THE SAME FIRST-NUM/LAST-NUM PAIR AS CUSTRECS
      *                AND KEPT IN THE SAME ASCENDING KEY ORDER.  ONE
      *                CARD PER CHANGE ON ADDRTRAN, SORTED BY KEY:
      *                  COL   1      A = ADD, C = CHANGE, D = DELETE
      *                  COL   2-9    ACCOUNT FIRST-NUM
      *                  COL  10-17   ACCOUNT LAST-NUM
      *                  COL  18-47   MAILING NAME LINE
      *                  COL  48-77   STREET LINE 1
      *                  COL  78-107  STREET LINE 2
      *                  COL 108-127  CITY
      *                  COL 128-129  STATE
      *                  COL 130-139  POSTAL CODE
      *                  COL 140      RETURNED-MAIL FLAG (Y OR N)
      *                AN ADD NEEDS THE NAME LINE, STREET LINE 1,
      *                CITY, STATE AND POSTAL CODE; THE FLAG DEFAULTS
      *                TO N.  A CHANGE REPLACES ONLY THE FIELDS THAT
      *                ARE KEYED - AN "*" IN STREET LINE 2 BLANKS IT,
      *                AND THE FLAG IS HOW THE MAIL ROOM MARKS AND
      *                CLEARS RETURNED MAIL.  SEVERAL CARDS FOR ONE
      *                ACCOUNT APPLY IN FILE ORDER.  THE UPDATED
      *                MASTER IS WRITTEN TO ADDRNEW, TO BE PROMOTED
      *                OVER ADDRFILE AFTER THE RUN THE SAME WAY
      *                NEWCUST IS PROMOTED OVER CUSTRECS.  THE EDIT
      *                REPORT (ADDRRPT) LISTS EVERY CARD WITH WHAT
      *                WAS DONE OR WHY IT WAS REJECTED, AND THE
      *                RESULTING ADDRESS FOR EVERY ADD AND CHANGE.
      *                ANY REJECTED CARD ENDS THE RUN WITH RETURN
      *                CODE 4.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-OLD ASSIGN TO ADDRFILE
              FILE STATUS IS ADDR-STATUS.
           SELECT ADDR-TRAN ASSIGN TO ADDRTRAN
              FILE STATUS IS ATRN-STATUS.
           SELECT ADDR-NEW ASSIGN TO ADDRNEW.
           SELECT ADDR-RPT ASSIGN TO ADDRRPT.
       DATA DIVISION.
      *
       FILE SECTION.
       FD ADDR-OLD RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
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
       FD ADDR-TRAN RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       01 ATRN-REC.
           05 ATRN-ACTION-CODE         PIC X(1).
           05 ATRN-FIRST-NUM           PIC 9(8).
           05 ATRN-LAST-NUM            PIC 9(8).
           05 ATRN-NAME-LINE           PIC X(30).
           05 ATRN-STREET-1            PIC X(30).
           05 ATRN-STREET-2            PIC X(30).
           05 ATRN-CITY                PIC X(20).
           05 ATRN-STATE               PIC X(2).
           05 ATRN-POSTAL-CODE         PIC X(10).
           05 ATRN-RETURNED-MAIL       PIC X(1).
           05 FILLER                   PIC X(20).
       FD ADDR-NEW RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       01 ANEW-REC.
           05 ANEW-FIRST-NUM           PIC 9(8).
           05 ANEW-LAST-NUM            PIC 9(8).
           05 ANEW-NAME-LINE           PIC X(30).
           05 ANEW-STREET-1            PIC X(30).
           05 ANEW-STREET-2            PIC X(30).
           05 ANEW-CITY                PIC X(20).
           05 ANEW-STATE               PIC X(2).
           05 ANEW-POSTAL-CODE         PIC X(10).
           05 ANEW-RETURNED-MAIL       PIC X(1).
           05 ANEW-CHANGE-DATE         PIC 9(8).
           05 FILLER                   PIC X(13).
       FD ADDR-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-D-HEADING            PIC X(80) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 ADDR-STATUS                  PIC X(02).
       01 ATRN-STATUS                  PIC X(02).
       01 ADDR-EOF                     PIC X VALUE "N".
       01 ATRN-EOF                     PIC X VALUE "N".
       01 TA-ADDR-KEY                  PIC 9(16).
       01 TA-ATRN-KEY                  PIC 9(16).
       01 TA-LAST-ATRN-KEY             PIC 9(16) VALUE 0.
       01 TA-CUR-KEY                   PIC 9(16).
       01 TA-ON-FILE                   PIC X.
       01 TA-CARD-GOOD                 PIC X.
       01 TA-CARD-REJECTED             PIC X.
       01 TA-RESULT                    PIC X(30).
       01 TA-TODAY                     PIC 9(8).
       01 TA-CARD-COUNT                PIC 9(5) VALUE 0.
       01 TA-ADD-COUNT                 PIC 9(5) VALUE 0.
       01 TA-CHANGE-COUNT              PIC 9(5) VALUE 0.
       01 TA-DELETE-COUNT              PIC 9(5) VALUE 0.
       01 TA-REJECT-COUNT              PIC 9(5) VALUE 0.
       01 TA-ON-FILE-COUNT             PIC 9(9) VALUE 0.
       01 TA-RETURNED-COUNT            PIC 9(9) VALUE 0.
       01 TA-COUNT-Z                   PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2000-ONE-KEY THRU 2000-EXIT
              UNTIL ADDR-EOF = "Y" AND ATRN-EOF = "Y"
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    OPEN THE FILES, WRITE THE REPORT HEADINGS, AND PRIME BOTH
      *    STREAMS.  A MISSING ADDRFILE IS AN EMPTY MASTER (THE
      *    FIRST LOAD IS ALL ADDS); A MISSING ADDRTRAN MEANS NO
      *    CHANGES, AND THE MASTER IS COPIED FORWARD AS IT STANDS.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE TA-TODAY =
              CURRENT-YEAR * 10000 + CURRENT-MONTH * 100 +
              CURRENT-DAY
           OPEN INPUT ADDR-OLD
           IF ADDR-STATUS NOT = "00" THEN
              MOVE "Y" TO ADDR-EOF
           END-IF
           OPEN INPUT ADDR-TRAN
           IF ATRN-STATUS NOT = "00" THEN
              MOVE "Y" TO ATRN-EOF
           END-IF
           OPEN OUTPUT ADDR-NEW
           OPEN OUTPUT ADDR-RPT
           MOVE SPACES TO PRT-D-HEADING
           MOVE "NAME-AND-ADDRESS MAINTENANCE EDIT REPORT"
              TO PRT-D-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-D-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-D-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-D-HEADING
           MOVE "A ACCOUNT             RESULT" TO PRT-D-HEADING
           WRITE RPT-REC
           MOVE ALL "-" TO PRT-D-HEADING
           WRITE RPT-REC
           IF ADDR-EOF NOT = "Y" THEN
              PERFORM 9100-READ-OLD THRU 9100-EXIT
           END-IF
           IF ATRN-EOF NOT = "Y" THEN
              PERFORM 9200-READ-ATRN THRU 9200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    THE LOWEST KEY STILL PENDING ON EITHER STREAM.  THE
      *    ADDRESS ON FILE (IF ANY) IS COPIED INTO THE NEW-MASTER
      *    RECORD, EVERY CARD AT THE KEY IS APPLIED TO IT IN ORDER,
      *    AND WHATEVER IS LEFT ON FILE AT THE END IS WRITTEN.
      *    -----------------------------------------------------------
       2000-ONE-KEY.
           EVALUATE TRUE
              WHEN ADDR-EOF = "Y"
                 MOVE TA-ATRN-KEY TO TA-CUR-KEY
              WHEN ATRN-EOF = "Y"
                 MOVE TA-ADDR-KEY TO TA-CUR-KEY
              WHEN TA-ADDR-KEY < TA-ATRN-KEY
                 MOVE TA-ADDR-KEY TO TA-CUR-KEY
              WHEN OTHER
                 MOVE TA-ATRN-KEY TO TA-CUR-KEY
           END-EVALUATE
           MOVE "N" TO TA-ON-FILE
           IF ADDR-EOF NOT = "Y" AND TA-ADDR-KEY = TA-CUR-KEY THEN
              MOVE ADDR-REC TO ANEW-REC
              MOVE "Y" TO TA-ON-FILE
              PERFORM 9100-READ-OLD THRU 9100-EXIT
           END-IF
           PERFORM 2100-ONE-CARD THRU 2100-EXIT
              UNTIL ATRN-EOF = "Y" OR TA-ATRN-KEY NOT = TA-CUR-KEY
           IF TA-ON-FILE = "Y" THEN
              WRITE ANEW-REC
              ADD 1 TO TA-ON-FILE-COUNT
              IF ANEW-RETURNED-MAIL = "Y" THEN
                 ADD 1 TO TA-RETURNED-COUNT
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    APPLY ONE CARD AT THE CURRENT KEY.  AN ADD NEEDS THE KEY
      *    TO BE FREE; A CHANGE OR DELETE NEEDS AN ADDRESS ON FILE -
      *    INCLUDING ONE ADDED BY AN EARLIER CARD THIS RUN.
      *    -----------------------------------------------------------
       2100-ONE-CARD.
           MOVE SPACES TO TA-RESULT
           MOVE "N" TO TA-CARD-REJECTED
           EVALUATE TRUE
              WHEN ATRN-ACTION-CODE = "A" AND TA-ON-FILE = "Y"
                 MOVE "Y" TO TA-CARD-REJECTED
                 MOVE "ADDRESS ALREADY ON FILE" TO TA-RESULT
              WHEN ATRN-ACTION-CODE = "A"
                 PERFORM 2200-ADD-ADDRESS THRU 2200-EXIT
              WHEN TA-ON-FILE = "N"
                 MOVE "Y" TO TA-CARD-REJECTED
                 MOVE "NO ADDRESS ON FILE" TO TA-RESULT
              WHEN ATRN-ACTION-CODE = "C"
                 PERFORM 2300-CHANGE-ADDRESS THRU 2300-EXIT
              WHEN OTHER
                 MOVE "N" TO TA-ON-FILE
                 ADD 1 TO TA-DELETE-COUNT
                 MOVE "DELETED" TO TA-RESULT
           END-EVALUATE
           PERFORM 2900-PRINT-CARD THRU 2900-EXIT
           PERFORM 9200-READ-ATRN THRU 9200-EXIT.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ADD A NEW ADDRESS.  EVERY LINE OF THE MAILING BLOCK BUT
      *    STREET LINE 2 MUST BE KEYED.
      *    -----------------------------------------------------------
       2200-ADD-ADDRESS.
           EVALUATE TRUE
              WHEN ATRN-NAME-LINE = SPACES OR
                   ATRN-STREET-1 = SPACES OR
                   ATRN-CITY = SPACES OR
                   ATRN-STATE = SPACES OR
                   ATRN-POSTAL-CODE = SPACES
                 MOVE "Y" TO TA-CARD-REJECTED
                 MOVE "REQUIRED FIELD MISSING" TO TA-RESULT
              WHEN ATRN-RETURNED-MAIL NOT = SPACE AND
                   ATRN-RETURNED-MAIL NOT = "Y" AND
                   ATRN-RETURNED-MAIL NOT = "N"
                 MOVE "Y" TO TA-CARD-REJECTED
                 MOVE "INVALID RETURNED-MAIL FLAG" TO TA-RESULT
              WHEN OTHER
                 MOVE SPACES TO ANEW-REC
                 MOVE ATRN-FIRST-NUM TO ANEW-FIRST-NUM
                 MOVE ATRN-LAST-NUM TO ANEW-LAST-NUM
                 MOVE ATRN-NAME-LINE TO ANEW-NAME-LINE
                 MOVE ATRN-STREET-1 TO ANEW-STREET-1
                 IF ATRN-STREET-2 NOT = "*" THEN
                    MOVE ATRN-STREET-2 TO ANEW-STREET-2
                 END-IF
                 MOVE ATRN-CITY TO ANEW-CITY
                 MOVE ATRN-STATE TO ANEW-STATE
                 MOVE ATRN-POSTAL-CODE TO ANEW-POSTAL-CODE
                 IF ATRN-RETURNED-MAIL = "Y" THEN
                    MOVE "Y" TO ANEW-RETURNED-MAIL
                 ELSE
                    MOVE "N" TO ANEW-RETURNED-MAIL
                 END-IF
                 MOVE TA-TODAY TO ANEW-CHANGE-DATE
                 MOVE "Y" TO TA-ON-FILE
                 ADD 1 TO TA-ADD-COUNT
                 MOVE "ADDED" TO TA-RESULT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CHANGE THE ADDRESS ON FILE.  ONLY KEYED FIELDS REPLACE
      *    WHAT IS THERE; "*" IN STREET LINE 2 BLANKS IT.  A CARD
      *    WITH NOTHING KEYED IS REJECTED RATHER THAN COUNTED.
      *    -----------------------------------------------------------
       2300-CHANGE-ADDRESS.
           EVALUATE TRUE
              WHEN ATRN-RETURNED-MAIL NOT = SPACE AND
                   ATRN-RETURNED-MAIL NOT = "Y" AND
                   ATRN-RETURNED-MAIL NOT = "N"
                 MOVE "Y" TO TA-CARD-REJECTED
                 MOVE "INVALID RETURNED-MAIL FLAG" TO TA-RESULT
              WHEN ATRN-NAME-LINE = SPACES AND
                   ATRN-STREET-1 = SPACES AND
                   ATRN-STREET-2 = SPACES AND
                   ATRN-CITY = SPACES AND
                   ATRN-STATE = SPACES AND
                   ATRN-POSTAL-CODE = SPACES AND
                   ATRN-RETURNED-MAIL = SPACE
                 MOVE "Y" TO TA-CARD-REJECTED
                 MOVE "NO FIELDS TO CHANGE" TO TA-RESULT
              WHEN OTHER
                 IF ATRN-NAME-LINE NOT = SPACES THEN
                    MOVE ATRN-NAME-LINE TO ANEW-NAME-LINE
                 END-IF
                 IF ATRN-STREET-1 NOT = SPACES THEN
                    MOVE ATRN-STREET-1 TO ANEW-STREET-1
                 END-IF
                 IF ATRN-STREET-2 = "*" THEN
                    MOVE SPACES TO ANEW-STREET-2
                 ELSE
                    IF ATRN-STREET-2 NOT = SPACES THEN
                       MOVE ATRN-STREET-2 TO ANEW-STREET-2
                    END-IF
                 END-IF
                 IF ATRN-CITY NOT = SPACES THEN
                    MOVE ATRN-CITY TO ANEW-CITY
                 END-IF
                 IF ATRN-STATE NOT = SPACES THEN
                    MOVE ATRN-STATE TO ANEW-STATE
                 END-IF
                 IF ATRN-POSTAL-CODE NOT = SPACES THEN
                    MOVE ATRN-POSTAL-CODE TO ANEW-POSTAL-CODE
                 END-IF
                 IF ATRN-RETURNED-MAIL NOT = SPACE THEN
                    MOVE ATRN-RETURNED-MAIL TO ANEW-RETURNED-MAIL
                 END-IF
                 MOVE TA-TODAY TO ANEW-CHANGE-DATE
                 ADD 1 TO TA-CHANGE-COUNT
                 MOVE "CHANGED" TO TA-RESULT
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE EDIT-REPORT ENTRY FOR THE CURRENT CARD.  AN ADD OR
      *    CHANGE THAT WENT THROUGH IS FOLLOWED BY THE ADDRESS AS IT
      *    NOW STANDS, SO THE MAIL ROOM CAN CHECK IT AGAINST THE
      *    SOURCE DOCUMENT.
      *    -----------------------------------------------------------
       2900-PRINT-CARD.
           IF TA-CARD-REJECTED = "Y" THEN
              ADD 1 TO TA-REJECT-COUNT
              MOVE SPACES TO PRT-D-HEADING
              STRING ATRN-ACTION-CODE " " ATRN-FIRST-NUM "-"
                 ATRN-LAST-NUM "   REJECTED - " TA-RESULT
                 DELIMITED BY SIZE INTO PRT-D-HEADING
              END-STRING
              WRITE RPT-REC
           ELSE
              MOVE SPACES TO PRT-D-HEADING
              STRING ATRN-ACTION-CODE " " ATRN-FIRST-NUM "-"
                 ATRN-LAST-NUM "   " TA-RESULT
                 DELIMITED BY SIZE INTO PRT-D-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF
           IF TA-CARD-REJECTED = "N" AND
              ATRN-ACTION-CODE NOT = "D" THEN
              MOVE SPACES TO PRT-D-HEADING
              STRING "                      " ANEW-NAME-LINE
                 DELIMITED BY SIZE INTO PRT-D-HEADING
              END-STRING
              WRITE RPT-REC
              MOVE SPACES TO PRT-D-HEADING
              STRING "                      " ANEW-STREET-1
                 DELIMITED BY SIZE INTO PRT-D-HEADING
              END-STRING
              WRITE RPT-REC
              IF ANEW-STREET-2 NOT = SPACES THEN
                 MOVE SPACES TO PRT-D-HEADING
                 STRING "                      " ANEW-STREET-2
                    DELIMITED BY SIZE INTO PRT-D-HEADING
                 END-STRING
                 WRITE RPT-REC
              END-IF
              MOVE SPACES TO PRT-D-HEADING
              STRING "                      " ANEW-CITY " "
                 ANEW-STATE "  " ANEW-POSTAL-CODE
                 "  RETURNED MAIL: " ANEW-RETURNED-MAIL
                 DELIMITED BY SIZE INTO PRT-D-HEADING
              END-STRING
              WRITE RPT-REC
           END-IF.
       2900-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT ADDRESS-MASTER RECORD AND REFRESH ITS KEY.
      *    -----------------------------------------------------------
       9100-READ-OLD.
           READ ADDR-OLD
              AT END MOVE "Y" TO ADDR-EOF
           END-READ
           IF ADDR-EOF NOT = "Y" THEN
              COMPUTE TA-ADDR-KEY =
                 ADDR-FIRST-NUM * 100000000 + ADDR-LAST-NUM
           END-IF.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT CARD THAT CAN BE MATCHED AGAINST THE
      *    MASTER.  A CARD WITH AN UNKNOWN ACTION, A KEY THAT IS NOT
      *    NUMERIC, OR A KEY LOWER THAN THE CARD BEFORE IT IS
      *    REJECTED HERE AND NEVER REACHES THE MATCH.
      *    -----------------------------------------------------------
       9200-READ-ATRN.
           MOVE "N" TO TA-CARD-GOOD
           PERFORM 9210-READ-ONE-ATRN THRU 9210-EXIT
              UNTIL ATRN-EOF = "Y" OR TA-CARD-GOOD = "Y".
       9200-EXIT.
           EXIT.
      *
       9210-READ-ONE-ATRN.
           READ ADDR-TRAN
              AT END MOVE "Y" TO ATRN-EOF
           END-READ
           IF ATRN-EOF NOT = "Y" THEN
              ADD 1 TO TA-CARD-COUNT
              MOVE SPACES TO TA-RESULT
              MOVE "Y" TO TA-CARD-REJECTED
              EVALUATE TRUE
                 WHEN ATRN-ACTION-CODE NOT = "A" AND
                      ATRN-ACTION-CODE NOT = "C" AND
                      ATRN-ACTION-CODE NOT = "D"
                    MOVE "INVALID ACTION CODE" TO TA-RESULT
                 WHEN ATRN-FIRST-NUM IS NOT NUMERIC OR
                      ATRN-LAST-NUM IS NOT NUMERIC
                    MOVE "ACCOUNT KEY NOT NUMERIC" TO TA-RESULT
                 WHEN OTHER
                    COMPUTE TA-ATRN-KEY =
                       ATRN-FIRST-NUM * 100000000 + ATRN-LAST-NUM
                    IF TA-ATRN-KEY < TA-LAST-ATRN-KEY THEN
                       MOVE "OUT OF SEQUENCE" TO TA-RESULT
                    ELSE
                       MOVE TA-ATRN-KEY TO TA-LAST-ATRN-KEY
                       MOVE "Y" TO TA-CARD-GOOD
                    END-IF
              END-EVALUATE
              IF TA-CARD-GOOD NOT = "Y" THEN
                 PERFORM 2900-PRINT-CARD THRU 2900-EXIT
              END-IF
           END-IF.
       9210-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    PRINT THE COUNTS AND CLOSE THE FILES.  A REJECTED CARD
      *    LEAVES RETURN CODE 4 SO THE MAIL ROOM IS TOLD.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           MOVE ALL "=" TO PRT-D-HEADING
           WRITE RPT-REC
           MOVE TA-CARD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-D-HEADING
           STRING "CARDS READ:              " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-ADD-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-D-HEADING
           STRING "ADDRESSES ADDED:         " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-CHANGE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-D-HEADING
           STRING "ADDRESSES CHANGED:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-DELETE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-D-HEADING
           STRING "ADDRESSES DELETED:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-REJECT-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-D-HEADING
           STRING "CARDS REJECTED:          " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-ON-FILE-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-D-HEADING
           STRING "ADDRESSES ON FILE:       " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE TA-RETURNED-COUNT TO TA-COUNT-Z
           MOVE SPACES TO PRT-D-HEADING
           STRING "  FLAGGED RETURNED MAIL: " TA-COUNT-Z
              DELIMITED BY SIZE INTO PRT-D-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-D-HEADING
           WRITE RPT-REC
           IF ADDR-STATUS = "00" OR ADDR-STATUS = "10" THEN
              CLOSE ADDR-OLD
           END-IF
           IF ATRN-STATUS = "00" OR ATRN-STATUS = "10" THEN
              CLOSE ADDR-TRAN
           END-IF
           CLOSE ADDR-NEW
           CLOSE ADDR-RPT
           IF TA-REJECT-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ADDRMNT: CARDS=" TA-CARD-COUNT
              " ADDED=" TA-ADD-COUNT
              " CHANGED=" TA-CHANGE-COUNT
              " DELETED=" TA-DELETE-COUNT
              " REJECTED=" TA-REJECT-COUNT.
       3000-EXIT.
           EXIT.
