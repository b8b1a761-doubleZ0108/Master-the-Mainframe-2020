      *                HEADERS CARRYING THE BEST DATE AND PASS TWO
      *                SKIPS TO THE LAST ONE, SO THE SECTION PRINTED
      *                IS ALWAYS THE SNAPSHOT ACTUALLY IN EFFECT.
      *    10/15/2026  RETAIN NOW MOVES OLD SNAPSHOT SECTIONS OUT OF
      *                SNAPFILE INTO AN ARCHIVE GENERATION (SNAPARC).
      *                AN "A" IN COLUMN 30 OF ASOFPARM READS SNAPARC
      *                FIRST AND THEN CARRIES ON INTO SNAPFILE, AS
      *                ONE STREAM, SO A DATE FROM BEFORE THE PURGE
      *                STILL FINDS THE SNAPSHOT IN EFFECT ON IT.
      *                BOTH FILES ARE NOW READ INTO A WORKING-STORAGE
      *                COPY OF THE SNAPSHOT RECORD.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
              FILE STATUS IS PARM-STATUS.
           SELECT SNAP-FILE ASSIGN TO SNAPFILE
              FILE STATUS IS SNAP-STATUS.
           SELECT SNAP-ARC ASSIGN TO SNAPARC
              FILE STATUS IS SNAPA-STATUS.
           SELECT ASOF-RPT ASSIGN TO ASOFRPT.
       DATA DIVISION.
      *
           05 PARM-FIRST-NUM           PIC X(8).
           05 FILLER                   PIC X(3).
           05 PARM-LAST-NUM            PIC X(8).
           05 FILLER                   PIC X(1).
           05 PARM-SOURCE              PIC X(1).
           05 FILLER                   PIC X(50).
       FD SNAP-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 SNAP-IN-REC                  PIC X(100).
       FD SNAP-ARC RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 SNAPA-IN-REC                 PIC X(100).
       FD ASOF-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-A-HEADING            PIC X(80) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 SNAP-HDR.
           05 SNAP-HDR-ID              PIC X(11).
           05 SNAP-HDR-DATE            PIC 9(8).
           05 SNAP-HDR-TIME            PIC 9(6).
           05 FILLER                   PIC X(75).
       01 SNAP-DET REDEFINES SNAP-HDR.
           05 SNAP-FIRST-NAME          PIC X(11).
           05 SNAP-LAST-NAME           PIC X(22).
           05 SNAP-FIRST-NUM           PIC 9(8).
           05 SNAP-STATUS-CODE         PIC X(1).
           05 SNAP-OPEN-DATE           PIC 9(8).
           05 SNAP-LAST-ACT-DATE       PIC 9(8).
       01 PARM-STATUS                  PIC X(02).
       01 SNAP-STATUS                  PIC X(02).
       01 SNAPA-STATUS                 PIC X(02).
       01 SNAP-EOF                     PIC X VALUE "N".
       01 TA-USE-ARCHIVE               PIC X VALUE "N".
       01 TA-CUR-OPEN                  PIC X VALUE "N".
       01 TA-ARC-OPEN                  PIC X VALUE "N".
       01 TA-ASOF-DATE                 PIC 9(8).
       01 TA-WHOLE-BOOK                PIC X VALUE "N".
       01 TA-REQ-FIRST-NUM             PIC 9(8).
              MOVE FUNCTION NUMVAL(PARM-LAST-NUM)
                 TO TA-REQ-LAST-NUM
           END-IF
           IF PARM-SOURCE = "A" THEN
              MOVE "Y" TO TA-USE-ARCHIVE
           END-IF
           CLOSE PARM-FILE
           PERFORM 1700-OPEN-SNAP THRU 1700-EXIT
           OPEN OUTPUT ASOF-RPT
           MOVE SPACES TO PRT-A-HEADING
           MOVE "AS-OF-DATE BALANCE REPORT" TO PRT-A-HEADING
              DELIMITED BY SIZE INTO PRT-A-HEADING
           END-STRING
           WRITE RPT-REC
           IF TA-USE-ARCHIVE = "Y" THEN
              MOVE SPACES TO PRT-A-HEADING
              MOVE "SOURCE: SNAPARC ARCHIVE GENERATION, THEN SNAPFILE"
                 TO PRT-A-HEADING
              WRITE RPT-REC
           END-IF
           PERFORM 9300-READ-SNAP THRU 9300-EXIT.
       1000-EXIT.
           EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    OPEN THE SNAPSHOT STREAM AT ITS START - THE ARCHIVE
      *    GENERATION WHEN ONE WAS ASKED FOR (9300 CARRIES ON INTO
      *    SNAPFILE AT ITS END), OTHERWISE SNAPFILE ITSELF.  WITH
      *    THE ARCHIVE, SNAPFILE MAY BE MISSING; WITHOUT IT, IT MAY
      *    NOT.
      *    -----------------------------------------------------------
       1700-OPEN-SNAP.
           MOVE "N" TO SNAP-EOF
           IF TA-USE-ARCHIVE = "Y" THEN
              OPEN INPUT SNAP-ARC
              IF SNAPA-STATUS NOT = "00" THEN
                 DISPLAY "MSTRASOF: SNAPARC NOT FOUND - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "Y" TO TA-ARC-OPEN
           ELSE
              OPEN INPUT SNAP-FILE
              IF SNAP-STATUS NOT = "00" THEN
                 DISPLAY "MSTRASOF: SNAPFILE NOT FOUND - NO "
                    "SNAPSHOTS HAVE BEEN ARCHIVED - RUN ABORTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "Y" TO TA-CUR-OPEN
           END-IF.
       1700-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    CLOSE WHICHEVER SNAPSHOT FILES ARE STILL OPEN.
      *    -----------------------------------------------------------
       1750-CLOSE-SNAP.
           IF TA-ARC-OPEN = "Y" THEN
              CLOSE SNAP-ARC
              MOVE "N" TO TA-ARC-OPEN
           END-IF
           IF TA-CUR-OPEN = "Y" THEN
              CLOSE SNAP-FILE
              MOVE "N" TO TA-CUR-OPEN
           END-IF.
       1750-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    BETWEEN THE PASSES - ABORT WHEN NO SNAPSHOT QUALIFIES,
      *    OTHERWISE REWIND THE ARCHIVE AND ANNOUNCE THE SNAPSHOT
      *    THAT WILL BE PRINTED.
              MOVE "NO SNAPSHOT ON OR BEFORE THE REQUESTED DATE"
                 TO PRT-A-HEADING
              WRITE RPT-REC
              PERFORM 1750-CLOSE-SNAP THRU 1750-EXIT
              CLOSE ASOF-RPT
              DISPLAY "MSTRASOF: NO SNAPSHOT ON OR BEFORE "
                 TA-ASOF-DATE
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-A-HEADING
           WRITE RPT-REC
           PERFORM 1750-CLOSE-SNAP THRU 1750-EXIT
           PERFORM 1700-OPEN-SNAP THRU 1700-EXIT
           MOVE "N" TO TA-IN-TARGET
           MOVE 0 TO TA-SEEN-SEQ
           PERFORM 9300-READ-SNAP THRU 9300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT ARCHIVE RECORD.  AT THE END OF THE SNAPARC
      *    GENERATION THE STREAM CARRIES ON INTO SNAPFILE; A MISSING
      *    SNAPFILE THEN SIMPLY ENDS IT.
      *    -----------------------------------------------------------
       9300-READ-SNAP.
           IF TA-ARC-OPEN = "Y" THEN
              READ SNAP-ARC INTO SNAP-HDR
                 AT END MOVE "Y" TO SNAP-EOF
              END-READ
              IF SNAP-EOF = "Y" THEN
                 CLOSE SNAP-ARC
                 MOVE "N" TO TA-ARC-OPEN
                 OPEN INPUT SNAP-FILE
                 IF SNAP-STATUS = "00" THEN
                    MOVE "Y" TO TA-CUR-OPEN
                    MOVE "N" TO SNAP-EOF
                 END-IF
              END-IF
           END-IF
           IF TA-CUR-OPEN = "Y" AND SNAP-EOF NOT = "Y" THEN
              READ SNAP-FILE INTO SNAP-HDR
                 AT END MOVE "Y" TO SNAP-EOF
              END-READ
           END-IF.
       9300-EXIT.
           EXIT.
      *
           END-IF
           MOVE ALL "=" TO PRT-A-HEADING
           WRITE RPT-REC
           PERFORM 1750-CLOSE-SNAP THRU 1750-EXIT
           CLOSE ASOF-RPT
           DISPLAY "MSTRASOF: SNAPSHOT " TA-BEST-DATE
              " LINES=" TA-PRINT-COUNT.
