       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RETAIN.
       AUTHOR.        DATA PROCESSING DEPT.
      *
      *    DATE-WRITTEN.  10/15/2026.
      *    DATE-COMPILED. 10/15/2026.
      *
      *    MODIFICATION HISTORY:
      *    -----------------------------------------------------------
      *    10/15/2026  INITIAL VERSION.  RETENTION, ARCHIVE AND PURGE
      *                FOR THE CUMULATIVE CYCLE FILES.  THE HISTORY
      *                JOURNAL (HISTFILE), THE MASTER SNAPSHOT ARCHIVE
      *                (SNAPFILE), THE RUN REGISTRY (RUNREG), THE
      *                SUSPENSE LOG (SUSPFILE) AND TOPACCTS' AUDIT
      *                TRAIL (AUDFILE) ARE ALL APPEND-ONLY, AND EVERY
      *                PROGRAM THAT READS ONE STARTS AT THE TOP.  A
      *                RETPARM CARD GIVES EACH FILE ITS RETENTION IN
      *                DAYS; RECORDS DATED BEFORE THAT MANY DAYS AGO
      *                ARE COPIED TO A NEW ARCHIVE GENERATION
      *                (HISTARC, SNAPARC, REGARC, SUSPARC, AUDARC)
      *                AND EVERYTHING ELSE TO A TRIMMED CURRENT FILE
      *                (HISTKEEP, SNAPKEEP, REGKEEP, SUSPKEEP,
      *                AUDKEEP), TO BE PROMOTED OVER THE ORIGINAL
      *                AFTER THE RUN.  THE DATE USED IS THE RECORD'S
      *                OWN RUN OR REJECT DATE; A RECORD WITH NO
      *                READABLE DATE IS KEPT.  SNAPSHOTS ARE MOVED A
      *                WHOLE SECTION AT A TIME, AND THE LAST SECTION
      *                DATED BEFORE THE CUTOFF STAYS CURRENT - IT IS
      *                THE BOOK IN EFFECT ON THE CUTOFF DATE, SO
      *                MSTRASOF CAN STILL ANSWER EVERY DATE INSIDE THE
      *                RETENTION PERIOD.  A FILE WITH NO CARD IS
      *                COPIED TO ITS CURRENT FILE IN FULL.  THE
      *                CONTROL REPORT (RETRPT) PROVES, FOR EVERY FILE,
      *                THAT RECORDS KEPT PLUS RECORDS ARCHIVED EQUALS
      *                RECORDS READ; ANY FILE THAT DOES NOT PROVE ENDS
      *                THE RUN WITH RC 8 AND NOTHING MAY BE PROMOTED.
      *                THE HISTFILE PERIOD MUST COVER CTRMON'S
      *                LOOKBACK.  RUN BETWEEN CYCLES ONLY - EVERY ONE
      *                OF THESE FILES IS APPENDED TO DURING A CYCLE.
      *    10/15/2026  EACH ARCHIVE IS NOW ONE CHRONOLOGICAL FILE.  A
      *                NEW GENERATION HELD ONLY THAT RUN'S PURGES, SO
      *                CUSTHIST AND MSTRASOF, WHICH READ ONE
      *                GENERATION, LOST EVERYTHING PURGED EARLIER.
      *                THE PRIOR GENERATION (HISTAOLD, SNAPAOLD,
      *                REGAOLD, SUSPAOLD, AUDAOLD) IS NOW COPIED TO
      *                THE HEAD OF THE NEW ONE AHEAD OF THIS RUN'S
      *                ARCHIVED RECORDS.  A SECOND BLOCK ON RETRPT
      *                PROVES, FOR EVERY ARCHIVE, THAT RECORDS CARRIED
      *                PLUS RECORDS ARCHIVED EQUALS RECORDS WRITTEN,
      *                AND FLAGS AN ARCHIVE WITH NO PRIOR GENERATION -
      *                RIGHT ONLY ON THE FIRST RUN.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RETPARM
              FILE STATUS IS PARM-STATUS.
           SELECT HIST-IN ASSIGN TO HISTFILE
              FILE STATUS IS HIST-STATUS.
           SELECT HIST-KEEP ASSIGN TO HISTKEEP.
           SELECT HIST-ARC ASSIGN TO HISTARC.
           SELECT HIST-OLD ASSIGN TO HISTAOLD
              FILE STATUS IS HISTO-STATUS.
           SELECT SNAP-IN ASSIGN TO SNAPFILE
              FILE STATUS IS SNAP-STATUS.
           SELECT SNAP-KEEP ASSIGN TO SNAPKEEP.
           SELECT SNAP-ARC ASSIGN TO SNAPARC.
           SELECT SNAP-OLD ASSIGN TO SNAPAOLD
              FILE STATUS IS SNAPO-STATUS.
           SELECT REG-IN ASSIGN TO RUNREG
              FILE STATUS IS REG-STATUS.
           SELECT REG-KEEP ASSIGN TO REGKEEP.
           SELECT REG-ARC ASSIGN TO REGARC.
           SELECT REG-OLD ASSIGN TO REGAOLD
              FILE STATUS IS REGO-STATUS.
           SELECT SUSP-IN ASSIGN TO SUSPFILE
              FILE STATUS IS SUSP-STATUS.
           SELECT SUSP-KEEP ASSIGN TO SUSPKEEP.
           SELECT SUSP-ARC ASSIGN TO SUSPARC.
           SELECT SUSP-OLD ASSIGN TO SUSPAOLD
              FILE STATUS IS SUSPO-STATUS.
           SELECT AUD-IN ASSIGN TO AUDFILE
              FILE STATUS IS AUD-STATUS.
           SELECT AUD-KEEP ASSIGN TO AUDKEEP.
           SELECT AUD-ARC ASSIGN TO AUDARC.
           SELECT AUD-OLD ASSIGN TO AUDAOLD
              FILE STATUS IS AUDO-STATUS.
           SELECT RET-RPT ASSIGN TO RETRPT.
       DATA DIVISION.
      *
       FILE SECTION.
       FD PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
           05 PARM-FILE-NAME           PIC X(8).
           05 FILLER                   PIC X(1).
           05 PARM-DAYS                PIC 9(5).
           05 FILLER                   PIC X(66).
       FD HIST-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
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
       FD HIST-KEEP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HISTK-REC                    PIC X(80).
       FD HIST-ARC RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HISTA-REC                    PIC X(80).
       FD HIST-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 HISTO-REC                    PIC X(80).
       FD SNAP-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 SNAP-HDR.
           05 SNAP-HDR-ID              PIC X(11).
           05 SNAP-HDR-DATE            PIC 9(8).
           05 SNAP-HDR-TIME            PIC 9(6).
           05 FILLER                   PIC X(75).
       01 SNAP-DET                     PIC X(100).
       FD SNAP-KEEP RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 SNAPK-REC                    PIC X(100).
       FD SNAP-ARC RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 SNAPA-REC                    PIC X(100).
       FD SNAP-OLD RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 SNAPO-REC                    PIC X(100).
       FD REG-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
           05 REG-RUN-DATE             PIC 9(8).
           05 REG-RUN-TIME             PIC 9(6).
           05 REG-PROGRAM              PIC X(8).
           05 REG-EVENT                PIC X(1).
           05 FILLER                   PIC X(57).
       FD REG-KEEP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REGK-REC                     PIC X(80).
       FD REG-ARC RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REGA-REC                     PIC X(80).
       FD REG-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REGO-REC                     PIC X(80).
       FD SUSP-IN RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.
       01 SUSP-REC.
           05 SUSP-TRAN-IMAGE          PIC X(80).
           05 SUSP-REASON-CODE         PIC X(2).
           05 SUSP-REJECT-DATE         PIC 9(8).
       FD SUSP-KEEP RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.
       01 SUSPK-REC                    PIC X(90).
       FD SUSP-ARC RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.
       01 SUSPA-REC                    PIC X(90).
       FD SUSP-OLD RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.
       01 SUSPO-REC                    PIC X(90).
       FD AUD-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 AUD-REC.
           05 AUD-RUN-DATE             PIC 9(8).
           05 AUD-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X(66).
       FD AUD-KEEP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 AUDK-REC                     PIC X(80).
       FD AUD-ARC RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 AUDA-REC                     PIC X(80).
       FD AUD-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 AUDO-REC                     PIC X(80).
       FD RET-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RPT-REC.
           05 PRT-R-HEADING            PIC X(80) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 PARM-STATUS                  PIC X(02).
       01 HIST-STATUS                  PIC X(02).
       01 SNAP-STATUS                  PIC X(02).
       01 REG-STATUS                   PIC X(02).
       01 SUSP-STATUS                  PIC X(02).
       01 AUD-STATUS                   PIC X(02).
       01 HISTO-STATUS                 PIC X(02).
       01 SNAPO-STATUS                 PIC X(02).
       01 REGO-STATUS                  PIC X(02).
       01 SUSPO-STATUS                 PIC X(02).
       01 AUDO-STATUS                  PIC X(02).
       01 PARM-EOF                     PIC X VALUE "N".
       01 HIST-EOF                     PIC X VALUE "N".
       01 SNAP-EOF                     PIC X VALUE "N".
       01 REG-EOF                      PIC X VALUE "N".
       01 SUSP-EOF                     PIC X VALUE "N".
       01 AUD-EOF                      PIC X VALUE "N".
       01 OLD-EOF                      PIC X VALUE "N".
       01 TA-TODAY                     PIC 9(8).
       01 TA-FX                        PIC 9(2).
       01 TA-HIT-IDX                   PIC 9(2).
       01 TA-SNAP-HDR-SEQ              PIC 9(9) VALUE 0.
       01 TA-SNAP-LAST-OLD             PIC 9(9) VALUE 0.
       01 TA-BAD-COUNT                 PIC 9(2) VALUE 0.
       01 FILE-TABLE.
           05 FILE-ENTRY OCCURS 5 TIMES.
               10 FT-NAME              PIC X(8).
               10 FT-DAYS              PIC 9(5).
               10 FT-HAS-CARD          PIC X.
               10 FT-FOUND             PIC X.
               10 FT-CUTOFF            PIC 9(8).
               10 FT-READ              PIC 9(9).
               10 FT-KEPT              PIC 9(9).
               10 FT-ARCHIVED          PIC 9(9).
               10 FT-ARC-NAME          PIC X(8).
               10 FT-OLD-FOUND         PIC X.
               10 FT-CARRIED           PIC 9(9).
               10 FT-ARC-WRITTEN       PIC 9(9).
       01 TA-DAYS-Z                    PIC ZZZZ9.
       01 TA-CUTOFF-X                  PIC X(8).
       01 TA-READ-Z                    PIC ZZZ,ZZZ,ZZ9.
       01 TA-KEPT-Z                    PIC ZZZ,ZZZ,ZZ9.
       01 TA-ARCH-Z                    PIC ZZZ,ZZZ,ZZ9.
       01 TA-CARRY-Z                   PIC ZZZ,ZZZ,ZZ9.
       01 TA-WRIT-Z                    PIC ZZZ,ZZZ,ZZ9.
       01 TA-RESULT                    PIC X(14).
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
           PERFORM 2100-TRIM-HIST THRU 2100-EXIT
           PERFORM 2200-TRIM-SNAP THRU 2200-EXIT
           PERFORM 2300-TRIM-REG THRU 2300-EXIT
           PERFORM 2400-TRIM-SUSP THRU 2400-EXIT
           PERFORM 2500-TRIM-AUD THRU 2500-EXIT
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.
      *
      *    -----------------------------------------------------------
      *    SET UP THE FILE TABLE, LOAD THE RETENTION CARDS, AND
      *    WORK OUT EACH CARDED FILE'S CUTOFF DATE - RECORDS DATED
      *    BEFORE IT ARE ARCHIVED.  RETPARM IS REQUIRED; A RUN WITH
      *    NO CARDS WOULD ONLY COPY EVERY FILE.
      *    -----------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE TA-TODAY =
              CURRENT-YEAR * 10000 + CURRENT-MONTH * 100 +
              CURRENT-DAY
           MOVE "HISTFILE" TO FT-NAME(1)
           MOVE "SNAPFILE" TO FT-NAME(2)
           MOVE "RUNREG" TO FT-NAME(3)
           MOVE "SUSPFILE" TO FT-NAME(4)
           MOVE "AUDFILE" TO FT-NAME(5)
           MOVE "HISTARC" TO FT-ARC-NAME(1)
           MOVE "SNAPARC" TO FT-ARC-NAME(2)
           MOVE "REGARC" TO FT-ARC-NAME(3)
           MOVE "SUSPARC" TO FT-ARC-NAME(4)
           MOVE "AUDARC" TO FT-ARC-NAME(5)
           MOVE 1 TO TA-FX
           PERFORM 1200-CLEAR-ENTRY THRU 1200-EXIT
              UNTIL TA-FX > 5
           OPEN INPUT PARM-FILE
           IF PARM-STATUS NOT = "00" THEN
              DISPLAY "RETAIN: RETPARM NOT FOUND - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-LOAD-PARM THRU 1100-EXIT
              UNTIL PARM-EOF = "Y"
           CLOSE PARM-FILE
           OPEN OUTPUT RET-RPT
           MOVE SPACES TO PRT-R-HEADING
           MOVE "CYCLE FILE RETENTION CONTROL REPORT" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "RUN ON " CURRENT-MONTH "." CURRENT-DAY "."
              CURRENT-YEAR
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "FILE      DAYS  CUTOFF          READ        KEPT"
              "    ARCHIVED  RESULT"
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC.
       1000-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE RETENTION CARD.  AN UNKNOWN FILE NAME, A DUPLICATE
      *    CARD, OR A PERIOD THAT IS NOT A POSITIVE NUMBER OF DAYS
      *    ABORTS THE RUN - A BAD CARD COULD PURGE A WHOLE FILE.
      *    -----------------------------------------------------------
       1100-LOAD-PARM.
           READ PARM-FILE
              AT END MOVE "Y" TO PARM-EOF
           END-READ
           IF PARM-EOF NOT = "Y" THEN
              MOVE 0 TO TA-HIT-IDX
              MOVE 1 TO TA-FX
              PERFORM 1150-FIND-FILE THRU 1150-EXIT
                 UNTIL TA-HIT-IDX > 0 OR TA-FX > 5
              EVALUATE TRUE
                 WHEN TA-HIT-IDX = 0
                    DISPLAY "RETAIN: UNKNOWN FILE ON RETPARM - "
                       PARM-FILE-NAME " - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 WHEN FT-HAS-CARD(TA-HIT-IDX) = "Y"
                    DISPLAY "RETAIN: SECOND RETPARM CARD FOR "
                       PARM-FILE-NAME " - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 WHEN PARM-DAYS IS NOT NUMERIC
                    DISPLAY "RETAIN: RETENTION DAYS NOT NUMERIC FOR "
                       PARM-FILE-NAME " - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 WHEN PARM-DAYS = 0
                    DISPLAY "RETAIN: ZERO RETENTION DAYS FOR "
                       PARM-FILE-NAME " - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 WHEN OTHER
                    MOVE "Y" TO FT-HAS-CARD(TA-HIT-IDX)
                    MOVE PARM-DAYS TO FT-DAYS(TA-HIT-IDX)
                    COMPUTE FT-CUTOFF(TA-HIT-IDX) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TA-TODAY) -
                       PARM-DAYS)
              END-EVALUATE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE STEP OF THE FILE-TABLE SEARCH.
      *    -----------------------------------------------------------
       1150-FIND-FILE.
           IF FT-NAME(TA-FX) = PARM-FILE-NAME THEN
              MOVE TA-FX TO TA-HIT-IDX
           END-IF
           ADD 1 TO TA-FX.
       1150-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    RESET ONE FILE-TABLE ENTRY - NO CARD YET, NOTHING READ.
      *    -----------------------------------------------------------
       1200-CLEAR-ENTRY.
           MOVE 0 TO FT-DAYS(TA-FX)
           MOVE "N" TO FT-HAS-CARD(TA-FX)
           MOVE "N" TO FT-FOUND(TA-FX)
           MOVE 0 TO FT-CUTOFF(TA-FX)
           MOVE 0 TO FT-READ(TA-FX)
           MOVE 0 TO FT-KEPT(TA-FX)
           MOVE 0 TO FT-ARCHIVED(TA-FX)
           MOVE "N" TO FT-OLD-FOUND(TA-FX)
           MOVE 0 TO FT-CARRIED(TA-FX)
           MOVE 0 TO FT-ARC-WRITTEN(TA-FX)
           ADD 1 TO TA-FX.
       1200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SPLIT THE HISTORY JOURNAL ON HIST-RUN-DATE.  THE OUTPUTS
      *    ARE ALWAYS CREATED, EVEN EMPTY, SO THE PROMOTION STEP
      *    NEVER FINDS ONE MISSING.
      *    -----------------------------------------------------------
       2100-TRIM-HIST.
           OPEN OUTPUT HIST-KEEP
           OPEN OUTPUT HIST-ARC
           PERFORM 2120-HIST-CARRY THRU 2120-EXIT
           OPEN INPUT HIST-IN
           IF HIST-STATUS NOT = "00" THEN
              MOVE "Y" TO HIST-EOF
           ELSE
              MOVE "Y" TO FT-FOUND(1)
              PERFORM 9100-READ-HIST THRU 9100-EXIT
           END-IF
           PERFORM 2110-HIST-ONE THRU 2110-EXIT
              UNTIL HIST-EOF = "Y"
           IF HIST-STATUS = "00" OR HIST-STATUS = "10" THEN
              CLOSE HIST-IN
           END-IF
           CLOSE HIST-KEEP
           CLOSE HIST-ARC.
       2100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE JOURNAL RECORD - ARCHIVE IT IF IT IS DATED BEFORE THE
      *    CUTOFF, OTHERWISE KEEP IT.
      *    -----------------------------------------------------------
       2110-HIST-ONE.
           IF FT-HAS-CARD(1) = "Y" AND
              HIST-RUN-DATE IS NUMERIC AND
              HIST-RUN-DATE < FT-CUTOFF(1) THEN
              WRITE HISTA-REC FROM HIST-REC
              ADD 1 TO FT-ARCHIVED(1)
              ADD 1 TO FT-ARC-WRITTEN(1)
           ELSE
              WRITE HISTK-REC FROM HIST-REC
              ADD 1 TO FT-KEPT(1)
           END-IF
           PERFORM 9100-READ-HIST THRU 9100-EXIT.
       2110-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    COPY THE PRIOR HISTARC GENERATION (HISTAOLD) TO THE HEAD OF
      *    THE NEW ONE, SO THIS RUN'S ARCHIVED RECORDS FOLLOW IT AND
      *    THE ARCHIVE STAYS ONE FILE IN DATE ORDER.  NONE THERE IS
      *    ONLY RIGHT ON THE FIRST RUN - RETRPT SAYS SO.
      *    -----------------------------------------------------------
       2120-HIST-CARRY.
           OPEN INPUT HIST-OLD
           IF HISTO-STATUS = "00" THEN
              MOVE "Y" TO FT-OLD-FOUND(1)
              MOVE "N" TO OLD-EOF
              READ HIST-OLD
                 AT END MOVE "Y" TO OLD-EOF
              END-READ
              PERFORM 2130-HIST-CARRY-ONE THRU 2130-EXIT
                 UNTIL OLD-EOF = "Y"
              CLOSE HIST-OLD
           END-IF.
       2120-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PRIOR-GENERATION RECORD.
      *    -----------------------------------------------------------
       2130-HIST-CARRY-ONE.
           WRITE HISTA-REC FROM HISTO-REC
           ADD 1 TO FT-CARRIED(1)
           ADD 1 TO FT-ARC-WRITTEN(1)
           READ HIST-OLD
              AT END MOVE "Y" TO OLD-EOF
           END-READ.
       2130-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SPLIT THE SNAPSHOT ARCHIVE A WHOLE SECTION AT A TIME.
      *    PASS ONE NUMBERS THE SECTION HEADERS AND NOTES THE LAST
      *    ONE DATED BEFORE THE CUTOFF; PASS TWO ARCHIVES EVERY
      *    SECTION AHEAD OF THAT ONE AND KEEPS THE REST.  ANYTHING
      *    AHEAD OF THE FIRST HEADER IS KEPT.
      *    -----------------------------------------------------------
       2200-TRIM-SNAP.
           OPEN OUTPUT SNAP-KEEP
           OPEN OUTPUT SNAP-ARC
           PERFORM 2230-SNAP-CARRY THRU 2230-EXIT
           OPEN INPUT SNAP-IN
           IF SNAP-STATUS NOT = "00" THEN
              MOVE "Y" TO SNAP-EOF
           ELSE
              MOVE "Y" TO FT-FOUND(2)
              IF FT-HAS-CARD(2) = "Y" THEN
                 READ SNAP-IN
                    AT END MOVE "Y" TO SNAP-EOF
                 END-READ
                 PERFORM 2210-SNAP-SCAN THRU 2210-EXIT
                    UNTIL SNAP-EOF = "Y"
                 CLOSE SNAP-IN
                 OPEN INPUT SNAP-IN
                 MOVE "N" TO SNAP-EOF
                 MOVE 0 TO TA-SNAP-HDR-SEQ
              END-IF
              PERFORM 9200-READ-SNAP THRU 9200-EXIT
           END-IF
           PERFORM 2220-SNAP-ONE THRU 2220-EXIT
              UNTIL SNAP-EOF = "Y"
           IF SNAP-STATUS = "00" OR SNAP-STATUS = "10" THEN
              CLOSE SNAP-IN
           END-IF
           CLOSE SNAP-KEEP
           CLOSE SNAP-ARC.
       2200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    PASS ONE - ONE SNAPSHOT RECORD.  ONLY HEADERS COUNT.
      *    -----------------------------------------------------------
       2210-SNAP-SCAN.
           IF SNAP-HDR-ID = "*SNAPSHOT*" THEN
              ADD 1 TO TA-SNAP-HDR-SEQ
              IF SNAP-HDR-DATE IS NUMERIC AND
                 SNAP-HDR-DATE < FT-CUTOFF(2) THEN
                 MOVE TA-SNAP-HDR-SEQ TO TA-SNAP-LAST-OLD
              END-IF
           END-IF
           READ SNAP-IN
              AT END MOVE "Y" TO SNAP-EOF
           END-READ.
       2210-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    PASS TWO - ONE SNAPSHOT RECORD, ARCHIVED WHEN ITS SECTION
      *    COMES BEFORE THE LAST ONE DATED AHEAD OF THE CUTOFF.
      *    -----------------------------------------------------------
       2220-SNAP-ONE.
           IF SNAP-HDR-ID = "*SNAPSHOT*" THEN
              ADD 1 TO TA-SNAP-HDR-SEQ
           END-IF
           IF TA-SNAP-HDR-SEQ > 0 AND
              TA-SNAP-HDR-SEQ < TA-SNAP-LAST-OLD THEN
              WRITE SNAPA-REC FROM SNAP-DET
              ADD 1 TO FT-ARCHIVED(2)
              ADD 1 TO FT-ARC-WRITTEN(2)
           ELSE
              WRITE SNAPK-REC FROM SNAP-DET
              ADD 1 TO FT-KEPT(2)
           END-IF
           PERFORM 9200-READ-SNAP THRU 9200-EXIT.
       2220-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    COPY THE PRIOR SNAPARC GENERATION (SNAPAOLD) TO THE HEAD OF
      *    THE NEW ONE, SO THIS RUN'S ARCHIVED RECORDS FOLLOW IT AND
      *    THE ARCHIVE STAYS ONE FILE IN DATE ORDER.  NONE THERE IS
      *    ONLY RIGHT ON THE FIRST RUN - RETRPT SAYS SO.
      *    -----------------------------------------------------------
       2230-SNAP-CARRY.
           OPEN INPUT SNAP-OLD
           IF SNAPO-STATUS = "00" THEN
              MOVE "Y" TO FT-OLD-FOUND(2)
              MOVE "N" TO OLD-EOF
              READ SNAP-OLD
                 AT END MOVE "Y" TO OLD-EOF
              END-READ
              PERFORM 2240-SNAP-CARRY-ONE THRU 2240-EXIT
                 UNTIL OLD-EOF = "Y"
              CLOSE SNAP-OLD
           END-IF.
       2230-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PRIOR-GENERATION RECORD.
      *    -----------------------------------------------------------
       2240-SNAP-CARRY-ONE.
           WRITE SNAPA-REC FROM SNAPO-REC
           ADD 1 TO FT-CARRIED(2)
           ADD 1 TO FT-ARC-WRITTEN(2)
           READ SNAP-OLD
              AT END MOVE "Y" TO OLD-EOF
           END-READ.
       2240-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SPLIT THE RUN REGISTRY ON REG-RUN-DATE.  EVERY PROGRAM
      *    ONLY LOOKS AT TODAY'S CYCLE, SO OLDER RECORDS ARE HISTORY.
      *    -----------------------------------------------------------
       2300-TRIM-REG.
           OPEN OUTPUT REG-KEEP
           OPEN OUTPUT REG-ARC
           PERFORM 2320-REG-CARRY THRU 2320-EXIT
           OPEN INPUT REG-IN
           IF REG-STATUS NOT = "00" THEN
              MOVE "Y" TO REG-EOF
           ELSE
              MOVE "Y" TO FT-FOUND(3)
              PERFORM 9300-READ-REG THRU 9300-EXIT
           END-IF
           PERFORM 2310-REG-ONE THRU 2310-EXIT
              UNTIL REG-EOF = "Y"
           IF REG-STATUS = "00" OR REG-STATUS = "10" THEN
              CLOSE REG-IN
           END-IF
           CLOSE REG-KEEP
           CLOSE REG-ARC.
       2300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE REGISTRY RECORD.
      *    -----------------------------------------------------------
       2310-REG-ONE.
           IF FT-HAS-CARD(3) = "Y" AND
              REG-RUN-DATE IS NUMERIC AND
              REG-RUN-DATE < FT-CUTOFF(3) THEN
              WRITE REGA-REC FROM REG-REC
              ADD 1 TO FT-ARCHIVED(3)
              ADD 1 TO FT-ARC-WRITTEN(3)
           ELSE
              WRITE REGK-REC FROM REG-REC
              ADD 1 TO FT-KEPT(3)
           END-IF
           PERFORM 9300-READ-REG THRU 9300-EXIT.
       2310-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    COPY THE PRIOR REGARC GENERATION (REGAOLD) TO THE HEAD OF
      *    THE NEW ONE, SO THIS RUN'S ARCHIVED RECORDS FOLLOW IT AND
      *    THE ARCHIVE STAYS ONE FILE IN DATE ORDER.  NONE THERE IS
      *    ONLY RIGHT ON THE FIRST RUN - RETRPT SAYS SO.
      *    -----------------------------------------------------------
       2320-REG-CARRY.
           OPEN INPUT REG-OLD
           IF REGO-STATUS = "00" THEN
              MOVE "Y" TO FT-OLD-FOUND(3)
              MOVE "N" TO OLD-EOF
              READ REG-OLD
                 AT END MOVE "Y" TO OLD-EOF
              END-READ
              PERFORM 2330-REG-CARRY-ONE THRU 2330-EXIT
                 UNTIL OLD-EOF = "Y"
              CLOSE REG-OLD
           END-IF.
       2320-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PRIOR-GENERATION RECORD.
      *    -----------------------------------------------------------
       2330-REG-CARRY-ONE.
           WRITE REGA-REC FROM REGO-REC
           ADD 1 TO FT-CARRIED(3)
           ADD 1 TO FT-ARC-WRITTEN(3)
           READ REG-OLD
              AT END MOVE "Y" TO OLD-EOF
           END-READ.
       2330-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SPLIT THE SUSPENSE LOG ON SUSP-REJECT-DATE.  CORRECTED
      *    ITEMS RE-ENTER THROUGH SUSPIN, NOT THIS FILE, SO NOTHING
      *    WAITING TO BE RECYCLED IS LOST.
      *    -----------------------------------------------------------
       2400-TRIM-SUSP.
           OPEN OUTPUT SUSP-KEEP
           OPEN OUTPUT SUSP-ARC
           PERFORM 2420-SUSP-CARRY THRU 2420-EXIT
           OPEN INPUT SUSP-IN
           IF SUSP-STATUS NOT = "00" THEN
              MOVE "Y" TO SUSP-EOF
           ELSE
              MOVE "Y" TO FT-FOUND(4)
              PERFORM 9400-READ-SUSP THRU 9400-EXIT
           END-IF
           PERFORM 2410-SUSP-ONE THRU 2410-EXIT
              UNTIL SUSP-EOF = "Y"
           IF SUSP-STATUS = "00" OR SUSP-STATUS = "10" THEN
              CLOSE SUSP-IN
           END-IF
           CLOSE SUSP-KEEP
           CLOSE SUSP-ARC.
       2400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE SUSPENSE RECORD.
      *    -----------------------------------------------------------
       2410-SUSP-ONE.
           IF FT-HAS-CARD(4) = "Y" AND
              SUSP-REJECT-DATE IS NUMERIC AND
              SUSP-REJECT-DATE < FT-CUTOFF(4) THEN
              WRITE SUSPA-REC FROM SUSP-REC
              ADD 1 TO FT-ARCHIVED(4)
              ADD 1 TO FT-ARC-WRITTEN(4)
           ELSE
              WRITE SUSPK-REC FROM SUSP-REC
              ADD 1 TO FT-KEPT(4)
           END-IF
           PERFORM 9400-READ-SUSP THRU 9400-EXIT.
       2410-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    COPY THE PRIOR SUSPARC GENERATION (SUSPAOLD) TO THE HEAD OF
      *    THE NEW ONE, SO THIS RUN'S ARCHIVED RECORDS FOLLOW IT AND
      *    THE ARCHIVE STAYS ONE FILE IN DATE ORDER.  NONE THERE IS
      *    ONLY RIGHT ON THE FIRST RUN - RETRPT SAYS SO.
      *    -----------------------------------------------------------
       2420-SUSP-CARRY.
           OPEN INPUT SUSP-OLD
           IF SUSPO-STATUS = "00" THEN
              MOVE "Y" TO FT-OLD-FOUND(4)
              MOVE "N" TO OLD-EOF
              READ SUSP-OLD
                 AT END MOVE "Y" TO OLD-EOF
              END-READ
              PERFORM 2430-SUSP-CARRY-ONE THRU 2430-EXIT
                 UNTIL OLD-EOF = "Y"
              CLOSE SUSP-OLD
           END-IF.
       2420-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PRIOR-GENERATION RECORD.
      *    -----------------------------------------------------------
       2430-SUSP-CARRY-ONE.
           WRITE SUSPA-REC FROM SUSPO-REC
           ADD 1 TO FT-CARRIED(4)
           ADD 1 TO FT-ARC-WRITTEN(4)
           READ SUSP-OLD
              AT END MOVE "Y" TO OLD-EOF
           END-READ.
       2430-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    SPLIT TOPACCTS' AUDIT TRAIL ON AUD-RUN-DATE.
      *    -----------------------------------------------------------
       2500-TRIM-AUD.
           OPEN OUTPUT AUD-KEEP
           OPEN OUTPUT AUD-ARC
           PERFORM 2520-AUD-CARRY THRU 2520-EXIT
           OPEN INPUT AUD-IN
           IF AUD-STATUS NOT = "00" THEN
              MOVE "Y" TO AUD-EOF
           ELSE
              MOVE "Y" TO FT-FOUND(5)
              PERFORM 9500-READ-AUD THRU 9500-EXIT
           END-IF
           PERFORM 2510-AUD-ONE THRU 2510-EXIT
              UNTIL AUD-EOF = "Y"
           IF AUD-STATUS = "00" OR AUD-STATUS = "10" THEN
              CLOSE AUD-IN
           END-IF
           CLOSE AUD-KEEP
           CLOSE AUD-ARC.
       2500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE AUDIT RECORD.
      *    -----------------------------------------------------------
       2510-AUD-ONE.
           IF FT-HAS-CARD(5) = "Y" AND
              AUD-RUN-DATE IS NUMERIC AND
              AUD-RUN-DATE < FT-CUTOFF(5) THEN
              WRITE AUDA-REC FROM AUD-REC
              ADD 1 TO FT-ARCHIVED(5)
              ADD 1 TO FT-ARC-WRITTEN(5)
           ELSE
              WRITE AUDK-REC FROM AUD-REC
              ADD 1 TO FT-KEPT(5)
           END-IF
           PERFORM 9500-READ-AUD THRU 9500-EXIT.
       2510-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    COPY THE PRIOR AUDARC GENERATION (AUDAOLD) TO THE HEAD OF
      *    THE NEW ONE, SO THIS RUN'S ARCHIVED RECORDS FOLLOW IT AND
      *    THE ARCHIVE STAYS ONE FILE IN DATE ORDER.  NONE THERE IS
      *    ONLY RIGHT ON THE FIRST RUN - RETRPT SAYS SO.
      *    -----------------------------------------------------------
       2520-AUD-CARRY.
           OPEN INPUT AUD-OLD
           IF AUDO-STATUS = "00" THEN
              MOVE "Y" TO FT-OLD-FOUND(5)
              MOVE "N" TO OLD-EOF
              READ AUD-OLD
                 AT END MOVE "Y" TO OLD-EOF
              END-READ
              PERFORM 2530-AUD-CARRY-ONE THRU 2530-EXIT
                 UNTIL OLD-EOF = "Y"
              CLOSE AUD-OLD
           END-IF.
       2520-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE PRIOR-GENERATION RECORD.
      *    -----------------------------------------------------------
       2530-AUD-CARRY-ONE.
           WRITE AUDA-REC FROM AUDO-REC
           ADD 1 TO FT-CARRIED(5)
           ADD 1 TO FT-ARC-WRITTEN(5)
           READ AUD-OLD
              AT END MOVE "Y" TO OLD-EOF
           END-READ.
       2530-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE CONTROL-REPORT LINE.  RECORDS ARE COUNTED AS READ
      *    AND AGAIN AS WRITTEN TO ONE SIDE OR THE OTHER; THE FILE
      *    PROVES WHEN KEPT PLUS ARCHIVED EQUALS READ.
      *    -----------------------------------------------------------
       2900-REPORT-ONE.
           MOVE FT-DAYS(TA-FX) TO TA-DAYS-Z
           IF FT-HAS-CARD(TA-FX) = "Y" THEN
              MOVE FT-CUTOFF(TA-FX) TO TA-CUTOFF-X
           ELSE
              MOVE "KEEP ALL" TO TA-CUTOFF-X
           END-IF
           MOVE FT-READ(TA-FX) TO TA-READ-Z
           MOVE FT-KEPT(TA-FX) TO TA-KEPT-Z
           MOVE FT-ARCHIVED(TA-FX) TO TA-ARCH-Z
           EVALUATE TRUE
              WHEN FT-KEPT(TA-FX) + FT-ARCHIVED(TA-FX) NOT =
                   FT-READ(TA-FX)
                 MOVE "OUT OF BALANCE" TO TA-RESULT
                 ADD 1 TO TA-BAD-COUNT
              WHEN FT-FOUND(TA-FX) NOT = "Y"
                 MOVE "NOT FOUND" TO TA-RESULT
              WHEN OTHER
                 MOVE "PROVED" TO TA-RESULT
           END-EVALUATE
           MOVE SPACES TO PRT-R-HEADING
           STRING FT-NAME(TA-FX) " " TA-DAYS-Z "  " TA-CUTOFF-X " "
              TA-READ-Z " " TA-KEPT-Z " " TA-ARCH-Z "  " TA-RESULT
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           ADD 1 TO TA-FX.
       2900-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    ONE ARCHIVE-REPORT LINE.  THE NEW GENERATION PROVES WHEN
      *    RECORDS CARRIED FROM THE PRIOR ONE PLUS RECORDS ARCHIVED
      *    THIS RUN EQUALS RECORDS WRITTEN TO IT.
      *    -----------------------------------------------------------
       2950-REPORT-ARC.
           MOVE FT-CARRIED(TA-FX) TO TA-CARRY-Z
           MOVE FT-ARCHIVED(TA-FX) TO TA-ARCH-Z
           MOVE FT-ARC-WRITTEN(TA-FX) TO TA-WRIT-Z
           EVALUATE TRUE
              WHEN FT-CARRIED(TA-FX) + FT-ARCHIVED(TA-FX) NOT =
                   FT-ARC-WRITTEN(TA-FX)
                 MOVE "OUT OF BALANCE" TO TA-RESULT
                 ADD 1 TO TA-BAD-COUNT
              WHEN FT-OLD-FOUND(TA-FX) NOT = "Y"
                 MOVE "NO PRIOR GEN" TO TA-RESULT
              WHEN OTHER
                 MOVE "PROVED" TO TA-RESULT
           END-EVALUATE
           MOVE SPACES TO PRT-R-HEADING
           STRING FT-ARC-NAME(TA-FX) "               "
              TA-CARRY-Z " " TA-ARCH-Z " " TA-WRIT-Z "  " TA-RESULT
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           ADD 1 TO TA-FX.
       2950-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT HISTORY JOURNAL RECORD.
      *    -----------------------------------------------------------
       9100-READ-HIST.
           READ HIST-IN
              AT END MOVE "Y" TO HIST-EOF
           END-READ
           IF HIST-EOF NOT = "Y" THEN
              ADD 1 TO FT-READ(1)
           END-IF.
       9100-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT SNAPSHOT RECORD (PASS TWO).
      *    -----------------------------------------------------------
       9200-READ-SNAP.
           READ SNAP-IN
              AT END MOVE "Y" TO SNAP-EOF
           END-READ
           IF SNAP-EOF NOT = "Y" THEN
              ADD 1 TO FT-READ(2)
           END-IF.
       9200-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT REGISTRY RECORD.
      *    -----------------------------------------------------------
       9300-READ-REG.
           READ REG-IN
              AT END MOVE "Y" TO REG-EOF
           END-READ
           IF REG-EOF NOT = "Y" THEN
              ADD 1 TO FT-READ(3)
           END-IF.
       9300-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT SUSPENSE RECORD.
      *    -----------------------------------------------------------
       9400-READ-SUSP.
           READ SUSP-IN
              AT END MOVE "Y" TO SUSP-EOF
           END-READ
           IF SUSP-EOF NOT = "Y" THEN
              ADD 1 TO FT-READ(4)
           END-IF.
       9400-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    READ THE NEXT AUDIT RECORD.
      *    -----------------------------------------------------------
       9500-READ-AUD.
           READ AUD-IN
              AT END MOVE "Y" TO AUD-EOF
           END-READ
           IF AUD-EOF NOT = "Y" THEN
              ADD 1 TO FT-READ(5)
           END-IF.
       9500-EXIT.
           EXIT.
      *
      *    -----------------------------------------------------------
      *    PRINT THE CONTROL LINE FOR EVERY FILE AND THE VERDICT.
      *    ANY FILE OUT OF BALANCE MEANS RC 8 - DO NOT PROMOTE.
      *    -----------------------------------------------------------
       3000-TERMINATE.
           MOVE 1 TO TA-FX
           PERFORM 2900-REPORT-ONE THRU 2900-EXIT
              UNTIL TA-FX > 5
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           STRING "ARCHIVE                    CARRIED    ARCHIVED"
              "     WRITTEN  RESULT"
              DELIMITED BY SIZE INTO PRT-R-HEADING
           END-STRING
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE 1 TO TA-FX
           PERFORM 2950-REPORT-ARC THRU 2950-EXIT
              UNTIL TA-FX > 5
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           MOVE SPACES TO PRT-R-HEADING
           IF TA-BAD-COUNT > 0 THEN
              MOVE "*** FILES OUT OF BALANCE - DO NOT PROMOTE ***"
                 TO PRT-R-HEADING
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "ALL FILES AND ARCHIVES PROVED" TO PRT-R-HEADING
           END-IF
           WRITE RPT-REC
           MOVE ALL "=" TO PRT-R-HEADING
           WRITE RPT-REC
           CLOSE RET-RPT
           DISPLAY "RETAIN: HISTFILE KEPT=" FT-KEPT(1)
              " ARCHIVED=" FT-ARCHIVED(1)
              " SNAPFILE KEPT=" FT-KEPT(2)
              " ARCHIVED=" FT-ARCHIVED(2)
              " FILES OUT OF BALANCE=" TA-BAD-COUNT.
       3000-EXIT.
           EXIT.
