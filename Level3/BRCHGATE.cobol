      *                IMAGES INTACT, AND THE RUN ENDS WITH RETURN
      *                CODE 4.  A BATCH REGISTER OF THE TRANSMISSION
      *                GOES TO GATERPT.
      *    10/15/2026  THE "L" OVERDRAFT-LIMIT ACTION IS ACCEPTED ON
      *                A DETAIL RECORD - ITS AMOUNT IS THE NEW LIMIT
      *                AND COUNTS IN THE HASH TOTAL LIKE ANY OTHER.
      *    10/15/2026  THE "X" TRANSFER ACTION IS ACCEPTED ON A DETAIL
      *                RECORD.  THE FROM-ACCOUNT GOES IN THE USUAL KEY
      *                FIELDS AND THE TO-ACCOUNT KEY PAIR IN TWO MORE
      *                FIELDS AFTER THE STATUS CODE; BOTH MUST BE
      *                NUMERIC OR THE DETAIL IS BAD.  THE TO-ACCOUNT
      *                IS CARRIED IN THE TRANSACTION'S LAST-NAME AREA,
      *                WHERE CUSTMAIN LOOKS FOR IT.
      *    10/15/2026  A DETAIL RECORD MAY CARRY THE KEYER'S USER ID
      *                AS A TWELFTH FIELD (AFTER THE TWO TRANSFER
      *                FIELDS, WHICH ARE LEFT EMPTY ON OTHER ACTIONS).
      *                IT IS PASSED THROUGH IN TRAN-KEYER-ID SO THE
      *                APPROVAL QUEUE CAN REFUSE A RELEASE SIGNED BY
      *                THE SAME PERSON WHO KEYED THE ITEM.
      *    10/15/2026  A KEYER ID OF "INTPOST" OR "ESCHEAT" IS A BAD
      *                DETAIL FIELD.  THOSE STAMPS MARK THE BANK'S OWN
      *                COMPUTED ITEMS, WHICH NEVER COME THROUGH THE
      *                GATE, AND WOULD LET A BRANCH ITEM PASS DUAL
      *                CONTROL AND THE NSF TEST UNCHECKED.  A DETAIL
      *                WITH NO KEYER ID STILL PASSES THE GATE, BUT
      *                TRANEDIT REJECTS IT IF IT WOULD BE HELD FOR
      *                APPROVAL.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           05 TRAN-ACTION-CODE         PIC X(01).
           05 TRAN-FIRST-NAME          PIC X(11).
           05 TRAN-LAST-NAME           PIC X(22).
           05 TRAN-XFER-DATA REDEFINES TRAN-LAST-NAME.
              10 TRAN-XFER-TO-FIRST-NUM PIC 9(8).
              10 TRAN-XFER-TO-LAST-NUM PIC 9(8).
              10 FILLER                PIC X(6).
           05 TRAN-FIRST-NUM           PIC 9(8).
           05 FILLER                   PIC X(3).
           05 TRAN-LAST-NUM            PIC 9(8).
           05 TRAN-KEYER-ID            PIC X(8).
           05 FILLER                   PIC X(1).
           05 TRAN-BALANCE             PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05 TRAN-BRANCH-CODE         PIC X(3).
           05 TA-TOK-AMT               PIC X(14).
           05 TA-TOK-BRANCH            PIC X(3).
           05 TA-TOK-STATUS            PIC X(1).
           05 TA-TOK-TO-FNUM           PIC X(8).
           05 TA-TOK-TO-LNUM           PIC X(8).
           05 TA-TOK-KEYER             PIC X(8).
       01 TA-TOK-COUNT                 PIC X(9).
       01 TA-BATCH-OPEN                PIC X VALUE "N".
       01 TA-BATCH-ID                  PIC X(8).
           UNSTRING GATE-REC DELIMITED BY "|"
              INTO TA-TOK-TYPE, TA-TOK-ACTION, TA-TOK-FNAME,
                 TA-TOK-LNAME, TA-TOK-FNUM, TA-TOK-LNUM,
                 TA-TOK-AMT, TA-TOK-BRANCH, TA-TOK-STATUS,
                 TA-TOK-TO-FNUM, TA-TOK-TO-LNUM, TA-TOK-KEYER
           END-UNSTRING
           PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
           IF TA-AMT-OK NOT = "Y" OR
              TA-TOK-FNUM IS NOT NUMERIC OR
              TA-TOK-LNUM IS NOT NUMERIC OR
              TA-TOK-KEYER = "INTPOST" OR
              TA-TOK-KEYER = "ESCHEAT" OR
              (TA-TOK-ACTION = "X" AND
               (TA-TOK-TO-FNUM IS NOT NUMERIC OR
                TA-TOK-TO-LNUM IS NOT NUMERIC)) OR
              (TA-TOK-ACTION NOT = "A" AND
               TA-TOK-ACTION NOT = "C" AND
               TA-TOK-ACTION NOT = "D" AND
               TA-TOK-ACTION NOT = "P" AND
               TA-TOK-ACTION NOT = "W" AND
               TA-TOK-ACTION NOT = "S" AND
               TA-TOK-ACTION NOT = "L" AND
               TA-TOK-ACTION NOT = "X") THEN
              MOVE "Y" TO TA-BATCH-BAD
              MOVE "BAD DETAIL FIELD" TO TA-BATCH-REASON
              PERFORM 2250-STAGE-BAD THRU 2250-EXIT
              MOVE TA-AMT-VALUE TO TRAN-BALANCE
              MOVE TA-TOK-BRANCH TO TRAN-BRANCH-CODE
              MOVE TA-TOK-STATUS TO TRAN-STATUS-CODE
              MOVE TA-TOK-KEYER TO TRAN-KEYER-ID
              IF TA-TOK-ACTION = "X" THEN
                 MOVE FUNCTION NUMVAL(TA-TOK-TO-FNUM)
                    TO TRAN-XFER-TO-FIRST-NUM
                 MOVE FUNCTION NUMVAL(TA-TOK-TO-LNUM)
                    TO TRAN-XFER-TO-LAST-NUM
              END-IF
              IF TA-BATCH-STAGED < TA-STAGE-MAX THEN
                 ADD 1 TO TA-BATCH-STAGED
                 MOVE GATE-REC TO ST-RAW-IMAGE(TA-BATCH-STAGED)
