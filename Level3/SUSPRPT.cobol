      *                REASON CODES: DA=DUPLICATE ADD, NF=ACCOUNT NOT
      *                ON FILE, AE=ADD FOR EXISTING ACCOUNT,
      *                UA=UNKNOWN ACTION CODE.
      *    10/15/2026  NEW REASON CODE NS=WITHDRAWAL RETURNED FOR
      *                NON-SUFFICIENT FUNDS (IT WOULD HAVE TAKEN THE
      *                ACCOUNT PAST ITS OVERDRAFT LIMIT).  THE CODE
      *                PRINTS AND AGES LIKE ANY OTHER.
      *    10/15/2026  NEW REASON CODES FOR A FAILED "X" TRANSFER -
      *                XN=FROM- OR TO-ACCOUNT NOT ON FILE OR CLOSED
      *                OUT, XS=TRANSFER WOULD HAVE TAKEN THE
      *                FROM-ACCOUNT PAST ITS OVERDRAFT LIMIT.  A
      *                TRANSFER PRINTS ITS TO-ACCOUNT IN PLACE OF THE
      *                NAME, SINCE THAT IS WHERE THE CARD CARRIES IT.
      *    10/15/2026  NEW REASON CODE DC=HELD ITEM DECLINED BY A
      *                SUPERVISOR ON THE TRANAPPR APPROVAL RUN.  THE
      *                CODE PRINTS AND AGES LIKE ANY OTHER.
      *    10/15/2026  NEW REASON CODES FOR A FAILED "R" REVERSAL -
      *                RN=NO SUCH POSTING ON THE HISTORY JOURNAL,
      *                RR=POSTING ALREADY REVERSED.  A REVERSAL
      *                AGAINST AN ACCOUNT NOT ON FILE IS NF AS USUAL.
      *                A REVERSAL PRINTS THE POSTING IT NAMED (ACTION,
      *                RUN DATE AND TIME) IN PLACE OF THE NAME.
      *    -----------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
              10 SUSP-ACTION-CODE      PIC X(01).
              10 SUSP-FIRST-NAME       PIC X(11).
              10 SUSP-LAST-NAME        PIC X(22).
              10 SUSP-XFER-DATA REDEFINES SUSP-LAST-NAME.
                 15 SUSP-XFER-TO-FIRST-NUM PIC 9(8).
                 15 SUSP-XFER-TO-LAST-NUM PIC 9(8).
                 15 FILLER             PIC X(6).
              10 SUSP-REV-DATA REDEFINES SUSP-LAST-NAME.
                 15 SUSP-REV-ACTION    PIC X(1).
                 15 SUSP-REV-DATE      PIC 9(8).
                 15 SUSP-REV-TIME      PIC 9(6).
                 15 FILLER             PIC X(7).
              10 SUSP-FIRST-NUM        PIC 9(8).
              10 FILLER                PIC X(3).
              10 SUSP-LAST-NUM         PIC 9(8).
                 ADD 1 TO TA-AGE-BUCKET-3
           END-EVALUATE
           MOVE SPACES TO TA-CUR-NAME
           EVALUATE TRUE
              WHEN SUSP-ACTION-CODE = "X"
                 STRING "TO " SUSP-XFER-TO-FIRST-NUM "-"
                    SUSP-XFER-TO-LAST-NUM
                    DELIMITED BY SIZE INTO TA-CUR-NAME
                 END-STRING
              WHEN SUSP-ACTION-CODE = "R"
                 STRING "OF " SUSP-REV-ACTION " " SUSP-REV-DATE " "
                    SUSP-REV-TIME
                    DELIMITED BY SIZE INTO TA-CUR-NAME
                 END-STRING
              WHEN OTHER
                 STRING SUSP-FIRST-NAME DELIMITED BY SPACE
                    " "
                    SUSP-LAST-NAME DELIMITED BY SIZE
                    INTO TA-CUR-NAME
                 END-STRING
           END-EVALUATE
           IF SUSP-BALANCE IS NUMERIC THEN
              MOVE SUSP-BALANCE TO TA-AMT-ED
           ELSE
