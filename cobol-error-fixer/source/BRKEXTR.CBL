      *                   AUDIT REFUSAL WRITES ITS END RECORD WITH  *
      *                   RETURN CODE 08 SO THE TAX JOBS SEE THE    *
      *                   NIGHT AS NOT SUCCESSFULLY EXTRACTED.      *
      *  10/15/2026  DN   BRACKET MAINTENANCE IS NOW MAKER-CHECKER.  *
      *                   EVERY BRKFILE RECORD STILL AWAITING A     *
      *                   SECOND USER'S APPROVAL IN BRKAPPR IS       *
      *                   LISTED ON BRKAUDIT WITH ITS MAKER, AND ANY *
      *                   EFFECTIVE DATE CARRYING ONE IS HELD: THAT  *
      *                   GENERATION IS NOT PUBLISHED FROM BRKFILE.  *
      *                   THE VERSION OF IT PUBLISHED ON THE PRIOR   *
      *                   RATE-FILE (IF ANY) IS CARRIED FORWARD      *
      *                   UNCHANGED, SO ONE UNAPPROVED BRACKET DOES  *
      *                   NOT HOLD UP EVERY OTHER GENERATION OR THE  *
      *                   NIGHT'S TAX JOBS.  A HELD GENERATION IS    *
      *                   NORMAL WORKFLOW, NOT AN AUDIT FAILURE - THE *
      *                   RUN STILL ENDS WITH RETURN CODE 0.         *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS BRKTAB-KEY
               FILE STATUS IS WS-BRACKET-FILE-STATUS.

           SELECT OPTIONAL RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

               10  WS-BRK-RATE          PIC 9(01)V999.
       01  WS-BRK-SUB                   PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      *    HELD GENERATIONS.  ONE ENTRY PER EFFECTIVE DATE WITH AN *
      *    UNAPPROVED CHANGE ON BRKFILE, COUNTING HOW MANY OF ITS  *
      *    BRACKETS WERE ON THE PRIOR RATE-FILE.                   *
      *----------------------------------------------------------*
       01  WS-PENDING-CHANGES           PIC 9(05) VALUE ZERO.
       01  WS-HELD-MAX                  PIC 9(03) VALUE 050.
       01  WS-HELD-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-HELD-IDX.
               10  WS-HELD-EFF-DATE     PIC 9(08).
               10  WS-HELD-PRIOR-COUNT  PIC 9(03).
       01  WS-HELD-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-HELD-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-HELD-FOUND                       VALUE 'Y'.
       01  WS-CHECK-EFF-DATE            PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      *    THE PRIOR RATE-FILE'S BRACKETS FOR THE HELD DATES, AND  *
      *    THE TABLE ACTUALLY PUBLISHED - BRKFILE'S APPROVED        *
      *    GENERATIONS MERGED WITH THOSE, IN KEY SEQUENCE.          *
      *----------------------------------------------------------*
       01  WS-PRIOR-RATE-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-PRIOR-RATE-EOF                   VALUE 'Y'.
       01  WS-PRIOR-MAX                 PIC 9(03) VALUE 200.
       01  WS-PRIOR-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PRIOR-IDX.
               10  WS-PRV-EFF-DATE    PIC 9(08).
               10  WS-PRV-FILING-STATUS PIC X(01).
               10  WS-PRV-NO          PIC 9(02).
               10  WS-PRV-LOW-AMT     PIC 9(07)V99.
               10  WS-PRV-HIGH-AMT    PIC 9(07)V99.
               10  WS-PRV-RATE        PIC 9(01)V999.
       01  WS-PRIOR-SUB                 PIC 9(03) VALUE ZERO.
       01  WS-MERGE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-MERGE-TABLE.
           05  WS-MERGE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MERGE-IDX.
               10  WS-MERGE-EFF-DATE    PIC 9(08).
               10  WS-MERGE-FILING-STATUS PIC X(01).
               10  WS-MERGE-NO          PIC 9(02).
               10  WS-MERGE-LOW-AMT     PIC 9(07)V99.
               10  WS-MERGE-HIGH-AMT    PIC 9(07)V99.
               10  WS-MERGE-RATE        PIC 9(01)V999.

      *----------------------------------------------------------*
      *    AUDIT WORK AREAS.  THE TOP BRACKET OF EACH GENERATION   *
      *    MUST CARRY THE ALL-NINES HIGH AMOUNT SO NO INCOME CAN   *
           05  FILLER                   PIC X(80) VALUE
               "AUDIT FAILED - PRIOR RATE-FILE LEFT IN PLACE".

       01  WS-AUDIT-HELD-LINE.
           05  FILLER                   PIC X(80) VALUE
               "APPROVED GENERATIONS PUBLISHED - HELD DATES UNCHANGED".

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HELD-COUNT > ZERO
               PERFORM 2500-HOLD-PENDING-GENERATIONS
           END-IF
           PERFORM 3000-AUDIT-BRACKETS
           IF WS-AUDIT-ERRORS > ZERO
               MOVE WS-AUDIT-REFUSED-LINE TO AUDIT-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HELD-COUNT > ZERO
               MOVE WS-AUDIT-HELD-LINE TO AUDIT-REPORT-RECORD
           ELSE
               MOVE WS-AUDIT-CLEAN-LINE TO AUDIT-REPORT-RECORD
           END-IF
           PERFORM 8000-WRITE-AUDIT-RECORD
           PERFORM 4000-PUBLISH-RATE-FILE
           PERFORM 9000-TERMINATE
           DISPLAY "BRKEXTR: BUSINESS DATE " WS-BUSINESS-DATE
           DISPLAY "BRKEXTR: " WS-BRACKETS-EXTRACTED
               " BRACKETS EXTRACTED TO RATE-FILE"
           IF WS-HELD-COUNT > ZERO
               DISPLAY "BRKEXTR: " WS-PENDING-CHANGES
                   " UNAPPROVED CHANGES HELD " WS-HELD-COUNT
                   " EFFECTIVE DATES - SEE BRKAUDIT"
           END-IF
           STOP RUN.

      *----------------------------------------------------------*
                       TO WS-BRK-HIGH-AMT (WS-BRACKET-COUNT)
                   MOVE BRKTAB-RATE
                       TO WS-BRK-RATE (WS-BRACKET-COUNT)
                   IF BRKTAB-CHANGE-PENDING
                       PERFORM 2100-NOTE-PENDING-CHANGE
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2100-NOTE-PENDING-CHANGE - THE RECORD JUST LOADED HAS A  *
      *    CHANGE NO SECOND USER HAS APPROVED YET.  LIST IT WITH    *
      *    ITS MAKER AND HOLD ITS EFFECTIVE DATE.  ITS LIVE VALUES  *
      *    STAY IN THE TABLE UNTIL THE HELD DATES ARE DROPPED.      *
      *----------------------------------------------------------*
       2100-NOTE-PENDING-CHANGE.
           ADD 1 TO WS-PENDING-CHANGES
           MOVE BRKTAB-EFFECTIVE-DATE TO AL-EFF-DATE
           MOVE BRKTAB-FILING-STATUS TO AL-FILING-STATUS
           MOVE BRKTAB-BRACKET-NO TO AL-BRACKET-NO
           MOVE SPACES TO AL-MESSAGE
           EVALUATE TRUE
               WHEN BRKTAB-PENDING-ADD
                   STRING "UNAPPROVED ADD KEYED BY " BRKTAB-MAKER-ID
                       DELIMITED BY SIZE INTO AL-MESSAGE
               WHEN BRKTAB-PENDING-CHANGE
                   STRING "UNAPPROVED CHANGE KEYED BY " BRKTAB-MAKER-ID
                       DELIMITED BY SIZE INTO AL-MESSAGE
               WHEN OTHER
                   STRING "UNAPPROVED DELETE KEYED BY " BRKTAB-MAKER-ID
                       DELIMITED BY SIZE INTO AL-MESSAGE
           END-EVALUATE
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 8000-WRITE-AUDIT-RECORD

           MOVE BRKTAB-EFFECTIVE-DATE TO WS-CHECK-EFF-DATE
           PERFORM 2150-FIND-HELD-DATE
           IF NOT WS-HELD-FOUND
               ADD 1 TO WS-HELD-COUNT
               IF WS-HELD-COUNT > WS-HELD-MAX
                   DISPLAY "BRKEXTR: MORE THAN " WS-HELD-MAX
                       " EFFECTIVE DATES WITH UNAPPROVED CHANGES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BRKTAB-EFFECTIVE-DATE
                   TO WS-HELD-EFF-DATE (WS-HELD-COUNT)
               MOVE ZERO TO WS-HELD-PRIOR-COUNT (WS-HELD-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    2150-FIND-HELD-DATE - IS WS-CHECK-EFF-DATE A HELD        *
      *    EFFECTIVE DATE?  LEAVES WS-HELD-SUB ON THE ENTRY WHEN    *
      *    IT IS.                                                   *
      *----------------------------------------------------------*
       2150-FIND-HELD-DATE.
           MOVE 'N' TO WS-HELD-FOUND-SW
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   OR WS-HELD-FOUND
               IF WS-HELD-EFF-DATE (WS-HELD-SUB) = WS-CHECK-EFF-DATE
                   MOVE 'Y' TO WS-HELD-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-HELD-FOUND
               SUBTRACT 1 FROM WS-HELD-SUB
           END-IF.

      *----------------------------------------------------------*
      *    2500-HOLD-PENDING-GENERATIONS - REPLACE EVERY HELD       *
      *    EFFECTIVE DATE IN THE LOADED TABLE WITH THE VERSION THE  *
      *    PRIOR RATE-FILE PUBLISHED, THEN SAY ON BRKAUDIT WHAT     *
      *    HAPPENED TO EACH HELD DATE.  THE AUDIT THAT FOLLOWS      *
      *    RUNS ON WHAT WILL ACTUALLY BE PUBLISHED.                 *
      *----------------------------------------------------------*
       2500-HOLD-PENDING-GENERATIONS.
           PERFORM 2600-LOAD-PRIOR-RATE-FILE
           PERFORM 2700-MERGE-PUBLISH-TABLE
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
               PERFORM 2800-REPORT-HELD-GENERATION
           END-PERFORM.

      *----------------------------------------------------------*
      *    2600-LOAD-PRIOR-RATE-FILE - KEEP THE BRACKETS LAST       *
      *    NIGHT'S RATE-FILE CARRIED FOR THE HELD DATES.  A MISSING *
      *    RATE-FILE (FIRST RUN) SIMPLY CONTRIBUTES NOTHING.        *
      *----------------------------------------------------------*
       2600-LOAD-PRIOR-RATE-FILE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '05'
               MOVE 'Y' TO WS-PRIOR-RATE-EOF-SW
           ELSE
               IF WS-RATE-FILE-STATUS NOT = '00'
                   DISPLAY "BRKEXTR: UNABLE TO OPEN PRIOR RATE-FILE, "
                       "STATUS = " WS-RATE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 2650-READ-PRIOR-RATE
               UNTIL WS-PRIOR-RATE-EOF
           CLOSE RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "BRKEXTR: ERROR CLOSING PRIOR RATE-FILE, "
                   "STATUS = " WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2650-READ-PRIOR-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-PRIOR-RATE-EOF-SW
               NOT AT END
                   IF WS-RATE-FILE-STATUS NOT = '00'
                       DISPLAY "BRKEXTR: READ ERROR ON PRIOR "
                           "RATE-FILE, STATUS = " WS-RATE-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RFR-EFFECTIVE-DATE TO WS-CHECK-EFF-DATE
                   PERFORM 2150-FIND-HELD-DATE
                   IF WS-HELD-FOUND
                       ADD 1 TO WS-HELD-PRIOR-COUNT (WS-HELD-SUB)
                       ADD 1 TO WS-PRIOR-COUNT
                       IF WS-PRIOR-COUNT > WS-PRIOR-MAX
                           DISPLAY "BRKEXTR: PRIOR RATE-FILE HAS MORE "
                               "THAN " WS-PRIOR-MAX " HELD BRACKETS"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE RATE-FILE-RECORD
                           TO WS-PRIOR-ENTRY (WS-PRIOR-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    2700-MERGE-PUBLISH-TABLE - MERGE, BY EFFECTIVE DATE, THE *
      *    LOADED BRKFILE ENTRIES WHOSE DATE IS NOT HELD WITH THE   *
      *    PRIOR RATE-FILE ENTRIES FOR THE HELD DATES.  THE TWO     *
      *    NEVER SHARE A DATE, AND EACH IS ALREADY IN KEY SEQUENCE, *
      *    SO THE RESULT IS TOO.  IT BECOMES THE LOADED TABLE.      *
      *----------------------------------------------------------*
       2700-MERGE-PUBLISH-TABLE.
           MOVE 1 TO WS-BRK-SUB
           MOVE 1 TO WS-PRIOR-SUB
           MOVE ZERO TO WS-MERGE-COUNT
           PERFORM 2750-MERGE-ONE-ENTRY
               UNTIL WS-BRK-SUB > WS-BRACKET-COUNT
               AND WS-PRIOR-SUB > WS-PRIOR-COUNT
           MOVE WS-MERGE-TABLE TO WS-BRACKET-TABLE
           MOVE WS-MERGE-COUNT TO WS-BRACKET-COUNT.

       2750-MERGE-ONE-ENTRY.
           IF WS-PRIOR-SUB > WS-PRIOR-COUNT
               PERFORM 2760-TAKE-BRKFILE-ENTRY
           ELSE
               IF WS-BRK-SUB > WS-BRACKET-COUNT
                   PERFORM 2770-TAKE-PRIOR-ENTRY
               ELSE
                   IF WS-BRK-EFF-DATE (WS-BRK-SUB) <
                           WS-PRV-EFF-DATE (WS-PRIOR-SUB)
                       PERFORM 2760-TAKE-BRKFILE-ENTRY
                   ELSE
                       PERFORM 2770-TAKE-PRIOR-ENTRY
                   END-IF
               END-IF
           END-IF.

       2760-TAKE-BRKFILE-ENTRY.
           MOVE WS-BRK-EFF-DATE (WS-BRK-SUB) TO WS-CHECK-EFF-DATE
           PERFORM 2150-FIND-HELD-DATE
           IF NOT WS-HELD-FOUND
               ADD 1 TO WS-MERGE-COUNT
               IF WS-MERGE-COUNT > WS-BRACKET-MAX
                   DISPLAY "BRKEXTR: MORE THAN " WS-BRACKET-MAX
                       " BRACKETS TO PUBLISH"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BRK-ENTRY (WS-BRK-SUB)
                   TO WS-MERGE-ENTRY (WS-MERGE-COUNT)
           END-IF
           ADD 1 TO WS-BRK-SUB.

       2770-TAKE-PRIOR-ENTRY.
           ADD 1 TO WS-MERGE-COUNT
           IF WS-MERGE-COUNT > WS-BRACKET-MAX
               DISPLAY "BRKEXTR: MORE THAN " WS-BRACKET-MAX
                   " BRACKETS TO PUBLISH"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRIOR-ENTRY (WS-PRIOR-SUB)
               TO WS-MERGE-ENTRY (WS-MERGE-COUNT)
           ADD 1 TO WS-PRIOR-SUB.

      *----------------------------------------------------------*
      *    2800-REPORT-HELD-GENERATION - ONE BRKAUDIT LINE PER      *
      *    HELD EFFECTIVE DATE SAYING WHETHER A PRIOR VERSION WAS   *
      *    KEPT OR THE DATE IS NOT PUBLISHED AT ALL.                *
      *----------------------------------------------------------*
       2800-REPORT-HELD-GENERATION.
           MOVE WS-HELD-EFF-DATE (WS-HELD-SUB) TO AL-EFF-DATE
           MOVE SPACE TO AL-FILING-STATUS
           MOVE ZERO TO AL-BRACKET-NO
           IF WS-HELD-PRIOR-COUNT (WS-HELD-SUB) > ZERO
               MOVE "HELD FOR APPROVAL - PRIOR VERSION KEPT"
                   TO AL-MESSAGE
           ELSE
               MOVE "HELD FOR APPROVAL - NOT PUBLISHED"
                   TO AL-MESSAGE
           END-IF
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 8000-WRITE-AUDIT-RECORD.

      *----------------------------------------------------------*
      *    3000-AUDIT-BRACKETS - WALK THE LOADED TABLE IN KEY       *
      *    SEQUENCE, AUDITING EACH EFFECTIVE-DATE/FILING-STATUS     *
