      *                   TERMINATION.  DISCREPANCIES LIST PER     *
      *                   EMPLOYEE ON YTDAUDRP AND THE JOB ENDS    *
      *                   WITH RETURN CODE 8.                      *
      *  10/15/2026  DN   TAXCALC NOW POSTS AN EMPLOYEE ONLY ON     *
      *                   THEIR PAY DATES, SO RUNS-POSTED COUNTS    *
      *                   PAY PERIODS.  THE CHECK NOW COMPARES IT   *
      *                   AGAINST THE NUMBER OF CLEAN TAXCALC       *
      *                   BUSINESS DATES IN THE AUDIT YEAR THAT     *
      *                   WERE PAY DATES FOR THE PAY FREQUENCY THE  *
      *                   EMPLOYEE HAD ON THAT DATE (PER THE SHARED *
      *                   PAYFREQ SUBPROGRAM), INSTEAD OF EVERY     *
      *                   CLEAN RUN.  THE FREQUENCY IN FORCE ON     *
      *                   EACH DATE IS TAKEN FROM THE CURRENT       *
      *                   MASTER, WORKED BACK THROUGH THE EMPMAINT  *
      *                   'P' CHANGES LOGGED ON EMPCHGLG FOR THE    *
      *                   AUDIT YEAR.  AN EMPLOYEE NO LONGER ON     *
      *                   EMPFILE, OR WHOSE CHANGES CANNOT BE       *
      *                   FOLLOWED, IS HELD TO THE CLEAN-RUN COUNT, *
      *                   AND THE REPORT LINE SAYS WHEN THE         *
      *                   FREQUENCY CHANGED.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "EMPCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       FD  CHANGE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EMPCHG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
       01  WS-AUDIT-REPORT-STATUS      PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-CHANGE-LOG-STATUS        PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-YEAR               PIC X(04) VALUE SPACES.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
           88  WS-LEDGER-EOF                      VALUE 'Y'.
       01  WS-EMP-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND                       VALUE 'Y'.
       01  WS-CHANGE-LOG-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-CHANGE-LOG-EOF                  VALUE 'Y'.

      *----------------------------------------------------------*
      *    IN-MEMORY COPY OF THE EMPLOYEE MASTER'S ID AND STATUS,  *
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-TBL-ID        PIC 9(06).
               10  WS-EMP-TBL-STATUS    PIC X(01).
               10  WS-EMP-TBL-PAY-FREQ  PIC X(01).
               10  WS-EMP-TBL-ANCHOR    PIC X(08).
       01  WS-EMP-SUB                  PIC 9(05) VALUE ZERO.
       01  WS-EMP-MATCH-STATUS         PIC X(01) VALUE SPACE.
       01  WS-EMP-MATCH-PAY-FREQ       PIC X(01) VALUE SPACE.
       01  WS-EMP-MATCH-ANCHOR         PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      *    BUSINESS DATES OF THE AUDIT YEAR'S CLEAN TAXCALC RUNS,  *
      *    KEPT SO EACH EMPLOYEE'S POSSIBLE PAY PERIODS CAN BE     *
      *    COUNTED AGAINST THEIR OWN PAY FREQUENCY.  A DATE RUN    *
      *    CLEAN MORE THAN ONCE IS ONLY KEPT ONCE.                 *
      *----------------------------------------------------------*
       01  WS-RUN-DATE-MAX             PIC 9(03) VALUE 400.
       01  WS-RUN-DATE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-RUN-DATE-TABLE.
           05  WS-RUN-DATE-ENTRY OCCURS 400 TIMES
                                       PIC 9(08).
       01  WS-RUN-DATE-SUB             PIC 9(03) VALUE ZERO.
       01  WS-RUN-DATE-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-RUN-DATE-FOUND                  VALUE 'Y'.
       01  WS-EXPECTED-PERIODS         PIC 9(05) VALUE ZERO.
       01  WS-PAY-DAY-SW               PIC X(01) VALUE 'N'.
           88  WS-PAY-DAY                         VALUE 'Y'.
       01  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------*
      *    THE AUDIT YEAR'S PAY FREQUENCY CHANGES OFF EMPCHGLG,    *
      *    IN THE ORDER EMPMAINT LOGGED THEM, SO EACH RUN DATE     *
      *    CAN BE COUNTED UNDER THE FREQUENCY IN FORCE THAT DAY.   *
      *    THE EMPLOYEE'S OWN CHANGES ARE COPIED TO WS-EC-TABLE    *
      *    FOR THE COUNT.  WHEN THEY CANNOT BE FOLLOWED - MORE     *
      *    THAN WS-EC-MAX OF THEM, OR A SCHEDULE PAYFREQ DOES NOT  *
      *    KNOW - THE EMPLOYEE FALLS BACK TO THE CLEAN-RUN COUNT.  *
      *----------------------------------------------------------*
       01  WS-CHG-MAX                  PIC 9(04) VALUE 1000.
       01  WS-CHG-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 1000 TIMES.
               10  WS-CHG-EMP-ID        PIC 9(06).
               10  WS-CHG-DATE          PIC 9(08).
               10  WS-CHG-OLD-FREQ      PIC X(01).
               10  WS-CHG-OLD-ANCHOR    PIC X(08).
               10  WS-CHG-NEW-FREQ      PIC X(01).
               10  WS-CHG-NEW-ANCHOR    PIC X(08).
       01  WS-CHG-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-EC-MAX                   PIC 9(02) VALUE 50.
       01  WS-EC-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-EC-TABLE.
           05  WS-EC-ENTRY OCCURS 50 TIMES.
               10  WS-EC-EMP-ID         PIC 9(06).
               10  WS-EC-DATE           PIC 9(08).
               10  WS-EC-OLD-FREQ       PIC X(01).
               10  WS-EC-OLD-ANCHOR     PIC X(08).
               10  WS-EC-NEW-FREQ       PIC X(01).
               10  WS-EC-NEW-ANCHOR     PIC X(08).
       01  WS-EC-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-SCHED-FREQ               PIC X(01) VALUE SPACE.
       01  WS-SCHED-ANCHOR             PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-PAID-SW         PIC X(01) VALUE 'N'.
           88  WS-RUN-DATE-PAID                   VALUE 'Y'.
       01  WS-FREQ-UNKNOWN-SW          PIC X(01) VALUE 'N'.
           88  WS-FREQ-UNKNOWN                    VALUE 'Y'.

      *----------------------------------------------------------*
      *    SOURCE-SIDE CONTROL FIGURES                             *
      *----------------------------------------------------------*
      *    1000-INITIALIZE - BUSINESS DATE, THE SOURCE-SIDE         *
      *    CONTROL FIGURES OFF RUNHIST AND THE REMITTANCE LEDGER,   *
      *    THE EMPLOYEE TABLE, THE YEAR'S PAY FREQUENCY CHANGES,    *
      *    AND THE REPORT HEADING.                                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-CHANGE-LOG

           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = '00'

      *----------------------------------------------------------*
      *    1100-COUNT-CLEAN-RUNS - CLEAN TAXCALC END RECORDS ON     *
      *    RUNHIST FOR THE AUDIT YEAR, AND THE BUSINESS DATES THEY  *
      *    RAN FOR, WHICH 2300-COUNT-PAY-PERIODS CHECKS AGAINST     *
      *    THE PAY FREQUENCY EACH EMPLOYEE HAD ON THE DATE.         *
      *----------------------------------------------------------*
       1100-COUNT-CLEAN-RUNS.
           MOVE 'N' TO WS-RUNHIST-EOF-SW
                   AND RH-RETURN-CODE = ZERO
                   AND RH-BUSINESS-DATE (1:4) = WS-AUDIT-YEAR
                       ADD 1 TO WS-CLEAN-TAXCALC-RUNS
                       PERFORM 1160-KEEP-RUN-DATE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1160-KEEP-RUN-DATE - ADD THE CLEAN RUN'S BUSINESS DATE   *
      *    TO THE RUN-DATE TABLE UNLESS IT IS ALREADY THERE.        *
      *----------------------------------------------------------*
       1160-KEEP-RUN-DATE.
           MOVE 'N' TO WS-RUN-DATE-FOUND-SW
           PERFORM VARYING WS-RUN-DATE-SUB FROM 1 BY 1
                   UNTIL WS-RUN-DATE-SUB > WS-RUN-DATE-COUNT
                   OR WS-RUN-DATE-FOUND
               IF WS-RUN-DATE-ENTRY (WS-RUN-DATE-SUB) = RH-BUSINESS-DATE
                   MOVE 'Y' TO WS-RUN-DATE-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-RUN-DATE-FOUND
               ADD 1 TO WS-RUN-DATE-COUNT
               IF WS-RUN-DATE-COUNT > WS-RUN-DATE-MAX
                   DISPLAY "YTDAUDIT: MORE THAN " WS-RUN-DATE-MAX
                       " CLEAN TAXCALC BUSINESS DATES IN THE YEAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RH-BUSINESS-DATE
                   TO WS-RUN-DATE-ENTRY (WS-RUN-DATE-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    1200-TOTAL-LEDGER-YEAR - THE YEAR'S NIGHTLY TAXOUT       *
      *    CONTROL TOTALS, AS ACCUMULATED ON THE TAXREMIT           *
                   MOVE EMP-ID TO WS-EMP-TBL-ID (WS-EMP-COUNT)
                   MOVE EMP-STATUS
                       TO WS-EMP-TBL-STATUS (WS-EMP-COUNT)
                   MOVE EMP-PAY-FREQUENCY
                       TO WS-EMP-TBL-PAY-FREQ (WS-EMP-COUNT)
                   MOVE EMP-PAY-ANCHOR-DATE
                       TO WS-EMP-TBL-ANCHOR (WS-EMP-COUNT)
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    1400-LOAD-CHANGE-LOG - THE AUDIT YEAR'S PAY FREQUENCY    *
      *    CHANGES OFF THE EMPMAINT CHANGE LOG.  NO LOG MEANS NO    *
      *    CHANGES.                                                 *
      *----------------------------------------------------------*
       1400-LOAD-CHANGE-LOG.
           MOVE 'N' TO WS-CHANGE-LOG-EOF-SW
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = '00' OR '05'
               PERFORM 1450-KEEP-ONE-CHANGE
                   UNTIL WS-CHANGE-LOG-EOF
               CLOSE CHANGE-LOG-FILE
               IF WS-CHANGE-LOG-STATUS NOT = '00'
                   DISPLAY "YTDAUDIT: ERROR CLOSING CHANGE-LOG-FILE, "
                       "STATUS = " WS-CHANGE-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "YTDAUDIT: UNABLE TO OPEN CHANGE-LOG-FILE, "
                   "STATUS = " WS-CHANGE-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1450-KEEP-ONE-CHANGE.
           READ CHANGE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-CHANGE-LOG-EOF-SW
               NOT AT END
                   IF WS-CHANGE-LOG-STATUS NOT = '00'
                       DISPLAY "YTDAUDIT: READ ERROR ON CHANGE-LOG-"
                           "FILE, STATUS = " WS-CHANGE-LOG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF ECHG-ACTION-PAY-FREQUENCY
                   AND ECHG-DATE (1:4) = WS-AUDIT-YEAR
                       ADD 1 TO WS-CHG-COUNT
                       IF WS-CHG-COUNT > WS-CHG-MAX
                           DISPLAY "YTDAUDIT: MORE THAN " WS-CHG-MAX
                               " PAY FREQUENCY CHANGES IN THE YEAR"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE ECHG-OLD-EMP-ID
                           TO WS-CHG-EMP-ID (WS-CHG-COUNT)
                       MOVE ECHG-DATE TO WS-CHG-DATE (WS-CHG-COUNT)
                       MOVE ECHG-OLD-PAY-FREQUENCY
                           TO WS-CHG-OLD-FREQ (WS-CHG-COUNT)
                       MOVE ECHG-OLD-PAY-ANCHOR
                           TO WS-CHG-OLD-ANCHOR (WS-CHG-COUNT)
                       MOVE ECHG-NEW-PAY-FREQUENCY
                           TO WS-CHG-NEW-FREQ (WS-CHG-COUNT)
                       MOVE ECHG-NEW-PAY-ANCHOR
                           TO WS-CHG-NEW-ANCHOR (WS-CHG-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    2000-AUDIT-ONE-EMPLOYEE - ONE PASS OF THE YTD MASTER     *
      *    LOOP.  EACH RECORD IS SANITY-CHECKED AND ROLLED INTO     *
               MOVE "YTD TAX EXCEEDS YTD GROSS" TO RL-MESSAGE
               PERFORM 2500-REPORT-DISCREPANCY
           END-IF
           PERFORM 2200-LOOKUP-EMPLOYEE
           IF NOT WS-EMP-FOUND
               MOVE "NOT ON EMPLOYEE MASTER, NO TERMINATION"
                   TO RL-MESSAGE
               PERFORM 2500-REPORT-DISCREPANCY
               IF YTD-RUNS-POSTED > WS-CLEAN-TAXCALC-RUNS
                   MOVE "RUNS POSTED EXCEEDS CLEAN TAXCALC RUNS"
                       TO RL-MESSAGE
                   PERFORM 2500-REPORT-DISCREPANCY
               END-IF
           ELSE
               PERFORM 2300-COUNT-PAY-PERIODS
               IF WS-FREQ-UNKNOWN
                   IF YTD-RUNS-POSTED > WS-CLEAN-TAXCALC-RUNS
                       MOVE "RUNS EXCEED CLEAN RUNS (PAY FREQ CHANGED)"
                           TO RL-MESSAGE
                       PERFORM 2500-REPORT-DISCREPANCY
                   END-IF
               ELSE
                   IF YTD-RUNS-POSTED > WS-EXPECTED-PERIODS
                       MOVE "PAY PERIODS POSTED EXCEEDS PAY DATES RUN"
                           TO RL-MESSAGE
                       PERFORM 2500-REPORT-DISCREPANCY
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
                   MOVE 'Y' TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-TBL-STATUS (WS-EMP-SUB)
                       TO WS-EMP-MATCH-STATUS
                   MOVE WS-EMP-TBL-PAY-FREQ (WS-EMP-SUB)
                       TO WS-EMP-MATCH-PAY-FREQ
                   MOVE WS-EMP-TBL-ANCHOR (WS-EMP-SUB)
                       TO WS-EMP-MATCH-ANCHOR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    2300-COUNT-PAY-PERIODS - HOW MANY OF THE YEAR'S CLEAN    *
      *    TAXCALC BUSINESS DATES WERE PAY DATES FOR THE EMPLOYEE   *
      *    JUST LOOKED UP.  NO EMPLOYEE CAN HAVE MORE PAY PERIODS   *
      *    POSTED THAN THAT.  AN EMPLOYEE WHOSE FREQUENCY CHANGED   *
      *    IN THE YEAR HAS EACH DATE COUNTED UNDER THE FREQUENCY    *
      *    IN FORCE THAT DAY; WS-FREQ-UNKNOWN COMES BACK SET WHEN   *
      *    THE CHANGES COULD NOT BE FOLLOWED.                       *
      *----------------------------------------------------------*
       2300-COUNT-PAY-PERIODS.
           MOVE ZERO TO WS-EXPECTED-PERIODS
           PERFORM 2310-GATHER-CHANGES
           IF WS-EC-COUNT = ZERO
               PERFORM VARYING WS-RUN-DATE-SUB FROM 1 BY 1
                       UNTIL WS-RUN-DATE-SUB > WS-RUN-DATE-COUNT
                   CALL "PAYFREQ" USING WS-EMP-MATCH-PAY-FREQ
                       WS-EMP-MATCH-ANCHOR
                       WS-RUN-DATE-ENTRY (WS-RUN-DATE-SUB)
                       WS-PAY-DAY-SW WS-PERIODS-PER-YEAR
                   IF WS-PAY-DAY
                       ADD 1 TO WS-EXPECTED-PERIODS
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 2320-COUNT-ONE-RUN-DATE
                   VARYING WS-RUN-DATE-SUB FROM 1 BY 1
                   UNTIL WS-RUN-DATE-SUB > WS-RUN-DATE-COUNT
                   OR WS-FREQ-UNKNOWN
           END-IF.

      *----------------------------------------------------------*
      *    2310-GATHER-CHANGES - COPY THE EMPLOYEE'S OWN PAY        *
      *    FREQUENCY CHANGES OUT OF THE YEAR'S CHANGE TABLE.        *
      *----------------------------------------------------------*
       2310-GATHER-CHANGES.
           MOVE ZERO TO WS-EC-COUNT
           MOVE 'N' TO WS-FREQ-UNKNOWN-SW
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-EMP-ID (WS-CHG-SUB) = YTD-EMP-ID
                   IF WS-EC-COUNT < WS-EC-MAX
                       ADD 1 TO WS-EC-COUNT
                       MOVE WS-CHG-ENTRY (WS-CHG-SUB)
                           TO WS-EC-ENTRY (WS-EC-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-FREQ-UNKNOWN-SW
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    2320-COUNT-ONE-RUN-DATE - THE SCHEDULE IN FORCE ON THE   *
      *    RUN DATE IS THE FIRST CHANGE'S OLD ONE, ROLLED FORWARD   *
      *    THROUGH EVERY CHANGE MADE BEFORE THAT DATE.  A CHANGE    *
      *    MADE ON THE RUN DATE ITSELF MAY HAVE BEEN BEFORE OR      *
      *    AFTER TAXCALC RAN, SO THE DATE COUNTS IF EITHER THE      *
      *    SCHEDULE BEFORE IT OR THE ONE IT SET PAYS THAT DAY -     *
      *    THE COUNT IS A CEILING, NOT A GUESS.                     *
      *----------------------------------------------------------*
       2320-COUNT-ONE-RUN-DATE.
           MOVE 'N' TO WS-RUN-DATE-PAID-SW
           MOVE WS-EC-OLD-FREQ (1) TO WS-SCHED-FREQ
           MOVE WS-EC-OLD-ANCHOR (1) TO WS-SCHED-ANCHOR
           PERFORM VARYING WS-EC-SUB FROM 1 BY 1
                   UNTIL WS-EC-SUB > WS-EC-COUNT
               IF WS-EC-DATE (WS-EC-SUB)
                   < WS-RUN-DATE-ENTRY (WS-RUN-DATE-SUB)
                   MOVE WS-EC-NEW-FREQ (WS-EC-SUB) TO WS-SCHED-FREQ
                   MOVE WS-EC-NEW-ANCHOR (WS-EC-SUB)
                       TO WS-SCHED-ANCHOR
               END-IF
               IF WS-EC-DATE (WS-EC-SUB)
                   = WS-RUN-DATE-ENTRY (WS-RUN-DATE-SUB)
                   CALL "PAYFREQ" USING WS-EC-NEW-FREQ (WS-EC-SUB)
                       WS-EC-NEW-ANCHOR (WS-EC-SUB)
                       WS-RUN-DATE-ENTRY (WS-RUN-DATE-SUB)
                       WS-PAY-DAY-SW WS-PERIODS-PER-YEAR
                   PERFORM 2330-NOTE-PAY-DAY
               END-IF
           END-PERFORM
           CALL "PAYFREQ" USING WS-SCHED-FREQ WS-SCHED-ANCHOR
               WS-RUN-DATE-ENTRY (WS-RUN-DATE-SUB)
               WS-PAY-DAY-SW WS-PERIODS-PER-YEAR
           PERFORM 2330-NOTE-PAY-DAY
           IF WS-RUN-DATE-PAID
               ADD 1 TO WS-EXPECTED-PERIODS
           END-IF.

       2330-NOTE-PAY-DAY.
           IF WS-PAY-DAY
               MOVE 'Y' TO WS-RUN-DATE-PAID-SW
           END-IF
           IF WS-PAY-DAY-SW = 'E'
               MOVE 'Y' TO WS-FREQ-UNKNOWN-SW
           END-IF.

      *----------------------------------------------------------*
      *    2500-REPORT-DISCREPANCY - ONE DETAIL LINE.  THE CALLER   *
      *    SETS RL-MESSAGE.                                         *
