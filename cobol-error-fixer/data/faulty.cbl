      *                   EMPLOYEE STAYS ON THE MASTER BUT IS      *
      *                   SKIPPED HERE - NO TAX OUTPUT AND NO YTD  *
      *                   POSTING AFTER THE TERMINATION.           *
      *  10/15/2026  DN   EVERY RUN WAS PASSING THE WHOLE ANNUAL   *
      *                   EMP-SALARY TO BRKCALC AND POSTING IT TO  *
      *                   THE YTD MASTER, SO EACH NIGHT TAXED A    *
      *                   YEAR'S PAY.  THE EMPLOYEE MASTER NOW     *
      *                   CARRIES A PAY FREQUENCY (WEEKLY,         *
      *                   BIWEEKLY, SEMI-MONTHLY, MONTHLY) AND AN  *
      *                   EMPLOYEE IS ONLY TAXED WHEN THE BUSINESS *
      *                   DATE IS ONE OF THEIR PAY DATES (THE      *
      *                   PAYFREQ SUBPROGRAM HOLDS THE CALENDAR).  *
      *                   THE PERIOD GROSS IS THE SALARY OVER THE  *
      *                   PERIODS IN A YEAR; IT IS ANNUALIZED TO   *
      *                   PICK THE BRACKET AND THE ANNUAL TAX IS   *
      *                   DE-ANNUALIZED BACK TO THE PERIOD.        *
      *                   TAXOUT AND THE YTD MASTER NOW CARRY THE  *
      *                   PERIOD'S ACTUAL GROSS AND TAX, RUNS      *
      *                   POSTED COUNTS PAY PERIODS, AND THE YTD   *
      *                   RECORD CARRIES THE PAY FREQUENCY AND     *
      *                   THE LAST PERIOD'S FIGURES FOR TAXSTMT.   *
      *  10/15/2026  DN   THE RUN NOW REFUSES A BUSINESS DATE      *
      *                   WHOSE YEAR IS NOT THE YEAR THE YTD       *
      *                   MASTER IS OPEN FOR, AS NAMED ON THE      *
      *                   YRCTL CONTROL RECORD THE YRCLOSE YEAR-   *
      *                   END CLOSE WRITES - A JANUARY RUN BEFORE  *
      *                   THE CLOSE WAS POSTING THE NEW YEAR INTO  *
      *                   LAST YEAR'S TOTALS.  YRCTL IS REQUIRED;  *
      *                   UNTIL THE FIRST CLOSE IT HOLDS THE SEED  *
      *                   RECORD NAMING THE OPEN YEAR, AND A       *
      *                   MISSING OR EMPTY YRCTL REFUSES THE RUN.  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       FD  TAX-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER EMPLOYEE PAID TONIGHT - TO-SALARY IS THE
      *    PAY PERIOD'S GROSS AND TO-TAX THE PERIOD'S WITHHOLDING.
       01  TAX-OUTPUT-RECORD.
           05  TO-EMP-ID               PIC 9(06).
           05  TO-SALARY               PIC 9(07)V99.
           05  YTDI-GROSS              PIC 9(09)V99.
           05  YTDI-TAX                PIC 9(09)V99.
           05  YTDI-RUNS-POSTED        PIC 9(05).
           05  YTDI-PAY-FREQUENCY      PIC X(01).
           05  YTDI-LAST-PAY-DATE      PIC 9(08).
           05  YTDI-LAST-PERIOD-GROSS  PIC 9(07)V99.
           05  YTDI-LAST-PERIOD-TAX    PIC 9(07)V99.

       FD  YTD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YRCREC.

       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.
       01  SALARY                      PIC 9(7)V99.
       01  TAX                         PIC 9(7)V99.

      *----------------------------------------------------------*
      *    PAY PERIOD WORK FIELDS - SALARY IS ANNUAL ON THE        *
      *    MASTER.  THE PERIOD GROSS IS ITS SHARE FOR ONE PAY      *
      *    PERIOD, ANNUALIZED BACK INTO SALARY TO PICK THE         *
      *    BRACKET, AND THE ANNUAL TAX BRKCALC RETURNS IS          *
      *    DE-ANNUALIZED INTO THE PERIOD TAX.  PAYFREQ SETS THE    *
      *    PAY-DAY SWITCH AND THE PERIODS PER YEAR.                *
      *----------------------------------------------------------*
       01  WS-PERIOD-GROSS             PIC 9(7)V99 VALUE ZERO.
       01  WS-PERIOD-TAX               PIC 9(7)V99 VALUE ZERO.
       01  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE ZERO.
       01  WS-PAY-DAY-SW               PIC X(01) VALUE 'N'.
           88  WS-PAY-DAY                         VALUE 'Y'.
           88  WS-PAY-CALENDAR-ERROR              VALUE 'E'.

      *----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *----------------------------------------------------------*
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-TAXOUT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-YEAR-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      *----------------------------------------------------------*
       01  WS-EMPLOYEES-PROCESSED      PIC 9(07) VALUE ZERO.
       01  WS-EMPLOYEES-SKIPPED        PIC 9(07) VALUE ZERO.
       01  WS-EMPLOYEES-NOT-PAYDAY     PIC 9(07) VALUE ZERO.
       01  WS-EMPLOYEES-BAD-FREQUENCY  PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    IN-MEMORY COPY OF THE YEAR-TO-DATE WITHHOLDING MASTER - *
               10  WS-YTD-GROSS         PIC 9(09)V99.
               10  WS-YTD-TAX           PIC 9(09)V99.
               10  WS-YTD-RUNS          PIC 9(05).
               10  WS-YTD-PAY-FREQUENCY PIC X(01).
               10  WS-YTD-LAST-PAY-DATE PIC 9(08).
               10  WS-YTD-LAST-GROSS    PIC 9(07)V99.
               10  WS-YTD-LAST-TAX      PIC 9(07)V99.
       01  WS-YTD-SUB                  PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
               " EMPLOYEE RECORDS PROCESSED"
           DISPLAY "TAXCALC: " WS-EMPLOYEES-SKIPPED
               " TERMINATED EMPLOYEES SKIPPED"
           DISPLAY "TAXCALC: " WS-EMPLOYEES-NOT-PAYDAY
               " EMPLOYEES NOT PAID ON THIS BUSINESS DATE"
           DISPLAY "TAXCALC: " WS-EMPLOYEES-BAD-FREQUENCY
               " EMPLOYEES NOT TAXED - INVALID PAY FREQUENCY"
           DISPLAY "TAXCALC: " WS-YTD-COUNT
               " EMPLOYEES ON YTD MASTER"
           STOP RUN.
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-CHECK-BRKEXTR-RUN
           PERFORM 1090-CHECK-OPEN-YEAR
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1090-CHECK-OPEN-YEAR - REFUSE A BUSINESS DATE OUTSIDE   *
      *    THE YEAR THE YTD MASTER IS OPEN FOR, AS NAMED ON THE    *
      *    YRCTL CONTROL RECORD THE YEAR-END CLOSE WRITES.  A      *
      *    JANUARY RUN BEFORE THE CLOSE WOULD POST THE NEW YEAR    *
      *    INTO LAST YEAR'S TOTALS, AND A DECEMBER RUN AFTER IT    *
      *    WOULD POST LAST YEAR INTO THE NEW ONE.  YRCTL IS        *
      *    REQUIRED - UNTIL THE FIRST CLOSE IT HOLDS THE SEED      *
      *    RECORD NAMING THE OPEN YEAR - AND A MISSING OR EMPTY    *
      *    FILE REFUSES THE RUN.                                   *
      *----------------------------------------------------------*
       1090-CHECK-OPEN-YEAR.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "TAXCALC: UNABLE TO OPEN YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YEAR-CONTROL-FILE
               AT END
                   DISPLAY "TAXCALC: YRCTL HAS NO CONTROL RECORD - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF YC-OPEN-YEAR NOT NUMERIC
               DISPLAY "TAXCALC: YRCTL OPEN YEAR IS NOT "
                   "NUMERIC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YC-OPEN-YEAR NOT = WS-BUSINESS-DATE (1:4)
               DISPLAY "TAXCALC: BUSINESS DATE "
                   WS-BUSINESS-DATE " IS NOT IN "
                   YC-OPEN-YEAR ", THE YEAR THE YTD "
                   "MASTER IS OPEN FOR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "TAXCALC: ERROR CLOSING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9800-WRITE-RUN-HISTORY - APPEND ONE START OR END EVENT  *
      *    TO THE SHARED RUN HISTORY.  THE CALLER SETS WS-RH-      *
                   MOVE YTDI-GROSS TO WS-YTD-GROSS (WS-YTD-COUNT)
                   MOVE YTDI-TAX TO WS-YTD-TAX (WS-YTD-COUNT)
                   MOVE YTDI-RUNS-POSTED TO WS-YTD-RUNS (WS-YTD-COUNT)
                   MOVE YTDI-PAY-FREQUENCY
                       TO WS-YTD-PAY-FREQUENCY (WS-YTD-COUNT)
                   IF YTDI-LAST-PAY-DATE NUMERIC
                       MOVE YTDI-LAST-PAY-DATE
                           TO WS-YTD-LAST-PAY-DATE (WS-YTD-COUNT)
                       MOVE YTDI-LAST-PERIOD-GROSS
                           TO WS-YTD-LAST-GROSS (WS-YTD-COUNT)
                       MOVE YTDI-LAST-PERIOD-TAX
                           TO WS-YTD-LAST-TAX (WS-YTD-COUNT)
                   ELSE
                       MOVE ZERO TO WS-YTD-LAST-PAY-DATE (WS-YTD-COUNT)
                       MOVE ZERO TO WS-YTD-LAST-GROSS (WS-YTD-COUNT)
                       MOVE ZERO TO WS-YTD-LAST-TAX (WS-YTD-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    2000-PROCESS-EMPLOYEES - ONE PASS OF THE PAYROLL LOOP.   *
      *    READS ONE EMPLOYEE AND, IF THE BUSINESS DATE IS ONE OF   *
      *    THEIR PAY DATES, COMPUTES THE PERIOD'S TAX VIA BRKCALC   *
      *    AND WRITES ONE TAX-OUTPUT RECORD.                        *
      *----------------------------------------------------------*
       2000-PROCESS-EMPLOYEES.
           READ EMPLOYEE-FILE
                   IF EMP-TERMINATED
                       ADD 1 TO WS-EMPLOYEES-SKIPPED
                   ELSE
                       PERFORM 2020-CHECK-PAY-DATE
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2020-CHECK-PAY-DATE - ASK PAYFREQ WHETHER THE BUSINESS   *
      *    DATE IS ONE OF THIS ACTIVE EMPLOYEE'S PAY DATES.  AN     *
      *    EMPLOYEE WHOSE FREQUENCY OR ANCHOR IS UNUSABLE IS NOT    *
      *    TAXED AND IS NAMED IN THE JOB LOG FOR HR TO CORRECT      *
      *    THROUGH THE EMPMAINT FEED.                               *
      *----------------------------------------------------------*
       2020-CHECK-PAY-DATE.
           CALL "PAYFREQ" USING EMP-PAY-FREQUENCY EMP-PAY-ANCHOR-DATE
               WS-BUSINESS-DATE WS-PAY-DAY-SW WS-PERIODS-PER-YEAR
           EVALUATE TRUE
               WHEN WS-PAY-DAY
                   PERFORM 2050-TAX-ONE-EMPLOYEE
               WHEN WS-PAY-CALENDAR-ERROR
                   ADD 1 TO WS-EMPLOYEES-BAD-FREQUENCY
                   DISPLAY "TAXCALC: EMPLOYEE " EMP-ID
                       " NOT TAXED - PAY FREQUENCY '" EMP-PAY-FREQUENCY
                       "' ANCHOR '" EMP-PAY-ANCHOR-DATE "' UNUSABLE"
               WHEN OTHER
                   ADD 1 TO WS-EMPLOYEES-NOT-PAYDAY
           END-EVALUATE.

      *----------------------------------------------------------*
      *    2050-TAX-ONE-EMPLOYEE - COMPUTE AND WRITE ONE ACTIVE     *
      *    EMPLOYEE'S TAX FOR THE PAY PERIOD ENDING TODAY AND POST  *
      *    IT TO THE YTD TABLE.  THE PERIOD GROSS IS ANNUALIZED SO  *
      *    BRKCALC PICKS THE BRACKET A FULL YEAR OF THAT PAY WOULD  *
      *    FALL IN, AND THE ANNUAL TAX IS SPREAD BACK OVER THE      *
      *    PERIODS.                                                 *
      *----------------------------------------------------------*
       2050-TAX-ONE-EMPLOYEE.
           COMPUTE WS-PERIOD-GROSS ROUNDED =
               EMP-SALARY / WS-PERIODS-PER-YEAR
           COMPUTE SALARY = WS-PERIOD-GROSS * WS-PERIODS-PER-YEAR
           CALL "BRKCALC" USING EMP-FILING-STATUS SALARY TAX
           COMPUTE WS-PERIOD-TAX ROUNDED = TAX / WS-PERIODS-PER-YEAR
           MOVE EMP-ID TO TO-EMP-ID
           MOVE WS-PERIOD-GROSS TO TO-SALARY
           MOVE WS-PERIOD-TAX TO TO-TAX
           WRITE TAX-OUTPUT-RECORD
           IF WS-TAXOUT-FILE-STATUS NOT = '00'
               DISPLAY "TAXCALC: ERROR WRITING TAX-OUTPUT-"
           ADD 1 TO WS-EMPLOYEES-PROCESSED.

      *----------------------------------------------------------*
      *    2100-POST-YTD - ROLL THIS PAY PERIOD'S GROSS AND TAX FOR *
      *    THE EMPLOYEE JUST PROCESSED INTO THE YTD TABLE.  AN      *
      *    EMPLOYEE NOT YET ON THE MASTER IS ADDED; THE NAME IS     *
      *    REFRESHED FROM THE EMPLOYEE MASTER EITHER WAY SO NAME    *
      *    CHANGES FLOW THROUGH TO THE ANNUAL STATEMENTS.           *
               MOVE ZERO TO WS-YTD-GROSS (WS-YTD-SUB)
               MOVE ZERO TO WS-YTD-TAX (WS-YTD-SUB)
               MOVE ZERO TO WS-YTD-RUNS (WS-YTD-SUB)
               MOVE ZERO TO WS-YTD-LAST-PAY-DATE (WS-YTD-SUB)
               MOVE ZERO TO WS-YTD-LAST-GROSS (WS-YTD-SUB)
               MOVE ZERO TO WS-YTD-LAST-TAX (WS-YTD-SUB)
           END-IF
           MOVE EMP-NAME TO WS-YTD-EMP-NAME (WS-YTD-SUB)
           ADD WS-PERIOD-GROSS TO WS-YTD-GROSS (WS-YTD-SUB)
           ADD WS-PERIOD-TAX TO WS-YTD-TAX (WS-YTD-SUB)
           ADD 1 TO WS-YTD-RUNS (WS-YTD-SUB)
           MOVE EMP-PAY-FREQUENCY TO WS-YTD-PAY-FREQUENCY (WS-YTD-SUB)
           MOVE WS-BUSINESS-DATE TO WS-YTD-LAST-PAY-DATE (WS-YTD-SUB)
           MOVE WS-PERIOD-GROSS TO WS-YTD-LAST-GROSS (WS-YTD-SUB)
           MOVE WS-PERIOD-TAX TO WS-YTD-LAST-TAX (WS-YTD-SUB).

      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
               MOVE WS-YTD-GROSS (WS-YTD-SUB) TO YTD-GROSS
               MOVE WS-YTD-TAX (WS-YTD-SUB) TO YTD-TAX
               MOVE WS-YTD-RUNS (WS-YTD-SUB) TO YTD-RUNS-POSTED
               MOVE WS-YTD-PAY-FREQUENCY (WS-YTD-SUB)
                   TO YTD-PAY-FREQUENCY
               MOVE WS-YTD-LAST-PAY-DATE (WS-YTD-SUB)
                   TO YTD-LAST-PAY-DATE
               MOVE WS-YTD-LAST-GROSS (WS-YTD-SUB)
                   TO YTD-LAST-PERIOD-GROSS
               MOVE WS-YTD-LAST-TAX (WS-YTD-SUB) TO YTD-LAST-PERIOD-TAX
               WRITE YTD-MASTER-RECORD
               IF WS-YTD-FILE-STATUS NOT = '00'
                   DISPLAY "TAXCALC: ERROR WRITING YTD-MASTER-FILE, "
