      *                   COPIES OF TAXOUT.  RUN AT YEAR END,      *
      *                   AFTER THE YEAR'S LAST PAYROLL RUN HAS    *
      *                   POSTED.                                  *
      *  10/15/2026  DN   TAXCALC NOW POSTS ONE PAY PERIOD AT A    *
      *                   TIME ON THE EMPLOYEE'S PAY DATES, SO THE *
      *                   YTD FIGURES ARE ACTUAL PAY AND           *
      *                   WITHHOLDING.  THE STATEMENT NOW SHOWS    *
      *                   THE PAY FREQUENCY, THE PAY PERIODS       *
      *                   POSTED (WAS PAYROLL RUNS), AND THE LAST  *
      *                   PAY PERIOD'S DATE, GROSS, AND TAX.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-STATEMENTS-PRINTED       PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    PAY FREQUENCY CODE TO PRINTED DESCRIPTION.  A BLANK     *
      *    CODE IS MONTHLY, AS ON THE EMPLOYEE MASTER.             *
      *----------------------------------------------------------*
       01  WS-FREQUENCY-VALUES.
           05  FILLER                   PIC X(13) VALUE "WWEEKLY".
           05  FILLER                   PIC X(13) VALUE "BBIWEEKLY".
           05  FILLER                   PIC X(13) VALUE "SSEMI-MONTHLY".
           05  FILLER                   PIC X(13) VALUE "MMONTHLY".
           05  FILLER                   PIC X(13) VALUE " MONTHLY".
       01  WS-FREQUENCY-TABLE REDEFINES WS-FREQUENCY-VALUES.
           05  WS-FREQUENCY-ENTRY OCCURS 5 TIMES.
               10  WS-FREQ-CODE         PIC X(01).
               10  WS-FREQ-TEXT         PIC X(12).
       01  WS-FREQ-SUB                 PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------*
      *    STATEMENT LINE LAYOUTS                                  *
      *----------------------------------------------------------*
           05  SL-TAX                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  WS-FREQUENCY-LINE.
           05  FILLER                   PIC X(22) VALUE
               "PAY FREQUENCY . . . : ".
           05  SL-FREQUENCY             PIC X(12).
           05  FILLER                   PIC X(46) VALUE SPACES.

       01  WS-RUNS-LINE.
           05  FILLER                   PIC X(22) VALUE
               "PAY PERIODS POSTED  : ".
           05  SL-RUNS                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-LAST-PERIOD-LINE.
           05  FILLER                   PIC X(22) VALUE
               "LAST PAY DATE . . . : ".
           05  SL-LAST-PAY-DATE         PIC 9(08).
           05  FILLER                   PIC X(08) VALUE
               "  GROSS ".
           05  SL-LAST-GROSS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(06) VALUE
               "  TAX ".
           05  SL-LAST-TAX              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(12) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(80) VALUE SPACES.

           MOVE YTD-TAX TO SL-TAX
           MOVE WS-TAX-LINE TO STATEMENT-RECORD
           PERFORM 8000-WRITE-STATEMENT-RECORD
           PERFORM 2200-DESCRIBE-FREQUENCY
           MOVE WS-FREQUENCY-LINE TO STATEMENT-RECORD
           PERFORM 8000-WRITE-STATEMENT-RECORD
           MOVE YTD-RUNS-POSTED TO SL-RUNS
           MOVE WS-RUNS-LINE TO STATEMENT-RECORD
           PERFORM 8000-WRITE-STATEMENT-RECORD
           IF YTD-LAST-PAY-DATE NUMERIC
           AND YTD-LAST-PAY-DATE > ZERO
               MOVE YTD-LAST-PAY-DATE TO SL-LAST-PAY-DATE
               MOVE YTD-LAST-PERIOD-GROSS TO SL-LAST-GROSS
               MOVE YTD-LAST-PERIOD-TAX TO SL-LAST-TAX
               MOVE WS-LAST-PERIOD-LINE TO STATEMENT-RECORD
               PERFORM 8000-WRITE-STATEMENT-RECORD
           END-IF
           MOVE WS-BLANK-LINE TO STATEMENT-RECORD
           PERFORM 8000-WRITE-STATEMENT-RECORD.

      *----------------------------------------------------------*
      *    2200-DESCRIBE-FREQUENCY - LOOK THE PAY FREQUENCY CODE UP *
      *    FOR THE STATEMENT; AN UNKNOWN CODE PRINTS AS IT STANDS.  *
      *----------------------------------------------------------*
       2200-DESCRIBE-FREQUENCY.
           MOVE YTD-PAY-FREQUENCY TO SL-FREQUENCY
           PERFORM VARYING WS-FREQ-SUB FROM 1 BY 1
                   UNTIL WS-FREQ-SUB > 5
               IF WS-FREQ-CODE (WS-FREQ-SUB) = YTD-PAY-FREQUENCY
                   MOVE WS-FREQ-TEXT (WS-FREQ-SUB) TO SL-FREQUENCY
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    8000-WRITE-STATEMENT-RECORD - WRITE ONE STATEMENT LINE   *
      *    WITH THE USUAL FILE STATUS CHECK.                        *
