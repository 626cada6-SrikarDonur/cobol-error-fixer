      *    THE MASTER (SO THE YEAR'S FIGURES KEEP THEIR CONTEXT)
      *    BUT IS SKIPPED BY TAXCALC.  A RECORD WRITTEN BEFORE THE
      *    FIELDS EXISTED READS AS SPACES, WHICH COUNTS AS ACTIVE.
      *    THE PAY FREQUENCY AND PAY ANCHOR DATE WERE APPENDED
      *    10/15/2026 SO TAXCALC CAN TAX EACH PAY PERIOD'S SHARE OF
      *    THE ANNUAL EMP-SALARY ON THE EMPLOYEE'S OWN PAY DATES
      *    INSTEAD OF THE WHOLE SALARY EVERY NIGHT.  THE ANCHOR IS
      *    THE FIRST WEEKLY OR BIWEEKLY PAY DATE (THE CYCLE RUNS
      *    FROM IT) AND IS SPACES FOR SEMI-MONTHLY AND MONTHLY PAY;
      *    THE PAYFREQ SUBPROGRAM HOLDS THE CALENDAR RULES.  A
      *    RECORD WRITTEN BEFORE THE FIELDS EXISTED READS AS
      *    SPACES, WHICH COUNTS AS MONTHLY.
      *---------------------------------------------------------------
       01  EMPLOYEE-RECORD.
           05  EMP-ID                      PIC 9(06).
               88  EMP-ACTIVE                        VALUE 'A' ' '.
               88  EMP-TERMINATED                    VALUE 'T'.
           05  EMP-TERM-DATE               PIC X(08).
           05  EMP-PAY-FREQUENCY           PIC X(01).
               88  EMP-PAY-WEEKLY                    VALUE 'W'.
               88  EMP-PAY-BIWEEKLY                  VALUE 'B'.
               88  EMP-PAY-SEMI-MONTHLY              VALUE 'S'.
               88  EMP-PAY-MONTHLY                   VALUE 'M' ' '.
           05  EMP-PAY-ANCHOR-DATE         PIC X(08).
