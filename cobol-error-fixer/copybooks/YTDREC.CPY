      *    EVERY NIGHT) AND READ BY THE TAXSTMT YEAR-END STATEMENT
      *    PROGRAM.  THE NAME IS CARRIED SO STATEMENTS CAN BE
      *    PRINTED WITHOUT REJOINING THE EMPLOYEE MASTER.
      *    SINCE 10/15/2026 TAXCALC POSTS ONLY ON THE EMPLOYEE'S PAY
      *    DATES, SO YTD-RUNS-POSTED COUNTS PAY PERIODS; THE PAY
      *    FREQUENCY AND THE LAST PERIOD'S PAY DATE, GROSS, AND TAX
      *    WERE APPENDED THEN SO THE STATEMENTS CAN SHOW THEM.
      *---------------------------------------------------------------
       01  YTD-MASTER-RECORD.
           05  YTD-EMP-ID                  PIC 9(06).
           05  YTD-GROSS                   PIC 9(09)V99.
           05  YTD-TAX                     PIC 9(09)V99.
           05  YTD-RUNS-POSTED             PIC 9(05).
           05  YTD-PAY-FREQUENCY           PIC X(01).
           05  YTD-LAST-PAY-DATE           PIC 9(08).
           05  YTD-LAST-PERIOD-GROSS       PIC 9(07)V99.
           05  YTD-LAST-PERIOD-TAX         PIC 9(07)V99.
