      *    TIME, THE KIND OF CHANGE, AND THE EMPLOYEE'S VALUES
      *    BEFORE AND AFTER - THE SAME SHAPE AS THE BRKMAINT AND
      *    ACCTMNT CHANGE LOGS.  ECHG-OLD-RECORD IS SPACES/ZERO ON
      *    A NEW HIRE.  THE PAY FREQUENCY AND PAY ANCHOR DATE WERE
      *    APPENDED TO BOTH SIDES 10/15/2026 ALONG WITH THE PAY
      *    FREQUENCY CHANGE ACTION.
      *---------------------------------------------------------------
       01  ECHG-RECORD.
           05  ECHG-DATE                   PIC 9(08).
               88  ECHG-ACTION-SALARY                 VALUE 'S'.
               88  ECHG-ACTION-FILING-STATUS          VALUE 'F'.
               88  ECHG-ACTION-NAME                   VALUE 'C'.
               88  ECHG-ACTION-PAY-FREQUENCY          VALUE 'P'.
           05  ECHG-OLD-RECORD.
               10  ECHG-OLD-EMP-ID         PIC 9(06).
               10  ECHG-OLD-NAME           PIC X(20).
               10  ECHG-OLD-FILING-STATUS  PIC X(01).
               10  ECHG-OLD-STATUS         PIC X(01).
               10  ECHG-OLD-TERM-DATE      PIC X(08).
               10  ECHG-OLD-PAY-FREQUENCY  PIC X(01).
               10  ECHG-OLD-PAY-ANCHOR     PIC X(08).
           05  ECHG-NEW-RECORD.
               10  ECHG-NEW-EMP-ID         PIC 9(06).
               10  ECHG-NEW-NAME           PIC X(20).
               10  ECHG-NEW-FILING-STATUS  PIC X(01).
               10  ECHG-NEW-STATUS         PIC X(01).
               10  ECHG-NEW-TERM-DATE      PIC X(08).
               10  ECHG-NEW-PAY-FREQUENCY  PIC X(01).
               10  ECHG-NEW-PAY-ANCHOR     PIC X(08).
