      *---------------------------------------------------------------
      *    QTRREC.CPY
      *    QUARTERLY WITHHOLDING RETURN FILING RECORD - THE FIXED
      *    LAYOUT OF THE QTRFILE EXTRACT THE TAXQTR QUARTER-END JOB
      *    WRITES FOR THE EMPLOYER RETURN.  ONE HEADER RECORD (THE
      *    QUARTER, ITS DATES, THE DEPOSIT SCHEDULE, AND THE RUN
      *    STAMP), ONE MONTH RECORD FOR EACH MONTH OF THE QUARTER
      *    (WAGES, PAYROLL TAX, TRANSACTION WITHHOLDING, LIABILITY,
      *    AND DEPOSITS), ONE DEPOSIT RECORD FOR EACH DEPOSIT DUE
      *    DATE (THE LIABILITY DUE THAT DAY, WHAT WAS DEPOSITED AND
      *    WHEN, ANY SHORTFALL, AND THE DAYS LATE), AND ONE TRAILER
      *    RECORD (QUARTER TOTALS, BALANCE DUE, THE COUNT OF LATE OR
      *    SHORT DEPOSITS, AND WHETHER THE QUARTER TIED TO THE
      *    YEAR-TO-DATE MASTERS).  THE RECORD TYPE IS IN THE FIRST
      *    THREE BYTES, AS ON THE GLJRNL INTERFACE FILE.
      *---------------------------------------------------------------
       01  QUARTER-RETURN-RECORD.
           05  QR-RECORD-TYPE              PIC X(03).
               88  QR-HEADER                          VALUE 'HDR'.
               88  QR-MONTH                           VALUE 'MTH'.
               88  QR-DEPOSIT                         VALUE 'DEP'.
               88  QR-TRAILER                         VALUE 'TRL'.
           05  QR-MONTH-FIELDS.
               10  QRM-YEAR                PIC 9(04).
               10  QRM-QUARTER             PIC 9(01).
               10  QRM-MONTH               PIC 9(06).
               10  QRM-WAGES               PIC 9(11)V99.
               10  QRM-PAYROLL-TAX         PIC 9(11)V99.
               10  QRM-WITHHOLDING         PIC S9(11)V99
                       SIGN LEADING SEPARATE CHARACTER.
               10  QRM-LIABILITY           PIC S9(11)V99
                       SIGN LEADING SEPARATE CHARACTER.
               10  QRM-DEPOSITS            PIC 9(11)V99.
               10  FILLER                  PIC X(19).
           05  QR-HEADER-FIELDS REDEFINES QR-MONTH-FIELDS.
               10  QRH-YEAR                PIC 9(04).
               10  QRH-QUARTER             PIC 9(01).
               10  QRH-QUARTER-START       PIC 9(08).
               10  QRH-QUARTER-END         PIC 9(08).
               10  QRH-DEPOSIT-SCHEDULE    PIC X(01).
                   88  QRH-MONTHLY-DEPOSITOR          VALUE 'M'.
                   88  QRH-SEMIWEEKLY-DEPOSITOR       VALUE 'S'.
               10  QRH-BUSINESS-DATE       PIC 9(08).
               10  QRH-RUN-DATE            PIC 9(08).
               10  QRH-RUN-TIME            PIC 9(06).
               10  FILLER                  PIC X(53).
           05  QR-DEPOSIT-FIELDS REDEFINES QR-MONTH-FIELDS.
               10  QRD-YEAR                PIC 9(04).
               10  QRD-QUARTER             PIC 9(01).
               10  QRD-DUE-DATE            PIC 9(08).
               10  QRD-LIABILITY           PIC S9(11)V99
                       SIGN LEADING SEPARATE CHARACTER.
               10  QRD-DEPOSITED           PIC 9(11)V99.
               10  QRD-DEPOSIT-DATE        PIC 9(08).
               10  QRD-SHORTFALL           PIC 9(11)V99.
               10  QRD-DAYS-LATE           PIC 9(04).
               10  QRD-STATUS              PIC X(01).
                   88  QRD-ON-TIME                    VALUE 'T'.
                   88  QRD-LATE                       VALUE 'L'.
                   88  QRD-SHORT                      VALUE 'S'.
                   88  QRD-NOT-YET-DUE                VALUE 'N'.
                   88  QRD-DATE-NOT-KNOWN             VALUE 'U'.
                   88  QRD-NOTHING-DUE                VALUE 'Z'.
               10  FILLER                  PIC X(31).
           05  QR-TRAILER-FIELDS REDEFINES QR-MONTH-FIELDS.
               10  QRT-YEAR                PIC 9(04).
               10  QRT-QUARTER             PIC 9(01).
               10  QRT-WAGES               PIC 9(11)V99.
               10  QRT-PAYROLL-TAX         PIC 9(11)V99.
               10  QRT-WITHHOLDING         PIC S9(11)V99
                       SIGN LEADING SEPARATE CHARACTER.
               10  QRT-LIABILITY           PIC S9(11)V99
                       SIGN LEADING SEPARATE CHARACTER.
               10  QRT-DEPOSITS            PIC 9(11)V99.
               10  QRT-BALANCE-DUE         PIC S9(11)V99
                       SIGN LEADING SEPARATE CHARACTER.
               10  QRT-LATE-DEPOSITS       PIC 9(03).
               10  QRT-TIED-SW             PIC X(01).
                   88  QRT-TIED                       VALUE 'Y'.
               10  FILLER                  PIC X(07).
