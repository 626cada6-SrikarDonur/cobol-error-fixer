      *---------------------------------------------------------------
      *    YRCREC.CPY
      *    OPEN-YEAR CONTROL RECORD - THE SINGLE RECORD ON YRCTL
      *    NAMING THE CALENDAR YEAR THE CUMULATIVE MASTERS (YTDFILE,
      *    WHYTD, AND REMLEDG) ARE OPEN FOR.  WRITTEN BY THE YRCLOSE
      *    YEAR-END CLOSE WHEN IT STARTS THE NEW YEAR'S MASTERS, AND
      *    READ BY TAXCALC, WHPOST, TAXREMIT, AND WHRETRO, WHICH
      *    REFUSE TO POST A BUSINESS DATE FROM ANY OTHER YEAR, AND BY
      *    TAXQTR, GLEXTR, AND (AS YRCIN) YRCLOSE.  THE RECORD ALSO
      *    CARRIES THE YEAR LAST CLOSED, THE BUSINESS DATE AND RUN
      *    STAMP OF THAT CLOSE, AND THE OPEN REMITTANCE BALANCE IT
      *    CARRIED FORWARD ONTO THE NEW LEDGER.  YRCTL IS REQUIRED -
      *    EVERY READER REFUSES TO RUN WITHOUT IT.  BEFORE THE FIRST
      *    CLOSE IT IS LOADED ONCE WITH A SEED RECORD (DATA/YRCTL)
      *    GIVING THE YEAR NOW OPEN, CLOSED YEAR ZERO, ZERO DATES AND
      *    TIME, AND A ZERO BALANCE; THE YEAR MUST BE CHANGED TO THE
      *    OPEN YEAR IF THE SYSTEM IS STARTED IN ANOTHER ONE.
      *---------------------------------------------------------------
       01  YEAR-CONTROL-RECORD.
           05  YC-OPEN-YEAR                PIC 9(04).
           05  YC-CLOSED-YEAR              PIC 9(04).
           05  YC-CLOSE-BUSINESS-DATE      PIC 9(08).
           05  YC-CLOSE-RUN-DATE           PIC 9(08).
           05  YC-CLOSE-RUN-TIME           PIC 9(06).
           05  YC-OPENING-BALANCE          PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
