      *---------------------------------------------------------------
      *    RGENREC.CPY
      *    RATE GENERATION CONTROL RECORD - ONE RECORD PER BRACKET
      *    GENERATION (EFFECTIVE DATE AND FILING STATUS) THE WHRETRO
      *    RETROACTIVE ADJUSTMENT JOB HAS SEEN ON THE PUBLISHED
      *    RATEFILE, READ FROM RGENIN AND REWRITTEN TO RETROGEN EACH
      *    RUN.  A GENERATION NOT YET ON THIS FILE IS NEWLY
      *    PUBLISHED; ONE WHOSE EFFECTIVE DATE WAS ALREADY PAST ON
      *    THE BUSINESS DATE IT FIRST APPEARED WAS BACK-DATED, AND
      *    THE TRANSACTIONS WITHHELD SINCE ITS EFFECTIVE DATE UNDER
      *    THE OLD SCHEDULE ARE RE-WITHHELD.  THE FIRST-SEEN DATE
      *    BOUNDS THAT PERIOD - FROM THAT NIGHT ON TAXWH ALREADY
      *    WITHHELD AT THE NEW RATES.
      *    RGN-LAST-RUN-DATE WAS APPENDED 10/15/2026 - THE BUSINESS
      *    DATE OF THE WHRETRO RUN THAT WROTE THE FILE, THE SAME ON
      *    EVERY RECORD.  WHEN IT IS NOT THE PRIOR BUSINESS NIGHT A
      *    NIGHT WAS MISSED, AND A GENERATION FIRST SEEN NOW MAY
      *    HAVE BEEN PUBLISHED EARLIER.  A RECORD WRITTEN BEFORE THE
      *    FIELD EXISTED HAS SPACES THERE.
      *---------------------------------------------------------------
       01  RATE-GENERATION-RECORD.
           05  RGN-EFFECTIVE-DATE          PIC 9(08).
           05  RGN-FILING-STATUS           PIC X(01).
           05  RGN-FIRST-SEEN-DATE         PIC 9(08).
           05  RGN-STATUS                  PIC X(01).
               88  RGN-STATUS-IN-FORCE                VALUE 'K'.
               88  RGN-STATUS-PENDING                 VALUE 'P'.
               88  RGN-STATUS-ADJUSTED                VALUE 'A'.
           05  RGN-POSTED-DATE             PIC 9(08).
           05  RGN-APPROVER-ID             PIC X(08).
           05  RGN-LAST-RUN-DATE           PIC 9(08).
