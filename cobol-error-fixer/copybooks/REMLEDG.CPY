      *    DEPOSIT TREASURY HAS RECORDED AGAINST THE DATE.  THE
      *    PAYROLL GROSS BASE IS CARRIED ALONGSIDE SO THE LEDGER
      *    CAN BE BALANCED BACK AGAINST THE YEAR-TO-DATE MASTER.
      *    REM-ENTRY-TYPE WAS APPENDED 10/15/2026 FOR THE WHRETRO
      *    RETROACTIVE WITHHOLDING ADJUSTMENT, WHICH POSTS A
      *    SEPARATE 'A' LINE UNDER THE BUSINESS DATE IT WAS SIGNED
      *    OFF ON, CARRYING THE NET ADJUSTMENT AS ITS WITHHOLDING
      *    AND LIABILITY.  A RECORD WRITTEN BEFORE THE FIELD
      *    EXISTED HAS A SPACE THERE AND IS A NIGHTLY RECORD.
      *    REM-DEPOSIT-DATE WAS APPENDED 10/15/2026 FOR THE TAXQTR
      *    DEPOSIT-TIMELINESS CHECK - THE BUSINESS DATE OF THE
      *    TAXREMIT RUN THAT LAST POSTED A DEPOSIT AGAINST THE
      *    RECORD.  ZERO MEANS NO DEPOSIT HAS BEEN POSTED; A RECORD
      *    WRITTEN BEFORE THE FIELD EXISTED HAS SPACES THERE AND
      *    ITS DEPOSIT DATE IS NOT KNOWN.
      *    ENTRY TYPE 'O' WAS ADDED 10/15/2026 FOR THE YRCLOSE
      *    YEAR-END CLOSE - AN OPENING ENTRY OF A NEW YEAR'S LEDGER.
      *    THE CLOSE WRITES ONE FOR EACH NIGHT OF THE CLOSED YEAR
      *    LEFT NOT FULLY PAID, CARRYING THAT NIGHT'S OWN DATE AND
      *    ITS UNPAID BALANCE AS ITS LIABILITY, WITH NO GROSS, TAX,
      *    OR WITHHOLDING AND NO DEPOSIT.  A DEPOSIT LATER MADE
      *    AGAINST THE NIGHT IS POSTED TO IT, SO ITS DEPOSIT DATE
      *    STILL ANSWERS FOR THAT NIGHT.
      *---------------------------------------------------------------
       01  REMIT-LEDGER-RECORD.
           05  REM-BUSINESS-DATE           PIC 9(08).
           05  REM-NIGHT-LIABILITY         PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  REM-DEPOSIT-AMT             PIC 9(11)V99.
           05  REM-ENTRY-TYPE              PIC X(01).
               88  REM-ENTRY-NIGHTLY                  VALUE 'N' ' '.
               88  REM-ENTRY-RETRO-ADJUSTMENT         VALUE 'A'.
               88  REM-ENTRY-OPENING-BALANCE          VALUE 'O'.
           05  REM-DEPOSIT-DATE            PIC 9(08).
