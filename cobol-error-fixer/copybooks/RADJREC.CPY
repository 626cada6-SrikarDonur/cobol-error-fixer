      *---------------------------------------------------------------
      *    RADJREC.CPY
      *    RETROACTIVE WITHHOLDING ADJUSTMENT RECORD - ONE RECORD PER
      *    TRANSACTION HISTORY ITEM WHOSE WITHHOLDING CHANGES WHEN A
      *    BACK-DATED BRACKET GENERATION IS APPLIED, WRITTEN TO
      *    RETROADJ BY WHRETRO IN ACCOUNT/DATE/SEQUENCE ORDER.  THE
      *    ORIGINAL AND CORRECTED WITHHOLDING CARRY THE TRANSACTION'S
      *    OWN SIGN THE WAY WHFILE DOES, AND THE ADJUSTMENT IS THE
      *    SIGNED DIFFERENCE (CORRECTED LESS ORIGINAL).  RAD-POSTED
      *    IS 'Y' ONLY ON THE RUN THAT POSTED THE ADJUSTMENTS AFTER
      *    FINANCE SIGNED OFF THE REGISTER.
      *---------------------------------------------------------------
       01  RETRO-ADJUSTMENT-RECORD.
           05  RAD-BUSINESS-DATE           PIC 9(08).
           05  RAD-ACCOUNT-NUMBER          PIC X(08).
           05  RAD-TRANSACTION-DATE        PIC X(08).
           05  RAD-SEQUENCE-NO             PIC 9(07).
           05  RAD-TRANSACTION-TYPE        PIC X(01).
           05  RAD-TRANSACTION-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RAD-FILING-STATUS           PIC X(01).
           05  RAD-ORIGINAL-GEN-DATE       PIC 9(08).
           05  RAD-CORRECTED-GEN-DATE      PIC 9(08).
           05  RAD-ORIGINAL-WH-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RAD-CORRECTED-WH-AMT        PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RAD-ADJUSTMENT-AMT          PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RAD-POSTED                  PIC X(01).
               88  RAD-POSTED-YES                     VALUE 'Y'.
           05  RAD-APPROVER-ID             PIC X(08).
