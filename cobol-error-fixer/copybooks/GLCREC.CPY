      *---------------------------------------------------------------
      *    GLCREC.CPY
      *    GENERAL LEDGER EXTRACT CONTROL RECORD - THE SINGLE
      *    RECORD ON GLCTL, READ FROM GLCIN AND REWRITTEN BY EACH
      *    GLEXTR RUN.  IT HOLDS THE LAST BUSINESS DATE SENT TO THE
      *    LEDGER AND AN IMAGE OF THE LAST TRANHIST ROW JOURNALED.
      *    TRANHIST CARRIES NO POSTING-RUN STAMP, AND A CORRECTED
      *    REJECT RESUBMITTED THROUGH TRANPROC KEEPS ITS ORIGINAL
      *    TRANSACTION DATE, SO THE NIGHT'S ACCEPTED ROWS ARE THE
      *    ROWS APPENDED AFTER THAT ONE.  THE DATE ALSO BOUNDS THE
      *    SUSPENSE WRITE-OFFS PICKED UP EACH NIGHT.
      *    GLC-RETRO-LINES-JOURNALED WAS APPENDED 10/15/2026 - THE
      *    NUMBER OF WHRETRO ADJUSTMENT ('A') LINES ON REMLEDG WHEN
      *    THE RECORD WAS WRITTEN.  THE LINES PAST IT ARE THE NEXT
      *    RUN'S TO JOURNAL, WHATEVER DATE THEY WERE POSTED UNDER.
      *    A RECORD WRITTEN BEFORE THE FIELD EXISTED HAS SPACES
      *    THERE, AND THE NEXT RUN TAKES THE LINES DATED AFTER
      *    GLC-BUSINESS-DATE INSTEAD.
      *---------------------------------------------------------------
       01  GL-CONTROL-RECORD.
           05  GLC-BUSINESS-DATE           PIC 9(08).
           05  GLC-LAST-HIST-ROW           PIC X(34).
           05  GLC-HIST-ROWS-JOURNALED     PIC 9(07).
           05  GLC-RETRO-LINES-JOURNALED   PIC 9(07).
