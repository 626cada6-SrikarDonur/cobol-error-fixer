      *---------------------------------------------------------------
      *    ANOMCREC.CPY
      *    ACTIVITY ANOMALY CONTROL RECORD - THE SINGLE RECORD ON
      *    ANOMCTL, READ FROM ANOMCIN AND REWRITTEN BY EACH ANOMRPT
      *    RUN.  IT HOLDS THE LAST BUSINESS DATE REPORTED AND AN
      *    IMAGE OF THE LAST TRANHIST ROW COUNTED AS THAT NIGHT'S
      *    ACTIVITY.  TRANHIST CARRIES NO POSTING-RUN STAMP, AND A
      *    CORRECTED REJECT RESUBMITTED THROUGH TRANPROC KEEPS ITS
      *    ORIGINAL TRANSACTION DATE, SO THE NIGHT'S ACCEPTED ROWS
      *    ARE THE ROWS APPENDED AFTER THAT ONE - THE SAME RULE
      *    GLEXTR KEEPS ON GLCTL.
      *---------------------------------------------------------------
       01  ANOM-CONTROL-RECORD.
           05  ANC-BUSINESS-DATE           PIC 9(08).
           05  ANC-LAST-HIST-ROW           PIC X(34).
           05  ANC-TONIGHT-ROWS            PIC 9(07).
