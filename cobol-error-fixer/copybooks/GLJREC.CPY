      *---------------------------------------------------------------
      *    GLJREC.CPY
      *    GENERAL LEDGER JOURNAL INTERFACE RECORD - THE FIXED
      *    LAYOUT OF THE NIGHTLY GLJRNL FILE THE GLEXTR JOB SENDS
      *    TO ACCOUNTING.  ONE HEADER RECORD (BUSINESS DATE AND
      *    RUN STAMP), ONE DETAIL RECORD PER JOURNAL LINE (GL
      *    ACCOUNT, DEBIT OR CREDIT, UNSIGNED AMOUNT, AND THE FILE
      *    THE FIGURE CAME FROM), AND ONE TRAILER RECORD (LINE
      *    COUNT AND DEBIT AND CREDIT TOTALS, WHICH ARE ALWAYS
      *    EQUAL - AN OUT-OF-BALANCE JOURNAL IS NEVER WRITTEN).
      *    THE RECORD TYPE IS IN THE FIRST THREE BYTES, AS ON THE
      *    TRANSACTION FEED'S CONTROL RECORDS.
      *---------------------------------------------------------------
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE             PIC X(03).
               88  GLJ-HEADER                         VALUE 'HDR'.
               88  GLJ-DETAIL                         VALUE 'DTL'.
               88  GLJ-TRAILER                        VALUE 'TRL'.
           05  GLJ-DETAIL-FIELDS.
               10  GLJ-BUSINESS-DATE       PIC 9(08).
               10  GLJ-LINE-NO             PIC 9(05).
               10  GLJ-GL-ACCOUNT          PIC X(08).
               10  GLJ-DEBIT-CREDIT        PIC X(01).
                   88  GLJ-DEBIT                      VALUE 'D'.
                   88  GLJ-CREDIT                     VALUE 'C'.
               10  GLJ-AMOUNT              PIC 9(11)V99.
               10  GLJ-SOURCE              PIC X(08).
               10  GLJ-DESCRIPTION         PIC X(30).
           05  GLJ-HEADER-FIELDS REDEFINES GLJ-DETAIL-FIELDS.
               10  GLJH-BUSINESS-DATE      PIC 9(08).
               10  GLJH-SYSTEM-ID          PIC X(08).
               10  GLJH-RUN-DATE           PIC 9(08).
               10  GLJH-RUN-TIME           PIC 9(06).
               10  FILLER                  PIC X(43).
           05  GLJ-TRAILER-FIELDS REDEFINES GLJ-DETAIL-FIELDS.
               10  GLJT-BUSINESS-DATE      PIC 9(08).
               10  GLJT-LINE-COUNT         PIC 9(05).
               10  GLJT-DEBIT-TOTAL        PIC 9(13)V99.
               10  GLJT-CREDIT-TOTAL       PIC 9(13)V99.
               10  FILLER                  PIC X(30).
