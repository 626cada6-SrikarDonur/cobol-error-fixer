       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ANOMRPT.
       AUTHOR.        M.OKONKWO - TRANSACTION PROCESSING.
       INSTALLATION.  CORPORATE OPERATIONS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  MO   ORIGINAL PROGRAM.  NIGHTLY ACCOUNT      *
      *                   ACTIVITY ANOMALY REPORT, RUN AFTER      *
      *                   TRANPROC.  TRANRPT AND TRANMRPT FLAG    *
      *                   ONLY AMOUNTS OVER ONE FIXED THRESHOLD,  *
      *                   WHICH MISSES A SMALL ACCOUNT THAT JUMPS *
      *                   A HUNDREDFOLD AND BURIES THE REPORT IN  *
      *                   THE BIG COMMERCIAL ACCOUNTS EVERY       *
      *                   NIGHT.  TONIGHT'S ACTIVITY IS THE       *
      *                   TRANHIST ROWS APPENDED AFTER THE LAST   *
      *                   ROW THE PRIOR RUN COUNTED, HELD ON THE  *
      *                   ANOMCTL CONTROL FILE (ANOMCIN OLD-IN,   *
      *                   ANOMCTL NEW-OUT, SWAPPED IN THE JOB     *
      *                   STREAM AS GLEXTR'S GLCIN AND GLCTL      *
      *                   ARE), SO A RESUBMITTED REJECT CARRYING  *
      *                   ITS ORIGINAL TRANSACTION DATE IS        *
      *                   COUNTED THE NIGHT IT POSTS.  THIS STEP  *
      *                   SORTS THE TRANHIST ROWS DATED FROM THE  *
      *                   START OF THE LOOK-BACK WINDOW, AND      *
      *                   TONIGHT'S ROWS, BY ACCOUNT AND DATE,    *
      *                   BUILDS EACH ACCOUNT'S OWN BASELINE FROM *
      *                   ITS ACTIVE DAYS AMONG THE WINDOW'S ROWS *
      *                   UP TO THAT LAST ROW (AVERAGE AND SPREAD *
      *                   OF THE DAILY AMOUNT, THE DAILY          *
      *                   TRANSACTION COUNT, AND THE DAILY        *
      *                   REVERSAL RATIO), AND COMPARES TONIGHT'S *
      *                   ACTIVITY TO IT.  AN ACCOUNT THAT RISES  *
      *                   MORE THAN THE SET MULTIPLE OF SPREADS   *
      *                   ABOVE ITS AVERAGE ON ANY MEASURE IS     *
      *                   PRINTED ON THE EXCEPTION SECTION; AN    *
      *                   ACCOUNT WITH TOO FEW ACTIVE DAYS OF     *
      *                   HISTORY IS LISTED SEPARATELY INSTEAD.   *
      *                   WINDOW, MINIMUM HISTORY, AND MULTIPLES  *
      *                   COME FROM THE OPTIONAL ANOMPARM CARD.   *
      *                   ENDS WITH RETURN CODE 4 WHEN ANY        *
      *                   ACCOUNT IS FLAGGED SO THE NIGHT SHOWS   *
      *                   ON RUNRPT.                              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT REPORT-FILE ASSIGN TO "ANOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OPTIONAL ANOMALY-PARM-FILE ASSIGN TO "ANOMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMALY-PARM-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

           SELECT OPTIONAL ANOM-CONTROL-IN-FILE ASSIGN TO "ANOMCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOM-CONTROL-IN-STATUS.

           SELECT ANOM-CONTROL-OUT-FILE ASSIGN TO "ANOMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOM-CONTROL-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER          PIC X(08).
           05  SRT-TONIGHT-SW              PIC X(01).
               88  SRT-TONIGHT                        VALUE 'Y'.
           05  SRT-TRANSACTION-DATE        PIC X(08).
           05  SRT-TRANSACTION-TYPE        PIC X(01).
               88  SRT-REVERSAL                       VALUE 'R'.
           05  SRT-TRANSACTION-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                  PIC X(80).

      *----------------------------------------------------------*
      *    ANOMPARM - LOOK-BACK DAYS, MINIMUM ACTIVE DAYS OF       *
      *    HISTORY, AND THE SPREAD MULTIPLES FOR THE AMOUNT,       *
      *    COUNT, AND REVERSAL-RATIO TESTS (ONE DECIMAL EACH).     *
      *----------------------------------------------------------*
       FD  ANOMALY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANOMALY-PARM-RECORD.
           05  ANP-LOOKBACK-DAYS           PIC 9(03).
           05  ANP-MIN-HISTORY-DAYS        PIC 9(03).
           05  ANP-AMOUNT-MULTIPLE         PIC 9(02)V9.
           05  ANP-COUNT-MULTIPLE          PIC 9(02)V9.
           05  ANP-REVERSAL-MULTIPLE       PIC 9(02)V9.

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       FD  ANOM-CONTROL-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANOM-CONTROL-IN-RECORD.
           05  ACI-BUSINESS-DATE       PIC 9(08).
           05  ACI-LAST-HIST-ROW       PIC X(34).
           05  ACI-TONIGHT-ROWS        PIC 9(07).

       FD  ANOM-CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ANOMCREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    FILE STATUS                                              *
      *----------------------------------------------------------*
       01  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-ANOMALY-PARM-STATUS      PIC X(02) VALUE '00'.
       01  WS-ANOM-CONTROL-IN-STATUS   PIC X(02) VALUE '00'.
       01  WS-ANOM-CONTROL-OUT-STATUS  PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      *    BUSINESS DATE AND RUN HISTORY WORK FIELDS - THE EVENT   *
      *    FIELDS ARE SET BY THE CALLER OF 9800-WRITE-RUN-HISTORY. *
      *----------------------------------------------------------*
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-X          PIC X(08) VALUE SPACES.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       01  WS-RH-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE           PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------*
      *    SWITCHES                                                 *
      *----------------------------------------------------------*
       01  WS-HISTORY-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-HISTORY-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                         VALUE 'Y'.
       01  WS-FIRST-RECORD-SW           PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD                     VALUE 'Y'.
       01  WS-ACCOUNT-FLAGGED-SW        PIC X(01) VALUE 'N'.
           88  WS-ACCOUNT-FLAGGED                  VALUE 'Y'.

      *----------------------------------------------------------*
      *    ANOMALY CONTROL - THE PRIOR RUN'S BUSINESS DATE AND     *
      *    LAST TRANHIST ROW.  THE ROWS APPENDED AFTER THAT ROW    *
      *    ARE TONIGHT'S, WHATEVER THEIR TRANSACTION DATE; THE     *
      *    WINDOW'S ROWS UP TO IT ARE THE BASELINE.  WITH NO PRIOR *
      *    CONTROL RECORD (THE FIRST RUN) TONIGHT'S ROWS ARE THOSE *
      *    DATED ON THE BUSINESS DATE.                             *
      *----------------------------------------------------------*
       01  WS-PRIOR-CONTROL-SW          PIC X(01) VALUE 'N'.
           88  WS-PRIOR-CONTROL                    VALUE 'Y'.
       01  WS-PRIOR-ANOM-DATE           PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-HIST-ROW            PIC X(34) VALUE SPACES.
       01  WS-MARKER-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-MARKER-FOUND                     VALUE 'Y'.
       01  WS-MARKER-ROW-NO             PIC 9(09) VALUE ZERO.
       01  WS-HIST-ROW-NO               PIC 9(09) VALUE ZERO.
       01  WS-LAST-HIST-ROW             PIC X(34) VALUE SPACES.

      *----------------------------------------------------------*
      *    ANOMALY PARAMETERS - DEFAULTS, OVERRIDDEN BY ANOMPARM.  *
      *    THE LOOK-BACK IS IN CALENDAR DAYS BEFORE THE BUSINESS   *
      *    DATE; THE MINIMUM HISTORY IS IN ACTIVE DAYS (DAYS THE   *
      *    ACCOUNT HAD ANY TRANHIST ROW) WITHIN THAT WINDOW.       *
      *----------------------------------------------------------*
       01  WS-LOOKBACK-DAYS             PIC 9(03) VALUE 030.
       01  WS-MIN-HISTORY-DAYS          PIC 9(03) VALUE 005.
       01  WS-AMOUNT-MULTIPLE           PIC 9(02)V9 VALUE 03.0.
       01  WS-COUNT-MULTIPLE            PIC 9(02)V9 VALUE 03.0.
       01  WS-REVERSAL-MULTIPLE         PIC 9(02)V9 VALUE 03.0.
       01  WS-WINDOW-DATE               PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-START              PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      *    SPREAD FLOORS - AN ACCOUNT THAT DOES EXACTLY THE SAME   *
      *    THING EVERY DAY HAS NO SPREAD, AND WITHOUT A FLOOR ANY  *
      *    CHANGE AT ALL WOULD BE AN EXCEPTION.  THE AMOUNT FLOOR  *
      *    IS A FRACTION OF THE ACCOUNT'S OWN AVERAGE; THE COUNT   *
      *    AND RATIO FLOORS ARE ABSOLUTE.                          *
      *----------------------------------------------------------*
       01  WS-AMOUNT-FLOOR-PCT          PIC 9V99 VALUE 0.25.
       01  WS-COUNT-FLOOR               PIC 9(03)V9999 VALUE 1.
       01  WS-RATIO-FLOOR               PIC 9(03)V9999 VALUE 0.10.

      *----------------------------------------------------------*
      *    CONTROL-BREAK WORK AREAS - THE DAY BEING ACCUMULATED    *
      *    (GROSS AMOUNT, SO A REVERSAL ADDS TO THE DAY'S ACTIVITY *
      *    INSTEAD OF CANCELLING A SALE) AND THE BUSINESS DATE'S   *
      *    ACTIVITY FOR THE CURRENT ACCOUNT.                       *
      *----------------------------------------------------------*
       01  WS-PREV-ACCOUNT-NUMBER       PIC X(08) VALUE SPACES.
       01  WS-PREV-TRANSACTION-DATE     PIC X(08) VALUE SPACES.
       01  WS-PREV-TONIGHT-SW           PIC X(01) VALUE 'N'.
       01  WS-ABS-TRANSACTION-AMT       PIC 9(07)V99 VALUE ZERO.
       01  WS-DAY-AMOUNT                PIC 9(09)V99 VALUE ZERO.
       01  WS-DAY-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-DAY-REVERSALS             PIC 9(05) VALUE ZERO.
       01  WS-TONIGHT-SW                PIC X(01) VALUE 'N'.
           88  WS-ACTIVE-TONIGHT                   VALUE 'Y'.
       01  WS-TONIGHT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
       01  WS-TONIGHT-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-TONIGHT-RATIO             PIC 9(03)V9999 VALUE ZERO.

      *----------------------------------------------------------*
      *    ONE ENTRY PER ACTIVE DAY OF THE CURRENT ACCOUNT'S       *
      *    BASELINE.  HELD SO THE SPREAD IS TAKEN FROM THE         *
      *    DIFFERENCES FROM THE AVERAGE IN A SECOND PASS.  THE     *
      *    LOOK-BACK CANNOT EXCEED 999 DAYS, SO NEITHER CAN THIS.  *
      *----------------------------------------------------------*
       01  WS-BASE-MAX                  PIC 9(03) VALUE 999.
       01  WS-BASE-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-BASE-IDX.
               10  WS-BASE-AMOUNT       PIC 9(09)V99.
               10  WS-BASE-TXN-COUNT    PIC 9(05).
               10  WS-BASE-RATIO        PIC 9(03)V9999.
       01  WS-BASE-SUB                  PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      *    ONE TEST - THE CALLER OF 3600-APPLY-TEST LOADS THE      *
      *    MEASURE'S NAME, TONIGHT'S VALUE, ITS MULTIPLE AND       *
      *    FLOOR, AND THE BASELINE VALUES INTO WS-TEST-DAY.        *
      *----------------------------------------------------------*
       01  WS-TEST-NAME                 PIC X(10) VALUE SPACES.
       01  WS-TEST-VALUE                PIC 9(09)V9999 VALUE ZERO.
       01  WS-TEST-MULTIPLE             PIC 9(02)V9 VALUE ZERO.
       01  WS-TEST-FLOOR                PIC 9(09)V9999 VALUE ZERO.
       01  WS-TEST-SUM                  PIC 9(12)V9999 VALUE ZERO.
       01  WS-TEST-MEAN                 PIC 9(09)V9999 VALUE ZERO.
       01  WS-TEST-DIFF                 PIC S9(09)V9999 VALUE ZERO.
       01  WS-TEST-VARIANCE             PIC 9(16)V9999 VALUE ZERO.
       01  WS-TEST-SPREAD               PIC 9(09)V9999 VALUE ZERO.
       01  WS-TEST-LIMIT                PIC 9(11)V9999 VALUE ZERO.
       01  WS-TEST-SPREADS-OUT          PIC 9(03)V9 VALUE ZERO.
       01  WS-TEST-DAY-TABLE.
           05  WS-TEST-DAY OCCURS 999 TIMES
                                        PIC 9(09)V9999.

      *----------------------------------------------------------*
      *    NEW-ACCOUNT TABLE - ACCOUNTS ACTIVE ON THE BUSINESS     *
      *    DATE WITH TOO LITTLE HISTORY TO JUDGE, LISTED AFTER     *
      *    THE EXCEPTIONS.                                         *
      *----------------------------------------------------------*
       01  WS-NEW-MAX                   PIC 9(04) VALUE 2000.
       01  WS-NEW-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-NEW-IDX.
               10  WS-NEW-ACCOUNT       PIC X(08).
               10  WS-NEW-DAYS          PIC 9(03).
               10  WS-NEW-AMOUNT        PIC 9(09)V99.
               10  WS-NEW-TXN-COUNT     PIC 9(05).
       01  WS-NEW-SUB                   PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------*
      *    RUN COUNTS                                               *
      *----------------------------------------------------------*
       01  WS-HISTORY-RECORDS-READ      PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-SELECTED          PIC 9(07) VALUE ZERO.
       01  WS-TONIGHT-ROWS              PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-ACTIVE           PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-EVALUATED        PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-FLAGGED          PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-NEW              PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-LINES           PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                      *
      *----------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(80) VALUE
               "ANOMRPT - ACCOUNT ACTIVITY ANOMALY REPORT".

       01  WS-BUSINESS-DATE-LINE.
           05  FILLER                   PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  RL-BUSINESS-DATE         PIC X(08).
           05  FILLER                   PIC X(17) VALUE
               "   BASELINE FROM ".
           05  RL-WINDOW-START          PIC X(08).
           05  FILLER                   PIC X(32) VALUE SPACES.

       01  WS-PARM-LINE.
           05  FILLER                   PIC X(18) VALUE
               "MIN ACTIVE DAYS: ".
           05  RL-MIN-HISTORY-DAYS      PIC ZZ9.
           05  FILLER                   PIC X(19) VALUE
               "   MULTIPLES - AMT ".
           05  RL-AMOUNT-MULTIPLE       PIC Z9.9.
           05  FILLER                   PIC X(07) VALUE
               "  CNT ".
           05  RL-COUNT-MULTIPLE        PIC Z9.9.
           05  FILLER                   PIC X(07) VALUE
               "  REV ".
           05  RL-REVERSAL-MULTIPLE     PIC Z9.9.
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  WS-EXCEPTION-HEADING-LINE.
           05  FILLER                   PIC X(80) VALUE
               "EXCEPTIONS - ACTIVITY ABOVE THE ACCOUNT'S OWN BASELINE".

       01  WS-EXCEPTION-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "  ACCOUNT   MEASURE            TONIGHT  ".
           05  FILLER                   PIC X(40) VALUE
               "       AVERAGE          SPREAD  TIMES".

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EXC-ACCOUNT           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EXC-MEASURE           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EXC-TONIGHT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EXC-AVERAGE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EXC-SPREAD            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EXC-SPREADS-OUT       PIC ZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.

       01  WS-NEW-HEADING-LINE.
           05  FILLER                   PIC X(80) VALUE
               "NEW ACCOUNTS - TOO LITTLE HISTORY TO JUDGE".

       01  WS-NEW-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "  ACCOUNT  ACTIVE DAYS    TONIGHT AMOUNT".
           05  FILLER                   PIC X(40) VALUE
               "   TONIGHT COUNT".

       01  WS-NEW-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NEW-ACCOUNT           PIC X(08).
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  RL-NEW-DAYS              PIC ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RL-NEW-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RL-NEW-TXN-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                   PIC X(80) VALUE
               "  NONE".

       01  WS-SUMMARY-LINE.
           05  RL-SUMMARY-LABEL         PIC X(40).
           05  RL-SUMMARY-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER SRT-TONIGHT-SW
                                SRT-TRANSACTION-DATE
               INPUT PROCEDURE IS 2000-SELECT-HISTORY
               OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "ANOMRPT: ERROR CLOSING REPORT-FILE, "
                   "STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6500-WRITE-ANOM-CONTROL
           IF WS-ACCOUNTS-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'E' TO WS-RH-EVENT
           MOVE WS-RECORDS-SELECTED TO WS-RH-RECORD-COUNT
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           DISPLAY "ANOMRPT: BUSINESS DATE " WS-BUSINESS-DATE
           DISPLAY "ANOMRPT: " WS-RECORDS-SELECTED " OF "
               WS-HISTORY-RECORDS-READ " TRANHIST ROWS IN THE WINDOW"
           DISPLAY "ANOMRPT: " WS-TONIGHT-ROWS
               " TRANHIST ROWS APPENDED SINCE THE PRIOR RUN"
           DISPLAY "ANOMRPT: " WS-ACCOUNTS-ACTIVE
               " ACCOUNTS ACTIVE ON THE BUSINESS DATE"
           DISPLAY "ANOMRPT: " WS-ACCOUNTS-FLAGGED
               " ACCOUNTS FLAGGED, " WS-ACCOUNTS-NEW
               " NEW ACCOUNTS LISTED"
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-INITIALIZE - BUSINESS DATE, RUN HISTORY START,     *
      *    THE ANOMALY CARD, THE PRIOR RUN'S CONTROL RECORD, AND   *
      *    THE REPORT HEADINGS.  TRANHIST                          *
      *    AND SORT-WORK-FILE ARE HANDLED BY THE SORT PROCEDURES.  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           PERFORM 1080-GET-ANOMALY-CARD
           PERFORM 1090-GET-ANOM-CONTROL
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                - WS-LOOKBACK-DAYS)
           MOVE WS-WINDOW-DATE TO WS-WINDOW-START

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "ANOMRPT: UNABLE TO OPEN REPORT-FILE, "
                   "STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-BUSINESS-DATE-X TO RL-BUSINESS-DATE
           MOVE WS-WINDOW-START TO RL-WINDOW-START
           MOVE WS-BUSINESS-DATE-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-MIN-HISTORY-DAYS TO RL-MIN-HISTORY-DAYS
           MOVE WS-AMOUNT-MULTIPLE TO RL-AMOUNT-MULTIPLE
           MOVE WS-COUNT-MULTIPLE TO RL-COUNT-MULTIPLE
           MOVE WS-REVERSAL-MULTIPLE TO RL-REVERSAL-MULTIPLE
           MOVE WS-PARM-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-EXCEPTION-HEADING-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-EXCEPTION-COLUMN-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    1050-GET-BUSINESS-DATE - PICK UP THE RUNPARM BUSINESS-  *
      *    DATE CARD, FALLING BACK TO THE CURRENT DATE WHEN NO     *
      *    CARD IS SUPPLIED.                                       *
      *----------------------------------------------------------*
       1050-GET-BUSINESS-DATE.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUN-PARM-STATUS = '00'
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-BUSINESS-DATE NUMERIC
                       AND RP-BUSINESS-DATE > ZERO
                           MOVE RP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           ELSE
               IF WS-RUN-PARM-STATUS NOT = '05'
                   DISPLAY "ANOMRPT: UNABLE TO OPEN RUN-PARM-FILE, "
                       "STATUS = " WS-RUN-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF.

      *----------------------------------------------------------*
      *    1080-GET-ANOMALY-CARD - PICK UP THE OPTIONAL ANOMPARM   *
      *    CARD.  WITH NO CARD THE WORKING-STORAGE DEFAULTS        *
      *    STAND; A CARD THAT IS NOT NUMERIC, OR ASKS FOR NO       *
      *    LOOK-BACK AT ALL, IS REFUSED RATHER THAN GUESSED AT.    *
      *----------------------------------------------------------*
       1080-GET-ANOMALY-CARD.
           OPEN INPUT ANOMALY-PARM-FILE
           IF WS-ANOMALY-PARM-STATUS = '00'
               READ ANOMALY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANP-LOOKBACK-DAYS NUMERIC
                       AND ANP-LOOKBACK-DAYS > ZERO
                       AND ANP-MIN-HISTORY-DAYS NUMERIC
                       AND ANP-AMOUNT-MULTIPLE NUMERIC
                       AND ANP-COUNT-MULTIPLE NUMERIC
                       AND ANP-REVERSAL-MULTIPLE NUMERIC
                           MOVE ANP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                           MOVE ANP-MIN-HISTORY-DAYS
                               TO WS-MIN-HISTORY-DAYS
                           MOVE ANP-AMOUNT-MULTIPLE
                               TO WS-AMOUNT-MULTIPLE
                           MOVE ANP-COUNT-MULTIPLE
                               TO WS-COUNT-MULTIPLE
                           MOVE ANP-REVERSAL-MULTIPLE
                               TO WS-REVERSAL-MULTIPLE
                       ELSE
                           DISPLAY "ANOMRPT: ANOMPARM CARD NOT NUMERIC "
                               "OR ZERO LOOK-BACK - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE ANOMALY-PARM-FILE
           ELSE
               IF WS-ANOMALY-PARM-STATUS NOT = '05'
                   DISPLAY "ANOMRPT: UNABLE TO OPEN ANOMALY-PARM-"
                       "FILE, STATUS = " WS-ANOMALY-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    1090-GET-ANOM-CONTROL - PICK UP THE PRIOR RUN'S CONTROL *
      *    RECORD.  A CONTROL DATE ON OR AFTER TONIGHT'S BUSINESS  *
      *    DATE MEANS ANOMCIN IS NOT THE FILE IT SHOULD BE, AND    *
      *    THE RUN IS REFUSED RATHER THAN MEASURE THE WRONG ROWS.  *
      *----------------------------------------------------------*
       1090-GET-ANOM-CONTROL.
           OPEN INPUT ANOM-CONTROL-IN-FILE
           IF WS-ANOM-CONTROL-IN-STATUS NOT = '00' AND '05'
               DISPLAY "ANOMRPT: UNABLE TO OPEN ANOM-CONTROL-IN-FILE, "
                   "STATUS = " WS-ANOM-CONTROL-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ANOM-CONTROL-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-PRIOR-CONTROL-SW
                   MOVE ACI-BUSINESS-DATE TO WS-PRIOR-ANOM-DATE
                   MOVE ACI-LAST-HIST-ROW TO WS-PRIOR-HIST-ROW
           END-READ
           CLOSE ANOM-CONTROL-IN-FILE
           IF WS-PRIOR-CONTROL
               IF WS-PRIOR-ANOM-DATE NOT NUMERIC
               OR WS-PRIOR-ANOM-DATE NOT < WS-BUSINESS-DATE
                   DISPLAY "ANOMRPT: ANOMCIN CONTROL DATE "
                       WS-PRIOR-ANOM-DATE " IS NOT BEFORE BUSINESS "
                       "DATE " WS-BUSINESS-DATE " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    2000-SELECT-HISTORY - SORT INPUT PROCEDURE.  FINDS THE  *
      *    LAST ROW COUNTED BY THE PRIOR RUN (THE LAST COPY OF IT, *
      *    SHOULD AN IDENTICAL ROW APPEAR EARLIER), THEN RELEASES  *
      *    EVERY ROW AFTER IT AS TONIGHT'S AND THE ROWS UP TO IT   *
      *    DATED FROM THE WINDOW START THROUGH THE BUSINESS DATE   *
      *    AS THE BASELINE.  IF THE ROW IS NO LONGER ON TRANHIST   *
      *    THE RUN IS REFUSED - THE NIGHT CANNOT BE TOLD APART.    *
      *----------------------------------------------------------*
       2000-SELECT-HISTORY.
           IF WS-PRIOR-CONTROL
           AND WS-PRIOR-HIST-ROW NOT = SPACES
               PERFORM 2050-OPEN-HISTORY
               PERFORM 2080-FIND-MARKER THRU 2080-EXIT
                   UNTIL WS-HISTORY-EOF
               PERFORM 2060-CLOSE-HISTORY
               IF NOT WS-MARKER-FOUND
                   DISPLAY "ANOMRPT: LAST ROW COUNTED ON "
                       WS-PRIOR-ANOM-DATE " IS NOT ON TRANHIST - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-PRIOR-HIST-ROW TO WS-LAST-HIST-ROW
           PERFORM 2050-OPEN-HISTORY
           PERFORM 2100-RELEASE-ONE-ROW THRU 2100-EXIT
               UNTIL WS-HISTORY-EOF
           PERFORM 2060-CLOSE-HISTORY.

       2050-OPEN-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF-SW
           MOVE ZERO TO WS-HIST-ROW-NO
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "ANOMRPT: UNABLE TO OPEN HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2060-CLOSE-HISTORY.
           CLOSE HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "ANOMRPT: ERROR CLOSING HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2080-FIND-MARKER.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   GO TO 2080-EXIT
           END-READ
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "ANOMRPT: READ ERROR ON HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-ROW-NO
           IF HISTORY-RECORD = WS-PRIOR-HIST-ROW
               MOVE 'Y' TO WS-MARKER-FOUND-SW
               MOVE WS-HIST-ROW-NO TO WS-MARKER-ROW-NO
           END-IF.
       2080-EXIT.
           EXIT.

       2100-RELEASE-ONE-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   IF WS-HISTORY-FILE-STATUS NOT = '00'
                       DISPLAY "ANOMRPT: READ ERROR ON HISTORY-FILE, "
                           "STATUS = " WS-HISTORY-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HISTORY-RECORDS-READ
                   ADD 1 TO WS-HIST-ROW-NO
                   MOVE HISTORY-RECORD TO WS-LAST-HIST-ROW
                   MOVE 'N' TO SRT-TONIGHT-SW
                   IF WS-PRIOR-CONTROL
                       IF WS-HIST-ROW-NO > WS-MARKER-ROW-NO
                           MOVE 'Y' TO SRT-TONIGHT-SW
                       END-IF
                   ELSE
                       IF HIST-TRANSACTION-DATE = WS-BUSINESS-DATE-X
                           MOVE 'Y' TO SRT-TONIGHT-SW
                       END-IF
                   END-IF
                   IF SRT-TONIGHT
                       ADD 1 TO WS-TONIGHT-ROWS
                       PERFORM 2150-RELEASE-ROW
                   ELSE
                       IF HIST-TRANSACTION-DATE >= WS-WINDOW-START
                       AND HIST-TRANSACTION-DATE <= WS-BUSINESS-DATE-X
                           PERFORM 2150-RELEASE-ROW
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2150-RELEASE-ROW - TONIGHT'S ROWS ARE ALL RELEASED      *
      *    UNDER THE BUSINESS DATE SO THEY BREAK AS ONE DAY.       *
      *----------------------------------------------------------*
       2150-RELEASE-ROW.
           MOVE HIST-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
           IF SRT-TONIGHT
               MOVE WS-BUSINESS-DATE-X TO SRT-TRANSACTION-DATE
           ELSE
               MOVE HIST-TRANSACTION-DATE TO SRT-TRANSACTION-DATE
           END-IF
           MOVE HIST-TRANSACTION-TYPE TO SRT-TRANSACTION-TYPE
           MOVE HIST-TRANSACTION-AMT TO SRT-TRANSACTION-AMT
           RELEASE SORT-RECORD
           ADD 1 TO WS-RECORDS-SELECTED.

      *----------------------------------------------------------*
      *    3000-PRODUCE-REPORT - SORT OUTPUT PROCEDURE.  RETURNS   *
      *    THE WINDOW IN ACCOUNT AND DATE ORDER, BREAKING ON DAY   *
      *    AND ACCOUNT, THEN PRINTS THE NEW-ACCOUNT SECTION AND    *
      *    THE RUN SUMMARY.                                        *
      *----------------------------------------------------------*
       3000-PRODUCE-REPORT.
           PERFORM 3100-RETURN-RECORD THRU 3100-EXIT
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM 3300-DAY-BREAK
               PERFORM 3400-ACCOUNT-BREAK
           END-IF
           IF WS-EXCEPTION-LINES = ZERO
               MOVE WS-NONE-LINE TO REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF
           PERFORM 3800-PRINT-NEW-ACCOUNTS
           PERFORM 3900-PRINT-SUMMARY.

       3100-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM 3200-PROCESS-RETURNED-RECORD
           END-RETURN.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3200-PROCESS-RETURNED-RECORD - BREAK ON ACCOUNT AND     *
      *    DAY BEFORE ACCUMULATING THE ROW INTO THE DAY.           *
      *----------------------------------------------------------*
       3200-PROCESS-RETURNED-RECORD.
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               MOVE SRT-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT-NUMBER
               MOVE SRT-TRANSACTION-DATE TO WS-PREV-TRANSACTION-DATE
               MOVE SRT-TONIGHT-SW TO WS-PREV-TONIGHT-SW
           ELSE
               IF SRT-ACCOUNT-NUMBER NOT = WS-PREV-ACCOUNT-NUMBER
                   PERFORM 3300-DAY-BREAK
                   PERFORM 3400-ACCOUNT-BREAK
                   MOVE SRT-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT-NUMBER
                   MOVE SRT-TRANSACTION-DATE TO WS-PREV-TRANSACTION-DATE
                   MOVE SRT-TONIGHT-SW TO WS-PREV-TONIGHT-SW
               ELSE
                   IF SRT-TRANSACTION-DATE
                       NOT = WS-PREV-TRANSACTION-DATE
                   OR SRT-TONIGHT-SW NOT = WS-PREV-TONIGHT-SW
                       PERFORM 3300-DAY-BREAK
                       MOVE SRT-TRANSACTION-DATE
                           TO WS-PREV-TRANSACTION-DATE
                       MOVE SRT-TONIGHT-SW TO WS-PREV-TONIGHT-SW
                   END-IF
               END-IF
           END-IF

           MOVE SRT-TRANSACTION-AMT TO WS-ABS-TRANSACTION-AMT
           ADD WS-ABS-TRANSACTION-AMT TO WS-DAY-AMOUNT
           ADD 1 TO WS-DAY-COUNT
           IF SRT-REVERSAL
               ADD 1 TO WS-DAY-REVERSALS
           END-IF.

      *----------------------------------------------------------*
      *    3300-DAY-BREAK - THE DAY JUST ENDED IS EITHER THE ROWS  *
      *    APPENDED TONIGHT OR ONE MORE ACTIVE DAY OF THE          *
      *    ACCOUNT'S BASELINE.                                     *
      *----------------------------------------------------------*
       3300-DAY-BREAK.
           IF WS-PREV-TONIGHT-SW = 'Y'
               MOVE 'Y' TO WS-TONIGHT-SW
               MOVE WS-DAY-AMOUNT TO WS-TONIGHT-AMOUNT
               MOVE WS-DAY-COUNT TO WS-TONIGHT-COUNT
               COMPUTE WS-TONIGHT-RATIO ROUNDED =
                   WS-DAY-REVERSALS / WS-DAY-COUNT
           ELSE
               IF WS-BASE-COUNT < WS-BASE-MAX
                   ADD 1 TO WS-BASE-COUNT
                   MOVE WS-DAY-AMOUNT TO WS-BASE-AMOUNT (WS-BASE-COUNT)
                   MOVE WS-DAY-COUNT
                       TO WS-BASE-TXN-COUNT (WS-BASE-COUNT)
                   COMPUTE WS-BASE-RATIO (WS-BASE-COUNT) ROUNDED =
                       WS-DAY-REVERSALS / WS-DAY-COUNT
               END-IF
           END-IF
           MOVE ZERO TO WS-DAY-AMOUNT
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-DAY-REVERSALS.

      *----------------------------------------------------------*
      *    3400-ACCOUNT-BREAK - THE ACCOUNT HAS CHANGED.  ONLY AN  *
      *    ACCOUNT ACTIVE ON THE BUSINESS DATE IS JUDGED: ONE      *
      *    WITH TOO FEW ACTIVE DAYS GOES TO THE NEW-ACCOUNT LIST,  *
      *    THE REST ARE TESTED ON ALL THREE MEASURES.  THEN RESET  *
      *    FOR THE NEXT ACCOUNT.                                   *
      *----------------------------------------------------------*
       3400-ACCOUNT-BREAK.
           IF WS-ACTIVE-TONIGHT
               ADD 1 TO WS-ACCOUNTS-ACTIVE
               IF WS-BASE-COUNT < WS-MIN-HISTORY-DAYS
               OR WS-BASE-COUNT = ZERO
                   PERFORM 3700-ADD-NEW-ACCOUNT
               ELSE
                   PERFORM 3500-EVALUATE-ACCOUNT
               END-IF
           END-IF
           MOVE 'N' TO WS-TONIGHT-SW
           MOVE ZERO TO WS-TONIGHT-AMOUNT
           MOVE ZERO TO WS-TONIGHT-COUNT
           MOVE ZERO TO WS-TONIGHT-RATIO
           MOVE ZERO TO WS-BASE-COUNT.

      *----------------------------------------------------------*
      *    3500-EVALUATE-ACCOUNT - RUN THE AMOUNT, COUNT, AND      *
      *    REVERSAL-RATIO TESTS.  THE ACCOUNT IS COUNTED ONCE AS   *
      *    FLAGGED HOWEVER MANY OF THE TESTS IT FAILS.             *
      *----------------------------------------------------------*
       3500-EVALUATE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-EVALUATED
           MOVE 'N' TO WS-ACCOUNT-FLAGGED-SW

           MOVE "AMOUNT" TO WS-TEST-NAME
           MOVE WS-TONIGHT-AMOUNT TO WS-TEST-VALUE
           MOVE WS-AMOUNT-MULTIPLE TO WS-TEST-MULTIPLE
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                   UNTIL WS-BASE-SUB > WS-BASE-COUNT
               MOVE WS-BASE-AMOUNT (WS-BASE-SUB)
                   TO WS-TEST-DAY (WS-BASE-SUB)
           END-PERFORM
           PERFORM 3550-COMPUTE-BASELINE
           COMPUTE WS-TEST-FLOOR ROUNDED =
               WS-TEST-MEAN * WS-AMOUNT-FLOOR-PCT
           PERFORM 3600-APPLY-TEST

           MOVE "COUNT" TO WS-TEST-NAME
           MOVE WS-TONIGHT-COUNT TO WS-TEST-VALUE
           MOVE WS-COUNT-MULTIPLE TO WS-TEST-MULTIPLE
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                   UNTIL WS-BASE-SUB > WS-BASE-COUNT
               MOVE WS-BASE-TXN-COUNT (WS-BASE-SUB)
                   TO WS-TEST-DAY (WS-BASE-SUB)
           END-PERFORM
           PERFORM 3550-COMPUTE-BASELINE
           MOVE WS-COUNT-FLOOR TO WS-TEST-FLOOR
           PERFORM 3600-APPLY-TEST

           MOVE "REVERSALS" TO WS-TEST-NAME
           MOVE WS-TONIGHT-RATIO TO WS-TEST-VALUE
           MOVE WS-REVERSAL-MULTIPLE TO WS-TEST-MULTIPLE
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                   UNTIL WS-BASE-SUB > WS-BASE-COUNT
               MOVE WS-BASE-RATIO (WS-BASE-SUB)
                   TO WS-TEST-DAY (WS-BASE-SUB)
           END-PERFORM
           PERFORM 3550-COMPUTE-BASELINE
           MOVE WS-RATIO-FLOOR TO WS-TEST-FLOOR
           PERFORM 3600-APPLY-TEST

           IF WS-ACCOUNT-FLAGGED
               ADD 1 TO WS-ACCOUNTS-FLAGGED
           END-IF.

      *----------------------------------------------------------*
      *    3550-COMPUTE-BASELINE - AVERAGE AND SPREAD (STANDARD    *
      *    DEVIATION) OF THE BASELINE DAYS LOADED INTO             *
      *    WS-TEST-DAY.  THE SPREAD IS TAKEN IN A SECOND PASS      *
      *    FROM EACH DAY'S DIFFERENCE FROM THE AVERAGE.            *
      *----------------------------------------------------------*
       3550-COMPUTE-BASELINE.
           MOVE ZERO TO WS-TEST-SUM
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                   UNTIL WS-BASE-SUB > WS-BASE-COUNT
               ADD WS-TEST-DAY (WS-BASE-SUB) TO WS-TEST-SUM
           END-PERFORM
           COMPUTE WS-TEST-MEAN ROUNDED = WS-TEST-SUM / WS-BASE-COUNT
           MOVE ZERO TO WS-TEST-VARIANCE
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                   UNTIL WS-BASE-SUB > WS-BASE-COUNT
               COMPUTE WS-TEST-DIFF =
                   WS-TEST-DAY (WS-BASE-SUB) - WS-TEST-MEAN
               COMPUTE WS-TEST-VARIANCE ROUNDED = WS-TEST-VARIANCE
                   + (WS-TEST-DIFF * WS-TEST-DIFF) / WS-BASE-COUNT
           END-PERFORM
           COMPUTE WS-TEST-SPREAD ROUNDED =
               FUNCTION SQRT (WS-TEST-VARIANCE).

      *----------------------------------------------------------*
      *    3600-APPLY-TEST - FLAG THE MEASURE WHEN TONIGHT'S       *
      *    VALUE IS MORE THAN THE MULTIPLE OF SPREADS ABOVE THE    *
      *    AVERAGE.  THE SPREAD USED IS NEVER LESS THAN THE        *
      *    MEASURE'S FLOOR.  A DROP IN ACTIVITY IS NOT FLAGGED.    *
      *----------------------------------------------------------*
       3600-APPLY-TEST.
           IF WS-TEST-SPREAD < WS-TEST-FLOOR
               MOVE WS-TEST-FLOOR TO WS-TEST-SPREAD
           END-IF
           COMPUTE WS-TEST-LIMIT =
               WS-TEST-MEAN + (WS-TEST-SPREAD * WS-TEST-MULTIPLE)
           IF WS-TEST-VALUE > WS-TEST-LIMIT
           AND WS-TEST-SPREAD > ZERO
               MOVE 'Y' TO WS-ACCOUNT-FLAGGED-SW
               ADD 1 TO WS-EXCEPTION-LINES
               COMPUTE WS-TEST-SPREADS-OUT ROUNDED =
                   (WS-TEST-VALUE - WS-TEST-MEAN) / WS-TEST-SPREAD
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TEST-SPREADS-OUT
               END-COMPUTE
               MOVE WS-PREV-ACCOUNT-NUMBER TO RL-EXC-ACCOUNT
               MOVE WS-TEST-NAME TO RL-EXC-MEASURE
               MOVE WS-TEST-VALUE TO RL-EXC-TONIGHT
               MOVE WS-TEST-MEAN TO RL-EXC-AVERAGE
               MOVE WS-TEST-SPREAD TO RL-EXC-SPREAD
               MOVE WS-TEST-SPREADS-OUT TO RL-EXC-SPREADS-OUT
               MOVE WS-EXCEPTION-DETAIL-LINE TO REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------*
      *    3700-ADD-NEW-ACCOUNT - HOLD A NEW ACCOUNT FOR ITS OWN   *
      *    SECTION AFTER THE EXCEPTIONS.                           *
      *----------------------------------------------------------*
       3700-ADD-NEW-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-NEW
           IF WS-NEW-COUNT < WS-NEW-MAX
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-PREV-ACCOUNT-NUMBER
                   TO WS-NEW-ACCOUNT (WS-NEW-COUNT)
               MOVE WS-BASE-COUNT TO WS-NEW-DAYS (WS-NEW-COUNT)
               MOVE WS-TONIGHT-AMOUNT TO WS-NEW-AMOUNT (WS-NEW-COUNT)
               MOVE WS-TONIGHT-COUNT
                   TO WS-NEW-TXN-COUNT (WS-NEW-COUNT)
           ELSE
               DISPLAY "ANOMRPT: NEW-ACCOUNT TABLE FULL AT "
                   WS-NEW-MAX " ENTRIES, FURTHER ITEMS NOT LISTED"
           END-IF.

      *----------------------------------------------------------*
      *    3800-PRINT-NEW-ACCOUNTS                                 *
      *----------------------------------------------------------*
       3800-PRINT-NEW-ACCOUNTS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-NEW-HEADING-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-NEW-COLUMN-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-NEW-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               MOVE WS-NEW-ACCOUNT (WS-NEW-SUB) TO RL-NEW-ACCOUNT
               MOVE WS-NEW-DAYS (WS-NEW-SUB) TO RL-NEW-DAYS
               MOVE WS-NEW-AMOUNT (WS-NEW-SUB) TO RL-NEW-AMOUNT
               MOVE WS-NEW-TXN-COUNT (WS-NEW-SUB) TO RL-NEW-TXN-COUNT
               MOVE WS-NEW-DETAIL-LINE TO REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-PERFORM.

      *----------------------------------------------------------*
      *    3900-PRINT-SUMMARY                                      *
      *----------------------------------------------------------*
       3900-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TRANHIST ROWS IN THE WINDOW . . . . . :"
               TO RL-SUMMARY-LABEL
           MOVE WS-RECORDS-SELECTED TO RL-SUMMARY-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TRANHIST ROWS APPENDED TONIGHT. . . . :"
               TO RL-SUMMARY-LABEL
           MOVE WS-TONIGHT-ROWS TO RL-SUMMARY-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ACCOUNTS ACTIVE ON THE BUSINESS DATE  :"
               TO RL-SUMMARY-LABEL
           MOVE WS-ACCOUNTS-ACTIVE TO RL-SUMMARY-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ACCOUNTS JUDGED AGAINST A BASELINE. . :"
               TO RL-SUMMARY-LABEL
           MOVE WS-ACCOUNTS-EVALUATED TO RL-SUMMARY-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ACCOUNTS FLAGGED. . . . . . . . . . . :"
               TO RL-SUMMARY-LABEL
           MOVE WS-ACCOUNTS-FLAGGED TO RL-SUMMARY-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "NEW ACCOUNTS LISTED, NOT JUDGED . . . :"
               TO RL-SUMMARY-LABEL
           MOVE WS-ACCOUNTS-NEW TO RL-SUMMARY-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    6500-WRITE-ANOM-CONTROL - THE NEW CONTROL RECORD, WITH  *
      *    THE LAST TRANHIST ROW READ TONIGHT, FOR THE NEXT RUN.   *
      *----------------------------------------------------------*
       6500-WRITE-ANOM-CONTROL.
           OPEN OUTPUT ANOM-CONTROL-OUT-FILE
           IF WS-ANOM-CONTROL-OUT-STATUS NOT = '00'
               DISPLAY "ANOMRPT: UNABLE TO OPEN ANOM-CONTROL-OUT-FILE, "
                   "STATUS = " WS-ANOM-CONTROL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ANOM-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE TO ANC-BUSINESS-DATE
           MOVE WS-LAST-HIST-ROW TO ANC-LAST-HIST-ROW
           MOVE WS-TONIGHT-ROWS TO ANC-TONIGHT-ROWS
           WRITE ANOM-CONTROL-RECORD
           IF WS-ANOM-CONTROL-OUT-STATUS NOT = '00'
               DISPLAY "ANOMRPT: ERROR WRITING ANOM-CONTROL-OUT-FILE, "
                   "STATUS = " WS-ANOM-CONTROL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ANOM-CONTROL-OUT-FILE
           IF WS-ANOM-CONTROL-OUT-STATUS NOT = '00'
               DISPLAY "ANOMRPT: ERROR CLOSING ANOM-CONTROL-OUT-FILE, "
                   "STATUS = " WS-ANOM-CONTROL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    8000-WRITE-REPORT-RECORD - WRITE ONE REPORT LINE WITH   *
      *    THE USUAL FILE STATUS CHECK.                            *
      *----------------------------------------------------------*
       8000-WRITE-REPORT-RECORD.
           WRITE REPORT-RECORD
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "ANOMRPT: ERROR WRITING REPORT-FILE, "
                   "STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9800-WRITE-RUN-HISTORY - APPEND ONE START OR END EVENT  *
      *    TO THE SHARED RUN HISTORY.  THE CALLER SETS WS-RH-      *
      *    EVENT, WS-RH-RECORD-COUNT, AND WS-RH-RETURN-CODE.       *
      *----------------------------------------------------------*
       9800-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00' AND '05'
               DISPLAY "ANOMRPT: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ANOMRPT" TO RH-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-RUN-TIME
           MOVE WS-RH-EVENT TO RH-EVENT
           MOVE WS-RH-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-RH-RETURN-CODE TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "ANOMRPT: ERROR WRITING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "ANOMRPT: ERROR CLOSING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
