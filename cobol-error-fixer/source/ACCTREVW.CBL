       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTREVW.
       AUTHOR.        M.OKONKWO - TRANSACTION PROCESSING.
       INSTALLATION.  CORPORATE OPERATIONS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  MO   ORIGINAL PROGRAM.  PERIODIC ACCOUNT      *
      *                   REVIEW.  AN OPEN ACCOUNT STAYED OPEN     *
      *                   FOREVER UNLESS SOMEONE HAPPENED TO       *
      *                   NOTICE IT.  THIS JOB READS EVERY OPEN    *
      *                   ACCOUNT ON ACCTMST AGAINST ITS LATEST    *
      *                   TRANHIST ACTIVITY AND FINDS TWO CASES:   *
      *                   A DORMANT ACCOUNT (NO ACTIVITY FOR THE   *
      *                   SET NUMBER OF MONTHS - AN ACCOUNT WITH   *
      *                   NO HISTORY AT ALL COUNTS FROM ITS OPEN   *
      *                   DATE), AND AN ACCOUNT WHOSE HOLDER ON    *
      *                   AXREFKEY IS TERMINATED ('T') ON EMPFILE  *
      *                   BUT WHICH HAS TAKEN TRANSACTIONS SINCE   *
      *                   THE TERMINATION DATE.  EACH HIT IS       *
      *                   LISTED ON REVWRPT AND A PROPOSED CLOSE   *
      *                   OR FREEZE IS QUEUED ON PENDACT UNDER     *
      *                   USERID ACCTREVW WITH AN EFFECTIVE DATE   *
      *                   THE NOTICE PERIOD OUT.  THE BACK OFFICE  *
      *                   CAN CANCEL IT IN ACCTMNT (FUNCTION X)    *
      *                   DURING THE NOTICE PERIOD; OTHERWISE      *
      *                   ACCTPEND APPLIES IT AND LOGS IT TO       *
      *                   ACCTLOG AS USUAL.  AN ACCOUNT ALREADY    *
      *                   FROZEN OR CLOSED, OR WITH ANY ACTION     *
      *                   ALREADY PENDING, IS NOT QUEUED AGAIN.    *
      *                   MONTHS, NOTICE DAYS, AND THE ACTION FOR  *
      *                   EACH CASE COME FROM THE OPTIONAL         *
      *                   REVWPARM CARD.  ENDS WITH RETURN CODE 4  *
      *                   WHEN ANY ACTION WAS QUEUED.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "AXREFKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AXR-ACCOUNT-NUMBER
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT OPTIONAL PENDING-ACTION-FILE ASSIGN TO "PENDACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT REPORT-FILE ASSIGN TO "REVWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OPTIONAL REVIEW-PARM-FILE ASSIGN TO "REVWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-PARM-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  ACCOUNT-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AXREF.

       FD  PENDING-ACTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER          PIC X(08).
           05  SRT-TRANSACTION-DATE        PIC X(08).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                  PIC X(80).

      *----------------------------------------------------------*
      *    REVWPARM - DORMANCY MONTHS, NOTICE DAYS BEFORE THE      *
      *    QUEUED ACTION TAKES EFFECT, AND THE STATUS PROPOSED     *
      *    FOR A DORMANT AND FOR A TERMINATED-HOLDER ACCOUNT       *
      *    (C = CLOSE, F = FREEZE).                                *
      *----------------------------------------------------------*
       FD  REVIEW-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-PARM-RECORD.
           05  RVP-DORMANT-MONTHS          PIC 9(02).
           05  RVP-NOTICE-DAYS             PIC 9(03).
           05  RVP-DORMANT-ACTION          PIC X(01).
           05  RVP-TERMINATED-ACTION       PIC X(01).

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *----------------------------------------------------------*
       01  WS-ACCOUNT-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-XREF-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WS-PENDING-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-REVIEW-PARM-STATUS       PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-X          PIC X(08) VALUE SPACES.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       01  WS-RH-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE           PIC 9(02) VALUE ZERO.
       01  WS-EMPLOYEE-EOF-SW          PIC X(01) VALUE 'N'.
           88  EMPLOYEE-EOF                       VALUE 'Y'.
       01  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-HISTORY-EOF                     VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                        VALUE 'Y'.
       01  WS-ACCOUNT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-ACCOUNT-EOF                     VALUE 'Y'.
       01  WS-EMP-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND                       VALUE 'Y'.
       01  WS-PENDING-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-PENDING-FOUND                   VALUE 'Y'.

      *----------------------------------------------------------*
      *    REVIEW PARAMETERS - DEFAULTS, OVERRIDDEN BY REVWPARM.   *
      *----------------------------------------------------------*
       01  WS-DORMANT-MONTHS           PIC 9(02) VALUE 06.
       01  WS-NOTICE-DAYS              PIC 9(03) VALUE 030.
       01  WS-DORMANT-ACTION           PIC X(01) VALUE 'C'.
       01  WS-TERMINATED-ACTION        PIC X(01) VALUE 'F'.

      *----------------------------------------------------------*
      *    DATES - THE DORMANCY CUTOFF IS THE BUSINESS DATE BACK   *
      *    THE SET NUMBER OF MONTHS (SAME DAY OF THE MONTH; IT IS  *
      *    ONLY EVER COMPARED, SO A 31ST IN A SHORT MONTH DOES NO  *
      *    HARM).  THE EFFECTIVE DATE IS THE NOTICE PERIOD OUT.    *
      *----------------------------------------------------------*
       01  WS-BUSINESS-DATE-PARTS.
           05  WS-BD-YEAR              PIC 9(04).
           05  WS-BD-MONTH             PIC 9(02).
           05  WS-BD-DAY               PIC 9(02).
       01  WS-CUTOFF-DATE.
           05  WS-CUT-YEAR             PIC 9(04).
           05  WS-CUT-MONTH            PIC 9(02).
           05  WS-CUT-DAY              PIC 9(02).
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                       PIC X(08).
       01  WS-MONTH-NUMBER             PIC 9(06) VALUE ZERO.
       01  WS-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      *    TRANHIST ACCOUNT SUMMARY - THE SORTED HISTORY IS READ   *
      *    ONE ACCOUNT AT A TIME ALONGSIDE ACCTMST.  THE HELD ROW  *
      *    IS THE FIRST ROW OF THE NEXT ACCOUNT; HIGH-VALUES MARK  *
      *    THE END OF THE SORTED HISTORY.                          *
      *----------------------------------------------------------*
       01  WS-HELD-ACCOUNT             PIC X(08) VALUE SPACES.
       01  WS-HELD-DATE                PIC X(08) VALUE SPACES.
       01  WS-HA-ACCOUNT               PIC X(08) VALUE LOW-VALUES.
       01  WS-HA-LAST-DATE             PIC X(08) VALUE SPACES.
       01  WS-LAST-ACTIVITY-DATE       PIC X(08) VALUE SPACES.
       01  WS-REFERENCE-DATE           PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      *    THE CURRENT HIT                                         *
      *----------------------------------------------------------*
       01  WS-HIT-REASON               PIC X(10) VALUE SPACES.
       01  WS-HIT-ACTION               PIC X(01) VALUE SPACE.
       01  WS-HIT-EMP-ID               PIC X(06) VALUE SPACES.
       01  WS-HIT-TERM-DATE            PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      *    TERMINATED EMPLOYEES OFF THE EMPLOYEE MASTER, LOADED    *
      *    AT STARTUP FOR THE PER-ACCOUNT LOOKUP.                  *
      *----------------------------------------------------------*
       01  WS-TERM-MAX                 PIC 9(05) VALUE 05000.
       01  WS-TERM-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-TERM-IDX.
               10  WS-TERM-EMP-ID       PIC 9(06).
               10  WS-TERM-DATE         PIC X(08).
       01  WS-TERM-SUB                 PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------*
      *    RUN COUNTS                                               *
      *----------------------------------------------------------*
       01  WS-ACCOUNTS-READ            PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-NOT-OPEN        PIC 9(07) VALUE ZERO.
       01  WS-DORMANT-FOUND            PIC 9(07) VALUE ZERO.
       01  WS-TERMINATED-FOUND         PIC 9(07) VALUE ZERO.
       01  WS-ACTIONS-QUEUED           PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-PENDING          PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                      *
      *----------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(80) VALUE
               "ACCTREVW - DORMANT/TERMINATED-HOLDER ACCOUNT REVIEW".

       01  WS-DATE-LINE.
           05  FILLER                   PIC X(16) VALUE
               "BUSINESS DATE : ".
           05  RL-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(25) VALUE
               "   DORMANT IF NONE SINCE ".
           05  RL-CUTOFF-DATE           PIC X(08).
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  WS-PARM-LINE.
           05  FILLER                   PIC X(16) VALUE
               "NOTICE DAYS   : ".
           05  RL-NOTICE-DAYS           PIC ZZ9.
           05  FILLER                   PIC X(21) VALUE
               "   DORMANT ACTION   ".
           05  RL-DORMANT-ACTION        PIC X(01).
           05  FILLER                   PIC X(22) VALUE
               "   TERMINATED ACTION ".
           05  RL-TERMINATED-ACTION     PIC X(01).
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               " ACCOUNT   REASON      LAST TXN  EMP ID ".
           05  FILLER                   PIC X(40) VALUE
               " TERM DT   A EFFECTIVE  RESULT".

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-ACCOUNT-NUMBER        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-REASON                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-LAST-ACTIVITY         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EMP-ID                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-TERM-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-ACTION                PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EFFECTIVE-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-RESULT                PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  RL-TOTAL-TEXT            PIC X(35).
           05  RL-TOTAL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-TERMINATED THRU 1100-EXIT
               UNTIL EMPLOYEE-EOF
           CLOSE EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR CLOSING EMPLOYEE-FILE, "
                   "STATUS = " WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
               INPUT PROCEDURE IS 2000-SELECT-HISTORY
               OUTPUT PROCEDURE IS 3000-REVIEW-ACCOUNTS
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-ACTIONS-QUEUED > ZERO
           AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'E' TO WS-RH-EVENT
           MOVE WS-ACCOUNTS-READ TO WS-RH-RECORD-COUNT
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           DISPLAY "ACCTREVW: BUSINESS DATE " WS-BUSINESS-DATE
           DISPLAY "ACCTREVW: " WS-DORMANT-FOUND " DORMANT, "
               WS-TERMINATED-FOUND " TERMINATED-HOLDER ACCOUNTS FOUND"
           DISPLAY "ACCTREVW: " WS-ACTIONS-QUEUED
               " ACTIONS QUEUED ON PENDACT, " WS-ALREADY-PENDING
               " ALREADY PENDING"
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-INITIALIZE                                         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           PERFORM 1080-GET-REVIEW-CARD
           PERFORM 1090-SET-REVIEW-DATES

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: UNABLE TO OPEN EMPLOYEE-FILE, "
                   "STATUS = " WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: UNABLE TO OPEN ACCOUNT-MASTER-FILE, "
                   "STATUS = " WS-ACCOUNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: UNABLE TO OPEN ACCOUNT-XREF-FILE, "
                   "STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PENDING-ACTION-FILE
           IF WS-PENDING-FILE-STATUS NOT = '00' AND '05'
               DISPLAY "ACCTREVW: UNABLE TO OPEN PENDING-ACTION-FILE, "
                   "STATUS = " WS-PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: UNABLE TO OPEN REPORT-FILE, "
                   "STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE WS-CUTOFF-DATE-X TO RL-CUTOFF-DATE
           MOVE WS-DATE-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-NOTICE-DAYS TO RL-NOTICE-DAYS
           MOVE WS-DORMANT-ACTION TO RL-DORMANT-ACTION
           MOVE WS-TERMINATED-ACTION TO RL-TERMINATED-ACTION
           MOVE WS-PARM-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-COLUMN-HEADING-LINE TO REPORT-RECORD
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
                   DISPLAY "ACCTREVW: UNABLE TO OPEN RUN-PARM-FILE, "
                       "STATUS = " WS-RUN-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X.

      *----------------------------------------------------------*
      *    1080-GET-REVIEW-CARD - PICK UP THE OPTIONAL REVWPARM    *
      *    CARD.  WITH NO CARD THE WORKING-STORAGE DEFAULTS        *
      *    STAND.  A CARD WITH A NON-NUMERIC OR ZERO PERIOD, OR    *
      *    AN ACTION OTHER THAN C OR F, IS REFUSED - QUEUING THE   *
      *    WRONG ACTION AGAINST EVERY HIT IS WORSE THAN NOT        *
      *    RUNNING.                                                *
      *----------------------------------------------------------*
       1080-GET-REVIEW-CARD.
           OPEN INPUT REVIEW-PARM-FILE
           IF WS-REVIEW-PARM-STATUS = '00'
               READ REVIEW-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RVP-DORMANT-MONTHS NUMERIC
                       AND RVP-DORMANT-MONTHS > ZERO
                       AND RVP-NOTICE-DAYS NUMERIC
                       AND RVP-NOTICE-DAYS > ZERO
                       AND (RVP-DORMANT-ACTION = 'C' OR 'F')
                       AND (RVP-TERMINATED-ACTION = 'C' OR 'F')
                           MOVE RVP-DORMANT-MONTHS
                               TO WS-DORMANT-MONTHS
                           MOVE RVP-NOTICE-DAYS TO WS-NOTICE-DAYS
                           MOVE RVP-DORMANT-ACTION
                               TO WS-DORMANT-ACTION
                           MOVE RVP-TERMINATED-ACTION
                               TO WS-TERMINATED-ACTION
                       ELSE
                           DISPLAY "ACCTREVW: REVWPARM CARD INVALID - "
                               "RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE REVIEW-PARM-FILE
           ELSE
               IF WS-REVIEW-PARM-STATUS NOT = '05'
                   DISPLAY "ACCTREVW: UNABLE TO OPEN REVIEW-PARM-"
                       "FILE, STATUS = " WS-REVIEW-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    1090-SET-REVIEW-DATES - THE DORMANCY CUTOFF AND THE     *
      *    EFFECTIVE DATE FOR EVERY ACTION QUEUED THIS RUN.        *
      *----------------------------------------------------------*
       1090-SET-REVIEW-DATES.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-PARTS
           COMPUTE WS-MONTH-NUMBER = (WS-BD-YEAR * 12)
               + (WS-BD-MONTH - 1) - WS-DORMANT-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUT-YEAR
               REMAINDER WS-CUT-MONTH
           ADD 1 TO WS-CUT-MONTH
           MOVE WS-BD-DAY TO WS-CUT-DAY
           COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                + WS-NOTICE-DAYS).

      *----------------------------------------------------------*
      *    1100-LOAD-TERMINATED - ONE PASS OF THE EMPLOYEE MASTER  *
      *    LOAD.  ONLY TERMINATED EMPLOYEES ARE KEPT.              *
      *----------------------------------------------------------*
       1100-LOAD-TERMINATED.
           READ EMPLOYEE-FILE
               AT END
                   MOVE 'Y' TO WS-EMPLOYEE-EOF-SW
               NOT AT END
                   IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
                       DISPLAY "ACCTREVW: READ ERROR ON EMPLOYEE-"
                           "FILE, STATUS = " WS-EMPLOYEE-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF EMP-TERMINATED
                       ADD 1 TO WS-TERM-COUNT
                       IF WS-TERM-COUNT > WS-TERM-MAX
                           DISPLAY "ACCTREVW: EMPLOYEE-FILE HAS MORE "
                               "THAN " WS-TERM-MAX
                               " TERMINATED EMPLOYEES"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE EMP-ID TO WS-TERM-EMP-ID (WS-TERM-COUNT)
                       MOVE EMP-TERM-DATE
                           TO WS-TERM-DATE (WS-TERM-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2000-SELECT-HISTORY - SORT INPUT PROCEDURE.  RELEASES   *
      *    THE ACCOUNT AND DATE OF EVERY TRANHIST ROW DATED ON OR  *
      *    BEFORE THE BUSINESS DATE.                               *
      *----------------------------------------------------------*
       2000-SELECT-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: UNABLE TO OPEN HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-RELEASE-ONE-ROW THRU 2100-EXIT
               UNTIL WS-HISTORY-EOF
           CLOSE HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR CLOSING HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-RELEASE-ONE-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   IF WS-HISTORY-FILE-STATUS NOT = '00'
                       DISPLAY "ACCTREVW: READ ERROR ON HISTORY-FILE, "
                           "STATUS = " WS-HISTORY-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF HIST-TRANSACTION-DATE <= WS-BUSINESS-DATE-X
                       MOVE HIST-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
                       MOVE HIST-TRANSACTION-DATE
                           TO SRT-TRANSACTION-DATE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-REVIEW-ACCOUNTS - SORT OUTPUT PROCEDURE.  WALKS    *
      *    ACCTMST IN ACCOUNT ORDER ALONGSIDE THE SORTED HISTORY,  *
      *    ONE HISTORY ACCOUNT AT A TIME.                          *
      *----------------------------------------------------------*
       3000-REVIEW-ACCOUNTS.
           PERFORM 3040-RETURN-HIST-ROW
           PERFORM 3050-NEXT-HIST-ACCOUNT
           PERFORM 3100-REVIEW-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-ACCOUNT-EOF.

      *----------------------------------------------------------*
      *    3040-RETURN-HIST-ROW - HOLD THE NEXT SORTED ROW.        *
      *----------------------------------------------------------*
       3040-RETURN-HIST-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   MOVE HIGH-VALUES TO WS-HELD-ACCOUNT
                   MOVE SPACES TO WS-HELD-DATE
               NOT AT END
                   MOVE SRT-ACCOUNT-NUMBER TO WS-HELD-ACCOUNT
                   MOVE SRT-TRANSACTION-DATE TO WS-HELD-DATE
           END-RETURN.

      *----------------------------------------------------------*
      *    3050-NEXT-HIST-ACCOUNT - ROLL THE HELD ACCOUNT'S ROWS   *
      *    UP INTO ITS LATEST ACTIVITY DATE.                       *
      *----------------------------------------------------------*
       3050-NEXT-HIST-ACCOUNT.
           MOVE WS-HELD-ACCOUNT TO WS-HA-ACCOUNT
           MOVE SPACES TO WS-HA-LAST-DATE
           PERFORM 3060-ROLL-HIST-ROW
               UNTIL WS-SORT-EOF
               OR WS-HELD-ACCOUNT NOT = WS-HA-ACCOUNT.

       3060-ROLL-HIST-ROW.
           IF WS-HELD-DATE > WS-HA-LAST-DATE
               MOVE WS-HELD-DATE TO WS-HA-LAST-DATE
           END-IF
           PERFORM 3040-RETURN-HIST-ROW.

      *----------------------------------------------------------*
      *    3100-REVIEW-ONE-ACCOUNT - ONE PASS OF THE ACCOUNT       *
      *    MASTER.  HISTORY FOR AN ACCOUNT NO LONGER ON THE        *
      *    MASTER IS PASSED OVER.  ONLY OPEN ACCOUNTS ARE          *
      *    REVIEWED; A TERMINATED HOLDER STILL TRANSACTING TAKES   *
      *    PRECEDENCE OVER DORMANCY WHEN BOTH COULD APPLY.         *
      *----------------------------------------------------------*
       3100-REVIEW-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCOUNT-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: READ ERROR ON ACCOUNT-MASTER-FILE, "
                   "STATUS = " WS-ACCOUNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCOUNTS-READ

           PERFORM 3050-NEXT-HIST-ACCOUNT
               UNTIL WS-HA-ACCOUNT NOT < ACCT-ACCOUNT-NUMBER
           IF WS-HA-ACCOUNT = ACCT-ACCOUNT-NUMBER
               MOVE WS-HA-LAST-DATE TO WS-LAST-ACTIVITY-DATE
           ELSE
               MOVE SPACES TO WS-LAST-ACTIVITY-DATE
           END-IF

           IF NOT ACCT-STATUS-OPEN
               ADD 1 TO WS-ACCOUNTS-NOT-OPEN
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES TO WS-HIT-REASON
           MOVE SPACES TO WS-HIT-EMP-ID
           MOVE SPACES TO WS-HIT-TERM-DATE
           IF WS-LAST-ACTIVITY-DATE NOT = SPACES
               PERFORM 3200-CHECK-TERMINATED-HOLDER
           END-IF
           IF WS-HIT-REASON = SPACES
               PERFORM 3300-CHECK-DORMANT
           END-IF
           IF WS-HIT-REASON NOT = SPACES
               PERFORM 3400-QUEUE-ACTION
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3200-CHECK-TERMINATED-HOLDER - THE ACCOUNT'S HOLDER ON  *
      *    AXREFKEY IS TERMINATED AND THE ACCOUNT HAS ACTIVITY     *
      *    DATED AFTER THE TERMINATION DATE.  A TERMINATED         *
      *    EMPLOYEE WITH NO TERMINATION DATE ON FILE COUNTS AS     *
      *    TERMINATED BEFORE ANY ACTIVITY.                         *
      *----------------------------------------------------------*
       3200-CHECK-TERMINATED-HOLDER.
           MOVE ACCT-ACCOUNT-NUMBER TO AXR-ACCOUNT-NUMBER
           READ ACCOUNT-XREF-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: READ ERROR ON ACCOUNT-XREF-FILE, "
                   "STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
                   OR WS-EMP-FOUND
               IF WS-TERM-EMP-ID (WS-TERM-SUB) = AXR-EMP-ID
                   MOVE 'Y' TO WS-EMP-FOUND-SW
                   MOVE WS-TERM-DATE (WS-TERM-SUB) TO WS-HIT-TERM-DATE
               END-IF
           END-PERFORM
           IF WS-EMP-FOUND
           AND WS-LAST-ACTIVITY-DATE > WS-HIT-TERM-DATE
               MOVE "TERMINATED" TO WS-HIT-REASON
               MOVE WS-TERMINATED-ACTION TO WS-HIT-ACTION
               MOVE AXR-EMP-ID TO WS-HIT-EMP-ID
               ADD 1 TO WS-TERMINATED-FOUND
           ELSE
               MOVE SPACES TO WS-HIT-TERM-DATE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3300-CHECK-DORMANT - NO ACTIVITY SINCE THE CUTOFF.  AN  *
      *    ACCOUNT WITH NOTHING ON TRANHIST IS MEASURED FROM ITS   *
      *    OPEN DATE, SO A NEW ACCOUNT IS NOT CAUGHT.              *
      *----------------------------------------------------------*
       3300-CHECK-DORMANT.
           IF WS-LAST-ACTIVITY-DATE = SPACES
               MOVE ACCT-OPEN-DATE TO WS-REFERENCE-DATE
           ELSE
               MOVE WS-LAST-ACTIVITY-DATE TO WS-REFERENCE-DATE
           END-IF
           IF WS-REFERENCE-DATE < WS-CUTOFF-DATE-X
               MOVE "DORMANT" TO WS-HIT-REASON
               MOVE WS-DORMANT-ACTION TO WS-HIT-ACTION
               ADD 1 TO WS-DORMANT-FOUND
           END-IF.

      *----------------------------------------------------------*
      *    3400-QUEUE-ACTION - LIST THE HIT, AND QUEUE ITS ACTION  *
      *    ON PENDACT UNLESS THE ACCOUNT ALREADY HAS ONE PENDING   *
      *    FOR ANY DATE.  A CLOSE CARRIES THE EFFECTIVE DATE AS    *
      *    ITS CLOSE DATE.                                         *
      *----------------------------------------------------------*
       3400-QUEUE-ACTION.
           MOVE ACCT-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
           MOVE WS-HIT-REASON TO RL-REASON
           MOVE WS-LAST-ACTIVITY-DATE TO RL-LAST-ACTIVITY
           MOVE WS-HIT-EMP-ID TO RL-EMP-ID
           MOVE WS-HIT-TERM-DATE TO RL-TERM-DATE
           MOVE WS-HIT-ACTION TO RL-ACTION
           MOVE WS-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE

           PERFORM 3450-CHECK-PENDING
           IF WS-PENDING-FOUND
               ADD 1 TO WS-ALREADY-PENDING
               MOVE "ALREADY PENDING" TO RL-RESULT
           ELSE
               MOVE ACCT-ACCOUNT-NUMBER TO PEND-ACCOUNT-NUMBER
               MOVE WS-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE
               MOVE WS-HIT-ACTION TO PEND-NEW-STATUS
               IF PEND-NEW-STATUS-CLOSED
                   MOVE WS-EFFECTIVE-DATE TO PEND-NEW-CLOSE-DATE
               ELSE
                   MOVE ACCT-CLOSE-DATE TO PEND-NEW-CLOSE-DATE
               END-IF
               MOVE "ACCTREVW" TO PEND-KEYED-USERID
               MOVE WS-BUSINESS-DATE TO PEND-KEYED-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO PEND-KEYED-TIME
               WRITE PENDING-ACTION-RECORD
               IF WS-PENDING-FILE-STATUS NOT = '00'
                   DISPLAY "ACCTREVW: ERROR WRITING PENDING-ACTION-"
                       "FILE, STATUS = " WS-PENDING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACTIONS-QUEUED
               MOVE "QUEUED" TO RL-RESULT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    3450-CHECK-PENDING - POSITION AT THE ACCOUNT'S FIRST    *
      *    PENDING ACTION, IF IT HAS ONE.                          *
      *----------------------------------------------------------*
       3450-CHECK-PENDING.
           MOVE 'N' TO WS-PENDING-FOUND-SW
           MOVE ACCT-ACCOUNT-NUMBER TO PEND-ACCOUNT-NUMBER
           MOVE ZERO TO PEND-EFFECTIVE-DATE
           START PENDING-ACTION-FILE
               KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   GO TO 3450-EXIT
           END-START
           READ PENDING-ACTION-FILE NEXT RECORD
               AT END
                   GO TO 3450-EXIT
           END-READ
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: READ ERROR ON PENDING-ACTION-FILE, "
                   "STATUS = " WS-PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PEND-ACCOUNT-NUMBER = ACCT-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-PENDING-FOUND-SW
           END-IF.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    4000-WRITE-SUMMARY                                       *
      *----------------------------------------------------------*
       4000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ACCOUNTS READ" TO RL-TOTAL-TEXT
           MOVE WS-ACCOUNTS-READ TO RL-TOTAL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ACCOUNTS NOT OPEN - NOT REVIEWED" TO RL-TOTAL-TEXT
           MOVE WS-ACCOUNTS-NOT-OPEN TO RL-TOTAL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "DORMANT ACCOUNTS" TO RL-TOTAL-TEXT
           MOVE WS-DORMANT-FOUND TO RL-TOTAL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TERMINATED-HOLDER ACCOUNTS" TO RL-TOTAL-TEXT
           MOVE WS-TERMINATED-FOUND TO RL-TOTAL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ACTIONS QUEUED ON PENDACT" TO RL-TOTAL-TEXT
           MOVE WS-ACTIONS-QUEUED TO RL-TOTAL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ALREADY PENDING - NOT QUEUED" TO RL-TOTAL-TEXT
           MOVE WS-ALREADY-PENDING TO RL-TOTAL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    8000-WRITE-REPORT-RECORD - WRITE ONE REPORT LINE WITH    *
      *    THE USUAL FILE STATUS CHECK.                             *
      *----------------------------------------------------------*
       8000-WRITE-REPORT-RECORD.
           WRITE REPORT-RECORD
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR WRITING REPORT-FILE, "
                   "STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR CLOSING ACCOUNT-MASTER-FILE, "
                   "STATUS = " WS-ACCOUNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ACCOUNT-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR CLOSING ACCOUNT-XREF-FILE, "
                   "STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PENDING-ACTION-FILE
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR CLOSING PENDING-ACTION-FILE, "
                   "STATUS = " WS-PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR CLOSING REPORT-FILE, "
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
               DISPLAY "ACCTREVW: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ACCTREVW" TO RH-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-RUN-TIME
           MOVE WS-RH-EVENT TO RH-EVENT
           MOVE WS-RH-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-RH-RETURN-CODE TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR WRITING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "ACCTREVW: ERROR CLOSING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
