       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INQBLD.
       AUTHOR.        M.OKONKWO - TRANSACTION PROCESSING.
       INSTALLATION.  CORPORATE OPERATIONS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  MO   ORIGINAL PROGRAM.  END-OF-NIGHT STEP     *
      *                   THAT BUILDS THE KEYED FILES BEHIND THE   *
      *                   ACCTINQ ONLINE ACCOUNT INQUIRY, THE SAME *
      *                   WAY XREFBLD BUILDS AXREFKEY FOR TAXWH:   *
      *                   THE WHYTD MASTER, THE UNRESOLVED         *
      *                   SUSPFILE ITEMS, AND TRANHIST ARE ALL     *
      *                   SEQUENTIAL FILES AN ONLINE TRANSACTION   *
      *                   CANNOT READ BY ACCOUNT.  WHYKEY HOLDS    *
      *                   EACH ACCOUNT'S YEAR-TO-DATE TOTALS,      *
      *                   SUSPKEY ITS OPEN AND CORRECTED SUSPENSE  *
      *                   ITEMS, AND HISTKEY ITS TRANHIST          *
      *                   TRANSACTIONS NUMBERED MOST RECENT FIRST  *
      *                   SO THE SCREEN CAN PAGE THROUGH THEM.     *
      *                   RUN AFTER WHPOST, REJSUSP, AND REJRESUB  *
      *                   SO THE INQUIRY SHOWS THE NIGHT JUST RUN. *
      *                   ACCTMST, AXREFKEY, AND PENDACT ARE READ  *
      *                   ONLINE AS THEY STAND.                    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHYTD-FILE ASSIGN TO "WHYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT KEYED-WHYTD-FILE ASSIGN TO "WHYKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KWY-ACCOUNT-NUMBER
               FILE STATUS IS WS-KEYED-WHYTD-STATUS.

           SELECT KEYED-SUSPENSE-FILE ASSIGN TO "SUSPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IQS-KEY
               FILE STATUS IS WS-KEYED-SUSPENSE-STATUS.

           SELECT KEYED-HISTORY-FILE ASSIGN TO "HISTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IQH-KEY
               FILE STATUS IS WS-KEYED-HISTORY-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHYTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHYREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  KEYED-WHYTD-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYED-WHYTD-RECORD.
           05  KWY-ACCOUNT-NUMBER          PIC X(08).
           05  KWY-CUSTOMER-NAME           PIC X(20).
           05  KWY-YTD-TRANSACTION-AMT     PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  KWY-YTD-WITHHOLDING-AMT     PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.

       FD  KEYED-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INQSUSP.

       FD  KEYED-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INQHIST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER          PIC X(08).
           05  SRT-TRANSACTION-DATE        PIC X(08).
           05  SRT-SEQUENCE-NO             PIC 9(07).
           05  SRT-TRANSACTION-TYPE        PIC X(01).
           05  SRT-TRANSACTION-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.

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
       01  WS-WHYTD-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-KEYED-WHYTD-STATUS       PIC X(02) VALUE '00'.
       01  WS-KEYED-SUSPENSE-STATUS    PIC X(02) VALUE '00'.
       01  WS-KEYED-HISTORY-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       01  WS-RH-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE           PIC 9(02) VALUE ZERO.
       01  WS-WHYTD-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-WHYTD-EOF                       VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SUSPENSE-EOF                    VALUE 'Y'.
       01  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-HISTORY-EOF                     VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                        VALUE 'Y'.

      *----------------------------------------------------------*
      *    RECENCY NUMBERING - RESTARTS AT 1 ON EACH NEW ACCOUNT   *
      *    IN THE SORTED HISTORY.                                  *
      *----------------------------------------------------------*
       01  WS-PREV-ACCOUNT-NUMBER      PIC X(08) VALUE LOW-VALUES.
       01  WS-RECENT-NO                PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------*
      *    RUN COUNTS FOR THE END-OF-JOB MESSAGES                  *
      *----------------------------------------------------------*
       01  WS-WHYTD-LOADED             PIC 9(07) VALUE ZERO.
       01  WS-SUSPENSE-READ            PIC 9(07) VALUE ZERO.
       01  WS-SUSPENSE-LOADED          PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-LOADED           PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-CAPPED           PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-WHYTD THRU 2000-EXIT
               UNTIL WS-WHYTD-EOF
           PERFORM 3000-LOAD-SUSPENSE THRU 3000-EXIT
               UNTIL WS-SUSPENSE-EOF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
               ON DESCENDING KEY SRT-TRANSACTION-DATE
                                 SRT-SEQUENCE-NO
               INPUT PROCEDURE IS 4000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 5000-LOAD-HISTORY
           PERFORM 9000-TERMINATE
           MOVE 'E' TO WS-RH-EVENT
           COMPUTE WS-RH-RECORD-COUNT = WS-WHYTD-LOADED
               + WS-SUSPENSE-LOADED + WS-HISTORY-LOADED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           DISPLAY "INQBLD: BUSINESS DATE " WS-BUSINESS-DATE
           DISPLAY "INQBLD: " WS-WHYTD-LOADED
               " WHYTD ACCOUNTS LOADED TO WHYKEY"
           DISPLAY "INQBLD: " WS-SUSPENSE-LOADED " OF "
               WS-SUSPENSE-READ " SUSPENSE ITEMS LOADED TO SUSPKEY"
           DISPLAY "INQBLD: " WS-HISTORY-LOADED
               " TRANSACTIONS LOADED TO HISTKEY"
           IF WS-HISTORY-CAPPED > ZERO
               DISPLAY "INQBLD: " WS-HISTORY-CAPPED
                   " OLDER TRANSACTIONS BEYOND 99999 PER ACCOUNT "
                   "NOT LOADED"
           END-IF
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-INITIALIZE - OPEN THE SEQUENTIAL MASTERS AND        *
      *    START EACH KEYED FILE EMPTY.  TRANHIST IS OPENED BY THE  *
      *    SORT INPUT PROCEDURE.                                    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           OPEN INPUT WHYTD-FILE
           IF WS-WHYTD-FILE-STATUS NOT = '00'
               DISPLAY "INQBLD: UNABLE TO OPEN WHYTD-FILE, "
                   "STATUS = " WS-WHYTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00' AND '05'
               DISPLAY "INQBLD: UNABLE TO OPEN SUSPENSE-FILE, "
                   "STATUS = " WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT KEYED-WHYTD-FILE
           IF WS-KEYED-WHYTD-STATUS NOT = '00'
               DISPLAY "INQBLD: UNABLE TO OPEN KEYED-WHYTD-FILE, "
                   "STATUS = " WS-KEYED-WHYTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT KEYED-SUSPENSE-FILE
           IF WS-KEYED-SUSPENSE-STATUS NOT = '00'
               DISPLAY "INQBLD: UNABLE TO OPEN KEYED-SUSPENSE-FILE, "
                   "STATUS = " WS-KEYED-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT KEYED-HISTORY-FILE
           IF WS-KEYED-HISTORY-STATUS NOT = '00'
               DISPLAY "INQBLD: UNABLE TO OPEN KEYED-HISTORY-FILE, "
                   "STATUS = " WS-KEYED-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                   DISPLAY "INQBLD: UNABLE TO OPEN RUN-PARM-FILE, "
                       "STATUS = " WS-RUN-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF.

      *----------------------------------------------------------*
      *    9800-WRITE-RUN-HISTORY - APPEND ONE START OR END EVENT  *
      *    TO THE SHARED RUN HISTORY.  THE CALLER SETS WS-RH-      *
      *    EVENT, WS-RH-RECORD-COUNT, AND WS-RH-RETURN-CODE.       *
      *----------------------------------------------------------*
       9800-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00' AND '05'
               DISPLAY "INQBLD: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "INQBLD" TO RH-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-RUN-TIME
           MOVE WS-RH-EVENT TO RH-EVENT
           MOVE WS-RH-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-RH-RETURN-CODE TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR WRITING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR CLOSING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    2000-LOAD-WHYTD - ONE PASS OF THE WHYTD LOAD.  EVERY    *
      *    ACCOUNT ON THE MASTER GOES TO WHYKEY UNCHANGED.         *
      *----------------------------------------------------------*
       2000-LOAD-WHYTD.
           READ WHYTD-FILE
               AT END
                   MOVE 'Y' TO WS-WHYTD-EOF-SW
               NOT AT END
                   IF WS-WHYTD-FILE-STATUS NOT = '00'
                       DISPLAY "INQBLD: READ ERROR ON WHYTD-FILE, "
                           "STATUS = " WS-WHYTD-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WH-YTD-RECORD TO KEYED-WHYTD-RECORD
                   WRITE KEYED-WHYTD-RECORD
                   IF WS-KEYED-WHYTD-STATUS NOT = '00'
                       DISPLAY "INQBLD: ERROR WRITING KEYED-WHYTD-"
                           "FILE, STATUS = " WS-KEYED-WHYTD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WHYTD-LOADED
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-LOAD-SUSPENSE - ONE PASS OF THE SUSPENSE LOAD.     *
      *    ONLY ITEMS STILL AWAITING ACTION - OPEN, OR CORRECTED   *
      *    BUT NOT YET RESUBMITTED - ARE OF INTEREST TO A CALLER.  *
      *    A CORRECTED ITEM IS SHOWN UNDER ITS ORIGINAL ACCOUNT,   *
      *    WHICH IS THE ONE THE HOLDER WILL ASK ABOUT.             *
      *----------------------------------------------------------*
       3000-LOAD-SUSPENSE.
           IF WS-SUSPENSE-FILE-STATUS = '05'
               MOVE 'Y' TO WS-SUSPENSE-EOF-SW
               GO TO 3000-EXIT
           END-IF
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF-SW
               NOT AT END
                   IF WS-SUSPENSE-FILE-STATUS NOT = '00'
                       DISPLAY "INQBLD: READ ERROR ON SUSPENSE-FILE, "
                           "STATUS = " WS-SUSPENSE-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SUSPENSE-READ
                   IF SUS-STATUS-OPEN OR SUS-STATUS-CORRECTED
                       PERFORM 3100-WRITE-KEYED-SUSPENSE
                   END-IF
           END-READ.
       3000-EXIT.
           EXIT.

       3100-WRITE-KEYED-SUSPENSE.
           MOVE SUS-ACCOUNT-NUMBER TO IQS-ACCOUNT-NUMBER
           MOVE SUS-SUSPENSE-ID TO IQS-SUSPENSE-ID
           MOVE SUS-STATUS TO IQS-STATUS
           MOVE SUS-REJECT-DATE TO IQS-REJECT-DATE
           MOVE SUS-TRANSACTION-DATE TO IQS-TRANSACTION-DATE
           MOVE SUS-TRANSACTION-TYPE TO IQS-TRANSACTION-TYPE
           MOVE SUS-TRANSACTION-AMT TO IQS-TRANSACTION-AMT
           MOVE SUS-REASON-CODE TO IQS-REASON-CODE
           MOVE SUS-REASON-TEXT TO IQS-REASON-TEXT
           WRITE INQ-SUSPENSE-RECORD
           IF WS-KEYED-SUSPENSE-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR WRITING KEYED-SUSPENSE-FILE, "
                   "STATUS = " WS-KEYED-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSPENSE-LOADED.

      *----------------------------------------------------------*
      *    4000-RELEASE-HISTORY - SORT INPUT PROCEDURE.  RELEASES   *
      *    EVERY TRANHIST RECORD.  A MISSING TRANHIST (A NEW        *
      *    INSTALLATION) SIMPLY LEAVES HISTKEY EMPTY.               *
      *----------------------------------------------------------*
       4000-RELEASE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '05'
               MOVE 'Y' TO WS-HISTORY-EOF-SW
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   DISPLAY "INQBLD: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS = " WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 4100-RELEASE-RECORD THRU 4100-EXIT
               UNTIL WS-HISTORY-EOF
           CLOSE HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR CLOSING HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4100-RELEASE-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   IF WS-HISTORY-FILE-STATUS NOT = '00'
                       DISPLAY "INQBLD: READ ERROR ON HISTORY-"
                           "FILE, STATUS = " WS-HISTORY-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE HIST-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
                   MOVE HIST-TRANSACTION-DATE TO SRT-TRANSACTION-DATE
                   MOVE HIST-SEQUENCE-NO TO SRT-SEQUENCE-NO
                   MOVE HIST-TRANSACTION-TYPE TO SRT-TRANSACTION-TYPE
                   MOVE HIST-TRANSACTION-AMT TO SRT-TRANSACTION-AMT
                   RELEASE SORT-RECORD
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    5000-LOAD-HISTORY - SORT OUTPUT PROCEDURE.  THE SORTED   *
      *    RECORDS COME BACK ACCOUNT BY ACCOUNT, NEWEST FIRST; EACH *
      *    IS NUMBERED FROM 1 WITHIN ITS ACCOUNT AND WRITTEN TO     *
      *    HISTKEY.                                                 *
      *----------------------------------------------------------*
       5000-LOAD-HISTORY.
           PERFORM 5100-RETURN-RECORD THRU 5100-EXIT
               UNTIL WS-SORT-EOF.

       5100-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM 5200-WRITE-KEYED-HISTORY
           END-RETURN.
       5100-EXIT.
           EXIT.

       5200-WRITE-KEYED-HISTORY.
           IF SRT-ACCOUNT-NUMBER NOT = WS-PREV-ACCOUNT-NUMBER
               MOVE SRT-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT-NUMBER
               MOVE ZERO TO WS-RECENT-NO
           END-IF
           IF WS-RECENT-NO = 99999
               ADD 1 TO WS-HISTORY-CAPPED
           ELSE
               ADD 1 TO WS-RECENT-NO
               MOVE SRT-ACCOUNT-NUMBER TO IQH-ACCOUNT-NUMBER
               MOVE WS-RECENT-NO TO IQH-RECENT-NO
               MOVE SRT-TRANSACTION-DATE TO IQH-TRANSACTION-DATE
               MOVE SRT-SEQUENCE-NO TO IQH-SEQUENCE-NO
               MOVE SRT-TRANSACTION-TYPE TO IQH-TRANSACTION-TYPE
               MOVE SRT-TRANSACTION-AMT TO IQH-TRANSACTION-AMT
               WRITE INQ-HISTORY-RECORD
               IF WS-KEYED-HISTORY-STATUS NOT = '00'
                   DISPLAY "INQBLD: ERROR WRITING KEYED-HISTORY-"
                       "FILE, STATUS = " WS-KEYED-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HISTORY-LOADED
           END-IF.

      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE WHYTD-FILE
           IF WS-WHYTD-FILE-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR CLOSING WHYTD-FILE, "
                   "STATUS = " WS-WHYTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR CLOSING SUSPENSE-FILE, "
                   "STATUS = " WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE KEYED-WHYTD-FILE
           IF WS-KEYED-WHYTD-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR CLOSING KEYED-WHYTD-FILE, "
                   "STATUS = " WS-KEYED-WHYTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE KEYED-SUSPENSE-FILE
           IF WS-KEYED-SUSPENSE-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR CLOSING KEYED-SUSPENSE-FILE, "
                   "STATUS = " WS-KEYED-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE KEYED-HISTORY-FILE
           IF WS-KEYED-HISTORY-STATUS NOT = '00'
               DISPLAY "INQBLD: ERROR CLOSING KEYED-HISTORY-FILE, "
                   "STATUS = " WS-KEYED-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
