      *                   THEN PASS OVER THE CONTROL RECORDS, SO    *
      *                   RECORD COUNTS AND CHECKPOINT POSITIONS    *
      *                   STILL COUNT DETAIL RECORDS ONLY.          *
      *  10/15/2026  MO   PROBABLE DUPLICATES ARE NOW REJECTED WITH *
      *                   NEW REASON 10 SO THEY FLOW INTO REJSUSP   *
      *                   INSTEAD OF BEING WITHHELD AND POSTED      *
      *                   TWICE.  A DETAIL RECORD IS A PROBABLE     *
      *                   DUPLICATE WHEN ITS ACCOUNT, TRANSACTION   *
      *                   DATE, TYPE, AND AMOUNT MATCH A RECORD     *
      *                   ALREADY ACCEPTED THIS RUN, OR A TRANHIST  *
      *                   ROW DATED WITHIN THE LOOK-BACK WINDOW     *
      *                   (DAYS BEFORE THE BUSINESS DATE, FROM THE  *
      *                   OPTIONAL DUPPARM CARD, DEFAULT 7).  THE   *
      *                   CHECK IS A KEYED READ OF THE DUPKEY       *
      *                   INDEXED WORK FILE, REBUILT FROM THE       *
      *                   WINDOW'S TRANHIST ROWS AT STARTUP, BEFORE *
      *                   TRANHIST IS OPENED FOR EXTEND, SO A       *
      *                   CHECKPOINT RESTART STILL SEES THE ROWS    *
      *                   THE ABENDED RUN APPENDED, AND ADDED TO AS *
      *                   RECORDS ARE ACCEPTED.  A RESUBMISSION     *
      *                   SUSPMNT RELEASED AS A CONFIRMED GENUINE   *
      *                   REPEAT CARRIES THE DUPLICATE-RELEASE      *
      *                   SWITCH ON RESUBTRN AND SKIPS THE CHECK.   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL DUP-PARM-FILE ASSIGN TO "DUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-PARM-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT DUP-KEY-FILE ASSIGN TO "DUPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DKY-DUP-KEY
               FILE STATUS IS WS-DUP-KEY-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  DUP-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-PARM-RECORD.
           05  DUP-LOOKBACK-DAYS           PIC 9(03).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-DUP-KEY.
               10  SRT-ACCOUNT-NUMBER      PIC X(08).
               10  SRT-TRANSACTION-DATE    PIC X(08).
               10  SRT-TRANSACTION-TYPE    PIC X(01).
               10  SRT-TRANSACTION-AMT     PIC S9(7)V99
                       SIGN LEADING SEPARATE CHARACTER.

       FD  DUP-KEY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-KEY-RECORD.
           05  DKY-DUP-KEY                 PIC X(27).

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.
               10  WS-HB-AMT            PIC S9(7)V99.
       01  WS-HIST-BUF-SUB             PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------*
      *    DUPLICATE DETECTION - THE LOOK-BACK WINDOW OFF THE       *
      *    DUPPARM CARD AND THE DUPKEY WORK FILE, KEYED ON THE      *
      *    DUPLICATE KEY, THAT HOLDS THE WINDOW'S TRANHIST ROWS     *
      *    AND THE KEYS ACCEPTED SO FAR THIS RUN.  A KEY IS         *
      *    ACCOUNT + TRANSACTION DATE + TYPE + SIGNED AMOUNT.       *
      *----------------------------------------------------------*
       01  WS-DUP-PARM-STATUS           PIC X(02) VALUE '00'.
       01  WS-DUP-KEY-STATUS            PIC X(02) VALUE '00'.
       01  WS-DUP-LOOKBACK-DAYS         PIC 9(03) VALUE 007.
       01  WS-DUP-WINDOW-DATE           PIC 9(08) VALUE ZERO.
       01  WS-DUP-WINDOW-START          PIC X(08) VALUE SPACES.
       01  WS-DUP-HIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-DUP-HIST-EOF                     VALUE 'Y'.
       01  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                         VALUE 'Y'.
       01  WS-DUP-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-DUP-FOUND                        VALUE 'Y'.
       01  WS-DUP-EXEMPT-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-CHECK-EXEMPT                 VALUE 'Y'.

       01  WS-DUP-KEY.
           05  WS-DK-ACCOUNT-NUMBER     PIC X(08).
           05  WS-DK-TRANSACTION-DATE   PIC X(08).
           05  WS-DK-TRANSACTION-TYPE   PIC X(01).
           05  WS-DK-TRANSACTION-AMT    PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.

       01  WS-DUP-HIST-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-DUP-LAST-KEY              PIC X(27) VALUE LOW-VALUES.

      *----------------------------------------------------------*
      *    DUPLICATE COUNTS FOR THE SUMMARY REPORT.  NOT CARRIED    *
      *    THROUGH THE CHECKPOINT, SO AFTER A RESTART THEY COVER    *
      *    ONLY THE RECORDS SINCE THE RESTART POINT.                *
      *----------------------------------------------------------*
       01  WS-DUPLICATES-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-DUP-RELEASES-ACCEPTED     PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    EDITED WORK FIELDS FOR THE CURRENT TRANSACTION           *
      *----------------------------------------------------------*
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DUP-KEY-FILE
           IF WS-DUP-KEY-STATUS NOT = '00'
               DISPLAY "TRANPROC: ERROR CLOSING DUP-KEY-FILE, "
                   "STATUS = " WS-DUP-KEY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'E' TO WS-RH-EVENT
           MOVE WS-RECORDS-READ TO WS-RH-RECORD-COUNT
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           PERFORM 1080-GET-DUP-PARM
           PERFORM 1300-LOAD-DUPLICATE-WINDOW
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FILE-STATUS = '00'
               READ RESTART-FILE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1080-GET-DUP-PARM - PICK UP THE OPTIONAL DUPPARM CARD    *
      *    GIVING THE DUPLICATE LOOK-BACK WINDOW IN DAYS.  WITH NO  *
      *    CARD THE WINDOW IS THE DEFAULT IN WS-DUP-LOOKBACK-DAYS.  *
      *----------------------------------------------------------*
       1080-GET-DUP-PARM.
           OPEN INPUT DUP-PARM-FILE
           IF WS-DUP-PARM-STATUS = '00'
               READ DUP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DUP-LOOKBACK-DAYS NUMERIC
                           MOVE DUP-LOOKBACK-DAYS
                               TO WS-DUP-LOOKBACK-DAYS
                       ELSE
                           DISPLAY "TRANPROC: DUPPARM LOOK-BACK DAYS "
                               "NOT NUMERIC - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE DUP-PARM-FILE
           ELSE
               IF WS-DUP-PARM-STATUS NOT = '05'
                   DISPLAY "TRANPROC: UNABLE TO OPEN DUP-PARM-FILE, "
                       "STATUS = " WS-DUP-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-DUP-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                - WS-DUP-LOOKBACK-DAYS)
           MOVE WS-DUP-WINDOW-DATE TO WS-DUP-WINDOW-START.

      *----------------------------------------------------------*
      *    9800-WRITE-RUN-HISTORY - APPEND ONE START OR END EVENT  *
      *    TO THE SHARED RUN HISTORY.  THE CALLER SETS WS-RH-      *
               ADD TRANSACTION-AMT TO WS-CTL-AMOUNT-TOTAL
           END-IF.

      *----------------------------------------------------------*
      *    1300-LOAD-DUPLICATE-WINDOW - SORT THE TRANHIST ROWS      *
      *    DATED ON OR AFTER THE START OF THE LOOK-BACK WINDOW      *
      *    ONTO THE DUPKEY WORK FILE IN KEY ORDER, ONE RECORD PER   *
      *    DISTINCT KEY, THEN REOPEN IT I-O FOR THE NIGHT'S         *
      *    LOOKUPS AND ACCEPTED KEYS.  THE FILE IS REBUILT EVERY    *
      *    RUN, SO ITS SIZE FOLLOWS THE WINDOW AND THE VOLUME       *
      *    WITHOUT A TABLE LIMIT.  RUN BEFORE TRANHIST IS OPENED    *
      *    FOR EXTEND.  A MISSING TRANHIST (A NEW INSTALLATION)     *
      *    LEAVES THE FILE EMPTY.                                   *
      *----------------------------------------------------------*
       1300-LOAD-DUPLICATE-WINDOW.
           MOVE ZERO TO WS-DUP-HIST-COUNT
           MOVE LOW-VALUES TO WS-DUP-LAST-KEY
           OPEN OUTPUT DUP-KEY-FILE
           IF WS-DUP-KEY-STATUS NOT = '00'
               DISPLAY "TRANPROC: UNABLE TO OPEN DUP-KEY-FILE, "
                   "STATUS = " WS-DUP-KEY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DUP-KEY
               INPUT PROCEDURE IS 1310-RELEASE-WINDOW-ROWS
               OUTPUT PROCEDURE IS 1330-LOAD-WINDOW-TABLE
           CLOSE DUP-KEY-FILE
           IF WS-DUP-KEY-STATUS NOT = '00'
               DISPLAY "TRANPROC: ERROR CLOSING DUP-KEY-FILE AFTER "
                   "THE LOAD, STATUS = " WS-DUP-KEY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DUP-KEY-FILE
           IF WS-DUP-KEY-STATUS NOT = '00'
               DISPLAY "TRANPROC: UNABLE TO REOPEN DUP-KEY-FILE, "
                   "STATUS = " WS-DUP-KEY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "TRANPROC: " WS-DUP-HIST-COUNT " TRANHIST ROWS "
               "FROM " WS-DUP-WINDOW-START " LOADED FOR THE "
               "DUPLICATE CHECK".

       1310-RELEASE-WINDOW-ROWS.
           MOVE 'N' TO WS-DUP-HIST-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '05'
               MOVE 'Y' TO WS-DUP-HIST-EOF-SW
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   DISPLAY "TRANPROC: UNABLE TO OPEN HISTORY-FILE FOR "
                       "THE DUPLICATE CHECK, STATUS = "
                       WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1320-RELEASE-ONE-ROW THRU 1320-EXIT
               UNTIL WS-DUP-HIST-EOF
           CLOSE HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "TRANPROC: ERROR CLOSING HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1320-RELEASE-ONE-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-DUP-HIST-EOF-SW
               NOT AT END
                   IF WS-HISTORY-FILE-STATUS NOT = '00'
                       DISPLAY "TRANPROC: READ ERROR ON HISTORY-FILE "
                           "DURING THE DUPLICATE LOAD, STATUS = "
                           WS-HISTORY-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF HIST-TRANSACTION-DATE >= WS-DUP-WINDOW-START
                       MOVE HIST-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
                       MOVE HIST-TRANSACTION-DATE
                           TO SRT-TRANSACTION-DATE
                       MOVE HIST-TRANSACTION-TYPE
                           TO SRT-TRANSACTION-TYPE
                       MOVE HIST-TRANSACTION-AMT TO SRT-TRANSACTION-AMT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
       1320-EXIT.
           EXIT.

       1330-LOAD-WINDOW-TABLE.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM 1340-RETURN-ONE-ROW THRU 1340-EXIT
               UNTIL WS-SORT-EOF.

       1340-RETURN-ONE-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DUP-HIST-COUNT
                   IF SRT-DUP-KEY NOT = WS-DUP-LAST-KEY
                       MOVE SRT-DUP-KEY TO DKY-DUP-KEY
                       WRITE DUP-KEY-RECORD
                       IF WS-DUP-KEY-STATUS NOT = '00'
                           DISPLAY "TRANPROC: ERROR WRITING DUP-KEY-"
                               "FILE, STATUS = " WS-DUP-KEY-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SRT-DUP-KEY TO WS-DUP-LAST-KEY
                   END-IF
           END-RETURN.
       1340-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    1500-PROCESS-RESUBMISSIONS - FEED THE CORRECTED          *
      *    SUSPENSE ITEMS ON RESUBTRN THROUGH THE FULL EDIT PATH    *
                   MOVE RSB-TRANSACTION-TYPE TO TRANSACTION-TYPE
                   MOVE ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
                   MOVE TRANSACTION-AMT TO WS-TRANSACTION-AMT
                   MOVE 'N' TO WS-DUP-EXEMPT-SW
                   IF RSB-DUP-RELEASED
                       MOVE 'Y' TO WS-DUP-EXEMPT-SW
                   END-IF
                   PERFORM 2100-VALIDATE-RECORD
                   MOVE 'N' TO WS-DUP-EXEMPT-SW
                   IF WS-RECORD-VALID
                       IF RSB-DUP-RELEASED
                           ADD 1 TO WS-DUP-RELEASES-ACCEPTED
                       END-IF
                       ADD 1 TO WS-RECORDS-PROCESSED
                       ADD WS-TRANSACTION-AMT TO WS-TOTAL-AMOUNT
                       PERFORM 2400-WRITE-HISTORY
      *    IS NON-NUMERIC, NEGATIVE ON A SALE, OR OVER THE          *
      *    ESTABLISHED LIMIT IN MAGNITUDE.  A RECORD THAT PASSES    *
      *    THE FIELD EDITS IS THEN CHECKED AGAINST THE ACCOUNT      *
      *    MASTER, AND ONE THAT IS STILL VALID IS CHECKED FOR A     *
      *    PROBABLE DUPLICATE UNLESS IT IS A RELEASED GENUINE       *
      *    REPEAT.                                                  *
      *----------------------------------------------------------*
       2100-VALIDATE-RECORD.
           MOVE 'Y' TO WS-VALID-SW

           IF WS-RECORD-VALID
               PERFORM 2150-CHECK-ACCOUNT-MASTER
           END-IF

           IF WS-RECORD-VALID
           AND NOT WS-DUP-CHECK-EXEMPT
               PERFORM 2160-CHECK-DUPLICATE
           END-IF.

      *----------------------------------------------------------*
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    2160-CHECK-DUPLICATE - REJECT THE RECORD AS A PROBABLE   *
      *    DUPLICATE WHEN ITS KEY IS ALREADY ON TRANHIST WITHIN THE *
      *    LOOK-BACK WINDOW OR WAS ACCEPTED EARLIER THIS RUN.  IF   *
      *    THE BACK OFFICE CONFIRMS IT IS A GENUINE REPEAT, SUSPMNT *
      *    RELEASES IT AND THE RESUBMISSION SKIPS THIS CHECK.       *
      *----------------------------------------------------------*
       2160-CHECK-DUPLICATE.
           PERFORM 2170-BUILD-DUP-KEY
           MOVE 'N' TO WS-DUP-FOUND-SW
           MOVE WS-DUP-KEY TO DKY-DUP-KEY
           READ DUP-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-DUP-KEY-STATUS NOT = '00'
                       DISPLAY "TRANPROC: READ ERROR ON DUP-KEY-FILE, "
                           "STATUS = " WS-DUP-KEY-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-DUP-FOUND-SW
           END-READ
           IF WS-DUP-FOUND
               MOVE 'N' TO WS-VALID-SW
               MOVE '10' TO WS-REJECT-REASON-CODE
               MOVE "PROBABLE DUPLICATE TRANSACTION"
                   TO WS-REJECT-REASON-TEXT
               ADD 1 TO WS-DUPLICATES-REJECTED
           END-IF.

       2170-BUILD-DUP-KEY.
           MOVE ACCOUNT-NUMBER TO WS-DK-ACCOUNT-NUMBER
           MOVE TRANSACTION-DATE TO WS-DK-TRANSACTION-DATE
           MOVE TRANSACTION-TYPE TO WS-DK-TRANSACTION-TYPE
           MOVE WS-TRANSACTION-AMT TO WS-DK-TRANSACTION-AMT.

      *----------------------------------------------------------*
      *    2200-WRITE-REJECT - LOG THE REJECTED RECORD AND ITS      *
      *    REASON CODE TO REJECT-FILE.                              *
      *    CHECKPOINT CANNOT APPEND THEIR ROWS A SECOND TIME.       *
      *    THE SEQUENCE NUMBER IS THIS RUN'S ACCEPTED-RECORD        *
      *    COUNTER, KEEPING ACCOUNT + DATE + SEQUENCE UNIQUE WHEN   *
      *    AN ACCOUNT REPEATS AN AMOUNT ON THE SAME DAY.  THE       *
      *    RECORD'S DUPLICATE KEY IS NOTED SO A LATER COPY OF IT    *
      *    THIS RUN IS CAUGHT.                                      *
      *----------------------------------------------------------*
       2400-WRITE-HISTORY.
           ADD 1 TO WS-HIST-BUF-COUNT
           MOVE WS-RECORDS-PROCESSED
               TO WS-HB-SEQUENCE (WS-HIST-BUF-COUNT)
           MOVE TRANSACTION-TYPE TO WS-HB-TYPE (WS-HIST-BUF-COUNT)
           MOVE TRANSACTION-AMT TO WS-HB-AMT (WS-HIST-BUF-COUNT)
           PERFORM 2170-BUILD-DUP-KEY
           MOVE WS-DUP-KEY TO DKY-DUP-KEY
           WRITE DUP-KEY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-DUP-KEY-STATUS NOT = '00' AND '22'
               DISPLAY "TRANPROC: ERROR WRITING DUP-KEY-FILE, "
                   "STATUS = " WS-DUP-KEY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    2500-FLUSH-HISTORY-BUFFER - APPEND THE BUFFERED ROWS     *
           DISPLAY "RECORDS READ . . . . . . . : " WS-RECORDS-READ
           DISPLAY "RECORDS PROCESSED. . . . . : " WS-RECORDS-PROCESSED
           DISPLAY "RECORDS REJECTED . . . . . : " WS-RECORDS-REJECTED
           DISPLAY "  PROBABLE DUPLICATES. . . : "
               WS-DUPLICATES-REJECTED
           DISPLAY "DUPLICATE WINDOW FROM. . . : " WS-DUP-WINDOW-START
           DISPLAY "GENUINE REPEATS RELEASED . : "
               WS-DUP-RELEASES-ACCEPTED
           DISPLAY "TOTAL TRANSACTION AMOUNT . : " WS-TOTAL-AMOUNT
           DISPLAY "================================================".

