       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTINQ.
       AUTHOR.        M.OKONKWO - TRANSACTION PROCESSING.
       INSTALLATION.  CORPORATE OPERATIONS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  MO   ORIGINAL PROGRAM - PSEUDOCONVERSATIONAL  *
      *                   CICS TRANSACTION (TRANSID AINQ), A READ- *
      *                   ONLY INQUIRY THAT GATHERS ONTO ONE       *
      *                   SCREEN WHAT THE BACK OFFICE OTHERWISE    *
      *                   HAS TO PIECE TOGETHER FROM SEVERAL       *
      *                   REPORTS WHEN A HOLDER CALLS: THE ACCTMST *
      *                   STATUS AND DATES, THE LINKED EMPLOYEE    *
      *                   AND FILING STATUS FROM AXREFKEY, THE     *
      *                   WHYTD YEAR-TO-DATE TOTALS, THE OPEN AND  *
      *                   CORRECTED SUSPENSE ITEMS WITH THEIR      *
      *                   REASON CODES, THE STATUS CHANGES WAITING *
      *                   ON PENDACT, AND THE ACCOUNT'S MOST       *
      *                   RECENT TRANSACTIONS EIGHT TO A PAGE (F   *
      *                   PAGES BACK TO OLDER ONES, B FORWARD      *
      *                   AGAIN).  THE YEAR-TO-DATE, SUSPENSE, AND *
      *                   HISTORY FIGURES COME FROM THE KEYED      *
      *                   COPIES THE NIGHTLY INQBLD STEP BUILDS    *
      *                   (WHYKEY, SUSPKEY, HISTKEY) AND SO STAND  *
      *                   AS OF THE LAST NIGHTLY RUN.  NOTHING IS  *
      *                   UPDATED.                                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    RECORDS READ FOR THE INQUIRY AND THE SYMBOLIC MAP        *
      *----------------------------------------------------------*
       COPY ACCTREC.
       COPY AXREF.
       COPY WHYREC.
       COPY INQSUSP.
       COPY PENDREC.
       COPY INQHIST.
       COPY ACCTIQO.

      *----------------------------------------------------------*
      *    SWITCHES AND WORK FIELDS                                 *
      *----------------------------------------------------------*
       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-FUNCTION                 PIC X(01).
           88  WS-FUNCTION-INQUIRE                VALUE 'I' ' '.
           88  WS-FUNCTION-FORWARD                VALUE 'F'.
           88  WS-FUNCTION-BACK                   VALUE 'B'.

       01  WS-ACCOUNT-NUMBER           PIC X(08).
       01  WS-BROWSE-SW                PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE                     VALUE 'Y'.
       01  WS-MORE-HISTORY-SW          PIC X(01) VALUE 'N'.
           88  WS-MORE-HISTORY                    VALUE 'Y'.
       01  WS-PAGE-MSG-SW              PIC X(01) VALUE 'N'.
           88  WS-PAGE-MSG-SET                    VALUE 'Y'.

       01  WS-SUSPENSE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-HISTORY-ROWS             PIC 9(03) VALUE ZERO.
       01  WS-SUSPENSE-LINES-MAX       PIC 9(03) VALUE 3.
       01  WS-PENDING-LINES-MAX        PIC 9(03) VALUE 2.
       01  WS-HISTORY-LINES-MAX        PIC 9(03) VALUE 8.
       01  WS-EDIT-COUNT               PIC ZZ9.
       01  WS-EDIT-YTD-AMT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------*
      *    SCREEN LINE LAYOUTS - BUILT HERE AND MOVED TO THE        *
      *    REPEATING OUTPUT FIELDS OF THE MAP.                      *
      *----------------------------------------------------------*
       01  WS-SUSPENSE-LINE.
           05  SL-SUSPENSE-ID          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-STATUS               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-TRANSACTION-DATE     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-TRANSACTION-TYPE     PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-TRANSACTION-AMT      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-REASON-TEXT          PIC X(22).

       01  WS-PENDING-LINE.
           05  PL-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-NEW-STATUS           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-NEW-CLOSE-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-KEYED-USERID         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-KEYED-DATE           PIC 9(08).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-HISTORY-LINE.
           05  HL-RECENT-NO            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-TRANSACTION-DATE     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-SEQUENCE-NO          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-TRANSACTION-TYPE     PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-TRANSACTION-AMT      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

      *----------------------------------------------------------*
      *    HELD IN WORKING STORAGE RATHER THAN AS IN-LINE          *
      *    LITERALS - THE TEXT IS TOO WIDE FOR ONE SOURCE LINE AT  *
      *    ITS POINT OF USE.                                       *
      *----------------------------------------------------------*
       01  WS-PROMPT-MSG               PIC X(60) VALUE
               "ENTER I (INQUIRE) AND AN ACCOUNT NUMBER".

       01  WS-BAD-FUNCTION-MSG         PIC X(60) VALUE
               "FUNCTION MUST BE I (INQUIRE), F (OLDER), OR B (NEWER)".

       01  WS-MORE-HISTORY-MSG         PIC X(60) VALUE
               "MORE TRANSACTIONS ON FILE - KEY F FOR OLDER ONES".

       01  WS-END-HISTORY-MSG          PIC X(60) VALUE
               "END OF TRANSACTION HISTORY FOR THIS ACCOUNT".

       01  WS-NO-HISTORY-MSG           PIC X(60) VALUE
               "NO TRANSACTIONS ON TRANHIST FOR THIS ACCOUNT".

       01  WS-NO-OLDER-MSG             PIC X(60) VALUE
               "NO OLDER TRANSACTIONS - ALREADY ON THE LAST PAGE".

       01  WS-NO-NEWER-MSG             PIC X(60) VALUE
               "NO NEWER TRANSACTIONS - ALREADY ON THE FIRST PAGE".

      *----------------------------------------------------------*
      *    COMMAREA - CARRIES THE ACCOUNT ON THE SCREEN, THE        *
      *    HISTORY PAGE SHOWN, AND WHETHER OLDER TRANSACTIONS       *
      *    REMAIN, SO F AND B CAN PAGE WITHOUT RE-KEYING.           *
      *----------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-ACCOUNT-NUMBER        PIC X(08).
           05  CA-PAGE-NO               PIC 9(03).
           05  CA-MORE-HISTORY-SW       PIC X(01).
               88  CA-MORE-HISTORY                    VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA              PIC X(12).

      *----------------------------------------------------------*
      *    0000-MAINLINE - ENTRY POINT FOR EVERY TRIP THROUGH THE   *
      *    TRANSACTION.  ON THE FIRST TRIP THERE IS NO COMMAREA, SO  *
      *    THE BLANK INQUIRY SCREEN IS SENT.  ON SUBSEQUENT TRIPS    *
      *    THE OPERATOR'S INPUT IS PROCESSED.                        *
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-SCREEN
           ELSE
               MOVE LK-COMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-EDIT THRU 2000-EXIT
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      *    1000-INITIAL-SCREEN - FIRST TRIP THROUGH THE TRANSACTION. *
      *    SEND THE BLANK INQUIRY SCREEN AND RETURN.                 *
      *----------------------------------------------------------*
       1000-INITIAL-SCREEN.
           MOVE SPACES TO WS-COMMAREA
           MOVE ZERO TO CA-PAGE-NO
           MOVE SPACES TO ACCTIQ1O
           MOVE WS-PROMPT-MSG TO QMSGO
           EXEC CICS SEND MAP('ACCTIQ1')
                          MAPSET('ACCTIQ')
                          FROM(ACCTIQ1O)
                          ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('AINQ')
                             COMMAREA(WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------*
      *    2000-RECEIVE-AND-EDIT - READ THE OPERATOR'S INPUT, WORK   *
      *    OUT WHICH HISTORY PAGE TO SHOW, AND SHOW THE ACCOUNT.     *
      *    AN ACCOUNT NUMBER KEYED OVER THE ONE ON THE SCREEN        *
      *    ALWAYS STARTS AGAIN FROM THE MOST RECENT TRANSACTIONS.    *
      *----------------------------------------------------------*
       2000-RECEIVE-AND-EDIT.
           EXEC CICS RECEIVE MAP('ACCTIQ1')
                              MAPSET('ACCTIQ')
                              INTO(ACCTIQ1I)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO ACCTIQ1O
               MOVE "INVALID INPUT - PLEASE RE-ENTER" TO QMSGO
               EXEC CICS SEND MAP('ACCTIQ1')
                              MAPSET('ACCTIQ')
                              FROM(ACCTIQ1O)
                              ERASE
               END-EXEC
               EXEC CICS RETURN TRANSID('AINQ')
                                 COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF

           MOVE QFUNCI TO WS-FUNCTION
           IF WS-FUNCTION = LOW-VALUES
               MOVE SPACE TO WS-FUNCTION
           END-IF
           IF QACCTI = SPACES OR LOW-VALUES
               MOVE CA-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           ELSE
               MOVE QACCTI TO WS-ACCOUNT-NUMBER
           END-IF
           IF WS-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               MOVE SPACES TO ACCTIQ1O
               MOVE WS-PROMPT-MSG TO QMSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF

           EVALUATE TRUE
               WHEN WS-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER
                   MOVE 1 TO CA-PAGE-NO
               WHEN WS-FUNCTION-INQUIRE
                   MOVE 1 TO CA-PAGE-NO
               WHEN WS-FUNCTION-FORWARD
                   IF CA-MORE-HISTORY
                       ADD 1 TO CA-PAGE-NO
                   ELSE
                       MOVE 'Y' TO WS-PAGE-MSG-SW
                   END-IF
               WHEN WS-FUNCTION-BACK
                   IF CA-PAGE-NO > 1
                       SUBTRACT 1 FROM CA-PAGE-NO
                   ELSE
                       MOVE 'Y' TO WS-PAGE-MSG-SW
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO ACCTIQ1O
                   MOVE WS-BAD-FUNCTION-MSG TO QMSGO
                   EXEC CICS SEND MAP('ACCTIQ1')
                                  MAPSET('ACCTIQ')
                                  FROM(ACCTIQ1O)
                                  ERASE
                   END-EXEC
                   EXEC CICS RETURN TRANSID('AINQ')
                                     COMMAREA(WS-COMMAREA)
                   END-EXEC
           END-EVALUATE
           IF CA-PAGE-NO = ZERO
               MOVE 1 TO CA-PAGE-NO
           END-IF

           PERFORM 3000-SHOW-ACCOUNT
           PERFORM 8000-SEND-MAP-AND-RETURN.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-SHOW-ACCOUNT - READ THE ACCOUNT MASTER AND GATHER    *
      *    EVERYTHING ELSE ON FILE FOR IT ONTO THE SCREEN.  AN       *
      *    ACCOUNT NOT ON ACCTMST IS REPORTED AND NOTHING ELSE IS    *
      *    SHOWN.                                                    *
      *----------------------------------------------------------*
       3000-SHOW-ACCOUNT.
           MOVE SPACES TO ACCTIQ1O
           MOVE WS-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           EXEC CICS READ FILE('ACCTMST')
                          INTO(ACCOUNT-MASTER-RECORD)
                          RIDFLD(ACCT-ACCOUNT-NUMBER)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-COMMAREA
               MOVE ZERO TO CA-PAGE-NO
               MOVE WS-ACCOUNT-NUMBER TO QACCTO
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "ACCOUNT NOT ON FILE" TO QMSGO
               ELSE
                   MOVE "ERROR READING ACCTMST" TO QMSGO
               END-IF
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF

           IF WS-PAGE-MSG-SET
               MOVE WS-NO-OLDER-MSG TO QMSGO
               IF WS-FUNCTION-BACK
                   MOVE WS-NO-NEWER-MSG TO QMSGO
               END-IF
           END-IF
           PERFORM 7000-POPULATE-MAP-FROM-RECORD
           PERFORM 3100-SHOW-XREF
           PERFORM 3200-SHOW-YTD-TOTALS
           PERFORM 3300-SHOW-SUSPENSE
           PERFORM 3400-SHOW-PENDING-ACTIONS
           PERFORM 3500-SHOW-HISTORY-PAGE
           MOVE WS-ACCOUNT-NUMBER TO CA-ACCOUNT-NUMBER
           MOVE WS-MORE-HISTORY-SW TO CA-MORE-HISTORY-SW.

      *----------------------------------------------------------*
      *    3100-SHOW-XREF - THE EMPLOYEE WHO HOLDS THE ACCOUNT AND   *
      *    THE FILING STATUS TAXWH WITHHOLDS AT, FROM AXREFKEY.  AN  *
      *    ACCOUNT WITH NO CROSS-REFERENCE IS WITHHELD AT THE        *
      *    SINGLE RATE.                                              *
      *----------------------------------------------------------*
       3100-SHOW-XREF.
           MOVE WS-ACCOUNT-NUMBER TO AXR-ACCOUNT-NUMBER
           EXEC CICS READ FILE('AXREFKEY')
                          INTO(ACCOUNT-XREF-RECORD)
                          RIDFLD(AXR-ACCOUNT-NUMBER)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE AXR-EMP-ID TO QEMPIDO
               MOVE AXR-FILING-STATUS TO QFSTATO
           ELSE
               MOVE "NONE" TO QEMPIDO
               MOVE 'S' TO QFSTATO
           END-IF.

      *----------------------------------------------------------*
      *    3200-SHOW-YTD-TOTALS - THE WHYTD YEAR-TO-DATE TOTALS.  AN *
      *    ACCOUNT NOT YET POSTED THIS YEAR SHOWS ZERO.              *
      *----------------------------------------------------------*
       3200-SHOW-YTD-TOTALS.
           MOVE WS-ACCOUNT-NUMBER TO WHY-ACCOUNT-NUMBER
           EXEC CICS READ FILE('WHYKEY')
                          INTO(WH-YTD-RECORD)
                          RIDFLD(WHY-ACCOUNT-NUMBER)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO WHY-YTD-TRANSACTION-AMT
               MOVE ZERO TO WHY-YTD-WITHHOLDING-AMT
           END-IF
           MOVE WHY-YTD-TRANSACTION-AMT TO WS-EDIT-YTD-AMT
           MOVE WS-EDIT-YTD-AMT TO QYTDTRO
           MOVE WHY-YTD-WITHHOLDING-AMT TO WS-EDIT-YTD-AMT
           MOVE WS-EDIT-YTD-AMT TO QYTDWHO.

      *----------------------------------------------------------*
      *    3300-SHOW-SUSPENSE - BROWSE THE ACCOUNT'S UNRESOLVED      *
      *    SUSPENSE ITEMS ON SUSPKEY, OLDEST FIRST.  ALL ARE         *
      *    COUNTED; THE FIRST FEW ARE LISTED.                        *
      *----------------------------------------------------------*
       3300-SHOW-SUSPENSE.
           MOVE ZERO TO WS-SUSPENSE-COUNT
           MOVE 'N' TO WS-BROWSE-SW
           MOVE WS-ACCOUNT-NUMBER TO IQS-ACCOUNT-NUMBER
           MOVE ZERO TO IQS-SUSPENSE-ID
           EXEC CICS STARTBR FILE('SUSPKEY')
                             RIDFLD(IQS-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3350-READ-NEXT-SUSPENSE
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('SUSPKEY')
               END-EXEC
           END-IF
           MOVE WS-SUSPENSE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO QSUSCTO.

       3350-READ-NEXT-SUSPENSE.
           EXEC CICS READNEXT FILE('SUSPKEY')
                              INTO(INQ-SUSPENSE-RECORD)
                              RIDFLD(IQS-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
           OR IQS-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-BROWSE-SW
           ELSE
               ADD 1 TO WS-SUSPENSE-COUNT
               IF WS-SUSPENSE-COUNT NOT > WS-SUSPENSE-LINES-MAX
                   MOVE IQS-SUSPENSE-ID TO SL-SUSPENSE-ID
                   MOVE IQS-REASON-CODE TO SL-REASON-CODE
                   MOVE IQS-STATUS TO SL-STATUS
                   MOVE IQS-TRANSACTION-DATE TO SL-TRANSACTION-DATE
                   MOVE IQS-TRANSACTION-TYPE TO SL-TRANSACTION-TYPE
                   MOVE IQS-TRANSACTION-AMT TO SL-TRANSACTION-AMT
                   MOVE IQS-REASON-TEXT TO SL-REASON-TEXT
                   MOVE WS-SUSPENSE-LINE
                       TO QSUSO (WS-SUSPENSE-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    3400-SHOW-PENDING-ACTIONS - BROWSE THE STATUS CHANGES     *
      *    STILL WAITING ON PENDACT FOR THE ACCOUNT, EARLIEST        *
      *    EFFECTIVE DATE FIRST.                                     *
      *----------------------------------------------------------*
       3400-SHOW-PENDING-ACTIONS.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO WS-BROWSE-SW
           MOVE WS-ACCOUNT-NUMBER TO PEND-ACCOUNT-NUMBER
           MOVE ZERO TO PEND-EFFECTIVE-DATE
           EXEC CICS STARTBR FILE('PENDACT')
                             RIDFLD(PEND-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3450-READ-NEXT-PENDING
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('PENDACT')
               END-EXEC
           END-IF
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO QPNDCTO.

       3450-READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE('PENDACT')
                              INTO(PENDING-ACTION-RECORD)
                              RIDFLD(PEND-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
           OR PEND-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-BROWSE-SW
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               IF WS-PENDING-COUNT NOT > WS-PENDING-LINES-MAX
                   MOVE PEND-EFFECTIVE-DATE TO PL-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN PEND-NEW-STATUS-OPEN
                           MOVE "OPEN" TO PL-NEW-STATUS
                       WHEN PEND-NEW-STATUS-CLOSED
                           MOVE "CLOSE" TO PL-NEW-STATUS
                       WHEN PEND-NEW-STATUS-FROZEN
                           MOVE "FREEZE" TO PL-NEW-STATUS
                       WHEN OTHER
                           MOVE PEND-NEW-STATUS TO PL-NEW-STATUS
                   END-EVALUATE
                   IF PEND-NEW-CLOSE-DATE = ZERO
                       MOVE SPACES TO PL-NEW-CLOSE-DATE
                   ELSE
                       MOVE PEND-NEW-CLOSE-DATE TO PL-NEW-CLOSE-DATE
                   END-IF
                   MOVE PEND-KEYED-USERID TO PL-KEYED-USERID
                   MOVE PEND-KEYED-DATE TO PL-KEYED-DATE
                   MOVE WS-PENDING-LINE
                       TO QPNDO (WS-PENDING-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    3500-SHOW-HISTORY-PAGE - ONE PAGE OF THE ACCOUNT'S        *
      *    TRANSACTIONS FROM HISTKEY, NEWEST FIRST.  HISTKEY NUMBERS *
      *    EACH ACCOUNT'S TRANSACTIONS FROM 1 FOR THE MOST RECENT,   *
      *    SO THE PAGE STARTS AT A COMPUTED KEY.  ONE RECORD PAST    *
      *    THE PAGE IS READ TO TELL WHETHER OLDER ONES REMAIN.       *
      *----------------------------------------------------------*
       3500-SHOW-HISTORY-PAGE.
           MOVE ZERO TO WS-HISTORY-ROWS
           MOVE 'N' TO WS-MORE-HISTORY-SW
           MOVE 'N' TO WS-BROWSE-SW
           MOVE WS-ACCOUNT-NUMBER TO IQH-ACCOUNT-NUMBER
           COMPUTE IQH-RECENT-NO =
               (CA-PAGE-NO - 1) * WS-HISTORY-LINES-MAX + 1
           EXEC CICS STARTBR FILE('HISTKEY')
                             RIDFLD(IQH-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3550-READ-NEXT-HISTORY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('HISTKEY')
               END-EXEC
           END-IF
           MOVE CA-PAGE-NO TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO QPAGEO
           IF QMSGO = SPACES
               EVALUATE TRUE
                   WHEN WS-MORE-HISTORY
                       MOVE WS-MORE-HISTORY-MSG TO QMSGO
                   WHEN WS-HISTORY-ROWS = ZERO
                       MOVE WS-NO-HISTORY-MSG TO QMSGO
                   WHEN OTHER
                       MOVE WS-END-HISTORY-MSG TO QMSGO
               END-EVALUATE
           END-IF.

       3550-READ-NEXT-HISTORY.
           EXEC CICS READNEXT FILE('HISTKEY')
                              INTO(INQ-HISTORY-RECORD)
                              RIDFLD(IQH-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
           OR IQH-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-BROWSE-SW
           ELSE
               IF WS-HISTORY-ROWS = WS-HISTORY-LINES-MAX
                   MOVE 'Y' TO WS-MORE-HISTORY-SW
                   MOVE 'Y' TO WS-BROWSE-SW
               ELSE
                   ADD 1 TO WS-HISTORY-ROWS
                   MOVE IQH-RECENT-NO TO HL-RECENT-NO
                   MOVE IQH-TRANSACTION-DATE TO HL-TRANSACTION-DATE
                   MOVE IQH-SEQUENCE-NO TO HL-SEQUENCE-NO
                   EVALUATE IQH-TRANSACTION-TYPE
                       WHEN 'S'
                           MOVE "SALE" TO HL-TRANSACTION-TYPE
                       WHEN 'R'
                           MOVE "REVERSAL" TO HL-TRANSACTION-TYPE
                       WHEN 'A'
                           MOVE "ADJUSTMENT" TO HL-TRANSACTION-TYPE
                       WHEN OTHER
                           MOVE IQH-TRANSACTION-TYPE
                               TO HL-TRANSACTION-TYPE
                   END-EVALUATE
                   MOVE IQH-TRANSACTION-AMT TO HL-TRANSACTION-AMT
                   MOVE WS-HISTORY-LINE
                       TO QHSTO (WS-HISTORY-ROWS)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    7000-POPULATE-MAP-FROM-RECORD - MOVE THE ACCOUNT MASTER   *
      *    JUST READ OUT TO THE SCREEN.  A ZERO CLOSE DATE (STILL    *
      *    OPEN) IS LEFT BLANK.                                      *
      *----------------------------------------------------------*
       7000-POPULATE-MAP-FROM-RECORD.
           MOVE ACCT-ACCOUNT-NUMBER TO QACCTO
           MOVE ACCT-CUSTOMER-NAME TO QNAMEO
           EVALUATE TRUE
               WHEN ACCT-STATUS-OPEN
                   MOVE "OPEN" TO QSTATO
               WHEN ACCT-STATUS-CLOSED
                   MOVE "CLOSED" TO QSTATO
               WHEN ACCT-STATUS-FROZEN
                   MOVE "FROZEN" TO QSTATO
               WHEN OTHER
                   MOVE ACCT-STATUS TO QSTATO
           END-EVALUATE
           MOVE ACCT-OPEN-DATE TO QOPENO
           IF ACCT-CLOSE-DATE NOT = ZERO
               MOVE ACCT-CLOSE-DATE TO QCLOSEO
           END-IF.

      *----------------------------------------------------------*
      *    8000-SEND-MAP-AND-RETURN - SEND THE RESULT SCREEN AND     *
      *    WAIT FOR THE OPERATOR'S NEXT TRANSACTION.                 *
      *----------------------------------------------------------*
       8000-SEND-MAP-AND-RETURN.
           EXEC CICS SEND MAP('ACCTIQ1')
                          MAPSET('ACCTIQ')
                          FROM(ACCTIQ1O)
                          DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('AINQ')
                             COMMAREA(WS-COMMAREA)
           END-EXEC.
