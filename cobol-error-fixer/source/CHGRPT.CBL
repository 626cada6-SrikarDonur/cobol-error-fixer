      *                   ONE-RECORD PARAMETER CARD (CHGPARM);      *
      *                   ZERO OR SPACE FIELDS MEAN NO FILTER, SO   *
      *                   NO CARD PRINTS THE WHOLE LOG.             *
      *  10/15/2026  DN   BRACKET MAINTENANCE IS NOW MAKER-CHECKER:  *
      *                   BRKMAINT LOGS A CHANGE AS SUBMITTED AND    *
      *                   BRKAPPR LOGS THE SECOND USER'S APPROVAL OR *
      *                   REJECTION OF IT.  EACH CHANGE NOW PRINTS   *
      *                   ITS MAKER AND A LINE SAYING WHO APPROVED   *
      *                   OR REJECTED IT AND WHEN (OR THAT IT IS     *
      *                   AWAITING APPROVAL, OR WAS APPLIED DIRECTLY *
      *                   BEFORE APPROVAL EXISTED).  THE USERID      *
      *                   FILTER MATCHES EITHER PERSON, A DECISION   *
      *                   IS DATED BY WHEN IT WAS MADE, AND THE      *
      *                   SUMMARY ADDS APPROVED/REJECTED COUNTS PER  *
      *                   APPROVER - KEYED ACTIONS ARE COUNTED ONCE, *
      *                   FROM THE SUBMISSION.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-SELECT-FILING-STATUS     PIC X(01) VALUE SPACE.
       01  WS-SELECT-EFF-DATE          PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      *    THE DATE A LOG RECORD IS SELECTED ON - WHEN THE CHANGE  *
      *    WAS KEYED, OR FOR AN APPROVAL OR REJECTION WHEN IT WAS  *
      *    DECIDED - AND THE USER 2300 IS COUNTING FOR.            *
      *----------------------------------------------------------*
       01  WS-LOG-EVENT-DATE           PIC 9(08) VALUE ZERO.
       01  WS-COUNT-USERID             PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      *    RUN COUNTS                                              *
      *----------------------------------------------------------*
               10  WS-USER-ADDS         PIC 9(05).
               10  WS-USER-CHANGES      PIC 9(05).
               10  WS-USER-DELETES      PIC 9(05).
               10  WS-USER-APPROVED     PIC 9(05).
               10  WS-USER-REJECTED     PIC 9(05).
       01  WS-USER-SUB                 PIC 9(03) VALUE ZERO.
       01  WS-USER-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-USER-FOUND                      VALUE 'Y'.
               "CHGRPT - BRACKET TABLE CHANGE LOG AUDIT REPORT".

       01  WS-CHANGE-HEADER-LINE.
           05  FILLER                   PIC X(06) VALUE "MAKER ".
           05  RL-USERID                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DATE                  PIC 9(08).
           05  RL-TIME                  PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-ACTION                PIC X(10).
           05  FILLER                   PIC X(37) VALUE SPACES.

       01  WS-VALUES-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NV-TEXT               PIC X(20).
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  WS-APPROVAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-APPR-DECISION         PIC X(12).
           05  RL-APPR-USERID           PIC X(08).
           05  FILLER                   PIC X(04) VALUE " ON ".
           05  RL-APPR-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-APPR-TIME             PIC 9(06).
           05  FILLER                   PIC X(39) VALUE SPACES.

       01  WS-NO-APPROVAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NA-TEXT               PIC X(40).
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  WS-SUMMARY-HEADING-LINE.
           05  FILLER                   PIC X(80) VALUE
               "USER KEYED ADDS/CHANGES/DELETES, APPROVED, REJECTED".

       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-SUM-CHANGES           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-SUM-DELETES           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-SUM-APPROVED          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-SUM-REJECTED          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

      *    STATUS AND EFFECTIVE DATE FILTERS MATCH AGAINST EITHER   *
      *    THE OLD OR THE NEW SIDE OF THE CHANGE, SO A CHANGE       *
      *    INTO OR OUT OF THE SELECTED VALUE IS BOTH REPORTED.      *
      *    LIKEWISE THE USERID FILTER MATCHES THE MAKER OR THE      *
      *    APPROVER, AND AN APPROVAL OR REJECTION IS DATED BY WHEN  *
      *    IT WAS DECIDED RATHER THAN WHEN THE CHANGE WAS KEYED.    *
      *----------------------------------------------------------*
       2100-TEST-SELECTION.
           MOVE 'Y' TO WS-SELECTED-SW
           IF CHGLOG-APPROVED OR CHGLOG-REJECTED
               MOVE CHGLOG-APPROVAL-DATE TO WS-LOG-EVENT-DATE
           ELSE
               MOVE CHGLOG-DATE TO WS-LOG-EVENT-DATE
           END-IF
           IF WS-SELECT-FROM-DATE > ZERO
           AND WS-LOG-EVENT-DATE < WS-SELECT-FROM-DATE
               MOVE 'N' TO WS-SELECTED-SW
           END-IF
           IF WS-SELECT-TO-DATE > ZERO
           AND WS-LOG-EVENT-DATE > WS-SELECT-TO-DATE
               MOVE 'N' TO WS-SELECTED-SW
           END-IF
           IF WS-SELECT-USERID NOT = SPACES
           AND CHGLOG-USERID NOT = WS-SELECT-USERID
           AND CHGLOG-APPROVER-ID NOT = WS-SELECT-USERID
               MOVE 'N' TO WS-SELECTED-SW
           END-IF
           IF WS-SELECT-FILING-STATUS NOT = SPACE
      *    2200-PRINT-CHANGE - ONE HEADER LINE (WHO, WHEN, WHAT     *
      *    ACTION) AND THE OLD AND NEW BRACKET VALUES UNDER IT.     *
      *    AN ADD HAS NO OLD VALUES AND A DELETE HAS NO NEW ONES.   *
      *    THE SECOND-PERSON APPROVAL LINE FOLLOWS.                 *
      *----------------------------------------------------------*
       2200-PRINT-CHANGE.
           MOVE CHGLOG-USERID TO RL-USERID
               MOVE CHGLOG-NEW-RATE TO RL-RATE
               MOVE WS-VALUES-LINE TO REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF

           EVALUATE TRUE
               WHEN CHGLOG-APPROVED
                   MOVE "APPROVED BY " TO RL-APPR-DECISION
                   PERFORM 2250-PRINT-DECISION
               WHEN CHGLOG-REJECTED
                   MOVE "REJECTED BY " TO RL-APPR-DECISION
                   PERFORM 2250-PRINT-DECISION
               WHEN CHGLOG-SUBMITTED
                   MOVE "SUBMITTED - AWAITING SECOND APPROVAL"
                       TO RL-NA-TEXT
                   MOVE WS-NO-APPROVAL-LINE TO REPORT-RECORD
                   PERFORM 8000-WRITE-REPORT-RECORD
               WHEN OTHER
                   MOVE "APPLIED DIRECTLY - NO SECOND APPROVAL"
                       TO RL-NA-TEXT
                   MOVE WS-NO-APPROVAL-LINE TO REPORT-RECORD
                   PERFORM 8000-WRITE-REPORT-RECORD
           END-EVALUATE.

      *----------------------------------------------------------*
      *    2250-PRINT-DECISION - WHO APPROVED OR REJECTED THE       *
      *    CHANGE AND WHEN.  THE CALLER SETS RL-APPR-DECISION.      *
      *----------------------------------------------------------*
       2250-PRINT-DECISION.
           MOVE CHGLOG-APPROVER-ID TO RL-APPR-USERID
           MOVE CHGLOG-APPROVAL-DATE TO RL-APPR-DATE
           MOVE CHGLOG-APPROVAL-TIME TO RL-APPR-TIME
           MOVE WS-APPROVAL-LINE TO REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    2300-COUNT-USER-ACTION - ROLL THE SELECTED CHANGE INTO   *
      *    ITS USER'S ACTION COUNTS FOR THE SUMMARY SECTION.  A     *
      *    DECISION RECORD COUNTS FOR THE APPROVER ONLY; THE        *
      *    MAKER'S ACTION WAS COUNTED FROM THE SUBMISSION.          *
      *----------------------------------------------------------*
       2300-COUNT-USER-ACTION.
           IF CHGLOG-APPROVED OR CHGLOG-REJECTED
               MOVE CHGLOG-APPROVER-ID TO WS-COUNT-USERID
           ELSE
               MOVE CHGLOG-USERID TO WS-COUNT-USERID
           END-IF
           MOVE 'N' TO WS-USER-FOUND-SW
           PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                   UNTIL WS-USER-SUB > WS-USER-COUNT
                   OR WS-USER-FOUND
               IF WS-USER-ID (WS-USER-SUB) = WS-COUNT-USERID
                   MOVE 'Y' TO WS-USER-FOUND-SW
               END-IF
           END-PERFORM
                   STOP RUN
               END-IF
               MOVE WS-USER-COUNT TO WS-USER-SUB
               MOVE WS-COUNT-USERID TO WS-USER-ID (WS-USER-SUB)
               MOVE ZERO TO WS-USER-ADDS (WS-USER-SUB)
               MOVE ZERO TO WS-USER-CHANGES (WS-USER-SUB)
               MOVE ZERO TO WS-USER-DELETES (WS-USER-SUB)
               MOVE ZERO TO WS-USER-APPROVED (WS-USER-SUB)
               MOVE ZERO TO WS-USER-REJECTED (WS-USER-SUB)
           END-IF
           EVALUATE TRUE
               WHEN CHGLOG-APPROVED
                   ADD 1 TO WS-USER-APPROVED (WS-USER-SUB)
               WHEN CHGLOG-REJECTED
                   ADD 1 TO WS-USER-REJECTED (WS-USER-SUB)
               WHEN CHGLOG-ACTION-ADD
                   ADD 1 TO WS-USER-ADDS (WS-USER-SUB)
               WHEN CHGLOG-ACTION-CHANGE
               MOVE WS-USER-ADDS (WS-USER-SUB) TO RL-SUM-ADDS
               MOVE WS-USER-CHANGES (WS-USER-SUB) TO RL-SUM-CHANGES
               MOVE WS-USER-DELETES (WS-USER-SUB) TO RL-SUM-DELETES
               MOVE WS-USER-APPROVED (WS-USER-SUB) TO RL-SUM-APPROVED
               MOVE WS-USER-REJECTED (WS-USER-SUB) TO RL-SUM-REJECTED
               MOVE WS-SUMMARY-LINE TO REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-PERFORM.
