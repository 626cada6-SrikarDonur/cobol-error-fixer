      *                   ANY REJECTED CARD ENDS THE JOB WITH      *
      *                   RETURN CODE 8 SO A MIS-KEYED CORRECTION  *
      *                   IS SEEN THE SAME DAY.                    *
      *  10/15/2026  MO   NEW CARD ACTION G RELEASES AN OPEN ITEM  *
      *                   TRANPROC REJECTED AS A PROBABLE          *
      *                   DUPLICATE (REASON 10) ONCE THE BACK      *
      *                   OFFICE HAS CONFIRMED IT IS A GENUINE     *
      *                   REPEAT.  THE ITEM IS MARKED CORRECTED    *
      *                   WITH ITS ORIGINAL VALUES AND THE NEW     *
      *                   DUPLICATE-RELEASE SWITCH SET, SO         *
      *                   REJRESUB FEEDS IT BACK AND TRANPROC      *
      *                   SKIPS THE DUPLICATE CHECK FOR IT.  A G   *
      *                   CARD MAY NOT CHANGE ANY FIELD, AND ONLY  *
      *                   A REASON 10 ITEM CAN BE RELEASED.        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-IN-RECORD             PIC X(111).

       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           05  COR-ACTION                  PIC X(01).
               88  COR-ACTION-CORRECT                 VALUE 'C'.
               88  COR-ACTION-WRITE-OFF               VALUE 'W'.
               88  COR-ACTION-RELEASE-DUP             VALUE 'G'.
           05  COR-ACCOUNT-NUMBER          PIC X(08).
           05  COR-TRANSACTION-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.

      *----------------------------------------------------------*
      *    1200-EDIT-ONE-CARD - FIELD EDITS ON THE CARD JUST READ.  *
      *    THE SUSPENSE ID MUST BE NUMERIC, THE ACTION C, W, OR G,  *
      *    AND AN AMOUNT, IF KEYED AT ALL, NUMERIC WITH ITS LEADING *
      *    SIGN.  A G (GENUINE REPEAT) CARD RESUBMITS THE ITEM AS   *
      *    IT WAS REJECTED, SO IT MAY NOT KEY ANY FIELD.  A CLEAN   *
      *    CARD GOES ON THE TABLE TO BE CONSUMED BY THE MASTER      *
      *    PASS.                                                    *
      *----------------------------------------------------------*
       1200-EDIT-ONE-CARD.
           MOVE COR-SUSPENSE-ID TO LL-SUSPENSE-ID
           ELSE
               IF NOT COR-ACTION-CORRECT
               AND NOT COR-ACTION-WRITE-OFF
               AND NOT COR-ACTION-RELEASE-DUP
                   ADD 1 TO WS-CARDS-REJECTED
                   MOVE "REJECTED - ACTION MUST BE C, W, OR G"
                       TO LL-RESULT
                   MOVE WS-CARD-LINE TO LISTING-RECORD
                   PERFORM 8000-WRITE-LISTING-RECORD
                       MOVE WS-CARD-LINE TO LISTING-RECORD
                       PERFORM 8000-WRITE-LISTING-RECORD
                   ELSE
                       IF COR-ACTION-RELEASE-DUP
                       AND (COR-ACCOUNT-NUMBER NOT = SPACES
                         OR COR-TRANSACTION-AMT-X NOT = SPACES
                         OR COR-TRANSACTION-TYPE NOT = SPACES)
                           ADD 1 TO WS-CARDS-REJECTED
                           MOVE "REJECTED - G CARD KEYS A FIELD"
                               TO LL-RESULT
                           MOVE WS-CARD-LINE TO LISTING-RECORD
                           PERFORM 8000-WRITE-LISTING-RECORD
                       ELSE
                           PERFORM 1300-ADD-CARD-TO-TABLE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    CORRECTED OR WRITTEN OFF.  A CORRECTION STORES THE FULL  *
      *    EFFECTIVE VALUES TO RESUBMIT IN THE SUS-CORR FIELDS -    *
      *    A CARD FIELD LEFT AS SPACES KEEPS THE ORIGINAL VALUE.    *
      *    A GENUINE-REPEAT RELEASE IS ONLY FOR A PROBABLE          *
      *    DUPLICATE (REASON 10); IT RESUBMITS THE ORIGINAL VALUES  *
      *    WITH THE DUPLICATE-RELEASE SWITCH SET.                   *
      *----------------------------------------------------------*
       2200-APPLY-ONE-CARD.
           MOVE 'Y' TO WS-CARD-APPLIED-SW (WS-MATCH-SUB)
               MOVE WS-CARD-LINE TO LISTING-RECORD
               PERFORM 8000-WRITE-LISTING-RECORD
           ELSE
               EVALUATE WS-CARD-ACTION (WS-MATCH-SUB)
                   WHEN 'G'
                       PERFORM 2300-RELEASE-DUPLICATE
                   WHEN 'W'
                       MOVE 'W' TO SUS-STATUS
                       MOVE WS-CURRENT-DATE TO SUS-CORRECTED-DATE
                       ADD 1 TO WS-CARDS-APPLIED
                       MOVE "APPLIED - ITEM WRITTEN OFF" TO LL-RESULT
                       MOVE WS-CARD-LINE TO LISTING-RECORD
                       PERFORM 8000-WRITE-LISTING-RECORD
                   WHEN OTHER
                       MOVE 'C' TO SUS-STATUS
                       IF WS-CARD-ACCOUNT (WS-MATCH-SUB) = SPACES
                           MOVE SUS-ACCOUNT-NUMBER
                               TO SUS-CORR-ACCOUNT-NUMBER
                       ELSE
                           MOVE WS-CARD-ACCOUNT (WS-MATCH-SUB)
                               TO SUS-CORR-ACCOUNT-NUMBER
                       END-IF
                       IF WS-CARD-AMT-GIVEN-SW (WS-MATCH-SUB) = 'Y'
                           MOVE WS-CARD-AMT (WS-MATCH-SUB)
                               TO SUS-CORR-TRANSACTION-AMT
                       ELSE
                           MOVE SUS-TRANSACTION-AMT
                               TO SUS-CORR-TRANSACTION-AMT
                       END-IF
                       IF WS-CARD-TYPE (WS-MATCH-SUB) = SPACES
                           MOVE SUS-TRANSACTION-TYPE
                               TO SUS-CORR-TRANSACTION-TYPE
                       ELSE
                           MOVE WS-CARD-TYPE (WS-MATCH-SUB)
                               TO SUS-CORR-TRANSACTION-TYPE
                       END-IF
                       MOVE SPACE TO SUS-DUP-RELEASE-SW
                       MOVE WS-CURRENT-DATE TO SUS-CORRECTED-DATE
                       ADD 1 TO WS-CARDS-APPLIED
                       MOVE "APPLIED - ITEM CORRECTED FOR RESUBMISSION"
                           TO LL-RESULT
                       MOVE WS-CARD-LINE TO LISTING-RECORD
                       PERFORM 8000-WRITE-LISTING-RECORD
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *    2300-RELEASE-DUPLICATE - APPLY A G CARD.  THE ITEM IS    *
      *    RESUBMITTED EXACTLY AS IT WAS REJECTED, WITH THE         *
      *    DUPLICATE-RELEASE SWITCH SET SO TRANPROC ACCEPTS IT.     *
      *----------------------------------------------------------*
       2300-RELEASE-DUPLICATE.
           IF SUS-REASON-CODE NOT = '10'
               ADD 1 TO WS-CARDS-REJECTED
               MOVE "REJECTED - ITEM IS NOT A PROBABLE DUPLICATE"
                   TO LL-RESULT
           ELSE
               MOVE 'C' TO SUS-STATUS
               MOVE SUS-ACCOUNT-NUMBER TO SUS-CORR-ACCOUNT-NUMBER
               MOVE SUS-TRANSACTION-AMT TO SUS-CORR-TRANSACTION-AMT
               MOVE SUS-TRANSACTION-TYPE TO SUS-CORR-TRANSACTION-TYPE
               MOVE 'Y' TO SUS-DUP-RELEASE-SW
               MOVE WS-CURRENT-DATE TO SUS-CORRECTED-DATE
               ADD 1 TO WS-CARDS-APPLIED
               MOVE "APPLIED - RELEASED AS GENUINE REPEAT" TO LL-RESULT
           END-IF
           MOVE WS-CARD-LINE TO LISTING-RECORD
           PERFORM 8000-WRITE-LISTING-RECORD.

      *----------------------------------------------------------*
      *    3000-REJECT-UNMATCHED-CARDS - ANY CARD STILL UNAPPLIED   *
      *    AFTER THE MASTER PASS NAMES A SUSPENSE ID THAT IS NOT    *
