      *                   THROUGH 1000-INITIAL-SCREEN, WHICH          *
      *                   OVERWROTE THEM WITH THE GENERIC PROMPT      *
      *                   BEFORE THE OPERATOR EVER SAW THEM.          *
      *  10/15/2026  DN   MAKER-CHECKER.  AN ADD, CHANGE, OR DELETE *
      *                   NO LONGER TOUCHES THE LIVE BRACKET - IT   *
      *                   IS HELD ON THE BRKFILE RECORD AS PENDING  *
      *                   (PROPOSED VALUES, ACTION, AND MAKER; SEE  *
      *                   BRKTAB) UNTIL A DIFFERENT USER APPROVES   *
      *                   OR REJECTS IT ON THE NEW BRKA APPROVAL    *
      *                   SCREEN (BRKAPPR).  A BRACKET WITH A       *
      *                   CHANGE ALREADY PENDING CANNOT BE CHANGED  *
      *                   OR DELETED AGAIN UNTIL THAT ONE IS        *
      *                   DECIDED.  THE CHANGE-LOG RECORD WRITTEN   *
      *                   HERE IS NOW MARKED SUBMITTED; BRKAPPR     *
      *                   LOGS THE DECISION.  BROWSE SHOWS THE      *
      *                   LIVE VALUES AND SAYS WHEN A CHANGE IS     *
      *                   PENDING (A PENDING ADD SHOWS ITS          *
      *                   PROPOSED VALUES, HAVING NO LIVE ONES).    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-MESSAGE                  PIC X(60) VALUE SPACES.

       01  WS-ALREADY-PENDING-MSG      PIC X(60) VALUE
               "A CHANGE IS ALREADY PENDING APPROVAL ON THIS BRACKET".

      *----------------------------------------------------------*
      *    THE SCREEN'S LOW/HIGH/RATE FIELDS ARE KEYED AS RAW      *
      *    DIGITS WITH NO DECIMAL POINT (THE USUAL BMS NUMERIC      *
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7000-POPULATE-MAP-FROM-RECORD
               EVALUATE TRUE
                   WHEN BRKTAB-CHANGE-LIVE
                       MOVE "BRACKET FOUND" TO MSGO
                   WHEN BRKTAB-PENDING-ADD
                       MOVE BRKTAB-PENDING-LOW-AMT TO LOWAMTO
                       MOVE BRKTAB-PENDING-HIGH-AMT TO HIGHAMTO
                       MOVE BRKTAB-PENDING-RATE TO RATEO
                       MOVE "BRACKET ADD PENDING APPROVAL - NOT LIVE"
                           TO MSGO
                   WHEN BRKTAB-PENDING-CHANGE
                       MOVE "CHANGE PENDING APPROVAL - LIVE SHOWN"
                           TO MSGO
                   WHEN OTHER
                       MOVE "DELETE PENDING APPROVAL - LIVE SHOWN"
                           TO MSGO
               END-EVALUATE
           ELSE
               MOVE "BRACKET NOT ON FILE" TO MSGO
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    4000-ADD-BRACKET - ADD A NEW BRACKET, PENDING APPROVAL.  *
      *    THE KEYED VALUES GO INTO THE PENDING FIELDS AND THE LIVE *
      *    ONES STAY ZERO UNTIL BRKAPPR APPROVES THE ADD.  THE      *
      *    CHANGE LOG RECORD'S OLD VALUE IS LEFT AT SPACES/ZERO     *
      *    SINCE THERE WAS NO PRIOR RECORD.                         *
      *----------------------------------------------------------*
       4000-ADD-BRACKET.
           MOVE ZERO TO BRKTAB-LOW-AMT
           MOVE ZERO TO BRKTAB-HIGH-AMT
           MOVE ZERO TO BRKTAB-RATE
           SET BRKTAB-PENDING-ADD TO TRUE
           PERFORM 7100-HOLD-KEYED-VALUES

           EXEC CICS WRITE FILE('BRKFILE')
                            FROM(BRKTAB-RECORD)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "BRACKET ADD HELD FOR APPROVAL" TO MSGO
               MOVE SPACES TO CHGLOG-OLD-RECORD
               MOVE ZERO TO CHGLOG-OLD-EFF-DATE CHGLOG-OLD-BRACKET-NO
                   CHGLOG-OLD-LOW-AMT CHGLOG-OLD-HIGH-AMT
                   CHGLOG-OLD-RATE
               PERFORM 7200-LOG-PENDING-AS-NEW
               SET CHGLOG-ACTION-ADD TO TRUE
               PERFORM 9000-WRITE-CHANGE-LOG
           ELSE
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    5000-CHANGE-BRACKET - HOLD A CHANGE TO AN EXISTING        *
      *    BRACKET FOR APPROVAL, LOGGING THE LIVE VALUES AS OLD AND   *
      *    THE PROPOSED ONES AS NEW.                                  *
      *----------------------------------------------------------*
       5000-CHANGE-BRACKET.
           EXEC CICS READ FILE('BRKFILE')
               MOVE "BRACKET NOT ON FILE - USE ADD" TO MSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF
           IF BRKTAB-CHANGE-PENDING
               MOVE WS-ALREADY-PENDING-MSG TO MSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF

           MOVE BRKTAB-EFFECTIVE-DATE TO CHGLOG-OLD-EFF-DATE
           MOVE BRKTAB-FILING-STATUS TO CHGLOG-OLD-FILING-STATUS
           MOVE BRKTAB-HIGH-AMT TO CHGLOG-OLD-HIGH-AMT
           MOVE BRKTAB-RATE TO CHGLOG-OLD-RATE

           SET BRKTAB-PENDING-CHANGE TO TRUE
           PERFORM 7100-HOLD-KEYED-VALUES

           EXEC CICS REWRITE FILE('BRKFILE')
                              FROM(BRKTAB-RECORD)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "BRACKET CHANGE HELD FOR APPROVAL" TO MSGO
               PERFORM 7200-LOG-PENDING-AS-NEW
               SET CHGLOG-ACTION-CHANGE TO TRUE
               PERFORM 9000-WRITE-CHANGE-LOG
           ELSE
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    6000-DELETE-BRACKET - MARK AN EXISTING BRACKET FOR        *
      *    DELETION, PENDING APPROVAL - THE RECORD STAYS LIVE UNTIL   *
      *    BRKAPPR APPROVES THE DELETE.  THE OLD VALUE IS LOGGED AND  *
      *    THE LOG'S NEW VALUE IS LEFT AT SPACES/ZERO.                *
      *----------------------------------------------------------*
       6000-DELETE-BRACKET.
           EXEC CICS READ FILE('BRKFILE')
               MOVE "BRACKET NOT ON FILE" TO MSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF
           IF BRKTAB-CHANGE-PENDING
               MOVE WS-ALREADY-PENDING-MSG TO MSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF

           MOVE BRKTAB-EFFECTIVE-DATE TO CHGLOG-OLD-EFF-DATE
           MOVE BRKTAB-FILING-STATUS TO CHGLOG-OLD-FILING-STATUS
           MOVE BRKTAB-HIGH-AMT TO CHGLOG-OLD-HIGH-AMT
           MOVE BRKTAB-RATE TO CHGLOG-OLD-RATE

           SET BRKTAB-PENDING-DELETE TO TRUE
           MOVE ZERO TO BRKTAB-PENDING-LOW-AMT
           MOVE ZERO TO BRKTAB-PENDING-HIGH-AMT
           MOVE ZERO TO BRKTAB-PENDING-RATE
           PERFORM 7150-MARK-PENDING

           EXEC CICS REWRITE FILE('BRKFILE')
                              FROM(BRKTAB-RECORD)
                              RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "BRACKET DELETE HELD FOR APPROVAL" TO MSGO
               MOVE SPACES TO CHGLOG-NEW-RECORD
               MOVE ZERO TO CHGLOG-NEW-EFF-DATE CHGLOG-NEW-BRACKET-NO
                   CHGLOG-NEW-LOW-AMT CHGLOG-NEW-HIGH-AMT
               SET CHGLOG-ACTION-DELETE TO TRUE
               PERFORM 9000-WRITE-CHANGE-LOG
           ELSE
               MOVE "UNABLE TO MARK BRACKET FOR DELETION" TO MSGO
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

           MOVE BRKTAB-HIGH-AMT TO HIGHAMTO
           MOVE BRKTAB-RATE TO RATEO.

      *----------------------------------------------------------*
      *    7100-HOLD-KEYED-VALUES - THE KEYED LOW/HIGH/RATE GO INTO  *
      *    THE RECORD'S PENDING FIELDS, NOT THE LIVE ONES, AND THE   *
      *    RECORD IS MARKED PENDING UNDER THIS OPERATOR AS MAKER.    *
      *    THE CALLER HAS ALREADY SET THE PENDING ACTION.            *
      *----------------------------------------------------------*
       7100-HOLD-KEYED-VALUES.
           MOVE LOWAMTI TO WS-LOW-AMT-WORK
           MOVE WS-LOW-AMT-EDIT TO BRKTAB-PENDING-LOW-AMT
           MOVE HIGHAMTI TO WS-HIGH-AMT-WORK
           MOVE WS-HIGH-AMT-EDIT TO BRKTAB-PENDING-HIGH-AMT
           MOVE RATEI TO WS-RATE-WORK
           MOVE WS-RATE-EDIT TO BRKTAB-PENDING-RATE
           PERFORM 7150-MARK-PENDING.

       7150-MARK-PENDING.
           SET BRKTAB-CHANGE-PENDING TO TRUE
           MOVE EIBOPID TO BRKTAB-MAKER-ID
           MOVE EIBDATE TO BRKTAB-MAKER-DATE
           MOVE EIBTIME TO BRKTAB-MAKER-TIME.

      *----------------------------------------------------------*
      *    7200-LOG-PENDING-AS-NEW - THE PROPOSED VALUES ARE THE     *
      *    NEW SIDE OF THE SUBMITTED CHANGE-LOG RECORD.              *
      *----------------------------------------------------------*
       7200-LOG-PENDING-AS-NEW.
           MOVE BRKTAB-EFFECTIVE-DATE TO CHGLOG-NEW-EFF-DATE
           MOVE BRKTAB-FILING-STATUS TO CHGLOG-NEW-FILING-STATUS
           MOVE BRKTAB-BRACKET-NO TO CHGLOG-NEW-BRACKET-NO
           MOVE BRKTAB-PENDING-LOW-AMT TO CHGLOG-NEW-LOW-AMT
           MOVE BRKTAB-PENDING-HIGH-AMT TO CHGLOG-NEW-HIGH-AMT
           MOVE BRKTAB-PENDING-RATE TO CHGLOG-NEW-RATE.

      *----------------------------------------------------------*
      *    8000-SEND-MAP-AND-RETURN - SEND THE RESULT SCREEN AND     *
      *    WAIT FOR THE OPERATOR'S NEXT TRANSACTION.                 *

      *----------------------------------------------------------*
      *    9000-WRITE-CHANGE-LOG - RECORD WHO MADE THE CHANGE, WHEN,  *
      *    AND THE BRACKET'S OLD AND NEW VALUES, AS SUBMITTED FOR     *
      *    APPROVAL - THE APPROVER IS NOT KNOWN YET.                  *
      *----------------------------------------------------------*
       9000-WRITE-CHANGE-LOG.
           MOVE EIBOPID TO CHGLOG-USERID
           MOVE EIBDATE TO CHGLOG-DATE
           MOVE EIBTIME TO CHGLOG-TIME
           SET CHGLOG-SUBMITTED TO TRUE
           MOVE SPACES TO CHGLOG-APPROVER-ID
           MOVE ZERO TO CHGLOG-APPROVAL-DATE
           MOVE ZERO TO CHGLOG-APPROVAL-TIME
           EXEC CICS WRITE FILE('CHGLOGF')
                            FROM(CHGLOG-RECORD)
                            RESP(WS-RESP)
