      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-08-22 MAINT - SM7D DIGEST RUN OVER NOTIFYDQ.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - WORDING FOR THE DESK-VISIT EVENTS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CNT-SENT-Z                         PIC ZZZZ9.
       01  WS-CNT-DEAD-Z                         PIC ZZZZ9.
       01  WS-DONE-MSG                           PIC X(60).
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM017P' TO MTP-PROGRAM
           IF EIBTRNID = 'SM7D'
               MOVE 'NOTIFYDQ' TO WS-NOTIFY-QNAME
           END-IF
                LENGTH(+8)
           END-EXEC
           PERFORM 800-REPORT-TOTALS
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * ONE OUTBOUND LINE PER EVENT, WORDED BY TIX-STATUS SO THE
      * BRIDGE (AND THE RECIPIENT) SEES WHAT HAPPENED, NOT A RAW
      * STATUS CODE. A DESK-VISIT EVENT CARRIES THE VISIT'S DATE AND
      * HOUR, SO ITS LINE READS '... BOOKED ON <DATE> AT <HOUR>'.
       300-FORMAT-MESSAGE.
           EVALUATE NOTIFY-STATUS
               WHEN ST-CREATED
                   MOVE 'WAS CLOSED' TO WS-EVENT-TEXT
               WHEN ST-CANCELED
                   MOVE 'WAS CANCELED' TO WS-EVENT-TEXT
               WHEN EV-VISIT-BOOKED
                   MOVE 'HAS A DESK VISIT BOOKED' TO WS-EVENT-TEXT
               WHEN EV-VISIT-MOVED
                   MOVE 'DESK VISIT NOW BOOKED' TO WS-EVENT-TEXT
               WHEN EV-VISIT-CANCELED
                   MOVE 'VISIT CANCELED, WAS DUE' TO WS-EVENT-TEXT
               WHEN EV-VISIT-MISSED
                   MOVE 'DESK VISIT WAS MISSED' TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE 'WAS UPDATED' TO WS-EVENT-TEXT
           END-EVALUATE
