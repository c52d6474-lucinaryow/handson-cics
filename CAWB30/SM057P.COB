      *            P = PRIORITY (VALUE = H/M/L)
      *            C = CANCEL   (VALUE IGNORED)
      *
      * A REQUEUE TO A QUEUE OF A HIGHER SUPPORT TIER (SEE SMQTR) IS
      * AN ESCALATION: IT NEEDS AN ESR00001 REASON IN BLK-REASON, IS
      * LOGGED AS 'ESCALATED T>T RSN CODE ...' AND RAISES THE
      * TICKET'S TTR00001 HIGHEST TIER. WITHOUT A VALID REASON THE
      * TICKET IS SKIPPED AND REPORTED BACK AS E. CALLERS THAT PASS
      * THE SHORTER COMMAREA WITHOUT BLK-REASON HAVE NO REASON.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ESCALATION REASON ON A HIGHER-TIER REQUEUE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  LK-UPDATED-BY                      PIC X(07).
           05  LK-REMARK                          PIC X(50).
           05  LK-RESP-CODE                       PIC S9(8) COMP.
      * SUPPORT TIERS - SEE SM105P.
           COPY SMQTR.
           COPY SMESR.
           COPY SMTTR.
       01  WS-TIER-RESP                           PIC S9(8) COMP.
       01  WS-OLD-TIER                            PIC 9(01).
       01  WS-NEW-TIER                            PIC 9(01).
       01  WS-REASON                              PIC X(05).
       01  WS-ESCALATION                          PIC X(01).
       01  WS-TODAY-YMD                           PIC X(08).
       01  WS-NOTIFY-PARMS.
           05  NLK-TIX-ID                         PIC X(06).
           05  NLK-REQUESTOR                      PIC X(08).
           05  BLK-USERID                        PIC X(07).
           05  BLK-RESULT                        PIC X(01).
           05  BLK-RESP-CODE                     PIC S9(8) COMP.
           05  BLK-REASON                        PIC X(05).
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
               PROGRAM('SM038P')
           END-EXEC
           MOVE 'N' TO BLK-RESULT
           MOVE SPACES TO WS-REASON
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE BLK-REASON TO WS-REASON
           END-IF
           PERFORM 100-APPLY-ACTION THRU 100-EXIT
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
               EXEC CICS UNLOCK FILE('STF00001') END-EXEC
               GO TO 100-EXIT
           END-IF
           MOVE 'N' TO WS-ESCALATION
           IF BLK-ACTION = 'Q'
               PERFORM 150-CHECK-ESCALATION THRU 150-EXIT
               IF WS-ESCALATION = 'R'
                   EXEC CICS UNLOCK FILE('STF00001') END-EXEC
                   MOVE 'E' TO BLK-RESULT
                   MOVE 0 TO BLK-RESP-CODE
                   GO TO 100-EXIT
               END-IF
           END-IF
           MOVE SPACES TO JLK-BEFORE
           MOVE WS-TIX-REC TO JLK-BEFORE
           MOVE SPACES TO LAST-UPDATE-REM
                       DELIMITED BY SIZE INTO LAST-UPDATE-REM
               WHEN 'Q'
                   MOVE BLK-VALUE TO TIX-QUEUE
                   IF WS-ESCALATION = 'Y'
                       STRING 'ESCALATED ' WS-OLD-TIER '>' WS-NEW-TIER
                              ' RSN ' WS-REASON ' TO QUEUE ' BLK-VALUE
                           DELIMITED BY SIZE INTO LAST-UPDATE-REM
                   ELSE
                       STRING 'BULK MOVED TO QUEUE ' BLK-VALUE
                           DELIMITED BY SIZE INTO LAST-UPDATE-REM
                   END-IF
               WHEN 'P'
                   MOVE BLK-VALUE(1:1) TO TIX-PRIORITY
                   STRING 'BULK PRIORITY SET TO ' BLK-VALUE(1:1)
           END-IF
           MOVE 'Y' TO BLK-RESULT
           PERFORM 200-BUMP-COUNTERS THRU 200-EXIT
           IF WS-ESCALATION = 'Y'
               PERFORM 250-RAISE-HIGH-TIER THRU 250-EXIT
           END-IF
           MOVE 'U' TO JLK-ACTION
           MOVE BLK-TIX-ID TO JLK-TIX-ID
           MOVE SPACES TO JLK-AFTER
       100-EXIT.
           EXIT.

      * A MOVE UP THE TIERS IS AN ESCALATION. WS-ESCALATION COMES
      * BACK N (SAME OR LOWER TIER), Y (ESCALATION WITH A VALID
      * REASON) OR R (ESCALATION REFUSED - NO REASON OR UNKNOWN).
       150-CHECK-ESCALATION.
           MOVE 'N' TO WS-ESCALATION
           MOVE TIX-QUEUE TO QTR-QUEUE
           PERFORM 160-READ-TIER THRU 160-EXIT
           MOVE QTR-TIER TO WS-OLD-TIER
           MOVE BLK-VALUE TO QTR-QUEUE
           PERFORM 160-READ-TIER THRU 160-EXIT
           MOVE QTR-TIER TO WS-NEW-TIER
           IF WS-NEW-TIER NOT > WS-OLD-TIER
               GO TO 150-EXIT
           END-IF
           MOVE 'R' TO WS-ESCALATION
           IF WS-REASON = SPACES
               GO TO 150-EXIT
           END-IF
           MOVE WS-REASON TO ESR-CODE
           EXEC CICS
               READ FILE('ESR00001')
               INTO (ESR-RECORD)
               RIDFLD (ESR-CODE)
               RESP(WS-TIER-RESP)
               EQUAL
           END-EXEC
           IF WS-TIER-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ESCALATION
           END-IF.
       150-EXIT.
           EXIT.

      * A QUEUE WITH NO QTR00001 RECORD IS FIRST LINE.
       160-READ-TIER.
           EXEC CICS
               READ FILE('QTR00001')
               INTO (QTR-RECORD)
               RIDFLD (QTR-QUEUE)
               RESP(WS-TIER-RESP)
               EQUAL
           END-EXEC
           IF WS-TIER-RESP NOT = DFHRESP(NORMAL) OR
              QTR-TIER NOT NUMERIC OR QTR-TIER = 0
               MOVE 1 TO QTR-TIER
           END-IF.
       160-EXIT.
           EXIT.

      * TTR00001 CARRIES THE HIGHEST TIER THE TICKET HAS REACHED.
       250-RAISE-HIGH-TIER.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           MOVE BLK-TIX-ID TO TTR-TIX-ID
           EXEC CICS
               READ FILE('TTR00001')
               INTO (TTR-RECORD)
               RIDFLD (TTR-TIX-ID)
               UPDATE
               RESP(WS-TIER-RESP)
           END-EXEC
           IF WS-TIER-RESP = DFHRESP(NORMAL)
               IF WS-NEW-TIER > TTR-HIGH-TIER
                   MOVE WS-NEW-TIER TO TTR-HIGH-TIER
               END-IF
               ADD 1 TO TTR-ESC-COUNT
               MOVE WS-REASON TO TTR-LAST-REASON
               MOVE WS-TODAY-YMD TO TTR-LAST-DATE
               MOVE BLK-USERID TO TTR-LAST-BY
               EXEC CICS
                   REWRITE FILE('TTR00001')
                   FROM (TTR-RECORD)
                   RESP(WS-TIER-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO TTR-RECORD
               MOVE BLK-TIX-ID TO TTR-TIX-ID
               MOVE WS-NEW-TIER TO TTR-HIGH-TIER
               MOVE 1 TO TTR-ESC-COUNT
               MOVE WS-REASON TO TTR-LAST-REASON
               MOVE WS-TODAY-YMD TO TTR-LAST-DATE
               MOVE BLK-USERID TO TTR-LAST-BY
               EXEC CICS
                   WRITE FILE('TTR00001')
                   FROM (TTR-RECORD)
                   RIDFLD (TTR-TIX-ID)
                   RESP(WS-TIER-RESP)
               END-EXEC
           END-IF.
       250-EXIT.
           EXIT.

      * KEEPS THE QCT00001 SUMMARY COUNTERS (SEE SM080P) IN STEP
      * WITH A BULK CHANGE OF STATUS OR QUEUE.
       200-BUMP-COUNTERS.
