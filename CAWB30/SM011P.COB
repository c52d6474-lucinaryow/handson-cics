      * NO PREFERENCES RECORD GETS THE HISTORICAL BEHAVIOR - EVERY
      * EVENT, IMMEDIATELY.
      *
      * A RECIPIENT WHOSE ADDRESS THE SMB101 BOUNCE RUN HAS MARKED
      * UNDELIVERABLE ON BNS00001 GETS NO MAIL; THE EVENT IS HELD ON
      * HNF00001 FOR SM000P TO SHOW AT THE NEXT SIGN-ON AND, WHERE
      * THE BOUNCE RECORD SAYS SO, SENT TO THE USER'S SUPERVISOR.
      *
      * AFTER HOURS, A HIGH-PRIORITY EVENT ALSO GOES TO WHOEVER THE
      * OCR00001 ON-CALL ROSTER (MAINTAINED BY SM051P) NAMES FOR THE
      * TICKET'S QUEUE - A DATE OVERRIDE RECORD FIRST, THEN THE
      * WEEKLY DOW ROTA - SO THE SM17 DISPATCHER DELIVERS TO A
      * STAFFED DESK INSTEAD OF AN EMPTY ONE. AFTER HOURS MEANS
      * BEFORE 08, FROM 17, OR A WEEKEND, MATCHING SM013P'S
      * STANDARD BUSINESS DAY. EACH SUCH ON-CALL COPY IS ALSO LOGGED
      * TO ONC00001 SO THE CALLOUT RECORDED LATER ON SM088P (AND THE
      * SMB061 CALLOUT-PAY RUN) CAN BE CHECKED AGAINST IT - THE TS
      * QUEUE ENTRY ITSELF IS GONE ONCE SM017P HAS SENT IT.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - CONSULT UAF00003 PREFERENCES, ROUTE
      *  2026-09-02 MAINT - FAN EVENTS OUT TO WAT00001 WATCHERS.
      *  2026-09-02 MAINT - REDIRECT REQUESTOR EVENTS TO THE
      *                     OBO00001 AFFECTED USER.
      *  2026-10-15 MAINT - LOG EACH ON-CALL NOTIFICATION TO ONC00001
      *                     FOR THE CALLOUT CROSS-CHECK.
      *  2026-10-15 MAINT - HOLD EVENTS FOR AN UNDELIVERABLE ADDRESS
      *                     (BNS00001) ON HNF00001 FOR SIGN-ON, AND
      *                     ROUTE THEM TO THE SUPERVISOR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-OC-DOW-D                           PIC 9(01).
       01  WS-OC-AFTER-HOURS                     PIC X.
       01  WS-OC-USER                            PIC X(07).
       01  WS-ONC-REC.
           05  ONC-KEY.
               10  ONC-TIX-ID                    PIC X(06).
               10  ONC-DATE                      PIC X(08).
               10  ONC-TIME                      PIC X(08).
           05  ONC-USER                          PIC X(07).
           05  ONC-QUEUE                         PIC X(10).
           05  ONC-STATUS                        PIC X(10).
           05  ONC-ACK-FLAG                      PIC X(01).
           05  ONC-ACK-DATE                      PIC X(08).
           05  FILLER                            PIC X(22).
      * WATCHER FAN-OUT - EVERY WAT00001 ENTRY FOR THE TICKET GETS
      * ITS OWN COPY OF THE EVENT (SEE SM059P), SO FOLLOWERS HEAR
      * ABOUT STATUS CHANGES WITHOUT ASKING THE DESK. EACH WATCHER
           05  OBO-USER                          PIC X(07).
           05  FILLER                            PIC X(07).
       01  WS-OBO-RESP                           PIC S9(8) COMP.
      * UNDELIVERABLE-ADDRESS HOLD - SEE SMBNS AND SMHNF.
           COPY SMBNS.
           COPY SMHNF.
           COPY SMUAF.
       01  WS-BNS-RESP                           PIC S9(8) COMP.
       01  WS-HN-ABST                            PIC 9(15).
       01  WS-HN-YMD                             PIC X(08).
       01  WS-HN-HMS                             PIC X(06).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
                       MOVE 'D' TO NOTIFY-MODE
                   END-IF
               END-IF
           END-IF
           IF WS-EVENT-WANTED = 'Y'
               PERFORM 750-CHECK-UNDELIVERABLE THRU 750-EXIT
           END-IF.
       700-EXIT.
           EXIT.

      * THE HELD COPY IS ALWAYS WRITTEN, SO THE USER SEES WHAT WAS
      * MISSED AND IS TOLD TO FIX THE ADDRESS. ON ROUTE S THE EVENT
      * IS QUEUED FOR THE SUPERVISOR INSTEAD, IMMEDIATELY AND
      * WITHOUT CONSULTING THE SUPERVISOR'S OWN PREFERENCES; A USER
      * WITH NO SUPERVISOR ON UAF00001 GETS THE HELD COPY ONLY.
       750-CHECK-UNDELIVERABLE.
           MOVE WS-RECIPIENT(1:7) TO BNS-USERID
           EXEC CICS
               READ FILE('BNS00001')
               INTO (BNS-RECORD)
               RIDFLD (BNS-USERID)
               RESP(WS-BNS-RESP)
               EQUAL
           END-EXEC
           IF WS-BNS-RESP NOT = DFHRESP(NORMAL) OR
              NOT BNS-UNDELIVERABLE
               GO TO 750-EXIT
           END-IF
           PERFORM 760-HOLD-FOR-SIGNON THRU 760-EXIT
           MOVE 'N' TO WS-EVENT-WANTED
           IF NOT BNS-TO-SUPERVISOR
               GO TO 750-EXIT
           END-IF
           MOVE WS-RECIPIENT TO CALLER-UID
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (CALLER-UID)
               RESP(WS-BNS-RESP)
               EQUAL
           END-EXEC
           IF WS-BNS-RESP NOT = DFHRESP(NORMAL) OR
              CALLER-SUPER = SPACES OR
              CALLER-SUPER = WS-RECIPIENT(1:7)
               GO TO 750-EXIT
           END-IF
           MOVE SPACES TO WS-RECIPIENT
           MOVE CALLER-SUPER TO WS-RECIPIENT(1:7)
           MOVE 'I' TO NOTIFY-MODE
           MOVE 'Y' TO WS-EVENT-WANTED.
       750-EXIT.
           EXIT.

      * DUPREC IS IGNORED - SEE SMHNF.
       760-HOLD-FOR-SIGNON.
           EXEC CICS ASKTIME
                ABSTIME (WS-HN-ABST)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME (WS-HN-ABST)
                YYYYMMDD (WS-HN-YMD)
                TIME (WS-HN-HMS)
           END-EXEC
           MOVE SPACES TO HNF-RECORD
           MOVE WS-RECIPIENT(1:7) TO HNF-USERID
           STRING WS-HN-YMD WS-HN-HMS
               DELIMITED BY SIZE INTO HNF-STAMP
           MOVE LK-TIX-ID TO HNF-TIX-ID
           MOVE LK-STATUS TO HNF-STATUS
           MOVE LK-NOTIFY-DATE TO HNF-DATE
           MOVE LK-NOTIFY-TIME TO HNF-TIME
           EXEC CICS
               WRITE FILE('HNF00001')
               FROM(HNF-RECORD)
               RIDFLD(HNF-KEY)
               RESP(WS-BNS-RESP)
           END-EXEC.
       760-EXIT.
           EXIT.

      * THE ENQ PAIRS WITH SM017P'S DRAIN-TIME ENQ ON THE SAME
      * QUEUE NAME, SO AN ENTRY CAN NEVER LAND BETWEEN THE
      * DISPATCHER'S LAST READ AND ITS DELETEQ AND BE DESTROYED
           EXEC CICS DEQ
                RESOURCE(WS-NOTIFY-QNAME)
                LENGTH(+8)
           END-EXEC
           PERFORM 950-LOG-ON-CALL THRU 950-EXIT.
       900-EXIT.
           EXIT.

      * A SECOND EVENT ON THE SAME TICKET IN THE SAME SECOND IS
      * ALREADY COVERED BY THE FIRST LOG RECORD, SO DUPREC IS
      * IGNORED.
       950-LOG-ON-CALL.
           MOVE SPACES TO WS-ONC-REC
           MOVE LK-TIX-ID TO ONC-TIX-ID
           MOVE WS-OC-YMD TO ONC-DATE
           MOVE WS-OC-HHMMSS TO ONC-TIME
           MOVE WS-OC-USER TO ONC-USER
           MOVE OC-TIX-QUEUE TO ONC-QUEUE
           MOVE LK-STATUS TO ONC-STATUS
           MOVE 'N' TO ONC-ACK-FLAG
           EXEC CICS
               WRITE FILE('ONC00001')
               FROM(WS-ONC-REC)
               RIDFLD(ONC-KEY)
               RESP(WS-OC-RESP)
           END-EXEC.
       950-EXIT.
           EXIT.
