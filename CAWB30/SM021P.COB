      * LIST. THE FILTERS ARRIVE ON THE COMMAND LINE IN FIXED
      * COLUMNS, ANY OF THEM BLANK FOR ALL:
      *
      *   SM21 STATUS---- QUEUE----- P ASSIGNE REQUSTR FROM---- TO------
      *        (COL 6-15) (17-26)  (28) (30-36) (38-44) (46-53)  (55-62)
      *
      * FROM/TO BOUND THE TICKET'S LAST-UPDATE DATE (YYYYMMDD); A
      * FROM WITH NO TO RUNS TO TODAY AND BEYOND.
      *
      * SAVED SEARCHES (SSR00001, SEE SMSSR) - A WORD TYPED OVER THE
      * LIST FOLLOWED BY A NAME OF UP TO TEN CHARACTERS:
      *
      *     SAVE NAME      KEEP THE LIST'S CURRENT CRITERIA AS NAME
      *     RUN NAME       LIST BY A SAVED SEARCH (OWN OR SHARED)
      *     DEFAULT NAME   OPEN THE LIST WITH NAME WHEN NOTHING IS
      *                    TYPED (AGAIN ON THE DEFAULT TURNS IT OFF)
      *     SHARE NAME     SHARE WITH / WITHDRAW FROM YOUR QUEUE
      *     DROP NAME      DELETE IT
      *
      * 'SM21 RUN NAME' OPENS THE LIST STRAIGHT FROM A SEARCH. THE
      * PICK LINE ABOVE THE PF-KEY LINE NAMES THE USER'S OWN
      * SEARCHES (* = DEFAULT) AND THOSE SHARED WITH THEIR QUEUE
      * (+).
      *
      * UP TO TWELVE MATCHING TICKETS SHOW PER PAGE. PF8 PAGES
      * FORWARD, PF7 PAGES BACK (PAGE-START KEYS ARE KEPT IN A TS
      *
      *     B A ASSIGNEE NN NN NN...   REASSIGN SELECTED ROWS
      *     B Q QUEUE    NN NN NN...   MOVE ROWS TO ANOTHER QUEUE
      *     B Q QUEUE R=CODE NN NN...  ESCALATE TO A HIGHER TIER
      *     B P H/M/L    NN NN NN...   CHANGE PRIORITY
      *     B C          NN NN NN...   CANCEL ROWS
      *
      * BULK ACTIONS ARE FOR SERVICE PROVIDERS, APPROVERS AND
      * ADMINISTRATORS.
      *
      * A MOVE TO A QUEUE OF A HIGHER SUPPORT TIER (SM5T) MUST QUOTE
      * AN ESR00001 ESCALATION REASON AS R=CODE; A ROW MOVED UP THE
      * TIERS WITHOUT ONE IS SKIPPED AND COUNTED AS NEEDING A REASON.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - MULTI-ROW BULK ACTIONS VIA SM057P.
      *  2026-09-02 MAINT - FLAG NEEDED-BY-AT-RISK ROWS WITH !.
      *  2026-09-02 MAINT - HONOR UPF00001 ROWS-PER-PAGE AND
      *                     DEFAULT QUEUE PREFERENCES.
      *  2026-10-15 MAINT - MARK VIP TICKET ROWS WITH V.
      *  2026-10-15 MAINT - R=CODE ESCALATION REASON ON BULK REQUEUE.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - LAST-UPDATE DATE RANGE AND SAVED SEARCHES.
      *  2026-10-15 MAINT - SM060P COMPANY TEST GETS THE TICKET.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-BULK-ROW-N                         PIC 9(02).
       01  WS-BULK-DONE                          PIC 9(02).
       01  WS-BULK-SKIP                          PIC 9(02).
       01  WS-BULK-NOREASON                      PIC 9(02).
      * ESCALATION REASONS - SEE SM105P.
           COPY SMESR.
       01  WS-ESR-RESP                           PIC S9(8) COMP.
      * NEEDED-BY FLAG - A ROW WHOSE NBD00001 NEEDED-BY DATE FALLS
      * BEFORE ITS SLA DUE DATE SHOWS A ! IN THE LAST COLUMN, SO
      * THE WORKLIST SAYS WHICH COMMITMENTS ARE AT RISK.
       01  WS-NBD-RESP                           PIC S9(8) COMP.
       01  WS-NBD-DUE-YMD                        PIC X(08).
      * ROW-LEVEL QUEUE SCOPING - SEE SM060P.
       01  WS-VIP-PARMS.
           05  VLK-TIX-ID                         PIC X(06).
           05  VLK-REQUESTOR                      PIC X(08).
           05  VLK-VIP                            PIC X(01).
           05  VLK-VIP-USER                       PIC X(07).
           05  VLK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-CONF-PARMS.
           05  CLK-USERID                         PIC X(07).
           05  CLK-TIX-ID                         PIC X(06).
           05  QLK-QUEUE                          PIC X(10).
           05  QLK-ALLOWED                        PIC X(01).
           05  QLK-RESP-CODE                      PIC S9(8) COMP.
           05  QLK-TIX-ID                         PIC X(06).
           05  QLK-REQUESTOR                      PIC X(08).
       01  WS-BULK-PARMS.
           05  BLK-ACTION                        PIC X(01).
           05  BLK-VALUE                         PIC X(10).
           05  BLK-USERID                        PIC X(07).
           05  BLK-RESULT                        PIC X(01).
           05  BLK-RESP-CODE                     PIC S9(8) COMP.
           05  BLK-REASON                        PIC X(05).
      * SAVED SEARCHES - SEE SMSSR.
           COPY SMSSR.
       01  WS-SSR-RESP                           PIC S9(8) COMP.
       01  WS-SSR-BROWSE-KEY                     PIC X(17).
       01  WS-SSR-DONE                           PIC X.
       01  WS-SSR-BR-OPEN                        PIC X.
       01  WS-SSR-FOUND                          PIC X.
       01  WS-SSR-OLD-DEFAULT                    PIC X(10).
       01  WS-SRCH-AT                            PIC 9(02).
       01  WS-SRCH-VERB                          PIC X(10).
       01  WS-SRCH-NAME                          PIC X(10).
       01  WS-SRCH-MSG                           PIC X(80) VALUE SPACES.
       01  WS-PICK-LINE                          PIC X(80).
       01  WS-PICK-PTR                           PIC 9(03).
       01  WS-PICK-MARK                          PIC X(01).
       01  WS-CALLER-RESP                        PIC S9(8) COMP.
       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-ROW-YMD                            PIC X(08).
       01  WS-LIST-DONE                          PIC X.
       01  WS-BROWSE-OPEN                        PIC X.
       01  WS-INVKEY                             PIC X(21) VALUE
           05  WS-BULK-COUNT                      PIC 9(02).
           05  WS-BULK-TIX                        PIC X(06)
                                                    OCCURS 12 TIMES.
           05  WS-BULK-REASON                     PIC X(05).
           05  WS-F-FROM                          PIC X(08).
           05  WS-F-TO                            PIC X(08).
           05  WS-F-SEARCH                        PIC X(10).
      *
           COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(249).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM021P' TO MTP-PROGRAM
           IF EIBTRNID NOT = 'SM00' AND EIBTRNID NOT = 'SM21'
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASSIGN
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM21')
               COMMAREA(WS-COMMAREA)
           MOVE WS-INPUT(28:1) TO WS-F-PRIO
           MOVE WS-INPUT(30:7) TO WS-F-ASSIGNEE
           MOVE WS-INPUT(38:7) TO WS-F-REQUESTOR
           MOVE WS-INPUT(46:8) TO WS-F-FROM
           MOVE WS-INPUT(55:8) TO WS-F-TO
           MOVE SPACES TO WS-F-SEARCH
           PERFORM 220-CHECK-DATE-RANGE
      * 'SM21 RUN NAME' TAKES ITS CRITERIA FROM THAT SAVED SEARCH; A
      * BARE 'SM21' FROM THE USER'S DEFAULT SEARCH, IF THEY HAVE ONE.
           IF WS-INPUT(6:4) = 'RUN '
               MOVE WS-INPUT(10:10) TO WS-SRCH-NAME
               PERFORM 720-FIND-SEARCH THRU 720-EXIT
               IF WS-SSR-FOUND = 'Y'
                   PERFORM 730-LOAD-SEARCH
               ELSE
                   PERFORM 735-CLEAR-CRITERIA
                   MOVE SPACES TO WS-SRCH-MSG
                   STRING 'NO SAVED SEARCH NAMED ' WS-SRCH-NAME
                       DELIMITED BY SIZE INTO WS-SRCH-MSG
               END-IF
           ELSE
               IF WS-F-STATUS = SPACES AND WS-F-QUEUE = SPACES AND
                  WS-F-PRIO = SPACE AND WS-F-ASSIGNEE = SPACES AND
                  WS-F-REQUESTOR = SPACES AND WS-F-FROM = SPACES
                   PERFORM 725-FIND-DEFAULT THRU 725-EXIT
                   IF WS-SSR-FOUND = 'Y'
                       PERFORM 730-LOAD-SEARCH
                   END-IF
               END-IF
           END-IF
      * THE USER'S UPF00001 PREFERENCES SHAPE THE LIST - THEIR
      * DEFAULT QUEUE FILLS AN EMPTY QUEUE FILTER AND THEIR ROWS-
      * PER-PAGE SETTING BOUNDS THE PAGE.
           IF UPF-ROWS NUMERIC AND UPF-ROWS > 0 AND UPF-ROWS <= 12
               MOVE UPF-ROWS TO WS-PAGE-ROWS
           END-IF
           IF WS-F-QUEUE = SPACES AND UPF-DEF-QUEUE NOT = SPACES AND
              WS-F-SEARCH = SPACES
               MOVE UPF-DEF-QUEUE TO WS-F-QUEUE
           END-IF.
       210-EXIT.
           EXIT.

      * A DATE THAT IS NOT EIGHT DIGITS IS IGNORED; AN OPEN END OF
      * THE RANGE IS FILLED SO THE ROW TEST IS A PLAIN BETWEEN.
       220-CHECK-DATE-RANGE.
           IF WS-F-FROM NOT NUMERIC
               MOVE SPACES TO WS-F-FROM
           END-IF
           IF WS-F-TO NOT NUMERIC
               MOVE SPACES TO WS-F-TO
           END-IF
           IF WS-F-FROM = SPACES AND WS-F-TO NOT = SPACES
               MOVE '00000000' TO WS-F-FROM
           END-IF
           IF WS-F-FROM NOT = SPACES AND WS-F-TO = SPACES
               MOVE '99999999' TO WS-F-TO
           END-IF.
       220-EXIT.
           EXIT.

       300-CHECK-AID.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
               PERFORM 360-STAGE-BULK THRU 360-EXIT
               GO TO 350-EXIT
           END-IF
           PERFORM 357-LOOK-FOR-SEARCH THRU 357-EXIT
           IF WS-SRCH-AT > 0
               PERFORM 380-SEARCH-COMMAND THRU 380-EXIT
               GO TO 350-EXIT
           END-IF
           MOVE SPACES TO WS-SEL-X
           MOVE 0 TO WS-ROW-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
       355-EXIT.
           EXIT.

      * THE SAME TOKENS, LOOKED AT FOR A SAVED-SEARCH WORD AND THE
      * NAME AFTER IT.
       357-LOOK-FOR-SEARCH.
           MOVE 0 TO WS-SRCH-AT
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 15 OR WS-SRCH-AT > 0
               IF WS-TOKEN(WS-TOK-IDX) = 'SAVE' OR 'RUN' OR
                  'DEFAULT' OR 'SHARE' OR 'DROP'
                   MOVE WS-TOK-IDX TO WS-SRCH-AT
               END-IF
           END-PERFORM
           IF WS-SRCH-AT > 0
               MOVE WS-TOKEN(WS-SRCH-AT) TO WS-SRCH-VERB
               MOVE WS-TOKEN(WS-SRCH-AT + 1) TO WS-SRCH-NAME
           END-IF.
       357-EXIT.
           EXIT.

       360-STAGE-BULK.
           EXEC CICS
               READ FILE('UAF00001')
                   GO TO 360-EXIT
               END-IF
           END-IF
           MOVE SPACES TO WS-BULK-REASON
           IF WS-BULK-ACTION = 'Q' AND
              WS-TOKEN(WS-TOK-IDX + 1)(1:2) = 'R='
               ADD 1 TO WS-TOK-IDX
               MOVE WS-TOKEN(WS-TOK-IDX)(3:5) TO WS-BULK-REASON
               MOVE WS-BULK-REASON TO ESR-CODE
               EXEC CICS
                   READ FILE('ESR00001')
                   INTO (ESR-RECORD)
                   RIDFLD (ESR-CODE)
                   RESP(WS-ESR-RESP)
                   EQUAL
               END-EXEC
               IF WS-ESR-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNKNOWN ESCALATION REASON - SEE SM5T' TO
                       WS-SCREEN-LINE(16)
                   GO TO 360-EXIT
               END-IF
           END-IF
           MOVE 0 TO WS-BULK-COUNT
           MOVE WS-TOK-IDX TO WS-BULK-AT
           PERFORM VARYING WS-TOK-IDX FROM WS-BULK-AT BY 1
       370-EXECUTE-BULK.
           MOVE 0 TO WS-BULK-DONE
           MOVE 0 TO WS-BULK-SKIP
           MOVE 0 TO WS-BULK-NOREASON
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-BULK-COUNT
               MOVE WS-BULK-ACTION TO BLK-ACTION
               MOVE WS-BULK-VALUE TO BLK-VALUE
               MOVE WS-BULK-TIX(WS-ROW-IDX) TO BLK-TIX-ID
               MOVE WS-USERID1 TO BLK-USERID
               MOVE WS-BULK-REASON TO BLK-REASON
               MOVE 'N' TO BLK-RESULT
               EXEC CICS LINK PROGRAM('SM057P')
                    COMMAREA(WS-BULK-PARMS)
                    LENGTH(LENGTH OF WS-BULK-PARMS)
               END-EXEC
               EVALUATE BLK-RESULT
                   WHEN 'Y'
                       ADD 1 TO WS-BULK-DONE
                   WHEN 'E'
                       ADD 1 TO WS-BULK-NOREASON
                   WHEN OTHER
                       ADD 1 TO WS-BULK-SKIP
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-BULK-COUNT
           MOVE SPACES TO WS-DETAIL
           IF WS-BULK-NOREASON > 0
               STRING 'BULK DONE - ' WS-BULK-DONE ' CHANGED, '
                      WS-BULK-SKIP ' SKIPPED, ' WS-BULK-NOREASON
                      ' NEED R=REASON TO ESCALATE'
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               STRING 'BULK DONE - ' WS-BULK-DONE ' CHANGED, '
                      WS-BULK-SKIP ' SKIPPED'
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(16).
       370-EXIT.
           EXIT.

      * A SAVED-SEARCH COMMAND. A REFUSAL SHOWS ON THE MESSAGE LINE
      * AS A BULK REFUSAL DOES; ANYTHING DONE RESTARTS THE LIST FROM
      * PAGE ONE SO THE PICK LINE AND THE ROWS SHOW THE RESULT.
       380-SEARCH-COMMAND.
           MOVE SPACES TO WS-SRCH-MSG
           IF WS-SRCH-NAME = SPACES
               MOVE 'NAME THE SEARCH - E.G. SAVE MYQUEUE' TO
                   WS-SCREEN-LINE(16)
               GO TO 380-EXIT
           END-IF
           MOVE 'N' TO WS-SSR-FOUND
           EVALUATE WS-SRCH-VERB
               WHEN 'SAVE'
                   PERFORM 740-SAVE-SEARCH THRU 740-EXIT
               WHEN 'RUN'
                   PERFORM 720-FIND-SEARCH THRU 720-EXIT
                   IF WS-SSR-FOUND = 'Y'
                       PERFORM 730-LOAD-SEARCH
                       STRING 'LISTED BY SAVED SEARCH ' WS-SRCH-NAME
                           DELIMITED BY SIZE INTO WS-SRCH-MSG
                   ELSE
                       STRING 'NO SAVED SEARCH NAMED ' WS-SRCH-NAME
                           DELIMITED BY SIZE INTO WS-SRCH-MSG
                   END-IF
               WHEN 'DEFAULT'
                   PERFORM 750-SET-DEFAULT THRU 750-EXIT
               WHEN 'SHARE'
                   PERFORM 760-TOGGLE-SHARE THRU 760-EXIT
               WHEN 'DROP'
                   PERFORM 770-DROP-SEARCH THRU 770-EXIT
           END-EVALUATE
           IF WS-SSR-FOUND NOT = 'Y'
               MOVE WS-SRCH-MSG TO WS-SCREEN-LINE(16)
               GO TO 380-EXIT
           END-IF
           MOVE 0 TO WS-PAGE-NUM
           MOVE LOW-VALUES TO WS-NEXT-KEY
           PERFORM 450-RESET-PAGE-QUEUE
           PERFORM 210-LOAD-DISPLAY-PREFS THRU 210-EXIT
           PERFORM 500-BUILD-PAGE.
       380-EXIT.
           EXIT.

      * PAGE-START KEYS LIVE IN TSQ USERID+'L', ITEM N = THE FIRST
      * TICKET KEY OF PAGE N. PAGING BACK REREADS ITEM N-1 AND
      * REBUILDS FROM THERE.
           EXIT.

       550-CHECK-MATCH.
           STRING LAST-UPDATE(7:4) LAST-UPDATE(1:2) LAST-UPDATE(4:2)
               DELIMITED BY SIZE INTO WS-ROW-YMD
           IF (WS-F-STATUS = SPACES OR TIX-STATUS = WS-F-STATUS)
              AND (WS-F-QUEUE = SPACES OR TIX-QUEUE = WS-F-QUEUE)
              AND (WS-F-PRIO = SPACE OR TIX-PRIORITY = WS-F-PRIO)
                   TIX-ASSIGNED-TO = WS-F-ASSIGNEE)
              AND (WS-F-REQUESTOR = SPACES OR
                   TIX-REQUESTOR(1:7) = WS-F-REQUESTOR)
              AND (WS-F-FROM = SPACES OR
                   (WS-ROW-YMD >= WS-F-FROM AND
                    WS-ROW-YMD <= WS-F-TO))
               PERFORM 560-CHECK-SCOPE THRU 560-EXIT
           ELSE
               MOVE 'N' TO WS-SCOPE-OK
               MOVE TIX-REQUESTOR TO WS-DETAIL(43:8)
               MOVE TIX-TITLE TO WS-DETAIL(52:25)
               PERFORM 570-FLAG-NEEDED-BY THRU 570-EXIT
               PERFORM 575-FLAG-VIP
               MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-ROW-COUNT + 2)
           END-IF.
       550-EXIT.
           ELSE
               MOVE WS-USERID1 TO QLK-USERID
               MOVE TIX-QUEUE TO QLK-QUEUE
               MOVE TIX-ID TO QLK-TIX-ID
               MOVE TIX-REQUESTOR TO QLK-REQUESTOR
               MOVE 'N' TO QLK-ALLOWED
               EXEC CICS LINK PROGRAM('SM060P')
                    COMMAREA(WS-SCOPE-PARMS)
       570-EXIT.
           EXIT.

      * A TICKET FILED BY OR FOR A VIP (SEE SM092P) IS MARKED V
      * NEXT TO THE NEEDED-BY FLAG.
       575-FLAG-VIP.
           MOVE TIX-ID TO VLK-TIX-ID
           MOVE TIX-REQUESTOR TO VLK-REQUESTOR
           MOVE 'N' TO VLK-VIP
           EXEC CICS LINK PROGRAM('SM092P')
                COMMAREA(WS-VIP-PARMS)
                LENGTH(LENGTH OF WS-VIP-PARMS)
           END-EXEC
           IF VLK-VIP = 'Y'
               MOVE 'V' TO WS-DETAIL(78:1)
           END-IF.
       575-EXIT.
           EXIT.

       600-BUILD-SCREEN.
           MOVE SPACES TO WS-DETAIL
           STRING 'TICKET LIST PAGE ' WS-PAGE-NUM
                  ' - TYPE ROW NR + ENTER FOR DETAIL'
               DELIMITED BY SIZE INTO WS-DETAIL
           IF WS-F-SEARCH NOT = SPACES
               MOVE 'SEARCH' TO WS-DETAIL(58:6)
               MOVE WS-F-SEARCH TO WS-DETAIL(65:10)
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE
           'NR TICKET STATUS     P QUEUE      ASSIGNE REQUESTR TITLE'
                   WS-SCREEN-LINE(4)
           END-IF
           IF WS-MORE-SW = 'Y'
               MOVE 'PF8=FORWARD  PF7=BACK  PF3=MENU  V=VIP' TO
                   WS-SCREEN-LINE(16)
           ELSE
               MOVE 'LAST PAGE    PF7=BACK  PF3=MENU  V=VIP' TO
                   WS-SCREEN-LINE(16)
           END-IF
           IF WS-SRCH-MSG NOT = SPACES
               MOVE WS-SRCH-MSG TO WS-SCREEN-LINE(16)
           END-IF
           PERFORM 650-BUILD-PICK-LINE THRU 650-EXIT.
       600-EXIT.
           EXIT.

      * THE PICK LINE - THE USER'S OWN SEARCHES AND THOSE SHARED
      * WITH THEIR QUEUE. A SHARED SEARCH CANNOT BE FOUND BY KEY,
      * SO THE (SMALL) FILE IS READ THROUGH.
       650-BUILD-PICK-LINE.
           MOVE SPACES TO WS-PICK-LINE
           MOVE 'SEARCHES:' TO WS-PICK-LINE
           MOVE 11 TO WS-PICK-PTR
           PERFORM 700-READ-CALLER
           MOVE LOW-VALUES TO WS-SSR-BROWSE-KEY
           MOVE 'N' TO WS-SSR-DONE
           EXEC CICS STARTBR FILE('SSR00001')
                RIDFLD (WS-SSR-BROWSE-KEY)
                RESP(WS-SSR-RESP)
                GTEQ
           END-EXEC
           IF WS-SSR-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SSR-BR-OPEN
           ELSE
               MOVE 'N' TO WS-SSR-BR-OPEN
               MOVE 'Y' TO WS-SSR-DONE
           END-IF
           PERFORM UNTIL WS-SSR-DONE = 'Y'
               EXEC CICS READNEXT FILE('SSR00001')
                         INTO (SSR-RECORD)
                         RIDFLD (WS-SSR-BROWSE-KEY)
                         RESP(WS-SSR-RESP)
               END-EXEC
               IF WS-SSR-RESP NOT = DFHRESP(NORMAL) OR
                  WS-PICK-PTR > 69
                   MOVE 'Y' TO WS-SSR-DONE
               ELSE
                   MOVE SPACE TO WS-PICK-MARK
                   IF SSR-OWNER = WS-USERID1
                       IF SSR-IS-DEFAULT
                           MOVE '*' TO WS-PICK-MARK
                       END-IF
                       PERFORM 655-ADD-PICK
                   ELSE
                       IF SSR-IS-SHARED AND CALLER-QUEUE NOT = SPACES
                          AND SSR-SHARE-QUEUE = CALLER-QUEUE
                           MOVE '+' TO WS-PICK-MARK
                           PERFORM 655-ADD-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SSR-BR-OPEN = 'Y'
               EXEC CICS ENDBR
                    FILE('SSR00001')
                    RESP(WS-SSR-RESP)
               END-EXEC
           END-IF
           IF WS-PICK-PTR = 11
               MOVE 'NONE - TYPE SAVE NAME TO KEEP THESE CRITERIA' TO
                   WS-PICK-LINE(11:45)
           END-IF
           MOVE WS-PICK-LINE TO WS-SCREEN-LINE(15).
       650-EXIT.
           EXIT.

       655-ADD-PICK.
           STRING SSR-NAME DELIMITED BY SPACE
                  WS-PICK-MARK DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO WS-PICK-LINE
               WITH POINTER WS-PICK-PTR
           END-STRING.
       655-EXIT.
           EXIT.

       700-READ-CALLER.
           MOVE SPACES TO CALLER-REC
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-CALLER-RESP)
               EQUAL
           END-EXEC
           IF WS-CALLER-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CALLER-REC
           END-IF.
       700-EXIT.
           EXIT.

      * WS-SRCH-NAME AMONG THE USER'S OWN SEARCHES, THEN AMONG THOSE
      * SHARED WITH THEIR QUEUE. SSR-RECORD HOLDS IT WHEN FOUND.
       720-FIND-SEARCH.
           MOVE 'N' TO WS-SSR-FOUND
           MOVE WS-USERID1 TO SSR-OWNER
           MOVE WS-SRCH-NAME TO SSR-NAME
           EXEC CICS
               READ FILE('SSR00001')
               INTO (SSR-RECORD)
               RIDFLD (SSR-KEY)
               RESP(WS-SSR-RESP)
               EQUAL
           END-EXEC
           IF WS-SSR-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SSR-FOUND
               GO TO 720-EXIT
           END-IF
           PERFORM 700-READ-CALLER
           IF CALLER-QUEUE = SPACES
               GO TO 720-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-SSR-BROWSE-KEY
           MOVE 'N' TO WS-SSR-DONE
           EXEC CICS STARTBR FILE('SSR00001')
                RIDFLD (WS-SSR-BROWSE-KEY)
                RESP(WS-SSR-RESP)
                GTEQ
           END-EXEC
           IF WS-SSR-RESP NOT = DFHRESP(NORMAL)
               GO TO 720-EXIT
           END-IF
           PERFORM UNTIL WS-SSR-DONE = 'Y'
               EXEC CICS READNEXT FILE('SSR00001')
                         INTO (SSR-RECORD)
                         RIDFLD (WS-SSR-BROWSE-KEY)
                         RESP(WS-SSR-RESP)
               END-EXEC
               IF WS-SSR-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-SSR-DONE
               ELSE
                   IF SSR-NAME = WS-SRCH-NAME AND SSR-IS-SHARED AND
                      SSR-SHARE-QUEUE = CALLER-QUEUE
                       MOVE 'Y' TO WS-SSR-FOUND
                       MOVE 'Y' TO WS-SSR-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('SSR00001')
                RESP(WS-SSR-RESP)
           END-EXEC.
       720-EXIT.
           EXIT.

      * THE USER'S OWN DEFAULT SEARCH, IF ANY, INTO SSR-RECORD.
       725-FIND-DEFAULT.
           MOVE 'N' TO WS-SSR-FOUND
           MOVE LOW-VALUES TO WS-SSR-BROWSE-KEY
           MOVE WS-USERID1 TO WS-SSR-BROWSE-KEY(1:7)
           MOVE 'N' TO WS-SSR-DONE
           EXEC CICS STARTBR FILE('SSR00001')
                RIDFLD (WS-SSR-BROWSE-KEY)
                RESP(WS-SSR-RESP)
                GTEQ
           END-EXEC
           IF WS-SSR-RESP NOT = DFHRESP(NORMAL)
               GO TO 725-EXIT
           END-IF
           PERFORM UNTIL WS-SSR-DONE = 'Y'
               EXEC CICS READNEXT FILE('SSR00001')
                         INTO (SSR-RECORD)
                         RIDFLD (WS-SSR-BROWSE-KEY)
                         RESP(WS-SSR-RESP)
               END-EXEC
               IF WS-SSR-RESP NOT = DFHRESP(NORMAL) OR
                  SSR-OWNER NOT = WS-USERID1
                   MOVE 'Y' TO WS-SSR-DONE
               ELSE
                   IF SSR-IS-DEFAULT
                       MOVE 'Y' TO WS-SSR-FOUND
                       MOVE 'Y' TO WS-SSR-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('SSR00001')
                RESP(WS-SSR-RESP)
           END-EXEC.
       725-EXIT.
           EXIT.

       730-LOAD-SEARCH.
           MOVE SSR-STATUS TO WS-F-STATUS
           MOVE SSR-QUEUE TO WS-F-QUEUE
           MOVE SSR-PRIO TO WS-F-PRIO
           MOVE SSR-ASSIGNEE TO WS-F-ASSIGNEE
           MOVE SSR-REQUESTOR TO WS-F-REQUESTOR
           MOVE SSR-FROM-DATE TO WS-F-FROM
           MOVE SSR-TO-DATE TO WS-F-TO
           MOVE SSR-NAME TO WS-F-SEARCH.
       730-EXIT.
           EXIT.

       735-CLEAR-CRITERIA.
           MOVE SPACES TO WS-F-STATUS
           MOVE SPACES TO WS-F-QUEUE
           MOVE SPACE TO WS-F-PRIO
           MOVE SPACES TO WS-F-ASSIGNEE
           MOVE SPACES TO WS-F-REQUESTOR
           MOVE SPACES TO WS-F-FROM
           MOVE SPACES TO WS-F-TO
           MOVE SPACES TO WS-F-SEARCH.
       735-EXIT.
           EXIT.

      * SAVE KEEPS THE LIST'S CURRENT CRITERIA; RE-SAVING A NAME
      * REPLACES ITS CRITERIA BUT KEEPS ITS DEFAULT AND SHARE MARKS.
       740-SAVE-SEARCH.
           MOVE WS-USERID1 TO SSR-OWNER
           MOVE WS-SRCH-NAME TO SSR-NAME
           EXEC CICS
               READ FILE('SSR00001')
               INTO (SSR-RECORD)
               RIDFLD (SSR-KEY)
               RESP(WS-SSR-RESP)
               EQUAL
               UPDATE
           END-EXEC
           IF WS-SSR-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO SSR-RECORD
               MOVE WS-USERID1 TO SSR-OWNER
               MOVE WS-SRCH-NAME TO SSR-NAME
               MOVE 'N' TO SSR-DEFAULT
               MOVE 'N' TO SSR-SHARED
           END-IF
           MOVE WS-F-STATUS TO SSR-STATUS
           MOVE WS-F-QUEUE TO SSR-QUEUE
           MOVE WS-F-PRIO TO SSR-PRIO
           MOVE WS-F-ASSIGNEE TO SSR-ASSIGNEE
           MOVE WS-F-REQUESTOR TO SSR-REQUESTOR
           MOVE WS-F-FROM TO SSR-FROM-DATE
           MOVE WS-F-TO TO SSR-TO-DATE
           EXEC CICS FORMATTIME
               ABSTIME  (MTP-START)
               YYYYMMDD (WS-TODAY-YMD-X)
           END-EXEC
           MOVE WS-TODAY-YMD-X TO SSR-SAVED-DATE
           IF WS-SSR-RESP = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('SSR00001')
                   FROM (SSR-RECORD)
                   RESP(WS-SSR-RESP)
               END-EXEC
               STRING 'SEARCH ' WS-SRCH-NAME ' REPLACED'
                   DELIMITED BY SIZE INTO WS-SRCH-MSG
           ELSE
               EXEC CICS
                   WRITE FILE('SSR00001')
                   FROM (SSR-RECORD)
                   RIDFLD (SSR-KEY)
                   RESP(WS-SSR-RESP)
               END-EXEC
               STRING 'SEARCH ' WS-SRCH-NAME ' SAVED'
                   DELIMITED BY SIZE INTO WS-SRCH-MSG
           END-IF
           IF WS-SSR-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SSR-FOUND
               MOVE WS-SRCH-NAME TO WS-F-SEARCH
           ELSE
               MOVE SPACES TO WS-SRCH-MSG
               STRING 'SEARCH ' WS-SRCH-NAME ' NOT SAVED - SSR00001 '
                      'UNAVAILABLE'
                   DELIMITED BY SIZE INTO WS-SRCH-MSG
           END-IF.
       740-EXIT.
           EXIT.

      * ONE DEFAULT PER USER - THE OLD ONE IS CLEARED FIRST. NAMING
      * THE CURRENT DEFAULT AGAIN JUST CLEARS IT.
       750-SET-DEFAULT.
           MOVE WS-USERID1 TO SSR-OWNER
           MOVE WS-SRCH-NAME TO SSR-NAME
           EXEC CICS
               READ FILE('SSR00001')
               INTO (SSR-RECORD)
               RIDFLD (SSR-KEY)
               RESP(WS-SSR-RESP)
               EQUAL
           END-EXEC
           IF WS-SSR-RESP NOT = DFHRESP(NORMAL)
               STRING 'YOU HAVE NO SAVED SEARCH NAMED ' WS-SRCH-NAME
                   DELIMITED BY SIZE INTO WS-SRCH-MSG
               GO TO 750-EXIT
           END-IF
           MOVE SPACES TO WS-SSR-OLD-DEFAULT
           PERFORM 725-FIND-DEFAULT THRU 725-EXIT
           IF WS-SSR-FOUND = 'Y'
               MOVE SSR-NAME TO WS-SSR-OLD-DEFAULT
               EXEC CICS
                   READ FILE('SSR00001')
                   INTO (SSR-RECORD)
                   RIDFLD (SSR-KEY)
                   RESP(WS-SSR-RESP)
                   EQUAL
                   UPDATE
               END-EXEC
               IF WS-SSR-RESP = DFHRESP(NORMAL)
                   MOVE 'N' TO SSR-DEFAULT
                   EXEC CICS
                       REWRITE FILE('SSR00001')
                       FROM (SSR-RECORD)
                       RESP(WS-SSR-RESP)
                   END-EXEC
               END-IF
           END-IF
           MOVE 'Y' TO WS-SSR-FOUND
           IF WS-SSR-OLD-DEFAULT = WS-SRCH-NAME
               STRING WS-SRCH-NAME DELIMITED BY SPACE
                      ' IS NO LONGER YOUR DEFAULT SEARCH'
                          DELIMITED BY SIZE
                   INTO WS-SRCH-MSG
               GO TO 750-EXIT
           END-IF
           MOVE WS-USERID1 TO SSR-OWNER
           MOVE WS-SRCH-NAME TO SSR-NAME
           EXEC CICS
               READ FILE('SSR00001')
               INTO (SSR-RECORD)
               RIDFLD (SSR-KEY)
               RESP(WS-SSR-RESP)
               EQUAL
               UPDATE
           END-EXEC
           IF WS-SSR-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO SSR-DEFAULT
               EXEC CICS
                   REWRITE FILE('SSR00001')
                   FROM (SSR-RECORD)
                   RESP(WS-SSR-RESP)
               END-EXEC
           END-IF
           STRING WS-SRCH-NAME DELIMITED BY SPACE
                  ' IS NOW YOUR DEFAULT SEARCH' DELIMITED BY SIZE
               INTO WS-SRCH-MSG.
       750-EXIT.
           EXIT.

      * SHARING STAMPS THE OWNER'S CURRENT UAF00001 QUEUE; SHARE ON
      * A SHARED SEARCH WITHDRAWS IT.
       760-TOGGLE-SHARE.
           MOVE WS-USERID1 TO SSR-OWNER
           MOVE WS-SRCH-NAME TO SSR-NAME
           EXEC CICS
               READ FILE('SSR00001')
               INTO (SSR-RECORD)
               RIDFLD (SSR-KEY)
               RESP(WS-SSR-RESP)
               EQUAL
               UPDATE
           END-EXEC
           IF WS-SSR-RESP NOT = DFHRESP(NORMAL)
               STRING 'YOU HAVE NO SAVED SEARCH NAMED ' WS-SRCH-NAME
                   DELIMITED BY SIZE INTO WS-SRCH-MSG
               GO TO 760-EXIT
           END-IF
           IF SSR-IS-SHARED
               MOVE 'N' TO SSR-SHARED
               MOVE SPACES TO SSR-SHARE-QUEUE
               STRING WS-SRCH-NAME DELIMITED BY SPACE
                      ' IS NO LONGER SHARED' DELIMITED BY SIZE
                   INTO WS-SRCH-MSG
           ELSE
               PERFORM 700-READ-CALLER
               IF CALLER-QUEUE = SPACES
                   EXEC CICS
                       UNLOCK FILE('SSR00001')
                       RESP(WS-SSR-RESP)
                   END-EXEC
                   MOVE 'YOU HAVE NO QUEUE TO SHARE WITH' TO
                       WS-SRCH-MSG
                   GO TO 760-EXIT
               END-IF
               MOVE 'Y' TO SSR-SHARED
               MOVE CALLER-QUEUE TO SSR-SHARE-QUEUE
               STRING WS-SRCH-NAME DELIMITED BY SPACE
                      ' SHARED WITH QUEUE ' DELIMITED BY SIZE
                      CALLER-QUEUE DELIMITED BY SIZE
                   INTO WS-SRCH-MSG
           END-IF
           EXEC CICS
               REWRITE FILE('SSR00001')
               FROM (SSR-RECORD)
               RESP(WS-SSR-RESP)
           END-EXEC
           MOVE 'Y' TO WS-SSR-FOUND.
       760-EXIT.
           EXIT.

       770-DROP-SEARCH.
           MOVE WS-USERID1 TO SSR-OWNER
           MOVE WS-SRCH-NAME TO SSR-NAME
           EXEC CICS
               DELETE FILE('SSR00001')
               RIDFLD (SSR-KEY)
               RESP(WS-SSR-RESP)
           END-EXEC
           IF WS-SSR-RESP NOT = DFHRESP(NORMAL)
               STRING 'YOU HAVE NO SAVED SEARCH NAMED ' WS-SRCH-NAME
                   DELIMITED BY SIZE INTO WS-SRCH-MSG
               GO TO 770-EXIT
           END-IF
           IF WS-F-SEARCH = WS-SRCH-NAME
               MOVE SPACES TO WS-F-SEARCH
           END-IF
           MOVE 'Y' TO WS-SSR-FOUND
           STRING 'SEARCH ' WS-SRCH-NAME ' DROPPED'
               DELIMITED BY SIZE INTO WS-SRCH-MSG.
       770-EXIT.
           EXIT.
