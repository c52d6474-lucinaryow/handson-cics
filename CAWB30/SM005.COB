           05  DEP-HEAD                          PIC X(07).
           05  FILLER                            PIC X(08).
       01  WS-DEP-RESP                           PIC S9(8) COMP.
      * DEPARTMENT BUDGET - BUD00001 (SEE SM091P) HOLDS THE MONTH'S
      * BUDGET AND THE MONTH-TO-DATE SPEND SMB065 PRICES EACH NIGHT
      * THE SMB024 WAY. WHEN THE SPEND PLUS THIS TICKET'S EST00001
      * ESTIMATE WOULD PASS THE BUDGET, THE APPROVER IS WARNED AND
      * THE FIRST APPROVAL MUST COME FROM THE DEPARTMENT HEAD (OR
      * THEIR DELEGATE) - AN ADMINISTRATOR NO LONGER STANDS IN.
       01  WS-BUD-REC.
           05  BUD-KEY.
               10  BUD-DEPT                      PIC X(10).
               10  BUD-FY                        PIC X(04).
           05  BUD-MONTH-AMT                     PIC 9(07)V99
                                                 OCCURS 12 TIMES.
           05  BUD-SPEND-MONTH                   PIC X(06).
           05  BUD-SPEND-MTD                     PIC 9(07)V99.
           05  BUD-SPEND-ASOF                    PIC X(08).
           05  BUD-SET-BY                        PIC X(07).
           05  BUD-SET-DATE                      PIC X(08).
           05  BUD-NOTICE-MONTH                  PIC X(06).
           05  FILLER                            PIC X(14).
       01  WS-BUD-RESP                           PIC S9(8) COMP.
       01  WS-BUD-MM                             PIC 9(02).
       01  WS-BUD-PROJECTED                      PIC 9(09)V99.
       01  WS-BUD-PROJ-D                         PIC Z(8)9.
       01  WS-BUD-AMT-D                          PIC Z(8)9.
       01  WS-OVER-BUDGET                        PIC X VALUE 'N'.
       01  WS-BUDGET-MSG                         PIC X(71).
      * APPROVAL DELEGATION - DLG00001 RECORDS (SEE SM026P) LET A
      * NAMED DELEGATE ACT FOR AN ABSENT APPROVER INSIDE THE DATE
      * RANGE. WS-DELEGATOR IN THE COMMAREA CARRIES THE ABSENT
           05  BLK-BUS-HOURS                       PIC S9(05)V9(02)
                                                     COMP-3.
           05  BLK-RESP-CODE                       PIC S9(8) COMP.
           05  BLK-QUEUE                           PIC X(10).
       01  WS-NOW-DATE                           PIC X(10).
       01  WS-NOW-TIME                           PIC X(08).
       01  WS-LOG-PARMS.
	   COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(43).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM005' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00' OR 'SM01' OR 'SM12' OR 'SM05'
                         OR 'SM23'
                IF EIBCALEN NOT = +0
                       MOVE 2 TO WS-PROG-STATE
                       MOVE 'PRESS F2 TO APPROVE OR F6 TO REJECT' TO
                           ERRMSGO
                       IF WS-OVER-BUDGET = 'Y'
                           MOVE WS-BUDGET-MSG TO ERRMSGO
                       END-IF
                       PERFORM 100-SEND-MAP
                       MOVE 'Y' TO WS-INIT
                   ELSE
                   PERFORM 100-SEND-MAP
                END-IF
           ELSE
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
               FROM(SM005MO)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM05')
               COMMAREA(WS-COMMAREA)
                           END-EXEC
                       WHEN WS-PROG-STATE = 3
                           MOVE 1 TO WS-PROG-STATE
                           EXEC CICS LINK PROGRAM('SM106P')
                                COMMAREA(WS-MTR-PARMS)
                                LENGTH(LENGTH OF WS-MTR-PARMS)
                                RESP(MTP-RESP)
                           END-EXEC
                           EXEC CICS RETURN END-EXEC
                   END-EVALUATE
               WHEN EIBAID = DFHPF2
                                   RESP(WS-RESPONSE-CODE)
                                   EQUAL
                               END-EXEC
                               PERFORM 540-CHECK-BUDGET
                                   THRU 540-EXIT
                               PERFORM 530-CHECK-TWO-STAGE
                                   THRU 530-EXIT
                               IF WS-TWO-STAGE = 'Y'
                                       MOVE
                                     'FIRST OF TWO APPROVALS RECORDED'
                                           TO ERRMSGO
                                       PERFORM 545-BUDGET-NOTE
                                       ADD 1 TO WS-PROG-STATE
                                   END-IF
                                   PERFORM 100-SEND-MAP
                                   IF WS-UPD-CONFLICT = 'N'
                                       PERFORM 800-CREATE-LOG
                                       PERFORM 805-SEND-NOTIFY
                                       PERFORM 545-BUDGET-NOTE
                                       ADD 1 TO WS-PROG-STATE
                                   END-IF
                                   PERFORM 100-SEND-MAP
                               PERFORM 400-VALIDATE-TICKET
                               MOVE DFHBMASK TO TIXNOA
                               MOVE 'F2=APPROVE  F6=REJECT' TO ERRMSGO
                               IF WS-OVER-BUDGET = 'Y'
                                   MOVE WS-BUDGET-MSG TO ERRMSGO
                               END-IF
                               PERFORM 100-SEND-MAP
                           END-IF
                       WHEN WS-PROG-STATE = 2
                   MOVE WS-USERID TO WS-USERID1
                   PERFORM 515-CHECK-BATCH-GATE THRU 515-EXIT
                   PERFORM 520-CHECK-DEPT-HEAD THRU 520-EXIT
                   PERFORM 540-CHECK-BUDGET THRU 540-EXIT
                   PERFORM 600-MOVE-TICKETVAL
               END-IF
           ELSE
               MOVE WS-USERID TO WS-USERID1
               PERFORM 515-CHECK-BATCH-GATE THRU 515-EXIT
               PERFORM 520-CHECK-DEPT-HEAD THRU 520-EXIT
               PERFORM 540-CHECK-BUDGET THRU 540-EXIT
               PERFORM 600-MOVE-TICKETVAL
           END-IF.
       500-EXIT.
       520-EXIT.
           EXIT.

      * BUDGET CHECK ON THE FIRST APPROVAL OF A CREATED TICKET. NO
      * BUD00001 RECORD, OR A ZERO BUDGET FOR THE MONTH, MEANS THE
      * DEPARTMENT IS NOT BUDGETED AND NOTHING IS SAID. SPEND FROM
      * AN EARLIER MONTH IS NOT CARRIED - SMB065 HAS NOT PRICED THE
      * NEW MONTH YET, SO ONLY THE ESTIMATE COUNTS.
       540-CHECK-BUDGET.
           MOVE 'N' TO WS-OVER-BUDGET
           MOVE SPACES TO WS-BUDGET-MSG
           IF TIX-STATUS NOT = ST-CREATED
               GO TO 540-EXIT
           END-IF
           MOVE SPACES TO WS-DRQ-REC
           MOVE TIX-REQUESTOR(1:7) TO DRQ-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-DRQ-REC)
               RIDFLD (DRQ-UID)
               RESP(WS-BUD-RESP)
               EQUAL
           END-EXEC
           IF WS-BUD-RESP NOT = DFHRESP(NORMAL) OR DRQ-DEPT = SPACES
               GO TO 540-EXIT
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD8)
           END-EXEC
           MOVE DRQ-DEPT TO BUD-DEPT
           MOVE WS-TODAY-YMD8(1:4) TO BUD-FY
           EXEC CICS
               READ FILE('BUD00001')
               INTO (WS-BUD-REC)
               RIDFLD (BUD-KEY)
               RESP(WS-BUD-RESP)
               EQUAL
           END-EXEC
           IF WS-BUD-RESP NOT = DFHRESP(NORMAL)
               GO TO 540-EXIT
           END-IF
           MOVE WS-TODAY-YMD8(5:2) TO WS-BUD-MM
           IF BUD-MONTH-AMT(WS-BUD-MM) = 0
               GO TO 540-EXIT
           END-IF
           MOVE 0 TO WS-BUD-PROJECTED
           IF BUD-SPEND-MONTH = WS-TODAY-YMD8(1:6)
               MOVE BUD-SPEND-MTD TO WS-BUD-PROJECTED
           END-IF
           MOVE TIX-ID TO EST-TIX-ID
           EXEC CICS
               READ FILE('EST00001')
               INTO (WS-EST-REC)
               RIDFLD (EST-TIX-ID)
               RESP(WS-EST-RESP)
               EQUAL
           END-EXEC
           IF WS-EST-RESP = DFHRESP(NORMAL) AND EST-AMOUNT NUMERIC
               ADD EST-AMOUNT TO WS-BUD-PROJECTED
           END-IF
           IF WS-BUD-PROJECTED NOT > BUD-MONTH-AMT(WS-BUD-MM)
               GO TO 540-EXIT
           END-IF
           MOVE 'Y' TO WS-OVER-BUDGET
           MOVE WS-BUD-PROJECTED TO WS-BUD-PROJ-D
           MOVE BUD-MONTH-AMT(WS-BUD-MM) TO WS-BUD-AMT-D
           STRING 'OVER BUDGET: ' DRQ-DEPT ' SPEND+EST ' WS-BUD-PROJ-D
                  ' OF ' WS-BUD-AMT-D
               DELIMITED BY SIZE INTO WS-BUDGET-MSG
           MOVE DRQ-DEPT TO DEP-CODE
           EXEC CICS
               READ FILE('DEP00001')
               INTO (WS-DEP-REC)
               RIDFLD (DEP-CODE)
               RESP(WS-DEP-RESP)
               EQUAL
           END-EXEC
           IF WS-DEP-RESP NOT = DFHRESP(NORMAL) OR DEP-HEAD = SPACES
               GO TO 540-EXIT
           END-IF
           IF DEP-HEAD = WS-USERID1 OR DEP-HEAD = WS-DELEGATOR(1:7)
               GO TO 540-EXIT
           END-IF
           MOVE 1 TO WS-PROG-STATE
           MOVE SPACES TO ERRMSGO
           STRING 'OVER DEPT BUDGET - APPROVAL NEEDS DEPT HEAD '
                  DEP-HEAD
               DELIMITED BY SIZE INTO ERRMSGO
           PERFORM 100-SEND-MAP.
       540-EXIT.
           EXIT.

      * AFTER AN OVER-BUDGET APPROVAL THE HEAD SEES THE FIGURES THEY
      * SIGNED OFF AGAINST.
       545-BUDGET-NOTE.
           IF WS-OVER-BUDGET = 'Y'
               MOVE SPACES TO ERRMSGO
               STRING 'RECORDED - ' WS-BUDGET-MSG
                   DELIMITED BY SIZE INTO ERRMSGO
           END-IF.
       545-EXIT.
           EXIT.

      * SCANS DLG00001 FOR A RECORD NAMING THIS USER AS DELEGATE
      * WITH TODAY INSIDE ITS DATE RANGE. THE FILE IS SMALL - ONE
      * RECORD PER ABSENT APPROVER - SO A FULL BROWSE IS FINE.
                   MOVE WS-NOW-DATE TO BLK-START-DATE
                   MOVE WS-NOW-TIME TO BLK-START-TIME
                   MOVE TIX-DUE-DATE TO BLK-END-DATE
      * THE QUEUE PICKS ITS SUPPORT SCHEDULE (SEE SM013P).
                   MOVE TIX-QUEUE TO BLK-QUEUE
                   EXEC CICS LINK PROGRAM('SM013P')
                        COMMAREA(WS-BUS-HOURS-PARMS)
                        LENGTH(LENGTH OF WS-BUS-HOURS-PARMS)
