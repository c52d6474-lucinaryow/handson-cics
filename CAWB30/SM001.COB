           05  BLK-BUS-HOURS                       PIC S9(05)V9(02)
                                                     COMP-3.
           05  BLK-RESP-CODE                       PIC S9(8) COMP.
           05  BLK-QUEUE                           PIC X(10).
       01  WS-NOW-DATE                           PIC X(10).
       01  WS-NOW-TIME                           PIC X(08).
       01  WS-MATCH-FOUND                        PIC X VALUE 'N'.
       01  WS-CHILD-TOTAL-D                       PIC ZZ9.
       01  WS-CHILD-OPEN-D                        PIC ZZ9.
       01  WS-CHILD-SUMMARY                       PIC X(60).
      * A PARENT FILED AS A REQUEST BUNDLE (SM103P) SHOWS BUNDLE
      * PROGRESS - ITEMS DONE AND ITEMS WAITING ON AN EARLIER ITEM.
           COPY SMBDT.
       01  WS-BDT-RESP                            PIC S9(8) COMP.
       01  WS-CHILD-DONE                          PIC 9(03).
       01  WS-CHILD-WAIT                          PIC 9(03).
       01  WS-CHILD-DONE-D                        PIC ZZ9.
       01  WS-CHILD-WAIT-D                        PIC ZZ9.
      * WATCHER DISPLAY - THE WAT00001 ENTRIES SM059P MAINTAINS
      * SHOW ON THE MESSAGE LINE SO EVERYONE SEES WHO IS FOLLOWING
      * THE TICKET.
           05  QLK-QUEUE                          PIC X(10).
           05  QLK-ALLOWED                        PIC X(01).
           05  QLK-RESP-CODE                      PIC S9(8) COMP.
           05  QLK-TIX-ID                         PIC X(06).
           05  QLK-REQUESTOR                      PIC X(08).
      * DIRECTORY RESOLUTION - THE REQUESTOR'S DISPLAY NAME FROM
      * UAF00001 RIDES THE MESSAGE LINE SO A CALLBACK NO LONGER
      * STARTS WITH THE PAPER PHONE LIST (UA05 SHOWS THE FULL CARD).
           'NO MATCHING TICKETS FOUND'.
       01  WS-NOMORE			   PIC X(24) VALUE
           'NO MORE MATCHING TICKETS'.
      * DESK-SIDE VISIT BOOKING - SEE SM120P.
       01  WS-DVC-COMMAREA.
           05  DVC-TIX-ID                         PIC X(06).
           05  DVC-PROVIDER                       PIC X(07).
           05  DVC-SHOW-DATE                      PIC X(08).
       01  WS-COMMAREA.
           05  WS-USERID1                         PIC X(7).
           05  WS-TICKET-NUM.
	   COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(52).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM001' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00' OR 'SM01' OR 'SM12' OR 'SM21'
                         OR 'SM36'
                IF EIBCALEN NOT = +0
                   ELSE
                       IF EIBAID = DFHPF1 OR DFHPF3 OR DFHPF2 OR
                            DFHPF5 OR DFHPF8 OR DFHENTER OR DFHPF11
                            OR DFHPF12 OR DFHPF10
                           PERFORM 200-REC-MAP
                       ELSE
                           MOVE 'SM01INVK' TO MLK-MSG-ID
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
               FROM(SM001MO)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM01')
               COMMAREA(WS-COMMAREA)
                           PERFORM 145-LOOKUP-MESSAGE
                           PERFORM 100-SEND-MAP
                   END-EVALUATE
      * PF10 - BOOK, MOVE OR CANCEL A DESK-SIDE VISIT FOR THE
      * TICKET SHOWN, ON SM120P, WHICH FILLS IN THE PROVIDER AND
      * THE DATE ITSELF.
               WHEN EIBAID = DFHPF10
                   EVALUATE TRUE
                       WHEN WS-PROG-STATE = 2
                           MOVE SPACES TO WS-DVC-COMMAREA
                           MOVE WS-LAST-TIX-ID TO DVC-TIX-ID
                           MOVE 1 TO WS-PROG-STATE
                           MOVE 'N' TO WS-INIT
                           EXEC CICS XCTL
                               PROGRAM('SM120P')
                               COMMAREA(WS-DVC-COMMAREA)
                           END-EXEC
                       WHEN OTHER
                           MOVE 'SM01INVK' TO MLK-MSG-ID
                           MOVE 'INVALID PFKEY PRESSED' TO MLK-TEXT
                           PERFORM 145-LOOKUP-MESSAGE
                           PERFORM 100-SEND-MAP
                   END-EVALUATE
               WHEN EIBAID = DFHPF11
                   EVALUATE TRUE
                       WHEN WS-PROG-STATE = 2
                              ' - PF8=NEXT PF11=COMMENTS'
                           DELIMITED BY SIZE INTO ERRMSGO
                   WHEN OTHER
                       MOVE 'MATCH, PF8=NEXT PF10=VISIT PF11=COMMENTS'
                           TO ERRMSGO
               END-EVALUATE
           ELSE
               MOVE 1 TO WS-PROG-STATE
                   IF WS-CHILD-SUMMARY NOT = SPACES
                       MOVE WS-CHILD-SUMMARY TO ERRMSGO
                   ELSE
                       MOVE 'MATCH, PF8=NEXT PF10=VISIT PF11=COMMENTS'
                           TO ERRMSGO
                   END-IF
               ELSE
                   MOVE 'N' TO WS-MORE-FLAG

      * ROW-LEVEL QUEUE SCOPING - A USER ALWAYS SEES A TICKET THEY
      * RAISED OR OWN; OTHERWISE SM060P DECIDES FROM THEIR ROLES
      * AND QMF00001 MEMBERSHIP, AND REFUSES ANOTHER COMPANY'S
      * TICKET (SEE SMCMP).
       650-CHECK-SCOPE.
           IF TIX-REQUESTOR(1:7) = WS-USERID1 OR
              TIX-ASSIGNED-TO = WS-USERID1
           ELSE
               MOVE WS-USERID1 TO QLK-USERID
               MOVE TIX-QUEUE TO QLK-QUEUE
               MOVE TIX-ID TO QLK-TIX-ID
               MOVE TIX-REQUESTOR TO QLK-REQUESTOR
               MOVE 'N' TO QLK-ALLOWED
               EXEC CICS LINK PROGRAM('SM060P')
                    COMMAREA(WS-SCOPE-PARMS)
                   MOVE WS-NOW-DATE TO BLK-START-DATE
                   MOVE WS-NOW-TIME TO BLK-START-TIME
                   MOVE TIX-DUE-DATE TO BLK-END-DATE
      * THE QUEUE PICKS ITS SUPPORT SCHEDULE (SEE SM013P).
                   MOVE TIX-QUEUE TO BLK-QUEUE
                   EXEC CICS LINK PROGRAM('SM013P')
                        COMMAREA(WS-BUS-HOURS-PARMS)
                        LENGTH(LENGTH OF WS-BUS-HOURS-PARMS)
       785-COUNT-CHILDREN.
           MOVE 0 TO WS-CHILD-TOTAL
           MOVE 0 TO WS-CHILD-OPEN
           MOVE 0 TO WS-CHILD-DONE
           MOVE 0 TO WS-CHILD-WAIT
           MOVE SPACES TO WS-CHILD-SUMMARY
           MOVE LOW-VALUES TO WS-CHILD-KEY
           EXEC CICS STARTBR FILE('STF00001')
                              CHILD-STATUS NOT = 'REJECTED'
                               ADD 1 TO WS-CHILD-OPEN
                           END-IF
                           IF CHILD-STATUS = 'PENDCONF' OR
                              CHILD-STATUS = 'COMPLETED' OR
                              CHILD-STATUS = 'CLOSED'
                               ADD 1 TO WS-CHILD-DONE
                           END-IF
                           IF CHILD-STATUS = 'WAITING'
                               ADD 1 TO WS-CHILD-WAIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               STRING 'MATCH - ' WS-CHILD-TOTAL-D ' CHILDREN, '
                      WS-CHILD-OPEN-D ' OPEN - PF8=NEXT'
                   DELIMITED BY SIZE INTO WS-CHILD-SUMMARY
               PERFORM 786-BUNDLE-PROGRESS THRU 786-EXIT
           END-IF.
       785-EXIT.
           EXIT.

       786-BUNDLE-PROGRESS.
           MOVE WS-LAST-TIX-ID TO BDT-PARENT-ID
           MOVE 0 TO BDT-SEQ
           EXEC CICS
               READ FILE('BDT00001')
               INTO (BDT-RECORD)
               RIDFLD (BDT-KEY)
               RESP(WS-BDT-RESP)
               EQUAL
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR NOT BDT-PARENT
               GO TO 786-EXIT
           END-IF
           MOVE WS-CHILD-DONE TO WS-CHILD-DONE-D
           MOVE WS-CHILD-WAIT TO WS-CHILD-WAIT-D
           MOVE SPACES TO WS-CHILD-SUMMARY
           STRING 'MATCH - ' BDT-BUNDLE-ID ' ' WS-CHILD-DONE-D '/'
                  WS-CHILD-TOTAL-D ' DONE ' WS-CHILD-WAIT-D
                  ' WAITING - PF8=NEXT'
               DELIMITED BY SIZE INTO WS-CHILD-SUMMARY.
       786-EXIT.
           EXIT.

       780-CHECK-AGING.
           MOVE 'N' TO WS-AGE-HIGHLIGHT-SW
           EXEC CICS ASKTIME
