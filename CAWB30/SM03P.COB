       WORKING-STORAGE SECTION.
	   COPY SMSTAT.
       01  WS-CURRENT-MAP  VALUE 'SM003'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(8).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(8).
       01  WS-LENGTH                             PIC S9(4) COMP.
           88  WS-WIP-WARN                        VALUE 'Y'.
       01  WS-WIP-START-KEY                       PIC X(06) VALUE
           LOW-VALUES.
      * ROSTER AVAILABILITY WARNING - SEE SM090P. AN ASSIGNEE WHO IS
      * ON LEAVE, TRAINING, SICK OR OFF SHIFT ON PRS00001 IS STILL
      * ACCEPTED, BUT THE SAVE MESSAGE SAYS SO; IT TAKES PRECEDENCE
      * OVER THE WIP WARNING ABOVE AS THE MORE URGENT OF THE TWO.
       01  WS-AVAIL-WARN-SW                       PIC X VALUE 'N'.
           88  WS-AVAIL-WARN                      VALUE 'Y'.
       01  WS-AVAIL-TEXT                          PIC X(12).
       01  WS-AVAIL-PARMS.
           05  AVL-USERID                         PIC X(07).
           05  AVL-DATE                           PIC X(08).
           05  AVL-HOUR                           PIC X(02).
           05  AVL-STATUS                         PIC X(01).
           05  AVL-UNTIL                          PIC X(08).
           05  AVL-RESP-CODE                      PIC S9(8) COMP.
       01  WS-RECENT-PARMS.
           05  RLK-USERID                         PIC X(07).
           05  RLK-TIX-ID                         PIC X(06).
           05  QCK-STATUS                         PIC X(10).
           05  QCK-DELTA                          PIC X(01).
           05  QCK-RESP-CODE                      PIC S9(8) COMP.
      * CATEGORY ATTRIBUTES - SEE SM098P AND THE SM097P SCREEN.
       01  WS-ATK-PARMS.
           05  AKL-TIX-ID                         PIC X(06).
           05  AKL-CATEGORY                       PIC X(10).
           05  AKL-DEFINED                        PIC 9(02).
           05  AKL-MISSING                        PIC 9(02).
           05  AKL-FIRST-LABEL                    PIC X(20).
           05  AKL-RESP-CODE                      PIC S9(8) COMP.
       01  WS-ATR-COMMAREA.
           05  ATR-TIX-ID                         PIC X(06).
           05  ATR-CATEGORY                       PIC X(10).
           05  ATR-WARNED                         PIC X(01).
      * DESK-SIDE VISIT BOOKING - SEE SM120P AND SMAPT. PF11 HANDS
      * THE TICKET OVER; SM120P OFFERS THE ASSIGNEE'S FREE SLOTS.
       01  WS-DVC-COMMAREA.
           05  DVC-TIX-ID                         PIC X(06).
           05  DVC-PROVIDER                       PIC X(07).
           05  DVC-SHOW-DATE                      PIC X(08).
       01  WS-FLD-PARMS.
           05  FLK-SCREEN                         PIC X(08).
           05  FLK-FIELD                          PIC X(10).
           05  FLK-USERID                         PIC X(07).
           05  FLK-ALLOWED                        PIC X(01).
           05  FLK-RESP-CODE                      PIC S9(8) COMP.
      * VIP MARKER - SM092P SAYS WHETHER THE REQUESTOR OR THE
      * OBO00001 AFFECTED USER IS A VIP; THE MARKER LEADS THE
      * MESSAGE LINE THE TICKET IS SHOWN WITH.
       01  WS-VIP-PARMS.
           05  VLK-TIX-ID                         PIC X(06).
           05  VLK-REQUESTOR                      PIC X(08).
           05  VLK-VIP                            PIC X(01).
           05  VLK-VIP-USER                       PIC X(07).
           05  VLK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-VIP-HOLD                            PIC X(60).

      * PARENT/CHILD SUBTASK SUPPORT - A CHILD CARRIES ITS PARENT'S
      * TIX-ID IN TIX-PARENT-ID, AND THE PARENT'S DETAIL SHOWS A
       01  WS-CHILD-TOTAL-D                       PIC ZZ9.
       01  WS-CHILD-OPEN-D                        PIC ZZ9.
       01  WS-CHILD-SUMMARY                       PIC X(60).
      * A PARENT FILED AS A REQUEST BUNDLE (SM103P) SHOWS BUNDLE
      * PROGRESS INSTEAD - ITEMS DONE AND ITEMS STILL WAITING ON AN
      * EARLIER ITEM. A SAVE THAT FINISHES AN ITEM LINKS SM104P TO
      * RELEASE WHATEVER WAITS ON IT.
           COPY SMBDT.
       01  WS-BDT-RESP                            PIC S9(8) COMP.
       01  WS-CHILD-DONE                          PIC 9(03).
       01  WS-CHILD-WAIT                          PIC 9(03).
       01  WS-CHILD-DONE-D                        PIC ZZ9.
       01  WS-CHILD-WAIT-D                        PIC ZZ9.
       01  WS-BRL-PARMS.
           05  BRK-TIX-ID                         PIC X(06).
           05  BRK-USER                           PIC X(07).
           05  BRK-RELEASED                       PIC 9(02).
           05  BRK-RESP-CODE                      PIC S9(8) COMP.
      * WORK-LOG TIME RECORDING - WLF00001 HOLDS ONE SEQUENCE-
      * NUMBERED RECORD PER ENTRY IN THE STF00002 KEY STYLE. PF7
      * LOGS THE REMARK FIELDS AS AN ENTRY, WITH THE FIRST FOUR
       01  WS-WL-TOTAL                            PIC 9(05).
       01  WS-WL-TOTAL-D                          PIC ZZZZ9.
       01  WS-WL-MINUTES-X                        PIC X(04).
      * FIELD EXPENSES - SEE SMEXP. PF7 WITH THE REMARK STARTING
      * EXP= LOGS AN EXPENSE TO EXP00001 INSTEAD OF TIME.
           COPY SMEXP.
       01  WS-EXP-DONE                            PIC X.
       01  WS-EXP-NEXT-SEQ                        PIC 9(05).
       01  WS-EXP-TOTAL                           PIC 9(07)V9(02).
       01  WS-EXP-TOTAL-D                         PIC ZZZZZZ9.99.
       01  WS-EXP-AMT-X                           PIC X(08).
       01  WS-EXP-AMT-R REDEFINES WS-EXP-AMT-X.
           05  WS-EXP-AMT-WHOLE                   PIC 9(05).
           05  WS-EXP-AMT-DOT                     PIC X(01).
           05  WS-EXP-AMT-CENTS                   PIC 9(02).
       01  WS-EXP-DATE-X                          PIC X(08).
       01  WS-EXP-TODAY                           PIC X(08).
      * PURCHASE-ORDER WAIT - SM087P KEEPS A TICKET'S PO NUMBER IN
      * TPO00001; WHILE THAT POF00001 ORDER IS OPEN THE DETAIL SHOWS
      * THE PO AND ITS EXPECTED DATE, FLAGGED WHEN IT HAS SLIPPED.
       01  WS-TPO-REC.
           05  TPO-TIX-ID                         PIC X(06).
           05  TPO-PO-NUM                         PIC X(10).
           05  TPO-SET-DATE                       PIC X(08).
           05  FILLER                             PIC X(06).
       01  WS-POF-REC.
           05  POF-PO-NUM                         PIC X(10).
           05  POF-PART                           PIC X(08).
           05  POF-TIX-ID                         PIC X(06).
           05  POF-QTY                            PIC 9(05).
           05  POF-RECV-QTY                       PIC 9(05).
           05  POF-EXPECT-DATE                    PIC X(08).
           05  POF-STATUS                         PIC X(01).
               88  POF-OPEN                       VALUE 'O' 'P'.
           05  POF-RAISED-BY                      PIC X(07).
           05  POF-RAISED-DATE                    PIC X(08).
           05  POF-RECV-DATE                      PIC X(08).
           05  FILLER                             PIC X(14).
       01  WS-PO-TODAY                            PIC X(08).
       01  WS-CTL-KEY                             PIC X(06) VALUE
           'TICKET'.
       01  WS-CTL-REC.
           05  CHG-CAL-TYPE                      PIC X(01).
           05  FILLER                            PIC X(31).
       01  WS-CHG-CAL-RESP                       PIC S9(8) COMP.
      * PRIORITY OVERRIDE - TIX-PRIORITY IS DERIVED AT CREATE FROM
      * THE REQUESTOR'S IMPACT AND URGENCY (SEE SM084P). A PROVIDER
      * WHO KNOWS BETTER KEYS PRI=P AT THE START OF DESCRIPTION LINE
      * 3 OR 4; THE UPDATE REMARK IS THE REASON. EACH OVERRIDE IS
      * LOGGED TO POV00001 WITH THE OLD, NEW AND DERIVED VALUES AND
      * THE REASON, STAMPED ON THE TICKET'S PDV00001 SIDE RECORD,
      * AND ENTERED IN THE STF00002 HISTORY.
       01  WS-PDV-REC.
           05  PDV-TIX-ID                        PIC X(06).
           05  PDV-IMPACT                        PIC X(01).
           05  PDV-URGENCY                       PIC X(01).
           05  PDV-DERIVED                       PIC X(01).
           05  PDV-SOURCE                        PIC X(01).
           05  PDV-OVR-PRIORITY                  PIC X(01).
           05  PDV-OVR-BY                        PIC X(07).
           05  PDV-OVR-DATE                      PIC X(08).
           05  FILLER                            PIC X(14).
       01  WS-PDV-OLD                            PIC X(40).
       01  WS-PDV-RESP                           PIC S9(8) COMP.
       01  WS-POV-REC.
           05  POV-KEY.
               10  POV-TIX-ID                    PIC X(06).
               10  POV-STAMP                     PIC X(14).
           05  POV-OLD-PRIORITY                  PIC X(01).
           05  POV-NEW-PRIORITY                  PIC X(01).
           05  POV-DERIVED                       PIC X(01).
           05  POV-BY                            PIC X(07).
           05  POV-REASON                        PIC X(50).
           05  FILLER                            PIC X(20).
       01  WS-POV-RESP                           PIC S9(8) COMP.
       01  WS-PRI-TAGGED                         PIC X VALUE 'N'.
       01  WS-PRI-NEW                            PIC X(01).
       01  WS-PRI-OLD                            PIC X(01).
       01  WS-PRI-YMD                            PIC X(08).
       01  WS-PRI-HMS                            PIC X(06).
       01  WS-EST-REC.
           05  EST-TIX-ID                        PIC X(06).
           05  EST-AMOUNT                        PIC 9(07).
       01  WS-DSP-OLD                            PIC X(60).
       01  WS-DSP-RESP                           PIC S9(8) COMP.
       01  WS-DSP-OLD-STATUS                     PIC X(10).
      * ASSET CUSTODY - A SAVE THAT CLOSES A FULFILMENT TICKET LINKED
      * TO A CI ISSUES THE CI TO THE REQUESTOR (CIC00001, SEE SMCIC),
      * THE SAME AS A CLOSE THROUGH SM004.
       01  WS-CIX-REC.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).
           COPY SMCIC.
       01  WS-CIC-RESP                           PIC S9(8) COMP.
       01  WS-CIC-TODAY                          PIC X(08).
       01  WS-FULFIL-CATEGORY                    PIC X(10) VALUE
           'FULFILMENT'.
       01  WS-VND-REC.
           05  VND-ID                            PIC X(08).
           05  VND-NAME                          PIC X(25).
           05  VND-CONTACT                       PIC X(20).
           05  VND-TURN-DAYS                     PIC 9(03).
           05  VND-ACTIVE                        PIC X(01).
           05  VND-REPAIR-CAP                    PIC 9(07).
           05  FILLER                            PIC X(16).
       01  WS-VND-RESP                           PIC S9(8) COMP.
       01  WS-DSP-SENT-X                         PIC X(08).
      * LOST-UPDATE PROTECTION - THE LAST-UPDATE STAMP SHOWN TO THE
	   COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(40).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM03P' TO MTP-PROGRAM
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
                   ELSE
                       IF EIBAID = DFHPF1 OR DFHPF3 OR DFHPF2 OR
                               DFHPF5 OR DFHPF6 OR DFHPF7 OR DFHPF8
                               OR DFHPF9 OR DFHPF10 OR DFHPF11
                               OR DFHENTER
                           PERFORM 200-REC-MAP
                       ELSE
                           IF WS-TICKET-NUM NOT = LOW-VALUES
                    LENGTH (+15)
                    ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
            ERASE
           END-EXEC

           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
            TRANSID('SM03')
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
                                       IF WS-CAN-SET-STATUS = 'Y' AND
                                          ASSIGNI NOT = SPACES
                                           PERFORM 660-COUNT-WIP
                                           PERFORM 662-CHECK-AVAILABLE
                                               THRU 662-EXIT
                                       END-IF
                                       PERFORM 644-CHECK-BATCH-GATE
                                           THRU 644-EXIT
                                       PERFORM 645-CHECK-FIELD-AUTH
                                           THRU 645-EXIT
                                       PERFORM 646-CHECK-PRIORITY-OVR
                                           THRU 646-EXIT
                                       PERFORM 647-CHECK-ATTRIBUTES
                                           THRU 647-EXIT
                                       PERFORM 655-CHECK-CHG-FREEZE
                                           THRU 655-EXIT
                                       PERFORM 700-UPDATE-TICKET
                                           THRU 700-EXIT
                                       IF WS-UPD-CONFLICT = 'N'
                                        IF WS-AVAIL-WARN
                                         PERFORM 667-ADD-AVAIL-WARNING
                                        ELSE
                                         IF WS-WIP-WARN
                                          PERFORM 665-ADD-WIP-WARNING
                                         END-IF
                                        END-IF
                                        PERFORM 715-SAVE-CHANGE-REC
                                            THRU 715-EXIT
                                        PERFORM 717-SAVE-ESTIMATE
                                            THRU 717-EXIT
                                        PERFORM 718-LOG-PRIORITY-OVR
                                            THRU 718-EXIT
                                        PERFORM 800-CREATE-LOG
                                        PERFORM 725-LOG-HOLD-EVENTS
                                            THRU 725-EXIT
                                        PERFORM 726-BUMP-COUNTERS
                                            THRU 726-EXIT
                                        PERFORM 727-RELEASE-WAITING
                                            THRU 727-EXIT
                                        PERFORM 805-SEND-NOTIFY
                                        PERFORM 810-RECORD-RECENT
                                        PERFORM 689-DELETE-DRAFT
                           PERFORM 140-LOOKUP-MESSAGE
                           PERFORM 100-SEND-MAP
                   END-EVALUATE
               WHEN EIBAID = DFHPF10
                   EVALUATE TRUE
                       WHEN WS-PROG-STATE = 2
                           PERFORM 649-ENTER-ATTRIBUTES THRU 649-EXIT
                           PERFORM 100-SEND-MAP
                       WHEN OTHER
                           MOVE 'SM03INVK' TO MLK-MSG-ID
                           MOVE WS-INVKEY TO MLK-TEXT
                           PERFORM 140-LOOKUP-MESSAGE
                           PERFORM 100-SEND-MAP
                   END-EVALUATE
               WHEN EIBAID = DFHPF11
                   EVALUATE TRUE
                       WHEN WS-PROG-STATE = 2
                           PERFORM 676-BOOK-VISIT THRU 676-EXIT
                       WHEN OTHER
                           MOVE 'SM03INVK' TO MLK-MSG-ID
                           MOVE WS-INVKEY TO MLK-TEXT
                           PERFORM 140-LOOKUP-MESSAGE
                           PERFORM 100-SEND-MAP
                   END-EVALUATE
               WHEN OTHER
                   EXEC CICS SEND TEXT
                       ERASE
                RESP(WS-RES-CODE)
                GTEQ
           END-EXEC
           PERFORM UNTIL WS-WIP-WARN OR
                   EIBRESP = DFHRESP(NOTFND)
               EXEC CICS READNEXT FILE('STF00001')
                         INTO (WS-TIX-REC)
       660-EXIT.
           EXIT.

       662-CHECK-AVAILABLE.
           MOVE 'N' TO WS-AVAIL-WARN-SW
           MOVE SPACES TO WS-AVAIL-PARMS
           MOVE ASSIGNI TO AVL-USERID
           EXEC CICS LINK PROGRAM('SM090P')
                COMMAREA(WS-AVAIL-PARMS)
                LENGTH(LENGTH OF WS-AVAIL-PARMS)
           END-EXEC
           EVALUATE AVL-STATUS
               WHEN 'L'
                   MOVE 'ON LEAVE' TO WS-AVAIL-TEXT
               WHEN 'T'
                   MOVE 'ON TRAINING' TO WS-AVAIL-TEXT
               WHEN 'S'
                   MOVE 'OFF SICK' TO WS-AVAIL-TEXT
               WHEN 'O'
                   MOVE 'OFF SHIFT' TO WS-AVAIL-TEXT
               WHEN OTHER
                   GO TO 662-EXIT
           END-EVALUATE
           MOVE 'Y' TO WS-AVAIL-WARN-SW.
       662-EXIT.
           EXIT.

       665-ADD-WIP-WARNING.
           MOVE WS-WIP-COUNT TO WS-WIP-COUNT-D
           STRING ASSIGNI DELIMITED BY SPACE
       665-EXIT.
           EXIT.

       667-ADD-AVAIL-WARNING.
           MOVE SPACES TO ERRMSGO
           IF AVL-UNTIL = SPACES
               STRING 'SAVED - NOTE ' DELIMITED BY SIZE
                      ASSIGNI DELIMITED BY SPACE
                      ' IS ' DELIMITED BY SIZE
                      WS-AVAIL-TEXT DELIMITED BY '  '
                      ' NOW' DELIMITED BY SIZE
                   INTO ERRMSGO
           ELSE
               STRING 'SAVED - NOTE ' DELIMITED BY SIZE
                      ASSIGNI DELIMITED BY SPACE
                      ' IS ' DELIMITED BY SIZE
                      WS-AVAIL-TEXT DELIMITED BY '  '
                      ' UNTIL ' AVL-UNTIL DELIMITED BY SIZE
                   INTO ERRMSGO
           END-IF.
       667-EXIT.
           EXIT.

       600-MOVE-TICKETVAL.
           MOVE TIX-ID TO TIXNUMO
           MOVE TIX-TITLE TO TIXTTLO
           MOVE LAST-UPDATE TO WS-HELD-LSTUPD
           PERFORM 610-READ-DESC-CONT
           PERFORM 620-COUNT-CHILDREN
           PERFORM 696-SHOW-PURCHASE-ORDER THRU 696-EXIT
           PERFORM 695-TOTAL-WORKLOG
           IF WS-CHILD-SUMMARY = SPACES AND WS-WL-TOTAL > 0
               MOVE WS-WL-TOTAL TO WS-WL-TOTAL-D
                      ' MIN LOGGED - PF2=SAVE PF7=LOG TIME'
                   DELIMITED BY SIZE INTO WS-CHILD-SUMMARY
           END-IF
           PERFORM 688-RESTORE-DRAFT THRU 688-EXIT
           PERFORM 698-MARK-VIP THRU 698-EXIT.
       600-EXIT.
           EXIT.

       620-COUNT-CHILDREN.
           MOVE 0 TO WS-CHILD-TOTAL
           MOVE 0 TO WS-CHILD-OPEN
           MOVE 0 TO WS-CHILD-DONE
           MOVE 0 TO WS-CHILD-WAIT
           MOVE SPACES TO WS-CHILD-SUMMARY
           MOVE LOW-VALUES TO WS-CHILD-KEY
           EXEC CICS STARTBR FILE('STF00001')
                              CHILD-STATUS NOT = ST-REJECTED
                               ADD 1 TO WS-CHILD-OPEN
                           END-IF
                           IF CHILD-STATUS = ST-PENDCONF OR
                              CHILD-STATUS = ST-COMPLETED OR
                              CHILD-STATUS = ST-CLOSED
                               ADD 1 TO WS-CHILD-DONE
                           END-IF
                           IF CHILD-STATUS = ST-WAITING
                               ADD 1 TO WS-CHILD-WAIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               STRING WS-CHILD-TOTAL-D ' CHILDREN, '
                      WS-CHILD-OPEN-D ' OPEN - PF2=SAVE PF6=CHILD'
                   DELIMITED BY SIZE INTO WS-CHILD-SUMMARY
               PERFORM 625-BUNDLE-PROGRESS THRU 625-EXIT
           END-IF.
       620-EXIT.
           EXIT.

       625-BUNDLE-PROGRESS.
           MOVE WS-TICKET-NUM1 TO BDT-PARENT-ID
           MOVE 0 TO BDT-SEQ
           EXEC CICS
               READ FILE('BDT00001')
               INTO (BDT-RECORD)
               RIDFLD (BDT-KEY)
               RESP(WS-BDT-RESP)
               EQUAL
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR NOT BDT-PARENT
               GO TO 625-EXIT
           END-IF
           MOVE WS-CHILD-DONE TO WS-CHILD-DONE-D
           MOVE WS-CHILD-WAIT TO WS-CHILD-WAIT-D
           MOVE SPACES TO WS-CHILD-SUMMARY
           STRING BDT-BUNDLE-ID ' ' WS-CHILD-DONE-D '/'
                  WS-CHILD-TOTAL-D ' DONE ' WS-CHILD-WAIT-D
                  ' WAITING - PF2=SAVE PF6=CHILD'
               DELIMITED BY SIZE INTO WS-CHILD-SUMMARY.
       625-EXIT.
           EXIT.

      * SPAWNS A CHILD TICKET UNDER THE ONE ON SCREEN - A NORMAL
      * STF00001 RECORD NUMBERED FROM THE STF00003 COUNTER, CARRYING
      * ITS PARENT'S ID, CLASSIFICATION, AND REQUESTOR. SM004 WILL

      * PF7 - THE REMARK FIELDS BECOME A WORK-LOG ENTRY: FIRST FOUR
      * CHARACTERS ARE THE MINUTES, THE REST IS THE ACTIVITY NOTE.
      * THE RUNNING TOTAL COMES BACK ON THE MESSAGE LINE. A REMARK
      * STARTING EXP= IS AN EXPENSE INSTEAD - SEE 692.
       680-RECORD-WORKLOG.
           IF UPDRMKI(1:4) = 'EXP='
               PERFORM 692-RECORD-EXPENSE THRU 692-EXIT
               GO TO 680-EXIT
           END-IF
           MOVE UPDRMKI(1:4) TO WS-WL-MINUTES-X
           IF WS-WL-MINUTES-X NOT NUMERIC OR
              WS-WL-MINUTES-X = '0000'
       690-EXIT.
           EXIT.

      * PF7 WITH AN EXPENSE IN THE REMARK FIELDS:
      *     LINE 1  EXP=T NNNNN.NN YYYYMMDD
      *     LINE 2  RECEIPT REFERENCE
      * T IS P(ARKING), M(ILEAGE), C(OURIER) OR O(THER); THE DATE
      * PAID DEFAULTS TO TODAY AND MAY NOT BE IN THE FUTURE. ALL BUT
      * MILEAGE NEED A RECEIPT. THE ENTRY WAITS FOR THE SUPERVISOR
      * ON SM071P LIKE THE TIME DOES.
       692-RECORD-EXPENSE.
           EXEC CICS ASKTIME
               ABSTIME (WS-HTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-HTIME)
               YYYYMMDD (WS-EXP-TODAY)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-HTIME)
               DATESEP ('/')
               MMDDYYYY (WS-HDATE-X)
           END-EXEC
           MOVE SPACES TO EXP-RECORD
           MOVE UPDRMKI(5:1) TO EXP-TYPE
           MOVE UPDRMKI(7:8) TO WS-EXP-AMT-X
           MOVE UPDRMKI(16:8) TO WS-EXP-DATE-X
           IF NOT EXP-TYPE-VALID
               MOVE 'EXPENSE TYPE IS P, M, C OR O - EXP=T NNNNN.NN'
                   TO ERRMSGO
               GO TO 692-EXIT
           END-IF
           IF WS-EXP-AMT-WHOLE NOT NUMERIC OR
              WS-EXP-AMT-DOT NOT = '.' OR
              WS-EXP-AMT-CENTS NOT NUMERIC
               MOVE 'KEY THE AMOUNT AS NNNNN.NN - EXP=T NNNNN.NN'
                   TO ERRMSGO
               GO TO 692-EXIT
           END-IF
           COMPUTE EXP-AMOUNT = WS-EXP-AMT-WHOLE +
               (WS-EXP-AMT-CENTS / 100)
           IF EXP-AMOUNT = 0
               MOVE 'AN EXPENSE OF ZERO CANNOT BE LOGGED' TO ERRMSGO
               GO TO 692-EXIT
           END-IF
           IF WS-EXP-DATE-X = SPACES
               MOVE WS-EXP-TODAY TO WS-EXP-DATE-X
           END-IF
           IF WS-EXP-DATE-X NOT NUMERIC OR
              WS-EXP-DATE-X > WS-EXP-TODAY
               MOVE 'DATE PAID IS YYYYMMDD, NOT LATER THAN TODAY'
                   TO ERRMSGO
               GO TO 692-EXIT
           END-IF
           IF UPDRMK1I = SPACES AND NOT EXP-MILEAGE
               MOVE 'KEY THE RECEIPT REFERENCE ON REMARK LINE 2'
                   TO ERRMSGO
               GO TO 692-EXIT
           END-IF
           PERFORM 693-NEXT-EXP-SEQ THRU 693-EXIT
           MOVE WS-TICKET-NUM1 TO EXP-TIX-ID
           MOVE WS-EXP-NEXT-SEQ TO EXP-SEQ-NUM
           MOVE WS-EXP-DATE-X TO EXP-DATE
           MOVE UPDRMK1I(1:12) TO EXP-RECEIPT
           MOVE WS-USERID1 TO EXP-BY
           MOVE WS-HDATE-X TO EXP-ENTERED
           MOVE 'N' TO EXP-APPROVED
           MOVE SPACES TO EXP-APPR-BY
           MOVE 'N' TO EXP-PAID
           MOVE SPACES TO EXP-PAID-PERIOD
           EXEC CICS
               WRITE FILE('EXP00001')
               FROM(EXP-RECORD)
               RIDFLD(EXP-KEY)
               RESP(WS-RES-CODE)
           END-EXEC
           IF WS-RES-CODE = DFHRESP(NORMAL)
               PERFORM 694-TOTAL-EXPENSES THRU 694-EXIT
               MOVE WS-EXP-TOTAL TO WS-EXP-TOTAL-D
               MOVE SPACES TO ERRMSGO
               STRING 'EXPENSE LOGGED FOR APPROVAL - '
                      WS-EXP-TOTAL-D ' TOTAL ON THIS TICKET'
                   DELIMITED BY SIZE INTO ERRMSGO
           ELSE
               MOVE 'EXPENSE WRITE FAILED' TO ERRMSGO
           END-IF.
       692-EXIT.
           EXIT.

       693-NEXT-EXP-SEQ.
           MOVE 0 TO WS-EXP-NEXT-SEQ
           MOVE 'N' TO WS-EXP-DONE
           MOVE WS-TICKET-NUM1 TO EXP-TIX-ID
           MOVE 0 TO EXP-SEQ-NUM
           EXEC CICS STARTBR FILE('EXP00001')
                RIDFLD (EXP-KEY)
                KEYLENGTH(+11)
                RESP(WS-RES-CODE)
                GTEQ
           END-EXEC
           IF WS-RES-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EXP-DONE
           ELSE
               PERFORM UNTIL WS-EXP-DONE = 'Y'
                   EXEC CICS READNEXT FILE('EXP00001')
                             INTO (EXP-RECORD)
                             RIDFLD (EXP-KEY)
                             RESP(WS-RES-CODE)
                   END-EXEC
                   IF WS-RES-CODE NOT = DFHRESP(NORMAL) OR
                      EXP-TIX-ID NOT = WS-TICKET-NUM1
                       MOVE 'Y' TO WS-EXP-DONE
                   ELSE
                       MOVE EXP-SEQ-NUM TO WS-EXP-NEXT-SEQ
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('EXP00001')
               END-EXEC
           END-IF
           ADD 1 TO WS-EXP-NEXT-SEQ.
       693-EXIT.
           EXIT.

      * EVERYTHING LOGGED ON THE TICKET, APPROVED OR NOT.
       694-TOTAL-EXPENSES.
           MOVE 0 TO WS-EXP-TOTAL
           MOVE 'N' TO WS-EXP-DONE
           MOVE WS-TICKET-NUM1 TO EXP-TIX-ID
           MOVE 0 TO EXP-SEQ-NUM
           EXEC CICS STARTBR FILE('EXP00001')
                RIDFLD (EXP-KEY)
                KEYLENGTH(+11)
                RESP(WS-RES-CODE)
                GTEQ
           END-EXEC
           IF WS-RES-CODE NOT = DFHRESP(NORMAL)
               GO TO 694-EXIT
           END-IF
           PERFORM UNTIL WS-EXP-DONE = 'Y'
               EXEC CICS READNEXT FILE('EXP00001')
                         INTO (EXP-RECORD)
                         RIDFLD (EXP-KEY)
                         RESP(WS-RES-CODE)
               END-EXEC
               IF WS-RES-CODE NOT = DFHRESP(NORMAL) OR
                  EXP-TIX-ID NOT = WS-TICKET-NUM1
                   MOVE 'Y' TO WS-EXP-DONE
               ELSE
                   ADD EXP-AMOUNT TO WS-EXP-TOTAL
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('EXP00001')
           END-EXEC.
       694-EXIT.
           EXIT.

       695-TOTAL-WORKLOG.
           MOVE 0 TO WS-WL-TOTAL
           MOVE 'N' TO WS-WL-DONE
       695-EXIT.
           EXIT.

      * A CHILDREN SUMMARY STILL TAKES THE MESSAGE LINE FIRST; THE
      * PO WAIT OUTRANKS THE WORK-LOG TOTAL.
       696-SHOW-PURCHASE-ORDER.
           IF WS-CHILD-SUMMARY NOT = SPACES
               GO TO 696-EXIT
           END-IF
           MOVE TIX-ID TO TPO-TIX-ID
           EXEC CICS
               READ FILE('TPO00001')
               INTO (WS-TPO-REC)
               RIDFLD (TPO-TIX-ID)
               RESP (WS-RES-CODE)
               EQUAL
           END-EXEC
           IF WS-RES-CODE NOT = DFHRESP(NORMAL)
               GO TO 696-EXIT
           END-IF
           MOVE TPO-PO-NUM TO POF-PO-NUM
           EXEC CICS
               READ FILE('POF00001')
               INTO (WS-POF-REC)
               RIDFLD (POF-PO-NUM)
               RESP (WS-RES-CODE)
               EQUAL
           END-EXEC
           IF WS-RES-CODE NOT = DFHRESP(NORMAL) OR NOT POF-OPEN
               GO TO 696-EXIT
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-HTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-HTIME)
               YYYYMMDD (WS-PO-TODAY)
           END-EXEC
           IF POF-EXPECT-DATE < WS-PO-TODAY
               STRING 'AWAITING PO ' POF-PO-NUM ' DUE '
                      POF-EXPECT-DATE ' OVERDUE - PF2=SAVE'
                   DELIMITED BY SIZE INTO WS-CHILD-SUMMARY
           ELSE
               STRING 'AWAITING PO ' POF-PO-NUM ' DUE '
                      POF-EXPECT-DATE ' - PF2=SAVE'
                   DELIMITED BY SIZE INTO WS-CHILD-SUMMARY
           END-IF.
       696-EXIT.
           EXIT.

      * A VIP TICKET'S MESSAGE LINE LEADS WITH THE VIP MARKER.
       698-MARK-VIP.
           MOVE TIX-ID TO VLK-TIX-ID
           MOVE TIX-REQUESTOR TO VLK-REQUESTOR
           MOVE 'N' TO VLK-VIP
           EXEC CICS LINK PROGRAM('SM092P')
                COMMAREA(WS-VIP-PARMS)
                LENGTH(LENGTH OF WS-VIP-PARMS)
           END-EXEC
           IF VLK-VIP NOT = 'Y'
               GO TO 698-EXIT
           END-IF
           IF WS-CHILD-SUMMARY = SPACES
               MOVE 'VIP TICKET - PRESS PF2 TO SAVE CHANGES'
                   TO WS-CHILD-SUMMARY
           ELSE
               MOVE WS-CHILD-SUMMARY TO WS-VIP-HOLD
               MOVE SPACES TO WS-CHILD-SUMMARY
               STRING 'VIP - ' WS-VIP-HOLD
                   DELIMITED BY SIZE INTO WS-CHILD-SUMMARY
           END-IF.
       698-EXIT.
           EXIT.

      * WHILE SM082P HOLDS THE BATCH-WINDOW GATE, SAVES ARE
      * REFUSED - THE UPDATING JOBS OWN THE FILE UNTIL THE
      * OPERATOR REOPENS.
       645-EXIT.
           EXIT.

      * A PRI=P TAG ON DESCRIPTION LINE 3 OR 4 OVERRIDES THE
      * DERIVED PRIORITY. ONLY A SERVICE PROVIDER, APPROVER OR
      * ADMINISTRATOR MAY DO IT, THE FIELD IS CLEARED THROUGH SM054P
      * LIKE THE OTHER PROTECTED FIELDS, AND THE REMARK THE SAVE
      * ALREADY DEMANDS IS TAKEN AS THE REASON. A TAG NAMING THE
      * PRIORITY THE TICKET ALREADY HAS IS NOT AN OVERRIDE.
       646-CHECK-PRIORITY-OVR.
           MOVE 'N' TO WS-PRI-TAGGED
           MOVE SPACES TO WS-PRI-NEW
           IF TIXDESC3I(1:4) = 'PRI='
               MOVE TIXDESC3I(5:1) TO WS-PRI-NEW
           END-IF
           IF TIXDESC4I(1:4) = 'PRI='
               MOVE TIXDESC4I(5:1) TO WS-PRI-NEW
           END-IF
           IF WS-PRI-NEW = SPACES
               GO TO 646-EXIT
           END-IF
           IF WS-PRI-NEW NOT = 'H' AND WS-PRI-NEW NOT = 'M' AND
              WS-PRI-NEW NOT = 'L'
               MOVE 'PRIORITY TAG IS PRI=H, PRI=M OR PRI=L' TO ERRMSGO
               PERFORM 100-SEND-MAP
           END-IF
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-REC)
               RIDFLD (WS-TICKET-NUM1)
               RESP(WS-RES-CODE)
               EQUAL
           END-EXEC
           IF WS-RES-CODE = DFHRESP(NORMAL) AND
              WS-PRI-NEW = TIX-PRIORITY
               GO TO 646-EXIT
           END-IF
           IF WS-CAN-SET-STATUS NOT = 'Y'
               MOVE 'ONLY A PROVIDER MAY OVERRIDE THE PRIORITY' TO
                   ERRMSGO
               PERFORM 100-SEND-MAP
           END-IF
           MOVE 'SM003' TO FLK-SCREEN
           MOVE WS-USERID1 TO FLK-USERID
           MOVE 'PRIORITY' TO FLK-FIELD
           PERFORM 648-ASK-AUTHORITY
           IF FLK-ALLOWED NOT = 'Y'
               MOVE 'NOT AUTHORIZED TO CHANGE PRIORITY' TO ERRMSGO
               PERFORM 100-SEND-MAP
           END-IF
           MOVE 'Y' TO WS-PRI-TAGGED.
       646-EXIT.
           EXIT.

      * A TICKET WHOSE CATEGORY HAS REQUIRED ATD00001 ATTRIBUTES
      * (SEE SM096P) CANNOT BE COMPLETED OR CLOSED WHILE ANY OF THEM
      * IS STILL EMPTY ON ATV00001. SM098P DOES THE COUNTING, THE
      * SAME WAY THE SM097P ATTRIBUTE SCREEN DOES.
       647-CHECK-ATTRIBUTES.
           IF WS-CAN-SET-STATUS NOT = 'Y'
               GO TO 647-EXIT
           END-IF
           IF STATI NOT = ST-COMPLETED AND STATI NOT = ST-PENDCONF AND
              STATI NOT = ST-CLOSED
               GO TO 647-EXIT
           END-IF
           MOVE WS-TICKET-NUM1 TO AKL-TIX-ID
           MOVE SPACES TO AKL-CATEGORY
           EXEC CICS LINK PROGRAM('SM098P')
                COMMAREA(WS-ATK-PARMS)
                LENGTH(LENGTH OF WS-ATK-PARMS)
           END-EXEC
           IF AKL-RESP-CODE = 0 AND AKL-MISSING > 0
               MOVE 'REQUIRED ATTRIBUTES MISSING - PF10 TO ENTER THEM'
                   TO ERRMSGO
               PERFORM 100-SEND-MAP
           END-IF.
       647-EXIT.
           EXIT.

       648-ASK-AUTHORITY.
           EXEC CICS LINK PROGRAM('SM054P')
                COMMAREA(WS-FLD-PARMS)
       648-EXIT.
           EXIT.

      * PF10 - THE SM097P SCREEN FOR THE CATEGORY'S ATTRIBUTES.
      * UNSAVED CHANGES ON THIS SCREEN ARE KEPT AS A DRAFT FIRST,
      * AS ENTER DOES, SO NOTHING KEYED IS LOST ON THE WAY OUT.
       649-ENTER-ATTRIBUTES.
           MOVE WS-TICKET-NUM1 TO AKL-TIX-ID
           MOVE SPACES TO AKL-CATEGORY
           EXEC CICS LINK PROGRAM('SM098P')
                COMMAREA(WS-ATK-PARMS)
                LENGTH(LENGTH OF WS-ATK-PARMS)
           END-EXEC
           IF AKL-RESP-CODE NOT = 0 OR AKL-DEFINED = 0
               MOVE 'THIS CATEGORY HAS NO EXTRA ATTRIBUTES' TO ERRMSGO
               GO TO 649-EXIT
           END-IF
           PERFORM 680-SAVE-DRAFT THRU 685-EXIT
           MOVE AKL-TIX-ID TO ATR-TIX-ID
           MOVE AKL-CATEGORY TO ATR-CATEGORY
           MOVE 'N' TO ATR-WARNED
           MOVE 1 TO WS-PROG-STATE
           MOVE 'N' TO WS-INIT
           EXEC CICS XCTL
               PROGRAM('SM097P')
               COMMAREA(WS-ATR-COMMAREA)
           END-EXEC.
       649-EXIT.
           EXIT.

      * PF11 - BOOK, MOVE OR CANCEL A DESK-SIDE VISIT ON SM120P.
      * THE PROVIDER IS LEFT BLANK SO SM120P STARTS FROM THE VISIT
      * ALREADY BOOKED, OR ELSE THE ASSIGNEE. UNSAVED CHANGES ARE
      * KEPT AS A DRAFT FIRST, AS FOR PF10.
       676-BOOK-VISIT.
           PERFORM 680-SAVE-DRAFT THRU 685-EXIT
           MOVE WS-TICKET-NUM1 TO DVC-TIX-ID
           MOVE SPACES TO DVC-PROVIDER
           MOVE SPACES TO DVC-SHOW-DATE
           MOVE 1 TO WS-PROG-STATE
           MOVE 'N' TO WS-INIT
           EXEC CICS XCTL
               PROGRAM('SM120P')
               COMMAREA(WS-DVC-COMMAREA)
           END-EXEC.
       676-EXIT.
           EXIT.

      * PF9 - DISPATCH THE TICKET'S HARDWARE TO AN EXTERNAL
      * MAINTAINER. REMARK FIELD: VENDOR ID (8) THEN THE VENDOR'S
      * REFERENCE. THE TICKET IS REWRITTEN TO VENDPEND WITH THE
       720-EXIT.
           EXIT.

      * A FULFILMENT TICKET THAT WAS LINKED TO A CI AT CREATE TIME
      * DELIVERED THAT ASSET TO ITS REQUESTOR, SO A SAVE THAT CLOSES
      * IT MAKES THEM ITS CUSTODIAN FROM TODAY, AS SM004 DOES.
       721-SET-CUSTODY.
           IF TIX-CATEGORY NOT = WS-FULFIL-CATEGORY
               GO TO 721-EXIT
           END-IF
           MOVE TIX-ID TO CIX-TIX-ID
           EXEC CICS
               READ FILE('CIX00001')
               INTO (WS-CIX-REC)
               RIDFLD (CIX-TIX-ID)
               RESP(WS-CIC-RESP)
               EQUAL
           END-EXEC
           IF WS-CIC-RESP NOT = DFHRESP(NORMAL)
               GO TO 721-EXIT
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-HTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-HTIME)
               YYYYMMDD (WS-CIC-TODAY)
           END-EXEC
           MOVE CIX-CI-ID TO CIC-CI-ID
           EXEC CICS
               READ FILE('CIC00001')
               INTO (CIC-RECORD)
               RIDFLD (CIC-CI-ID)
               UPDATE
               RESP(WS-CIC-RESP)
           END-EXEC
           MOVE SPACES TO CIC-RECORD
           MOVE CIX-CI-ID TO CIC-CI-ID
           MOVE TIX-REQUESTOR TO CIC-CUSTODIAN
           MOVE WS-CIC-TODAY TO CIC-ISSUE-DATE
           MOVE WS-USERID1 TO CIC-SET-BY
           MOVE 'T' TO CIC-SOURCE
           MOVE TIX-ID TO CIC-TIX-ID
           IF WS-CIC-RESP = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('CIC00001')
                   FROM(CIC-RECORD)
                   RESP(WS-CIC-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CIC00001')
                   FROM(CIC-RECORD)
                   RIDFLD(CIC-CI-ID)
                   RESP(WS-CIC-RESP)
               END-EXEC
           END-IF.
       721-EXIT.
           EXIT.

      * KEEPS THE QCT00001 SUMMARY COUNTERS (SEE SM080P) IN STEP
      * WITH A SAVE THAT MOVED THE STATUS.
       726-BUMP-COUNTERS.
       726-EXIT.
           EXIT.

      * A SAVE THAT FINISHES A BUNDLE ITEM RELEASES THE ITEMS FILED
      * BEHIND IT (SEE SM104P).
       727-RELEASE-WAITING.
           IF WS-DSP-OLD-STATUS = TIX-STATUS OR TIX-PARENT-ID = SPACES
               GO TO 727-EXIT
           END-IF
           MOVE TIX-ID TO BRK-TIX-ID
           MOVE WS-USERID1 TO BRK-USER
           EXEC CICS LINK PROGRAM('SM104P')
                COMMAREA(WS-BRL-PARMS)
                LENGTH(LENGTH OF WS-BRL-PARMS)
           END-EXEC
           IF BRK-RELEASED > 0 AND ERRMSGO(1:14) = 'TICKET UPDATED'
               MOVE SPACES TO ERRMSGO
               STRING 'TICKET UPDATED - ' BRK-RELEASED
                      ' WAITING BUNDLE ITEM(S) RELEASED'
                   DELIMITED BY SIZE INTO ERRMSGO
           END-IF.
       727-EXIT.
           EXIT.

      * A SAVE THAT MOVES THE TICKET ONTO OR OFF THE ONHOLD STATUS
      * GETS A FIXED-TEXT MARKER ENTRY IN STF00002 BESIDE THE
      * USER'S OWN REMARK. SMB011'S HELD-TIME ARITHMETIC AND THE
       717-EXIT.
           EXIT.

      * LOGS A PRIORITY OVERRIDE THE SAVE JUST APPLIED - THE POV00001
      * OVERRIDE LOG CARRIES THE FULL REASON, THE PDV00001 SIDE
      * RECORD IS STAMPED (OR STARTED, FOR A TICKET FILED BEFORE
      * PRIORITIES WERE DERIVED), AND A HISTORY ENTRY NAMES THE
      * CHANGE.
       718-LOG-PRIORITY-OVR.
           IF WS-PRI-TAGGED NOT = 'Y'
               GO TO 718-EXIT
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-HTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-HTIME)
               YYYYMMDD (WS-PRI-YMD)
               TIME (WS-PRI-HMS)
           END-EXEC
           MOVE WS-TICKET-NUM1 TO PDV-TIX-ID
           EXEC CICS
               READ FILE('PDV00001')
               INTO (WS-PDV-REC)
               RIDFLD (PDV-TIX-ID)
               UPDATE
               RESP(WS-PDV-RESP)
           END-EXEC
           IF WS-PDV-RESP = DFHRESP(NORMAL)
               MOVE WS-PRI-NEW TO PDV-OVR-PRIORITY
               MOVE WS-USERID1 TO PDV-OVR-BY
               MOVE WS-PRI-YMD TO PDV-OVR-DATE
               EXEC CICS
                   REWRITE FILE('PDV00001')
                   FROM(WS-PDV-REC)
                   RESP(WS-PDV-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-PDV-REC
               MOVE WS-TICKET-NUM1 TO PDV-TIX-ID
               MOVE WS-PRI-OLD TO PDV-DERIVED
               MOVE WS-PRI-NEW TO PDV-OVR-PRIORITY
               MOVE WS-USERID1 TO PDV-OVR-BY
               MOVE WS-PRI-YMD TO PDV-OVR-DATE
               EXEC CICS
                   WRITE FILE('PDV00001')
                   FROM(WS-PDV-REC)
                   RIDFLD(PDV-TIX-ID)
                   RESP(WS-PDV-RESP)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-POV-REC
           MOVE WS-TICKET-NUM1 TO POV-TIX-ID
           STRING WS-PRI-YMD WS-PRI-HMS
               DELIMITED BY SIZE INTO POV-STAMP
           MOVE WS-PRI-OLD TO POV-OLD-PRIORITY
           MOVE WS-PRI-NEW TO POV-NEW-PRIORITY
           MOVE PDV-DERIVED TO POV-DERIVED
           MOVE WS-USERID1 TO POV-BY
           MOVE LAST-UPDATE-REM TO POV-REASON
           EXEC CICS
               WRITE FILE('POV00001')
               FROM(WS-POV-REC)
               RIDFLD(POV-KEY)
               RESP(WS-POV-RESP)
           END-EXEC
           MOVE WS-TICKET-NUM TO LK-TIX-ID
           MOVE LAST-UPDATE-DATE TO LK-UPDATE-DATE
           MOVE LAST-UPDATE-TIME TO LK-UPDATE-TIME
           MOVE WS-USERID1 TO LK-UPDATED-BY
           MOVE SPACES TO LK-REMARK
           STRING 'PRIORITY OVERRIDE ' WS-PRI-OLD ' TO ' WS-PRI-NEW
                  ' (DERIVED ' PDV-DERIVED ') - SEE REMARK'
               DELIMITED BY SIZE INTO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE SPACES TO ERRMSGO
           STRING 'TICKET UPDATED - PRIORITY OVERRIDDEN ' WS-PRI-OLD
                  ' TO ' WS-PRI-NEW
               DELIMITED BY SIZE INTO ERRMSGO.
       718-EXIT.
           EXIT.

       700-UPDATE-TICKET.
           EXEC CICS
               READ FILE('STF00001')
           IF WS-CAN-SET-STATUS = 'Y' AND RELTIDI NOT = SPACES
               MOVE RELTIDI TO TIX-RELATED-ID
           END-IF
           MOVE TIX-PRIORITY TO WS-PRI-OLD
           IF WS-PRI-TAGGED = 'Y' AND WS-PRI-NEW = TIX-PRIORITY
               MOVE 'N' TO WS-PRI-TAGGED
           END-IF
           IF WS-PRI-TAGGED = 'Y'
               MOVE WS-PRI-NEW TO TIX-PRIORITY
           END-IF
           MOVE UPDRMKI TO LAST-UPDATE-REM1
           MOVE UPDRMK1I TO LAST-UPDATE-REM2
           MOVE WS-USERID1 TO UPDBY2
                  TIX-STATUS NOT = ST-VENDPEND
                   PERFORM 720-STAMP-VENDOR-RETURN THRU 720-EXIT
               END-IF
               IF WS-DSP-OLD-STATUS NOT = ST-CLOSED AND
                  TIX-STATUS = ST-CLOSED
                   PERFORM 721-SET-CUSTODY THRU 721-EXIT
               END-IF
           END-IF
           PERFORM 710-SAVE-DESC-CONT.
       700-EXIT.
