      * WITH SEND TEXT LIKE SM032P'S RUN-CONTROL BOARD; PF3 RETURNS
      * TO THE MENU.
      *
      * THE ON SHIFT COLUMN IS NOT A COUNTER: FOR EACH QUEUE THE
      * QMF00001 MEMBERS WHO ARE ACTIVE SERVICE PROVIDERS ARE PUT
      * THROUGH THE SM090P ROSTER CHECK, AND THOSE AVAILABLE RIGHT
      * NOW ARE COUNTED, THE FIRST TWO SHOWN BY USERID.
      *
      * THE VIP LINE COUNTS THE OPEN TICKETS SM02P FILED FOR A VIP
      * REQUESTOR (ONE VIP00001 RECORD EACH) AND SHOWS THE FIRST
      * EIGHT BY NUMBER - EACH IS READ BY KEY FOR ITS CURRENT
      * STATUS, SO THIS IS NO FULL STF00001 SCAN.
      *
      * THE DESK VISIT LINES COUNT TODAY'S APT00001 VISITS (SEE
      * SM120P) BY STATE AND SHOW THE NEXT FEW STILL TO COME; THE
      * FILE IS KEYED BY DATE SO ONLY TODAY'S RECORDS ARE READ.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - READ THE QCT00001 COUNTERS INSTEAD OF
      *                     SCANNING STF00001; OVERDUE COLUMN
      *                     RETIRED TO SMB021.
      *  2026-10-15 MAINT - ON SHIFT COLUMN FROM THE PRS00001 ROSTER.
      *  2026-10-15 MAINT - OPEN VIP TICKET LINE FROM VIP00001.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - TODAY'S DESK VISITS FROM APT00001.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-T-OTHER                    PIC 9(05).
               10  WS-T-OVERDUE                  PIC 9(05).
       01  WS-Q-IDX                              PIC 9(02).
       01  WS-QM-REC.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  FILLER                            PIC X(22).
       01  WS-QM-DONE                            PIC X.
       01  WS-MEMBER-REC.
           05  MB-UID.
               10  MB-USERID7                    PIC X(07).
               10  FILLER                        PIC X(01).
           05  MB-REQ                            PIC X.
           05  MB-ADMN                           PIC X.
           05  MB-APP                            PIC X.
           05  MB-SP                             PIC X.
           05  MB-UPBY                           PIC X(08).
           05  MB-ACTIVE                         PIC X.
       01  WS-AVAIL-PARMS.
           05  AVL-USERID                        PIC X(07).
           05  AVL-DATE                          PIC X(08).
           05  AVL-HOUR                          PIC X(02).
           05  AVL-STATUS                        PIC X(01).
           05  AVL-UNTIL                         PIC X(08).
           05  AVL-RESP-CODE                     PIC S9(8) COMP.
       01  WS-ON-SHIFT-CNT                       PIC 9(03).
       01  WS-ON-SHIFT-Z                         PIC ZZ9.
       01  WS-ON-SHIFT-WHO.
           05  WS-ON-SHIFT-ID                    PIC X(08)
                                                   OCCURS 2 TIMES.
       01  WS-VIP-REC.
           05  VIP-TIX-ID                        PIC X(06).
           05  VIP-USER                          PIC X(07).
           05  VIP-QUEUE                         PIC X(10).
           05  VIP-DATE                          PIC X(10).
           05  FILLER                            PIC X(07).
       01  WS-VIP-KEY                            PIC X(06).
       01  WS-VIP-DONE                           PIC X.
       01  WS-VIP-CNT                            PIC 9(03).
       01  WS-VIP-Z                              PIC ZZ9.
       01  WS-VIP-LIST.
           05  WS-VIP-LIST-ID                    PIC X(07)
                                                   OCCURS 8 TIMES.
           COPY SMAPT.
       01  WS-APT-KEY                            PIC X(17).
       01  WS-APT-DONE                           PIC X.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-APT-BOOKED                         PIC 9(03).
       01  WS-APT-ATTENDED                       PIC 9(03).
       01  WS-APT-MISSED                         PIC 9(03).
       01  WS-APT-Z1                             PIC ZZ9.
       01  WS-APT-Z2                             PIC ZZ9.
       01  WS-APT-Z3                             PIC ZZ9.
       01  WS-APT-NEXT-CNT                       PIC 9(01).
       01  WS-APT-NEXT.
           05  WS-APT-NEXT-ONE                   PIC X(20)
                                                   OCCURS 3 TIMES.
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 12 TIMES.
       01  WS-DETAIL                             PIC X(80).
       01  WS-CNT-Z                              PIC ZZZZ9.
       01  WS-INVALID                            PIC X(14) VALUE
           COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(20).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM020P' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00' OR 'SM20'
               IF EIBCALEN NOT = +0
                   MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 600-BUILD-BOARD
               PERFORM 100-SEND-BOARD
           ELSE
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM20')
               COMMAREA(WS-COMMAREA)
                   LENGTH (+15)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           ELSE
               MOVE USERID3 TO WS-USERID1
           MOVE
           'QUEUE      CREATD  APPRVD  COMPLT  PENDCF  OTHER  OVRDUE'
               TO WS-SCREEN-LINE(2)
           MOVE 'ON SHIFT' TO WS-SCREEN-LINE(2)(57:8)
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 6
               PERFORM 650-COUNT-ON-SHIFT THRU 650-EXIT
               MOVE SPACES TO WS-DETAIL
               MOVE WS-QNM(WS-Q-IDX) TO WS-DETAIL(1:10)
               MOVE WS-T-CREATED(WS-Q-IDX) TO WS-CNT-Z
               MOVE WS-CNT-Z TO WS-DETAIL(43:5)
               MOVE WS-T-OVERDUE(WS-Q-IDX) TO WS-CNT-Z
               MOVE WS-CNT-Z TO WS-DETAIL(50:5)
               MOVE WS-ON-SHIFT-CNT TO WS-ON-SHIFT-Z
               MOVE WS-ON-SHIFT-Z TO WS-DETAIL(57:3)
               MOVE WS-ON-SHIFT-WHO TO WS-DETAIL(61:16)
               MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-Q-IDX + 2)
           END-PERFORM
           PERFORM 700-LIST-VIP THRU 700-EXIT
           PERFORM 800-LIST-VISITS THRU 800-EXIT
           MOVE 'ON SHIFT = QUEUE MEMBERS ON SHIFT AND NOT ABSENT NOW'
               TO WS-SCREEN-LINE(12).
       600-EXIT.
           EXIT.

       650-COUNT-ON-SHIFT.
           MOVE 0 TO WS-ON-SHIFT-CNT
           MOVE SPACES TO WS-ON-SHIFT-WHO
           MOVE 'N' TO WS-QM-DONE
           MOVE SPACES TO QM-KEY
           MOVE WS-QNM(WS-Q-IDX) TO QM-QUEUE
           EXEC CICS STARTBR FILE('QMF00001')
                RIDFLD (QM-KEY)
                KEYLENGTH(+18)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 650-EXIT
           END-IF
           PERFORM UNTIL WS-QM-DONE = 'Y'
               EXEC CICS READNEXT FILE('QMF00001')
                         INTO (WS-QM-REC)
                         RIDFLD (QM-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  QM-QUEUE NOT = WS-QNM(WS-Q-IDX)
                   MOVE 'Y' TO WS-QM-DONE
               ELSE
                   PERFORM 660-CHECK-MEMBER THRU 660-EXIT
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('QMF00001')
           END-EXEC.
       650-EXIT.
           EXIT.

       660-CHECK-MEMBER.
           MOVE SPACES TO WS-MEMBER-REC
           MOVE QM-USERID TO MB-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-MEMBER-REC)
               RIDFLD (MB-UID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              MB-ACTIVE = 'N' OR MB-SP NOT = 'Y'
               GO TO 660-EXIT
           END-IF
           MOVE SPACES TO WS-AVAIL-PARMS
           MOVE QM-USERID TO AVL-USERID
           EXEC CICS LINK PROGRAM('SM090P')
                COMMAREA(WS-AVAIL-PARMS)
                LENGTH(LENGTH OF WS-AVAIL-PARMS)
           END-EXEC
           IF AVL-STATUS NOT = 'A'
               GO TO 660-EXIT
           END-IF
           ADD 1 TO WS-ON-SHIFT-CNT
           IF WS-ON-SHIFT-CNT NOT > 2
               MOVE QM-USERID TO WS-ON-SHIFT-ID(WS-ON-SHIFT-CNT)
           END-IF.
       660-EXIT.
           EXIT.

      * OPEN VIP TICKETS - TRAINING-QUEUE PRACTICE TICKETS ARE LEFT
      * OUT THE SAME WAY 520 LEAVES THEM OFF THE COUNTS.
       700-LIST-VIP.
           MOVE 0 TO WS-VIP-CNT
           MOVE SPACES TO WS-VIP-LIST
           MOVE 'N' TO WS-VIP-DONE
           MOVE LOW-VALUES TO WS-VIP-KEY
           EXEC CICS STARTBR FILE('VIP00001')
                RIDFLD (WS-VIP-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-VIP-DONE
           END-IF
           PERFORM UNTIL WS-VIP-DONE = 'Y'
               EXEC CICS READNEXT FILE('VIP00001')
                         INTO (WS-VIP-REC)
                         RIDFLD (WS-VIP-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-VIP-DONE
               ELSE
                   PERFORM 710-CHECK-VIP-TIX THRU 710-EXIT
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('VIP00001')
                RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-VIP-CNT TO WS-VIP-Z
           MOVE SPACES TO WS-DETAIL
           STRING 'OPEN VIP ' WS-VIP-Z ': ' WS-VIP-LIST
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(9).
       700-EXIT.
           EXIT.

       710-CHECK-VIP-TIX.
           MOVE VIP-TIX-ID TO TIX-ID
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-REC)
               RIDFLD (TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-CANCELED OR
              TIX-STATUS = ST-REJECTED OR TIX-QUEUE = 'TRAINING'
               GO TO 710-EXIT
           END-IF
           ADD 1 TO WS-VIP-CNT
           IF WS-VIP-CNT NOT > 8
               MOVE TIX-ID TO WS-VIP-LIST-ID(WS-VIP-CNT)
           END-IF.
       710-EXIT.
           EXIT.

      * TODAY'S DESK VISITS - BOOKED (STILL TO BE MARKED), ATTENDED
      * AND MISSED, AND THE NEXT THREE BOOKED FROM THIS HOUR ON.
       800-LIST-VISITS.
           MOVE 0 TO WS-APT-BOOKED
           MOVE 0 TO WS-APT-ATTENDED
           MOVE 0 TO WS-APT-MISSED
           MOVE 0 TO WS-APT-NEXT-CNT
           MOVE SPACES TO WS-APT-NEXT
           MOVE 'N' TO WS-APT-DONE
           STRING WS-NOW-DATE(7:4) WS-NOW-DATE(1:2) WS-NOW-DATE(4:2)
               DELIMITED BY SIZE INTO WS-TODAY-YMD
           MOVE LOW-VALUES TO WS-APT-KEY
           MOVE WS-TODAY-YMD TO WS-APT-KEY(1:8)
           EXEC CICS STARTBR FILE('APT00001')
                RIDFLD (WS-APT-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-APT-DONE
           END-IF
           PERFORM UNTIL WS-APT-DONE = 'Y'
               EXEC CICS READNEXT FILE('APT00001')
                         INTO (APT-RECORD)
                         RIDFLD (WS-APT-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  APT-DATE NOT = WS-TODAY-YMD
                   MOVE 'Y' TO WS-APT-DONE
               ELSE
                   PERFORM 810-TALLY-VISIT THRU 810-EXIT
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('APT00001')
                RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-APT-BOOKED TO WS-APT-Z1
           MOVE WS-APT-ATTENDED TO WS-APT-Z2
           MOVE WS-APT-MISSED TO WS-APT-Z3
           MOVE SPACES TO WS-DETAIL
           STRING 'DESK VISITS TODAY  BOOKED ' WS-APT-Z1
                  '  ATTENDED ' WS-APT-Z2 '  MISSED ' WS-APT-Z3
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(10)
           MOVE SPACES TO WS-DETAIL
           IF WS-APT-NEXT-CNT = 0
               MOVE 'NEXT VISITS: NONE' TO WS-DETAIL
           ELSE
               STRING 'NEXT VISITS: ' WS-APT-NEXT
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(11).
       800-EXIT.
           EXIT.

       810-TALLY-VISIT.
           EVALUATE TRUE
               WHEN APT-ATTENDED
                   ADD 1 TO WS-APT-ATTENDED
               WHEN APT-NO-SHOW
                   ADD 1 TO WS-APT-MISSED
               WHEN OTHER
                   ADD 1 TO WS-APT-BOOKED
                   IF APT-HOUR NOT < WS-NOW-TIME(1:2) AND
                      WS-APT-NEXT-CNT < 3
                       ADD 1 TO WS-APT-NEXT-CNT
                       STRING APT-HOUR ':00 ' APT-PROVIDER ' '
                              APT-TIX-ID
                           DELIMITED BY SIZE
                           INTO WS-APT-NEXT-ONE(WS-APT-NEXT-CNT)
                   END-IF
           END-EVALUATE.
       810-EXIT.
           EXIT.
