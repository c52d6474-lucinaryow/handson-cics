      * REWRITES. EVERY TRANSFER WRITES A REASSIGNMENT ENTRY TO
      * STF00002 THROUGH SM009P AND NOTIFIES THE NEW OWNER THROUGH
      * THE SM011P PATH. THE SUCCESSOR MUST BE AN ACTIVE SERVICE
      * PROVIDER, AND MAY NOT BE ON LEAVE, TRAINING OR SICK TODAY
      * ON THE PRS00001 ROSTER (SEE SM090P) - BEING OFF SHIFT AT THE
      * MOMENT IS ALLOWED, SINCE THE WORK WILL WAIT FOR THE SHIFT.
      *
      * ANY CI THE CIC00001 CUSTODY FILE SHOWS THE LEAVER HOLDING
      * (SEE SMCIC) GOES ON ONE ASSET-RETURN TICKET TO THE DESKSIDE
      * QUEUE, RAISED FOR THE LEAVER'S SUPERVISOR THE SAME WAY THE
      * SMB037 HR FEED DOES IT. AN ASSET ALREADY ON A RETURN TICKET
      * IS NOT ASKED BACK TWICE.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - REFUSE A SUCCESSOR ABSENT ON THE ROSTER.
      *  2026-10-15 MAINT - ASSET-RETURN TICKET FOR THE LEAVER'S CIS.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-XFER-IDX                           PIC 9(03).
       01  WS-XFER-DONE-CNT                      PIC 9(03).
       01  WS-XFER-DONE-D                        PIC ZZ9.
      * ASSET RETURN - WHAT THE LEAVER HOLDS, FROM CIC00001.
           COPY SMCIC.
       01  WS-CIC-BR-KEY                         PIC X(08).
       01  WS-CIC-DONE                           PIC X.
       01  WS-CIC-RESP                           PIC S9(8) COMP.
       01  WS-AST-TABLE.
           05  WS-AST-CI                         PIC X(08)
                                                   OCCURS 50 TIMES.
       01  WS-AST-USED                           PIC 9(03).
       01  WS-AST-IX                             PIC 9(03).
       01  WS-AST-USED-D                         PIC ZZ9.
       01  WS-AST-DESC-POS                       PIC 9(03).
       01  WS-AST-TIX-ID                         PIC X(06).
       01  WS-REPLY-PTR                          PIC 9(03).
       01  WS-RETURN-QUEUE                       PIC X(10) VALUE
           'DESKSIDE'.
       01  WS-RETURN-CATEGORY                    PIC X(10) VALUE
           'ASSETRTN'.
       01  WS-LEAVER-REC.
           05  LEAVER-UID.
               10  LEAVER-USERID7                PIC X(7).
               10  FILLER                        PIC X.
           05  FILLER                            PIC X(13).
           05  FILLER                            PIC X(24).
           05  LEAVER-SUPER                      PIC X(07).
       01  WS-CTL-KEY                            PIC X(06) VALUE
           'TICKET'.
       01  WS-CTL-REC.
           05  WS-CTL-REC-KEY                    PIC X(06).
           05  WS-CTL-NEXT-NUM                   PIC 9(06).
       01  WS-CTL-NUM-X                          PIC 9(06).
       01  WS-DESC-CONT.
           05  DESC-TIX-ID.
               10  DESC-TIX-ID1                  PIC X(6).
               10  DESC-LINE-NUM                 PIC 9(3).
           05  DESC-TEXT                         PIC X(40).
       01  WS-CI-REC.
           05  CI-ID                             PIC X(08).
           05  CI-DESC                           PIC X(30).
           05  FILLER                            PIC X(42).
      * FORWARD-RECOVERY JOURNALING - SEE SM047P.
       01  WS-JRN-PARMS.
           05  JLK-ACTION                         PIC X(01).
           05  GTE-SET-STAMP                      PIC X(14).
           05  FILLER                             PIC X(04).
       01  WS-GTE-RESP                            PIC S9(8) COMP.
      * ROSTER AVAILABILITY - SEE SM090P.
       01  WS-AVAIL-PARMS.
           05  AVL-USERID                         PIC X(07).
           05  AVL-DATE                           PIC X(08).
           05  AVL-HOUR                           PIC X(02).
           05  AVL-STATUS                         PIC X(01).
           05  AVL-UNTIL                          PIC X(08).
           05  AVL-RESP-CODE                      PIC S9(8) COMP.
       01  WS-AVAIL-TEXT                          PIC X(12).
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
           05  FILLER                             PIC X.
       01  WS-TRM-DENIED                          PIC X(34) VALUE
           'THIS TERMINAL MAY NOT RUN ADMIN TX'.
           COPY SMMTP.
       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
      *
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'UA004P' TO MTP-PROGRAM
           PERFORM 050-CHECK-TERMINAL THRU 050-EXIT
           PERFORM 100-CHECK-ROLE
           PERFORM 120-CHECK-BATCH-GATE THRU 120-EXIT
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-SUCC NOT = '*'
               PERFORM 300-VALIDATE-SUCCESSOR THRU 300-EXIT
           END-IF
           PERFORM 400-COLLECT-TICKETS
           PERFORM 600-RAISE-ASSET-RETURN THRU 600-EXIT
           IF WS-XFER-USED = 0
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-LEAVER ' HAS NO OPEN ASSIGNED TICKETS'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 790-NOTE-ASSET-RETURN
               PERFORM 800-REPLY
           END-IF
           PERFORM 500-TRANSFER-TICKETS
                      WS-ARG-SUCC
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 790-NOTE-ASSET-RETURN
           PERFORM 800-REPLY.
       000-EXIT.
           EXIT.
                   LENGTH (+34)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       050-EXIT.
                   LENGTH (+15)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       100-EXIT.
                      ' IS NOT AN ACTIVE SERVICE PROVIDER'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-AVAIL-PARMS
           MOVE WS-ARG-SUCC TO AVL-USERID
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
               WHEN OTHER
                   GO TO 300-EXIT
           END-EVALUATE
           MOVE SPACES TO WS-REPLY
           STRING 'SUCCESSOR ' WS-ARG-SUCC ' IS ' DELIMITED BY SIZE
                  WS-AVAIL-TEXT DELIMITED BY '  '
                  ' UNTIL ' AVL-UNTIL ' - CHOOSE ANOTHER'
                      DELIMITED BY SIZE
               INTO WS-REPLY
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

       550-EXIT.
           EXIT.

      *****************************************************************
      * ASSET RETURN - ONE DESKSIDE TICKET LISTING THE CIS THE LEAVER
      * STILL HOLDS: THE FIRST FEW IN TIX-DESC, ALL OF THEM ONE PER
      * STF00004 CONTINUATION LINE. EACH CUSTODY RECORD IS MARKED
      * WITH THE TICKET SO A LATER RUN DOES NOT ASK FOR IT AGAIN.
      *****************************************************************
       600-RAISE-ASSET-RETURN.
           MOVE 0 TO WS-AST-USED
           MOVE SPACES TO WS-AST-TIX-ID
           MOVE LOW-VALUES TO WS-CIC-BR-KEY
           MOVE 'N' TO WS-CIC-DONE
           EXEC CICS STARTBR FILE('CIC00001')
               RIDFLD (WS-CIC-BR-KEY)
               GTEQ
               RESP(WS-CIC-RESP)
           END-EXEC
           IF WS-CIC-RESP NOT = DFHRESP(NORMAL)
               GO TO 600-EXIT
           END-IF
           PERFORM UNTIL WS-CIC-DONE = 'Y'
               EXEC CICS READNEXT FILE('CIC00001')
                   INTO (CIC-RECORD)
                   RIDFLD (WS-CIC-BR-KEY)
                   RESP(WS-CIC-RESP)
               END-EXEC
               IF WS-CIC-RESP NOT = DFHRESP(NORMAL) OR
                  WS-AST-USED = 50
                   MOVE 'Y' TO WS-CIC-DONE
               ELSE
                   IF CIC-CUSTODIAN = WS-ARG-LEAVER AND
                      CIC-RETURN-TIX = SPACES
                       ADD 1 TO WS-AST-USED
                       MOVE CIC-CI-ID TO WS-AST-CI(WS-AST-USED)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('CIC00001') END-EXEC
           IF WS-AST-USED = 0
               GO TO 600-EXIT
           END-IF
           EXEC CICS
               READ FILE('STF00003')
               INTO (WS-CTL-REC)
               RIDFLD (WS-CTL-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 600-EXIT
           END-IF
           ADD 1 TO WS-CTL-NEXT-NUM
           EXEC CICS
               REWRITE FILE('STF00003')
               FROM (WS-CTL-REC)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 600-EXIT
           END-IF
           MOVE WS-CTL-NEXT-NUM TO WS-CTL-NUM-X
           MOVE SPACES TO WS-LEAVER-REC
           MOVE WS-ARG-LEAVER TO LEAVER-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-LEAVER-REC)
               RIDFLD (LEAVER-UID)
               RESP(WS-CIC-RESP)
               EQUAL
           END-EXEC
           IF WS-CIC-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO LEAVER-SUPER
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               DATESEP  ('/')
               MMDDYYYY (WS-NOW-DATE)
               TIME     (WS-NOW-TIME)
               TIMESEP  (':')
           END-EXEC
           MOVE WS-AST-USED TO WS-AST-USED-D
           MOVE SPACES TO WS-TIX-REC
           MOVE WS-CTL-NUM-X TO TIX-ID
           IF LEAVER-SUPER NOT = SPACES
               MOVE LEAVER-SUPER TO TIX-REQUESTOR
           ELSE
               MOVE USERID3 TO TIX-REQUESTOR
           END-IF
           MOVE 'CREATED' TO TIX-STATUS
           STRING 'ASSET RETURN - ' WS-ARG-LEAVER
               DELIMITED BY SIZE INTO TIX-TITLE
           STRING 'LEAVER ' WS-ARG-LEAVER ' HOLDS ' WS-AST-USED-D
                  ' ASSET(S) - COLLECT:'
               DELIMITED BY SIZE INTO TIX-DESC
           MOVE 46 TO WS-AST-DESC-POS
           PERFORM VARYING WS-AST-IX FROM 1 BY 1
                   UNTIL WS-AST-IX > WS-AST-USED OR
                         WS-AST-DESC-POS > 92
               MOVE WS-AST-CI(WS-AST-IX)
                   TO TIX-DESC(WS-AST-DESC-POS:8)
               ADD 9 TO WS-AST-DESC-POS
           END-PERFORM
           MOVE WS-NOW-DATE TO LAST-UPDATE-DATE
           MOVE WS-NOW-TIME TO LAST-UPDATE-TIME
           MOVE USERID3 TO UPDBY2
           MOVE 'ASSET RETURN RAISED FOR LEAVER' TO LAST-UPDATE-REM
           MOVE 'M' TO TIX-PRIORITY
           MOVE WS-RETURN-CATEGORY TO TIX-CATEGORY
           MOVE WS-RETURN-QUEUE TO TIX-QUEUE
           EXEC CICS
               WRITE FILE('STF00001')
               FROM (WS-TIX-REC)
               RIDFLD (TIX-ID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 600-EXIT
           END-IF
           MOVE TIX-ID TO WS-AST-TIX-ID
           MOVE 'C' TO JLK-ACTION
           MOVE TIX-ID TO JLK-TIX-ID
           MOVE SPACES TO JLK-BEFORE
           MOVE SPACES TO JLK-AFTER
           MOVE WS-TIX-REC TO JLK-AFTER
           EXEC CICS LINK PROGRAM('SM047P')
                COMMAREA(WS-JRN-PARMS)
                LENGTH(LENGTH OF WS-JRN-PARMS)
           END-EXEC
           MOVE TIX-ID TO LK-TIX-ID
           MOVE WS-NOW-DATE TO LK-UPDATE-DATE
           MOVE WS-NOW-TIME TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           MOVE LAST-UPDATE-REM TO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           PERFORM VARYING WS-AST-IX FROM 1 BY 1
                   UNTIL WS-AST-IX > WS-AST-USED
               PERFORM 650-LIST-ONE-ASSET THRU 650-EXIT
           END-PERFORM
           MOVE TIX-ID TO NLK-TIX-ID
           MOVE TIX-REQUESTOR TO NLK-REQUESTOR
           MOVE TIX-STATUS TO NLK-STATUS
           MOVE WS-NOW-DATE TO NLK-NOTIFY-DATE
           MOVE WS-NOW-TIME TO NLK-NOTIFY-TIME
           EXEC CICS LINK PROGRAM('SM011P')
                COMMAREA(WS-NOTIFY-PARMS)
                LENGTH(LENGTH OF WS-NOTIFY-PARMS)
           END-EXEC.
       600-EXIT.
           EXIT.

       650-LIST-ONE-ASSET.
           MOVE SPACES TO WS-DESC-CONT
           MOVE WS-AST-TIX-ID TO DESC-TIX-ID1
           MOVE WS-AST-IX TO DESC-LINE-NUM
           MOVE WS-AST-CI(WS-AST-IX) TO DESC-TEXT(1:8)
           MOVE WS-AST-CI(WS-AST-IX) TO CI-ID
           EXEC CICS
               READ FILE('CIF00001')
               INTO (WS-CI-REC)
               RIDFLD (CI-ID)
               RESP(WS-CIC-RESP)
               EQUAL
           END-EXEC
           IF WS-CIC-RESP = DFHRESP(NORMAL)
               MOVE CI-DESC TO DESC-TEXT(10:30)
           END-IF
           EXEC CICS
               WRITE FILE('STF00004')
               FROM (WS-DESC-CONT)
               RIDFLD (DESC-TIX-ID)
               RESP(WS-CIC-RESP)
           END-EXEC
           MOVE WS-AST-CI(WS-AST-IX) TO CIC-CI-ID
           EXEC CICS
               READ FILE('CIC00001')
               INTO (CIC-RECORD)
               RIDFLD (CIC-CI-ID)
               UPDATE
               RESP(WS-CIC-RESP)
           END-EXEC
           IF WS-CIC-RESP NOT = DFHRESP(NORMAL)
               GO TO 650-EXIT
           END-IF
           MOVE WS-AST-TIX-ID TO CIC-RETURN-TIX
           EXEC CICS
               REWRITE FILE('CIC00001')
               FROM (CIC-RECORD)
               RESP(WS-CIC-RESP)
           END-EXEC.
       650-EXIT.
           EXIT.

       790-NOTE-ASSET-RETURN.
           IF WS-AST-TIX-ID NOT = SPACES
               MOVE 37 TO WS-REPLY-PTR
               STRING '; ASSET RETURN ' WS-AST-TIX-ID ' ('
                      WS-AST-USED-D ')'
                   DELIMITED BY SIZE INTO WS-REPLY
                   WITH POINTER WS-REPLY-PTR
           END-IF.
       790-EXIT.
           EXIT.

       800-REPLY.
           EXEC CICS SEND TEXT
               FROM (WS-REPLY)
               LENGTH (LENGTH OF WS-REPLY)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       800-EXIT.
           EXIT.
