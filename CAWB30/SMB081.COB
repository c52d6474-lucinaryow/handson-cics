       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB081.
      *
      * QUEUE SPELL BUILDER FOR THE OLA JOBS. CALLED WITH THE SMOLS
      * AREA BY SMB082 (WARNING SWEEP) AND SMB083 (MONTHLY REPORT)
      * SO BOTH MEASURE A TICKET'S TIME IN EACH QUEUE THE SAME WAY.
      * THE INPUT FILES ARE OPENED ON THE FIRST CALL AND HELD OPEN
      * UNTIL OLS-CLOSE, THE WAY SMB080 HOLDS ACH00001.
      *
      * A TICKET'S QUEUE AND STATUS HISTORY IS REPLAYED FROM TWO
      * SOURCES, MERGED IN TIME ORDER:
      *   AUD00001  'QUEUE' AND 'STATUS' FIELD DELTAS (SM047P ONLINE
      *             AND THE BATCH WRITERS), THE FIRST DELTA OF EACH
      *             ALSO GIVING THE VALUE THE TICKET STARTED WITH;
      *   STF00002  THE FIRST ENTRY (WHEN THE TICKET WAS RAISED),
      *             REASSIGNMENT ENTRIES NAMING '... TO QUEUE XXXX'
      *             (SM057P BULK MOVES, TIER ESCALATIONS), AND THE
      *             'PLACED ON HOLD'/'HOLD RELEASED' MARKERS.
      * A REASSIGNMENT SEEN IN BOTH IS THE SAME HANDOFF AND COUNTS
      * ONCE. A SPELL ENDS WHEN THE TICKET MOVES TO ANOTHER QUEUE OR
      * REACHES PENDCONF, COMPLETED, CLOSED, REJECTED OR CANCELED; A
      * REOPENED TICKET STARTS A NEW SPELL IN ITS QUEUE. THE CLOCK IS
      * STOPPED WHILE THE TICKET IS ONHOLD, VENDPEND OR WAITING (A
      * BUNDLE ITEM NOBODY CAN WORK YET - SEE SMSTAT).
      *
      * TIME IS BUSINESS MINUTES ON THE QUEUE'S SCH00001 SUPPORT
      * SCHEDULE, OR THE CAL00001 SITE CALENDAR FOR A QUEUE WITH
      * NONE - SM013P'S RULES, TAKEN TO THE MINUTE AT BOTH ENDS.
      * HISTORY OLDER THAN THE FIELD AUDIT HAS NO DELTAS, SO SUCH A
      * TICKET IS MEASURED AS ONE SPELL IN ITS CURRENT QUEUE.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OLA00001-FILE ASSIGN TO OLA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OLA-QUEUE
               FILE STATUS IS WS-OLA-STATUS.
           SELECT SCH00001-FILE ASSIGN TO SCH00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCH-STATUS.
           SELECT CAL00001-FILE ASSIGN TO CAL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-RECORD.
           05  LOG-TIX-ID.
               10  LOG-TIX-ID1                   PIC X(6).
               10  LOG-SEQ-NUM                   PIC 9(5).
           05  LOG-LAST-UPDATE.
               10  LOG-LAST-UPDATE-DATE          PIC X(10).
               10  LOG-LAST-UPDATE-TIME          PIC X(10).
           05  LOG-UPDATED-BY.
               10  LOG-UPDBY2                    PIC X(7).
               10  FILLER                        PIC X.
           05  LOG-LAST-UPDATE-REM               PIC X(50).

       FD  AUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-RECORD.
           05  AUD-KEY.
               10  AUD-TIX-ID                    PIC X(06).
               10  AUD-SEQ                       PIC 9(05).
           05  AUD-FIELD                         PIC X(12).
           05  AUD-BEFORE                        PIC X(50).
           05  AUD-AFTER                         PIC X(50).
           05  AUD-BY                            PIC X(07).
           05  AUD-DATE                          PIC X(08).
           05  AUD-TIME                          PIC X(06).
           05  FILLER                            PIC X(06).

       FD  OLA00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMOLA.

       FD  SCH00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMSCH.

       FD  CAL00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAL-RECORD.
           05  CAL-KEY                           PIC X(08).
           05  CAL-TYPE                          PIC X(01).
           05  CAL-OPEN-HH                       PIC 9(02).
           05  CAL-CLOSE-HH                      PIC 9(02).
           05  CAL-DESC                          PIC X(20).
           05  FILLER                            PIC X(07).

       WORKING-STORAGE SECTION.
           COPY SMSTAT.
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
       01  WS-OLA-STATUS                         PIC X(02).
       01  WS-SCH-STATUS                         PIC X(02).
       01  WS-CAL-STATUS                         PIC X(02).
       01  WS-FILES-OPEN                         PIC X VALUE 'N'.
       01  WS-OLA-OPEN                           PIC X VALUE 'N'.
       01  WS-SCH-OPEN                           PIC X VALUE 'N'.
       01  WS-CAL-OPEN                           PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.

      * EVENTS GATHERED FOR ONE TICKET, EACH SOURCE IN ITS OWN KEY
      * (AND SO TIME) ORDER. TYPE 'Q' NEW QUEUE, 'S' NEW STATUS,
      * 'H' HOLD MARKER, 'R' HOLD RELEASED.
       01  WS-EV-MAX                             PIC 9(03) VALUE 200.
       01  WS-LEV-TBL.
           05  WS-LEV OCCURS 200 TIMES.
               10  WS-LEV-STAMP                  PIC X(14).
               10  WS-LEV-TYPE                   PIC X(01).
               10  WS-LEV-VALUE                  PIC X(10).
       01  WS-LEV-USED                           PIC 9(03).
       01  WS-AEV-TBL.
           05  WS-AEV OCCURS 200 TIMES.
               10  WS-AEV-STAMP                  PIC X(14).
               10  WS-AEV-TYPE                   PIC X(01).
               10  WS-AEV-VALUE                  PIC X(10).
       01  WS-AEV-USED                           PIC 9(03).
       01  WS-LX                                 PIC 9(03).
       01  WS-AX                                 PIC 9(03).
       01  WS-EV-STAMP                           PIC X(14).
       01  WS-EV-TYPE                            PIC X(01).
       01  WS-EV-VALUE                           PIC X(10).
       01  WS-REM-HEAD                           PIC X(50).
       01  WS-REM-TAIL                           PIC X(50).
       01  WS-REM-PARTS                          PIC 9(02).

      * REPLAY STATE.
       01  WS-OPEN-STAMP                         PIC X(14).
       01  WS-INIT-QUEUE                         PIC X(10).
       01  WS-INIT-STATUS                        PIC X(10).
       01  WS-CUR-QUEUE                          PIC X(10).
       01  WS-IN-SPELL                           PIC X.
       01  WS-SP-IX                              PIC 9(03).
       01  WS-SEG-START                          PIC X(14).
       01  WS-HOLD-SW                            PIC X.
       01  WS-VEND-SW                            PIC X.
       01  WS-WAIT-SW                            PIC X.
       01  WS-RESOLVED-SW                        PIC X.
       01  WS-TEST-STATUS                        PIC X(10).
       01  WS-TEST-RESOLVED                      PIC X.
       01  WS-IX                                 PIC 9(03).

      * BUSINESS-MINUTE ARITHMETIC.
       01  WS-FROM-STAMP.
           05  WS-FROM-YMD                       PIC 9(08).
           05  WS-FROM-HH                        PIC 9(02).
           05  WS-FROM-MI                        PIC 9(02).
           05  FILLER                            PIC X(02).
       01  WS-TO-STAMP.
           05  WS-TO-YMD                         PIC 9(08).
           05  WS-TO-HH                          PIC 9(02).
           05  WS-TO-MI                          PIC 9(02).
           05  FILLER                            PIC X(02).
       01  WS-FROM-INT                           PIC 9(09).
       01  WS-TO-INT                             PIC 9(09).
       01  WS-WALK-INT                           PIC 9(09).
       01  WS-WALK-YMD-X                         PIC X(08).
       01  WS-WALK-YMD REDEFINES WS-WALK-YMD-X   PIC 9(08).
       01  WS-FROM-MIN                           PIC 9(04).
       01  WS-TO-MIN                             PIC 9(04).
       01  WS-LO-MIN                             PIC 9(04).
       01  WS-HI-MIN                             PIC 9(04).
       01  WS-DOW                                PIC 9(01).
       01  WS-DAY-OPEN                           PIC 9(02).
       01  WS-DAY-CLOSE                          PIC 9(02).
       01  WS-DAY-CLOSED                         PIC X.
       01  WS-BUS-OPEN-HOUR                      PIC 9(02) VALUE 08.
       01  WS-BUS-CLOSE-HOUR                     PIC 9(02) VALUE 17.

      * THE SCHEDULE OF THE LAST QUEUE MEASURED IS KEPT, SINCE MOST
      * SPELLS OF A RUN FALL IN A HANDFUL OF QUEUES.
       01  WS-SCH-QUEUE                          PIC X(10) VALUE
           LOW-VALUES.
       01  WS-ON-SCHEDULE                        PIC X VALUE 'N'.
       01  WS-SCH-NAME                           PIC X(08).
       01  WS-SCH-WEEK.
           05  WS-SCH-DAY OCCURS 7 TIMES.
               10  WS-SCHW-OPEN                  PIC 9(02).
               10  WS-SCHW-CLOSE                 PIC 9(02).
       01  WS-SCH-SITE-HOL                       PIC X.

       01  WS-TARGET-MIN                         PIC 9(07).
       01  WS-WARN-MIN                           PIC 9(09).

       LINKAGE SECTION.
       01  SLK-PARMS.
           05  SLK-FUNCTION                      PIC X(01).
               88  SLK-BUILD                     VALUE 'S'.
               88  SLK-CLOSE                     VALUE 'C'.
           05  SLK-TIX-ID                        PIC X(06).
           05  SLK-CUR-QUEUE                     PIC X(10).
           05  SLK-CUR-STATUS                    PIC X(10).
           05  SLK-AS-OF                         PIC X(14).
           05  SLK-RESULT                        PIC X(02).
           05  SLK-TRUNCATED                     PIC X(01).
           05  SLK-SPELL-COUNT                   PIC 9(03).
           05  SLK-SPELL OCCURS 40 TIMES.
               10  SLK-SP-QUEUE                  PIC X(10).
               10  SLK-SP-NEXT                   PIC X(10).
               10  SLK-SP-START                  PIC X(14).
               10  SLK-SP-END                    PIC X(14).
               10  SLK-SP-MINUTES                PIC 9(07).
               10  SLK-SP-TARGET                 PIC 9(04).
               10  SLK-SP-WARN-PCT               PIC 9(03).
               10  SLK-SP-PAUSED                 PIC X(01).
               10  SLK-SP-STATE                  PIC X(01).
      *
       PROCEDURE DIVISION USING SLK-PARMS.
       000-MAINLINE.
           IF SLK-CLOSE
               PERFORM 900-CLOSE-FILES THRU 900-EXIT
               MOVE '00' TO SLK-RESULT
               GOBACK
           END-IF
           MOVE 'NF' TO SLK-RESULT
           MOVE 'N' TO SLK-TRUNCATED
           MOVE 0 TO SLK-SPELL-COUNT
           IF NOT SLK-BUILD
               GOBACK
           END-IF
           PERFORM 100-OPEN-FILES THRU 100-EXIT
           IF WS-FILES-OPEN NOT = 'Y'
               GOBACK
           END-IF
           PERFORM 200-LOAD-LOG THRU 200-EXIT
           PERFORM 250-LOAD-AUDIT THRU 250-EXIT
           IF WS-OPEN-STAMP = SPACES
               GOBACK
           END-IF
           PERFORM 300-REPLAY THRU 300-EXIT
           PERFORM 500-RATE-SPELLS THRU 500-EXIT
           MOVE '00' TO SLK-RESULT
           GOBACK.
       000-EXIT.
           EXIT.

      * STF00002 AND AUD00001 MUST BE THERE. THE OLA, SCHEDULE AND
      * CALENDAR FILES ARE OPTIONAL - WITHOUT THEM NO QUEUE HAS AN
      * OLA, OR EVERY QUEUE KEEPS THE 08:00-17:00 WEEKDAY DEFAULT.
       100-OPEN-FILES.
           IF WS-FILES-OPEN = 'Y'
               GO TO 100-EXIT
           END-IF
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB081 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 100-EXIT
           END-IF
           OPEN INPUT AUD00001-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'SMB081 - UNABLE TO OPEN AUD00001, STATUS = '
                   WS-AUD-STATUS
               CLOSE STF00002-FILE
               GO TO 100-EXIT
           END-IF
           OPEN INPUT OLA00001-FILE
           IF WS-OLA-STATUS = '00'
               MOVE 'Y' TO WS-OLA-OPEN
           END-IF
           OPEN INPUT SCH00001-FILE
           IF WS-SCH-STATUS = '00'
               MOVE 'Y' TO WS-SCH-OPEN
           END-IF
           OPEN INPUT CAL00001-FILE
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-OPEN
               PERFORM 110-LOAD-DEFAULT-HOURS THRU 110-EXIT
           END-IF
           MOVE 'Y' TO WS-FILES-OPEN.
       100-EXIT.
           EXIT.

      * THE CALENDAR'S DEFAULT RECORD, AS SM013P READS IT.
       110-LOAD-DEFAULT-HOURS.
           MOVE 'DEFAULT' TO CAL-KEY
           READ CAL00001-FILE
               INVALID KEY
                   GO TO 110-EXIT
           END-READ
           IF CAL-OPEN-HH NUMERIC AND CAL-CLOSE-HH NUMERIC AND
              CAL-OPEN-HH < CAL-CLOSE-HH
               MOVE CAL-OPEN-HH TO WS-BUS-OPEN-HOUR
               MOVE CAL-CLOSE-HH TO WS-BUS-CLOSE-HOUR
           END-IF.
       110-EXIT.
           EXIT.

      *****************************************************************
      * GATHER THE TICKET'S HISTORY
      *****************************************************************
       200-LOAD-LOG.
           MOVE 0 TO WS-LEV-USED
           MOVE SPACES TO WS-OPEN-STAMP
           MOVE SLK-TIX-ID TO LOG-TIX-ID1
           MOVE 0 TO LOG-SEQ-NUM
           START STF00002-FILE KEY IS NOT LESS THAN LOG-TIX-ID
               INVALID KEY
                   GO TO 200-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF LOG-TIX-ID1 NOT = SLK-TIX-ID
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 210-LOG-EVENT THRU 210-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       210-LOG-EVENT.
           MOVE SPACES TO WS-EV-STAMP
           STRING LOG-LAST-UPDATE-DATE(7:4) LOG-LAST-UPDATE-DATE(1:2)
                  LOG-LAST-UPDATE-DATE(4:2) LOG-LAST-UPDATE-TIME(1:2)
                  LOG-LAST-UPDATE-TIME(4:2) LOG-LAST-UPDATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-EV-STAMP
           IF WS-EV-STAMP NOT NUMERIC
               GO TO 210-EXIT
           END-IF
           IF WS-OPEN-STAMP = SPACES
               MOVE WS-EV-STAMP TO WS-OPEN-STAMP
           END-IF
           MOVE SPACES TO WS-EV-TYPE
           MOVE SPACES TO WS-EV-VALUE
           IF LOG-LAST-UPDATE-REM(1:14) = 'PLACED ON HOLD'
               MOVE 'H' TO WS-EV-TYPE
           END-IF
           IF LOG-LAST-UPDATE-REM(1:13) = 'HOLD RELEASED'
               MOVE 'R' TO WS-EV-TYPE
           END-IF
           IF WS-EV-TYPE = SPACES
               MOVE SPACES TO WS-REM-HEAD
               MOVE SPACES TO WS-REM-TAIL
               MOVE 0 TO WS-REM-PARTS
               UNSTRING LOG-LAST-UPDATE-REM DELIMITED BY 'TO QUEUE '
                   INTO WS-REM-HEAD WS-REM-TAIL
                   TALLYING IN WS-REM-PARTS
               END-UNSTRING
               IF WS-REM-PARTS > 1 AND WS-REM-TAIL NOT = SPACES
                   UNSTRING WS-REM-TAIL DELIMITED BY SPACE
                       INTO WS-EV-VALUE
                   END-UNSTRING
                   MOVE 'Q' TO WS-EV-TYPE
               END-IF
           END-IF
           IF WS-EV-TYPE = SPACES OR WS-LEV-USED NOT < WS-EV-MAX
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-LEV-USED
           MOVE WS-EV-STAMP TO WS-LEV-STAMP(WS-LEV-USED)
           MOVE WS-EV-TYPE TO WS-LEV-TYPE(WS-LEV-USED)
           MOVE WS-EV-VALUE TO WS-LEV-VALUE(WS-LEV-USED).
       210-EXIT.
           EXIT.

       250-LOAD-AUDIT.
           MOVE 0 TO WS-AEV-USED
           MOVE SPACES TO WS-INIT-QUEUE
           MOVE SPACES TO WS-INIT-STATUS
           MOVE SLK-TIX-ID TO AUD-TIX-ID
           MOVE 0 TO AUD-SEQ
           START AUD00001-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   GO TO 250-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AUD-TIX-ID NOT = SLK-TIX-ID
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 260-AUDIT-EVENT THRU 260-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       250-EXIT.
           EXIT.

       260-AUDIT-EVENT.
           IF AUD-FIELD NOT = 'QUEUE' AND AUD-FIELD NOT = 'STATUS'
               GO TO 260-EXIT
           END-IF
           MOVE SPACES TO WS-EV-STAMP
           STRING AUD-DATE AUD-TIME
               DELIMITED BY SIZE INTO WS-EV-STAMP
           IF WS-EV-STAMP NOT NUMERIC
               GO TO 260-EXIT
           END-IF
           IF WS-OPEN-STAMP = SPACES
               MOVE WS-EV-STAMP TO WS-OPEN-STAMP
           END-IF
           IF AUD-FIELD = 'QUEUE'
               MOVE 'Q' TO WS-EV-TYPE
               IF WS-INIT-QUEUE = SPACES
                   MOVE AUD-BEFORE(1:10) TO WS-INIT-QUEUE
               END-IF
           ELSE
               MOVE 'S' TO WS-EV-TYPE
               IF WS-INIT-STATUS = SPACES
                   MOVE AUD-BEFORE(1:10) TO WS-INIT-STATUS
               END-IF
           END-IF
           IF WS-AEV-USED NOT < WS-EV-MAX
               GO TO 260-EXIT
           END-IF
           ADD 1 TO WS-AEV-USED
           MOVE WS-EV-STAMP TO WS-AEV-STAMP(WS-AEV-USED)
           MOVE WS-EV-TYPE TO WS-AEV-TYPE(WS-AEV-USED)
           MOVE AUD-AFTER(1:10) TO WS-AEV-VALUE(WS-AEV-USED).
       260-EXIT.
           EXIT.

      *****************************************************************
      * REPLAY THE HISTORY INTO SPELLS
      *****************************************************************
       300-REPLAY.
           IF WS-INIT-QUEUE = SPACES
               MOVE SLK-CUR-QUEUE TO WS-INIT-QUEUE
           END-IF
           IF WS-INIT-STATUS = SPACES
               MOVE SLK-CUR-STATUS TO WS-INIT-STATUS
           END-IF
           MOVE WS-INIT-QUEUE TO WS-CUR-QUEUE
           MOVE 'N' TO WS-IN-SPELL
           MOVE WS-OPEN-STAMP TO WS-SEG-START
           MOVE WS-OPEN-STAMP TO WS-EV-STAMP
      * STARTING FROM 'RESOLVED' LETS 350 OPEN THE FIRST SPELL.
           MOVE 'Y' TO WS-RESOLVED-SW
           MOVE WS-INIT-STATUS TO WS-TEST-STATUS
           PERFORM 350-SET-STATUS THRU 350-EXIT
           MOVE 1 TO WS-LX
           MOVE 1 TO WS-AX
           PERFORM 310-NEXT-EVENT THRU 310-EXIT
               UNTIL WS-LX > WS-LEV-USED AND WS-AX > WS-AEV-USED
           IF WS-IN-SPELL = 'Y'
               MOVE SLK-AS-OF TO WS-EV-STAMP
               PERFORM 400-ACCRUE THRU 400-EXIT
               MOVE SPACES TO SLK-SP-NEXT(WS-SP-IX)
               MOVE SPACES TO SLK-SP-END(WS-SP-IX)
               IF WS-HOLD-SW = 'Y' OR WS-VEND-SW = 'Y' OR
                  WS-WAIT-SW = 'Y'
                   MOVE 'Y' TO SLK-SP-PAUSED(WS-SP-IX)
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

      * TAKES THE EARLIER OF THE TWO SOURCES' NEXT EVENTS (THE
      * AUDIT DELTA ON A TIE), ACCRUES THE SPELL UP TO IT, THEN
      * APPLIES IT.
       310-NEXT-EVENT.
           IF WS-LX > WS-LEV-USED OR
              (WS-AX NOT > WS-AEV-USED AND
               WS-AEV-STAMP(WS-AX) NOT > WS-LEV-STAMP(WS-LX))
               MOVE WS-AEV-STAMP(WS-AX) TO WS-EV-STAMP
               MOVE WS-AEV-TYPE(WS-AX) TO WS-EV-TYPE
               MOVE WS-AEV-VALUE(WS-AX) TO WS-EV-VALUE
               ADD 1 TO WS-AX
           ELSE
               MOVE WS-LEV-STAMP(WS-LX) TO WS-EV-STAMP
               MOVE WS-LEV-TYPE(WS-LX) TO WS-EV-TYPE
               MOVE WS-LEV-VALUE(WS-LX) TO WS-EV-VALUE
               ADD 1 TO WS-LX
           END-IF
           IF WS-IN-SPELL = 'Y'
               PERFORM 400-ACCRUE THRU 400-EXIT
           END-IF
           MOVE WS-EV-STAMP TO WS-SEG-START
           EVALUATE WS-EV-TYPE
               WHEN 'Q'
                   PERFORM 320-CHANGE-QUEUE THRU 320-EXIT
               WHEN 'S'
                   MOVE WS-EV-VALUE TO WS-TEST-STATUS
                   PERFORM 350-SET-STATUS THRU 350-EXIT
               WHEN 'H'
                   MOVE 'Y' TO WS-HOLD-SW
               WHEN 'R'
                   MOVE 'N' TO WS-HOLD-SW
           END-EVALUATE.
       310-EXIT.
           EXIT.

      * A MOVE TO THE QUEUE THE TICKET IS ALREADY IN IS THE SECOND
      * RECORD OF A HANDOFF ALREADY TAKEN, AND IS IGNORED.
       320-CHANGE-QUEUE.
           IF WS-EV-VALUE = SPACES OR WS-EV-VALUE = WS-CUR-QUEUE
               GO TO 320-EXIT
           END-IF
           IF WS-IN-SPELL = 'Y'
               MOVE WS-EV-VALUE TO SLK-SP-NEXT(WS-SP-IX)
               PERFORM 340-CLOSE-SPELL THRU 340-EXIT
           END-IF
           MOVE WS-EV-VALUE TO WS-CUR-QUEUE
           IF WS-RESOLVED-SW = 'N'
               PERFORM 330-OPEN-SPELL THRU 330-EXIT
           END-IF.
       320-EXIT.
           EXIT.

      * A NEW SPELL IN WS-CUR-QUEUE FROM WS-EV-STAMP. WHEN THE TABLE
      * IS FULL THE OLDEST SPELL MAKES ROOM.
       330-OPEN-SPELL.
           IF SLK-SPELL-COUNT NOT < 40
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 39
                   MOVE SLK-SPELL(WS-IX + 1) TO SLK-SPELL(WS-IX)
               END-PERFORM
               MOVE 39 TO SLK-SPELL-COUNT
               MOVE 'Y' TO SLK-TRUNCATED
           END-IF
           ADD 1 TO SLK-SPELL-COUNT
           MOVE SLK-SPELL-COUNT TO WS-SP-IX
           MOVE SPACES TO SLK-SPELL(WS-SP-IX)
           MOVE WS-CUR-QUEUE TO SLK-SP-QUEUE(WS-SP-IX)
           MOVE WS-EV-STAMP TO SLK-SP-START(WS-SP-IX)
           MOVE 0 TO SLK-SP-MINUTES(WS-SP-IX)
           MOVE 0 TO SLK-SP-TARGET(WS-SP-IX)
           MOVE 0 TO SLK-SP-WARN-PCT(WS-SP-IX)
           MOVE 'N' TO SLK-SP-PAUSED(WS-SP-IX)
           MOVE 'Y' TO WS-IN-SPELL.
       330-EXIT.
           EXIT.

      * SLK-SP-NEXT IS SET BY THE CALLER OF THIS PARAGRAPH.
       340-CLOSE-SPELL.
           MOVE WS-EV-STAMP TO SLK-SP-END(WS-SP-IX)
           MOVE 'N' TO WS-IN-SPELL.
       340-EXIT.
           EXIT.

      * WS-TEST-STATUS IS THE TICKET'S NEW STATUS. A RESOLVING
      * STATUS ENDS THE OPEN SPELL; LEAVING ONE STARTS A NEW SPELL.
       350-SET-STATUS.
           MOVE 'N' TO WS-TEST-RESOLVED
           IF WS-TEST-STATUS = ST-PENDCONF OR
              WS-TEST-STATUS = ST-COMPLETED OR
              WS-TEST-STATUS = ST-CLOSED OR
              WS-TEST-STATUS = ST-REJECTED OR
              WS-TEST-STATUS = ST-CANCELED
               MOVE 'Y' TO WS-TEST-RESOLVED
           END-IF
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-VEND-SW
           MOVE 'N' TO WS-WAIT-SW
           IF WS-TEST-STATUS = ST-ONHOLD
               MOVE 'Y' TO WS-HOLD-SW
           END-IF
           IF WS-TEST-STATUS = ST-VENDPEND
               MOVE 'Y' TO WS-VEND-SW
           END-IF
           IF WS-TEST-STATUS = ST-WAITING
               MOVE 'Y' TO WS-WAIT-SW
           END-IF
           IF WS-TEST-RESOLVED = 'Y' AND WS-IN-SPELL = 'Y'
               MOVE '*RESOLVED' TO SLK-SP-NEXT(WS-SP-IX)
               PERFORM 340-CLOSE-SPELL THRU 340-EXIT
           END-IF
           IF WS-TEST-RESOLVED = 'N' AND WS-RESOLVED-SW = 'Y'
               PERFORM 330-OPEN-SPELL THRU 330-EXIT
           END-IF
           MOVE WS-TEST-RESOLVED TO WS-RESOLVED-SW.
       350-EXIT.
           EXIT.

      *****************************************************************
      * BUSINESS MINUTES FROM WS-SEG-START TO WS-EV-STAMP, ADDED TO
      * THE OPEN SPELL UNLESS THE CLOCK IS STOPPED
      *****************************************************************
       400-ACCRUE.
           IF WS-HOLD-SW = 'Y' OR WS-VEND-SW = 'Y' OR WS-WAIT-SW = 'Y'
               GO TO 400-EXIT
           END-IF
           IF WS-EV-STAMP NOT > WS-SEG-START OR
              WS-EV-STAMP NOT NUMERIC OR WS-SEG-START NOT NUMERIC
               GO TO 400-EXIT
           END-IF
           IF WS-CUR-QUEUE NOT = WS-SCH-QUEUE
               PERFORM 410-LOAD-SCHEDULE THRU 410-EXIT
           END-IF
           MOVE WS-SEG-START TO WS-FROM-STAMP
           MOVE WS-EV-STAMP TO WS-TO-STAMP
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-YMD)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-YMD)
           COMPUTE WS-FROM-MIN = WS-FROM-HH * 60 + WS-FROM-MI
           COMPUTE WS-TO-MIN = WS-TO-HH * 60 + WS-TO-MI
           MOVE WS-FROM-INT TO WS-WALK-INT
           PERFORM 420-ACCRUE-DAY THRU 420-EXIT
               UNTIL WS-WALK-INT > WS-TO-INT.
       400-EXIT.
           EXIT.

      * THE QUEUE'S '*QUEUE' LINK AND ITS SCHEDULE'S WEEK, AS
      * SM013P'S 060-LOAD-SCHEDULE FINDS THEM.
       410-LOAD-SCHEDULE.
           MOVE WS-CUR-QUEUE TO WS-SCH-QUEUE
           MOVE 'N' TO WS-ON-SCHEDULE
           IF WS-SCH-OPEN NOT = 'Y'
               GO TO 410-EXIT
           END-IF
           MOVE '*QUEUE' TO SCH-NAME
           MOVE WS-CUR-QUEUE TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   GO TO 410-EXIT
           END-READ
           IF NOT SCH-QUEUE-LINK
               GO TO 410-EXIT
           END-IF
           MOVE SCH-Q-SCHEDULE TO WS-SCH-NAME
           MOVE WS-SCH-NAME TO SCH-NAME
           MOVE 'WEEK' TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   GO TO 410-EXIT
           END-READ
           IF NOT SCH-WEEKLY
               GO TO 410-EXIT
           END-IF
           PERFORM VARYING WS-DOW FROM 1 BY 1 UNTIL WS-DOW > 7
               MOVE SCH-WK-OPEN(WS-DOW) TO WS-SCHW-OPEN(WS-DOW)
               MOVE SCH-WK-CLOSE(WS-DOW) TO WS-SCHW-CLOSE(WS-DOW)
           END-PERFORM
           MOVE SCH-SITE-HOLIDAYS TO WS-SCH-SITE-HOL
           MOVE 'Y' TO WS-ON-SCHEDULE.
       410-EXIT.
           EXIT.

      * ONE DAY OF THE WALK: ITS OPEN SPAN, CUT AT THE START TIME ON
      * THE FIRST DAY AND THE END TIME ON THE LAST.
       420-ACCRUE-DAY.
           PERFORM 430-DAY-HOURS THRU 430-EXIT
           IF WS-DAY-CLOSED = 'N'
               COMPUTE WS-LO-MIN = WS-DAY-OPEN * 60
               COMPUTE WS-HI-MIN = WS-DAY-CLOSE * 60
               IF WS-WALK-INT = WS-FROM-INT AND WS-FROM-MIN > WS-LO-MIN
                   MOVE WS-FROM-MIN TO WS-LO-MIN
               END-IF
               IF WS-WALK-INT = WS-TO-INT AND WS-TO-MIN < WS-HI-MIN
                   MOVE WS-TO-MIN TO WS-HI-MIN
               END-IF
               IF WS-HI-MIN > WS-LO-MIN
                   COMPUTE SLK-SP-MINUTES(WS-SP-IX) =
                       SLK-SP-MINUTES(WS-SP-IX) + WS-HI-MIN - WS-LO-MIN
               END-IF
           END-IF
           ADD 1 TO WS-WALK-INT.
       420-EXIT.
           EXIT.

      * OPEN AND CLOSE HOURS FOR WS-WALK-INT (WS-DOW 0 IS A MONDAY).
      * ON A SCHEDULE: THE WEEK, THEN THE SCHEDULE'S OWN DATE
      * RECORD, THEN A SITE HOLIDAY WHEN THE SCHEDULE FOLLOWS THEM.
      * ON THE CALENDAR: WEEKDAYS AT THE DEFAULT HOURS, LESS 'H'
      * DATES, WITH 'S' DATES AT THEIR SPECIAL HOURS.
       430-DAY-HOURS.
           MOVE 'N' TO WS-DAY-CLOSED
           COMPUTE WS-DOW = FUNCTION MOD (WS-WALK-INT - 1, 7)
           COMPUTE WS-WALK-YMD = FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           IF WS-ON-SCHEDULE = 'Y'
               MOVE WS-SCHW-OPEN(WS-DOW + 1) TO WS-DAY-OPEN
               MOVE WS-SCHW-CLOSE(WS-DOW + 1) TO WS-DAY-CLOSE
               MOVE WS-SCH-NAME TO SCH-NAME
               MOVE WS-WALK-YMD-X TO SCH-SUBKEY
               READ SCH00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SCH-STATUS = '00'
                   IF SCH-HOLIDAY
                       MOVE 'Y' TO WS-DAY-CLOSED
                   END-IF
                   IF SCH-SPECIAL AND SCH-DT-OPEN NUMERIC AND
                      SCH-DT-CLOSE NUMERIC AND
                      SCH-DT-OPEN < SCH-DT-CLOSE
                       MOVE SCH-DT-OPEN TO WS-DAY-OPEN
                       MOVE SCH-DT-CLOSE TO WS-DAY-CLOSE
                   END-IF
               ELSE
                   IF WS-SCH-SITE-HOL = 'Y'
                       PERFORM 440-SITE-HOLIDAY THRU 440-EXIT
                   END-IF
               END-IF
           ELSE
               IF WS-DOW > 4
                   MOVE 'Y' TO WS-DAY-CLOSED
                   GO TO 430-EXIT
               END-IF
               MOVE WS-BUS-OPEN-HOUR TO WS-DAY-OPEN
               MOVE WS-BUS-CLOSE-HOUR TO WS-DAY-CLOSE
               IF WS-CAL-OPEN = 'Y'
                   MOVE WS-WALK-YMD-X TO CAL-KEY
                   READ CAL00001-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-CAL-STATUS = '00'
                       IF CAL-TYPE = 'H'
                           MOVE 'Y' TO WS-DAY-CLOSED
                       END-IF
                       IF CAL-TYPE = 'S' AND CAL-OPEN-HH NUMERIC AND
                          CAL-CLOSE-HH NUMERIC AND
                          CAL-OPEN-HH < CAL-CLOSE-HH
                           MOVE CAL-OPEN-HH TO WS-DAY-OPEN
                           MOVE CAL-CLOSE-HH TO WS-DAY-CLOSE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-DAY-OPEN NOT < WS-DAY-CLOSE
               MOVE 'Y' TO WS-DAY-CLOSED
           END-IF.
       430-EXIT.
           EXIT.

       440-SITE-HOLIDAY.
           IF WS-CAL-OPEN NOT = 'Y'
               GO TO 440-EXIT
           END-IF
           MOVE WS-WALK-YMD-X TO CAL-KEY
           READ CAL00001-FILE
               INVALID KEY
                   GO TO 440-EXIT
           END-READ
           IF CAL-TYPE = 'H'
               MOVE 'Y' TO WS-DAY-CLOSED
           END-IF.
       440-EXIT.
           EXIT.

      *****************************************************************
      * HOLD EACH SPELL UP TO ITS QUEUE'S OLA
      *****************************************************************
       500-RATE-SPELLS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > SLK-SPELL-COUNT
               PERFORM 510-READ-OLA THRU 510-EXIT
               IF SLK-SP-TARGET(WS-IX) = 0
                   MOVE 'N' TO SLK-SP-STATE(WS-IX)
               ELSE
                   COMPUTE WS-TARGET-MIN = SLK-SP-TARGET(WS-IX) * 60
                   COMPUTE WS-WARN-MIN = WS-TARGET-MIN *
                       SLK-SP-WARN-PCT(WS-IX) / 100
                   MOVE SPACE TO SLK-SP-STATE(WS-IX)
                   IF SLK-SP-MINUTES(WS-IX) NOT < WS-WARN-MIN
                       MOVE 'W' TO SLK-SP-STATE(WS-IX)
                   END-IF
                   IF SLK-SP-MINUTES(WS-IX) > WS-TARGET-MIN
                       MOVE 'B' TO SLK-SP-STATE(WS-IX)
                   END-IF
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

      * THE QUEUE'S OWN ROW, ELSE THE DEFAULT ROW, ELSE NO OLA.
       510-READ-OLA.
           MOVE 0 TO SLK-SP-TARGET(WS-IX)
           MOVE 0 TO SLK-SP-WARN-PCT(WS-IX)
           IF WS-OLA-OPEN NOT = 'Y'
               GO TO 510-EXIT
           END-IF
           MOVE SLK-SP-QUEUE(WS-IX) TO OLA-QUEUE
           READ OLA00001-FILE
               INVALID KEY
                   MOVE 'DEFAULT' TO OLA-QUEUE
                   READ OLA00001-FILE
                       INVALID KEY
                           GO TO 510-EXIT
                   END-READ
           END-READ
           IF OLA-TARGET-HOURS NOT NUMERIC
               GO TO 510-EXIT
           END-IF
           MOVE OLA-TARGET-HOURS TO SLK-SP-TARGET(WS-IX)
           MOVE 80 TO SLK-SP-WARN-PCT(WS-IX)
           IF OLA-WARN-PCT NUMERIC AND OLA-WARN-PCT > 0 AND
              OLA-WARN-PCT NOT > 100
               MOVE OLA-WARN-PCT TO SLK-SP-WARN-PCT(WS-IX)
           END-IF.
       510-EXIT.
           EXIT.

       900-CLOSE-FILES.
           IF WS-FILES-OPEN NOT = 'Y'
               GO TO 900-EXIT
           END-IF
           CLOSE STF00002-FILE
           CLOSE AUD00001-FILE
           IF WS-OLA-OPEN = 'Y'
               CLOSE OLA00001-FILE
           END-IF
           IF WS-SCH-OPEN = 'Y'
               CLOSE SCH00001-FILE
           END-IF
           IF WS-CAL-OPEN = 'Y'
               CLOSE CAL00001-FILE
           END-IF
           MOVE 'N' TO WS-FILES-OPEN
           MOVE 'N' TO WS-OLA-OPEN
           MOVE 'N' TO WS-SCH-OPEN
           MOVE 'N' TO WS-CAL-OPEN.
       900-EXIT.
           EXIT.
