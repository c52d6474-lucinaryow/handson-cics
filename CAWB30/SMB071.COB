       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB071.
      *
      * MONTHLY QUEUE PING-PONG / MISROUTING REPORT.
      * WALKS AUD00001 IN KEY ORDER (TICKET, THEN SEQUENCE) AND
      * PICKS OUT THE ROUTING DELTAS DATED IN THE SYSIN PERIOD -
      * 'QUEUE' (SM03P REASSIGNMENT, LOGGED BY SM047P), AND
      * 'ASSIGNED-TO' OR 'ASSIGNEE' (THE SAME FROM SM047P, AND
      * SMB037 HANDING A LEAVER'S TICKET BACK TO THE QUEUE).
      * FOR EACH TICKET IT COUNTS THE QUEUE CHANGES AND THE OWNER
      * CHANGES AND BUILDS THE ROUTING PATH:
      *     GENERAL > NETWORK @JSMITH > DESKTOP @(NONE) @BJONES
      * ('>' A NEW QUEUE, '@' A NEW OWNER). EVERY TICKET AT OR OVER
      * EITHER THRESHOLD IS LISTED WITH ITS PATH, FOLLOWED BY THE
      * QUEUE-TO-QUEUE TRANSFER MATRIX - FOR EACH FROM/TO PAIR THE
      * NUMBER OF TRANSFERS AND THE NUMBER OF TICKETS - SO THE QUEUE
      * LEADS CAN SEE WHICH ROUTING RULES AND WHICH SM02P CATEGORY
      * GUIDANCE SEND WORK TO THE WRONG PLACE. PRACTICE TICKETS
      * (TIX-QUEUE 'TRAINING') ARE LEFT OUT AS IN SMB019.
      *   CARD 1 - PERIOD, YYYYMM (BLANK = THE PREVIOUS MONTH)
      *   CARD 2 - THRESHOLDS, COLS 1-2 QUEUE CHANGES AND COLS 4-5
      *            OWNER CHANGES (BLANK OR ZERO = 03 AND 04)
      *   CARD 3 - 'FORCE' TO RERUN THE SAME DAY
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB071RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-AUD-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-AUD                            PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-PERIOD-N REDEFINES WS-PERIOD-CARD.
           05  WS-PERIOD-YYYY                    PIC 9(04).
           05  WS-PERIOD-MM                      PIC 9(02).

       01  WS-LIMIT-CARD.
           05  WS-LIMIT-QUEUE-X                  PIC X(02).
           05  FILLER                            PIC X(01).
           05  WS-LIMIT-OWNER-X                  PIC X(02).
       01  WS-LIMIT-QUEUE                        PIC 9(02) VALUE 03.
       01  WS-LIMIT-OWNER                        PIC 9(02) VALUE 04.

      * THE TICKET BEING GATHERED.
       01  WS-CUR-TIX-ID                         PIC X(06) VALUE SPACES.
       01  WS-CUR-QUEUE-CHG                      PIC 9(05).
       01  WS-CUR-OWNER-CHG                      PIC 9(05).
       01  WS-PATH                               PIC X(400).
       01  WS-PATH-PTR                           PIC 9(03).
       01  WS-PATH-FULL                          PIC X VALUE 'N'.
       01  WS-PATH-POS                           PIC 9(03).
       01  WS-PATH-VALUE                         PIC X(10).
       01  WS-FROM-QUEUE                         PIC X(10).
       01  WS-TO-QUEUE                           PIC X(10).
       01  WS-TRAINING                           PIC X VALUE 'N'.

      * QUEUE-TO-QUEUE PAIRS THIS TICKET HAS ALREADY COUNTED, SO A
      * TICKET BOUNCING A > B > A > B ADDS TWO TRANSFERS TO A > B
      * BUT ONLY ONE TICKET. ENTRIES INDEX WS-PAIR-ENT.
       01  WS-SEEN-MAX                           PIC 9(03) VALUE 50.
       01  WS-SEEN-TBL.
           05  WS-SEEN-PAIR OCCURS 50 TIMES      PIC 9(03).
       01  WS-SEEN-USED                          PIC 9(03) VALUE 0.
       01  WS-SEEN-HIT                           PIC X.

       01  WS-PAIR-MAX                           PIC 9(03) VALUE 300.
       01  WS-PAIR-TBL.
           05  WS-PAIR-ENT OCCURS 300 TIMES.
               10  WS-PAIR-FROM                  PIC X(10).
               10  WS-PAIR-TO                    PIC X(10).
               10  WS-PAIR-MOVES                 PIC 9(07).
               10  WS-PAIR-TIX                   PIC 9(07).
               10  WS-PAIR-PRINTED               PIC X.
       01  WS-PAIR-USED                          PIC 9(03) VALUE 0.
       01  WS-PAIR-FULL                          PIC X VALUE 'N'.
       01  WS-IDX                                PIC 9(03).
       01  WS-JDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).
       01  WS-LOW-FROM                           PIC X(10).

       01  WS-CNT-AUD-READ                       PIC 9(07) VALUE 0.
       01  WS-CNT-EVENTS                         PIC 9(07) VALUE 0.
       01  WS-CNT-TICKETS                        PIC 9(07) VALUE 0.
       01  WS-CNT-TRAINING                       PIC 9(07) VALUE 0.
       01  WS-CNT-LISTED                         PIC 9(07) VALUE 0.
       01  WS-CNT-QUEUE-CHG                      PIC 9(07) VALUE 0.
       01  WS-CNT-OWNER-CHG                      PIC 9(07) VALUE 0.

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-SMALL                        PIC ZZZZ9.
       01  WS-PRINT-LIMIT                        PIC Z9.
       01  WS-PRINT-LIMIT2                       PIC Z9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-AUDIT
           PERFORM 600-PRINT-MATRIX
           PERFORM 700-PRINT-TOTALS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               PERFORM 120-DEFAULT-PERIOD
           END-IF
           ACCEPT WS-LIMIT-CARD FROM SYSIN
           IF WS-LIMIT-QUEUE-X NUMERIC
               MOVE WS-LIMIT-QUEUE-X TO WS-LIMIT-QUEUE
           END-IF
           IF WS-LIMIT-QUEUE = 0
               MOVE 03 TO WS-LIMIT-QUEUE
           END-IF
           IF WS-LIMIT-OWNER-X NUMERIC
               MOVE WS-LIMIT-OWNER-X TO WS-LIMIT-OWNER
           END-IF
           IF WS-LIMIT-OWNER = 0
               MOVE 04 TO WS-LIMIT-OWNER
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT AUD00001-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'SMB071 - UNABLE TO OPEN AUD00001, STATUS = '
                   WS-AUD-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB071 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB071 - UNABLE TO OPEN SMB071RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM 180-PRINT-HEADING.
       100-EXIT.
           EXIT.

      * NO PERIOD CARD - REPORT ON THE MONTH BEFORE THE RUN DATE,
      * WHICH IS WHAT THE MONTH-START SCHEDULE WANTS.
       120-DEFAULT-PERIOD.
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-X(1:6) TO WS-PERIOD-CARD
           IF WS-PERIOD-MM = 1
               MOVE 12 TO WS-PERIOD-MM
               SUBTRACT 1 FROM WS-PERIOD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
       120-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD FOLLOWS THE OTHER CARDS ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB071 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB071' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB071 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB071' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           MOVE WS-RUN-TIME-FMT TO RUN-START-TIME
           MOVE SPACES TO RUN-END-TIME
           MOVE 'RUNNING' TO RUN-STATUS
           MOVE ZEROES TO RUN-COUNT-READ
           MOVE ZEROES TO RUN-COUNT-CHANGED
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'Y' TO RUN-FORCED
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE 'N' TO RUN-FORCED
               WRITE RUN-CTL-RECORD
                   INVALID KEY
                       DISPLAY 'SMB071 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       180-PRINT-HEADING.
           MOVE 'SMB071 - QUEUE PING-PONG / MISROUTING REPORT' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-LIMIT-QUEUE TO WS-PRINT-LIMIT
           MOVE WS-LIMIT-OWNER TO WS-PRINT-LIMIT2
           STRING 'PERIOD ' WS-PERIOD-CARD
                  '   LISTED AT ' WS-PRINT-LIMIT ' QUEUE CHANGES OR '
                  WS-PRINT-LIMIT2 ' OWNER CHANGES'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE
           'TICKET   QUEUE CHG OWNER CHG  NOW IN      STATUS     TITLE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD.
       180-EXIT.
           EXIT.

       200-PROCESS-AUDIT.
           PERFORM UNTIL WS-EOF-AUD = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUD
                       IF WS-CUR-TIX-ID NOT = SPACES
                           PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
                       END-IF
                   NOT AT END
                       ADD 1 TO WS-CNT-AUD-READ
                       PERFORM 250-PROCESS-AUDIT-RECORD THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * ONLY THE ROUTING DELTAS DATED IN THE PERIOD ARE WANTED; ALL
      * OTHER AUDIT RECORDS ARE PASSED OVER WITHOUT A BREAK.
       250-PROCESS-AUDIT-RECORD.
           IF AUD-DATE(1:6) NOT = WS-PERIOD-CARD
               GO TO 250-EXIT
           END-IF
           IF AUD-FIELD NOT = 'QUEUE' AND
              AUD-FIELD NOT = 'ASSIGNED-TO' AND
              AUD-FIELD NOT = 'ASSIGNEE'
               GO TO 250-EXIT
           END-IF
           IF AUD-TIX-ID NOT = WS-CUR-TIX-ID
               IF WS-CUR-TIX-ID NOT = SPACES
                   PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
               END-IF
               PERFORM 260-START-TICKET
           END-IF
           ADD 1 TO WS-CNT-EVENTS
           IF AUD-FIELD = 'QUEUE'
               PERFORM 300-QUEUE-CHANGE
           ELSE
               PERFORM 350-OWNER-CHANGE
           END-IF.
       250-EXIT.
           EXIT.

       260-START-TICKET.
           MOVE AUD-TIX-ID TO WS-CUR-TIX-ID
           MOVE 0 TO WS-CUR-QUEUE-CHG
           MOVE 0 TO WS-CUR-OWNER-CHG
           MOVE SPACES TO WS-PATH
           MOVE 1 TO WS-PATH-PTR
           MOVE 'N' TO WS-PATH-FULL
           MOVE 0 TO WS-SEEN-USED
           MOVE 'N' TO WS-TRAINING
           MOVE WS-CUR-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF1-STATUS = '00' AND TIX-QUEUE = 'TRAINING'
               MOVE 'Y' TO WS-TRAINING
           END-IF
      * ANOTHER COMPANY'S TICKET ON A COMPANY RUN (COMPSEL, SEE
      * SMCOP) IS LEFT OUT THE SAME WAY.
           MOVE 'S' TO COP-FUNCTION
           MOVE WS-CUR-TIX-ID TO COP-TIX-ID
           MOVE SPACES TO COP-KEY
           IF WS-STF1-STATUS = '00'
               MOVE TIX-REQUESTOR TO COP-KEY
           END-IF
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               MOVE 'Y' TO WS-TRAINING
           END-IF.
       260-EXIT.
           EXIT.

      * A QUEUE CHANGE. THE FIRST EVENT OF THE TICKET ALSO PUTS THE
      * QUEUE IT STARTED IN AT THE HEAD OF THE PATH.
       300-QUEUE-CHANGE.
           ADD 1 TO WS-CUR-QUEUE-CHG
           MOVE AUD-BEFORE(1:10) TO WS-FROM-QUEUE
           MOVE AUD-AFTER(1:10) TO WS-TO-QUEUE
           IF WS-FROM-QUEUE = SPACES
               MOVE '(NONE)' TO WS-FROM-QUEUE
           END-IF
           IF WS-TO-QUEUE = SPACES
               MOVE '(NONE)' TO WS-TO-QUEUE
           END-IF
           IF WS-PATH-PTR = 1
               MOVE WS-FROM-QUEUE TO WS-PATH-VALUE
               PERFORM 380-APPEND-PATH
           END-IF
           MOVE WS-TO-QUEUE TO WS-PATH-VALUE
           STRING ' > ' DELIMITED BY SIZE
               INTO WS-PATH WITH POINTER WS-PATH-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-PATH-FULL
           END-STRING
           PERFORM 380-APPEND-PATH
           IF WS-TRAINING NOT = 'Y'
               PERFORM 400-COUNT-PAIR
           END-IF.
       300-EXIT.
           EXIT.

      * AN OWNER CHANGE - A BLANK NEW OWNER IS THE TICKET GOING BACK
      * TO THE QUEUE UNASSIGNED.
       350-OWNER-CHANGE.
           ADD 1 TO WS-CUR-OWNER-CHG
           MOVE AUD-AFTER(1:10) TO WS-PATH-VALUE
           IF WS-PATH-VALUE = SPACES
               MOVE '(NONE)' TO WS-PATH-VALUE
           END-IF
           IF WS-PATH-PTR > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-PATH WITH POINTER WS-PATH-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-PATH-FULL
               END-STRING
           END-IF
           STRING '@' DELIMITED BY SIZE
               INTO WS-PATH WITH POINTER WS-PATH-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-PATH-FULL
           END-STRING
           PERFORM 380-APPEND-PATH.
       350-EXIT.
           EXIT.

       380-APPEND-PATH.
           STRING WS-PATH-VALUE DELIMITED BY SPACE
               INTO WS-PATH WITH POINTER WS-PATH-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-PATH-FULL
           END-STRING.
       380-EXIT.
           EXIT.

      * ADD THE TRANSFER TO THE FROM/TO MATRIX, AND THE TICKET TOO
      * THE FIRST TIME THIS TICKET MAKES THIS TRANSFER.
       400-COUNT-PAIR.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-USED OR WS-HIT > 0
               IF WS-PAIR-FROM(WS-IDX) = WS-FROM-QUEUE AND
                  WS-PAIR-TO(WS-IDX) = WS-TO-QUEUE
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-PAIR-USED = WS-PAIR-MAX
                   MOVE 'Y' TO WS-PAIR-FULL
               ELSE
                   ADD 1 TO WS-PAIR-USED
                   MOVE WS-PAIR-USED TO WS-HIT
                   MOVE WS-FROM-QUEUE TO WS-PAIR-FROM(WS-HIT)
                   MOVE WS-TO-QUEUE TO WS-PAIR-TO(WS-HIT)
                   MOVE 0 TO WS-PAIR-MOVES(WS-HIT)
                   MOVE 0 TO WS-PAIR-TIX(WS-HIT)
                   MOVE 'N' TO WS-PAIR-PRINTED(WS-HIT)
               END-IF
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-PAIR-MOVES(WS-HIT)
               MOVE 'N' TO WS-SEEN-HIT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-SEEN-USED
                   IF WS-SEEN-PAIR(WS-JDX) = WS-HIT
                       MOVE 'Y' TO WS-SEEN-HIT
                   END-IF
               END-PERFORM
               IF WS-SEEN-HIT = 'N'
                   ADD 1 TO WS-PAIR-TIX(WS-HIT)
                   IF WS-SEEN-USED < WS-SEEN-MAX
                       ADD 1 TO WS-SEEN-USED
                       MOVE WS-HIT TO WS-SEEN-PAIR(WS-SEEN-USED)
                   END-IF
               END-IF
           END-IF.
       400-EXIT.
           EXIT.

      * END OF A TICKET'S ROUTING DELTAS - COUNT IT AND, WHEN IT HAS
      * REACHED EITHER THRESHOLD, LIST IT WITH ITS PATH.
       500-FINALIZE-TICKET.
           IF WS-TRAINING = 'Y'
               ADD 1 TO WS-CNT-TRAINING
               GO TO 500-EXIT
           END-IF
           ADD 1 TO WS-CNT-TICKETS
           ADD WS-CUR-QUEUE-CHG TO WS-CNT-QUEUE-CHG
           ADD WS-CUR-OWNER-CHG TO WS-CNT-OWNER-CHG
           IF WS-CUR-QUEUE-CHG < WS-LIMIT-QUEUE AND
              WS-CUR-OWNER-CHG < WS-LIMIT-OWNER
               GO TO 500-EXIT
           END-IF
           ADD 1 TO WS-CNT-LISTED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CUR-TIX-ID TO WS-PRINT-LINE(1:6)
           MOVE WS-CUR-QUEUE-CHG TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(11:5)
           MOVE WS-CUR-OWNER-CHG TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(22:5)
           IF WS-STF1-STATUS = '00'
               MOVE TIX-QUEUE TO WS-PRINT-LINE(31:10)
               MOVE TIX-STATUS TO WS-PRINT-LINE(43:10)
               MOVE TIX-TITLE(1:24) TO WS-PRINT-LINE(54:24)
           ELSE
               MOVE '(TICKET NO LONGER ON FILE)' TO WS-PRINT-LINE(31:26)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PATH-POS FROM 1 BY 68
                   UNTIL WS-PATH-POS NOT < WS-PATH-PTR
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-PATH-POS = 1
                   MOVE 'PATH' TO WS-PRINT-LINE(4:4)
               END-IF
               MOVE WS-PATH(WS-PATH-POS:68) TO WS-PRINT-LINE(10:68)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-PATH-FULL = 'Y'
               MOVE '         ... PATH TOO LONG TO SHOW IN FULL'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       500-EXIT.
           EXIT.

      * THE TRANSFER MATRIX, GROUPED BY FROM-QUEUE IN NAME ORDER -
      * EACH PASS PICKS THE LOWEST FROM-QUEUE NOT YET PRINTED AND
      * PRINTS ALL ITS PAIRS.
       600-PRINT-MATRIX.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'QUEUE-TO-QUEUE TRANSFERS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'FROM QUEUE  TO QUEUE      TRANSFERS    TICKETS'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PAIR-USED = 0
               MOVE '  NO QUEUE CHANGES IN THE PERIOD' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE LOW-VALUES TO WS-LOW-FROM
           PERFORM UNTIL WS-LOW-FROM = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-LOW-FROM
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PAIR-USED
                   IF WS-PAIR-PRINTED(WS-IDX) = 'N' AND
                      WS-PAIR-FROM(WS-IDX) < WS-LOW-FROM
                       MOVE WS-PAIR-FROM(WS-IDX) TO WS-LOW-FROM
                   END-IF
               END-PERFORM
               IF WS-LOW-FROM NOT = HIGH-VALUES
                   PERFORM 650-PRINT-FROM-QUEUE
               END-IF
           END-PERFORM
           IF WS-PAIR-FULL = 'Y'
               MOVE '** TRANSFER TABLE FULL - LATER PAIRS NOT COUNTED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       650-PRINT-FROM-QUEUE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-LOW-FROM TO WS-PRINT-LINE(1:10)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-USED
               IF WS-PAIR-PRINTED(WS-IDX) = 'N' AND
                  WS-PAIR-FROM(WS-IDX) = WS-LOW-FROM
                   MOVE WS-PAIR-TO(WS-IDX) TO WS-PRINT-LINE(13:10)
                   MOVE WS-PAIR-MOVES(WS-IDX) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(26:7)
                   MOVE WS-PAIR-TIX(WS-IDX) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(37:7)
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-PAIR-PRINTED(WS-IDX)
                   MOVE SPACES TO WS-PRINT-LINE
               END-IF
           END-PERFORM.
       650-EXIT.
           EXIT.

       700-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-TICKETS TO WS-PRINT-COUNT
           STRING 'TICKETS ROUTED IN PERIOD = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-QUEUE-CHG TO WS-PRINT-COUNT
           STRING 'QUEUE CHANGES            = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-OWNER-CHG TO WS-PRINT-COUNT
           STRING 'OWNER CHANGES            = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-LISTED TO WS-PRINT-COUNT
           STRING 'TICKETS OVER THRESHOLD   = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-TRAINING TO WS-PRINT-COUNT
           STRING 'TRAINING TICKETS SKIPPED = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       700-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB071' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00'
               ACCEPT WS-RUN-TIME-X FROM TIME
               STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                      WS-RUN-TIME-X(5:2)
                   DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               MOVE WS-CNT-AUD-READ TO RUN-COUNT-READ
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB071 - AUDIT RECORDS READ = ' WS-CNT-AUD-READ
           DISPLAY 'SMB071 - ROUTING CHANGES    = ' WS-CNT-EVENTS
           DISPLAY 'SMB071 - TICKETS ROUTED     = ' WS-CNT-TICKETS
           DISPLAY 'SMB071 - TICKETS LISTED     = ' WS-CNT-LISTED
           CLOSE AUD00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE AUD00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
