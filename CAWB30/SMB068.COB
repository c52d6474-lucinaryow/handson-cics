       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB068.
      *
      * MONTHLY VIP TICKET REPORT.
      * WALKS STF00002 IN KEY ORDER WITH THE SAME CONTROL-BREAK ON
      * LOG-TIX-ID1 SMB010 USES, JOINS EACH TICKET BACK FROM
      * STF00001 AND KEEPS THE VIP TICKETS - THOSE WHOSE REQUESTOR,
      * OR WHOSE OBO00001 AFFECTED USER, CARRIES 'V' IN THE
      * UAF00001 REQ BYTE (THE SAME TEST SM092P AND SMB019 MAKE).
      * FOR EACH VIP USER THE REPORT SHOWS, FOR THE SYSIN PERIOD (A
      * YYYYMM CARD; BLANK MEANS THE PREVIOUS CALENDAR MONTH):
      *   - TICKETS RAISED (FIRST LOG ENTRY IN THE PERIOD),
      *   - OF THOSE, HOW MANY ARE STILL OPEN,
      *   - TICKETS CLOSED (LAST LOG ENTRY IN THE PERIOD),
      *   - AVERAGE TURNAROUND IN CALENDAR DAYS FROM FIRST LOG
      *     ENTRY TO LAST FOR THE CLOSED ONES,
      *   - HOW MANY OF THE CLOSED ONES WENT PAST TIX-DUE-DATE.
      * A TOTAL LINE FOR ALL VIP TICKETS IS FOLLOWED BY THE SAME
      * FIGURES FOR EVERY OTHER TICKET, FOR COMPARISON.
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
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT OBO00001-FILE ASSIGN TO OBO00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBO-TIX-ID
               FILE STATUS IS WS-OBO-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB068RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

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

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  USR-RECORD.
           05  USR-KEY.
               10  USR-USERID7                   PIC X(07).
               10  FILLER                        PIC X(01).
           05  USR-REQ                           PIC X.
           05  FILLER                            PIC X(133).

       FD  OBO00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  OBO-RECORD.
           05  OBO-TIX-ID                        PIC X(06).
           05  OBO-USER                          PIC X(07).
           05  FILLER                            PIC X(07).

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
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-OBO-STATUS                         PIC X(02).
       01  WS-OBO-OPEN                           PIC X VALUE 'N'.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-LOG                            PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-PERIOD-N REDEFINES WS-PERIOD-CARD.
           05  WS-PERIOD-YYYY                    PIC 9(04).
           05  WS-PERIOD-MM                      PIC 9(02).

       01  WS-CUR-TIX-ID                         PIC X(06) VALUE SPACES.
       01  WS-FIRST-YMD-X                        PIC X(08).
       01  WS-FIRST-YMD REDEFINES WS-FIRST-YMD-X PIC 9(08).
       01  WS-FIRST-INT                          PIC 9(09).
       01  WS-LAST-YMD-X                         PIC X(08).
       01  WS-LAST-YMD REDEFINES WS-LAST-YMD-X   PIC 9(08).
       01  WS-LAST-INT                           PIC 9(09).
       01  WS-REC-YMD-X                          PIC X(08).
       01  WS-REC-YMD REDEFINES WS-REC-YMD-X     PIC 9(08).
       01  WS-REC-INT                            PIC 9(09).

       01  WS-DUE-YMD-X                          PIC X(08).
       01  WS-DUE-YMD REDEFINES WS-DUE-YMD-X     PIC 9(08).
       01  WS-DUE-INT                            PIC 9(09).

       01  WS-RAISED-IN                          PIC X VALUE 'N'.
       01  WS-CLOSED-IN                          PIC X VALUE 'N'.
       01  WS-VIP-TIX                            PIC X VALUE 'N'.
       01  WS-VIP-USER                           PIC X(07).
       01  WS-TURN-DAYS                          PIC 9(07).

       01  WS-CNT-LOGS-READ                      PIC 9(07) VALUE 0.
       01  WS-CNT-TICKETS                        PIC 9(07) VALUE 0.
       01  WS-CNT-VIP                            PIC 9(07) VALUE 0.

       01  WS-GRP-MAX                            PIC 9(03) VALUE 50.
       01  WS-VIP-TBL.
           05  WS-VIP-ENT OCCURS 50 TIMES.
               10  WS-VIP-KEY                    PIC X(07).
               10  WS-VIP-RAISED                 PIC 9(07).
               10  WS-VIP-OPEN                   PIC 9(07).
               10  WS-VIP-CLOSED                 PIC 9(07).
               10  WS-VIP-DAYS                   PIC 9(09).
               10  WS-VIP-OVERDUE                PIC 9(07).
       01  WS-VIP-USED                           PIC 9(03) VALUE 0.
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).

      * TOTALS - ENTRY 1 IS ALL VIP TICKETS, ENTRY 2 EVERY OTHER.
       01  WS-TOT-TBL.
           05  WS-TOT-ENT OCCURS 2 TIMES.
               10  WS-TOT-RAISED                 PIC 9(07).
               10  WS-TOT-OPEN                   PIC 9(07).
               10  WS-TOT-CLOSED                 PIC 9(07).
               10  WS-TOT-DAYS                   PIC 9(09).
               10  WS-TOT-OVERDUE                PIC 9(07).
       01  WS-TOT-IDX                            PIC 9(01).

       01  WS-AVG                                PIC 9(05)V9(02).
       01  WS-PRINT-AVG                          PIC ZZZZ9.99.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-LOG
           PERFORM 600-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               PERFORM 120-DEFAULT-PERIOD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB068 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB068 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB068 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
      * NO OBO00001 FILE YET MEANS NO TICKET HAS AN AFFECTED USER.
           OPEN INPUT OBO00001-FILE
           IF WS-OBO-STATUS = '00'
               MOVE 'Y' TO WS-OBO-OPEN
           ELSE
               IF WS-OBO-STATUS NOT = '35'
                   DISPLAY 'SMB068 - UNABLE TO OPEN OBO00001, STATUS = '
                       WS-OBO-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB068 - UNABLE TO OPEN SMB068RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           INITIALIZE WS-TOT-TBL.
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
               DISPLAY 'SMB068 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB068' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB068 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB068' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB068 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-LOG.
           PERFORM UNTIL WS-EOF-LOG = 'Y'
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                       IF WS-CUR-TIX-ID NOT = SPACES
                           PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
                       END-IF
                   NOT AT END
                       ADD 1 TO WS-CNT-LOGS-READ
                       PERFORM 250-PROCESS-LOG-RECORD
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-PROCESS-LOG-RECORD.
           IF WS-CUR-TIX-ID = SPACES
               PERFORM 260-START-TICKET
           ELSE
               IF LOG-TIX-ID1 NOT = WS-CUR-TIX-ID
                   PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
                   PERFORM 260-START-TICKET
               ELSE
                   PERFORM 270-ACCUM-TICKET
               END-IF
           END-IF.
       250-EXIT.
           EXIT.

       260-START-TICKET.
           MOVE LOG-TIX-ID1 TO WS-CUR-TIX-ID
           ADD 1 TO WS-CNT-TICKETS
           STRING LOG-LAST-UPDATE-DATE(7:4) LOG-LAST-UPDATE-DATE(1:2)
                  LOG-LAST-UPDATE-DATE(4:2)
                  DELIMITED BY SIZE INTO WS-FIRST-YMD-X
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-YMD)
           MOVE WS-FIRST-YMD-X TO WS-LAST-YMD-X
           MOVE WS-FIRST-INT TO WS-LAST-INT.
       260-EXIT.
           EXIT.

       270-ACCUM-TICKET.
           STRING LOG-LAST-UPDATE-DATE(7:4) LOG-LAST-UPDATE-DATE(1:2)
                  LOG-LAST-UPDATE-DATE(4:2)
                  DELIMITED BY SIZE INTO WS-REC-YMD-X
           COMPUTE WS-REC-INT = FUNCTION INTEGER-OF-DATE(WS-REC-YMD)
           MOVE WS-REC-YMD-X TO WS-LAST-YMD-X
           MOVE WS-REC-INT TO WS-LAST-INT.
       270-EXIT.
           EXIT.

       500-FINALIZE-TICKET.
           MOVE 'N' TO WS-RAISED-IN
           MOVE 'N' TO WS-CLOSED-IN
           IF WS-FIRST-YMD-X(1:6) = WS-PERIOD-CARD
               MOVE 'Y' TO WS-RAISED-IN
           END-IF
           IF WS-LAST-YMD-X(1:6) = WS-PERIOD-CARD
               MOVE 'Y' TO WS-CLOSED-IN
           END-IF
           IF WS-RAISED-IN = 'N' AND WS-CLOSED-IN = 'N'
               MOVE SPACES TO WS-CUR-TIX-ID
               GO TO 500-EXIT
           END-IF
           MOVE WS-CUR-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF1-STATUS NOT = '00'
               MOVE SPACES TO WS-CUR-TIX-ID
               GO TO 500-EXIT
           END-IF
      * PRACTICE TICKETS (TRAINING QUEUE) ARE INVISIBLE TO THE
      * PRODUCTION FIGURES.
           IF TIX-QUEUE = 'TRAINING'
               MOVE SPACES TO WS-CUR-TIX-ID
               GO TO 500-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE WS-CUR-TIX-ID TO COP-TIX-ID
           MOVE TIX-REQUESTOR TO COP-KEY
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               MOVE SPACES TO WS-CUR-TIX-ID
               GO TO 500-EXIT
           END-IF
      * A TICKET ONLY COUNTS AS CLOSED IN THE PERIOD WHEN IT IS
      * CLOSED NOW AND ITS LAST LOG ENTRY FELL IN THE PERIOD.
           IF TIX-STATUS NOT = 'CLOSED'
               MOVE 'N' TO WS-CLOSED-IN
           END-IF
           IF WS-RAISED-IN = 'N' AND WS-CLOSED-IN = 'N'
               MOVE SPACES TO WS-CUR-TIX-ID
               GO TO 500-EXIT
           END-IF
           PERFORM 530-CHECK-VIP THRU 530-EXIT
           IF WS-VIP-TIX = 'Y'
               ADD 1 TO WS-CNT-VIP
               MOVE 1 TO WS-TOT-IDX
               PERFORM 520-FIND-VIP
           ELSE
               MOVE 2 TO WS-TOT-IDX
               MOVE 0 TO WS-HIT
           END-IF
           COMPUTE WS-TURN-DAYS = WS-LAST-INT - WS-FIRST-INT
           IF WS-RAISED-IN = 'Y'
               ADD 1 TO WS-TOT-RAISED(WS-TOT-IDX)
               IF WS-HIT > 0
                   ADD 1 TO WS-VIP-RAISED(WS-HIT)
               END-IF
               IF TIX-STATUS NOT = 'CLOSED'
                   ADD 1 TO WS-TOT-OPEN(WS-TOT-IDX)
                   IF WS-HIT > 0
                       ADD 1 TO WS-VIP-OPEN(WS-HIT)
                   END-IF
               END-IF
           END-IF
           IF WS-CLOSED-IN = 'Y'
               ADD 1 TO WS-TOT-CLOSED(WS-TOT-IDX)
               ADD WS-TURN-DAYS TO WS-TOT-DAYS(WS-TOT-IDX)
               IF WS-HIT > 0
                   ADD 1 TO WS-VIP-CLOSED(WS-HIT)
                   ADD WS-TURN-DAYS TO WS-VIP-DAYS(WS-HIT)
               END-IF
               IF TIX-DUE-DATE NOT = SPACES
                   STRING TIX-DUE-DATE(7:4) TIX-DUE-DATE(1:2)
                          TIX-DUE-DATE(4:2)
                       DELIMITED BY SIZE INTO WS-DUE-YMD-X
                   IF WS-DUE-YMD-X NUMERIC
                       COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
                       IF WS-DUE-INT < WS-LAST-INT
                           ADD 1 TO WS-TOT-OVERDUE(WS-TOT-IDX)
                           IF WS-HIT > 0
                               ADD 1 TO WS-VIP-OVERDUE(WS-HIT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-CUR-TIX-ID.
       500-EXIT.
           EXIT.

       520-FIND-VIP.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VIP-USED OR WS-HIT > 0
               IF WS-VIP-KEY(WS-IDX) = WS-VIP-USER
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-VIP-USED < WS-GRP-MAX
               ADD 1 TO WS-VIP-USED
               MOVE WS-VIP-USED TO WS-HIT
               MOVE WS-VIP-USER TO WS-VIP-KEY(WS-HIT)
               MOVE 0 TO WS-VIP-RAISED(WS-HIT)
               MOVE 0 TO WS-VIP-OPEN(WS-HIT)
               MOVE 0 TO WS-VIP-CLOSED(WS-HIT)
               MOVE 0 TO WS-VIP-DAYS(WS-HIT)
               MOVE 0 TO WS-VIP-OVERDUE(WS-HIT)
           END-IF.
       520-EXIT.
           EXIT.

      * VIP TEST - REQUESTOR FIRST, THEN THE OBO00001 AFFECTED
      * USER. WS-VIP-USER IS WHICHEVER OF THE TWO CARRIES 'V'.
       530-CHECK-VIP.
           MOVE 'N' TO WS-VIP-TIX
           MOVE SPACES TO WS-VIP-USER
           MOVE TIX-REQUESTOR(1:7) TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS = '00' AND USR-REQ = 'V'
               MOVE 'Y' TO WS-VIP-TIX
               MOVE USR-USERID7 TO WS-VIP-USER
               GO TO 530-EXIT
           END-IF
           IF WS-OBO-OPEN NOT = 'Y'
               GO TO 530-EXIT
           END-IF
           MOVE TIX-ID TO OBO-TIX-ID
           READ OBO00001-FILE
               INVALID KEY
                   GO TO 530-EXIT
           END-READ
           MOVE OBO-USER TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS = '00' AND USR-REQ = 'V'
               MOVE 'Y' TO WS-VIP-TIX
               MOVE USR-USERID7 TO WS-VIP-USER
           END-IF.
       530-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE 'SMB068 - VIP TICKET VOLUME AND TURNAROUND' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PERIOD ' WS-PERIOD-CARD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE
           'VIP USER    RAISED        OPEN   CLOSED  AVG DAYS  OVERDUE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VIP-USED
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-VIP-KEY(WS-IDX) TO WS-PRINT-LINE(1:7)
               MOVE WS-VIP-RAISED(WS-IDX) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
               MOVE WS-VIP-OPEN(WS-IDX) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(24:7)
               MOVE WS-VIP-CLOSED(WS-IDX) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(33:7)
               IF WS-VIP-CLOSED(WS-IDX) = 0
                   MOVE 0 TO WS-AVG
               ELSE
                   COMPUTE WS-AVG ROUNDED =
                       WS-VIP-DAYS(WS-IDX) / WS-VIP-CLOSED(WS-IDX)
               END-IF
               MOVE WS-AVG TO WS-PRINT-AVG
               MOVE WS-PRINT-AVG TO WS-PRINT-LINE(42:8)
               MOVE WS-VIP-OVERDUE(WS-IDX) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(52:7)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-TOT-IDX
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'ALL VIP' TO WS-PRINT-LINE(1:10)
           PERFORM 650-PRINT-TOTAL
           MOVE 2 TO WS-TOT-IDX
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'ALL OTHER' TO WS-PRINT-LINE(1:10)
           PERFORM 650-PRINT-TOTAL
           IF WS-VIP-USED = WS-GRP-MAX
               MOVE '** VIP USER TABLE FULL - SEE ALL VIP TOTAL'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       650-PRINT-TOTAL.
           MOVE WS-TOT-RAISED(WS-TOT-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
           MOVE WS-TOT-OPEN(WS-TOT-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(24:7)
           MOVE WS-TOT-CLOSED(WS-TOT-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(33:7)
           IF WS-TOT-CLOSED(WS-TOT-IDX) = 0
               MOVE 0 TO WS-AVG
           ELSE
               COMPUTE WS-AVG ROUNDED =
                   WS-TOT-DAYS(WS-TOT-IDX) / WS-TOT-CLOSED(WS-TOT-IDX)
           END-IF
           MOVE WS-AVG TO WS-PRINT-AVG
           MOVE WS-PRINT-AVG TO WS-PRINT-LINE(42:8)
           MOVE WS-TOT-OVERDUE(WS-TOT-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(52:7)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB068' TO RUN-JOB-NAME
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
               MOVE WS-CNT-TICKETS TO RUN-COUNT-READ
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB068 - LOG ENTRIES READ = ' WS-CNT-LOGS-READ
           DISPLAY 'SMB068 - TICKETS SEEN     = ' WS-CNT-TICKETS
           DISPLAY 'SMB068 - VIP TICKETS      = ' WS-CNT-VIP
           CLOSE STF00002-FILE
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           IF WS-OBO-OPEN = 'Y'
               CLOSE OBO00001-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00002-FILE
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           CLOSE OBO00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
