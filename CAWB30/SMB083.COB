       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB083.
      *
      * MONTHLY OLA REPORT - TIME IN QUEUE BY HANDOFF.
      * READS EVERY STF00001 TICKET AND HAS SMB081 BUILD ITS QUEUE
      * SPELLS (SEE SMOLS). EVERY SPELL THAT ENDED IN THE SYSIN
      * PERIOD (A YYYYMM CARD; BLANK MEANS THE PREVIOUS CALENDAR
      * MONTH) IS COUNTED AGAINST ITS QUEUE PAIR - THE QUEUE THAT
      * HELD THE TICKET AND THE QUEUE IT WENT TO NEXT, OR
      * '*RESOLVED' WHEN THE SPELL ENDED IN A RESOLUTION. FOR EACH
      * PAIR THE REPORT SHOWS:
      *   - SPELLS ENDED,
      *   - AVERAGE AND LONGEST BUSINESS HOURS HELD (SMB081'S
      *     CLOCK - QUEUE SCHEDULE, LESS ONHOLD/VENDPEND/WAITING),
      *   - SPELLS THAT RAN PAST THE QUEUE'S OLA TARGET (SMOLA),
      *   - SPELLS THE SMB082 SWEEP WARNED THE QUEUE LEAD ABOUT.
      * A TOTAL LINE FOR EACH QUEUE FOLLOWS ITS PAIRS. SPELLS IN A
      * QUEUE WITH NO OLA ARE TIMED BUT NEVER COUNT AS BREACHED.
      * PRACTICE TICKETS IN THE TRAINING QUEUE ARE LEFT OUT.
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
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT OLW00001-FILE ASSIGN TO OLW00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OLW-KEY
               FILE STATUS IS WS-OLW-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB083RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  OLW00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMOLW.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
           COPY SMOLS.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-OLW-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-OLW-OPEN                           PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-PERIOD-N REDEFINES WS-PERIOD-CARD.
           05  WS-PERIOD-YYYY                    PIC 9(04).
           05  WS-PERIOD-MM                      PIC 9(02).
       01  WS-NOW-STAMP                          PIC X(14).
       01  WS-SP                                 PIC 9(03).
       01  WS-WARNED                             PIC X.

       01  WS-CNT-TICKETS                        PIC 9(07) VALUE 0.
       01  WS-CNT-SPELLS                         PIC 9(07) VALUE 0.
       01  WS-CNT-DROPPED                        PIC 9(07) VALUE 0.

      * ONE ENTRY PER QUEUE PAIR SEEN IN THE PERIOD, KEPT IN KEY
      * ORDER SO EACH QUEUE'S PAIRS PRINT TOGETHER.
       01  WS-PAIR-MAX                           PIC 9(03) VALUE 300.
       01  WS-PAIR-TBL.
           05  WS-PAIR-ENT OCCURS 300 TIMES.
               10  WS-PAIR-KEY.
                   15  WS-PAIR-QUEUE             PIC X(10).
                   15  WS-PAIR-NEXT              PIC X(10).
               10  WS-PAIR-SPELLS                PIC 9(07).
               10  WS-PAIR-MINUTES               PIC 9(11).
               10  WS-PAIR-MAX-MIN               PIC 9(07).
               10  WS-PAIR-BREACHED              PIC 9(07).
               10  WS-PAIR-WARNED                PIC 9(07).
       01  WS-PAIR-USED                          PIC 9(03) VALUE 0.
       01  WS-NEW-KEY.
           05  WS-NEW-QUEUE                      PIC X(10).
           05  WS-NEW-NEXT                       PIC X(10).
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).

      * PER-QUEUE TOTALS, BUILT AS THE PAIRS ARE PRINTED.
       01  WS-QTOT.
           05  WS-QTOT-QUEUE                     PIC X(10).
           05  FILLER                            PIC X(10).
           05  WS-QTOT-SPELLS                    PIC 9(07).
           05  WS-QTOT-MINUTES                   PIC 9(11).
           05  WS-QTOT-MAX-MIN                   PIC 9(07).
           05  WS-QTOT-BREACHED                  PIC 9(07).
           05  WS-QTOT-WARNED                    PIC 9(07).

      * ONE PRINT ROW, LOADED FROM A PAIR OR A QUEUE TOTAL.
       01  WS-ROW.
           05  WS-ROW-QUEUE                      PIC X(10).
           05  WS-ROW-NEXT                       PIC X(10).
           05  WS-ROW-SPELLS                     PIC 9(07).
           05  WS-ROW-MINUTES                    PIC 9(11).
           05  WS-ROW-MAX-MIN                    PIC 9(07).
           05  WS-ROW-BREACHED                   PIC 9(07).
           05  WS-ROW-WARNED                     PIC 9(07).

       01  WS-HOURS                              PIC 9(07)V9(01).
       01  WS-PRINT-HOURS                        PIC ZZZZZ9.9.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-TICKETS
           PERFORM 600-PRINT-REPORT THRU 600-EXIT
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
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-DATE-X WS-RUN-TIME-X(1:6)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB083 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
      * NO OLW00001 FILE YET MEANS THE SWEEP HAS WARNED NOBODY.
           OPEN INPUT OLW00001-FILE
           IF WS-OLW-STATUS = '00'
               MOVE 'Y' TO WS-OLW-OPEN
           ELSE
               IF WS-OLW-STATUS NOT = '35'
                   DISPLAY 'SMB083 - UNABLE TO OPEN OLW00001, STATUS = '
                       WS-OLW-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB083 - UNABLE TO OPEN SMB083RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SMB083 - OLA TIME IN QUEUE FOR PERIOD '
                  WS-PERIOD-CARD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'QUEUE      NEXT        SPELLS  AVG HRS  MAX HRS'
                  '  BREACHED   WARNED'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

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
               DISPLAY 'SMB083 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB083' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB083 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB083' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB083 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-TICKETS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       PERFORM 250-MEASURE-TICKET THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-MEASURE-TICKET.
      * PRACTICE TICKETS ARE NOT MEASURED.
           IF TIX-QUEUE = 'TRAINING'
               GO TO 250-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE TIX-ID TO COP-TIX-ID
           MOVE TIX-REQUESTOR TO COP-KEY
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-TICKETS
           MOVE SPACES TO WS-OLS-PARMS
           SET OLS-BUILD TO TRUE
           MOVE TIX-ID TO OLS-TIX-ID
           MOVE TIX-QUEUE TO OLS-CUR-QUEUE
           MOVE TIX-STATUS TO OLS-CUR-STATUS
           MOVE WS-NOW-STAMP TO OLS-AS-OF
           CALL 'SMB081' USING WS-OLS-PARMS
           IF NOT OLS-OK
               GO TO 250-EXIT
           END-IF
           PERFORM VARYING WS-SP FROM 1 BY 1
                   UNTIL WS-SP > OLS-SPELL-COUNT
               IF OLS-SP-NEXT(WS-SP) NOT = SPACES AND
                  OLS-SP-END(WS-SP)(1:6) = WS-PERIOD-CARD
                   PERFORM 300-COUNT-SPELL THRU 300-EXIT
               END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.

       300-COUNT-SPELL.
           MOVE OLS-SP-QUEUE(WS-SP) TO WS-NEW-QUEUE
           MOVE OLS-SP-NEXT(WS-SP) TO WS-NEW-NEXT
           PERFORM 320-FIND-PAIR THRU 320-EXIT
           IF WS-HIT = 0
               ADD 1 TO WS-CNT-DROPPED
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-CNT-SPELLS
           ADD 1 TO WS-PAIR-SPELLS(WS-HIT)
           ADD OLS-SP-MINUTES(WS-SP) TO WS-PAIR-MINUTES(WS-HIT)
           IF OLS-SP-MINUTES(WS-SP) > WS-PAIR-MAX-MIN(WS-HIT)
               MOVE OLS-SP-MINUTES(WS-SP) TO WS-PAIR-MAX-MIN(WS-HIT)
           END-IF
           IF OLS-SP-BREACHED(WS-SP)
               ADD 1 TO WS-PAIR-BREACHED(WS-HIT)
           END-IF
           MOVE 'N' TO WS-WARNED
           IF WS-OLW-OPEN = 'Y'
               MOVE TIX-ID TO OLW-TIX-ID
               MOVE OLS-SP-START(WS-SP) TO OLW-START
               MOVE OLS-SP-QUEUE(WS-SP) TO OLW-QUEUE
               READ OLW00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OLW-STATUS = '00'
                   MOVE 'Y' TO WS-WARNED
               END-IF
           END-IF
           IF WS-WARNED = 'Y'
               ADD 1 TO WS-PAIR-WARNED(WS-HIT)
           END-IF.
       300-EXIT.
           EXIT.

      * FINDS WS-NEW-KEY IN THE PAIR TABLE, OR INSERTS IT IN KEY
      * ORDER. WS-HIT IS ZERO WHEN THE TABLE IS FULL.
       320-FIND-PAIR.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-USED OR WS-HIT > 0
               IF WS-PAIR-KEY(WS-IDX) = WS-NEW-KEY
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0 OR WS-PAIR-USED NOT < WS-PAIR-MAX
               GO TO 320-EXIT
           END-IF
           MOVE 1 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-USED
               IF WS-PAIR-KEY(WS-IDX) < WS-NEW-KEY
                   COMPUTE WS-HIT = WS-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM WS-PAIR-USED BY -1
                   UNTIL WS-IDX < WS-HIT
               MOVE WS-PAIR-ENT(WS-IDX) TO WS-PAIR-ENT(WS-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-PAIR-USED
           MOVE WS-NEW-KEY TO WS-PAIR-KEY(WS-HIT)
           MOVE 0 TO WS-PAIR-SPELLS(WS-HIT)
           MOVE 0 TO WS-PAIR-MINUTES(WS-HIT)
           MOVE 0 TO WS-PAIR-MAX-MIN(WS-HIT)
           MOVE 0 TO WS-PAIR-BREACHED(WS-HIT)
           MOVE 0 TO WS-PAIR-WARNED(WS-HIT).
       320-EXIT.
           EXIT.

      *****************************************************************
      * PRINT EACH QUEUE'S PAIRS, THEN A TOTAL LINE FOR THE QUEUE
      *****************************************************************
       600-PRINT-REPORT.
           IF WS-PAIR-USED = 0
               MOVE 'NO QUEUE SPELLS ENDED IN THE PERIOD' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 600-EXIT
           END-IF
           MOVE SPACES TO WS-QTOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-USED
               IF WS-PAIR-QUEUE(WS-IDX) NOT = WS-QTOT-QUEUE
                   IF WS-QTOT-QUEUE NOT = SPACES
                       PERFORM 640-PRINT-QUEUE-TOTAL THRU 640-EXIT
                   END-IF
                   MOVE WS-PAIR-QUEUE(WS-IDX) TO WS-QTOT-QUEUE
                   MOVE 0 TO WS-QTOT-SPELLS
                   MOVE 0 TO WS-QTOT-MINUTES
                   MOVE 0 TO WS-QTOT-MAX-MIN
                   MOVE 0 TO WS-QTOT-BREACHED
                   MOVE 0 TO WS-QTOT-WARNED
               END-IF
               ADD WS-PAIR-SPELLS(WS-IDX) TO WS-QTOT-SPELLS
               ADD WS-PAIR-MINUTES(WS-IDX) TO WS-QTOT-MINUTES
               ADD WS-PAIR-BREACHED(WS-IDX) TO WS-QTOT-BREACHED
               ADD WS-PAIR-WARNED(WS-IDX) TO WS-QTOT-WARNED
               IF WS-PAIR-MAX-MIN(WS-IDX) > WS-QTOT-MAX-MIN
                   MOVE WS-PAIR-MAX-MIN(WS-IDX) TO WS-QTOT-MAX-MIN
               END-IF
               MOVE WS-PAIR-ENT(WS-IDX) TO WS-ROW
               PERFORM 650-PRINT-ROW THRU 650-EXIT
           END-PERFORM
           PERFORM 640-PRINT-QUEUE-TOTAL THRU 640-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SPELLS TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SPELLS ENDED IN PERIOD ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-DROPPED > 0
               MOVE WS-CNT-DROPPED TO WS-PRINT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NOT SHOWN - TABLE FULL ' WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       640-PRINT-QUEUE-TOTAL.
           MOVE WS-QTOT TO WS-ROW
           MOVE '  TOTAL' TO WS-ROW-NEXT
           PERFORM 650-PRINT-ROW THRU 650-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       640-EXIT.
           EXIT.

       650-PRINT-ROW.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROW-QUEUE TO WS-PRINT-LINE(1:10)
           MOVE WS-ROW-NEXT TO WS-PRINT-LINE(12:10)
           MOVE WS-ROW-SPELLS TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(23:7)
           IF WS-ROW-SPELLS = 0
               MOVE 0 TO WS-HOURS
           ELSE
               COMPUTE WS-HOURS ROUNDED =
                   WS-ROW-MINUTES / WS-ROW-SPELLS / 60
           END-IF
           MOVE WS-HOURS TO WS-PRINT-HOURS
           MOVE WS-PRINT-HOURS TO WS-PRINT-LINE(31:8)
           COMPUTE WS-HOURS ROUNDED = WS-ROW-MAX-MIN / 60
           MOVE WS-HOURS TO WS-PRINT-HOURS
           MOVE WS-PRINT-HOURS TO WS-PRINT-LINE(40:8)
           MOVE WS-ROW-BREACHED TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(51:7)
           MOVE WS-ROW-WARNED TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(60:7)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB083' TO RUN-JOB-NAME
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
           MOVE SPACES TO WS-OLS-PARMS
           SET OLS-CLOSE TO TRUE
           CALL 'SMB081' USING WS-OLS-PARMS
           DISPLAY 'SMB083 - TICKETS MEASURED = ' WS-CNT-TICKETS
           DISPLAY 'SMB083 - SPELLS COUNTED   = ' WS-CNT-SPELLS
           CLOSE STF00001-FILE
           IF WS-OLW-OPEN = 'Y'
               CLOSE OLW00001-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE OLW00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
