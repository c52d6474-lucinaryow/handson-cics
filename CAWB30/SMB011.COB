      * AND PERCENTAGES PRINT BY TIX-QUEUE AND BY TIX-PRIORITY, WITH
      * A WORST-OFFENDERS LIST OF THE TEN BIGGEST BREACHES IN DAYS.
      * TICKETS WITH NO DUE DATE ARE COUNTED SEPARATELY, NOT HIDDEN.
      * BREACH DAYS ARE CALENDAR DAYS, EXCEPT FOR A QUEUE SM095P HAS
      * PUT ON ITS OWN SUPPORT SCHEDULE (SCH00001), WHICH COUNTS
      * ONLY THE DAYS THAT SCHEDULE WORKS.
      *
      * TIX-DUE-DATE IS STAMPED AT CREATION FROM THE SLA00001 VERSION
      * THEN IN FORCE, SO A RERUN NEVER MEASURES AN OLD TICKET
      * AGAINST A LATER TARGET. A TICKET CLOSED WITH NO USABLE DUE
      * DATE IS MEASURED AGAINST THE SLA00001 VERSION IN FORCE ON
      * ITS CREATION DATE (THE FIRST STF00002 ENTRY), COUNTING
      * WORKING DAYS AT THE 9-HOUR DAY AS SM02P DOES; ONLY WHEN THE
      * MATRIX HAS NO ROW FOR IT IS IT COUNTED AS HAVING NO DUE DATE.
      *
      * THE WALK AND THE JOIN NOW HAPPEN ONCE A NIGHT IN THE SMB100
      * EXTRACT AND THIS JOB READS TONIGHT'S TIXFACT FILE (SEE SMFCT).
      * THE CLOSE DATE IS FCT-CLOSED-DATE (THE MRF00001 ROLLUP'S,
      * ELSE THE FINAL LOG ENTRY) AND HELD TIME IS FCT-HELD-DAYS.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - EXCLUDE ON-HOLD TIME FROM THE SLA CLOCK.
      *  2026-09-02 MAINT - PREFER THE MRF00001 ROLLUP OVER THE
      *                     PER-TICKET DERIVATION.
      *  2026-10-15 MAINT - COUNT BREACH DAYS ON THE QUEUE'S SUPPORT
      *                     SCHEDULE WHEN IT HAS ONE.
      *  2026-10-15 MAINT - DERIVE A MISSING DUE DATE FROM THE SLA
      *                     VERSION IN FORCE AT CREATION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00002, STF00001 AND MRF00001.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB011RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
           SELECT SLA00001-FILE ASSIGN TO SLA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-SLA-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

      * SUPPORT-HOURS SCHEDULES (SEE SM095P) AND THE SITE CALENDAR
      * THOSE SCHEDULES MAY FOLLOW FOR HOLIDAYS (SEE SM024P).
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

      * THE SLA MATRIX (SEE SM029P) - DATED VERSIONS OF EACH
      * PRIORITY/CATEGORY ROW, KEYED ON 99999999 MINUS THE
      * EFFECTIVE-FROM DATE SO THE NEWEST VERSION COMES FIRST.
       FD  SLA00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-RECORD.
           05  SLA-KEY.
               10  SLA-ROW-KEY.
                   15  SLA-PRIORITY              PIC X(01).
                   15  SLA-CATEGORY              PIC X(10).
               10  SLA-EFF-INV                   PIC 9(08).
           05  SLA-TARGET-HOURS                  PIC 9(04).
           05  FILLER                            PIC X(17).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-LOG                            PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).

       01  WS-LAST-YMD-X                         PIC X(08).
       01  WS-LAST-YMD REDEFINES WS-LAST-YMD-X   PIC 9(08).
       01  WS-LAST-INT                           PIC 9(09).
       01  WS-DUE-YMD-X                          PIC X(08).
       01  WS-DUE-YMD REDEFINES WS-DUE-YMD-X     PIC 9(08).
       01  WS-DUE-INT                            PIC 9(09).
      * HELD TIME - DAYS BETWEEN THE 'PLACED ON HOLD' AND 'HOLD
      * RELEASED' MARKER ENTRIES SM03P AND SMB029 WRITE TO STF00002
      * ARE THE REQUESTOR'S SILENCE, NOT THE PROVIDER'S, SO THEY
      * EXTEND THE DUE DATE BEFORE MET/BREACHED IS DECIDED
      * (FCT-HELD-DAYS).
       01  WS-DUE-ADJ-INT                        PIC 9(09).
      * THE TICKET QUEUE'S SUPPORT SCHEDULE, WHEN IT HAS ONE.
       01  WS-SCH-STATUS                         PIC X(02).
       01  WS-SCH-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-CAL-STATUS                         PIC X(02).
       01  WS-CAL-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-ON-SCHEDULE                        PIC X VALUE 'N'.
       01  WS-SCH-NAME                           PIC X(08).
       01  WS-SCH-WEEK.
           05  WS-SCH-DAY OCCURS 7 TIMES.
               10  WS-SCH-OPEN                   PIC 9(02).
               10  WS-SCH-CLOSE                  PIC 9(02).
       01  WS-SCH-SITE-HOL                       PIC X.
       01  WS-SCH-IDX                            PIC 9(01).
       01  WS-DOW                                PIC 9(01).
       01  WS-FROM-INT                           PIC 9(09).
       01  WS-TO-INT                             PIC 9(09).
       01  WS-WALK-INT                           PIC 9(09).
       01  WS-WALK-YMD-X                         PIC X(08).
       01  WS-WALK-YMD REDEFINES WS-WALK-YMD-X   PIC 9(08).
       01  WS-WORK-DAYS                          PIC S9(05).
       01  WS-DAY-OPEN-SW                        PIC X.
      * CREATION DATE AND THE SLA00001 VERSION IN FORCE ON IT, FOR A
      * TICKET THAT CLOSED WITHOUT A DUE DATE.
       01  WS-OPEN-YMD-X                         PIC X(08).
       01  WS-OPEN-YMD REDEFINES WS-OPEN-YMD-X   PIC 9(08).
       01  WS-SLA-STATUS                         PIC X(02).
       01  WS-SLA-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-SLA-FOUND                          PIC X.
       01  WS-SLA-WANT                           PIC X(11).
       01  WS-SLA-DAYS                           PIC 9(04).
       01  WS-SLA-ADDED                          PIC 9(04).

       01  WS-CNT-CLOSED                         PIC 9(07) VALUE 0.
       01  WS-CNT-MET                            PIC 9(07) VALUE 0.
       01  WS-CNT-BREACHED                       PIC 9(07) VALUE 0.
       01  WS-CNT-NO-DUE                         PIC 9(07) VALUE 0.
       01  WS-CNT-DERIVED                        PIC 9(07) VALUE 0.

       01  WS-GRP-MAX                            PIC 9(03) VALUE 50.
       01  WS-QUE-TBL.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-DAYS                         PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
               MOVE SPACES TO WS-PERIOD-CARD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB011 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
      * NO SCH00001 FILE YET MEANS EVERY QUEUE KEEPS CALENDAR DAYS.
           OPEN INPUT SCH00001-FILE
           IF WS-SCH-STATUS = '00'
               MOVE 'Y' TO WS-SCH-OPEN-SW
           ELSE
               IF WS-SCH-STATUS NOT = '35'
                   DISPLAY 'SMB011 - UNABLE TO OPEN SCH00001, STATUS = '
                       WS-SCH-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT CAL00001-FILE
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-OPEN-SW
           END-IF
      * NO SLA00001 FILE MEANS A MISSING DUE DATE STAYS MISSING.
           OPEN INPUT SLA00001-FILE
           IF WS-SLA-STATUS = '00'
               MOVE 'Y' TO WS-SLA-OPEN-SW
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'

       200-PROCESS-LOG.
           PERFORM UNTIL WS-EOF-LOG = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       500-FINALIZE-TICKET.
           IF NOT FCT-LIVE OR FCT-STATUS NOT = 'CLOSED' OR
              FCT-CLOSED-DATE NOT NUMERIC
               GO TO 500-EXIT
           END-IF
           IF WS-PERIOD-CARD NOT = SPACES AND
              FCT-CLOSED-DATE(1:6) NOT = WS-PERIOD-CARD
               GO TO 500-EXIT
           END-IF
      * PRACTICE TICKETS (TRAINING QUEUE) ARE INVISIBLE TO THE
      * PRODUCTION FIGURES.
           IF FCT-QUEUE = 'TRAINING'
               GO TO 500-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 500-EXIT
           END-IF
           MOVE FCT-CLOSED-DATE TO WS-LAST-YMD-X
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-YMD)
           MOVE FCT-OPEN-DATE TO WS-OPEN-YMD-X
           ADD 1 TO WS-CNT-CLOSED
           MOVE 0 TO WS-DUE-INT
           IF FCT-DUE-DATE NUMERIC
               MOVE FCT-DUE-DATE TO WS-DUE-YMD-X
               COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
           END-IF
           IF WS-DUE-INT = 0
               PERFORM 510-DERIVE-DUE THRU 510-EXIT
           END-IF
           IF WS-DUE-INT = 0
               ADD 1 TO WS-CNT-NO-DUE
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-DUE-ADJ-INT = WS-DUE-INT + FCT-HELD-DAYS
           PERFORM 520-FIND-QUEUE
           COMPUTE WS-BREACH-DAYS = WS-LAST-INT - WS-DUE-ADJ-INT
      * A QUEUE ON ITS OWN SUPPORT SCHEDULE IS LATE ONLY BY THE DAYS
      * THAT SCHEDULE WORKS - A CLOSE ON ITS NEXT DAY OFF AFTER THE
      * DUE DATE STILL MEETS THE SLA.
           IF WS-BREACH-DAYS > 0
               PERFORM 560-LOAD-SCHEDULE THRU 560-EXIT
               IF WS-ON-SCHEDULE = 'Y'
                   MOVE WS-DUE-ADJ-INT TO WS-FROM-INT
                   MOVE WS-LAST-INT TO WS-TO-INT
                   PERFORM 570-COUNT-WORK-DAYS THRU 570-EXIT
                   MOVE WS-WORK-DAYS TO WS-BREACH-DAYS
               END-IF
           END-IF
           IF WS-BREACH-DAYS <= 0
               ADD 1 TO WS-CNT-MET
               IF WS-HIT > 0
                   ADD 1 TO WS-QUE-MET(WS-HIT)
               PERFORM 530-TALLY-PRI-MET
           ELSE
               ADD 1 TO WS-CNT-BREACHED
               IF WS-HIT > 0
                   ADD 1 TO WS-QUE-BRC(WS-HIT)
               END-IF
               PERFORM 535-TALLY-PRI-BRC
               PERFORM 550-TRACK-WORST
           END-IF.
       500-EXIT.
           EXIT.

      * THE SLA00001 VERSION IN FORCE ON THE CREATION DATE - THE
      * PRIORITY/CATEGORY ROW, ELSE THE PRIORITY'S DEFAULT ROW - AS
      * WORKING DAYS (WEEKENDS AND CAL00001 HOLIDAYS SKIPPED) FROM
      * CREATION. LEAVES WS-DUE-INT ZERO WHEN THERE IS NO ROW.
       510-DERIVE-DUE.
           IF WS-SLA-OPEN-SW NOT = 'Y' OR WS-OPEN-YMD-X NOT NUMERIC
               GO TO 510-EXIT
           END-IF
           MOVE FCT-PRIORITY TO SLA-PRIORITY
           MOVE FCT-CATEGORY TO SLA-CATEGORY
           PERFORM 515-READ-SLA THRU 515-EXIT
           IF WS-SLA-FOUND = 'N'
               MOVE FCT-PRIORITY TO SLA-PRIORITY
               MOVE 'DEFAULT' TO SLA-CATEGORY
               PERFORM 515-READ-SLA THRU 515-EXIT
           END-IF
           IF WS-SLA-FOUND = 'N' OR SLA-TARGET-HOURS NOT NUMERIC OR
              SLA-TARGET-HOURS = 0
               GO TO 510-EXIT
           END-IF
           COMPUTE WS-SLA-DAYS = (SLA-TARGET-HOURS + 8) / 9
           COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE(WS-OPEN-YMD)
           MOVE 0 TO WS-SLA-ADDED
           PERFORM UNTIL WS-SLA-ADDED = WS-SLA-DAYS
               ADD 1 TO WS-WALK-INT
               COMPUTE WS-DOW = FUNCTION MOD (WS-WALK-INT - 1, 7)
               IF WS-DOW < 5
                   MOVE 'Y' TO WS-DAY-OPEN-SW
                   IF WS-CAL-OPEN-SW = 'Y'
                       COMPUTE WS-WALK-YMD =
                           FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
                       MOVE WS-WALK-YMD-X TO CAL-KEY
                       READ CAL00001-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-CAL-STATUS = '00' AND CAL-TYPE = 'H'
                           MOVE 'N' TO WS-DAY-OPEN-SW
                       END-IF
                   END-IF
                   IF WS-DAY-OPEN-SW = 'Y'
                       ADD 1 TO WS-SLA-ADDED
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-WALK-INT TO WS-DUE-INT
           ADD 1 TO WS-CNT-DERIVED.
       510-EXIT.
           EXIT.

       515-READ-SLA.
           MOVE 'N' TO WS-SLA-FOUND
           COMPUTE SLA-EFF-INV = 99999999 - WS-OPEN-YMD
           MOVE SLA-ROW-KEY TO WS-SLA-WANT
           START SLA00001-FILE KEY IS NOT LESS THAN SLA-KEY
               INVALID KEY
                   GO TO 515-EXIT
           END-START
           READ SLA00001-FILE NEXT RECORD
               AT END
                   GO TO 515-EXIT
           END-READ
           IF SLA-ROW-KEY = WS-SLA-WANT
               MOVE 'Y' TO WS-SLA-FOUND
           END-IF.
       515-EXIT.
           EXIT.

       520-FIND-QUEUE.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QUE-USED OR WS-HIT > 0
               IF WS-QUE-KEY(WS-IDX) = FCT-QUEUE
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-QUE-USED < WS-GRP-MAX
               ADD 1 TO WS-QUE-USED
               MOVE WS-QUE-USED TO WS-HIT
               MOVE FCT-QUEUE TO WS-QUE-KEY(WS-HIT)
               MOVE 0 TO WS-QUE-MET(WS-HIT)
               MOVE 0 TO WS-QUE-BRC(WS-HIT)
           END-IF.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRI-USED OR WS-HIT > 0
               IF WS-PRI-KEY(WS-IDX) = FCT-PRIORITY
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-PRI-USED < 5
               ADD 1 TO WS-PRI-USED
               MOVE WS-PRI-USED TO WS-HIT
               MOVE FCT-PRIORITY TO WS-PRI-KEY(WS-HIT)
               MOVE 0 TO WS-PRI-MET(WS-HIT)
               MOVE 0 TO WS-PRI-BRC(WS-HIT)
           END-IF.
               END-IF
           END-PERFORM
           IF WS-BREACH-DAYS > WS-WORST-MIN-VAL
               MOVE FCT-TIX-ID TO WS-WORST-TIX(WS-WORST-MIN-IDX)
               MOVE FCT-QUEUE TO WS-WORST-QUEUE(WS-WORST-MIN-IDX)
               MOVE FCT-PRIORITY TO WS-WORST-PRI(WS-WORST-MIN-IDX)
               MOVE WS-BREACH-DAYS TO WS-WORST-DAYS(WS-WORST-MIN-IDX)
           END-IF.
       550-EXIT.
           EXIT.

      * FINDS THE SUPPORT SCHEDULE SM095P HAS PUT THE QUEUE ON AND
      * KEEPS ITS WEEK, THE SAME LOOKUP SM013P MAKES ONLINE.
      * WS-ON-SCHEDULE STAYS 'N' FOR A QUEUE ON THE SITE CALENDAR.
       560-LOAD-SCHEDULE.
           MOVE 'N' TO WS-ON-SCHEDULE
           IF WS-SCH-OPEN-SW NOT = 'Y'
               GO TO 560-EXIT
           END-IF
           MOVE '*QUEUE' TO SCH-NAME
           MOVE FCT-QUEUE TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   GO TO 560-EXIT
           END-READ
           IF NOT SCH-QUEUE-LINK
               GO TO 560-EXIT
           END-IF
           MOVE SCH-Q-SCHEDULE TO WS-SCH-NAME
           MOVE WS-SCH-NAME TO SCH-NAME
           MOVE 'WEEK' TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   GO TO 560-EXIT
           END-READ
           IF NOT SCH-WEEKLY
               GO TO 560-EXIT
           END-IF
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1 UNTIL WS-SCH-IDX > 7
               MOVE SCH-WK-OPEN(WS-SCH-IDX) TO WS-SCH-OPEN(WS-SCH-IDX)
               MOVE SCH-WK-CLOSE(WS-SCH-IDX) TO
                   WS-SCH-CLOSE(WS-SCH-IDX)
           END-PERFORM
           MOVE SCH-SITE-HOLIDAYS TO WS-SCH-SITE-HOL
           MOVE 'Y' TO WS-ON-SCHEDULE.
       560-EXIT.
           EXIT.

      * WORKING DAYS OF THE SCHEDULE AFTER WS-FROM-INT UP TO AND
      * INCLUDING WS-TO-INT.
       570-COUNT-WORK-DAYS.
           MOVE 0 TO WS-WORK-DAYS
           COMPUTE WS-WALK-INT = WS-FROM-INT + 1
           PERFORM UNTIL WS-WALK-INT > WS-TO-INT
               PERFORM 580-CHECK-SCHED-DAY THRU 580-EXIT
               IF WS-DAY-OPEN-SW = 'Y'
                   ADD 1 TO WS-WORK-DAYS
               END-IF
               ADD 1 TO WS-WALK-INT
           END-PERFORM.
       570-EXIT.
           EXIT.

      * A DAY IS WORKED WHEN THE SCHEDULE'S OWN DATE RECORD GIVES IT
      * HOURS, OR FAILING ONE WHEN ITS WEEKDAY HAS HOURS AND IT IS
      * NOT A SITE HOLIDAY THE SCHEDULE FOLLOWS - SM013P'S RULE AT
      * WHOLE-DAY GRAIN (WS-DOW 0 IS A MONDAY).
       580-CHECK-SCHED-DAY.
           MOVE 'N' TO WS-DAY-OPEN-SW
           COMPUTE WS-DOW = FUNCTION MOD (WS-WALK-INT - 1, 7)
           COMPUTE WS-WALK-YMD = FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           MOVE WS-SCH-NAME TO SCH-NAME
           MOVE WS-WALK-YMD-X TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SCH-STATUS = '00'
               IF SCH-HOLIDAY
                   GO TO 580-EXIT
               END-IF
               IF SCH-SPECIAL AND SCH-DT-OPEN NUMERIC AND
                  SCH-DT-CLOSE NUMERIC AND SCH-DT-OPEN < SCH-DT-CLOSE
                   MOVE 'Y' TO WS-DAY-OPEN-SW
                   GO TO 580-EXIT
               END-IF
           END-IF
           IF WS-SCH-OPEN(WS-DOW + 1) < WS-SCH-CLOSE(WS-DOW + 1)
               MOVE 'Y' TO WS-DAY-OPEN-SW
           END-IF
           IF WS-SCH-STATUS = '00' OR WS-DAY-OPEN-SW = 'N' OR
              WS-SCH-SITE-HOL NOT = 'Y' OR WS-CAL-OPEN-SW NOT = 'Y'
               GO TO 580-EXIT
           END-IF
           MOVE WS-WALK-YMD-X TO CAL-KEY
           READ CAL00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CAL-STATUS = '00' AND CAL-TYPE = 'H'
               MOVE 'N' TO WS-DAY-OPEN-SW
           END-IF.
       580-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE 'SMB011 - SLA COMPLIANCE BY QUEUE AND PRIORITY' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PERIOD-CARD NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PERIOD ' WS-PERIOD-CARD
           STRING 'CLOSED WITHOUT A DUE DATE ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-DERIVED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DUE DATE FROM SLA00001    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.
           DISPLAY 'SMB011 - CLOSED   = ' WS-CNT-CLOSED
           DISPLAY 'SMB011 - MET      = ' WS-CNT-MET
           DISPLAY 'SMB011 - BREACHED = ' WS-CNT-BREACHED
           CLOSE FACT-FILE
           IF WS-SCH-OPEN-SW = 'Y'
               CLOSE SCH00001-FILE
           END-IF
           IF WS-CAL-OPEN-SW = 'Y'
               CLOSE CAL00001-FILE
           END-IF
           IF WS-SLA-OPEN-SW = 'Y'
               CLOSE SLA00001-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE SCH00001-FILE
           CLOSE CAL00001-FILE
           CLOSE SLA00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
