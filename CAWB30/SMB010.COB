      *   - HOW MANY WERE REOPENED THROUGH SM007 (ITS LOG ENTRIES
      *     CARRY THE 'REOPENED - ' REMARK PREFIX).
      *
      * THE WALK AND THE JOIN NOW HAPPEN ONCE A NIGHT IN THE SMB100
      * EXTRACT AND THIS JOB READS TONIGHT'S TIXFACT FILE (SEE SMFCT).
      * THE LAST-ACTIVITY DATE IS THE ONE SMB004 USES (THE MRF00001
      * ROLLUP'S, ELSE THE LAST LOG ENTRY) AND A REOPEN IS ANY
      * 'REOPENED' ENTRY, AS SMB041 COUNTS THEM.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - TAKE BUSINESS MINUTES FROM THE MRF00001
      *                     ROLLUP WHEN PRESENT.
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
           SELECT CAL00001-FILE ASSIGN TO CAL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT REPORT-FILE ASSIGN TO SMB010RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  CAL00001-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-CAL-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-LOG                            PIC X VALUE 'N'.
       01  WS-CAL-AVAILABLE                      PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).

       01  WS-FIRST-YMD-X                        PIC X(08).
       01  WS-FIRST-YMD REDEFINES WS-FIRST-YMD-X PIC 9(08).
       01  WS-FIRST-INT                          PIC 9(09).
       01  WS-LAST-YMD-X                         PIC X(08).
       01  WS-LAST-YMD REDEFINES WS-LAST-YMD-X   PIC 9(08).
       01  WS-LAST-INT                           PIC 9(09).

       01  WS-DUE-YMD-X                          PIC X(08).
       01  WS-DUE-YMD REDEFINES WS-DUE-YMD-X     PIC 9(08).
       01  WS-PRINT-AVG                          PIC ZZZZ9.99.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
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
               DISPLAY 'SMB010 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT CAL00001-FILE

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
           IF FCT-LOG-COUNT = 0 OR FCT-OPEN-DATE NOT NUMERIC OR
              FCT-LAST-DATE NOT NUMERIC
               GO TO 500-EXIT
           END-IF
           ADD FCT-LOG-COUNT TO WS-CNT-LOGS-READ
           ADD 1 TO WS-CNT-TICKETS
           IF WS-PERIOD-CARD NOT = SPACES AND
              FCT-LAST-DATE(1:6) NOT = WS-PERIOD-CARD
               GO TO 500-EXIT
           END-IF
           IF NOT FCT-LIVE OR FCT-ASSIGNED-TO = SPACES
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
           PERFORM 520-FIND-PROVIDER
           IF WS-HIT = 0
               GO TO 500-EXIT
           END-IF
           MOVE FCT-OPEN-DATE TO WS-FIRST-YMD-X
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-YMD)
           MOVE FCT-LAST-DATE TO WS-LAST-YMD-X
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-YMD)
           IF FCT-STATUS = 'CLOSED'
               ADD 1 TO WS-PRV-CLOSED(WS-HIT)
      * THE MRF00001 ROLLUP ALREADY CARRIES SM013P'S BUSINESS-
      * MINUTES ANSWER FROM CLOSE TIME; THE DAY-BY-DAY CALENDAR
      * WALK IS ONLY FOR PRE-ROLLUP TICKETS.
               IF FCT-BUS-MINUTES > 0
                   COMPUTE WS-BUS-HOURS = FCT-BUS-MINUTES / 60
               ELSE
                   PERFORM 540-CALC-BUS-HOURS
               END-IF
               ADD WS-BUS-HOURS TO WS-PRV-HOURS(WS-HIT)
               IF FCT-DUE-DATE NUMERIC
                   MOVE FCT-DUE-DATE TO WS-DUE-YMD-X
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
                   IF WS-DUE-INT < WS-LAST-INT
                       ADD 1 TO WS-PRV-OVERDUE(WS-HIT)
                   END-IF
               END-IF
           END-IF
           IF FCT-REOPEN-COUNT > 0
               ADD 1 TO WS-PRV-REOPENED(WS-HIT)
           END-IF.
       500-EXIT.
           EXIT.

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRV-USED OR WS-HIT > 0
               IF WS-PRV-KEY(WS-IDX) = FCT-ASSIGNED-TO
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-PRV-USED < WS-GRP-MAX
               ADD 1 TO WS-PRV-USED
               MOVE WS-PRV-USED TO WS-HIT
               MOVE FCT-ASSIGNED-TO TO WS-PRV-KEY(WS-HIT)
               MOVE 0 TO WS-PRV-CLOSED(WS-HIT)
               MOVE 0 TO WS-PRV-HOURS(WS-HIT)
               MOVE 0 TO WS-PRV-OVERDUE(WS-HIT)
           MOVE 'SMB010 - SERVICE PROVIDER PERFORMANCE' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PERIOD-CARD NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PERIOD ' WS-PERIOD-CARD
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB010 - LOG ENTRIES READ = ' WS-CNT-LOGS-READ
           DISPLAY 'SMB010 - TICKETS SEEN     = ' WS-CNT-TICKETS
           CLOSE FACT-FILE
           CLOSE CAL00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE CAL00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
