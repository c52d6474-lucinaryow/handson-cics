      * MANAGEMENT USED TO RECEIVE FIVE SEPARATE PRINTS (SMB009,
      * SMB010, SMB011, SMB022, SMB024) AND BUILD THEIR OWN
      * SPREADSHEET; THIS JOB PRODUCES THE ONE PACK - A PAGE PER
      * QUEUE PLUS A SUMMARY PAGE - FROM THE SAME SMB100 TIXFACT
      * FILE THOSE REPORTS READ (SEE SMFCT), SO ITS ARRIVAL AND
      * CLOSE DATES ARE THE ONES THEY USE:
      *
      *   - ARRIVALS AND CLOSURES IN THE SYSIN PERIOD (YYYYMM CARD,
      *     DEFAULT = LAST MONTH), BY FCT-OPEN-DATE/FCT-CLOSED-DATE,
      *   - SLA ATTAINMENT (CLOSED WITHIN DUE DATE PLUS HELD DAYS),
      *   - AVERAGE STF00005 SATISFACTION FOR THE PERIOD'S CLOSES,
      *   - OPEN BACKLOG AS OF THE RUN,
      *     RECORD THIS JOB WROTE LAST MONTH (AND WRITES AGAIN FOR
      *     NEXT MONTH).
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00001, MRF00001 AND STF00005.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT KPI00001-FILE ASSIGN TO KPI00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  KPI00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-KPI-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-Z3                                 PIC ZZ9.
       01  WS-SAT-Z                              PIC 9.9.
       01  WS-PRINT-LINE                         PIC X(100).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           IF WS-PERIOD-CARD NUMERIC
               MOVE WS-PERIOD-CARD TO WS-PERIOD
           MOVE WS-PERIOD TO WS-PERIOD-N
           PERFORM 180-BACK-ONE-MONTH
           MOVE WS-PERIOD-N TO WS-PRIOR-PERIOD
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB035 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O KPI00001-FILE
           IF WS-KPI-STATUS = '35'
               OPEN OUTPUT KPI00001-FILE

       200-SCAN-TICKETS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
           EXIT.

       250-ONE-TICKET.
      * ONLY TICKETS STILL ON STF00001 ARE SCORED.
           IF NOT FCT-LIVE
               GO TO 250-EXIT
           END-IF
      * PRACTICE TICKETS (TRAINING QUEUE) ARE INVISIBLE TO THE
      * PRODUCTION FIGURES.
           IF FCT-QUEUE = 'TRAINING'
               GO TO 250-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 250-EXIT
           END-IF
           MOVE FCT-QUEUE TO WS-WORK-QUEUE
           IF WS-WORK-QUEUE = SPACES
               MOVE '(NONE)' TO WS-WORK-QUEUE
           END-IF
           IF WS-Q-IX = 0
               GO TO 250-EXIT
           END-IF
           IF FCT-STATUS NOT = 'CLOSED' AND
              FCT-STATUS NOT = 'CANCELED' AND
              FCT-STATUS NOT = 'REJECTED'
               ADD 1 TO WS-Q-BACKLOG (WS-Q-IX)
               ADD 1 TO WS-TOT-BACKLOG
           END-IF
           IF FCT-OPEN-DATE(1:6) = WS-PERIOD
               ADD 1 TO WS-Q-ARRIVED (WS-Q-IX)
               ADD 1 TO WS-TOT-ARRIVED
           END-IF
           IF FCT-CLOSED-DATE(1:6) = WS-PERIOD AND
              FCT-STATUS = 'CLOSED'
               PERFORM 300-TALLY-CLOSURE THRU 300-EXIT
           END-IF.
       250-EXIT.
           ADD 1 TO WS-Q-CLOSED (WS-Q-IX)
           ADD 1 TO WS-TOT-CLOSED
           PERFORM 350-TALLY-CATEGORY
           IF FCT-DUE-DATE NOT = SPACES AND FCT-CLOSED-DATE NUMERIC
               MOVE FCT-DUE-DATE TO WS-DUE-YMD-X
               IF WS-DUE-YMD-X NUMERIC
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
                       + FCT-HELD-DAYS
                   MOVE FCT-CLOSED-DATE TO WS-CLOSED-N
                   COMPUTE WS-CLOSED-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CLOSED-N)
                   IF WS-CLOSED-INT <= WS-DUE-INT
                   END-IF
               END-IF
           END-IF
           IF FCT-RATED
               ADD FCT-RATING TO WS-Q-SAT-SUM (WS-Q-IX)
               ADD 1 TO WS-Q-SAT-CNT (WS-Q-IX)
               ADD FCT-RATING TO WS-TOT-SAT-SUM
               ADD 1 TO WS-TOT-SAT-CNT
           END-IF.
       300-EXIT.
           MOVE 'N' TO WS-Q-FOUND
           PERFORM VARYING WS-C-IX FROM 1 BY 1
                   UNTIL WS-C-IX > WS-C-USED OR WS-Q-FOUND = 'Y'
               IF WS-C-NAME (WS-C-IX) = FCT-CATEGORY
                   MOVE 'Y' TO WS-Q-FOUND
               END-IF
           END-PERFORM
           ELSE
               IF WS-C-USED < 30
                   ADD 1 TO WS-C-USED
                   MOVE FCT-CATEGORY TO WS-C-NAME (WS-C-USED)
                   MOVE 1 TO WS-C-COUNT (WS-C-USED)
               END-IF
           END-IF.
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-Q-ARRIVED (WS-Q-IX) TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
      * KPI00001 HOLDS THE CONSOLIDATED HISTORY ONLY, SO A COMPANY
      * RUN NEITHER COMPARES AGAINST IT NOR WRITES TO IT.
           IF COP-CONSOLIDATED
               PERFORM 570-PRINT-DELTAS
               PERFORM 580-SAVE-QUEUE-KPI
           ELSE
               MOVE '  (NO DELTAS ON A SINGLE-COMPANY RUN)' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       550-EXIT.
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-ARRIVED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           CLOSE FACT-FILE
           CLOSE KPI00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE KPI00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
