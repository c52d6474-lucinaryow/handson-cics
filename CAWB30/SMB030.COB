       PROGRAM-ID. SMB030.
      *
      * QUEUE STAFFING FORECAST REPORT FOR THE BUDGET ROUND.
      * TWO FILES ANSWER THE HEADCOUNT QUESTION TOGETHER:
      *
      *   - TONIGHT'S SMB100 TIXFACT FILE (SEE SMFCT) GIVES EACH
      *     TICKET'S ARRIVAL (FCT-OPEN-DATE), TALLIED FOR ITS QUEUE
      *     BY DAY OF WEEK (DERIVED FROM INTEGER-OF-DATE THE WAY
      *     SM013P'S HEADER DOCUMENTS - DAY 1 IS A MONDAY, SO
      *     MOD 7 GIVES 0=SUN THROUGH 6=SAT), AND THE WLF00001
      *     MINUTES ACTUALLY LOGGED AGAINST IT (FCT-WL-MINUTES),
      *   - QMF00001 GIVES THE PROVIDERS CURRENTLY REGISTERED PER
      *     QUEUE.
      *
      * THE RECOMMENDATION PRICES EACH QUEUE'S AVERAGE LOGGED
      * MINUTES PER WEEK AGAINST A 2400-MINUTE (40-HOUR) PROVIDER
      * BY HAND, NOW REPRODUCIBLE. TICKETS ALREADY ARCHIVED OFF
      * STF00001 TALLY UNDER '(ARCHIVED)' SO NOTHING IS HIDDEN.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED. A QUEUE BELONGS TO
      * ONE COMPANY (SM030P), SO A COMPANY RUN COUNTS THE MEMBERS OF
      * THE QUEUES ITS TICKETS ARRIVED IN AND NO OTHERS.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00001, STF00002 AND WLF00001.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X.
       01  WS-Q-USED                             PIC 9(03) VALUE 0.
       01  WS-Q-IX                               PIC 9(03).
       01  WS-Q-FOUND                            PIC X.
       01  WS-Q-ADD-SW                           PIC X VALUE 'Y'.
       01  WS-Q-OVERFLOW                         PIC 9(05) VALUE 0.
       01  WS-D-IX                               PIC 9(01).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-ARRIVALS                       PIC 9(07) VALUE 0.

       01  WS-MIN-WEEK                           PIC 9(07).
       01  WS-Z3B                                PIC ZZ9.
       01  WS-DOW-Z                              PIC ZZZZ9.
       01  WS-POS                                PIC 9(03).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-TALLY-TICKETS
           PERFORM 300-TALLY-MEMBERS
           PERFORM 500-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB030 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT QMF00001-FILE
       150-EXIT.
           EXIT.

      * ONE PASS OF THE FACT FILE GIVES BOTH THE ARRIVALS AND THE
      * LOGGED MINUTES. A TICKET ARCHIVED OFF STF00001 TALLIES UNDER
      * '(ARCHIVED)'.
       200-TALLY-TICKETS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-ONE-TICKET THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-TICKET.
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 250-EXIT
           END-IF
           IF FCT-LIVE
               MOVE FCT-QUEUE TO WS-WORK-QUEUE
           ELSE
               MOVE WS-ARCHIVED-Q TO WS-WORK-QUEUE
           END-IF
           PERFORM 280-FIND-QUEUE-SLOT
           IF WS-Q-IX = 0
               GO TO 250-EXIT
           END-IF
           ADD FCT-WL-MINUTES TO WS-Q-MINUTES (WS-Q-IX)
           MOVE FCT-OPEN-DATE TO WS-REC-YMD-X
           IF WS-REC-YMD-X NOT NUMERIC
               GO TO 250-EXIT
           END-IF
           IF WS-REC-INT > WS-MAX-INT
               MOVE WS-REC-INT TO WS-MAX-INT
           END-IF
           COMPUTE WS-D-IX = WS-DOW + 1
           ADD 1 TO WS-Q-DOW-ARR (WS-Q-IX, WS-D-IX)
           ADD 1 TO WS-Q-ARRIVALS (WS-Q-IX).
       250-EXIT.
           EXIT.

           IF WS-Q-FOUND = 'Y'
               SUBTRACT 1 FROM WS-Q-IX
           ELSE
               IF WS-Q-ADD-SW NOT = 'Y'
                   MOVE 0 TO WS-Q-IX
               ELSE
                   IF WS-Q-USED < 20
                       ADD 1 TO WS-Q-USED
                       MOVE WS-Q-USED TO WS-Q-IX
                       MOVE WS-WORK-QUEUE TO WS-Q-NAME (WS-Q-IX)
                       PERFORM VARYING WS-D-IX FROM 1 BY 1
                               UNTIL WS-D-IX > 7
                           MOVE ZEROES TO
                               WS-Q-DOW-ARR (WS-Q-IX, WS-D-IX)
                       END-PERFORM
                       MOVE ZEROES TO WS-Q-ARRIVALS (WS-Q-IX)
                       MOVE ZEROES TO WS-Q-MINUTES (WS-Q-IX)
                       MOVE ZEROES TO WS-Q-MEMBERS (WS-Q-IX)
                   ELSE
                       ADD 1 TO WS-Q-OVERFLOW
                       MOVE 0 TO WS-Q-IX
                   END-IF
               END-IF
           END-IF.
       280-EXIT.
           IF WS-QMF-STATUS = '35'
               GO TO 300-EXIT
           END-IF
           IF NOT COP-CONSOLIDATED
               MOVE 'N' TO WS-Q-ADD-SW
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QMF00001-FILE NEXT RECORD
       300-EXIT.
           EXIT.

       500-PRINT-REPORT.
           IF WS-MAX-INT > WS-MIN-INT
               COMPUTE WS-WEEKS =
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'QUEUE        SUN  MON  TUE  WED  THU  FRI  SAT'
                   DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               MOVE WS-CNT-READ TO RUN-COUNT-READ
               MOVE WS-CNT-ARRIVALS TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           CLOSE FACT-FILE
           CLOSE QMF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE QMF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
