      *     CLOSING PROVIDER (TIX-ASSIGNED-TO),
      *   - A MONTH-OVER-MONTH TREND FROM THE RATING DATE.
      *
      * THE RATINGS AND THE TICKET FIELDS NOW COME JOINED FROM
      * TONIGHT'S TIXFACT FILE (SEE SMFCT) WRITTEN BY THE SMB100
      * EXTRACT; A RATED ARCHIVED TICKET ARRIVES WITH FCT-ON-FILE 'N'.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00005 AND STF00001.
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
           SELECT REPORT-FILE ASSIGN TO SMB009RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SAT                            PIC X VALUE 'N'.

       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).
       01  WS-MON-KEY-X                          PIC X(04).

       01  WS-AVG                                PIC 9(03)V9(02).
       01  WS-PRINT-AVG                          PIC ZZ9.99.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB009 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE

       200-TALLY-RATINGS.
           PERFORM UNTIL WS-EOF-SAT = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SAT
                   NOT AT END
                       PERFORM 250-TALLY-ONE THRU 250-EXIT
               END-READ
           END-PERFORM.
           EXIT.

       250-TALLY-ONE.
           IF NOT FCT-RATED
               GO TO 250-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-READ
           ADD 1 TO WS-TOT-COUNT
           ADD FCT-RATING TO WS-TOT-SUM
           ADD 1 TO WS-TOT-DIST-N(FCT-RATING)
           MOVE FCT-RATING-DATE(3:4) TO WS-MON-KEY-X
           PERFORM 300-TALLY-MONTH
           IF FCT-LIVE
               PERFORM 320-TALLY-QUEUE
               PERFORM 340-TALLY-CATEGORY
               PERFORM 360-TALLY-ASSIGNEE
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-MON-CNT(WS-HIT)
               ADD FCT-RATING TO WS-MON-SUM(WS-HIT)
           END-IF.
       300-EXIT.
           EXIT.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QUEUE-USED OR WS-HIT > 0
               IF WS-QUEUE-KEY(WS-IDX) = FCT-QUEUE
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-QUEUE-USED < WS-GRP-MAX
               ADD 1 TO WS-QUEUE-USED
               MOVE WS-QUEUE-USED TO WS-HIT
               MOVE FCT-QUEUE TO WS-QUEUE-KEY(WS-HIT)
               MOVE 0 TO WS-QUEUE-CNT(WS-HIT)
               MOVE 0 TO WS-QUEUE-SUM(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-QUEUE-CNT(WS-HIT)
               ADD FCT-RATING TO WS-QUEUE-SUM(WS-HIT)
           END-IF.
       320-EXIT.
           EXIT.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-USED OR WS-HIT > 0
               IF WS-CAT-KEY(WS-IDX) = FCT-CATEGORY
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-CAT-USED < WS-GRP-MAX
               ADD 1 TO WS-CAT-USED
               MOVE WS-CAT-USED TO WS-HIT
               MOVE FCT-CATEGORY TO WS-CAT-KEY(WS-HIT)
               MOVE 0 TO WS-CAT-CNT(WS-HIT)
               MOVE 0 TO WS-CAT-SUM(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-CAT-CNT(WS-HIT)
               ADD FCT-RATING TO WS-CAT-SUM(WS-HIT)
           END-IF.
       340-EXIT.
           EXIT.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASG-USED OR WS-HIT > 0
               IF WS-ASG-KEY(WS-IDX) = FCT-ASSIGNED-TO
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-ASG-USED < WS-GRP-MAX
               ADD 1 TO WS-ASG-USED
               MOVE WS-ASG-USED TO WS-HIT
               MOVE FCT-ASSIGNED-TO TO WS-ASG-KEY(WS-HIT)
               MOVE 0 TO WS-ASG-CNT(WS-HIT)
               MOVE 0 TO WS-ASG-SUM(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-ASG-CNT(WS-HIT)
               ADD FCT-RATING TO WS-ASG-SUM(WS-HIT)
           END-IF.
       360-EXIT.
           EXIT.
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOT-COUNT TO WS-PRINT-COUNT
       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB009 - RATINGS READ = ' WS-CNT-READ
           CLOSE FACT-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE REPORT-FILE
           STOP RUN.
