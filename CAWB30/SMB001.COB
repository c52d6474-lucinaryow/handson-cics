      * PRODUCES AN OPEN-TICKETS-BY-STATUS REPORT WITH AGING BUCKETS
      * FOR TICKETS NOT YET CLOSED/CANCELED/REJECTED, FOLLOWED BY A
      * SAME-DAY ACTIVITY COUNT DRIVEN OFF THE STF00002 LOG.
      *
      * BOTH HALVES COME FROM ONE PASS OF TONIGHT'S TIXFACT FILE
      * (SEE SMFCT), WRITTEN BY THE SMB100 EXTRACT THIS JOB WAITS
      * FOR. THE LOG COUNTS ARE THE FACT RECORD'S ENTRY COUNTS, SO
      * THE HISTORY OF ARCHIVED TICKETS IS INCLUDED.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS BOTH HALVES TO ONE
      * COMPANY'S TICKETS; WITHOUT ONE THE REPORT IS CONSOLIDATED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB001RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               FILE STATUS IS WS-RUNCTL-STATUS.
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
       01  WS-EOF-TIX                            PIC X VALUE 'N'.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-TALLY-TICKETS
           PERFORM 400-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB001 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE

       200-TALLY-TICKETS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       PERFORM 250-CLASSIFY-TICKET THRU 250-EXIT
               END-READ
           END-PERFORM.
           EXIT.

       250-CLASSIFY-TICKET.
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 250-EXIT
           END-IF
           PERFORM 350-CLASSIFY-LOG THRU 350-EXIT
      * ONLY TICKETS STILL ON STF00001 HAVE A STATUS TO COUNT.
           IF NOT FCT-LIVE
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-TIX-READ
      * PRACTICE TICKETS (TRAINING QUEUE) ARE INVISIBLE TO THE
      * PRODUCTION FIGURES.
           IF FCT-QUEUE = 'TRAINING'
               GO TO 250-EXIT
           END-IF
           EVALUATE FCT-STATUS
               WHEN 'CREATED'
                   ADD 1 TO WS-CNT-CREATED
                   PERFORM 260-BUCKET-AGE
           EXIT.

       260-BUCKET-AGE.
           MOVE FCT-UPDATE-DATE TO WS-REC-YMD-X
           IF WS-REC-YMD-X NOT NUMERIC
               MOVE WS-TODAY-YMD-X TO WS-REC-YMD-X
           END-IF
           COMPUTE WS-REC-INT = FUNCTION INTEGER-OF-DATE(WS-REC-YMD)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REC-INT
           EVALUATE TRUE
       260-EXIT.
           EXIT.

      * THE TICKET'S STF00002 ENTRIES, ALL-TIME AND DATED TODAY, AS
      * SMB100 COUNTED THEM TONIGHT.
       350-CLASSIFY-LOG.
           ADD FCT-LOG-COUNT TO WS-LOG-TOTAL-COUNT
           ADD FCT-LOG-TODAY TO WS-LOG-TODAY-COUNT.
       350-EXIT.
           EXIT.

               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'STATUS      COUNT   0-3   4-7  8-14  15+' TO

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
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
