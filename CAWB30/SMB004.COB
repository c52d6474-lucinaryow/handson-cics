      * AND ACTIVITY VOLUME ARE BOTH BUCKETED BY HOW MANY WEEKS AGO THE
      * TICKET'S LAST LOG ENTRY FELL, THE SAME BUCKETED-COUNTER STYLE
      * SMB001 ALREADY USES FOR ITS DAYS-OLD AGING BUCKETS.
      *
      * THE WALK ITSELF NOW HAPPENS ONCE A NIGHT IN THE SMB100
      * EXTRACT: THIS JOB READS TONIGHT'S TIXFACT FILE (SEE SMFCT),
      * WHOSE OPEN AND LAST-ACTIVITY DATES ARE THE FIRST AND LAST LOG
      * DATES WITH THE MRF00001 ROLLUP'S DATES PREFERRED, THE SAME
      * DATES SMB010 READS.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB004RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-LOG                            PIC X VALUE 'N'.

       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).

       01  WS-FIRST-YMD-X                        PIC X(08).
       01  WS-FIRST-YMD REDEFINES WS-FIRST-YMD-X PIC 9(08).
       01  WS-FIRST-INT                          PIC 9(09).
       01  WS-LAST-YMD REDEFINES WS-LAST-YMD-X   PIC 9(08).
       01  WS-LAST-INT                           PIC 9(09).

       01  WS-AGE-WEEKS                          PIC S9(05).
       01  WS-TURNAROUND-DAYS                    PIC S9(05).
       01  WS-PRINT-WEEK-IDX                     PIC S9(05).
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
       01  WS-PRINT-AVG                          PIC ZZZZ9.99.
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB004 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE

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

      * ONE TICKET WITH LOG ACTIVITY - BUCKET ITS ACTIVITY BY HOW
      * MANY WEEKS AGO ITS LAST LOG ENTRY FELL, AND ROLL A CLOSED
      * TICKET'S FIRST-TO-LAST SPAN INTO THE SAME BUCKET'S
      * TURNAROUND TOTAL.
       500-FINALIZE-TICKET.
           IF FCT-OPEN-DATE NOT NUMERIC OR FCT-LAST-DATE NOT NUMERIC
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
           ADD 1 TO WS-CNT-TICKETS
           MOVE FCT-OPEN-DATE TO WS-FIRST-YMD-X
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-YMD)
           MOVE FCT-LAST-DATE TO WS-LAST-YMD-X
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-YMD)
           COMPUTE WS-AGE-WEEKS = (WS-TODAY-INT - WS-LAST-INT) / 7
           PERFORM 520-BUCKET-VOLUME
           PERFORM 540-CHECK-CLOSED-TURNAROUND THRU 540-EXIT.
       500-EXIT.
           EXIT.

       520-EXIT.
           EXIT.

      * AN ARCHIVED TICKET (NO LONGER ON STF00001) COUNTS IN THE
      * VOLUME BUT HAS NO STATUS TO TEST.
       540-CHECK-CLOSED-TURNAROUND.
           IF FCT-LIVE AND FCT-STATUS = 'CLOSED'
               ADD 1 TO WS-CNT-CLOSED
               COMPUTE WS-TURNAROUND-DAYS = WS-LAST-INT - WS-FIRST-INT
               EVALUATE TRUE
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'WEEK            VOLUME  CLOSED  AVG TURNAROUND DAYS'

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
