      *
      * MONTHLY REOPEN-RATE QUALITY REPORT.
      * CLOSURE COUNTS WITHOUT REOPEN RATES REWARD FAST, BAD
      * CLOSES. THIS JOB COUNTS, FOR THE SYSIN PERIOD (YYYYMM CARD,
      * BLANK = EVERYTHING), EVERY HISTORY ENTRY WHOSE REMARK
      * CARRIES 'REOPENED' - THE TEXT BOTH SM004'S DISPUTE PATH AND
      * THE PROVIDER-SIDE REOPENS WRITE. THE REOPENS AND THEIR
      * MONTHS ARE TAKEN FROM TONIGHT'S SMB100 TIXFACT FILE (SEE
      * SMFCT), WHICH FINDS THEM THE SAME WAY. REOPENED TICKETS ARE
      * BROKEN DOWN BY PROVIDER, BY CATEGORY, AND BY RESOLUTION
      * CODE (DESCRIBED THROUGH RCD00001), WITH A REPEAT LIST OF
      * TICKETS REOPENED MORE THAN ONCE.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00002 AND STF00001.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT RCD00001-FILE ASSIGN TO RCD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  RCD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-RCD-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-PERIOD-CARD                        PIC X(06).

       01  WS-CUR-REOPENS                        PIC 9(03).
       01  WS-YM-IX                              PIC 9(01).

       01  WS-P-TABLE.
           05  WS-P-ENTRY OCCURS 50 TIMES.
       01  WS-REPEAT-USED                        PIC 9(03) VALUE 0.

       01  WS-RCD-DESC                           PIC X(30).
       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-REOPENED                       PIC 9(07) VALUE 0.
       01  WS-CNT-TICKETS                        PIC 9(07) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-Z3                                 PIC ZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-WALK-FACTS
           PERFORM 600-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.
               MOVE SPACES TO WS-PERIOD-CARD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB041 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT RCD00001-FILE
           OPEN OUTPUT REPORT-FILE.
       100-EXIT.
       150-EXIT.
           EXIT.

       200-WALK-FACTS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-COUNT-REOPENS THRU 250-EXIT
                       PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * THE TICKET'S REOPENS IN THE PERIOD. THE FACT RECORD KEEPS THE
      * MONTH OF THE FIRST SIX; ANY BEYOND THE SIXTH FALL IN THE
      * SIXTH ONE'S MONTH.
       250-COUNT-REOPENS.
           MOVE 0 TO WS-CUR-REOPENS
           IF FCT-REOPEN-COUNT = 0
               GO TO 250-EXIT
           END-IF
           IF WS-PERIOD-CARD = SPACES
               MOVE FCT-REOPEN-COUNT TO WS-CUR-REOPENS
               GO TO 250-EXIT
           END-IF
           PERFORM VARYING WS-YM-IX FROM 1 BY 1
                   UNTIL WS-YM-IX > 6 OR WS-YM-IX > FCT-REOPEN-COUNT
               IF FCT-REOPEN-YM (WS-YM-IX) = WS-PERIOD-CARD
                   ADD 1 TO WS-CUR-REOPENS
               END-IF
           END-PERFORM
           IF FCT-REOPEN-COUNT > 6 AND
              FCT-REOPEN-YM (6) = WS-PERIOD-CARD
               COMPUTE WS-CUR-REOPENS =
                   WS-CUR-REOPENS + FCT-REOPEN-COUNT - 6
           END-IF.
       250-EXIT.
           EXIT.

       500-FINALIZE-TICKET.
           IF WS-CUR-REOPENS = 0
               GO TO 500-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 500-EXIT
           END-IF
           ADD WS-CUR-REOPENS TO WS-CNT-REOPENED
           ADD 1 TO WS-CNT-TICKETS
      * A TICKET ARCHIVED OFF STF00001 COUNTS, BUT HAS NO OWNER,
      * CATEGORY OR CODE LEFT TO TALLY.
           IF FCT-LIVE
               MOVE SPACES TO WS-T-KEY
               MOVE FCT-ASSIGNED-TO TO WS-T-KEY(1:7)
               PERFORM 520-TALLY-PROVIDER
               MOVE FCT-CATEGORY TO WS-T-KEY
               PERFORM 530-TALLY-CATEGORY
               MOVE SPACES TO WS-T-KEY
               MOVE FCT-RESOLUTION-CD TO WS-T-KEY(1:5)
               PERFORM 540-TALLY-RESCODE
           END-IF
           IF WS-CUR-REOPENS > 1 AND WS-REPEAT-USED < 30
               ADD 1 TO WS-REPEAT-USED
               MOVE FCT-TIX-ID TO
                   WS-REPEAT-TIX (WS-REPEAT-USED)
               MOVE WS-CUR-REOPENS TO
                   WS-REPEAT-CNT (WS-REPEAT-USED)
           MOVE 'SMB041 - REOPEN-RATE QUALITY REPORT' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BY PROVIDER' TO REPORT-RECORD
           WRITE REPORT-RECORD
                   DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               MOVE WS-CNT-READ TO RUN-COUNT-READ
               MOVE WS-CNT-TICKETS TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB041 - TICKETS REOPENED = ' WS-CNT-TICKETS
           CLOSE FACT-FILE
           CLOSE RCD00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE RCD00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
