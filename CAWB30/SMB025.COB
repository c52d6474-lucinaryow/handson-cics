      * STILL COUNT UNDER THEIR PROVIDER, JUST NOT UNDER A QUEUE OR
      * CATEGORY.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - COUNT ONLY SUPERVISOR-APPROVED TIME.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PRINT-HOURS                        PIC ZZZZZ9.9.
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
           OPEN INPUT WLF00001-FILE
           IF WS-WLF-STATUS NOT = '00'
               DISPLAY 'SMB025 - UNABLE TO OPEN WLF00001, STATUS = '
                   GO TO 250-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-TICKET-FOUND
           MOVE WL-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE WL-TIX-ID TO COP-TIX-ID
           MOVE SPACES TO COP-KEY
           IF WS-STF1-STATUS = '00'
               MOVE TIX-REQUESTOR TO COP-KEY
           END-IF
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-COUNTED
           PERFORM 310-TALLY-PRV
           IF WS-STF1-STATUS = '00'
               MOVE 'Y' TO WS-TICKET-FOUND
               PERFORM 320-TALLY-QUE
       600-PRINT-REPORT.
           MOVE 'SMB025 - WORK-LOG EFFORT REPORT' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PERIOD-CARD NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PERIOD ' WS-PERIOD-CARD
           DISPLAY 'SMB025 - ENTRIES READ = ' WS-CNT-READ
           CLOSE WLF00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

