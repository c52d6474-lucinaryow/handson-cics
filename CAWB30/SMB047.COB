      *     REQUESTOR ACTUALLY NEEDS IT,
      *   - MISSED: THE NEEDED-BY DATE HAS ALREADY PASSED.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CNT-MISSED                         PIC 9(05) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           OPEN INPUT NBD00001-FILE
           IF WS-NBD-STATUS = '35'
           MOVE 'SMB047 - COMMITMENTS AT RISK' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TICKET NEEDED   SLA DUE  QUEUE      STATE' TO
               REPORT-RECORD
              OR TIX-STATUS = 'REJECTED'
               GO TO 250-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE NBD-TIX-ID TO COP-TIX-ID
           MOVE TIX-REQUESTOR TO COP-KEY
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO WS-STATE
           IF NBD-DATE NUMERIC AND NBD-DATE < WS-TODAY-YMD-X
               MOVE 'MISSED' TO WS-STATE
               ' MISSED = ' WS-CNT-MISSED
           CLOSE NBD00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

