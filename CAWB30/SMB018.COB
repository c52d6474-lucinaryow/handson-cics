      * THE PROPOSED-DEACTIVATION LIST AN ADMINISTRATOR CAN ACTION
      * ROW BY ROW THROUGH UA001P'S D ACTION CODE.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * ACCOUNTS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
               MOVE WS-THRESHOLD-CARD TO WS-THRESHOLD-DAYS
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           OPEN INPUT UAF00001-FILE
           MOVE 'SMB018 - DORMANT ACCOUNT REPORT' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'USERID  LAST ON   IDLE  ROLES' TO REPORT-RECORD
           WRITE REPORT-RECORD.
                   AT END
                       MOVE 'Y' TO WS-EOF-USR
                   NOT AT END
                       PERFORM 250-CHECK-USER THRU 250-EXIT
               END-READ
           END-PERFORM.
           EXIT.

       250-CHECK-USER.
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED
               MOVE 'U' TO COP-FUNCTION
               MOVE USR-KEY TO COP-KEY
               CALL 'SM122' USING WS-COP-PARMS
               IF COP-COMPANY NOT = COP-RUN-COMPANY
                   GO TO 250-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CNT-READ
           IF USR-ACTIVE = 'N'
               GO TO 250-EXIT
           END-IF
           WRITE REPORT-RECORD
           DISPLAY 'SMB018 - DORMANT ACCOUNTS = ' WS-CNT-DORMANT
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

