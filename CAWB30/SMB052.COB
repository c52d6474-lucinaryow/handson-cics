      * BLANK CARDS DEFAULT TO THE LAST 90 DAYS AND A 90-DAY
      * DORMANCY THRESHOLD.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE PACK TO ONE COMPANY'S
      * USERS - THE MEMBER, THE APPROVER AND THE USER CHANGED DECIDE
      * SECTIONS 2 TO 4; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PAGE-EDIT                          PIC ZZZ9.
       01  WS-HEAD-LINE                          PIC X(120).
       01  WS-DETAIL                             PIC X(120).
       01  WS-USER-IN-RUN                        PIC X(01).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-TO-CARD FROM SYSIN
           ACCEPT WS-DORMANT-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           IF WS-TO-CARD NUMERIC AND WS-TO-CARD NOT = SPACES
           MOVE 'PAGE' TO REPORT-RECORD(106:4)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 4 TO WS-LINE-COUNT.
       250-EXIT.
           EXIT.

       260-EXIT.
           EXIT.

      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES'
      * USERS. THE USERID IS IN COP-KEY ON THE WAY IN.
       280-CHECK-USER-COMPANY.
           MOVE 'Y' TO WS-USER-IN-RUN
           IF COP-CONSOLIDATED
               GO TO 280-EXIT
           END-IF
           MOVE 'U' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           IF COP-COMPANY NOT = COP-RUN-COMPANY
               MOVE 'N' TO WS-USER-IN-RUN
           END-IF.
       280-EXIT.
           EXIT.

      * SECTION 1 - EVERY ACCOUNT ON FILE WITH ITS ROLE FLAGS.
       300-LIST-USERS.
           MOVE SPACES TO WS-DETAIL
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 350-EXIT
           END-READ
           MOVE USR-KEY TO COP-KEY
           PERFORM 280-CHECK-USER-COMPANY THRU 280-EXIT
           IF WS-USER-IN-RUN = 'N'
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-CNT-USERS
           MOVE SPACES TO WS-DETAIL
           MOVE USR-USERID7 TO WS-DETAIL(1:7)
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 450-EXIT
           END-READ
           MOVE QM-USERID TO COP-KEY
           PERFORM 280-CHECK-USER-COMPANY THRU 280-EXIT
           IF WS-USER-IN-RUN = 'N'
               GO TO 450-EXIT
           END-IF
           ADD 1 TO WS-CNT-MEMBERS
           MOVE SPACES TO WS-DETAIL
           MOVE QM-QUEUE TO WS-DETAIL(1:10)
              WS-TODAY-YMD-X > DLG-TO-DATE
               GO TO 550-EXIT
           END-IF
           MOVE DLG-APPROVER TO COP-KEY
           PERFORM 280-CHECK-USER-COMPANY THRU 280-EXIT
           IF WS-USER-IN-RUN = 'N'
               GO TO 550-EXIT
           END-IF
           ADD 1 TO WS-CNT-DELEG
           MOVE SPACES TO WS-DETAIL
           MOVE DLG-APPROVER TO WS-DETAIL(1:7)
              WS-AUDIT-YMD > WS-PERIOD-TO
               GO TO 650-EXIT
           END-IF
           MOVE AUDIT-USERID TO COP-KEY
           PERFORM 280-CHECK-USER-COMPANY THRU 280-EXIT
           IF WS-USER-IN-RUN = 'N'
               GO TO 650-EXIT
           END-IF
           ADD 1 TO WS-CNT-CHANGES
           MOVE SPACES TO WS-DETAIL
           MOVE AUDIT-USERID TO WS-DETAIL(1:7)
              USR-LAST-SIGNON NOT < WS-CUTOFF-YMD-X
               GO TO 720-EXIT
           END-IF
           MOVE USR-KEY TO COP-KEY
           PERFORM 280-CHECK-USER-COMPANY THRU 280-EXIT
           IF WS-USER-IN-RUN = 'N'
               GO TO 720-EXIT
           END-IF
           ADD 1 TO WS-CNT-DORMANT
           MOVE SPACES TO WS-DETAIL
           MOVE USR-USERID7 TO WS-DETAIL(1:7)
           CLOSE QMF00001-FILE
           CLOSE DLG00001-FILE
           CLOSE UAF00002-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

