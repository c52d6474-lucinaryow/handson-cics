      * SYMPTOMS IS A FIX THAT DID NOT HOLD - THE LINE THE CHRONIC
      * FAULTS NEVER HAD.
      *
      * A COMPSEL CARD (SEE SMCOP) COUNTS ONLY ONE COMPANY'S SYMPTOM
      * TICKETS AND LEAVES OUT A PROBLEM WITH NONE OF THEM; WITHOUT
      * ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRB-ID
               FILE STATUS IS WS-PRB-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB049RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  PRB-CLOSED                        PIC X(08).
           05  FILLER                            PIC X(09).

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-PRX-STATUS                         PIC X(02).
       01  WS-PRB-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.

       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-Z5B                                PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT PRX00001-FILE
           IF WS-PRX-STATUS = '35'
               DISPLAY 'SMB049 - NO PRX00001 FILE, NO PROBLEMS LINKED'
               GO TO 999-ABEND
           END-IF
           OPEN INPUT PRB00001-FILE
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB049 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE 'SMB049 - PROBLEM RECURRENCE' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PROBLEM S CATEGORY   BEFORE  AFTER  VERDICT' TO
               REPORT-RECORD
                       MOVE PRX-PRB-ID TO PRB-ID
               END-READ
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED
               MOVE PRX-TIX-ID TO TIX-ID
               READ STF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'S' TO COP-FUNCTION
               MOVE PRX-TIX-ID TO COP-TIX-ID
               MOVE SPACES TO COP-KEY
               IF WS-STF1-STATUS = '00'
                   MOVE TIX-REQUESTOR TO COP-KEY
               END-IF
               CALL 'SM122' USING WS-COP-PARMS
               IF NOT COP-IN-RUN
                   GO TO 250-EXIT
               END-IF
           END-IF
           IF PRB-STATUS = 'C' AND PRB-CLOSED NUMERIC AND
              PRX-LINK-DATE > PRB-CLOSED
               ADD 1 TO WS-CNT-AFTER
           EXIT.

       500-FINALIZE-PROBLEM.
           IF WS-CNT-BEFORE = 0 AND WS-CNT-AFTER = 0
               GO TO 500-EXIT
           END-IF
           ADD 1 TO WS-CNT-PROBLEMS
           MOVE WS-CNT-BEFORE TO WS-Z5
           MOVE WS-CNT-AFTER TO WS-Z5B
           DISPLAY 'SMB049 - FIXES NOT HOLDING = ' WS-CNT-NOT-HELD
           CLOSE PRX00001-FILE
           CLOSE PRB00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

           CLOSE RUNCTL-FILE
           CLOSE PRX00001-FILE
           CLOSE PRB00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
