      * ITS CIF00001 VENDOR AND WARRANTY EXPIRY, SO THE ASSETS THAT
      * KEEP GENERATING TICKETS ARE VISIBLE INSTEAD OF ANECDOTAL.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO THE LINKS
      * FROM ONE COMPANY'S TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-CIF-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB027RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  CI-STATUS                         PIC X(01).
           05  FILLER                            PIC X(08).

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(100).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-CIF-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-CIX                            PIC X VALUE 'N'.


       01  WS-PRINT-LINE                         PIC X(100).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD-X(1:4) TO WS-THIS-YEAR
           OPEN INPUT CIX00001-FILE
                   WS-CIF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB027 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB027 - UNABLE TO OPEN SMB027RP, STATUS = '
                       MOVE 'Y' TO WS-EOF-CIX
                   NOT AT END
                       ADD 1 TO WS-CNT-LINKS-READ
                       PERFORM 240-TAKE-LINK THRU 240-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       240-TAKE-LINK.
           IF CIX-LINK-DATE(1:4) NOT = WS-THIS-YEAR
               GO TO 240-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED
               MOVE CIX-TIX-ID TO TIX-ID
               READ STF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'S' TO COP-FUNCTION
               MOVE CIX-TIX-ID TO COP-TIX-ID
               MOVE SPACES TO COP-KEY
               IF WS-STF1-STATUS = '00'
                   MOVE TIX-REQUESTOR TO COP-KEY
               END-IF
               CALL 'SM122' USING WS-COP-PARMS
               IF NOT COP-IN-RUN
                   GO TO 240-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CNT-LINKS-YEAR
           PERFORM 250-COUNT-CI.
       240-EXIT.
           EXIT.

       250-COUNT-CI.
           MOVE 'N' TO WS-CI-FOUND
           PERFORM VARYING WS-CI-IX FROM 1 BY 1
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CI-ID    TICKETS VENDOR          WTY-EXP  DESC' TO
               REPORT-RECORD
           PERFORM 850-RUN-CONTROL-END
           CLOSE CIX00001-FILE
           CLOSE CIF00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

           CLOSE RUNCTL-FILE
           CLOSE CIX00001-FILE
           CLOSE CIF00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
