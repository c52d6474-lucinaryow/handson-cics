      *     AVERAGE DAYS OUT, AND HOW MANY UNITS ARE STILL OUT -
      *     THE NUMBERS THE CONTRACT REVIEW HAS NEVER HAD.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - VND00001 RECORD LENGTHENED FOR REPAIR CAP.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-ID
               FILE STATUS IS WS-VND-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB028RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  VND-CONTACT                       PIC X(20).
           05  VND-TURN-DAYS                     PIC 9(03).
           05  VND-ACTIVE                        PIC X(01).
           05  VND-REPAIR-CAP                    PIC 9(07).
           05  FILLER                            PIC X(16).

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-DSP-STATUS                         PIC X(02).
       01  WS-VND-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-DSP                            PIC X VALUE 'N'.

       01  WS-PRINT-COUNT2                       PIC ZZZZ9.
       01  WS-PRINT-COUNT3                       PIC ZZZZ9.
       01  WS-PRINT-COUNT4                       PIC ZZZZ9.
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD-N)
                   WS-VND-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB028 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB028 - UNABLE TO OPEN SMB028RP, STATUS = '
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.
                   AT END
                       MOVE 'Y' TO WS-EOF-DSP
                   NOT AT END
                       PERFORM 250-ONE-DISPATCH THRU 250-EXIT
               END-READ
           END-PERFORM
           IF WS-CNT-CHASE = 0
           EXIT.

       250-ONE-DISPATCH.
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED
               MOVE DSP-TIX-ID TO TIX-ID
               READ STF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'S' TO COP-FUNCTION
               MOVE DSP-TIX-ID TO COP-TIX-ID
               MOVE SPACES TO COP-KEY
               IF WS-STF1-STATUS = '00'
                   MOVE TIX-REQUESTOR TO COP-KEY
               END-IF
               CALL 'SM122' USING WS-COP-PARMS
               IF NOT COP-IN-RUN
                   GO TO 250-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CNT-READ
           MOVE DSP-VENDOR TO VND-ID
           READ VND00001-FILE
               INVALID KEY
           PERFORM 850-RUN-CONTROL-END
           CLOSE DSP00001-FILE
           CLOSE VND00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

           CLOSE RUNCTL-FILE
           CLOSE DSP00001-FILE
           CLOSE VND00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
