      * EXACTLY AS SMB024 PRICES CHARGEBACK - HOURLY RATE WHEN THE
      * ROW HAS ONE AND TIME WAS BOOKED, OTHERWISE THE FLAT RATE.
      * THE VARIANCE COLUMN IS WHAT THE APPROVERS SIGNED UP FOR
      * VERSUS WHAT IT COST. APPROVED EXP00001 FIELD EXPENSES ON
      * THE TICKET ARE PART OF THE ACTUAL, AS SMB024 BILLS THEM.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - PRICE BY THE RATE VERSION IN FORCE AT CLOSE.
      *  2026-10-15 MAINT - ADD APPROVED FIELD EXPENSES TO THE ACTUAL.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-WLF-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-STATUS.
           SELECT EXP00001-FILE ASSIGN TO EXP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-KEY
               FILE STATUS IS WS-EXP-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB044RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  RTE00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROW-KEY                   PIC X(10).
               10  RTE-EFF-INV                   PIC 9(08).
           05  RTE-FLAT-RATE                     PIC 9(05)V9(02).
           05  RTE-HOUR-RATE                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(08).

       FD  EXP00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMEXP.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-WL-DONE                            PIC X.
       01  WS-EXP-STATUS                         PIC X(02).
       01  WS-EXP-DONE                           PIC X.
       01  WS-EXPENSE-COST                       PIC 9(07)V9(02).

       01  WS-MINUTES                            PIC 9(06).
       01  WS-RATE-FOUND                         PIC X.
       01  WS-RATE-WANT                          PIC X(10).
       01  WS-RATE-ASOF                          PIC X(08).
       01  WS-RATE-ASOF-N REDEFINES WS-RATE-ASOF PIC 9(08).
       01  WS-ACTUAL                             PIC 9(07)V9(02).
       01  WS-VARIANCE                           PIC S9(08)V9(02).
       01  WS-EST-D                              PIC ZZZZZZ9.
       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT EST00001-FILE
           IF WS-EST-STATUS = '35'
               DISPLAY 'SMB044 - NO EST00001 FILE, NO ESTIMATES YET'
           OPEN INPUT STF00001-FILE
           OPEN INPUT WLF00001-FILE
           OPEN INPUT RTE00001-FILE
           OPEN INPUT EXP00001-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 'SMB044 - ESTIMATE VERSUS ACTUAL' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TICKET STATUS     ESTIMATE     ACTUAL      VARIANCE'
               TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 250-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE EST-TIX-ID TO COP-TIX-ID
           MOVE TIX-REQUESTOR TO COP-KEY
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 250-EXIT
           END-IF
           PERFORM 300-SUM-WORKLOG
           PERFORM 350-FIND-RATE
           MOVE 0 TO WS-ACTUAL
                   MOVE RTE-FLAT-RATE TO WS-ACTUAL
               END-IF
           END-IF
           PERFORM 320-SUM-EXPENSES THRU 320-EXIT
           ADD WS-EXPENSE-COST TO WS-ACTUAL
           COMPUTE WS-VARIANCE = WS-ACTUAL - EST-AMOUNT
           MOVE EST-AMOUNT TO WS-EST-D
           MOVE WS-ACTUAL TO WS-ACT-D
       300-EXIT.
           EXIT.

      * APPROVED EXPENSES ONLY, MATCHING SMB024. NO EXP00001 FILE
      * YET MEANS NO EXPENSES.
       320-SUM-EXPENSES.
           MOVE 0 TO WS-EXPENSE-COST
           IF WS-EXP-STATUS NOT = '00'
               GO TO 320-EXIT
           END-IF
           MOVE EST-TIX-ID TO EXP-TIX-ID
           MOVE 0 TO EXP-SEQ-NUM
           MOVE 'N' TO WS-EXP-DONE
           START EXP00001-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EXP-DONE
           END-START
           PERFORM UNTIL WS-EXP-DONE = 'Y'
               READ EXP00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EXP-DONE
                   NOT AT END
                       IF EXP-TIX-ID = EST-TIX-ID
                           IF EXP-APPROVED = 'Y'
                               ADD EXP-AMOUNT TO WS-EXPENSE-COST
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EXP-DONE
                       END-IF
               END-READ
           END-PERFORM.
       320-EXIT.
           EXIT.

      * THE VERSION OF THE RATE ROW IN FORCE ON THE CLOSE DATE, AS
      * SMB024 BILLS IT; A TICKET STILL OPEN IS COSTED AT TODAY'S.
       350-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE WS-RUN-DATE-X TO WS-RATE-ASOF
           IF TIX-STATUS = 'CLOSED'
               STRING LAST-UPDATE-DATE(7:4) LAST-UPDATE-DATE(1:2)
                      LAST-UPDATE-DATE(4:2)
                   DELIMITED BY SIZE INTO WS-RATE-ASOF
               IF WS-RATE-ASOF NOT NUMERIC
                   MOVE WS-RUN-DATE-X TO WS-RATE-ASOF
               END-IF
           END-IF
           MOVE TIX-CATEGORY TO WS-RATE-WANT
           PERFORM 360-READ-RATE THRU 360-EXIT
           IF WS-RATE-FOUND = 'N'
               MOVE TIX-QUEUE TO WS-RATE-WANT
               PERFORM 360-READ-RATE THRU 360-EXIT
           END-IF
           IF WS-RATE-FOUND = 'N'
               MOVE 'DEFAULT' TO WS-RATE-WANT
               PERFORM 360-READ-RATE THRU 360-EXIT
           END-IF.
       350-EXIT.
           EXIT.

       360-READ-RATE.
           MOVE WS-RATE-WANT TO RTE-ROW-KEY
           COMPUTE RTE-EFF-INV = 99999999 - WS-RATE-ASOF-N
           START RTE00001-FILE KEY IS NOT LESS THAN RTE-KEY
               INVALID KEY
                   GO TO 360-EXIT
           END-START
           READ RTE00001-FILE NEXT RECORD
               AT END
                   GO TO 360-EXIT
           END-READ
           IF WS-RTE-STATUS = '00' AND RTE-ROW-KEY = WS-RATE-WANT
               MOVE 'Y' TO WS-RATE-FOUND
           END-IF.
       360-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           CLOSE STF00001-FILE
           CLOSE WLF00001-FILE
           CLOSE RTE00001-FILE
           CLOSE EXP00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

           CLOSE STF00001-FILE
           CLOSE WLF00001-FILE
           CLOSE RTE00001-FILE
           CLOSE EXP00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
