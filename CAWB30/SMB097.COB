       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB097.
      *
      * MONTHLY FIELD EXPENSE REIMBURSEMENT EXTRACT.
      * READS EXP00001 (SEE SMEXP), THE EXPENSES ENGINEERS LOG ON
      * SM03P, AND SENDS EVERY ONE THE SUPERVISOR HAS APPROVED ON
      * SM071P, DATED IN OR BEFORE THE SYSIN PERIOD AND NOT YET
      * PAID, TO THE PAYROLL INTERFACE ON PAYEXP - ONE FIXED RECORD
      * PER EXPENSE. EACH ONE SENT IS MARKED EXP-PAID WITH THE
      * PERIOD IN THE SAME PASS, SO A RERUN (OR NEXT MONTH'S RUN)
      * NEVER CLAIMS IT TWICE; AN EXPENSE APPROVED LATE SIMPLY GOES
      * WITH THE NEXT PERIOD. THE REPORT TOTALS EACH ENGINEER AND
      * EACH ENGINEER IS TOLD ON NTFYOUT WHAT WENT TO PAYROLL.
      *
      * SYSIN CARDS: PERIOD (YYYYMM), FORCE (OPTIONAL).
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP00001-FILE ASSIGN TO EXP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXP-KEY
               FILE STATUS IS WS-EXP-STATUS.
           SELECT PAYEXP-FILE ASSIGN TO PAYEXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB097RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXP00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMEXP.

       FD  PAYEXP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYEXP-RECORD.
           05  PAY-USERID                        PIC X(07).
           05  PAY-PERIOD                        PIC X(06).
           05  PAY-TIX-ID                        PIC X(06).
           05  PAY-SEQ-NUM                       PIC 9(05).
           05  PAY-TYPE                          PIC X(01).
           05  PAY-DATE                          PIC X(08).
           05  PAY-AMOUNT                        PIC 9(05)V9(02).
           05  PAY-RECEIPT                       PIC X(12).
           05  FILLER                            PIC X(28).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-LINE                           PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-EXP-STATUS                         PIC X(02).
       01  WS-PAY-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-PERIOD-CARD                        PIC X(06).

      * WHAT EACH ENGINEER IS BEING PAID THIS RUN.
       01  WS-EN-TABLE.
           05  WS-EN-ENTRY OCCURS 300 TIMES.
               10  WS-EN-USERID                  PIC X(07).
               10  WS-EN-COUNT                   PIC 9(04).
               10  WS-EN-AMOUNT                  PIC 9(07)V9(02).
       01  WS-EN-USED                            PIC 9(03) VALUE 0.
       01  WS-EN-IX                              PIC 9(03).

       01  WS-CNT-READ                           PIC 9(06) VALUE 0.
       01  WS-CNT-PAID                           PIC 9(05) VALUE 0.
       01  WS-CNT-WAITING                        PIC 9(05) VALUE 0.
       01  WS-CNT-DROPPED                        PIC 9(05) VALUE 0.
       01  WS-TOTAL-PAID                         PIC 9(09)V9(02)
                                                   VALUE 0.
       01  WS-Z4                                 PIC ZZZ9.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-AMT-D                              PIC ZZZZ9.99.
       01  WS-TOT-D                              PIC ZZZZZZ9.99.
       01  WS-GRAND-D                            PIC ZZZZZZZZ9.99.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-EXTRACT-EXPENSES
           PERFORM 400-PRINT-ENGINEERS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               DISPLAY 'SMB097 - A YYYYMM PERIOD CARD IS REQUIRED'
               STOP RUN
           END-IF
           PERFORM 150-RUN-CONTROL-START
           OPEN I-O EXP00001-FILE
           IF WS-EXP-STATUS = '35'
               DISPLAY 'SMB097 - NO EXP00001 - NO EXPENSE EVER LOGGED'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-EXP-STATUS NOT = '00'
               DISPLAY 'SMB097 - UNABLE TO OPEN EXP00001, STATUS = '
                   WS-EXP-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT PAYEXP-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'SMB097 - UNABLE TO OPEN PAYEXP, STATUS = '
                   WS-PAY-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB097 - UNABLE TO OPEN SMB097RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB097 - FIELD EXPENSE REIMBURSEMENT FOR PERIOD '
                  WS-PERIOD-CARD ', RUN ' WS-RUN-DATE-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ENGINEER TICKET SEQNO T DATE       AMOUNT RECEIPT'
               TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD IS ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB097 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB097' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB097 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB097' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           MOVE WS-RUN-TIME-FMT TO RUN-START-TIME
           MOVE SPACES TO RUN-END-TIME
           MOVE 'RUNNING' TO RUN-STATUS
           MOVE ZEROES TO RUN-COUNT-READ
           MOVE ZEROES TO RUN-COUNT-CHANGED
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'Y' TO RUN-FORCED
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE 'N' TO RUN-FORCED
               WRITE RUN-CTL-RECORD
                   INVALID KEY
                       DISPLAY 'SMB097 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-EXTRACT-EXPENSES.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ EXP00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-ONE-EXPENSE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * PAID ONES ARE DONE; UNAPPROVED ONES WAIT FOR THE SUPERVISOR
      * AND ARE ONLY COUNTED; LATER-DATED ONES BELONG TO A LATER RUN.
       250-ONE-EXPENSE.
           IF EXP-PAID = 'Y'
               GO TO 250-EXIT
           END-IF
           IF EXP-DATE(1:6) > WS-PERIOD-CARD
               GO TO 250-EXIT
           END-IF
           IF EXP-APPROVED NOT = 'Y'
               ADD 1 TO WS-CNT-WAITING
               GO TO 250-EXIT
           END-IF
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-EN-USED
                      OR WS-EN-USERID (WS-EN-IX) = EXP-BY
               CONTINUE
           END-PERFORM
           IF WS-EN-IX > WS-EN-USED
               IF WS-EN-USED < 300
                   ADD 1 TO WS-EN-USED
                   MOVE EXP-BY TO WS-EN-USERID (WS-EN-USED)
                   MOVE 0 TO WS-EN-COUNT (WS-EN-USED)
                   MOVE 0 TO WS-EN-AMOUNT (WS-EN-USED)
                   MOVE WS-EN-USED TO WS-EN-IX
               ELSE
      * LEFT UNPAID, SO IT GOES OUT ON THE NEXT RUN.
                   ADD 1 TO WS-CNT-DROPPED
                   GO TO 250-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO EXP-PAID
           MOVE WS-PERIOD-CARD TO EXP-PAID-PERIOD
           REWRITE EXP-RECORD
               INVALID KEY
                   DISPLAY 'SMB097 - EXP00001 REWRITE FAILED FOR '
                       EXP-KEY
                   GO TO 250-EXIT
           END-REWRITE
           MOVE SPACES TO PAYEXP-RECORD
           MOVE EXP-BY TO PAY-USERID
           MOVE WS-PERIOD-CARD TO PAY-PERIOD
           MOVE EXP-TIX-ID TO PAY-TIX-ID
           MOVE EXP-SEQ-NUM TO PAY-SEQ-NUM
           MOVE EXP-TYPE TO PAY-TYPE
           MOVE EXP-DATE TO PAY-DATE
           MOVE EXP-AMOUNT TO PAY-AMOUNT
           MOVE EXP-RECEIPT TO PAY-RECEIPT
           WRITE PAYEXP-RECORD
           ADD 1 TO WS-CNT-PAID
           ADD EXP-AMOUNT TO WS-TOTAL-PAID
           ADD 1 TO WS-EN-COUNT (WS-EN-IX)
           ADD EXP-AMOUNT TO WS-EN-AMOUNT (WS-EN-IX)
           MOVE EXP-AMOUNT TO WS-AMT-D
           MOVE SPACES TO WS-PRINT-LINE
           MOVE EXP-BY TO WS-PRINT-LINE(1:7)
           MOVE EXP-TIX-ID TO WS-PRINT-LINE(10:6)
           MOVE EXP-SEQ-NUM TO WS-PRINT-LINE(17:5)
           MOVE EXP-TYPE TO WS-PRINT-LINE(23:1)
           MOVE EXP-DATE TO WS-PRINT-LINE(25:8)
           MOVE WS-AMT-D TO WS-PRINT-LINE(35:8)
           MOVE EXP-RECEIPT TO WS-PRINT-LINE(44:12)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       250-EXIT.
           EXIT.

      * ONE TOTAL LINE AND ONE NOTICE PER ENGINEER PAID.
       400-PRINT-ENGINEERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ENGINEER   EXPENSES        TOTAL' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-EN-USED
               MOVE WS-EN-COUNT (WS-EN-IX) TO WS-Z4
               MOVE WS-EN-AMOUNT (WS-EN-IX) TO WS-TOT-D
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-EN-USERID (WS-EN-IX) TO WS-PRINT-LINE(1:7)
               MOVE WS-Z4 TO WS-PRINT-LINE(15:4)
               MOVE WS-TOT-D TO WS-PRINT-LINE(23:10)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-EN-USERID (WS-EN-IX)
                      '  ' WS-Z4 ' FIELD EXPENSE(S) TOTALLING '
                      WS-TOT-D ' SENT TO PAYROLL FOR ' WS-PERIOD-CARD
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-PERFORM.
       400-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB097' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00'
               ACCEPT WS-RUN-TIME-X FROM TIME
               STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                      WS-RUN-TIME-X(5:2)
                   DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               MOVE WS-CNT-READ TO RUN-COUNT-READ
               MOVE WS-CNT-PAID TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-PAID TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EXPENSES EXTRACTED  = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-PAID TO WS-GRAND-D
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'AMOUNT EXTRACTED    = ' WS-GRAND-D
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EN-USED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ENGINEERS PAID      = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-WAITING TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'AWAITING APPROVAL   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-DROPPED > 0
               MOVE WS-CNT-DROPPED TO WS-Z5
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'HELD - TABLE FULL   = ' WS-Z5
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY 'SMB097 - EXTRACTED = ' WS-CNT-PAID
               ' AWAITING APPROVAL = ' WS-CNT-WAITING
           CLOSE EXP00001-FILE
           CLOSE PAYEXP-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE EXP00001-FILE
           CLOSE PAYEXP-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
