       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB065.
      *
      * DEPARTMENT SUPPORT BUDGET - MONTH-TO-DATE SPEND AND BURN.
      * SMB024 ONLY TELLS A DEPARTMENT WHAT IT WAS CHARGED AFTER THE
      * MONTH HAS CLOSED. THIS NIGHTLY JOB PRICES EVERY TICKET
      * CLOSED SO FAR THIS MONTH EXACTLY AS SMB024 DOES - APPROVED
      * WLF00001 EFFORT AT THE RTE00001 HOURLY RATE, ELSE THE FLAT
      * RATE, PLUS PUF00001 PARTS AT PRT00001 UNIT COST, DEPARTMENT
      * FROM THE REQUESTOR'S UAF00001 RECORD - AND STORES EACH
      * DEPARTMENT'S MONTH-TO-DATE SPEND ON ITS BUD00001 BUDGET
      * RECORD (SEE SM091P), WHERE SM005 READS IT AT APPROVAL.
      *
      * FROM THE 15TH OF THE MONTH, THE FIRST RUN ALSO SENDS EACH
      * BUDGETED DEPARTMENT'S DEP00001 HEAD A MID-MONTH BURN NOTICE
      * THROUGH THE NTFYOUT DATASET (BUDGET, SPEND, PERCENT USED
      * AGAINST PERCENT OF THE MONTH GONE), AND MARKS THE RECORD SO
      * THE NOTICE GOES ONCE A MONTH. THE SMB065RP REPORT LISTS
      * EVERY DEPARTMENT, INCLUDING SPEND WITH NO BUDGET.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      * A RATE ROW TAGGED TO A COMPANY PRICES ONLY ITS TICKETS. THE
      * BUD00001 SPEND FIGURE SM005 READS IS THE WHOLE DEPARTMENT'S,
      * SO A COMPANY RUN ONLY REPORTS - IT STAMPS NO SPEND AND SENDS
      * NO NOTICES.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - PRICE BY THE RATE VERSION IN FORCE AT CLOSE.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-STATUS.
           SELECT WLF00001-FILE ASSIGN TO WLF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WLF-STATUS.
           SELECT PUF00001-FILE ASSIGN TO PUF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUF-KEY
               FILE STATUS IS WS-PUF-STATUS.
           SELECT PRT00001-FILE ASSIGN TO PRT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRT-ID
               FILE STATUS IS WS-PRT-STATUS.
           SELECT BUD00001-FILE ASSIGN TO BUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT DEP00001-FILE ASSIGN TO DEP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODE
               FILE STATUS IS WS-DEP-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB065RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  USR-RECORD.
           05  USR-KEY.
               10  USR-USERID7                   PIC X(07).
               10  FILLER                        PIC X(01).
           05  USR-REQ                           PIC X.
           05  USR-ADMN                          PIC X.
           05  USR-APP                           PIC X.
           05  USR-SP                            PIC X.
           05  USR-UPBY                          PIC X(08).
           05  USR-ACTIVE                        PIC X.
           05  USR-PIN                           PIC X(04).
           05  USR-QUEUE                         PIC X(10).
           05  USR-DEPT                          PIC X(10).
           05  FILLER                            PIC X(97).

       FD  RTE00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROW-KEY                   PIC X(10).
               10  RTE-EFF-INV                   PIC 9(08).
           05  RTE-FLAT-RATE                     PIC 9(05)V9(02).
           05  RTE-HOUR-RATE                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(08).

       FD  WLF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  WL-RECORD.
           05  WL-KEY.
               10  WL-TIX-ID                      PIC X(06).
               10  WL-SEQ-NUM                     PIC 9(05).
           05  WL-MINUTES                         PIC 9(04).
           05  WL-NOTE                            PIC X(40).
           05  WL-BY                              PIC X(07).
           05  WL-DATE                            PIC X(10).
           05  WL-APPROVED                        PIC X(01).
           05  WL-APPR-BY                         PIC X(07).

       FD  PUF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUF-RECORD.
           05  PUF-KEY.
               10  PUF-TIX-ID                    PIC X(06).
               10  PUF-SEQ                       PIC 9(03).
           05  PUF-PART                          PIC X(08).
           05  PUF-QTY                           PIC 9(03).
           05  PUF-BY                            PIC X(07).
           05  PUF-DATE                          PIC X(08).
           05  FILLER                            PIC X(05).

       FD  PRT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRT-RECORD.
           05  PRT-ID                            PIC X(08).
           05  PRT-DESC                          PIC X(25).
           05  PRT-ONHAND                        PIC 9(05).
           05  PRT-REORDER                       PIC 9(05).
           05  PRT-UNIT-COST                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(10).

       FD  BUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUD-RECORD.
           05  BUD-KEY.
               10  BUD-DEPT                      PIC X(10).
               10  BUD-FY                        PIC X(04).
           05  BUD-MONTH-AMT                     PIC 9(07)V99
                                                 OCCURS 12 TIMES.
           05  BUD-SPEND-MONTH                   PIC X(06).
           05  BUD-SPEND-MTD                     PIC 9(07)V99.
           05  BUD-SPEND-ASOF                    PIC X(08).
           05  BUD-SET-BY                        PIC X(07).
           05  BUD-SET-DATE                      PIC X(08).
           05  BUD-NOTICE-MONTH                  PIC X(06).
           05  FILLER                            PIC X(14).

       FD  DEP00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEP-RECORD.
           05  DEP-CODE                          PIC X(10).
           05  DEP-NAME                          PIC X(25).
           05  DEP-HEAD                          PIC X(07).
           05  FILLER                            PIC X(08).

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
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-RTE-STATUS                         PIC X(02).
       01  WS-WLF-STATUS                         PIC X(02).
       01  WS-PUF-STATUS                         PIC X(02).
       01  WS-PRT-STATUS                         PIC X(02).
       01  WS-BUD-STATUS                         PIC X(02).
       01  WS-DEP-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-EOF-BUD                            PIC X VALUE 'N'.
       01  WS-WL-DONE                            PIC X.
       01  WS-PUF-DONE                           PIC X.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD-N REDEFINES WS-TODAY-YMD-X.
           05  WS-TODAY-YYYY                     PIC 9(04).
           05  WS-TODAY-MM                       PIC 9(02).
           05  WS-TODAY-DD                       PIC 9(02).
       01  WS-MONTH-X                            PIC X(06).
       01  WS-NEXT-1ST                           PIC 9(08).
       01  WS-THIS-1ST                           PIC 9(08).
       01  WS-MONTH-DAYS                         PIC 9(02).
       01  WS-NOTICE-DAY                         PIC 9(02) VALUE 15.
       01  WS-REC-YYYYMM                         PIC X(06).

       01  WS-DEPT                               PIC X(10).
       01  WS-MINUTES                            PIC 9(06).
       01  WS-AMOUNT                             PIC 9(07)V9(02).
       01  WS-PARTS-COST                         PIC 9(07)V9(02).
       01  WS-RATE-FOUND                         PIC X.
       01  WS-RATE-WANT                          PIC X(10).
       01  WS-RATE-ASOF                          PIC X(08).
       01  WS-RATE-ASOF-N REDEFINES WS-RATE-ASOF PIC 9(08).

       01  WS-DEPT-TBL.
           05  WS-DEPT-ENT OCCURS 50 TIMES.
               10  WS-DEPT-KEY                   PIC X(10).
               10  WS-DEPT-TIX                   PIC 9(05).
               10  WS-DEPT-AMT                   PIC 9(09)V9(02).
               10  WS-DEPT-BUDGETED              PIC X(01).
       01  WS-DEPT-USED                          PIC 9(03) VALUE 0.
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).

       01  WS-SPEND                              PIC 9(09)V9(02).
       01  WS-BUDGET                             PIC 9(07)V99.
       01  WS-PCT-USED                           PIC 9(05).
       01  WS-PCT-MONTH                          PIC 9(03).
       01  WS-PCT-Z                              PIC ZZZZ9.
       01  WS-PCTM-Z                             PIC ZZ9.
       01  WS-BUD-Z                              PIC Z(8)9.
       01  WS-SPEND-Z                            PIC Z(8)9.

       01  WS-CNT-CLOSED                         PIC 9(07) VALUE 0.
       01  WS-CNT-BUDGETS                        PIC 9(07) VALUE 0.
       01  WS-CNT-NOTICES                        PIC 9(07) VALUE 0.
       01  WS-CNT-OVER                           PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.
       01  WS-TIX-CO                             PIC X(04).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PRICE-TICKETS
           PERFORM 500-UPDATE-BUDGETS
           PERFORM 700-UNBUDGETED-SPEND
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD-X(1:6) TO WS-MONTH-X
      * DAYS IN THE MONTH, FOR THE SHARE OF THE MONTH ALREADY GONE.
           COMPUTE WS-THIS-1ST = WS-TODAY-YYYY * 10000 +
               WS-TODAY-MM * 100 + 1
           IF WS-TODAY-MM = 12
               COMPUTE WS-NEXT-1ST = (WS-TODAY-YYYY + 1) * 10000 +
                   101
           ELSE
               COMPUTE WS-NEXT-1ST = WS-THIS-1ST + 100
           END-IF
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-1ST) -
               FUNCTION INTEGER-OF-DATE(WS-THIS-1ST)
           OPEN INPUT STF00001-FILE
           OPEN INPUT UAF00001-FILE
           OPEN INPUT RTE00001-FILE
           OPEN INPUT WLF00001-FILE
           OPEN INPUT PUF00001-FILE
           OPEN INPUT PRT00001-FILE
           IF WS-STF1-STATUS NOT = '00' OR WS-UAF1-STATUS NOT = '00'
              OR WS-RTE-STATUS NOT = '00' OR WS-WLF-STATUS NOT = '00'
               DISPLAY 'SMB065 - AN INPUT FILE FAILED TO OPEN'
               GO TO 999-ABEND
           END-IF
           OPEN I-O BUD00001-FILE
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'SMB065 - UNABLE TO OPEN BUD00001, STATUS = '
                   WS-BUD-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT DEP00001-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'SMB065 - UNABLE TO OPEN DEP00001, STATUS = '
                   WS-DEP-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NTFY-STATUS = '35'
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF WS-NTFY-STATUS NOT = '00'
               DISPLAY 'SMB065 - UNABLE TO OPEN NTFYOUT, STATUS = '
                   WS-NTFY-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB065 - UNABLE TO OPEN SMB065RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SMB065 - DEPARTMENT BUDGET BURN, MONTH ' WS-MONTH-X
                  ', RUN ' WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DEPARTMENT     BUDGET      SPENT  USED%  NOTE' TO
               REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB065 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB065' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB065 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB065' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB065 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * PRICE THIS MONTH'S CLOSED TICKETS - SAME RULES AS SMB024'S
      * 250-PRICE-ONE, WITHOUT ITS BILLING MARKERS.
      *****************************************************************
       200-PRICE-TICKETS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       PERFORM 250-PRICE-ONE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-PRICE-ONE.
           IF TIX-STATUS NOT = 'CLOSED'
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO WS-REC-YYYYMM
           STRING LAST-UPDATE-DATE(7:4) LAST-UPDATE-DATE(1:2)
               DELIMITED BY SIZE INTO WS-REC-YYYYMM
           IF WS-REC-YYYYMM NOT = WS-MONTH-X
               GO TO 250-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE TIX-ID TO COP-TIX-ID
           MOVE TIX-REQUESTOR TO COP-KEY
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 250-EXIT
           END-IF
           MOVE COP-COMPANY TO WS-TIX-CO
           ADD 1 TO WS-CNT-CLOSED
           MOVE 'UNKNOWN' TO WS-DEPT
           MOVE TIX-REQUESTOR(1:7) TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS = '00' AND USR-DEPT NOT = SPACES
               MOVE USR-DEPT TO WS-DEPT
           END-IF
           PERFORM 300-SUM-WORKLOG
           PERFORM 350-FIND-RATE
           IF WS-RATE-FOUND = 'N'
               GO TO 250-EXIT
           END-IF
           IF WS-MINUTES > 0 AND RTE-HOUR-RATE > 0
               COMPUTE WS-AMOUNT ROUNDED =
                   (WS-MINUTES * RTE-HOUR-RATE) / 60
           ELSE
               MOVE RTE-FLAT-RATE TO WS-AMOUNT
           END-IF
           PERFORM 320-SUM-PARTS THRU 320-EXIT
           ADD WS-PARTS-COST TO WS-AMOUNT
           PERFORM 400-TALLY-DEPT.
       250-EXIT.
           EXIT.

       300-SUM-WORKLOG.
           MOVE 0 TO WS-MINUTES
           MOVE 'N' TO WS-WL-DONE
           MOVE TIX-ID TO WL-TIX-ID
           MOVE 0 TO WL-SEQ-NUM
           START WLF00001-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WL-DONE
           END-START
           PERFORM UNTIL WS-WL-DONE = 'Y'
               READ WLF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WL-DONE
                   NOT AT END
                       IF WL-TIX-ID = TIX-ID
                           IF WL-APPROVED = 'Y'
                               ADD WL-MINUTES TO WS-MINUTES
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-WL-DONE
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       320-SUM-PARTS.
           MOVE 0 TO WS-PARTS-COST
           MOVE TIX-ID TO PUF-TIX-ID
           MOVE 0 TO PUF-SEQ
           MOVE 'N' TO WS-PUF-DONE
           START PUF00001-FILE KEY IS NOT LESS THAN PUF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PUF-DONE
           END-START
           PERFORM UNTIL WS-PUF-DONE = 'Y'
               READ PUF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PUF-DONE
                   NOT AT END
                       IF PUF-TIX-ID NOT = TIX-ID
                           MOVE 'Y' TO WS-PUF-DONE
                       ELSE
                           MOVE PUF-PART TO PRT-ID
                           READ PRT00001-FILE
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           IF WS-PRT-STATUS = '00'
                               COMPUTE WS-PARTS-COST = WS-PARTS-COST
                                   + (PUF-QTY * PRT-UNIT-COST)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       320-EXIT.
           EXIT.

      * THE VERSION OF THE RATE ROW IN FORCE ON THE CLOSE DATE, AS
      * SMB024 BILLS IT.
       350-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE SPACES TO WS-RATE-ASOF
           STRING LAST-UPDATE-DATE(7:4) LAST-UPDATE-DATE(1:2)
                  LAST-UPDATE-DATE(4:2)
               DELIMITED BY SIZE INTO WS-RATE-ASOF
           IF WS-RATE-ASOF NOT NUMERIC
               MOVE WS-RUN-DATE-X TO WS-RATE-ASOF
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
           IF WS-RTE-STATUS NOT = '00' OR RTE-ROW-KEY NOT = WS-RATE-WANT
               GO TO 360-EXIT
           END-IF
      * A ROW TAGGED TO ANOTHER COMPANY IS PASSED OVER.
           MOVE 'R' TO COP-FUNCTION
           MOVE WS-RATE-WANT TO COP-KEY
           MOVE WS-TIX-CO TO COP-COMPANY
           CALL 'SM122' USING WS-COP-PARMS
           IF COP-IN-RUN
               MOVE 'Y' TO WS-RATE-FOUND
           END-IF.
       360-EXIT.
           EXIT.

       400-TALLY-DEPT.
           PERFORM 450-FIND-DEPT
           IF WS-HIT = 0 AND WS-DEPT-USED < 50
               ADD 1 TO WS-DEPT-USED
               MOVE WS-DEPT-USED TO WS-HIT
               MOVE WS-DEPT TO WS-DEPT-KEY(WS-HIT)
               MOVE 0 TO WS-DEPT-TIX(WS-HIT)
               MOVE 0 TO WS-DEPT-AMT(WS-HIT)
               MOVE 'N' TO WS-DEPT-BUDGETED(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-DEPT-TIX(WS-HIT)
               ADD WS-AMOUNT TO WS-DEPT-AMT(WS-HIT)
           END-IF.
       400-EXIT.
           EXIT.

       450-FIND-DEPT.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEPT-USED OR WS-HIT > 0
               IF WS-DEPT-KEY(WS-IDX) = WS-DEPT
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

      *****************************************************************
      * STAMP THIS YEAR'S BUDGET RECORDS WITH THE SPEND AND, FROM THE
      * NOTICE DAY, SEND THE HEADS THEIR BURN NOTICE.
      *****************************************************************
       500-UPDATE-BUDGETS.
           MOVE LOW-VALUES TO BUD-KEY
           START BUD00001-FILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-BUD
           END-START
           PERFORM UNTIL WS-EOF-BUD = 'Y'
               READ BUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-BUD
                   NOT AT END
                       IF BUD-FY = WS-TODAY-YMD-X(1:4)
                           PERFORM 550-ONE-BUDGET THRU 550-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

       550-ONE-BUDGET.
           ADD 1 TO WS-CNT-BUDGETS
           MOVE BUD-DEPT TO WS-DEPT
           PERFORM 450-FIND-DEPT
           MOVE 0 TO WS-SPEND
           IF WS-HIT > 0
               MOVE WS-DEPT-AMT(WS-HIT) TO WS-SPEND
               MOVE 'Y' TO WS-DEPT-BUDGETED(WS-HIT)
           END-IF
           MOVE BUD-MONTH-AMT(WS-TODAY-MM) TO WS-BUDGET
           MOVE 0 TO WS-PCT-USED
           IF WS-BUDGET > 0
               COMPUTE WS-PCT-USED = (WS-SPEND * 100) / WS-BUDGET
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE BUD-DEPT TO WS-PRINT-LINE(1:10)
           MOVE WS-BUDGET TO WS-BUD-Z
           MOVE WS-BUD-Z TO WS-PRINT-LINE(12:9)
           MOVE WS-SPEND TO WS-SPEND-Z
           MOVE WS-SPEND-Z TO WS-PRINT-LINE(23:9)
           IF WS-BUDGET = 0
               MOVE 'NO BUDGET THIS MONTH' TO WS-PRINT-LINE(41:20)
           ELSE
               MOVE WS-PCT-USED TO WS-PCT-Z
               MOVE WS-PCT-Z TO WS-PRINT-LINE(33:5)
               IF WS-SPEND > WS-BUDGET
                   ADD 1 TO WS-CNT-OVER
                   MOVE 'OVER BUDGET' TO WS-PRINT-LINE(41:11)
               END-IF
           END-IF
           IF NOT COP-CONSOLIDATED
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 550-EXIT
           END-IF
           MOVE WS-MONTH-X TO BUD-SPEND-MONTH
           MOVE WS-SPEND TO BUD-SPEND-MTD
           MOVE WS-TODAY-YMD-X TO BUD-SPEND-ASOF
           IF WS-BUDGET > 0 AND WS-TODAY-DD NOT < WS-NOTICE-DAY AND
              BUD-NOTICE-MONTH NOT = WS-MONTH-X
               PERFORM 600-BURN-NOTICE THRU 600-EXIT
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           REWRITE BUD-RECORD
               INVALID KEY
                   DISPLAY 'SMB065 - BUD00001 REWRITE FAILED FOR '
                       BUD-DEPT
           END-REWRITE.
       550-EXIT.
           EXIT.

       600-BURN-NOTICE.
           MOVE BUD-DEPT TO DEP-CODE
           READ DEP00001-FILE
               INVALID KEY
                   GO TO 600-EXIT
           END-READ
           IF DEP-HEAD = SPACES
               GO TO 600-EXIT
           END-IF
           COMPUTE WS-PCT-MONTH = (WS-TODAY-DD * 100) / WS-MONTH-DAYS
           MOVE WS-PCT-MONTH TO WS-PCTM-Z
           MOVE SPACES TO NOTIFY-LINE
           STRING 'TO: ' DEP-HEAD ' SUPPORT BUDGET ' BUD-DEPT ' '
                  WS-MONTH-X ': SPENT ' WS-SPEND-Z ' OF ' WS-BUD-Z
                  ' (' WS-PCT-Z '% USED, ' WS-PCTM-Z '% OF MONTH GONE)'
               DELIMITED BY SIZE INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           IF WS-SPEND > WS-BUDGET
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' DEP-HEAD ' ' BUD-DEPT
                      ' IS ALREADY OVER BUDGET - FURTHER APPROVALS'
                      ' NEED YOUR SIGN-OFF IN SM05'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF
           MOVE WS-MONTH-X TO BUD-NOTICE-MONTH
           ADD 1 TO WS-CNT-NOTICES
           MOVE 'NOTICE SENT' TO WS-PRINT-LINE(53:11).
       600-EXIT.
           EXIT.

      * SPEND FOR DEPARTMENTS WITH NO BUDGET THIS YEAR - REPORTED
      * SO THE MISSING BUDGET GETS NOTICED.
       700-UNBUDGETED-SPEND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEPT-USED
               IF WS-DEPT-BUDGETED(WS-IDX) = 'N'
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-DEPT-KEY(WS-IDX) TO WS-PRINT-LINE(1:10)
                   MOVE WS-DEPT-AMT(WS-IDX) TO WS-SPEND-Z
                   MOVE WS-SPEND-Z TO WS-PRINT-LINE(23:9)
                   MOVE 'NO BUD00001 RECORD' TO WS-PRINT-LINE(41:18)
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       700-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB065' TO RUN-JOB-NAME
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
               MOVE WS-CNT-CLOSED TO RUN-COUNT-READ
               MOVE WS-CNT-BUDGETS TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CLOSED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKETS PRICED     = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-BUDGETS TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BUDGETS UPDATED    = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OVER TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OVER BUDGET        = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NOTICES TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HEAD NOTICES SENT  = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB065 - BUDGETS UPDATED = ' WS-CNT-BUDGETS
               ' NOTICES = ' WS-CNT-NOTICES
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           CLOSE RTE00001-FILE
           CLOSE WLF00001-FILE
           CLOSE PUF00001-FILE
           CLOSE PRT00001-FILE
           CLOSE BUD00001-FILE
           CLOSE DEP00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           CLOSE RTE00001-FILE
           CLOSE WLF00001-FILE
           CLOSE PUF00001-FILE
           CLOSE PRT00001-FILE
           CLOSE BUD00001-FILE
           CLOSE DEP00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           STOP RUN.
