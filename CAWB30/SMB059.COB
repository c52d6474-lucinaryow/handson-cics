       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB059.
      *
      * SPARE-PARTS STOCK-TAKE RECONCILIATION.
      * PRT-ONHAND ONLY MOVES WHEN SM072P BOOKS A PART TO A TICKET OR
      * SMB058 POSTS A DELIVERY, SO IT DRIFTS FROM THE SHELF. THE
      * COUNTIN DATASET IS THE PHYSICAL COUNT - ONE LINE PER PRT-ID
      * WITH THE COUNTED QUANTITY AND AN OPTIONAL REASON (A PART
      * COUNTED IN TWO PLACES MAY APPEAR TWICE; THE LINES ARE ADDED).
      * THE FIRST SYSIN CARD PICKS THE MODE:
      *
      *   REPORT  - VARIANCE REPORT ONLY: BOOK QUANTITY, COUNTED
      *             QUANTITY, DIFFERENCE AND ITS VALUE AT
      *             PRT-UNIT-COST. NOTHING IS CHANGED.
      *   POST    - THE SAME REPORT, THEN EVERY VARIANCE IS POSTED:
      *             PRT-ONHAND IS SET TO THE COUNT AND AN ADJ00001
      *             ADJUSTMENT HISTORY RECORD IS WRITTEN WITH THE
      *             REASON, THE VALUE AND THE APPROVER. THE SECOND
      *             CARD MUST NAME THE APPROVING SUPERVISOR - AN
      *             ACTIVE UAF00001 ADMINISTRATOR - OR THE RUN FALLS
      *             BACK TO REPORT AND ENDS RC 4.
      *   QUARTER - NO COUNT FILE; THE SECOND CARD (YYYYQN) PICKS A
      *             CALENDAR QUARTER AND ADJ00001 IS LISTED FOR IT
      *             WITH THE WRITTEN-OFF AND WRITTEN-ON VALUE, FOR
      *             FINANCE AND THE AUDITORS.
      *
      * SYSIN CARDS: MODE, APPROVER USERID OR QUARTER, FORCE
      * (OPTIONAL).
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
           SELECT COUNTIN-FILE ASSIGN TO COUNTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PRT00001-FILE ASSIGN TO PRT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRT-ID
               FILE STATUS IS WS-PRT-STATUS.
           SELECT ADJ00001-FILE ASSIGN TO ADJ00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-KEY
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB059RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNTIN-RECORD.
           05  IN-PART                           PIC X(08).
           05  FILLER                            PIC X(01).
           05  IN-QTY                            PIC X(05).
           05  IN-QTY-N REDEFINES IN-QTY         PIC 9(05).
           05  FILLER                            PIC X(01).
           05  IN-REASON                         PIC X(30).

       FD  PRT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRT-RECORD.
           05  PRT-ID                            PIC X(08).
           05  PRT-DESC                          PIC X(25).
           05  PRT-ONHAND                        PIC 9(05).
           05  PRT-REORDER                       PIC 9(05).
           05  PRT-UNIT-COST                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(10).

      * ONE RECORD PER POSTED ADJUSTMENT, KEYED BY POSTING DATE SO A
      * QUARTER IS ONE KEY RANGE. QUANTITY AND VALUE ARE UNSIGNED
      * WITH A DIRECTION BYTE, AS IN THE SMB024 GLOUT INTERFACE.
       FD  ADJ00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJ-RECORD.
           05  ADJ-KEY.
               10  ADJ-DATE                      PIC X(08).
               10  ADJ-PART                      PIC X(08).
               10  ADJ-SEQ                       PIC 9(02).
           05  ADJ-BOOK-QTY                      PIC 9(05).
           05  ADJ-COUNT-QTY                     PIC 9(05).
           05  ADJ-DIRECTION                     PIC X(01).
               88  ADJ-WRITE-OFF                 VALUE '-'.
               88  ADJ-WRITE-ON                  VALUE '+'.
           05  ADJ-DIFF-QTY                      PIC 9(05).
           05  ADJ-UNIT-COST                     PIC 9(05)V9(02).
           05  ADJ-VALUE                         PIC 9(09)V9(02).
           05  ADJ-REASON                        PIC X(30).
           05  ADJ-APPROVED-BY                   PIC X(07).
           05  ADJ-POSTED-BY                     PIC X(08).
           05  ADJ-TIME                          PIC X(06).
           05  FILLER                            PIC X(17).

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
           05  FILLER                            PIC X(121).

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
       01  WS-IN-STATUS                          PIC X(02).
       01  WS-PRT-STATUS                         PIC X(02).
       01  WS-ADJ-STATUS                         PIC X(02).
       01  WS-UAF-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-ADJ-EOF                            PIC X.

       01  WS-MODE-CARD                          PIC X(07).
           88  WS-MODE-POST                      VALUE 'POST'.
           88  WS-MODE-QUARTER                   VALUE 'QUARTER'.
       01  WS-PARM-CARD                          PIC X(08).
       01  WS-APPROVER                           PIC X(07).
       01  WS-QTR-CARD.
           05  WS-QTR-YEAR                       PIC X(04).
           05  WS-QTR-Q                          PIC X(01).
           05  WS-QTR-NUM                        PIC 9(01).
       01  WS-QTR-FROM                           PIC X(08).
       01  WS-QTR-TO                             PIC X(08).
       01  WS-QTR-START-MM                       PIC 9(02).
       01  WS-QTR-END-MM                         PIC 9(02).

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-JOB-NAME                           PIC X(08) VALUE
               'SMB059'.
       01  WS-DEFAULT-REASON                     PIC X(30) VALUE
               'STOCK-TAKE COUNT'.

      * THE COUNT FILE IS LOADED WHOLE SO EACH PART CAN BE MATCHED
      * WHILE PRT00001 IS READ IN KEY ORDER, WHATEVER ORDER THE
      * COUNTERS WROTE THEIR SHEETS IN.
       01  WS-CNT-MAX                            PIC 9(04) COMP VALUE
               2000.
       01  WS-CNT-COUNT                          PIC 9(04) COMP VALUE 0.
       01  WS-CNT-SUB                            PIC 9(04) COMP.
       01  WS-CNT-HIT                            PIC 9(04) COMP.
       01  WS-CNT-TABLE.
           05  WS-CNT-ENTRY OCCURS 2000 TIMES.
               10  WS-CNT-PART                   PIC X(08).
               10  WS-CNT-QTY                    PIC 9(07).
               10  WS-CNT-REASON                 PIC X(30).
               10  WS-CNT-MATCHED                PIC X(01).

       01  WS-COUNTED                            PIC 9(07).
       01  WS-DIFF                               PIC S9(07).
       01  WS-DIFF-ABS                           PIC 9(07).
       01  WS-VALUE                              PIC S9(09)V9(02).
       01  WS-VALUE-ABS                          PIC 9(09)V9(02).
       01  WS-TOTAL-OFF                          PIC 9(11)V9(02)
               VALUE 0.
       01  WS-TOTAL-ON                           PIC 9(11)V9(02)
               VALUE 0.
       01  WS-NET                                PIC S9(11)V9(02).

       01  WS-CNT-LINES                          PIC 9(07) VALUE 0.
       01  WS-CNT-PARTS                          PIC 9(07) VALUE 0.
       01  WS-CNT-COUNTED                        PIC 9(07) VALUE 0.
       01  WS-CNT-VARIANCE                       PIC 9(07) VALUE 0.
       01  WS-CNT-POSTED                         PIC 9(07) VALUE 0.
       01  WS-CNT-NOT-COUNTED                    PIC 9(07) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(07) VALUE 0.

       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-DIFF-Z                             PIC -ZZZZZ9.
       01  WS-VALUE-Z                            PIC -ZZZZZZZZ9.99.
       01  WS-TOTAL-Z                            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-Z                              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-EXIT
           IF WS-MODE-QUARTER
               PERFORM 600-QUARTER-SUMMARY THRU 600-EXIT
           ELSE
               PERFORM 200-LOAD-COUNTS
               PERFORM 300-RECONCILE
               PERFORM 400-UNMATCHED-COUNTS
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-MODE-CARD FROM SYSIN
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB059 - UNABLE TO OPEN SMB059RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O ADJ00001-FILE
           IF WS-ADJ-STATUS = '35'
               OPEN OUTPUT ADJ00001-FILE
               CLOSE ADJ00001-FILE
               OPEN I-O ADJ00001-FILE
           END-IF
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'SMB059 - UNABLE TO OPEN ADJ00001, STATUS = '
                   WS-ADJ-STATUS
               GO TO 999-ABEND
           END-IF
           IF WS-MODE-QUARTER
               PERFORM 170-CHECK-QUARTER THRU 170-EXIT
               GO TO 100-EXIT
           END-IF
           IF WS-MODE-POST
               PERFORM 160-CHECK-APPROVER THRU 160-EXIT
           END-IF
           IF WS-MODE-POST
               OPEN I-O PRT00001-FILE
           ELSE
               OPEN INPUT PRT00001-FILE
           END-IF
           IF WS-PRT-STATUS NOT = '00'
               DISPLAY 'SMB059 - UNABLE TO OPEN PRT00001, STATUS = '
                   WS-PRT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT COUNTIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'SMB059 - UNABLE TO OPEN COUNTIN, STATUS = '
                   WS-IN-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF WS-MODE-POST
               STRING 'SMB059 - STOCK-TAKE ADJUSTMENTS POSTED, RUN '
                      WS-TODAY-YMD-X ' APPROVED BY ' WS-APPROVER
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING 'SMB059 - STOCK-TAKE VARIANCE REPORT (NOT '
                      'POSTED), RUN ' WS-TODAY-YMD-X
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'PART     DESCRIPTION           BOOK  COUNTED   DIFF'
                  '         VALUE'
               DELIMITED BY SIZE INTO REPORT-RECORD
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
               DISPLAY 'SMB059 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB059' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB059 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB059' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB059 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * THE SUPERVISOR'S SIGN-OFF. AN APPROVER WHO IS NOT AN ACTIVE
      * ADMINISTRATOR TURNS THE RUN INTO A REPORT - THE COUNT IS
      * STILL WORTH SEEING, BUT NOTHING IS POSTED ON A BAD CARD.
       160-CHECK-APPROVER.
           MOVE WS-PARM-CARD(1:7) TO WS-APPROVER
           OPEN INPUT UAF00001-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'SMB059 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO USR-KEY
           MOVE WS-APPROVER TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-APPROVER = SPACES OR WS-UAF-STATUS NOT = '00' OR
              USR-ADMN NOT = 'Y' OR USR-ACTIVE = 'N'
               DISPLAY 'SMB059 - APPROVER ' WS-APPROVER
                   ' IS NOT AN ACTIVE ADMINISTRATOR - REPORT ONLY'
               MOVE 'REPORT' TO WS-MODE-CARD
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE UAF00001-FILE.
       160-EXIT.
           EXIT.

       170-CHECK-QUARTER.
           MOVE WS-PARM-CARD(1:6) TO WS-QTR-CARD
           IF WS-QTR-YEAR NOT NUMERIC OR WS-QTR-Q NOT = 'Q' OR
              WS-QTR-NUM NOT NUMERIC OR WS-QTR-NUM < 1 OR
              WS-QTR-NUM > 4
               DISPLAY 'SMB059 - QUARTER CARD MUST BE YYYYQN, GOT '
                   WS-PARM-CARD
               GO TO 999-ABEND
           END-IF
           COMPUTE WS-QTR-START-MM = WS-QTR-NUM * 3 - 2
           COMPUTE WS-QTR-END-MM = WS-QTR-NUM * 3
           STRING WS-QTR-YEAR WS-QTR-START-MM '01'
               DELIMITED BY SIZE INTO WS-QTR-FROM
           STRING WS-QTR-YEAR WS-QTR-END-MM '31'
               DELIMITED BY SIZE INTO WS-QTR-TO
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB059 - STOCK ADJUSTMENTS FOR QUARTER '
                  WS-QTR-CARD ' (' WS-QTR-FROM ' - ' WS-QTR-TO ')'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'DATE     PART      QTY         VALUE APPROVER REASON'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       170-EXIT.
           EXIT.

       200-LOAD-COUNTS.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ COUNTIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-LINES
                       PERFORM 250-STORE-COUNT THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-STORE-COUNT.
           IF IN-PART = SPACES OR IN-QTY NOT NUMERIC
               ADD 1 TO WS-CNT-REJECTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING IN-PART ' COUNT LINE REJECTED - QUANTITY '
                      IN-QTY ' NOT NUMERIC'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 250-EXIT
           END-IF
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > WS-CNT-COUNT
                      OR WS-CNT-PART(WS-CNT-SUB) = IN-PART
               CONTINUE
           END-PERFORM
           IF WS-CNT-SUB > WS-CNT-COUNT
               IF WS-CNT-COUNT >= WS-CNT-MAX
                   DISPLAY 'SMB059 - COUNT TABLE FULL AT ' IN-PART
                   GO TO 999-ABEND
               END-IF
               ADD 1 TO WS-CNT-COUNT
               MOVE IN-PART TO WS-CNT-PART(WS-CNT-SUB)
               MOVE ZEROES TO WS-CNT-QTY(WS-CNT-SUB)
               MOVE WS-DEFAULT-REASON TO WS-CNT-REASON(WS-CNT-SUB)
               MOVE 'N' TO WS-CNT-MATCHED(WS-CNT-SUB)
           END-IF
           ADD IN-QTY-N TO WS-CNT-QTY(WS-CNT-SUB)
           IF IN-REASON NOT = SPACES
               MOVE IN-REASON TO WS-CNT-REASON(WS-CNT-SUB)
           END-IF.
       250-EXIT.
           EXIT.

       300-RECONCILE.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ PRT00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-PARTS
                       PERFORM 350-ONE-PART THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

      * A PART NOBODY COUNTED IS LISTED BUT LEFT ALONE - AN EMPTY
      * SHELF IS COUNTED AS 00000, NOT OMITTED.
       350-ONE-PART.
           MOVE 0 TO WS-CNT-HIT
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > WS-CNT-COUNT
               IF WS-CNT-PART(WS-CNT-SUB) = PRT-ID
                   MOVE WS-CNT-SUB TO WS-CNT-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           MOVE PRT-ID TO WS-PRINT-LINE(1:8)
           MOVE PRT-DESC(1:20) TO WS-PRINT-LINE(10:20)
           MOVE PRT-ONHAND TO WS-Z5
           MOVE WS-Z5 TO WS-PRINT-LINE(31:5)
           IF WS-CNT-HIT = 0
               ADD 1 TO WS-CNT-NOT-COUNTED
               MOVE 'NOT COUNTED' TO WS-PRINT-LINE(38:11)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-CNT-COUNTED
           MOVE 'Y' TO WS-CNT-MATCHED(WS-CNT-HIT)
           MOVE WS-CNT-QTY(WS-CNT-HIT) TO WS-COUNTED
           IF WS-COUNTED > 99999
               MOVE 99999 TO WS-COUNTED
           END-IF
           COMPUTE WS-DIFF = WS-COUNTED - PRT-ONHAND
           COMPUTE WS-VALUE = WS-DIFF * PRT-UNIT-COST
           MOVE WS-COUNTED TO WS-Z5
           MOVE WS-Z5 TO WS-PRINT-LINE(40:5)
           MOVE WS-DIFF TO WS-DIFF-Z
           MOVE WS-DIFF-Z TO WS-PRINT-LINE(46:7)
           MOVE WS-VALUE TO WS-VALUE-Z
           MOVE WS-VALUE-Z TO WS-PRINT-LINE(54:13)
           IF WS-DIFF = 0
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-CNT-VARIANCE
           IF WS-DIFF < 0
               COMPUTE WS-DIFF-ABS = 0 - WS-DIFF
               COMPUTE WS-VALUE-ABS = 0 - WS-VALUE
               ADD WS-VALUE-ABS TO WS-TOTAL-OFF
           ELSE
               MOVE WS-DIFF TO WS-DIFF-ABS
               MOVE WS-VALUE TO WS-VALUE-ABS
               ADD WS-VALUE-ABS TO WS-TOTAL-ON
           END-IF
           IF WS-MODE-POST
               PERFORM 500-POST-ADJUSTMENT THRU 500-EXIT
               MOVE 'POSTED' TO WS-PRINT-LINE(68:6)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       350-EXIT.
           EXIT.

       400-UNMATCHED-COUNTS.
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > WS-CNT-COUNT
               IF WS-CNT-MATCHED(WS-CNT-SUB) = 'N'
                   ADD 1 TO WS-CNT-REJECTED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-CNT-PART(WS-CNT-SUB)
                          ' COUNTED BUT NOT IN PRT00001 - REJECTED'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

      * BOOK STOCK BECOMES THE COUNT; THE HISTORY RECORD CARRIES
      * BOTH FIGURES, THE VALUE AND WHO APPROVED IT. A SECOND POST
      * FOR THE SAME PART ON THE SAME DAY TAKES THE NEXT SEQUENCE.
       500-POST-ADJUSTMENT.
           MOVE SPACES TO ADJ-RECORD
           MOVE WS-TODAY-YMD-X TO ADJ-DATE
           MOVE PRT-ID TO ADJ-PART
           MOVE 1 TO ADJ-SEQ
           MOVE PRT-ONHAND TO ADJ-BOOK-QTY
           MOVE WS-COUNTED TO ADJ-COUNT-QTY
           IF WS-DIFF < 0
               MOVE '-' TO ADJ-DIRECTION
           ELSE
               MOVE '+' TO ADJ-DIRECTION
           END-IF
           MOVE WS-DIFF-ABS TO ADJ-DIFF-QTY
           MOVE PRT-UNIT-COST TO ADJ-UNIT-COST
           MOVE WS-VALUE-ABS TO ADJ-VALUE
           MOVE WS-CNT-REASON(WS-CNT-HIT) TO ADJ-REASON
           MOVE WS-APPROVER TO ADJ-APPROVED-BY
           MOVE WS-JOB-NAME TO ADJ-POSTED-BY
           MOVE WS-TIME-X(1:6) TO ADJ-TIME
           MOVE '22' TO WS-ADJ-STATUS
           PERFORM UNTIL WS-ADJ-STATUS NOT = '22' OR ADJ-SEQ = 99
               WRITE ADJ-RECORD
                   INVALID KEY
                       IF WS-ADJ-STATUS = '22'
                           ADD 1 TO ADJ-SEQ
                       END-IF
               END-WRITE
           END-PERFORM
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'SMB059 - ADJ00001 WRITE FAILED FOR ' PRT-ID
                   ' STATUS = ' WS-ADJ-STATUS ' - NOT POSTED'
               GO TO 500-EXIT
           END-IF
           MOVE WS-COUNTED TO PRT-ONHAND
           REWRITE PRT-RECORD
               INVALID KEY
                   DISPLAY 'SMB059 - PRT00001 REWRITE FAILED FOR '
                       PRT-ID ' STATUS = ' WS-PRT-STATUS
           END-REWRITE
           ADD 1 TO WS-CNT-POSTED.
       500-EXIT.
           EXIT.

       600-QUARTER-SUMMARY.
           MOVE SPACES TO ADJ-KEY
           MOVE WS-QTR-FROM TO ADJ-DATE
           MOVE 'N' TO WS-ADJ-EOF
           START ADJ00001-FILE KEY IS NOT LESS THAN ADJ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ADJ-EOF
           END-START
           PERFORM UNTIL WS-ADJ-EOF = 'Y'
               READ ADJ00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADJ-EOF
                   NOT AT END
                       IF ADJ-DATE > WS-QTR-TO
                           MOVE 'Y' TO WS-ADJ-EOF
                       ELSE
                           PERFORM 650-LIST-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNT-POSTED = 0
               MOVE 'NO STOCK ADJUSTMENTS IN THE QUARTER' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       650-LIST-ADJUSTMENT.
           ADD 1 TO WS-CNT-POSTED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ADJ-DATE TO WS-PRINT-LINE(1:8)
           MOVE ADJ-PART TO WS-PRINT-LINE(10:8)
           MOVE ADJ-DIRECTION TO WS-PRINT-LINE(19:1)
           MOVE ADJ-DIFF-QTY TO WS-Z5
           MOVE WS-Z5 TO WS-PRINT-LINE(20:5)
           MOVE ADJ-VALUE TO WS-TOTAL-Z
           MOVE WS-TOTAL-Z TO WS-PRINT-LINE(25:14)
           MOVE ADJ-APPROVED-BY TO WS-PRINT-LINE(40:7)
           MOVE ADJ-REASON(1:25) TO WS-PRINT-LINE(49:25)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ADJ-WRITE-OFF
               ADD ADJ-VALUE TO WS-TOTAL-OFF
           ELSE
               ADD ADJ-VALUE TO WS-TOTAL-ON
           END-IF.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB059' TO RUN-JOB-NAME
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
               MOVE WS-CNT-LINES TO RUN-COUNT-READ
               IF WS-MODE-POST
                   MOVE WS-CNT-POSTED TO RUN-COUNT-CHANGED
               END-IF
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT WS-MODE-QUARTER
               MOVE WS-CNT-PARTS TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PARTS ON FILE    = ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CNT-COUNTED TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PARTS COUNTED    = ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CNT-NOT-COUNTED TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NOT COUNTED      = ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CNT-VARIANCE TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'WITH VARIANCE    = ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CNT-REJECTED TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'LINES REJECTED   = ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-CNT-POSTED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADJUSTMENTS      = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-OFF TO WS-TOTAL-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'VALUE WRITTEN OFF = ' WS-TOTAL-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ON TO WS-TOTAL-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'VALUE WRITTEN ON  = ' WS-TOTAL-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           COMPUTE WS-NET = WS-TOTAL-ON - WS-TOTAL-OFF
           MOVE WS-NET TO WS-NET-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NET ADJUSTMENT   = ' WS-NET-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB059 - MODE ' WS-MODE-CARD ' ADJUSTMENTS = '
               WS-CNT-POSTED
           CLOSE COUNTIN-FILE
           CLOSE PRT00001-FILE
           CLOSE ADJ00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE COUNTIN-FILE
           CLOSE PRT00001-FILE
           CLOSE ADJ00001-FILE
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
