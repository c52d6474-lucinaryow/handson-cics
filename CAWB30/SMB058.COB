       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB058.
      *
      * GOODS-RECEIPT POSTING AND OVERDUE PURCHASE-ORDER LIST.
      * THE PURCHASING SYSTEM RETURNS THE GRNIN DATASET EACH NIGHT -
      * ONE RECORD PER DELIVERY BOOKED IN AT GOODS INWARD, CARRYING
      * OUR PO NUMBER (AS RECORDED BY SM087P), THE PART, THE
      * QUANTITY AND THE RECEIPT DATE. FOR EACH RECORD THIS JOB:
      *
      *   - CHECKS THE PO IS ON POF00001, STILL OPEN, AND FOR THAT
      *     PART - ANYTHING ELSE IS REJECTED ON THE REPORT,
      *   - ADDS THE QUANTITY TO PRT-ONHAND (THE SAME POSTING SM072P
      *     'R' DOES BY HAND),
      *   - ADDS IT TO THE PO'S RECEIVED QUANTITY, MARKING THE ORDER
      *     PART-RECEIVED OR COMPLETE,
      *   - FOR A PO BOUGHT FOR A TICKET, WRITES A STF00002 HISTORY
      *     ENTRY THE WAY SMB002/SMB040 WRITE THEIRS.
      *
      * IT THEN LISTS EVERY OPEN PO PAST ITS EXPECTED DATE, TICKET
      * ORDERS FIRST, SO THE DESK CAN CHASE PURCHASING AND TELL THE
      * REQUESTORS WHO ARE STILL WAITING.
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
           SELECT GRNIN-FILE ASSIGN TO GRNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT POF00001-FILE ASSIGN TO POF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POF-PO-NUM
               FILE STATUS IS WS-POF-STATUS.
           SELECT PRT00001-FILE ASSIGN TO PRT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRT-ID
               FILE STATUS IS WS-PRT-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB058RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRNIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GRNIN-RECORD.
           05  IN-PO-NUM                         PIC X(10).
           05  IN-PART                           PIC X(08).
           05  IN-QTY                            PIC X(05).
           05  IN-QTY-N REDEFINES IN-QTY         PIC 9(05).
           05  IN-RECV-DATE                      PIC X(08).

       FD  POF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  POF-RECORD.
           05  POF-PO-NUM                        PIC X(10).
           05  POF-PART                          PIC X(08).
           05  POF-TIX-ID                        PIC X(06).
           05  POF-QTY                           PIC 9(05).
           05  POF-RECV-QTY                      PIC 9(05).
           05  POF-EXPECT-DATE                   PIC X(08).
           05  POF-STATUS                        PIC X(01).
               88  POF-OPEN                      VALUE 'O' 'P'.
           05  POF-RAISED-BY                     PIC X(07).
           05  POF-RAISED-DATE                   PIC X(08).
           05  POF-RECV-DATE                     PIC X(08).
           05  FILLER                            PIC X(14).

       FD  PRT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRT-RECORD.
           05  PRT-ID                            PIC X(08).
           05  PRT-DESC                          PIC X(25).
           05  PRT-ONHAND                        PIC 9(05).
           05  PRT-REORDER                       PIC 9(05).
           05  PRT-UNIT-COST                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(10).

       FD  STF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-RECORD.
           05  LOG-TIX-ID.
               10  LOG-TIX-ID1                   PIC X(6).
               10  LOG-SEQ-NUM                   PIC 9(5).
           05  LOG-LAST-UPDATE.
               10  LOG-LAST-UPDATE-DATE          PIC X(10).
               10  LOG-LAST-UPDATE-TIME          PIC X(10).
           05  LOG-UPDATED-BY.
               10  LOG-UPDBY2                    PIC X(7).
               10  FILLER                        PIC X.
           05  LOG-LAST-UPDATE-REM               PIC X(50).

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
       01  WS-POF-STATUS                         PIC X(02).
       01  WS-PRT-STATUS                         PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-POF-EOF                            PIC X.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).
       01  WS-DUE-YMD-X                          PIC X(08).
       01  WS-DUE-YMD REDEFINES WS-DUE-YMD-X     PIC 9(08).
       01  WS-DAYS-LATE                          PIC S9(05).
       01  WS-DAYS-LATE-Z                        PIC ZZZZ9.
       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-FMT-TIME                           PIC X(09).
       01  WS-NEXT-SEQ                           PIC 9(05).
       01  WS-LOG-EOF                            PIC X.
       01  WS-LOG-TIX                            PIC X(06).
       01  WS-SYSTEM-USER                        PIC X(07) VALUE
               'GOODSIN'.
       01  WS-REMARK                             PIC X(50).
       01  WS-REJECT-REASON                      PIC X(30).
       01  WS-LIST-PASS                          PIC X(01).
       01  WS-OUTSTANDING                        PIC 9(05).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-APPLIED                        PIC 9(07) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(07) VALUE 0.
       01  WS-CNT-COMPLETED                      PIC 9(07) VALUE 0.
       01  WS-CNT-OVERDUE                        PIC 9(07) VALUE 0.
       01  WS-CNT-OVERDUE-TIX                    PIC 9(07) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FEED
           PERFORM 500-LIST-OVERDUE
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           ACCEPT WS-TIME-X FROM TIME
           STRING WS-TODAY-YMD-X(5:2) '/' WS-TODAY-YMD-X(7:2) '/'
                  WS-TODAY-YMD-X(1:4) ' '
               DELIMITED BY SIZE INTO WS-FMT-DATE
           STRING WS-TIME-X(1:2) ':' WS-TIME-X(3:2) ':' WS-TIME-X(5:2)
                  ' '
               DELIMITED BY SIZE INTO WS-FMT-TIME
           OPEN I-O POF00001-FILE
           IF WS-POF-STATUS = '35'
               DISPLAY 'SMB058 - NO POF00001 FILE, NO ORDERS YET'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-POF-STATUS NOT = '00'
               DISPLAY 'SMB058 - UNABLE TO OPEN POF00001, STATUS = '
                   WS-POF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O PRT00001-FILE
           IF WS-PRT-STATUS NOT = '00'
               DISPLAY 'SMB058 - UNABLE TO OPEN PRT00001, STATUS = '
                   WS-PRT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB058 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB058 - UNABLE TO OPEN SMB058RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB058 - GOODS RECEIPTS AND OVERDUE ORDERS, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      * NO FEED TONIGHT IS NOT AN ERROR - THE OVERDUE LIST STILL RUNS.
           OPEN INPUT GRNIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'SMB058 - NO GRNIN FEED, STATUS = '
                   WS-IN-STATUS ' - RECEIPTS SKIPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'NO GOODS-RECEIPT FEED THIS RUN' TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE 'GOODS RECEIPTS' TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING 'PO NUMBER  PART       QTY RECEIVED RESULT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
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
               DISPLAY 'SMB058 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB058' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB058 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB058' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB058 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-FEED.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ GRNIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-ONE-RECEIPT THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-RECEIPT.
           IF IN-QTY NOT NUMERIC OR IN-QTY-N = 0
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           MOVE IN-PO-NUM TO POF-PO-NUM
           READ POF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-POF-STATUS NOT = '00'
               MOVE 'PO NOT ON FILE' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           IF NOT POF-OPEN
               MOVE 'PO CLOSED OR CANCELLED' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           IF IN-PART NOT = POF-PART
               MOVE 'PART DOES NOT MATCH PO' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           MOVE IN-PART TO PRT-ID
           READ PRT00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRT-STATUS NOT = '00'
               MOVE 'PART NOT IN THE MASTER' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           ADD IN-QTY-N TO PRT-ONHAND
           REWRITE PRT-RECORD
               INVALID KEY
                   DISPLAY 'SMB058 - PRT00001 REWRITE FAILED FOR '
                       PRT-ID
           END-REWRITE
           ADD IN-QTY-N TO POF-RECV-QTY
           IF IN-RECV-DATE NUMERIC
               MOVE IN-RECV-DATE TO POF-RECV-DATE
           ELSE
               MOVE WS-TODAY-YMD-X TO POF-RECV-DATE
           END-IF
           IF POF-RECV-QTY >= POF-QTY
               MOVE 'C' TO POF-STATUS
               ADD 1 TO WS-CNT-COMPLETED
           ELSE
               MOVE 'P' TO POF-STATUS
           END-IF
           REWRITE POF-RECORD
               INVALID KEY
                   DISPLAY 'SMB058 - POF00001 REWRITE FAILED FOR '
                       POF-PO-NUM
           END-REWRITE
           ADD 1 TO WS-CNT-APPLIED
           IF POF-TIX-ID NOT = SPACES
               MOVE SPACES TO WS-REMARK
               IF POF-STATUS = 'C'
                   STRING 'GOODS RECEIVED PO ' POF-PO-NUM ' QTY '
                          IN-QTY ' - COMPLETE'
                       DELIMITED BY SIZE INTO WS-REMARK
               ELSE
                   STRING 'GOODS RECEIVED PO ' POF-PO-NUM ' QTY '
                          IN-QTY ' - PART'
                       DELIMITED BY SIZE INTO WS-REMARK
               END-IF
               MOVE POF-TIX-ID TO WS-LOG-TIX
               PERFORM 800-WRITE-LOG
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE IN-PO-NUM TO WS-PRINT-LINE(1:10)
           MOVE IN-PART TO WS-PRINT-LINE(12:8)
           MOVE IN-QTY-N TO WS-Z5
           MOVE WS-Z5 TO WS-PRINT-LINE(21:5)
           MOVE POF-RECV-QTY TO WS-Z5
           MOVE WS-Z5 TO WS-PRINT-LINE(27:5)
           IF POF-STATUS = 'C'
               MOVE 'ACCEPTED - PO COMPLETE' TO WS-PRINT-LINE(36:30)
           ELSE
               MOVE 'ACCEPTED - PART RECEIVED' TO WS-PRINT-LINE(36:30)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           GO TO 250-EXIT.
       280-REJECT.
           ADD 1 TO WS-CNT-REJECTED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE IN-PO-NUM TO WS-PRINT-LINE(1:10)
           MOVE IN-PART TO WS-PRINT-LINE(12:8)
           MOVE IN-QTY TO WS-PRINT-LINE(21:5)
           STRING 'REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE(36:45)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       250-EXIT.
           EXIT.

      * TWO PASSES OVER POF00001 - TICKET ORDERS FIRST, THEN STOCK.
       500-LIST-OVERDUE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'OPEN PURCHASE ORDERS PAST THEIR EXPECTED DATE' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TICKET PO NUMBER  PART     OUTSTD EXPECTED DAYS LATE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'T' TO WS-LIST-PASS
           PERFORM 520-SCAN-ORDERS THRU 520-EXIT
           MOVE 'S' TO WS-LIST-PASS
           PERFORM 520-SCAN-ORDERS THRU 520-EXIT
           IF WS-CNT-OVERDUE = 0
               MOVE 'NO PURCHASE ORDERS OVERDUE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       500-EXIT.
           EXIT.

       520-SCAN-ORDERS.
           MOVE LOW-VALUES TO POF-PO-NUM
           MOVE 'N' TO WS-POF-EOF
           START POF00001-FILE KEY IS NOT LESS THAN POF-PO-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-POF-EOF
           END-START
           PERFORM UNTIL WS-POF-EOF = 'Y'
               READ POF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-POF-EOF
                   NOT AT END
                       PERFORM 550-CHECK-ORDER THRU 550-EXIT
               END-READ
           END-PERFORM.
       520-EXIT.
           EXIT.

       550-CHECK-ORDER.
           IF NOT POF-OPEN
               GO TO 550-EXIT
           END-IF
           IF WS-LIST-PASS = 'T' AND POF-TIX-ID = SPACES
               GO TO 550-EXIT
           END-IF
           IF WS-LIST-PASS = 'S' AND POF-TIX-ID NOT = SPACES
               GO TO 550-EXIT
           END-IF
           MOVE POF-EXPECT-DATE TO WS-DUE-YMD-X
           IF WS-DUE-YMD-X NOT NUMERIC
               GO TO 550-EXIT
           END-IF
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
           IF WS-DAYS-LATE <= 0
               GO TO 550-EXIT
           END-IF
           ADD 1 TO WS-CNT-OVERDUE
           IF POF-TIX-ID NOT = SPACES
               ADD 1 TO WS-CNT-OVERDUE-TIX
           END-IF
           COMPUTE WS-OUTSTANDING = POF-QTY - POF-RECV-QTY
           MOVE SPACES TO WS-PRINT-LINE
           IF POF-TIX-ID = SPACES
               MOVE 'STOCK' TO WS-PRINT-LINE(1:6)
           ELSE
               MOVE POF-TIX-ID TO WS-PRINT-LINE(1:6)
           END-IF
           MOVE POF-PO-NUM TO WS-PRINT-LINE(8:10)
           MOVE POF-PART TO WS-PRINT-LINE(19:8)
           MOVE WS-OUTSTANDING TO WS-Z5
           MOVE WS-Z5 TO WS-PRINT-LINE(28:5)
           MOVE POF-EXPECT-DATE TO WS-PRINT-LINE(35:8)
           MOVE WS-DAYS-LATE TO WS-DAYS-LATE-Z
           MOVE WS-DAYS-LATE-Z TO WS-PRINT-LINE(46:5)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       550-EXIT.
           EXIT.

       800-WRITE-LOG.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-LOG-TIX TO LOG-TIX-ID1
           MOVE 0 TO LOG-SEQ-NUM
           MOVE 'N' TO WS-LOG-EOF
           START STF00002-FILE KEY IS NOT LESS THAN LOG-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF LOG-TIX-ID1 = WS-LOG-TIX
                           MOVE LOG-SEQ-NUM TO WS-NEXT-SEQ
                           ADD 1 TO WS-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LOG-TIX TO LOG-TIX-ID1
           MOVE WS-NEXT-SEQ TO LOG-SEQ-NUM
           MOVE WS-FMT-DATE TO LOG-LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LOG-LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO LOG-UPDBY2
           MOVE WS-REMARK TO LOG-LAST-UPDATE-REM
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY 'SMB058 - LOG WRITE FAILED FOR TICKET '
                       WS-LOG-TIX ' STATUS = ' WS-STF2-STATUS
           END-WRITE.
       800-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB058' TO RUN-JOB-NAME
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
               MOVE WS-CNT-APPLIED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-READ TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RECEIPTS READ    = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-APPLIED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RECEIPTS POSTED  = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REJECTED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RECORDS REJECTED = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-COMPLETED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ORDERS COMPLETED = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OVERDUE TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ORDERS OVERDUE   = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OVERDUE-TIX TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKETS WAITING  = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB058 - POSTED = ' WS-CNT-APPLIED
               ' REJECTED = ' WS-CNT-REJECTED
               ' OVERDUE = ' WS-CNT-OVERDUE
           CLOSE GRNIN-FILE
           CLOSE POF00001-FILE
           CLOSE PRT00001-FILE
           CLOSE STF00002-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE GRNIN-FILE
           CLOSE POF00001-FILE
           CLOSE PRT00001-FILE
           CLOSE STF00002-FILE
           CLOSE REPORT-FILE
           STOP RUN.
