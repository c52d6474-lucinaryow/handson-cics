       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB090.
      *
      * MONTHLY CLOSED-TICKET QUALITY SCORECARD. READS THE REVIEWS
      * SUPERVISORS COMPLETED ON SM115P (SMQR) IN THE SYSIN MONTH (A
      * YYYYMM CARD; BLANK MEANS LAST MONTH) FROM THE QRW00001
      * WORKLIST (SEE SMQRW) AND, FOR EACH PROVIDER AND EACH QUEUE,
      * REPORTS THE REVIEWS, THE AVERAGE AND LOWEST SCORE AND THE
      * SHARE OF EACH CHECKLIST ITEM (SEE SMQCL) MET. PROVIDERS ALSO
      * SHOW THEIR YEAR TO DATE, FROM THE EARLIER MONTHS' RECORDS.
      * THE FIGURES ARE KEPT ON QSC00001 (SEE SMQSC) FOR THE ANNUAL
      * APPRAISALS; A RERUN OF A MONTH REPLACES THAT MONTH'S RECORDS.
      * THE REVIEWS STILL PENDING ON THE WORKLISTS ARE COUNTED SO
      * THE FIGURES CAN BE READ AGAINST THEM.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO THE REVIEWS OF
      * ONE COMPANY'S TICKETS; WITHOUT ONE IT IS CONSOLIDATED. QSC00001
      * HOLDS THE CONSOLIDATED FIGURES ONLY, SO A COMPANY RUN ONLY
      * REPORTS - IT FILES NOTHING AND ITS YEAR TO DATE STILL COMES
      * FROM THE CONSOLIDATED EARLIER MONTHS.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QRW00001-FILE ASSIGN TO QRW00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QRW-KEY
               FILE STATUS IS WS-QRW-STATUS.
           SELECT QCL00001-FILE ASSIGN TO QCL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QCL-ITEM
               FILE STATUS IS WS-QCL-STATUS.
           SELECT QSC00001-FILE ASSIGN TO QSC00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QSC-KEY
               FILE STATUS IS WS-QSC-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB090RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QRW00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMQRW.

       FD  QCL00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMQCL.

       FD  QSC00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMQSC.

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

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
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X   PIC 9(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-QRW-STATUS                         PIC X(02).
       01  WS-QRW-OPEN                           PIC X VALUE 'N'.
       01  WS-QCL-STATUS                         PIC X(02).
       01  WS-QCL-OPEN                           PIC X VALUE 'N'.
       01  WS-QSC-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.

       01  WS-MONTH-CARD                         PIC X(06).
       01  WS-MONTH-X                            PIC X(06).
       01  WS-MONTH-N REDEFINES WS-MONTH-X.
           05  WS-MONTH-YYYY                     PIC 9(04).
           05  WS-MONTH-MM                       PIC 9(02).
       01  WS-YTD-MONTH-X                        PIC X(06).
       01  WS-YTD-MONTH-N REDEFINES WS-YTD-MONTH-X.
           05  WS-YTD-YYYY                       PIC 9(04).
           05  WS-YTD-MM                         PIC 9(02).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-REVIEWS                        PIC 9(07) VALUE 0.
       01  WS-CNT-PENDING                        PIC 9(07) VALUE 0.
       01  WS-CNT-WRITTEN                        PIC 9(07) VALUE 0.
       01  WS-CNT-FULL                           PIC 9(07) VALUE 0.
       01  WS-PCT-TOTAL                          PIC 9(09) VALUE 0.

      * ONE TABLE FOR PROVIDERS AND ONE FOR QUEUES, SAME SHAPE.
       01  WS-PRV-MAX                            PIC 9(03) VALUE 500.
       01  WS-PRV-TBL.
           05  WS-PRV-ENT OCCURS 500 TIMES.
               10  WS-PRV-ID                     PIC X(10).
               10  WS-PRV-REVIEWS                PIC 9(05).
               10  WS-PRV-PCT-SUM                PIC 9(07).
               10  WS-PRV-LOW                    PIC 9(03).
               10  WS-PRV-PASS OCCURS 8 TIMES    PIC 9(04).
               10  WS-PRV-FAIL OCCURS 8 TIMES    PIC 9(04).
       01  WS-PRV-USED                           PIC 9(03) VALUE 0.
       01  WS-QUE-MAX                            PIC 9(03) VALUE 200.
       01  WS-QUE-TBL.
           05  WS-QUE-ENT OCCURS 200 TIMES.
               10  WS-QUE-ID                     PIC X(10).
               10  WS-QUE-REVIEWS                PIC 9(05).
               10  WS-QUE-PCT-SUM                PIC 9(07).
               10  WS-QUE-LOW                    PIC 9(03).
               10  WS-QUE-PASS OCCURS 8 TIMES    PIC 9(04).
               10  WS-QUE-FAIL OCCURS 8 TIMES    PIC 9(04).
       01  WS-QUE-USED                           PIC 9(03) VALUE 0.
       01  WS-FIND-ID                            PIC X(10).
       01  WS-HIT                                PIC 9(03).
       01  WS-IDX                                PIC 9(03).
       01  WS-ITEM-IDX                           PIC 9(02).

      * THE FIGURES OF THE ENTRY BEING PRINTED AND FILED.
       01  WS-CUR-TYPE                           PIC X(01).
       01  WS-CUR-ID                             PIC X(10).
       01  WS-CUR-REVIEWS                        PIC 9(05).
       01  WS-CUR-PCT-SUM                        PIC 9(07).
       01  WS-CUR-LOW                            PIC 9(03).
       01  WS-CUR-AVG                            PIC 9(03).
       01  WS-CUR-ITEMS.
           05  WS-CUR-PASS OCCURS 8 TIMES        PIC 9(04).
           05  WS-CUR-FAIL OCCURS 8 TIMES        PIC 9(04).
       01  WS-ITEM-PCT                           PIC 9(03).
       01  WS-ITEM-POS                           PIC 9(02).
       01  WS-YTD-REVIEWS                        PIC 9(05).
       01  WS-YTD-PCT-SUM                        PIC 9(09).
       01  WS-YTD-AVG                            PIC 9(03).

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-SMALL                        PIC ZZZZ9.
       01  WS-PRINT-PCT                          PIC ZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-HEAD-LINE                          PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-READ-REVIEWS
           IF COP-CONSOLIDATED
               PERFORM 400-CLEAR-MONTH
           END-IF
           PERFORM 500-PRINT-PROVIDERS
           PERFORM 600-PRINT-QUEUES
           PERFORM 700-PRINT-ITEMS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-MONTH-CARD FROM SYSIN
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           IF WS-MONTH-CARD NUMERIC
               MOVE WS-MONTH-CARD TO WS-MONTH-X
           ELSE
               MOVE WS-RUN-DATE-X(1:6) TO WS-MONTH-X
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
      * NO QRW00001 YET MEANS SMB089 HAS NEVER DRAWN A SAMPLE.
           OPEN INPUT QRW00001-FILE
           IF WS-QRW-STATUS = '00'
               MOVE 'Y' TO WS-QRW-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-SW
               IF WS-QRW-STATUS NOT = '35'
                   DISPLAY 'SMB090 - UNABLE TO OPEN QRW00001, STATUS = '
                       WS-QRW-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT QCL00001-FILE
           IF WS-QCL-STATUS = '00'
               MOVE 'Y' TO WS-QCL-OPEN
           ELSE
               IF WS-QCL-STATUS NOT = '35'
                   DISPLAY 'SMB090 - UNABLE TO OPEN QCL00001, STATUS = '
                       WS-QCL-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN I-O QSC00001-FILE
           IF WS-QSC-STATUS = '35'
               OPEN OUTPUT QSC00001-FILE
               CLOSE QSC00001-FILE
               OPEN I-O QSC00001-FILE
           END-IF
           IF WS-QSC-STATUS NOT = '00'
               DISPLAY 'SMB090 - UNABLE TO OPEN QSC00001, STATUS = '
                   WS-QSC-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB090 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB090 - UNABLE TO OPEN SMB090RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           INITIALIZE WS-PRV-TBL
           INITIALIZE WS-QUE-TBL
           MOVE 'SMB090 - MONTHLY CLOSED-TICKET QUALITY SCORECARD' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REVIEWS COMPLETED IN ' WS-MONTH-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-HEAD-LINE
           MOVE 'REVIEWS AVG LOW' TO WS-HEAD-LINE(12:15)
           MOVE 'PER CENT MET BY CHECKLIST ITEM' TO WS-HEAD-LINE(41:30)
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD FOLLOWS THE OTHER CARDS ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB090 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB090' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB090 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB090' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB090 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-READ-REVIEWS.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QRW00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-COUNT-REVIEW THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-COUNT-REVIEW.
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED
               MOVE QRW-TIX-ID TO TIX-ID
               READ STF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'S' TO COP-FUNCTION
               MOVE QRW-TIX-ID TO COP-TIX-ID
               MOVE SPACES TO COP-KEY
               IF WS-STF1-STATUS = '00'
                   MOVE TIX-REQUESTOR TO COP-KEY
               END-IF
               CALL 'SM122' USING WS-COP-PARMS
               IF NOT COP-IN-RUN
                   GO TO 250-EXIT
               END-IF
           END-IF
           IF QRW-PENDING
               ADD 1 TO WS-CNT-PENDING
               GO TO 250-EXIT
           END-IF
           IF NOT QRW-DONE OR
              QRW-REVIEWED-DATE(1:6) NOT = WS-MONTH-X
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-REVIEWS
           ADD QRW-SCORE-PCT TO WS-PCT-TOTAL
           MOVE QRW-PROVIDER TO WS-FIND-ID
           PERFORM 300-FIND-PROVIDER
           IF WS-HIT = 0
               ADD 1 TO WS-CNT-FULL
           ELSE
               IF WS-PRV-REVIEWS(WS-HIT) = 0 OR
                  QRW-SCORE-PCT < WS-PRV-LOW(WS-HIT)
                   MOVE QRW-SCORE-PCT TO WS-PRV-LOW(WS-HIT)
               END-IF
               ADD 1 TO WS-PRV-REVIEWS(WS-HIT)
               ADD QRW-SCORE-PCT TO WS-PRV-PCT-SUM(WS-HIT)
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > 8
                   EVALUATE QRW-SCORE(WS-ITEM-IDX)
                       WHEN 'Y'
                           ADD 1 TO WS-PRV-PASS(WS-HIT, WS-ITEM-IDX)
                       WHEN 'N'
                           ADD 1 TO WS-PRV-FAIL(WS-HIT, WS-ITEM-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF
           MOVE QRW-QUEUE TO WS-FIND-ID
           PERFORM 350-FIND-QUEUE
           IF WS-HIT = 0
               ADD 1 TO WS-CNT-FULL
           ELSE
               IF WS-QUE-REVIEWS(WS-HIT) = 0 OR
                  QRW-SCORE-PCT < WS-QUE-LOW(WS-HIT)
                   MOVE QRW-SCORE-PCT TO WS-QUE-LOW(WS-HIT)
               END-IF
               ADD 1 TO WS-QUE-REVIEWS(WS-HIT)
               ADD QRW-SCORE-PCT TO WS-QUE-PCT-SUM(WS-HIT)
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > 8
                   EVALUATE QRW-SCORE(WS-ITEM-IDX)
                       WHEN 'Y'
                           ADD 1 TO WS-QUE-PASS(WS-HIT, WS-ITEM-IDX)
                       WHEN 'N'
                           ADD 1 TO WS-QUE-FAIL(WS-HIT, WS-ITEM-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.
       250-EXIT.
           EXIT.

      * WS-HIT IS THE ENTRY FOR WS-FIND-ID, ADDED IF NEW; ZERO WHEN
      * THE TABLE IS FULL.
       300-FIND-PROVIDER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRV-USED OR WS-HIT > 0
               IF WS-PRV-ID(WS-IDX) = WS-FIND-ID
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-PRV-USED < WS-PRV-MAX
               ADD 1 TO WS-PRV-USED
               MOVE WS-PRV-USED TO WS-HIT
               MOVE WS-FIND-ID TO WS-PRV-ID(WS-HIT)
           END-IF.
       300-EXIT.
           EXIT.

       350-FIND-QUEUE.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QUE-USED OR WS-HIT > 0
               IF WS-QUE-ID(WS-IDX) = WS-FIND-ID
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-QUE-USED < WS-QUE-MAX
               ADD 1 TO WS-QUE-USED
               MOVE WS-QUE-USED TO WS-HIT
               MOVE WS-FIND-ID TO WS-QUE-ID(WS-HIT)
           END-IF.
       350-EXIT.
           EXIT.

      * A RERUN REPLACES THE MONTH: ITS OLD RECORDS GO FIRST, SO A
      * PROVIDER WHOSE REVIEWS HAVE SINCE MOVED MONTH DOES NOT KEEP
      * A STALE ONE.
       400-CLEAR-MONTH.
           MOVE LOW-VALUES TO QSC-KEY
           MOVE WS-MONTH-X TO QSC-MONTH
           MOVE 'N' TO WS-EOF-SW
           START QSC00001-FILE KEY IS NOT LESS THAN QSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QSC00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF QSC-MONTH NOT = WS-MONTH-X
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           DELETE QSC00001-FILE
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       500-PRINT-PROVIDERS.
           MOVE 'BY PROVIDER' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-LINE TO WS-PRINT-LINE
           MOVE 'PROVIDER' TO WS-PRINT-LINE(1:8)
           MOVE 'YTD REV AVG' TO WS-PRINT-LINE(28:11)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 550-ITEM-HEADINGS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRV-USED
               MOVE 'P' TO WS-CUR-TYPE
               MOVE WS-PRV-ID(WS-IDX) TO WS-CUR-ID
               MOVE WS-PRV-REVIEWS(WS-IDX) TO WS-CUR-REVIEWS
               MOVE WS-PRV-PCT-SUM(WS-IDX) TO WS-CUR-PCT-SUM
               MOVE WS-PRV-LOW(WS-IDX) TO WS-CUR-LOW
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > 8
                   MOVE WS-PRV-PASS(WS-IDX, WS-ITEM-IDX) TO
                       WS-CUR-PASS(WS-ITEM-IDX)
                   MOVE WS-PRV-FAIL(WS-IDX, WS-ITEM-IDX) TO
                       WS-CUR-FAIL(WS-ITEM-IDX)
               END-PERFORM
               PERFORM 650-YEAR-TO-DATE
               PERFORM 800-FILE-AND-PRINT
           END-PERFORM
           IF WS-PRV-USED = 0
               MOVE 'NO REVIEWS COMPLETED IN THE MONTH' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       500-EXIT.
           EXIT.

       550-ITEM-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 8
               COMPUTE WS-ITEM-POS = 41 + (WS-ITEM-IDX - 1) * 4
               MOVE WS-ITEM-IDX TO WS-PRINT-LINE(WS-ITEM-POS + 1:2)
           END-PERFORM
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       550-EXIT.
           EXIT.

       600-PRINT-QUEUES.
           MOVE 'BY QUEUE' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-LINE TO WS-PRINT-LINE
           MOVE 'QUEUE' TO WS-PRINT-LINE(1:5)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 550-ITEM-HEADINGS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QUE-USED
               MOVE 'Q' TO WS-CUR-TYPE
               MOVE WS-QUE-ID(WS-IDX) TO WS-CUR-ID
               MOVE WS-QUE-REVIEWS(WS-IDX) TO WS-CUR-REVIEWS
               MOVE WS-QUE-PCT-SUM(WS-IDX) TO WS-CUR-PCT-SUM
               MOVE WS-QUE-LOW(WS-IDX) TO WS-CUR-LOW
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > 8
                   MOVE WS-QUE-PASS(WS-IDX, WS-ITEM-IDX) TO
                       WS-CUR-PASS(WS-ITEM-IDX)
                   MOVE WS-QUE-FAIL(WS-IDX, WS-ITEM-IDX) TO
                       WS-CUR-FAIL(WS-ITEM-IDX)
               END-PERFORM
               PERFORM 800-FILE-AND-PRINT
           END-PERFORM
           IF WS-QUE-USED = 0
               MOVE 'NO REVIEWS COMPLETED IN THE MONTH' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

      * THE PROVIDER'S EARLIER MONTHS OF THE YEAR FROM QSC00001,
      * PLUS THIS ONE. THE AVERAGE IS WEIGHTED BY REVIEWS.
       650-YEAR-TO-DATE.
           MOVE WS-CUR-REVIEWS TO WS-YTD-REVIEWS
           MOVE WS-CUR-PCT-SUM TO WS-YTD-PCT-SUM
           MOVE WS-MONTH-X TO WS-YTD-MONTH-X
           MOVE 1 TO WS-YTD-MM
           PERFORM UNTIL WS-YTD-MM NOT < WS-MONTH-MM
               MOVE WS-YTD-MONTH-X TO QSC-MONTH
               MOVE 'P' TO QSC-TYPE
               MOVE WS-CUR-ID TO QSC-ID
               READ QSC00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-QSC-STATUS = '00'
                   ADD QSC-REVIEWS TO WS-YTD-REVIEWS
                   COMPUTE WS-YTD-PCT-SUM = WS-YTD-PCT-SUM +
                       QSC-AVG-PCT * QSC-REVIEWS
               END-IF
               ADD 1 TO WS-YTD-MM
           END-PERFORM
           COMPUTE WS-YTD-AVG ROUNDED =
               WS-YTD-PCT-SUM / WS-YTD-REVIEWS.
       650-EXIT.
           EXIT.

      * THE CHECKLIST ITEMS THE COLUMNS STAND FOR, AND THE TOTALS.
       700-PRINT-ITEMS.
           MOVE 'CHECKLIST ITEMS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-EOF-SW
           IF WS-QCL-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QCL00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-PRINT-LINE
                       MOVE QCL-ITEM TO WS-PRINT-LINE(3:2)
                       MOVE QCL-TEXT TO WS-PRINT-LINE(7:40)
                       MOVE 'WEIGHT' TO WS-PRINT-LINE(49:6)
                       MOVE QCL-WEIGHT TO WS-PRINT-LINE(56:2)
                       IF NOT QCL-IS-ACTIVE
                           MOVE 'RETIRED' TO WS-PRINT-LINE(60:7)
                       END-IF
                       MOVE WS-PRINT-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-REVIEWS TO WS-PRINT-COUNT
           STRING 'REVIEWS COMPLETED IN THE MONTH ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-REVIEWS > 0
               MOVE SPACES TO WS-PRINT-LINE
               COMPUTE WS-CUR-AVG ROUNDED =
                   WS-PCT-TOTAL / WS-CNT-REVIEWS
               MOVE WS-CUR-AVG TO WS-PRINT-PCT
               STRING 'AVERAGE SCORE, PER CENT            ' WS-PRINT-PCT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-PENDING TO WS-PRINT-COUNT
           STRING 'REVIEWS STILL PENDING          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-FULL > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-CNT-FULL TO WS-PRINT-COUNT
               STRING 'NOT TABULATED - TABLE FULL     ' WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       700-EXIT.
           EXIT.

      * ONE SCORECARD LINE AND ITS QSC00001 RECORD FROM THE WS-CUR-
      * FIGURES. AN ITEM NEVER MARKED Y OR N SHOWS AS ---.
       800-FILE-AND-PRINT.
           COMPUTE WS-CUR-AVG ROUNDED =
               WS-CUR-PCT-SUM / WS-CUR-REVIEWS
           MOVE SPACES TO QSC-RECORD
           MOVE WS-MONTH-X TO QSC-MONTH
           MOVE WS-CUR-TYPE TO QSC-TYPE
           MOVE WS-CUR-ID TO QSC-ID
           MOVE WS-CUR-REVIEWS TO QSC-REVIEWS
           MOVE WS-CUR-AVG TO QSC-AVG-PCT
           MOVE WS-CUR-LOW TO QSC-LOW-PCT
           MOVE WS-RUN-DATE-X TO QSC-RUN-DATE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CUR-ID TO WS-PRINT-LINE(1:10)
           MOVE WS-CUR-REVIEWS TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(13:5)
           MOVE WS-CUR-AVG TO WS-PRINT-PCT
           MOVE WS-PRINT-PCT TO WS-PRINT-LINE(20:3)
           MOVE WS-CUR-LOW TO WS-PRINT-PCT
           MOVE WS-PRINT-PCT TO WS-PRINT-LINE(24:3)
           IF WS-CUR-TYPE = 'P'
               MOVE WS-YTD-REVIEWS TO WS-PRINT-SMALL
               MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(29:5)
               MOVE WS-YTD-AVG TO WS-PRINT-PCT
               MOVE WS-PRINT-PCT TO WS-PRINT-LINE(36:3)
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 8
               MOVE WS-CUR-PASS(WS-ITEM-IDX) TO QSC-PASS(WS-ITEM-IDX)
               MOVE WS-CUR-FAIL(WS-ITEM-IDX) TO QSC-FAIL(WS-ITEM-IDX)
               COMPUTE WS-ITEM-POS = 41 + (WS-ITEM-IDX - 1) * 4
               IF WS-CUR-PASS(WS-ITEM-IDX) +
                  WS-CUR-FAIL(WS-ITEM-IDX) = 0
                   MOVE '---' TO WS-PRINT-LINE(WS-ITEM-POS:3)
               ELSE
                   COMPUTE WS-ITEM-PCT ROUNDED =
                       WS-CUR-PASS(WS-ITEM-IDX) * 100 /
                       (WS-CUR-PASS(WS-ITEM-IDX) +
                        WS-CUR-FAIL(WS-ITEM-IDX))
                   MOVE WS-ITEM-PCT TO WS-PRINT-PCT
                   MOVE WS-PRINT-PCT TO WS-PRINT-LINE(WS-ITEM-POS:3)
               END-IF
           END-PERFORM
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF COP-CONSOLIDATED
               WRITE QSC-RECORD
                   INVALID KEY
                       DISPLAY 'SMB090 - QSC00001 WRITE FAILED, '
                           'STATUS = ' WS-QSC-STATUS ' ' QSC-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-WRITTEN
               END-WRITE
           END-IF.
       800-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB090' TO RUN-JOB-NAME
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
               MOVE WS-CNT-WRITTEN TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB090 - WORKLIST RECORDS READ = ' WS-CNT-READ
           DISPLAY 'SMB090 - REVIEWS IN THE MONTH  = ' WS-CNT-REVIEWS
           DISPLAY 'SMB090 - REVIEWS PENDING       = ' WS-CNT-PENDING
           DISPLAY 'SMB090 - SCORECARDS WRITTEN    = ' WS-CNT-WRITTEN
           IF WS-QRW-OPEN = 'Y'
               CLOSE QRW00001-FILE
           END-IF
           IF WS-QCL-OPEN = 'Y'
               CLOSE QCL00001-FILE
           END-IF
           CLOSE QSC00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE QRW00001-FILE
           CLOSE QCL00001-FILE
           CLOSE QSC00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
