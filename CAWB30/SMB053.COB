      * THE QCT00001 COUNTERS AND THE SM020P DASHBOARD ONLY EVER
      * SHOW TODAY; THE MOMENT SOMEONE ASKS 'IS THE BACKLOG
      * GROWING?' THERE IS NOTHING TO ANSWER WITH. EACH NIGHT THIS
      * JOB SCANS TONIGHT'S SMB100 TIXFACT FILE (SEE SMFCT) ONCE AND
      * APPENDS ONE SNP00001 RECORD PER QUEUE - OPEN COUNTS BY
      * STATUS BUCKET AND PRIORITY PLUS THE AGE OF THE OLDEST OPEN
      * TICKET (FROM FCT-OPEN-DATE) - THEN PRINTS TODAY'S
      * SNAPSHOT AND A TREND SECTION READING THE PRIOR FOURTEEN
      * DAYS OF SNAPSHOTS BACK PER QUEUE, SO THE DIRECTION OF THE
      * BACKLOG IS VISIBLE ON ONE PAGE. RERUNNING THE JOB REWRITES
      * THE SAME DAY'S RECORDS RATHER THAN DOUBLING THEM.
      *
      * THE JOB TAKES NO COMPSEL CARD (SEE SMCOP) AND IS ALWAYS
      * DESK-WIDE: EACH NIGHT ADDS TO THE ONE SNP00001 HISTORY THE
      * TREND IS READ FROM, SO A RUN FOR ONE COMPANY WOULD FILE A
      * PART-DESK SNAPSHOT AMONG WHOLE-DESK ONES.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00001 AND MRF00001.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT SNP00001-FILE ASSIGN TO SNP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SMFCT.

       FD  SNP00001-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
           COPY SMSTAT.
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-SNP-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-RUNCTL-STATUS                      PIC X(02).
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 100
               PERFORM 120-CLEAR-ONE-ROW THRU 120-EXIT
           END-PERFORM
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB053 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O SNP00001-FILE
       150-EXIT.
           EXIT.

      * ONE FACT RECORD: FINISHED AND ARCHIVED TICKETS ARE NOT
      * BACKLOG.
      * THE TICKET'S QUEUE ROW IS FOUND (OR STARTED) AND ITS
      * STATUS/PRIORITY BUCKET AND OLDEST-AGE FIGURE UPDATED.
       300-TALLY-ONE-TICKET.
           READ FACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ
           IF NOT FCT-LIVE
               GO TO 300-EXIT
           END-IF
      * PRACTICE TICKETS (TRAINING QUEUE) ARE INVISIBLE TO THE
      * PRODUCTION FIGURES.
           IF FCT-QUEUE = 'TRAINING'
               GO TO 300-EXIT
           END-IF
           IF FCT-STATUS = ST-CLOSED OR FCT-STATUS = ST-CANCELED
              OR FCT-STATUS = ST-REJECTED
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-CNT-OPEN
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-QT-OPEN (WS-QX)
           EVALUATE FCT-STATUS
               WHEN ST-CREATED
                   ADD 1 TO WS-QT-CREATED (WS-QX)
               WHEN ST-APPR1
               WHEN OTHER
                   ADD 1 TO WS-QT-CREATED (WS-QX)
           END-EVALUATE
           EVALUATE FCT-PRIORITY
               WHEN 'H'
                   ADD 1 TO WS-QT-PRI-HIGH (WS-QX)
               WHEN 'M'
           MOVE 0 TO WS-QX
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-CNT-QUEUES OR WS-QX NOT = 0
               IF WS-QT-QUEUE (WS-DX) = FCT-QUEUE
                   MOVE WS-DX TO WS-QX
               END-IF
           END-PERFORM
               IF WS-CNT-QUEUES < 100
                   ADD 1 TO WS-CNT-QUEUES
                   MOVE WS-CNT-QUEUES TO WS-QX
                   MOVE FCT-QUEUE TO WS-QT-QUEUE (WS-QX)
               ELSE
                   DISPLAY 'SMB053 - QUEUE TABLE FULL, ' FCT-QUEUE
                       ' NOT SNAPSHOTTED'
               END-IF
           END-IF.
           EXIT.

      * AGE IN DAYS OF THE OLDEST OPEN TICKET PER QUEUE, TAKEN
      * FROM FCT-OPEN-DATE (THE MRF00001 ROLLUP'S CREATED DATE, OR
      * THE FIRST STF00002 ENTRY FOR A PRE-ROLLUP TICKET). A TICKET
      * WITH NEITHER IS LEFT OUT OF THE AGE FIGURE.
       340-CHECK-OLDEST.
           IF FCT-OPEN-DATE NOT NUMERIC
               GO TO 340-EXIT
           END-IF
           MOVE FCT-OPEN-DATE TO WS-CREATED-N
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-CREATED-N)
           IF WS-AGE-DAYS < 0
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 850-RUN-CONTROL-END
           CLOSE FACT-FILE
           CLOSE SNP00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE SNP00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
