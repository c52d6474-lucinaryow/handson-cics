       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB067.
      *
      * APPLY REVIEWED DOMAIN-AUDIT FIX-UPS.
      * SMB066, RUN WITH ITS FIXUP CARD, PROPOSES CORRECTIONS ON THE
      * DQAFIX DATASET - ONE LINE PER TICKET FIELD, OLD VALUE, NEW
      * VALUE AND AN APPLY FLAG. ONCE AN ADMINISTRATOR HAS REVIEWED
      * THE FILE THIS JOB APPLIES EVERY LINE STILL FLAGGED 'Y':
      *
      *   - THE TICKET MUST STILL EXIST AND THE FIELD MUST STILL
      *     HOLD THE OLD VALUE - ANYTHING TOUCHED SINCE THE AUDIT IS
      *     LEFT ALONE AND REPORTED,
      *   - THE FIELD IS SET TO THE NEW VALUE AND STF00001 IS
      *     REWRITTEN WITHOUT MOVING LAST-UPDATE (A HOUSEKEEPING
      *     CORRECTION IS NOT ACTIVITY ON THE TICKET),
      *   - AN AUD00001 DELTA RECORD IS WRITTEN AS SMB002 DOES, SO
      *     THE SM056P DELTA BROWSE SHOWS WHO CHANGED WHAT.
      *
      * A NEW VALUE KEYED BY THE REVIEWER IS TAKEN AS GIVEN; THE
      * NEXT SMB066 RUN AUDITS IT LIKE ANY OTHER VALUE.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CHAIN EACH AUD00001 RECORD WRITTEN (SMB080).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXUP-FILE ASSIGN TO DQAFIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB067RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIX-RECORD.
           05  FIX-TIX-ID                        PIC X(06).
           05  FILLER                            PIC X(01).
           05  FIX-FIELD                         PIC X(12).
           05  FILLER                            PIC X(01).
           05  FIX-OLD                           PIC X(10).
           05  FILLER                            PIC X(01).
           05  FIX-NEW                           PIC X(10).
           05  FILLER                            PIC X(01).
           05  FIX-APPLY                         PIC X(01).
           05  FILLER                            PIC X(01).
           05  FIX-RULE                          PIC X(08).
           05  FILLER                            PIC X(28).

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  AUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-RECORD.
           05  AUD-KEY.
               10  AUD-TIX-ID                    PIC X(06).
               10  AUD-SEQ                       PIC 9(05).
           05  AUD-FIELD                         PIC X(12).
           05  AUD-BEFORE                        PIC X(50).
           05  AUD-AFTER                         PIC X(50).
           05  AUD-BY                            PIC X(07).
           05  AUD-DATE                          PIC X(08).
           05  AUD-TIME                          PIC X(06).
           05  FILLER                            PIC X(06).

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
       01  WS-FIX-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-AUD-DONE                           PIC X.
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-SYSTEM-USER                        PIC X(07) VALUE
           'SMB067'.
       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-CUR-VALUE                          PIC X(10).
       01  WS-REASON                             PIC X(30).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-APPLIED                        PIC 9(07) VALUE 0.
       01  WS-CNT-SKIPPED                        PIC 9(07) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-APPLY-FIXUPS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           OPEN INPUT FIXUP-FILE
           IF WS-FIX-STATUS NOT = '00'
               DISPLAY 'SMB067 - UNABLE TO OPEN DQAFIX, STATUS = '
                   WS-FIX-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB067 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O AUD00001-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD00001-FILE
               CLOSE AUD00001-FILE
               OPEN I-O AUD00001-FILE
           END-IF
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'SMB067 - UNABLE TO OPEN AUD00001, STATUS = '
                   WS-AUD-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB067 - UNABLE TO OPEN SMB067RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB067 - DOMAIN-AUDIT FIX-UPS APPLIED FROM DQAFIX'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
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
               DISPLAY 'SMB067 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB067' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB067 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB067' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB067 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-APPLY-FIXUPS.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ FIXUP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 250-APPLY-ONE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-APPLY-ONE.
           IF FIX-RECORD = SPACES
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-READ
           IF FIX-APPLY NOT = 'Y'
               ADD 1 TO WS-CNT-SKIPPED
               GO TO 250-EXIT
           END-IF
           MOVE FIX-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   MOVE 'TICKET NOT ON STF00001' TO WS-REASON
                   PERFORM 700-REJECT
                   GO TO 250-EXIT
           END-READ
           EVALUATE FIX-FIELD
               WHEN 'CATEGORY'
                   MOVE TIX-CATEGORY TO WS-CUR-VALUE
               WHEN 'QUEUE'
                   MOVE TIX-QUEUE TO WS-CUR-VALUE
               WHEN 'ASSIGNED-TO'
                   MOVE TIX-ASSIGNED-TO TO WS-CUR-VALUE
               WHEN 'DUE-DATE'
                   MOVE TIX-DUE-DATE TO WS-CUR-VALUE
               WHEN 'PARENT-ID'
                   MOVE TIX-PARENT-ID TO WS-CUR-VALUE
               WHEN 'RELATED-ID'
                   MOVE TIX-RELATED-ID TO WS-CUR-VALUE
               WHEN OTHER
                   MOVE 'FIELD NOT CORRECTABLE HERE' TO WS-REASON
                   PERFORM 700-REJECT
                   GO TO 250-EXIT
           END-EVALUATE
           IF WS-CUR-VALUE NOT = FIX-OLD
               MOVE 'CHANGED SINCE THE AUDIT' TO WS-REASON
               PERFORM 700-REJECT
               GO TO 250-EXIT
           END-IF
           EVALUATE FIX-FIELD
               WHEN 'CATEGORY'
                   MOVE FIX-NEW TO TIX-CATEGORY
               WHEN 'QUEUE'
                   MOVE FIX-NEW TO TIX-QUEUE
               WHEN 'ASSIGNED-TO'
                   MOVE FIX-NEW TO TIX-ASSIGNED-TO
               WHEN 'DUE-DATE'
                   MOVE FIX-NEW TO TIX-DUE-DATE
               WHEN 'PARENT-ID'
                   MOVE FIX-NEW TO TIX-PARENT-ID
               WHEN 'RELATED-ID'
                   MOVE FIX-NEW TO TIX-RELATED-ID
           END-EVALUATE
           REWRITE TIX-RECORD
               INVALID KEY
                   MOVE 'STF00001 REWRITE FAILED' TO WS-REASON
                   PERFORM 700-REJECT
                   GO TO 250-EXIT
           END-REWRITE
           PERFORM 870-WRITE-AUDIT
           ADD 1 TO WS-CNT-APPLIED
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'APPLIED  - TICKET ' FIX-TIX-ID ' ' FIX-FIELD
                  ' "' FIX-OLD '" TO "' FIX-NEW '"'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       250-EXIT.
           EXIT.

       700-REJECT.
           ADD 1 TO WS-CNT-REJECTED
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REJECTED - TICKET ' FIX-TIX-ID ' ' FIX-FIELD
                  ' - ' WS-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       700-EXIT.
           EXIT.

      * FIELD-LEVEL AUDIT - THE SAME AUD00001 DELTA RECORD SM047P
      * WRITES FOR ONLINE REWRITES. ONE FIELD MOVES PER LINE, SO
      * ONE RECORD COVERS THE REWRITE.
       870-WRITE-AUDIT.
           MOVE 0 TO WS-AUD-NEXT-SEQ
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE 0 TO AUD-SEQ
           MOVE 'N' TO WS-AUD-DONE
           START AUD00001-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUD-DONE
           END-START
           PERFORM UNTIL WS-AUD-DONE = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUD-DONE
                   NOT AT END
                       IF AUD-TIX-ID = TIX-ID
                           MOVE AUD-SEQ TO WS-AUD-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-AUD-DONE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-AUD-NEXT-SEQ
           MOVE SPACES TO AUD-RECORD
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE WS-AUD-NEXT-SEQ TO AUD-SEQ
           MOVE FIX-FIELD TO AUD-FIELD
           MOVE FIX-OLD TO AUD-BEFORE
           MOVE FIX-NEW TO AUD-AFTER
           MOVE WS-SYSTEM-USER TO AUD-BY
           MOVE WS-TODAY-YMD-X TO AUD-DATE
           MOVE WS-TIME-X(1:6) TO AUD-TIME
           WRITE AUD-RECORD
               INVALID KEY
                   DISPLAY 'SMB067 - AUDIT WRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-AUD-STATUS
           END-WRITE
           IF WS-AUD-STATUS = '00'
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'A' TO ACW-FILE
               MOVE AUD-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUD-RECORD TO ACW-LENGTH
               MOVE AUD-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       870-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB067' TO RUN-JOB-NAME
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
           STRING 'FIX-UP LINES READ = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-APPLIED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'APPLIED           = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SKIPPED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DECLINED BY REVIEW= ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REJECTED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REJECTED          = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB067 - FIX-UPS APPLIED = ' WS-CNT-APPLIED
               ' REJECTED = ' WS-CNT-REJECTED
           CLOSE FIXUP-FILE
           CLOSE STF00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE AUD00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FIXUP-FILE
           CLOSE STF00001-FILE
           CLOSE AUD00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
