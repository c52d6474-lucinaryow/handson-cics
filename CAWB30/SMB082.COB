       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB082.
      *
      * OLA WARNING SWEEP. SCHEDULED SEVERAL TIMES A DAY ALONGSIDE
      * SMB019. READS EVERY OPEN STF00001 TICKET, HAS SMB081 BUILD
      * ITS QUEUE SPELLS UP TO NOW, AND LOOKS AT THE SPELL STILL
      * OPEN IN THE TICKET'S CURRENT QUEUE. WHEN THAT SPELL HAS RUN
      * PAST THE WARN POINT OF ITS QUEUE'S OLA (SEE SMOLA), OR PAST
      * THE TARGET ITSELF, THE QUEUE LEAD (QM-LEAD 'Y' ON QMF00001)
      * IS SENT A NOTIFICATION LINE ON NTFYOUT IN THE SAME FORMAT
      * SMB019 WRITES, SO THE MAIL BRIDGE DELIVERS IT. A QUEUE WITH
      * NO LEAD HAS THE NOTICE SENT TO THE ASSIGNEE'S SUPERVISOR;
      * WITH NEITHER IT IS ONLY REPORTED.
      *
      * EACH WARNED SPELL IS LOGGED ON OLW00001 (SEE SMOLW) AND IS
      * NOT WARNED AGAIN ON LATER RUNS. A SPELL WHOSE CLOCK IS
      * STOPPED (ONHOLD, VENDPEND, WAITING) IS LEFT UNTIL IT RUNS
      * AGAIN. PRACTICE TICKETS IN THE TRAINING QUEUE ARE SKIPPED.
      * THIS JOB ONLY READS STF00001, SO IT DOES NOT NEED THE
      * BATCH-WINDOW GATE.
      *
      * RETURN CODE 4 WHEN ANY SPELL WAS WARNED, SO THE SCHEDULE
      * CAN FLAG THE RUN.
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
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMF-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT OLW00001-FILE ASSIGN TO OLW00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OLW-KEY
               FILE STATUS IS WS-OLW-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB082RP
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

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QM-RECORD.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  QM-LEAD                           PIC X(01).
           05  FILLER                            PIC X(21).

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
           05  USR-SUPER                         PIC X(07).
           05  USR-PIN-FAILS                     PIC 9(01).
           05  USR-PIN-LOCKED                    PIC X(01).
           05  USR-PIN-SET                       PIC X(08).
           05  USR-LAST-SIGNON                   PIC X(08).
           05  USR-NAME                          PIC X(20).
           05  USR-EMAIL                         PIC X(30).
           05  USR-PHONE                         PIC X(12).
           05  USR-LOCATION                      PIC X(10).

       FD  OLW00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMOLW.

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
           COPY SMSTAT.
           COPY SMOLS.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-OLW-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-QMF-OPEN                           PIC X VALUE 'N'.
       01  WS-QM-DONE                            PIC X.

       01  WS-NOW-STAMP                          PIC X(14).
       01  WS-SP                                 PIC 9(03).
       01  WS-QUEUE-LEAD                         PIC X(07).
       01  WS-SEND-TO                            PIC X(07).
       01  WS-NOTIFY-TEXT                        PIC X(24).
       01  WS-HOURS-HELD                         PIC 9(05)V9(01).
       01  WS-PRINT-HOURS                        PIC ZZZZ9.9.
       01  WS-PRINT-TARGET                       PIC ZZZ9.

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-MEASURED                       PIC 9(07) VALUE 0.
       01  WS-CNT-WARNED                         PIC 9(07) VALUE 0.
       01  WS-CNT-BREACHED                       PIC 9(07) VALUE 0.
       01  WS-CNT-NO-LEAD                        PIC 9(07) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-TICKETS
           PERFORM 600-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           IF WS-CNT-WARNED > 0 OR WS-CNT-BREACHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-DATE-X WS-RUN-TIME-X(1:6)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB082 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB082 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
      * NO QMF00001 FILE YET MEANS NO QUEUE HAS A LEAD.
           OPEN INPUT QMF00001-FILE
           IF WS-QMF-STATUS = '00'
               MOVE 'Y' TO WS-QMF-OPEN
           ELSE
               IF WS-QMF-STATUS NOT = '35'
                   DISPLAY 'SMB082 - UNABLE TO OPEN QMF00001, STATUS = '
                       WS-QMF-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN I-O OLW00001-FILE
           IF WS-OLW-STATUS = '35'
               OPEN OUTPUT OLW00001-FILE
               CLOSE OLW00001-FILE
               OPEN I-O OLW00001-FILE
           END-IF
           IF WS-OLW-STATUS NOT = '00'
               DISPLAY 'SMB082 - UNABLE TO OPEN OLW00001, STATUS = '
                   WS-OLW-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NTFY-STATUS = '35'
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF WS-NTFY-STATUS NOT = '00'
               DISPLAY 'SMB082 - UNABLE TO OPEN NTFYOUT, STATUS = '
                   WS-NTFY-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB082 - UNABLE TO OPEN SMB082RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB082 - OLA WARNING SWEEP' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TICKET  QUEUE      HELD HRS  OLA HRS  ACTION' TO
               REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD IS SUPPLIED ON SYSIN - THE LATER RUNS
      * OF THE DAY CARRY ONE.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB082 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB082' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB082 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB082' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB082 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-TICKETS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-CHECK-TICKET THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-CHECK-TICKET.
           IF TIX-STATUS = ST-PENDCONF OR TIX-STATUS = ST-COMPLETED OR
              TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-REJECTED OR
              TIX-STATUS = ST-CANCELED
               GO TO 250-EXIT
           END-IF
      * PRACTICE TICKETS NEVER WARN.
           IF TIX-QUEUE = 'TRAINING'
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO WS-OLS-PARMS
           SET OLS-BUILD TO TRUE
           MOVE TIX-ID TO OLS-TIX-ID
           MOVE TIX-QUEUE TO OLS-CUR-QUEUE
           MOVE TIX-STATUS TO OLS-CUR-STATUS
           MOVE WS-NOW-STAMP TO OLS-AS-OF
           CALL 'SMB081' USING WS-OLS-PARMS
           IF NOT OLS-OK OR OLS-SPELL-COUNT = 0
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-MEASURED
           MOVE OLS-SPELL-COUNT TO WS-SP
           IF OLS-SP-NEXT(WS-SP) NOT = SPACES OR
              OLS-SP-PAUSED(WS-SP) = 'Y'
               GO TO 250-EXIT
           END-IF
           IF NOT OLS-SP-WARNING(WS-SP) AND NOT OLS-SP-BREACHED(WS-SP)
               GO TO 250-EXIT
           END-IF
           MOVE TIX-ID TO OLW-TIX-ID
           MOVE OLS-SP-START(WS-SP) TO OLW-START
           MOVE OLS-SP-QUEUE(WS-SP) TO OLW-QUEUE
           READ OLW00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OLW-STATUS = '00'
               GO TO 250-EXIT
           END-IF
           PERFORM 300-FIND-LEAD THRU 300-EXIT
           PERFORM 400-WARN-SPELL THRU 400-EXIT.
       250-EXIT.
           EXIT.

      * THE FIRST MEMBER OF THE SPELL'S QUEUE MARKED AS ITS LEAD.
       300-FIND-LEAD.
           MOVE SPACES TO WS-QUEUE-LEAD
           IF WS-QMF-OPEN NOT = 'Y'
               GO TO 300-EXIT
           END-IF
           MOVE LOW-VALUES TO QM-KEY
           MOVE OLS-SP-QUEUE(WS-SP) TO QM-QUEUE
           START QMF00001-FILE KEY IS NOT LESS THAN QM-KEY
               INVALID KEY
                   GO TO 300-EXIT
           END-START
           MOVE 'N' TO WS-QM-DONE
           PERFORM UNTIL WS-QM-DONE = 'Y'
               READ QMF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-QM-DONE
                   NOT AT END
                       IF QM-QUEUE NOT = OLS-SP-QUEUE(WS-SP)
                           MOVE 'Y' TO WS-QM-DONE
                       ELSE
                           IF QM-LEAD = 'Y'
                               MOVE QM-USERID TO WS-QUEUE-LEAD
                               MOVE 'Y' TO WS-QM-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

      * NOTIFY THE LEAD (OR FAILING THAT THE ASSIGNEE'S SUPERVISOR),
      * LOG THE SPELL ON OLW00001 AND REPORT IT.
       400-WARN-SPELL.
           IF OLS-SP-BREACHED(WS-SP)
               ADD 1 TO WS-CNT-BREACHED
               MOVE 'OLA BREACHED IN QUEUE' TO WS-NOTIFY-TEXT
           ELSE
               ADD 1 TO WS-CNT-WARNED
               MOVE 'OLA NEARLY DUE IN QUEUE' TO WS-NOTIFY-TEXT
           END-IF
           MOVE WS-QUEUE-LEAD TO WS-SEND-TO
           IF WS-SEND-TO = SPACES
               ADD 1 TO WS-CNT-NO-LEAD
               IF TIX-ASSIGNED-TO NOT = SPACES
                   MOVE TIX-ASSIGNED-TO TO USR-USERID7
                   MOVE SPACE TO USR-KEY(8:1)
                   READ UAF00001-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-UAF1-STATUS = '00'
                       MOVE USR-SUPER TO WS-SEND-TO
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-HOURS-HELD ROUNDED = OLS-SP-MINUTES(WS-SP) / 60
           MOVE WS-HOURS-HELD TO WS-PRINT-HOURS
           MOVE OLS-SP-TARGET(WS-SP) TO WS-PRINT-TARGET
           IF WS-SEND-TO NOT = SPACES
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-SEND-TO
                      '  TICKET ' TIX-ID
                      ' ' WS-NOTIFY-TEXT
                      ' ' OLS-SP-QUEUE(WS-SP)
                      ' HELD ' WS-PRINT-HOURS
                      ' OF ' WS-PRINT-TARGET ' HRS'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF
           MOVE SPACES TO OLW-RECORD
           MOVE TIX-ID TO OLW-TIX-ID
           MOVE OLS-SP-START(WS-SP) TO OLW-START
           MOVE OLS-SP-QUEUE(WS-SP) TO OLW-QUEUE
           IF OLS-SP-BREACHED(WS-SP)
               MOVE 'B' TO OLW-KIND
           ELSE
               MOVE 'W' TO OLW-KIND
           END-IF
           MOVE WS-RUN-DATE-X TO OLW-DATE
           MOVE WS-NOW-STAMP(9:6) TO OLW-TIME
           MOVE WS-QUEUE-LEAD TO OLW-LEAD
           MOVE OLS-SP-MINUTES(WS-SP) TO OLW-MINUTES
           MOVE OLS-SP-TARGET(WS-SP) TO OLW-TARGET
           WRITE OLW-RECORD
               INVALID KEY
                   DISPLAY 'SMB082 - OLW00001 WRITE FAILED FOR '
                       TIX-ID ', STATUS = ' WS-OLW-STATUS
           END-WRITE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE TIX-ID TO WS-PRINT-LINE(1:6)
           MOVE OLS-SP-QUEUE(WS-SP) TO WS-PRINT-LINE(9:10)
           MOVE WS-PRINT-HOURS TO WS-PRINT-LINE(20:7)
           MOVE WS-PRINT-TARGET TO WS-PRINT-LINE(32:4)
           EVALUATE TRUE
               WHEN WS-QUEUE-LEAD NOT = SPACES
                   STRING OLW-KIND ' - LEAD ' WS-SEND-TO
                       DELIMITED BY SIZE INTO WS-PRINT-LINE(39:30)
               WHEN WS-SEND-TO NOT = SPACES
                   STRING OLW-KIND ' - NO LEAD, SUPER ' WS-SEND-TO
                       DELIMITED BY SIZE INTO WS-PRINT-LINE(39:30)
               WHEN OTHER
                   STRING OLW-KIND ' - NO LEAD OR SUPER'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE(39:30)
           END-EVALUATE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.
           EXIT.

       600-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-MEASURED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OPEN TICKETS MEASURED ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-WARNED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SPELLS WARNED         ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-BREACHED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SPELLS PAST TARGET    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NO-LEAD TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'QUEUE HAD NO LEAD     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB082' TO RUN-JOB-NAME
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
               COMPUTE RUN-COUNT-CHANGED =
                   WS-CNT-WARNED + WS-CNT-BREACHED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO WS-OLS-PARMS
           SET OLS-CLOSE TO TRUE
           CALL 'SMB081' USING WS-OLS-PARMS
           DISPLAY 'SMB082 - TICKETS READ = ' WS-CNT-READ
               ' WARNED = ' WS-CNT-WARNED
               ' PAST TARGET = ' WS-CNT-BREACHED
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           IF WS-QMF-OPEN = 'Y'
               CLOSE QMF00001-FILE
           END-IF
           CLOSE OLW00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           CLOSE QMF00001-FILE
           CLOSE OLW00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
