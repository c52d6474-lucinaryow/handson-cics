       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB091.
      *
      * NIGHTLY HR MOVER FEED - DEPARTMENT AND MANAGER CHANGES.
      * SMB037 DEALS WITH LEAVERS; SOMEONE WHO MOVES DEPARTMENT USED
      * TO KEEP THEIR OLD UAF00001 DEPARTMENT AND SUPERVISOR, SO
      * CHARGEBACK BILLED THE OLD DEPARTMENT AND THEIR REQUESTS WENT
      * TO THE OLD DEPARTMENT HEAD FOR APPROVAL. THE HRMOVE FLAT FILE
      * ARRIVES FROM HR EACH NIGHT, ONE MOVER PER RECORD:
      *
      *     USERID- DEPT------ SUPER-- LOCATION--
      *     (1-7)   (9-18)     (20-26) (28-37)
      *
      * A BLANK FIELD IS LEFT AS IT IS. FOR EACH MATCHED, ACTIVE
      * UAF00001 USER THIS JOB:
      *
      *   - SETS THE NEW DEPARTMENT, SUPERVISOR AND LOCATION. THE
      *     NEW SUPERVISOR MUST BE ANOTHER ACTIVE USER OR THE WHOLE
      *     RECORD IS LEFT ON THE EXCEPTION REPORT,
      *   - AUDITS EACH FIELD CHANGED TO UAF00002, ONE RECORD PER
      *     FIELD, CHANGED-BY HRDEPT, HRSUPER OR HRLOCN WITH THE ROLE
      *     FLAGS UNCHANGED, AND KEEPS THE OLD AND NEW VALUES ON THE
      *     HMV00001 MOVER LOG (SEE SMHMV),
      *   - ON A DEPARTMENT CHANGE, RAISES FOR THE NEW SUPERVISOR TO
      *     CONFIRM OR REMOVE ON SM116P (SMMV) EVERY QMF00001 QUEUE
      *     MEMBERSHIP NO OTHER MEMBER OF THE NEW DEPARTMENT SHARES,
      *     AND EVERY ADMN, APP OR SP FLAG NO OTHER ACTIVE USER IN
      *     THE NEW DEPARTMENT HOLDS, AND TELLS THEM ON NTFYOUT,
      *   - WHERE THE MOVE CHANGES WHO APPROVES THE MOVER'S REQUESTS
      *     (THE DEP00001 DEPARTMENT HEAD, OR THE SUPERVISOR WHEN THE
      *     DEPARTMENT NAMES NONE - THE ROUTING SM005 AND SMB045
      *     USE), TELLS THE OLD AND NEW APPROVER ABOUT EVERY CREATED
      *     TICKET STILL WAITING AND NOTES THE HAND-OVER ON THE
      *     TICKET, RESTARTING ITS SMB045 AGING CLOCK SO THE NEW
      *     APPROVER IS NOT CHASED FOR THE OLD ONE'S DELAY.
      *
      * SYSIN: THE USUAL OPTIONAL FORCE CARD ONLY. A RERUN FINDS
      * THE MOVES ALREADY MADE AND REPORTS THEM AS NO CHANGE.
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
           SELECT MVR-FILE ASSIGN TO HRMOVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVR-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT UAF00002-FILE ASSIGN TO UAF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-UAF2-STATUS.
           SELECT DEP00001-FILE ASSIGN TO DEP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODE
               FILE STATUS IS WS-DEP-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMF-STATUS.
           SELECT HMV00001-FILE ASSIGN TO HMV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HMV-KEY
               FILE STATUS IS WS-HMV-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT GTE00001-FILE ASSIGN TO GTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GTE-KEY
               FILE STATUS IS WS-GTE-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB091RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MVR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MVR-RECORD.
           05  MVR-USERID                        PIC X(07).
           05  FILLER                            PIC X(01).
           05  MVR-DEPT                          PIC X(10).
           05  FILLER                            PIC X(01).
           05  MVR-SUPER                         PIC X(07).
           05  FILLER                            PIC X(01).
           05  MVR-LOCATION                      PIC X(10).
           05  FILLER                            PIC X(43).

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  USR-RECORD.
           05  USR-KEY.
               10  USR-USERID7                   PIC X(07).
               10  FILLER                        PIC X(01).
           05  USR-FLAGS.
               10  USR-REQ                       PIC X.
               10  USR-ADMN                      PIC X.
               10  USR-APP                       PIC X.
               10  USR-SP                        PIC X.
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

       FD  UAF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-USERID                  PIC X(07).
               10  AUDIT-SEQ-NUM                 PIC 9(03).
           05  AUDIT-OLD-FLAGS                   PIC X(04).
           05  AUDIT-NEW-FLAGS                   PIC X(04).
           05  AUDIT-CHANGED-BY                  PIC X(08).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).

       FD  DEP00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEP-RECORD.
           05  DEP-CODE                          PIC X(10).
           05  DEP-NAME                          PIC X(25).
           05  DEP-HEAD                          PIC X(07).
           05  FILLER                            PIC X(08).

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QM-RECORD.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  FILLER                            PIC X(22).

       FD  HMV00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMHMV.

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

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

       FD  GTE00001-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GTE-RECORD.
           05  GTE-KEY                           PIC X(04).
           05  GTE-STATE                         PIC X(01).
           05  GTE-SET-BY                        PIC X(07).
           05  GTE-SET-STAMP                     PIC X(14).
           05  FILLER                            PIC X(04).

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
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-MVR-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-UAF2-STATUS                        PIC X(02).
       01  WS-DEP-STATUS                         PIC X(02).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-HMV-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
       01  WS-GTE-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-DEP-OPEN                           PIC X VALUE 'N'.
       01  WS-QMF-OPEN                           PIC X VALUE 'N'.
       01  WS-GATE-HELD                          PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.
       01  WS-EOF-AUD                            PIC X.
       01  WS-LOG-EOF                            PIC X.
       01  WS-AUD-DONE                           PIC X.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-FMT-TIME                           PIC X(09).
       01  WS-AUDIT-DATE                         PIC X(10).
       01  WS-AUDIT-TIME                         PIC X(08).
       01  WS-AUDIT-LAST-SEQ                     PIC 9(03).
       01  WS-AUDIT-BY                           PIC X(08).
       01  WS-NEXT-SEQ                           PIC 9(05).
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-SYSTEM-USER                        PIC X(07) VALUE
               'SYSTEM'.

      * THE MOVER AS READ, HELD WHILE THE NEW SUPERVISOR IS CHECKED.
       01  WS-USR-SAVE                           PIC X(142).
       01  WS-OLD-DEPT                           PIC X(10).
       01  WS-OLD-SUPER                          PIC X(07).
       01  WS-OLD-LOCATION                       PIC X(10).
       01  WS-NEW-DEPT                           PIC X(10).
       01  WS-NEW-SUPER                          PIC X(07).
       01  WS-NEW-LOCATION                       PIC X(10).
       01  WS-DEPT-MOVED                         PIC X.
       01  WS-SUPER-MOVED                        PIC X.
       01  WS-LOCN-MOVED                         PIC X.
       01  WS-REJECT-TEXT                        PIC X(40).

      * APPROVER LOOKUP - THE DEPARTMENT HEAD, ELSE THE SUPERVISOR.
       01  WS-APPR-DEPT                          PIC X(10).
       01  WS-APPR-SUPER                         PIC X(07).
       01  WS-APPROVER                           PIC X(07).
       01  WS-OLD-APPROVER                       PIC X(07).

      * THE NIGHT'S MOVERS, COLLECTED SO THE FOLLOW-UP PASSES OVER
      * UAF00001, QMF00001 AND STF00001 ARE EACH MADE ONCE.
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY OCCURS 200 TIMES.
               10  WS-MV-USERID                  PIC X(07).
               10  WS-MV-OLD-DEPT                PIC X(10).
               10  WS-MV-NEW-DEPT                PIC X(10).
               10  WS-MV-OLD-SUPER               PIC X(07).
               10  WS-MV-NEW-SUPER               PIC X(07).
               10  WS-MV-OLD-LOCATION            PIC X(10).
               10  WS-MV-NEW-LOCATION            PIC X(10).
               10  WS-MV-OLD-APPR                PIC X(07).
               10  WS-MV-NEW-APPR                PIC X(07).
               10  WS-MV-DEPT-MOVED              PIC X(01).
               10  WS-MV-SUPER-MOVED             PIC X(01).
               10  WS-MV-ADMN                    PIC X(01).
               10  WS-MV-APP                     PIC X(01).
               10  WS-MV-SP                      PIC X(01).
               10  WS-MV-PEER-ADMN               PIC X(01).
               10  WS-MV-PEER-APP                PIC X(01).
               10  WS-MV-PEER-SP                 PIC X(01).
               10  WS-MV-ITEMS                   PIC 9(03).
       01  WS-MV-USED                            PIC 9(03) VALUE 0.
       01  WS-MV-IX                              PIC 9(03).
       01  WS-MV-HIT                             PIC 9(03).
       01  WS-ANY-DEPT-MOVE                      PIC X VALUE 'N'.
       01  WS-ANY-APPR-MOVE                      PIC X VALUE 'N'.

      * ONE QUEUE'S MEMBERS AT A TIME FROM THE QMF00001 PASS.
       01  WS-QG-TABLE.
           05  WS-QG-USERID                      PIC X(07)
                                                   OCCURS 500 TIMES.
       01  WS-QG-USED                            PIC 9(03) VALUE 0.
       01  WS-QG-IX                              PIC 9(03).
       01  WS-QG-JX                              PIC 9(03).
       01  WS-QG-QUEUE                           PIC X(10).
       01  WS-QG-FITS                            PIC X.

      * THE REVIEW ENTRY BEING RAISED.
       01  WS-RV-TYPE                            PIC X(01).
       01  WS-RV-ITEM                            PIC X(10).
       01  WS-RV-TEXT                            PIC X(10).

       01  WS-CNT-FEED                           PIC 9(05) VALUE 0.
       01  WS-CNT-MOVED                          PIC 9(05) VALUE 0.
       01  WS-CNT-NOCHANGE                       PIC 9(05) VALUE 0.
       01  WS-CNT-EXCEPT                         PIC 9(05) VALUE 0.
       01  WS-CNT-AUDIT                          PIC 9(05) VALUE 0.
       01  WS-CNT-ITEMS                          PIC 9(05) VALUE 0.
       01  WS-CNT-WAITING                        PIC 9(05) VALUE 0.
       01  WS-CNT-REPOINTED                      PIC 9(05) VALUE 0.
       01  WS-Z3                                 PIC ZZ9.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FEED
           IF WS-ANY-DEPT-MOVE = 'Y'
               PERFORM 400-FIND-ROLE-PEERS THRU 400-EXIT
               PERFORM 450-RAISE-ROLE-REVIEWS
               PERFORM 500-REVIEW-MEMBERSHIPS THRU 500-EXIT
           END-IF
           IF WS-MV-USED > 0
               PERFORM 600-NOTIFY-SUPERVISORS
           END-IF
           IF WS-ANY-APPR-MOVE = 'Y'
               PERFORM 700-REPOINT-APPROVALS THRU 700-EXIT
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 140-CHECK-BATCH-GATE THRU 140-EXIT
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           STRING WS-TODAY-YMD-X(5:2) '/' WS-TODAY-YMD-X(7:2) '/'
                  WS-TODAY-YMD-X(1:4) ' '
               DELIMITED BY SIZE INTO WS-FMT-DATE
           STRING WS-TIME-X(1:2) ':' WS-TIME-X(3:2) ':' WS-TIME-X(5:2)
                  ' '
               DELIMITED BY SIZE INTO WS-FMT-TIME
           MOVE WS-FMT-DATE(1:10) TO WS-AUDIT-DATE
           MOVE WS-FMT-TIME(1:8) TO WS-AUDIT-TIME
           OPEN INPUT MVR-FILE
           IF WS-MVR-STATUS NOT = '00'
               DISPLAY 'SMB091 - UNABLE TO OPEN HRMOVE, STATUS = '
                   WS-MVR-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB091 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00002-FILE
           IF WS-UAF2-STATUS NOT = '00'
               DISPLAY 'SMB091 - UNABLE TO OPEN UAF00002, STATUS = '
                   WS-UAF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT DEP00001-FILE
           IF WS-DEP-STATUS = '00'
               MOVE 'Y' TO WS-DEP-OPEN
           ELSE
               DISPLAY 'SMB091 - NO DEP00001, STATUS = ' WS-DEP-STATUS
                   ' - SUPERVISORS APPROVE'
           END-IF
           OPEN INPUT QMF00001-FILE
           IF WS-QMF-STATUS = '00'
               MOVE 'Y' TO WS-QMF-OPEN
           ELSE
               DISPLAY 'SMB091 - NO QMF00001, STATUS = ' WS-QMF-STATUS
                   ' - NO MEMBERSHIPS TO REVIEW'
           END-IF
           OPEN I-O HMV00001-FILE
           IF WS-HMV-STATUS = '35'
               OPEN OUTPUT HMV00001-FILE
               CLOSE HMV00001-FILE
               OPEN I-O HMV00001-FILE
           END-IF
           IF WS-HMV-STATUS NOT = '00'
               DISPLAY 'SMB091 - UNABLE TO OPEN HMV00001, STATUS = '
                   WS-HMV-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB091 - UNABLE TO OPEN SMB091RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB091 - HR MOVER FEED, RUN ' WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MOVES' TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * BATCH-WINDOW GATE - SEE SM082P. AS IN SMB012 THE RUN IS NOT
      * REFUSED WHEN THE GATE IS OPEN: THE USER, AUDIT, MOVER LOG AND
      * NOTICE WORK TOUCHES NO TICKET, SO ONLY THE STF00001 REWRITE
      * OF A WAITING APPROVAL WAITS FOR THE GATE. WITHOUT IT THE
      * APPROVERS ARE STILL TOLD; THE TICKET IS LEFT AS IT IS.
       140-CHECK-BATCH-GATE.
           MOVE 'N' TO WS-GATE-HELD
           OPEN INPUT GTE00001-FILE
           IF WS-GTE-STATUS NOT = '00'
               DISPLAY 'SMB091 - NO GTE00001 GATE FILE, STATUS = '
                   WS-GTE-STATUS ' - TICKETS NOT RESTAMPED'
               GO TO 140-EXIT
           END-IF
           MOVE 'GATE' TO GTE-KEY
           READ GTE00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-GTE-STATUS = '00' AND GTE-STATE = 'H'
               MOVE 'Y' TO WS-GATE-HELD
               DISPLAY 'SMB091 - GATE HELD BY ' GTE-SET-BY ' SINCE '
                   GTE-SET-STAMP
           ELSE
               DISPLAY 'SMB091 - BATCH-WINDOW GATE NOT HELD -'
                   ' TICKETS NOT RESTAMPED'
           END-IF
           CLOSE GTE00001-FILE.
       140-EXIT.
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
               DISPLAY 'SMB091 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB091' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB091 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB091' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB091 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-FEED.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ MVR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-FEED
                       PERFORM 250-ONE-MOVER THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-MOVER.
           IF MVR-USERID = SPACES
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO USR-KEY
           MOVE MVR-USERID TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS NOT = '00'
               MOVE 'NOT IN UAF00001' TO WS-REJECT-TEXT
               PERFORM 290-REJECT-MOVER
               GO TO 250-EXIT
           END-IF
           IF USR-ACTIVE = 'N'
               MOVE 'INACTIVE - NOT MOVED' TO WS-REJECT-TEXT
               PERFORM 290-REJECT-MOVER
               GO TO 250-EXIT
           END-IF
           MOVE USR-DEPT TO WS-OLD-DEPT
           MOVE USR-SUPER TO WS-OLD-SUPER
           MOVE USR-LOCATION TO WS-OLD-LOCATION
           MOVE WS-OLD-DEPT TO WS-NEW-DEPT
           MOVE WS-OLD-SUPER TO WS-NEW-SUPER
           MOVE WS-OLD-LOCATION TO WS-NEW-LOCATION
           IF MVR-DEPT NOT = SPACES
               MOVE MVR-DEPT TO WS-NEW-DEPT
           END-IF
           IF MVR-SUPER NOT = SPACES
               MOVE MVR-SUPER TO WS-NEW-SUPER
           END-IF
           IF MVR-LOCATION NOT = SPACES
               MOVE MVR-LOCATION TO WS-NEW-LOCATION
           END-IF
           MOVE 'N' TO WS-DEPT-MOVED
           MOVE 'N' TO WS-SUPER-MOVED
           MOVE 'N' TO WS-LOCN-MOVED
           IF WS-NEW-DEPT NOT = WS-OLD-DEPT
               MOVE 'Y' TO WS-DEPT-MOVED
           END-IF
           IF WS-NEW-SUPER NOT = WS-OLD-SUPER
               MOVE 'Y' TO WS-SUPER-MOVED
           END-IF
           IF WS-NEW-LOCATION NOT = WS-OLD-LOCATION
               MOVE 'Y' TO WS-LOCN-MOVED
           END-IF
           IF WS-DEPT-MOVED = 'N' AND WS-SUPER-MOVED = 'N' AND
              WS-LOCN-MOVED = 'N'
               ADD 1 TO WS-CNT-NOCHANGE
               MOVE SPACES TO WS-PRINT-LINE
               STRING MVR-USERID ' NO CHANGE'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 250-EXIT
           END-IF
           IF WS-MV-USED = 200
               MOVE 'NOT MOVED - OVER 200 MOVERS, RERUN (FORCE)'
                   TO WS-REJECT-TEXT
               PERFORM 290-REJECT-MOVER
               GO TO 250-EXIT
           END-IF
           IF WS-SUPER-MOVED = 'Y'
               PERFORM 270-CHECK-NEW-SUPER THRU 270-EXIT
               IF WS-REJECT-TEXT NOT = SPACES
                   PERFORM 290-REJECT-MOVER
                   GO TO 250-EXIT
               END-IF
           END-IF
           MOVE WS-OLD-DEPT TO WS-APPR-DEPT
           MOVE WS-OLD-SUPER TO WS-APPR-SUPER
           PERFORM 260-FIND-APPROVER THRU 260-EXIT
           MOVE WS-APPROVER TO WS-OLD-APPROVER
           MOVE WS-NEW-DEPT TO USR-DEPT
           MOVE WS-NEW-SUPER TO USR-SUPER
           MOVE WS-NEW-LOCATION TO USR-LOCATION
           MOVE 'HRMOVE' TO USR-UPBY
           REWRITE USR-RECORD
               INVALID KEY
                   DISPLAY 'SMB091 - UAF00001 REWRITE FAILED FOR '
                       MVR-USERID ' STATUS = ' WS-UAF1-STATUS
           END-REWRITE
           IF WS-UAF1-STATUS NOT = '00'
               MOVE 'UAF00001 REWRITE FAILED' TO WS-REJECT-TEXT
               PERFORM 290-REJECT-MOVER
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-MOVED
           IF WS-DEPT-MOVED = 'Y'
               MOVE 'HRDEPT' TO WS-AUDIT-BY
               PERFORM 300-WRITE-AUDIT THRU 300-EXIT
           END-IF
           IF WS-SUPER-MOVED = 'Y'
               MOVE 'HRSUPER' TO WS-AUDIT-BY
               PERFORM 300-WRITE-AUDIT THRU 300-EXIT
           END-IF
           IF WS-LOCN-MOVED = 'Y'
               MOVE 'HRLOCN' TO WS-AUDIT-BY
               PERFORM 300-WRITE-AUDIT THRU 300-EXIT
           END-IF
           MOVE WS-NEW-DEPT TO WS-APPR-DEPT
           MOVE WS-NEW-SUPER TO WS-APPR-SUPER
           PERFORM 260-FIND-APPROVER THRU 260-EXIT
           ADD 1 TO WS-MV-USED
           MOVE WS-MV-USED TO WS-MV-IX
           MOVE MVR-USERID TO WS-MV-USERID (WS-MV-IX)
           MOVE WS-OLD-DEPT TO WS-MV-OLD-DEPT (WS-MV-IX)
           MOVE WS-NEW-DEPT TO WS-MV-NEW-DEPT (WS-MV-IX)
           MOVE WS-OLD-SUPER TO WS-MV-OLD-SUPER (WS-MV-IX)
           MOVE WS-NEW-SUPER TO WS-MV-NEW-SUPER (WS-MV-IX)
           MOVE WS-OLD-LOCATION TO WS-MV-OLD-LOCATION (WS-MV-IX)
           MOVE WS-NEW-LOCATION TO WS-MV-NEW-LOCATION (WS-MV-IX)
           MOVE WS-OLD-APPROVER TO WS-MV-OLD-APPR (WS-MV-IX)
           MOVE WS-APPROVER TO WS-MV-NEW-APPR (WS-MV-IX)
           MOVE WS-DEPT-MOVED TO WS-MV-DEPT-MOVED (WS-MV-IX)
           MOVE WS-SUPER-MOVED TO WS-MV-SUPER-MOVED (WS-MV-IX)
           MOVE USR-ADMN TO WS-MV-ADMN (WS-MV-IX)
           MOVE USR-APP TO WS-MV-APP (WS-MV-IX)
           MOVE USR-SP TO WS-MV-SP (WS-MV-IX)
           MOVE 'N' TO WS-MV-PEER-ADMN (WS-MV-IX)
           MOVE 'N' TO WS-MV-PEER-APP (WS-MV-IX)
           MOVE 'N' TO WS-MV-PEER-SP (WS-MV-IX)
           MOVE 0 TO WS-MV-ITEMS (WS-MV-IX)
           IF WS-DEPT-MOVED = 'Y'
               MOVE 'Y' TO WS-ANY-DEPT-MOVE
           END-IF
           IF WS-OLD-APPROVER NOT = WS-APPROVER
               MOVE 'Y' TO WS-ANY-APPR-MOVE
           END-IF
           PERFORM 350-WRITE-MOVE-LOG THRU 350-EXIT
           PERFORM 380-PRINT-MOVE
           IF WS-SUPER-MOVED = 'Y' AND WS-OLD-SUPER NOT = SPACES
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-OLD-SUPER
                      '  ' MVR-USERID
                      ' HAS MOVED PER HR FEED AND NOW REPORTS TO '
                      WS-NEW-SUPER
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF.
       250-EXIT.
           EXIT.

      * THE RESPONSIBLE APPROVER FOR WS-APPR-DEPT/WS-APPR-SUPER: THE
      * DEPARTMENT'S DEP00001 HEAD WHEN ONE IS NAMED (THE SAME
      * ROUTING SM005 ENFORCES), OTHERWISE THE SUPERVISOR.
       260-FIND-APPROVER.
           MOVE WS-APPR-SUPER TO WS-APPROVER
           IF WS-DEP-OPEN NOT = 'Y' OR WS-APPR-DEPT = SPACES
               GO TO 260-EXIT
           END-IF
           MOVE WS-APPR-DEPT TO DEP-CODE
           READ DEP00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DEP-STATUS = '00' AND DEP-HEAD NOT = SPACES
               MOVE DEP-HEAD TO WS-APPROVER
           END-IF.
       260-EXIT.
           EXIT.

      * THE NEW SUPERVISOR MUST BE SOMEONE ELSE, ON FILE AND ACTIVE.
      * THE MOVER'S RECORD IS PUT BACK FOR THE REWRITE.
       270-CHECK-NEW-SUPER.
           MOVE SPACES TO WS-REJECT-TEXT
           IF WS-NEW-SUPER = SPACES
               GO TO 270-EXIT
           END-IF
           IF WS-NEW-SUPER = MVR-USERID
               MOVE 'CANNOT BE THEIR OWN SUPERVISOR' TO WS-REJECT-TEXT
               GO TO 270-EXIT
           END-IF
           MOVE USR-RECORD TO WS-USR-SAVE
           MOVE SPACES TO USR-KEY
           MOVE WS-NEW-SUPER TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS NOT = '00' OR USR-ACTIVE = 'N'
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'SUPERVISOR ' WS-NEW-SUPER
                      ' NOT AN ACTIVE USER'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF
           MOVE WS-USR-SAVE TO USR-RECORD.
       270-EXIT.
           EXIT.

       290-REJECT-MOVER.
           ADD 1 TO WS-CNT-EXCEPT
           MOVE SPACES TO WS-PRINT-LINE
           STRING MVR-USERID ' ' WS-REJECT-TEXT ' - EXCEPTION'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       290-EXIT.
           EXIT.

      * ONE UAF00002 RECORD FOR ONE FIELD CHANGED. THE RECORD HOLDS
      * ONLY ROLE FLAGS, SO THEY GO IN UNCHANGED AND WS-AUDIT-BY
      * SAYS WHICH FIELD MOVED; HMV00001 HOLDS THE VALUES. THE NEXT
      * SEQUENCE NUMBER IS ONE PAST THE HIGHEST ON FILE FOR THE USER.
       300-WRITE-AUDIT.
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE MVR-USERID TO AUDIT-USERID
           MOVE 0 TO AUDIT-SEQ-NUM
           MOVE 'N' TO WS-EOF-AUD
           START UAF00002-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUD
           END-START
           PERFORM UNTIL WS-EOF-AUD = 'Y'
               READ UAF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUD
                   NOT AT END
                       IF AUDIT-USERID NOT = MVR-USERID
                           MOVE 'Y' TO WS-EOF-AUD
                       ELSE
                           MOVE AUDIT-SEQ-NUM TO WS-AUDIT-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO AUDIT-RECORD
           MOVE MVR-USERID TO AUDIT-USERID
           COMPUTE AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
           MOVE USR-FLAGS TO AUDIT-OLD-FLAGS
           MOVE USR-FLAGS TO AUDIT-NEW-FLAGS
           MOVE WS-AUDIT-BY TO AUDIT-CHANGED-BY
           MOVE WS-AUDIT-DATE TO AUDIT-DATE
           MOVE WS-AUDIT-TIME TO AUDIT-TIME
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'SMB091 - UAF00002 WRITE FAILED, STATUS = '
                       WS-UAF2-STATUS
           END-WRITE
           IF WS-UAF2-STATUS = '00'
               ADD 1 TO WS-CNT-AUDIT
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'U' TO ACW-FILE
               MOVE AUDIT-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUDIT-RECORD TO ACW-LENGTH
               MOVE AUDIT-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       300-EXIT.
           EXIT.

      * THE MOVE ITSELF ON HMV00001. A FORCED RERUN THE SAME DAY
      * THAT FINDS A FURTHER CHANGE REPLACES THE DAY'S ENTRY.
       350-WRITE-MOVE-LOG.
           MOVE SPACES TO HMV-RECORD
           MOVE MVR-USERID TO HMV-USERID
           MOVE 'M' TO HMV-TYPE
           MOVE WS-TODAY-YMD-X TO HMV-ITEM
           PERFORM 360-FILL-MOVE
           MOVE 'L' TO HMV-STATUS
           WRITE HMV-RECORD
               INVALID KEY
                   REWRITE HMV-RECORD
                       INVALID KEY
                           DISPLAY 'SMB091 - HMV00001 WRITE FAILED FOR '
                               MVR-USERID ' STATUS = ' WS-HMV-STATUS
                   END-REWRITE
           END-WRITE.
       350-EXIT.
           EXIT.

       360-FILL-MOVE.
           MOVE WS-TODAY-YMD-X TO HMV-MOVE-DATE
           MOVE WS-MV-OLD-DEPT (WS-MV-IX) TO HMV-OLD-DEPT
           MOVE WS-MV-NEW-DEPT (WS-MV-IX) TO HMV-NEW-DEPT
           MOVE WS-MV-OLD-SUPER (WS-MV-IX) TO HMV-OLD-SUPER
           MOVE WS-MV-NEW-SUPER (WS-MV-IX) TO HMV-NEW-SUPER
           MOVE WS-MV-OLD-LOCATION (WS-MV-IX) TO HMV-OLD-LOCATION
           MOVE WS-MV-NEW-LOCATION (WS-MV-IX) TO HMV-NEW-LOCATION
           MOVE WS-MV-NEW-SUPER (WS-MV-IX) TO HMV-REVIEWER.
       360-EXIT.
           EXIT.

       380-PRINT-MOVE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING MVR-USERID ' ' USR-NAME ' MOVED'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-DEPT-MOVED = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    DEPARTMENT ' WS-OLD-DEPT ' TO ' WS-NEW-DEPT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-DEP-OPEN = 'Y' AND WS-NEW-DEPT NOT = SPACES
                   MOVE WS-NEW-DEPT TO DEP-CODE
                   READ DEP00001-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING '    ' WS-NEW-DEPT
                                  ' IS NOT ON DEP00001 - NO HEAD TO '
                                  'APPROVE'
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           MOVE WS-PRINT-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                   END-READ
               END-IF
           END-IF
           IF WS-SUPER-MOVED = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    SUPERVISOR ' WS-OLD-SUPER '    TO '
                      WS-NEW-SUPER
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-LOCN-MOVED = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    LOCATION   ' WS-OLD-LOCATION ' TO '
                      WS-NEW-LOCATION
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-OLD-APPROVER NOT = WS-APPROVER
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    APPROVER   ' WS-OLD-APPROVER '    TO '
                      WS-APPROVER
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       380-EXIT.
           EXIT.

      *****************************************************************
      * ROLE FLAGS - ONE PASS OF UAF00001 NOTES, FOR EACH MOVER WHO
      * CHANGED DEPARTMENT, WHETHER ANY OTHER ACTIVE USER IN THE NEW
      * DEPARTMENT HOLDS EACH OF ADMN, APP AND SP.
      *****************************************************************
       400-FIND-ROLE-PEERS.
           MOVE LOW-VALUES TO USR-KEY
           START UAF00001-FILE KEY IS NOT LESS THAN USR-KEY
               INVALID KEY
                   GO TO 400-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ UAF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF USR-ACTIVE NOT = 'N' AND USR-DEPT NOT = SPACES
                           PERFORM 420-NOTE-PEER
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       420-NOTE-PEER.
           PERFORM VARYING WS-MV-IX FROM 1 BY 1
                   UNTIL WS-MV-IX > WS-MV-USED
               IF WS-MV-DEPT-MOVED (WS-MV-IX) = 'Y' AND
                  WS-MV-NEW-DEPT (WS-MV-IX) = USR-DEPT AND
                  WS-MV-USERID (WS-MV-IX) NOT = USR-USERID7
                   IF USR-ADMN = 'Y'
                       MOVE 'Y' TO WS-MV-PEER-ADMN (WS-MV-IX)
                   END-IF
                   IF USR-APP = 'Y'
                       MOVE 'Y' TO WS-MV-PEER-APP (WS-MV-IX)
                   END-IF
                   IF USR-SP = 'Y'
                       MOVE 'Y' TO WS-MV-PEER-SP (WS-MV-IX)
                   END-IF
               END-IF
           END-PERFORM.
       420-EXIT.
           EXIT.

       450-RAISE-ROLE-REVIEWS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ACCESS FOR THE NEW SUPERVISOR TO CONFIRM OR REMOVE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'R' TO WS-RV-TYPE
           PERFORM VARYING WS-MV-IX FROM 1 BY 1
                   UNTIL WS-MV-IX > WS-MV-USED
               IF WS-MV-DEPT-MOVED (WS-MV-IX) = 'Y'
                   IF WS-MV-ADMN (WS-MV-IX) = 'Y' AND
                      WS-MV-PEER-ADMN (WS-MV-IX) NOT = 'Y'
                       MOVE 'ADMN' TO WS-RV-ITEM
                       PERFORM 560-RAISE-REVIEW THRU 560-EXIT
                   END-IF
                   IF WS-MV-APP (WS-MV-IX) = 'Y' AND
                      WS-MV-PEER-APP (WS-MV-IX) NOT = 'Y'
                       MOVE 'APP' TO WS-RV-ITEM
                       PERFORM 560-RAISE-REVIEW THRU 560-EXIT
                   END-IF
                   IF WS-MV-SP (WS-MV-IX) = 'Y' AND
                      WS-MV-PEER-SP (WS-MV-IX) NOT = 'Y'
                       MOVE 'SP' TO WS-RV-ITEM
                       PERFORM 560-RAISE-REVIEW THRU 560-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

      *****************************************************************
      * QUEUE MEMBERSHIPS - QMF00001 IS READ IN QUEUE ORDER AND EACH
      * QUEUE'S MEMBERS GATHERED; A MOVER'S MEMBERSHIP FITS WHEN
      * ANOTHER ACTIVE MEMBER OF THE SAME QUEUE IS IN THEIR NEW
      * DEPARTMENT. A QUEUE WITH NO MOVER IN IT COSTS NO LOOKUPS.
      *****************************************************************
       500-REVIEW-MEMBERSHIPS.
           IF WS-QMF-OPEN NOT = 'Y'
               GO TO 500-EXIT
           END-IF
           MOVE 'Q' TO WS-RV-TYPE
           MOVE 0 TO WS-QG-USED
           MOVE SPACES TO WS-QG-QUEUE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QMF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF QM-QUEUE NOT = WS-QG-QUEUE
                           PERFORM 520-CHECK-QUEUE THRU 520-EXIT
                           MOVE 0 TO WS-QG-USED
                           MOVE QM-QUEUE TO WS-QG-QUEUE
                       END-IF
                       IF WS-QG-USED < 500
                           ADD 1 TO WS-QG-USED
                           MOVE QM-USERID TO WS-QG-USERID (WS-QG-USED)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 520-CHECK-QUEUE THRU 520-EXIT.
       500-EXIT.
           EXIT.

       520-CHECK-QUEUE.
           PERFORM VARYING WS-QG-IX FROM 1 BY 1
                   UNTIL WS-QG-IX > WS-QG-USED
               MOVE 0 TO WS-MV-HIT
               PERFORM VARYING WS-MV-IX FROM 1 BY 1
                       UNTIL WS-MV-IX > WS-MV-USED OR WS-MV-HIT > 0
                   IF WS-MV-USERID (WS-MV-IX) = WS-QG-USERID (WS-QG-IX)
                      AND WS-MV-DEPT-MOVED (WS-MV-IX) = 'Y'
                       MOVE WS-MV-IX TO WS-MV-HIT
                   END-IF
               END-PERFORM
               IF WS-MV-HIT > 0
                   MOVE WS-MV-HIT TO WS-MV-IX
                   PERFORM 540-CHECK-FIT THRU 540-EXIT
               END-IF
           END-PERFORM.
       520-EXIT.
           EXIT.

       540-CHECK-FIT.
           MOVE 'N' TO WS-QG-FITS
           PERFORM VARYING WS-QG-JX FROM 1 BY 1
                   UNTIL WS-QG-JX > WS-QG-USED OR WS-QG-FITS = 'Y'
               IF WS-QG-JX NOT = WS-QG-IX
                   MOVE SPACES TO USR-KEY
                   MOVE WS-QG-USERID (WS-QG-JX) TO USR-USERID7
                   READ UAF00001-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-UAF1-STATUS = '00' AND USR-ACTIVE NOT = 'N'
                      AND USR-DEPT = WS-MV-NEW-DEPT (WS-MV-IX)
                       MOVE 'Y' TO WS-QG-FITS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QG-FITS = 'N'
               MOVE WS-QG-QUEUE TO WS-RV-ITEM
               PERFORM 560-RAISE-REVIEW THRU 560-EXIT
           END-IF.
       540-EXIT.
           EXIT.

      * ONE Q OR R ENTRY FOR MOVER WS-MV-IX. AN ENTRY LEFT FROM AN
      * EARLIER MOVE IS PUT BACK TO PENDING FOR THE NEW SUPERVISOR.
       560-RAISE-REVIEW.
           MOVE SPACES TO HMV-RECORD
           MOVE WS-MV-USERID (WS-MV-IX) TO HMV-USERID
           MOVE WS-RV-TYPE TO HMV-TYPE
           MOVE WS-RV-ITEM TO HMV-ITEM
           PERFORM 360-FILL-MOVE
           MOVE 'P' TO HMV-STATUS
           WRITE HMV-RECORD
               INVALID KEY
                   REWRITE HMV-RECORD
                       INVALID KEY
                           DISPLAY 'SMB091 - HMV00001 WRITE FAILED FOR '
                               HMV-USERID ' STATUS = ' WS-HMV-STATUS
                   END-REWRITE
           END-WRITE
           IF WS-HMV-STATUS NOT = '00'
               GO TO 560-EXIT
           END-IF
           ADD 1 TO WS-CNT-ITEMS
           ADD 1 TO WS-MV-ITEMS (WS-MV-IX)
           IF WS-RV-TYPE = 'Q'
               MOVE 'QUEUE' TO WS-RV-TEXT
           ELSE
               MOVE 'ROLE FLAG' TO WS-RV-TEXT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-MV-USERID (WS-MV-IX) ' ' WS-RV-TEXT ' '
                  WS-RV-ITEM ' NOT HELD IN ' WS-MV-NEW-DEPT (WS-MV-IX)
                  ' - REVIEWER ' WS-MV-NEW-SUPER (WS-MV-IX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       560-EXIT.
           EXIT.

      * THE NEW SUPERVISOR HEARS OF EVERY MOVER WHO NOW REPORTS TO
      * THEM OR HAS ACCESS WAITING ON THEM. ACCESS WITH NO
      * SUPERVISOR TO REVIEW IT IS LEFT TO THE ADMINISTRATORS.
       600-NOTIFY-SUPERVISORS.
           PERFORM VARYING WS-MV-IX FROM 1 BY 1
                   UNTIL WS-MV-IX > WS-MV-USED
               PERFORM 620-NOTIFY-ONE THRU 620-EXIT
           END-PERFORM.
       600-EXIT.
           EXIT.

       620-NOTIFY-ONE.
           IF WS-MV-NEW-SUPER (WS-MV-IX) = SPACES
               IF WS-MV-ITEMS (WS-MV-IX) > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-MV-USERID (WS-MV-IX)
                          ' HAS NO SUPERVISOR - ADMINISTRATORS TO '
                          'REVIEW ACCESS ON SMMV'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               GO TO 620-EXIT
           END-IF
           IF WS-MV-ITEMS (WS-MV-IX) = 0 AND
              WS-MV-SUPER-MOVED (WS-MV-IX) NOT = 'Y'
               GO TO 620-EXIT
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           IF WS-MV-ITEMS (WS-MV-IX) = 0
               STRING 'TO: ' WS-MV-NEW-SUPER (WS-MV-IX)
                      '  ' WS-MV-USERID (WS-MV-IX)
                      ' NOW REPORTS TO YOU PER HR FEED'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
           ELSE
               MOVE WS-MV-ITEMS (WS-MV-IX) TO WS-Z3
               STRING 'TO: ' WS-MV-NEW-SUPER (WS-MV-IX)
                      '  ' WS-MV-USERID (WS-MV-IX)
                      ' MOVED TO ' WS-MV-NEW-DEPT (WS-MV-IX)
                      ' - ' WS-Z3
                      ' ACCESS ITEM(S) TO CONFIRM OR REMOVE ON SMMV'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
           END-IF
           WRITE NOTIFY-LINE.
       620-EXIT.
           EXIT.

      *****************************************************************
      * WAITING APPROVALS - EVERY CREATED TICKET RAISED BY A MOVER
      * WHOSE APPROVER CHANGED. SM005 AND SM023P ALREADY ROUTE IT BY
      * THE REQUESTOR'S NEW DEPARTMENT; HERE BOTH APPROVERS ARE TOLD
      * AND, WITH THE GATE HELD, THE HAND-OVER IS NOTED ON THE
      * TICKET AND ITS LAST UPDATE RESTAMPED.
      *****************************************************************
       700-REPOINT-APPROVALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'APPROVALS WAITING ON THE OLD APPROVER' TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-GATE-HELD = 'Y'
               OPEN I-O STF00001-FILE
           ELSE
               OPEN INPUT STF00001-FILE
           END-IF
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB091 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS ' - APPROVALS NOT RE-POINTED'
               GO TO 700-EXIT
           END-IF
           IF WS-GATE-HELD = 'Y'
               OPEN I-O STF00002-FILE
               OPEN I-O AUD00001-FILE
               IF WS-AUD-STATUS = '35'
                   OPEN OUTPUT AUD00001-FILE
                   CLOSE AUD00001-FILE
                   OPEN I-O AUD00001-FILE
               END-IF
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'SMB091 - UNABLE TO OPEN AUD00001, STATUS = '
                       WS-AUD-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 750-CHECK-TICKET THRU 750-EXIT
               END-READ
           END-PERFORM
           CLOSE STF00001-FILE
           IF WS-GATE-HELD = 'Y'
               CLOSE STF00002-FILE
               CLOSE AUD00001-FILE
           END-IF.
       700-EXIT.
           EXIT.

       750-CHECK-TICKET.
           IF TIX-STATUS NOT = ST-CREATED
               GO TO 750-EXIT
           END-IF
           MOVE 0 TO WS-MV-HIT
           PERFORM VARYING WS-MV-IX FROM 1 BY 1
                   UNTIL WS-MV-IX > WS-MV-USED OR WS-MV-HIT > 0
               IF WS-MV-USERID (WS-MV-IX) = TIX-REQUESTOR(1:7) AND
                  WS-MV-OLD-APPR (WS-MV-IX) NOT =
                  WS-MV-NEW-APPR (WS-MV-IX)
                   MOVE WS-MV-IX TO WS-MV-HIT
               END-IF
           END-PERFORM
           IF WS-MV-HIT = 0
               GO TO 750-EXIT
           END-IF
           MOVE WS-MV-HIT TO WS-MV-IX
           ADD 1 TO WS-CNT-WAITING
           IF WS-MV-OLD-APPR (WS-MV-IX) NOT = SPACES
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-MV-OLD-APPR (WS-MV-IX)
                      '  TICKET ' TIX-ID ' FROM '
                      WS-MV-USERID (WS-MV-IX)
                      ' NO LONGER NEEDS YOUR APPROVAL - REQUESTOR '
                      'HAS CHANGED DEPARTMENT'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF
           IF WS-MV-NEW-APPR (WS-MV-IX) NOT = SPACES
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-MV-NEW-APPR (WS-MV-IX)
                      '  TICKET ' TIX-ID ' FROM '
                      WS-MV-USERID (WS-MV-IX)
                      ' AWAITS YOUR APPROVAL - HANDED OVER FROM '
                      WS-MV-OLD-APPR (WS-MV-IX)
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING TIX-ID ' ' WS-MV-USERID (WS-MV-IX) ' APPROVER '
                  WS-MV-OLD-APPR (WS-MV-IX) ' TO '
                  WS-MV-NEW-APPR (WS-MV-IX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WS-MV-NEW-APPR (WS-MV-IX) = SPACES
               MOVE '- NO APPROVER IN NEW DEPT' TO WS-PRINT-LINE(46:25)
           ELSE
               IF WS-GATE-HELD NOT = 'Y'
                   MOVE '- NOT RESTAMPED, GATE NOT HELD'
                       TO WS-PRINT-LINE(46:30)
               END-IF
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-GATE-HELD NOT = 'Y'
               GO TO 750-EXIT
           END-IF
           MOVE SPACES TO LAST-UPDATE-REM
           STRING 'REQUESTOR MOVED DEPT - APPROVAL NOW WITH '
                  WS-MV-NEW-APPR (WS-MV-IX)
               DELIMITED BY SIZE INTO LAST-UPDATE-REM
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO UPDBY2
           REWRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB091 - REWRITE FAILED FOR TICKET '
                       TIX-ID
           END-REWRITE
           IF WS-STF1-STATUS = '00'
               PERFORM 800-WRITE-LOG
               PERFORM 830-WRITE-AUDIT THRU 830-EXIT
               ADD 1 TO WS-CNT-REPOINTED
           END-IF.
       750-EXIT.
           EXIT.

       800-WRITE-LOG.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE TIX-ID TO LOG-TIX-ID1
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
                       IF LOG-TIX-ID1 = TIX-ID
                           MOVE LOG-SEQ-NUM TO WS-NEXT-SEQ
                           ADD 1 TO WS-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE TIX-ID TO LOG-TIX-ID1
           MOVE WS-NEXT-SEQ TO LOG-SEQ-NUM
           MOVE WS-FMT-DATE TO LOG-LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LOG-LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO LOG-UPDBY2
           MOVE LAST-UPDATE-REM TO LOG-LAST-UPDATE-REM
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY 'SMB091 - LOG WRITE FAILED FOR TICKET '
                       TIX-ID
           END-WRITE.
       800-EXIT.
           EXIT.

      * THE SAME SINGLE-FIELD DELTA RECORD SMB037/SMB045 WRITE, SO
      * THE SM056P BROWSE SHOWS THE HAND-OVER LIKE ANY OTHER CHANGE.
       830-WRITE-AUDIT.
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
           MOVE 'APPROVER' TO AUD-FIELD
           MOVE WS-MV-OLD-APPR (WS-MV-IX) TO AUD-BEFORE
           MOVE WS-MV-NEW-APPR (WS-MV-IX) TO AUD-AFTER
           MOVE WS-SYSTEM-USER TO AUD-BY
           MOVE WS-TODAY-YMD-X TO AUD-DATE
           MOVE WS-TIME-X(1:6) TO AUD-TIME
           WRITE AUD-RECORD
               INVALID KEY
                   DISPLAY 'SMB091 - AUDIT WRITE FAILED FOR TICKET '
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
       830-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB091' TO RUN-JOB-NAME
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
               MOVE WS-CNT-FEED TO RUN-COUNT-READ
               MOVE WS-CNT-MOVED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-FEED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FEED RECORDS READ   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-MOVED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'USERS MOVED         = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NOCHANGE TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NO CHANGE           = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-EXCEPT TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EXCEPTIONS          = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-AUDIT TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'UAF00002 RECORDS    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ITEMS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACCESS TO REVIEW    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-WAITING TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'APPROVALS WAITING   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REPOINTED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKETS RESTAMPED   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB091 - MOVED = ' WS-CNT-MOVED
               ' TO REVIEW = ' WS-CNT-ITEMS
               ' RESTAMPED = ' WS-CNT-REPOINTED
           CLOSE MVR-FILE
           CLOSE UAF00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE UAF00002-FILE
           IF WS-DEP-OPEN = 'Y'
               CLOSE DEP00001-FILE
           END-IF
           IF WS-QMF-OPEN = 'Y'
               CLOSE QMF00001-FILE
           END-IF
           CLOSE HMV00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE MVR-FILE
           CLOSE UAF00001-FILE
           CLOSE UAF00002-FILE
           CLOSE DEP00001-FILE
           CLOSE QMF00001-FILE
           CLOSE HMV00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE AUD00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
