       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB070.
      *
      * NIGHTLY CONTRACTOR ACCOUNT END-DATE WATCH.
      * SMB037'S HR LEAVER FEED ONLY KNOWS ABOUT EMPLOYEES, SO A
      * CONTRACTOR'S ACCOUNT USED TO OUTLIVE THE ENGAGEMENT. EVERY
      * NON-EMPLOYEE ACCOUNT NOW CARRIES AN END DATE ON UAF00004
      * (COPYBOOK SMUAE) AND THIS JOB WALKS THAT FILE EACH NIGHT:
      *
      *   - FOURTEEN DAYS OUT (WS-WARN-DAYS) THE USER'S UAF00001
      *     SUPERVISOR IS TOLD ON THE NTFYOUT PATH, ONCE, WITH THE
      *     UA008P COMMAND THAT ASKS FOR AN EXTENSION,
      *   - ON THE END DATE THE USERID IS WRITTEN TO THE CTRLEAVE
      *     FEED. SMB037 READS CTRLEAVE AFTER THE HR FEED AND GIVES
      *     THE ACCOUNT THE SAME OFFBOARDING AN HR LEAVER GETS -
      *     DEACTIVATED, OPEN ASSIGNED TICKETS BACK TO THE QUEUE,
      *     SUPERVISOR TOLD - SO THIS JOB MUST RUN BEFORE SMB037.
      *
      * AN EXTENSION STILL PENDING ON UA007P DOES NOT HOLD THE CLOSE
      * BACK - ONLY AN APPROVED ONE MOVES THE END DATE.
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
           SELECT UAF00004-FILE ASSIGN TO UAF00004
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UAE-USERID
               FILE STATUS IS WS-UAF4-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT LEAVE-FILE ASSIGN TO CTRLEAVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB070RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UAF00004-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAE.

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

      * SAME LAYOUT AS SMB037'S HRLEAVE RECORD.
       FD  LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-RECORD.
           05  LEAVE-USERID                      PIC X(07).
           05  FILLER                            PIC X(73).

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
       01  WS-UAF4-STATUS                        PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-LEAVE-STATUS                       PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.

       01  WS-WARN-DAYS                          PIC 9(03) VALUE 14.
       01  WS-TODAY-YMD                          PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(08).
       01  WS-END-YMD                            PIC 9(08).
       01  WS-DAYS-LEFT                          PIC S9(05).
       01  WS-DAYS-D                             PIC ZZ9.
       01  WS-END-SHOW                           PIC X(10).

       01  WS-CNT-READ                           PIC 9(05) VALUE 0.
       01  WS-CNT-WARNED                         PIC 9(05) VALUE 0.
       01  WS-CNT-EXPIRED                        PIC 9(05) VALUE 0.
       01  WS-CNT-EXCEPT                         PIC 9(05) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-ACCOUNTS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           OPEN I-O UAF00004-FILE
           IF WS-UAF4-STATUS = '35'
               DISPLAY 'SMB070 - NO UAF00004 FILE - NO CONTRACTOR '
                   'ACCOUNTS'
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF WS-UAF4-STATUS NOT = '00'
                   DISPLAY 'SMB070 - UNABLE TO OPEN UAF00004, STATUS = '
                       WS-UAF4-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB070 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'SMB070 - UNABLE TO OPEN CTRLEAVE, STATUS = '
                   WS-LEAVE-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB070 - UNABLE TO OPEN SMB070RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB070 - CONTRACTOR ACCOUNT END DATES, RUN '
                  WS-TODAY-YMD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'USERID   ENDS       SUPERVSR ACTION' TO REPORT-RECORD
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
               DISPLAY 'SMB070 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB070' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB070 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB070' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB070 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-ACCOUNTS.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ UAF00004-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 300-ONE-ACCOUNT THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-ONE-ACCOUNT.
           IF NOT UAE-CONTRACTOR OR UAE-EXPIRED = 'Y'
               GO TO 300-EXIT
           END-IF
           IF UAE-END-DATE NOT NUMERIC
               MOVE 'END DATE NOT YYYYMMDD - FIX ON UAF00004' TO
                   WS-PRINT-LINE
               PERFORM 700-PRINT-EXCEPTION
               GO TO 300-EXIT
           END-IF
           MOVE UAE-USERID TO USR-KEY
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS NOT = '00'
               MOVE 'NOT IN UAF00001' TO WS-PRINT-LINE
               PERFORM 700-PRINT-EXCEPTION
               GO TO 300-EXIT
           END-IF
           MOVE UAE-END-DATE TO WS-END-YMD
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-END-YMD) - WS-TODAY-INT
           STRING UAE-END-DATE(1:4) '-' UAE-END-DATE(5:2) '-'
                  UAE-END-DATE(7:2)
               DELIMITED BY SIZE INTO WS-END-SHOW
           IF WS-DAYS-LEFT NOT > 0
               PERFORM 400-EXPIRE-ACCOUNT THRU 400-EXIT
               GO TO 300-EXIT
           END-IF
           IF WS-DAYS-LEFT NOT > WS-WARN-DAYS AND UAE-WARNED NOT = 'Y'
               PERFORM 500-WARN-SUPERVISOR THRU 500-EXIT
           END-IF.
       300-EXIT.
           EXIT.

      * END DATE REACHED - HAND THE USERID TO SMB037 ON CTRLEAVE.
      * AN ACCOUNT SOMEBODY HAS ALREADY DEACTIVATED BY HAND IS ONLY
      * MARKED; SMB037 WOULD SKIP IT AS ALREADY INACTIVE ANYWAY.
       400-EXPIRE-ACCOUNT.
           MOVE 'Y' TO UAE-EXPIRED
           REWRITE UAE-RECORD
               INVALID KEY
                   DISPLAY 'SMB070 - UAF00004 REWRITE FAILED FOR '
                       UAE-USERID7
           END-REWRITE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE UAE-USERID7 TO WS-PRINT-LINE(1:7)
           MOVE WS-END-SHOW TO WS-PRINT-LINE(10:10)
           MOVE USR-SUPER TO WS-PRINT-LINE(21:7)
           IF USR-ACTIVE = 'N'
               MOVE 'ENDED - ALREADY INACTIVE' TO WS-PRINT-LINE(30:40)
           ELSE
               MOVE SPACES TO LEAVE-RECORD
               MOVE UAE-USERID7 TO LEAVE-USERID
               WRITE LEAVE-RECORD
               ADD 1 TO WS-CNT-EXPIRED
               IF UAE-EXT-PENDING
                   MOVE 'ENDED - TO SMB037 (EXTENSION WAS PENDING)' TO
                       WS-PRINT-LINE(30:50)
               ELSE
                   MOVE 'ENDED - TO SMB037 FOR OFFBOARDING' TO
                       WS-PRINT-LINE(30:50)
               END-IF
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.
           EXIT.

       500-WARN-SUPERVISOR.
           MOVE WS-DAYS-LEFT TO WS-DAYS-D
           MOVE SPACES TO WS-PRINT-LINE
           MOVE UAE-USERID7 TO WS-PRINT-LINE(1:7)
           MOVE WS-END-SHOW TO WS-PRINT-LINE(10:10)
           MOVE USR-SUPER TO WS-PRINT-LINE(21:7)
           IF USR-SUPER = SPACES
               MOVE 'NO SUPERVISOR ON UAF00001 - NOBODY WARNED' TO
                   WS-PRINT-LINE(30:50)
               ADD 1 TO WS-CNT-EXCEPT
           ELSE
               MOVE SPACES TO NOTIFY-LINE
               IF UAE-EXT-PENDING
                   STRING 'TO: ' USR-SUPER '  ' UAE-USERID7
                          ' ACCOUNT ENDS ' WS-END-SHOW ' (' WS-DAYS-D
                          ' DAYS) - EXTENSION TO ' UAE-EXT-DATE
                          ' AWAITS UA07'
                       DELIMITED BY SIZE INTO NOTIFY-LINE
               ELSE
                   STRING 'TO: ' USR-SUPER '  ' UAE-USERID7
                          ' ACCOUNT ENDS ' WS-END-SHOW ' (' WS-DAYS-D
                          ' DAYS) - TO EXTEND: UA08 ' UAE-USERID7
                          ' YYYYMMDD'
                       DELIMITED BY SIZE INTO NOTIFY-LINE
               END-IF
               WRITE NOTIFY-LINE
               ADD 1 TO WS-CNT-WARNED
               MOVE 'WARNED SUPERVISOR' TO WS-PRINT-LINE(30:50)
           END-IF
           MOVE 'Y' TO UAE-WARNED
           REWRITE UAE-RECORD
               INVALID KEY
                   DISPLAY 'SMB070 - UAF00004 REWRITE FAILED FOR '
                       UAE-USERID7
           END-REWRITE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       500-EXIT.
           EXIT.

      * WS-PRINT-LINE HOLDS THE REASON ON ENTRY.
       700-PRINT-EXCEPTION.
           ADD 1 TO WS-CNT-EXCEPT
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE UAE-USERID7 TO WS-PRINT-LINE(1:7)
           MOVE 'EXCEPTION - ' TO WS-PRINT-LINE(10:12)
           MOVE REPORT-RECORD(1:50) TO WS-PRINT-LINE(22:50)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       700-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB070' TO RUN-JOB-NAME
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
               MOVE WS-CNT-EXPIRED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-READ TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'END-DATE RECORDS READ = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-WARNED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SUPERVISORS WARNED    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-EXPIRED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACCOUNTS TO SMB037    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-EXCEPT TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EXCEPTIONS            = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB070 - WARNED = ' WS-CNT-WARNED
               ' ENDED = ' WS-CNT-EXPIRED
           CLOSE UAF00004-FILE
           CLOSE UAF00001-FILE
           CLOSE LEAVE-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE UAF00004-FILE
           CLOSE UAF00001-FILE
           CLOSE LEAVE-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           STOP RUN.
