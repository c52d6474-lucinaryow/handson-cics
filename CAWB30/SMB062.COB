       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB062.
      *
      * PROVIDER ROSTER LOAD.
      * TEAMS THAT PLAN SHIFTS AND LEAVE IN THEIR OWN WORKFORCE
      * TOOL SEND THE ROSTIN DATASET INSTEAD OF KEYING EVERY ENTRY
      * ON SM089P. EACH RECORD CARRIES THE SAME FIELDS AS THE SM89
      * COMMAND LINE, IN THE SAME ORDER:
      *
      *   A USERID T YYYYMMDD YYYYMMDD HH HH NOTE
      *
      * ACTION A ADDS OR REPLACES THE PRS00001 ENTRY FOR THAT USER,
      * FIRST DAY AND TYPE; ACTION D DELETES IT. THE SAME CHECKS AS
      * SM089P ARE APPLIED - TYPE W, L, T OR S, VALID DATES IN
      * ORDER, SHIFT HOURS 00-23, AND THE USER AN ACTIVE SERVICE
      * PROVIDER ON UAF00001 - AND EVERY RECORD IS ECHOED ON THE
      * REPORT AS ACCEPTED OR REJECTED WITH THE REASON. ROSTER
      * ENTRIES THAT ENDED MORE THAN WS-KEEP-DAYS AGO ARE THEN
      * PURGED SO THE FILE DOES NOT GROW WITHOUT LIMIT.
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
           SELECT ROSTIN-FILE ASSIGN TO ROSTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PRS00001-FILE ASSIGN TO PRS00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-KEY
               FILE STATUS IS WS-PRS-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB062RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTIN-RECORD.
           05  IN-ACTION                         PIC X(01).
           05  FILLER                            PIC X(01).
           05  IN-USERID                         PIC X(07).
           05  FILLER                            PIC X(01).
           05  IN-TYPE                           PIC X(01).
               88  IN-TYPE-OK                    VALUE 'W' 'L' 'T' 'S'.
           05  FILLER                            PIC X(01).
           05  IN-START.
               10  IN-START-YYYY                 PIC 9(04).
               10  IN-START-MM                   PIC 9(02).
               10  IN-START-DD                   PIC 9(02).
           05  FILLER                            PIC X(01).
           05  IN-END.
               10  IN-END-YYYY                   PIC 9(04).
               10  IN-END-MM                     PIC 9(02).
               10  IN-END-DD                     PIC 9(02).
           05  FILLER                            PIC X(01).
           05  IN-FROM                           PIC X(02).
           05  IN-FROM-N REDEFINES IN-FROM       PIC 9(02).
           05  FILLER                            PIC X(01).
           05  IN-TO                             PIC X(02).
           05  IN-TO-N REDEFINES IN-TO           PIC 9(02).
           05  FILLER                            PIC X(01).
           05  IN-NOTE                           PIC X(20).

      * ONE RECORD PER PROVIDER ROSTER ENTRY - SEE SM089P.
       FD  PRS00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRS-RECORD.
           05  PRS-KEY.
               10  PRS-USERID                    PIC X(07).
               10  PRS-START-DATE                PIC X(08).
               10  PRS-TYPE                      PIC X(01).
           05  PRS-END-DATE                      PIC X(08).
           05  PRS-FROM-HH                       PIC 9(02).
           05  PRS-TO-HH                         PIC 9(02).
           05  PRS-NOTE                          PIC X(20).
           05  PRS-SET-BY                        PIC X(07).
           05  PRS-SET-DATE                      PIC X(08).
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
       01  WS-PRS-STATUS                         PIC X(02).
       01  WS-UAF-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-PRS-EOF                            PIC X.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).
       01  WS-KEEP-DAYS                          PIC 9(03) VALUE 90.
       01  WS-CUTOFF-YMD                         PIC 9(08).
       01  WS-CUTOFF-YMD-X REDEFINES WS-CUTOFF-YMD
                                                 PIC X(08).
       01  WS-SYSTEM-USER                        PIC X(07) VALUE
               'ROSTER'.
       01  WS-REJECT-REASON                      PIC X(30).
       01  WS-RESULT                             PIC X(30).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-ADDED                          PIC 9(07) VALUE 0.
       01  WS-CNT-REPLACED                       PIC 9(07) VALUE 0.
       01  WS-CNT-DELETED                        PIC 9(07) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(07) VALUE 0.
       01  WS-CNT-PURGED                         PIC 9(07) VALUE 0.
       01  WS-CNT-CHANGED                        PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FEED
           PERFORM 500-PURGE-ENDED
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           COMPUTE WS-CUTOFF-YMD = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-KEEP-DAYS)
           OPEN I-O PRS00001-FILE
           IF WS-PRS-STATUS = '35'
               OPEN OUTPUT PRS00001-FILE
               CLOSE PRS00001-FILE
               OPEN I-O PRS00001-FILE
           END-IF
           IF WS-PRS-STATUS NOT = '00'
               DISPLAY 'SMB062 - UNABLE TO OPEN PRS00001, STATUS = '
                   WS-PRS-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'SMB062 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB062 - UNABLE TO OPEN SMB062RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB062 - PROVIDER ROSTER LOAD, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      * NO FEED TONIGHT IS NOT AN ERROR - THE PURGE STILL RUNS.
           OPEN INPUT ROSTIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'SMB062 - NO ROSTIN FEED, STATUS = '
                   WS-IN-STATUS ' - LOAD SKIPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'NO ROSTER FEED THIS RUN' TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING 'A USERID  T FIRST    LAST     FR TO RESULT'
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
               DISPLAY 'SMB062 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB062' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB062 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB062' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB062 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-FEED.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ROSTIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-ONE-ENTRY THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-ENTRY.
           IF IN-ACTION NOT = 'A' AND IN-ACTION NOT = 'D'
               MOVE 'ACTION MUST BE A OR D' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           IF NOT IN-TYPE-OK
               MOVE 'TYPE MUST BE W, L, T OR S' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           IF IN-START NOT NUMERIC OR
              IN-START-MM < 1 OR IN-START-MM > 12 OR
              IN-START-DD < 1 OR IN-START-DD > 31 OR
              IN-START-YYYY < 2000
               MOVE 'FIRST DAY NOT A VALID DATE' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           MOVE IN-USERID TO PRS-USERID
           MOVE IN-START TO PRS-START-DATE
           MOVE IN-TYPE TO PRS-TYPE
           IF IN-ACTION = 'D'
               DELETE PRS00001-FILE
                   INVALID KEY
                       MOVE 'NO SUCH ROSTER ENTRY' TO WS-REJECT-REASON
                       GO TO 280-REJECT
               END-DELETE
               ADD 1 TO WS-CNT-DELETED
               MOVE 'ACCEPTED - DELETED' TO WS-RESULT
               GO TO 270-ECHO
           END-IF
           IF IN-END = SPACES
               MOVE IN-START TO IN-END
           END-IF
           IF IN-END NOT NUMERIC OR
              IN-END-MM < 1 OR IN-END-MM > 12 OR
              IN-END-DD < 1 OR IN-END-DD > 31 OR
              IN-END-YYYY < 2000
               MOVE 'LAST DAY NOT A VALID DATE' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           IF IN-END < IN-START
               MOVE 'LAST DAY BEFORE FIRST DAY' TO WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           IF IN-TYPE = 'W'
               IF IN-FROM NOT NUMERIC OR IN-TO NOT NUMERIC OR
                  IN-FROM-N > 23 OR IN-TO-N > 23
                   MOVE 'SHIFT HOURS MUST BE 00-23' TO
                       WS-REJECT-REASON
                   GO TO 280-REJECT
               END-IF
           ELSE
               MOVE '00' TO IN-FROM
               MOVE '00' TO IN-TO
           END-IF
           MOVE IN-USERID TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF-STATUS NOT = '00' OR USR-SP NOT = 'Y' OR
              USR-ACTIVE = 'N'
               MOVE 'NOT AN ACTIVE SERVICE PROVIDER' TO
                   WS-REJECT-REASON
               GO TO 280-REJECT
           END-IF
           MOVE IN-USERID TO PRS-USERID
           MOVE IN-START TO PRS-START-DATE
           MOVE IN-TYPE TO PRS-TYPE
           READ PRS00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRS-STATUS NOT = '00'
               MOVE SPACES TO PRS-RECORD
               MOVE IN-USERID TO PRS-USERID
               MOVE IN-START TO PRS-START-DATE
               MOVE IN-TYPE TO PRS-TYPE
           END-IF
           MOVE IN-END TO PRS-END-DATE
           MOVE IN-FROM-N TO PRS-FROM-HH
           MOVE IN-TO-N TO PRS-TO-HH
           MOVE IN-NOTE TO PRS-NOTE
           MOVE WS-SYSTEM-USER TO PRS-SET-BY
           MOVE WS-TODAY-YMD-X TO PRS-SET-DATE
           IF WS-PRS-STATUS = '00'
               REWRITE PRS-RECORD
                   INVALID KEY
                       DISPLAY 'SMB062 - PRS00001 REWRITE FAILED FOR '
                           PRS-KEY
               END-REWRITE
               ADD 1 TO WS-CNT-REPLACED
               MOVE 'ACCEPTED - REPLACED' TO WS-RESULT
           ELSE
               WRITE PRS-RECORD
                   INVALID KEY
                       DISPLAY 'SMB062 - PRS00001 WRITE FAILED FOR '
                           PRS-KEY
               END-WRITE
               ADD 1 TO WS-CNT-ADDED
               MOVE 'ACCEPTED - ADDED' TO WS-RESULT
           END-IF.
       270-ECHO.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ROSTIN-RECORD(1:40) TO WS-PRINT-LINE(1:40)
           MOVE WS-RESULT TO WS-PRINT-LINE(42:30)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           GO TO 250-EXIT.
       280-REJECT.
           ADD 1 TO WS-CNT-REJECTED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ROSTIN-RECORD(1:40) TO WS-PRINT-LINE(1:40)
           STRING 'REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE(42:39)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       250-EXIT.
           EXIT.

       500-PURGE-ENDED.
           MOVE LOW-VALUES TO PRS-KEY
           MOVE 'N' TO WS-PRS-EOF
           START PRS00001-FILE KEY IS NOT LESS THAN PRS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRS-EOF
           END-START
           PERFORM UNTIL WS-PRS-EOF = 'Y'
               READ PRS00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRS-EOF
                   NOT AT END
                       IF PRS-END-DATE < WS-CUTOFF-YMD-X
                           DELETE PRS00001-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WS-CNT-PURGED
                       END-IF
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB062' TO RUN-JOB-NAME
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
               COMPUTE WS-CNT-CHANGED = WS-CNT-ADDED + WS-CNT-REPLACED
                   + WS-CNT-DELETED + WS-CNT-PURGED
               MOVE WS-CNT-CHANGED TO RUN-COUNT-CHANGED
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
           STRING 'RECORDS READ     = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ADDED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ENTRIES ADDED    = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REPLACED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ENTRIES REPLACED = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-DELETED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ENTRIES DELETED  = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REJECTED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RECORDS REJECTED = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-PURGED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ENDED ENTRIES PURGED = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB062 - ADDED = ' WS-CNT-ADDED
               ' REPLACED = ' WS-CNT-REPLACED
               ' DELETED = ' WS-CNT-DELETED
               ' REJECTED = ' WS-CNT-REJECTED
           CLOSE ROSTIN-FILE
           CLOSE PRS00001-FILE
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE ROSTIN-FILE
           CLOSE PRS00001-FILE
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
