       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB057.
      *
      * KNOWLEDGE-ARTICLE REVIEW AND EXPIRY - RUN WEEKLY.
      * A KBF00001 ARTICLE USED TO LIVE FOREVER, SO SM022P AND THE
      * SM02P DEFLECTION STEP KEPT OFFERING FIXES FOR RETIRED
      * SYSTEMS. EVERY ARTICLE NOW HAS A KBV00001 REVIEW RECORD (AN
      * OWNER AND A NEXT-REVIEW DATE - SEE SM086P). THIS JOB WALKS
      * THE KNOWLEDGE BASE AND, FOR EACH ARTICLE:
      *
      *   - WITH NO REVIEW RECORD YET (PUBLISHED BEFORE THE CYCLE
      *     EXISTED) - WRITES ONE, OWNED BY THE PUBLISHER, DUE 180
      *     DAYS AFTER THE PUBLISH DATE;
      *   - ACTIVE AND DUE - RAISES A REVIEW TICKET TO THE OWNER'S
      *     UAF00001 QUEUE, ASSIGNED TO THE OWNER, THROUGH THE SAME
      *     STF00003 COUNTER AND STF00002 LOG WRITE SMB014 USES
      *     (UPDATED-BY 'SYSGEN'). AN INACTIVE OR UNKNOWN OWNER'S
      *     TICKET GOES UNASSIGNED TO GENERAL. A REVIEW THAT FELL DUE
      *     BEFORE TODAY IS RE-DATED TO TODAY SO THE GRACE PERIOD
      *     RUNS FROM THE TICKET;
      *   - REVIEW RAISED AND NOT RE-CONFIRMED (SM86 C) WITHIN THE
      *     GRACE PERIOD - WITHDRAWS IT: KB-STATUS 'W' ON THE
      *     ARTICLE, WHICH HIDES IT FROM SM022P (EXCEPT FOR
      *     ADMINISTRATORS) AND FROM THE SM02P DEFLECTION OFFER.
      *     NOTHING IS DELETED.
      *
      * SYSIN CARDS - THE GRACE PERIOD IN DAYS (3 DIGITS, DEFAULT
      * 028), THEN THE OPTIONAL FORCE CARD. EVERY REVIEW RAISED AND
      * ARTICLE WITHDRAWN IS LISTED ON THE REPORT.
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
           SELECT KBF00001-FILE ASSIGN TO KBF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KBF-STATUS.
           SELECT KBV00001-FILE ASSIGN TO KBV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KBV-KEY
               FILE STATUS IS WS-KBV-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT STF00003-FILE ASSIGN TO STF00003
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-STF3-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB057RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT JRN00001-FILE ASSIGN TO JRN00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KBF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  KB-RECORD.
           05  KB-KEY.
               10  KB-CATEGORY                   PIC X(10).
               10  KB-SEQ-NUM                    PIC 9(03).
           05  KB-TIX-ID                         PIC X(06).
           05  KB-TITLE                          PIC X(25).
           05  KB-DESC                           PIC X(100).
           05  KB-REMARK                         PIC X(50).
           05  KB-PUB-BY                         PIC X(08).
           05  KB-PUB-DATE                       PIC X(10).
           05  KB-STATUS                         PIC X(01).
           05  FILLER                            PIC X(07).

       FD  KBV00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  KBV-RECORD.
           05  KBV-KEY.
               10  KBV-CATEGORY                  PIC X(10).
               10  KBV-SEQ-NUM                   PIC 9(03).
           05  KBV-OWNER                         PIC X(07).
           05  KBV-NEXT-REVIEW                   PIC X(08).
           05  KBV-STATE                         PIC X(01).
           05  KBV-REVIEW-TIX                    PIC X(06).
           05  KBV-CONF-BY                       PIC X(07).
           05  KBV-CONF-DATE                     PIC X(08).
           05  KBV-WDRAWN-DATE                   PIC X(08).
           05  FILLER                            PIC X(02).

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

       FD  STF00003-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05  CTL-KEY                           PIC X(06).
           05  CTL-NEXT-NUM                      PIC 9(06).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  JRN00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRN-RECORD.
           05  JRN-KEY.
               10  JRN-STAMP                     PIC X(14).
               10  JRN-SEQ                       PIC 9(03).
           05  JRN-ACTION                        PIC X(01).
           05  JRN-TIX-ID                        PIC X(06).
           05  JRN-BEFORE                        PIC X(300).
           05  JRN-AFTER                         PIC X(300).
           05  FILLER                            PIC X(16).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-JRN-STATUS                         PIC X(02).
       01  WS-JRN-BEFORE                         PIC X(300).
       01  WS-JRN-ACTION                         PIC X(01).
       01  WS-JRN-TIME-X                         PIC 9(08).
       01  WS-JRN-DONE                           PIC X.

       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-GRACE-CARD                         PIC X(03).
       01  WS-GRACE-DAYS                         PIC 9(03) VALUE 028.
       01  WS-CYCLE-DAYS                         PIC 9(03) VALUE 180.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-KBF-STATUS                         PIC X(02).
       01  WS-KBV-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-STF3-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-KBF                            PIC X VALUE 'N'.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-FMT-TIME                           PIC X(09).

       01  WS-WORK-YMD-X                         PIC X(08).
       01  WS-WORK-YMD REDEFINES WS-WORK-YMD-X   PIC 9(08).
       01  WS-WORK-INT                           PIC 9(09).
       01  WS-WITHDRAW-YMD                       PIC 9(08).

       01  WS-NEW-TIX-NUM                        PIC 9(06).
       01  WS-NEW-TIX-ID                         PIC X(06).
       01  WS-ROUTE-QUEUE                        PIC X(10).
       01  WS-ROUTE-ASSIGNEE                     PIC X(07).
       01  WS-ACTION-TEXT                        PIC X(14).

       01  WS-CNT-READ                           PIC 9(05) VALUE 0.
       01  WS-CNT-SEEDED                         PIC 9(05) VALUE 0.
       01  WS-CNT-RAISED                         PIC 9(05) VALUE 0.
       01  WS-CNT-WITHDRAWN                      PIC 9(05) VALUE 0.
       01  WS-CNT-ALREADY-OUT                    PIC 9(05) VALUE 0.
       01  WS-CNT-CHANGED                        PIC 9(05) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-ARTICLES
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-GRACE-CARD FROM SYSIN
           IF WS-GRACE-CARD NOT = SPACES AND
                                 WS-GRACE-CARD NUMERIC
               MOVE WS-GRACE-CARD TO WS-GRACE-DAYS
           END-IF
           PERFORM 150-RUN-CONTROL-START
           OPEN I-O JRN00001-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JRN00001-FILE
               CLOSE JRN00001-FILE
               OPEN I-O JRN00001-FILE
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN JRN00001, STATUS = '
                   WS-JRN-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           STRING WS-TODAY-YMD-X(5:2) '/' WS-TODAY-YMD-X(7:2) '/'
                  WS-TODAY-YMD-X(1:4) ' '
               DELIMITED BY SIZE INTO WS-FMT-DATE
           STRING WS-TIME-X(1:2) ':' WS-TIME-X(3:2) ':' WS-TIME-X(5:2)
                  ' '
               DELIMITED BY SIZE INTO WS-FMT-TIME
           OPEN I-O KBF00001-FILE
           IF WS-KBF-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN KBF00001, STATUS = '
                   WS-KBF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O KBV00001-FILE
           IF WS-KBV-STATUS = '35'
               OPEN OUTPUT KBV00001-FILE
               CLOSE KBV00001-FILE
               OPEN I-O KBV00001-FILE
           END-IF
           IF WS-KBV-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN KBV00001, STATUS = '
                   WS-KBV-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00003-FILE
           IF WS-STF3-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN STF00003, STATUS = '
                   WS-STF3-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB057 - UNABLE TO OPEN SMB057RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB057 - KNOWLEDGE-ARTICLE REVIEW AND EXPIRY' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'GRACE PERIOD ' WS-GRACE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CATEGORY   SEQ OWNER   ACTION         TICKET DATE'
               TO REPORT-RECORD
           MOVE 'TITLE' TO REPORT-RECORD(55:5)
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
               DISPLAY 'SMB057 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB057' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB057 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB057' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB057 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-ARTICLES.
           MOVE LOW-VALUES TO KB-KEY
           START KBF00001-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-KBF
           END-START
           PERFORM UNTIL WS-EOF-KBF = 'Y'
               READ KBF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-KBF
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-CHECK-ARTICLE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-CHECK-ARTICLE.
           MOVE KB-KEY TO KBV-KEY
           READ KBV00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-KBV-STATUS NOT = '00'
               PERFORM 300-SEED-REVIEW
           END-IF
           IF KB-STATUS = 'W'
               ADD 1 TO WS-CNT-ALREADY-OUT
               GO TO 250-EXIT
           END-IF
           IF KBV-STATE = 'R'
               PERFORM 500-CHECK-GRACE THRU 500-EXIT
               GO TO 250-EXIT
           END-IF
           IF KBV-NEXT-REVIEW NOT > WS-TODAY-YMD-X
               PERFORM 400-RAISE-REVIEW THRU 400-EXIT
           END-IF.
       250-EXIT.
           EXIT.

      * AN ARTICLE PUBLISHED BEFORE THE REVIEW CYCLE - THE PUBLISHER
      * OWNS IT AND IT FALLS DUE 180 DAYS AFTER ITS MM/DD/YYYY
      * PUBLISH DATE (TODAY, IF THAT DATE IS UNREADABLE).
       300-SEED-REVIEW.
           MOVE SPACES TO WS-WORK-YMD-X
           STRING KB-PUB-DATE(7:4) KB-PUB-DATE(1:2) KB-PUB-DATE(4:2)
               DELIMITED BY SIZE INTO WS-WORK-YMD-X
           IF WS-WORK-YMD-X NUMERIC AND WS-WORK-YMD-X > '19000000'
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) +
                   WS-CYCLE-DAYS
               COMPUTE WS-WORK-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           ELSE
               MOVE WS-TODAY-YMD-X TO WS-WORK-YMD-X
           END-IF
           MOVE SPACES TO KBV-RECORD
           MOVE KB-KEY TO KBV-KEY
           MOVE KB-PUB-BY(1:7) TO KBV-OWNER
           MOVE WS-WORK-YMD-X TO KBV-NEXT-REVIEW
           IF KB-STATUS = 'W'
               MOVE 'W' TO KBV-STATE
           ELSE
               MOVE 'A' TO KBV-STATE
           END-IF
           WRITE KBV-RECORD
               INVALID KEY
                   DISPLAY 'SMB057 - KBV00001 WRITE FAILED FOR '
                       KB-KEY ' STATUS = ' WS-KBV-STATUS
           END-WRITE
           ADD 1 TO WS-CNT-SEEDED.
       300-EXIT.
           EXIT.

       400-RAISE-REVIEW.
           IF KBV-NEXT-REVIEW < WS-TODAY-YMD-X
               MOVE WS-TODAY-YMD-X TO KBV-NEXT-REVIEW
           END-IF
           MOVE KBV-NEXT-REVIEW TO WS-WORK-YMD-X
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) + WS-GRACE-DAYS
           COMPUTE WS-WITHDRAW-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           PERFORM 420-ROUTE-TO-OWNER
           PERFORM 440-NEXT-TICKET-NUMBER
           IF WS-STF3-STATUS NOT = '00'
               DISPLAY 'SMB057 - TICKET COUNTER UNAVAILABLE FOR '
                   KB-KEY
               GO TO 400-EXIT
           END-IF
           PERFORM 450-WRITE-TICKET
           IF WS-STF1-STATUS NOT = '00'
               GO TO 400-EXIT
           END-IF
           PERFORM 460-WRITE-LOG
           MOVE 'R' TO KBV-STATE
           MOVE WS-NEW-TIX-ID TO KBV-REVIEW-TIX
           REWRITE KBV-RECORD
               INVALID KEY
                   DISPLAY 'SMB057 - KBV00001 REWRITE FAILED FOR '
                       KB-KEY ' STATUS = ' WS-KBV-STATUS
           END-REWRITE
           ADD 1 TO WS-CNT-RAISED
           ADD 1 TO WS-CNT-CHANGED
           IF WS-ROUTE-ASSIGNEE = SPACES
               MOVE 'REVIEW-GENERAL' TO WS-ACTION-TEXT
           ELSE
               MOVE 'REVIEW RAISED' TO WS-ACTION-TEXT
           END-IF
           MOVE WS-WITHDRAW-YMD TO WS-WORK-YMD
           PERFORM 600-PRINT-LINE.
       400-EXIT.
           EXIT.

      * THE OWNER'S OWN QUEUE; NO ACTIVE OWNER - GENERAL, UNASSIGNED.
       420-ROUTE-TO-OWNER.
           MOVE 'GENERAL' TO WS-ROUTE-QUEUE
           MOVE SPACES TO WS-ROUTE-ASSIGNEE
           MOVE KBV-OWNER TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS = '00' AND USR-ACTIVE NOT = 'N'
               MOVE KBV-OWNER TO WS-ROUTE-ASSIGNEE
               IF USR-QUEUE NOT = SPACES
                   MOVE USR-QUEUE TO WS-ROUTE-QUEUE
               END-IF
           END-IF.
       420-EXIT.
           EXIT.

       440-NEXT-TICKET-NUMBER.
           MOVE 'TICKET' TO CTL-KEY
           READ STF00003-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF3-STATUS = '00'
               ADD 1 TO CTL-NEXT-NUM
               REWRITE CTL-RECORD
               MOVE CTL-NEXT-NUM TO WS-NEW-TIX-NUM
               MOVE WS-NEW-TIX-NUM TO WS-NEW-TIX-ID
           END-IF.
       440-EXIT.
           EXIT.

       450-WRITE-TICKET.
           MOVE SPACES TO TIX-RECORD
           MOVE WS-NEW-TIX-ID TO TIX-ID
           MOVE 'SYSGEN' TO TIX-REQUESTOR
           MOVE 'CREATED' TO TIX-STATUS
           STRING 'KB REVIEW ' KB-CATEGORY ' ' KB-SEQ-NUM
               DELIMITED BY SIZE INTO TIX-TITLE
           STRING 'RE-CONFIRM KB ARTICLE ' KB-TITLE ' WITH SM86 C BY '
                  WS-WITHDRAW-YMD ' OR IT IS WITHDRAWN'
               DELIMITED BY SIZE INTO TIX-DESC
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE 'SYSGEN' TO UPDBY2
           MOVE 'SYSTEM-GENERATED KB ARTICLE REVIEW' TO
               LAST-UPDATE-REM
           MOVE 'L' TO TIX-PRIORITY
           MOVE KB-CATEGORY TO TIX-CATEGORY
           MOVE SPACES TO TIX-DUE-DATE
           MOVE WS-ROUTE-ASSIGNEE TO TIX-ASSIGNED-TO
           MOVE WS-ROUTE-QUEUE TO TIX-QUEUE
           MOVE KB-TIX-ID TO TIX-RELATED-ID
           WRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB057 - TICKET WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-STF1-STATUS
           END-WRITE
           IF WS-STF1-STATUS = '00'
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE 'C' TO WS-JRN-ACTION
               PERFORM 860-WRITE-JOURNAL
           END-IF.
       450-EXIT.
           EXIT.

       460-WRITE-LOG.
           MOVE WS-NEW-TIX-ID TO LOG-TIX-ID1
           MOVE 1 TO LOG-SEQ-NUM
           MOVE WS-FMT-DATE TO LOG-LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LOG-LAST-UPDATE-TIME
           MOVE 'SYSGEN' TO LOG-UPDBY2
           MOVE 'SYSTEM-GENERATED KB ARTICLE REVIEW' TO
               LOG-LAST-UPDATE-REM
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY 'SMB057 - LOG WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-STF2-STATUS
           END-WRITE.
       460-EXIT.
           EXIT.

      * REVIEW RAISED AND STILL NOT CONFIRMED ONCE THE GRACE PERIOD
      * HAS RUN OUT - THE ARTICLE IS WITHDRAWN BUT KEPT FOR AUDIT.
       500-CHECK-GRACE.
           MOVE KBV-NEXT-REVIEW TO WS-WORK-YMD-X
           IF WS-WORK-YMD-X NOT NUMERIC
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) + WS-GRACE-DAYS
           IF WS-TODAY-INT NOT > WS-WORK-INT
               GO TO 500-EXIT
           END-IF
           MOVE 'W' TO KB-STATUS
           REWRITE KB-RECORD
               INVALID KEY
                   DISPLAY 'SMB057 - KBF00001 REWRITE FAILED FOR '
                       KB-KEY ' STATUS = ' WS-KBF-STATUS
           END-REWRITE
           IF WS-KBF-STATUS NOT = '00'
               GO TO 500-EXIT
           END-IF
           MOVE 'W' TO KBV-STATE
           MOVE WS-TODAY-YMD-X TO KBV-WDRAWN-DATE
           REWRITE KBV-RECORD
               INVALID KEY
                   DISPLAY 'SMB057 - KBV00001 REWRITE FAILED FOR '
                       KB-KEY ' STATUS = ' WS-KBV-STATUS
           END-REWRITE
           ADD 1 TO WS-CNT-WITHDRAWN
           ADD 1 TO WS-CNT-CHANGED
           MOVE 'WITHDRAWN' TO WS-ACTION-TEXT
           MOVE KBV-REVIEW-TIX TO WS-NEW-TIX-ID
           MOVE WS-TODAY-YMD-X TO WS-WORK-YMD-X
           PERFORM 600-PRINT-LINE.
       500-EXIT.
           EXIT.

      * THE DATE COLUMN IS THE WITHDRAWAL DEADLINE FOR A REVIEW
      * RAISED, THE WITHDRAWAL DATE FOR AN ARTICLE WITHDRAWN.
       600-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE KB-CATEGORY TO WS-PRINT-LINE(1:10)
           MOVE KB-SEQ-NUM TO WS-PRINT-LINE(12:3)
           MOVE KBV-OWNER TO WS-PRINT-LINE(16:7)
           MOVE WS-ACTION-TEXT TO WS-PRINT-LINE(24:14)
           MOVE WS-NEW-TIX-ID TO WS-PRINT-LINE(39:6)
           MOVE WS-WORK-YMD-X TO WS-PRINT-LINE(46:8)
           MOVE KB-TITLE TO WS-PRINT-LINE(55:25)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

      * FORWARD-RECOVERY JOURNALING - THE BATCH TWIN OF SM047P'S
      * WRITE, SO AN SMB023 REPLAY SEES THIS JOB'S CHANGES TOO.
      * CALLER SETS WS-JRN-ACTION AND WS-JRN-BEFORE; THE CURRENT
      * TIX-RECORD IS THE AFTER IMAGE.
       860-WRITE-JOURNAL.
           ACCEPT WS-JRN-TIME-X FROM TIME
           MOVE SPACES TO JRN-RECORD
           STRING WS-RUN-DATE-X WS-JRN-TIME-X(1:6)
               DELIMITED BY SIZE INTO JRN-STAMP
           MOVE 0 TO JRN-SEQ
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE TIX-ID TO JRN-TIX-ID
           MOVE WS-JRN-BEFORE TO JRN-BEFORE
           MOVE SPACES TO JRN-AFTER
           MOVE TIX-RECORD TO JRN-AFTER(1:282)
           MOVE 'N' TO WS-JRN-DONE
           PERFORM UNTIL WS-JRN-DONE = 'Y' OR JRN-SEQ > 997
               WRITE JRN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-JRN-STATUS = '22'
                   ADD 1 TO JRN-SEQ
               ELSE
                   MOVE 'Y' TO WS-JRN-DONE
               END-IF
           END-PERFORM.
       860-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB057' TO RUN-JOB-NAME
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
               MOVE WS-CNT-CHANGED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           CLOSE JRN00001-FILE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-READ TO WS-PRINT-COUNT
           STRING 'ARTICLES READ          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-SEEDED TO WS-PRINT-COUNT
           STRING 'REVIEW RECORDS STARTED ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-RAISED TO WS-PRINT-COUNT
           STRING 'REVIEW TICKETS RAISED  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-WITHDRAWN TO WS-PRINT-COUNT
           STRING 'ARTICLES WITHDRAWN     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-ALREADY-OUT TO WS-PRINT-COUNT
           STRING 'PREVIOUSLY WITHDRAWN   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB057 - ARTICLES READ      = ' WS-CNT-READ
           DISPLAY 'SMB057 - REVIEWS RAISED     = ' WS-CNT-RAISED
           DISPLAY 'SMB057 - ARTICLES WITHDRAWN = ' WS-CNT-WITHDRAWN
           CLOSE KBF00001-FILE
           CLOSE KBV00001-FILE
           CLOSE UAF00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00003-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE JRN00001-FILE
           CLOSE KBF00001-FILE
           CLOSE KBV00001-FILE
           CLOSE UAF00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00003-FILE
           CLOSE REPORT-FILE
           STOP RUN.
