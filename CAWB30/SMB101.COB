       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB101.
      *
      * NIGHTLY E-MAIL BOUNCE PROCESSING.
      * THE MAIL BRIDGE THAT DRAINS SM017P'S NTFY TD QUEUE WRITES
      * EVERY NON-DELIVERY IT GETS BACK TO BOUNCEIN - ONE RECORD PER
      * BOUNCE, CARRYING THE ADDRESS, A HARD/SOFT TYPE, THE REMOTE
      * SERVER'S REASON AND THE NOTIFICATION LINE THAT BOUNCED. EACH
      * BOUNCE IS MATCHED TO THE USER AND THE ORIGINAL NOTIFICATION:
      * THE 'TO:' USERID AND 'TICKET' NUMBER IN THAT LINE FIRST,
      * CHECKED AGAINST THE ADDRESS NOW ON UAF00001, THEN A SEARCH
      * OF UAF00001 BY ADDRESS FOR A LINE THAT CARRIES NEITHER. A
      * BOUNCE FOR AN ADDRESS THE USER HAS SINCE CHANGED IS STALE
      * AND IS NOT COUNTED. EVERY BOUNCE IS KEPT ON BNH00001 - A
      * FORCED RERUN OVER THE SAME FILE FINDS THEM THERE AND COUNTS
      * NOTHING TWICE.
      *
      * MATCHED BOUNCES ARE COUNTED ON THE USER'S BNS00001 RECORD
      * (SEE SMBNS). WHEN THE HARD BOUNCES FOR ONE ADDRESS REACH THE
      * LIMIT, THE ADDRESS IS MARKED UNDELIVERABLE AND SM011P HOLDS
      * THE USER'S NOTIFICATIONS FOR SM000P TO SHOW AT SIGN-ON - AND,
      * ON ROUTE S, ALSO SENDS THEM TO THE USER'S SUPERVISOR, WHO IS
      * TOLD ON NTFYOUT. A USER WITH NO SUPERVISOR IS ALWAYS ROUTE M.
      *
      * THE RUN THEN SWEEPS BNS00001: A RECORD WHOSE ADDRESS IS NO
      * LONGER THE ONE ON UAF00001 (CHANGED ON UA005P OR BY THE
      * SMB005 LOAD) IS DELETED, AND EVERY ADDRESS STILL MARKED
      * UNDELIVERABLE IS LISTED ON SMB101RP FOR THE DIRECTORY
      * MAINTAINERS TO CORRECT ON UA005P. SYSADMIN IS TOLD ON
      * NTFYOUT WHEN THE LIST IS NOT EMPTY.
      *
      * SYSIN CARDS: HARD-BOUNCE LIMIT (NN, DEFAULT 03), ROUTE
      * (S = SUPERVISOR AND SIGN-ON, M = SIGN-ON ONLY, DEFAULT S),
      * FORCE (OPTIONAL).
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
           SELECT BOUNCE-FILE ASSIGN TO BOUNCEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNC-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT BNS00001-FILE ASSIGN TO BNS00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNS-USERID
               FILE STATUS IS WS-BNS-STATUS.
           SELECT BNH00001-FILE ASSIGN TO BNH00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNH-KEY
               FILE STATUS IS WS-BNH-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB101RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE BOUNCE AS THE MAIL BRIDGE REPORTS IT. BNC-ORIG-LINE IS
      * THE NTFY LINE (OR BATCH NTFYOUT LINE) THAT WAS BEING SENT.
       FD  BOUNCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BNC-RECORD.
           05  BNC-DATE                          PIC X(08).
           05  BNC-TIME                          PIC X(06).
           05  BNC-TYPE                          PIC X(01).
               88  BNC-HARD                      VALUE 'H'.
               88  BNC-SOFT                      VALUE 'S'.
           05  BNC-ADDRESS                       PIC X(30).
           05  BNC-REASON                        PIC X(40).
           05  BNC-ORIG-LINE                     PIC X(100).
           05  FILLER                            PIC X(15).

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

       FD  BNS00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMBNS.

      * BOUNCE HISTORY - ONE RECORD PER BOUNCE RECEIVED, MATCHED OR
      * NOT. BNH-MATCH IS N (BY THE NOTIFICATION LINE), A (BY THE
      * ADDRESS ALONE), C (STALE - THE USER'S ADDRESS HAS CHANGED)
      * OR U (NO USER HAS THE ADDRESS).
       FD  BNH00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  BNH-RECORD.
           05  BNH-KEY.
               10  BNH-USERID                    PIC X(07).
               10  BNH-DATE                      PIC X(08).
               10  BNH-TIME                      PIC X(06).
               10  BNH-EMAIL                     PIC X(30).
           05  BNH-TYPE                          PIC X(01).
           05  BNH-TIX-ID                        PIC X(06).
           05  BNH-MATCH                         PIC X(01).
           05  BNH-REASON                        PIC X(40).
           05  BNH-RUN-DATE                      PIC X(08).
           05  FILLER                            PIC X(13).

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
       01  WS-BNC-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-BNS-STATUS                         PIC X(02).
       01  WS-BNH-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-UAF-EOF                            PIC X.
       01  WS-BNC-OPEN                           PIC X VALUE 'N'.
       01  WS-LIMIT-CARD                         PIC X(02).
       01  WS-ROUTE-CARD                         PIC X(01).
       01  WS-HARD-LIMIT                         PIC 9(03) VALUE 3.
       01  WS-ROUTE                              PIC X(01) VALUE 'S'.

      * WHAT THE BOUNCED LINE AND UAF00001 SAY ABOUT ONE BOUNCE.
       01  WS-POS                                PIC 9(03).
       01  WS-ORIG-USER                          PIC X(07).
       01  WS-ORIG-TIX                           PIC X(06).
       01  WS-MATCH-USER                         PIC X(07).
       01  WS-MATCH-HOW                          PIC X(01).
       01  WS-NEW-BNS                            PIC X(01).

       01  WS-CNT-READ                           PIC 9(06) VALUE 0.
       01  WS-CNT-HARD                           PIC 9(05) VALUE 0.
       01  WS-CNT-SOFT                           PIC 9(05) VALUE 0.
       01  WS-CNT-UNMATCHED                      PIC 9(05) VALUE 0.
       01  WS-CNT-STALE                          PIC 9(05) VALUE 0.
       01  WS-CNT-REPEAT                         PIC 9(05) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(05) VALUE 0.
       01  WS-CNT-MARKED                         PIC 9(05) VALUE 0.
       01  WS-CNT-CLEARED                        PIC 9(05) VALUE 0.
       01  WS-CNT-BAD                            PIC 9(05) VALUE 0.
       01  WS-Z3                                 PIC ZZ9.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-READ-BOUNCES
           PERFORM 500-SWEEP-STATUS THRU 500-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-LIMIT-CARD FROM SYSIN
           IF WS-LIMIT-CARD NUMERIC AND WS-LIMIT-CARD NOT = '00'
               MOVE WS-LIMIT-CARD TO WS-HARD-LIMIT
           END-IF
           ACCEPT WS-ROUTE-CARD FROM SYSIN
           IF WS-ROUTE-CARD = 'M'
               MOVE 'M' TO WS-ROUTE
           END-IF
           PERFORM 150-RUN-CONTROL-START
           OPEN INPUT BOUNCE-FILE
           IF WS-BNC-STATUS = '35'
               DISPLAY 'SMB101 - NO BOUNCEIN FROM THE MAIL BRIDGE - '
                   'STATUS SWEEP ONLY'
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF WS-BNC-STATUS NOT = '00'
                   DISPLAY 'SMB101 - UNABLE TO OPEN BOUNCEIN, STATUS = '
                       WS-BNC-STATUS
                   GO TO 999-ABEND
               END-IF
               MOVE 'Y' TO WS-BNC-OPEN
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB101 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O BNS00001-FILE
           IF WS-BNS-STATUS = '35'
               OPEN OUTPUT BNS00001-FILE
               CLOSE BNS00001-FILE
               OPEN I-O BNS00001-FILE
           END-IF
           IF WS-BNS-STATUS NOT = '00'
               DISPLAY 'SMB101 - UNABLE TO OPEN BNS00001, STATUS = '
                   WS-BNS-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O BNH00001-FILE
           IF WS-BNH-STATUS = '35'
               OPEN OUTPUT BNH00001-FILE
               CLOSE BNH00001-FILE
               OPEN I-O BNH00001-FILE
           END-IF
           IF WS-BNH-STATUS NOT = '00'
               DISPLAY 'SMB101 - UNABLE TO OPEN BNH00001, STATUS = '
                   WS-BNH-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB101 - UNABLE TO OPEN SMB101RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE WS-HARD-LIMIT TO WS-Z3
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB101 - E-MAIL BOUNCES, RUN ' WS-RUN-DATE-X
                  ', HARD LIMIT ' WS-Z3 ', ROUTE ' WS-ROUTE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DATE     T USERID  TICKET M ADDRESS / REASON'
               TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
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
               DISPLAY 'SMB101 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB101' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB101 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB101' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB101 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-READ-BOUNCES.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ BOUNCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-ONE-BOUNCE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-BOUNCE.
           IF NOT BNC-HARD AND NOT BNC-SOFT
               ADD 1 TO WS-CNT-REJECTED
               MOVE '?' TO WS-MATCH-HOW
               MOVE SPACES TO WS-MATCH-USER
               MOVE SPACES TO WS-ORIG-TIX
               PERFORM 480-PRINT-BOUNCE
               GO TO 250-EXIT
           END-IF
           PERFORM 300-PARSE-ORIGINAL
           MOVE SPACES TO WS-MATCH-USER
           MOVE 'U' TO WS-MATCH-HOW
           IF WS-ORIG-USER NOT = SPACES
               MOVE SPACES TO USR-KEY
               MOVE WS-ORIG-USER TO USR-USERID7
               READ UAF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-UAF1-STATUS = '00'
                   MOVE WS-ORIG-USER TO WS-MATCH-USER
                   IF USR-EMAIL = BNC-ADDRESS
                       MOVE 'N' TO WS-MATCH-HOW
                   ELSE
                       MOVE 'C' TO WS-MATCH-HOW
                   END-IF
               END-IF
           END-IF
           IF WS-MATCH-HOW = 'U'
               PERFORM 350-FIND-BY-ADDRESS THRU 350-EXIT
           END-IF
           PERFORM 400-WRITE-HISTORY THRU 400-EXIT
           IF WS-MATCH-HOW = 'R'
               ADD 1 TO WS-CNT-REPEAT
               GO TO 250-EXIT
           END-IF
           PERFORM 480-PRINT-BOUNCE
           IF WS-MATCH-HOW = 'U'
               ADD 1 TO WS-CNT-UNMATCHED
               GO TO 250-EXIT
           END-IF
           IF WS-MATCH-HOW = 'C'
               ADD 1 TO WS-CNT-STALE
               GO TO 250-EXIT
           END-IF
           PERFORM 450-COUNT-BOUNCE THRU 450-EXIT.
       250-EXIT.
           EXIT.

      * SM017P SENDS 'TO: USERID TICKET NNNNNN ...' (WITH 'DIGEST '
      * IN FRONT FOR THE EVENING DIGEST); BATCH NOTICES START 'TO:
      * USERID' AND MAY NAME NO TICKET AT ALL.
       300-PARSE-ORIGINAL.
           MOVE SPACES TO WS-ORIG-USER
           MOVE SPACES TO WS-ORIG-TIX
           MOVE 0 TO WS-POS
           INSPECT BNC-ORIG-LINE TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL 'TO: '
           IF WS-POS < 90
               MOVE BNC-ORIG-LINE(WS-POS + 5:7) TO WS-ORIG-USER
           END-IF
           MOVE 0 TO WS-POS
           INSPECT BNC-ORIG-LINE TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL 'TICKET '
           IF WS-POS < 88
               IF BNC-ORIG-LINE(WS-POS + 8:6) NUMERIC
                   MOVE BNC-ORIG-LINE(WS-POS + 8:6) TO WS-ORIG-TIX
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

      * NO USABLE USERID IN THE LINE - THE FIRST USER WHOSE CURRENT
      * ADDRESS IS THE ONE THAT BOUNCED OWNS IT. ONLY LINES FROM
      * OUTSIDE THE NOTIFICATION PATH GET THIS FAR, SO THE FULL
      * PASS OF UAF00001 IS RARE.
       350-FIND-BY-ADDRESS.
           IF BNC-ADDRESS = SPACES
               GO TO 350-EXIT
           END-IF
           MOVE LOW-VALUES TO USR-KEY
           START UAF00001-FILE KEY IS NOT LESS THAN USR-KEY
               INVALID KEY
                   GO TO 350-EXIT
           END-START
           MOVE 'N' TO WS-UAF-EOF
           PERFORM UNTIL WS-UAF-EOF = 'Y'
               READ UAF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UAF-EOF
                   NOT AT END
                       IF USR-EMAIL = BNC-ADDRESS
                           MOVE USR-USERID7 TO WS-MATCH-USER
                           MOVE 'A' TO WS-MATCH-HOW
                           MOVE 'Y' TO WS-UAF-EOF
                       END-IF
               END-READ
           END-PERFORM.
       350-EXIT.
           EXIT.

      * A BOUNCE ALREADY ON BNH00001 CAME IN ON AN EARLIER (OR
      * FORCED) RUN; IT IS FLAGGED R AND NOT COUNTED AGAIN.
       400-WRITE-HISTORY.
           MOVE SPACES TO BNH-RECORD
           MOVE WS-MATCH-USER TO BNH-USERID
           MOVE BNC-DATE TO BNH-DATE
           MOVE BNC-TIME TO BNH-TIME
           MOVE BNC-ADDRESS TO BNH-EMAIL
           MOVE BNC-TYPE TO BNH-TYPE
           MOVE WS-ORIG-TIX TO BNH-TIX-ID
           MOVE WS-MATCH-HOW TO BNH-MATCH
           MOVE BNC-REASON TO BNH-REASON
           MOVE WS-RUN-DATE-X TO BNH-RUN-DATE
           WRITE BNH-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-MATCH-HOW
           END-WRITE.
       400-EXIT.
           EXIT.

      * THE COUNTS BELONG TO ONE ADDRESS - A BOUNCE FOR A NEW ONE
      * STARTS THEM AGAIN. THE USER'S UAF00001 RECORD IS STILL IN
      * THE BUFFER FROM THE MATCH.
       450-COUNT-BOUNCE.
           MOVE 'N' TO WS-NEW-BNS
           MOVE WS-MATCH-USER TO BNS-USERID
           READ BNS00001-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-BNS
           END-READ
           IF WS-NEW-BNS = 'Y' OR BNS-EMAIL NOT = BNC-ADDRESS
               MOVE SPACES TO BNS-RECORD
               MOVE WS-MATCH-USER TO BNS-USERID
               MOVE 'B' TO BNS-STATE
               MOVE BNC-ADDRESS TO BNS-EMAIL
               MOVE 0 TO BNS-HARD-COUNT
               MOVE 0 TO BNS-SOFT-COUNT
               MOVE BNC-DATE TO BNS-FIRST-DATE
           END-IF
           IF BNC-HARD
               ADD 1 TO BNS-HARD-COUNT
               ADD 1 TO WS-CNT-HARD
           ELSE
               ADD 1 TO BNS-SOFT-COUNT
               ADD 1 TO WS-CNT-SOFT
           END-IF
           MOVE BNC-DATE TO BNS-LAST-DATE
           IF WS-ORIG-TIX NOT = SPACES
               MOVE WS-ORIG-TIX TO BNS-LAST-TIX
           END-IF
           IF BNS-BOUNCING AND BNS-HARD-COUNT NOT < WS-HARD-LIMIT
               PERFORM 460-MARK-UNDELIVERABLE
           END-IF
           IF WS-NEW-BNS = 'Y'
               WRITE BNS-RECORD
                   INVALID KEY
                       DISPLAY 'SMB101 - BNS00001 WRITE FAILED FOR '
                           BNS-USERID
               END-WRITE
           ELSE
               REWRITE BNS-RECORD
                   INVALID KEY
                       DISPLAY 'SMB101 - BNS00001 REWRITE FAILED FOR '
                           BNS-USERID
               END-REWRITE
           END-IF.
       450-EXIT.
           EXIT.

       460-MARK-UNDELIVERABLE.
           MOVE 'U' TO BNS-STATE
           MOVE WS-RUN-DATE-X TO BNS-MARKED-DATE
           MOVE WS-ROUTE TO BNS-ROUTE
           IF USR-SUPER = SPACES OR USR-SUPER = BNS-USERID
               MOVE 'M' TO BNS-ROUTE
           END-IF
           ADD 1 TO WS-CNT-MARKED
           MOVE SPACES TO WS-PRINT-LINE
           STRING '         ' BNS-USERID ' MARKED UNDELIVERABLE, ROUTE '
                  BNS-ROUTE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF BNS-TO-SUPERVISOR
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' USR-SUPER '  MAIL TO ' BNS-USERID
                      ' IS UNDELIVERABLE - THEIR TICKET NOTICES WILL '
                      'COME TO YOU UNTIL IT IS CORRECTED'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF.
       460-EXIT.
           EXIT.

       480-PRINT-BOUNCE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE BNC-DATE TO WS-PRINT-LINE(1:8)
           MOVE BNC-TYPE TO WS-PRINT-LINE(10:1)
           MOVE WS-MATCH-USER TO WS-PRINT-LINE(12:7)
           MOVE WS-ORIG-TIX TO WS-PRINT-LINE(20:6)
           MOVE WS-MATCH-HOW TO WS-PRINT-LINE(27:1)
           MOVE BNC-ADDRESS TO WS-PRINT-LINE(29:30)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF BNC-REASON NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE BNC-REASON TO WS-PRINT-LINE(29:40)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       480-EXIT.
           EXIT.

      * A RECORD WHOSE ADDRESS IS NO LONGER ON UAF00001 (OR WHOSE
      * USER IS GONE) HAS BEEN DEALT WITH AND IS DROPPED; WHAT IS
      * LEFT MARKED UNDELIVERABLE IS THE LIST FOR THE MAINTAINERS.
       500-SWEEP-STATUS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'UNDELIVERABLE ADDRESSES - CORRECT WITH UA05 USERID E'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'USERID  NAME' TO WS-PRINT-LINE(1:12)
           MOVE 'ADDRESS' TO WS-PRINT-LINE(30:7)
           MOVE 'HARD MARKED   R' TO WS-PRINT-LINE(61:15)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LOW-VALUES TO BNS-USERID
           START BNS00001-FILE KEY IS NOT LESS THAN BNS-USERID
               INVALID KEY
                   GO TO 500-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ BNS00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 550-CHECK-ONE-STATUS THRU 550-EXIT
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

       550-CHECK-ONE-STATUS.
           MOVE SPACES TO USR-KEY
           MOVE BNS-USERID TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   MOVE SPACES TO USR-EMAIL
           END-READ
           IF USR-EMAIL NOT = BNS-EMAIL
               DELETE BNS00001-FILE RECORD
                   INVALID KEY
                       DISPLAY 'SMB101 - BNS00001 DELETE FAILED FOR '
                           BNS-USERID
               END-DELETE
               ADD 1 TO WS-CNT-CLEARED
               GO TO 550-EXIT
           END-IF
           IF NOT BNS-UNDELIVERABLE
               GO TO 550-EXIT
           END-IF
           ADD 1 TO WS-CNT-BAD
           MOVE BNS-HARD-COUNT TO WS-Z3
           MOVE SPACES TO WS-PRINT-LINE
           MOVE BNS-USERID TO WS-PRINT-LINE(1:7)
           MOVE USR-NAME TO WS-PRINT-LINE(9:20)
           MOVE BNS-EMAIL TO WS-PRINT-LINE(30:30)
           MOVE WS-Z3 TO WS-PRINT-LINE(62:3)
           MOVE BNS-MARKED-DATE TO WS-PRINT-LINE(66:8)
           MOVE BNS-ROUTE TO WS-PRINT-LINE(76:1)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       550-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB101' TO RUN-JOB-NAME
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
               MOVE WS-CNT-MARKED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           IF WS-CNT-BAD > 0
               MOVE WS-CNT-BAD TO WS-Z5
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: SYSADMIN ' WS-Z5
                      ' UNDELIVERABLE E-MAIL ADDRESS(ES) LISTED ON '
                      'SMB101RP - CORRECT WITH UA05 USERID E'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-READ TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BOUNCES READ         = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-HARD TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HARD BOUNCES COUNTED = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SOFT TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SOFT BOUNCES COUNTED = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-STALE TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'STALE (ADDR CHANGED) = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-UNMATCHED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NO MATCHING USER     = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REPEAT TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ALREADY RECORDED     = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-REJECTED > 0
               MOVE WS-CNT-REJECTED TO WS-Z5
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'UNKNOWN BOUNCE TYPE  = ' WS-Z5
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-CNT-MARKED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NEWLY UNDELIVERABLE  = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CLEARED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CLEARED (CORRECTED)  = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-BAD TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'STILL UNDELIVERABLE  = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB101 - BOUNCES = ' WS-CNT-READ
               ' MARKED = ' WS-CNT-MARKED
               ' UNDELIVERABLE = ' WS-CNT-BAD
           IF WS-BNC-OPEN = 'Y'
               CLOSE BOUNCE-FILE
           END-IF
           CLOSE UAF00001-FILE
           CLOSE BNS00001-FILE
           CLOSE BNH00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           IF WS-BNC-OPEN = 'Y'
               CLOSE BOUNCE-FILE
           END-IF
           CLOSE UAF00001-FILE
           CLOSE BNS00001-FILE
           CLOSE BNH00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
