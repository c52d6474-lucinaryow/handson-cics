       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB092.
      *
      * ACCESS PROFILE DRIFT REPORT. EVERY USER GIVEN A JOB-FUNCTION
      * PROFILE (UAP00001, SEE SMUAP) IS MEASURED AGAINST THAT
      * PROFILE AS IT STANDS ON APF00001 (SEE SMAPF) TODAY, AND
      * EVERY DIFFERENCE IS LISTED SO TWO PEOPLE IN THE SAME JOB DO
      * NOT QUIETLY END UP WITH DIFFERENT ACCESS:
      *
      *   - THE UAF00001 ROLE FLAGS (A VIP REQUESTOR, REQ 'V',
      *     COUNTS AS A REQUESTOR). FIELD AUTHORITY ON FAT00001
      *     GOES BY ROLE, SO THE FLAGS COVER IT,
      *   - EACH PROFILE QUEUE THE USER IS NOT A QMF00001 MEMBER
      *     OF, AND (IN A SECOND PASS OVER QMF00001) EACH QUEUE THE
      *     USER IS A MEMBER OF THAT THE PROFILE DOES NOT HOLD,
      *   - THE UAF00003 NOTIFICATION PREFERENCES (NO RECORD MEANS
      *     THE SM018P DEFAULTS, YYYYYINEY),
      *   - A PROFILE NO LONGER ON APF00001.
      *
      * INACTIVE USERS HOLD NO ACCESS AND ARE SKIPPED. ACTIVE USERS
      * WITH NO PROFILE ARE ONLY COUNTED - SM117P (SMAF) CAN RECORD
      * ONE AGAINST THEM. THE JOB CHANGES NOTHING: DIFFERENCES ARE
      * PUT RIGHT ON UA003P, SM030P AND SM018P, OR THE PROFILE IS
      * CHANGED ON SM117P.
      *
      * SYSIN: THE USUAL OPTIONAL FORCE CARD ONLY.
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
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT UAP00001-FILE ASSIGN TO UAP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAP-USERID
               FILE STATUS IS WS-UAP-STATUS.
           SELECT APF00001-FILE ASSIGN TO APF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APF-NAME
               FILE STATUS IS WS-APF-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMF-STATUS.
           SELECT UAF00003-FILE ASSIGN TO UAF00003
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREF-USERID
               FILE STATUS IS WS-UAF3-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB092RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER                            PIC X(121).

       FD  UAP00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAP.

       FD  APF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMAPF.

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QM-RECORD.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  FILLER                            PIC X(22).

       FD  UAF00003-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREF-RECORD.
           05  PREF-USERID                       PIC X(08).
           05  PREF-SETTINGS                     PIC X(09).
           05  FILLER                            PIC X(23).

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
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-UAP-STATUS                         PIC X(02).
       01  WS-APF-STATUS                         PIC X(02).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-UAF3-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-APF-OPEN                           PIC X VALUE 'N'.
       01  WS-QMF-OPEN                           PIC X VALUE 'N'.
       01  WS-UAF3-OPEN                          PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.
       01  WS-TODAY-YMD-X                        PIC X(08).

      * THE USER BEING MEASURED.
       01  WS-HAS-FLAGS                          PIC X(04).
       01  WS-HAS-NOTIFY                         PIC X(09).
       01  WS-DEFAULT-NOTIFY                     PIC X(09) VALUE
               'YYYYYINEY'.
       01  WS-USER-DRIFT                         PIC X.
       01  WS-Q-IDX                              PIC 9(02).
       01  WS-Q-FOUND                            PIC X.
       01  WS-DIFF-TEXT                          PIC X(50).
       01  WS-LAST-PROFILE                       PIC X(20).

       01  WS-CNT-USERS                          PIC 9(05) VALUE 0.
       01  WS-CNT-INACTIVE                       PIC 9(05) VALUE 0.
       01  WS-CNT-NOPROFILE                      PIC 9(05) VALUE 0.
       01  WS-CNT-PROFILED                       PIC 9(05) VALUE 0.
       01  WS-CNT-DRIFTED                        PIC 9(05) VALUE 0.
       01  WS-CNT-DIFFS                          PIC 9(05) VALUE 0.
       01  WS-CNT-EXTRA                          PIC 9(05) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-CHECK-USERS
           IF WS-QMF-OPEN = 'Y' AND WS-APF-OPEN = 'Y'
               PERFORM 400-EXTRA-MEMBERSHIPS THRU 400-EXIT
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB092 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAP00001-FILE
           IF WS-UAP-STATUS NOT = '00'
               DISPLAY 'SMB092 - NO UAP00001, STATUS = ' WS-UAP-STATUS
                   ' - NO PROFILES ASSIGNED'
               CLOSE UAF00001-FILE
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           OPEN INPUT APF00001-FILE
           IF WS-APF-STATUS = '00'
               MOVE 'Y' TO WS-APF-OPEN
           ELSE
               DISPLAY 'SMB092 - NO APF00001, STATUS = ' WS-APF-STATUS
                   ' - EVERY PROFILE REPORTED UNDEFINED'
           END-IF
           OPEN INPUT QMF00001-FILE
           IF WS-QMF-STATUS = '00'
               MOVE 'Y' TO WS-QMF-OPEN
           ELSE
               DISPLAY 'SMB092 - NO QMF00001, STATUS = ' WS-QMF-STATUS
                   ' - NO USER IS IN ANY QUEUE'
           END-IF
           OPEN INPUT UAF00003-FILE
           IF WS-UAF3-STATUS = '00'
               MOVE 'Y' TO WS-UAF3-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB092 - UNABLE TO OPEN SMB092RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB092 - ACCESS PROFILE DRIFT, RUN ' WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'USERID  PROFILE              DIFFERENCE' TO
               REPORT-RECORD
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
               DISPLAY 'SMB092 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB092' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB092 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB092' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB092 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      *  PASS 1 - EVERY USER ON UAF00001 AGAINST THEIR PROFILE.
      *****************************************************************
       200-CHECK-USERS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ UAF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-USERS
                       PERFORM 250-ONE-USER THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-USER.
           IF USR-ACTIVE = 'N'
               ADD 1 TO WS-CNT-INACTIVE
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO UAP-RECORD
           MOVE USR-USERID7 TO UAP-USERID7
           READ UAP00001-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-NOPROFILE
                   GO TO 250-EXIT
           END-READ
           ADD 1 TO WS-CNT-PROFILED
           MOVE 'N' TO WS-USER-DRIFT
           PERFORM 260-READ-PROFILE THRU 260-EXIT
           IF WS-APF-STATUS NOT = '00'
               MOVE 'PROFILE IS NOT DEFINED ON APF00001' TO
                   WS-DIFF-TEXT
               PERFORM 350-PRINT-DIFF
               GO TO 250-CHECK-DRIFT
           END-IF
           MOVE USR-FLAGS TO WS-HAS-FLAGS
           IF USR-REQ = 'V'
               MOVE 'Y' TO WS-HAS-FLAGS(1:1)
           END-IF
           IF WS-HAS-FLAGS NOT = APF-FLAGS
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'ROLES (RASP) ' WS-HAS-FLAGS ' - PROFILE '
                      APF-FLAGS
                   DELIMITED BY SIZE INTO WS-DIFF-TEXT
               PERFORM 350-PRINT-DIFF
           END-IF
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) NOT = SPACES
                   PERFORM 270-CHECK-MEMBER
               END-IF
           END-PERFORM
           PERFORM 280-CHECK-NOTIFY.
       250-CHECK-DRIFT.
           IF WS-USER-DRIFT = 'Y'
               ADD 1 TO WS-CNT-DRIFTED
           END-IF.
       250-EXIT.
           EXIT.

      * THE PROFILE JUST READ IS KEPT - MOST USERS SHARE A HANDFUL.
       260-READ-PROFILE.
           IF WS-APF-OPEN NOT = 'Y'
               MOVE '35' TO WS-APF-STATUS
               GO TO 260-EXIT
           END-IF
           IF UAP-PROFILE = WS-LAST-PROFILE AND WS-APF-STATUS = '00'
               GO TO 260-EXIT
           END-IF
           MOVE UAP-PROFILE TO APF-NAME
           MOVE UAP-PROFILE TO WS-LAST-PROFILE
           READ APF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
       260-EXIT.
           EXIT.

       270-CHECK-MEMBER.
           MOVE 'N' TO WS-Q-FOUND
           IF WS-QMF-OPEN = 'Y'
               MOVE SPACES TO QM-KEY
               MOVE APF-QUEUE(WS-Q-IDX) TO QM-QUEUE
               MOVE USR-USERID7 TO QM-USERID
               READ QMF00001-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Q-FOUND
               END-READ
           END-IF
           IF WS-Q-FOUND = 'N'
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'NOT A MEMBER OF PROFILE QUEUE '
                      APF-QUEUE(WS-Q-IDX)
                   DELIMITED BY SIZE INTO WS-DIFF-TEXT
               PERFORM 350-PRINT-DIFF
           END-IF.
       270-EXIT.
           EXIT.

       280-CHECK-NOTIFY.
           MOVE WS-DEFAULT-NOTIFY TO WS-HAS-NOTIFY
           IF WS-UAF3-OPEN = 'Y'
               MOVE SPACES TO PREF-RECORD
               MOVE USR-USERID7 TO PREF-USERID
               READ UAF00003-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PREF-SETTINGS TO WS-HAS-NOTIFY
               END-READ
           END-IF
           IF WS-HAS-NOTIFY NOT = APF-NOTIFY
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'NOTIFY ' WS-HAS-NOTIFY ' - PROFILE '
                      APF-NOTIFY
                   DELIMITED BY SIZE INTO WS-DIFF-TEXT
               PERFORM 350-PRINT-DIFF
           END-IF.
       280-EXIT.
           EXIT.

       350-PRINT-DIFF.
           MOVE 'Y' TO WS-USER-DRIFT
           ADD 1 TO WS-CNT-DIFFS
           MOVE SPACES TO WS-PRINT-LINE
           MOVE UAP-USERID7 TO WS-PRINT-LINE(1:7)
           MOVE UAP-PROFILE TO WS-PRINT-LINE(9:20)
           MOVE WS-DIFF-TEXT TO WS-PRINT-LINE(30:50)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       350-EXIT.
           EXIT.

      *****************************************************************
      *  PASS 2 - QMF00001 MEMBERSHIPS THE USER'S PROFILE DOES NOT
      *  HOLD. UAF00001 IS READ AGAIN BY KEY TO SKIP INACTIVE USERS.
      *****************************************************************
       400-EXTRA-MEMBERSHIPS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'QUEUE MEMBERSHIPS OUTSIDE THE PROFILE' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LOW-VALUES TO QM-KEY
           START QMF00001-FILE KEY IS NOT LESS THAN QM-KEY
               INVALID KEY
                   GO TO 400-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QMF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 450-ONE-MEMBERSHIP THRU 450-EXIT
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-ONE-MEMBERSHIP.
           MOVE SPACES TO UAP-RECORD
           MOVE QM-USERID TO UAP-USERID7
           READ UAP00001-FILE
               INVALID KEY
                   GO TO 450-EXIT
           END-READ
           MOVE SPACES TO USR-KEY
           MOVE QM-USERID TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   GO TO 450-EXIT
           END-READ
           IF USR-ACTIVE = 'N'
               GO TO 450-EXIT
           END-IF
           PERFORM 260-READ-PROFILE THRU 260-EXIT
           IF WS-APF-STATUS NOT = '00'
               GO TO 450-EXIT
           END-IF
           MOVE 'N' TO WS-Q-FOUND
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) = QM-QUEUE
                   MOVE 'Y' TO WS-Q-FOUND
               END-IF
           END-PERFORM
           IF WS-Q-FOUND = 'Y'
               GO TO 450-EXIT
           END-IF
           ADD 1 TO WS-CNT-EXTRA
           MOVE SPACES TO WS-DIFF-TEXT
           STRING 'MEMBER OF ' QM-QUEUE ' - NOT IN PROFILE'
               DELIMITED BY SIZE INTO WS-DIFF-TEXT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE UAP-USERID7 TO WS-PRINT-LINE(1:7)
           MOVE UAP-PROFILE TO WS-PRINT-LINE(9:20)
           MOVE WS-DIFF-TEXT TO WS-PRINT-LINE(30:50)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       450-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB092' TO RUN-JOB-NAME
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
               MOVE WS-CNT-USERS TO RUN-COUNT-READ
               MOVE WS-CNT-DRIFTED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-USERS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'USERS READ          = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-INACTIVE TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'INACTIVE, SKIPPED   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NOPROFILE TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACTIVE, NO PROFILE  = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-PROFILED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'WITH A PROFILE      = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-DRIFTED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'USERS DIFFERING     = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-DIFFS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DIFFERENCES         = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-EXTRA TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EXTRA MEMBERSHIPS   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB092 - PROFILED = ' WS-CNT-PROFILED
               ' DIFFERING = ' WS-CNT-DRIFTED
               ' EXTRA = ' WS-CNT-EXTRA
           CLOSE UAF00001-FILE
           CLOSE UAP00001-FILE
           IF WS-APF-OPEN = 'Y'
               CLOSE APF00001-FILE
           END-IF
           IF WS-QMF-OPEN = 'Y'
               CLOSE QMF00001-FILE
           END-IF
           IF WS-UAF3-OPEN = 'Y'
               CLOSE UAF00003-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE UAF00001-FILE
           CLOSE UAP00001-FILE
           CLOSE APF00001-FILE
           CLOSE QMF00001-FILE
           CLOSE UAF00003-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
