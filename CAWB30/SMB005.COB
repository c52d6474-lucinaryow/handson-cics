      * IS ECHOED TO THE REPORT FILE AS EITHER LOADED OR REJECTED, WITH
      * A REASON, THE SAME LOADED/REJECTED-WITH-REASON STYLE SMB001'S
      * STATUS TALLY ALREADY USES FOR ITS OWN COUNTS.
      *
      * THE LOAD RECORD ENDS WITH THE ACCOUNT TYPE - E (OR BLANK, AS
      * IN FEEDS WRITTEN BEFORE THE FIELD EXISTED) FOR AN EMPLOYEE,
      * C FOR A CONTRACTOR OR OTHER NON-EMPLOYEE - AND THE END DATE
      * (YYYYMMDD). A C RECORD WITHOUT A VALID END DATE LATER THAN
      * TODAY IS REJECTED; A LOADED ONE ALSO GETS ITS UAF00004
      * END-DATE RECORD (SMUAE) FOR SMB070 TO WATCH.
      *
      * AFTER THE END DATE COMES AN OPTIONAL FOUR-DIGIT INITIAL PIN.
      * BLANK MEANS THE ACCOUNT IS LOADED WITHOUT A PIN. A PIN GIVEN
      * IS HASHED BY THE SHARED ROUTINE SM107 AND ONLY THE SALT AND
      * HASH ARE KEPT, ON UAF00005 (SMUAH); UAF00001 GETS THE 'H1'
      * FORMAT MARKER. THE PIN IS NEVER PRINTED.
      *
      * LAST COMES AN OPTIONAL JOB-FUNCTION PROFILE NAME (SEE SMAPF,
      * MAINTAINED ON SM117P). A RECORD NAMING ONE TAKES THE
      * PROFILE'S ROLE FLAGS IN PLACE OF ITS OWN, AND ONCE LOADED
      * THE USER IS ADDED TO THE PROFILE'S QMF00001 QUEUES, GIVEN
      * ITS UAF00003 NOTIFICATION DEFAULTS AND RECORDED AGAINST IT
      * ON UAP00001 (SMUAP) - WHAT SM118P DOES FOR THE SCREENS. A
      * PROFILE THAT IS NOT DEFINED, OR IS RETIRED, REJECTS THE
      * RECORD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-UID
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT UAF00004-FILE ASSIGN TO UAF00004
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAE-USERID
               FILE STATUS IS WS-UAF4-STATUS.
           SELECT UAF00005-FILE ASSIGN TO UAF00005
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAH-USERID
               FILE STATUS IS WS-UAF5-STATUS.
           SELECT APF00001-FILE ASSIGN TO APF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APF-NAME
               FILE STATUS IS WS-APF-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMF-STATUS.
           SELECT UAF00003-FILE ASSIGN TO UAF00003
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREF-USERID
               FILE STATUS IS WS-UAF3-STATUS.
           SELECT UAP00001-FILE ASSIGN TO UAP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAP-USERID
               FILE STATUS IS WS-UAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB005RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  LOAD-EMAIL                        PIC X(30).
           05  LOAD-PHONE                        PIC X(12).
           05  LOAD-LOCATION                     PIC X(10).
           05  LOAD-ACCT-TYPE                    PIC X(01).
           05  LOAD-END-DATE.
               10  LOAD-END-YYYY                 PIC 9(04).
               10  LOAD-END-MM                   PIC 9(02).
               10  LOAD-END-DD                   PIC 9(02).
           05  LOAD-END-DATE-X REDEFINES LOAD-END-DATE
                                                 PIC X(08).
           05  LOAD-INITIAL-PIN                  PIC X(04).
           05  LOAD-PROFILE                      PIC X(20).

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-DIR-PHONE                      PIC X(12).
           05  WS-DIR-LOCATION                   PIC X(10).

       FD  UAF00004-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAE.

       FD  UAF00005-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAH.

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
           05  QM-LEAD                           PIC X(01).
           05  FILLER                            PIC X(21).

       FD  UAF00003-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREF-RECORD.
           05  PREF-USERID                       PIC X(08).
           05  PREF-SETTINGS                     PIC X(09).
           05  FILLER                            PIC X(23).

       FD  UAP00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAP.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).
       01  WS-LOAD-STATUS                        PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-UAF4-STATUS                        PIC X(02).
       01  WS-UAF5-STATUS                        PIC X(02).
       01  WS-APF-STATUS                         PIC X(02).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-UAF3-STATUS                        PIC X(02).
       01  WS-UAP-STATUS                         PIC X(02).
       01  WS-APF-OPEN                           PIC X VALUE 'N'.
       01  WS-Q-IDX                              PIC 9(02).
       01  WS-SEED-TIME                          PIC 9(08).
           COPY SMPHP.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-EOF-LOAD                           PIC X VALUE 'N'.

       01  WS-REJECT-REASON                      PIC X(40).
       01  WS-CNT-READ                           PIC 9(05) VALUE 0.
       01  WS-CNT-LOADED                         PIC 9(05) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(05) VALUE 0.
       01  WS-CNT-PROFILED                       PIC 9(05) VALUE 0.
       01  WS-CNT-QUEUED                         PIC 9(05) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00004-FILE
           IF WS-UAF4-STATUS = '35'
               OPEN OUTPUT UAF00004-FILE
               CLOSE UAF00004-FILE
               OPEN I-O UAF00004-FILE
           END-IF
           IF WS-UAF4-STATUS NOT = '00'
               DISPLAY 'SMB005 - UNABLE TO OPEN UAF00004, STATUS = '
                   WS-UAF4-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00005-FILE
           IF WS-UAF5-STATUS = '35'
               OPEN OUTPUT UAF00005-FILE
               CLOSE UAF00005-FILE
               OPEN I-O UAF00005-FILE
           END-IF
           IF WS-UAF5-STATUS NOT = '00'
               DISPLAY 'SMB005 - UNABLE TO OPEN UAF00005, STATUS = '
                   WS-UAF5-STATUS
               GO TO 999-ABEND
           END-IF
      * NO APF00001 YET SIMPLY MEANS NO PROFILES - A RECORD NAMING
      * ONE IS REJECTED.
           OPEN INPUT APF00001-FILE
           IF WS-APF-STATUS = '00'
               MOVE 'Y' TO WS-APF-OPEN
           ELSE
               IF WS-APF-STATUS NOT = '35'
                   DISPLAY 'SMB005 - UNABLE TO OPEN APF00001, STATUS = '
                       WS-APF-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN I-O QMF00001-FILE
           IF WS-QMF-STATUS = '35'
               OPEN OUTPUT QMF00001-FILE
               CLOSE QMF00001-FILE
               OPEN I-O QMF00001-FILE
           END-IF
           IF WS-QMF-STATUS NOT = '00'
               DISPLAY 'SMB005 - UNABLE TO OPEN QMF00001, STATUS = '
                   WS-QMF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00003-FILE
           IF WS-UAF3-STATUS = '35'
               OPEN OUTPUT UAF00003-FILE
               CLOSE UAF00003-FILE
               OPEN I-O UAF00003-FILE
           END-IF
           IF WS-UAF3-STATUS NOT = '00'
               DISPLAY 'SMB005 - UNABLE TO OPEN UAF00003, STATUS = '
                   WS-UAF3-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAP00001-FILE
           IF WS-UAP-STATUS = '35'
               OPEN OUTPUT UAP00001-FILE
               CLOSE UAP00001-FILE
               OPEN I-O UAP00001-FILE
           END-IF
           IF WS-UAP-STATUS NOT = '00'
               DISPLAY 'SMB005 - UNABLE TO OPEN UAP00001, STATUS = '
                   WS-UAP-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB005 - UNABLE TO OPEN SMB005RP, STATUS = '
               MOVE SPACES TO WS-PRINT-LINE
               MOVE LOAD-USERID TO WS-PRINT-LINE(1:7)
               MOVE 'LOADED  ' TO WS-PRINT-LINE(10:8)
               IF LOAD-PROFILE NOT = SPACES
                   MOVE 'PROFILE' TO WS-PRINT-LINE(19:7)
                   MOVE LOAD-PROFILE TO WS-PRINT-LINE(27:20)
               END-IF
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           IF WS-ERROR-COUNT = 0 AND LOAD-PROFILE NOT = SPACES
               PERFORM 315-CHECK-PROFILE THRU 315-EXIT
           END-IF
           IF WS-ERROR-COUNT = 0
               IF (LOAD-REQUESTOR NOT = 'Y' AND
                   LOAD-REQUESTOR NOT = 'N')
                       WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           IF WS-ERROR-COUNT = 0
               PERFORM 340-VALIDATE-END-DATE
           END-IF
           IF WS-ERROR-COUNT = 0
               IF LOAD-INITIAL-PIN NOT = SPACES AND
                  LOAD-INITIAL-PIN NOT NUMERIC
                   MOVE 'INITIAL PIN MUST BE FOUR DIGITS' TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
       310-EXIT.
           EXIT.

      * THE PROFILE'S ROLE FLAGS REPLACE THE RECORD'S OWN BEFORE
      * THE ROLE CHECKS BELOW ARE MADE.
       315-CHECK-PROFILE.
           IF WS-APF-OPEN NOT = 'Y'
               MOVE 'PROFILE IS NOT DEFINED' TO WS-REJECT-REASON
               ADD 1 TO WS-ERROR-COUNT
               GO TO 315-EXIT
           END-IF
           MOVE LOAD-PROFILE TO APF-NAME
           READ APF00001-FILE
               INVALID KEY
                   MOVE 'PROFILE IS NOT DEFINED' TO WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 315-EXIT
           END-READ
           IF NOT APF-ACTIVE
               MOVE 'PROFILE IS RETIRED' TO WS-REJECT-REASON
               ADD 1 TO WS-ERROR-COUNT
               GO TO 315-EXIT
           END-IF
           MOVE APF-REQ TO LOAD-REQUESTOR
           MOVE APF-ADMN TO LOAD-ADMN
           MOVE APF-APP TO LOAD-APPROVER
           MOVE APF-SP TO LOAD-SERVICE-PROVIDER.
       315-EXIT.
           EXIT.

       320-VALIDATE-USERID-FORMAT.
           MOVE LOAD-USERID TO WS-USERID-EDIT-X
           MOVE 'N' TO WS-USERID-BLANK-SW
       330-EXIT.
           EXIT.

       340-VALIDATE-END-DATE.
           IF LOAD-ACCT-TYPE = SPACE
               MOVE 'E' TO LOAD-ACCT-TYPE
           END-IF
           EVALUATE TRUE
               WHEN LOAD-ACCT-TYPE NOT = 'E' AND
                    LOAD-ACCT-TYPE NOT = 'C'
                   MOVE 'ACCOUNT TYPE MUST BE E OR C' TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
               WHEN LOAD-ACCT-TYPE = 'E'
                   IF LOAD-END-DATE-X NOT = SPACES
                       MOVE 'EMPLOYEE ACCOUNT TAKES NO END DATE' TO
                           WS-REJECT-REASON
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN LOAD-END-DATE-X = SPACES
                   MOVE 'CONTRACTOR ACCOUNT NEEDS AN END DATE' TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
               WHEN LOAD-END-DATE-X NOT NUMERIC
                   MOVE 'END DATE MUST BE YYYYMMDD' TO WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
               WHEN LOAD-END-MM < 1 OR LOAD-END-MM > 12 OR
                    LOAD-END-DD < 1 OR LOAD-END-DD > 31 OR
                    LOAD-END-YYYY < 2000
                   MOVE 'END DATE IS NOT A VALID DATE' TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
               WHEN LOAD-END-DATE-X NOT > WS-TODAY-YMD
                   MOVE 'END DATE MUST BE AFTER TODAY' TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
       340-EXIT.
           EXIT.

       350-CHECK-DUPLICATE.
           MOVE LOAD-USERID TO WS-USERID7
           MOVE SPACE TO WS-UID(8:1)
           MOVE 'BATCH  ' TO WS-UPBY
           MOVE 'Y' TO WS-ACTIVE
           MOVE SPACES TO WS-PIN
           IF LOAD-INITIAL-PIN NOT = SPACES
               PERFORM 385-HASH-INITIAL-PIN
           END-IF
           MOVE LOAD-QUEUE TO WS-QUEUE
           MOVE LOAD-DEPT TO WS-DEPT
           MOVE LOAD-SUPER TO WS-SUPER
               INVALID KEY
                   DISPLAY 'SMB005 - WRITE FAILED FOR USERID '
                       LOAD-USERID ' STATUS = ' WS-UAF1-STATUS
           END-WRITE
           IF WS-UAF1-STATUS = '00' AND WS-PIN NOT = SPACES
               PERFORM 395-WRITE-PIN-HASH
           END-IF
           IF WS-UAF1-STATUS = '00' AND LOAD-ACCT-TYPE = 'C'
               PERFORM 390-WRITE-END-DATE
           END-IF
           IF WS-UAF1-STATUS = '00' AND LOAD-PROFILE NOT = SPACES
               PERFORM 360-APPLY-PROFILE
           END-IF.
       380-EXIT.
           EXIT.

      * THE SEED IS THE TIME OF DAY AND THE RECORD COUNT, SO EVERY
      * USER IN THE FEED GETS A DIFFERENT SALT.
      * APF-RECORD STILL HOLDS THE PROFILE READ BY 315. A QUEUE
      * MEMBERSHIP THE USER ALREADY HAS IS LEFT AS IT IS.
       360-APPLY-PROFILE.
           ADD 1 TO WS-CNT-PROFILED
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) NOT = SPACES
                   MOVE SPACES TO QM-RECORD
                   MOVE APF-QUEUE(WS-Q-IDX) TO QM-QUEUE
                   MOVE LOAD-USERID TO QM-USERID
                   WRITE QM-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-QUEUED
                   END-WRITE
               END-IF
           END-PERFORM
           MOVE SPACES TO PREF-RECORD
           MOVE LOAD-USERID TO PREF-USERID
           MOVE APF-NOTIFY TO PREF-SETTINGS
           WRITE PREF-RECORD
               INVALID KEY
                   REWRITE PREF-RECORD
                       INVALID KEY
                           DISPLAY 'SMB005 - UAF00003 WRITE FAILED, '
                               LOAD-USERID ' STATUS = ' WS-UAF3-STATUS
                   END-REWRITE
           END-WRITE
           MOVE SPACES TO UAP-RECORD
           MOVE LOAD-USERID TO UAP-USERID7
           MOVE LOAD-PROFILE TO UAP-PROFILE
           MOVE 'BATCH' TO UAP-SET-BY
           MOVE WS-TODAY-YMD TO UAP-SET-DATE
           MOVE 'B' TO UAP-SOURCE
           WRITE UAP-RECORD
               INVALID KEY
                   REWRITE UAP-RECORD
                       INVALID KEY
                           DISPLAY 'SMB005 - UAP00001 WRITE FAILED, '
                               LOAD-USERID ' STATUS = ' WS-UAP-STATUS
                   END-REWRITE
           END-WRITE.
       360-EXIT.
           EXIT.

       385-HASH-INITIAL-PIN.
           ACCEPT WS-SEED-TIME FROM TIME
           MOVE 'S' TO PHS-FUNCTION
           MOVE WS-UID TO PHS-USERID
           MOVE LOAD-INITIAL-PIN TO PHS-PIN
           COMPUTE PHS-SEED = WS-SEED-TIME * 100000 + WS-CNT-READ
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE SPACES TO LOAD-INITIAL-PIN
           MOVE PHS-FORMAT TO WS-PIN.
       385-EXIT.
           EXIT.

       390-WRITE-END-DATE.
           MOVE SPACES TO UAE-RECORD
           MOVE LOAD-USERID TO UAE-USERID7
           MOVE 'C' TO UAE-TYPE
           MOVE LOAD-END-DATE-X TO UAE-END-DATE
           MOVE 'N' TO UAE-WARNED
           MOVE 'N' TO UAE-EXPIRED
           MOVE 'BATCH' TO UAE-SET-BY
           MOVE WS-TODAY-YMD TO UAE-SET-DATE
           WRITE UAE-RECORD
               INVALID KEY
                   REWRITE UAE-RECORD
                       INVALID KEY
                           DISPLAY 'SMB005 - UAF00004 WRITE FAILED, '
                               LOAD-USERID ' STATUS = ' WS-UAF4-STATUS
                   END-REWRITE
           END-WRITE.
       390-EXIT.
           EXIT.

       395-WRITE-PIN-HASH.
           MOVE SPACES TO UAH-RECORD
           MOVE LOAD-USERID TO UAH-USERID7
           MOVE PHS-FORMAT TO UAH-FORMAT
           MOVE PHS-SALT TO UAH-SALT
           MOVE PHS-HASH TO UAH-HASH
           MOVE 'BATCH' TO UAH-SET-BY
           MOVE WS-TODAY-YMD TO UAH-SET-DATE
           WRITE UAH-RECORD
               INVALID KEY
                   REWRITE UAH-RECORD
                       INVALID KEY
                           DISPLAY 'SMB005 - UAF00005 WRITE FAILED, '
                               LOAD-USERID ' STATUS = ' WS-UAF5-STATUS
                   END-REWRITE
           END-WRITE.
       395-EXIT.
           EXIT.

       400-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           STRING 'RECORDS REJECTED ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CNT-PROFILED TO WS-PRINT-COUNT
           STRING 'WITH A PROFILE   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CNT-QUEUED TO WS-PRINT-COUNT
           STRING 'QUEUES JOINED    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.
           EXIT.
           PERFORM 850-RUN-CONTROL-END
           CLOSE LOAD-FILE
           CLOSE UAF00001-FILE
           CLOSE UAF00004-FILE
           CLOSE UAF00005-FILE
           IF WS-APF-OPEN = 'Y'
               CLOSE APF00001-FILE
           END-IF
           CLOSE QMF00001-FILE
           CLOSE UAF00003-FILE
           CLOSE UAP00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
           CLOSE RUNCTL-FILE
           CLOSE LOAD-FILE
           CLOSE UAF00001-FILE
           CLOSE UAF00004-FILE
           CLOSE REPORT-FILE
           STOP RUN.
