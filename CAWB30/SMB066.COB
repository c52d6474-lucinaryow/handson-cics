       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB066.
      *
      * TICKET FIELD DOMAIN-VALUE AUDIT.
      * SMB006 AND SMB016 PROVE THE KEYS LINE UP ACROSS FILES; THIS
      * NIGHTLY JOB PROVES THE VALUES INSIDE STF00001 ARE LEGAL,
      * FIELD BY FIELD, READ-ONLY. THE RULES ARE:
      *
      *   STATUS   - TIX-STATUS IS ONE OF THE SMSTAT CODES,
      *   CATEGORY - A NON-BLANK TIX-CATEGORY HAS AN SLA00001 ROW
      *              (ANY OF H/M/L) OR AN RTE00001 RATE ROW - THE
      *              TWO TABLES A CATEGORY IS CONFIGURED IN,
      *   QUEUE    - A NON-BLANK TIX-QUEUE HAS AT LEAST ONE QMF00001
      *              MEMBER (A QUEUE NOBODY WORKS DOES NOT EXIST),
      *   ASSIGNEE - A NON-BLANK TIX-ASSIGNED-TO IS AN ACTIVE
      *              SERVICE PROVIDER ON UAF00001,
      *   DUEDATE  - A NON-BLANK TIX-DUE-DATE IS A REAL MM/DD/YYYY,
      *   LASTUPD  - LAST-UPDATE-DATE IS A REAL MM/DD/YYYY,
      *   RESOLVCD - EVERY CLOSED TICKET CARRIES A TIX-RESOLUTION-CD
      *              THAT IS ON RCD00001,
      *   PARENT   - A NON-BLANK TIX-PARENT-ID IS AN EXISTING TICKET
      *              OTHER THAN ITSELF,
      *   RELATED  - THE SAME FOR TIX-RELATED-ID.
      *
      * EXCEPTIONS ARE HELD ON THE DQX00001 WORK FILE (REBUILT EACH
      * RUN, KEYED RULE + TICKET) AND PRINTED GROUPED BY RULE. EACH
      * RULE'S COUNT IS KEPT ON DQA00001 AND PRINTED BESIDE THE
      * PREVIOUS RUN'S COUNT AND THE CHANGE; A FORCED RERUN ON THE
      * SAME DAY STILL COMPARES AGAINST THE EARLIER DAY.
      *
      * SYSIN: AN OPTIONAL 'FIXUP' CARD, THEN THE RUN-CONTROL FORCE
      * CARD. WITH FIXUP, EVERY EXCEPTION THAT HAS A SAFE CORRECTION
      * (CLEARING A DANGLING CATEGORY, QUEUE, ASSIGNEE, DUE DATE,
      * PARENT OR RELATED ID) IS ALSO WRITTEN TO THE DQAFIX DATASET
      * WITH APPLY FLAG 'Y'. AN ADMINISTRATOR REVIEWS THE FILE - SETS
      * THE FLAG TO 'N', DELETES THE LINE, OR KEYS A BETTER NEW
      * VALUE - AND SMB067 THEN APPLIES IT. STATUS, LAST-UPDATE AND
      * RESOLUTION-CODE EXCEPTIONS NEED A HUMAN DECISION AND ARE
      * REPORTED ONLY.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - SLA AND RATE ROWS CARRY DATED VERSIONS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT SLA00001-FILE ASSIGN TO SLA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-SLA-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMF-STATUS.
           SELECT RCD00001-FILE ASSIGN TO RCD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCD-CODE
               FILE STATUS IS WS-RCD-STATUS.
           SELECT DQX00001-FILE ASSIGN TO DQX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQX-KEY
               FILE STATUS IS WS-DQX-STATUS.
           SELECT DQA00001-FILE ASSIGN TO DQA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DQA-RULE
               FILE STATUS IS WS-DQA-STATUS.
           SELECT FIXUP-FILE ASSIGN TO DQAFIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB066RP
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

       FD  SLA00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-RECORD.
           05  SLA-KEY.
               10  SLA-ROW-KEY.
                   15  SLA-PRIORITY              PIC X(01).
                   15  SLA-CATEGORY              PIC X(10).
               10  SLA-EFF-INV                   PIC 9(08).
           05  SLA-TARGET-HOURS                  PIC 9(04).
           05  FILLER                            PIC X(17).

       FD  RTE00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROW-KEY                   PIC X(10).
               10  RTE-EFF-INV                   PIC 9(08).
           05  RTE-FLAT-RATE                     PIC 9(05)V9(02).
           05  RTE-HOUR-RATE                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(08).

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QM-RECORD.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  FILLER                            PIC X(22).

       FD  RCD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCD-RECORD.
           05  RCD-CODE                          PIC X(05).
           05  RCD-DESC                          PIC X(30).
           05  FILLER                            PIC X(05).

       FD  DQX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DQX-RECORD.
           05  DQX-KEY.
               10  DQX-RULE-NO                   PIC 9(02).
               10  DQX-TIX-ID                    PIC X(06).
           05  DQX-TIX-STATUS                    PIC X(10).
           05  DQX-VALUE                         PIC X(12).
           05  DQX-TEXT                          PIC X(30).
           05  FILLER                            PIC X(10).

       FD  DQA00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DQA-RECORD.
           05  DQA-RULE                          PIC X(08).
           05  DQA-RUN-DATE                      PIC X(08).
           05  DQA-COUNT                         PIC 9(07).
           05  DQA-PREV-DATE                     PIC X(08).
           05  DQA-PREV-COUNT                    PIC 9(07).
           05  FILLER                            PIC X(12).

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
       01  WS-FIXUP-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-SLA-STATUS                         PIC X(02).
       01  WS-RTE-STATUS                         PIC X(02).
       01  WS-SLA-WANT                           PIC X(11).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-RCD-STATUS                         PIC X(02).
       01  WS-DQX-STATUS                         PIC X(02).
       01  WS-DQA-STATUS                         PIC X(02).
       01  WS-FIX-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-EOF-DQX                            PIC X VALUE 'N'.
       01  WS-WANT-FIXUP                         PIC X VALUE 'N'.
       01  WS-TODAY-YMD-X                        PIC X(08).

      * THE RULES, IN REPORT ORDER. WS-RULE-FIXABLE 'Y' MEANS THE
      * EXCEPTION IS OFFERED ON DQAFIX AS A CLEAR-THE-FIELD FIX.
       01  WS-RULE-VALUES.
           05  FILLER  PIC X(51) VALUE
               'STATUS  NTIX-STATUS IS NOT A KNOWN STATUS CODE    '.
           05  FILLER  PIC X(51) VALUE
               'CATEGORYYCATEGORY NOT ON SLA00001 OR RTE00001     '.
           05  FILLER  PIC X(51) VALUE
               'QUEUE   YQUEUE HAS NO QMF00001 MEMBERS            '.
           05  FILLER  PIC X(51) VALUE
               'ASSIGNEEYASSIGNEE NOT AN ACTIVE SERVICE PROVIDER  '.
           05  FILLER  PIC X(51) VALUE
               'DUEDATE YTIX-DUE-DATE IS NOT A REAL DATE          '.
           05  FILLER  PIC X(51) VALUE
               'LASTUPD NLAST-UPDATE-DATE IS NOT A REAL DATE      '.
           05  FILLER  PIC X(51) VALUE
               'RESOLVCDNCLOSED WITHOUT A VALID RESOLUTION CODE   '.
           05  FILLER  PIC X(51) VALUE
               'PARENT  YTIX-PARENT-ID IS NOT AN EXISTING TICKET  '.
           05  FILLER  PIC X(51) VALUE
               'RELATED YTIX-RELATED-ID IS NOT AN EXISTING TICKET '.
       01  WS-RULE-TBL REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENT OCCURS 9 TIMES.
               10  WS-RULE-CODE                  PIC X(08).
               10  WS-RULE-FIXABLE               PIC X(01).
               10  WS-RULE-DESC                  PIC X(42).
       01  WS-RULE-COUNTS.
           05  WS-RULE-CNT OCCURS 9 TIMES        PIC 9(07).
       01  WS-RULE-MAX                           PIC 9(02) VALUE 9.
       01  WS-RULE-NO                            PIC 9(02).
       01  WS-PRT-RULE                           PIC 9(02).

      * RULE NUMBERS, SO THE CHECKS READ BY NAME.
       01  WS-R-STATUS                           PIC 9(02) VALUE 1.
       01  WS-R-CATEGORY                         PIC 9(02) VALUE 2.
       01  WS-R-QUEUE                            PIC 9(02) VALUE 3.
       01  WS-R-ASSIGNEE                         PIC 9(02) VALUE 4.
       01  WS-R-DUEDATE                          PIC 9(02) VALUE 5.
       01  WS-R-LASTUPD                          PIC 9(02) VALUE 6.
       01  WS-R-RESOLVCD                         PIC 9(02) VALUE 7.
       01  WS-R-PARENT                           PIC 9(02) VALUE 8.
       01  WS-R-RELATED                          PIC 9(02) VALUE 9.

       01  WS-SAVE-TIX                           PIC X(282).
       01  WS-SAVE-ID                            PIC X(06).
       01  WS-LOOK-ID                            PIC X(06).
       01  WS-FOUND                              PIC X(01).
       01  WS-EXC-VALUE                          PIC X(12).
       01  WS-FIX-FIELD                          PIC X(12).
       01  WS-TIX-BAD                            PIC X(01).

      * MM/DD/YYYY VALIDATION WORK AREA.
       01  WS-CHK-DATE                           PIC X(10).
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           05  WS-CHK-MM                         PIC 9(02).
           05  WS-CHK-SEP1                       PIC X(01).
           05  WS-CHK-DD                         PIC 9(02).
           05  WS-CHK-SEP2                       PIC X(01).
           05  WS-CHK-YYYY                       PIC 9(04).
       01  WS-DATE-OK                            PIC X(01).
       01  WS-MONTH-DAY-VALUES                   PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAY-TBL REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES     PIC 9(02).
       01  WS-MAX-DD                             PIC 9(02).
       01  WS-QUOT                               PIC 9(04).
       01  WS-REM4                               PIC 9(04).
       01  WS-REM100                             PIC 9(04).
       01  WS-REM400                             PIC 9(04).

       01  WS-BASE-DATE                          PIC X(08).
       01  WS-BASE-COUNT                         PIC 9(07).
       01  WS-DIFF                               PIC S9(07).
       01  WS-DIFF-Z                             PIC +++++++9.

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-CLEAN                          PIC 9(07) VALUE 0.
       01  WS-CNT-EXC                            PIC 9(07) VALUE 0.
       01  WS-CNT-FIX                            PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-Z7B                                PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-AUDIT-TICKETS
           PERFORM 700-PRINT-EXCEPTIONS
           PERFORM 800-TREND-COUNTS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-FIXUP-CARD FROM SYSIN
           IF WS-FIXUP-CARD = 'FIXUP'
               MOVE 'Y' TO WS-WANT-FIXUP
               PERFORM 150-RUN-CONTROL-START
           ELSE
      * NO FIXUP CARD - THE CARD JUST READ IS THE FORCE CARD.
               MOVE WS-FIXUP-CARD TO WS-FORCE-CARD
               PERFORM 160-RUN-CONTROL-OPEN
           END-IF
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           INITIALIZE WS-RULE-COUNTS
           OPEN INPUT STF00001-FILE
           OPEN INPUT UAF00001-FILE
           OPEN INPUT SLA00001-FILE
           OPEN INPUT RTE00001-FILE
           OPEN INPUT QMF00001-FILE
           OPEN INPUT RCD00001-FILE
           IF WS-STF1-STATUS NOT = '00' OR WS-UAF1-STATUS NOT = '00'
              OR WS-RCD-STATUS NOT = '00'
               DISPLAY 'SMB066 - AN INPUT FILE FAILED TO OPEN'
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT DQX00001-FILE
           IF WS-DQX-STATUS NOT = '00'
               DISPLAY 'SMB066 - UNABLE TO OPEN DQX00001, STATUS = '
                   WS-DQX-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O DQA00001-FILE
           IF WS-DQA-STATUS = '35'
               OPEN OUTPUT DQA00001-FILE
               CLOSE DQA00001-FILE
               OPEN I-O DQA00001-FILE
           END-IF
           IF WS-DQA-STATUS NOT = '00'
               DISPLAY 'SMB066 - UNABLE TO OPEN DQA00001, STATUS = '
                   WS-DQA-STATUS
               GO TO 999-ABEND
           END-IF
           IF WS-WANT-FIXUP = 'Y'
               OPEN OUTPUT FIXUP-FILE
               IF WS-FIX-STATUS NOT = '00'
                   DISPLAY 'SMB066 - UNABLE TO OPEN DQAFIX, STATUS = '
                       WS-FIX-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB066 - UNABLE TO OPEN SMB066RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SMB066 - STF00001 FIELD DOMAIN AUDIT, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           PERFORM 160-RUN-CONTROL-OPEN.
       150-EXIT.
           EXIT.

       160-RUN-CONTROL-OPEN.
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB066 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB066' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB066 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB066' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB066 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       160-EXIT.
           EXIT.

      *****************************************************************
      * ONE PASS OF STF00001, EVERY RULE AGAINST EVERY TICKET.
      *****************************************************************
       200-AUDIT-TICKETS.
           MOVE LOW-VALUES TO TIX-ID
           START STF00001-FILE KEY IS NOT LESS THAN TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-TIX
           END-START
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       PERFORM 250-AUDIT-ONE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-AUDIT-ONE.
           ADD 1 TO WS-CNT-READ
           MOVE 'N' TO WS-TIX-BAD
           MOVE TIX-RECORD TO WS-SAVE-TIX
           MOVE TIX-ID TO WS-SAVE-ID
      * STATUS
           IF TIX-STATUS NOT = ST-CREATED AND
              TIX-STATUS NOT = ST-APPR1 AND
              TIX-STATUS NOT = ST-APPROVED AND
              TIX-STATUS NOT = ST-REJECTED AND
              TIX-STATUS NOT = ST-COMPLETED AND
              TIX-STATUS NOT = ST-PENDCONF AND
              TIX-STATUS NOT = ST-CLOSED AND
              TIX-STATUS NOT = ST-CANCELED AND
              TIX-STATUS NOT = ST-VENDPEND AND
              TIX-STATUS NOT = ST-ONHOLD
               MOVE WS-R-STATUS TO WS-RULE-NO
               MOVE TIX-STATUS TO WS-EXC-VALUE
               MOVE SPACES TO WS-FIX-FIELD
               PERFORM 600-RECORD-EXCEPTION
           END-IF
      * CATEGORY
           IF TIX-CATEGORY NOT = SPACES
               PERFORM 300-CHECK-CATEGORY
               IF WS-FOUND = 'N'
                   MOVE WS-R-CATEGORY TO WS-RULE-NO
                   MOVE TIX-CATEGORY TO WS-EXC-VALUE
                   MOVE 'CATEGORY' TO WS-FIX-FIELD
                   PERFORM 600-RECORD-EXCEPTION
               END-IF
           END-IF
      * QUEUE
           IF TIX-QUEUE NOT = SPACES
               PERFORM 320-CHECK-QUEUE THRU 320-EXIT
               IF WS-FOUND = 'N'
                   MOVE WS-R-QUEUE TO WS-RULE-NO
                   MOVE TIX-QUEUE TO WS-EXC-VALUE
                   MOVE 'QUEUE' TO WS-FIX-FIELD
                   PERFORM 600-RECORD-EXCEPTION
               END-IF
           END-IF
      * ASSIGNEE
           IF TIX-ASSIGNED-TO NOT = SPACES
               MOVE TIX-ASSIGNED-TO TO USR-USERID7
               MOVE SPACE TO USR-KEY(8:1)
               READ UAF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-UAF1-STATUS NOT = '00' OR USR-SP NOT = 'Y' OR
                  USR-ACTIVE = 'N'
                   MOVE WS-R-ASSIGNEE TO WS-RULE-NO
                   MOVE TIX-ASSIGNED-TO TO WS-EXC-VALUE
                   MOVE 'ASSIGNED-TO' TO WS-FIX-FIELD
                   PERFORM 600-RECORD-EXCEPTION
               END-IF
           END-IF
      * DUE DATE
           IF TIX-DUE-DATE NOT = SPACES
               MOVE TIX-DUE-DATE TO WS-CHK-DATE
               PERFORM 400-CHECK-DATE THRU 400-EXIT
               IF WS-DATE-OK = 'N'
                   MOVE WS-R-DUEDATE TO WS-RULE-NO
                   MOVE TIX-DUE-DATE TO WS-EXC-VALUE
                   MOVE 'DUE-DATE' TO WS-FIX-FIELD
                   PERFORM 600-RECORD-EXCEPTION
               END-IF
           END-IF
      * LAST UPDATE
           MOVE LAST-UPDATE-DATE(1:10) TO WS-CHK-DATE
           PERFORM 400-CHECK-DATE THRU 400-EXIT
           IF WS-DATE-OK = 'N'
               MOVE WS-R-LASTUPD TO WS-RULE-NO
               MOVE LAST-UPDATE-DATE TO WS-EXC-VALUE
               MOVE SPACES TO WS-FIX-FIELD
               PERFORM 600-RECORD-EXCEPTION
           END-IF
      * RESOLUTION CODE ON CLOSED TICKETS
           IF TIX-STATUS = ST-CLOSED
               MOVE 'N' TO WS-FOUND
               IF TIX-RESOLUTION-CD NOT = SPACES
                   MOVE TIX-RESOLUTION-CD TO RCD-CODE
                   READ RCD00001-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-RCD-STATUS = '00'
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
               IF WS-FOUND = 'N'
                   MOVE WS-R-RESOLVCD TO WS-RULE-NO
                   MOVE TIX-RESOLUTION-CD TO WS-EXC-VALUE
                   IF TIX-RESOLUTION-CD = SPACES
                       MOVE '(MISSING)' TO WS-EXC-VALUE
                   END-IF
                   MOVE SPACES TO WS-FIX-FIELD
                   PERFORM 600-RECORD-EXCEPTION
               END-IF
           END-IF
      * PARENT AND RELATED - THESE READ STF00001 BY KEY, SO THEY
      * COME LAST; 350 PUTS THE RECORD AND THE BROWSE BACK.
           IF TIX-PARENT-ID NOT = SPACES
               MOVE TIX-PARENT-ID TO WS-LOOK-ID
               PERFORM 350-TICKET-EXISTS THRU 350-EXIT
               IF WS-FOUND = 'N'
                   MOVE WS-R-PARENT TO WS-RULE-NO
                   MOVE TIX-PARENT-ID TO WS-EXC-VALUE
                   MOVE 'PARENT-ID' TO WS-FIX-FIELD
                   PERFORM 600-RECORD-EXCEPTION
               END-IF
           END-IF
           IF TIX-RELATED-ID NOT = SPACES
               MOVE TIX-RELATED-ID TO WS-LOOK-ID
               PERFORM 350-TICKET-EXISTS THRU 350-EXIT
               IF WS-FOUND = 'N'
                   MOVE WS-R-RELATED TO WS-RULE-NO
                   MOVE TIX-RELATED-ID TO WS-EXC-VALUE
                   MOVE 'RELATED-ID' TO WS-FIX-FIELD
                   PERFORM 600-RECORD-EXCEPTION
               END-IF
           END-IF
           IF WS-TIX-BAD = 'N'
               ADD 1 TO WS-CNT-CLEAN
           END-IF.
       250-EXIT.
           EXIT.

      * A CATEGORY IS CONFIGURED WHEN SM029P GAVE IT AN SLA ROW AT
      * ANY PRIORITY OR SM025P GAVE IT A RATE - ANY DATED VERSION,
      * PAST OR FUTURE, COUNTS.
       300-CHECK-CATEGORY.
           MOVE 'N' TO WS-FOUND
           MOVE 'H' TO SLA-PRIORITY
           PERFORM 310-FIND-SLA-ROW THRU 310-EXIT
           IF WS-FOUND = 'N'
               MOVE 'M' TO SLA-PRIORITY
               PERFORM 310-FIND-SLA-ROW THRU 310-EXIT
           END-IF
           IF WS-FOUND = 'N'
               MOVE 'L' TO SLA-PRIORITY
               PERFORM 310-FIND-SLA-ROW THRU 310-EXIT
           END-IF
           IF WS-FOUND = 'N'
               PERFORM 315-FIND-RTE-ROW THRU 315-EXIT
           END-IF.
       300-EXIT.
           EXIT.

       310-FIND-SLA-ROW.
           MOVE TIX-CATEGORY TO SLA-CATEGORY
           MOVE 0 TO SLA-EFF-INV
           MOVE SLA-ROW-KEY TO WS-SLA-WANT
           START SLA00001-FILE KEY IS NOT LESS THAN SLA-KEY
               INVALID KEY
                   GO TO 310-EXIT
           END-START
           READ SLA00001-FILE NEXT RECORD
               AT END
                   GO TO 310-EXIT
           END-READ
           IF SLA-ROW-KEY = WS-SLA-WANT
               MOVE 'Y' TO WS-FOUND
           END-IF.
       310-EXIT.
           EXIT.

       315-FIND-RTE-ROW.
           MOVE TIX-CATEGORY TO RTE-ROW-KEY
           MOVE 0 TO RTE-EFF-INV
           START RTE00001-FILE KEY IS NOT LESS THAN RTE-KEY
               INVALID KEY
                   GO TO 315-EXIT
           END-START
           READ RTE00001-FILE NEXT RECORD
               AT END
                   GO TO 315-EXIT
           END-READ
           IF RTE-ROW-KEY = TIX-CATEGORY
               MOVE 'Y' TO WS-FOUND
           END-IF.
       315-EXIT.
           EXIT.

       320-CHECK-QUEUE.
           MOVE 'N' TO WS-FOUND
           MOVE LOW-VALUES TO QM-KEY
           MOVE TIX-QUEUE TO QM-QUEUE
           START QMF00001-FILE KEY IS NOT LESS THAN QM-KEY
               INVALID KEY
                   GO TO 320-EXIT
           END-START
           READ QMF00001-FILE NEXT RECORD
               AT END
                   GO TO 320-EXIT
           END-READ
           IF QM-QUEUE = TIX-QUEUE
               MOVE 'Y' TO WS-FOUND
           END-IF.
       320-EXIT.
           EXIT.

      * LOOK UP WS-LOOK-ID, THEN RE-READ THE TICKET UNDER AUDIT SO
      * THE NEXT READ NEXT CARRIES ON FROM IT. A TICKET NAMING
      * ITSELF COUNTS AS NOT FOUND.
       350-TICKET-EXISTS.
           MOVE 'N' TO WS-FOUND
           IF WS-LOOK-ID = WS-SAVE-ID
               GO TO 350-EXIT
           END-IF
           MOVE WS-LOOK-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF1-STATUS = '00'
               MOVE 'Y' TO WS-FOUND
           END-IF
           MOVE WS-SAVE-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   DISPLAY 'SMB066 - LOST POSITION AT TICKET '
                       WS-SAVE-ID
                   GO TO 999-ABEND
           END-READ
           MOVE WS-SAVE-TIX TO TIX-RECORD.
       350-EXIT.
           EXIT.

      * WS-CHK-DATE MUST BE MM/DD/YYYY AND A DAY THAT EXISTS.
       400-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-CHK-SEP1 NOT = '/' OR WS-CHK-SEP2 NOT = '/'
               GO TO 400-EXIT
           END-IF
           IF WS-CHK-MM NOT NUMERIC OR WS-CHK-DD NOT NUMERIC OR
              WS-CHK-YYYY NOT NUMERIC
               GO TO 400-EXIT
           END-IF
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12 OR WS-CHK-DD < 1 OR
              WS-CHK-YYYY < 1900
               GO TO 400-EXIT
           END-IF
           MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-MAX-DD
           IF WS-CHK-MM = 2
               DIVIDE WS-CHK-YYYY BY 4 GIVING WS-QUOT
                   REMAINDER WS-REM4
               DIVIDE WS-CHK-YYYY BY 100 GIVING WS-QUOT
                   REMAINDER WS-REM100
               DIVIDE WS-CHK-YYYY BY 400 GIVING WS-QUOT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0 OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MAX-DD
               END-IF
           END-IF
           IF WS-CHK-DD > WS-MAX-DD
               GO TO 400-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       400-EXIT.
           EXIT.

      * HOLD THE EXCEPTION FOR THE GROUPED REPORT AND, WHEN ASKED
      * FOR AND THE RULE ALLOWS IT, PROPOSE CLEARING THE FIELD.
       600-RECORD-EXCEPTION.
           MOVE 'Y' TO WS-TIX-BAD
           ADD 1 TO WS-CNT-EXC
           ADD 1 TO WS-RULE-CNT(WS-RULE-NO)
           MOVE SPACES TO DQX-RECORD
           MOVE WS-RULE-NO TO DQX-RULE-NO
           MOVE TIX-ID TO DQX-TIX-ID
           MOVE TIX-STATUS TO DQX-TIX-STATUS
           MOVE WS-EXC-VALUE TO DQX-VALUE
           MOVE TIX-TITLE TO DQX-TEXT
           WRITE DQX-RECORD
               INVALID KEY
                   DISPLAY 'SMB066 - DQX00001 WRITE FAILED FOR '
                       TIX-ID
           END-WRITE
           IF WS-WANT-FIXUP = 'Y' AND
              WS-RULE-FIXABLE(WS-RULE-NO) = 'Y'
               MOVE SPACES TO FIX-RECORD
               MOVE TIX-ID TO FIX-TIX-ID
               MOVE WS-FIX-FIELD TO FIX-FIELD
               MOVE WS-EXC-VALUE TO FIX-OLD
               MOVE SPACES TO FIX-NEW
               MOVE 'Y' TO FIX-APPLY
               MOVE WS-RULE-CODE(WS-RULE-NO) TO FIX-RULE
               WRITE FIX-RECORD
               ADD 1 TO WS-CNT-FIX
           END-IF.
       600-EXIT.
           EXIT.

      *****************************************************************
      * THE EXCEPTIONS, GROUPED BY RULE IN DQX00001 KEY ORDER.
      *****************************************************************
       700-PRINT-EXCEPTIONS.
           CLOSE DQX00001-FILE
           OPEN INPUT DQX00001-FILE
           IF WS-DQX-STATUS NOT = '00'
               DISPLAY 'SMB066 - UNABLE TO REOPEN DQX00001, STATUS = '
                   WS-DQX-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 0 TO WS-PRT-RULE
           PERFORM UNTIL WS-EOF-DQX = 'Y'
               READ DQX00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-DQX
                   NOT AT END
                       PERFORM 750-PRINT-ONE
               END-READ
           END-PERFORM.
       700-EXIT.
           EXIT.

       750-PRINT-ONE.
           IF DQX-RULE-NO NOT = WS-PRT-RULE
               MOVE DQX-RULE-NO TO WS-PRT-RULE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-RULE-CNT(WS-PRT-RULE) TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'RULE ' WS-RULE-CODE(WS-PRT-RULE) ' - '
                      WS-RULE-DESC(WS-PRT-RULE) ' ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   ' DQX-TIX-ID '  ' DQX-TIX-STATUS '  VALUE '
                  DQX-VALUE '  ' DQX-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       750-EXIT.
           EXIT.

      *****************************************************************
      * THIS RUN'S COUNT PER RULE AGAINST THE PREVIOUS RUN'S.
      *****************************************************************
       800-TREND-COUNTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RULE      THIS RUN   LAST RUN  (DATE)      CHANGE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                   UNTIL WS-RULE-NO > WS-RULE-MAX
               PERFORM 820-TREND-ONE
           END-PERFORM.
       800-EXIT.
           EXIT.

       820-TREND-ONE.
           MOVE WS-RULE-CODE(WS-RULE-NO) TO DQA-RULE
           READ DQA00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO WS-BASE-DATE
           MOVE 0 TO WS-BASE-COUNT
           IF WS-DQA-STATUS = '00'
      * A SAME-DAY RERUN KEEPS THE EARLIER DAY AS ITS BASELINE.
               IF DQA-RUN-DATE = WS-TODAY-YMD-X
                   MOVE DQA-PREV-DATE TO WS-BASE-DATE
                   MOVE DQA-PREV-COUNT TO WS-BASE-COUNT
               ELSE
                   MOVE DQA-RUN-DATE TO WS-BASE-DATE
                   MOVE DQA-COUNT TO WS-BASE-COUNT
               END-IF
           END-IF
           MOVE WS-RULE-CNT(WS-RULE-NO) TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-BASE-DATE = SPACES
               STRING WS-RULE-CODE(WS-RULE-NO) ' ' WS-Z7
                      '        NEW'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE WS-BASE-COUNT TO WS-Z7B
               COMPUTE WS-DIFF = WS-RULE-CNT(WS-RULE-NO) -
                   WS-BASE-COUNT
               MOVE WS-DIFF TO WS-DIFF-Z
               STRING WS-RULE-CODE(WS-RULE-NO) ' ' WS-Z7 '    '
                      WS-Z7B '  (' WS-BASE-DATE ')  ' WS-DIFF-Z
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BASE-DATE TO DQA-PREV-DATE
           MOVE WS-BASE-COUNT TO DQA-PREV-COUNT
           MOVE WS-TODAY-YMD-X TO DQA-RUN-DATE
           MOVE WS-RULE-CNT(WS-RULE-NO) TO DQA-COUNT
           IF WS-DQA-STATUS = '00'
               REWRITE DQA-RECORD
           ELSE
               MOVE WS-RULE-CODE(WS-RULE-NO) TO DQA-RULE
               WRITE DQA-RECORD
                   INVALID KEY
                       DISPLAY 'SMB066 - DQA00001 WRITE FAILED FOR '
                           DQA-RULE
               END-WRITE
           END-IF.
       820-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB066' TO RUN-JOB-NAME
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
               MOVE WS-CNT-EXC TO RUN-COUNT-CHANGED
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
           STRING 'TICKETS AUDITED   = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CLEAN TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKETS CLEAN     = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-EXC TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EXCEPTIONS        = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-WANT-FIXUP = 'Y'
               MOVE WS-CNT-FIX TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'FIXES PROPOSED    = ' WS-Z7
                      '  (DQAFIX - REVIEW, THEN RUN SMB067)'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE FIXUP-FILE
           END-IF
           DISPLAY 'SMB066 - TICKETS AUDITED = ' WS-CNT-READ
               ' EXCEPTIONS = ' WS-CNT-EXC
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           CLOSE SLA00001-FILE
           CLOSE RTE00001-FILE
           CLOSE QMF00001-FILE
           CLOSE RCD00001-FILE
           CLOSE DQX00001-FILE
           CLOSE DQA00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           CLOSE SLA00001-FILE
           CLOSE RTE00001-FILE
           CLOSE QMF00001-FILE
           CLOSE RCD00001-FILE
           CLOSE DQX00001-FILE
           CLOSE DQA00001-FILE
           CLOSE FIXUP-FILE
           CLOSE REPORT-FILE
           STOP RUN.
