       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB054.
      *
      * SKILLS COVERAGE REPORT.
      * FOR EVERY TICKET CATEGORY CSK00001 TIES TO A REQUIRED SKILL
      * (MAINTAINED ON SM085P), COUNTS THE ACTIVE SERVICE PROVIDERS
      * IN UAF00001 WHO HOLD THAT SKILL IN PSK00001 AT THE MINIMUM
      * LEVEL OR ABOVE, AND LISTS EACH CATEGORY WITH FEWER THAN TWO
      * - ONE ABSENCE AWAY FROM SM045P FALLING BACK TO PLAIN QUEUE
      * MEMBERSHIP FOR EVERY TICKET IN THE CATEGORY.
      *
      * A COMPSEL CARD (SEE SMCOP) COUNTS ONLY ONE COMPANY'S
      * PROVIDERS, SINCE ITS TICKETS ONLY REACH ITS OWN QUEUES;
      * WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSK00001-FILE ASSIGN TO CSK00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSK-CATEGORY
               FILE STATUS IS WS-CSK-STATUS.
           SELECT PSK00001-FILE ASSIGN TO PSK00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSK-KEY
               FILE STATUS IS WS-PSK-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB054RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CSK00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSK-RECORD.
           05  CSK-CATEGORY                      PIC X(10).
           05  CSK-SKILL                         PIC X(08).
           05  CSK-MIN-LEVEL                     PIC 9(01).
           05  CSK-SET-BY                        PIC X(07).
           05  CSK-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(06).

       FD  PSK00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PSK-RECORD.
           05  PSK-KEY.
               10  PSK-USERID                    PIC X(07).
               10  PSK-SKILL                     PIC X(08).
           05  PSK-LEVEL                         PIC 9(01).
           05  PSK-SET-BY                        PIC X(07).
           05  PSK-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(09).

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
       01  WS-CSK-STATUS                         PIC X(02).
       01  WS-PSK-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-PSK-EOF                            PIC X VALUE 'N'.
       01  WS-PSK-OPEN                           PIC X VALUE 'N'.
       01  WS-CNT-READ                           PIC 9(05) VALUE 0.
       01  WS-CNT-THIN                           PIC 9(05) VALUE 0.
       01  WS-HOLDERS                            PIC 9(03).
       01  WS-HOLDER-1                           PIC X(07).
       01  WS-HOLDERS-Z                          PIC ZZ9.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-SCAN-CATEGORIES
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT CSK00001-FILE
           IF WS-CSK-STATUS = '35'
               DISPLAY 'SMB054 - NO CSK00001 FILE, NO SKILL RULES YET'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-CSK-STATUS NOT = '00'
               DISPLAY 'SMB054 - UNABLE TO OPEN CSK00001, STATUS = '
                   WS-CSK-STATUS
               GO TO 999-ABEND
           END-IF
      * NO PSK00001 YET MEANS NOBODY HOLDS ANY SKILL - EVERY RULE IS
      * REPORTED WITH NO HOLDERS.
           OPEN INPUT PSK00001-FILE
           IF WS-PSK-STATUS = '00'
               MOVE 'Y' TO WS-PSK-OPEN
           ELSE
               IF WS-PSK-STATUS NOT = '35'
                   DISPLAY 'SMB054 - UNABLE TO OPEN PSK00001, STATUS = '
                       WS-PSK-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB054 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE 'SMB054 - SKILLS HELD BY FEWER THAN TWO PROVIDERS' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CATEGORY   SKILL    MIN HOLDERS  ONLY HOLDER' TO
               REPORT-RECORD
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
               DISPLAY 'SMB054 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB054' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB054 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB054' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB054 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-SCAN-CATEGORIES.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CSK00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 300-COUNT-HOLDERS THRU 300-EXIT
                       IF WS-HOLDERS < 2
                           PERFORM 400-PRINT-CATEGORY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNT-THIN = 0
               MOVE 'EVERY REQUIRED SKILL HAS AT LEAST TWO HOLDERS' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       200-EXIT.
           EXIT.

      * PSK00001 IS KEYED BY PROVIDER, SO EACH RULE RE-READS IT FROM
      * THE TOP. BOTH FILES ARE SMALL - A FEW ROWS PER PROVIDER.
       300-COUNT-HOLDERS.
           MOVE 0 TO WS-HOLDERS
           MOVE SPACES TO WS-HOLDER-1
           IF WS-PSK-OPEN NOT = 'Y'
               GO TO 300-EXIT
           END-IF
           MOVE 'N' TO WS-PSK-EOF
           MOVE LOW-VALUES TO PSK-KEY
           START PSK00001-FILE KEY IS NOT LESS THAN PSK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PSK-EOF
           END-START
           PERFORM UNTIL WS-PSK-EOF = 'Y'
               READ PSK00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PSK-EOF
                   NOT AT END
                       IF PSK-SKILL = CSK-SKILL AND
                          PSK-LEVEL NOT < CSK-MIN-LEVEL
                           PERFORM 350-CHECK-PROVIDER THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-CHECK-PROVIDER.
           MOVE SPACES TO USR-KEY
           MOVE PSK-USERID TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   GO TO 350-EXIT
           END-READ
           IF WS-UAF1-STATUS NOT = '00' OR
              USR-ACTIVE = 'N' OR USR-SP NOT = 'Y'
               GO TO 350-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED
               MOVE 'U' TO COP-FUNCTION
               MOVE USR-KEY TO COP-KEY
               CALL 'SM122' USING WS-COP-PARMS
               IF COP-COMPANY NOT = COP-RUN-COMPANY
                   GO TO 350-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-HOLDERS
           IF WS-HOLDERS = 1
               MOVE PSK-USERID TO WS-HOLDER-1
           END-IF.
       350-EXIT.
           EXIT.

       400-PRINT-CATEGORY.
           ADD 1 TO WS-CNT-THIN
           MOVE WS-HOLDERS TO WS-HOLDERS-Z
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CSK-CATEGORY TO WS-PRINT-LINE(1:10)
           MOVE CSK-SKILL TO WS-PRINT-LINE(12:8)
           MOVE CSK-MIN-LEVEL TO WS-PRINT-LINE(23:1)
           MOVE WS-HOLDERS-Z TO WS-PRINT-LINE(29:3)
           IF WS-HOLDERS = 0
               MOVE '(NONE)' TO WS-PRINT-LINE(35:6)
           ELSE
               MOVE WS-HOLDER-1 TO WS-PRINT-LINE(35:7)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB054' TO RUN-JOB-NAME
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
               MOVE WS-CNT-THIN TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-THIN TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CATEGORIES UNDER-COVERED = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB054 - CATEGORIES UNDER-COVERED = ' WS-CNT-THIN
           CLOSE CSK00001-FILE
           IF WS-PSK-OPEN = 'Y'
               CLOSE PSK00001-FILE
           END-IF
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CSK00001-FILE
           CLOSE PSK00001-FILE
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
