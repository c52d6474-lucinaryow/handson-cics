       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB095.
      *
      * ACCESS RECERTIFICATION COMPLETION REPORT.
      * THE AUDIT EVIDENCE FOR ONE CAMPAIGN ON CRT00001 (SEE SMCRT):
      * EVERY ENTITLEMENT SMB093 SNAPSHOTTED ONTO CRE00001 (SEE
      * SMCRE) WITH WHO CONFIRMED OR REVOKED IT ON SM119P AND WHEN,
      * WHETHER IT WAS ESCALATED BY SMB094, AND WHETHER A REVOKE
      * CHANGED UAF00001 OR QMF00001 (THE UAF00002 AND CFA00001
      * RECORDS OF THOSE CHANGES ARE ON SMB052 AND SMB086). THEN A
      * LINE PER REVIEWER AND THE CAMPAIGN TOTALS.
      *
      * WITH A CLOSE CARD THE CAMPAIGN IS CLOSED: SM119P TAKES NO
      * MORE DECISIONS AND ANYTHING STILL WAITING IS REPORTED AS NOT
      * REVIEWED. WITHOUT ONE THE REPORT IS AN INTERIM ONE AND THE
      * CAMPAIGN STAYS OPEN. A CLOSED CAMPAIGN CAN BE REPRINTED.
      *
      * SYSIN CARDS: CAMPAIGN NAME (8), 'CLOSE' OR BLANK, THEN THE
      * USUAL OPTIONAL FORCE CARD.
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
           SELECT CRT00001-FILE ASSIGN TO CRT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-CAMPAIGN
               FILE STATUS IS WS-CRT-STATUS.
           SELECT CRE00001-FILE ASSIGN TO CRE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-KEY
               FILE STATUS IS WS-CRE-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB095RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRT00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCRT.

       FD  CRE00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCRE.

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
       01  WS-CRT-STATUS                         PIC X(02).
       01  WS-CRE-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X.
       01  WS-TODAY-YMD-X                        PIC X(08).

       01  WS-CAMPAIGN-CARD                      PIC X(08).
       01  WS-CLOSE-CARD                         PIC X(05).
       01  WS-CLOSING                            PIC X VALUE 'N'.
       01  WS-LAST-USERID                        PIC X(07).
       01  WS-OUTCOME                            PIC X(12).
       01  WS-REPORT-KIND                        PIC X(07).

      * REVIEWERS (THE ONE EACH ENTRY ENDED WITH) AND THEIR COUNTS.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 500 TIMES.
               10  WS-RV-USERID                  PIC X(07).
               10  WS-RV-TOTAL                   PIC 9(05).
               10  WS-RV-DONE                    PIC 9(05).
               10  WS-RV-ESC                     PIC 9(05).
       01  WS-RV-USED                            PIC 9(03) VALUE 0.
       01  WS-RV-IX                              PIC 9(03).
       01  WS-RV-KEY                             PIC X(07).

       01  WS-CNT-USERS                          PIC 9(05) VALUE 0.
       01  WS-CNT-ENTRIES                        PIC 9(06) VALUE 0.
       01  WS-CNT-CONFIRMED                      PIC 9(06) VALUE 0.
       01  WS-CNT-REVOKED                        PIC 9(06) VALUE 0.
       01  WS-CNT-APPLIED                        PIC 9(06) VALUE 0.
       01  WS-CNT-PENDING                        PIC 9(06) VALUE 0.
       01  WS-CNT-ESCALATED                      PIC 9(06) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-Z6                                 PIC ZZZZZ9.
       01  WS-Z5B                                PIC ZZZZ9.
       01  WS-Z5C                                PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-LIST-ENTRIES THRU 200-EXIT
           PERFORM 400-LIST-REVIEWERS
           IF WS-CLOSING = 'Y'
               PERFORM 500-CLOSE-CAMPAIGN
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-CAMPAIGN-CARD FROM SYSIN
           ACCEPT WS-CLOSE-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           IF WS-CAMPAIGN-CARD = SPACES
               DISPLAY 'SMB095 - NO CAMPAIGN NAME ON SYSIN'
               GO TO 999-ABEND
           END-IF
           OPEN I-O CRT00001-FILE
           IF WS-CRT-STATUS NOT = '00'
               DISPLAY 'SMB095 - UNABLE TO OPEN CRT00001, STATUS = '
                   WS-CRT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE WS-CAMPAIGN-CARD TO CRT-CAMPAIGN
           READ CRT00001-FILE
               INVALID KEY
                   DISPLAY 'SMB095 - CAMPAIGN ' WS-CAMPAIGN-CARD
                       ' IS NOT ON CRT00001'
                   GO TO 999-ABEND
           END-READ
           IF WS-CLOSE-CARD = 'CLOSE'
               IF CRT-CLOSED
                   DISPLAY 'SMB095 - CAMPAIGN ' WS-CAMPAIGN-CARD
                       ' WAS CLOSED ON ' CRT-CLOSE-DATE ' - REPRINTED'
               ELSE
                   MOVE 'Y' TO WS-CLOSING
               END-IF
           END-IF
           OPEN INPUT CRE00001-FILE
           IF WS-CRE-STATUS NOT = '00'
               DISPLAY 'SMB095 - UNABLE TO OPEN CRE00001, STATUS = '
                   WS-CRE-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB095 - UNABLE TO OPEN SMB095RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           IF WS-CLOSING = 'Y' OR CRT-CLOSED
               MOVE 'FINAL' TO WS-REPORT-KIND
           ELSE
               MOVE 'INTERIM' TO WS-REPORT-KIND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB095 - ACCESS RECERTIFICATION ' WS-CAMPAIGN-CARD
                  ' ' WS-REPORT-KIND ' REPORT, RUN ' WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CRT-DESC TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPENED ' CRT-OPEN-DATE '  DUE ' CRT-DUE-DATE
                  '  ESCALATED ' CRT-ESC-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'USERID  T ITEM                 FLAG OUTCOME      BY'
               TO REPORT-RECORD
           MOVE 'ON       ESC' TO REPORT-RECORD(62:12)
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
               DISPLAY 'SMB095 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB095' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB095 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB095' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB095 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-LIST-ENTRIES.
           MOVE SPACES TO WS-LAST-USERID
           MOVE SPACES TO CRE-KEY
           MOVE WS-CAMPAIGN-CARD TO CRE-CAMPAIGN
           START CRE00001-FILE KEY IS NOT LESS THAN CRE-KEY
               INVALID KEY
                   GO TO 200-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CRE00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CRE-CAMPAIGN NOT = WS-CAMPAIGN-CARD
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 300-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-ONE-ENTRY.
           ADD 1 TO WS-CNT-ENTRIES
           IF CRE-USERID NOT = WS-LAST-USERID
               ADD 1 TO WS-CNT-USERS
               MOVE CRE-USERID TO WS-LAST-USERID
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EVALUATE TRUE
               WHEN CRE-CONFIRMED
                   ADD 1 TO WS-CNT-CONFIRMED
                   MOVE 'CONFIRMED' TO WS-OUTCOME
               WHEN CRE-REVOKED
                   ADD 1 TO WS-CNT-REVOKED
                   IF CRE-APPLIED = 'Y'
                       ADD 1 TO WS-CNT-APPLIED
                       MOVE 'REVOKED' TO WS-OUTCOME
                   ELSE
                       MOVE 'REVOKED-GONE' TO WS-OUTCOME
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CNT-PENDING
                   MOVE 'NOT REVIEWED' TO WS-OUTCOME
           END-EVALUATE
           IF CRE-ESCALATED = 'Y'
               ADD 1 TO WS-CNT-ESCALATED
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CRE-USERID TO WS-PRINT-LINE(1:7)
           MOVE CRE-TYPE TO WS-PRINT-LINE(9:1)
           MOVE CRE-ITEM TO WS-PRINT-LINE(11:20)
           IF CRE-FIELD
               MOVE CRE-VIA TO WS-PRINT-LINE(32:4)
           ELSE
               MOVE CRE-VALUE TO WS-PRINT-LINE(32:1)
           END-IF
           MOVE WS-OUTCOME TO WS-PRINT-LINE(37:12)
           IF CRE-PENDING
               MOVE CRE-REVIEWER TO WS-PRINT-LINE(50:7)
           ELSE
               MOVE CRE-DONE-BY TO WS-PRINT-LINE(50:7)
               MOVE CRE-DONE-DATE TO WS-PRINT-LINE(62:8)
           END-IF
           IF CRE-ESCALATED = 'Y'
               MOVE 'ESC' TO WS-PRINT-LINE(71:3)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CRE-REVIEWER TO WS-RV-KEY
           IF WS-RV-KEY = SPACES
               MOVE '(NONE)' TO WS-RV-KEY
           END-IF
           PERFORM 350-TALLY-REVIEWER THRU 350-EXIT.
       300-EXIT.
           EXIT.

       350-TALLY-REVIEWER.
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
                   UNTIL WS-RV-IX > WS-RV-USED
                      OR WS-RV-USERID (WS-RV-IX) = WS-RV-KEY
               CONTINUE
           END-PERFORM
           IF WS-RV-IX > WS-RV-USED
               IF WS-RV-USED < 500
                   ADD 1 TO WS-RV-USED
                   MOVE WS-RV-KEY TO WS-RV-USERID (WS-RV-USED)
                   MOVE 0 TO WS-RV-TOTAL (WS-RV-USED)
                   MOVE 0 TO WS-RV-DONE (WS-RV-USED)
                   MOVE 0 TO WS-RV-ESC (WS-RV-USED)
                   MOVE WS-RV-USED TO WS-RV-IX
               ELSE
                   GO TO 350-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-RV-TOTAL (WS-RV-IX)
           IF NOT CRE-PENDING
               ADD 1 TO WS-RV-DONE (WS-RV-IX)
           END-IF
           IF CRE-ESCALATED = 'Y'
               ADD 1 TO WS-RV-ESC (WS-RV-IX)
           END-IF.
       350-EXIT.
           EXIT.

       400-LIST-REVIEWERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REVIEWER  ENTRIES  DECIDED  ESCALATED' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
                   UNTIL WS-RV-IX > WS-RV-USED
               MOVE WS-RV-TOTAL (WS-RV-IX) TO WS-Z5
               MOVE WS-RV-DONE (WS-RV-IX) TO WS-Z5B
               MOVE WS-RV-ESC (WS-RV-IX) TO WS-Z5C
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-RV-USERID (WS-RV-IX) TO WS-PRINT-LINE(1:7)
               MOVE WS-Z5 TO WS-PRINT-LINE(12:5)
               MOVE WS-Z5B TO WS-PRINT-LINE(21:5)
               MOVE WS-Z5C TO WS-PRINT-LINE(32:5)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
       400-EXIT.
           EXIT.

       500-CLOSE-CAMPAIGN.
           MOVE 'C' TO CRT-STATUS
           MOVE WS-TODAY-YMD-X TO CRT-CLOSE-DATE
           REWRITE CRT-RECORD
               INVALID KEY
                   DISPLAY 'SMB095 - CRT00001 REWRITE FAILED, STATUS = '
                       WS-CRT-STATUS
                   GO TO 999-ABEND
           END-REWRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'CAMPAIGN ' WS-CAMPAIGN-CARD ' CLOSED '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       500-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB095' TO RUN-JOB-NAME
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
               MOVE WS-CNT-ENTRIES TO RUN-COUNT-READ
               IF WS-CLOSING = 'Y'
                   MOVE 1 TO RUN-COUNT-CHANGED
               END-IF
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
           STRING 'USERS               = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ENTRIES TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ENTRIES             = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CONFIRMED TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CONFIRMED           = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REVOKED TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REVOKED             = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-APPLIED TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ACCESS REMOVED    = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-PENDING TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NOT REVIEWED        = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ESCALATED TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ESCALATED           = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB095 - CAMPAIGN ' WS-CAMPAIGN-CARD
               ' ENTRIES = ' WS-CNT-ENTRIES
               ' NOT REVIEWED = ' WS-CNT-PENDING
           CLOSE CRT00001-FILE
           CLOSE CRE00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CRT00001-FILE
           CLOSE CRE00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
