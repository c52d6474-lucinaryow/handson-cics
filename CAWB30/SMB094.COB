       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB094.
      *
      * NIGHTLY ACCESS RECERTIFICATION ESCALATION.
      * FOR EVERY OPEN CAMPAIGN ON CRT00001 (SEE SMCRT) WHOSE DUE
      * DATE HAS PASSED, EACH CRE00001 ENTRY (SEE SMCRE) STILL
      * WAITING AND NOT YET ESCALATED IS HANDED FROM THE SUPERVISOR
      * TO THE DEP00001 HEAD OF THE USER'S DEPARTMENT, WHO CAN THEN
      * CONFIRM OR REVOKE IT ON SM119P (SMRC). EACH HEAD IS TOLD ON
      * NTFYOUT HOW MANY ENTRIES HAVE COME TO THEM. AN ENTRY IS
      * ESCALATED ONCE; ONE ALREADY WITH THE HEAD IS MARKED
      * ESCALATED AND THE HEAD IS REMINDED. AN ENTRY WITH NO HEAD
      * TO GO TO (NO DEPARTMENT, NO DEP00001 ROW, OR THE HEAD IS THE
      * USER) IS LISTED EVERY NIGHT FOR AN ADMINISTRATOR TO DECIDE.
      * THE FIRST NIGHT ANYTHING IS ESCALATED IS STAMPED ON THE
      * CAMPAIGN AS CRT-ESC-DATE FOR THE SMB095 COMPLETION REPORT.
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
           SELECT CRT00001-FILE ASSIGN TO CRT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRT-CAMPAIGN
               FILE STATUS IS WS-CRT-STATUS.
           SELECT CRE00001-FILE ASSIGN TO CRE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-KEY
               FILE STATUS IS WS-CRE-STATUS.
           SELECT DEP00001-FILE ASSIGN TO DEP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODE
               FILE STATUS IS WS-DEP-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB094RP
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

       FD  DEP00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEP-RECORD.
           05  DEP-CODE                          PIC X(10).
           05  DEP-NAME                          PIC X(25).
           05  DEP-HEAD                          PIC X(07).
           05  FILLER                            PIC X(08).

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
       01  WS-CRT-STATUS                         PIC X(02).
       01  WS-CRE-STATUS                         PIC X(02).
       01  WS-DEP-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-DEP-OPEN                           PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.
       01  WS-CRE-EOF                            PIC X.
       01  WS-TODAY-YMD-X                        PIC X(08).

      * THE CAMPAIGN BEING WORKED AND WHETHER IT ESCALATED ANYTHING.
       01  WS-CAMPAIGN                           PIC X(08).
       01  WS-CAMPAIGN-ESCALATED                 PIC X.
       01  WS-HEAD                               PIC X(07).
       01  WS-REASON                             PIC X(30).

      * DEPARTMENT HEADS AND HOW MANY ENTRIES CAME TO EACH, PER
      * CAMPAIGN.
       01  WS-HD-TABLE.
           05  WS-HD-ENTRY OCCURS 300 TIMES.
               10  WS-HD-USERID                  PIC X(07).
               10  WS-HD-COUNT                   PIC 9(05).
       01  WS-HD-USED                            PIC 9(03) VALUE 0.
       01  WS-HD-IX                              PIC 9(03).

       01  WS-CNT-CAMPAIGNS                      PIC 9(05) VALUE 0.
       01  WS-CNT-READ                           PIC 9(06) VALUE 0.
       01  WS-CNT-ESCALATED                      PIC 9(05) VALUE 0.
       01  WS-CNT-REMINDED                       PIC 9(05) VALUE 0.
       01  WS-CNT-NOHEAD                         PIC 9(05) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-CAMPAIGNS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           OPEN I-O CRT00001-FILE
           IF WS-CRT-STATUS = '35'
               DISPLAY 'SMB094 - NO CRT00001 - NO CAMPAIGN EVER OPENED'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-CRT-STATUS NOT = '00'
               DISPLAY 'SMB094 - UNABLE TO OPEN CRT00001, STATUS = '
                   WS-CRT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O CRE00001-FILE
           IF WS-CRE-STATUS NOT = '00'
               DISPLAY 'SMB094 - UNABLE TO OPEN CRE00001, STATUS = '
                   WS-CRE-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT DEP00001-FILE
           IF WS-DEP-STATUS = '00'
               MOVE 'Y' TO WS-DEP-OPEN
           ELSE
               DISPLAY 'SMB094 - NO DEP00001, STATUS = ' WS-DEP-STATUS
                   ' - NOTHING CAN BE ESCALATED'
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB094 - UNABLE TO OPEN SMB094RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB094 - ACCESS RECERTIFICATION ESCALATION, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CAMPAIGN USERID  T ITEM                 FROM    TO'
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
               DISPLAY 'SMB094 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB094' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB094 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB094' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB094 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-CAMPAIGNS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CRT00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CRT-OPEN AND CRT-DUE-DATE < WS-TODAY-YMD-X
                           PERFORM 300-ONE-CAMPAIGN THRU 300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-ONE-CAMPAIGN.
           ADD 1 TO WS-CNT-CAMPAIGNS
           MOVE CRT-CAMPAIGN TO WS-CAMPAIGN
           MOVE 'N' TO WS-CAMPAIGN-ESCALATED
           MOVE 0 TO WS-HD-USED
           MOVE SPACES TO CRE-KEY
           MOVE WS-CAMPAIGN TO CRE-CAMPAIGN
           START CRE00001-FILE KEY IS NOT LESS THAN CRE-KEY
               INVALID KEY
                   GO TO 300-EXIT
           END-START
           MOVE 'N' TO WS-CRE-EOF
           PERFORM UNTIL WS-CRE-EOF = 'Y'
               READ CRE00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CRE-EOF
                   NOT AT END
                       IF CRE-CAMPAIGN NOT = WS-CAMPAIGN
                           MOVE 'Y' TO WS-CRE-EOF
                       ELSE
                           ADD 1 TO WS-CNT-READ
                           IF CRE-PENDING AND CRE-ESCALATED NOT = 'Y'
                               PERFORM 400-ESCALATE-ENTRY THRU 400-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 500-NOTIFY-HEADS
           IF WS-CAMPAIGN-ESCALATED = 'Y' AND CRT-ESC-DATE = SPACES
               MOVE WS-TODAY-YMD-X TO CRT-ESC-DATE
               REWRITE CRT-RECORD
                   INVALID KEY
                       DISPLAY 'SMB094 - CRT00001 REWRITE FAILED FOR '
                           WS-CAMPAIGN
               END-REWRITE
           END-IF.
       300-EXIT.
           EXIT.

      * AN F ENTRY GOES WITH ITS ROLE ENTRY BUT IS MOVED LIKE ANY
      * OTHER, SO THE HEAD SEES THE FIELD RIGHTS ON THE WORKLIST.
       400-ESCALATE-ENTRY.
           MOVE SPACES TO WS-HEAD
           MOVE SPACES TO WS-REASON
           IF WS-DEP-OPEN NOT = 'Y' OR CRE-DEPT = SPACES
               MOVE 'NO DEPARTMENT TO ESCALATE TO' TO WS-REASON
           ELSE
               MOVE CRE-DEPT TO DEP-CODE
               READ DEP00001-FILE
                   INVALID KEY
                       MOVE 'DEPARTMENT NOT ON DEP00001' TO WS-REASON
                   NOT INVALID KEY
                       IF DEP-HEAD = SPACES OR DEP-HEAD = CRE-USERID
                           MOVE 'NO HEAD TO ESCALATE TO' TO WS-REASON
                       ELSE
                           MOVE DEP-HEAD TO WS-HEAD
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CRE-CAMPAIGN TO WS-PRINT-LINE(1:8)
           MOVE CRE-USERID TO WS-PRINT-LINE(10:7)
           MOVE CRE-TYPE TO WS-PRINT-LINE(18:1)
           MOVE CRE-ITEM TO WS-PRINT-LINE(20:20)
           MOVE CRE-REVIEWER TO WS-PRINT-LINE(41:7)
           IF WS-HEAD = SPACES
               ADD 1 TO WS-CNT-NOHEAD
               MOVE WS-REASON TO WS-PRINT-LINE(49:30)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 400-EXIT
           END-IF
           IF WS-HEAD = CRE-REVIEWER
               ADD 1 TO WS-CNT-REMINDED
               MOVE 'ALREADY WITH HEAD - REMINDED' TO
                   WS-PRINT-LINE(49:30)
           ELSE
               ADD 1 TO WS-CNT-ESCALATED
               MOVE WS-HEAD TO WS-PRINT-LINE(49:7)
               MOVE WS-HEAD TO CRE-REVIEWER
           END-IF
           MOVE 'Y' TO CRE-ESCALATED
           REWRITE CRE-RECORD
               INVALID KEY
                   DISPLAY 'SMB094 - CRE00001 REWRITE FAILED FOR '
                       CRE-USERID ' ' CRE-ITEM
                   GO TO 400-EXIT
           END-REWRITE
           MOVE 'Y' TO WS-CAMPAIGN-ESCALATED
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > WS-HD-USED
                      OR WS-HD-USERID (WS-HD-IX) = WS-HEAD
               CONTINUE
           END-PERFORM
           IF WS-HD-IX > WS-HD-USED
               IF WS-HD-USED < 300
                   ADD 1 TO WS-HD-USED
                   MOVE WS-HEAD TO WS-HD-USERID (WS-HD-USED)
                   MOVE 0 TO WS-HD-COUNT (WS-HD-USED)
                   MOVE WS-HD-USED TO WS-HD-IX
               ELSE
                   GO TO 400-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-HD-COUNT (WS-HD-IX).
       400-EXIT.
           EXIT.

       500-NOTIFY-HEADS.
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > WS-HD-USED
               MOVE WS-HD-COUNT (WS-HD-IX) TO WS-Z5
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-HD-USERID (WS-HD-IX)
                      '  ACCESS RECERTIFICATION ' WS-CAMPAIGN
                      ' WAS DUE ' CRT-DUE-DATE ' - ' WS-Z5
                      ' OVERDUE ITEM(S) NOW WAIT ON YOU ON SMRC'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-PERFORM.
       500-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB094' TO RUN-JOB-NAME
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
               MOVE WS-CNT-ESCALATED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CAMPAIGNS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CAMPAIGNS OVERDUE   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ESCALATED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ESCALATED TO HEAD   = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REMINDED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HEAD REMINDED       = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NOHEAD TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NO HEAD, FOR ADMIN  = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB094 - ESCALATED = ' WS-CNT-ESCALATED
               ' REMINDED = ' WS-CNT-REMINDED
               ' NO HEAD = ' WS-CNT-NOHEAD
           CLOSE CRT00001-FILE
           CLOSE CRE00001-FILE
           IF WS-DEP-OPEN = 'Y'
               CLOSE DEP00001-FILE
           END-IF
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CRT00001-FILE
           CLOSE CRE00001-FILE
           CLOSE DEP00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
