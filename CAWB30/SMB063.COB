       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB063.
      *
      * WEEKLY "YOUR OPEN TICKETS" STATEMENT FOR EVERY REQUESTOR.
      * SM011P ONLY TELLS A REQUESTOR ABOUT ONE STATUS CHANGE AT A
      * TIME, SO THEY RING THE DESK TO ASK WHERE THINGS STAND. THIS
      * WEEKLY JOB READS STF00001 IN REQUESTOR ORDER DOWN THE
      * TIX-REQUESTOR ALTERNATE KEY (THE BASE OF THE STF1AIX1 PATH
      * SM001 BROWSES ONLINE) AND, FOR EACH REQUESTOR WITH AT LEAST
      * ONE OPEN TICKET, WRITES ONE STATEMENT TO THE NTFYOUT
      * DATASET IN THE SAME 'TO: USERID' LINE FORMAT SMB019/SMB029
      * USE, SO THE MAIL BRIDGE DELIVERS IT WITH EVERYTHING ELSE:
      *
      *   - A HEADING LINE,
      *   - PER TICKET: NUMBER, TITLE, STATUS AND DUE DATE, THEN
      *     THE ASSIGNEE'S UA005P DIRECTORY NAME (USR-NAME, OR THE
      *     USERID WHEN NO NAME IS SET) AND THE LAST STF00002 REMARK,
      *   - A CLOSING LINE WITH THE COUNT.
      *
      * THE REQUESTOR'S UAF00003 PREFERENCES ARE HONOURED: MUTE ALL
      * OR PREF-WEEKLY = 'N' (SM018P PF12) SENDS NOTHING, AND A
      * FRENCH-LANGUAGE USER GETS THE FRENCH HEADING AND CLOSING.
      * NO PREFERENCES RECORD MEANS THE DEFAULTS - STATEMENT ON.
      * REQUESTORS WITH NOTHING OPEN GET NOTHING. PRACTICE TICKETS
      * ON THE TRAINING QUEUE ARE LEFT OUT, AS IN SMB019.
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
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-ID
               ALTERNATE RECORD KEY IS TIX-REQUESTOR WITH DUPLICATES
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT UAF00003-FILE ASSIGN TO UAF00003
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREF-USERID
               FILE STATUS IS WS-UA3-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB063RP
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

       FD  UAF00003-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREF-RECORD.
           05  PREF-USERID                       PIC X(08).
           05  PREF-CREATED                      PIC X(01).
           05  PREF-UPDATED                      PIC X(01).
           05  PREF-CLOSED                       PIC X(01).
           05  PREF-DECISION                     PIC X(01).
           05  PREF-CANCELED                     PIC X(01).
           05  PREF-MODE                         PIC X(01).
           05  PREF-MUTE                         PIC X(01).
           05  PREF-LANG                         PIC X(01).
           05  PREF-WEEKLY                       PIC X(01).
           05  FILLER                            PIC X(23).

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
           COPY SMSTAT.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-UA3-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-LOG-EOF                            PIC X.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-CUR-REQ                            PIC X(08) VALUE
               LOW-VALUES.
       01  WS-SEND-SW                            PIC X.
           88  WS-SEND-STATEMENT                 VALUE 'Y'.
       01  WS-SKIP-REASON                        PIC X(20).
       01  WS-LANG                               PIC X(01).
       01  WS-REQ-OPEN                           PIC 9(05).
       01  WS-REQ-OPEN-Z                         PIC ZZZZ9.
       01  WS-ASSIGNEE-NAME                      PIC X(20).
       01  WS-LAST-REMARK                        PIC X(50).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-OPEN                           PIC 9(07) VALUE 0.
       01  WS-CNT-SENT                           PIC 9(07) VALUE 0.
       01  WS-CNT-OPTED                          PIC 9(07) VALUE 0.
       01  WS-CNT-LINES                          PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-TICKETS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB063 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB063 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB063 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
      * NO PREFERENCES FILE MEANS NOBODY HAS SET ANYTHING YET.
           OPEN INPUT UAF00003-FILE
           IF WS-UA3-STATUS NOT = '00' AND WS-UA3-STATUS NOT = '35'
               DISPLAY 'SMB063 - UNABLE TO OPEN UAF00003, STATUS = '
                   WS-UA3-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NTFY-STATUS = '35'
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF WS-NTFY-STATUS NOT = '00'
               DISPLAY 'SMB063 - UNABLE TO OPEN NTFYOUT, STATUS = '
                   WS-NTFY-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB063 - UNABLE TO OPEN SMB063RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB063 - WEEKLY REQUESTOR STATEMENTS, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REQUESTOR  OPEN  RESULT' TO REPORT-RECORD
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
               DISPLAY 'SMB063 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB063' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB063 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB063' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB063 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * ONE PASS DOWN THE REQUESTOR KEY; A CHANGE OF REQUESTOR
      * CLOSES THE PREVIOUS STATEMENT AND LOOKS UP THE NEXT ONE'S
      * PREFERENCES.
       200-PROCESS-TICKETS.
           MOVE LOW-VALUES TO TIX-REQUESTOR
           START STF00001-FILE KEY IS NOT LESS THAN TIX-REQUESTOR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-TIX
           END-START
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-CHECK-TICKET THRU 250-EXIT
               END-READ
           END-PERFORM
           IF WS-CUR-REQ NOT = LOW-VALUES
               PERFORM 400-END-REQUESTOR THRU 400-EXIT
           END-IF.
       200-EXIT.
           EXIT.

       250-CHECK-TICKET.
           IF TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-CANCELED OR
              TIX-STATUS = ST-REJECTED
               GO TO 250-EXIT
           END-IF
           IF TIX-QUEUE = 'TRAINING' OR TIX-REQUESTOR = SPACES
               GO TO 250-EXIT
           END-IF
           IF TIX-REQUESTOR NOT = WS-CUR-REQ
               IF WS-CUR-REQ NOT = LOW-VALUES
                   PERFORM 400-END-REQUESTOR THRU 400-EXIT
               END-IF
               PERFORM 300-START-REQUESTOR THRU 300-EXIT
           END-IF
           ADD 1 TO WS-CNT-OPEN
           ADD 1 TO WS-REQ-OPEN
           IF NOT WS-SEND-STATEMENT
               GO TO 250-EXIT
           END-IF
           IF WS-REQ-OPEN = 1
               PERFORM 350-WRITE-HEADING THRU 350-EXIT
           END-IF
           PERFORM 500-TICKET-LINES THRU 500-EXIT.
       250-EXIT.
           EXIT.

       300-START-REQUESTOR.
           MOVE TIX-REQUESTOR TO WS-CUR-REQ
           MOVE 0 TO WS-REQ-OPEN
           MOVE 'Y' TO WS-SEND-SW
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 'E' TO WS-LANG
           IF WS-UA3-STATUS = '35'
               GO TO 300-EXIT
           END-IF
           MOVE WS-CUR-REQ TO PREF-USERID
           READ UAF00003-FILE
               INVALID KEY
                   GO TO 300-EXIT
           END-READ
           IF PREF-LANG = 'F'
               MOVE 'F' TO WS-LANG
           END-IF
           IF PREF-MUTE = 'Y'
               MOVE 'N' TO WS-SEND-SW
               MOVE 'MUTED - NOT SENT' TO WS-SKIP-REASON
           END-IF
           IF PREF-WEEKLY = 'N'
               MOVE 'N' TO WS-SEND-SW
               MOVE 'OPTED OUT - NOT SENT' TO WS-SKIP-REASON
           END-IF.
       300-EXIT.
           EXIT.

       350-WRITE-HEADING.
           MOVE SPACES TO NOTIFY-LINE
           IF WS-LANG = 'F'
               STRING 'TO: ' WS-CUR-REQ
                      '  RELEVE HEBDOMADAIRE - VOS BILLETS OUVERTS AU '
                      WS-TODAY-YMD-X
                   DELIMITED BY SIZE INTO NOTIFY-LINE
           ELSE
               STRING 'TO: ' WS-CUR-REQ
                      '  WEEKLY STATEMENT - YOUR OPEN TICKETS AS OF '
                      WS-TODAY-YMD-X
                   DELIMITED BY SIZE INTO NOTIFY-LINE
           END-IF
           WRITE NOTIFY-LINE
           ADD 1 TO WS-CNT-LINES.
       350-EXIT.
           EXIT.

       400-END-REQUESTOR.
           MOVE WS-REQ-OPEN TO WS-REQ-OPEN-Z
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CUR-REQ TO WS-PRINT-LINE(1:8)
           MOVE WS-REQ-OPEN-Z TO WS-PRINT-LINE(10:5)
           IF NOT WS-SEND-STATEMENT
               ADD 1 TO WS-CNT-OPTED
               MOVE WS-SKIP-REASON TO WS-PRINT-LINE(17:20)
           ELSE
               ADD 1 TO WS-CNT-SENT
               MOVE 'STATEMENT SENT' TO WS-PRINT-LINE(17:20)
               MOVE SPACES TO NOTIFY-LINE
               IF WS-LANG = 'F'
                   STRING 'TO: ' WS-CUR-REQ
                          '  FIN DU RELEVE - BILLETS OUVERTS: '
                          WS-REQ-OPEN-Z
                       DELIMITED BY SIZE INTO NOTIFY-LINE
               ELSE
                   STRING 'TO: ' WS-CUR-REQ
                          '  END OF STATEMENT - OPEN TICKETS: '
                          WS-REQ-OPEN-Z
                       DELIMITED BY SIZE INTO NOTIFY-LINE
               END-IF
               WRITE NOTIFY-LINE
               ADD 1 TO WS-CNT-LINES
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.
           EXIT.

      * TWO LINES PER TICKET - WHAT AND WHEN, THEN WHO AND THE
      * LATEST WORD ON IT.
       500-TICKET-LINES.
           PERFORM 520-ASSIGNEE-NAME THRU 520-EXIT
           PERFORM 540-LAST-REMARK THRU 540-EXIT
           MOVE SPACES TO NOTIFY-LINE
           STRING 'TO: ' WS-CUR-REQ ' ' TIX-ID ' ' TIX-TITLE ' '
                  TIX-STATUS ' DUE ' TIX-DUE-DATE
               DELIMITED BY SIZE INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           MOVE SPACES TO NOTIFY-LINE
           STRING 'TO: ' WS-CUR-REQ ' ' TIX-ID ' ' WS-ASSIGNEE-NAME
                  ' ' WS-LAST-REMARK
               DELIMITED BY SIZE INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           ADD 2 TO WS-CNT-LINES.
       500-EXIT.
           EXIT.

       520-ASSIGNEE-NAME.
           IF TIX-ASSIGNED-TO = SPACES
               MOVE 'NOT YET ASSIGNED' TO WS-ASSIGNEE-NAME
               GO TO 520-EXIT
           END-IF
           MOVE TIX-ASSIGNED-TO TO WS-ASSIGNEE-NAME
           MOVE TIX-ASSIGNED-TO TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   GO TO 520-EXIT
           END-READ
           IF USR-NAME NOT = SPACES
               MOVE USR-NAME TO WS-ASSIGNEE-NAME
           END-IF.
       520-EXIT.
           EXIT.

       540-LAST-REMARK.
           MOVE LAST-UPDATE-REM TO WS-LAST-REMARK
           MOVE TIX-ID TO LOG-TIX-ID1
           MOVE 0 TO LOG-SEQ-NUM
           MOVE 'N' TO WS-LOG-EOF
           START STF00002-FILE KEY IS NOT LESS THAN LOG-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF LOG-TIX-ID1 = TIX-ID
                           MOVE LOG-LAST-UPDATE-REM TO WS-LAST-REMARK
                       ELSE
                           MOVE 'Y' TO WS-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM.
       540-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB063' TO RUN-JOB-NAME
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
               MOVE WS-CNT-SENT TO RUN-COUNT-CHANGED
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
           STRING 'TICKETS READ       = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OPEN TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OPEN TICKETS       = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SENT TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'STATEMENTS SENT    = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OPTED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'MUTED OR OPTED OUT = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-LINES TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NTFYOUT LINES      = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB063 - STATEMENTS SENT = ' WS-CNT-SENT
               ' OPTED OUT = ' WS-CNT-OPTED
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE UAF00001-FILE
           IF WS-UA3-STATUS NOT = '35'
               CLOSE UAF00003-FILE
           END-IF
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE UAF00001-FILE
           CLOSE UAF00003-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           STOP RUN.
