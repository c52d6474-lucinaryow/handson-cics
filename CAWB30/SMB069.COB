       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB069.
      *
      * BREAK-GLASS SESSION REVIEW FOR SECURITY.
      * RUNS EACH MORNING AND WALKS BGS00001 (COPYBOOK SMBGS):
      *
      *   - A SESSION STILL MARKED ACTIVE BUT PAST ITS EXPIRY -
      *     NOBODY HAS SIGNED ON OR TAKEN AN ACTION SINCE, SO
      *     SM094P NEVER SAW IT LAPSE - IS CLOSED HERE: THE
      *     UAF00001 ADMINISTRATOR BYTE GOES BACK TO BGS-PRIOR-ADMN
      *     AND THE CHANGE IS AUDITED TO UAF00002 AS 'BGEXPIRE'.
      *   - EVERY FINISHED SESSION NOT YET REVIEWED IS PRINTED WITH
      *     ITS INCIDENT, REASON, TERMINAL AND EVERY ACTION TAGGED
      *     TO IT ON BGA00001 (COPYBOOK SMBGA), THEN MARKED
      *     BGS-REVIEWED SO IT IS REPORTED EXACTLY ONCE. ACTIONS
      *     STAMPED AFTER THE EXPIRY ARE FLAGGED.
      *   - A SESSION STILL LIVE AT RUN TIME IS PRINTED AS SUCH,
      *     WITH ITS ACTIONS SO FAR, AND REPORTED AGAIN TOMORROW.
      *
      * SYSIN: THE USUAL OPTIONAL FORCE CARD ONLY.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CHAIN EACH UAF00002 RECORD WRITTEN (SMB080).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BGS00001-FILE ASSIGN TO BGS00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGS-KEY
               FILE STATUS IS WS-BGS-STATUS.
           SELECT BGA00001-FILE ASSIGN TO BGA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGA-KEY
               FILE STATUS IS WS-BGA-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT UAF00002-FILE ASSIGN TO UAF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-UAF2-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB069RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BGS00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMBGS.

       FD  BGA00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMBGA.

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
           05  FILLER                            PIC X(130).

       FD  UAF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-USERID                  PIC X(07).
               10  AUDIT-SEQ-NUM                 PIC 9(03).
           05  AUDIT-OLD-FLAGS                   PIC X(04).
           05  AUDIT-NEW-FLAGS                   PIC X(04).
           05  AUDIT-CHANGED-BY                  PIC X(08).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).

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
       01  WS-BGS-STATUS                         PIC X(02).
       01  WS-BGA-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-UAF2-STATUS                        PIC X(02).
           COPY SMACW.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-BGS                            PIC X VALUE 'N'.
       01  WS-EOF-BGA                            PIC X.
       01  WS-EOF-AUD                            PIC X.

       01  WS-NOW-STAMP.
           05  WS-NOW-YMD                        PIC X(08).
           05  WS-NOW-HMS                        PIC X(06).
       01  WS-NOW-TIME-X                         PIC X(08).
       01  WS-AUDIT-LAST-SEQ                     PIC 9(03).
       01  WS-OLD-FLAGS                          PIC X(04).
       01  WS-SESSION-KEY                        PIC X(21).
       01  WS-SHOW-STAMP                         PIC X(14).
       01  WS-SHOW-TEXT                          PIC X(16).
       01  WS-STATE-TEXT                         PIC X(12).
       01  WS-LATE-FLAG                          PIC X(01).

       01  WS-CNT-SESSIONS                       PIC 9(07) VALUE 0.
       01  WS-CNT-REPORTED                       PIC 9(07) VALUE 0.
       01  WS-CNT-LIVE                           PIC 9(07) VALUE 0.
       01  WS-CNT-CLOSED                         PIC 9(07) VALUE 0.
       01  WS-CNT-ACTIONS                        PIC 9(07) VALUE 0.
       01  WS-CNT-LATE                           PIC 9(07) VALUE 0.
       01  WS-SESS-ACTIONS                       PIC 9(05).

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-SESSIONS
           PERFORM 700-PRINT-TOTALS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-NOW-YMD FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-X FROM TIME
           MOVE WS-NOW-TIME-X(1:6) TO WS-NOW-HMS
           OPEN I-O BGS00001-FILE
           IF WS-BGS-STATUS = '35'
               DISPLAY 'SMB069 - NO BGS00001 FILE - NO SESSIONS TO '
                   'REVIEW'
               MOVE 'Y' TO WS-EOF-BGS
           ELSE
               IF WS-BGS-STATUS NOT = '00'
                   DISPLAY 'SMB069 - UNABLE TO OPEN BGS00001, STATUS = '
                       WS-BGS-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT BGA00001-FILE
           IF WS-BGA-STATUS NOT = '00' AND WS-BGA-STATUS NOT = '35'
               DISPLAY 'SMB069 - UNABLE TO OPEN BGA00001, STATUS = '
                   WS-BGA-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB069 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00002-FILE
           IF WS-UAF2-STATUS NOT = '00'
               DISPLAY 'SMB069 - UNABLE TO OPEN UAF00002, STATUS = '
                   WS-UAF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB069 - UNABLE TO OPEN SMB069RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB069 - BREAK-GLASS SESSION REVIEW' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NOW-STAMP TO WS-SHOW-STAMP
           PERFORM 750-FORMAT-STAMP
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RUN ' WS-SHOW-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
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
               DISPLAY 'SMB069 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB069' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB069 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB069' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB069 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-SESSIONS.
           PERFORM UNTIL WS-EOF-BGS = 'Y'
               READ BGS00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-BGS
                   NOT AT END
                       ADD 1 TO WS-CNT-SESSIONS
                       PERFORM 300-REVIEW-SESSION THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-REVIEW-SESSION.
           IF BGS-ACTIVE AND WS-NOW-STAMP > BGS-EXPIRE-STAMP
               PERFORM 400-CLOSE-SESSION THRU 400-EXIT
           END-IF
           IF BGS-REVIEWED = 'Y'
               GO TO 300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN BGS-ACTIVE
                   MOVE 'STILL ACTIVE' TO WS-STATE-TEXT
                   ADD 1 TO WS-CNT-LIVE
               WHEN BGS-ENDED
                   MOVE 'ENDED' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'EXPIRED' TO WS-STATE-TEXT
           END-EVALUATE
           PERFORM 500-PRINT-SESSION
           PERFORM 600-PRINT-ACTIONS
           IF NOT BGS-ACTIVE
               ADD 1 TO WS-CNT-REPORTED
               MOVE 'Y' TO BGS-REVIEWED
               REWRITE BGS-RECORD
                   INVALID KEY
                       DISPLAY 'SMB069 - BGS00001 REWRITE FAILED, '
                           'STATUS = ' WS-BGS-STATUS
               END-REWRITE
           END-IF.
       300-EXIT.
           EXIT.

      * THE SAME CLOSE SM094P MAKES ONLINE - ADMINISTRATOR BYTE
      * BACK ONLY WHILE IT STILL READS 'Y' AND THE SESSION STARTED
      * FROM SOMETHING ELSE, THEN THE UAF00002 AUDIT ENTRY.
       400-CLOSE-SESSION.
           MOVE BGS-USER TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS = '00' AND USR-ADMN = 'Y' AND
              BGS-PRIOR-ADMN NOT = 'Y'
               MOVE USR-FLAGS TO WS-OLD-FLAGS
               MOVE BGS-PRIOR-ADMN TO USR-ADMN
               REWRITE USR-RECORD
                   INVALID KEY
                       DISPLAY 'SMB069 - UAF00001 REWRITE FAILED, '
                           'STATUS = ' WS-UAF1-STATUS
               END-REWRITE
               IF WS-UAF1-STATUS = '00'
                   PERFORM 450-WRITE-AUDIT THRU 450-EXIT
               END-IF
           END-IF
           MOVE 'E' TO BGS-STATUS
           MOVE WS-NOW-STAMP TO BGS-END-STAMP
           MOVE 'BGEXPIRE' TO BGS-ENDED-BY
           REWRITE BGS-RECORD
               INVALID KEY
                   DISPLAY 'SMB069 - BGS00001 REWRITE FAILED, '
                       'STATUS = ' WS-BGS-STATUS
           END-REWRITE
           ADD 1 TO WS-CNT-CLOSED.
       400-EXIT.
           EXIT.

      * NEXT UAF00002 SEQUENCE NUMBER FOR THE USER IS ONE PAST THE
      * HIGHEST ALREADY ON FILE.
       450-WRITE-AUDIT.
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE BGS-USER TO AUDIT-USERID
           MOVE 0 TO AUDIT-SEQ-NUM
           MOVE 'N' TO WS-EOF-AUD
           START UAF00002-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUD
           END-START
           PERFORM UNTIL WS-EOF-AUD = 'Y'
               READ UAF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUD
                   NOT AT END
                       IF AUDIT-USERID NOT = BGS-USER
                           MOVE 'Y' TO WS-EOF-AUD
                       ELSE
                           MOVE AUDIT-SEQ-NUM TO WS-AUDIT-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO AUDIT-RECORD
           MOVE BGS-USER TO AUDIT-USERID
           COMPUTE AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
           MOVE WS-OLD-FLAGS TO AUDIT-OLD-FLAGS
           MOVE USR-FLAGS TO AUDIT-NEW-FLAGS
           MOVE 'BGEXPIRE' TO AUDIT-CHANGED-BY
           STRING WS-NOW-YMD(5:2) '/' WS-NOW-YMD(7:2) '/'
                  WS-NOW-YMD(1:4)
               DELIMITED BY SIZE INTO AUDIT-DATE
           STRING WS-NOW-HMS(1:2) ':' WS-NOW-HMS(3:2) ':'
                  WS-NOW-HMS(5:2)
               DELIMITED BY SIZE INTO AUDIT-TIME
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'SMB069 - UAF00002 WRITE FAILED, STATUS = '
                       WS-UAF2-STATUS
           END-WRITE
           IF WS-UAF2-STATUS = '00'
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'U' TO ACW-FILE
               MOVE AUDIT-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUDIT-RECORD TO ACW-LENGTH
               MOVE AUDIT-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       450-EXIT.
           EXIT.

       500-PRINT-SESSION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'USER ' BGS-USER '  INCIDENT ' BGS-INCIDENT
                  '  TERMINAL ' BGS-TERMID '  ' WS-STATE-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE BGS-START-STAMP TO WS-SHOW-STAMP
           PERFORM 750-FORMAT-STAMP
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  STARTED ' WS-SHOW-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE BGS-EXPIRE-STAMP TO WS-SHOW-STAMP
           PERFORM 750-FORMAT-STAMP
           STRING '  EXPIRES ' WS-SHOW-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE(27:27)
           IF BGS-END-STAMP NOT = SPACES
               MOVE BGS-END-STAMP TO WS-SHOW-STAMP
               PERFORM 750-FORMAT-STAMP
               STRING '  CLOSED ' WS-SHOW-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(54:26)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  REASON  ' BGS-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF BGS-ENDED-BY NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  CLOSED BY ' BGS-ENDED-BY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       500-EXIT.
           EXIT.

      * EVERY BGA00001 TAG FOR THE SESSION, IN ORDER. '*' MARKS AN
      * ACTION STAMPED AFTER THE EXPIRY - RIGHTS THAT OUTLIVED THEIR
      * BOX BEFORE ANYTHING NOTICED.
       600-PRINT-ACTIONS.
           MOVE 0 TO WS-SESS-ACTIONS
           MOVE BGS-KEY TO WS-SESSION-KEY
           MOVE 'N' TO WS-EOF-BGA
           IF WS-BGA-STATUS = '35'
               MOVE 'Y' TO WS-EOF-BGA
           ELSE
               MOVE BGS-USER TO BGA-USER
               MOVE BGS-START-STAMP TO BGA-START-STAMP
               MOVE 0 TO BGA-SEQ
               START BGA00001-FILE KEY IS NOT LESS THAN BGA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-BGA
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-BGA = 'Y'
               READ BGA00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-BGA
                   NOT AT END
                       IF BGA-KEY(1:21) NOT = WS-SESSION-KEY
                           MOVE 'Y' TO WS-EOF-BGA
                       ELSE
                           PERFORM 650-PRINT-ONE-ACTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SESS-ACTIONS = 0
               MOVE '  NO ACTIONS RECORDED' TO WS-PRINT-LINE
           ELSE
               MOVE WS-SESS-ACTIONS TO WS-PRINT-COUNT
               STRING '  ACTIONS ' WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       650-PRINT-ONE-ACTION.
           ADD 1 TO WS-SESS-ACTIONS
           ADD 1 TO WS-CNT-ACTIONS
           MOVE SPACE TO WS-LATE-FLAG
           IF BGA-STAMP > BGS-EXPIRE-STAMP
               MOVE '*' TO WS-LATE-FLAG
               ADD 1 TO WS-CNT-LATE
           END-IF
           MOVE BGA-STAMP TO WS-SHOW-STAMP
           PERFORM 750-FORMAT-STAMP
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   ' WS-LATE-FLAG WS-SHOW-TEXT ' ' BGA-TRANSID ' '
                  BGA-OBJECT-TYPE ' ' BGA-OBJECT-ID ' ' BGA-REMARK
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

       700-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-REPORTED TO WS-PRINT-COUNT
           STRING 'SESSIONS REVIEWED       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-LIVE TO WS-PRINT-COUNT
           STRING 'SESSIONS STILL ACTIVE   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-CLOSED TO WS-PRINT-COUNT
           STRING 'EXPIRED BY THIS RUN     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-ACTIONS TO WS-PRINT-COUNT
           STRING 'ACTIONS LISTED          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-LATE TO WS-PRINT-COUNT
           STRING 'ACTIONS AFTER EXPIRY (*)' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       700-EXIT.
           EXIT.

      * YYYYMMDDHHMMSS TO 'YYYY-MM-DD HH:MM'.
       750-FORMAT-STAMP.
           MOVE SPACES TO WS-SHOW-TEXT
           STRING WS-SHOW-STAMP(1:4) '-' WS-SHOW-STAMP(5:2) '-'
                  WS-SHOW-STAMP(7:2) ' ' WS-SHOW-STAMP(9:2) ':'
                  WS-SHOW-STAMP(11:2)
               DELIMITED BY SIZE INTO WS-SHOW-TEXT.
       750-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB069' TO RUN-JOB-NAME
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
               MOVE WS-CNT-SESSIONS TO RUN-COUNT-READ
               MOVE WS-CNT-CLOSED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB069 - SESSIONS READ     = ' WS-CNT-SESSIONS
           DISPLAY 'SMB069 - SESSIONS REVIEWED = ' WS-CNT-REPORTED
           DISPLAY 'SMB069 - EXPIRED THIS RUN  = ' WS-CNT-CLOSED
           CLOSE BGS00001-FILE
           CLOSE BGA00001-FILE
           CLOSE UAF00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE UAF00002-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE BGS00001-FILE
           CLOSE BGA00001-FILE
           CLOSE UAF00001-FILE
           CLOSE UAF00002-FILE
           CLOSE REPORT-FILE
           STOP RUN.
