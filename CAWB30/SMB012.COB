      * UNKNOWN DOMAINS LANDING IN GENERAL. EVERY INPUT RECORD IS
      * ECHOED TO THE REPORT AS ACCEPTED (WITH ITS NEW TICKET
      * NUMBER) OR REJECTED WITH A REASON, IN THE SMB005 ECHO STYLE.
      * A MAILED PROBLEM IS TAKEN AS ONE USER'S, OF MEDIUM URGENCY,
      * AND ITS PRIORITY IS LOOKED UP IN THE PMX00001 IMPACT-BY-
      * URGENCY MATRIX (WITH SM084P'S BUILT-IN GRID AS THE FALLBACK)
      * AND KEPT IN PDV00001, THE SAME AS AN ONLINE CREATE.
      *
      * REPLY THREADING - A SUBJECT CARRYING A SIX-DIGIT TICKET
      * NUMBER (AS EVERY NTFYOUT NOTIFICATION DOES) FROM THAT
      * TICKET'S REQUESTOR OR ONE OF ITS WAT00001 WATCHERS IS NOT A
      * NEW PROBLEM: THE BODY IS ADDED TO THE TICKET AS STF00007
      * COMMENTS, THE WAY SM015P ADDS ONE ONLINE. A REQUESTOR'S
      * REPLY ALSO RELEASES AN ONHOLD TICKET (THE SAME 'HOLD
      * RELEASED' MARKER, AUDIT RECORD AND MRF00001 CLOSE-OUT AS
      * SMB029) AND REOPENS A COMPLETED OR PENDCONF ONE (THE SM007
      * 'REOPENED - ' REMARK). THE STATUS CHANGE IS MADE ONLY WHILE
      * THE SM82 BATCH-WINDOW GATE IS HELD; WITHOUT IT THE REPLY IS
      * KEPT AS A COMMENT AND THE REPORT SAYS SO. A REPLY ABOUT A
      * CLOSED, CANCELED OR REJECTED TICKET, OR FROM SOMEONE NOT ON
      * THE TICKET, STILL OPENS A NEW TICKET, RELATED TO THE OLD ONE
      * THROUGH TIX-RELATED-ID.
      *
      * MAIL-LOOP PROTECTION - AUTO-REPLIES (OUT OF OFFICE AND THE
      * LIKE), DELIVERY FAILURES AND MAIL FROM MAILER DAEMONS ARE
      * SUPPRESSED, AND NO ONE SENDER GETS MORE THAN THE CAP (FIRST
      * SYSIN CARD, 3 DIGITS, DEFAULT 5) THROUGH IN ONE RUN. EVERY
      * SUPPRESSED MAIL IS ECHOED TO THE REPORT WITH ITS REASON.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - PRIORITY DERIVED FROM IMPACT AND URGENCY.
      *  2026-10-15 MAINT - REPLY THREADING AND MAIL-LOOP PROTECTION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT STF00003-FILE ASSIGN TO STF00003
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT PMX00001-FILE ASSIGN TO PMX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMX-KEY
               FILE STATUS IS WS-PMX-STATUS.
           SELECT PDV00001-FILE ASSIGN TO PDV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDV-TIX-ID
               FILE STATUS IS WS-PDV-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT STF00007-FILE ASSIGN TO STF00007
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMT-TIX-ID
               FILE STATUS IS WS-STF7-STATUS.
           SELECT WAT00001-FILE ASSIGN TO WAT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WAT-KEY
               FILE STATUS IS WS-WAT-STATUS.
           SELECT GTE00001-FILE ASSIGN TO GTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GTE-KEY
               FILE STATUS IS WS-GTE-STATUS.
           SELECT MRF00001-FILE ASSIGN TO MRF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRF-TIX-ID
               FILE STATUS IS WS-MRF-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  JRN-AFTER                         PIC X(300).
           05  FILLER                            PIC X(16).

       FD  PMX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PMX-RECORD.
           05  PMX-KEY.
               10  PMX-IMPACT                    PIC X(01).
               10  PMX-URGENCY                   PIC X(01).
           05  PMX-PRIORITY                      PIC X(01).
           05  PMX-SET-BY                        PIC X(07).
           05  PMX-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(22).

       FD  PDV00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PDV-RECORD.
           05  PDV-TIX-ID                        PIC X(06).
           05  PDV-IMPACT                        PIC X(01).
           05  PDV-URGENCY                       PIC X(01).
           05  PDV-DERIVED                       PIC X(01).
           05  PDV-SOURCE                        PIC X(01).
           05  PDV-OVR-PRIORITY                  PIC X(01).
           05  PDV-OVR-BY                        PIC X(07).
           05  PDV-OVR-DATE                      PIC X(08).
           05  FILLER                            PIC X(14).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       FD  STF00007-FILE
           LABEL RECORDS ARE STANDARD.
       01  CMT-RECORD.
           05  CMT-TIX-ID.
               10  CMT-TIX-ID1                   PIC X(6).
               10  CMT-SEQ-NUM                   PIC 9(5).
           05  CMT-TEXT                          PIC X(60).
           05  CMT-BY                            PIC X(08).
           05  CMT-DATE                          PIC X(10).
           05  CMT-TIME                          PIC X(10).

       FD  WAT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  WAT-RECORD.
           05  WAT-KEY.
               10  WAT-TIX-ID                    PIC X(06).
               10  WAT-USERID                    PIC X(07).
           05  WAT-SINCE                         PIC X(08).
           05  FILLER                            PIC X(09).

       FD  GTE00001-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GTE-RECORD.
           05  GTE-KEY                           PIC X(04).
           05  GTE-STATE                         PIC X(01).
           05  GTE-SET-BY                        PIC X(07).
           05  GTE-SET-STAMP                     PIC X(14).
           05  FILLER                            PIC X(04).

       FD  MRF00001-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SMMRF.

       FD  AUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-RECORD.
           05  AUD-KEY.
               10  AUD-TIX-ID                    PIC X(06).
               10  AUD-SEQ                       PIC 9(05).
           05  AUD-FIELD                         PIC X(12).
           05  AUD-BEFORE                        PIC X(50).
           05  AUD-AFTER                         PIC X(50).
           05  AUD-BY                            PIC X(07).
           05  AUD-DATE                          PIC X(08).
           05  AUD-TIME                          PIC X(06).
           05  FILLER                            PIC X(06).

       WORKING-STORAGE SECTION.
           COPY SMSTAT.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-PMX-STATUS                         PIC X(02).
       01  WS-PDV-STATUS                         PIC X(02).
       01  WS-PMX-OPEN                           PIC X VALUE 'N'.
      * MAIL DEFAULTS AND SM084P'S BUILT-IN GRID (ROWS U, D, S BY
      * COLUMNS H, M, L), USED WHEN PMX00001 HAS NO ROW FOR THE CELL.
       01  WS-MAIL-IMPACT                        PIC X(01) VALUE 'U'.
       01  WS-MAIL-URGENCY                       PIC X(01) VALUE 'M'.
       01  WS-GRID-VALUES                        PIC X(09) VALUE
           'MLLHMLHHM'.
       01  WS-DERIVED-PRIO                       PIC X(01).
       01  WS-DERIVED-SOURCE                     PIC X(01).
       01  WS-JRN-STATUS                         PIC X(02).
       01  WS-JRN-BEFORE                         PIC X(300).
       01  WS-JRN-ACTION                         PIC X(01).
       01  WS-EOF-MAIL                           PIC X VALUE 'N'.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-FMT-TIME                           PIC X(09).
       01  WS-NEW-TIX-ID                         PIC X(06).
       01  WS-REJECT-REASON                      PIC X(40).

      * REPLY THREADING.
       01  WS-STF7-STATUS                        PIC X(02).
       01  WS-WAT-STATUS                         PIC X(02).
       01  WS-WAT-OPEN                           PIC X VALUE 'N'.
       01  WS-GTE-STATUS                         PIC X(02).
       01  WS-GATE-HELD                          PIC X VALUE 'N'.
       01  WS-MRF-STATUS                         PIC X(02).
       01  WS-MRF-OPEN                           PIC X VALUE 'N'.
       01  WS-AUD-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-AUD-DONE                           PIC X.
       01  WS-AUD-OLD-STATUS                     PIC X(10).
       01  WS-HOLD-START-N                       PIC 9(08).
       01  WS-HELD-SPAN                          PIC S9(05) COMP.
       01  WS-REF-TIX-ID                         PIC X(06).
       01  WS-REF-EDGE                           PIC X.
       01  WS-RELATED-ID                         PIC X(06).
       01  WS-ON-TICKET                          PIC X.
       01  WS-THREAD-ACTION                      PIC X(30).
       01  WS-NEXT-SEQ                           PIC 9(05).
       01  WS-LOG-EOF                            PIC X.
       01  WS-CMT-NEXT-SEQ                       PIC 9(05).
       01  WS-CMT-EOF                            PIC X.
       01  WS-CMT-SLICE                          PIC 9(01).
       01  WS-CMT-POS                            PIC 9(03).
       01  WS-RELEASE-REM                        PIC X(50) VALUE
               'HOLD RELEASED - REQUESTOR REPLIED BY MAIL'.
       01  WS-REOPEN-REM                         PIC X(50) VALUE
               'REOPENED - REQUESTOR REPLIED BY MAIL'.

      * MAIL-LOOP PROTECTION. EACH WORD IS A TYPE (A = AUTO-REPLY,
      * B = BOUNCE, LOOKED FOR IN THE SUBJECT; S = AUTOMATED SENDER,
      * LOOKED FOR IN THE ADDRESS), ITS LENGTH AND ITS TEXT.
       01  WS-LOOP-WORD-VALUES.
           05  FILLER  PIC X(20) VALUE 'A10AUTO-REPLY       '.
           05  FILLER  PIC X(20) VALUE 'A10AUTO REPLY       '.
           05  FILLER  PIC X(20) VALUE 'A09AUTOREPLY        '.
           05  FILLER  PIC X(20) VALUE 'A15AUTOMATIC REPLY  '.
           05  FILLER  PIC X(20) VALUE 'A13OUT OF OFFICE    '.
           05  FILLER  PIC X(20) VALUE 'A17OUT OF THE OFFICE'.
           05  FILLER  PIC X(20) VALUE 'B13UNDELIVERABLE    '.
           05  FILLER  PIC X(20) VALUE 'B11UNDELIVERED      '.
           05  FILLER  PIC X(20) VALUE 'B16DELIVERY FAILURE '.
           05  FILLER  PIC X(20) VALUE 'B15DELIVERY STATUS  '.
           05  FILLER  PIC X(20) VALUE 'B14FAILURE NOTICE   '.
           05  FILLER  PIC X(20) VALUE 'B13RETURNED MAIL    '.
           05  FILLER  PIC X(20) VALUE 'S13MAILER-DAEMON    '.
           05  FILLER  PIC X(20) VALUE 'S10POSTMASTER       '.
           05  FILLER  PIC X(20) VALUE 'S07NOREPLY          '.
           05  FILLER  PIC X(20) VALUE 'S08NO-REPLY         '.
       01  WS-LOOP-WORD-TABLE REDEFINES WS-LOOP-WORD-VALUES.
           05  WS-LOOP-WORD OCCURS 16 TIMES.
               10  WS-LOOP-TYPE                  PIC X(01).
               10  WS-LOOP-LEN                   PIC 9(02).
               10  WS-LOOP-TEXT                  PIC X(17).
       01  WS-LOOP-COUNT                         PIC 9(02) VALUE 16.
       01  WS-LOOP-IDX                           PIC 9(02).
       01  WS-LOOP-HITS                          PIC 9(03).
       01  WS-UC-SUBJECT                         PIC X(25).
       01  WS-UC-SENDER                          PIC X(30).
       01  WS-SUPPRESS-PREFIX                    PIC X(20).
       01  WS-SUPPRESS-REASON                    PIC X(40).

      * PER-SENDER CAP. A SENDER ARRIVING AFTER THE TABLE IS FULL IS
      * NOT COUNTED (THE LOOP WORDS STILL APPLY TO IT).
       01  WS-CAP-CARD                           PIC X(03).
       01  WS-SENDER-CAP                         PIC 9(03) VALUE 5.
       01  WS-SND-USED                           PIC 9(04) VALUE 0.
       01  WS-SND-MAX                            PIC 9(04) VALUE 500.
       01  WS-SND-IDX                            PIC 9(04).
       01  WS-SND-HIT                            PIC 9(04).
       01  WS-SND-TABLE.
           05  WS-SND-ENTRY OCCURS 500 TIMES.
               10  WS-SND-ADDR                   PIC X(30).
               10  WS-SND-MAILS                  PIC 9(05).

       01  WS-CNT-READ                           PIC 9(05) VALUE 0.
       01  WS-CNT-ACCEPTED                       PIC 9(05) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(05) VALUE 0.
       01  WS-CNT-THREADED                       PIC 9(05) VALUE 0.
       01  WS-CNT-REOPENED                       PIC 9(05) VALUE 0.
       01  WS-CNT-SUPPRESSED                     PIC 9(05) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-CAP-CARD FROM SYSIN
           IF WS-CAP-CARD NUMERIC AND WS-CAP-CARD NOT = '000'
               MOVE WS-CAP-CARD TO WS-SENDER-CAP
           END-IF
           PERFORM 150-RUN-CONTROL-START
           OPEN I-O JRN00001-FILE
           IF WS-JRN-STATUS = '35'
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           ACCEPT WS-TIME-X FROM TIME
           STRING WS-TODAY-YMD-X(5:2) '/' WS-TODAY-YMD-X(7:2) '/'
                  WS-TODAY-YMD-X(1:4) ' '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT PMX00001-FILE
           IF WS-PMX-STATUS = '00'
               MOVE 'Y' TO WS-PMX-OPEN
           END-IF
           OPEN I-O PDV00001-FILE
           IF WS-PDV-STATUS = '35'
               OPEN OUTPUT PDV00001-FILE
               CLOSE PDV00001-FILE
               OPEN I-O PDV00001-FILE
           END-IF
           IF WS-PDV-STATUS NOT = '00'
               DISPLAY 'SMB012 - UNABLE TO OPEN PDV00001, STATUS = '
                   WS-PDV-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM 330-DERIVE-PRIORITY
           OPEN I-O STF00007-FILE
           IF WS-STF7-STATUS = '35'
               OPEN OUTPUT STF00007-FILE
               CLOSE STF00007-FILE
               OPEN I-O STF00007-FILE
           END-IF
           IF WS-STF7-STATUS NOT = '00'
               DISPLAY 'SMB012 - UNABLE TO OPEN STF00007, STATUS = '
                   WS-STF7-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT WAT00001-FILE
           IF WS-WAT-STATUS = '00'
               MOVE 'Y' TO WS-WAT-OPEN
           END-IF
           OPEN I-O AUD00001-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD00001-FILE
               CLOSE AUD00001-FILE
               OPEN I-O AUD00001-FILE
           END-IF
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'SMB012 - UNABLE TO OPEN AUD00001, STATUS = '
                   WS-AUD-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O MRF00001-FILE
           IF WS-MRF-STATUS NOT = '00' AND WS-MRF-STATUS NOT = '35'
               DISPLAY 'SMB012 - UNABLE TO OPEN MRF00001, STATUS = '
                   WS-MRF-STATUS
               GO TO 999-ABEND
           END-IF
           IF WS-MRF-STATUS = '00'
               MOVE 'Y' TO WS-MRF-OPEN
           END-IF
           PERFORM 140-CHECK-BATCH-GATE THRU 140-EXIT
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB012 - UNABLE TO OPEN SMB012RP, STATUS = '
       100-EXIT.
           EXIT.

      * BATCH-WINDOW GATE - SEE SM082P. UNLIKE SMB029 THE RUN IS NOT
      * REFUSED WHEN THE GATE IS OPEN: NEW TICKETS AND THREADED
      * COMMENTS TOUCH NO RECORD AN ONLINE USER COULD HAVE IN HAND,
      * SO ONLY THE REOPEN / HOLD-RELEASE REWRITE WAITS FOR THE GATE.
       140-CHECK-BATCH-GATE.
           MOVE 'N' TO WS-GATE-HELD
           OPEN INPUT GTE00001-FILE
           IF WS-GTE-STATUS NOT = '00'
               DISPLAY 'SMB012 - NO GTE00001 GATE FILE, STATUS = '
                   WS-GTE-STATUS ' - REPLIES KEPT AS COMMENTS ONLY'
               GO TO 140-EXIT
           END-IF
           MOVE 'GATE' TO GTE-KEY
           READ GTE00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-GTE-STATUS = '00' AND GTE-STATE = 'H'
               MOVE 'Y' TO WS-GATE-HELD
               DISPLAY 'SMB012 - GATE HELD BY ' GTE-SET-BY ' SINCE '
                   GTE-SET-STAMP
           ELSE
               DISPLAY 'SMB012 - BATCH-WINDOW GATE NOT HELD -'
                   ' REPLIES KEPT AS COMMENTS ONLY'
           END-IF
           CLOSE GTE00001-FILE.
       140-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD FOLLOWS THE OTHER CARDS ON SYSIN.

       250-PROCESS-ONE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RELATED-ID
           PERFORM 300-PARSE-SENDER
           PERFORM 260-CHECK-MAIL-LOOP THRU 260-EXIT
           IF WS-SUPPRESS-REASON NOT = SPACES
               PERFORM 390-SUPPRESS
               GO TO 250-EXIT
           END-IF
           PERFORM 270-CHECK-SENDER-CAP THRU 270-EXIT
           IF WS-SUPPRESS-REASON NOT = SPACES
               PERFORM 390-SUPPRESS
               GO TO 250-EXIT
           END-IF
           IF WS-SENDER-USER = SPACES
               MOVE 'SENDER ADDRESS HAS NO MAILBOX NAME' TO
                   WS-REJECT-REASON
               PERFORM 380-REJECT
               GO TO 250-EXIT
           END-IF
           PERFORM 280-FIND-TICKET-REF THRU 280-EXIT
           IF WS-REF-TIX-ID NOT = SPACES
               PERFORM 290-CHECK-REPLY THRU 290-EXIT
               IF WS-ON-TICKET = 'Y'
                   PERFORM 500-THREAD-REPLY THRU 500-EXIT
                   GO TO 250-EXIT
               END-IF
           END-IF
           PERFORM 320-ROUTE-BY-DOMAIN
           PERFORM 340-NEXT-TICKET-NUMBER
           IF WS-STF3-STATUS NOT = '00'
       250-EXIT.
           EXIT.

      * AUTO-REPLIES AND BOUNCES ARE KNOWN BY THEIR SUBJECT, MAILER
      * DAEMONS BY THEIR ADDRESS; THE TEST IS ON UPPERCASED COPIES
      * SO THE CAPTURE STEP'S CASE DOES NOT MATTER.
       260-CHECK-MAIL-LOOP.
           MOVE SPACES TO WS-SUPPRESS-REASON
           MOVE MAIL-SUBJECT TO WS-UC-SUBJECT
           INSPECT WS-UC-SUBJECT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE MAIL-SENDER TO WS-UC-SENDER
           INSPECT WS-UC-SENDER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > WS-LOOP-COUNT OR
                         WS-SUPPRESS-REASON NOT = SPACES
               MOVE 0 TO WS-LOOP-HITS
               IF WS-LOOP-TYPE(WS-LOOP-IDX) = 'S'
                   INSPECT WS-UC-SENDER TALLYING WS-LOOP-HITS FOR ALL
                       WS-LOOP-TEXT(WS-LOOP-IDX)
                           (1:WS-LOOP-LEN(WS-LOOP-IDX))
               ELSE
                   INSPECT WS-UC-SUBJECT TALLYING WS-LOOP-HITS FOR ALL
                       WS-LOOP-TEXT(WS-LOOP-IDX)
                           (1:WS-LOOP-LEN(WS-LOOP-IDX))
               END-IF
               IF WS-LOOP-HITS > 0
                   EVALUATE WS-LOOP-TYPE(WS-LOOP-IDX)
                       WHEN 'A'
                           MOVE 'AUTO-REPLY' TO WS-SUPPRESS-PREFIX
                       WHEN 'B'
                           MOVE 'BOUNCE' TO WS-SUPPRESS-PREFIX
                       WHEN OTHER
                           MOVE 'AUTOMATED SENDER' TO
                               WS-SUPPRESS-PREFIX
                   END-EVALUATE
                   STRING WS-SUPPRESS-PREFIX DELIMITED BY '  '
                          ' - ' DELIMITED BY SIZE
                          WS-LOOP-TEXT(WS-LOOP-IDX)
                              (1:WS-LOOP-LEN(WS-LOOP-IDX))
                              DELIMITED BY SIZE
                       INTO WS-SUPPRESS-REASON
               END-IF
           END-PERFORM.
       260-EXIT.
           EXIT.

      * EVERY MAIL PAST THE LOOP TEST COUNTS AGAINST ITS SENDER,
      * WHETHER IT GOES ON TO BE ACCEPTED, THREADED OR REJECTED.
       270-CHECK-SENDER-CAP.
           MOVE SPACES TO WS-SUPPRESS-REASON
           MOVE 0 TO WS-SND-HIT
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
                   UNTIL WS-SND-IDX > WS-SND-USED OR WS-SND-HIT > 0
               IF WS-SND-ADDR(WS-SND-IDX) = WS-UC-SENDER
                   MOVE WS-SND-IDX TO WS-SND-HIT
               END-IF
           END-PERFORM
           IF WS-SND-HIT = 0
               IF WS-SND-USED >= WS-SND-MAX
                   GO TO 270-EXIT
               END-IF
               ADD 1 TO WS-SND-USED
               MOVE WS-SND-USED TO WS-SND-HIT
               MOVE WS-UC-SENDER TO WS-SND-ADDR(WS-SND-HIT)
               MOVE 0 TO WS-SND-MAILS(WS-SND-HIT)
           END-IF
           ADD 1 TO WS-SND-MAILS(WS-SND-HIT)
           IF WS-SND-MAILS(WS-SND-HIT) > WS-SENDER-CAP
               STRING 'SENDER OVER ' WS-SENDER-CAP ' MAILS THIS RUN'
                   DELIMITED BY SIZE INTO WS-SUPPRESS-REASON
           END-IF.
       270-EXIT.
           EXIT.

      * A TICKET REFERENCE IS THE FIRST RUN OF EXACTLY SIX DIGITS IN
      * THE SUBJECT ('RE: TICKET 004512 ...').
       280-FIND-TICKET-REF.
           MOVE SPACES TO WS-REF-TIX-ID
           PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
                   UNTIL WS-PARSE-IDX > 20 OR WS-REF-TIX-ID NOT = SPACES
               IF MAIL-SUBJECT(WS-PARSE-IDX:6) NUMERIC
                   MOVE 'Y' TO WS-REF-EDGE
                   IF WS-PARSE-IDX > 1
                       COMPUTE WS-FILL-IDX = WS-PARSE-IDX - 1
                       IF MAIL-SUBJECT(WS-FILL-IDX:1) NUMERIC
                           MOVE 'N' TO WS-REF-EDGE
                       END-IF
                   END-IF
                   IF WS-PARSE-IDX < 20
                       COMPUTE WS-FILL-IDX = WS-PARSE-IDX + 6
                       IF MAIL-SUBJECT(WS-FILL-IDX:1) NUMERIC
                           MOVE 'N' TO WS-REF-EDGE
                       END-IF
                   END-IF
                   IF WS-REF-EDGE = 'Y'
                       MOVE MAIL-SUBJECT(WS-PARSE-IDX:6) TO
                           WS-REF-TIX-ID
                   END-IF
               END-IF
           END-PERFORM.
       280-EXIT.
           EXIT.

      * THE REFERENCED TICKET MUST EXIST AND THE SENDER MUST BE ITS
      * REQUESTOR OR A WATCHER. A FINISHED TICKET (CLOSED, CANCELED,
      * REJECTED) IS NOT THREADED INTO - THE MAIL OPENS A NEW TICKET
      * RELATED TO IT, AS DOES A MAIL FROM SOMEONE NOT ON THE TICKET.
       290-CHECK-REPLY.
           MOVE 'N' TO WS-ON-TICKET
           MOVE WS-REF-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   GO TO 290-EXIT
           END-READ
           MOVE TIX-ID TO WS-RELATED-ID
           IF TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-CANCELED OR
              TIX-STATUS = ST-REJECTED
               GO TO 290-EXIT
           END-IF
           IF TIX-REQUESTOR = WS-SENDER-USER
               MOVE 'Y' TO WS-ON-TICKET
               GO TO 290-EXIT
           END-IF
           IF WS-WAT-OPEN = 'Y'
               MOVE TIX-ID TO WAT-TIX-ID
               MOVE WS-SENDER-USER TO WAT-USERID
               READ WAT00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-WAT-STATUS = '00'
                   MOVE 'Y' TO WS-ON-TICKET
               END-IF
           END-IF.
       290-EXIT.
           EXIT.

      * MAILBOX NAME (UP TO 7 CHARS BEFORE THE @, UPPERCASED BY THE
      * CAPTURE STEP) BECOMES THE REQUESTOR USERID; THE DOMAIN
      * DRIVES QUEUE ROUTING.
       320-EXIT.
           EXIT.

      * EVERY MAILED TICKET CARRIES THE SAME IMPACT AND URGENCY, SO
      * THE PRIORITY IS LOOKED UP ONCE FOR THE RUN. THE U/M CELL IS
      * POSITION 2 OF THE BUILT-IN GRID.
       330-DERIVE-PRIORITY.
           MOVE SPACES TO WS-DERIVED-PRIO
           IF WS-PMX-OPEN = 'Y'
               MOVE WS-MAIL-IMPACT TO PMX-IMPACT
               MOVE WS-MAIL-URGENCY TO PMX-URGENCY
               READ PMX00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PMX-STATUS = '00' AND
                  (PMX-PRIORITY = 'H' OR PMX-PRIORITY = 'M' OR
                   PMX-PRIORITY = 'L')
                   MOVE PMX-PRIORITY TO WS-DERIVED-PRIO
                   MOVE 'M' TO WS-DERIVED-SOURCE
               END-IF
           END-IF
           IF WS-DERIVED-PRIO = SPACES
               MOVE WS-GRID-VALUES(2:1) TO WS-DERIVED-PRIO
               MOVE 'B' TO WS-DERIVED-SOURCE
           END-IF.
       330-EXIT.
           EXIT.

       340-NEXT-TICKET-NUMBER.
           MOVE 'TICKET' TO CTL-KEY
           READ STF00003-FILE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE 'MAILGWY' TO UPDBY2
           MOVE 'TICKET CREATED VIA MAIL GATEWAY' TO LAST-UPDATE-REM
           MOVE WS-DERIVED-PRIO TO TIX-PRIORITY
           MOVE 'EMAIL' TO TIX-CATEGORY
           MOVE SPACES TO TIX-DUE-DATE
           MOVE SPACES TO TIX-ASSIGNED-TO
           MOVE WS-ROUTE-QUEUE TO TIX-QUEUE
           MOVE WS-RELATED-ID TO TIX-RELATED-ID
           WRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB012 - TICKET WRITE FAILED FOR '
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE 'C' TO WS-JRN-ACTION
               PERFORM 860-WRITE-JOURNAL
               MOVE SPACES TO PDV-RECORD
               MOVE WS-NEW-TIX-ID TO PDV-TIX-ID
               MOVE WS-MAIL-IMPACT TO PDV-IMPACT
               MOVE WS-MAIL-URGENCY TO PDV-URGENCY
               MOVE WS-DERIVED-PRIO TO PDV-DERIVED
               MOVE WS-DERIVED-SOURCE TO PDV-SOURCE
               WRITE PDV-RECORD
                   INVALID KEY
                       DISPLAY 'SMB012 - PDV00001 WRITE FAILED FOR '
                           WS-NEW-TIX-ID ' STATUS = ' WS-PDV-STATUS
               END-WRITE
           END-IF.
       350-EXIT.
           EXIT.
       380-EXIT.
           EXIT.

       390-SUPPRESS.
           ADD 1 TO WS-CNT-SUPPRESSED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE MAIL-SENDER(1:22) TO WS-PRINT-LINE(1:22)
           MOVE 'SUPPRESS' TO WS-PRINT-LINE(24:8)
           MOVE WS-SUPPRESS-REASON TO WS-PRINT-LINE(33:40)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       390-EXIT.
           EXIT.

       400-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           STRING 'MAIL ITEMS REJECTED' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-THREADED TO WS-PRINT-COUNT
           STRING 'REPLIES THREADED   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REOPENED TO WS-PRINT-COUNT
           STRING 'REOPENED/RELEASED  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SUPPRESSED TO WS-PRINT-COUNT
           STRING 'MAIL SUPPRESSED    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.
           EXIT.

      * A REPLY ON A LIVE TICKET. TIX-RECORD HOLDS THE TICKET READ
      * BY 290-CHECK-REPLY.
       500-THREAD-REPLY.
           ADD 1 TO WS-CNT-THREADED
           PERFORM 510-WRITE-COMMENTS THRU 510-EXIT
           MOVE 'COMMENT ADDED' TO WS-THREAD-ACTION
           IF TIX-REQUESTOR = WS-SENDER-USER AND
              (TIX-STATUS = ST-ONHOLD OR TIX-STATUS = ST-COMPLETED OR
               TIX-STATUS = ST-PENDCONF)
               IF WS-GATE-HELD = 'Y'
                   PERFORM 520-CHANGE-STATUS THRU 520-EXIT
               ELSE
                   MOVE 'COMMENT ONLY - GATE NOT HELD' TO
                       WS-THREAD-ACTION
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE MAIL-SENDER(1:22) TO WS-PRINT-LINE(1:22)
           MOVE 'THREADED' TO WS-PRINT-LINE(24:8)
           MOVE TIX-ID TO WS-PRINT-LINE(33:6)
           MOVE WS-THREAD-ACTION TO WS-PRINT-LINE(40:30)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       500-EXIT.
           EXIT.

      * THE BODY GOES IN AS UP TO THREE 60-BYTE STF00007 COMMENTS
      * AFTER THE TICKET'S LAST ONE, SIGNED BY THE SENDER; A BLANK
      * BODY LEAVES THE SUBJECT AS THE COMMENT.
       510-WRITE-COMMENTS.
           MOVE 0 TO WS-CMT-NEXT-SEQ
           MOVE TIX-ID TO CMT-TIX-ID1
           MOVE 0 TO CMT-SEQ-NUM
           MOVE 'N' TO WS-CMT-EOF
           START STF00007-FILE KEY IS NOT LESS THAN CMT-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CMT-EOF
           END-START
           PERFORM UNTIL WS-CMT-EOF = 'Y'
               READ STF00007-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CMT-EOF
                   NOT AT END
                       IF CMT-TIX-ID1 = TIX-ID
                           MOVE CMT-SEQ-NUM TO WS-CMT-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-CMT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF MAIL-BODY = SPACES
               MOVE MAIL-SUBJECT TO CMT-TEXT
               PERFORM 515-WRITE-ONE-COMMENT
               GO TO 510-EXIT
           END-IF
           PERFORM VARYING WS-CMT-SLICE FROM 1 BY 1
                   UNTIL WS-CMT-SLICE > 3
               COMPUTE WS-CMT-POS = (WS-CMT-SLICE - 1) * 60 + 1
               IF MAIL-BODY(WS-CMT-POS:60) NOT = SPACES
                   MOVE MAIL-BODY(WS-CMT-POS:60) TO CMT-TEXT
                   PERFORM 515-WRITE-ONE-COMMENT
               END-IF
           END-PERFORM.
       510-EXIT.
           EXIT.

       515-WRITE-ONE-COMMENT.
           ADD 1 TO WS-CMT-NEXT-SEQ
           MOVE TIX-ID TO CMT-TIX-ID1
           MOVE WS-CMT-NEXT-SEQ TO CMT-SEQ-NUM
           MOVE WS-SENDER-USER TO CMT-BY
           MOVE WS-FMT-DATE(1:10) TO CMT-DATE
           MOVE WS-FMT-TIME TO CMT-TIME
           WRITE CMT-RECORD
               INVALID KEY
                   DISPLAY 'SMB012 - COMMENT WRITE FAILED FOR '
                       TIX-ID ' STATUS = ' WS-STF7-STATUS
           END-WRITE.
       515-EXIT.
           EXIT.

      * THE REQUESTOR HAS ANSWERED: AN ONHOLD TICKET IS RELEASED AS
      * SMB029 RELEASES ONE, A COMPLETED OR PENDCONF ONE IS REOPENED
      * AS SM007 REOPENS ONE. EITHER WAY IT GOES BACK TO CREATED,
      * JOURNALED, LOGGED AND AUDITED.
       520-CHANGE-STATUS.
           MOVE TIX-STATUS TO WS-AUD-OLD-STATUS
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE TIX-RECORD TO WS-JRN-BEFORE(1:282)
           MOVE ST-CREATED TO TIX-STATUS
           IF WS-AUD-OLD-STATUS = ST-ONHOLD
               MOVE WS-RELEASE-REM TO LAST-UPDATE-REM
               MOVE 'HOLD RELEASED' TO WS-THREAD-ACTION
           ELSE
               MOVE WS-REOPEN-REM TO LAST-UPDATE-REM
               MOVE 'REOPENED' TO WS-THREAD-ACTION
           END-IF
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE 'MAILGWY' TO UPDBY2
           REWRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB012 - REWRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-STF1-STATUS
           END-REWRITE
           IF WS-STF1-STATUS NOT = '00'
               MOVE 'COMMENT ONLY - REWRITE FAILED' TO
                   WS-THREAD-ACTION
               GO TO 520-EXIT
           END-IF
           ADD 1 TO WS-CNT-REOPENED
           MOVE 'U' TO WS-JRN-ACTION
           PERFORM 860-WRITE-JOURNAL
           PERFORM 530-WRITE-LOG THRU 530-EXIT
           PERFORM 540-WRITE-AUDIT THRU 540-EXIT
           IF WS-AUD-OLD-STATUS = ST-ONHOLD
               PERFORM 550-CLOSE-OUT-ROLLUP THRU 550-EXIT
           END-IF.
       520-EXIT.
           EXIT.

       530-WRITE-LOG.
           MOVE 1 TO WS-NEXT-SEQ
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
                           MOVE LOG-SEQ-NUM TO WS-NEXT-SEQ
                           ADD 1 TO WS-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE TIX-ID TO LOG-TIX-ID1
           MOVE WS-NEXT-SEQ TO LOG-SEQ-NUM
           MOVE WS-FMT-DATE TO LOG-LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LOG-LAST-UPDATE-TIME
           MOVE 'MAILGWY' TO LOG-UPDBY2
           MOVE LAST-UPDATE-REM TO LOG-LAST-UPDATE-REM
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY 'SMB012 - LOG WRITE FAILED FOR '
                       TIX-ID ' STATUS = ' WS-STF2-STATUS
           END-WRITE.
       530-EXIT.
           EXIT.

      * THE SINGLE-FIELD DELTA RECORD SMB029 WRITES, MIRRORED
      * THROUGH SMB080 THE SAME WAY.
       540-WRITE-AUDIT.
           MOVE 0 TO WS-AUD-NEXT-SEQ
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE 0 TO AUD-SEQ
           MOVE 'N' TO WS-AUD-DONE
           START AUD00001-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUD-DONE
           END-START
           PERFORM UNTIL WS-AUD-DONE = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUD-DONE
                   NOT AT END
                       IF AUD-TIX-ID = TIX-ID
                           MOVE AUD-SEQ TO WS-AUD-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-AUD-DONE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-AUD-NEXT-SEQ
           MOVE SPACES TO AUD-RECORD
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE WS-AUD-NEXT-SEQ TO AUD-SEQ
           MOVE 'STATUS' TO AUD-FIELD
           MOVE WS-AUD-OLD-STATUS TO AUD-BEFORE
           MOVE ST-CREATED TO AUD-AFTER
           MOVE 'MAILGWY' TO AUD-BY
           MOVE WS-TODAY-YMD-X TO AUD-DATE
           MOVE WS-TIME-X(1:6) TO AUD-TIME
           WRITE AUD-RECORD
               INVALID KEY
                   DISPLAY 'SMB012 - AUDIT WRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-AUD-STATUS
           END-WRITE
           IF WS-AUD-STATUS = '00'
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'A' TO ACW-FILE
               MOVE AUD-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUD-RECORD TO ACW-LENGTH
               MOVE AUD-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       540-EXIT.
           EXIT.

      * CLOSES THE MRF00001 OPEN HOLD SPAN AS SMB029 DOES, SO
      * SMB011'S HELD-ADJUSTED DUE DATE COUNTS IT.
       550-CLOSE-OUT-ROLLUP.
           IF WS-MRF-OPEN NOT = 'Y'
               GO TO 550-EXIT
           END-IF
           MOVE TIX-ID TO MRF-TIX-ID
           READ MRF00001-FILE
               INVALID KEY
                   GO TO 550-EXIT
           END-READ
           IF MRF-HOLD-START NOT NUMERIC
               GO TO 550-EXIT
           END-IF
           MOVE MRF-HOLD-START TO WS-HOLD-START-N
           COMPUTE WS-HELD-SPAN = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-HOLD-START-N)
           IF WS-HELD-SPAN > 0
               ADD WS-HELD-SPAN TO MRF-HELD-DAYS
           END-IF
           MOVE SPACES TO MRF-HOLD-START
           REWRITE MRF-RECORD
               INVALID KEY
                   DISPLAY 'SMB012 - MRF00001 REWRITE FAILED FOR '
                       MRF-TIX-ID
           END-REWRITE.
       550-EXIT.
           EXIT.

      * FORWARD-RECOVERY JOURNALING - THE BATCH TWIN OF SM047P'S
      * WRITE, SO AN SMB023 REPLAY SEES THIS JOB'S CHANGES TOO.
      * CALLER SETS WS-JRN-ACTION AND WS-JRN-BEFORE; THE CURRENT
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               MOVE WS-CNT-READ TO RUN-COUNT-READ
               COMPUTE RUN-COUNT-CHANGED = WS-CNT-ACCEPTED +
                   WS-CNT-THREADED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
           DISPLAY 'SMB012 - MAIL READ       = ' WS-CNT-READ
           DISPLAY 'SMB012 - TICKETS CREATED = ' WS-CNT-ACCEPTED
           DISPLAY 'SMB012 - REJECTED        = ' WS-CNT-REJECTED
           DISPLAY 'SMB012 - REPLIES THREADED= ' WS-CNT-THREADED
           DISPLAY 'SMB012 - SUPPRESSED      = ' WS-CNT-SUPPRESSED
           CLOSE MAIL-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00003-FILE
           CLOSE STF00004-FILE
           CLOSE UAF00001-FILE
           IF WS-PMX-OPEN = 'Y'
               CLOSE PMX00001-FILE
           END-IF
           CLOSE PDV00001-FILE
           CLOSE STF00007-FILE
           IF WS-WAT-OPEN = 'Y'
               CLOSE WAT00001-FILE
           END-IF
           CLOSE AUD00001-FILE
           IF WS-MRF-OPEN = 'Y'
               CLOSE MRF00001-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
           CLOSE STF00003-FILE
           CLOSE STF00004-FILE
           CLOSE UAF00001-FILE
           CLOSE PMX00001-FILE
           CLOSE PDV00001-FILE
           CLOSE STF00007-FILE
           CLOSE WAT00001-FILE
           CLOSE AUD00001-FILE
           CLOSE MRF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
