       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB102.
      *
      * SECURITY EVENT FEED TO THE CORPORATE SIEM.
      * RUN SEVERAL TIMES A DAY. EACH RUN SENDS EVERY SECURITY EVENT
      * RECORDED SINCE THE LAST RUN AS ONE NORMALISED, PIPE-
      * DELIMITED LINE ON SIEMOUT (A NEW GENERATION EACH RUN):
      *
      *   SJF00001 - SIGN-ON, SIGN-OFF, IDLE TIMEOUT, SESSION
      *              TAKEOVER, PIN FAILURE, LOCKOUT, PIN CHANGE,
      *              FIELD-ACCESS AND TERMINAL REFUSALS,
      *   UAF00002 - ROLE FLAG CHANGES (AN ADMIN GRANT IS RAISED),
      *   CAJ00001 - CONFIDENTIAL TICKET READS, ALLOWED OR REFUSED,
      *   DCF00001 - TWO-PERSON APPROVALS GIVEN ON SM67.
      *
      * EACH LINE IS - TIMESTAMP (YYYY-MM-DD HH:MM:SS), EVENT TYPE,
      * ACTOR, TARGET, TERMINAL, OUTCOME (SUCCESS, FAILURE, DENIED
      * OR INFO), SEVERITY (01 LOW TO 09 CRITICAL), SOURCE FILE AND
      * THE SOURCE RECORD KEY, WHICH WITH THE TIMESTAMP IDENTIFIES
      * THE EVENT UNIQUELY FOR THE SIEM.
      *
      * SHW00001 HOLDS A HIGH-WATER MARK PER SOURCE - THE STAMP THE
      * LAST GOOD RUN STOPPED AT. A RUN TAKES THE EVENTS STAMPED
      * FROM THE MARK UP TO (NOT INCLUDING) ITS OWN CUT-OFF, WHICH
      * IS ONE MINUTE BEFORE THE RUN STARTED SO THAT A TASK STILL
      * WRITING A RECORD WITH AN EARLIER STAMP IS NOT PASSED. THE
      * MARKS ARE MOVED ON TO THE CUT-OFF ONLY AFTER SIEMOUT HAS
      * BEEN CLOSED CLEANLY; A RUN THAT FAILS LEAVES THEM WHERE THEY
      * WERE AND ITS RERUN SENDS THE SAME WINDOW AGAIN IN FULL - NO
      * EVENT IS SENT IN TWO GOOD RUNS AND NONE IS SKIPPED.
      *
      * THE CONTROL TOTALS OF EVERY RUN ARE ADDED TO THE DAY'S
      * RCF00001 RECORD FOR EACH SOURCE (JOB NAMES SEVSJF01,
      * SEVUAF02, SEVCAJ01 AND SEVDCF01 - SEE SMRCTL) FOR THE SIEM
      * TEAM TO RECONCILE AGAINST. THE JOB'S OWN RECORD ADDS UP
      * THE DAY'S RUNS THE SAME WAY, SO A SAME-DAY RERUN IS NORMAL;
      * ONLY A RUN FINDING THE LAST ONE STILL MARKED RUNNING NEEDS
      * THE FORCE CARD, ONCE THE OPERATOR HAS MADE SURE IT IS NOT
      * STILL ACTIVE.
      *
      * SYSIN CARDS: FORCE (OPTIONAL).
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
           SELECT SJF00001-FILE ASSIGN TO SJF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SJ-KEY
               FILE STATUS IS WS-SJF-STATUS.
           SELECT UAF00002-FILE ASSIGN TO UAF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-UAF2-STATUS.
           SELECT CAJ00001-FILE ASSIGN TO CAJ00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-KEY
               FILE STATUS IS WS-CAJ-STATUS.
           SELECT DCF00001-FILE ASSIGN TO DCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DCF-KEY
               FILE STATUS IS WS-DCF-STATUS.
           SELECT SHW00001-FILE ASSIGN TO SHW00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHW-SOURCE
               FILE STATUS IS WS-SHW-STATUS.
           SELECT SIEM-FILE ASSIGN TO SIEMOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIEM-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB102RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SJF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  SJ-RECORD.
           05  SJ-KEY.
               10  SJ-STAMP                      PIC X(14).
               10  SJ-TERM                       PIC X(04).
           05  SJ-USERID                         PIC X(07).
           05  SJ-EVENT                          PIC X(08).
           05  FILLER                            PIC X(07).

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

       FD  CAJ00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAJ-RECORD.
           05  CAJ-KEY.
               10  CAJ-STAMP                     PIC X(14).
               10  CAJ-SEQ                       PIC 9(03).
           05  CAJ-TIX-ID                        PIC X(06).
           05  CAJ-USERID                        PIC X(07).
           05  CAJ-ALLOWED                       PIC X(01).
           05  FILLER                            PIC X(09).

       FD  DCF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DCF-RECORD.
           05  DCF-KEY.
               10  DCF-ACTION                    PIC X(08).
               10  DCF-TARGET                    PIC X(14).
           05  DCF-STATE                         PIC X(01).
           05  DCF-STAGED-BY                     PIC X(07).
           05  DCF-STAGED-DATE                   PIC X(08).
           05  DCF-APPROVED-BY                   PIC X(07).
           05  DCF-APPR-STAMP                    PIC X(14).
           05  DCF-APPR-TERM                     PIC X(04).
           05  FILLER                            PIC X(05).

      * ONE HIGH-WATER MARK PER SOURCE FILE.
       FD  SHW00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHW-RECORD.
           05  SHW-SOURCE                        PIC X(08).
           05  SHW-MARK                          PIC X(14).
           05  SHW-RUN-STAMP                     PIC X(14).
           05  SHW-RUN-SENT                      PIC 9(07).
           05  FILLER                            PIC X(07).

       FD  SIEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIEM-RECORD                           PIC X(116).

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
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-X.
           05  WS-RUN-HH                         PIC 9(02).
           05  WS-RUN-MM                         PIC 9(02).
           05  FILLER                            PIC 9(04).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-SJF-STATUS                         PIC X(02).
       01  WS-UAF2-STATUS                        PIC X(02).
       01  WS-CAJ-STATUS                         PIC X(02).
       01  WS-DCF-STATUS                         PIC X(02).
       01  WS-SHW-STATUS                         PIC X(02).
       01  WS-SIEM-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-OPEN-STATUS                        PIC X(02).
       01  WS-EOF-SW                             PIC X.
       01  WS-SIEM-OPEN                          PIC X VALUE 'N'.

      * THE CUT-OFF - THE START OF THE MINUTE BEFORE THE RUN BEGAN.
       01  WS-CUTOFF                             PIC X(14).
       01  WS-CUT-MINUTES                        PIC 9(04).
       01  WS-CUT-HH                             PIC 9(02).
       01  WS-CUT-MM                             PIC 9(02).

      * THE SOURCES, IN THE ORDER THEY ARE READ.
       01  WS-SRC-TABLE.
           05  WS-SRC OCCURS 4 TIMES.
               10  WS-SRC-NAME                   PIC X(08).
               10  WS-SRC-JOB                    PIC X(08).
               10  WS-SRC-OPEN                   PIC X.
               10  WS-SRC-MARK                   PIC X(14).
               10  WS-SRC-HAS-MARK               PIC X.
               10  WS-SRC-READ                   PIC 9(07).
               10  WS-SRC-SENT                   PIC 9(07).
       01  WS-SX                                 PIC 9(01).

      * THE NORMALISED EVENT LINE WRITTEN TO SIEMOUT.
       01  WS-EV-STAMP                           PIC X(14).
       01  WS-SEV-LINE.
           05  SEV-TIMESTAMP                     PIC X(19).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-TYPE                          PIC X(14).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-ACTOR                         PIC X(08).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-TARGET                        PIC X(24).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-TERMINAL                      PIC X(04).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-OUTCOME                       PIC X(07).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-SEVERITY                      PIC 9(02).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-SOURCE                        PIC X(08).
           05  FILLER                            PIC X VALUE '|'.
           05  SEV-SRC-KEY                       PIC X(22).

       01  WS-CNT-SENT                           PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC Z(6)9.
       01  WS-Z7B                                PIC Z(6)9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-EXTRACT-JOURNAL THRU 200-EXIT
           PERFORM 300-EXTRACT-ROLES THRU 300-EXIT
           PERFORM 400-EXTRACT-CONF-READS THRU 400-EXIT
           PERFORM 500-EXTRACT-APPROVALS THRU 500-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           PERFORM 160-SET-CUTOFF
           MOVE 'SJF00001' TO WS-SRC-NAME(1)
           MOVE 'SEVSJF01' TO WS-SRC-JOB(1)
           MOVE 'UAF00002' TO WS-SRC-NAME(2)
           MOVE 'SEVUAF02' TO WS-SRC-JOB(2)
           MOVE 'CAJ00001' TO WS-SRC-NAME(3)
           MOVE 'SEVCAJ01' TO WS-SRC-JOB(3)
           MOVE 'DCF00001' TO WS-SRC-NAME(4)
           MOVE 'SEVDCF01' TO WS-SRC-JOB(4)
           OPEN I-O SHW00001-FILE
           IF WS-SHW-STATUS = '35'
               OPEN OUTPUT SHW00001-FILE
               CLOSE SHW00001-FILE
               OPEN I-O SHW00001-FILE
           END-IF
           IF WS-SHW-STATUS NOT = '00'
               DISPLAY 'SMB102 - UNABLE TO OPEN SHW00001, STATUS = '
                   WS-SHW-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
               PERFORM 170-GET-MARK
           END-PERFORM
           OPEN INPUT SJF00001-FILE
           MOVE 1 TO WS-SX
           MOVE WS-SJF-STATUS TO WS-OPEN-STATUS
           PERFORM 180-CHECK-SOURCE-OPEN
           OPEN INPUT UAF00002-FILE
           MOVE 2 TO WS-SX
           MOVE WS-UAF2-STATUS TO WS-OPEN-STATUS
           PERFORM 180-CHECK-SOURCE-OPEN
           OPEN INPUT CAJ00001-FILE
           MOVE 3 TO WS-SX
           MOVE WS-CAJ-STATUS TO WS-OPEN-STATUS
           PERFORM 180-CHECK-SOURCE-OPEN
           OPEN INPUT DCF00001-FILE
           MOVE 4 TO WS-SX
           MOVE WS-DCF-STATUS TO WS-OPEN-STATUS
           PERFORM 180-CHECK-SOURCE-OPEN
           OPEN OUTPUT SIEM-FILE
           IF WS-SIEM-STATUS NOT = '00'
               DISPLAY 'SMB102 - UNABLE TO OPEN SIEMOUT, STATUS = '
                   WS-SIEM-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'Y' TO WS-SIEM-OPEN
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB102 - UNABLE TO OPEN SMB102RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB102 - SECURITY EVENT FEED, RUN ' WS-RUN-DATE-X
                  ' ' WS-RUN-TIME-FMT ', CUT-OFF ' WS-CUTOFF
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'SOURCE   FROM MARK       EXAMINED     SENT'
               TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. THIS JOB RUNS SEVERAL
      * TIMES A DAY, SO AN ENDED RECORD FOR TODAY IS REOPENED AND
      * ADDED TO; ONE STILL MARKED RUNNING MEANS THE LAST RUN DID
      * NOT FINISH (OR IS STILL GOING) AND NEEDS THE FORCE CARD.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB102 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB102' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00'
               IF RUN-STS-RUNNING AND WS-FORCE-CARD NOT = 'FORCE'
                   DISPLAY 'SMB102 - THE RUN STARTED AT '
                       RUN-START-TIME ' HAS NOT ENDED - SUPPLY A '
                       'FORCE CARD ONCE IT IS KNOWN TO BE DOWN'
                   CLOSE RUNCTL-FILE
                   STOP RUN
               END-IF
               IF RUN-STS-RUNNING
                   MOVE 'Y' TO RUN-FORCED
               END-IF
               MOVE SPACES TO RUN-END-TIME
               MOVE 'RUNNING' TO RUN-STATUS
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE 'SMB102' TO RUN-JOB-NAME
               MOVE WS-RUN-DATE-X TO RUN-DATE
               MOVE WS-RUN-TIME-FMT TO RUN-START-TIME
               MOVE SPACES TO RUN-END-TIME
               MOVE 'RUNNING' TO RUN-STATUS
               MOVE ZEROES TO RUN-COUNT-READ
               MOVE ZEROES TO RUN-COUNT-CHANGED
               MOVE 'N' TO RUN-FORCED
               MOVE ZEROES TO RUN-CHAIN-SEQ
               MOVE SPACES TO RUN-CHAIN-HASH
               WRITE RUN-CTL-RECORD
                   INVALID KEY
                       DISPLAY 'SMB102 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * ONE MINUTE BACK FROM THE START, ON THE MINUTE. A RUN IN THE
      * DAY'S FIRST MINUTE CUTS OFF AT MIDNIGHT.
       160-SET-CUTOFF.
           COMPUTE WS-CUT-MINUTES =
               WS-RUN-HH * 60 + WS-RUN-MM
           IF WS-CUT-MINUTES > 0
               SUBTRACT 1 FROM WS-CUT-MINUTES
           END-IF
           DIVIDE WS-CUT-MINUTES BY 60 GIVING WS-CUT-HH
               REMAINDER WS-CUT-MM
           STRING WS-RUN-DATE-X WS-CUT-HH WS-CUT-MM '00'
               DELIMITED BY SIZE INTO WS-CUTOFF.
       160-EXIT.
           EXIT.

      * A SOURCE NEVER SENT BEFORE STARTS FROM THE BEGINNING OF ITS
      * FILE.
       170-GET-MARK.
           MOVE 0 TO WS-SRC-READ(WS-SX)
           MOVE 0 TO WS-SRC-SENT(WS-SX)
           MOVE WS-SRC-NAME(WS-SX) TO SHW-SOURCE
           READ SHW00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SHW-STATUS = '00'
               MOVE 'Y' TO WS-SRC-HAS-MARK(WS-SX)
               MOVE SHW-MARK TO WS-SRC-MARK(WS-SX)
           ELSE
               MOVE 'N' TO WS-SRC-HAS-MARK(WS-SX)
               MOVE ZEROES TO WS-SRC-MARK(WS-SX)
           END-IF.
       170-EXIT.
           EXIT.

      * A SOURCE FILE NOT YET DEFINED HAS NOTHING TO SEND; ITS MARK
      * STILL MOVES ON, AS NOTHING CAN BE STAMPED BEFORE THE CUT-OFF
      * ONCE IT IS.
       180-CHECK-SOURCE-OPEN.
           IF WS-OPEN-STATUS = '00'
               MOVE 'Y' TO WS-SRC-OPEN(WS-SX)
           ELSE
               MOVE 'N' TO WS-SRC-OPEN(WS-SX)
               IF WS-OPEN-STATUS = '35'
                   DISPLAY 'SMB102 - NO ' WS-SRC-NAME(WS-SX)
                       ' - NOTHING TO SEND FROM IT'
               ELSE
                   DISPLAY 'SMB102 - UNABLE TO OPEN '
                       WS-SRC-NAME(WS-SX) ', STATUS = '
                       WS-OPEN-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF.
       180-EXIT.
           EXIT.

      * SJF00001 IS KEYED ON ITS STAMP, SO THE WINDOW IS BROWSED
      * DIRECTLY FROM THE MARK.
       200-EXTRACT-JOURNAL.
           MOVE 1 TO WS-SX
           IF WS-SRC-OPEN(1) NOT = 'Y'
               GO TO 200-EXIT
           END-IF
           MOVE LOW-VALUES TO SJ-KEY
           MOVE WS-SRC-MARK(1) TO SJ-STAMP
           START SJF00001-FILE KEY IS NOT LESS THAN SJ-KEY
               INVALID KEY
                   GO TO 200-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ SJF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF SJ-STAMP NOT < WS-CUTOFF
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           ADD 1 TO WS-SRC-READ(1)
                           PERFORM 250-MAP-JOURNAL
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-MAP-JOURNAL.
           INITIALIZE WS-SEV-LINE
           MOVE SJ-STAMP TO WS-EV-STAMP
           MOVE SJ-USERID TO SEV-ACTOR
           MOVE SJ-USERID TO SEV-TARGET
           MOVE SJ-TERM TO SEV-TERMINAL
           MOVE SJ-KEY TO SEV-SRC-KEY
           EVALUATE SJ-EVENT
               WHEN 'SIGNON'
                   MOVE 'SIGNON' TO SEV-TYPE
                   MOVE 'SUCCESS' TO SEV-OUTCOME
                   MOVE 01 TO SEV-SEVERITY
               WHEN 'SIGNOFF'
                   MOVE 'SIGNOFF' TO SEV-TYPE
                   MOVE 'SUCCESS' TO SEV-OUTCOME
                   MOVE 01 TO SEV-SEVERITY
               WHEN 'TIMEOUT'
                   MOVE 'SIGNOFF-IDLE' TO SEV-TYPE
                   MOVE 'INFO' TO SEV-OUTCOME
                   MOVE 01 TO SEV-SEVERITY
               WHEN 'TAKEOVER'
                   MOVE 'SESSION-TAKEN' TO SEV-TYPE
                   MOVE 'SUCCESS' TO SEV-OUTCOME
                   MOVE 04 TO SEV-SEVERITY
               WHEN 'PINFAIL'
                   MOVE 'AUTH-FAILURE' TO SEV-TYPE
                   MOVE 'FAILURE' TO SEV-OUTCOME
                   MOVE 05 TO SEV-SEVERITY
               WHEN 'LOCKOUT'
                   MOVE 'ACCT-LOCKOUT' TO SEV-TYPE
                   MOVE 'FAILURE' TO SEV-OUTCOME
                   MOVE 07 TO SEV-SEVERITY
               WHEN 'PINCHG'
                   MOVE 'PIN-CHANGE' TO SEV-TYPE
                   MOVE 'SUCCESS' TO SEV-OUTCOME
                   MOVE 03 TO SEV-SEVERITY
               WHEN 'TRMREFUS'
                   MOVE 'TERM-REFUSED' TO SEV-TYPE
                   MOVE 'DENIED' TO SEV-OUTCOME
                   MOVE 07 TO SEV-SEVERITY
               WHEN 'FLDREFUS'
                   MOVE 'FIELD-REFUSED' TO SEV-TYPE
                   MOVE 'DENIED' TO SEV-OUTCOME
                   MOVE 05 TO SEV-SEVERITY
               WHEN OTHER
                   MOVE SJ-EVENT TO SEV-TYPE
                   MOVE 'INFO' TO SEV-OUTCOME
                   MOVE 03 TO SEV-SEVERITY
           END-EVALUATE
           MOVE 'SJF00001' TO SEV-SOURCE
           PERFORM 700-WRITE-EVENT.
       250-EXIT.
           EXIT.

      * UAF00002 IS KEYED ON USERID, SO EVERY RECORD IS READ AND
      * ITS MM/DD/YYYY DATE AND HH:MM:SS TIME TURNED INTO A STAMP.
       300-EXTRACT-ROLES.
           MOVE 2 TO WS-SX
           IF WS-SRC-OPEN(2) NOT = 'Y'
               GO TO 300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ UAF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(2)
                       PERFORM 350-MAP-ROLE-CHANGE THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-MAP-ROLE-CHANGE.
           IF AUDIT-DATE(3:1) NOT = '/' OR AUDIT-TIME(3:1) NOT = ':'
               GO TO 350-EXIT
           END-IF
           MOVE SPACES TO WS-EV-STAMP
           STRING AUDIT-DATE(7:4) AUDIT-DATE(1:2) AUDIT-DATE(4:2)
                  AUDIT-TIME(1:2) AUDIT-TIME(4:2) AUDIT-TIME(7:2)
               DELIMITED BY SIZE INTO WS-EV-STAMP
           IF WS-EV-STAMP < WS-SRC-MARK(2)
           OR WS-EV-STAMP NOT < WS-CUTOFF
               GO TO 350-EXIT
           END-IF
           INITIALIZE WS-SEV-LINE
           MOVE 'ROLE-CHANGE' TO SEV-TYPE
           MOVE AUDIT-CHANGED-BY TO SEV-ACTOR
           STRING AUDIT-USERID ' ' AUDIT-OLD-FLAGS '>'
                  AUDIT-NEW-FLAGS
               DELIMITED BY SIZE INTO SEV-TARGET
           MOVE 'SUCCESS' TO SEV-OUTCOME
           IF AUDIT-NEW-FLAGS(2:1) = 'Y'
           AND AUDIT-OLD-FLAGS(2:1) NOT = 'Y'
               MOVE 08 TO SEV-SEVERITY
           ELSE
               MOVE 05 TO SEV-SEVERITY
           END-IF
           MOVE 'UAF00002' TO SEV-SOURCE
           MOVE AUDIT-KEY TO SEV-SRC-KEY
           PERFORM 700-WRITE-EVENT.
       350-EXIT.
           EXIT.

      * CAJ00001 IS KEYED ON ITS STAMP LIKE SJF00001.
       400-EXTRACT-CONF-READS.
           MOVE 3 TO WS-SX
           IF WS-SRC-OPEN(3) NOT = 'Y'
               GO TO 400-EXIT
           END-IF
           MOVE LOW-VALUES TO CAJ-KEY
           MOVE WS-SRC-MARK(3) TO CAJ-STAMP
           START CAJ00001-FILE KEY IS NOT LESS THAN CAJ-KEY
               INVALID KEY
                   GO TO 400-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CAJ00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CAJ-STAMP NOT < WS-CUTOFF
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           ADD 1 TO WS-SRC-READ(3)
                           PERFORM 450-MAP-CONF-READ
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-MAP-CONF-READ.
           INITIALIZE WS-SEV-LINE
           MOVE CAJ-STAMP TO WS-EV-STAMP
           MOVE 'CONF-READ' TO SEV-TYPE
           MOVE CAJ-USERID TO SEV-ACTOR
           STRING 'TICKET ' CAJ-TIX-ID
               DELIMITED BY SIZE INTO SEV-TARGET
           IF CAJ-ALLOWED = 'Y'
               MOVE 'SUCCESS' TO SEV-OUTCOME
               MOVE 03 TO SEV-SEVERITY
           ELSE
               MOVE 'DENIED' TO SEV-OUTCOME
               MOVE 06 TO SEV-SEVERITY
           END-IF
           MOVE 'CAJ00001' TO SEV-SOURCE
           MOVE CAJ-KEY TO SEV-SRC-KEY
           PERFORM 700-WRITE-EVENT.
       450-EXIT.
           EXIT.

      * DCF00001 IS KEYED ON ACTION AND TARGET; SM068P STAMPS EACH
      * APPROVAL, AND A RECORD NOT APPROVED HAS NO STAMP.
       500-EXTRACT-APPROVALS.
           MOVE 4 TO WS-SX
           IF WS-SRC-OPEN(4) NOT = 'Y'
               GO TO 500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ DCF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(4)
                       PERFORM 550-MAP-APPROVAL THRU 550-EXIT
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

       550-MAP-APPROVAL.
           IF DCF-APPR-STAMP = SPACES
           OR DCF-APPR-STAMP < WS-SRC-MARK(4)
           OR DCF-APPR-STAMP NOT < WS-CUTOFF
               GO TO 550-EXIT
           END-IF
           INITIALIZE WS-SEV-LINE
           MOVE DCF-APPR-STAMP TO WS-EV-STAMP
           MOVE 'DUAL-APPROVAL' TO SEV-TYPE
           MOVE DCF-APPROVED-BY TO SEV-ACTOR
           STRING DCF-ACTION ' ' DCF-TARGET
               DELIMITED BY SIZE INTO SEV-TARGET
           MOVE DCF-APPR-TERM TO SEV-TERMINAL
           MOVE 'SUCCESS' TO SEV-OUTCOME
           MOVE 05 TO SEV-SEVERITY
           MOVE 'DCF00001' TO SEV-SOURCE
           MOVE DCF-KEY TO SEV-SRC-KEY
           PERFORM 700-WRITE-EVENT.
       550-EXIT.
           EXIT.

       700-WRITE-EVENT.
           STRING WS-EV-STAMP(1:4) '-' WS-EV-STAMP(5:2) '-'
                  WS-EV-STAMP(7:2) ' ' WS-EV-STAMP(9:2) ':'
                  WS-EV-STAMP(11:2) ':' WS-EV-STAMP(13:2)
               DELIMITED BY SIZE INTO SEV-TIMESTAMP
           WRITE SIEM-RECORD FROM WS-SEV-LINE
           IF WS-SIEM-STATUS NOT = '00'
               DISPLAY 'SMB102 - SIEMOUT WRITE FAILED, STATUS = '
                   WS-SIEM-STATUS
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-SRC-SENT(WS-SX)
           ADD 1 TO WS-CNT-SENT.
       700-EXIT.
           EXIT.

      * ONLY NOW THAT SIEMOUT IS SAFELY CLOSED DO THE MARKS MOVE ON.
      * A MARK NEVER MOVES BACK (TWO RUNS IN ONE MINUTE), OR THE
      * NEXT RUN WOULD SEND SOME EVENTS A SECOND TIME.
       800-COMMIT-MARKS.
           MOVE WS-SRC-NAME(WS-SX) TO SHW-SOURCE
           IF WS-SRC-MARK(WS-SX) > WS-CUTOFF
               MOVE WS-SRC-MARK(WS-SX) TO SHW-MARK
           ELSE
               MOVE WS-CUTOFF TO SHW-MARK
           END-IF
           STRING WS-RUN-DATE-X WS-RUN-TIME-X(1:6)
               DELIMITED BY SIZE INTO SHW-RUN-STAMP
           MOVE WS-SRC-SENT(WS-SX) TO SHW-RUN-SENT
           IF WS-SRC-HAS-MARK(WS-SX) = 'Y'
               REWRITE SHW-RECORD
           ELSE
               WRITE SHW-RECORD
           END-IF
           IF WS-SHW-STATUS NOT = '00'
               DISPLAY 'SMB102 - SHW00001 UPDATE FAILED FOR '
                   WS-SRC-NAME(WS-SX) ', STATUS = ' WS-SHW-STATUS
               GO TO 999-ABEND
           END-IF.
       800-EXIT.
           EXIT.

      * THE DAY'S CONTROL TOTALS FOR ONE SOURCE - SEE SMRCTL.
       820-POST-SOURCE-TOTAL.
           MOVE WS-SRC-JOB(WS-SX) TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           IF WS-RUNCTL-STATUS = '00'
               ADD WS-SRC-READ(WS-SX) TO RUN-COUNT-READ
               ADD WS-SRC-SENT(WS-SX) TO RUN-COUNT-CHANGED
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE WS-SRC-JOB(WS-SX) TO RUN-JOB-NAME
               MOVE WS-RUN-DATE-X TO RUN-DATE
               MOVE WS-RUN-TIME-FMT TO RUN-START-TIME
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               MOVE WS-SRC-READ(WS-SX) TO RUN-COUNT-READ
               MOVE WS-SRC-SENT(WS-SX) TO RUN-COUNT-CHANGED
               MOVE 'N' TO RUN-FORCED
               MOVE ZEROES TO RUN-CHAIN-SEQ
               MOVE SPACES TO RUN-CHAIN-HASH
               WRITE RUN-CTL-RECORD
                   INVALID KEY
                       DISPLAY 'SMB102 - RCF00001 WRITE FAILED FOR '
                           WS-SRC-JOB(WS-SX)
               END-WRITE
           END-IF.
       820-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB102' TO RUN-JOB-NAME
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
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
                   ADD WS-SRC-READ(WS-SX) TO RUN-COUNT-READ
               END-PERFORM
               ADD WS-CNT-SENT TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       880-PRINT-SOURCE.
           MOVE WS-SRC-READ(WS-SX) TO WS-Z7
           MOVE WS-SRC-SENT(WS-SX) TO WS-Z7B
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-SRC-NAME(WS-SX) TO WS-PRINT-LINE(1:8)
           MOVE WS-SRC-MARK(WS-SX) TO WS-PRINT-LINE(10:14)
           MOVE WS-Z7 TO WS-PRINT-LINE(26:7)
           MOVE WS-Z7B TO WS-PRINT-LINE(35:7)
           IF WS-SRC-OPEN(WS-SX) NOT = 'Y'
               MOVE 'NOT DEFINED' TO WS-PRINT-LINE(44:11)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       880-EXIT.
           EXIT.

       900-TERMINATE.
           CLOSE SIEM-FILE
           MOVE 'N' TO WS-SIEM-OPEN
           IF WS-SIEM-STATUS NOT = '00'
               DISPLAY 'SMB102 - SIEMOUT CLOSE FAILED, STATUS = '
                   WS-SIEM-STATUS ' - MARKS NOT MOVED'
               GO TO 999-ABEND
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
               PERFORM 800-COMMIT-MARKS THRU 800-EXIT
           END-PERFORM
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
               PERFORM 820-POST-SOURCE-TOTAL THRU 820-EXIT
               PERFORM 880-PRINT-SOURCE
           END-PERFORM
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SENT TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EVENTS SENT          = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NEXT RUN STARTS FROM = ' WS-CUTOFF
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB102 - EVENTS SENT = ' WS-CNT-SENT
               ' CUT-OFF = ' WS-CUTOFF
           CLOSE SJF00001-FILE
           CLOSE UAF00002-FILE
           CLOSE CAJ00001-FILE
           CLOSE DCF00001-FILE
           CLOSE SHW00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

      * THE MARKS ARE NOT MOVED - THE RERUN SENDS THE WHOLE WINDOW
      * AGAIN, AND SIEMOUT FROM THIS RUN MUST NOT BE PASSED ON.
       999-ABEND.
           CLOSE RUNCTL-FILE
           IF WS-SIEM-OPEN = 'Y'
               CLOSE SIEM-FILE
           END-IF
           CLOSE SJF00001-FILE
           CLOSE UAF00002-FILE
           CLOSE CAJ00001-FILE
           CLOSE DCF00001-FILE
           CLOSE SHW00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
