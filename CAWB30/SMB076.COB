       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB076.
      *
      * MONTHLY RESOLVED-AT-TIER REPORT.
      * HOW MUCH DOES FIRST LINE FIX WITHOUT PASSING IT ON? WALKS
      * STF00002 IN KEY ORDER WITH THE SMB010 CONTROL-BREAK ON
      * LOG-TIX-ID1 AND, FOR EACH TICKET WHOSE LAST ACTIVITY FALLS IN
      * THE SYSIN PERIOD (A YYYYMM CARD; BLANK MEANS EVERYTHING) AND
      * THAT IS RESOLVED (PENDCONF, COMPLETED OR CLOSED), COUNTS IT
      * AGAINST THE HIGHEST SUPPORT TIER IT REACHED - ITS TTR00001
      * SIDE RECORD (SEE SMTTR) WHEN IT WAS EVER ESCALATED, ELSE THE
      * QTR00001 TIER OF ITS QUEUE (NO RECORD = TIER 1). THE REPORT
      * SHOWS, PER CATEGORY, THE PERCENTAGE RESOLVED AT EACH TIER,
      * THEN THE TEN ESCALATION REASONS MOST OFTEN QUOTED IN THE
      * PERIOD, TAKEN FROM THE 'ESCALATED T>T RSN CODE' HISTORY
      * ENTRIES SM057P WRITES, SO FIRST-LINE TRAINING AND KNOWLEDGE
      * ARTICLES CAN BE AIMED WHERE THE TICKETS LEAVE THE DESK.
      *
      * TRAINING-QUEUE TICKETS ARE LEFT OUT AS IN SMB010.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT TTR00001-FILE ASSIGN TO TTR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TTR-TIX-ID
               FILE STATUS IS WS-TTR-STATUS.
           SELECT QTR00001-FILE ASSIGN TO QTR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTR-QUEUE
               FILE STATUS IS WS-QTR-STATUS.
           SELECT ESR00001-FILE ASSIGN TO ESR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESR-CODE
               FILE STATUS IS WS-ESR-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB076RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  TTR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTTR.

       FD  QTR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMQTR.

       FD  ESR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMESR.

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
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-TTR-STATUS                         PIC X(02).
       01  WS-QTR-STATUS                         PIC X(02).
       01  WS-ESR-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-LOG                            PIC X VALUE 'N'.
       01  WS-EOF-TBL                            PIC X.
       01  WS-TTR-AVAILABLE                      PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).

       01  WS-CUR-TIX-ID                         PIC X(06) VALUE SPACES.
       01  WS-LAST-YMD-X                         PIC X(08).
       01  WS-REC-YMD-X                          PIC X(08).

       01  WS-CNT-LOGS-READ                      PIC 9(07) VALUE 0.
       01  WS-CNT-TICKETS                        PIC 9(07) VALUE 0.
       01  WS-CNT-RESOLVED                       PIC 9(07) VALUE 0.
       01  WS-CNT-ESCALATIONS                    PIC 9(07) VALUE 0.

      * QUEUE TIERS, LOADED ONCE FROM QTR00001.
       01  WS-QT-TBL.
           05  WS-QT-ENT OCCURS 200 TIMES.
               10  WS-QT-QUEUE                   PIC X(10).
               10  WS-QT-TIER                    PIC 9(01).
       01  WS-QT-USED                            PIC 9(03) VALUE 0.
       01  WS-TIER                               PIC 9(01).

      * RESOLVED TICKETS BY CATEGORY AND HIGHEST TIER REACHED.
       01  WS-GRP-MAX                            PIC 9(03) VALUE 50.
       01  WS-CAT-TBL.
           05  WS-CAT-ENT OCCURS 50 TIMES.
               10  WS-CAT-KEY                    PIC X(10).
               10  WS-CAT-TOTAL                  PIC 9(07).
               10  WS-CAT-AT-TIER                PIC 9(07)
                                                   OCCURS 3 TIMES.
       01  WS-CAT-USED                           PIC 9(03) VALUE 0.
       01  WS-ALL-TOTAL                          PIC 9(07) VALUE 0.
       01  WS-ALL-AT-TIER                        PIC 9(07)
                                                   OCCURS 3 TIMES.

      * ESCALATION REASONS QUOTED IN THE PERIOD.
       01  WS-RSN-TBL.
           05  WS-RSN-ENT OCCURS 50 TIMES.
               10  WS-RSN-CODE                   PIC X(05).
               10  WS-RSN-DESC                   PIC X(30).
               10  WS-RSN-COUNT                  PIC 9(07).
               10  WS-RSN-SHOWN                  PIC X(01).
       01  WS-RSN-USED                           PIC 9(03) VALUE 0.
       01  WS-RSN-CODE-IN                        PIC X(05).
       01  WS-TOP-N                              PIC 9(02).
       01  WS-BEST                               PIC 9(03).

       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).
       01  WS-T                                  PIC 9(01).
       01  WS-PCT                                PIC 9(03).
       01  WS-PRINT-PCT                          PIC ZZ9.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-COL                                PIC 9(02).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-LOG
           PERFORM 600-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               MOVE SPACES TO WS-PERIOD-CARD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB076 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB076 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT TTR00001-FILE
           IF WS-TTR-STATUS = '00'
               MOVE 'Y' TO WS-TTR-AVAILABLE
           END-IF
           PERFORM 120-LOAD-QUEUE-TIERS THRU 120-EXIT
           PERFORM 130-LOAD-REASONS THRU 130-EXIT
           MOVE 0 TO WS-ALL-AT-TIER(1)
           MOVE 0 TO WS-ALL-AT-TIER(2)
           MOVE 0 TO WS-ALL-AT-TIER(3)
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB076 - UNABLE TO OPEN SMB076RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF.
       100-EXIT.
           EXIT.

      * NO QTR00001 MEANS EVERY QUEUE IS FIRST LINE.
       120-LOAD-QUEUE-TIERS.
           OPEN INPUT QTR00001-FILE
           IF WS-QTR-STATUS NOT = '00'
               DISPLAY 'SMB076 - NO QTR00001, STATUS = ' WS-QTR-STATUS
                   ' - ALL QUEUES TAKEN AS TIER 1'
               GO TO 120-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TBL
           PERFORM UNTIL WS-EOF-TBL = 'Y'
               READ QTR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TBL
                   NOT AT END
                       IF WS-QT-USED < 200 AND QTR-TIER NUMERIC AND
                          QTR-TIER >= 1 AND QTR-TIER <= 3
                           ADD 1 TO WS-QT-USED
                           MOVE QTR-QUEUE TO WS-QT-QUEUE(WS-QT-USED)
                           MOVE QTR-TIER TO WS-QT-TIER(WS-QT-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QTR00001-FILE.
       120-EXIT.
           EXIT.

      * THE MAINTAINED REASONS GIVE THE DESCRIPTIONS; A CODE SINCE
      * DELETED FROM ESR00001 STILL COUNTS, UNDESCRIBED.
       130-LOAD-REASONS.
           OPEN INPUT ESR00001-FILE
           IF WS-ESR-STATUS NOT = '00'
               GO TO 130-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TBL
           PERFORM UNTIL WS-EOF-TBL = 'Y'
               READ ESR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TBL
                   NOT AT END
                       IF WS-RSN-USED < WS-GRP-MAX
                           ADD 1 TO WS-RSN-USED
                           MOVE ESR-CODE TO WS-RSN-CODE(WS-RSN-USED)
                           MOVE ESR-DESC TO WS-RSN-DESC(WS-RSN-USED)
                           MOVE 0 TO WS-RSN-COUNT(WS-RSN-USED)
                           MOVE 'N' TO WS-RSN-SHOWN(WS-RSN-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESR00001-FILE.
       130-EXIT.
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
               DISPLAY 'SMB076 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB076' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB076 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB076' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB076 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-LOG.
           PERFORM UNTIL WS-EOF-LOG = 'Y'
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                       IF WS-CUR-TIX-ID NOT = SPACES
                           PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
                       END-IF
                   NOT AT END
                       ADD 1 TO WS-CNT-LOGS-READ
                       PERFORM 250-PROCESS-LOG-RECORD
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-PROCESS-LOG-RECORD.
           IF WS-CUR-TIX-ID NOT = SPACES AND
              LOG-TIX-ID1 NOT = WS-CUR-TIX-ID
               PERFORM 500-FINALIZE-TICKET THRU 500-EXIT
           END-IF
           IF WS-CUR-TIX-ID = SPACES
               MOVE LOG-TIX-ID1 TO WS-CUR-TIX-ID
               ADD 1 TO WS-CNT-TICKETS
           END-IF
           STRING LOG-LAST-UPDATE-DATE(7:4) LOG-LAST-UPDATE-DATE(1:2)
                  LOG-LAST-UPDATE-DATE(4:2)
                  DELIMITED BY SIZE INTO WS-REC-YMD-X
           MOVE WS-REC-YMD-X TO WS-LAST-YMD-X
           IF LOG-LAST-UPDATE-REM(1:10) = 'ESCALATED '
               PERFORM 300-COUNT-ESCALATION THRU 300-EXIT
           END-IF.
       250-EXIT.
           EXIT.

      * 'ESCALATED T>T RSN CODE- TO QUEUE ...' - THE REASON CODE IS
      * AT COLUMN 19 OF THE REMARK.
       300-COUNT-ESCALATION.
           IF WS-PERIOD-CARD NOT = SPACES AND
              WS-REC-YMD-X(1:6) NOT = WS-PERIOD-CARD
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-CNT-ESCALATIONS
           MOVE LOG-LAST-UPDATE-REM(19:5) TO WS-RSN-CODE-IN
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RSN-USED OR WS-HIT > 0
               IF WS-RSN-CODE(WS-IDX) = WS-RSN-CODE-IN
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-RSN-USED < WS-GRP-MAX
               ADD 1 TO WS-RSN-USED
               MOVE WS-RSN-USED TO WS-HIT
               MOVE WS-RSN-CODE-IN TO WS-RSN-CODE(WS-HIT)
               MOVE '(NO LONGER ON ESR00001)' TO WS-RSN-DESC(WS-HIT)
               MOVE 0 TO WS-RSN-COUNT(WS-HIT)
               MOVE 'N' TO WS-RSN-SHOWN(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-RSN-COUNT(WS-HIT)
           END-IF.
       300-EXIT.
           EXIT.

       500-FINALIZE-TICKET.
           IF WS-PERIOD-CARD NOT = SPACES AND
              WS-LAST-YMD-X(1:6) NOT = WS-PERIOD-CARD
               MOVE SPACES TO WS-CUR-TIX-ID
               GO TO 500-EXIT
           END-IF
           MOVE WS-CUR-TIX-ID TO TIX-ID
           MOVE SPACES TO WS-CUR-TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF1-STATUS NOT = '00'
               GO TO 500-EXIT
           END-IF
           IF TIX-STATUS NOT = 'PENDCONF' AND
              TIX-STATUS NOT = 'COMPLETED' AND
              TIX-STATUS NOT = 'CLOSED'
               GO TO 500-EXIT
           END-IF
      * PRACTICE TICKETS (TRAINING QUEUE) ARE INVISIBLE TO THE
      * PRODUCTION FIGURES.
           IF TIX-QUEUE = 'TRAINING'
               GO TO 500-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE TIX-ID TO COP-TIX-ID
           MOVE TIX-REQUESTOR TO COP-KEY
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 500-EXIT
           END-IF
           PERFORM 520-TICKET-TIER THRU 520-EXIT
           PERFORM 540-FIND-CATEGORY THRU 540-EXIT
           IF WS-HIT = 0
               GO TO 500-EXIT
           END-IF
           ADD 1 TO WS-CNT-RESOLVED
           ADD 1 TO WS-CAT-TOTAL(WS-HIT)
           ADD 1 TO WS-CAT-AT-TIER(WS-HIT, WS-TIER)
           ADD 1 TO WS-ALL-TOTAL
           ADD 1 TO WS-ALL-AT-TIER(WS-TIER).
       500-EXIT.
           EXIT.

      * HIGHEST TIER REACHED - THE TIER OF THE QUEUE IT ENDED IN,
      * RAISED TO TTR-HIGH-TIER WHEN AN ESCALATION TOOK IT HIGHER.
       520-TICKET-TIER.
           MOVE 1 TO WS-TIER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-USED
               IF WS-QT-QUEUE(WS-IDX) = TIX-QUEUE
                   MOVE WS-QT-TIER(WS-IDX) TO WS-TIER
               END-IF
           END-PERFORM
           IF WS-TTR-AVAILABLE NOT = 'Y'
               GO TO 520-EXIT
           END-IF
           MOVE TIX-ID TO TTR-TIX-ID
           READ TTR00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TTR-STATUS = '00' AND TTR-HIGH-TIER NUMERIC AND
              TTR-HIGH-TIER > WS-TIER AND TTR-HIGH-TIER <= 3
               MOVE TTR-HIGH-TIER TO WS-TIER
           END-IF.
       520-EXIT.
           EXIT.

       540-FIND-CATEGORY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-USED OR WS-HIT > 0
               IF WS-CAT-KEY(WS-IDX) = TIX-CATEGORY
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-CAT-USED < WS-GRP-MAX
               ADD 1 TO WS-CAT-USED
               MOVE WS-CAT-USED TO WS-HIT
               MOVE TIX-CATEGORY TO WS-CAT-KEY(WS-HIT)
               MOVE 0 TO WS-CAT-TOTAL(WS-HIT)
               MOVE 0 TO WS-CAT-AT-TIER(WS-HIT, 1)
               MOVE 0 TO WS-CAT-AT-TIER(WS-HIT, 2)
               MOVE 0 TO WS-CAT-AT-TIER(WS-HIT, 3)
           END-IF.
       540-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE 'SMB076 - RESOLVED AT TIER AND ESCALATION REASONS' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PERIOD-CARD NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PERIOD ' WS-PERIOD-CARD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'CATEGORY   RESOLVED' TO WS-PRINT-LINE(1:19)
           MOVE 'TIER 1    %   TIER 2    %   TIER 3    %' TO
               WS-PRINT-LINE(22:39)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-USED
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-CAT-KEY(WS-IDX) TO WS-PRINT-LINE(1:10)
               MOVE WS-CAT-TOTAL(WS-IDX) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                   COMPUTE WS-COL = 21 + (WS-T - 1) * 16
                   MOVE WS-CAT-AT-TIER(WS-IDX, WS-T) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(WS-COL:7)
                   COMPUTE WS-PCT ROUNDED =
                       WS-CAT-AT-TIER(WS-IDX, WS-T) * 100 /
                       WS-CAT-TOTAL(WS-IDX)
                   MOVE WS-PCT TO WS-PRINT-PCT
                   MOVE WS-PRINT-PCT TO WS-PRINT-LINE(WS-COL + 9:3)
               END-PERFORM
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'ALL' TO WS-PRINT-LINE(1:10)
           MOVE WS-ALL-TOTAL TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
               COMPUTE WS-COL = 21 + (WS-T - 1) * 16
               MOVE WS-ALL-AT-TIER(WS-T) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(WS-COL:7)
               IF WS-ALL-TOTAL > 0
                   COMPUTE WS-PCT ROUNDED =
                       WS-ALL-AT-TIER(WS-T) * 100 / WS-ALL-TOTAL
               ELSE
                   MOVE 0 TO WS-PCT
               END-IF
               MOVE WS-PCT TO WS-PRINT-PCT
               MOVE WS-PRINT-PCT TO WS-PRINT-LINE(WS-COL + 9:3)
           END-PERFORM
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 650-PRINT-TOP-REASONS THRU 650-EXIT.
       600-EXIT.
           EXIT.

      * THE TEN MOST-QUOTED REASONS, HIGHEST COUNT FIRST - A PLAIN
      * REPEATED PICK OF THE LARGEST COUNT NOT YET SHOWN.
       650-PRINT-TOP-REASONS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ESCALATIONS TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOP ESCALATION REASONS - ' WS-PRINT-COUNT
                  ' ESCALATIONS IN THE PERIOD'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CODE   DESCRIPTION                       COUNT    %'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-TOP-N FROM 1 BY 1 UNTIL WS-TOP-N > 10
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RSN-USED
                   IF WS-RSN-SHOWN(WS-IDX) = 'N' AND
                      WS-RSN-COUNT(WS-IDX) > 0
                       IF WS-BEST = 0
                           MOVE WS-IDX TO WS-BEST
                       ELSE
                           IF WS-RSN-COUNT(WS-IDX) >
                              WS-RSN-COUNT(WS-BEST)
                               MOVE WS-IDX TO WS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST = 0
                   MOVE 11 TO WS-TOP-N
               ELSE
                   MOVE 'Y' TO WS-RSN-SHOWN(WS-BEST)
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-RSN-CODE(WS-BEST) TO WS-PRINT-LINE(1:5)
                   MOVE WS-RSN-DESC(WS-BEST) TO WS-PRINT-LINE(8:30)
                   MOVE WS-RSN-COUNT(WS-BEST) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(39:7)
                   COMPUTE WS-PCT ROUNDED =
                       WS-RSN-COUNT(WS-BEST) * 100 / WS-CNT-ESCALATIONS
                   MOVE WS-PCT TO WS-PRINT-PCT
                   MOVE WS-PRINT-PCT TO WS-PRINT-LINE(48:3)
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB076' TO RUN-JOB-NAME
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
               MOVE WS-CNT-TICKETS TO RUN-COUNT-READ
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB076 - LOG ENTRIES READ = ' WS-CNT-LOGS-READ
               ' RESOLVED = ' WS-CNT-RESOLVED
               ' ESCALATIONS = ' WS-CNT-ESCALATIONS
           IF WS-TTR-AVAILABLE = 'Y'
               CLOSE TTR00001-FILE
           END-IF
           CLOSE STF00002-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00002-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
