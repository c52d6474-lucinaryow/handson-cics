       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB072.
      *
      * MONTHLY PHONE-DESK FIRST-CONTACT RESOLUTION REPORT.
      * EVERY CALL TAKEN ON SM070P LEAVES AN FCR00001 RECORD (SMFCR)
      * NAMING THE AGENT, THE CATEGORY AND WHETHER THE AGENT FIXED IT
      * ON THE CALL. FOR THE CALLS OF THE SYSIN PERIOD THIS JOB:
      *   1. MARKS A RESOLVED CALL AS AN FCR FAILURE ('R') WHEN ITS
      *      TICKET PICKED UP A 'REOPENED' STF00002 ENTRY (SM004
      *      DISPUTE, SM007 REOPEN - THE SAME TEXT SMB041 COUNTS)
      *      WITHIN SEVEN DAYS OF THE CALL,
      *   2. MARKS IT ('F') WHEN ANOTHER TICKET NAMING IT IN
      *      TIX-RELATED-ID - AN SM044P LOW-RATING FOLLOW-UP OR A
      *      CALLER COMING BACK - WAS RAISED WITHIN SEVEN DAYS (THE
      *      FOLLOW-UP'S FIRST LOG ENTRY IS ITS RAISED DATE),
      *   3. LISTS THE FAILURES AND PRINTS CALLS, RESOLVED ON CALL,
      *      FAILURES AND THE FCR RATE (RESOLVED AND STAYED RESOLVED,
      *      OVER ALL CALLS) PER DESK AGENT AND PER CATEGORY, ENDING
      *      WITH THE DESK-WIDE RATE THE SERVICE CONTRACT QUOTES.
      * THE MARKS ARE RESET AND REBUILT ON EVERY RUN, SO A RERUN IS
      * SAFE. THE MONTH-START SCHEDULE RUNS IT AFTER THE SEVENTH, SO
      * THE LAST CALLS OF THE MONTH HAVE HAD THEIR FULL SEVEN DAYS.
      * PRACTICE TICKETS (TIX-QUEUE 'TRAINING') ARE LEFT OUT.
      *   CARD 1 - PERIOD, YYYYMM (BLANK = THE PREVIOUS MONTH)
      *   CARD 2 - 'FORCE' TO RERUN THE SAME DAY
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
           SELECT FCR00001-FILE ASSIGN TO FCR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCR-TIX-ID
               FILE STATUS IS WS-FCR-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB072RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCR.

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
       01  WS-FCR-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-FCR                            PIC X VALUE 'N'.
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-EOF-LOG                            PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-PERIOD-N REDEFINES WS-PERIOD-CARD.
           05  WS-PERIOD-YYYY                    PIC 9(04).
           05  WS-PERIOD-MM                      PIC 9(02).

       01  WS-FCR-WINDOW                         PIC 9(02) VALUE 07.
       01  WS-CALL-YMD-X                         PIC X(08).
       01  WS-CALL-YMD REDEFINES WS-CALL-YMD-X   PIC 9(08).
       01  WS-CALL-INT                           PIC 9(09).
       01  WS-REC-YMD-X                          PIC X(08).
       01  WS-REC-YMD REDEFINES WS-REC-YMD-X     PIC 9(08).
       01  WS-REC-INT                            PIC 9(09).
       01  WS-DAYS-AFTER                         PIC S9(05).
       01  WS-REOPEN-HIT                         PIC X.
       01  WS-SCAN-PTR                           PIC 9(02).
       01  WS-FOLLOW-TIX                         PIC X(06).

       01  WS-GRP-MAX                            PIC 9(03) VALUE 100.
       01  WS-AGT-TBL.
           05  WS-AGT-ENT OCCURS 100 TIMES.
               10  WS-AGT-KEY                    PIC X(10).
               10  WS-AGT-CALLS                  PIC 9(07).
               10  WS-AGT-RESOLVED               PIC 9(07).
               10  WS-AGT-REOPENED               PIC 9(07).
               10  WS-AGT-FOLLOWUP               PIC 9(07).
       01  WS-AGT-USED                           PIC 9(03) VALUE 0.
       01  WS-CAT-TBL.
           05  WS-CAT-ENT OCCURS 100 TIMES.
               10  WS-CAT-KEY                    PIC X(10).
               10  WS-CAT-CALLS                  PIC 9(07).
               10  WS-CAT-RESOLVED               PIC 9(07).
               10  WS-CAT-REOPENED               PIC 9(07).
               10  WS-CAT-FOLLOWUP               PIC 9(07).
       01  WS-CAT-USED                           PIC 9(03) VALUE 0.
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).
       01  WS-GRP-FULL                           PIC X VALUE 'N'.

      * ONE LINE OF FIGURES, LOADED FROM A TABLE ENTRY OR THE TOTALS
      * BEFORE 650-PRINT-FIGURES.
       01  WS-FIG.
           05  WS-FIG-KEY                        PIC X(10).
           05  WS-FIG-CALLS                      PIC 9(07).
           05  WS-FIG-RESOLVED                   PIC 9(07).
           05  WS-FIG-REOPENED                   PIC 9(07).
           05  WS-FIG-FOLLOWUP                   PIC 9(07).
       01  WS-TOT.
           05  WS-TOT-CALLS                      PIC 9(07) VALUE 0.
           05  WS-TOT-RESOLVED                   PIC 9(07) VALUE 0.
           05  WS-TOT-REOPENED                   PIC 9(07) VALUE 0.
           05  WS-TOT-FOLLOWUP                   PIC 9(07) VALUE 0.
       01  WS-FCR-COUNT                          PIC 9(07).
       01  WS-RATE                               PIC 9(03)V9(01).

       01  WS-CNT-FCR-READ                       PIC 9(07) VALUE 0.
       01  WS-CNT-IN-PERIOD                      PIC 9(07) VALUE 0.
       01  WS-CNT-TRAINING                       PIC 9(07) VALUE 0.
       01  WS-CNT-MARKED                         PIC 9(07) VALUE 0.
       01  WS-CNT-FAIL-LISTED                    PIC 9(07) VALUE 0.

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-RATE                         PIC ZZ9.9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-MARK-REOPENS
           PERFORM 300-MARK-FOLLOWUPS
           PERFORM 400-TALLY-CALLS
           PERFORM 600-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               PERFORM 120-DEFAULT-PERIOD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN I-O FCR00001-FILE
           IF WS-FCR-STATUS NOT = '00'
               DISPLAY 'SMB072 - UNABLE TO OPEN FCR00001, STATUS = '
                   WS-FCR-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB072 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB072 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB072 - UNABLE TO OPEN SMB072RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           INITIALIZE WS-AGT-TBL
           INITIALIZE WS-CAT-TBL.
       100-EXIT.
           EXIT.

      * NO PERIOD CARD - REPORT ON THE MONTH BEFORE THE RUN DATE,
      * WHICH IS WHAT THE MONTH-START SCHEDULE WANTS.
       120-DEFAULT-PERIOD.
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-X(1:6) TO WS-PERIOD-CARD
           IF WS-PERIOD-MM = 1
               MOVE 12 TO WS-PERIOD-MM
               SUBTRACT 1 FROM WS-PERIOD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
       120-EXIT.
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
               DISPLAY 'SMB072 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB072' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB072 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB072' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB072 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * PASS 1 - EVERY CALL OF THE PERIOD: CLEAR LAST RUN'S MARK, AND
      * FOR A RESOLVED ONE LOOK FOR A REOPEN INSIDE THE WINDOW.
      *****************************************************************
       200-MARK-REOPENS.
           MOVE LOW-VALUES TO FCR-TIX-ID
           START FCR00001-FILE KEY IS NOT LESS THAN FCR-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FCR
           END-START
           PERFORM UNTIL WS-EOF-FCR = 'Y'
               READ FCR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FCR
                   NOT AT END
                       ADD 1 TO WS-CNT-FCR-READ
                       PERFORM 250-ONE-CALL THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-CALL.
           IF FCR-CALL-DATE(1:6) NOT = WS-PERIOD-CARD
               GO TO 250-EXIT
           END-IF
           MOVE SPACE TO FCR-FAIL
           MOVE SPACES TO FCR-FAIL-TIX
           IF FCR-RESOLVED-ON-CALL
               PERFORM 270-SCAN-TICKET-LOG THRU 270-EXIT
           END-IF
           REWRITE FCR-RECORD
               INVALID KEY
                   DISPLAY 'SMB072 - FCR00001 REWRITE FAILED FOR '
                       FCR-TIX-ID ' STATUS = ' WS-FCR-STATUS
           END-REWRITE.
       250-EXIT.
           EXIT.

       270-SCAN-TICKET-LOG.
           MOVE FCR-CALL-DATE TO WS-CALL-YMD-X
           COMPUTE WS-CALL-INT = FUNCTION INTEGER-OF-DATE(WS-CALL-YMD)
           MOVE FCR-TIX-ID TO LOG-TIX-ID1
           MOVE 0 TO LOG-SEQ-NUM
           MOVE 'N' TO WS-EOF-LOG
           START STF00002-FILE KEY IS NOT LESS THAN LOG-TIX-ID
               INVALID KEY
                   GO TO 270-EXIT
           END-START
           PERFORM UNTIL WS-EOF-LOG = 'Y' OR FCR-FAIL-REOPENED
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       IF LOG-TIX-ID1 NOT = FCR-TIX-ID
                           MOVE 'Y' TO WS-EOF-LOG
                       ELSE
                           PERFORM 280-CHECK-REOPEN THRU 280-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       270-EXIT.
           EXIT.

      * SLIDING COMPARE FOR 'REOPENED' ANYWHERE IN THE REMARK, AS
      * SMB041 DOES - SM004'S DISPUTE TEXT CARRIES IT MID-SENTENCE.
       280-CHECK-REOPEN.
           MOVE 'N' TO WS-REOPEN-HIT
           PERFORM VARYING WS-SCAN-PTR FROM 1 BY 1
                   UNTIL WS-REOPEN-HIT = 'Y' OR WS-SCAN-PTR > 43
               IF LOG-LAST-UPDATE-REM(WS-SCAN-PTR:8) = 'REOPENED'
                   MOVE 'Y' TO WS-REOPEN-HIT
               END-IF
           END-PERFORM
           IF WS-REOPEN-HIT = 'N'
               GO TO 280-EXIT
           END-IF
           PERFORM 290-LOG-DAYS-AFTER
           IF WS-DAYS-AFTER NOT < 0 AND
              WS-DAYS-AFTER NOT > WS-FCR-WINDOW
               MOVE 'R' TO FCR-FAIL
               ADD 1 TO WS-CNT-MARKED
           END-IF.
       280-EXIT.
           EXIT.

      * DAYS FROM THE CALL TO THE STF00002 ENTRY (MM/DD/YYYY).
       290-LOG-DAYS-AFTER.
           STRING LOG-LAST-UPDATE-DATE(7:4) LOG-LAST-UPDATE-DATE(1:2)
                  LOG-LAST-UPDATE-DATE(4:2)
                  DELIMITED BY SIZE INTO WS-REC-YMD-X
           IF WS-REC-YMD-X NOT NUMERIC
               MOVE -1 TO WS-DAYS-AFTER
           ELSE
               COMPUTE WS-REC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REC-YMD)
               COMPUTE WS-DAYS-AFTER = WS-REC-INT - WS-CALL-INT
           END-IF.
       290-EXIT.
           EXIT.

      *****************************************************************
      * PASS 2 - EVERY TICKET RAISED AGAINST ANOTHER. WHEN THE OTHER
      * IS A RESOLVED CALL OF THE PERIOD NOT ALREADY MARKED, AND THE
      * NEW TICKET WAS RAISED INSIDE THE WINDOW, THE CALL FAILED.
      *****************************************************************
       300-MARK-FOLLOWUPS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
                       PERFORM 350-ONE-TICKET THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-ONE-TICKET.
           IF TIX-RELATED-ID = SPACES OR TIX-RELATED-ID = TIX-ID
               GO TO 350-EXIT
           END-IF
           MOVE TIX-RELATED-ID TO FCR-TIX-ID
           READ FCR00001-FILE
               INVALID KEY
                   GO TO 350-EXIT
           END-READ
           IF FCR-CALL-DATE(1:6) NOT = WS-PERIOD-CARD OR
              NOT FCR-RESOLVED-ON-CALL OR
              FCR-FAIL NOT = SPACE
               GO TO 350-EXIT
           END-IF
           MOVE TIX-ID TO WS-FOLLOW-TIX
           MOVE FCR-CALL-DATE TO WS-CALL-YMD-X
           COMPUTE WS-CALL-INT = FUNCTION INTEGER-OF-DATE(WS-CALL-YMD)
           MOVE WS-FOLLOW-TIX TO LOG-TIX-ID1
           MOVE 0 TO LOG-SEQ-NUM
           START STF00002-FILE KEY IS NOT LESS THAN LOG-TIX-ID
               INVALID KEY
                   GO TO 350-EXIT
           END-START
           READ STF00002-FILE NEXT RECORD
               AT END
                   GO TO 350-EXIT
           END-READ
           IF LOG-TIX-ID1 NOT = WS-FOLLOW-TIX
               GO TO 350-EXIT
           END-IF
           PERFORM 290-LOG-DAYS-AFTER
           IF WS-DAYS-AFTER < 0 OR WS-DAYS-AFTER > WS-FCR-WINDOW
               GO TO 350-EXIT
           END-IF
           MOVE 'F' TO FCR-FAIL
           MOVE WS-FOLLOW-TIX TO FCR-FAIL-TIX
           ADD 1 TO WS-CNT-MARKED
           REWRITE FCR-RECORD
               INVALID KEY
                   DISPLAY 'SMB072 - FCR00001 REWRITE FAILED FOR '
                       FCR-TIX-ID ' STATUS = ' WS-FCR-STATUS
           END-REWRITE.
       350-EXIT.
           EXIT.

      *****************************************************************
      * PASS 3 - COUNT THE PERIOD'S CALLS BY AGENT AND CATEGORY, AND
      * LIST EACH FAILURE AS IT GOES BY.
      *****************************************************************
       400-TALLY-CALLS.
           MOVE 'SMB072 - PHONE DESK FIRST-CONTACT RESOLUTION' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PERIOD ' WS-PERIOD-CARD
                  '   FAILURE = REOPENED OR FOLLOWED UP WITHIN 7 DAYS'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'FCR FAILURES' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TICKET  CALLED    AGENT    CATEGORY    FAILED BY'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-EOF-FCR
           MOVE LOW-VALUES TO FCR-TIX-ID
           START FCR00001-FILE KEY IS NOT LESS THAN FCR-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FCR
           END-START
           PERFORM UNTIL WS-EOF-FCR = 'Y'
               READ FCR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FCR
                   NOT AT END
                       PERFORM 450-TALLY-ONE THRU 450-EXIT
               END-READ
           END-PERFORM
           IF WS-CNT-FAIL-LISTED = 0
               MOVE '  NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       400-EXIT.
           EXIT.

       450-TALLY-ONE.
           IF FCR-CALL-DATE(1:6) NOT = WS-PERIOD-CARD
               GO TO 450-EXIT
           END-IF
           MOVE FCR-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF1-STATUS = '00' AND TIX-QUEUE = 'TRAINING'
               ADD 1 TO WS-CNT-TRAINING
               GO TO 450-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE FCR-TIX-ID TO COP-TIX-ID
           MOVE SPACES TO COP-KEY
           IF WS-STF1-STATUS = '00'
               MOVE TIX-REQUESTOR TO COP-KEY
           END-IF
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 450-EXIT
           END-IF
           ADD 1 TO WS-CNT-IN-PERIOD
           ADD 1 TO WS-TOT-CALLS
           IF FCR-RESOLVED-ON-CALL
               ADD 1 TO WS-TOT-RESOLVED
           END-IF
           IF FCR-FAIL-REOPENED
               ADD 1 TO WS-TOT-REOPENED
           END-IF
           IF FCR-FAIL-FOLLOWUP
               ADD 1 TO WS-TOT-FOLLOWUP
           END-IF
           PERFORM 460-FIND-AGENT
           IF WS-HIT > 0
               ADD 1 TO WS-AGT-CALLS(WS-HIT)
               IF FCR-RESOLVED-ON-CALL
                   ADD 1 TO WS-AGT-RESOLVED(WS-HIT)
               END-IF
               IF FCR-FAIL-REOPENED
                   ADD 1 TO WS-AGT-REOPENED(WS-HIT)
               END-IF
               IF FCR-FAIL-FOLLOWUP
                   ADD 1 TO WS-AGT-FOLLOWUP(WS-HIT)
               END-IF
           END-IF
           PERFORM 470-FIND-CATEGORY
           IF WS-HIT > 0
               ADD 1 TO WS-CAT-CALLS(WS-HIT)
               IF FCR-RESOLVED-ON-CALL
                   ADD 1 TO WS-CAT-RESOLVED(WS-HIT)
               END-IF
               IF FCR-FAIL-REOPENED
                   ADD 1 TO WS-CAT-REOPENED(WS-HIT)
               END-IF
               IF FCR-FAIL-FOLLOWUP
                   ADD 1 TO WS-CAT-FOLLOWUP(WS-HIT)
               END-IF
           END-IF
           IF FCR-FAIL NOT = SPACE
               PERFORM 480-LIST-FAILURE
           END-IF.
       450-EXIT.
           EXIT.

       460-FIND-AGENT.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AGT-USED OR WS-HIT > 0
               IF WS-AGT-KEY(WS-IDX) = FCR-AGENT
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-AGT-USED < WS-GRP-MAX
                   ADD 1 TO WS-AGT-USED
                   MOVE WS-AGT-USED TO WS-HIT
                   MOVE FCR-AGENT TO WS-AGT-KEY(WS-HIT)
               ELSE
                   MOVE 'Y' TO WS-GRP-FULL
               END-IF
           END-IF.
       460-EXIT.
           EXIT.

       470-FIND-CATEGORY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-USED OR WS-HIT > 0
               IF WS-CAT-KEY(WS-IDX) = FCR-CATEGORY
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-CAT-USED < WS-GRP-MAX
                   ADD 1 TO WS-CAT-USED
                   MOVE WS-CAT-USED TO WS-HIT
                   MOVE FCR-CATEGORY TO WS-CAT-KEY(WS-HIT)
               ELSE
                   MOVE 'Y' TO WS-GRP-FULL
               END-IF
           END-IF.
       470-EXIT.
           EXIT.

       480-LIST-FAILURE.
           ADD 1 TO WS-CNT-FAIL-LISTED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE FCR-TIX-ID TO WS-PRINT-LINE(1:6)
           MOVE FCR-CALL-DATE TO WS-PRINT-LINE(9:8)
           MOVE FCR-AGENT TO WS-PRINT-LINE(19:7)
           MOVE FCR-CATEGORY TO WS-PRINT-LINE(28:10)
           IF FCR-FAIL-REOPENED
               MOVE 'REOPENED' TO WS-PRINT-LINE(40:8)
           ELSE
               STRING 'FOLLOW-UP ' FCR-FAIL-TIX
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(40:16)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       480-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BY DESK AGENT' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 640-PRINT-COLUMN-HEADS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AGT-USED
               MOVE WS-AGT-ENT(WS-IDX) TO WS-FIG
               PERFORM 650-PRINT-FIGURES
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BY CATEGORY' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 640-PRINT-COLUMN-HEADS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-USED
               MOVE WS-CAT-ENT(WS-IDX) TO WS-FIG
               PERFORM 650-PRINT-FIGURES
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DESK' TO WS-FIG-KEY
           MOVE WS-TOT-CALLS TO WS-FIG-CALLS
           MOVE WS-TOT-RESOLVED TO WS-FIG-RESOLVED
           MOVE WS-TOT-REOPENED TO WS-FIG-REOPENED
           MOVE WS-TOT-FOLLOWUP TO WS-FIG-FOLLOWUP
           PERFORM 650-PRINT-FIGURES
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-RATE TO WS-PRINT-RATE
           STRING 'DESK FIRST-CONTACT RESOLUTION RATE ' WS-PRINT-RATE
                  ' PERCENT'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-GRP-FULL = 'Y'
               MOVE '** AGENT OR CATEGORY TABLE FULL - SEE DESK TOTAL'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       640-PRINT-COLUMN-HEADS.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'CALLS' TO WS-PRINT-LINE(14:5)
           MOVE 'RESOLVED' TO WS-PRINT-LINE(20:8)
           MOVE 'REOPENED' TO WS-PRINT-LINE(30:8)
           MOVE 'FOLLOW-UP' TO WS-PRINT-LINE(40:9)
           MOVE 'FCR' TO WS-PRINT-LINE(55:3)
           MOVE 'RATE' TO WS-PRINT-LINE(61:4)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       640-EXIT.
           EXIT.

      * FCR = RESOLVED ON THE CALL AND STAYED RESOLVED; THE RATE IS
      * THAT OVER EVERY CALL TAKEN.
       650-PRINT-FIGURES.
           COMPUTE WS-FCR-COUNT = WS-FIG-RESOLVED - WS-FIG-REOPENED
               - WS-FIG-FOLLOWUP
           IF WS-FIG-CALLS = 0
               MOVE 0 TO WS-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-FCR-COUNT * 100 / WS-FIG-CALLS
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-FIG-KEY TO WS-PRINT-LINE(1:10)
           MOVE WS-FIG-CALLS TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
           MOVE WS-FIG-RESOLVED TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(21:7)
           MOVE WS-FIG-REOPENED TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(31:7)
           MOVE WS-FIG-FOLLOWUP TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(42:7)
           MOVE WS-FCR-COUNT TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(51:7)
           MOVE WS-RATE TO WS-PRINT-RATE
           MOVE WS-PRINT-RATE TO WS-PRINT-LINE(60:5)
           MOVE '%' TO WS-PRINT-LINE(65:1)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB072' TO RUN-JOB-NAME
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
               MOVE WS-CNT-FCR-READ TO RUN-COUNT-READ
               MOVE WS-CNT-MARKED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB072 - CALL RECORDS READ  = ' WS-CNT-FCR-READ
           DISPLAY 'SMB072 - CALLS IN PERIOD    = ' WS-CNT-IN-PERIOD
           DISPLAY 'SMB072 - TRAINING SKIPPED   = ' WS-CNT-TRAINING
           DISPLAY 'SMB072 - FAILURES MARKED    = ' WS-CNT-MARKED
           CLOSE FCR00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FCR00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE REPORT-FILE
           STOP RUN.
