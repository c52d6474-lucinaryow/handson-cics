       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB086.
      *
      * WEEKLY CONFIGURATION CHANGE SUMMARY FOR THE CHANGE MANAGER.
      * READS THE CFA00001 CONFIGURATION AUDIT (SEE SMCFA) FOR THE
      * SEVEN DAYS ENDING ON THE SYSIN DATE (A YYYYMMDD CARD; BLANK
      * MEANS THE SEVEN DAYS ENDING YESTERDAY, WHICH IS WHAT THE
      * MONDAY-MORNING SCHEDULE WANTS) AND LISTS:
      *   - EVERY ADD, CHANGE AND DELETE IN TIME ORDER WITH WHO MADE
      *     IT, FROM WHICH TERMINAL, AND THE ROW BEFORE AND AFTER,
      *   - THE NUMBER OF ADDS, CHANGES AND DELETES PER TABLE,
      *   - THE SAME PER USERID.
      * SM112P (SMCA) BROWSES THE SAME FILE ONLINE.
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
           SELECT CFA00001-FILE ASSIGN TO CFA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFA-KEY
               FILE STATUS IS WS-CFA-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB086RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CFA00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCFA.

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
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X   PIC 9(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-CFA-STATUS                         PIC X(02).
       01  WS-CFA-OPEN                           PIC X VALUE 'N'.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-CFA                            PIC X VALUE 'N'.

       01  WS-WEEK-END-X                         PIC X(08).
       01  WS-WEEK-END REDEFINES WS-WEEK-END-X   PIC 9(08).
       01  WS-WEEK-START-X                       PIC X(08).
       01  WS-WEEK-START REDEFINES WS-WEEK-START-X
                                                 PIC 9(08).
       01  WS-DAY-INT                            PIC 9(09).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-CHANGES                        PIC 9(07) VALUE 0.

      * ONE ENTRY PER TABLE SEEN, THEN ONE PER USERID SEEN. THE
      * ACTION SUBSCRIPT IS 1 ADD, 2 CHANGE, 3 DELETE.
       01  WS-TBL-MAX                            PIC 9(03) VALUE 20.
       01  WS-TBL-TBL.
           05  WS-TBL-ENT OCCURS 20 TIMES.
               10  WS-TBL-NAME                   PIC X(08).
               10  WS-TBL-CNT OCCURS 3 TIMES     PIC 9(07).
       01  WS-TBL-USED                           PIC 9(03) VALUE 0.
       01  WS-USR-MAX                            PIC 9(03) VALUE 100.
       01  WS-USR-TBL.
           05  WS-USR-ENT OCCURS 100 TIMES.
               10  WS-USR-NAME                   PIC X(07).
               10  WS-USR-CNT OCCURS 3 TIMES     PIC 9(07).
       01  WS-USR-USED                           PIC 9(03) VALUE 0.
       01  WS-USR-FULL                           PIC 9(07) VALUE 0.
       01  WS-ACT-IDX                            PIC 9(01).
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-AUDIT
           PERFORM 600-PRINT-TOTALS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-WEEK-END-X FROM SYSIN
           IF WS-WEEK-END-X NOT NUMERIC
               PERFORM 120-DEFAULT-WEEK
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM 150-RUN-CONTROL-START
      * NO CFA00001 FILE YET MEANS NO SCREEN HAS LOGGED A CHANGE.
           OPEN INPUT CFA00001-FILE
           IF WS-CFA-STATUS = '00'
               MOVE 'Y' TO WS-CFA-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-CFA
               IF WS-CFA-STATUS NOT = '35'
                   DISPLAY 'SMB086 - UNABLE TO OPEN CFA00001, STATUS = '
                       WS-CFA-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB086 - UNABLE TO OPEN SMB086RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           INITIALIZE WS-TBL-TBL
           INITIALIZE WS-USR-TBL
           MOVE 'SMB086 - WEEKLY CONFIGURATION CHANGE SUMMARY' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'WEEK ' WS-WEEK-START-X ' TO ' WS-WEEK-END-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DATE     TIME   USERID  TERM TABLE    A '
                  'ROW KEY              PROGRAM'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * NO DATE CARD - THE SEVEN DAYS ENDING YESTERDAY.
       120-DEFAULT-WEEK.
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
           COMPUTE WS-WEEK-END =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
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
               DISPLAY 'SMB086 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB086' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB086 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB086' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB086 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * THE FILE IS KEYED ON THE TIME STAMP, SO THE WEEK IS ONE
      * STRETCH OF IT STARTING AT THE FIRST DAY.
       200-PROCESS-AUDIT.
           IF WS-EOF-CFA = 'N'
               MOVE LOW-VALUES TO CFA-KEY
               MOVE WS-WEEK-START-X TO CFA-DATE
               START CFA00001-FILE KEY IS NOT LESS THAN CFA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-CFA
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-CFA = 'Y'
               READ CFA00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CFA
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF CFA-DATE > WS-WEEK-END-X
                           MOVE 'Y' TO WS-EOF-CFA
                       ELSE
                           PERFORM 250-PROCESS-CHANGE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNT-CHANGES = 0
               MOVE 'NO CONFIGURATION CHANGES IN THE WEEK' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       200-EXIT.
           EXIT.

       250-PROCESS-CHANGE.
           ADD 1 TO WS-CNT-CHANGES
           EVALUATE TRUE
               WHEN CFA-ADD
                   MOVE 1 TO WS-ACT-IDX
               WHEN CFA-CHANGE
                   MOVE 2 TO WS-ACT-IDX
               WHEN OTHER
                   MOVE 3 TO WS-ACT-IDX
           END-EVALUATE
           PERFORM 300-COUNT-TABLE
           PERFORM 320-COUNT-USER
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CFA-DATE TO WS-PRINT-LINE(1:8)
           MOVE CFA-TIME TO WS-PRINT-LINE(10:6)
           MOVE CFA-USERID TO WS-PRINT-LINE(17:7)
           MOVE CFA-TERM TO WS-PRINT-LINE(25:4)
           MOVE CFA-TABLE TO WS-PRINT-LINE(30:8)
           MOVE CFA-ACTION TO WS-PRINT-LINE(39:1)
           MOVE CFA-ROW-KEY TO WS-PRINT-LINE(41:20)
           MOVE CFA-PROGRAM TO WS-PRINT-LINE(62:8)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT CFA-ADD
               MOVE SPACES TO WS-PRINT-LINE
               MOVE '    BEFORE ' TO WS-PRINT-LINE(1:11)
               MOVE CFA-BEFORE TO WS-PRINT-LINE(12:40)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF NOT CFA-DELETE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE '    AFTER  ' TO WS-PRINT-LINE(1:11)
               MOVE CFA-AFTER TO WS-PRINT-LINE(12:40)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       250-EXIT.
           EXIT.

       300-COUNT-TABLE.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TBL-USED OR WS-HIT > 0
               IF WS-TBL-NAME(WS-IDX) = CFA-TABLE
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-TBL-USED < WS-TBL-MAX
               ADD 1 TO WS-TBL-USED
               MOVE WS-TBL-USED TO WS-HIT
               MOVE CFA-TABLE TO WS-TBL-NAME(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-TBL-CNT(WS-HIT, WS-ACT-IDX)
           END-IF.
       300-EXIT.
           EXIT.

      * A WEEK WITH MORE USERIDS THAN THE TABLE HOLDS COUNTS THE
      * REST ON ONE LINE AT THE END.
       320-COUNT-USER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-USR-USED OR WS-HIT > 0
               IF WS-USR-NAME(WS-IDX) = CFA-USERID
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-USR-USED < WS-USR-MAX
               ADD 1 TO WS-USR-USED
               MOVE WS-USR-USED TO WS-HIT
               MOVE CFA-USERID TO WS-USR-NAME(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WS-USR-CNT(WS-HIT, WS-ACT-IDX)
           ELSE
               ADD 1 TO WS-USR-FULL
           END-IF.
       320-EXIT.
           EXIT.

       600-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BY TABLE      ADDED  CHANGED  DELETED' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TBL-USED
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-TBL-NAME(WS-IDX) TO WS-PRINT-LINE(1:8)
               MOVE WS-TBL-CNT(WS-IDX, 1) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
               MOVE WS-TBL-CNT(WS-IDX, 2) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(21:7)
               MOVE WS-TBL-CNT(WS-IDX, 3) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(30:7)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BY USERID     ADDED  CHANGED  DELETED' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-USR-USED
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-USR-NAME(WS-IDX) TO WS-PRINT-LINE(1:7)
               MOVE WS-USR-CNT(WS-IDX, 1) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
               MOVE WS-USR-CNT(WS-IDX, 2) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(21:7)
               MOVE WS-USR-CNT(WS-IDX, 3) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(30:7)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-USR-FULL > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-USR-FULL TO WS-PRINT-COUNT
               STRING 'OTHERS ' WS-PRINT-COUNT ' CHANGES'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CHANGES TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL CHANGES IN THE WEEK ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB086' TO RUN-JOB-NAME
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
               MOVE WS-CNT-CHANGES TO RUN-COUNT-READ
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB086 - AUDIT RECORDS READ = ' WS-CNT-READ
           DISPLAY 'SMB086 - CHANGES IN WEEK    = ' WS-CNT-CHANGES
           IF WS-CFA-OPEN = 'Y'
               CLOSE CFA00001-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CFA00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
