       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB077.
      *
      * NIGHTLY ONLINE USAGE SUMMARY AND REPORT.
      * READS ONE DAY OF THE MTR00001 USAGE RECORDS SM106P WRITES FOR
      * EVERY SCREEN TASK (SEE SMMTR) AND FOLDS THEM INTO MTS00001
      * (SEE SMMTS) - ONE RECORD PER TRANSACTION AND HOUR WITH THE
      * TASK COUNT, TOTAL AND PEAK ELAPSED MILLISECONDS AND THE
      * COUNT BY USER ROLE. THE DAY'S OLD SUMMARY RECORDS ARE
      * CLEARED FIRST, SO RERUNNING A DAY NEVER DOUBLE-COUNTS IT.
      *
      * THE SYSIN DATE CARD (YYYYMMDD) NAMES THE DAY; A BLANK CARD
      * MEANS YESTERDAY, THE NORMAL AFTER-MIDNIGHT RUN. THE REPORT
      * SHOWS:
      *   - THE DAY'S TASKS, AVERAGE AND PEAK MILLISECONDS PER
      *     TRANSACTION, WITH THE HOUR-BY-HOUR BREAKDOWN;
      *   - THE DAY'S TASKS PER TRANSACTION BY ROLE;
      *   - MONTH ON MONTH - THE WHOLE OF LAST MONTH AGAINST THIS
      *     MONTH TO DATE, FROM THE MTS00001 HISTORY;
      *   - SCREENS NOT USED THIS MONTH. THE OPTIONAL MTRTRAN CARD
      *     FILE (TRANSACTION ID IN COLUMNS 1-4) LISTS EVERY SCREEN
      *     TRANSACTION SO ONE THAT HAS NEVER BEEN RUN STILL SHOWS;
      *     WITHOUT IT ONLY TRANSACTIONS SEEN LAST MONTH ARE LISTED.
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
           SELECT MTR00001-FILE ASSIGN TO MTR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTR-KEY
               FILE STATUS IS WS-MTR-STATUS.
           SELECT MTS00001-FILE ASSIGN TO MTS00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTS-KEY
               FILE STATUS IS WS-MTS-STATUS.
           SELECT TRAN-FILE ASSIGN TO MTRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB077RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMMTR.

       FD  MTS00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMMTS.

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAN-CARD.
           05  TRAN-CARD-ID                      PIC X(04).
           05  FILLER                            PIC X(76).

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
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-X PIC 9(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-MTR-STATUS                         PIC X(02).
       01  WS-MTS-STATUS                         PIC X(02).
       01  WS-TRN-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF                                PIC X.

       01  WS-DATE-CARD                          PIC X(08).
       01  WS-DAY-X                              PIC X(08).
       01  WS-DAY-N REDEFINES WS-DAY-X           PIC 9(08).
       01  WS-DAY-INT                            PIC 9(07).
       01  WS-THIS-MONTH                         PIC X(06).
       01  WS-PREV-MONTH.
           05  WS-PREV-YYYY                      PIC 9(04).
           05  WS-PREV-MM                        PIC 9(02).
       01  WS-CATALOGUE                          PIC X VALUE 'N'.

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-WRITTEN                        PIC 9(07) VALUE 0.
       01  WS-CNT-CLEARED                        PIC 9(07) VALUE 0.
       01  WS-CNT-DROPPED                        PIC 9(07) VALUE 0.

      * ONE ENTRY PER TRANSACTION - THE DAY BY HOUR, THEN THE TWO
      * MONTHS FOR THE TREND.
       01  WS-TRN-MAX                            PIC 9(03) VALUE 100.
       01  WS-TRN-TBL.
           05  WS-TRN-ENT OCCURS 100 TIMES.
               10  WS-TRN-ID                     PIC X(04).
               10  WS-TRN-LISTED                 PIC X(01).
               10  WS-TRN-DAY-COUNT              PIC 9(07).
               10  WS-TRN-DAY-MS                 PIC 9(11).
               10  WS-TRN-DAY-PEAK               PIC 9(07).
               10  WS-TRN-DAY-ROLE               PIC 9(07)
                                                   OCCURS 5 TIMES.
               10  WS-TRN-HOUR OCCURS 24 TIMES.
                   15  WS-HR-COUNT               PIC 9(07).
                   15  WS-HR-MS                  PIC 9(11).
                   15  WS-HR-PEAK                PIC 9(07).
                   15  WS-HR-ROLE                PIC 9(07)
                                                   OCCURS 5 TIMES.
               10  WS-TRN-PRV-COUNT              PIC 9(07).
               10  WS-TRN-PRV-MS                 PIC 9(11).
               10  WS-TRN-MTD-COUNT              PIC 9(07).
               10  WS-TRN-MTD-MS                 PIC 9(11).
       01  WS-TRN-USED                           PIC 9(03) VALUE 0.
       01  WS-TRN-KEY                            PIC X(04).

       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).
       01  WS-HR                                 PIC 9(02).
       01  WS-RL                                 PIC 9(01).
       01  WS-AVG                                PIC 9(07).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-HOUR                         PIC 99.
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-COL                                PIC 9(02).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-READ-USAGE THRU 200-EXIT
           PERFORM 400-WRITE-SUMMARY THRU 400-EXIT
           PERFORM 450-LOAD-CATALOGUE THRU 450-EXIT
           PERFORM 500-MONTH-TREND THRU 500-EXIT
           PERFORM 600-PRINT-REPORT THRU 600-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-DATE-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           IF WS-DATE-CARD NUMERIC
               MOVE WS-DATE-CARD TO WS-DAY-X
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - 1
               COMPUTE WS-DAY-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF
           MOVE WS-DAY-X(1:6) TO WS-THIS-MONTH
           MOVE WS-DAY-X(1:4) TO WS-PREV-YYYY
           MOVE WS-DAY-X(5:2) TO WS-PREV-MM
           IF WS-PREV-MM = 1
               MOVE 12 TO WS-PREV-MM
               SUBTRACT 1 FROM WS-PREV-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF
           OPEN INPUT MTR00001-FILE
           IF WS-MTR-STATUS NOT = '00'
               DISPLAY 'SMB077 - UNABLE TO OPEN MTR00001, STATUS = '
                   WS-MTR-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O MTS00001-FILE
           IF WS-MTS-STATUS = '35'
               OPEN OUTPUT MTS00001-FILE
               CLOSE MTS00001-FILE
               OPEN I-O MTS00001-FILE
           END-IF
           IF WS-MTS-STATUS NOT = '00'
               DISPLAY 'SMB077 - UNABLE TO OPEN MTS00001, STATUS = '
                   WS-MTS-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB077 - UNABLE TO OPEN SMB077RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF.
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
               DISPLAY 'SMB077 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB077' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB077 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB077' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB077 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * THE DAY'S USAGE RECORDS - ONE GENERIC BROWSE ON THE DATE.
      *****************************************************************
       200-READ-USAGE.
           MOVE LOW-VALUES TO MTR-KEY
           MOVE WS-DAY-X TO MTR-DATE
           START MTR00001-FILE KEY IS NOT LESS THAN MTR-KEY
               INVALID KEY
                   GO TO 200-EXIT
           END-START
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MTR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MTR-DATE NOT = WS-DAY-X
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CNT-READ
                           PERFORM 250-TALLY-USAGE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-TALLY-USAGE.
           MOVE MTR-TRANID TO WS-TRN-KEY
           PERFORM 300-FIND-TRAN THRU 300-EXIT
           IF WS-HIT = 0 OR MTR-TIME(1:2) NOT NUMERIC OR
              MTR-TIME(1:2) > '23'
               ADD 1 TO WS-CNT-DROPPED
               GO TO 250-EXIT
           END-IF
           MOVE MTR-TIME(1:2) TO WS-HR
           ADD 1 TO WS-HR
           EVALUATE TRUE
               WHEN MTR-ROLE-ADMIN
                   MOVE 1 TO WS-RL
               WHEN MTR-ROLE-SP
                   MOVE 2 TO WS-RL
               WHEN MTR-ROLE-APPROVER
                   MOVE 3 TO WS-RL
               WHEN MTR-ROLE-REQUESTOR
                   MOVE 4 TO WS-RL
               WHEN OTHER
                   MOVE 5 TO WS-RL
           END-EVALUATE
           IF MTR-ELAPSED-MS NOT NUMERIC
               MOVE 0 TO MTR-ELAPSED-MS
           END-IF
           ADD 1 TO WS-TRN-DAY-COUNT(WS-HIT)
           ADD MTR-ELAPSED-MS TO WS-TRN-DAY-MS(WS-HIT)
           IF MTR-ELAPSED-MS > WS-TRN-DAY-PEAK(WS-HIT)
               MOVE MTR-ELAPSED-MS TO WS-TRN-DAY-PEAK(WS-HIT)
           END-IF
           ADD 1 TO WS-TRN-DAY-ROLE(WS-HIT, WS-RL)
           ADD 1 TO WS-HR-COUNT(WS-HIT, WS-HR)
           ADD MTR-ELAPSED-MS TO WS-HR-MS(WS-HIT, WS-HR)
           IF MTR-ELAPSED-MS > WS-HR-PEAK(WS-HIT, WS-HR)
               MOVE MTR-ELAPSED-MS TO WS-HR-PEAK(WS-HIT, WS-HR)
           END-IF
           ADD 1 TO WS-HR-ROLE(WS-HIT, WS-HR, WS-RL).
       250-EXIT.
           EXIT.

       300-FIND-TRAN.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRN-USED OR WS-HIT > 0
               IF WS-TRN-ID(WS-IDX) = WS-TRN-KEY
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0 OR WS-TRN-USED NOT < WS-TRN-MAX
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-TRN-USED
           MOVE WS-TRN-USED TO WS-HIT
           INITIALIZE WS-TRN-ENT(WS-HIT)
           MOVE WS-TRN-KEY TO WS-TRN-ID(WS-HIT)
           MOVE 'N' TO WS-TRN-LISTED(WS-HIT).
       300-EXIT.
           EXIT.

      *****************************************************************
      * REPLACE THE DAY'S SUMMARY RECORDS.
      *****************************************************************
       400-WRITE-SUMMARY.
           MOVE LOW-VALUES TO MTS-KEY
           MOVE WS-DAY-X TO MTS-DATE
           START MTS00001-FILE KEY IS NOT LESS THAN MTS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MTS00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MTS-DATE NOT = WS-DAY-X
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE MTS00001-FILE RECORD
                           ADD 1 TO WS-CNT-CLEARED
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRN-USED
               PERFORM VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24
                   IF WS-HR-COUNT(WS-IDX, WS-HR) > 0
                       PERFORM 420-WRITE-HOUR THRU 420-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.
       400-EXIT.
           EXIT.

       420-WRITE-HOUR.
           MOVE SPACES TO MTS-RECORD
           MOVE WS-DAY-X TO MTS-DATE
           MOVE WS-TRN-ID(WS-IDX) TO MTS-TRANID
           COMPUTE MTS-HOUR = WS-HR - 1
           MOVE WS-HR-COUNT(WS-IDX, WS-HR) TO MTS-COUNT
           MOVE WS-HR-MS(WS-IDX, WS-HR) TO MTS-TOTAL-MS
           MOVE WS-HR-PEAK(WS-IDX, WS-HR) TO MTS-PEAK-MS
           PERFORM VARYING WS-RL FROM 1 BY 1 UNTIL WS-RL > 5
               MOVE WS-HR-ROLE(WS-IDX, WS-HR, WS-RL) TO
                   MTS-CNT-ROLE(WS-RL)
           END-PERFORM
           WRITE MTS-RECORD
               INVALID KEY
                   DISPLAY 'SMB077 - MTS00001 WRITE FAILED, STATUS = '
                       WS-MTS-STATUS
                   GO TO 420-EXIT
           END-WRITE
           ADD 1 TO WS-CNT-WRITTEN.
       420-EXIT.
           EXIT.

      * THE SCREEN CATALOGUE IS OPTIONAL; A LISTED TRANSACTION GETS
      * A TABLE ENTRY EVEN IF IT HAS NEVER BEEN RUN.
       450-LOAD-CATALOGUE.
           OPEN INPUT TRAN-FILE
           IF WS-TRN-STATUS NOT = '00'
               GO TO 450-EXIT
           END-IF
           MOVE 'Y' TO WS-CATALOGUE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRAN-CARD-ID NOT = SPACES AND
                          TRAN-CARD-ID(1:1) NOT = '*'
                           MOVE TRAN-CARD-ID TO WS-TRN-KEY
                           PERFORM 300-FIND-TRAN THRU 300-EXIT
                           IF WS-HIT > 0
                               MOVE 'Y' TO WS-TRN-LISTED(WS-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.
       450-EXIT.
           EXIT.

      *****************************************************************
      * LAST MONTH AND THIS MONTH TO DATE FROM THE SUMMARY HISTORY.
      *****************************************************************
       500-MONTH-TREND.
           MOVE LOW-VALUES TO MTS-KEY
           MOVE WS-PREV-MONTH TO MTS-DATE(1:6)
           MOVE '01' TO MTS-DATE(7:2)
           START MTS00001-FILE KEY IS NOT LESS THAN MTS-KEY
               INVALID KEY
                   GO TO 500-EXIT
           END-START
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MTS00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MTS-DATE > WS-DAY-X
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 520-TALLY-MONTH THRU 520-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

       520-TALLY-MONTH.
           MOVE MTS-TRANID TO WS-TRN-KEY
           PERFORM 300-FIND-TRAN THRU 300-EXIT
           IF WS-HIT = 0
               GO TO 520-EXIT
           END-IF
           IF MTS-DATE(1:6) = WS-THIS-MONTH
               ADD MTS-COUNT TO WS-TRN-MTD-COUNT(WS-HIT)
               ADD MTS-TOTAL-MS TO WS-TRN-MTD-MS(WS-HIT)
           ELSE
               ADD MTS-COUNT TO WS-TRN-PRV-COUNT(WS-HIT)
               ADD MTS-TOTAL-MS TO WS-TRN-PRV-MS(WS-HIT)
           END-IF.
       520-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SMB077 - ONLINE USAGE FOR ' WS-DAY-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TRAN  HOUR  TASKS   AVG MS  PEAK MS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRN-USED
               IF WS-TRN-DAY-COUNT(WS-IDX) > 0
                   PERFORM 620-PRINT-DAY-TRAN
               END-IF
           END-PERFORM
           PERFORM 640-PRINT-ROLES
           PERFORM 660-PRINT-TREND
           PERFORM 680-PRINT-UNUSED.
       600-EXIT.
           EXIT.

       620-PRINT-DAY-TRAN.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TRN-ID(WS-IDX) TO WS-PRINT-LINE(1:4)
           MOVE 'ALL' TO WS-PRINT-LINE(7:3)
           MOVE WS-TRN-DAY-COUNT(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(11:7)
           COMPUTE WS-AVG ROUNDED =
               WS-TRN-DAY-MS(WS-IDX) / WS-TRN-DAY-COUNT(WS-IDX)
           MOVE WS-AVG TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(20:7)
           MOVE WS-TRN-DAY-PEAK(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(29:7)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24
               IF WS-HR-COUNT(WS-IDX, WS-HR) > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   COMPUTE WS-PRINT-HOUR = WS-HR - 1
                   MOVE WS-PRINT-HOUR TO WS-PRINT-LINE(8:2)
                   MOVE WS-HR-COUNT(WS-IDX, WS-HR) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(11:7)
                   COMPUTE WS-AVG ROUNDED =
                       WS-HR-MS(WS-IDX, WS-HR) /
                       WS-HR-COUNT(WS-IDX, WS-HR)
                   MOVE WS-AVG TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(20:7)
                   MOVE WS-HR-PEAK(WS-IDX, WS-HR) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(29:7)
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       620-EXIT.
           EXIT.

       640-PRINT-ROLES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TASKS BY ROLE' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'TRAN   ADMIN         SP' TO WS-PRINT-LINE(1:23)
           MOVE '   APPROVER  REQUESTOR    UNKNOWN' TO
               WS-PRINT-LINE(24:33)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRN-USED
               IF WS-TRN-DAY-COUNT(WS-IDX) > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-TRN-ID(WS-IDX) TO WS-PRINT-LINE(1:4)
                   PERFORM VARYING WS-RL FROM 1 BY 1 UNTIL WS-RL > 5
                       COMPUTE WS-COL = 6 + (WS-RL - 1) * 11
                       MOVE WS-TRN-DAY-ROLE(WS-IDX, WS-RL) TO
                           WS-PRINT-COUNT
                       MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(WS-COL:7)
                   END-PERFORM
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       640-EXIT.
           EXIT.

       660-PRINT-TREND.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'MONTH ON MONTH - ' WS-PREV-MONTH ' AGAINST '
                  WS-THIS-MONTH ' TO DATE'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TRAN  LAST MONTH   AVG MS  THIS MONTH   AVG MS' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRN-USED
               IF WS-TRN-PRV-COUNT(WS-IDX) > 0 OR
                  WS-TRN-MTD-COUNT(WS-IDX) > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-TRN-ID(WS-IDX) TO WS-PRINT-LINE(1:4)
                   MOVE WS-TRN-PRV-COUNT(WS-IDX) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(10:7)
                   MOVE 0 TO WS-AVG
                   IF WS-TRN-PRV-COUNT(WS-IDX) > 0
                       COMPUTE WS-AVG ROUNDED =
                           WS-TRN-PRV-MS(WS-IDX) /
                           WS-TRN-PRV-COUNT(WS-IDX)
                   END-IF
                   MOVE WS-AVG TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(19:7)
                   MOVE WS-TRN-MTD-COUNT(WS-IDX) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(31:7)
                   MOVE 0 TO WS-AVG
                   IF WS-TRN-MTD-COUNT(WS-IDX) > 0
                       COMPUTE WS-AVG ROUNDED =
                           WS-TRN-MTD-MS(WS-IDX) /
                           WS-TRN-MTD-COUNT(WS-IDX)
                   END-IF
                   MOVE WS-AVG TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(40:7)
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       660-EXIT.
           EXIT.

      * A CATALOGUED SCREEN, OR ONE RUN LAST MONTH, THAT NOBODY HAS
      * USED THIS MONTH.
       680-PRINT-UNUSED.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'SCREENS NOT USED THIS MONTH' TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CATALOGUE NOT = 'Y'
               MOVE '(NO MTRTRAN CATALOGUE - LAST MONTH''S ONLY)' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRN-USED
               IF WS-TRN-MTD-COUNT(WS-IDX) = 0 AND
                  WS-TRN-DAY-COUNT(WS-IDX) = 0 AND
                  (WS-TRN-LISTED(WS-IDX) = 'Y' OR
                   WS-TRN-PRV-COUNT(WS-IDX) > 0)
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-TRN-ID(WS-IDX) TO WS-PRINT-LINE(1:4)
                   IF WS-TRN-PRV-COUNT(WS-IDX) = 0
                       MOVE 'NOT USED LAST MONTH EITHER' TO
                           WS-PRINT-LINE(7:26)
                   ELSE
                       MOVE WS-TRN-PRV-COUNT(WS-IDX) TO WS-PRINT-COUNT
                       STRING WS-PRINT-COUNT ' TASKS LAST MONTH'
                           DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(7:30)
                   END-IF
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       680-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB077' TO RUN-JOB-NAME
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
               MOVE WS-CNT-WRITTEN TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB077 - USAGE RECORDS READ = ' WS-CNT-READ
               ' FOR ' WS-DAY-X
           DISPLAY 'SMB077 - SUMMARY RECORDS    = ' WS-CNT-WRITTEN
               ' (' WS-CNT-CLEARED ' REPLACED)'
           IF WS-CNT-DROPPED > 0
               DISPLAY 'SMB077 - RECORDS NOT TALLIED = '
                   WS-CNT-DROPPED
           END-IF
           CLOSE MTR00001-FILE
           CLOSE MTS00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE MTR00001-FILE
           CLOSE MTS00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
