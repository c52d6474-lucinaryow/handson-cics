       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB100.
      *
      * NIGHTLY TICKET FACT EXTRACT.
      * ELEVEN REPORTING JOBS USED TO WALK STF00001 AND ITS SATELLITE
      * FILES EACH ON THEIR OWN, WHICH RAN THE BATCH WINDOW OVER AND
      * LET TWO REPORTS DECIDE A TICKET'S CLOSE DATE TWO DIFFERENT
      * WAYS. THIS JOB READS STF00001, STF00002, MRF00001, STF00005,
      * WLF00001 AND EST00001 ONCE, TOGETHER, IN TICKET ORDER (ALL
      * SIX ARE KEYED ON THE TICKET FIRST), LOOKS UP THE REQUESTOR'S
      * DEPARTMENT ON UAF00001 AND THE TICKET'S COMPANY THROUGH
      * SM122, AND WRITES ONE TIXFACT RECORD PER TICKET (SEE SMFCT
      * FOR WHAT EACH FIELD MEANS AND HOW EACH DATE IS DECIDED).
      *
      * THE FILE IS ALWAYS CONSOLIDATED - THE REPORTS THEMSELVES
      * KEEP ONE COMPANY'S RECORDS WHEN THEIR COMPSEL ASKS FOR IT.
      *
      * EACH RUN ALSO MAKES SURE JCF00001 NAMES SMB100 AS A
      * PREDECESSOR OF EVERY REPORT THAT READS THE FILE, SO THE
      * SMB034 GATE HOLDS THEM UNTIL TONIGHT'S EXTRACT HAS ENDED.
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
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT MRF00001-FILE ASSIGN TO MRF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRF-TIX-ID
               FILE STATUS IS WS-MRF-STATUS.
           SELECT STF00005-FILE ASSIGN TO STF00005
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAT-TIX-ID
               FILE STATUS IS WS-STF5-STATUS.
           SELECT WLF00001-FILE ASSIGN TO WLF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WLF-STATUS.
           SELECT EST00001-FILE ASSIGN TO EST00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-TIX-ID
               FILE STATUS IS WS-EST-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT JCF00001-FILE ASSIGN TO JCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JCF-JOB
               FILE STATUS IS WS-JCF-STATUS.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
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

       FD  MRF00001-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SMMRF.

       FD  STF00005-FILE
           LABEL RECORDS ARE STANDARD.
       01  SAT-RECORD.
           05  SAT-TIX-ID                        PIC X(06).
           05  SAT-RATING                        PIC 9(01).
           05  SAT-COMMENT                       PIC X(50).
           05  SAT-RATED-BY                      PIC X(08).
           05  SAT-DATE                          PIC X(10).
           05  SAT-TIME                          PIC X(10).

       FD  WLF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  WL-RECORD.
           05  WL-KEY.
               10  WL-TIX-ID                      PIC X(06).
               10  WL-SEQ-NUM                     PIC 9(05).
           05  WL-MINUTES                         PIC 9(04).
           05  WL-NOTE                            PIC X(40).
           05  WL-BY                              PIC X(07).
           05  WL-DATE                            PIC X(10).
           05  WL-APPROVED                        PIC X(01).
           05  WL-APPR-BY                         PIC X(07).

       FD  EST00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  EST-RECORD.
           05  EST-TIX-ID                        PIC X(06).
           05  EST-AMOUNT                        PIC 9(07).
           05  FILLER                            PIC X(07).

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

       FD  JCF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  JCF-RECORD.
           05  JCF-JOB                           PIC X(08).
           05  JCF-PRED1                         PIC X(08).
           05  JCF-PRED2                         PIC X(08).
           05  JCF-PRED3                         PIC X(08).
           05  FILLER                            PIC X(08).

       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SMFCT.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-MRF-STATUS                         PIC X(02).
       01  WS-STF5-STATUS                        PIC X(02).
       01  WS-WLF-STATUS                         PIC X(02).
       01  WS-EST-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-JCF-STATUS                         PIC X(02).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC X(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FORCE-CARD                         PIC X(08).
      * A SATELLITE FILE NOT YET CREATED IS READ AS EMPTY.
       01  WS-MRF-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-STF5-OPEN-SW                       PIC X VALUE 'N'.
       01  WS-WLF-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-EST-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-UAF-OPEN-SW                        PIC X VALUE 'N'.
      * THE TICKET EACH INPUT IS POSITIONED ON - HIGH-VALUES ONCE IT
      * IS EXHAUSTED - AND THE LOWEST OF THEM, THE TICKET BEING BUILT.
       01  WS-KEY-STF1                           PIC X(06).
       01  WS-KEY-LOG                            PIC X(06).
       01  WS-KEY-MRF                            PIC X(06).
       01  WS-KEY-SAT                            PIC X(06).
       01  WS-KEY-WLF                            PIC X(06).
       01  WS-KEY-EST                            PIC X(06).
       01  WS-LOW-KEY                            PIC X(06).
      * PER-TICKET HISTORY FIGURES FROM THE STF00002 ENTRIES.
       01  WS-REC-YMD-X                          PIC X(08).
       01  WS-REC-YMD REDEFINES WS-REC-YMD-X     PIC 9(08).
       01  WS-REC-INT                            PIC 9(09).
       01  WS-LAST-INT                           PIC 9(09).
       01  WS-HOLD-START-INT                     PIC 9(09).
       01  WS-HELD-DAYS                          PIC 9(05).
       01  WS-LOG-FIRST-X                        PIC X(08).
       01  WS-LOG-LAST-X                         PIC X(08).
       01  WS-MRF-CLOSED-X                       PIC X(08).
       01  WS-MRF-FOUND                          PIC X.
       01  WS-SCAN-PTR                           PIC 9(03).
       01  WS-REOPEN-HIT                         PIC X.
       01  WS-DATE-WORK                          PIC X(08).
      * THE REPORTS THAT READ TIXFACT AND WAIT FOR THIS JOB.
       01  WS-REPORT-JOBS.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB001'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB004'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB009'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB010'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB011'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB022'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB024'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB030'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB035'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB041'.
           05  FILLER                            PIC X(08)
                                                 VALUE 'SMB053'.
       01  WS-REPORT-JOB-TBL REDEFINES WS-REPORT-JOBS.
           05  WS-REPORT-JOB OCCURS 11 TIMES     PIC X(08).
       01  WS-JX                                 PIC 9(02).
       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-WRITTEN                        PIC 9(07) VALUE 0.
       01  WS-CNT-ARCHIVED                       PIC 9(07) VALUE 0.
       01  WS-CNT-LOG                            PIC 9(09) VALUE 0.
       01  WS-CNT-REGISTERED                     PIC 9(03) VALUE 0.
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 300-BUILD-ONE-FACT THRU 300-EXIT
               UNTIL WS-LOW-KEY = HIGH-VALUES
           PERFORM 700-REGISTER-JOBS THRU 700-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB100 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB100 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT MRF00001-FILE
           IF WS-MRF-STATUS = '00'
               MOVE 'Y' TO WS-MRF-OPEN-SW
           END-IF
           OPEN INPUT STF00005-FILE
           IF WS-STF5-STATUS = '00'
               MOVE 'Y' TO WS-STF5-OPEN-SW
           END-IF
           OPEN INPUT WLF00001-FILE
           IF WS-WLF-STATUS = '00'
               MOVE 'Y' TO WS-WLF-OPEN-SW
           END-IF
           OPEN INPUT EST00001-FILE
           IF WS-EST-STATUS = '00'
               MOVE 'Y' TO WS-EST-OPEN-SW
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS = '00'
               MOVE 'Y' TO WS-UAF-OPEN-SW
           END-IF
           OPEN OUTPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB100 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           PERFORM 210-READ-TICKET THRU 210-EXIT
           PERFORM 220-READ-LOG THRU 220-EXIT
           PERFORM 230-READ-MRF THRU 230-EXIT
           PERFORM 240-READ-SAT THRU 240-EXIT
           PERFORM 250-READ-WLF THRU 250-EXIT
           PERFORM 260-READ-EST THRU 260-EXIT
           PERFORM 280-FIND-LOW-KEY THRU 280-EXIT.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD IS SUPPLIED ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB100 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB100' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB100 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB100' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB100 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * ONE READ-AHEAD PARAGRAPH PER INPUT. EACH LEAVES ITS KEY
      * HOLDER ON THE TICKET IT IS NOW POSITIONED ON.
       210-READ-TICKET.
           READ STF00001-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-KEY-STF1
                   GO TO 210-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ
           MOVE TIX-ID TO WS-KEY-STF1.
       210-EXIT.
           EXIT.

       220-READ-LOG.
           READ STF00002-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-KEY-LOG
                   GO TO 220-EXIT
           END-READ
           ADD 1 TO WS-CNT-LOG
           MOVE LOG-TIX-ID1 TO WS-KEY-LOG.
       220-EXIT.
           EXIT.

       230-READ-MRF.
           MOVE HIGH-VALUES TO WS-KEY-MRF
           IF WS-MRF-OPEN-SW NOT = 'Y'
               GO TO 230-EXIT
           END-IF
           READ MRF00001-FILE NEXT RECORD
               AT END
                   GO TO 230-EXIT
           END-READ
           MOVE MRF-TIX-ID TO WS-KEY-MRF.
       230-EXIT.
           EXIT.

       240-READ-SAT.
           MOVE HIGH-VALUES TO WS-KEY-SAT
           IF WS-STF5-OPEN-SW NOT = 'Y'
               GO TO 240-EXIT
           END-IF
           READ STF00005-FILE NEXT RECORD
               AT END
                   GO TO 240-EXIT
           END-READ
           MOVE SAT-TIX-ID TO WS-KEY-SAT.
       240-EXIT.
           EXIT.

       250-READ-WLF.
           MOVE HIGH-VALUES TO WS-KEY-WLF
           IF WS-WLF-OPEN-SW NOT = 'Y'
               GO TO 250-EXIT
           END-IF
           READ WLF00001-FILE NEXT RECORD
               AT END
                   GO TO 250-EXIT
           END-READ
           MOVE WL-TIX-ID TO WS-KEY-WLF.
       250-EXIT.
           EXIT.

       260-READ-EST.
           MOVE HIGH-VALUES TO WS-KEY-EST
           IF WS-EST-OPEN-SW NOT = 'Y'
               GO TO 260-EXIT
           END-IF
           READ EST00001-FILE NEXT RECORD
               AT END
                   GO TO 260-EXIT
           END-READ
           MOVE EST-TIX-ID TO WS-KEY-EST.
       260-EXIT.
           EXIT.

      * THE NEXT TICKET TO BUILD IS THE LOWEST KEY ANY INPUT IS ON.
       280-FIND-LOW-KEY.
           MOVE WS-KEY-STF1 TO WS-LOW-KEY
           IF WS-KEY-LOG < WS-LOW-KEY
               MOVE WS-KEY-LOG TO WS-LOW-KEY
           END-IF
           IF WS-KEY-MRF < WS-LOW-KEY
               MOVE WS-KEY-MRF TO WS-LOW-KEY
           END-IF
           IF WS-KEY-SAT < WS-LOW-KEY
               MOVE WS-KEY-SAT TO WS-LOW-KEY
           END-IF
           IF WS-KEY-WLF < WS-LOW-KEY
               MOVE WS-KEY-WLF TO WS-LOW-KEY
           END-IF
           IF WS-KEY-EST < WS-LOW-KEY
               MOVE WS-KEY-EST TO WS-LOW-KEY
           END-IF.
       280-EXIT.
           EXIT.

      * EVERYTHING EVERY INPUT HOLDS FOR WS-LOW-KEY, FOLDED INTO ONE
      * TIXFACT RECORD. THE HISTORY IS WALKED BEFORE THE MRF00001
      * ROLLUP IS APPLIED SO THE ROLLUP'S DATES WIN WHERE IT HAS THEM.
       300-BUILD-ONE-FACT.
           MOVE SPACES TO FCT-RECORD
           MOVE WS-LOW-KEY TO FCT-TIX-ID
           MOVE 'N' TO FCT-ON-FILE
           MOVE ZEROES TO FCT-HELD-DAYS FCT-BUS-MINUTES FCT-LOG-COUNT
               FCT-LOG-TODAY FCT-REOPEN-COUNT FCT-RATING
               FCT-WL-MINUTES FCT-WL-APPR-MINUTES FCT-ESTIMATE
           IF WS-KEY-STF1 = WS-LOW-KEY
               PERFORM 310-TAKE-TICKET THRU 310-EXIT
               PERFORM 210-READ-TICKET THRU 210-EXIT
           END-IF
           MOVE SPACES TO WS-LOG-FIRST-X WS-LOG-LAST-X
           MOVE 0 TO WS-LAST-INT WS-HOLD-START-INT WS-HELD-DAYS
           PERFORM 320-TAKE-LOG-ENTRY THRU 320-EXIT
               UNTIL WS-KEY-LOG NOT = WS-LOW-KEY
           IF WS-HOLD-START-INT > 0 AND WS-LAST-INT > WS-HOLD-START-INT
               COMPUTE WS-HELD-DAYS = WS-HELD-DAYS +
                   WS-LAST-INT - WS-HOLD-START-INT
           END-IF
           MOVE WS-LOG-FIRST-X TO FCT-OPEN-DATE
           MOVE WS-LOG-LAST-X TO FCT-LAST-DATE
           MOVE WS-HELD-DAYS TO FCT-HELD-DAYS
           MOVE SPACES TO WS-MRF-CLOSED-X
           MOVE 'N' TO WS-MRF-FOUND
           IF WS-KEY-MRF = WS-LOW-KEY
               PERFORM 340-TAKE-ROLLUP THRU 340-EXIT
               PERFORM 230-READ-MRF THRU 230-EXIT
           END-IF
           IF FCT-STATUS = 'CLOSED'
               IF WS-MRF-CLOSED-X NOT = SPACES
                   MOVE WS-MRF-CLOSED-X TO FCT-CLOSED-DATE
               ELSE
                   MOVE FCT-LAST-DATE TO FCT-CLOSED-DATE
               END-IF
           END-IF
           PERFORM 350-TAKE-RATING THRU 350-EXIT
               UNTIL WS-KEY-SAT NOT = WS-LOW-KEY
           PERFORM 360-TAKE-WORK-LOG THRU 360-EXIT
               UNTIL WS-KEY-WLF NOT = WS-LOW-KEY
           PERFORM 370-TAKE-ESTIMATE THRU 370-EXIT
               UNTIL WS-KEY-EST NOT = WS-LOW-KEY
           PERFORM 380-COMPANY-AND-DEPT THRU 380-EXIT
           WRITE FCT-RECORD
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB100 - TIXFACT WRITE FAILED, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-CNT-WRITTEN
           IF FCT-ARCHIVED
               ADD 1 TO WS-CNT-ARCHIVED
           END-IF
           PERFORM 280-FIND-LOW-KEY THRU 280-EXIT.
       300-EXIT.
           EXIT.

       310-TAKE-TICKET.
           MOVE 'Y' TO FCT-ON-FILE
           MOVE TIX-REQUESTOR TO FCT-REQUESTOR
           MOVE TIX-STATUS TO FCT-STATUS
           MOVE TIX-PRIORITY TO FCT-PRIORITY
           MOVE TIX-CATEGORY TO FCT-CATEGORY
           MOVE TIX-QUEUE TO FCT-QUEUE
           MOVE TIX-ASSIGNED-TO TO FCT-ASSIGNED-TO
           MOVE TIX-RESOLUTION-CD TO FCT-RESOLUTION-CD
           MOVE SPACES TO WS-DATE-WORK
           STRING TIX-DUE-DATE(7:4) TIX-DUE-DATE(1:2)
                  TIX-DUE-DATE(4:2)
               DELIMITED BY SIZE INTO WS-DATE-WORK
           IF WS-DATE-WORK NUMERIC
               MOVE WS-DATE-WORK TO FCT-DUE-DATE
           END-IF
           MOVE SPACES TO WS-DATE-WORK
           STRING LAST-UPDATE-DATE(7:4) LAST-UPDATE-DATE(1:2)
                  LAST-UPDATE-DATE(4:2)
               DELIMITED BY SIZE INTO WS-DATE-WORK
           IF WS-DATE-WORK NUMERIC
               MOVE WS-DATE-WORK TO FCT-UPDATE-DATE
           END-IF.
       310-EXIT.
           EXIT.

      * ONE STF00002 ENTRY: THE ENTRY COUNTS, THE FIRST AND LAST
      * DATES, THE HOLD SPANS SM03P AND SMB029 MARK, AND ANY REOPEN.
       320-TAKE-LOG-ENTRY.
           ADD 1 TO FCT-LOG-COUNT
           MOVE SPACES TO WS-REC-YMD-X
           STRING LOG-LAST-UPDATE-DATE(7:4) LOG-LAST-UPDATE-DATE(1:2)
                  LOG-LAST-UPDATE-DATE(4:2)
               DELIMITED BY SIZE INTO WS-REC-YMD-X
           IF WS-REC-YMD-X NOT NUMERIC
               GO TO 320-READ
           END-IF
           IF WS-REC-YMD-X = WS-RUN-DATE-X
               ADD 1 TO FCT-LOG-TODAY
           END-IF
           COMPUTE WS-REC-INT = FUNCTION INTEGER-OF-DATE(WS-REC-YMD)
           IF WS-LOG-FIRST-X = SPACES
               MOVE WS-REC-YMD-X TO WS-LOG-FIRST-X
           END-IF
           MOVE WS-REC-YMD-X TO WS-LOG-LAST-X
           MOVE WS-REC-INT TO WS-LAST-INT
           IF LOG-LAST-UPDATE-REM(1:14) = 'PLACED ON HOLD'
               MOVE WS-REC-INT TO WS-HOLD-START-INT
           END-IF
           IF LOG-LAST-UPDATE-REM(1:13) = 'HOLD RELEASED' AND
              WS-HOLD-START-INT > 0
               COMPUTE WS-HELD-DAYS = WS-HELD-DAYS +
                   WS-REC-INT - WS-HOLD-START-INT
               MOVE 0 TO WS-HOLD-START-INT
           END-IF
           PERFORM 330-SCAN-FOR-REOPEN THRU 330-EXIT
           IF WS-REOPEN-HIT = 'Y'
               ADD 1 TO FCT-REOPEN-COUNT
               IF FCT-REOPEN-COUNT NOT > 6
                   MOVE WS-REC-YMD-X(1:6) TO
                       FCT-REOPEN-YM (FCT-REOPEN-COUNT)
               END-IF
           END-IF.
       320-READ.
           PERFORM 220-READ-LOG THRU 220-EXIT.
       320-EXIT.
           EXIT.

      * SLIDING COMPARE FOR 'REOPENED' ANYWHERE IN THE REMARK - THE
      * TEXT SM004'S DISPUTE PATH AND THE PROVIDER-SIDE REOPENS WRITE.
       330-SCAN-FOR-REOPEN.
           MOVE 'N' TO WS-REOPEN-HIT
           PERFORM VARYING WS-SCAN-PTR FROM 1 BY 1
                   UNTIL WS-REOPEN-HIT = 'Y' OR WS-SCAN-PTR > 43
               IF LOG-LAST-UPDATE-REM(WS-SCAN-PTR:8) = 'REOPENED'
                   MOVE 'Y' TO WS-REOPEN-HIT
               END-IF
           END-PERFORM.
       330-EXIT.
           EXIT.

      * THE MRF00001 ROLLUP SM009P MAINTAINS OVERRIDES THE WALKED
      * FIGURES WHERE IT HAS THEM; A PRE-ROLLUP TICKET KEEPS THE
      * WALK.
       340-TAKE-ROLLUP.
           MOVE 'Y' TO WS-MRF-FOUND
           IF MRF-CREATED-DATE NUMERIC
               MOVE MRF-CREATED-DATE TO FCT-OPEN-DATE
           END-IF
           IF MRF-LAST-DATE NUMERIC
               MOVE MRF-LAST-DATE TO FCT-LAST-DATE
           END-IF
           IF MRF-CLOSED-DATE NUMERIC
               MOVE MRF-CLOSED-DATE TO WS-MRF-CLOSED-X
           END-IF
           IF MRF-HELD-DAYS NUMERIC
               MOVE MRF-HELD-DAYS TO FCT-HELD-DAYS
           END-IF
           IF MRF-BUS-MINUTES NUMERIC
               MOVE MRF-BUS-MINUTES TO FCT-BUS-MINUTES
           END-IF.
       340-EXIT.
           EXIT.

      * STF00005 HOLDS ONE RATING PER TICKET; SM004 STAMPS THE DATE
      * MM-DD-YY.
       350-TAKE-RATING.
           IF SAT-RATING NUMERIC
               MOVE SAT-RATING TO FCT-RATING
           END-IF
           MOVE SPACES TO WS-DATE-WORK
           STRING '20' SAT-DATE(7:2) SAT-DATE(1:2) SAT-DATE(4:2)
               DELIMITED BY SIZE INTO WS-DATE-WORK
           IF WS-DATE-WORK NUMERIC
               MOVE WS-DATE-WORK TO FCT-RATING-DATE
           END-IF
           PERFORM 240-READ-SAT THRU 240-EXIT.
       350-EXIT.
           EXIT.

      * ALL BOOKED EFFORT, AND SEPARATELY THE SUPERVISOR-APPROVED
      * PART OF IT (SEE SM071P) THAT IS BILLED.
       360-TAKE-WORK-LOG.
           IF WL-MINUTES NUMERIC
               ADD WL-MINUTES TO FCT-WL-MINUTES
               IF WL-APPROVED = 'Y'
                   ADD WL-MINUTES TO FCT-WL-APPR-MINUTES
               END-IF
           END-IF
           PERFORM 250-READ-WLF THRU 250-EXIT.
       360-EXIT.
           EXIT.

       370-TAKE-ESTIMATE.
           IF EST-AMOUNT NUMERIC
               MOVE EST-AMOUNT TO FCT-ESTIMATE
           END-IF
           PERFORM 260-READ-EST THRU 260-EXIT.
       370-EXIT.
           EXIT.

      * THE COMPANY IS SM122'S ANSWER FOR THE TICKET (AN ARCHIVED
      * TICKET GOES WITHOUT A REQUESTOR); THE DEPARTMENT IS THE
      * REQUESTOR'S UAF00001 DEPARTMENT.
       380-COMPANY-AND-DEPT.
           MOVE 'S' TO COP-FUNCTION
           MOVE FCT-TIX-ID TO COP-TIX-ID
           MOVE FCT-REQUESTOR TO COP-KEY
           CALL 'SM122' USING WS-COP-PARMS
           MOVE COP-COMPANY TO FCT-COMPANY
           IF WS-UAF-OPEN-SW NOT = 'Y' OR FCT-REQUESTOR = SPACES
               GO TO 380-EXIT
           END-IF
           MOVE SPACES TO USR-KEY
           MOVE FCT-REQUESTOR(1:7) TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   GO TO 380-EXIT
           END-READ
           MOVE USR-DEPT TO FCT-DEPT.
       380-EXIT.
           EXIT.

      * EVERY REPORT THAT READS TIXFACT MUST WAIT FOR IT. SMB100 IS
      * PUT IN THE FIRST FREE PREDECESSOR SLOT OF EACH REPORT'S
      * JCF00001 ROW (A ROW IS ADDED WHERE THERE IS NONE); A ROW WITH
      * ALL THREE SLOTS TAKEN IS REPORTED FOR SM065P TO SORT OUT.
       700-REGISTER-JOBS.
           OPEN I-O JCF00001-FILE
           IF WS-JCF-STATUS = '35'
               OPEN OUTPUT JCF00001-FILE
               CLOSE JCF00001-FILE
               OPEN I-O JCF00001-FILE
           END-IF
           IF WS-JCF-STATUS NOT = '00'
               DISPLAY 'SMB100 - UNABLE TO OPEN JCF00001, STATUS = '
                   WS-JCF-STATUS ' - REPORTS NOT REGISTERED'
               GO TO 700-EXIT
           END-IF
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 11
               PERFORM 720-REGISTER-ONE-JOB THRU 720-EXIT
           END-PERFORM
           CLOSE JCF00001-FILE.
       700-EXIT.
           EXIT.

       720-REGISTER-ONE-JOB.
           MOVE WS-REPORT-JOB (WS-JX) TO JCF-JOB
           READ JCF00001-FILE
               INVALID KEY
                   MOVE SPACES TO JCF-RECORD
                   MOVE WS-REPORT-JOB (WS-JX) TO JCF-JOB
                   MOVE 'SMB100' TO JCF-PRED1
                   WRITE JCF-RECORD
                       INVALID KEY
                           DISPLAY 'SMB100 - JCF00001 WRITE FAILED FOR '
                               JCF-JOB
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-REGISTERED
                   END-WRITE
                   GO TO 720-EXIT
           END-READ
           IF JCF-PRED1 = 'SMB100' OR JCF-PRED2 = 'SMB100' OR
              JCF-PRED3 = 'SMB100'
               GO TO 720-EXIT
           END-IF
           EVALUATE TRUE
               WHEN JCF-PRED1 = SPACES
                   MOVE 'SMB100' TO JCF-PRED1
               WHEN JCF-PRED2 = SPACES
                   MOVE 'SMB100' TO JCF-PRED2
               WHEN JCF-PRED3 = SPACES
                   MOVE 'SMB100' TO JCF-PRED3
               WHEN OTHER
                   DISPLAY 'SMB100 - ' JCF-JOB ' HAS THREE PREDECESSORS'
                       ' ALREADY - ADD SMB100 ON SM065P'
                   GO TO 720-EXIT
           END-EVALUATE
           REWRITE JCF-RECORD
               INVALID KEY
                   DISPLAY 'SMB100 - JCF00001 REWRITE FAILED FOR '
                       JCF-JOB
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-REGISTERED
           END-REWRITE.
       720-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB100' TO RUN-JOB-NAME
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
           DISPLAY 'SMB100 - TICKETS READ        = ' WS-CNT-READ
           DISPLAY 'SMB100 - HISTORY ENTRIES     = ' WS-CNT-LOG
           DISPLAY 'SMB100 - FACT RECORDS        = ' WS-CNT-WRITTEN
           DISPLAY 'SMB100 - ARCHIVED TICKETS    = ' WS-CNT-ARCHIVED
           DISPLAY 'SMB100 - JCF00001 ROWS ADDED = ' WS-CNT-REGISTERED
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           PERFORM 850-RUN-CONTROL-END
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           IF WS-MRF-OPEN-SW = 'Y'
               CLOSE MRF00001-FILE
           END-IF
           IF WS-STF5-OPEN-SW = 'Y'
               CLOSE STF00005-FILE
           END-IF
           IF WS-WLF-OPEN-SW = 'Y'
               CLOSE WLF00001-FILE
           END-IF
           IF WS-EST-OPEN-SW = 'Y'
               CLOSE EST00001-FILE
           END-IF
           IF WS-UAF-OPEN-SW = 'Y'
               CLOSE UAF00001-FILE
           END-IF
           CLOSE FACT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE FACT-FILE
           STOP RUN.
