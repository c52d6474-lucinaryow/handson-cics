       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB064.
      *
      * MONTHLY PARTNER SERVICE-CREDIT STATEMENT.
      * THE OUTSOURCED DESK TAKES TICKETS THROUGH SMB039/SMB040 AND
      * THE CONTRACT OWES US A SERVICE CREDIT EACH TIME THEY MISS A
      * RESOLUTION TARGET. THIS JOB MEASURES EVERY TICKET ON THE
      * PXR00001 CROSS-REFERENCE FROM ITS STF00002 HISTORY:
      *
      *   HANDED   THE 'PARTNER: HANDED TO <QUEUE>' ENTRY SMB039
      *            WRITES ON FIRST EXPORT (THE QUEUE NAMES THE
      *            PARTNER). TICKETS EXPORTED BEFORE THAT ENTRY WAS
      *            KEPT FALL BACK TO THE FIRST 'PARTNER:' ENTRY,
      *            THEN TO PXR-EXPORTED, AND GO TO THE DEFAULT
      *            PARTNER 'PARTNER'.
      *   RETURNED THE FIRST SMB040 'PARTNER:' ENTRY AFTER THAT
      *            CARRYING RESOLVED, CLOSED, COMPLETED OR RETURNED;
      *            FAILING THAT, THE LAST HISTORY ENTRY OF A TICKET
      *            WE HAVE CLOSED, CANCELED OR REJECTED. A TICKET
      *            WITH NEITHER IS STILL HELD AND IS MEASURED TO NOW.
      *
      * TIME-IN-HAND IS IN ELAPSED CLOCK HOURS - THE CONTRACT TARGETS
      * ARE NOT BUSINESS HOURS. THE TERMS COME FROM THE PCTERMS
      * DATASET, ONE CARD PER PARTNER AND PRIORITY:
      *
      *   COLS  1-10  PARTNER QUEUE
      *   COL     12  PRIORITY ('*' = ANY PRIORITY NOT LISTED)
      *   COLS 14-17  TARGET HOURS
      *   COLS 19-25  CREDIT PER BREACH, 9(5)V99
      *   COLS 27-35  MONTHLY CAP, 9(7)V99 (ZERO = NO CAP)
      *   COLS 36-80  DESCRIPTION
      *
      * CARDS STARTING '*' ARE COMMENTS. THE CAP IS TAKEN FROM THE
      * PARTNER'S FIRST CARD WITH ONE. A BREACH IS BILLED IN THE
      * MONTH THE TARGET RAN OUT, WHETHER OR NOT THE TICKET HAS COME
      * BACK, SO A TICKET IS NEVER CREDITED TWICE; TICKETS RETURNED
      * INSIDE TARGET IN THE MONTH ARE LISTED AS MET FOR EVIDENCE.
      *
      * THE FIRST SYSIN CARD IS THE PERIOD (YYYYMM, DEFAULT LAST
      * MONTH), THE SECOND THE USUAL FORCE CARD. THE SMB064RP
      * STATEMENT HAS ONE SECTION PER PARTNER FOR COMMERCIAL TO SEND
      * WITH THE INVOICE DISPUTE.
      *
      * THE STATEMENT TAKES NO COMPSEL CARD (SEE SMCOP) AND IS ALWAYS
      * DESK-WIDE: THE PARTNER CONTRACT AND ITS MONTHLY CAP ARE THE
      * WHOLE DESK'S, SO A STATEMENT FOR ONE COMPANY'S TICKETS WOULD
      * CAP PART OF THE BREACHES AND MISSTATE THE CREDIT OWED.
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
           SELECT TERMS-FILE ASSIGN TO PCTERMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT PXR00001-FILE ASSIGN TO PXR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXR-TIX-ID
               FILE STATUS IS WS-PXR-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB064RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCT-RECORD.
           05  PCT-PARTNER                       PIC X(10).
           05  FILLER                            PIC X(01).
           05  PCT-PRIORITY                      PIC X(01).
           05  FILLER                            PIC X(01).
           05  PCT-TARGET-HRS                    PIC 9(04).
           05  FILLER                            PIC X(01).
           05  PCT-CREDIT                        PIC 9(05)V99.
           05  FILLER                            PIC X(01).
           05  PCT-CAP                           PIC 9(07)V99.
           05  PCT-DESC                          PIC X(45).

       FD  PXR00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PXR-RECORD.
           05  PXR-TIX-ID                        PIC X(06).
           05  PXR-EXT-REF                       PIC X(12).
           05  PXR-EXPORTED                      PIC X(08).
           05  PXR-LAST-IN                       PIC X(08).
           05  FILLER                            PIC X(06).

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
           05  LOG-LAST-UPDATE-REM.
               10  LOG-REM-TAG                   PIC X(09).
               10  LOG-REM-WORD                  PIC X(10).
               10  LOG-REM-QUEUE                 PIC X(10).
               10  FILLER                        PIC X(21).

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
       01  WS-TRM-STATUS                         PIC X(02).
       01  WS-PXR-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-LOG-EOF                            PIC X.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-PERIOD                             PIC X(06).
       01  WS-PERIOD-N REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY                    PIC 9(04).
           05  WS-PERIOD-MM                      PIC 9(02).
       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD-N REDEFINES WS-TODAY-YMD-X
                                                 PIC 9(08).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-NOW-HH                             PIC 9(02).
       01  WS-DEFAULT-PARTNER                    PIC X(10) VALUE
           'PARTNER'.

      * CONTRACT TERMS AND THE PARTNERS THEY NAME, LOADED FROM
      * PCTERMS AT START-UP.
       01  WS-TERM-COUNT                         PIC 9(03) VALUE 0.
       01  WS-TERM-MAX                           PIC 9(03) VALUE 100.
       01  WS-TERM-TABLE.
           05  WS-TERM OCCURS 100 TIMES.
               10  WT-PARTNER                    PIC X(10).
               10  WT-PRIORITY                   PIC X(01).
               10  WT-TARGET                     PIC 9(04).
               10  WT-CREDIT                     PIC 9(05)V99.
       01  WS-PTNR-COUNT                         PIC 9(02) VALUE 0.
       01  WS-PTNR-MAX                           PIC 9(02) VALUE 20.
       01  WS-PTNR-TABLE.
           05  WS-PTNR OCCURS 20 TIMES.
               10  WP-PARTNER                    PIC X(10).
               10  WP-CAP                        PIC 9(07)V99.
       01  WS-SUB                                PIC 9(03).
       01  WS-PX                                 PIC 9(02).
       01  WS-FOUND                              PIC X.

      * ONE TICKET'S HOLD, AS MEASURED FROM ITS HISTORY.
       01  WS-HOLD-PARTNER                       PIC X(10).
       01  WS-START-YMD-X                        PIC X(08).
       01  WS-START-YMD-N REDEFINES WS-START-YMD-X
                                                 PIC 9(08).
       01  WS-START-HH                           PIC 9(02).
       01  WS-END-YMD-X                          PIC X(08).
       01  WS-END-YMD-N REDEFINES WS-END-YMD-X   PIC 9(08).
       01  WS-END-HH                             PIC 9(02).
       01  WS-LAST-YMD-X                         PIC X(08).
       01  WS-LAST-HH                            PIC 9(02).
       01  WS-LOG-YMD-X                          PIC X(08).
       01  WS-LOG-HH                             PIC X(02).
       01  WS-START-ABS                          PIC 9(09).
       01  WS-END-ABS                            PIC 9(09).
       01  WS-BREACH-ABS                         PIC 9(09).
       01  WS-BREACH-INT                         PIC 9(09).
       01  WS-BREACH-HH                          PIC 9(02).
       01  WS-BREACH-YMD-N                       PIC 9(08).
       01  WS-BREACH-YMD-X REDEFINES WS-BREACH-YMD-N
                                                 PIC X(08).
       01  WS-HELD-HRS                           PIC 9(06).
       01  WS-TARGET                             PIC 9(04).
       01  WS-CREDIT                             PIC 9(05)V99.
       01  WS-RESULT                             PIC X(07).

      * PER-PARTNER STATEMENT TOTALS.
       01  WS-P-MEASURED                         PIC 9(05).
       01  WS-P-BREACHES                         PIC 9(05).
       01  WS-P-GROSS                            PIC 9(09)V99.
       01  WS-P-DUE                              PIC 9(09)V99.

       01  WS-CNT-TERMS-BAD                      PIC 9(07) VALUE 0.
       01  WS-CNT-MEASURED                       PIC 9(07) VALUE 0.
       01  WS-CNT-BREACHES                       PIC 9(07) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-HRS-Z                              PIC ZZZZZ9.
       01  WS-TGT-Z                              PIC ZZZ9.
       01  WS-AMT-Z                              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-TERMS
           PERFORM 300-PARTNER-STATEMENT
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PTNR-COUNT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           MOVE WS-TIME-X(1:2) TO WS-NOW-HH
           IF WS-PERIOD-CARD NUMERIC AND
              WS-PERIOD-CARD(5:2) > '00' AND WS-PERIOD-CARD(5:2) < '13'
               MOVE WS-PERIOD-CARD TO WS-PERIOD
           ELSE
               MOVE WS-TODAY-YMD-X(1:6) TO WS-PERIOD
               IF WS-PERIOD-MM = 1
                   MOVE 12 TO WS-PERIOD-MM
                   SUBTRACT 1 FROM WS-PERIOD-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MM
               END-IF
           END-IF
           OPEN INPUT TERMS-FILE
           IF WS-TRM-STATUS NOT = '00'
               DISPLAY 'SMB064 - UNABLE TO OPEN PCTERMS, STATUS = '
                   WS-TRM-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT PXR00001-FILE
           IF WS-PXR-STATUS NOT = '00'
               DISPLAY 'SMB064 - UNABLE TO OPEN PXR00001, STATUS = '
                   WS-PXR-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB064 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB064 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB064 - UNABLE TO OPEN SMB064RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF.
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
               DISPLAY 'SMB064 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB064' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB064 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB064' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB064 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE CONTRACT TERMS. A BAD CARD IS REPORTED AND IGNORED.
      *****************************************************************
       200-LOAD-TERMS.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ TERMS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 210-ONE-TERM THRU 210-EXIT
               END-READ
           END-PERFORM
           IF WS-PTNR-COUNT = 0
               MOVE 'SMB064 - NO CONTRACT TERMS ON PCTERMS'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       200-EXIT.
           EXIT.

       210-ONE-TERM.
           IF PCT-RECORD(1:1) = '*' OR PCT-RECORD = SPACES
               GO TO 210-EXIT
           END-IF
           IF PCT-PARTNER = SPACES OR PCT-PRIORITY = SPACE OR
              PCT-TARGET-HRS NOT NUMERIC OR PCT-CREDIT NOT NUMERIC OR
              PCT-CAP NOT NUMERIC OR WS-TERM-COUNT = WS-TERM-MAX
               ADD 1 TO WS-CNT-TERMS-BAD
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PCTERMS CARD IGNORED: ' PCT-RECORD(1:35)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-TERM-COUNT
           MOVE PCT-PARTNER TO WT-PARTNER(WS-TERM-COUNT)
           MOVE PCT-PRIORITY TO WT-PRIORITY(WS-TERM-COUNT)
           MOVE PCT-TARGET-HRS TO WT-TARGET(WS-TERM-COUNT)
           MOVE PCT-CREDIT TO WT-CREDIT(WS-TERM-COUNT)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTNR-COUNT OR WS-FOUND = 'Y'
               IF WP-PARTNER(WS-PX) = PCT-PARTNER
                   MOVE 'Y' TO WS-FOUND
                   IF WP-CAP(WS-PX) = 0
                       MOVE PCT-CAP TO WP-CAP(WS-PX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-PTNR-COUNT < WS-PTNR-MAX
               ADD 1 TO WS-PTNR-COUNT
               MOVE PCT-PARTNER TO WP-PARTNER(WS-PTNR-COUNT)
               MOVE PCT-CAP TO WP-CAP(WS-PTNR-COUNT)
           END-IF.
       210-EXIT.
           EXIT.

      *****************************************************************
      * ONE STATEMENT SECTION PER PARTNER - A FULL PASS OF PXR00001
      * PICKING OUT THE TICKETS THAT PARTNER HELD.
      *****************************************************************
       300-PARTNER-STATEMENT.
           MOVE 0 TO WS-P-MEASURED
           MOVE 0 TO WS-P-BREACHES
           MOVE 0 TO WS-P-GROSS
           PERFORM 310-STATEMENT-HEADING
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO PXR-TIX-ID
           START PXR00001-FILE KEY IS NOT LESS THAN PXR-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ PXR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 400-ONE-TICKET THRU 400-EXIT
               END-READ
           END-PERFORM
           PERFORM 350-STATEMENT-TOTALS.
       300-EXIT.
           EXIT.

       310-STATEMENT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'SMB064 - PARTNER SERVICE-CREDIT STATEMENT'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PARTNER: ' WP-PARTNER(WS-PX)
                  '   PERIOD: ' WS-PERIOD
                  '   PREPARED: ' WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'TICKET' TO WS-PRINT-LINE(1:6)
           MOVE 'P' TO WS-PRINT-LINE(8:1)
           MOVE 'HANDED' TO WS-PRINT-LINE(10:6)
           MOVE 'HH' TO WS-PRINT-LINE(19:2)
           MOVE 'RETURNED' TO WS-PRINT-LINE(23:8)
           MOVE 'HH' TO WS-PRINT-LINE(32:2)
           MOVE '  HELD' TO WS-PRINT-LINE(35:6)
           MOVE 'TARG' TO WS-PRINT-LINE(42:4)
           MOVE 'RESULT' TO WS-PRINT-LINE(48:6)
           MOVE 'CREDIT' TO WS-PRINT-LINE(64:6)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       310-EXIT.
           EXIT.

       350-STATEMENT-TOTALS.
           MOVE WS-P-GROSS TO WS-P-DUE
           IF WP-CAP(WS-PX) > 0 AND WS-P-GROSS > WP-CAP(WS-PX)
               MOVE WP-CAP(WS-PX) TO WS-P-DUE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-P-MEASURED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKETS LISTED      = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-P-BREACHES TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TARGETS BREACHED    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-P-GROSS TO WS-AMT-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'GROSS CREDIT        = ' WS-AMT-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           IF WP-CAP(WS-PX) = 0
               MOVE 'MONTHLY CAP         =           NONE'
                   TO WS-PRINT-LINE
           ELSE
               MOVE WP-CAP(WS-PX) TO WS-AMT-Z
               STRING 'MONTHLY CAP         = ' WS-AMT-Z
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-P-DUE TO WS-AMT-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SERVICE CREDIT DUE  = ' WS-AMT-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WS-P-DUE < WS-P-GROSS
               MOVE '(CAPPED)' TO WS-PRINT-LINE(38:8)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB064 - ' WP-PARTNER(WS-PX) ' ' WS-PERIOD
               ' BREACHES = ' WS-P-BREACHES ' CREDIT DUE = ' WS-AMT-Z.
       350-EXIT.
           EXIT.

      *****************************************************************
      * MEASURE ONE CROSS-REFERENCED TICKET AND, IF THIS PARTNER HELD
      * IT AND IT BELONGS TO THE PERIOD, LIST IT.
      *****************************************************************
       400-ONE-TICKET.
           MOVE PXR-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   GO TO 400-EXIT
           END-READ
           PERFORM 500-MEASURE-HOLD THRU 500-EXIT
           IF WS-START-YMD-X NOT NUMERIC OR
              WS-HOLD-PARTNER NOT = WP-PARTNER(WS-PX)
               GO TO 400-EXIT
           END-IF
           COMPUTE WS-START-ABS =
               FUNCTION INTEGER-OF-DATE(WS-START-YMD-N) * 24 +
               WS-START-HH
           IF WS-END-YMD-X NUMERIC
               COMPUTE WS-END-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-END-YMD-N) * 24 +
                   WS-END-HH
           ELSE
               COMPUTE WS-END-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD-N) * 24 +
                   WS-NOW-HH
           END-IF
           MOVE 0 TO WS-HELD-HRS
           IF WS-END-ABS > WS-START-ABS
               COMPUTE WS-HELD-HRS = WS-END-ABS - WS-START-ABS
           END-IF
           PERFORM 600-FIND-TERM THRU 600-EXIT
           MOVE 0 TO WS-CREDIT
           IF WS-FOUND = 'N'
               MOVE 'NO TERM' TO WS-RESULT
               IF WS-END-YMD-X(1:6) NOT = WS-PERIOD
                   GO TO 400-EXIT
               END-IF
           ELSE
               COMPUTE WS-BREACH-ABS = WS-START-ABS + WS-TARGET
               DIVIDE WS-BREACH-ABS BY 24 GIVING WS-BREACH-INT
                   REMAINDER WS-BREACH-HH
               COMPUTE WS-BREACH-YMD-N =
                   FUNCTION DATE-OF-INTEGER(WS-BREACH-INT)
               IF WS-HELD-HRS > WS-TARGET
                   IF WS-BREACH-YMD-X(1:6) NOT = WS-PERIOD
                       GO TO 400-EXIT
                   END-IF
                   MOVE 'BREACH' TO WS-RESULT
                   MOVE WT-CREDIT(WS-SUB) TO WS-CREDIT
                   ADD 1 TO WS-P-BREACHES
                   ADD 1 TO WS-CNT-BREACHES
                   ADD WS-CREDIT TO WS-P-GROSS
               ELSE
                   IF WS-END-YMD-X(1:6) NOT = WS-PERIOD
                       GO TO 400-EXIT
                   END-IF
                   MOVE 'MET' TO WS-RESULT
               END-IF
           END-IF
           ADD 1 TO WS-P-MEASURED
           ADD 1 TO WS-CNT-MEASURED
           PERFORM 450-EVIDENCE-LINES.
       400-EXIT.
           EXIT.

       450-EVIDENCE-LINES.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE TIX-ID TO WS-PRINT-LINE(1:6)
           MOVE TIX-PRIORITY TO WS-PRINT-LINE(8:1)
           MOVE WS-START-YMD-X TO WS-PRINT-LINE(10:8)
           MOVE WS-START-HH TO WS-PRINT-LINE(19:2)
           IF WS-END-YMD-X NUMERIC
               MOVE WS-END-YMD-X TO WS-PRINT-LINE(23:8)
               MOVE WS-END-HH TO WS-PRINT-LINE(32:2)
           ELSE
               MOVE 'STILL HELD' TO WS-PRINT-LINE(23:10)
           END-IF
           MOVE WS-HELD-HRS TO WS-HRS-Z
           MOVE WS-HRS-Z TO WS-PRINT-LINE(35:6)
           IF WS-FOUND = 'Y'
               MOVE WS-TARGET TO WS-TGT-Z
               MOVE WS-TGT-Z TO WS-PRINT-LINE(42:4)
           END-IF
           MOVE WS-RESULT TO WS-PRINT-LINE(48:7)
           MOVE WS-CREDIT TO WS-AMT-Z
           MOVE WS-AMT-Z TO WS-PRINT-LINE(56:14)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PARTNER REF ' PXR-EXT-REF '  ' TIX-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE(10:71)
           IF WS-RESULT = 'BREACH'
               MOVE 'DUE' TO WS-PRINT-LINE(61:3)
               MOVE WS-BREACH-YMD-X TO WS-PRINT-LINE(65:8)
               MOVE WS-BREACH-HH TO WS-PRINT-LINE(74:2)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       450-EXIT.
           EXIT.

      *****************************************************************
      * WALK THE TICKET'S STF00002 HISTORY FOR THE HANDOVER AND THE
      * RETURN. HISTORY DATES ARE MM/DD/YYYY.
      *****************************************************************
       500-MEASURE-HOLD.
           MOVE WS-DEFAULT-PARTNER TO WS-HOLD-PARTNER
           MOVE SPACES TO WS-START-YMD-X
           MOVE SPACES TO WS-END-YMD-X
           MOVE SPACES TO WS-LAST-YMD-X
           MOVE 0 TO WS-START-HH
           MOVE 0 TO WS-END-HH
           MOVE 0 TO WS-LAST-HH
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
                           PERFORM 550-APPLY-ENTRY THRU 550-EXIT
                       ELSE
                           MOVE 'Y' TO WS-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-START-YMD-X NOT NUMERIC AND PXR-EXPORTED NUMERIC
               MOVE PXR-EXPORTED TO WS-START-YMD-X
           END-IF
           IF WS-END-YMD-X NOT NUMERIC AND
              (TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-CANCELED OR
               TIX-STATUS = ST-REJECTED) AND WS-LAST-YMD-X NUMERIC
               MOVE WS-LAST-YMD-X TO WS-END-YMD-X
               MOVE WS-LAST-HH TO WS-END-HH
           END-IF.
       500-EXIT.
           EXIT.

       550-APPLY-ENTRY.
           MOVE SPACES TO WS-LOG-YMD-X
           STRING LOG-LAST-UPDATE-DATE(7:4) LOG-LAST-UPDATE-DATE(1:2)
                  LOG-LAST-UPDATE-DATE(4:2)
               DELIMITED BY SIZE INTO WS-LOG-YMD-X
           IF WS-LOG-YMD-X NOT NUMERIC
               GO TO 550-EXIT
           END-IF
           MOVE LOG-LAST-UPDATE-TIME(1:2) TO WS-LOG-HH
           IF WS-LOG-HH NOT NUMERIC
               MOVE '00' TO WS-LOG-HH
           END-IF
           MOVE WS-LOG-YMD-X TO WS-LAST-YMD-X
           MOVE WS-LOG-HH TO WS-LAST-HH
           IF LOG-REM-TAG NOT = 'PARTNER: '
               GO TO 550-EXIT
           END-IF
           IF LOG-REM-WORD = 'HANDED TO'
               IF WS-START-YMD-X NOT NUMERIC
                   MOVE WS-LOG-YMD-X TO WS-START-YMD-X
                   MOVE WS-LOG-HH TO WS-START-HH
                   MOVE LOG-REM-QUEUE TO WS-HOLD-PARTNER
               END-IF
               GO TO 550-EXIT
           END-IF
           IF WS-START-YMD-X NOT NUMERIC
               MOVE WS-LOG-YMD-X TO WS-START-YMD-X
               MOVE WS-LOG-HH TO WS-START-HH
           END-IF
           IF WS-END-YMD-X NOT NUMERIC AND
              (LOG-REM-WORD = 'RESOLVED' OR LOG-REM-WORD = 'CLOSED' OR
               LOG-REM-WORD = 'COMPLETED' OR LOG-REM-WORD = 'RETURNED')
               MOVE WS-LOG-YMD-X TO WS-END-YMD-X
               MOVE WS-LOG-HH TO WS-END-HH
           END-IF.
       550-EXIT.
           EXIT.

      * THE PARTNER'S TERM FOR THE TICKET'S PRIORITY, ELSE ITS '*'.
       600-FIND-TERM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TERM-COUNT OR WS-FOUND = 'Y'
               IF WT-PARTNER(WS-SUB) = WP-PARTNER(WS-PX) AND
                  WT-PRIORITY(WS-SUB) = TIX-PRIORITY
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-TERM-COUNT OR WS-FOUND = 'Y'
                   IF WT-PARTNER(WS-SUB) = WP-PARTNER(WS-PX) AND
                      WT-PRIORITY(WS-SUB) = '*'
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SUB
               MOVE WT-TARGET(WS-SUB) TO WS-TARGET
           END-IF.
       600-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB064' TO RUN-JOB-NAME
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
               MOVE WS-CNT-MEASURED TO RUN-COUNT-READ
               MOVE WS-CNT-BREACHES TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-TERMS-BAD TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PCTERMS CARDS IGNORED = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB064 - TICKETS LISTED = ' WS-CNT-MEASURED
               ' BREACHES = ' WS-CNT-BREACHES
           CLOSE TERMS-FILE
           CLOSE PXR00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE TERMS-FILE
           CLOSE PXR00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE REPORT-FILE
           STOP RUN.
