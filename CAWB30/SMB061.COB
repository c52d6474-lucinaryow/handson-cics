       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB061.
      *
      * MONTHLY ON-CALL CALLOUT-PAY EXTRACT.
      * READS THE COF00001 CALLOUTS RECORDED THROUGH SM088P WHOSE
      * WORK STARTED IN THE SYSIN PERIOD AND WRITES ONE CALLPAY
      * DETAIL LINE PER CALLOUT FOR PAYROLL, BETWEEN A HEADER AND A
      * COUNT/TOTAL TRAILER. EACH CALLOUT IS PAID FOR THE TIME
      * WORKED OR THE MINIMUM HOURS, WHICHEVER IS MORE, AT THE RATE
      * FOR THE DAY THE WORK STARTED - A CAL00001 TYPE 'H' HOLIDAY,
      * A WEEKEND, OR A WEEKDAY - ALL TAKEN FROM THE CAL00001
      * 'CALLOUT' TERMS RECORD SM024P MAINTAINS (2 HOURS AT
      * 100/150/200 PERCENT WHEN THERE IS NONE). PAYROLL APPLIES
      * EACH PERSON'S OWN HOURLY RATE TO THE PAYABLE HOURS.
      *
      * THE REPORT ALSO CARRIES TWO EXCEPTION LISTS:
      *   - CALLOUTS SM088P COULD NOT MATCH TO AN ONC00001 ON-CALL
      *     NOTIFICATION (THEY ARE STILL EXTRACTED, FLAGGED 'N', FOR
      *     PAYROLL TO HOLD OR RELEASE),
      *   - ON-CALL NOTIFICATIONS SENT IN THE PERIOD THAT NOBODY
      *     ACKNOWLEDGED WITH A CALLOUT.
      *
      *   CARD 1 - PERIOD, YYYYMM (BLANK = THE PREVIOUS MONTH)
      *   CARD 2 - FORCE, TO RERUN THE SAME DAY
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
           SELECT COF00001-FILE ASSIGN TO COF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COF-KEY
               FILE STATUS IS WS-COF-STATUS.
           SELECT ONC00001-FILE ASSIGN TO ONC00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ONC-KEY
               FILE STATUS IS WS-ONC-STATUS.
           SELECT CAL00001-FILE ASSIGN TO CAL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CALLPAY-FILE ASSIGN TO CALLPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB061RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  COF-RECORD.
           05  COF-KEY.
               10  COF-TIX-ID                    PIC X(06).
               10  COF-USER                      PIC X(07).
               10  COF-ACK-DATE                  PIC X(08).
               10  COF-ACK-TIME                  PIC X(04).
           05  COF-START-DATE                    PIC X(08).
           05  COF-START-DATE-N REDEFINES COF-START-DATE
                                                 PIC 9(08).
           05  COF-START-TIME.
               10  COF-START-HH                  PIC 9(02).
               10  COF-START-MI                  PIC 9(02).
           05  COF-END-DATE                      PIC X(08).
           05  COF-END-DATE-N REDEFINES COF-END-DATE
                                                 PIC 9(08).
           05  COF-END-TIME.
               10  COF-END-HH                    PIC 9(02).
               10  COF-END-MI                    PIC 9(02).
           05  COF-NOTIFIED                      PIC X(01).
           05  COF-NOTIFY-DATE                   PIC X(08).
           05  COF-NOTIFY-TIME                   PIC X(08).
           05  COF-REC-BY                        PIC X(07).
           05  COF-REC-DATE                      PIC X(08).
           05  FILLER                            PIC X(19).

       FD  ONC00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  ONC-RECORD.
           05  ONC-KEY.
               10  ONC-TIX-ID                    PIC X(06).
               10  ONC-DATE                      PIC X(08).
               10  ONC-TIME                      PIC X(08).
           05  ONC-USER                          PIC X(07).
           05  ONC-QUEUE                         PIC X(10).
           05  ONC-STATUS                        PIC X(10).
           05  ONC-ACK-FLAG                      PIC X(01).
           05  ONC-ACK-DATE                      PIC X(08).
           05  FILLER                            PIC X(22).

       FD  CAL00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAL-RECORD.
           05  CAL-KEY                           PIC X(08).
           05  CAL-TYPE                          PIC X(01).
           05  CAL-OPEN-HH                       PIC 9(02).
           05  CAL-CLOSE-HH                      PIC 9(02).
           05  CAL-DESC                          PIC X(20).
           05  FILLER                            PIC X(07).
       01  CAL-RATE-RECORD.
           05  FILLER                            PIC X(09).
           05  CAL-MIN-HOURS                     PIC 9(02).
           05  CAL-RATE-WKDAY                    PIC 9(03).
           05  CAL-RATE-WKEND                    PIC 9(03).
           05  CAL-RATE-HOLIDAY                  PIC 9(03).
           05  FILLER                            PIC X(20).

      * PAYROLL INTERFACE - H HEADER, D PER CALLOUT, T TRAILER.
       FD  CALLPAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CP-RECORD.
           05  CP-TYPE                           PIC X(01).
           05  CP-USER                           PIC X(07).
           05  CP-TIX-ID                         PIC X(06).
           05  CP-START-DATE                     PIC X(08).
           05  CP-START-TIME                     PIC X(04).
           05  CP-END-DATE                       PIC X(08).
           05  CP-END-TIME                       PIC X(04).
           05  CP-WORK-MINS                      PIC 9(05).
           05  CP-PAID-HOURS                     PIC 9(03)V9(02).
           05  CP-DAY-CLASS                      PIC X(01).
           05  CP-RATE-PCT                       PIC 9(03).
           05  CP-PAY-HOURS                      PIC 9(04)V9(02).
           05  CP-NOTIFIED                       PIC X(01).
           05  FILLER                            PIC X(21).
       01  CP-HEADER-RECORD.
           05  CP-H-TYPE                         PIC X(01).
           05  CP-H-ID                           PIC X(07).
           05  CP-H-PERIOD                       PIC X(06).
           05  CP-H-RUN-DATE                     PIC X(08).
           05  FILLER                            PIC X(58).
       01  CP-TRAILER-RECORD.
           05  CP-T-TYPE                         PIC X(01).
           05  CP-T-COUNT                        PIC 9(07).
           05  CP-T-PAY-HOURS                    PIC 9(07)V9(02).
           05  FILLER                            PIC X(63).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(100).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-COF-STATUS                         PIC X(02).
       01  WS-ONC-STATUS                         PIC X(02).
       01  WS-CAL-STATUS                         PIC X(02).
       01  WS-PAY-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
       01  WS-CAL-AVAILABLE                      PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-TODAY-YMD.
           05  WS-TODAY-YYYY                     PIC 9(04).
           05  WS-TODAY-MM                       PIC 9(02).
           05  WS-TODAY-DD                       PIC 9(02).
       01  WS-TODAY-YMD-X REDEFINES WS-TODAY-YMD PIC X(08).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY                     PIC 9(04).
           05  WS-PRIOR-MM                       PIC 9(02).

      * CALLOUT TERMS - DEFAULTS UNLESS CAL00001 'CALLOUT' SAYS
      * OTHERWISE.
       01  WS-MIN-HOURS                          PIC 9(02) VALUE 02.
       01  WS-RATE-WKDAY                         PIC 9(03) VALUE 100.
       01  WS-RATE-WKEND                         PIC 9(03) VALUE 150.
       01  WS-RATE-HOLIDAY                       PIC 9(03) VALUE 200.

       01  WS-START-INT                          PIC S9(09) COMP.
       01  WS-END-INT                            PIC S9(09) COMP.
       01  WS-DOW                                PIC S9(04) COMP.
       01  WS-WORK-MINS                          PIC S9(07) COMP.
       01  WS-PAID-MINS                          PIC S9(07) COMP.
       01  WS-PAID-HOURS                         PIC 9(03)V9(02).
       01  WS-PAY-HOURS                          PIC 9(04)V9(02).
       01  WS-DAY-CLASS                          PIC X(01).
       01  WS-RATE-PCT                           PIC 9(03).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-PAID                           PIC 9(07) VALUE 0.
       01  WS-CNT-UNNOTIFIED                     PIC 9(07) VALUE 0.
       01  WS-CNT-UNACKED                        PIC 9(07) VALUE 0.
       01  WS-CNT-BAD                            PIC 9(07) VALUE 0.
       01  WS-TOT-PAY-HOURS                      PIC 9(07)V9(02)
               VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-MINS-Z                             PIC ZZZZ9.
       01  WS-HOURS-Z                            PIC ZZ9.99.
       01  WS-PAY-Z                              PIC ZZZ9.99.
       01  WS-TOTAL-Z                            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE                         PIC X(100).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-EXTRACT-CALLOUTS
           PERFORM 400-LIST-UNNOTIFIED
           PERFORM 500-LIST-UNACKNOWLEDGED THRU 500-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               IF WS-TODAY-MM = 01
                   COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
               END-IF
               MOVE WS-PRIOR-PERIOD TO WS-PERIOD-CARD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           OPEN INPUT COF00001-FILE
           IF WS-COF-STATUS NOT = '00'
               DISPLAY 'SMB061 - UNABLE TO OPEN COF00001, STATUS = '
                   WS-COF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT CAL00001-FILE
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-AVAILABLE
               PERFORM 170-LOAD-TERMS
           END-IF
           OPEN OUTPUT CALLPAY-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'SMB061 - UNABLE TO OPEN CALLPAY, STATUS = '
                   WS-PAY-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB061 - UNABLE TO OPEN SMB061RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO CP-HEADER-RECORD
           MOVE 'H' TO CP-H-TYPE
           MOVE 'CALLPAY' TO CP-H-ID
           MOVE WS-PERIOD-CARD TO CP-H-PERIOD
           MOVE WS-TODAY-YMD-X TO CP-H-RUN-DATE
           WRITE CP-HEADER-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB061 - ON-CALL CALLOUT PAY, PERIOD '
                  WS-PERIOD-CARD '   RUN ' WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TERMS: MINIMUM ' WS-MIN-HOURS ' HOURS, WEEKDAY '
                  WS-RATE-WKDAY '%, WEEKEND ' WS-RATE-WKEND
                  '%, HOLIDAY ' WS-RATE-HOLIDAY '%'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'USER    TICKET START         END            '
                  'MINS  PAID D RATE  PAYABLE NOTIFIED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * 'FORCE' CONTROL CARD FOLLOWS THE PERIOD CARD ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB061 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB061' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB061 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB061' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB061 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       170-LOAD-TERMS.
           MOVE 'CALLOUT' TO CAL-KEY
           READ CAL00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CAL-STATUS = '00' AND CAL-TYPE = 'R' AND
              CAL-MIN-HOURS NUMERIC AND CAL-RATE-WKDAY NUMERIC AND
              CAL-RATE-WKEND NUMERIC AND CAL-RATE-HOLIDAY NUMERIC
               MOVE CAL-MIN-HOURS TO WS-MIN-HOURS
               MOVE CAL-RATE-WKDAY TO WS-RATE-WKDAY
               MOVE CAL-RATE-WKEND TO WS-RATE-WKEND
               MOVE CAL-RATE-HOLIDAY TO WS-RATE-HOLIDAY
           END-IF.
       170-EXIT.
           EXIT.

       200-EXTRACT-CALLOUTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ COF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF COF-START-DATE(1:6) = WS-PERIOD-CARD
                           ADD 1 TO WS-CNT-READ
                           PERFORM 250-PRICE-CALLOUT THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * MINUTES WORKED FROM THE START AND END STAMPS, THE MINIMUM
      * APPLIED, THEN THE DAY'S RATE - THE WEEKDAY TEST IS THE
      * SAME MOD-7 TEST SMB010 USES.
       250-PRICE-CALLOUT.
           IF COF-START-DATE NOT NUMERIC OR COF-END-DATE NOT NUMERIC
              OR COF-START-TIME NOT NUMERIC OR COF-END-TIME NOT NUMERIC
               ADD 1 TO WS-CNT-BAD
               DISPLAY 'SMB061 - CALLOUT ' COF-TIX-ID ' ' COF-USER
                   ' HAS AN INVALID DATE OR TIME - SKIPPED'
               GO TO 250-EXIT
           END-IF
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(COF-START-DATE-N)
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(COF-END-DATE-N)
           COMPUTE WS-WORK-MINS =
               (WS-END-INT - WS-START-INT) * 1440
               + (COF-END-HH * 60 + COF-END-MI)
               - (COF-START-HH * 60 + COF-START-MI)
           IF WS-WORK-MINS < 0
               MOVE 0 TO WS-WORK-MINS
           END-IF
           COMPUTE WS-PAID-MINS = WS-MIN-HOURS * 60
           IF WS-WORK-MINS > WS-PAID-MINS
               MOVE WS-WORK-MINS TO WS-PAID-MINS
           END-IF
           COMPUTE WS-PAID-HOURS ROUNDED = WS-PAID-MINS / 60
           MOVE 'W' TO WS-DAY-CLASS
           MOVE WS-RATE-WKDAY TO WS-RATE-PCT
           COMPUTE WS-DOW = FUNCTION MOD (WS-START-INT - 1, 7)
           IF WS-DOW > 4
               MOVE 'E' TO WS-DAY-CLASS
               MOVE WS-RATE-WKEND TO WS-RATE-PCT
           END-IF
           IF WS-CAL-AVAILABLE = 'Y'
               MOVE COF-START-DATE TO CAL-KEY
               READ CAL00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CAL-STATUS = '00' AND CAL-TYPE = 'H'
                   MOVE 'H' TO WS-DAY-CLASS
                   MOVE WS-RATE-HOLIDAY TO WS-RATE-PCT
               END-IF
           END-IF
           COMPUTE WS-PAY-HOURS ROUNDED =
               WS-PAID-HOURS * WS-RATE-PCT / 100
           MOVE SPACES TO CP-RECORD
           MOVE 'D' TO CP-TYPE
           MOVE COF-USER TO CP-USER
           MOVE COF-TIX-ID TO CP-TIX-ID
           MOVE COF-START-DATE TO CP-START-DATE
           MOVE COF-START-TIME TO CP-START-TIME
           MOVE COF-END-DATE TO CP-END-DATE
           MOVE COF-END-TIME TO CP-END-TIME
           MOVE WS-WORK-MINS TO CP-WORK-MINS
           MOVE WS-PAID-HOURS TO CP-PAID-HOURS
           MOVE WS-DAY-CLASS TO CP-DAY-CLASS
           MOVE WS-RATE-PCT TO CP-RATE-PCT
           MOVE WS-PAY-HOURS TO CP-PAY-HOURS
           IF COF-NOTIFIED = 'Y'
               MOVE 'Y' TO CP-NOTIFIED
           ELSE
               MOVE 'N' TO CP-NOTIFIED
           END-IF
           WRITE CP-RECORD
           ADD 1 TO WS-CNT-PAID
           ADD WS-PAY-HOURS TO WS-TOT-PAY-HOURS
           MOVE SPACES TO WS-PRINT-LINE
           MOVE COF-USER TO WS-PRINT-LINE(1:7)
           MOVE COF-TIX-ID TO WS-PRINT-LINE(9:6)
           MOVE COF-START-DATE TO WS-PRINT-LINE(16:8)
           MOVE COF-START-TIME TO WS-PRINT-LINE(25:4)
           MOVE COF-END-DATE TO WS-PRINT-LINE(30:8)
           MOVE COF-END-TIME TO WS-PRINT-LINE(39:4)
           MOVE WS-WORK-MINS TO WS-MINS-Z
           MOVE WS-MINS-Z TO WS-PRINT-LINE(44:5)
           MOVE WS-PAID-HOURS TO WS-HOURS-Z
           MOVE WS-HOURS-Z TO WS-PRINT-LINE(50:6)
           MOVE WS-DAY-CLASS TO WS-PRINT-LINE(57:1)
           MOVE WS-RATE-PCT TO WS-PRINT-LINE(59:3)
           MOVE WS-PAY-HOURS TO WS-PAY-Z
           MOVE WS-PAY-Z TO WS-PRINT-LINE(64:7)
           MOVE CP-NOTIFIED TO WS-PRINT-LINE(72:1)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       250-EXIT.
           EXIT.

      * SECOND PASS OF COF00001 - THE PERIOD'S CALLOUTS SM088P
      * FOUND NO ON-CALL NOTIFICATION FOR.
       400-LIST-UNNOTIFIED.
           CLOSE COF00001-FILE
           OPEN INPUT COF00001-FILE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'EXCEPTIONS - CALLOUTS WITH NO ON-CALL NOTIFICATION' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ COF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF COF-START-DATE(1:6) = WS-PERIOD-CARD AND
                          COF-NOTIFIED NOT = 'Y'
                           ADD 1 TO WS-CNT-UNNOTIFIED
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING '  ' COF-USER ' TICKET ' COF-TIX-ID
                                  ' ACKNOWLEDGED ' COF-ACK-DATE ' '
                                  COF-ACK-TIME ' RECORDED BY '
                                  COF-REC-BY ' ON ' COF-REC-DATE
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           MOVE WS-PRINT-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNT-UNNOTIFIED = 0
               MOVE '  NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       400-EXIT.
           EXIT.

      * ONC00001 NOTIFICATIONS IN THE PERIOD THAT NO CALLOUT CLAIMED.
      * A MISSING ONC00001 FILE MEANS NO NOTIFICATION HAS EVER BEEN
      * LOGGED, NOT AN ERROR.
       500-LIST-UNACKNOWLEDGED.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'EXCEPTIONS - ON-CALL NOTIFICATIONS NOBODY ACKNOWLEDGED'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT ONC00001-FILE
           IF WS-ONC-STATUS NOT = '00'
               MOVE '  NO ONC00001 NOTIFICATION LOG ON FILE' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ONC00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF ONC-DATE(1:6) = WS-PERIOD-CARD AND
                          ONC-ACK-FLAG NOT = 'Y'
                           ADD 1 TO WS-CNT-UNACKED
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING '  ' ONC-USER ' TICKET ' ONC-TIX-ID
                                  ' NOTIFIED ' ONC-DATE ' ' ONC-TIME
                                  ' QUEUE ' ONC-QUEUE ' ' ONC-STATUS
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           MOVE WS-PRINT-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ONC00001-FILE
           IF WS-CNT-UNACKED = 0
               MOVE '  NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       500-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB061' TO RUN-JOB-NAME
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
               MOVE WS-CNT-PAID TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO CP-TRAILER-RECORD
           MOVE 'T' TO CP-T-TYPE
           MOVE WS-CNT-PAID TO CP-T-COUNT
           MOVE WS-TOT-PAY-HOURS TO CP-T-PAY-HOURS
           WRITE CP-TRAILER-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-PAID TO WS-Z7
           MOVE WS-TOT-PAY-HOURS TO WS-TOTAL-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CALLOUTS EXTRACTED        = ' WS-Z7
                  '  PAYABLE HOURS ' WS-TOTAL-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-UNNOTIFIED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CALLOUTS NOT NOTIFIED     = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-UNACKED TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NOTIFICATIONS NOT ANSWERED = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-BAD > 0
               MOVE WS-CNT-BAD TO WS-Z7
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'CALLOUTS SKIPPED (BAD)    = ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY 'SMB061 - CALLOUTS EXTRACTED = ' WS-CNT-PAID
           CLOSE COF00001-FILE
           IF WS-CAL-AVAILABLE = 'Y'
               CLOSE CAL00001-FILE
           END-IF
           CLOSE CALLPAY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE COF00001-FILE
           CLOSE CAL00001-FILE
           CLOSE CALLPAY-FILE
           CLOSE REPORT-FILE
           STOP RUN.
