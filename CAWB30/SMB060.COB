       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB060.
      *
      * VENDOR INVOICE MATCHING AGAINST DISPATCH RECORDS.
      * VENDORS BILL FOR THE REPAIRS SM03P'S PF9 SENT THEM. THE
      * VINVIN DATASET CARRIES ONE LINE PER INVOICE LINE - VENDOR,
      * THE VENDOR'S REFERENCE, AMOUNT, OUR TICKET NUMBER AND THE
      * INVOICE DATE. EACH LINE IS CHECKED AGAINST THE TICKET'S
      * DSP00001 DISPATCH AND THE VENDOR'S VND00001 TERMS AND CLASSED:
      *
      *   MATCHED   - WRITTEN TO THE APAPPR ACCOUNTS-PAYABLE APPROVAL
      *               FILE AND MARKED BILLED IN INB00001,
      *   NODISP    - NO DISPATCH OF THAT TICKET TO THAT VENDOR UNDER
      *               THAT REFERENCE,
      *   DUPLICATE - THE DISPATCH HAS ALREADY BEEN BILLED AND PASSED
      *               (THIS RUN OR AN EARLIER ONE),
      *   EARLY     - BILLED BEFORE THE UNIT CAME BACK (NO RETURN
      *               DATE YET, OR INVOICE DATED BEFORE IT),
      *   OVERCAP   - MORE THAN THE VENDOR'S CONTRACTED REPAIR CAP.
      *
      * EXCEPTIONS ARE LISTED ON SMB060RP FOR THE VENDOR MANAGER;
      * AN EXCEPTION LINE IS NOT MARKED BILLED, SO A CORRECTED
      * INVOICE CAN BE FED AGAIN.
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
           SELECT VINVIN-FILE ASSIGN TO VINVIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT DSP00001-FILE ASSIGN TO DSP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-TIX-ID
               FILE STATUS IS WS-DSP-STATUS.
           SELECT VND00001-FILE ASSIGN TO VND00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-ID
               FILE STATUS IS WS-VND-STATUS.
           SELECT INB00001-FILE ASSIGN TO INB00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INB-KEY
               FILE STATUS IS WS-INB-STATUS.
           SELECT APAPPR-FILE ASSIGN TO APAPPR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB060RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VINVIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  VINVIN-RECORD.
           05  IN-VENDOR                         PIC X(08).
           05  IN-INV-REF                        PIC X(20).
           05  IN-AMOUNT                         PIC X(09).
           05  IN-AMOUNT-N REDEFINES IN-AMOUNT   PIC 9(07)V9(02).
           05  IN-TIX-ID                         PIC X(06).
           05  IN-INV-DATE                       PIC X(08).

       FD  DSP00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DSP-RECORD.
           05  DSP-TIX-ID                        PIC X(06).
           05  DSP-VENDOR                        PIC X(08).
           05  DSP-REF                           PIC X(20).
           05  DSP-SENT-DATE                     PIC X(08).
           05  DSP-RETURN-DATE                   PIC X(08).
           05  FILLER                            PIC X(10).

       FD  VND00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  VND-RECORD.
           05  VND-ID                            PIC X(08).
           05  VND-NAME                          PIC X(25).
           05  VND-CONTACT                       PIC X(20).
           05  VND-TURN-DAYS                     PIC 9(03).
           05  VND-ACTIVE                        PIC X(01).
           05  VND-REPAIR-CAP                    PIC 9(07).
           05  FILLER                            PIC X(16).

      * ONE MARKER PER DISPATCH BILLED - TICKET PLUS SENT DATE, SO A
      * UNIT SENT OUT AGAIN LATER CAN BE BILLED AGAIN.
       FD  INB00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  INB-RECORD.
           05  INB-KEY.
               10  INB-TIX-ID                    PIC X(06).
               10  INB-SENT-DATE                 PIC X(08).
           05  INB-VENDOR                        PIC X(08).
           05  INB-INV-REF                       PIC X(20).
           05  INB-AMOUNT                        PIC 9(07)V9(02).
           05  INB-BILLED-DATE                   PIC X(08).
           05  FILLER                            PIC X(21).

      * ACCOUNTS-PAYABLE APPROVAL INTERFACE - ONE LINE PER MATCHED
      * INVOICE LINE, READY FOR PAYMENT RELEASE.
       FD  APAPPR-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-RECORD.
           05  AP-VENDOR                         PIC X(08).
           05  AP-INV-REF                        PIC X(20).
           05  AP-AMOUNT                         PIC 9(07)V9(02).
           05  AP-TIX-ID                         PIC X(06).
           05  AP-INV-DATE                       PIC X(08).
           05  AP-SENT-DATE                      PIC X(08).
           05  AP-RETURN-DATE                    PIC X(08).
           05  AP-MATCH-DATE                     PIC X(08).
           05  FILLER                            PIC X(05).

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
       01  WS-IN-STATUS                          PIC X(02).
       01  WS-DSP-STATUS                         PIC X(02).
       01  WS-VND-STATUS                         PIC X(02).
       01  WS-INB-STATUS                         PIC X(02).
       01  WS-AP-STATUS                          PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-INV-DATE                           PIC X(08).
       01  WS-CAP-AMOUNT                         PIC 9(07)V9(02).
       01  WS-CLASS                              PIC X(09).
       01  WS-DETAIL                             PIC X(40).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-MATCHED                        PIC 9(07) VALUE 0.
       01  WS-CNT-NODISP                         PIC 9(07) VALUE 0.
       01  WS-CNT-DUP                            PIC 9(07) VALUE 0.
       01  WS-CNT-EARLY                          PIC 9(07) VALUE 0.
       01  WS-CNT-OVERCAP                        PIC 9(07) VALUE 0.
       01  WS-CNT-BAD                            PIC 9(07) VALUE 0.
       01  WS-AMT-MATCHED                        PIC 9(11)V9(02)
               VALUE 0.
       01  WS-AMT-EXCEPT                         PIC 9(11)V9(02)
               VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-AMT-Z                              PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-Z                            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE                         PIC X(100).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FEED
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           OPEN INPUT VINVIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'SMB060 - UNABLE TO OPEN VINVIN, STATUS = '
                   WS-IN-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT DSP00001-FILE
           IF WS-DSP-STATUS NOT = '00'
               DISPLAY 'SMB060 - UNABLE TO OPEN DSP00001, STATUS = '
                   WS-DSP-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT VND00001-FILE
           IF WS-VND-STATUS NOT = '00'
               DISPLAY 'SMB060 - UNABLE TO OPEN VND00001, STATUS = '
                   WS-VND-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O INB00001-FILE
           IF WS-INB-STATUS = '35'
               OPEN OUTPUT INB00001-FILE
               CLOSE INB00001-FILE
               OPEN I-O INB00001-FILE
           END-IF
           IF WS-INB-STATUS NOT = '00'
               DISPLAY 'SMB060 - UNABLE TO OPEN INB00001, STATUS = '
                   WS-INB-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT APAPPR-FILE
           IF WS-AP-STATUS NOT = '00'
               DISPLAY 'SMB060 - UNABLE TO OPEN APAPPR, STATUS = '
                   WS-AP-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB060 - UNABLE TO OPEN SMB060RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB060 - VENDOR INVOICE EXCEPTIONS, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLASS     VENDOR   REFERENCE            TICKET'
                  '       AMOUNT DETAIL'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
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
               DISPLAY 'SMB060 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB060' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB060 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB060' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB060 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-PROCESS-FEED.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ VINVIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-MATCH-LINE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * THE TESTS RUN IN A FIXED ORDER AND THE FIRST ONE THAT FAILS
      * CLASSES THE LINE.
       250-MATCH-LINE.
           MOVE SPACES TO WS-DETAIL
           IF IN-AMOUNT NOT NUMERIC OR IN-TIX-ID = SPACES OR
              IN-VENDOR = SPACES
               ADD 1 TO WS-CNT-BAD
               MOVE 'REJECTED' TO WS-CLASS
               MOVE 'LINE INCOMPLETE OR AMOUNT NOT NUMERIC' TO
                   WS-DETAIL
               PERFORM 700-PRINT-EXCEPTION
               GO TO 250-EXIT
           END-IF
           IF IN-INV-DATE NUMERIC
               MOVE IN-INV-DATE TO WS-INV-DATE
           ELSE
               MOVE WS-TODAY-YMD-X TO WS-INV-DATE
           END-IF
           MOVE IN-TIX-ID TO DSP-TIX-ID
           READ DSP00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DSP-STATUS NOT = '00'
               ADD 1 TO WS-CNT-NODISP
               MOVE 'NODISP' TO WS-CLASS
               MOVE 'TICKET WAS NEVER DISPATCHED' TO WS-DETAIL
               PERFORM 700-PRINT-EXCEPTION
               GO TO 250-EXIT
           END-IF
           IF DSP-VENDOR NOT = IN-VENDOR
               ADD 1 TO WS-CNT-NODISP
               MOVE 'NODISP' TO WS-CLASS
               STRING 'DISPATCHED TO ' DSP-VENDOR ' NOT THIS VENDOR'
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 700-PRINT-EXCEPTION
               GO TO 250-EXIT
           END-IF
           IF DSP-REF NOT = IN-INV-REF
               ADD 1 TO WS-CNT-NODISP
               MOVE 'NODISP' TO WS-CLASS
               STRING 'DISPATCH REF IS ' DSP-REF
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 700-PRINT-EXCEPTION
               GO TO 250-EXIT
           END-IF
           MOVE DSP-TIX-ID TO INB-TIX-ID
           MOVE DSP-SENT-DATE TO INB-SENT-DATE
           READ INB00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-INB-STATUS = '00'
               ADD 1 TO WS-CNT-DUP
               MOVE 'DUPLICATE' TO WS-CLASS
               STRING 'ALREADY PASSED ' INB-BILLED-DATE ' REF '
                      INB-INV-REF(1:12)
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 700-PRINT-EXCEPTION
               GO TO 250-EXIT
           END-IF
           IF DSP-RETURN-DATE = SPACES
               ADD 1 TO WS-CNT-EARLY
               MOVE 'EARLY' TO WS-CLASS
               STRING 'UNIT STILL OUT SINCE ' DSP-SENT-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 700-PRINT-EXCEPTION
               GO TO 250-EXIT
           END-IF
           IF WS-INV-DATE < DSP-RETURN-DATE
               ADD 1 TO WS-CNT-EARLY
               MOVE 'EARLY' TO WS-CLASS
               STRING 'INVOICED ' WS-INV-DATE ' RETURNED '
                      DSP-RETURN-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 700-PRINT-EXCEPTION
               GO TO 250-EXIT
           END-IF
           MOVE IN-VENDOR TO VND-ID
           READ VND00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-VND-STATUS = '00' AND VND-REPAIR-CAP NUMERIC AND
              VND-REPAIR-CAP > 0
               MOVE VND-REPAIR-CAP TO WS-CAP-AMOUNT
               IF IN-AMOUNT-N > WS-CAP-AMOUNT
                   ADD 1 TO WS-CNT-OVERCAP
                   MOVE 'OVERCAP' TO WS-CLASS
                   MOVE WS-CAP-AMOUNT TO WS-AMT-Z
                   STRING 'CONTRACTED CAP ' WS-AMT-Z
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 700-PRINT-EXCEPTION
                   GO TO 250-EXIT
               END-IF
           END-IF
           PERFORM 300-APPROVE-LINE.
       250-EXIT.
           EXIT.

       300-APPROVE-LINE.
           MOVE SPACES TO AP-RECORD
           MOVE IN-VENDOR TO AP-VENDOR
           MOVE IN-INV-REF TO AP-INV-REF
           MOVE IN-AMOUNT-N TO AP-AMOUNT
           MOVE IN-TIX-ID TO AP-TIX-ID
           MOVE WS-INV-DATE TO AP-INV-DATE
           MOVE DSP-SENT-DATE TO AP-SENT-DATE
           MOVE DSP-RETURN-DATE TO AP-RETURN-DATE
           MOVE WS-TODAY-YMD-X TO AP-MATCH-DATE
           WRITE AP-RECORD
           MOVE SPACES TO INB-RECORD
           MOVE DSP-TIX-ID TO INB-TIX-ID
           MOVE DSP-SENT-DATE TO INB-SENT-DATE
           MOVE IN-VENDOR TO INB-VENDOR
           MOVE IN-INV-REF TO INB-INV-REF
           MOVE IN-AMOUNT-N TO INB-AMOUNT
           MOVE WS-TODAY-YMD-X TO INB-BILLED-DATE
           WRITE INB-RECORD
               INVALID KEY
                   DISPLAY 'SMB060 - INB00001 WRITE FAILED FOR '
                       INB-TIX-ID ' STATUS = ' WS-INB-STATUS
           END-WRITE
           ADD 1 TO WS-CNT-MATCHED
           ADD IN-AMOUNT-N TO WS-AMT-MATCHED.
       300-EXIT.
           EXIT.

       700-PRINT-EXCEPTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CLASS TO WS-PRINT-LINE(1:9)
           MOVE IN-VENDOR TO WS-PRINT-LINE(11:8)
           MOVE IN-INV-REF TO WS-PRINT-LINE(20:20)
           MOVE IN-TIX-ID TO WS-PRINT-LINE(41:6)
           IF IN-AMOUNT NUMERIC
               MOVE IN-AMOUNT-N TO WS-AMT-Z
               MOVE WS-AMT-Z TO WS-PRINT-LINE(48:12)
               ADD IN-AMOUNT-N TO WS-AMT-EXCEPT
           ELSE
               MOVE IN-AMOUNT TO WS-PRINT-LINE(51:9)
           END-IF
           MOVE WS-DETAIL TO WS-PRINT-LINE(61:40)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       700-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB060' TO RUN-JOB-NAME
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
               MOVE WS-CNT-MATCHED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-READ TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'INVOICE LINES READ   = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-MATCHED TO WS-Z7
           MOVE WS-AMT-MATCHED TO WS-TOTAL-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'MATCHED TO APAPPR    = ' WS-Z7 '  VALUE '
                  WS-TOTAL-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NODISP TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NO DISPATCH FOUND    = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-DUP TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DUPLICATE BILLING    = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-EARLY TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BILLED BEFORE RETURN = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OVERCAP TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OVER CONTRACTED CAP  = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-BAD TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LINES REJECTED       = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-AMT-EXCEPT TO WS-TOTAL-Z
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'VALUE HELD BACK      = ' WS-TOTAL-Z
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB060 - MATCHED = ' WS-CNT-MATCHED
               ' READ = ' WS-CNT-READ
           CLOSE VINVIN-FILE
           CLOSE DSP00001-FILE
           CLOSE VND00001-FILE
           CLOSE INB00001-FILE
           CLOSE APAPPR-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE VINVIN-FILE
           CLOSE DSP00001-FILE
           CLOSE VND00001-FILE
           CLOSE INB00001-FILE
           CLOSE APAPPR-FILE
           CLOSE REPORT-FILE
           STOP RUN.
