       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB078.
      *
      * ONE-TIME CONVERSION OF CLEAR-TEXT PINS TO SALTED HASHES.
      * UAF00001 USED TO CARRY EACH USER'S PIN IN CLEAR. THE PIN IS
      * NOW KEPT ONLY AS A SALTED ONE-WAY HASH ON UAF00005 (SEE
      * SMUAH), MADE AND CHECKED BY THE SHARED ROUTINE SM107, AND
      * THE UAF00001 PIN FIELD CARRIES ONLY THE FORMAT MARKER 'H1'.
      * THIS JOB WALKS UAF00001 ONCE, AND FOR EVERY RECORD STILL
      * HOLDING A CLEAR PIN WRITES THE UAF00005 SALT AND HASH AND
      * REWRITES THE USER WITH THE MARKER. IT MUST RUN WHILE THE
      * ONLINE REGION IS DOWN, BEFORE THE NEW SM000P/SM043P GO IN -
      * THE NEW SIGN-ON TAKES AN UNCONVERTED PIN AS A WRONG ONE.
      *
      * RECORDS ALREADY MARKED 'H1' AND RECORDS WITH NO PIN ARE LEFT
      * ALONE, SO A RERUN (WITH A FORCE CARD) IS HARMLESS. NO PIN OR
      * HASH IS EVER PRINTED; THE REPORT GIVES COUNTS ONLY, PLUS THE
      * USERID OF ANY RECORD THAT COULD NOT BE CONVERTED.
      *
      * UNLOAD COPIES OF UAF00001 TAKEN BEFORE THIS RUN (SMB048
      * BACKUPS) STILL HOLD CLEAR PINS AND SHOULD BE EXPIRED.
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
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT UAF00005-FILE ASSIGN TO UAF00005
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAH-USERID
               FILE STATUS IS WS-UAF5-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB078RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  UAF00005-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAH.

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
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-UAF5-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-UAF                            PIC X VALUE 'N'.
       01  WS-SEED-TIME                          PIC 9(08).
           COPY SMPHP.

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-CONVERTED                      PIC 9(07) VALUE 0.
       01  WS-CNT-ALREADY                        PIC 9(07) VALUE 0.
       01  WS-CNT-NO-PIN                         PIC 9(07) VALUE 0.
       01  WS-CNT-FAILED                         PIC 9(07) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-USERS
           PERFORM 600-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           OPEN I-O UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB078 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00005-FILE
           IF WS-UAF5-STATUS = '35'
               OPEN OUTPUT UAF00005-FILE
               CLOSE UAF00005-FILE
               OPEN I-O UAF00005-FILE
           END-IF
           IF WS-UAF5-STATUS NOT = '00'
               DISPLAY 'SMB078 - UNABLE TO OPEN UAF00005, STATUS = '
                   WS-UAF5-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB078 - UNABLE TO OPEN SMB078RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB078 - PIN HASH CONVERSION' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
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
               DISPLAY 'SMB078 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB078' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB078 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB078' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB078 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-CONVERT-USERS.
           PERFORM UNTIL WS-EOF-UAF = 'Y'
               READ UAF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-UAF
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-CONVERT-ONE-USER THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-CONVERT-ONE-USER.
           IF USR-PIN = 'H1'
               ADD 1 TO WS-CNT-ALREADY
               GO TO 250-EXIT
           END-IF
           IF USR-PIN = SPACES OR USR-PIN = LOW-VALUES
               ADD 1 TO WS-CNT-NO-PIN
               GO TO 250-EXIT
           END-IF
           ACCEPT WS-SEED-TIME FROM TIME
           MOVE 'S' TO PHS-FUNCTION
           MOVE USR-KEY TO PHS-USERID
           MOVE USR-PIN TO PHS-PIN
           COMPUTE PHS-SEED = WS-SEED-TIME * 10000000 + WS-CNT-READ
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE SPACES TO UAH-RECORD
           MOVE USR-KEY TO UAH-USERID
           MOVE PHS-FORMAT TO UAH-FORMAT
           MOVE PHS-SALT TO UAH-SALT
           MOVE PHS-HASH TO UAH-HASH
           MOVE 'SMB078' TO UAH-SET-BY
           MOVE WS-RUN-DATE-X TO UAH-SET-DATE
           WRITE UAH-RECORD
               INVALID KEY
                   REWRITE UAH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-UAF5-STATUS NOT = '00'
               MOVE 'UAF00005 WRITE FAILED' TO WS-PRINT-LINE(1:24)
               PERFORM 280-REPORT-FAILURE
               GO TO 250-EXIT
           END-IF
           MOVE PHS-FORMAT TO USR-PIN
           REWRITE USR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-UAF1-STATUS NOT = '00'
               MOVE 'UAF00001 REWRITE FAILED' TO WS-PRINT-LINE(1:24)
               PERFORM 280-REPORT-FAILURE
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-CONVERTED.
       250-EXIT.
           EXIT.

      * THE FAILING STEP IS IN WS-PRINT-LINE(1:24) ON ENTRY.
       280-REPORT-FAILURE.
           ADD 1 TO WS-CNT-FAILED
           MOVE SPACES TO WS-PRINT-LINE(25:56)
           MOVE USR-USERID7 TO WS-PRINT-LINE(26:7)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.
       280-EXIT.
           EXIT.

       600-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-READ TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'USERS READ           ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CONVERTED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PINS CONVERTED       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ALREADY TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ALREADY HASHED       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NO-PIN TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NO PIN SET           ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-FAILED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NOT CONVERTED        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB078' TO RUN-JOB-NAME
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
               MOVE WS-CNT-CONVERTED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB078 - USERS READ = ' WS-CNT-READ
               ' CONVERTED = ' WS-CNT-CONVERTED
               ' NOT CONVERTED = ' WS-CNT-FAILED
           CLOSE UAF00001-FILE
           CLOSE UAF00005-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE UAF00001-FILE
           CLOSE UAF00005-FILE
           CLOSE REPORT-FILE
           STOP RUN.
