       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB096.
      *
      * EARLY-MORNING DESK VISIT RUN.
      * WORKS FROM APT00001 (SEE SMAPT), THE VISITS BOOKED ON SM120P
      * (SMDV), IN TWO PASSES:
      *
      * 1. REMINDERS - EVERY VISIT STILL BOOKED FOR THE NEXT WORKING
      *    DAY (AND, ON A FRIDAY, THE WEEKEND BEFORE IT) THAT HAS NOT
      *    HAD ONE GETS A REMINDER TO THE REQUESTOR ON NTFYOUT, AND
      *    IS MARKED APT-REMINDED SO A FORCED RERUN DOES NOT SEND IT
      *    AGAIN. A VISIT BOOKED OR MOVED AFTER THE RUN FOR ITS DAY
      *    ONLY HAS THE SM120P CONFIRMATION.
      * 2. RUN SHEETS - TODAY'S VISITS ARE PRINTED ONE PAGE PER
      *    PROVIDER IN HOUR ORDER, WITH THE TICKET TITLE FROM
      *    STF00001, AND EACH PROVIDER IS TOLD ON NTFYOUT HOW MANY
      *    VISITS THE DAY HOLDS.
      *
      * SYSIN: THE USUAL OPTIONAL FORCE CARD ONLY.
      *
      * THE JOB TAKES NO COMPSEL CARD (SEE SMCOP) AND IS ALWAYS
      * DESK-WIDE: IT IS THE DAY'S WORK, NOT A REPORT. EVERY BOOKED
      * VISIT MUST HAVE ITS REMINDER AND A PROVIDER VISITS FOR EVERY
      * COMPANY, SO A RUN SHEET FOR ONE COMPANY WOULD SEND THEM OUT
      * WITH PART OF THEIR DAY.
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
           SELECT APT00001-FILE ASSIGN TO APT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-KEY
               FILE STATUS IS WS-APT-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB096RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APT00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMAPT.

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-LINE                           PIC X(100).

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
       01  WS-APT-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-STF-OPEN                           PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.
       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).
       01  WS-WORK-INT                           PIC 9(09).
       01  WS-WORK-YMD                           PIC 9(08).
       01  WS-WORK-YMD-X REDEFINES WS-WORK-YMD   PIC X(08).
       01  WS-DOW                                PIC 9(01).

      * REMINDERS GO OUT FOR VISITS AFTER TODAY UP TO AND INCLUDING
      * THE NEXT WEEKDAY.
       01  WS-REMIND-FROM                        PIC X(08).
       01  WS-REMIND-TO                          PIC X(08).

      * TODAY'S VISITS IN KEY ORDER - HOUR, THEN PROVIDER.
       01  WS-VS-TABLE.
           05  WS-VS-ENTRY OCCURS 500 TIMES.
               10  WS-VS-HOUR                    PIC X(02).
               10  WS-VS-PROVIDER                PIC X(07).
               10  WS-VS-TIX-ID                  PIC X(06).
               10  WS-VS-REQUESTOR               PIC X(07).
               10  WS-VS-STATUS                  PIC X(01).
       01  WS-VS-USED                            PIC 9(03) VALUE 0.
       01  WS-VS-IX                              PIC 9(03).

      * THE PROVIDERS WITH A VISIT TODAY, AND HOW MANY EACH HAS.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 200 TIMES.
               10  WS-PV-USERID                  PIC X(07).
               10  WS-PV-COUNT                   PIC 9(03).
       01  WS-PV-USED                            PIC 9(03) VALUE 0.
       01  WS-PV-IX                              PIC 9(03).

       01  WS-STATE-TEXT                         PIC X(08).
       01  WS-CNT-READ                           PIC 9(06) VALUE 0.
       01  WS-CNT-REMINDED                       PIC 9(05) VALUE 0.
       01  WS-CNT-TODAY                          PIC 9(05) VALUE 0.
       01  WS-CNT-DROPPED                        PIC 9(05) VALUE 0.
       01  WS-Z3                                 PIC ZZ9.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-SEND-REMINDERS THRU 200-EXIT
           PERFORM 300-LOAD-TODAY THRU 300-EXIT
           PERFORM 400-PRINT-RUN-SHEETS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           COMPUTE WS-WORK-INT = WS-TODAY-INT + 1
           COMPUTE WS-WORK-YMD = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-YMD-X TO WS-REMIND-FROM
           COMPUTE WS-DOW = FUNCTION MOD (WS-WORK-INT - 1, 7)
           PERFORM UNTIL WS-DOW < 5
               ADD 1 TO WS-WORK-INT
               COMPUTE WS-DOW = FUNCTION MOD (WS-WORK-INT - 1, 7)
           END-PERFORM
           COMPUTE WS-WORK-YMD = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-YMD-X TO WS-REMIND-TO
           OPEN I-O APT00001-FILE
           IF WS-APT-STATUS = '35'
               DISPLAY 'SMB096 - NO APT00001 - NO VISIT EVER BOOKED'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-APT-STATUS NOT = '00'
               DISPLAY 'SMB096 - UNABLE TO OPEN APT00001, STATUS = '
                   WS-APT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS = '00'
               MOVE 'Y' TO WS-STF-OPEN
           ELSE
               DISPLAY 'SMB096 - NO STF00001, STATUS = ' WS-STF1-STATUS
                   ' - RUN SHEETS PRINTED WITHOUT TITLES'
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB096 - UNABLE TO OPEN SMB096RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB096 - DESK VISIT REMINDERS AND RUN SHEETS, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'REMINDERS FOR VISITS ' WS-REMIND-FROM ' TO '
                  WS-REMIND-TO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DATE     HH PROVIDR TICKET REQUESTR'
               TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD IS ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB096 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB096' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB096 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB096' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB096 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-SEND-REMINDERS.
           MOVE LOW-VALUES TO APT-KEY
           MOVE WS-REMIND-FROM TO APT-DATE
           START APT00001-FILE KEY IS NOT LESS THAN APT-KEY
               INVALID KEY
                   GO TO 200-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ APT00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF APT-DATE > WS-REMIND-TO
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           ADD 1 TO WS-CNT-READ
                           IF APT-BOOKED AND APT-REMINDED NOT = 'Y'
                               PERFORM 250-REMIND-ONE THRU 250-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-REMIND-ONE.
           MOVE 'Y' TO APT-REMINDED
           REWRITE APT-RECORD
               INVALID KEY
                   DISPLAY 'SMB096 - APT00001 REWRITE FAILED FOR '
                       APT-KEY
                   GO TO 250-EXIT
           END-REWRITE
           ADD 1 TO WS-CNT-REMINDED
           MOVE SPACES TO NOTIFY-LINE
           STRING 'TO: ' APT-REQUESTOR
                  '  REMINDER - DESK VISIT FOR TICKET ' APT-TIX-ID
                  ' ON ' APT-DATE ' AT ' APT-HOUR ':00 WITH '
                  APT-PROVIDER
               DELIMITED BY SIZE INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE APT-DATE TO WS-PRINT-LINE(1:8)
           MOVE APT-HOUR TO WS-PRINT-LINE(10:2)
           MOVE APT-PROVIDER TO WS-PRINT-LINE(13:7)
           MOVE APT-TIX-ID TO WS-PRINT-LINE(21:6)
           MOVE APT-REQUESTOR TO WS-PRINT-LINE(28:7)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       250-EXIT.
           EXIT.

      * TODAY'S VISITS, WHATEVER THEIR STATE, INTO THE TABLES.
       300-LOAD-TODAY.
           MOVE LOW-VALUES TO APT-KEY
           MOVE WS-TODAY-YMD-X TO APT-DATE
           START APT00001-FILE KEY IS NOT LESS THAN APT-KEY
               INVALID KEY
                   GO TO 300-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ APT00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF APT-DATE NOT = WS-TODAY-YMD-X
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           ADD 1 TO WS-CNT-READ
                           PERFORM 350-LOAD-ONE THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-LOAD-ONE.
           IF WS-VS-USED NOT < 500
               ADD 1 TO WS-CNT-DROPPED
               GO TO 350-EXIT
           END-IF
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-USED
                      OR WS-PV-USERID (WS-PV-IX) = APT-PROVIDER
               CONTINUE
           END-PERFORM
           IF WS-PV-IX > WS-PV-USED
               IF WS-PV-USED < 200
                   ADD 1 TO WS-PV-USED
                   MOVE APT-PROVIDER TO WS-PV-USERID (WS-PV-USED)
                   MOVE 0 TO WS-PV-COUNT (WS-PV-USED)
                   MOVE WS-PV-USED TO WS-PV-IX
               ELSE
                   ADD 1 TO WS-CNT-DROPPED
                   GO TO 350-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-PV-COUNT (WS-PV-IX)
           ADD 1 TO WS-VS-USED
           ADD 1 TO WS-CNT-TODAY
           MOVE APT-HOUR TO WS-VS-HOUR (WS-VS-USED)
           MOVE APT-PROVIDER TO WS-VS-PROVIDER (WS-VS-USED)
           MOVE APT-TIX-ID TO WS-VS-TIX-ID (WS-VS-USED)
           MOVE APT-REQUESTOR TO WS-VS-REQUESTOR (WS-VS-USED)
           MOVE APT-STATUS TO WS-VS-STATUS (WS-VS-USED).
       350-EXIT.
           EXIT.

      * ONE RUN SHEET PER PROVIDER. THE TABLE IS ALREADY IN HOUR
      * ORDER, SO EACH SHEET IS ONE PASS PICKING OUT ITS PROVIDER.
       400-PRINT-RUN-SHEETS.
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-USED
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-PV-COUNT (WS-PV-IX) TO WS-Z3
               MOVE SPACES TO REPORT-RECORD
               STRING 'RUN SHEET FOR ' WS-PV-USERID (WS-PV-IX)
                      ' ON ' WS-TODAY-YMD-X ' - ' WS-Z3
                      ' VISIT(S)'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'HOUR   TICKET REQUESTR STATE    TITLE'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-VS-IX FROM 1 BY 1
                       UNTIL WS-VS-IX > WS-VS-USED
                   IF WS-VS-PROVIDER (WS-VS-IX) =
                      WS-PV-USERID (WS-PV-IX)
                       PERFORM 450-PRINT-VISIT THRU 450-EXIT
                   END-IF
               END-PERFORM
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-PV-USERID (WS-PV-IX)
                      '  ' WS-Z3 ' DESK VISIT(S) BOOKED WITH YOU TODAY'
                      ' - SEE YOUR SMB096 RUN SHEET'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-PRINT-VISIT.
           EVALUATE WS-VS-STATUS (WS-VS-IX)
               WHEN 'A'
                   MOVE 'ATTENDED' TO WS-STATE-TEXT
               WHEN 'N'
                   MOVE 'MISSED' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'BOOKED' TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-VS-HOUR (WS-VS-IX) TO WS-PRINT-LINE(1:2)
           MOVE ':00' TO WS-PRINT-LINE(3:3)
           MOVE WS-VS-TIX-ID (WS-VS-IX) TO WS-PRINT-LINE(8:6)
           MOVE WS-VS-REQUESTOR (WS-VS-IX) TO WS-PRINT-LINE(15:7)
           MOVE WS-STATE-TEXT TO WS-PRINT-LINE(23:8)
           IF WS-STF-OPEN = 'Y'
               MOVE WS-VS-TIX-ID (WS-VS-IX) TO TIX-ID
               READ STF00001-FILE
                   INVALID KEY
                       MOVE '(TICKET NOT ON FILE)' TO
                           WS-PRINT-LINE(32:25)
                   NOT INVALID KEY
                       MOVE TIX-TITLE TO WS-PRINT-LINE(32:25)
               END-READ
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       450-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB096' TO RUN-JOB-NAME
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
               MOVE WS-CNT-REMINDED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REMINDED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REMINDERS SENT      = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-TODAY TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'VISITS TODAY        = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PV-USED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PROVIDERS WITH VISITS = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-DROPPED > 0
               MOVE WS-CNT-DROPPED TO WS-Z5
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NOT PRINTED - TABLE FULL = ' WS-Z5
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY 'SMB096 - REMINDED = ' WS-CNT-REMINDED
               ' VISITS TODAY = ' WS-CNT-TODAY
           CLOSE APT00001-FILE
           IF WS-STF-OPEN = 'Y'
               CLOSE STF00001-FILE
           END-IF
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE APT00001-FILE
           CLOSE STF00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
