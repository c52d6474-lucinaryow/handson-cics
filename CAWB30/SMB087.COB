       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB087.
      *
      * ONE-TIME CONVERSION OF SLA00001 AND RTE00001 TO DATED
      * VERSIONS. BOTH TABLES USED TO HOLD ONE ROW PER KEY, SO A
      * CHANGE REACHED BACK OVER EVERY TICKET ALREADY MEASURED OR
      * BILLED. EACH KEY NOW ENDS IN 99999999 MINUS AN EFFECTIVE-FROM
      * DATE (SLA-KEY 19 BYTES, RTE-KEY 18) AND THE READERS TAKE THE
      * NEWEST VERSION NOT AFTER THEIR DATE - SEE SM029P AND SM025P.
      *
      * THE OLD CLUSTERS ARE RENAMED TO SLAOLD AND RTEOLD AND THE NEW
      * ONES DEFINED EMPTY WITH THE LONGER KEYS BEFORE THIS JOB RUNS.
      * EVERY OLD ROW IS LOADED AS ONE VERSION EFFECTIVE FROM
      * 00000000 (KEY SUFFIX 99999999), SO IT STAYS IN FORCE FOR
      * EVERY DATE UNTIL A DATED VERSION IS KEYED AFTER IT. THE OLD
      * KEY ORDER IS KEPT, SO THE LOAD IS SEQUENTIAL. IT MUST RUN
      * WHILE THE ONLINE REGION IS DOWN, BEFORE THE NEW PROGRAMS GO
      * IN. THE REPORT GIVES THE COUNTS AND ANY ROW NOT LOADED.
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
           SELECT SLAOLD-FILE ASSIGN TO SLAOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSLA-KEY
               FILE STATUS IS WS-OSLA-STATUS.
           SELECT RTEOLD-FILE ASSIGN TO RTEOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORTE-KEY
               FILE STATUS IS WS-ORTE-STATUS.
           SELECT SLA00001-FILE ASSIGN TO SLA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-SLA-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB087RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE UNDATED LAYOUTS.
       FD  SLAOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  OSLA-RECORD.
           05  OSLA-KEY.
               10  OSLA-PRIORITY                 PIC X(01).
               10  OSLA-CATEGORY                 PIC X(10).
           05  OSLA-TARGET-HOURS                 PIC 9(04).
           05  FILLER                            PIC X(25).

       FD  RTEOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORTE-RECORD.
           05  ORTE-KEY                          PIC X(10).
           05  ORTE-FLAT-RATE                    PIC 9(05)V9(02).
           05  ORTE-HOUR-RATE                    PIC 9(05)V9(02).
           05  FILLER                            PIC X(16).

      * THE DATED LAYOUTS.
       FD  SLA00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-RECORD.
           05  SLA-KEY.
               10  SLA-ROW-KEY.
                   15  SLA-PRIORITY              PIC X(01).
                   15  SLA-CATEGORY              PIC X(10).
               10  SLA-EFF-INV                   PIC 9(08).
           05  SLA-TARGET-HOURS                  PIC 9(04).
           05  FILLER                            PIC X(17).

       FD  RTE00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROW-KEY                   PIC X(10).
               10  RTE-EFF-INV                   PIC 9(08).
           05  RTE-FLAT-RATE                     PIC 9(05)V9(02).
           05  RTE-HOUR-RATE                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(08).

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
       01  WS-OSLA-STATUS                        PIC X(02).
       01  WS-ORTE-STATUS                        PIC X(02).
       01  WS-SLA-STATUS                         PIC X(02).
       01  WS-RTE-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X.
      * THE 'ALWAYS' VERSION - EFFECTIVE FROM 00000000.
       01  WS-EFF-ALWAYS                         PIC 9(08)
                                                   VALUE 99999999.

       01  WS-CNT-SLA-READ                       PIC 9(07) VALUE 0.
       01  WS-CNT-SLA-LOADED                     PIC 9(07) VALUE 0.
       01  WS-CNT-RTE-READ                       PIC 9(07) VALUE 0.
       01  WS-CNT-RTE-LOADED                     PIC 9(07) VALUE 0.
       01  WS-CNT-FAILED                         PIC 9(07) VALUE 0.
       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-LOADED                         PIC 9(07) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-SLA
           PERFORM 300-CONVERT-RTE
           PERFORM 600-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           OPEN INPUT SLAOLD-FILE
           IF WS-OSLA-STATUS NOT = '00'
               DISPLAY 'SMB087 - UNABLE TO OPEN SLAOLD, STATUS = '
                   WS-OSLA-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT RTEOLD-FILE
           IF WS-ORTE-STATUS NOT = '00'
               DISPLAY 'SMB087 - UNABLE TO OPEN RTEOLD, STATUS = '
                   WS-ORTE-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT SLA00001-FILE
           IF WS-SLA-STATUS NOT = '00'
               DISPLAY 'SMB087 - UNABLE TO OPEN SLA00001, STATUS = '
                   WS-SLA-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT RTE00001-FILE
           IF WS-RTE-STATUS NOT = '00'
               DISPLAY 'SMB087 - UNABLE TO OPEN RTE00001, STATUS = '
                   WS-RTE-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB087 - UNABLE TO OPEN SMB087RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB087 - SLA AND RATE TABLE VERSION CONVERSION' TO
               REPORT-RECORD
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
               DISPLAY 'SMB087 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB087' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB087 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB087' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB087 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-CONVERT-SLA.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ SLAOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-SLA-READ
                       PERFORM 250-CONVERT-ONE-SLA THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-CONVERT-ONE-SLA.
           MOVE SPACES TO SLA-RECORD
           MOVE OSLA-PRIORITY TO SLA-PRIORITY
           MOVE OSLA-CATEGORY TO SLA-CATEGORY
           MOVE WS-EFF-ALWAYS TO SLA-EFF-INV
           MOVE OSLA-TARGET-HOURS TO SLA-TARGET-HOURS
           WRITE SLA-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-SLA-STATUS NOT = '00'
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'SLA00001 NOT LOADED ' OSLA-KEY
                      ' STATUS ' WS-SLA-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 280-REPORT-FAILURE
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-SLA-LOADED.
       250-EXIT.
           EXIT.

      * THE FAILING ROW IS DESCRIBED IN WS-PRINT-LINE ON ENTRY.
       280-REPORT-FAILURE.
           ADD 1 TO WS-CNT-FAILED
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.
       280-EXIT.
           EXIT.

       300-CONVERT-RTE.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ RTEOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-RTE-READ
                       PERFORM 350-CONVERT-ONE-RTE THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-CONVERT-ONE-RTE.
           MOVE SPACES TO RTE-RECORD
           MOVE ORTE-KEY TO RTE-ROW-KEY
           MOVE WS-EFF-ALWAYS TO RTE-EFF-INV
           MOVE ORTE-FLAT-RATE TO RTE-FLAT-RATE
           MOVE ORTE-HOUR-RATE TO RTE-HOUR-RATE
           WRITE RTE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-RTE-STATUS NOT = '00'
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'RTE00001 NOT LOADED ' ORTE-KEY
                      ' STATUS ' WS-RTE-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 280-REPORT-FAILURE
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-CNT-RTE-LOADED.
       350-EXIT.
           EXIT.

       600-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SLA-READ TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SLA ROWS READ        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SLA-LOADED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SLA ROWS LOADED      ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-RTE-READ TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RATE ROWS READ       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-RTE-LOADED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RATE ROWS LOADED     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-FAILED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NOT LOADED           ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB087' TO RUN-JOB-NAME
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
               COMPUTE WS-CNT-READ = WS-CNT-SLA-READ + WS-CNT-RTE-READ
               COMPUTE WS-CNT-LOADED =
                   WS-CNT-SLA-LOADED + WS-CNT-RTE-LOADED
               MOVE WS-CNT-READ TO RUN-COUNT-READ
               MOVE WS-CNT-LOADED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB087 - SLA LOADED = ' WS-CNT-SLA-LOADED
               ' RATE LOADED = ' WS-CNT-RTE-LOADED
               ' NOT LOADED = ' WS-CNT-FAILED
           CLOSE SLAOLD-FILE
           CLOSE RTEOLD-FILE
           CLOSE SLA00001-FILE
           CLOSE RTE00001-FILE
           CLOSE REPORT-FILE
           IF WS-CNT-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE SLAOLD-FILE
           CLOSE RTEOLD-FILE
           CLOSE SLA00001-FILE
           CLOSE RTE00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
