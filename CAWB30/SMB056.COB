       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB056.
      *
      * SERVICE AVAILABILITY AND OUTAGE-MINUTES REPORT.
      * EVERY MIF00001 MAJOR INCIDENT SM040P STAMPED WITH AN OPEN
      * (AND, ONCE CLOSED, A CLOSE) TIMESTAMP IS AN OUTAGE OF EACH CI
      * ON ITS MIC00001 AFFECTED-CI LIST - OR, FOR A MASTER WITH NO
      * LIST, OF THE CI THE MASTER TICKET ITSELF IS LINKED TO IN
      * CIX00001. THE OUTAGE IS SPLIT AT MONTH BOUNDARIES AND THE
      * MINUTES ARE TOTALLED PER CI AND PER CI-TYPE FOR EACH MONTH.
      * EACH CI'S AVAILABILITY FOR THE MONTH IS SET AGAINST THE
      * CI-AVAIL-TARGET SM048P HOLDS, AND A CI UNDER TARGET IS
      * FLAGGED. AN INCIDENT STILL OPEN COUNTS UP TO THE RUN TIME.
      * MASTERS OPENED BEFORE THE STAMPS EXISTED CANNOT BE MEASURED
      * AND ARE ONLY COUNTED. TWO INCIDENTS OVERLAPPING ON ONE CI
      * ARE BOTH COUNTED, CAPPED AT THE MINUTES IN THE MONTH.
      *   CARD 1 - PERIOD, YYYYMM (BLANK = EVERY MONTH ON FILE)
      *   CARD 2 - 'FORCE' TO RERUN THE SAME DAY
      *
      * THE REPORT TAKES NO COMPSEL CARD (SEE SMCOP) AND IS ALWAYS
      * DESK-WIDE: THE CIS ARE SHARED INFRASTRUCTURE AND A CI THAT IS
      * DOWN IS DOWN FOR EVERY COMPANY, WHOEVER RAISED THE MASTER.
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
           SELECT MIF00001-FILE ASSIGN TO MIF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MI-TIX-ID
               FILE STATUS IS WS-MIF-STATUS.
           SELECT MIC00001-FILE ASSIGN TO MIC00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIC-KEY
               FILE STATUS IS WS-MIC-STATUS.
           SELECT CIX00001-FILE ASSIGN TO CIX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIX-TIX-ID
               FILE STATUS IS WS-CIX-STATUS.
           SELECT CIF00001-FILE ASSIGN TO CIF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-CIF-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB056RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  MI-RECORD.
           05  MI-TIX-ID                         PIC X(06).
           05  MI-STATUS                         PIC X(08).
           05  MI-BANNER                         PIC X(50).
           05  MI-OPENED-BY                      PIC X(07).
           05  MI-OPEN-DATE                      PIC X(10).
           05  MI-CLOSED-BY                      PIC X(07).
           05  FILLER                            PIC X(02).
           05  MI-OPEN-STAMP                     PIC X(14).
           05  MI-CLOSE-STAMP                    PIC X(14).
           05  FILLER                            PIC X(12).

       FD  MIC00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  MIC-RECORD.
           05  MIC-KEY.
               10  MIC-MASTER                    PIC X(06).
               10  MIC-CI-ID                     PIC X(08).
           05  MIC-FROM-TIX                      PIC X(06).
           05  MIC-ADDED-DATE                    PIC X(08).
           05  FILLER                            PIC X(12).

       FD  CIX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIX-RECORD.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).

       FD  CIF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CI-RECORD.
           05  CI-ID                             PIC X(08).
           05  CI-DESC                           PIC X(30).
           05  CI-TYPE                           PIC X(10).
           05  CI-VENDOR                         PIC X(15).
           05  CI-WARRANTY-EXP                   PIC X(08).
           05  CI-STATUS                         PIC X(01).
           05  CI-AVAIL-TARGET                   PIC 9(02)V9(02).
           05  FILLER                            PIC X(04).

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
       01  WS-MIF-STATUS                         PIC X(02).
       01  WS-MIC-STATUS                         PIC X(02).
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-CIF-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-MIF                            PIC X VALUE 'N'.
       01  WS-EOF-MIC                            PIC X VALUE 'N'.
       01  WS-MIC-OPEN                           PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).

       01  WS-CNT-MI-READ                        PIC 9(05) VALUE 0.
       01  WS-CNT-MEASURED                       PIC 9(05) VALUE 0.
       01  WS-CNT-UNSTAMPED                      PIC 9(05) VALUE 0.
       01  WS-CNT-NO-CI                          PIC 9(05) VALUE 0.

      * STAMP ARITHMETIC - A YYYYMMDDHHMMSS STAMP BECOMES A MINUTE
      * NUMBER (INTEGER DAY * 1440 + HH * 60 + MM) SO OUTAGES CAN BE
      * SUBTRACTED AND CLIPPED TO MONTH BOUNDARIES.
       01  WS-STAMP.
           05  WS-STAMP-YMD                      PIC 9(08).
           05  WS-STAMP-HH                       PIC 9(02).
           05  WS-STAMP-MI                       PIC 9(02).
           05  WS-STAMP-SS                       PIC 9(02).
       01  WS-STAMP-X REDEFINES WS-STAMP         PIC X(14).
       01  WS-STAMP-MIN                          PIC 9(11).
       01  WS-OUT-START                          PIC 9(11).
       01  WS-OUT-END                            PIC 9(11).
       01  WS-MONTH-YMD.
           05  WS-MONTH-YYYY                     PIC 9(04).
           05  WS-MONTH-MM                       PIC 9(02).
           05  WS-MONTH-DD                       PIC 9(02).
       01  WS-MONTH-YMD-N REDEFINES WS-MONTH-YMD PIC 9(08).
       01  WS-MONTH-START                        PIC 9(11).
       01  WS-MONTH-NEXT                         PIC 9(11).
       01  WS-SLICE-FROM                         PIC 9(11).
       01  WS-SLICE-TO                           PIC 9(11).

      * THE CURRENT INCIDENT'S MINUTES, ONE SLICE PER CALENDAR MONTH.
       01  WS-SLICE-TABLE.
           05  WS-SLICE-ENTRY OCCURS 36 TIMES.
               10  WS-SL-MONTH                   PIC X(06).
               10  WS-SL-MINUTES                 PIC 9(07).
               10  WS-SL-MONTH-MIN               PIC 9(07).
       01  WS-SLICE-USED                         PIC 9(02).
       01  WS-SL-IX                              PIC 9(02).

      * OUTAGE MINUTES PER MONTH PER CI. OVERFLOW IS COUNTED AND
      * REPORTED RATHER THAN SILENTLY DROPPED.
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY OCCURS 500 TIMES.
               10  WS-OT-MONTH                   PIC X(06).
               10  WS-OT-CI-ID                   PIC X(08).
               10  WS-OT-MINUTES                 PIC 9(07).
               10  WS-OT-MONTH-MIN               PIC 9(07).
               10  WS-OT-INCIDENTS               PIC 9(03).
       01  WS-OUT-USED                           PIC 9(03) VALUE 0.
       01  WS-OT-IX                              PIC 9(03).
       01  WS-OUT-OVERFLOW                       PIC 9(05) VALUE 0.
       01  WS-CUR-CI                             PIC X(08).

      * DISTINCT MONTHS, KEPT IN ASCENDING ORDER FOR PRINTING.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY OCCURS 60 TIMES.
               10  WS-MON-MONTH                  PIC X(06).
       01  WS-MON-USED                           PIC 9(02) VALUE 0.
       01  WS-MON-IX                             PIC 9(02).
       01  WS-MON-IX2                            PIC 9(02).

      * PER-TYPE SUBTOTALS, REBUILT FOR EACH MONTH PRINTED.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 50 TIMES.
               10  WS-TY-TYPE                    PIC X(10).
               10  WS-TY-CIS                     PIC 9(03).
               10  WS-TY-MINUTES                 PIC 9(07).
       01  WS-TYPE-USED                          PIC 9(02).
       01  WS-TY-IX                              PIC 9(02).

       01  WS-OUT-MIN-CAP                        PIC 9(07).
       01  WS-AVAIL-PCT                          PIC 9(03)V9(02).
       01  WS-FOUND                              PIC X.
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
       01  WS-PRINT-MIN                          PIC Z,ZZZ,ZZ9.
       01  WS-PRINT-PCT                          PIC ZZ9.99.
       01  WS-PRINT-TGT                          PIC Z9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-SCAN-INCIDENTS
           PERFORM 600-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               MOVE SPACES TO WS-PERIOD-CARD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           OPEN INPUT MIF00001-FILE
           IF WS-MIF-STATUS = '35'
               DISPLAY 'SMB056 - NO MIF00001 FILE, NO INCIDENTS YET'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-MIF-STATUS NOT = '00'
               DISPLAY 'SMB056 - UNABLE TO OPEN MIF00001, STATUS = '
                   WS-MIF-STATUS
               GO TO 999-ABEND
           END-IF
      * NO MIC00001 YET - EVERY MASTER FALLS BACK TO ITS OWN CI.
           OPEN INPUT MIC00001-FILE
           IF WS-MIC-STATUS = '00'
               MOVE 'Y' TO WS-MIC-OPEN
           ELSE
               IF WS-MIC-STATUS NOT = '35'
                   DISPLAY 'SMB056 - UNABLE TO OPEN MIC00001, STATUS = '
                       WS-MIC-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT CIX00001-FILE
           IF WS-CIX-STATUS NOT = '00'
               DISPLAY 'SMB056 - UNABLE TO OPEN CIX00001, STATUS = '
                   WS-CIX-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT CIF00001-FILE
           IF WS-CIF-STATUS NOT = '00'
               DISPLAY 'SMB056 - UNABLE TO OPEN CIF00001, STATUS = '
                   WS-CIF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB056 - UNABLE TO OPEN SMB056RP, STATUS = '
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
               DISPLAY 'SMB056 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB056' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB056 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB056' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB056 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-SCAN-INCIDENTS.
           PERFORM UNTIL WS-EOF-MIF = 'Y'
               READ MIF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-MIF
                   NOT AT END
                       ADD 1 TO WS-CNT-MI-READ
                       PERFORM 250-MEASURE-INCIDENT THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * START AND END AS MINUTE NUMBERS. A MASTER STILL OPEN RUNS TO
      * THE RUN TIME; ONE CLOSED WITHOUT A CLOSE STAMP (OR OPENED
      * WITHOUT AN OPEN STAMP) PREDATES THE STAMPS AND IS SKIPPED.
       250-MEASURE-INCIDENT.
           IF MI-OPEN-STAMP NOT NUMERIC
               ADD 1 TO WS-CNT-UNSTAMPED
               GO TO 250-EXIT
           END-IF
           MOVE MI-OPEN-STAMP TO WS-STAMP-X
           PERFORM 260-STAMP-TO-MINUTES
           MOVE WS-STAMP-MIN TO WS-OUT-START
           IF MI-CLOSE-STAMP NUMERIC
               MOVE MI-CLOSE-STAMP TO WS-STAMP-X
           ELSE
               IF MI-STATUS NOT = 'OPEN'
                   ADD 1 TO WS-CNT-UNSTAMPED
                   GO TO 250-EXIT
               END-IF
               MOVE WS-RUN-DATE-X TO WS-STAMP-X(1:8)
               MOVE WS-RUN-TIME-X(1:6) TO WS-STAMP-X(9:6)
           END-IF
           PERFORM 260-STAMP-TO-MINUTES
           MOVE WS-STAMP-MIN TO WS-OUT-END
           IF WS-OUT-END NOT > WS-OUT-START
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-MEASURED
           PERFORM 300-SLICE-BY-MONTH THRU 300-EXIT
           IF WS-SLICE-USED = 0
               GO TO 250-EXIT
           END-IF
           PERFORM 400-APPLY-TO-CIS THRU 400-EXIT.
       250-EXIT.
           EXIT.

       260-STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MIN =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-YMD) * 1440 +
               WS-STAMP-HH * 60 + WS-STAMP-MI.
       260-EXIT.
           EXIT.

      * WALK FROM THE FIRST OF THE OPENING MONTH, ONE MONTH AT A
      * TIME, CLIPPING THE OUTAGE TO EACH MONTH. ONLY THE SYSIN
      * PERIOD'S SLICE IS KEPT WHEN A PERIOD WAS GIVEN.
       300-SLICE-BY-MONTH.
           MOVE 0 TO WS-SLICE-USED
           MOVE MI-OPEN-STAMP(1:8) TO WS-MONTH-YMD
           MOVE 1 TO WS-MONTH-DD
           COMPUTE WS-MONTH-START =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-YMD-N) * 1440
           PERFORM UNTIL WS-MONTH-START NOT < WS-OUT-END OR
                         WS-SLICE-USED = 36
               PERFORM 320-NEXT-MONTH-START
               IF WS-OUT-START > WS-MONTH-START
                   MOVE WS-OUT-START TO WS-SLICE-FROM
               ELSE
                   MOVE WS-MONTH-START TO WS-SLICE-FROM
               END-IF
               IF WS-OUT-END < WS-MONTH-NEXT
                   MOVE WS-OUT-END TO WS-SLICE-TO
               ELSE
                   MOVE WS-MONTH-NEXT TO WS-SLICE-TO
               END-IF
               IF WS-SLICE-TO > WS-SLICE-FROM AND
                  (WS-PERIOD-CARD = SPACES OR
                   WS-MONTH-YMD(1:6) = WS-PERIOD-CARD)
                   ADD 1 TO WS-SLICE-USED
                   MOVE WS-MONTH-YMD(1:6) TO WS-SL-MONTH(WS-SLICE-USED)
                   COMPUTE WS-SL-MINUTES(WS-SLICE-USED) =
                       WS-SLICE-TO - WS-SLICE-FROM
                   COMPUTE WS-SL-MONTH-MIN(WS-SLICE-USED) =
                       WS-MONTH-NEXT - WS-MONTH-START
               END-IF
               MOVE WS-MONTH-NEXT TO WS-MONTH-START
               IF WS-MONTH-MM = 12
                   MOVE 1 TO WS-MONTH-MM
                   ADD 1 TO WS-MONTH-YYYY
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       320-NEXT-MONTH-START.
           IF WS-MONTH-MM = 12
               COMPUTE WS-MONTH-NEXT = FUNCTION INTEGER-OF-DATE(
                   (WS-MONTH-YYYY + 1) * 10000 + 0101) * 1440
           ELSE
               COMPUTE WS-MONTH-NEXT = FUNCTION INTEGER-OF-DATE(
                   WS-MONTH-YYYY * 10000 + (WS-MONTH-MM + 1) * 100
                   + 1) * 1440
           END-IF.
       320-EXIT.
           EXIT.

      * THE AFFECTED CIS - THE MIC00001 LIST, OR FAILING THAT THE
      * MASTER TICKET'S OWN CIX00001 LINK.
       400-APPLY-TO-CIS.
           MOVE 'N' TO WS-FOUND
           IF WS-MIC-OPEN = 'Y'
               MOVE 'N' TO WS-EOF-MIC
               MOVE MI-TIX-ID TO MIC-MASTER
               MOVE LOW-VALUES TO MIC-CI-ID
               START MIC00001-FILE KEY IS NOT LESS THAN MIC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-MIC
               END-START
               PERFORM UNTIL WS-EOF-MIC = 'Y'
                   READ MIC00001-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-MIC
                       NOT AT END
                           IF MIC-MASTER NOT = MI-TIX-ID
                               MOVE 'Y' TO WS-EOF-MIC
                           ELSE
                               MOVE 'Y' TO WS-FOUND
                               MOVE MIC-CI-ID TO WS-CUR-CI
                               PERFORM 450-ADD-CI-MINUTES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FOUND = 'N'
               MOVE MI-TIX-ID TO CIX-TIX-ID
               READ CIX00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CIX-STATUS = '00'
                   MOVE CIX-CI-ID TO WS-CUR-CI
                   PERFORM 450-ADD-CI-MINUTES
               ELSE
                   ADD 1 TO WS-CNT-NO-CI
               END-IF
           END-IF.
       400-EXIT.
           EXIT.

       450-ADD-CI-MINUTES.
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX > WS-SLICE-USED
               PERFORM 460-FIND-OUT-ENTRY THRU 460-EXIT
               IF WS-OT-IX > 0
                   ADD WS-SL-MINUTES(WS-SL-IX) TO
                       WS-OT-MINUTES(WS-OT-IX)
                   ADD 1 TO WS-OT-INCIDENTS(WS-OT-IX)
               END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

       460-FIND-OUT-ENTRY.
           PERFORM VARYING WS-OT-IX FROM 1 BY 1
                   UNTIL WS-OT-IX > WS-OUT-USED
               IF WS-OT-MONTH(WS-OT-IX) = WS-SL-MONTH(WS-SL-IX) AND
                  WS-OT-CI-ID(WS-OT-IX) = WS-CUR-CI
                   GO TO 460-EXIT
               END-IF
           END-PERFORM
           IF WS-OUT-USED = 500
               ADD 1 TO WS-OUT-OVERFLOW
               MOVE 0 TO WS-OT-IX
               GO TO 460-EXIT
           END-IF
           ADD 1 TO WS-OUT-USED
           MOVE WS-OUT-USED TO WS-OT-IX
           MOVE WS-SL-MONTH(WS-SL-IX) TO WS-OT-MONTH(WS-OT-IX)
           MOVE WS-CUR-CI TO WS-OT-CI-ID(WS-OT-IX)
           MOVE 0 TO WS-OT-MINUTES(WS-OT-IX)
           MOVE WS-SL-MONTH-MIN(WS-SL-IX) TO WS-OT-MONTH-MIN(WS-OT-IX)
           MOVE 0 TO WS-OT-INCIDENTS(WS-OT-IX)
           PERFORM 470-ADD-MONTH THRU 470-EXIT.
       460-EXIT.
           EXIT.

      * KEEPS THE DISTINCT-MONTH LIST IN ORDER BY INSERTION.
       470-ADD-MONTH.
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-MON-USED
               IF WS-MON-MONTH(WS-MON-IX) = WS-SL-MONTH(WS-SL-IX)
                   GO TO 470-EXIT
               END-IF
               IF WS-MON-MONTH(WS-MON-IX) > WS-SL-MONTH(WS-SL-IX)
                   GO TO 470-INSERT
               END-IF
           END-PERFORM.
       470-INSERT.
           IF WS-MON-USED = 60
               GO TO 470-EXIT
           END-IF
           PERFORM VARYING WS-MON-IX2 FROM WS-MON-USED BY -1
                   UNTIL WS-MON-IX2 < WS-MON-IX
               MOVE WS-MON-MONTH(WS-MON-IX2) TO
                   WS-MON-MONTH(WS-MON-IX2 + 1)
           END-PERFORM
           MOVE WS-SL-MONTH(WS-SL-IX) TO WS-MON-MONTH(WS-MON-IX)
           ADD 1 TO WS-MON-USED.
       470-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE 'SMB056 - SERVICE AVAILABILITY AND OUTAGE MINUTES' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PERIOD-CARD NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PERIOD ' WS-PERIOD-CARD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-MON-USED = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'NO MEASURABLE OUTAGES' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-MON-USED
               PERFORM 650-PRINT-MONTH
           END-PERFORM.
       600-EXIT.
           EXIT.

       650-PRINT-MONTH.
           MOVE 0 TO WS-TYPE-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'MONTH ' WS-MON-MONTH(WS-MON-IX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CI       TYPE       INC   OUTAGE MIN  AVAIL %  TARGET'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-OT-IX FROM 1 BY 1
                   UNTIL WS-OT-IX > WS-OUT-USED
               IF WS-OT-MONTH(WS-OT-IX) = WS-MON-MONTH(WS-MON-IX)
                   PERFORM 660-PRINT-CI
               END-IF
           END-PERFORM
           MOVE 'BY CI-TYPE     CIS   OUTAGE MIN' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-TY-IX FROM 1 BY 1
                   UNTIL WS-TY-IX > WS-TYPE-USED
               MOVE WS-TY-CIS(WS-TY-IX) TO WS-PRINT-COUNT
               MOVE WS-TY-MINUTES(WS-TY-IX) TO WS-PRINT-MIN
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-TY-TYPE(WS-TY-IX) TO WS-PRINT-LINE(1:10)
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(14:5)
               MOVE WS-PRINT-MIN TO WS-PRINT-LINE(23:9)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
       650-EXIT.
           EXIT.

       660-PRINT-CI.
           MOVE SPACES TO CI-TYPE
           MOVE ZEROES TO CI-AVAIL-TARGET
           MOVE WS-OT-CI-ID(WS-OT-IX) TO CI-ID
           READ CIF00001-FILE
               INVALID KEY
                   MOVE '(UNKNOWN)' TO CI-TYPE
                   MOVE ZEROES TO CI-AVAIL-TARGET
           END-READ
           IF CI-AVAIL-TARGET NOT NUMERIC
               MOVE ZEROES TO CI-AVAIL-TARGET
           END-IF
           MOVE WS-OT-MINUTES(WS-OT-IX) TO WS-OUT-MIN-CAP
           IF WS-OUT-MIN-CAP > WS-OT-MONTH-MIN(WS-OT-IX)
               MOVE WS-OT-MONTH-MIN(WS-OT-IX) TO WS-OUT-MIN-CAP
           END-IF
           COMPUTE WS-AVAIL-PCT ROUNDED =
               (WS-OT-MONTH-MIN(WS-OT-IX) - WS-OUT-MIN-CAP) * 100
               / WS-OT-MONTH-MIN(WS-OT-IX)
           MOVE WS-OT-INCIDENTS(WS-OT-IX) TO WS-PRINT-COUNT
           MOVE WS-OUT-MIN-CAP TO WS-PRINT-MIN
           MOVE WS-AVAIL-PCT TO WS-PRINT-PCT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-OT-CI-ID(WS-OT-IX) TO WS-PRINT-LINE(1:8)
           MOVE CI-TYPE TO WS-PRINT-LINE(10:10)
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(20:5)
           MOVE WS-PRINT-MIN TO WS-PRINT-LINE(27:9)
           MOVE WS-PRINT-PCT TO WS-PRINT-LINE(39:6)
           IF CI-AVAIL-TARGET > 0
               MOVE CI-AVAIL-TARGET TO WS-PRINT-TGT
               MOVE WS-PRINT-TGT TO WS-PRINT-LINE(48:5)
               IF WS-AVAIL-PCT < CI-AVAIL-TARGET
                   MOVE 'MISSED' TO WS-PRINT-LINE(55:6)
               END-IF
           ELSE
               MOVE 'NONE' TO WS-PRINT-LINE(49:4)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 670-ADD-TYPE THRU 670-EXIT.
       660-EXIT.
           EXIT.

       670-ADD-TYPE.
           PERFORM VARYING WS-TY-IX FROM 1 BY 1
                   UNTIL WS-TY-IX > WS-TYPE-USED
               IF WS-TY-TYPE(WS-TY-IX) = CI-TYPE
                   ADD 1 TO WS-TY-CIS(WS-TY-IX)
                   ADD WS-OUT-MIN-CAP TO WS-TY-MINUTES(WS-TY-IX)
                   GO TO 670-EXIT
               END-IF
           END-PERFORM
           IF WS-TYPE-USED < 50
               ADD 1 TO WS-TYPE-USED
               MOVE CI-TYPE TO WS-TY-TYPE(WS-TYPE-USED)
               MOVE 1 TO WS-TY-CIS(WS-TYPE-USED)
               MOVE WS-OUT-MIN-CAP TO WS-TY-MINUTES(WS-TYPE-USED)
           END-IF.
       670-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB056' TO RUN-JOB-NAME
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
               MOVE WS-CNT-MI-READ TO RUN-COUNT-READ
               MOVE WS-CNT-MEASURED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-MEASURED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'INCIDENTS MEASURED         = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-UNSTAMPED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'INCIDENTS WITHOUT STAMPS   = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NO-CI TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'INCIDENTS WITH NO CI       = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-OUT-OVERFLOW > 0
               MOVE WS-OUT-OVERFLOW TO WS-PRINT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'CI-MONTHS NOT REPORTED (TABLE FULL) = '
                      WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY 'SMB056 - INCIDENTS MEASURED = ' WS-CNT-MEASURED
           CLOSE MIF00001-FILE
           IF WS-MIC-OPEN = 'Y'
               CLOSE MIC00001-FILE
           END-IF
           CLOSE CIX00001-FILE
           CLOSE CIF00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE MIF00001-FILE
           CLOSE MIC00001-FILE
           CLOSE CIX00001-FILE
           CLOSE CIF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
