       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB055.
      *
      * CHANGE-CAUSED-INCIDENT CORRELATION REPORT.
      * FOR EVERY CHG00001 CHANGE WHOSE PLANNED END (CHG-PLAN-END)
      * FALLS IN THE SYSIN PERIOD, TAKES THE CI THE CHANGE TICKET IS
      * LINKED TO IN CIX00001 AND LISTS EVERY OTHER TICKET LINKED TO
      * THE SAME CI WITHIN THE WINDOW OF DAYS AFTER THE CHANGE ENDED
      * - THE INCIDENTS THE CHANGE PROBABLY CAUSED. TICKETS THAT ARE
      * THEMSELVES CHANGES ARE NOT COUNTED. THE INCIDENT DATE IS THE
      * CIX-LINK-DATE, WHICH SM02P STAMPS WHEN THE TICKET IS RAISED
      * AGAINST THE CI. THE REPORT IS GROUPED BY CHANGE TICKET AND
      * ENDS WITH THE CHANGE SUCCESS RATE (CHANGES WITH NO FOLLOW-ON
      * INCIDENT) BY CHG-RISK LEVEL, FOR THE CAB.
      *   CARD 1 - PERIOD, YYYYMM (BLANK = EVERY CHANGE ON FILE)
      *   CARD 2 - WINDOW DAYS, 3 DIGITS (BLANK OR ZERO = 007)
      *   CARD 3 - 'FORCE' TO RERUN THE SAME DAY
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG00001-FILE ASSIGN TO CHG00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-TIX-ID
               FILE STATUS IS WS-CHG-STATUS.
           SELECT CIX00001-FILE ASSIGN TO CIX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIX-TIX-ID
               FILE STATUS IS WS-CIX-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB055RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHG00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHG-RECORD.
           05  CHG-TIX-ID                        PIC X(06).
           05  CHG-PLAN-START                    PIC X(08).
           05  CHG-PLAN-END                      PIC X(08).
           05  CHG-RISK                          PIC X(01).
           05  CHG-FREEZE-OVR                    PIC X(01).
           05  FILLER                            PIC X(16).

       FD  CIX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIX-RECORD.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

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
       01  WS-CHG-STATUS                         PIC X(02).
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-CHG                            PIC X VALUE 'N'.
       01  WS-EOF-CIX                            PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-WINDOW-CARD                        PIC X(03).
       01  WS-WINDOW-DAYS                        PIC 9(03) VALUE 007.

       01  WS-CNT-CHG-READ                       PIC 9(05) VALUE 0.
       01  WS-CNT-LINKS-READ                     PIC 9(07) VALUE 0.
       01  WS-CNT-INCIDENTS                      PIC 9(05) VALUE 0.

       01  WS-YMD-X                              PIC X(08).
       01  WS-YMD-N REDEFINES WS-YMD-X           PIC 9(08).
       01  WS-LINK-INT                           PIC 9(09).
       01  WS-DAYS-AFTER                         PIC S9(09).

      * IN-CORE LIST OF THE PERIOD'S CHANGES, IN CHANGE-TICKET ORDER,
      * EACH WITH ITS CI AND UP TO TEN FOLLOW-ON INCIDENT NUMBERS
      * (THE COUNT KEEPS GOING PAST TEN). OVERFLOW IS COUNTED AND
      * REPORTED RATHER THAN SILENTLY DROPPED.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 200 TIMES.
               10  WS-CT-TIX-ID                  PIC X(06).
               10  WS-CT-CI-ID                   PIC X(08).
               10  WS-CT-END                     PIC X(08).
               10  WS-CT-END-INT                 PIC 9(09).
               10  WS-CT-RISK                    PIC X(01).
               10  WS-CT-REQUESTOR               PIC X(08).
               10  WS-CT-INC-COUNT               PIC 9(03).
               10  WS-CT-INC-ID                  PIC X(06)
                                                 OCCURS 10 TIMES.
       01  WS-CHG-USED                           PIC 9(03) VALUE 0.
       01  WS-CHG-IX                             PIC 9(03).
       01  WS-INC-IX                             PIC 9(03).
       01  WS-CHG-OVERFLOW                       PIC 9(05) VALUE 0.
       01  WS-IS-CHANGE                          PIC X.

      * SUCCESS-RATE TALLY - ONE ROW PER RISK LEVEL H, M, L, THEN
      * ONE FOR CHANGES FILED WITHOUT A RECOGNISED RISK.
       01  WS-RISK-NAMES                         PIC X(04) VALUE 'HML?'.
       01  WS-RISK-TABLE.
           05  WS-RISK-ENTRY OCCURS 4 TIMES.
               10  WS-RK-CHANGES                 PIC 9(05).
               10  WS-RK-CAUSED                  PIC 9(05).
       01  WS-RK-IX                              PIC 9(01).
       01  WS-RK-CLEAN                           PIC 9(05).
       01  WS-RK-RATE                            PIC 9(03)V9.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.
       01  WS-PRINT-COUNT2                       PIC ZZZZ9.
       01  WS-PRINT-COUNT3                       PIC ZZZZ9.
       01  WS-PRINT-RATE                         PIC ZZ9.9.
       01  WS-PRINT-POS                          PIC 9(02).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-CHANGES
           PERFORM 300-MATCH-LINKS THRU 300-EXIT
           PERFORM 600-PRINT-REPORT
           PERFORM 700-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-CARD FROM SYSIN
           IF WS-PERIOD-CARD NOT NUMERIC
               MOVE SPACES TO WS-PERIOD-CARD
           END-IF
           ACCEPT WS-WINDOW-CARD FROM SYSIN
           IF WS-WINDOW-CARD NOT = SPACES AND
                                 WS-WINDOW-CARD NUMERIC
               MOVE WS-WINDOW-CARD TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS = 0
               MOVE 007 TO WS-WINDOW-DAYS
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           MOVE ZEROES TO WS-RISK-TABLE
           OPEN INPUT CHG00001-FILE
           IF WS-CHG-STATUS = '35'
               DISPLAY 'SMB055 - NO CHG00001 FILE, NO CHANGES YET'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'SMB055 - UNABLE TO OPEN CHG00001, STATUS = '
                   WS-CHG-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT CIX00001-FILE
           IF WS-CIX-STATUS NOT = '00'
               DISPLAY 'SMB055 - UNABLE TO OPEN CIX00001, STATUS = '
                   WS-CIX-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB055 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB055 - UNABLE TO OPEN SMB055RP, STATUS = '
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
               DISPLAY 'SMB055 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB055' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB055 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB055' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB055 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * PASS 1 - THE PERIOD'S CHANGES, WITH THEIR CI AND REQUESTOR.
      * A CHANGE NOT LINKED TO ANY CI CANNOT BE CORRELATED AND IS
      * COUNTED AS CLEAN.
       200-LOAD-CHANGES.
           PERFORM UNTIL WS-EOF-CHG = 'Y'
               READ CHG00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CHG
                   NOT AT END
                       ADD 1 TO WS-CNT-CHG-READ
                       IF CHG-PLAN-END NUMERIC AND
                          (WS-PERIOD-CARD = SPACES OR
                           CHG-PLAN-END(1:6) = WS-PERIOD-CARD)
                           PERFORM 250-ADD-CHANGE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ADD-CHANGE.
           MOVE CHG-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           MOVE 'S' TO COP-FUNCTION
           MOVE CHG-TIX-ID TO COP-TIX-ID
           MOVE SPACES TO COP-KEY
           IF WS-STF1-STATUS = '00'
               MOVE TIX-REQUESTOR TO COP-KEY
           END-IF
           CALL 'SM122' USING WS-COP-PARMS
           IF NOT COP-IN-RUN
               GO TO 250-EXIT
           END-IF
           IF WS-CHG-USED = 200
               ADD 1 TO WS-CHG-OVERFLOW
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CHG-USED
           MOVE WS-CHG-USED TO WS-CHG-IX
           MOVE CHG-TIX-ID TO WS-CT-TIX-ID(WS-CHG-IX)
           MOVE CHG-PLAN-END TO WS-CT-END(WS-CHG-IX)
           MOVE CHG-PLAN-END TO WS-YMD-X
           COMPUTE WS-CT-END-INT(WS-CHG-IX) =
               FUNCTION INTEGER-OF-DATE(WS-YMD-N)
           MOVE CHG-RISK TO WS-CT-RISK(WS-CHG-IX)
           MOVE 0 TO WS-CT-INC-COUNT(WS-CHG-IX)
           MOVE SPACES TO WS-CT-CI-ID(WS-CHG-IX)
           MOVE SPACES TO WS-CT-REQUESTOR(WS-CHG-IX)
           MOVE CHG-TIX-ID TO CIX-TIX-ID
           READ CIX00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CIX-STATUS = '00'
               MOVE CIX-CI-ID TO WS-CT-CI-ID(WS-CHG-IX)
           END-IF
           IF WS-STF1-STATUS = '00'
               MOVE TIX-REQUESTOR TO WS-CT-REQUESTOR(WS-CHG-IX)
           END-IF.
       250-EXIT.
           EXIT.

      * PASS 2 - ONE SWEEP OF CIX00001. EACH LINK TO A CI ONE OF THE
      * PERIOD'S CHANGES TOUCHED, DATED ON OR WITHIN THE WINDOW AFTER
      * THAT CHANGE'S PLANNED END, IS A FOLLOW-ON INCIDENT - UNLESS
      * THE LINKED TICKET IS ITSELF A CHANGE.
       300-MATCH-LINKS.
           IF WS-CHG-USED = 0
               GO TO 300-EXIT
           END-IF
           MOVE LOW-VALUES TO CIX-TIX-ID
           START CIX00001-FILE KEY IS NOT LESS THAN CIX-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CIX
           END-START
           PERFORM UNTIL WS-EOF-CIX = 'Y'
               READ CIX00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CIX
                   NOT AT END
                       ADD 1 TO WS-CNT-LINKS-READ
                       IF CIX-LINK-DATE NUMERIC
                           PERFORM 350-CHECK-LINK THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-CHECK-LINK.
           MOVE 'U' TO WS-IS-CHANGE
           MOVE CIX-LINK-DATE TO WS-YMD-X
           COMPUTE WS-LINK-INT = FUNCTION INTEGER-OF-DATE(WS-YMD-N)
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-USED
               IF WS-CT-CI-ID(WS-CHG-IX) = CIX-CI-ID AND
                  WS-CT-TIX-ID(WS-CHG-IX) NOT = CIX-TIX-ID
                   COMPUTE WS-DAYS-AFTER =
                       WS-LINK-INT - WS-CT-END-INT(WS-CHG-IX)
                   IF WS-DAYS-AFTER NOT < 0 AND
                      WS-DAYS-AFTER NOT > WS-WINDOW-DAYS
                       IF WS-IS-CHANGE = 'U'
                           PERFORM 360-CHECK-IS-CHANGE
                       END-IF
                       IF WS-IS-CHANGE = 'N'
                           PERFORM 370-ADD-INCIDENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

       360-CHECK-IS-CHANGE.
           MOVE CIX-TIX-ID TO CHG-TIX-ID
           READ CHG00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CHG-STATUS = '00'
               MOVE 'Y' TO WS-IS-CHANGE
           ELSE
               MOVE 'N' TO WS-IS-CHANGE
           END-IF.
       360-EXIT.
           EXIT.

       370-ADD-INCIDENT.
           ADD 1 TO WS-CNT-INCIDENTS
           ADD 1 TO WS-CT-INC-COUNT(WS-CHG-IX)
           IF WS-CT-INC-COUNT(WS-CHG-IX) NOT > 10
               MOVE WS-CT-INC-COUNT(WS-CHG-IX) TO WS-INC-IX
               MOVE CIX-TIX-ID TO WS-CT-INC-ID(WS-CHG-IX, WS-INC-IX)
           END-IF.
       370-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE 'SMB055 - CHANGE-CAUSED-INCIDENT CORRELATION' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-WINDOW-DAYS TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PERIOD-CARD NOT = SPACES
               STRING 'PERIOD ' WS-PERIOD-CARD '   WINDOW '
                      WS-PRINT-COUNT ' DAYS AFTER PLANNED END'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING 'ALL CHANGES   WINDOW ' WS-PRINT-COUNT
                      ' DAYS AFTER PLANNED END'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CHANGE REQUESTOR RISK CI       ENDED    INCIDENTS' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CHG-USED = 0
               MOVE 'NO CHANGES ENDED IN THE PERIOD' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-USED
               PERFORM 650-PRINT-CHANGE
           END-PERFORM
           IF WS-CHG-OVERFLOW > 0
               MOVE WS-CHG-OVERFLOW TO WS-PRINT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'CHANGES NOT REPORTED (TABLE FULL) = '
                      WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       650-PRINT-CHANGE.
           EVALUATE WS-CT-RISK(WS-CHG-IX)
               WHEN 'H'
                   MOVE 1 TO WS-RK-IX
               WHEN 'M'
                   MOVE 2 TO WS-RK-IX
               WHEN 'L'
                   MOVE 3 TO WS-RK-IX
               WHEN OTHER
                   MOVE 4 TO WS-RK-IX
           END-EVALUATE
           ADD 1 TO WS-RK-CHANGES(WS-RK-IX)
           IF WS-CT-INC-COUNT(WS-CHG-IX) > 0
               ADD 1 TO WS-RK-CAUSED(WS-RK-IX)
           END-IF
           MOVE WS-CT-INC-COUNT(WS-CHG-IX) TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CT-TIX-ID(WS-CHG-IX) TO WS-PRINT-LINE(1:6)
           MOVE WS-CT-REQUESTOR(WS-CHG-IX) TO WS-PRINT-LINE(8:8)
           MOVE WS-CT-RISK(WS-CHG-IX) TO WS-PRINT-LINE(19:1)
           MOVE WS-CT-CI-ID(WS-CHG-IX) TO WS-PRINT-LINE(22:8)
           MOVE WS-CT-END(WS-CHG-IX) TO WS-PRINT-LINE(31:8)
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(44:5)
           IF WS-CT-CI-ID(WS-CHG-IX) = SPACES
               MOVE '(NO CI)' TO WS-PRINT-LINE(22:7)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CT-INC-COUNT(WS-CHG-IX) > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE '  INCIDENTS:' TO WS-PRINT-LINE(1:12)
               MOVE 14 TO WS-PRINT-POS
               PERFORM VARYING WS-INC-IX FROM 1 BY 1
                       UNTIL WS-INC-IX > WS-CT-INC-COUNT(WS-CHG-IX)
                          OR WS-INC-IX > 10
                   MOVE WS-CT-INC-ID(WS-CHG-IX, WS-INC-IX) TO
                       WS-PRINT-LINE(WS-PRINT-POS:6)
                   ADD 7 TO WS-PRINT-POS
               END-PERFORM
               IF WS-CT-INC-COUNT(WS-CHG-IX) > 10
                   MOVE '...' TO WS-PRINT-LINE(WS-PRINT-POS:3)
               END-IF
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       650-EXIT.
           EXIT.

      * CHANGE SUCCESS RATE - THE SHARE OF EACH RISK LEVEL'S CHANGES
      * WITH NO FOLLOW-ON INCIDENT INSIDE THE WINDOW.
       700-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CHANGE SUCCESS RATE BY RISK' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RISK  CHANGES  CLEAN  CAUSED INCIDENTS  SUCCESS %' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RK-IX FROM 1 BY 1 UNTIL WS-RK-IX > 4
               IF WS-RK-CHANGES(WS-RK-IX) > 0
                   COMPUTE WS-RK-CLEAN = WS-RK-CHANGES(WS-RK-IX) -
                       WS-RK-CAUSED(WS-RK-IX)
                   COMPUTE WS-RK-RATE ROUNDED =
                       WS-RK-CLEAN * 100 / WS-RK-CHANGES(WS-RK-IX)
                   MOVE WS-RK-CHANGES(WS-RK-IX) TO WS-PRINT-COUNT
                   MOVE WS-RK-CLEAN TO WS-PRINT-COUNT2
                   MOVE WS-RK-CAUSED(WS-RK-IX) TO WS-PRINT-COUNT3
                   MOVE WS-RK-RATE TO WS-PRINT-RATE
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-RISK-NAMES(WS-RK-IX:1) TO
                       WS-PRINT-LINE(2:1)
                   MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(8:5)
                   MOVE WS-PRINT-COUNT2 TO WS-PRINT-LINE(15:5)
                   MOVE WS-PRINT-COUNT3 TO WS-PRINT-LINE(29:5)
                   MOVE WS-PRINT-RATE TO WS-PRINT-LINE(44:5)
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
       700-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB055' TO RUN-JOB-NAME
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
               MOVE WS-CNT-CHG-READ TO RUN-COUNT-READ
               MOVE WS-CNT-INCIDENTS TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB055 - CHANGES IN PERIOD = ' WS-CHG-USED
           DISPLAY 'SMB055 - FOLLOW-ON INCIDENTS = ' WS-CNT-INCIDENTS
           CLOSE CHG00001-FILE
           CLOSE CIX00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CHG00001-FILE
           CLOSE CIX00001-FILE
           CLOSE STF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
