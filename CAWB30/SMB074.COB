       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB074.
      *
      * MONITORING-ALERT GATEWAY.
      * READS THE ALERTIN FEED THE INFRASTRUCTURE MONITORING TOOL
      * WRITES - ONE RECORD PER ALERT EVENT GIVING THE CIF00001 CI,
      * THE TOOL'S ALERT KEY, A SEVERITY (C CRITICAL, M MAJOR,
      * W WARNING) AND A STATE (R RAISED, C CLEARED) - AND KEEPS ONE
      * TICKET PER CI AND ALERT KEY INSTEAD OF ONE PER EVENT, WHICH
      * IS WHAT SMB012 GAVE US WHEN THE TOOL MAILED THE DESK. THE
      * ALT00001 REGISTER REMEMBERS, PER CI AND ALERT KEY, THE
      * TICKET OPENED FOR IT AND HOW OFTEN THE ALERT HAS FIRED.
      *   RAISED, NO OPEN TICKET  - A TICKET IS OPENED THE SAME WAY
      *       SMB012 OPENS ONE (STF00003 COUNTER, STF00002 CREATE
      *       ENTRY, PMX00001 PRIORITY KEPT IN PDV00001, JOURNAL),
      *       LINKED TO THE CI IN CIX00001 AND ROUTED TO THE CI'S
      *       SUPPORT QUEUE FROM CIQ00001 (SEE SMCIQ; GENERAL WHEN
      *       THE CI HAS NONE). THE SEVERITY IS THE URGENCY AND AN
      *       ALERT IS TAKEN AS A DEPARTMENT-WIDE IMPACT.
      *   RAISED, TICKET OPEN     - A REPEAT. THE OCCURRENCE COUNT
      *       GOES UP AND AN STF00002 ENTRY IS ADDED TO THE TICKET.
      *   CLEARED                 - IF NOBODY HAS TOUCHED THE TICKET
      *       (STILL CREATED, UNASSIGNED, EVERY STF00002 ENTRY AND THE
      *       LAST UPDATE BY THIS GATEWAY) IT IS MOVED TO COMPLETED,
      *       WITH JOURNAL AND AUD00001 RECORDS AS SMB002 WRITES;
      *       OTHERWISE IT IS LEFT TO WHOEVER IS WORKING IT AND ONLY
      *       AN STF00002 ENTRY RECORDS THE CLEAR.
      * A RAISED ALERT ON A CI WHOSE CHANGE IS IN PROGRESS - A
      * CHG00001 CHANGE, LINKED TO THE CI IN CIX00001, STILL OPEN AND
      * WITH TODAY INSIDE ITS PLANNED WINDOW - IS SUPPRESSED: NO
      * TICKET, NO REGISTER UPDATE, ONLY A REPORT LINE NAMING THE
      * CHANGE. CLEARS ARE ALWAYS PROCESSED. EVERY INPUT RECORD IS
      * ECHOED TO THE REPORT IN THE SMB012 STYLE. THE FEED IS
      * DRAINED BY EACH RUN, SO THE JOB MAY BE SCHEDULED AS OFTEN
      * AS THE DESK WANTS WITH THE FORCE CARD.
      *   CARD 1 - 'FORCE' TO RERUN THE SAME DAY
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CHAIN EACH AUD00001 RECORD WRITTEN (SMB080).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO ALERTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALT00001-FILE ASSIGN TO ALT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALT-STATUS.
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
           SELECT STF00003-FILE ASSIGN TO STF00003
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-STF3-STATUS.
           SELECT CIF00001-FILE ASSIGN TO CIF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-CIF-STATUS.
           SELECT CIQ00001-FILE ASSIGN TO CIQ00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIQ-CI-ID
               FILE STATUS IS WS-CIQ-STATUS.
           SELECT CIX00001-FILE ASSIGN TO CIX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIX-TIX-ID
               FILE STATUS IS WS-CIX-STATUS.
           SELECT CHG00001-FILE ASSIGN TO CHG00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-TIX-ID
               FILE STATUS IS WS-CHG-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB074RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT JRN00001-FILE ASSIGN TO JRN00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT PMX00001-FILE ASSIGN TO PMX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMX-KEY
               FILE STATUS IS WS-PMX-STATUS.
           SELECT PDV00001-FILE ASSIGN TO PDV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDV-TIX-ID
               FILE STATUS IS WS-PDV-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERT-RECORD.
           05  ALR-CI                            PIC X(08).
           05  ALR-KEY                           PIC X(20).
           05  ALR-SEVERITY                      PIC X(01).
               88  ALR-SEV-VALID                 VALUE 'C' 'M' 'W'.
           05  ALR-STATE                         PIC X(01).
               88  ALR-RAISED                    VALUE 'R'.
               88  ALR-CLEARED                   VALUE 'C'.
           05  ALR-STAMP                         PIC X(14).
           05  ALR-TEXT                          PIC X(60).

      * ONE RECORD PER CI AND ALERT KEY - THE TICKET LAST OPENED FOR
      * IT, WHETHER THE ALERT IS UP, AND HOW MANY TIMES IT HAS BEEN
      * RAISED AGAINST THAT TICKET.
       FD  ALT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALT-RECORD.
           05  ALT-KEY.
               10  ALT-CI                        PIC X(08).
               10  ALT-ALERT-KEY                 PIC X(20).
           05  ALT-TIX-ID                        PIC X(06).
           05  ALT-STATE                         PIC X(01).
           05  ALT-SEVERITY                      PIC X(01).
           05  ALT-OCCURS                        PIC 9(05).
           05  ALT-FIRST-STAMP                   PIC X(14).
           05  ALT-LAST-STAMP                    PIC X(14).
           05  FILLER                            PIC X(11).

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

       FD  STF00003-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05  CTL-KEY                           PIC X(06).
           05  CTL-NEXT-NUM                      PIC 9(06).

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

       FD  CIQ00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCIQ.

       FD  CIX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIX-RECORD.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).

       FD  CHG00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHG-RECORD.
           05  CHG-TIX-ID                        PIC X(06).
           05  CHG-PLAN-START                    PIC X(08).
           05  CHG-PLAN-END                      PIC X(08).
           05  CHG-RISK                          PIC X(01).
           05  CHG-FREEZE-OVR                    PIC X(01).
           05  FILLER                            PIC X(16).

       FD  AUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-RECORD.
           05  AUD-KEY.
               10  AUD-TIX-ID                    PIC X(06).
               10  AUD-SEQ                       PIC 9(05).
           05  AUD-FIELD                         PIC X(12).
           05  AUD-BEFORE                        PIC X(50).
           05  AUD-AFTER                         PIC X(50).
           05  AUD-BY                            PIC X(07).
           05  AUD-DATE                          PIC X(08).
           05  AUD-TIME                          PIC X(06).
           05  FILLER                            PIC X(06).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  JRN00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRN-RECORD.
           05  JRN-KEY.
               10  JRN-STAMP                     PIC X(14).
               10  JRN-SEQ                       PIC 9(03).
           05  JRN-ACTION                        PIC X(01).
           05  JRN-TIX-ID                        PIC X(06).
           05  JRN-BEFORE                        PIC X(300).
           05  JRN-AFTER                         PIC X(300).
           05  FILLER                            PIC X(16).

       FD  PMX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PMX-RECORD.
           05  PMX-KEY.
               10  PMX-IMPACT                    PIC X(01).
               10  PMX-URGENCY                   PIC X(01).
           05  PMX-PRIORITY                      PIC X(01).
           05  PMX-SET-BY                        PIC X(07).
           05  PMX-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(22).

       FD  PDV00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PDV-RECORD.
           05  PDV-TIX-ID                        PIC X(06).
           05  PDV-IMPACT                        PIC X(01).
           05  PDV-URGENCY                       PIC X(01).
           05  PDV-DERIVED                       PIC X(01).
           05  PDV-SOURCE                        PIC X(01).
           05  PDV-OVR-PRIORITY                  PIC X(01).
           05  PDV-OVR-BY                        PIC X(07).
           05  PDV-OVR-DATE                      PIC X(08).
           05  FILLER                            PIC X(14).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-PMX-STATUS                         PIC X(02).
       01  WS-PDV-STATUS                         PIC X(02).
       01  WS-PMX-OPEN                           PIC X VALUE 'N'.
      * AN ALERT IS TAKEN AS A DEPARTMENT-WIDE IMPACT, ITS SEVERITY
      * AS THE URGENCY. SM084P'S BUILT-IN GRID (ROWS U, D, S BY
      * COLUMNS H, M, L) IS THE FALLBACK WHEN PMX00001 HAS NO ROW.
       01  WS-ALERT-IMPACT                       PIC X(01) VALUE 'D'.
       01  WS-ALERT-URGENCY                      PIC X(01).
       01  WS-GRID-VALUES                        PIC X(09) VALUE
           'MLLHMLHHM'.
       01  WS-GRID-POS                           PIC 9(01).
       01  WS-DERIVED-PRIO                       PIC X(01).
       01  WS-DERIVED-SOURCE                     PIC X(01).
       01  WS-JRN-STATUS                         PIC X(02).
       01  WS-JRN-BEFORE                         PIC X(300).
       01  WS-JRN-ACTION                         PIC X(01).
       01  WS-JRN-TIME-X                         PIC 9(08).
       01  WS-JRN-DONE                           PIC X.

       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-ALERT-STATUS                       PIC X(02).
       01  WS-ALT-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-STF3-STATUS                        PIC X(02).
       01  WS-CIF-STATUS                         PIC X(02).
       01  WS-CIQ-STATUS                         PIC X(02).
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-CHG-STATUS                         PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-CIQ-OPEN                           PIC X VALUE 'N'.
       01  WS-EOF-ALERT                          PIC X VALUE 'N'.
       01  WS-EOF-CHG                            PIC X VALUE 'N'.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-FMT-TIME                           PIC X(09).
       01  WS-EVENT-STAMP                        PIC X(14).

       01  WS-SYSTEM-USER                        PIC X(07) VALUE
               'ALERTGW'.
       01  WS-ROUTE-DEFAULT-Q                    PIC X(10) VALUE
               'GENERAL'.

      * CIS WITH A CHANGE IN PROGRESS TODAY, LOADED AT THE START.
       01  WS-CHG-TBL.
           05  WS-CHG-ENT OCCURS 200 TIMES.
               10  WS-CHG-CI                     PIC X(08).
               10  WS-CHG-TIX                    PIC X(06).
       01  WS-CHG-MAX                            PIC 9(03) VALUE 200.
       01  WS-CHG-USED                           PIC 9(03) VALUE 0.
       01  WS-CHG-IDX                            PIC 9(03).
       01  WS-CHG-HIT                            PIC X(06).
       01  WS-CHG-OVERFLOW                       PIC 9(05) VALUE 0.

       01  WS-ALT-FOUND                          PIC X.
       01  WS-TIX-OPEN                           PIC X.
       01  WS-TOUCHED                            PIC X.
       01  WS-NEXT-SEQ                           PIC 9(05).
       01  WS-LOG-EOF                            PIC X.
       01  WS-LOG-REM                            PIC X(50).
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-AUD-DONE                           PIC X.
       01  WS-ROUTE-QUEUE                        PIC X(10).
       01  WS-NEW-TIX-NUM                        PIC 9(06).
       01  WS-NEW-TIX-ID                         PIC X(06).
       01  WS-REJECT-REASON                      PIC X(36).
       01  WS-RESULT                             PIC X(10).
       01  WS-RESULT-DETAIL                      PIC X(36).
       01  WS-PRINT-OCCURS                       PIC ZZZZ9.

       01  WS-CNT-READ                           PIC 9(05) VALUE 0.
       01  WS-CNT-OPENED                         PIC 9(05) VALUE 0.
       01  WS-CNT-REPEATS                        PIC 9(05) VALUE 0.
       01  WS-CNT-COMPLETED                      PIC 9(05) VALUE 0.
       01  WS-CNT-LEFT-OPEN                      PIC 9(05) VALUE 0.
       01  WS-CNT-NO-TICKET                      PIC 9(05) VALUE 0.
       01  WS-CNT-SUPPRESSED                     PIC 9(05) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(05) VALUE 0.
       01  WS-CNT-CHANGED                        PIC 9(05) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 170-LOAD-CHANGES THRU 170-EXIT
           PERFORM 200-PROCESS-ALERTS
           PERFORM 700-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           OPEN I-O JRN00001-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JRN00001-FILE
               CLOSE JRN00001-FILE
               OPEN I-O JRN00001-FILE
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN JRN00001, STATUS = '
                   WS-JRN-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           STRING WS-TODAY-YMD-X(5:2) '/' WS-TODAY-YMD-X(7:2) '/'
                  WS-TODAY-YMD-X(1:4) ' '
               DELIMITED BY SIZE INTO WS-FMT-DATE
           STRING WS-TIME-X(1:2) ':' WS-TIME-X(3:2) ':' WS-TIME-X(5:2)
                  ' '
               DELIMITED BY SIZE INTO WS-FMT-TIME
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN ALERTIN, STATUS = '
                   WS-ALERT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O ALT00001-FILE
           IF WS-ALT-STATUS = '35'
               OPEN OUTPUT ALT00001-FILE
               CLOSE ALT00001-FILE
               OPEN I-O ALT00001-FILE
           END-IF
           IF WS-ALT-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN ALT00001, STATUS = '
                   WS-ALT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00003-FILE
           IF WS-STF3-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN STF00003, STATUS = '
                   WS-STF3-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT CIF00001-FILE
           IF WS-CIF-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN CIF00001, STATUS = '
                   WS-CIF-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT CIQ00001-FILE
           IF WS-CIQ-STATUS = '00'
               MOVE 'Y' TO WS-CIQ-OPEN
           END-IF
           OPEN I-O CIX00001-FILE
           IF WS-CIX-STATUS = '35'
               OPEN OUTPUT CIX00001-FILE
               CLOSE CIX00001-FILE
               OPEN I-O CIX00001-FILE
           END-IF
           IF WS-CIX-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN CIX00001, STATUS = '
                   WS-CIX-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O AUD00001-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD00001-FILE
               CLOSE AUD00001-FILE
               OPEN I-O AUD00001-FILE
           END-IF
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN AUD00001, STATUS = '
                   WS-AUD-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT PMX00001-FILE
           IF WS-PMX-STATUS = '00'
               MOVE 'Y' TO WS-PMX-OPEN
           END-IF
           OPEN I-O PDV00001-FILE
           IF WS-PDV-STATUS = '35'
               OPEN OUTPUT PDV00001-FILE
               CLOSE PDV00001-FILE
               OPEN I-O PDV00001-FILE
           END-IF
           IF WS-PDV-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN PDV00001, STATUS = '
                   WS-PDV-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN SMB074RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB074 - MONITORING-ALERT GATEWAY' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CI       ALERT KEY            SS RESULT     TICKET/REA
      -        'SON' TO REPORT-RECORD
           WRITE REPORT-RECORD.
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
               DISPLAY 'SMB074 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB074' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB074 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB074' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB074 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * CHANGES IN PROGRESS - TODAY INSIDE THE PLANNED WINDOW AND
      * THE CHANGE TICKET NOT YET FINISHED. THE CI IS THE ONE THE
      * CHANGE TICKET IS LINKED TO, AS SMB055 TAKES IT. NO CHG00001
      * MEANS NO CHANGES.
       170-LOAD-CHANGES.
           OPEN INPUT CHG00001-FILE
           IF WS-CHG-STATUS = '35'
               GO TO 170-EXIT
           END-IF
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'SMB074 - UNABLE TO OPEN CHG00001, STATUS = '
                   WS-CHG-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM UNTIL WS-EOF-CHG = 'Y'
               READ CHG00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CHG
                   NOT AT END
                       PERFORM 180-CHECK-CHANGE THRU 180-EXIT
               END-READ
           END-PERFORM
           CLOSE CHG00001-FILE
           IF WS-CHG-OVERFLOW > 0
               DISPLAY 'SMB074 - ' WS-CHG-OVERFLOW ' CHANGES IN '
                   'PROGRESS NOT LOADED - OVER 200 - NOT SUPPRESSED'
           END-IF.
       170-EXIT.
           EXIT.

       180-CHECK-CHANGE.
           IF CHG-PLAN-START NOT NUMERIC OR CHG-PLAN-END NOT NUMERIC
               GO TO 180-EXIT
           END-IF
           IF WS-TODAY-YMD-X < CHG-PLAN-START OR
              WS-TODAY-YMD-X > CHG-PLAN-END
               GO TO 180-EXIT
           END-IF
           MOVE CHG-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   GO TO 180-EXIT
           END-READ
           IF TIX-STATUS = 'COMPLETED' OR TIX-STATUS = 'CLOSED' OR
              TIX-STATUS = 'CANCELED' OR TIX-STATUS = 'REJECTED'
               GO TO 180-EXIT
           END-IF
           MOVE CHG-TIX-ID TO CIX-TIX-ID
           READ CIX00001-FILE
               INVALID KEY
                   GO TO 180-EXIT
           END-READ
           IF WS-CHG-USED = WS-CHG-MAX
               ADD 1 TO WS-CHG-OVERFLOW
               GO TO 180-EXIT
           END-IF
           ADD 1 TO WS-CHG-USED
           MOVE CIX-CI-ID TO WS-CHG-CI(WS-CHG-USED)
           MOVE CHG-TIX-ID TO WS-CHG-TIX(WS-CHG-USED).
       180-EXIT.
           EXIT.

       200-PROCESS-ALERTS.
           PERFORM UNTIL WS-EOF-ALERT = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ALERT
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-PROCESS-ONE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-PROCESS-ONE.
           MOVE SPACES TO WS-REJECT-REASON
           IF ALR-CI = SPACES OR ALR-KEY = SPACES
               MOVE 'CI AND ALERT KEY ARE REQUIRED' TO WS-REJECT-REASON
               PERFORM 380-REJECT
               GO TO 250-EXIT
           END-IF
           IF NOT ALR-RAISED AND NOT ALR-CLEARED
               MOVE 'STATE MUST BE R OR C' TO WS-REJECT-REASON
               PERFORM 380-REJECT
               GO TO 250-EXIT
           END-IF
           IF NOT ALR-SEV-VALID
               MOVE 'SEVERITY MUST BE C, M OR W' TO WS-REJECT-REASON
               PERFORM 380-REJECT
               GO TO 250-EXIT
           END-IF
           MOVE ALR-CI TO CI-ID
           READ CIF00001-FILE
               INVALID KEY
                   MOVE 'CI IS NOT ON CIF00001' TO WS-REJECT-REASON
                   PERFORM 380-REJECT
                   GO TO 250-EXIT
           END-READ
           IF ALR-STAMP NUMERIC
               MOVE ALR-STAMP TO WS-EVENT-STAMP
           ELSE
               STRING WS-TODAY-YMD-X WS-TIME-X(1:6)
                   DELIMITED BY SIZE INTO WS-EVENT-STAMP
           END-IF
           PERFORM 260-FIND-REGISTER THRU 260-EXIT
           IF ALR-RAISED
               PERFORM 300-ALERT-RAISED THRU 300-EXIT
           ELSE
               PERFORM 500-ALERT-CLEARED THRU 500-EXIT
           END-IF
           PERFORM 390-ECHO THRU 390-EXIT.
       250-EXIT.
           EXIT.

      * THE REGISTER ROW FOR THE CI AND ALERT KEY, AND WHETHER ITS
      * TICKET IS STILL OPEN (LEFT IN TIX-RECORD WHEN IT IS).
       260-FIND-REGISTER.
           MOVE 'N' TO WS-TIX-OPEN
           MOVE ALR-CI TO ALT-CI
           MOVE ALR-KEY TO ALT-ALERT-KEY
           READ ALT00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ALT-STATUS = '00'
               MOVE 'Y' TO WS-ALT-FOUND
           ELSE
               MOVE 'N' TO WS-ALT-FOUND
               GO TO 260-EXIT
           END-IF
           MOVE ALT-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   GO TO 260-EXIT
           END-READ
           IF TIX-STATUS NOT = 'COMPLETED' AND
              TIX-STATUS NOT = 'CLOSED' AND
              TIX-STATUS NOT = 'CANCELED' AND
              TIX-STATUS NOT = 'REJECTED'
               MOVE 'Y' TO WS-TIX-OPEN
           END-IF.
       260-EXIT.
           EXIT.

      *****************************************************************
      * RAISED - SUPPRESS FOR A CHANGE, COUNT A REPEAT, OR OPEN A
      * TICKET.
      *****************************************************************
       300-ALERT-RAISED.
           MOVE SPACES TO WS-CHG-HIT
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-USED OR
                         WS-CHG-HIT NOT = SPACES
               IF WS-CHG-CI(WS-CHG-IDX) = ALR-CI
                   MOVE WS-CHG-TIX(WS-CHG-IDX) TO WS-CHG-HIT
               END-IF
           END-PERFORM
           IF WS-CHG-HIT NOT = SPACES
               ADD 1 TO WS-CNT-SUPPRESSED
               MOVE 'SUPPRESSED' TO WS-RESULT
               MOVE SPACES TO WS-RESULT-DETAIL
               STRING 'CHANGE ' WS-CHG-HIT ' IN PROGRESS'
                   DELIMITED BY SIZE INTO WS-RESULT-DETAIL
               GO TO 300-EXIT
           END-IF
           IF WS-TIX-OPEN = 'Y'
               PERFORM 320-ALERT-REPEAT
           ELSE
               PERFORM 340-OPEN-TICKET THRU 340-EXIT
           END-IF.
       300-EXIT.
           EXIT.

       320-ALERT-REPEAT.
           ADD 1 TO ALT-OCCURS
           MOVE 'R' TO ALT-STATE
           MOVE ALR-SEVERITY TO ALT-SEVERITY
           MOVE WS-EVENT-STAMP TO ALT-LAST-STAMP
           REWRITE ALT-RECORD
               INVALID KEY
                   DISPLAY 'SMB074 - ALT00001 REWRITE FAILED FOR '
                       ALT-KEY ' STATUS = ' WS-ALT-STATUS
           END-REWRITE
           MOVE ALT-OCCURS TO WS-PRINT-OCCURS
           MOVE SPACES TO WS-LOG-REM
           STRING 'ALERT REPEATED - OCCURRENCE ' WS-PRINT-OCCURS
                  ' SEV ' ALR-SEVERITY
               DELIMITED BY SIZE INTO WS-LOG-REM
           PERFORM 780-SCAN-LOG
           PERFORM 800-WRITE-LOG
           ADD 1 TO WS-CNT-REPEATS
           ADD 1 TO WS-CNT-CHANGED
           MOVE 'REPEAT' TO WS-RESULT
           MOVE SPACES TO WS-RESULT-DETAIL
           STRING TIX-ID ' OCCURRENCE ' WS-PRINT-OCCURS
               DELIMITED BY SIZE INTO WS-RESULT-DETAIL.
       320-EXIT.
           EXIT.

       340-OPEN-TICKET.
           PERFORM 350-ROUTE-BY-CI
           PERFORM 355-DERIVE-PRIORITY
           PERFORM 360-NEXT-TICKET-NUMBER
           IF WS-STF3-STATUS NOT = '00'
               MOVE 'TICKET COUNTER UNAVAILABLE' TO WS-REJECT-REASON
               PERFORM 380-REJECT
               MOVE 'REJECTED' TO WS-RESULT
               GO TO 340-EXIT
           END-IF
           PERFORM 365-WRITE-TICKET
           IF WS-STF1-STATUS NOT = '00'
               MOVE 'TICKET WRITE FAILED' TO WS-REJECT-REASON
               PERFORM 380-REJECT
               MOVE 'REJECTED' TO WS-RESULT
               GO TO 340-EXIT
           END-IF
           MOVE 'TICKET OPENED FOR MONITORING ALERT' TO WS-LOG-REM
           MOVE 1 TO WS-NEXT-SEQ
           PERFORM 800-WRITE-LOG
           PERFORM 370-LINK-CI
           MOVE SPACES TO ALT-RECORD
           MOVE ALR-CI TO ALT-CI
           MOVE ALR-KEY TO ALT-ALERT-KEY
           MOVE WS-NEW-TIX-ID TO ALT-TIX-ID
           MOVE 'R' TO ALT-STATE
           MOVE ALR-SEVERITY TO ALT-SEVERITY
           MOVE 1 TO ALT-OCCURS
           MOVE WS-EVENT-STAMP TO ALT-FIRST-STAMP
           MOVE WS-EVENT-STAMP TO ALT-LAST-STAMP
           IF WS-ALT-FOUND = 'Y'
               REWRITE ALT-RECORD
                   INVALID KEY
                       DISPLAY 'SMB074 - ALT00001 REWRITE FAILED FOR '
                           ALT-KEY ' STATUS = ' WS-ALT-STATUS
               END-REWRITE
           ELSE
               WRITE ALT-RECORD
                   INVALID KEY
                       DISPLAY 'SMB074 - ALT00001 WRITE FAILED FOR '
                           ALT-KEY ' STATUS = ' WS-ALT-STATUS
               END-WRITE
           END-IF
           ADD 1 TO WS-CNT-OPENED
           ADD 1 TO WS-CNT-CHANGED
           MOVE 'OPENED' TO WS-RESULT
           MOVE SPACES TO WS-RESULT-DETAIL
           STRING WS-NEW-TIX-ID ' QUEUE ' WS-ROUTE-QUEUE
               DELIMITED BY SIZE INTO WS-RESULT-DETAIL.
       340-EXIT.
           EXIT.

       350-ROUTE-BY-CI.
           MOVE WS-ROUTE-DEFAULT-Q TO WS-ROUTE-QUEUE
           IF WS-CIQ-OPEN = 'Y'
               MOVE ALR-CI TO CIQ-CI-ID
               READ CIQ00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CIQ-STATUS = '00' AND CIQ-QUEUE NOT = SPACES
                   MOVE CIQ-QUEUE TO WS-ROUTE-QUEUE
               END-IF
           END-IF.
       350-EXIT.
           EXIT.

      * SEVERITY C, M, W IS URGENCY H, M, L - COLUMNS 1-3 OF THE
      * D ROW, POSITIONS 4-6 OF THE BUILT-IN GRID.
       355-DERIVE-PRIORITY.
           EVALUATE ALR-SEVERITY
               WHEN 'C'
                   MOVE 'H' TO WS-ALERT-URGENCY
                   MOVE 4 TO WS-GRID-POS
               WHEN 'M'
                   MOVE 'M' TO WS-ALERT-URGENCY
                   MOVE 5 TO WS-GRID-POS
               WHEN OTHER
                   MOVE 'L' TO WS-ALERT-URGENCY
                   MOVE 6 TO WS-GRID-POS
           END-EVALUATE
           MOVE SPACES TO WS-DERIVED-PRIO
           IF WS-PMX-OPEN = 'Y'
               MOVE WS-ALERT-IMPACT TO PMX-IMPACT
               MOVE WS-ALERT-URGENCY TO PMX-URGENCY
               READ PMX00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PMX-STATUS = '00' AND
                  (PMX-PRIORITY = 'H' OR PMX-PRIORITY = 'M' OR
                   PMX-PRIORITY = 'L')
                   MOVE PMX-PRIORITY TO WS-DERIVED-PRIO
                   MOVE 'M' TO WS-DERIVED-SOURCE
               END-IF
           END-IF
           IF WS-DERIVED-PRIO = SPACES
               MOVE WS-GRID-VALUES(WS-GRID-POS:1) TO WS-DERIVED-PRIO
               MOVE 'B' TO WS-DERIVED-SOURCE
           END-IF.
       355-EXIT.
           EXIT.

       360-NEXT-TICKET-NUMBER.
           MOVE 'TICKET' TO CTL-KEY
           READ STF00003-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF3-STATUS = '00'
               ADD 1 TO CTL-NEXT-NUM
               REWRITE CTL-RECORD
               MOVE CTL-NEXT-NUM TO WS-NEW-TIX-NUM
               MOVE WS-NEW-TIX-NUM TO WS-NEW-TIX-ID
           END-IF.
       360-EXIT.
           EXIT.

       365-WRITE-TICKET.
           MOVE SPACES TO TIX-RECORD
           MOVE WS-NEW-TIX-ID TO TIX-ID
           MOVE WS-SYSTEM-USER TO TIX-REQUESTOR
           MOVE 'CREATED' TO TIX-STATUS
           STRING ALR-CI ' ' ALR-KEY
               DELIMITED BY SIZE INTO TIX-TITLE
           STRING 'MONITORING ALERT ' ALR-KEY ' SEV ' ALR-SEVERITY
                  ' ON ' CI-DESC ': ' ALR-TEXT
               DELIMITED BY SIZE INTO TIX-DESC
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO UPDBY2
           MOVE 'TICKET OPENED FOR MONITORING ALERT' TO LAST-UPDATE-REM
           MOVE WS-DERIVED-PRIO TO TIX-PRIORITY
           MOVE 'ALERT' TO TIX-CATEGORY
           MOVE SPACES TO TIX-DUE-DATE
           MOVE SPACES TO TIX-ASSIGNED-TO
           MOVE WS-ROUTE-QUEUE TO TIX-QUEUE
           MOVE SPACES TO TIX-RELATED-ID
           WRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB074 - TICKET WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-STF1-STATUS
           END-WRITE
           IF WS-STF1-STATUS = '00'
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE 'C' TO WS-JRN-ACTION
               PERFORM 860-WRITE-JOURNAL
               MOVE SPACES TO PDV-RECORD
               MOVE WS-NEW-TIX-ID TO PDV-TIX-ID
               MOVE WS-ALERT-IMPACT TO PDV-IMPACT
               MOVE WS-ALERT-URGENCY TO PDV-URGENCY
               MOVE WS-DERIVED-PRIO TO PDV-DERIVED
               MOVE WS-DERIVED-SOURCE TO PDV-SOURCE
               WRITE PDV-RECORD
                   INVALID KEY
                       DISPLAY 'SMB074 - PDV00001 WRITE FAILED FOR '
                           WS-NEW-TIX-ID ' STATUS = ' WS-PDV-STATUS
               END-WRITE
           END-IF.
       365-EXIT.
           EXIT.

      * THE SAME CIX00001 LINK SM02P MAKES FOR CI=, SO SMB027 AND
      * SMB055 COUNT ALERT TICKETS AGAINST THE CI TOO.
       370-LINK-CI.
           MOVE SPACES TO CIX-RECORD
           MOVE WS-NEW-TIX-ID TO CIX-TIX-ID
           MOVE ALR-CI TO CIX-CI-ID
           MOVE WS-TODAY-YMD-X TO CIX-LINK-DATE
           WRITE CIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB074 - CIX00001 WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-CIX-STATUS
           END-WRITE.
       370-EXIT.
           EXIT.

       380-REJECT.
           ADD 1 TO WS-CNT-REJECTED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ALR-CI TO WS-PRINT-LINE(1:8)
           MOVE ALR-KEY TO WS-PRINT-LINE(10:20)
           MOVE ALR-STATE TO WS-PRINT-LINE(31:1)
           MOVE ALR-SEVERITY TO WS-PRINT-LINE(32:1)
           MOVE 'REJECTED' TO WS-PRINT-LINE(34:8)
           MOVE WS-REJECT-REASON TO WS-PRINT-LINE(45:36)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       380-EXIT.
           EXIT.

       390-ECHO.
           IF WS-RESULT = 'REJECTED'
               GO TO 390-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ALR-CI TO WS-PRINT-LINE(1:8)
           MOVE ALR-KEY TO WS-PRINT-LINE(10:20)
           MOVE ALR-STATE TO WS-PRINT-LINE(31:1)
           MOVE ALR-SEVERITY TO WS-PRINT-LINE(32:1)
           MOVE WS-RESULT TO WS-PRINT-LINE(34:10)
           MOVE WS-RESULT-DETAIL TO WS-PRINT-LINE(45:36)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       390-EXIT.
           EXIT.

      *****************************************************************
      * CLEARED - COMPLETE THE TICKET IF NOBODY HAS TOUCHED IT.
      *****************************************************************
       500-ALERT-CLEARED.
           IF WS-ALT-FOUND = 'Y'
               MOVE 'C' TO ALT-STATE
               MOVE WS-EVENT-STAMP TO ALT-LAST-STAMP
               REWRITE ALT-RECORD
                   INVALID KEY
                       DISPLAY 'SMB074 - ALT00001 REWRITE FAILED FOR '
                           ALT-KEY ' STATUS = ' WS-ALT-STATUS
               END-REWRITE
           END-IF
           IF WS-TIX-OPEN NOT = 'Y'
               ADD 1 TO WS-CNT-NO-TICKET
               MOVE 'CLEARED' TO WS-RESULT
               MOVE 'NO OPEN TICKET' TO WS-RESULT-DETAIL
               GO TO 500-EXIT
           END-IF
           PERFORM 780-SCAN-LOG
           IF TIX-STATUS NOT = 'CREATED' OR
              TIX-ASSIGNED-TO NOT = SPACES OR
              UPDBY2 NOT = WS-SYSTEM-USER
               MOVE 'Y' TO WS-TOUCHED
           END-IF
           ADD 1 TO WS-CNT-CHANGED
           MOVE 'CLEARED' TO WS-RESULT
           MOVE SPACES TO WS-RESULT-DETAIL
           IF WS-TOUCHED = 'Y'
               MOVE 'ALERT CLEARED - LEFT OPEN, TICKET IS BEING WORKED'
                   TO WS-LOG-REM
               PERFORM 800-WRITE-LOG
               ADD 1 TO WS-CNT-LEFT-OPEN
               STRING TIX-ID ' LEFT OPEN - WORKED'
                   DELIMITED BY SIZE INTO WS-RESULT-DETAIL
               GO TO 500-EXIT
           END-IF
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE TIX-RECORD TO WS-JRN-BEFORE(1:282)
           MOVE 'COMPLETED' TO TIX-STATUS
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO UPDBY2
           MOVE 'ALERT CLEARED - COMPLETED BY ALERT GATEWAY' TO
               LAST-UPDATE-REM
           REWRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB074 - REWRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-STF1-STATUS
           END-REWRITE
           MOVE 'U' TO WS-JRN-ACTION
           PERFORM 860-WRITE-JOURNAL
           PERFORM 870-WRITE-AUDIT
           MOVE LAST-UPDATE-REM TO WS-LOG-REM
           PERFORM 800-WRITE-LOG
           ADD 1 TO WS-CNT-COMPLETED
           STRING TIX-ID ' COMPLETED'
               DELIMITED BY SIZE INTO WS-RESULT-DETAIL.
       500-EXIT.
           EXIT.

       700-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-READ TO WS-PRINT-COUNT
           STRING 'ALERTS READ          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OPENED TO WS-PRINT-COUNT
           STRING 'TICKETS OPENED       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REPEATS TO WS-PRINT-COUNT
           STRING 'REPEATS COUNTED      ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-COMPLETED TO WS-PRINT-COUNT
           STRING 'CLEARED, COMPLETED   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-LEFT-OPEN TO WS-PRINT-COUNT
           STRING 'CLEARED, LEFT OPEN   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NO-TICKET TO WS-PRINT-COUNT
           STRING 'CLEARED, NO TICKET   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-SUPPRESSED TO WS-PRINT-COUNT
           STRING 'SUPPRESSED, CHANGE   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REJECTED TO WS-PRINT-COUNT
           STRING 'ALERTS REJECTED      ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       700-EXIT.
           EXIT.

      * NEXT STF00002 SEQUENCE FOR TIX-ID, NOTING ON THE WAY WHETHER
      * ANYONE BUT THIS GATEWAY HAS LOGGED AGAINST THE TICKET. TIX-ID
      * IS KEPT, AS THE LOG KEY SHARES NO STORAGE WITH IT.
       780-SCAN-LOG.
           MOVE 'N' TO WS-TOUCHED
           MOVE 1 TO WS-NEXT-SEQ
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
                           MOVE LOG-SEQ-NUM TO WS-NEXT-SEQ
                           ADD 1 TO WS-NEXT-SEQ
                           IF LOG-UPDBY2 NOT = WS-SYSTEM-USER
                               MOVE 'Y' TO WS-TOUCHED
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM.
       780-EXIT.
           EXIT.

      * CALLER SETS WS-LOG-REM AND WS-NEXT-SEQ; TIX-ID IS THE TICKET.
       800-WRITE-LOG.
           MOVE TIX-ID TO LOG-TIX-ID1
           MOVE WS-NEXT-SEQ TO LOG-SEQ-NUM
           MOVE WS-FMT-DATE TO LOG-LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LOG-LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO LOG-UPDBY2
           MOVE WS-LOG-REM TO LOG-LAST-UPDATE-REM
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY 'SMB074 - LOG WRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-STF2-STATUS
           END-WRITE.
       800-EXIT.
           EXIT.

      * FORWARD-RECOVERY JOURNALING - THE BATCH TWIN OF SM047P'S
      * WRITE, SO AN SMB023 REPLAY SEES THIS JOB'S CHANGES TOO.
      * CALLER SETS WS-JRN-ACTION AND WS-JRN-BEFORE; THE CURRENT
      * TIX-RECORD IS THE AFTER IMAGE.
       860-WRITE-JOURNAL.
           ACCEPT WS-JRN-TIME-X FROM TIME
           MOVE SPACES TO JRN-RECORD
           STRING WS-RUN-DATE-X WS-JRN-TIME-X(1:6)
               DELIMITED BY SIZE INTO JRN-STAMP
           MOVE 0 TO JRN-SEQ
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE TIX-ID TO JRN-TIX-ID
           MOVE WS-JRN-BEFORE TO JRN-BEFORE
           MOVE SPACES TO JRN-AFTER
           MOVE TIX-RECORD TO JRN-AFTER(1:282)
           MOVE 'N' TO WS-JRN-DONE
           PERFORM UNTIL WS-JRN-DONE = 'Y' OR JRN-SEQ > 997
               WRITE JRN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-JRN-STATUS = '22'
                   ADD 1 TO JRN-SEQ
               ELSE
                   MOVE 'Y' TO WS-JRN-DONE
               END-IF
           END-PERFORM.
       860-EXIT.
           EXIT.

      * FIELD-LEVEL AUDIT - THE SAME AUD00001 DELTA RECORD SMB002
      * WRITES FOR ITS AUTO-CLOSE. ONLY TIX-STATUS MOVES HERE.
       870-WRITE-AUDIT.
           MOVE 0 TO WS-AUD-NEXT-SEQ
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE 0 TO AUD-SEQ
           MOVE 'N' TO WS-AUD-DONE
           START AUD00001-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUD-DONE
           END-START
           PERFORM UNTIL WS-AUD-DONE = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUD-DONE
                   NOT AT END
                       IF AUD-TIX-ID = TIX-ID
                           MOVE AUD-SEQ TO WS-AUD-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-AUD-DONE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-AUD-NEXT-SEQ
           MOVE SPACES TO AUD-RECORD
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE WS-AUD-NEXT-SEQ TO AUD-SEQ
           MOVE 'STATUS' TO AUD-FIELD
           MOVE 'CREATED' TO AUD-BEFORE
           MOVE 'COMPLETED' TO AUD-AFTER
           MOVE WS-SYSTEM-USER TO AUD-BY
           MOVE WS-TODAY-YMD-X TO AUD-DATE
           MOVE WS-TIME-X(1:6) TO AUD-TIME
           WRITE AUD-RECORD
               INVALID KEY
                   DISPLAY 'SMB074 - AUDIT WRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-AUD-STATUS
           END-WRITE
           IF WS-AUD-STATUS = '00'
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'A' TO ACW-FILE
               MOVE AUD-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUD-RECORD TO ACW-LENGTH
               MOVE AUD-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       870-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB074' TO RUN-JOB-NAME
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
               MOVE WS-CNT-CHANGED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           CLOSE JRN00001-FILE
           DISPLAY 'SMB074 - ALERTS READ      = ' WS-CNT-READ
           DISPLAY 'SMB074 - TICKETS OPENED   = ' WS-CNT-OPENED
           DISPLAY 'SMB074 - REPEATS          = ' WS-CNT-REPEATS
           DISPLAY 'SMB074 - COMPLETED        = ' WS-CNT-COMPLETED
           DISPLAY 'SMB074 - SUPPRESSED       = ' WS-CNT-SUPPRESSED
           DISPLAY 'SMB074 - REJECTED         = ' WS-CNT-REJECTED
           CLOSE ALERT-FILE
           CLOSE ALT00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00003-FILE
           CLOSE CIF00001-FILE
           IF WS-CIQ-OPEN = 'Y'
               CLOSE CIQ00001-FILE
           END-IF
           CLOSE CIX00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE AUD00001-FILE
           IF WS-PMX-OPEN = 'Y'
               CLOSE PMX00001-FILE
           END-IF
           CLOSE PDV00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE JRN00001-FILE
           CLOSE ALERT-FILE
           CLOSE ALT00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00003-FILE
           CLOSE CIF00001-FILE
           CLOSE CIQ00001-FILE
           CLOSE CIX00001-FILE
           CLOSE CHG00001-FILE
           CLOSE AUD00001-FILE
           CLOSE PMX00001-FILE
           CLOSE PDV00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
