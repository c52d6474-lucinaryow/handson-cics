      * RAISED ONCE, NOT ON EVERY RUN. DUE-DATE ARITHMETIC HERE IS
      * WHOLE CALENDAR DAYS VIA INTEGER-OF-DATE, AS IN SMB001/SMB002
      * - THE HOUR-LEVEL BUSINESS-HOURS VIEW STAYS WITH SM013P'S
      * ONLINE CALLERS. A QUEUE SM095P HAS PUT ON ITS OWN SUPPORT
      * SCHEDULE (SCH00001) COUNTS WHOLE WORKING DAYS OF THAT
      * SCHEDULE INSTEAD.
      *
      * THE SUPERVISOR LINE GOES TO SOMEONE WHO IS ACTUALLY THERE:
      * WHEN THE DIRECT SUPERVISOR IS ON LEAVE, TRAINING, SICK OR
      * OFF SHIFT ON THE PRS00001 ROSTER, THE CHAIN OF USR-SUPER IS
      * FOLLOWED UP TO WS-SUPER-LEVELS LEVELS FOR THE FIRST ONE WHO
      * IS AVAILABLE. IF NOBODY IN THE CHAIN IS, THE DIRECT
      * SUPERVISOR IS STILL NOTIFIED SO THE ESCALATION IS NOT LOST.
      * THE ROSTER TEST IS THE SAME ONE SM090P APPLIES ONLINE.
      *
      * A VIP TICKET - ONE WHOSE REQUESTOR, OR WHOSE OBO00001
      * AFFECTED USER, CARRIES 'V' IN THE UAF00001 REQ BYTE - RUNS
      * ON A SHORTER FUSE: ITS DAYS LEFT ARE CUT BY WS-VIP-FUSE-DAYS,
      * SO IT IS WARNED AND ESCALATED THAT MANY DAYS SOONER THAN THE
      * QUEUE RULE WOULD OTHERWISE ALLOW.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - SKIP ONHOLD TICKETS (CLOCK STOPPED).
      *  2026-09-02 MAINT - WRITE AUD00001 PRIORITY DELTAS.
      *  2026-09-02 MAINT - SKIP TRAINING-QUEUE PRACTICE TICKETS.
      *  2026-10-15 MAINT - ESCALATE PAST AN ABSENT OR OFF-SHIFT SUPER.
      *  2026-10-15 MAINT - SHORTER ESCALATION FUSE FOR VIP TICKETS.
      *  2026-10-15 MAINT - COUNT DAYS LEFT ON THE QUEUE'S SUPPORT
      *                     SCHEDULE WHEN IT HAS ONE.
      *  2026-10-15 MAINT - CHAIN EACH AUD00001 RECORD WRITTEN (SMB080).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRF-TIX-ID
               FILE STATUS IS WS-MRF-STATUS.
           SELECT PRS00001-FILE ASSIGN TO PRS00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-KEY
               FILE STATUS IS WS-PRS-STATUS.
           SELECT OBO00001-FILE ASSIGN TO OBO00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBO-TIX-ID
               FILE STATUS IS WS-OBO-STATUS.
           SELECT SCH00001-FILE ASSIGN TO SCH00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCH-STATUS.
           SELECT CAL00001-FILE ASSIGN TO CAL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  GTE-SET-BY                        PIC X(07).
           05  GTE-SET-STAMP                     PIC X(14).
           05  FILLER                            PIC X(04).
      * PROVIDER SHIFT AND ABSENCE ROSTER - SEE SM089P.
       FD  PRS00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRS-RECORD.
           05  PRS-KEY.
               10  PRS-USERID                    PIC X(07).
               10  PRS-START-DATE                PIC X(08).
               10  PRS-TYPE                      PIC X(01).
                   88  PRS-SHIFT                 VALUE 'W'.
                   88  PRS-ABSENCE               VALUE 'L' 'T' 'S'.
           05  PRS-END-DATE                      PIC X(08).
           05  PRS-FROM-HH                       PIC 9(02).
           05  PRS-TO-HH                         PIC 9(02).
           05  PRS-NOTE                          PIC X(20).
           05  PRS-SET-BY                        PIC X(07).
           05  PRS-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(17).

      * AFFECTED USER OF A TICKET FILED ON SOMEONE'S BEHALF - SEE
      * SM02P'S FOR= TAG.
       FD  OBO00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  OBO-RECORD.
           05  OBO-TIX-ID                        PIC X(06).
           05  OBO-USER                          PIC X(07).
           05  FILLER                            PIC X(07).

      * SUPPORT-HOURS SCHEDULES (SEE SM095P) AND THE SITE CALENDAR
      * THOSE SCHEDULES MAY FOLLOW FOR HOLIDAYS (SEE SM024P).
       FD  SCH00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMSCH.

       FD  CAL00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAL-RECORD.
           05  CAL-KEY                           PIC X(08).
           05  CAL-TYPE                          PIC X(01).
           05  CAL-OPEN-HH                       PIC 9(02).
           05  CAL-CLOSE-HH                      PIC 9(02).
           05  CAL-DESC                          PIC X(20).
           05  FILLER                            PIC X(07).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.
       01  WS-MRF-STATUS                         PIC X(02).
       01  WS-HELD-DAYS                          PIC S9(05) COMP.
       01  WS-DAYS-LEFT                          PIC S9(05).
       01  WS-DUE-ADJ-INT                        PIC 9(09).
      * THE TICKET QUEUE'S SUPPORT SCHEDULE, WHEN IT HAS ONE.
       01  WS-SCH-STATUS                         PIC X(02).
       01  WS-SCH-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-CAL-STATUS                         PIC X(02).
       01  WS-CAL-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-ON-SCHEDULE                        PIC X VALUE 'N'.
       01  WS-SCH-NAME                           PIC X(08).
       01  WS-SCH-WEEK.
           05  WS-SCH-DAY OCCURS 7 TIMES.
               10  WS-SCH-OPEN                   PIC 9(02).
               10  WS-SCH-CLOSE                  PIC 9(02).
       01  WS-SCH-SITE-HOL                       PIC X.
       01  WS-SCH-IDX                            PIC 9(01).
       01  WS-DOW                                PIC 9(01).
       01  WS-FROM-INT                           PIC 9(09).
       01  WS-TO-INT                             PIC 9(09).
       01  WS-WALK-INT                           PIC 9(09).
       01  WS-WALK-YMD-X                         PIC X(08).
       01  WS-WALK-YMD REDEFINES WS-WALK-YMD-X   PIC 9(08).
       01  WS-WORK-DAYS                          PIC S9(05).
       01  WS-DAY-OPEN-SW                        PIC X.

       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-NEXT-SEQ                            PIC 9(05).
       01  WS-LOG-EOF                             PIC X.
       01  WS-AUD-STATUS                          PIC X(02).
           COPY SMACW.
       01  WS-AUD-NEXT-SEQ                        PIC 9(05).
       01  WS-AUD-DONE                            PIC X.
       01  WS-AUD-OLD-PRIO                        PIC X(01).
               'ESCALATED - SLA BREACH'.

       01  WS-ASSIGNEE-SUPER                      PIC X(07).
       01  WS-ESC-TARGET                          PIC X(07).
       01  WS-CHAIN-USER                          PIC X(07).
       01  WS-SUPER-LEVEL                         PIC 9(01).
       01  WS-SUPER-LEVELS                        PIC 9(01) VALUE 3.
       01  WS-PRS-STATUS                          PIC X(02).
       01  WS-PRS-OPEN                            PIC X VALUE 'N'.
       01  WS-PRS-EOF                             PIC X.
       01  WS-NOW-HH                              PIC 9(02).
       01  WS-AVAIL-USER                          PIC X(07).
       01  WS-AVAIL-STATUS                        PIC X(01).
       01  WS-ROSTERED                            PIC X.
       01  WS-ON-SHIFT                            PIC X.
       01  WS-ABSENT                              PIC X.
       01  WS-NOTIFY-TEXT                         PIC X(24).
       01  WS-OBO-STATUS                          PIC X(02).
       01  WS-OBO-OPEN                            PIC X VALUE 'N'.
       01  WS-VIP-TIX                             PIC X.
       01  WS-VIP-FUSE-DAYS                       PIC 9(02) VALUE 2.

       01  WS-CNT-READ                            PIC 9(07) VALUE 0.
       01  WS-CNT-BREACHED                        PIC 9(07) VALUE 0.
       01  WS-CNT-WARNED                          PIC 9(07) VALUE 0.
       01  WS-CNT-RAISED                          PIC 9(07) VALUE 0.
       01  WS-CNT-REROUTED                        PIC 9(07) VALUE 0.
       01  WS-CNT-VIP                             PIC 9(07) VALUE 0.

       01  WS-PRINT-LINE                          PIC X(80).
       01  WS-PRINT-COUNT                         PIC ZZZZZZ9.
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
      * NO ROSTER FILE YET MEANS EVERY SUPERVISOR COUNTS AS PRESENT.
           MOVE WS-TIME-X(1:2) TO WS-NOW-HH
           OPEN INPUT PRS00001-FILE
           IF WS-PRS-STATUS = '00'
               MOVE 'Y' TO WS-PRS-OPEN
           ELSE
               IF WS-PRS-STATUS NOT = '35'
                   DISPLAY 'SMB019 - UNABLE TO OPEN PRS00001, STATUS = '
                       WS-PRS-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
      * NO SCH00001 FILE YET MEANS EVERY QUEUE KEEPS CALENDAR DAYS.
           OPEN INPUT SCH00001-FILE
           IF WS-SCH-STATUS = '00'
               MOVE 'Y' TO WS-SCH-OPEN-SW
           ELSE
               IF WS-SCH-STATUS NOT = '35'
                   DISPLAY 'SMB019 - UNABLE TO OPEN SCH00001, STATUS = '
                       WS-SCH-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT CAL00001-FILE
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-OPEN-SW
           END-IF
      * NO OBO00001 FILE YET MEANS NO TICKET HAS AN AFFECTED USER.
           OPEN INPUT OBO00001-FILE
           IF WS-OBO-STATUS = '00'
               MOVE 'Y' TO WS-OBO-OPEN
           ELSE
               IF WS-OBO-STATUS NOT = '35'
                   DISPLAY 'SMB019 - UNABLE TO OPEN OBO00001, STATUS = '
                       WS-OBO-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NTFY-STATUS = '35'
               OPEN OUTPUT NOTIFY-FILE
           PERFORM 320-READ-HELD-DAYS THRU 320-EXIT
           COMPUTE WS-DAYS-LEFT = WS-DUE-INT + WS-HELD-DAYS
               - WS-TODAY-INT
      * A QUEUE ON ITS OWN SUPPORT SCHEDULE COUNTS ONLY THE DAYS
      * THAT SCHEDULE WORKS, EITHER SIDE OF THE DUE DATE.
           PERFORM 340-LOAD-SCHEDULE THRU 340-EXIT
           IF WS-ON-SCHEDULE = 'Y'
               COMPUTE WS-DUE-ADJ-INT = WS-DUE-INT + WS-HELD-DAYS
               IF WS-DAYS-LEFT < 0
                   MOVE WS-DUE-ADJ-INT TO WS-FROM-INT
                   MOVE WS-TODAY-INT TO WS-TO-INT
                   PERFORM 350-COUNT-WORK-DAYS THRU 350-EXIT
                   COMPUTE WS-DAYS-LEFT = 0 - WS-WORK-DAYS
               ELSE
                   MOVE WS-TODAY-INT TO WS-FROM-INT
                   MOVE WS-DUE-ADJ-INT TO WS-TO-INT
                   PERFORM 350-COUNT-WORK-DAYS THRU 350-EXIT
                   MOVE WS-WORK-DAYS TO WS-DAYS-LEFT
               END-IF
           END-IF
           PERFORM 330-CHECK-VIP THRU 330-EXIT
           IF WS-VIP-TIX = 'Y'
               SUBTRACT WS-VIP-FUSE-DAYS FROM WS-DAYS-LEFT
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   PERFORM 400-ESCALATE-TICKET
       320-EXIT.
           EXIT.

       330-CHECK-VIP.
           MOVE 'N' TO WS-VIP-TIX
           MOVE TIX-REQUESTOR(1:7) TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS = '00' AND USR-REQ = 'V'
               MOVE 'Y' TO WS-VIP-TIX
               GO TO 330-EXIT
           END-IF
           IF WS-OBO-OPEN NOT = 'Y'
               GO TO 330-EXIT
           END-IF
           MOVE TIX-ID TO OBO-TIX-ID
           READ OBO00001-FILE
               INVALID KEY
                   GO TO 330-EXIT
           END-READ
           MOVE OBO-USER TO USR-USERID7
           MOVE SPACE TO USR-KEY(8:1)
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-UAF1-STATUS = '00' AND USR-REQ = 'V'
               MOVE 'Y' TO WS-VIP-TIX
           END-IF.
       330-EXIT.
           EXIT.

       300-READ-RULE.
           MOVE TIX-QUEUE TO RULE-QUEUE
           READ ESC00001-FILE
       300-EXIT.
           EXIT.

      * FINDS THE SUPPORT SCHEDULE SM095P HAS PUT TIX-QUEUE ON AND
      * KEEPS ITS WEEK, THE SAME LOOKUP SM013P MAKES ONLINE.
      * WS-ON-SCHEDULE STAYS 'N' FOR A QUEUE ON THE SITE CALENDAR.
       340-LOAD-SCHEDULE.
           MOVE 'N' TO WS-ON-SCHEDULE
           IF WS-SCH-OPEN-SW NOT = 'Y'
               GO TO 340-EXIT
           END-IF
           MOVE '*QUEUE' TO SCH-NAME
           MOVE TIX-QUEUE TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   GO TO 340-EXIT
           END-READ
           IF NOT SCH-QUEUE-LINK
               GO TO 340-EXIT
           END-IF
           MOVE SCH-Q-SCHEDULE TO WS-SCH-NAME
           MOVE WS-SCH-NAME TO SCH-NAME
           MOVE 'WEEK' TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   GO TO 340-EXIT
           END-READ
           IF NOT SCH-WEEKLY
               GO TO 340-EXIT
           END-IF
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1 UNTIL WS-SCH-IDX > 7
               MOVE SCH-WK-OPEN(WS-SCH-IDX) TO WS-SCH-OPEN(WS-SCH-IDX)
               MOVE SCH-WK-CLOSE(WS-SCH-IDX) TO
                   WS-SCH-CLOSE(WS-SCH-IDX)
           END-PERFORM
           MOVE SCH-SITE-HOLIDAYS TO WS-SCH-SITE-HOL
           MOVE 'Y' TO WS-ON-SCHEDULE.
       340-EXIT.
           EXIT.

      * WORKING DAYS OF THE SCHEDULE AFTER WS-FROM-INT UP TO AND
      * INCLUDING WS-TO-INT.
       350-COUNT-WORK-DAYS.
           MOVE 0 TO WS-WORK-DAYS
           COMPUTE WS-WALK-INT = WS-FROM-INT + 1
           PERFORM UNTIL WS-WALK-INT > WS-TO-INT
               PERFORM 360-CHECK-SCHED-DAY THRU 360-EXIT
               IF WS-DAY-OPEN-SW = 'Y'
                   ADD 1 TO WS-WORK-DAYS
               END-IF
               ADD 1 TO WS-WALK-INT
           END-PERFORM.
       350-EXIT.
           EXIT.

      * A DAY IS WORKED WHEN THE SCHEDULE'S OWN DATE RECORD GIVES IT
      * HOURS, OR FAILING ONE WHEN ITS WEEKDAY HAS HOURS AND IT IS
      * NOT A SITE HOLIDAY THE SCHEDULE FOLLOWS - SM013P'S RULE AT
      * WHOLE-DAY GRAIN (WS-DOW 0 IS A MONDAY).
       360-CHECK-SCHED-DAY.
           MOVE 'N' TO WS-DAY-OPEN-SW
           COMPUTE WS-DOW = FUNCTION MOD (WS-WALK-INT - 1, 7)
           COMPUTE WS-WALK-YMD = FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           MOVE WS-SCH-NAME TO SCH-NAME
           MOVE WS-WALK-YMD-X TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SCH-STATUS = '00'
               IF SCH-HOLIDAY
                   GO TO 360-EXIT
               END-IF
               IF SCH-SPECIAL AND SCH-DT-OPEN NUMERIC AND
                  SCH-DT-CLOSE NUMERIC AND SCH-DT-OPEN < SCH-DT-CLOSE
                   MOVE 'Y' TO WS-DAY-OPEN-SW
                   GO TO 360-EXIT
               END-IF
           END-IF
           IF WS-SCH-OPEN(WS-DOW + 1) < WS-SCH-CLOSE(WS-DOW + 1)
               MOVE 'Y' TO WS-DAY-OPEN-SW
           END-IF
           IF WS-SCH-STATUS = '00' OR WS-DAY-OPEN-SW = 'N' OR
              WS-SCH-SITE-HOL NOT = 'Y' OR WS-CAL-OPEN-SW NOT = 'Y'
               GO TO 360-EXIT
           END-IF
           MOVE WS-WALK-YMD-X TO CAL-KEY
           READ CAL00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CAL-STATUS = '00' AND CAL-TYPE = 'H'
               MOVE 'N' TO WS-DAY-OPEN-SW
           END-IF.
       360-EXIT.
           EXIT.

       400-ESCALATE-TICKET.
           ADD 1 TO WS-CNT-BREACHED
           MOVE SPACE TO WS-AUD-OLD-PRIO
                   MOVE USR-SUPER TO WS-ASSIGNEE-SUPER
               END-IF
               IF WS-ASSIGNEE-SUPER NOT = SPACES
                   PERFORM 620-PICK-SUPERVISOR THRU 620-EXIT
                   MOVE SPACES TO NOTIFY-LINE
                   IF WS-ESC-TARGET = WS-ASSIGNEE-SUPER
                       STRING 'TO: ' WS-ESC-TARGET
                              '  TICKET ' TIX-ID
                              ' ' WS-NOTIFY-TEXT
                              ' DUE ' TIX-DUE-DATE
                              ' (ASSIGNEE ' TIX-ASSIGNED-TO ')'
                           DELIMITED BY SIZE INTO NOTIFY-LINE
                   ELSE
                       ADD 1 TO WS-CNT-REROUTED
                       STRING 'TO: ' WS-ESC-TARGET
                              '  TICKET ' TIX-ID
                              ' ' WS-NOTIFY-TEXT
                              ' DUE ' TIX-DUE-DATE
                              ' (ASSIGNEE ' TIX-ASSIGNED-TO
                              ', COVERING ' WS-ASSIGNEE-SUPER ')'
                           DELIMITED BY SIZE INTO NOTIFY-LINE
                   END-IF
                   WRITE NOTIFY-LINE
               END-IF
           END-IF.
       600-EXIT.
           EXIT.

      * FIRST AVAILABLE SUPERVISOR UP THE USR-SUPER CHAIN, OR THE
      * DIRECT SUPERVISOR WHEN NOBODY IN REACH IS AVAILABLE.
       620-PICK-SUPERVISOR.
           MOVE WS-ASSIGNEE-SUPER TO WS-ESC-TARGET
           IF WS-PRS-OPEN NOT = 'Y'
               GO TO 620-EXIT
           END-IF
           MOVE WS-ASSIGNEE-SUPER TO WS-CHAIN-USER
           MOVE 1 TO WS-SUPER-LEVEL
           PERFORM UNTIL WS-SUPER-LEVEL > WS-SUPER-LEVELS OR
                         WS-CHAIN-USER = SPACES
               MOVE WS-CHAIN-USER TO WS-AVAIL-USER
               PERFORM 650-CHECK-AVAILABLE THRU 650-EXIT
               IF WS-AVAIL-STATUS = 'A'
                   MOVE WS-CHAIN-USER TO WS-ESC-TARGET
                   GO TO 620-EXIT
               END-IF
               MOVE WS-CHAIN-USER TO USR-USERID7
               MOVE SPACE TO USR-KEY(8:1)
               READ UAF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-UAF1-STATUS = '00' AND
                  USR-SUPER NOT = WS-CHAIN-USER
                   MOVE USR-SUPER TO WS-CHAIN-USER
               ELSE
                   MOVE SPACES TO WS-CHAIN-USER
               END-IF
               ADD 1 TO WS-SUPER-LEVEL
           END-PERFORM.
       620-EXIT.
           EXIT.

      * THE SM090P ROSTER TEST AGAINST TODAY AND THE CURRENT HOUR:
      * AN ABSENCE COVERING TODAY GIVES ITS TYPE; A ROSTERED USER
      * OUTSIDE EVERY SHIFT WINDOW GIVES 'O'; OTHERWISE 'A'.
       650-CHECK-AVAILABLE.
           MOVE 'N' TO WS-ROSTERED
           MOVE 'N' TO WS-ON-SHIFT
           MOVE SPACE TO WS-ABSENT
           MOVE 'N' TO WS-PRS-EOF
           MOVE LOW-VALUES TO PRS-KEY
           MOVE WS-AVAIL-USER TO PRS-USERID
           START PRS00001-FILE KEY IS NOT LESS THAN PRS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRS-EOF
           END-START
           PERFORM UNTIL WS-PRS-EOF = 'Y'
               READ PRS00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRS-EOF
                   NOT AT END
                       IF PRS-USERID NOT = WS-AVAIL-USER
                           MOVE 'Y' TO WS-PRS-EOF
                       ELSE
                           PERFORM 660-APPLY-ENTRY THRU 660-EXIT
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ABSENT NOT = SPACE
                   MOVE WS-ABSENT TO WS-AVAIL-STATUS
               WHEN WS-ROSTERED = 'Y' AND WS-ON-SHIFT = 'N'
                   MOVE 'O' TO WS-AVAIL-STATUS
               WHEN OTHER
                   MOVE 'A' TO WS-AVAIL-STATUS
           END-EVALUATE.
       650-EXIT.
           EXIT.

       660-APPLY-ENTRY.
           IF PRS-END-DATE < WS-TODAY-YMD-X
               GO TO 660-EXIT
           END-IF
           IF PRS-ABSENCE
               IF PRS-START-DATE NOT > WS-TODAY-YMD-X
                   MOVE PRS-TYPE TO WS-ABSENT
               END-IF
               GO TO 660-EXIT
           END-IF
           IF NOT PRS-SHIFT
               GO TO 660-EXIT
           END-IF
           MOVE 'Y' TO WS-ROSTERED
           IF PRS-START-DATE > WS-TODAY-YMD-X
               GO TO 660-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PRS-FROM-HH = PRS-TO-HH
                   MOVE 'Y' TO WS-ON-SHIFT
               WHEN PRS-FROM-HH < PRS-TO-HH
                   IF WS-NOW-HH NOT < PRS-FROM-HH AND
                      WS-NOW-HH < PRS-TO-HH
                       MOVE 'Y' TO WS-ON-SHIFT
                   END-IF
               WHEN OTHER
                   IF WS-NOW-HH NOT < PRS-FROM-HH OR
                      WS-NOW-HH < PRS-TO-HH
                       MOVE 'Y' TO WS-ON-SHIFT
                   END-IF
           END-EVALUATE.
       660-EXIT.
           EXIT.

       700-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE TIX-ID TO WS-PRINT-LINE(1:6)
           MOVE TIX-PRIORITY TO WS-PRINT-LINE(20:1)
           MOVE TIX-DUE-DATE TO WS-PRINT-LINE(24:10)
           MOVE WS-NOTIFY-TEXT TO WS-PRINT-LINE(35:24)
           IF WS-VIP-TIX = 'Y'
               MOVE 'VIP' TO WS-PRINT-LINE(60:3)
               ADD 1 TO WS-CNT-VIP
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       700-EXIT.
               INVALID KEY
                   DISPLAY 'SMB019 - AUDIT WRITE FAILED FOR TICKET '
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
       820-EXIT.
           EXIT.

               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REROUTED TO WS-PRINT-COUNT
           STRING 'SUPERVISOR COVERS = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-VIP TO WS-PRINT-COUNT
           STRING 'VIP TICKETS       = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB019 - TICKETS BREACHED  = ' WS-CNT-BREACHED
           DISPLAY 'SMB019 - PRIORITIES RAISED = ' WS-CNT-RAISED
           DISPLAY 'SMB019 - TICKETS WARNED    = ' WS-CNT-WARNED
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE AUD00001-FILE
           CLOSE MRF00001-FILE
           CLOSE ESC00001-FILE
           CLOSE UAF00001-FILE
           IF WS-PRS-OPEN = 'Y'
               CLOSE PRS00001-FILE
           END-IF
           IF WS-OBO-OPEN = 'Y'
               CLOSE OBO00001-FILE
           END-IF
           IF WS-SCH-OPEN-SW = 'Y'
               CLOSE SCH00001-FILE
           END-IF
           IF WS-CAL-OPEN-SW = 'Y'
               CLOSE CAL00001-FILE
           END-IF
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           CLOSE AUD00001-FILE
           CLOSE ESC00001-FILE
           CLOSE UAF00001-FILE
           CLOSE PRS00001-FILE
           CLOSE OBO00001-FILE
           CLOSE SCH00001-FILE
           CLOSE CAL00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           STOP RUN.
