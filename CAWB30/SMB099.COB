       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB099.
      *
      * CHANGE ADVISORY BOARD AGENDA.
      * TAKES THE CAB MEETING ON CAB00001 (SEE SMCAB) FOR THE SYSIN
      * DATE - OR, WITH NO DATE, THE FIRST MEETING ON OR AFTER
      * TODAY - AND PUTS ON ITS AGENDA EVERY CHG00001 CHANGE WHOSE
      * TICKET IS STILL AWAITING APPROVAL (CREATED OR APPR1), SO A
      * CHANGE DEFERRED LAST WEEK COMES BACK THIS WEEK. EACH CHANGE
      * GETS AN AGENDA ITEM RECORD, NUMBERED IN THE ORDER IT FIRST
      * APPEARED; A RERUN KEEPS THE NUMBERS. THE AGENDA LISTS FOR
      * EACH ITEM:
      *   - THE TICKET, REQUESTOR, TITLE, RISK AND PLANNED WINDOW,
      *     MARKED LATE WHEN THE WINDOW OPENS BEFORE THE MEETING,
      *   - THE CI THE CHANGE IS LINKED TO IN CIX00001 AND HOW MANY
      *     CIS DEPEND ON, ARE HOSTED BY OR CONNECT TO IT IN
      *     CIR00001 (ONE LEVEL DOWN, AS SM4R SHOWS FIRST),
      *   - THE INCIDENTS RAISED AGAINST THAT CI IN THE LOOK-BACK
      *     WINDOW BEFORE THE MEETING (TICKETS THAT ARE THEMSELVES
      *     CHANGES ARE NOT COUNTED, AS IN SMB055),
      *   - THE DECISION, ONCE SM123P (SMCB) HAS RECORDED ONE.
      * EACH MEMBER IS TOLD ON NTFYOUT THAT THE AGENDA IS OUT.
      *   CARD 1 - MEETING DATE, YYYYMMDD (BLANK = NEXT MEETING)
      *   CARD 2 - 'FORCE' TO RERUN THE SAME DAY
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
           SELECT CAB00001-FILE ASSIGN TO CAB00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAB-KEY
               FILE STATUS IS WS-CAB-STATUS.
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
           SELECT CIR00001-FILE ASSIGN TO CIR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIR-KEY
               FILE STATUS IS WS-CIR-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB099RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAB00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCAB.

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

       FD  CIR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCIR.

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
           COPY SMSTAT.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-CAB-STATUS                         PIC X(02).
       01  WS-CHG-STATUS                         PIC X(02).
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-CIR-STATUS                         PIC X(02).
       01  WS-CIR-OPEN                           PIC X VALUE 'N'.
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-CAB                            PIC X VALUE 'N'.
       01  WS-EOF-CHG                            PIC X VALUE 'N'.
       01  WS-EOF-CIX                            PIC X VALUE 'N'.
       01  WS-EOF-CIR                            PIC X VALUE 'N'.

       01  WS-MEETING-CARD                       PIC X(08).
       01  WS-MEETING                            PIC X(08).
       01  WS-MEETING-N REDEFINES WS-MEETING     PIC 9(08).
       01  WS-MEETING-INT                        PIC 9(09).
       01  WS-CHAIR                              PIC X(07).
       01  WS-WHERE                              PIC X(40).

      * AN INCIDENT ON THE CI COUNTS WHEN IT WAS RAISED WITHIN THIS
      * MANY DAYS BEFORE THE MEETING.
       01  WS-LOOKBACK-DAYS                      PIC 9(03) VALUE 090.

       01  WS-CNT-CHG-READ                       PIC 9(05) VALUE 0.
       01  WS-CNT-LINKS-READ                     PIC 9(07) VALUE 0.
       01  WS-CNT-NEW-ITEMS                      PIC 9(05) VALUE 0.
       01  WS-CNT-NOTICES                        PIC 9(05) VALUE 0.

       01  WS-YMD-X                              PIC X(08).
       01  WS-YMD-N REDEFINES WS-YMD-X           PIC 9(08).
       01  WS-LINK-INT                           PIC 9(09).
       01  WS-DAYS-BEFORE                        PIC S9(09).
       01  WS-IS-CHANGE                          PIC X.

      * THE MEETING'S MEMBERS.
       01  WS-MBR-TABLE.
           05  WS-MBR-USERID OCCURS 30 TIMES     PIC X(07).
       01  WS-MBR-USED                           PIC 9(02) VALUE 0.
       01  WS-MBR-IX                             PIC 9(02).

      * AGENDA ITEMS ALREADY ON FILE FOR THE MEETING.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 99 TIMES.
               10  WS-OLD-TIX-ID                 PIC X(06).
               10  WS-OLD-ITEM-NO                PIC 9(02).
               10  WS-OLD-CHOICE                 PIC X(01).
       01  WS-OLD-USED                           PIC 9(02) VALUE 0.
       01  WS-OLD-IX                             PIC 9(02).
       01  WS-HIGH-ITEM                          PIC 9(02) VALUE 0.

      * THE AGENDA - ONE ENTRY PER CHANGE AWAITING APPROVAL.
       01  WS-AG-TABLE.
           05  WS-AG-ENTRY OCCURS 99 TIMES.
               10  WS-AG-TIX-ID                  PIC X(06).
               10  WS-AG-ITEM-NO                 PIC 9(02).
               10  WS-AG-CHOICE                  PIC X(01).
               10  WS-AG-REQUESTOR               PIC X(08).
               10  WS-AG-TITLE                   PIC X(25).
               10  WS-AG-STATUS                  PIC X(10).
               10  WS-AG-RISK                    PIC X(01).
               10  WS-AG-START                   PIC X(08).
               10  WS-AG-END                     PIC X(08).
               10  WS-AG-CI-ID                   PIC X(08).
               10  WS-AG-DOWN-COUNT              PIC 9(03).
               10  WS-AG-INC-COUNT               PIC 9(03).
               10  WS-AG-INC-ID                  PIC X(06)
                                                 OCCURS 8 TIMES.
       01  WS-AG-USED                            PIC 9(02) VALUE 0.
       01  WS-AG-IX                              PIC 9(02).
       01  WS-AG-OVERFLOW                        PIC 9(05) VALUE 0.
       01  WS-INC-IX                             PIC 9(02).
       01  WS-ITEM-IX                            PIC 9(02).

       01  WS-DECISION-TEXT                      PIC X(20).
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZ9.
       01  WS-PRINT-COUNT2                       PIC ZZ9.
       01  WS-PRINT-POS                          PIC 9(02).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-MEETING
           PERFORM 300-LOAD-CHANGES
           PERFORM 400-MATCH-INCIDENTS THRU 400-EXIT
           PERFORM 450-COUNT-DOWNSTREAM THRU 450-EXIT
           PERFORM 500-WRITE-ITEMS
           PERFORM 600-PRINT-AGENDA
           PERFORM 700-NOTIFY-MEMBERS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-MEETING-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           OPEN I-O CAB00001-FILE
           IF WS-CAB-STATUS = '35'
               DISPLAY 'SMB099 - NO CAB00001 FILE, NO MEETING SET UP'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-CAB-STATUS NOT = '00'
               DISPLAY 'SMB099 - UNABLE TO OPEN CAB00001, STATUS = '
                   WS-CAB-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM 120-FIND-MEETING THRU 120-EXIT
           OPEN INPUT CHG00001-FILE
           IF WS-CHG-STATUS = '35'
               MOVE 'Y' TO WS-EOF-CHG
           ELSE
               IF WS-CHG-STATUS NOT = '00'
                   DISPLAY 'SMB099 - UNABLE TO OPEN CHG00001, STATUS = '
                       WS-CHG-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT CIX00001-FILE
           IF WS-CIX-STATUS NOT = '00'
               DISPLAY 'SMB099 - UNABLE TO OPEN CIX00001, STATUS = '
                   WS-CIX-STATUS
               GO TO 999-ABEND
           END-IF
      * NO CIR00001 YET MEANS NO CI RELATIONSHIPS HAVE BEEN SET UP.
           OPEN INPUT CIR00001-FILE
           IF WS-CIR-STATUS = '00'
               MOVE 'Y' TO WS-CIR-OPEN
           ELSE
               IF WS-CIR-STATUS NOT = '35'
                   DISPLAY 'SMB099 - UNABLE TO OPEN CIR00001, STATUS = '
                       WS-CIR-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB099 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB099 - UNABLE TO OPEN SMB099RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF.
       100-EXIT.
           EXIT.

      * A DATED CARD NAMES THE MEETING; WITHOUT ONE THE FIRST
      * MEETING RECORD ON OR AFTER TODAY IS TAKEN.
       120-FIND-MEETING.
           MOVE LOW-VALUES TO CAB-KEY
           IF WS-MEETING-CARD NUMERIC
               MOVE WS-MEETING-CARD TO CAB-MEETING
           ELSE
               MOVE WS-RUN-DATE-X TO CAB-MEETING
           END-IF
           START CAB00001-FILE KEY IS NOT LESS THAN CAB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CAB
           END-START
           PERFORM UNTIL WS-EOF-CAB = 'Y'
               READ CAB00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CAB
                   NOT AT END
                       IF CAB-TYPE-MEETING
                           MOVE 'Y' TO WS-EOF-CAB
                       ELSE
                           IF WS-MEETING-CARD NUMERIC AND
                              CAB-MEETING NOT = WS-MEETING-CARD
                               MOVE 'Y' TO WS-EOF-CAB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAB-STATUS NOT = '00' OR NOT CAB-TYPE-MEETING OR
              (WS-MEETING-CARD NUMERIC AND
               CAB-MEETING NOT = WS-MEETING-CARD)
               IF WS-MEETING-CARD NUMERIC
                   DISPLAY 'SMB099 - NO CAB MEETING ON '
                       WS-MEETING-CARD
               ELSE
                   DISPLAY 'SMB099 - NO CAB MEETING ON OR AFTER '
                       WS-RUN-DATE-X
               END-IF
               CLOSE CAB00001-FILE
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           MOVE CAB-MEETING TO WS-MEETING
           MOVE CAB-CHAIR TO WS-CHAIR
           MOVE CAB-TEXT TO WS-WHERE
           COMPUTE WS-MEETING-INT =
               FUNCTION INTEGER-OF-DATE(WS-MEETING-N).
       120-EXIT.
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
               DISPLAY 'SMB099 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB099' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB099 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB099' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB099 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * THE REST OF THE MEETING'S RECORDS - MEMBERS AND ANY AGENDA
      * ITEMS AN EARLIER RUN WROTE.
       200-LOAD-MEETING.
           MOVE 'N' TO WS-EOF-CAB
           PERFORM UNTIL WS-EOF-CAB = 'Y'
               READ CAB00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CAB
                   NOT AT END
                       IF CAB-MEETING NOT = WS-MEETING
                           MOVE 'Y' TO WS-EOF-CAB
                       ELSE
                           PERFORM 250-LOAD-ONE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-LOAD-ONE.
           IF CAB-TYPE-MEMBER AND WS-MBR-USED < 30
               ADD 1 TO WS-MBR-USED
               MOVE CAB-MEMBER TO WS-MBR-USERID(WS-MBR-USED)
               GO TO 250-EXIT
           END-IF
           IF CAB-TYPE-ITEM AND WS-OLD-USED < 99
               ADD 1 TO WS-OLD-USED
               MOVE CAB-TIX-ID TO WS-OLD-TIX-ID(WS-OLD-USED)
               MOVE CAB-ITEM-NO TO WS-OLD-ITEM-NO(WS-OLD-USED)
               MOVE CAB-CHOICE TO WS-OLD-CHOICE(WS-OLD-USED)
               IF CAB-ITEM-NO > WS-HIGH-ITEM
                   MOVE CAB-ITEM-NO TO WS-HIGH-ITEM
               END-IF
           END-IF.
       250-EXIT.
           EXIT.

      * EVERY CHANGE WHOSE TICKET IS STILL AWAITING APPROVAL. AN
      * APPROVED OR REJECTED CHANGE HAS LEFT CREATED/APPR1, WHETHER
      * THE CAB OR SM005 DECIDED IT.
       300-LOAD-CHANGES.
           PERFORM UNTIL WS-EOF-CHG = 'Y'
               READ CHG00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CHG
                   NOT AT END
                       ADD 1 TO WS-CNT-CHG-READ
                       PERFORM 350-ADD-CHANGE THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-ADD-CHANGE.
           MOVE CHG-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   GO TO 350-EXIT
           END-READ
           IF TIX-STATUS NOT = ST-CREATED AND
              TIX-STATUS NOT = ST-APPR1
               GO TO 350-EXIT
           END-IF
           IF WS-AG-USED = 99
               ADD 1 TO WS-AG-OVERFLOW
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-AG-USED
           MOVE WS-AG-USED TO WS-AG-IX
           MOVE CHG-TIX-ID TO WS-AG-TIX-ID(WS-AG-IX)
           MOVE TIX-REQUESTOR TO WS-AG-REQUESTOR(WS-AG-IX)
           MOVE TIX-TITLE TO WS-AG-TITLE(WS-AG-IX)
           MOVE TIX-STATUS TO WS-AG-STATUS(WS-AG-IX)
           MOVE CHG-RISK TO WS-AG-RISK(WS-AG-IX)
           MOVE CHG-PLAN-START TO WS-AG-START(WS-AG-IX)
           MOVE CHG-PLAN-END TO WS-AG-END(WS-AG-IX)
           MOVE 0 TO WS-AG-ITEM-NO(WS-AG-IX)
           MOVE SPACE TO WS-AG-CHOICE(WS-AG-IX)
           MOVE 0 TO WS-AG-DOWN-COUNT(WS-AG-IX)
           MOVE 0 TO WS-AG-INC-COUNT(WS-AG-IX)
           MOVE SPACES TO WS-AG-CI-ID(WS-AG-IX)
           PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                   UNTIL WS-OLD-IX > WS-OLD-USED
               IF WS-OLD-TIX-ID(WS-OLD-IX) = CHG-TIX-ID
                   MOVE WS-OLD-ITEM-NO(WS-OLD-IX) TO
                       WS-AG-ITEM-NO(WS-AG-IX)
                   MOVE WS-OLD-CHOICE(WS-OLD-IX) TO
                       WS-AG-CHOICE(WS-AG-IX)
               END-IF
           END-PERFORM
           MOVE CHG-TIX-ID TO CIX-TIX-ID
           READ CIX00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CIX-STATUS = '00'
               MOVE CIX-CI-ID TO WS-AG-CI-ID(WS-AG-IX)
           END-IF.
       350-EXIT.
           EXIT.

      * ONE SWEEP OF CIX00001. A LINK TO AN AGENDA CHANGE'S CI,
      * DATED INSIDE THE LOOK-BACK WINDOW BEFORE THE MEETING, IS AN
      * EARLIER INCIDENT ON IT - UNLESS THE TICKET IS A CHANGE.
       400-MATCH-INCIDENTS.
           IF WS-AG-USED = 0
               GO TO 400-EXIT
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
                       IF CIX-LINK-DATE NUMERIC AND
                          CIX-CI-ID NOT = SPACES
                           PERFORM 410-CHECK-LINK THRU 410-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       410-CHECK-LINK.
           MOVE CIX-LINK-DATE TO WS-YMD-X
           COMPUTE WS-LINK-INT = FUNCTION INTEGER-OF-DATE(WS-YMD-N)
           COMPUTE WS-DAYS-BEFORE = WS-MEETING-INT - WS-LINK-INT
           IF WS-DAYS-BEFORE < 0 OR
              WS-DAYS-BEFORE > WS-LOOKBACK-DAYS
               GO TO 410-EXIT
           END-IF
           MOVE 'U' TO WS-IS-CHANGE
           PERFORM VARYING WS-AG-IX FROM 1 BY 1
                   UNTIL WS-AG-IX > WS-AG-USED
               IF WS-AG-CI-ID(WS-AG-IX) = CIX-CI-ID AND
                  WS-AG-TIX-ID(WS-AG-IX) NOT = CIX-TIX-ID
                   IF WS-IS-CHANGE = 'U'
                       PERFORM 420-CHECK-IS-CHANGE
                   END-IF
                   IF WS-IS-CHANGE = 'N'
                       PERFORM 430-ADD-INCIDENT
                   END-IF
               END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.

       420-CHECK-IS-CHANGE.
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
       420-EXIT.
           EXIT.

       430-ADD-INCIDENT.
           ADD 1 TO WS-AG-INC-COUNT(WS-AG-IX)
           IF WS-AG-INC-COUNT(WS-AG-IX) NOT > 8
               MOVE WS-AG-INC-COUNT(WS-AG-IX) TO WS-INC-IX
               MOVE CIX-TIX-ID TO WS-AG-INC-ID(WS-AG-IX, WS-INC-IX)
           END-IF.
       430-EXIT.
           EXIT.

      * CIR00001 IS KEYED UPSTREAM CI FIRST, SO EVERYTHING ONE LEVEL
      * BELOW A CI IS ONE GENERIC BROWSE.
       450-COUNT-DOWNSTREAM.
           IF WS-CIR-OPEN NOT = 'Y'
               GO TO 450-EXIT
           END-IF
           PERFORM VARYING WS-AG-IX FROM 1 BY 1
                   UNTIL WS-AG-IX > WS-AG-USED
               IF WS-AG-CI-ID(WS-AG-IX) NOT = SPACES
                   PERFORM 460-BROWSE-CIR THRU 460-EXIT
               END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

       460-BROWSE-CIR.
           MOVE 'N' TO WS-EOF-CIR
           MOVE WS-AG-CI-ID(WS-AG-IX) TO CIR-UP-CI
           MOVE LOW-VALUES TO CIR-DOWN-CI
           START CIR00001-FILE KEY IS NOT LESS THAN CIR-KEY
               INVALID KEY
                   GO TO 460-EXIT
           END-START
           PERFORM UNTIL WS-EOF-CIR = 'Y'
               READ CIR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CIR
                   NOT AT END
                       IF CIR-UP-CI NOT = WS-AG-CI-ID(WS-AG-IX)
                           MOVE 'Y' TO WS-EOF-CIR
                       ELSE
                           ADD 1 TO WS-AG-DOWN-COUNT(WS-AG-IX)
                       END-IF
               END-READ
           END-PERFORM.
       460-EXIT.
           EXIT.

      * A CHANGE NEW TO THIS MEETING'S AGENDA GETS THE NEXT ITEM
      * NUMBER AND ITS ITEM RECORD.
       500-WRITE-ITEMS.
           PERFORM VARYING WS-AG-IX FROM 1 BY 1
                   UNTIL WS-AG-IX > WS-AG-USED
               IF WS-AG-ITEM-NO(WS-AG-IX) = 0
                   PERFORM 550-WRITE-ONE THRU 550-EXIT
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

       550-WRITE-ONE.
           IF WS-HIGH-ITEM = 99
               ADD 1 TO WS-AG-OVERFLOW
               GO TO 550-EXIT
           END-IF
           ADD 1 TO WS-HIGH-ITEM
           MOVE SPACES TO CAB-RECORD
           MOVE WS-MEETING TO CAB-MEETING
           MOVE WS-AG-TIX-ID(WS-AG-IX) TO CAB-TIX-ID
           MOVE 'I' TO CAB-TYPE
           MOVE WS-HIGH-ITEM TO CAB-ITEM-NO
           MOVE 'SMB099' TO CAB-SET-BY
           MOVE WS-RUN-DATE-X TO CAB-SET-DATE
           WRITE CAB-RECORD
               INVALID KEY
                   DISPLAY 'SMB099 - CAB00001 WRITE FAILED FOR '
                       CAB-KEY ' STATUS = ' WS-CAB-STATUS
                   SUBTRACT 1 FROM WS-HIGH-ITEM
                   GO TO 550-EXIT
           END-WRITE
           MOVE WS-HIGH-ITEM TO WS-AG-ITEM-NO(WS-AG-IX)
           ADD 1 TO WS-CNT-NEW-ITEMS.
       550-EXIT.
           EXIT.

       600-PRINT-AGENDA.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SMB099 - CHANGE ADVISORY BOARD AGENDA, MEETING '
                  WS-MEETING
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CHAIR ' WS-CHAIR '   ' WS-WHERE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'MEMBERS' TO WS-PRINT-LINE(1:7)
           MOVE 9 TO WS-PRINT-POS
           PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                   UNTIL WS-MBR-IX > WS-MBR-USED
               IF WS-PRINT-POS > 73
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE 9 TO WS-PRINT-POS
               END-IF
               MOVE WS-MBR-USERID(WS-MBR-IX) TO
                   WS-PRINT-LINE(WS-PRINT-POS:7)
               ADD 8 TO WS-PRINT-POS
           END-PERFORM
           IF WS-MBR-USED = 0
               MOVE '(NONE - ADD THEM ON SMCB)' TO WS-PRINT-LINE(9:25)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ITEM CHANGE REQUESTR R START    END      TITLE' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-AG-USED = 0
               MOVE 'NO CHANGES AWAITING APPROVAL' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-HIGH-ITEM
               PERFORM VARYING WS-AG-IX FROM 1 BY 1
                       UNTIL WS-AG-IX > WS-AG-USED
                   IF WS-AG-ITEM-NO(WS-AG-IX) = WS-ITEM-IX
                       PERFORM 650-PRINT-ITEM THRU 650-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-AG-OVERFLOW > 0
               MOVE WS-AG-OVERFLOW TO WS-PRINT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'CHANGES NOT ON THE AGENDA (TABLE FULL) = '
                      WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       650-PRINT-ITEM.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-AG-ITEM-NO(WS-AG-IX) TO WS-PRINT-LINE(2:2)
           MOVE WS-AG-TIX-ID(WS-AG-IX) TO WS-PRINT-LINE(6:6)
           MOVE WS-AG-REQUESTOR(WS-AG-IX) TO WS-PRINT-LINE(13:8)
           MOVE WS-AG-RISK(WS-AG-IX) TO WS-PRINT-LINE(22:1)
           MOVE WS-AG-START(WS-AG-IX) TO WS-PRINT-LINE(24:8)
           MOVE WS-AG-END(WS-AG-IX) TO WS-PRINT-LINE(33:8)
           MOVE WS-AG-TITLE(WS-AG-IX) TO WS-PRINT-LINE(42:25)
           IF WS-AG-START(WS-AG-IX) < WS-MEETING
               MOVE 'LATE' TO WS-PRINT-LINE(68:4)
           END-IF
           IF WS-AG-STATUS(WS-AG-IX) = ST-APPR1
               MOVE 'APPR1' TO WS-PRINT-LINE(73:5)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-AG-CI-ID(WS-AG-IX) = SPACES
               MOVE '     CI (NONE LINKED)' TO WS-PRINT-LINE
           ELSE
               MOVE WS-AG-DOWN-COUNT(WS-AG-IX) TO WS-PRINT-COUNT
               MOVE WS-AG-INC-COUNT(WS-AG-IX) TO WS-PRINT-COUNT2
               STRING '     CI ' WS-AG-CI-ID(WS-AG-IX) '  IMPACTS '
                      WS-PRINT-COUNT ' CI(S) BELOW IT   INCIDENTS '
                      WS-PRINT-COUNT2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-AG-INC-COUNT(WS-AG-IX) > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE '     EARLIER INCIDENTS:' TO WS-PRINT-LINE(1:23)
               MOVE 25 TO WS-PRINT-POS
               PERFORM VARYING WS-INC-IX FROM 1 BY 1
                       UNTIL WS-INC-IX > WS-AG-INC-COUNT(WS-AG-IX)
                          OR WS-INC-IX > 8
                   MOVE WS-AG-INC-ID(WS-AG-IX, WS-INC-IX) TO
                       WS-PRINT-LINE(WS-PRINT-POS:6)
                   ADD 7 TO WS-PRINT-POS
               END-PERFORM
               IF WS-AG-INC-COUNT(WS-AG-IX) > 8
                   MOVE '...' TO WS-PRINT-LINE(WS-PRINT-POS:3)
               END-IF
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-AG-CHOICE(WS-AG-IX) NOT = SPACE
               EVALUATE WS-AG-CHOICE(WS-AG-IX)
                   WHEN 'A'
                       MOVE 'APPROVED' TO WS-DECISION-TEXT
                   WHEN 'C'
                       MOVE 'APPROVED, CONDITIONS' TO WS-DECISION-TEXT
                   WHEN 'R'
                       MOVE 'REJECTED' TO WS-DECISION-TEXT
                   WHEN OTHER
                       MOVE 'DEFERRED' TO WS-DECISION-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '     DECIDED: ' WS-DECISION-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       650-EXIT.
           EXIT.

       700-NOTIFY-MEMBERS.
           MOVE WS-AG-USED TO WS-PRINT-COUNT
           PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                   UNTIL WS-MBR-IX > WS-MBR-USED
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-MBR-USERID(WS-MBR-IX)
                      '  CAB AGENDA FOR ' WS-MEETING ' - '
                      WS-PRINT-COUNT ' CHANGE(S) - SEE SMB099, VOTE'
                      ' ON SMCB'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
               ADD 1 TO WS-CNT-NOTICES
           END-PERFORM.
       700-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB099' TO RUN-JOB-NAME
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
               MOVE WS-CNT-NEW-ITEMS TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB099 - MEETING          = ' WS-MEETING
           DISPLAY 'SMB099 - AGENDA ITEMS     = ' WS-AG-USED
           DISPLAY 'SMB099 - NEW ITEMS        = ' WS-CNT-NEW-ITEMS
           DISPLAY 'SMB099 - MEMBERS NOTIFIED = ' WS-CNT-NOTICES
           CLOSE CAB00001-FILE
           CLOSE CHG00001-FILE
           CLOSE CIX00001-FILE
           IF WS-CIR-OPEN = 'Y'
               CLOSE CIR00001-FILE
           END-IF
           CLOSE STF00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CAB00001-FILE
           CLOSE CHG00001-FILE
           CLOSE CIX00001-FILE
           CLOSE CIR00001-FILE
           CLOSE STF00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
