       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB073.
      *
      * LEGAL-HOLD CASE FILE. FOR THE HOLD NAMED ON SYSIN (SEE SMLHR
      * AND THE SM99 TRANSACTION) THIS JOB WORKS OUT EVERY TICKET IN
      * SCOPE - THE TICKETS NAMED ON THE HOLD, EVERY TICKET RAISED BY
      * A REQUESTOR NAMED ON IT AND EVERY TICKET LINKED IN CIX00001
      * TO A CI NAMED ON IT, LIVE OR ARCHIVED - AND WRITES ONE
      * DOSSIER PER TICKET, IN TICKET ORDER, TO SMB073CF FOR HAND-
      * OVER TO COUNSEL. EACH DOSSIER CARRIES:
      *   1. THE TICKET ITSELF FROM STF00001, OR FROM THE AST00001
      *      ARCHIVE COPY ONCE SMB007 HAS PURGED IT,
      *   2. THE FULL DESCRIPTION - TIX-DESC AND THE STF00004 (OR
      *      AST00004) CONTINUATION LINES,
      *   3. ONE CHRONOLOGY MERGING THE STF00002 LOG, THE STF00007
      *      COMMENTS, THE AUD00001 FIELD DELTAS AND THE WLF00001
      *      WORK LOG, WITH THE AST00002/AST00007/AST00008 ARCHIVE
      *      COPIES, SORTED ON DATE AND TIME. WORK-LOG ENTRIES CARRY
      *      A DATE ONLY AND SORT TO THE START OF THEIR DAY.
      * A RELEASED HOLD CAN STILL BE EXPORTED; THE FILE SAYS SO.
      * THE JOB ONLY READS - NOTHING IS CHANGED. ARCHIVE FILES THAT
      * HAVE NEVER BEEN CREATED ARE TREATED AS EMPTY.
      *   CARD 1 - HOLD ID (REQUIRED)
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
           SELECT LHR00001-FILE ASSIGN TO LHR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHR-KEY
               FILE STATUS IS WS-LHR-STATUS.
           SELECT CIX00001-FILE ASSIGN TO CIX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CIX-TIX-ID
               FILE STATUS IS WS-CIX-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT STF00004-FILE ASSIGN TO STF00004
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DESC-TIX-ID
               FILE STATUS IS WS-STF4-STATUS.
           SELECT STF00007-FILE ASSIGN TO STF00007
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMT-TIX-ID
               FILE STATUS IS WS-STF7-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT WLF00001-FILE ASSIGN TO WLF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WLF-STATUS.
           SELECT AST00001-FILE ASSIGN TO AST00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-TIX-ID
               FILE STATUS IS WS-AST1-STATUS.
           SELECT AST00002-FILE ASSIGN TO AST00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-LOG-TIX-ID
               FILE STATUS IS WS-AST2-STATUS.
           SELECT AST00004-FILE ASSIGN TO AST00004
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-DESC-TIX-ID
               FILE STATUS IS WS-AST4-STATUS.
           SELECT AST00007-FILE ASSIGN TO AST00007
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CMT-TIX-ID
               FILE STATUS IS WS-AST7-STATUS.
           SELECT AST00008-FILE ASSIGN TO AST00008
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-WL-KEY
               FILE STATUS IS WS-AST8-STATUS.
           SELECT CASE-FILE ASSIGN TO SMB073CF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LHR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMLHR.

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

       FD  STF00004-FILE
           LABEL RECORDS ARE STANDARD.
       01  DESC-RECORD.
           05  DESC-TIX-ID.
               10  DESC-TIX-ID1                  PIC X(6).
               10  DESC-LINE-NUM                 PIC 9(3).
           05  DESC-TEXT                         PIC X(40).

       FD  STF00007-FILE
           LABEL RECORDS ARE STANDARD.
       01  CMT-RECORD.
           05  CMT-TIX-ID.
               10  CMT-TIX-ID1                   PIC X(6).
               10  CMT-SEQ-NUM                   PIC 9(5).
           05  CMT-TEXT                          PIC X(60).
           05  CMT-BY.
               10  CMT-BY1                       PIC X(7).
               10  FILLER                        PIC X.
           05  CMT-DATE                          PIC X(10).
           05  CMT-TIME                          PIC X(10).

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

       FD  WLF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  WL-RECORD.
           05  WL-KEY.
               10  WL-TIX-ID                     PIC X(06).
               10  WL-SEQ-NUM                    PIC 9(05).
           05  WL-MINUTES                        PIC 9(04).
           05  WL-NOTE                           PIC X(40).
           05  WL-BY                             PIC X(07).
           05  WL-DATE                           PIC X(10).
           05  WL-APPROVED                       PIC X(01).
           05  WL-APPR-BY                        PIC X(07).

      * THE AST0000N ARCHIVES HOLD BYTE-FOR-BYTE COPIES OF THE LIVE
      * RECORDS (SEE SMB007); EACH IS MOVED OVER ITS LIVE LAYOUT
      * BEFORE USE.
       FD  AST00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-TIX-RECORD.
           05  ARC-TIX-ID                        PIC X(06).
           05  ARC-TIX-BODY                      PIC X(276).

       FD  AST00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-LOG-RECORD.
           05  ARC-LOG-TIX-ID                    PIC X(11).
           05  ARC-LOG-BODY                      PIC X(78).

       FD  AST00004-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-DESC-RECORD.
           05  ARC-DESC-TIX-ID                   PIC X(09).
           05  ARC-DESC-BODY                     PIC X(40).

       FD  AST00007-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-CMT-RECORD.
           05  ARC-CMT-TIX-ID                    PIC X(11).
           05  ARC-CMT-BODY                      PIC X(88).

       FD  AST00008-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-WL-RECORD.
           05  ARC-WL-KEY                        PIC X(11).
           05  ARC-WL-BODY                       PIC X(69).

       FD  CASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASE-RECORD                           PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-LHR-STATUS                         PIC X(02).
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-STF4-STATUS                        PIC X(02).
       01  WS-STF7-STATUS                        PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
       01  WS-WLF-STATUS                         PIC X(02).
       01  WS-AST1-STATUS                        PIC X(02).
       01  WS-AST2-STATUS                        PIC X(02).
       01  WS-AST4-STATUS                        PIC X(02).
       01  WS-AST7-STATUS                        PIC X(02).
       01  WS-AST8-STATUS                        PIC X(02).
       01  WS-CASE-STATUS                        PIC X(02).
       01  WS-CIX-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-AST1-OPEN-SW                       PIC X VALUE 'N'.
       01  WS-AST2-OPEN-SW                       PIC X VALUE 'N'.
       01  WS-AST4-OPEN-SW                       PIC X VALUE 'N'.
       01  WS-AST7-OPEN-SW                       PIC X VALUE 'N'.
       01  WS-AST8-OPEN-SW                       PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.

       01  WS-HOLD-CARD                          PIC X(08).
       01  WS-HOLD-HEADER                        PIC X(100).

      * THE REQUESTORS AND CIS NAMED ON THE HOLD.
       01  WS-USER-TBL.
           05  WS-USER-ENT OCCURS 100 TIMES      PIC X(08).
       01  WS-USER-USED                          PIC 9(03) VALUE 0.
       01  WS-CI-TBL.
           05  WS-CI-ENT OCCURS 100 TIMES        PIC X(08).
       01  WS-CI-USED                            PIC 9(03) VALUE 0.
       01  WS-SCOPE-MAX                          PIC 9(03) VALUE 100.
       01  WS-SCOPE-HIT                          PIC X.

      * THE TICKETS IN SCOPE, KEPT IN TICKET ORDER WITHOUT REPEATS.
       01  WS-TKT-TBL.
           05  WS-TKT-ENT OCCURS 1000 TIMES      PIC X(06).
       01  WS-TKT-MAX                            PIC 9(04) VALUE 1000.
       01  WS-TKT-USED                           PIC 9(04) VALUE 0.
       01  WS-TKT-IDX                            PIC 9(04).
       01  WS-TKT-POS                            PIC 9(04).
       01  WS-NEW-TKT                            PIC X(06).

      * ONE TICKET'S CHRONOLOGY. 550-ADD-EVENT KEEPS IT IN STAMP
      * ORDER; EVENTS OF THE SAME STAMP STAY IN THE ORDER READ.
       01  WS-EV-TBL.
           05  WS-EV-ENT OCCURS 500 TIMES.
               10  WS-EV-STAMP                   PIC X(14).
               10  WS-EV-SRC                     PIC X(03).
               10  WS-EV-BY                      PIC X(08).
               10  WS-EV-TEXT                    PIC X(97).
       01  WS-EV-MAX                             PIC 9(03) VALUE 500.
       01  WS-EV-USED                            PIC 9(03) VALUE 0.
       01  WS-EV-IDX                             PIC 9(03).
       01  WS-EV-POS                             PIC 9(03).
       01  WS-EV-DROPPED                         PIC 9(05) VALUE 0.
       01  WS-NEW-EV.
           05  WS-NEW-STAMP                      PIC X(14).
           05  WS-NEW-SRC                        PIC X(03).
           05  WS-NEW-BY                         PIC X(08).
           05  WS-NEW-TEXT                       PIC X(97).

      * DATE AND TIME AS THE SOURCE FILE HOLDS THEM, TURNED INTO A
      * YYYYMMDDHHMMSS STAMP BY 560-MAKE-STAMP. DATES ARE MM/DD/YYYY
      * OR, ON OLD RECORDS, MM-DD-YY; TIMES HH:MM:SS.
       01  WS-IN-DATE                            PIC X(10).
       01  WS-IN-TIME                            PIC X(10).
       01  WS-PRT-STAMP                          PIC X(19).

       01  WS-TKT-SOURCE                         PIC X(08).
       01  WS-TKT-FOUND                          PIC X.
       01  WS-SCOPE-DESC                         PIC X(12).

       01  WS-CNT-SCOPE-ROWS                     PIC 9(05) VALUE 0.
       01  WS-CNT-TICKETS                        PIC 9(05) VALUE 0.
       01  WS-CNT-ARCHIVED                       PIC 9(05) VALUE 0.
       01  WS-CNT-MISSING                        PIC 9(05) VALUE 0.
       01  WS-CNT-EVENTS                         PIC 9(07) VALUE 0.
       01  WS-CNT-TRUNCATED                      PIC 9(05) VALUE 0.
       01  WS-CNT-LINES                          PIC 9(07) VALUE 0.

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-MIN                          PIC ZZZ9.
       01  WS-PRINT-LINE                         PIC X(132).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-LOAD-SCOPE THRU 200-EXIT
           PERFORM 300-EXPAND-SCOPE THRU 300-EXIT
           PERFORM 380-WRITE-COVER THRU 380-EXIT
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                   UNTIL WS-TKT-IDX > WS-TKT-USED
               PERFORM 400-WRITE-DOSSIER THRU 400-EXIT
           END-PERFORM
           PERFORM 900-TERMINATE THRU 900-EXIT
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-HOLD-CARD FROM SYSIN
           IF WS-HOLD-CARD = SPACES
               DISPLAY 'SMB073 - NO HOLD ID ON SYSIN - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-RUN-CONTROL-START THRU 150-EXIT
           OPEN INPUT LHR00001-FILE
           IF WS-LHR-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN LHR00001, STATUS = '
                   WS-LHR-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00004-FILE
           IF WS-STF4-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN STF00004, STATUS = '
                   WS-STF4-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT STF00007-FILE
           IF WS-STF7-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN STF00007, STATUS = '
                   WS-STF7-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT AUD00001-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN AUD00001, STATUS = '
                   WS-AUD-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT WLF00001-FILE
           IF WS-WLF-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN WLF00001, STATUS = '
                   WS-WLF-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM 120-OPEN-OPTIONAL THRU 120-EXIT
           OPEN OUTPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'SMB073 - UNABLE TO OPEN SMB073CF, STATUS = '
                   WS-CASE-STATUS
               GO TO 999-ABEND
           END-IF.
       100-EXIT.
           EXIT.

      * CIX00001 AND THE ARCHIVES MAY NOT EXIST YET ON A YOUNG
      * SYSTEM - STATUS 35 LEAVES THE FILE OUT OF THE RUN.
       120-OPEN-OPTIONAL.
           OPEN INPUT CIX00001-FILE
           IF WS-CIX-STATUS = '00'
               MOVE 'Y' TO WS-CIX-OPEN-SW
           ELSE
               IF WS-CIX-STATUS NOT = '35'
                   DISPLAY 'SMB073 - UNABLE TO OPEN CIX00001, STATUS = '
                       WS-CIX-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT AST00001-FILE
           IF WS-AST1-STATUS = '00'
               MOVE 'Y' TO WS-AST1-OPEN-SW
           ELSE
               IF WS-AST1-STATUS NOT = '35'
                   DISPLAY 'SMB073 - UNABLE TO OPEN AST00001, STATUS = '
                       WS-AST1-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT AST00002-FILE
           IF WS-AST2-STATUS = '00'
               MOVE 'Y' TO WS-AST2-OPEN-SW
           ELSE
               IF WS-AST2-STATUS NOT = '35'
                   DISPLAY 'SMB073 - UNABLE TO OPEN AST00002, STATUS = '
                       WS-AST2-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT AST00004-FILE
           IF WS-AST4-STATUS = '00'
               MOVE 'Y' TO WS-AST4-OPEN-SW
           ELSE
               IF WS-AST4-STATUS NOT = '35'
                   DISPLAY 'SMB073 - UNABLE TO OPEN AST00004, STATUS = '
                       WS-AST4-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT AST00007-FILE
           IF WS-AST7-STATUS = '00'
               MOVE 'Y' TO WS-AST7-OPEN-SW
           ELSE
               IF WS-AST7-STATUS NOT = '35'
                   DISPLAY 'SMB073 - UNABLE TO OPEN AST00007, STATUS = '
                       WS-AST7-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT AST00008-FILE
           IF WS-AST8-STATUS = '00'
               MOVE 'Y' TO WS-AST8-OPEN-SW
           ELSE
               IF WS-AST8-STATUS NOT = '35'
                   DISPLAY 'SMB073 - UNABLE TO OPEN AST00008, STATUS = '
                       WS-AST8-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF.
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
               DISPLAY 'SMB073 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB073' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB073 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB073' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB073 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * THE HOLD - ITS HEADER ROW, THEN ITS SCOPE ROWS. TICKET ROWS
      * GO STRAIGHT INTO THE TICKET LIST; REQUESTORS AND CIS ARE
      * KEPT FOR 300-EXPAND-SCOPE.
      *****************************************************************
       200-LOAD-SCOPE.
           MOVE WS-HOLD-CARD TO LHR-HOLD-ID
           MOVE SPACE TO LHR-SCOPE-TYPE
           MOVE SPACES TO LHR-SCOPE-VALUE
           READ LHR00001-FILE
               INVALID KEY
                   DISPLAY 'SMB073 - HOLD ' WS-HOLD-CARD
                       ' IS NOT ON LHR00001'
                   GO TO 999-ABEND
           END-READ
           MOVE LHR-RECORD TO WS-HOLD-HEADER
           START LHR00001-FILE KEY IS GREATER THAN LHR-KEY
               INVALID KEY
                   GO TO 200-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ LHR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF LHR-HOLD-ID NOT = WS-HOLD-CARD
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 250-LOAD-SCOPE-ROW THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-LOAD-SCOPE-ROW.
           ADD 1 TO WS-CNT-SCOPE-ROWS
           EVALUATE TRUE
               WHEN LHR-SCOPE-TICKET
                   MOVE LHR-SCOPE-VALUE TO WS-NEW-TKT
                   PERFORM 270-ADD-TICKET THRU 270-EXIT
               WHEN LHR-SCOPE-USER
                   IF WS-USER-USED = WS-SCOPE-MAX
                       DISPLAY 'SMB073 - OVER 100 REQUESTORS ON HOLD '
                           WS-HOLD-CARD ' - RUN STOPPED'
                       GO TO 999-ABEND
                   END-IF
                   ADD 1 TO WS-USER-USED
                   MOVE LHR-SCOPE-VALUE TO WS-USER-ENT(WS-USER-USED)
               WHEN LHR-SCOPE-CI
                   IF WS-CI-USED = WS-SCOPE-MAX
                       DISPLAY 'SMB073 - OVER 100 CIS ON HOLD '
                           WS-HOLD-CARD ' - RUN STOPPED'
                       GO TO 999-ABEND
                   END-IF
                   ADD 1 TO WS-CI-USED
                   MOVE LHR-SCOPE-VALUE TO WS-CI-ENT(WS-CI-USED)
           END-EVALUATE.
       250-EXIT.
           EXIT.

      * SLOT WS-NEW-TKT INTO THE TICKET LIST IN ORDER, SKIPPING A
      * REPEAT. A CASE FILE MISSING TICKETS IS WORSE THAN NONE, SO A
      * FULL LIST STOPS THE RUN.
       270-ADD-TICKET.
           IF WS-NEW-TKT = SPACES
               GO TO 270-EXIT
           END-IF
           MOVE 1 TO WS-TKT-POS
           PERFORM UNTIL WS-TKT-POS > WS-TKT-USED OR
                         WS-TKT-ENT(WS-TKT-POS) NOT < WS-NEW-TKT
               ADD 1 TO WS-TKT-POS
           END-PERFORM
           IF WS-TKT-POS NOT > WS-TKT-USED
               IF WS-TKT-ENT(WS-TKT-POS) = WS-NEW-TKT
                   GO TO 270-EXIT
               END-IF
           END-IF
           IF WS-TKT-USED = WS-TKT-MAX
               DISPLAY 'SMB073 - OVER 1000 TICKETS IN SCOPE OF HOLD '
                   WS-HOLD-CARD ' - RUN STOPPED'
               GO TO 999-ABEND
           END-IF
           PERFORM VARYING WS-TKT-IDX FROM WS-TKT-USED BY -1
                   UNTIL WS-TKT-IDX < WS-TKT-POS
               MOVE WS-TKT-ENT(WS-TKT-IDX) TO
                   WS-TKT-ENT(WS-TKT-IDX + 1)
           END-PERFORM
           MOVE WS-NEW-TKT TO WS-TKT-ENT(WS-TKT-POS)
           ADD 1 TO WS-TKT-USED.
       270-EXIT.
           EXIT.

      *****************************************************************
      * REQUESTORS AND CIS BECOME TICKETS - ONE PASS OF STF00001 AND
      * ONE OF AST00001 FOR THE REQUESTORS, ONE OF CIX00001 FOR THE
      * CIS.
      *****************************************************************
       300-EXPAND-SCOPE.
           IF WS-USER-USED > 0
               PERFORM 310-SCAN-LIVE-TICKETS THRU 310-EXIT
               IF WS-AST1-OPEN-SW = 'Y'
                   PERFORM 320-SCAN-ARCHIVE-TICKETS THRU 320-EXIT
               END-IF
           END-IF
           IF WS-CI-USED > 0 AND WS-CIX-OPEN-SW = 'Y'
               PERFORM 330-SCAN-CI-LINKS THRU 330-EXIT
           END-IF.
       300-EXIT.
           EXIT.

       310-SCAN-LIVE-TICKETS.
           MOVE LOW-VALUES TO TIX-ID
           START STF00001-FILE KEY IS NOT LESS THAN TIX-ID
               INVALID KEY
                   GO TO 310-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 340-MATCH-USER THRU 340-EXIT
                       IF WS-SCOPE-HIT = 'Y'
                           MOVE TIX-ID TO WS-NEW-TKT
                           PERFORM 270-ADD-TICKET THRU 270-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       310-EXIT.
           EXIT.

       320-SCAN-ARCHIVE-TICKETS.
           MOVE LOW-VALUES TO ARC-TIX-ID
           START AST00001-FILE KEY IS NOT LESS THAN ARC-TIX-ID
               INVALID KEY
                   GO TO 320-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AST00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ARC-TIX-RECORD TO TIX-RECORD
                       PERFORM 340-MATCH-USER THRU 340-EXIT
                       IF WS-SCOPE-HIT = 'Y'
                           MOVE TIX-ID TO WS-NEW-TKT
                           PERFORM 270-ADD-TICKET THRU 270-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       320-EXIT.
           EXIT.

       330-SCAN-CI-LINKS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CIX00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE 'N' TO WS-SCOPE-HIT
                       PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                               UNTIL WS-EV-IDX > WS-CI-USED OR
                                     WS-SCOPE-HIT = 'Y'
                           IF WS-CI-ENT(WS-EV-IDX) = CIX-CI-ID
                               MOVE 'Y' TO WS-SCOPE-HIT
                           END-IF
                       END-PERFORM
                       IF WS-SCOPE-HIT = 'Y'
                           MOVE CIX-TIX-ID TO WS-NEW-TKT
                           PERFORM 270-ADD-TICKET THRU 270-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       330-EXIT.
           EXIT.

      * IS TIX-REQUESTOR ONE OF THE HOLD'S REQUESTORS?
       340-MATCH-USER.
           MOVE 'N' TO WS-SCOPE-HIT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-USER-USED OR
                         WS-SCOPE-HIT = 'Y'
               IF WS-USER-ENT(WS-EV-IDX) = TIX-REQUESTOR
                   MOVE 'Y' TO WS-SCOPE-HIT
               END-IF
           END-PERFORM.
       340-EXIT.
           EXIT.

      * COVER SHEET - THE HOLD, ITS SCOPE AND HOW MANY TICKETS
      * FOLLOW.
       380-WRITE-COVER.
           MOVE WS-HOLD-HEADER TO LHR-RECORD
           MOVE 'SMB073 - LEGAL HOLD CASE FILE' TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HOLD ' LHR-HOLD-ID '   MATTER ' LHR-MATTER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OPENED ' LHR-OPENED-DATE ' BY ' LHR-OPENED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF LHR-RELEASED
               STRING '   RELEASED ' LHR-RELEASED-DATE ' BY '
                      LHR-RELEASED-BY ' - HOLD NO LONGER IN FORCE'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(28:)
           ELSE
               MOVE '   HOLD IN FORCE' TO WS-PRINT-LINE(28:16)
           END-IF
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PRODUCED ' WS-RUN-DATE-X ' ' WS-RUN-TIME-FMT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE 'SCOPE' TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE WS-HOLD-CARD TO LHR-HOLD-ID
           MOVE SPACE TO LHR-SCOPE-TYPE
           MOVE SPACES TO LHR-SCOPE-VALUE
           START LHR00001-FILE KEY IS GREATER THAN LHR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ LHR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF LHR-HOLD-ID NOT = WS-HOLD-CARD
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 390-WRITE-SCOPE-LINE THRU 390-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNT-SCOPE-ROWS = 0
               MOVE '  NOTHING IN SCOPE' TO WS-PRINT-LINE
               PERFORM 890-WRITE-LINE THRU 890-EXIT
           END-IF
           IF WS-CI-USED > 0 AND WS-CIX-OPEN-SW NOT = 'Y'
               MOVE '  ** CIX00001 NOT PRESENT - NO TICKETS FOUND FOR TH
      -            'E CIS' TO WS-PRINT-LINE
               PERFORM 890-WRITE-LINE THRU 890-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TKT-USED TO WS-PRINT-COUNT
           STRING 'TICKETS IN THIS FILE ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT.
       380-EXIT.
           EXIT.

       390-WRITE-SCOPE-LINE.
           EVALUATE TRUE
               WHEN LHR-SCOPE-TICKET
                   MOVE 'TICKET' TO WS-SCOPE-DESC
               WHEN LHR-SCOPE-USER
                   MOVE 'REQUESTOR' TO WS-SCOPE-DESC
               WHEN LHR-SCOPE-CI
                   MOVE 'CI' TO WS-SCOPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-SCOPE-DESC
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-SCOPE-DESC LHR-SCOPE-VALUE '  ADDED '
                  LHR-ADDED-DATE ' BY ' LHR-ADDED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT.
       390-EXIT.
           EXIT.

      *****************************************************************
      * ONE TICKET'S DOSSIER.
      *****************************************************************
       400-WRITE-DOSSIER.
           ADD 1 TO WS-CNT-TICKETS
           PERFORM 410-GET-TICKET THRU 410-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE ALL '=' TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKET ' WS-TKT-ENT(WS-TKT-IDX) '   SOURCE '
                  WS-TKT-SOURCE '   HOLD ' WS-HOLD-CARD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           IF WS-TKT-FOUND = 'Y'
               PERFORM 420-WRITE-TICKET THRU 420-EXIT
           ELSE
               MOVE '  ** NOT ON STF00001 OR AST00001 - SATELLITE RECORD
      -            'S ONLY' TO WS-PRINT-LINE
               PERFORM 890-WRITE-LINE THRU 890-EXIT
           END-IF
           PERFORM 430-WRITE-DESCRIPTION THRU 430-EXIT
           PERFORM 500-BUILD-CHRONOLOGY THRU 500-EXIT
           PERFORM 600-WRITE-CHRONOLOGY THRU 600-EXIT.
       400-EXIT.
           EXIT.

      * LIVE TICKET FIRST; ONCE PURGED, ITS AST00001 COPY.
       410-GET-TICKET.
           MOVE 'Y' TO WS-TKT-FOUND
           MOVE 'LIVE' TO WS-TKT-SOURCE
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF1-STATUS = '00'
               GO TO 410-EXIT
           END-IF
           MOVE 'ARCHIVE' TO WS-TKT-SOURCE
           IF WS-AST1-OPEN-SW = 'Y'
               MOVE WS-TKT-ENT(WS-TKT-IDX) TO ARC-TIX-ID
               READ AST00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-AST1-STATUS = '00'
                   MOVE ARC-TIX-RECORD TO TIX-RECORD
                   ADD 1 TO WS-CNT-ARCHIVED
                   GO TO 410-EXIT
               END-IF
           END-IF
           MOVE 'NONE' TO WS-TKT-SOURCE
           MOVE 'N' TO WS-TKT-FOUND
           ADD 1 TO WS-CNT-MISSING.
       410-EXIT.
           EXIT.

       420-WRITE-TICKET.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TITLE      ' TIX-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  REQUESTOR  ' TIX-REQUESTOR
                  '   STATUS ' TIX-STATUS
                  '   PRIORITY ' TIX-PRIORITY
                  '   CATEGORY ' TIX-CATEGORY
                  '   QUEUE ' TIX-QUEUE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ASSIGNED   ' TIX-ASSIGNED-TO
                  '    DUE ' TIX-DUE-DATE
                  '   RESOLUTION ' TIX-RESOLUTION-CD
                  '   RELATED ' TIX-RELATED-ID
                  '   PARENT ' TIX-PARENT-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  LAST UPD   ' LAST-UPDATE ' BY ' UPDBY2 ' '
                  LAST-UPDATE-REM
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT.
       420-EXIT.
           EXIT.

      * TIX-DESC, THEN THE CONTINUATION LINES FROM WHICHEVER OF
      * STF00004 AND AST00004 HOLDS THEM.
       430-WRITE-DESCRIPTION.
           IF WS-TKT-FOUND = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  DESC       ' TIX-DESC
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 890-WRITE-LINE THRU 890-EXIT
           END-IF
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO DESC-TIX-ID1
           MOVE 0 TO DESC-LINE-NUM
           START STF00004-FILE KEY IS NOT LESS THAN DESC-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00004-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF DESC-TIX-ID1 NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 440-WRITE-DESC-LINE THRU 440-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AST4-OPEN-SW NOT = 'Y'
               GO TO 430-EXIT
           END-IF
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO ARC-DESC-TIX-ID(1:6)
           MOVE '000' TO ARC-DESC-TIX-ID(7:3)
           START AST00004-FILE KEY IS NOT LESS THAN ARC-DESC-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AST00004-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ARC-DESC-RECORD TO DESC-RECORD
                       IF DESC-TIX-ID1 NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 440-WRITE-DESC-LINE THRU 440-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       430-EXIT.
           EXIT.

       440-WRITE-DESC-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE DESC-TEXT TO WS-PRINT-LINE(14:40)
           PERFORM 890-WRITE-LINE THRU 890-EXIT.
       440-EXIT.
           EXIT.

      *****************************************************************
      * THE CHRONOLOGY - EVERY DATED RECORD OF THE TICKET, LIVE AND
      * ARCHIVED, INTO WS-EV-TBL IN STAMP ORDER.
      *****************************************************************
       500-BUILD-CHRONOLOGY.
           MOVE 0 TO WS-EV-USED
           MOVE 0 TO WS-EV-DROPPED
           PERFORM 510-GATHER-LOG THRU 510-EXIT
           PERFORM 515-GATHER-COMMENTS THRU 515-EXIT
           PERFORM 520-GATHER-AUDIT THRU 520-EXIT
           PERFORM 525-GATHER-WORKLOG THRU 525-EXIT.
       500-EXIT.
           EXIT.

       510-GATHER-LOG.
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO LOG-TIX-ID1
           MOVE 0 TO LOG-SEQ-NUM
           START STF00002-FILE KEY IS NOT LESS THAN LOG-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF LOG-TIX-ID1 NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 530-LOG-EVENT THRU 530-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AST2-OPEN-SW NOT = 'Y'
               GO TO 510-EXIT
           END-IF
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO ARC-LOG-TIX-ID(1:6)
           MOVE '00000' TO ARC-LOG-TIX-ID(7:5)
           START AST00002-FILE KEY IS NOT LESS THAN ARC-LOG-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AST00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ARC-LOG-RECORD TO LOG-RECORD
                       IF LOG-TIX-ID1 NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 530-LOG-EVENT THRU 530-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       510-EXIT.
           EXIT.

       515-GATHER-COMMENTS.
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO CMT-TIX-ID1
           MOVE 0 TO CMT-SEQ-NUM
           START STF00007-FILE KEY IS NOT LESS THAN CMT-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00007-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CMT-TIX-ID1 NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 535-COMMENT-EVENT THRU 535-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AST7-OPEN-SW NOT = 'Y'
               GO TO 515-EXIT
           END-IF
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO ARC-CMT-TIX-ID(1:6)
           MOVE '00000' TO ARC-CMT-TIX-ID(7:5)
           START AST00007-FILE KEY IS NOT LESS THAN ARC-CMT-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AST00007-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ARC-CMT-RECORD TO CMT-RECORD
                       IF CMT-TIX-ID1 NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 535-COMMENT-EVENT THRU 535-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       515-EXIT.
           EXIT.

       520-GATHER-AUDIT.
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO AUD-TIX-ID
           MOVE 0 TO AUD-SEQ
           START AUD00001-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AUD-TIX-ID NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 540-AUDIT-EVENT THRU 540-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       520-EXIT.
           EXIT.

       525-GATHER-WORKLOG.
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO WL-TIX-ID
           MOVE 0 TO WL-SEQ-NUM
           START WLF00001-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ WLF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WL-TIX-ID NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 545-WORKLOG-EVENT THRU 545-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AST8-OPEN-SW NOT = 'Y'
               GO TO 525-EXIT
           END-IF
           MOVE WS-TKT-ENT(WS-TKT-IDX) TO ARC-WL-KEY(1:6)
           MOVE '00000' TO ARC-WL-KEY(7:5)
           START AST00008-FILE KEY IS NOT LESS THAN ARC-WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AST00008-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ARC-WL-RECORD TO WL-RECORD
                       IF WL-TIX-ID NOT = WS-TKT-ENT(WS-TKT-IDX)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 545-WORKLOG-EVENT THRU 545-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       525-EXIT.
           EXIT.

       530-LOG-EVENT.
           MOVE LOG-LAST-UPDATE-DATE TO WS-IN-DATE
           MOVE LOG-LAST-UPDATE-TIME TO WS-IN-TIME
           PERFORM 560-MAKE-STAMP THRU 560-EXIT
           MOVE 'LOG' TO WS-NEW-SRC
           MOVE LOG-UPDBY2 TO WS-NEW-BY
           MOVE LOG-LAST-UPDATE-REM TO WS-NEW-TEXT
           PERFORM 550-ADD-EVENT THRU 550-EXIT.
       530-EXIT.
           EXIT.

       535-COMMENT-EVENT.
           MOVE CMT-DATE TO WS-IN-DATE
           MOVE CMT-TIME TO WS-IN-TIME
           PERFORM 560-MAKE-STAMP THRU 560-EXIT
           MOVE 'CMT' TO WS-NEW-SRC
           MOVE CMT-BY1 TO WS-NEW-BY
           MOVE CMT-TEXT TO WS-NEW-TEXT
           PERFORM 550-ADD-EVENT THRU 550-EXIT.
       535-EXIT.
           EXIT.

      * AUD00001 ALREADY CARRIES YYYYMMDD AND HHMMSS.
       540-AUDIT-EVENT.
           MOVE AUD-DATE TO WS-NEW-STAMP(1:8)
           MOVE AUD-TIME TO WS-NEW-STAMP(9:6)
           IF WS-NEW-STAMP NOT NUMERIC
               MOVE ZEROES TO WS-NEW-STAMP
           END-IF
           MOVE 'AUD' TO WS-NEW-SRC
           MOVE AUD-BY TO WS-NEW-BY
           MOVE SPACES TO WS-NEW-TEXT
           STRING AUD-FIELD ' ' AUD-BEFORE(1:42) ' -> '
                  AUD-AFTER(1:38)
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           PERFORM 550-ADD-EVENT THRU 550-EXIT.
       540-EXIT.
           EXIT.

       545-WORKLOG-EVENT.
           MOVE WL-DATE TO WS-IN-DATE
           MOVE SPACES TO WS-IN-TIME
           PERFORM 560-MAKE-STAMP THRU 560-EXIT
           MOVE 'WLG' TO WS-NEW-SRC
           MOVE WL-BY TO WS-NEW-BY
           MOVE WL-MINUTES TO WS-PRINT-MIN
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-PRINT-MIN ' MIN  ' WL-NOTE
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           IF WL-APPROVED = 'Y'
               STRING '  APPROVED BY ' WL-APPR-BY
                   DELIMITED BY SIZE INTO WS-NEW-TEXT(51:)
           END-IF
           PERFORM 550-ADD-EVENT THRU 550-EXIT.
       545-EXIT.
           EXIT.

      * SLOT WS-NEW-EV IN AFTER EVERY EVENT OF THE SAME OR AN
      * EARLIER STAMP. A FULL TABLE COUNTS WHAT IT HAD TO LEAVE OUT.
       550-ADD-EVENT.
           ADD 1 TO WS-CNT-EVENTS
           IF WS-EV-USED = WS-EV-MAX
               ADD 1 TO WS-EV-DROPPED
               GO TO 550-EXIT
           END-IF
           MOVE 1 TO WS-EV-POS
           PERFORM UNTIL WS-EV-POS > WS-EV-USED OR
                         WS-EV-STAMP(WS-EV-POS) > WS-NEW-STAMP
               ADD 1 TO WS-EV-POS
           END-PERFORM
           PERFORM VARYING WS-EV-IDX FROM WS-EV-USED BY -1
                   UNTIL WS-EV-IDX < WS-EV-POS
               MOVE WS-EV-ENT(WS-EV-IDX) TO WS-EV-ENT(WS-EV-IDX + 1)
           END-PERFORM
           MOVE WS-NEW-EV TO WS-EV-ENT(WS-EV-POS)
           ADD 1 TO WS-EV-USED.
       550-EXIT.
           EXIT.

      * WS-IN-DATE/WS-IN-TIME TO WS-NEW-STAMP. AN UNREADABLE DATE
      * GIVES A ZERO STAMP, WHICH SORTS FIRST AND PRINTS UNDATED.
       560-MAKE-STAMP.
           MOVE ZEROES TO WS-NEW-STAMP
           IF WS-IN-DATE(7:4) NUMERIC
               MOVE WS-IN-DATE(7:4) TO WS-NEW-STAMP(1:4)
           ELSE
               IF WS-IN-DATE(7:2) NUMERIC AND
                  WS-IN-DATE(9:2) = SPACES
                   MOVE '20' TO WS-NEW-STAMP(1:2)
                   MOVE WS-IN-DATE(7:2) TO WS-NEW-STAMP(3:2)
               ELSE
                   GO TO 560-EXIT
               END-IF
           END-IF
           IF WS-IN-DATE(1:2) NOT NUMERIC OR
              WS-IN-DATE(4:2) NOT NUMERIC
               MOVE ZEROES TO WS-NEW-STAMP
               GO TO 560-EXIT
           END-IF
           MOVE WS-IN-DATE(1:2) TO WS-NEW-STAMP(5:2)
           MOVE WS-IN-DATE(4:2) TO WS-NEW-STAMP(7:2)
           IF WS-IN-TIME(1:2) NUMERIC AND WS-IN-TIME(4:2) NUMERIC AND
              WS-IN-TIME(7:2) NUMERIC
               MOVE WS-IN-TIME(1:2) TO WS-NEW-STAMP(9:2)
               MOVE WS-IN-TIME(4:2) TO WS-NEW-STAMP(11:2)
               MOVE WS-IN-TIME(7:2) TO WS-NEW-STAMP(13:2)
           END-IF.
       560-EXIT.
           EXIT.

       600-WRITE-CHRONOLOGY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE '  CHRONOLOGY' TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE '  DATE       TIME     SRC BY       DETAIL'
               TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-USED
               PERFORM 650-WRITE-EVENT THRU 650-EXIT
           END-PERFORM
           IF WS-EV-USED = 0
               MOVE '  NO DATED RECORDS' TO WS-PRINT-LINE
               PERFORM 890-WRITE-LINE THRU 890-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-EV-USED TO WS-PRINT-COUNT
           STRING 'END OF TICKET ' WS-TKT-ENT(WS-TKT-IDX) ' - '
                  WS-PRINT-COUNT ' EVENTS'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WS-EV-DROPPED > 0
               ADD 1 TO WS-CNT-TRUNCATED
               MOVE WS-EV-DROPPED TO WS-PRINT-COUNT
               STRING '  ** ' WS-PRINT-COUNT
                      ' MORE NOT SHOWN - OVER 500 FOR ONE TICKET'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(38:)
           END-IF
           PERFORM 890-WRITE-LINE THRU 890-EXIT.
       600-EXIT.
           EXIT.

       650-WRITE-EVENT.
           IF WS-EV-STAMP(WS-EV-IDX) = ZEROES
               MOVE 'UNDATED' TO WS-PRT-STAMP
           ELSE
               MOVE SPACES TO WS-PRT-STAMP
               STRING WS-EV-STAMP(WS-EV-IDX)(1:4) '-'
                      WS-EV-STAMP(WS-EV-IDX)(5:2) '-'
                      WS-EV-STAMP(WS-EV-IDX)(7:2) ' '
                      WS-EV-STAMP(WS-EV-IDX)(9:2) ':'
                      WS-EV-STAMP(WS-EV-IDX)(11:2) ':'
                      WS-EV-STAMP(WS-EV-IDX)(13:2)
                   DELIMITED BY SIZE INTO WS-PRT-STAMP
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-PRT-STAMP ' ' WS-EV-SRC(WS-EV-IDX) ' '
                  WS-EV-BY(WS-EV-IDX) ' ' WS-EV-TEXT(WS-EV-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB073' TO RUN-JOB-NAME
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
               MOVE WS-CNT-TICKETS TO RUN-COUNT-READ
               MOVE ZEROES TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       890-WRITE-LINE.
           MOVE WS-PRINT-LINE TO CASE-RECORD
           WRITE CASE-RECORD
           ADD 1 TO WS-CNT-LINES
           MOVE SPACES TO WS-PRINT-LINE.
       890-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           MOVE WS-CNT-TICKETS TO WS-PRINT-COUNT
           STRING 'END OF CASE FILE - HOLD ' WS-HOLD-CARD ' - '
                  WS-PRINT-COUNT ' TICKETS'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 890-WRITE-LINE THRU 890-EXIT
           PERFORM 850-RUN-CONTROL-END THRU 850-EXIT
           DISPLAY 'SMB073 - HOLD                = ' WS-HOLD-CARD
           DISPLAY 'SMB073 - SCOPE ROWS          = ' WS-CNT-SCOPE-ROWS
           DISPLAY 'SMB073 - TICKETS WRITTEN     = ' WS-CNT-TICKETS
           DISPLAY 'SMB073 - FROM ARCHIVE        = ' WS-CNT-ARCHIVED
           DISPLAY 'SMB073 - NO TICKET RECORD    = ' WS-CNT-MISSING
           DISPLAY 'SMB073 - EVENTS READ         = ' WS-CNT-EVENTS
           DISPLAY 'SMB073 - TICKETS TRUNCATED   = ' WS-CNT-TRUNCATED
           DISPLAY 'SMB073 - CASE-FILE LINES     = ' WS-CNT-LINES
           PERFORM 950-CLOSE-FILES THRU 950-EXIT.
       900-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE LHR00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00004-FILE
           CLOSE STF00007-FILE
           CLOSE AUD00001-FILE
           CLOSE WLF00001-FILE
           IF WS-CIX-OPEN-SW = 'Y'
               CLOSE CIX00001-FILE
           END-IF
           IF WS-AST1-OPEN-SW = 'Y'
               CLOSE AST00001-FILE
           END-IF
           IF WS-AST2-OPEN-SW = 'Y'
               CLOSE AST00002-FILE
           END-IF
           IF WS-AST4-OPEN-SW = 'Y'
               CLOSE AST00004-FILE
           END-IF
           IF WS-AST7-OPEN-SW = 'Y'
               CLOSE AST00007-FILE
           END-IF
           IF WS-AST8-OPEN-SW = 'Y'
               CLOSE AST00008-FILE
           END-IF
           CLOSE CASE-FILE.
       950-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           PERFORM 950-CLOSE-FILES THRU 950-EXIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
