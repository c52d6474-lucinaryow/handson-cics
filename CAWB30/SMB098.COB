       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB098.
      *
      * DAILY CROSS-COMPANY ACCESS REPORT FOR SECURITY. READS THE
      * CXA00001 LOG (SEE SMCXA) FOR THE SYSIN DATE (A YYYYMMDD CARD;
      * BLANK MEANS YESTERDAY) AND LISTS:
      *   - EVERY TICKET A CROSS-COMPANY ADMINISTRATOR OPENED IN A
      *     COMPANY OTHER THAN THEIR OWN, AND EVERY COMPANY OR
      *     CROSS-COMPANY RIGHT GRANTED, REVOKED OR MOVED ON SM121P,
      *     IN TIME ORDER,
      *   - THE SAME COUNTED PER USERID, SO ONE ADMINISTRATOR
      *     BROWSING A SISTER COMPANY'S QUEUE STANDS OUT.
      * A DAY WITH NOTHING ON THE LOG STILL PRINTS, SO SECURITY CAN
      * SEE THE RUN HAPPENED.
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
           SELECT CXA00001-FILE ASSIGN TO CXA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-KEY
               FILE STATUS IS WS-CXA-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB098RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CXA00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCXA.

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
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X   PIC 9(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-CXA-STATUS                         PIC X(02).
       01  WS-CXA-OPEN                           PIC X VALUE 'N'.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-CXA                            PIC X VALUE 'N'.

       01  WS-REPORT-DATE-X                      PIC X(08).
       01  WS-REPORT-DATE REDEFINES WS-REPORT-DATE-X
                                                 PIC 9(08).
       01  WS-DAY-INT                            PIC 9(09).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-VIEWS                          PIC 9(07) VALUE 0.
       01  WS-CNT-CHANGES                        PIC 9(07) VALUE 0.

      * ONE ENTRY PER USERID ON THE DAY'S LOG.
       01  WS-USR-MAX                            PIC 9(03) VALUE 200.
       01  WS-USR-TBL.
           05  WS-USR-ENT OCCURS 200 TIMES.
               10  WS-USR-ID                     PIC X(07).
               10  WS-USR-VIEWS                  PIC 9(07).
               10  WS-USR-GRANTS                 PIC 9(07).
               10  WS-USR-REVOKES                PIC 9(07).
               10  WS-USR-MOVES                  PIC 9(07).
       01  WS-USR-USED                           PIC 9(03) VALUE 0.
       01  WS-USR-FULL                           PIC 9(07) VALUE 0.
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).

       01  WS-EVENT-TEXT                         PIC X(06).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-LOG
           PERFORM 600-PRINT-USERS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-REPORT-DATE-X FROM SYSIN
           IF WS-REPORT-DATE-X NOT NUMERIC
               ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
               COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF
           PERFORM 150-RUN-CONTROL-START
      * NO CXA00001 YET MEANS NO CROSS-COMPANY ACCESS HAS HAPPENED.
           OPEN INPUT CXA00001-FILE
           IF WS-CXA-STATUS = '00'
               MOVE 'Y' TO WS-CXA-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-CXA
               IF WS-CXA-STATUS NOT = '35'
                   DISPLAY 'SMB098 - UNABLE TO OPEN CXA00001, STATUS = '
                       WS-CXA-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB098 - UNABLE TO OPEN SMB098RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           INITIALIZE WS-USR-TBL
           MOVE 'SMB098 - DAILY CROSS-COMPANY ACCESS REPORT' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CXA00001 ENTRIES FOR ' WS-REPORT-DATE-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'TIME' TO WS-PRINT-LINE(1:4)
           MOVE 'USERID' TO WS-PRINT-LINE(10:6)
           MOVE 'EVENT' TO WS-PRINT-LINE(18:5)
           MOVE 'TICKET/USER' TO WS-PRINT-LINE(25:11)
           MOVE 'FROM' TO WS-PRINT-LINE(37:4)
           MOVE 'TO' TO WS-PRINT-LINE(43:2)
           MOVE 'TRAN' TO WS-PRINT-LINE(49:4)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
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
               DISPLAY 'SMB098 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB098' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB098 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB098' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB098 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * THE LOG IS KEYED ON THE TIME STAMP, SO THE DAY IS ONE
      * STRETCH OF IT.
       200-PROCESS-LOG.
           IF WS-EOF-CXA = 'N'
               MOVE LOW-VALUES TO CXA-KEY
               MOVE WS-REPORT-DATE-X TO CXA-DATE
               START CXA00001-FILE KEY IS NOT LESS THAN CXA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-CXA
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-CXA = 'Y'
               READ CXA00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CXA
                   NOT AT END
                       IF CXA-DATE > WS-REPORT-DATE-X
                           MOVE 'Y' TO WS-EOF-CXA
                       ELSE
                           ADD 1 TO WS-CNT-READ
                           PERFORM 250-LIST-ENTRY THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNT-READ = 0
               MOVE 'NO CROSS-COMPANY ACCESS OR CHANGES ON THE DAY' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       200-EXIT.
           EXIT.

       250-LIST-ENTRY.
           EVALUATE TRUE
               WHEN CXA-VIEW
                   MOVE 'VIEW' TO WS-EVENT-TEXT
                   ADD 1 TO WS-CNT-VIEWS
               WHEN CXA-GRANT
                   MOVE 'GRANT' TO WS-EVENT-TEXT
                   ADD 1 TO WS-CNT-CHANGES
               WHEN CXA-REVOKE
                   MOVE 'REVOKE' TO WS-EVENT-TEXT
                   ADD 1 TO WS-CNT-CHANGES
               WHEN CXA-MOVE
                   MOVE 'MOVE' TO WS-EVENT-TEXT
                   ADD 1 TO WS-CNT-CHANGES
               WHEN OTHER
                   MOVE '?' TO WS-EVENT-TEXT
                   MOVE CXA-EVENT TO WS-EVENT-TEXT(2:1)
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING CXA-TIME(1:2) ':' CXA-TIME(3:2) ':' CXA-TIME(5:2)
               DELIMITED BY SIZE INTO WS-PRINT-LINE(1:8)
           MOVE CXA-USERID TO WS-PRINT-LINE(10:7)
           MOVE WS-EVENT-TEXT TO WS-PRINT-LINE(18:6)
           MOVE CXA-OBJECT TO WS-PRINT-LINE(25:10)
           MOVE CXA-USER-CO TO WS-PRINT-LINE(37:4)
           MOVE CXA-OBJECT-CO TO WS-PRINT-LINE(43:4)
           MOVE CXA-TRANID TO WS-PRINT-LINE(49:4)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 300-FIND-USER
           IF WS-HIT = 0
               ADD 1 TO WS-USR-FULL
               GO TO 250-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CXA-VIEW
                   ADD 1 TO WS-USR-VIEWS(WS-HIT)
               WHEN CXA-GRANT
                   ADD 1 TO WS-USR-GRANTS(WS-HIT)
               WHEN CXA-REVOKE
                   ADD 1 TO WS-USR-REVOKES(WS-HIT)
               WHEN CXA-MOVE
                   ADD 1 TO WS-USR-MOVES(WS-HIT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       250-EXIT.
           EXIT.

      * WS-HIT IS THE ENTRY FOR CXA-USERID, ADDED IF NEW; ZERO WHEN
      * THE TABLE IS FULL.
       300-FIND-USER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-USR-USED OR WS-HIT > 0
               IF WS-USR-ID(WS-IDX) = CXA-USERID
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-USR-USED < WS-USR-MAX
               ADD 1 TO WS-USR-USED
               MOVE WS-USR-USED TO WS-HIT
               MOVE CXA-USERID TO WS-USR-ID(WS-HIT)
           END-IF.
       300-EXIT.
           EXIT.

       600-PRINT-USERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BY USERID' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'USERID' TO WS-PRINT-LINE(1:6)
           MOVE 'VIEWS' TO WS-PRINT-LINE(14:5)
           MOVE 'GRANTS' TO WS-PRINT-LINE(21:6)
           MOVE 'REVOKES' TO WS-PRINT-LINE(28:7)
           MOVE 'MOVES' TO WS-PRINT-LINE(38:5)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-USR-USED
               PERFORM 650-USER-LINE
           END-PERFORM
           IF WS-USR-USED = 0
               MOVE 'NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-USR-FULL > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-USR-FULL TO WS-PRINT-COUNT
               STRING 'OTHER USERIDS   ' WS-PRINT-COUNT ' ENTRIES'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-VIEWS TO WS-PRINT-COUNT
           STRING 'CROSS-COMPANY VIEWS  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-CHANGES TO WS-PRINT-COUNT
           STRING 'RIGHTS CHANGED       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       650-USER-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-USR-ID(WS-IDX) TO WS-PRINT-LINE(1:7)
           MOVE WS-USR-VIEWS(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(12:7)
           MOVE WS-USR-GRANTS(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(20:7)
           MOVE WS-USR-REVOKES(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(28:7)
           MOVE WS-USR-MOVES(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(36:7)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB098' TO RUN-JOB-NAME
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
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB098 - LOG ENTRIES ON THE DAY = ' WS-CNT-READ
           DISPLAY 'SMB098 - CROSS-COMPANY VIEWS    = ' WS-CNT-VIEWS
           DISPLAY 'SMB098 - RIGHTS CHANGED         = ' WS-CNT-CHANGES
           IF WS-CXA-OPEN = 'Y'
               CLOSE CXA00001-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CXA00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
