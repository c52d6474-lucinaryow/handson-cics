      * TAKES ITS AUTO-CLOSE THRESHOLD; A BLANK OR NON-NUMERIC CARD
      * DEFAULTS TO WS-THRESHOLD-DAYS' INITIAL VALUE. EVERY TICKET
      * MOVED IS LISTED ON THE REPORT FILE WITH ITS SATELLITE COUNTS.
      * ATV00001 CATEGORY ATTRIBUTE VALUES (SEE SMATV) GO TO AST00010
      * THE SAME WAY WHEN THAT FILE IS PRESENT. A TICKET UNDER AN
      * ACTIVE LEGAL HOLD (SEE SMLHR) - BY NUMBER, BY REQUESTOR, OR
      * THROUGH ITS CIX00001 CI - IS NEVER ARCHIVED; IT IS LISTED
      * AS HELD INSTEAD, SATELLITES AND ALL LEFT WHERE THEY ARE.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ARCHIVE ATV00001 ATTRIBUTES TO AST00010.
      *  2026-10-15 MAINT - SKIP TICKETS UNDER LEGAL HOLD.
      *  2026-10-15 MAINT - LEGAL-HOLD CHECK MOVED TO THE SHARED SM125.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-ACT-KEY
               FILE STATUS IS WS-AST9-STATUS.
           SELECT ATV00001-FILE ASSIGN TO ATV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-KEY
               FILE STATUS IS WS-ATV-STATUS.
           SELECT AST00010-FILE ASSIGN TO AST00010
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-ATV-KEY
               FILE STATUS IS WS-AST10-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB007RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  ARC-ACT-KEY                       PIC X(13).
           05  ARC-ACT-BODY                      PIC X(87).

       FD  ATV00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMATV.

       FD  AST00010-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-ATV-RECORD.
           05  ARC-ATV-KEY                       PIC X(08).
           05  ARC-ATV-BODY                      PIC X(72).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).
       01  WS-ACT-STATUS                         PIC X(02).
       01  WS-AST8-STATUS                        PIC X(02).
       01  WS-AST9-STATUS                        PIC X(02).
       01  WS-ATV-STATUS                         PIC X(02).
       01  WS-ATV-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-AST10-STATUS                       PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).

      * THE LEGAL-HOLD CHECK - SM125, SEE SMLHP. THE CALLER SETS
      * WS-HCHK-TIX-ID AND WS-HCHK-USERID; WS-HELD-BY COMES BACK WITH
      * THE HOLD ID, OR SPACES WHEN NOTHING HOLDS THE RECORD.
       COPY SMLHP.
       01  WS-HCHK-TIX-ID                        PIC X(06).
       01  WS-HCHK-USERID                        PIC X(08).
       01  WS-HELD-BY                            PIC X(08).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
       01  WS-SAT-EOF                            PIC X VALUE 'N'.

       01  WS-CNT-CMTS                           PIC 9(07) VALUE 0.
       01  WS-CNT-WLOGS                          PIC 9(07) VALUE 0.
       01  WS-CNT-SEGS                           PIC 9(07) VALUE 0.
       01  WS-CNT-ATTRS                          PIC 9(07) VALUE 0.
       01  WS-CNT-SKIPPED                        PIC 9(07) VALUE 0.
       01  WS-CNT-HELD                           PIC 9(07) VALUE 0.

       01  WS-TIX-LOGS                           PIC 9(03) VALUE 0.
       01  WS-TIX-DESCS                          PIC 9(03) VALUE 0.
                   WS-ACT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O ATV00001-FILE
           IF WS-ATV-STATUS = '00'
               MOVE 'Y' TO WS-ATV-OPEN-SW
           ELSE
               IF WS-ATV-STATUS NOT = '35'
                   DISPLAY 'SMB007 - UNABLE TO OPEN ATV00001, STATUS = '
                       WS-ATV-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           PERFORM 150-OPEN-ARCHIVES
           PERFORM 170-LOAD-HOLDS THRU 170-EXIT
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB007 - UNABLE TO OPEN SMB007RP, STATUS = '
               DISPLAY 'SMB007 - UNABLE TO OPEN AST00009, STATUS = '
                   WS-AST9-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O AST00010-FILE
           IF WS-AST10-STATUS = '35'
               OPEN OUTPUT AST00010-FILE
           END-IF
           IF WS-AST10-STATUS NOT = '00'
               DISPLAY 'SMB007 - UNABLE TO OPEN AST00010, STATUS = '
                   WS-AST10-STATUS
               GO TO 999-ABEND
           END-IF.
       150-EXIT.
           EXIT.

      * LEGAL HOLDS - SEE SMLHR. SM125 LOADS EVERY SCOPE ROW OF AN
      * ACTIVE HOLD; A REGISTER IT CANNOT READ IN FULL STOPS THE RUN
      * RATHER THAN LET A HELD RECORD THROUGH.
       170-LOAD-HOLDS.
           MOVE 'L' TO LHP-FUNCTION
           CALL 'SM125' USING WS-LHP-PARMS
           IF NOT LHP-OK
               DISPLAY 'SMB007 - LEGAL-HOLD REGISTER UNUSABLE ('
                   LHP-FILE ' ' LHP-RESULT ') - RUN STOPPED'
               GO TO 999-ABEND
           END-IF.
       170-EXIT.
           EXIT.

       200-PROCESS-TICKETS.
           MOVE LOW-VALUES TO TIX-ID
           START STF00001-FILE KEY IS NOT LESS THAN TIX-ID
                       FUNCTION INTEGER-OF-DATE(WS-REC-YMD)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REC-INT
                   IF WS-AGE-DAYS >= WS-THRESHOLD-DAYS
                       MOVE TIX-ID TO WS-HCHK-TIX-ID
                       MOVE TIX-REQUESTOR TO WS-HCHK-USERID
                       PERFORM 280-CHECK-HOLD THRU 280-EXIT
                       IF WS-HELD-BY = SPACES
                           PERFORM 300-ARCHIVE-TICKET
                       ELSE
                           PERFORM 290-REPORT-HELD
                       END-IF
                   END-IF
               ELSE
                   PERFORM 270-REPORT-BAD-STAMP
       270-EXIT.
           EXIT.

      * IS THIS RECORD UNDER AN ACTIVE LEGAL HOLD? THE CALLER SETS
      * WS-HCHK-TIX-ID AND WS-HCHK-USERID (EITHER MAY BE SPACES); A
      * TICKET IS ALSO HELD THROUGH THE CI IT IS LINKED TO.
       280-CHECK-HOLD.
           MOVE 'H' TO LHP-FUNCTION
           MOVE WS-HCHK-TIX-ID TO LHP-TIX-ID
           MOVE WS-HCHK-USERID TO LHP-USERID
           CALL 'SM125' USING WS-LHP-PARMS
           IF NOT LHP-OK
               DISPLAY 'SMB007 - LEGAL-HOLD REGISTER UNUSABLE ('
                   LHP-FILE ' ' LHP-RESULT ') - RUN STOPPED'
               GO TO 999-ABEND
           END-IF
           MOVE LHP-HELD-BY TO WS-HELD-BY.
       280-EXIT.
           EXIT.

       290-REPORT-HELD.
           ADD 1 TO WS-CNT-HELD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE TIX-ID TO WS-PRINT-LINE(1:6)
           MOVE TIX-STATUS TO WS-PRINT-LINE(9:10)
           STRING 'HELD    - LEGAL HOLD ' WS-HELD-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE(21:29)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       290-EXIT.
           EXIT.

       300-ARCHIVE-TICKET.
           MOVE TIX-ID TO WS-ARC-TIX-ID
           MOVE 0 TO WS-TIX-LOGS
           PERFORM 650-MOVE-COMMENTS
           PERFORM 660-MOVE-WORKLOG
           PERFORM 670-MOVE-CONTENT
           PERFORM 680-MOVE-ATTRIBUTES THRU 680-EXIT
           DELETE STF00001-FILE
               INVALID KEY
                   DISPLAY 'SMB007 - DELETE FAILED FOR TICKET '
       670-EXIT.
           EXIT.

       680-MOVE-ATTRIBUTES.
           IF WS-ATV-OPEN-SW NOT = 'Y'
               GO TO 680-EXIT
           END-IF
           MOVE 'N' TO WS-SAT-EOF
           MOVE WS-ARC-TIX-ID TO ATV-TIX-ID
           MOVE 0 TO ATV-SEQ
           START ATV00001-FILE KEY IS NOT LESS THAN ATV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SAT-EOF
           END-START
           PERFORM UNTIL WS-SAT-EOF = 'Y'
               READ ATV00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAT-EOF
                   NOT AT END
                       IF ATV-TIX-ID = WS-ARC-TIX-ID
                           MOVE ATV-RECORD TO ARC-ATV-RECORD
                           WRITE ARC-ATV-RECORD
                               INVALID KEY
                                   DISPLAY 'SMB007 - AST00010 WRITE '
                                       'FAILED FOR ' ATV-KEY
                           END-WRITE
                           DELETE ATV00001-FILE
                           ADD 1 TO WS-CNT-ATTRS
                       ELSE
                           MOVE 'Y' TO WS-SAT-EOF
                       END-IF
               END-READ
           END-PERFORM.
       680-EXIT.
           EXIT.

       700-PRINT-TICKET-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ARC-TIX-ID TO WS-PRINT-LINE(1:6)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ATTRS TO WS-PRINT-COUNT
           STRING 'ATTRIBUTES MOVED    = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-HELD TO WS-PRINT-COUNT
           STRING 'HELD, NOT ARCHIVED  = ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB007 - TICKETS READ     = ' WS-CNT-READ
           DISPLAY 'SMB007 - TICKETS ARCHIVED = ' WS-CNT-ARCHIVED
           DISPLAY 'SMB007 - HELD, NOT ARCHIVED = ' WS-CNT-HELD
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00004-FILE
           CLOSE AST00007-FILE
           CLOSE AST00008-FILE
           CLOSE AST00009-FILE
           IF WS-ATV-OPEN-SW = 'Y'
               CLOSE ATV00001-FILE
           END-IF
           CLOSE AST00010-FILE
           MOVE 'C' TO LHP-FUNCTION
           CALL 'SM125' USING WS-LHP-PARMS
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
           CLOSE AST00007-FILE
           CLOSE AST00008-FILE
           CLOSE AST00009-FILE
           IF WS-ATV-OPEN-SW = 'Y'
               CLOSE ATV00001-FILE
           END-IF
           CLOSE AST00010-FILE
           MOVE 'C' TO LHP-FUNCTION
           CALL 'SM125' USING WS-LHP-PARMS
           CLOSE REPORT-FILE
           STOP RUN.
