      *     EXACTLY THESE ORPHANS),
      *   - WLF00001 WORK-LOG ROWS AND ATT00001 CONTENT SEGMENTS,
      *     BOTH NEWER SATELLITES, GET THE SAME ORPHAN CHECK,
      *   - SO DO ATV00001 CATEGORY ATTRIBUTE VALUES (SEE SMATV),
      *     WHEN THAT FILE IS PRESENT,
      *   - EVERY CLOSED STF00001 TICKET IS CHECKED FOR THE
      *     STF00005 RATING THE CLOSE SCREEN ASKS FOR; A MISSING ONE
      *     IS LISTED AS AN EXPECTED-SATELLITE EXCEPTION.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ORPHAN CHECK FOR ATV00001 ATTRIBUTE VALUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-KEY
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ATV00001-FILE ASSIGN TO ATV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-KEY
               FILE STATUS IS WS-ATV-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB016RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               10  ACT-SEGMENT                   PIC 9(04).
           05  ACT-BODY                          PIC X(87).

       FD  ATV00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMATV.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).
       01  WS-STF7-STATUS                        PIC X(02).
       01  WS-WLF-STATUS                         PIC X(02).
       01  WS-ACT-STATUS                         PIC X(02).
       01  WS-ATV-STATUS                         PIC X(02).
       01  WS-ATV-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SAT                            PIC X.
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
           PERFORM 520-SCAN.
           MOVE SPACES TO WS-LAST-PARENT
           PERFORM 540-SCAN.
           MOVE SPACES TO WS-LAST-PARENT
           PERFORM 560-SCAN THRU 560-EXIT.
           PERFORM 600-SCAN-PARENTS
           PERFORM 900-TERMINATE
           STOP RUN.
                   WS-ACT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT ATV00001-FILE
           IF WS-ATV-STATUS = '00'
               MOVE 'Y' TO WS-ATV-OPEN-SW
           ELSE
               IF WS-ATV-STATUS NOT = '35'
                   DISPLAY 'SMB016 - UNABLE TO OPEN ATV00001, STATUS = '
                       WS-ATV-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB016 - UNABLE TO OPEN SMB016RP, STATUS = '
       540-EXIT.
           EXIT.

       560-SCAN.
           IF WS-ATV-OPEN-SW NOT = 'Y'
               GO TO 560-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SAT
           MOVE LOW-VALUES TO ATV-KEY
           START ATV00001-FILE KEY IS NOT LESS THAN ATV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SAT
           END-START
           PERFORM UNTIL WS-EOF-SAT = 'Y'
               READ ATV00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SAT
                   NOT AT END
                       ADD 1 TO WS-CNT-SAT-READ
                       IF ATV-TIX-ID NOT = WS-LAST-PARENT
                           MOVE ATV-TIX-ID TO WS-LAST-PARENT
                           PERFORM 700-CHECK-PARENT
                       END-IF
                       IF WS-PARENT-FOUND = 'N'
                           ADD 1 TO WS-CNT-ORPHANS
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING 'ORPHAN  - ATV00001 ATTR ' ATV-TIX-ID
                                  ' HAS NO STF00001 PARENT'
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           MOVE WS-PRINT-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
       560-EXIT.
           EXIT.

       600-SCAN-PARENTS.
           MOVE LOW-VALUES TO TIX-ID
           START STF00001-FILE KEY IS NOT LESS THAN TIX-ID
           CLOSE STF00007-FILE
           CLOSE WLF00001-FILE
           CLOSE ATC00001-FILE
           IF WS-ATV-OPEN-SW = 'Y'
               CLOSE ATV00001-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
           CLOSE STF00007-FILE
           CLOSE WLF00001-FILE
           CLOSE ATC00001-FILE
           IF WS-ATV-OPEN-SW = 'Y'
               CLOSE ATV00001-FILE
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.
