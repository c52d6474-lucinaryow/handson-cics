       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB103.
      *
      * WEEKLY POST-INCIDENT ACTION REPORT.
      * READS EVERY REVIEW ON PIR00001 (SEE SMPIR AND SM124P) AND
      * LISTS EVERY ACTION ITEM STILL OPEN, GROUPED BY OWNER IN
      * USERID ORDER, WITH THE OVERDUE ONES (DUE BEFORE TODAY)
      * MARKED AND THEIR DAYS OVERDUE. A CLOSED OR DROPPED ACTION
      * DROPS OFF; A REVIEW STAYS ON THE REPORT UNTIL EVERY ONE OF
      * ITS ACTIONS IS CLOSED. EACH OWNER IS TOLD ON NTFYOUT HOW MANY
      * ACTIONS THEY HOLD AND HOW MANY ARE OVERDUE. AN OWNER NO
      * LONGER ACTIVE ON UAF00001 IS FLAGGED, AND THEIR SUPERVISOR
      * IS TOLD INSTEAD SO THE ACTIONS GET A NEW OWNER.
      *
      * SYSIN: THE USUAL OPTIONAL FORCE CARD ONLY.
      *
      * THE JOB TAKES NO COMPSEL CARD (SEE SMCOP) AND IS ALWAYS
      * DESK-WIDE: A MAJOR INCIDENT'S CHILDREN COME FROM EVERY
      * COMPANY IT HIT, SO THE REVIEW AND ITS ACTIONS BELONG TO THE
      * WHOLE DESK, AND EACH OWNER'S NOTICE MUST GIVE THEIR FULL
      * COUNT OF OPEN AND OVERDUE ACTIONS.
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
           SELECT PIR00001-FILE ASSIGN TO PIR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PIR-KEY
               FILE STATUS IS WS-PIR-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB103RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PIR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMPIR.

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  USR-RECORD.
           05  USR-KEY.
               10  USR-USERID7                   PIC X(07).
               10  FILLER                        PIC X(01).
           05  USR-REQ                           PIC X.
           05  USR-ADMN                          PIC X.
           05  USR-APP                           PIC X.
           05  USR-SP                            PIC X.
           05  USR-UPBY                          PIC X(08).
           05  USR-ACTIVE                        PIC X.
           05  USR-PIN                           PIC X(04).
           05  USR-QUEUE                         PIC X(10).
           05  USR-DEPT                          PIC X(10).
           05  USR-SUPER                         PIC X(07).
           05  USR-PIN-FAILS                     PIC 9(01).
           05  USR-PIN-LOCKED                    PIC X(01).
           05  USR-PIN-SET                       PIC X(08).
           05  USR-LAST-SIGNON                   PIC X(08).
           05  USR-NAME                          PIC X(20).
           05  USR-EMAIL                         PIC X(30).
           05  USR-PHONE                         PIC X(12).
           05  USR-LOCATION                      PIC X(10).

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
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-PIR-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-UAF-OPEN                           PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.
       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).
       01  WS-DUE-YMD                            PIC 9(08).
       01  WS-DAYS-OVER                          PIC 9(05).

      * THE REVIEW BEING READ - IT IS COUNTED AS HAVING OPEN ITEMS
      * THE FIRST TIME ONE OF ITS OPEN ACTIONS IS SEEN.
       01  WS-CUR-MASTER                         PIC X(06).
       01  WS-CUR-COUNTED                        PIC X(01).

      * EVERY OPEN ACTION, AS READ (MASTER, THEN SEQUENCE).
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 1000 TIMES.
               10  WS-AC-OWNER                   PIC X(07).
               10  WS-AC-MASTER                  PIC X(06).
               10  WS-AC-SEQ                     PIC 9(02).
               10  WS-AC-DUE                     PIC X(08).
               10  WS-AC-OVER                    PIC 9(05).
               10  WS-AC-LINK-TYPE               PIC X(01).
               10  WS-AC-LINK-ID                 PIC X(06).
               10  WS-AC-TEXT                    PIC X(50).
       01  WS-AC-USED                            PIC 9(04) VALUE 0.
       01  WS-AC-IX                              PIC 9(04).

      * THE OWNERS, KEPT IN USERID ORDER AS THEY ARE FOUND.
       01  WS-OW-TABLE.
           05  WS-OW-ENTRY OCCURS 300 TIMES.
               10  WS-OW-USERID                  PIC X(07).
               10  WS-OW-OPEN                    PIC 9(04).
               10  WS-OW-OVERDUE                 PIC 9(04).
       01  WS-OW-USED                            PIC 9(03) VALUE 0.
       01  WS-OW-IX                              PIC 9(03).
       01  WS-OW-SHIFT                           PIC 9(03).
       01  WS-OW-FOUND                           PIC X(01).
       01  WS-OWNER-STATE                        PIC X(24).
       01  WS-TELL                               PIC X(07).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-REVIEWS                        PIC 9(05) VALUE 0.
       01  WS-CNT-OPEN-REVIEWS                   PIC 9(05) VALUE 0.
       01  WS-CNT-ACTIONS                        PIC 9(05) VALUE 0.
       01  WS-CNT-OPEN                           PIC 9(05) VALUE 0.
       01  WS-CNT-OVERDUE                        PIC 9(05) VALUE 0.
       01  WS-CNT-DROPPED                        PIC 9(05) VALUE 0.
       01  WS-Z4                                 PIC ZZZ9.
       01  WS-Z4B                                PIC ZZZ9.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-READ-REVIEWS
           PERFORM 400-PRINT-BY-OWNER
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           OPEN INPUT PIR00001-FILE
           IF WS-PIR-STATUS = '35'
               DISPLAY 'SMB103 - NO PIR00001 - NO REVIEW EVER SET UP'
               PERFORM 850-RUN-CONTROL-END
               STOP RUN
           END-IF
           IF WS-PIR-STATUS NOT = '00'
               DISPLAY 'SMB103 - UNABLE TO OPEN PIR00001, STATUS = '
                   WS-PIR-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS = '00'
               MOVE 'Y' TO WS-UAF-OPEN
           ELSE
               DISPLAY 'SMB103 - NO UAF00001, STATUS = ' WS-UAF1-STATUS
                   ' - OWNERS NOT CHECKED'
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB103 - UNABLE TO OPEN SMB103RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB103 - OPEN POST-INCIDENT ACTIONS BY OWNER, RUN '
                  WS-TODAY-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD IS ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB103 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB103' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB103 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB103' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB103 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

       200-READ-REVIEWS.
           MOVE SPACES TO WS-CUR-MASTER
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ PIR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-ONE-RECORD THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-RECORD.
           IF PIR-MASTER NOT = WS-CUR-MASTER
               MOVE PIR-MASTER TO WS-CUR-MASTER
               MOVE 'N' TO WS-CUR-COUNTED
           END-IF
           IF PIR-TYPE-HEADER
               ADD 1 TO WS-CNT-REVIEWS
           END-IF
           IF NOT PIR-TYPE-ACTION
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-ACTIONS
           IF NOT PIR-ACT-OPEN
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-OPEN
           IF WS-CUR-COUNTED = 'N'
               ADD 1 TO WS-CNT-OPEN-REVIEWS
               MOVE 'Y' TO WS-CUR-COUNTED
           END-IF
           MOVE 0 TO WS-DAYS-OVER
           IF PIR-ACT-DUE NUMERIC AND PIR-ACT-DUE < WS-TODAY-YMD-X
               MOVE PIR-ACT-DUE TO WS-DUE-YMD
               COMPUTE WS-DAYS-OVER = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
               ADD 1 TO WS-CNT-OVERDUE
           END-IF
           PERFORM 300-FIND-OWNER THRU 300-EXIT
           IF WS-OW-FOUND = 'N' OR WS-AC-USED = 1000
               ADD 1 TO WS-CNT-DROPPED
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-OW-OPEN (WS-OW-IX)
           IF WS-DAYS-OVER > 0
               ADD 1 TO WS-OW-OVERDUE (WS-OW-IX)
           END-IF
           ADD 1 TO WS-AC-USED
           MOVE PIR-ACT-OWNER TO WS-AC-OWNER (WS-AC-USED)
           MOVE PIR-MASTER TO WS-AC-MASTER (WS-AC-USED)
           MOVE PIR-SEQ TO WS-AC-SEQ (WS-AC-USED)
           MOVE PIR-ACT-DUE TO WS-AC-DUE (WS-AC-USED)
           MOVE WS-DAYS-OVER TO WS-AC-OVER (WS-AC-USED)
           MOVE PIR-ACT-LINK-TYPE TO WS-AC-LINK-TYPE (WS-AC-USED)
           MOVE PIR-ACT-LINK-ID TO WS-AC-LINK-ID (WS-AC-USED)
           MOVE PIR-TEXT TO WS-AC-TEXT (WS-AC-USED).
       250-EXIT.
           EXIT.

      * FINDS PIR-ACT-OWNER IN THE OWNER TABLE, OR OPENS A SLOT FOR
      * IT IN USERID ORDER BY MOVING THE LATER OWNERS DOWN ONE.
       300-FIND-OWNER.
           MOVE 'N' TO WS-OW-FOUND
           PERFORM VARYING WS-OW-IX FROM 1 BY 1
                   UNTIL WS-OW-IX > WS-OW-USED
                      OR WS-OW-USERID (WS-OW-IX) NOT < PIR-ACT-OWNER
               CONTINUE
           END-PERFORM
           IF WS-OW-IX NOT > WS-OW-USED
               IF WS-OW-USERID (WS-OW-IX) = PIR-ACT-OWNER
                   MOVE 'Y' TO WS-OW-FOUND
                   GO TO 300-EXIT
               END-IF
           END-IF
           IF WS-OW-USED = 300
               GO TO 300-EXIT
           END-IF
           PERFORM VARYING WS-OW-SHIFT FROM WS-OW-USED BY -1
                   UNTIL WS-OW-SHIFT < WS-OW-IX
               MOVE WS-OW-ENTRY (WS-OW-SHIFT)
                   TO WS-OW-ENTRY (WS-OW-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-OW-USED
           MOVE PIR-ACT-OWNER TO WS-OW-USERID (WS-OW-IX)
           MOVE 0 TO WS-OW-OPEN (WS-OW-IX)
           MOVE 0 TO WS-OW-OVERDUE (WS-OW-IX)
           MOVE 'Y' TO WS-OW-FOUND.
       300-EXIT.
           EXIT.

      * ONE BLOCK PER OWNER, EACH ONE PASS OF THE ACTION TABLE.
       400-PRINT-BY-OWNER.
           PERFORM VARYING WS-OW-IX FROM 1 BY 1
                   UNTIL WS-OW-IX > WS-OW-USED
               PERFORM 420-CHECK-OWNER THRU 420-EXIT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-OW-OPEN (WS-OW-IX) TO WS-Z4
               MOVE WS-OW-OVERDUE (WS-OW-IX) TO WS-Z4B
               MOVE SPACES TO REPORT-RECORD
               STRING 'OWNER ' WS-OW-USERID (WS-OW-IX) ' - ' WS-Z4
                      ' OPEN, ' WS-Z4B ' OVERDUE ' WS-OWNER-STATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'MASTER NN DUE      OVER  LINK     ACTION'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-AC-IX FROM 1 BY 1
                       UNTIL WS-AC-IX > WS-AC-USED
                   IF WS-AC-OWNER (WS-AC-IX) =
                      WS-OW-USERID (WS-OW-IX)
                       PERFORM 450-PRINT-ACTION THRU 450-EXIT
                   END-IF
               END-PERFORM
               PERFORM 480-TELL-OWNER THRU 480-EXIT
           END-PERFORM.
       400-EXIT.
           EXIT.

      * AN OWNER WHO HAS LEFT CANNOT CLOSE ANYTHING - THEIR
      * SUPERVISOR IS TOLD INSTEAD.
       420-CHECK-OWNER.
           MOVE SPACES TO WS-OWNER-STATE
           MOVE WS-OW-USERID (WS-OW-IX) TO WS-TELL
           IF WS-UAF-OPEN NOT = 'Y'
               GO TO 420-EXIT
           END-IF
           MOVE SPACES TO USR-KEY
           MOVE WS-OW-USERID (WS-OW-IX) TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   MOVE '- NOT ON UAF00001' TO WS-OWNER-STATE
                   MOVE SPACES TO WS-TELL
                   GO TO 420-EXIT
           END-READ
           IF USR-ACTIVE = 'N'
               MOVE '- NO LONGER ACTIVE' TO WS-OWNER-STATE
               MOVE USR-SUPER TO WS-TELL
           END-IF.
       420-EXIT.
           EXIT.

       450-PRINT-ACTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-AC-MASTER (WS-AC-IX) TO WS-PRINT-LINE(1:6)
           MOVE WS-AC-SEQ (WS-AC-IX) TO WS-PRINT-LINE(8:2)
           MOVE WS-AC-DUE (WS-AC-IX) TO WS-PRINT-LINE(11:8)
           IF WS-AC-OVER (WS-AC-IX) > 0
               MOVE WS-AC-OVER (WS-AC-IX) TO WS-Z5
               MOVE WS-Z5 TO WS-PRINT-LINE(20:5)
           END-IF
           IF WS-AC-LINK-TYPE (WS-AC-IX) = 'P'
               MOVE 'PRB' TO WS-PRINT-LINE(26:3)
           END-IF
           IF WS-AC-LINK-TYPE (WS-AC-IX) = 'C'
               MOVE 'CHG' TO WS-PRINT-LINE(26:3)
           END-IF
           MOVE WS-AC-LINK-ID (WS-AC-IX) TO WS-PRINT-LINE(29:6)
           MOVE WS-AC-TEXT (WS-AC-IX) TO WS-PRINT-LINE(35:46)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       450-EXIT.
           EXIT.

       480-TELL-OWNER.
           IF WS-TELL = SPACES
               GO TO 480-EXIT
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           IF WS-OWNER-STATE = SPACES
               STRING 'TO: ' WS-TELL '  YOU HAVE ' WS-Z4
                      ' OPEN POST-INCIDENT ACTION(S), ' WS-Z4B
                      ' OVERDUE - SEE SMB103RP, CLOSE WITH SMPI C'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
           ELSE
               STRING 'TO: ' WS-TELL '  ' WS-OW-USERID (WS-OW-IX)
                      ' HAS LEFT WITH ' WS-Z4
                      ' OPEN POST-INCIDENT ACTION(S) - SEE SMB103RP'
                      ' AND REASSIGN'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
           END-IF
           WRITE NOTIFY-LINE.
       480-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB103' TO RUN-JOB-NAME
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
               MOVE WS-CNT-OPEN TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REVIEWS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REVIEWS ON FILE         = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OPEN-REVIEWS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REVIEWS WITH OPEN ITEMS = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ACTIONS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACTIONS ON FILE         = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OPEN TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACTIONS STILL OPEN      = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-OVERDUE TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OF WHICH OVERDUE        = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-DROPPED > 0
               MOVE WS-CNT-DROPPED TO WS-Z5
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NOT LISTED (TABLE FULL) = ' WS-Z5
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY 'SMB103 - OPEN ACTIONS = ' WS-CNT-OPEN
               ' OVERDUE = ' WS-CNT-OVERDUE
               ' OWNERS = ' WS-OW-USED
           CLOSE PIR00001-FILE
           IF WS-UAF-OPEN = 'Y'
               CLOSE UAF00001-FILE
           END-IF
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE PIR00001-FILE
           CLOSE UAF00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
