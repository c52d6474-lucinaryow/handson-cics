      *
      *     SM71 L PROVIDR YYYYMMDD        LIST THE WEEK'S ENTRIES
      *     SM71 A PROVIDR YYYYMMDD        APPROVE THE WEEK
      *     SM71 E PROVIDR YYYYMMDD        LIST THE WEEK'S EXPENSES
      *     SM71 C TICKET- SEQNO MMMM      CORRECT MINUTES (ONLY
      *          (6)(8-14) (16-23/20)(25-28)  WHILE UNAPPROVED)
      *
      * YYYYMMDD IS THE WEEK'S FIRST DAY; THE LIST AND APPROVAL
      * COVER THAT DAY PLUS SIX. AN APPROVED ENTRY CARRIES THE
      * APPROVER'S USERID AND CANNOT BE CORRECTED. APPROVING THE
      * WEEK ALSO APPROVES THE PROVIDER'S EXP00001 FIELD EXPENSES
      * DATED IN IT (SEE SMEXP); ONLY THOSE ARE CHARGED BACK OR
      * REIMBURSED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - LIST AND APPROVE FIELD EXPENSES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WL-DATE                           PIC X(10).
           05  WL-APPROVED                       PIC X(01).
           05  WL-APPR-BY                        PIC X(07).
           COPY SMEXP.
       01  WS-WEEK-N                             PIC 9(08).
       01  WS-WEEK-START-INT                     PIC S9(09).
       01  WS-WEEK-END-INT                       PIC S9(09).
       01  WS-HIT-COUNT                          PIC 9(02).
       01  WS-TOTAL-MIN                          PIC 9(06).
       01  WS-APPROVED-CNT                       PIC 9(04).
       01  WS-EXP-APPR-CNT                       PIC 9(04).
       01  WS-EXP-TOTAL                          PIC 9(07)V9(02).
       01  WS-EXP-TOTAL-D                        PIC ZZZZZZ9.99.
       01  WS-EXP-AMT-D                          PIC ZZZZ9.99.
       01  WS-Z4                                 PIC ZZZ9.
       01  WS-Z4-EXP                             PIC ZZZ9.
       01  WS-Z6                                 PIC ZZZZZ9.
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-DETAIL                             PIC X(80).
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM071P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
                    WS-ARG-PROVIDER NOT = SPACES AND
                    WS-ARG-WEEK NUMERIC
                   PERFORM 500-APPROVE-WEEK THRU 500-EXIT
               WHEN WS-ARG-ACTION = 'E' AND
                    WS-ARG-PROVIDER NOT = SPACES AND
                    WS-ARG-WEEK NUMERIC
                   PERFORM 400-LIST-EXPENSES THRU 400-EXIT
               WHEN WS-ARG-ACTION = 'C'
                   PERFORM 600-CORRECT-ENTRY THRU 600-EXIT
               WHEN OTHER
                   MOVE 'USAGE: SM71 L/A/E PROVIDER YYYYMMDD, OR SM71 C'
                       TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
                   LENGTH (+15)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       100-EXIT.
       270-EXIT.
           EXIT.

      * AN EXPENSE IS ALREADY DATED YYYYMMDD.
       280-CHECK-EXP-IN-WEEK.
           MOVE 'N' TO WS-IN-WEEK
           MOVE EXP-DATE TO WS-WL-YMD-X
           IF WS-WL-YMD-X NOT NUMERIC
               GO TO 280-EXIT
           END-IF
           COMPUTE WS-WL-INT = FUNCTION INTEGER-OF-DATE(WS-WL-YMD-N)
           IF WS-WL-INT >= WS-WEEK-START-INT AND
              WS-WL-INT <= WS-WEEK-END-INT
               MOVE 'Y' TO WS-IN-WEEK
           END-IF.
       280-EXIT.
           EXIT.

       300-LIST-WEEK.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       300-EXIT.
           EXIT.

       400-LIST-EXPENSES.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SM71  EXPENSES ' WS-ARG-PROVIDER ' WEEK OF '
                  WS-ARG-WEEK
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'TICKET SEQNO T   AMOUNT DATE     A APPRVBY RECEIPT' TO
               WS-SCREEN-LINE(2)
           MOVE 2 TO WS-LINE-IDX
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-EXP-TOTAL
           MOVE LOW-VALUES TO EXP-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('EXP00001')
                RIDFLD (EXP-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'NO EXPENSES ON FILE' TO WS-SCREEN-LINE(4)
               GO TO 390-SEND
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y' OR WS-HIT-COUNT = 13
               EXEC CICS READNEXT FILE('EXP00001')
                         INTO (EXP-RECORD)
                         RIDFLD (EXP-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF EXP-BY = WS-ARG-PROVIDER
                       PERFORM 280-CHECK-EXP-IN-WEEK THRU 280-EXIT
                       IF WS-IN-WEEK = 'Y'
                           ADD 1 TO WS-HIT-COUNT
                           ADD EXP-AMOUNT TO WS-EXP-TOTAL
                           ADD 1 TO WS-LINE-IDX
                           MOVE EXP-AMOUNT TO WS-EXP-AMT-D
                           MOVE SPACES TO WS-DETAIL
                           MOVE EXP-TIX-ID TO WS-DETAIL(1:6)
                           MOVE EXP-SEQ-NUM TO WS-DETAIL(8:5)
                           MOVE EXP-TYPE TO WS-DETAIL(14:1)
                           MOVE WS-EXP-AMT-D TO WS-DETAIL(16:8)
                           MOVE EXP-DATE TO WS-DETAIL(25:8)
                           MOVE EXP-APPROVED TO WS-DETAIL(34:1)
                           MOVE EXP-APPR-BY TO WS-DETAIL(36:7)
                           MOVE EXP-RECEIPT TO WS-DETAIL(44:12)
                           IF EXP-PAID = 'Y'
                               MOVE 'PAID' TO WS-DETAIL(57:4)
                               MOVE EXP-PAID-PERIOD TO WS-DETAIL(62:6)
                           END-IF
                           MOVE WS-DETAIL TO
                               WS-SCREEN-LINE(WS-LINE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('EXP00001')
           END-EXEC
           IF WS-HIT-COUNT = 0
               MOVE 'NO EXPENSES IN THAT WEEK' TO WS-SCREEN-LINE(4)
           END-IF
           MOVE WS-EXP-TOTAL TO WS-EXP-TOTAL-D
           MOVE SPACES TO WS-DETAIL
           STRING 'WEEK TOTAL' WS-EXP-TOTAL-D
                  ' - SM71 A APPROVES WITH THE TIME'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(16)
           GO TO 390-SEND.
       400-EXIT.
           EXIT.

       500-APPROVE-WEEK.
           PERFORM 250-CHECK-SUPERVISOR THRU 250-EXIT
           IF WS-MAY-APPROVE NOT = 'Y'
           EXEC CICS ENDBR
                FILE('WLF00001')
           END-EXEC
           PERFORM 560-APPROVE-EXPENSES THRU 560-EXIT
           MOVE WS-APPROVED-CNT TO WS-Z4
           MOVE SPACES TO WS-REPLY
           MOVE WS-EXP-APPR-CNT TO WS-Z4-EXP
           STRING 'WEEK APPROVED -' WS-Z4 ' ENTRIES,' WS-Z4-EXP
                  ' EXPENSES FOR ' WS-ARG-PROVIDER
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       500-EXIT.
       550-EXIT.
           EXIT.

      * THE SAME PASS OVER EXP00001 FOR THE WEEK'S UNAPPROVED
      * EXPENSES.
       560-APPROVE-EXPENSES.
           MOVE 0 TO WS-EXP-APPR-CNT
           MOVE LOW-VALUES TO EXP-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('EXP00001')
                RIDFLD (EXP-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 560-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('EXP00001')
                         INTO (EXP-RECORD)
                         RIDFLD (EXP-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF EXP-BY = WS-ARG-PROVIDER AND
                      EXP-APPROVED NOT = 'Y'
                       PERFORM 280-CHECK-EXP-IN-WEEK THRU 280-EXIT
                       IF WS-IN-WEEK = 'Y'
                           PERFORM 570-APPROVE-ONE-EXP THRU 570-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('EXP00001')
           END-EXEC.
       560-EXIT.
           EXIT.

       570-APPROVE-ONE-EXP.
           EXEC CICS
               READ FILE('EXP00001')
               INTO (EXP-RECORD)
               RIDFLD (EXP-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 570-EXIT
           END-IF
           MOVE 'Y' TO EXP-APPROVED
           MOVE USERID3 TO EXP-APPR-BY
           EXEC CICS
               REWRITE FILE('EXP00001')
               FROM(EXP-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO WS-EXP-APPR-CNT
           END-IF.
       570-EXIT.
           EXIT.

       600-CORRECT-ENTRY.
           IF WS-ARG-TICKET = SPACES OR WS-ARG-SEQ NOT NUMERIC OR
              WS-ARG-MINS NOT NUMERIC
               LENGTH (LENGTH OF WS-REPLY)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       800-EXIT.
           EXIT.
