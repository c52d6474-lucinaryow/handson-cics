      *   UAF00001  THE USER RECORD ITSELF IS REKEYED TO THE TOKEN
      *             (DEACTIVATED) AND THE ORIGINAL DELETED
      *   UAF00002  AUDIT ROWS ARE REKEYED TO THE TOKEN, SEQUENCE
      *             NUMBERS PRESERVED, AND CHANGED-BY SUBSTITUTED;
      *             ITS AUDIT CHAIN IS THEN RE-ANCHORED (SMB080)
      *   WLF00001  WORK-LOG AUTHOR     KBF00001  PUBLISHED-BY
      *   SJF00001  SESSION USERID      NTF00001  DEAD-LETTER TARGET
      *   ERR00001  INCIDENT USERID     DLG00001  DELEGATE NAME
      *   DRF00001/UAF00003/QMF00001/OWN DLG00001 ROWS ARE DELETED -
      *   DRAFTS, PREFERENCES, AND MEMBERSHIPS ARE NOTHING BUT THE
      *   PERSON - AND SO IS THE UAF00005 PIN HASH
      *
      * EVERY RECORD TOUCHED IS LISTED ON THE CERTIFICATE REPORT
      * WITH PER-FILE TOTALS. THE RUN REFUSES TO START IF THE TOKEN
      * ALREADY EXISTS AS A UAF00001 USERID.
      *
      * LEGAL HOLDS (SEE SMLHR) COME FIRST: A TARGET WHO IS UNDER AN
      * ACTIVE HOLD IS NOT REMOVED AT ALL - THE RUN IS REFUSED
      * BEFORE THE SM67 APPROVAL IS USED UP. OTHERWISE THE TARGET'S
      * TRACES ON A HELD TICKET (HELD BY NUMBER, BY ITS REQUESTOR OR
      * THROUGH ITS CI) ARE LEFT AS THEY ARE AND LISTED AS HELD.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - REQUIRE A TWO-PERSON DCF00001 APPROVAL.
      *  2026-10-15 MAINT - HONOUR LEGAL HOLDS ON PEOPLE AND TICKETS.
      *  2026-10-15 MAINT - DELETE THE UAF00005 PIN HASH.
      *  2026-10-15 MAINT - RE-ANCHOR THE UAF00002 AUDIT CHAIN.
      *  2026-10-15 MAINT - DCF00001 CARRIES THE APPROVAL STAMP.
      *  2026-10-15 MAINT - LEGAL-HOLD CHECK MOVED TO THE SHARED SM125.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREF-USERID
               FILE STATUS IS WS-UA3-STATUS.
           SELECT UAF00005-FILE ASSIGN TO UAF00005
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAH-USERID
               FILE STATUS IS WS-UA5-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB017RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  DCF-STAGED-BY                     PIC X(07).
           05  DCF-STAGED-DATE                   PIC X(08).
           05  DCF-APPROVED-BY                   PIC X(07).
           05  DCF-APPR-STAMP                    PIC X(14).
           05  DCF-APPR-TERM                     PIC X(04).
           05  FILLER                            PIC X(05).

       FD  STF00001-FILE
           05  PREF-USERID                       PIC X(08).
           05  PREF-BODY                         PIC X(32).

       FD  UAF00005-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAH.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-DLG-STATUS                         PIC X(02).
       01  WS-UA3-STATUS                         PIC X(02).
       01  WS-UA5-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X.

      * THE LEGAL-HOLD CHECK - SM125, SEE SMLHP. THE CALLER SETS
      * WS-HCHK-TIX-ID AND WS-HCHK-USERID; WS-HELD-BY COMES BACK WITH
      * THE HOLD ID, OR SPACES WHEN NOTHING HOLDS THE RECORD.
       COPY SMLHP.
       01  WS-HCHK-TIX-ID                        PIC X(06).
       01  WS-HCHK-USERID                        PIC X(08).
       01  WS-HELD-BY                            PIC X(08).
       01  WS-LAST-HCHK-TIX                      PIC X(06) VALUE SPACES.
       01  WS-LAST-HELD-BY                       PIC X(08).
       01  WS-HELD-FILE                          PIC X(08).
       01  WS-HELD-KEY                           PIC X(18).

       01  WS-DCF-STATUS                         PIC X(02).
       01  WS-TARGET-CARD                        PIC X(07).
       01  WS-TOKEN-CARD                         PIC X(07).
       01  WS-CNT-UAF1                           PIC 9(07) VALUE 0.
       01  WS-CNT-UAF2                           PIC 9(07) VALUE 0.
       01  WS-CNT-OTHER                          PIC 9(07) VALUE 0.
       01  WS-CNT-HELD                           PIC 9(07) VALUE 0.

       01  WS-HOLD-AUDIT                         PIC X(34).

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
           COPY SMACW.

       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE WS-TARGET-CARD TO WS-TARGET8(1:7)
           MOVE SPACES TO WS-TOKEN8
           MOVE WS-TOKEN-CARD TO WS-TOKEN8(1:7)
           PERFORM 160-LOAD-HOLDS THRU 160-EXIT
           MOVE SPACES TO WS-HCHK-TIX-ID
           MOVE WS-TARGET8 TO WS-HCHK-USERID
           PERFORM 170-CHECK-HOLD THRU 170-EXIT
           IF WS-HELD-BY NOT = SPACES
               DISPLAY 'SMB017 - ' WS-TARGET-CARD
                   ' IS UNDER LEGAL HOLD ' WS-HELD-BY
                   ' - RUN REFUSED (SEE SM99)'
               MOVE 'C' TO LHP-FUNCTION
               CALL 'SM125' USING WS-LHP-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 140-CHECK-DUAL-CONTROL THRU 140-EXIT
           PERFORM 150-RUN-CONTROL-START
           OPEN I-O JRN00001-FILE
           OPEN I-O QMF00001-FILE
           OPEN I-O DLG00001-FILE
           OPEN I-O UAF00003-FILE
           OPEN I-O UAF00005-FILE
           IF WS-UA5-STATUS = '35'
               OPEN OUTPUT UAF00005-FILE
               CLOSE UAF00005-FILE
               OPEN I-O UAF00005-FILE
           END-IF
           IF WS-WLF-STATUS NOT = '00' OR WS-KBF-STATUS NOT = '00'
              OR WS-SJF-STATUS NOT = '00' OR WS-DRF-STATUS NOT = '00'
              OR WS-NTF-STATUS NOT = '00' OR WS-ERR-STATUS NOT = '00'
              OR WS-QMF-STATUS NOT = '00' OR WS-DLG-STATUS NOT = '00'
              OR WS-UA3-STATUS NOT = '00' OR WS-UA5-STATUS NOT = '00'
               DISPLAY 'SMB017 - A SATELLITE FILE FAILED TO OPEN'
               GO TO 999-ABEND
           END-IF
       150-EXIT.
           EXIT.

      * LEGAL HOLDS - SEE SMLHR. SM125 LOADS EVERY SCOPE ROW OF AN
      * ACTIVE HOLD; A REGISTER IT CANNOT READ IN FULL STOPS THE RUN
      * RATHER THAN LET A HELD RECORD THROUGH.
       160-LOAD-HOLDS.
           MOVE 'L' TO LHP-FUNCTION
           CALL 'SM125' USING WS-LHP-PARMS
           IF NOT LHP-OK
               DISPLAY 'SMB017 - LEGAL-HOLD REGISTER UNUSABLE ('
                   LHP-FILE ' ' LHP-RESULT ') - RUN STOPPED'
               GO TO 999-ABEND
           END-IF.
       160-EXIT.
           EXIT.

      * IS THIS RECORD UNDER AN ACTIVE LEGAL HOLD? THE CALLER SETS
      * WS-HCHK-TIX-ID AND WS-HCHK-USERID (EITHER MAY BE SPACES); A
      * TICKET IS ALSO HELD THROUGH THE CI IT IS LINKED TO.
       170-CHECK-HOLD.
           MOVE 'H' TO LHP-FUNCTION
           MOVE WS-HCHK-TIX-ID TO LHP-TIX-ID
           MOVE WS-HCHK-USERID TO LHP-USERID
           CALL 'SM125' USING WS-LHP-PARMS
           IF NOT LHP-OK
               DISPLAY 'SMB017 - LEGAL-HOLD REGISTER UNUSABLE ('
                   LHP-FILE ' ' LHP-RESULT ') - RUN STOPPED'
               GO TO 999-ABEND
           END-IF
           MOVE LHP-HELD-BY TO WS-HELD-BY.
       170-EXIT.
           EXIT.

      * THE HOLD CHECK FOR A SATELLITE RECORD - THE TICKET'S
      * REQUESTOR COMES FROM STF00001. THE LAST ANSWER IS KEPT, AS
      * A TICKET'S SATELLITE ROWS ARRIVE TOGETHER.
       180-CHECK-TICKET-HOLD.
           IF LHP-HOLD-COUNT = 0
               MOVE SPACES TO WS-HELD-BY
               GO TO 180-EXIT
           END-IF
           IF WS-HCHK-TIX-ID = WS-LAST-HCHK-TIX
               MOVE WS-LAST-HELD-BY TO WS-HELD-BY
               GO TO 180-EXIT
           END-IF
           MOVE SPACES TO WS-HCHK-USERID
           MOVE WS-HCHK-TIX-ID TO TIX-ID
           READ STF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF1-STATUS = '00'
               MOVE TIX-REQUESTOR TO WS-HCHK-USERID
           END-IF
           PERFORM 170-CHECK-HOLD THRU 170-EXIT
           MOVE WS-HCHK-TIX-ID TO WS-LAST-HCHK-TIX
           MOVE WS-HELD-BY TO WS-LAST-HELD-BY.
       180-EXIT.
           EXIT.

      * THE CALLER HAS WS-HELD-FILE AND WS-HELD-KEY SET.
       190-REPORT-HELD.
           ADD 1 TO WS-CNT-HELD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HELD     ' WS-HELD-FILE ' ' WS-HELD-KEY
                  ' LEGAL HOLD ' WS-HELD-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       190-EXIT.
           EXIT.

       200-ANON-TICKETS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO TIX-ID
                       MOVE 'N' TO WS-REC-TOUCHED
                       MOVE SPACES TO WS-JRN-BEFORE
                       MOVE TIX-RECORD TO WS-JRN-BEFORE(1:282)
                       MOVE TIX-ID TO WS-HCHK-TIX-ID
                       MOVE TIX-REQUESTOR TO WS-HCHK-USERID
                       PERFORM 170-CHECK-HOLD THRU 170-EXIT
                       IF TIX-REQUESTOR = WS-TARGET8
                           MOVE WS-TOKEN8 TO TIX-REQUESTOR
                           MOVE 'Y' TO WS-REC-TOUCHED
                           MOVE WS-TOKEN-CARD TO TIX-ASSIGNED-TO
                           MOVE 'Y' TO WS-REC-TOUCHED
                       END-IF
                       IF WS-REC-TOUCHED = 'Y' AND
                          WS-HELD-BY NOT = SPACES
                           MOVE 'STF00001' TO WS-HELD-FILE
                           MOVE TIX-ID TO WS-HELD-KEY
                           PERFORM 190-REPORT-HELD
                           MOVE 'N' TO WS-REC-TOUCHED
                       END-IF
                       IF WS-REC-TOUCHED = 'Y'
                           REWRITE TIX-RECORD
                           MOVE 'U' TO WS-JRN-ACTION
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF LOG-UPDBY2 = WS-TARGET-CARD
                           MOVE LOG-TIX-ID1 TO WS-HCHK-TIX-ID
                           PERFORM 180-CHECK-TICKET-HOLD THRU
                               180-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE 'STF00002' TO WS-HELD-FILE
                               MOVE LOG-TIX-ID TO WS-HELD-KEY
                               PERFORM 190-REPORT-HELD
                           ELSE
                               MOVE WS-TOKEN-CARD TO LOG-UPDBY2
                               REWRITE LOG-RECORD
                               ADD 1 TO WS-CNT-STF2
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING 'STF00002 ' LOG-TIX-ID
                                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                               MOVE WS-PRINT-LINE TO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF SAT-RATED-BY = WS-TARGET8
                           MOVE SAT-TIX-ID TO WS-HCHK-TIX-ID
                           PERFORM 180-CHECK-TICKET-HOLD THRU
                               180-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE 'STF00005' TO WS-HELD-FILE
                               MOVE SAT-TIX-ID TO WS-HELD-KEY
                               PERFORM 190-REPORT-HELD
                           ELSE
                               MOVE WS-TOKEN8 TO SAT-RATED-BY
                               REWRITE SAT-RECORD
                               ADD 1 TO WS-CNT-STF5
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING 'STF00005 ' SAT-TIX-ID
                                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                               MOVE WS-PRINT-LINE TO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF ATT-REG-BY = WS-TARGET8
                           MOVE ATT-TIX-ID1 TO WS-HCHK-TIX-ID
                           PERFORM 180-CHECK-TICKET-HOLD THRU
                               180-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE 'STF00006' TO WS-HELD-FILE
                               MOVE ATT-TIX-ID TO WS-HELD-KEY
                               PERFORM 190-REPORT-HELD
                           ELSE
                               MOVE WS-TOKEN8 TO ATT-REG-BY
                               REWRITE ATT-RECORD
                               ADD 1 TO WS-CNT-STF6
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING 'STF00006 ' ATT-TIX-ID
                                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                               MOVE WS-PRINT-LINE TO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CMT-BY = WS-TARGET8
                           MOVE CMT-TIX-ID1 TO WS-HCHK-TIX-ID
                           PERFORM 180-CHECK-TICKET-HOLD THRU
                               180-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE 'STF00007' TO WS-HELD-FILE
                               MOVE CMT-TIX-ID TO WS-HELD-KEY
                               PERFORM 190-REPORT-HELD
                           ELSE
                               MOVE WS-TOKEN8 TO CMT-BY
                               REWRITE CMT-RECORD
                               ADD 1 TO WS-CNT-STF7
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING 'STF00007 ' CMT-TIX-ID
                                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                               MOVE WS-PRINT-LINE TO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WL-BY = WS-TARGET-CARD
                           MOVE WL-TIX-ID TO WS-HCHK-TIX-ID
                           PERFORM 180-CHECK-TICKET-HOLD THRU
                               180-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE 'WLF00001' TO WS-HELD-FILE
                               MOVE WL-KEY TO WS-HELD-KEY
                               PERFORM 190-REPORT-HELD
                           ELSE
                               MOVE WS-TOKEN-CARD TO WL-BY
                               REWRITE WL-RECORD
                               ADD 1 TO WS-CNT-OTHER
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING 'WLF00001 ' WL-KEY
                                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                               MOVE WS-PRINT-LINE TO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF DL-REQUESTOR = WS-TARGET8
                           MOVE DL-TIX-ID TO WS-HCHK-TIX-ID
                           PERFORM 180-CHECK-TICKET-HOLD THRU
                               180-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE 'NTF00001' TO WS-HELD-FILE
                               MOVE DL-KEY TO WS-HELD-KEY
                               PERFORM 190-REPORT-HELD
                           ELSE
                               MOVE WS-TOKEN8 TO DL-REQUESTOR
                               REWRITE DL-RECORD
                               ADD 1 TO WS-CNT-OTHER
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING 'NTF00001 ' DL-KEY
                                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                               MOVE WS-PRINT-LINE TO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE 'UAF00003 PREFERENCES DELETED' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-TARGET8 TO UAH-USERID
           DELETE UAF00005-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-UA5-STATUS = '00'
               ADD 1 TO WS-CNT-OTHER
               MOVE 'UAF00005 PIN HASH DELETED' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-TARGET8 TO DLG-KEY
           DELETE DLG00001-FILE
               INVALID KEY
       850-EXIT.
           EXIT.

      * THE REKEY ABOVE CHANGES UAF00002 KEYS AND CONTENTS, WHICH THE
      * AUDIT CHAIN WOULD REPORT AS DELETED AND ALTERED RECORDS, AND
      * THE OLD CHAIN LINKS STILL CARRY THE TARGET'S USERID IN THEIR
      * KEYS. SO THE UAF00002 CHAIN IS RE-ANCHORED (SEE SMB080) ONCE
      * THE FILE IS CLOSED, AND THE ANCHOR NAMES THIS JOB.
       880-REANCHOR-AUDIT.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'A' TO ACW-FUNCTION
           MOVE 'U' TO ACW-FILE
           MOVE 'SMB017' TO ACW-JOB
           CALL 'SMB080' USING WS-ACW-PARMS
           MOVE SPACES TO WS-PRINT-LINE
           IF ACW-OK
               MOVE ACW-REMOVED TO WS-PRINT-COUNT
               STRING 'UAF00002 CHAIN RE-ANCHORED, LINKS REPLACED '
                      WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING 'UAF00002 CHAIN RE-ANCHOR FAILED, STATUS '
                      ACW-RESULT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               DISPLAY 'SMB017 - ' WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS.
       880-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           CLOSE JRN00001-FILE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-HELD TO WS-PRINT-COUNT
           STRING 'HELD     RECORDS SKIPPED ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE STF00005-FILE
           CLOSE STF00007-FILE
           CLOSE UAF00001-FILE
           CLOSE UAF00002-FILE
           IF WS-CNT-UAF2 > 0
               PERFORM 880-REANCHOR-AUDIT THRU 880-EXIT
           END-IF
           CLOSE WLF00001-FILE
           CLOSE KBF00001-FILE
           CLOSE SJF00001-FILE
           CLOSE QMF00001-FILE
           CLOSE DLG00001-FILE
           CLOSE UAF00003-FILE
           CLOSE UAF00005-FILE
           MOVE 'C' TO LHP-FUNCTION
           CALL 'SM125' USING WS-LHP-PARMS
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
           CLOSE QMF00001-FILE
           CLOSE DLG00001-FILE
           CLOSE UAF00003-FILE
           CLOSE UAF00005-FILE
           CLOSE REPORT-FILE
           STOP RUN.
