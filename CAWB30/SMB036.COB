      * DELETE, THE SEQUENTIAL-ACCESS RULE), AND REPORTS ITS COUNTS
      * INTO THE RUN LEDGER LIKE EVERY OTHER SMB JOB.
      *
      * AN EXPIRED RECORD THAT BELONGS TO SOMEONE OR SOMETHING UNDER
      * AN ACTIVE LEGAL HOLD (SEE SMLHR) IS KEPT AND LISTED AS HELD:
      * THE ERR00001 AND SJF00001 USERID, BOTH UAF00002 USERIDS, AND
      * THE NTF00001 TICKET AND ITS REQUESTOR ARE CHECKED. RCF00001
      * HOLDS NOTHING PERSONAL AND IS SWEPT AS BEFORE.
      *
      * UAF00002 IS ALSO A CHAINED AUDIT FILE (SEE SMACH): IT IS
      * ONLY SWEPT WHEN TODAY'S SMB079 CHECK FOUND ITS CHAIN WHOLE,
      * AND ANY PURGE RE-ANCHORS THE CHAIN AND SAYS SO.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - KEEP RECORDS UNDER LEGAL HOLD.
      *  2026-10-15 MAINT - PURGE UAF00002 ONLY ON A VERIFIED CHAIN,
      *                     THEN RE-ANCHOR IT (SMB080).
      *  2026-10-15 MAINT - LEGAL-HOLD CHECK MOVED TO THE SHARED SM125.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  ERR-STAMP                     PIC X(14).
               10  ERR-SEQ                       PIC 9(03).
           05  ERR-BODY                          PIC X(98).
           05  ERR-BODY-VIEW REDEFINES ERR-BODY.
               10  FILLER                        PIC X(20).
               10  ERR-USERID                    PIC X(08).
               10  FILLER                        PIC X(70).

       FD  SJF00001-FILE
           LABEL RECORDS ARE STANDARD.
               10  SJ-STAMP                      PIC X(14).
               10  SJ-TERM                       PIC X(04).
           05  SJ-BODY                           PIC X(22).
           05  SJ-BODY-VIEW REDEFINES SJ-BODY.
               10  SJ-USERID                     PIC X(07).
               10  FILLER                        PIC X(15).

       FD  UAF00002-FILE
           LABEL RECORDS ARE STANDARD.
               10  DL-STAMP                      PIC X(14).
               10  DL-SEQ                        PIC 9(03).
           05  DL-BODY                           PIC X(63).
           05  DL-BODY-VIEW REDEFINES DL-BODY.
               10  DL-TIX-ID                     PIC X(06).
               10  DL-REQUESTOR                  PIC X(08).
               10  FILLER                        PIC X(49).

      * RCF00001 OPENS TWICE IN THIS JOB - ONCE AS THE HOUSEKEEPING
      * TARGET (THIS FD) AND ONCE AS THIS JOB'S OWN RUN LEDGER
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X.

      * THE LEGAL-HOLD CHECK - SM125, SEE SMLHP. THE CALLER SETS
      * WS-HCHK-TIX-ID AND WS-HCHK-USERID; WS-HELD-BY COMES BACK WITH
      * THE HOLD ID, OR SPACES WHEN NOTHING HOLDS THE RECORD.
       COPY SMLHP.
       01  WS-HCHK-TIX-ID                        PIC X(06).
       01  WS-HCHK-USERID                        PIC X(08).
       01  WS-HELD-BY                            PIC X(08).
       01  WS-HELD-KEY                           PIC X(17).

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-CUTOFF-INT                         PIC S9(09).
       01  WS-CNT-READ                           PIC 9(07).
       01  WS-CNT-PURGED                         PIC 9(07).
       01  WS-CNT-ARCHIVED                       PIC 9(07).
       01  WS-CNT-HELD                           PIC 9(07).
       01  WS-TOT-HELD                           PIC 9(07) VALUE 0.
       01  WS-TOT-READ                           PIC 9(07) VALUE 0.
       01  WS-TOT-PURGED                         PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-Z9                                 PIC ZZZZZZZZ9.
       01  WS-CHAIN-OK                           PIC X.
           COPY SMACW.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 170-LOAD-HOLDS THRU 170-EXIT.
       100-EXIT.
           EXIT.

       150-EXIT.
           EXIT.

      * LEGAL HOLDS - SEE SMLHR. SM125 LOADS EVERY SCOPE ROW OF AN
      * ACTIVE HOLD; A REGISTER IT CANNOT READ IN FULL STOPS THE RUN
      * RATHER THAN LET A HELD RECORD THROUGH.
       170-LOAD-HOLDS.
           MOVE 'L' TO LHP-FUNCTION
           CALL 'SM125' USING WS-LHP-PARMS
           IF NOT LHP-OK
               DISPLAY 'SMB036 - LEGAL-HOLD REGISTER UNUSABLE ('
                   LHP-FILE ' ' LHP-RESULT ') - RUN STOPPED'
               GO TO 999-ABEND
           END-IF.
       170-EXIT.
           EXIT.

       200-GET-POLICY.
           MOVE 'N' TO WS-HAVE-POLICY
           READ RPL00001-FILE
           END-IF
           MOVE 0 TO WS-CNT-READ
           MOVE 0 TO WS-CNT-PURGED
           MOVE 0 TO WS-CNT-ARCHIVED
           MOVE 0 TO WS-CNT-HELD.
       200-EXIT.
           EXIT.

           MOVE WS-CNT-ARCHIVED TO WS-Z7
           STRING ' ARCHIVED ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE(43:18)
           MOVE WS-CNT-HELD TO WS-Z7
           STRING ' HELD ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE(61:14)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-CNT-READ TO WS-TOT-READ
           ADD WS-CNT-PURGED TO WS-TOT-PURGED
           ADD WS-CNT-HELD TO WS-TOT-HELD.
       250-EXIT.
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
               DISPLAY 'SMB036 - LEGAL-HOLD REGISTER UNUSABLE ('
                   LHP-FILE ' ' LHP-RESULT ') - RUN STOPPED'
               GO TO 999-ABEND
           END-IF
           MOVE LHP-HELD-BY TO WS-HELD-BY.
       280-EXIT.
           EXIT.

      * THE CALLER HAS RPL-DATASET AND WS-HELD-KEY SET.
       290-REPORT-HELD.
           ADD 1 TO WS-CNT-HELD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HELD    - ' RPL-DATASET ' ' WS-HELD-KEY
                  ' LEGAL HOLD ' WS-HELD-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       290-EXIT.
           EXIT.

       300-SWEEP-ERR.
           MOVE 'ERR00001' TO RPL-DATASET
           PERFORM 200-GET-POLICY
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF ERR-STAMP(1:8) < WS-CUTOFF-X
                           MOVE SPACES TO WS-HCHK-TIX-ID
                           MOVE ERR-USERID TO WS-HCHK-USERID
                           PERFORM 280-CHECK-HOLD THRU 280-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE ERR-KEY TO WS-HELD-KEY
                               PERFORM 290-REPORT-HELD
                           ELSE
                               IF WS-DISPO = 'A'
                                   MOVE SPACES TO ARCHOUT-RECORD
                                   MOVE 'ERR00001' TO ARCH-DATASET
                                   MOVE ERR-RECORD TO ARCH-IMAGE
                                   WRITE ARCHOUT-RECORD
                                   ADD 1 TO WS-CNT-ARCHIVED
                               END-IF
                               DELETE ERR00001-FILE
                               ADD 1 TO WS-CNT-PURGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF SJ-STAMP(1:8) < WS-CUTOFF-X
                           MOVE SPACES TO WS-HCHK-TIX-ID
                           MOVE SJ-USERID TO WS-HCHK-USERID
                           PERFORM 280-CHECK-HOLD THRU 280-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE SJ-KEY TO WS-HELD-KEY
                               PERFORM 290-REPORT-HELD
                           ELSE
                               IF WS-DISPO = 'A'
                                   MOVE SPACES TO ARCHOUT-RECORD
                                   MOVE 'SJF00001' TO ARCH-DATASET
                                   MOVE SJ-RECORD TO ARCH-IMAGE
                                   WRITE ARCHOUT-RECORD
                                   ADD 1 TO WS-CNT-ARCHIVED
                               END-IF
                               DELETE SJF00001-FILE
                               ADD 1 TO WS-CNT-PURGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HAVE-POLICY NOT = 'Y'
               GO TO 500-EXIT
           END-IF
           PERFORM 510-CHECK-CHAIN THRU 510-EXIT
           IF WS-CHAIN-OK NOT = 'Y'
               GO TO 500-EXIT
           END-IF
           OPEN I-O UAF00002-FILE
           IF WS-UAF2-STATUS NOT = '00'
               GO TO 500-EXIT
                           DELIMITED BY SIZE INTO WS-REC-YMD-X
                       IF WS-REC-YMD-X NUMERIC AND
                          WS-REC-YMD-X < WS-CUTOFF-X
                           MOVE SPACES TO WS-HCHK-TIX-ID
                           MOVE AUDIT-USERID TO WS-HCHK-USERID
                           PERFORM 280-CHECK-HOLD THRU 280-EXIT
                           IF WS-HELD-BY = SPACES
                               MOVE AUDIT-CHANGED-BY TO WS-HCHK-USERID
                               PERFORM 280-CHECK-HOLD THRU 280-EXIT
                           END-IF
                           IF WS-HELD-BY NOT = SPACES
                               MOVE AUDIT-KEY TO WS-HELD-KEY
                               PERFORM 290-REPORT-HELD
                           ELSE
                               IF WS-DISPO = 'A'
                                   MOVE SPACES TO ARCHOUT-RECORD
                                   MOVE 'UAF00002' TO ARCH-DATASET
                                   MOVE AUDIT-RECORD TO ARCH-IMAGE
                                   WRITE ARCHOUT-RECORD
                                   ADD 1 TO WS-CNT-ARCHIVED
                               END-IF
                               DELETE UAF00002-FILE
                               ADD 1 TO WS-CNT-PURGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UAF00002-FILE
           MOVE 'UAF00002' TO RPL-DATASET
           PERFORM 250-REPORT-FILE-COUNTS
           IF WS-CNT-PURGED > 0
               PERFORM 520-REANCHOR-CHAIN THRU 520-EXIT
           END-IF.
       500-EXIT.
           EXIT.

      * UAF00002 IS CHAINED (SEE SMACH). A PURGE RE-ANCHORS THE
      * CHAIN, WHICH WOULD ALSO BURY ANY TAMPERING NOT YET SEEN, SO
      * THE FILE IS ONLY PURGED ON A DAY THE SMB079 VERIFIER HAS
      * ALREADY FILED ITS CHAIN AS CHAINOK ON THE RUN LEDGER.
       510-CHECK-CHAIN.
           MOVE 'N' TO WS-CHAIN-OK
           MOVE 'ACHUAF02' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND RUN-STATUS = 'CHAINOK'
               MOVE 'Y' TO WS-CHAIN-OK
               GO TO 510-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'UAF00002 NOT PURGED - AUDIT CHAIN NOT VERIFIED '
                  'TODAY (SMB079)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB036 - UAF00002 NOT PURGED, AUDIT CHAIN NOT '
               'VERIFIED TODAY'.
       510-EXIT.
           EXIT.

      * THE PURGED RECORDS' LINKS ARE REPLACED BY AN ANCHOR NAMING
      * THIS JOB, THE OLD HEAD AND THE NUMBER OF LINKS REPLACED (SEE
      * SMB080), AND THE RE-ANCHOR IS REPORTED HERE AND ON CONSOLE.
       520-REANCHOR-CHAIN.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'A' TO ACW-FUNCTION
           MOVE 'U' TO ACW-FILE
           MOVE 'SMB036' TO ACW-JOB
           CALL 'SMB080' USING WS-ACW-PARMS
           MOVE SPACES TO WS-PRINT-LINE
           IF ACW-OK
               MOVE ACW-REMOVED TO WS-Z7
               STRING 'UAF00002 CHAIN RE-ANCHORED, LINKS REPLACED '
                      WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE ACW-SEQ TO WS-Z9
               STRING ', NEW HEAD ' WS-Z9
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(51:20)
           ELSE
               STRING 'UAF00002 CHAIN RE-ANCHOR FAILED, STATUS '
                      ACW-RESULT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB036 - ' WS-PRINT-LINE UPON CONSOLE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS.
       520-EXIT.
           EXIT.

       600-SWEEP-NTF.
           MOVE 'NTF00001' TO RPL-DATASET
           PERFORM 200-GET-POLICY
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF DL-STAMP(1:8) < WS-CUTOFF-X
                           MOVE DL-TIX-ID TO WS-HCHK-TIX-ID
                           MOVE DL-REQUESTOR TO WS-HCHK-USERID
                           PERFORM 280-CHECK-HOLD THRU 280-EXIT
                           IF WS-HELD-BY NOT = SPACES
                               MOVE DL-KEY TO WS-HELD-KEY
                               PERFORM 290-REPORT-HELD
                           ELSE
                               IF WS-DISPO = 'A'
                                   MOVE SPACES TO ARCHOUT-RECORD
                                   MOVE 'NTF00001' TO ARCH-DATASET
                                   MOVE DL-RECORD TO ARCH-IMAGE
                                   WRITE ARCHOUT-RECORD
                                   ADD 1 TO WS-CNT-ARCHIVED
                               END-IF
                               DELETE NTF00001-FILE
                               ADD 1 TO WS-CNT-PURGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-HELD TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL KEPT FOR HOLDS = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB036 - RECORDS PURGED = ' WS-TOT-PURGED
           DISPLAY 'SMB036 - KEPT FOR HOLDS = ' WS-TOT-HELD
           CLOSE RPL00001-FILE
           MOVE 'C' TO LHP-FUNCTION
           CALL 'SM125' USING WS-LHP-PARMS
           CLOSE ARCHOUT-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE RPL00001-FILE
           CLOSE ARCHOUT-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
