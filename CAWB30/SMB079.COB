       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB079.
      *
      * NIGHTLY AUDIT CHAIN VERIFIER. UAF00002 (ROLE CHANGES) AND
      * AUD00001 (TICKET FIELD DELTAS) ARE PLAIN VSAM FILES, SO EVERY
      * RECORD WRITTEN TO THEM IS CHAINED ON ACH00001 (SEE SMACH):
      * A GAPLESS SEQUENCE, A DIGEST OF THE RECORD AND A HASH CHAINED
      * TO THE LINK BEFORE. THIS JOB WALKS EACH FILE'S CHAIN AND
      * REPORTS EVERY BREAK -
      *
      *   MISSING SEQUENCE  - A LINK HAS BEEN REMOVED,
      *   CHAIN BROKEN      - A LINK'S PREVIOUS HASH IS NOT THE HASH
      *                       OF THE LINK BEFORE IT,
      *   LINK ALTERED      - A LINK NO LONGER HASHES TO ITSELF,
      *   RECORD DELETED    - THE AUDIT RECORD A LINK NAMES IS GONE,
      *   RECORD ALTERED    - THE AUDIT RECORD NO LONGER MATCHES THE
      *                       DIGEST TAKEN WHEN IT WAS WRITTEN,
      *   NOT ON THE CHAIN  - THE FILE HOLDS RECORDS NO LINK NAMES,
      *   HEAD MISMATCH     - THE HEAD DOES NOT AGREE WITH THE WALK,
      *   LEDGER MISMATCH   - THE CHAIN NO LONGER PASSES THROUGH THE
      *                       HEAD FILED ON AN EARLIER NIGHT.
      *
      * THE HEAD SEQUENCE AND HASH ARE HELD OUTSIDE THE FILE: THEY
      * GO TO THE OPERATOR CONSOLE AND INTO THE RCF00001 LEDGER AS
      * JOBS ACHUAF02 AND ACHAUD01 (SEE SMRCTL), AND EACH NIGHT THE
      * MOST RECENT EARLIER LEDGER HEAD (UP TO 31 DAYS BACK) MUST
      * STILL BE ON THE CHAIN. RE-ANCHORS (SEE SMB080) ARE LISTED
      * WITH THE JOB THAT MADE THEM. SMB036 WILL ONLY PURGE UAF00002
      * ON A DAY THIS JOB HAS FILED CHAINOK FOR IT.
      *
      * SYSIN: AN OPTION CARD, THEN THE USUAL FORCE CARD. AN OPTION
      * CARD READING 'ANCHOR' RE-ANCHORS BOTH FILES BEFORE THE CHECK
      * - ONCE WHEN THE CHAIN IS FIRST INTRODUCED (SO THE RECORDS
      * ALREADY ON FILE ARE TAKEN IN), AND OTHERWISE ONLY AFTER A
      * BREAK HAS BEEN INVESTIGATED. THE ANCHOR IS LISTED LIKE ANY
      * OTHER. RETURN CODE 4 WHEN ANY BREAK IS FOUND.
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
           SELECT ACH00001-FILE ASSIGN TO ACH00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS WS-ACH-STATUS.
           SELECT UAF00002-FILE ASSIGN TO UAF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA2-KEY
               FILE STATUS IS WS-UAF2-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD1-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB079RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMACH.

       FD  UAF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  UA2-RECORD.
           05  UA2-KEY                           PIC X(10).
           05  FILLER                            PIC X(34).

       FD  AUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  AD1-RECORD.
           05  AD1-KEY                           PIC X(11).
           05  FILLER                            PIC X(139).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-OPTION-CARD                        PIC X(08).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-X PIC 9(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-RUN-START-FMT                      PIC X(08).
       01  WS-ACH-STATUS                         PIC X(02).
       01  WS-UAF2-STATUS                        PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X.
           COPY SMACP.
           COPY SMACW.

      * THE FILE BEING CHECKED.
       01  WS-CUR-FILE                           PIC X(01).
       01  WS-CUR-NAME                           PIC X(08).
       01  WS-CUR-JOB                            PIC X(08).
       01  WS-CUR-OPEN                           PIC X.

      * THE WALK. WS-RUN-HASH IS THE HASH THE NEXT LINK MUST CHAIN
      * FROM; WS-LAST-SEQ THE LAST SEQUENCE SEEN.
       01  WS-FIRST-LINK                         PIC X.
       01  WS-EXPECT-SEQ                         PIC 9(09).
       01  WS-LAST-SEQ                           PIC 9(09).
       01  WS-GAP-END                            PIC 9(09).
       01  WS-RUN-HASH                           PIC X(16).
       01  WS-SAVE-LINK                          PIC X(128).
       01  WS-HEAD-SEQ                           PIC 9(09).
       01  WS-HEAD-HASH                          PIC X(16).
       01  WS-HEAD-FOUND                         PIC X.
       01  WS-CHAIN-STATE                        PIC X(08).

      * THE MOST RECENT EARLIER HEAD FILED ON THE LEDGER.
       01  WS-PRIOR-FOUND                        PIC X.
       01  WS-PRIOR-CHECKED                      PIC X.
       01  WS-PRIOR-DATE                         PIC X(08).
       01  WS-PRIOR-SEQ                          PIC 9(09).
       01  WS-PRIOR-HASH                         PIC X(16).
       01  WS-PRIOR-DAYS                         PIC 9(03).
       01  WS-PRIOR-INT                          PIC S9(09).
       01  WS-PRIOR-YMD                          PIC 9(08).
       01  WS-PRIOR-YMD-X REDEFINES WS-PRIOR-YMD PIC X(08).

       01  WS-CNT-LINKS                          PIC 9(09).
       01  WS-CNT-ANCHORS                        PIC 9(07).
       01  WS-CNT-FOUND                          PIC 9(09).
       01  WS-CNT-RECORDS                        PIC 9(09).
       01  WS-CNT-UNCHAINED                      PIC 9(09).
       01  WS-CNT-BREAKS                         PIC 9(07).
       01  WS-TOT-BREAKS                         PIC 9(07) VALUE 0.
       01  WS-TOT-LINKS                          PIC 9(09) VALUE 0.
       01  WS-MAX-LISTED                         PIC 9(03) VALUE 200.

       01  WS-BREAK-TEXT                         PIC X(20).
       01  WS-BREAK-DETAIL                       PIC X(40).
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-Z9                                 PIC ZZZZZZZZ9.
       01  WS-Z9B                                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           IF WS-OPTION-CARD = 'ANCHOR'
               PERFORM 200-ANCHOR-ALL
           END-IF
           PERFORM 250-OPEN-FILES
           MOVE 'U' TO WS-CUR-FILE
           MOVE 'UAF00002' TO WS-CUR-NAME
           MOVE 'ACHUAF02' TO WS-CUR-JOB
           MOVE 'N' TO WS-CUR-OPEN
           IF WS-UAF2-STATUS = '00'
               MOVE 'Y' TO WS-CUR-OPEN
           END-IF
           PERFORM 300-VERIFY-FILE THRU 300-EXIT
           MOVE 'A' TO WS-CUR-FILE
           MOVE 'AUD00001' TO WS-CUR-NAME
           MOVE 'ACHAUD01' TO WS-CUR-JOB
           MOVE 'N' TO WS-CUR-OPEN
           IF WS-AUD-STATUS = '00'
               MOVE 'Y' TO WS-CUR-OPEN
           END-IF
           PERFORM 300-VERIFY-FILE THRU 300-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-OPTION-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           MOVE WS-RUN-TIME-FMT TO WS-RUN-START-FMT
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB079 - UNABLE TO OPEN SMB079RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB079 - AUDIT CHAIN VERIFICATION, RUN '
                  WS-RUN-DATE-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
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
               DISPLAY 'SMB079 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB079' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB079 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB079' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           MOVE WS-RUN-TIME-FMT TO RUN-START-TIME
           MOVE SPACES TO RUN-END-TIME
           MOVE 'RUNNING' TO RUN-STATUS
           MOVE ZEROES TO RUN-COUNT-READ
           MOVE ZEROES TO RUN-COUNT-CHANGED
           MOVE ZEROES TO RUN-CHAIN-SEQ
           MOVE SPACES TO RUN-CHAIN-HASH
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'Y' TO RUN-FORCED
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE 'N' TO RUN-FORCED
               WRITE RUN-CTL-RECORD
                   INVALID KEY
                       DISPLAY 'SMB079 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * RE-ANCHOR BOTH FILES THROUGH SMB080 BEFORE THEY ARE OPENED
      * HERE. THE ANCHOR LINKS NAME THIS JOB.
       200-ANCHOR-ALL.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'A' TO ACW-FUNCTION
           MOVE 'SMB079' TO ACW-JOB
           MOVE 'U' TO ACW-FILE
           CALL 'SMB080' USING WS-ACW-PARMS
           MOVE 'UAF00002' TO WS-CUR-NAME
           PERFORM 210-REPORT-ANCHOR
           MOVE 'A' TO ACW-FUNCTION
           MOVE 'A' TO ACW-FILE
           CALL 'SMB080' USING WS-ACW-PARMS
           MOVE 'AUD00001' TO WS-CUR-NAME
           PERFORM 210-REPORT-ANCHOR
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS.
       200-EXIT.
           EXIT.

       210-REPORT-ANCHOR.
           MOVE SPACES TO WS-PRINT-LINE
           IF ACW-OK
               MOVE ACW-LINKS TO WS-Z7
               MOVE ACW-SEQ TO WS-Z9
               STRING WS-CUR-NAME ' ANCHORED ON REQUEST, '
                      WS-Z7 ' RECORDS LINKED, HEAD ' WS-Z9
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING WS-CUR-NAME ' ANCHOR FAILED, STATUS '
                      ACW-RESULT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               DISPLAY 'SMB079 - ' WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       210-EXIT.
           EXIT.

       250-OPEN-FILES.
           OPEN INPUT ACH00001-FILE
           IF WS-ACH-STATUS = '35'
               OPEN OUTPUT ACH00001-FILE
               CLOSE ACH00001-FILE
               OPEN INPUT ACH00001-FILE
           END-IF
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'SMB079 - UNABLE TO OPEN ACH00001, STATUS = '
                   WS-ACH-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT UAF00002-FILE
           OPEN INPUT AUD00001-FILE.
       250-EXIT.
           EXIT.

      *****************************************************************
      * ONE FILE: WALK THE CHAIN, CHECK THE HEAD, COUNT THE RECORDS
      * NOT ON THE CHAIN, THEN FILE THE RESULT.
      *****************************************************************
       300-VERIFY-FILE.
           MOVE 0 TO WS-CNT-LINKS
           MOVE 0 TO WS-CNT-ANCHORS
           MOVE 0 TO WS-CNT-FOUND
           MOVE 0 TO WS-CNT-RECORDS
           MOVE 0 TO WS-CNT-UNCHAINED
           MOVE 0 TO WS-CNT-BREAKS
           MOVE 0 TO WS-LAST-SEQ
           MOVE ALL '0' TO WS-RUN-HASH
           MOVE 'Y' TO WS-FIRST-LINK
           MOVE 'N' TO WS-PRIOR-CHECKED
           MOVE SPACES TO WS-PRINT-LINE
           STRING '*** ' WS-CUR-NAME ' ***'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CUR-OPEN NOT = 'Y'
               MOVE 'FILE WOULD NOT OPEN' TO WS-BREAK-TEXT
               MOVE SPACES TO WS-BREAK-DETAIL
               PERFORM 390-REPORT-BREAK THRU 390-EXIT
           END-IF
           PERFORM 310-FIND-PRIOR-HEAD THRU 310-EXIT
           PERFORM 320-WALK-CHAIN THRU 320-EXIT
           PERFORM 350-CHECK-HEAD THRU 350-EXIT
           IF WS-CUR-OPEN = 'Y'
               PERFORM 360-COUNT-RECORDS THRU 360-EXIT
           END-IF
           PERFORM 370-CHECK-PRIOR THRU 370-EXIT
           PERFORM 380-FILE-RESULT.
       300-EXIT.
           EXIT.

      * THE NEWEST LEDGER HEAD FILED BEFORE TODAY, UP TO 31 DAYS BACK.
       310-FIND-PRIOR-HEAD.
           MOVE 'N' TO WS-PRIOR-FOUND
           MOVE 1 TO WS-PRIOR-DAYS
           PERFORM UNTIL WS-PRIOR-FOUND = 'Y' OR WS-PRIOR-DAYS > 31
               COMPUTE WS-PRIOR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - WS-PRIOR-DAYS
               COMPUTE WS-PRIOR-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-PRIOR-INT)
               MOVE WS-CUR-JOB TO RUN-JOB-NAME
               MOVE WS-PRIOR-YMD-X TO RUN-DATE
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RUNCTL-STATUS = '00'
                   MOVE 'Y' TO WS-PRIOR-FOUND
                   MOVE RUN-DATE TO WS-PRIOR-DATE
                   MOVE RUN-CHAIN-SEQ TO WS-PRIOR-SEQ
                   MOVE RUN-CHAIN-HASH TO WS-PRIOR-HASH
               END-IF
               ADD 1 TO WS-PRIOR-DAYS
           END-PERFORM.
       310-EXIT.
           EXIT.

       320-WALK-CHAIN.
           MOVE WS-CUR-FILE TO ACH-FILE
           MOVE 1 TO ACH-SEQ
           START ACH00001-FILE KEY IS NOT LESS THAN ACH-KEY
               INVALID KEY
                   GO TO 320-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ACH00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF ACH-FILE NOT = WS-CUR-FILE
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM 330-CHECK-LINK THRU 330-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       320-EXIT.
           EXIT.

      * A GAP IS REPORTED ONCE; THE LINK AFTER IT IS NOT ALSO
      * REPORTED AS A BROKEN CHAIN. THE FIRST LINK OF THE CHAIN IS
      * EITHER SEQUENCE 1 CHAINING FROM ZEROES OR AN ANCHOR.
       330-CHECK-LINK.
           ADD 1 TO WS-CNT-LINKS
           MOVE ACH-SEQ TO WS-Z9
           IF WS-FIRST-LINK = 'Y'
               MOVE 'N' TO WS-FIRST-LINK
               IF NOT ACH-ANCHOR AND ACH-SEQ NOT = 1
                   MOVE 'MISSING SEQUENCE' TO WS-BREAK-TEXT
                   MOVE ACH-SEQ TO WS-GAP-END
                   SUBTRACT 1 FROM WS-GAP-END
                   MOVE WS-GAP-END TO WS-Z9B
                   MOVE SPACES TO WS-BREAK-DETAIL
                   STRING '1 THRU ' WS-Z9B
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   PERFORM 390-REPORT-BREAK THRU 390-EXIT
               ELSE
                   IF NOT ACH-ANCHOR AND
                      ACH-PREV-HASH NOT = WS-RUN-HASH
                       MOVE 'CHAIN BROKEN' TO WS-BREAK-TEXT
                       MOVE SPACES TO WS-BREAK-DETAIL
                       STRING 'AT SEQ ' WS-Z9
                           DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                       PERFORM 390-REPORT-BREAK THRU 390-EXIT
                   END-IF
               END-IF
           ELSE
               IF ACH-SEQ NOT = WS-EXPECT-SEQ
                   MOVE 'MISSING SEQUENCE' TO WS-BREAK-TEXT
                   MOVE WS-EXPECT-SEQ TO WS-Z9B
                   MOVE ACH-SEQ TO WS-GAP-END
                   SUBTRACT 1 FROM WS-GAP-END
                   MOVE WS-GAP-END TO WS-Z9
                   MOVE SPACES TO WS-BREAK-DETAIL
                   STRING WS-Z9B ' THRU ' WS-Z9
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   PERFORM 390-REPORT-BREAK THRU 390-EXIT
                   MOVE ACH-SEQ TO WS-Z9
               ELSE
                   IF ACH-PREV-HASH NOT = WS-RUN-HASH
                       MOVE 'CHAIN BROKEN' TO WS-BREAK-TEXT
                       MOVE SPACES TO WS-BREAK-DETAIL
                       STRING 'AT SEQ ' WS-Z9
                           DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                       PERFORM 390-REPORT-BREAK THRU 390-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE 'L' TO ACP-FUNCTION
           MOVE ACH-RECORD TO ACP-DATA
           CALL 'SM108' USING WS-ACP-PARMS
           IF ACP-RESULT NOT = ACH-HASH
               MOVE 'LINK ALTERED' TO WS-BREAK-TEXT
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING 'AT SEQ ' WS-Z9
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 390-REPORT-BREAK THRU 390-EXIT
           END-IF
           IF WS-PRIOR-FOUND = 'Y'
               IF ACH-SEQ = WS-PRIOR-SEQ
                   MOVE ACH-HASH TO WS-HEAD-HASH
                   PERFORM 375-MATCH-PRIOR
               END-IF
               IF ACH-ANCHOR AND ACH-ANC-OLD-SEQ = WS-PRIOR-SEQ
                   MOVE ACH-PREV-HASH TO WS-HEAD-HASH
                   PERFORM 375-MATCH-PRIOR
               END-IF
           END-IF
           IF ACH-ANCHOR
               ADD 1 TO WS-CNT-ANCHORS
               PERFORM 335-REPORT-ANCHOR
           END-IF
           IF ACH-LINK AND WS-CUR-OPEN = 'Y'
               MOVE ACH-RECORD TO WS-SAVE-LINK
               PERFORM 340-CHECK-RECORD THRU 340-EXIT
               MOVE WS-SAVE-LINK TO ACH-RECORD
           END-IF
           MOVE ACH-HASH TO WS-RUN-HASH
           MOVE ACH-SEQ TO WS-LAST-SEQ
           COMPUTE WS-EXPECT-SEQ = ACH-SEQ + 1.
       330-EXIT.
           EXIT.

      * A RE-ANCHOR IS NOT A BREAK, BUT IT IS ALWAYS LISTED.
       335-REPORT-ANCHOR.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ACH-ANC-OLD-SEQ TO WS-Z9B
           MOVE ACH-ANC-REMOVED TO WS-Z7
           STRING '  RE-ANCHORED AT SEQ ' WS-Z9 ' BY ' ACH-ANC-JOB
                  ' ' ACH-STAMP(1:8) ' OLD HEAD ' WS-Z9B
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING '                      LINKS REPLACED ' WS-Z7
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       335-EXIT.
           EXIT.

      * THE AUDIT RECORD THE LINK NAMES MUST STILL BE THERE AND
      * STILL DIGEST TO WHAT IT DID WHEN IT WAS WRITTEN.
       340-CHECK-RECORD.
           IF WS-CUR-FILE = 'U'
               MOVE ACH-AUD-KEY(1:10) TO UA2-KEY
               READ UAF00002-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-UAF2-STATUS NOT = '00'
                   GO TO 345-RECORD-GONE
               END-IF
               MOVE LENGTH OF UA2-RECORD TO ACP-LENGTH
               MOVE UA2-RECORD TO ACP-DATA
           ELSE
               MOVE ACH-AUD-KEY(1:11) TO AD1-KEY
               READ AUD00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-AUD-STATUS NOT = '00'
                   GO TO 345-RECORD-GONE
               END-IF
               MOVE LENGTH OF AD1-RECORD TO ACP-LENGTH
               MOVE AD1-RECORD TO ACP-DATA
           END-IF
           ADD 1 TO WS-CNT-FOUND
           MOVE 'D' TO ACP-FUNCTION
           CALL 'SM108' USING WS-ACP-PARMS
           IF ACP-RESULT NOT = ACH-DIGEST
               MOVE 'RECORD ALTERED' TO WS-BREAK-TEXT
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING ACH-AUD-KEY ' SEQ ' WS-Z9
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 390-REPORT-BREAK THRU 390-EXIT
           END-IF
           GO TO 340-EXIT.
       345-RECORD-GONE.
           MOVE 'RECORD DELETED' TO WS-BREAK-TEXT
           MOVE SPACES TO WS-BREAK-DETAIL
           STRING ACH-AUD-KEY ' SEQ ' WS-Z9
               DELIMITED BY SIZE INTO WS-BREAK-DETAIL
           PERFORM 390-REPORT-BREAK THRU 390-EXIT.
       340-EXIT.
           EXIT.

      * THE HEAD MUST NAME THE LAST LINK AND CARRY ITS HASH.
       350-CHECK-HEAD.
           MOVE 'Y' TO WS-HEAD-FOUND
           MOVE WS-CUR-FILE TO ACH-FILE
           MOVE 0 TO ACH-SEQ
           READ ACH00001-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HEAD-FOUND
           END-READ
           IF WS-HEAD-FOUND = 'N'
               MOVE 0 TO WS-HEAD-SEQ
               MOVE ALL '0' TO WS-HEAD-HASH
               IF WS-CNT-LINKS > 0
                   MOVE 'HEAD MISMATCH' TO WS-BREAK-TEXT
                   MOVE 'NO HEAD RECORD' TO WS-BREAK-DETAIL
                   PERFORM 390-REPORT-BREAK THRU 390-EXIT
               END-IF
               GO TO 350-EXIT
           END-IF
           MOVE ACH-LAST-SEQ TO WS-HEAD-SEQ
           MOVE ACH-HASH TO WS-HEAD-HASH
           IF ACH-LAST-SEQ NOT = WS-LAST-SEQ OR
              ACH-HASH NOT = WS-RUN-HASH
               MOVE 'HEAD MISMATCH' TO WS-BREAK-TEXT
               MOVE ACH-LAST-SEQ TO WS-Z9
               MOVE WS-LAST-SEQ TO WS-Z9B
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING 'HEAD ' WS-Z9 ' LAST LINK ' WS-Z9B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 390-REPORT-BREAK THRU 390-EXIT
           END-IF.
       350-EXIT.
           EXIT.

      * EVERY RECORD ON THE FILE SHOULD HAVE BEEN FOUND FROM A LINK.
       360-COUNT-RECORDS.
           MOVE 'N' TO WS-EOF-SW
           IF WS-CUR-FILE = 'U'
               MOVE LOW-VALUES TO UA2-KEY
               START UAF00002-FILE KEY IS NOT LESS THAN UA2-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
           ELSE
               MOVE LOW-VALUES TO AD1-KEY
               START AUD00001-FILE KEY IS NOT LESS THAN AD1-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               IF WS-CUR-FILE = 'U'
                   READ UAF00002-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               ELSE
                   READ AUD00001-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-IF
           END-PERFORM
           IF WS-CNT-RECORDS > WS-CNT-FOUND
               COMPUTE WS-CNT-UNCHAINED =
                   WS-CNT-RECORDS - WS-CNT-FOUND
               MOVE 'NOT ON THE CHAIN' TO WS-BREAK-TEXT
               MOVE WS-CNT-UNCHAINED TO WS-Z9
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING WS-Z9 ' RECORDS'
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 390-REPORT-BREAK THRU 390-EXIT
           END-IF.
       360-EXIT.
           EXIT.

      * THE EARLIER LEDGER HEAD MUST BE MATCHED ON THE WALK, OR BE
      * OLDER THAN A LISTED RE-ANCHOR. A CHAIN THAT NOW ENDS SHORT
      * OF IT HAS LOST ITS NEWEST LINKS.
       370-CHECK-PRIOR.
           IF WS-PRIOR-FOUND NOT = 'Y' OR WS-PRIOR-CHECKED = 'Y'
               GO TO 370-EXIT
           END-IF
           IF WS-PRIOR-SEQ = 0
               GO TO 370-EXIT
           END-IF
           IF WS-PRIOR-SEQ > WS-LAST-SEQ
               MOVE 'LEDGER MISMATCH' TO WS-BREAK-TEXT
               MOVE WS-PRIOR-SEQ TO WS-Z9
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING 'HEAD ' WS-Z9 ' OF ' WS-PRIOR-DATE ' GONE'
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 390-REPORT-BREAK THRU 390-EXIT
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  LEDGER HEAD OF ' WS-PRIOR-DATE
                      ' PREDATES THE LAST RE-ANCHOR - NOT COMPARED'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       370-EXIT.
           EXIT.

      * WS-HEAD-HASH HOLDS THE HASH THE CHAIN NOW HAS AT THE
      * EARLIER LEDGER HEAD.
       375-MATCH-PRIOR.
           MOVE 'Y' TO WS-PRIOR-CHECKED
           IF WS-HEAD-HASH NOT = WS-PRIOR-HASH
               MOVE 'LEDGER MISMATCH' TO WS-BREAK-TEXT
               MOVE WS-PRIOR-SEQ TO WS-Z9B
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING 'HEAD ' WS-Z9B ' OF ' WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 390-REPORT-BREAK THRU 390-EXIT
           END-IF.
       375-EXIT.
           EXIT.

      * REPORT, CONSOLE AND LEDGER. THE HEAD FILED IS THE HEAD AS
      * FOUND, BROKEN OR NOT, SO TOMORROW'S RUN CHECKS AGAINST IT.
       380-FILE-RESULT.
           IF WS-CNT-BREAKS = 0
               MOVE 'CHAINOK' TO WS-CHAIN-STATE
           ELSE
               MOVE 'BROKEN' TO WS-CHAIN-STATE
               MOVE 4 TO RETURN-CODE
           END-IF
           ADD WS-CNT-BREAKS TO WS-TOT-BREAKS
           ADD WS-CNT-LINKS TO WS-TOT-LINKS
           MOVE WS-CNT-LINKS TO WS-Z9
           MOVE WS-CNT-RECORDS TO WS-Z9B
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  LINKS ' WS-Z9 '  RECORDS ON FILE ' WS-Z9B
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-BREAKS TO WS-Z7
           MOVE WS-HEAD-SEQ TO WS-Z9
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  HEAD ' WS-Z9 ' ' WS-HEAD-HASH '  BREAKS ' WS-Z7
                  '  ' WS-CHAIN-STATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB079 ' WS-CUR-NAME ' CHAIN HEAD ' WS-HEAD-SEQ
               ' ' WS-HEAD-HASH ' ' WS-CHAIN-STATE UPON CONSOLE
           MOVE WS-CUR-JOB TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'Y' TO RUN-FORCED
           ELSE
               MOVE 'N' TO RUN-FORCED
           END-IF
           MOVE WS-CUR-JOB TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           MOVE WS-RUN-START-FMT TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
           MOVE WS-CHAIN-STATE TO RUN-STATUS
           MOVE WS-CNT-FOUND TO RUN-COUNT-READ
           MOVE WS-CNT-BREAKS TO RUN-COUNT-CHANGED
           MOVE WS-HEAD-SEQ TO RUN-CHAIN-SEQ
           MOVE WS-HEAD-HASH TO RUN-CHAIN-HASH
           IF RUN-FORCED = 'Y'
               REWRITE RUN-CTL-RECORD
           ELSE
               WRITE RUN-CTL-RECORD
                   INVALID KEY
                       DISPLAY 'SMB079 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       380-EXIT.
           EXIT.

      * WS-BREAK-TEXT AND WS-BREAK-DETAIL ARE SET ON ENTRY. ONLY THE
      * FIRST WS-MAX-LISTED BREAKS OF A FILE ARE LISTED; ALL ARE
      * COUNTED.
       390-REPORT-BREAK.
           ADD 1 TO WS-CNT-BREAKS
           IF WS-CNT-BREAKS > WS-MAX-LISTED + 1
               GO TO 390-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CNT-BREAKS > WS-MAX-LISTED
               MOVE '  FURTHER BREAKS NOT LISTED' TO WS-PRINT-LINE
           ELSE
               STRING '  ' WS-BREAK-TEXT ' ' WS-BREAK-DETAIL
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       390-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB079' TO RUN-JOB-NAME
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
               MOVE WS-TOT-LINKS TO RUN-COUNT-READ
               MOVE WS-TOT-BREAKS TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           MOVE WS-TOT-BREAKS TO WS-Z7
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL BREAKS FOUND = ' WS-Z7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'SMB079 - CHAIN BREAKS FOUND = ' WS-TOT-BREAKS
           CLOSE ACH00001-FILE
           CLOSE UAF00002-FILE
           CLOSE AUD00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE ACH00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
