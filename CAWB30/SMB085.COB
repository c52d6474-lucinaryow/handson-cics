       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB085.
      *
      * REFERENCE-DATA LOAD - PROMOTES AN SMB084 UNLOAD (OR REVERSES
      * A PROMOTION) IN THIS REGION. RUNS IN TWO PASSES:
      *
      *   1. DIFFERENCE REPORT. EVERY TABLE SECTION OF THE RDXIN
      *      INTERCHANGE DATASET (SEE SMRDX) IS COMPARED WITH THE
      *      TABLE HERE AND EACH ROW IS LISTED AS ADDED, CHANGED
      *      (WITH THE FIRST DIFFERENCE SHOWN) OR DELETED. A FULL
      *      IMAGE DELETES THE ROWS IT DOES NOT CARRY; A PARTIAL
      *      FILE TOUCHES ONLY ITS OWN ROWS. AN EMPTY SECTION IN A
      *      FULL IMAGE IS NOT PROMOTED - IT ALMOST ALWAYS MEANS THE
      *      SOURCE FILE WAS MISSING, NOT THAT THE TABLE IS TO BE
      *      EMPTIED. A SECTION WHOSE TRAILER COUNT DISAGREES, A ROW
      *      OF THE WRONG LENGTH OR OUT OF KEY ORDER, OR AN UNKNOWN
      *      TABLE FAILS THE WHOLE RUN BEFORE ANYTHING IS CHANGED.
      *   2. APPLY - ONLY WHEN THE FIRST SYSIN CARD IS 'CONFIRM'.
      *      THE DIFFERENCES HELD ON THE SMB085WK WORK FILE ARE
      *      WRITTEN, REWRITTEN AND DELETED, AND EVERY ROW ACTUALLY
      *      CHANGED IS SAVED TO THE RDXBACK BACK-OUT DATASET AS A
      *      PARTIAL INTERCHANGE FILE - THE OLD ROW FOR A CHANGE OR
      *      DELETION, A DELETE LINE FOR AN ADDITION. RUNNING THIS
      *      JOB AGAIN WITH RDXBACK AS RDXIN PUTS THE TABLES BACK.
      *
      * SYSIN: 'CONFIRM' (OR BLANK FOR THE REPORT ONLY), THEN THE
      * RUN-CONTROL FORCE CARD. THE RCF00001 RECORD FOR THE RUN
      * ENDS 'PROMOTED' WITH THE ROWS READ AND THE ROWS APPLIED,
      * 'DIFFONLY' WHEN NOT CONFIRMED, OR 'REJECTED' WHEN THE FILE
      * FAILED ITS CHECKS. RUN WITH THE TABLES CLOSED TO THE ONLINE
      * REGION, AS FOR SMB048.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - SLA AND RTE KEYS CARRY THE EFFECTIVE DATE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA00001-FILE ASSIGN TO SLA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT RCD00001-FILE ASSIGN TO RCD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCD-CODE
               FILE STATUS IS WS-TBL-STATUS.
           SELECT TPL00001-FILE ASSIGN TO TPL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPL-ID
               FILE STATUS IS WS-TBL-STATUS.
           SELECT FAT00001-FILE ASSIGN TO FAT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT MSG00001-FILE ASSIGN TO MSG00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT HLP00001-FILE ASSIGN TO HLP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLP-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT RDXIN-FILE ASSIGN TO RDXIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT WORK-FILE ASSIGN TO SMB085WK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.
           SELECT BACKOUT-FILE ASSIGN TO RDXBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB085RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE TABLES ARE COPIED WHOLE, SO ONLY THEIR KEYS ARE NAMED.
       FD  SLA00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-RECORD.
           05  SLA-KEY                           PIC X(19).
           05  FILLER                            PIC X(21).

       FD  RCD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCD-RECORD.
           05  RCD-CODE                          PIC X(05).
           05  FILLER                            PIC X(35).

       FD  TPL00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  TPL-RECORD.
           05  TPL-ID                            PIC X(08).
           05  FILLER                            PIC X(232).

       FD  FAT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  FAT-RECORD.
           05  FAT-KEY                           PIC X(19).
           05  FILLER                            PIC X(21).

       FD  MSG00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSG-RECORD.
           05  MSG-KEY                           PIC X(09).
           05  FILLER                            PIC X(71).

       FD  HLP00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  HLP-RECORD.
           05  HLP-KEY                           PIC X(06).
           05  FILLER                            PIC X(74).

       FD  RTE00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-RECORD.
           05  RTE-KEY                           PIC X(18).
           05  FILLER                            PIC X(22).

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QM-RECORD.
           05  QM-KEY                            PIC X(18).
           05  FILLER                            PIC X(22).

       FD  RDXIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RDXIN-RECORD                          PIC X(260).

      * ONE LINE PER DIFFERENCE FOUND BY THE FIRST PASS.
       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DWK-RECORD.
           05  DWK-ACTION                        PIC X(01).
               88  DWK-ADD                           VALUE 'A'.
               88  DWK-CHANGE                        VALUE 'C'.
               88  DWK-DELETE                        VALUE 'D'.
           05  DWK-TX                            PIC 9(02).
           05  DWK-NEW                           PIC X(240).
           05  DWK-OLD                           PIC X(240).

       FD  BACKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKOUT-RECORD                        PIC X(260).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
           COPY SMRDX.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-CONFIRM-CARD                       PIC X(07).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
      * ONE STATUS SERVES ALL EIGHT TABLES - ONLY ONE IS OPEN AT A
      * TIME.
       01  WS-TBL-STATUS                         PIC X(02).
       01  WS-IN-STATUS                          PIC X(02).
       01  WS-WK-STATUS                          PIC X(02).
       01  WS-BKO-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-IN-EOF                             PIC X VALUE 'N'.
       01  WS-WK-EOF                             PIC X VALUE 'N'.
       01  WS-REJECTED                           PIC X VALUE 'N'.
       01  WS-REJECT-TEXT                        PIC X(60).

       01  WS-MODE                               PIC X(01).
           88  WS-FULL-IMAGE                         VALUE 'F'.
       01  WS-SRC-LABEL                          PIC X(40).
       01  WS-SRC-STAMP                          PIC X(14).

      * THE SECTION BEING COMPARED.
       01  WS-TX                                 PIC 9(02) VALUE 0.
       01  WS-KL                                 PIC 9(02).
       01  WS-RL                                 PIC 9(03).
       01  WS-SEEN.
           05  WS-SEEN-TBL OCCURS 8 TIMES        PIC X(01).
       01  WS-PREV-KEY                           PIC X(19).
       01  WS-SEC-LINES                          PIC 9(07).
       01  WS-TBL-OPEN                           PIC X.
       01  WS-TGT-EOF                            PIC X.
       01  WS-TGT-FOUND                          PIC X.
       01  WS-TGT-ROW                            PIC X(240).
       01  WS-KEY-ROW                            PIC X(240).
       01  WS-SEC-ADDED                          PIC 9(07).
       01  WS-SEC-CHANGED                        PIC 9(07).
       01  WS-SEC-DELETED                        PIC 9(07).
       01  WS-SEC-SAME                           PIC 9(07).

      * FIRST DIFFERING BYTE OF A CHANGED ROW, FOR THE REPORT.
       01  WS-DIFF-POS                           PIC 9(03).
       01  WS-DIFF-LEN                           PIC 9(03).
       01  WS-PRINT-POS                          PIC ZZ9.

      * THE APPLY PASS.
       01  WS-APPLY-TX                           PIC 9(02) VALUE 0.
       01  WS-APPLY-ROW                          PIC X(240).
       01  WS-APPLY-OK                           PIC X.
       01  WS-BKO-LINES                          PIC 9(07).

       01  WS-CNT-LINES                          PIC 9(07) VALUE 0.
       01  WS-CNT-DIFFS                          PIC 9(07) VALUE 0.
       01  WS-CNT-APPLIED                        PIC 9(07) VALUE 0.
       01  WS-CNT-FAILED                         PIC 9(07) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-COMPARE THRU 200-EXIT
           IF WS-REJECTED = 'N' AND WS-CONFIRM-CARD = 'CONFIRM' AND
              WS-CNT-DIFFS > 0
               PERFORM 400-APPLY THRU 400-EXIT
           END-IF
           PERFORM 600-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           IF WS-REJECTED = 'Y' OR WS-CNT-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-CONFIRM-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           MOVE ALL 'N' TO WS-SEEN
           OPEN INPUT RDXIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'SMB085 - UNABLE TO OPEN RDXIN, STATUS = '
                   WS-IN-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WK-STATUS NOT = '00'
               DISPLAY 'SMB085 - UNABLE TO OPEN SMB085WK, STATUS = '
                   WS-WK-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB085 - UNABLE TO OPEN SMB085RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB085 - REFERENCE-DATA PROMOTION' TO REPORT-RECORD
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
               DISPLAY 'SMB085 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB085' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB085 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB085' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB085 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * PASS 1 - COMPARE EACH SECTION WITH THE TABLE HERE
      *****************************************************************
       200-COMPARE.
           PERFORM 210-READ-INPUT THRU 210-EXIT
           IF WS-IN-EOF = 'Y' OR NOT RDX-HEADER
               MOVE 'RDXIN DOES NOT START WITH A HEADER LINE' TO
                   WS-REJECT-TEXT
               PERFORM 290-REJECT THRU 290-EXIT
               GO TO 200-EXIT
           END-IF
           MOVE RDX-H-MODE TO WS-MODE
           MOVE RDX-H-LABEL TO WS-SRC-LABEL
           MOVE SPACES TO WS-SRC-STAMP
           STRING RDX-H-DATE RDX-H-TIME
               DELIMITED BY SIZE INTO WS-SRC-STAMP
           IF RDX-H-MODE NOT = 'F' AND RDX-H-MODE NOT = 'P'
               MOVE 'HEADER MODE IS NEITHER F NOR P' TO WS-REJECT-TEXT
               PERFORM 290-REJECT THRU 290-EXIT
               GO TO 200-EXIT
           END-IF
           PERFORM 220-PRINT-HEADING THRU 220-EXIT
           PERFORM 210-READ-INPUT THRU 210-EXIT
           PERFORM 230-COMPARE-LINE THRU 230-EXIT
               UNTIL WS-IN-EOF = 'Y' OR WS-REJECTED = 'Y'
           IF WS-REJECTED = 'N' AND WS-TX NOT = 0
               MOVE 'LAST TABLE SECTION HAS NO TRAILER' TO
                   WS-REJECT-TEXT
               PERFORM 290-REJECT THRU 290-EXIT
           END-IF.
       200-EXIT.
           EXIT.

       210-READ-INPUT.
           READ RDXIN-FILE INTO RDX-RECORD
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   ADD 1 TO WS-CNT-LINES
           END-READ.
       210-EXIT.
           EXIT.

       220-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SOURCE: ' RDX-H-JOB ' ' WS-SRC-STAMP ' '
                  WS-SRC-LABEL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-FULL-IMAGE
               MOVE 'FULL TABLE IMAGE' TO WS-PRINT-LINE(9:30)
           ELSE
               MOVE 'PARTIAL (BACK-OUT) FILE' TO WS-PRINT-LINE(9:30)
           END-IF
           IF WS-CONFIRM-CARD = 'CONFIRM'
               MOVE '- CHANGES WILL BE APPLIED' TO WS-PRINT-LINE(33:30)
           ELSE
               MOVE '- REPORT ONLY, NO CONFIRM CARD' TO
                   WS-PRINT-LINE(33:30)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ACT TABLE    KEY' TO REPORT-RECORD
           WRITE REPORT-RECORD.
       220-EXIT.
           EXIT.

       230-COMPARE-LINE.
           IF RDX-TABLE NOT = SPACES AND WS-TX = 0
               PERFORM 240-START-SECTION THRU 240-EXIT
               IF WS-REJECTED = 'Y'
                   GO TO 230-EXIT
               END-IF
           END-IF
           IF WS-TX = 0 OR RDX-TABLE NOT = RDX-DEF-NAME(WS-TX)
               MOVE 'LINE OUTSIDE ITS TABLE SECTION' TO WS-REJECT-TEXT
               PERFORM 290-REJECT THRU 290-EXIT
               GO TO 230-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RDX-TRAILER
                   PERFORM 280-END-SECTION THRU 280-EXIT
               WHEN RDX-ROW OR (RDX-DELETE AND NOT WS-FULL-IMAGE)
                   ADD 1 TO WS-SEC-LINES
                   IF RDX-LEN NOT = WS-RL
                       MOVE 'ROW LENGTH DOES NOT MATCH THE TABLE' TO
                           WS-REJECT-TEXT
                       PERFORM 290-REJECT THRU 290-EXIT
                       GO TO 230-EXIT
                   END-IF
                   IF WS-FULL-IMAGE
                       PERFORM 250-FULL-ROW THRU 250-EXIT
                   ELSE
                       PERFORM 260-PARTIAL-ROW THRU 260-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'UNEXPECTED LINE TYPE IN A SECTION' TO
                       WS-REJECT-TEXT
                   PERFORM 290-REJECT THRU 290-EXIT
                   GO TO 230-EXIT
           END-EVALUATE
           PERFORM 210-READ-INPUT THRU 210-EXIT.
       230-EXIT.
           EXIT.

      * A NEW SECTION: FIND THE TABLE, OPEN IT FOR READING AND, FOR
      * A FULL IMAGE, POSITION ON ITS FIRST ROW.
       240-START-SECTION.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > RDX-DEF-COUNT OR
                         RDX-DEF-NAME(WS-TX) = RDX-TABLE
               CONTINUE
           END-PERFORM
           IF WS-TX > RDX-DEF-COUNT
               MOVE 0 TO WS-TX
               MOVE SPACES TO WS-REJECT-TEXT
               STRING RDX-TABLE ' IS NOT A PROMOTABLE TABLE'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 290-REJECT THRU 290-EXIT
               GO TO 240-EXIT
           END-IF
           IF WS-SEEN-TBL(WS-TX) = 'Y'
               MOVE SPACES TO WS-REJECT-TEXT
               STRING RDX-TABLE ' APPEARS IN TWO SECTIONS'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               MOVE 0 TO WS-TX
               PERFORM 290-REJECT THRU 290-EXIT
               GO TO 240-EXIT
           END-IF
           MOVE 'Y' TO WS-SEEN-TBL(WS-TX)
           MOVE RDX-DEF-KEY-LEN(WS-TX) TO WS-KL
           MOVE RDX-DEF-ROW-LEN(WS-TX) TO WS-RL
           MOVE LOW-VALUES TO WS-PREV-KEY
           MOVE 0 TO WS-SEC-LINES
           MOVE 0 TO WS-SEC-ADDED
           MOVE 0 TO WS-SEC-CHANGED
           MOVE 0 TO WS-SEC-DELETED
           MOVE 0 TO WS-SEC-SAME
           PERFORM 700-OPEN-INPUT THRU 700-EXIT
           MOVE 'Y' TO WS-TGT-EOF
           IF WS-FULL-IMAGE AND WS-TBL-OPEN = 'Y'
               PERFORM 705-START-TABLE THRU 705-EXIT
               IF WS-TGT-EOF = 'N'
                   PERFORM 710-READ-NEXT THRU 710-EXIT
               END-IF
           END-IF.
       240-EXIT.
           EXIT.

      * FULL IMAGE: MERGE THE SECTION'S ROWS AGAINST THE TABLE, BOTH
      * IN KEY ORDER. TABLE ROWS SKIPPED OVER ARE DELETIONS.
       250-FULL-ROW.
           IF RDX-DATA(1:WS-KL) NOT > WS-PREV-KEY(1:WS-KL)
               MOVE SPACES TO WS-REJECT-TEXT
               STRING RDX-TABLE ' ROWS ARE NOT IN KEY ORDER'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 290-REJECT THRU 290-EXIT
               GO TO 250-EXIT
           END-IF
           MOVE RDX-DATA(1:WS-KL) TO WS-PREV-KEY
           PERFORM 255-DELETE-TARGET THRU 255-EXIT
               UNTIL WS-TGT-EOF = 'Y' OR
                     WS-TGT-ROW(1:WS-KL) NOT < RDX-DATA(1:WS-KL)
           IF WS-TGT-EOF = 'N' AND
              WS-TGT-ROW(1:WS-KL) = RDX-DATA(1:WS-KL)
               IF WS-TGT-ROW(1:WS-RL) = RDX-DATA(1:WS-RL)
                   ADD 1 TO WS-SEC-SAME
               ELSE
                   MOVE 'C' TO DWK-ACTION
                   MOVE RDX-DATA TO DWK-NEW
                   MOVE WS-TGT-ROW TO DWK-OLD
                   PERFORM 270-RECORD-DIFF THRU 270-EXIT
               END-IF
               PERFORM 710-READ-NEXT THRU 710-EXIT
           ELSE
               MOVE 'A' TO DWK-ACTION
               MOVE RDX-DATA TO DWK-NEW
               MOVE SPACES TO DWK-OLD
               PERFORM 270-RECORD-DIFF THRU 270-EXIT
           END-IF.
       250-EXIT.
           EXIT.

       255-DELETE-TARGET.
           MOVE 'D' TO DWK-ACTION
           MOVE SPACES TO DWK-NEW
           MOVE WS-TGT-ROW TO DWK-OLD
           PERFORM 270-RECORD-DIFF THRU 270-EXIT
           PERFORM 710-READ-NEXT THRU 710-EXIT.
       255-EXIT.
           EXIT.

      * PARTIAL FILE: EACH LINE IS LOOKED UP BY KEY ON ITS OWN.
       260-PARTIAL-ROW.
           MOVE RDX-DATA TO WS-KEY-ROW
           PERFORM 720-READ-KEY THRU 720-EXIT
           IF RDX-DELETE
               IF WS-TGT-FOUND = 'Y'
                   MOVE 'D' TO DWK-ACTION
                   MOVE SPACES TO DWK-NEW
                   MOVE WS-TGT-ROW TO DWK-OLD
                   PERFORM 270-RECORD-DIFF THRU 270-EXIT
               ELSE
                   ADD 1 TO WS-SEC-SAME
               END-IF
               GO TO 260-EXIT
           END-IF
           IF WS-TGT-FOUND = 'N'
               MOVE 'A' TO DWK-ACTION
               MOVE RDX-DATA TO DWK-NEW
               MOVE SPACES TO DWK-OLD
               PERFORM 270-RECORD-DIFF THRU 270-EXIT
               GO TO 260-EXIT
           END-IF
           IF WS-TGT-ROW(1:WS-RL) = RDX-DATA(1:WS-RL)
               ADD 1 TO WS-SEC-SAME
           ELSE
               MOVE 'C' TO DWK-ACTION
               MOVE RDX-DATA TO DWK-NEW
               MOVE WS-TGT-ROW TO DWK-OLD
               PERFORM 270-RECORD-DIFF THRU 270-EXIT
           END-IF.
       260-EXIT.
           EXIT.

      * DWK-ACTION, DWK-NEW AND DWK-OLD ARE SET ON ENTRY. HOLDS THE
      * DIFFERENCE FOR THE APPLY PASS AND LISTS IT.
       270-RECORD-DIFF.
           MOVE WS-TX TO DWK-TX
           WRITE DWK-RECORD
           ADD 1 TO WS-CNT-DIFFS
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN DWK-ADD
                   ADD 1 TO WS-SEC-ADDED
                   MOVE 'ADD' TO WS-PRINT-LINE(1:3)
                   MOVE DWK-NEW(1:WS-KL) TO WS-PRINT-LINE(14:WS-KL)
               WHEN DWK-CHANGE
                   ADD 1 TO WS-SEC-CHANGED
                   MOVE 'CHG' TO WS-PRINT-LINE(1:3)
                   MOVE DWK-NEW(1:WS-KL) TO WS-PRINT-LINE(14:WS-KL)
               WHEN DWK-DELETE
                   ADD 1 TO WS-SEC-DELETED
                   MOVE 'DEL' TO WS-PRINT-LINE(1:3)
                   MOVE DWK-OLD(1:WS-KL) TO WS-PRINT-LINE(14:WS-KL)
           END-EVALUATE
           MOVE RDX-DEF-NAME(WS-TX) TO WS-PRINT-LINE(5:8)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT DWK-CHANGE
               GO TO 270-EXIT
           END-IF
           MOVE 1 TO WS-DIFF-POS
           PERFORM UNTIL WS-DIFF-POS > WS-RL OR
                   DWK-NEW(WS-DIFF-POS:1) NOT = DWK-OLD(WS-DIFF-POS:1)
               ADD 1 TO WS-DIFF-POS
           END-PERFORM
           COMPUTE WS-DIFF-LEN = WS-RL - WS-DIFF-POS + 1
           IF WS-DIFF-LEN > 50
               MOVE 50 TO WS-DIFF-LEN
           END-IF
           MOVE WS-DIFF-POS TO WS-PRINT-POS
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    AT BYTE ' WS-PRINT-POS ' WAS '
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE DWK-OLD(WS-DIFF-POS:WS-DIFF-LEN) TO
               WS-PRINT-LINE(25:WS-DIFF-LEN)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '                    NOW ' TO WS-PRINT-LINE(1:24)
           MOVE DWK-NEW(WS-DIFF-POS:WS-DIFF-LEN) TO
               WS-PRINT-LINE(25:WS-DIFF-LEN)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       270-EXIT.
           EXIT.

      * THE TRAILER: CHECK THE COUNT, TAKE THE FULL IMAGE'S TRAILING
      * DELETIONS, AND SUMMARISE THE SECTION.
       280-END-SECTION.
           IF RDX-T-COUNT NOT NUMERIC OR RDX-T-COUNT NOT = WS-SEC-LINES
               MOVE SPACES TO WS-REJECT-TEXT
               STRING RDX-DEF-NAME(WS-TX)
                      ' TRAILER COUNT DOES NOT MATCH ITS ROWS'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 290-REJECT THRU 290-EXIT
               GO TO 280-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-FULL-IMAGE AND WS-SEC-LINES = 0
               STRING RDX-DEF-NAME(WS-TX)
                      ' EMPTY IN THE SOURCE - NOT PROMOTED'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               PERFORM 255-DELETE-TARGET THRU 255-EXIT
                   UNTIL WS-TGT-EOF = 'Y'
               MOVE WS-SEC-ADDED TO WS-PRINT-COUNT
               STRING RDX-DEF-NAME(WS-TX) ' ADDED ' WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-SEC-CHANGED TO WS-PRINT-COUNT
               MOVE ' CHANGED ' TO WS-PRINT-LINE(24:9)
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(33:7)
               MOVE WS-SEC-DELETED TO WS-PRINT-COUNT
               MOVE ' DELETED ' TO WS-PRINT-LINE(40:9)
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(49:7)
               MOVE WS-SEC-SAME TO WS-PRINT-COUNT
               MOVE ' SAME ' TO WS-PRINT-LINE(56:6)
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(62:7)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TBL-OPEN = 'Y'
               PERFORM 790-CLOSE-TABLE THRU 790-EXIT
           END-IF
           MOVE 0 TO WS-TX.
       280-EXIT.
           EXIT.

       290-REJECT.
           MOVE 'Y' TO WS-REJECTED
           DISPLAY 'SMB085 - RDXIN REJECTED: ' WS-REJECT-TEXT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '*** REJECTED - ' WS-REJECT-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '*** NOTHING HAS BEEN APPLIED' TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TX NOT = 0 AND WS-TBL-OPEN = 'Y'
               PERFORM 790-CLOSE-TABLE THRU 790-EXIT
           END-IF.
       290-EXIT.
           EXIT.

      *****************************************************************
      * PASS 2 - APPLY THE DIFFERENCES, KEEPING THE BACK-OUT FILE
      *****************************************************************
       400-APPLY.
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           IF WS-WK-STATUS NOT = '00'
               DISPLAY 'SMB085 - UNABLE TO REOPEN SMB085WK, STATUS = '
                   WS-WK-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT BACKOUT-FILE
           IF WS-BKO-STATUS NOT = '00'
               DISPLAY 'SMB085 - UNABLE TO OPEN RDXBACK, STATUS = '
                   WS-BKO-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO RDX-RECORD
           MOVE 'H' TO RDX-TYPE
           MOVE 'P' TO RDX-H-MODE
           MOVE WS-RUN-DATE-X TO RDX-H-DATE
           MOVE WS-RUN-TIME-X(1:6) TO RDX-H-TIME
           MOVE 'SMB085' TO RDX-H-JOB
           STRING 'BACK-OUT OF ' WS-SRC-STAMP ' ' WS-SRC-LABEL
               DELIMITED BY SIZE INTO RDX-H-LABEL
           WRITE BACKOUT-RECORD FROM RDX-RECORD
           MOVE 'N' TO WS-WK-EOF
           PERFORM UNTIL WS-WK-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-WK-EOF
                   NOT AT END
                       PERFORM 420-APPLY-ONE THRU 420-EXIT
               END-READ
           END-PERFORM
           IF WS-APPLY-TX NOT = 0
               PERFORM 440-END-APPLY-TABLE THRU 440-EXIT
           END-IF
           CLOSE BACKOUT-FILE.
       400-EXIT.
           EXIT.

       420-APPLY-ONE.
           IF DWK-TX NOT = WS-APPLY-TX
               IF WS-APPLY-TX NOT = 0
                   PERFORM 440-END-APPLY-TABLE THRU 440-EXIT
               END-IF
               MOVE DWK-TX TO WS-APPLY-TX
               MOVE DWK-TX TO WS-TX
               PERFORM 730-OPEN-UPDATE THRU 730-EXIT
               MOVE 0 TO WS-BKO-LINES
           END-IF
           MOVE SPACES TO RDX-RECORD
           MOVE RDX-DEF-NAME(WS-TX) TO RDX-TABLE
           MOVE RDX-DEF-ROW-LEN(WS-TX) TO RDX-LEN
           EVALUATE TRUE
               WHEN DWK-ADD
                   MOVE DWK-NEW TO WS-APPLY-ROW
                   PERFORM 740-WRITE-ROW THRU 740-EXIT
                   MOVE 'D' TO RDX-TYPE
                   MOVE DWK-NEW TO RDX-DATA
               WHEN DWK-CHANGE
                   MOVE DWK-NEW TO WS-APPLY-ROW
                   PERFORM 750-REWRITE-ROW THRU 750-EXIT
                   MOVE 'R' TO RDX-TYPE
                   MOVE DWK-OLD TO RDX-DATA
               WHEN DWK-DELETE
                   MOVE DWK-OLD TO WS-APPLY-ROW
                   PERFORM 760-DELETE-ROW THRU 760-EXIT
                   MOVE 'R' TO RDX-TYPE
                   MOVE DWK-OLD TO RDX-DATA
           END-EVALUATE
           IF WS-APPLY-OK = 'Y'
               ADD 1 TO WS-CNT-APPLIED
               ADD 1 TO WS-BKO-LINES
               WRITE BACKOUT-RECORD FROM RDX-RECORD
           ELSE
               ADD 1 TO WS-CNT-FAILED
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** APPLY FAILED, STATUS ' WS-TBL-STATUS ': '
                      DWK-ACTION ' ' RDX-DEF-NAME(WS-TX) ' '
                      WS-APPLY-ROW(1:RDX-DEF-KEY-LEN(WS-TX))
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       420-EXIT.
           EXIT.

       440-END-APPLY-TABLE.
           MOVE SPACES TO RDX-RECORD
           MOVE 'T' TO RDX-TYPE
           MOVE RDX-DEF-NAME(WS-APPLY-TX) TO RDX-TABLE
           MOVE 0 TO RDX-LEN
           MOVE WS-BKO-LINES TO RDX-T-COUNT
           WRITE BACKOUT-RECORD FROM RDX-RECORD
           MOVE WS-APPLY-TX TO WS-TX
           PERFORM 790-CLOSE-TABLE THRU 790-EXIT.
       440-EXIT.
           EXIT.

      *****************************************************************
      * FILE ACCESS FOR TABLE WS-TX (ORDER AS IN SMRDX)
      *****************************************************************
      * A TABLE NOT YET CREATED IN THIS REGION COMPARES AS EMPTY.
       700-OPEN-INPUT.
           EVALUATE WS-TX
               WHEN 1  OPEN INPUT SLA00001-FILE
               WHEN 2  OPEN INPUT RCD00001-FILE
               WHEN 3  OPEN INPUT TPL00001-FILE
               WHEN 4  OPEN INPUT FAT00001-FILE
               WHEN 5  OPEN INPUT MSG00001-FILE
               WHEN 6  OPEN INPUT HLP00001-FILE
               WHEN 7  OPEN INPUT RTE00001-FILE
               WHEN 8  OPEN INPUT QMF00001-FILE
           END-EVALUATE
           IF WS-TBL-STATUS = '00'
               MOVE 'Y' TO WS-TBL-OPEN
           ELSE
               MOVE 'N' TO WS-TBL-OPEN
               IF WS-TBL-STATUS NOT = '35'
                   DISPLAY 'SMB085 - UNABLE TO OPEN '
                       RDX-DEF-NAME(WS-TX) ', STATUS = '
                       WS-TBL-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF.
       700-EXIT.
           EXIT.

       705-START-TABLE.
           MOVE 'N' TO WS-TGT-EOF
           EVALUATE WS-TX
               WHEN 1
                   MOVE LOW-VALUES TO SLA-KEY
                   START SLA00001-FILE KEY IS NOT LESS THAN SLA-KEY
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
               WHEN 2
                   MOVE LOW-VALUES TO RCD-CODE
                   START RCD00001-FILE KEY IS NOT LESS THAN RCD-CODE
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
               WHEN 3
                   MOVE LOW-VALUES TO TPL-ID
                   START TPL00001-FILE KEY IS NOT LESS THAN TPL-ID
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
               WHEN 4
                   MOVE LOW-VALUES TO FAT-KEY
                   START FAT00001-FILE KEY IS NOT LESS THAN FAT-KEY
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
               WHEN 5
                   MOVE LOW-VALUES TO MSG-KEY
                   START MSG00001-FILE KEY IS NOT LESS THAN MSG-KEY
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
               WHEN 6
                   MOVE LOW-VALUES TO HLP-KEY
                   START HLP00001-FILE KEY IS NOT LESS THAN HLP-KEY
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
               WHEN 7
                   MOVE LOW-VALUES TO RTE-KEY
                   START RTE00001-FILE KEY IS NOT LESS THAN RTE-KEY
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
               WHEN 8
                   MOVE LOW-VALUES TO QM-KEY
                   START QMF00001-FILE KEY IS NOT LESS THAN QM-KEY
                       INVALID KEY MOVE 'Y' TO WS-TGT-EOF
                   END-START
           END-EVALUATE.
       705-EXIT.
           EXIT.

       710-READ-NEXT.
           MOVE SPACES TO WS-TGT-ROW
           EVALUATE WS-TX
               WHEN 1
                   READ SLA00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
               WHEN 2
                   READ RCD00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
               WHEN 3
                   READ TPL00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
               WHEN 4
                   READ FAT00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
               WHEN 5
                   READ MSG00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
               WHEN 6
                   READ HLP00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
               WHEN 7
                   READ RTE00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
               WHEN 8
                   READ QMF00001-FILE NEXT RECORD INTO WS-TGT-ROW
                       AT END MOVE 'Y' TO WS-TGT-EOF
                   END-READ
           END-EVALUATE
           IF WS-TGT-EOF NOT = 'Y' AND WS-TBL-STATUS NOT = '00' AND
              WS-TBL-STATUS NOT = '02'
               DISPLAY 'SMB085 - READ ERROR ON ' RDX-DEF-NAME(WS-TX)
                   ', STATUS = ' WS-TBL-STATUS
               GO TO 999-ABEND
           END-IF.
       710-EXIT.
           EXIT.

      * THE ROW WITH WS-KEY-ROW'S KEY INTO WS-TGT-ROW.
       720-READ-KEY.
           MOVE 'N' TO WS-TGT-FOUND
           IF WS-TBL-OPEN NOT = 'Y'
               GO TO 720-EXIT
           END-IF
           MOVE 'Y' TO WS-TGT-FOUND
           MOVE SPACES TO WS-TGT-ROW
           EVALUATE WS-TX
               WHEN 1
                   MOVE WS-KEY-ROW TO SLA-RECORD
                   READ SLA00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
               WHEN 2
                   MOVE WS-KEY-ROW TO RCD-RECORD
                   READ RCD00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
               WHEN 3
                   MOVE WS-KEY-ROW TO TPL-RECORD
                   READ TPL00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
               WHEN 4
                   MOVE WS-KEY-ROW TO FAT-RECORD
                   READ FAT00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
               WHEN 5
                   MOVE WS-KEY-ROW TO MSG-RECORD
                   READ MSG00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
               WHEN 6
                   MOVE WS-KEY-ROW TO HLP-RECORD
                   READ HLP00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
               WHEN 7
                   MOVE WS-KEY-ROW TO RTE-RECORD
                   READ RTE00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
               WHEN 8
                   MOVE WS-KEY-ROW TO QM-RECORD
                   READ QMF00001-FILE INTO WS-TGT-ROW
                       INVALID KEY MOVE 'N' TO WS-TGT-FOUND
                   END-READ
           END-EVALUATE.
       720-EXIT.
           EXIT.

      * A TABLE NOT YET CREATED IN THIS REGION IS CREATED EMPTY.
       730-OPEN-UPDATE.
           PERFORM 735-OPEN-IO THRU 735-EXIT
           IF WS-TBL-STATUS = '35'
               EVALUATE WS-TX
                   WHEN 1  OPEN OUTPUT SLA00001-FILE
                   WHEN 2  OPEN OUTPUT RCD00001-FILE
                   WHEN 3  OPEN OUTPUT TPL00001-FILE
                   WHEN 4  OPEN OUTPUT FAT00001-FILE
                   WHEN 5  OPEN OUTPUT MSG00001-FILE
                   WHEN 6  OPEN OUTPUT HLP00001-FILE
                   WHEN 7  OPEN OUTPUT RTE00001-FILE
                   WHEN 8  OPEN OUTPUT QMF00001-FILE
               END-EVALUATE
               PERFORM 790-CLOSE-TABLE THRU 790-EXIT
               PERFORM 735-OPEN-IO THRU 735-EXIT
           END-IF
           IF WS-TBL-STATUS NOT = '00'
               DISPLAY 'SMB085 - UNABLE TO OPEN ' RDX-DEF-NAME(WS-TX)
                   ' FOR UPDATE, STATUS = ' WS-TBL-STATUS
               GO TO 999-ABEND
           END-IF.
       730-EXIT.
           EXIT.

       735-OPEN-IO.
           EVALUATE WS-TX
               WHEN 1  OPEN I-O SLA00001-FILE
               WHEN 2  OPEN I-O RCD00001-FILE
               WHEN 3  OPEN I-O TPL00001-FILE
               WHEN 4  OPEN I-O FAT00001-FILE
               WHEN 5  OPEN I-O MSG00001-FILE
               WHEN 6  OPEN I-O HLP00001-FILE
               WHEN 7  OPEN I-O RTE00001-FILE
               WHEN 8  OPEN I-O QMF00001-FILE
           END-EVALUATE.
       735-EXIT.
           EXIT.

       740-WRITE-ROW.
           MOVE 'Y' TO WS-APPLY-OK
           EVALUATE WS-TX
               WHEN 1
                   WRITE SLA-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 2
                   WRITE RCD-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 3
                   WRITE TPL-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 4
                   WRITE FAT-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 5
                   WRITE MSG-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 6
                   WRITE HLP-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 7
                   WRITE RTE-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 8
                   WRITE QM-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
           END-EVALUATE.
       740-EXIT.
           EXIT.

       750-REWRITE-ROW.
           MOVE 'Y' TO WS-APPLY-OK
           EVALUATE WS-TX
               WHEN 1
                   REWRITE SLA-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 2
                   REWRITE RCD-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 3
                   REWRITE TPL-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 4
                   REWRITE FAT-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 5
                   REWRITE MSG-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 6
                   REWRITE HLP-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 7
                   REWRITE RTE-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 8
                   REWRITE QM-RECORD FROM WS-APPLY-ROW
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
           END-EVALUATE.
       750-EXIT.
           EXIT.

       760-DELETE-ROW.
           MOVE 'Y' TO WS-APPLY-OK
           EVALUATE WS-TX
               WHEN 1
                   MOVE WS-APPLY-ROW TO SLA-RECORD
                   DELETE SLA00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN 2
                   MOVE WS-APPLY-ROW TO RCD-RECORD
                   DELETE RCD00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN 3
                   MOVE WS-APPLY-ROW TO TPL-RECORD
                   DELETE TPL00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN 4
                   MOVE WS-APPLY-ROW TO FAT-RECORD
                   DELETE FAT00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN 5
                   MOVE WS-APPLY-ROW TO MSG-RECORD
                   DELETE MSG00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN 6
                   MOVE WS-APPLY-ROW TO HLP-RECORD
                   DELETE HLP00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN 7
                   MOVE WS-APPLY-ROW TO RTE-RECORD
                   DELETE RTE00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN 8
                   MOVE WS-APPLY-ROW TO QM-RECORD
                   DELETE QMF00001-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
           END-EVALUATE.
       760-EXIT.
           EXIT.

       790-CLOSE-TABLE.
           EVALUATE WS-TX
               WHEN 1  CLOSE SLA00001-FILE
               WHEN 2  CLOSE RCD00001-FILE
               WHEN 3  CLOSE TPL00001-FILE
               WHEN 4  CLOSE FAT00001-FILE
               WHEN 5  CLOSE MSG00001-FILE
               WHEN 6  CLOSE HLP00001-FILE
               WHEN 7  CLOSE RTE00001-FILE
               WHEN 8  CLOSE QMF00001-FILE
           END-EVALUATE.
       790-EXIT.
           EXIT.

       600-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-DIFFS TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DIFFERENCES FOUND    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-APPLIED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ROWS APPLIED         ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-FAILED TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ROWS FAILED          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-REJECTED = 'Y'
                   MOVE 'RDXIN REJECTED - NO CHANGES MADE' TO
                       REPORT-RECORD
               WHEN WS-CONFIRM-CARD NOT = 'CONFIRM'
                   MOVE 'NO CONFIRM CARD - NO CHANGES MADE' TO
                       REPORT-RECORD
               WHEN WS-CNT-APPLIED > 0
                   MOVE 'PROMOTED - BACK-OUT ROWS ARE ON RDXBACK' TO
                       REPORT-RECORD
               WHEN OTHER
                   MOVE 'NOTHING TO APPLY' TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

      * THE LEDGER RECORD SAYS WHAT THE RUN DID - SEE SMRCTL.
       850-RUN-CONTROL-END.
           MOVE 'SMB085' TO RUN-JOB-NAME
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
               EVALUATE TRUE
                   WHEN WS-REJECTED = 'Y'
                       MOVE 'REJECTED' TO RUN-STATUS
                   WHEN WS-CONFIRM-CARD = 'CONFIRM'
                       MOVE 'PROMOTED' TO RUN-STATUS
                   WHEN OTHER
                       MOVE 'DIFFONLY' TO RUN-STATUS
               END-EVALUATE
               MOVE WS-CNT-LINES TO RUN-COUNT-READ
               MOVE WS-CNT-APPLIED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB085 - LINES READ = ' WS-CNT-LINES
               ' DIFFERENCES = ' WS-CNT-DIFFS
               ' APPLIED = ' WS-CNT-APPLIED
           CLOSE RDXIN-FILE
           CLOSE WORK-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE RDXIN-FILE
           CLOSE WORK-FILE
           CLOSE BACKOUT-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
