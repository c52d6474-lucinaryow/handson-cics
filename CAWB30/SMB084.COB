       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB084.
      *
      * REFERENCE-DATA UNLOAD FOR PROMOTION BETWEEN REGIONS.
      * THE ROUTING AND SCREEN TABLES ARE TUNED IN THE TEST REGION
      * AND USED TO BE RETYPED ROW BY ROW INTO PRODUCTION THROUGH
      * THE SM0NNP MAINTENANCE SCREENS. THIS JOB UNLOADS ANY
      * SELECTION OF THEM, IN KEY ORDER, TO THE RDXOUT INTERCHANGE
      * DATASET (SEE SMRDX) AS A FULL IMAGE OF EACH TABLE. SMB085
      * RUN IN THE TARGET REGION REPORTS THE DIFFERENCES AND,
      * GIVEN A CONFIRM CARD, APPLIES THEM.
      *
      * SYSIN:
      *   1. THE TABLES TO UNLOAD, BY FILE NAME, SEPARATED BY
      *      SPACES (E.G. 'SLA00001 RTE00001'). BLANK OR 'ALL'
      *      UNLOADS EVERY TABLE IN SMRDX'S LIST.
      *   2. A LABEL OF UP TO 40 CHARACTERS CARRIED IN THE HEADER
      *      AND PRINTED BY SMB085 (E.G. THE CHANGE REFERENCE).
      *   3. THE RUN-CONTROL FORCE CARD.
      * A TABLE WHOSE FILE DOES NOT EXIST IN THIS REGION UNLOADS AS
      * AN EMPTY SECTION, WHICH SMB085 WILL NOT PROMOTE. THE FILES
      * ARE ONLY READ.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT RCD00001-FILE ASSIGN TO RCD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCD-CODE
               FILE STATUS IS WS-TBL-STATUS.
           SELECT TPL00001-FILE ASSIGN TO TPL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPL-ID
               FILE STATUS IS WS-TBL-STATUS.
           SELECT FAT00001-FILE ASSIGN TO FAT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT MSG00001-FILE ASSIGN TO MSG00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT HLP00001-FILE ASSIGN TO HLP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLP-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-TBL-STATUS.
           SELECT RDXOUT-FILE ASSIGN TO RDXOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB084RP
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

       FD  RDXOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RDXOUT-RECORD                         PIC X(260).

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
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
      * ONE STATUS SERVES ALL EIGHT TABLES - ONLY ONE IS OPEN AT A
      * TIME.
       01  WS-TBL-STATUS                         PIC X(02).
       01  WS-OUT-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).

       01  WS-TABLE-CARD                         PIC X(80).
       01  WS-LABEL-CARD                         PIC X(40).
       01  WS-CARD-NAMES.
           05  WS-CARD-NAME OCCURS 8 TIMES       PIC X(08).
       01  WS-SELECTED.
           05  WS-SEL OCCURS 8 TIMES             PIC X(01).
       01  WS-CX                                 PIC 9(02).
       01  WS-TX                                 PIC 9(02).
       01  WS-FOUND                              PIC X.
       01  WS-BAD-CARD                           PIC X VALUE 'N'.

       01  WS-ROW                                PIC X(240).
       01  WS-TBL-OPEN                           PIC X.
       01  WS-TBL-EOF                            PIC X.
       01  WS-TBL-ROWS                           PIC 9(07).

       01  WS-CNT-TABLES                         PIC 9(07) VALUE 0.
       01  WS-CNT-ROWS                           PIC 9(07) VALUE 0.

       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 300-UNLOAD-TABLE THRU 300-EXIT
               VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > RDX-DEF-COUNT
           PERFORM 600-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-TABLE-CARD FROM SYSIN
           ACCEPT WS-LABEL-CARD FROM SYSIN
           PERFORM 120-SELECT-TABLES THRU 120-EXIT
           IF WS-BAD-CARD = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-RUN-CONTROL-START
           OPEN OUTPUT RDXOUT-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'SMB084 - UNABLE TO OPEN RDXOUT, STATUS = '
                   WS-OUT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB084 - UNABLE TO OPEN SMB084RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'SMB084 - REFERENCE-DATA UNLOAD' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LABEL: ' WS-LABEL-CARD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TABLE       ROWS UNLOADED' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO RDX-RECORD
           MOVE 'H' TO RDX-TYPE
           MOVE 'F' TO RDX-H-MODE
           MOVE WS-RUN-DATE-X TO RDX-H-DATE
           MOVE WS-RUN-TIME-X(1:6) TO RDX-H-TIME
           MOVE 'SMB084' TO RDX-H-JOB
           MOVE WS-LABEL-CARD TO RDX-H-LABEL
           WRITE RDXOUT-RECORD FROM RDX-RECORD.
       100-EXIT.
           EXIT.

      * MARKS THE TABLES NAMED ON THE FIRST CARD, OR ALL OF THEM.
       120-SELECT-TABLES.
           MOVE SPACES TO WS-CARD-NAMES
           IF WS-TABLE-CARD = SPACES OR WS-TABLE-CARD(1:4) = 'ALL '
               MOVE ALL 'Y' TO WS-SELECTED
               GO TO 120-EXIT
           END-IF
           MOVE ALL 'N' TO WS-SELECTED
           UNSTRING WS-TABLE-CARD DELIMITED BY ALL SPACE
               INTO WS-CARD-NAME(1) WS-CARD-NAME(2) WS-CARD-NAME(3)
                    WS-CARD-NAME(4) WS-CARD-NAME(5) WS-CARD-NAME(6)
                    WS-CARD-NAME(7) WS-CARD-NAME(8)
           END-UNSTRING
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 8
               IF WS-CARD-NAME(WS-CX) NOT = SPACES
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-TX FROM 1 BY 1
                           UNTIL WS-TX > RDX-DEF-COUNT
                       IF RDX-DEF-NAME(WS-TX) = WS-CARD-NAME(WS-CX)
                           MOVE 'Y' TO WS-SEL(WS-TX)
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       DISPLAY 'SMB084 - ' WS-CARD-NAME(WS-CX)
                           ' IS NOT A PROMOTABLE TABLE'
                       MOVE 'Y' TO WS-BAD-CARD
                   END-IF
               END-IF
           END-PERFORM.
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
               DISPLAY 'SMB084 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB084' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB084 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB084' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB084 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * ONE TABLE: ITS ROWS IN KEY ORDER, THEN THE TRAILER
      *****************************************************************
       300-UNLOAD-TABLE.
           IF WS-SEL(WS-TX) NOT = 'Y'
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-CNT-TABLES
           MOVE 0 TO WS-TBL-ROWS
           PERFORM 700-OPEN-TABLE THRU 700-EXIT
           IF WS-TBL-OPEN = 'Y'
               MOVE 'N' TO WS-TBL-EOF
               PERFORM 710-READ-TABLE THRU 710-EXIT
               PERFORM 320-WRITE-ROW THRU 320-EXIT
                   UNTIL WS-TBL-EOF = 'Y'
               PERFORM 790-CLOSE-TABLE THRU 790-EXIT
           END-IF
           MOVE SPACES TO RDX-RECORD
           MOVE 'T' TO RDX-TYPE
           MOVE RDX-DEF-NAME(WS-TX) TO RDX-TABLE
           MOVE 0 TO RDX-LEN
           MOVE WS-TBL-ROWS TO RDX-T-COUNT
           WRITE RDXOUT-RECORD FROM RDX-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE RDX-DEF-NAME(WS-TX) TO WS-PRINT-LINE(1:8)
           MOVE WS-TBL-ROWS TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(10:7)
           IF WS-TBL-OPEN NOT = 'Y'
               MOVE 'FILE NOT PRESENT - EMPTY SECTION' TO
                   WS-PRINT-LINE(19:32)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       300-EXIT.
           EXIT.

       320-WRITE-ROW.
           MOVE SPACES TO RDX-RECORD
           MOVE 'R' TO RDX-TYPE
           MOVE RDX-DEF-NAME(WS-TX) TO RDX-TABLE
           MOVE RDX-DEF-ROW-LEN(WS-TX) TO RDX-LEN
           MOVE WS-ROW TO RDX-DATA
           WRITE RDXOUT-RECORD FROM RDX-RECORD
           ADD 1 TO WS-TBL-ROWS
           ADD 1 TO WS-CNT-ROWS
           PERFORM 710-READ-TABLE THRU 710-EXIT.
       320-EXIT.
           EXIT.

      *****************************************************************
      * FILE ACCESS FOR TABLE WS-TX (ORDER AS IN SMRDX)
      *****************************************************************
       700-OPEN-TABLE.
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
                   DISPLAY 'SMB084 - UNABLE TO OPEN '
                       RDX-DEF-NAME(WS-TX) ', STATUS = '
                       WS-TBL-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF.
       700-EXIT.
           EXIT.

       710-READ-TABLE.
           MOVE SPACES TO WS-ROW
           EVALUATE WS-TX
               WHEN 1
                   READ SLA00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
               WHEN 2
                   READ RCD00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
               WHEN 3
                   READ TPL00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
               WHEN 4
                   READ FAT00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
               WHEN 5
                   READ MSG00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
               WHEN 6
                   READ HLP00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
               WHEN 7
                   READ RTE00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
               WHEN 8
                   READ QMF00001-FILE NEXT RECORD INTO WS-ROW
                       AT END MOVE 'Y' TO WS-TBL-EOF
                   END-READ
           END-EVALUATE
           IF WS-TBL-EOF NOT = 'Y' AND WS-TBL-STATUS NOT = '00' AND
              WS-TBL-STATUS NOT = '02'
               DISPLAY 'SMB084 - READ ERROR ON ' RDX-DEF-NAME(WS-TX)
                   ', STATUS = ' WS-TBL-STATUS
               GO TO 999-ABEND
           END-IF.
       710-EXIT.
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
           MOVE WS-CNT-TABLES TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TABLES UNLOADED      ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ROWS TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ROWS UNLOADED        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB084' TO RUN-JOB-NAME
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
               MOVE WS-CNT-ROWS TO RUN-COUNT-READ
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB084 - TABLES = ' WS-CNT-TABLES
               ' ROWS = ' WS-CNT-ROWS
           CLOSE RDXOUT-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE RDXOUT-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
