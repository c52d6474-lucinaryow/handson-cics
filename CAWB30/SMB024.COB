      * PER-DEPARTMENT STATEMENT FOLLOWED BY THE DETAIL APPENDIX OF
      * EVERY PRICED TICKET.
      *
      * THE RATE IS THE VERSION OF THE ROW IN FORCE ON THE DAY THE
      * TICKET CLOSED (SEE 350-FIND-RATE).
      *
      * THE TICKETS, THEIR CLOSE DATES, THE REQUESTOR'S DEPARTMENT
      * AND THE APPROVED WORK-LOG MINUTES COME FROM TONIGHT'S SMB100
      * TIXFACT FILE (SEE SMFCT), SO THE CLOSE MONTH IS THE SAME ONE
      * SMB004, SMB011 AND SMB022 REPORT.
      *
      * SUPERVISOR-APPROVED FIELD EXPENSES ON THE TICKET (EXP00001,
      * SEE SMEXP AND SM071P) BILL BESIDE LABOR AND PARTS.
      *
      * THE STATEMENT NO LONGER STOPS AT PAPER: THE SAME RUN WRITES
      * A BALANCED JOURNAL-ENTRY INTERFACE TO GLOUT (ONE DEBIT LINE
      * PER DEPARTMENT, ONE CREDIT TO ITRECOVERY), LOCKS THE PERIOD
      * PRIOR AMOUNTS KEPT IN GLX00001 GO OUT AS REVERSING ENTRIES
      * FIRST, THEN THE CORRECTED ONES.
      *
      * THE RUN IS FOR ONE COMPANY, NAMED ON THE COMPSEL DD, OR
      * CONSOLIDATED OVER ALL OF THEM WHEN THERE IS NO COMPSEL (SEE
      * SMCOP - SM122 DECIDES EACH TICKET'S COMPANY). A RATE ROW
      * TAGGED TO A COMPANY PRICES ONLY THAT COMPANY'S TICKETS. THE
      * DEPARTMENT TOTALS, THE GLX00001 ROWS AND THE GLOUT LINES ALL
      * CARRY THE COMPANY, AND EACH COMPANY GETS ITS OWN BALANCING
      * ITRECOVERY LINE. THE PCL00001 LOCK IS KEPT PER PERIOD AND
      * COMPANY ('*ALL' FOR A CONSOLIDATED RUN): A COMPANY RUN IS
      * REFUSED ONCE ITS OWN OR THE CONSOLIDATED LOCK IS ON, AND A
      * CONSOLIDATED RUN ONCE ANY LOCK FOR THE PERIOD IS ON, UNLESS
      * THE REPLACE CARD IS GIVEN. A COMPANY REPLACE REVERSES ONLY
      * THAT COMPANY'S GLX00001 ROWS.
      *
      * SYSIN CARDS: PERIOD (YYYYMM), MODE (REPLACE OR BLANK),
      * FORCE (OPTIONAL).
      *
      *  2026-09-02 MAINT - GLOUT JOURNAL INTERFACE, PCL00001 PERIOD
      *                     LOCK, GLB00001 BILLED MARKERS, GLX00001
      *                     REVERSE-AND-REPLACE RE-EXTRACT.
      *  2026-10-15 MAINT - PRICE BY THE RATE VERSION IN FORCE AT CLOSE.
      *  2026-10-15 MAINT - BILL APPROVED EXP00001 FIELD EXPENSES.
      *  2026-10-15 MAINT - PER-COMPANY OR CONSOLIDATED RUN (COMPSEL);
      *                     COMPANY ON PCL/GLX KEYS AND GLOUT.
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00001, UAF00001 AND WLF00001.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB024RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               FILE STATUS IS WS-GL-STATUS.
           SELECT PCL00001-FILE ASSIGN TO PCL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-KEY
               FILE STATUS IS WS-PCL-STATUS.
           SELECT GLB00001-FILE ASSIGN TO GLB00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLX-KEY
               FILE STATUS IS WS-GLX-STATUS.
           SELECT EXP00001-FILE ASSIGN TO EXP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-KEY
               FILE STATUS IS WS-EXP-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  RTE00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROW-KEY                   PIC X(10).
               10  RTE-EFF-INV                   PIC 9(08).
           05  RTE-FLAT-RATE                     PIC 9(05)V9(02).
           05  RTE-HOUR-RATE                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(08).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           05  GL-ACCOUNT                        PIC X(10).
           05  GL-AMOUNT                         PIC 9(09)V9(02).
           05  GL-NARRATIVE                      PIC X(30).
           05  GL-COMPANY                        PIC X(04).

       FD  PCL00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCL-RECORD.
           05  PCL-KEY.
               10  PCL-PERIOD                    PIC X(06).
               10  PCL-COMPANY                   PIC X(04).
           05  PCL-STATUS                        PIC X(01).
           05  PCL-EXTRACTED                     PIC X(08).
           05  FILLER                            PIC X(11).

       FD  GLB00001-FILE
           LABEL RECORDS ARE STANDARD.
           05  GLX-KEY.
               10  GLX-PERIOD                    PIC X(06).
               10  GLX-DEPT                      PIC X(10).
               10  GLX-COMPANY                   PIC X(04).
           05  GLX-AMOUNT                        PIC 9(09)V9(02).
           05  FILLER                            PIC X(05).

       FD  EXP00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMEXP.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-RTE-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-DET-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-MODE-CARD                          PIC X(07).
       01  WS-GLB-STATUS                         PIC X(02).
       01  WS-GLX-STATUS                         PIC X(02).
       01  WS-GLX-EOF                            PIC X.
       01  WS-PUF-STATUS                         PIC X(02).
       01  WS-PRT-STATUS                         PIC X(02).
       01  WS-PUF-DONE                           PIC X.
       01  WS-PARTS-COST                         PIC 9(07)V9(02).
       01  WS-EXP-STATUS                         PIC X(02).
       01  WS-EXP-DONE                           PIC X.
       01  WS-EXPENSE-COST                       PIC 9(07)V9(02).

       01  WS-DEPT                               PIC X(10).
       01  WS-MINUTES                            PIC 9(06).
       01  WS-AMOUNT                             PIC 9(07)V9(02).
       01  WS-AMOUNT-D                           PIC ZZZZZZ9.99.
       01  WS-RATE-FOUND                         PIC X.
       01  WS-RATE-WANT                          PIC X(10).
       01  WS-RATE-ASOF                          PIC X(08).
       01  WS-RATE-ASOF-N REDEFINES WS-RATE-ASOF PIC 9(08).

       01  WS-DEPT-TBL.
           05  WS-DEPT-ENT OCCURS 50 TIMES.
               10  WS-DEPT-CO                    PIC X(04).
               10  WS-DEPT-KEY                   PIC X(10).
               10  WS-DEPT-TIX                   PIC 9(05).
               10  WS-DEPT-AMT                   PIC 9(09)V9(02).
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).

      * COMPANY OF THE RUN AND OF THE TICKET IN HAND, AND ONE
      * ITRECOVERY TOTAL PER COMPANY FOR THE BALANCING LINES.
           COPY SMCOP.
       01  WS-RUN-CO                             PIC X(04).
       01  WS-TIX-CO                             PIC X(04).
       01  WS-PCL-EOF                            PIC X.
       01  WS-PCL-HELD                           PIC X(04).
       01  WS-CO-TBL.
           05  WS-CO-ENT OCCURS 20 TIMES.
               10  WS-CO-KEY                     PIC X(04).
               10  WS-CO-AMT                     PIC 9(09)V9(02).
       01  WS-CO-USED                            PIC 9(03) VALUE 0.
       01  WS-CO-IDX                             PIC 9(03).
       01  WS-CO-HIT                             PIC 9(03).
       01  WS-CO-WANT                            PIC X(04).
       01  WS-CO-ADD                             PIC 9(09)V9(02).
       01  WS-GL-SIDE                            PIC X(01).
       01  WS-GL-TEXT                            PIC X(30).

       01  WS-CNT-CLOSED                         PIC 9(07) VALUE 0.
       01  WS-CNT-PRICED                         PIC 9(07) VALUE 0.

               STOP RUN
           END-IF
           ACCEPT WS-MODE-CARD FROM SYSIN
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           MOVE COP-RUN-COMPANY TO WS-RUN-CO
           DISPLAY 'SMB024 - COMPANY ' WS-RUN-CO ' ' COP-RUN-NAME
           PERFORM 120-CHECK-PERIOD-LOCK THRU 120-EXIT
           PERFORM 150-RUN-CONTROL-START
           OPEN INPUT FACT-FILE
           OPEN INPUT RTE00001-FILE
           OPEN INPUT PUF00001-FILE
           OPEN INPUT PRT00001-FILE
           OPEN INPUT EXP00001-FILE
           IF WS-FCT-STATUS NOT = '00' OR WS-RTE-STATUS NOT = '00'
               DISPLAY 'SMB024 - AN INPUT FILE FAILED TO OPEN'
               GO TO 999-ABEND
           END-IF
               CLOSE GLX00001-FILE
               OPEN I-O GLX00001-FILE
           END-IF
           MOVE 'DEPT       TICKET CATEGORY   QUEUE       AMOUNT     CO'
               TO DETAIL-RECORD
           WRITE DETAIL-RECORD.
       100-EXIT.
           EXIT.
      * TICKET CLOSES ROLL INTO THE NEXT PERIOD VIA THE GLB00001
      * BILLED MARKERS. ONLY THE 'REPLACE' MODE CARD REOPENS A
      * LOCKED PERIOD, AND THEN THE OLD AMOUNTS GO OUT REVERSED.
      * EVERY LOCK FOR THE PERIOD IS LOOKED AT: A CONSOLIDATED RUN
      * IS STOPPED BY ANY OF THEM, A COMPANY RUN BY ITS OWN, THE
      * CONSOLIDATED ONE, OR ONE FROM BEFORE LOCKS CARRIED A
      * COMPANY (BLANK).
       120-CHECK-PERIOD-LOCK.
           OPEN I-O PCL00001-FILE
           IF WS-PCL-STATUS = '35'
                   WS-PCL-STATUS
               STOP RUN
           END-IF
           IF WS-MODE-REPLACE
               GO TO 120-EXIT
           END-IF
           MOVE WS-PERIOD-CARD TO PCL-PERIOD
           MOVE LOW-VALUES TO PCL-COMPANY
           START PCL00001-FILE KEY IS NOT LESS THAN PCL-KEY
               INVALID KEY
                   GO TO 120-EXIT
           END-START
           MOVE SPACES TO WS-PCL-HELD
           MOVE 'N' TO WS-PCL-EOF
           PERFORM 125-SCAN-LOCK THRU 125-EXIT
               UNTIL WS-PCL-EOF = 'Y'
           IF WS-PCL-HELD NOT = SPACES
               DISPLAY 'SMB024 - PERIOD ' WS-PERIOD-CARD
                   ' IS CLOSED FOR ' WS-PCL-HELD
                   ' - USE A REPLACE CARD TO RE-EXTRACT'
               CLOSE PCL00001-FILE
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.

       125-SCAN-LOCK.
           READ PCL00001-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PCL-EOF
                   GO TO 125-EXIT
           END-READ
           IF PCL-PERIOD NOT = WS-PERIOD-CARD
               MOVE 'Y' TO WS-PCL-EOF
               GO TO 125-EXIT
           END-IF
           IF PCL-STATUS NOT = 'C'
               GO TO 125-EXIT
           END-IF
           IF WS-RUN-CO = '*ALL' OR PCL-COMPANY = WS-RUN-CO
              OR PCL-COMPANY = '*ALL' OR PCL-COMPANY = SPACES
               MOVE PCL-COMPANY TO WS-PCL-HELD
               IF WS-PCL-HELD = SPACES
                   MOVE '*ALL' TO WS-PCL-HELD
               END-IF
               MOVE 'Y' TO WS-PCL-EOF
           END-IF.
       125-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD FOLLOWS THE OTHER CARDS ON SYSIN.

       200-PRICE-TICKETS.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
           EXIT.

       250-PRICE-ONE.
           IF NOT FCT-LIVE OR FCT-STATUS NOT = 'CLOSED'
               GO TO 250-EXIT
           END-IF
           IF FCT-CLOSED-DATE(1:6) > WS-PERIOD-CARD
               GO TO 250-EXIT
           END-IF
      * ALREADY-BILLED TICKETS STAY BILLED; A REPLACE RUN REBILLS
      * ONLY THE ONES BILLED TO THIS PERIOD.
           MOVE FCT-TIX-ID TO GLB-TIX-ID
           READ GLB00001-FILE
               INVALID KEY
                   CONTINUE
                   GO TO 250-EXIT
               END-IF
           END-IF
      * ANOTHER COMPANY'S TICKET IS LEFT FOR THAT COMPANY'S RUN.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 250-EXIT
           END-IF
           MOVE FCT-COMPANY TO WS-TIX-CO
           ADD 1 TO WS-CNT-CLOSED
           MOVE 'UNKNOWN' TO WS-DEPT
           IF FCT-DEPT NOT = SPACES
               MOVE FCT-DEPT TO WS-DEPT
           END-IF
      * ONLY SUPERVISOR-APPROVED TIME (SEE SM071P) IS PRICED.
           MOVE FCT-WL-APPR-MINUTES TO WS-MINUTES
           PERFORM 350-FIND-RATE
           IF WS-RATE-FOUND = 'N'
               GO TO 250-EXIT
      * PARTS USED ON THE TICKET (SEE SM072P) BILL BESIDE LABOR.
           PERFORM 320-SUM-PARTS THRU 320-EXIT
           ADD WS-PARTS-COST TO WS-AMOUNT
           PERFORM 330-SUM-EXPENSES THRU 330-EXIT
           ADD WS-EXPENSE-COST TO WS-AMOUNT
           ADD 1 TO WS-CNT-PRICED
           PERFORM 380-MARK-BILLED THRU 380-EXIT
           PERFORM 400-TALLY-DEPT
           MOVE SPACES TO DETAIL-RECORD
           MOVE WS-DEPT TO DETAIL-RECORD(1:10)
           MOVE FCT-TIX-ID TO DETAIL-RECORD(12:6)
           MOVE FCT-CATEGORY TO DETAIL-RECORD(19:10)
           MOVE FCT-QUEUE TO DETAIL-RECORD(30:10)
           MOVE WS-AMOUNT TO WS-AMOUNT-D
           MOVE WS-AMOUNT-D TO DETAIL-RECORD(42:10)
           MOVE WS-TIX-CO TO DETAIL-RECORD(53:4)
           WRITE DETAIL-RECORD.
       250-EXIT.
           EXIT.

       320-SUM-PARTS.
           MOVE 0 TO WS-PARTS-COST
           MOVE FCT-TIX-ID TO PUF-TIX-ID
           MOVE 0 TO PUF-SEQ
           MOVE 'N' TO WS-PUF-DONE
           START PUF00001-FILE KEY IS NOT LESS THAN PUF-KEY
                   AT END
                       MOVE 'Y' TO WS-PUF-DONE
                   NOT AT END
                       IF PUF-TIX-ID NOT = FCT-TIX-ID
                           MOVE 'Y' TO WS-PUF-DONE
                       ELSE
                           MOVE PUF-PART TO PRT-ID
       320-EXIT.
           EXIT.

      * ONLY EXPENSES THE SUPERVISOR APPROVED ON SM071P. NO EXP00001
      * FILE YET MEANS NO EXPENSES.
       330-SUM-EXPENSES.
           MOVE 0 TO WS-EXPENSE-COST
           IF WS-EXP-STATUS NOT = '00'
               GO TO 330-EXIT
           END-IF
           MOVE FCT-TIX-ID TO EXP-TIX-ID
           MOVE 0 TO EXP-SEQ-NUM
           MOVE 'N' TO WS-EXP-DONE
           START EXP00001-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EXP-DONE
           END-START
           PERFORM UNTIL WS-EXP-DONE = 'Y'
               READ EXP00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EXP-DONE
                   NOT AT END
                       IF EXP-TIX-ID = FCT-TIX-ID
                           IF EXP-APPROVED = 'Y'
                               ADD EXP-AMOUNT TO WS-EXPENSE-COST
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EXP-DONE
                       END-IF
               END-READ
           END-PERFORM.
       330-EXIT.
           EXIT.

      * EACH RATE ROW CAN HOLD SEVERAL DATED VERSIONS (THE KEY ENDS
      * IN 99999999 MINUS THE EFFECTIVE-FROM DATE). THE TICKET IS
      * PRICED BY THE VERSION IN FORCE ON ITS CLOSE DATE, SO A RERUN
      * OF AN OLD MONTH KEEPS THE RATES THAT MONTH WAS BILLED AT.
       350-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE FCT-CLOSED-DATE TO WS-RATE-ASOF
           IF WS-RATE-ASOF NOT NUMERIC
               MOVE WS-RUN-DATE-X TO WS-RATE-ASOF
           END-IF
           MOVE FCT-CATEGORY TO WS-RATE-WANT
           PERFORM 360-READ-RATE THRU 360-EXIT
           IF WS-RATE-FOUND = 'N'
               MOVE FCT-QUEUE TO WS-RATE-WANT
               PERFORM 360-READ-RATE THRU 360-EXIT
           END-IF
           IF WS-RATE-FOUND = 'N'
               MOVE 'DEFAULT' TO WS-RATE-WANT
               PERFORM 360-READ-RATE THRU 360-EXIT
           END-IF.
       350-EXIT.
           EXIT.

       360-READ-RATE.
           MOVE WS-RATE-WANT TO RTE-ROW-KEY
           COMPUTE RTE-EFF-INV = 99999999 - WS-RATE-ASOF-N
           START RTE00001-FILE KEY IS NOT LESS THAN RTE-KEY
               INVALID KEY
                   GO TO 360-EXIT
           END-START
           READ RTE00001-FILE NEXT RECORD
               AT END
                   GO TO 360-EXIT
           END-READ
           IF WS-RTE-STATUS NOT = '00' OR RTE-ROW-KEY NOT = WS-RATE-WANT
               GO TO 360-EXIT
           END-IF
      * A ROW TAGGED TO ANOTHER COMPANY IS PASSED OVER.
           MOVE 'R' TO COP-FUNCTION
           MOVE WS-RATE-WANT TO COP-KEY
           MOVE WS-TIX-CO TO COP-COMPANY
           CALL 'SM122' USING WS-COP-PARMS
           IF COP-IN-RUN
               MOVE 'Y' TO WS-RATE-FOUND
           END-IF.
       360-EXIT.
           EXIT.

       380-MARK-BILLED.
           MOVE FCT-TIX-ID TO GLB-TIX-ID
           MOVE WS-PERIOD-CARD TO GLB-PERIOD
           WRITE GLB-RECORD
               INVALID KEY
                   REWRITE GLB-RECORD
                       INVALID KEY
                           DISPLAY 'SMB024 - GLB MARK FAILED FOR '
                               FCT-TIX-ID
                   END-REWRITE
           END-WRITE.
       380-EXIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEPT-USED OR WS-HIT > 0
               IF WS-DEPT-KEY(WS-IDX) = WS-DEPT
                  AND WS-DEPT-CO(WS-IDX) = WS-TIX-CO
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
               ADD 1 TO WS-DEPT-USED
               MOVE WS-DEPT-USED TO WS-HIT
               MOVE WS-DEPT TO WS-DEPT-KEY(WS-HIT)
               MOVE WS-TIX-CO TO WS-DEPT-CO(WS-HIT)
               MOVE 0 TO WS-DEPT-TIX(WS-HIT)
               MOVE 0 TO WS-DEPT-AMT(WS-HIT)
           END-IF
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'COMPANY ' WS-RUN-CO ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DEPARTMENT  TICKETS       AMOUNT   CO' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEPT-USED
               MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(13:5)
               MOVE WS-DEPT-AMT(WS-IDX) TO WS-PRINT-AMT
               MOVE WS-PRINT-AMT TO WS-PRINT-LINE(20:12)
               MOVE WS-DEPT-CO(WS-IDX) TO WS-PRINT-LINE(34:4)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
      * A REPLACE RUN FIRST BACKS OUT WHAT WENT TO THE LEDGER LAST
      * TIME - THE GLX00001 AMOUNTS GO OUT WITH DEBIT AND CREDIT
      * SWAPPED - THEN THE ROWS ARE DROPPED SO THE FRESH EXTRACT
      * WRITES THEM ANEW. A COMPANY RUN TOUCHES ONLY ITS OWN ROWS
      * (A BLANK COMPANY ON AN OLDER ROW IS THE HOME COMPANY).
       640-REVERSE-PRIOR-EXTRACT.
           IF NOT WS-MODE-REPLACE
               GO TO 640-EXIT
           END-IF
           MOVE WS-PERIOD-CARD TO GLX-PERIOD
           MOVE LOW-VALUES TO GLX-DEPT
           MOVE LOW-VALUES TO GLX-COMPANY
           START GLX00001-FILE KEY IS NOT LESS THAN GLX-KEY
               INVALID KEY
                   GO TO 640-EXIT
           END-START
           MOVE 0 TO WS-CO-USED
           MOVE 'N' TO WS-GLX-EOF
           PERFORM UNTIL WS-GLX-EOF = 'Y'
               READ GLX00001-FILE NEXT RECORD
                       IF GLX-PERIOD NOT = WS-PERIOD-CARD
                           MOVE 'Y' TO WS-GLX-EOF
                       ELSE
                           PERFORM 645-REVERSE-ONE THRU 645-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'D' TO WS-GL-SIDE
           MOVE 'REVERSAL OF PRIOR EXTRACT' TO WS-GL-TEXT
           PERFORM 670-WRITE-RECOVERY THRU 670-EXIT.
       640-EXIT.
           EXIT.

       645-REVERSE-ONE.
           IF GLX-COMPANY = SPACES
               MOVE 'HOME' TO WS-CO-WANT
           ELSE
               MOVE GLX-COMPANY TO WS-CO-WANT
           END-IF
           IF WS-RUN-CO NOT = '*ALL' AND WS-CO-WANT NOT = WS-RUN-CO
               GO TO 645-EXIT
           END-IF
           MOVE SPACES TO GLOUT-RECORD
           MOVE WS-PERIOD-CARD TO GL-PERIOD
           MOVE 'C' TO GL-DR-CR
           MOVE GLX-DEPT TO GL-ACCOUNT
           MOVE GLX-AMOUNT TO GL-AMOUNT
           MOVE 'REVERSAL OF PRIOR EXTRACT' TO GL-NARRATIVE
           MOVE WS-CO-WANT TO GL-COMPANY
           WRITE GLOUT-RECORD
           MOVE GLX-AMOUNT TO WS-CO-ADD
           PERFORM 660-ADD-CO-TOTAL THRU 660-EXIT
           DELETE GLX00001-FILE.
       645-EXIT.
           EXIT.

      * ONE DEBIT PER DEPARTMENT, ONE BALANCING CREDIT TO THE IT
      * RECOVERY ACCOUNT PER COMPANY, AND A GLX00001 ROW PER
      * DEPARTMENT SO A LATER REPLACE RUN KNOWS WHAT TO REVERSE.
       650-WRITE-GL-INTERFACE.
           MOVE 0 TO WS-CO-USED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEPT-USED
               IF WS-DEPT-AMT(WS-IDX) > 0
                   MOVE WS-DEPT-KEY(WS-IDX) TO GL-ACCOUNT
                   MOVE WS-DEPT-AMT(WS-IDX) TO GL-AMOUNT
                   MOVE 'IT SERVICE CHARGEBACK' TO GL-NARRATIVE
                   MOVE WS-DEPT-CO(WS-IDX) TO GL-COMPANY
                   WRITE GLOUT-RECORD
                   MOVE WS-DEPT-CO(WS-IDX) TO WS-CO-WANT
                   MOVE WS-DEPT-AMT(WS-IDX) TO WS-CO-ADD
                   PERFORM 660-ADD-CO-TOTAL THRU 660-EXIT
                   MOVE SPACES TO GLX-RECORD
                   MOVE WS-PERIOD-CARD TO GLX-PERIOD
                   MOVE WS-DEPT-KEY(WS-IDX) TO GLX-DEPT
                   MOVE WS-DEPT-CO(WS-IDX) TO GLX-COMPANY
                   MOVE WS-DEPT-AMT(WS-IDX) TO GLX-AMOUNT
                   WRITE GLX-RECORD
                       INVALID KEY
                   END-WRITE
               END-IF
           END-PERFORM
           MOVE 'C' TO WS-GL-SIDE
           MOVE 'IT SERVICE CHARGEBACK' TO WS-GL-TEXT
           PERFORM 670-WRITE-RECOVERY THRU 670-EXIT.
       650-EXIT.
           EXIT.

      * ADDS WS-CO-ADD TO WS-CO-WANT'S ITRECOVERY TOTAL.
       660-ADD-CO-TOTAL.
           MOVE 0 TO WS-CO-HIT
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED OR WS-CO-HIT > 0
               IF WS-CO-KEY(WS-CO-IDX) = WS-CO-WANT
                   MOVE WS-CO-IDX TO WS-CO-HIT
               END-IF
           END-PERFORM
           IF WS-CO-HIT = 0 AND WS-CO-USED < 20
               ADD 1 TO WS-CO-USED
               MOVE WS-CO-USED TO WS-CO-HIT
               MOVE WS-CO-WANT TO WS-CO-KEY(WS-CO-HIT)
               MOVE 0 TO WS-CO-AMT(WS-CO-HIT)
           END-IF
           IF WS-CO-HIT > 0
               ADD WS-CO-ADD TO WS-CO-AMT(WS-CO-HIT)
           END-IF.
       660-EXIT.
           EXIT.

      * ONE BALANCING ITRECOVERY LINE PER COMPANY, ON THE WS-GL-SIDE.
       670-WRITE-RECOVERY.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               IF WS-CO-AMT(WS-CO-IDX) > 0
                   MOVE SPACES TO GLOUT-RECORD
                   MOVE WS-PERIOD-CARD TO GL-PERIOD
                   MOVE WS-GL-SIDE TO GL-DR-CR
                   MOVE 'ITRECOVERY' TO GL-ACCOUNT
                   MOVE WS-CO-AMT(WS-CO-IDX) TO GL-AMOUNT
                   MOVE WS-GL-TEXT TO GL-NARRATIVE
                   MOVE WS-CO-KEY(WS-CO-IDX) TO GL-COMPANY
                   WRITE GLOUT-RECORD
               END-IF
           END-PERFORM.
       670-EXIT.
           EXIT.

       680-CLOSE-PERIOD.
           MOVE WS-PERIOD-CARD TO PCL-PERIOD
           MOVE WS-RUN-CO TO PCL-COMPANY
           READ PCL00001-FILE
               INVALID KEY
                   CONTINUE
           ELSE
               MOVE SPACES TO PCL-RECORD
               MOVE WS-PERIOD-CARD TO PCL-PERIOD
               MOVE WS-RUN-CO TO PCL-COMPANY
               MOVE 'C' TO PCL-STATUS
               MOVE WS-RUN-DATE-X TO PCL-EXTRACTED
               WRITE PCL-RECORD
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB024 - TICKETS CLOSED IN PERIOD = ' WS-CNT-CLOSED
           DISPLAY 'SMB024 - TICKETS PRICED           = ' WS-CNT-PRICED
           CLOSE FACT-FILE
           CLOSE RTE00001-FILE
           CLOSE PUF00001-FILE
           CLOSE PRT00001-FILE
           CLOSE EXP00001-FILE
           CLOSE REPORT-FILE
           CLOSE DETAIL-FILE
           CLOSE GLOUT-FILE
           CLOSE PCL00001-FILE
           CLOSE GLB00001-FILE
           CLOSE GLX00001-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE RTE00001-FILE
           CLOSE PUF00001-FILE
           CLOSE PRT00001-FILE
           CLOSE EXP00001-FILE
           CLOSE REPORT-FILE
           CLOSE DETAIL-FILE
           CLOSE GLOUT-FILE
