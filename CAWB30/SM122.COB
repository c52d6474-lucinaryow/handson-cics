       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM122.
      *
      * SHARED BATCH COMPANY ROUTINE. CALLED (NOT LINKED) WITH THE
      * SMCOP AREA, LIKE SM108, SO SMB024 AND THE MANAGEMENT REPORTS
      * ALL DECIDE THE SAME WAY WHICH COMPANY A TICKET, USER OR RATE
      * ROW BELONGS TO, AND WHETHER THE RUN COVERS IT. THERE IS NO
      * EXEC CICS IN HERE - THIS IS THE BATCH TWIN OF THE SM060P
      * COMPANY TEST.
      *
      * THE FIRST CALL OPENS CMP00001 AND READS THE RUN'S COMPANY
      * FROM THE COMPSEL DD. NO DD (STATUS 35) OR A BLANK CARD IS A
      * CONSOLIDATED RUN, '*ALL'. A CODE THAT IS NOT ON THE COMPANY
      * REGISTER (CMP00001 KIND 'K') IS STILL HONOURED BUT NAMED
      * 'NOT REGISTERED', SO THE REPORT HEADING SHOWS THE MISTAKE.
      * WITHOUT CMP00001 AT ALL EVERYTHING IS THE HOME COMPANY.
      *
      * A TICKET'S COMPANY IS ITS CMP00001 'T' RECORD (STAMPED BY
      * SM02P), ELSE ITS REQUESTOR'S 'U' RECORD, ELSE 'HOME'.
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
           SELECT CMP00001-FILE ASSIGN TO CMP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-STATUS.
           SELECT COMPSEL-FILE ASSIGN TO COMPSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP00001-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SMCMP.

       FD  COMPSEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPSEL-RECORD.
           05  SEL-COMPANY                       PIC X(04).
           05  FILLER                            PIC X(76).

       WORKING-STORAGE SECTION.
       01  WS-CMP-STATUS                         PIC X(02).
       01  WS-SEL-STATUS                         PIC X(02).
       01  WS-STARTED                            PIC X VALUE 'N'.
       01  WS-CMP-OPEN                           PIC X VALUE 'N'.
       01  WS-RUN-COMPANY                        PIC X(04).
       01  WS-RUN-NAME                           PIC X(20).
       01  WS-FOUND-CO                           PIC X(04).

       LINKAGE SECTION.
       01  CLK-PARMS.
           05  CLK-FUNCTION                      PIC X(01).
               88  CLK-SELECT                    VALUE 'S'.
               88  CLK-USER                      VALUE 'U'.
               88  CLK-RATE                      VALUE 'R'.
               88  CLK-INFO                      VALUE 'I'.
               88  CLK-CLOSE                     VALUE 'C'.
           05  CLK-TIX-ID                        PIC X(06).
           05  CLK-KEY                           PIC X(10).
           05  CLK-COMPANY                       PIC X(04).
           05  CLK-SELECTED                      PIC X(01).
           05  CLK-RUN-COMPANY                   PIC X(04).
           05  CLK-RUN-NAME                      PIC X(20).
      *
       PROCEDURE DIVISION USING CLK-PARMS.
       000-MAINLINE.
           IF WS-STARTED NOT = 'Y'
               PERFORM 100-START THRU 100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CLK-SELECT
                   PERFORM 200-SELECT-TICKET
               WHEN CLK-USER
                   PERFORM 300-USER-COMPANY
               WHEN CLK-RATE
                   PERFORM 400-RATE-ROW
               WHEN CLK-CLOSE
                   PERFORM 900-CLOSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-RUN-COMPANY TO CLK-RUN-COMPANY
           MOVE WS-RUN-NAME TO CLK-RUN-NAME
           GOBACK.
       000-EXIT.
           EXIT.

      * OPENS CMP00001 AND TAKES THE RUN'S COMPANY FROM COMPSEL.
       100-START.
           MOVE 'Y' TO WS-STARTED
           MOVE '*ALL' TO WS-RUN-COMPANY
           MOVE 'CONSOLIDATED' TO WS-RUN-NAME
           OPEN INPUT CMP00001-FILE
           IF WS-CMP-STATUS = '00'
               MOVE 'Y' TO WS-CMP-OPEN
           END-IF
           OPEN INPUT COMPSEL-FILE
           IF WS-SEL-STATUS NOT = '00'
               GO TO 100-EXIT
           END-IF
           MOVE SPACES TO COMPSEL-RECORD
           READ COMPSEL-FILE
               AT END MOVE SPACES TO COMPSEL-RECORD
           END-READ
           CLOSE COMPSEL-FILE
           IF SEL-COMPANY = SPACES OR SEL-COMPANY = '*ALL'
               GO TO 100-EXIT
           END-IF
           MOVE SEL-COMPANY TO WS-RUN-COMPANY
           MOVE 'NOT REGISTERED' TO WS-RUN-NAME
           IF WS-RUN-COMPANY = 'HOME'
               MOVE 'HOME COMPANY' TO WS-RUN-NAME
           END-IF
           MOVE SPACES TO CMP-KEY
           MOVE 'K' TO CMP-KIND
           MOVE WS-RUN-COMPANY TO CMP-ID
           PERFORM 500-READ-CMP THRU 500-EXIT
           IF WS-CMP-STATUS = '00' AND CMP-NAME NOT = SPACES
               MOVE CMP-NAME TO WS-RUN-NAME
           END-IF.
       100-EXIT.
           EXIT.

      * TICKET'S OWN STAMP, ELSE THE REQUESTOR'S COMPANY.
       200-SELECT-TICKET.
           MOVE SPACES TO CMP-KEY
           MOVE 'T' TO CMP-KIND
           MOVE CLK-TIX-ID TO CMP-ID
           PERFORM 500-READ-CMP THRU 500-EXIT
           IF WS-CMP-STATUS = '00' AND CMP-COMPANY NOT = SPACES
               MOVE CMP-COMPANY TO CLK-COMPANY
           ELSE
               PERFORM 300-USER-COMPANY
           END-IF
           MOVE 'N' TO CLK-SELECTED
           IF WS-RUN-COMPANY = '*ALL'
              OR CLK-COMPANY = WS-RUN-COMPANY
               MOVE 'Y' TO CLK-SELECTED
           END-IF.
       200-EXIT.
           EXIT.

       300-USER-COMPANY.
           MOVE 'HOME' TO CLK-COMPANY
           MOVE SPACES TO CMP-KEY
           MOVE 'U' TO CMP-KIND
           MOVE CLK-KEY (1:7) TO CMP-ID
           PERFORM 500-READ-CMP THRU 500-EXIT
           IF WS-CMP-STATUS = '00' AND CMP-COMPANY NOT = SPACES
               MOVE CMP-COMPANY TO CLK-COMPANY
           END-IF.
       300-EXIT.
           EXIT.

      * AN UNTAGGED ROW IS SHARED BY EVERY COMPANY.
       400-RATE-ROW.
           MOVE 'Y' TO CLK-SELECTED
           MOVE SPACES TO CMP-KEY
           MOVE 'R' TO CMP-KIND
           MOVE CLK-KEY TO CMP-ID
           PERFORM 500-READ-CMP THRU 500-EXIT
           IF WS-CMP-STATUS = '00' AND CMP-COMPANY NOT = SPACES
              AND CMP-COMPANY NOT = CLK-COMPANY
               MOVE 'N' TO CLK-SELECTED
           END-IF.
       400-EXIT.
           EXIT.

      * STATUS '23' (NOT FOUND) OR NO FILE LEAVES WS-CMP-STATUS
      * NOT '00' AND THE CALLER FALLS BACK.
       500-READ-CMP.
           IF WS-CMP-OPEN NOT = 'Y'
               MOVE '35' TO WS-CMP-STATUS
               GO TO 500-EXIT
           END-IF
           READ CMP00001-FILE
               INVALID KEY CONTINUE
           END-READ.
       500-EXIT.
           EXIT.

       900-CLOSE.
           IF WS-CMP-OPEN = 'Y'
               CLOSE CMP00001-FILE
               MOVE 'N' TO WS-CMP-OPEN
           END-IF
           MOVE 'N' TO WS-STARTED.
       900-EXIT.
           EXIT.
