      * USER-ERROR VERSUS THIRD-PARTY TRENDS FINALLY HAVE NUMBERS.
      * TICKETS CLOSED BEFORE THE CODE EXISTED SHOW UNDER '(NONE)'.
      *
      * THE TICKETS COME FROM TONIGHT'S SMB100 TIXFACT FILE (SEE
      * SMFCT), AND A CLOSURE FALLS IN THE MONTH OF FCT-CLOSED-DATE -
      * THE SAME CLOSE DATE SMB004 AND SMB011 USE - RATHER THAN THE
      * MONTH THE TICKET WAS LAST TOUCHED.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS THE REPORT TO ONE COMPANY'S
      * TICKETS; WITHOUT ONE IT IS CONSOLIDATED.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY SELECTION VIA COMPSEL (SM122).
      *  2026-10-15 MAINT - READ THE SMB100 TIXFACT FILE INSTEAD OF
      *                     STF00001.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-FILE ASSIGN TO TIXFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB022RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMFCT.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-FCT-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.

       01  WS-PERIOD-CARD                        PIC X(06).
       01  WS-GRP-KEY                            PIC X(15).

       01  WS-GRP-TBL.
       01  WS-CNT-CLOSED                         PIC 9(07) VALUE 0.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
               MOVE SPACES TO WS-PERIOD-CARD
           END-IF
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT FACT-FILE
           IF WS-FCT-STATUS NOT = '00'
               DISPLAY 'SMB022 - UNABLE TO OPEN TIXFACT, STATUS = '
                   WS-FCT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE

       200-TALLY-CLOSURES.
           PERFORM UNTIL WS-EOF-TIX = 'Y'
               READ FACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TIX
                   NOT AT END
           EXIT.

       250-TALLY-ONE.
           IF NOT FCT-LIVE OR FCT-STATUS NOT = 'CLOSED'
               GO TO 250-EXIT
           END-IF
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED AND FCT-COMPANY NOT = COP-RUN-COMPANY
               GO TO 250-EXIT
           END-IF
           IF WS-PERIOD-CARD NOT = SPACES AND
              FCT-CLOSED-DATE(1:6) NOT = WS-PERIOD-CARD
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-CLOSED
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GRP-USED OR WS-HIT > 0
               IF WS-GRP-CAT(WS-IDX) = FCT-CATEGORY AND
                  WS-GRP-CODE(WS-IDX) = FCT-RESOLUTION-CD
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-GRP-USED < 100
               ADD 1 TO WS-GRP-USED
               MOVE WS-GRP-USED TO WS-HIT
               MOVE FCT-CATEGORY TO WS-GRP-CAT(WS-HIT)
               MOVE FCT-RESOLUTION-CD TO WS-GRP-CODE(WS-HIT)
               MOVE 0 TO WS-GRP-CNT(WS-HIT)
           END-IF
           IF WS-HIT > 0
           MOVE 'SMB022 - CLOSURES BY RESOLUTION CODE PER CATEGORY'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PERIOD-CARD NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PERIOD ' WS-PERIOD-CARD
       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB022 - CLOSURES TALLIED = ' WS-CNT-CLOSED
           CLOSE FACT-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE FACT-FILE
           CLOSE REPORT-FILE
           STOP RUN.
