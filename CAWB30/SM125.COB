       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM125.
      *
      * SHARED BATCH LEGAL-HOLD ROUTINE. CALLED (NOT LINKED) WITH THE
      * SMLHP AREA, LIKE SM122, SO THE ARCHIVE-AND-PURGE (SMB007),
      * RETENTION (SMB036) AND ANONYMIZATION (SMB017) JOBS ALL DECIDE
      * THE SAME WAY WHETHER A TICKET OR A PERSON IS UNDER AN ACTIVE
      * LEGAL HOLD (SEE SMLHR). THERE IS NO EXEC CICS IN HERE.
      *
      * THE FIRST CALL READS LHR00001 FROM END TO END AND KEEPS EVERY
      * SCOPE ROW WHOSE HOLD HEADER (WHICH SORTS AHEAD OF ITS ROWS)
      * IS ACTIVE. A REGISTER TOO BIG FOR THE TABLE IS REPORTED BACK
      * RATHER THAN TRUNCATED, SO NO HELD RECORD SLIPS THROUGH. NO
      * LHR00001 MEANS NO HOLDS. CIX00001 IS ONLY OPENED WHEN A HOLD
      * NAMES A CI.
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
           SELECT LHR00001-FILE ASSIGN TO LHR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LHR-KEY
               FILE STATUS IS WS-LHR-STATUS.
           SELECT CIX00001-FILE ASSIGN TO CIX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIX-TIX-ID
               FILE STATUS IS WS-CIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LHR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMLHR.

       FD  CIX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIX-RECORD.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-LHR-STATUS                         PIC X(02).
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-CIX-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-STARTED                            PIC X VALUE 'N'.
       01  WS-LOAD-RESULT                        PIC X(02) VALUE '00'.
       01  WS-LOAD-FILE                          PIC X(08) VALUE SPACES.

      * SCOPE ROWS OF THE ACTIVE LEGAL HOLDS, LOADED ON THE FIRST
      * CALL.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENT OCCURS 500 TIMES.
               10  WS-HOLD-TYPE                  PIC X(01).
               10  WS-HOLD-VALUE                 PIC X(08).
               10  WS-HOLD-ID                    PIC X(08).
       01  WS-HOLD-COUNT                         PIC 9(03) VALUE 0.
       01  WS-HOLD-CI-COUNT                      PIC 9(03) VALUE 0.
       01  WS-HOLD-IDX                           PIC 9(03).
       01  WS-HOLD-ACTIVE                        PIC X.
       01  WS-HOLD-EOF                           PIC X.
       01  WS-HCHK-CI                            PIC X(08).

       LINKAGE SECTION.
       01  HLK-PARMS.
           05  HLK-FUNCTION                      PIC X(01).
               88  HLK-LOAD                      VALUE 'L'.
               88  HLK-CHECK                     VALUE 'H'.
               88  HLK-CLOSE                     VALUE 'C'.
           05  HLK-TIX-ID                        PIC X(06).
           05  HLK-USERID                        PIC X(08).
           05  HLK-HELD-BY                       PIC X(08).
           05  HLK-HOLD-COUNT                    PIC 9(03).
           05  HLK-FILE                          PIC X(08).
           05  HLK-RESULT                        PIC X(02).
      *
       PROCEDURE DIVISION USING HLK-PARMS.
       000-MAINLINE.
           IF WS-STARTED NOT = 'Y' AND NOT HLK-CLOSE
               PERFORM 100-LOAD-HOLDS THRU 100-EXIT
           END-IF
           MOVE WS-LOAD-RESULT TO HLK-RESULT
           MOVE WS-LOAD-FILE TO HLK-FILE
           EVALUATE TRUE
               WHEN HLK-CHECK
                   PERFORM 200-CHECK-HOLD THRU 200-EXIT
               WHEN HLK-CLOSE
                   PERFORM 900-CLOSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-HOLD-COUNT TO HLK-HOLD-COUNT
           GOBACK.
       000-EXIT.
           EXIT.

       100-LOAD-HOLDS.
           MOVE 'Y' TO WS-STARTED
           OPEN INPUT LHR00001-FILE
           IF WS-LHR-STATUS = '35'
               GO TO 100-EXIT
           END-IF
           IF WS-LHR-STATUS NOT = '00'
               MOVE WS-LHR-STATUS TO WS-LOAD-RESULT
               MOVE 'LHR00001' TO WS-LOAD-FILE
               GO TO 100-EXIT
           END-IF
           MOVE 'N' TO WS-HOLD-EOF
           MOVE 'N' TO WS-HOLD-ACTIVE
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ LHR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       PERFORM 150-LOAD-HOLD-ROW THRU 150-EXIT
               END-READ
           END-PERFORM
           CLOSE LHR00001-FILE
           IF WS-LOAD-RESULT NOT = '00'
               GO TO 100-EXIT
           END-IF
           IF WS-HOLD-CI-COUNT > 0
               OPEN INPUT CIX00001-FILE
               IF WS-CIX-STATUS NOT = '00'
                   MOVE WS-CIX-STATUS TO WS-LOAD-RESULT
                   MOVE 'CIX00001' TO WS-LOAD-FILE
                   GO TO 100-EXIT
               END-IF
               MOVE 'Y' TO WS-CIX-OPEN-SW
           END-IF.
       100-EXIT.
           EXIT.

       150-LOAD-HOLD-ROW.
           IF LHR-HOLD-HEADER
               IF LHR-ACTIVE
                   MOVE 'Y' TO WS-HOLD-ACTIVE
               ELSE
                   MOVE 'N' TO WS-HOLD-ACTIVE
               END-IF
               GO TO 150-EXIT
           END-IF
           IF WS-HOLD-ACTIVE NOT = 'Y'
               GO TO 150-EXIT
           END-IF
           IF WS-HOLD-COUNT = 500
               MOVE 'TF' TO WS-LOAD-RESULT
               MOVE 'LHR00001' TO WS-LOAD-FILE
               MOVE 'Y' TO WS-HOLD-EOF
               GO TO 150-EXIT
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE LHR-SCOPE-TYPE TO WS-HOLD-TYPE(WS-HOLD-COUNT)
           MOVE LHR-SCOPE-VALUE TO WS-HOLD-VALUE(WS-HOLD-COUNT)
           MOVE LHR-HOLD-ID TO WS-HOLD-ID(WS-HOLD-COUNT)
           IF LHR-SCOPE-CI
               ADD 1 TO WS-HOLD-CI-COUNT
           END-IF.
       150-EXIT.
           EXIT.

       200-CHECK-HOLD.
           MOVE SPACES TO HLK-HELD-BY
           IF WS-HOLD-COUNT = 0
               GO TO 200-EXIT
           END-IF
           MOVE SPACES TO WS-HCHK-CI
           IF WS-CIX-OPEN-SW = 'Y' AND HLK-TIX-ID NOT = SPACES
               MOVE HLK-TIX-ID TO CIX-TIX-ID
               READ CIX00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CIX-STATUS = '00'
                   MOVE CIX-CI-ID TO WS-HCHK-CI
               END-IF
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR
                         HLK-HELD-BY NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-HOLD-TYPE(WS-HOLD-IDX) = 'T' AND
                        HLK-TIX-ID NOT = SPACES AND
                        WS-HOLD-VALUE(WS-HOLD-IDX) = HLK-TIX-ID
                       MOVE WS-HOLD-ID(WS-HOLD-IDX) TO HLK-HELD-BY
                   WHEN WS-HOLD-TYPE(WS-HOLD-IDX) = 'U' AND
                        HLK-USERID NOT = SPACES AND
                        WS-HOLD-VALUE(WS-HOLD-IDX) = HLK-USERID
                       MOVE WS-HOLD-ID(WS-HOLD-IDX) TO HLK-HELD-BY
                   WHEN WS-HOLD-TYPE(WS-HOLD-IDX) = 'C' AND
                        WS-HCHK-CI NOT = SPACES AND
                        WS-HOLD-VALUE(WS-HOLD-IDX) = WS-HCHK-CI
                       MOVE WS-HOLD-ID(WS-HOLD-IDX) TO HLK-HELD-BY
               END-EVALUATE
           END-PERFORM.
       200-EXIT.
           EXIT.

       900-CLOSE.
           IF WS-CIX-OPEN-SW = 'Y'
               CLOSE CIX00001-FILE
               MOVE 'N' TO WS-CIX-OPEN-SW
           END-IF
           MOVE 'N' TO WS-STARTED
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-CI-COUNT
           MOVE '00' TO WS-LOAD-RESULT
           MOVE SPACES TO WS-LOAD-FILE.
       900-EXIT.
           EXIT.
