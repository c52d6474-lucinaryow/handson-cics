         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM090.
      *
      * SHARED PROVIDER AVAILABILITY CHECK.
      * LINKED BY SM045P, SM03P, SM089P, SM020P AND UA004P IN THE
      * SAME SHARED-SUBROUTINE STYLE AS SM009P/SM011P/SM013P. THE
      * CALLER PASSES A USERID AND OPTIONALLY A DATE (YYYYMMDD) AND
      * HOUR (HH) - SPACES MEAN NOW. THE PROVIDER'S PRS00001 ROSTER
      * ENTRIES ARE BROWSED AND AVL-STATUS COMES BACK AS:
      *
      *   L / T / S  ON LEAVE, TRAINING OR SICK THAT DAY
      *              (AVL-UNTIL IS THE LAST DAY OF THE ABSENCE)
      *   O          ON THE SHIFT ROSTER BUT NOT ON SHIFT THAT HOUR
      *   A          AVAILABLE
      *
      * A PROVIDER WITH NO CURRENT OR FUTURE SHIFT ENTRY IS NOT
      * ROSTERED AT ALL AND IS AVAILABLE WHENEVER NOT ABSENT, SO
      * SITES THAT DO NOT KEEP A ROSTER SEE NO CHANGE. A SHIFT
      * ENTRY APPLIES THE SAME HOURS TO EVERY DAY IN ITS RANGE;
      * FROM-HH = TO-HH IS ALL DAY AND FROM-HH > TO-HH RUNS PAST
      * MIDNIGHT.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-TIME                               PIC 9(15).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-CHK-DATE                           PIC X(08).
       01  WS-CHK-HOUR                           PIC 9(02).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-ROSTERED                           PIC X.
       01  WS-ON-SHIFT                           PIC X.
       01  WS-ABSENT-TYPE                        PIC X.
       01  WS-ABSENT-UNTIL                       PIC X(08).
       01  WS-PRS-REC.
           05  PRS-KEY.
               10  PRS-USERID                    PIC X(07).
               10  PRS-START-DATE                PIC X(08).
               10  PRS-TYPE                      PIC X(01).
                   88  PRS-SHIFT                 VALUE 'W'.
                   88  PRS-ABSENCE               VALUE 'L' 'T' 'S'.
           05  PRS-END-DATE                      PIC X(08).
           05  PRS-FROM-HH                       PIC 9(02).
           05  PRS-TO-HH                         PIC 9(02).
           05  PRS-NOTE                          PIC X(20).
           05  PRS-SET-BY                        PIC X(07).
           05  PRS-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(17).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  AVL-USERID                        PIC X(07).
           05  AVL-DATE                          PIC X(08).
           05  AVL-HOUR                          PIC X(02).
           05  AVL-STATUS                        PIC X(01).
           05  AVL-UNTIL                         PIC X(08).
           05  AVL-RESP-CODE                     PIC S9(8) COMP.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           MOVE 0 TO AVL-RESP-CODE
           MOVE 'A' TO AVL-STATUS
           MOVE SPACES TO AVL-UNTIL
           PERFORM 100-SET-WHEN THRU 100-EXIT
           PERFORM 200-WALK-ROSTER THRU 200-EXIT
           EVALUATE TRUE
               WHEN WS-ABSENT-TYPE NOT = SPACE
                   MOVE WS-ABSENT-TYPE TO AVL-STATUS
                   MOVE WS-ABSENT-UNTIL TO AVL-UNTIL
               WHEN WS-ROSTERED = 'Y' AND WS-ON-SHIFT = 'N'
                   MOVE 'O' TO AVL-STATUS
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

       100-SET-WHEN.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('/')
               MMDDYYYY (WS-HDATE-X)
               TIME (WS-HTIME-X)
               TIMESEP (':')
           END-EXEC
           IF AVL-DATE = SPACES
               STRING WS-HDATE-X(7:4) WS-HDATE-X(1:2) WS-HDATE-X(4:2)
                   DELIMITED BY SIZE INTO WS-CHK-DATE
           ELSE
               MOVE AVL-DATE TO WS-CHK-DATE
           END-IF
           IF AVL-HOUR NUMERIC
               MOVE AVL-HOUR TO WS-CHK-HOUR
           ELSE
               MOVE WS-HTIME-X(1:2) TO WS-CHK-HOUR
           END-IF.
       100-EXIT.
           EXIT.

       200-WALK-ROSTER.
           MOVE 'N' TO WS-ROSTERED
           MOVE 'N' TO WS-ON-SHIFT
           MOVE SPACE TO WS-ABSENT-TYPE
           MOVE SPACES TO WS-ABSENT-UNTIL
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO PRS-KEY
           MOVE AVL-USERID TO PRS-USERID
           EXEC CICS STARTBR FILE('PRS00001')
                RIDFLD (PRS-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('PRS00001')
                         INTO (WS-PRS-REC)
                         RIDFLD (PRS-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  PRS-USERID NOT = AVL-USERID
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   PERFORM 300-APPLY-ENTRY THRU 300-EXIT
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('PRS00001')
           END-EXEC.
       200-EXIT.
           EXIT.

       300-APPLY-ENTRY.
           IF PRS-END-DATE < WS-CHK-DATE
               GO TO 300-EXIT
           END-IF
           IF PRS-ABSENCE
               IF PRS-START-DATE NOT > WS-CHK-DATE AND
                  WS-ABSENT-TYPE = SPACE
                   MOVE PRS-TYPE TO WS-ABSENT-TYPE
                   MOVE PRS-END-DATE TO WS-ABSENT-UNTIL
               END-IF
               GO TO 300-EXIT
           END-IF
           IF NOT PRS-SHIFT
               GO TO 300-EXIT
           END-IF
           MOVE 'Y' TO WS-ROSTERED
           IF PRS-START-DATE > WS-CHK-DATE
               GO TO 300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PRS-FROM-HH = PRS-TO-HH
                   MOVE 'Y' TO WS-ON-SHIFT
               WHEN PRS-FROM-HH < PRS-TO-HH
                   IF WS-CHK-HOUR NOT < PRS-FROM-HH AND
                      WS-CHK-HOUR < PRS-TO-HH
                       MOVE 'Y' TO WS-ON-SHIFT
                   END-IF
               WHEN OTHER
                   IF WS-CHK-HOUR NOT < PRS-FROM-HH OR
                      WS-CHK-HOUR < PRS-TO-HH
                       MOVE 'Y' TO WS-ON-SHIFT
                   END-IF
           END-EVALUATE.
       300-EXIT.
           EXIT.
