         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM084.
      *
      * SHARED IMPACT-BY-URGENCY PRIORITY DERIVATION.
      * LINKED BY SM02P, SM070P AND SM016P AT TICKET CREATION (AND
      * BY SM083P TO DISPLAY THE GRID), IN THE SAME SHARED-
      * SUBROUTINE STYLE AS SM045P. THE CALLER PASSES THE IMPACT
      * (U = ONE USER, D = DEPARTMENT, S = SITE-WIDE; SPACES MEANS
      * U) AND THE URGENCY (H/M/L); THE PRIORITY COMES BACK FROM
      * THE PMX00001 MATRIX SM083P MAINTAINS, OR FROM THE BUILT-IN
      * GRID BELOW WHEN THE MATRIX HAS NO ROW FOR THE CELL.
      * PLK-SOURCE SAYS WHICH ('M' MATRIX, 'B' BUILT-IN) SO THE
      * CALLER CAN RECORD HOW THE PRIORITY WAS ARRIVED AT. AN
      * IMPACT OR URGENCY OUTSIDE THE CODES ABOVE COMES BACK WITH
      * PLK-RESP-CODE 8 AND A BLANK PRIORITY.
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
       01  WS-PMX-REC.
           05  PMX-KEY.
               10  PMX-IMPACT                    PIC X(01).
               10  PMX-URGENCY                   PIC X(01).
           05  PMX-PRIORITY                      PIC X(01).
           05  PMX-SET-BY                        PIC X(07).
           05  PMX-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(22).
      * BUILT-IN GRID - ONE ROW OF THREE PER IMPACT (U, D, S), ONE
      * COLUMN PER URGENCY (H, M, L). A SINGLE USER'S URGENT PROBLEM
      * IS MEDIUM; ONLY DEPARTMENT OR SITE-WIDE IMPACT EARNS HIGH.
       01  WS-GRID-VALUES                        PIC X(09) VALUE
           'MLLHMLHHM'.
       01  WS-IMP-IX                             PIC 9(01).
       01  WS-URG-IX                             PIC 9(01).
       01  WS-GRID-IX                            PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  PLK-IMPACT                        PIC X(01).
           05  PLK-URGENCY                       PIC X(01).
           05  PLK-PRIORITY                      PIC X(01).
           05  PLK-SOURCE                        PIC X(01).
           05  PLK-RESP-CODE                     PIC S9(8) COMP.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           MOVE 0 TO PLK-RESP-CODE
           MOVE SPACES TO PLK-PRIORITY
           MOVE SPACES TO PLK-SOURCE
           IF PLK-IMPACT = SPACES
               MOVE 'U' TO PLK-IMPACT
           END-IF
           PERFORM 100-VALIDATE THRU 100-EXIT
           IF PLK-RESP-CODE = 0
               PERFORM 200-LOOKUP-MATRIX THRU 200-EXIT
           END-IF
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

       100-VALIDATE.
           EVALUATE PLK-IMPACT
               WHEN 'U'
                   MOVE 1 TO WS-IMP-IX
               WHEN 'D'
                   MOVE 2 TO WS-IMP-IX
               WHEN 'S'
                   MOVE 3 TO WS-IMP-IX
               WHEN OTHER
                   MOVE 8 TO PLK-RESP-CODE
                   GO TO 100-EXIT
           END-EVALUATE
           EVALUATE PLK-URGENCY
               WHEN 'H'
                   MOVE 1 TO WS-URG-IX
               WHEN 'M'
                   MOVE 2 TO WS-URG-IX
               WHEN 'L'
                   MOVE 3 TO WS-URG-IX
               WHEN OTHER
                   MOVE 8 TO PLK-RESP-CODE
           END-EVALUATE.
       100-EXIT.
           EXIT.

       200-LOOKUP-MATRIX.
           MOVE PLK-IMPACT TO PMX-IMPACT
           MOVE PLK-URGENCY TO PMX-URGENCY
           EXEC CICS
               READ FILE('PMX00001')
               INTO (WS-PMX-REC)
               RIDFLD (PMX-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              (PMX-PRIORITY = 'H' OR PMX-PRIORITY = 'M' OR
               PMX-PRIORITY = 'L')
               MOVE PMX-PRIORITY TO PLK-PRIORITY
               MOVE 'M' TO PLK-SOURCE
           ELSE
               COMPUTE WS-GRID-IX = (WS-IMP-IX - 1) * 3 + WS-URG-IX
               MOVE WS-GRID-VALUES(WS-GRID-IX:1) TO PLK-PRIORITY
               MOVE 'B' TO PLK-SOURCE
           END-IF.
       200-EXIT.
           EXIT.
