         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM083.
      *
      * IMPACT-BY-URGENCY PRIORITY MATRIX MAINTENANCE FOR PMX00001.
      * REQUESTORS NO LONGER PICK TIX-PRIORITY DIRECTLY - THEY SAY
      * HOW WIDE THE PROBLEM IS (IMPACT) AND HOW SOON IT BITES
      * (URGENCY), AND SM084P LOOKS THE PRIORITY UP IN THIS MATRIX
      * FOR SM02P, SM070P AND SM016P (SMB012 READS IT DIRECTLY).
      * A CELL WITH NO ROW FALLS BACK TO SM084P'S BUILT-IN GRID, SO
      * AN EMPTY FILE STILL DERIVES SENSIBLE PRIORITIES.
      * ADMINISTRATORS ONLY. COMMAND-LINE TRANSACTION:
      *
      *     SM83 I U P       SET THE CELL TO PRIORITY P (H/M/L)
      *     SM83 I U D       DELETE THE CELL (BUILT-IN VALUE APPLIES)
      *     SM83 I U         SHOW THE CELL
      *     SM83             SHOW THE WHOLE GRID AS IT DERIVES TODAY
      *
      * I IS THE IMPACT - U (ONE USER), D (DEPARTMENT), S (SITE-
      * WIDE); U IS THE URGENCY H/M/L.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
       01  WS-CALLER-REC.
           05  CALLER-UID                        PIC X(08).
           05  CALLER-REQ                        PIC X.
           05  CALLER-ADMN                       PIC X.
           05  CALLER-APP                        PIC X.
           05  CALLER-SP                         PIC X.
           05  CALLER-UPBY                       PIC X(08).
           05  CALLER-ACTIVE                     PIC X.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-IMPACT                         PIC X(01).
       01  WS-ARG-URGENCY                        PIC X(01).
       01  WS-ARG-PRIO                           PIC X(01).
       01  WS-PMX-REC.
           05  PMX-KEY.
               10  PMX-IMPACT                    PIC X(01).
               10  PMX-URGENCY                   PIC X(01).
           05  PMX-PRIORITY                      PIC X(01).
           05  PMX-SET-BY                        PIC X(07).
           05  PMX-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(22).
       01  WS-PMX-OLD                            PIC X(40).
       01  WS-TIME                               PIC 9(15).
      * SHARED DERIVATION - SEE SM084P.
       01  WS-PDV-PARMS.
           05  PLK-IMPACT                        PIC X(01).
           05  PLK-URGENCY                       PIC X(01).
           05  PLK-PRIORITY                      PIC X(01).
           05  PLK-SOURCE                        PIC X(01).
           05  PLK-RESP-CODE                     PIC S9(8) COMP.
       01  WS-IMPACT-CODES                       PIC X(03) VALUE 'UDS'.
       01  WS-URGENCY-CODES                      PIC X(03) VALUE 'HML'.
       01  WS-IMP-IX                             PIC 9(01).
       01  WS-URG-IX                             PIC 9(01).
       01  WS-GRID-POS                           PIC 9(02).
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM083P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-IMPACT = SPACES AND WS-ARG-URGENCY = SPACES
                   PERFORM 300-SHOW-GRID
               WHEN WS-ARG-IMPACT NOT = 'U' AND WS-ARG-IMPACT NOT = 'D'
                    AND WS-ARG-IMPACT NOT = 'S'
                   MOVE 'USAGE: SM83 I U P (I = U/D/S, U/P = H/M/L)' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-URGENCY NOT = 'H' AND
                    WS-ARG-URGENCY NOT = 'M' AND
                    WS-ARG-URGENCY NOT = 'L'
                   MOVE 'URGENCY MUST BE H, M OR L' TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-PRIO = SPACES
                   PERFORM 400-SHOW-CELL
               WHEN WS-ARG-PRIO = 'D'
                   PERFORM 500-DELETE-CELL
               WHEN OTHER
                   PERFORM 600-SAVE-CELL
           END-EVALUATE.
       000-EXIT.
           EXIT.

       100-CHECK-ROLE.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              CALLER-ADMN NOT = 'Y'
               EXEC CICS SEND TEXT
                   FROM (WS-INVALID)
                   LENGTH (+15)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       100-EXIT.
           EXIT.

       200-PARSE-INPUT.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(6:1) TO WS-ARG-IMPACT
           MOVE WS-INPUT(8:1) TO WS-ARG-URGENCY
           MOVE WS-INPUT(10:1) TO WS-ARG-PRIO.
       200-EXIT.
           EXIT.

      * ONE LINE, ONE ROW PER IMPACT: U: H=M M=L L=L  D: ...
      * EACH CELL IS WHAT SM084P WOULD DERIVE RIGHT NOW, MATRIX ROW
      * OR BUILT-IN FALLBACK ALIKE.
       300-SHOW-GRID.
           MOVE SPACES TO WS-REPLY
           MOVE 'PRIORITY GRID' TO WS-REPLY(1:13)
           MOVE 16 TO WS-GRID-POS
           PERFORM VARYING WS-IMP-IX FROM 1 BY 1 UNTIL WS-IMP-IX > 3
               MOVE WS-IMPACT-CODES(WS-IMP-IX:1) TO
                   WS-REPLY(WS-GRID-POS:1)
               MOVE ':' TO WS-REPLY(WS-GRID-POS + 1:1)
               ADD 3 TO WS-GRID-POS
               PERFORM VARYING WS-URG-IX FROM 1 BY 1
                       UNTIL WS-URG-IX > 3
                   MOVE WS-IMPACT-CODES(WS-IMP-IX:1) TO PLK-IMPACT
                   MOVE WS-URGENCY-CODES(WS-URG-IX:1) TO PLK-URGENCY
                   EXEC CICS LINK PROGRAM('SM084P')
                        COMMAREA(WS-PDV-PARMS)
                        LENGTH(LENGTH OF WS-PDV-PARMS)
                   END-EXEC
                   MOVE PLK-URGENCY TO WS-REPLY(WS-GRID-POS:1)
                   MOVE '=' TO WS-REPLY(WS-GRID-POS + 1:1)
                   MOVE PLK-PRIORITY TO WS-REPLY(WS-GRID-POS + 2:1)
                   ADD 4 TO WS-GRID-POS
               END-PERFORM
               ADD 2 TO WS-GRID-POS
           END-PERFORM
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

       400-SHOW-CELL.
           MOVE WS-ARG-IMPACT TO PMX-IMPACT
           MOVE WS-ARG-URGENCY TO PMX-URGENCY
           EXEC CICS
               READ FILE('PMX00001')
               INTO (WS-PMX-REC)
               RIDFLD (PMX-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'IMPACT ' WS-ARG-IMPACT ' URGENCY '
                      WS-ARG-URGENCY ' GIVES PRIORITY ' PMX-PRIORITY
                      ' - SET BY ' PMX-SET-BY ' ON ' PMX-SET-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE WS-ARG-IMPACT TO PLK-IMPACT
               MOVE WS-ARG-URGENCY TO PLK-URGENCY
               EXEC CICS LINK PROGRAM('SM084P')
                    COMMAREA(WS-PDV-PARMS)
                    LENGTH(LENGTH OF WS-PDV-PARMS)
               END-EXEC
               STRING 'NO PMX ROW FOR ' WS-ARG-IMPACT ' '
                      WS-ARG-URGENCY ' - BUILT-IN PRIORITY '
                      PLK-PRIORITY ' APPLIES'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       500-DELETE-CELL.
           MOVE WS-ARG-IMPACT TO PMX-IMPACT
           MOVE WS-ARG-URGENCY TO PMX-URGENCY
           EXEC CICS
               DELETE FILE('PMX00001')
               RIDFLD (PMX-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'PMX ROW DELETED FOR ' WS-ARG-IMPACT ' '
                      WS-ARG-URGENCY
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'NO PMX ROW FOR ' WS-ARG-IMPACT ' '
                      WS-ARG-URGENCY
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       600-SAVE-CELL.
           IF WS-ARG-PRIO NOT = 'H' AND WS-ARG-PRIO NOT = 'M' AND
              WS-ARG-PRIO NOT = 'L'
               MOVE 'PRIORITY MUST BE H, M OR L (OR D TO DELETE)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-PMX-REC
           MOVE WS-ARG-IMPACT TO PMX-IMPACT
           MOVE WS-ARG-URGENCY TO PMX-URGENCY
           MOVE WS-ARG-PRIO TO PMX-PRIORITY
           MOVE USERID3 TO PMX-SET-BY
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (PMX-SET-DATE)
           END-EXEC
           EXEC CICS
               READ FILE('PMX00001')
               INTO (WS-PMX-OLD)
               RIDFLD (PMX-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('PMX00001')
                   FROM(WS-PMX-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('PMX00001')
                   FROM(WS-PMX-REC)
                   RIDFLD(PMX-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'PMX ROW SAVED - IMPACT ' WS-ARG-IMPACT
                      ' URGENCY ' WS-ARG-URGENCY ' GIVES PRIORITY '
                      WS-ARG-PRIO
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'PMX ROW SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

       800-REPLY.
           EXEC CICS SEND TEXT
               FROM (WS-REPLY)
               LENGTH (LENGTH OF WS-REPLY)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       800-EXIT.
           EXIT.
