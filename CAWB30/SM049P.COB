      * SM03P'S PF9 DISPATCH ACTION SENDS HARDWARE TO, TOGETHER WITH
      * EACH VENDOR'S CONTRACTED TURNAROUND IN CALENDAR DAYS - THE
      * NUMBER SMB028'S CHASE EXTRACT AND PERFORMANCE REPORT HOLD
      * THEM TO - AND THE CONTRACTED MAXIMUM CHARGE FOR ONE REPAIR,
      * WHICH SMB060 HOLDS THEIR INVOICES TO. COMMAND-LINE
      * TRANSACTION IN THE SM027P STYLE - FIXED COLUMNS:
      *
      *   SM49 VNDID--- A TTT NAME(25)................ CONTACT(20)
      *        (6-13) (15)(17-19) (21-45)             (47-66)
      *        ... CCCCCCC
      *            (68-74)
      *
      *   ACTION A = ADD/REPLACE, D = DEACTIVATE, S = SHOW.
      *   TTT IS THE CONTRACTED TURNAROUND IN DAYS.
      *   CCCCCCC IS THE CONTRACTED REPAIR CAP IN WHOLE CURRENCY
      *   UNITS; BLANK OR ZERO MEANS NO CAP.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CONTRACTED REPAIR CAP (RECORD NOW 80).
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ARG-TURN                           PIC X(03).
       01  WS-ARG-NAME                           PIC X(25).
       01  WS-ARG-CONTACT                        PIC X(20).
       01  WS-ARG-CAP                            PIC X(07).
       01  WS-VND-REC.
           05  VND-ID                            PIC X(08).
           05  VND-NAME                          PIC X(25).
           05  VND-CONTACT                       PIC X(20).
           05  VND-TURN-DAYS                     PIC 9(03).
           05  VND-ACTIVE                        PIC X(01).
           05  VND-REPAIR-CAP                    PIC 9(07).
           05  FILLER                            PIC X(16).
       01  WS-VND-OLD                            PIC X(80).
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM049P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
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
           MOVE WS-INPUT(15:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(17:3) TO WS-ARG-TURN
           MOVE WS-INPUT(21:25) TO WS-ARG-NAME
           MOVE WS-INPUT(47:20) TO WS-ARG-CONTACT
           MOVE WS-INPUT(68:7) TO WS-ARG-CAP.
       200-EXIT.
           EXIT.

           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-VNDID ' ' VND-ACTIVE ' TURN ' VND-TURN-DAYS
                      'D ' VND-NAME ' ' VND-CONTACT ' CAP '
                      VND-REPAIR-CAP
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'VENDOR ' WS-ARG-VNDID ' NOT FOUND'
               MOVE 'TURNAROUND MUST BE 001-999 DAYS' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-CAP = SPACES
               MOVE ZEROES TO WS-ARG-CAP
           END-IF
           IF WS-ARG-CAP NOT NUMERIC
               MOVE 'REPAIR CAP MUST BE 7 DIGITS OR BLANK' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-VND-REC
           MOVE WS-ARG-VNDID TO VND-ID
           MOVE WS-ARG-NAME TO VND-NAME
           MOVE WS-ARG-CONTACT TO VND-CONTACT
           MOVE WS-ARG-TURN TO VND-TURN-DAYS
           MOVE 'A' TO VND-ACTIVE
           MOVE WS-ARG-CAP TO VND-REPAIR-CAP
           EXEC CICS
               READ FILE('VND00001')
               INTO (WS-VND-OLD)
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
