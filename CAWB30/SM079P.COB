      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - SLA LOOKUP TAKES THE VERSION IN FORCE TODAY.
      *  2026-10-15 MAINT - SM060P COMPANY TEST GETS THE TICKET.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  QLK-QUEUE                          PIC X(10).
           05  QLK-ALLOWED                        PIC X(01).
           05  QLK-RESP-CODE                      PIC S9(8) COMP.
           05  QLK-TIX-ID                         PIC X(06).
           05  QLK-REQUESTOR                      PIC X(08).
       01  WS-CONF-PARMS.
           05  CLK-USERID                         PIC X(07).
           05  CLK-TIX-ID                         PIC X(06).
       01  WS-DESC-IX                            PIC 9(01).
       01  WS-SLA-REC.
           05  SLA-KEY.
               10  SLA-ROW-KEY.
                   15  SLA-PRIORITY              PIC X(01).
                   15  SLA-CATEGORY              PIC X(10).
               10  SLA-EFF-INV                   PIC 9(08).
           05  SLA-TARGET-HOURS                  PIC 9(04).
           05  FILLER                            PIC X(17).
       01  WS-SLA-RESP                           PIC S9(8) COMP.
       01  WS-SLA-FOUND                          PIC X.
       01  WS-SLA-WANT                           PIC X(11).
       01  WS-SLA-ASOF                           PIC X(08).
       01  WS-SLA-ASOF-N REDEFINES WS-SLA-ASOF   PIC 9(08).
       01  WS-DUE-CAL-REC.
           05  DUE-CAL-KEY                       PIC X(08).
           05  DUE-CAL-TYPE                      PIC X(01).
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
           MOVE 'SM079P' TO MTP-PROGRAM
           PERFORM 100-CHECK-USER
           PERFORM 120-CHECK-BATCH-GATE THRU 120-EXIT
           PERFORM 200-PARSE-INPUT
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
           ELSE
               MOVE USERID3 TO QLK-USERID
               MOVE SRC-QUEUE TO QLK-QUEUE
               MOVE SRC-TIX-ID TO QLK-TIX-ID
               MOVE SRC-REQUESTOR TO QLK-REQUESTOR
               MOVE 'N' TO QLK-ALLOWED
               EXEC CICS LINK PROGRAM('SM060P')
                    COMMAREA(WS-SCOPE-PARMS)
      * CLIMBS, WITH THE SAME WEEKEND-AND-HOLIDAY DAY WALK.
       450-CALC-DUE-DATE.
           MOVE 'N' TO WS-SLA-FOUND
           EXEC CICS ASKTIME
            ABSTIME (WS-DUE-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
            ABSTIME (WS-DUE-TIME)
            YYYYMMDD (WS-SLA-ASOF)
           END-EXEC
           MOVE NEW-PRIORITY TO SLA-PRIORITY
           MOVE NEW-CATEGORY TO SLA-CATEGORY
           COMPUTE SLA-EFF-INV = 99999999 - WS-SLA-ASOF-N
           MOVE SLA-ROW-KEY TO WS-SLA-WANT
           EXEC CICS
               READ FILE('SLA00001')
               INTO (WS-SLA-REC)
               RIDFLD (SLA-KEY)
               RESP(WS-SLA-RESP)
               GTEQ
           END-EXEC
           IF WS-SLA-RESP = DFHRESP(NORMAL) AND
              SLA-ROW-KEY = WS-SLA-WANT
               MOVE 'Y' TO WS-SLA-FOUND
           ELSE
               MOVE NEW-PRIORITY TO SLA-PRIORITY
               MOVE 'DEFAULT' TO SLA-CATEGORY
               COMPUTE SLA-EFF-INV = 99999999 - WS-SLA-ASOF-N
               MOVE SLA-ROW-KEY TO WS-SLA-WANT
               EXEC CICS
                   READ FILE('SLA00001')
                   INTO (WS-SLA-REC)
                   RIDFLD (SLA-KEY)
                   RESP(WS-SLA-RESP)
                   GTEQ
               END-EXEC
               IF WS-SLA-RESP = DFHRESP(NORMAL) AND
                  SLA-ROW-KEY = WS-SLA-WANT
                   MOVE 'Y' TO WS-SLA-FOUND
               END-IF
           END-IF
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
