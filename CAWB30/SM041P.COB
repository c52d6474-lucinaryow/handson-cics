      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - LOG EVERY CHANGE TO CFA00001 (SM111P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.
           COPY SMCFW.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM041P' TO MTP-PROGRAM
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

       500-DELETE-CODE.
           MOVE WS-ARG-CODE TO RCD-CODE
           MOVE SPACES TO WS-RCD-OLD
           EXEC CICS
               READ FILE('RCD00001')
               INTO (WS-RCD-OLD)
               RIDFLD (RCD-CODE)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           EXEC CICS
               DELETE FILE('RCD00001')
               RIDFLD (RCD-CODE)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'D' TO CFW-ACTION
               MOVE WS-RCD-OLD TO CFW-BEFORE
               MOVE SPACES TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'RESOLUTION CODE ' WS-ARG-CODE ' DELETED'
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               EXEC CICS
                   REWRITE FILE('RCD00001')
                   FROM(WS-RCD-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO WS-RCD-OLD
               EXEC CICS
                   WRITE FILE('RCD00001')
                   FROM(WS-RCD-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-RCD-OLD TO CFW-BEFORE
               MOVE WS-RCD-REC TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'RESOLUTION CODE ' WS-ARG-CODE ' SAVED'
       600-EXIT.
           EXIT.

      * RECORD THE ROW JUST ADDED, CHANGED OR DELETED ON THE
      * CONFIGURATION AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE
      * IMAGES ARE SET ON ENTRY.
       700-LOG-CHANGE.
           MOVE 'RCD00001' TO CFW-TABLE
           MOVE RCD-CODE TO CFW-ROW-KEY
           MOVE 'SM041P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       700-EXIT.
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
