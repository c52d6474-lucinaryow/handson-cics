      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
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
           MOVE 'SM053P' TO MTP-PROGRAM
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
           MOVE WS-ARG-SCREEN TO FAT-SCREEN
           MOVE WS-ARG-FIELD TO FAT-FIELD
           MOVE WS-ARG-ROLE TO FAT-ROLE
           MOVE SPACES TO WS-FAT-OLD
           EXEC CICS
               READ FILE('FAT00001')
               INTO (WS-FAT-OLD)
               RIDFLD (FAT-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           EXEC CICS
               DELETE FILE('FAT00001')
               RIDFLD (FAT-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'D' TO CFW-ACTION
               MOVE WS-FAT-OLD TO CFW-BEFORE
               MOVE SPACES TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'FIELD-AUTHORITY ROW DELETED' TO WS-REPLY
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               EXEC CICS
                   REWRITE FILE('FAT00001')
                   FROM(WS-FAT-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO WS-FAT-OLD
               EXEC CICS
                   WRITE FILE('FAT00001')
                   FROM(WS-FAT-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-FAT-OLD TO CFW-BEFORE
               MOVE WS-FAT-REC TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-SCREEN ' ' WS-ARG-FIELD ' ROLE '
       600-EXIT.
           EXIT.

      * RECORD THE ROW JUST ADDED, CHANGED OR DELETED ON THE
      * CONFIGURATION AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE
      * IMAGES ARE SET ON ENTRY.
       700-LOG-CHANGE.
           MOVE 'FAT00001' TO CFW-TABLE
           MOVE FAT-KEY TO CFW-ROW-KEY
           MOVE 'SM053P' TO CFW-PROGRAM
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
