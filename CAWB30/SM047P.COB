      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CHAIN EACH AUD00001 DELTA (SM109P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AUD-TIME                          PIC X(06).
           05  FILLER                            PIC X(06).
       01  WS-AUD-RESP                           PIC S9(8) COMP.
           COPY SMACW.
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-AUD-DONE                           PIC X.
       01  WS-AUD-USERID.
               FROM(WS-AUD-REC)
               RIDFLD(AUD-KEY)
               RESP(WS-AUD-RESP)
           END-EXEC
           IF WS-AUD-RESP = DFHRESP(NORMAL)
               PERFORM 960-CHAIN-DELTA
           END-IF.
       950-EXIT.
           EXIT.

      * CHAIN THE NEW AUD00001 RECORD (SEE SMACW). A CHAIN FAILURE
      * DOES NOT UNDO THE DELTA; SMB079 REPORTS THE RECORD.
       960-CHAIN-DELTA.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'W' TO ACW-FUNCTION
           MOVE 'A' TO ACW-FILE
           MOVE AUD-KEY TO ACW-AUD-KEY
           MOVE LENGTH OF WS-AUD-REC TO ACW-LENGTH
           MOVE WS-AUD-REC TO ACW-IMAGE
           EXEC CICS LINK PROGRAM('SM109P')
                COMMAREA(WS-ACW-PARMS)
                LENGTH(LENGTH OF WS-ACW-PARMS)
                RESP(WS-ACW-RESP)
           END-EXEC.
       960-EXIT.
           EXIT.
