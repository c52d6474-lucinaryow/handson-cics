      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CHAIN EACH AUD00001 RECORD WRITTEN (SMB080).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-DEP-STATUS                         PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-TIX                            PIC X VALUE 'N'.
               INVALID KEY
                   DISPLAY 'SMB045 - AUDIT WRITE FAILED FOR TICKET '
                       TIX-ID
           END-WRITE
           IF WS-AUD-STATUS = '00'
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'A' TO ACW-FILE
               MOVE AUD-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUD-RECORD TO ACW-LENGTH
               MOVE AUD-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       820-EXIT.
           EXIT.

           CLOSE STF00002-FILE
           CLOSE UAF00001-FILE
           CLOSE DEP00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE AUD00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
