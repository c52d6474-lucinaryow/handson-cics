      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CHAIN EACH AUD00001 RECORD WRITTEN (SMB080).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-GTE-STATUS                         PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-AUD-DONE                           PIC X.

               INVALID KEY
                   DISPLAY 'SMB029 - AUDIT WRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-AUD-STATUS
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
       430-EXIT.
           EXIT.

           WRITE REPORT-RECORD
           DISPLAY 'SMB029 - REMINDERS SENT = ' WS-CNT-REMINDED
           DISPLAY 'SMB029 - HOLDS RELEASED = ' WS-CNT-RELEASED
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE AUD00001-FILE
           CLOSE MRF00001-FILE
           CLOSE STF00001-FILE
