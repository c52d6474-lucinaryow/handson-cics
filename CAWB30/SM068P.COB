      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - STAMP EACH APPROVAL WITH ITS TIME AND
      *                     TERMINAL FOR THE SMB102 SECURITY FEED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  DCF-STAGED-BY                     PIC X(07).
           05  DCF-STAGED-DATE                   PIC X(08).
           05  DCF-APPROVED-BY                   PIC X(07).
           05  DCF-APPR-STAMP                    PIC X(14).
           05  DCF-APPR-TERM                     PIC X(04).
           05  FILLER                            PIC X(05).
       01  WS-APPR-DATE                          PIC X(08).
       01  WS-APPR-TIME                          PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
                   ELSE
                       MOVE 'A' TO DCF-STATE
                       MOVE DLK-USERID TO DCF-APPROVED-BY
                       PERFORM 300-STAMP-APPROVAL THRU 300-EXIT
                       IF DLK-CONSUME = 'Y'
                           MOVE 'U' TO DCF-STATE
                       END-IF
           MOVE 'S' TO DCF-STATE
           MOVE DLK-USERID TO DCF-STAGED-BY
           MOVE SPACES TO DCF-APPROVED-BY
           MOVE SPACES TO DCF-APPR-STAMP
           MOVE SPACES TO DCF-APPR-TERM
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           MOVE DLK-USERID TO DLK-STAGED-BY.
       200-EXIT.
           EXIT.

      * THE APPROVAL TIME IS WHAT THE SMB102 FEED WINDOWS ON - THE
      * KEY IS ACTION+TARGET, NOT TIME, SO IT CANNOT BE BROWSED IN
      * ORDER LIKE SJF00001.
       300-STAMP-APPROVAL.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-APPR-DATE)
               TIME (WS-APPR-TIME)
           END-EXEC
           STRING WS-APPR-DATE WS-APPR-TIME(1:6)
               DELIMITED BY SIZE INTO DCF-APPR-STAMP
           MOVE EIBTRMID TO DCF-APPR-TERM.
       300-EXIT.
           EXIT.
