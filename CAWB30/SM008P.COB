       01  WS-INVALID			   PIC X(14) VALUE
           'INVALID ACCESS'.
      * ROW-LEVEL QUEUE SCOPING - SEE SM060P. A USER ALWAYS SEES A
      * TICKET THEY RAISED OR OWN; OTHERWISE MEMBERSHIP DECIDES, AND
      * SM060P REFUSES ANOTHER COMPANY'S TICKET (SEE SMCMP).
       01  WS-CONF-PARMS.
           05  CLK-USERID                         PIC X(07).
           05  CLK-TIX-ID                         PIC X(06).
           05  QLK-QUEUE                          PIC X(10).
           05  QLK-ALLOWED                        PIC X(01).
           05  QLK-RESP-CODE                      PIC S9(8) COMP.
           05  QLK-TIX-ID                         PIC X(06).
           05  QLK-REQUESTOR                      PIC X(08).
       01  WS-COMMAREA.
           05  WS-USERID1                         PIC X(7).
           05  WS-TICKET-NUM.
	   COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(20).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM008P' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00' OR 'SM01' OR 'SM12' OR 'SM08'
                IF EIBCALEN NOT = +0
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 100-SEND-MAP
                END-IF
           ELSE
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
               FROM(SM008MO)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM08')
               COMMAREA(WS-COMMAREA)
           ELSE
               MOVE WS-USERID1 TO QLK-USERID
               MOVE TIX-QUEUE TO QLK-QUEUE
               MOVE TIX-ID TO QLK-TIX-ID
               MOVE TIX-REQUESTOR TO QLK-REQUESTOR
               MOVE 'N' TO QLK-ALLOWED
               EXEC CICS LINK PROGRAM('SM060P')
                    COMMAREA(WS-SCOPE-PARMS)
