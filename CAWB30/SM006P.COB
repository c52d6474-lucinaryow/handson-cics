           05  BLK-BUS-HOURS                       PIC S9(05)V9(02)
                                                     COMP-3.
           05  BLK-RESP-CODE                       PIC S9(8) COMP.
           05  BLK-QUEUE                           PIC X(10).
       01  WS-NOW-DATE                           PIC X(10).
       01  WS-NOW-TIME                           PIC X(08).
       01  WS-LOGID.
	   COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(40).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM006P' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00' OR 'SM01' OR 'SM12' OR 'SM06' 
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
               FROM(SM006MO)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM06')
               COMMAREA(WS-COMMAREA)
                           END-EXEC         
                       WHEN WS-PROG-STATE = 3
                           MOVE 1 TO WS-PROG-STATE
                           EXEC CICS LINK PROGRAM('SM106P')
                                COMMAREA(WS-MTR-PARMS)
                                LENGTH(LENGTH OF WS-MTR-PARMS)
                                RESP(MTP-RESP)
                           END-EXEC
                           EXEC CICS RETURN END-EXEC
                   END-EVALUATE
               WHEN EIBAID = DFHPF2
                   MOVE WS-NOW-DATE TO BLK-START-DATE
                   MOVE WS-NOW-TIME TO BLK-START-TIME
                   MOVE TIX-DUE-DATE TO BLK-END-DATE
      * THE QUEUE PICKS ITS SUPPORT SCHEDULE (SEE SM013P).
                   MOVE TIX-QUEUE TO BLK-QUEUE
                   EXEC CICS LINK PROGRAM('SM013P')
                        COMMAREA(WS-BUS-HOURS-PARMS)
                        LENGTH(LENGTH OF WS-BUS-HOURS-PARMS)
