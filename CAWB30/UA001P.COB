           05  FILLER                             PIC X.
       01  WS-TRM-DENIED                          PIC X(34) VALUE
           'THIS TERMINAL MAY NOT RUN ADMIN TX'.
      * BREAK-GLASS ACTION TAGGING - SEE SM093P/SM094P.
       01  WS-BKL-PARMS.
           05  BKL-FUNCTION                      PIC X(01).
           05  BKL-USERID                        PIC X(07).
           05  BKL-OBJECT-TYPE                   PIC X(01).
           05  BKL-OBJECT-ID                     PIC X(07).
           05  BKL-REMARK                        PIC X(50).
           05  BKL-ACTIVE                        PIC X(01).
           05  BKL-EXPIRE-STAMP                  PIC X(14).
           05  BKL-RESP-CODE                     PIC S9(8) COMP.
           COPY SMMTP.
           COPY SMACW.
       LINKAGE SECTION.
        01  DFHCOMMAREA.
          05  DF-REC.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'UA001P' TO MTP-PROGRAM
           PERFORM 050-CHECK-TERMINAL
           IF EIBAID = DFHPF1
               EXEC CICS XCTL
               ERASE
           END-EXEC
           
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('UA01')
               COMMAREA(WS-COMMAREA)
			  EXEC CICS DELETEQ TS
				QUEUE(WS-QNAME)
			  END-EXEC 
			  EXEC CICS LINK PROGRAM('SM106P')
			       COMMAREA(WS-MTR-PARMS)
			       LENGTH(LENGTH OF WS-MTR-PARMS)
			       RESP(MTP-RESP)
			  END-EXEC
			  EXEC CICS RETURN
			  END-EXEC
			WHEN DFHPF5
			  EXEC CICS DELETEQ TS
				QUEUE(WS-QNAME)
			  END-EXEC 
			  EXEC CICS LINK PROGRAM('SM106P')
			       COMMAREA(WS-MTR-PARMS)
			       LENGTH(LENGTH OF WS-MTR-PARMS)
			       RESP(MTP-RESP)
			  END-EXEC
			  EXEC CICS RETURN
			  END-EXEC
			WHEN DFHPF12
			  EXEC CICS DELETEQ TS
				QUEUE(WS-QNAME)
			  END-EXEC 
			  EXEC CICS LINK PROGRAM('SM106P')
			       COMMAREA(WS-MTR-PARMS)
			       LENGTH(LENGTH OF WS-MTR-PARMS)
			       RESP(MTP-RESP)
			  END-EXEC
			  EXEC CICS RETURN
			  END-EXEC
			 			   
		 
       410-VALIDATE-YN-FIELD SECTION.
	       
      * REQ MAY ALSO BE 'V' - A REQUESTOR WITH VIP HANDLING.
           IF REQI(WS-INDX) NOT = 'Y' AND 
		      REQI(WS-INDX) NOT = 'N' AND
		      REQI(WS-INDX) NOT = 'V'
			  MOVE DFHUNIMD TO REQA(WS-INDX)
			  ADD 1 TO WS-ERROR-COUNT
		   END-IF
               FROM(WS-AUDIT-REC)
               RIDFLD(AUDIT-KEY)
               RESP(WS-RES-CODE)
           END-EXEC
           IF WS-RES-CODE = DFHRESP(NORMAL)
               PERFORM 516-CHAIN-AUDIT
           END-IF
           MOVE SPACES TO BKL-REMARK
           STRING 'ROLE FLAGS NOW ' WS-REQ WS-ADMN WS-APP WS-SP
               DELIMITED BY SIZE INTO BKL-REMARK
           PERFORM 517-TAG-BREAK-GLASS.
      * CHAIN THE NEW UAF00002 RECORD (SEE SMACW). A CHAIN FAILURE
      * DOES NOT UNDO THE CHANGE; SMB079 REPORTS THE RECORD.
       516-CHAIN-AUDIT SECTION.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'W' TO ACW-FUNCTION
           MOVE 'U' TO ACW-FILE
           MOVE AUDIT-KEY TO ACW-AUD-KEY
           MOVE LENGTH OF WS-AUDIT-REC TO ACW-LENGTH
           MOVE WS-AUDIT-REC TO ACW-IMAGE
           EXEC CICS LINK PROGRAM('SM109P')
                COMMAREA(WS-ACW-PARMS)
                LENGTH(LENGTH OF WS-ACW-PARMS)
                RESP(WS-ACW-RESP)
           END-EXEC.
      * A CHANGE MADE UNDER BREAK-GLASS ADMINISTRATOR RIGHTS IS
      * TAGGED TO THE SESSION FOR THE SMB069 SECURITY REVIEW.
       517-TAG-BREAK-GLASS SECTION.
           MOVE 'T' TO BKL-FUNCTION
           MOVE WS-UPBY(1:7) TO BKL-USERID
           MOVE 'U' TO BKL-OBJECT-TYPE
           MOVE WS-USERID7 TO BKL-OBJECT-ID
           EXEC CICS LINK PROGRAM('SM094P')
                COMMAREA(WS-BKL-PARMS)
                LENGTH(LENGTH OF WS-BKL-PARMS)
           END-EXEC.
       520-DELETE-REC SECTION.
	       EXEC CICS
		        REWRITE FILE('UAF00001')
				FROM (WS-REC)
           END-EXEC
           MOVE 'USER DEACTIVATED' TO BKL-REMARK
           PERFORM 517-TAG-BREAK-GLASS
           PERFORM 525-COUNT-OPEN-ASSIGNED.

      * A DEACTIVATED PROVIDER'S OPEN TICKETS USED TO KEEP POINTING
		   IF WS-ROLE-FILTER NOT = SPACES
		      EVALUATE WS-ROLE-FILTER
			     WHEN 'R'
				    IF WS-REQ NOT = 'Y' AND
				       WS-REQ NOT = 'V'
					   MOVE 'N' TO WS-FILTER-SW
					END-IF
				 WHEN 'S'
                   LENGTH (+34)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       050-EXIT.
