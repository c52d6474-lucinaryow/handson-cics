           05  USERID.
               10  USERID1                       PIC X(7).
               10  FILLER                        PIC X.
      * ROLE BYTES IN UAF00001 ORDER (SEE SMUAF) - THE REOPEN TEST
      * READS THE ADMINISTRATOR BYTE, WHICH BREAK-GLASS ACCESS
      * (SM093P) ALSO SETS.
           05  REQUESTOR                         PIC X.
           05  ADMINISTRATOR                     PIC X.
           05  APPROVER                          PIC X.
           05  SERVICE-PROVIDER                  PIC X.
           05  UPDATED-BY1.
               10  UPDBY1                        PIC X(7).
               10  FILLER                        PIC X.
               10  LOG-UPDBY2                    PIC X(7).
               10  FILLER                        PIC X.
           05  LOG-LAST-UPDATE-REM               PIC X(50).
       01  WS-BKL-PARMS.
           05  BKL-FUNCTION                      PIC X(01).
           05  BKL-USERID                        PIC X(07).
           05  BKL-OBJECT-TYPE                   PIC X(01).
           05  BKL-OBJECT-ID                     PIC X(07).
           05  BKL-REMARK                        PIC X(50).
           05  BKL-ACTIVE                        PIC X(01).
           05  BKL-EXPIRE-STAMP                  PIC X(14).
           05  BKL-RESP-CODE                     PIC S9(8) COMP.
       01  WS-LOG-PH                             PIC X(11).
       01  WS-LOG-PH2 REDEFINES WS-LOG-PH.
           05  WS-LOG-ID                         PIC 9(6).
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
           MOVE 'SM007P' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00' OR 'SM01' OR 'SM12' OR 'SM07'
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
               FROM(SM007MO)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM07')
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
               FROM(WS-LOG)
               RIDFLD(LOG-TIX-ID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
      * A REOPEN UNDER BREAK-GLASS RIGHTS IS TAGGED FOR THE SMB069
      * SECURITY REVIEW, AS SM009P DOES FOR OTHER HISTORY ENTRIES.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'T' TO BKL-FUNCTION
               MOVE UPDBY2 TO BKL-USERID
               MOVE 'T' TO BKL-OBJECT-TYPE
               MOVE LOG-TIX-ID1 TO BKL-OBJECT-ID
               MOVE LOG-LAST-UPDATE-REM TO BKL-REMARK
               EXEC CICS LINK PROGRAM('SM094P')
                    COMMAREA(WS-BKL-PARMS)
                    LENGTH(LENGTH OF WS-BKL-PARMS)
               END-EXEC
           END-IF.
       800-EXIT.
           EXIT.

