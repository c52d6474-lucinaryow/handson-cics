               10  USERID1                       PIC X(7).
               10  FILLER                        PIC X.
           05  REQUESTOR                         PIC X.
      * A VIP REQUESTOR (SEE UA005P'S V ACTION) IS STILL A REQUESTOR.
               88  REQUESTOR-ROLE                VALUE 'Y' 'V'.
           05  ADMINISTRATOR                     PIC X. 
           05  APPROVER                          PIC X. 
           05  SERVICE-PROVIDER                  PIC X. 
           05  USER-PIN-LOCKED                   PIC X(01).
           05  USER-PIN-SET                      PIC X(08).

      * BREAK-GLASS SESSION CHECK - SEE SM094P.
       01  WS-BKL-PARMS.
           05  BKL-FUNCTION                      PIC X(01).
           05  BKL-USERID                        PIC X(07).
           05  BKL-OBJECT-TYPE                   PIC X(01).
           05  BKL-OBJECT-ID                     PIC X(07).
           05  BKL-REMARK                        PIC X(50).
           05  BKL-ACTIVE                        PIC X(01).
           05  BKL-EXPIRE-STAMP                  PIC X(14).
           05  BKL-RESP-CODE                     PIC S9(8) COMP.

      * PIN SECURITY WORK FIELDS - WS-PIN-USER-FULL IS A SECOND COPY
      * OF THE UAF00001 RECORD USED ONLY FOR THE READ-UPDATE/REWRITE
      * AROUND FAILED-ATTEMPT COUNTING, SO THE DISPLAY COPY IN
           05  PUF-EMAIL                         PIC X(30).
           05  PUF-PHONE                         PIC X(12).
           05  PUF-LOCATION                      PIC X(10).
      * THE PIN IS CHECKED BY THE SHARED HASH ROUTINE SM107 AGAINST
      * THE SALT AND HASH ON UAF00005 - UAF00001 HOLDS NO PIN.
           COPY SMUAH.
           COPY SMPHP.
       01  WS-PIN-LOCK-LIMIT                     PIC 9(01) VALUE 3.
       01  WS-PIN-AGE-LIMIT                      PIC 9(03) VALUE 90.
       01  WS-TODAY-YMD-X                        PIC X(08).
      * MAJOR-INCIDENT BROADCAST - WHILE ANY MIF00001 MASTER IS
      * OPEN, THE IDLE MENU PROMPT IS REPLACED WITH ITS BANNER SO
      * REQUESTORS SEE THE KNOWN OUTAGE BEFORE RAISING TICKET
      * FORTY-ONE. ERROR MESSAGES ARE NEVER OVERWRITTEN. THE RECORD
      * IS 130 BYTES SINCE SM040P ADDED THE OUTAGE STAMPS.
       01  WS-MI-REC.
           05  MI-TIX-ID                         PIC X(06).
           05  MI-STATUS                         PIC X(08).
           05  MI-BANNER                         PIC X(50).
           05  MI-OPENED-BY                      PIC X(07).
           05  MI-OPEN-DATE                      PIC X(10).
           05  FILLER                            PIC X(49).
       01  WS-MI-DONE                            PIC X.
       01  WS-MI-RESP                            PIC S9(8) COMP.
      * DRAFT NOTICE - A DRF00001 ADD-DRAFT SAVED BY SM02P TURNS
               10  DRF-TYPE                      PIC X(01).
           05  FILLER                            PIC X(292).
       01  WS-DRF-RESP                           PIC S9(8) COMP.
      * HELD NOTICES - SM011P KEEPS THE EVENTS FOR A USER WHOSE
      * E-MAIL ADDRESS IS UNDELIVERABLE ON HNF00001 (SEE SMHNF);
      * THEY ARE LISTED ONCE, AT THE NEXT SIGN-ON, THEN DELETED.
           COPY SMHNF.
       01  WS-HN-RESP                            PIC S9(8) COMP.
       01  WS-HN-DONE                            PIC X.
       01  WS-HN-SHOWN                           PIC X VALUE 'N'.
       01  WS-HN-COUNT                           PIC 9(03).
       01  WS-HN-IX                              PIC 9(02).
       01  WS-HN-MORE-Z                          PIC ZZ9.
       01  WS-HN-SCREEN.
           05  WS-HN-LINE                        PIC X(80)
                                                   OCCURS 10 TIMES.
       01  WS-TIX-REC.
           05  TIX-ID                            PIC X(06).
           05  TIX-REQUESTOR                     PIC X(08).
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
           MOVE 'SM000P' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00' OR 'SM01' OR 'SM02' OR 'SM03' OR 'SM04'
                         OR 'SM05' OR 'SM06' OR 'SM07' OR 'SM08'
                         OR 'SM10' OR 'UA01' OR 'SM18' OR 'SM19'
                         OR 'SM20' OR 'SM21' OR 'SM23' OR 'SM31'
                         OR 'SM32' OR 'SM34' OR 'SM36' OR 'SM43'
                         OR 'SMCA'
               MOVE LOW-VALUES TO SW00MO
               PERFORM 400-SEARCH-USER
           ELSE
                       MOVE 'SIGNON' TO WS-JRN-EVENT
                       PERFORM 195-WRITE-JOURNAL
                       PERFORM 175-STAMP-SIGNON
                       PERFORM 177-SHOW-HELD-NOTICES THRU 177-EXIT
                       IF WS-HN-SHOWN NOT = 'Y'
                           PERFORM 170-SEND-RECENT-TICKETS
                       END-IF
                   END-IF
               WHEN EIBAID = DFHPF3
                   MOVE 'SIGNOFF' TO WS-JRN-EVENT
                       LENGTH (15)
                       ERASE
                   END-EXEC
                   EXEC CICS LINK PROGRAM('SM106P')
                        COMMAREA(WS-MTR-PARMS)
                        LENGTH(LENGTH OF WS-MTR-PARMS)
                        RESP(MTP-RESP)
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHPF4 AND WS-PIN-PENDING NOT = 'Y'
                   EXEC CICS XCTL
                   END-EXEC
           END-EVALUATE
           IF WS-IDLE-TIMEOUT-SW NOT = 'Y'
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS
                   RETURN
                       TRANSID('SM00')
               LENGTH (LENGTH OF WS-IDLE-TIMEOUT-MSG)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       060-EXIT.
           EXIT.
                   LENGTH (LENGTH OF WS-LOCKED-MSG)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM 168-VERIFY-PIN THRU 168-EXIT
           IF PHS-MATCH
               PERFORM 165-CHECK-PIN-AGE THRU 165-EXIT
               IF USER-PIN-FAILS > 0
                   PERFORM 180-RESET-PIN-FAILS
               MOVE 'SIGNON' TO WS-JRN-EVENT
               PERFORM 195-WRITE-JOURNAL
               PERFORM 175-STAMP-SIGNON
               PERFORM 177-SHOW-HELD-NOTICES THRU 177-EXIT
               IF WS-HN-SHOWN NOT = 'Y'
                   MOVE LOW-VALUES TO WS-CHOICE-PH
                   MOVE 'SM00EOPT' TO MLK-MSG-ID
                   MOVE 'ENTER OPTION AND PRESS ENTER' TO MLK-TEXT
                   PERFORM 098-LOOKUP-MESSAGE
                   PERFORM 100-SEND-MAP
               END-IF
           ELSE
               PERFORM 185-RECORD-PIN-FAIL
               IF PUF-PIN-LOCKED = 'Y'
                       LENGTH (LENGTH OF WS-LOCKED-MSG)
                       ERASE
                   END-EXEC
                   EXEC CICS LINK PROGRAM('SM106P')
                        COMMAREA(WS-MTR-PARMS)
                        LENGTH(LENGTH OF WS-MTR-PARMS)
                        RESP(MTP-RESP)
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               END-IF
               MOVE 'PINFAIL' TO WS-JRN-EVENT
                   LENGTH (LENGTH OF WS-EXPIRED-MSG)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       165-EXIT.
           EXIT.

      * HASHES THE PIN AS KEYED WITH THE USER'S STORED SALT AND
      * COMPARES IT WITH THE STORED HASH. A USER WITH NO HASH ON
      * UAF00005, OR WHOSE PIN FIELD IS NOT A FORMAT SM107 KNOWS,
      * IS TREATED AS A WRONG PIN.
       168-VERIFY-PIN.
           MOVE 'N' TO PHS-RESULT
           IF USER-PIN NOT = 'H1'
               GO TO 168-EXIT
           END-IF
           MOVE SPACES TO UAH-USERID
           MOVE WS-USERID TO UAH-USERID7
           EXEC CICS
               READ FILE('UAF00005')
               INTO (UAH-RECORD)
               RIDFLD (UAH-USERID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 168-EXIT
           END-IF
           MOVE 'V' TO PHS-FUNCTION
           MOVE UAH-USERID TO PHS-USERID
           MOVE PINI TO PHS-PIN
           MOVE UAH-SALT TO PHS-SALT
           MOVE UAH-HASH TO PHS-HASH
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE SPACES TO PINI.
       168-EXIT.
           EXIT.

      * STAMPS TODAY AS THE USER'S LAST SIGN-ON DATE SO THE SMB018
      * DORMANT-ACCOUNT REPORT HAS SOMETHING REAL TO WORK FROM.
       175-STAMP-SIGNON.
       175-EXIT.
           EXIT.

      * LISTS AND DELETES THE USER'S HELD NOTICES, OLDEST FIRST, AS A
      * ONE-SHOT SEND-TEXT SCREEN LIKE 065-SEND-IDLE-WARNING, SO THE
      * NEXT ENTER PAINTS THE MENU. EACH RECORD IS READ WITH ITS OWN
      * SHORT BROWSE AND DELETED AFTER THE ENDBR, THE SAME WAY
      * SM035P MOVES HISTORY RECORDS. ONLY THE FIRST SEVEN FIT.
       177-SHOW-HELD-NOTICES.
           MOVE 'N' TO WS-HN-SHOWN
           MOVE 0 TO WS-HN-COUNT
           MOVE SPACES TO WS-HN-SCREEN
           MOVE 'N' TO WS-HN-DONE
           PERFORM UNTIL WS-HN-DONE = 'Y'
               MOVE WS-USERID TO HNF-USERID
               MOVE LOW-VALUES TO HNF-STAMP
               MOVE LOW-VALUES TO HNF-TIX-ID
               EXEC CICS STARTBR FILE('HNF00001')
                    RIDFLD (HNF-KEY)
                    RESP(WS-HN-RESP)
                    GTEQ
               END-EXEC
               IF WS-HN-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-HN-DONE
               ELSE
                   EXEC CICS READNEXT FILE('HNF00001')
                             INTO (HNF-RECORD)
                             RIDFLD (HNF-KEY)
                             RESP(WS-HN-RESP)
                   END-EXEC
                   EXEC CICS ENDBR
                        FILE('HNF00001')
                   END-EXEC
                   IF WS-HN-RESP NOT = DFHRESP(NORMAL) OR
                      HNF-USERID NOT = WS-USERID
                       MOVE 'Y' TO WS-HN-DONE
                   ELSE
                       ADD 1 TO WS-HN-COUNT
                       IF WS-HN-COUNT < 8
                           COMPUTE WS-HN-IX = WS-HN-COUNT + 1
                           STRING '  TICKET ' HNF-TIX-ID '  '
                                  HNF-STATUS '  ON ' HNF-DATE
                                  ' AT ' HNF-TIME
                               DELIMITED BY SIZE
                               INTO WS-HN-LINE(WS-HN-IX)
                       END-IF
                       EXEC CICS DELETE FILE('HNF00001')
                            RIDFLD(HNF-KEY)
                            RESP(WS-HN-RESP)
                       END-EXEC
                       IF WS-HN-RESP NOT = DFHRESP(NORMAL)
                           MOVE 'Y' TO WS-HN-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HN-COUNT = 0
               GO TO 177-EXIT
           END-IF
           STRING 'YOUR E-MAIL ADDRESS IS UNDELIVERABLE - '
                  'THESE NOTICES WERE HELD FOR YOU:'
               DELIMITED BY SIZE INTO WS-HN-LINE(1)
           IF WS-HN-COUNT > 7
               COMPUTE WS-HN-MORE-Z = WS-HN-COUNT - 7
               STRING '  AND ' WS-HN-MORE-Z ' MORE'
                   DELIMITED BY SIZE INTO WS-HN-LINE(9)
           END-IF
           STRING 'CORRECT IT WITH UA05 ' WS-USERID
                  ' E NEW-ADDRESS - PRESS ENTER FOR MENU'
               DELIMITED BY SIZE INTO WS-HN-LINE(10)
           EXEC CICS SEND TEXT
               FROM (WS-HN-SCREEN)
               LENGTH (LENGTH OF WS-HN-SCREEN)
               ERASE
           END-EXEC
           MOVE 'N' TO WS-MENU-PAINTED
           MOVE 'Y' TO WS-HN-SHOWN.
       177-EXIT.
           EXIT.

       180-RESET-PIN-FAILS.
           EXEC CICS
               READ FILE('UAF00001')
               LENGTH (LENGTH OF WS-TKO-MSG)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       190-EXIT.
           EXIT.
           EXEC CICS ASSIGN   
               USERID(WS-USERID) 
           END-EXEC      
      * A BREAK-GLASS SESSION (SEE SM093P) PAST ITS EXPIRY IS CLOSED
      * BY SM094P BEFORE THE ROLE BYTES ARE READ, SO THE MENU NEVER
      * OFFERS ADMINISTRATOR OPTIONS ON LAPSED RIGHTS.
           MOVE 'C' TO BKL-FUNCTION
           MOVE WS-USERID TO BKL-USERID
           EXEC CICS LINK PROGRAM('SM094P')
                COMMAREA(WS-BKL-PARMS)
                LENGTH(LENGTH OF WS-BKL-PARMS)
           END-EXEC
           EXEC CICS 
               READ FILE('UAF00001')
               INTO (WS-USER-REC)
                   LENGTH (+25)
                   ERASE 
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           ELSE
            MOVE WS-USERID TO WS-USERID1
            MOVE 1 TO WS-PROG-STATE
           END-IF
           IF REQUESTOR-ROLE
               MOVE '- SEARCH TICKET' TO WS-CHOICE
               PERFORM 500-MOVE-CHOICE-VAL
               MOVE '- ADD TICKET' TO WS-CHOICE
               PERFORM 500-MOVE-CHOICE-VAL
           END-IF
           IF SERVICE-PROVIDER = 'Y'
               IF NOT REQUESTOR-ROLE
                   MOVE '- SEARCH TICKET' TO WS-CHOICE
                   PERFORM 500-MOVE-CHOICE-VAL
                   MOVE '- UPDATE TICKET' TO WS-CHOICE
               END-IF          
           END-IF
           IF APPROVER = 'Y'
               IF NOT (REQUESTOR-ROLE OR SERVICE-PROVIDER = 'Y')
                   MOVE '- SEARCH TICKET' TO WS-CHOICE
                   PERFORM 500-MOVE-CHOICE-VAL
               ELSE
               MOVE WS-INVALID-TICKET TO ERRMSGO
               PERFORM 600-VALIDATE-TICKET
               PERFORM 100-SEND-MAP
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN 
                   TRANSID('SM00')
                   COMMAREA(WS-COMMAREA)
               MOVE WS-DUP-TICKET TO ERRMSGO
               PERFORM 600-VALIDATE-TICKET
               PERFORM 100-SEND-MAP
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN 
                   TRANSID('SM00')
                   COMMAREA(WS-COMMAREA)
