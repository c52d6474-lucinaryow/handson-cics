         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM093.
      *
      * BREAK-GLASS EMERGENCY ADMINISTRATOR ACCESS.
      * DURING AN OUTAGE THE ON-CALL PROVIDER CAN TAKE ADMINISTRATOR
      * RIGHTS FOR A FIXED NUMBER OF HOURS INSTEAD OF PHONING SOMEONE
      * TO FLIP CALLER-ADMN IN UA001P AND HOPING THEY FLIP IT BACK.
      * COMMAND-LINE TRANSACTION:
      *
      *     SM93 D TICKET HH REASON----------------------------
      *            DECLARE AN EMERGENCY AGAINST OPEN INCIDENT TICKET
      *            FOR HH HOURS (BLANK = WS-BG-DFLT-HOURS, AT MOST
      *            WS-BG-MAX-HOURS); THE REASON IS REQUIRED
      *     SM93 E  END THE SESSION NOW
      *     SM93 S  SHOW THE SESSION (BLANK ACTION DOES THE SAME)
      *          (6) (8-13) (15-16) (18-57)
      *
      * ONLY AN ACTIVE SERVICE PROVIDER WHOSE PIN IS NOT LOCKED, AND
      * WHO IS NOT ALREADY AN ADMINISTRATOR, MAY DECLARE. THE
      * DECLARATION SETS CALLER-ADMN ON THE USER'S OWN UAF00001
      * RECORD (AUDITED TO UAF00002 LIKE ANY ROLE CHANGE), OPENS A
      * BGS00001 SESSION (COPYBOOK SMBGS) AND NOTES IT ON THE
      * INCIDENT TICKET'S HISTORY. SM094P CLOSES THE SESSION AND PUTS
      * THE BYTE BACK AT EXPIRY; SMB069 REPORTS EVERY SESSION AND
      * EVERYTHING IT DID TO SECURITY THE NEXT MORNING.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - CHAIN THE UAF00002 ENTRY (SM109P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-ABST                               PIC 9(15).
       01  WS-EXP-ABST                           PIC 9(15).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-NOW-STAMP.
           05  WS-NOW-YMD                        PIC X(08).
           05  WS-NOW-HMS                        PIC X(06).
       01  WS-EXP-STAMP.
           05  WS-EXP-YMD                        PIC X(08).
           05  WS-EXP-HMS                        PIC X(06).
       01  WS-SHOW-STAMP                         PIC X(14).
       01  WS-SHOW-TEXT                          PIC X(16).
       01  WS-BG-DFLT-HOURS                      PIC 9(02) VALUE 04.
       01  WS-BG-MAX-HOURS                       PIC 9(02) VALUE 08.
       01  WS-HOURS                              PIC 9(02).
       01  WS-HOURS-D                            PIC Z9.
       01  WS-OLD-FLAGS                          PIC X(04).
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
           COPY SMUAF.
           COPY SMBGS.
           COPY SMSTAT.
       01  WS-TIX-REC.
           05  BT-TIX-ID                         PIC X(06).
           05  BT-REQUESTOR                      PIC X(08).
           05  BT-STATUS                         PIC X(10).
           05  FILLER                            PIC X(258).
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-TIX                            PIC X(06).
       01  WS-ARG-HOURS                          PIC X(02).
       01  WS-ARG-HOURS-N REDEFINES WS-ARG-HOURS PIC 9(02).
       01  WS-ARG-REASON                         PIC X(40).
       01  WS-AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-USERID                  PIC X(07).
               10  AUDIT-SEQ-NUM                 PIC 9(03).
           05  AUDIT-OLD-FLAGS                   PIC X(04).
           05  AUDIT-NEW-FLAGS                   PIC X(04).
           05  AUDIT-CHANGED-BY                  PIC X(08).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).
           COPY SMACW.
       01  WS-AUDIT-LAST-SEQ                     PIC 9(03).
       01  WS-AUDIT-DONE                         PIC X.
       01  WS-BKL-PARMS.
           05  BKL-FUNCTION                      PIC X(01).
           05  BKL-USERID                        PIC X(07).
           05  BKL-OBJECT-TYPE                   PIC X(01).
           05  BKL-OBJECT-ID                     PIC X(07).
           05  BKL-REMARK                        PIC X(50).
           05  BKL-ACTIVE                        PIC X(01).
           05  BKL-EXPIRE-STAMP                  PIC X(14).
           05  BKL-RESP-CODE                     PIC S9(8) COMP.
       01  WS-LOG-PARMS.
           05  LK-TIX-ID                         PIC X(06).
           05  LK-UPDATE-DATE                    PIC X(10).
           05  LK-UPDATE-TIME                    PIC X(10).
           05  LK-UPDATED-BY                     PIC X(07).
           05  LK-REMARK                         PIC X(50).
           05  LK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM093P' TO MTP-PROGRAM
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           PERFORM 200-PARSE-INPUT
      * LET THE KEEPER CLOSE A LAPSED SESSION FIRST, SO THE ROLE
      * BYTES READ BELOW ARE THE USER'S OWN AGAIN.
           MOVE 'C' TO BKL-FUNCTION
           PERFORM 150-LINK-KEEPER
           PERFORM 100-CHECK-ROLE
           EVALUATE TRUE
               WHEN WS-ARG-ACTION = 'S' OR WS-ARG-ACTION = SPACE
                   PERFORM 300-SHOW-SESSION
               WHEN WS-ARG-ACTION = 'D'
                   PERFORM 400-DECLARE THRU 400-EXIT
               WHEN WS-ARG-ACTION = 'E'
                   PERFORM 500-END-SESSION
               WHEN OTHER
                   MOVE 'USAGE: SM93 D TICKET HH REASON / SM93 E / S' TO
                       WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
           EXIT.

       100-CHECK-ROLE.
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM (WS-INVALID)
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
           EXIT.

       150-LINK-KEEPER.
           MOVE USERID3 TO BKL-USERID
           MOVE SPACES TO BKL-OBJECT-TYPE
           MOVE SPACES TO BKL-OBJECT-ID
           MOVE SPACES TO BKL-REMARK
           EXEC CICS LINK PROGRAM('SM094P')
                COMMAREA(WS-BKL-PARMS)
                LENGTH(LENGTH OF WS-BKL-PARMS)
           END-EXEC.
       150-EXIT.
           EXIT.

       200-PARSE-INPUT.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(6:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(8:6) TO WS-ARG-TIX
           MOVE WS-INPUT(15:2) TO WS-ARG-HOURS
           MOVE WS-INPUT(18:40) TO WS-ARG-REASON.
       200-EXIT.
           EXIT.

       300-SHOW-SESSION.
           MOVE SPACES TO WS-REPLY
           IF BKL-ACTIVE = 'Y'
               MOVE BKL-EXPIRE-STAMP TO WS-SHOW-STAMP
               PERFORM 700-FORMAT-STAMP
               STRING 'BREAK-GLASS ACTIVE FOR ' USERID3
                      ' UNTIL ' WS-SHOW-TEXT
                      ' - SM93 E TO END IT NOW'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'NO BREAK-GLASS SESSION ACTIVE FOR ' USERID3
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

       400-DECLARE.
           IF BKL-ACTIVE = 'Y'
               MOVE BKL-EXPIRE-STAMP TO WS-SHOW-STAMP
               PERFORM 700-FORMAT-STAMP
               MOVE SPACES TO WS-REPLY
               STRING 'BREAK-GLASS ALREADY ACTIVE UNTIL ' WS-SHOW-TEXT
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF CALLER-SP NOT = 'Y' OR CALLER-ACTIVE = 'N' OR
              CALLER-PIN-LOCKED = 'Y'
               MOVE 'NOT ELIGIBLE FOR BREAK-GLASS ACCESS' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF CALLER-ADMN = 'Y'
               MOVE 'ALREADY AN ADMINISTRATOR - BREAK-GLASS NOT NEEDED'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-REASON = SPACES
               MOVE 'A REASON IS REQUIRED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-HOURS = SPACES
               MOVE WS-BG-DFLT-HOURS TO WS-HOURS
           ELSE
               IF WS-ARG-HOURS NOT NUMERIC OR WS-ARG-HOURS-N = 0 OR
                  WS-ARG-HOURS-N > WS-BG-MAX-HOURS
                   MOVE WS-BG-MAX-HOURS TO WS-HOURS-D
                   MOVE SPACES TO WS-REPLY
                   STRING 'HOURS MUST BE 01 TO ' WS-HOURS-D
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               MOVE WS-ARG-HOURS-N TO WS-HOURS
           END-IF
           PERFORM 420-CHECK-INCIDENT
           EXEC CICS ASKTIME
               ABSTIME (WS-ABST)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-ABST)
               YYYYMMDD (WS-NOW-YMD)
               TIME (WS-NOW-HMS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-ABST)
               DATESEP ('/')
               MMDDYYYY (WS-HDATE-X)
               TIME (WS-HTIME-X)
               TIMESEP (':')
           END-EXEC
           COMPUTE WS-EXP-ABST = WS-ABST + (WS-HOURS * 3600000)
           EXEC CICS FORMATTIME
               ABSTIME (WS-EXP-ABST)
               YYYYMMDD (WS-EXP-YMD)
               TIME (WS-EXP-HMS)
           END-EXEC
           PERFORM 440-GRANT-ADMIN THRU 440-EXIT
           MOVE SPACES TO BGS-RECORD
           MOVE USERID3 TO BGS-USER
           MOVE WS-NOW-STAMP TO BGS-START-STAMP
           MOVE WS-EXP-STAMP TO BGS-EXPIRE-STAMP
           MOVE 'A' TO BGS-STATUS
           MOVE WS-HOURS TO BGS-HOURS
           MOVE WS-ARG-TIX TO BGS-INCIDENT
           MOVE WS-ARG-REASON TO BGS-REASON
           MOVE WS-OLD-FLAGS(2:1) TO BGS-PRIOR-ADMN
           MOVE 0 TO BGS-ACTION-COUNT
           MOVE 'N' TO BGS-REVIEWED
           MOVE EIBTRMID TO BGS-TERMID
           EXEC CICS
               WRITE FILE('BGS00001')
               FROM (BGS-RECORD)
               RIDFLD (BGS-KEY)
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 460-UNDO-GRANT
               MOVE 'BREAK-GLASS SESSION COULD NOT BE RECORDED' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
      * THE INCIDENT'S OWN HISTORY SAYS WHO TOOK THE RIGHTS AND WHY;
      * SINCE THE SESSION IS NOW LIVE, SM009P TAGS THIS ENTRY AS THE
      * SESSION'S FIRST ACTION.
           MOVE WS-EXP-STAMP TO WS-SHOW-STAMP
           PERFORM 700-FORMAT-STAMP
           MOVE WS-ARG-TIX TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           MOVE SPACES TO LK-REMARK
           STRING 'BREAK-GLASS ADMIN ACCESS UNTIL ' WS-SHOW-TEXT
               DELIMITED BY SIZE INTO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           STRING 'BREAK-GLASS ACTIVE UNTIL ' WS-SHOW-TEXT
                  ' - EVERY ACTION IS RECORDED FOR REVIEW'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

      * THE EMERGENCY MUST BE A REAL, OPEN TICKET.
       420-CHECK-INCIDENT.
           MOVE WS-ARG-TIX TO BT-TIX-ID
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-REC)
               RIDFLD (BT-TIX-ID)
               RESP (WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'INCIDENT TICKET ' WS-ARG-TIX ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF BT-STATUS = ST-CLOSED OR BT-STATUS = ST-CANCELED OR
              BT-STATUS = ST-REJECTED
               MOVE SPACES TO WS-REPLY
               STRING 'INCIDENT TICKET ' WS-ARG-TIX ' IS ' BT-STATUS
                      ' - NAME AN OPEN TICKET'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       420-EXIT.
           EXIT.

       440-GRANT-ADMIN.
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               UPDATE
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'USER RECORD BUSY - TRY AGAIN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE CALLER-REC(9:4) TO WS-OLD-FLAGS
           MOVE 'Y' TO CALLER-ADMN
           EXEC CICS
               REWRITE FILE('UAF00001')
               FROM (CALLER-REC)
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'USER RECORD UPDATE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 450-WRITE-AUDIT.
       440-EXIT.
           EXIT.

       450-WRITE-AUDIT.
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 'N' TO WS-AUDIT-DONE
           MOVE USERID3 TO AUDIT-USERID
           MOVE 0 TO AUDIT-SEQ-NUM
           EXEC CICS STARTBR FILE('UAF00002')
                RIDFLD (AUDIT-KEY)
                KEYLENGTH (+10)
                RESP (WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUDIT-DONE
           END-IF
           PERFORM UNTIL WS-AUDIT-DONE = 'Y'
               EXEC CICS READNEXT
                         FILE('UAF00002')
                         INTO (WS-AUDIT-REC)
                         RIDFLD (AUDIT-KEY)
                         RESP (WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  AUDIT-USERID NOT = USERID3
                   MOVE 'Y' TO WS-AUDIT-DONE
               ELSE
                   MOVE AUDIT-SEQ-NUM TO WS-AUDIT-LAST-SEQ
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('UAF00002')
                RESP (WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-AUDIT-REC
           MOVE USERID3 TO AUDIT-USERID
           COMPUTE AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
           MOVE WS-OLD-FLAGS TO AUDIT-OLD-FLAGS
           MOVE CALLER-REC(9:4) TO AUDIT-NEW-FLAGS
           MOVE USERID3 TO AUDIT-CHANGED-BY
           MOVE WS-HDATE-X TO AUDIT-DATE
           MOVE WS-HTIME-X TO AUDIT-TIME
           EXEC CICS
               WRITE FILE('UAF00002')
               FROM(WS-AUDIT-REC)
               RIDFLD(AUDIT-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 455-CHAIN-AUDIT
           END-IF.
       450-EXIT.
           EXIT.

      * CHAIN THE NEW UAF00002 RECORD (SEE SMACW). A CHAIN FAILURE
      * DOES NOT UNDO THE CHANGE; SMB079 REPORTS THE RECORD.
       455-CHAIN-AUDIT.
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
       455-EXIT.
           EXIT.

      * NO SESSION RECORD MEANS NOTHING WOULD EVER TAKE THE RIGHTS
      * BACK, SO THEY ARE NOT LEFT IN PLACE.
       460-UNDO-GRANT.
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               UPDATE
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CALLER-REC(9:4) TO WS-OLD-FLAGS
               MOVE BGS-PRIOR-ADMN TO CALLER-ADMN
               EXEC CICS
                   REWRITE FILE('UAF00001')
                   FROM (CALLER-REC)
                   RESP (WS-RESPONSE-CODE)
               END-EXEC
               PERFORM 450-WRITE-AUDIT
           END-IF.
       460-EXIT.
           EXIT.

       500-END-SESSION.
           IF BKL-ACTIVE NOT = 'Y'
               MOVE 'NO BREAK-GLASS SESSION TO END' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'R' TO BKL-FUNCTION
           PERFORM 150-LINK-KEEPER
           MOVE SPACES TO WS-REPLY
           STRING 'BREAK-GLASS SESSION ENDED - ADMINISTRATOR RIGHTS '
                  'REMOVED'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * YYYYMMDDHHMMSS TO 'YYYY-MM-DD HH:MM'.
       700-FORMAT-STAMP.
           MOVE SPACES TO WS-SHOW-TEXT
           STRING WS-SHOW-STAMP(1:4) '-' WS-SHOW-STAMP(5:2) '-'
                  WS-SHOW-STAMP(7:2) ' ' WS-SHOW-STAMP(9:2) ':'
                  WS-SHOW-STAMP(11:2)
               DELIMITED BY SIZE INTO WS-SHOW-TEXT.
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
