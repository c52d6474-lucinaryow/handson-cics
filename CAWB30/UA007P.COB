      *
      *     UA07 L              LIST PENDING REQUESTS
      *     UA07 A USERID-      APPROVE (EXECUTES THE ADD)
      *     UA07 A USERID- PROFILE-------------
      *                         APPROVE WITH A JOB-FUNCTION PROFILE
      *     UA07 R USERID-      REFUSE
      *          (6)(8-14) (16-35)
      *
      * A PROFILE (SEE SMAPF, MAINTAINED ON SM117P) GIVES THE NEW
      * USER ITS ROLE FLAGS IN PLACE OF THE ONES REQUESTED, AND
      * SM118P THEN ADDS ITS QUEUE MEMBERSHIPS AND NOTIFICATION
      * DEFAULTS AND RECORDS THE ASSIGNMENT ON UAP00001.
      *
      * NEW ACCOUNTS ARRIVE WITH PIN 0000 AND A BLANK PIN-SET DATE,
      * SO SM000P FORCES A CHANGE ON FIRST SIGN-ON. THE 0000 IS
      * STORED ONLY AS A SALTED HASH ON UAF00005, MADE BY THE SHARED
      * ROUTINE SM107 LIKE EVERY OTHER PIN.
      *
      * A CONTRACTOR REQUEST CARRIES ITS END DATE FROM UA006P; THE
      * APPROVAL WRITES THE UAF00004 END-DATE RECORD (SMUAE) WITH
      * THE ACCOUNT. THE SAME WORKLIST ALSO CARRIES THE END-DATE
      * EXTENSIONS SUPERVISORS ASK FOR ON UA008P - A AND R DECIDE
      * WHICHEVER IS PENDING FOR THE USERID (A NEW-ACCOUNT REQUEST
      * IS FOR A USERID THAT DOES NOT EXIST YET, AN EXTENSION FOR
      * ONE THAT DOES, SO THE TWO NEVER MEET).
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CONTRACTOR END DATES AND EXTENSIONS.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - STORE THE FIRST PIN AS A SALTED HASH.
      *  2026-10-15 MAINT - CHAIN THE UAF00002 ENTRY (SM109P).
      *  2026-10-15 MAINT - OPTIONAL JOB-FUNCTION PROFILE ON APPROVAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-USERID                         PIC X(07).
       01  WS-ARG-PROFILE                        PIC X(20).
       01  WS-ARQ-REC.
           05  ARQ-USERID                        PIC X(07).
           05  ARQ-ROLES.
           05  ARQ-REQ-DATE                      PIC X(08).
           05  ARQ-DECIDED-BY                    PIC X(07).
           05  ARQ-DECIDED-DATE                  PIC X(08).
           05  ARQ-END-DATE                      PIC X(08).
           COPY SMUAE.
           COPY SMUAH.
           COPY SMPHP.
       01  WS-NEW-USER-REC.
           05  NEW-KEY.
               10  NEW-USERID7                   PIC X(07).
           05  AUDIT-CHANGED-BY                  PIC X(8).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).
           COPY SMACW.
       01  WS-EXT-COUNT                          PIC 9(02).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-TODAY-YMD                          PIC X(08).
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.
           COPY SMAPA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'UA007P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-ACTION = 'R' AND WS-ARG-USERID NOT = SPACES
                   PERFORM 500-REFUSE THRU 500-EXIT
               WHEN OTHER
                   MOVE 'USAGE: UA07 L, UA07 A USERID [PROFILE],'
                       TO WS-REPLY
                   MOVE 'UA07 R USERID' TO WS-REPLY(41:13)
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
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
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(6:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(8:7) TO WS-ARG-USERID
           MOVE WS-INPUT(16:20) TO WS-ARG-PROFILE.
       200-EXIT.
           EXIT.

       300-LIST-PENDING.
           MOVE SPACES TO WS-SCREEN
           MOVE 'UA07  PENDING ACCESS REQUESTS' TO WS-SCREEN-LINE(1)
           MOVE 'USERID  RASP QUEUE      SUPERVSR ASKED    ENDS' TO
               WS-SCREEN-LINE(2)
           MOVE 2 TO WS-LINE-IDX
           MOVE 0 TO WS-HIT-COUNT
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL WS-LIST-DONE = 'Y' OR WS-HIT-COUNT = 13
                   EXEC CICS READNEXT FILE('ARQ00001')
                             INTO (WS-ARQ-REC)
                           MOVE ARQ-QUEUE TO WS-DETAIL(14:10)
                           MOVE ARQ-SUPER TO WS-DETAIL(26:7)
                           MOVE ARQ-REQ-DATE TO WS-DETAIL(35:8)
                           MOVE ARQ-END-DATE TO WS-DETAIL(45:8)
                           MOVE WS-DETAIL TO
                               WS-SCREEN-LINE(WS-LINE-IDX)
                       END-IF
               EXEC CICS ENDBR
                    FILE('ARQ00001')
               END-EXEC
           END-IF
           PERFORM 350-LIST-EXTENSIONS THRU 350-EXIT
           IF WS-HIT-COUNT = 0
               MOVE 'NOTHING PENDING' TO WS-SCREEN-LINE(4)
           END-IF
           MOVE 'UA07 A USERID APPROVES - UA07 R USERID REFUSES' TO
               WS-SCREEN-LINE(16)
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       300-EXIT.
           EXIT.

      * PENDING UA008P END-DATE EXTENSIONS, AFTER THE NEW-ACCOUNT
      * REQUESTS, IN WHATEVER ROOM THE SCREEN HAS LEFT.
       350-LIST-EXTENSIONS.
           IF WS-HIT-COUNT > 11
               GO TO 350-EXIT
           END-IF
           MOVE 0 TO WS-EXT-COUNT
           MOVE LOW-VALUES TO UAE-USERID
           MOVE 'N' TO WS-LIST-DONE
           EXEC CICS STARTBR FILE('UAF00004')
                RIDFLD (UAE-USERID)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 350-EXIT
           END-IF
           PERFORM UNTIL WS-LIST-DONE = 'Y' OR WS-HIT-COUNT = 13
               EXEC CICS READNEXT FILE('UAF00004')
                         INTO (UAE-RECORD)
                         RIDFLD (UAE-USERID)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-LIST-DONE
               ELSE
                   IF UAE-EXT-PENDING
                       IF WS-EXT-COUNT = 0
                           ADD 1 TO WS-LINE-IDX
                           MOVE 'USERID  EXTEND   FROM     ASKED BY ON'
                               TO WS-SCREEN-LINE(WS-LINE-IDX)
                       END-IF
                       ADD 1 TO WS-EXT-COUNT
                       ADD 1 TO WS-HIT-COUNT
                       ADD 1 TO WS-LINE-IDX
                       MOVE SPACES TO WS-DETAIL
                       MOVE UAE-USERID7 TO WS-DETAIL(1:7)
                       MOVE UAE-EXT-DATE TO WS-DETAIL(9:8)
                       MOVE UAE-END-DATE TO WS-DETAIL(18:8)
                       MOVE UAE-EXT-BY TO WS-DETAIL(27:7)
                       MOVE UAE-EXT-REQ-DATE TO WS-DETAIL(36:8)
                       MOVE WS-DETAIL TO
                           WS-SCREEN-LINE(WS-LINE-IDX)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('UAF00004')
           END-EXEC.
       350-EXIT.
           EXIT.

       400-APPROVE.
           MOVE WS-ARG-USERID TO ARQ-USERID
           EXEC CICS
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              ARQ-STATUS NOT = 'P'
               PERFORM 450-APPROVE-EXTENSION THRU 450-EXIT
           END-IF
           MOVE SPACES TO WS-NEW-USER-REC
           MOVE WS-ARG-USERID TO NEW-USERID7
           MOVE ARQ-ROLE-ADMN TO NEW-ADMN
           MOVE ARQ-ROLE-APP TO NEW-APP
           MOVE ARQ-ROLE-SP TO NEW-SP
           IF WS-ARG-PROFILE NOT = SPACES
               PERFORM 420-CHECK-PROFILE THRU 420-EXIT
           END-IF
           MOVE WS-USERID TO NEW-UPBY
           MOVE 'Y' TO NEW-ACTIVE
           PERFORM 660-HASH-FIRST-PIN THRU 660-EXIT
           MOVE ARQ-QUEUE TO NEW-QUEUE
           MOVE ARQ-SUPER TO NEW-SUPER
           MOVE 0 TO NEW-PIN-FAILS
           END-IF
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           PERFORM 700-STAMP-DECISION THRU 700-EXIT
           PERFORM 670-WRITE-PIN-HASH THRU 670-EXIT
           IF ARQ-END-DATE NOT = SPACES
               PERFORM 650-WRITE-END-DATE THRU 650-EXIT
           END-IF
           MOVE 'A' TO ARQ-STATUS
           EXEC CICS
               REWRITE FILE('ARQ00001')
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-ARG-PROFILE NOT = SPACES
               PERFORM 430-APPLY-PROFILE THRU 430-EXIT
               STRING 'ACCESS APPROVED - ' WS-ARG-USERID
                      ' ADDED AS ' WS-ARG-PROFILE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'ACCESS APPROVED - ' WS-ARG-USERID ' ADDED'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

      * THE PROFILE MUST BE DEFINED AND ACTIVE. ITS ROLE FLAGS
      * REPLACE THE ONES ASKED FOR ON UA006P.
       420-CHECK-PROFILE.
           MOVE SPACES TO WS-APA-PARMS
           MOVE 'V' TO APA-FUNCTION
           MOVE WS-ARG-PROFILE TO APA-PROFILE
           EXEC CICS LINK PROGRAM('SM118P')
                COMMAREA(WS-APA-PARMS)
                LENGTH(LENGTH OF WS-APA-PARMS)
                RESP(WS-APA-RESP)
           END-EXEC
           IF WS-APA-RESP NOT = DFHRESP(NORMAL) OR NOT APA-OK
               EXEC CICS UNLOCK FILE('ARQ00001') END-EXEC
               MOVE SPACES TO WS-REPLY
               IF APA-RETIRED
                   STRING 'PROFILE ' WS-ARG-PROFILE ' IS RETIRED'
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'PROFILE ' WS-ARG-PROFILE ' IS NOT DEFINED'
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           MOVE APA-REQ TO NEW-REQ
           MOVE APA-ADMN TO NEW-ADMN
           MOVE APA-APP TO NEW-APP
           MOVE APA-SP TO NEW-SP.
       420-EXIT.
           EXIT.

      * QUEUES, NOTIFICATION DEFAULTS AND THE UAP00001 ASSIGNMENT,
      * ONCE THE ACCOUNT IS ON FILE.
       430-APPLY-PROFILE.
           MOVE SPACES TO WS-APA-PARMS
           MOVE 'A' TO APA-FUNCTION
           MOVE WS-ARG-PROFILE TO APA-PROFILE
           MOVE WS-ARG-USERID TO APA-USERID
           MOVE 'R' TO APA-SOURCE
           EXEC CICS LINK PROGRAM('SM118P')
                COMMAREA(WS-APA-PARMS)
                LENGTH(LENGTH OF WS-APA-PARMS)
                RESP(WS-APA-RESP)
           END-EXEC.
       430-EXIT.
           EXIT.

      * NO NEW-ACCOUNT REQUEST PENDING - TRY FOR A UA008P EXTENSION.
      * AN ACCOUNT SMB070 HAS ALREADY EXPIRED IS PAST EXTENDING (IT
      * COMES BACK THROUGH UA001P), AND A DATE THAT HAS GONE BY
      * WHILE THE REQUEST WAITED IS REFUSED HERE RATHER THAN
      * APPLIED.
       450-APPROVE-EXTENSION.
           MOVE SPACES TO UAE-USERID
           MOVE WS-ARG-USERID TO UAE-USERID7
           EXEC CICS
               READ FILE('UAF00004')
               INTO (UAE-RECORD)
               RIDFLD (UAE-USERID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              NOT UAE-EXT-PENDING
               MOVE 'NO PENDING REQUEST FOR THAT USERID' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF UAE-EXPIRED = 'Y'
               MOVE 'ACCOUNT HAS ALREADY EXPIRED - REINSTATE ON UA001P'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 700-STAMP-DECISION THRU 700-EXIT
           IF UAE-EXT-DATE NOT > WS-TODAY-YMD
               MOVE 'THE REQUESTED DATE HAS PASSED - REFUSE IT' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE UAE-EXT-DATE TO UAE-END-DATE
           MOVE 'N' TO UAE-WARNED
           MOVE 'A' TO UAE-EXT-STATUS
           MOVE USERID3 TO UAE-EXT-DECIDED-BY
           MOVE WS-TODAY-YMD TO UAE-EXT-DECIDED-DATE
           EXEC CICS
               REWRITE FILE('UAF00004')
               FROM(UAE-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'EXTENSION APPROVED - ' WS-ARG-USERID
                      ' NOW ENDS ' UAE-END-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'UAF00004 REWRITE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       450-EXIT.
           EXIT.

       500-REFUSE.
           MOVE WS-ARG-USERID TO ARQ-USERID
           EXEC CICS
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              ARQ-STATUS NOT = 'P'
               PERFORM 550-REFUSE-EXTENSION THRU 550-EXIT
           END-IF
           PERFORM 700-STAMP-DECISION THRU 700-EXIT
           MOVE 'R' TO ARQ-STATUS
       500-EXIT.
           EXIT.

      * REFUSING AN EXTENSION LEAVES THE END DATE WHERE IT WAS.
       550-REFUSE-EXTENSION.
           MOVE SPACES TO UAE-USERID
           MOVE WS-ARG-USERID TO UAE-USERID7
           EXEC CICS
               READ FILE('UAF00004')
               INTO (UAE-RECORD)
               RIDFLD (UAE-USERID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              NOT UAE-EXT-PENDING
               MOVE 'NO PENDING REQUEST FOR THAT USERID' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 700-STAMP-DECISION THRU 700-EXIT
           MOVE 'R' TO UAE-EXT-STATUS
           MOVE USERID3 TO UAE-EXT-DECIDED-BY
           MOVE WS-TODAY-YMD TO UAE-EXT-DECIDED-DATE
           EXEC CICS
               REWRITE FILE('UAF00004')
               FROM(UAE-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           STRING 'EXTENSION FOR ' WS-ARG-USERID ' REFUSED - STILL '
                  'ENDS ' UAE-END-DATE
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       550-EXIT.
           EXIT.

      * THE SAME UAF00002 ENTRY UA001P CUTS FOR A ROLE CHANGE -
      * OLD FLAGS BLANK (THE USER DID NOT EXIST), NEW FLAGS AS
      * GRANTED, CHANGED-BY THE DECIDING ADMINISTRATOR.
               FROM(WS-AUDIT-REC)
               RIDFLD(AUDIT-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 605-CHAIN-AUDIT
           END-IF.
       600-EXIT.
           EXIT.

      * CHAIN THE NEW UAF00002 RECORD (SEE SMACW). A CHAIN FAILURE
      * DOES NOT UNDO THE CHANGE; SMB079 REPORTS THE RECORD.
       605-CHAIN-AUDIT.
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
       605-EXIT.
           EXIT.

      * THE NEW CONTRACTOR'S END-DATE RECORD, STAMPED AS SET BY THE
      * APPROVING ADMINISTRATOR.
       650-WRITE-END-DATE.
           MOVE SPACES TO UAE-RECORD
           MOVE WS-ARG-USERID TO UAE-USERID7
           MOVE 'C' TO UAE-TYPE
           MOVE ARQ-END-DATE TO UAE-END-DATE
           MOVE 'N' TO UAE-WARNED
           MOVE 'N' TO UAE-EXPIRED
           MOVE USERID3 TO UAE-SET-BY
           MOVE WS-TODAY-YMD TO UAE-SET-DATE
           EXEC CICS
               WRITE FILE('UAF00004')
               FROM(UAE-RECORD)
               RIDFLD(UAE-USERID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               EXEC CICS
                   REWRITE FILE('UAF00004')
                   FROM(UAE-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       650-EXIT.
           EXIT.

       660-HASH-FIRST-PIN.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           MOVE 'S' TO PHS-FUNCTION
           MOVE NEW-KEY TO PHS-USERID
           MOVE '0000' TO PHS-PIN
           MOVE WS-TIME TO PHS-SEED
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE PHS-FORMAT TO NEW-PIN.
       660-EXIT.
           EXIT.

       670-WRITE-PIN-HASH.
           MOVE SPACES TO UAH-RECORD
           MOVE NEW-KEY TO UAH-USERID
           MOVE PHS-FORMAT TO UAH-FORMAT
           MOVE PHS-SALT TO UAH-SALT
           MOVE PHS-HASH TO UAH-HASH
           MOVE USERID3 TO UAH-SET-BY
           MOVE WS-TODAY-YMD TO UAH-SET-DATE
           EXEC CICS
               WRITE FILE('UAF00005')
               FROM(UAH-RECORD)
               RIDFLD(UAH-USERID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               EXEC CICS
                   DELETE FILE('UAF00005')
                   RIDFLD(UAH-USERID)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               EXEC CICS
                   WRITE FILE('UAF00005')
                   FROM(UAH-RECORD)
                   RIDFLD(UAH-USERID)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       670-EXIT.
           EXIT.

       700-STAMP-DECISION.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
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
