         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM086.
      *
      * KNOWLEDGE-ARTICLE REVIEW MAINTENANCE.
      * EVERY KBF00001 ARTICLE CARRIES A KBV00001 REVIEW RECORD - AN
      * OWNER (THE PUBLISHER, UNLESS HANDED ON) AND A NEXT-REVIEW
      * DATE - STARTED BY SM004'S PF9 OR SM078P'S CLOSE. WHEN THE
      * DATE ARRIVES THE WEEKLY SMB057 RAISES A REVIEW TICKET TO THE
      * OWNER'S QUEUE; AN ARTICLE NOT RE-CONFIRMED WITHIN THE GRACE
      * PERIOD IS WITHDRAWN (KB-STATUS 'W') AND DROPS OUT OF SM022P
      * SEARCHES AND SM02P'S DEFLECTION OFFER. WITHDRAWN ARTICLES
      * STAY ON FILE AND REMAIN VISIBLE TO ADMINISTRATORS IN SM022P.
      * THE OWNER OR AN ADMINISTRATOR MAY CONFIRM OR WITHDRAW; ONLY
      * AN ADMINISTRATOR MAY REINSTATE OR CHANGE THE OWNER. AN OLD
      * ARTICLE WITH NO REVIEW RECORD YET IS TAKEN AS OWNED BY ITS
      * PUBLISHER. COMMAND-LINE TRANSACTION:
      *
      *     SM86 S CATEGORY-- SEQ           SHOW THE REVIEW STATE
      *     SM86 C CATEGORY-- SEQ           CONFIRM - STILL CORRECT
      *     SM86 W CATEGORY-- SEQ           WITHDRAW NOW
      *     SM86 R CATEGORY-- SEQ           REINSTATE (ADMIN)
      *     SM86 O CATEGORY-- SEQ USERID-   NEW OWNER (ADMIN)
      *          (6)(8-17)  (19-21)(23-29)
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
           COPY SMUAF.
       01  WS-MEMBER-REC.
           05  MB-UID.
               10  MB-USERID7                    PIC X(07).
               10  FILLER                        PIC X(01).
           05  MB-REQ                            PIC X.
           05  MB-ADMN                           PIC X.
           05  MB-APP                            PIC X.
           05  MB-SP                             PIC X.
           05  MB-UPBY                           PIC X(08).
           05  MB-ACTIVE                         PIC X.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-CATEGORY                       PIC X(10).
       01  WS-ARG-SEQ                            PIC X(03).
       01  WS-ARG-SEQ-N REDEFINES WS-ARG-SEQ     PIC 9(03).
       01  WS-ARG-OWNER                          PIC X(07).
       01  WS-KB-REC.
           05  KB-KEY.
               10  KB-CATEGORY                   PIC X(10).
               10  KB-SEQ-NUM                    PIC 9(03).
           05  KB-TIX-ID                         PIC X(06).
           05  KB-TITLE                          PIC X(25).
           05  KB-DESC                           PIC X(100).
           05  KB-REMARK                         PIC X(50).
           05  KB-PUB-BY                         PIC X(08).
           05  KB-PUB-DATE                       PIC X(10).
           05  KB-STATUS                         PIC X(01).
           05  FILLER                            PIC X(07).
       01  WS-KBV-REC.
           05  KBV-KEY.
               10  KBV-CATEGORY                  PIC X(10).
               10  KBV-SEQ-NUM                   PIC 9(03).
           05  KBV-OWNER                         PIC X(07).
           05  KBV-NEXT-REVIEW                   PIC X(08).
           05  KBV-STATE                         PIC X(01).
           05  KBV-REVIEW-TIX                    PIC X(06).
           05  KBV-CONF-BY                       PIC X(07).
           05  KBV-CONF-DATE                     PIC X(08).
           05  KBV-WDRAWN-DATE                   PIC X(08).
           05  FILLER                            PIC X(02).
       01  WS-KBV-NEW                            PIC X.
       01  WS-KBV-CYCLE-DAYS                     PIC 9(03) VALUE 180.
       01  WS-KBV-DUE-INT                        PIC 9(09).
       01  WS-KBV-DUE-YMD                        PIC 9(08).
       01  WS-OLD-TIX                            PIC X(06).
       01  WS-NEW-KB-STATUS                      PIC X(01).
       01  WS-TODAY-ABS                          PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-TODAY-YMD-N REDEFINES WS-TODAY-YMD PIC 9(08).
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
           MOVE 'SM086P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           IF WS-ARG-ACTION NOT = 'S' AND WS-ARG-ACTION NOT = 'C' AND
              WS-ARG-ACTION NOT = 'W' AND WS-ARG-ACTION NOT = 'R' AND
              WS-ARG-ACTION NOT = 'O'
               MOVE 'USAGE: SM86 S/C/W/R/O CATEGORY SEQ [USERID]' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 300-LOAD-ARTICLE THRU 300-EXIT
           EVALUATE WS-ARG-ACTION
               WHEN 'S'
                   PERFORM 400-SHOW-REVIEW
               WHEN 'C'
                   PERFORM 500-CONFIRM THRU 500-EXIT
               WHEN 'W'
                   PERFORM 550-WITHDRAW THRU 550-EXIT
               WHEN 'R'
                   PERFORM 600-REINSTATE THRU 600-EXIT
               WHEN 'O'
                   PERFORM 650-CHANGE-OWNER THRU 650-EXIT
           END-EVALUATE.
       000-EXIT.
           EXIT.

      * SERVICE PROVIDERS AND ADMINISTRATORS ONLY.
       100-CHECK-ROLE.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              CALLER-ACTIVE = 'N' OR
              (CALLER-ADMN NOT = 'Y' AND CALLER-SP NOT = 'Y')
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

       200-PARSE-INPUT.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(6:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(8:10) TO WS-ARG-CATEGORY
           MOVE WS-INPUT(19:3) TO WS-ARG-SEQ
           MOVE WS-INPUT(23:7) TO WS-ARG-OWNER
           EXEC CICS ASKTIME
               ABSTIME(WS-TODAY-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-TODAY-ABS)
               YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

      * READS THE ARTICLE AND ITS REVIEW RECORD (FOR UPDATE UNLESS
      * ONLY SHOWING). NO REVIEW RECORD YET - THE PUBLISHER OWNS IT
      * AND IT IS WRITTEN FRESH ON THE FIRST CHANGE.
       300-LOAD-ARTICLE.
           IF WS-ARG-CATEGORY = SPACES OR WS-ARG-SEQ NOT NUMERIC
               MOVE 'USAGE: SM86 S/C/W/R/O CATEGORY SEQ [USERID]' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-CATEGORY TO KB-CATEGORY
           MOVE WS-ARG-SEQ-N TO KB-SEQ-NUM
           EXEC CICS
               READ FILE('KBF00001')
               INTO (WS-KB-REC)
               RIDFLD (KB-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'NO ARTICLE ' WS-ARG-CATEGORY ' ' WS-ARG-SEQ
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE KB-KEY TO KBV-KEY
           IF WS-ARG-ACTION = 'S'
               EXEC CICS
                   READ FILE('KBV00001')
                   INTO (WS-KBV-REC)
                   RIDFLD (KBV-KEY)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
           ELSE
               EXEC CICS
                   READ FILE('KBV00001')
                   INTO (WS-KBV-REC)
                   RIDFLD (KBV-KEY)
                   RESP(WS-RESPONSE-CODE)
                   UPDATE
               END-EXEC
           END-IF
           MOVE 'N' TO WS-KBV-NEW
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-KBV-NEW
               MOVE SPACES TO WS-KBV-REC
               MOVE KB-KEY TO KBV-KEY
               MOVE KB-PUB-BY(1:7) TO KBV-OWNER
               IF KB-STATUS = 'W'
                   MOVE 'W' TO KBV-STATE
               ELSE
                   MOVE 'A' TO KBV-STATE
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       400-SHOW-REVIEW.
           MOVE SPACES TO WS-REPLY
           EVALUATE TRUE
               WHEN KB-STATUS = 'W'
                   STRING KB-TITLE ' OWNER ' KBV-OWNER
                          ' WITHDRAWN ' KBV-WDRAWN-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN WS-KBV-NEW = 'Y'
                   STRING KB-TITLE ' OWNER ' KBV-OWNER
                          ' NOT YET SCHEDULED FOR REVIEW'
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN KBV-STATE = 'R'
                   STRING KB-TITLE ' OWNER ' KBV-OWNER
                          ' REVIEW DUE ' KBV-NEXT-REVIEW
                          ' TICKET ' KBV-REVIEW-TIX
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN OTHER
                   STRING KB-TITLE ' OWNER ' KBV-OWNER
                          ' NEXT REVIEW ' KBV-NEXT-REVIEW
                          ' CONFIRMED BY ' KBV-CONF-BY
                       DELIMITED BY SIZE INTO WS-REPLY
           END-EVALUATE
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

      * THE OWNER (OR AN ADMINISTRATOR) SAYS THE FIX STILL HOLDS -
      * THE CLOCK RESTARTS. ANY OPEN REVIEW TICKET IS NAMED IN THE
      * REPLY SO IT CAN BE CLOSED IN THE USUAL WAY.
       500-CONFIRM.
           PERFORM 700-CHECK-OWNER THRU 700-EXIT
           IF KB-STATUS = 'W'
               MOVE 'ARTICLE IS WITHDRAWN - AN ADMINISTRATOR MUST USE R'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE KBV-REVIEW-TIX TO WS-OLD-TIX
           PERFORM 720-NEXT-REVIEW-DATE
           MOVE 'A' TO KBV-STATE
           MOVE SPACES TO KBV-REVIEW-TIX
           MOVE USERID3 TO KBV-CONF-BY
           MOVE WS-TODAY-YMD TO KBV-CONF-DATE
           PERFORM 750-SAVE-REVIEW
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'KBV00001 UPDATE FAILED FOR ' KB-CATEGORY
                      ' ' KB-SEQ-NUM
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               IF WS-OLD-TIX NOT = SPACES
                   STRING 'CONFIRMED - NEXT REVIEW ' KBV-NEXT-REVIEW
                          ' - CLOSE REVIEW TICKET ' WS-OLD-TIX
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'CONFIRMED - NEXT REVIEW ' KBV-NEXT-REVIEW
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       550-WITHDRAW.
           PERFORM 700-CHECK-OWNER THRU 700-EXIT
           IF KB-STATUS = 'W'
               MOVE 'ARTICLE IS ALREADY WITHDRAWN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'W' TO KBV-STATE
           MOVE WS-TODAY-YMD TO KBV-WDRAWN-DATE
           PERFORM 750-SAVE-REVIEW
           MOVE 'W' TO WS-NEW-KB-STATUS
           PERFORM 770-SET-KB-STATUS
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING KB-CATEGORY ' ' KB-SEQ-NUM
                      ' WITHDRAWN - NO LONGER SEARCHED OR OFFERED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'KBF00001 UPDATE FAILED FOR ' KB-CATEGORY
                      ' ' KB-SEQ-NUM
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       550-EXIT.
           EXIT.

       600-REINSTATE.
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY AN ADMINISTRATOR MAY REINSTATE AN ARTICLE' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF KB-STATUS NOT = 'W'
               MOVE 'ARTICLE IS NOT WITHDRAWN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 720-NEXT-REVIEW-DATE
           MOVE 'A' TO KBV-STATE
           MOVE SPACES TO KBV-REVIEW-TIX
           MOVE SPACES TO KBV-WDRAWN-DATE
           MOVE USERID3 TO KBV-CONF-BY
           MOVE WS-TODAY-YMD TO KBV-CONF-DATE
           PERFORM 750-SAVE-REVIEW
           MOVE SPACE TO WS-NEW-KB-STATUS
           PERFORM 770-SET-KB-STATUS
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING KB-CATEGORY ' ' KB-SEQ-NUM
                      ' REINSTATED - NEXT REVIEW ' KBV-NEXT-REVIEW
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'KBF00001 UPDATE FAILED FOR ' KB-CATEGORY
                      ' ' KB-SEQ-NUM
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

      * THE NEW OWNER MUST BE AN ACTIVE USER - THE REVIEW TICKET
      * GOES TO THEIR QUEUE.
       650-CHANGE-OWNER.
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY AN ADMINISTRATOR MAY CHANGE THE OWNER' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-MEMBER-REC
           MOVE WS-ARG-OWNER TO MB-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-MEMBER-REC)
               RIDFLD (MB-UID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-ARG-OWNER = SPACES OR
              WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              MB-ACTIVE = 'N'
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-OWNER ' IS NOT AN ACTIVE USER'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-OWNER TO KBV-OWNER
           IF WS-KBV-NEW = 'Y'
               PERFORM 720-NEXT-REVIEW-DATE
           END-IF
           PERFORM 750-SAVE-REVIEW
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING KB-CATEGORY ' ' KB-SEQ-NUM ' NOW OWNED BY '
                      KBV-OWNER
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'KBV00001 UPDATE FAILED FOR ' KB-CATEGORY
                      ' ' KB-SEQ-NUM
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

       700-CHECK-OWNER.
           IF CALLER-ADMN = 'Y' OR KBV-OWNER = USERID3
               GO TO 700-EXIT
           END-IF
           MOVE SPACES TO WS-REPLY
           STRING 'ONLY THE OWNER (' KBV-OWNER
                  ') OR AN ADMINISTRATOR MAY DO THAT'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       700-EXIT.
           EXIT.

       720-NEXT-REVIEW-DATE.
           COMPUTE WS-KBV-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD-N) +
               WS-KBV-CYCLE-DAYS
           COMPUTE WS-KBV-DUE-YMD =
               FUNCTION DATE-OF-INTEGER(WS-KBV-DUE-INT)
           MOVE WS-KBV-DUE-YMD TO KBV-NEXT-REVIEW.
       720-EXIT.
           EXIT.

       750-SAVE-REVIEW.
           IF WS-KBV-NEW = 'Y'
               EXEC CICS
                   WRITE FILE('KBV00001')
                   FROM(WS-KBV-REC)
                   RIDFLD(KBV-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('KBV00001')
                   FROM(WS-KBV-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       750-EXIT.
           EXIT.

       770-SET-KB-STATUS.
           EXEC CICS
               READ FILE('KBF00001')
               INTO (WS-KB-REC)
               RIDFLD (KB-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-NEW-KB-STATUS TO KB-STATUS
               EXEC CICS
                   REWRITE FILE('KBF00001')
                   FROM(WS-KB-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       770-EXIT.
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
