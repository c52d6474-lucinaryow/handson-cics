         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM113.
      *
      * REST CLIENT REGISTRATION FOR API00001 (SEE SMAPC). ONLY THE
      * APPLICATIONS REGISTERED HERE CAN CALL THE SM016P REST FRONT
      * DOOR, ONLY FOR THE OPERATIONS, REQUESTORS OR QUEUES GIVEN
      * THEM, AND ONLY UP TO THEIR CALLS PER HOUR. ADMINISTRATORS
      * ONLY. COMMAND-LINE TRANSACTION:
      *
      *     SMAP                             LIST THE CLIENTS
      *     SMAP CLIENTID L                  LIST FROM THIS CLIENT
      *     SMAP CLIENTID                    SHOW ONE CLIENT
      *     SMAP CLIENTID A TEAM------ OP LIMIT
      *                                      ADD OR CHANGE - OP IS
      *                                      P (POST), G (GET) OR PG,
      *                                      LIMIT IS CALLS PER HOUR
      *     SMAP CLIENTID K SECRET----------  SET A NEW SECRET
      *     SMAP CLIENTID R USERID   USERID   ...  UP TO FIVE
      *                                      REQUESTORS IT MAY FILE
      *                                      FOR AND READ
      *     SMAP CLIENTID Q QUEUE----- QUEUE----- ...  UP TO FIVE
      *                                      QUEUES IT MAY FILE INTO
      *                                      AND READ
      *     SMAP CLIENTID *                  ANY REQUESTOR AND QUEUE
      *     SMAP CLIENTID S                  SUSPEND
      *     SMAP CLIENTID E                  ENABLE AGAIN
      *     SMAP CLIENTID D                  DELETE
      *
      * THE CLIENT ID IS IN COLUMNS 6-13, THE ACTION IN 15, AND THE
      * ARGUMENTS FROM 17 (SCOPE ENTRIES EVERY 11 COLUMNS). A NEW
      * CLIENT STARTS ACTIVE WITH NO SECRET AND NO SCOPE, SO IT
      * CANNOT CALL UNTIL BOTH ARE SET. THE SECRET (12 TO 16
      * CHARACTERS, NO SPACES) IS HASHED BY SM107 AND NEVER STORED
      * OR SHOWN; THE REPLY ERASES THE SCREEN IT WAS TYPED ON. EVERY
      * CHANGE IS LOGGED TO CFA00001 THROUGH SM111P.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
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
       01  WS-CALLER-REC.
           05  CALLER-UID                        PIC X(08).
           05  CALLER-REQ                        PIC X.
           05  CALLER-ADMN                       PIC X.
           05  CALLER-APP                        PIC X.
           05  CALLER-SP                         PIC X.
           05  CALLER-UPBY                       PIC X(08).
           05  CALLER-ACTIVE                     PIC X.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ID                             PIC X(08).
       01  WS-ARG-ACT                            PIC X(01).
       01  WS-ARG-REST                           PIC X(64).
       01  WS-ARG-TEAM                           PIC X(10).
       01  WS-ARG-OPS                            PIC X(02).
       01  WS-ARG-LIMIT                          PIC X(05).
       01  WS-ARG-LIMIT-N REDEFINES WS-ARG-LIMIT PIC 9(05).
       01  WS-ARG-SECRET                         PIC X(16).
       01  WS-SECRET-LEN                         PIC 9(02).
       01  WS-SECRET-SPACES                      PIC 9(02).
       01  WS-ENTRY-IDX                          PIC 9(01).
       01  WS-ENTRY-POS                          PIC 9(02).
       01  WS-ENTRY-COUNT                        PIC 9(01).
       01  WS-ENTRY-BAD                          PIC X.
       01  WS-TODAY                              PIC X(08).
       01  WS-NOW-TIME                           PIC X(06).
           COPY SMAPC.
           COPY SMAPH.
           COPY SMPHP.
       01  WS-APC-OLD                            PIC X(128).
       01  WS-IMAGE                              PIC X(40).
       01  WS-IMAGE-PTR                          PIC 9(02).
       01  WS-BR-DONE                            PIC X.
       01  WS-HIT-COUNT                          PIC 9(02).
       01  WS-COUNT-ED                           PIC ZZZZZZ9.
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 16 TIMES.
       01  WS-DETAIL                             PIC X(80).
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.
           COPY SMCFW.

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
           MOVE 'SM113P' TO MTP-PROGRAM
           EXEC CICS FORMATTIME
               ABSTIME (MTP-START)
               YYYYMMDD (WS-TODAY)
               TIME (WS-NOW-TIME)
           END-EXEC
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-ID = SPACES OR WS-ARG-ACT = 'L'
                   PERFORM 300-LIST-CLIENTS
               WHEN WS-ARG-ACT = SPACES
                   PERFORM 400-SHOW-CLIENT
               WHEN WS-ARG-ACT = 'A'
                   PERFORM 500-SAVE-CLIENT
               WHEN WS-ARG-ACT = 'K'
                   PERFORM 550-SET-SECRET
               WHEN WS-ARG-ACT = 'R' OR WS-ARG-ACT = 'Q' OR
                    WS-ARG-ACT = '*'
                   PERFORM 600-SET-SCOPE
               WHEN WS-ARG-ACT = 'S' OR WS-ARG-ACT = 'E'
                   PERFORM 650-SET-STATUS
               WHEN WS-ARG-ACT = 'D'
                   PERFORM 680-DELETE-CLIENT
               WHEN OTHER
                   MOVE 'USAGE: SMAP CLIENTID L/A/K/R/Q/*/S/E/D ...'
                       TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
           EXIT.

       100-CHECK-ROLE.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              CALLER-ADMN NOT = 'Y'
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
           MOVE WS-INPUT(6:8) TO WS-ARG-ID
           MOVE WS-INPUT(15:1) TO WS-ARG-ACT
           MOVE WS-INPUT(17:64) TO WS-ARG-REST
           MOVE SPACES TO WS-INPUT.
       200-EXIT.
           EXIT.

      * THIRTEEN CLIENTS FROM THE ONE GIVEN (OR THE FIRST), WITH THE
      * ID TO PAGE ON FROM WHEN THERE ARE MORE.
       300-LIST-CLIENTS.
           MOVE SPACES TO WS-SCREEN
           MOVE 'REGISTERED REST CLIENTS' TO WS-SCREEN-LINE(1)
           MOVE 'CLIENT   TEAM       ST OPS LIMIT SCOPE SECRET' TO
               WS-SCREEN-LINE(2)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE SPACES TO APC-RECORD
           MOVE WS-ARG-ID TO APC-CLIENT-ID
           EXEC CICS STARTBR FILE('API00001')
                RIDFLD (APC-CLIENT-ID)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y'
                   EXEC CICS READNEXT FILE('API00001')
                             INTO (APC-RECORD)
                             RIDFLD (APC-CLIENT-ID)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       IF WS-HIT-COUNT = 13
                           MOVE SPACES TO WS-DETAIL
                           STRING 'MORE - SMAP ' APC-CLIENT-ID ' L'
                               DELIMITED BY SIZE INTO WS-DETAIL
                           MOVE WS-DETAIL TO WS-SCREEN-LINE(16)
                           MOVE 'Y' TO WS-BR-DONE
                       ELSE
                           ADD 1 TO WS-HIT-COUNT
                           PERFORM 350-LIST-LINE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('API00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO CLIENTS REGISTERED' TO WS-SCREEN-LINE(3)
           END-IF
           PERFORM 850-SEND-SCREEN.
       300-EXIT.
           EXIT.

       350-LIST-LINE.
           MOVE SPACES TO WS-DETAIL
           MOVE APC-CLIENT-ID TO WS-DETAIL(1:8)
           MOVE APC-TEAM TO WS-DETAIL(10:10)
           MOVE APC-STATUS TO WS-DETAIL(21:1)
           IF APC-ALLOW-POST = 'Y'
               MOVE 'P' TO WS-DETAIL(24:1)
           END-IF
           IF APC-ALLOW-GET = 'Y'
               MOVE 'G' TO WS-DETAIL(25:1)
           END-IF
           MOVE APC-HOUR-LIMIT TO WS-DETAIL(28:5)
           MOVE APC-SCOPE-TYPE TO WS-DETAIL(34:1)
           IF APC-SECRET-K1
               MOVE 'SET' TO WS-DETAIL(40:4)
           ELSE
               MOVE 'NONE' TO WS-DETAIL(40:4)
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       350-EXIT.
           EXIT.

      * THE WHOLE REGISTRATION, AND WHAT THE CLIENT HAS USED OF THIS
      * HOUR'S CALLS.
       400-SHOW-CLIENT.
           PERFORM 450-READ-CLIENT
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 460-NOT-FOUND
           END-IF
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'CLIENT ' APC-CLIENT-ID '  TEAM ' APC-TEAM
               DELIMITED BY SIZE INTO WS-DETAIL
           IF APC-ACTIVE
               MOVE 'ACTIVE' TO WS-DETAIL(40:9)
           ELSE
               MOVE 'SUSPENDED' TO WS-DETAIL(40:9)
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE SPACES TO WS-DETAIL
           STRING 'POST ' APC-ALLOW-POST '  GET ' APC-ALLOW-GET
                  '  LIMIT ' APC-HOUR-LIMIT ' CALLS PER HOUR'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           EVALUATE TRUE
               WHEN APC-SCOPE-REQUESTOR
                   MOVE 'SCOPE - THESE REQUESTORS:' TO WS-SCREEN-LINE(3)
               WHEN APC-SCOPE-QUEUE
                   MOVE 'SCOPE - THESE QUEUES:' TO WS-SCREEN-LINE(3)
               WHEN APC-SCOPE-ANY
                   MOVE 'SCOPE - ANY REQUESTOR AND QUEUE' TO
                       WS-SCREEN-LINE(3)
               WHEN OTHER
                   MOVE 'SCOPE - NONE SET, EVERY CALL REFUSED' TO
                       WS-SCREEN-LINE(3)
           END-EVALUATE
           MOVE 4 TO WS-LINE-IDX
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 5
               IF APC-SCOPE-ENTRY(WS-ENTRY-IDX) NOT = SPACES
                   MOVE SPACES TO WS-DETAIL
                   MOVE APC-SCOPE-ENTRY(WS-ENTRY-IDX) TO
                       WS-DETAIL(5:10)
                   MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
                   ADD 1 TO WS-LINE-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL
           IF APC-SECRET-K1
               STRING 'SECRET SET ' APC-SET-DATE ' BY ' APC-SET-BY
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE 'NO SECRET SET - THE CLIENT CANNOT CALL' TO
                   WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX
           MOVE APC-CLIENT-ID TO APH-CLIENT-ID
           MOVE WS-TODAY TO APH-DATE
           MOVE WS-NOW-TIME(1:2) TO APH-HH
           EXEC CICS
               READ FILE('APH00001')
               INTO (APH-RECORD)
               RIDFLD (APH-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 0 TO APH-CALLS
               MOVE 0 TO APH-REFUSED
           END-IF
           MOVE SPACES TO WS-DETAIL
           MOVE APH-CALLS TO WS-COUNT-ED
           STRING 'THIS HOUR - CALLS ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE APH-REFUSED TO WS-COUNT-ED
           MOVE 'REFUSED' TO WS-DETAIL(28:7)
           MOVE WS-COUNT-ED TO WS-DETAIL(36:7)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           PERFORM 850-SEND-SCREEN.
       400-EXIT.
           EXIT.

       450-READ-CLIENT.
           MOVE SPACES TO APC-RECORD
           EXEC CICS
               READ FILE('API00001')
               INTO (APC-RECORD)
               RIDFLD (WS-ARG-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       450-EXIT.
           EXIT.

       455-READ-FOR-UPDATE.
           MOVE SPACES TO APC-RECORD
           EXEC CICS
               READ FILE('API00001')
               INTO (APC-RECORD)
               RIDFLD (WS-ARG-ID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE APC-RECORD TO WS-APC-OLD.
       455-EXIT.
           EXIT.

       460-NOT-FOUND.
           MOVE SPACES TO WS-REPLY
           STRING 'CLIENT ' WS-ARG-ID ' IS NOT REGISTERED'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       460-EXIT.
           EXIT.

      * ADDS A CLIENT, OR CHANGES THE TEAM, OPERATIONS AND LIMIT OF
      * ONE ALREADY REGISTERED. THE SECRET AND SCOPE ARE LEFT ALONE.
       500-SAVE-CLIENT.
           MOVE WS-ARG-REST(1:10) TO WS-ARG-TEAM
           MOVE WS-ARG-REST(12:2) TO WS-ARG-OPS
           MOVE WS-ARG-REST(15:5) TO WS-ARG-LIMIT
           IF WS-ARG-TEAM = SPACES
               MOVE 'THE OWNING TEAM IS REQUIRED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-OPS NOT = 'P ' AND WS-ARG-OPS NOT = 'G ' AND
              WS-ARG-OPS NOT = 'PG' AND WS-ARG-OPS NOT = 'GP'
               MOVE 'OPERATIONS MUST BE P, G OR PG' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-LIMIT NOT NUMERIC OR WS-ARG-LIMIT-N = 0
               MOVE 'LIMIT MUST BE 00001-99999 CALLS PER HOUR' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
           ELSE
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO WS-APC-OLD
               MOVE SPACES TO APC-RECORD
               MOVE WS-ARG-ID TO APC-CLIENT-ID
               MOVE 'A' TO APC-STATUS
           END-IF
           MOVE WS-ARG-TEAM TO APC-TEAM
           MOVE 'N' TO APC-ALLOW-POST
           MOVE 'N' TO APC-ALLOW-GET
           IF WS-ARG-OPS(1:1) = 'P' OR WS-ARG-OPS(2:1) = 'P'
               MOVE 'Y' TO APC-ALLOW-POST
           END-IF
           IF WS-ARG-OPS(1:1) = 'G' OR WS-ARG-OPS(2:1) = 'G'
               MOVE 'Y' TO APC-ALLOW-GET
           END-IF
           MOVE WS-ARG-LIMIT-N TO APC-HOUR-LIMIT
           IF CFW-ACTION = 'C'
               EXEC CICS
                   REWRITE FILE('API00001')
                   FROM(APC-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('API00001')
                   FROM(APC-RECORD)
                   RIDFLD(APC-CLIENT-ID)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-APC-OLD(1:40) TO CFW-BEFORE
               MOVE APC-RECORD(1:40) TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'CLIENT ' WS-ARG-ID ' SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'CLIENT SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * A NEW SECRET REPLACES THE OLD ONE AT ONCE - THE CLIENT'S
      * NEXT CALL MUST CARRY IT. ONLY THE SALT AND HASH ARE KEPT.
       550-SET-SECRET.
           MOVE WS-ARG-REST(1:16) TO WS-ARG-SECRET
           MOVE SPACES TO WS-ARG-REST
           MOVE 0 TO WS-SECRET-LEN
           MOVE 0 TO WS-SECRET-SPACES
           INSPECT WS-ARG-SECRET TALLYING WS-SECRET-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-ARG-SECRET TALLYING WS-SECRET-SPACES
               FOR ALL SPACES
           IF WS-SECRET-LEN < 12 OR
              WS-SECRET-LEN + WS-SECRET-SPACES NOT = 16
               MOVE SPACES TO WS-ARG-SECRET
               MOVE 'SECRET MUST BE 12 TO 16 CHARACTERS, NO SPACES' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-ARG-SECRET
               PERFORM 460-NOT-FOUND
           END-IF
           MOVE 'K' TO PHS-FUNCTION
           MOVE APC-CLIENT-ID TO PHS-USERID
           MOVE WS-ARG-SECRET TO PHS-SECRET
           MOVE MTP-START TO PHS-SEED
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE SPACES TO WS-ARG-SECRET
           MOVE PHS-FORMAT TO APC-SECRET-FORMAT
           MOVE PHS-SALT TO APC-SALT
           MOVE PHS-HASH TO APC-HASH
           MOVE USERID3 TO APC-SET-BY
           MOVE WS-TODAY TO APC-SET-DATE
           EXEC CICS
               REWRITE FILE('API00001')
               FROM(APC-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               MOVE WS-APC-OLD(1:40) TO CFW-BEFORE
               MOVE SPACES TO CFW-AFTER
               STRING 'SECRET SET ' WS-TODAY
                   DELIMITED BY SIZE INTO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'NEW SECRET SET FOR CLIENT ' WS-ARG-ID
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'SECRET COULD NOT BE SET' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       550-EXIT.
           EXIT.

      * R AND Q REPLACE THE WHOLE LIST WITH THE ENTRIES TYPED; *
      * OPENS THE CLIENT TO EVERY TICKET.
       600-SET-SCOPE.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-ENTRY-BAD
           IF WS-ARG-ACT NOT = '*'
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > 5
                   COMPUTE WS-ENTRY-POS = (WS-ENTRY-IDX - 1) * 11 + 1
                   IF WS-ARG-REST(WS-ENTRY-POS:10) NOT = SPACES
                       ADD 1 TO WS-ENTRY-COUNT
                       IF WS-ARG-ACT = 'R' AND
                          WS-ARG-REST(WS-ENTRY-POS + 8:2) NOT = SPACES
                           MOVE 'Y' TO WS-ENTRY-BAD
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ENTRY-COUNT = 0
                   MOVE 'GIVE AT LEAST ONE REQUESTOR OR QUEUE' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               IF WS-ENTRY-BAD = 'Y'
                   MOVE 'A REQUESTOR USERID IS AT MOST 8 CHARACTERS' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           END-IF
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 460-NOT-FOUND
           END-IF
           PERFORM 720-SCOPE-IMAGE
           MOVE WS-IMAGE TO CFW-BEFORE
           MOVE WS-ARG-ACT TO APC-SCOPE-TYPE
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 5
               MOVE SPACES TO APC-SCOPE-ENTRY(WS-ENTRY-IDX)
               IF WS-ARG-ACT NOT = '*'
                   COMPUTE WS-ENTRY-POS = (WS-ENTRY-IDX - 1) * 11 + 1
                   MOVE WS-ARG-REST(WS-ENTRY-POS:10) TO
                       APC-SCOPE-ENTRY(WS-ENTRY-IDX)
               END-IF
           END-PERFORM
           EXEC CICS
               REWRITE FILE('API00001')
               FROM(APC-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               PERFORM 720-SCOPE-IMAGE
               MOVE WS-IMAGE TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'SCOPE SAVED FOR CLIENT ' WS-ARG-ID
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'SCOPE SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

       650-SET-STATUS.
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 460-NOT-FOUND
           END-IF
           IF WS-ARG-ACT = 'S'
               MOVE 'S' TO APC-STATUS
           ELSE
               MOVE 'A' TO APC-STATUS
           END-IF
           EXEC CICS
               REWRITE FILE('API00001')
               FROM(APC-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               MOVE WS-APC-OLD(1:40) TO CFW-BEFORE
               MOVE APC-RECORD(1:40) TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CLIENT STATUS CHANGE FAILED' TO WS-REPLY
           ELSE
               IF APC-SUSPENDED
                   STRING 'CLIENT ' WS-ARG-ID ' SUSPENDED'
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'CLIENT ' WS-ARG-ID ' ENABLED'
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

       680-DELETE-CLIENT.
           PERFORM 450-READ-CLIENT
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 460-NOT-FOUND
           END-IF
           MOVE APC-RECORD TO WS-APC-OLD
           EXEC CICS
               DELETE FILE('API00001')
               RIDFLD (WS-ARG-ID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'D' TO CFW-ACTION
               MOVE WS-APC-OLD(1:40) TO CFW-BEFORE
               MOVE SPACES TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'CLIENT ' WS-ARG-ID ' DELETED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'CLIENT DELETE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       680-EXIT.
           EXIT.

      * RECORD THE CLIENT JUST ADDED, CHANGED OR DELETED ON THE
      * CONFIGURATION AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE
      * IMAGES ARE SET ON ENTRY. THE SALT AND HASH NEVER GO THERE.
       700-LOG-CHANGE.
           MOVE 'API00001' TO CFW-TABLE
           MOVE WS-ARG-ID TO CFW-ROW-KEY
           MOVE 'SM113P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       700-EXIT.
           EXIT.

      * THE SCOPE TYPE AND ENTRIES, SPACE-SEPARATED, AS FAR AS THEY
      * FIT IN THE 40-BYTE AUDIT IMAGE.
       720-SCOPE-IMAGE.
           MOVE SPACES TO WS-IMAGE
           MOVE 1 TO WS-IMAGE-PTR
           STRING 'SCOPE ' APC-SCOPE-TYPE
               DELIMITED BY SIZE INTO WS-IMAGE
               WITH POINTER WS-IMAGE-PTR
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 5
               IF APC-SCOPE-ENTRY(WS-ENTRY-IDX) NOT = SPACES
                   STRING ' ' APC-SCOPE-ENTRY(WS-ENTRY-IDX)
                       DELIMITED BY '  ' INTO WS-IMAGE
                       WITH POINTER WS-IMAGE-PTR
                   END-STRING
               END-IF
           END-PERFORM.
       720-EXIT.
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

       850-SEND-SCREEN.
           EXEC CICS SEND TEXT
               FROM (WS-SCREEN)
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       850-EXIT.
           EXIT.
