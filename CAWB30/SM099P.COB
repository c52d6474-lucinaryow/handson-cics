         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM099.
      *
      * LHR00001 LEGAL-HOLD REGISTER MAINTENANCE.
      * WHEN LEGAL OPENS A DISPUTE THE TICKETS, PEOPLE AND ASSETS IT
      * TOUCHES ARE PUT UNDER A NAMED HOLD HERE, AND FROM THE NEXT
      * BATCH RUN SMB007, SMB036 AND SMB017 LEAVE THEM ALONE. SMB073
      * WRITES THE CASE FILE FOR A HOLD. SEE COPYBOOK SMLHR.
      * COMMAND-LINE TRANSACTION IN THE SM024 STYLE - FIXED COLUMNS,
      * NO MAP:
      *
      *     SM99 HOLDID   O MATTER NAME...    OPEN THE HOLD (OR RENAME
      *                                       OR REOPEN IT)
      *     SM99 HOLDID   T TICKET            PUT A TICKET IN SCOPE
      *     SM99 HOLDID   U USERID            PUT A REQUESTOR IN SCOPE
      *     SM99 HOLDID   C CIID              PUT AN ASSET IN SCOPE
      *     SM99 HOLDID   D T/U/C VALUE       TAKE A SCOPE ROW OUT
      *     SM99 HOLDID   R                   RELEASE THE HOLD
      *     SM99 HOLDID                       SHOW THE HOLD
      *
      * HOLDID IS COLUMNS 6-13 AND THE ACTION COLUMN 15. THE MATTER
      * NAME AND THE T/U/C VALUE START IN COLUMN 17; FOR D THE SCOPE
      * TYPE IS COLUMN 17 AND THE VALUE STARTS IN COLUMN 19. SCOPE
      * CAN ONLY BE ADDED TO AN ACTIVE HOLD. RELEASING A HOLD KEEPS
      * ITS ROWS AS A RECORD OF WHAT WAS HELD; OPENING IT AGAIN
      * REACTIVATES IT. ADMINISTRATORS ONLY.
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
       01  WS-ARG-HOLD                           PIC X(08).
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-MATTER                         PIC X(40).
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-VALUE                          PIC X(08).
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
           COPY SMLHR.
       01  WS-LHR-OLD                            PIC X(100).
       01  WS-LHR-BR-KEY                         PIC X(17).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-DETAIL                             PIC X(80).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 20 TIMES.
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
           MOVE 'SM099P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-HOLD = SPACES
                   MOVE 'USAGE: SM99 HOLDID O/T/U/C/D/R [MATTER/VALUE]'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = SPACE
                   PERFORM 400-SHOW-HOLD THRU 400-EXIT
               WHEN WS-ARG-ACTION = 'O'
                   PERFORM 500-OPEN-HOLD
               WHEN WS-ARG-ACTION = 'T' OR WS-ARG-ACTION = 'U' OR
                    WS-ARG-ACTION = 'C'
                   PERFORM 600-ADD-SCOPE
               WHEN WS-ARG-ACTION = 'D'
                   PERFORM 650-DROP-SCOPE
               WHEN WS-ARG-ACTION = 'R'
                   PERFORM 700-RELEASE-HOLD
               WHEN OTHER
                   MOVE 'ACTION MUST BE O, T, U, C, D, OR R' TO WS-REPLY
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
           MOVE WS-INPUT(6:8) TO WS-ARG-HOLD
           MOVE WS-INPUT(15:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(17:40) TO WS-ARG-MATTER
           IF WS-ARG-ACTION = 'D'
               MOVE WS-INPUT(17:1) TO WS-ARG-TYPE
               MOVE WS-INPUT(19:8) TO WS-ARG-VALUE
           ELSE
               MOVE WS-ARG-ACTION TO WS-ARG-TYPE
               MOVE WS-INPUT(17:8) TO WS-ARG-VALUE
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

       300-READ-HEADER.
           MOVE WS-ARG-HOLD TO LHR-HOLD-ID
           MOVE SPACE TO LHR-SCOPE-TYPE
           MOVE SPACES TO LHR-SCOPE-VALUE
           EXEC CICS
               READ FILE('LHR00001')
               INTO (LHR-RECORD)
               RIDFLD (LHR-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       300-EXIT.
           EXIT.

       400-SHOW-HOLD.
           PERFORM 300-READ-HEADER
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'NO LEGAL HOLD NAMED ' WS-ARG-HOLD
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SM99  HOLD ' WS-ARG-HOLD ' ' LHR-MATTER
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE SPACES TO WS-DETAIL
           IF LHR-ACTIVE
               STRING 'ACTIVE - OPENED BY ' LHR-OPENED-BY ' ON '
                      LHR-OPENED-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               STRING 'RELEASED BY ' LHR-RELEASED-BY ' ON '
                      LHR-RELEASED-DATE ' - OPENED BY ' LHR-OPENED-BY
                      ' ON ' LHR-OPENED-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           MOVE 'T VALUE    ADDED BY ON' TO WS-SCREEN-LINE(4)
           MOVE 4 TO WS-LINE-IDX
           MOVE LHR-KEY TO WS-LHR-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('LHR00001')
               RIDFLD (WS-LHR-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 450-SEND-LIST
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('LHR00001')
                   INTO (LHR-RECORD)
                   RIDFLD (WS-LHR-BR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  LHR-HOLD-ID NOT = WS-ARG-HOLD
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF NOT LHR-HOLD-HEADER
                       IF WS-LINE-IDX = 19
                           MOVE 'MORE ROWS - SEE THE SMB073 CASE FILE'
                               TO WS-SCREEN-LINE(20)
                           MOVE 'Y' TO WS-BROWSE-DONE
                       ELSE
                           ADD 1 TO WS-LINE-IDX
                           MOVE SPACES TO WS-DETAIL
                           STRING LHR-SCOPE-TYPE ' ' LHR-SCOPE-VALUE
                                  ' ' LHR-ADDED-BY '  ' LHR-ADDED-DATE
                               DELIMITED BY SIZE INTO WS-DETAIL
                           MOVE WS-DETAIL TO
                               WS-SCREEN-LINE(WS-LINE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('LHR00001') END-EXEC.
       450-SEND-LIST.
           IF WS-LINE-IDX = 4
               MOVE 'NOTHING IS IN SCOPE YET' TO WS-SCREEN-LINE(5)
           END-IF
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
       400-EXIT.
           EXIT.

      * A NEW HOLD IS WRITTEN ACTIVE. AN EXISTING ONE TAKES THE NEW
      * MATTER NAME, IF ONE IS GIVEN, AND IS MADE ACTIVE AGAIN.
       500-OPEN-HOLD.
           PERFORM 300-READ-HEADER
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               IF WS-ARG-MATTER = SPACES
                   MOVE 'MATTER NAME GOES IN COLUMN 17' TO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               MOVE SPACES TO LHR-RECORD
               MOVE WS-ARG-HOLD TO LHR-HOLD-ID
               MOVE SPACE TO LHR-SCOPE-TYPE
               MOVE SPACES TO LHR-SCOPE-VALUE
               MOVE USERID3 TO LHR-OPENED-BY
               MOVE WS-TODAY-YMD TO LHR-OPENED-DATE
           END-IF
           IF WS-ARG-MATTER NOT = SPACES
               MOVE WS-ARG-MATTER TO LHR-MATTER
           END-IF
           MOVE 'A' TO LHR-STATUS
           MOVE SPACES TO LHR-RELEASED-BY
           MOVE SPACES TO LHR-RELEASED-DATE
           PERFORM 680-WRITE-OR-REWRITE
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'LEGAL HOLD ' WS-ARG-HOLD ' IS ACTIVE'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'LEGAL HOLD SAVE FAILED FOR ' WS-ARG-HOLD
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       600-ADD-SCOPE.
           IF WS-ARG-VALUE = SPACES
               MOVE 'TICKET, USERID OR CI GOES IN COLUMN 17' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 300-READ-HEADER
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              NOT LHR-ACTIVE
               MOVE SPACES TO WS-REPLY
               STRING 'OPEN LEGAL HOLD ' WS-ARG-HOLD ' FIRST (ACTION O)'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO LHR-RECORD
           MOVE WS-ARG-HOLD TO LHR-HOLD-ID
           MOVE WS-ARG-TYPE TO LHR-SCOPE-TYPE
           MOVE WS-ARG-VALUE TO LHR-SCOPE-VALUE
           MOVE USERID3 TO LHR-ADDED-BY
           MOVE WS-TODAY-YMD TO LHR-ADDED-DATE
           EXEC CICS
               WRITE FILE('LHR00001')
               FROM(LHR-RECORD)
               RIDFLD(LHR-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING WS-ARG-TYPE ' ' WS-ARG-VALUE
                          ' PLACED UNDER LEGAL HOLD ' WS-ARG-HOLD
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   STRING WS-ARG-TYPE ' ' WS-ARG-VALUE
                          ' IS ALREADY UNDER LEGAL HOLD ' WS-ARG-HOLD
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN OTHER
                   STRING 'LEGAL HOLD SAVE FAILED FOR ' WS-ARG-HOLD
                       DELIMITED BY SIZE INTO WS-REPLY
           END-EVALUATE
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

       650-DROP-SCOPE.
           IF WS-ARG-TYPE NOT = 'T' AND WS-ARG-TYPE NOT = 'U' AND
              WS-ARG-TYPE NOT = 'C'
               MOVE 'D NEEDS T, U OR C IN COLUMN 17, VALUE IN 19' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-HOLD TO LHR-HOLD-ID
           MOVE WS-ARG-TYPE TO LHR-SCOPE-TYPE
           MOVE WS-ARG-VALUE TO LHR-SCOPE-VALUE
           EXEC CICS
               DELETE FILE('LHR00001')
               RIDFLD (LHR-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-TYPE ' ' WS-ARG-VALUE
                      ' TAKEN OUT OF LEGAL HOLD ' WS-ARG-HOLD
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-ARG-TYPE ' ' WS-ARG-VALUE
                      ' IS NOT UNDER LEGAL HOLD ' WS-ARG-HOLD
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

       680-WRITE-OR-REWRITE.
           EXEC CICS
               READ FILE('LHR00001')
               INTO (WS-LHR-OLD)
               RIDFLD (LHR-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('LHR00001')
                   FROM(LHR-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('LHR00001')
                   FROM(LHR-RECORD)
                   RIDFLD(LHR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       680-EXIT.
           EXIT.

       700-RELEASE-HOLD.
           PERFORM 300-READ-HEADER
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'NO LEGAL HOLD NAMED ' WS-ARG-HOLD
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF LHR-RELEASED
               MOVE SPACES TO WS-REPLY
               STRING 'LEGAL HOLD ' WS-ARG-HOLD ' WAS RELEASED ON '
                      LHR-RELEASED-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'R' TO LHR-STATUS
           MOVE USERID3 TO LHR-RELEASED-BY
           MOVE WS-TODAY-YMD TO LHR-RELEASED-DATE
           PERFORM 680-WRITE-OR-REWRITE
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'LEGAL HOLD ' WS-ARG-HOLD ' RELEASED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'LEGAL HOLD SAVE FAILED FOR ' WS-ARG-HOLD
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
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
