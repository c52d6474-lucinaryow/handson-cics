         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM097.
      *
      * CATEGORY ATTRIBUTE ENTRY FOR A TICKET.
      * SHOWS THE EXTRA FIELDS THE TICKET'S CATEGORY DEFINES ON
      * ATD00001 (SEE SM096P AND COPYBOOK SMATD) WITH ANY VALUES
      * ALREADY HELD ON ATV00001 (SMATV), AND TAKES NEW ONES. SM02P
      * XCTLS HERE AS SOON AS IT HAS RAISED A TICKET IN A CATEGORY
      * THAT HAS ATTRIBUTES, AND SM03P DOES ON PF10, PASSING THE
      * TICKET AND CATEGORY IN THE COMMAREA THE WAY SM012 HANDS
      * SM043P ITS USER. IT CAN ALSO BE ENTERED DIRECTLY AS
      *
      *     SM97 TIXNUM
      *
      * BY THE REQUESTOR, THE ASSIGNEE, OR A SERVICE PROVIDER,
      * APPROVER OR ADMINISTRATOR, FOR A TICKET NOT YET FINISHED.
      * BUILT WITH SEND TEXT LIKE THE BOARDS. THE USER PRESSES CLEAR,
      * KEYS
      *
      *     NN VALUE(40)...
      *
      * AND PRESSES ENTER; A BLANK VALUE CLEARS THE ATTRIBUTE. THE
      * VALUE IS CHECKED AGAINST THE ATTRIBUTE'S TYPE - A NUMBER IS
      * DIGITS WITH AT MOST ONE '.', A DATE IS A REAL YYYYMMDD, A
      * CODE MUST BE ONE OF THE CODES SM096P LISTS FOR IT - AND A
      * BAD ONE IS REFUSED WITH THE REASON. PF3 LEAVES FOR THE MENU;
      * WHILE A REQUIRED ATTRIBUTE IS STILL EMPTY THE FIRST PF3 ONLY
      * WARNS (SM03P WILL NOT COMPLETE OR CLOSE THE TICKET UNTIL IT
      * IS FILLED) AND A SECOND ONE LEAVES ANYWAY.
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
           COPY SMSTAT.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-TIME                               PIC 9(15).
       01  WS-TODAY-YMD                          PIC X(08).
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
       01  WS-TIX-REC.
           05  TIX-ID                            PIC X(06).
           05  TIX-REQUESTOR                     PIC X(08).
           05  TIX-STATUS                        PIC X(10).
           05  TIX-TITLE                         PIC X(25).
           05  TIX-DESC                          PIC X(100).
           05  LAST-UPDATE                       PIC X(20).
           05  UPDATED-BY2                       PIC X(08).
           05  LAST-UPDATE-REM                   PIC X(50).
           05  TIX-PRIORITY                      PIC X(01).
           05  TIX-CATEGORY                      PIC X(10).
           05  TIX-DUE-DATE                      PIC X(10).
           05  TIX-ASSIGNED-TO                   PIC X(07).
           05  TIX-QUEUE                         PIC X(10).
           05  TIX-RELATED-ID                    PIC X(06).
           05  TIX-PARENT-ID                     PIC X(06).
           05  TIX-RESOLUTION-CD                 PIC X(05).
           COPY SMATD.
           COPY SMATV.
       01  WS-ATV-OLD                            PIC X(80).
       01  WS-ATD-BR-KEY                         PIC X(12).
       01  WS-BROWSE-DONE                        PIC X.
      * REQUIRED-ATTRIBUTE COUNT - SEE SM098P.
       01  WS-ATK-PARMS.
           05  AKL-TIX-ID                        PIC X(06).
           05  AKL-CATEGORY                      PIC X(10).
           05  AKL-DEFINED                       PIC 9(02).
           05  AKL-MISSING                       PIC 9(02).
           05  AKL-FIRST-LABEL                   PIC X(20).
           05  AKL-RESP-CODE                     PIC S9(8) COMP.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-SEQ                            PIC X(02).
       01  WS-ARG-VALUE                          PIC X(40).
       01  WS-ARG-DATE.
           05  WS-ARG-YYYY                       PIC 9(04).
           05  WS-ARG-MM                         PIC 9(02).
           05  WS-ARG-DD                         PIC 9(02).
       01  WS-VALUE-OK                           PIC X.
       01  WS-CHAR-IDX                           PIC 9(02).
       01  WS-DOT-COUNT                          PIC 9(02).
       01  WS-DIGIT-COUNT                        PIC 9(02).
       01  WS-SEEN-SPACE                         PIC X.
       01  WS-CODE-IDX                           PIC 9(01).
       01  WS-MESSAGE                            PIC X(79).
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-DETAIL                             PIC X(80).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 15 TIMES.
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
       01  WS-COMMAREA.
           05  ATR-TIX-ID                        PIC X(06).
           05  ATR-CATEGORY                      PIC X(10).
           05  ATR-WARNED                        PIC X(01).
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(17).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM097P' TO MTP-PROGRAM
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE SPACES TO WS-MESSAGE
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               IF EIBTRNID NOT = 'SM97'
                   EXEC CICS LINK PROGRAM('SM106P')
                        COMMAREA(WS-MTR-PARMS)
                        LENGTH(LENGTH OF WS-MTR-PARMS)
                        RESP(MTP-RESP)
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM 150-DIRECT-ENTRY THRU 150-EXIT
               PERFORM 300-SEND-SCREEN
           END-IF
           IF EIBTRNID NOT = 'SM97'
               MOVE 'N' TO ATR-WARNED
               STRING 'TICKET ' ATR-TIX-ID
                      ' - PLEASE FILL IN THE ATTRIBUTES BELOW'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 300-SEND-SCREEN
           END-IF
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 700-FINISH
               WHEN EIBAID = DFHCLEAR
                   EXEC CICS LINK PROGRAM('SM106P')
                        COMMAREA(WS-MTR-PARMS)
                        LENGTH(LENGTH OF WS-MTR-PARMS)
                        RESP(MTP-RESP)
                   END-EXEC
                   EXEC CICS RETURN
                       TRANSID('SM97')
                       COMMAREA(WS-COMMAREA)
                   END-EXEC
               WHEN EIBAID = DFHENTER
                   PERFORM 400-APPLY-INPUT THRU 400-EXIT
                   PERFORM 300-SEND-SCREEN
               WHEN OTHER
                   MOVE 'CLEAR, KEY NN VALUE AND PRESS ENTER - PF3 ENDS'
                       TO WS-MESSAGE
                   PERFORM 300-SEND-SCREEN
           END-EVALUATE.
       000-EXIT.
           EXIT.

      * 'SM97 TIXNUM' KEYED ON A CLEAR SCREEN. THE CALLER MUST BE
      * ONE OF THE PEOPLE WHO COULD REACH THE TICKET THROUGH SM03P.
       150-DIRECT-ENTRY.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(6:6) TO ATR-TIX-ID
           MOVE 'N' TO ATR-WARNED
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-REC)
               RIDFLD (ATR-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF ATR-TIX-ID = SPACES OR
              WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'USAGE: SM97 TIXNUM' TO WS-MESSAGE
               PERFORM 800-REPLY
           END-IF
           IF TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-CANCELED OR
              TIX-STATUS = ST-REJECTED
               MOVE SPACES TO WS-MESSAGE
               STRING 'TICKET ' ATR-TIX-ID ' IS ' TIX-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 800-REPLY
           END-IF
           MOVE TIX-CATEGORY TO ATR-CATEGORY
           IF TIX-REQUESTOR(1:7) = USERID3 OR
              TIX-ASSIGNED-TO = USERID3
               GO TO 150-EXIT
           END-IF
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              (CALLER-SP NOT = 'Y' AND CALLER-APP NOT = 'Y' AND
               CALLER-ADMN NOT = 'Y')
               MOVE WS-INVALID TO WS-MESSAGE
               PERFORM 800-REPLY
           END-IF.
       150-EXIT.
           EXIT.

       300-SEND-SCREEN.
           PERFORM 350-BUILD-SCREEN THRU 350-EXIT
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
           EXEC CICS RETURN
               TRANSID('SM97')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
       300-EXIT.
           EXIT.

      * ONE LINE PER DEFINED ATTRIBUTE IN SEQUENCE ORDER. '*' MARKS
      * A REQUIRED ONE. AN EMPTY CODE-LIST ATTRIBUTE SHOWS ITS CODES
      * IN THE VALUE COLUMN SO THE USER KNOWS WHAT TO KEY.
       350-BUILD-SCREEN.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SM97  ATTRIBUTES FOR TICKET ' ATR-TIX-ID
                  '  CATEGORY ' ATR-CATEGORY
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'NN LABEL                T R VALUE' TO WS-SCREEN-LINE(2)
           MOVE WS-MESSAGE TO WS-SCREEN-LINE(14)
           MOVE 'CLEAR, KEY NN VALUE, ENTER (BLANK CLEARS) - PF3 ENDS'
               TO WS-SCREEN-LINE(15)
           MOVE 2 TO WS-LINE-IDX
           MOVE ATR-CATEGORY TO ATD-CATEGORY
           MOVE 0 TO ATD-SEQ
           MOVE ATD-KEY TO WS-ATD-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('ATD00001')
               RIDFLD (WS-ATD-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'NO ATTRIBUTES ARE DEFINED FOR THIS CATEGORY' TO
                   WS-SCREEN-LINE(4)
               GO TO 350-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y' OR WS-LINE-IDX >= 12
               EXEC CICS READNEXT FILE('ATD00001')
                   INTO (ATD-RECORD)
                   RIDFLD (WS-ATD-BR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  ATD-CATEGORY NOT = ATR-CATEGORY
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   PERFORM 360-ONE-ATTRIBUTE-LINE
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('ATD00001') END-EXEC
           IF WS-LINE-IDX = 2
               MOVE 'NO ATTRIBUTES ARE DEFINED FOR THIS CATEGORY' TO
                   WS-SCREEN-LINE(4)
           END-IF.
       350-EXIT.
           EXIT.

       360-ONE-ATTRIBUTE-LINE.
           ADD 1 TO WS-LINE-IDX
           MOVE SPACES TO WS-DETAIL
           MOVE ATD-SEQ TO WS-DETAIL(1:2)
           MOVE ATD-LABEL TO WS-DETAIL(4:20)
           MOVE ATD-TYPE TO WS-DETAIL(25:1)
           IF ATD-IS-REQUIRED
               MOVE '*' TO WS-DETAIL(27:1)
           END-IF
           PERFORM 380-READ-VALUE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              ATV-VALUE NOT = SPACES
               MOVE ATV-VALUE TO WS-DETAIL(29:40)
           ELSE
               IF ATD-CODE-LIST
                   STRING 'ONE OF: ' ATD-CODES
                       DELIMITED BY SIZE INTO WS-DETAIL(29:48)
               END-IF
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX).
       360-EXIT.
           EXIT.

       380-READ-VALUE.
           MOVE ATR-TIX-ID TO ATV-TIX-ID
           MOVE ATD-SEQ TO ATV-SEQ
           EXEC CICS
               READ FILE('ATV00001')
               INTO (ATV-RECORD)
               RIDFLD (ATV-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       380-EXIT.
           EXIT.

       400-APPLY-INPUT.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(1:2) TO WS-ARG-SEQ
           MOVE WS-INPUT(4:40) TO WS-ARG-VALUE
           IF WS-ARG-SEQ NOT NUMERIC
               MOVE 'CLEAR, KEY NN VALUE AND PRESS ENTER - PF3 ENDS'
                   TO WS-MESSAGE
               GO TO 400-EXIT
           END-IF
           MOVE ATR-CATEGORY TO ATD-CATEGORY
           MOVE WS-ARG-SEQ TO ATD-SEQ
           EXEC CICS
               READ FILE('ATD00001')
               INTO (ATD-RECORD)
               RIDFLD (ATD-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'THIS CATEGORY HAS NO ATTRIBUTE ' WS-ARG-SEQ
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 400-EXIT
           END-IF
           IF WS-ARG-VALUE = SPACES
               MOVE ATR-TIX-ID TO ATV-TIX-ID
               MOVE ATD-SEQ TO ATV-SEQ
               EXEC CICS
                   DELETE FILE('ATV00001')
                   RIDFLD (ATV-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               STRING ATD-LABEL DELIMITED BY '  '
                      ' CLEARED' DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 400-EXIT
           END-IF
           PERFORM 450-VALIDATE-VALUE THRU 450-EXIT
           IF WS-VALUE-OK NOT = 'Y'
               GO TO 400-EXIT
           END-IF
           PERFORM 600-SAVE-VALUE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'N' TO ATR-WARNED
               STRING ATD-LABEL DELIMITED BY '  '
                      ' SAVED' DELIMITED BY SIZE
                   INTO WS-MESSAGE
           ELSE
               STRING 'SAVE FAILED FOR ' DELIMITED BY SIZE
                      ATD-LABEL DELIMITED BY '  '
                   INTO WS-MESSAGE
           END-IF.
       400-EXIT.
           EXIT.

       450-VALIDATE-VALUE.
           MOVE 'N' TO WS-VALUE-OK
           EVALUATE TRUE
               WHEN ATD-NUMBER
                   PERFORM 460-CHECK-NUMBER THRU 460-EXIT
               WHEN ATD-DATE
                   PERFORM 470-CHECK-DATE THRU 470-EXIT
               WHEN ATD-CODE-LIST
                   PERFORM 480-CHECK-CODE THRU 480-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-VALUE-OK
           END-EVALUATE.
       450-EXIT.
           EXIT.

      * DIGITS, AT MOST ONE DECIMAL POINT, NOTHING AFTER THE FIRST
      * SPACE.
       460-CHECK-NUMBER.
           MOVE 0 TO WS-DOT-COUNT
           MOVE 0 TO WS-DIGIT-COUNT
           MOVE 'N' TO WS-SEEN-SPACE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               EVALUATE TRUE
                   WHEN WS-ARG-VALUE(WS-CHAR-IDX:1) = SPACE
                       MOVE 'Y' TO WS-SEEN-SPACE
                   WHEN WS-SEEN-SPACE = 'Y'
                       ADD 10 TO WS-DOT-COUNT
                   WHEN WS-ARG-VALUE(WS-CHAR-IDX:1) = '.'
                       ADD 1 TO WS-DOT-COUNT
                   WHEN WS-ARG-VALUE(WS-CHAR-IDX:1) NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN OTHER
                       ADD 10 TO WS-DOT-COUNT
               END-EVALUATE
           END-PERFORM
           IF WS-DOT-COUNT > 1 OR WS-DIGIT-COUNT = 0 OR
              WS-ARG-VALUE(1:1) = SPACE
               STRING ATD-LABEL DELIMITED BY '  '
                      ' MUST BE A NUMBER' DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 460-EXIT
           END-IF
           MOVE 'Y' TO WS-VALUE-OK.
       460-EXIT.
           EXIT.

       470-CHECK-DATE.
           IF WS-ARG-VALUE(1:8) NOT NUMERIC OR
              WS-ARG-VALUE(9:32) NOT = SPACES
               STRING ATD-LABEL DELIMITED BY '  '
                      ' MUST BE A DATE, YYYYMMDD' DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 470-EXIT
           END-IF
           MOVE WS-ARG-VALUE(1:8) TO WS-ARG-DATE
           IF WS-ARG-MM < 1 OR WS-ARG-MM > 12 OR
              WS-ARG-DD < 1 OR WS-ARG-DD > 31 OR
              WS-ARG-YYYY < 1900
               STRING ATD-LABEL DELIMITED BY '  '
                      ' IS NOT A VALID DATE' DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 470-EXIT
           END-IF
           MOVE 'Y' TO WS-VALUE-OK.
       470-EXIT.
           EXIT.

       480-CHECK-CODE.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 5
               IF ATD-CODE(WS-CODE-IDX) NOT = SPACES AND
                  WS-ARG-VALUE = ATD-CODE(WS-CODE-IDX)
                   MOVE 'Y' TO WS-VALUE-OK
               END-IF
           END-PERFORM
           IF WS-VALUE-OK NOT = 'Y'
               STRING ATD-LABEL DELIMITED BY '  '
                      ' MUST BE ONE OF ' DELIMITED BY SIZE
                      ATD-CODES DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF.
       480-EXIT.
           EXIT.

       600-SAVE-VALUE.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           MOVE SPACES TO ATV-RECORD
           MOVE ATR-TIX-ID TO ATV-TIX-ID
           MOVE ATD-SEQ TO ATV-SEQ
           MOVE ATR-CATEGORY TO ATV-CATEGORY
           MOVE WS-ARG-VALUE TO ATV-VALUE
           MOVE USERID3 TO ATV-SET-BY
           MOVE WS-TODAY-YMD TO ATV-SET-DATE
           EXEC CICS
               READ FILE('ATV00001')
               INTO (WS-ATV-OLD)
               RIDFLD (ATV-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('ATV00001')
                   FROM(ATV-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('ATV00001')
                   FROM(ATV-RECORD)
                   RIDFLD(ATV-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

      * PF3. A REQUIRED ATTRIBUTE STILL EMPTY EARNS ONE WARNING;
      * PF3 AGAIN LEAVES ANYWAY.
       700-FINISH.
           MOVE ATR-TIX-ID TO AKL-TIX-ID
           MOVE ATR-CATEGORY TO AKL-CATEGORY
           EXEC CICS LINK PROGRAM('SM098P')
                COMMAREA(WS-ATK-PARMS)
                LENGTH(LENGTH OF WS-ATK-PARMS)
           END-EXEC
           IF AKL-MISSING > 0 AND ATR-WARNED NOT = 'Y'
               MOVE 'Y' TO ATR-WARNED
               STRING 'REQUIRED ' DELIMITED BY SIZE
                      AKL-FIRST-LABEL DELIMITED BY '  '
                      ' IS EMPTY - PF3 AGAIN TO LEAVE ANYWAY'
                          DELIMITED BY SIZE
                   INTO WS-MESSAGE
               PERFORM 300-SEND-SCREEN
           END-IF
           EXEC CICS XCTL
               PROGRAM('SM000P')
           END-EXEC.
       700-EXIT.
           EXIT.

       800-REPLY.
           EXEC CICS SEND TEXT
               FROM (WS-MESSAGE)
               LENGTH (LENGTH OF WS-MESSAGE)
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
