         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM096.
      *
      * ATD00001 CATEGORY ATTRIBUTE DEFINITION MAINTENANCE.
      * EACH TICKET CATEGORY MAY CARRY UP TO NINE EXTRA FIELDS OF ITS
      * OWN - AN ASSET TAG ON HARDWARE TICKETS, A COST CENTRE ON
      * ACCESS REQUESTS - WHICH THE SM097P SCREEN ASKS FOR AFTER
      * SM02P RAISES THE TICKET AND ON PF10 FROM SM03P. SEE COPYBOOK
      * SMATD. COMMAND-LINE TRANSACTION IN THE SM024 STYLE - FIXED
      * COLUMNS, NO MAP:
      *
      *     SM96 CATEGORY   NN T R LABEL(20)........... CODES...
      *          (6-15)   (17-18) 20 22 (24-43)        (45-80)
      *     SM96 CATEGORY   NN DEL        DELETE ATTRIBUTE NN
      *     SM96 CATEGORY   NN            SHOW ATTRIBUTE NN
      *     SM96 CATEGORY                 LIST THE CATEGORY
      *
      * NN IS THE DISPLAY ORDER, 01-09. T IS THE TYPE - T TEXT,
      * N NUMBER, D DATE (YYYYMMDD) OR C CODE LIST - AND R IS Y WHEN
      * THE ATTRIBUTE MUST BE FILLED IN BEFORE SM03P WILL COMPLETE
      * OR CLOSE THE TICKET (BLANK IS N). A CODE-LIST ATTRIBUTE
      * TAKES ONE TO FIVE CODES OF UP TO 8 CHARACTERS, SPACE-
      * SEPARATED, FROM COLUMN 45; THE OTHER TYPES TAKE NONE.
      * DELETING AN ATTRIBUTE LEAVES ANY VALUES ALREADY ENTERED ON
      * ATV00001 - THEY ARE SIMPLY NO LONGER SHOWN OR EXPORTED.
      * ADMINISTRATORS ONLY.
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
       01  WS-ARG-CATEGORY                       PIC X(10).
       01  WS-ARG-SEQ                            PIC X(02).
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-REQUIRED                       PIC X(01).
       01  WS-ARG-LABEL                          PIC X(20).
       01  WS-ARG-CODE-TEXT                      PIC X(36).
       01  WS-ARG-CODES.
           05  WS-ARG-CODE                       PIC X(08)
                                                   OCCURS 5 TIMES.
       01  WS-ARG-WORD-LIST.
           05  WS-ARG-WORDS                      PIC X(12)
                                                   OCCURS 6 TIMES.
       01  WS-CODE-COUNT                         PIC 9(02).
       01  WS-CODE-IDX                           PIC 9(02).
           COPY SMATD.
       01  WS-ATD-OLD                            PIC X(80).
       01  WS-ATD-BR-KEY                         PIC X(12).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-DETAIL                             PIC X(80).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 12 TIMES.
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
           MOVE 'SM096P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-CATEGORY = SPACES
                   MOVE 'USAGE: SM96 CATEGORY [NN T R LABEL CODES]'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-SEQ = SPACES
                   PERFORM 450-LIST-CATEGORY THRU 450-EXIT
               WHEN WS-ARG-SEQ NOT NUMERIC OR WS-ARG-SEQ = '00'
                   MOVE 'ATTRIBUTE NUMBER (COLUMNS 17-18) MUST BE 01-09'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-SEQ > '09'
                   MOVE 'ATTRIBUTE NUMBER (COLUMNS 17-18) MUST BE 01-09'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-INPUT(20:4) = 'DEL '
                   PERFORM 500-DELETE-DEFINITION
               WHEN WS-ARG-TYPE = SPACE
                   PERFORM 400-SHOW-DEFINITION
               WHEN OTHER
                   PERFORM 300-VALIDATE-DEFINITION THRU 300-EXIT
                   PERFORM 600-SAVE-DEFINITION
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
           MOVE WS-INPUT(6:10) TO WS-ARG-CATEGORY
           MOVE WS-INPUT(17:2) TO WS-ARG-SEQ
           MOVE WS-INPUT(20:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(22:1) TO WS-ARG-REQUIRED
           MOVE WS-INPUT(24:20) TO WS-ARG-LABEL
           MOVE WS-INPUT(45:36) TO WS-ARG-CODE-TEXT.
       200-EXIT.
           EXIT.

       300-VALIDATE-DEFINITION.
           IF WS-ARG-TYPE NOT = 'T' AND WS-ARG-TYPE NOT = 'N' AND
              WS-ARG-TYPE NOT = 'D' AND WS-ARG-TYPE NOT = 'C'
               MOVE 'TYPE (COLUMN 20) MUST BE T, N, D OR C' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-REQUIRED = SPACE
               MOVE 'N' TO WS-ARG-REQUIRED
           END-IF
           IF WS-ARG-REQUIRED NOT = 'Y' AND WS-ARG-REQUIRED NOT = 'N'
               MOVE 'REQUIRED FLAG (COLUMN 22) MUST BE Y OR N' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-LABEL = SPACES
               MOVE 'LABEL (COLUMNS 24-43) IS REQUIRED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-ARG-CODES
           MOVE 0 TO WS-CODE-COUNT
           IF WS-ARG-TYPE NOT = 'C'
               IF WS-ARG-CODE-TEXT NOT = SPACES
                   MOVE 'ONLY A CODE-LIST (TYPE C) TAKES CODES' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               GO TO 300-EXIT
           END-IF
           PERFORM 350-SPLIT-CODES.
       300-EXIT.
           EXIT.

      * THE CODES ARE KEYED FREE-FORM, ONE SPACE OR MORE APART. A
      * SIXTH WORD OR ONE LONGER THAN THE 8-BYTE ATD-CODE SLOT IS
      * REFUSED RATHER THAN QUIETLY CUT SHORT.
       350-SPLIT-CODES.
           MOVE SPACES TO WS-ARG-WORD-LIST
           UNSTRING WS-ARG-CODE-TEXT DELIMITED BY ALL SPACE
               INTO WS-ARG-WORDS(1) WS-ARG-WORDS(2) WS-ARG-WORDS(3)
                    WS-ARG-WORDS(4) WS-ARG-WORDS(5) WS-ARG-WORDS(6)
           END-UNSTRING
           IF WS-ARG-WORDS(1) = SPACES
               MOVE WS-ARG-WORDS(2) TO WS-ARG-WORDS(1)
               MOVE WS-ARG-WORDS(3) TO WS-ARG-WORDS(2)
               MOVE WS-ARG-WORDS(4) TO WS-ARG-WORDS(3)
               MOVE WS-ARG-WORDS(5) TO WS-ARG-WORDS(4)
               MOVE WS-ARG-WORDS(6) TO WS-ARG-WORDS(5)
               MOVE SPACES TO WS-ARG-WORDS(6)
           END-IF
           IF WS-ARG-WORDS(6) NOT = SPACES
               MOVE 'A CODE LIST TAKES AT MOST FIVE CODES' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 5
               IF WS-ARG-WORDS(WS-CODE-IDX) NOT = SPACES
                   IF WS-ARG-WORDS(WS-CODE-IDX)(9:4) NOT = SPACES
                       MOVE SPACES TO WS-REPLY
                       STRING 'CODE ' WS-ARG-WORDS(WS-CODE-IDX)
                              ' IS LONGER THAN 8 CHARACTERS'
                           DELIMITED BY SIZE INTO WS-REPLY
                       PERFORM 800-REPLY
                   END-IF
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-ARG-WORDS(WS-CODE-IDX) TO
                       WS-ARG-CODE(WS-CODE-COUNT)
               END-IF
           END-PERFORM
           IF WS-CODE-COUNT = 0
               MOVE 'A CODE-LIST ATTRIBUTE NEEDS ITS CODES FROM COL 45'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       350-EXIT.
           EXIT.

       380-READ-DEFINITION.
           MOVE WS-ARG-CATEGORY TO ATD-CATEGORY
           MOVE WS-ARG-SEQ TO ATD-SEQ
           EXEC CICS
               READ FILE('ATD00001')
               INTO (ATD-RECORD)
               RIDFLD (ATD-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       380-EXIT.
           EXIT.

       400-SHOW-DEFINITION.
           PERFORM 380-READ-DEFINITION
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING ATD-SEQ ' ' ATD-TYPE ' ' ATD-REQUIRED ' '
                      ATD-LABEL ' ' ATD-CODES
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-ARG-CATEGORY ' HAS NO ATTRIBUTE ' WS-ARG-SEQ
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       450-LIST-CATEGORY.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SM96  ATTRIBUTES OF CATEGORY ' WS-ARG-CATEGORY
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'NN T R LABEL                CODES' TO
               WS-SCREEN-LINE(2)
           MOVE 2 TO WS-LINE-IDX
           MOVE WS-ARG-CATEGORY TO ATD-CATEGORY
           MOVE 0 TO ATD-SEQ
           MOVE ATD-KEY TO WS-ATD-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('ATD00001')
               RIDFLD (WS-ATD-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'NO ATTRIBUTES DEFINED FOR THIS CATEGORY' TO
                   WS-SCREEN-LINE(4)
               GO TO 455-SEND-LIST
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('ATD00001')
                   INTO (ATD-RECORD)
                   RIDFLD (WS-ATD-BR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  ATD-CATEGORY NOT = WS-ARG-CATEGORY
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-LINE-IDX
                   MOVE SPACES TO WS-DETAIL
                   STRING ATD-SEQ ' ' ATD-TYPE ' ' ATD-REQUIRED ' '
                          ATD-LABEL ' ' ATD-CODES
                       DELIMITED BY SIZE INTO WS-DETAIL
                   MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('ATD00001') END-EXEC
           IF WS-LINE-IDX = 2
               MOVE 'NO ATTRIBUTES DEFINED FOR THIS CATEGORY' TO
                   WS-SCREEN-LINE(4)
           END-IF.
       455-SEND-LIST.
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
       450-EXIT.
           EXIT.

       500-DELETE-DEFINITION.
           MOVE WS-ARG-CATEGORY TO ATD-CATEGORY
           MOVE WS-ARG-SEQ TO ATD-SEQ
           EXEC CICS
               DELETE FILE('ATD00001')
               RIDFLD (ATD-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'ATTRIBUTE ' WS-ARG-SEQ ' OF ' WS-ARG-CATEGORY
                      ' DELETED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-ARG-CATEGORY ' HAS NO ATTRIBUTE ' WS-ARG-SEQ
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       600-SAVE-DEFINITION.
           MOVE SPACES TO ATD-RECORD
           MOVE WS-ARG-CATEGORY TO ATD-CATEGORY
           MOVE WS-ARG-SEQ TO ATD-SEQ
           MOVE WS-ARG-LABEL TO ATD-LABEL
           MOVE WS-ARG-TYPE TO ATD-TYPE
           MOVE WS-ARG-REQUIRED TO ATD-REQUIRED
           MOVE WS-ARG-CODES TO ATD-CODES
           EXEC CICS
               READ FILE('ATD00001')
               INTO (WS-ATD-OLD)
               RIDFLD (ATD-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('ATD00001')
                   FROM(ATD-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('ATD00001')
                   FROM(ATD-RECORD)
                   RIDFLD(ATD-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'ATTRIBUTE ' WS-ARG-SEQ ' OF ' WS-ARG-CATEGORY
                      ' SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'ATTRIBUTE SAVE FAILED FOR ' WS-ARG-CATEGORY
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
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
