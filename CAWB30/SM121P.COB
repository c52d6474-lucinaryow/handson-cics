         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM121.
      *
      * COMPANY MEMBERSHIP MAINTENANCE FOR CMP00001 (SEE SMCMP).
      * THE DESK RUNS FOR THE SISTER COMPANIES AS WELL AS OUR OWN;
      * ADMINISTRATORS REGISTER EACH COMPANY HERE AND SAY WHICH
      * COMPANY A USER, TICKET, QUEUE OR RATE ROW BELONGS TO.
      * ANYTHING NOT SET HERE BELONGS TO THE HOME COMPANY ('HOME').
      * COMMAND-LINE TRANSACTION IN THE SM41 STYLE:
      *
      *     SMCO K CODE       NAME...          REGISTER OR RENAME
      *     SMCO K CODE                        SHOW
      *     SMCO U USERID     CODE X           SET USER'S COMPANY; X
      *                                        Y = CROSS-COMPANY ADMIN
      *     SMCO T TICKET     CODE             SET TICKET'S COMPANY
      *     SMCO Q QUEUE----- CODE             SET QUEUE'S COMPANY
      *     SMCO R RATEROW--- CODE             SET RATE ROW'S COMPANY
      *     SMCO U/T/Q/R KEY  D                DROP (BACK TO HOME)
      *     SMCO U/T/Q/R KEY                   SHOW
      *          (6)(8-17)    (19-22)(24)
      *
      * ONLY AN ADMINISTRATOR OF THE HOME COMPANY, OR A CROSS-COMPANY
      * ADMINISTRATOR, MAY CHANGE ANYTHING - A SISTER COMPANY'S OWN
      * ADMINISTRATORS CANNOT MOVE THINGS ACROSS THE BOUNDARY. THERE
      * ARE NEVER MORE THAN WS-XCO-MAX CROSS-COMPANY ADMINISTRATORS,
      * AND EVERY CHANGE TO A USER'S COMPANY OR CROSS-COMPANY RIGHT
      * IS LOGGED TO CXA00001 (SEE SMCXA) FOR THE SMB098 REPORT.
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
       01  WS-TARGET-KEY.
           05  WS-TARGET-KEY7                    PIC X(07).
           05  FILLER                            PIC X.
       01  WS-TARGET-REC                         PIC X(142).
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-KEY                            PIC X(10).
       01  WS-ARG-VALUE                          PIC X(30).
       01  WS-ARG-CODE                           PIC X(04).
       01  WS-ARG-XCO                            PIC X(01).
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-NOW-HMS                            PIC X(06).
       01  WS-MY-CO                              PIC X(04).
       01  WS-MY-XCO                             PIC X(01).
       01  WS-OLD-CO                             PIC X(04).
       01  WS-OLD-XCO                            PIC X(01).
       01  WS-OLD-FOUND                          PIC X(01).
       01  WS-XCO-MAX                            PIC 9(02) VALUE 05.
       01  WS-XCO-COUNT                          PIC 9(03).
       01  WS-BROWSE-DONE                        PIC X(01).
       01  WS-KIND-TEXT                          PIC X(08).
       01  WS-XCO-TEXT                           PIC X(15).
           COPY SMCMP.
           COPY SMCXA.
           COPY SMTIX.
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
           MOVE 'SM121P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-KEY = SPACES
                   MOVE 'USAGE: SMCO K/U/T/Q/R KEY CODE, D TO DROP'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-TYPE = 'K'
                   PERFORM 300-COMPANY THRU 300-EXIT
               WHEN WS-ARG-TYPE = 'U' OR WS-ARG-TYPE = 'T' OR
                    WS-ARG-TYPE = 'Q' OR WS-ARG-TYPE = 'R'
                   PERFORM 500-MEMBER THRU 500-EXIT
               WHEN OTHER
                   MOVE 'USAGE: SMCO K/U/T/Q/R KEY CODE, D TO DROP'
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
           END-IF
           MOVE 'HOME' TO WS-MY-CO
           MOVE 'N' TO WS-MY-XCO
           MOVE 'U' TO CMP-KIND
           MOVE USERID3 TO CMP-ID
           EXEC CICS
               READ FILE('CMP00001')
               INTO (CMP-RECORD)
               RIDFLD (CMP-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CMP-COMPANY TO WS-MY-CO
               MOVE CMP-XCO TO WS-MY-XCO
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
           MOVE WS-INPUT(6:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(8:10) TO WS-ARG-KEY
           MOVE WS-INPUT(19:30) TO WS-ARG-VALUE
           MOVE WS-INPUT(19:4) TO WS-ARG-CODE
           MOVE WS-INPUT(24:1) TO WS-ARG-XCO
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
               TIME (WS-NOW-HMS)
           END-EXEC.
       200-EXIT.
           EXIT.

      * SHOWING IS OPEN TO ANY ADMINISTRATOR; CHANGING IS NOT.
       250-CHECK-MAY-CHANGE.
           IF WS-MY-CO NOT = 'HOME' AND WS-MY-XCO NOT = 'Y'
               MOVE 'ONLY A HOME OR CROSS-COMPANY ADMIN MAY CHANGE THIS'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       250-EXIT.
           EXIT.

      *****************************************************************
      * COMPANY REGISTER
      *****************************************************************
       300-COMPANY.
           MOVE 'K' TO CMP-KIND
           MOVE WS-ARG-KEY TO CMP-ID
           MOVE SPACES TO WS-REPLY
           IF WS-ARG-KEY(5:6) NOT = SPACES
               MOVE 'COMPANY CODES ARE AT MOST 4 CHARACTERS' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-VALUE = SPACES
               EXEC CICS
                   READ FILE('CMP00001')
                   INTO (CMP-RECORD)
                   RIDFLD (CMP-KEY)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING 'COMPANY ' WS-ARG-KEY(1:4) ' = ' CMP-NAME
                          ' - SET BY ' CMP-SET-BY ' ON ' CMP-SET-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'NO COMPANY ' WS-ARG-KEY(1:4)
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           PERFORM 250-CHECK-MAY-CHANGE THRU 250-EXIT
           IF WS-ARG-VALUE(1:1) = 'D' AND WS-ARG-VALUE(2:29) = SPACES
               MOVE 'A COMPANY IS NEVER DROPPED - MOVE ITS MEMBERS'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS
               READ FILE('CMP00001')
               INTO (CMP-RECORD)
               RIDFLD (CMP-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO CMP-RECORD
           MOVE 'K' TO CMP-KIND
           MOVE WS-ARG-KEY TO CMP-ID
           MOVE WS-ARG-KEY(1:4) TO CMP-COMPANY
           MOVE 'N' TO CMP-XCO
           MOVE USERID3 TO CMP-SET-BY
           MOVE WS-TODAY-YMD TO CMP-SET-DATE
           MOVE WS-ARG-VALUE(1:20) TO CMP-NAME
           PERFORM 600-SAVE-CMP THRU 600-EXIT
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'COMPANY ' WS-ARG-KEY(1:4) ' SAVED AS '
                      CMP-NAME
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'COMPANY SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

      *****************************************************************
      * USERS, TICKETS, QUEUES AND RATE ROWS
      *****************************************************************
       500-MEMBER.
           EVALUATE WS-ARG-TYPE
               WHEN 'U'
                   MOVE 'USER' TO WS-KIND-TEXT
               WHEN 'T'
                   MOVE 'TICKET' TO WS-KIND-TEXT
               WHEN 'Q'
                   MOVE 'QUEUE' TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE 'RATE ROW' TO WS-KIND-TEXT
           END-EVALUATE
           MOVE WS-ARG-TYPE TO CMP-KIND
           MOVE WS-ARG-KEY TO CMP-ID
           MOVE SPACES TO WS-REPLY
           MOVE 'N' TO WS-OLD-FOUND
           MOVE 'HOME' TO WS-OLD-CO
           MOVE 'N' TO WS-OLD-XCO
           EXEC CICS
               READ FILE('CMP00001')
               INTO (CMP-RECORD)
               RIDFLD (CMP-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-OLD-FOUND
               MOVE CMP-COMPANY TO WS-OLD-CO
               MOVE CMP-XCO TO WS-OLD-XCO
           END-IF
           IF WS-ARG-VALUE = SPACES
               IF WS-OLD-FOUND = 'Y'
                   MOVE SPACES TO WS-XCO-TEXT
                   IF CMP-XCO = 'Y'
                       MOVE ' CROSS-CO ADMIN' TO WS-XCO-TEXT
                   END-IF
                   STRING WS-KIND-TEXT ' ' WS-ARG-KEY ' IS COMPANY '
                          CMP-COMPANY ' BY ' CMP-SET-BY ' '
                          CMP-SET-DATE WS-XCO-TEXT
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING WS-KIND-TEXT ' ' WS-ARG-KEY
                          ' HAS NO COMPANY - HOME'
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           PERFORM 250-CHECK-MAY-CHANGE THRU 250-EXIT
           PERFORM 520-CHECK-TARGET THRU 520-EXIT
           IF WS-ARG-VALUE(1:1) = 'D' AND WS-ARG-VALUE(2:29) = SPACES
               PERFORM 550-DROP-MEMBER THRU 550-EXIT
           END-IF
           IF WS-ARG-CODE NOT = 'HOME'
               MOVE 'K' TO CMP-KIND
               MOVE WS-ARG-CODE TO CMP-ID
               EXEC CICS
                   READ FILE('CMP00001')
                   INTO (CMP-RECORD)
                   RIDFLD (CMP-KEY)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   STRING 'COMPANY ' WS-ARG-CODE
                          ' IS NOT REGISTERED - SMCO K FIRST'
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           END-IF
           IF WS-ARG-TYPE NOT = 'U'
               MOVE 'N' TO WS-ARG-XCO
           END-IF
           IF WS-ARG-XCO = SPACE
               MOVE 'N' TO WS-ARG-XCO
           END-IF
           IF WS-ARG-XCO NOT = 'Y' AND WS-ARG-XCO NOT = 'N'
               MOVE 'CROSS-COMPANY FLAG IN COLUMN 24 IS Y OR N'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-XCO = 'Y' AND WS-OLD-XCO NOT = 'Y'
               PERFORM 530-COUNT-XCO THRU 530-EXIT
               IF WS-XCO-COUNT NOT < WS-XCO-MAX
                   MOVE 'THE CROSS-COMPANY ADMIN LIMIT IS REACHED'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           END-IF
           MOVE WS-ARG-TYPE TO CMP-KIND
           MOVE WS-ARG-KEY TO CMP-ID
           EXEC CICS
               READ FILE('CMP00001')
               INTO (CMP-RECORD)
               RIDFLD (CMP-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO CMP-RECORD
           MOVE WS-ARG-TYPE TO CMP-KIND
           MOVE WS-ARG-KEY TO CMP-ID
           MOVE WS-ARG-CODE TO CMP-COMPANY
           MOVE WS-ARG-XCO TO CMP-XCO
           MOVE USERID3 TO CMP-SET-BY
           MOVE WS-TODAY-YMD TO CMP-SET-DATE
           PERFORM 600-SAVE-CMP THRU 600-EXIT
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-ARG-TYPE = 'U'
                   PERFORM 650-LOG-USER-CHANGE THRU 650-EXIT
               END-IF
               MOVE SPACES TO WS-XCO-TEXT
               IF WS-ARG-XCO = 'Y'
                   MOVE ' CROSS-CO ADMIN' TO WS-XCO-TEXT
               END-IF
               STRING WS-KIND-TEXT ' ' WS-ARG-KEY
                      ' NOW BELONGS TO COMPANY ' WS-ARG-CODE
                      WS-XCO-TEXT
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'COMPANY MEMBERSHIP SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * USERS AND TICKETS MUST EXIST; QUEUES AND RATE ROWS ARE
      * TAGGED AHEAD OF USE AS OFTEN AS AFTER, SO ARE TAKEN AS KEYED.
       520-CHECK-TARGET.
           EVALUATE WS-ARG-TYPE
               WHEN 'U'
                   MOVE WS-ARG-KEY(1:7) TO WS-TARGET-KEY7
                   MOVE SPACE TO WS-TARGET-KEY(8:1)
                   EXEC CICS
                       READ FILE('UAF00001')
                       INTO (WS-TARGET-REC)
                       RIDFLD (WS-TARGET-KEY)
                       RESP(WS-RESPONSE-CODE)
                       EQUAL
                   END-EXEC
               WHEN 'T'
                   MOVE WS-ARG-KEY(1:6) TO TIX-ID
                   EXEC CICS
                       READ FILE('STF00001')
                       INTO (TIX-RECORD)
                       RIDFLD (TIX-ID)
                       RESP(WS-RESPONSE-CODE)
                       EQUAL
                   END-EXEC
               WHEN OTHER
                   MOVE DFHRESP(NORMAL) TO WS-RESPONSE-CODE
           END-EVALUATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO SUCH ' WS-KIND-TEXT ' ' WS-ARG-KEY
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       520-EXIT.
           EXIT.

       530-COUNT-XCO.
           MOVE 0 TO WS-XCO-COUNT
           MOVE 'U' TO CMP-KIND
           MOVE LOW-VALUES TO CMP-ID
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('CMP00001')
                RIDFLD (CMP-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 530-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('CMP00001')
                         INTO (CMP-RECORD)
                         RIDFLD (CMP-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  CMP-KIND NOT = 'U'
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF CMP-XCO = 'Y'
                       ADD 1 TO WS-XCO-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('CMP00001')
           END-EXEC.
       530-EXIT.
           EXIT.

       550-DROP-MEMBER.
           MOVE WS-ARG-TYPE TO CMP-KIND
           MOVE WS-ARG-KEY TO CMP-ID
           EXEC CICS
               DELETE FILE('CMP00001')
               RIDFLD (CMP-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'HOME' TO WS-ARG-CODE
               MOVE 'N' TO WS-ARG-XCO
               IF WS-ARG-TYPE = 'U'
                   PERFORM 650-LOG-USER-CHANGE THRU 650-EXIT
               END-IF
               STRING WS-KIND-TEXT ' ' WS-ARG-KEY
                      ' DROPPED - NOW HOME COMPANY'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-KIND-TEXT ' ' WS-ARG-KEY
                      ' HAS NO COMPANY RECORD'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       550-EXIT.
           EXIT.

       600-SAVE-CMP.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('CMP00001')
                   FROM(CMP-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CMP00001')
                   FROM(CMP-RECORD)
                   RIDFLD(CMP-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

      * ONE CXA00001 RECORD PER CHANGE - A CHANGE OF THE RIGHT IS
      * LOGGED AS THE GRANT OR REVOKE, ANY OTHER AS A MOVE. A LOG
      * FAILURE DOES NOT UNDO THE CHANGE.
       650-LOG-USER-CHANGE.
           IF WS-ARG-CODE = WS-OLD-CO AND WS-ARG-XCO = WS-OLD-XCO
               GO TO 650-EXIT
           END-IF
           MOVE SPACES TO CXA-RECORD
           MOVE WS-TODAY-YMD TO CXA-DATE
           MOVE WS-NOW-HMS TO CXA-TIME
           MOVE USERID3 TO CXA-USERID
           MOVE WS-ARG-KEY TO CXA-OBJECT
           EVALUATE TRUE
               WHEN WS-ARG-XCO = 'Y' AND WS-OLD-XCO NOT = 'Y'
                   MOVE 'G' TO CXA-EVENT
               WHEN WS-ARG-XCO NOT = 'Y' AND WS-OLD-XCO = 'Y'
                   MOVE 'R' TO CXA-EVENT
               WHEN OTHER
                   MOVE 'M' TO CXA-EVENT
           END-EVALUATE
           MOVE WS-OLD-CO TO CXA-USER-CO
           MOVE WS-ARG-CODE TO CXA-OBJECT-CO
           MOVE EIBTRNID TO CXA-TRANID
           EXEC CICS
               WRITE FILE('CXA00001')
               FROM (CXA-RECORD)
               RIDFLD (CXA-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       650-EXIT.
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
