         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UA008.
      *
      * CONTRACTOR ACCOUNT END DATE - SHOW AND ASK TO EXTEND.
      * A NON-EMPLOYEE ACCOUNT CARRIES AN END DATE ON UAF00004
      * (SMUAE) AND SMB070 CLOSES IT ON THAT DAY, AFTER WARNING THE
      * SUPERVISOR FOURTEEN DAYS AHEAD. WHEN THE ENGAGEMENT RUNS ON,
      * THE SUPERVISOR ASKS FOR MORE TIME HERE AND THE REQUEST WAITS
      * ON THE UA007P WORKLIST FOR AN ADMINISTRATOR TO APPROVE.
      * COMMAND-LINE:
      *
      *     UA08 USERID-              SHOW END DATE AND ANY REQUEST
      *     UA08 USERID- YYYYMMDD     ASK TO EXTEND TO YYYYMMDD
      *          (6-12)  (14-21)
      *
      * ONLY THE USER'S OWN UAF00001 SUPERVISOR (UA003P) OR AN
      * ADMINISTRATOR MAY ASK. THE NEW DATE MUST BE LATER THAN BOTH
      * TODAY AND THE CURRENT END DATE. A SECOND ASK WHILE ONE IS
      * PENDING REPLACES IT. AN ACCOUNT SMB070 HAS ALREADY CLOSED
      * CANNOT BE EXTENDED - IT IS REINSTATED ON UA001P.
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
       01  WS-TIME                               PIC 9(15).
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
       01  WS-CALLER-REC.
           05  WS-CALLER-UID                     PIC X(08).
           05  WS-CALLER-REQ                     PIC X.
           05  WS-CALLER-ADMN                    PIC X.
           05  WS-CALLER-APP                     PIC X.
           05  WS-CALLER-SP                      PIC X.
           05  WS-CALLER-UPBY                    PIC X(08).
           05  WS-CALLER-ACTIVE                  PIC X.
       01  WS-TARGET-KEY.
           05  WS-TARGET-KEY7                    PIC X(07).
           05  FILLER                            PIC X.
           COPY SMUAF.
           COPY SMUAE.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-USERID                         PIC X(07).
       01  WS-ARG-DATE.
           05  WS-ARG-YYYY                       PIC 9(04).
           05  WS-ARG-MM                         PIC 9(02).
           05  WS-ARG-DD                         PIC 9(02).
       01  WS-ARG-DATE-X REDEFINES WS-ARG-DATE   PIC X(08).
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-STATE-TEXT                         PIC X(30).
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
           MOVE 'UA008P' TO MTP-PROGRAM
           PERFORM 100-CHECK-CALLER
           PERFORM 200-PARSE-INPUT
           IF WS-ARG-USERID = SPACES
               MOVE 'USAGE: UA08 USERID (SHOW) / UA08 USERID YYYYMMDD'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 300-READ-ACCOUNT THRU 300-EXIT
           IF WS-ARG-DATE-X = SPACES
               PERFORM 400-SHOW-END-DATE
           ELSE
               PERFORM 500-REQUEST-EXTENSION THRU 500-EXIT
           END-IF.
       000-EXIT.
           EXIT.

       100-CHECK-CALLER.
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
              WS-CALLER-ACTIVE = 'N'
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
           MOVE WS-INPUT(6:7) TO WS-ARG-USERID
           MOVE WS-INPUT(14:8) TO WS-ARG-DATE-X.
       200-EXIT.
           EXIT.

      * THE USER MUST EXIST, THE CALLER MUST BE THEIR SUPERVISOR OR
      * AN ADMINISTRATOR, AND THE ACCOUNT MUST HAVE AN END DATE.
       300-READ-ACCOUNT.
           MOVE WS-ARG-USERID TO WS-TARGET-KEY7
           MOVE SPACE TO WS-TARGET-KEY(8:1)
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-TARGET-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-USERID ' IS NOT A USER'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF CALLER-SUPER NOT = USERID3 AND WS-CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY THE USER''S SUPERVISOR OR AN ADMINISTRATOR'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-TARGET-KEY TO UAE-USERID
           EXEC CICS
               READ FILE('UAF00004')
               INTO (UAE-RECORD)
               RIDFLD (UAE-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-USERID ' IS AN EMPLOYEE ACCOUNT - NO END '
                      'DATE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC.
       300-EXIT.
           EXIT.

       400-SHOW-END-DATE.
           EVALUATE TRUE
               WHEN UAE-EXPIRED = 'Y'
                   MOVE 'ACCOUNT CLOSED AT END DATE' TO WS-STATE-TEXT
               WHEN UAE-EXT-PENDING
                   MOVE SPACES TO WS-STATE-TEXT
                   STRING 'EXTENSION TO ' UAE-EXT-DATE ' PENDING'
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
               WHEN UAE-EXT-REFUSED
                   MOVE 'LAST EXTENSION REFUSED' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPLY
           STRING WS-ARG-USERID ' ENDS ' UAE-END-DATE '  '
                  WS-STATE-TEXT
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       500-REQUEST-EXTENSION.
           IF UAE-EXPIRED = 'Y'
               MOVE 'ACCOUNT ALREADY CLOSED - REINSTATE IT ON UA001P'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-DATE-X NOT NUMERIC
               MOVE 'NEW END DATE MUST BE YYYYMMDD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-MM < 1 OR WS-ARG-MM > 12 OR
              WS-ARG-DD < 1 OR WS-ARG-DD > 31 OR
              WS-ARG-YYYY < 2000
               MOVE 'NEW END DATE IS NOT A VALID DATE' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-DATE-X NOT > UAE-END-DATE OR
              WS-ARG-DATE-X NOT > WS-TODAY-YMD
               MOVE SPACES TO WS-REPLY
               STRING 'NEW END DATE MUST BE LATER THAN ' UAE-END-DATE
                      ' AND TODAY'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS
               READ FILE('UAF00004')
               INTO (UAE-RECORD)
               RIDFLD (UAE-USERID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'UAF00004 READ FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'P' TO UAE-EXT-STATUS
           MOVE WS-ARG-DATE-X TO UAE-EXT-DATE
           MOVE USERID3 TO UAE-EXT-BY
           MOVE WS-TODAY-YMD TO UAE-EXT-REQ-DATE
           MOVE SPACES TO UAE-EXT-DECIDED-BY
           MOVE SPACES TO UAE-EXT-DECIDED-DATE
           EXEC CICS
               REWRITE FILE('UAF00004')
               FROM(UAE-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'EXTENSION OF ' WS-ARG-USERID ' TO '
                      WS-ARG-DATE-X ' SENT FOR APPROVAL (UA07)'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'UAF00004 REWRITE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
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
