         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM085.
      *
      * PROVIDER SKILLS AND CATEGORY SKILL-REQUIREMENT MAINTENANCE.
      * PSK00001 HOLDS ONE ROW PER PROVIDER PER SKILL WITH A
      * PROFICIENCY LEVEL (1 = BASIC ... 5 = EXPERT); CSK00001 SAYS
      * WHICH SKILL, AT WHAT MINIMUM LEVEL, A TICKET CATEGORY NEEDS.
      * SM045P USES BOTH TO NARROW THE QMF00001 QUEUE MEMBERS TO
      * THOSE QUALIFIED FOR THE TICKET BEFORE APPLYING THE LEAST-
      * LOADED RULE, AND SMB054 REPORTS THE THIN SPOTS.
      * ADMINISTRATORS ONLY. COMMAND-LINE TRANSACTION:
      *
      *     SM85 A USERID---- SKILL--- L   GRANT A SKILL AT LEVEL L
      *     SM85 D USERID---- SKILL---     REMOVE A SKILL
      *     SM85 L USERID----              LIST A PROVIDER'S SKILLS
      *     SM85 C CATEGORY-- SKILL--- L   CATEGORY NEEDS SKILL AT L+
      *     SM85 X CATEGORY--              CATEGORY NEEDS NO SKILL
      *     SM85 M CATEGORY--              SHOW THE CATEGORY'S RULE
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
       01  WS-ARG-KEY                            PIC X(10).
       01  WS-ARG-SKILL                          PIC X(08).
       01  WS-ARG-LEVEL                          PIC X(01).
       01  WS-PSK-REC.
           05  PSK-KEY.
               10  PSK-USERID                    PIC X(07).
               10  PSK-SKILL                     PIC X(08).
           05  PSK-LEVEL                         PIC 9(01).
           05  PSK-SET-BY                        PIC X(07).
           05  PSK-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(09).
       01  WS-CSK-REC.
           05  CSK-CATEGORY                      PIC X(10).
           05  CSK-SKILL                         PIC X(08).
           05  CSK-MIN-LEVEL                     PIC 9(01).
           05  CSK-SET-BY                        PIC X(07).
           05  CSK-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(06).
       01  WS-TODAY-ABS                          PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-PSK-DONE                           PIC X.
       01  WS-HIT-COUNT                          PIC 9(02).
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
           MOVE 'SM085P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE WS-ARG-ACTION
               WHEN 'A'
                   PERFORM 300-GRANT-SKILL THRU 300-EXIT
               WHEN 'D'
                   PERFORM 400-DROP-SKILL
               WHEN 'L'
                   PERFORM 500-LIST-SKILLS
               WHEN 'C'
                   PERFORM 600-SET-CATEGORY THRU 600-EXIT
               WHEN 'X'
                   PERFORM 650-DROP-CATEGORY
               WHEN 'M'
                   PERFORM 700-SHOW-CATEGORY
               WHEN OTHER
                   MOVE 'USAGE: SM85 A/D/L/C/X/M KEY [SKILL LEVEL]'
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
               INTO (CALLER-REC)
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
           MOVE WS-INPUT(6:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(8:10) TO WS-ARG-KEY
           MOVE WS-INPUT(19:8) TO WS-ARG-SKILL
           MOVE WS-INPUT(28:1) TO WS-ARG-LEVEL
           EXEC CICS ASKTIME
               ABSTIME(WS-TODAY-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-TODAY-ABS)
               YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

      * A SKILL CAN ONLY BE GRANTED TO AN ACTIVE SERVICE PROVIDER;
      * GRANTING ONE ALREADY HELD SIMPLY RESETS THE LEVEL.
       300-GRANT-SKILL.
           IF WS-ARG-SKILL = SPACES OR
              WS-ARG-LEVEL < '1' OR WS-ARG-LEVEL > '5'
               MOVE 'USAGE: SM85 A USERID SKILL LEVEL (LEVEL 1-5)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-MEMBER-REC
           MOVE WS-ARG-KEY(1:7) TO MB-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-MEMBER-REC)
               RIDFLD (MB-UID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              MB-ACTIVE = 'N' OR MB-SP NOT = 'Y'
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-KEY(1:7)
                      ' IS NOT AN ACTIVE SERVICE PROVIDER'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-PSK-REC
           MOVE WS-ARG-KEY(1:7) TO PSK-USERID
           MOVE WS-ARG-SKILL TO PSK-SKILL
           EXEC CICS
               READ FILE('PSK00001')
               INTO (WS-PSK-REC)
               RIDFLD (PSK-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           MOVE WS-ARG-LEVEL TO PSK-LEVEL
           MOVE USERID3 TO PSK-SET-BY
           MOVE WS-TODAY-YMD TO PSK-SET-DATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('PSK00001')
                   FROM(WS-PSK-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('PSK00001')
                   FROM(WS-PSK-REC)
                   RIDFLD(PSK-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING PSK-USERID ' NOW HOLDS ' PSK-SKILL
                      ' AT LEVEL ' WS-ARG-LEVEL
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'PSK00001 UPDATE FAILED FOR ' PSK-USERID
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

       400-DROP-SKILL.
           MOVE SPACES TO WS-PSK-REC
           MOVE WS-ARG-KEY(1:7) TO PSK-USERID
           MOVE WS-ARG-SKILL TO PSK-SKILL
           EXEC CICS
               DELETE FILE('PSK00001')
               RIDFLD (PSK-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING PSK-SKILL ' REMOVED FROM ' PSK-USERID
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING PSK-USERID ' DOES NOT HOLD ' PSK-SKILL
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       500-LIST-SKILLS.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SKILLS HELD BY ' WS-ARG-KEY(1:7)
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'SKILL    LEVEL SET BY  ON' TO WS-SCREEN-LINE(2)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-PSK-DONE
           MOVE SPACES TO PSK-KEY
           MOVE WS-ARG-KEY(1:7) TO PSK-USERID
           EXEC CICS STARTBR FILE('PSK00001')
                RIDFLD (PSK-KEY)
                KEYLENGTH(+7)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-PSK-DONE
           ELSE
               PERFORM UNTIL WS-PSK-DONE = 'Y' OR WS-HIT-COUNT = 13
                   EXEC CICS READNEXT FILE('PSK00001')
                             INTO (WS-PSK-REC)
                             RIDFLD (PSK-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL) OR
                      PSK-USERID NOT = WS-ARG-KEY(1:7)
                       MOVE 'Y' TO WS-PSK-DONE
                   ELSE
                       ADD 1 TO WS-HIT-COUNT
                       MOVE SPACES TO WS-DETAIL
                       MOVE PSK-SKILL TO WS-DETAIL(1:8)
                       MOVE PSK-LEVEL TO WS-DETAIL(12:1)
                       MOVE PSK-SET-BY TO WS-DETAIL(16:7)
                       MOVE PSK-SET-DATE TO WS-DETAIL(25:8)
                       MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
                       ADD 1 TO WS-LINE-IDX
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('PSK00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO SKILLS RECORDED' TO WS-SCREEN-LINE(3)
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
       500-EXIT.
           EXIT.

      * ONE REQUIRED SKILL PER CATEGORY. A CATEGORY WITH NO ROW HERE
      * IS ROUTED ON QUEUE MEMBERSHIP ALONE, AS IT ALWAYS WAS.
       600-SET-CATEGORY.
           IF WS-ARG-KEY = SPACES OR WS-ARG-SKILL = SPACES OR
              WS-ARG-LEVEL < '1' OR WS-ARG-LEVEL > '5'
               MOVE 'USAGE: SM85 C CATEGORY SKILL LEVEL (LEVEL 1-5)'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-CSK-REC
           MOVE WS-ARG-KEY TO CSK-CATEGORY
           EXEC CICS
               READ FILE('CSK00001')
               INTO (WS-CSK-REC)
               RIDFLD (CSK-CATEGORY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           MOVE WS-ARG-SKILL TO CSK-SKILL
           MOVE WS-ARG-LEVEL TO CSK-MIN-LEVEL
           MOVE USERID3 TO CSK-SET-BY
           MOVE WS-TODAY-YMD TO CSK-SET-DATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('CSK00001')
                   FROM(WS-CSK-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CSK00001')
                   FROM(WS-CSK-REC)
                   RIDFLD(CSK-CATEGORY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING CSK-CATEGORY ' NOW NEEDS ' CSK-SKILL
                      ' AT LEVEL ' WS-ARG-LEVEL ' OR ABOVE'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'CSK00001 UPDATE FAILED FOR ' CSK-CATEGORY
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

       650-DROP-CATEGORY.
           MOVE SPACES TO WS-CSK-REC
           MOVE WS-ARG-KEY TO CSK-CATEGORY
           EXEC CICS
               DELETE FILE('CSK00001')
               RIDFLD (CSK-CATEGORY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING CSK-CATEGORY ' NO LONGER NEEDS A SKILL'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING CSK-CATEGORY ' HAS NO SKILL RULE'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

       700-SHOW-CATEGORY.
           MOVE SPACES TO WS-CSK-REC
           MOVE WS-ARG-KEY TO CSK-CATEGORY
           EXEC CICS
               READ FILE('CSK00001')
               INTO (WS-CSK-REC)
               RIDFLD (CSK-CATEGORY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING CSK-CATEGORY ' NEEDS ' CSK-SKILL
                      ' AT LEVEL ' CSK-MIN-LEVEL ' OR ABOVE - SET BY '
                      CSK-SET-BY ' ON ' CSK-SET-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-ARG-KEY ' HAS NO SKILL RULE'
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
