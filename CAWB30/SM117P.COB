         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM117.
      *
      * JOB-FUNCTION ACCESS PROFILE MAINTENANCE FOR APF00001 (SEE
      * SMAPF). A PROFILE BUNDLES THE ROLE FLAGS, QUEUE MEMBERSHIPS
      * AND NOTIFICATION DEFAULTS FOR ONE JOB SO THAT TWO PEOPLE IN
      * THE SAME JOB ARE SET UP ALIKE. IT IS CHOSEN ON UA002P,
      * SMB005 OR UA007P WHEN THE USER IS CREATED, AND SMB092
      * REPORTS WHO HAS DRIFTED FROM THEIRS. ADMINISTRATORS ONLY.
      * COMMAND-LINE TRANSACTION:
      *
      *     SMAF                              LIST THE PROFILES
      *     SMAF PROFILE------------- L       LIST FROM THIS ONE
      *     SMAF PROFILE-------------         SHOW ONE PROFILE
      *     SMAF PROFILE------------- A RASP NOTIFY--- DESCRIPTION
      *                                       ADD OR CHANGE - RASP
      *                                       IS THE REQ, ADMN, APP
      *                                       AND SP FLAGS (Y OR N),
      *                                       NOTIFY THE NINE SM018P
      *                                       SETTINGS IN UAF00003
      *                                       ORDER (BLANK FOR THE
      *                                       DEFAULT YYYYYINEY)
      *     SMAF PROFILE------------- Q QUEUE-----  ADD A QUEUE
      *     SMAF PROFILE------------- D QUEUE-----  DROP A QUEUE
      *     SMAF PROFILE------------- X       RETIRE
      *     SMAF PROFILE------------- E       REACTIVATE
      *     SMAF PROFILE------------- U USERID
      *                                       RECORD THAT AN EXISTING
      *                                       USER HOLDS THE PROFILE
      *
      * THE PROFILE NAME IS IN COLUMNS 6-25, THE ACTION IN 27 AND
      * THE ARGUMENTS FROM 29. A PROFILE HOLDS UP TO EIGHT QUEUES
      * AND ONLY A SERVICE-PROVIDER PROFILE MAY HOLD ANY. CHANGING
      * A PROFILE DOES NOT TOUCH THE USERS ALREADY GIVEN IT - THEY
      * SHOW ON THE SMB092 DRIFT REPORT UNTIL THEY ARE BROUGHT INTO
      * LINE. U LIKEWISE CHANGES NO ACCESS. PROFILES ARE RETIRED,
      * NOT DELETED, SO THE USERS WHO HOLD ONE ARE STILL MEASURED.
      * EVERY CHANGE IS LOGGED TO CFA00001 THROUGH SM111P.
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
       01  WS-ARG-NAME                           PIC X(20).
       01  WS-ARG-ACT                            PIC X(01).
       01  WS-ARG-REST                           PIC X(52).
       01  WS-ARG-FLAGS.
           05  WS-ARG-FLAG                       PIC X(01)
                                                   OCCURS 4 TIMES.
       01  WS-ARG-NOTIFY.
           05  WS-ARG-NOTE                       PIC X(01)
                                                   OCCURS 9 TIMES.
       01  WS-ARG-DESC                           PIC X(30).
       01  WS-ARG-QUEUE                          PIC X(10).
       01  WS-ARG-USERID                         PIC X(07).
       01  WS-TODAY                              PIC X(08).
       01  WS-IDX                                PIC 9(02).
       01  WS-Q-IDX                              PIC 9(02).
       01  WS-Q-FREE                             PIC 9(02).
       01  WS-Q-COUNT                            PIC 9(02).
       01  WS-ARG-BAD                            PIC X.
           COPY SMAPF.
       01  WS-APF-OLD                            PIC X(160).
       01  WS-IMAGE                              PIC X(40).
       01  WS-IMAGE-PTR                          PIC 9(02).
       01  WS-BR-DONE                            PIC X.
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
           COPY SMCFW.
           COPY SMAPA.

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
           MOVE 'SM117P' TO MTP-PROGRAM
           EXEC CICS FORMATTIME
               ABSTIME (MTP-START)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-NAME = SPACES OR WS-ARG-ACT = 'L'
                   PERFORM 300-LIST-PROFILES
               WHEN WS-ARG-ACT = SPACES
                   PERFORM 400-SHOW-PROFILE
               WHEN WS-ARG-ACT = 'A'
                   PERFORM 500-SAVE-PROFILE
               WHEN WS-ARG-ACT = 'Q'
                   PERFORM 600-ADD-QUEUE
               WHEN WS-ARG-ACT = 'D'
                   PERFORM 620-DROP-QUEUE
               WHEN WS-ARG-ACT = 'X' OR WS-ARG-ACT = 'E'
                   PERFORM 650-SET-STATUS
               WHEN WS-ARG-ACT = 'U'
                   PERFORM 680-ASSIGN-USER
               WHEN OTHER
                   MOVE 'USAGE: SMAF PROFILE L/A/Q/D/X/E/U ...'
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
           MOVE WS-INPUT(6:20) TO WS-ARG-NAME
           MOVE WS-INPUT(27:1) TO WS-ARG-ACT
           MOVE WS-INPUT(29:52) TO WS-ARG-REST.
       200-EXIT.
           EXIT.

      * THIRTEEN PROFILES FROM THE ONE GIVEN (OR THE FIRST), WITH
      * THE NAME TO PAGE ON FROM WHEN THERE ARE MORE.
       300-LIST-PROFILES.
           MOVE SPACES TO WS-SCREEN
           MOVE 'JOB-FUNCTION ACCESS PROFILES' TO WS-SCREEN-LINE(1)
           MOVE 'PROFILE              ST RASP NOTIFY    QS DESCRIPTION'
               TO WS-SCREEN-LINE(2)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE SPACES TO APF-RECORD
           MOVE WS-ARG-NAME TO APF-NAME
           EXEC CICS STARTBR FILE('APF00001')
                RIDFLD (APF-NAME)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y'
                   EXEC CICS READNEXT FILE('APF00001')
                             INTO (APF-RECORD)
                             RIDFLD (APF-NAME)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       IF WS-HIT-COUNT = 13
                           MOVE SPACES TO WS-DETAIL
                           STRING 'MORE - SMAF ' APF-NAME ' L'
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
                    FILE('APF00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO PROFILES DEFINED' TO WS-SCREEN-LINE(3)
           END-IF
           PERFORM 850-SEND-SCREEN.
       300-EXIT.
           EXIT.

       350-LIST-LINE.
           PERFORM 460-COUNT-QUEUES
           MOVE SPACES TO WS-DETAIL
           MOVE APF-NAME TO WS-DETAIL(1:20)
           MOVE APF-STATUS TO WS-DETAIL(22:1)
           MOVE APF-FLAGS TO WS-DETAIL(25:4)
           MOVE APF-NOTIFY TO WS-DETAIL(30:9)
           MOVE WS-Q-COUNT TO WS-DETAIL(40:2)
           MOVE APF-DESC TO WS-DETAIL(43:30)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       350-EXIT.
           EXIT.

       400-SHOW-PROFILE.
           PERFORM 450-READ-PROFILE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 470-NOT-FOUND
           END-IF
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'PROFILE ' APF-NAME
               DELIMITED BY SIZE INTO WS-DETAIL
           IF APF-ACTIVE
               MOVE 'ACTIVE' TO WS-DETAIL(31:7)
           ELSE
               MOVE 'RETIRED' TO WS-DETAIL(31:7)
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE APF-DESC TO WS-SCREEN-LINE(2)
           MOVE SPACES TO WS-DETAIL
           STRING 'ROLES   REQ ' APF-REQ '  ADMN ' APF-ADMN
                  '  APP ' APF-APP '  SP ' APF-SP
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(4)
           MOVE SPACES TO WS-DETAIL
           STRING 'NOTIFY  CRE ' APF-CREATED '  UPD ' APF-UPDATED
                  '  CLO ' APF-CLOSED '  DEC ' APF-DECISION
                  '  CAN ' APF-CANCELED '  MODE ' APF-MODE
                  '  MUTE ' APF-MUTE '  LANG ' APF-LANG
                  '  WKLY ' APF-WEEKLY
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(5)
           MOVE 'QUEUES:' TO WS-SCREEN-LINE(6)
           MOVE 7 TO WS-LINE-IDX
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) NOT = SPACES
                   MOVE SPACES TO WS-DETAIL
                   MOVE APF-QUEUE(WS-Q-IDX) TO WS-DETAIL(5:10)
                   MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
                   ADD 1 TO WS-LINE-IDX
               END-IF
           END-PERFORM
           IF WS-LINE-IDX = 7
               MOVE '    NONE' TO WS-SCREEN-LINE(7)
               ADD 1 TO WS-LINE-IDX
           END-IF
           MOVE SPACES TO WS-DETAIL
           STRING 'LAST CHANGED ' APF-UPD-DATE ' BY ' APF-UPD-BY
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX + 1)
           PERFORM 850-SEND-SCREEN.
       400-EXIT.
           EXIT.

       450-READ-PROFILE.
           MOVE SPACES TO APF-RECORD
           EXEC CICS
               READ FILE('APF00001')
               INTO (APF-RECORD)
               RIDFLD (WS-ARG-NAME)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       450-EXIT.
           EXIT.

       455-READ-FOR-UPDATE.
           MOVE SPACES TO APF-RECORD
           EXEC CICS
               READ FILE('APF00001')
               INTO (APF-RECORD)
               RIDFLD (WS-ARG-NAME)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE APF-RECORD TO WS-APF-OLD.
       455-EXIT.
           EXIT.

       460-COUNT-QUEUES.
           MOVE 0 TO WS-Q-COUNT
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) NOT = SPACES
                   ADD 1 TO WS-Q-COUNT
               END-IF
           END-PERFORM.
       460-EXIT.
           EXIT.

       470-NOT-FOUND.
           MOVE SPACES TO WS-REPLY
           STRING 'PROFILE ' WS-ARG-NAME ' IS NOT DEFINED'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       470-EXIT.
           EXIT.

      * ADDS A PROFILE, OR CHANGES THE FLAGS, NOTIFICATION DEFAULTS
      * AND DESCRIPTION OF ONE ALREADY DEFINED. A BLANK DESCRIPTION
      * ON A CHANGE KEEPS THE OLD ONE. THE QUEUES ARE LEFT ALONE.
       500-SAVE-PROFILE.
           MOVE WS-ARG-REST(1:4) TO WS-ARG-FLAGS
           MOVE WS-ARG-REST(6:9) TO WS-ARG-NOTIFY
           MOVE WS-ARG-REST(16:30) TO WS-ARG-DESC
           IF WS-ARG-NOTIFY = SPACES
               MOVE 'YYYYYINEY' TO WS-ARG-NOTIFY
           END-IF
           MOVE 'N' TO WS-ARG-BAD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 4
               IF WS-ARG-FLAG(WS-IDX) NOT = 'Y' AND
                  WS-ARG-FLAG(WS-IDX) NOT = 'N'
                   MOVE 'Y' TO WS-ARG-BAD
               END-IF
           END-PERFORM
           IF WS-ARG-BAD = 'Y' OR WS-ARG-FLAGS = 'NNNN'
               MOVE 'RASP MUST BE FOUR Y/N FLAGS, AT LEAST ONE Y' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 9
               EVALUATE WS-IDX
                   WHEN 6
                       IF WS-ARG-NOTE(WS-IDX) NOT = 'I' AND
                          WS-ARG-NOTE(WS-IDX) NOT = 'D'
                           MOVE 'Y' TO WS-ARG-BAD
                       END-IF
                   WHEN 8
                       IF WS-ARG-NOTE(WS-IDX) NOT = 'E' AND
                          WS-ARG-NOTE(WS-IDX) NOT = 'F'
                           MOVE 'Y' TO WS-ARG-BAD
                       END-IF
                   WHEN OTHER
                       IF WS-ARG-NOTE(WS-IDX) NOT = 'Y' AND
                          WS-ARG-NOTE(WS-IDX) NOT = 'N'
                           MOVE 'Y' TO WS-ARG-BAD
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-ARG-BAD = 'Y'
               MOVE 'NOTIFY IS Y/N X5, MODE I/D, MUTE Y/N, LANG E/F,'
                   TO WS-REPLY
               MOVE 'WEEKLY Y/N' TO WS-REPLY(50:10)
               PERFORM 800-REPLY
           END-IF
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               PERFORM 460-COUNT-QUEUES
               IF WS-ARG-FLAG(4) = 'N' AND WS-Q-COUNT > 0
                   EXEC CICS UNLOCK FILE('APF00001') END-EXEC
                   MOVE 'DROP THE QUEUES BEFORE TAKING AWAY SP' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               PERFORM 710-PROFILE-IMAGE
               MOVE WS-IMAGE TO CFW-BEFORE
           ELSE
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO CFW-BEFORE
               MOVE SPACES TO APF-RECORD
               MOVE WS-ARG-NAME TO APF-NAME
               MOVE 'A' TO APF-STATUS
           END-IF
           MOVE WS-ARG-FLAGS TO APF-FLAGS
           MOVE WS-ARG-NOTIFY TO APF-NOTIFY
           IF WS-ARG-DESC NOT = SPACES
               MOVE WS-ARG-DESC TO APF-DESC
           END-IF
           MOVE USERID3 TO APF-UPD-BY
           MOVE WS-TODAY TO APF-UPD-DATE
           IF CFW-ACTION = 'C'
               EXEC CICS
                   REWRITE FILE('APF00001')
                   FROM(APF-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('APF00001')
                   FROM(APF-RECORD)
                   RIDFLD(APF-NAME)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 710-PROFILE-IMAGE
               MOVE WS-IMAGE TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'PROFILE ' WS-ARG-NAME ' SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'PROFILE SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * THE QUEUE GOES IN THE FIRST FREE SLOT. USERS ALREADY GIVEN
      * THE PROFILE ARE NOT ADDED TO IT HERE.
       600-ADD-QUEUE.
           MOVE WS-ARG-REST(1:10) TO WS-ARG-QUEUE
           IF WS-ARG-QUEUE = SPACES
               MOVE 'THE QUEUE IS REQUIRED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 470-NOT-FOUND
           END-IF
           IF APF-SP NOT = 'Y'
               EXEC CICS UNLOCK FILE('APF00001') END-EXEC
               MOVE 'ONLY A SERVICE-PROVIDER PROFILE MAY HOLD QUEUES'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 0 TO WS-Q-FREE
           MOVE 'N' TO WS-ARG-BAD
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) = WS-ARG-QUEUE
                   MOVE 'Y' TO WS-ARG-BAD
               END-IF
               IF APF-QUEUE(WS-Q-IDX) = SPACES AND WS-Q-FREE = 0
                   MOVE WS-Q-IDX TO WS-Q-FREE
               END-IF
           END-PERFORM
           IF WS-ARG-BAD = 'Y'
               EXEC CICS UNLOCK FILE('APF00001') END-EXEC
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-QUEUE ' IS ALREADY IN THE PROFILE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-Q-FREE = 0
               EXEC CICS UNLOCK FILE('APF00001') END-EXEC
               MOVE 'A PROFILE HOLDS AT MOST EIGHT QUEUES' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 720-QUEUE-IMAGE
           MOVE WS-IMAGE TO CFW-BEFORE
           MOVE WS-ARG-QUEUE TO APF-QUEUE(WS-Q-FREE)
           PERFORM 690-REWRITE-PROFILE
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-QUEUE ' ADDED TO ' WS-ARG-NAME
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'PROFILE SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

       620-DROP-QUEUE.
           MOVE WS-ARG-REST(1:10) TO WS-ARG-QUEUE
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 470-NOT-FOUND
           END-IF
           MOVE 0 TO WS-Q-FREE
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) = WS-ARG-QUEUE
                   MOVE WS-Q-IDX TO WS-Q-FREE
               END-IF
           END-PERFORM
           IF WS-Q-FREE = 0 OR WS-ARG-QUEUE = SPACES
               EXEC CICS UNLOCK FILE('APF00001') END-EXEC
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-QUEUE ' IS NOT IN THE PROFILE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 720-QUEUE-IMAGE
           MOVE WS-IMAGE TO CFW-BEFORE
           MOVE SPACES TO APF-QUEUE(WS-Q-FREE)
           PERFORM 690-REWRITE-PROFILE
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-QUEUE ' DROPPED FROM ' WS-ARG-NAME
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'PROFILE SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       620-EXIT.
           EXIT.

       650-SET-STATUS.
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 470-NOT-FOUND
           END-IF
           PERFORM 710-PROFILE-IMAGE
           MOVE WS-IMAGE TO CFW-BEFORE
           IF WS-ARG-ACT = 'X'
               MOVE 'R' TO APF-STATUS
           ELSE
               MOVE 'A' TO APF-STATUS
           END-IF
           MOVE USERID3 TO APF-UPD-BY
           MOVE WS-TODAY TO APF-UPD-DATE
           EXEC CICS
               REWRITE FILE('APF00001')
               FROM(APF-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               PERFORM 710-PROFILE-IMAGE
               MOVE WS-IMAGE TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PROFILE STATUS CHANGE FAILED' TO WS-REPLY
           ELSE
               IF APF-RETIRED
                   STRING 'PROFILE ' WS-ARG-NAME ' RETIRED'
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'PROFILE ' WS-ARG-NAME ' ACTIVE'
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

      * RECORDS THE ASSIGNMENT THROUGH SM118P WITHOUT CHANGING THE
      * USER'S ACCESS - FOR USERS SET UP BEFORE PROFILES EXISTED.
      * THE NEXT SMB092 RUN SHOWS WHAT DIFFERS.
       680-ASSIGN-USER.
           MOVE WS-ARG-REST(1:7) TO WS-ARG-USERID
           MOVE SPACES TO WS-MEMBER-REC
           MOVE WS-ARG-USERID TO MB-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-MEMBER-REC)
               RIDFLD (MB-UID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              WS-ARG-USERID = SPACES
               MOVE SPACES TO WS-REPLY
               STRING 'USER ' WS-ARG-USERID ' IS NOT ON FILE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-APA-PARMS
           MOVE 'M' TO APA-FUNCTION
           MOVE WS-ARG-NAME TO APA-PROFILE
           MOVE WS-ARG-USERID TO APA-USERID
           MOVE 'M' TO APA-SOURCE
           EXEC CICS LINK PROGRAM('SM118P')
                COMMAREA(WS-APA-PARMS)
                LENGTH(LENGTH OF WS-APA-PARMS)
                RESP(WS-APA-RESP)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           EVALUATE TRUE
               WHEN WS-APA-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'PROFILE ROUTINE SM118P UNAVAILABLE' TO
                       WS-REPLY
               WHEN APA-NOT-FOUND
                   PERFORM 470-NOT-FOUND
               WHEN APA-RETIRED
                   STRING 'PROFILE ' WS-ARG-NAME ' IS RETIRED'
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN APA-OK
                   STRING WS-ARG-USERID ' NOW HOLDS ' WS-ARG-NAME
                          ' - ACCESS NOT CHANGED'
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN OTHER
                   MOVE 'ASSIGNMENT COULD NOT BE RECORDED' TO WS-REPLY
           END-EVALUATE
           PERFORM 800-REPLY.
       680-EXIT.
           EXIT.

       690-REWRITE-PROFILE.
           MOVE USERID3 TO APF-UPD-BY
           MOVE WS-TODAY TO APF-UPD-DATE
           EXEC CICS
               REWRITE FILE('APF00001')
               FROM(APF-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               PERFORM 720-QUEUE-IMAGE
               MOVE WS-IMAGE TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF.
       690-EXIT.
           EXIT.

      * RECORD THE PROFILE JUST ADDED OR CHANGED ON THE
      * CONFIGURATION AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE
      * IMAGES ARE SET ON ENTRY.
       700-LOG-CHANGE.
           MOVE 'APF00001' TO CFW-TABLE
           MOVE WS-ARG-NAME TO CFW-ROW-KEY
           MOVE 'SM117P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       700-EXIT.
           EXIT.

      * STATUS, FLAGS, NOTIFICATION DEFAULTS AND AS MUCH OF THE
      * DESCRIPTION AS FITS IN THE 40-BYTE AUDIT IMAGE.
       710-PROFILE-IMAGE.
           MOVE SPACES TO WS-IMAGE
           STRING APF-STATUS ' ' APF-FLAGS ' ' APF-NOTIFY ' '
                  APF-DESC
               DELIMITED BY SIZE INTO WS-IMAGE
           END-STRING.
       710-EXIT.
           EXIT.

      * THE QUEUES, SPACE-SEPARATED, AS FAR AS THEY FIT.
       720-QUEUE-IMAGE.
           MOVE SPACES TO WS-IMAGE
           MOVE 1 TO WS-IMAGE-PTR
           STRING 'QUEUES'
               DELIMITED BY SIZE INTO WS-IMAGE
               WITH POINTER WS-IMAGE-PTR
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 8
               IF APF-QUEUE(WS-Q-IDX) NOT = SPACES
                   STRING ' ' APF-QUEUE(WS-Q-IDX)
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
