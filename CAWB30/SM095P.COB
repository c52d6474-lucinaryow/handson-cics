         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM095.
      *
      * SCH00001 SUPPORT-HOURS SCHEDULE MAINTENANCE.
      * A QUEUE THAT DOES NOT WORK THE SITE CALENDAR'S HOURS (THE
      * 24X7 NETWORK AND SERVER QUEUES, PAYROLL'S 07:00-19:00 SIX
      * DAYS A WEEK) IS ASSIGNED A NAMED SCHEDULE HERE, AND SM013P,
      * SMB011 AND SMB019 THEN RUN ITS SLA CLOCK ON THAT SCHEDULE.
      * SEE COPYBOOK SMSCH. COMMAND-LINE TRANSACTION IN THE SM024
      * STYLE - FIXED COLUMNS, NO MAP:
      *
      *     SM95 NAME     W OOCC OOCC OOCC OOCC OOCC OOCC OOCC Y
      *                                       WEEKLY HOURS MON-SUN
      *     SM95 NAME     H YYYYMMDD DESC...  SCHEDULE HOLIDAY
      *     SM95 NAME     S YYYYMMDD OH CH DESC  SPECIAL HOURS
      *     SM95 NAME     D YYYYMMDD          DELETE A DATE RECORD
      *     SM95 NAME     D                   DELETE THE SCHEDULE
      *     SM95 NAME     Q QUEUE             RUN QUEUE ON SCHEDULE
      *     SM95 SITE     Q QUEUE             BACK TO SITE CALENDAR
      *     SM95 NAME     [YYYYMMDD]          SHOW WEEK OR DATE
      *     SM95 *QUEUE   QUEUE               SHOW A QUEUE'S SCHEDULE
      *
      * NAME IS COLUMNS 6-13 AND THE TYPE COLUMN 15. THE WEEKLY
      * HOURS ARE SEVEN FOUR-DIGIT OPEN/CLOSE PAIRS FROM COLUMN 17,
      * ONE SPACE APART, MONDAY FIRST: 0000 IS A CLOSED DAY AND 0024
      * ROUND THE CLOCK, OTHERWISE OPEN < CLOSE <= 24. THE FLAG IN
      * COLUMN 52 IS 'Y' WHEN THE SCHEDULE ALSO STOPS FOR THE SITE
      * HOLIDAYS ON CAL00001. DATES AND QUEUES START IN COLUMN 17,
      * OH/CH IN 26 AND 29, DESC IN 26 (H) OR 32 (S). A SCHEDULE
      * CANNOT BE DELETED WHILE IT STILL HAS DATE RECORDS, AND A
      * QUEUE CAN ONLY BE PUT ON A SCHEDULE WHOSE WEEK IS SET.
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
       01  WS-ARG-NAME                           PIC X(08).
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-DATE                           PIC X(08).
       01  WS-ARG-QUEUE                          PIC X(10).
       01  WS-ARG-OPEN                           PIC X(02).
       01  WS-ARG-CLOSE                          PIC X(02).
       01  WS-ARG-DESC                           PIC X(20).
       01  WS-ARG-SITE-HOL                       PIC X(01).
       01  WS-ARG-WEEK.
           05  WS-ARG-DAY OCCURS 7 TIMES.
               10  WS-ARG-DAY-OPEN               PIC X(02).
               10  WS-ARG-DAY-CLOSE              PIC X(02).
       01  WS-DAY-IDX                            PIC 9(01).
       01  WS-COL                                PIC 9(02).
       01  WS-DAY-NAMES                          PIC X(14) VALUE
           'MOTUWETHFRSASU'.
       01  WS-REPLY-PTR                          PIC 9(02).
           COPY SMSCH.
       01  WS-SCH-OLD                            PIC X(60).
       01  WS-SCH-SAVE-KEY                       PIC X(18).
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
           MOVE 'SM095P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-NAME = SPACES
                   MOVE 'USAGE: SM95 NAME W/H/S/D/Q [HOURS/DATE/QUEUE]'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-NAME = '*QUEUE'
                   PERFORM 450-SHOW-QUEUE
               WHEN WS-ARG-TYPE = 'Q'
                   PERFORM 700-ASSIGN-QUEUE THRU 700-EXIT
               WHEN WS-ARG-NAME(1:1) = '*' OR WS-ARG-NAME = 'SITE'
                   MOVE 'SCHEDULE NAMES MAY NOT START WITH * OR BE SITE'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-TYPE = SPACE
                   PERFORM 400-SHOW-RECORD
               WHEN WS-ARG-TYPE = 'W'
                   PERFORM 300-VALIDATE-WEEK
                   PERFORM 600-SAVE-WEEK
               WHEN WS-ARG-TYPE = 'D'
                   PERFORM 500-DELETE-RECORD THRU 500-EXIT
               WHEN WS-ARG-TYPE = 'H'
                   PERFORM 350-VALIDATE-DATE
                   MOVE WS-INPUT(26:20) TO WS-ARG-DESC
                   PERFORM 650-SAVE-DATE
               WHEN WS-ARG-TYPE = 'S'
                   PERFORM 350-VALIDATE-DATE
                   PERFORM 360-VALIDATE-HOURS
                   PERFORM 650-SAVE-DATE
               WHEN OTHER
                   MOVE 'TYPE MUST BE W, H, S, D, OR Q' TO WS-REPLY
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
           MOVE WS-INPUT(6:8) TO WS-ARG-NAME
           MOVE WS-INPUT(15:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(17:8) TO WS-ARG-DATE
           MOVE WS-INPUT(17:10) TO WS-ARG-QUEUE
           MOVE WS-INPUT(26:2) TO WS-ARG-OPEN
           MOVE WS-INPUT(29:2) TO WS-ARG-CLOSE
           MOVE WS-INPUT(32:20) TO WS-ARG-DESC
           MOVE WS-INPUT(52:1) TO WS-ARG-SITE-HOL
           MOVE 17 TO WS-COL
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               MOVE WS-INPUT(WS-COL:2) TO WS-ARG-DAY-OPEN(WS-DAY-IDX)
               ADD 2 TO WS-COL
               MOVE WS-INPUT(WS-COL:2) TO WS-ARG-DAY-CLOSE(WS-DAY-IDX)
               ADD 3 TO WS-COL
           END-PERFORM
      * THE '*QUEUE' ENQUIRY CARRIES ITS QUEUE WHERE THE TYPE GOES.
           IF WS-ARG-NAME = '*QUEUE'
               MOVE WS-INPUT(15:10) TO WS-ARG-QUEUE
           END-IF.
       200-EXIT.
           EXIT.

       300-VALIDATE-WEEK.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               IF WS-ARG-DAY-OPEN(WS-DAY-IDX) NOT NUMERIC OR
                  WS-ARG-DAY-CLOSE(WS-DAY-IDX) NOT NUMERIC
                   MOVE 'WEEK NEEDS SEVEN OOCC HOUR PAIRS, MONDAY FIRST'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               IF WS-ARG-DAY(WS-DAY-IDX) NOT = '0000'
                   IF WS-ARG-DAY-OPEN(WS-DAY-IDX) >=
                      WS-ARG-DAY-CLOSE(WS-DAY-IDX) OR
                      WS-ARG-DAY-CLOSE(WS-DAY-IDX) > '24'
                       MOVE SPACES TO WS-REPLY
                       STRING 'OPEN MUST BE BEFORE CLOSE (MAX 24) ON '
                              WS-DAY-NAMES(WS-DAY-IDX * 2 - 1:2)
                           DELIMITED BY SIZE INTO WS-REPLY
                       PERFORM 800-REPLY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ARG-SITE-HOL = SPACE
               MOVE 'N' TO WS-ARG-SITE-HOL
           END-IF
           IF WS-ARG-SITE-HOL NOT = 'Y' AND WS-ARG-SITE-HOL NOT = 'N'
               MOVE 'SITE-HOLIDAY FLAG (COLUMN 52) MUST BE Y OR N' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       300-EXIT.
           EXIT.

       350-VALIDATE-DATE.
           IF WS-ARG-DATE NOT NUMERIC
               MOVE 'DATE MUST BE YYYYMMDD IN COLUMN 17' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 380-READ-WEEK
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'SET THE WEEK OF ' WS-ARG-NAME ' FIRST (TYPE W)'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       350-EXIT.
           EXIT.

       360-VALIDATE-HOURS.
           IF WS-ARG-OPEN NOT NUMERIC OR WS-ARG-CLOSE NOT NUMERIC
               MOVE 'OPEN AND CLOSE HOURS MUST BE TWO DIGITS' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-OPEN >= WS-ARG-CLOSE OR WS-ARG-CLOSE > '24'
               MOVE 'OPEN HOUR MUST BE BEFORE CLOSE HOUR (MAX 24)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       360-EXIT.
           EXIT.

       380-READ-WEEK.
           MOVE WS-ARG-NAME TO SCH-NAME
           MOVE 'WEEK' TO SCH-SUBKEY
           EXEC CICS
               READ FILE('SCH00001')
               INTO (SCH-RECORD)
               RIDFLD (SCH-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       380-EXIT.
           EXIT.

       400-SHOW-RECORD.
           MOVE SPACES TO WS-REPLY
           IF WS-ARG-DATE NOT = SPACES
               MOVE WS-ARG-NAME TO SCH-NAME
               MOVE WS-ARG-DATE TO SCH-SUBKEY
               EXEC CICS
                   READ FILE('SCH00001')
                   INTO (SCH-RECORD)
                   RIDFLD (SCH-KEY)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING WS-ARG-NAME ' ' WS-ARG-DATE ' TYPE ' SCH-TYPE
                          ' OPEN ' SCH-DT-OPEN ' CLOSE ' SCH-DT-CLOSE
                          ' ' SCH-DT-DESC
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING WS-ARG-NAME ' HAS NO RECORD FOR ' WS-ARG-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           PERFORM 380-READ-WEEK
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO SCHEDULE NAMED ' WS-ARG-NAME
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-NAME TO WS-REPLY
           MOVE 10 TO WS-REPLY-PTR
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               STRING WS-DAY-NAMES(WS-DAY-IDX * 2 - 1:2) ' '
                      SCH-WK-OPEN(WS-DAY-IDX) SCH-WK-CLOSE(WS-DAY-IDX)
                      ' '
                   DELIMITED BY SIZE INTO WS-REPLY
                   WITH POINTER WS-REPLY-PTR
           END-PERFORM
           STRING 'SITE HOL ' SCH-SITE-HOLIDAYS
               DELIMITED BY SIZE INTO WS-REPLY
               WITH POINTER WS-REPLY-PTR
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       450-SHOW-QUEUE.
           MOVE '*QUEUE' TO SCH-NAME
           MOVE WS-ARG-QUEUE TO SCH-SUBKEY
           EXEC CICS
               READ FILE('SCH00001')
               INTO (SCH-RECORD)
               RIDFLD (SCH-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'QUEUE ' WS-ARG-QUEUE ' RUNS ON SCHEDULE '
                      SCH-Q-SCHEDULE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'QUEUE ' WS-ARG-QUEUE ' RUNS ON THE SITE CALENDAR'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       450-EXIT.
           EXIT.

      * A DATE RECORD GOES ON ITS OWN. THE WEEK RECORD ONLY GOES
      * ONCE NO DATE RECORD AND NO QUEUE IS LEFT POINTING AT IT -
      * THE DATE RECORDS ARE FOUND BY BROWSING FORWARD FROM THE
      * NAME; THE QUEUE LINKS BY BROWSING THE '*QUEUE' RECORDS.
       500-DELETE-RECORD.
           IF WS-ARG-DATE = SPACES
               PERFORM 550-CHECK-IN-USE THRU 550-EXIT
           END-IF
           MOVE WS-ARG-NAME TO SCH-NAME
           IF WS-ARG-DATE = SPACES
               MOVE 'WEEK' TO SCH-SUBKEY
           ELSE
               MOVE WS-ARG-DATE TO SCH-SUBKEY
           END-IF
           EXEC CICS
               DELETE FILE('SCH00001')
               RIDFLD (SCH-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'SCHEDULE RECORD ' WS-ARG-NAME ' ' SCH-SUBKEY
                      ' DELETED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-ARG-NAME ' HAS NO RECORD ' SCH-SUBKEY
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       550-CHECK-IN-USE.
           MOVE WS-ARG-NAME TO SCH-NAME
           MOVE LOW-VALUES TO SCH-SUBKEY
           MOVE SCH-KEY TO WS-SCH-SAVE-KEY
           EXEC CICS STARTBR FILE('SCH00001')
               RIDFLD (WS-SCH-SAVE-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 550-EXIT
           END-IF
           PERFORM 560-NEXT-DATE-RECORD
           PERFORM UNTIL WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                         SCH-NAME NOT = WS-ARG-NAME
               IF SCH-SUBKEY NOT = 'WEEK'
                   EXEC CICS ENDBR FILE('SCH00001') END-EXEC
                   MOVE SPACES TO WS-REPLY
                   STRING WS-ARG-NAME ' STILL HAS DATE ' SCH-SUBKEY
                          ' - DELETE THE DATES FIRST'
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               PERFORM 560-NEXT-DATE-RECORD
           END-PERFORM
           EXEC CICS ENDBR FILE('SCH00001') END-EXEC
           MOVE '*QUEUE' TO SCH-NAME
           MOVE LOW-VALUES TO SCH-SUBKEY
           MOVE SCH-KEY TO WS-SCH-SAVE-KEY
           EXEC CICS STARTBR FILE('SCH00001')
               RIDFLD (WS-SCH-SAVE-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 550-EXIT
           END-IF
           PERFORM 560-NEXT-DATE-RECORD
           PERFORM UNTIL WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                         SCH-NAME NOT = '*QUEUE'
               IF SCH-Q-SCHEDULE = WS-ARG-NAME
                   EXEC CICS ENDBR FILE('SCH00001') END-EXEC
                   MOVE SPACES TO WS-REPLY
                   STRING 'QUEUE ' SCH-SUBKEY ' STILL RUNS ON '
                          WS-ARG-NAME
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               PERFORM 560-NEXT-DATE-RECORD
           END-PERFORM
           EXEC CICS ENDBR FILE('SCH00001') END-EXEC.
       550-EXIT.
           EXIT.

       560-NEXT-DATE-RECORD.
           EXEC CICS READNEXT FILE('SCH00001')
               INTO (SCH-RECORD)
               RIDFLD (WS-SCH-SAVE-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       560-EXIT.
           EXIT.

       600-SAVE-WEEK.
           MOVE SPACES TO SCH-RECORD
           MOVE WS-ARG-NAME TO SCH-NAME
           MOVE 'WEEK' TO SCH-SUBKEY
           MOVE 'W' TO SCH-TYPE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               MOVE WS-ARG-DAY-OPEN(WS-DAY-IDX) TO
                   SCH-WK-OPEN(WS-DAY-IDX)
               MOVE WS-ARG-DAY-CLOSE(WS-DAY-IDX) TO
                   SCH-WK-CLOSE(WS-DAY-IDX)
           END-PERFORM
           MOVE WS-ARG-SITE-HOL TO SCH-SITE-HOLIDAYS
           PERFORM 680-WRITE-OR-REWRITE
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'WEEKLY HOURS SAVED FOR SCHEDULE ' WS-ARG-NAME
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'SCHEDULE SAVE FAILED FOR ' WS-ARG-NAME
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

       650-SAVE-DATE.
           MOVE SPACES TO SCH-RECORD
           MOVE WS-ARG-NAME TO SCH-NAME
           MOVE WS-ARG-DATE TO SCH-SUBKEY
           MOVE WS-ARG-TYPE TO SCH-TYPE
           IF WS-ARG-TYPE = 'S'
               MOVE WS-ARG-OPEN TO SCH-DT-OPEN
               MOVE WS-ARG-CLOSE TO SCH-DT-CLOSE
           ELSE
               MOVE ZEROES TO SCH-DT-OPEN
               MOVE ZEROES TO SCH-DT-CLOSE
           END-IF
           MOVE WS-ARG-DESC TO SCH-DT-DESC
           PERFORM 680-WRITE-OR-REWRITE
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'SCHEDULE ' WS-ARG-NAME ' ' WS-ARG-DATE
                      ' SAVED AS TYPE ' WS-ARG-TYPE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'SCHEDULE SAVE FAILED FOR ' WS-ARG-NAME ' '
                      WS-ARG-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

       680-WRITE-OR-REWRITE.
           EXEC CICS
               READ FILE('SCH00001')
               INTO (WS-SCH-OLD)
               RIDFLD (SCH-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('SCH00001')
                   FROM(SCH-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('SCH00001')
                   FROM(SCH-RECORD)
                   RIDFLD(SCH-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       680-EXIT.
           EXIT.

      * 'SITE' TAKES THE QUEUE OFF ANY SCHEDULE SO SM013P FALLS
      * BACK TO THE CAL00001 CALENDAR FOR IT.
       700-ASSIGN-QUEUE.
           IF WS-ARG-QUEUE = SPACES
               MOVE 'QUEUE NAME GOES IN COLUMN 17' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-ARG-NAME = 'SITE'
               MOVE '*QUEUE' TO SCH-NAME
               MOVE WS-ARG-QUEUE TO SCH-SUBKEY
               EXEC CICS
                   DELETE FILE('SCH00001')
                   RIDFLD (SCH-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               STRING 'QUEUE ' WS-ARG-QUEUE ' NOW ON THE SITE CALENDAR'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-NAME(1:1) = '*'
               MOVE 'SCHEDULE NAMES MAY NOT START WITH *' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 380-READ-WEEK
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'SET THE WEEK OF ' WS-ARG-NAME ' FIRST (TYPE W)'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO SCH-RECORD
           MOVE '*QUEUE' TO SCH-NAME
           MOVE WS-ARG-QUEUE TO SCH-SUBKEY
           MOVE 'Q' TO SCH-TYPE
           MOVE WS-ARG-NAME TO SCH-Q-SCHEDULE
           PERFORM 680-WRITE-OR-REWRITE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'QUEUE ' WS-ARG-QUEUE ' NOW RUNS ON SCHEDULE '
                      WS-ARG-NAME
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'SCHEDULE SAVE FAILED FOR QUEUE ' WS-ARG-QUEUE
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
