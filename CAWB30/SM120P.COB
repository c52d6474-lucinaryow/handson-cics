         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM120.
      *
      * DESK-SIDE VISIT BOOKING FOR A TICKET OVER APT00001 (SEE
      * SMAPT). DESKSIDE AND HARDWARE WORK USED TO END IN PHONE TAG;
      * THE PROVIDER AND THE REQUESTOR NOW AGREE A ONE-HOUR SLOT.
      * SM03P XCTLS HERE ON PF11 AND THE SM001 TICKET LIST ON PF10,
      * PASSING THE TICKET (AND SM03P THE ASSIGNEE) IN THE COMMAREA
      * THE WAY SM03P HANDS SM097P ITS TICKET. IT CAN ALSO BE
      * ENTERED DIRECTLY AS
      *
      *     SMDV TIXNUM
      *
      * BY THE REQUESTOR, THE ASSIGNEE, OR A SERVICE PROVIDER,
      * APPROVER OR ADMINISTRATOR, FOR A TICKET NOT YET FINISHED.
      * BUILT WITH SEND TEXT LIKE THE BOARDS. THE SCREEN SHOWS THE
      * VISIT BOOKED (IF ANY) AND THE FREE SLOTS FOR ONE PROVIDER
      * ON ONE DAY: THE CAL00001 WORKING HOURS (THE DEFAULT RECORD,
      * THEN THE DATE'S OWN HOLIDAY OR SPECIAL-HOURS RECORD, WITH
      * WEEKENDS CLOSED AS IN SM013P), LESS THE HOURS ALREADY BOOKED
      * AND ANY HOUR SM090P SAYS THE PROVIDER IS ABSENT OR OFF
      * SHIFT. THE USER PRESSES CLEAR, KEYS ONE OF
      *
      *     S YYYYMMDD    PROVIDR   SHOW THAT DAY'S FREE SLOTS
      *     B YYYYMMDD HH PROVIDR   BOOK THE SLOT, OR MOVE THE VISIT
      *                             ALREADY BOOKED TO IT
      *     C                       CANCEL THE VISIT
      *     A                       THE VISIT TOOK PLACE
      *     N                       THE REQUESTOR WAS NOT THERE
      *
      * AND PRESSES ENTER (THE PROVIDER IS OPTIONAL - THE ONE
      * ALREADY SHOWN IS KEPT). A TICKET HAS ONE VISIT BOOKED AT A
      * TIME. EACH BOOKING, MOVE AND CANCEL IS LOGGED TO STF00002
      * THROUGH SM009P AND CONFIRMED TO THE REQUESTOR THROUGH SM011P
      * WITH THE VISIT'S DATE AND HOUR (SMSTAT EV- EVENT CODES);
      * SMB096 SENDS THE REMINDER THE MORNING BEFORE AND PRINTS EACH
      * PROVIDER'S RUN SHEET, AND SM020P SHOWS THE DAY'S VISITS.
      *
      * ONLY THE VISIT'S PROVIDER OR A SERVICE PROVIDER, APPROVER OR
      * ADMINISTRATOR MAY MARK A VISIT, AND ONLY ONCE ITS HOUR HAS
      * COME. A MISSED VISIT IS KEPT ON APT00001; WHEN THE REQUESTOR
      * HAS MISSED WS-NOSHOW-LIMIT VISITS IN WS-NOSHOW-DAYS DAYS THE
      * TICKET IS PLACED ON HOLD - AWAITING REQUESTOR, WITH THE SAME
      * STF00002 MARKER SM03P WRITES, SO THE SLA CLOCK STOPS AND
      * SMB029 CHASES THE REQUESTOR AS FOR ANY OTHER HOLD.
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
           COPY SMSTAT.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-APT-RESP                           PIC S9(8) COMP.
       01  WS-TIME                               PIC 9(15).
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-TODAY-YMD   PIC 9(08).
       01  WS-TODAY-INT                          PIC 9(09).
       01  WS-NOW-TIME                           PIC X(08).
       01  WS-NOW-HH                             PIC 9(02).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-WORK-YMD                           PIC 9(08).
       01  WS-WORK-YMD-X REDEFINES WS-WORK-YMD   PIC X(08).
       01  WS-WORK-INT                           PIC 9(09).
       01  WS-DOW                                PIC 9(01).
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
       01  WS-IS-STAFF                           PIC X.
       01  WS-PROV-REC.
           05  PROV-UID.
               10  PROV-USERID7                  PIC X(07).
               10  FILLER                        PIC X(01).
           05  PROV-REQ                          PIC X.
           05  PROV-ADMN                         PIC X.
           05  PROV-APP                          PIC X.
           05  PROV-SP                           PIC X.
           05  PROV-UPBY                         PIC X(08).
           05  PROV-ACTIVE                       PIC X.
       01  WS-PROV-OK                            PIC X.
           COPY SMTIX.
           COPY SMAPT.
       01  WS-APT-PROBE                          PIC X(80).
      * THE VISIT BOOKED FOR THIS TICKET, AS 170 FOUND IT.
       01  WS-BK-FOUND                           PIC X.
       01  WS-BK-REC.
           05  BK-KEY.
               10  BK-DATE                       PIC X(08).
               10  BK-HOUR                       PIC X(02).
               10  BK-PROVIDER                   PIC X(07).
           05  BK-TIX-ID                         PIC X(06).
           05  BK-REQUESTOR                      PIC X(07).
           05  BK-STATUS                         PIC X(01).
           05  BK-BOOKED-BY                      PIC X(07).
           05  BK-BOOKED-DATE                    PIC X(08).
           05  BK-MOVES                          PIC 9(02).
           05  BK-REMINDED                       PIC X(01).
           05  BK-DONE-BY                        PIC X(07).
           05  FILLER                            PIC X(24).
       01  WS-BR-KEY                             PIC X(17).
       01  WS-BR-DONE                            PIC X.
      * WORKING CALENDAR - SEE SM024P. SAME DEFAULTS AS SM013P.
       01  WS-CAL-REC.
           05  CAL-KEY                           PIC X(08).
           05  CAL-TYPE                          PIC X(01).
           05  CAL-OPEN-HH                       PIC 9(02).
           05  CAL-CLOSE-HH                      PIC 9(02).
           05  CAL-DESC                          PIC X(20).
           05  FILLER                            PIC X(07).
       01  WS-CAL-RESP                           PIC S9(08) COMP.
       01  WS-CHK-DATE                           PIC X(08).
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY                       PIC 9(04).
           05  WS-CHK-MM                         PIC 9(02).
           05  WS-CHK-DD                         PIC 9(02).
       01  WS-DAY-OPEN                           PIC 9(02).
       01  WS-DAY-CLOSE                          PIC 9(02).
       01  WS-DAY-CLOSED-WHY                     PIC X(50).
       01  WS-SLOT-HH                            PIC 9(02).
       01  WS-SLOT-OK                            PIC X.
       01  WS-SLOT-WHY                           PIC X(50).
       01  WS-SLOT-NOTE                          PIC X(79).
       01  WS-FREE-LINE                          PIC X(80).
       01  WS-FREE-PTR                           PIC 9(03).
       01  WS-FREE-CNT                           PIC 9(02).
      * ROSTER AVAILABILITY - SEE SM090P.
       01  WS-AVAIL-PARMS.
           05  AVL-USERID                        PIC X(07).
           05  AVL-DATE                          PIC X(08).
           05  AVL-HOUR                          PIC X(02).
           05  AVL-STATUS                        PIC X(01).
           05  AVL-UNTIL                         PIC X(08).
           05  AVL-RESP-CODE                     PIC S9(8) COMP.
      * REPEAT NO-SHOWS - HOW MANY MISSED VISITS, OVER HOW MANY
      * DAYS, PUT THE TICKET ON HOLD.
       01  WS-NOSHOW-LIMIT                       PIC 9(02) VALUE 2.
       01  WS-NOSHOW-DAYS                        PIC 9(03) VALUE 90.
       01  WS-NOSHOW-CNT                         PIC 9(03).
       01  WS-NOSHOW-Z                           PIC ZZ9.
       01  WS-HOLD-PLACED                        PIC X.
       01  WS-OLD-STATUS                         PIC X(10).
       01  WS-EVENT                              PIC X(10).
       01  WS-VISIT-TEXT                         PIC X(30).
      * BATCH-WINDOW GATE - SEE SM082P.
       01  WS-GTE-REC.
           05  GTE-KEY                            PIC X(04).
           05  GTE-STATE                          PIC X(01).
           05  GTE-SET-BY                         PIC X(07).
           05  GTE-SET-STAMP                      PIC X(14).
           05  FILLER                             PIC X(04).
       01  WS-GTE-RESP                            PIC S9(8) COMP.
      * QUEUE/STATUS SUMMARY COUNTERS - SEE SM080P AND SMB051.
       01  WS-QCT-PARMS.
           05  QCK-QUEUE                          PIC X(10).
           05  QCK-STATUS                         PIC X(10).
           05  QCK-DELTA                          PIC X(01).
           05  QCK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-JRN-PARMS.
           05  JLK-ACTION                         PIC X(01).
           05  JLK-TIX-ID                         PIC X(06).
           05  JLK-BEFORE                         PIC X(300).
           05  JLK-AFTER                          PIC X(300).
           05  JLK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-LOG-PARMS.
           05  LK-TIX-ID                          PIC X(06).
           05  LK-UPDATE-DATE                     PIC X(10).
           05  LK-UPDATE-TIME                     PIC X(10).
           05  LK-UPDATED-BY                      PIC X(07).
           05  LK-REMARK                          PIC X(50).
           05  LK-RESP-CODE                       PIC S9(8) COMP.
       01  WS-NOTIFY-PARMS.
           05  NLK-TIX-ID                         PIC X(06).
           05  NLK-REQUESTOR                      PIC X(08).
           05  NLK-STATUS                         PIC X(10).
           05  NLK-NOTIFY-DATE                    PIC X(10).
           05  NLK-NOTIFY-TIME                    PIC X(10).
           05  NLK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-DATE                           PIC X(08).
       01  WS-ARG-HOUR                           PIC X(02).
       01  WS-ARG-PROVIDER                       PIC X(07).
       01  WS-MESSAGE                            PIC X(79).
       01  WS-DETAIL                             PIC X(80).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 15 TIMES.
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
       01  WS-COMMAREA.
           05  DVC-TIX-ID                        PIC X(06).
           05  DVC-PROVIDER                      PIC X(07).
           05  DVC-SHOW-DATE                     PIC X(08).
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(21).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM120P' TO MTP-PROGRAM
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE SPACES TO WS-MESSAGE
           PERFORM 050-SET-TODAY
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               IF EIBTRNID NOT = 'SMDV'
                   EXEC CICS LINK PROGRAM('SM106P')
                        COMMAREA(WS-MTR-PARMS)
                        LENGTH(LENGTH OF WS-MTR-PARMS)
                        RESP(MTP-RESP)
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM 150-DIRECT-ENTRY THRU 150-EXIT
               PERFORM 160-LOAD-TICKET THRU 160-EXIT
               MOVE 'CLEAR, KEY AN ACTION IN COLUMN 1 AND PRESS ENTER'
                   TO WS-MESSAGE
               PERFORM 300-SEND-SCREEN
           END-IF
           IF EIBTRNID NOT = 'SMDV'
               PERFORM 160-LOAD-TICKET THRU 160-EXIT
               STRING 'TICKET ' DVC-TIX-ID
                      ' - BOOK, MOVE OR CANCEL ITS DESK VISIT BELOW'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 300-SEND-SCREEN
           END-IF
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   EXEC CICS XCTL
                       PROGRAM('SM000P')
                   END-EXEC
               WHEN EIBAID = DFHCLEAR
                   EXEC CICS LINK PROGRAM('SM106P')
                        COMMAREA(WS-MTR-PARMS)
                        LENGTH(LENGTH OF WS-MTR-PARMS)
                        RESP(MTP-RESP)
                   END-EXEC
                   EXEC CICS RETURN
                       TRANSID('SMDV')
                       COMMAREA(WS-COMMAREA)
                   END-EXEC
               WHEN EIBAID = DFHENTER
                   PERFORM 160-LOAD-TICKET THRU 160-EXIT
                   PERFORM 400-APPLY-INPUT THRU 400-EXIT
                   PERFORM 300-SEND-SCREEN
               WHEN OTHER
                   MOVE 'CLEAR, KEY AN ACTION, PRESS ENTER - PF3 ENDS'
                       TO WS-MESSAGE
                   PERFORM 160-LOAD-TICKET THRU 160-EXIT
                   PERFORM 300-SEND-SCREEN
           END-EVALUATE.
       000-EXIT.
           EXIT.

       050-SET-TODAY.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
               TIME (WS-NOW-TIME)
               TIMESEP (':')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('/')
               MMDDYYYY (WS-HDATE-X)
           END-EXEC
           MOVE WS-NOW-TIME TO WS-HTIME-X
           MOVE WS-NOW-TIME(1:2) TO WS-NOW-HH
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
       050-EXIT.
           EXIT.

      * 'SMDV TIXNUM' KEYED ON A CLEAR SCREEN.
       150-DIRECT-ENTRY.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-COMMAREA
           MOVE WS-INPUT(6:6) TO DVC-TIX-ID
           IF DVC-TIX-ID = SPACES
               MOVE 'USAGE: SMDV TIXNUM' TO WS-MESSAGE
               PERFORM 800-REPLY
           END-IF.
       150-EXIT.
           EXIT.

      * READS THE TICKET AND THE CALLER AND FINDS THE VISIT. THE
      * CALLER MUST BE ONE OF THE PEOPLE WHO COULD REACH THE TICKET
      * THROUGH SM03P OR, AS ITS REQUESTOR, THROUGH SM001. THE
      * PROVIDER SHOWN DEFAULTS TO THE VISIT'S, THEN THE ASSIGNEE.
       160-LOAD-TICKET.
           EXEC CICS
               READ FILE('STF00001')
               INTO (TIX-RECORD)
               RIDFLD (DVC-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-MESSAGE
               STRING 'TICKET ' DVC-TIX-ID ' NOT FOUND - USAGE: SMDV '
                      'TIXNUM'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 800-REPLY
           END-IF
           IF TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-CANCELED OR
              TIX-STATUS = ST-REJECTED
               MOVE SPACES TO WS-MESSAGE
               STRING 'TICKET ' DVC-TIX-ID ' IS ' TIX-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 800-REPLY
           END-IF
           MOVE 'N' TO WS-IS-STAFF
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              CALLER-ACTIVE NOT = 'N' AND
              (CALLER-SP = 'Y' OR CALLER-APP = 'Y' OR
               CALLER-ADMN = 'Y')
               MOVE 'Y' TO WS-IS-STAFF
           END-IF
           IF TIX-REQUESTOR(1:7) NOT = USERID3 AND
              TIX-ASSIGNED-TO NOT = USERID3 AND
              WS-IS-STAFF NOT = 'Y'
               MOVE WS-INVALID TO WS-MESSAGE
               PERFORM 800-REPLY
           END-IF
           PERFORM 170-FIND-BOOKING THRU 170-EXIT
           IF DVC-PROVIDER = SPACES
               IF WS-BK-FOUND = 'Y'
                   MOVE BK-PROVIDER TO DVC-PROVIDER
               ELSE
                   MOVE TIX-ASSIGNED-TO TO DVC-PROVIDER
               END-IF
           END-IF
           IF DVC-SHOW-DATE = SPACES
               IF WS-BK-FOUND = 'Y' AND BK-DATE > WS-TODAY-YMD
                   MOVE BK-DATE TO DVC-SHOW-DATE
               ELSE
                   MOVE WS-TODAY-YMD TO DVC-SHOW-DATE
               END-IF
           END-IF.
       160-EXIT.
           EXIT.

      * THE TICKET'S BOOKED VISIT. APT00001 IS KEYED BY DATE, SO
      * THIS BROWSES FROM TWO WEEKS BACK - FAR ENOUGH FOR A VISIT
      * NOBODY HAS MARKED YET - TO THE END OF THE FILE.
       170-FIND-BOOKING.
           MOVE 'N' TO WS-BK-FOUND
           MOVE SPACES TO WS-BK-REC
           COMPUTE WS-WORK-INT = WS-TODAY-INT - 14
           COMPUTE WS-WORK-YMD = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE LOW-VALUES TO WS-BR-KEY
           MOVE WS-WORK-YMD-X TO WS-BR-KEY(1:8)
           MOVE 'N' TO WS-BR-DONE
           EXEC CICS STARTBR FILE('APT00001')
               RIDFLD (WS-BR-KEY)
               GTEQ
               RESP(WS-APT-RESP)
           END-EXEC
           IF WS-APT-RESP NOT = DFHRESP(NORMAL)
               GO TO 170-EXIT
           END-IF
           PERFORM UNTIL WS-BR-DONE = 'Y'
               EXEC CICS READNEXT FILE('APT00001')
                   INTO (APT-RECORD)
                   RIDFLD (WS-BR-KEY)
                   RESP(WS-APT-RESP)
               END-EXEC
               IF WS-APT-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BR-DONE
               ELSE
                   IF APT-TIX-ID = DVC-TIX-ID AND APT-BOOKED
                       MOVE APT-RECORD TO WS-BK-REC
                       MOVE 'Y' TO WS-BK-FOUND
                       MOVE 'Y' TO WS-BR-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('APT00001') END-EXEC.
       170-EXIT.
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
               TRANSID('SMDV')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
       300-EXIT.
           EXIT.

       350-BUILD-SCREEN.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SMDV  DESK VISIT FOR TICKET ' DVC-TIX-ID
                  '  ' TIX-TITLE
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE SPACES TO WS-DETAIL
           STRING 'REQUESTOR ' TIX-REQUESTOR(1:7)
                  '  ASSIGNEE ' TIX-ASSIGNED-TO
                  '  STATUS ' TIX-STATUS
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           MOVE SPACES TO WS-DETAIL
           IF WS-BK-FOUND = 'Y'
               STRING 'BOOKED  ' BK-DATE ' ' BK-HOUR ':00  WITH '
                      BK-PROVIDER '  BY ' BK-BOOKED-BY
                      ' ON ' BK-BOOKED-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
               IF BK-MOVES > 0
                   MOVE '(MOVED)' TO WS-DETAIL(70:7)
               END-IF
           ELSE
               MOVE 'NO DESK VISIT BOOKED' TO WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(4)
           IF DVC-PROVIDER = SPACES
               MOVE 'NO ASSIGNEE - KEY S YYYYMMDD    PROVIDR FOR SLOTS'
                   TO WS-SCREEN-LINE(6)
           ELSE
               MOVE SPACES TO WS-DETAIL
               STRING 'FREE ONE-HOUR SLOTS ON ' DVC-SHOW-DATE
                      ' FOR ' DVC-PROVIDER ':'
                   DELIMITED BY SIZE INTO WS-DETAIL
               MOVE WS-DETAIL TO WS-SCREEN-LINE(6)
               PERFORM 500-LIST-FREE-SLOTS THRU 500-EXIT
               MOVE WS-FREE-LINE TO WS-SCREEN-LINE(7)
               MOVE WS-SLOT-NOTE TO WS-SCREEN-LINE(8)
           END-IF
           MOVE 'S YYYYMMDD    PROVIDR   SHOW THAT DAY''S FREE SLOTS'
               TO WS-SCREEN-LINE(10)
           MOVE 'B YYYYMMDD HH PROVIDR   BOOK, OR MOVE THE VISIT TO IT'
               TO WS-SCREEN-LINE(11)
           MOVE 'C CANCEL     A ATTENDED     N MISSED (NO-SHOW)'
               TO WS-SCREEN-LINE(12)
           MOVE WS-MESSAGE TO WS-SCREEN-LINE(14)
           MOVE 'CLEAR, KEY AN ACTION IN COLUMN 1, ENTER - PF3 ENDS'
               TO WS-SCREEN-LINE(15).
       350-EXIT.
           EXIT.

       400-APPLY-INPUT.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(1:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(3:8) TO WS-ARG-DATE
           MOVE WS-INPUT(12:2) TO WS-ARG-HOUR
           MOVE WS-INPUT(15:7) TO WS-ARG-PROVIDER
           EVALUATE WS-ARG-ACTION
               WHEN 'S'
                   PERFORM 410-SHOW-DAY THRU 410-EXIT
               WHEN 'B'
                   PERFORM 420-BOOK-VISIT THRU 420-EXIT
               WHEN 'C'
                   PERFORM 440-CANCEL-VISIT THRU 440-EXIT
               WHEN 'A'
                   PERFORM 450-MARK-VISIT THRU 450-EXIT
               WHEN 'N'
                   PERFORM 450-MARK-VISIT THRU 450-EXIT
               WHEN OTHER
                   MOVE 'KEY S, B, C, A OR N IN COLUMN 1 - PF3 ENDS'
                       TO WS-MESSAGE
           END-EVALUATE
           PERFORM 170-FIND-BOOKING THRU 170-EXIT.
       400-EXIT.
           EXIT.

       410-SHOW-DAY.
           IF WS-ARG-PROVIDER NOT = SPACES
               PERFORM 460-CHECK-PROVIDER THRU 460-EXIT
               IF WS-PROV-OK NOT = 'Y'
                   GO TO 410-EXIT
               END-IF
               MOVE WS-ARG-PROVIDER TO DVC-PROVIDER
           END-IF
           IF WS-ARG-DATE = SPACES
               MOVE WS-TODAY-YMD TO DVC-SHOW-DATE
           ELSE
               MOVE WS-ARG-DATE TO DVC-SHOW-DATE
           END-IF
           MOVE 'KEY B YYYYMMDD HH TO BOOK ONE OF THE FREE SLOTS'
               TO WS-MESSAGE.
       410-EXIT.
           EXIT.

      * A TICKET ALREADY WITH A VISIT HAS IT MOVED: THE NEW SLOT IS
      * WRITTEN FIRST (SO A SLOT TAKEN MEANWHILE LEAVES THE OLD
      * VISIT ALONE) AND THE OLD ONE DELETED AFTER.
       420-BOOK-VISIT.
           IF WS-ARG-PROVIDER NOT = SPACES
               PERFORM 460-CHECK-PROVIDER THRU 460-EXIT
               IF WS-PROV-OK NOT = 'Y'
                   GO TO 420-EXIT
               END-IF
               MOVE WS-ARG-PROVIDER TO DVC-PROVIDER
           END-IF
           IF DVC-PROVIDER = SPACES
               MOVE 'THE TICKET HAS NO ASSIGNEE - KEY THE PROVIDER TOO'
                   TO WS-MESSAGE
               GO TO 420-EXIT
           END-IF
           IF WS-ARG-HOUR NOT NUMERIC
               MOVE 'KEY B YYYYMMDD HH - HH IS THE HOUR, 08 TO 16'
                   TO WS-MESSAGE
               GO TO 420-EXIT
           END-IF
           MOVE WS-ARG-DATE TO WS-CHK-DATE
           MOVE WS-ARG-DATE TO DVC-SHOW-DATE
           PERFORM 510-DAY-HOURS THRU 510-EXIT
           IF WS-DAY-CLOSED-WHY NOT = SPACES
               MOVE WS-DAY-CLOSED-WHY TO WS-MESSAGE
               GO TO 420-EXIT
           END-IF
           MOVE WS-ARG-HOUR TO WS-SLOT-HH
           IF WS-SLOT-HH < WS-DAY-OPEN OR
              WS-SLOT-HH NOT < WS-DAY-CLOSE
               STRING 'OUTSIDE WORKING HOURS - SLOTS RUN FROM '
                      WS-DAY-OPEN ':00 TO ' WS-DAY-CLOSE ':00'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 420-EXIT
           END-IF
           PERFORM 520-CHECK-SLOT THRU 520-EXIT
           IF WS-SLOT-OK NOT = 'Y'
               MOVE WS-SLOT-WHY TO WS-MESSAGE
               GO TO 420-EXIT
           END-IF
           MOVE SPACES TO APT-RECORD
           MOVE WS-CHK-DATE TO APT-DATE
           MOVE WS-SLOT-HH TO APT-HOUR
           MOVE DVC-PROVIDER TO APT-PROVIDER
           MOVE DVC-TIX-ID TO APT-TIX-ID
           MOVE TIX-REQUESTOR(1:7) TO APT-REQUESTOR
           MOVE 'B' TO APT-STATUS
           MOVE USERID3 TO APT-BOOKED-BY
           MOVE WS-TODAY-YMD TO APT-BOOKED-DATE
           MOVE 0 TO APT-MOVES
           IF WS-BK-FOUND = 'Y' AND BK-MOVES < 99
               COMPUTE APT-MOVES = BK-MOVES + 1
           END-IF
           MOVE 'N' TO APT-REMINDED
           EXEC CICS
               WRITE FILE('APT00001')
               FROM (APT-RECORD)
               RIDFLD (APT-KEY)
               RESP(WS-APT-RESP)
           END-EXEC
           IF WS-APT-RESP = DFHRESP(DUPREC)
               MOVE 'THAT SLOT HAS JUST BEEN TAKEN - PICK ANOTHER'
                   TO WS-MESSAGE
               GO TO 420-EXIT
           END-IF
           IF WS-APT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BOOKING FAILED - APT00001 COULD NOT BE WRITTEN'
                   TO WS-MESSAGE
               GO TO 420-EXIT
           END-IF
           MOVE SPACES TO WS-VISIT-TEXT
           STRING APT-DATE ' ' APT-HOUR ':00 WITH ' APT-PROVIDER
               DELIMITED BY SIZE INTO WS-VISIT-TEXT
           MOVE SPACES TO LK-REMARK
           IF WS-BK-FOUND = 'Y'
               MOVE BK-KEY TO WS-BR-KEY
               EXEC CICS
                   DELETE FILE('APT00001')
                   RIDFLD (WS-BR-KEY)
                   RESP(WS-APT-RESP)
               END-EXEC
               MOVE EV-VISIT-MOVED TO WS-EVENT
               STRING 'DESK VISIT MOVED TO ' WS-VISIT-TEXT
                   DELIMITED BY SIZE INTO LK-REMARK
           ELSE
               MOVE EV-VISIT-BOOKED TO WS-EVENT
               STRING 'DESK VISIT BOOKED ' WS-VISIT-TEXT
                   DELIMITED BY SIZE INTO LK-REMARK
           END-IF
           PERFORM 700-LOG-AND-NOTIFY THRU 700-EXIT
           STRING LK-REMARK DELIMITED BY SIZE
                  ' - REQUESTOR TOLD' DELIMITED BY SIZE
               INTO WS-MESSAGE.
       420-EXIT.
           EXIT.

       440-CANCEL-VISIT.
           IF WS-BK-FOUND NOT = 'Y'
               MOVE 'NO DESK VISIT IS BOOKED FOR THIS TICKET'
                   TO WS-MESSAGE
               GO TO 440-EXIT
           END-IF
           IF BK-DATE < WS-TODAY-YMD
               MOVE 'THAT VISIT HAS PASSED - MARK IT A OR N INSTEAD'
                   TO WS-MESSAGE
               GO TO 440-EXIT
           END-IF
           MOVE BK-KEY TO WS-BR-KEY
           EXEC CICS
               DELETE FILE('APT00001')
               RIDFLD (WS-BR-KEY)
               RESP(WS-APT-RESP)
           END-EXEC
           IF WS-APT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CANCEL FAILED - APT00001 COULD NOT BE UPDATED'
                   TO WS-MESSAGE
               GO TO 440-EXIT
           END-IF
           MOVE BK-KEY TO APT-KEY
           MOVE EV-VISIT-CANCELED TO WS-EVENT
           MOVE SPACES TO LK-REMARK
           STRING 'DESK VISIT ' BK-DATE ' ' BK-HOUR ':00 WITH '
                  BK-PROVIDER ' CANCELED'
               DELIMITED BY SIZE INTO LK-REMARK
           PERFORM 700-LOG-AND-NOTIFY THRU 700-EXIT
           MOVE LK-REMARK TO WS-MESSAGE.
       440-EXIT.
           EXIT.

      * ATTENDED OR MISSED, ONCE THE HOUR HAS COME. A MISS IS SENT
      * TO THE REQUESTOR AND COUNTED TOWARDS THE HOLD.
       450-MARK-VISIT.
           IF WS-BK-FOUND NOT = 'Y'
               MOVE 'NO DESK VISIT IS BOOKED FOR THIS TICKET'
                   TO WS-MESSAGE
               GO TO 450-EXIT
           END-IF
           IF WS-IS-STAFF NOT = 'Y' AND BK-PROVIDER NOT = USERID3
               MOVE 'ONLY THE PROVIDER OR THE DESK CAN MARK A VISIT'
                   TO WS-MESSAGE
               GO TO 450-EXIT
           END-IF
           MOVE BK-HOUR TO WS-SLOT-HH
           IF BK-DATE > WS-TODAY-YMD OR
              (BK-DATE = WS-TODAY-YMD AND WS-SLOT-HH > WS-NOW-HH)
               MOVE 'THE VISIT HAS NOT STARTED YET' TO WS-MESSAGE
               GO TO 450-EXIT
           END-IF
           MOVE BK-KEY TO WS-BR-KEY
           EXEC CICS
               READ FILE('APT00001')
               INTO (APT-RECORD)
               RIDFLD (WS-BR-KEY)
               UPDATE
               RESP(WS-APT-RESP)
           END-EXEC
           IF WS-APT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'THE VISIT IS NO LONGER ON APT00001' TO WS-MESSAGE
               GO TO 450-EXIT
           END-IF
           MOVE WS-ARG-ACTION TO APT-STATUS
           MOVE USERID3 TO APT-DONE-BY
           EXEC CICS
               REWRITE FILE('APT00001')
               FROM (APT-RECORD)
               RESP(WS-APT-RESP)
           END-EXEC
           IF WS-APT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - APT00001 COULD NOT BE REWRITTEN'
                   TO WS-MESSAGE
               GO TO 450-EXIT
           END-IF
           MOVE SPACES TO LK-REMARK
           IF APT-ATTENDED
               MOVE SPACES TO WS-EVENT
               STRING 'DESK VISIT ' APT-DATE ' ' APT-HOUR
                      ':00 ATTENDED'
                   DELIMITED BY SIZE INTO LK-REMARK
               PERFORM 700-LOG-AND-NOTIFY THRU 700-EXIT
               MOVE LK-REMARK TO WS-MESSAGE
               GO TO 450-EXIT
           END-IF
           MOVE EV-VISIT-MISSED TO WS-EVENT
           STRING 'DESK VISIT ' APT-DATE ' ' APT-HOUR
                  ':00 MISSED BY REQUESTOR'
               DELIMITED BY SIZE INTO LK-REMARK
           PERFORM 700-LOG-AND-NOTIFY THRU 700-EXIT
           PERFORM 600-COUNT-NO-SHOWS THRU 600-EXIT
           MOVE WS-NOSHOW-CNT TO WS-NOSHOW-Z
           MOVE 'N' TO WS-HOLD-PLACED
           IF WS-NOSHOW-CNT NOT < WS-NOSHOW-LIMIT
               PERFORM 650-PLACE-ON-HOLD THRU 650-EXIT
           END-IF
           IF WS-HOLD-PLACED = 'Y'
               STRING 'MISSED VISIT RECORDED - ' WS-NOSHOW-Z
                      ' MISSED IN ' WS-NOSHOW-DAYS
                      ' DAYS, TICKET PLACED ON HOLD'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING 'MISSED VISIT RECORDED - ' WS-NOSHOW-Z
                      ' MISSED BY THIS REQUESTOR IN ' WS-NOSHOW-DAYS
                      ' DAYS'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
       450-EXIT.
           EXIT.

       460-CHECK-PROVIDER.
           MOVE 'N' TO WS-PROV-OK
           MOVE SPACES TO WS-PROV-REC
           MOVE WS-ARG-PROVIDER TO PROV-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-PROV-REC)
               RIDFLD (PROV-UID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              PROV-SP NOT = 'Y' OR PROV-ACTIVE = 'N'
               STRING WS-ARG-PROVIDER
                      ' IS NOT AN ACTIVE SERVICE PROVIDER'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 460-EXIT
           END-IF
           MOVE 'Y' TO WS-PROV-OK.
       460-EXIT.
           EXIT.

      * THE FREE HOURS FOR DVC-PROVIDER ON DVC-SHOW-DATE, WITH A
      * NOTE SAYING WHY THE DAY IS CLOSED OR THE PROVIDER AWAY.
       500-LIST-FREE-SLOTS.
           MOVE SPACES TO WS-FREE-LINE
           MOVE SPACES TO WS-SLOT-NOTE
           MOVE 1 TO WS-FREE-PTR
           MOVE 0 TO WS-FREE-CNT
           MOVE DVC-SHOW-DATE TO WS-CHK-DATE
           PERFORM 510-DAY-HOURS THRU 510-EXIT
           IF WS-DAY-CLOSED-WHY NOT = SPACES
               MOVE WS-DAY-CLOSED-WHY TO WS-SLOT-NOTE
               GO TO 500-EXIT
           END-IF
           PERFORM VARYING WS-SLOT-HH FROM WS-DAY-OPEN BY 1
                   UNTIL WS-SLOT-HH NOT < WS-DAY-CLOSE
               PERFORM 520-CHECK-SLOT THRU 520-EXIT
               IF WS-SLOT-OK = 'Y' AND WS-FREE-PTR < 75
                   STRING WS-SLOT-HH ':00 '
                       DELIMITED BY SIZE INTO WS-FREE-LINE
                       WITH POINTER WS-FREE-PTR
                   ADD 1 TO WS-FREE-CNT
               END-IF
           END-PERFORM
           IF WS-FREE-CNT = 0 AND WS-SLOT-NOTE = SPACES
               MOVE 'NO FREE SLOT LEFT THAT DAY - TRY ANOTHER DATE'
                   TO WS-SLOT-NOTE
           END-IF.
       500-EXIT.
           EXIT.

      * THE WORKING HOURS FOR WS-CHK-DATE, OR WHY THERE ARE NONE.
      * A SHOP THAT NEVER LOADED CAL00001 GETS 08:00-17:00.
       510-DAY-HOURS.
           MOVE SPACES TO WS-DAY-CLOSED-WHY
           MOVE 8 TO WS-DAY-OPEN
           MOVE 17 TO WS-DAY-CLOSE
           IF WS-CHK-DATE NOT NUMERIC
               MOVE 'KEY THE DATE AS YYYYMMDD' TO WS-DAY-CLOSED-WHY
               GO TO 510-EXIT
           END-IF
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12 OR
              WS-CHK-DD < 1 OR WS-CHK-DD > 31 OR
              WS-CHK-YYYY < 1900
               MOVE 'THAT IS NOT A VALID DATE' TO WS-DAY-CLOSED-WHY
               GO TO 510-EXIT
           END-IF
           IF WS-CHK-DATE < WS-TODAY-YMD
               MOVE 'THAT DATE IS IN THE PAST' TO WS-DAY-CLOSED-WHY
               GO TO 510-EXIT
           END-IF
           MOVE WS-CHK-DATE TO WS-WORK-YMD-X
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-YMD)
           COMPUTE WS-DOW = FUNCTION MOD (WS-WORK-INT - 1, 7)
           IF WS-DOW > 4
               MOVE 'WEEKEND - THE SITE IS CLOSED' TO WS-DAY-CLOSED-WHY
               GO TO 510-EXIT
           END-IF
           MOVE 'DEFAULT' TO CAL-KEY
           EXEC CICS
               READ FILE('CAL00001')
               INTO (WS-CAL-REC)
               RIDFLD (CAL-KEY)
               RESP(WS-CAL-RESP)
               EQUAL
           END-EXEC
           IF WS-CAL-RESP = DFHRESP(NORMAL) AND
              CAL-OPEN-HH NUMERIC AND CAL-CLOSE-HH NUMERIC AND
              CAL-OPEN-HH < CAL-CLOSE-HH
               MOVE CAL-OPEN-HH TO WS-DAY-OPEN
               MOVE CAL-CLOSE-HH TO WS-DAY-CLOSE
           END-IF
           MOVE WS-CHK-DATE TO CAL-KEY
           EXEC CICS
               READ FILE('CAL00001')
               INTO (WS-CAL-REC)
               RIDFLD (CAL-KEY)
               RESP(WS-CAL-RESP)
               EQUAL
           END-EXEC
           IF WS-CAL-RESP = DFHRESP(NORMAL)
               EVALUATE CAL-TYPE
                   WHEN 'H'
                       STRING 'SITE HOLIDAY - ' CAL-DESC
                           DELIMITED BY SIZE INTO WS-DAY-CLOSED-WHY
                   WHEN 'S'
                       IF CAL-OPEN-HH NUMERIC AND
                          CAL-CLOSE-HH NUMERIC AND
                          CAL-OPEN-HH < CAL-CLOSE-HH
                           MOVE CAL-OPEN-HH TO WS-DAY-OPEN
                           MOVE CAL-CLOSE-HH TO WS-DAY-CLOSE
                       END-IF
               END-EVALUATE
           END-IF.
       510-EXIT.
           EXIT.

      * IS WS-SLOT-HH ON WS-CHK-DATE FREE FOR DVC-PROVIDER? NOT IF
      * THE HOUR HAS BEGUN, SOMEONE HOLDS IT, OR THE ROSTER SAYS
      * THE PROVIDER IS AWAY OR OFF SHIFT.
       520-CHECK-SLOT.
           MOVE 'N' TO WS-SLOT-OK
           IF WS-CHK-DATE = WS-TODAY-YMD AND
              WS-SLOT-HH NOT > WS-NOW-HH
               MOVE 'THAT HOUR HAS ALREADY BEGUN' TO WS-SLOT-WHY
               GO TO 520-EXIT
           END-IF
           MOVE WS-CHK-DATE TO WS-BR-KEY(1:8)
           MOVE WS-SLOT-HH TO WS-BR-KEY(9:2)
           MOVE DVC-PROVIDER TO WS-BR-KEY(11:7)
           EXEC CICS
               READ FILE('APT00001')
               INTO (WS-APT-PROBE)
               RIDFLD (WS-BR-KEY)
               RESP(WS-APT-RESP)
               EQUAL
           END-EXEC
           IF WS-APT-RESP = DFHRESP(NORMAL)
               MOVE 'THAT SLOT IS ALREADY BOOKED' TO WS-SLOT-WHY
               GO TO 520-EXIT
           END-IF
           MOVE SPACES TO WS-AVAIL-PARMS
           MOVE DVC-PROVIDER TO AVL-USERID
           MOVE WS-CHK-DATE TO AVL-DATE
           MOVE WS-SLOT-HH TO AVL-HOUR
           EXEC CICS LINK PROGRAM('SM090P')
                COMMAREA(WS-AVAIL-PARMS)
                LENGTH(LENGTH OF WS-AVAIL-PARMS)
           END-EXEC
           IF AVL-STATUS NOT = 'A'
               MOVE SPACES TO WS-SLOT-WHY
               EVALUATE AVL-STATUS
                   WHEN 'L'
                       STRING DVC-PROVIDER ' IS ON LEAVE UNTIL '
                              AVL-UNTIL
                           DELIMITED BY SIZE INTO WS-SLOT-WHY
                   WHEN 'T'
                       STRING DVC-PROVIDER ' IS ON TRAINING UNTIL '
                              AVL-UNTIL
                           DELIMITED BY SIZE INTO WS-SLOT-WHY
                   WHEN 'S'
                       STRING DVC-PROVIDER ' IS OFF SICK UNTIL '
                              AVL-UNTIL
                           DELIMITED BY SIZE INTO WS-SLOT-WHY
                   WHEN OTHER
                       STRING DVC-PROVIDER
                              ' IS NOT ON SHIFT AT THAT HOUR'
                           DELIMITED BY SIZE INTO WS-SLOT-WHY
               END-EVALUATE
               IF AVL-STATUS NOT = 'O' AND WS-SLOT-NOTE = SPACES
                   MOVE WS-SLOT-WHY TO WS-SLOT-NOTE
               END-IF
               GO TO 520-EXIT
           END-IF
           MOVE 'Y' TO WS-SLOT-OK.
       520-EXIT.
           EXIT.

      * THE REQUESTOR'S MISSED VISITS OVER THE LAST WS-NOSHOW-DAYS
      * DAYS, THIS ONE INCLUDED.
       600-COUNT-NO-SHOWS.
           MOVE 0 TO WS-NOSHOW-CNT
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-NOSHOW-DAYS
           COMPUTE WS-WORK-YMD = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE LOW-VALUES TO WS-BR-KEY
           MOVE WS-WORK-YMD-X TO WS-BR-KEY(1:8)
           MOVE 'N' TO WS-BR-DONE
           EXEC CICS STARTBR FILE('APT00001')
               RIDFLD (WS-BR-KEY)
               GTEQ
               RESP(WS-APT-RESP)
           END-EXEC
           IF WS-APT-RESP NOT = DFHRESP(NORMAL)
               GO TO 600-EXIT
           END-IF
           PERFORM UNTIL WS-BR-DONE = 'Y'
               EXEC CICS READNEXT FILE('APT00001')
                   INTO (WS-APT-PROBE)
                   RIDFLD (WS-BR-KEY)
                   RESP(WS-APT-RESP)
               END-EXEC
               IF WS-APT-RESP NOT = DFHRESP(NORMAL) OR
                  WS-APT-PROBE(1:8) > WS-TODAY-YMD
                   MOVE 'Y' TO WS-BR-DONE
               ELSE
                   IF WS-APT-PROBE(24:7) = TIX-REQUESTOR(1:7) AND
                      WS-APT-PROBE(31:1) = 'N'
                       ADD 1 TO WS-NOSHOW-CNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('APT00001') END-EXEC.
       600-EXIT.
           EXIT.

      * REPEAT NO-SHOW - THE TICKET GOES ON HOLD, AWAITING THE
      * REQUESTOR, THROUGH THE SAME TRAIL AS A HOLD SAVED ON SM03P:
      * REWRITE, SM080P COUNTERS, SM047P JOURNAL, THE STF00002
      * REMARK AND THE FIXED 'PLACED ON HOLD' MARKER SMB011 AND
      * SMB029 KEY ON, AND THE SM011P NOTIFICATION.
       650-PLACE-ON-HOLD.
           IF TIX-STATUS = ST-ONHOLD
               GO TO 650-EXIT
           END-IF
           MOVE 'GATE' TO GTE-KEY
           EXEC CICS
               READ FILE('GTE00001')
               INTO (WS-GTE-REC)
               RIDFLD (GTE-KEY)
               RESP(WS-GTE-RESP)
               EQUAL
           END-EXEC
           IF WS-GTE-RESP = DFHRESP(NORMAL) AND GTE-STATE = 'H'
               GO TO 650-EXIT
           END-IF
           EXEC CICS
               READ FILE('STF00001')
               INTO (TIX-RECORD)
               RIDFLD (DVC-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 650-EXIT
           END-IF
           IF TIX-STATUS = ST-CLOSED OR TIX-STATUS = ST-CANCELED OR
              TIX-STATUS = ST-REJECTED OR TIX-STATUS = ST-ONHOLD
               EXEC CICS UNLOCK FILE('STF00001') END-EXEC
               GO TO 650-EXIT
           END-IF
           MOVE SPACES TO JLK-BEFORE
           MOVE TIX-RECORD TO JLK-BEFORE
           MOVE TIX-STATUS TO WS-OLD-STATUS
           MOVE ST-ONHOLD TO TIX-STATUS
           MOVE SPACES TO LAST-UPDATE-REM
           STRING 'REPEAT MISSED DESK VISITS - ' WS-NOSHOW-Z
                  ' IN ' WS-NOSHOW-DAYS ' DAYS'
               DELIMITED BY SIZE INTO LAST-UPDATE-REM
           MOVE WS-HDATE-X TO LAST-UPDATE-DATE
           MOVE WS-HTIME-X TO LAST-UPDATE-TIME
           MOVE USERID3 TO UPDBY2
           EXEC CICS
               REWRITE FILE('STF00001')
               FROM(TIX-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 650-EXIT
           END-IF
           MOVE 'Y' TO WS-HOLD-PLACED
           MOVE TIX-QUEUE TO QCK-QUEUE
           MOVE WS-OLD-STATUS TO QCK-STATUS
           MOVE '-' TO QCK-DELTA
           EXEC CICS LINK PROGRAM('SM080P')
                COMMAREA(WS-QCT-PARMS)
                LENGTH(LENGTH OF WS-QCT-PARMS)
           END-EXEC
           MOVE TIX-QUEUE TO QCK-QUEUE
           MOVE TIX-STATUS TO QCK-STATUS
           MOVE '+' TO QCK-DELTA
           EXEC CICS LINK PROGRAM('SM080P')
                COMMAREA(WS-QCT-PARMS)
                LENGTH(LENGTH OF WS-QCT-PARMS)
           END-EXEC
           MOVE 'U' TO JLK-ACTION
           MOVE DVC-TIX-ID TO JLK-TIX-ID
           MOVE SPACES TO JLK-AFTER
           MOVE TIX-RECORD TO JLK-AFTER
           EXEC CICS LINK PROGRAM('SM047P')
                COMMAREA(WS-JRN-PARMS)
                LENGTH(LENGTH OF WS-JRN-PARMS)
           END-EXEC
           MOVE DVC-TIX-ID TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           MOVE LAST-UPDATE-REM TO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE 'PLACED ON HOLD - AWAITING REQUESTOR' TO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE DVC-TIX-ID TO NLK-TIX-ID
           MOVE TIX-REQUESTOR TO NLK-REQUESTOR
           MOVE TIX-STATUS TO NLK-STATUS
           MOVE WS-HDATE-X TO NLK-NOTIFY-DATE
           MOVE WS-HTIME-X TO NLK-NOTIFY-TIME
           EXEC CICS LINK PROGRAM('SM011P')
                COMMAREA(WS-NOTIFY-PARMS)
                LENGTH(LENGTH OF WS-NOTIFY-PARMS)
           END-EXEC.
       650-EXIT.
           EXIT.

      * STF00002 ENTRY FOR THE VISIT IN LK-REMARK, THEN - UNLESS
      * WS-EVENT IS BLANK - THE REQUESTOR'S NOTIFICATION, CARRYING
      * THE VISIT'S DATE AND HOUR FROM APT-KEY.
       700-LOG-AND-NOTIFY.
           MOVE DVC-TIX-ID TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           IF WS-EVENT = SPACES
               GO TO 700-EXIT
           END-IF
           MOVE DVC-TIX-ID TO NLK-TIX-ID
           MOVE TIX-REQUESTOR TO NLK-REQUESTOR
           MOVE WS-EVENT TO NLK-STATUS
           MOVE SPACES TO NLK-NOTIFY-DATE
           STRING APT-DATE(5:2) '/' APT-DATE(7:2) '/' APT-DATE(1:4)
               DELIMITED BY SIZE INTO NLK-NOTIFY-DATE
           MOVE SPACES TO NLK-NOTIFY-TIME
           STRING APT-HOUR ':00'
               DELIMITED BY SIZE INTO NLK-NOTIFY-TIME
           EXEC CICS LINK PROGRAM('SM011P')
                COMMAREA(WS-NOTIFY-PARMS)
                LENGTH(LENGTH OF WS-NOTIFY-PARMS)
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
