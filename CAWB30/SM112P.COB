         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM112.
      *
      * CONFIGURATION AUDIT BROWSE OVER CFA00001 (SEE SMCFA).
      * EVERY ADD, CHANGE AND DELETE MADE ON THE REFERENCE-TABLE
      * MAINTENANCE SCREENS, OLDEST FIRST, WITH WHO MADE IT FROM
      * WHICH TERMINAL AND THE ROW BEFORE AND AFTER. THE SM034P
      * ROLE-CHANGE BROWSE DOES THE SAME FOR UAF00002:
      *
      *     SMCA [TABLE---] [ROWKEY--------------] [USERID-] [YYYYMMDD]
      *          (6-13)     (15-34)                (36-42)   (44-51)
      *
      * ALL ARGUMENTS OPTIONAL - BLANKS MEAN NO FILTER. THE ROW KEY
      * MATCHES ON ITS LEADING CHARACTERS, SO 'P' FINDS EVERY P
      * SLA ROW. THE DATE IS THE EARLIEST DAY SHOWN. SEVEN CHANGES
      * PER PAGE; ENTER PAGES FORWARD FROM WHERE THE LAST PAGE
      * STOPPED, PF3 RETURNS TO THE MENU.
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
           COPY SMCFA.
       01  WS-KEY-LEN                            PIC 9(02).
       01  WS-LIST-DONE                          PIC X.
       01  WS-HIT-COUNT                          PIC 9(02).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 17 TIMES.
       01  WS-DETAIL                             PIC X(80).
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
       01  WS-COMMAREA.
           05  WS-USERID1                        PIC X(07).
           05  WS-F-TABLE                        PIC X(08).
           05  WS-F-KEY                          PIC X(20).
           05  WS-F-USER                         PIC X(07).
           05  WS-F-FROM                         PIC X(08).
           05  WS-NEXT-KEY                       PIC X(20).
           05  WS-MORE-SW                        PIC X.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(71).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM112P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           IF EIBCALEN NOT = +0 AND EIBTRNID = 'SMCA'
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF EIBAID = DFHPF3
                   EXEC CICS XCTL
                       PROGRAM('SM000P')
                   END-EXEC
               END-IF
               IF WS-MORE-SW NOT = 'Y'
                   PERFORM 250-FIRST-KEY
               END-IF
           ELSE
               PERFORM 200-PARSE-FILTERS
               PERFORM 250-FIRST-KEY
           END-IF
           MOVE USERID3 TO WS-USERID1
           PERFORM 500-BUILD-PAGE
           PERFORM 800-SEND-SCREEN.
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

       200-PARSE-FILTERS.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(6:8) TO WS-F-TABLE
           MOVE WS-INPUT(15:20) TO WS-F-KEY
           MOVE WS-INPUT(36:7) TO WS-F-USER
           MOVE WS-INPUT(44:8) TO WS-F-FROM
           IF WS-F-FROM NOT NUMERIC
               MOVE SPACES TO WS-F-FROM
           END-IF.
       200-EXIT.
           EXIT.

      * THE FILE IS IN TIME ORDER, SO A FROM DATE IS WHERE THE
      * BROWSE STARTS RATHER THAN A FILTER.
       250-FIRST-KEY.
           MOVE LOW-VALUES TO WS-NEXT-KEY
           IF WS-F-FROM NOT = SPACES
               MOVE WS-F-FROM TO WS-NEXT-KEY(1:8)
           END-IF.
       250-EXIT.
           EXIT.

       500-BUILD-PAGE.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'CONFIG AUDIT  TABLE=' WS-F-TABLE
                  ' KEY=' WS-F-KEY ' BY=' WS-F-USER
                  ' FROM=' WS-F-FROM
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE SPACES TO WS-DETAIL
           STRING 'DATE     TIME   USERID  TERM TABLE    A '
                  'ROW KEY              PROGRAM'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           MOVE 20 TO WS-KEY-LEN
           PERFORM UNTIL WS-KEY-LEN = 0 OR
                   WS-F-KEY(WS-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEY-LEN
           END-PERFORM
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-LIST-DONE
           MOVE 'N' TO WS-MORE-SW
           MOVE WS-NEXT-KEY TO CFA-KEY
           EXEC CICS STARTBR FILE('CFA00001')
                RIDFLD (CFA-KEY)
                KEYLENGTH(+20)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LIST-DONE
           ELSE
               PERFORM UNTIL WS-LIST-DONE = 'Y'
                   EXEC CICS READNEXT FILE('CFA00001')
                             INTO (CFA-RECORD)
                             RIDFLD (CFA-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN EIBRESP NOT = DFHRESP(NORMAL)
                           MOVE 'Y' TO WS-LIST-DONE
                       WHEN WS-HIT-COUNT = 7
                           MOVE CFA-KEY TO WS-NEXT-KEY
                           MOVE 'Y' TO WS-MORE-SW
                           MOVE 'Y' TO WS-LIST-DONE
                       WHEN OTHER
                           PERFORM 550-CHECK-MATCH THRU 550-EXIT
                   END-EVALUATE
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('CFA00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO CONFIGURATION CHANGES MATCH THE FILTERS' TO
                   WS-SCREEN-LINE(4)
           END-IF
           IF WS-MORE-SW = 'Y'
               MOVE 'ENTER=MORE  PF3=MENU' TO WS-SCREEN-LINE(17)
           ELSE
               MOVE 'END OF CONFIGURATION AUDIT  PF3=MENU' TO
                   WS-SCREEN-LINE(17)
           END-IF.
       500-EXIT.
           EXIT.

      * EACH CHANGE TAKES TWO LINES: WHO, WHEN AND WHAT, THEN THE
      * LEADING BYTES OF THE ROW BEFORE (B:) AND AFTER (A:).
       550-CHECK-MATCH.
           IF WS-F-TABLE NOT = SPACES AND CFA-TABLE NOT = WS-F-TABLE
               GO TO 550-EXIT
           END-IF
           IF WS-KEY-LEN > 0
               IF CFA-ROW-KEY(1:WS-KEY-LEN) NOT =
                  WS-F-KEY(1:WS-KEY-LEN)
                   GO TO 550-EXIT
               END-IF
           END-IF
           IF WS-F-USER NOT = SPACES AND CFA-USERID NOT = WS-F-USER
               GO TO 550-EXIT
           END-IF
           ADD 1 TO WS-HIT-COUNT
           MOVE SPACES TO WS-DETAIL
           MOVE CFA-DATE TO WS-DETAIL(1:8)
           MOVE CFA-TIME TO WS-DETAIL(10:6)
           MOVE CFA-USERID TO WS-DETAIL(17:7)
           MOVE CFA-TERM TO WS-DETAIL(25:4)
           MOVE CFA-TABLE TO WS-DETAIL(30:8)
           MOVE CFA-ACTION TO WS-DETAIL(39:1)
           MOVE CFA-ROW-KEY TO WS-DETAIL(41:20)
           MOVE CFA-PROGRAM TO WS-DETAIL(62:8)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX
           MOVE SPACES TO WS-DETAIL
           MOVE ' B:' TO WS-DETAIL(1:3)
           MOVE CFA-BEFORE(1:36) TO WS-DETAIL(4:36)
           MOVE ' A:' TO WS-DETAIL(41:3)
           MOVE CFA-AFTER(1:36) TO WS-DETAIL(44:36)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       550-EXIT.
           EXIT.

       800-SEND-SCREEN.
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
               TRANSID('SMCA')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
       800-EXIT.
           EXIT.
