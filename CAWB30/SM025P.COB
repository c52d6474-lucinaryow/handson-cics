      * SMB024 PRICES THE MONTHLY DEPARTMENT STATEMENTS FROM THIS
      * TABLE. ADMINISTRATORS ONLY. COMMAND-LINE TRANSACTION:
      *
      *     SM25 KEY------- FFFFFVV HHHHHVV YYYYMMDD  SET (RATES IN
      *                                               CENTS) FROM
      *                                               THE DATE
      *     SM25 KEY------- D               YYYYMMDD  DELETE THAT
      *                                               VERSION
      *     SM25 KEY-------                           SHOW HISTORY
      *
      * EACH ROW IS KEPT AS DATED VERSIONS SO A RATE CHANGE NEVER
      * REPRICES A MONTH ALREADY BILLED: THE KEY ENDS IN 99999999
      * MINUS THE EFFECTIVE-FROM DATE AND SMB024 TAKES THE NEWEST
      * VERSION NOT AFTER THE TICKET'S CLOSE DATE. A BLANK DATE ON A
      * SET MEANS TODAY; A FUTURE DATE KEYS A CHANGE AHEAD OF A
      * CONTRACT RENEWAL; A PAST DATE IS REFUSED. ROWS CONVERTED FROM
      * THE UNDATED TABLE ARE EFFECTIVE FROM 00000000 AND SHOW AS
      * ORIGINAL. A DELETE NAMES THE VERSION BY ITS DATE.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - LOG EVERY CHANGE TO CFA00001 (SM111P).
      *  2026-10-15 MAINT - EFFECTIVE-DATED VERSIONS AND HISTORY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ARG-KEY                            PIC X(10).
       01  WS-ARG-FLAT                           PIC X(07).
       01  WS-ARG-HOUR                           PIC X(07).
       01  WS-ARG-DATE                           PIC X(08).
       01  WS-ARG-DATE-N REDEFINES WS-ARG-DATE   PIC 9(08).
       01  WS-TODAY                              PIC X(08).
       01  WS-RTE-REC.
           05  RTE-KEY.
               10  RTE-ROW-KEY                   PIC X(10).
               10  RTE-EFF-INV                   PIC 9(08).
           05  RTE-FLAT-RATE                     PIC 9(05)V9(02).
           05  RTE-HOUR-RATE                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(08).
       01  WS-RTE-OLD                            PIC X(40).
       01  WS-EFF-X                              PIC X(08).
       01  WS-EFF-N REDEFINES WS-EFF-X           PIC 9(08).
       01  WS-BR-DONE                            PIC X.
       01  WS-INFORCE-SW                         PIC X.
       01  WS-HIT-COUNT                          PIC 9(02).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 16 TIMES.
       01  WS-DETAIL                             PIC X(80).
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-FLAT-D                             PIC ZZZZ9.99.
       01  WS-HOUR-D                             PIC ZZZZ9.99.
       01  WS-REPLY                              PIC X(79).
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.
           COPY SMCFW.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM025P' TO MTP-PROGRAM
           EXEC CICS FORMATTIME
               ABSTIME (MTP-START)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-KEY = SPACES
                   MOVE 'USAGE: SM25 KEY FLATCENTS HOURCENTS YYYYMMDD'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-FLAT = SPACES
                   PERFORM 400-SHOW-HISTORY
               WHEN WS-ARG-FLAT(1:1) = 'D' AND
                    WS-ARG-FLAT(2:6) = SPACES
                   PERFORM 500-DELETE-ROW
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
           END-EXEC
           MOVE WS-INPUT(6:10) TO WS-ARG-KEY
           MOVE WS-INPUT(17:7) TO WS-ARG-FLAT
           MOVE WS-INPUT(25:7) TO WS-ARG-HOUR
           MOVE WS-INPUT(33:8) TO WS-ARG-DATE.
       200-EXIT.
           EXIT.

       250-CHECK-DATE.
           IF WS-ARG-DATE NOT NUMERIC OR
              WS-ARG-DATE(5:2) < '01' OR WS-ARG-DATE(5:2) > '12' OR
              WS-ARG-DATE(7:2) < '01' OR WS-ARG-DATE(7:2) > '31'
               MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       250-EXIT.
           EXIT.

      * EVERY VERSION OF THE ROW, NEWEST EFFECTIVE DATE FIRST (THE
      * INVERTED DATE IN THE KEY GIVES THAT ORDER), MARKED PENDING,
      * IN FORCE OR SUPERSEDED AGAINST TODAY.
       400-SHOW-HISTORY.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'RATE VERSIONS FOR ' WS-ARG-KEY ' - NEWEST FIRST'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'EFFECTIVE      FLAT   PER HOUR  STATE' TO
               WS-SCREEN-LINE(2)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE 'N' TO WS-INFORCE-SW
           MOVE WS-ARG-KEY TO RTE-ROW-KEY
           MOVE 0 TO RTE-EFF-INV
           EXEC CICS STARTBR FILE('RTE00001')
                RIDFLD (RTE-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y' OR WS-HIT-COUNT = 13
                   EXEC CICS READNEXT FILE('RTE00001')
                             INTO (WS-RTE-REC)
                             RIDFLD (RTE-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                      RTE-ROW-KEY NOT = WS-ARG-KEY
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       ADD 1 TO WS-HIT-COUNT
                       PERFORM 450-HISTORY-LINE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('RTE00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE SPACES TO WS-DETAIL
               STRING 'NO RATE ROW FOR ' WS-ARG-KEY
                   DELIMITED BY SIZE INTO WS-DETAIL
               MOVE WS-DETAIL TO WS-SCREEN-LINE(3)
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

       450-HISTORY-LINE.
           COMPUTE WS-EFF-N = 99999999 - RTE-EFF-INV
           MOVE SPACES TO WS-DETAIL
           IF WS-EFF-N = 0
               MOVE 'ORIGINAL' TO WS-DETAIL(1:8)
           ELSE
               MOVE WS-EFF-X TO WS-DETAIL(1:8)
           END-IF
           MOVE RTE-FLAT-RATE TO WS-FLAT-D
           MOVE WS-FLAT-D TO WS-DETAIL(12:8)
           MOVE RTE-HOUR-RATE TO WS-HOUR-D
           MOVE WS-HOUR-D TO WS-DETAIL(22:8)
           EVALUATE TRUE
               WHEN WS-EFF-X > WS-TODAY
                   MOVE 'PENDING' TO WS-DETAIL(32:10)
               WHEN WS-INFORCE-SW = 'N'
                   MOVE 'IN FORCE' TO WS-DETAIL(32:10)
                   MOVE 'Y' TO WS-INFORCE-SW
               WHEN OTHER
                   MOVE 'SUPERSEDED' TO WS-DETAIL(32:10)
           END-EVALUATE
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       450-EXIT.
           EXIT.

       500-DELETE-ROW.
           IF WS-ARG-DATE = SPACES
               MOVE 'GIVE THE EFFECTIVE DATE OF THE VERSION TO DELETE'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-DATE NOT = '00000000'
               PERFORM 250-CHECK-DATE
           END-IF
           MOVE WS-ARG-KEY TO RTE-ROW-KEY
           COMPUTE RTE-EFF-INV = 99999999 - WS-ARG-DATE-N
           MOVE SPACES TO WS-RTE-OLD
           EXEC CICS
               READ FILE('RTE00001')
               INTO (WS-RTE-OLD)
               RIDFLD (RTE-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           EXEC CICS
               DELETE FILE('RTE00001')
               RIDFLD (RTE-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'D' TO CFW-ACTION
               MOVE WS-RTE-OLD TO CFW-BEFORE
               MOVE SPACES TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'RATE VERSION DELETED FOR ' WS-ARG-KEY
                      ' FROM ' WS-ARG-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'NO RATE VERSION FOR ' WS-ARG-KEY
                      ' FROM ' WS-ARG-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-DATE = SPACES
               MOVE WS-TODAY TO WS-ARG-DATE
           END-IF
           PERFORM 250-CHECK-DATE
           IF WS-ARG-DATE < WS-TODAY
               MOVE 'EFFECTIVE DATE CANNOT BE BEFORE TODAY' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-RTE-REC
           MOVE WS-ARG-KEY TO RTE-ROW-KEY
           COMPUTE RTE-EFF-INV = 99999999 - WS-ARG-DATE-N
           COMPUTE RTE-FLAT-RATE =
               FUNCTION NUMVAL(WS-ARG-FLAT) / 100
           COMPUTE RTE-HOUR-RATE =
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               EXEC CICS
                   REWRITE FILE('RTE00001')
                   FROM(WS-RTE-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO WS-RTE-OLD
               EXEC CICS
                   WRITE FILE('RTE00001')
                   FROM(WS-RTE-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-RTE-OLD TO CFW-BEFORE
               MOVE WS-RTE-REC TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'RATE ROW SAVED FOR ' WS-ARG-KEY
                      ' FROM ' WS-ARG-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'RATE ROW SAVE FAILED' TO WS-REPLY
       600-EXIT.
           EXIT.

      * RECORD THE ROW JUST ADDED, CHANGED OR DELETED ON THE
      * CONFIGURATION AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE
      * IMAGES ARE SET ON ENTRY.
       700-LOG-CHANGE.
           MOVE 'RTE00001' TO CFW-TABLE
           MOVE RTE-KEY TO CFW-ROW-KEY
           MOVE 'SM025P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
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
