      * IDENTICAL TARGETS INSTEAD OF WHATEVER THE TYPIST FELT LIKE.
      * ADMINISTRATORS ONLY. COMMAND-LINE TRANSACTION:
      *
      *     SM29 P CATEGORY-- HHHH YYYYMMDD  SET TARGET (BUSINESS
      *                                     HOURS) FROM THE DATE
      *     SM29 P CATEGORY-- D    YYYYMMDD  DELETE THAT VERSION
      *     SM29 P CATEGORY--                SHOW THE VERSION HISTORY
      *
      * P IS THE PRIORITY H/M/L; USE CATEGORY 'DEFAULT' FOR THE
      * PER-PRIORITY FALLBACK ROW.
      *
      * EACH ROW IS KEPT AS DATED VERSIONS SO A CHANGE NEVER REACHES
      * BACK OVER TICKETS ALREADY MEASURED: THE KEY ENDS IN 99999999
      * MINUS THE EFFECTIVE-FROM DATE, AND THE READERS TAKE THE
      * NEWEST VERSION NOT AFTER THEIR DATE. A BLANK DATE ON A SET
      * MEANS TODAY; A FUTURE DATE KEYS A CHANGE AHEAD OF A CONTRACT
      * RENEWAL; A PAST DATE IS REFUSED. THE ROWS CONVERTED FROM THE
      * UNDATED MATRIX ARE EFFECTIVE FROM 00000000 AND SHOW AS
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
       01  WS-ARG-PRIO                           PIC X(01).
       01  WS-ARG-CAT                            PIC X(10).
       01  WS-ARG-HOURS                          PIC X(04).
       01  WS-ARG-DATE                           PIC X(08).
       01  WS-ARG-DATE-N REDEFINES WS-ARG-DATE   PIC 9(08).
       01  WS-TODAY                              PIC X(08).
       01  WS-SLA-REC.
           05  SLA-KEY.
               10  SLA-ROW-KEY.
                   15  SLA-PRIORITY              PIC X(01).
                   15  SLA-CATEGORY              PIC X(10).
               10  SLA-EFF-INV                   PIC 9(08).
           05  SLA-TARGET-HOURS                  PIC 9(04).
           05  FILLER                            PIC X(17).
       01  WS-SLA-OLD                            PIC X(40).
       01  WS-SLA-WANT                           PIC X(11).
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
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
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
           MOVE 'SM029P' TO MTP-PROGRAM
           EXEC CICS FORMATTIME
               ABSTIME (MTP-START)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-PRIO NOT = 'H' AND WS-ARG-PRIO NOT = 'M'
                    AND WS-ARG-PRIO NOT = 'L'
                   MOVE 'USAGE: SM29 P CATEGORY HHHH YYYYMMDD (P=H/M/L)'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-CAT = SPACES
                   MOVE 'A CATEGORY (OR DEFAULT) IS REQUIRED' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-HOURS = SPACES
                   PERFORM 400-SHOW-HISTORY
               WHEN WS-ARG-HOURS(1:1) = 'D' AND
                    WS-ARG-HOURS(2:3) = SPACES
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
           MOVE WS-INPUT(6:1) TO WS-ARG-PRIO
           MOVE WS-INPUT(8:10) TO WS-ARG-CAT
           MOVE WS-INPUT(19:4) TO WS-ARG-HOURS
           MOVE WS-INPUT(24:8) TO WS-ARG-DATE.
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
           STRING 'SLA VERSIONS FOR ' WS-ARG-PRIO ' ' WS-ARG-CAT
                  ' - NEWEST FIRST'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'EFFECTIVE  TARGET HRS  STATE' TO WS-SCREEN-LINE(2)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE 'N' TO WS-INFORCE-SW
           MOVE WS-ARG-PRIO TO SLA-PRIORITY
           MOVE WS-ARG-CAT TO SLA-CATEGORY
           MOVE 0 TO SLA-EFF-INV
           MOVE SLA-ROW-KEY TO WS-SLA-WANT
           EXEC CICS STARTBR FILE('SLA00001')
                RIDFLD (SLA-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y' OR WS-HIT-COUNT = 13
                   EXEC CICS READNEXT FILE('SLA00001')
                             INTO (WS-SLA-REC)
                             RIDFLD (SLA-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                      SLA-ROW-KEY NOT = WS-SLA-WANT
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       ADD 1 TO WS-HIT-COUNT
                       PERFORM 450-HISTORY-LINE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('SLA00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE SPACES TO WS-DETAIL
               STRING 'NO SLA ROW FOR ' WS-ARG-PRIO ' ' WS-ARG-CAT
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
           COMPUTE WS-EFF-N = 99999999 - SLA-EFF-INV
           MOVE SPACES TO WS-DETAIL
           IF WS-EFF-N = 0
               MOVE 'ORIGINAL' TO WS-DETAIL(1:8)
           ELSE
               MOVE WS-EFF-X TO WS-DETAIL(1:8)
           END-IF
           MOVE SLA-TARGET-HOURS TO WS-DETAIL(12:4)
           EVALUATE TRUE
               WHEN WS-EFF-X > WS-TODAY
                   MOVE 'PENDING' TO WS-DETAIL(23:10)
               WHEN WS-INFORCE-SW = 'N'
                   MOVE 'IN FORCE' TO WS-DETAIL(23:10)
                   MOVE 'Y' TO WS-INFORCE-SW
               WHEN OTHER
                   MOVE 'SUPERSEDED' TO WS-DETAIL(23:10)
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
           MOVE WS-ARG-PRIO TO SLA-PRIORITY
           MOVE WS-ARG-CAT TO SLA-CATEGORY
           COMPUTE SLA-EFF-INV = 99999999 - WS-ARG-DATE-N
           MOVE SPACES TO WS-SLA-OLD
           EXEC CICS
               READ FILE('SLA00001')
               INTO (WS-SLA-OLD)
               RIDFLD (SLA-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           EXEC CICS
               DELETE FILE('SLA00001')
               RIDFLD (SLA-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'D' TO CFW-ACTION
               MOVE WS-SLA-OLD TO CFW-BEFORE
               MOVE SPACES TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'SLA VERSION DELETED FOR ' WS-ARG-PRIO ' '
                      WS-ARG-CAT ' FROM ' WS-ARG-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'NO SLA VERSION FOR ' WS-ARG-PRIO ' '
                      WS-ARG-CAT ' FROM ' WS-ARG-DATE
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
           MOVE SPACES TO WS-SLA-REC
           MOVE WS-ARG-PRIO TO SLA-PRIORITY
           MOVE WS-ARG-CAT TO SLA-CATEGORY
           COMPUTE SLA-EFF-INV = 99999999 - WS-ARG-DATE-N
           MOVE WS-ARG-HOURS TO SLA-TARGET-HOURS
           EXEC CICS
               READ FILE('SLA00001')
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               EXEC CICS
                   REWRITE FILE('SLA00001')
                   FROM(WS-SLA-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO WS-SLA-OLD
               EXEC CICS
                   WRITE FILE('SLA00001')
                   FROM(WS-SLA-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-SLA-OLD TO CFW-BEFORE
               MOVE WS-SLA-REC TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'SLA ROW SAVED FOR ' WS-ARG-PRIO ' ' WS-ARG-CAT
                      ' FROM ' WS-ARG-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'SLA ROW SAVE FAILED' TO WS-REPLY
       600-EXIT.
           EXIT.

      * RECORD THE ROW JUST ADDED, CHANGED OR DELETED ON THE
      * CONFIGURATION AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE
      * IMAGES ARE SET ON ENTRY.
       700-LOG-CHANGE.
           MOVE 'SLA00001' TO CFW-TABLE
           MOVE SLA-KEY TO CFW-ROW-KEY
           MOVE 'SM029P' TO CFW-PROGRAM
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
