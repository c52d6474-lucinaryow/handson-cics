         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM091.
      *
      * BUD00001 DEPARTMENT SUPPORT BUDGET MAINTENANCE.
      * ONE RECORD PER DEPARTMENT CODE (AS ON DEP00001 AND THE
      * UAF00001 USER RECORDS) AND FISCAL YEAR, CARRYING A BUDGET
      * AMOUNT FOR EACH OF THE TWELVE MONTHS. THE FISCAL YEAR IS THE
      * CALENDAR YEAR. SMB065 KEEPS THE MONTH-TO-DATE SPEND ON THE
      * SAME RECORD, PRICED THE WAY SMB024 PRICES THE CHARGEBACK,
      * AND SM005 WARNS - AND WANTS THE DEPARTMENT HEAD - WHEN AN
      * APPROVAL WOULD TAKE THE DEPARTMENT PAST THE MONTH'S BUDGET.
      * ADMINISTRATORS ONLY. COMMAND-LINE TRANSACTION:
      *
      *     SM91 DEPT------ YYYY MM A AMOUNT-   SET MONTH MM, OR
      *                                         MM = 'AL' FOR ALL 12
      *     SM91 DEPT------ YYYY MM S           SHOW MONTH AND SPEND
      *     SM91 DEPT------ YYYY    D           DELETE THE YEAR
      *          (6-15)   (17-20)(22-23)(25)(27-33)
      *
      * AMOUNTS ARE WHOLE CURRENCY UNITS, 7 DIGITS.
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
       01  WS-TODAY-YMD8                         PIC X(08).
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
       01  WS-ARG-DEPT                           PIC X(10).
       01  WS-ARG-FY                             PIC X(04).
       01  WS-ARG-MM                             PIC X(02).
       01  WS-ARG-MM-N REDEFINES WS-ARG-MM       PIC 9(02).
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-AMOUNT                         PIC X(07).
       01  WS-ARG-AMOUNT-N REDEFINES WS-ARG-AMOUNT
                                                 PIC 9(07).
       01  WS-SUB                                PIC 9(02).
       01  WS-BUD-EXISTS                         PIC X.
       01  WS-BUD-REC.
           05  BUD-KEY.
               10  BUD-DEPT                      PIC X(10).
               10  BUD-FY                        PIC X(04).
           05  BUD-MONTH-AMT                     PIC 9(07)V99
                                                 OCCURS 12 TIMES.
           05  BUD-SPEND-MONTH                   PIC X(06).
           05  BUD-SPEND-MTD                     PIC 9(07)V99.
           05  BUD-SPEND-ASOF                    PIC X(08).
           05  BUD-SET-BY                        PIC X(07).
           05  BUD-SET-DATE                      PIC X(08).
           05  BUD-NOTICE-MONTH                  PIC X(06).
           05  FILLER                            PIC X(14).
       01  WS-DEP-REC.
           05  DEP-CODE                          PIC X(10).
           05  DEP-NAME                          PIC X(25).
           05  DEP-HEAD                          PIC X(07).
           05  FILLER                            PIC X(08).
       01  WS-AMT-D                              PIC Z(6)9.
       01  WS-SPEND-D                            PIC Z(6)9.99.
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
           MOVE 'SM091P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-DEPT = SPACES OR WS-ARG-FY NOT NUMERIC
                   MOVE 'USAGE: SM91 DEPT YYYY MM A/S [AMOUNT]' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = 'S'
                   PERFORM 400-SHOW-BUDGET
               WHEN WS-ARG-ACTION = 'D'
                   PERFORM 500-DELETE-BUDGET
               WHEN WS-ARG-ACTION = 'A'
                   PERFORM 600-SAVE-BUDGET
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, D, OR S' TO WS-REPLY
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
           MOVE WS-INPUT(6:10) TO WS-ARG-DEPT
           MOVE WS-INPUT(17:4) TO WS-ARG-FY
           MOVE WS-INPUT(22:2) TO WS-ARG-MM
           MOVE WS-INPUT(25:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(27:7) TO WS-ARG-AMOUNT.
       200-EXIT.
           EXIT.

       300-CHECK-MONTH.
           IF WS-ARG-MM NOT NUMERIC OR
              WS-ARG-MM-N < 1 OR WS-ARG-MM-N > 12
               MOVE 'MONTH MUST BE 01 TO 12' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       300-EXIT.
           EXIT.

       400-SHOW-BUDGET.
           PERFORM 300-CHECK-MONTH
           MOVE WS-ARG-DEPT TO BUD-DEPT
           MOVE WS-ARG-FY TO BUD-FY
           EXEC CICS
               READ FILE('BUD00001')
               INTO (WS-BUD-REC)
               RIDFLD (BUD-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO BUDGET FOR ' WS-ARG-DEPT ' ' WS-ARG-FY
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE BUD-MONTH-AMT(WS-ARG-MM-N) TO WS-AMT-D
           IF BUD-SPEND-MONTH(1:4) = WS-ARG-FY AND
              BUD-SPEND-MONTH(5:2) = WS-ARG-MM
               MOVE BUD-SPEND-MTD TO WS-SPEND-D
               STRING WS-ARG-DEPT ' ' WS-ARG-FY WS-ARG-MM
                      ' BUDGET ' WS-AMT-D ' SPENT ' WS-SPEND-D
                      ' AS OF ' BUD-SPEND-ASOF
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-ARG-DEPT ' ' WS-ARG-FY WS-ARG-MM
                      ' BUDGET ' WS-AMT-D ' - NO SPEND FIGURE'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       500-DELETE-BUDGET.
           MOVE WS-ARG-DEPT TO BUD-DEPT
           MOVE WS-ARG-FY TO BUD-FY
           EXEC CICS
               DELETE FILE('BUD00001')
               RIDFLD (BUD-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'BUDGET ' WS-ARG-DEPT ' ' WS-ARG-FY ' DELETED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'NO BUDGET FOR ' WS-ARG-DEPT ' ' WS-ARG-FY
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * THE DEPARTMENT MUST EXIST ON DEP00001 - ITS HEAD IS WHO SM005
      * AND THE SMB065 BURN REPORT TURN TO.
       600-SAVE-BUDGET.
           IF WS-ARG-MM NOT = 'AL'
               PERFORM 300-CHECK-MONTH
           END-IF
           IF WS-ARG-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT MUST BE 7 DIGITS OF WHOLE UNITS' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-DEPT TO DEP-CODE
           EXEC CICS
               READ FILE('DEP00001')
               INTO (WS-DEP-REC)
               RIDFLD (DEP-CODE)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'DEPARTMENT ' WS-ARG-DEPT
                      ' NOT ON DEP00001 - ADD IT WITH SM61'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD8)
           END-EXEC
           MOVE WS-ARG-DEPT TO BUD-DEPT
           MOVE WS-ARG-FY TO BUD-FY
           EXEC CICS
               READ FILE('BUD00001')
               INTO (WS-BUD-REC)
               RIDFLD (BUD-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BUD-EXISTS
           ELSE
               MOVE 'N' TO WS-BUD-EXISTS
               MOVE SPACES TO WS-BUD-REC
               MOVE WS-ARG-DEPT TO BUD-DEPT
               MOVE WS-ARG-FY TO BUD-FY
               MOVE 0 TO BUD-SPEND-MTD
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
                   MOVE 0 TO BUD-MONTH-AMT(WS-SUB)
               END-PERFORM
           END-IF
           IF WS-ARG-MM = 'AL'
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
                   MOVE WS-ARG-AMOUNT-N TO BUD-MONTH-AMT(WS-SUB)
               END-PERFORM
           ELSE
               MOVE WS-ARG-AMOUNT-N TO BUD-MONTH-AMT(WS-ARG-MM-N)
           END-IF
           MOVE USERID3 TO BUD-SET-BY
           MOVE WS-TODAY-YMD8 TO BUD-SET-DATE
           IF WS-BUD-EXISTS = 'Y'
               EXEC CICS
                   REWRITE FILE('BUD00001')
                   FROM(WS-BUD-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('BUD00001')
                   FROM(WS-BUD-REC)
                   RIDFLD(BUD-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-ARG-AMOUNT-N TO WS-AMT-D
               STRING 'BUDGET ' WS-ARG-DEPT ' ' WS-ARG-FY
                      ' MONTH ' WS-ARG-MM ' SET TO ' WS-AMT-D
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'BUDGET SAVE FAILED' TO WS-REPLY
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
