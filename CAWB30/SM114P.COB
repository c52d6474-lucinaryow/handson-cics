         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM114.
      *
      * QUALITY REVIEW CHECKLIST MAINTENANCE FOR QCL00001 (SEE
      * SMQCL) - THE POINTS SUPERVISORS SCORE SAMPLED CLOSED TICKETS
      * AGAINST ON SM115P (SMQR). ADMINISTRATORS ONLY. COMMAND-LINE
      * TRANSACTION:
      *
      *     SMQC                             LIST THE ITEMS
      *     SMQC NN A WT TEXT----------------------------------
      *                                      ADD OR CHANGE ITEM NN
      *                                      (01-08), WEIGHT 01-99
      *     SMQC NN R                        RETIRE ITEM NN
      *     SMQC NN E                        ENABLE ITEM NN AGAIN
      *
      * THE ITEM NUMBER IS IN COLUMNS 6-7, THE ACTION IN 9, THE
      * WEIGHT IN 11-12 AND THE TEXT IN 14-53. AN ITEM IS RETIRED
      * RATHER THAN DELETED BECAUSE ITS NUMBER IS THE POSITION OF
      * ITS MARK ON EVERY REVIEW ALREADY SCORED. EVERY CHANGE IS
      * LOGGED TO CFA00001 THROUGH SM111P.
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
       01  WS-ARG-ITEM                           PIC X(02).
       01  WS-ARG-ITEM-N REDEFINES WS-ARG-ITEM   PIC 9(02).
       01  WS-ARG-ACT                            PIC X(01).
       01  WS-ARG-WEIGHT                         PIC X(02).
       01  WS-ARG-WEIGHT-N REDEFINES WS-ARG-WEIGHT
                                                 PIC 9(02).
       01  WS-ARG-TEXT                           PIC X(40).
       01  WS-TODAY                              PIC X(08).
           COPY SMQCL.
       01  WS-IMAGE                              PIC X(40).
       01  WS-BR-DONE                            PIC X.
       01  WS-HIT-COUNT                          PIC 9(02).
       01  WS-ACTIVE-WEIGHT                      PIC 9(03).
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
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM114P' TO MTP-PROGRAM
           EXEC CICS FORMATTIME
               ABSTIME (MTP-START)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           IF WS-ARG-ITEM = SPACES
               PERFORM 300-LIST-ITEMS
           END-IF
           IF WS-ARG-ITEM NOT NUMERIC OR WS-ARG-ITEM-N < 1 OR
              WS-ARG-ITEM-N > 8
               MOVE 'THE ITEM NUMBER IS 01 TO 08' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EVALUATE TRUE
               WHEN WS-ARG-ACT = 'A'
                   PERFORM 500-SAVE-ITEM
               WHEN WS-ARG-ACT = 'R' OR WS-ARG-ACT = 'E'
                   PERFORM 650-SET-ACTIVE
               WHEN OTHER
                   MOVE 'USAGE: SMQC NN A WT TEXT / SMQC NN R / E' TO
                       WS-REPLY
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
           MOVE WS-INPUT(6:2) TO WS-ARG-ITEM
           MOVE WS-INPUT(9:1) TO WS-ARG-ACT
           MOVE WS-INPUT(11:2) TO WS-ARG-WEIGHT
           MOVE WS-INPUT(14:40) TO WS-ARG-TEXT.
       200-EXIT.
           EXIT.

      * EVERY ITEM, ACTIVE OR RETIRED, WITH THE TOTAL WEIGHT OF THE
      * ACTIVE ONES.
       300-LIST-ITEMS.
           MOVE SPACES TO WS-SCREEN
           MOVE 'QUALITY REVIEW CHECKLIST' TO WS-SCREEN-LINE(1)
           MOVE 'NO WT ACT CHECK ITEM' TO WS-SCREEN-LINE(2)
           MOVE 'SET BY  ON' TO WS-SCREEN-LINE(2)(57:10)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-ACTIVE-WEIGHT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE LOW-VALUES TO QCL-ITEM
           EXEC CICS STARTBR FILE('QCL00001')
                RIDFLD (QCL-ITEM)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y'
                   EXEC CICS READNEXT FILE('QCL00001')
                             INTO (QCL-RECORD)
                             RIDFLD (QCL-ITEM)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       ADD 1 TO WS-HIT-COUNT
                       PERFORM 350-LIST-LINE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('QCL00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO CHECKLIST ITEMS DEFINED' TO WS-SCREEN-LINE(3)
           ELSE
               MOVE SPACES TO WS-DETAIL
               STRING 'TOTAL ACTIVE WEIGHT ' WS-ACTIVE-WEIGHT
                   DELIMITED BY SIZE INTO WS-DETAIL
               MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX + 1)
           END-IF
           PERFORM 850-SEND-SCREEN.
       300-EXIT.
           EXIT.

       350-LIST-LINE.
           MOVE SPACES TO WS-DETAIL
           MOVE QCL-ITEM TO WS-DETAIL(1:2)
           MOVE QCL-WEIGHT TO WS-DETAIL(4:2)
           MOVE QCL-ACTIVE TO WS-DETAIL(8:1)
           MOVE QCL-TEXT TO WS-DETAIL(11:40)
           MOVE QCL-SET-BY TO WS-DETAIL(57:7)
           MOVE QCL-SET-DATE TO WS-DETAIL(65:8)
           IF QCL-IS-ACTIVE
               ADD QCL-WEIGHT TO WS-ACTIVE-WEIGHT
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       350-EXIT.
           EXIT.

       455-READ-FOR-UPDATE.
           MOVE SPACES TO QCL-RECORD
           EXEC CICS
               READ FILE('QCL00001')
               INTO (QCL-RECORD)
               RIDFLD (WS-ARG-ITEM)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       455-EXIT.
           EXIT.

      * A NEW ITEM STARTS ACTIVE; A CHANGED ONE KEEPS ITS STATE.
       500-SAVE-ITEM.
           IF WS-ARG-WEIGHT NOT NUMERIC OR WS-ARG-WEIGHT-N = 0
               MOVE 'THE WEIGHT IS 01 TO 99' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-TEXT = SPACES
               MOVE 'THE CHECK ITEM TEXT IS REQUIRED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               PERFORM 720-ITEM-IMAGE
               MOVE WS-IMAGE TO CFW-BEFORE
           ELSE
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO CFW-BEFORE
               MOVE SPACES TO QCL-RECORD
               MOVE WS-ARG-ITEM TO QCL-ITEM
               MOVE 'Y' TO QCL-ACTIVE
           END-IF
           MOVE WS-ARG-WEIGHT-N TO QCL-WEIGHT
           MOVE WS-ARG-TEXT TO QCL-TEXT
           MOVE USERID3 TO QCL-SET-BY
           MOVE WS-TODAY TO QCL-SET-DATE
           IF CFW-ACTION = 'C'
               EXEC CICS
                   REWRITE FILE('QCL00001')
                   FROM(QCL-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('QCL00001')
                   FROM(QCL-RECORD)
                   RIDFLD(QCL-ITEM)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 720-ITEM-IMAGE
               MOVE WS-IMAGE TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'CHECKLIST ITEM ' WS-ARG-ITEM ' SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'CHECKLIST ITEM SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       650-SET-ACTIVE.
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'CHECKLIST ITEM ' WS-ARG-ITEM ' IS NOT DEFINED'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 720-ITEM-IMAGE
           MOVE WS-IMAGE TO CFW-BEFORE
           IF WS-ARG-ACT = 'R'
               MOVE 'N' TO QCL-ACTIVE
           ELSE
               MOVE 'Y' TO QCL-ACTIVE
           END-IF
           MOVE USERID3 TO QCL-SET-BY
           MOVE WS-TODAY TO QCL-SET-DATE
           EXEC CICS
               REWRITE FILE('QCL00001')
               FROM(QCL-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO CFW-ACTION
               PERFORM 720-ITEM-IMAGE
               MOVE WS-IMAGE TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CHECKLIST ITEM CHANGE FAILED' TO WS-REPLY
           ELSE
               IF QCL-IS-ACTIVE
                   STRING 'CHECKLIST ITEM ' WS-ARG-ITEM ' ENABLED'
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'CHECKLIST ITEM ' WS-ARG-ITEM ' RETIRED'
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

      * RECORD THE ITEM JUST ADDED OR CHANGED ON THE CONFIGURATION
      * AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE IMAGES ARE SET ON
      * ENTRY.
       700-LOG-CHANGE.
           MOVE 'QCL00001' TO CFW-TABLE
           MOVE WS-ARG-ITEM TO CFW-ROW-KEY
           MOVE 'SM114P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       700-EXIT.
           EXIT.

      * WEIGHT, ACTIVE FLAG AND AS MUCH OF THE TEXT AS FITS IN THE
      * 40-BYTE AUDIT IMAGE.
       720-ITEM-IMAGE.
           MOVE SPACES TO WS-IMAGE
           STRING 'WT ' QCL-WEIGHT ' ' QCL-ACTIVE ' ' QCL-TEXT
               DELIMITED BY SIZE INTO WS-IMAGE.
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
