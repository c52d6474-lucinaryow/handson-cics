         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM115.
      *
      * CLOSED-TICKET QUALITY REVIEW. A SUPERVISOR WORKS THROUGH THE
      * TICKETS SMB089 DREW FROM THEIR PROVIDERS' CLOSED WORK (THEIR
      * QRW00001 WORKLIST, SEE SMQRW) AND SCORES EACH AGAINST THE
      * QCL00001 CHECKLIST (SEE SMQCL). A SUPERVISOR SEES AND SCORES
      * ONLY THEIR OWN WORKLIST. COMMAND-LINE TRANSACTION:
      *
      *     SMQR                             LIST THE REVIEWS PENDING
      *     SMQR NNNNNN L                    LIST FROM THIS TICKET
      *     SMQR NNNNNN                      SHOW THE TICKET AND THE
      *                                      CHECKLIST
      *     SMQR NNNNNN S MARKS--- COMMENT----------------------
      *                                      SCORE IT
      *
      * THE TICKET IS IN COLUMNS 6-11, THE ACTION IN 13, THE MARKS
      * IN 15-22 AND THE COMMENT FROM 24. THE MARKS ARE ONE PER
      * CHECKLIST ITEM, IN ITEM ORDER 01-08: Y MET, N NOT MET, - NOT
      * APPLICABLE. EVERY ACTIVE ITEM MUST BE MARKED; A RETIRED ITEM
      * IS ALWAYS '-'. THE SCORE IS THE WEIGHTED SHARE OF THE ITEMS
      * MARKED Y OR N THAT WERE MET, AND A COMMENT IS REQUIRED WHEN
      * ANY ITEM WAS NOT. A REVIEW MAY BE SCORED AGAIN; THE LATEST
      * SCORE AND DATE STAND. SMB090 SUMMARISES THE MONTH.
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
       01  WS-ARG-TIX                            PIC X(06).
       01  WS-ARG-ACT                            PIC X(01).
       01  WS-ARG-MARKS.
           05  WS-ARG-MARK                       PIC X(01)
                                                   OCCURS 8 TIMES.
       01  WS-ARG-COMMENT                        PIC X(57).
       01  WS-TODAY                              PIC X(08).
           COPY SMTIX.
           COPY SMQRW.
           COPY SMQCL.
      * WORK-LOG ENTRIES ON WLF00001, AS SM03P WRITES THEM.
       01  WS-WL-REC.
           05  WL-KEY.
               10  WL-TIX-ID                     PIC X(06).
               10  WL-SEQ-NUM                    PIC 9(05).
           05  WL-MINUTES                        PIC 9(04).
           05  WL-NOTE                           PIC X(40).
           05  WL-BY                             PIC X(07).
           05  WL-DATE                           PIC X(10).
           05  FILLER                            PIC X(08).
       01  WS-WL-COUNT                           PIC 9(05).
       01  WS-WL-MINUTES                         PIC 9(07).
      * THE CHECKLIST AS IT STANDS, BY ITEM NUMBER.
       01  WS-CHK-TBL.
           05  WS-CHK-ENT OCCURS 8 TIMES.
               10  WS-CHK-DEFINED                PIC X(01).
               10  WS-CHK-ACTIVE                 PIC X(01).
               10  WS-CHK-WEIGHT                 PIC 9(02).
               10  WS-CHK-TEXT                   PIC X(40).
       01  WS-CHK-IDX                            PIC 9(02).
       01  WS-CHK-ITEM-N                         PIC 9(02).
       01  WS-CHK-ACTIVE-COUNT                   PIC 9(02).
       01  WS-APPLY-WEIGHT                       PIC 9(04).
       01  WS-MET-WEIGHT                         PIC 9(04).
       01  WS-NOT-MET                            PIC 9(02).
       01  WS-MARK-BAD                           PIC X.
       01  WS-SCORE-PCT                          PIC 9(03).
       01  WS-BR-DONE                            PIC X.
       01  WS-HIT-COUNT                          PIC 9(02).
       01  WS-COUNT-ED                           PIC ZZZZZZ9.
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
           MOVE 'SM115P' TO MTP-PROGRAM
           EXEC CICS FORMATTIME
               ABSTIME (MTP-START)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-TIX = SPACES OR WS-ARG-ACT = 'L'
                   PERFORM 300-LIST-REVIEWS
               WHEN WS-ARG-ACT = SPACES
                   PERFORM 400-SHOW-REVIEW
               WHEN WS-ARG-ACT = 'S'
                   PERFORM 500-SCORE-REVIEW
               WHEN OTHER
                   MOVE 'USAGE: SMQR NNNNNN L/S MARKS COMMENT' TO
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
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
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
           MOVE WS-INPUT(6:6) TO WS-ARG-TIX
           MOVE WS-INPUT(13:1) TO WS-ARG-ACT
           MOVE WS-INPUT(15:8) TO WS-ARG-MARKS
           MOVE WS-INPUT(24:57) TO WS-ARG-COMMENT.
       200-EXIT.
           EXIT.

      * THIRTEEN PENDING REVIEWS FROM THE TICKET GIVEN (OR THE
      * FIRST), WITH THE TICKET TO PAGE ON FROM WHEN THERE ARE MORE.
       300-LIST-REVIEWS.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'QUALITY REVIEWS PENDING FOR ' USERID3
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'TICKET PROVIDER QUEUE      CATEGORY   CLOSED   DRAWN'
               TO WS-SCREEN-LINE(2)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE USERID3 TO QRW-REVIEWER
           MOVE WS-ARG-TIX TO QRW-TIX-ID
           EXEC CICS STARTBR FILE('QRW00001')
                RIDFLD (QRW-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y'
                   EXEC CICS READNEXT FILE('QRW00001')
                             INTO (QRW-RECORD)
                             RIDFLD (QRW-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                      QRW-REVIEWER NOT = USERID3
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       IF QRW-PENDING
                           IF WS-HIT-COUNT = 13
                               MOVE SPACES TO WS-DETAIL
                               STRING 'MORE - SMQR ' QRW-TIX-ID ' L'
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               MOVE WS-DETAIL TO WS-SCREEN-LINE(16)
                               MOVE 'Y' TO WS-BR-DONE
                           ELSE
                               ADD 1 TO WS-HIT-COUNT
                               PERFORM 350-LIST-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('QRW00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO REVIEWS PENDING' TO WS-SCREEN-LINE(3)
           END-IF
           PERFORM 850-SEND-SCREEN.
       300-EXIT.
           EXIT.

       350-LIST-LINE.
           MOVE SPACES TO WS-DETAIL
           MOVE QRW-TIX-ID TO WS-DETAIL(1:6)
           MOVE QRW-PROVIDER TO WS-DETAIL(8:7)
           MOVE QRW-QUEUE TO WS-DETAIL(17:10)
           MOVE QRW-CATEGORY TO WS-DETAIL(28:10)
           MOVE QRW-CLOSED-DATE TO WS-DETAIL(39:8)
           MOVE QRW-SAMPLED-DATE TO WS-DETAIL(48:8)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       350-EXIT.
           EXIT.

      * THE TICKET AS IT WAS CLOSED, ITS WORK LOG, AND THE CHECKLIST
      * WITH ANY MARKS ALREADY GIVEN. A TICKET SINCE PURGED SHOWS
      * WHAT THE WORKLIST ENTRY CARRIES.
       400-SHOW-REVIEW.
           PERFORM 450-READ-REVIEW
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 460-NOT-FOUND
           END-IF
           PERFORM 470-LOAD-CHECKLIST
           MOVE SPACES TO TIX-RECORD
           EXEC CICS
               READ FILE('STF00001')
               INTO (TIX-RECORD)
               RIDFLD (QRW-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO TIX-RECORD
               MOVE '(NO LONGER ON FILE)' TO TIX-TITLE
               MOVE QRW-CATEGORY TO TIX-CATEGORY
               MOVE QRW-RESOLUTION-CD TO TIX-RESOLUTION-CD
           END-IF
           PERFORM 480-COUNT-WORKLOG
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'REVIEW OF TICKET ' QRW-TIX-ID '  PROVIDER '
                  QRW-PROVIDER '  CLOSED ' QRW-CLOSED-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE SPACES TO WS-DETAIL
           STRING 'TITLE      ' TIX-TITLE
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           MOVE SPACES TO WS-DETAIL
           STRING 'QUEUE      ' QRW-QUEUE '  CATEGORY ' TIX-CATEGORY
                  '  RESOLUTION ' TIX-RESOLUTION-CD
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(3)
           MOVE SPACES TO WS-DETAIL
           STRING 'REMARK     ' LAST-UPDATE-REM
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(4)
           MOVE SPACES TO WS-DETAIL
           MOVE WS-WL-COUNT TO WS-COUNT-ED
           STRING 'WORK LOG   ' WS-COUNT-ED ' ENTRIES'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-WL-MINUTES TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-DETAIL(35:7)
           MOVE 'MINUTES' TO WS-DETAIL(43:7)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(5)
           MOVE 'NO WT CHECK ITEM' TO WS-SCREEN-LINE(6)
           MOVE 'MARK' TO WS-SCREEN-LINE(6)(48:4)
           MOVE 7 TO WS-LINE-IDX
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 8
               IF WS-CHK-DEFINED(WS-CHK-IDX) = 'Y'
                   MOVE SPACES TO WS-DETAIL
                   MOVE WS-CHK-IDX TO WS-DETAIL(1:2)
                   MOVE WS-CHK-WEIGHT(WS-CHK-IDX) TO WS-DETAIL(4:2)
                   MOVE WS-CHK-TEXT(WS-CHK-IDX) TO WS-DETAIL(7:40)
                   IF WS-CHK-ACTIVE(WS-CHK-IDX) = 'Y'
                       MOVE QRW-SCORE(WS-CHK-IDX) TO WS-DETAIL(49:1)
                   ELSE
                       MOVE 'RETIRED' TO WS-DETAIL(48:7)
                   END-IF
                   MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
                   ADD 1 TO WS-LINE-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL
           IF QRW-DONE
               STRING 'SCORED ' QRW-REVIEWED-DATE ' ' QRW-SCORE-PCT
                      '% ' QRW-COMMENT
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE 'NOT YET SCORED' TO WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(15)
           MOVE SPACES TO WS-DETAIL
           STRING 'SMQR ' QRW-TIX-ID ' S MARKS--- COMMENT'
                  '   (Y MET, N NOT MET, - N/A)'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(16)
           PERFORM 850-SEND-SCREEN.
       400-EXIT.
           EXIT.

       450-READ-REVIEW.
           MOVE SPACES TO QRW-RECORD
           MOVE USERID3 TO QRW-REVIEWER
           MOVE WS-ARG-TIX TO QRW-TIX-ID
           EXEC CICS
               READ FILE('QRW00001')
               INTO (QRW-RECORD)
               RIDFLD (QRW-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       450-EXIT.
           EXIT.

       455-READ-FOR-UPDATE.
           MOVE SPACES TO QRW-RECORD
           MOVE USERID3 TO QRW-REVIEWER
           MOVE WS-ARG-TIX TO QRW-TIX-ID
           EXEC CICS
               READ FILE('QRW00001')
               INTO (QRW-RECORD)
               RIDFLD (QRW-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       455-EXIT.
           EXIT.

       460-NOT-FOUND.
           MOVE SPACES TO WS-REPLY
           STRING 'TICKET ' WS-ARG-TIX ' IS NOT ON YOUR REVIEW WORKLIST'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       460-EXIT.
           EXIT.

       470-LOAD-CHECKLIST.
           INITIALIZE WS-CHK-TBL
           MOVE 0 TO WS-CHK-ACTIVE-COUNT
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
                       PERFORM 475-CHECKLIST-ENTRY
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('QCL00001')
               END-EXEC
           END-IF.
       470-EXIT.
           EXIT.

       475-CHECKLIST-ENTRY.
           IF QCL-ITEM NUMERIC
               MOVE QCL-ITEM TO WS-CHK-ITEM-N
               IF WS-CHK-ITEM-N > 0 AND WS-CHK-ITEM-N NOT > 8
                   MOVE 'Y' TO WS-CHK-DEFINED(WS-CHK-ITEM-N)
                   MOVE QCL-ACTIVE TO WS-CHK-ACTIVE(WS-CHK-ITEM-N)
                   MOVE QCL-WEIGHT TO WS-CHK-WEIGHT(WS-CHK-ITEM-N)
                   MOVE QCL-TEXT TO WS-CHK-TEXT(WS-CHK-ITEM-N)
                   IF QCL-IS-ACTIVE
                       ADD 1 TO WS-CHK-ACTIVE-COUNT
                   END-IF
               END-IF
           END-IF.
       475-EXIT.
           EXIT.

       480-COUNT-WORKLOG.
           MOVE 0 TO WS-WL-COUNT
           MOVE 0 TO WS-WL-MINUTES
           MOVE 'N' TO WS-BR-DONE
           MOVE QRW-TIX-ID TO WL-TIX-ID
           MOVE 0 TO WL-SEQ-NUM
           EXEC CICS STARTBR FILE('WLF00001')
                RIDFLD (WL-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y'
                   EXEC CICS READNEXT FILE('WLF00001')
                             INTO (WS-WL-REC)
                             RIDFLD (WL-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                      WL-TIX-ID NOT = QRW-TIX-ID
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       ADD 1 TO WS-WL-COUNT
                       IF WL-MINUTES NUMERIC
                           ADD WL-MINUTES TO WS-WL-MINUTES
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    FILE('WLF00001')
               END-EXEC
           END-IF.
       480-EXIT.
           EXIT.

      * CHECK THE MARKS AGAINST THE CHECKLIST AS IT STANDS, WORK OUT
      * THE WEIGHTED SCORE AND CLOSE THE REVIEW.
       500-SCORE-REVIEW.
           PERFORM 470-LOAD-CHECKLIST
           IF WS-CHK-ACTIVE-COUNT = 0
               MOVE 'THE REVIEW CHECKLIST HAS NO ACTIVE ITEMS' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 0 TO WS-APPLY-WEIGHT
           MOVE 0 TO WS-MET-WEIGHT
           MOVE 0 TO WS-NOT-MET
           MOVE 'N' TO WS-MARK-BAD
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 8
               PERFORM 550-CHECK-MARK
           END-PERFORM
           IF WS-MARK-BAD = 'Y'
               MOVE 'MARK EVERY ACTIVE ITEM Y, N OR - IN ITEM ORDER' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-APPLY-WEIGHT = 0
               MOVE 'AT LEAST ONE ITEM MUST BE MARKED Y OR N' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-NOT-MET > 0 AND WS-ARG-COMMENT = SPACES
               MOVE 'A COMMENT IS REQUIRED WHEN AN ITEM IS NOT MET' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           COMPUTE WS-SCORE-PCT ROUNDED =
               WS-MET-WEIGHT * 100 / WS-APPLY-WEIGHT
           PERFORM 455-READ-FOR-UPDATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 460-NOT-FOUND
           END-IF
           MOVE WS-ARG-MARKS TO QRW-SCORES
           MOVE WS-SCORE-PCT TO QRW-SCORE-PCT
           MOVE WS-ARG-COMMENT TO QRW-COMMENT
           MOVE 'D' TO QRW-STATUS
           MOVE WS-TODAY TO QRW-REVIEWED-DATE
           EXEC CICS
               REWRITE FILE('QRW00001')
               FROM(QRW-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'TICKET ' WS-ARG-TIX ' REVIEWED - SCORE '
                      WS-SCORE-PCT ' PER CENT'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'REVIEW COULD NOT BE SAVED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * AN ACTIVE ITEM TAKES Y, N OR -; ANY OTHER POSITION IS
      * STORED AS -.
       550-CHECK-MARK.
           IF WS-CHK-ACTIVE(WS-CHK-IDX) NOT = 'Y'
               MOVE '-' TO WS-ARG-MARK(WS-CHK-IDX)
           ELSE
               EVALUATE WS-ARG-MARK(WS-CHK-IDX)
                   WHEN 'Y'
                       ADD WS-CHK-WEIGHT(WS-CHK-IDX) TO WS-APPLY-WEIGHT
                       ADD WS-CHK-WEIGHT(WS-CHK-IDX) TO WS-MET-WEIGHT
                   WHEN 'N'
                       ADD WS-CHK-WEIGHT(WS-CHK-IDX) TO WS-APPLY-WEIGHT
                       ADD 1 TO WS-NOT-MET
                   WHEN '-'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-MARK-BAD
               END-EVALUATE
           END-IF.
       550-EXIT.
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
