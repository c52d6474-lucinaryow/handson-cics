         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM116.
      *
      * MOVER ACCESS REVIEW. WHEN THE NIGHTLY HR FEED (SMB091) MOVES
      * SOMEONE TO ANOTHER DEPARTMENT IT RAISES ON HMV00001 (SEE
      * SMHMV) EACH QUEUE MEMBERSHIP AND ROLE FLAG THAT NO LONGER
      * FITS, FOR THE MOVER'S NEW SUPERVISOR TO CONFIRM OR REMOVE.
      * A SUPERVISOR SEES AND ACTS ON THE ENTRIES WAITING ON THEM;
      * AN ADMINISTRATOR SEES AND MAY ACT ON ALL OF THEM.
      * COMMAND-LINE TRANSACTION:
      *
      *     SMMV                             LIST THE ENTRIES PENDING
      *     SMMV USERID                      LIST FROM THIS USER
      *     SMMV USERID T ITEM------         LIST FROM THIS ENTRY
      *     SMMV USERID T ITEM------ C       CONFIRM - ACCESS STAYS
      *     SMMV USERID T ITEM------ R       REMOVE THE ACCESS
      *
      * THE USERID IS IN COLUMNS 6-12, THE TYPE (Q QUEUE, R ROLE
      * FLAG) IN 14, THE ITEM (THE QUEUE, OR ADMN, APP OR SP) IN
      * 16-25 AND THE ACTION IN 27. REMOVING A QUEUE DELETES THE
      * QMF00001 MEMBERSHIP AND LOGS IT TO CFA00001 AS SM030P DOES;
      * REMOVING A ROLE FLAG SETS IT TO N ON UAF00001 AND AUDITS IT
      * TO UAF00002 AS THE SECURITY SCREENS DO.
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
           COPY SMUAF.
       01  WS-IS-ADMIN                           PIC X.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-USERID                         PIC X(07).
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-ITEM                           PIC X(10).
       01  WS-ARG-ACT                            PIC X(01).
       01  WS-TODAY                              PIC X(08).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-ABST                               PIC S9(15) COMP-3.
           COPY SMHMV.
       01  WS-MV-KEY.
           05  WS-MV-USERID                      PIC X(07).
           05  FILLER                            PIC X(01).
       01  WS-QM-REC.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  QM-LEAD                           PIC X(01).
           05  FILLER                            PIC X(21).
       01  WS-QM-OLD                             PIC X(40).
           COPY SMCFW.
       01  WS-OLD-FLAGS                          PIC X(04).
       01  WS-AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-USERID                  PIC X(07).
               10  AUDIT-SEQ-NUM                 PIC 9(03).
           05  AUDIT-OLD-FLAGS                   PIC X(04).
           05  AUDIT-NEW-FLAGS                   PIC X(04).
           05  AUDIT-CHANGED-BY                  PIC X(08).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).
           COPY SMACW.
       01  WS-AUDIT-LAST-SEQ                     PIC 9(03).
       01  WS-AUDIT-DONE                         PIC X.
       01  WS-ACTION-TEXT                        PIC X(09).
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
           MOVE 'SM116P' TO MTP-PROGRAM
           EXEC CICS FORMATTIME
               ABSTIME (MTP-START)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-ACT = SPACES
                   PERFORM 300-LIST-ENTRIES
               WHEN WS-ARG-ACT = 'C'
                   PERFORM 500-CONFIRM-ENTRY
               WHEN WS-ARG-ACT = 'R'
                   PERFORM 600-REMOVE-ENTRY
               WHEN OTHER
                   MOVE 'USAGE: SMMV USERID Q/R ITEM C/R' TO WS-REPLY
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
           END-IF
           MOVE CALLER-ADMN TO WS-IS-ADMIN.
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
           MOVE WS-INPUT(6:7) TO WS-ARG-USERID
           MOVE WS-INPUT(14:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(16:10) TO WS-ARG-ITEM
           MOVE WS-INPUT(27:1) TO WS-ARG-ACT.
       200-EXIT.
           EXIT.

      * THIRTEEN PENDING ENTRIES FROM THE ONE GIVEN (OR THE FIRST),
      * WITH THE ENTRY TO PAGE ON FROM WHEN THERE ARE MORE.
       300-LIST-ENTRIES.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           IF WS-IS-ADMIN = 'Y'
               MOVE 'MOVER ACCESS TO REVIEW - ALL SUPERVISORS'
                   TO WS-DETAIL
           ELSE
               STRING 'MOVER ACCESS TO REVIEW FOR ' USERID3
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'USERID  T ITEM       FROM       TO         MOVED'
               TO WS-SCREEN-LINE(2)
           MOVE 'REVIEWER' TO WS-SCREEN-LINE(2)(53:8)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE SPACES TO HMV-RECORD
           MOVE WS-ARG-USERID TO HMV-USERID
           MOVE WS-ARG-TYPE TO HMV-TYPE
           MOVE WS-ARG-ITEM TO HMV-ITEM
           EXEC CICS STARTBR FILE('HMV00001')
                RIDFLD (HMV-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y'
                   EXEC CICS READNEXT FILE('HMV00001')
                             INTO (HMV-RECORD)
                             RIDFLD (HMV-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       IF HMV-PENDING AND NOT HMV-MOVE AND
                          (HMV-REVIEWER = USERID3 OR WS-IS-ADMIN = 'Y')
                           IF WS-HIT-COUNT = 13
                               MOVE SPACES TO WS-DETAIL
                               STRING 'MORE - SMMV ' HMV-USERID ' '
                                      HMV-TYPE ' ' HMV-ITEM
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
                    FILE('HMV00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO MOVER ACCESS WAITING FOR REVIEW'
                   TO WS-SCREEN-LINE(3)
           ELSE
               IF WS-SCREEN-LINE(16) = SPACES
                   MOVE 'SMMV USERID T ITEM------ C (CONFIRM) OR R'
                       TO WS-SCREEN-LINE(16)
                   MOVE '(REMOVE)' TO WS-SCREEN-LINE(16)(43:8)
               END-IF
           END-IF
           PERFORM 850-SEND-SCREEN.
       300-EXIT.
           EXIT.

       350-LIST-LINE.
           MOVE SPACES TO WS-DETAIL
           MOVE HMV-USERID TO WS-DETAIL(1:7)
           MOVE HMV-TYPE TO WS-DETAIL(9:1)
           MOVE HMV-ITEM TO WS-DETAIL(11:10)
           MOVE HMV-OLD-DEPT TO WS-DETAIL(22:10)
           MOVE HMV-NEW-DEPT TO WS-DETAIL(33:10)
           MOVE HMV-MOVE-DATE TO WS-DETAIL(44:8)
           MOVE HMV-REVIEWER TO WS-DETAIL(53:7)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       350-EXIT.
           EXIT.

      * THE ENTRY NAMED MUST BE A PENDING QUEUE OR ROLE ENTRY AND
      * WAITING ON THE CALLER, UNLESS THE CALLER IS AN ADMINISTRATOR.
       400-CHECK-ENTRY.
           IF WS-ARG-TYPE NOT = 'Q' AND WS-ARG-TYPE NOT = 'R'
               MOVE 'TYPE MUST BE Q (QUEUE) OR R (ROLE FLAG)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO HMV-RECORD
           MOVE WS-ARG-USERID TO HMV-USERID
           MOVE WS-ARG-TYPE TO HMV-TYPE
           MOVE WS-ARG-ITEM TO HMV-ITEM
           EXEC CICS
               READ FILE('HMV00001')
               INTO (HMV-RECORD)
               RIDFLD (HMV-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'NO REVIEW ENTRY ' WS-ARG-TYPE ' ' WS-ARG-ITEM
                      ' FOR ' WS-ARG-USERID
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF HMV-REVIEWER NOT = USERID3 AND WS-IS-ADMIN NOT = 'Y'
               MOVE SPACES TO WS-REPLY
               STRING 'THIS ENTRY IS FOR ' HMV-REVIEWER ' TO REVIEW'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF NOT HMV-PENDING
               MOVE SPACES TO WS-REPLY
               STRING 'ALREADY DONE BY ' HMV-DONE-BY ' ON '
                      HMV-DONE-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       400-EXIT.
           EXIT.

       500-CONFIRM-ENTRY.
           PERFORM 400-CHECK-ENTRY
           MOVE 'C' TO HMV-STATUS
           MOVE 'CONFIRMED' TO WS-ACTION-TEXT
           PERFORM 700-CLOSE-ENTRY.
       500-EXIT.
           EXIT.

       600-REMOVE-ENTRY.
           PERFORM 400-CHECK-ENTRY
           IF HMV-QUEUE
               PERFORM 620-REMOVE-QUEUE THRU 620-EXIT
           ELSE
               PERFORM 650-REMOVE-ROLE THRU 650-EXIT
           END-IF
           MOVE 'R' TO HMV-STATUS
           MOVE 'REMOVED' TO WS-ACTION-TEXT
           PERFORM 700-CLOSE-ENTRY.
       600-EXIT.
           EXIT.

      * A MEMBERSHIP ALREADY DROPPED ON SMQM IS TAKEN AS REMOVED.
       620-REMOVE-QUEUE.
           MOVE SPACES TO WS-QM-REC
           MOVE HMV-ITEM TO QM-QUEUE
           MOVE HMV-USERID TO QM-USERID
           MOVE SPACES TO WS-QM-OLD
           EXEC CICS
               READ FILE('QMF00001')
               INTO (WS-QM-OLD)
               RIDFLD (QM-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               GO TO 620-EXIT
           END-IF
           EXEC CICS
               DELETE FILE('QMF00001')
               RIDFLD (QM-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'QUEUE MEMBERSHIP COULD NOT BE REMOVED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'D' TO CFW-ACTION
           MOVE WS-QM-OLD TO CFW-BEFORE
           MOVE SPACES TO CFW-AFTER
           MOVE 'QMF00001' TO CFW-TABLE
           MOVE QM-KEY TO CFW-ROW-KEY
           MOVE 'SM116P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       620-EXIT.
           EXIT.

       650-REMOVE-ROLE.
           MOVE SPACES TO WS-MV-KEY
           MOVE HMV-USERID TO WS-MV-USERID
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-MV-KEY)
               UPDATE
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'USER RECORD BUSY OR GONE - TRY AGAIN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE CALLER-REC(9:4) TO WS-OLD-FLAGS
           EVALUATE HMV-ITEM
               WHEN 'ADMN'
                   MOVE 'N' TO CALLER-ADMN
               WHEN 'APP'
                   MOVE 'N' TO CALLER-APP
               WHEN 'SP'
                   MOVE 'N' TO CALLER-SP
           END-EVALUATE
           IF CALLER-REC(9:4) = WS-OLD-FLAGS
               EXEC CICS UNLOCK FILE('UAF00001') END-EXEC
               GO TO 650-EXIT
           END-IF
           MOVE USERID3 TO CALLER-UPBY
           EXEC CICS
               REWRITE FILE('UAF00001')
               FROM (CALLER-REC)
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'USER RECORD UPDATE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 660-WRITE-AUDIT.
       650-EXIT.
           EXIT.

       660-WRITE-AUDIT.
           EXEC CICS ASKTIME
               ABSTIME (WS-ABST)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-ABST)
               DATESEP ('/')
               MMDDYYYY (WS-HDATE-X)
               TIME (WS-HTIME-X)
               TIMESEP (':')
           END-EXEC
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 'N' TO WS-AUDIT-DONE
           MOVE HMV-USERID TO AUDIT-USERID
           MOVE 0 TO AUDIT-SEQ-NUM
           EXEC CICS STARTBR FILE('UAF00002')
                RIDFLD (AUDIT-KEY)
                KEYLENGTH (+10)
                RESP (WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUDIT-DONE
           END-IF
           PERFORM UNTIL WS-AUDIT-DONE = 'Y'
               EXEC CICS READNEXT
                         FILE('UAF00002')
                         INTO (WS-AUDIT-REC)
                         RIDFLD (AUDIT-KEY)
                         RESP (WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  AUDIT-USERID NOT = HMV-USERID
                   MOVE 'Y' TO WS-AUDIT-DONE
               ELSE
                   MOVE AUDIT-SEQ-NUM TO WS-AUDIT-LAST-SEQ
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('UAF00002')
                RESP (WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-AUDIT-REC
           MOVE HMV-USERID TO AUDIT-USERID
           COMPUTE AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
           MOVE WS-OLD-FLAGS TO AUDIT-OLD-FLAGS
           MOVE CALLER-REC(9:4) TO AUDIT-NEW-FLAGS
           MOVE USERID3 TO AUDIT-CHANGED-BY
           MOVE WS-HDATE-X TO AUDIT-DATE
           MOVE WS-HTIME-X TO AUDIT-TIME
           EXEC CICS
               WRITE FILE('UAF00002')
               FROM(WS-AUDIT-REC)
               RIDFLD(AUDIT-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 665-CHAIN-AUDIT
           END-IF.
       660-EXIT.
           EXIT.

      * CHAIN THE NEW UAF00002 RECORD (SEE SMACW). A CHAIN FAILURE
      * DOES NOT UNDO THE CHANGE; SMB079 REPORTS THE RECORD.
       665-CHAIN-AUDIT.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'W' TO ACW-FUNCTION
           MOVE 'U' TO ACW-FILE
           MOVE AUDIT-KEY TO ACW-AUD-KEY
           MOVE LENGTH OF WS-AUDIT-REC TO ACW-LENGTH
           MOVE WS-AUDIT-REC TO ACW-IMAGE
           EXEC CICS LINK PROGRAM('SM109P')
                COMMAREA(WS-ACW-PARMS)
                LENGTH(LENGTH OF WS-ACW-PARMS)
                RESP(WS-ACW-RESP)
           END-EXEC.
       665-EXIT.
           EXIT.

      * RECORD WHO DEALT WITH THE ENTRY AND WHEN. HMV-STATUS IS SET
      * BY THE CALLER; THE ENTRY IS READ AGAIN FOR UPDATE.
       700-CLOSE-ENTRY.
           MOVE HMV-STATUS TO WS-ARG-ACT
           EXEC CICS
               READ FILE('HMV00001')
               INTO (HMV-RECORD)
               RIDFLD (HMV-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REVIEW ENTRY BUSY - TRY AGAIN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-ACT TO HMV-STATUS
           MOVE USERID3 TO HMV-DONE-BY
           MOVE WS-TODAY TO HMV-DONE-DATE
           EXEC CICS
               REWRITE FILE('HMV00001')
               FROM(HMV-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING HMV-USERID ' ' HMV-ITEM ' ' WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'REVIEW ENTRY COULD NOT BE SAVED' TO WS-REPLY
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
