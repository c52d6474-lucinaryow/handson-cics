         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM119.
      *
      * ACCESS RECERTIFICATION WORKLIST. SMB093 OPENS A CAMPAIGN BY
      * SNAPSHOTTING EVERY ACTIVE USER'S ENTITLEMENTS ONTO CRE00001
      * (SEE SMCRE), EACH ONE WAITING ON THE USER'S SUPERVISOR (OR,
      * ONCE SMB094 HAS ESCALATED IT, THE DEPARTMENT HEAD). HERE THE
      * REVIEWER CONFIRMS OR REVOKES EACH ONE. A REVIEWER SEES AND
      * ACTS ON THE ENTRIES WAITING ON THEM; AN ADMINISTRATOR SEES
      * AND MAY ACT ON ALL OF THEM. NOBODY DECIDES THEIR OWN ACCESS.
      * COMMAND-LINE TRANSACTION:
      *
      *     SMRC                                  LIST WHAT IS WAITING
      *     SMRC CAMPAIGN USERID T ITEM           LIST FROM THIS ENTRY
      *     SMRC CAMPAIGN USERID T ITEM------- C  CONFIRM - IT STAYS
      *     SMRC CAMPAIGN USERID T ITEM------- R  REVOKE IT
      *
      * THE CAMPAIGN IS IN COLUMNS 6-13, THE USERID IN 15-21, THE
      * TYPE (R ROLE FLAG, Q QUEUE) IN 23, THE ITEM (REQ, ADMN, APP
      * OR SP, OR THE QUEUE) IN 25-44 AND THE ACTION IN 46.
      * REVOKING A ROLE FLAG SETS IT TO N ON UAF00001 AND AUDITS IT
      * TO UAF00002 AS UA001P DOES; REVOKING A QUEUE DELETES THE
      * QMF00001 MEMBERSHIP AND LOGS IT TO CFA00001 AS SM030P DOES.
      * FIELD RIGHTS (TYPE F) ARE LISTED WITH THE ROLE THAT GIVES
      * THEM AND TAKE THE DECISION MADE ON THAT ROLE ENTRY.
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
       01  WS-ARG-CAMPAIGN                       PIC X(08).
       01  WS-ARG-USERID                         PIC X(07).
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-ITEM                           PIC X(20).
       01  WS-ARG-ACT                            PIC X(01).
       01  WS-TODAY                              PIC X(08).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-ABST                               PIC S9(15) COMP-3.
           COPY SMCRT.
           COPY SMCRE.
       01  WS-LAST-CAMPAIGN                      PIC X(08).
       01  WS-LAST-OPEN                          PIC X.
       01  WS-CR-KEY.
           05  WS-CR-USERID                      PIC X(07).
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
       01  WS-APPLIED                            PIC X.
       01  WS-ACTION-TEXT                        PIC X(09).
      * THE F ENTRIES THAT FOLLOW A ROLE ENTRY, GATHERED ON A BROWSE
      * AND THEN UPDATED ONE BY ONE.
       01  WS-FOLLOW-TABLE.
           05  WS-FOLLOW-ITEM                    PIC X(20)
                                                   OCCURS 100 TIMES.
       01  WS-FOLLOW-USED                        PIC 9(03).
       01  WS-FOLLOW-IX                          PIC 9(03).
       01  WS-FOLLOW-DONE                        PIC 9(03).
       01  WS-FOLLOW-D                           PIC ZZ9.
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
           MOVE 'SM119P' TO MTP-PROGRAM
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
                   PERFORM 600-REVOKE-ENTRY
               WHEN OTHER
                   MOVE 'USAGE: SMRC CAMPAIGN USERID R/Q ITEM C/R' TO
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
           MOVE WS-INPUT(6:8) TO WS-ARG-CAMPAIGN
           MOVE WS-INPUT(15:7) TO WS-ARG-USERID
           MOVE WS-INPUT(23:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(25:20) TO WS-ARG-ITEM
           MOVE WS-INPUT(46:1) TO WS-ARG-ACT.
       200-EXIT.
           EXIT.

      * THIRTEEN WAITING ENTRIES OF OPEN CAMPAIGNS FROM THE ONE GIVEN
      * (OR THE FIRST), WITH THE ENTRY TO PAGE ON FROM WHEN THERE ARE
      * MORE. AN F LINE SHOWS THE ROLE IT COMES WITH.
       300-LIST-ENTRIES.
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           IF WS-IS-ADMIN = 'Y'
               MOVE 'ACCESS TO RECERTIFY - ALL REVIEWERS'
                   TO WS-DETAIL
           ELSE
               STRING 'ACCESS TO RECERTIFY FOR ' USERID3
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'CAMPAIGN USERID  T ITEM                 FLAG REVIEWER'
               TO WS-SCREEN-LINE(2)
           MOVE 'DUE' TO WS-SCREEN-LINE(2)(55:3)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 3 TO WS-LINE-IDX
           MOVE 'N' TO WS-BR-DONE
           MOVE SPACES TO WS-LAST-CAMPAIGN
           MOVE SPACES TO CRE-RECORD
           MOVE WS-ARG-CAMPAIGN TO CRE-CAMPAIGN
           MOVE WS-ARG-USERID TO CRE-USERID
           MOVE WS-ARG-TYPE TO CRE-TYPE
           MOVE WS-ARG-ITEM TO CRE-ITEM
           EXEC CICS STARTBR FILE('CRE00001')
                RIDFLD (CRE-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BR-DONE
           ELSE
               PERFORM UNTIL WS-BR-DONE = 'Y'
                   EXEC CICS READNEXT FILE('CRE00001')
                             INTO (CRE-RECORD)
                             RIDFLD (CRE-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BR-DONE
                   ELSE
                       IF CRE-CAMPAIGN NOT = WS-LAST-CAMPAIGN
                           PERFORM 320-CHECK-CAMPAIGN
                       END-IF
                       IF WS-LAST-OPEN = 'Y' AND CRE-PENDING AND
                          (CRE-REVIEWER = USERID3 OR WS-IS-ADMIN = 'Y')
                           IF WS-HIT-COUNT = 13
                               MOVE SPACES TO WS-DETAIL
                               STRING 'MORE - SMRC ' CRE-CAMPAIGN ' '
                                      CRE-USERID ' ' CRE-TYPE ' '
                                      CRE-ITEM
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
                    FILE('CRE00001')
               END-EXEC
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 'NO ACCESS WAITING FOR RECERTIFICATION'
                   TO WS-SCREEN-LINE(3)
           ELSE
               IF WS-SCREEN-LINE(16) = SPACES
                   MOVE 'SMRC CAMPAIGN USERID T ITEM C (CONFIRM) OR R'
                       TO WS-SCREEN-LINE(16)
                   MOVE '(REVOKE)' TO WS-SCREEN-LINE(16)(46:8)
               END-IF
           END-IF
           PERFORM 850-SEND-SCREEN.
       300-EXIT.
           EXIT.

      * THE CAMPAIGN'S STATUS AND DUE DATE, READ ONCE PER CAMPAIGN.
       320-CHECK-CAMPAIGN.
           MOVE CRE-CAMPAIGN TO WS-LAST-CAMPAIGN
           MOVE 'N' TO WS-LAST-OPEN
           MOVE SPACES TO CRT-RECORD
           EXEC CICS
               READ FILE('CRT00001')
               INTO (CRT-RECORD)
               RIDFLD (WS-LAST-CAMPAIGN)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND CRT-OPEN
               MOVE 'Y' TO WS-LAST-OPEN
           END-IF.
       320-EXIT.
           EXIT.

       350-LIST-LINE.
           MOVE SPACES TO WS-DETAIL
           MOVE CRE-CAMPAIGN TO WS-DETAIL(1:8)
           MOVE CRE-USERID TO WS-DETAIL(10:7)
           MOVE CRE-TYPE TO WS-DETAIL(18:1)
           MOVE CRE-ITEM TO WS-DETAIL(20:20)
           IF CRE-FIELD
               MOVE CRE-VIA TO WS-DETAIL(41:4)
           ELSE
               MOVE CRE-VALUE TO WS-DETAIL(41:1)
           END-IF
           MOVE CRE-REVIEWER TO WS-DETAIL(46:7)
           MOVE CRT-DUE-DATE TO WS-DETAIL(55:8)
           IF CRE-ESCALATED = 'Y'
               MOVE 'ESC' TO WS-DETAIL(64:3)
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       350-EXIT.
           EXIT.

      * THE ENTRY NAMED MUST BE A WAITING ROLE OR QUEUE ENTRY OF AN
      * OPEN CAMPAIGN, WAITING ON THE CALLER UNLESS THE CALLER IS AN
      * ADMINISTRATOR, AND NOT THE CALLER'S OWN ACCESS.
       400-CHECK-ENTRY.
           IF WS-ARG-TYPE = 'F'
               MOVE 'FIELD RIGHTS FOLLOW THEIR ROLE - DECIDE THE R ROW'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-TYPE NOT = 'R' AND WS-ARG-TYPE NOT = 'Q'
               MOVE 'TYPE MUST BE R (ROLE FLAG) OR Q (QUEUE)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-USERID = USERID3
               MOVE 'YOUR OWN ACCESS IS RECERTIFIED BY YOUR REVIEWER'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO CRE-RECORD
           MOVE WS-ARG-CAMPAIGN TO CRE-CAMPAIGN
           MOVE WS-ARG-USERID TO CRE-USERID
           MOVE WS-ARG-TYPE TO CRE-TYPE
           MOVE WS-ARG-ITEM TO CRE-ITEM
           EXEC CICS
               READ FILE('CRE00001')
               INTO (CRE-RECORD)
               RIDFLD (CRE-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'NO ENTRY ' WS-ARG-TYPE ' ' WS-ARG-ITEM
                      ' FOR ' WS-ARG-USERID ' IN ' WS-ARG-CAMPAIGN
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 320-CHECK-CAMPAIGN
           IF WS-LAST-OPEN NOT = 'Y'
               MOVE SPACES TO WS-REPLY
               STRING 'CAMPAIGN ' WS-ARG-CAMPAIGN ' IS CLOSED'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF CRE-REVIEWER NOT = USERID3 AND WS-IS-ADMIN NOT = 'Y'
               MOVE SPACES TO WS-REPLY
               STRING 'THIS ENTRY IS FOR ' CRE-REVIEWER ' TO REVIEW'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF NOT CRE-PENDING
               MOVE SPACES TO WS-REPLY
               STRING 'ALREADY DONE BY ' CRE-DONE-BY ' ON '
                      CRE-DONE-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       400-EXIT.
           EXIT.

       500-CONFIRM-ENTRY.
           PERFORM 400-CHECK-ENTRY
           MOVE 'C' TO CRE-STATUS
           MOVE 'N' TO WS-APPLIED
           MOVE 'CONFIRMED' TO WS-ACTION-TEXT
           PERFORM 700-CLOSE-ENTRY.
       500-EXIT.
           EXIT.

       600-REVOKE-ENTRY.
           PERFORM 400-CHECK-ENTRY
           MOVE 'N' TO WS-APPLIED
           IF CRE-QUEUE
               PERFORM 620-REVOKE-QUEUE THRU 620-EXIT
           ELSE
               PERFORM 650-REVOKE-ROLE THRU 650-EXIT
           END-IF
           MOVE 'R' TO CRE-STATUS
           MOVE 'REVOKED' TO WS-ACTION-TEXT
           PERFORM 700-CLOSE-ENTRY.
       600-EXIT.
           EXIT.

      * A MEMBERSHIP ALREADY DROPPED ON SMQM IS TAKEN AS REVOKED.
       620-REVOKE-QUEUE.
           MOVE SPACES TO WS-QM-REC
           MOVE CRE-ITEM TO QM-QUEUE
           MOVE CRE-USERID TO QM-USERID
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
           MOVE 'Y' TO WS-APPLIED
           MOVE 'D' TO CFW-ACTION
           MOVE WS-QM-OLD TO CFW-BEFORE
           MOVE SPACES TO CFW-AFTER
           MOVE 'QMF00001' TO CFW-TABLE
           MOVE QM-KEY TO CFW-ROW-KEY
           MOVE 'SM119P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       620-EXIT.
           EXIT.

      * A FLAG ALREADY N (CHANGED ON UA001P SINCE THE SNAPSHOT) IS
      * TAKEN AS REVOKED.
       650-REVOKE-ROLE.
           MOVE SPACES TO WS-CR-KEY
           MOVE CRE-USERID TO WS-CR-USERID
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-CR-KEY)
               UPDATE
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'USER RECORD BUSY OR GONE - TRY AGAIN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE CALLER-REC(9:4) TO WS-OLD-FLAGS
           EVALUATE CRE-ITEM
               WHEN 'REQ'
                   MOVE 'N' TO CALLER-REQ
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
           MOVE 'Y' TO WS-APPLIED
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
           MOVE CRE-USERID TO AUDIT-USERID
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
                  AUDIT-USERID NOT = CRE-USERID
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
           MOVE CRE-USERID TO AUDIT-USERID
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

      * RECORD WHO DECIDED THE ENTRY AND WHEN. CRE-STATUS IS SET BY
      * THE CALLER; THE ENTRY IS READ AGAIN FOR UPDATE. A ROLE
      * DECISION IS THEN CARRIED TO THE FIELD RIGHTS THAT FOLLOW IT.
       700-CLOSE-ENTRY.
           MOVE CRE-STATUS TO WS-ARG-ACT
           EXEC CICS
               READ FILE('CRE00001')
               INTO (CRE-RECORD)
               RIDFLD (CRE-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECERTIFICATION ENTRY BUSY - TRY AGAIN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-ACT TO CRE-STATUS
           MOVE USERID3 TO CRE-DONE-BY
           MOVE WS-TODAY TO CRE-DONE-DATE
           MOVE WS-APPLIED TO CRE-APPLIED
           EXEC CICS
               REWRITE FILE('CRE00001')
               FROM(CRE-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECERTIFICATION ENTRY COULD NOT BE SAVED' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 0 TO WS-FOLLOW-DONE
           IF CRE-ROLE
               PERFORM 750-FIND-FOLLOWERS THRU 750-EXIT
               PERFORM 760-CLOSE-FOLLOWER THRU 760-EXIT
                   VARYING WS-FOLLOW-IX FROM 1 BY 1
                   UNTIL WS-FOLLOW-IX > WS-FOLLOW-USED
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-FOLLOW-DONE = 0
               STRING CRE-USERID ' ' WS-ARG-ITEM(1:10) ' '
                      WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE WS-FOLLOW-DONE TO WS-FOLLOW-D
               STRING CRE-USERID ' ' WS-ARG-ITEM(1:10) ' '
                      WS-ACTION-TEXT ' WITH ' WS-FOLLOW-D
                      ' FIELD RIGHT(S)'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       700-EXIT.
           EXIT.

       750-FIND-FOLLOWERS.
           MOVE 0 TO WS-FOLLOW-USED
           MOVE 'N' TO WS-BR-DONE
           MOVE SPACES TO CRE-RECORD
           MOVE WS-ARG-CAMPAIGN TO CRE-CAMPAIGN
           MOVE WS-ARG-USERID TO CRE-USERID
           MOVE 'F' TO CRE-TYPE
           EXEC CICS STARTBR FILE('CRE00001')
                RIDFLD (CRE-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 750-EXIT
           END-IF
           PERFORM UNTIL WS-BR-DONE = 'Y'
               EXEC CICS READNEXT FILE('CRE00001')
                         INTO (CRE-RECORD)
                         RIDFLD (CRE-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  CRE-CAMPAIGN NOT = WS-ARG-CAMPAIGN OR
                  CRE-USERID NOT = WS-ARG-USERID OR
                  NOT CRE-FIELD
                   MOVE 'Y' TO WS-BR-DONE
               ELSE
                   IF CRE-VIA = WS-ARG-ITEM(1:4) AND CRE-PENDING AND
                      WS-FOLLOW-USED < 100
                       ADD 1 TO WS-FOLLOW-USED
                       MOVE CRE-ITEM TO WS-FOLLOW-ITEM (WS-FOLLOW-USED)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('CRE00001')
           END-EXEC.
       750-EXIT.
           EXIT.

       760-CLOSE-FOLLOWER.
           MOVE SPACES TO CRE-RECORD
           MOVE WS-ARG-CAMPAIGN TO CRE-CAMPAIGN
           MOVE WS-ARG-USERID TO CRE-USERID
           MOVE 'F' TO CRE-TYPE
           MOVE WS-FOLLOW-ITEM (WS-FOLLOW-IX) TO CRE-ITEM
           EXEC CICS
               READ FILE('CRE00001')
               INTO (CRE-RECORD)
               RIDFLD (CRE-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 760-EXIT
           END-IF
           MOVE WS-ARG-ACT TO CRE-STATUS
           MOVE USERID3 TO CRE-DONE-BY
           MOVE WS-TODAY TO CRE-DONE-DATE
           MOVE WS-APPLIED TO CRE-APPLIED
           EXEC CICS
               REWRITE FILE('CRE00001')
               FROM(CRE-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO WS-FOLLOW-DONE
           END-IF.
       760-EXIT.
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
