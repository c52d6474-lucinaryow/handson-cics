         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM123.
      *
      * CHANGE ADVISORY BOARD MEETINGS, VOTES AND DECISIONS ON
      * CAB00001 (SEE SMCAB). THE WEEKLY CAB SITS ON THE SMB099
      * AGENDA; EACH MEMBER RECORDS THEIR VOTE ON EACH ITEM HERE AND
      * THE CHAIR RECORDS THE BOARD'S DECISION. COMMAND-LINE
      * TRANSACTION IN THE SM41 STYLE:
      *
      *     SMCB M YYYYMMDD CHAIR   WHERE...    SET UP OR CHANGE A
      *                                         MEETING (ADMIN)
      *     SMCB M YYYYMMDD                     SHOW A MEETING
      *     SMCB P YYYYMMDD USERID  (D)         ADD (D = DROP) MEMBER
      *     SMCB V YYYYMMDD TICKET  X COMMENT   VOTE A/R/D/C
      *     SMCB D YYYYMMDD TICKET  X CONDS...  DECIDE A/R/D/C (CHAIR)
      *     SMCB S YYYYMMDD TICKET              SHOW VOTES AND DECISION
      *          (6)(8-15)  (17-23) (25)(27-66)
      *
      *     A APPROVE   R REJECT   D DEFER   C APPROVE WITH CONDITIONS
      *
      * A NEW MEETING TAKES THE MEMBERS OF THE MEETING BEFORE IT;
      * THE CHAIR OR AN ADMINISTRATOR ADDS AND DROPS THEM. ONLY A
      * MEMBER VOTES, AND MAY CHANGE THE VOTE UNTIL THE ITEM IS
      * DECIDED. THE CHAIR (OR AN ADMINISTRATOR) DECIDES ONCE THERE
      * IS AT LEAST ONE VOTE; AN APPROVAL NEEDS MORE APPROVING VOTES
      * (A OR C) THAN REJECTING ONES, AND CONDITIONS NEED TEXT.
      *
      * THE DECISION GOES THROUGH THE SM005 APPROVAL PATH - A AND C
      * MOVE THE TICKET TO APPROVED, R TO REJECTED, WITH THE SAME
      * BATCH-WINDOW GATE, JOURNAL, QCT00001 COUNTERS AND REQUESTOR
      * NOTICE - AND THE MINUTE REFERENCE (MEETING DATE/ITEM) IS
      * WRITTEN TO STF00002, WITH THE CONDITIONS AS A SECOND ENTRY.
      * A DEFERRAL ONLY WRITES THE STF00002 ENTRY; THE CHANGE STAYS
      * AWAITING APPROVAL AND SMB099 PUTS IT ON THE NEXT AGENDA. THE
      * BOARD'S MAJORITY STANDS FOR BOTH SIGNATURES OF SM005'S
      * TWO-APPROVER CHAIN.
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
       01  WS-TARGET-KEY.
           05  WS-TARGET-KEY7                    PIC X(07).
           05  FILLER                            PIC X.
       01  WS-TARGET-REC                         PIC X(142).
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-DATE                           PIC X(08).
       01  WS-ARG-KEY                            PIC X(07).
       01  WS-ARG-CHOICE                         PIC X(01).
       01  WS-ARG-TEXT                           PIC X(40).
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-CHAIR                              PIC X(07).
       01  WS-PREV-MEETING                       PIC X(08).
       01  WS-BROWSE-DONE                        PIC X(01).
       01  WS-ITEM-NO                            PIC 9(02).
       01  WS-MINUTE                             PIC X(11).
       01  WS-CHOICE-TEXT                        PIC X(24).
       01  WS-NEW-STATUS                         PIC X(10).

      * MEMBERS CARRIED FORWARD FROM THE MEETING BEFORE.
       01  WS-COPY-TABLE.
           05  WS-COPY-USERID OCCURS 30 TIMES    PIC X(07).
       01  WS-COPY-USED                          PIC 9(02) VALUE 0.
       01  WS-COPY-IX                            PIC 9(02).
       01  WS-COPY-COUNT                         PIC Z9.

      * VOTES ON ONE ITEM.
       01  WS-VOTE-COUNTS.
           05  WS-VOTE-A                         PIC 9(02).
           05  WS-VOTE-R                         PIC 9(02).
           05  WS-VOTE-D                         PIC 9(02).
           05  WS-VOTE-C                         PIC 9(02).
       01  WS-VOTE-TOTAL                         PIC 9(02).
       01  WS-VOTE-FOR                           PIC 9(02).
       01  WS-TALLY-TEXT                         PIC X(24).

           COPY SMCAB.
           COPY SMTIX.
      * BATCH-WINDOW GATE - SEE SM082P.
       01  WS-GTE-REC.
           05  GTE-KEY                            PIC X(04).
           05  GTE-STATE                          PIC X(01).
           05  GTE-SET-BY                         PIC X(07).
           05  GTE-SET-STAMP                      PIC X(14).
           05  FILLER                             PIC X(04).
       01  WS-GTE-RESP                            PIC S9(8) COMP.
      * FORWARD-RECOVERY JOURNALING - SEE SM047P.
       01  WS-JRN-PARMS.
           05  JLK-ACTION                         PIC X(01).
           05  JLK-TIX-ID                         PIC X(06).
           05  JLK-BEFORE                         PIC X(300).
           05  JLK-AFTER                          PIC X(300).
           05  JLK-RESP-CODE                      PIC S9(8) COMP.
      * QUEUE/STATUS SUMMARY COUNTERS - SEE SM080P AND SMB051.
       01  WS-QCT-PARMS.
           05  QCK-QUEUE                          PIC X(10).
           05  QCK-STATUS                         PIC X(10).
           05  QCK-DELTA                          PIC X(01).
           05  QCK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-LOG-PARMS.
           05  LK-TIX-ID                         PIC X(06).
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
       01  WS-NOW-DATE                           PIC X(11).
       01  WS-NOW-TIME                           PIC X(09).
       01  WS-REMARK                             PIC X(50).
       01  WS-REPLY                              PIC X(79).
       01  WS-USAGE                              PIC X(50) VALUE
           'USAGE: SMCB M/P/V/D/S YYYYMMDD KEY CHOICE TEXT'.
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
           MOVE 'SM123P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           IF WS-ARG-DATE NOT NUMERIC
               MOVE WS-USAGE TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EVALUATE WS-ARG-TYPE
               WHEN 'M'
                   PERFORM 300-MEETING THRU 300-EXIT
               WHEN 'P'
                   PERFORM 400-MEMBER THRU 400-EXIT
               WHEN 'V'
                   PERFORM 500-VOTE THRU 500-EXIT
               WHEN 'S'
                   PERFORM 550-SHOW-ITEM THRU 550-EXIT
               WHEN 'D'
                   PERFORM 600-DECIDE THRU 600-EXIT
               WHEN OTHER
                   MOVE WS-USAGE TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
           EXIT.

      * ANY SIGNED-ON USER ON UAF00001 GETS IN; WHAT THEY MAY DO IS
      * DECIDED BY THEIR PLACE ON THE MEETING.
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
              CALLER-ACTIVE = 'N'
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
           MOVE WS-INPUT(6:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(8:8) TO WS-ARG-DATE
           MOVE WS-INPUT(17:7) TO WS-ARG-KEY
           MOVE WS-INPUT(25:1) TO WS-ARG-CHOICE
           MOVE WS-INPUT(27:40) TO WS-ARG-TEXT
           MOVE SPACES TO WS-REPLY
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

      * THE MEETING RECORD FOR WS-ARG-DATE, OR A REPLY SAYING THERE
      * IS NONE. WS-CHAIR HOLDS ITS CHAIR.
       250-READ-MEETING.
           MOVE SPACES TO CAB-KEY
           MOVE WS-ARG-DATE TO CAB-MEETING
           EXEC CICS
               READ FILE('CAB00001')
               INTO (CAB-RECORD)
               RIDFLD (CAB-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO CAB MEETING ON ' WS-ARG-DATE
                      ' - SMCB M TO SET ONE UP'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE CAB-CHAIR TO WS-CHAIR.
       250-EXIT.
           EXIT.

       260-CHECK-CHAIR.
           IF CALLER-ADMN NOT = 'Y' AND USERID3 NOT = WS-CHAIR
               STRING 'ONLY THE CHAIR (' WS-CHAIR
                      ') OR AN ADMINISTRATOR MAY DO THIS'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       260-EXIT.
           EXIT.

      * THE AGENDA ITEM FOR WS-ARG-KEY AT THE MEETING.
       270-READ-ITEM.
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE WS-ARG-KEY(1:6) TO CAB-TIX-ID
           MOVE SPACES TO CAB-MEMBER
           EXEC CICS
               READ FILE('CAB00001')
               INTO (CAB-RECORD)
               RIDFLD (CAB-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              NOT CAB-TYPE-ITEM
               STRING 'TICKET ' WS-ARG-KEY(1:6) ' IS NOT ON THE '
                      WS-ARG-DATE ' AGENDA (SMB099)'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE CAB-ITEM-NO TO WS-ITEM-NO.
       270-EXIT.
           EXIT.

      *****************************************************************
      * MEETINGS
      *****************************************************************
       300-MEETING.
           IF WS-ARG-KEY = SPACES AND WS-ARG-TEXT = SPACES
               PERFORM 250-READ-MEETING THRU 250-EXIT
               STRING 'CAB ' WS-ARG-DATE ' CHAIR ' CAB-CHAIR ' '
                      CAB-TEXT
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY AN ADMINISTRATOR SETS UP A CAB MEETING'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-KEY TO WS-TARGET-KEY7
           MOVE SPACE TO WS-TARGET-KEY(8:1)
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-TARGET-REC)
               RIDFLD (WS-TARGET-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO SUCH USER ' WS-ARG-KEY ' TO CHAIR'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO CAB-KEY
           MOVE WS-ARG-DATE TO CAB-MEETING
           EXEC CICS
               READ FILE('CAB00001')
               INTO (CAB-RECORD)
               RIDFLD (CAB-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-ARG-KEY TO CAB-CHAIR
               MOVE WS-ARG-TEXT TO CAB-TEXT
               MOVE USERID3 TO CAB-SET-BY
               MOVE WS-TODAY-YMD TO CAB-SET-DATE
               EXEC CICS
                   REWRITE FILE('CAB00001')
                   FROM(CAB-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               STRING 'CAB ' WS-ARG-DATE ' CHANGED - CHAIR '
                      WS-ARG-KEY
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO CAB-RECORD
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE 'M' TO CAB-TYPE
           MOVE WS-ARG-KEY TO CAB-CHAIR
           MOVE WS-ARG-TEXT TO CAB-TEXT
           MOVE USERID3 TO CAB-SET-BY
           MOVE WS-TODAY-YMD TO CAB-SET-DATE
           EXEC CICS
               WRITE FILE('CAB00001')
               FROM(CAB-RECORD)
               RIDFLD(CAB-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CAB MEETING SAVE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 320-COPY-MEMBERS THRU 320-EXIT
           MOVE WS-COPY-USED TO WS-COPY-COUNT
           IF WS-PREV-MEETING = SPACES
               STRING 'CAB ' WS-ARG-DATE ' SET UP - NO EARLIER '
                      'MEETING, ADD MEMBERS WITH SMCB P'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'CAB ' WS-ARG-DATE ' SET UP - ' WS-COPY-COUNT
                      ' MEMBER(S) TAKEN FROM ' WS-PREV-MEETING
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

      * THE RECORD JUST BEFORE THE NEW MEETING RECORD BELONGS TO THE
      * MEETING BEFORE IT; ITS MEMBER RECORDS FOLLOW ITS MEETING
      * RECORD, AND ARE WRITTEN AGAIN UNDER THE NEW DATE.
       320-COPY-MEMBERS.
           MOVE SPACES TO WS-PREV-MEETING
           MOVE 0 TO WS-COPY-USED
           EXEC CICS STARTBR FILE('CAB00001')
                RIDFLD (CAB-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 320-EXIT
           END-IF
           EXEC CICS READPREV FILE('CAB00001')
                INTO (CAB-RECORD)
                RIDFLD (CAB-KEY)
                RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('CAB00001')
                    INTO (CAB-RECORD)
                    RIDFLD (CAB-KEY)
                    RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              CAB-MEETING < WS-ARG-DATE
               MOVE CAB-MEETING TO WS-PREV-MEETING
           END-IF
           EXEC CICS ENDBR
                FILE('CAB00001')
           END-EXEC
           IF WS-PREV-MEETING = SPACES
               GO TO 320-EXIT
           END-IF
           MOVE SPACES TO CAB-KEY
           MOVE WS-PREV-MEETING TO CAB-MEETING
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('CAB00001')
                RIDFLD (CAB-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 320-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('CAB00001')
                         INTO (CAB-RECORD)
                         RIDFLD (CAB-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  CAB-MEETING NOT = WS-PREV-MEETING OR
                  CAB-TIX-ID NOT = SPACES
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF CAB-TYPE-MEMBER AND WS-COPY-USED < 30
                       ADD 1 TO WS-COPY-USED
                       MOVE CAB-MEMBER TO
                           WS-COPY-USERID(WS-COPY-USED)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('CAB00001')
           END-EXEC
           PERFORM VARYING WS-COPY-IX FROM 1 BY 1
                   UNTIL WS-COPY-IX > WS-COPY-USED
               MOVE SPACES TO CAB-RECORD
               MOVE WS-ARG-DATE TO CAB-MEETING
               MOVE WS-COPY-USERID(WS-COPY-IX) TO CAB-MEMBER
               MOVE 'P' TO CAB-TYPE
               MOVE USERID3 TO CAB-SET-BY
               MOVE WS-TODAY-YMD TO CAB-SET-DATE
               EXEC CICS
                   WRITE FILE('CAB00001')
                   FROM(CAB-RECORD)
                   RIDFLD(CAB-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-PERFORM.
       320-EXIT.
           EXIT.

      *****************************************************************
      * MEMBERS
      *****************************************************************
       400-MEMBER.
           PERFORM 250-READ-MEETING THRU 250-EXIT
           PERFORM 260-CHECK-CHAIR THRU 260-EXIT
           IF WS-ARG-KEY = SPACES
               MOVE WS-USAGE TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO CAB-KEY
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE WS-ARG-KEY TO CAB-MEMBER
           IF WS-ARG-CHOICE = 'D'
               EXEC CICS
                   DELETE FILE('CAB00001')
                   RIDFLD (CAB-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING WS-ARG-KEY ' DROPPED FROM CAB ' WS-ARG-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING WS-ARG-KEY ' IS NOT A MEMBER OF CAB '
                          WS-ARG-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-KEY TO WS-TARGET-KEY7
           MOVE SPACE TO WS-TARGET-KEY(8:1)
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-TARGET-REC)
               RIDFLD (WS-TARGET-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO SUCH USER ' WS-ARG-KEY
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO CAB-RECORD
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE WS-ARG-KEY TO CAB-MEMBER
           MOVE 'P' TO CAB-TYPE
           MOVE USERID3 TO CAB-SET-BY
           MOVE WS-TODAY-YMD TO CAB-SET-DATE
           EXEC CICS
               WRITE FILE('CAB00001')
               FROM(CAB-RECORD)
               RIDFLD(CAB-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING WS-ARG-KEY ' ADDED TO CAB ' WS-ARG-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   STRING WS-ARG-KEY ' IS ALREADY A MEMBER OF CAB '
                          WS-ARG-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN OTHER
                   MOVE 'CAB MEMBER SAVE FAILED' TO WS-REPLY
           END-EVALUATE
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

      *****************************************************************
      * VOTES
      *****************************************************************
       500-VOTE.
           PERFORM 250-READ-MEETING THRU 250-EXIT
           MOVE SPACES TO CAB-KEY
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE USERID3 TO CAB-MEMBER
           EXEC CICS
               READ FILE('CAB00001')
               INTO (CAB-RECORD)
               RIDFLD (CAB-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'YOU ARE NOT A MEMBER OF CAB ' WS-ARG-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 270-READ-ITEM THRU 270-EXIT
           IF NOT CAB-UNDECIDED
               STRING 'ITEM ' WS-ITEM-NO ' IS ALREADY DECIDED - '
                      'MINUTE ' CAB-MINUTE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-CHOICE TO CAB-CHOICE
           IF NOT CAB-CHOICE-VALID
               MOVE 'VOTE IN COLUMN 25 IS A, R, D OR C' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE WS-ARG-KEY(1:6) TO CAB-TIX-ID
           MOVE USERID3 TO CAB-MEMBER
           EXEC CICS
               READ FILE('CAB00001')
               INTO (CAB-RECORD)
               RIDFLD (CAB-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CAB-RECORD
               MOVE WS-ARG-DATE TO CAB-MEETING
               MOVE WS-ARG-KEY(1:6) TO CAB-TIX-ID
               MOVE USERID3 TO CAB-MEMBER
               MOVE 'V' TO CAB-TYPE
           END-IF
           MOVE WS-ARG-CHOICE TO CAB-CHOICE
           MOVE WS-ITEM-NO TO CAB-ITEM-NO
           MOVE WS-ARG-TEXT TO CAB-TEXT
           MOVE USERID3 TO CAB-SET-BY
           MOVE WS-TODAY-YMD TO CAB-SET-DATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('CAB00001')
                   FROM(CAB-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CAB00001')
                   FROM(CAB-RECORD)
                   RIDFLD(CAB-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'VOTE ' WS-ARG-CHOICE ' RECORDED ON ITEM '
                      WS-ITEM-NO ' (TICKET ' WS-ARG-KEY(1:6) ')'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'VOTE SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       550-SHOW-ITEM.
           PERFORM 250-READ-MEETING THRU 250-EXIT
           PERFORM 270-READ-ITEM THRU 270-EXIT
           PERFORM 560-TALLY-VOTES THRU 560-EXIT
           PERFORM 270-READ-ITEM THRU 270-EXIT
           IF CAB-UNDECIDED
               STRING 'ITEM ' WS-ITEM-NO ' TICKET ' WS-ARG-KEY(1:6)
                      ' ' WS-TALLY-TEXT ' - UNDECIDED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'ITEM ' WS-ITEM-NO ' TICKET ' WS-ARG-KEY(1:6)
                      ' ' WS-TALLY-TEXT ' - DECIDED ' CAB-CHOICE
                      ' MINUTE ' CAB-MINUTE
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       550-EXIT.
           EXIT.

      * THE VOTE RECORDS FOLLOW THE ITEM RECORD UNDER THE SAME
      * MEETING AND TICKET.
       560-TALLY-VOTES.
           MOVE ZEROES TO WS-VOTE-COUNTS
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE WS-ARG-KEY(1:6) TO CAB-TIX-ID
           MOVE SPACES TO CAB-MEMBER
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('CAB00001')
                RIDFLD (CAB-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('CAB00001')
                         INTO (CAB-RECORD)
                         RIDFLD (CAB-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  CAB-MEETING NOT = WS-ARG-DATE OR
                  CAB-TIX-ID NOT = WS-ARG-KEY(1:6)
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF CAB-TYPE-VOTE
                       EVALUATE TRUE
                           WHEN CAB-APPROVE
                               ADD 1 TO WS-VOTE-A
                           WHEN CAB-REJECT
                               ADD 1 TO WS-VOTE-R
                           WHEN CAB-DEFER
                               ADD 1 TO WS-VOTE-D
                           WHEN CAB-APPROVE-COND
                               ADD 1 TO WS-VOTE-C
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               EXEC CICS ENDBR
                    FILE('CAB00001')
               END-EXEC
           END-IF
           COMPUTE WS-VOTE-TOTAL = WS-VOTE-A + WS-VOTE-R + WS-VOTE-D
               + WS-VOTE-C
           COMPUTE WS-VOTE-FOR = WS-VOTE-A + WS-VOTE-C
           MOVE SPACES TO WS-TALLY-TEXT
           STRING 'A' WS-VOTE-A ' C' WS-VOTE-C ' R' WS-VOTE-R
                  ' D' WS-VOTE-D
               DELIMITED BY SIZE INTO WS-TALLY-TEXT.
       560-EXIT.
           EXIT.

      *****************************************************************
      * DECISIONS
      *****************************************************************
       600-DECIDE.
           PERFORM 250-READ-MEETING THRU 250-EXIT
           PERFORM 260-CHECK-CHAIR THRU 260-EXIT
           PERFORM 270-READ-ITEM THRU 270-EXIT
           IF NOT CAB-UNDECIDED
               STRING 'ITEM ' WS-ITEM-NO ' IS ALREADY DECIDED - '
                      'MINUTE ' CAB-MINUTE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-CHOICE TO CAB-CHOICE
           IF NOT CAB-CHOICE-VALID
               MOVE 'DECISION IN COLUMN 25 IS A, R, D OR C' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF CAB-APPROVE-COND AND WS-ARG-TEXT = SPACES
               MOVE 'APPROVAL WITH CONDITIONS NEEDS THE CONDITIONS'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 560-TALLY-VOTES THRU 560-EXIT
           IF WS-VOTE-TOTAL = 0
               MOVE 'NO VOTES RECORDED ON THIS ITEM YET' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF (WS-ARG-CHOICE = 'A' OR WS-ARG-CHOICE = 'C') AND
              WS-VOTE-FOR NOT > WS-VOTE-R
               STRING 'THE VOTES (' WS-TALLY-TEXT
                      ') DO NOT CARRY AN APPROVAL'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           STRING WS-ARG-DATE '/' WS-ITEM-NO
               DELIMITED BY SIZE INTO WS-MINUTE
           EVALUATE WS-ARG-CHOICE
               WHEN 'A'
                   MOVE 'APPROVED' TO WS-CHOICE-TEXT
                   MOVE ST-APPROVED TO WS-NEW-STATUS
               WHEN 'C'
                   MOVE 'APPROVED WITH CONDITIONS' TO WS-CHOICE-TEXT
                   MOVE ST-APPROVED TO WS-NEW-STATUS
               WHEN 'R'
                   MOVE 'REJECTED' TO WS-CHOICE-TEXT
                   MOVE ST-REJECTED TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE 'DEFERRED' TO WS-CHOICE-TEXT
                   MOVE SPACES TO WS-NEW-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-REMARK
           STRING 'CAB MINUTE ' WS-MINUTE ' - ' WS-CHOICE-TEXT
               DELIMITED BY SIZE INTO WS-REMARK
           IF WS-NEW-STATUS NOT = SPACES
               PERFORM 610-CHECK-BATCH-GATE THRU 610-EXIT
               PERFORM 620-DECIDE-TICKET THRU 620-EXIT
           ELSE
               PERFORM 630-FORMAT-NOW THRU 630-EXIT
           END-IF
           PERFORM 660-CREATE-LOG THRU 660-EXIT
           IF WS-NEW-STATUS NOT = SPACES
               PERFORM 670-SEND-NOTIFY THRU 670-EXIT
           END-IF
           PERFORM 680-SAVE-DECISION THRU 680-EXIT
           STRING 'ITEM ' WS-ITEM-NO ' ' WS-CHOICE-TEXT
                  ' - MINUTE ' WS-MINUTE ' ON TICKET '
                  WS-ARG-KEY(1:6)
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

      * WHILE SM082P HOLDS THE BATCH-WINDOW GATE (SEE SM03P), THE
      * DECISION IS REFUSED UNTIL THE OPERATOR REOPENS.
       610-CHECK-BATCH-GATE.
           MOVE 'GATE' TO GTE-KEY
           EXEC CICS
               READ FILE('GTE00001')
               INTO (WS-GTE-REC)
               RIDFLD (GTE-KEY)
               RESP(WS-GTE-RESP)
               EQUAL
           END-EXEC
           IF WS-GTE-RESP = DFHRESP(NORMAL) AND GTE-STATE = 'H'
               MOVE 'BATCH WINDOW OPEN - TRY AGAIN SHORTLY' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       610-EXIT.
           EXIT.

      * THE SM005 DECISION - THE TICKET MUST STILL BE AWAITING
      * APPROVAL, AND IS REWRITTEN, JOURNALED AND COUNTED THE SAME.
       620-DECIDE-TICKET.
           MOVE WS-ARG-KEY(1:6) TO TIX-ID
           EXEC CICS
               READ FILE('STF00001')
               INTO (TIX-RECORD)
               RIDFLD (TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'TICKET ' WS-ARG-KEY(1:6) ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF TIX-STATUS NOT = ST-CREATED AND
              TIX-STATUS NOT = ST-APPR1
               EXEC CICS
                   UNLOCK FILE('STF00001')
               END-EXEC
               STRING 'TICKET ' WS-ARG-KEY(1:6) ' IS ' TIX-STATUS
                      ' - NOT AWAITING APPROVAL'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO JLK-BEFORE
           MOVE TIX-RECORD TO JLK-BEFORE
           PERFORM 630-FORMAT-NOW THRU 630-EXIT
           MOVE WS-NEW-STATUS TO TIX-STATUS
           MOVE WS-NOW-DATE TO LAST-UPDATE-DATE
           MOVE WS-NOW-TIME TO LAST-UPDATE-TIME
           MOVE USERID3 TO UPDBY2
           MOVE WS-REMARK TO LAST-UPDATE-REM
           EXEC CICS
               REWRITE FILE('STF00001')
                       FROM(TIX-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'TICKET UPDATE FAILED - DECISION NOT RECORDED'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'U' TO JLK-ACTION
           MOVE TIX-ID TO JLK-TIX-ID
           MOVE SPACES TO JLK-AFTER
           MOVE TIX-RECORD TO JLK-AFTER
           PERFORM 640-BUMP-COUNTERS THRU 640-EXIT
           EXEC CICS LINK PROGRAM('SM047P')
                COMMAREA(WS-JRN-PARMS)
                LENGTH(LENGTH OF WS-JRN-PARMS)
           END-EXEC.
       620-EXIT.
           EXIT.

       630-FORMAT-NOW.
           MOVE SPACES TO WS-NOW-DATE
           MOVE SPACES TO WS-NOW-TIME
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               DATESEP  ('/')
               MMDDYYYY (WS-NOW-DATE)
               TIME     (WS-NOW-TIME)
               TIMESEP  (':')
           END-EXEC.
       630-EXIT.
           EXIT.

      * KEEPS THE QCT00001 SUMMARY COUNTERS (SEE SM080P) IN STEP
      * WITH THE DECISION.
       640-BUMP-COUNTERS.
           MOVE JLK-BEFORE(256:10) TO QCK-QUEUE
           MOVE JLK-BEFORE(15:10) TO QCK-STATUS
           MOVE '-' TO QCK-DELTA
           EXEC CICS LINK PROGRAM('SM080P')
                COMMAREA(WS-QCT-PARMS)
                LENGTH(LENGTH OF WS-QCT-PARMS)
           END-EXEC
           MOVE JLK-BEFORE(256:10) TO QCK-QUEUE
           MOVE TIX-STATUS TO QCK-STATUS
           MOVE '+' TO QCK-DELTA
           EXEC CICS LINK PROGRAM('SM080P')
                COMMAREA(WS-QCT-PARMS)
                LENGTH(LENGTH OF WS-QCT-PARMS)
           END-EXEC.
       640-EXIT.
           EXIT.

      * THE MINUTE REFERENCE, AND THE CONDITIONS WHEN THERE ARE ANY,
      * GO TO STF00002 THROUGH SM009P.
       660-CREATE-LOG.
           MOVE WS-ARG-KEY(1:6) TO LK-TIX-ID
           MOVE WS-NOW-DATE TO LK-UPDATE-DATE
           MOVE WS-NOW-TIME TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           MOVE WS-REMARK TO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           IF WS-ARG-TEXT = SPACES
               GO TO 660-EXIT
           END-IF
           MOVE SPACES TO LK-REMARK
           IF WS-ARG-CHOICE = 'C'
               STRING 'CONDS: ' WS-ARG-TEXT
                   DELIMITED BY SIZE INTO LK-REMARK
           ELSE
               STRING 'NOTE: ' WS-ARG-TEXT
                   DELIMITED BY SIZE INTO LK-REMARK
           END-IF
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC.
       660-EXIT.
           EXIT.

       670-SEND-NOTIFY.
           MOVE TIX-ID TO NLK-TIX-ID
           MOVE TIX-REQUESTOR TO NLK-REQUESTOR
           MOVE TIX-STATUS TO NLK-STATUS
           MOVE LAST-UPDATE-DATE TO NLK-NOTIFY-DATE
           MOVE LAST-UPDATE-TIME TO NLK-NOTIFY-TIME
           EXEC CICS LINK PROGRAM('SM011P')
                COMMAREA(WS-NOTIFY-PARMS)
                LENGTH(LENGTH OF WS-NOTIFY-PARMS)
           END-EXEC.
       670-EXIT.
           EXIT.

       680-SAVE-DECISION.
           MOVE WS-ARG-DATE TO CAB-MEETING
           MOVE WS-ARG-KEY(1:6) TO CAB-TIX-ID
           MOVE SPACES TO CAB-MEMBER
           EXEC CICS
               READ FILE('CAB00001')
               INTO (CAB-RECORD)
               RIDFLD (CAB-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 680-EXIT
           END-IF
           MOVE WS-ARG-CHOICE TO CAB-CHOICE
           MOVE WS-ARG-TEXT TO CAB-TEXT
           MOVE WS-MINUTE TO CAB-MINUTE
           MOVE USERID3 TO CAB-SET-BY
           MOVE WS-TODAY-YMD TO CAB-SET-DATE
           EXEC CICS
               REWRITE FILE('CAB00001')
               FROM(CAB-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       680-EXIT.
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
