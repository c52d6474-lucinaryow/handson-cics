         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM124.
      *
      * POST-INCIDENT REVIEWS OF SM040P MAJOR INCIDENTS ON PIR00001
      * (SEE SMPIR). SM040P WILL NOT CLOSE A MASTER UNTIL ITS REVIEW
      * HOLDS A REVIEW DATE, A TIMELINE SUMMARY, THE ROOT CAUSE AND
      * THE CONTRIBUTING FACTORS; THE ACTION ITEMS THEN RUN ON UNTIL
      * EVERY ONE IS CLOSED, WITH SMB103 CHASING THEIR OWNERS WEEKLY.
      * COMMAND-LINE TRANSACTION IN THE SM41 STYLE:
      *
      *     SMPI H MASTER YYYYMMDD FACILTR TITLE... SET UP THE REVIEW
      *     SMPI T MASTER TEXT...                   ADD TIMELINE LINE
      *     SMPI R MASTER TEXT...                   ADD ROOT CAUSE LINE
      *     SMPI F MASTER TEXT...                   ADD FACTOR LINE
      *     SMPI A MASTER OWNER   YYYYMMDD L LINKID TEXT...
      *                                             ADD AN ACTION
      *     SMPI C MASTER NN X                      CLOSE ACTION NN
      *     SMPI D MASTER T NN                      DELETE A LINE
      *     SMPI S MASTER T                         SHOW THE REVIEW
      *          (6)(8-13)(15...)
      *
      *     H - TITLE IS OPTIONAL (DEFAULT THE INCIDENT BANNER).
      *     A - L IS P (PRB00001 PROBLEM), C (CHG00001 CHANGE) OR
      *         BLANK FOR NO LINK.
      *     C - X BLANK CLOSES, X DROPS, O REOPENS.
      *     D - T IS T, R OR F.
      *     S - T IS OPTIONAL: T, R, F OR A SHOWS ONE TYPE ONLY.
      *
      * ANY SIGNED-ON USER MAY LOOK. SERVICE PROVIDERS AND
      * ADMINISTRATORS KEEP THE REVIEW; AN ACTION'S OWNER MAY ALSO
      * CLOSE OR REOPEN THEIR OWN ACTION. SETTING UP THE REVIEW IS
      * LOGGED ON THE MASTER TICKET THROUGH SM009P.
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
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-NOW-DATE                           PIC X(10).
       01  WS-NOW-TIME                           PIC X(10).
       01  WS-TODAY-YMD                          PIC X(08).
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
       01  WS-INPUT                              PIC X(120).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-MASTER                         PIC X(06).
       01  WS-ARG-NN                             PIC X(02).
       01  WS-ARG-NN-N REDEFINES WS-ARG-NN       PIC 9(02).
       01  WS-EDITOR                             PIC X(01).
       01  WS-BROWSE-DONE                        PIC X(01).
       01  WS-NEXT-SEQ                           PIC 9(02).
       01  WS-LINE-TYPE                          PIC X(01).
       01  WS-TYPE-NAME                          PIC X(20).
       01  WS-STATE-TEXT                         PIC X(07).
       01  WS-NEW-STATE                          PIC X(01).
       01  WS-MI-REC.
           05  MI-TIX-ID                         PIC X(06).
           05  MI-STATUS                         PIC X(08).
           05  MI-BANNER                         PIC X(50).
           05  MI-OPENED-BY                      PIC X(07).
           05  MI-OPEN-DATE                      PIC X(10).
           05  MI-CLOSED-BY                      PIC X(07).
           05  FILLER                            PIC X(02).
           05  MI-OPEN-STAMP                     PIC X(14).
           05  MI-CLOSE-STAMP                    PIC X(14).
           05  FILLER                            PIC X(12).
           COPY SMPIR.
       01  WS-LINK-ID                            PIC X(06).
       01  WS-LINK-REC                           PIC X(200).
       01  WS-LOG-PARMS.
           05  LK-TIX-ID                         PIC X(06).
           05  LK-UPDATE-DATE                     PIC X(10).
           05  LK-UPDATE-TIME                     PIC X(10).
           05  LK-UPDATED-BY                      PIC X(07).
           05  LK-REMARK                          PIC X(50).
           05  LK-RESP-CODE                       PIC S9(8) COMP.
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-OPEN-COUNT                         PIC 9(02).
       01  WS-OPEN-Z                             PIC Z9.
       01  WS-DETAIL                             PIC X(80).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 20 TIMES.
       01  WS-REPLY                              PIC X(79).
       01  WS-USAGE                              PIC X(50) VALUE
           'USAGE: SMPI H/T/R/F/A/C/D/S MASTER ...'.
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
           MOVE 'SM124P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           PERFORM 250-READ-MASTER THRU 250-EXIT
           EVALUATE WS-ARG-ACTION
               WHEN 'H'
                   PERFORM 300-HEADER THRU 300-EXIT
               WHEN 'T'
               WHEN 'R'
               WHEN 'F'
                   PERFORM 400-ADD-LINE THRU 400-EXIT
               WHEN 'A'
                   PERFORM 500-ADD-ACTION THRU 500-EXIT
               WHEN 'C'
                   PERFORM 600-CLOSE-ACTION THRU 600-EXIT
               WHEN 'D'
                   PERFORM 650-DELETE-LINE THRU 650-EXIT
               WHEN 'S'
                   PERFORM 700-SHOW-REVIEW THRU 700-EXIT
               WHEN OTHER
                   MOVE WS-USAGE TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
           EXIT.

      * ANY ACTIVE USER ON UAF00001 GETS IN; WS-EDITOR SAYS WHETHER
      * THEY MAY CHANGE A REVIEW.
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
           END-IF
           IF CALLER-ADMN = 'Y' OR CALLER-SP = 'Y'
               MOVE 'Y' TO WS-EDITOR
           ELSE
               MOVE 'N' TO WS-EDITOR
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
           MOVE WS-INPUT(6:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(8:6) TO WS-ARG-MASTER
           MOVE SPACES TO WS-REPLY
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               DATESEP  ('/')
               MMDDYYYY (WS-NOW-DATE)
               TIME     (WS-NOW-TIME)
               TIMESEP  (':')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

      * ONLY A MASTER SM040P HAS OPENED HAS A REVIEW.
       250-READ-MASTER.
           MOVE WS-ARG-MASTER TO MI-TIX-ID
           EXEC CICS
               READ FILE('MIF00001')
               INTO (WS-MI-REC)
               RIDFLD (MI-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO MAJOR INCIDENT WITH MASTER ' WS-ARG-MASTER
                      ' (SM40 OPEN)'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       250-EXIT.
           EXIT.

       260-CHECK-EDITOR.
           IF WS-EDITOR NOT = 'Y'
               MOVE 'ONLY A SERVICE PROVIDER OR ADMINISTRATOR MAY '
                   TO WS-REPLY
               MOVE 'CHANGE A REVIEW' TO WS-REPLY(46:15)
               PERFORM 800-REPLY
           END-IF.
       260-EXIT.
           EXIT.

      * THE NEXT FREE SEQUENCE NUMBER FOR LINES OF TYPE WS-LINE-TYPE.
       270-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE WS-LINE-TYPE TO PIR-TYPE
           MOVE 0 TO PIR-SEQ
           EXEC CICS STARTBR FILE('PIR00001')
                RIDFLD (PIR-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 270-EXIT
           END-IF
           MOVE 'N' TO WS-BROWSE-DONE
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('PIR00001')
                    INTO (PIR-RECORD)
                    RIDFLD (PIR-KEY)
                    RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  PIR-MASTER NOT = WS-ARG-MASTER OR
                  PIR-TYPE NOT = WS-LINE-TYPE
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF PIR-SEQ = 99
                       MOVE 0 TO WS-NEXT-SEQ
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       COMPUTE WS-NEXT-SEQ = PIR-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('PIR00001')
           END-EXEC.
       270-EXIT.
           EXIT.

      *****************************************************************
      * THE REVIEW HEADER
      *****************************************************************
       300-HEADER.
           PERFORM 260-CHECK-EDITOR THRU 260-EXIT
           IF WS-INPUT(15:8) NOT NUMERIC OR WS-INPUT(15:2) < '19'
               MOVE 'REVIEW DATE MUST BE YYYYMMDD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-INPUT(24:7) TO WS-TARGET-KEY7
           MOVE SPACE TO WS-TARGET-KEY(8:1)
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-TARGET-REC)
               RIDFLD (WS-TARGET-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO SUCH USER ' WS-TARGET-KEY7
                      ' TO FACILITATE THE REVIEW'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE 'H' TO PIR-TYPE
           MOVE 0 TO PIR-SEQ
           EXEC CICS
               READ FILE('PIR00001')
               INTO (PIR-RECORD)
               RIDFLD (PIR-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-INPUT(15:8) TO PIR-REVIEW-DATE
               MOVE WS-TARGET-KEY7 TO PIR-FACILITATOR
               IF WS-INPUT(32:50) NOT = SPACES
                   MOVE WS-INPUT(32:50) TO PIR-TEXT
               END-IF
               MOVE USERID3 TO PIR-SET-BY
               MOVE WS-TODAY-YMD TO PIR-SET-DATE
               EXEC CICS
                   REWRITE FILE('PIR00001')
                   FROM(PIR-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               STRING 'REVIEW OF ' WS-ARG-MASTER ' CHANGED - DATE '
                      PIR-REVIEW-DATE ' FACILITATOR '
                      PIR-FACILITATOR
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO PIR-RECORD
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE 'H' TO PIR-TYPE
           MOVE 0 TO PIR-SEQ
           IF WS-INPUT(32:50) = SPACES
               MOVE MI-BANNER TO PIR-TEXT
           ELSE
               MOVE WS-INPUT(32:50) TO PIR-TEXT
           END-IF
           MOVE USERID3 TO PIR-SET-BY
           MOVE WS-TODAY-YMD TO PIR-SET-DATE
           MOVE WS-INPUT(15:8) TO PIR-REVIEW-DATE
           MOVE WS-TARGET-KEY7 TO PIR-FACILITATOR
           EXEC CICS
               WRITE FILE('PIR00001')
               FROM(PIR-RECORD)
               RIDFLD(PIR-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REVIEW SAVE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO LK-REMARK
           STRING 'POST-INCIDENT REVIEW SET FOR ' PIR-REVIEW-DATE
                  ' BY ' PIR-FACILITATOR
               DELIMITED BY SIZE INTO LK-REMARK
           PERFORM 780-LOG-MASTER
           STRING 'REVIEW OF ' WS-ARG-MASTER ' SET UP - ADD T/R/F '
                  'LINES AND ACTIONS WITH SMPI'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

      *****************************************************************
      * TIMELINE, ROOT-CAUSE AND CONTRIBUTING-FACTOR LINES
      *****************************************************************
       400-ADD-LINE.
           PERFORM 260-CHECK-EDITOR THRU 260-EXIT
           IF WS-INPUT(15:50) = SPACES
               MOVE WS-USAGE TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-ACTION TO WS-LINE-TYPE
           PERFORM 270-NEXT-SEQ THRU 270-EXIT
           PERFORM 750-NAME-TYPE
           IF WS-NEXT-SEQ = 0
               STRING 'NO ROOM FOR ANOTHER ' WS-TYPE-NAME ' LINE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO PIR-RECORD
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE WS-LINE-TYPE TO PIR-TYPE
           MOVE WS-NEXT-SEQ TO PIR-SEQ
           MOVE WS-INPUT(15:50) TO PIR-TEXT
           MOVE USERID3 TO PIR-SET-BY
           MOVE WS-TODAY-YMD TO PIR-SET-DATE
           EXEC CICS
               WRITE FILE('PIR00001')
               FROM(PIR-RECORD)
               RIDFLD(PIR-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REVIEW LINE SAVE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           STRING WS-TYPE-NAME ' LINE ' WS-LINE-TYPE PIR-SEQ
                  ' ADDED TO THE REVIEW OF ' WS-ARG-MASTER
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

      *****************************************************************
      * ACTION ITEMS
      *****************************************************************
       500-ADD-ACTION.
           PERFORM 260-CHECK-EDITOR THRU 260-EXIT
           IF WS-INPUT(23:8) NOT NUMERIC OR WS-INPUT(23:2) < '19'
              OR WS-INPUT(41:50) = SPACES
               MOVE 'SMPI A MASTER OWNER   YYYYMMDD L LINKID TEXT...'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-INPUT(15:7) TO WS-TARGET-KEY7
           MOVE SPACE TO WS-TARGET-KEY(8:1)
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-TARGET-REC)
               RIDFLD (WS-TARGET-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO SUCH USER ' WS-TARGET-KEY7
                      ' TO OWN THE ACTION'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 550-CHECK-LINK THRU 550-EXIT
           MOVE 'A' TO WS-LINE-TYPE
           PERFORM 270-NEXT-SEQ THRU 270-EXIT
           IF WS-NEXT-SEQ = 0
               MOVE 'NO ROOM FOR ANOTHER ACTION ON THIS REVIEW'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO PIR-RECORD
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE 'A' TO PIR-TYPE
           MOVE WS-NEXT-SEQ TO PIR-SEQ
           MOVE WS-INPUT(41:50) TO PIR-TEXT
           MOVE USERID3 TO PIR-SET-BY
           MOVE WS-TODAY-YMD TO PIR-SET-DATE
           MOVE WS-TARGET-KEY7 TO PIR-ACT-OWNER
           MOVE WS-INPUT(23:8) TO PIR-ACT-DUE
           MOVE WS-INPUT(32:1) TO PIR-ACT-LINK-TYPE
           IF WS-INPUT(32:1) NOT = SPACE
               MOVE WS-INPUT(34:6) TO PIR-ACT-LINK-ID
           END-IF
           MOVE 'O' TO PIR-ACT-STATE
           EXEC CICS
               WRITE FILE('PIR00001')
               FROM(PIR-RECORD)
               RIDFLD(PIR-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ACTION SAVE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           STRING 'ACTION ' PIR-SEQ ' ADDED FOR ' PIR-ACT-OWNER
                  ' DUE ' PIR-ACT-DUE
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * A LINKED PROBLEM MUST BE ON PRB00001; A LINKED CHANGE IS A
      * TICKET WITH ITS CHG00001 RECORD.
       550-CHECK-LINK.
           MOVE WS-INPUT(34:6) TO WS-LINK-ID
           EVALUATE WS-INPUT(32:1)
               WHEN SPACE
                   GO TO 550-EXIT
               WHEN 'P'
                   EXEC CICS
                       READ FILE('PRB00001')
                       INTO (WS-LINK-REC)
                       RIDFLD (WS-LINK-ID)
                       RESP(WS-RESPONSE-CODE)
                       EQUAL
                   END-EXEC
               WHEN 'C'
                   EXEC CICS
                       READ FILE('CHG00001')
                       INTO (WS-LINK-REC)
                       RIDFLD (WS-LINK-ID)
                       RESP(WS-RESPONSE-CODE)
                       EQUAL
                   END-EXEC
               WHEN OTHER
                   MOVE 'LINK TYPE IS P (PROBLEM), C (CHANGE) OR BLANK'
                       TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               IF WS-INPUT(32:1) = 'P'
                   STRING 'NO PROBLEM RECORD ' WS-INPUT(34:6)
                          ' (SM78)'
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'NO CHANGE RECORD FOR TICKET '
                          WS-INPUT(34:6)
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF.
       550-EXIT.
           EXIT.

       600-CLOSE-ACTION.
           IF WS-INPUT(15:2) NOT NUMERIC
               MOVE 'SMPI C MASTER NN [X/O]' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-INPUT(15:2) TO WS-ARG-NN
           EVALUATE WS-INPUT(18:1)
               WHEN SPACE
                   MOVE 'C' TO WS-NEW-STATE
               WHEN 'X'
                   MOVE 'X' TO WS-NEW-STATE
               WHEN 'O'
                   MOVE 'O' TO WS-NEW-STATE
               WHEN OTHER
                   MOVE 'SMPI C MASTER NN [X/O]' TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE 'A' TO PIR-TYPE
           MOVE WS-ARG-NN-N TO PIR-SEQ
           EXEC CICS
               READ FILE('PIR00001')
               INTO (PIR-RECORD)
               RIDFLD (PIR-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO ACTION ' WS-ARG-NN ' ON THE REVIEW OF '
                      WS-ARG-MASTER
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-EDITOR NOT = 'Y' AND PIR-ACT-OWNER NOT = USERID3
               STRING 'ONLY THE OWNER (' PIR-ACT-OWNER
                      ') OR A SERVICE PROVIDER MAY DO THIS'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-NEW-STATE TO PIR-ACT-STATE
           MOVE USERID3 TO PIR-SET-BY
           MOVE WS-TODAY-YMD TO PIR-SET-DATE
           EXEC CICS
               REWRITE FILE('PIR00001')
               FROM(PIR-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           PERFORM 760-NAME-STATE
           PERFORM 770-COUNT-OPEN THRU 770-EXIT
           MOVE WS-OPEN-COUNT TO WS-OPEN-Z
           STRING 'ACTION ' WS-ARG-NN ' ' WS-STATE-TEXT ' - '
                  WS-OPEN-Z ' ACTION(S) STILL OPEN ON THE REVIEW'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

      * A MISTYPED LINE IS DELETED AND ADDED AGAIN. ACTIONS ARE NOT
      * DELETED - THEY ARE DROPPED (SMPI C MASTER NN X).
       650-DELETE-LINE.
           PERFORM 260-CHECK-EDITOR THRU 260-EXIT
           IF (WS-INPUT(15:1) NOT = 'T' AND NOT = 'R' AND
               NOT = 'F') OR WS-INPUT(17:2) NOT NUMERIC
               MOVE 'SMPI D MASTER T/R/F NN' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-INPUT(17:2) TO WS-ARG-NN
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE WS-INPUT(15:1) TO PIR-TYPE
           MOVE WS-ARG-NN-N TO PIR-SEQ
           EXEC CICS
               DELETE FILE('PIR00001')
               RIDFLD (PIR-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO LINE ' WS-INPUT(15:1) WS-ARG-NN
                      ' ON THE REVIEW OF ' WS-ARG-MASTER
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'LINE ' WS-INPUT(15:1) WS-ARG-NN
                      ' DELETED FROM THE REVIEW OF ' WS-ARG-MASTER
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

      *****************************************************************
      * SHOW - THE HEADER, THEN EVERY LINE IN KEY ORDER (OR ONLY THE
      * TYPE ASKED FOR), AS MANY AS FIT ON ONE SCREEN.
      *****************************************************************
       700-SHOW-REVIEW.
           MOVE SPACES TO WS-SCREEN
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE 'H' TO PIR-TYPE
           MOVE 0 TO PIR-SEQ
           EXEC CICS
               READ FILE('PIR00001')
               INTO (PIR-RECORD)
               RIDFLD (PIR-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO REVIEW YET FOR ' WS-ARG-MASTER
                      ' - SMPI H TO SET ONE UP'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-DETAIL
           STRING 'REVIEW OF ' WS-ARG-MASTER ' (' MI-STATUS ') '
                  PIR-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE SPACES TO WS-DETAIL
           STRING 'REVIEW DATE ' PIR-REVIEW-DATE ' FACILITATOR '
                  PIR-FACILITATOR ' SET BY ' PIR-SET-BY ' ON '
                  PIR-SET-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           MOVE 3 TO WS-LINE-IDX
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE LOW-VALUES TO PIR-TYPE
           MOVE 0 TO PIR-SEQ
           EXEC CICS STARTBR FILE('PIR00001')
                RIDFLD (PIR-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 700-SEND
           END-IF
           MOVE 'N' TO WS-BROWSE-DONE
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('PIR00001')
                    INTO (PIR-RECORD)
                    RIDFLD (PIR-KEY)
                    RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  PIR-MASTER NOT = WS-ARG-MASTER
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF NOT PIR-TYPE-HEADER AND
                      (WS-INPUT(15:1) = SPACE OR
                       WS-INPUT(15:1) = PIR-TYPE)
                       IF WS-LINE-IDX = 20
                           MOVE '  MORE - SHOW ONE TYPE WITH SMPI S '
                               TO WS-SCREEN-LINE(20)
                           MOVE 'MASTER T/R/F/A'
                               TO WS-SCREEN-LINE(20)(36:14)
                           MOVE 'Y' TO WS-BROWSE-DONE
                       ELSE
                           ADD 1 TO WS-LINE-IDX
                           PERFORM 720-FORMAT-LINE
                           MOVE WS-DETAIL TO
                               WS-SCREEN-LINE(WS-LINE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('PIR00001')
           END-EXEC.
       700-SEND.
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
       700-EXIT.
           EXIT.

       720-FORMAT-LINE.
           MOVE SPACES TO WS-DETAIL
           IF PIR-TYPE-ACTION
               PERFORM 760-NAME-STATE
               IF PIR-ACT-OPEN AND PIR-ACT-DUE < WS-TODAY-YMD
                   MOVE 'OVERDUE' TO WS-STATE-TEXT
               END-IF
               STRING PIR-TYPE PIR-SEQ ' ' PIR-ACT-OWNER ' '
                      PIR-ACT-DUE ' ' WS-STATE-TEXT ' '
                      PIR-ACT-LINK-TYPE ' ' PIR-ACT-LINK-ID ' '
                      PIR-TEXT(1:40)
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               STRING PIR-TYPE PIR-SEQ ' ' PIR-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
       720-EXIT.
           EXIT.

       750-NAME-TYPE.
           EVALUATE WS-LINE-TYPE
               WHEN 'T'
                   MOVE 'TIMELINE' TO WS-TYPE-NAME
               WHEN 'R'
                   MOVE 'ROOT-CAUSE' TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE 'CONTRIBUTING-FACTOR' TO WS-TYPE-NAME
           END-EVALUATE.
       750-EXIT.
           EXIT.

       760-NAME-STATE.
           EVALUATE TRUE
               WHEN PIR-ACT-DONE
                   MOVE 'CLOSED' TO WS-STATE-TEXT
               WHEN PIR-ACT-DROPPED
                   MOVE 'DROPPED' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'OPEN' TO WS-STATE-TEXT
           END-EVALUATE.
       760-EXIT.
           EXIT.

       770-COUNT-OPEN.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE WS-ARG-MASTER TO PIR-MASTER
           MOVE 'A' TO PIR-TYPE
           MOVE 0 TO PIR-SEQ
           EXEC CICS STARTBR FILE('PIR00001')
                RIDFLD (PIR-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 770-EXIT
           END-IF
           MOVE 'N' TO WS-BROWSE-DONE
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('PIR00001')
                    INTO (PIR-RECORD)
                    RIDFLD (PIR-KEY)
                    RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  PIR-MASTER NOT = WS-ARG-MASTER OR
                  NOT PIR-TYPE-ACTION
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF PIR-ACT-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('PIR00001')
           END-EXEC.
       770-EXIT.
           EXIT.

       780-LOG-MASTER.
           MOVE WS-ARG-MASTER TO LK-TIX-ID
           MOVE WS-NOW-DATE TO LK-UPDATE-DATE
           MOVE WS-NOW-TIME TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC.
       780-EXIT.
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
