         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM102.
      *
      * REQUEST BUNDLE DEFINITION MAINTENANCE FOR BDL00001.
      * A NEW STARTER NEEDS AN ACCOUNT, A LAPTOP, A PHONE, A BADGE AND
      * APPLICATION ACCESS, AND THE MANAGER USED TO FILE FIVE SM02P
      * TICKETS OR FORGET ONE. ADMINISTRATORS KEEP THE BUNDLES HERE -
      * A NAMED SET OF SM27 TEMPLATES, EACH AIMED AT ITS OWN QUEUE,
      * WITH OPTIONAL ORDERING ("LAPTOP AFTER ACCOUNT") - AND SM7B
      * (SM103P) FILES ONE AS A PARENT TICKET WITH ITS CHILDREN. SEE
      * COPYBOOK SMBDL. COMMAND-LINE TRANSACTION SM2B IN THE SM27
      * STYLE - FIXED COLUMNS, NO MAP:
      *
      *   SM2B BUNDLEID A NN TPLID--- QUEUE----- AF NAME (25)...
      *        (6-13) (15)(17-18)(20-27)(29-38)(40-41)(43-67)
      *
      *   ACTION A = ADD/REPLACE, D = DELETE, S = SHOW.
      *   ITEM 00 IS THE HEADER: NAME DESCRIBES THE BUNDLE ON THE
      *   PARENT TICKET, QUEUE IS THE QUEUE THAT COORDINATES IT.
      *   ITEMS 01-20 NAME A TEMPLATE; QUEUE BLANK TAKES THE
      *   TEMPLATE'S OWN, AND AF NAMES AN EARLIER ITEM THAT MUST BE
      *   DONE FIRST.
      *   S WITH NN BLANK LISTS THE WHOLE BUNDLE.
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
       01  WS-ARG-BUNDLE                         PIC X(08).
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-SEQ                            PIC X(02).
       01  WS-ARG-SEQ-N REDEFINES WS-ARG-SEQ     PIC 9(02).
       01  WS-ARG-TPLID                          PIC X(08).
       01  WS-ARG-QUEUE                          PIC X(10).
       01  WS-ARG-AFTER                          PIC X(02).
       01  WS-ARG-AFTER-N REDEFINES WS-ARG-AFTER PIC 9(02).
       01  WS-ARG-NAME                           PIC X(25).
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-TPL-REC.
           05  TPL-ID                            PIC X(08).
           05  TPL-TITLE                         PIC X(25).
           05  TPL-DESC                          PIC X(100).
           05  TPL-CONT1                         PIC X(40).
           05  TPL-CONT2                         PIC X(40).
           05  TPL-CATEGORY                      PIC X(10).
           05  TPL-PRIORITY                      PIC X(01).
           05  TPL-QUEUE                         PIC X(10).
           05  FILLER                            PIC X(06).
           COPY SMBDL.
       01  WS-BDL-OLD                            PIC X(80).
       01  WS-BDL-BR-KEY                         PIC X(10).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-ITEM-COUNT                         PIC 9(02).
       01  WS-USED-BY                            PIC 9(02).
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-AFTER-D                            PIC X(09).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 20 TIMES.
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
           MOVE 'SM102P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-BUNDLE = SPACES
                   MOVE 'USAGE: SM2B BUNDLE A/D/S NN TPL QUEUE AF NAME'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = 'S' AND WS-ARG-SEQ = SPACES
                   PERFORM 400-SHOW-BUNDLE
               WHEN WS-ARG-SEQ NOT NUMERIC OR WS-ARG-SEQ-N > 20
                   MOVE 'ITEM (COLS 17-18) MUST BE 00 TO 20' TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = 'S'
                   PERFORM 450-SHOW-ITEM
               WHEN WS-ARG-ACTION = 'D'
                   PERFORM 500-DELETE-ITEM THRU 500-EXIT
               WHEN WS-ARG-ACTION = 'A'
                   PERFORM 600-SAVE-ITEM THRU 600-EXIT
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
           MOVE WS-INPUT(6:8) TO WS-ARG-BUNDLE
           MOVE WS-INPUT(15:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(17:2) TO WS-ARG-SEQ
           MOVE WS-INPUT(20:8) TO WS-ARG-TPLID
           MOVE WS-INPUT(29:10) TO WS-ARG-QUEUE
           MOVE WS-INPUT(40:2) TO WS-ARG-AFTER
           MOVE WS-INPUT(43:25) TO WS-ARG-NAME
           IF WS-ARG-AFTER = SPACES
               MOVE '00' TO WS-ARG-AFTER
           END-IF.
       200-EXIT.
           EXIT.

       300-READ-ITEM.
           EXEC CICS
               READ FILE('BDL00001')
               INTO (BDL-RECORD)
               RIDFLD (BDL-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       300-EXIT.
           EXIT.

      * COUNTS THE BUNDLE'S ITEMS, AND HOW MANY OF THEM ARE FILED
      * BEHIND ITEM WS-ARG-SEQ-N.
       350-COUNT-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-USED-BY
           MOVE WS-ARG-BUNDLE TO BDL-BUNDLE-ID
           MOVE 1 TO BDL-SEQ
           MOVE BDL-KEY TO WS-BDL-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('BDL00001')
               RIDFLD (WS-BDL-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READNEXT FILE('BDL00001')
                       INTO (BDL-RECORD)
                       RIDFLD (WS-BDL-BR-KEY)
                       RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                      BDL-BUNDLE-ID NOT = WS-ARG-BUNDLE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD 1 TO WS-ITEM-COUNT
                       IF BDL-AFTER-SEQ = WS-ARG-SEQ-N
                           ADD 1 TO WS-USED-BY
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('BDL00001') END-EXEC
           END-IF.
       350-EXIT.
           EXIT.

       400-SHOW-BUNDLE.
           MOVE WS-ARG-BUNDLE TO BDL-BUNDLE-ID
           MOVE 0 TO BDL-SEQ
           PERFORM 300-READ-ITEM
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'BUNDLE ' WS-ARG-BUNDLE ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-SCREEN
           STRING 'SM2B  BUNDLE ' WS-ARG-BUNDLE ' ' BDL-NAME
                  ' QUEUE ' BDL-QUEUE
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(1)
           MOVE 'NN TEMPLATE QUEUE      AFTER     SET BY  ON' TO
               WS-SCREEN-LINE(3)
           MOVE 3 TO WS-LINE-IDX
           MOVE 1 TO BDL-SEQ
           MOVE BDL-KEY TO WS-BDL-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('BDL00001')
               RIDFLD (WS-BDL-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READNEXT FILE('BDL00001')
                       INTO (BDL-RECORD)
                       RIDFLD (WS-BDL-BR-KEY)
                       RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                      BDL-BUNDLE-ID NOT = WS-ARG-BUNDLE OR
                      WS-LINE-IDX = 20
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       PERFORM 440-ADD-LINE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('BDL00001') END-EXEC
           END-IF
           IF WS-LINE-IDX = 3
               MOVE '   NO ITEMS YET' TO WS-SCREEN-LINE(4)
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

       440-ADD-LINE.
           MOVE SPACES TO WS-AFTER-D
           IF BDL-AFTER-SEQ > 0
               STRING 'AFTER ' BDL-AFTER-SEQ
                   DELIMITED BY SIZE INTO WS-AFTER-D
           END-IF
           ADD 1 TO WS-LINE-IDX
           STRING BDL-SEQ ' ' BDL-TPL-ID ' ' BDL-QUEUE ' '
                  WS-AFTER-D ' ' BDL-SET-BY ' ' BDL-SET-DATE
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(WS-LINE-IDX).
       440-EXIT.
           EXIT.

       450-SHOW-ITEM.
           MOVE WS-ARG-BUNDLE TO BDL-BUNDLE-ID
           MOVE WS-ARG-SEQ-N TO BDL-SEQ
           PERFORM 300-READ-ITEM
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'BUNDLE ' WS-ARG-BUNDLE ' ITEM ' WS-ARG-SEQ
                      ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               IF BDL-SEQ = 0
                   STRING WS-ARG-BUNDLE ' 00 ' BDL-NAME ' QUEUE '
                          BDL-QUEUE
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   MOVE SPACES TO WS-AFTER-D
                   IF BDL-AFTER-SEQ > 0
                       STRING 'AFTER ' BDL-AFTER-SEQ
                           DELIMITED BY SIZE INTO WS-AFTER-D
                   END-IF
                   STRING WS-ARG-BUNDLE ' ' BDL-SEQ ' ' BDL-TPL-ID
                          ' ' BDL-QUEUE ' ' WS-AFTER-D
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
           END-IF
           PERFORM 800-REPLY.
       450-EXIT.
           EXIT.

      * THE HEADER GOES LAST, AND AN ITEM OTHERS ARE FILED BEHIND
      * STAYS UNTIL THEY ARE RE-POINTED.
       500-DELETE-ITEM.
           PERFORM 350-COUNT-ITEMS THRU 350-EXIT
           IF WS-ARG-SEQ-N = 0 AND WS-ITEM-COUNT > 0
               MOVE 'DELETE THE ITEMS BEFORE THE HEADER (ITEM 00)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-SEQ-N > 0 AND WS-USED-BY > 0
               MOVE SPACES TO WS-REPLY
               STRING 'OTHER ITEMS ARE FILED AFTER ITEM ' WS-ARG-SEQ
                      ' - RE-POINT THEM FIRST'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-BUNDLE TO BDL-BUNDLE-ID
           MOVE WS-ARG-SEQ-N TO BDL-SEQ
           EXEC CICS
               DELETE FILE('BDL00001')
               RIDFLD (BDL-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'BUNDLE ' WS-ARG-BUNDLE ' ITEM ' WS-ARG-SEQ
                      ' DELETED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'BUNDLE ' WS-ARG-BUNDLE ' ITEM ' WS-ARG-SEQ
                      ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       600-SAVE-ITEM.
           IF WS-ARG-SEQ-N = 0
               PERFORM 620-CHECK-HEADER THRU 620-EXIT
           ELSE
               PERFORM 640-CHECK-ITEM THRU 640-EXIT
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           MOVE SPACES TO BDL-RECORD
           MOVE WS-ARG-BUNDLE TO BDL-BUNDLE-ID
           MOVE WS-ARG-SEQ-N TO BDL-SEQ
           MOVE WS-ARG-QUEUE TO BDL-QUEUE
           IF WS-ARG-SEQ-N = 0
               MOVE 0 TO BDL-AFTER-SEQ
               MOVE WS-ARG-NAME TO BDL-NAME
           ELSE
               MOVE WS-ARG-TPLID TO BDL-TPL-ID
               MOVE WS-ARG-AFTER-N TO BDL-AFTER-SEQ
           END-IF
           MOVE USERID3 TO BDL-SET-BY
           MOVE WS-TODAY-YMD TO BDL-SET-DATE
           EXEC CICS
               READ FILE('BDL00001')
               INTO (WS-BDL-OLD)
               RIDFLD (BDL-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('BDL00001')
                   FROM(BDL-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('BDL00001')
                   FROM(BDL-RECORD)
                   RIDFLD(BDL-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'BUNDLE ' WS-ARG-BUNDLE ' ITEM ' WS-ARG-SEQ
                      ' SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'BUNDLE SAVE FAILED FOR ' WS-ARG-BUNDLE
                      ' ITEM ' WS-ARG-SEQ
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

       620-CHECK-HEADER.
           IF WS-ARG-NAME = SPACES OR WS-ARG-QUEUE = SPACES
               MOVE 'THE HEADER NEEDS A NAME AND A COORDINATING QUEUE'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       620-EXIT.
           EXIT.

      * THE TEMPLATE MUST EXIST, THE HEADER MUST ALREADY BE THERE,
      * AND A PREDECESSOR MUST BE AN EARLIER ITEM OF THE SAME BUNDLE
      * - WHICH ALSO KEEPS THE ORDERING FREE OF LOOPS.
       640-CHECK-ITEM.
           IF WS-ARG-AFTER NOT NUMERIC
               MOVE 'AFTER (COLS 40-41) MUST BE AN ITEM NUMBER' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-AFTER-N NOT < WS-ARG-SEQ-N
               MOVE 'AN ITEM CAN ONLY BE FILED AFTER AN EARLIER ITEM'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-TPLID TO TPL-ID
           EXEC CICS
               READ FILE('TPL00001')
               INTO (WS-TPL-REC)
               RIDFLD (TPL-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'TEMPLATE ' WS-ARG-TPLID ' NOT ON TPL00001 -'
                      ' SEE SM27'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-QUEUE = SPACES AND TPL-QUEUE = SPACES
               MOVE 'TEMPLATE HAS NO QUEUE - GIVE ONE IN COLS 29-38'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-BUNDLE TO BDL-BUNDLE-ID
           MOVE 0 TO BDL-SEQ
           PERFORM 300-READ-ITEM
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'ADD THE HEADER (ITEM 00) OF ' WS-ARG-BUNDLE
                      ' FIRST'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-AFTER-N > 0
               MOVE WS-ARG-AFTER-N TO BDL-SEQ
               PERFORM 300-READ-ITEM
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-REPLY
                   STRING 'ITEM ' WS-ARG-AFTER ' IS NOT IN BUNDLE '
                          WS-ARG-BUNDLE
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           END-IF.
       640-EXIT.
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
