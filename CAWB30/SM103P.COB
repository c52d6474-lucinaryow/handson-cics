         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM103.
      *
      * FILE A REQUEST BUNDLE.
      * ONE LINE RAISES THE WHOLE SET A BUNDLE DEFINES (SEE SM2B AND
      * COPYBOOK SMBDL) - A PARENT TICKET IN THE BUNDLE'S
      * COORDINATING QUEUE AND ONE CHILD PER ITEM, RAISED FROM THE
      * ITEM'S TPL00001 TEMPLATE INTO THE ITEM'S QUEUE AND HUNG UNDER
      * THE PARENT THROUGH TIX-PARENT-ID, THE SAME LINK SM03P'S PF6
      * CHILD USES (SO SM004 WILL NOT CLOSE THE PARENT WHILE ANY ITEM
      * IS OPEN). COMMAND-LINE TRANSACTION SM7B IN THE SM70 STYLE:
      *
      *     SM7B BUNDLEID REQUSTR FOR (25)...
      *          (6-13)   (15-21) (23-47)
      *
      * FOR SAYS WHO THE BUNDLE IS FOR ("J SMITH START 02/11") AND
      * BECOMES THE PARENT'S TITLE. REQUESTOR BLANK FILES IT FOR THE
      * CALLER; NAMING SOMEBODY ELSE IS FOR SERVICE PROVIDERS AND
      * ADMINISTRATORS. AN ITEM FILED BEHIND ANOTHER IS RAISED IN
      * ST-WAITING WITH NO DUE DATE AND SM104P RELEASES IT WHEN ITS
      * PREDECESSOR IS DONE; THE REST GET THEIR DUE DATES FROM THE
      * SLA00001 LADDER EXACTLY AS SM070P DERIVES THEM. EVERY TICKET
      * IS RECORDED ON BDT00001 (SMBDT) FOR THE RELEASE AND FOR THE
      * PROGRESS LINE SM001 AND SM03P SHOW ON THE PARENT.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - SLA LOOKUP TAKES THE VERSION IN FORCE TODAY.
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
      * BATCH-WINDOW GATE - SEE SM082P.
       01  WS-GTE-REC.
           05  GTE-KEY                            PIC X(04).
           05  GTE-STATE                          PIC X(01).
           05  GTE-SET-BY                         PIC X(07).
           05  GTE-SET-STAMP                      PIC X(14).
           05  FILLER                             PIC X(04).
       01  WS-GTE-RESP                            PIC S9(8) COMP.
      * QUEUE/STATUS SUMMARY COUNTERS - SEE SM080P AND SMB051.
       01  WS-QCT-PARMS.
           05  QCK-QUEUE                          PIC X(10).
           05  QCK-STATUS                         PIC X(10).
           05  QCK-DELTA                          PIC X(01).
           05  QCK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-BUNDLE                         PIC X(08).
       01  WS-ARG-REQUESTOR                      PIC X(07).
       01  WS-ARG-FOR                            PIC X(25).
       01  WS-REQ-KEY.
           05  WS-REQ-KEY7                       PIC X(07).
           05  FILLER                            PIC X.
       01  WS-REQ-REC.
           05  RQ-UID                            PIC X(08).
           05  RQ-FLAGS                          PIC X(04).
           05  RQ-UPBY                           PIC X(08).
           05  RQ-ACTIVE                         PIC X.
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
      * BUNDLE DEFINITION AND BUNDLE TICKETS - SEE SM102P AND SM104P.
           COPY SMBDL.
           COPY SMBDT.
       01  WS-BDL-BR-KEY                         PIC X(10).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-BDL-NAME                           PIC X(25).
       01  WS-BDL-QUEUE                          PIC X(10).
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 20 TIMES.
               10  WS-ITEM-SEQ                   PIC 9(02).
               10  WS-ITEM-TPL                   PIC X(08).
               10  WS-ITEM-QUEUE                 PIC X(10).
               10  WS-ITEM-AFTER                 PIC 9(02).
       01  WS-ITEM-USED                          PIC 9(02).
       01  WS-ITEM-IX                            PIC 9(02).
       01  WS-WAIT-COUNT                         PIC 9(02).
       01  WS-ITEM-Z                             PIC Z9.
       01  WS-WAIT-Z                             PIC Z9.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-PARENT-ID                          PIC X(06).
       01  WS-CTL-KEY                            PIC X(06) VALUE
           'TICKET'.
       01  WS-CTL-REC.
           05  WS-CTL-REC-KEY                    PIC X(06).
           05  WS-CTL-NEXT-NUM                   PIC 9(06).
       01  WS-NEW-ID-N                           PIC 9(06).
       01  WS-NEW-ID                             PIC X(06).
       01  WS-TIX-REC.
           05  TIX-ID                            PIC X(06).
           05  TIX-REQUESTOR                     PIC X(08).
           05  TIX-STATUS                        PIC X(10).
           05  TIX-TITLE                         PIC X(25).
           05  TIX-DESC                          PIC X(100).
           05  LAST-UPDATE.
               10  LAST-UPDATE-DATE              PIC X(11).
               10  LAST-UPDATE-TIME              PIC X(09).
           05  UPDATED-BY2                       PIC X(08).
           05  LAST-UPDATE-REM                   PIC X(50).
           05  TIX-PRIORITY                      PIC X(01).
           05  TIX-CATEGORY                      PIC X(10).
           05  TIX-DUE-DATE                      PIC X(10).
           05  TIX-ASSIGNED-TO                   PIC X(07).
           05  TIX-QUEUE                         PIC X(10).
           05  TIX-RELATED-ID                    PIC X(06).
           05  TIX-PARENT-ID                     PIC X(06).
           05  TIX-RESOLUTION-CD                 PIC X(05).
       01  WS-BUNDLE-CATEGORY                    PIC X(10) VALUE
           'BUNDLE'.
       01  WS-SLA-REC.
           05  SLA-KEY.
               10  SLA-ROW-KEY.
                   15  SLA-PRIORITY              PIC X(01).
                   15  SLA-CATEGORY              PIC X(10).
               10  SLA-EFF-INV                   PIC 9(08).
           05  SLA-TARGET-HOURS                  PIC 9(04).
           05  FILLER                            PIC X(17).
       01  WS-SLA-RESP                           PIC S9(8) COMP.
       01  WS-SLA-FOUND                          PIC X.
       01  WS-SLA-WANT                           PIC X(11).
       01  WS-SLA-ASOF                           PIC X(08).
       01  WS-SLA-ASOF-N REDEFINES WS-SLA-ASOF   PIC 9(08).
       01  WS-DUE-CAL-REC.
           05  DUE-CAL-KEY                       PIC X(08).
           05  DUE-CAL-TYPE                      PIC X(01).
           05  FILLER                            PIC X(31).
       01  WS-DUE-CAL-RESP                       PIC S9(8) COMP.
       01  WS-DUE-TIME                           PIC 9(15).
       01  WS-DUE-DATE-X                         PIC X(10).
       01  WS-DUE-DAYS-NEEDED                    PIC 9(2).
       01  WS-DUE-DAYS-ADDED                     PIC 9(2).
       01  WS-DUE-DOW                            PIC S9(8) COMP.
       01  WS-TIME                               PIC 9(15).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-JRN-PARMS.
           05  JLK-ACTION                         PIC X(01).
           05  JLK-TIX-ID                         PIC X(06).
           05  JLK-BEFORE                         PIC X(300).
           05  JLK-AFTER                          PIC X(300).
           05  JLK-RESP-CODE                      PIC S9(8) COMP.
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
           MOVE 'SM103P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 120-CHECK-BATCH-GATE THRU 120-EXIT
           PERFORM 200-PARSE-INPUT
           IF WS-ARG-BUNDLE = SPACES OR WS-ARG-FOR = SPACES
               MOVE 'USAGE: SM7B BUNDLE REQUESTOR FOR-WHOM' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 300-VALIDATE THRU 300-EXIT
           PERFORM 350-LOAD-ITEMS THRU 350-EXIT
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('/')
               MMDDYYYY (WS-HDATE-X)
               TIME (WS-HTIME-X)
               TIMESEP (':')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           PERFORM 400-FILE-PARENT THRU 400-EXIT
           MOVE 0 TO WS-WAIT-COUNT
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-USED
               PERFORM 500-FILE-ITEM THRU 500-EXIT
           END-PERFORM
           MOVE WS-ITEM-USED TO WS-ITEM-Z
           MOVE WS-WAIT-COUNT TO WS-WAIT-Z
           MOVE SPACES TO WS-REPLY
           STRING 'BUNDLE ' WS-ARG-BUNDLE ' FILED AS ' WS-PARENT-ID
                  ' - ' WS-ITEM-Z ' ITEMS, ' WS-WAIT-Z
                  ' WAITING ON EARLIER ITEMS'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
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
              CALLER-ACTIVE NOT = 'Y' OR
              (CALLER-REQ NOT = 'Y' AND CALLER-REQ NOT = 'V' AND
               CALLER-SP NOT = 'Y' AND CALLER-ADMN NOT = 'Y')
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

      * WHILE SM082P HOLDS THE BATCH-WINDOW GATE (SEE SM03P), NO
      * BUNDLE IS FILED UNTIL THE OPERATOR REOPENS.
       120-CHECK-BATCH-GATE.
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
       120-EXIT.
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
           MOVE WS-INPUT(15:7) TO WS-ARG-REQUESTOR
           MOVE WS-INPUT(23:25) TO WS-ARG-FOR
           IF WS-ARG-REQUESTOR = SPACES
               MOVE USERID3 TO WS-ARG-REQUESTOR
           END-IF.
       200-EXIT.
           EXIT.

       300-VALIDATE.
           IF WS-ARG-REQUESTOR NOT = USERID3 AND
              CALLER-SP NOT = 'Y' AND CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY SERVICE PROVIDERS MAY FILE FOR SOMEBODY ELSE'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-REQUESTOR TO WS-REQ-KEY7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-REQ-REC)
               RIDFLD (WS-REQ-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              RQ-ACTIVE NOT = 'Y'
               MOVE 'REQUESTOR MUST BE AN ACTIVE UAF00001 USER' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-BUNDLE TO BDL-BUNDLE-ID
           MOVE 0 TO BDL-SEQ
           EXEC CICS
               READ FILE('BDL00001')
               INTO (BDL-RECORD)
               RIDFLD (BDL-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'NO BUNDLE ' WS-ARG-BUNDLE ' - SEE SM2B'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE BDL-NAME TO WS-BDL-NAME
           MOVE BDL-QUEUE TO WS-BDL-QUEUE.
       300-EXIT.
           EXIT.

      * EVERY ITEM'S TEMPLATE IS CHECKED BEFORE ANY TICKET IS RAISED,
      * SO A BROKEN DEFINITION FILES NOTHING RATHER THAN HALF A SET.
       350-LOAD-ITEMS.
           MOVE 0 TO WS-ITEM-USED
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
                      BDL-BUNDLE-ID NOT = WS-ARG-BUNDLE OR
                      WS-ITEM-USED = 20
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD 1 TO WS-ITEM-USED
                       MOVE BDL-SEQ TO WS-ITEM-SEQ (WS-ITEM-USED)
                       MOVE BDL-TPL-ID TO WS-ITEM-TPL (WS-ITEM-USED)
                       MOVE BDL-QUEUE TO WS-ITEM-QUEUE (WS-ITEM-USED)
                       MOVE BDL-AFTER-SEQ TO
                           WS-ITEM-AFTER (WS-ITEM-USED)
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('BDL00001') END-EXEC
           END-IF
           IF WS-ITEM-USED = 0
               MOVE SPACES TO WS-REPLY
               STRING 'BUNDLE ' WS-ARG-BUNDLE ' HAS NO ITEMS - SEE SM2B'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-USED
               MOVE WS-ITEM-TPL (WS-ITEM-IX) TO TPL-ID
               EXEC CICS
                   READ FILE('TPL00001')
                   INTO (WS-TPL-REC)
                   RIDFLD (TPL-ID)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-REPLY
                   STRING 'TEMPLATE ' TPL-ID ' OF BUNDLE '
                          WS-ARG-BUNDLE ' IS GONE - NOTHING FILED'
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               IF WS-ITEM-QUEUE (WS-ITEM-IX) = SPACES
                   MOVE TPL-QUEUE TO WS-ITEM-QUEUE (WS-ITEM-IX)
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

       400-FILE-PARENT.
           PERFORM 450-NEXT-TICKET-ID THRU 450-EXIT
           MOVE WS-NEW-ID TO WS-PARENT-ID
           MOVE SPACES TO WS-TIX-REC
           MOVE WS-NEW-ID TO TIX-ID
           MOVE WS-ARG-REQUESTOR TO TIX-REQUESTOR
           MOVE ST-CREATED TO TIX-STATUS
           MOVE WS-ARG-FOR TO TIX-TITLE
           MOVE WS-ITEM-USED TO WS-ITEM-Z
           STRING WS-BDL-NAME ' - BUNDLE ' WS-ARG-BUNDLE ', '
                  WS-ITEM-Z ' ITEMS RAISED AS CHILD TICKETS'
               DELIMITED BY SIZE INTO TIX-DESC
           MOVE WS-HDATE-X TO LAST-UPDATE-DATE
           MOVE WS-HTIME-X TO LAST-UPDATE-TIME
           MOVE USERID3 TO UPDATED-BY2
           STRING 'BUNDLE ' WS-ARG-BUNDLE ' FILED'
               DELIMITED BY SIZE INTO LAST-UPDATE-REM
           MOVE 'M' TO TIX-PRIORITY
           MOVE WS-BUNDLE-CATEGORY TO TIX-CATEGORY
           MOVE WS-BDL-QUEUE TO TIX-QUEUE
           PERFORM 470-CALC-DUE-DATE THRU 470-EXIT
           PERFORM 480-WRITE-TICKET THRU 480-EXIT
           MOVE WS-NEW-ID TO NLK-TIX-ID
           MOVE TIX-REQUESTOR TO NLK-REQUESTOR
           MOVE TIX-STATUS TO NLK-STATUS
           MOVE WS-HDATE-X TO NLK-NOTIFY-DATE
           MOVE WS-HTIME-X TO NLK-NOTIFY-TIME
           EXEC CICS LINK PROGRAM('SM011P')
                COMMAREA(WS-NOTIFY-PARMS)
                LENGTH(LENGTH OF WS-NOTIFY-PARMS)
           END-EXEC
           MOVE SPACES TO BDT-RECORD
           MOVE WS-PARENT-ID TO BDT-PARENT-ID
           MOVE 0 TO BDT-SEQ
           MOVE WS-PARENT-ID TO BDT-TIX-ID
           MOVE 0 TO BDT-AFTER-SEQ
           MOVE 'P' TO BDT-STATE
           PERFORM 490-WRITE-BDT THRU 490-EXIT.
       400-EXIT.
           EXIT.

       450-NEXT-TICKET-ID.
           EXEC CICS
               READ FILE('STF00003')
               INTO (WS-CTL-REC)
               RIDFLD (WS-CTL-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'TICKET COUNTER UNAVAILABLE' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           ADD 1 TO WS-CTL-NEXT-NUM
           EXEC CICS
               REWRITE FILE('STF00003')
               FROM (WS-CTL-REC)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-CTL-NEXT-NUM TO WS-NEW-ID-N
           MOVE WS-NEW-ID-N TO WS-NEW-ID.
       450-EXIT.
           EXIT.

      * THE SAME SLA00001-THEN-DEFAULT-THEN-HARDCODED LADDER SM02P
      * CLIMBS, WITH THE SAME WEEKEND-AND-HOLIDAY DAY WALK.
       470-CALC-DUE-DATE.
           MOVE 'N' TO WS-SLA-FOUND
           EXEC CICS ASKTIME
            ABSTIME (WS-DUE-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
            ABSTIME (WS-DUE-TIME)
            YYYYMMDD (WS-SLA-ASOF)
           END-EXEC
           MOVE TIX-PRIORITY TO SLA-PRIORITY
           MOVE TIX-CATEGORY TO SLA-CATEGORY
           COMPUTE SLA-EFF-INV = 99999999 - WS-SLA-ASOF-N
           MOVE SLA-ROW-KEY TO WS-SLA-WANT
           EXEC CICS
               READ FILE('SLA00001')
               INTO (WS-SLA-REC)
               RIDFLD (SLA-KEY)
               RESP(WS-SLA-RESP)
               GTEQ
           END-EXEC
           IF WS-SLA-RESP = DFHRESP(NORMAL) AND
              SLA-ROW-KEY = WS-SLA-WANT
               MOVE 'Y' TO WS-SLA-FOUND
           ELSE
               MOVE TIX-PRIORITY TO SLA-PRIORITY
               MOVE 'DEFAULT' TO SLA-CATEGORY
               COMPUTE SLA-EFF-INV = 99999999 - WS-SLA-ASOF-N
               MOVE SLA-ROW-KEY TO WS-SLA-WANT
               EXEC CICS
                   READ FILE('SLA00001')
                   INTO (WS-SLA-REC)
                   RIDFLD (SLA-KEY)
                   RESP(WS-SLA-RESP)
                   GTEQ
               END-EXEC
               IF WS-SLA-RESP = DFHRESP(NORMAL) AND
                  SLA-ROW-KEY = WS-SLA-WANT
                   MOVE 'Y' TO WS-SLA-FOUND
               END-IF
           END-IF
           IF WS-SLA-FOUND = 'Y' AND SLA-TARGET-HOURS NUMERIC AND
              SLA-TARGET-HOURS > 0
               COMPUTE WS-DUE-DAYS-NEEDED =
                   (SLA-TARGET-HOURS + 8) / 9
           ELSE
               EVALUATE TIX-PRIORITY
                   WHEN 'H'
                       MOVE 3 TO WS-DUE-DAYS-NEEDED
                   WHEN 'M'
                       MOVE 5 TO WS-DUE-DAYS-NEEDED
                   WHEN OTHER
                       MOVE 10 TO WS-DUE-DAYS-NEEDED
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-DUE-DAYS-ADDED
           MOVE WS-TIME TO WS-DUE-TIME
           PERFORM UNTIL WS-DUE-DAYS-ADDED = WS-DUE-DAYS-NEEDED
               ADD 86400000 TO WS-DUE-TIME
               EXEC CICS FORMATTIME
                ABSTIME (WS-DUE-TIME)
                DAYOFWEEK (WS-DUE-DOW)
               END-EXEC
               IF WS-DUE-DOW NOT = 0 AND WS-DUE-DOW NOT = 6
                   EXEC CICS FORMATTIME
                    ABSTIME (WS-DUE-TIME)
                    YYYYMMDD (DUE-CAL-KEY)
                   END-EXEC
                   EXEC CICS
                       READ FILE('CAL00001')
                       INTO (WS-DUE-CAL-REC)
                       RIDFLD (DUE-CAL-KEY)
                       RESP(WS-DUE-CAL-RESP)
                       EQUAL
                   END-EXEC
                   IF WS-DUE-CAL-RESP = DFHRESP(NORMAL) AND
                      DUE-CAL-TYPE = 'H'
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-DUE-DAYS-ADDED
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS FORMATTIME
            ABSTIME (WS-DUE-TIME)
            DATESEP ('/')
            MMDDYYYY (WS-DUE-DATE-X)
           END-EXEC
           MOVE WS-DUE-DATE-X TO TIX-DUE-DATE.
       470-EXIT.
           EXIT.

       480-WRITE-TICKET.
           EXEC CICS
               WRITE FILE('STF00001')
               FROM (WS-TIX-REC)
               RIDFLD (TIX-ID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE SPACES TO WS-REPLY
               STRING 'TICKET ' TIX-ID ' NOT CREATED - NOTHING FILED'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE TIX-QUEUE TO QCK-QUEUE
           MOVE TIX-STATUS TO QCK-STATUS
           MOVE '+' TO QCK-DELTA
           EXEC CICS LINK PROGRAM('SM080P')
                COMMAREA(WS-QCT-PARMS)
                LENGTH(LENGTH OF WS-QCT-PARMS)
           END-EXEC
           MOVE 'C' TO JLK-ACTION
           MOVE TIX-ID TO JLK-TIX-ID
           MOVE SPACES TO JLK-BEFORE
           MOVE SPACES TO JLK-AFTER
           MOVE WS-TIX-REC TO JLK-AFTER
           EXEC CICS LINK PROGRAM('SM047P')
                COMMAREA(WS-JRN-PARMS)
                LENGTH(LENGTH OF WS-JRN-PARMS)
           END-EXEC
           MOVE TIX-ID TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           MOVE LAST-UPDATE-REM TO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC.
       480-EXIT.
           EXIT.

       490-WRITE-BDT.
           MOVE WS-ARG-BUNDLE TO BDT-BUNDLE-ID
           MOVE USERID3 TO BDT-FILED-BY
           MOVE WS-TODAY-YMD TO BDT-FILED-DATE
           EXEC CICS
               WRITE FILE('BDT00001')
               FROM (BDT-RECORD)
               RIDFLD (BDT-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       490-EXIT.
           EXIT.

      * ONE CHILD PER ITEM. AN ITEM WITH A PREDECESSOR WAITS, UNDATED,
      * UNTIL SM104P RELEASES IT.
       500-FILE-ITEM.
           MOVE WS-ITEM-TPL (WS-ITEM-IX) TO TPL-ID
           EXEC CICS
               READ FILE('TPL00001')
               INTO (WS-TPL-REC)
               RIDFLD (TPL-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           PERFORM 450-NEXT-TICKET-ID THRU 450-EXIT
           MOVE SPACES TO WS-TIX-REC
           MOVE WS-NEW-ID TO TIX-ID
           MOVE WS-ARG-REQUESTOR TO TIX-REQUESTOR
           MOVE TPL-TITLE TO TIX-TITLE
           MOVE TPL-DESC TO TIX-DESC
           MOVE WS-HDATE-X TO LAST-UPDATE-DATE
           MOVE WS-HTIME-X TO LAST-UPDATE-TIME
           MOVE USERID3 TO UPDATED-BY2
           STRING 'BUNDLE ' WS-ARG-BUNDLE ' FOR ' WS-ARG-FOR
               DELIMITED BY SIZE INTO LAST-UPDATE-REM
           MOVE TPL-PRIORITY TO TIX-PRIORITY
           IF TIX-PRIORITY = SPACES
               MOVE 'M' TO TIX-PRIORITY
           END-IF
           MOVE TPL-CATEGORY TO TIX-CATEGORY
           MOVE WS-ITEM-QUEUE (WS-ITEM-IX) TO TIX-QUEUE
           MOVE WS-PARENT-ID TO TIX-PARENT-ID
           MOVE SPACES TO BDT-RECORD
           MOVE WS-PARENT-ID TO BDT-PARENT-ID
           MOVE WS-ITEM-SEQ (WS-ITEM-IX) TO BDT-SEQ
           MOVE WS-NEW-ID TO BDT-TIX-ID
           MOVE WS-ITEM-AFTER (WS-ITEM-IX) TO BDT-AFTER-SEQ
           IF WS-ITEM-AFTER (WS-ITEM-IX) > 0
               MOVE ST-WAITING TO TIX-STATUS
               MOVE 'H' TO BDT-STATE
               ADD 1 TO WS-WAIT-COUNT
           ELSE
               MOVE ST-CREATED TO TIX-STATUS
               MOVE 'O' TO BDT-STATE
               PERFORM 470-CALC-DUE-DATE THRU 470-EXIT
           END-IF
           PERFORM 480-WRITE-TICKET THRU 480-EXIT
           PERFORM 490-WRITE-BDT THRU 490-EXIT.
       500-EXIT.
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
