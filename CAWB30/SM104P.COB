         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM104.
      *
      * SHARED BUNDLE-ITEM RELEASE.
      * A BUNDLE ITEM FILED BEHIND ANOTHER (LAPTOP AFTER ACCOUNT - SEE
      * SMBDL) WAITS IN ST-WAITING WITH NO DUE DATE. LINKED BY SM03P
      * AFTER A SAVE AND BY SM004 AFTER A CONFIRM OR CLOSE, IN THE
      * SAME SHARED-SUBROUTINE STYLE AS SM098P: THE CALLER PASSES THE
      * TICKET IT HAS JUST MOVED AND, WHEN THAT TICKET IS NOW DONE
      * (PENDCONF, COMPLETED OR CLOSED) AND IS A BUNDLE ITEM, EVERY
      * ITEM OF THE SAME BUNDLE STILL HELD BEHIND IT GOES TO CREATED
      * WITH ITS DUE DATE DERIVED FROM TODAY BY THE SM02P LADDER. THE
      * RELEASE IS COUNTED, JOURNALED AND LOGGED LIKE ANY OTHER
      * STATUS CHANGE. A TICKET THAT IS NOT DONE, NOT A BUNDLE ITEM
      * OR HAS NOTHING WAITING ON IT RETURNS BRK-RELEASED ZERO.
      * A CANCELED OR REJECTED PREDECESSOR RELEASES NOTHING - THE
      * COORDINATING QUEUE DECIDES WHETHER TO WORK OR CANCEL THE
      * WAITING ITEM ON SM03P. SEE COPYBOOK SMBDT.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
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
           COPY SMBDT.
       01  WS-BDT-BR-KEY                         PIC X(08).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-PARENT-ID                          PIC X(06).
       01  WS-DONE-SEQ                           PIC 9(02).
       01  WS-DONE-FOUND                         PIC X.
      * THE HELD ITEMS ARE COLLECTED FIRST AND RELEASED AFTER THE
      * BROWSE ENDS, SO NO UPDATE IS TAKEN UNDER AN OPEN BROWSE.
       01  WS-HELD-TABLE.
           05  WS-HELD-SEQ                       PIC 9(02)
                                                   OCCURS 20 TIMES.
       01  WS-HELD-USED                          PIC 9(02).
       01  WS-HELD-IX                            PIC 9(02).
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
       01  WS-TODAY-YMD                          PIC X(08).
      * QUEUE/STATUS SUMMARY COUNTERS - SEE SM080P AND SMB051.
       01  WS-QCT-PARMS.
           05  QCK-QUEUE                          PIC X(10).
           05  QCK-STATUS                         PIC X(10).
           05  QCK-DELTA                          PIC X(01).
           05  QCK-RESP-CODE                      PIC S9(8) COMP.
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

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  BRK-TIX-ID                        PIC X(06).
           05  BRK-USER                          PIC X(07).
           05  BRK-RELEASED                      PIC 9(02).
           05  BRK-RESP-CODE                     PIC S9(8) COMP.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           MOVE 0 TO BRK-RESP-CODE
           MOVE 0 TO BRK-RELEASED
           PERFORM 100-CHECK-DONE THRU 100-EXIT
           IF BRK-RESP-CODE = 0
               PERFORM 200-FIND-WAITING THRU 200-EXIT
           END-IF
           IF BRK-RESP-CODE = 0 AND WS-HELD-USED > 0
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
               PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                       UNTIL WS-HELD-IX > WS-HELD-USED
                   PERFORM 300-RELEASE-ITEM THRU 300-EXIT
               END-PERFORM
           END-IF
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * ONLY A DONE TICKET THAT HANGS UNDER A PARENT CAN RELEASE
      * ANYTHING.
       100-CHECK-DONE.
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-REC)
               RIDFLD (BRK-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 8 TO BRK-RESP-CODE
               GO TO 100-EXIT
           END-IF
           IF TIX-PARENT-ID = SPACES OR
              (TIX-STATUS NOT = ST-PENDCONF AND
               TIX-STATUS NOT = ST-COMPLETED AND
               TIX-STATUS NOT = ST-CLOSED)
               MOVE 4 TO BRK-RESP-CODE
               GO TO 100-EXIT
           END-IF
           MOVE TIX-PARENT-ID TO WS-PARENT-ID.
       100-EXIT.
           EXIT.

      * ONE GENERIC BROWSE OF THE BUNDLE: FIRST FIND WHICH ITEM THE
      * DONE TICKET IS, THEN WHICH HELD ITEMS WAIT ON IT. ITEMS ONLY
      * EVER WAIT ON EARLIER ITEMS, SO ONE PASS IN KEY ORDER SEES THE
      * PREDECESSOR BEFORE ANYTHING BEHIND IT.
       200-FIND-WAITING.
           MOVE 0 TO WS-HELD-USED
           MOVE 'N' TO WS-DONE-FOUND
           MOVE 0 TO WS-DONE-SEQ
           MOVE WS-PARENT-ID TO BDT-PARENT-ID
           MOVE 1 TO BDT-SEQ
           MOVE BDT-KEY TO WS-BDT-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('BDT00001')
               RIDFLD (WS-BDT-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 4 TO BRK-RESP-CODE
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('BDT00001')
                   INTO (BDT-RECORD)
                   RIDFLD (WS-BDT-BR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  BDT-PARENT-ID NOT = WS-PARENT-ID
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF BDT-TIX-ID = BRK-TIX-ID
                       MOVE 'Y' TO WS-DONE-FOUND
                       MOVE BDT-SEQ TO WS-DONE-SEQ
                   END-IF
                   IF WS-DONE-FOUND = 'Y' AND BDT-HELD AND
                      BDT-AFTER-SEQ = WS-DONE-SEQ AND
                      WS-HELD-USED < 20
                       ADD 1 TO WS-HELD-USED
                       MOVE BDT-SEQ TO WS-HELD-SEQ (WS-HELD-USED)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('BDT00001') END-EXEC
           IF WS-DONE-FOUND = 'N'
               MOVE 4 TO BRK-RESP-CODE
           END-IF.
       200-EXIT.
           EXIT.

      * THE ITEM'S OWN BDT00001 ROW IS MARKED RELEASED EVEN WHEN
      * SOMEBODY HAS ALREADY MOVED THE TICKET OFF WAITING BY HAND.
       300-RELEASE-ITEM.
           MOVE WS-PARENT-ID TO BDT-PARENT-ID
           MOVE WS-HELD-SEQ (WS-HELD-IX) TO BDT-SEQ
           EXEC CICS
               READ FILE('BDT00001')
               INTO (BDT-RECORD)
               RIDFLD (BDT-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 300-EXIT
           END-IF
           MOVE 'R' TO BDT-STATE
           MOVE WS-TODAY-YMD TO BDT-RELEASED-DATE
           EXEC CICS
               REWRITE FILE('BDT00001')
               FROM (BDT-RECORD)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-REC)
               RIDFLD (BDT-TIX-ID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 300-EXIT
           END-IF
           IF TIX-STATUS NOT = ST-WAITING
               EXEC CICS UNLOCK FILE('STF00001') END-EXEC
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO JLK-BEFORE
           MOVE WS-TIX-REC TO JLK-BEFORE
           MOVE ST-CREATED TO TIX-STATUS
           MOVE WS-HDATE-X TO LAST-UPDATE-DATE
           MOVE WS-HTIME-X TO LAST-UPDATE-TIME
           MOVE BRK-USER TO UPDATED-BY2
           MOVE SPACES TO LAST-UPDATE-REM
           STRING 'RELEASED - ITEM ' WS-DONE-SEQ ' (' BRK-TIX-ID
                  ') OF BUNDLE ' TIX-PARENT-ID ' DONE'
               DELIMITED BY SIZE INTO LAST-UPDATE-REM
           PERFORM 450-CALC-DUE-DATE THRU 450-EXIT
           EXEC CICS
               REWRITE FILE('STF00001')
               FROM (WS-TIX-REC)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 300-EXIT
           END-IF
           ADD 1 TO BRK-RELEASED
           MOVE TIX-QUEUE TO QCK-QUEUE
           MOVE ST-WAITING TO QCK-STATUS
           MOVE '-' TO QCK-DELTA
           EXEC CICS LINK PROGRAM('SM080P')
                COMMAREA(WS-QCT-PARMS)
                LENGTH(LENGTH OF WS-QCT-PARMS)
           END-EXEC
           MOVE TIX-QUEUE TO QCK-QUEUE
           MOVE TIX-STATUS TO QCK-STATUS
           MOVE '+' TO QCK-DELTA
           EXEC CICS LINK PROGRAM('SM080P')
                COMMAREA(WS-QCT-PARMS)
                LENGTH(LENGTH OF WS-QCT-PARMS)
           END-EXEC
           MOVE 'U' TO JLK-ACTION
           MOVE TIX-ID TO JLK-TIX-ID
           MOVE SPACES TO JLK-AFTER
           MOVE WS-TIX-REC TO JLK-AFTER
           EXEC CICS LINK PROGRAM('SM047P')
                COMMAREA(WS-JRN-PARMS)
                LENGTH(LENGTH OF WS-JRN-PARMS)
           END-EXEC
           MOVE TIX-ID TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE BRK-USER TO LK-UPDATED-BY
           MOVE LAST-UPDATE-REM TO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC.
       300-EXIT.
           EXIT.

      * THE SAME SLA00001-THEN-DEFAULT-THEN-HARDCODED LADDER SM02P
      * CLIMBS, COUNTED FROM THE DAY OF RELEASE.
       450-CALC-DUE-DATE.
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
       450-EXIT.
           EXIT.
