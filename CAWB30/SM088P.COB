         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM088.
      *
      * ON-CALL CALLOUT RECORDING.
      * SM011P ROUTES AFTER-HOURS HIGH-PRIORITY EVENTS TO THE
      * OCR00001 ON-CALL USER AND LOGS EACH ONE TO ONC00001; THIS
      * TRANSACTION RECORDS THAT THE PERSON ACTUALLY GOT UP AND
      * WORKED IT - WHO, WHICH TICKET, WHEN THEY ACKNOWLEDGED, AND
      * WHEN THE WORK STARTED AND ENDED. THE CALLOUT IS WRITTEN TO
      * COF00001 AND CROSS-CHECKED AGAINST ONC00001: THE LATEST
      * NOTIFICATION OF THE TICKET TO THE SAME USER AT OR BEFORE THE
      * ACKNOWLEDGEMENT IS MARKED ACKNOWLEDGED AND THE CALLOUT IS
      * MARKED NOTIFIED. A CALLOUT WITH NO SUCH NOTIFICATION IS
      * STILL RECORDED, BUT FLAGGED, AND SMB061 LISTS IT FOR PAYROLL
      * AS AN EXCEPTION. THE TICKET GETS THE USUAL SM009P HISTORY
      * ENTRY. PROVIDERS RECORD THEIR OWN CALLOUTS; AN ADMINISTRATOR
      * MAY NAME THE USER. COMMAND-LINE:
      *
      *   SM88 R TICKET YYYYMMDD HHMM YYYYMMDD HHMM YYYYMMDD HHMM USERID
      *            ACKNOWLEDGED   WORK STARTED   WORK ENDED   (ADMIN)
      *       (6)(8-13)(15-22)(24-27)(29-36)(38-41)(43-50)(52-55)(57-63)
      *   SM88 S TICKET                   SHOW THE TICKET'S CALLOUTS
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
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
           COPY SMUAF.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-TICKET                         PIC X(06).
       01  WS-ARG-USER                           PIC X(07).
      * THE THREE DATE/TIME PAIRS ARE CHECKED BY ONE PARAGRAPH
      * THROUGH WS-CHK-STAMP.
       01  WS-ACK-STAMP                          PIC X(12).
       01  WS-START-STAMP                        PIC X(12).
       01  WS-END-STAMP                          PIC X(12).
       01  WS-CHK-STAMP.
           05  WS-CHK-DATE.
               10  WS-CHK-YYYY                   PIC 9(04).
               10  WS-CHK-MM                     PIC 9(02).
               10  WS-CHK-DD                     PIC 9(02).
           05  WS-CHK-TIME.
               10  WS-CHK-HH                     PIC 9(02).
               10  WS-CHK-MI                     PIC 9(02).
       01  WS-CHK-NAME                           PIC X(12).
       01  WS-COF-REC.
           05  COF-KEY.
               10  COF-TIX-ID                    PIC X(06).
               10  COF-USER                      PIC X(07).
               10  COF-ACK-DATE                  PIC X(08).
               10  COF-ACK-TIME                  PIC X(04).
           05  COF-START-DATE                    PIC X(08).
           05  COF-START-TIME                    PIC X(04).
           05  COF-END-DATE                      PIC X(08).
           05  COF-END-TIME                      PIC X(04).
           05  COF-NOTIFIED                      PIC X(01).
               88  COF-WAS-NOTIFIED              VALUE 'Y'.
           05  COF-NOTIFY-DATE                   PIC X(08).
           05  COF-NOTIFY-TIME                   PIC X(08).
           05  COF-REC-BY                        PIC X(07).
           05  COF-REC-DATE                      PIC X(08).
           05  FILLER                            PIC X(19).
       01  WS-ONC-REC.
           05  ONC-KEY.
               10  ONC-TIX-ID                    PIC X(06).
               10  ONC-DATE                      PIC X(08).
               10  ONC-TIME                      PIC X(08).
           05  ONC-USER                          PIC X(07).
           05  ONC-QUEUE                         PIC X(10).
           05  ONC-STATUS                        PIC X(10).
           05  ONC-ACK-FLAG                      PIC X(01).
           05  ONC-ACK-DATE                      PIC X(08).
           05  FILLER                            PIC X(22).
       01  WS-ONC-STAMP                          PIC X(12).
       01  WS-MATCH-KEY                          PIC X(22).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-COF-COUNT                          PIC 9(03).
       01  WS-LAST-COF                           PIC X(100).
       01  WS-TARGET-KEY.
           05  WS-TARGET-KEY1                    PIC X(7).
           05  FILLER                            PIC X.
       01  WS-TARGET-REC.
           05  TGT-UID                           PIC X(08).
           05  TGT-REQ                           PIC X.
           05  TGT-ADMN                          PIC X.
           05  TGT-APP                           PIC X.
           05  TGT-SP                            PIC X.
           05  TGT-UPBY                          PIC X(08).
           05  TGT-ACTIVE                        PIC X.
       01  WS-TIX-PROBE                          PIC X(282).
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-LOG-PARMS.
           05  LK-TIX-ID                         PIC X(06).
           05  LK-UPDATE-DATE                     PIC X(10).
           05  LK-UPDATE-TIME                     PIC X(10).
           05  LK-UPDATED-BY                      PIC X(07).
           05  LK-REMARK                          PIC X(50).
           05  LK-RESP-CODE                       PIC S9(8) COMP.
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
           MOVE 'SM088P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-TICKET = SPACES
                   MOVE 'USAGE: SM88 R/S TICKET ...' TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = 'S'
                   PERFORM 400-SHOW-CALLOUTS THRU 400-EXIT
               WHEN WS-ARG-ACTION = 'R'
                   PERFORM 500-RECORD-CALLOUT THRU 500-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE R OR S' TO WS-REPLY
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
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              CALLER-ACTIVE = 'N' OR
              (CALLER-ADMN NOT = 'Y' AND CALLER-SP NOT = 'Y')
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
           MOVE WS-INPUT(6:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(8:6) TO WS-ARG-TICKET
           STRING WS-INPUT(15:8) WS-INPUT(24:4)
               DELIMITED BY SIZE INTO WS-ACK-STAMP
           STRING WS-INPUT(29:8) WS-INPUT(38:4)
               DELIMITED BY SIZE INTO WS-START-STAMP
           STRING WS-INPUT(43:8) WS-INPUT(52:4)
               DELIMITED BY SIZE INTO WS-END-STAMP
           MOVE WS-INPUT(57:7) TO WS-ARG-USER
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
           STRING WS-HDATE-X(7:4) WS-HDATE-X(1:2) WS-HDATE-X(4:2)
               DELIMITED BY SIZE INTO WS-TODAY-YMD.
       200-EXIT.
           EXIT.

      * COUNTS THE TICKET'S CALLOUTS AND SHOWS THE LAST ONE ON FILE.
       400-SHOW-CALLOUTS.
           MOVE ZERO TO WS-COF-COUNT
           MOVE SPACES TO WS-LAST-COF
           MOVE LOW-VALUES TO COF-KEY
           MOVE WS-ARG-TICKET TO COF-TIX-ID
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('COF00001')
                RIDFLD (COF-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('COF00001')
                         INTO (WS-COF-REC)
                         RIDFLD (COF-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  COF-TIX-ID NOT = WS-ARG-TICKET
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-COF-COUNT
                   MOVE WS-COF-REC TO WS-LAST-COF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('COF00001')
                RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-COF-COUNT = 0
               STRING 'NO CALLOUTS RECORDED FOR TICKET ' WS-ARG-TICKET
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-LAST-COF TO WS-COF-REC
           STRING WS-ARG-TICKET ' CALLOUTS ' WS-COF-COUNT
                  ' LAST ' COF-USER ' ' COF-START-DATE ' '
                  COF-START-TIME '-' COF-END-DATE ' ' COF-END-TIME
                  ' NOTIFIED ' COF-NOTIFIED
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       500-RECORD-CALLOUT.
           IF WS-ARG-USER = SPACES
               MOVE USERID3 TO WS-ARG-USER
           END-IF
           IF WS-ARG-USER NOT = USERID3
               PERFORM 520-CHECK-OTHER-USER THRU 520-EXIT
           END-IF
           MOVE WS-ACK-STAMP TO WS-CHK-STAMP
           MOVE 'ACKNOWLEDGED' TO WS-CHK-NAME
           PERFORM 700-CHECK-STAMP THRU 700-EXIT
           MOVE WS-START-STAMP TO WS-CHK-STAMP
           MOVE 'WORK START' TO WS-CHK-NAME
           PERFORM 700-CHECK-STAMP THRU 700-EXIT
           MOVE WS-END-STAMP TO WS-CHK-STAMP
           MOVE 'WORK END' TO WS-CHK-NAME
           PERFORM 700-CHECK-STAMP THRU 700-EXIT
           IF WS-START-STAMP < WS-ACK-STAMP
               MOVE 'WORK CANNOT START BEFORE THE CALL WAS ANSWERED' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-END-STAMP NOT > WS-START-STAMP
               MOVE 'WORK END MUST BE AFTER WORK START' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-END-STAMP(1:8) > WS-TODAY-YMD
               MOVE 'WORK END IS IN THE FUTURE' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-PROBE)
               RIDFLD (WS-ARG-TICKET)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'TICKET NUMBER DOES NOT EXIST' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-COF-REC
           MOVE WS-ARG-TICKET TO COF-TIX-ID
           MOVE WS-ARG-USER TO COF-USER
           MOVE WS-ACK-STAMP(1:8) TO COF-ACK-DATE
           MOVE WS-ACK-STAMP(9:4) TO COF-ACK-TIME
           MOVE WS-START-STAMP(1:8) TO COF-START-DATE
           MOVE WS-START-STAMP(9:4) TO COF-START-TIME
           MOVE WS-END-STAMP(1:8) TO COF-END-DATE
           MOVE WS-END-STAMP(9:4) TO COF-END-TIME
           MOVE 'N' TO COF-NOTIFIED
           MOVE USERID3 TO COF-REC-BY
           MOVE WS-TODAY-YMD TO COF-REC-DATE
           PERFORM 600-FIND-NOTIFICATION THRU 600-EXIT
           EXEC CICS
               WRITE FILE('COF00001')
               FROM(WS-COF-REC)
               RIDFLD(COF-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'THAT CALLOUT IS ALREADY RECORDED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'COF00001 WRITE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF COF-WAS-NOTIFIED
               PERFORM 650-MARK-ACKNOWLEDGED THRU 650-EXIT
           END-IF
           MOVE SPACES TO LK-REMARK
           IF COF-WAS-NOTIFIED
               STRING 'CALLOUT ' COF-USER ' ' COF-START-DATE ' '
                      COF-START-TIME '-' COF-END-TIME
                   DELIMITED BY SIZE INTO LK-REMARK
           ELSE
               STRING 'CALLOUT ' COF-USER ' ' COF-START-DATE ' '
                      COF-START-TIME '-' COF-END-TIME ' UNNOTIFIED'
                   DELIMITED BY SIZE INTO LK-REMARK
           END-IF
           PERFORM 780-LOG-TICKET THRU 780-EXIT
           IF COF-WAS-NOTIFIED
               STRING 'CALLOUT SAVED - MATCHES ON-CALL NOTICE OF '
                      COF-NOTIFY-DATE ' ' COF-NOTIFY-TIME
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'CALLOUT SAVED - NO ON-CALL NOTICE FOUND, FLAGGED'
                   TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * ONLY AN ADMINISTRATOR RECORDS A CALLOUT FOR SOMEONE ELSE,
      * AND THE SOMEONE ELSE MUST BE A PROVIDER ON UAF00001.
       520-CHECK-OTHER-USER.
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'RECORD YOUR OWN CALLOUTS - LEAVE USERID BLANK' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-TARGET-KEY
           MOVE WS-ARG-USER TO WS-TARGET-KEY1
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-TARGET-REC)
               RIDFLD (WS-TARGET-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              (TGT-SP NOT = 'Y' AND TGT-ADMN NOT = 'Y')
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-USER ' IS NOT A SERVICE PROVIDER'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       520-EXIT.
           EXIT.

      * THE LATEST ONC00001 NOTIFICATION OF THIS TICKET TO THIS
      * USER AT OR BEFORE THE ACKNOWLEDGEMENT MINUTE.
       600-FIND-NOTIFICATION.
           MOVE SPACES TO WS-MATCH-KEY
           MOVE LOW-VALUES TO ONC-KEY
           MOVE WS-ARG-TICKET TO ONC-TIX-ID
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('ONC00001')
                RIDFLD (ONC-KEY)
                RESP(WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 600-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('ONC00001')
                         INTO (WS-ONC-REC)
                         RIDFLD (ONC-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  ONC-TIX-ID NOT = WS-ARG-TICKET
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   STRING ONC-DATE ONC-TIME(1:2) ONC-TIME(4:2)
                       DELIMITED BY SIZE INTO WS-ONC-STAMP
                   IF ONC-USER = WS-ARG-USER AND
                      WS-ONC-STAMP NOT > WS-ACK-STAMP
                       MOVE ONC-KEY TO WS-MATCH-KEY
                       MOVE 'Y' TO COF-NOTIFIED
                       MOVE ONC-DATE TO COF-NOTIFY-DATE
                       MOVE ONC-TIME TO COF-NOTIFY-TIME
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('ONC00001')
           END-EXEC.
       600-EXIT.
           EXIT.

       650-MARK-ACKNOWLEDGED.
           MOVE WS-MATCH-KEY TO ONC-KEY
           EXEC CICS
               READ FILE('ONC00001')
               INTO (WS-ONC-REC)
               RIDFLD (ONC-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 650-EXIT
           END-IF
           MOVE 'Y' TO ONC-ACK-FLAG
           MOVE COF-ACK-DATE TO ONC-ACK-DATE
           EXEC CICS
               REWRITE FILE('ONC00001')
               FROM(WS-ONC-REC)
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       650-EXIT.
           EXIT.

       700-CHECK-STAMP.
           IF WS-CHK-STAMP NOT NUMERIC
               MOVE SPACES TO WS-REPLY
               STRING WS-CHK-NAME ' MUST BE YYYYMMDD HHMM'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12 OR
              WS-CHK-DD < 1 OR WS-CHK-DD > 31 OR
              WS-CHK-YYYY < 2000 OR
              WS-CHK-HH > 23 OR WS-CHK-MI > 59
               MOVE SPACES TO WS-REPLY
               STRING WS-CHK-NAME ' IS NOT A VALID DATE AND TIME'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       700-EXIT.
           EXIT.

       780-LOG-TICKET.
           MOVE COF-TIX-ID TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE SPACES TO WS-REPLY.
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
