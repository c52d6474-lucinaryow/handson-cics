      * NEXT ONE. COMMAND-LINE, SERVICE PROVIDERS AND
      * ADMINISTRATORS:
      *
      *     SM70 REQUSTR HOTKEY-- TITLE(25)...              I U R
      *          (6-12)  (14-21)  (23-47)                  49 51 53
      *
      * HOTKEY NAMES A TPL00001 TEMPLATE WHOSE CATEGORY, QUEUE AND
      * CANNED DESCRIPTION FILL THE TICKET. THE PRIORITY IS DERIVED
      * THROUGH SM084P FROM THE CALLER'S IMPACT (I: U/D/S, ONE USER
      * WHEN BLANK) AND URGENCY (U: H/M/L, THE TEMPLATE'S PRIORITY
      * WHEN BLANK), AND THE ANSWERS ARE KEPT IN PDV00001; THE DUE DATE
      * COMES FROM THE SLA00001 MATRIX EXACTLY AS SM02P DERIVES IT
      * (CATEGORY ROW, THEN THE DEFAULT ROW, THEN THE HISTORICAL
      * H/M/L DAY COUNTS), WALKING PAST WEEKENDS AND CAL00001
      * PATH, AND THE REPLY LINE CARRIES THE TERMINAL'S CALLS-TAKEN
      * COUNT FOR THE SHIFT (A TS QUEUE NAMED FROM THE TERMINAL,
      * GONE AT REGION RESTART LIKE ANY SHIFT COUNT SHOULD BE).
      * R IN COLUMN 53 SAYS THE AGENT FIXED IT ON THE CALL: THE TICKET
      * IS RAISED ASSIGNED TO THE AGENT AND STRAIGHT INTO PENDCONF, SO
      * THE REQUESTOR CONFIRMS OR DISPUTES IT THROUGH SM004 AS FOR ANY
      * OTHER COMPLETION. EVERY CALL IS RECORDED ON FCR00001 (SMFCR)
      * FOR THE SMB072 FIRST-CONTACT RESOLUTION REPORT.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - PRIORITY DERIVED FROM IMPACT AND URGENCY.
      *  2026-10-15 MAINT - RESOLVED-ON-CALL FLAG AND FCR00001 RECORD.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - SLA LOOKUP TAKES THE VERSION IN FORCE TODAY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ARG-REQUESTOR                      PIC X(07).
       01  WS-ARG-HOTKEY                         PIC X(08).
       01  WS-ARG-TITLE                          PIC X(25).
       01  WS-ARG-IMPACT                         PIC X(01).
       01  WS-ARG-URGENCY                        PIC X(01).
       01  WS-ARG-RESOLVED                       PIC X(01).
      * FIRST-CONTACT RESOLUTION - SEE SMB072.
           COPY SMFCR.
       01  WS-FCR-RESP                           PIC S9(8) COMP.
       01  WS-FCR-DATE                           PIC X(08).
       01  WS-FCR-TIME                           PIC X(06).
      * IMPACT-BY-URGENCY PRIORITY - SEE SM084P AND SM02P.
       01  WS-PDV-PARMS.
           05  PLK-IMPACT                        PIC X(01).
           05  PLK-URGENCY                       PIC X(01).
           05  PLK-PRIORITY                      PIC X(01).
           05  PLK-SOURCE                        PIC X(01).
           05  PLK-RESP-CODE                     PIC S9(8) COMP.
       01  WS-PDV-REC.
           05  PDV-TIX-ID                        PIC X(06).
           05  PDV-IMPACT                        PIC X(01).
           05  PDV-URGENCY                       PIC X(01).
           05  PDV-DERIVED                       PIC X(01).
           05  PDV-SOURCE                        PIC X(01).
           05  PDV-OVR-PRIORITY                  PIC X(01).
           05  PDV-OVR-BY                        PIC X(07).
           05  PDV-OVR-DATE                      PIC X(08).
           05  FILLER                            PIC X(14).
       01  WS-PDV-RESP                           PIC S9(8) COMP.
       01  WS-REQ-KEY.
           05  WS-REQ-KEY7                       PIC X(07).
           05  FILLER                            PIC X.
           05  TIX-RESOLUTION-CD                 PIC X(05).
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
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM070P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 120-CHECK-BATCH-GATE THRU 120-EXIT
           PERFORM 200-PARSE-INPUT
               MOVE 'USAGE: SM70 REQUESTOR HOTKEY TITLE' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-RESOLVED NOT = SPACE AND WS-ARG-RESOLVED NOT = 'R'
               MOVE 'COL 53 IS R WHEN THE CALL WAS RESOLVED, ELSE BLANK'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 300-VALIDATE THRU 300-EXIT
           PERFORM 400-BUILD-TICKET THRU 400-EXIT
           PERFORM 500-WRITE-TICKET THRU 500-EXIT
           PERFORM 600-COUNT-CALL THRU 600-EXIT
           MOVE WS-CALL-COUNT TO WS-CALL-Z
           MOVE SPACES TO WS-REPLY
           IF WS-ARG-RESOLVED = 'R'
               STRING 'TICKET ' WS-NEW-ID ' RESOLVED - CALLS THIS SHIFT'
                      WS-CALL-Z ' - KEY THE NEXT CALL'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'TICKET ' WS-NEW-ID ' TAKEN - CALLS THIS SHIFT'
                      WS-CALL-Z ' - KEY THE NEXT CALL'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       000-EXIT.
           EXIT.
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
           END-EXEC
           MOVE WS-INPUT(6:7) TO WS-ARG-REQUESTOR
           MOVE WS-INPUT(14:8) TO WS-ARG-HOTKEY
           MOVE WS-INPUT(23:25) TO WS-ARG-TITLE
           MOVE WS-INPUT(49:1) TO WS-ARG-IMPACT
           MOVE WS-INPUT(51:1) TO WS-ARG-URGENCY
           MOVE WS-INPUT(53:1) TO WS-ARG-RESOLVED.
       200-EXIT.
           EXIT.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'HOTKEY IS NOT A TPL00001 TEMPLATE' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-IMPACT TO PLK-IMPACT
           MOVE WS-ARG-URGENCY TO PLK-URGENCY
           IF PLK-URGENCY = SPACES
               MOVE TPL-PRIORITY TO PLK-URGENCY
           END-IF
           IF PLK-URGENCY = SPACES
               MOVE 'M' TO PLK-URGENCY
           END-IF
           EXEC CICS LINK PROGRAM('SM084P')
                COMMAREA(WS-PDV-PARMS)
                LENGTH(LENGTH OF WS-PDV-PARMS)
           END-EXEC
           IF PLK-RESP-CODE NOT = 0
               MOVE 'IMPACT (COL 49) U/D/S, URGENCY (COL 51) H/M/L' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       300-EXIT.
           EXIT.
           MOVE WS-HTIME-X TO LAST-UPDATE-TIME
           MOVE USERID3 TO UPDATED-BY2
           MOVE 'PHONE CALL - QUICK CAPTURE' TO LAST-UPDATE-REM
           MOVE PLK-PRIORITY TO TIX-PRIORITY
           MOVE TPL-CATEGORY TO TIX-CATEGORY
           MOVE TPL-QUEUE TO TIX-QUEUE
           IF WS-ARG-RESOLVED = 'R'
               MOVE ST-PENDCONF TO TIX-STATUS
               MOVE USERID3 TO TIX-ASSIGNED-TO
               MOVE 'PHONE CALL - RESOLVED ON CALL' TO LAST-UPDATE-REM
           END-IF
           PERFORM 450-CALC-DUE-DATE THRU 450-EXIT.
       400-EXIT.
           EXIT.
      * CLIMBS, WITH THE SAME WEEKEND-AND-HOLIDAY DAY WALK.
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
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           MOVE LAST-UPDATE-REM TO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           EXEC CICS LINK PROGRAM('SM011P')
                COMMAREA(WS-NOTIFY-PARMS)
                LENGTH(LENGTH OF WS-NOTIFY-PARMS)
           END-EXEC
           MOVE SPACES TO WS-PDV-REC
           MOVE WS-NEW-ID TO PDV-TIX-ID
           MOVE PLK-IMPACT TO PDV-IMPACT
           MOVE PLK-URGENCY TO PDV-URGENCY
           MOVE PLK-PRIORITY TO PDV-DERIVED
           MOVE PLK-SOURCE TO PDV-SOURCE
           EXEC CICS
               WRITE FILE('PDV00001')
               FROM (WS-PDV-REC)
               RIDFLD (PDV-TIX-ID)
               RESP(WS-PDV-RESP)
           END-EXEC
           PERFORM 550-WRITE-FCR.
       500-EXIT.
           EXIT.

      * ONE FCR00001 RECORD PER CALL, RESOLVED OR PASSED ON, SO THE
      * MONTHLY RATE HAS EVERY CALL AS ITS BASE.
       550-WRITE-FCR.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-FCR-DATE)
               TIME (WS-FCR-TIME)
           END-EXEC
           MOVE SPACES TO FCR-RECORD
           MOVE WS-NEW-ID TO FCR-TIX-ID
           MOVE USERID3 TO FCR-AGENT
           MOVE TIX-CATEGORY TO FCR-CATEGORY
           MOVE WS-FCR-DATE TO FCR-CALL-DATE
           MOVE WS-FCR-TIME TO FCR-CALL-TIME
           IF WS-ARG-RESOLVED = 'R'
               MOVE 'Y' TO FCR-RESOLVED
           ELSE
               MOVE 'N' TO FCR-RESOLVED
           END-IF
           EXEC CICS
               WRITE FILE('FCR00001')
               FROM (FCR-RECORD)
               RIDFLD (FCR-TIX-ID)
               RESP(WS-FCR-RESP)
           END-EXEC.
       550-EXIT.
           EXIT.

       600-COUNT-CALL.
           STRING EIBTRMID 'C   '
               DELIMITED BY SIZE INTO WS-CALL-QNAME
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
