      * PROGRAMS TALK RECEIVE MAP/SEND MAP.
      *
      *   POST - CREATES A TICKET. BODY IS A JSON OBJECT WITH
      *          REQUESTOR, TITLE, DESC, IMPACT, URGENCY AND CATEGORY
      *          FIELDS (PRIORITY IS STILL ACCEPTED AS THE URGENCY
      *          FROM CALLERS WRITTEN BEFORE IMPACT/URGENCY). THE
      *          TICKET PRIORITY IS DERIVED THROUGH SM084P AND THE
      *          ANSWERS KEPT IN PDV00001, AS SM02P DOES. REUSES
      *          THE SAME STF00003 NEXT-NUMBER CONTROL RECORD,
      *          STF00001 WRITE, AND SM009P/SM011P
      *          LOG-WRITE/NOTIFY LINKS THAT SM02P'S 200-REC-MAP
      *          USES FOR A MAP-DRIVEN CREATE, SO A TICKET FILED
      *          THIS WAY IS INDISTINGUISHABLE FROM ONE FILED ON THE
      * STATUS CODE RATHER THAN AN ERRMSGO-STYLE SCREEN MESSAGE,
      * SINCE THERE IS NO SCREEN ON THIS END OF THE CALL.
      *
      * ONLY REGISTERED CLIENTS GET IN (API00001, SEE SMAPC). EVERY
      * CALL CARRIES AN X-CLIENT-ID AND AN X-CLIENT-SECRET HEADER;
      * THE SECRET IS CHECKED AGAINST THE STORED HASH THROUGH SM107.
      *   401 - NO HEADERS, CLIENT NOT REGISTERED, OR WRONG SECRET.
      *   403 - CLIENT SUSPENDED, NOT REGISTERED FOR THE OPERATION,
      *         OR THE REQUESTOR (POST) OR TICKET (GET) IS OUTSIDE
      *         THE REQUESTORS OR QUEUES IT IS REGISTERED FOR.
      *   429 - THE CLIENT HAS USED ITS CALLS FOR THIS CLOCK HOUR
      *         (APH00001, SEE SMAPH); RETRY-AFTER GIVES THE SECONDS
      *         TO THE TOP OF THE HOUR.
      * EVERY CALL, WHATEVER ITS OUTCOME, IS LOGGED TO APU00001 (SEE
      * SMAPU) AS IT ENDS. SMB088 REPORTS ON IT DAILY.
      *
      * MODIFICATION HISTORY
      *  2026-08-09 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - PRIORITY DERIVED FROM IMPACT AND URGENCY.
      *  2026-10-15 MAINT - SLA LOOKUP TAKES THE VERSION IN FORCE TODAY.
      *  2026-10-15 MAINT - REGISTERED CLIENTS, SCOPE AND HOURLY LIMITS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * AS WEEKENDS.
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
           05  QCK-DELTA                          PIC X(01).
           05  QCK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-ERR-MSG                             PIC X(60).
      * REST CLIENT CHECK - SEE SMAPC, SMAPH AND SMAPU.
      * WS-API-OUTCOME ENDS AS THE APU-OUTCOME OF THE CALL.
           COPY SMAPC.
           COPY SMAPH.
           COPY SMAPU.
           COPY SMPHP.
       01  WS-API-RESP                           PIC S9(8) COMP.
       01  WS-API-CLIENT                         PIC X(08).
       01  WS-API-SECRET                         PIC X(16).
       01  WS-API-HDR-LEN                        PIC S9(8) COMP.
       01  WS-API-OUTCOME                        PIC X(01).
       01  WS-API-DATE                           PIC X(08).
       01  WS-API-TIME                           PIC X(06).
       01  WS-API-TIME-N REDEFINES WS-API-TIME.
           05  WS-API-HH                         PIC 9(02).
           05  WS-API-MM                         PIC 9(02).
           05  WS-API-SS                         PIC 9(02).
       01  WS-API-RETRY                          PIC 9(04).
       01  WS-API-REQUESTOR                      PIC X(08).
       01  WS-SCOPE-REQ                          PIC X(08).
       01  WS-SCOPE-QUEUE                        PIC X(10).
       01  WS-SCOPE-OK                           PIC X(01).
       01  WS-SCOPE-IDX                          PIC 9(01).

      * FIELD NAMES HERE ARE REQ-/RSP- PREFIXED (RATHER THAN BARE
      * REQUESTOR/TITLE/STATUS/ETC) BECAUSE SEVERAL OF THE NATURAL
           05  REQ-DESC                           PIC X(100).
           05  REQ-PRIORITY                       PIC X(01).
           05  REQ-CATEGORY                       PIC X(10).
           05  REQ-IMPACT                         PIC X(01).
           05  REQ-URGENCY                        PIC X(01).

       01  WS-JSON-RESPONSE.
           05  RSP-TICKET-ID                      PIC X(06).
           05  RSP-CATEGORY                       PIC X(10).
           05  RSP-MESSAGE                        PIC X(60).

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

       01  WS-CTL-KEY                            PIC X(06) VALUE
               'TICKET'.
       01  WS-CTL-REC.
                HTTPMETHOD(WS-HTTP-METHOD)
                RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-TICKET-NUM
           MOVE SPACES TO WS-API-REQUESTOR
           MOVE 0 TO WS-HTTP-STATUS
           PERFORM 050-CHECK-CLIENT
           IF WS-API-OUTCOME = 'A'
               EVALUATE TRUE
                   WHEN WS-HTTP-METHOD = 'POST'
                       PERFORM 100-CREATE-TICKET
                   WHEN WS-HTTP-METHOD = 'GET'
                       PERFORM 200-STATUS-LOOKUP
                   WHEN OTHER
                       MOVE 405 TO WS-HTTP-STATUS
                       MOVE 'METHOD NOT ALLOWED' TO WS-ERR-MSG
                       PERFORM 900-SEND-ERROR
               END-EVALUATE
           END-IF
           PERFORM 080-LOG-USAGE
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * WHO IS CALLING, MAY IT DO THIS, AND HAS IT CALLS LEFT THIS
      * HOUR. ANYTHING BUT OUTCOME 'A' HAS ALREADY BEEN ANSWERED.
       050-CHECK-CLIENT.
           MOVE 'U' TO WS-API-OUTCOME
           EXEC CICS ASKTIME
                ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME (WS-TIME)
                YYYYMMDD (WS-API-DATE)
                TIME (WS-API-TIME)
           END-EXEC
           PERFORM 055-READ-CREDENTIALS
           IF WS-API-OUTCOME NOT = 'A'
               MOVE 401 TO WS-HTTP-STATUS
               MOVE 'CLIENT NOT REGISTERED OR SECRET NOT VALID' TO
                   WS-ERR-MSG
               PERFORM 900-SEND-ERROR
           ELSE
           IF NOT APC-ACTIVE
               MOVE 'D' TO WS-API-OUTCOME
               MOVE 403 TO WS-HTTP-STATUS
               MOVE 'CLIENT IS SUSPENDED' TO WS-ERR-MSG
               PERFORM 900-SEND-ERROR
           ELSE
           IF (WS-HTTP-METHOD = 'POST' AND APC-ALLOW-POST NOT = 'Y') OR
              (WS-HTTP-METHOD = 'GET' AND APC-ALLOW-GET NOT = 'Y')
               MOVE 'D' TO WS-API-OUTCOME
               MOVE 403 TO WS-HTTP-STATUS
               MOVE 'CLIENT IS NOT REGISTERED FOR THIS OPERATION' TO
                   WS-ERR-MSG
               PERFORM 900-SEND-ERROR
           ELSE
               PERFORM 060-COUNT-CALL
               IF WS-API-OUTCOME = 'L'
                   MOVE 429 TO WS-HTTP-STATUS
                   MOVE 'HOURLY CALL LIMIT REACHED' TO WS-ERR-MSG
                   PERFORM 900-SEND-ERROR
               END-IF
           END-IF
           END-IF
           END-IF.
       050-EXIT.
           EXIT.

      * THE CLIENT ID AND SECRET COME IN THE X-CLIENT-ID AND
      * X-CLIENT-SECRET HEADERS. A MISSING OR OVER-LONG HEADER, AN
      * UNKNOWN CLIENT, A CLIENT WITH NO SECRET SET AND A SECRET
      * THAT DOES NOT HASH TO THE STORED ONE ALL LEAVE OUTCOME 'U'.
       055-READ-CREDENTIALS.
           MOVE SPACES TO WS-API-CLIENT
           MOVE SPACES TO WS-API-SECRET
           MOVE SPACES TO APC-RECORD
           MOVE LENGTH OF WS-API-CLIENT TO WS-API-HDR-LEN
           EXEC CICS WEB READ
                HTTPHEADER ('X-Client-Id')
                NAMELENGTH (11)
                VALUE (WS-API-CLIENT)
                VALUELENGTH (WS-API-HDR-LEN)
                RESP (WS-API-RESP)
           END-EXEC
           IF WS-API-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-API-CLIENT
           END-IF
           MOVE LENGTH OF WS-API-SECRET TO WS-API-HDR-LEN
           EXEC CICS WEB READ
                HTTPHEADER ('X-Client-Secret')
                NAMELENGTH (15)
                VALUE (WS-API-SECRET)
                VALUELENGTH (WS-API-HDR-LEN)
                RESP (WS-API-RESP)
           END-EXEC
           IF WS-API-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-API-SECRET
           END-IF
           IF WS-API-CLIENT NOT = SPACES AND
              WS-API-SECRET NOT = SPACES
               EXEC CICS
                   READ FILE('API00001')
                   INTO (APC-RECORD)
                   RIDFLD (WS-API-CLIENT)
                   RESP(WS-API-RESP)
                   EQUAL
               END-EXEC
               IF WS-API-RESP = DFHRESP(NORMAL) AND APC-SECRET-K1
                   MOVE 'C' TO PHS-FUNCTION
                   MOVE APC-CLIENT-ID TO PHS-USERID
                   MOVE WS-API-SECRET TO PHS-SECRET
                   MOVE APC-SALT TO PHS-SALT
                   MOVE APC-HASH TO PHS-HASH
                   CALL 'SM107' USING WS-PHS-PARMS
                   IF PHS-MATCH
                       MOVE 'A' TO WS-API-OUTCOME
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-API-SECRET.
       055-EXIT.
           EXIT.

      * ONE MORE CALL THIS CLOCK HOUR, OR OUTCOME 'L' WHEN THE LIMIT
      * IS ALREADY USED UP. TWO CALLS STARTING THE SAME HOUR AT ONCE
      * BOTH FIND NO RECORD; THE ONE THAT LOSES THE WRITE READS
      * AGAIN. IF THE COUNT FILE CANNOT BE READ THE CALL GOES AHEAD -
      * IT IS STILL LOGGED ON APU00001.
       060-COUNT-CALL.
           MOVE APC-CLIENT-ID TO APH-CLIENT-ID
           MOVE WS-API-DATE TO APH-DATE
           MOVE WS-API-TIME(1:2) TO APH-HH
           EXEC CICS
               READ FILE('APH00001')
               INTO (APH-RECORD)
               RIDFLD (APH-KEY)
               UPDATE
               RESP(WS-API-RESP)
           END-EXEC
           IF WS-API-RESP = DFHRESP(NOTFND)
               MOVE 0 TO APH-CALLS
               MOVE 0 TO APH-REFUSED
               PERFORM 065-ADD-CALL
               EXEC CICS
                   WRITE FILE('APH00001')
                   FROM (APH-RECORD)
                   RIDFLD (APH-KEY)
                   RESP(WS-API-RESP)
               END-EXEC
               IF WS-API-RESP = DFHRESP(DUPREC)
                   MOVE 'A' TO WS-API-OUTCOME
                   GO TO 060-COUNT-CALL
               END-IF
           ELSE
               IF WS-API-RESP = DFHRESP(NORMAL)
                   PERFORM 065-ADD-CALL
                   EXEC CICS
                       REWRITE FILE('APH00001')
                       FROM (APH-RECORD)
                       RESP(WS-API-RESP)
                   END-EXEC
               END-IF
           END-IF.
       060-EXIT.
           EXIT.

       065-ADD-CALL.
           IF APH-CALLS NOT < APC-HOUR-LIMIT
               ADD 1 TO APH-REFUSED
               MOVE 'L' TO WS-API-OUTCOME
           ELSE
               ADD 1 TO APH-CALLS
           END-IF.
       065-EXIT.
           EXIT.

      * ONE APU00001 RECORD PER CALL. THE TASK NUMBER KEEPS TWO
      * CALLS IN THE SAME SECOND APART.
       080-LOG-USAGE.
           MOVE SPACES TO APU-RECORD
           MOVE WS-API-DATE TO APU-DATE
           MOVE WS-API-TIME TO APU-TIME
           MOVE EIBTASKN TO APU-TASK
           MOVE WS-API-CLIENT TO APU-CLIENT-ID
           MOVE WS-HTTP-METHOD TO APU-METHOD
           MOVE WS-HTTP-STATUS TO APU-HTTP-STATUS
           MOVE WS-API-OUTCOME TO APU-OUTCOME
           MOVE WS-TICKET-NUM TO APU-TICKET
           MOVE WS-API-REQUESTOR TO APU-REQUESTOR
           EXEC CICS
               WRITE FILE('APU00001')
               FROM (APU-RECORD)
               RIDFLD (APU-KEY)
               RESP(WS-API-RESP)
           END-EXEC.
       080-EXIT.
           EXIT.

       100-CREATE-TICKET.
           EXEC CICS WEB RECEIVE
                INTO (WS-REQUEST-BODY)
                            REQ-DESC IS "desc"
                            REQ-PRIORITY IS "priority"
                            REQ-CATEGORY IS "category"
                            REQ-IMPACT IS "impact"
                            REQ-URGENCY IS "urgency"
                    ON EXCEPTION
                        MOVE 400 TO WS-HTTP-STATUS
                        MOVE 'REQUEST BODY IS NOT VALID JSON' TO
           EXIT.

       110-VALIDATE-AND-WRITE.
           MOVE REQ-REQUESTOR TO WS-API-REQUESTOR
           PERFORM 115-CHECK-BATCH-GATE
           PERFORM 125-CHECK-POST-SCOPE
           IF WS-BGATE-OK NOT = 'Y'
               MOVE 503 TO WS-HTTP-STATUS
               MOVE 'TICKET UPDATES SUSPENDED FOR BATCH WINDOW' TO
               MOVE 'REQUESTOR IS REQUIRED' TO WS-ERR-MSG
               PERFORM 900-SEND-ERROR
           ELSE
           IF WS-SCOPE-OK NOT = 'Y'
               MOVE 'D' TO WS-API-OUTCOME
               MOVE 403 TO WS-HTTP-STATUS
               MOVE 'REQUESTOR OR QUEUE NOT PERMITTED FOR THIS CLIENT'
                   TO WS-ERR-MSG
               PERFORM 900-SEND-ERROR
           ELSE
           IF REQ-TITLE = SPACES OR REQ-DESC = SPACES
               MOVE 422 TO WS-HTTP-STATUS
               MOVE 'TITLE AND DESC ARE REQUIRED' TO WS-ERR-MSG
               PERFORM 900-SEND-ERROR
           ELSE
               PERFORM 120-DERIVE-PRIORITY
               IF PLK-RESP-CODE NOT = 0
                   MOVE 422 TO WS-HTTP-STATUS
                   MOVE 'IMPACT MUST BE U, D OR S; URGENCY H, M OR L'
                       TO WS-ERR-MSG
                   PERFORM 900-SEND-ERROR
               ELSE
                   PERFORM 300-GET-NEXT-TICKET-NUM
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       110-EXIT.
           EXIT.
       115-EXIT.
           EXIT.

      * THE REQUESTOR'S IMPACT AND URGENCY BECOME THE PRIORITY
      * THROUGH SM084P. THE DERIVED VALUE REPLACES REQ-PRIORITY SO
      * THE SLA LOOKUP, THE STF00001 RECORD AND THE RESPONSE ALL
      * CARRY IT.
       120-DERIVE-PRIORITY.
           MOVE REQ-IMPACT TO PLK-IMPACT
           MOVE REQ-URGENCY TO PLK-URGENCY
           IF PLK-URGENCY = SPACES
               MOVE REQ-PRIORITY TO PLK-URGENCY
           END-IF
           EXEC CICS LINK PROGRAM('SM084P')
                COMMAREA(WS-PDV-PARMS)
                LENGTH(LENGTH OF WS-PDV-PARMS)
           END-EXEC
           IF PLK-RESP-CODE = 0
               MOVE PLK-PRIORITY TO REQ-PRIORITY
           END-IF.
       120-EXIT.
           EXIT.

      * THE REQUESTOR, AND THE QUEUE THE TICKET WILL ROUTE TO, MUST
      * BE AMONG THOSE THE CLIENT IS REGISTERED FOR.
       125-CHECK-POST-SCOPE.
           MOVE REQ-REQUESTOR TO WS-SCOPE-REQ
           MOVE SPACES TO WS-STF01TCKQUEUE
           PERFORM 460-ROUTE-QUEUE
           MOVE WS-STF01TCKQUEUE TO WS-SCOPE-QUEUE
           PERFORM 130-CHECK-SCOPE.
       125-EXIT.
           EXIT.

      * WS-SCOPE-REQ OR WS-SCOPE-QUEUE AGAINST THE CLIENT'S SCOPE
      * ENTRIES, BY ITS SCOPE TYPE (SEE SMAPC).
       130-CHECK-SCOPE.
           MOVE 'N' TO WS-SCOPE-OK
           IF APC-SCOPE-ANY
               MOVE 'Y' TO WS-SCOPE-OK
           END-IF
           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                   UNTIL WS-SCOPE-IDX > 5 OR WS-SCOPE-OK = 'Y'
               IF APC-SCOPE-ENTRY(WS-SCOPE-IDX) NOT = SPACES
                   IF (APC-SCOPE-REQUESTOR AND
                       APC-SCOPE-ENTRY(WS-SCOPE-IDX) = WS-SCOPE-REQ)
                      OR
                      (APC-SCOPE-QUEUE AND
                       APC-SCOPE-ENTRY(WS-SCOPE-IDX) = WS-SCOPE-QUEUE)
                       MOVE 'Y' TO WS-SCOPE-OK
                   END-IF
               END-IF
           END-PERFORM.
       130-EXIT.
           EXIT.

       200-STATUS-LOOKUP.
           EXEC CICS WEB EXTRACT
                QUERYSTRING (WS-QUERY-STRING)
                    RESP (WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = 0
                   MOVE WS-STF01TCKREQ TO WS-API-REQUESTOR
                   MOVE WS-STF01TCKREQ TO WS-SCOPE-REQ
                   MOVE WS-STF01TCKQUEUE TO WS-SCOPE-QUEUE
                   PERFORM 130-CHECK-SCOPE
                   IF WS-SCOPE-OK = 'Y'
                       PERFORM 210-SEND-TICKET
                   ELSE
                       MOVE 'D' TO WS-API-OUTCOME
                       MOVE 403 TO WS-HTTP-STATUS
                       MOVE 'TICKET NOT WITHIN THE SCOPE OF THIS CLIENT'
                           TO WS-ERR-MSG
                       PERFORM 900-SEND-ERROR
                   END-IF
               ELSE
                   MOVE 404 TO WS-HTTP-STATUS
                   MOVE 'TICKET NOT FOUND' TO WS-ERR-MSG
               END-EXEC
               PERFORM 320-CREATE-LOG
               PERFORM 330-SEND-NOTIFY
               PERFORM 340-SAVE-DERIVATION
               MOVE SPACES TO WS-JSON-RESPONSE
               MOVE WS-STF01TCKID TO RSP-TICKET-ID
               MOVE WS-STF01TCKSTAT TO RSP-STATUS
               MOVE WS-STF01TCKPRIO TO RSP-PRIORITY
               MOVE WS-STF01TCKCAT TO RSP-CATEGORY
               MOVE 'TICKET CREATED' TO RSP-MESSAGE
               MOVE 201 TO WS-HTTP-STATUS
               JSON GENERATE WS-RESPONSE-BODY
                    FROM WS-JSON-RESPONSE
                    COUNT IN WS-RESPONSE-LEN
               EXEC CICS WEB SEND
                    BODY (WS-RESPONSE-BODY)
                    LENGTH (WS-RESPONSE-LEN)
                    STATUSCODE (WS-HTTP-STATUS)
               END-EXEC
           END-IF.
       310-EXIT.
       330-EXIT.
           EXIT.

      * KEEPS THE IMPACT, URGENCY AND DERIVED PRIORITY BESIDE THE
      * NEW TICKET IN PDV00001.
       340-SAVE-DERIVATION.
           MOVE SPACES TO WS-PDV-REC
           MOVE WS-TICKET-NUM TO PDV-TIX-ID
           MOVE PLK-IMPACT TO PDV-IMPACT
           MOVE PLK-URGENCY TO PDV-URGENCY
           MOVE PLK-PRIORITY TO PDV-DERIVED
           MOVE PLK-SOURCE TO PDV-SOURCE
           EXEC CICS
               WRITE FILE('PDV00001')
               FROM (WS-PDV-REC)
               RIDFLD (PDV-TIX-ID)
               RESP(WS-PDV-RESP)
           END-EXEC.
       340-EXIT.
           EXIT.

       450-CALC-DUE-DATE.
           MOVE 'N' TO WS-SLA-FOUND
           EXEC CICS ASKTIME
            ABSTIME (WS-DUE-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
            ABSTIME (WS-DUE-TIME)
            YYYYMMDD (WS-SLA-ASOF)
           END-EXEC
           MOVE REQ-PRIORITY TO SLA-PRIORITY
           MOVE REQ-CATEGORY TO SLA-CATEGORY
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
               MOVE REQ-PRIORITY TO SLA-PRIORITY
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
                        RSP-PRIORITY IS "priority"
                        RSP-CATEGORY IS "category"
                        RSP-MESSAGE IS "message"
           IF WS-HTTP-STATUS = 429
               COMPUTE WS-API-RETRY =
                   3600 - WS-API-MM * 60 - WS-API-SS
               EXEC CICS WEB WRITE
                    HTTPHEADER ('Retry-After')
                    NAMELENGTH (11)
                    VALUE (WS-API-RETRY)
                    VALUELENGTH (4)
               END-EXEC
           END-IF
           EXEC CICS WEB SEND
                BODY (WS-RESPONSE-BODY)
                LENGTH (WS-RESPONSE-LEN)
