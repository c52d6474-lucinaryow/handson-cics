       WORKING-STORAGE SECTION.
	   COPY SMSTAT.
       01  WS-CURRENT-MAP  VALUE 'SM002'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(8).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(8). 
       01  WS-LENGTH                             PIC S9(4) COMP. 
           05  WS-KB-OFFERED                       PIC X VALUE 'N'.
           05  WS-KB-CAT                           PIC X(10).
           05  WS-KB-SEQ                           PIC 9(03).
           05  WS-CHG-BLAST-SHOWN                  PIC X VALUE 'N'.

       
       01  WS-FIELD01.
           05  WS-OBO-PROBE7                     PIC X(07).
           05  FILLER                            PIC X.
       01  WS-OBO-UREC                           PIC X(142).
      * VIP HANDLING - A TICKET FILED BY, OR FOR, A REQUESTOR WHOSE
      * UAF00001 REQ BYTE IS 'V' (SEE UA005P) IS RAISED TO AT LEAST
      * WS-VIP-MIN-PRIO BEFORE THE SLA DUE DATE IS WORKED OUT, AND
      * THE QUEUE LEAD NAMED ON QMF00001 (SEE SM030P) IS TOLD. A
      * VIP00001 RECORD KEYED BY TICKET LETS THE SM020P DASHBOARD
      * LIST OPEN VIP TICKETS WITHOUT SCANNING STF00001.
       01  WS-VIP-MIN-PRIO                       PIC X(01) VALUE 'H'.
       01  WS-VIP-TIX                            PIC X VALUE 'N'.
       01  WS-VIP-RAISED                         PIC X VALUE 'N'.
       01  WS-VIP-UREC.
           05  FILLER                            PIC X(08).
           05  WS-VIP-UREQ                       PIC X(01).
           05  FILLER                            PIC X(133).
       01  WS-VIP-RESP                           PIC S9(8) COMP.
       01  WS-VIP-USER                           PIC X(07).
       01  WS-VIP-REC.
           05  VIP-TIX-ID                        PIC X(06).
           05  VIP-USER                          PIC X(07).
           05  VIP-QUEUE                         PIC X(10).
           05  VIP-DATE                          PIC X(10).
           05  FILLER                            PIC X(07).
       01  WS-VIP-LEAD                           PIC X(07).
       01  WS-VIP-QM-DONE                        PIC X.
       01  WS-VIP-QM-REC.
           05  VQM-KEY.
               10  VQM-QUEUE                     PIC X(10).
               10  VQM-USERID                    PIC X(07).
               10  FILLER                        PIC X(01).
           05  VQM-LEAD                          PIC X(01).
           05  FILLER                            PIC X(21).
       01  WS-EST-REC.
           05  EST-TIX-ID                        PIC X(06).
           05  EST-AMOUNT                        PIC 9(07).
       01  WS-NBD-RESP                           PIC S9(8) COMP.
       01  WS-NBD-ARG                            PIC X(08).
       01  WS-NBD-DUE-YMD                        PIC X(08).
      * IMPACT-BY-URGENCY PRIORITY - THE PRIORITY FIELD IS TAKEN AS
      * THE REQUESTOR'S URGENCY (H/M/L) AND AN IMP=I TAG AT THE
      * START OF DESCRIPTION LINE 3 OR 4 GIVES THE IMPACT (U ONE
      * USER, D DEPARTMENT, S SITE-WIDE; ONE USER WHEN NO TAG IS
      * KEYED). SM084P LOOKS THE TICKET'S PRIORITY UP IN THE
      * PMX00001 MATRIX SM083P MAINTAINS, AND THE TWO ANSWERS ARE
      * KEPT BESIDE THE TICKET IN A PDV00001 SIDE RECORD SO REPORTS
      * CAN SHOW HOW THE PRIORITY WAS ARRIVED AT. SM03P'S PRI= TAG
      * IS THE PROVIDER OVERRIDE.
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
       01  WS-PDV-IMPACT                         PIC X(01).

      * CHANGE-REQUEST SUPPORT - A REQUESTOR WHO KEYS
      * CHG=YYYYMMDD-YYYYMMDD R AT THE START OF DESCRIPTION LINE 4
           05  CHG-CAL-TYPE                      PIC X(01).
           05  FILLER                            PIC X(31).
       01  WS-CHG-CAL-RESP                       PIC S9(8) COMP.
      * DOWNSTREAM WALK - SEE SM101P.
       01  WS-IMP-PARMS.
           05  ILK-ROOT-CI                       PIC X(08).
           05  ILK-CI-COUNT                      PIC 9(03).
           05  ILK-TIX-COUNT                     PIC 9(05).
           05  ILK-CHG-COUNT                     PIC 9(03).
           05  ILK-TRUNCATED                     PIC X(01).
           05  ILK-ENTRY OCCURS 50 TIMES.
               10  ILK-CI                        PIC X(08).
               10  ILK-DEPTH                     PIC 9(01).
               10  ILK-PARENT                    PIC X(08).
               10  ILK-REL                       PIC X(01).
               10  ILK-OPEN                      PIC 9(03).
               10  ILK-FIRST-TIX                 PIC X(06).
               10  ILK-CHG                       PIC 9(02).
               10  ILK-CHG-TIX                   PIC X(06).
           05  ILK-RESP-CODE                     PIC S9(8) COMP.
       01  WS-BLAST-CI-Z                         PIC ZZ9.
       01  WS-BLAST-TIX-Z                        PIC ZZZZ9.

      * KNOWLEDGE-BASE DEFLECTION - BEFORE THE PF2 WRITE THE TITLE'S
      * FIRST REAL WORD IS RUN AGAINST THE PUBLISHED KBF00001
      * ARTICLES (THE SM022P SEARCH NOBODY DETOURED TO MID-CREATE).
      * A HIT IS OFFERED ONCE: PF10 ACCEPTS IT, WRITING A DFL00001
      * DEFLECTION RECORD INSTEAD OF A TICKET (SMB038 COUNTS THEM),
      * AND PF2 AGAIN FILES THE TICKET ANYWAY. AN ARTICLE WITHDRAWN
      * FOR WANT OF A REVIEW (KB-STATUS 'W', SEE SMB057) IS NEVER
      * OFFERED.
       01  WS-KB-REC.
           05  KB-KEY.
               10  KB-CATEGORY                   PIC X(10).
           05  KB-REMARK                         PIC X(50).
           05  KB-PUB-BY                         PIC X(08).
           05  KB-PUB-DATE                       PIC X(10).
           05  KB-STATUS                         PIC X(01).
           05  FILLER                            PIC X(07).
       01  WS-KB-RESP                            PIC S9(8) COMP.
       01  WS-KB-DONE                            PIC X.
       01  WS-KB-HIT                             PIC X.
           05  ALK-QUEUE                          PIC X(10).
           05  ALK-ASSIGNEE                       PIC X(07).
           05  ALK-RESP-CODE                      PIC S9(8) COMP.
           05  ALK-CATEGORY                       PIC X(10).
           05  ALK-SKILL-MATCH                    PIC X(01).
      * FIELD-LEVEL AUTHORITY - SEE SM054P AND THE FAT00001 TABLE
      * SM053P MAINTAINS.
      * EXTERNALIZED SCREEN MESSAGES - SEE SM062P AND MSG00001.
           05  GTE-SET-STAMP                      PIC X(14).
           05  FILLER                             PIC X(04).
       01  WS-GTE-RESP                            PIC S9(8) COMP.
      * CATEGORY ATTRIBUTES - SEE SM098P AND THE SM097P SCREEN.
       01  WS-ATK-PARMS.
           05  AKL-TIX-ID                         PIC X(06).
           05  AKL-CATEGORY                       PIC X(10).
           05  AKL-DEFINED                        PIC 9(02).
           05  AKL-MISSING                        PIC 9(02).
           05  AKL-FIRST-LABEL                    PIC X(20).
           05  AKL-RESP-CODE                      PIC S9(8) COMP.
       01  WS-ATR-COMMAREA.
           05  ATR-TIX-ID                         PIC X(06).
           05  ATR-CATEGORY                       PIC X(10).
           05  ATR-WARNED                         PIC X(01).
      * QUEUE/STATUS SUMMARY COUNTERS - SEE SM080P AND SMB051.
       01  WS-QCT-PARMS.
           05  QCK-QUEUE                          PIC X(10).
      * HARD-CODED DAYS WHEN THE MATRIX HAS NO ROW AT ALL. TARGET
      * HOURS CONVERT TO WORKING DAYS AT THE 9-HOUR STANDARD DAY,
      * ROUNDED UP, AND THE DAY WALK SKIPS CAL00001 HOLIDAYS AS WELL
      * AS WEEKENDS. EACH ROW CAN HOLD SEVERAL DATED VERSIONS; THE
      * KEY ENDS IN 99999999 MINUS THE EFFECTIVE-FROM DATE, SO A
      * GTEQ READ FROM TODAY'S INVERTED DATE LANDS ON THE VERSION IN
      * FORCE WHEN THE TICKET IS CREATED.
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
           05  FILLER                             PIC X(13).
       01  WS-TRN-RESP                            PIC S9(8) COMP.

      * COMPANY STAMP - THE DESK SERVES THE SISTER COMPANIES TOO, SO
      * EVERY NEW TICKET GETS A CMP00001 'T' RECORD CARRYING THE
      * FILER'S COMPANY (HOME WHEN THE FILER HAS NO 'U' RECORD).
      * SM060P HOLDS THE TICKET TO THAT COMPANY FROM THEN ON, EVEN
      * IF THE FILER IS LATER MOVED.
           COPY SMCMP.
       01  WS-CMP-RESP                            PIC S9(8) COMP.
       01  WS-CMP-CO                              PIC X(04).

      *
	   COPY SM002.
      *
	   COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
      * THE SAME LENGTH AS WS-COMMAREA, WHICH IS WHAT SM02 RETURNS.
       01  DFHCOMMAREA                           PIC X(259).
      *
       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM02P' TO MTP-PROGRAM
           MOVE DFHCOMMAREA TO WS-COMMAREA
           PERFORM 500-VALIDATION
       
                    LENGTH (+15)
                    ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.  
           END-EXEC
           
           
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
            TRANSID('SM02')
            COMMAREA(WS-COMMAREA)
            PERFORM 480-SAVE-DRAFT THRU 480-EXIT
            MOVE 'N' TO WS-DUP-WARNED
            MOVE 'N' TO WS-KB-OFFERED
            MOVE 'N' TO WS-CHG-BLAST-SHOWN
            IF WS-PROG-STATE = '2'


              PERFORM 422-CHECK-KB-DEFLECT THRU 422-EXIT
              PERFORM 425-CHECK-CHANGE-TAG THRU 425-EXIT
              PERFORM 428-CHECK-FIELD-AUTH THRU 428-EXIT
              PERFORM 432-DERIVE-PRIORITY THRU 432-EXIT
              PERFORM 434-CHECK-VIP THRU 434-EXIT
              MOVE DFHDFHI TO UPDREMA
             MOVE DFHDFHI TO UPDDTA
             MOVE DFHDFHI TO UPDBY1A
              PERFORM 400-CREATE-LOG
              PERFORM 405-SEND-NOTIFY
              PERFORM 407-LOG-AUTO-ASSIGN THRU 407-EXIT
              PERFORM 408-FLAG-SKILL-GAP THRU 408-EXIT
              MOVE WS-STF01TCKQUEUE TO QCK-QUEUE
              MOVE WS-STF01TCKSTAT TO QCK-STATUS
              MOVE '+' TO QCK-DELTA
              PERFORM 418-SAVE-ON-BEHALF THRU 418-EXIT
              PERFORM 419-SAVE-ESTIMATE THRU 419-EXIT
              PERFORM 421-SAVE-NEEDED-BY THRU 421-EXIT
              PERFORM 433-SAVE-DERIVATION THRU 433-EXIT
              PERFORM 436-NOTIFY-QUEUE-LEAD THRU 436-EXIT
              PERFORM 439-SAVE-COMPANY THRU 439-EXIT
              PERFORM 490-DELETE-DRAFT
              PERFORM 438-OFFER-ATTRIBUTES THRU 438-EXIT
              MOVE SPACES TO WS-FIELD01
              MOVE DFHBMPRO TO TIXTTLA
              MOVE DFHBMPRO TO TIXDESC1A
      * PICKED - SM045P RETURNS THE LEAST-LOADED ACTIVE PROVIDER
      * REGISTERED FOR THE QUEUE IN QMF00001 (SPACES WHEN THE QUEUE
      * HAS NO ELIGIBLE MEMBER, WHICH KEEPS THE OLD BEHAVIOR).
      * THE CATEGORY GOES ALONG SO SM045P CAN KEEP TO MEMBERS HOLDING
      * THE SKILL CSK00001 REQUIRES FOR IT.
       465-AUTO-ASSIGN.
           MOVE WS-STF01TCKQUEUE TO ALK-QUEUE
           MOVE SPACES TO ALK-ASSIGNEE
           MOVE WS-STF01TCKCAT TO ALK-CATEGORY
           MOVE SPACE TO ALK-SKILL-MATCH
           EXEC CICS LINK PROGRAM('SM045P')
                COMMAREA(WS-ASSIGN-PARMS)
                LENGTH(LENGTH OF WS-ASSIGN-PARMS)
       407-EXIT.
           EXIT.

      * NOBODY IN THE QUEUE HELD THE SKILL THE CATEGORY NEEDS, SO
      * SM045P FELL BACK TO PLAIN QUEUE MEMBERSHIP. FLAG IT ON THE
      * TICKET'S HISTORY SO THE QUEUE LEAD CAN REVIEW THE PICK.
       408-FLAG-SKILL-GAP.
           IF ALK-SKILL-MATCH NOT = 'N'
               GO TO 408-EXIT
           END-IF
           MOVE WS-TICKET-NUM TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE WS-USERID1 TO LK-UPDATED-BY
           MOVE SPACES TO LK-REMARK
           STRING 'SKILL GAP: NO QUALIFIED PROVIDER, QUEUE RULE USED'
               DELIMITED BY SIZE INTO LK-REMARK
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC.
       408-EXIT.
           EXIT.

       410-CREATE-DESC-CONT.
           MOVE WS-TICKET-NUM TO DESC-TIX-ID1
           IF TIXDESC3I NOT = SPACES
                       DELIMITED BY SIZE INTO ERRMSGO
                   PERFORM 110-NEW-MAP
               END-IF
           END-IF
           PERFORM 431-SHOW-BLAST-RADIUS THRU 431-EXIT.
       425-EXIT.
           EXIT.

      * BLAST RADIUS - A CHANGE ON A CI (CI= ON LINE 3) THAT OTHER
      * CIS LEAN ON IS STOPPED ONCE, BEFORE ITS RISK IS ACCEPTED, TO
      * SAY HOW MANY CIS SIT DOWNSTREAM OF IT IN CIR00001 AND HOW
      * MANY OPEN TICKETS THEY CARRY (SM101P'S WALK, AS SM4R I
      * SHOWS IN FULL). PF2 AGAIN KEEPS THE RISK AS KEYED; A RISK
      * CHANGED ON LINE 4 FIRST IS TAKEN INSTEAD.
       431-SHOW-BLAST-RADIUS.
           IF WS-CHG-BLAST-SHOWN = 'Y' OR TIXDESC3I(1:3) NOT = 'CI='
               GO TO 431-EXIT
           END-IF
           MOVE TIXDESC3I(4:8) TO ILK-ROOT-CI
           EXEC CICS LINK PROGRAM('SM101P')
                COMMAREA(WS-IMP-PARMS)
                LENGTH(LENGTH OF WS-IMP-PARMS)
           END-EXEC
           IF ILK-CI-COUNT = 0
               GO TO 431-EXIT
           END-IF
           MOVE 'Y' TO WS-CHG-BLAST-SHOWN
           MOVE ILK-CI-COUNT TO WS-BLAST-CI-Z
           MOVE ILK-TIX-COUNT TO WS-BLAST-TIX-Z
           MOVE SPACES TO ERRMSGO
           STRING 'BLAST RADIUS ' WS-BLAST-CI-Z ' CIS, '
                  WS-BLAST-TIX-Z ' OPEN TIX - PF2 KEEPS RISK '
                  WS-CHG-RISK-IN
               DELIMITED BY SIZE INTO ERRMSGO
           PERFORM 110-NEW-MAP.
       431-EXIT.
           EXIT.

      * WALKS THE PLANNED WINDOW A DAY AT A TIME LOOKING FOR A
      * CAL00001 TYPE 'F' RECORD. THE WALK IS CAPPED AT 62 DAYS -
      * A CHANGE WINDOW LONGER THAN TWO MONTHS IS A PROJECT, NOT A
               IF WS-KB-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-KB-DONE
               ELSE
                   IF KB-STATUS NOT = 'W'
                       PERFORM 423-SCAN-ARTICLE THRU 423-EXIT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
       421-EXIT.
           EXIT.

      * TURNS THE REQUESTOR'S TWO ANSWERS INTO THE TICKET PRIORITY.
      * THE DERIVED VALUE REPLACES THE KEYED ONE IN THE PRIORITY
      * FIELD, SO THE SLA DUE-DATE LOOKUP AND THE STF00001 RECORD
      * BOTH CARRY IT.
       432-DERIVE-PRIORITY.
           MOVE SPACES TO WS-PDV-IMPACT
           IF TIXDESC3I(1:4) = 'IMP='
               MOVE TIXDESC3I(5:1) TO WS-PDV-IMPACT
           END-IF
           IF TIXDESC4I(1:4) = 'IMP='
               MOVE TIXDESC4I(5:1) TO WS-PDV-IMPACT
           END-IF
           IF WS-PDV-IMPACT = SPACES
               MOVE 'U' TO WS-PDV-IMPACT
           END-IF
           IF WS-PDV-IMPACT NOT = 'U' AND WS-PDV-IMPACT NOT = 'D' AND
              WS-PDV-IMPACT NOT = 'S'
               MOVE 'IMPACT TAG IS IMP=U, IMP=D OR IMP=S' TO ERRMSGO
               PERFORM 110-NEW-MAP
           END-IF
           MOVE WS-PDV-IMPACT TO PLK-IMPACT
           MOVE PRIOI TO PLK-URGENCY
           EXEC CICS LINK PROGRAM('SM084P')
                COMMAREA(WS-PDV-PARMS)
                LENGTH(LENGTH OF WS-PDV-PARMS)
           END-EXEC
           IF PLK-RESP-CODE NOT = 0 OR PLK-PRIORITY = SPACES
               GO TO 432-EXIT
           END-IF
           MOVE PLK-PRIORITY TO PRIOI.
       432-EXIT.
           EXIT.

      * KEEPS THE IMPACT, URGENCY AND DERIVED PRIORITY BESIDE THE
      * NEW TICKET IN PDV00001.
       433-SAVE-DERIVATION.
           IF PLK-PRIORITY = SPACES
               GO TO 433-EXIT
           END-IF
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
       433-EXIT.
           EXIT.

      * THE FILER, AND THE AFFECTED USER NAMED BY A FOR= TAG, ARE
      * BOTH LOOKED UP - EITHER ONE BEING A VIP MAKES IT A VIP
      * TICKET. THE FOR= USER IS NOT VALIDATED HERE; 418 REPORTS
      * AN UNKNOWN ONE AFTER THE WRITE.
       434-CHECK-VIP.
           MOVE 'N' TO WS-VIP-TIX
           MOVE 'N' TO WS-VIP-RAISED
           MOVE SPACES TO WS-VIP-USER
           MOVE SPACES TO WS-OBO-PROBE
           MOVE WS-USERID1 TO WS-OBO-PROBE7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-VIP-UREC)
               RIDFLD (WS-OBO-PROBE)
               RESP(WS-VIP-RESP)
               EQUAL
           END-EXEC
           IF WS-VIP-RESP = DFHRESP(NORMAL) AND WS-VIP-UREQ = 'V'
               MOVE 'Y' TO WS-VIP-TIX
               MOVE WS-USERID1 TO WS-VIP-USER
           END-IF
           MOVE SPACES TO WS-OBO-ARG
           IF TIXDESC3I(1:4) = 'FOR='
               MOVE TIXDESC3I(5:7) TO WS-OBO-ARG
           END-IF
           IF TIXDESC4I(1:4) = 'FOR='
               MOVE TIXDESC4I(5:7) TO WS-OBO-ARG
           END-IF
           IF WS-OBO-ARG NOT = SPACES AND WS-VIP-TIX = 'N'
               MOVE SPACES TO WS-OBO-PROBE
               MOVE WS-OBO-ARG TO WS-OBO-PROBE7
               EXEC CICS
                   READ FILE('UAF00001')
                   INTO (WS-VIP-UREC)
                   RIDFLD (WS-OBO-PROBE)
                   RESP(WS-VIP-RESP)
                   EQUAL
               END-EXEC
               IF WS-VIP-RESP = DFHRESP(NORMAL) AND
                  WS-VIP-UREQ = 'V'
                   MOVE 'Y' TO WS-VIP-TIX
                   MOVE WS-OBO-ARG TO WS-VIP-USER
               END-IF
           END-IF
           IF WS-VIP-TIX NOT = 'Y'
               GO TO 434-EXIT
           END-IF
           IF WS-VIP-MIN-PRIO = 'H' AND PRIOI NOT = 'H'
               MOVE 'Y' TO WS-VIP-RAISED
           END-IF
           IF WS-VIP-MIN-PRIO = 'M' AND
              PRIOI NOT = 'H' AND PRIOI NOT = 'M'
               MOVE 'Y' TO WS-VIP-RAISED
           END-IF
           IF WS-VIP-RAISED = 'Y'
               MOVE WS-VIP-MIN-PRIO TO PRIOI
           END-IF.
       434-EXIT.
           EXIT.

      * HISTORY NOTE FOR THE VIP TICKET, THEN THE QUEUE LEAD IS
      * TOLD THROUGH THE SM011P PATH THE SAME WAY 407 TELLS AN
      * AUTO-ASSIGNEE. A QUEUE WITH NO LEAD, OR A LEAD WHO IS
      * ALREADY THE ASSIGNEE, GETS NO EXTRA NOTICE.
       436-NOTIFY-QUEUE-LEAD.
           IF WS-VIP-TIX NOT = 'Y'
               GO TO 436-EXIT
           END-IF
           MOVE WS-TICKET-NUM TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE WS-USERID1 TO LK-UPDATED-BY
           MOVE SPACES TO LK-REMARK
           IF WS-VIP-RAISED = 'Y'
               STRING 'VIP REQUESTOR - PRIORITY RAISED TO '
                      WS-VIP-MIN-PRIO
                   DELIMITED BY SIZE INTO LK-REMARK
           ELSE
               MOVE 'VIP REQUESTOR' TO LK-REMARK
           END-IF
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE SPACES TO WS-VIP-REC
           MOVE WS-TICKET-NUM TO VIP-TIX-ID
           MOVE WS-VIP-USER TO VIP-USER
           MOVE WS-STF01TCKQUEUE TO VIP-QUEUE
           MOVE WS-HDATE-X TO VIP-DATE
           EXEC CICS
               WRITE FILE('VIP00001')
               FROM (WS-VIP-REC)
               RIDFLD (VIP-TIX-ID)
               RESP(WS-VIP-RESP)
           END-EXEC
           MOVE SPACES TO WS-VIP-LEAD
           MOVE 'N' TO WS-VIP-QM-DONE
           MOVE SPACES TO VQM-KEY
           MOVE WS-STF01TCKQUEUE TO VQM-QUEUE
           EXEC CICS STARTBR FILE('QMF00001')
                RIDFLD (VQM-KEY)
                KEYLENGTH(+18)
                RESP(WS-VIP-RESP)
                GTEQ
           END-EXEC
           IF WS-VIP-RESP NOT = DFHRESP(NORMAL)
               GO TO 436-EXIT
           END-IF
           PERFORM UNTIL WS-VIP-QM-DONE = 'Y'
               EXEC CICS READNEXT FILE('QMF00001')
                         INTO (WS-VIP-QM-REC)
                         RIDFLD (VQM-KEY)
                         RESP(WS-VIP-RESP)
               END-EXEC
               IF WS-VIP-RESP NOT = DFHRESP(NORMAL) OR
                  VQM-QUEUE NOT = WS-STF01TCKQUEUE
                   MOVE 'Y' TO WS-VIP-QM-DONE
               ELSE
                   IF VQM-LEAD = 'Y'
                       MOVE VQM-USERID TO WS-VIP-LEAD
                       MOVE 'Y' TO WS-VIP-QM-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('QMF00001')
           END-EXEC
           IF WS-VIP-LEAD = SPACES OR
              WS-VIP-LEAD = WS-STF01TCKASSIGN
               GO TO 436-EXIT
           END-IF
           MOVE WS-TICKET-NUM TO NLK-TIX-ID
           MOVE SPACES TO NLK-REQUESTOR
           MOVE WS-VIP-LEAD TO NLK-REQUESTOR(1:7)
           MOVE WS-STF01TCKSTAT TO NLK-STATUS
           MOVE WS-HDATE-X TO NLK-NOTIFY-DATE
           MOVE WS-HTIME-X TO NLK-NOTIFY-TIME
           EXEC CICS LINK PROGRAM('SM011P')
                COMMAREA(WS-NOTIFY-PARMS)
                LENGTH(LENGTH OF WS-NOTIFY-PARMS)
           END-EXEC.
       436-EXIT.
           EXIT.

      * RECORDS THE ESTIMATED COST NAMED BY AN EST=NNNNNNN TAG.
      * THE EST00001 RECORD FEEDS SM005'S AMOUNT-BASED APPROVAL
      * TRIGGER AND THE SMB044 ESTIMATE-VERSUS-ACTUAL REPORT.
       420-EXIT.
           EXIT.

      * A CATEGORY WITH ATD00001 ATTRIBUTES (SEE SM096P) TAKES THE
      * REQUESTOR STRAIGHT ON TO THE SM097P SCREEN TO FILL THEM IN.
      * THE TICKET IS ALREADY WRITTEN, SO LEAVING THAT SCREEN EARLY
      * LOSES NOTHING - THE VALUES CAN BE ADDED LATER FROM SM03P.
       438-OFFER-ATTRIBUTES.
           MOVE WS-STF01TCKID TO AKL-TIX-ID
           MOVE WS-STF01TCKCAT TO AKL-CATEGORY
           IF AKL-CATEGORY = SPACES
               GO TO 438-EXIT
           END-IF
           EXEC CICS LINK PROGRAM('SM098P')
                COMMAREA(WS-ATK-PARMS)
                LENGTH(LENGTH OF WS-ATK-PARMS)
           END-EXEC
           IF AKL-DEFINED = 0
               GO TO 438-EXIT
           END-IF
           MOVE WS-STF01TCKID TO ATR-TIX-ID
           MOVE WS-STF01TCKCAT TO ATR-CATEGORY
           MOVE 'N' TO ATR-WARNED
           EXEC CICS XCTL
               PROGRAM('SM097P')
               COMMAREA(WS-ATR-COMMAREA)
           END-EXEC.
       438-EXIT.
           EXIT.

      * STAMPS THE NEW TICKET WITH THE FILER'S COMPANY. A FAILED
      * WRITE IS NOT FATAL - SM060P THEN FALLS BACK TO THE FILER.
       439-SAVE-COMPANY.
           MOVE 'HOME' TO WS-CMP-CO
           MOVE SPACES TO CMP-KEY
           MOVE 'U' TO CMP-KIND
           MOVE WS-USERID1 TO CMP-ID
           EXEC CICS
               READ FILE('CMP00001')
               INTO (CMP-RECORD)
               RIDFLD (CMP-KEY)
               RESP(WS-CMP-RESP)
               EQUAL
           END-EXEC
           IF WS-CMP-RESP = DFHRESP(NORMAL)
               AND CMP-COMPANY NOT = SPACES
               MOVE CMP-COMPANY TO WS-CMP-CO
           END-IF
           MOVE SPACES TO CMP-RECORD
           MOVE 'T' TO CMP-KIND
           MOVE WS-TICKET-NUM TO CMP-ID
           MOVE WS-CMP-CO TO CMP-COMPANY
           MOVE 'N' TO CMP-XCO
           MOVE WS-USERID1 TO CMP-SET-BY
           MOVE WS-HDATE-X(7:4) TO CMP-SET-DATE(1:4)
           MOVE WS-HDATE-X(1:2) TO CMP-SET-DATE(5:2)
           MOVE WS-HDATE-X(4:2) TO CMP-SET-DATE(7:2)
           EXEC CICS
               WRITE FILE('CMP00001')
               FROM (CMP-RECORD)
               RIDFLD (CMP-KEY)
               RESP(WS-CMP-RESP)
           END-EXEC.
       439-EXIT.
           EXIT.

       430-CHECK-SUBMIT-LOCK.
           STRING EIBTRMID DELIMITED BY SIZE
                  EIBTRNID DELIMITED BY SIZE

       450-CALC-DUE-DATE.
           MOVE 'N' TO WS-SLA-FOUND
           EXEC CICS ASKTIME
            ABSTIME (WS-DUE-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
            ABSTIME (WS-DUE-TIME)
            YYYYMMDD (WS-SLA-ASOF)
           END-EXEC
           MOVE PRIOI TO SLA-PRIORITY
           MOVE CATI TO SLA-CATEGORY
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
               MOVE PRIOI TO SLA-PRIORITY
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
            MOVE 2 TO WS-PROG-STATE
            MOVE 'N' TO WS-DUP-WARNED
            MOVE 'N' TO WS-KB-OFFERED
            MOVE 'N' TO WS-CHG-BLAST-SHOWN
            PERFORM 300-READ-STF1
            PERFORM 110-NEW-MAP
           END-IF
