      *
      *   SM48 CIID---- A TYPE------ VENDOR--------- YYYYMMDD DESC(30)
      *        (6-13) (15)(17-26)    (28-42)         (44-51)  (53-82)
      *        ... NN.NN QUEUE----- CUSTODN YYYYMMDD
      *            (84-88)(90-99)    (101-108)(110-117)
      *
      *   ACTION A = ADD/REPLACE, D = DELETE, S = SHOW.
      *   THE YYYYMMDD FIELD IS THE VENDOR WARRANTY EXPIRY DATE, SO
      *   PROVIDERS SEE SUPPORT STATUS BEFORE THEY START WORK.
      *   NN.NN IS THE MONTHLY AVAILABILITY TARGET IN PERCENT THAT
      *   SMB056 MEASURES THE CI'S OUTAGE MINUTES AGAINST (BLANK =
      *   NO TARGET).
      *   QUEUE IS THE SUPPORT QUEUE FOR THE CI, KEPT IN THE CIQ00001
      *   SIDE RECORD (SEE SMCIQ) BECAUSE CIF00001 IS FULL. SMB074
      *   ROUTES THE TICKETS IT OPENS FOR MONITORING ALERTS ON THE CI
      *   THERE (BLANK = NO QUEUE, WHICH ROUTES TO GENERAL).
      *   HOW CIS DEPEND ON, HOST AND CONNECT TO EACH OTHER IS KEPT
      *   NEXT DOOR ON SM4R (SM100P, CIR00001). DELETING A CI HERE
      *   REMOVES ITS RELATIONSHIPS THERE AS WELL.
      *   CUSTODN IS THE USERID THE CI IS ISSUED TO AND YYYYMMDD THE
      *   DATE IT WAS ISSUED (BLANK = TODAY), KEPT IN THE CIC00001
      *   SIDE RECORD (SEE SMCIC). A BLANK CUSTODIAN REMOVES THE
      *   RECORD, AS WHEN THE ASSET COMES BACK TO DESKSIDE.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - AVAILABILITY TARGET (COLUMNS 84-88).
      *  2026-10-15 MAINT - SUPPORT QUEUE (COLUMNS 90-99, CIQ00001).
      *  2026-10-15 MAINT - DELETE TAKES THE CI'S CIR00001 ROWS WITH IT.
      *  2026-10-15 MAINT - CUSTODIAN AND ISSUE DATE (CIC00001).
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ARG-VENDOR                         PIC X(15).
       01  WS-ARG-WTY                            PIC X(08).
       01  WS-ARG-DESC                           PIC X(30).
       01  WS-ARG-QUEUE                          PIC X(10).
       01  WS-ARG-CUSTODIAN                      PIC X(08).
       01  WS-ARG-ISSUED                         PIC X(08).
       01  WS-ARG-AVAIL.
           05  WS-ARG-AVAIL-INT                  PIC X(02).
           05  WS-ARG-AVAIL-DOT                  PIC X(01).
           05  WS-ARG-AVAIL-DEC                  PIC X(02).
       01  WS-AVAIL-DIGITS.
           05  WS-AVAIL-D-INT                    PIC X(02).
           05  WS-AVAIL-D-DEC                    PIC X(02).
       01  WS-AVAIL-N REDEFINES WS-AVAIL-DIGITS  PIC 9(02)V9(02).
       01  WS-AVAIL-Z                            PIC Z9.99.
       01  WS-CI-REC.
           05  CI-ID                             PIC X(08).
           05  CI-DESC                           PIC X(30).
           05  CI-VENDOR                         PIC X(15).
           05  CI-WARRANTY-EXP                   PIC X(08).
           05  CI-STATUS                         PIC X(01).
           05  CI-AVAIL-TARGET                   PIC 9(02)V9(02).
           05  FILLER                            PIC X(04).
       01  WS-CI-OLD                             PIC X(80).
           COPY SMCIQ.
       01  WS-CIQ-OLD                            PIC X(40).
       01  WS-CIQ-RESP                           PIC S9(8) COMP.
           COPY SMCIC.
       01  WS-CIC-RESP                           PIC S9(8) COMP.
       01  WS-CIC-RETURN-TIX                     PIC X(06).
       01  WS-CUST-REC.
           05  CUST-UID                          PIC X(08).
           05  FILLER                            PIC X(12).
           05  CUST-ACTIVE                       PIC X.
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
           COPY SMCIR.
       01  WS-CIR-BR-KEY                         PIC X(16).
       01  WS-CIR-DONE                           PIC X.
       01  WS-CIR-RESP                           PIC S9(8) COMP.
       01  WS-CIR-TABLE.
           05  WS-CIR-DROP-KEY                   PIC X(16)
                                                   OCCURS 100 TIMES.
       01  WS-CIR-USED                           PIC 9(03).
       01  WS-CIR-IX                             PIC 9(03).
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
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
           MOVE 'SM048P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
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
           MOVE WS-INPUT(17:10) TO WS-ARG-TYPE
           MOVE WS-INPUT(28:15) TO WS-ARG-VENDOR
           MOVE WS-INPUT(44:8) TO WS-ARG-WTY
           MOVE WS-INPUT(53:30) TO WS-ARG-DESC
           MOVE WS-INPUT(84:5) TO WS-ARG-AVAIL
           MOVE WS-INPUT(90:10) TO WS-ARG-QUEUE
           MOVE WS-INPUT(101:8) TO WS-ARG-CUSTODIAN
           MOVE WS-INPUT(110:8) TO WS-ARG-ISSUED.
       200-EXIT.
           EXIT.

           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-ARG-CIID TO CIQ-CI-ID
               EXEC CICS
                   READ FILE('CIQ00001')
                   INTO (CIQ-RECORD)
                   RIDFLD (CIQ-CI-ID)
                   RESP(WS-CIQ-RESP)
                   EQUAL
               END-EXEC
               IF WS-CIQ-RESP = DFHRESP(NORMAL)
                   MOVE CIQ-QUEUE TO WS-ARG-QUEUE
               ELSE
                   MOVE SPACES TO WS-ARG-QUEUE
               END-IF
               MOVE WS-ARG-CIID TO CIC-CI-ID
               EXEC CICS
                   READ FILE('CIC00001')
                   INTO (CIC-RECORD)
                   RIDFLD (CIC-CI-ID)
                   RESP(WS-CIC-RESP)
                   EQUAL
               END-EXEC
               IF WS-CIC-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO CIC-CUSTODIAN
               END-IF
               IF CI-AVAIL-TARGET NUMERIC AND CI-AVAIL-TARGET > 0
                   MOVE CI-AVAIL-TARGET TO WS-AVAIL-Z
                   STRING WS-ARG-CIID ' ' CI-TYPE ' ' CI-VENDOR
                          ' WTY ' CI-WARRANTY-EXP ' AVL ' WS-AVAIL-Z
                          ' Q ' WS-ARG-QUEUE ' C ' CIC-CUSTODIAN
                          ' ' CI-DESC
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING WS-ARG-CIID ' ' CI-TYPE ' ' CI-VENDOR
                          ' WTY ' CI-WARRANTY-EXP ' Q ' WS-ARG-QUEUE
                          ' C ' CIC-CUSTODIAN ' ' CI-DESC
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
           ELSE
               STRING 'CI ' WS-ARG-CIID ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
               RIDFLD (CI-ID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-ARG-CIID TO CIQ-CI-ID
           EXEC CICS
               DELETE FILE('CIQ00001')
               RIDFLD (CIQ-CI-ID)
               RESP(WS-CIQ-RESP)
           END-EXEC
           MOVE WS-ARG-CIID TO CIC-CI-ID
           EXEC CICS
               DELETE FILE('CIC00001')
               RIDFLD (CIC-CI-ID)
               RESP(WS-CIC-RESP)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 550-DROP-RELATIONSHIPS THRU 550-EXIT
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'CI ' WS-ARG-CIID ' DELETED'
       500-EXIT.
           EXIT.

      * EVERY CIR00001 ROW NAMING THE CI, AT EITHER END, IS COLLECTED
      * IN ONE PASS AND THEN DELETED, SO THE SM101P WALK NEVER LEADS
      * TO A CI THAT IS NO LONGER ON THE REGISTRY.
       550-DROP-RELATIONSHIPS.
           MOVE 0 TO WS-CIR-USED
           MOVE LOW-VALUES TO WS-CIR-BR-KEY
           MOVE 'N' TO WS-CIR-DONE
           EXEC CICS STARTBR FILE('CIR00001')
               RIDFLD (WS-CIR-BR-KEY)
               GTEQ
               RESP(WS-CIR-RESP)
           END-EXEC
           IF WS-CIR-RESP NOT = DFHRESP(NORMAL)
               GO TO 550-EXIT
           END-IF
           PERFORM UNTIL WS-CIR-DONE = 'Y'
               EXEC CICS READNEXT FILE('CIR00001')
                   INTO (CIR-RECORD)
                   RIDFLD (WS-CIR-BR-KEY)
                   RESP(WS-CIR-RESP)
               END-EXEC
               IF WS-CIR-RESP NOT = DFHRESP(NORMAL) OR
                  WS-CIR-USED = 100
                   MOVE 'Y' TO WS-CIR-DONE
               ELSE
                   IF CIR-UP-CI = WS-ARG-CIID OR
                      CIR-DOWN-CI = WS-ARG-CIID
                       ADD 1 TO WS-CIR-USED
                       MOVE CIR-KEY TO WS-CIR-DROP-KEY(WS-CIR-USED)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('CIR00001') END-EXEC
           PERFORM VARYING WS-CIR-IX FROM 1 BY 1
                   UNTIL WS-CIR-IX > WS-CIR-USED
               MOVE WS-CIR-DROP-KEY(WS-CIR-IX) TO CIR-KEY
               EXEC CICS
                   DELETE FILE('CIR00001')
                   RIDFLD (CIR-KEY)
                   RESP(WS-CIR-RESP)
               END-EXEC
           END-PERFORM.
       550-EXIT.
           EXIT.

       600-SAVE-CI.
           IF WS-ARG-DESC = SPACES
               MOVE 'A CI NEEDS AT LEAST A DESCRIPTION' TO WS-REPLY
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE ZEROES TO WS-AVAIL-N
           IF WS-ARG-AVAIL NOT = SPACES
               IF WS-ARG-AVAIL-INT NOT NUMERIC OR
                  WS-ARG-AVAIL-DOT NOT = '.' OR
                  WS-ARG-AVAIL-DEC NOT NUMERIC
                   MOVE 'AVAILABILITY TARGET MUST BE NN.NN OR BLANK'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               MOVE WS-ARG-AVAIL-INT TO WS-AVAIL-D-INT
               MOVE WS-ARG-AVAIL-DEC TO WS-AVAIL-D-DEC
           END-IF
           IF WS-ARG-ISSUED NOT = SPACES AND WS-ARG-ISSUED NOT NUMERIC
               MOVE 'ISSUE DATE MUST BE YYYYMMDD OR BLANK' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-CUSTODIAN NOT = SPACES
               MOVE WS-ARG-CUSTODIAN TO CUST-UID
               EXEC CICS
                   READ FILE('UAF00001')
                   INTO (WS-CUST-REC)
                   RIDFLD (CUST-UID)
                   RESP(WS-CIC-RESP)
                   EQUAL
               END-EXEC
               IF WS-CIC-RESP NOT = DFHRESP(NORMAL) OR
                  CUST-ACTIVE = 'N'
                   MOVE SPACES TO WS-REPLY
                   STRING 'CUSTODIAN ' WS-ARG-CUSTODIAN
                          ' IS NOT AN ACTIVE USER'
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           END-IF
           MOVE SPACES TO WS-CI-REC
           MOVE WS-ARG-CIID TO CI-ID
           MOVE WS-ARG-DESC TO CI-DESC
           MOVE WS-ARG-VENDOR TO CI-VENDOR
           MOVE WS-ARG-WTY TO CI-WARRANTY-EXP
           MOVE 'A' TO CI-STATUS
           MOVE WS-AVAIL-N TO CI-AVAIL-TARGET
           EXEC CICS
               READ FILE('CIF00001')
               INTO (WS-CI-OLD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 650-SAVE-QUEUE THRU 650-EXIT
               PERFORM 660-SAVE-CUSTODY THRU 660-EXIT
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              WS-CIC-RESP NOT = DFHRESP(NORMAL)
               STRING 'CI ' WS-ARG-CIID ' SAVED BUT CUSTODIAN NOT SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              WS-CIQ-RESP NOT = DFHRESP(NORMAL)
               STRING 'CI ' WS-ARG-CIID ' SAVED BUT QUEUE NOT SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'CI ' WS-ARG-CIID ' SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
       600-EXIT.
           EXIT.

      * THE CIQ00001 SIDE RECORD FOLLOWS THE SCREEN - A QUEUE IS
      * WRITTEN OR REPLACED, A BLANK ONE REMOVES THE RECORD.
       650-SAVE-QUEUE.
           MOVE WS-ARG-CIID TO CIQ-CI-ID
           IF WS-ARG-QUEUE = SPACES
               EXEC CICS
                   DELETE FILE('CIQ00001')
                   RIDFLD (CIQ-CI-ID)
                   RESP(WS-CIQ-RESP)
               END-EXEC
               MOVE DFHRESP(NORMAL) TO WS-CIQ-RESP
               GO TO 650-EXIT
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           EXEC CICS
               READ FILE('CIQ00001')
               INTO (WS-CIQ-OLD)
               RIDFLD (CIQ-CI-ID)
               UPDATE
               RESP(WS-CIQ-RESP)
           END-EXEC
           MOVE SPACES TO CIQ-RECORD
           MOVE WS-ARG-CIID TO CIQ-CI-ID
           MOVE WS-ARG-QUEUE TO CIQ-QUEUE
           MOVE USERID3 TO CIQ-SET-BY
           MOVE WS-TODAY-YMD TO CIQ-SET-DATE
           IF WS-CIQ-RESP = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('CIQ00001')
                   FROM(CIQ-RECORD)
                   RESP(WS-CIQ-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CIQ00001')
                   FROM(CIQ-RECORD)
                   RIDFLD(CIQ-CI-ID)
                   RESP(WS-CIQ-RESP)
               END-EXEC
           END-IF.
       650-EXIT.
           EXIT.

      * THE CIC00001 CUSTODY RECORD FOLLOWS THE SCREEN THE SAME WAY.
      * AN UNCHANGED CUSTODIAN KEEPS ITS ORIGINAL ISSUE DATE UNLESS
      * A NEW ONE IS KEYED, AND STAYS ON ANY RETURN TICKET ALREADY
      * RAISED FOR THE ASSET.
       660-SAVE-CUSTODY.
           MOVE WS-ARG-CIID TO CIC-CI-ID
           IF WS-ARG-CUSTODIAN = SPACES
               EXEC CICS
                   DELETE FILE('CIC00001')
                   RIDFLD (CIC-CI-ID)
                   RESP(WS-CIC-RESP)
               END-EXEC
               MOVE DFHRESP(NORMAL) TO WS-CIC-RESP
               GO TO 660-EXIT
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           EXEC CICS
               READ FILE('CIC00001')
               INTO (CIC-RECORD)
               RIDFLD (CIC-CI-ID)
               UPDATE
               RESP(WS-CIC-RESP)
           END-EXEC
           MOVE SPACES TO WS-CIC-RETURN-TIX
           IF WS-CIC-RESP = DFHRESP(NORMAL) AND
              CIC-CUSTODIAN = WS-ARG-CUSTODIAN
               MOVE CIC-RETURN-TIX TO WS-CIC-RETURN-TIX
               IF WS-ARG-ISSUED = SPACES
                   MOVE CIC-ISSUE-DATE TO WS-ARG-ISSUED
               END-IF
           END-IF
           IF WS-ARG-ISSUED = SPACES
               MOVE WS-TODAY-YMD TO WS-ARG-ISSUED
           END-IF
           MOVE SPACES TO CIC-RECORD
           MOVE WS-ARG-CIID TO CIC-CI-ID
           MOVE WS-ARG-CUSTODIAN TO CIC-CUSTODIAN
           MOVE WS-ARG-ISSUED TO CIC-ISSUE-DATE
           MOVE USERID3 TO CIC-SET-BY
           MOVE 'M' TO CIC-SOURCE
           MOVE WS-CIC-RETURN-TIX TO CIC-RETURN-TIX
           IF WS-CIC-RESP = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('CIC00001')
                   FROM(CIC-RECORD)
                   RESP(WS-CIC-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CIC00001')
                   FROM(CIC-RECORD)
                   RIDFLD(CIC-CI-ID)
                   RESP(WS-CIC-RESP)
               END-EXEC
           END-IF.
       660-EXIT.
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
