         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM110.
      *
      * OLA TARGET MAINTENANCE FOR OLA00001 (SEE SMOLA).
      * THE SLA00001 DUE DATE SAYS WHEN THE WHOLE TICKET MUST BE
      * DONE; AN OLA SAYS HOW MANY BUSINESS HOURS EACH QUEUE MAY
      * HOLD IT ON THE WAY, SO A BREACH HAS AN OWNER. SMB082 WARNS
      * THE QUEUE LEAD AS A SPELL NEARS ITS TARGET AND SMB083
      * REPORTS TIME-IN-QUEUE MONTHLY. ADMINISTRATORS ONLY.
      * COMMAND-LINE TRANSACTION:
      *
      *     SMOL QUEUE----- HHHH PPP   SET TARGET (BUSINESS HOURS)
      *                                AND WARN POINT (PERCENT OF
      *                                THE TARGET, BLANK = 80)
      *     SMOL QUEUE----- D          DELETE THE ROW
      *     SMOL QUEUE-----            SHOW THE ROW
      *          (6-15)     (17-20)(22-24)
      *
      * USE QUEUE 'DEFAULT' FOR THE ROW EVERY QUEUE WITHOUT ITS OWN
      * FALLS BACK TO.
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
       01  WS-ARG-QUEUE                          PIC X(10).
       01  WS-ARG-HOURS                          PIC X(04).
       01  WS-ARG-PCT                            PIC X(03).
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
           COPY SMOLA.
       01  WS-OLD-REC                            PIC X(40).
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
           MOVE 'SM110P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-QUEUE = SPACES
                   MOVE 'USAGE: SMOL QUEUE HHHH PPP, SMOL QUEUE D' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-HOURS = SPACES
                   PERFORM 400-SHOW-ROW
               WHEN WS-ARG-HOURS(1:1) = 'D' AND
                    WS-ARG-HOURS(2:3) = SPACES
                   PERFORM 500-DELETE-ROW
               WHEN OTHER
                   PERFORM 600-SAVE-ROW
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
           MOVE WS-INPUT(6:10) TO WS-ARG-QUEUE
           MOVE WS-INPUT(17:4) TO WS-ARG-HOURS
           MOVE WS-INPUT(22:3) TO WS-ARG-PCT
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

      * A QUEUE WITH NO ROW OF ITS OWN IS SHOWN THE DEFAULT ROW IT
      * FALLS BACK TO, THE WAY SMB081 WILL APPLY IT.
       400-SHOW-ROW.
           MOVE WS-ARG-QUEUE TO OLA-QUEUE
           EXEC CICS
               READ FILE('OLA00001')
               INTO (OLA-RECORD)
               RIDFLD (OLA-QUEUE)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-QUEUE ' OLA ' OLA-TARGET-HOURS
                      ' HRS WARN AT ' OLA-WARN-PCT '% - SET BY '
                      OLA-SET-BY ' ON ' OLA-SET-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'DEFAULT' TO OLA-QUEUE
           EXEC CICS
               READ FILE('OLA00001')
               INTO (OLA-RECORD)
               RIDFLD (OLA-QUEUE)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              WS-ARG-QUEUE NOT = 'DEFAULT'
               STRING 'NO OLA ROW FOR ' WS-ARG-QUEUE ' - DEFAULT '
                      OLA-TARGET-HOURS ' HRS WARN AT ' OLA-WARN-PCT
                      '%'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'NO OLA ROW FOR ' WS-ARG-QUEUE
                      ' - NO OLA APPLIES'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

       500-DELETE-ROW.
           MOVE WS-ARG-QUEUE TO OLA-QUEUE
           EXEC CICS
               DELETE FILE('OLA00001')
               RIDFLD (OLA-QUEUE)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'OLA ROW DELETED FOR ' WS-ARG-QUEUE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'NO OLA ROW FOR ' WS-ARG-QUEUE
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       600-SAVE-ROW.
           IF WS-ARG-HOURS NOT NUMERIC OR WS-ARG-HOURS = '0000'
               MOVE 'TARGET MUST BE 0001-9999 BUSINESS HOURS' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-PCT = SPACES
               MOVE '080' TO WS-ARG-PCT
           END-IF
           IF WS-ARG-PCT NOT NUMERIC OR WS-ARG-PCT = '000' OR
              WS-ARG-PCT > '100'
               MOVE 'WARN POINT MUST BE 001-100 PERCENT OF TARGET' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-QUEUE TO OLA-QUEUE
           EXEC CICS
               READ FILE('OLA00001')
               INTO (WS-OLD-REC)
               RIDFLD (OLA-QUEUE)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO OLA-RECORD
           MOVE WS-ARG-QUEUE TO OLA-QUEUE
           MOVE WS-ARG-HOURS TO OLA-TARGET-HOURS
           MOVE WS-ARG-PCT TO OLA-WARN-PCT
           MOVE USERID3 TO OLA-SET-BY
           MOVE WS-TODAY-YMD TO OLA-SET-DATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('OLA00001')
                   FROM(OLA-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('OLA00001')
                   FROM(OLA-RECORD)
                   RIDFLD(OLA-QUEUE)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'OLA ROW SAVED FOR ' WS-ARG-QUEUE ' - '
                      OLA-TARGET-HOURS ' HRS WARN AT ' OLA-WARN-PCT
                      '%'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'OLA ROW SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
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
