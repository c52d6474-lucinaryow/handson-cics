         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM105.
      *
      * SUPPORT-TIER TABLE MAINTENANCE FOR QTR00001 AND ESR00001.
      * THE DESK RUNS A FIRST-LINE DESK, SECOND-LINE SPECIALIST
      * QUEUES AND THIRD-LINE ENGINEERING, BUT A TICKET ONLY KNOWS
      * ITS QUEUE. ADMINISTRATORS GIVE EACH QUEUE ITS TIER HERE AND
      * KEEP THE LIST OF ESCALATION REASONS A MOVE TO A HIGHER-TIER
      * QUEUE MUST QUOTE (SEE SMQTR, SMESR, SMTTR). COMMAND-LINE
      * TRANSACTION IN THE SM41 STYLE:
      *
      *     SM5T Q QUEUE----- N                SET QUEUE TIER (1-3)
      *     SM5T Q QUEUE----- D                DROP (BACK TO TIER 1)
      *     SM5T Q QUEUE-----                  SHOW
      *     SM5T R CODE-      DESCRIPTION...   ADD/REPLACE REASON
      *     SM5T R CODE-      D                DELETE REASON
      *     SM5T R CODE-                       SHOW
      *          (6)(8-17)    (19-48)
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
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-KEY                            PIC X(10).
       01  WS-ARG-VALUE                          PIC X(30).
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
           COPY SMQTR.
           COPY SMESR.
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
           MOVE 'SM105P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-KEY = SPACES OR
                    (WS-ARG-TYPE NOT = 'Q' AND WS-ARG-TYPE NOT = 'R')
                   MOVE 'USAGE: SM5T Q QUEUE N/D, SM5T R CODE D/DESC'
                       TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-TYPE = 'Q'
                   PERFORM 300-QUEUE-TIER THRU 300-EXIT
               WHEN OTHER
                   PERFORM 500-REASON THRU 500-EXIT
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
           MOVE WS-INPUT(6:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(8:10) TO WS-ARG-KEY
           MOVE WS-INPUT(19:30) TO WS-ARG-VALUE
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

      *****************************************************************
      * QUEUE TIERS
      *****************************************************************
       300-QUEUE-TIER.
           MOVE WS-ARG-KEY TO QTR-QUEUE
           MOVE SPACES TO WS-REPLY
           IF WS-ARG-VALUE = SPACES
               EXEC CICS
                   READ FILE('QTR00001')
                   INTO (QTR-RECORD)
                   RIDFLD (QTR-QUEUE)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING 'QUEUE ' WS-ARG-KEY ' IS TIER ' QTR-TIER
                          ' - SET BY ' QTR-SET-BY ' ON ' QTR-SET-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'QUEUE ' WS-ARG-KEY
                          ' HAS NO TIER - TREATED AS TIER 1'
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-VALUE(1:1) = 'D' AND WS-ARG-VALUE(2:29) = SPACES
               EXEC CICS
                   DELETE FILE('QTR00001')
                   RIDFLD (QTR-QUEUE)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING 'QUEUE ' WS-ARG-KEY
                          ' TIER DROPPED - NOW TIER 1'
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'QUEUE ' WS-ARG-KEY ' HAS NO TIER'
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-VALUE(1:1) < '1' OR WS-ARG-VALUE(1:1) > '3' OR
              WS-ARG-VALUE(2:29) NOT = SPACES
               MOVE 'TIER MUST BE 1, 2 OR 3 (OR D TO DROP)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS
               READ FILE('QTR00001')
               INTO (WS-OLD-REC)
               RIDFLD (QTR-QUEUE)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO QTR-RECORD
           MOVE WS-ARG-KEY TO QTR-QUEUE
           MOVE WS-ARG-VALUE(1:1) TO QTR-TIER
           MOVE USERID3 TO QTR-SET-BY
           MOVE WS-TODAY-YMD TO QTR-SET-DATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('QTR00001')
                   FROM(QTR-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('QTR00001')
                   FROM(QTR-RECORD)
                   RIDFLD(QTR-QUEUE)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'QUEUE ' WS-ARG-KEY ' SET TO TIER ' QTR-TIER
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'QUEUE TIER SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       300-EXIT.
           EXIT.

      *****************************************************************
      * ESCALATION REASONS
      *****************************************************************
       500-REASON.
           MOVE WS-ARG-KEY(1:5) TO ESR-CODE
           MOVE SPACES TO WS-REPLY
           IF WS-ARG-KEY(6:5) NOT = SPACES
               MOVE 'REASON CODES ARE AT MOST 5 CHARACTERS' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-VALUE = SPACES
               EXEC CICS
                   READ FILE('ESR00001')
                   INTO (ESR-RECORD)
                   RIDFLD (ESR-CODE)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING ESR-CODE ' = ' ESR-DESC
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'NO ESCALATION REASON ' ESR-CODE
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-VALUE(1:1) = 'D' AND WS-ARG-VALUE(2:29) = SPACES
               EXEC CICS
                   DELETE FILE('ESR00001')
                   RIDFLD (ESR-CODE)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   STRING 'ESCALATION REASON ' ESR-CODE ' DELETED'
                       DELIMITED BY SIZE INTO WS-REPLY
               ELSE
                   STRING 'NO ESCALATION REASON ' ESR-CODE
                       DELIMITED BY SIZE INTO WS-REPLY
               END-IF
               PERFORM 800-REPLY
           END-IF
           EXEC CICS
               READ FILE('ESR00001')
               INTO (WS-OLD-REC)
               RIDFLD (ESR-CODE)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO ESR-RECORD
           MOVE WS-ARG-KEY(1:5) TO ESR-CODE
           MOVE WS-ARG-VALUE TO ESR-DESC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('ESR00001')
                   FROM(ESR-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('ESR00001')
                   FROM(ESR-RECORD)
                   RIDFLD(ESR-CODE)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'ESCALATION REASON ' ESR-CODE ' SAVED'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'ESCALATION REASON SAVE FAILED' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
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
