      *     SM30 A QUEUE----- USERID   REGISTER A PROVIDER
      *     SM30 D QUEUE----- USERID   REMOVE THE REGISTRATION
      *     SM30 L QUEUE-----          LIST THE QUEUE'S MEMBERS
      *     SM30 Q QUEUE----- USERID   MAKE A MEMBER THE QUEUE LEAD
      *
      * THE QUEUE LEAD IS WHO SM02P TELLS WHEN A VIP TICKET LANDS
      * IN THE QUEUE. ONE LEAD PER QUEUE - NAMING A NEW ONE CLEARS
      * THE FLAG ON WHOEVER HELD IT. DROPPING THE LEAD'S MEMBERSHIP
      * LEAVES THE QUEUE WITHOUT ONE.
      *
      * A QUEUE TAGGED TO A COMPANY ON CMP00001 (SEE SMCMP) ONLY
      * TAKES THAT COMPANY'S PROVIDERS, BAR THE CROSS-COMPANY
      * ADMINISTRATORS.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - Q ACTION NAMES THE QUEUE LEAD FOR VIP
      *                     TICKET NOTICES.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - LOG EVERY CHANGE TO CFA00001 (SM111P).
      *  2026-10-15 MAINT - QUEUE TAKES ONLY ITS OWN COMPANY'S
      *                     PROVIDERS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  QM-LEAD                           PIC X(01).
           05  FILLER                            PIC X(21).
       01  WS-QM-OLD                             PIC X(40).
       01  WS-QM-DONE                            PIC X.
       01  WS-QM-SAVE-KEY                        PIC X(18).
       01  WS-HIT-COUNT                          PIC 9(02).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.
           COPY SMCFW.
           COPY SMCMP.
       01  WS-CMP-RESP                           PIC S9(8) COMP.
       01  WS-QUEUE-CO                           PIC X(04).
       01  WS-MEMBER-CO                          PIC X(04).
       01  WS-MEMBER-XCO                         PIC X(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM030P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE WS-ARG-ACTION
                   PERFORM 400-DROP-MEMBER
               WHEN 'L'
                   PERFORM 500-LIST-MEMBERS
               WHEN 'Q'
                   PERFORM 600-SET-LEAD THRU 600-EXIT
               WHEN OTHER
                   MOVE 'USAGE: SM30 A/D/L/Q QUEUE [USERID]' TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
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
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 310-CHECK-COMPANY THRU 310-EXIT
           MOVE SPACES TO WS-QM-REC
           MOVE WS-ARG-QUEUE TO QM-QUEUE
           MOVE WS-ARG-USERID TO QM-USERID
               RIDFLD(QM-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'A' TO CFW-ACTION
               MOVE SPACES TO CFW-BEFORE
               MOVE WS-QM-REC TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-USERID ' REGISTERED FOR ' WS-ARG-QUEUE
       300-EXIT.
           EXIT.

      * THE PROVIDER'S COMPANY MUST BE THE QUEUE'S. NO CMP00001
      * RECORD MEANS THE HOME COMPANY ON EITHER SIDE.
       310-CHECK-COMPANY.
           MOVE SPACES TO CMP-KEY
           MOVE 'Q' TO CMP-KIND
           MOVE WS-ARG-QUEUE TO CMP-ID
           PERFORM 320-READ-CMP THRU 320-EXIT
           MOVE CMP-COMPANY TO WS-QUEUE-CO
           MOVE SPACES TO CMP-KEY
           MOVE 'U' TO CMP-KIND
           MOVE WS-ARG-USERID TO CMP-ID
           PERFORM 320-READ-CMP THRU 320-EXIT
           MOVE CMP-COMPANY TO WS-MEMBER-CO
           MOVE CMP-XCO TO WS-MEMBER-XCO
           IF WS-QUEUE-CO = WS-MEMBER-CO OR WS-MEMBER-XCO = 'Y'
               GO TO 310-EXIT
           END-IF
           MOVE SPACES TO WS-REPLY
           STRING WS-ARG-USERID ' IS ' WS-MEMBER-CO
                  ' - QUEUE ' WS-ARG-QUEUE ' IS ' WS-QUEUE-CO
                  ', NOT REGISTERED'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       310-EXIT.
           EXIT.

       320-READ-CMP.
           EXEC CICS
               READ FILE('CMP00001')
               INTO (CMP-RECORD)
               RIDFLD (CMP-KEY)
               RESP(WS-CMP-RESP)
               EQUAL
           END-EXEC
           IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
               OR CMP-COMPANY = SPACES
               MOVE 'HOME' TO CMP-COMPANY
               MOVE 'N' TO CMP-XCO
           END-IF.
       320-EXIT.
           EXIT.

       400-DROP-MEMBER.
           MOVE SPACES TO WS-QM-REC
           MOVE WS-ARG-QUEUE TO QM-QUEUE
           MOVE WS-ARG-USERID TO QM-USERID
           MOVE SPACES TO WS-QM-OLD
           EXEC CICS
               READ FILE('QMF00001')
               INTO (WS-QM-OLD)
               RIDFLD (QM-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           EXEC CICS
               DELETE FILE('QMF00001')
               RIDFLD (QM-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'D' TO CFW-ACTION
               MOVE WS-QM-OLD TO CFW-BEFORE
               MOVE SPACES TO CFW-AFTER
               PERFORM 700-LOG-CHANGE
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-USERID ' REMOVED FROM ' WS-ARG-QUEUE
                       ADD 1 TO WS-HIT-COUNT
                       MOVE SPACES TO WS-DETAIL
                       MOVE QM-USERID TO WS-DETAIL(1:7)
                       IF QM-LEAD = 'Y'
                           MOVE '(LEAD)' TO WS-DETAIL(9:6)
                       END-IF
                       MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
                       ADD 1 TO WS-LINE-IDX
                   END-IF
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       500-EXIT.
           EXIT.

      * THE NAMED USER MUST ALREADY BE A MEMBER. THE QUEUE IS
      * WALKED FIRST TO CLEAR ANY OTHER MEMBER'S LEAD FLAG, THEN
      * THE NEW LEAD'S RECORD IS FLAGGED.
       600-SET-LEAD.
           MOVE SPACES TO WS-QM-REC
           MOVE WS-ARG-QUEUE TO QM-QUEUE
           MOVE WS-ARG-USERID TO QM-USERID
           EXEC CICS
               READ FILE('QMF00001')
               INTO (WS-QM-REC)
               RIDFLD (QM-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-USERID ' IS NOT REGISTERED FOR '
                      WS-ARG-QUEUE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE 'N' TO WS-QM-DONE
           MOVE SPACES TO QM-KEY
           MOVE WS-ARG-QUEUE TO QM-QUEUE
           PERFORM UNTIL WS-QM-DONE = 'Y'
               EXEC CICS STARTBR FILE('QMF00001')
                    RIDFLD (QM-KEY)
                    KEYLENGTH(+18)
                    RESP(WS-RESPONSE-CODE)
                    GTEQ
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-QM-DONE
               ELSE
                   PERFORM 610-FIND-OLD-LEAD THRU 610-EXIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-QM-REC
           MOVE WS-ARG-QUEUE TO QM-QUEUE
           MOVE WS-ARG-USERID TO QM-USERID
           EXEC CICS
               READ FILE('QMF00001')
               INTO (WS-QM-REC)
               RIDFLD (QM-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-QM-REC TO WS-QM-OLD
               MOVE 'Y' TO QM-LEAD
               EXEC CICS
                   REWRITE FILE('QMF00001')
                   FROM (WS-QM-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'C' TO CFW-ACTION
                   MOVE WS-QM-OLD TO CFW-BEFORE
                   MOVE WS-QM-REC TO CFW-AFTER
                   PERFORM 700-LOG-CHANGE
               END-IF
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING WS-ARG-USERID ' IS NOW LEAD FOR ' WS-ARG-QUEUE
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'LEAD NOT SET FOR ' WS-ARG-QUEUE
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

      * READS ON FROM THE BROWSE POSITION TO THE NEXT FLAGGED LEAD
      * OTHER THAN THE NEW ONE. THE BROWSE IS ENDED BEFORE THE
      * RECORD IS UPDATED, AND 600 RESTARTS IT FROM THAT KEY.
       610-FIND-OLD-LEAD.
           EXEC CICS READNEXT FILE('QMF00001')
                     INTO (WS-QM-REC)
                     RIDFLD (QM-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              QM-QUEUE NOT = WS-ARG-QUEUE
               MOVE 'Y' TO WS-QM-DONE
               EXEC CICS ENDBR
                    FILE('QMF00001')
               END-EXEC
               GO TO 610-EXIT
           END-IF
           IF QM-LEAD NOT = 'Y' OR QM-USERID = WS-ARG-USERID
               GO TO 610-FIND-OLD-LEAD
           END-IF
           EXEC CICS ENDBR
                FILE('QMF00001')
           END-EXEC
           MOVE QM-KEY TO WS-QM-SAVE-KEY
           EXEC CICS
               READ FILE('QMF00001')
               INTO (WS-QM-REC)
               RIDFLD (QM-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-QM-REC TO WS-QM-OLD
               MOVE SPACE TO QM-LEAD
               EXEC CICS
                   REWRITE FILE('QMF00001')
                   FROM (WS-QM-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'C' TO CFW-ACTION
                   MOVE WS-QM-OLD TO CFW-BEFORE
                   MOVE WS-QM-REC TO CFW-AFTER
                   PERFORM 700-LOG-CHANGE
               END-IF
           END-IF
           MOVE WS-QM-SAVE-KEY TO QM-KEY.
       610-EXIT.
           EXIT.

      * RECORD THE ROW JUST ADDED, CHANGED OR DELETED ON THE
      * CONFIGURATION AUDIT FILE (SEE SMCFW). CFW-ACTION AND THE
      * IMAGES ARE SET ON ENTRY.
       700-LOG-CHANGE.
           MOVE 'QMF00001' TO CFW-TABLE
           MOVE QM-KEY TO CFW-ROW-KEY
           MOVE 'SM030P' TO CFW-PROGRAM
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       700-EXIT.
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
