         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM101.
      *
      * SHARED CI IMPACT WALK.
      * LINKED BY SM100P (THE SM4R IMPACT INQUIRY), SM040P (WHEN A
      * MAJOR INCIDENT IS OPENED) AND SM02P (BEFORE A CHANGE'S RISK
      * IS ACCEPTED), IN THE SAME SHARED-SUBROUTINE STYLE AS SM084P.
      * THE CALLER PASSES A CIF00001 CI; EVERY CI DOWNSTREAM OF IT IN
      * CIR00001 (SEE SMCIR) COMES BACK, NEAREST FIRST, WITH THE
      * DEPTH, THE CI IT WAS REACHED FROM AND HOW, THE NUMBER OF OPEN
      * TICKETS LINKED TO IT IN CIX00001 (AND THE FIRST OF THEM), AND
      * THE NUMBER OF APPROVED CHG00001 CHANGES LINKED TO IT (AND THE
      * FIRST OF THEM). THE TOTALS COVER THE WHOLE LIST. A CI IS
      * LISTED ONCE HOWEVER MANY PATHS LEAD TO IT, SO A LOOP IN THE
      * RELATIONSHIPS ENDS THE WALK RATHER THAN THE TASK. THE WALK
      * STOPS NINE LEVELS DOWN; PAST 50 CIS ILK-TRUNCATED IS SET AND
      * THE REST ARE NOT LISTED.
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
           COPY SMSTAT.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
           COPY SMCIR.
       01  WS-CIR-BR-KEY                         PIC X(16).
       01  WS-CIX-REC.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).
       01  WS-CIX-BR-KEY                         PIC X(06).
       01  WS-CHG-REC.
           05  CHG-TIX-ID                        PIC X(06).
           05  CHG-PLAN-START                    PIC X(08).
           05  CHG-PLAN-END                      PIC X(08).
           05  CHG-RISK                          PIC X(01).
           05  CHG-FREEZE-OVR                    PIC X(01).
           05  FILLER                            PIC X(16).
           COPY SMTIX.
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-EXPAND-CI                          PIC X(08).
       01  WS-EXPAND-DEPTH                       PIC 9(01).
       01  WS-NEXT-IX                            PIC 9(03).
       01  WS-SRCH-IX                            PIC 9(03).
       01  WS-FOUND-IX                           PIC 9(03).
       01  WS-MAX-DEPTH                          PIC 9(01) VALUE 9.
       01  WS-MAX-ENTRIES                        PIC 9(03) VALUE 50.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
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
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           MOVE 0 TO ILK-RESP-CODE
           MOVE 0 TO ILK-CI-COUNT
           MOVE 0 TO ILK-TIX-COUNT
           MOVE 0 TO ILK-CHG-COUNT
           MOVE 'N' TO ILK-TRUNCATED
           IF ILK-ROOT-CI = SPACES
               MOVE 8 TO ILK-RESP-CODE
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ILK-ROOT-CI TO WS-EXPAND-CI
           MOVE 0 TO WS-EXPAND-DEPTH
           PERFORM 200-EXPAND-CI THRU 200-EXIT
           MOVE 1 TO WS-NEXT-IX
           PERFORM UNTIL WS-NEXT-IX > ILK-CI-COUNT
               IF ILK-DEPTH(WS-NEXT-IX) < WS-MAX-DEPTH
                   MOVE ILK-CI(WS-NEXT-IX) TO WS-EXPAND-CI
                   MOVE ILK-DEPTH(WS-NEXT-IX) TO WS-EXPAND-DEPTH
                   PERFORM 200-EXPAND-CI THRU 200-EXIT
               END-IF
               ADD 1 TO WS-NEXT-IX
           END-PERFORM
           IF ILK-CI-COUNT > 0
               PERFORM 400-COUNT-TICKETS THRU 400-EXIT
           END-IF
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * ADDS EVERY CI DIRECTLY DOWNSTREAM OF WS-EXPAND-CI THAT IS NOT
      * THE ROOT AND NOT ALREADY ON THE LIST.
       200-EXPAND-CI.
           MOVE WS-EXPAND-CI TO CIR-UP-CI
           MOVE LOW-VALUES TO CIR-DOWN-CI
           MOVE CIR-KEY TO WS-CIR-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('CIR00001')
               RIDFLD (WS-CIR-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('CIR00001')
                   INTO (CIR-RECORD)
                   RIDFLD (WS-CIR-BR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  CIR-UP-CI NOT = WS-EXPAND-CI
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   PERFORM 300-ADD-ENTRY THRU 300-EXIT
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('CIR00001') END-EXEC.
       200-EXIT.
           EXIT.

       300-ADD-ENTRY.
           IF CIR-DOWN-CI = ILK-ROOT-CI
               GO TO 300-EXIT
           END-IF
           PERFORM 350-FIND-CI THRU 350-EXIT
           IF WS-FOUND-IX > 0
               GO TO 300-EXIT
           END-IF
           IF ILK-CI-COUNT = WS-MAX-ENTRIES
               MOVE 'Y' TO ILK-TRUNCATED
               GO TO 300-EXIT
           END-IF
           ADD 1 TO ILK-CI-COUNT
           MOVE CIR-DOWN-CI TO ILK-CI(ILK-CI-COUNT)
           COMPUTE ILK-DEPTH(ILK-CI-COUNT) = WS-EXPAND-DEPTH + 1
           MOVE WS-EXPAND-CI TO ILK-PARENT(ILK-CI-COUNT)
           MOVE CIR-TYPE TO ILK-REL(ILK-CI-COUNT)
           MOVE 0 TO ILK-OPEN(ILK-CI-COUNT)
           MOVE SPACES TO ILK-FIRST-TIX(ILK-CI-COUNT)
           MOVE 0 TO ILK-CHG(ILK-CI-COUNT)
           MOVE SPACES TO ILK-CHG-TIX(ILK-CI-COUNT).
       300-EXIT.
           EXIT.

      * WS-FOUND-IX IS THE LIST POSITION OF CIR-DOWN-CI, OR ZERO.
       350-FIND-CI.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SRCH-IX FROM 1 BY 1
                   UNTIL WS-SRCH-IX > ILK-CI-COUNT OR WS-FOUND-IX > 0
               IF ILK-CI(WS-SRCH-IX) = CIR-DOWN-CI
                   MOVE WS-SRCH-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

      * ONE PASS OF CIX00001 (IT IS KEYED BY TICKET, NOT CI) COUNTS
      * THE OPEN TICKETS ON EACH LISTED CI AND, AMONG THEM, THE
      * APPROVED CHANGES.
       400-COUNT-TICKETS.
           MOVE LOW-VALUES TO WS-CIX-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('CIX00001')
               RIDFLD (WS-CIX-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 400-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('CIX00001')
                   INTO (WS-CIX-REC)
                   RIDFLD (WS-CIX-BR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   MOVE CIX-CI-ID TO CIR-DOWN-CI
                   PERFORM 350-FIND-CI THRU 350-EXIT
                   IF WS-FOUND-IX > 0
                       PERFORM 450-COUNT-ONE THRU 450-EXIT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('CIX00001') END-EXEC.
       400-EXIT.
           EXIT.

       450-COUNT-ONE.
           EXEC CICS
               READ FILE('STF00001')
               INTO (TIX-RECORD)
               RIDFLD (CIX-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 450-EXIT
           END-IF
           IF TIX-STATUS = ST-COMPLETED OR TIX-STATUS = ST-CLOSED OR
              TIX-STATUS = ST-CANCELED OR TIX-STATUS = ST-REJECTED
               GO TO 450-EXIT
           END-IF
           IF ILK-OPEN(WS-FOUND-IX) < 999
               ADD 1 TO ILK-OPEN(WS-FOUND-IX)
           END-IF
           IF ILK-TIX-COUNT < 99999
               ADD 1 TO ILK-TIX-COUNT
           END-IF
           IF ILK-FIRST-TIX(WS-FOUND-IX) = SPACES
               MOVE TIX-ID TO ILK-FIRST-TIX(WS-FOUND-IX)
           END-IF
           IF TIX-STATUS NOT = ST-APPROVED
               GO TO 450-EXIT
           END-IF
           MOVE TIX-ID TO CHG-TIX-ID
           EXEC CICS
               READ FILE('CHG00001')
               INTO (WS-CHG-REC)
               RIDFLD (CHG-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 450-EXIT
           END-IF
           IF ILK-CHG(WS-FOUND-IX) < 99
               ADD 1 TO ILK-CHG(WS-FOUND-IX)
           END-IF
           IF ILK-CHG-COUNT < 999
               ADD 1 TO ILK-CHG-COUNT
           END-IF
           IF ILK-CHG-TIX(WS-FOUND-IX) = SPACES
               MOVE TIX-ID TO ILK-CHG-TIX(WS-FOUND-IX)
           END-IF.
       450-EXIT.
           EXIT.
