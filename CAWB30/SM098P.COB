         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM098.
      *
      * SHARED CATEGORY-ATTRIBUTE CHECK.
      * LINKED BY SM02P AFTER A TICKET IS RAISED (DOES ITS CATEGORY
      * HAVE ATTRIBUTES TO ASK FOR?), BY SM03P BEFORE A TICKET IS
      * COMPLETED OR CLOSED (ARE THE REQUIRED ONES FILLED IN?) AND
      * BY THE SM097P ATTRIBUTE SCREEN ITSELF, IN THE SAME SHARED-
      * SUBROUTINE STYLE AS SM084P, SO ALL THREE COUNT THE SAME WAY.
      * THE CALLER PASSES THE TICKET AND, WHEN IT HAS IT TO HAND,
      * THE CATEGORY; A BLANK CATEGORY IS READ FROM STF00001 AND
      * RETURNED. BACK COME THE NUMBER OF ATD00001 ATTRIBUTES THE
      * CATEGORY DEFINES, HOW MANY OF THE REQUIRED ONES HAVE NO
      * ATV00001 VALUE, AND THE LABEL OF THE FIRST SUCH ONE. AN
      * UNKNOWN TICKET COMES BACK WITH AKL-RESP-CODE 8.
      * SEE COPYBOOKS SMATD AND SMATV.
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
       01  WS-TIX-REC.
           05  TIX-ID                            PIC X(06).
           05  TIX-REQUESTOR                     PIC X(08).
           05  TIX-STATUS                        PIC X(10).
           05  TIX-TITLE                         PIC X(25).
           05  TIX-DESC                          PIC X(100).
           05  LAST-UPDATE                       PIC X(20).
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
           COPY SMATD.
           COPY SMATV.
       01  WS-ATD-BR-KEY                         PIC X(12).
       01  WS-BROWSE-DONE                        PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  AKL-TIX-ID                        PIC X(06).
           05  AKL-CATEGORY                      PIC X(10).
           05  AKL-DEFINED                       PIC 9(02).
           05  AKL-MISSING                       PIC 9(02).
           05  AKL-FIRST-LABEL                   PIC X(20).
           05  AKL-RESP-CODE                     PIC S9(8) COMP.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           MOVE 0 TO AKL-RESP-CODE
           MOVE 0 TO AKL-DEFINED
           MOVE 0 TO AKL-MISSING
           MOVE SPACES TO AKL-FIRST-LABEL
           IF AKL-CATEGORY = SPACES
               PERFORM 100-READ-TICKET THRU 100-EXIT
           END-IF
           IF AKL-RESP-CODE = 0 AND AKL-CATEGORY NOT = SPACES
               PERFORM 200-SCAN-DEFINITIONS THRU 200-EXIT
           END-IF
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

       100-READ-TICKET.
           EXEC CICS
               READ FILE('STF00001')
               INTO (WS-TIX-REC)
               RIDFLD (AKL-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 8 TO AKL-RESP-CODE
           ELSE
               MOVE TIX-CATEGORY TO AKL-CATEGORY
           END-IF.
       100-EXIT.
           EXIT.

       200-SCAN-DEFINITIONS.
           MOVE AKL-CATEGORY TO ATD-CATEGORY
           MOVE 0 TO ATD-SEQ
           MOVE ATD-KEY TO WS-ATD-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('ATD00001')
               RIDFLD (WS-ATD-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT FILE('ATD00001')
                   INTO (ATD-RECORD)
                   RIDFLD (WS-ATD-BR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  ATD-CATEGORY NOT = AKL-CATEGORY
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO AKL-DEFINED
                   IF ATD-IS-REQUIRED
                       PERFORM 300-CHECK-VALUE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('ATD00001') END-EXEC.
       200-EXIT.
           EXIT.

       300-CHECK-VALUE.
           MOVE AKL-TIX-ID TO ATV-TIX-ID
           MOVE ATD-SEQ TO ATV-SEQ
           EXEC CICS
               READ FILE('ATV00001')
               INTO (ATV-RECORD)
               RIDFLD (ATV-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              ATV-VALUE = SPACES
               ADD 1 TO AKL-MISSING
               IF AKL-FIRST-LABEL = SPACES
                   MOVE ATD-LABEL TO AKL-FIRST-LABEL
               END-IF
           END-IF.
       300-EXIT.
           EXIT.
