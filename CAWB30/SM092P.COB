         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM092.
      *
      * SHARED VIP-TICKET CHECKER. LINKED (NOT XCTL'D) BY THE
      * SCREENS THAT MARK VIP TICKETS - SM03P, SM021P AND SM020P.
      * A TICKET IS A VIP TICKET WHEN ITS REQUESTOR, OR THE
      * AFFECTED USER RECORDED ON OBO00001 BY SM02P'S FOR= TAG,
      * CARRIES 'V' IN THE UAF00001 REQ BYTE (SET BY UA001P AND
      * UA005P). VLK-VIP-USER RETURNS WHICH OF THE TWO IT WAS.
      * SM02P MAKES THE SAME TEST INLINE AT CREATE TIME, BEFORE THE
      * TICKET OR ITS OBO00001 RECORD EXISTS.
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
       01  WS-CALLER-KEY.
           05  WS-CALLER-KEY1                    PIC X(7).
           05  FILLER                            PIC X.
           COPY SMUAF.
       01  WS-OBO-REC.
           05  OBO-TIX-ID                        PIC X(06).
           05  OBO-USER                          PIC X(07).
           05  FILLER                            PIC X(07).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  VLK-TIX-ID                        PIC X(06).
           05  VLK-REQUESTOR                     PIC X(08).
           05  VLK-VIP                           PIC X(01).
           05  VLK-VIP-USER                      PIC X(07).
           05  VLK-RESP-CODE                     PIC S9(8) COMP.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           MOVE 'N' TO VLK-VIP
           MOVE SPACES TO VLK-VIP-USER
           MOVE 0 TO VLK-RESP-CODE
           MOVE VLK-REQUESTOR(1:7) TO WS-CALLER-KEY1
           PERFORM 100-CHECK-USER THRU 100-EXIT
           IF VLK-VIP NOT = 'Y'
               MOVE VLK-TIX-ID TO OBO-TIX-ID
               EXEC CICS
                   READ FILE('OBO00001')
                   INTO (WS-OBO-REC)
                   RIDFLD (OBO-TIX-ID)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE OBO-USER TO WS-CALLER-KEY1
                   PERFORM 100-CHECK-USER THRU 100-EXIT
               END-IF
           END-IF
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

       100-CHECK-USER.
           IF WS-CALLER-KEY1 = SPACES
               GO TO 100-EXIT
           END-IF
           MOVE SPACE TO WS-CALLER-KEY(8:1)
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-CALLER-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              CALLER-REQ = 'V'
               MOVE 'Y' TO VLK-VIP
               MOVE WS-CALLER-KEY1 TO VLK-VIP-USER
           END-IF.
       100-EXIT.
           EXIT.
