      * CLOSE TIME BY SM004'S PF9. REACHED FROM THE SM000P MENU OR
      * TYPED DIRECTLY.
      *
      * ARTICLES SMB057 (OR SM86 W) HAS WITHDRAWN FOR WANT OF A
      * REVIEW ARE SKIPPED, EXCEPT FOR ADMINISTRATORS, WHO STILL SEE
      * THEM - MARKED WITHDRAWN - FOR AUDIT.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - HIDE WITHDRAWN ARTICLES FROM NON-ADMINS.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
           COPY SMUAF.
       01  WS-SHOW-WITHDRAWN                     PIC X VALUE 'N'.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-WORD1                              PIC X(15).
           05  KB-REMARK                  PIC X(50).
           05  KB-PUB-BY                  PIC X(08).
           05  KB-PUB-DATE                PIC X(10).
           05  KB-STATUS                  PIC X(01).
               88  KB-WITHDRAWN                     VALUE 'W'.
           05  FILLER                     PIC X(07).
       01  WS-SEARCH-TEXT                        PIC X(175).
       01  WS-SCAN-PTR                           PIC 9(03).
       01  WS-SCAN-LIMIT                         PIC 9(03).
                                                   OCCURS 14 TIMES.
       01  WS-DETAIL                             PIC X(80).
       01  WS-LINE-IDX                           PIC 9(02).
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM022P' TO MTP-PROGRAM
           IF EIBTRNID = 'SM00'
               MOVE SPACES TO WS-SCREEN
               MOVE 'KNOWLEDGE BASE SEARCH' TO WS-SCREEN-LINE(1)
               MOVE 'USAGE: SM22 WORD1 [WORD2]' TO WS-SCREEN-LINE(1)
               PERFORM 800-SEND-SCREEN
           END-IF
           PERFORM 100-CHECK-ADMIN
           PERFORM 500-SEARCH-KB
           PERFORM 800-SEND-SCREEN.
       000-EXIT.
           EXIT.

      * ANYONE MAY SEARCH; ONLY THE ADMINISTRATOR FLAG MATTERS HERE.
       100-CHECK-ADMIN.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              CALLER-ADMN = 'Y'
               MOVE 'Y' TO WS-SHOW-WITHDRAWN
           END-IF.
       100-EXIT.
           EXIT.

       200-PARSE-WORDS.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-LIST-DONE
                   ELSE
                       MOVE 'N' TO WS-MATCH-SW
                       IF NOT KB-WITHDRAWN OR WS-SHOW-WITHDRAWN = 'Y'
                           PERFORM 550-CHECK-MATCH
                       END-IF
                       IF WS-MATCH-SW = 'Y'
                           ADD 1 TO WS-HIT-COUNT
                           PERFORM 600-ADD-HIT-LINES THRU 600-EXIT
           MOVE KB-CATEGORY TO WS-DETAIL(1:10)
           MOVE KB-TIX-ID TO WS-DETAIL(12:6)
           MOVE KB-TITLE TO WS-DETAIL(19:25)
           IF KB-WITHDRAWN
               MOVE 'WITHDRAWN' TO WS-DETAIL(45:9)
               MOVE KB-REMARK(1:25) TO WS-DETAIL(55:25)
           ELSE
               MOVE KB-REMARK(1:35) TO WS-DETAIL(45:35)
           END-IF
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.
       600-EXIT.
               LENGTH (LENGTH OF WS-SCREEN)
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
