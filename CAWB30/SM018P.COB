      *
      *   PF4=CREATED  PF5=UPDATED  PF6=CLOSED  PF7=APPROVE/REJECT
      *   PF8=CANCELED PF9=IMMEDIATE/DIGEST PF10=MUTE
      *   PF11=LANGUAGE (E/F, READ BY SM062P)
      *   PF12=WEEKLY OPEN-TICKETS STATEMENT (SMB063) PF3=BACK
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - PF11 SCREEN-LANGUAGE PREFERENCE.
      *  2026-10-15 MAINT - PF12 WEEKLY STATEMENT OPT-OUT.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PREF-MODE                         PIC X(01).
           05  PREF-MUTE                         PIC X(01).
           05  PREF-LANG                         PIC X(01).
           05  PREF-WEEKLY                       PIC X(01).
           05  FILLER                            PIC X(23).
       01  WS-PREF-OLD                           PIC X(40).
       01  WS-PREF-EXISTS                        PIC X VALUE 'N'.
       01  WS-SCREEN.
           COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(8).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM018P' TO MTP-PROGRAM
           IF EIBTRNID NOT = 'SM12' AND EIBTRNID NOT = 'SM18'
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           IF EIBCALEN NOT = +0
                   PERFORM 570-FLIP-MUTE
               WHEN EIBAID = DFHPF11
                   PERFORM 580-FLIP-LANGUAGE
               WHEN EIBAID = DFHPF12
                   PERFORM 590-FLIP-WEEKLY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM18')
               COMMAREA(WS-COMMAREA)
               MOVE 'I' TO PREF-MODE
               MOVE 'N' TO PREF-MUTE
               MOVE 'E' TO PREF-LANG
               MOVE 'Y' TO PREF-WEEKLY
           END-IF
           IF PREF-WEEKLY NOT = 'N'
               MOVE 'Y' TO PREF-WEEKLY
           END-IF
           IF PREF-LANG NOT = 'F'
               MOVE 'E' TO PREF-LANG
       580-EXIT.
           EXIT.

      * WEEKLY STATEMENT - SMB063 SENDS EVERY REQUESTOR WITH OPEN
      * TICKETS A LIST OF THEM EACH WEEK UNLESS THIS IS N. A RECORD
      * WRITTEN BEFORE THE SETTING EXISTED HAS A SPACE HERE AND IS
      * TREATED AS Y.
       590-FLIP-WEEKLY.
           IF PREF-WEEKLY = 'N'
               MOVE 'Y' TO PREF-WEEKLY
           ELSE
               MOVE 'N' TO PREF-WEEKLY
           END-IF
           PERFORM 600-SAVE-PREFS.
       590-EXIT.
           EXIT.

      * THE READ-FOR-UPDATE GOES INTO A SCRATCH AREA SO THE FLIP JUST
      * MADE IN WS-PREF-REC IS NOT OVERWRITTEN BY THE FILE COPY - THE
      * READ EXISTS ONLY TO HOLD THE UPDATE LOCK FOR THE REWRITE.
           STRING 'PF11 SCREEN LANGUAGE         ' PREF-LANG
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(10)
           MOVE SPACES TO WS-DETAIL
           STRING 'PF12 WEEKLY TICKET STATEMENT ' PREF-WEEKLY
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(11)
           MOVE 'PRESS A PF KEY TO FLIP A SETTING - PF3=PROFILE' TO
               WS-SCREEN-LINE(12).
       700-EXIT.
           EXIT.
