      * ACCOUNT CANNOT CHANGE ITS PIN - THAT STAYS AN ADMINISTRATOR
      * UNLOCK IN UA001P.
      *
      * THE PIN IS NEVER HELD IN CLEAR: EVERY CHECK AND THE NEW PIN
      * GO THROUGH THE SHARED HASH ROUTINE SM107. THE SALT AND HASH
      * ARE KEPT ON UAF00005 AND THE UAF00001 PIN FIELD IS SET TO
      * THE 'H1' FORMAT MARKER. BETWEEN STEPS THE COMMAREA CARRIES
      * ONLY THE NEW PIN'S SALT AND HASH.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - CHECK AND STORE THE PIN AS A SALTED HASH.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PUF-PHONE                         PIC X(12).
           05  PUF-LOCATION                      PIC X(10).
       01  WS-TODAY-YMD-X                        PIC X(08).
           COPY SMUAH.
           COPY SMPHP.
       01  WS-UAH-RESP                           PIC S9(8) COMP.
       01  WS-PIN-OK                             PIC X(01).
       01  WS-JRN-REC.
           05  SJ-KEY.
               10  SJ-STAMP                      PIC X(14).
       01  WS-COMMAREA.
           05  WS-USERID1                         PIC X(7).
           05  WS-PIN-STATE                       PIC 9(1).
           05  WS-NEW-SALT                        PIC X(8).
           05  WS-NEW-HASH                        PIC X(16).
      *
           COPY SM000S.
      *
           COPY DFHAID.
      *
       COPY DFHBMSCA.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(32).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM043P' TO MTP-PROGRAM
           IF EIBTRNID NOT = 'SM12' AND EIBTRNID NOT = 'SM43'
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           IF EIBTRNID = 'SM43' AND
              EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF EIBAID = DFHPF3
                   EXEC CICS XCTL
           ELSE
               MOVE USERID3 TO WS-USERID1
               MOVE 1 TO WS-PIN-STATE
               MOVE SPACES TO WS-NEW-SALT WS-NEW-HASH
               MOVE 'ENTER CURRENT PIN AND PRESS ENTER' TO ERRMSGO
               PERFORM 100-SEND-PIN-MAP
           END-IF.
                    FROM(SW00MO)
                    ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SM43')
               COMMAREA(WS-COMMAREA)
           PERFORM 400-READ-USER
           EVALUATE WS-PIN-STATE
               WHEN 1
                   PERFORM 450-CHECK-CURRENT-PIN THRU 450-EXIT
                   IF WS-PIN-OK = 'Y'
                       MOVE 2 TO WS-PIN-STATE
                       MOVE 'ENTER NEW 4-DIGIT PIN AND PRESS ENTER' TO
                           ERRMSGO
                   IF PINI NOT NUMERIC
                       MOVE 'NEW PIN MUST BE FOUR DIGITS' TO ERRMSGO
                   ELSE
                       PERFORM 450-CHECK-CURRENT-PIN THRU 450-EXIT
                       IF WS-PIN-OK = 'Y'
                           MOVE 'NEW PIN MUST DIFFER FROM THE OLD ONE'
                               TO ERRMSGO
                       ELSE
                           PERFORM 460-HASH-NEW-PIN
                           MOVE 3 TO WS-PIN-STATE
                           MOVE 'ENTER THE NEW PIN AGAIN TO CONFIRM'
                               TO ERRMSGO
                   END-IF
                   PERFORM 100-SEND-PIN-MAP
               WHEN 3
                   MOVE 'V' TO PHS-FUNCTION
                   MOVE WS-USERID TO PHS-USERID
                   MOVE PINI TO PHS-PIN
                   MOVE WS-NEW-SALT TO PHS-SALT
                   MOVE WS-NEW-HASH TO PHS-HASH
                   CALL 'SM107' USING WS-PHS-PARMS
                   MOVE SPACES TO PINI
                   IF PHS-MATCH
                       PERFORM 500-SAVE-NEW-PIN
                       MOVE 1 TO WS-PIN-STATE
                       MOVE SPACES TO WS-NEW-SALT WS-NEW-HASH
                       MOVE 'PIN CHANGED - PF3 FOR THE MENU' TO
                           ERRMSGO
                   ELSE
                       MOVE 2 TO WS-PIN-STATE
                       MOVE SPACES TO WS-NEW-SALT WS-NEW-HASH
                       MOVE 'PINS DID NOT MATCH - ENTER NEW PIN AGAIN'
                           TO ERRMSGO
                   END-IF
                   LENGTH (LENGTH OF WS-LOCKED-MSG)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       400-EXIT.
           EXIT.

      * WS-PIN-OK = 'Y' WHEN PINI IS THE USER'S CURRENT PIN. A USER
      * WITH NO PIN YET MATCHES ONLY A BLANK ENTRY.
       450-CHECK-CURRENT-PIN.
           MOVE 'N' TO WS-PIN-OK
           IF PUF-PIN = SPACES
               IF PINI = SPACES OR PINI = LOW-VALUES
                   MOVE 'Y' TO WS-PIN-OK
               END-IF
               GO TO 450-EXIT
           END-IF
           IF PUF-PIN NOT = 'H1'
               GO TO 450-EXIT
           END-IF
           EXEC CICS
               READ FILE('UAF00005')
               INTO (UAH-RECORD)
               RIDFLD (WS-USERID)
               RESP(WS-UAH-RESP)
           END-EXEC
           IF WS-UAH-RESP NOT = DFHRESP(NORMAL)
               GO TO 450-EXIT
           END-IF
           MOVE 'V' TO PHS-FUNCTION
           MOVE WS-USERID TO PHS-USERID
           MOVE PINI TO PHS-PIN
           MOVE UAH-SALT TO PHS-SALT
           MOVE UAH-HASH TO PHS-HASH
           CALL 'SM107' USING WS-PHS-PARMS
           IF PHS-MATCH
               MOVE 'Y' TO WS-PIN-OK
           END-IF.
       450-EXIT.
           EXIT.

      * HASHES THE NEW PIN UNDER A FRESH SALT. ONLY THE SALT AND
      * HASH GO INTO THE COMMAREA FOR THE CONFIRMING STEP.
       460-HASH-NEW-PIN.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           MOVE 'S' TO PHS-FUNCTION
           MOVE WS-USERID TO PHS-USERID
           MOVE PINI TO PHS-PIN
           MOVE WS-TIME TO PHS-SEED
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE SPACES TO PINI
           MOVE PHS-SALT TO WS-NEW-SALT
           MOVE PHS-HASH TO WS-NEW-HASH.
       460-EXIT.
           EXIT.

       500-SAVE-NEW-PIN.
           EXEC CICS
               READ FILE('UAF00001')
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PHS-FORMAT TO PUF-PIN
               MOVE 0 TO PUF-PIN-FAILS
               MOVE 'N' TO PUF-PIN-LOCKED
               EXEC CICS ASKTIME
                   TIME     (WS-JRN-TIME)
               END-EXEC
               MOVE WS-TODAY-YMD-X TO PUF-PIN-SET
               PERFORM 520-SAVE-PIN-HASH
               EXEC CICS
                   REWRITE FILE('UAF00001')
                   FROM(WS-USER-FULL)
           END-IF.
       500-EXIT.
           EXIT.

      * WRITES OR REPLACES THE USER'S UAF00005 SALT AND HASH.
       520-SAVE-PIN-HASH.
           EXEC CICS
               READ FILE('UAF00005')
               INTO (UAH-RECORD)
               RIDFLD (WS-USERID)
               UPDATE
               RESP(WS-UAH-RESP)
           END-EXEC
           IF WS-UAH-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO UAH-RECORD
               MOVE WS-USERID TO UAH-USERID
           END-IF
           MOVE 'H1' TO UAH-FORMAT
           MOVE WS-NEW-SALT TO UAH-SALT
           MOVE WS-NEW-HASH TO UAH-HASH
           MOVE USERID3 TO UAH-SET-BY
           MOVE WS-TODAY-YMD-X TO UAH-SET-DATE
           IF WS-UAH-RESP = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('UAF00005')
                   FROM(UAH-RECORD)
                   RESP(WS-UAH-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('UAF00005')
                   FROM(UAH-RECORD)
                   RIDFLD(UAH-USERID)
                   RESP(WS-UAH-RESP)
               END-EXEC
           END-IF.
       520-EXIT.
           EXIT.
