       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM107.
      *
      * SHARED PIN HASH ROUTINE. CALLED (NOT LINKED) WITH THE SMPHP
      * AREA SO THE SIGN-ON AND PIN SCREENS AND THE BATCH LOADS ALL
      * SET AND CHECK PINS THE SAME WAY - THERE IS NO EXEC CICS IN
      * HERE, SO IT LINK-EDITS INTO EITHER.
      *
      * A PIN IS NEVER STORED. ON A SET THE ROUTINE MAKES A NEW
      * 8-CHARACTER SALT FROM THE CALLER'S SEED AND THE USERID,
      * THEN HASHES SALT + USERID + PIN INTO 16 HEX CHARACTERS; THE
      * CALLER KEEPS ONLY THE SALT AND HASH (UAF00005, SEE SMUAH).
      * ON A VERIFY IT HASHES THE OFFERED PIN WITH THE STORED SALT
      * AND COMPARES. THE HASH IS TWO MULTIPLICATIVE CONGRUENTIAL
      * ACCUMULATORS FED EVERY BYTE OF THE INPUT FOR 64 ROUNDS, SO
      * THE SAME PIN GIVES A DIFFERENT HASH FOR EVERY USER AND EVERY
      * SALT. THE FORMAT MARKER RETURNED IS 'H1'; A CHANGE OF
      * METHOD MUST COME WITH A NEW MARKER SO OLD HASHES STILL CHECK.
      *
      * THE SECRETS OF THE CLIENTS REGISTERED FOR THE SM016P REST
      * FRONT DOOR (API00001, SEE SMAPC) ARE SET AND CHECKED HERE THE
      * SAME WAY: THE CLIENT ID TAKES THE PLACE OF THE USERID AND
      * THE SIXTEEN-CHARACTER SECRET THE PLACE OF THE PIN, SO THE
      * INPUT IS SALT + CLIENT ID + SECRET. THOSE HASHES CARRY THE
      * MARKER 'K1'.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - REST CLIENT SECRETS (KEY SET AND CHECK).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INPUT.
           05  WS-INPUT-SALT                     PIC X(08).
           05  WS-INPUT-USERID                   PIC X(08).
           05  WS-INPUT-PIN                      PIC X(04).
           05  WS-INPUT-SECRET                   PIC X(16).
       01  WS-INPUT-TABLE REDEFINES WS-INPUT.
           05  WS-INPUT-CHAR                     PIC X(01)
                                                 OCCURS 36 TIMES.
      * BYTES OF WS-INPUT HASHED - 20 FOR A PIN, 36 FOR A SECRET.
       01  WS-INPUT-USED                         PIC S9(04) COMP.
       01  WS-BYTE-AREA.
           05  FILLER                            PIC X(01)
                                                 VALUE LOW-VALUE.
           05  WS-BYTE-CHAR                      PIC X(01).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-AREA  PIC 9(04) COMP.
       01  WS-H1                                 PIC S9(18) COMP-3.
       01  WS-H2                                 PIC S9(18) COMP-3.
       01  WS-WORK                               PIC S9(18) COMP-3.
       01  WS-DIGIT                              PIC S9(04) COMP.
       01  WS-ROUND                              PIC S9(04) COMP.
       01  WS-SUB                                PIC S9(04) COMP.
       01  WS-HEX-CHARS                          PIC X(16)
                                   VALUE '0123456789ABCDEF'.
       01  WS-HEX-TABLE REDEFINES WS-HEX-CHARS.
           05  WS-HEX-CHAR                       PIC X(01)
                                                 OCCURS 16 TIMES.
       01  WS-HEX-OUT                            PIC X(08).
       01  WS-HASH-OUT.
           05  WS-HASH-OUT-1                     PIC X(08).
           05  WS-HASH-OUT-2                     PIC X(08).
       01  WS-MOD-1                              PIC S9(18) COMP-3
                                                 VALUE 2147483647.
       01  WS-MOD-2                              PIC S9(18) COMP-3
                                                 VALUE 2147483399.

       LINKAGE SECTION.
       01  PLK-PARMS.
           05  PLK-FUNCTION                      PIC X(01).
               88  PLK-SET                       VALUE 'S'.
               88  PLK-VERIFY                    VALUE 'V'.
               88  PLK-KEY-SET                   VALUE 'K'.
               88  PLK-KEY-VERIFY                VALUE 'C'.
           05  PLK-USERID                        PIC X(08).
           05  PLK-PIN                           PIC X(04).
           05  PLK-SEED                          PIC 9(15).
           05  PLK-SALT                          PIC X(08).
           05  PLK-HASH                          PIC X(16).
           05  PLK-FORMAT                        PIC X(04).
           05  PLK-RESULT                        PIC X(01).
           05  PLK-SECRET                        PIC X(16).
      *
       PROCEDURE DIVISION USING PLK-PARMS.
       000-MAINLINE.
           MOVE 'N' TO PLK-RESULT
           IF PLK-KEY-SET OR PLK-KEY-VERIFY
               PERFORM 400-CLIENT-KEY
               MOVE SPACES TO PLK-SECRET
               MOVE SPACES TO WS-INPUT
               GOBACK
           END-IF
           MOVE 'H1' TO PLK-FORMAT
           MOVE 20 TO WS-INPUT-USED
           IF PLK-SET
               PERFORM 100-MAKE-SALT
               PERFORM 200-HASH-PIN
               MOVE WS-HASH-OUT TO PLK-HASH
               MOVE 'Y' TO PLK-RESULT
           ELSE
               IF PLK-VERIFY
                   PERFORM 200-HASH-PIN
                   IF WS-HASH-OUT = PLK-HASH
                       MOVE 'Y' TO PLK-RESULT
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO PLK-PIN
           MOVE SPACES TO WS-INPUT
           GOBACK.
       000-EXIT.
           EXIT.

      * THE SALT IS THE SEED FOLDED WITH THE USERID, SO TWO USERS
      * SET IN THE SAME INSTANT STILL GET DIFFERENT SALTS.
       100-MAKE-SALT.
           DIVIDE PLK-SEED BY WS-MOD-1 GIVING WS-WORK
               REMAINDER WS-H1
           MOVE SPACES TO WS-INPUT
           MOVE PLK-USERID TO WS-INPUT-USERID
           PERFORM VARYING WS-SUB FROM 9 BY 1 UNTIL WS-SUB > 16
               MOVE WS-INPUT-CHAR (WS-SUB) TO WS-BYTE-CHAR
               COMPUTE WS-WORK = WS-H1 * 48271 + WS-BYTE-VALUE
                   + WS-SUB
               DIVIDE WS-WORK BY WS-MOD-1 GIVING WS-WORK
                   REMAINDER WS-H1
           END-PERFORM
           PERFORM 300-TO-HEX
           MOVE WS-HEX-OUT TO PLK-SALT.
       100-EXIT.
           EXIT.

       200-HASH-PIN.
           MOVE SPACES TO WS-INPUT
           MOVE PLK-SALT TO WS-INPUT-SALT
           MOVE PLK-USERID TO WS-INPUT-USERID
           MOVE PLK-PIN TO WS-INPUT-PIN
           IF WS-INPUT-USED > 20
               MOVE PLK-SECRET TO WS-INPUT-SECRET
           END-IF
           MOVE 19790901 TO WS-H1
           MOVE 20261015 TO WS-H2
           PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > 64
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-INPUT-USED
                   MOVE WS-INPUT-CHAR (WS-SUB) TO WS-BYTE-CHAR
                   COMPUTE WS-WORK = WS-H1 * 48271 + WS-BYTE-VALUE
                       + WS-ROUND
                   DIVIDE WS-WORK BY WS-MOD-1 GIVING WS-WORK
                       REMAINDER WS-H1
                   COMPUTE WS-WORK = WS-H2 * 40692 + WS-BYTE-VALUE
                       + WS-H1
                   DIVIDE WS-WORK BY WS-MOD-2 GIVING WS-WORK
                       REMAINDER WS-H2
               END-PERFORM
           END-PERFORM
           PERFORM 300-TO-HEX
           MOVE WS-HEX-OUT TO WS-HASH-OUT-1
           MOVE WS-H2 TO WS-H1
           PERFORM 300-TO-HEX
           MOVE WS-HEX-OUT TO WS-HASH-OUT-2.
       200-EXIT.
           EXIT.

      * WS-H1 (UNDER 2**31) AS EIGHT HEX CHARACTERS. WS-H1 IS USED UP.
       300-TO-HEX.
           PERFORM VARYING WS-SUB FROM 8 BY -1 UNTIL WS-SUB < 1
               DIVIDE WS-H1 BY 16 GIVING WS-H1 REMAINDER WS-DIGIT
               MOVE WS-HEX-CHAR (WS-DIGIT + 1) TO WS-HEX-OUT (WS-SUB:1)
           END-PERFORM.
       300-EXIT.
           EXIT.

      * A REST CLIENT SECRET: THE SAME SALT AND HASH, OVER SALT +
      * CLIENT ID + SECRET. THE PIN BYTES STAY BLANK.
       400-CLIENT-KEY.
           MOVE 'K1' TO PLK-FORMAT
           MOVE 36 TO WS-INPUT-USED
           MOVE SPACES TO PLK-PIN
           IF PLK-KEY-SET
               PERFORM 100-MAKE-SALT
               PERFORM 200-HASH-PIN
               MOVE WS-HASH-OUT TO PLK-HASH
               MOVE 'Y' TO PLK-RESULT
           ELSE
               PERFORM 200-HASH-PIN
               IF WS-HASH-OUT = PLK-HASH
                   MOVE 'Y' TO PLK-RESULT
               END-IF
           END-IF.
       400-EXIT.
           EXIT.
