       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM108.
      *
      * SHARED AUDIT CHAIN HASH ROUTINE. CALLED (NOT LINKED) WITH THE
      * SMACP AREA, LIKE SM107, SO THE ONLINE CHAIN WRITER SM109P,
      * THE BATCH CHAIN WRITER SMB080 AND THE NIGHTLY VERIFIER
      * SMB079 ALL HASH THE SAME WAY - THERE IS NO EXEC CICS IN HERE.
      *
      * ACP-DIGEST HASHES THE AUDIT RECORD IMAGE. ACP-LINK HASHES AN
      * ACH00001 LINK (SEE SMACH) - THE PREVIOUS LINK'S HASH, THE
      * FILE AND SEQUENCE, THE TYPE, THE AUDIT KEY AND DIGEST, THE
      * STAMP AND THE ANCHOR FIELDS - SO EACH LINK'S HASH DEPENDS ON
      * EVERY LINK AND RECORD BEFORE IT. THE METHOD IS THE SM107 ONE:
      * TWO MULTIPLICATIVE CONGRUENTIAL ACCUMULATORS FED EVERY BYTE,
      * HERE FOR FOUR ROUNDS, THEN THE LENGTH, GIVING 16 HEX
      * CHARACTERS. A CHANGE OF METHOD MEANS RE-ANCHORING BOTH CHAINS.
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
       01  WS-INPUT                              PIC X(200).
       01  WS-INPUT-TABLE REDEFINES WS-INPUT.
           05  WS-INPUT-CHAR                     PIC X(01)
                                                 OCCURS 200 TIMES.
       01  WS-INPUT-LEN                          PIC S9(04) COMP.
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
           COPY SMACH.

       LINKAGE SECTION.
       01  ALK-PARMS.
           05  ALK-FUNCTION                      PIC X(01).
               88  ALK-DIGEST                    VALUE 'D'.
               88  ALK-LINK                      VALUE 'L'.
           05  ALK-LENGTH                        PIC 9(03).
           05  ALK-DATA                          PIC X(200).
           05  ALK-RESULT                        PIC X(16).
      *
       PROCEDURE DIVISION USING ALK-PARMS.
       000-MAINLINE.
           MOVE SPACES TO ALK-RESULT
           EVALUATE TRUE
               WHEN ALK-DIGEST
                   PERFORM 100-LOAD-DIGEST
               WHEN ALK-LINK
                   PERFORM 150-LOAD-LINK
               WHEN OTHER
                   GOBACK
           END-EVALUATE
           PERFORM 200-HASH-INPUT
           MOVE WS-HASH-OUT TO ALK-RESULT
           GOBACK.
       000-EXIT.
           EXIT.

       100-LOAD-DIGEST.
           MOVE SPACES TO WS-INPUT
           MOVE ALK-LENGTH TO WS-INPUT-LEN
           IF WS-INPUT-LEN < 1 OR WS-INPUT-LEN > 200
               MOVE 200 TO WS-INPUT-LEN
           END-IF
           MOVE ALK-DATA (1:WS-INPUT-LEN) TO WS-INPUT.
       100-EXIT.
           EXIT.

      * THE LINK'S OWN HASH, THE HEAD-ONLY LAST SEQUENCE AND THE
      * FILLER ARE LEFT OUT; EVERYTHING ELSE IS HASHED.
       150-LOAD-LINK.
           MOVE ALK-DATA (1:LENGTH OF ACH-RECORD) TO ACH-RECORD
           MOVE SPACES TO WS-INPUT
           STRING ACH-PREV-HASH ACH-KEY ACH-TYPE ACH-AUD-KEY
                  ACH-DIGEST ACH-STAMP ACH-ANC-JOB ACH-ANC-OLD-SEQ
                  ACH-ANC-REMOVED
               DELIMITED BY SIZE INTO WS-INPUT
           MOVE 93 TO WS-INPUT-LEN.
       150-EXIT.
           EXIT.

       200-HASH-INPUT.
           MOVE 19790901 TO WS-H1
           MOVE 20261015 TO WS-H2
           PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > 4
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-INPUT-LEN
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
           COMPUTE WS-WORK = WS-H1 * 48271 + WS-INPUT-LEN
           DIVIDE WS-WORK BY WS-MOD-1 GIVING WS-WORK
               REMAINDER WS-H1
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
