      * SYSTEM-GENERATED ACTORS (SYSTEM, SYSGEN, ANONYMD) AND BLANK
      * FIELDS PASS THROUGH UNCHANGED.
      *
      * EVERY TEST USER GETS PIN 0000, STORED THE WAY PRODUCTION
      * STORES PINS: A SALTED HASH FROM THE SHARED ROUTINE SM107 ON
      * THE TEST UAF00005 (TSTUAF5, SEE SMUAH) AND THE 'H1' FORMAT
      * MARKER IN THE UAF00001 PIN FIELD. PRODUCTION HASHES ARE
      * NEVER COPIED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - HASH THE TEST PIN THROUGH SM107.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-USR-KEY
               FILE STATUS IS WS-TSTU-STATUS.
           SELECT TSTH-FILE ASSIGN TO TSTUAF5
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAH-USERID
               FILE STATUS IS WS-TSTH-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB033RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  TU-USR-KEY                        PIC X(08).
           05  TU-BODY                           PIC X(134).

       FD  TSTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMUAH.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).
       01  WS-TST7-STATUS                        PIC X(02).
       01  WS-TSTW-STATUS                        PIC X(02).
       01  WS-TSTU-STATUS                        PIC X(02).
       01  WS-TSTH-STATUS                        PIC X(02).
       01  WS-SEED-TIME                          PIC 9(08).
           COPY SMPHP.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X.

           OPEN OUTPUT TST7-FILE
           OPEN OUTPUT TSTW-FILE
           OPEN OUTPUT TSTU-FILE
           OPEN OUTPUT TSTH-FILE
           IF WS-TST1-STATUS NOT = '00' OR WS-TSTU-STATUS NOT = '00'
              OR WS-TSTH-STATUS NOT = '00'
               DISPLAY 'SMB033 - OUTPUT OPEN FAILED, TST1/TSTU/TSTH = '
                   WS-TST1-STATUS '/' WS-TSTU-STATUS '/'
                   WS-TSTH-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE.
               PERFORM 600-MAP-USERID
               MOVE WS-ID-OUT(1:7) TO USR-SUPER
           END-IF
           PERFORM 260-HASH-TEST-PIN
           MOVE 0 TO USR-PIN-FAILS
           MOVE 'N' TO USR-PIN-LOCKED
           MOVE 'TEST USER' TO USR-NAME
           END-WRITE
           IF WS-TSTU-STATUS = '00'
               ADD 1 TO WS-CNT-TU
               PERFORM 270-WRITE-TEST-HASH
           END-IF.
       250-EXIT.
           EXIT.

       260-HASH-TEST-PIN.
           ACCEPT WS-SEED-TIME FROM TIME
           MOVE 'S' TO PHS-FUNCTION
           MOVE USR-KEY TO PHS-USERID
           MOVE '0000' TO PHS-PIN
           COMPUTE PHS-SEED = WS-SEED-TIME * 10000000 + WS-CNT-TU
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE PHS-FORMAT TO USR-PIN.
       260-EXIT.
           EXIT.

       270-WRITE-TEST-HASH.
           MOVE SPACES TO UAH-RECORD
           MOVE USR-KEY TO UAH-USERID
           MOVE PHS-FORMAT TO UAH-FORMAT
           MOVE PHS-SALT TO UAH-SALT
           MOVE PHS-HASH TO UAH-HASH
           MOVE 'SMB033' TO UAH-SET-BY
           MOVE WS-RUN-DATE-X TO UAH-SET-DATE
           WRITE UAH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       270-EXIT.
           EXIT.

       300-COPY-STF1.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
           CLOSE TST7-FILE
           CLOSE TSTW-FILE
           CLOSE TSTU-FILE
           CLOSE TSTH-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
           CLOSE TST7-FILE
           CLOSE TSTW-FILE
           CLOSE TSTU-FILE
           CLOSE TSTH-FILE
           CLOSE REPORT-FILE
           STOP RUN.
