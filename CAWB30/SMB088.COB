       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB088.
      *
      * DAILY REST API USAGE REPORT. READS THE APU00001 USAGE LOG
      * (SEE SMAPU) WRITTEN BY THE SM016P REST FRONT DOOR FOR THE
      * SYSIN DATE (A YYYYMMDD CARD; BLANK MEANS YESTERDAY) AND THE
      * APH00001 HOURLY COUNTS (SEE SMAPH) OF EVERY CLIENT ON
      * API00001 (SEE SMAPC), AND LISTS:
      *   - FOR EACH CLIENT THAT CALLED, OR IS REGISTERED: THE CALLS,
      *     THOSE ACCEPTED AND ANSWERED, THOSE ACCEPTED BUT FAILED
      *     (4XX/5XX FROM THE TICKET WORK), THE REJECTS BY REASON -
      *     401 NOT REGISTERED OR BAD SECRET, 403 SUSPENDED OR OUT OF
      *     SCOPE, 429 OVER THE HOURLY LIMIT - AND ITS BUSIEST HOUR
      *     AGAINST ITS LIMIT,
      *   - EVERY CLIENT WHOSE BUSIEST HOUR REACHED 80 PER CENT OF
      *     ITS LIMIT, SO THE OWNING TEAM CAN BE ASKED ABOUT IT
      *     BEFORE ITS CALLS START BEING REFUSED.
      * CLIENT IDS THAT ARE NOT REGISTERED ARE LISTED AS THEY WERE
      * SENT, MARKED UNREG; CALLS WITH NO CLIENT ID SHOW AS (NONE).
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APU00001-FILE ASSIGN TO APU00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APU-KEY
               FILE STATUS IS WS-APU-STATUS.
           SELECT API00001-FILE ASSIGN TO API00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APC-CLIENT-ID
               FILE STATUS IS WS-APC-STATUS.
           SELECT APH00001-FILE ASSIGN TO APH00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APH-KEY
               FILE STATUS IS WS-APH-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB088RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APU00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMAPU.

       FD  API00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMAPC.

       FD  APH00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMAPH.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-FORCE-CARD                         PIC X(05).
       01  WS-RUN-DATE-X                         PIC X(08).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X   PIC 9(08).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-APU-STATUS                         PIC X(02).
       01  WS-APU-OPEN                           PIC X VALUE 'N'.
       01  WS-APC-STATUS                         PIC X(02).
       01  WS-APC-OPEN                           PIC X VALUE 'N'.
       01  WS-APH-STATUS                         PIC X(02).
       01  WS-APH-OPEN                           PIC X VALUE 'N'.
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-APU                            PIC X VALUE 'N'.
       01  WS-EOF-APC                            PIC X VALUE 'N'.
       01  WS-EOF-APH                            PIC X VALUE 'N'.

       01  WS-REPORT-DATE-X                      PIC X(08).
       01  WS-REPORT-DATE REDEFINES WS-REPORT-DATE-X
                                                 PIC 9(08).
       01  WS-DAY-INT                            PIC 9(09).

      * A CLIENT IS NEAR ITS LIMIT WHEN ITS BUSIEST HOUR REACHED
      * THIS PERCENTAGE OF APC-HOUR-LIMIT.
       01  WS-NEAR-PCT                           PIC 9(03) VALUE 80.
       01  WS-PCT                                PIC 9(03).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-CALLS                          PIC 9(07) VALUE 0.
       01  WS-CNT-ACCEPTED                       PIC 9(07) VALUE 0.
       01  WS-CNT-REJECTED                       PIC 9(07) VALUE 0.
       01  WS-CNT-NEAR                           PIC 9(07) VALUE 0.

      * ONE ENTRY PER CLIENT ID SEEN ON THE LOG OR REGISTERED. THE
      * REJECT SUBSCRIPT IS 1 FOR 401, 2 FOR 403, 3 FOR 429.
       01  WS-CLI-MAX                            PIC 9(03) VALUE 200.
       01  WS-CLI-TBL.
           05  WS-CLI-ENT OCCURS 200 TIMES.
               10  WS-CLI-ID                     PIC X(08).
               10  WS-CLI-TEAM                   PIC X(10).
               10  WS-CLI-REG                    PIC X(01).
               10  WS-CLI-STATUS                 PIC X(01).
               10  WS-CLI-LIMIT                  PIC 9(05).
               10  WS-CLI-CALLS                  PIC 9(07).
               10  WS-CLI-OK                     PIC 9(07).
               10  WS-CLI-ERR                    PIC 9(07).
               10  WS-CLI-REJ OCCURS 3 TIMES     PIC 9(07).
               10  WS-CLI-PEAK                   PIC 9(07).
               10  WS-CLI-PEAK-HH                PIC X(02).
       01  WS-CLI-USED                           PIC 9(03) VALUE 0.
       01  WS-CLI-FULL                           PIC 9(07) VALUE 0.
       01  WS-FIND-ID                            PIC X(08).
       01  WS-REJ-IDX                            PIC 9(01).
       01  WS-IDX                                PIC 9(03).
       01  WS-HIT                                PIC 9(03).

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-SMALL                        PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-USAGE
           PERFORM 400-CHECK-LIMITS
           PERFORM 600-PRINT-CLIENTS
           PERFORM 700-PRINT-NEAR-LIMIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-REPORT-DATE-X FROM SYSIN
           IF WS-REPORT-DATE-X NOT NUMERIC
               ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
               COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF
           PERFORM 150-RUN-CONTROL-START
      * NO APU00001, API00001 OR APH00001 YET MEANS NO CLIENT HAS
      * BEEN REGISTERED OR HAS CALLED.
           OPEN INPUT APU00001-FILE
           IF WS-APU-STATUS = '00'
               MOVE 'Y' TO WS-APU-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-APU
               IF WS-APU-STATUS NOT = '35'
                   DISPLAY 'SMB088 - UNABLE TO OPEN APU00001, STATUS = '
                       WS-APU-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT API00001-FILE
           IF WS-APC-STATUS = '00'
               MOVE 'Y' TO WS-APC-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-APC
               IF WS-APC-STATUS NOT = '35'
                   DISPLAY 'SMB088 - UNABLE TO OPEN API00001, STATUS = '
                       WS-APC-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN INPUT APH00001-FILE
           IF WS-APH-STATUS = '00'
               MOVE 'Y' TO WS-APH-OPEN
           ELSE
               IF WS-APH-STATUS NOT = '35'
                   DISPLAY 'SMB088 - UNABLE TO OPEN APH00001, STATUS = '
                       WS-APH-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB088 - UNABLE TO OPEN SMB088RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           INITIALIZE WS-CLI-TBL
           MOVE 'SMB088 - DAILY REST API USAGE BY CLIENT' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CALLS TO SM016P ON ' WS-REPORT-DATE-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD FOLLOWS THE OTHER CARDS ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB088 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB088' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB088 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB088' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           MOVE WS-RUN-TIME-FMT TO RUN-START-TIME
           MOVE SPACES TO RUN-END-TIME
           MOVE 'RUNNING' TO RUN-STATUS
           MOVE ZEROES TO RUN-COUNT-READ
           MOVE ZEROES TO RUN-COUNT-CHANGED
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'Y' TO RUN-FORCED
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE 'N' TO RUN-FORCED
               WRITE RUN-CTL-RECORD
                   INVALID KEY
                       DISPLAY 'SMB088 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * THE LOG IS KEYED ON THE TIME STAMP, SO THE DAY IS ONE
      * STRETCH OF IT.
       200-PROCESS-USAGE.
           IF WS-EOF-APU = 'N'
               MOVE LOW-VALUES TO APU-KEY
               MOVE WS-REPORT-DATE-X TO APU-DATE
               START APU00001-FILE KEY IS NOT LESS THAN APU-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-APU
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-APU = 'Y'
               READ APU00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-APU
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF APU-DATE > WS-REPORT-DATE-X
                           MOVE 'Y' TO WS-EOF-APU
                       ELSE
                           PERFORM 250-COUNT-CALL THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-COUNT-CALL.
           ADD 1 TO WS-CNT-CALLS
           MOVE APU-CLIENT-ID TO WS-FIND-ID
           PERFORM 300-FIND-CLIENT
           IF APU-ACCEPTED
               ADD 1 TO WS-CNT-ACCEPTED
           ELSE
               ADD 1 TO WS-CNT-REJECTED
           END-IF
           IF WS-HIT = 0
               ADD 1 TO WS-CLI-FULL
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CLI-CALLS(WS-HIT)
           EVALUATE TRUE
               WHEN APU-ACCEPTED AND APU-HTTP-STATUS < 400
                   ADD 1 TO WS-CLI-OK(WS-HIT)
               WHEN APU-ACCEPTED
                   ADD 1 TO WS-CLI-ERR(WS-HIT)
               WHEN APU-UNAUTHORISED
                   ADD 1 TO WS-CLI-REJ(WS-HIT, 1)
               WHEN APU-DENIED
                   ADD 1 TO WS-CLI-REJ(WS-HIT, 2)
               WHEN OTHER
                   ADD 1 TO WS-CLI-REJ(WS-HIT, 3)
           END-EVALUATE.
       250-EXIT.
           EXIT.

      * WS-HIT IS THE ENTRY FOR WS-FIND-ID, ADDED IF NEW; ZERO WHEN
      * THE TABLE IS FULL.
       300-FIND-CLIENT.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-USED OR WS-HIT > 0
               IF WS-CLI-ID(WS-IDX) = WS-FIND-ID
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-CLI-USED < WS-CLI-MAX
               ADD 1 TO WS-CLI-USED
               MOVE WS-CLI-USED TO WS-HIT
               MOVE WS-FIND-ID TO WS-CLI-ID(WS-HIT)
               MOVE 'N' TO WS-CLI-REG(WS-HIT)
           END-IF.
       300-EXIT.
           EXIT.

      * EVERY REGISTERED CLIENT, WITH ITS BUSIEST HOUR OF THE DAY
      * FROM APH00001.
       400-CHECK-LIMITS.
           PERFORM UNTIL WS-EOF-APC = 'Y'
               READ API00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-APC
                   NOT AT END
                       MOVE APC-CLIENT-ID TO WS-FIND-ID
                       PERFORM 300-FIND-CLIENT
                       IF WS-HIT > 0
                           MOVE 'Y' TO WS-CLI-REG(WS-HIT)
                           MOVE APC-TEAM TO WS-CLI-TEAM(WS-HIT)
                           MOVE APC-STATUS TO WS-CLI-STATUS(WS-HIT)
                           MOVE APC-HOUR-LIMIT TO WS-CLI-LIMIT(WS-HIT)
                           PERFORM 450-FIND-PEAK THRU 450-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-FIND-PEAK.
           IF WS-APH-OPEN NOT = 'Y'
               GO TO 450-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-APH
           MOVE APC-CLIENT-ID TO APH-CLIENT-ID
           MOVE WS-REPORT-DATE-X TO APH-DATE
           MOVE '00' TO APH-HH
           START APH00001-FILE KEY IS NOT LESS THAN APH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-APH
           END-START
           PERFORM UNTIL WS-EOF-APH = 'Y'
               READ APH00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-APH
                   NOT AT END
                       IF APH-CLIENT-ID NOT = APC-CLIENT-ID OR
                          APH-DATE NOT = WS-REPORT-DATE-X
                           MOVE 'Y' TO WS-EOF-APH
                       ELSE
                           IF APH-CALLS > WS-CLI-PEAK(WS-HIT)
                               MOVE APH-CALLS TO WS-CLI-PEAK(WS-HIT)
                               MOVE APH-HH TO WS-CLI-PEAK-HH(WS-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       450-EXIT.
           EXIT.

       600-PRINT-CLIENTS.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'CLIENT' TO WS-PRINT-LINE(1:6)
           MOVE 'TEAM' TO WS-PRINT-LINE(10:4)
           MOVE 'CALLS' TO WS-PRINT-LINE(23:5)
           MOVE 'OK' TO WS-PRINT-LINE(33:2)
           MOVE 'ERR' TO WS-PRINT-LINE(38:3)
           MOVE '401' TO WS-PRINT-LINE(44:3)
           MOVE '403' TO WS-PRINT-LINE(50:3)
           MOVE '429' TO WS-PRINT-LINE(56:3)
           MOVE 'LIMIT' TO WS-PRINT-LINE(60:5)
           MOVE 'PEAK' TO WS-PRINT-LINE(67:4)
           MOVE 'NOTE' TO WS-PRINT-LINE(72:4)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-USED
               PERFORM 650-CLIENT-LINE
           END-PERFORM
           IF WS-CLI-USED = 0
               MOVE 'NO CLIENTS REGISTERED AND NO CALLS MADE' TO
                   REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-CLI-FULL > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-CLI-FULL TO WS-PRINT-COUNT
               STRING 'OTHER CLIENT IDS ' WS-PRINT-COUNT ' CALLS'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-CALLS TO WS-PRINT-COUNT
           STRING 'TOTAL CALLS     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-ACCEPTED TO WS-PRINT-COUNT
           STRING 'ACCEPTED        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-REJECTED TO WS-PRINT-COUNT
           STRING 'REJECTED        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       650-CLIENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CLI-ID(WS-IDX) = SPACES
               MOVE '(NONE)' TO WS-PRINT-LINE(1:8)
           ELSE
               MOVE WS-CLI-ID(WS-IDX) TO WS-PRINT-LINE(1:8)
           END-IF
           MOVE WS-CLI-TEAM(WS-IDX) TO WS-PRINT-LINE(10:10)
           MOVE WS-CLI-CALLS(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(21:7)
           MOVE WS-CLI-OK(WS-IDX) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(28:7)
           MOVE WS-CLI-ERR(WS-IDX) TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(36:5)
           MOVE WS-CLI-REJ(WS-IDX, 1) TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(42:5)
           MOVE WS-CLI-REJ(WS-IDX, 2) TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(48:5)
           MOVE WS-CLI-REJ(WS-IDX, 3) TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(54:5)
           IF WS-CLI-REG(WS-IDX) = 'Y'
               MOVE WS-CLI-LIMIT(WS-IDX) TO WS-PRINT-SMALL
               MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(60:5)
               MOVE WS-CLI-PEAK(WS-IDX) TO WS-PRINT-SMALL
               MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(66:5)
           END-IF
           EVALUATE TRUE
               WHEN WS-CLI-REG(WS-IDX) NOT = 'Y'
                   MOVE 'UNREG' TO WS-PRINT-LINE(72:8)
               WHEN WS-CLI-STATUS(WS-IDX) = 'S'
                   MOVE 'SUSP' TO WS-PRINT-LINE(72:8)
               WHEN WS-CLI-PEAK(WS-IDX) NOT < WS-CLI-LIMIT(WS-IDX)
                   MOVE 'AT LIMIT' TO WS-PRINT-LINE(72:8)
               WHEN WS-CLI-PEAK(WS-IDX) * 100 NOT <
                    WS-CLI-LIMIT(WS-IDX) * WS-NEAR-PCT
                   MOVE 'NEAR' TO WS-PRINT-LINE(72:8)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

      * THE CLIENTS WHOSE BUSIEST HOUR CAME WITHIN WS-NEAR-PCT OF
      * THEIR LIMIT, WITH THE HOUR AND THE CALLS REFUSED FOR IT.
       700-PRINT-NEAR-LIMIT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CLIENTS AT ' WS-NEAR-PCT
                  ' PER CENT OR MORE OF THEIR HOURLY LIMIT'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CLIENT   TEAM       HOUR   PEAK  LIMIT  PCT  REFUSED'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-USED
               IF WS-CLI-REG(WS-IDX) = 'Y' AND
                  WS-CLI-LIMIT(WS-IDX) > 0 AND
                  WS-CLI-PEAK(WS-IDX) * 100 NOT <
                  WS-CLI-LIMIT(WS-IDX) * WS-NEAR-PCT
                   PERFORM 750-NEAR-LINE
               END-IF
           END-PERFORM
           IF WS-CNT-NEAR = 0
               MOVE 'NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       700-EXIT.
           EXIT.

       750-NEAR-LINE.
           ADD 1 TO WS-CNT-NEAR
           COMPUTE WS-PCT =
               WS-CLI-PEAK(WS-IDX) * 100 / WS-CLI-LIMIT(WS-IDX)
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CLI-ID(WS-IDX) TO WS-PRINT-LINE(1:8)
           MOVE WS-CLI-TEAM(WS-IDX) TO WS-PRINT-LINE(10:10)
           MOVE WS-CLI-PEAK-HH(WS-IDX) TO WS-PRINT-LINE(21:2)
           MOVE ':00' TO WS-PRINT-LINE(23:3)
           MOVE WS-CLI-PEAK(WS-IDX) TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(27:5)
           MOVE WS-CLI-LIMIT(WS-IDX) TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(34:5)
           MOVE WS-PCT TO WS-PRINT-LINE(41:3)
           MOVE WS-CLI-REJ(WS-IDX, 3) TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-PRINT-LINE(46:7)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       750-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB088' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00'
               ACCEPT WS-RUN-TIME-X FROM TIME
               STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                      WS-RUN-TIME-X(5:2)
                   DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
               MOVE WS-RUN-TIME-FMT TO RUN-END-TIME
               MOVE 'ENDED' TO RUN-STATUS
               MOVE WS-CNT-CALLS TO RUN-COUNT-READ
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB088 - USAGE RECORDS READ = ' WS-CNT-READ
           DISPLAY 'SMB088 - CALLS ON THE DAY   = ' WS-CNT-CALLS
           DISPLAY 'SMB088 - CALLS REJECTED     = ' WS-CNT-REJECTED
           DISPLAY 'SMB088 - CLIENTS NEAR LIMIT = ' WS-CNT-NEAR
           IF WS-APU-OPEN = 'Y'
               CLOSE APU00001-FILE
           END-IF
           IF WS-APC-OPEN = 'Y'
               CLOSE API00001-FILE
           END-IF
           IF WS-APH-OPEN = 'Y'
               CLOSE APH00001-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE APU00001-FILE
           CLOSE API00001-FILE
           CLOSE APH00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
