       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB089.
      *
      * WEEKLY CLOSED-TICKET QUALITY REVIEW SAMPLE. DRAWS A RANDOM
      * SAMPLE OF THE TICKETS EACH PROVIDER CLOSED IN THE WEEK AND
      * PUTS THEM ON THE REVIEW WORKLIST QRW00001 (SEE SMQRW) OF THE
      * PROVIDER'S SUPERVISOR - CALLER-SUPER ON UAF00001 - WHO
      * SCORES THEM AGAINST THE QCL00001 CHECKLIST (SEE SMQCL) ON
      * SM115P (SMQR). SMB090 TURNS THE SCORES INTO THE MONTHLY
      * SCORECARD.
      *
      * ONE SYSIN CARD, THEN THE USUAL FORCE CARD:
      *     COLUMNS 1-8    LAST DAY OF THE WEEK, YYYYMMDD (BLANK
      *                    MEANS YESTERDAY) - THE WEEK IS THE SEVEN
      *                    DAYS ENDING THERE
      *     COLUMNS 10-12  SAMPLE RATE, PER CENT (BLANK MEANS 010)
      *     COLUMNS 14-15  MINIMUM PER PROVIDER (BLANK MEANS 02)
      * A PROVIDER GETS THE RATE OF THEIR CLOSED TICKETS, ROUNDED UP,
      * BUT NEVER FEWER THAN THE MINIMUM AND NEVER MORE THAN THEY
      * CLOSED. A TICKET IS CLOSED ON ITS MRF00001 CLOSED DATE, OR
      * ON ITS LAST-UPDATE DATE WHEN IT PREDATES THE ROLLUP.
      * TRAINING-QUEUE PRACTICE TICKETS AND TICKETS WITH NO
      * PROVIDER ARE NOT SAMPLED. A PROVIDER WITH NO SUPERVISOR ON
      * UAF00001 IS LISTED FOR THE ADMINISTRATORS TO PUT RIGHT AND
      * THEIR TICKETS ARE NOT DRAWN.
      *
      * THE DRAW IS SEEDED FROM THE WEEK-ENDING DATE, SO A FORCED
      * RERUN FOR THE SAME WEEK DRAWS THE SAME TICKETS AND ADDS
      * NOTHING TWICE. THE FIRST RUN AGAINST AN EMPTY QCL00001 LOADS
      * THE FOUR STANDARD CHECKLIST ITEMS.
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
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT MRF00001-FILE ASSIGN TO MRF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRF-TIX-ID
               FILE STATUS IS WS-MRF-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT QRW00001-FILE ASSIGN TO QRW00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QRW-KEY
               FILE STATUS IS WS-QRW-STATUS.
           SELECT QCL00001-FILE ASSIGN TO QCL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QCL-ITEM
               FILE STATUS IS WS-QCL-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB089RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  MRF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMMRF.

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  USR-RECORD.
           05  USR-KEY.
               10  USR-USERID7                   PIC X(07).
               10  FILLER                        PIC X(01).
           05  USR-REQ                           PIC X.
           05  USR-ADMN                          PIC X.
           05  USR-APP                           PIC X.
           05  USR-SP                            PIC X.
           05  USR-UPBY                          PIC X(08).
           05  USR-ACTIVE                        PIC X.
           05  USR-PIN                           PIC X(04).
           05  USR-QUEUE                         PIC X(10).
           05  USR-DEPT                          PIC X(10).
           05  USR-SUPER                         PIC X(07).
           05  USR-PIN-FAILS                     PIC 9(01).
           05  USR-PIN-LOCKED                    PIC X(01).
           05  USR-PIN-SET                       PIC X(08).
           05  USR-LAST-SIGNON                   PIC X(08).
           05  USR-NAME                          PIC X(20).
           05  USR-EMAIL                         PIC X(30).
           05  USR-PHONE                         PIC X(12).
           05  USR-LOCATION                      PIC X(10).

       FD  QRW00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMQRW.

       FD  QCL00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMQCL.

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
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-MRF-STATUS                         PIC X(02).
       01  WS-MRF-OPEN                           PIC X VALUE 'N'.
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-QRW-STATUS                         PIC X(02).
       01  WS-QCL-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-SW                             PIC X VALUE 'N'.
           COPY SMSTAT.

       01  WS-PARM-CARD.
           05  WS-PARM-END                       PIC X(08).
           05  FILLER                            PIC X(01).
           05  WS-PARM-RATE                      PIC X(03).
           05  WS-PARM-RATE-N REDEFINES WS-PARM-RATE
                                                 PIC 9(03).
           05  FILLER                            PIC X(01).
           05  WS-PARM-MIN                       PIC X(02).
           05  WS-PARM-MIN-N REDEFINES WS-PARM-MIN
                                                 PIC 9(02).
       01  WS-RATE-PCT                           PIC 9(03) VALUE 10.
       01  WS-MIN-PER                            PIC 9(02) VALUE 2.

       01  WS-WEEK-END-X                         PIC X(08).
       01  WS-WEEK-END REDEFINES WS-WEEK-END-X   PIC 9(08).
       01  WS-WEEK-START-X                       PIC X(08).
       01  WS-WEEK-START REDEFINES WS-WEEK-START-X
                                                 PIC 9(08).
       01  WS-END-INT                            PIC 9(09).
       01  WS-START-INT                          PIC 9(09).
       01  WS-CLOSED-X                           PIC X(08).
       01  WS-CLOSED-N REDEFINES WS-CLOSED-X     PIC 9(08).

      * PARK-MILLER MINIMAL STANDARD GENERATOR. WS-SEED IS NEVER
      * ZERO; EACH CANDIDATE TAKES THE NEXT VALUE AS ITS DRAW AND
      * EACH PROVIDER'S LOWEST DRAWS ARE SAMPLED.
       01  WS-SEED                               PIC 9(10).
       01  WS-RAND-PROD                          PIC 9(15).
       01  WS-RAND-QUOT                          PIC 9(15).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-CLOSED                         PIC 9(07) VALUE 0.
       01  WS-CNT-NO-PROV                        PIC 9(07) VALUE 0.
       01  WS-CNT-NO-SUPER                       PIC 9(07) VALUE 0.
       01  WS-CNT-ADDED                          PIC 9(07) VALUE 0.
       01  WS-CNT-LISTED                         PIC 9(07) VALUE 0.
       01  WS-CNT-FULL                           PIC 9(07) VALUE 0.

      * EVERY TICKET CLOSED IN THE WEEK, WITH ITS DRAW AND THE
      * ENTRY OF ITS PROVIDER.
       01  WS-CAN-MAX                            PIC 9(05) VALUE 5000.
       01  WS-CAN-TBL.
           05  WS-CAN-ENT OCCURS 5000 TIMES.
               10  WS-CAN-TIX                    PIC X(06).
               10  WS-CAN-PRV                    PIC 9(03).
               10  WS-CAN-QUEUE                  PIC X(10).
               10  WS-CAN-CATEGORY               PIC X(10).
               10  WS-CAN-RES-CD                 PIC X(05).
               10  WS-CAN-CLOSED                 PIC X(08).
               10  WS-CAN-DRAW                   PIC 9(10).
               10  WS-CAN-PICKED                 PIC X(01).
       01  WS-CAN-USED                           PIC 9(05) VALUE 0.

       01  WS-PRV-MAX                            PIC 9(03) VALUE 500.
       01  WS-PRV-TBL.
           05  WS-PRV-ENT OCCURS 500 TIMES.
               10  WS-PRV-ID                     PIC X(07).
               10  WS-PRV-SUPER                  PIC X(07).
               10  WS-PRV-CLOSED                 PIC 9(05).
               10  WS-PRV-TARGET                 PIC 9(05).
               10  WS-PRV-ADDED                  PIC 9(05).
               10  WS-PRV-LISTED                 PIC 9(05).
       01  WS-PRV-USED                           PIC 9(03) VALUE 0.
       01  WS-FIND-ID                            PIC X(07).
       01  WS-HIT                                PIC 9(03).
       01  WS-PRV-IDX                            PIC 9(03).
       01  WS-IDX                                PIC 9(05).
       01  WS-PICK                               PIC 9(05).
       01  WS-PICK-DRAW                          PIC 9(10).
       01  WS-PICK-COUNT                         PIC 9(05).

       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-SMALL                        PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-CANDIDATES
           PERFORM 400-DRAW-SAMPLE
           PERFORM 600-PRINT-PROVIDERS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           IF WS-PARM-END NUMERIC
               MOVE WS-PARM-END TO WS-WEEK-END-X
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-END)
           ELSE
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
               COMPUTE WS-WEEK-END =
                   FUNCTION DATE-OF-INTEGER(WS-END-INT)
           END-IF
           COMPUTE WS-START-INT = WS-END-INT - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-START-INT)
           IF WS-PARM-RATE NUMERIC AND WS-PARM-RATE-N > 0
               MOVE WS-PARM-RATE-N TO WS-RATE-PCT
               IF WS-RATE-PCT > 100
                   MOVE 100 TO WS-RATE-PCT
               END-IF
           END-IF
           IF WS-PARM-MIN NUMERIC
               MOVE WS-PARM-MIN-N TO WS-MIN-PER
           END-IF
           MOVE WS-END-INT TO WS-SEED
           PERFORM 150-RUN-CONTROL-START
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB089 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
      * NO MRF00001 MEANS EVERY TICKET PREDATES THE ROLLUP.
           OPEN INPUT MRF00001-FILE
           IF WS-MRF-STATUS = '00'
               MOVE 'Y' TO WS-MRF-OPEN
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB089 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O QRW00001-FILE
           IF WS-QRW-STATUS = '35'
               OPEN OUTPUT QRW00001-FILE
               CLOSE QRW00001-FILE
               OPEN I-O QRW00001-FILE
           END-IF
           IF WS-QRW-STATUS NOT = '00'
               DISPLAY 'SMB089 - UNABLE TO OPEN QRW00001, STATUS = '
                   WS-QRW-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM 170-SEED-CHECKLIST
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB089 - UNABLE TO OPEN SMB089RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           INITIALIZE WS-CAN-TBL
           INITIALIZE WS-PRV-TBL
           MOVE 'SMB089 - WEEKLY CLOSED-TICKET QUALITY REVIEW SAMPLE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKETS CLOSED ' WS-WEEK-START-X ' TO '
                  WS-WEEK-END-X '  RATE ' WS-RATE-PCT
                  ' PER CENT  MINIMUM ' WS-MIN-PER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REVIEWER PROVIDER TICKET QUEUE      CATEGORY   CLOSED'
               TO WS-PRINT-LINE
           MOVE 'NOTE' TO WS-PRINT-LINE(65:4)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
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
               DISPLAY 'SMB089 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB089' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB089 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB089' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB089 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * A NEW INSTALLATION STARTS WITH THE FOUR STANDARD CHECKLIST
      * ITEMS, EQUALLY WEIGHTED. ONCE QCL00001 HOLDS ANY ITEM IT IS
      * SM114P'S AND IS LEFT ALONE.
       170-SEED-CHECKLIST.
           OPEN I-O QCL00001-FILE
           IF WS-QCL-STATUS = '35'
               OPEN OUTPUT QCL00001-FILE
               CLOSE QCL00001-FILE
               OPEN I-O QCL00001-FILE
           END-IF
           IF WS-QCL-STATUS NOT = '00'
               DISPLAY 'SMB089 - UNABLE TO OPEN QCL00001, STATUS = '
                   WS-QCL-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE LOW-VALUES TO QCL-ITEM
           START QCL00001-FILE KEY IS NOT LESS THAN QCL-ITEM
               INVALID KEY
                   MOVE SPACES TO QCL-RECORD
                   MOVE 25 TO QCL-WEIGHT
                   MOVE 'Y' TO QCL-ACTIVE
                   MOVE 'SMB089' TO QCL-SET-BY
                   MOVE WS-RUN-DATE-X TO QCL-SET-DATE
                   MOVE '01' TO QCL-ITEM
                   MOVE 'TICKET CORRECTLY CATEGORISED' TO QCL-TEXT
                   WRITE QCL-RECORD
                   MOVE '02' TO QCL-ITEM
                   MOVE 'RESOLUTION CODE MATCHES THE FIX' TO QCL-TEXT
                   WRITE QCL-RECORD
                   MOVE '03' TO QCL-ITEM
                   MOVE 'CLOSING REMARK CLEAR TO THE REQUESTOR' TO
                       QCL-TEXT
                   WRITE QCL-RECORD
                   MOVE '04' TO QCL-ITEM
                   MOVE 'WORK LOG RECORDED' TO QCL-TEXT
                   WRITE QCL-RECORD
                   DISPLAY 'SMB089 - STANDARD CHECKLIST LOADED'
           END-START
           CLOSE QCL00001-FILE.
       170-EXIT.
           EXIT.

       200-LOAD-CANDIDATES.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 250-CHECK-TICKET THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-CHECK-TICKET.
           IF TIX-STATUS NOT = ST-CLOSED OR TIX-QUEUE = 'TRAINING'
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO WS-CLOSED-X
           IF WS-MRF-OPEN = 'Y'
               MOVE TIX-ID TO MRF-TIX-ID
               READ MRF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MRF-STATUS = '00' AND MRF-CLOSED-DATE NUMERIC
                   MOVE MRF-CLOSED-DATE TO WS-CLOSED-X
               END-IF
           END-IF
           IF WS-CLOSED-X = SPACES
               STRING LAST-UPDATE-DATE(7:4) LAST-UPDATE-DATE(1:2)
                      LAST-UPDATE-DATE(4:2)
                   DELIMITED BY SIZE INTO WS-CLOSED-X
           END-IF
           IF WS-CLOSED-X NOT NUMERIC
               GO TO 250-EXIT
           END-IF
           IF WS-CLOSED-N < WS-WEEK-START OR
              WS-CLOSED-N > WS-WEEK-END
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-CNT-CLOSED
           IF TIX-ASSIGNED-TO = SPACES
               ADD 1 TO WS-CNT-NO-PROV
               GO TO 250-EXIT
           END-IF
           MOVE TIX-ASSIGNED-TO TO WS-FIND-ID
           PERFORM 300-FIND-PROVIDER
           IF WS-HIT = 0 OR WS-CAN-USED NOT < WS-CAN-MAX
               ADD 1 TO WS-CNT-FULL
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-PRV-CLOSED(WS-HIT)
           ADD 1 TO WS-CAN-USED
           MOVE TIX-ID TO WS-CAN-TIX(WS-CAN-USED)
           MOVE WS-HIT TO WS-CAN-PRV(WS-CAN-USED)
           MOVE TIX-QUEUE TO WS-CAN-QUEUE(WS-CAN-USED)
           MOVE TIX-CATEGORY TO WS-CAN-CATEGORY(WS-CAN-USED)
           MOVE TIX-RESOLUTION-CD TO WS-CAN-RES-CD(WS-CAN-USED)
           MOVE WS-CLOSED-X TO WS-CAN-CLOSED(WS-CAN-USED)
           PERFORM 350-NEXT-RANDOM
           MOVE WS-SEED TO WS-CAN-DRAW(WS-CAN-USED)
           MOVE 'N' TO WS-CAN-PICKED(WS-CAN-USED).
       250-EXIT.
           EXIT.

      * WS-HIT IS THE ENTRY FOR WS-FIND-ID, ADDED IF NEW; ZERO WHEN
      * THE TABLE IS FULL.
       300-FIND-PROVIDER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-USED OR WS-HIT > 0
               IF WS-PRV-ID(WS-PRV-IDX) = WS-FIND-ID
                   MOVE WS-PRV-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-PRV-USED < WS-PRV-MAX
               ADD 1 TO WS-PRV-USED
               MOVE WS-PRV-USED TO WS-HIT
               MOVE WS-FIND-ID TO WS-PRV-ID(WS-HIT)
           END-IF.
       300-EXIT.
           EXIT.

       350-NEXT-RANDOM.
           COMPUTE WS-RAND-PROD = WS-SEED * 16807
           DIVIDE WS-RAND-PROD BY 2147483647
               GIVING WS-RAND-QUOT REMAINDER WS-SEED
           IF WS-SEED = 0
               MOVE 1 TO WS-SEED
           END-IF.
       350-EXIT.
           EXIT.

      * PER PROVIDER: THE SAMPLE SIZE, THE SUPERVISOR, THEN THAT
      * MANY OF THEIR TICKETS IN ORDER OF DRAW.
       400-DRAW-SAMPLE.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-USED
               PERFORM 420-SAMPLE-PROVIDER THRU 420-EXIT
           END-PERFORM
           IF WS-CAN-USED = 0
               MOVE 'NO TICKETS CLOSED IN THE WEEK' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       400-EXIT.
           EXIT.

       420-SAMPLE-PROVIDER.
           COMPUTE WS-PRV-TARGET(WS-PRV-IDX) =
               (WS-PRV-CLOSED(WS-PRV-IDX) * WS-RATE-PCT + 99) / 100
           IF WS-PRV-TARGET(WS-PRV-IDX) < WS-MIN-PER
               MOVE WS-MIN-PER TO WS-PRV-TARGET(WS-PRV-IDX)
           END-IF
           IF WS-PRV-TARGET(WS-PRV-IDX) > WS-PRV-CLOSED(WS-PRV-IDX)
               MOVE WS-PRV-CLOSED(WS-PRV-IDX) TO
                   WS-PRV-TARGET(WS-PRV-IDX)
           END-IF
           MOVE SPACES TO USR-RECORD
           MOVE WS-PRV-ID(WS-PRV-IDX) TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   MOVE SPACES TO USR-SUPER
           END-READ
           MOVE USR-SUPER TO WS-PRV-SUPER(WS-PRV-IDX)
           IF WS-PRV-SUPER(WS-PRV-IDX) = SPACES
               ADD WS-PRV-CLOSED(WS-PRV-IDX) TO WS-CNT-NO-SUPER
               GO TO 420-EXIT
           END-IF
           PERFORM 450-PICK-ONE
               WS-PRV-TARGET(WS-PRV-IDX) TIMES.
       420-EXIT.
           EXIT.

      * THE UNPICKED TICKET OF THIS PROVIDER WITH THE LOWEST DRAW.
       450-PICK-ONE.
           MOVE 0 TO WS-PICK
           MOVE 9999999999 TO WS-PICK-DRAW
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAN-USED
               IF WS-CAN-PRV(WS-IDX) = WS-PRV-IDX AND
                  WS-CAN-PICKED(WS-IDX) = 'N' AND
                  WS-CAN-DRAW(WS-IDX) < WS-PICK-DRAW
                   MOVE WS-IDX TO WS-PICK
                   MOVE WS-CAN-DRAW(WS-IDX) TO WS-PICK-DRAW
               END-IF
           END-PERFORM
           IF WS-PICK > 0
               MOVE 'Y' TO WS-CAN-PICKED(WS-PICK)
               PERFORM 500-ADD-TO-WORKLIST
           END-IF.
       450-EXIT.
           EXIT.

      * A TICKET ALREADY ON THE SUPERVISOR'S WORKLIST (A FORCED
      * RERUN) IS LEFT AS IT IS, REVIEWED OR NOT.
       500-ADD-TO-WORKLIST.
           MOVE SPACES TO QRW-RECORD
           MOVE WS-PRV-SUPER(WS-PRV-IDX) TO QRW-REVIEWER
           MOVE WS-CAN-TIX(WS-PICK) TO QRW-TIX-ID
           MOVE WS-PRV-ID(WS-PRV-IDX) TO QRW-PROVIDER
           MOVE WS-CAN-QUEUE(WS-PICK) TO QRW-QUEUE
           MOVE WS-CAN-CATEGORY(WS-PICK) TO QRW-CATEGORY
           MOVE WS-CAN-RES-CD(WS-PICK) TO QRW-RESOLUTION-CD
           MOVE WS-CAN-CLOSED(WS-PICK) TO QRW-CLOSED-DATE
           MOVE WS-RUN-DATE-X TO QRW-SAMPLED-DATE
           MOVE 'P' TO QRW-STATUS
           MOVE ALL '-' TO QRW-SCORES
           MOVE 0 TO QRW-SCORE-PCT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE QRW-REVIEWER TO WS-PRINT-LINE(1:7)
           MOVE QRW-PROVIDER TO WS-PRINT-LINE(10:7)
           MOVE QRW-TIX-ID TO WS-PRINT-LINE(19:6)
           MOVE QRW-QUEUE TO WS-PRINT-LINE(26:10)
           MOVE QRW-CATEGORY TO WS-PRINT-LINE(37:10)
           MOVE QRW-CLOSED-DATE TO WS-PRINT-LINE(48:8)
           WRITE QRW-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-QRW-STATUS
               WHEN '00'
                   ADD 1 TO WS-CNT-ADDED
                   ADD 1 TO WS-PRV-ADDED(WS-PRV-IDX)
                   MOVE 'ADDED' TO WS-PRINT-LINE(65:16)
               WHEN '22'
                   ADD 1 TO WS-CNT-LISTED
                   ADD 1 TO WS-PRV-LISTED(WS-PRV-IDX)
                   MOVE 'ALREADY LISTED' TO WS-PRINT-LINE(65:16)
               WHEN OTHER
                   DISPLAY 'SMB089 - QRW00001 WRITE FAILED, STATUS = '
                       WS-QRW-STATUS ' TICKET ' QRW-TIX-ID
                   MOVE 'NOT WRITTEN' TO WS-PRINT-LINE(65:16)
           END-EVALUATE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       500-EXIT.
           EXIT.

       600-PRINT-PROVIDERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'SAMPLE BY PROVIDER' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PROVIDER REVIEWER  CLOSED SAMPLE  ADDED LISTED NOTE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-USED
               PERFORM 650-PROVIDER-LINE
           END-PERFORM
           IF WS-PRV-USED = 0
               MOVE 'NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-CLOSED TO WS-PRINT-COUNT
           STRING 'TICKETS CLOSED IN THE WEEK  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-NO-PROV TO WS-PRINT-COUNT
           STRING 'CLOSED WITH NO PROVIDER     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-NO-SUPER TO WS-PRINT-COUNT
           STRING 'PROVIDER HAS NO SUPERVISOR  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-ADDED TO WS-PRINT-COUNT
           STRING 'ADDED TO WORKLISTS          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CNT-LISTED TO WS-PRINT-COUNT
           STRING 'ALREADY ON A WORKLIST       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-FULL > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-CNT-FULL TO WS-PRINT-COUNT
               STRING 'NOT CONSIDERED - TABLE FULL ' WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       650-PROVIDER-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRV-ID(WS-PRV-IDX) TO WS-PRINT-LINE(1:7)
           MOVE WS-PRV-SUPER(WS-PRV-IDX) TO WS-PRINT-LINE(10:7)
           MOVE WS-PRV-CLOSED(WS-PRV-IDX) TO WS-PRINT-SMALL
           MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(19:5)
           IF WS-PRV-SUPER(WS-PRV-IDX) = SPACES
               MOVE 'NO SUPERVISOR ON UAF00001 - NOT SAMPLED' TO
                   WS-PRINT-LINE(26:40)
           ELSE
               MOVE WS-PRV-TARGET(WS-PRV-IDX) TO WS-PRINT-SMALL
               MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(26:5)
               MOVE WS-PRV-ADDED(WS-PRV-IDX) TO WS-PRINT-SMALL
               MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(33:5)
               MOVE WS-PRV-LISTED(WS-PRV-IDX) TO WS-PRINT-SMALL
               MOVE WS-PRINT-SMALL TO WS-PRINT-LINE(40:5)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB089' TO RUN-JOB-NAME
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
               MOVE WS-CNT-READ TO RUN-COUNT-READ
               MOVE WS-CNT-ADDED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB089 - TICKETS READ         = ' WS-CNT-READ
           DISPLAY 'SMB089 - CLOSED IN THE WEEK   = ' WS-CNT-CLOSED
           DISPLAY 'SMB089 - ADDED TO WORKLISTS   = ' WS-CNT-ADDED
           DISPLAY 'SMB089 - ALREADY ON WORKLISTS = ' WS-CNT-LISTED
           DISPLAY 'SMB089 - NO SUPERVISOR        = ' WS-CNT-NO-SUPER
           CLOSE STF00001-FILE
           IF WS-MRF-OPEN = 'Y'
               CLOSE MRF00001-FILE
           END-IF
           CLOSE UAF00001-FILE
           CLOSE QRW00001-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE MRF00001-FILE
           CLOSE UAF00001-FILE
           CLOSE QRW00001-FILE
           CLOSE QCL00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
