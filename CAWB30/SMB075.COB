       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB075.
      *
      * MONTHLY UNRECOVERED-ASSET REPORT FOR FINANCE WRITE-OFF.
      * WALKS THE CIF00001 REGISTRY AGAINST THE CIC00001 CUSTODY
      * FILE (SEE SMCIC) TWICE AND LISTS:
      *
      *   1. ASSETS STILL HELD BY A USER WHO IS INACTIVE OR
      *      DEACTIVATED ON UAF00001, OR NO LONGER ON IT AT ALL,
      *      WITH THE ISSUE DATE AND ANY ASSET-RETURN TICKET THAT
      *      SMB037 OR UA004P RAISED FOR THEM,
      *   2. ASSETS WITH NO CUSTODIAN - NEVER ISSUED, OR RETURNED
      *      AND CLEARED ON SM48. INFRASTRUCTURE CIS NOBODY CARRIES
      *      SHOW HERE TOO; THE TYPE COLUMN TELLS THEM APART.
      *
      * RETIRED CIS (CI-STATUS NOT 'A') ARE ALREADY WRITTEN OFF AND
      * ARE LEFT OUT.
      *
      * A COMPSEL CARD (SEE SMCOP) LIMITS LIST 1 TO THE ASSETS HELD BY
      * ONE COMPANY'S USERS; WITHOUT ONE IT IS CONSOLIDATED. AN ASSET
      * WITH NO CUSTODIAN BELONGS TO NO COMPANY, SO LIST 2 IS ONLY
      * PRINTED ON THE CONSOLIDATED RUN.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ONE COMPANY OR CONSOLIDATED PER COMPSEL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIF00001-FILE ASSIGN TO CIF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-CIF-STATUS.
           SELECT CIC00001-FILE ASSIGN TO CIC00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIC-CI-ID
               FILE STATUS IS WS-CIC-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB075RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CI-RECORD.
           05  CI-ID                             PIC X(08).
           05  CI-DESC                           PIC X(30).
           05  CI-TYPE                           PIC X(10).
           05  CI-VENDOR                         PIC X(15).
           05  CI-WARRANTY-EXP                   PIC X(08).
           05  CI-STATUS                         PIC X(01).
           05  CI-AVAIL-TARGET                   PIC 9(02)V9(02).
           05  FILLER                            PIC X(04).

       FD  CIC00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCIC.

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
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-CIF-STATUS                         PIC X(02).
       01  WS-CIC-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-EOF-CIF                            PIC X.
       01  WS-CIC-OPEN                           PIC X VALUE 'N'.

      * WHICH LIST THE CURRENT PASS OF CIF00001 IS PRINTING.
       01  WS-PASS                               PIC X(01).
           88  WS-PASS-HELD                          VALUE 'H'.
           88  WS-PASS-UNHELD                        VALUE 'U'.
       01  WS-HOLDER-STATE                       PIC X(10).

       01  WS-CNT-CIS                            PIC 9(07) VALUE 0.
       01  WS-CNT-HELD                           PIC 9(07) VALUE 0.
       01  WS-CNT-UNHELD                         PIC 9(07) VALUE 0.
       01  WS-PRINT-COUNT                        PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
           COPY SMCOP.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           MOVE 'H' TO WS-PASS
           PERFORM 200-PASS-REGISTRY THRU 200-EXIT
           MOVE 'U' TO WS-PASS
           PERFORM 200-PASS-REGISTRY THRU 200-EXIT
           PERFORM 600-PRINT-TOTALS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           PERFORM 150-RUN-CONTROL-START
           MOVE 'I' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS
           OPEN INPUT CIC00001-FILE
           IF WS-CIC-STATUS NOT = '00' AND WS-CIC-STATUS NOT = '35'
               DISPLAY 'SMB075 - UNABLE TO OPEN CIC00001, STATUS = '
                   WS-CIC-STATUS
               GO TO 999-ABEND
           END-IF
           IF WS-CIC-STATUS = '35'
               DISPLAY 'SMB075 - NO CIC00001 - NO ASSET HAS A '
                   'CUSTODIAN'
           ELSE
               MOVE 'Y' TO WS-CIC-OPEN
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB075 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB075 - UNABLE TO OPEN SMB075RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SMB075 - UNRECOVERED ASSETS FOR WRITE-OFF, RUN '
                  WS-RUN-DATE-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPANY ' COP-RUN-COMPANY ' ' COP-RUN-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD IS SUPPLIED ON SYSIN.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB075 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB075' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB075 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB075' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB075 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      *****************************************************************
      * ONE PASS OF THE REGISTRY FOR THE LIST WS-PASS NAMES.
      *****************************************************************
       200-PASS-REGISTRY.
           IF WS-PASS-UNHELD AND NOT COP-CONSOLIDATED
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'ASSETS WITH NO CUSTODIAN' TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE '  (CONSOLIDATED RUN ONLY - THEY BELONG TO NO COMPA
      -             'NY)' TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 200-EXIT
           END-IF
           OPEN INPUT CIF00001-FILE
           IF WS-CIF-STATUS NOT = '00'
               DISPLAY 'SMB075 - UNABLE TO OPEN CIF00001, STATUS = '
                   WS-CIF-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PASS-HELD
               MOVE 'ASSETS HELD BY INACTIVE OR DEACTIVATED USERS'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'CI       TYPE       DESCRIPTION               CUS
      -             'TODN ISSUED   STATE      RETURN'
                   TO REPORT-RECORD
           ELSE
               MOVE 'ASSETS WITH NO CUSTODIAN' TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'CI       TYPE       DESCRIPTION                   V
      -             'ENDOR          WARRANTY'
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-EOF-CIF
           PERFORM UNTIL WS-EOF-CIF = 'Y'
               READ CIF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CIF
                   NOT AT END
                       PERFORM 250-CHECK-ONE THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE CIF00001-FILE.
       200-EXIT.
           EXIT.

       250-CHECK-ONE.
           IF CI-STATUS NOT = 'A'
               GO TO 250-EXIT
           END-IF
           IF WS-PASS-HELD
               ADD 1 TO WS-CNT-CIS
           END-IF
           MOVE SPACES TO CIC-RECORD
           IF WS-CIC-OPEN = 'Y'
               MOVE CI-ID TO CIC-CI-ID
               READ CIC00001-FILE
                   INVALID KEY
                       MOVE SPACES TO CIC-CUSTODIAN
               END-READ
           END-IF
           IF CIC-CUSTODIAN = SPACES
               IF WS-PASS-UNHELD
                   PERFORM 350-PRINT-UNHELD
               END-IF
               GO TO 250-EXIT
           END-IF
           IF WS-PASS-UNHELD
               GO TO 250-EXIT
           END-IF
           MOVE CIC-CUSTODIAN TO USR-KEY
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-UAF1-STATUS NOT = '00'
                   MOVE 'NOT ON UAF' TO WS-HOLDER-STATE
               WHEN USR-ACTIVE = 'N'
                   MOVE 'DEACTIVATD' TO WS-HOLDER-STATE
               WHEN USR-ACTIVE NOT = 'Y'
                   MOVE 'INACTIVE' TO WS-HOLDER-STATE
               WHEN OTHER
                   GO TO 250-EXIT
           END-EVALUATE
      * A COMPANY RUN (COMPSEL, SEE SMCOP) SKIPS OTHER COMPANIES.
           IF NOT COP-CONSOLIDATED
               MOVE 'U' TO COP-FUNCTION
               MOVE CIC-CUSTODIAN TO COP-KEY
               CALL 'SM122' USING WS-COP-PARMS
               IF COP-COMPANY NOT = COP-RUN-COMPANY
                   GO TO 250-EXIT
               END-IF
           END-IF
           PERFORM 300-PRINT-HELD.
       250-EXIT.
           EXIT.

       300-PRINT-HELD.
           ADD 1 TO WS-CNT-HELD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CI-ID TO WS-PRINT-LINE(1:8)
           MOVE CI-TYPE TO WS-PRINT-LINE(10:10)
           MOVE CI-DESC(1:25) TO WS-PRINT-LINE(21:25)
           MOVE CIC-CUSTODIAN(1:7) TO WS-PRINT-LINE(47:7)
           MOVE CIC-ISSUE-DATE TO WS-PRINT-LINE(55:8)
           MOVE WS-HOLDER-STATE TO WS-PRINT-LINE(64:10)
           MOVE CIC-RETURN-TIX TO WS-PRINT-LINE(75:6)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       300-EXIT.
           EXIT.

       350-PRINT-UNHELD.
           ADD 1 TO WS-CNT-UNHELD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CI-ID TO WS-PRINT-LINE(1:8)
           MOVE CI-TYPE TO WS-PRINT-LINE(10:10)
           MOVE CI-DESC(1:29) TO WS-PRINT-LINE(21:29)
           MOVE CI-VENDOR TO WS-PRINT-LINE(51:15)
           MOVE CI-WARRANTY-EXP TO WS-PRINT-LINE(67:8)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       350-EXIT.
           EXIT.

       600-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CIS TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACTIVE CIS ON REGISTRY     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-HELD TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HELD BY INACTIVE USERS     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-UNHELD TO WS-PRINT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'WITH NO CUSTODIAN          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       600-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB075' TO RUN-JOB-NAME
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
               MOVE WS-CNT-CIS TO RUN-COUNT-READ
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB075 - HELD BY INACTIVE = ' WS-CNT-HELD
               ' NO CUSTODIAN = ' WS-CNT-UNHELD
           IF WS-CIC-OPEN = 'Y'
               CLOSE CIC00001-FILE
           END-IF
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO COP-FUNCTION
           CALL 'SM122' USING WS-COP-PARMS.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE CIF00001-FILE
           CLOSE CIC00001-FILE
           CLOSE UAF00001-FILE
           CLOSE REPORT-FILE
           STOP RUN.
