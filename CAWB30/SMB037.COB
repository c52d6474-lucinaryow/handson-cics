      *     LEAD REASSIGNS THEM IN THE MORNING,
      *   - TELLS THE LEAVER'S UA003P SUPERVISOR ON THE NTFYOUT
      *     PATH,
      *   - RAISES ONE ASSET-RETURN TICKET TO THE DESKSIDE QUEUE
      *     LISTING EVERY CI THE CIC00001 CUSTODY FILE SHOWS THE
      *     LEAVER HOLDING (SEE SMCIC) - THE FIRST FEW IN TIX-DESC,
      *     ALL OF THEM ONE PER STF00004 CONTINUATION LINE. AN ASSET
      *     ALREADY ON A RETURN TICKET (CIC-RETURN-TIX, E.G. FROM A
      *     UA04 RUN) IS NOT LISTED AGAIN,
      *   - FILES THE 'OFFBOARD' REQUEST BUNDLE (SEE SMBDL) FOR THE
      *     LEAVER WHEN ADMINISTRATORS HAVE DEFINED ONE - A PARENT
      *     TICKET TITLED LEAVER <USERID> WITH ONE CHILD PER BUNDLE
      *     ITEM, THE ITEMS FILED BEHIND ANOTHER HELD IN WAITING
      *     UNTIL SM104P RELEASES THEM,
      *
      * AND LISTS UNMATCHED FEED RECORDS ON THE EXCEPTION REPORT.
      *
      * CONTRACTORS NEVER APPEAR ON THE HR FEED. SMB070 RUNS FIRST
      * AND WRITES THE USERIDS OF CONTRACTOR ACCOUNTS THAT HAVE
      * REACHED THEIR UAF00004 END DATE TO CTRLEAVE, IN THE SAME
      * LAYOUT; THIS JOB READS IT AFTER HRLEAVE (IT IS OPTIONAL -
      * NO FILE MEANS NOBODY ENDED) AND OFFBOARDS THEM THE SAME WAY.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ALSO OFFBOARD CONTRACTORS FROM CTRLEAVE.
      *  2026-10-15 MAINT - ASSET-RETURN TICKET FOR WHAT LEAVERS HOLD.
      *  2026-10-15 MAINT - FILE THE OFFBOARD REQUEST BUNDLE PER LEAVER.
      *  2026-10-15 MAINT - CHAIN EACH AUD00001 RECORD WRITTEN (SMB080).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LEAVE-FILE ASSIGN TO HRLEAVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT CTR-LEAVE-FILE ASSIGN TO CTRLEAVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT STF00003-FILE ASSIGN TO STF00003
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-STF3-STATUS.
           SELECT STF00004-FILE ASSIGN TO STF00004
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DESC-TIX-ID
               FILE STATUS IS WS-STF4-STATUS.
           SELECT CIC00001-FILE ASSIGN TO CIC00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CI-ID
               FILE STATUS IS WS-CIC-STATUS.
           SELECT CIF00001-FILE ASSIGN TO CIF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-CIF-STATUS.
           SELECT BDL00001-FILE ASSIGN TO BDL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDL-KEY
               FILE STATUS IS WS-BDL-STATUS.
           SELECT BDT00001-FILE ASSIGN TO BDT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDT-KEY
               FILE STATUS IS WS-BDT-STATUS.
           SELECT TPL00001-FILE ASSIGN TO TPL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPL-ID
               FILE STATUS IS WS-TPL-STATUS.
           SELECT JRN00001-FILE ASSIGN TO JRN00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           05  LEAVE-USERID                      PIC X(07).
           05  FILLER                            PIC X(73).

       FD  CTR-LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTR-LEAVE-RECORD.
           05  CTR-LEAVE-USERID                  PIC X(07).
           05  FILLER                            PIC X(73).

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  USR-RECORD.
               10  FILLER                        PIC X.
           05  LOG-LAST-UPDATE-REM               PIC X(50).

       FD  STF00003-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05  CTL-KEY                           PIC X(06).
           05  CTL-NEXT-NUM                      PIC 9(06).

       FD  STF00004-FILE
           LABEL RECORDS ARE STANDARD.
       01  DESC-RECORD.
           05  DESC-TIX-ID.
               10  DESC-TIX-ID1                  PIC X(6).
               10  DESC-LINE-NUM                 PIC 9(3).
           05  DESC-TEXT                         PIC X(40).

       FD  CIC00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCIC.

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

       FD  BDL00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMBDL.

       FD  BDT00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMBDT.

       FD  TPL00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  TPL-RECORD.
           05  TPL-ID                            PIC X(08).
           05  TPL-TITLE                         PIC X(25).
           05  TPL-DESC                          PIC X(100).
           05  TPL-CONT1                         PIC X(40).
           05  TPL-CONT2                         PIC X(40).
           05  TPL-CATEGORY                      PIC X(10).
           05  TPL-PRIORITY                      PIC X(01).
           05  TPL-QUEUE                         PIC X(10).
           05  FILLER                            PIC X(06).

       FD  JRN00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRN-RECORD.
           05  JRN-KEY.
               10  JRN-STAMP                     PIC X(14).
               10  JRN-SEQ                       PIC 9(03).
           05  JRN-ACTION                        PIC X(01).
           05  JRN-TIX-ID                        PIC X(06).
           05  JRN-BEFORE                        PIC X(300).
           05  JRN-AFTER                         PIC X(300).
           05  FILLER                            PIC X(16).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-LINE                           PIC X(100).
       01  WS-RUNCTL-STATUS                      PIC X(02).
       01  WS-GTE-STATUS                         PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-AUD-DONE                           PIC X.
       01  WS-OLD-ASSIGNEE                       PIC X(07).
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-LEAVE-STATUS                       PIC X(02).
       01  WS-CTR-STATUS                         PIC X(02).
       01  WS-LEAVER-ID                          PIC X(07).
       01  WS-FEED-SOURCE                        PIC X(01).
           88  WS-FROM-HR-FEED                       VALUE 'H'.
           88  WS-FROM-END-DATE                      VALUE 'C'.
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-LV-IX                              PIC 9(03).
       01  WS-LV-HIT                             PIC 9(03).

      * WHAT THE NIGHT'S LEAVERS HOLD, FROM ONE PASS OF CIC00001.
       01  WS-AST-TABLE.
           05  WS-AST-ENTRY OCCURS 500 TIMES.
               10  WS-AST-LV                     PIC 9(03).
               10  WS-AST-CI                     PIC X(08).
       01  WS-AST-USED                           PIC 9(03) VALUE 0.
       01  WS-AST-IX                             PIC 9(03).
       01  WS-AST-HELD                           PIC 9(03).
       01  WS-AST-HELD-Z                         PIC ZZ9.
       01  WS-AST-DESC-POS                       PIC 9(03).
       01  WS-AST-LINE                           PIC 9(03).
       01  WS-STF3-STATUS                        PIC X(02).
       01  WS-STF4-STATUS                        PIC X(02).
       01  WS-CIC-STATUS                         PIC X(02).
       01  WS-CIF-STATUS                         PIC X(02).
       01  WS-JRN-STATUS                         PIC X(02).
       01  WS-JRN-TIME-X                         PIC 9(08).
       01  WS-JRN-DONE                           PIC X.
       01  WS-CIC-EOF                            PIC X.
       01  WS-CIF-OPEN                           PIC X VALUE 'N'.
       01  WS-NEW-TIX-NUM                        PIC 9(06).
       01  WS-NEW-TIX-ID                         PIC X(06).
       01  WS-RETURN-QUEUE                       PIC X(10) VALUE
               'DESKSIDE'.
       01  WS-RETURN-CATEGORY                    PIC X(10) VALUE
               'ASSETRTN'.

      * THE OFFBOARD BUNDLE, LOADED ONCE AND FILED PER LEAVER.
       01  WS-BDL-STATUS                         PIC X(02).
       01  WS-BDT-STATUS                         PIC X(02).
       01  WS-TPL-STATUS                         PIC X(02).
       01  WS-BDL-EOF                            PIC X.
       01  WS-BDL-OK                             PIC X.
       01  WS-OFFBOARD-BUNDLE                    PIC X(08) VALUE
               'OFFBOARD'.
       01  WS-BUNDLE-CATEGORY                    PIC X(10) VALUE
               'BUNDLE'.
       01  WS-OB-NAME                            PIC X(25).
       01  WS-OB-QUEUE                           PIC X(10).
       01  WS-OB-TABLE.
           05  WS-OB-ENTRY OCCURS 20 TIMES.
               10  WS-OB-SEQ                     PIC 9(02).
               10  WS-OB-TPL                     PIC X(08).
               10  WS-OB-ITEM-QUEUE              PIC X(10).
               10  WS-OB-AFTER                   PIC 9(02).
       01  WS-OB-USED                            PIC 9(02) VALUE 0.
       01  WS-OB-IX                              PIC 9(02).
       01  WS-OB-WAIT                            PIC 9(02).
       01  WS-OB-Z                               PIC Z9.
       01  WS-OB-WAIT-Z                          PIC Z9.
       01  WS-OB-REQUESTOR                       PIC X(07).
       01  WS-PARENT-ID                          PIC X(06).

       01  WS-CNT-FEED                           PIC 9(05) VALUE 0.
       01  WS-CNT-CTR                            PIC 9(05) VALUE 0.
       01  WS-CNT-DEACT                          PIC 9(05) VALUE 0.
       01  WS-CNT-UNMATCHED                      PIC 9(05) VALUE 0.
       01  WS-CNT-RETURNED                       PIC 9(05) VALUE 0.
       01  WS-CNT-ASSET-TIX                      PIC 9(05) VALUE 0.
       01  WS-CNT-BUNDLES                        PIC 9(05) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

           PERFORM 200-PROCESS-FEED
           IF WS-LV-USED > 0
               PERFORM 400-RETURN-OPEN-TICKETS
               PERFORM 500-RAISE-ASSET-RETURNS THRU 500-EXIT
               PERFORM 600-FILE-OFFBOARD-BUNDLES THRU 600-EXIT
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.
           EXIT.

       200-PROCESS-FEED.
           MOVE 'H' TO WS-FEED-SOURCE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ LEAVE-FILE
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-FEED
                       MOVE LEAVE-USERID TO WS-LEAVER-ID
                       PERFORM 250-ONE-LEAVER THRU 250-EXIT
               END-READ
           END-PERFORM
           PERFORM 220-PROCESS-CTR-FEED THRU 220-EXIT.
       200-EXIT.
           EXIT.

      * SMB070'S CONTRACTOR END-DATE FEED, WHEN THERE IS ONE.
       220-PROCESS-CTR-FEED.
           OPEN INPUT CTR-LEAVE-FILE
           IF WS-CTR-STATUS = '35'
               GO TO 220-EXIT
           END-IF
           IF WS-CTR-STATUS NOT = '00'
               DISPLAY 'SMB037 - UNABLE TO OPEN CTRLEAVE, STATUS = '
                   WS-CTR-STATUS
               GO TO 220-EXIT
           END-IF
           MOVE 'C' TO WS-FEED-SOURCE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CTR-LEAVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-FEED
                       ADD 1 TO WS-CNT-CTR
                       MOVE CTR-LEAVE-USERID TO WS-LEAVER-ID
                       PERFORM 250-ONE-LEAVER THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE CTR-LEAVE-FILE.
       220-EXIT.
           EXIT.

       250-ONE-LEAVER.
           IF WS-LEAVER-ID = SPACES
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO USR-KEY
           MOVE WS-LEAVER-ID TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   CONTINUE
           IF WS-UAF1-STATUS NOT = '00'
               ADD 1 TO WS-CNT-UNMATCHED
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-LEAVER-ID ' NOT IN UAF00001 - EXCEPTION'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF USR-ACTIVE = 'N'
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-LEAVER-ID ' ALREADY INACTIVE'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 250-EXIT
           END-IF
           MOVE 'N' TO USR-ACTIVE
           IF WS-FROM-END-DATE
               MOVE 'ACCTEND' TO USR-UPBY
           ELSE
               MOVE 'HRFEED' TO USR-UPBY
           END-IF
           REWRITE USR-RECORD
               INVALID KEY
                   DISPLAY 'SMB037 - UAF00001 REWRITE FAILED FOR '
                       WS-LEAVER-ID
           END-REWRITE
           ADD 1 TO WS-CNT-DEACT
           IF WS-LV-USED < 100
               ADD 1 TO WS-LV-USED
               MOVE WS-LEAVER-ID TO WS-LV-USERID (WS-LV-USED)
               MOVE USR-SUPER TO WS-LV-SUPER (WS-LV-USED)
           END-IF
           IF USR-SUPER NOT = SPACES
               MOVE SPACES TO NOTIFY-LINE
               IF WS-FROM-END-DATE
                   STRING 'TO: ' USR-SUPER
                          '  ' WS-LEAVER-ID
                          ' DEACTIVATED AT ACCOUNT END DATE - OPEN '
                          'TICKETS RETURNED TO QUEUE'
                       DELIMITED BY SIZE INTO NOTIFY-LINE
               ELSE
                   STRING 'TO: ' USR-SUPER
                          '  ' WS-LEAVER-ID
                          ' DEACTIVATED PER HR FEED - OPEN TICKETS '
                          'RETURNED TO QUEUE'
                       DELIMITED BY SIZE INTO NOTIFY-LINE
               END-IF
               WRITE NOTIFY-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LEAVER-ID ' DEACTIVATED, SUPERVISOR ' USR-SUPER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WS-FROM-END-DATE
               MOVE '(CONTRACT END DATE)' TO WS-PRINT-LINE(41:19)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       250-EXIT.
       450-EXIT.
           EXIT.

      *****************************************************************
      * ASSET RETURN - ONE DESKSIDE TICKET PER LEAVER WHO STILL HOLDS
      * ISSUED CIS. THE CUSTODY RECORDS ARE LEFT AS THEY ARE; DESKSIDE
      * CLEARS EACH ONE ON SM48 AS THE ASSET COMES BACK, AND SMB075
      * REPORTS WHATEVER NEVER DOES.
      *****************************************************************
       500-RAISE-ASSET-RETURNS.
           OPEN I-O CIC00001-FILE
           IF WS-CIC-STATUS NOT = '00'
               DISPLAY 'SMB037 - NO CIC00001, STATUS = ' WS-CIC-STATUS
                   ' - NO ASSET-RETURN TICKETS'
               GO TO 500-EXIT
           END-IF
           MOVE 'N' TO WS-CIC-EOF
           PERFORM UNTIL WS-CIC-EOF = 'Y'
               READ CIC00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CIC-EOF
                   NOT AT END
                       PERFORM 510-CHECK-CUSTODY THRU 510-EXIT
               END-READ
           END-PERFORM
           IF WS-AST-USED = 0
               CLOSE CIC00001-FILE
               GO TO 500-EXIT
           END-IF
           OPEN I-O STF00003-FILE
           IF WS-STF3-STATUS NOT = '00'
               DISPLAY 'SMB037 - UNABLE TO OPEN STF00003, STATUS = '
                   WS-STF3-STATUS ' - NO ASSET-RETURN TICKETS'
               CLOSE CIC00001-FILE
               GO TO 500-EXIT
           END-IF
           OPEN I-O STF00004-FILE
           IF WS-STF4-STATUS NOT = '00'
               DISPLAY 'SMB037 - UNABLE TO OPEN STF00004, STATUS = '
                   WS-STF4-STATUS
               CLOSE STF00003-FILE
               CLOSE CIC00001-FILE
               GO TO 999-ABEND
           END-IF
           OPEN I-O JRN00001-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JRN00001-FILE
               CLOSE JRN00001-FILE
               OPEN I-O JRN00001-FILE
           END-IF
           OPEN INPUT CIF00001-FILE
           IF WS-CIF-STATUS = '00'
               MOVE 'Y' TO WS-CIF-OPEN
           END-IF
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
                   UNTIL WS-LV-IX > WS-LV-USED
               PERFORM 550-ONE-RETURN-TICKET THRU 550-EXIT
           END-PERFORM
           IF WS-CIF-OPEN = 'Y'
               CLOSE CIF00001-FILE
           END-IF
           CLOSE JRN00001-FILE
           CLOSE STF00004-FILE
           CLOSE STF00003-FILE
           CLOSE CIC00001-FILE.
       500-EXIT.
           EXIT.

       510-CHECK-CUSTODY.
           IF CIC-CUSTODIAN = SPACES OR CIC-RETURN-TIX NOT = SPACES
               GO TO 510-EXIT
           END-IF
           MOVE 0 TO WS-LV-HIT
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
                   UNTIL WS-LV-IX > WS-LV-USED OR WS-LV-HIT > 0
               IF WS-LV-USERID (WS-LV-IX) = CIC-CUSTODIAN
                   MOVE WS-LV-IX TO WS-LV-HIT
               END-IF
           END-PERFORM
           IF WS-LV-HIT = 0
               GO TO 510-EXIT
           END-IF
           IF WS-AST-USED = 500
               DISPLAY 'SMB037 - ASSET TABLE FULL, ' CIC-CI-ID
                   ' HELD BY ' CIC-CUSTODIAN ' NOT LISTED'
               GO TO 510-EXIT
           END-IF
           ADD 1 TO WS-AST-USED
           MOVE WS-LV-HIT TO WS-AST-LV (WS-AST-USED)
           MOVE CIC-CI-ID TO WS-AST-CI (WS-AST-USED).
       510-EXIT.
           EXIT.

       550-ONE-RETURN-TICKET.
           MOVE 0 TO WS-AST-HELD
           PERFORM VARYING WS-AST-IX FROM 1 BY 1
                   UNTIL WS-AST-IX > WS-AST-USED
               IF WS-AST-LV (WS-AST-IX) = WS-LV-IX
                   ADD 1 TO WS-AST-HELD
               END-IF
           END-PERFORM
           IF WS-AST-HELD = 0
               GO TO 550-EXIT
           END-IF
           MOVE 'TICKET' TO CTL-KEY
           READ STF00003-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF3-STATUS NOT = '00'
               DISPLAY 'SMB037 - TICKET COUNTER UNAVAILABLE, STATUS = '
                   WS-STF3-STATUS
               GO TO 550-EXIT
           END-IF
           ADD 1 TO CTL-NEXT-NUM
           REWRITE CTL-RECORD
           MOVE CTL-NEXT-NUM TO WS-NEW-TIX-NUM
           MOVE WS-NEW-TIX-NUM TO WS-NEW-TIX-ID
           MOVE WS-AST-HELD TO WS-AST-HELD-Z
           MOVE SPACES TO TIX-RECORD
           MOVE WS-NEW-TIX-ID TO TIX-ID
           IF WS-LV-SUPER (WS-LV-IX) NOT = SPACES
               MOVE WS-LV-SUPER (WS-LV-IX) TO TIX-REQUESTOR
           ELSE
               MOVE WS-SYSTEM-USER TO TIX-REQUESTOR
           END-IF
           MOVE ST-CREATED TO TIX-STATUS
           STRING 'ASSET RETURN - ' WS-LV-USERID (WS-LV-IX)
               DELIMITED BY SIZE INTO TIX-TITLE
           STRING 'LEAVER ' WS-LV-USERID (WS-LV-IX) ' HOLDS '
                  WS-AST-HELD-Z ' ASSET(S) - COLLECT:'
               DELIMITED BY SIZE INTO TIX-DESC
           MOVE 46 TO WS-AST-DESC-POS
           MOVE 0 TO WS-AST-LINE
           PERFORM VARYING WS-AST-IX FROM 1 BY 1
                   UNTIL WS-AST-IX > WS-AST-USED
               IF WS-AST-LV (WS-AST-IX) = WS-LV-IX AND
                  WS-AST-DESC-POS < 93
                   MOVE WS-AST-CI (WS-AST-IX)
                       TO TIX-DESC (WS-AST-DESC-POS:8)
                   ADD 9 TO WS-AST-DESC-POS
               END-IF
           END-PERFORM
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO UPDBY2
           MOVE 'ASSET RETURN RAISED FOR LEAVER' TO LAST-UPDATE-REM
           MOVE 'M' TO TIX-PRIORITY
           MOVE WS-RETURN-CATEGORY TO TIX-CATEGORY
           MOVE WS-RETURN-QUEUE TO TIX-QUEUE
           WRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB037 - TICKET WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-STF1-STATUS
           END-WRITE
           IF WS-STF1-STATUS NOT = '00'
               GO TO 550-EXIT
           END-IF
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           PERFORM 800-WRITE-LOG
           PERFORM VARYING WS-AST-IX FROM 1 BY 1
                   UNTIL WS-AST-IX > WS-AST-USED
               IF WS-AST-LV (WS-AST-IX) = WS-LV-IX
                   PERFORM 560-WRITE-ASSET-LINE THRU 560-EXIT
               END-IF
           END-PERFORM
           ADD 1 TO WS-CNT-ASSET-TIX
           IF WS-LV-SUPER (WS-LV-IX) NOT = SPACES
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-LV-SUPER (WS-LV-IX)
                      '  ASSET RETURN TICKET ' WS-NEW-TIX-ID
                      ' RAISED FOR ' WS-LV-USERID (WS-LV-IX)
                      ' - ' WS-AST-HELD-Z ' ASSET(S) TO COLLECT'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LV-USERID (WS-LV-IX) ' ASSET RETURN TICKET '
                  WS-NEW-TIX-ID ' TO ' WS-RETURN-QUEUE ' - '
                  WS-AST-HELD-Z ' ASSET(S)'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       550-EXIT.
           EXIT.

      * ONE STF00004 LINE PER ASSET - THE CI AND WHAT IT IS - AND THE
      * TICKET NOTED ON ITS CUSTODY RECORD.
       560-WRITE-ASSET-LINE.
           ADD 1 TO WS-AST-LINE
           MOVE SPACES TO DESC-RECORD
           MOVE WS-NEW-TIX-ID TO DESC-TIX-ID1
           MOVE WS-AST-LINE TO DESC-LINE-NUM
           MOVE WS-AST-CI (WS-AST-IX) TO DESC-TEXT(1:8)
           IF WS-CIF-OPEN = 'Y'
               MOVE WS-AST-CI (WS-AST-IX) TO CI-ID
               READ CIF00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CIF-STATUS = '00'
                   MOVE CI-DESC TO DESC-TEXT(10:30)
               END-IF
           END-IF
           WRITE DESC-RECORD
               INVALID KEY
                   DISPLAY 'SMB037 - STF00004 WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-STF4-STATUS
           END-WRITE
           MOVE WS-AST-CI (WS-AST-IX) TO CIC-CI-ID
           READ CIC00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CIC-STATUS = '00'
               MOVE WS-NEW-TIX-ID TO CIC-RETURN-TIX
               REWRITE CIC-RECORD
                   INVALID KEY
                       DISPLAY 'SMB037 - CIC00001 REWRITE FAILED FOR '
                           CIC-CI-ID ' STATUS = ' WS-CIC-STATUS
               END-REWRITE
           END-IF.
       560-EXIT.
           EXIT.

      *****************************************************************
      * OFFBOARDING BUNDLE - THE BATCH TWIN OF SM103P FILING THE
      * 'OFFBOARD' BUNDLE FOR EACH LEAVER, ON BEHALF OF THE LEAVER'S
      * SUPERVISOR (SYSTEM WHEN THERE IS NONE). NO DEFINITION, OR A
      * DEFINITION NAMING A TEMPLATE THAT IS GONE, FILES NOTHING.
      * AS WITH EVERY BATCH-RAISED TICKET THE DUE DATES ARE LEFT FOR
      * THE QUEUE TO SET.
      *****************************************************************
       600-FILE-OFFBOARD-BUNDLES.
           OPEN INPUT BDL00001-FILE
           IF WS-BDL-STATUS NOT = '00'
               DISPLAY 'SMB037 - NO BDL00001, STATUS = ' WS-BDL-STATUS
                   ' - NO OFFBOARDING BUNDLES'
               GO TO 600-EXIT
           END-IF
           MOVE WS-OFFBOARD-BUNDLE TO BDL-BUNDLE-ID
           MOVE 0 TO BDL-SEQ
           READ BDL00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BDL-STATUS NOT = '00'
               DISPLAY 'SMB037 - NO OFFBOARD BUNDLE DEFINED'
                   ' - NO OFFBOARDING BUNDLES'
               CLOSE BDL00001-FILE
               GO TO 600-EXIT
           END-IF
           MOVE BDL-NAME TO WS-OB-NAME
           MOVE BDL-QUEUE TO WS-OB-QUEUE
           PERFORM 610-LOAD-BUNDLE-ITEMS THRU 610-EXIT
           CLOSE BDL00001-FILE
           IF WS-BDL-OK NOT = 'Y'
               GO TO 600-EXIT
           END-IF
           OPEN I-O BDT00001-FILE
           IF WS-BDT-STATUS = '35'
               OPEN OUTPUT BDT00001-FILE
               CLOSE BDT00001-FILE
               OPEN I-O BDT00001-FILE
           END-IF
           IF WS-BDT-STATUS NOT = '00'
               DISPLAY 'SMB037 - UNABLE TO OPEN BDT00001, STATUS = '
                   WS-BDT-STATUS ' - NO OFFBOARDING BUNDLES'
               CLOSE TPL00001-FILE
               GO TO 600-EXIT
           END-IF
           OPEN I-O STF00003-FILE
           IF WS-STF3-STATUS NOT = '00'
               DISPLAY 'SMB037 - UNABLE TO OPEN STF00003, STATUS = '
                   WS-STF3-STATUS ' - NO OFFBOARDING BUNDLES'
               CLOSE BDT00001-FILE
               CLOSE TPL00001-FILE
               GO TO 600-EXIT
           END-IF
           OPEN I-O JRN00001-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JRN00001-FILE
               CLOSE JRN00001-FILE
               OPEN I-O JRN00001-FILE
           END-IF
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
                   UNTIL WS-LV-IX > WS-LV-USED
               PERFORM 650-ONE-OFFBOARD-BUNDLE THRU 650-EXIT
           END-PERFORM
           CLOSE JRN00001-FILE
           CLOSE STF00003-FILE
           CLOSE BDT00001-FILE
           CLOSE TPL00001-FILE.
       600-EXIT.
           EXIT.

      * ITEMS 01-20 OF THE BUNDLE, EACH TEMPLATE CHECKED UP FRONT.
      * TPL00001 IS LEFT OPEN FOR 670 WHEN THE DEFINITION IS GOOD.
       610-LOAD-BUNDLE-ITEMS.
           MOVE 'N' TO WS-BDL-OK
           MOVE 0 TO WS-OB-USED
           MOVE WS-OFFBOARD-BUNDLE TO BDL-BUNDLE-ID
           MOVE 1 TO BDL-SEQ
           MOVE 'N' TO WS-BDL-EOF
           START BDL00001-FILE KEY IS NOT LESS THAN BDL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BDL-EOF
           END-START
           PERFORM UNTIL WS-BDL-EOF = 'Y'
               READ BDL00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BDL-EOF
                   NOT AT END
                       IF BDL-BUNDLE-ID NOT = WS-OFFBOARD-BUNDLE OR
                          WS-OB-USED = 20
                           MOVE 'Y' TO WS-BDL-EOF
                       ELSE
                           ADD 1 TO WS-OB-USED
                           MOVE BDL-SEQ TO WS-OB-SEQ (WS-OB-USED)
                           MOVE BDL-TPL-ID TO WS-OB-TPL (WS-OB-USED)
                           MOVE BDL-QUEUE TO
                               WS-OB-ITEM-QUEUE (WS-OB-USED)
                           MOVE BDL-AFTER-SEQ TO
                               WS-OB-AFTER (WS-OB-USED)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OB-USED = 0
               DISPLAY 'SMB037 - OFFBOARD BUNDLE HAS NO ITEMS'
                   ' - NO OFFBOARDING BUNDLES'
               GO TO 610-EXIT
           END-IF
           OPEN INPUT TPL00001-FILE
           IF WS-TPL-STATUS NOT = '00'
               DISPLAY 'SMB037 - UNABLE TO OPEN TPL00001, STATUS = '
                   WS-TPL-STATUS ' - NO OFFBOARDING BUNDLES'
               GO TO 610-EXIT
           END-IF
           MOVE 'Y' TO WS-BDL-OK
           PERFORM VARYING WS-OB-IX FROM 1 BY 1
                   UNTIL WS-OB-IX > WS-OB-USED
               MOVE WS-OB-TPL (WS-OB-IX) TO TPL-ID
               READ TPL00001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TPL-STATUS NOT = '00'
                   DISPLAY 'SMB037 - TEMPLATE ' TPL-ID
                       ' OF OFFBOARD BUNDLE IS GONE'
                       ' - NO OFFBOARDING BUNDLES'
                   MOVE 'N' TO WS-BDL-OK
               ELSE
                   IF WS-OB-ITEM-QUEUE (WS-OB-IX) = SPACES
                       MOVE TPL-QUEUE TO WS-OB-ITEM-QUEUE (WS-OB-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BDL-OK NOT = 'Y'
               CLOSE TPL00001-FILE
           END-IF.
       610-EXIT.
           EXIT.

       650-ONE-OFFBOARD-BUNDLE.
           IF WS-LV-SUPER (WS-LV-IX) NOT = SPACES
               MOVE WS-LV-SUPER (WS-LV-IX) TO WS-OB-REQUESTOR
           ELSE
               MOVE WS-SYSTEM-USER TO WS-OB-REQUESTOR
           END-IF
           PERFORM 660-NEXT-TICKET-ID THRU 660-EXIT
           IF WS-STF3-STATUS NOT = '00'
               GO TO 650-EXIT
           END-IF
           MOVE WS-NEW-TIX-ID TO WS-PARENT-ID
           MOVE SPACES TO TIX-RECORD
           MOVE WS-NEW-TIX-ID TO TIX-ID
           MOVE WS-OB-REQUESTOR TO TIX-REQUESTOR
           MOVE ST-CREATED TO TIX-STATUS
           STRING 'LEAVER ' WS-LV-USERID (WS-LV-IX)
               DELIMITED BY SIZE INTO TIX-TITLE
           MOVE WS-OB-USED TO WS-OB-Z
           STRING WS-OB-NAME ' - BUNDLE ' WS-OFFBOARD-BUNDLE ', '
                  WS-OB-Z ' ITEMS RAISED AS CHILD TICKETS'
               DELIMITED BY SIZE INTO TIX-DESC
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO UPDBY2
           STRING 'BUNDLE ' WS-OFFBOARD-BUNDLE ' FILED FOR LEAVER'
               DELIMITED BY SIZE INTO LAST-UPDATE-REM
           MOVE 'M' TO TIX-PRIORITY
           MOVE WS-BUNDLE-CATEGORY TO TIX-CATEGORY
           MOVE WS-OB-QUEUE TO TIX-QUEUE
           WRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB037 - TICKET WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-STF1-STATUS
           END-WRITE
           IF WS-STF1-STATUS NOT = '00'
               GO TO 650-EXIT
           END-IF
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           PERFORM 800-WRITE-LOG
           MOVE SPACES TO BDT-RECORD
           MOVE WS-PARENT-ID TO BDT-PARENT-ID
           MOVE 0 TO BDT-SEQ
           MOVE WS-PARENT-ID TO BDT-TIX-ID
           MOVE 0 TO BDT-AFTER-SEQ
           MOVE 'P' TO BDT-STATE
           PERFORM 680-WRITE-BDT THRU 680-EXIT
           MOVE 0 TO WS-OB-WAIT
           PERFORM VARYING WS-OB-IX FROM 1 BY 1
                   UNTIL WS-OB-IX > WS-OB-USED
               PERFORM 670-OFFBOARD-ITEM THRU 670-EXIT
           END-PERFORM
           ADD 1 TO WS-CNT-BUNDLES
           MOVE WS-OB-WAIT TO WS-OB-WAIT-Z
           IF WS-LV-SUPER (WS-LV-IX) NOT = SPACES
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-LV-SUPER (WS-LV-IX)
                      '  OFFBOARDING BUNDLE ' WS-PARENT-ID
                      ' FILED FOR ' WS-LV-USERID (WS-LV-IX)
                      ' - ' WS-OB-Z ' ITEMS'
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LV-USERID (WS-LV-IX) ' OFFBOARD BUNDLE '
                  WS-PARENT-ID ' - ' WS-OB-Z ' ITEMS, '
                  WS-OB-WAIT-Z ' WAITING'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       650-EXIT.
           EXIT.

       660-NEXT-TICKET-ID.
           MOVE 'TICKET' TO CTL-KEY
           READ STF00003-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STF3-STATUS NOT = '00'
               DISPLAY 'SMB037 - TICKET COUNTER UNAVAILABLE, STATUS = '
                   WS-STF3-STATUS
               GO TO 660-EXIT
           END-IF
           ADD 1 TO CTL-NEXT-NUM
           REWRITE CTL-RECORD
           MOVE CTL-NEXT-NUM TO WS-NEW-TIX-NUM
           MOVE WS-NEW-TIX-NUM TO WS-NEW-TIX-ID.
       660-EXIT.
           EXIT.

      * ONE CHILD PER ITEM. AN ITEM WITH A PREDECESSOR WAITS UNTIL
      * SM104P RELEASES IT.
       670-OFFBOARD-ITEM.
           MOVE WS-OB-TPL (WS-OB-IX) TO TPL-ID
           READ TPL00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TPL-STATUS NOT = '00'
               DISPLAY 'SMB037 - TEMPLATE ' TPL-ID ' UNREADABLE FOR '
                   WS-PARENT-ID ' STATUS = ' WS-TPL-STATUS
               GO TO 670-EXIT
           END-IF
           PERFORM 660-NEXT-TICKET-ID THRU 660-EXIT
           IF WS-STF3-STATUS NOT = '00'
               GO TO 670-EXIT
           END-IF
           MOVE SPACES TO TIX-RECORD
           MOVE WS-NEW-TIX-ID TO TIX-ID
           MOVE WS-OB-REQUESTOR TO TIX-REQUESTOR
           MOVE TPL-TITLE TO TIX-TITLE
           MOVE TPL-DESC TO TIX-DESC
           MOVE WS-FMT-DATE TO LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO UPDBY2
           STRING 'BUNDLE ' WS-OFFBOARD-BUNDLE ' FOR LEAVER '
                  WS-LV-USERID (WS-LV-IX)
               DELIMITED BY SIZE INTO LAST-UPDATE-REM
           MOVE TPL-PRIORITY TO TIX-PRIORITY
           IF TIX-PRIORITY = SPACES
               MOVE 'M' TO TIX-PRIORITY
           END-IF
           MOVE TPL-CATEGORY TO TIX-CATEGORY
           MOVE WS-OB-ITEM-QUEUE (WS-OB-IX) TO TIX-QUEUE
           MOVE WS-PARENT-ID TO TIX-PARENT-ID
           MOVE SPACES TO BDT-RECORD
           MOVE WS-PARENT-ID TO BDT-PARENT-ID
           MOVE WS-OB-SEQ (WS-OB-IX) TO BDT-SEQ
           MOVE WS-NEW-TIX-ID TO BDT-TIX-ID
           MOVE WS-OB-AFTER (WS-OB-IX) TO BDT-AFTER-SEQ
           IF WS-OB-AFTER (WS-OB-IX) > 0
               MOVE ST-WAITING TO TIX-STATUS
               MOVE 'H' TO BDT-STATE
           ELSE
               MOVE ST-CREATED TO TIX-STATUS
               MOVE 'O' TO BDT-STATE
           END-IF
           WRITE TIX-RECORD
               INVALID KEY
                   DISPLAY 'SMB037 - TICKET WRITE FAILED FOR '
                       WS-NEW-TIX-ID ' STATUS = ' WS-STF1-STATUS
           END-WRITE
           IF WS-STF1-STATUS NOT = '00'
               GO TO 670-EXIT
           END-IF
           IF WS-OB-AFTER (WS-OB-IX) > 0
               ADD 1 TO WS-OB-WAIT
           END-IF
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           PERFORM 800-WRITE-LOG
           PERFORM 680-WRITE-BDT THRU 680-EXIT.
       670-EXIT.
           EXIT.

       680-WRITE-BDT.
           MOVE WS-OFFBOARD-BUNDLE TO BDT-BUNDLE-ID
           MOVE WS-SYSTEM-USER TO BDT-FILED-BY
           MOVE WS-TODAY-YMD-X TO BDT-FILED-DATE
           WRITE BDT-RECORD
               INVALID KEY
                   DISPLAY 'SMB037 - BDT00001 WRITE FAILED FOR '
                       BDT-TIX-ID ' STATUS = ' WS-BDT-STATUS
           END-WRITE.
       680-EXIT.
           EXIT.

      * FORWARD-RECOVERY JOURNALING - THE BATCH TWIN OF SM047P'S
      * WRITE, SO AN SMB023 REPLAY RECREATES THE RETURN TICKET TOO.
       860-WRITE-JOURNAL.
           ACCEPT WS-JRN-TIME-X FROM TIME
           MOVE SPACES TO JRN-RECORD
           STRING WS-RUN-DATE-X WS-JRN-TIME-X(1:6)
               DELIMITED BY SIZE INTO JRN-STAMP
           MOVE 0 TO JRN-SEQ
           MOVE 'C' TO JRN-ACTION
           MOVE TIX-ID TO JRN-TIX-ID
           MOVE SPACES TO JRN-BEFORE
           MOVE SPACES TO JRN-AFTER
           MOVE TIX-RECORD TO JRN-AFTER(1:282)
           MOVE 'N' TO WS-JRN-DONE
           PERFORM UNTIL WS-JRN-DONE = 'Y' OR JRN-SEQ > 997
               WRITE JRN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-JRN-STATUS = '22'
                   ADD 1 TO JRN-SEQ
               ELSE
                   MOVE 'Y' TO WS-JRN-DONE
               END-IF
           END-PERFORM.
       860-EXIT.
           EXIT.

      * THE SAME SINGLE-FIELD DELTA RECORD SMB002/SMB019 WRITE, SO
      * THE SM056P BROWSE SHOWS THIS JOB'S REWRITE LIKE ANY OTHER.
       830-WRITE-AUDIT.
               INVALID KEY
                   DISPLAY 'SMB037 - AUDIT WRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-AUD-STATUS
           END-WRITE
           IF WS-AUD-STATUS = '00'
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'A' TO ACW-FILE
               MOVE AUD-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUD-RECORD TO ACW-LENGTH
               MOVE AUD-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       830-EXIT.
           EXIT.

               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-CTR TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CTRLEAVE RECORDS    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-RETURNED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TICKETS RETURNED    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ASSET-TIX TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ASSET-RETURN TICKETS= ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-BUNDLES TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OFFBOARD BUNDLES    = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-UNMATCHED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'UNMATCHED RECORDS   = ' WS-Z5
               ' RETURNED = ' WS-CNT-RETURNED
           CLOSE LEAVE-FILE
           CLOSE UAF00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE AUD00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
