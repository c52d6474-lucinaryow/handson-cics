       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB093.
      *
      * OPEN AN ACCESS RECERTIFICATION CAMPAIGN.
      * SMB052 PRINTS THE EVIDENCE PACK, BUT THE REVIEW ITSELF USED TO
      * BE SPREADSHEETS BY EMAIL. THIS JOB, SUBMITTED BY AN
      * ADMINISTRATOR, OPENS A CAMPAIGN ON CRT00001 (SEE SMCRT) AND
      * SNAPSHOTS ONTO CRE00001 (SEE SMCRE) EVERY ENTITLEMENT EACH
      * ACTIVE UAF00001 USER HOLDS TODAY:
      *
      *   R  EACH ROLE FLAG THAT IS SET (REQ, ADMN, APP, SP),
      *   F  EACH FAT00001 FIELD RIGHT ONE OF THOSE ROLES GIVES,
      *   Q  EACH QMF00001 QUEUE MEMBERSHIP.
      *
      * EVERY ENTRY IS GIVEN TO THE USER'S UAF00001 SUPERVISOR TO
      * CONFIRM OR REVOKE ON SM119P (SMRC) - OR TO THE DEP00001 HEAD
      * OF THE USER'S DEPARTMENT WHEN THE USER HAS NO SUPERVISOR (OR
      * IS THEIR OWN). EACH REVIEWER IS TOLD ON NTFYOUT HOW MANY
      * ENTRIES WAIT AND BY WHEN. A USER WITH NEITHER IS LISTED AS AN
      * EXCEPTION; THEIR ENTRIES ARE LEFT FOR AN ADMINISTRATOR.
      * SMB094 ESCALATES WHAT IS STILL OPEN AFTER THE DUE DATE AND
      * SMB095 PRINTS THE COMPLETION REPORT AND CLOSES THE CAMPAIGN.
      *
      * SYSIN CARDS: CAMPAIGN NAME (8), DUE DATE YYYYMMDD (BLANK IS
      * 30 DAYS FROM TODAY), DESCRIPTION (30), THEN THE USUAL
      * OPTIONAL FORCE CARD. A CAMPAIGN NAME ALREADY ON CRT00001 IS
      * REFUSED.
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
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMF-STATUS.
           SELECT FAT00001-FILE ASSIGN TO FAT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-KEY
               FILE STATUS IS WS-FAT-STATUS.
           SELECT DEP00001-FILE ASSIGN TO DEP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODE
               FILE STATUS IS WS-DEP-STATUS.
           SELECT CRT00001-FILE ASSIGN TO CRT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-CAMPAIGN
               FILE STATUS IS WS-CRT-STATUS.
           SELECT CRE00001-FILE ASSIGN TO CRE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRE-KEY
               FILE STATUS IS WS-CRE-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB093RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER                            PIC X(90).

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QM-RECORD.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  QM-LEAD                           PIC X(01).
           05  FILLER                            PIC X(21).

       FD  FAT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  FAT-RECORD.
           05  FAT-KEY.
               10  FAT-SCREEN                    PIC X(08).
               10  FAT-FIELD                     PIC X(10).
               10  FAT-ROLE                      PIC X(01).
           05  FAT-ALLOW                         PIC X(01).
           05  FILLER                            PIC X(20).

       FD  DEP00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEP-RECORD.
           05  DEP-CODE                          PIC X(10).
           05  DEP-NAME                          PIC X(25).
           05  DEP-HEAD                          PIC X(07).
           05  FILLER                            PIC X(08).

       FD  CRT00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCRT.

       FD  CRE00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCRE.

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-LINE                           PIC X(100).

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
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-FAT-STATUS                         PIC X(02).
       01  WS-DEP-STATUS                         PIC X(02).
       01  WS-CRT-STATUS                         PIC X(02).
       01  WS-CRE-STATUS                         PIC X(02).
       01  WS-NTFY-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-QMF-OPEN                           PIC X VALUE 'N'.
       01  WS-FAT-OPEN                           PIC X VALUE 'N'.
       01  WS-DEP-OPEN                           PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.

       01  WS-CAMPAIGN-CARD                      PIC X(08).
       01  WS-DUE-CARD                           PIC X(08).
       01  WS-DESC-CARD                          PIC X(30).
       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-YMD-X PIC 9(08).
       01  WS-TODAY-INT                          PIC S9(09) COMP.
       01  WS-DUE-INT                            PIC S9(09) COMP.
       01  WS-DUE-YMD                            PIC 9(08).
       01  WS-DUE-YMD-X REDEFINES WS-DUE-YMD     PIC X(08).

      * FAT00001 ROWS THAT ALLOW A ROLE A FIELD, LOADED ONCE.
       01  WS-FA-TABLE.
           05  WS-FA-ENTRY OCCURS 500 TIMES.
               10  WS-FA-SCREEN                  PIC X(08).
               10  WS-FA-FIELD                   PIC X(10).
               10  WS-FA-ROLE                    PIC X(01).
       01  WS-FA-USED                            PIC 9(03) VALUE 0.
       01  WS-FA-IX                              PIC 9(03).

      * REVIEWERS AND HOW MANY ENTRIES EACH HAS BEEN GIVEN.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 500 TIMES.
               10  WS-RV-USERID                  PIC X(07).
               10  WS-RV-COUNT                   PIC 9(05).
       01  WS-RV-USED                            PIC 9(03) VALUE 0.
       01  WS-RV-IX                              PIC 9(03).
       01  WS-RV-FULL                            PIC X VALUE 'N'.

      * THE USER BEING SNAPSHOTTED AND THE ENTRY BEING WRITTEN.
       01  WS-REVIEWER                           PIC X(07).
       01  WS-ROLE-ITEM                          PIC X(04).
       01  WS-ROLE-LETTER                        PIC X(01).
       01  WS-ROLE-VALUE                         PIC X(01).
       01  WS-CE-TYPE                            PIC X(01).
       01  WS-CE-ITEM                            PIC X(20).
       01  WS-CE-VALUE                           PIC X(01).
       01  WS-CE-VIA                             PIC X(04).

       01  WS-CNT-USERS                          PIC 9(05) VALUE 0.
       01  WS-CNT-ROLES                          PIC 9(06) VALUE 0.
       01  WS-CNT-FIELDS                         PIC 9(06) VALUE 0.
       01  WS-CNT-QUEUES                         PIC 9(06) VALUE 0.
       01  WS-CNT-ENTRIES                        PIC 9(06) VALUE 0.
       01  WS-CNT-NOREVIEWER                     PIC 9(05) VALUE 0.
       01  WS-CNT-DUP                            PIC 9(05) VALUE 0.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-Z6                                 PIC ZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           IF WS-FAT-OPEN = 'Y'
               PERFORM 200-LOAD-FIELD-RIGHTS
           END-IF
           PERFORM 300-SNAPSHOT-USERS
           IF WS-QMF-OPEN = 'Y'
               PERFORM 400-SNAPSHOT-QUEUES
           END-IF
           PERFORM 500-NOTIFY-REVIEWERS
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-CAMPAIGN-CARD FROM SYSIN
           ACCEPT WS-DUE-CARD FROM SYSIN
           ACCEPT WS-DESC-CARD FROM SYSIN
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           IF WS-CAMPAIGN-CARD = SPACES
               DISPLAY 'SMB093 - NO CAMPAIGN NAME ON SYSIN'
               GO TO 999-ABEND
           END-IF
           IF WS-DUE-CARD NUMERIC AND WS-DUE-CARD NOT = SPACES
               MOVE WS-DUE-CARD TO WS-DUE-YMD-X
               IF WS-DUE-YMD-X NOT > WS-TODAY-YMD-X
                   DISPLAY 'SMB093 - DUE DATE ' WS-DUE-CARD
                       ' IS NOT AFTER TODAY'
                   GO TO 999-ABEND
               END-IF
           ELSE
               COMPUTE WS-DUE-INT = WS-TODAY-INT + 30
               COMPUTE WS-DUE-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           END-IF
           OPEN INPUT UAF00001-FILE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB093 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT QMF00001-FILE
           IF WS-QMF-STATUS = '00'
               MOVE 'Y' TO WS-QMF-OPEN
           ELSE
               DISPLAY 'SMB093 - NO QMF00001, STATUS = ' WS-QMF-STATUS
                   ' - NO MEMBERSHIPS TO REVIEW'
           END-IF
           OPEN INPUT FAT00001-FILE
           IF WS-FAT-STATUS = '00'
               MOVE 'Y' TO WS-FAT-OPEN
           ELSE
               DISPLAY 'SMB093 - NO FAT00001, STATUS = ' WS-FAT-STATUS
                   ' - NO FIELD RIGHTS TO REVIEW'
           END-IF
           OPEN INPUT DEP00001-FILE
           IF WS-DEP-STATUS = '00'
               MOVE 'Y' TO WS-DEP-OPEN
           ELSE
               DISPLAY 'SMB093 - NO DEP00001, STATUS = ' WS-DEP-STATUS
                   ' - SUPERVISORS ONLY'
           END-IF
           OPEN I-O CRT00001-FILE
           IF WS-CRT-STATUS = '35'
               OPEN OUTPUT CRT00001-FILE
               CLOSE CRT00001-FILE
               OPEN I-O CRT00001-FILE
           END-IF
           IF WS-CRT-STATUS NOT = '00'
               DISPLAY 'SMB093 - UNABLE TO OPEN CRT00001, STATUS = '
                   WS-CRT-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O CRE00001-FILE
           IF WS-CRE-STATUS = '35'
               OPEN OUTPUT CRE00001-FILE
               CLOSE CRE00001-FILE
               OPEN I-O CRE00001-FILE
           END-IF
           IF WS-CRE-STATUS NOT = '00'
               DISPLAY 'SMB093 - UNABLE TO OPEN CRE00001, STATUS = '
                   WS-CRE-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE WS-CAMPAIGN-CARD TO CRT-CAMPAIGN
           READ CRT00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CRT-STATUS = '00'
               DISPLAY 'SMB093 - CAMPAIGN ' WS-CAMPAIGN-CARD
                   ' IS ALREADY ON CRT00001, OPENED ' CRT-OPEN-DATE
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO CRT-RECORD
           MOVE WS-CAMPAIGN-CARD TO CRT-CAMPAIGN
           MOVE WS-DESC-CARD TO CRT-DESC
           MOVE 'O' TO CRT-STATUS
           MOVE WS-TODAY-YMD-X TO CRT-OPEN-DATE
           MOVE WS-DUE-YMD-X TO CRT-DUE-DATE
           MOVE 0 TO CRT-USERS
           MOVE 0 TO CRT-ENTRIES
           WRITE CRT-RECORD
               INVALID KEY
                   DISPLAY 'SMB093 - CRT00001 WRITE FAILED, STATUS = '
                       WS-CRT-STATUS
                   GO TO 999-ABEND
           END-WRITE
           OPEN OUTPUT NOTIFY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB093 - UNABLE TO OPEN SMB093RP, STATUS = '
                   WS-RPT-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'SMB093 - RECERTIFICATION CAMPAIGN ' WS-CAMPAIGN-CARD
                  ' OPENED ' WS-TODAY-YMD-X ', DUE ' WS-DUE-YMD-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DESC-CARD TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'USERS WITH NO SUPERVISOR AND NO DEPARTMENT HEAD' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'USERID  DEPARTMENT  SUPERVISOR' TO REPORT-RECORD
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
               DISPLAY 'SMB093 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE 'SMB093' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
               DISPLAY 'SMB093 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
           MOVE 'SMB093' TO RUN-JOB-NAME
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
                       DISPLAY 'SMB093 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * ONLY THE ROWS THAT ALLOW - A ROW PRESENT WITH N GIVES NOTHING.
       200-LOAD-FIELD-RIGHTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ FAT00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FAT-ALLOW = 'Y'
                           IF WS-FA-USED < 500
                               ADD 1 TO WS-FA-USED
                               MOVE FAT-SCREEN TO
                                   WS-FA-SCREEN (WS-FA-USED)
                               MOVE FAT-FIELD TO
                                   WS-FA-FIELD (WS-FA-USED)
                               MOVE FAT-ROLE TO
                                   WS-FA-ROLE (WS-FA-USED)
                           ELSE
                               DISPLAY 'SMB093 - MORE THAN 500 '
                                   'FAT00001 ROWS - REST IGNORED'
                               MOVE 'Y' TO WS-EOF-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      *****************************************************************
      *  PASS 1 - ROLE FLAGS AND THE FIELD RIGHTS THEY CARRY.
      *****************************************************************
       300-SNAPSHOT-USERS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ UAF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF USR-ACTIVE NOT = 'N'
                           PERFORM 320-ONE-USER
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       320-ONE-USER.
           ADD 1 TO WS-CNT-USERS
           PERFORM 330-FIND-REVIEWER THRU 330-EXIT
           IF WS-REVIEWER = SPACES
               ADD 1 TO WS-CNT-NOREVIEWER
               MOVE SPACES TO WS-PRINT-LINE
               MOVE USR-USERID7 TO WS-PRINT-LINE(1:7)
               MOVE USR-DEPT TO WS-PRINT-LINE(9:10)
               MOVE USR-SUPER TO WS-PRINT-LINE(21:7)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF USR-REQ = 'Y' OR USR-REQ = 'V'
               MOVE 'REQ' TO WS-ROLE-ITEM
               MOVE 'R' TO WS-ROLE-LETTER
               MOVE USR-REQ TO WS-ROLE-VALUE
               PERFORM 340-ROLE-ENTRIES
           END-IF
           IF USR-ADMN = 'Y'
               MOVE 'ADMN' TO WS-ROLE-ITEM
               MOVE 'A' TO WS-ROLE-LETTER
               MOVE USR-ADMN TO WS-ROLE-VALUE
               PERFORM 340-ROLE-ENTRIES
           END-IF
           IF USR-APP = 'Y'
               MOVE 'APP' TO WS-ROLE-ITEM
               MOVE 'P' TO WS-ROLE-LETTER
               MOVE USR-APP TO WS-ROLE-VALUE
               PERFORM 340-ROLE-ENTRIES
           END-IF
           IF USR-SP = 'Y'
               MOVE 'SP' TO WS-ROLE-ITEM
               MOVE 'S' TO WS-ROLE-LETTER
               MOVE USR-SP TO WS-ROLE-VALUE
               PERFORM 340-ROLE-ENTRIES
           END-IF.
       320-EXIT.
           EXIT.

      * THE SUPERVISOR, ELSE THE DEPARTMENT HEAD - NEVER THE USER.
       330-FIND-REVIEWER.
           MOVE SPACES TO WS-REVIEWER
           IF USR-SUPER NOT = SPACES AND USR-SUPER NOT = USR-USERID7
               MOVE USR-SUPER TO WS-REVIEWER
               GO TO 330-EXIT
           END-IF
           IF WS-DEP-OPEN NOT = 'Y' OR USR-DEPT = SPACES
               GO TO 330-EXIT
           END-IF
           MOVE USR-DEPT TO DEP-CODE
           READ DEP00001-FILE
               INVALID KEY
                   GO TO 330-EXIT
           END-READ
           IF DEP-HEAD NOT = USR-USERID7
               MOVE DEP-HEAD TO WS-REVIEWER
           END-IF.
       330-EXIT.
           EXIT.

       340-ROLE-ENTRIES.
           MOVE 'R' TO WS-CE-TYPE
           MOVE WS-ROLE-ITEM TO WS-CE-ITEM
           MOVE WS-ROLE-VALUE TO WS-CE-VALUE
           MOVE SPACES TO WS-CE-VIA
           PERFORM 350-WRITE-ENTRY THRU 350-EXIT
           ADD 1 TO WS-CNT-ROLES
           PERFORM VARYING WS-FA-IX FROM 1 BY 1
                   UNTIL WS-FA-IX > WS-FA-USED
               IF WS-FA-ROLE (WS-FA-IX) = WS-ROLE-LETTER
                   MOVE 'F' TO WS-CE-TYPE
                   MOVE SPACES TO WS-CE-ITEM
                   MOVE WS-FA-SCREEN (WS-FA-IX) TO WS-CE-ITEM(1:8)
                   MOVE WS-FA-FIELD (WS-FA-IX) TO WS-CE-ITEM(9:10)
                   MOVE WS-ROLE-LETTER TO WS-CE-ITEM(19:1)
                   MOVE 'Y' TO WS-CE-VALUE
                   MOVE WS-ROLE-ITEM TO WS-CE-VIA
                   PERFORM 350-WRITE-ENTRY THRU 350-EXIT
                   ADD 1 TO WS-CNT-FIELDS
               END-IF
           END-PERFORM.
       340-EXIT.
           EXIT.

       350-WRITE-ENTRY.
           MOVE SPACES TO CRE-RECORD
           MOVE WS-CAMPAIGN-CARD TO CRE-CAMPAIGN
           MOVE USR-USERID7 TO CRE-USERID
           MOVE WS-CE-TYPE TO CRE-TYPE
           MOVE WS-CE-ITEM TO CRE-ITEM
           MOVE WS-CE-VALUE TO CRE-VALUE
           MOVE WS-CE-VIA TO CRE-VIA
           MOVE USR-DEPT TO CRE-DEPT
           MOVE USR-SUPER TO CRE-SUPER
           MOVE WS-REVIEWER TO CRE-REVIEWER
           MOVE 'N' TO CRE-ESCALATED
           MOVE 'P' TO CRE-STATUS
           MOVE 'N' TO CRE-APPLIED
           WRITE CRE-RECORD
               INVALID KEY
                   ADD 1 TO WS-CNT-DUP
                   GO TO 350-EXIT
           END-WRITE
           ADD 1 TO WS-CNT-ENTRIES
           IF WS-REVIEWER NOT = SPACES
               PERFORM 360-TALLY-REVIEWER THRU 360-EXIT
           END-IF.
       350-EXIT.
           EXIT.

       360-TALLY-REVIEWER.
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
                   UNTIL WS-RV-IX > WS-RV-USED
                      OR WS-RV-USERID (WS-RV-IX) = WS-REVIEWER
               CONTINUE
           END-PERFORM
           IF WS-RV-IX > WS-RV-USED
               IF WS-RV-USED < 500
                   ADD 1 TO WS-RV-USED
                   MOVE WS-REVIEWER TO WS-RV-USERID (WS-RV-USED)
                   MOVE 0 TO WS-RV-COUNT (WS-RV-USED)
                   MOVE WS-RV-USED TO WS-RV-IX
               ELSE
                   MOVE 'Y' TO WS-RV-FULL
                   GO TO 360-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-RV-COUNT (WS-RV-IX).
       360-EXIT.
           EXIT.

      *****************************************************************
      *  PASS 2 - QUEUE MEMBERSHIPS OF ACTIVE USERS.
      *****************************************************************
       400-SNAPSHOT-QUEUES.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QMF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 420-ONE-MEMBERSHIP THRU 420-EXIT
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       420-ONE-MEMBERSHIP.
           MOVE SPACES TO USR-KEY
           MOVE QM-USERID TO USR-USERID7
           READ UAF00001-FILE
               INVALID KEY
                   GO TO 420-EXIT
           END-READ
           IF USR-ACTIVE = 'N'
               GO TO 420-EXIT
           END-IF
           PERFORM 330-FIND-REVIEWER THRU 330-EXIT
           MOVE 'Q' TO WS-CE-TYPE
           MOVE QM-QUEUE TO WS-CE-ITEM
           MOVE QM-LEAD TO WS-CE-VALUE
           MOVE SPACES TO WS-CE-VIA
           PERFORM 350-WRITE-ENTRY THRU 350-EXIT
           ADD 1 TO WS-CNT-QUEUES.
       420-EXIT.
           EXIT.

      * ONE NOTICE PER REVIEWER, AND THE SAME LIST ON THE REPORT.
       500-NOTIFY-REVIEWERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REVIEWER  ENTRIES' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
                   UNTIL WS-RV-IX > WS-RV-USED
               MOVE WS-RV-COUNT (WS-RV-IX) TO WS-Z5
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-RV-USERID (WS-RV-IX) TO WS-PRINT-LINE(1:7)
               MOVE WS-Z5 TO WS-PRINT-LINE(11:5)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO NOTIFY-LINE
               STRING 'TO: ' WS-RV-USERID (WS-RV-IX)
                      '  ACCESS RECERTIFICATION ' WS-CAMPAIGN-CARD
                      ' - ' WS-Z5 ' ITEM(S) TO CONFIRM OR REVOKE'
                      ' ON SMRC BY ' WS-DUE-YMD-X
                   DELIMITED BY SIZE INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-PERFORM
           IF WS-RV-FULL = 'Y'
               MOVE 'MORE THAN 500 REVIEWERS - THE REST WERE NOT TOLD'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       500-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB093' TO RUN-JOB-NAME
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
               MOVE WS-CNT-USERS TO RUN-COUNT-READ
               MOVE WS-CNT-ENTRIES TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-CAMPAIGN-CARD TO CRT-CAMPAIGN
           READ CRT00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CRT-STATUS = '00'
               MOVE WS-CNT-USERS TO CRT-USERS
               MOVE WS-CNT-ENTRIES TO CRT-ENTRIES
               REWRITE CRT-RECORD
           END-IF
           PERFORM 850-RUN-CONTROL-END
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-USERS TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACTIVE USERS        = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ROLES TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ROLE ENTRIES        = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-FIELDS TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIELD-RIGHT ENTRIES = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-QUEUES TO WS-Z6
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'QUEUE ENTRIES       = ' WS-Z6
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NOREVIEWER TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'USERS, NO REVIEWER  = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RV-USED TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REVIEWERS TOLD      = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNT-DUP > 0
               MOVE WS-CNT-DUP TO WS-Z5
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'DUPLICATE ENTRIES   = ' WS-Z5
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY 'SMB093 - CAMPAIGN ' WS-CAMPAIGN-CARD
               ' USERS = ' WS-CNT-USERS ' ENTRIES = ' WS-CNT-ENTRIES
           CLOSE UAF00001-FILE
           IF WS-QMF-OPEN = 'Y'
               CLOSE QMF00001-FILE
           END-IF
           IF WS-FAT-OPEN = 'Y'
               CLOSE FAT00001-FILE
           END-IF
           IF WS-DEP-OPEN = 'Y'
               CLOSE DEP00001-FILE
           END-IF
           CLOSE CRT00001-FILE
           CLOSE CRE00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE UAF00001-FILE
           CLOSE QMF00001-FILE
           CLOSE FAT00001-FILE
           CLOSE DEP00001-FILE
           CLOSE CRT00001-FILE
           CLOSE CRE00001-FILE
           CLOSE NOTIFY-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
