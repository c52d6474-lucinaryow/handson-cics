       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB104.
      *
      * QUEUE, CATEGORY AND DEPARTMENT CODE REORGANISATION.
      * WHEN TWO QUEUES MERGE OR A DEPARTMENT CODE CHANGES, THE OLD
      * CODE HAS TO GO FROM EVERY FILE THAT CARRIES IT AT ONCE. THIS
      * JOB READS THE CODEMAP MAPPING FILE, ONE CODE PER RECORD:
      *
      *     T OLD-CODE-- NEW-CODE--
      *     (1) (3-12)   (14-23)
      *
      * T IS Q FOR A QUEUE, C FOR A CATEGORY, D FOR A DEPARTMENT. A
      * RECORD WITH '*' IN COLUMN 1 IS A COMMENT. AN OLD CODE MAY BE
      * MAPPED ONCE, AND A NEW CODE MAY NOT ITSELF BE MAPPED AWAY
      * (QUEUES AND CATEGORIES COUNT AS ONE SET OF NAMES HERE, SINCE
      * A RATE ROW MAY BE KEYED BY EITHER). ANY BAD RECORD STOPS THE
      * RUN BEFORE A FILE IS OPENED. THE CODES ARE CHANGED IN:
      *
      *   STF00001  TIX-QUEUE (Q), TIX-CATEGORY (C)
      *   AST00001  THE SAME FIELDS ON ARCHIVED TICKETS
      *   AST00010  THE CATEGORY ON ARCHIVED ATTRIBUTES (C)
      *   QMF00001  THE QUEUE IN THE MEMBERSHIP KEY (Q)
      *   SLA00001  THE CATEGORY IN THE SLA KEY (C)
      *   RTE00001  THE RATE ROW KEY, A CATEGORY OR QUEUE (Q, C)
      *   DEP00001  THE DEPARTMENT CODE (D)
      *   UAF00001  USR-QUEUE (Q), USR-DEPT (D)
      *   SSR00001  SAVED SEARCH QUEUE AND SHARE QUEUE (Q)
      *   CMP00001  COMPANY TAGS ON QUEUES (Q) AND RATE ROWS (Q, C)
      *   ATV00001  THE CATEGORY ON TICKET ATTRIBUTE VALUES (C)
      *   ATD00001  THE CATEGORY IN THE ATTRIBUTE DEFINITION KEY (C)
      *   CSK00001  THE CATEGORY-TO-SKILL ROW KEY (C)
      *   QTR00001  THE QUEUE SUPPORT TIER KEY (Q)
      *   OLA00001  THE QUEUE OLA KEY (Q)
      *   SCH00001  THE '*QUEUE' SCHEDULE LINK KEYS (Q)
      *   CIQ00001  THE QUEUE SUPPORTING EACH CI (Q)
      *   APF00001  ALL EIGHT ACCESS-PROFILE QUEUES (Q)
      *   BUD00001  THE DEPARTMENT IN THE BUDGET KEY (D)
      *   KBF00001  THE CATEGORY IN THE ARTICLE KEY (C), WITH THE
      *             KBV00001 REVIEW RECORD OF EACH ARTICLE MOVED
      *   TPL00001  TICKET TEMPLATE CATEGORY (C) AND QUEUE (Q)
      *
      * THEN QCT00001 IS REBUILT FROM STF00001 AS SMB051 DOES, WITH
      * THE OLD QUEUES' COUNTERS REMOVED. SUB00001 SUBSCRIPTIONS NAME
      * A REPORT ONLY AND NEED NOTHING.
      *
      * WHERE A KEY CHANGES AND A RECORD ALREADY EXISTS UNDER THE NEW
      * KEY - A MEMBER OF BOTH MERGED QUEUES, OR AN SLA ROW THE NEW
      * CATEGORY ALREADY HAS - THE EXISTING RECORD IS KEPT, THE OLD
      * ONE IS REMOVED AND THE PAIR IS COUNTED AS MERGED. TWO
      * EXCEPTIONS: A KNOWLEDGE ARTICLE WHOSE NUMBER IS TAKEN UNDER
      * THE NEW CATEGORY IS RENUMBERED, NOT DROPPED, AND AN ACCESS
      * PROFILE QUEUE THAT BECOMES ONE THE PROFILE ALREADY GRANTS IS
      * BLANKED. BOTH ARE COUNTED AS MERGED.
      *
      * EVERY TICKET CHANGED GETS AN AUD00001 DELTA PER FIELD AND,
      * WHEN STILL OPEN, AN STF00002 LOG ENTRY SAYING WHAT CHANGED.
      * THE LAST-UPDATE FIELDS ARE LEFT ALONE - A CODE CHANGE IS NOT
      * ACTIVITY AND MUST NOT RESTART THE SMB002/SMB007 AGING. EACH
      * USER CHANGED GETS A UAF00002 RECORD PER FIELD, CHANGED-BY
      * CODEQUE OR CODEDEPT.
      *
      * SYSIN:
      *   1. 'CONFIRM' TO MAKE THE CHANGES. ANY OTHER CARD, OR NONE,
      *      IS A SIMULATION - EVERY FILE IS READ AND THE SMB104RP
      *      IMPACT REPORT PRINTED, BUT NOTHING IS WRITTEN.
      *   2. 'RESTART' AFTER A CONFIRMED RUN ABENDED (SEE BELOW).
      *   3. THE USUAL OPTIONAL FORCE CARD. A SIMULATION IS LEDGERED
      *      AS SMB104SM, SO ONE MAY BE RUN THE SAME DAY AS THE REAL
      *      ONE WITHOUT IT.
      *
      * A CONFIRMED RUN NEEDS THE BATCH-WINDOW GATE HELD (SM82).
      *
      * CHECKPOINT/RESTART: AS IN SMB002, A CONFIRMED RUN WRITES THE
      * FILE IT IS ON, THE LAST KEY DONE AND ALL ITS COUNTS TO THE
      * CKP104 RESTART DATASET EVERY WS-CKPT-INTERVAL RECORDS AND AT
      * THE END OF EACH FILE, AND CLEARS IT AT NORMAL END. A RESTART
      * CARD SKIPS THE FILES ALREADY DONE AND PICKS UP PAST THE LAST
      * KEY. A CONFIRMED RUN THAT FINDS A CHECKPOINT AND HAS NO
      * RESTART CARD IS REFUSED, SO A HALF-CONVERTED SET OF FILES IS
      * ALWAYS FINISHED WITH THE SAME MAPPING BEFORE ANYTHING ELSE.
      * A RECORD ALREADY CONVERTED NO LONGER CARRIES AN OLD CODE, SO
      * ONE CONVERTED AGAIN AFTER THE LAST CHECKPOINT IS LEFT AS IT
      * IS.
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
           SELECT MAP-FILE ASSIGN TO CODEMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT STF00001-FILE ASSIGN TO STF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT AST00001-FILE ASSIGN TO AST00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-TIX-ID
               FILE STATUS IS WS-AST1-STATUS.
           SELECT AST00010-FILE ASSIGN TO AST00010
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-ATV-KEY
               FILE STATUS IS WS-AST10-STATUS.
           SELECT QMF00001-FILE ASSIGN TO QMF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMF-STATUS.
           SELECT SLA00001-FILE ASSIGN TO SLA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-SLA-STATUS.
           SELECT RTE00001-FILE ASSIGN TO RTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTE-STATUS.
           SELECT DEP00001-FILE ASSIGN TO DEP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODE
               FILE STATUS IS WS-DEP-STATUS.
           SELECT UAF00001-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT UAF00002-FILE ASSIGN TO UAF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-UAF2-STATUS.
           SELECT SSR00001-FILE ASSIGN TO SSR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSR-KEY
               FILE STATUS IS WS-SSR-STATUS.
           SELECT CMP00001-FILE ASSIGN TO CMP00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-STATUS.
           SELECT ATV00001-FILE ASSIGN TO ATV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-KEY
               FILE STATUS IS WS-ATV-STATUS.
           SELECT ATD00001-FILE ASSIGN TO ATD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-KEY
               FILE STATUS IS WS-ATD-STATUS.
           SELECT CSK00001-FILE ASSIGN TO CSK00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSK-CATEGORY
               FILE STATUS IS WS-CSK-STATUS.
           SELECT QTR00001-FILE ASSIGN TO QTR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTR-QUEUE
               FILE STATUS IS WS-QTR-STATUS.
           SELECT OLA00001-FILE ASSIGN TO OLA00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLA-QUEUE
               FILE STATUS IS WS-OLA-STATUS.
           SELECT SCH00001-FILE ASSIGN TO SCH00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCH-STATUS.
           SELECT CIQ00001-FILE ASSIGN TO CIQ00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIQ-CI-ID
               FILE STATUS IS WS-CIQ-STATUS.
           SELECT APF00001-FILE ASSIGN TO APF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APF-NAME
               FILE STATUS IS WS-APF-STATUS.
           SELECT BUD00001-FILE ASSIGN TO BUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT KBF00001-FILE ASSIGN TO KBF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KBF-STATUS.
           SELECT KBV00001-FILE ASSIGN TO KBV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KBV-KEY
               FILE STATUS IS WS-KBV-STATUS.
           SELECT TPL00001-FILE ASSIGN TO TPL00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPL-ID
               FILE STATUS IS WS-TPL-STATUS.
           SELECT QCT00001-FILE ASSIGN TO QCT00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QCT-KEY
               FILE STATUS IS WS-QCT-STATUS.
           SELECT GTE00001-FILE ASSIGN TO GTE00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GTE-KEY
               FILE STATUS IS WS-GTE-STATUS.
           SELECT CKPT-FILE ASSIGN TO CKP104
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB104RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAP-RECORD.
           05  MAP-CARD-TYPE                     PIC X(01).
           05  FILLER                            PIC X(01).
           05  MAP-CARD-OLD                      PIC X(10).
           05  FILLER                            PIC X(01).
           05  MAP-CARD-NEW                      PIC X(10).
           05  FILLER                            PIC X(57).

       FD  STF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMTIX.

       FD  STF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-RECORD.
           05  LOG-TIX-ID.
               10  LOG-TIX-ID1                   PIC X(6).
               10  LOG-SEQ-NUM                   PIC 9(5).
           05  LOG-LAST-UPDATE.
               10  LOG-LAST-UPDATE-DATE          PIC X(10).
               10  LOG-LAST-UPDATE-TIME          PIC X(10).
           05  LOG-UPDATED-BY.
               10  LOG-UPDBY2                    PIC X(7).
               10  FILLER                        PIC X.
           05  LOG-LAST-UPDATE-REM               PIC X(50).

       FD  AUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-RECORD.
           05  AUD-KEY.
               10  AUD-TIX-ID                    PIC X(06).
               10  AUD-SEQ                       PIC 9(05).
           05  AUD-FIELD                         PIC X(12).
           05  AUD-BEFORE                        PIC X(50).
           05  AUD-AFTER                         PIC X(50).
           05  AUD-BY                            PIC X(07).
           05  AUD-DATE                          PIC X(08).
           05  AUD-TIME                          PIC X(06).
           05  FILLER                            PIC X(06).

      * THE ARCHIVED TICKET IS THE 282-BYTE STF00001 RECORD; ONLY
      * THE TWO CODES ARE NAMED HERE.
       FD  AST00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-TIX-RECORD.
           05  ARC-TIX-ID                        PIC X(06).
           05  FILLER                            PIC X(222).
           05  ARC-TIX-CATEGORY                  PIC X(10).
           05  FILLER                            PIC X(17).
           05  ARC-TIX-QUEUE                     PIC X(10).
           05  FILLER                            PIC X(17).

      * THE ARCHIVED ATV00001 RECORD - SEE SMATV.
       FD  AST00010-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-ATV-RECORD.
           05  ARC-ATV-KEY                       PIC X(08).
           05  ARC-ATV-CATEGORY                  PIC X(10).
           05  FILLER                            PIC X(62).

       FD  QMF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QM-RECORD.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  FILLER                            PIC X(22).

       FD  SLA00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-RECORD.
           05  SLA-KEY.
               10  SLA-ROW-KEY.
                   15  SLA-PRIORITY              PIC X(01).
                   15  SLA-CATEGORY              PIC X(10).
               10  SLA-EFF-INV                   PIC 9(08).
           05  SLA-TARGET-HOURS                  PIC 9(04).
           05  FILLER                            PIC X(17).

       FD  RTE00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROW-KEY                   PIC X(10).
               10  RTE-EFF-INV                   PIC 9(08).
           05  RTE-FLAT-RATE                     PIC 9(05)V9(02).
           05  RTE-HOUR-RATE                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(08).

       FD  DEP00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEP-RECORD.
           05  DEP-CODE                          PIC X(10).
           05  DEP-NAME                          PIC X(25).
           05  DEP-HEAD                          PIC X(07).
           05  FILLER                            PIC X(08).

       FD  UAF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  USR-RECORD.
           05  USR-KEY.
               10  USR-USERID7                   PIC X(07).
               10  FILLER                        PIC X(01).
           05  USR-FLAGS.
               10  USR-REQ                       PIC X.
               10  USR-ADMN                      PIC X.
               10  USR-APP                       PIC X.
               10  USR-SP                        PIC X.
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

       FD  UAF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-USERID                  PIC X(07).
               10  AUDIT-SEQ-NUM                 PIC 9(03).
           05  AUDIT-OLD-FLAGS                   PIC X(04).
           05  AUDIT-NEW-FLAGS                   PIC X(04).
           05  AUDIT-CHANGED-BY                  PIC X(08).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).

       FD  SSR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMSSR.

       FD  CMP00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCMP.

       FD  ATV00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMATV.

       FD  ATD00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMATD.

       FD  CSK00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSK-RECORD.
           05  CSK-CATEGORY                      PIC X(10).
           05  CSK-SKILL                         PIC X(08).
           05  CSK-MIN-LEVEL                     PIC 9(01).
           05  CSK-SET-BY                        PIC X(07).
           05  CSK-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(06).

       FD  QTR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMQTR.

       FD  OLA00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMOLA.

       FD  SCH00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMSCH.

       FD  CIQ00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCIQ.

       FD  APF00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMAPF.

       FD  BUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUD-RECORD.
           05  BUD-KEY.
               10  BUD-DEPT                      PIC X(10).
               10  BUD-FY                        PIC X(04).
           05  BUD-MONTH-AMT                     PIC 9(07)V99
                                                 OCCURS 12 TIMES.
           05  BUD-SPEND-MONTH                   PIC X(06).
           05  BUD-SPEND-MTD                     PIC 9(07)V99.
           05  BUD-SPEND-ASOF                    PIC X(08).
           05  BUD-SET-BY                        PIC X(07).
           05  BUD-SET-DATE                      PIC X(08).
           05  BUD-NOTICE-MONTH                  PIC X(06).
           05  FILLER                            PIC X(14).

       FD  KBF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  KB-RECORD.
           05  KB-KEY.
               10  KB-CATEGORY                   PIC X(10).
               10  KB-SEQ-NUM                    PIC 9(03).
           05  KB-TIX-ID                         PIC X(06).
           05  KB-TITLE                          PIC X(25).
           05  KB-DESC                           PIC X(100).
           05  KB-REMARK                         PIC X(50).
           05  KB-PUB-BY                         PIC X(08).
           05  KB-PUB-DATE                       PIC X(10).
           05  KB-STATUS                         PIC X(01).
           05  FILLER                            PIC X(07).

       FD  KBV00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  KBV-RECORD.
           05  KBV-KEY.
               10  KBV-CATEGORY                  PIC X(10).
               10  KBV-SEQ-NUM                   PIC 9(03).
           05  FILLER                            PIC X(47).

       FD  TPL00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  TPL-RECORD.
           05  TPL-ID                            PIC X(08).
           05  FILLER                            PIC X(205).
           05  TPL-CATEGORY                      PIC X(10).
           05  TPL-PRIORITY                      PIC X(01).
           05  TPL-QUEUE                         PIC X(10).
           05  FILLER                            PIC X(06).

       FD  QCT00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  QCT-RECORD.
           05  QCT-KEY.
               10  QCT-QUEUE                     PIC X(10).
               10  QCT-STATUS                    PIC X(10).
           05  QCT-COUNT                         PIC 9(07).
           05  FILLER                            PIC X(13).

       FD  GTE00001-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GTE-RECORD.
           05  GTE-KEY                           PIC X(04).
           05  GTE-STATE                         PIC X(01).
           05  GTE-SET-BY                        PIC X(07).
           05  GTE-SET-STAMP                     PIC X(14).
           05  FILLER                            PIC X(04).

      * THE FILE BEING CONVERTED, THE LAST KEY DONE IN IT, THE SIZE
      * OF THE MAPPING IT WAS DONE WITH, AND EVERY COUNT SO FAR.
       FD  CKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKPT-RECORD.
           05  CKPT-PHASE                        PIC 9(02).
           05  CKPT-LAST-KEY                     PIC X(20).
           05  CKPT-MAP-COUNT                    PIC 9(03).
           05  CKPT-COUNTS                       PIC X(638).
           05  CKPT-HITS                         PIC X(700).
           05  FILLER                            PIC X(37).

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
       01  WS-JOB-NAME                           PIC X(08).
       01  WS-MAP-STATUS                         PIC X(02).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
       01  WS-AST1-STATUS                        PIC X(02).
       01  WS-AST10-STATUS                       PIC X(02).
       01  WS-QMF-STATUS                         PIC X(02).
       01  WS-SLA-STATUS                         PIC X(02).
       01  WS-RTE-STATUS                         PIC X(02).
       01  WS-DEP-STATUS                         PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-UAF2-STATUS                        PIC X(02).
       01  WS-SSR-STATUS                         PIC X(02).
       01  WS-CMP-STATUS                         PIC X(02).
       01  WS-ATV-STATUS                         PIC X(02).
       01  WS-ATD-STATUS                         PIC X(02).
       01  WS-CSK-STATUS                         PIC X(02).
       01  WS-QTR-STATUS                         PIC X(02).
       01  WS-OLA-STATUS                         PIC X(02).
       01  WS-SCH-STATUS                         PIC X(02).
       01  WS-CIQ-STATUS                         PIC X(02).
       01  WS-APF-STATUS                         PIC X(02).
       01  WS-BUD-STATUS                         PIC X(02).
       01  WS-KBF-STATUS                         PIC X(02).
       01  WS-KBV-STATUS                         PIC X(02).
       01  WS-TPL-STATUS                         PIC X(02).
       01  WS-QCT-STATUS                         PIC X(02).
       01  WS-GTE-STATUS                         PIC X(02).
       01  WS-CKPT-STATUS                        PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
           COPY SMACW.
           COPY SMSTAT.

       01  WS-MODE-CARD                          PIC X(07).
       01  WS-CONFIRM                            PIC X VALUE 'N'.
       01  WS-RESTART-CARD                       PIC X(07).
       01  WS-RESTART-MODE                       PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.
       01  WS-LOG-EOF                            PIC X.
       01  WS-AUD-DONE                           PIC X.
       01  WS-EOF-AUD                            PIC X.

       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-FMT-TIME                           PIC X(09).
       01  WS-AUDIT-DATE                         PIC X(10).
       01  WS-AUDIT-TIME                         PIC X(08).
       01  WS-AUDIT-LAST-SEQ                     PIC 9(03).
       01  WS-AUDIT-BY                           PIC X(08).
       01  WS-NEXT-SEQ                           PIC 9(05).
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-SYSTEM-USER                        PIC X(07) VALUE
               'SYSTEM'.

      * CHECKPOINT/RESTART - SEE THE HEADER.
       01  WS-CKPT-INTERVAL                      PIC 9(04) VALUE 500.
       01  WS-SINCE-CKPT                         PIC 9(04) VALUE 0.
       01  WS-CKPT-PHASE                         PIC 9(02) VALUE 0.
       01  WS-CKPT-KEY                           PIC X(20).
       01  WS-START-PHASE                        PIC 9(02) VALUE 1.
       01  WS-RESTART-KEY                        PIC X(20) VALUE SPACES.

      * THE MAPPING AS LOADED FROM CODEMAP. WS-MAP-SET IS 'D' FOR A
      * DEPARTMENT AND 'X' FOR A QUEUE OR CATEGORY - THE SET OF
      * NAMES THE ONE-MAPPING-PER-CODE RULES ARE CHECKED WITHIN.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-TYPE                   PIC X(01).
               10  WS-MAP-SET                    PIC X(01).
               10  WS-MAP-OLD                    PIC X(10).
               10  WS-MAP-NEW                    PIC X(10).
       01  WS-HIT-TABLE.
           05  WS-MAP-HITS                       PIC 9(07)
                                                   OCCURS 100 TIMES.
       01  WS-MAP-USED                           PIC 9(03) VALUE 0.
       01  WS-MAP-IX                             PIC 9(03).
       01  WS-MAP-JX                             PIC 9(03).
       01  WS-MAP-ERRORS                         PIC 9(03) VALUE 0.
       01  WS-MAP-SET-NOW                        PIC X(01).
       01  WS-MAP-REASON                         PIC X(40).

      * CODE LOOKUP - WS-LK-TYPE Q, C OR D, OR R FOR A RATE-ROW KEY
      * (A QUEUE OR A CATEGORY). WS-LK-IX IS 0 WHEN NOT MAPPED.
       01  WS-LK-TYPE                            PIC X(01).
       01  WS-LK-CODE                            PIC X(10).
       01  WS-LK-NEW                             PIC X(10).
       01  WS-LK-IX                              PIC 9(03).

      * ONE LINE PER FILE ON THE IMPACT REPORT, IN RUN ORDER.
       01  WS-PH-NAMES-X.
           05  FILLER PIC X(22) VALUE 'STF00001TICKETS       '.
           05  FILLER PIC X(22) VALUE 'AST00001ARCHIVED TIX  '.
           05  FILLER PIC X(22) VALUE 'AST00010ARCHIVED ATTRS'.
           05  FILLER PIC X(22) VALUE 'QMF00001QUEUE MEMBERS '.
           05  FILLER PIC X(22) VALUE 'SLA00001SLA TARGETS   '.
           05  FILLER PIC X(22) VALUE 'RTE00001RATE ROWS     '.
           05  FILLER PIC X(22) VALUE 'DEP00001DEPARTMENTS   '.
           05  FILLER PIC X(22) VALUE 'UAF00001USERS         '.
           05  FILLER PIC X(22) VALUE 'SSR00001SAVED SEARCHES'.
           05  FILLER PIC X(22) VALUE 'CMP00001COMPANY TAGS  '.
           05  FILLER PIC X(22) VALUE 'ATV00001TICKET ATTRS  '.
           05  FILLER PIC X(22) VALUE 'ATD00001ATTRIBUTE DEFS'.
           05  FILLER PIC X(22) VALUE 'CSK00001CATEGORY SKILL'.
           05  FILLER PIC X(22) VALUE 'QTR00001QUEUE TIERS   '.
           05  FILLER PIC X(22) VALUE 'OLA00001QUEUE OLAS    '.
           05  FILLER PIC X(22) VALUE 'SCH00001QUEUE SCHEDULE'.
           05  FILLER PIC X(22) VALUE 'CIQ00001CI QUEUES     '.
           05  FILLER PIC X(22) VALUE 'APF00001ACCESS PROFILE'.
           05  FILLER PIC X(22) VALUE 'BUD00001DEPT BUDGETS  '.
           05  FILLER PIC X(22) VALUE 'KBF00001KB ARTICLES   '.
           05  FILLER PIC X(22) VALUE 'TPL00001TEMPLATES     '.
           05  FILLER PIC X(22) VALUE 'QCT00001QUEUE COUNTERS'.
       01  WS-PH-NAMES REDEFINES WS-PH-NAMES-X.
           05  WS-PHN-ENTRY OCCURS 22 TIMES.
               10  WS-PHN-FILE                   PIC X(08).
               10  WS-PHN-DESC                   PIC X(14).
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY OCCURS 22 TIMES.
               10  WS-PH-STATE                   PIC X(01).
               10  WS-PH-READ                    PIC 9(07).
               10  WS-PH-CHANGED                 PIC 9(07).
               10  WS-PH-MERGED                  PIC 9(07).
               10  WS-PH-LOGGED                  PIC 9(07).
       01  WS-PH                                 PIC 9(02).
       01  WS-PH-LAST                            PIC 9(02) VALUE 22.

      * A RECORD WHOSE KEY IS CHANGING, HELD OVER THE READ FOR THE
      * NEW KEY.
       01  WS-SAVE-REC                           PIC X(220).
       01  WS-SAVE-REV                           PIC X(60).

      * AN ACCESS PROFILE'S QUEUE SLOTS, AND A KNOWLEDGE ARTICLE'S
      * NUMBER UNDER ITS NEW CATEGORY.
       01  WS-SLOT-IX                            PIC 9(02).
       01  WS-SLOT-JX                            PIC 9(02).
       01  WS-SLOT-DUP                           PIC X(01).
       01  WS-REC-CHANGED                        PIC X(01).
       01  WS-KB-NEW-SEQ                         PIC 9(03).
       01  WS-KB-EOF                             PIC X(01).
       01  WS-KBV-OPEN                           PIC X(01).

      * THE TICKET OR USER BEING CHANGED.
       01  WS-Q-IX                               PIC 9(03).
       01  WS-C-IX                               PIC 9(03).
       01  WS-D-IX                               PIC 9(03).
       01  WS-NEW-QUEUE                          PIC X(10).
       01  WS-NEW-CATEGORY                       PIC X(10).
       01  WS-NEW-DEPT                           PIC X(10).
       01  WS-OLD-CATEGORY                       PIC X(10).
       01  WS-TIX-OPEN                           PIC X(01).
       01  WS-CHG-FIELD                          PIC X(12).
       01  WS-CHG-OLD                            PIC X(10).
       01  WS-CHG-NEW                            PIC X(10).
       01  WS-LOG-REM                            PIC X(50).

      * THE QCT00001 TRUTH TABLE - AS SMB051.
       01  WS-T-TABLE.
           05  WS-T-ENTRY OCCURS 200 TIMES.
               10  WS-T-QUEUE                    PIC X(10).
               10  WS-T-STATUS                   PIC X(10).
               10  WS-T-COUNT                    PIC 9(07).
       01  WS-T-USED                             PIC 9(03) VALUE 0.
       01  WS-T-IX                               PIC 9(03).
       01  WS-T-FOUND                            PIC X.

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-CHANGED                        PIC 9(07) VALUE 0.
       01  WS-Z3                                 PIC ZZ9.
       01  WS-Z7                                 PIC ZZZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 300-STF-PHASE THRU 300-EXIT
           PERFORM 400-AST1-PHASE THRU 400-EXIT
           PERFORM 420-AST10-PHASE THRU 420-EXIT
           PERFORM 440-QMF-PHASE THRU 440-EXIT
           PERFORM 460-SLA-PHASE THRU 460-EXIT
           PERFORM 480-RTE-PHASE THRU 480-EXIT
           PERFORM 500-DEP-PHASE THRU 500-EXIT
           PERFORM 520-UAF-PHASE THRU 520-EXIT
           PERFORM 560-SSR-PHASE THRU 560-EXIT
           PERFORM 580-CMP-PHASE THRU 580-EXIT
           PERFORM 600-ATV-PHASE THRU 600-EXIT
           PERFORM 610-ATD-PHASE THRU 610-EXIT
           PERFORM 620-CSK-PHASE THRU 620-EXIT
           PERFORM 630-QTR-PHASE THRU 630-EXIT
           PERFORM 640-OLA-PHASE THRU 640-EXIT
           PERFORM 650-SCH-PHASE THRU 650-EXIT
           PERFORM 660-CIQ-PHASE THRU 660-EXIT
           PERFORM 670-APF-PHASE THRU 670-EXIT
           PERFORM 680-BUD-PHASE THRU 680-EXIT
           PERFORM 690-KBF-PHASE THRU 690-EXIT
           PERFORM 700-TPL-PHASE THRU 700-EXIT
           PERFORM 750-QCT-PHASE THRU 750-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.
       000-EXIT.
           EXIT.

       100-INITIALIZE.
           ACCEPT WS-MODE-CARD FROM SYSIN
           IF WS-MODE-CARD = 'CONFIRM'
               MOVE 'Y' TO WS-CONFIRM
               MOVE 'SMB104' TO WS-JOB-NAME
           ELSE
               MOVE 'SMB104SM' TO WS-JOB-NAME
           END-IF
           ACCEPT WS-RESTART-CARD FROM SYSIN
           IF WS-RESTART-CARD = 'RESTART' AND WS-CONFIRM = 'Y'
               MOVE 'Y' TO WS-RESTART-MODE
           END-IF
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           STRING WS-TODAY-YMD-X(5:2) '/' WS-TODAY-YMD-X(7:2) '/'
                  WS-TODAY-YMD-X(1:4) ' '
               DELIMITED BY SIZE INTO WS-FMT-DATE
           STRING WS-TIME-X(1:2) ':' WS-TIME-X(3:2) ':' WS-TIME-X(5:2)
                  ' '
               DELIMITED BY SIZE INTO WS-FMT-TIME
           MOVE WS-FMT-DATE(1:10) TO WS-AUDIT-DATE
           MOVE WS-FMT-TIME(1:8) TO WS-AUDIT-TIME
           INITIALIZE WS-PH-TABLE
           INITIALIZE WS-HIT-TABLE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN SMB104RP, STATUS = '
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF WS-CONFIRM = 'Y'
               STRING 'SMB104 - CODE REORGANISATION, CONFIRMED RUN '
                      WS-TODAY-YMD-X
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING 'SMB104 - CODE REORGANISATION, SIMULATION '
                      WS-TODAY-YMD-X ' - NOTHING IS CHANGED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 200-LOAD-MAP THRU 200-EXIT
           IF WS-CONFIRM = 'Y'
               PERFORM 140-CHECK-BATCH-GATE THRU 140-EXIT
               PERFORM 160-CHECK-CHECKPOINT THRU 160-EXIT
           END-IF
           PERFORM 150-RUN-CONTROL-START
           IF WS-CONFIRM = 'Y'
               PERFORM 120-OPEN-LOGS THRU 120-EXIT
           END-IF.
       100-EXIT.
           EXIT.

      * THE TICKET LOG, TICKET AUDIT AND USER AUDIT ARE ONLY
      * WRITTEN BY A CONFIRMED RUN.
       120-OPEN-LOGS.
           OPEN I-O STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O AUD00001-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD00001-FILE
               CLOSE AUD00001-FILE
               OPEN I-O AUD00001-FILE
           END-IF
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN AUD00001, STATUS = '
                   WS-AUD-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O UAF00002-FILE
           IF WS-UAF2-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN UAF00002, STATUS = '
                   WS-UAF2-STATUS
               GO TO 999-ABEND
           END-IF.
       120-EXIT.
           EXIT.

      * BATCH-WINDOW GATE - SEE SM082P. A CONFIRMED RUN REWRITES
      * STF00001 AND IS REFUSED WITHOUT THE GATE HELD, AS SMB002 IS.
       140-CHECK-BATCH-GATE.
           OPEN INPUT GTE00001-FILE
           IF WS-GTE-STATUS NOT = '00'
               DISPLAY 'SMB104 - NO GTE00001 GATE FILE, STATUS = '
                   WS-GTE-STATUS ' - RUN REFUSED (SEE SM82)'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'GATE' TO GTE-KEY
           READ GTE00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-GTE-STATUS NOT = '00' OR GTE-STATE NOT = 'H'
               DISPLAY 'SMB104 - BATCH-WINDOW GATE NOT HELD -'
                   ' RUN REFUSED (SEE SM82)'
               CLOSE GTE00001-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SMB104 - GATE HELD BY ' GTE-SET-BY ' SINCE '
               GTE-SET-STAMP
           CLOSE GTE00001-FILE.
       140-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD FOLLOWS THE OTHER CARDS ON SYSIN. A
      * RESTART IS A RERUN BY DEFINITION AND NEEDS NO FORCE CARD.
       150-RUN-CONTROL-START.
           ACCEPT WS-FORCE-CARD FROM SYSIN
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN RCF00001, STATUS = '
                   WS-RUNCTL-STATUS
               GO TO 999-ABEND
           END-IF
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-X FROM TIME
           STRING WS-RUN-TIME-X(1:2) ':' WS-RUN-TIME-X(3:2) ':'
                  WS-RUN-TIME-X(5:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME-FMT
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUNCTL-STATUS = '00' AND WS-FORCE-CARD NOT = 'FORCE'
                                      AND WS-RESTART-MODE NOT = 'Y'
               DISPLAY 'SMB104 - ALREADY RAN ON ' WS-RUN-DATE-X
                   ' - SUPPLY A FORCE CARD TO RERUN'
               CLOSE RUNCTL-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
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
                       DISPLAY 'SMB104 - RCF00001 WRITE FAILED, '
                           'STATUS = ' WS-RUNCTL-STATUS
               END-WRITE
           END-IF.
       150-EXIT.
           EXIT.

      * A CHECKPOINT LEFT BY A CONFIRMED RUN MEANS THE FILES ARE
      * PART CONVERTED. WITHOUT A RESTART CARD THE RUN IS REFUSED;
      * WITH ONE, THE MAPPING MUST BE THE SAME SIZE AS BEFORE AND
      * THE RUN PICKS UP WHERE THE CHECKPOINT SAYS.
       160-CHECK-CHECKPOINT.
           MOVE 0 TO CKPT-PHASE
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = '00'
               READ CKPT-FILE
                   AT END
                       MOVE 0 TO CKPT-PHASE
               END-READ
               CLOSE CKPT-FILE
           END-IF
           IF CKPT-PHASE NOT NUMERIC OR CKPT-PHASE = 0
               IF WS-RESTART-MODE = 'Y'
                   DISPLAY 'SMB104 - RESTART ASKED BUT CKP104 IS EMPTY'
                       ' - RUNNING FROM THE TOP'
               END-IF
               GO TO 160-EXIT
           END-IF
           IF WS-RESTART-MODE NOT = 'Y'
               DISPLAY 'SMB104 - A CONVERSION IS PART DONE (CKP104) -'
                   ' RERUN WITH THE SAME CODEMAP AND A RESTART CARD'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CKPT-MAP-COUNT NOT = WS-MAP-USED
               DISPLAY 'SMB104 - CKP104 WAS TAKEN WITH ' CKPT-MAP-COUNT
                   ' MAPPINGS, CODEMAP HAS ' WS-MAP-USED
                   ' - RESTART REFUSED'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CKPT-PHASE TO WS-START-PHASE
           MOVE CKPT-LAST-KEY TO WS-RESTART-KEY
           MOVE CKPT-COUNTS TO WS-PH-TABLE
           MOVE CKPT-HITS TO WS-HIT-TABLE
           DISPLAY 'SMB104 - RESTARTED IN ' WS-PHN-FILE (WS-START-PHASE)
               ' PAST KEY ' WS-RESTART-KEY.
       160-EXIT.
           EXIT.

       170-TAKE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE SPACES TO CKPT-RECORD
           MOVE WS-CKPT-PHASE TO CKPT-PHASE
           MOVE WS-CKPT-KEY TO CKPT-LAST-KEY
           MOVE WS-MAP-USED TO CKPT-MAP-COUNT
           MOVE WS-PH-TABLE TO CKPT-COUNTS
           MOVE WS-HIT-TABLE TO CKPT-HITS
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE
           MOVE 0 TO WS-SINCE-CKPT.
       170-EXIT.
           EXIT.

      * CALLED AFTER EVERY RECORD OF A PHASE, WITH WS-CKPT-KEY SET
      * TO ITS KEY AS READ.
       175-COUNT-CHECKPOINT.
           IF WS-CONFIRM NOT = 'Y'
               GO TO 175-EXIT
           END-IF
           ADD 1 TO WS-SINCE-CKPT
           IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
               PERFORM 170-TAKE-CHECKPOINT
           END-IF.
       175-EXIT.
           EXIT.

      * A CLEAN END LEAVES AN EMPTY CHECKPOINT SO THE NEXT CONFIRMED
      * RUN IS NOT TAKEN FOR A PART-DONE ONE.
       180-CLEAR-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           CLOSE CKPT-FILE.
       180-EXIT.
           EXIT.

      * A PHASE JUST STARTING - SKIPPED WHEN A RESTART IS PAST IT.
       185-START-PHASE.
           MOVE 'N' TO WS-EOF-SW
           MOVE WS-PH TO WS-CKPT-PHASE
           MOVE SPACES TO WS-CKPT-KEY
           IF WS-PH < WS-START-PHASE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
       185-EXIT.
           EXIT.

      * A PHASE DONE - THE CHECKPOINT MOVES TO THE NEXT ONE.
       190-END-PHASE.
           IF WS-CONFIRM = 'Y'
               COMPUTE WS-CKPT-PHASE = WS-PH + 1
               MOVE SPACES TO WS-CKPT-KEY
               PERFORM 170-TAKE-CHECKPOINT
           END-IF.
       190-EXIT.
           EXIT.

      *****************************************************************
      *  THE MAPPING
      *****************************************************************
       200-LOAD-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN CODEMAP, STATUS = '
                   WS-MAP-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'MAPPING' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 250-ONE-MAPPING THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           PERFORM 270-CHECK-CHAINS THRU 270-EXIT
           IF WS-MAP-USED = 0 AND WS-MAP-ERRORS = 0
               MOVE 'CODEMAP HAS NO MAPPINGS' TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-MAP-ERRORS
           END-IF
           IF WS-MAP-ERRORS > 0
               MOVE WS-MAP-ERRORS TO WS-Z3
               MOVE SPACES TO REPORT-RECORD
               STRING WS-Z3 ' CODEMAP ERROR(S) - NOTHING DONE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'SMB104 - CODEMAP IN ERROR - SEE SMB104RP'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       200-EXIT.
           EXIT.

       250-ONE-MAPPING.
           IF MAP-RECORD = SPACES OR MAP-CARD-TYPE = '*'
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO WS-MAP-REASON
           IF MAP-CARD-TYPE NOT = 'Q' AND NOT = 'C' AND NOT = 'D'
               MOVE 'TYPE MUST BE Q, C OR D' TO WS-MAP-REASON
           END-IF
           IF MAP-CARD-OLD = SPACES OR MAP-CARD-NEW = SPACES
               MOVE 'OLD AND NEW CODE ARE BOTH NEEDED' TO WS-MAP-REASON
           END-IF
           IF MAP-CARD-OLD = MAP-CARD-NEW
               MOVE 'OLD AND NEW CODE ARE THE SAME' TO WS-MAP-REASON
           END-IF
           IF MAP-CARD-TYPE = 'D'
               MOVE 'D' TO WS-MAP-SET-NOW
           ELSE
               MOVE 'X' TO WS-MAP-SET-NOW
           END-IF
           PERFORM VARYING WS-MAP-JX FROM 1 BY 1
                   UNTIL WS-MAP-JX > WS-MAP-USED
               IF WS-MAP-SET (WS-MAP-JX) = WS-MAP-SET-NOW AND
                  WS-MAP-OLD (WS-MAP-JX) = MAP-CARD-OLD
                   MOVE 'OLD CODE IS ALREADY MAPPED' TO WS-MAP-REASON
               END-IF
           END-PERFORM
           IF WS-MAP-USED = 100 AND WS-MAP-REASON = SPACES
               MOVE 'MORE THAN 100 MAPPINGS' TO WS-MAP-REASON
           END-IF
           IF WS-MAP-REASON NOT = SPACES
               PERFORM 260-MAP-ERROR THRU 260-EXIT
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-MAP-USED
           MOVE MAP-CARD-TYPE TO WS-MAP-TYPE (WS-MAP-USED)
           MOVE WS-MAP-SET-NOW TO WS-MAP-SET (WS-MAP-USED)
           MOVE MAP-CARD-OLD TO WS-MAP-OLD (WS-MAP-USED)
           MOVE MAP-CARD-NEW TO WS-MAP-NEW (WS-MAP-USED).
       250-EXIT.
           EXIT.

       260-MAP-ERROR.
           ADD 1 TO WS-MAP-ERRORS
           MOVE SPACES TO WS-PRINT-LINE
           MOVE MAP-RECORD(1:23) TO WS-PRINT-LINE(1:23)
           MOVE '- ' TO WS-PRINT-LINE(25:2)
           MOVE WS-MAP-REASON TO WS-PRINT-LINE(27:40)
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       260-EXIT.
           EXIT.

      * A NEW CODE THAT IS ALSO AN OLD CODE OF THE SAME SET WOULD
      * CONVERT TWICE, OR BACK AGAIN, DEPENDING ON THE FILE ORDER.
       270-CHECK-CHAINS.
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-USED
               PERFORM VARYING WS-MAP-JX FROM 1 BY 1
                       UNTIL WS-MAP-JX > WS-MAP-USED
                   IF WS-MAP-SET (WS-MAP-JX) = WS-MAP-SET (WS-MAP-IX)
                      AND WS-MAP-OLD (WS-MAP-JX) =
                          WS-MAP-NEW (WS-MAP-IX)
                       MOVE SPACES TO MAP-RECORD
                       MOVE WS-MAP-TYPE (WS-MAP-IX) TO MAP-CARD-TYPE
                       MOVE WS-MAP-OLD (WS-MAP-IX) TO MAP-CARD-OLD
                       MOVE WS-MAP-NEW (WS-MAP-IX) TO MAP-CARD-NEW
                       MOVE 'NEW CODE IS ITSELF MAPPED AWAY'
                           TO WS-MAP-REASON
                       PERFORM 260-MAP-ERROR THRU 260-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.
       270-EXIT.
           EXIT.

       280-LOOKUP.
           MOVE 0 TO WS-LK-IX
           MOVE SPACES TO WS-LK-NEW
           IF WS-LK-CODE = SPACES
               GO TO 280-EXIT
           END-IF
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-USED OR WS-LK-IX > 0
               IF WS-MAP-OLD (WS-MAP-IX) = WS-LK-CODE
                   IF WS-MAP-TYPE (WS-MAP-IX) = WS-LK-TYPE OR
                      (WS-LK-TYPE = 'R' AND
                       WS-MAP-SET (WS-MAP-IX) = 'X')
                       MOVE WS-MAP-IX TO WS-LK-IX
                       MOVE WS-MAP-NEW (WS-MAP-IX) TO WS-LK-NEW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LK-IX > 0
               ADD 1 TO WS-MAP-HITS (WS-LK-IX)
           END-IF.
       280-EXIT.
           EXIT.

      *****************************************************************
      *  STF00001 - THE TICKETS
      *****************************************************************
       300-STF-PHASE.
           MOVE 1 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 300-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O STF00001-FILE
           ELSE
               OPEN INPUT STF00001-FILE
           END-IF
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO TIX-ID
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO TIX-ID
           END-IF
           START STF00001-FILE KEY IS GREATER THAN TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE TIX-ID TO WS-CKPT-KEY
                       PERFORM 350-ONE-TICKET THRU 350-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE STF00001-FILE
           PERFORM 190-END-PHASE.
       300-EXIT.
           EXIT.

       350-ONE-TICKET.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE TIX-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-Q-IX
           MOVE WS-LK-NEW TO WS-NEW-QUEUE
           MOVE 'C' TO WS-LK-TYPE
           MOVE TIX-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-C-IX
           MOVE WS-LK-NEW TO WS-NEW-CATEGORY
           IF WS-Q-IX = 0 AND WS-C-IX = 0
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF TIX-STATUS = ST-CLOSED OR ST-CANCELED OR ST-REJECTED
               MOVE 'N' TO WS-TIX-OPEN
           ELSE
               MOVE 'Y' TO WS-TIX-OPEN
               ADD 1 TO WS-PH-LOGGED (WS-PH)
           END-IF
           IF WS-CONFIRM NOT = 'Y'
               GO TO 350-EXIT
           END-IF
           MOVE TIX-QUEUE TO WS-CHG-OLD
           IF WS-Q-IX > 0
               MOVE WS-NEW-QUEUE TO TIX-QUEUE
           END-IF
           MOVE TIX-CATEGORY TO WS-OLD-CATEGORY
           IF WS-C-IX > 0
               MOVE WS-NEW-CATEGORY TO TIX-CATEGORY
           END-IF
           REWRITE TIX-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB104 - REWRITE FAILED FOR TICKET ' TIX-ID
                   ' STATUS = ' WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           IF WS-Q-IX > 0
               MOVE 'QUEUE' TO WS-CHG-FIELD
               MOVE WS-NEW-QUEUE TO WS-CHG-NEW
               PERFORM 360-RECORD-CHANGE THRU 360-EXIT
           END-IF
           IF WS-C-IX > 0
               MOVE 'CATEGORY' TO WS-CHG-FIELD
               MOVE WS-OLD-CATEGORY TO WS-CHG-OLD
               MOVE WS-NEW-CATEGORY TO WS-CHG-NEW
               PERFORM 360-RECORD-CHANGE THRU 360-EXIT
           END-IF.
       350-EXIT.
           EXIT.

      * ONE FIELD OF THE TICKET JUST REWRITTEN - AUDITED ALWAYS,
      * LOGGED FOR THE REQUESTOR AND PROVIDER WHEN STILL OPEN.
       360-RECORD-CHANGE.
           PERFORM 830-WRITE-AUDIT THRU 830-EXIT
           IF WS-TIX-OPEN NOT = 'Y'
               GO TO 360-EXIT
           END-IF
           MOVE SPACES TO WS-LOG-REM
           STRING WS-CHG-FIELD DELIMITED BY SPACE
                  ' CODE ' DELIMITED BY SIZE
                  WS-CHG-OLD DELIMITED BY SPACE
                  ' CHANGED TO ' DELIMITED BY SIZE
                  WS-CHG-NEW DELIMITED BY SPACE
               INTO WS-LOG-REM
           PERFORM 800-WRITE-LOG THRU 800-EXIT.
       360-EXIT.
           EXIT.

      *****************************************************************
      *  AST00001 / AST00010 - THE ARCHIVE
      *****************************************************************
       400-AST1-PHASE.
           MOVE 2 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 400-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O AST00001-FILE
           ELSE
               OPEN INPUT AST00001-FILE
           END-IF
           IF WS-AST1-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 400-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO ARC-TIX-ID
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO ARC-TIX-ID
           END-IF
           START AST00001-FILE KEY IS GREATER THAN ARC-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AST00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ARC-TIX-ID TO WS-CKPT-KEY
                       PERFORM 410-ONE-ARCHIVED THRU 410-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE AST00001-FILE
           PERFORM 190-END-PHASE.
       400-EXIT.
           EXIT.

       410-ONE-ARCHIVED.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE ARC-TIX-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-Q-IX
           MOVE WS-LK-NEW TO WS-NEW-QUEUE
           MOVE 'C' TO WS-LK-TYPE
           MOVE ARC-TIX-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-C-IX
           MOVE WS-LK-NEW TO WS-NEW-CATEGORY
           IF WS-Q-IX = 0 AND WS-C-IX = 0
               GO TO 410-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-CONFIRM NOT = 'Y'
               GO TO 410-EXIT
           END-IF
           IF WS-Q-IX > 0
               MOVE WS-NEW-QUEUE TO ARC-TIX-QUEUE
           END-IF
           IF WS-C-IX > 0
               MOVE WS-NEW-CATEGORY TO ARC-TIX-CATEGORY
           END-IF
           REWRITE ARC-TIX-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-AST1-STATUS NOT = '00'
               DISPLAY 'SMB104 - AST00001 REWRITE FAILED FOR '
                   ARC-TIX-ID ' STATUS = ' WS-AST1-STATUS
               GO TO 999-ABEND
           END-IF.
       410-EXIT.
           EXIT.

       420-AST10-PHASE.
           MOVE 3 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 420-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O AST00010-FILE
           ELSE
               OPEN INPUT AST00010-FILE
           END-IF
           IF WS-AST10-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 420-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO ARC-ATV-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO ARC-ATV-KEY
           END-IF
           START AST00010-FILE KEY IS GREATER THAN ARC-ATV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AST00010-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ARC-ATV-KEY TO WS-CKPT-KEY
                       PERFORM 430-ONE-ATTRIBUTE THRU 430-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE AST00010-FILE
           PERFORM 190-END-PHASE.
       420-EXIT.
           EXIT.

       430-ONE-ATTRIBUTE.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'C' TO WS-LK-TYPE
           MOVE ARC-ATV-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 430-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-CONFIRM NOT = 'Y'
               GO TO 430-EXIT
           END-IF
           MOVE WS-LK-NEW TO ARC-ATV-CATEGORY
           REWRITE ARC-ATV-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-AST10-STATUS NOT = '00'
               DISPLAY 'SMB104 - AST00010 REWRITE FAILED FOR '
                   ARC-ATV-KEY ' STATUS = ' WS-AST10-STATUS
               GO TO 999-ABEND
           END-IF.
       430-EXIT.
           EXIT.

      *****************************************************************
      *  QMF00001 - QUEUE MEMBERSHIP, THE QUEUE IS IN THE KEY
      *****************************************************************
       440-QMF-PHASE.
           MOVE 4 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 440-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O QMF00001-FILE
           ELSE
               OPEN INPUT QMF00001-FILE
           END-IF
           IF WS-QMF-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 440-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO QM-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO QM-KEY
           END-IF
           START QMF00001-FILE KEY IS GREATER THAN QM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QMF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE QM-KEY TO WS-CKPT-KEY
                       PERFORM 450-ONE-MEMBER THRU 450-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE QMF00001-FILE
           PERFORM 190-END-PHASE.
       440-EXIT.
           EXIT.

      * THE MEMBER MOVES TO THE NEW QUEUE UNLESS ALREADY IN IT. THE
      * BROWSE IS RESTARTED PAST THE OLD KEY AFTERWARDS, SINCE THE
      * RANDOM READ FOR THE NEW KEY HAS MOVED IT.
       450-ONE-MEMBER.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE QM-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 450-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE QM-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO QM-QUEUE
           READ QMF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-QMF-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-QMF-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO QM-RECORD
                   MOVE WS-LK-NEW TO QM-QUEUE
                   WRITE QM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-QMF-STATUS NOT = '00'
                       DISPLAY 'SMB104 - QMF00001 WRITE FAILED FOR '
                           QM-KEY ' STATUS = ' WS-QMF-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO QM-RECORD
               DELETE QMF00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-QMF-STATUS NOT = '00'
                   DISPLAY 'SMB104 - QMF00001 DELETE FAILED FOR '
                       QM-KEY ' STATUS = ' WS-QMF-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO QM-RECORD
           START QMF00001-FILE KEY IS GREATER THAN QM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       450-EXIT.
           EXIT.

      *****************************************************************
      *  SLA00001 - THE CATEGORY IS IN THE KEY
      *****************************************************************
       460-SLA-PHASE.
           MOVE 5 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 460-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O SLA00001-FILE
           ELSE
               OPEN INPUT SLA00001-FILE
           END-IF
           IF WS-SLA-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 460-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO SLA-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO SLA-KEY
           END-IF
           START SLA00001-FILE KEY IS GREATER THAN SLA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ SLA00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE SLA-KEY TO WS-CKPT-KEY
                       PERFORM 470-ONE-SLA THRU 470-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE SLA00001-FILE
           PERFORM 190-END-PHASE.
       460-EXIT.
           EXIT.

      * A VERSION THE NEW CATEGORY ALREADY HAS FOR THE SAME PRIORITY
      * AND EFFECTIVE DATE IS KEPT; THE OLD CATEGORY'S IS DROPPED.
       470-ONE-SLA.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'C' TO WS-LK-TYPE
           MOVE SLA-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 470-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE SLA-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO SLA-CATEGORY
           READ SLA00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SLA-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-SLA-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO SLA-RECORD
                   MOVE WS-LK-NEW TO SLA-CATEGORY
                   WRITE SLA-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-SLA-STATUS NOT = '00'
                       DISPLAY 'SMB104 - SLA00001 WRITE FAILED FOR '
                           SLA-KEY ' STATUS = ' WS-SLA-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO SLA-RECORD
               DELETE SLA00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-SLA-STATUS NOT = '00'
                   DISPLAY 'SMB104 - SLA00001 DELETE FAILED FOR '
                       SLA-KEY ' STATUS = ' WS-SLA-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO SLA-RECORD
           START SLA00001-FILE KEY IS GREATER THAN SLA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       470-EXIT.
           EXIT.

      *****************************************************************
      *  RTE00001 - THE RATE ROW KEY IS A CATEGORY OR A QUEUE
      *****************************************************************
       480-RTE-PHASE.
           MOVE 6 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 480-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O RTE00001-FILE
           ELSE
               OPEN INPUT RTE00001-FILE
           END-IF
           IF WS-RTE-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 480-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO RTE-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO RTE-KEY
           END-IF
           START RTE00001-FILE KEY IS GREATER THAN RTE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ RTE00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE RTE-KEY TO WS-CKPT-KEY
                       PERFORM 490-ONE-RATE THRU 490-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE RTE00001-FILE
           PERFORM 190-END-PHASE.
       480-EXIT.
           EXIT.

       490-ONE-RATE.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'R' TO WS-LK-TYPE
           MOVE RTE-ROW-KEY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 490-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE RTE-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO RTE-ROW-KEY
           READ RTE00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RTE-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-RTE-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO RTE-RECORD
                   MOVE WS-LK-NEW TO RTE-ROW-KEY
                   WRITE RTE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-RTE-STATUS NOT = '00'
                       DISPLAY 'SMB104 - RTE00001 WRITE FAILED FOR '
                           RTE-KEY ' STATUS = ' WS-RTE-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO RTE-RECORD
               DELETE RTE00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-RTE-STATUS NOT = '00'
                   DISPLAY 'SMB104 - RTE00001 DELETE FAILED FOR '
                       RTE-KEY ' STATUS = ' WS-RTE-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO RTE-RECORD
           START RTE00001-FILE KEY IS GREATER THAN RTE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       490-EXIT.
           EXIT.

      *****************************************************************
      *  DEP00001 - THE DEPARTMENT CODE IS THE KEY
      *****************************************************************
       500-DEP-PHASE.
           MOVE 7 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 500-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O DEP00001-FILE
           ELSE
               OPEN INPUT DEP00001-FILE
           END-IF
           IF WS-DEP-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 500-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO DEP-CODE
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO DEP-CODE
           END-IF
           START DEP00001-FILE KEY IS GREATER THAN DEP-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ DEP00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE DEP-CODE TO WS-CKPT-KEY
                       PERFORM 510-ONE-DEPARTMENT THRU 510-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE DEP00001-FILE
           PERFORM 190-END-PHASE.
       500-EXIT.
           EXIT.

      * TWO DEPARTMENTS MERGING KEEP THE SURVIVING DEPARTMENT'S NAME
      * AND HEAD.
       510-ONE-DEPARTMENT.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'D' TO WS-LK-TYPE
           MOVE DEP-CODE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 510-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE DEP-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO DEP-CODE
           READ DEP00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DEP-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-DEP-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO DEP-RECORD
                   MOVE WS-LK-NEW TO DEP-CODE
                   WRITE DEP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-DEP-STATUS NOT = '00'
                       DISPLAY 'SMB104 - DEP00001 WRITE FAILED FOR '
                           DEP-CODE ' STATUS = ' WS-DEP-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO DEP-RECORD
               DELETE DEP00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-DEP-STATUS NOT = '00'
                   DISPLAY 'SMB104 - DEP00001 DELETE FAILED FOR '
                       DEP-CODE ' STATUS = ' WS-DEP-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO DEP-RECORD
           START DEP00001-FILE KEY IS GREATER THAN DEP-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       510-EXIT.
           EXIT.

      *****************************************************************
      *  UAF00001 - THE USER'S QUEUE AND DEPARTMENT
      *****************************************************************
       520-UAF-PHASE.
           MOVE 8 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 520-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O UAF00001-FILE
           ELSE
               OPEN INPUT UAF00001-FILE
           END-IF
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN UAF00001, STATUS = '
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO USR-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO USR-KEY
           END-IF
           START UAF00001-FILE KEY IS GREATER THAN USR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ UAF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE USR-KEY TO WS-CKPT-KEY
                       PERFORM 530-ONE-USER THRU 530-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE UAF00001-FILE
           PERFORM 190-END-PHASE.
       520-EXIT.
           EXIT.

       530-ONE-USER.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE USR-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-Q-IX
           MOVE WS-LK-NEW TO WS-NEW-QUEUE
           MOVE 'D' TO WS-LK-TYPE
           MOVE USR-DEPT TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-D-IX
           MOVE WS-LK-NEW TO WS-NEW-DEPT
           IF WS-Q-IX = 0 AND WS-D-IX = 0
               GO TO 530-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-Q-IX > 0
               ADD 1 TO WS-PH-LOGGED (WS-PH)
           END-IF
           IF WS-D-IX > 0
               ADD 1 TO WS-PH-LOGGED (WS-PH)
           END-IF
           IF WS-CONFIRM NOT = 'Y'
               GO TO 530-EXIT
           END-IF
           IF WS-Q-IX > 0
               MOVE WS-NEW-QUEUE TO USR-QUEUE
           END-IF
           IF WS-D-IX > 0
               MOVE WS-NEW-DEPT TO USR-DEPT
           END-IF
           REWRITE USR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-UAF1-STATUS NOT = '00'
               DISPLAY 'SMB104 - UAF00001 REWRITE FAILED FOR '
                   USR-USERID7 ' STATUS = ' WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           IF WS-Q-IX > 0
               MOVE 'CODEQUE' TO WS-AUDIT-BY
               PERFORM 840-WRITE-USER-AUDIT THRU 840-EXIT
           END-IF
           IF WS-D-IX > 0
               MOVE 'CODEDEPT' TO WS-AUDIT-BY
               PERFORM 840-WRITE-USER-AUDIT THRU 840-EXIT
           END-IF.
       530-EXIT.
           EXIT.

      *****************************************************************
      *  SSR00001 - SAVED SEARCHES AND THE QUEUE THEY ARE SHARED WITH
      *****************************************************************
       560-SSR-PHASE.
           MOVE 9 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 560-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O SSR00001-FILE
           ELSE
               OPEN INPUT SSR00001-FILE
           END-IF
           IF WS-SSR-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 560-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO SSR-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO SSR-KEY
           END-IF
           START SSR00001-FILE KEY IS GREATER THAN SSR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ SSR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE SSR-KEY TO WS-CKPT-KEY
                       PERFORM 570-ONE-SEARCH THRU 570-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE SSR00001-FILE
           PERFORM 190-END-PHASE.
       560-EXIT.
           EXIT.

       570-ONE-SEARCH.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE SSR-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-Q-IX
           MOVE WS-LK-NEW TO WS-NEW-QUEUE
           MOVE SSR-SHARE-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-Q-IX = 0 AND WS-LK-IX = 0
               GO TO 570-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-CONFIRM NOT = 'Y'
               GO TO 570-EXIT
           END-IF
           IF WS-Q-IX > 0
               MOVE WS-NEW-QUEUE TO SSR-QUEUE
           END-IF
           IF WS-LK-IX > 0
               MOVE WS-LK-NEW TO SSR-SHARE-QUEUE
           END-IF
           REWRITE SSR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-SSR-STATUS NOT = '00'
               DISPLAY 'SMB104 - SSR00001 REWRITE FAILED FOR '
                   SSR-KEY ' STATUS = ' WS-SSR-STATUS
               GO TO 999-ABEND
           END-IF.
       570-EXIT.
           EXIT.

      *****************************************************************
      *  CMP00001 - COMPANY TAGS ON QUEUES AND RATE ROWS (SEE SMCMP)
      *****************************************************************
       580-CMP-PHASE.
           MOVE 10 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 580-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O CMP00001-FILE
           ELSE
               OPEN INPUT CMP00001-FILE
           END-IF
           IF WS-CMP-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 580-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO CMP-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO CMP-KEY
           END-IF
           START CMP00001-FILE KEY IS GREATER THAN CMP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CMP00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE CMP-KEY TO WS-CKPT-KEY
                       PERFORM 590-ONE-TAG THRU 590-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE CMP00001-FILE
           PERFORM 190-END-PHASE.
       580-EXIT.
           EXIT.

      * ONLY QUEUE AND RATE-ROW TAGS CARRY A CODE. WHERE THE NEW
      * QUEUE OR ROW IS ALREADY TAGGED, ITS OWN TAG STANDS.
       590-ONE-TAG.
           ADD 1 TO WS-PH-READ (WS-PH)
           IF CMP-KIND-QUEUE
               MOVE 'Q' TO WS-LK-TYPE
           ELSE
               IF CMP-KIND-RATE
                   MOVE 'R' TO WS-LK-TYPE
               ELSE
                   GO TO 590-EXIT
               END-IF
           END-IF
           MOVE CMP-ID TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 590-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE CMP-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO CMP-ID
           READ CMP00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CMP-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-CMP-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO CMP-RECORD
                   MOVE WS-LK-NEW TO CMP-ID
                   MOVE WS-SYSTEM-USER TO CMP-SET-BY
                   MOVE WS-TODAY-YMD-X TO CMP-SET-DATE
                   WRITE CMP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-CMP-STATUS NOT = '00'
                       DISPLAY 'SMB104 - CMP00001 WRITE FAILED FOR '
                           CMP-KEY ' STATUS = ' WS-CMP-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO CMP-RECORD
               DELETE CMP00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-CMP-STATUS NOT = '00'
                   DISPLAY 'SMB104 - CMP00001 DELETE FAILED FOR '
                       CMP-KEY ' STATUS = ' WS-CMP-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO CMP-RECORD
           START CMP00001-FILE KEY IS GREATER THAN CMP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       590-EXIT.
           EXIT.

      *****************************************************************
      *  ATV00001 - TICKET ATTRIBUTE VALUES, THE CATEGORY IS DATA
      *****************************************************************
       600-ATV-PHASE.
           MOVE 11 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 600-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O ATV00001-FILE
           ELSE
               OPEN INPUT ATV00001-FILE
           END-IF
           IF WS-ATV-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 600-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO ATV-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO ATV-KEY
           END-IF
           START ATV00001-FILE KEY IS GREATER THAN ATV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ATV00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ATV-KEY TO WS-CKPT-KEY
                       PERFORM 605-ONE-VALUE THRU 605-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE ATV00001-FILE
           PERFORM 190-END-PHASE.
       600-EXIT.
           EXIT.

       605-ONE-VALUE.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'C' TO WS-LK-TYPE
           MOVE ATV-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 605-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-CONFIRM NOT = 'Y'
               GO TO 605-EXIT
           END-IF
           MOVE WS-LK-NEW TO ATV-CATEGORY
           REWRITE ATV-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-ATV-STATUS NOT = '00'
               DISPLAY 'SMB104 - ATV00001 REWRITE FAILED FOR '
                   ATV-KEY ' STATUS = ' WS-ATV-STATUS
               GO TO 999-ABEND
           END-IF.
       605-EXIT.
           EXIT.

      *****************************************************************
      *  ATD00001 - ATTRIBUTE DEFINITIONS, THE CATEGORY IS IN THE KEY
      *****************************************************************
       610-ATD-PHASE.
           MOVE 12 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 610-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O ATD00001-FILE
           ELSE
               OPEN INPUT ATD00001-FILE
           END-IF
           IF WS-ATD-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 610-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO ATD-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO ATD-KEY
           END-IF
           START ATD00001-FILE KEY IS GREATER THAN ATD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ATD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE ATD-KEY TO WS-CKPT-KEY
                       PERFORM 615-ONE-DEFINITION THRU 615-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE ATD00001-FILE
           PERFORM 190-END-PHASE.
       610-EXIT.
           EXIT.

      * THE NEW CATEGORY'S OWN DEFINITION OF AN ATTRIBUTE NUMBER IS
      * KEPT, SINCE ITS TICKETS' VALUES ALREADY FOLLOW IT; THE OLD
      * CATEGORY'S DEFINITION OF THE SAME NUMBER IS DROPPED.
       615-ONE-DEFINITION.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'C' TO WS-LK-TYPE
           MOVE ATD-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 615-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE ATD-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO ATD-CATEGORY
           READ ATD00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ATD-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-ATD-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO ATD-RECORD
                   MOVE WS-LK-NEW TO ATD-CATEGORY
                   WRITE ATD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-ATD-STATUS NOT = '00'
                       DISPLAY 'SMB104 - ATD00001 WRITE FAILED FOR '
                           ATD-KEY ' STATUS = ' WS-ATD-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO ATD-RECORD
               DELETE ATD00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-ATD-STATUS NOT = '00'
                   DISPLAY 'SMB104 - ATD00001 DELETE FAILED FOR '
                       ATD-KEY ' STATUS = ' WS-ATD-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO ATD-RECORD
           START ATD00001-FILE KEY IS GREATER THAN ATD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       615-EXIT.
           EXIT.

      *****************************************************************
      *  CSK00001 - THE SKILL A CATEGORY NEEDS, KEYED BY CATEGORY
      *****************************************************************
       620-CSK-PHASE.
           MOVE 13 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 620-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O CSK00001-FILE
           ELSE
               OPEN INPUT CSK00001-FILE
           END-IF
           IF WS-CSK-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 620-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO CSK-CATEGORY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO CSK-CATEGORY
           END-IF
           START CSK00001-FILE KEY IS GREATER THAN CSK-CATEGORY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CSK00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE CSK-CATEGORY TO WS-CKPT-KEY
                       PERFORM 625-ONE-SKILL THRU 625-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE CSK00001-FILE
           PERFORM 190-END-PHASE.
       620-EXIT.
           EXIT.

       625-ONE-SKILL.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'C' TO WS-LK-TYPE
           MOVE CSK-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 625-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE CSK-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO CSK-CATEGORY
           READ CSK00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CSK-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-CSK-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO CSK-RECORD
                   MOVE WS-LK-NEW TO CSK-CATEGORY
                   MOVE WS-SYSTEM-USER TO CSK-SET-BY
                   MOVE WS-TODAY-YMD-X TO CSK-SET-DATE
                   WRITE CSK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-CSK-STATUS NOT = '00'
                       DISPLAY 'SMB104 - CSK00001 WRITE FAILED FOR '
                           CSK-CATEGORY ' STATUS = ' WS-CSK-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO CSK-RECORD
               DELETE CSK00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-CSK-STATUS NOT = '00'
                   DISPLAY 'SMB104 - CSK00001 DELETE FAILED FOR '
                       CSK-CATEGORY ' STATUS = ' WS-CSK-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO CSK-RECORD
           START CSK00001-FILE KEY IS GREATER THAN CSK-CATEGORY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       625-EXIT.
           EXIT.

      *****************************************************************
      *  QTR00001 - QUEUE SUPPORT TIERS, KEYED BY QUEUE
      *****************************************************************
       630-QTR-PHASE.
           MOVE 14 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 630-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O QTR00001-FILE
           ELSE
               OPEN INPUT QTR00001-FILE
           END-IF
           IF WS-QTR-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 630-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO QTR-QUEUE
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO QTR-QUEUE
           END-IF
           START QTR00001-FILE KEY IS GREATER THAN QTR-QUEUE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QTR00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE QTR-QUEUE TO WS-CKPT-KEY
                       PERFORM 635-ONE-TIER THRU 635-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE QTR00001-FILE
           PERFORM 190-END-PHASE.
       630-EXIT.
           EXIT.

       635-ONE-TIER.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE QTR-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 635-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE QTR-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO QTR-QUEUE
           READ QTR00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-QTR-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-QTR-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO QTR-RECORD
                   MOVE WS-LK-NEW TO QTR-QUEUE
                   MOVE WS-SYSTEM-USER TO QTR-SET-BY
                   MOVE WS-TODAY-YMD-X TO QTR-SET-DATE
                   WRITE QTR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-QTR-STATUS NOT = '00'
                       DISPLAY 'SMB104 - QTR00001 WRITE FAILED FOR '
                           QTR-QUEUE ' STATUS = ' WS-QTR-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO QTR-RECORD
               DELETE QTR00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-QTR-STATUS NOT = '00'
                   DISPLAY 'SMB104 - QTR00001 DELETE FAILED FOR '
                       QTR-QUEUE ' STATUS = ' WS-QTR-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO QTR-RECORD
           START QTR00001-FILE KEY IS GREATER THAN QTR-QUEUE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       635-EXIT.
           EXIT.

      *****************************************************************
      *  OLA00001 - QUEUE OLA TARGETS, KEYED BY QUEUE
      *****************************************************************
       640-OLA-PHASE.
           MOVE 15 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 640-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O OLA00001-FILE
           ELSE
               OPEN INPUT OLA00001-FILE
           END-IF
           IF WS-OLA-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 640-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO OLA-QUEUE
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO OLA-QUEUE
           END-IF
           START OLA00001-FILE KEY IS GREATER THAN OLA-QUEUE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ OLA00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE OLA-QUEUE TO WS-CKPT-KEY
                       PERFORM 645-ONE-OLA THRU 645-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE OLA00001-FILE
           PERFORM 190-END-PHASE.
       640-EXIT.
           EXIT.

       645-ONE-OLA.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE OLA-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 645-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE OLA-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO OLA-QUEUE
           READ OLA00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OLA-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-OLA-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO OLA-RECORD
                   MOVE WS-LK-NEW TO OLA-QUEUE
                   MOVE WS-SYSTEM-USER TO OLA-SET-BY
                   MOVE WS-TODAY-YMD-X TO OLA-SET-DATE
                   WRITE OLA-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-OLA-STATUS NOT = '00'
                       DISPLAY 'SMB104 - OLA00001 WRITE FAILED FOR '
                           OLA-QUEUE ' STATUS = ' WS-OLA-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO OLA-RECORD
               DELETE OLA00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-OLA-STATUS NOT = '00'
                   DISPLAY 'SMB104 - OLA00001 DELETE FAILED FOR '
                       OLA-QUEUE ' STATUS = ' WS-OLA-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO OLA-RECORD
           START OLA00001-FILE KEY IS GREATER THAN OLA-QUEUE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       645-EXIT.
           EXIT.

      *****************************************************************
      *  SCH00001 - THE '*QUEUE' LINKS OF QUEUES TO SUPPORT SCHEDULES
      *****************************************************************
       650-SCH-PHASE.
           MOVE 16 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 650-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O SCH00001-FILE
           ELSE
               OPEN INPUT SCH00001-FILE
           END-IF
           IF WS-SCH-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 650-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO SCH-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO SCH-KEY
           END-IF
           START SCH00001-FILE KEY IS GREATER THAN SCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ SCH00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE SCH-KEY TO WS-CKPT-KEY
                       PERFORM 655-ONE-SCHEDULE THRU 655-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE SCH00001-FILE
           PERFORM 190-END-PHASE.
       650-EXIT.
           EXIT.

      * ONLY A QUEUE LINK CARRIES A CODE. WHERE THE NEW QUEUE HAS A
      * SCHEDULE OF ITS OWN ALREADY, THAT ONE STANDS.
       655-ONE-SCHEDULE.
           ADD 1 TO WS-PH-READ (WS-PH)
           IF SCH-NAME NOT = '*QUEUE' OR NOT SCH-QUEUE-LINK
               GO TO 655-EXIT
           END-IF
           MOVE 'Q' TO WS-LK-TYPE
           MOVE SCH-SUBKEY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 655-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE SCH-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO SCH-SUBKEY
           READ SCH00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SCH-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-SCH-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO SCH-RECORD
                   MOVE WS-LK-NEW TO SCH-SUBKEY
                   WRITE SCH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-SCH-STATUS NOT = '00'
                       DISPLAY 'SMB104 - SCH00001 WRITE FAILED FOR '
                           SCH-KEY ' STATUS = ' WS-SCH-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO SCH-RECORD
               DELETE SCH00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-SCH-STATUS NOT = '00'
                   DISPLAY 'SMB104 - SCH00001 DELETE FAILED FOR '
                       SCH-KEY ' STATUS = ' WS-SCH-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO SCH-RECORD
           START SCH00001-FILE KEY IS GREATER THAN SCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       655-EXIT.
           EXIT.

      *****************************************************************
      *  CIQ00001 - THE QUEUE THAT SUPPORTS EACH CI
      *****************************************************************
       660-CIQ-PHASE.
           MOVE 17 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 660-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O CIQ00001-FILE
           ELSE
               OPEN INPUT CIQ00001-FILE
           END-IF
           IF WS-CIQ-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 660-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO CIQ-CI-ID
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO CIQ-CI-ID
           END-IF
           START CIQ00001-FILE KEY IS GREATER THAN CIQ-CI-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ CIQ00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE CIQ-CI-ID TO WS-CKPT-KEY
                       PERFORM 665-ONE-CI-QUEUE THRU 665-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE CIQ00001-FILE
           PERFORM 190-END-PHASE.
       660-EXIT.
           EXIT.

       665-ONE-CI-QUEUE.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE CIQ-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 665-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-CONFIRM NOT = 'Y'
               GO TO 665-EXIT
           END-IF
           MOVE WS-LK-NEW TO CIQ-QUEUE
           REWRITE CIQ-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-CIQ-STATUS NOT = '00'
               DISPLAY 'SMB104 - CIQ00001 REWRITE FAILED FOR '
                   CIQ-CI-ID ' STATUS = ' WS-CIQ-STATUS
               GO TO 999-ABEND
           END-IF.
       665-EXIT.
           EXIT.

      *****************************************************************
      *  APF00001 - THE QUEUES AN ACCESS PROFILE GRANTS
      *****************************************************************
       670-APF-PHASE.
           MOVE 18 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 670-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O APF00001-FILE
           ELSE
               OPEN INPUT APF00001-FILE
           END-IF
           IF WS-APF-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 670-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO APF-NAME
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO APF-NAME
           END-IF
           START APF00001-FILE KEY IS GREATER THAN APF-NAME
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ APF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE APF-NAME TO WS-CKPT-KEY
                       PERFORM 675-ONE-PROFILE THRU 675-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE APF00001-FILE
           PERFORM 190-END-PHASE.
       670-EXIT.
           EXIT.

      * EACH OF THE PROFILE'S EIGHT QUEUES IS MAPPED. ONE THAT WOULD
      * BECOME A QUEUE THE PROFILE ALREADY GRANTS IS BLANKED INSTEAD,
      * AS SM117P REMOVES A QUEUE, AND COUNTED AS MERGED.
       675-ONE-PROFILE.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'N' TO WS-REC-CHANGED
           PERFORM 677-ONE-SLOT THRU 677-EXIT
               VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 8
           IF WS-REC-CHANGED NOT = 'Y'
               GO TO 675-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-CONFIRM NOT = 'Y'
               GO TO 675-EXIT
           END-IF
           REWRITE APF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-APF-STATUS NOT = '00'
               DISPLAY 'SMB104 - APF00001 REWRITE FAILED FOR '
                   APF-NAME ' STATUS = ' WS-APF-STATUS
               GO TO 999-ABEND
           END-IF.
       675-EXIT.
           EXIT.

       677-ONE-SLOT.
           MOVE 'Q' TO WS-LK-TYPE
           MOVE APF-QUEUE (WS-SLOT-IX) TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 677-EXIT
           END-IF
           MOVE 'Y' TO WS-REC-CHANGED
           MOVE 'N' TO WS-SLOT-DUP
           PERFORM VARYING WS-SLOT-JX FROM 1 BY 1 UNTIL WS-SLOT-JX > 8
               IF WS-SLOT-JX NOT = WS-SLOT-IX AND
                  APF-QUEUE (WS-SLOT-JX) = WS-LK-NEW
                   MOVE 'Y' TO WS-SLOT-DUP
               END-IF
           END-PERFORM
           IF WS-SLOT-DUP = 'Y'
               MOVE SPACES TO APF-QUEUE (WS-SLOT-IX)
               ADD 1 TO WS-PH-MERGED (WS-PH)
           ELSE
               MOVE WS-LK-NEW TO APF-QUEUE (WS-SLOT-IX)
           END-IF.
       677-EXIT.
           EXIT.

      *****************************************************************
      *  BUD00001 - DEPARTMENT BUDGETS, THE DEPARTMENT IS IN THE KEY
      *****************************************************************
       680-BUD-PHASE.
           MOVE 19 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 680-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O BUD00001-FILE
           ELSE
               OPEN INPUT BUD00001-FILE
           END-IF
           IF WS-BUD-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 680-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO BUD-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO BUD-KEY
           END-IF
           START BUD00001-FILE KEY IS GREATER THAN BUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ BUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE BUD-KEY TO WS-CKPT-KEY
                       PERFORM 685-ONE-BUDGET THRU 685-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE BUD00001-FILE
           PERFORM 190-END-PHASE.
       680-EXIT.
           EXIT.

      * A BUDGET THE SURVIVING DEPARTMENT ALREADY HAS FOR THE SAME
      * YEAR IS KEPT, AS ITS NAME AND HEAD ARE; THE OLD ONE GOES.
       685-ONE-BUDGET.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'D' TO WS-LK-TYPE
           MOVE BUD-DEPT TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 685-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE BUD-RECORD TO WS-SAVE-REC
           MOVE WS-LK-NEW TO BUD-DEPT
           READ BUD00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BUD-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
           END-IF
           IF WS-CONFIRM = 'Y'
               IF WS-BUD-STATUS NOT = '00'
                   MOVE WS-SAVE-REC TO BUD-RECORD
                   MOVE WS-LK-NEW TO BUD-DEPT
                   MOVE WS-SYSTEM-USER TO BUD-SET-BY
                   MOVE WS-TODAY-YMD-X TO BUD-SET-DATE
                   WRITE BUD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-BUD-STATUS NOT = '00'
                       DISPLAY 'SMB104 - BUD00001 WRITE FAILED FOR '
                           BUD-KEY ' STATUS = ' WS-BUD-STATUS
                       GO TO 999-ABEND
                   END-IF
               END-IF
               MOVE WS-SAVE-REC TO BUD-RECORD
               DELETE BUD00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-BUD-STATUS NOT = '00'
                   DISPLAY 'SMB104 - BUD00001 DELETE FAILED FOR '
                       BUD-KEY ' STATUS = ' WS-BUD-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO BUD-RECORD
           START BUD00001-FILE KEY IS GREATER THAN BUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       685-EXIT.
           EXIT.

      *****************************************************************
      *  KBF00001 - KNOWLEDGE ARTICLES, THE CATEGORY IS IN THE KEY.
      *  EACH ARTICLE'S KBV00001 REVIEW RECORD HAS THE SAME KEY AND
      *  MOVES WITH IT.
      *****************************************************************
       690-KBF-PHASE.
           MOVE 20 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 690-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O KBF00001-FILE
           ELSE
               OPEN INPUT KBF00001-FILE
           END-IF
           IF WS-KBF-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 690-EXIT
           END-IF
           MOVE 'N' TO WS-KBV-OPEN
           IF WS-CONFIRM = 'Y'
               OPEN I-O KBV00001-FILE
               IF WS-KBV-STATUS = '00'
                   MOVE 'Y' TO WS-KBV-OPEN
               END-IF
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO KB-KEY
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO KB-KEY
           END-IF
           START KBF00001-FILE KEY IS GREATER THAN KB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ KBF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE KB-KEY TO WS-CKPT-KEY
                       PERFORM 695-ONE-ARTICLE THRU 695-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE KBF00001-FILE
           IF WS-KBV-OPEN = 'Y'
               CLOSE KBV00001-FILE
           END-IF
           PERFORM 190-END-PHASE.
       690-EXIT.
           EXIT.

      * AN ARTICLE KEEPS ITS NUMBER UNDER THE NEW CATEGORY WHEN THAT
      * IS FREE THERE, AND OTHERWISE TAKES THE NEXT FREE ONE AS SM078P
      * NUMBERS A NEW ARTICLE - TWO CATEGORIES' ARTICLES ARE NOT THE
      * SAME ARTICLE, SO NEITHER IS DROPPED. A RENUMBERED ONE IS
      * COUNTED AS MERGED.
       695-ONE-ARTICLE.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'C' TO WS-LK-TYPE
           MOVE KB-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX = 0
               GO TO 695-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           MOVE KB-RECORD TO WS-SAVE-REC
           MOVE KB-SEQ-NUM TO WS-KB-NEW-SEQ
           MOVE WS-LK-NEW TO KB-CATEGORY
           READ KBF00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-KBF-STATUS = '00'
               ADD 1 TO WS-PH-MERGED (WS-PH)
               PERFORM 697-NEXT-ARTICLE-SEQ THRU 697-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               MOVE WS-SAVE-REC TO KB-RECORD
               MOVE WS-LK-NEW TO KB-CATEGORY
               MOVE WS-KB-NEW-SEQ TO KB-SEQ-NUM
               WRITE KB-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-KBF-STATUS NOT = '00'
                   DISPLAY 'SMB104 - KBF00001 WRITE FAILED FOR '
                       KB-KEY ' STATUS = ' WS-KBF-STATUS
                   GO TO 999-ABEND
               END-IF
               MOVE WS-SAVE-REC TO KB-RECORD
               DELETE KBF00001-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-KBF-STATUS NOT = '00'
                   DISPLAY 'SMB104 - KBF00001 DELETE FAILED FOR '
                       KB-KEY ' STATUS = ' WS-KBF-STATUS
                   GO TO 999-ABEND
               END-IF
               IF WS-KBV-OPEN = 'Y'
                   PERFORM 698-MOVE-REVIEW THRU 698-EXIT
               END-IF
           END-IF
           MOVE WS-SAVE-REC TO KB-RECORD
           START KBF00001-FILE KEY IS GREATER THAN KB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       695-EXIT.
           EXIT.

      * THE HIGHEST ARTICLE NUMBER UNDER THE NEW CATEGORY, PLUS ONE.
       697-NEXT-ARTICLE-SEQ.
           MOVE 0 TO WS-KB-NEW-SEQ
           MOVE WS-LK-NEW TO KB-CATEGORY
           MOVE 0 TO KB-SEQ-NUM
           MOVE 'N' TO WS-KB-EOF
           START KBF00001-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KB-EOF
           END-START
           PERFORM UNTIL WS-KB-EOF = 'Y'
               READ KBF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KB-EOF
                   NOT AT END
                       IF KB-CATEGORY = WS-LK-NEW
                           MOVE KB-SEQ-NUM TO WS-KB-NEW-SEQ
                       ELSE
                           MOVE 'Y' TO WS-KB-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KB-NEW-SEQ = 999
               DISPLAY 'SMB104 - KBF00001 CATEGORY ' WS-LK-NEW
                   ' HAS NO FREE ARTICLE NUMBER'
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-KB-NEW-SEQ.
       697-EXIT.
           EXIT.

      * KB-RECORD HOLDS THE ARTICLE AS IT WAS. A REVIEW RECORD LEFT
      * UNDER THE NEW KEY BY AN ARTICLE SINCE DELETED IS REPLACED.
       698-MOVE-REVIEW.
           MOVE KB-KEY TO KBV-KEY
           READ KBV00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-KBV-STATUS NOT = '00'
               GO TO 698-EXIT
           END-IF
           MOVE KBV-RECORD TO WS-SAVE-REV
           DELETE KBV00001-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-KBV-STATUS NOT = '00'
               DISPLAY 'SMB104 - KBV00001 DELETE FAILED FOR '
                   KBV-KEY ' STATUS = ' WS-KBV-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE WS-SAVE-REV TO KBV-RECORD
           MOVE WS-LK-NEW TO KBV-CATEGORY
           MOVE WS-KB-NEW-SEQ TO KBV-SEQ-NUM
           WRITE KBV-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-KBV-STATUS = '22'
               REWRITE KBV-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-KBV-STATUS NOT = '00'
               DISPLAY 'SMB104 - KBV00001 WRITE FAILED FOR '
                   KBV-KEY ' STATUS = ' WS-KBV-STATUS
               GO TO 999-ABEND
           END-IF.
       698-EXIT.
           EXIT.

      *****************************************************************
      *  TPL00001 - TICKET TEMPLATES' CATEGORY AND QUEUE
      *****************************************************************
       700-TPL-PHASE.
           MOVE 21 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 700-EXIT
           END-IF
           IF WS-CONFIRM = 'Y'
               OPEN I-O TPL00001-FILE
           ELSE
               OPEN INPUT TPL00001-FILE
           END-IF
           IF WS-TPL-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 700-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           MOVE LOW-VALUES TO TPL-ID
           IF WS-PH = WS-START-PHASE AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO TPL-ID
           END-IF
           START TPL00001-FILE KEY IS GREATER THAN TPL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ TPL00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE TPL-ID TO WS-CKPT-KEY
                       PERFORM 705-ONE-TEMPLATE THRU 705-EXIT
                       PERFORM 175-COUNT-CHECKPOINT THRU 175-EXIT
               END-READ
           END-PERFORM
           CLOSE TPL00001-FILE
           PERFORM 190-END-PHASE.
       700-EXIT.
           EXIT.

       705-ONE-TEMPLATE.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE TPL-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-Q-IX
           MOVE WS-LK-NEW TO WS-NEW-QUEUE
           MOVE 'C' TO WS-LK-TYPE
           MOVE TPL-CATEGORY TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           MOVE WS-LK-IX TO WS-C-IX
           MOVE WS-LK-NEW TO WS-NEW-CATEGORY
           IF WS-Q-IX = 0 AND WS-C-IX = 0
               GO TO 705-EXIT
           END-IF
           ADD 1 TO WS-PH-CHANGED (WS-PH)
           IF WS-CONFIRM NOT = 'Y'
               GO TO 705-EXIT
           END-IF
           IF WS-Q-IX > 0
               MOVE WS-NEW-QUEUE TO TPL-QUEUE
           END-IF
           IF WS-C-IX > 0
               MOVE WS-NEW-CATEGORY TO TPL-CATEGORY
           END-IF
           REWRITE TPL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-TPL-STATUS NOT = '00'
               DISPLAY 'SMB104 - TPL00001 REWRITE FAILED FOR '
                   TPL-ID ' STATUS = ' WS-TPL-STATUS
               GO TO 999-ABEND
           END-IF.
       705-EXIT.
           EXIT.

      *****************************************************************
      *  QCT00001 - THE SM020P DASHBOARD COUNTERS
      *  A SIMULATION COUNTS THE OLD QUEUES' COUNTERS. A CONFIRMED
      *  RUN REBUILDS THE FILE FROM STF00001 THE WAY SMB051 DOES,
      *  DELETING THE OLD QUEUES' COUNTERS OUTRIGHT. THE REBUILD IS
      *  WHOLE EVERY TIME, SO A RESTART IN THIS PHASE STARTS IT OVER.
      *****************************************************************
       750-QCT-PHASE.
           MOVE 22 TO WS-PH
           PERFORM 185-START-PHASE
           IF WS-EOF-SW = 'Y'
               GO TO 750-EXIT
           END-IF
           INITIALIZE WS-PH-ENTRY (WS-PH)
           IF WS-CONFIRM = 'Y'
               OPEN I-O QCT00001-FILE
           ELSE
               OPEN INPUT QCT00001-FILE
           END-IF
           IF WS-QCT-STATUS NOT = '00'
               MOVE 'N' TO WS-PH-STATE (WS-PH)
               PERFORM 190-END-PHASE
               GO TO 750-EXIT
           END-IF
           MOVE 'P' TO WS-PH-STATE (WS-PH)
           IF WS-CONFIRM = 'Y'
               PERFORM 760-TALLY-TRUTH THRU 760-EXIT
           END-IF
           MOVE LOW-VALUES TO QCT-KEY
           MOVE 'N' TO WS-EOF-SW
           START QCT00001-FILE KEY IS GREATER THAN QCT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QCT00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 780-ONE-COUNTER THRU 780-EXIT
               END-READ
           END-PERFORM
           IF WS-CONFIRM = 'Y'
               PERFORM 790-WRITE-MISSING THRU 790-EXIT
           END-IF
           CLOSE QCT00001-FILE
           PERFORM 190-END-PHASE.
       750-EXIT.
           EXIT.

       760-TALLY-TRUTH.
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB104 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 770-TALLY-ONE THRU 770-EXIT
               END-READ
           END-PERFORM
           CLOSE STF00001-FILE.
       760-EXIT.
           EXIT.

       770-TALLY-ONE.
           MOVE 'N' TO WS-T-FOUND
           PERFORM VARYING WS-T-IX FROM 1 BY 1
                   UNTIL WS-T-IX > WS-T-USED OR WS-T-FOUND = 'Y'
               IF WS-T-QUEUE (WS-T-IX) = TIX-QUEUE AND
                  WS-T-STATUS (WS-T-IX) = TIX-STATUS
                   MOVE 'Y' TO WS-T-FOUND
               END-IF
           END-PERFORM
           IF WS-T-FOUND = 'Y'
               SUBTRACT 1 FROM WS-T-IX
               ADD 1 TO WS-T-COUNT (WS-T-IX)
           ELSE
               IF WS-T-USED < 200
                   ADD 1 TO WS-T-USED
                   MOVE TIX-QUEUE TO WS-T-QUEUE (WS-T-USED)
                   MOVE TIX-STATUS TO WS-T-STATUS (WS-T-USED)
                   MOVE 1 TO WS-T-COUNT (WS-T-USED)
               END-IF
           END-IF.
       770-EXIT.
           EXIT.

      * AN OLD QUEUE'S COUNTER GOES; ANY OTHER IS SET TO THE TRUTH
      * AND ITS TRUTH ENTRY MARKED CONSUMED, AS SMB051 DOES.
       780-ONE-COUNTER.
           ADD 1 TO WS-PH-READ (WS-PH)
           MOVE 'Q' TO WS-LK-TYPE
           MOVE QCT-QUEUE TO WS-LK-CODE
           PERFORM 280-LOOKUP THRU 280-EXIT
           IF WS-LK-IX > 0
               ADD 1 TO WS-PH-CHANGED (WS-PH)
               IF WS-CONFIRM = 'Y'
                   DELETE QCT00001-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   START QCT00001-FILE KEY IS GREATER THAN QCT-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-SW
                   END-START
               END-IF
               GO TO 780-EXIT
           END-IF
           IF WS-CONFIRM NOT = 'Y'
               GO TO 780-EXIT
           END-IF
           MOVE 'N' TO WS-T-FOUND
           PERFORM VARYING WS-T-IX FROM 1 BY 1
                   UNTIL WS-T-IX > WS-T-USED OR WS-T-FOUND = 'Y'
               IF WS-T-QUEUE (WS-T-IX) = QCT-QUEUE AND
                  WS-T-STATUS (WS-T-IX) = QCT-STATUS
                   MOVE 'Y' TO WS-T-FOUND
               END-IF
           END-PERFORM
           IF WS-T-FOUND = 'Y'
               SUBTRACT 1 FROM WS-T-IX
               IF QCT-COUNT NOT = WS-T-COUNT (WS-T-IX)
                   ADD 1 TO WS-PH-CHANGED (WS-PH)
                   MOVE WS-T-COUNT (WS-T-IX) TO QCT-COUNT
                   REWRITE QCT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               MOVE LOW-VALUES TO WS-T-QUEUE (WS-T-IX)
           ELSE
               IF QCT-COUNT NOT = 0
                   ADD 1 TO WS-PH-CHANGED (WS-PH)
                   MOVE ZEROES TO QCT-COUNT
                   REWRITE QCT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
       780-EXIT.
           EXIT.

      * THE NEW QUEUES' COUNTERS, AND ANY OTHER PAIR WITH NONE YET.
       790-WRITE-MISSING.
           PERFORM VARYING WS-T-IX FROM 1 BY 1
                   UNTIL WS-T-IX > WS-T-USED
               IF WS-T-QUEUE (WS-T-IX) NOT = LOW-VALUES
                   MOVE SPACES TO QCT-RECORD
                   MOVE WS-T-QUEUE (WS-T-IX) TO QCT-QUEUE
                   MOVE WS-T-STATUS (WS-T-IX) TO QCT-STATUS
                   MOVE WS-T-COUNT (WS-T-IX) TO QCT-COUNT
                   WRITE QCT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-PH-CHANGED (WS-PH)
               END-IF
           END-PERFORM.
       790-EXIT.
           EXIT.

      *****************************************************************
      *  LOGS AND AUDIT
      *****************************************************************
       800-WRITE-LOG.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE TIX-ID TO LOG-TIX-ID1
           MOVE 0 TO LOG-SEQ-NUM
           MOVE 'N' TO WS-LOG-EOF
           START STF00002-FILE KEY IS NOT LESS THAN LOG-TIX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ STF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF LOG-TIX-ID1 = TIX-ID
                           MOVE LOG-SEQ-NUM TO WS-NEXT-SEQ
                           ADD 1 TO WS-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE TIX-ID TO LOG-TIX-ID1
           MOVE WS-NEXT-SEQ TO LOG-SEQ-NUM
           MOVE WS-FMT-DATE TO LOG-LAST-UPDATE-DATE
           MOVE WS-FMT-TIME TO LOG-LAST-UPDATE-TIME
           MOVE WS-SYSTEM-USER TO LOG-UPDBY2
           MOVE WS-LOG-REM TO LOG-LAST-UPDATE-REM
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY 'SMB104 - LOG WRITE FAILED FOR TICKET '
                       TIX-ID ' STATUS = ' WS-STF2-STATUS
           END-WRITE.
       800-EXIT.
           EXIT.

      * THE SAME SINGLE-FIELD DELTA RECORD SMB091 WRITES, SO THE
      * SM056P BROWSE SHOWS THE CODE CHANGE LIKE ANY OTHER.
       830-WRITE-AUDIT.
           MOVE 0 TO WS-AUD-NEXT-SEQ
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE 0 TO AUD-SEQ
           MOVE 'N' TO WS-AUD-DONE
           START AUD00001-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUD-DONE
           END-START
           PERFORM UNTIL WS-AUD-DONE = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUD-DONE
                   NOT AT END
                       IF AUD-TIX-ID = TIX-ID
                           MOVE AUD-SEQ TO WS-AUD-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-AUD-DONE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-AUD-NEXT-SEQ
           MOVE SPACES TO AUD-RECORD
           MOVE TIX-ID TO AUD-TIX-ID
           MOVE WS-AUD-NEXT-SEQ TO AUD-SEQ
           MOVE WS-CHG-FIELD TO AUD-FIELD
           MOVE WS-CHG-OLD TO AUD-BEFORE
           MOVE WS-CHG-NEW TO AUD-AFTER
           MOVE WS-SYSTEM-USER TO AUD-BY
           MOVE WS-TODAY-YMD-X TO AUD-DATE
           MOVE WS-TIME-X(1:6) TO AUD-TIME
           WRITE AUD-RECORD
               INVALID KEY
                   DISPLAY 'SMB104 - AUDIT WRITE FAILED FOR TICKET '
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

      * ONE UAF00002 RECORD PER USER FIELD CHANGED, ROLE FLAGS THE
      * SAME BEFORE AND AFTER, AS SMB091 RECORDS A MOVE.
       840-WRITE-USER-AUDIT.
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE USR-USERID7 TO AUDIT-USERID
           MOVE 0 TO AUDIT-SEQ-NUM
           MOVE 'N' TO WS-EOF-AUD
           START UAF00002-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUD
           END-START
           PERFORM UNTIL WS-EOF-AUD = 'Y'
               READ UAF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUD
                   NOT AT END
                       IF AUDIT-USERID NOT = USR-USERID7
                           MOVE 'Y' TO WS-EOF-AUD
                       ELSE
                           MOVE AUDIT-SEQ-NUM TO WS-AUDIT-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO AUDIT-RECORD
           MOVE USR-USERID7 TO AUDIT-USERID
           COMPUTE AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
           MOVE USR-FLAGS TO AUDIT-OLD-FLAGS
           MOVE USR-FLAGS TO AUDIT-NEW-FLAGS
           MOVE WS-AUDIT-BY TO AUDIT-CHANGED-BY
           MOVE WS-AUDIT-DATE TO AUDIT-DATE
           MOVE WS-AUDIT-TIME TO AUDIT-TIME
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'SMB104 - UAF00002 WRITE FAILED, STATUS = '
                       WS-UAF2-STATUS
           END-WRITE
           IF WS-UAF2-STATUS = '00'
               MOVE SPACES TO WS-ACW-PARMS
               MOVE 'W' TO ACW-FUNCTION
               MOVE 'U' TO ACW-FILE
               MOVE AUDIT-KEY TO ACW-AUD-KEY
               MOVE LENGTH OF AUDIT-RECORD TO ACW-LENGTH
               MOVE AUDIT-RECORD TO ACW-IMAGE
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF.
       840-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
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
               MOVE WS-CNT-CHANGED TO RUN-COUNT-CHANGED
               REWRITE RUN-CTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE.
       850-EXIT.
           EXIT.

      *****************************************************************
      *  THE IMPACT REPORT
      *****************************************************************
       880-PRINT-REPORT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'T OLD CODE   NEW CODE     OCCURRENCES'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-USED
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-MAP-TYPE (WS-MAP-IX) TO WS-PRINT-LINE(1:1)
               MOVE WS-MAP-OLD (WS-MAP-IX) TO WS-PRINT-LINE(3:10)
               MOVE WS-MAP-NEW (WS-MAP-IX) TO WS-PRINT-LINE(14:10)
               MOVE WS-MAP-HITS (WS-MAP-IX) TO WS-Z7
               MOVE WS-Z7 TO WS-PRINT-LINE(30:7)
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'FILE     CONTENT           READ  CHANGED   MERGED   LO
      -        'GGED' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PH FROM 1 BY 1 UNTIL WS-PH > WS-PH-LAST
               PERFORM 890-PRINT-PHASE THRU 890-EXIT
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MERGED - THE NEW KEY WAS ALREADY ON FILE AND IS KEPT; T
      -        'HE OLD RECORD GOES' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '         KBF00001 - THE ARTICLE IS RENUMBERED UNDER TH
      -        'E NEW CATEGORY' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '         APF00001 - A QUEUE THE PROFILE ALREADY GRANTS
      -        ' IS BLANKED' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'LOGGED - STF00002 ENTRIES ON OPEN TICKETS, UAF00002 REC
      -        'ORDS ON USERS' TO REPORT-RECORD
           WRITE REPORT-RECORD.
       880-EXIT.
           EXIT.

       890-PRINT-PHASE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PHN-FILE (WS-PH) TO WS-PRINT-LINE(1:8)
           MOVE WS-PHN-DESC (WS-PH) TO WS-PRINT-LINE(10:14)
           IF WS-PH-STATE (WS-PH) = 'N'
               MOVE 'NOT PRESENT' TO WS-PRINT-LINE(26:11)
           ELSE
               IF WS-PH-STATE (WS-PH) NOT = 'P'
                   MOVE 'NOT READ' TO WS-PRINT-LINE(26:8)
               ELSE
                   MOVE WS-PH-READ (WS-PH) TO WS-Z7
                   MOVE WS-Z7 TO WS-PRINT-LINE(26:7)
                   MOVE WS-PH-CHANGED (WS-PH) TO WS-Z7
                   MOVE WS-Z7 TO WS-PRINT-LINE(35:7)
                   MOVE WS-PH-MERGED (WS-PH) TO WS-Z7
                   MOVE WS-Z7 TO WS-PRINT-LINE(44:7)
                   MOVE WS-PH-LOGGED (WS-PH) TO WS-Z7
                   MOVE WS-Z7 TO WS-PRINT-LINE(53:7)
                   ADD WS-PH-READ (WS-PH) TO WS-CNT-READ
                   ADD WS-PH-CHANGED (WS-PH) TO WS-CNT-CHANGED
               END-IF
           END-IF
           IF WS-PH = WS-PH-LAST AND WS-CONFIRM NOT = 'Y'
               MOVE 'REBUILT ON CONFIRM' TO WS-PRINT-LINE(61:18)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
       890-EXIT.
           EXIT.

       900-TERMINATE.
           PERFORM 880-PRINT-REPORT THRU 880-EXIT
           IF WS-CONFIRM = 'Y'
               PERFORM 180-CLEAR-CHECKPOINT
               CLOSE STF00002-FILE
               CLOSE AUD00001-FILE
               CLOSE UAF00002-FILE
               MOVE 'C' TO ACW-FUNCTION
               CALL 'SMB080' USING WS-ACW-PARMS
           END-IF
           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB104 - ' WS-JOB-NAME ' RECORDS READ = '
               WS-CNT-READ ' CHANGED = ' WS-CNT-CHANGED
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

      * THE CHECKPOINT IS LEFT AS IT IS, SO THE NEXT CONFIRMED RUN
      * MUST BE A RESTART.
       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE AUD00001-FILE
           CLOSE AST00001-FILE
           CLOSE AST00010-FILE
           CLOSE QMF00001-FILE
           CLOSE SLA00001-FILE
           CLOSE RTE00001-FILE
           CLOSE DEP00001-FILE
           CLOSE UAF00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE UAF00002-FILE
           CLOSE SSR00001-FILE
           CLOSE CMP00001-FILE
           CLOSE ATV00001-FILE
           CLOSE ATD00001-FILE
           CLOSE CSK00001-FILE
           CLOSE QTR00001-FILE
           CLOSE OLA00001-FILE
           CLOSE SCH00001-FILE
           CLOSE CIQ00001-FILE
           CLOSE APF00001-FILE
           CLOSE BUD00001-FILE
           CLOSE KBF00001-FILE
           CLOSE KBV00001-FILE
           CLOSE TPL00001-FILE
           CLOSE QCT00001-FILE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
