      * CHECKPOINTED KEY AND RESTORES THE COUNTS, SO A 2 A.M. ABEND
      * COSTS MINUTES INSTEAD OF A FULL RERUN. THE CHECKPOINT IS
      * CLEARED AT NORMAL END.
      *
      * A FULFILMENT TICKET LINKED TO A CI (CIX00001) THAT CLOSES
      * HERE ISSUES THE CI TO ITS REQUESTOR - THE CIC00001 CUSTODY
      * RECORD SM004 WRITES WHEN THE SAME CLOSE IS DONE ONLINE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GTE-KEY
               FILE STATUS IS WS-GTE-STATUS.
           SELECT CIX00001-FILE ASSIGN TO CIX00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIX-TIX-ID
               FILE STATUS IS WS-CIX-STATUS.
           SELECT CIC00001-FILE ASSIGN TO CIC00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIC-CI-ID
               FILE STATUS IS WS-CIC-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RCF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  GTE-SET-BY                        PIC X(07).
           05  GTE-SET-STAMP                     PIC X(14).
           05  FILLER                            PIC X(04).

       FD  CIX00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIX-RECORD.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).

       FD  CIC00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMCIC.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMRCTL.
       01  WS-JRN-STATUS                         PIC X(02).
       01  WS-JRN-BEFORE                         PIC X(300).
       01  WS-AUD-STATUS                         PIC X(02).
           COPY SMACW.
       01  WS-AUD-NEXT-SEQ                       PIC 9(05).
       01  WS-AUD-DONE                           PIC X.
       01  WS-JRN-ACTION                         PIC X(01).
       01  WS-JRN-TIME-X                         PIC 9(08).
       01  WS-JRN-DONE                           PIC X.
       01  WS-CIX-STATUS                         PIC X(02).
       01  WS-CIC-STATUS                         PIC X(02).
       01  WS-CIX-OPEN                           PIC X VALUE 'N'.
       01  WS-CIC-FOUND                          PIC X.
       01  WS-FULFIL-CATEGORY                    PIC X(10) VALUE
               'FULFILMENT'.

       01  WS-CKPT-STATUS                        PIC X(02).
       01  WS-RESTART-CARD                       PIC X(07).

       01  WS-CNT-READ                            PIC 9(07) VALUE 0.
       01  WS-CNT-CLOSED                          PIC 9(07) VALUE 0.
       01  WS-CNT-ISSUED                          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       000-MAINLINE.
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM 120-OPEN-CUSTODY THRU 120-EXIT
           IF WS-RESTART-MODE = 'Y'
               PERFORM 160-RESTORE-CHECKPOINT THRU 160-EXIT
           END-IF.
       100-EXIT.
           EXIT.

      * NO CIX00001 MEANS NO TICKET IS LINKED TO A CI, SO THERE IS NO
      * CUSTODY TO HAND OVER; CIC00001 IS CREATED ON FIRST USE.
       120-OPEN-CUSTODY.
           OPEN INPUT CIX00001-FILE
           IF WS-CIX-STATUS NOT = '00'
               DISPLAY 'SMB002 - NO CIX00001, STATUS = ' WS-CIX-STATUS
                   ' - CUSTODY NOT UPDATED'
               GO TO 120-EXIT
           END-IF
           OPEN I-O CIC00001-FILE
           IF WS-CIC-STATUS = '35'
               OPEN OUTPUT CIC00001-FILE
               CLOSE CIC00001-FILE
               OPEN I-O CIC00001-FILE
           END-IF
           IF WS-CIC-STATUS NOT = '00'
               DISPLAY 'SMB002 - UNABLE TO OPEN CIC00001, STATUS = '
                   WS-CIC-STATUS ' - CUSTODY NOT UPDATED'
               CLOSE CIX00001-FILE
               GO TO 120-EXIT
           END-IF
           MOVE 'Y' TO WS-CIX-OPEN.
       120-EXIT.
           EXIT.

      * BATCH-WINDOW GATE - SEE SM082P. THE OPERATOR HOLDS THE
      * GATE (SM82 HOLD) TO SUSPEND ONLINE TICKET UPDATES BEFORE
      * THIS JOB REWRITES STF00001; WITHOUT THE GATE HELD THE
           PERFORM 860-WRITE-JOURNAL
           PERFORM 870-WRITE-AUDIT
           PERFORM 800-WRITE-LOG
           IF TIX-CATEGORY = WS-FULFIL-CATEGORY AND WS-CIX-OPEN = 'Y'
               PERFORM 320-SET-CUSTODY THRU 320-EXIT
           END-IF
           ADD 1 TO WS-CNT-CLOSED.
       300-EXIT.
           EXIT.

      * THE CI THE FULFILMENT TICKET DELIVERED IS ISSUED TO ITS
      * REQUESTOR FROM TODAY.
       320-SET-CUSTODY.
           MOVE TIX-ID TO CIX-TIX-ID
           READ CIX00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CIX-STATUS NOT = '00'
               GO TO 320-EXIT
           END-IF
           MOVE CIX-CI-ID TO CIC-CI-ID
           READ CIC00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CIC-STATUS = '00'
               MOVE 'Y' TO WS-CIC-FOUND
           ELSE
               MOVE 'N' TO WS-CIC-FOUND
           END-IF
           MOVE SPACES TO CIC-RECORD
           MOVE CIX-CI-ID TO CIC-CI-ID
           MOVE TIX-REQUESTOR TO CIC-CUSTODIAN
           MOVE WS-TODAY-YMD-X TO CIC-ISSUE-DATE
           MOVE WS-SYSTEM-USER TO CIC-SET-BY
           MOVE 'T' TO CIC-SOURCE
           MOVE TIX-ID TO CIC-TIX-ID
           IF WS-CIC-FOUND = 'Y'
               REWRITE CIC-RECORD
                   INVALID KEY
                       DISPLAY 'SMB002 - CIC00001 REWRITE FAILED FOR '
                           CIC-CI-ID ' STATUS = ' WS-CIC-STATUS
               END-REWRITE
           ELSE
               WRITE CIC-RECORD
                   INVALID KEY
                       DISPLAY 'SMB002 - CIC00001 WRITE FAILED FOR '
                           CIC-CI-ID ' STATUS = ' WS-CIC-STATUS
               END-WRITE
           END-IF
           IF WS-CIC-STATUS = '00'
               ADD 1 TO WS-CNT-ISSUED
           END-IF.
       320-EXIT.
           EXIT.

       800-WRITE-LOG.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE TIX-ID TO LOG-TIX-ID1
               INVALID KEY
                   DISPLAY 'SMB002 - AUDIT WRITE FAILED FOR TICKET '
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
       870-EXIT.
           EXIT.

           PERFORM 850-RUN-CONTROL-END
           DISPLAY 'SMB002 - TICKETS READ    = ' WS-CNT-READ
           DISPLAY 'SMB002 - TICKETS CLOSED  = ' WS-CNT-CLOSED
           DISPLAY 'SMB002 - ASSETS ISSUED   = ' WS-CNT-ISSUED
           IF WS-CIX-OPEN = 'Y'
               CLOSE CIX00001-FILE
               CLOSE CIC00001-FILE
           END-IF
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE.
       900-EXIT.
       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE JRN00001-FILE
           MOVE 'C' TO ACW-FUNCTION
           CALL 'SMB080' USING WS-ACW-PARMS
           CLOSE AUD00001-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
