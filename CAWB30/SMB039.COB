      * ITS CURRENT STATE - THE PARTNER SIDE TREATS THE FEED AS A
      * FULL REFRESH.
      *
      * THE FIRST EXPORT OF A TICKET ALSO WRITES A 'PARTNER: HANDED
      * TO <QUEUE>' STF00002 HISTORY ENTRY. PXR-EXPORTED MOVES ON
      * EVERY RUN, SO THAT ENTRY IS THE ONLY RECORD OF WHEN THE
      * PARTNER TOOK THE TICKET - SMB064 MEASURES THEIR SERVICE
      * CREDITS FROM IT.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - LOG THE HANDOVER ON FIRST EXPORT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-ID
               FILE STATUS IS WS-STF1-STATUS.
           SELECT STF00002-FILE ASSIGN TO STF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TIX-ID
               FILE STATUS IS WS-STF2-STATUS.
           SELECT PXR00001-FILE ASSIGN TO PXR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       FD  PXR00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  PXR-RECORD.
       01  WS-RUN-TIME-X                         PIC 9(08).
       01  WS-RUN-TIME-FMT                       PIC X(08).
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-STF2-STATUS                        PIC X(02).
       01  WS-PXR-STATUS                         PIC X(02).
       01  WS-OUT-STATUS                         PIC X(02).
       01  WS-RPT-STATUS                         PIC X(02).
       01  WS-PARTNER-QUEUE                      PIC X(10) VALUE
           'PARTNER'.
       01  WS-TODAY-YMD-X                        PIC X(08).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-FMT-DATE                           PIC X(11).
       01  WS-FMT-TIME                           PIC X(09).
       01  WS-NEXT-SEQ                           PIC 9(05).
       01  WS-LOG-EOF                            PIC X.
       01  WS-SYSTEM-USER                        PIC X(07) VALUE
               'SMB039'.
       01  WS-REMARK                             PIC X(50).
       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-EXPORTED                       PIC 9(07) VALUE 0.
       01  WS-Z7                                 PIC ZZZZZZ9.
           END-IF
           PERFORM 150-RUN-CONTROL-START
           ACCEPT WS-TODAY-YMD-X FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           STRING WS-TODAY-YMD-X(5:2) '/' WS-TODAY-YMD-X(7:2) '/'
                  WS-TODAY-YMD-X(1:4) ' '
               DELIMITED BY SIZE INTO WS-FMT-DATE
           STRING WS-TIME-X(1:2) ':' WS-TIME-X(3:2) ':' WS-TIME-X(5:2)
                  ' '
               DELIMITED BY SIZE INTO WS-FMT-TIME
           OPEN INPUT STF00001-FILE
           IF WS-STF1-STATUS NOT = '00'
               DISPLAY 'SMB039 - UNABLE TO OPEN STF00001, STATUS = '
                   WS-STF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O STF00002-FILE
           IF WS-STF2-STATUS NOT = '00'
               DISPLAY 'SMB039 - UNABLE TO OPEN STF00002, STATUS = '
                   WS-STF2-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN I-O PXR00001-FILE
           IF WS-PXR-STATUS = '35'
               OPEN OUTPUT PXR00001-FILE
                       DISPLAY 'SMB039 - PXR WRITE FAILED FOR '
                           TIX-ID
               END-WRITE
               MOVE SPACES TO WS-REMARK
               STRING 'PARTNER: HANDED TO ' WS-PARTNER-QUEUE
                   DELIMITED BY SIZE INTO WS-REMARK
               PERFORM 800-WRITE-LOG
           ELSE
               MOVE WS-TODAY-YMD-X TO PXR-EXPORTED
               REWRITE PXR-RECORD
       250-EXIT.
           EXIT.

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
           MOVE WS-REMARK TO LOG-LAST-UPDATE-REM
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY 'SMB039 - LOG WRITE FAILED FOR TICKET '
                       TIX-ID
           END-WRITE.
       800-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB039' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
           WRITE REPORT-RECORD
           DISPLAY 'SMB039 - TICKETS EXPORTED = ' WS-CNT-EXPORTED
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE PXR00001-FILE
           CLOSE PARTOUT-FILE
           CLOSE REPORT-FILE.
       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE STF00002-FILE
           CLOSE PXR00001-FILE
           CLOSE PARTOUT-FILE
           CLOSE REPORT-FILE
