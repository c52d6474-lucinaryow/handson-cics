       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMB080.
      *
      * BATCH AUDIT CHAIN WRITER. CALLED WITH THE SMACW AREA BY EVERY
      * BATCH JOB THAT WRITES A UAF00002 OR AUD00001 RECORD, THE WAY
      * THE SCREENS LINK SM109P: ACW-CHAIN STRAIGHT AFTER EACH GOOD
      * WRITE, ACW-CLOSE ONCE AT END OF JOB. ACH00001 IS OPENED ON
      * THE FIRST CALL AND HELD OPEN UNTIL THE CLOSE. SEE SMACH FOR
      * THE CHAIN ITSELF AND SM108 FOR THE HASHING.
      *
      * ACW-REANCHOR REBUILDS ONE FILE'S CHAIN AFTER A JOB HAS
      * LEGITIMATELY REMOVED OR REKEYED AUDIT RECORDS (SMB036
      * RETENTION, SMB017 ERASURE) OR WHEN SMB079 IS TOLD TO ANCHOR.
      * EVERY OLD LINK FOR THE FILE IS DELETED, AN ANCHOR LINK IS
      * WRITTEN THAT CHAINS TO THE OLD HEAD HASH AND RECORDS THE
      * JOB, THE OLD HEAD SEQUENCE AND THE NUMBER OF LINKS REPLACED,
      * AND EVERY RECORD NOW ON THE AUDIT FILE IS LINKED AFTER IT IN
      * KEY ORDER. THE CALLER MUST HAVE THE AUDIT FILE CLOSED.
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
           SELECT ACH00001-FILE ASSIGN TO ACH00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS WS-ACH-STATUS.
           SELECT UAF00002-FILE ASSIGN TO UAF00002
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UA2-KEY
               FILE STATUS IS WS-UAF2-STATUS.
           SELECT AUD00001-FILE ASSIGN TO AUD00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD1-KEY
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMACH.

       FD  UAF00002-FILE
           LABEL RECORDS ARE STANDARD.
       01  UA2-RECORD.
           05  UA2-KEY                           PIC X(10).
           05  FILLER                            PIC X(34).

       FD  AUD00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  AD1-RECORD.
           05  AD1-KEY                           PIC X(11).
           05  FILLER                            PIC X(139).

       WORKING-STORAGE SECTION.
       01  WS-ACH-STATUS                         PIC X(02).
       01  WS-UAF2-STATUS                        PIC X(02).
       01  WS-AUD-STATUS                         PIC X(02).
       01  WS-ACH-OPEN                           PIC X VALUE 'N'.
       01  WS-EOF-SW                             PIC X.
       01  WS-HEAD-FOUND                         PIC X.
       01  WS-HEAD-SAVE                          PIC X(128).
       01  WS-LINK-SEQ                           PIC 9(09).
       01  WS-LINK-HASH                          PIC X(16).
       01  WS-OLD-SEQ                            PIC 9(09).
       01  WS-TIME-X                             PIC 9(08).
       01  WS-STAMP.
           05  WS-STAMP-DATE                     PIC X(08).
           05  WS-STAMP-TIME                     PIC X(06).
           COPY SMACP.

       LINKAGE SECTION.
       01  WLK-PARMS.
           05  WLK-FUNCTION                      PIC X(01).
               88  WLK-CHAIN                     VALUE 'W'.
               88  WLK-REANCHOR                  VALUE 'A'.
               88  WLK-CLOSE                     VALUE 'C'.
           05  WLK-FILE                          PIC X(01).
           05  WLK-AUD-KEY                       PIC X(12).
           05  WLK-LENGTH                        PIC 9(03).
           05  WLK-IMAGE                         PIC X(150).
           05  WLK-JOB                           PIC X(08).
           05  WLK-SEQ                           PIC 9(09).
           05  WLK-LINKS                         PIC 9(07).
           05  WLK-REMOVED                       PIC 9(07).
           05  WLK-RESULT                        PIC X(02).
      *
       PROCEDURE DIVISION USING WLK-PARMS.
       000-MAINLINE.
           MOVE 'NF' TO WLK-RESULT
           IF WLK-CLOSE
               IF WS-ACH-OPEN = 'Y'
                   CLOSE ACH00001-FILE
                   MOVE 'N' TO WS-ACH-OPEN
               END-IF
               MOVE '00' TO WLK-RESULT
               GOBACK
           END-IF
           IF WLK-FILE NOT = 'U' AND WLK-FILE NOT = 'A'
               GOBACK
           END-IF
           PERFORM 100-OPEN-CHAIN THRU 100-EXIT
           IF WS-ACH-OPEN NOT = 'Y'
               MOVE WS-ACH-STATUS TO WLK-RESULT
               GOBACK
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-X FROM TIME
           MOVE WS-TIME-X(1:6) TO WS-STAMP-TIME
           EVALUATE TRUE
               WHEN WLK-CHAIN
                   PERFORM 200-CHAIN-ONE THRU 200-EXIT
               WHEN WLK-REANCHOR
                   PERFORM 400-REANCHOR THRU 400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.
       000-EXIT.
           EXIT.

       100-OPEN-CHAIN.
           IF WS-ACH-OPEN = 'Y'
               GO TO 100-EXIT
           END-IF
           OPEN I-O ACH00001-FILE
           IF WS-ACH-STATUS = '35'
               OPEN OUTPUT ACH00001-FILE
               CLOSE ACH00001-FILE
               OPEN I-O ACH00001-FILE
           END-IF
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'SMB080 - UNABLE TO OPEN ACH00001, STATUS = '
                   WS-ACH-STATUS
               GO TO 100-EXIT
           END-IF
           MOVE 'Y' TO WS-ACH-OPEN.
       100-EXIT.
           EXIT.

      * THE FILE'S HEAD, OR A NEW ONE WHEN THIS IS ITS FIRST LINK.
      * LEAVES THE NEXT SEQUENCE AND THE HASH TO CHAIN FROM.
       160-READ-HEAD.
           MOVE WLK-FILE TO ACH-FILE
           MOVE 0 TO ACH-SEQ
           MOVE 'Y' TO WS-HEAD-FOUND
           READ ACH00001-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HEAD-FOUND
           END-READ
           IF WS-HEAD-FOUND = 'N'
               MOVE SPACES TO ACH-RECORD
               MOVE WLK-FILE TO ACH-FILE
               MOVE 0 TO ACH-SEQ
               MOVE 'H' TO ACH-TYPE
               MOVE ALL '0' TO ACH-HASH
               MOVE 0 TO ACH-LAST-SEQ
               MOVE 0 TO ACH-ANC-OLD-SEQ
               MOVE 0 TO ACH-ANC-REMOVED
           END-IF
           MOVE ACH-RECORD TO WS-HEAD-SAVE
           COMPUTE WS-LINK-SEQ = ACH-LAST-SEQ + 1
           MOVE ACH-HASH TO WS-LINK-HASH.
       160-EXIT.
           EXIT.

      * ACH-RECORD HOLDS THE TYPE, AUDIT KEY, DIGEST AND ANCHOR
      * FIELDS ON ENTRY; THE KEY, PREVIOUS HASH, STAMP AND HASH ARE
      * FILLED IN HERE. ON A GOOD WRITE THE CHAIN MOVES ON ONE.
       170-WRITE-LINK.
           MOVE WLK-FILE TO ACH-FILE
           MOVE WS-LINK-SEQ TO ACH-SEQ
           MOVE WS-LINK-HASH TO ACH-PREV-HASH
           MOVE WS-STAMP TO ACH-STAMP
           MOVE 0 TO ACH-LAST-SEQ
           MOVE 'L' TO ACP-FUNCTION
           MOVE ACH-RECORD TO ACP-DATA
           CALL 'SM108' USING WS-ACP-PARMS
           MOVE ACP-RESULT TO ACH-HASH
           WRITE ACH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-ACH-STATUS = '00'
               MOVE ACH-HASH TO WS-LINK-HASH
               ADD 1 TO WS-LINK-SEQ
           END-IF.
       170-EXIT.
           EXIT.

       180-SAVE-HEAD.
           MOVE WS-HEAD-SAVE TO ACH-RECORD
           COMPUTE ACH-LAST-SEQ = WS-LINK-SEQ - 1
           MOVE WS-LINK-HASH TO ACH-HASH
           MOVE WS-STAMP TO ACH-STAMP
           IF WLK-REANCHOR
               MOVE WLK-JOB TO ACH-ANC-JOB
               MOVE WS-OLD-SEQ TO ACH-ANC-OLD-SEQ
               MOVE WLK-REMOVED TO ACH-ANC-REMOVED
           END-IF
           IF WS-HEAD-FOUND = 'Y'
               REWRITE ACH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ACH-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           MOVE WS-ACH-STATUS TO WLK-RESULT
           MOVE ACH-LAST-SEQ TO WLK-SEQ.
       180-EXIT.
           EXIT.

      * THE DIGEST IS OF THE RECORD IMAGE EXACTLY AS THE CALLER
      * WROTE IT, FOR THE LENGTH OF THE RECORD.
       200-CHAIN-ONE.
           PERFORM 160-READ-HEAD
           MOVE SPACES TO ACH-RECORD
           MOVE 'R' TO ACH-TYPE
           MOVE WLK-AUD-KEY TO ACH-AUD-KEY
           MOVE 0 TO ACH-ANC-OLD-SEQ
           MOVE 0 TO ACH-ANC-REMOVED
           MOVE 'D' TO ACP-FUNCTION
           MOVE WLK-LENGTH TO ACP-LENGTH
           MOVE WLK-IMAGE TO ACP-DATA
           CALL 'SM108' USING WS-ACP-PARMS
           MOVE ACP-RESULT TO ACH-DIGEST
           PERFORM 170-WRITE-LINK
           IF WS-ACH-STATUS NOT = '00'
               MOVE WS-ACH-STATUS TO WLK-RESULT
               GO TO 200-EXIT
           END-IF
           PERFORM 180-SAVE-HEAD.
       200-EXIT.
           EXIT.

       400-REANCHOR.
           MOVE 0 TO WLK-LINKS
           MOVE 0 TO WLK-REMOVED
           MOVE 0 TO WLK-SEQ
           PERFORM 160-READ-HEAD
           COMPUTE WS-OLD-SEQ = WS-LINK-SEQ - 1
           PERFORM 410-REMOVE-LINKS THRU 410-EXIT
           MOVE SPACES TO ACH-RECORD
           MOVE 'A' TO ACH-TYPE
           MOVE ALL '0' TO ACH-DIGEST
           MOVE WLK-JOB TO ACH-ANC-JOB
           MOVE WS-OLD-SEQ TO ACH-ANC-OLD-SEQ
           MOVE WLK-REMOVED TO ACH-ANC-REMOVED
           PERFORM 170-WRITE-LINK
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'SMB080 - ANCHOR WRITE FAILED, STATUS = '
                   WS-ACH-STATUS
               MOVE WS-ACH-STATUS TO WLK-RESULT
               GO TO 400-EXIT
           END-IF
           IF WLK-FILE = 'U'
               PERFORM 420-RELINK-UAF2 THRU 420-EXIT
           ELSE
               PERFORM 430-RELINK-AUD THRU 430-EXIT
           END-IF
           PERFORM 180-SAVE-HEAD.
       400-EXIT.
           EXIT.

      * EVERY LINK FOR THE FILE, LEAVING THE HEAD (SEQUENCE ZERO).
       410-REMOVE-LINKS.
           MOVE WLK-FILE TO ACH-FILE
           MOVE 1 TO ACH-SEQ
           START ACH00001-FILE KEY IS NOT LESS THAN ACH-KEY
               INVALID KEY
                   GO TO 410-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ACH00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF ACH-FILE NOT = WLK-FILE
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           DELETE ACH00001-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WLK-REMOVED
                       END-IF
               END-READ
           END-PERFORM.
       410-EXIT.
           EXIT.

       420-RELINK-UAF2.
           OPEN INPUT UAF00002-FILE
           IF WS-UAF2-STATUS NOT = '00'
               GO TO 420-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ UAF00002-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE LENGTH OF UA2-RECORD TO ACP-LENGTH
                       MOVE UA2-RECORD TO ACP-DATA
                       MOVE UA2-KEY TO WLK-AUD-KEY
                       PERFORM 450-RELINK-ONE
               END-READ
           END-PERFORM
           CLOSE UAF00002-FILE.
       420-EXIT.
           EXIT.

       430-RELINK-AUD.
           OPEN INPUT AUD00001-FILE
           IF WS-AUD-STATUS NOT = '00'
               GO TO 430-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AUD00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE LENGTH OF AD1-RECORD TO ACP-LENGTH
                       MOVE AD1-RECORD TO ACP-DATA
                       MOVE AD1-KEY TO WLK-AUD-KEY
                       PERFORM 450-RELINK-ONE
               END-READ
           END-PERFORM
           CLOSE AUD00001-FILE.
       430-EXIT.
           EXIT.

      * ACP-LENGTH AND ACP-DATA HOLD THE AUDIT RECORD ON ENTRY.
       450-RELINK-ONE.
           MOVE 'D' TO ACP-FUNCTION
           CALL 'SM108' USING WS-ACP-PARMS
           MOVE SPACES TO ACH-RECORD
           MOVE 'R' TO ACH-TYPE
           MOVE WLK-AUD-KEY TO ACH-AUD-KEY
           MOVE ACP-RESULT TO ACH-DIGEST
           MOVE 0 TO ACH-ANC-OLD-SEQ
           MOVE 0 TO ACH-ANC-REMOVED
           PERFORM 170-WRITE-LINK
           IF WS-ACH-STATUS = '00'
               ADD 1 TO WLK-LINKS
           END-IF.
       450-EXIT.
           EXIT.
