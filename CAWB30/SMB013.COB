      * EACH SELECTED TICKET IS JOINED TO ITS REQUESTOR'S UAF00001
      * RECORD SO THE REQUESTOR'S DEPARTMENT RIDES ALONG. OUTPUT
      * COLUMNS: TICKET;STATUS;PRIORITY;CATEGORY;QUEUE;ASSIGNEE;
      * REQUESTOR;REQ-DEPT;DUE-DATE;LAST-UPDATE, THEN ATTR01 TO
      * ATTR09 - THE TICKET'S ATV00001 CATEGORY ATTRIBUTE VALUES
      * (SEE SMATV), COLUMN NN HOLDING ATTRIBUTE NN OF THE TICKET'S
      * CATEGORY AS SM096P DEFINES IT, EMPTY WHERE THERE IS NONE.
      * ATV00001 IS OPTIONAL; WITHOUT IT THE ATTRIBUTE COLUMNS ARE
      * ALL EMPTY.
      *
      * INSTEAD OF THE THREE CARDS, ONE CARD CAN NAME AN SM021P
      * SAVED SEARCH (SSR00001, SEE SMSSR) TO SELECT BY:
      *
      *   SEARCH OWNERID NAME------    (COL 8-14 OWNER, 16-25 NAME)
      *
      * FOLLOWED DIRECTLY BY THE FORCE CARD. THE SEARCH'S STATUS,
      * QUEUE AND DATE RANGE TAKE THE PLACE OF CARDS 1-3, AND ITS
      * PRIORITY, ASSIGNEE AND REQUESTOR FILTER AS THEY DO ON THE
      * LIST. AN UNKNOWN SEARCH FAILS THE STEP WITH RETURN CODE 8.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CATEGORY ATTRIBUTE COLUMNS FROM ATV00001.
      *  2026-10-15 MAINT - SELECTION FROM A SAVED SM021P SEARCH.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-UAF1-STATUS.
           SELECT ATV00001-FILE ASSIGN TO ATV00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-KEY
               FILE STATUS IS WS-ATV-STATUS.
           SELECT SSR00001-FILE ASSIGN TO SSR00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSR-KEY
               FILE STATUS IS WS-SSR-STATUS.
           SELECT EXPORT-FILE ASSIGN TO SMB013EX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           05  USR-PHONE                         PIC X(12).
           05  USR-LOCATION                      PIC X(10).

       FD  ATV00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMATV.

       FD  SSR00001-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SMSSR.

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-RECORD                         PIC X(500).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-STF1-STATUS                        PIC X(02).
       01  WS-UAF1-STATUS                        PIC X(02).
       01  WS-EXP-STATUS                         PIC X(02).
       01  WS-ATV-STATUS                         PIC X(02).
       01  WS-ATV-OPEN-SW                        PIC X VALUE 'N'.
       01  WS-ATV-EOF                            PIC X.
       01  WS-EOF-TIX                            PIC X VALUE 'N'.

       01  WS-STATUS-CARD.
           05  WS-SEL-STATUS                     PIC X(10)
                                                   OCCURS 3 TIMES.
       01  WS-SEARCH-CARD REDEFINES WS-STATUS-CARD.
           05  WS-SEARCH-WORD                    PIC X(06).
           05  FILLER                            PIC X(01).
           05  WS-SEARCH-OWNER                   PIC X(07).
           05  FILLER                            PIC X(01).
           05  WS-SEARCH-NAME                    PIC X(10).
           05  FILLER                            PIC X(05).
       01  WS-QUEUE-CARD                         PIC X(10).
       01  WS-RANGE-CARD.
           05  WS-SEL-FROM                       PIC X(08).
           05  WS-SEL-TO                         PIC X(08).
       01  WS-STATUS-FILTERED                    PIC X VALUE 'N'.
       01  WS-SSR-STATUS                         PIC X(02).
       01  WS-SEL-PRIO                           PIC X(01) VALUE SPACE.
       01  WS-SEL-ASSIGNEE                       PIC X(07) VALUE SPACES.
       01  WS-SEL-REQUESTOR                      PIC X(07) VALUE SPACES.

       01  WS-REC-YMD-X                          PIC X(08).
       01  WS-STATUS-HIT                         PIC X.
       01  WS-SEL-IDX                            PIC 9(01).
       01  WS-REQ-DEPT                           PIC X(10).
       01  WS-ATTR-VALUES.
           05  WS-ATTR-VALUE                     PIC X(40)
                                                   OCCURS 9 TIMES.
       01  WS-ATTR-IDX                           PIC 9(02).
       01  WS-EXP-PTR                            PIC 9(03).

       01  WS-CNT-READ                           PIC 9(07) VALUE 0.
       01  WS-CNT-EXPORTED                       PIC 9(07) VALUE 0.

       100-INITIALIZE.
           ACCEPT WS-STATUS-CARD FROM SYSIN
           IF WS-SEARCH-WORD = 'SEARCH'
               PERFORM 120-LOAD-SAVED-SEARCH THRU 120-EXIT
           ELSE
               ACCEPT WS-QUEUE-CARD FROM SYSIN
               ACCEPT WS-RANGE-CARD FROM SYSIN
           END-IF
           IF WS-STATUS-CARD = SPACES
               MOVE 'N' TO WS-STATUS-FILTERED
           ELSE
                   WS-UAF1-STATUS
               GO TO 999-ABEND
           END-IF
           OPEN INPUT ATV00001-FILE
           IF WS-ATV-STATUS = '00'
               MOVE 'Y' TO WS-ATV-OPEN-SW
           ELSE
               IF WS-ATV-STATUS NOT = '35'
                   DISPLAY 'SMB013 - UNABLE TO OPEN ATV00001, STATUS = '
                       WS-ATV-STATUS
                   GO TO 999-ABEND
               END-IF
           END-IF
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXP-STATUS NOT = '00'
               DISPLAY 'SMB013 - UNABLE TO OPEN SMB013EX, STATUS = '
                   WS-EXP-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE 'TICKET;STATUS;PRIORITY;CATEGORY;QUEUE;ASSIGNEE;REQUESTO
      -        'R;REQ-DEPT;DUE-DATE;LAST-UPDATE;ATTR01;ATTR02;ATTR03;ATT
      -        'R04;ATTR05;ATTR06;ATTR07;ATTR08;ATTR09' TO EXPORT-RECORD
           WRITE EXPORT-RECORD.
       100-EXIT.
           EXIT.

      * THE SAVED SEARCH'S CRITERIA BECOME THE SELECTION CARDS.
       120-LOAD-SAVED-SEARCH.
           OPEN INPUT SSR00001-FILE
           IF WS-SSR-STATUS NOT = '00'
               DISPLAY 'SMB013 - UNABLE TO OPEN SSR00001, STATUS = '
                   WS-SSR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SEARCH-OWNER TO SSR-OWNER
           MOVE WS-SEARCH-NAME TO SSR-NAME
           READ SSR00001-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SSR-STATUS NOT = '00'
               DISPLAY 'SMB013 - NO SAVED SEARCH ' WS-SEARCH-NAME
                   ' FOR ' WS-SEARCH-OWNER ' - RUN REFUSED'
               CLOSE SSR00001-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SMB013 - SELECTING BY SAVED SEARCH ' SSR-NAME
               ' OF ' SSR-OWNER
           MOVE SPACES TO WS-STATUS-CARD
           MOVE SSR-STATUS TO WS-SEL-STATUS(1)
           MOVE SSR-QUEUE TO WS-QUEUE-CARD
           MOVE SSR-FROM-DATE TO WS-SEL-FROM
           MOVE SSR-TO-DATE TO WS-SEL-TO
           MOVE SSR-PRIO TO WS-SEL-PRIO
           MOVE SSR-ASSIGNEE TO WS-SEL-ASSIGNEE
           MOVE SSR-REQUESTOR TO WS-SEL-REQUESTOR
           CLOSE SSR00001-FILE.
       120-EXIT.
           EXIT.

      * RUN-CONTROL LEDGER - SEE SMRCTL. WRITES THIS JOB'S RUNNING
      * RECORD FOR TODAY AND REFUSES A SAME-DAY RERUN UNLESS A
      * 'FORCE' CONTROL CARD FOLLOWS THE OTHER CARDS ON SYSIN.
              TIX-QUEUE NOT = WS-QUEUE-CARD
               GO TO 250-EXIT
           END-IF
           IF WS-SEL-PRIO NOT = SPACE AND
              TIX-PRIORITY NOT = WS-SEL-PRIO
               GO TO 250-EXIT
           END-IF
           IF WS-SEL-ASSIGNEE NOT = SPACES AND
              TIX-ASSIGNED-TO NOT = WS-SEL-ASSIGNEE
               GO TO 250-EXIT
           END-IF
           IF WS-SEL-REQUESTOR NOT = SPACES AND
              TIX-REQUESTOR(1:7) NOT = WS-SEL-REQUESTOR
               GO TO 250-EXIT
           END-IF
           IF WS-RANGE-CARD NOT = SPACES
               STRING LAST-UPDATE-DATE(7:4) LAST-UPDATE-DATE(1:2)
                      LAST-UPDATE-DATE(4:2)
               END-IF
           END-IF
           PERFORM 300-JOIN-REQUESTOR
           PERFORM 320-GATHER-ATTRIBUTES THRU 320-EXIT
           PERFORM 350-WRITE-EXPORT
           ADD 1 TO WS-CNT-EXPORTED.
       250-EXIT.
       300-EXIT.
           EXIT.

      * THE TICKET'S ATV00001 VALUES, BY ATTRIBUTE SEQUENCE 01-09.
       320-GATHER-ATTRIBUTES.
           MOVE SPACES TO WS-ATTR-VALUES
           IF WS-ATV-OPEN-SW NOT = 'Y'
               GO TO 320-EXIT
           END-IF
           MOVE 'N' TO WS-ATV-EOF
           MOVE TIX-ID TO ATV-TIX-ID
           MOVE 0 TO ATV-SEQ
           START ATV00001-FILE KEY IS NOT LESS THAN ATV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ATV-EOF
           END-START
           PERFORM UNTIL WS-ATV-EOF = 'Y'
               READ ATV00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ATV-EOF
                   NOT AT END
                       IF ATV-TIX-ID NOT = TIX-ID
                           MOVE 'Y' TO WS-ATV-EOF
                       ELSE
                           IF ATV-SEQ > 0 AND ATV-SEQ < 10
                               MOVE ATV-VALUE TO
                                   WS-ATTR-VALUE(ATV-SEQ)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       320-EXIT.
           EXIT.

       350-WRITE-EXPORT.
           MOVE SPACES TO EXPORT-RECORD
           MOVE 1 TO WS-EXP-PTR
           STRING TIX-ID DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  TIX-STATUS DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  LAST-UPDATE-DATE DELIMITED BY SPACE
                  INTO EXPORT-RECORD
                  WITH POINTER WS-EXP-PTR
           PERFORM VARYING WS-ATTR-IDX FROM 1 BY 1
                   UNTIL WS-ATTR-IDX > 9
               STRING ';' DELIMITED BY SIZE
                      WS-ATTR-VALUE(WS-ATTR-IDX) DELIMITED BY '  '
                   INTO EXPORT-RECORD
                   WITH POINTER WS-EXP-PTR
           END-PERFORM
           WRITE EXPORT-RECORD.
       350-EXIT.
           EXIT.
           DISPLAY 'SMB013 - TICKETS EXPORTED = ' WS-CNT-EXPORTED
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           IF WS-ATV-OPEN-SW = 'Y'
               CLOSE ATV00001-FILE
           END-IF
           CLOSE EXPORT-FILE.
       900-EXIT.
           EXIT.
           CLOSE RUNCTL-FILE
           CLOSE STF00001-FILE
           CLOSE UAF00001-FILE
           IF WS-ATV-OPEN-SW = 'Y'
               CLOSE ATV00001-FILE
           END-IF
           CLOSE EXPORT-FILE
           STOP RUN.
