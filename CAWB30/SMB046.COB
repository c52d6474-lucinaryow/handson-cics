      * READS THE PRT00001 PARTS MASTER SM072P KEEPS AND LISTS
      * EVERY PART WHOSE ON-HAND QUANTITY IS AT OR UNDER ITS
      * REORDER POINT - THE CLIPBOARD BY THE CAGE, RETIRED.
      * QUANTITIES STILL OUTSTANDING ON OPEN POF00001 PURCHASE
      * ORDERS (SM087P) COUNT AS ON ORDER. EACH LOW PART STILL SHORT
      * AFTER WHAT IS ON ORDER GOES TO THE PURREQ REQUISITION FILE
      * FOR THE PURCHASING SYSTEM, ORDERING UP TO TWICE ITS REORDER
      * POINT - ONE HEADER, ONE DETAIL PER PART, ONE TRAILER.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ON-ORDER QUANTITY AND PURREQ REQUISITIONS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRT-ID
               FILE STATUS IS WS-PRT-STATUS.
           SELECT POF00001-FILE ASSIGN TO POF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POF-PO-NUM
               FILE STATUS IS WS-POF-STATUS.
           SELECT REQ-FILE ASSIGN TO PURREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO SMB046RP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  PRT-UNIT-COST                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(10).

       FD  POF00001-FILE
           LABEL RECORDS ARE STANDARD.
       01  POF-RECORD.
           05  POF-PO-NUM                        PIC X(10).
           05  POF-PART                          PIC X(08).
           05  POF-TIX-ID                        PIC X(06).
           05  POF-QTY                           PIC 9(05).
           05  POF-RECV-QTY                      PIC 9(05).
           05  POF-EXPECT-DATE                   PIC X(08).
           05  POF-STATUS                        PIC X(01).
               88  POF-OPEN                      VALUE 'O' 'P'.
           05  POF-RAISED-BY                     PIC X(07).
           05  POF-RAISED-DATE                   PIC X(08).
           05  POF-RECV-DATE                     PIC X(08).
           05  FILLER                            PIC X(14).

       FD  REQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQ-RECORD                            PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                         PIC X(80).
       01  WS-REORDER-Z                          PIC ZZZZ9.
       01  WS-Z5                                 PIC ZZZZ9.
       01  WS-PRINT-LINE                         PIC X(80).
       01  WS-POF-STATUS                         PIC X(02).
       01  WS-REQ-STATUS                         PIC X(02).
       01  WS-POF-EOF                            PIC X VALUE 'N'.
       01  WS-CNT-REQ                            PIC 9(05) VALUE 0.
       01  WS-REQ-TOTAL                          PIC 9(11)V99 VALUE 0.
       01  WS-ON-ORDER                           PIC 9(07).
       01  WS-ORDER-QTY                          PIC S9(07).
       01  WS-ONORD-Z                            PIC ZZZZZZ9.
       01  WS-ORDQTY-Z                           PIC ZZZZZZ9.
       01  WS-OO-SUB                             PIC 9(04) COMP.
       01  WS-OO-COUNT                           PIC 9(04) COMP VALUE 0.
       01  WS-OO-TABLE.
           05  WS-OO-ENTRY OCCURS 500 TIMES.
               10  WS-OO-PART                    PIC X(08).
               10  WS-OO-QTY                     PIC 9(07).
      *
      * PURREQ REQUISITION INTERCHANGE LAYOUT - 80-BYTE CARD IMAGES
      * AS THE PURCHASING SYSTEM'S LOADER READS THEM.
       01  WS-REQ-HEADER.
           05  REQH-TYPE                         PIC X(01) VALUE 'H'.
           05  REQH-SOURCE                       PIC X(08) VALUE
               'SMSDESK'.
           05  REQH-DATE                         PIC X(08).
           05  REQH-TIME                         PIC X(06).
           05  FILLER                            PIC X(57) VALUE SPACES.
       01  WS-REQ-DETAIL.
           05  REQD-TYPE                         PIC X(01) VALUE 'D'.
           05  REQD-PART                         PIC X(08).
           05  REQD-DESC                         PIC X(25).
           05  REQD-QTY                          PIC 9(05).
           05  REQD-UNIT-COST                    PIC 9(05)V9(02).
           05  REQD-EXT-COST                     PIC 9(09)V9(02).
           05  REQD-ONHAND                       PIC 9(05).
           05  REQD-REORDER                      PIC 9(05).
           05  FILLER                            PIC X(13) VALUE SPACES.
       01  WS-REQ-TRAILER.
           05  REQT-TYPE                         PIC X(01) VALUE 'T'.
           05  REQT-COUNT                        PIC 9(05).
           05  REQT-TOTAL                        PIC 9(11)V9(02).
           05  FILLER                            PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 180-LOAD-ON-ORDER THRU 180-EXIT
           PERFORM 200-SCAN-PARTS
           PERFORM 900-TERMINATE
           STOP RUN.
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT REQ-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'SMB046 - UNABLE TO OPEN PURREQ, STATUS = '
                   WS-REQ-STATUS
               GO TO 999-ABEND
           END-IF
           MOVE WS-RUN-DATE-X TO REQH-DATE
           MOVE WS-RUN-TIME-X(1:6) TO REQH-TIME
           WRITE REQ-RECORD FROM WS-REQ-HEADER
           MOVE 'SMB046 - PARTS AT OR UNDER REORDER POINT' TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'PART     DESCRIPTION               ONHAND REORDER'
                  ' ONORDER  REQ QTY'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.
           EXIT.
       150-EXIT.
           EXIT.

      * WHAT IS STILL TO ARRIVE ON EACH PART'S OPEN ORDERS. NO
      * POF00001 YET MEANS NOTHING IS ON ORDER.
       180-LOAD-ON-ORDER.
           OPEN INPUT POF00001-FILE
           IF WS-POF-STATUS = '35'
               GO TO 180-EXIT
           END-IF
           IF WS-POF-STATUS NOT = '00'
               DISPLAY 'SMB046 - UNABLE TO OPEN POF00001, STATUS = '
                   WS-POF-STATUS
               GO TO 999-ABEND
           END-IF
           PERFORM UNTIL WS-POF-EOF = 'Y'
               READ POF00001-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-POF-EOF
                   NOT AT END
                       IF POF-OPEN AND POF-QTY > POF-RECV-QTY
                           PERFORM 185-ADD-ON-ORDER THRU 185-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POF00001-FILE.
       180-EXIT.
           EXIT.

       185-ADD-ON-ORDER.
           PERFORM VARYING WS-OO-SUB FROM 1 BY 1
                   UNTIL WS-OO-SUB > WS-OO-COUNT
                      OR WS-OO-PART(WS-OO-SUB) = POF-PART
               CONTINUE
           END-PERFORM
           IF WS-OO-SUB > WS-OO-COUNT
               IF WS-OO-COUNT >= 500
                   DISPLAY 'SMB046 - ON-ORDER TABLE FULL AT PART '
                       POF-PART
                   GO TO 185-EXIT
               END-IF
               ADD 1 TO WS-OO-COUNT
               MOVE POF-PART TO WS-OO-PART(WS-OO-SUB)
               MOVE ZEROES TO WS-OO-QTY(WS-OO-SUB)
           END-IF
           COMPUTE WS-OO-QTY(WS-OO-SUB) = WS-OO-QTY(WS-OO-SUB) +
               POF-QTY - POF-RECV-QTY.
       185-EXIT.
           EXIT.

       200-SCAN-PARTS.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ PRT00001-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF PRT-ONHAND <= PRT-REORDER
                           PERFORM 250-LOW-PART THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
       200-EXIT.
           EXIT.

      * ORDER UP TO TWICE THE REORDER POINT, LESS WHAT IS ON HAND
      * AND WHAT IS ALREADY ON ORDER.
       250-LOW-PART.
           ADD 1 TO WS-CNT-LOW
           MOVE ZEROES TO WS-ON-ORDER
           PERFORM VARYING WS-OO-SUB FROM 1 BY 1
                   UNTIL WS-OO-SUB > WS-OO-COUNT
               IF WS-OO-PART(WS-OO-SUB) = PRT-ID
                   MOVE WS-OO-QTY(WS-OO-SUB) TO WS-ON-ORDER
               END-IF
           END-PERFORM
           COMPUTE WS-ORDER-QTY = PRT-REORDER * 2 - PRT-ONHAND -
               WS-ON-ORDER
           IF WS-ORDER-QTY < 0
               MOVE ZEROES TO WS-ORDER-QTY
           END-IF
           MOVE PRT-ONHAND TO WS-ONHAND-Z
           MOVE PRT-REORDER TO WS-REORDER-Z
           MOVE WS-ON-ORDER TO WS-ONORD-Z
           MOVE WS-ORDER-QTY TO WS-ORDQTY-Z
           MOVE SPACES TO WS-PRINT-LINE
           MOVE PRT-ID TO WS-PRINT-LINE(1:8)
           MOVE PRT-DESC TO WS-PRINT-LINE(10:25)
           MOVE WS-ONHAND-Z TO WS-PRINT-LINE(36:5)
           MOVE WS-REORDER-Z TO WS-PRINT-LINE(43:5)
           MOVE WS-ONORD-Z TO WS-PRINT-LINE(49:7)
           MOVE WS-ORDQTY-Z TO WS-PRINT-LINE(58:7)
           IF WS-ORDER-QTY = 0
               MOVE 'COVERED' TO WS-PRINT-LINE(67:7)
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-ORDER-QTY = 0
               GO TO 250-EXIT
           END-IF
           MOVE PRT-ID TO REQD-PART
           MOVE PRT-DESC TO REQD-DESC
           MOVE WS-ORDER-QTY TO REQD-QTY
           MOVE PRT-UNIT-COST TO REQD-UNIT-COST
           COMPUTE REQD-EXT-COST = PRT-UNIT-COST * WS-ORDER-QTY
           MOVE PRT-ONHAND TO REQD-ONHAND
           MOVE PRT-REORDER TO REQD-REORDER
           WRITE REQ-RECORD FROM WS-REQ-DETAIL
           ADD 1 TO WS-CNT-REQ
           ADD REQD-EXT-COST TO WS-REQ-TOTAL.
       250-EXIT.
           EXIT.

       850-RUN-CONTROL-END.
           MOVE 'SMB046' TO RUN-JOB-NAME
           MOVE WS-RUN-DATE-X TO RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REQ TO WS-Z5
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REQUISITIONS     = ' WS-Z5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-REQ TO REQT-COUNT
           MOVE WS-REQ-TOTAL TO REQT-TOTAL
           WRITE REQ-RECORD FROM WS-REQ-TRAILER
           DISPLAY 'SMB046 - PARTS TO REORDER = ' WS-CNT-LOW
           DISPLAY 'SMB046 - REQUISITIONS     = ' WS-CNT-REQ
           CLOSE PRT00001-FILE
           CLOSE REQ-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
       999-ABEND.
           CLOSE RUNCTL-FILE
           CLOSE PRT00001-FILE
           CLOSE POF00001-FILE
           CLOSE REQ-FILE
           CLOSE REPORT-FILE
           STOP RUN.
