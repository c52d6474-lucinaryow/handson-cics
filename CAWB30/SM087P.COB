         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM087.
      *
      * PURCHASE-ORDER TRACKING.
      * SMB046 NOW WRITES THE PURREQ REQUISITION FILE FOR THE
      * PURCHASING SYSTEM; WHEN PURCHASING RAISES THE ORDER ITS PO
      * NUMBER IS RECORDED HERE IN POF00001 WITH THE PART, THE
      * QUANTITY, THE EXPECTED DELIVERY DATE AND - WHEN THE PART IS
      * FOR ONE REQUEST RATHER THAN FOR STOCK - THE TICKET IT SERVES.
      * A TICKET'S PO IS ALSO KEPT IN TPO00001 SO SM03P CAN SHOW IT
      * AND SMB058 CAN LIST THE TICKET WHEN THE PO RUNS LATE; THE
      * TICKET GETS THE USUAL SM009P HISTORY ENTRY. SMB058 POSTS THE
      * GOODS-RECEIPT FEED AGAINST THESE ORDERS. COMMAND-LINE:
      *
      *   SM87 A PO-NUMBER- PARTID-- TICKET QQQQQ YYYYMMDD  ADD (ADMIN)
      *       (6)(8-17)    (19-26)  (28-33)(35-39)(41-48)
      *        TICKET BLANK FOR A STOCK ORDER
      *   SM87 E PO-NUMBER- ...                  YYYYMMDD  NEW DUE DATE
      *   SM87 X PO-NUMBER-                             CANCEL (ADMIN)
      *   SM87 S PO-NUMBER-                             SHOW THE ORDER
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-TIME                               PIC 9(15).
       01  WS-HDATE-X                            PIC X(10).
       01  WS-HTIME-X                            PIC X(08).
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
           COPY SMUAF.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-PO                             PIC X(10).
       01  WS-ARG-PART                           PIC X(08).
       01  WS-ARG-TICKET                         PIC X(06).
       01  WS-ARG-QTY                            PIC X(05).
       01  WS-ARG-DATE                           PIC X(08).
       01  WS-ARG-DATE-N REDEFINES WS-ARG-DATE.
           05  WS-ARG-YYYY                       PIC 9(04).
           05  WS-ARG-MM                         PIC 9(02).
           05  WS-ARG-DD                         PIC 9(02).
       01  WS-POF-REC.
           05  POF-PO-NUM                        PIC X(10).
           05  POF-PART                          PIC X(08).
           05  POF-TIX-ID                        PIC X(06).
           05  POF-QTY                           PIC 9(05).
           05  POF-RECV-QTY                      PIC 9(05).
           05  POF-EXPECT-DATE                   PIC X(08).
           05  POF-STATUS                        PIC X(01).
               88  POF-ORDERED                   VALUE 'O'.
               88  POF-PART-RECEIVED             VALUE 'P'.
               88  POF-COMPLETE                  VALUE 'C'.
               88  POF-CANCELLED                 VALUE 'X'.
           05  POF-RAISED-BY                     PIC X(07).
           05  POF-RAISED-DATE                   PIC X(08).
           05  POF-RECV-DATE                     PIC X(08).
           05  FILLER                            PIC X(14).
       01  WS-TPO-REC.
           05  TPO-TIX-ID                        PIC X(06).
           05  TPO-PO-NUM                        PIC X(10).
           05  TPO-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(06).
       01  WS-PRT-REC.
           05  PRT-ID                            PIC X(08).
           05  PRT-DESC                          PIC X(25).
           05  PRT-ONHAND                        PIC 9(05).
           05  PRT-REORDER                       PIC 9(05).
           05  PRT-UNIT-COST                     PIC 9(05)V9(02).
           05  FILLER                            PIC X(10).
       01  WS-TIX-PROBE                          PIC X(282).
       01  WS-QTY-Z                              PIC ZZZZ9.
       01  WS-RECV-Z                             PIC ZZZZ9.
       01  WS-OLD-DATE                           PIC X(08).
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-LOG-PARMS.
           05  LK-TIX-ID                         PIC X(06).
           05  LK-UPDATE-DATE                     PIC X(10).
           05  LK-UPDATE-TIME                     PIC X(10).
           05  LK-UPDATED-BY                      PIC X(07).
           05  LK-REMARK                          PIC X(50).
           05  LK-RESP-CODE                       PIC S9(8) COMP.
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
      *
       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM087P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-PO = SPACES
                   MOVE 'USAGE: SM87 A/E/X/S PO-NUMBER ...' TO WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = 'S'
                   PERFORM 400-SHOW-ORDER
               WHEN WS-ARG-ACTION = 'A'
                   PERFORM 500-ADD-ORDER THRU 500-EXIT
               WHEN WS-ARG-ACTION = 'E'
                   PERFORM 600-CHANGE-DUE THRU 600-EXIT
               WHEN WS-ARG-ACTION = 'X'
                   PERFORM 650-CANCEL-ORDER THRU 650-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, E, X, OR S' TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
           EXIT.

      * A, E AND X ARE ADMINISTRATOR ACTIONS; S ANY PROVIDER, SO THE
      * ANALYST ON THE TICKET CAN ANSWER "WHEN DOES IT ARRIVE".
       100-CHECK-ROLE.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              CALLER-ACTIVE = 'N' OR
              (CALLER-ADMN NOT = 'Y' AND CALLER-SP NOT = 'Y')
               EXEC CICS SEND TEXT
                   FROM (WS-INVALID)
                   LENGTH (+15)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       100-EXIT.
           EXIT.

       200-PARSE-INPUT.
           MOVE SPACES TO WS-INPUT
           MOVE LENGTH OF WS-INPUT TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-INPUT(6:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(8:10) TO WS-ARG-PO
           MOVE WS-INPUT(19:8) TO WS-ARG-PART
           MOVE WS-INPUT(28:6) TO WS-ARG-TICKET
           MOVE WS-INPUT(35:5) TO WS-ARG-QTY
           MOVE WS-INPUT(41:8) TO WS-ARG-DATE
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('/')
               MMDDYYYY (WS-HDATE-X)
               TIME (WS-HTIME-X)
               TIMESEP (':')
           END-EXEC
           STRING WS-HDATE-X(7:4) WS-HDATE-X(1:2) WS-HDATE-X(4:2)
               DELIMITED BY SIZE INTO WS-TODAY-YMD.
       200-EXIT.
           EXIT.

       400-SHOW-ORDER.
           MOVE WS-ARG-PO TO POF-PO-NUM
           EXEC CICS
               READ FILE('POF00001')
               INTO (WS-POF-REC)
               RIDFLD (POF-PO-NUM)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               STRING 'NO PURCHASE ORDER ' WS-ARG-PO
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE POF-QTY TO WS-QTY-Z
           MOVE POF-RECV-QTY TO WS-RECV-Z
           EVALUATE TRUE
               WHEN POF-CANCELLED
                   STRING 'PO ' POF-PO-NUM ' PART ' POF-PART
                          ' CANCELLED'
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN POF-COMPLETE
                   STRING 'PO ' POF-PO-NUM ' PART ' POF-PART
                          ' QTY' WS-QTY-Z ' RECEIVED ' POF-RECV-DATE
                       DELIMITED BY SIZE INTO WS-REPLY
               WHEN OTHER
                   STRING 'PO ' POF-PO-NUM ' PART ' POF-PART
                          ' QTY' WS-QTY-Z ' RCVD' WS-RECV-Z
                          ' DUE ' POF-EXPECT-DATE ' TKT ' POF-TIX-ID
                       DELIMITED BY SIZE INTO WS-REPLY
           END-EVALUATE
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

      * THE PART MUST BE IN THE MASTER AND A NAMED TICKET MUST
      * EXIST; A TICKET ALREADY WAITING ON ANOTHER PO IS MOVED TO
      * THIS ONE (THE LATEST ORDER IS THE ONE THAT MATTERS TO IT).
       500-ADD-ORDER.
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY AN ADMINISTRATOR RECORDS PURCHASE ORDERS' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-PART = SPACES OR WS-ARG-QTY NOT NUMERIC
              OR WS-ARG-QTY = '00000'
               MOVE 'USAGE: SM87 A PO PART [TICKET] QTY YYYYMMDD' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 700-CHECK-DATE THRU 700-EXIT
           MOVE WS-ARG-PART TO PRT-ID
           EXEC CICS
               READ FILE('PRT00001')
               INTO (WS-PRT-REC)
               RIDFLD (PRT-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PART NOT IN THE MASTER' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-TICKET NOT = SPACES
               EXEC CICS
                   READ FILE('STF00001')
                   INTO (WS-TIX-PROBE)
                   RIDFLD (WS-ARG-TICKET)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'TICKET NUMBER DOES NOT EXIST' TO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           END-IF
           MOVE SPACES TO WS-POF-REC
           MOVE WS-ARG-PO TO POF-PO-NUM
           MOVE WS-ARG-PART TO POF-PART
           MOVE WS-ARG-TICKET TO POF-TIX-ID
           MOVE WS-ARG-QTY TO POF-QTY
           MOVE ZEROES TO POF-RECV-QTY
           MOVE WS-ARG-DATE TO POF-EXPECT-DATE
           MOVE 'O' TO POF-STATUS
           MOVE USERID3 TO POF-RAISED-BY
           MOVE WS-TODAY-YMD TO POF-RAISED-DATE
           EXEC CICS
               WRITE FILE('POF00001')
               FROM(WS-POF-REC)
               RIDFLD(POF-PO-NUM)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE SPACES TO WS-REPLY
               STRING 'PO ' WS-ARG-PO ' IS ALREADY ON FILE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'POF00001 WRITE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-REPLY
           IF POF-TIX-ID = SPACES
               STRING 'PO ' POF-PO-NUM ' FOR STOCK SAVED - DUE '
                      POF-EXPECT-DATE
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 750-LINK-TICKET THRU 750-EXIT
           MOVE SPACES TO LK-REMARK
           STRING 'AWAITING PO ' POF-PO-NUM ' PART ' POF-PART
                  ' DUE ' POF-EXPECT-DATE
               DELIMITED BY SIZE INTO LK-REMARK
           PERFORM 780-LOG-TICKET THRU 780-EXIT
           STRING 'PO ' POF-PO-NUM ' SAVED FOR TICKET ' POF-TIX-ID
                  ' - DUE ' POF-EXPECT-DATE
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

      * PURCHASING HAS MOVED THE DELIVERY DATE.
       600-CHANGE-DUE.
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY AN ADMINISTRATOR CHANGES A PO DUE DATE' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 700-CHECK-DATE THRU 700-EXIT
           PERFORM 720-READ-FOR-UPDATE THRU 720-EXIT
           MOVE POF-EXPECT-DATE TO WS-OLD-DATE
           MOVE WS-ARG-DATE TO POF-EXPECT-DATE
           EXEC CICS
               REWRITE FILE('POF00001')
               FROM(WS-POF-REC)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'POF00001 UPDATE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF POF-TIX-ID NOT = SPACES
               MOVE SPACES TO LK-REMARK
               STRING 'PO ' POF-PO-NUM ' DUE DATE ' WS-OLD-DATE
                      ' TO ' POF-EXPECT-DATE
                   DELIMITED BY SIZE INTO LK-REMARK
               PERFORM 780-LOG-TICKET THRU 780-EXIT
           END-IF
           MOVE SPACES TO WS-REPLY
           STRING 'PO ' POF-PO-NUM ' NOW DUE ' POF-EXPECT-DATE
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

      * A CANCELLED ORDER NO LONGER COUNTS AS ON ORDER IN SMB046
      * AND NO LONGER SHOWS ON ITS TICKET.
       650-CANCEL-ORDER.
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY AN ADMINISTRATOR CANCELS A PURCHASE ORDER' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 720-READ-FOR-UPDATE THRU 720-EXIT
           MOVE 'X' TO POF-STATUS
           EXEC CICS
               REWRITE FILE('POF00001')
               FROM(WS-POF-REC)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'POF00001 UPDATE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF POF-TIX-ID NOT = SPACES
               PERFORM 770-UNLINK-TICKET THRU 770-EXIT
               MOVE SPACES TO LK-REMARK
               STRING 'PO ' POF-PO-NUM ' CANCELLED'
                   DELIMITED BY SIZE INTO LK-REMARK
               PERFORM 780-LOG-TICKET THRU 780-EXIT
           END-IF
           MOVE SPACES TO WS-REPLY
           STRING 'PO ' POF-PO-NUM ' CANCELLED'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       650-EXIT.
           EXIT.

       700-CHECK-DATE.
           IF WS-ARG-DATE NOT NUMERIC
               MOVE 'EXPECTED DATE MUST BE YYYYMMDD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-MM < 1 OR WS-ARG-MM > 12 OR
              WS-ARG-DD < 1 OR WS-ARG-DD > 31 OR
              WS-ARG-YYYY < 2000
               MOVE 'EXPECTED DATE IS NOT A VALID DATE' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       700-EXIT.
           EXIT.

       720-READ-FOR-UPDATE.
           MOVE WS-ARG-PO TO POF-PO-NUM
           EXEC CICS
               READ FILE('POF00001')
               INTO (WS-POF-REC)
               RIDFLD (POF-PO-NUM)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'NO PURCHASE ORDER ' WS-ARG-PO
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF POF-COMPLETE OR POF-CANCELLED
               EXEC CICS UNLOCK FILE('POF00001') END-EXEC
               MOVE SPACES TO WS-REPLY
               STRING 'PO ' POF-PO-NUM ' IS CLOSED - NO CHANGE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       720-EXIT.
           EXIT.

       750-LINK-TICKET.
           MOVE SPACES TO WS-TPO-REC
           MOVE POF-TIX-ID TO TPO-TIX-ID
           EXEC CICS
               READ FILE('TPO00001')
               INTO (WS-TPO-REC)
               RIDFLD (TPO-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           MOVE POF-PO-NUM TO TPO-PO-NUM
           MOVE WS-TODAY-YMD TO TPO-SET-DATE
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('TPO00001')
                   FROM(WS-TPO-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-TPO-REC
               MOVE POF-TIX-ID TO TPO-TIX-ID
               MOVE POF-PO-NUM TO TPO-PO-NUM
               MOVE WS-TODAY-YMD TO TPO-SET-DATE
               EXEC CICS
                   WRITE FILE('TPO00001')
                   FROM(WS-TPO-REC)
                   RIDFLD(TPO-TIX-ID)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       750-EXIT.
           EXIT.

      * ONLY IF THE TICKET STILL POINTS AT THIS ORDER.
       770-UNLINK-TICKET.
           MOVE POF-TIX-ID TO TPO-TIX-ID
           EXEC CICS
               READ FILE('TPO00001')
               INTO (WS-TPO-REC)
               RIDFLD (TPO-TIX-ID)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 770-EXIT
           END-IF
           IF TPO-PO-NUM = POF-PO-NUM
               EXEC CICS
                   DELETE FILE('TPO00001')
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS UNLOCK FILE('TPO00001') END-EXEC
           END-IF.
       770-EXIT.
           EXIT.

       780-LOG-TICKET.
           MOVE POF-TIX-ID TO LK-TIX-ID
           MOVE WS-HDATE-X TO LK-UPDATE-DATE
           MOVE WS-HTIME-X TO LK-UPDATE-TIME
           MOVE USERID3 TO LK-UPDATED-BY
           EXEC CICS LINK PROGRAM('SM009P')
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE SPACES TO WS-REPLY.
       780-EXIT.
           EXIT.

       800-REPLY.
           EXEC CICS SEND TEXT
               FROM (WS-REPLY)
               LENGTH (LENGTH OF WS-REPLY)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       800-EXIT.
           EXIT.
