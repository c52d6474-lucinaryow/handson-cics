         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM109.
      *
      * ONLINE AUDIT CHAIN WRITER. LINKED (SM009P STYLE) WITH THE
      * SMACW AREA BY EVERY SCREEN PROGRAM STRAIGHT AFTER IT WRITES A
      * UAF00002 OR AUD00001 RECORD. TAKES THE NEXT SEQUENCE FROM THE
      * FILE'S ACH00001 HEAD (HELD FOR UPDATE, SO TWO TASKS CANNOT
      * TAKE THE SAME ONE), HASHES THE RECORD AND THE NEW LINK
      * THROUGH SM108, WRITES THE LINK AND MOVES THE HEAD ON. THE
      * FIRST RECORD EVER WRITTEN TO A FILE CREATES ITS HEAD. SEE
      * SMACH FOR THE CHAIN AND SMB079 FOR THE NIGHTLY CHECK.
      *
      * THE CALLER LINKS WITH RESP AND CARRIES ON WHATEVER HAPPENS
      * HERE; A LINK THAT COULD NOT BE WRITTEN SHOWS UP ON THE SMB079
      * REPORT AS A RECORD NOT ON THE CHAIN.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-NOW                                PIC S9(15) COMP-3.
       01  WS-STAMP.
           05  WS-STAMP-DATE                     PIC X(08).
           05  WS-STAMP-TIME                     PIC X(06).
       01  WS-NEW-HEAD                           PIC X(01).
       01  WS-HEAD-KEY.
           05  WS-HEAD-FILE                      PIC X(01).
           05  WS-HEAD-SEQ                       PIC 9(09).
       01  WS-HEAD-SAVE                          PIC X(128).
       01  WS-LINK-SEQ                           PIC 9(09).
       01  WS-LINK-HASH                          PIC X(16).
       01  WS-RESP-DISP                          PIC 9(02).
           COPY SMACH.
           COPY SMACP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CLK-FUNCTION                      PIC X(01).
           05  CLK-FILE                          PIC X(01).
           05  CLK-AUD-KEY                       PIC X(12).
           05  CLK-LENGTH                        PIC 9(03).
           05  CLK-IMAGE                         PIC X(150).
           05  CLK-JOB                           PIC X(08).
           05  CLK-SEQ                           PIC 9(09).
           05  CLK-LINKS                         PIC 9(07).
           05  CLK-REMOVED                       PIC 9(07).
           05  CLK-RESULT                        PIC X(02).
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'NF' TO CLK-RESULT
           MOVE 0 TO CLK-SEQ
           IF CLK-FUNCTION NOT = 'W' OR
              (CLK-FILE NOT = 'U' AND CLK-FILE NOT = 'A')
               EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-NOW)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-NOW)
               YYYYMMDD (WS-STAMP-DATE)
               TIME (WS-STAMP-TIME)
           END-EXEC
           PERFORM 100-GET-HEAD THRU 100-EXIT
           IF CLK-RESULT NOT = '00'
               EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM 200-WRITE-LINK THRU 200-EXIT
           IF CLK-RESULT NOT = '00'
               IF WS-NEW-HEAD NOT = 'Y'
                   EXEC CICS UNLOCK FILE('ACH00001')
                        RESP(WS-RESPONSE-CODE)
                   END-EXEC
               END-IF
               EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM 300-MOVE-HEAD THRU 300-EXIT
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * THE HEAD IS HELD FOR UPDATE UNTIL 300-MOVE-HEAD REWRITES IT.
      * NO HEAD YET MEANS THIS IS THE FILE'S FIRST CHAINED RECORD.
       100-GET-HEAD.
           MOVE CLK-FILE TO WS-HEAD-FILE
           MOVE 0 TO WS-HEAD-SEQ
           MOVE 'N' TO WS-NEW-HEAD
           EXEC CICS
               READ FILE('ACH00001')
               INTO (ACH-RECORD)
               RIDFLD (WS-HEAD-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
               EQUAL
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-NEW-HEAD
                   MOVE SPACES TO ACH-RECORD
                   MOVE WS-HEAD-KEY TO ACH-KEY
                   MOVE 'H' TO ACH-TYPE
                   MOVE ALL '0' TO ACH-HASH
                   MOVE 0 TO ACH-LAST-SEQ
                   MOVE 0 TO ACH-ANC-OLD-SEQ
                   MOVE 0 TO ACH-ANC-REMOVED
               WHEN OTHER
                   MOVE WS-RESPONSE-CODE TO WS-RESP-DISP
                   MOVE WS-RESP-DISP TO CLK-RESULT
                   GO TO 100-EXIT
           END-EVALUATE
           MOVE ACH-RECORD TO WS-HEAD-SAVE
           COMPUTE WS-LINK-SEQ = ACH-LAST-SEQ + 1
           MOVE ACH-HASH TO WS-LINK-HASH
           MOVE '00' TO CLK-RESULT.
       100-EXIT.
           EXIT.

       200-WRITE-LINK.
           MOVE SPACES TO ACH-RECORD
           MOVE CLK-FILE TO ACH-FILE
           MOVE WS-LINK-SEQ TO ACH-SEQ
           MOVE 'R' TO ACH-TYPE
           MOVE CLK-AUD-KEY TO ACH-AUD-KEY
           MOVE WS-LINK-HASH TO ACH-PREV-HASH
           MOVE WS-STAMP TO ACH-STAMP
           MOVE 0 TO ACH-ANC-OLD-SEQ
           MOVE 0 TO ACH-ANC-REMOVED
           MOVE 0 TO ACH-LAST-SEQ
           MOVE 'D' TO ACP-FUNCTION
           MOVE CLK-LENGTH TO ACP-LENGTH
           MOVE CLK-IMAGE TO ACP-DATA
           CALL 'SM108' USING WS-ACP-PARMS
           MOVE ACP-RESULT TO ACH-DIGEST
           MOVE 'L' TO ACP-FUNCTION
           MOVE ACH-RECORD TO ACP-DATA
           CALL 'SM108' USING WS-ACP-PARMS
           MOVE ACP-RESULT TO ACH-HASH
           MOVE ACH-HASH TO WS-LINK-HASH
           EXEC CICS
               WRITE FILE('ACH00001')
               FROM(ACH-RECORD)
               RIDFLD(ACH-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE WS-RESPONSE-CODE TO WS-RESP-DISP
               MOVE WS-RESP-DISP TO CLK-RESULT
           END-IF.
       200-EXIT.
           EXIT.

       300-MOVE-HEAD.
           MOVE WS-HEAD-SAVE TO ACH-RECORD
           MOVE WS-LINK-SEQ TO ACH-LAST-SEQ
           MOVE WS-LINK-HASH TO ACH-HASH
           MOVE WS-STAMP TO ACH-STAMP
           IF WS-NEW-HEAD = 'Y'
               EXEC CICS
                   WRITE FILE('ACH00001')
                   FROM(ACH-RECORD)
                   RIDFLD(ACH-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('ACH00001')
                   FROM(ACH-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE WS-RESPONSE-CODE TO WS-RESP-DISP
               MOVE WS-RESP-DISP TO CLK-RESULT
               GO TO 300-EXIT
           END-IF
           MOVE WS-LINK-SEQ TO CLK-SEQ.
       300-EXIT.
           EXIT.
