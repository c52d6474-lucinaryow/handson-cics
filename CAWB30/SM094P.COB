         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM094.
      *
      * SHARED BREAK-GLASS SESSION KEEPER. LINKED (NOT XCTL'D) BY
      * SM093P (THE BREAK-GLASS TRANSACTION ITSELF), BY SM000P ON
      * EVERY MENU PASS, AND BY THE PROGRAMS THAT RECORD ACTIONS -
      * SM009P FOR EVERY TICKET HISTORY ENTRY, SM007P FOR REOPENS,
      * UA001P AND UA005P FOR USER CHANGES. BKL-FUNCTION SAYS WHAT
      * THE CALLER WANTS:
      *
      *   C  CHECK - IS BKL-USERID IN A LIVE SESSION? A SESSION
      *      PAST ITS EXPIRY IS CLOSED HERE AND NOW.
      *   T  TAG   - AS C, AND IF THE SESSION WAS LIVE WHEN THE
      *      ACTION WAS TAKEN, WRITE A BGA00001 RECORD FOR IT.
      *      AN ACTION TAKEN JUST AFTER EXPIRY IS STILL TAGGED (THE
      *      RIGHTS WERE STILL ON THE RECORD) BEFORE THE CLOSE.
      *   R  RELINQUISH - END THE LIVE SESSION NOW.
      *
      * CLOSING A SESSION PUTS BGS-PRIOR-ADMN BACK ON THE UAF00001
      * RECORD AND WRITES THE ROLE CHANGE TO UAF00002 THE WAY UA001P
      * DOES, WITH 'BGEXPIRE' OR THE USER AS THE CHANGER.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - CHAIN THE UAF00002 ENTRY (SM109P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-CODE                      PIC S9(8) COMP.
       01  WS-ABST                               PIC 9(15).
       01  WS-NOW-STAMP.
           05  WS-NOW-YMD                        PIC X(08).
           05  WS-NOW-HMS                        PIC X(06).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-FOUND                              PIC X.
       01  WS-FOUND-KEY                          PIC X(21).
       01  WS-CLOSE-STATUS                       PIC X(01).
       01  WS-CLOSED-BY                          PIC X(08).
       01  WS-OLD-FLAGS                          PIC X(04).
       01  WS-CALLER-KEY.
           05  WS-CALLER-KEY1                    PIC X(07).
           05  FILLER                            PIC X.
           COPY SMUAF.
           COPY SMBGS.
           COPY SMBGA.
       01  WS-AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-USERID                  PIC X(07).
               10  AUDIT-SEQ-NUM                 PIC 9(03).
           05  AUDIT-OLD-FLAGS                   PIC X(04).
           05  AUDIT-NEW-FLAGS                   PIC X(04).
           05  AUDIT-CHANGED-BY                  PIC X(08).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).
           COPY SMACW.
       01  WS-AUDIT-LAST-SEQ                     PIC 9(03).
       01  WS-AUDIT-DONE                         PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  BKL-FUNCTION                      PIC X(01).
           05  BKL-USERID                        PIC X(07).
           05  BKL-OBJECT-TYPE                   PIC X(01).
           05  BKL-OBJECT-ID                     PIC X(07).
           05  BKL-REMARK                        PIC X(50).
           05  BKL-ACTIVE                        PIC X(01).
           05  BKL-EXPIRE-STAMP                  PIC X(14).
           05  BKL-RESP-CODE                     PIC S9(8) COMP.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           MOVE 'N' TO BKL-ACTIVE
           MOVE SPACES TO BKL-EXPIRE-STAMP
           MOVE 0 TO BKL-RESP-CODE
           EXEC CICS ASKTIME
               ABSTIME (WS-ABST)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-ABST)
               YYYYMMDD (WS-NOW-YMD)
               TIME (WS-NOW-HMS)
           END-EXEC
           PERFORM 100-FIND-SESSION THRU 100-EXIT
           IF WS-FOUND NOT = 'Y'
               EXEC CICS RETURN END-EXEC
           END-IF
           IF BKL-FUNCTION = 'T'
               PERFORM 300-TAG-ACTION THRU 300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN BKL-FUNCTION = 'R'
                   MOVE 'R' TO WS-CLOSE-STATUS
                   MOVE BKL-USERID TO WS-CLOSED-BY
                   PERFORM 400-CLOSE-SESSION THRU 400-EXIT
               WHEN WS-NOW-STAMP > BGS-EXPIRE-STAMP
                   MOVE 'E' TO WS-CLOSE-STATUS
                   MOVE 'BGEXPIRE' TO WS-CLOSED-BY
                   PERFORM 400-CLOSE-SESSION THRU 400-EXIT
               WHEN OTHER
                   MOVE 'Y' TO BKL-ACTIVE
                   MOVE BGS-EXPIRE-STAMP TO BKL-EXPIRE-STAMP
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * A USER HAS AT MOST ONE ACTIVE SESSION - SM093P REFUSES A
      * SECOND DECLARATION - SO THE FIRST ACTIVE ONE FOUND IS IT.
       100-FIND-SESSION.
           MOVE 'N' TO WS-FOUND
           IF BKL-USERID = SPACES
               GO TO 100-EXIT
           END-IF
           MOVE LOW-VALUES TO BGS-KEY
           MOVE BKL-USERID TO BGS-USER
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('BGS00001')
                RIDFLD (BGS-KEY)
                RESP (WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 100-EXIT
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS READNEXT
                         FILE('BGS00001')
                         INTO (BGS-RECORD)
                         RIDFLD (BGS-KEY)
                         RESP (WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  BGS-USER NOT = BKL-USERID
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF BGS-ACTIVE
                       MOVE 'Y' TO WS-FOUND
                       MOVE BGS-KEY TO WS-FOUND-KEY
                       MOVE 'Y' TO WS-BROWSE-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('BGS00001')
                RESP (WS-RESPONSE-CODE)
           END-EXEC.
       100-EXIT.
           EXIT.

       300-TAG-ACTION.
           MOVE WS-FOUND-KEY TO BGS-KEY
           EXEC CICS
               READ FILE('BGS00001')
               INTO (BGS-RECORD)
               RIDFLD (BGS-KEY)
               UPDATE
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE WS-RESPONSE-CODE TO BKL-RESP-CODE
               GO TO 300-EXIT
           END-IF
           ADD 1 TO BGS-ACTION-COUNT
           EXEC CICS
               REWRITE FILE('BGS00001')
               FROM (BGS-RECORD)
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO BGA-RECORD
           MOVE BGS-USER TO BGA-USER
           MOVE BGS-START-STAMP TO BGA-START-STAMP
           MOVE BGS-ACTION-COUNT TO BGA-SEQ
           MOVE WS-NOW-STAMP TO BGA-STAMP
           MOVE EIBTRNID TO BGA-TRANSID
           MOVE BKL-OBJECT-TYPE TO BGA-OBJECT-TYPE
           MOVE BKL-OBJECT-ID TO BGA-OBJECT-ID
           MOVE BKL-REMARK TO BGA-REMARK
           EXEC CICS
               WRITE FILE('BGA00001')
               FROM (BGA-RECORD)
               RIDFLD (BGA-KEY)
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-RESPONSE-CODE TO BKL-RESP-CODE.
       300-EXIT.
           EXIT.

      * PUT THE ADMINISTRATOR BYTE BACK, THEN CLOSE THE SESSION.
      * AN ADMINISTRATOR WHO HAS SINCE GIVEN THE USER PERMANENT
      * RIGHTS THROUGH UA001P HAS ALREADY WRITTEN THEIR OWN AUDIT
      * ENTRY; THE BYTE IS ONLY TOUCHED WHILE IT STILL READS 'Y'
      * AND THE SESSION STARTED FROM SOMETHING ELSE.
       400-CLOSE-SESSION.
           MOVE BKL-USERID TO WS-CALLER-KEY1
           MOVE SPACE TO WS-CALLER-KEY(8:1)
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-CALLER-KEY)
               UPDATE
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF CALLER-ADMN = 'Y' AND BGS-PRIOR-ADMN NOT = 'Y'
                   MOVE CALLER-REC(9:4) TO WS-OLD-FLAGS
                   MOVE BGS-PRIOR-ADMN TO CALLER-ADMN
                   EXEC CICS
                       REWRITE FILE('UAF00001')
                       FROM (CALLER-REC)
                       RESP (WS-RESPONSE-CODE)
                   END-EXEC
                   PERFORM 450-WRITE-AUDIT
               ELSE
                   EXEC CICS
                       UNLOCK FILE('UAF00001')
                       RESP (WS-RESPONSE-CODE)
                   END-EXEC
               END-IF
           END-IF
           MOVE WS-FOUND-KEY TO BGS-KEY
           EXEC CICS
               READ FILE('BGS00001')
               INTO (BGS-RECORD)
               RIDFLD (BGS-KEY)
               UPDATE
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE WS-RESPONSE-CODE TO BKL-RESP-CODE
               GO TO 400-EXIT
           END-IF
           MOVE WS-CLOSE-STATUS TO BGS-STATUS
           MOVE WS-NOW-STAMP TO BGS-END-STAMP
           MOVE WS-CLOSED-BY TO BGS-ENDED-BY
           EXEC CICS
               REWRITE FILE('BGS00001')
               FROM (BGS-RECORD)
               RESP (WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-RESPONSE-CODE TO BKL-RESP-CODE.
       400-EXIT.
           EXIT.

       450-WRITE-AUDIT.
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 'N' TO WS-AUDIT-DONE
           MOVE BKL-USERID TO AUDIT-USERID
           MOVE 0 TO AUDIT-SEQ-NUM
           EXEC CICS STARTBR FILE('UAF00002')
                RIDFLD (AUDIT-KEY)
                KEYLENGTH (+10)
                RESP (WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUDIT-DONE
           END-IF
           PERFORM UNTIL WS-AUDIT-DONE = 'Y'
               EXEC CICS READNEXT
                         FILE('UAF00002')
                         INTO (WS-AUDIT-REC)
                         RIDFLD (AUDIT-KEY)
                         RESP (WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  AUDIT-USERID NOT = BKL-USERID
                   MOVE 'Y' TO WS-AUDIT-DONE
               ELSE
                   MOVE AUDIT-SEQ-NUM TO WS-AUDIT-LAST-SEQ
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('UAF00002')
                RESP (WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-AUDIT-REC
           MOVE BKL-USERID TO AUDIT-USERID
           COMPUTE AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
           MOVE WS-OLD-FLAGS TO AUDIT-OLD-FLAGS
           MOVE CALLER-REC(9:4) TO AUDIT-NEW-FLAGS
           MOVE WS-CLOSED-BY TO AUDIT-CHANGED-BY
           EXEC CICS FORMATTIME
               ABSTIME (WS-ABST)
               DATESEP ('/')
               MMDDYYYY (AUDIT-DATE)
               TIME (AUDIT-TIME)
               TIMESEP (':')
           END-EXEC
           EXEC CICS
               WRITE FILE('UAF00002')
               FROM(WS-AUDIT-REC)
               RIDFLD(AUDIT-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 455-CHAIN-AUDIT
           END-IF.
       450-EXIT.
           EXIT.

      * CHAIN THE NEW UAF00002 RECORD (SEE SMACW). A CHAIN FAILURE
      * DOES NOT UNDO THE CHANGE; SMB079 REPORTS THE RECORD.
       455-CHAIN-AUDIT.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'W' TO ACW-FUNCTION
           MOVE 'U' TO ACW-FILE
           MOVE AUDIT-KEY TO ACW-AUD-KEY
           MOVE LENGTH OF WS-AUDIT-REC TO ACW-LENGTH
           MOVE WS-AUDIT-REC TO ACW-IMAGE
           EXEC CICS LINK PROGRAM('SM109P')
                COMMAREA(WS-ACW-PARMS)
                LENGTH(LENGTH OF WS-ACW-PARMS)
                RESP(WS-ACW-RESP)
           END-EXEC.
       455-EXIT.
           EXIT.
