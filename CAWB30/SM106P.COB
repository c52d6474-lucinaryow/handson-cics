         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM106.
      *
      * SHARED ONLINE USAGE METER. LINKED (SM009P STYLE) BY EVERY
      * SM/UA SCREEN PROGRAM JUST BEFORE ITS EXEC CICS RETURN WITH
      * THE SMMTP AREA IT STAMPED ON ENTRY. WRITES ONE MTR00001
      * RECORD (SEE SMMTR) FOR THE TASK: TRANSACTION, PROGRAM,
      * USERID AND THEIR SENIOR ROLE, TERMINAL, THE KEY THAT STARTED
      * THE TASK, START AND END TIME AND THE ELAPSED MILLISECONDS.
      * THE NIGHTLY SMB077 SUMMARISES THE FILE INTO HOURLY COUNTS
      * AND TIMES PER TRANSACTION.
      *
      * METERING IS NEVER ALLOWED TO COST THE USER THEIR SCREEN -
      * EVERY COMMAND HERE TAKES A RESP AND A FAILED WRITE IS
      * SIMPLY DROPPED.
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
       01  WS-USERID                             PIC X(08).
       01  WS-END-TIME                           PIC S9(15) COMP-3.
       01  WS-ELAPSED                            PIC S9(15) COMP-3.
       01  WS-TASKN                              PIC 9(07).
           COPY SMUAF.
           COPY SMMTR.
      *
           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  MLK-START                         PIC S9(15) COMP-3.
           05  MLK-PROGRAM                       PIC X(08).
           05  MLK-RESP-CODE                     PIC S9(8) COMP.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM 100-BUILD-RECORD
           PERFORM 200-SET-ROLE THRU 200-EXIT
           PERFORM 300-SET-AID
           EXEC CICS WRITE FILE('MTR00001')
                FROM(MTR-RECORD)
                RIDFLD(MTR-KEY)
                RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-RESPONSE-CODE TO MLK-RESP-CODE
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

       100-BUILD-RECORD.
           MOVE SPACES TO MTR-RECORD
           EXEC CICS ASKTIME
               ABSTIME (WS-END-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-END-TIME)
               YYYYMMDD (MTR-DATE)
               TIME (MTR-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (MLK-START)
               TIME (MTR-START-TIME)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE EIBTRMID TO MTR-TERMID
           MOVE EIBTASKN TO WS-TASKN
           MOVE WS-TASKN TO MTR-TASKN
           MOVE EIBTRNID TO MTR-TRANID
           MOVE MLK-PROGRAM TO MTR-PROGRAM
           COMPUTE WS-ELAPSED = WS-END-TIME - MLK-START
           IF WS-ELAPSED < 0 OR WS-ELAPSED > 9999999
               MOVE 0 TO WS-ELAPSED
           END-IF
           MOVE WS-ELAPSED TO MTR-ELAPSED-MS
           MOVE SPACES TO WS-USERID
           EXEC CICS ASSIGN
               USERID(WS-USERID)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-USERID TO MTR-USERID.
       100-EXIT.
           EXIT.

      * THE SENIOR OF THE USER'S UAF00001 ROLE BYTES, SO EACH TASK
      * COUNTS ONCE IN THE BY-ROLE FIGURES.
       200-SET-ROLE.
           MOVE 'U' TO MTR-ROLE
           EXEC CICS
               READ FILE('UAF00001')
               INTO (CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CALLER-ADMN = 'Y'
                   MOVE 'A' TO MTR-ROLE
               WHEN CALLER-SP = 'Y'
                   MOVE 'S' TO MTR-ROLE
               WHEN CALLER-APP = 'Y'
                   MOVE 'P' TO MTR-ROLE
               WHEN CALLER-REQ = 'Y' OR CALLER-REQ = 'V'
                   MOVE 'R' TO MTR-ROLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

       300-SET-AID.
           EVALUATE EIBAID
               WHEN DFHENTER
                   MOVE 'ENTER' TO MTR-AID
               WHEN DFHCLEAR
                   MOVE 'CLEAR' TO MTR-AID
               WHEN DFHPA1
                   MOVE 'PA1' TO MTR-AID
               WHEN DFHPA2
                   MOVE 'PA2' TO MTR-AID
               WHEN DFHPA3
                   MOVE 'PA3' TO MTR-AID
               WHEN DFHPF1
                   MOVE 'PF1' TO MTR-AID
               WHEN DFHPF2
                   MOVE 'PF2' TO MTR-AID
               WHEN DFHPF3
                   MOVE 'PF3' TO MTR-AID
               WHEN DFHPF4
                   MOVE 'PF4' TO MTR-AID
               WHEN DFHPF5
                   MOVE 'PF5' TO MTR-AID
               WHEN DFHPF6
                   MOVE 'PF6' TO MTR-AID
               WHEN DFHPF7
                   MOVE 'PF7' TO MTR-AID
               WHEN DFHPF8
                   MOVE 'PF8' TO MTR-AID
               WHEN DFHPF9
                   MOVE 'PF9' TO MTR-AID
               WHEN DFHPF10
                   MOVE 'PF10' TO MTR-AID
               WHEN DFHPF11
                   MOVE 'PF11' TO MTR-AID
               WHEN DFHPF12
                   MOVE 'PF12' TO MTR-AID
               WHEN OTHER
                   MOVE 'OTHER' TO MTR-AID
           END-EVALUATE.
       300-EXIT.
           EXIT.
