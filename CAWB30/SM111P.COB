         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM111.
      *
      * ONLINE CONFIGURATION AUDIT WRITER. LINKED (SM109P STYLE)
      * WITH THE SMCFW AREA BY EACH REFERENCE-TABLE MAINTENANCE
      * SCREEN STRAIGHT AFTER IT ADDS, CHANGES OR DELETES A ROW.
      * STAMPS THE SIGNED-ON USERID, THE TERMINAL AND THE TIME AND
      * WRITES THE BEFORE/AFTER IMAGE TO CFA00001 (SEE SMCFA). A
      * SECOND CHANGE FROM THE SAME TERMINAL IN THE SAME SECOND
      * TAKES THE NEXT CFA-SEQ.
      *
      * THE CALLER LINKS WITH RESP AND CARRIES ON WHATEVER HAPPENS
      * HERE - THE TABLE CHANGE HAS ALREADY BEEN MADE.
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
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
       01  WS-RESP-DISP                          PIC 9(02).
           COPY SMCFA.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CFL-TABLE                         PIC X(08).
           05  CFL-ROW-KEY                       PIC X(20).
           05  CFL-ACTION                        PIC X(01).
           05  CFL-PROGRAM                       PIC X(08).
           05  CFL-BEFORE                        PIC X(40).
           05  CFL-AFTER                         PIC X(40).
           05  CFL-RESULT                        PIC X(02).
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'NF' TO CFL-RESULT
           IF CFL-TABLE = SPACES OR
              (CFL-ACTION NOT = 'A' AND CFL-ACTION NOT = 'C' AND
               CFL-ACTION NOT = 'D')
               EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (WS-NOW)
           END-EXEC
           MOVE SPACES TO CFA-RECORD
           EXEC CICS FORMATTIME
               ABSTIME (WS-NOW)
               YYYYMMDD (CFA-DATE)
               TIME (CFA-TIME)
           END-EXEC
           MOVE EIBTRMID TO CFA-TERM
           MOVE 0 TO CFA-SEQ
           MOVE CFL-TABLE TO CFA-TABLE
           MOVE CFL-ROW-KEY TO CFA-ROW-KEY
           MOVE CFL-ACTION TO CFA-ACTION
           MOVE USERID3 TO CFA-USERID
           MOVE CFL-PROGRAM TO CFA-PROGRAM
           MOVE CFL-BEFORE TO CFA-BEFORE
           MOVE CFL-AFTER TO CFA-AFTER
           PERFORM 100-WRITE-AUDIT THRU 100-EXIT
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

       100-WRITE-AUDIT.
           EXEC CICS
               WRITE FILE('CFA00001')
               FROM(CFA-RECORD)
               RIDFLD(CFA-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC) AND CFA-SEQ < 99
               ADD 1 TO CFA-SEQ
               GO TO 100-WRITE-AUDIT
           END-IF
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE '00' TO CFL-RESULT
           ELSE
               MOVE WS-RESPONSE-CODE TO WS-RESP-DISP
               MOVE WS-RESP-DISP TO CFL-RESULT
           END-IF.
       100-EXIT.
           EXIT.
