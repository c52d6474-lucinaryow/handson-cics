         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM118.
      *
      * SHARED JOB-FUNCTION ACCESS PROFILE ROUTINE. LINKED (SM054P
      * STYLE) WITH THE SMAPA AREA BY UA002P AND UA007P WHEN A USER
      * IS CREATED WITH A PROFILE, AND BY SM117P WHEN A PROFILE IS
      * ASSIGNED TO AN EXISTING USER, SO THE WAY A PROFILE IS
      * APPLIED LIVES IN ONE PLACE:
      *
      *   V  VALIDATE - THE PROFILE MUST BE ON APF00001 AND ACTIVE.
      *      ITS ROLE FLAGS ARE RETURNED FOR THE NEW USER RECORD.
      *   A  APPLY - THE PROFILE'S QUEUE MEMBERSHIPS ARE ADDED TO
      *      QMF00001 (EACH ONE LOGGED TO CFA00001 THROUGH SM111P,
      *      AS SM030P DOES), ITS NOTIFICATION DEFAULTS ARE WRITTEN
      *      TO UAF00003 AND THE ASSIGNMENT IS RECORDED ON UAP00001.
      *   M  ASSIGN - RECORD THE ASSIGNMENT ONLY.
      *
      * THE ROLE FLAGS THEMSELVES ARE WRITTEN BY THE CALLER WITH
      * THE REST OF THE UAF00001 RECORD, SO ITS OWN AUDIT TRAIL
      * (UAF00002) IS KEPT AS BEFORE.
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
       01  WS-TODAY                              PIC X(08).
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
       01  WS-RESP-DISP                          PIC 9(02).
       01  WS-Q-IDX                              PIC 9(02).
           COPY SMAPF.
           COPY SMUAP.
       01  WS-QM-REC.
           05  QM-KEY.
               10  QM-QUEUE                      PIC X(10).
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  QM-LEAD                           PIC X(01).
           05  FILLER                            PIC X(21).
       01  WS-PREF-REC.
           05  PREF-USERID                       PIC X(08).
           05  PREF-SETTINGS                     PIC X(09).
           05  FILLER                            PIC X(23).
       01  WS-UAP-OLD                            PIC X(60).
           COPY SMCFW.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  PFL-FUNCTION                      PIC X(01).
           05  PFL-PROFILE                       PIC X(20).
           05  PFL-USERID                        PIC X(07).
           05  PFL-SOURCE                        PIC X(01).
           05  PFL-FLAGS                         PIC X(04).
           05  PFL-QUEUES-ADDED                  PIC 9(02).
           05  PFL-RESULT                        PIC X(02).
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 0 TO PFL-QUEUES-ADDED
           MOVE SPACES TO PFL-FLAGS
           PERFORM 100-READ-PROFILE THRU 100-EXIT
           IF PFL-RESULT NOT = '00' OR PFL-FUNCTION = 'V'
               EXEC CICS RETURN END-EXEC
           END-IF
           IF PFL-USERID = SPACES OR
              (PFL-FUNCTION NOT = 'A' AND PFL-FUNCTION NOT = 'M')
               MOVE 'NF' TO PFL-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (WS-NOW)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-NOW)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           IF PFL-FUNCTION = 'A'
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                       UNTIL WS-Q-IDX > 8
                   IF APF-QUEUE(WS-Q-IDX) NOT = SPACES
                       PERFORM 200-ADD-MEMBER THRU 200-EXIT
                   END-IF
               END-PERFORM
               PERFORM 300-SET-PREFERENCES THRU 300-EXIT
           END-IF
           PERFORM 400-RECORD-ASSIGNMENT THRU 400-EXIT
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * A RETIRED PROFILE IS REFUSED FOR EVERY FUNCTION - NOBODY
      * NEW IS GIVEN ONE.
       100-READ-PROFILE.
           MOVE SPACES TO APF-RECORD
           EXEC CICS
               READ FILE('APF00001')
               INTO (APF-RECORD)
               RIDFLD (PFL-PROFILE)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'NF' TO PFL-RESULT
               GO TO 100-EXIT
           END-IF
           IF NOT APF-ACTIVE
               MOVE 'RT' TO PFL-RESULT
               GO TO 100-EXIT
           END-IF
           MOVE APF-FLAGS TO PFL-FLAGS
           MOVE '00' TO PFL-RESULT.
       100-EXIT.
           EXIT.

      * A MEMBERSHIP THE USER ALREADY HOLDS (DUPREC) IS LEFT AS IT
      * IS, LEAD FLAG AND ALL.
       200-ADD-MEMBER.
           MOVE SPACES TO WS-QM-REC
           MOVE APF-QUEUE(WS-Q-IDX) TO QM-QUEUE
           MOVE PFL-USERID TO QM-USERID
           EXEC CICS
               WRITE FILE('QMF00001')
               FROM(WS-QM-REC)
               RIDFLD(QM-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 200-EXIT
           END-IF
           ADD 1 TO PFL-QUEUES-ADDED
           MOVE 'QMF00001' TO CFW-TABLE
           MOVE QM-KEY TO CFW-ROW-KEY
           MOVE 'A' TO CFW-ACTION
           MOVE 'SM118P' TO CFW-PROGRAM
           MOVE SPACES TO CFW-BEFORE
           MOVE WS-QM-REC TO CFW-AFTER
           EXEC CICS LINK PROGRAM('SM111P')
                COMMAREA(WS-CFW-PARMS)
                LENGTH(LENGTH OF WS-CFW-PARMS)
                RESP(WS-CFW-RESP)
           END-EXEC.
       200-EXIT.
           EXIT.

      * THE PROFILE'S DEFAULTS REPLACE WHATEVER THE USER HAD - THE
      * USER CAN STILL CHANGE THEM ON SM018P AFTERWARDS.
       300-SET-PREFERENCES.
           MOVE SPACES TO WS-PREF-REC
           MOVE PFL-USERID TO PREF-USERID
           EXEC CICS
               READ FILE('UAF00003')
               INTO (WS-PREF-REC)
               RIDFLD (PREF-USERID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE APF-NOTIFY TO PREF-SETTINGS
               EXEC CICS
                   REWRITE FILE('UAF00003')
                   FROM (WS-PREF-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-PREF-REC
               MOVE PFL-USERID TO PREF-USERID
               MOVE APF-NOTIFY TO PREF-SETTINGS
               EXEC CICS
                   WRITE FILE('UAF00003')
                   FROM (WS-PREF-REC)
                   RIDFLD (PREF-USERID)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       300-EXIT.
           EXIT.

       400-RECORD-ASSIGNMENT.
           MOVE SPACES TO UAP-RECORD
           MOVE PFL-USERID TO UAP-USERID7
           MOVE SPACES TO WS-UAP-OLD
           EXEC CICS
               READ FILE('UAP00001')
               INTO (UAP-RECORD)
               RIDFLD (UAP-USERID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE UAP-RECORD TO WS-UAP-OLD
           ELSE
               MOVE SPACES TO UAP-RECORD
               MOVE PFL-USERID TO UAP-USERID7
           END-IF
           MOVE PFL-PROFILE TO UAP-PROFILE
           MOVE USERID3 TO UAP-SET-BY
           MOVE WS-TODAY TO UAP-SET-DATE
           MOVE PFL-SOURCE TO UAP-SOURCE
           IF WS-UAP-OLD NOT = SPACES
               EXEC CICS
                   REWRITE FILE('UAP00001')
                   FROM (UAP-RECORD)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('UAP00001')
                   FROM (UAP-RECORD)
                   RIDFLD (UAP-USERID)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE WS-RESPONSE-CODE TO WS-RESP-DISP
               MOVE WS-RESP-DISP TO PFL-RESULT
           END-IF.
       400-EXIT.
           EXIT.
