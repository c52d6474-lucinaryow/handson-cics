      * OPEN AND CLOS ARE ADMINISTRATORS ONLY; LINK IS OPEN TO
      * SERVICE PROVIDERS AS WELL.
      *
      * OPEN AND CLOS STAMP THE MASTER WITH THE OUTAGE START AND END
      * (YYYYMMDDHHMMSS), AND EVERY CI THE MASTER OR A LINKED VICTIM
      * IS RAISED AGAINST IN CIX00001 IS RECORDED IN MIC00001 AS AN
      * AFFECTED CI - SMB056 TURNS THE TWO INTO OUTAGE MINUTES AND
      * AVAILABILITY PER CI.
      *
      * WHEN THE MASTER IS LINKED TO A CI, OPEN ANSWERS WITH THE
      * SM101P IMPACT LIST INSTEAD OF THE ONE-LINE REPLY - EVERY CI
      * DOWNSTREAM OF IT IN CIR00001 WITH ITS OPEN TICKETS - SO THE
      * VICTIMS TO LINK CAN BE SEEN COMING.
      *
      * CLOS IS REFUSED UNTIL THE MASTER'S POST-INCIDENT REVIEW ON
      * PIR00001 (SEE SMPIR AND SM124P) HAS ITS REVIEW DATE AND AT
      * LEAST ONE TIMELINE, ROOT-CAUSE AND CONTRIBUTING-FACTOR LINE.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - OUTAGE STAMPS AND AFFECTED CIS (MIC00001).
      *  2026-10-15 MAINT - OPEN SHOWS THE CIS DOWNSTREAM OF THE MASTER.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - CLOS NEEDS A POST-INCIDENT REVIEW (SM124P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-NOW-DATE                           PIC X(10).
       01  WS-NOW-TIME                           PIC X(10).
       01  WS-NOW-STAMP.
           05  WS-NOW-YMD                        PIC X(08).
           05  WS-NOW-HMS                        PIC X(06).
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
           05  MI-BANNER                         PIC X(50).
           05  MI-OPENED-BY                      PIC X(07).
           05  MI-OPEN-DATE                      PIC X(10).
           05  MI-CLOSED-BY                      PIC X(07).
           05  FILLER                            PIC X(02).
           05  MI-OPEN-STAMP                     PIC X(14).
           05  MI-CLOSE-STAMP                    PIC X(14).
           05  FILLER                            PIC X(12).
      * AFFECTED-CI LIST FOR A MASTER INCIDENT, FED FROM THE CIX00001
      * LINKS OF THE MASTER AND ITS VICTIMS.
       01  WS-CIX-REC.
           05  CIX-TIX-ID                        PIC X(06).
           05  CIX-CI-ID                         PIC X(08).
           05  CIX-LINK-DATE                     PIC X(08).
           05  FILLER                            PIC X(08).
       01  WS-MIC-REC.
           05  MIC-KEY.
               10  MIC-MASTER                    PIC X(06).
               10  MIC-CI-ID                     PIC X(08).
           05  MIC-FROM-TIX                      PIC X(06).
           05  MIC-ADDED-DATE                    PIC X(08).
           05  FILLER                            PIC X(12).
       01  WS-MIC-TIX                            PIC X(06).
      * POST-INCIDENT REVIEW - SEE SMPIR.
           COPY SMPIR.
       01  WS-PIR-RESP                           PIC S9(8) COMP.
       01  WS-PIR-TYPE                           PIC X(01).
       01  WS-PIR-FOUND                          PIC X(01).
       01  WS-PIR-MISSING                        PIC X(40).
       01  WS-PIR-PTR                            PIC 9(02).
       01  WS-MIC-RESP                           PIC S9(8) COMP.
      * BATCH-WINDOW GATE - SEE SM082P.
       01  WS-GTE-REC.
           05  GTE-KEY                            PIC X(04).
           05  JLK-BEFORE                         PIC X(300).
           05  JLK-AFTER                          PIC X(300).
           05  JLK-RESP-CODE                      PIC S9(8) COMP.
      * DOWNSTREAM WALK - SEE SM101P.
       01  WS-IMP-PARMS.
           05  ILK-ROOT-CI                       PIC X(08).
           05  ILK-CI-COUNT                      PIC 9(03).
           05  ILK-TIX-COUNT                     PIC 9(05).
           05  ILK-CHG-COUNT                     PIC 9(03).
           05  ILK-TRUNCATED                     PIC X(01).
           05  ILK-ENTRY OCCURS 50 TIMES.
               10  ILK-CI                        PIC X(08).
               10  ILK-DEPTH                     PIC 9(01).
               10  ILK-PARENT                    PIC X(08).
               10  ILK-REL                       PIC X(01).
               10  ILK-OPEN                      PIC 9(03).
               10  ILK-FIRST-TIX                 PIC X(06).
               10  ILK-CHG                       PIC 9(02).
               10  ILK-CHG-TIX                   PIC X(06).
           05  ILK-RESP-CODE                     PIC S9(8) COMP.
       01  WS-IMP-IX                             PIC 9(03).
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-COUNT-Z                            PIC ZZ9.
       01  WS-TIX-Z                              PIC ZZZZ9.
       01  WS-OPEN-Z                             PIC ZZ9.
       01  WS-DETAIL                             PIC X(80).
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 20 TIMES.
       01  WS-REPLY                              PIC X(79).
       01  WS-INVALID                            PIC X(14) VALUE
           'INVALID ACCESS'.
      *
           COPY DFHAID.
           COPY SMMTP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM040P' TO MTP-PROGRAM
           PERFORM 200-PARSE-INPUT
           PERFORM 100-CHECK-ROLE
           EXEC CICS ASKTIME
               TIME     (WS-NOW-TIME)
               TIMESEP  (':')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-NOW-YMD)
               TIME     (WS-NOW-HMS)
           END-EXEC
           EVALUATE WS-ARG-ACTION
               WHEN 'OPEN'
                   PERFORM 300-OPEN-INCIDENT
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
           END-IF
           MOVE USERID3 TO MI-OPENED-BY
           MOVE WS-NOW-DATE TO MI-OPEN-DATE
           MOVE WS-NOW-STAMP TO MI-OPEN-STAMP
           EXEC CICS
               WRITE FILE('MIF00001')
               FROM(WS-MI-REC)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-ARG-TICKET TO WS-MIC-TIX
               PERFORM 700-ADD-AFFECTED-CI THRU 700-EXIT
               STRING 'MAJOR INCIDENT ' WS-ARG-TICKET
                      ' OPENED - BANNER IS LIVE'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 350-OFFER-IMPACT THRU 350-EXIT
           ELSE
               MOVE 'INCIDENT ALREADY OPEN OR WRITE FAILED' TO
                   WS-REPLY
       300-EXIT.
           EXIT.

      * THE MASTER'S CI AND EVERYTHING DOWNSTREAM OF IT, WITH THE
      * OPEN TICKETS ALREADY RAISED AGAINST EACH - THE LIKELY
      * VICTIMS. NO CI, OR NOTHING DOWNSTREAM, LEAVES THE ONE-LINE
      * REPLY IN WS-REPLY TO BE SENT AS BEFORE.
       350-OFFER-IMPACT.
           MOVE WS-ARG-TICKET TO CIX-TIX-ID
           EXEC CICS
               READ FILE('CIX00001')
               INTO (WS-CIX-REC)
               RIDFLD (CIX-TIX-ID)
               RESP(WS-MIC-RESP)
               EQUAL
           END-EXEC
           IF WS-MIC-RESP NOT = DFHRESP(NORMAL) OR
              CIX-CI-ID = SPACES
               GO TO 350-EXIT
           END-IF
           MOVE CIX-CI-ID TO ILK-ROOT-CI
           EXEC CICS LINK PROGRAM('SM101P')
                COMMAREA(WS-IMP-PARMS)
                LENGTH(LENGTH OF WS-IMP-PARMS)
           END-EXEC
           IF ILK-CI-COUNT = 0
               GO TO 350-EXIT
           END-IF
           MOVE SPACES TO WS-SCREEN
           MOVE WS-REPLY TO WS-SCREEN-LINE(1)
           MOVE ILK-CI-COUNT TO WS-COUNT-Z
           MOVE ILK-TIX-COUNT TO WS-TIX-Z
           MOVE SPACES TO WS-DETAIL
           STRING 'CI ' ILK-ROOT-CI ' - ' WS-COUNT-Z
                  ' CIS DOWNSTREAM, ' WS-TIX-Z ' OPEN TICKETS ON THEM'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           MOVE SPACES TO WS-DETAIL
           STRING 'LINK VICTIMS WITH: SM40 LINK TICKET ' WS-ARG-TICKET
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(3)
           MOVE 'L CI       VIA     OPEN FIRST' TO WS-SCREEN-LINE(5)
           MOVE 5 TO WS-LINE-IDX
           PERFORM VARYING WS-IMP-IX FROM 1 BY 1
                   UNTIL WS-IMP-IX > ILK-CI-COUNT OR WS-LINE-IDX = 20
               IF WS-LINE-IDX = 19 AND WS-IMP-IX < ILK-CI-COUNT
                   MOVE 20 TO WS-LINE-IDX
                   MOVE SPACES TO WS-DETAIL
                   STRING '  MORE - SEE SM4R ' ILK-ROOT-CI ' I'
                       DELIMITED BY SIZE INTO WS-DETAIL
                   MOVE WS-DETAIL TO WS-SCREEN-LINE(20)
               ELSE
                   MOVE ILK-OPEN(WS-IMP-IX) TO WS-OPEN-Z
                   MOVE SPACES TO WS-DETAIL
                   STRING ILK-DEPTH(WS-IMP-IX) ' ' ILK-CI(WS-IMP-IX)
                          ' ' ILK-PARENT(WS-IMP-IX) ' ' WS-OPEN-Z
                          ' ' ILK-FIRST-TIX(WS-IMP-IX)
                       DELIMITED BY SIZE INTO WS-DETAIL
                   ADD 1 TO WS-LINE-IDX
                   MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)
               END-IF
           END-PERFORM
           EXEC CICS SEND TEXT
               FROM (WS-SCREEN)
               LENGTH (LENGTH OF WS-SCREEN)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       350-EXIT.
           EXIT.

       400-LINK-VICTIM.
           MOVE WS-ARG-MASTER TO MI-TIX-ID
           EXEC CICS
                COMMAREA(WS-LOG-PARMS)
                LENGTH(LENGTH OF WS-LOG-PARMS)
           END-EXEC
           MOVE WS-ARG-MASTER TO MI-TIX-ID
           MOVE WS-ARG-TICKET TO WS-MIC-TIX
           PERFORM 700-ADD-AFFECTED-CI THRU 700-EXIT
           MOVE SPACES TO WS-REPLY
           STRING WS-ARG-TICKET ' LINKED TO INCIDENT '
                  WS-ARG-MASTER
               MOVE 'NO INCIDENT WITH THAT MASTER NUMBER' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF MI-STATUS NOT = 'CLOSED'
               PERFORM 520-CHECK-REVIEW THRU 520-EXIT
           END-IF
      * A SECOND CLOS OF THE SAME MASTER KEEPS THE FIRST CLOSE STAMP
      * SO THE OUTAGE IS NOT STRETCHED AFTER THE FACT.
           IF MI-STATUS NOT = 'CLOSED' OR MI-CLOSE-STAMP = SPACES
               MOVE WS-NOW-STAMP TO MI-CLOSE-STAMP
               MOVE USERID3 TO MI-CLOSED-BY
           END-IF
           MOVE 'CLOSED' TO MI-STATUS
           EXEC CICS
               REWRITE FILE('MIF00001')
               FROM(WS-MI-REC)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE WS-ARG-TICKET TO WS-MIC-TIX
           PERFORM 700-ADD-AFFECTED-CI THRU 700-EXIT
           PERFORM 550-COLLECT-VICTIMS
           MOVE 0 TO WS-CASCADED
           PERFORM VARYING WS-VICTIM-IDX FROM 1 BY 1
                   UNTIL WS-VICTIM-IDX > WS-VICTIM-USED
               MOVE WS-VICTIM-ID(WS-VICTIM-IDX) TO WS-MIC-TIX
               PERFORM 700-ADD-AFFECTED-CI THRU 700-EXIT
               PERFORM 600-CASCADE-ONE THRU 600-EXIT
           END-PERFORM
           MOVE WS-CASCADED TO WS-CASCADED-D
       500-EXIT.
           EXIT.

      * THE REVIEW MUST BE COMPLETE ENOUGH TO LEARN FROM BEFORE THE
      * INCIDENT IS CLOSED. A REFUSAL ENDS THE TASK, WHICH RELEASES
      * THE MIF00001 RECORD.
       520-CHECK-REVIEW.
           MOVE WS-ARG-TICKET TO PIR-MASTER
           MOVE 'H' TO PIR-TYPE
           MOVE 0 TO PIR-SEQ
           EXEC CICS
               READ FILE('PIR00001')
               INTO (PIR-RECORD)
               RIDFLD (PIR-KEY)
               RESP(WS-PIR-RESP)
               EQUAL
           END-EXEC
           IF WS-PIR-RESP NOT = DFHRESP(NORMAL) OR
              PIR-REVIEW-DATE = SPACES
               MOVE SPACES TO WS-REPLY
               STRING 'CLOSE REFUSED - SET UP THE POST-INCIDENT '
                      'REVIEW FIRST: SMPI H ' WS-ARG-TICKET
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-PIR-MISSING
           MOVE 1 TO WS-PIR-PTR
           MOVE 'T' TO WS-PIR-TYPE
           PERFORM 530-FIND-LINE THRU 530-EXIT
           IF WS-PIR-FOUND = 'N'
               STRING 'TIMELINE ' DELIMITED BY SIZE
                   INTO WS-PIR-MISSING WITH POINTER WS-PIR-PTR
           END-IF
           MOVE 'R' TO WS-PIR-TYPE
           PERFORM 530-FIND-LINE THRU 530-EXIT
           IF WS-PIR-FOUND = 'N'
               STRING 'ROOT-CAUSE ' DELIMITED BY SIZE
                   INTO WS-PIR-MISSING WITH POINTER WS-PIR-PTR
           END-IF
           MOVE 'F' TO WS-PIR-TYPE
           PERFORM 530-FIND-LINE THRU 530-EXIT
           IF WS-PIR-FOUND = 'N'
               STRING 'FACTORS ' DELIMITED BY SIZE
                   INTO WS-PIR-MISSING WITH POINTER WS-PIR-PTR
           END-IF
           IF WS-PIR-MISSING NOT = SPACES
               MOVE SPACES TO WS-REPLY
               STRING 'CLOSE REFUSED - REVIEW HAS NO '
                      WS-PIR-MISSING DELIMITED BY '  '
                      '- SEE SMPI S ' WS-ARG-TICKET
                          DELIMITED BY SIZE
                   INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       520-EXIT.
           EXIT.

      * IS THERE AT LEAST ONE LINE OF TYPE WS-PIR-TYPE ON THE REVIEW?
       530-FIND-LINE.
           MOVE 'N' TO WS-PIR-FOUND
           MOVE WS-ARG-TICKET TO PIR-MASTER
           MOVE WS-PIR-TYPE TO PIR-TYPE
           MOVE 1 TO PIR-SEQ
           EXEC CICS STARTBR FILE('PIR00001')
                RIDFLD (PIR-KEY)
                RESP(WS-PIR-RESP)
                GTEQ
           END-EXEC
           IF WS-PIR-RESP NOT = DFHRESP(NORMAL)
               GO TO 530-EXIT
           END-IF
           EXEC CICS READNEXT FILE('PIR00001')
                INTO (PIR-RECORD)
                RIDFLD (PIR-KEY)
                RESP(WS-PIR-RESP)
           END-EXEC
           IF WS-PIR-RESP = DFHRESP(NORMAL) AND
              PIR-MASTER = WS-ARG-TICKET AND
              PIR-TYPE = WS-PIR-TYPE
               MOVE 'Y' TO WS-PIR-FOUND
           END-IF
           EXEC CICS ENDBR
                FILE('PIR00001')
           END-EXEC.
       530-EXIT.
           EXIT.

       550-COLLECT-VICTIMS.
           MOVE 0 TO WS-VICTIM-USED
           MOVE LOW-VALUES TO WS-SCAN-KEY
       600-EXIT.
           EXIT.

      * RECORDS THE CI WS-MIC-TIX IS LINKED TO (IF ANY) AGAINST THE
      * MASTER IN MI-TIX-ID. A CI ALREADY ON THE LIST IS LEFT AS IT
      * WAS - THE DUPLICATE WRITE IS SIMPLY REFUSED.
       700-ADD-AFFECTED-CI.
           MOVE WS-MIC-TIX TO CIX-TIX-ID
           EXEC CICS
               READ FILE('CIX00001')
               INTO (WS-CIX-REC)
               RIDFLD (CIX-TIX-ID)
               RESP(WS-MIC-RESP)
               EQUAL
           END-EXEC
           IF WS-MIC-RESP NOT = DFHRESP(NORMAL) OR
              CIX-CI-ID = SPACES
               GO TO 700-EXIT
           END-IF
           MOVE SPACES TO WS-MIC-REC
           MOVE MI-TIX-ID TO MIC-MASTER
           MOVE CIX-CI-ID TO MIC-CI-ID
           MOVE WS-MIC-TIX TO MIC-FROM-TIX
           MOVE WS-NOW-YMD TO MIC-ADDED-DATE
           EXEC CICS
               WRITE FILE('MIC00001')
               FROM(WS-MIC-REC)
               RIDFLD(MIC-KEY)
               RESP(WS-MIC-RESP)
           END-EXEC.
       700-EXIT.
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
