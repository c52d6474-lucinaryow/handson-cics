         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM100.
      *
      * CIR00001 CI RELATIONSHIP MAINTENANCE AND IMPACT INQUIRY.
      * THE SM48 REGISTRY SAYS WHAT EACH CI IS; THIS SAYS WHAT IT
      * LEANS ON, SO "IF SAN01 GOES DOWN, WHAT ELSE BREAKS AND WHO IS
      * AFFECTED" HAS AN ANSWER. SEE COPYBOOK SMCIR.
      * COMMAND-LINE TRANSACTION SM4R IN THE SM48 STYLE - FIXED
      * COLUMNS, NO MAP:
      *
      *     SM4R CIID---- A T CIID----   RECORD THAT THE FIRST CI
      *                                  D DEPENDS ON, H HOSTS OR
      *                                  C CONNECTS TO THE SECOND
      *     SM4R CIID---- D T CIID----   REMOVE THAT RELATIONSHIP
      *     SM4R CIID---- S              SHOW THE CI'S RELATIONSHIPS
      *     SM4R CIID---- I              IMPACT ANALYSIS - EVERY CI
      *                                  DOWNSTREAM, ITS OPEN TICKETS
      *                                  AND APPROVED CHANGES
      *          (6-13)  (15)(17)(19-26)
      *
      * BOTH CIS MUST BE ON CIF00001 TO BE RELATED. A AND D ARE FOR
      * ADMINISTRATORS; S AND I ARE OPEN TO SERVICE PROVIDERS AS
      * WELL. THE DOWNSTREAM WALK IS SM101P'S, SHARED WITH SM040P
      * AND SM02P.
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
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
       01  WS-CALLER-REC.
           05  CALLER-UID                        PIC X(08).
           05  CALLER-REQ                        PIC X.
           05  CALLER-ADMN                       PIC X.
           05  CALLER-APP                        PIC X.
           05  CALLER-SP                         PIC X.
           05  CALLER-UPBY                       PIC X(08).
           05  CALLER-ACTIVE                     PIC X.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-CIID                           PIC X(08).
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-OTHER                          PIC X(08).
       01  WS-TIME                               PIC S9(15) COMP-3.
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-CI-REC.
           05  CI-ID                             PIC X(08).
           05  CI-DESC                           PIC X(30).
           05  CI-TYPE                           PIC X(10).
           05  CI-VENDOR                         PIC X(15).
           05  CI-WARRANTY-EXP                   PIC X(08).
           05  CI-STATUS                         PIC X(01).
           05  CI-AVAIL-TARGET                   PIC 9(02)V9(02).
           05  FILLER                            PIC X(04).
           COPY SMCIR.
       01  WS-CIR-BR-KEY                         PIC X(16).
       01  WS-CIR-UP                             PIC X(08).
       01  WS-CIR-DOWN                           PIC X(08).
       01  WS-REL-WORD                           PIC X(13).
       01  WS-BROWSE-DONE                        PIC X.
       01  WS-LINE-IDX                           PIC 9(02).
       01  WS-ENT-IX                             PIC 9(03).
       01  WS-DETAIL                             PIC X(80).
       01  WS-COUNT-Z                            PIC ZZ9.
       01  WS-TIX-Z                              PIC ZZZZ9.
       01  WS-CHG-Z                              PIC ZZ9.
       01  WS-OPEN-Z                             PIC ZZ9.
       01  WS-ECHG-Z                             PIC Z9.
       01  WS-SCREEN.
           05  WS-SCREEN-LINE                    PIC X(80)
                                                   OCCURS 20 TIMES.
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
           MOVE 'SM100P' TO MTP-PROGRAM
           PERFORM 200-PARSE-INPUT
           PERFORM 100-CHECK-ROLE
           EVALUATE TRUE
               WHEN WS-ARG-CIID = SPACES
                   MOVE 'USAGE: SM4R CIID A/D/S/I [D/H/C CIID]' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = 'S' OR WS-ARG-ACTION = SPACE
                   PERFORM 400-SHOW-RELATIONSHIPS THRU 400-EXIT
               WHEN WS-ARG-ACTION = 'I'
                   PERFORM 700-IMPACT THRU 700-EXIT
               WHEN WS-ARG-ACTION = 'A'
                   PERFORM 500-ADD-RELATIONSHIP
               WHEN WS-ARG-ACTION = 'D'
                   PERFORM 600-DROP-RELATIONSHIP
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, D, S, OR I' TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
           EXIT.

       100-CHECK-ROLE.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-CALLER-REC)
               RIDFLD (WS-USERID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              (CALLER-ADMN NOT = 'Y' AND
               ((WS-ARG-ACTION = 'A' OR WS-ARG-ACTION = 'D') OR
                CALLER-SP NOT = 'Y'))
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
           MOVE WS-INPUT(6:8) TO WS-ARG-CIID
           MOVE WS-INPUT(15:1) TO WS-ARG-ACTION
           MOVE WS-INPUT(17:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(19:8) TO WS-ARG-OTHER
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC.
       200-EXIT.
           EXIT.

       300-READ-CI.
           EXEC CICS
               READ FILE('CIF00001')
               INTO (WS-CI-REC)
               RIDFLD (CI-ID)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       300-EXIT.
           EXIT.

      * THE KEY FOR THE RELATIONSHIP AS KEYED - CIIDS IN WS-ARG-CIID
      * AND WS-ARG-OTHER, TYPE IN WS-ARG-TYPE - COMES BACK IN
      * WS-CIR-UP / WS-CIR-DOWN. A DEPENDENT IS DOWNSTREAM OF WHAT IT
      * DEPENDS ON; A HOST AND A CONNECTING CI ARE UPSTREAM.
       320-ORIENT.
           IF WS-ARG-TYPE = 'D'
               MOVE WS-ARG-OTHER TO WS-CIR-UP
               MOVE WS-ARG-CIID TO WS-CIR-DOWN
           ELSE
               MOVE WS-ARG-CIID TO WS-CIR-UP
               MOVE WS-ARG-OTHER TO WS-CIR-DOWN
           END-IF.
       320-EXIT.
           EXIT.

      * THE RELATIONSHIP IN CIR-RECORD AS A PHRASE FOR THE SCREEN.
       340-DESCRIBE.
           MOVE SPACES TO WS-DETAIL
           EVALUATE TRUE
               WHEN CIR-DEPENDS-ON
                   STRING CIR-DOWN-CI ' DEPENDS ON    ' CIR-UP-CI
                          '   SET BY ' CIR-SET-BY ' ' CIR-SET-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL
               WHEN CIR-HOSTS
                   STRING CIR-UP-CI ' HOSTS         ' CIR-DOWN-CI
                          '   SET BY ' CIR-SET-BY ' ' CIR-SET-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL
               WHEN OTHER
                   STRING CIR-UP-CI ' CONNECTS TO   ' CIR-DOWN-CI
                          '   SET BY ' CIR-SET-BY ' ' CIR-SET-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL
           END-EVALUATE.
       340-EXIT.
           EXIT.

      * DOWNSTREAM ROWS COME FROM A GENERIC BROWSE ON THE CI;
      * UPSTREAM ROWS NEED THE WHOLE FILE, WHICH IS SMALL. THE SECOND
      * HALF OF A CONNECTS-TO PAIR IS NOT SHOWN TWICE.
       400-SHOW-RELATIONSHIPS.
           MOVE WS-ARG-CIID TO CI-ID
           PERFORM 300-READ-CI
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'CI ' WS-ARG-CIID ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SM4R  CI ' WS-ARG-CIID ' ' CI-DESC
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE 'FAILS IF THIS CI FAILS:' TO WS-SCREEN-LINE(3)
           MOVE 3 TO WS-LINE-IDX
           MOVE WS-ARG-CIID TO CIR-UP-CI
           MOVE LOW-VALUES TO CIR-DOWN-CI
           MOVE CIR-KEY TO WS-CIR-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('CIR00001')
               RIDFLD (WS-CIR-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READNEXT FILE('CIR00001')
                       INTO (CIR-RECORD)
                       RIDFLD (WS-CIR-BR-KEY)
                       RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                      CIR-UP-CI NOT = WS-ARG-CIID
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       PERFORM 440-ADD-LINE THRU 440-EXIT
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('CIR00001') END-EXEC
           END-IF
           IF WS-LINE-IDX = 3
               ADD 1 TO WS-LINE-IDX
               MOVE '  NOTHING' TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF
           IF WS-LINE-IDX < 18
               ADD 2 TO WS-LINE-IDX
               MOVE 'FAILS IF THESE FAIL:' TO
                   WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF
           MOVE WS-LINE-IDX TO WS-ENT-IX
           MOVE LOW-VALUES TO WS-CIR-BR-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE('CIR00001')
               RIDFLD (WS-CIR-BR-KEY)
               GTEQ
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READNEXT FILE('CIR00001')
                       INTO (CIR-RECORD)
                       RIDFLD (WS-CIR-BR-KEY)
                       RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF CIR-DOWN-CI = WS-ARG-CIID AND
                          NOT CIR-CONNECTS-TO
                           PERFORM 440-ADD-LINE THRU 440-EXIT
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('CIR00001') END-EXEC
           END-IF
           IF WS-LINE-IDX = WS-ENT-IX AND WS-LINE-IDX < 20
               ADD 1 TO WS-LINE-IDX
               MOVE '  NOTHING' TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF
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
       400-EXIT.
           EXIT.

       440-ADD-LINE.
           IF WS-LINE-IDX = 20
               MOVE 'Y' TO WS-BROWSE-DONE
               GO TO 440-EXIT
           END-IF
           IF WS-LINE-IDX = 19
               MOVE '  MORE - SEE SM4R CIID I FOR THE FULL IMPACT'
                   TO WS-SCREEN-LINE(20)
               MOVE 20 TO WS-LINE-IDX
               MOVE 'Y' TO WS-BROWSE-DONE
               GO TO 440-EXIT
           END-IF
           PERFORM 340-DESCRIBE
           ADD 1 TO WS-LINE-IDX
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-IDX)
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX)(3:78).
       440-EXIT.
           EXIT.

      * CONNECTS TO IS WRITTEN BOTH WAYS ROUND; IF THE SECOND HALF
      * CANNOT BE WRITTEN THE FIRST IS TAKEN BACK OUT.
       500-ADD-RELATIONSHIP.
           PERFORM 550-VALIDATE-PAIR
           PERFORM 320-ORIENT
           MOVE SPACES TO CIR-RECORD
           MOVE WS-CIR-UP TO CIR-UP-CI
           MOVE WS-CIR-DOWN TO CIR-DOWN-CI
           MOVE WS-ARG-TYPE TO CIR-TYPE
           MOVE USERID3 TO CIR-SET-BY
           MOVE WS-TODAY-YMD TO CIR-SET-DATE
           EXEC CICS
               WRITE FILE('CIR00001')
               FROM(CIR-RECORD)
               RIDFLD(CIR-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE SPACES TO WS-REPLY
               STRING WS-CIR-UP ' AND ' WS-CIR-DOWN
                      ' ARE ALREADY RELATED - DELETE IT FIRST'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RELATIONSHIP NOT SAVED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-TYPE = 'C'
               MOVE WS-CIR-DOWN TO CIR-UP-CI
               MOVE WS-CIR-UP TO CIR-DOWN-CI
               EXEC CICS
                   WRITE FILE('CIR00001')
                   FROM(CIR-RECORD)
                   RIDFLD(CIR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE WS-CIR-UP TO CIR-UP-CI
                   MOVE WS-CIR-DOWN TO CIR-DOWN-CI
                   EXEC CICS
                       DELETE FILE('CIR00001')
                       RIDFLD (CIR-KEY)
                       RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE SPACES TO WS-REPLY
                   STRING WS-CIR-DOWN ' IS ALREADY RELATED TO '
                          WS-CIR-UP ' - NOT SAVED'
                       DELIMITED BY SIZE INTO WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               MOVE WS-CIR-UP TO CIR-UP-CI
               MOVE WS-CIR-DOWN TO CIR-DOWN-CI
           END-IF
           PERFORM 340-DESCRIBE
           MOVE SPACES TO WS-REPLY
           STRING 'SAVED: ' WS-DETAIL(1:36)
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       550-VALIDATE-PAIR.
           IF WS-ARG-TYPE NOT = 'D' AND WS-ARG-TYPE NOT = 'H' AND
              WS-ARG-TYPE NOT = 'C'
               MOVE 'TYPE (COLUMN 17) MUST BE D, H, OR C' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-OTHER = SPACES OR WS-ARG-OTHER = WS-ARG-CIID
               MOVE 'SECOND CI (COLUMNS 19-26) MUST BE A DIFFERENT CI'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-CIID TO CI-ID
           PERFORM 300-READ-CI
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-ARG-OTHER TO CI-ID
               PERFORM 300-READ-CI
           END-IF
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'CI ' CI-ID ' IS NOT ON THE SM48 REGISTRY'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       550-EXIT.
           EXIT.

       600-DROP-RELATIONSHIP.
           IF WS-ARG-TYPE NOT = 'D' AND WS-ARG-TYPE NOT = 'H' AND
              WS-ARG-TYPE NOT = 'C'
               MOVE 'TYPE (COLUMN 17) MUST BE D, H, OR C' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 320-ORIENT
           MOVE WS-CIR-UP TO CIR-UP-CI
           MOVE WS-CIR-DOWN TO CIR-DOWN-CI
           EXEC CICS
               READ FILE('CIR00001')
               INTO (CIR-RECORD)
               RIDFLD (CIR-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              CIR-TYPE NOT = WS-ARG-TYPE
               MOVE 'NO SUCH RELATIONSHIP' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS
               DELETE FILE('CIR00001')
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-ARG-TYPE = 'C'
               MOVE WS-CIR-DOWN TO CIR-UP-CI
               MOVE WS-CIR-UP TO CIR-DOWN-CI
               EXEC CICS
                   DELETE FILE('CIR00001')
                   RIDFLD (CIR-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           STRING 'RELATIONSHIP ' WS-CIR-UP '/' WS-CIR-DOWN ' DELETED'
               DELIMITED BY SIZE INTO WS-REPLY
           PERFORM 800-REPLY.
       600-EXIT.
           EXIT.

      * THE SM101P LIST, NEAREST CI FIRST. EACH LINE IS THE LEVEL,
      * THE CI, HOW IT HANGS OFF THE CI ABOVE IT, ITS OPEN TICKETS
      * (WITH THE FIRST OF THEM) AND ITS APPROVED CHANGES (WITH THE
      * FIRST OF THEM).
       700-IMPACT.
           MOVE WS-ARG-CIID TO CI-ID
           PERFORM 300-READ-CI
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'CI ' WS-ARG-CIID ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-ARG-CIID TO ILK-ROOT-CI
           EXEC CICS LINK PROGRAM('SM101P')
                COMMAREA(WS-IMP-PARMS)
                LENGTH(LENGTH OF WS-IMP-PARMS)
           END-EXEC
           MOVE SPACES TO WS-SCREEN
           MOVE SPACES TO WS-DETAIL
           STRING 'SM4R  IMPACT OF ' WS-ARG-CIID ' ' CI-DESC
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(1)
           MOVE ILK-CI-COUNT TO WS-COUNT-Z
           MOVE ILK-TIX-COUNT TO WS-TIX-Z
           MOVE ILK-CHG-COUNT TO WS-CHG-Z
           MOVE SPACES TO WS-DETAIL
           STRING WS-COUNT-Z ' CIS DOWNSTREAM, ' WS-TIX-Z
                  ' OPEN TICKETS, ' WS-CHG-Z ' APPROVED CHANGES'
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(2)
           IF ILK-CI-COUNT = 0
               MOVE 'NOTHING IS RECORDED AS DEPENDING ON THIS CI' TO
                   WS-SCREEN-LINE(4)
               GO TO 780-SEND-IMPACT
           END-IF
           MOVE 'L CI       REACHED AS           OPEN FIRST  CHG CHANG
      -        'E' TO WS-SCREEN-LINE(4)
           MOVE 4 TO WS-LINE-IDX
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > ILK-CI-COUNT OR WS-LINE-IDX = 20
               IF WS-LINE-IDX = 19 AND WS-ENT-IX < ILK-CI-COUNT
                   MOVE 20 TO WS-LINE-IDX
                   MOVE '  MORE CIS THAN FIT - THE TOTALS ABOVE COVER TH
      -                'EM ALL' TO WS-SCREEN-LINE(20)
               ELSE
                   PERFORM 750-IMPACT-LINE
               END-IF
           END-PERFORM
           IF ILK-TRUNCATED = 'Y'
               MOVE '  WALK STOPPED AT 50 CIS - TOTALS ARE FOR THOSE 50'
                   TO WS-SCREEN-LINE(3)
           END-IF.
       780-SEND-IMPACT.
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
       700-EXIT.
           EXIT.

       750-IMPACT-LINE.
           EVALUATE ILK-REL(WS-ENT-IX)
               WHEN 'D'
                   MOVE 'DEPENDS ON   ' TO WS-REL-WORD
               WHEN 'H'
                   MOVE 'HOSTED ON    ' TO WS-REL-WORD
               WHEN OTHER
                   MOVE 'CONNECTED TO ' TO WS-REL-WORD
           END-EVALUATE
           MOVE ILK-OPEN(WS-ENT-IX) TO WS-OPEN-Z
           MOVE ILK-CHG(WS-ENT-IX) TO WS-ECHG-Z
           MOVE SPACES TO WS-DETAIL
           STRING ILK-DEPTH(WS-ENT-IX) ' ' ILK-CI(WS-ENT-IX) ' '
                  WS-REL-WORD ILK-PARENT(WS-ENT-IX) ' '
                  WS-OPEN-Z ' ' ILK-FIRST-TIX(WS-ENT-IX) '  '
                  WS-ECHG-Z ' ' ILK-CHG-TIX(WS-ENT-IX)
               DELIMITED BY SIZE INTO WS-DETAIL
           ADD 1 TO WS-LINE-IDX
           MOVE WS-DETAIL TO WS-SCREEN-LINE(WS-LINE-IDX).
       750-EXIT.
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
