      * ELIGIBLE MEMBER, AND THE CALLER LEAVES THE TICKET UNASSIGNED
      * EXACTLY AS BEFORE.
      *
      * WHEN THE CALLER ALSO PASSES THE TICKET CATEGORY AND CSK00001
      * NAMES A SKILL FOR IT, ONLY MEMBERS HOLDING THAT SKILL IN
      * PSK00001 AT THE MINIMUM LEVEL OR ABOVE ARE WEIGHED, STILL
      * LEAST-LOADED FIRST. IF NO QUALIFIED MEMBER IS FREE THE WALK
      * IS REPEATED WITHOUT THE SKILL TEST AND ALK-SKILL-MATCH COMES
      * BACK 'N' SO THE CALLER CAN FLAG THE TICKET; 'Y' MEANS A
      * QUALIFIED MEMBER WAS PICKED, SPACE MEANS NO SKILL APPLIES.
      * CALLERS STILL PASSING THE SHORT COMMAREA ARE ROUTED ON
      * QUEUE MEMBERSHIP ALONE.
      *
      * MEMBERS WHOM SM090P REPORTS AS ABSENT OR OFF SHIFT ON THE
      * PRS00001 ROSTER RIGHT NOW ARE NOT WEIGHED AT ALL.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - SKILL-BASED ROUTING VIA PSK00001/CSK00001.
      *  2026-10-15 MAINT - SKIP MEMBERS ABSENT OR OFF SHIFT TODAY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-OPEN-COUNT                         PIC 9(03).
       01  WS-BEST-COUNT                         PIC 9(03).
       01  WS-BEST-USER                          PIC X(07).
       01  WS-SKILL-FILTER                       PIC X VALUE 'N'.
       01  WS-REQ-SKILL                          PIC X(08).
       01  WS-REQ-LEVEL                          PIC 9(01).
       01  WS-CATEGORY                           PIC X(10).
       01  WS-PSK-REC.
           05  PSK-KEY.
               10  PSK-USERID                    PIC X(07).
               10  PSK-SKILL                     PIC X(08).
           05  PSK-LEVEL                         PIC 9(01).
           05  PSK-SET-BY                        PIC X(07).
           05  PSK-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(09).
       01  WS-CSK-REC.
           05  CSK-CATEGORY                      PIC X(10).
           05  CSK-SKILL                         PIC X(08).
           05  CSK-MIN-LEVEL                     PIC 9(01).
           05  CSK-SET-BY                        PIC X(07).
           05  CSK-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(06).
       01  WS-AVAIL-PARMS.
           05  AVL-USERID                        PIC X(07).
           05  AVL-DATE                          PIC X(08).
           05  AVL-HOUR                          PIC X(02).
           05  AVL-STATUS                        PIC X(01).
           05  AVL-UNTIL                         PIC X(08).
           05  AVL-RESP-CODE                     PIC S9(8) COMP.
       01  WS-TIX-REC.
           05  TIX-ID                            PIC X(06).
           05  FILLER                            PIC X(08).
           05  ALK-QUEUE                         PIC X(10).
           05  ALK-ASSIGNEE                      PIC X(07).
           05  ALK-RESP-CODE                     PIC S9(8) COMP.
           05  ALK-CATEGORY                      PIC X(10).
           05  ALK-SKILL-MATCH                   PIC X(01).
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE SPACES TO ALK-ASSIGNEE
           MOVE SPACES TO WS-BEST-USER
           MOVE 999 TO WS-BEST-COUNT
           MOVE SPACES TO WS-CATEGORY
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE SPACE TO ALK-SKILL-MATCH
               MOVE ALK-CATEGORY TO WS-CATEGORY
           END-IF
           PERFORM 100-FIND-SKILL THRU 100-EXIT
           PERFORM 200-WALK-MEMBERS
           IF WS-SKILL-FILTER = 'Y'
               IF WS-BEST-USER NOT = SPACES
                   MOVE 'Y' TO ALK-SKILL-MATCH
               ELSE
                   MOVE 'N' TO ALK-SKILL-MATCH
                   MOVE 'N' TO WS-SKILL-FILTER
                   PERFORM 200-WALK-MEMBERS
               END-IF
           END-IF
           MOVE WS-BEST-USER TO ALK-ASSIGNEE
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

       100-FIND-SKILL.
           MOVE 'N' TO WS-SKILL-FILTER
           IF WS-CATEGORY = SPACES
               GO TO 100-EXIT
           END-IF
           MOVE SPACES TO WS-CSK-REC
           MOVE WS-CATEGORY TO CSK-CATEGORY
           EXEC CICS
               READ FILE('CSK00001')
               INTO (WS-CSK-REC)
               RIDFLD (CSK-CATEGORY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND
              CSK-SKILL NOT = SPACES
               MOVE CSK-SKILL TO WS-REQ-SKILL
               MOVE CSK-MIN-LEVEL TO WS-REQ-LEVEL
               MOVE 'Y' TO WS-SKILL-FILTER
           END-IF.
       100-EXIT.
           EXIT.

       200-WALK-MEMBERS.
           MOVE 'N' TO WS-QM-DONE
           MOVE SPACES TO QM-KEY
              MB-ACTIVE = 'N' OR MB-SP NOT = 'Y'
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-AVAIL-PARMS
           MOVE QM-USERID TO AVL-USERID
           EXEC CICS LINK PROGRAM('SM090P')
                COMMAREA(WS-AVAIL-PARMS)
                LENGTH(LENGTH OF WS-AVAIL-PARMS)
           END-EXEC
           IF AVL-STATUS NOT = 'A'
               GO TO 300-EXIT
           END-IF
           IF WS-SKILL-FILTER = 'Y'
               MOVE SPACES TO WS-PSK-REC
               MOVE QM-USERID TO PSK-USERID
               MOVE WS-REQ-SKILL TO PSK-SKILL
               EXEC CICS
                   READ FILE('PSK00001')
                   INTO (WS-PSK-REC)
                   RIDFLD (PSK-KEY)
                   RESP(WS-RESPONSE-CODE)
                   EQUAL
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  PSK-LEVEL < WS-REQ-LEVEL
                   GO TO 300-EXIT
               END-IF
           END-IF
           PERFORM 400-COUNT-OPEN
           IF WS-OPEN-COUNT < WS-WIP-THRESHOLD AND
              WS-OPEN-COUNT < WS-BEST-COUNT
