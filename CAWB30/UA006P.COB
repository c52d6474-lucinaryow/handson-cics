      * ADMINISTRATOR WORKLIST. THE RECORD ITSELF IS THE EVIDENCE
      * OF WHO ASKED FOR WHAT, AND WHEN. COMMAND-LINE:
      *
      *     UA06 USERID- RASP QUEUE----- SUPERVSR T ENDDATE-
      *          (6-12) (14-17) (19-28)  (30-36) (38)(40-47)
      *
      * RASP ARE THE FOUR ROLE FLAGS (REQUESTOR, ADMINISTRATOR,
      * APPROVER, SERVICE PROVIDER) AS Y OR N, IN UAF00001 ORDER.
      * T IS THE ACCOUNT TYPE - E (OR BLANK) FOR AN EMPLOYEE, C FOR
      * A CONTRACTOR OR OTHER NON-EMPLOYEE, WHO MUST GIVE THE LAST
      * DAY OF THE ENGAGEMENT AS ENDDATE (YYYYMMDD, AFTER TODAY).
      * UA007P CARRIES IT ONTO UAF00004 (SMUAE) ON APPROVAL.
      * A USERID ALREADY IN UAF00001, OR WITH A REQUEST ALREADY
      * PENDING, IS REFUSED.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - ACCOUNT TYPE AND END DATE FOR CONTRACTORS.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ARG-ROLES                          PIC X(04).
       01  WS-ARG-QUEUE                          PIC X(10).
       01  WS-ARG-SUPER                          PIC X(07).
       01  WS-ARG-TYPE                           PIC X(01).
       01  WS-ARG-END-DATE.
           05  WS-ARG-END-YYYY                   PIC 9(04).
           05  WS-ARG-END-MM                     PIC 9(02).
           05  WS-ARG-END-DD                     PIC 9(02).
       01  WS-ARG-END-X REDEFINES WS-ARG-END-DATE
                                                 PIC X(08).
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-UAF-KEY.
           05  WS-UAF-KEY7                       PIC X(07).
           05  FILLER                            PIC X.
           05  ARQ-REQ-DATE                      PIC X(08).
           05  ARQ-DECIDED-BY                    PIC X(07).
           05  ARQ-DECIDED-DATE                  PIC X(08).
           05  ARQ-END-DATE                      PIC X(08).
       01  WS-IDX                                PIC 9(01).
       01  WS-REPLY                              PIC X(79).
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
           MOVE 'UA006P' TO MTP-PROGRAM
           PERFORM 200-PARSE-INPUT
           IF WS-ARG-USERID = SPACES
               MOVE 'USAGE: UA06 USERID RASP QUEUE SUPERVISOR E/C END'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 300-VALIDATE THRU 300-EXIT
           MOVE WS-INPUT(6:7) TO WS-ARG-USERID
           MOVE WS-INPUT(14:4) TO WS-ARG-ROLES
           MOVE WS-INPUT(19:10) TO WS-ARG-QUEUE
           MOVE WS-INPUT(30:7) TO WS-ARG-SUPER
           MOVE WS-INPUT(38:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(40:8) TO WS-ARG-END-X.
       200-EXIT.
           EXIT.

                   PERFORM 800-REPLY
               END-IF
           END-PERFORM
           PERFORM 350-CHECK-END-DATE THRU 350-EXIT
           MOVE WS-ARG-USERID TO WS-UAF-KEY7
           EXEC CICS
               READ FILE('UAF00001')
       300-EXIT.
           EXIT.

      * A NON-EMPLOYEE ACCOUNT MUST SAY WHEN IT ENDS; AN EMPLOYEE
      * ACCOUNT MAY NOT CARRY AN END DATE (HR'S FEED OWNS THOSE).
       350-CHECK-END-DATE.
           IF WS-ARG-TYPE = SPACE
               MOVE 'E' TO WS-ARG-TYPE
           END-IF
           IF WS-ARG-TYPE NOT = 'E' AND WS-ARG-TYPE NOT = 'C'
               MOVE 'ACCOUNT TYPE MUST BE E (EMPLOYEE) OR C (CONTRACT)'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-TYPE = 'E'
               IF WS-ARG-END-X NOT = SPACES
                   MOVE 'AN EMPLOYEE ACCOUNT TAKES NO END DATE' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               END-IF
               GO TO 350-EXIT
           END-IF
           IF WS-ARG-END-X = SPACES
               MOVE 'A CONTRACTOR ACCOUNT NEEDS AN END DATE (YYYYMMDD)'
                   TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-END-X NOT NUMERIC
               MOVE 'END DATE MUST BE YYYYMMDD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-END-MM < 1 OR WS-ARG-END-MM > 12 OR
              WS-ARG-END-DD < 1 OR WS-ARG-END-DD > 31 OR
              WS-ARG-END-YYYY < 2000
               MOVE 'END DATE IS NOT A VALID DATE' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           IF WS-ARG-END-X NOT > WS-TODAY-YMD
               MOVE 'END DATE MUST BE AFTER TODAY' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       350-EXIT.
           EXIT.

      * A REFUSED OR APPROVED OLD REQUEST FOR THE SAME USERID IS
      * OVERWRITTEN - THE NEW ASK SUPERSEDES IT.
       400-WRITE-REQUEST.
           MOVE WS-ARG-QUEUE TO ARQ-QUEUE
           MOVE WS-ARG-SUPER TO ARQ-SUPER
           MOVE 'P' TO ARQ-STATUS
           IF WS-ARG-TYPE = 'C'
               MOVE WS-ARG-END-X TO ARQ-END-DATE
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
               MOVE WS-ARG-QUEUE TO ARQ-QUEUE
               MOVE WS-ARG-SUPER TO ARQ-SUPER
               MOVE 'P' TO ARQ-STATUS
               MOVE SPACES TO ARQ-END-DATE
               IF WS-ARG-TYPE = 'C'
                   MOVE WS-ARG-END-X TO ARQ-END-DATE
               END-IF
               MOVE SPACES TO ARQ-DECIDED-BY
               MOVE SPACES TO ARQ-DECIDED-DATE
               EXEC CICS
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
