         CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM089.
      *
      * PROVIDER SHIFT AND ABSENCE ROSTER MAINTENANCE.
      * KEEPS PRS00001, ONE RECORD PER PROVIDER PER ROSTER ENTRY:
      * A SHIFT (W) WITH THE HOURS WORKED ON EACH DAY OF ITS DATE
      * RANGE, OR AN ABSENCE - LEAVE (L), TRAINING (T) OR SICK (S) -
      * FOR WHOLE DAYS. SM090P READS THE ROSTER FOR THE PICKER,
      * REASSIGNMENT, BULK TRANSFER AND THE DASHBOARD; SMB019 READS
      * IT DIRECTLY FOR ESCALATION. SMB062 LOADS THE SAME FILE FROM
      * A FLAT-FILE EXTRACT. ADMINISTRATORS ADD AND DELETE ENTRIES;
      * ANY PROVIDER MAY ASK FOR A STATUS. COMMAND-LINE:
      *
      *   SM89 A USERID T YYYYMMDD YYYYMMDD HH HH NOTE
      *         (8-14)(16)(18-25) (27-34)(36)(39)(42-61)
      *        ADD OR REPLACE - TYPE, FIRST DAY, LAST DAY, SHIFT
      *        FROM/TO HOUR (W ONLY; EQUAL MEANS ALL DAY, FROM AFTER
      *        TO RUNS PAST MIDNIGHT), FREE-TEXT NOTE
      *   SM89 D USERID T YYYYMMDD        DELETE THE ENTRY
      *   SM89 S USERID [YYYYMMDD]        STATUS NOW, OR ON A DATE
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
       01  WS-TODAY-YMD                          PIC X(08).
       01  WS-USERID.
           05  USERID3                           PIC X(7).
           05  FILLER                            PIC X.
           COPY SMUAF.
       01  WS-INPUT                              PIC X(80).
       01  WS-INPUT-LEN                          PIC S9(4) COMP.
       01  WS-ARG-ACTION                         PIC X(01).
       01  WS-ARG-USER                           PIC X(07).
       01  WS-ARG-TYPE                           PIC X(01).
           88  WS-ARG-TYPE-OK                    VALUE 'W' 'L' 'T' 'S'.
       01  WS-ARG-START.
           05  WS-ARG-START-YYYY                 PIC 9(04).
           05  WS-ARG-START-MM                   PIC 9(02).
           05  WS-ARG-START-DD                   PIC 9(02).
       01  WS-ARG-END.
           05  WS-ARG-END-YYYY                   PIC 9(04).
           05  WS-ARG-END-MM                     PIC 9(02).
           05  WS-ARG-END-DD                     PIC 9(02).
       01  WS-ARG-FROM                           PIC X(02).
       01  WS-ARG-FROM-N REDEFINES WS-ARG-FROM   PIC 9(02).
       01  WS-ARG-TO                             PIC X(02).
       01  WS-ARG-TO-N REDEFINES WS-ARG-TO       PIC 9(02).
       01  WS-ARG-NOTE                           PIC X(20).
       01  WS-PRS-REC.
           05  PRS-KEY.
               10  PRS-USERID                    PIC X(07).
               10  PRS-START-DATE                PIC X(08).
               10  PRS-TYPE                      PIC X(01).
           05  PRS-END-DATE                      PIC X(08).
           05  PRS-FROM-HH                       PIC 9(02).
           05  PRS-TO-HH                         PIC 9(02).
           05  PRS-NOTE                          PIC X(20).
           05  PRS-SET-BY                        PIC X(07).
           05  PRS-SET-DATE                      PIC X(08).
           05  FILLER                            PIC X(17).
       01  WS-REPLACED                           PIC X.
       01  WS-TARGET-KEY.
           05  WS-TARGET-KEY1                    PIC X(7).
           05  FILLER                            PIC X.
       01  WS-TARGET-REC.
           05  TGT-UID                           PIC X(08).
           05  TGT-REQ                           PIC X.
           05  TGT-ADMN                          PIC X.
           05  TGT-APP                           PIC X.
           05  TGT-SP                            PIC X.
           05  TGT-UPBY                          PIC X(08).
           05  TGT-ACTIVE                        PIC X.
       01  WS-AVAIL-PARMS.
           05  AVL-USERID                        PIC X(07).
           05  AVL-DATE                          PIC X(08).
           05  AVL-HOUR                          PIC X(02).
           05  AVL-STATUS                        PIC X(01).
           05  AVL-UNTIL                         PIC X(08).
           05  AVL-RESP-CODE                     PIC S9(8) COMP.
       01  WS-STATUS-TEXT                        PIC X(20).
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
           MOVE 'SM089P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
               WHEN WS-ARG-USER = SPACES
                   MOVE 'USAGE: SM89 A/D/S USERID TYPE START END ...' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-ACTION = 'S'
                   PERFORM 400-SHOW-STATUS THRU 400-EXIT
               WHEN WS-ARG-ACTION = 'A' OR WS-ARG-ACTION = 'D'
                   IF CALLER-ADMN NOT = 'Y'
                       MOVE 'ONLY ADMINISTRATORS MAY CHANGE THE ROSTER'
                           TO WS-REPLY
                       PERFORM 800-REPLY
                   END-IF
                   PERFORM 300-VALIDATE THRU 300-EXIT
                   IF WS-ARG-ACTION = 'A'
                       PERFORM 500-ADD-ENTRY THRU 500-EXIT
                   ELSE
                       PERFORM 600-DELETE-ENTRY THRU 600-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, D OR S' TO WS-REPLY
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
           MOVE WS-INPUT(8:7) TO WS-ARG-USER
           MOVE WS-INPUT(16:1) TO WS-ARG-TYPE
           MOVE WS-INPUT(18:8) TO WS-ARG-START
           MOVE WS-INPUT(27:8) TO WS-ARG-END
           MOVE WS-INPUT(36:2) TO WS-ARG-FROM
           MOVE WS-INPUT(39:2) TO WS-ARG-TO
           MOVE WS-INPUT(42:20) TO WS-ARG-NOTE
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

       300-VALIDATE.
           IF NOT WS-ARG-TYPE-OK
               MOVE 'TYPE MUST BE W, L, T OR S' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-START NOT NUMERIC OR
              WS-ARG-START-MM < 1 OR WS-ARG-START-MM > 12 OR
              WS-ARG-START-DD < 1 OR WS-ARG-START-DD > 31 OR
              WS-ARG-START-YYYY < 2000
               MOVE 'FIRST DAY MUST BE A VALID YYYYMMDD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-ACTION = 'D'
               GO TO 300-EXIT
           END-IF
           IF WS-ARG-END = SPACES
               MOVE WS-ARG-START TO WS-ARG-END
           END-IF
           IF WS-ARG-END NOT NUMERIC OR
              WS-ARG-END-MM < 1 OR WS-ARG-END-MM > 12 OR
              WS-ARG-END-DD < 1 OR WS-ARG-END-DD > 31 OR
              WS-ARG-END-YYYY < 2000
               MOVE 'LAST DAY MUST BE A VALID YYYYMMDD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-END < WS-ARG-START
               MOVE 'LAST DAY IS BEFORE THE FIRST DAY' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-TYPE = 'W'
               IF WS-ARG-FROM NOT NUMERIC OR WS-ARG-TO NOT NUMERIC OR
                  WS-ARG-FROM-N > 23 OR WS-ARG-TO-N > 23
                   MOVE 'SHIFT FROM AND TO MUST BE HOURS 00-23' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           ELSE
               MOVE '00' TO WS-ARG-FROM
               MOVE '00' TO WS-ARG-TO
           END-IF
           MOVE SPACES TO WS-TARGET-KEY
           MOVE WS-ARG-USER TO WS-TARGET-KEY1
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-TARGET-REC)
               RIDFLD (WS-TARGET-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
              TGT-SP NOT = 'Y' OR TGT-ACTIVE = 'N'
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-USER ' IS NOT AN ACTIVE SERVICE PROVIDER'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       300-EXIT.
           EXIT.

       400-SHOW-STATUS.
           MOVE SPACES TO WS-AVAIL-PARMS
           MOVE WS-ARG-USER TO AVL-USERID
           IF WS-ARG-START NUMERIC
               MOVE WS-ARG-START TO AVL-DATE
           END-IF
           EXEC CICS LINK PROGRAM('SM090P')
                COMMAREA(WS-AVAIL-PARMS)
                LENGTH(LENGTH OF WS-AVAIL-PARMS)
           END-EXEC
           EVALUATE AVL-STATUS
               WHEN 'L'
                   MOVE 'ON LEAVE' TO WS-STATUS-TEXT
               WHEN 'T'
                   MOVE 'ON TRAINING' TO WS-STATUS-TEXT
               WHEN 'S'
                   MOVE 'OFF SICK' TO WS-STATUS-TEXT
               WHEN 'O'
                   MOVE 'OFF SHIFT' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'AVAILABLE' TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPLY
           IF AVL-UNTIL = SPACES
               STRING WS-ARG-USER ' ' WS-STATUS-TEXT
                   DELIMITED BY '  ' INTO WS-REPLY
           ELSE
               STRING WS-ARG-USER ' ' WS-STATUS-TEXT
                   DELIMITED BY '  '
                      ' UNTIL ' AVL-UNTIL ' INCLUSIVE'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       400-EXIT.
           EXIT.

      * ADD OVERWRITES AN ENTRY WITH THE SAME USER, FIRST DAY AND
      * TYPE SO A WRONG LAST DAY OR SHIFT CAN BE CORRECTED IN PLACE.
       500-ADD-ENTRY.
           MOVE 'N' TO WS-REPLACED
           MOVE SPACES TO WS-PRS-REC
           MOVE WS-ARG-USER TO PRS-USERID
           MOVE WS-ARG-START TO PRS-START-DATE
           MOVE WS-ARG-TYPE TO PRS-TYPE
           EXEC CICS
               READ FILE('PRS00001')
               INTO (WS-PRS-REC)
               RIDFLD (PRS-KEY)
               RESP(WS-RESPONSE-CODE)
               UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REPLACED
           END-IF
           MOVE WS-ARG-END TO PRS-END-DATE
           MOVE WS-ARG-FROM-N TO PRS-FROM-HH
           MOVE WS-ARG-TO-N TO PRS-TO-HH
           MOVE WS-ARG-NOTE TO PRS-NOTE
           MOVE USERID3 TO PRS-SET-BY
           MOVE WS-TODAY-YMD TO PRS-SET-DATE
           IF WS-REPLACED = 'Y'
               EXEC CICS
                   REWRITE FILE('PRS00001')
                   FROM(WS-PRS-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('PRS00001')
                   FROM(WS-PRS-REC)
                   RIDFLD(PRS-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PRS00001 UPDATE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-REPLACED = 'Y'
               STRING 'ROSTER ENTRY REPLACED FOR ' WS-ARG-USER ' '
                      WS-ARG-TYPE ' ' WS-ARG-START '-' WS-ARG-END
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING 'ROSTER ENTRY ADDED FOR ' WS-ARG-USER ' '
                      WS-ARG-TYPE ' ' WS-ARG-START '-' WS-ARG-END
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       500-EXIT.
           EXIT.

       600-DELETE-ENTRY.
           MOVE SPACES TO WS-PRS-REC
           MOVE WS-ARG-USER TO PRS-USERID
           MOVE WS-ARG-START TO PRS-START-DATE
           MOVE WS-ARG-TYPE TO PRS-TYPE
           EXEC CICS
               DELETE FILE('PRS00001')
               RIDFLD (PRS-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               STRING 'ROSTER ENTRY DELETED FOR ' WS-ARG-USER ' '
                      WS-ARG-TYPE ' ' WS-ARG-START
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'NO SUCH ROSTER ENTRY' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       600-EXIT.
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
