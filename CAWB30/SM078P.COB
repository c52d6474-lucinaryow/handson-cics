      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - PUBLISHED ARTICLE STARTS A KBV00001 REVIEW.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  KB-REMARK                         PIC X(50).
           05  KB-PUB-BY                         PIC X(08).
           05  KB-PUB-DATE                       PIC X(10).
           05  KB-STATUS                         PIC X(01).
           05  FILLER                            PIC X(07).
       01  WS-KB-RESP                            PIC S9(8) COMP.
       01  WS-KB-DONE                            PIC X.
       01  WS-KB-NEXT-SEQ                        PIC 9(03).
       01  WS-KBV-REC.
           05  KBV-KEY.
               10  KBV-CATEGORY                  PIC X(10).
               10  KBV-SEQ-NUM                   PIC 9(03).
           05  KBV-OWNER                         PIC X(07).
           05  KBV-NEXT-REVIEW                   PIC X(08).
           05  KBV-STATE                         PIC X(01).
           05  KBV-REVIEW-TIX                    PIC X(06).
           05  KBV-CONF-BY                       PIC X(07).
           05  KBV-CONF-DATE                     PIC X(08).
           05  KBV-WDRAWN-DATE                   PIC X(08).
           05  FILLER                            PIC X(02).
       01  WS-KBV-CYCLE-DAYS                     PIC 9(03) VALUE 180.
       01  WS-KBV-TODAY                          PIC 9(08).
       01  WS-KBV-DUE-INT                        PIC 9(09).
       01  WS-KBV-DUE-YMD                        PIC 9(08).
       01  WS-LOG-PARMS.
           05  LK-TIX-ID                         PIC X(06).
           05  LK-UPDATE-DATE                     PIC X(10).
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
           MOVE 'SM078P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
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
               FROM (WS-KB-REC)
               RIDFLD (KB-KEY)
               RESP(WS-KB-RESP)
           END-EXEC
           IF WS-KB-RESP = DFHRESP(NORMAL)
               PERFORM 660-OPEN-REVIEW
           END-IF.
       650-EXIT.
           EXIT.

      * THE CLOSER OWNS THE NEW ARTICLE'S REVIEW CYCLE, THE SAME AS
      * AN SM004 PUBLISH - SEE SM086P AND SMB057.
       660-OPEN-REVIEW.
           MOVE WS-TODAY-YMD TO WS-KBV-TODAY
           COMPUTE WS-KBV-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-KBV-TODAY) +
               WS-KBV-CYCLE-DAYS
           COMPUTE WS-KBV-DUE-YMD =
               FUNCTION DATE-OF-INTEGER(WS-KBV-DUE-INT)
           MOVE SPACES TO WS-KBV-REC
           MOVE KB-KEY TO KBV-KEY
           MOVE USERID3 TO KBV-OWNER
           MOVE WS-KBV-DUE-YMD TO KBV-NEXT-REVIEW
           MOVE 'A' TO KBV-STATE
           MOVE USERID3 TO KBV-CONF-BY
           MOVE WS-TODAY-YMD TO KBV-CONF-DATE
           EXEC CICS
               WRITE FILE('KBV00001')
               FROM (WS-KBV-REC)
               RIDFLD (KBV-KEY)
               RESP(WS-KB-RESP)
           END-EXEC.
       660-EXIT.
           EXIT.

       700-SHOW-PROBLEM.
           MOVE WS-ARG-PRBID TO PRB-ID
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
