           05  NLK-NOTIFY-DATE                    PIC X(10).
           05  NLK-NOTIFY-TIME                    PIC X(10).
           05  NLK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-BRL-PARMS.
           05  BRK-TIX-ID                         PIC X(06).
           05  BRK-USER                           PIC X(07).
           05  BRK-RELEASED                       PIC 9(02).
           05  BRK-RESP-CODE                      PIC S9(8) COMP.
       01  WS-RECENT-PARMS.
           05  RLK-USERID                         PIC X(07).
           05  RLK-TIX-ID                         PIC X(06).
           05  CI-STATUS                         PIC X(01).
           05  FILLER                            PIC X(08).
       01  WS-CI-RESP                            PIC S9(8) COMP.
      * ASSET CUSTODY - CLOSING A FULFILMENT TICKET LINKED TO A CI
      * ISSUES THE CI TO THE REQUESTOR (CIC00001, SEE SMCIC).
           COPY SMCIC.
       01  WS-CIC-RESP                           PIC S9(8) COMP.
       01  WS-CIC-TODAY                          PIC X(08).
       01  WS-FULFIL-CATEGORY                    PIC X(10) VALUE
           'FULFILMENT'.
       01  WS-SERVICE-REC.
           05 WS-REC-KEY                 PIC X(06).
           05 WS-REC-KEY-NUM REDEFINES WS-REC-KEY PIC 9(06).
           05  KB-REMARK                  PIC X(50).
           05  KB-PUB-BY                  PIC X(08).
           05  KB-PUB-DATE                PIC X(10).
           05  KB-STATUS                  PIC X(01).
           05  FILLER                     PIC X(07).
       01  WS-KB-DONE                     PIC X.
       01  WS-KB-NEXT-SEQ                 PIC 9(03).
      * KNOWLEDGE-ARTICLE REVIEW CYCLE - SEE SM086P AND SMB057.
       01  WS-KBV-REC.
           05  KBV-KEY.
               10  KBV-CATEGORY           PIC X(10).
               10  KBV-SEQ-NUM            PIC 9(03).
           05  KBV-OWNER                  PIC X(07).
           05  KBV-NEXT-REVIEW            PIC X(08).
           05  KBV-STATE                  PIC X(01).
           05  KBV-REVIEW-TIX             PIC X(06).
           05  KBV-CONF-BY                PIC X(07).
           05  KBV-CONF-DATE              PIC X(08).
           05  KBV-WDRAWN-DATE            PIC X(08).
           05  FILLER                     PIC X(02).
       01  WS-KBV-CYCLE-DAYS              PIC 9(03) VALUE 180.
       01  WS-KBV-DUE-INT                 PIC 9(09).
       01  WS-KBV-DUE-YMD                 PIC 9(08).
       01  WS-COMMAREA. 
           05  WS-USERID1                         PIC X(7).
           05  WS-TICKET-NUM.
           COPY SM004s.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY SMMTP.
       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(47).
      *       
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'SM004' TO MTP-PROGRAM
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
                    LENGTH (+15)
                    ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.
       100-EXIT.
               LENGTH(+383)
               ERASE
           END-EXEC
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN 
                   TRANSID('SM04')
                   COMMAREA(WS-COMMAREA)
                   WHEN EIBAID = DFHPF2 OR DFHPF5
                        CONTINUE
                   WHEN EIBAID = DFHPF3 OR DFHPF12
                        EXEC CICS LINK PROGRAM('SM106P')
                             COMMAREA(WS-MTR-PARMS)
                             LENGTH(LENGTH OF WS-MTR-PARMS)
                             RESP(MTP-RESP)
                        END-EXEC
                        EXEC CICS RETURN
                                  TRANSID('SM00')
                        END-EXEC
                  IF WS-UPD-CONFLICT = 'N'
                  PERFORM 241-BUMP-COUNTERS THRU 241-EXIT
                  PERFORM 222-WRITE-LOGS
                  PERFORM 244-SET-CUSTODY THRU 244-EXIT
                  PERFORM 245-RELEASE-WAITING THRU 245-EXIT
                  PERFORM 229-SYNCPOINT-UOW
                  IF WS-RESPONSE-CODE = 0
                  PERFORM 222-SEND-NOTIFY
                  END-IF
                  END-IF
                   WHEN EIBAID = DFHPF3
                        EXEC CICS LINK PROGRAM('SM106P')
                             COMMAREA(WS-MTR-PARMS)
                             LENGTH(LENGTH OF WS-MTR-PARMS)
                             RESP(MTP-RESP)
                        END-EXEC
                        EXEC CICS RETURN
                                  TRANSID('SM00')
                        END-EXEC
                           PERFORM 228-DISPUTE-TICKET THRU 228-EXIT
                        ELSE
                        MOVE 'TICKET CLOSURE ABORTED' TO ERRMSGO
                        EXEC CICS LINK PROGRAM('SM106P')
                             COMMAREA(WS-MTR-PARMS)
                             LENGTH(LENGTH OF WS-MTR-PARMS)
                             RESP(MTP-RESP)
                        END-EXEC
                        EXEC CICS RETURN
                                  TRANSID('SM04')
                        END-EXEC
        243-EXIT.
            EXIT.

      * A BUNDLE ITEM THAT IS NOW DONE RELEASES THE ITEMS OF ITS
      * BUNDLE FILED TO WAIT ON IT. SM104P IGNORES TICKETS THAT ARE
      * NOT BUNDLE ITEMS, AND ITS UPDATES RIDE THIS UNIT OF WORK.
        245-RELEASE-WAITING.
            MOVE WS-REC-KEY TO BRK-TIX-ID
            MOVE WS-USERID1 TO BRK-USER
            EXEC CICS LINK PROGRAM('SM104P')
                 COMMAREA(WS-BRL-PARMS)
                 LENGTH(LENGTH OF WS-BRL-PARMS)
            END-EXEC.
        245-EXIT.
            EXIT.

      * A FULFILMENT TICKET THAT WAS LINKED TO A CI AT CREATE TIME
      * DELIVERED THAT ASSET TO ITS REQUESTOR, SO THE CLOSE MAKES
      * THEM ITS CUSTODIAN FROM TODAY. THE CIC00001 WRITE RIDES THE
      * SAME UNIT OF WORK AS THE CLOSE ITSELF.
        244-SET-CUSTODY.
            IF WS-REC-Category NOT = WS-FULFIL-CATEGORY
                GO TO 244-EXIT
            END-IF
            MOVE WS-REC-KEY TO CIX-TIX-ID
            EXEC CICS
                 READ FILE('CIX00001')
                 INTO (WS-CIX-REC)
                 RIDFLD (CIX-TIX-ID)
                 RESP (WS-CIC-RESP)
                 EQUAL
            END-EXEC
            IF WS-CIC-RESP NOT = DFHRESP(NORMAL)
                GO TO 244-EXIT
            END-IF
            EXEC CICS FORMATTIME
                 ABSTIME (WS-TIME)
                 YYYYMMDD (WS-CIC-TODAY)
            END-EXEC
            MOVE CIX-CI-ID TO CIC-CI-ID
            EXEC CICS
                 READ FILE('CIC00001')
                 INTO (CIC-RECORD)
                 RIDFLD (CIC-CI-ID)
                 UPDATE
                 RESP (WS-CIC-RESP)
            END-EXEC
            MOVE SPACES TO CIC-RECORD
            MOVE CIX-CI-ID TO CIC-CI-ID
            MOVE WS-REC-Requestor TO CIC-CUSTODIAN
            MOVE WS-CIC-TODAY TO CIC-ISSUE-DATE
            MOVE WS-USERID1 TO CIC-SET-BY
            MOVE 'T' TO CIC-SOURCE
            MOVE WS-REC-KEY TO CIC-TIX-ID
            IF WS-CIC-RESP = DFHRESP(NORMAL)
                EXEC CICS
                     REWRITE FILE('CIC00001')
                     FROM (CIC-RECORD)
                     RESP (WS-CIC-RESP)
                END-EXEC
            ELSE
                EXEC CICS
                     WRITE FILE('CIC00001')
                     FROM (CIC-RECORD)
                     RIDFLD (CIC-CI-ID)
                     RESP (WS-CIC-RESP)
                END-EXEC
            END-IF.
        244-EXIT.
            EXIT.

        242-CHECK-BATCH-GATE.
            MOVE 'Y' TO WS-BGATE-OK
            MOVE 'GATE' TO GTE-KEY
                RESP(WS-RESPONSE-CODE)
            END-EXEC
            IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                PERFORM 231A-OPEN-REVIEW
                MOVE 'SOLUTION PUBLISHED TO KNOWLEDGE BASE' TO ERRMSGO
            ELSE
                MOVE 'KNOWLEDGE BASE PUBLISH FAILED' TO ERRMSGO
        231-EXIT.
            EXIT.

      * EVERY PUBLISHED ARTICLE STARTS A REVIEW CYCLE IN KBV00001 -
      * THE PUBLISHER OWNS IT AND MUST RE-CONFIRM IT (SM86 C) BY THE
      * NEXT-REVIEW DATE. SMB057 RAISES THE REVIEW TICKET WHEN IT
      * COMES DUE AND WITHDRAWS THE ARTICLE IF NOBODY ANSWERS.
        231A-OPEN-REVIEW.
            EXEC CICS ASKTIME
                ABSTIME (WS-TIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME  (WS-TIME)
                YYYYMMDD (WS-TODAY-YMD-X)
            END-EXEC
            COMPUTE WS-KBV-DUE-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) +
                WS-KBV-CYCLE-DAYS
            COMPUTE WS-KBV-DUE-YMD =
                FUNCTION DATE-OF-INTEGER(WS-KBV-DUE-INT)
            MOVE SPACES TO WS-KBV-REC
            MOVE KB-KEY TO KBV-KEY
            MOVE WS-USERID1 TO KBV-OWNER
            MOVE WS-KBV-DUE-YMD TO KBV-NEXT-REVIEW
            MOVE 'A' TO KBV-STATE
            MOVE WS-USERID1 TO KBV-CONF-BY
            MOVE WS-TODAY-YMD-X TO KBV-CONF-DATE
            EXEC CICS
                WRITE FILE('KBV00001')
                FROM(WS-KBV-REC)
                RIDFLD(KBV-KEY)
                RESP(WS-RESPONSE-CODE1)
            END-EXEC.
        231A-EXIT.
            EXIT.

        226-CHECK-TICKET-AGE.
            MOVE 'N' TO WS-AGE-HIGHLIGHT-SW
            EXEC CICS ASKTIME
            END-EXEC
            PERFORM 236-WRITE-JOURNAL
            PERFORM 222-WRITE-LOGS
            PERFORM 245-RELEASE-WAITING THRU 245-EXIT
            PERFORM 229-SYNCPOINT-UOW
            IF WS-RESPONSE-CODE = 0
                MOVE 'TICKET CONFIRMED, PRESS PF2 TO CLOSE' TO ERRMSGO
                MOVE 'TICKET DISPUTED AND REOPENED FOR SERVICE PROVIDER'
                     TO ERRMSGO
            END-IF
            EXEC CICS LINK PROGRAM('SM106P')
                 COMMAREA(WS-MTR-PARMS)
                 LENGTH(LENGTH OF WS-MTR-PARMS)
                 RESP(MTP-RESP)
            END-EXEC
            EXEC CICS RETURN
                      TRANSID('SM04')
            END-EXEC.
