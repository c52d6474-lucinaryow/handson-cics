      *     UA05 USERID P PHONE (12)           SET PHONE
      *     UA05 USERID L LOCATION (10)        SET LOCATION
      *     UA05 USERID T Y/N                  TRAINING FLAG (ADMIN)
      *     UA05 USERID V Y/N                  VIP REQUESTOR (ADMIN)
      *
      * ANY SIGNED-ON USER MAY LOOK UP; ONLY AN ADMINISTRATOR OR THE
      * USER THEMSELVES MAY CHANGE.
      *
      * THE SMB101 BOUNCE RUN LISTS UNDELIVERABLE ADDRESSES FOR
      * CORRECTION HERE. THE CARD SHOWS THE BNS00001 BOUNCE STATUS,
      * AND A NEW ADDRESS SET WITH E DELETES IT, SO SM011P GOES BACK
      * TO MAILING THE USER STRAIGHT AWAY.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - T ACTION KEEPS THE TRN00001 TRAINING
      *                     FLAG.
      *  2026-10-15 MAINT - V ACTION SETS OR CLEARS THE VIP
      *                     REQUESTOR DESIGNATION, AUDITED TO
      *                     UAF00002.
      *  2026-10-15 MAINT - CHANGES MADE UNDER BREAK-GLASS RIGHTS ARE
      *                     TAGGED FOR THE SECURITY REVIEW.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *  2026-10-15 MAINT - CHAIN THE UAF00002 ENTRY (SM109P).
      *  2026-10-15 MAINT - SHOW AN UNDELIVERABLE ADDRESS (BNS00001)
      *                     ON THE CARD; SETTING EMAIL CLEARS IT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  UF-EMAIL                          PIC X(30).
           05  UF-PHONE                          PIC X(12).
           05  UF-LOCATION                       PIC X(10).
      * E-MAIL BOUNCE STATUS - SEE SMBNS.
           COPY SMBNS.
       01  WS-BNS-RESP                           PIC S9(8) COMP.
       01  WS-BNS-COUNT-Z                        PIC ZZ9.
       01  WS-VIP-OLD-FLAGS                      PIC X(04).
       01  WS-AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-USERID                  PIC X(07).
               10  AUDIT-SEQ-NUM                 PIC 9(03).
           05  AUDIT-OLD-FLAGS                   PIC X(04).
           05  AUDIT-NEW-FLAGS                   PIC X(04).
           05  AUDIT-CHANGED-BY                  PIC X(08).
           05  AUDIT-DATE                        PIC X(10).
           05  AUDIT-TIME                        PIC X(08).
           COPY SMACW.
       01  WS-AUDIT-LAST-SEQ                     PIC 9(03).
       01  WS-AUDIT-DONE                         PIC X.
       01  WS-AUDIT-ABST                         PIC 9(15).
       01  WS-TRN-REC.
           05  WS-TRN-USERID                     PIC X(07).
           05  FILLER                            PIC X(13).
           05  FILLER                             PIC X.
       01  WS-TRM-DENIED                          PIC X(34) VALUE
           'THIS TERMINAL MAY NOT RUN ADMIN TX'.
      * BREAK-GLASS ACTION TAGGING - SEE SM093P/SM094P.
       01  WS-BKL-PARMS.
           05  BKL-FUNCTION                      PIC X(01).
           05  BKL-USERID                        PIC X(07).
           05  BKL-OBJECT-TYPE                   PIC X(01).
           05  BKL-OBJECT-ID                     PIC X(07).
           05  BKL-REMARK                        PIC X(50).
           05  BKL-ACTIVE                        PIC X(01).
           05  BKL-EXPIRE-STAMP                  PIC X(14).
           05  BKL-RESP-CODE                     PIC S9(8) COMP.
           COPY SMMTP.
       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(1).
      *
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'UA005P' TO MTP-PROGRAM
           PERFORM 050-CHECK-TERMINAL THRU 050-EXIT
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           IF WS-ARG-FIELD = 'T'
               PERFORM 550-SET-TRAINING THRU 550-EXIT
           END-IF
           IF WS-ARG-FIELD = 'V'
               PERFORM 560-SET-VIP THRU 560-EXIT
           END-IF
           PERFORM 500-UPDATE-FIELD.
       000-EXIT.
           EXIT.
                   LENGTH (+34)
                   ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
       050-EXIT.
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
           STRING 'DEPT     ' UF-DEPT '  QUEUE ' UF-QUEUE
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO WS-SCREEN-LINE(7)
           MOVE WS-ARG-USERID TO BNS-USERID
           EXEC CICS
               READ FILE('BNS00001')
               INTO (BNS-RECORD)
               RIDFLD (BNS-USERID)
               RESP(WS-BNS-RESP)
               EQUAL
           END-EXEC
           IF WS-BNS-RESP = DFHRESP(NORMAL) AND
              BNS-EMAIL = UF-EMAIL
               MOVE BNS-HARD-COUNT TO WS-BNS-COUNT-Z
               MOVE SPACES TO WS-DETAIL
               IF BNS-UNDELIVERABLE
                   STRING 'EMAIL UNDELIVERABLE SINCE ' BNS-MARKED-DATE
                          ' (' WS-BNS-COUNT-Z ' HARD BOUNCES)'
                       DELIMITED BY SIZE INTO WS-DETAIL
               ELSE
                   STRING 'EMAIL BOUNCING - ' WS-BNS-COUNT-Z
                          ' HARD BOUNCES, LAST ' BNS-LAST-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
               MOVE WS-DETAIL TO WS-SCREEN-LINE(8)
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
               STRING WS-ARG-USERID ' TRAINING FLAG CLEARED'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 570-TAG-BREAK-GLASS
           PERFORM 800-REPLY.
       550-EXIT.
           EXIT.

      * VIP REQUESTOR - THE REQ ROLE BYTE CARRIES 'V' INSTEAD OF
      * 'Y' (SEE SMUAF), SO THE DESIGNATION LIVES ON THE USER
      * RECORD AND THE CHANGE IS AUDITED TO UAF00002 LIKE ANY
      * OTHER ROLE CHANGE MADE ON UA001P. ONLY A REQUESTOR CAN BE
      * MADE A VIP. ADMINISTRATORS ONLY.
       560-SET-VIP.
           IF CALLER-ADMN NOT = 'Y'
               MOVE 'ONLY AN ADMINISTRATOR SETS THE VIP FLAG' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-VALUE(1:1) NOT = 'Y' AND
              WS-ARG-VALUE(1:1) NOT = 'N'
               MOVE 'VIP FLAG MUST BE Y OR N' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE SPACES TO WS-USER-FULL
           MOVE WS-ARG-USERID TO UF-USERID7
           EXEC CICS
               READ FILE('UAF00001')
               INTO (WS-USER-FULL)
               RIDFLD (UF-UID)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REPLY
               STRING 'USER ' WS-ARG-USERID ' NOT FOUND'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF UF-FLAGS(1:1) NOT = 'Y' AND UF-FLAGS(1:1) NOT = 'V'
               MOVE SPACES TO WS-REPLY
               STRING WS-ARG-USERID ' IS NOT A REQUESTOR'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE UF-FLAGS TO WS-VIP-OLD-FLAGS
           IF WS-ARG-VALUE(1:1) = 'Y'
               MOVE 'V' TO UF-FLAGS(1:1)
           ELSE
               MOVE 'Y' TO UF-FLAGS(1:1)
           END-IF
           MOVE SPACES TO WS-REPLY
           IF UF-FLAGS = WS-VIP-OLD-FLAGS
               EXEC CICS
                   UNLOCK FILE('UAF00001')
               END-EXEC
               STRING WS-ARG-USERID ' VIP FLAG UNCHANGED'
                   DELIMITED BY SIZE INTO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           MOVE WS-USERID TO UF-UPBY
           EXEC CICS
               REWRITE FILE('UAF00001')
               FROM(WS-USER-FULL)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'VIP FLAG UPDATE FAILED' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           PERFORM 565-WRITE-AUDIT THRU 565-EXIT
           PERFORM 570-TAG-BREAK-GLASS
           IF UF-FLAGS(1:1) = 'V'
               STRING WS-ARG-USERID ' IS NOW A VIP REQUESTOR'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               STRING WS-ARG-USERID ' VIP FLAG CLEARED'
                   DELIMITED BY SIZE INTO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       560-EXIT.
           EXIT.

      * NEXT UAF00002 SEQUENCE NUMBER FOR THE USER IS ONE PAST THE
      * HIGHEST ALREADY ON FILE.
       565-WRITE-AUDIT.
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 'N' TO WS-AUDIT-DONE
           MOVE WS-ARG-USERID TO AUDIT-USERID
           MOVE 0 TO AUDIT-SEQ-NUM
           EXEC CICS STARTBR FILE('UAF00002')
                RIDFLD (AUDIT-KEY)
                KEYLENGTH (+10)
                RESP (WS-RESPONSE-CODE)
                GTEQ
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUDIT-DONE
           END-IF
           PERFORM UNTIL WS-AUDIT-DONE = 'Y'
               EXEC CICS READNEXT
                         FILE('UAF00002')
                         INTO (WS-AUDIT-REC)
                         RIDFLD (AUDIT-KEY)
                         RESP (WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  AUDIT-USERID NOT = WS-ARG-USERID
                   MOVE 'Y' TO WS-AUDIT-DONE
               ELSE
                   MOVE AUDIT-SEQ-NUM TO WS-AUDIT-LAST-SEQ
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('UAF00002')
                RESP (WS-RESPONSE-CODE)
           END-EXEC
           MOVE SPACES TO WS-AUDIT-REC
           MOVE WS-ARG-USERID TO AUDIT-USERID
           COMPUTE AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
           MOVE WS-VIP-OLD-FLAGS TO AUDIT-OLD-FLAGS
           MOVE UF-FLAGS TO AUDIT-NEW-FLAGS
           MOVE WS-USERID TO AUDIT-CHANGED-BY
           EXEC CICS ASKTIME
               ABSTIME (WS-AUDIT-ABST)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-AUDIT-ABST)
               DATESEP ('/')
               MMDDYYYY (AUDIT-DATE)
               TIME (AUDIT-TIME)
               TIMESEP (':')
           END-EXEC
           EXEC CICS
               WRITE FILE('UAF00002')
               FROM(WS-AUDIT-REC)
               RIDFLD(AUDIT-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 567-CHAIN-AUDIT
           END-IF.
       565-EXIT.
           EXIT.

      * CHAIN THE NEW UAF00002 RECORD (SEE SMACW). A CHAIN FAILURE
      * DOES NOT UNDO THE CHANGE; SMB079 REPORTS THE RECORD.
       567-CHAIN-AUDIT.
           MOVE SPACES TO WS-ACW-PARMS
           MOVE 'W' TO ACW-FUNCTION
           MOVE 'U' TO ACW-FILE
           MOVE AUDIT-KEY TO ACW-AUD-KEY
           MOVE LENGTH OF WS-AUDIT-REC TO ACW-LENGTH
           MOVE WS-AUDIT-REC TO ACW-IMAGE
           EXEC CICS LINK PROGRAM('SM109P')
                COMMAREA(WS-ACW-PARMS)
                LENGTH(LENGTH OF WS-ACW-PARMS)
                RESP(WS-ACW-RESP)
           END-EXEC.
       567-EXIT.
           EXIT.

      * A CHANGE MADE UNDER BREAK-GLASS ADMINISTRATOR RIGHTS IS
      * TAGGED TO THE SESSION FOR THE SMB069 SECURITY REVIEW.
       570-TAG-BREAK-GLASS.
           MOVE 'T' TO BKL-FUNCTION
           MOVE USERID3 TO BKL-USERID
           MOVE 'U' TO BKL-OBJECT-TYPE
           MOVE WS-ARG-USERID TO BKL-OBJECT-ID
           MOVE SPACES TO BKL-REMARK
           STRING 'UA05 ' WS-ARG-FIELD ' ' WS-ARG-VALUE
               DELIMITED BY SIZE INTO BKL-REMARK
           EXEC CICS LINK PROGRAM('SM094P')
                COMMAREA(WS-BKL-PARMS)
                LENGTH(LENGTH OF WS-BKL-PARMS)
           END-EXEC.
       570-EXIT.
           EXIT.

       500-UPDATE-FIELD.
           MOVE SPACES TO WS-USER-FULL
           MOVE WS-ARG-USERID TO UF-USERID7
               WHEN 'L'
                   MOVE WS-ARG-VALUE(1:10) TO UF-LOCATION
               WHEN OTHER
                   MOVE 'FIELD MUST BE N, E, P, L, T, OR V' TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE
           EXEC CICS
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 570-TAG-BREAK-GLASS
               IF WS-ARG-FIELD = 'E'
                   PERFORM 580-CLEAR-BOUNCES
               END-IF
               STRING 'DIRECTORY FIELD UPDATED FOR ' WS-ARG-USERID
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
       500-EXIT.
           EXIT.

      * A CORRECTED ADDRESS STARTS WITH A CLEAN SLATE. NOTFND JUST
      * MEANS THE OLD ADDRESS NEVER BOUNCED.
       580-CLEAR-BOUNCES.
           MOVE WS-ARG-USERID TO BNS-USERID
           EXEC CICS DELETE FILE('BNS00001')
                RIDFLD(BNS-USERID)
                RESP(WS-BNS-RESP)
           END-EXEC.
       580-EXIT.
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
