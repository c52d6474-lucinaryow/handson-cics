      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - MAINTAIN THE MRF00001 ROLLUP.
      *  2026-10-15 MAINT - TAG ENTRIES MADE UNDER BREAK-GLASS ACCESS.
      *  2026-10-15 MAINT - PASS THE QUEUE FOR ITS SUPPORT SCHEDULE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  MT-TIX-ID                         PIC X(06).
           05  MT-REQUESTOR                      PIC X(08).
           05  MT-STATUS                         PIC X(10).
           05  FILLER                            PIC X(231).
           05  MT-QUEUE                          PIC X(10).
           05  FILLER                            PIC X(17).
       01  WS-BUS-PARMS.
           05  BLK-START-DATE                    PIC X(10).
           05  BLK-START-TIME                    PIC X(08).
           05  BLK-BUS-HOURS                     PIC S9(05)V9(02)
                                                   COMP-3.
           05  BLK-RESP-CODE                     PIC S9(08) COMP.
           05  BLK-QUEUE                         PIC X(10).
       01  WS-BKL-PARMS.
           05  BKL-FUNCTION                      PIC X(01).
           05  BKL-USERID                        PIC X(07).
           05  BKL-OBJECT-TYPE                   PIC X(01).
           05  BKL-OBJECT-ID                     PIC X(07).
           05  BKL-REMARK                        PIC X(50).
           05  BKL-ACTIVE                        PIC X(01).
           05  BKL-EXPIRE-STAMP                  PIC X(14).
           05  BKL-RESP-CODE                     PIC S9(8) COMP.
       01  WS-LOG.
           05  LOG-TIX-ID.
               10  LOG-TIX-ID1                   PIC X(6).
           END-EXEC
           PERFORM 800-CREATE-LOG
           PERFORM 850-UPDATE-ROLLUP THRU 850-EXIT
           PERFORM 890-TAG-BREAK-GLASS THRU 890-EXIT
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * BUSINESS MINUTES OVER THE CREATED-TO-CLOSED SPAN, ASKED OF
      * SM013P ONCE AT CLOSE TIME INSTEAD OF BY EVERY REPORT EVERY
      * NIGHT. A NEGATIVE OR UNANSWERABLE SPAN LEAVES ZERO. THE
      * TICKET'S QUEUE GOES WITH THE SPAN SO A QUEUE ON ITS OWN
      * SUPPORT SCHEDULE IS ROLLED UP ON THAT SCHEDULE'S HOURS, THE
      * SAME ANSWER THE ONLINE OVERDUE CHECK GIVES.
       870-CALC-BUS-MINUTES.
           IF MRF-CREATED-DATE = SPACES OR
              MRF-CREATED-DATE NOT NUMERIC
           STRING MRF-CLOSED-DATE(5:2) '/' MRF-CLOSED-DATE(7:2) '/'
                  MRF-CLOSED-DATE(1:4)
               DELIMITED BY SIZE INTO BLK-END-DATE
           MOVE MT-QUEUE TO BLK-QUEUE
           MOVE 0 TO BLK-BUS-HOURS
           EXEC CICS LINK PROGRAM('SM013P')
                COMMAREA(WS-BUS-PARMS)
           END-IF.
       870-EXIT.
           EXIT.

      * AN ENTRY MADE BY SOMEONE HOLDING BREAK-GLASS ADMINISTRATOR
      * RIGHTS (SEE SM093P) IS TAGGED TO THEIR SESSION FOR THE
      * SMB069 SECURITY REVIEW. SM094P DOES NOTHING FOR ANYONE
      * ELSE.
       890-TAG-BREAK-GLASS.
           IF LK-RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO 890-EXIT
           END-IF
           MOVE 'T' TO BKL-FUNCTION
           MOVE LK-UPDATED-BY TO BKL-USERID
           MOVE 'T' TO BKL-OBJECT-TYPE
           MOVE LK-TIX-ID TO BKL-OBJECT-ID
           MOVE LK-REMARK TO BKL-REMARK
           EXEC CICS LINK PROGRAM('SM094P')
                COMMAREA(WS-BKL-PARMS)
                LENGTH(LENGTH OF WS-BKL-PARMS)
           END-EXEC.
       890-EXIT.
           EXIT.
