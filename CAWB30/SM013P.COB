      * ALREADY USE IT TO AGE TICKETS, RELYING ON THE WELL-KNOWN FACT
      * THAT ITS DAY 1 (1601-01-01) WAS A MONDAY.
      *
      * A CALLER THAT ALSO PASSES THE TICKET'S QUEUE (LK-QUEUE - AN
      * OLDER, SHORTER COMMAREA IS STILL ACCEPTED) GETS THE QUEUE'S
      * OWN SUPPORT SCHEDULE WHEN SM095P HAS PUT IT ON ONE (COPYBOOK
      * SMSCH): EVERY DAY OF THE WEEK IS THEN WALKED AT THAT DAY'S
      * SCHEDULED HOURS (A 24X7 QUEUE COUNTS 00:00-24:00 ON ALL
      * SEVEN), THE SCHEDULE'S OWN H AND S DATES REPLACE CAL00001'S,
      * AND SITE HOLIDAYS COUNT ONLY WHEN THE SCHEDULE SAYS SO. A
      * QUEUE WITH NO SCHEDULE KEEPS THE CALENDAR RULES ABOVE.
      *
      * MODIFICATION HISTORY
      *  2026-08-09 MAINT - ORIGINAL VERSION.
      *  2026-08-22 MAINT - HONOR THE CAL00001 CALENDAR FILE FOR
      *                     HOLIDAYS, HALF DAYS, AND DEFAULT HOURS.
      *  2026-10-15 MAINT - WALK THE TICKET QUEUE'S SCH00001 SUPPORT
      *                     SCHEDULE WHEN IT HAS ONE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CUR-YMD                            PIC 9(08).
       01  WS-CUR-YMD-X REDEFINES WS-CUR-YMD     PIC X(08).

           COPY SMSCH.
       01  WS-SCH-RESP                           PIC S9(08) COMP.
       01  WS-QUEUE                              PIC X(10).
       01  WS-SCHEDULE-SW                        PIC X VALUE 'N'.
           88  WS-ON-SCHEDULE                    VALUE 'Y'.
       01  WS-SCH-NAME                           PIC X(08).
       01  WS-SCH-WEEK.
           05  WS-SCH-DAY OCCURS 7 TIMES.
               10  WS-SCH-OPEN                   PIC 9(02).
               10  WS-SCH-CLOSE                  PIC 9(02).
       01  WS-SCH-SITE-HOL                       PIC X.

       01  WS-START-DATE                         PIC X(10).
       01  WS-END-DATE                           PIC X(10).

           05  LK-BUS-HOURS                      PIC S9(05)V9(02)
                                                   COMP-3.
           05  LK-RESP-CODE                      PIC S9(08) COMP.
           05  LK-QUEUE                          PIC X(10).
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           END-EXEC
           MOVE 0 TO LK-RESP-CODE
           PERFORM 050-LOAD-DEFAULT-HOURS
           MOVE SPACES TO WS-QUEUE
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE LK-QUEUE TO WS-QUEUE
           END-IF
           PERFORM 060-LOAD-SCHEDULE THRU 060-EXIT
           PERFORM 100-PARSE-PARMS
           PERFORM 500-WALK-BUSINESS-DAYS
           IF WS-NEGATE-RESULT
       050-EXIT.
           EXIT.

      * THE QUEUE'S '*QUEUE' LINK NAMES ITS SCHEDULE; THE SCHEDULE'S
      * WEEK RECORD IS KEPT HERE SINCE THE DATE LOOKUPS IN THE WALK
      * REUSE THE RECORD AREA. NO LINK, OR A LINK TO A SCHEDULE
      * WHOSE WEEK IS GONE, LEAVES THE SITE CALENDAR IN CHARGE.
       060-LOAD-SCHEDULE.
           IF WS-QUEUE = SPACES
               GO TO 060-EXIT
           END-IF
           MOVE '*QUEUE' TO SCH-NAME
           MOVE WS-QUEUE TO SCH-SUBKEY
           EXEC CICS
               READ FILE('SCH00001')
               INTO (SCH-RECORD)
               RIDFLD (SCH-KEY)
               RESP(WS-SCH-RESP)
               EQUAL
           END-EXEC
           IF WS-SCH-RESP NOT = DFHRESP(NORMAL) OR NOT SCH-QUEUE-LINK
               GO TO 060-EXIT
           END-IF
           MOVE SCH-Q-SCHEDULE TO WS-SCH-NAME
           MOVE WS-SCH-NAME TO SCH-NAME
           MOVE 'WEEK' TO SCH-SUBKEY
           EXEC CICS
               READ FILE('SCH00001')
               INTO (SCH-RECORD)
               RIDFLD (SCH-KEY)
               RESP(WS-SCH-RESP)
               EQUAL
           END-EXEC
           IF WS-SCH-RESP NOT = DFHRESP(NORMAL) OR NOT SCH-WEEKLY
               GO TO 060-EXIT
           END-IF
           PERFORM VARYING WS-DOW FROM 1 BY 1 UNTIL WS-DOW > 7
               MOVE SCH-WK-OPEN(WS-DOW) TO WS-SCH-OPEN(WS-DOW)
               MOVE SCH-WK-CLOSE(WS-DOW) TO WS-SCH-CLOSE(WS-DOW)
           END-PERFORM
           MOVE SCH-SITE-HOLIDAYS TO WS-SCH-SITE-HOL
           SET WS-ON-SCHEDULE TO TRUE.
       060-EXIT.
           EXIT.

       100-PARSE-PARMS.
           MOVE LK-START-DATE TO WS-START-DATE
           MOVE LK-END-DATE TO WS-END-DATE
           MOVE 0 TO WS-TOTAL-HOURS
           PERFORM UNTIL WS-CUR-INT > WS-MAX-INT
               COMPUTE WS-DOW = FUNCTION MOD (WS-CUR-INT - 1, 7)
               IF WS-ON-SCHEDULE
                   PERFORM 650-CHECK-SCHEDULE
                   IF NOT WS-DAY-IS-HOLIDAY
                       PERFORM 700-CALC-DAY-CONTRIB
                       ADD WS-DAY-CONTRIB TO WS-TOTAL-HOURS
                   END-IF
                   SET WS-WEEKDAY-SW TO 'N'
               ELSE
                   IF WS-DOW <= 4
                       SET WS-IS-WEEKDAY TO TRUE
                   ELSE
                       SET WS-WEEKDAY-SW TO 'N'
                   END-IF
               END-IF
               IF WS-IS-WEEKDAY
                   PERFORM 600-CHECK-CALENDAR
       600-EXIT.
           EXIT.

      * THE SCHEDULED-QUEUE COUNTERPART OF 600: THE DAY'S HOURS COME
      * FROM THE SCHEDULE'S WEEK (WS-DOW 0 = MONDAY), THEN ITS OWN
      * DATE RECORD FOR THE DAY, THEN - ONLY WHEN THE SCHEDULE
      * FOLLOWS THEM - A CAL00001 SITE HOLIDAY. A DAY LEFT WITH NO
      * OPEN SPAN IS TREATED AS A HOLIDAY.
       650-CHECK-SCHEDULE.
           MOVE 'N' TO WS-DAY-HOLIDAY-SW
           MOVE WS-SCH-OPEN(WS-DOW + 1) TO WS-DAY-OPEN-HOUR
           MOVE WS-SCH-CLOSE(WS-DOW + 1) TO WS-DAY-CLOSE-HOUR
           COMPUTE WS-CUR-YMD = FUNCTION DATE-OF-INTEGER(WS-CUR-INT)
           MOVE WS-SCH-NAME TO SCH-NAME
           MOVE WS-CUR-YMD-X TO SCH-SUBKEY
           EXEC CICS
               READ FILE('SCH00001')
               INTO (SCH-RECORD)
               RIDFLD (SCH-KEY)
               RESP(WS-SCH-RESP)
               EQUAL
           END-EXEC
           IF WS-SCH-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN SCH-HOLIDAY
                       SET WS-DAY-IS-HOLIDAY TO TRUE
                   WHEN SCH-SPECIAL
                       IF SCH-DT-OPEN NUMERIC AND
                          SCH-DT-CLOSE NUMERIC AND
                          SCH-DT-OPEN < SCH-DT-CLOSE
                           MOVE SCH-DT-OPEN TO WS-DAY-OPEN-HOUR
                           MOVE SCH-DT-CLOSE TO WS-DAY-CLOSE-HOUR
                       END-IF
               END-EVALUATE
           ELSE
               IF WS-SCH-SITE-HOL = 'Y'
                   MOVE WS-CUR-YMD-X TO CAL-KEY
                   EXEC CICS
                       READ FILE('CAL00001')
                       INTO (WS-CAL-REC)
                       RIDFLD (CAL-KEY)
                       RESP(WS-CAL-RESP)
                       EQUAL
                   END-EXEC
                   IF WS-CAL-RESP = DFHRESP(NORMAL) AND CAL-TYPE = 'H'
                       SET WS-DAY-IS-HOLIDAY TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DAY-OPEN-HOUR NOT < WS-DAY-CLOSE-HOUR
               SET WS-DAY-IS-HOLIDAY TO TRUE
           END-IF.
       650-EXIT.
           EXIT.

      * HOW MANY BUSINESS HOURS THIS WORKING DAY CONTRIBUTES
      * TO THE SPAN, ACCOUNTING FOR THE PARTIAL DAY ON WHICHEVER END
      * OF THE WALK WS-START-INT FALLS ON (WS-MIN-INT WHEN WALKING
      * FORWARD, WS-MAX-INT WHEN THE SPAN WAS NEGATED) - THE OTHER
