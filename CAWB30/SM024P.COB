      *     SM24 YYYYMMDD D               DELETE THE DATE RECORD
      *     SM24 YYYYMMDD                 SHOW THE DATE RECORD
      *     SM24 DEFAULT  S OH CH         STANDARD DAILY HOURS
      *     SM24 CALLOUT  R MH WKD WKE HOL  CALLOUT PAY TERMS
      *
      * OH/CH ARE TWO-DIGIT 24-HOUR OPEN/CLOSE HOURS AND MUST SATISFY
      * OH < CH. DESC IS AN OPTIONAL 20-BYTE LABEL FROM COLUMN 23
      * WINDOW TOUCHES IT - QUARTER-END IS FROZEN BY KEYING ITS
      * DATES HERE, NOT BY A MEMO.
      *
      * THE 'CALLOUT' RECORD (TYPE 'R') CARRIES THE TERMS SMB061
      * PAYS ON-CALL CALLOUTS BY: MH IS THE MINIMUM HOURS PAID PER
      * CALLOUT (COLUMNS 17-18), AND WKD/WKE/HOL ARE THE RATES AS A
      * PERCENTAGE OF THE BASE HOURLY RATE FOR A CALLOUT STARTING ON
      * A WEEKDAY, A WEEKEND, OR A TYPE 'H' HOLIDAY (COLUMNS 20-22,
      * 24-26, 28-30). THE RATES SHARE THE HOURS/DESC AREA OF THE
      * RECORD - NO OTHER READER OF CAL00001 ASKS FOR THIS KEY.
      *
      * MODIFICATION HISTORY
      *  2026-08-22 MAINT - ORIGINAL VERSION.
      *  2026-09-02 MAINT - TYPE F CHANGE-FREEZE DAYS.
      *  2026-10-15 MAINT - TYPE R CALLOUT PAY TERMS RECORD.
      *  2026-10-15 MAINT - METER USAGE AND RESPONSE TIME (SM106P).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CAL-CLOSE-HH                      PIC 9(02).
           05  CAL-DESC                          PIC X(20).
           05  FILLER                            PIC X(07).
       01  WS-CAL-RATE-VIEW REDEFINES WS-CAL-REC.
           05  FILLER                            PIC X(09).
           05  CAL-MIN-HOURS                     PIC 9(02).
           05  CAL-RATE-WKDAY                    PIC 9(03).
           05  CAL-RATE-WKEND                    PIC 9(03).
           05  CAL-RATE-HOLIDAY                  PIC 9(03).
           05  FILLER                            PIC X(20).
       01  WS-ARG-MIN-HOURS                      PIC X(02).
       01  WS-ARG-WKDAY                          PIC X(03).
       01  WS-ARG-WKEND                          PIC X(03).
       01  WS-ARG-HOLIDAY                        PIC X(03).
       01  WS-CAL-OLD                            PIC X(40).
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
           MOVE 'SM024P' TO MTP-PROGRAM
           PERFORM 100-CHECK-ROLE
           PERFORM 200-PARSE-INPUT
           EVALUATE TRUE
                   MOVE 'USAGE: SM24 YYYYMMDD H/S/F/D [OH CH DESC]' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-TYPE = SPACE AND WS-ARG-KEY = 'CALLOUT '
                   PERFORM 450-SHOW-RATES
               WHEN WS-ARG-TYPE = SPACE
                   PERFORM 400-SHOW-RECORD
               WHEN WS-ARG-KEY = 'CALLOUT ' AND WS-ARG-TYPE NOT = 'R'
                    AND WS-ARG-TYPE NOT = 'D'
                   MOVE 'CALLOUT TAKES TYPE R: MH WKD WKE HOL' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               WHEN WS-ARG-TYPE = 'R'
                   PERFORM 350-VALIDATE-RATES
                   PERFORM 650-SAVE-RATES
               WHEN WS-ARG-TYPE = 'D'
                   PERFORM 500-DELETE-RECORD
               WHEN WS-ARG-TYPE = 'H'
                   PERFORM 300-VALIDATE-HOURS
                   PERFORM 600-SAVE-RECORD
               WHEN OTHER
                   MOVE 'TYPE MUST BE H, S, F, R, OR D' TO WS-REPLY
                   PERFORM 800-REPLY
           END-EVALUATE.
       000-EXIT.
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
           MOVE WS-INPUT(17:2) TO WS-ARG-OPEN
           MOVE WS-INPUT(20:2) TO WS-ARG-CLOSE
           MOVE WS-INPUT(23:20) TO WS-ARG-DESC
           MOVE WS-INPUT(17:2) TO WS-ARG-MIN-HOURS
           MOVE WS-INPUT(20:3) TO WS-ARG-WKDAY
           MOVE WS-INPUT(24:3) TO WS-ARG-WKEND
           MOVE WS-INPUT(28:3) TO WS-ARG-HOLIDAY
           IF WS-ARG-KEY NOT = 'DEFAULT ' AND
              WS-ARG-KEY NOT = 'CALLOUT '
               IF WS-ARG-KEY NOT NUMERIC
                   MOVE 'DATE MUST BE YYYYMMDD, DEFAULT OR CALLOUT' TO
                       WS-REPLY
                   PERFORM 800-REPLY
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       350-VALIDATE-RATES.
           IF WS-ARG-KEY NOT = 'CALLOUT '
               MOVE 'TYPE R IS ONLY FOR THE CALLOUT RECORD' TO WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-MIN-HOURS NOT NUMERIC OR
              WS-ARG-WKDAY NOT NUMERIC OR
              WS-ARG-WKEND NOT NUMERIC OR
              WS-ARG-HOLIDAY NOT NUMERIC
               MOVE 'USAGE: SM24 CALLOUT  R MH WKD WKE HOL (DIGITS)' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF
           IF WS-ARG-WKDAY = '000' OR WS-ARG-WKEND = '000' OR
              WS-ARG-HOLIDAY = '000'
               MOVE 'A CALLOUT RATE OF ZERO PERCENT IS NOT ALLOWED' TO
                   WS-REPLY
               PERFORM 800-REPLY
           END-IF.
       350-EXIT.
           EXIT.

       400-SHOW-RECORD.
           MOVE WS-ARG-KEY TO CAL-KEY
           EXEC CICS
       400-EXIT.
           EXIT.

       450-SHOW-RATES.
           MOVE WS-ARG-KEY TO CAL-KEY
           EXEC CICS
               READ FILE('CAL00001')
               INTO (WS-CAL-REC)
               RIDFLD (CAL-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL) AND CAL-TYPE = 'R'
               STRING 'CALLOUT MIN HOURS ' CAL-MIN-HOURS
                      ' WEEKDAY ' CAL-RATE-WKDAY '%'
                      ' WEEKEND ' CAL-RATE-WKEND '%'
                      ' HOLIDAY ' CAL-RATE-HOLIDAY '%'
                   DELIMITED BY SIZE INTO WS-REPLY
           ELSE
               MOVE 'NO CALLOUT TERMS - SMB061 PAYS 2 HRS 100/150/200%'
                   TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       450-EXIT.
           EXIT.

       500-DELETE-RECORD.
           MOVE WS-ARG-KEY TO CAL-KEY
           EXEC CICS
       600-EXIT.
           EXIT.

       650-SAVE-RATES.
           MOVE SPACES TO WS-CAL-REC
           MOVE WS-ARG-KEY TO CAL-KEY
           MOVE 'R' TO CAL-TYPE
           MOVE WS-ARG-MIN-HOURS TO CAL-MIN-HOURS
           MOVE WS-ARG-WKDAY TO CAL-RATE-WKDAY
           MOVE WS-ARG-WKEND TO CAL-RATE-WKEND
           MOVE WS-ARG-HOLIDAY TO CAL-RATE-HOLIDAY
           EXEC CICS
               READ FILE('CAL00001')
               INTO (WS-CAL-OLD)
               RIDFLD (CAL-KEY)
               UPDATE
               RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   REWRITE FILE('CAL00001')
                   FROM(WS-CAL-REC)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CAL00001')
                   FROM(WS-CAL-REC)
                   RIDFLD(CAL-KEY)
                   RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           MOVE SPACES TO WS-REPLY
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'CALLOUT PAY TERMS SAVED' TO WS-REPLY
           ELSE
               MOVE 'CALENDAR SAVE FAILED FOR CALLOUT' TO WS-REPLY
           END-IF
           PERFORM 800-REPLY.
       650-EXIT.
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
