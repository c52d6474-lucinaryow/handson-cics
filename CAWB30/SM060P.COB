      * A TICKET WITH A BLANK QUEUE IS VISIBLE TO ANY PROVIDER -
      * PRE-ROUTING TICKETS WERE ALWAYS COMMON PROPERTY.
      *
      * COMPANY BOUNDARY - THE DESK ALSO SERVES THE SISTER COMPANIES
      * (SEE SMCMP). WHEN THE CALLER PASSES THE TICKET AND ITS
      * REQUESTOR, A USER OF ONE COMPANY IS REFUSED ANOTHER
      * COMPANY'S TICKET BEFORE ANY OF THE RULES ABOVE, WHATEVER
      * THEIR ROLES. THE ONLY EXCEPTION IS A CROSS-COMPANY
      * ADMINISTRATOR (CMP-XCO), AND EVERY SUCH LOOK IS LOGGED TO
      * CXA00001. A CALLER STILL PASSING THE SHORT COMMAREA GETS
      * THE QUEUE TEST ONLY.
      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - COMPANY BOUNDARY AND CROSS-COMPANY LOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  QM-USERID                     PIC X(07).
               10  FILLER                        PIC X(01).
           05  FILLER                            PIC X(22).
           COPY SMCMP.
           COPY SMCXA.
       01  WS-USER-CO                            PIC X(04).
       01  WS-USER-XCO                           PIC X(01).
       01  WS-TIX-CO                             PIC X(04).
       01  WS-ABST                               PIC 9(15).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  QLK-QUEUE                         PIC X(10).
           05  QLK-ALLOWED                       PIC X(01).
           05  QLK-RESP-CODE                     PIC S9(8) COMP.
           05  QLK-TIX-ID                        PIC X(06).
           05  QLK-REQUESTOR                     PIC X(08).
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           END-EXEC
           MOVE 'N' TO QLK-ALLOWED
           MOVE 0 TO QLK-RESP-CODE
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               IF QLK-TIX-ID NOT = SPACES
                   PERFORM 050-COMPANY-CHECK THRU 050-EXIT
                   IF WS-TIX-CO NOT = WS-USER-CO AND
                      WS-USER-XCO NOT = 'Y'
                       EXEC CICS RETURN END-EXEC
                   END-IF
               END-IF
           END-IF
           PERFORM 100-DECIDE THRU 100-EXIT
           EXEC CICS RETURN END-EXEC.
       000-EXIT.
           EXIT.

      * THE USER'S COMPANY FROM THEIR OWN CMP00001 RECORD, THE
      * TICKET'S FROM ITS OWN RECORD OR ELSE ITS REQUESTOR'S. NO
      * RECORD (OR NO CMP00001 AT ALL) IS THE HOME COMPANY.
       050-COMPANY-CHECK.
           MOVE 'HOME' TO WS-USER-CO
           MOVE 'N' TO WS-USER-XCO
           MOVE 'HOME' TO WS-TIX-CO
           MOVE 'U' TO CMP-KIND
           MOVE QLK-USERID TO CMP-ID
           PERFORM 060-READ-CMP THRU 060-EXIT
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CMP-COMPANY TO WS-USER-CO
               MOVE CMP-XCO TO WS-USER-XCO
           END-IF
           MOVE 'T' TO CMP-KIND
           MOVE QLK-TIX-ID TO CMP-ID
           PERFORM 060-READ-CMP THRU 060-EXIT
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CMP-COMPANY TO WS-TIX-CO
           ELSE
               MOVE 'U' TO CMP-KIND
               MOVE QLK-REQUESTOR(1:7) TO CMP-ID
               PERFORM 060-READ-CMP THRU 060-EXIT
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE CMP-COMPANY TO WS-TIX-CO
               END-IF
           END-IF
           IF WS-TIX-CO NOT = WS-USER-CO AND WS-USER-XCO = 'Y'
               PERFORM 070-LOG-CROSS-COMPANY THRU 070-EXIT
           END-IF.
       050-EXIT.
           EXIT.

       060-READ-CMP.
           EXEC CICS
               READ FILE('CMP00001')
               INTO (CMP-RECORD)
               RIDFLD (CMP-KEY)
               RESP(WS-RESPONSE-CODE)
               EQUAL
           END-EXEC.
       060-EXIT.
           EXIT.

      * A FAILED LOG WRITE (INCLUDING THE SAME LOOK TWICE IN ONE
      * SECOND) DOES NOT STOP THE READ.
       070-LOG-CROSS-COMPANY.
           EXEC CICS ASKTIME
               ABSTIME (WS-ABST)
           END-EXEC
           MOVE SPACES TO CXA-RECORD
           EXEC CICS FORMATTIME
               ABSTIME (WS-ABST)
               YYYYMMDD (CXA-DATE)
               TIME (CXA-TIME)
           END-EXEC
           MOVE QLK-USERID TO CXA-USERID
           MOVE QLK-TIX-ID TO CXA-OBJECT
           MOVE 'V' TO CXA-EVENT
           MOVE WS-USER-CO TO CXA-USER-CO
           MOVE WS-TIX-CO TO CXA-OBJECT-CO
           MOVE EIBTRNID TO CXA-TRANID
           EXEC CICS
               WRITE FILE('CXA00001')
               FROM (CXA-RECORD)
               RIDFLD (CXA-KEY)
               RESP(WS-RESPONSE-CODE)
           END-EXEC.
       070-EXIT.
           EXIT.

       100-DECIDE.
           IF QLK-QUEUE = SPACES
               MOVE 'Y' TO QLK-ALLOWED
