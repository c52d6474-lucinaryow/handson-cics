           05  WS-DIR-PHONE            PIC X(12) VALUE SPACES.
           05  WS-DIR-LOCATION         PIC X(10) VALUE SPACES.
       01  WS-ERROR-COUNT              PIC 9.
      * CONTRACTOR END DATE - WRITTEN TO UAF00004 (SMUAE) WITH THE
      * ACCOUNT WHEN THE TYPE IS C. SMB070 WATCHES IT NIGHTLY.
           COPY SMUAE.
       01  WS-END-DATE.
           05  WS-END-YYYY             PIC 9(04).
           05  WS-END-MM               PIC 9(02).
           05  WS-END-DD               PIC 9(02).
       01  WS-END-DATE-X REDEFINES WS-END-DATE PIC X(08).
       01  WS-TODAY-YMD                PIC X(08).
       01  WS-UAE-TIME                 PIC 9(15) COMP-3.
      * AN INITIAL PIN IS HASHED BY THE SHARED ROUTINE SM107 AND THE
      * SALT AND HASH WRITTEN TO UAF00005 (SMUAH). UAF00001 GETS
      * ONLY THE 'H1' FORMAT MARKER IN ITS PIN FIELD.
           COPY SMUAH.
           COPY SMPHP.
      * A JOB-FUNCTION PROFILE (SMAPF) NAMED ON THE SCREEN SETS THE
      * ROLE FLAGS, AND SM118P ADDS ITS QUEUES AND NOTIFICATION
      * DEFAULTS ONCE THE USER IS WRITTEN.
           COPY SMAPA.
       01  WS-ADD-RESP                 PIC S9(8) COMP.
       01  WS-COMMAREA.
		   05 WS-DFHSTATE PIC X(15).
       01  WS-LITERALS.
           05  FILLER                             PIC X.
       01  WS-TRM-DENIED                          PIC X(34) VALUE
           'THIS TERMINAL MAY NOT RUN ADMIN TX'.
           COPY SMMTP.
       LINKAGE SECTION.
        01  DFHCOMMAREA.
          05 DF-SAMPLE PIC X(15).
           EXEC CICS HANDLE ABEND
               PROGRAM('SM038P')
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (MTP-START)
           END-EXEC
           MOVE 'UA002P' TO MTP-PROGRAM
           PERFORM 050-CHECK-TERMINAL
           IF EIBAID = DFHPF1
               EXEC CICS XCTL
               ERASE
           END-EXEC
           
           EXEC CICS LINK PROGRAM('SM106P')
                COMMAREA(WS-MTR-PARMS)
                LENGTH(LENGTH OF WS-MTR-PARMS)
                RESP(MTP-RESP)
           END-EXEC
           EXEC CICS RETURN
               TRANSID('UA02')
               COMMAREA(WS-COMMAREA)
                    LENGTH (+15)
                    ERASE
               END-EXEC
               EXEC CICS LINK PROGRAM('SM106P')
                    COMMAREA(WS-MTR-PARMS)
                    LENGTH(LENGTH OF WS-MTR-PARMS)
                    RESP(MTP-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
		   END-IF.
			      TO ERRMSGO
			  END-IF
			WHEN DFHPF3
			  EXEC CICS LINK PROGRAM('SM106P')
			       COMMAREA(WS-MTR-PARMS)
			       LENGTH(LENGTH OF WS-MTR-PARMS)
			       RESP(MTP-RESP)
			  END-EXEC
			  EXEC CICS RETURN
			   TRANSID('UA01')
			  END-EXEC
		    WHEN DFHPF2
			  PERFORM 800-WRITE-TOFILE
			WHEN DFHPF3
			  EXEC CICS LINK PROGRAM('SM106P')
			       COMMAREA(WS-MTR-PARMS)
			       LENGTH(LENGTH OF WS-MTR-PARMS)
			       RESP(MTP-RESP)
			  END-EXEC
			  EXEC CICS RETURN
			   TRANSID('UA01')
			  END-EXEC
              MOVE WS-INITIAL TO ERRMSGO			  
		      PERFORM 100-NEW-MAP
			WHEN DFHPF3
			  EXEC CICS LINK PROGRAM('SM106P')
			       COMMAREA(WS-MTR-PARMS)
			       LENGTH(LENGTH OF WS-MTR-PARMS)
			       RESP(MTP-RESP)
			  END-EXEC
			  EXEC CICS RETURN
			   TRANSID('UA01')
			  END-EXEC
       700-VALIDATE-FIELD SECTION.
           MOVE 0 TO WS-ERROR-COUNT
		   MOVE 'N' TO WS-ROLE-WARN-SW

           PERFORM 740-VALIDATE-PROFILE
		   
           IF SERVICEI NOT = 'N' AND SERVICEI NOT = 'Y' 
		       MOVE DFHUNIMD TO SERVICEA
               ADD 1 TO WS-ERROR-COUNT
		   END-IF

           PERFORM 730-VALIDATE-END-DATE

		   IF USERI = 'XXXXXXXX' OR USERI = SPACES
		       MOVE DFHUNIMD TO USERA
			   MOVE 'USER IS REQUIRED' TO ERRMSGO
           MOVE DFHBMPRF TO REQUESTA
           MOVE DFHBMPRF TO ADMINA
           MOVE DFHBMPRF TO APPROVEA
           MOVE DFHBMPRF TO SERVICEA
           MOVE DFHBMPRF TO ACCTYPA
           MOVE DFHBMPRF TO ENDDATEA
           MOVE DFHBMPRF TO PROFA.
		   
       720-RESET-FIELDS SECTION.
		   
		   MOVE DFHBMUNP TO APPROVEA
		   MOVE DFHBMUNP TO ADMINA
		   MOVE DFHBMUNP TO SERVICEA
           MOVE DFHBMUNP TO ACCTYPA
           MOVE DFHBMUNP TO ENDDATEA
           MOVE DFHBMUNP TO PROFA
		   
		   MOVE DFHBMFSE TO USERA
		   MOVE DFHBMFSE TO REQUESTA
		   MOVE DFHBMFSE TO APPROVEA
		   MOVE DFHBMFSE TO ADMINA
		   MOVE DFHBMFSE TO SERVICEA
           MOVE DFHBMFSE TO ACCTYPA
           MOVE DFHBMFSE TO ENDDATEA
           MOVE DFHBMFSE TO PROFA
		   
		   MOVE WS-INITIAL TO ERRMSGO
		   MOVE 'DATA ENTRY' TO WS-DFHSTATE.
		   MOVE APPROVEI TO WS-APP
		   MOVE SERVICEI TO WS-SP
		   IF PINI NOT = SPACES
           EXEC CICS ASKTIME
               ABSTIME (WS-UAE-TIME)
           END-EXEC
           MOVE 'S' TO PHS-FUNCTION
           MOVE USERI TO PHS-USERID
           MOVE PINI TO PHS-PIN
           MOVE WS-UAE-TIME TO PHS-SEED
           CALL 'SM107' USING WS-PHS-PARMS
           MOVE SPACES TO PINI
		      MOVE PHS-FORMAT TO WS-PIN
		   ELSE
		      MOVE SPACES TO WS-PIN
		   END-IF
               RIDFLD (WS-UID)
           END-EXEC
		   
           MOVE EIBRESP TO WS-ADD-RESP
           IF WS-ADD-RESP = DFHRESP(NORMAL) AND WS-PIN NOT = SPACES
               PERFORM 820-WRITE-PIN-HASH
           END-IF
           IF WS-ADD-RESP = DFHRESP(NORMAL) AND ACCTYPI = 'C'
               PERFORM 810-WRITE-END-DATE
           END-IF
           IF WS-ADD-RESP = DFHRESP(NORMAL) AND PROFI NOT = SPACES
               PERFORM 830-APPLY-PROFILE
           END-IF

		   MOVE WS-AFTER-ADD TO ERRMSGO
		   MOVE 'AFTER ADD' TO WS-DFHSTATE.
		   
		   
		   

      * ACCOUNT TYPE E (OR BLANK) IS AN EMPLOYEE - HR'S LEAVER FEED
      * CLOSES THOSE, SO NO END DATE. TYPE C IS A CONTRACTOR OR OTHER
      * NON-EMPLOYEE AND MUST GIVE THE LAST DAY OF THE ENGAGEMENT,
      * LATER THAN TODAY.
       730-VALIDATE-END-DATE SECTION.
           IF ACCTYPI = SPACE OR ACCTYPI = '_' OR ACCTYPI = LOW-VALUE
               MOVE 'E' TO ACCTYPI
           END-IF
           IF ENDDATEI = LOW-VALUES
               MOVE SPACES TO ENDDATEI
           END-IF
           INSPECT ENDDATEI REPLACING ALL '_' BY SPACE
           MOVE ENDDATEI TO WS-END-DATE-X
           EVALUATE TRUE
               WHEN ACCTYPI NOT = 'E' AND ACCTYPI NOT = 'C'
                   MOVE DFHUNIMD TO ACCTYPA
                   MOVE 'ACCOUNT TYPE MUST BE E OR C' TO ERRMSGO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE -1 TO ACCTYPL
               WHEN ACCTYPI = 'E'
                   IF WS-END-DATE-X NOT = SPACES
                       MOVE DFHUNIMD TO ENDDATEA
                       MOVE 'AN EMPLOYEE ACCOUNT TAKES NO END DATE'
                           TO ERRMSGO
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE -1 TO ENDDATEL
                   END-IF
               WHEN WS-END-DATE-X = SPACES
                   MOVE DFHUNIMD TO ENDDATEA
                   MOVE 'CONTRACTOR ACCOUNT NEEDS AN END DATE'
                       TO ERRMSGO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE -1 TO ENDDATEL
               WHEN WS-END-DATE-X NOT NUMERIC
                   MOVE DFHUNIMD TO ENDDATEA
                   MOVE 'END DATE MUST BE YYYYMMDD' TO ERRMSGO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE -1 TO ENDDATEL
               WHEN WS-END-MM < 1 OR WS-END-MM > 12 OR
                    WS-END-DD < 1 OR WS-END-DD > 31 OR
                    WS-END-YYYY < 2000
                   MOVE DFHUNIMD TO ENDDATEA
                   MOVE 'END DATE IS NOT A VALID DATE' TO ERRMSGO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE -1 TO ENDDATEL
               WHEN OTHER
                   EXEC CICS ASKTIME
                       ABSTIME (WS-UAE-TIME)
                   END-EXEC
                   EXEC CICS FORMATTIME
                       ABSTIME (WS-UAE-TIME)
                       YYYYMMDD (WS-TODAY-YMD)
                   END-EXEC
                   IF WS-END-DATE-X NOT > WS-TODAY-YMD
                       MOVE DFHUNIMD TO ENDDATEA
                       MOVE 'END DATE MUST BE AFTER TODAY' TO ERRMSGO
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE -1 TO ENDDATEL
                   END-IF
           END-EVALUATE.

      * A PROFILE, WHEN ONE IS NAMED, MUST BE DEFINED AND ACTIVE ON
      * APF00001. ITS ROLE FLAGS REPLACE WHATEVER WAS KEYED, SO THE
      * ROLE CHECKS THAT FOLLOW SEE WHAT WILL BE WRITTEN.
       740-VALIDATE-PROFILE SECTION.
           IF PROFI = LOW-VALUES
               MOVE SPACES TO PROFI
           END-IF
           INSPECT PROFI REPLACING ALL '_' BY SPACE
           IF PROFI = SPACES
               GO TO 740-EXIT
           END-IF
           MOVE SPACES TO WS-APA-PARMS
           MOVE 'V' TO APA-FUNCTION
           MOVE PROFI TO APA-PROFILE
           EXEC CICS LINK PROGRAM('SM118P')
                COMMAREA(WS-APA-PARMS)
                LENGTH(LENGTH OF WS-APA-PARMS)
                RESP(WS-APA-RESP)
           END-EXEC
           IF WS-APA-RESP NOT = DFHRESP(NORMAL) OR NOT APA-OK
               MOVE DFHUNIMD TO PROFA
               IF APA-RETIRED
                   MOVE 'PROFILE IS RETIRED' TO ERRMSGO
               ELSE
                   MOVE 'PROFILE IS NOT DEFINED ON SMAF' TO ERRMSGO
               END-IF
               ADD 1 TO WS-ERROR-COUNT
               MOVE -1 TO PROFL
               GO TO 740-EXIT
           END-IF
           MOVE APA-REQ TO REQUESTI
           MOVE APA-ADMN TO ADMINI
           MOVE APA-APP TO APPROVEI
           MOVE APA-SP TO SERVICEI.
       740-EXIT.
           EXIT.

       810-WRITE-END-DATE SECTION.
           EXEC CICS ASKTIME
               ABSTIME (WS-UAE-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-UAE-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           MOVE SPACES TO UAE-RECORD
           MOVE WS-USERID7 TO UAE-USERID7
           MOVE 'C' TO UAE-TYPE
           MOVE ENDDATEI TO UAE-END-DATE
           MOVE 'N' TO UAE-WARNED
           MOVE 'N' TO UAE-EXPIRED
           MOVE WS-UPBY TO UAE-SET-BY
           MOVE WS-TODAY-YMD TO UAE-SET-DATE
           EXEC CICS
               WRITE FILE ('UAF00004')
               FROM (UAE-RECORD)
               RIDFLD (UAE-USERID)
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               EXEC CICS
                   READ FILE('UAF00004')
                   INTO (UAE-RECORD)
                   RIDFLD (UAE-USERID)
                   UPDATE
               END-EXEC
               MOVE 'C' TO UAE-TYPE
               MOVE ENDDATEI TO UAE-END-DATE
               MOVE 'N' TO UAE-WARNED
               MOVE 'N' TO UAE-EXPIRED
               MOVE WS-UPBY TO UAE-SET-BY
               MOVE WS-TODAY-YMD TO UAE-SET-DATE
               EXEC CICS
                   REWRITE FILE('UAF00004')
                   FROM (UAE-RECORD)
               END-EXEC
           END-IF.

       820-WRITE-PIN-HASH SECTION.
           EXEC CICS FORMATTIME
               ABSTIME (WS-UAE-TIME)
               YYYYMMDD (WS-TODAY-YMD)
           END-EXEC
           MOVE SPACES TO UAH-RECORD
           MOVE WS-USERID7 TO UAH-USERID7
           MOVE PHS-FORMAT TO UAH-FORMAT
           MOVE PHS-SALT TO UAH-SALT
           MOVE PHS-HASH TO UAH-HASH
           MOVE WS-UPBY TO UAH-SET-BY
           MOVE WS-TODAY-YMD TO UAH-SET-DATE
           EXEC CICS
               WRITE FILE ('UAF00005')
               FROM (UAH-RECORD)
               RIDFLD (UAH-USERID)
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               EXEC CICS
                   READ FILE('UAF00005')
                   INTO (UAH-RECORD)
                   RIDFLD (UAH-USERID)
                   UPDATE
               END-EXEC
               MOVE PHS-FORMAT TO UAH-FORMAT
               MOVE PHS-SALT TO UAH-SALT
               MOVE PHS-HASH TO UAH-HASH
               MOVE WS-UPBY TO UAH-SET-BY
               MOVE WS-TODAY-YMD TO UAH-SET-DATE
               EXEC CICS
                   REWRITE FILE('UAF00005')
                   FROM (UAH-RECORD)
               END-EXEC
           END-IF.

      * QUEUES, NOTIFICATION DEFAULTS AND THE UAP00001 ASSIGNMENT.
      * THE USER IS ALREADY WRITTEN, SO A FAILURE HERE IS LEFT FOR
      * THE SMB092 DRIFT REPORT TO SHOW.
       830-APPLY-PROFILE SECTION.
           MOVE SPACES TO WS-APA-PARMS
           MOVE 'A' TO APA-FUNCTION
           MOVE PROFI TO APA-PROFILE
           MOVE WS-USERID7 TO APA-USERID
           MOVE 'O' TO APA-SOURCE
           EXEC CICS LINK PROGRAM('SM118P')
                COMMAREA(WS-APA-PARMS)
                LENGTH(LENGTH OF WS-APA-PARMS)
                RESP(WS-APA-RESP)
           END-EXEC.

       050-CHECK-TERMINAL SECTION.
           EXEC CICS ASSIGN
               USERID(WS-TRM-USERID)
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
