      *
      * MODIFICATION HISTORY
      *  2026-09-02 MAINT - ORIGINAL VERSION.
      *  2026-10-15 MAINT - A VIP REQUESTOR (REQ 'V') HOLDS THE
      *                     REQUESTOR AUTHORITY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                   MOVE 'Y' TO FLK-ALLOWED
                               END-IF
                           WHEN 'R'
                               IF CALLER-REQ = 'Y' OR
                                  CALLER-REQ = 'V'
                                   MOVE 'Y' TO FLK-ALLOWED
                               END-IF
                           WHEN OTHER
