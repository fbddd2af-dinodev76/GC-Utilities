      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-14  1.1      Refuse PRTCERT VERDICT cards; REPLACE and
      *                      DELETE drop the verdict with the profile
      *================================================================*

       PROCESS TRUNC(BIN)
               GO TO SUB-1150-EXIT
           END-IF

      **** THE CERTIFICATION VERDICT IS WRITTEN ONLY BY PRTCERT; A
      **** CHANGED PROFILE LOSES ITS VERDICT AND MUST BE CERTIFIED
      **** AGAIN.

           IF      SYSIN-RECORD(1:8) = 'PRTCERT'
           AND     SYSIN-RECORD(10:11) = 'VERDICT'
               DISPLAY 'PRTMAINT the VERDICT card is written only by '
                   'the PRTCERT certification run'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           IF      W-CARD-COUNT >= W-CARD-MAX
               DISPLAY 'PRTMAINT too many profile cards - limit '
                   W-CARD-MAX
