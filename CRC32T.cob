      * ----        -------  -----------
      * 2020-02-08  1.0      First release
      * 2026-08-09  1.1      Added assertions covering CRC-SEED.
      * 2026-10-08  1.2      Added an assertion that a
      *                      CRC-STAGE-RECORD-ONLY call hands the
      *                      caller's fingerprint back untouched.
      *================================================================*

       PROCESS TRUNC(BIN)
                                                   VALUE 1095738169.
       01  W-SINGLE-CALL-CHECKSUM   PIC 9(09)  COMP.
       01  W-CUSTOM-SEED-CHECKSUM   PIC 9(09)  COMP.
       01  W-FINGERPRINT            PIC 9(09)  COMP VALUE 305419896.

       01  W-STANDARD-SEED          PIC 9(09)  COMP VALUE 4294967295.

                                   THRU SUB-9700-EXIT

           MOVE 0                   TO CRC-SEED

      **** A RECORD-ONLY CALL MUST LEAVE THE CALLER'S FINGERPRINT
      **** ALONE (NO JOB OR DATASET NAME IS SET, SO NOTHING IS
      **** WRITTEN TO THE CONTROL FILE):

           SET  CRC-STAGE-RECORD-ONLY
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO NULL
           MOVE 0                   TO CRC-BUFFER-LEN
           MOVE W-FINGERPRINT       TO CRC-CHECKSUM

           PERFORM SUB-9100-CALL-CRC32 THRU SUB-9100-EXIT

           PERFORM SUB-9800-ASSERT-RECORD-ONLY THRU SUB-9800-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-ASSERT-RECORD-ONLY.
      *-------------------------------

           ADD  1                  TO W-TEST-COUNT

           IF      CRC-CHECKSUM = W-FINGERPRINT
           AND     UTIL-RC-OK OF W-CRC32-PARAMETER
               DISPLAY 'CRC32T   PASS - a record-only call leaves '
                   'the fingerprint unchanged'
           ELSE
               ADD  1               TO W-FAIL-COUNT
               DISPLAY 'CRC32T   FAIL - a record-only call changed '
                   'the fingerprint ' W-FINGERPRINT ' to '
                   CRC-CHECKSUM
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
