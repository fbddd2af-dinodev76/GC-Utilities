      *                      distinct RETURN-CODE 2 -- incomplete but
      *                      restartable -- instead of an operator
      *                      cancel that loses everything.
      * 2026-10-08  2.0      Added ALGORITHM ANYORDER: an order-
      *                      independent fingerprint -- every
      *                      record's own CRC-32 summed modulo 2**32,
      *                      with the record count -- for feeds whose
      *                      record order legitimately varies from run
      *                      to run.  It is the fingerprint CSORT
      *                      certifies a sort with, is recorded on
      *                      CRCCTL as variant ANYORDER and verifies
      *                      against an 8-digit hex baseline.
      *================================================================*

       PROCESS TRUNC(BIN)
           88  W-ALG-CRC64                          VALUE 'CRC64'.
           88  W-ALG-ADLER32                        VALUE 'ADLER32'.
           88  W-ALG-MD5                            VALUE 'MD5'.
           88  W-ALG-ANYORDER                       VALUE 'ANYORDER'.
           88  W-ALG-VALID                          VALUES 'CRC32'
                                                           'CRC64'
                                                         'ADLER32'
                                                             'MD5'
                                                        'ANYORDER'.

      **** THE ANYORDER FINGERPRINT: EACH RECORD IS CHECKSUMMED ON
      **** ITS OWN AND THE CRC-32 VALUES SUMMED MODULO 2**32, SO THE
      **** SAME RECORDS IN ANY ORDER GIVE THE SAME FINGERPRINT.

       01  W-FINGERPRINT-SUM        PIC 9(18)  COMP VALUE 0.
       01  W-RECORD-CRC             PIC 9(18)  COMP.
       01  W-FINGERPRINT-MODULUS    PIC 9(18)  COMP
                                                    VALUE 4294967296.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CHECK-FILE-STATUS      PIC X(02).

      **** THE REMAINING SYSIN RECORDS ARE OPTIONAL AND MAY APPEAR IN
      **** ANY ORDER: AN ALGORITHM CARD ('ALGORITHM' IN COLUMNS 1-10,
      **** CRC32/CRC64/MD5/ADLER32/ANYORDER FROM COLUMN 12, CRC32
      **** BEING THE DEFAULT) AND A BASELINE HEX DIGEST TO VERIFY
      **** AGAINST, IN THE SELECTED ALGORITHM'S DIGEST WIDTH -- 8 HEX
      **** DIGITS FOR CRC32/ADLER32/ANYORDER, 16 FOR CRC64, 32 FOR
      **** MD5.  NEITHER CARD
      **** PRESENT JUST MEANS A PLAIN CRC32 CHECKSUM REPORT.

           SET  W-SYSIN-NOT-EOF     TO TRUE
                   MOVE W-CHECK-REC-LEN
                                    TO MD5-BUFFER-LEN
                   CALL W-MD5-PROG USING W-MD5-PARAMETER

               WHEN W-ALG-ANYORDER
                   SET  CRC-STAGE-START-END
                                    TO TRUE
                   SET  CRC-BUFFER-PTR
                                    TO ADDRESS OF W-CHECK-AREA
                   MOVE W-CHECK-REC-LEN
                                    TO CRC-BUFFER-LEN
                   PERFORM SUB-9100-CALL-CRC32 THRU SUB-9100-EXIT
                   MOVE CRC-CHECKSUM
                                    TO W-RECORD-CRC
                   ADD  W-RECORD-CRC
                                    TO W-FINGERPRINT-SUM
                   IF      W-FINGERPRINT-SUM >= W-FINGERPRINT-MODULUS
                       SUBTRACT W-FINGERPRINT-MODULUS
                                  FROM W-FINGERPRINT-SUM
                   END-IF
           END-EVALUATE

           SET  W-NOT-FIRST-RECORD  TO TRUE
                   SET  MD5-BUFFER-PTR
                                    TO NULL
                   CALL W-MD5-PROG USING W-MD5-PARAMETER

      **** THE FINISHED FINGERPRINT GOES TO CRCCTL THROUGH CRC32'S
      **** RECORD-ONLY CALL, WHICH ALSO LEAVES IT IN CRC-CHECKSUM
      **** FOR THE SUMMARY.

               WHEN W-ALG-ANYORDER
                   SET  CRC-STAGE-RECORD-ONLY
                                    TO TRUE
                   MOVE W-FINGERPRINT-SUM
                                    TO CRC-CHECKSUM
                   MOVE 0           TO CRC-BUFFER-LEN
                   SET  CRC-BUFFER-PTR
                                    TO NULL
                   MOVE 'FILECHK'   TO CRC-JOB-NAME
                   MOVE W-CHECK-DSNAME
                                    TO CRC-DATASET-NAME
                   MOVE W-RECORD-COUNT
                                    TO CRC-RECORD-COUNT
                   PERFORM SUB-9100-CALL-CRC32 THRU SUB-9100-EXIT
           END-EVALUATE
           .
       SUB-2300-EXIT.

           EVALUATE TRUE
               WHEN W-ALG-CRC32
               WHEN W-ALG-ANYORDER
                   SET  HD-INPUT-PTR
                                    TO ADDRESS OF CRC-CHECKSUM
                   MOVE LENGTH OF CRC-CHECKSUM
