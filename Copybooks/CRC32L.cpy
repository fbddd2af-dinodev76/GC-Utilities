      *                      ignored, and the first-call banner and
      *                      self-test displays are suppressed.  The
      *                      batch default is unchanged.
      * 2026-10-08  1.7      Added CRC-STAGE-RECORD-ONLY: a caller
      *                      that has built an order-independent
      *                      fingerprint from per-record checksums
      *                      passes it in CRC-CHECKSUM to have it
      *                      recorded on CRCCTL, marked ANYORDER in
      *                      the variant column, without any buffer
      *                      being checksummed.
      *================================================================*

      *01  CRC32-PARAMETER.
      **** Input fields:
      ****     CRC-STAGE:
      ****         Which stage of a (possibly multi-call) checksum this
      ****         call represents.  CRC-STAGE-RECORD-ONLY is not a
      ****         checksum stage: no buffer is read, CRC-CHECKSUM is
      ****         left as the caller set it -- an order-independent
      ****         fingerprint (the per-record CRC-32 values summed
      ****         modulo 2**32) -- and is written to CRCCTL with the
      ****         audit fields and ANYORDER as the variant.
      ****     CRC-VARIANT:
      ****         Which CRC-32 polynomial to use.  Defaults to
      ****         CRC-VARIANT-IEEE (the standard zlib/cksum/zip
               88  CRC-STAGE-START                VALUE 2.
               88  CRC-STAGE-IN-PROCESS            VALUE 3.
               88  CRC-STAGE-END                   VALUE 4.
               88  CRC-STAGE-RECORD-ONLY           VALUE 5.

           05  CRC-VARIANT         PIC S9(04) COMP.
               88  CRC-VARIANT-IEEE                VALUE 0 1.
