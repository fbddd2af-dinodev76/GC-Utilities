      *========================= KEYRESL.cpy ===========================*
      * Authors: Brian D Pead
      *
      * Description: Linkage parameter for subroutine KEYRES, which
      *              resolves a key label -- the HMAC key label a
      *              partner profile or a KEY-LABEL card carries --
      *              to the key material held in the KEYSTORE
      *              registry KEYMAINT maintains.  With no version
      *              requested the key in force on the processing
      *              date is returned, so during a rotation overlap
      *              every caller picks up the newest key; with a
      *              version requested that exact version is
      *              returned, so a signature made under the old key
      *              still verifies.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-15  1.0      First release
      * 2026-09-20  1.1      Blank processing date is the business date
      *================================================================*

      *01  KEYRES-PARAMETER.

      **** Input fields:
      ****     KR-KEY-LABEL:
      ****         The key label to resolve.
      ****     KR-REQ-VERSION:
      ****         Zero for the key in force on the processing date,
      ****         otherwise the exact key version wanted.  A
      ****         RETIRED version is never returned.
      ****     KR-PROCESS-DATE:
      ****         The processing date as YYYY-MM-DD.  Spaces mean
      ****         the business processing date from PROCDT.

      **** Output fields:
      ****     KR-KEY:
      ****         The key bytes, left-justified.  Never to be
      ****         displayed or written anywhere in clear.
      ****     KR-KEY-LEN:
      ****         The key length in bytes (1-64).
      ****     KR-KEY-VERSION:
      ****         The version resolved.
      ****     KR-EFFECTIVE-DATE, KR-EXPIRY-DATE:
      ****         The resolved version's validity window.

           05  KR-KEY-LABEL        PIC X(16).

           05  KR-REQ-VERSION      PIC 9(04).

           05  KR-PROCESS-DATE     PIC X(10).

           05  KR-KEY              PIC X(64).

           05  KR-KEY-LEN          PIC 9(09)  COMP.

           05  KR-KEY-VERSION      PIC 9(04).

           05  KR-EFFECTIVE-DATE   PIC X(10).

           05  KR-EXPIRY-DATE      PIC X(10).

           COPY UTILSTAT.
