      *=========================== AESL.cpy ============================*
      * Authors: Brian D Pead
      *
      * Description: Linkage parameter for subroutine AES, which
      *              encrypts or decrypts the specified input with
      *              the AES block cipher in counter (CTR) mode, in
      *              the same staged call pattern as CRC32, MD5 and
      *              SHA256 -- START / IN-PROCESS / END, with the
      *              expanded key schedule and the running counter
      *              carried in this parameter area so concurrent
      *              users do not collide.  Counter mode turns the
      *              cipher into a keystream XORed over the data,
      *              so the same call both encrypts and decrypts,
      *              and the output is exactly as long as the input
      *              -- record lengths survive encryption.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-16  1.0      First release
      *================================================================*

      *01  AES-PARAMETER.

      **** Input fields:
      ****     AES-STAGE:
      ****         Which stage of a (possibly multi-call) stream
      ****         this call represents.
      ****     AES-KEY-PTR:
      ****         Pointer to the key.  Read on START / START-END
      ****         only.
      ****     AES-KEY-LEN:
      ****         Length of the key: 16, 24 or 32 bytes for
      ****         AES-128, AES-192 or AES-256.  Read on START /
      ****         START-END only.
      ****     AES-IV:
      ****         The 16-byte initial counter block.  It must
      ****         never be reused with the same key.  Read on
      ****         START / START-END only.
      ****     AES-BUFFER-PTR:
      ****         Pointer to the input buffer for this call.
      ****     AES-BUFFER-LEN:
      ****         Length of the input buffer for this call.  Zero
      ****         is accepted on an END / START-END call, closing
      ****         the stream with no further input.
      ****     AES-OUTPUT-PTR:
      ****         Pointer to the output area, at least
      ****         AES-BUFFER-LEN bytes.  It may be the input
      ****         buffer itself, for an in-place transform.

      **** State fields, carried forward by the caller from call to
      **** call and reset on START / START-END:
      ****     AES-ROUNDS, AES-ROUND-KEYS, AES-COUNTER,
      ****     AES-KEYSTREAM, AES-KEYSTREAM-USED, AES-BYTE-COUNT.
      ****     The key schedule is cleared on END / START-END, so
      ****     no key material outlives the stream.

      **** Output fields:
      ****     The area pointed to by AES-OUTPUT-PTR.
      ****     AES-BYTE-COUNT:
      ****         Total bytes transformed since START.

           05  AES-STAGE            PIC S9(04) COMP.
               88  AES-STAGE-START-END            VALUE 1.
               88  AES-STAGE-START                VALUE 2.
               88  AES-STAGE-IN-PROCESS            VALUE 3.
               88  AES-STAGE-END                   VALUE 4.

           05  AES-KEY-PTR                         POINTER.

           05  AES-KEY-LEN          PIC 9(09)  COMP.

           05  AES-IV               PIC X(16).

           05  AES-BUFFER-PTR                      POINTER.

           05  AES-BUFFER-LEN       PIC 9(09)  COMP.

           05  AES-OUTPUT-PTR                      POINTER.

           05  AES-ROUNDS           PIC S9(04) COMP.

           05  AES-ROUND-KEYS       PIC X(240).

           05  AES-COUNTER          PIC X(16).

           05  AES-KEYSTREAM        PIC X(16).

           05  AES-KEYSTREAM-USED   PIC S9(04) COMP.

           05  AES-BYTE-COUNT       PIC 9(18)  COMP.

           COPY UTILSTAT.
