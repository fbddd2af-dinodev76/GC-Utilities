      *=========================== AESW.cpy ============================*
      * Authors: Brian D Pead
      *
      * Description: Working-storage constants and tables for
      *              subroutine AES: the forward S-box and the key
      *              schedule round constants the standard defines
      *              (fixed values, carried as literal data), and
      *              the areas for the byte-pair XOR table and the
      *              GF(2**8) doubling table AES builds on first
      *              call.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-16  1.0      First release
      *================================================================*

      **** THE FORWARD S-BOX, SIXTEEN BYTES PER ROW.

       01  W-AES-SBOX-VALUES.
           05  FILLER              PIC X(16)       VALUE
               X'637C777BF26B6FC53001672BFED7AB76'.
           05  FILLER              PIC X(16)       VALUE
               X'CA82C97DFA5947F0ADD4A2AF9CA472C0'.
           05  FILLER              PIC X(16)       VALUE
               X'B7FD9326363FF7CC34A5E5F171D83115'.
           05  FILLER              PIC X(16)       VALUE
               X'04C723C31896059A071280E2EB27B275'.
           05  FILLER              PIC X(16)       VALUE
               X'09832C1A1B6E5AA0523BD6B329E32F84'.
           05  FILLER              PIC X(16)       VALUE
               X'53D100ED20FCB15B6ACBBE394A4C58CF'.
           05  FILLER              PIC X(16)       VALUE
               X'D0EFAAFB434D338545F9027F503C9FA8'.
           05  FILLER              PIC X(16)       VALUE
               X'51A3408F929D38F5BCB6DA2110FFF3D2'.
           05  FILLER              PIC X(16)       VALUE
               X'CD0C13EC5F974417C4A77E3D645D1973'.
           05  FILLER              PIC X(16)       VALUE
               X'60814FDC222A908846EEB814DE5E0BDB'.
           05  FILLER              PIC X(16)       VALUE
               X'E0323A0A4906245CC2D3AC629195E479'.
           05  FILLER              PIC X(16)       VALUE
               X'E7C8376D8DD54EA96C56F4EA657AAE08'.
           05  FILLER              PIC X(16)       VALUE
               X'BA78252E1CA6B4C6E8DD741F4BBD8B8A'.
           05  FILLER              PIC X(16)       VALUE
               X'703EB5664803F60E613557B986C11D9E'.
           05  FILLER              PIC X(16)       VALUE
               X'E1F8981169D98E949B1E87E9CE5528DF'.
           05  FILLER              PIC X(16)       VALUE
               X'8CA1890DBFE6426841992D0FB054BB16'.

       01  FILLER REDEFINES W-AES-SBOX-VALUES.
           05  W-AES-SBOX          PIC X(01)  OCCURS 256.

      **** THE KEY SCHEDULE ROUND CONSTANTS -- SUCCESSIVE POWERS OF
      **** TWO IN GF(2**8).

       01  W-AES-RCON-VALUES.
           05  FILLER              PIC X(10)       VALUE
               X'01020408102040801B36'.

       01  FILLER REDEFINES W-AES-RCON-VALUES.
           05  W-AES-RCON          PIC X(01)  OCCURS 10.

      **** BYTE-PAIR XOR TABLE AND DOUBLING TABLE, BUILT ONCE ON THE
      **** FIRST CALL SO THE ROUND FUNCTION NEEDS NO BITWISE CALL ON
      **** THE HOT PATH -- THE SAME IDEA AS SHA256'S XOR TABLE.

       01  W-XOR-TABLE.
           05  W-XOR-ROW               OCCURS 256.
               10  W-XOR-VAL           PIC S9(04) COMP OCCURS 256.

       01  W-MUL2-TABLE.
           05  W-MUL2-VAL              PIC S9(04) COMP OCCURS 256.
