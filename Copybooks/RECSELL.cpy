      *========================= RECSELL.cpy ===========================*
      * Authors: Brian D Pead
      *
      * Description: Linkage parameter for subroutine RECSEL, which
      *              lets a FIELD-driven layout describe a file of
      *              several record types -- header, detail, trailer
      *              -- instead of one.  A RECTYPE card names the
      *              record-type field; each WHEN card opens the
      *              field set for one type value; an OCCURS card
      *              inside a WHEN group makes the FIELD cards after
      *              it a repeating group whose occurrence count is
      *              taken from a field in the record.  FIELD cards
      *              before the first WHEN belong to every record.
      *              The whole type table lives in this parameter
      *              block, so each caller carries its own layout.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      *01  RECSEL-PARAMETER.

      **** Input fields:
      ****     RS-FUNCTION:
      ****         CARD    Offer one control card in RS-CARD.
      ****                 RECTYPE, WHEN and OCCURS cards are taken
      ****                 and RS-CARD-TAKEN is set; any other card
      ****                 is left to the caller, with RS-GROUP and
      ****                 RS-REPEATS giving the group and repeat
      ****                 setting a FIELD card in that position
      ****                 belongs to.  A badly formed card is a
      ****                 BAD-DATA rejection with the reason in
      ****                 UTIL-MESSAGE.
      ****         FINISH  Every card has been offered: check the
      ****                 deck is complete (a RECTYPE card needs at
      ****                 least one WHEN card).
      ****         SELECT  Classify the record at RS-RECORD-PTR for
      ****                 RS-RECORD-LEN bytes.  With no RECTYPE card
      ****                 every record selects group 0 -- the common
      ****                 fields only -- exactly as before types
      ****                 existed.
      ****     RS-CARD:
      ****         The 80-byte control card image (CARD only).
      ****     RS-RECORD-PTR, RS-RECORD-LEN:
      ****         The record to classify (SELECT only).

      **** Output fields:
      ****     RS-CARD-TAKEN:
      ****         Y when RECSEL took the card (CARD only).
      ****     RS-GROUP:
      ****         CARD: the WHEN group a FIELD card offered now
      ****         belongs to, 0 for a common field.
      ****         SELECT: the WHEN group the record selected.
      ****     RS-REPEATS:
      ****         CARD: Y when a FIELD card offered now is an
      ****         element of the group's OCCURS, its offset being
      ****         that of the first occurrence.
      ****     RS-TYPES-DECLARED:
      ****         Y once a RECTYPE card has been taken.
      ****     RS-SELECT-RESULT:
      ****         SELECT: K when the record's type is known, U for
      ****         a type no WHEN card names (or a record too short
      ****         to hold the type field), C for an OCCURS count
      ****         that is not a valid number, exceeds the maximum,
      ****         or lies past the record's end.
      ****     RS-TYPE-VALUE:
      ****         SELECT: the record's type field as found.
      ****     RS-OCC-COUNT:
      ****         SELECT: the occurrences in this record, zero when
      ****         the group has no OCCURS.
      ****     RS-OCC-STRIDE, RS-OCC-OUT-STRIDE, RS-OCC-NAME:
      ****         SELECT: the selected group's element length, its
      ****         target element length for a reformatting caller
      ****         (the element length unless the OCCURS card gives
      ****         one) and the repeating group's name.

      **** The remaining fields are RECSEL's own working state and
      **** must not be altered by the caller.

           05  RS-FUNCTION         PIC X(08).
               88  RS-FUNCTION-CARD                VALUE 'CARD'.
               88  RS-FUNCTION-FINISH              VALUE 'FINISH'.
               88  RS-FUNCTION-SELECT              VALUE 'SELECT'.

           05  RS-CARD             PIC X(80).

           05  RS-RECORD-PTR                  POINTER.

           05  RS-RECORD-LEN       PIC 9(09)  COMP.

           05  RS-CARD-TAKEN       PIC X(01).
               88  RS-CARD-WAS-TAKEN               VALUE 'Y'.
               88  RS-CARD-NOT-TAKEN               VALUE 'N'.

           05  RS-GROUP            PIC 9(04)  COMP VALUE 0.

           05  RS-REPEATS          PIC X(01)       VALUE 'N'.
               88  RS-FIELD-REPEATS                VALUE 'Y'.
               88  RS-FIELD-SINGLE                 VALUE 'N'.

           05  RS-TYPES-DECLARED   PIC X(01)       VALUE 'N'.
               88  RS-TYPES-ACTIVE                 VALUE 'Y'.
               88  RS-TYPES-INACTIVE               VALUE 'N'.

           05  RS-SELECT-RESULT    PIC X(01).
               88  RS-TYPE-KNOWN                   VALUE 'K'.
               88  RS-TYPE-UNKNOWN                 VALUE 'U'.
               88  RS-COUNT-BAD                    VALUE 'C'.

           05  RS-TYPE-VALUE       PIC X(16).

           05  RS-OCC-COUNT        PIC 9(09)  COMP.

           05  RS-OCC-STRIDE       PIC 9(05).

           05  RS-OCC-OUT-STRIDE   PIC 9(05).

           05  RS-OCC-NAME         PIC X(12).

           05  RS-RT-NAME          PIC X(12).

           05  RS-RT-OFFSET        PIC 9(05).

           05  RS-RT-LENGTH        PIC 9(05).

           05  RS-TYPE-MAX         PIC 9(04)  COMP VALUE 20.

           05  RS-TYPE-COUNT       PIC 9(04)  COMP VALUE 0.

           05  RS-TYPE-ENTRY       OCCURS 20       INDEXED RS-T-DX.
               10  RS-T-VALUE      PIC X(16).
               10  RS-T-OCCURS     PIC X(01).
                   88  RS-T-HAS-OCCURS             VALUE 'Y'.
                   88  RS-T-NO-OCCURS              VALUE 'N'.
               10  RS-T-OCC-NAME   PIC X(12).
               10  RS-T-CNT-OFFSET PIC 9(05).
               10  RS-T-CNT-LENGTH PIC 9(05).
               10  RS-T-CNT-TYPE   PIC X(06).
                   88  RS-T-CNT-CHAR               VALUE 'CHAR'.
                   88  RS-T-CNT-PACKED             VALUE 'PACKED'.
                   88  RS-T-CNT-BINARY             VALUE 'BINARY'.
               10  RS-T-OCC-MAX    PIC 9(05).
               10  RS-T-STRIDE     PIC 9(05).
               10  RS-T-OUT-STRIDE PIC 9(05).

           COPY UTILSTAT.
