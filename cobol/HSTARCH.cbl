000270*                without its delete.  An old dispute then    *
000280*                runs HSTRETR against the archive            *
000290*                generations instead of a restore ticket.    *
000292* 2026-10-15 RH  SHIFTHST records grew to 55 bytes to carry    *
000294*                the punch's terminal ID; the archive record  *
000296*                and its HDR/TRL controls grew with them.     *
000300*-----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000730*-----------------------------------------------------------*
000740 FD  ARCH-OUT-FILE
000750     RECORDING MODE IS F.
000760 01  ARCH-RECORD             PIC X(55).
000770 01  ARCH-CONTROL.
000780     05  ARC-REC-ID          PIC X(06).
000790     05  ARC-RUN-DATE        PIC 9(08).
000800     05  ARC-RECORD-COUNT    PIC 9(07).
000810     05  ARC-HASH-MILLIS     PIC 9(12).
000820     05  FILLER              PIC X(22).
000830
000840 WORKING-STORAGE SECTION.
000850*-----------------------------------------------------------*
