123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* TERMREG                                                   *
000300*-----------------------------------------------------------*
000400* Clock-terminal registry, one record per terminal on the   *
000500* TERMREG control dataset - the terminal ID the clock       *
000600* stamps on every punch (PR-TERM-ID / HST-TERM-ID) and the  *
000700* collection site it is bolted to the wall at.  Operations  *
000800* keeps it when a clock is installed, moved or retired.     *
000900* The nightly PUNCHANM report loads it to prove each punch  *
001000* came in from the site its terminal belongs to - a         *
001100* terminal missing from here, or registered to another      *
001200* site, is listed as an anomaly.                            *
001300*-----------------------------------------------------------*
001400 01  Terminal-Record.
001500     05  TRM-TERM-ID         PIC X(04).
001600     05  TRM-SITE-ID         PIC X(03).
001700     05  TRM-DESCRIPTION     PIC X(30).
001800     05  FILLER              PIC X(43).
