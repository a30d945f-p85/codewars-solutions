000290*                knows rolls into the UNKN department and    *
000300*                flags the run RC 4 - the money still        *
000310*                posts, but somebody chases the badge.       *
000312* 2026-10-15 RH  The GLOUT layout moved out to the GLDREC    *
000314*                copybook - BUDGVAR now reads the nightly    *
000316*                generations back for the labor budget       *
000318*                report.                                     *
000320*-----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000650*-----------------------------------------------------------*
000660* GL distribution record - one per department per pay date, *
000670* bracketed by HDR/TRL controls carrying the record count   *
000680* and a hash of the total cents written (layout in GLDREC). *
000690*-----------------------------------------------------------*
000700 FD  GL-OUT-FILE
000710     RECORDING MODE IS F.
000720     COPY GLDREC.
000850
000860 FD  GL-RPT-FILE
000870     RECORDING MODE IS F.
