123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* GLDREC                                                    *
000300*-----------------------------------------------------------*
000400* GL distribution record, as written to GLOUT by GLDIST -   *
000500* one record per EMP-DEPT per pay date: base gross cents,   *
000600* premium cents and their total.  The layout moved here     *
000700* from GLDIST itself once the labor budget report started   *
000800* reading the nightly generations back, so both share one   *
000900* set of PIC clauses.                                       *
001000*                                                           *
001100* The file is bracketed by control records in the same 80   *
001200* bytes - "HDR   " carrying the run date, and "TRL   "      *
001300* carrying the record count and a hash total of the total   *
001400* cents written - the same proving pattern GROSSOUT uses.   *
001500* GL-Dist-Control below redefines the record area for them. *
001600*-----------------------------------------------------------*
001700 01  GL-DIST-RECORD.
001800     05  GLD-DEPT            PIC X(04).
001900     05  GLD-PAY-DATE        PIC 9(08).
002000     05  GLD-GROSS-CENTS     PIC 9(10).
002100     05  GLD-PREM-CENTS      PIC 9(10).
002200     05  GLD-TOTAL-CENTS     PIC 9(10).
002300     05  FILLER              PIC X(38).
002400 01  GL-DIST-CONTROL.
002500     05  GLC-REC-ID          PIC X(06).
002600         88  GLC-HEADER             VALUE "HDR   ".
002700         88  GLC-TRAILER            VALUE "TRL   ".
002800     05  GLC-RUN-DATE        PIC 9(08).
002900     05  GLC-RECORD-COUNT    PIC 9(07).
003000     05  GLC-HASH-CENTS      PIC 9(12).
003100     05  FILLER              PIC X(47).
