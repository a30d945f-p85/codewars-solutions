123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* SITEHOLD                                                  *
000300*-----------------------------------------------------------*
000400* Held collection-site feed, as held on the SITEHOLD KSDS   *
000500* keyed by the run date the feed was collected under and    *
000600* the site ID.  CLOCKMRG writes one the night a site's      *
000700* punch count does not prove against its own trailer - the  *
000800* site's HDR, punches and TRL go to the PUNCHQTN quarantine *
000900* file untouched and the rest of the night carries on       *
001000* without them.  When operations places the collection      *
001100* system's re-send for the site on PUNCHRSND, the next      *
001200* night's CLOCKMRG proves it and, only while this record    *
001300* still says held, releases it into the punch stream and    *
001400* marks the record released - so a site already taken for   *
001500* that run date, or a re-send fed in twice, is skipped and  *
001600* never posted a second time.  A merge rerun the same night *
001700* finds its own release date and releases the site again.   *
001800* A held site that proves on a merge rerun for the same run *
001900* date has gone forward in full, and its record is deleted. *
002000*-----------------------------------------------------------*
002100 01  Site-Hold-Record.
002200     05  SHD-KEY.
002300         10  SHD-RUN-DATE    PIC 9(08).
002400         10  SHD-SITE-ID     PIC X(03).
002500     05  SHD-STATUS          PIC X(01).
002600         88  SHD-HELD               VALUE "H".
002700         88  SHD-RELEASED           VALUE "R".
002800     05  SHD-REASON          PIC X(01).
002900         88  SHD-COUNT-SHORT        VALUE "C".
003000         88  SHD-NO-TRAILER         VALUE "T".
003100         88  SHD-COUNT-BAD          VALUE "N".
003200     05  SHD-HELD-DATE       PIC 9(08).
003300     05  SHD-READ-COUNT      PIC 9(07).
003400     05  SHD-TRAILER-COUNT   PIC 9(07).
003500     05  SHD-RELEASE-DATE    PIC 9(08).
003600     05  SHD-RELEASE-COUNT   PIC 9(07).
003700     05  FILLER              PIC X(30).
