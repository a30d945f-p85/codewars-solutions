123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* RATEHIST                                                  *
000300*-----------------------------------------------------------*
000400* Effective-dated hourly rate history, as held on the       *
000500* RATEHIST KSDS keyed by employee ID plus the date the rate *
000600* took effect.  EMPMAST only ever carries today's rate, so  *
000700* a shift priced days after it was worked - a late          *
000800* collection file, a CLOCKCOR correction RETROADJ posts     *
000900* after a raise - used to price at whatever the master said *
001000* on the night of the run.  PAYCALC and RETROADJ now price  *
001100* the day worked at the entry with the latest effective     *
001200* date on or before that day; a day no entry covers is an   *
001300* exception, never today's rate.  EMPMAINT writes an entry  *
001400* for every add and every rate it changes, stamped with who *
001500* made the change and how it arrived.                       *
001510* RATEINC writes one per employee a contract increase       *
001520* reprices, effective on the contract's date.               *
001600*-----------------------------------------------------------*
001700 01  Rate-History-Record.
001800     05  RTH-KEY.
001900         10  RTH-EMP-ID      PIC X(06).
002000         10  RTH-EFF-DATE    PIC 9(08).
002100     05  RTH-HOURLY-RATE     PIC 9(03)V9(02).
002200     05  RTH-SOURCE          PIC X(01).
002300         88  RTH-SRC-ONLINE         VALUE "M".
002400         88  RTH-SRC-BATCH          VALUE "B".
002500         88  RTH-SRC-LOAD           VALUE "L".
002600     05  RTH-CHANGE-DATE     PIC 9(08).
002700     05  RTH-USER-ID         PIC X(08).
002800     05  FILLER              PIC X(44).
