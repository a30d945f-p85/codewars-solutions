123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* LEAVEBAL                                                  *
000300*-----------------------------------------------------------*
000400* Paid-time-off balance, as held on the LEAVEBAL KSDS keyed *
000500* by employee ID.  The balance is carried in Millis, the    *
000600* same unit PTDFILE carries worked time in, so the accrual  *
000700* PTDCLOSE earns off a period's PTD-MILLIS and the leave    *
000800* days it pays out come off it without rounding through     *
000900* hours.  PTDCLOSE is the only writer: at each period close *
001000* that proves it takes off the leave days it paid, then     *
001100* adds the period's accrual up to the employee's maximum,   *
001200* and stamps both figures and the close date - a close      *
001300* rerun on the same date finds its own stamp and leaves the *
001400* balance alone.  An employee with no record has a balance  *
001500* of zero; the first close that accrues creates it.         *
001600*-----------------------------------------------------------*
001700 01  Leave-Balance-Record.
001800     05  LVB-KEY.
001900         10  LVB-EMP-ID      PIC X(06).
002000     05  LVB-BALANCE-MILLIS  PIC 9(11).
002100     05  LVB-LAST-ACCRUED    PIC 9(10).
002200     05  LVB-LAST-TAKEN      PIC 9(10).
002300     05  LVB-LAST-CLOSE-DATE PIC 9(08).
002400     05  FILLER              PIC X(35).
