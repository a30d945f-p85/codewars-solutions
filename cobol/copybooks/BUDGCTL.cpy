123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* BUDGCTL                                                   *
000300*-----------------------------------------------------------*
000400* BUDCTL labor budget control cards, read by BUDGVAR.  The  *
000500* first card is an "H" card giving the overrun threshold -  *
000600* the percent over budget a department's projection to      *
000700* period end may reach before it is flagged.  Every card    *
000800* after it is a "B" card: one department's budgeted worked  *
000900* hours and labor cents for one pay period, the period      *
001000* given by its first and last calendar dates.  Finance      *
001100* keeps the year's periods on the file; BUDGVAR takes the   *
001200* cards of the period the open PTDFILE period falls in.     *
001300*-----------------------------------------------------------*
001400 01  Budget-Control-Card.
001500     05  BGC-CARD-TYPE       PIC X(01).
001600         88  BGC-HEADER             VALUE "H".
001700         88  BGC-BUDGET             VALUE "B".
001800     05  BGC-DEPT            PIC X(04).
001900     05  BGC-PERIOD-START    PIC 9(08).
002000     05  BGC-PERIOD-END      PIC 9(08).
002100     05  BGC-HOURS           PIC 9(06)V9(02).
002200     05  BGC-CENTS           PIC 9(10).
002300     05  FILLER              PIC X(41).
002400 01  Budget-Control-Header REDEFINES Budget-Control-Card.
002500     05  FILLER              PIC X(01).
002600*    Percent over budget, 999V99 - 00500 is five percent.   *
002700     05  BGC-THRESHOLD-PCT   PIC 9(03)V9(02).
002800     05  FILLER              PIC X(74).
