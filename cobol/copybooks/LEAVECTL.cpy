123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* LEAVECTL                                                  *
000300*-----------------------------------------------------------*
000400* LVCTL accrual control cards, read by PTDCLOSE.  The first *
000500* card is an "H" card giving the hours one leave day pays.  *
000600* Every card after it is an accrual rule: a "D" card for a  *
000700* department, an "S" card for a shift code, each with the   *
000800* leave hours earned per hour worked and the most hours the *
000900* balance may hold.  A department rule wins over a shift    *
001000* rule; an employee neither covers accrues nothing.         *
001100*-----------------------------------------------------------*
001200 01  Leave-Control-Card.
001300     05  LVC-CARD-TYPE       PIC X(01).
001400         88  LVC-HEADER             VALUE "H".
001500         88  LVC-DEPT-RULE          VALUE "D".
001600         88  LVC-SHIFT-RULE         VALUE "S".
001700*    Department ID, or the shift code in the first byte.    *
001800     05  LVC-RULE-KEY        PIC X(04).
001900     05  LVC-ACCRUAL-RATE    PIC 9(01)V9(04).
002000     05  LVC-MAX-HOURS       PIC 9(04).
002100     05  FILLER              PIC X(66).
002200 01  Leave-Control-Header REDEFINES Leave-Control-Card.
002300     05  FILLER              PIC X(01).
002400     05  LVC-DAY-HOURS       PIC 9(02)V9(02).
002500     05  FILLER              PIC X(75).
