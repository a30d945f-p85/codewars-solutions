123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* LEAVEREQ                                                  *
000300*-----------------------------------------------------------*
000400* Approved leave day, as held on the LEAVEREQ KSDS keyed by *
000500* employee ID plus the date of the day taken, so a day can  *
000600* only be booked once.  Supervisors key approved days       *
000700* through the LVMAINT screen, which stamps the operator and *
000800* date.  A day is whole - the hours it pays are the day     *
000900* length on the LVCTL control card.  PTDCLOSE picks up      *
001000* every open day dated on or before the close, prices it at *
001100* the RATEHIST rate in force on the day, and marks it paid  *
001200* with the close date and cents; a day the balance cannot   *
001300* cover, or no rate covers, is marked rejected with the     *
001400* reason and listed on the LVEXCP exceptions report instead *
001500* of being paid.  Any day not yet paid - open or rejected - *
001600* may be deleted online; a paid day stays on file.          *
001700*-----------------------------------------------------------*
001800 01  Leave-Request-Record.
001900     05  LVR-KEY.
002000         10  LVR-EMP-ID      PIC X(06).
002100         10  LVR-LEAVE-DATE  PIC 9(08).
002200     05  LVR-TYPE            PIC X(01).
002300         88  LVR-VACATION           VALUE "V".
002400         88  LVR-SICK               VALUE "S".
002500         88  LVR-TYPE-VALID         VALUE "V" "S".
002600     05  LVR-STATUS          PIC X(01).
002700         88  LVR-OPEN               VALUE SPACE.
002800         88  LVR-PAID               VALUE "P".
002900         88  LVR-REJECTED           VALUE "R".
003000*    Why a day was rejected - "B" balance short, "N" no     *
003100*    rate in force on the day.                              *
003200     05  LVR-REASON          PIC X(01).
003300         88  LVR-BALANCE-SHORT      VALUE "B".
003400         88  LVR-NO-RATE            VALUE "N".
003500     05  LVR-ENTER-DATE      PIC 9(08).
003600     05  LVR-USER-ID         PIC X(08).
003700     05  LVR-CLOSE-DATE      PIC 9(08).
003800     05  LVR-CENTS           PIC 9(08).
003900     05  FILLER              PIC X(31).
