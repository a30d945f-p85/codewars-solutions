123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* SHFTCORR                                                  *
000300*-----------------------------------------------------------*
000400* Paid-shift correction record.  The SHFTADJ screen writes  *
000500* one to the SHCR transient-data queue each time a          *
000600* supervisor corrects a shift that was already paid; the    *
000700* queue's extrapartition dataset is swept at day-end the    *
000800* same way RESUB is, and RETROADJ reads it that night to    *
000900* post a "B" leg backing the old figure out on              *
001000* SCR-WORKED-DATE, the day it was paid on, and a "P" leg    *
001100* paying the corrected one on SCR-NEW-WORKED-DATE, the day  *
001200* the corrected readings put the shift on - the day before  *
001300* the OUT's date when the corrected IN is past the OUT.     *
001400* Records queued before the second date was carried have it *
001500* as spaces and pay on SCR-WORKED-DATE.                     *
001600*                                                           *
001700* SCR-HST-KEY is the SHIFTHST key of the OUT punch that     *
001800* closed the shift.  SCR-ORIG-MILLIS is the duration the    *
001900* shift stood at when the supervisor pulled it up (what was *
002000* last paid), SCR-NEW-MILLIS the duration as corrected.     *
002100* The signed-on operator, terminal and time of the change   *
002200* ride along so every leg traces back to who keyed it.      *
002300*-----------------------------------------------------------*
002400 01  Shift-Correction-Record.
002500     05  SCR-HST-KEY.
002600         10  SCR-EMP-ID      PIC X(06).
002700         10  SCR-HST-RUN-DATE PIC 9(08).
002800         10  SCR-HST-PUNCH-SEQ PIC 9(07).
002900     05  SCR-WORKED-DATE     PIC 9(08).
003000     05  SCR-NEW-WORKED-DATE PIC 9(08).
003100     05  SCR-ORIG-MILLIS     PIC 9(08).
003200     05  SCR-NEW-MILLIS      PIC 9(08).
003300     05  SCR-USER-ID         PIC X(08).
003400     05  SCR-TERM-ID         PIC X(04).
003500     05  SCR-CHANGE-DATE     PIC 9(08).
003600     05  SCR-CHANGE-TIME     PIC 9(06).
003700     05  FILLER              PIC X(01).
