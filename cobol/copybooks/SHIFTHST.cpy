000900* shift, and a valid/exception status - so the CLOCKINQ     *
001000* inquiry screen can put an employee's recent punches in    *
001100* front of a supervisor without waiting on the printed      *
001200* SHIFTRPT.  Punch corrections still go through CLOCKCOR;   *
001300* the one online update is SHFTADJ correcting a shift that  *
001310* was already paid - it rewrites the OUT record with the    *
001320* corrected reading and duration and marks it corrected, so *
001330* the record always shows what the shift is now paid at.    *
001333* The IN record keeps the reading first struck; a reader     *
001336* wanting the corrected IN works it back as the OUT reading  *
001338* less HST-MILLIS, the way SHFTADJ and TARDY do.             *
001340* Records are 55 bytes; those written before the terminal   *
001350* ID was carried have it as spaces.                         *
001400*-----------------------------------------------------------*
001500 01  History-Record.
001600     05  HST-KEY.
002500     05  HST-STATUS          PIC X(01).
002600         88  HST-STATUS-VALID           VALUE "V".
002700         88  HST-STATUS-EXCEPT          VALUE "E".
002710*    "C" once SHFTADJ has corrected the shift this OUT       *
002720*    closed - HST-MILLIS is then the corrected duration.     *
002730     05  HST-CORR-FLAG       PIC X(01).
002740         88  HST-CORRECTED              VALUE "C".
002750*    The terminal the punch was struck on, from PR-TERM-ID.  *
002760     05  HST-TERM-ID         PIC X(04).
002800     05  FILLER              PIC X(02).
