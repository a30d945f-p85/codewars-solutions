000400* Signed gross-pay adjustment record, written by RETROADJ   *
000500* for every shift a supervisor corrected after its pay date *
000600* - a "P" pay leg posts cents against the day the employee  *
000700* actually worked, and a "B" back-out leg reverses a figure *
000800* already paid.  A flagged punch was never paid, so it cuts *
000900* a pay leg alone; a paid shift corrected through SHFTADJ   *
000910* cuts a back-out leg (negative cents, the Millis backed    *
000920* out) followed by a pay leg at the corrected duration,     *
000930* both carrying the correcting supervisor's user ID.  The   *
001000* cents ride in edited signed form, the same way PRSAUDIT   *
001100* carries its figures, so the stream prints as it posts;    *
001200* the REDEFINES split view is for consumers that total it.  *
003300     05  ADJ-LEG             PIC X(01).
003400         88  ADJ-LEG-BACKOUT        VALUE "B".
003500         88  ADJ-LEG-PAY            VALUE "P".
003510*    Signed-on operator behind a SHFTADJ correction's legs - *
003520*    spaces on a flagged-punch pay leg.                      *
003530     05  ADJ-USER-ID         PIC X(08).
003600     05  FILLER              PIC X(19).
003700 01  Adjust-Control.
003800     05  ACT-REC-ID          PIC X(06).
003900     05  ACT-RUN-DATE        PIC 9(08).
