123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* EARNYTD                                                   *
000300*-----------------------------------------------------------*
000400* Quarter-to-date and year-to-date earnings, as held on the *
000500* EARNYTD KSDS keyed by employee ID.  YTDPOST adds each     *
000600* period's PERPAY figures in at close - worked and leave    *
000700* Millis, base, premium, signed adjustment and leave cents  *
000800* and the payable total - into the quarter the period ends  *
000900* in and into the year to date, so finance stops rebuilding *
001000* quarters and years out of old PERPAY generations.  Each   *
001100* record carries two year sets: the current year and the    *
001200* year before it.  YTDROLL moves the current year into the  *
001300* prior set at year end and starts the current one clean; a *
001400* late PERPAY for the prior year still posts into its own   *
001500* set.  Buckets 1 to 4 of a set are the quarters and bucket *
001600* 5 the year to date.  Each set remembers the last period   *
001700* end posted into it, so a rerun never posts a period twice.*
001800* QTRREG prints the quarterly register off the file.        *
001900*                                                           *
002000* One control record rides the same file under the          *
002100* reserved key "CTL   " - per set and bucket, the number of *
002200* periods posted and the sum of their PERPAY trailers'      *
002300* record counts, total cents and leave cents, which the     *
002400* register proves the employee buckets against.             *
002500* Earnings-Ytd-Control below lays it out.  Signed figures   *
002600* ride in edited form; the REDEFINES split views are for    *
002700* taking them back apart.                                   *
002800*-----------------------------------------------------------*
002900 01  Earnings-Ytd-Record.
003000     05  EYR-KEY.
003100         10  EYR-EMP-ID      PIC X(06).
003200             88  EYR-CONTROL-REC    VALUE "CTL   ".
003300     05  EYR-DEPT            PIC X(04).
003400     05  EYR-YEAR-SET        OCCURS 2 TIMES.
003500         10  EYR-YEAR        PIC 9(04).
003600         10  EYR-LAST-PERIOD-END
003700                             PIC 9(08).
003800         10  EYR-BUCKET      OCCURS 5 TIMES.
003900             15  EYR-MILLIS      PIC 9(11).
004000             15  EYR-LV-MILLIS   PIC 9(11).
004100             15  EYR-BASE-CENTS  PIC 9(11).
004200             15  EYR-PREM-CENTS  PIC 9(11).
004300             15  EYR-ADJ-CENTS   PIC -9(11).
004400             15  EYR-ADJ-SPLIT REDEFINES EYR-ADJ-CENTS.
004500                 20  EYR-ADJ-SIGN    PIC X(01).
004600                 20  EYR-ADJ-DIGITS  PIC 9(11).
004700             15  EYR-LEAVE-CENTS PIC 9(11).
004800             15  EYR-TOTAL-CENTS PIC -9(12).
004900             15  EYR-TOTAL-SPLIT REDEFINES EYR-TOTAL-CENTS.
005000                 20  EYR-TOTAL-SIGN  PIC X(01).
005100                 20  EYR-TOTAL-DIGITS PIC 9(12).
005200     05  FILLER              PIC X(06).
005300 01  Earnings-Ytd-Control.
005400     05  ECT-EMP-ID          PIC X(06).
005500     05  FILLER              PIC X(04).
005600     05  ECT-YEAR-SET        OCCURS 2 TIMES.
005700         10  ECT-YEAR        PIC 9(04).
005800         10  ECT-LAST-PERIOD-END
005900                             PIC 9(08).
006000         10  ECT-BUCKET      OCCURS 5 TIMES.
006100             15  ECT-PERIODS     PIC 9(03).
006200             15  ECT-RECORDS     PIC 9(07).
006300             15  ECT-CENTS       PIC -9(12).
006400             15  ECT-CENTS-SPLIT REDEFINES ECT-CENTS.
006500                 20  ECT-CENTS-SIGN  PIC X(01).
006600                 20  ECT-CENTS-DIGITS PIC 9(12).
006700             15  ECT-LEAVE-CENTS PIC 9(12).
006800     05  FILLER              PIC X(456).
