123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* PERPAY                                                    *
000300*-----------------------------------------------------------*
000400* Period pay record, as cut to PERPAY by PTDCLOSE at each   *
000500* period close - one record per employee with the period's  *
000600* worked Millis, base gross cents, premium cents, signed    *
000700* adjustment cents and payable total, bracketed by a        *
000800* "HDR   " record carrying the period dates and a "TRL   "  *
000900* record with the record count and total cents.  The layout *
001000* moved here from PTDCLOSE itself once EARNSTMT started     *
001100* reading the file back to prove the earnings statements,   *
001200* so the writer and every reader share one set of PIC       *
001300* clauses.  Signed figures ride in edited form; the         *
001400* REDEFINES split views are for taking them back apart.     *
001410* Paid leave days rode in later as their own two figures -  *
001420* the leave Millis and cents PTDCLOSE priced off LEAVEREQ - *
001430* added after the original fields so their offsets hold;    *
001440* the payable total and the trailer cents include them, and *
001450* the trailer carries the period's leave cents on its own.  *
001460* Records grew from 80 to 100 bytes with them.              *
001500*-----------------------------------------------------------*
001600 01  PERIOD-PAY-RECORD.
001700     05  PP-EMP-ID           PIC X(06).
001800         88  PP-HEADER              VALUE "HDR   ".
001900         88  PP-TRAILER             VALUE "TRL   ".
002000     05  PP-PERIOD-START     PIC 9(08).
002100     05  PP-PERIOD-END       PIC 9(08).
002200     05  PP-MILLIS           PIC 9(10).
002300     05  PP-GROSS-CENTS      PIC 9(10).
002400     05  PP-PREM-CENTS       PIC 9(10).
002500     05  PP-ADJ-CENTS        PIC -9(10).
002600     05  PP-ADJ-SPLIT REDEFINES PP-ADJ-CENTS.
002700         10  PP-ADJ-SIGN     PIC X(01).
002800         10  PP-ADJ-DIGITS   PIC 9(10).
002900     05  PP-TOTAL-CENTS      PIC -9(11).
003000     05  PP-TOTAL-SPLIT REDEFINES PP-TOTAL-CENTS.
003100         10  PP-TOTAL-SIGN   PIC X(01).
003200         10  PP-TOTAL-DIGITS PIC 9(11).
003300     05  FILLER              PIC X(05).
003310     05  PP-LEAVE-MILLIS     PIC 9(10).
003320     05  PP-LEAVE-CENTS      PIC 9(10).
003400 01  PERIOD-PAY-CONTROL.
003500     05  PPC-REC-ID          PIC X(06).
003600     05  PPC-PERIOD-START    PIC 9(08).
003700     05  PPC-PERIOD-END      PIC 9(08).
003800     05  PPC-RECORD-COUNT    PIC 9(07).
003900     05  PPC-TOTAL-CENTS     PIC -9(12).
004000     05  PPC-TOTAL-SPLIT REDEFINES PPC-TOTAL-CENTS.
004100         10  PPC-TOTAL-SIGN  PIC X(01).
004200         10  PPC-TOTAL-DIGITS PIC 9(12).
004210     05  PPC-LEAVE-CENTS     PIC 9(12).
004300     05  FILLER              PIC X(46).
