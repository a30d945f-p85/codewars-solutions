123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* PTDDTL                                                    *
000300*-----------------------------------------------------------*
000400* Period-to-date detail record, as held on the PTDDTL KSDS. *
000500* PTDFILE keeps only each employee's running period totals; *
000600* this file keeps the lines they were built from, so the    *
000700* EARNSTMT earnings statement at period close can show an   *
000800* employee how the pay was made up.  PTDUPDT copies every   *
000900* detail record of a night it posts - each GROSSOUT day     *
001000* and each ADJOUT leg - in the same step that folds the     *
001100* night into PTDFILE, so the detail holds exactly what the  *
001200* period totals hold; a night that does not prove out       *
001300* writes no detail either.                                  *
001400*                                                           *
001500* Keyed employee / day worked (or day an adjustment applies *
001600* to) / run date that posted it / sequence within that      *
001700* night, so one START at the employee reads a statement     *
001800* back in date order, and a night re-posted after a failed  *
001900* step lands on the same keys instead of doubling.  The     *
002000* cents ride in edited signed form, as on ADJREC, with the  *
002100* REDEFINES split views for taking them back apart.         *
002200* EARNSTMT purges a period's detail once its statements     *
002300* have proved against PERPAY.                               *
002310* PTDCLOSE adds a "L" line for each leave day it pays at    *
002320* the close, against the day taken and stamped with the     *
002330* close's run date, sequenced from 9000001 up so it never   *
002340* meets a key PTDUPDT used.                                 *
002400*-----------------------------------------------------------*
002500 01  Period-Detail-Record.
002600     05  PDT-KEY.
002700         10  PDT-EMP-ID      PIC X(06).
002800         10  PDT-WORK-DATE   PIC 9(08).
002900         10  PDT-RUN-DATE    PIC 9(08).
003000         10  PDT-SEQ         PIC 9(07).
003100     05  PDT-TYPE            PIC X(01).
003200         88  PDT-DAY-PAY            VALUE "G".
003300         88  PDT-ADJUSTMENT         VALUE "A".
003310         88  PDT-LEAVE              VALUE "L".
003400*    ADJ-LEG for an adjustment ("B" back-out, "P" pay),      *
003500*    space for a GROSSOUT day, the LVR-TYPE for leave.       *
003600     05  PDT-LEG             PIC X(01).
003700         88  PDT-LEG-BACKOUT        VALUE "B".
003800         88  PDT-LEG-PAY            VALUE "P".
003810         88  PDT-LEG-VACATION       VALUE "V".
003820         88  PDT-LEG-SICK           VALUE "S".
003900     05  PDT-MILLIS          PIC 9(09).
004000     05  PDT-SHIFT-CODE      PIC X(01).
004100     05  PDT-HOURLY-RATE     PIC 9(03)V9(02).
004200     05  PDT-MULTIPLIER      PIC 9(03)V9(02).
004300     05  PDT-GROSS-CENTS     PIC -9(08).
004400     05  PDT-GROSS-SPLIT REDEFINES PDT-GROSS-CENTS.
004500         10  PDT-GROSS-SIGN  PIC X(01).
004600         10  PDT-GROSS-DIGITS PIC 9(08).
004700     05  PDT-PREMIUM-CENTS   PIC -9(08).
004800     05  PDT-PREM-SPLIT REDEFINES PDT-PREMIUM-CENTS.
004900         10  PDT-PREM-SIGN   PIC X(01).
005000         10  PDT-PREM-DIGITS PIC 9(08).
005100     05  PDT-USER-ID         PIC X(08).
005200     05  FILLER              PIC X(03).
