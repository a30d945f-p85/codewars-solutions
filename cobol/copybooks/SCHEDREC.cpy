123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* SCHEDREC                                                  *
000300*-----------------------------------------------------------*
000400* Shift-schedule record, as held on the SCHEDULE KSDS keyed *
000500* by employee ID.  One entry per weekday, Monday first and  *
000600* Sunday seventh (the same numbering ACCEPT DAY-OF-WEEK     *
000700* uses), giving the HHMM the employee is due in and due out.*
000800* An end earlier than its start is a shift that runs past   *
000900* midnight, the same rollover ClockElapsed assumes.  A day  *
001000* whose start and end are both zero is a day off - any      *
001100* shift worked on it is unscheduled.  Supervisors keep it   *
001200* through the SCHMAINT screen, which stamps the operator    *
001300* and date of the last change; the nightly TARDY report     *
001400* reads it to measure each paired shift on SHIFTHST against *
001500* when the person was actually due.                         *
001600*-----------------------------------------------------------*
001700 01  Schedule-Record.
001800     05  SCH-KEY.
001900         10  SCH-EMP-ID      PIC X(06).
002000     05  SCH-DAY             OCCURS 7 TIMES.
002100         10  SCH-DAY-TIMES.
002200             15  SCH-START-HH PIC 9(02).
002300             15  SCH-START-MM PIC 9(02).
002400             15  SCH-END-HH  PIC 9(02).
002500             15  SCH-END-MM  PIC 9(02).
002600         10  SCH-DAY-VIEW REDEFINES SCH-DAY-TIMES
002700                             PIC 9(08).
002800             88  SCH-DAY-OFF              VALUE ZERO.
002900     05  SCH-CHANGE-DATE     PIC 9(08).
003000     05  SCH-USER-ID         PIC X(08).
003100     05  FILLER              PIC X(02).
