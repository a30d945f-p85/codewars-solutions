123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EARNSTMT.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  PERPAY tells payroll what *
000110*                each employee is owed for the period but    *
000120*                tells the employee nothing about how it was *
000130*                built, so every "which days were premium    *
000140*                days" question came to the operations desk. *
000150*                This batch runs straight after the PTDCLOSE *
000160*                close step: it reads back the PERPAY file   *
000170*                the close just cut, and for every employee  *
000180*                with anything on it prints an earnings      *
000190*                statement on STMTRPT off the PTDDTL period  *
000200*                detail - each day worked with its hours     *
000210*                rendered HH:MM:SS through ClockFormat, the  *
000220*                rate and shift differential, base and       *
000230*                holiday/Sunday premium cents, and each      *
000240*                adjustment leg against the day it applies   *
000250*                to - grouped by EMP-DEPT for distribution.  *
000260*                Each statement's base, premium and          *
000270*                adjustment cents must equal the employee's  *
000280*                PERPAY record, and the statements together  *
000290*                must equal the PERPAY trailer; anything     *
000300*                that does not agree ends the step RC 8 and  *
000310*                the period's detail is kept for the rerun.  *
000320*                A run that proves purges that detail.       *
000321* 2026-10-15 RH  Paid leave days PTDCLOSE writes to PTDDTL   *
000322*                print on the statement as their own lines,  *
000323*                with the leave hours and cents under the    *
000324*                totals, proved against PERPAY's leave       *
000325*                cents and counted in the statement total.   *
000330*-----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PERIOD-PAY-FILE  ASSIGN TO "PERPAY"
000430            ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE IS RANDOM
000480            RECORD KEY IS EMP-KEY
000490            FILE STATUS IS WS-EMP-FILE-STATUS.
000500
000510     SELECT PERIOD-DTL-FILE  ASSIGN TO "PTDDTL"
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS PDT-KEY
000550            FILE STATUS IS WS-DTL-FILE-STATUS.
000560
000570     SELECT STMT-RPT-FILE    ASSIGN TO "STMTRPT"
000580            ORGANIZATION IS LINE SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PERIOD-PAY-FILE
000630     RECORDING MODE IS F.
000640     COPY PERPAY.
000650
000660 FD  EMP-MASTER-FILE.
000670     COPY EMPMAST.
000680
000690 FD  PERIOD-DTL-FILE.
000700     COPY PTDDTL.
000710
000720 FD  STMT-RPT-FILE
000730     RECORDING MODE IS F.
000740 01  STMT-RPT-RECORD         PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------*
000780* Switches                                                  *
000790*-----------------------------------------------------------*
000800 77  WS-PAY-EOF-SWITCH       PIC X(01)  VALUE "N".
000810     88  PAY-EOF                        VALUE "Y".
000820 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
000830     88  EMP-FILE-OK                    VALUE "00".
000840 77  WS-DTL-FILE-STATUS      PIC X(02)  VALUE "00".
000850     88  DTL-FILE-OK                    VALUE "00".
000860 77  WS-DTL-EOF-SWITCH       PIC X(01)  VALUE "N".
000870     88  DTL-EOF                        VALUE "Y".
000880 77  WS-PAY-HDR-SWITCH       PIC X(01)  VALUE "N".
000890     88  PAY-HEADER-SEEN                VALUE "Y".
000900 77  WS-PAY-TRL-SWITCH       PIC X(01)  VALUE "N".
000910     88  PAY-TRAILER-SEEN               VALUE "Y".
000920*    Dropped the moment a table overflows - a statement run  *
000930*    that could not hold the whole period never proves.      *
000940 77  WS-TABLE-FULL-SWITCH    PIC X(01)  VALUE "N".
000950     88  STMT-TABLE-FULL                VALUE "Y".
000960 77  WS-PROVED-SWITCH        PIC X(01)  VALUE "N".
000970     88  STATEMENTS-PROVED              VALUE "Y".
000980
000990*-----------------------------------------------------------*
001000* Running counters and control totals                       *
001010*-----------------------------------------------------------*
001020 77  WS-PAY-READ-COUNT       PIC 9(07)  COMP  VALUE ZERO.
001030 77  WS-PAY-READ-CENTS       PIC S9(12) COMP  VALUE ZERO.
001040 77  WS-TRL-COUNT            PIC 9(07)  COMP  VALUE ZERO.
001050 77  WS-TRL-CENTS            PIC S9(12) COMP  VALUE ZERO.
001060 77  WS-STMT-COUNT           PIC 9(07)  COMP  VALUE ZERO.
001070 77  WS-IDLE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
001080 77  WS-DISAGREE-COUNT       PIC 9(07)  COMP  VALUE ZERO.
001090 77  WS-STMT-CENTS           PIC S9(12) COMP  VALUE ZERO.
001100 77  WS-DTL-LINE-COUNT       PIC 9(07)  COMP  VALUE ZERO.
001110 77  WS-PURGE-COUNT          PIC 9(07)  COMP  VALUE ZERO.
001120 77  WS-PERIOD-START         PIC 9(08)  VALUE ZERO.
001130 77  WS-PERIOD-END           PIC 9(08)  VALUE ZERO.
001140
001150*-----------------------------------------------------------*
001160* Signed work fields for the edited figures, and the one    *
001170* statement being built - what its detail adds up to, to    *
001180* be proved against the employee's PERPAY record.           *
001190*-----------------------------------------------------------*
001200 77  WS-PAY-ADJ-VALUE        PIC S9(10) COMP  VALUE ZERO.
001210 77  WS-PAY-TOTAL-VALUE      PIC S9(11) COMP  VALUE ZERO.
001220 77  WS-DTL-GROSS-VALUE      PIC S9(08) COMP  VALUE ZERO.
001230 77  WS-DTL-PREM-VALUE       PIC S9(08) COMP  VALUE ZERO.
001240 77  WS-ST-BASE              PIC S9(10) COMP  VALUE ZERO.
001250 77  WS-ST-PREM              PIC S9(10) COMP  VALUE ZERO.
001260 77  WS-ST-ADJ               PIC S9(10) COMP  VALUE ZERO.
001270 77  WS-ST-TOTAL             PIC S9(11) COMP  VALUE ZERO.
001275 77  WS-ST-LEAVE             PIC S9(10) COMP  VALUE ZERO.
001280
001290*-----------------------------------------------------------*
001300* Period pay hold table - PERPAY comes in employee-ID order,*
001310* so each record is held here with the employee's name and  *
001320* department off the master and unloaded department by      *
001330* department for the statements.  Sized for the headcount   *
001340* the acquisition brings, like the nightly update's table.  *
001350*-----------------------------------------------------------*
001360 77  WS-PAY-MAX              PIC 9(04)  COMP  VALUE 5000.
001370 77  WS-PAY-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001380 77  WS-PAY-SUB              PIC 9(04)  COMP  VALUE ZERO.
001390 01  WS-PAY-TABLE.
001400     05  WS-PAY-ENTRY        OCCURS 5000 TIMES.
001410         10  WS-PT-EMP-ID    PIC X(06).
001420         10  WS-PT-NAME      PIC X(20).
001430         10  WS-PT-DEPT      PIC X(04).
001440         10  WS-PT-MILLIS    PIC 9(10)  COMP.
001450         10  WS-PT-GROSS     PIC 9(10)  COMP.
001460         10  WS-PT-PREM      PIC 9(10)  COMP.
001470         10  WS-PT-ADJ       PIC S9(10) COMP.
001480         10  WS-PT-TOTAL     PIC S9(11) COMP.
001483         10  WS-PT-LV-MILLIS PIC 9(10)  COMP.
001486         10  WS-PT-LEAVE     PIC 9(10)  COMP.
001490
001500*-----------------------------------------------------------*
001510* Per-department roll-up - one entry per EMP-DEPT on the    *
001520* period, in first-seen order; the statements print in      *
001530* this order, each department closed by its count and cents.*
001540*-----------------------------------------------------------*
001550 77  WS-DEPT-MAX             PIC 9(03)  COMP  VALUE 100.
001560 77  WS-DEPT-COUNT           PIC 9(03)  COMP  VALUE ZERO.
001570 77  WS-DEPT-SUB             PIC 9(03)  COMP  VALUE ZERO.
001580 77  WS-DEPT-FOUND           PIC 9(03)  COMP  VALUE ZERO.
001590 77  WS-LOOKUP-DEPT          PIC X(04)  VALUE SPACES.
001600 01  WS-DEPT-TABLE.
001610     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
001620         10  WS-DEPT-ID      PIC X(04).
001630         10  WS-DEPT-STMTS   PIC 9(05)  COMP.
001640         10  WS-DEPT-CENTS   PIC S9(12) COMP.
001650
001660*-----------------------------------------------------------*
001670* ClockFormat CALL interface - a day's or the period's      *
001680* Millis go in and come back rendered HHH:MM:SS.            *
001690*-----------------------------------------------------------*
001700 COPY TIMEREC.
001710 77  WS-FORMATTED-TIME       PIC X(09)  VALUE SPACES.
001720
001730*-----------------------------------------------------------*
001740* Report line layouts                                       *
001750*-----------------------------------------------------------*
001760 01  WS-DEPT-BANNER-LINE.
001770     05  FILLER              PIC X(05)  VALUE "DEPT ".
001780     05  DB-DEPT             PIC X(04).
001790     05  FILLER              PIC X(30)  VALUE
001800         " EARNINGS STATEMENTS - PERIOD ".
001810     05  DB-START            PIC 9(08).
001820     05  FILLER              PIC X(04)  VALUE " TO ".
001830     05  DB-END              PIC 9(08).
001840     05  FILLER              PIC X(21)  VALUE SPACES.
001850
001860 01  WS-RULE-LINE            PIC X(80)  VALUE ALL "-".
001870
001880 01  WS-STMT-HDR-LINE.
001890     05  FILLER              PIC X(20)  VALUE
001900         "EARNINGS STATEMENT  ".
001910     05  FILLER              PIC X(09)  VALUE "EMPLOYEE ".
001920     05  SH-EMP-ID           PIC X(06).
001930     05  FILLER              PIC X(02)  VALUE SPACES.
001940     05  SH-NAME             PIC X(20).
001950     05  FILLER              PIC X(02)  VALUE SPACES.
001960     05  FILLER              PIC X(05)  VALUE "DEPT ".
001970     05  SH-DEPT             PIC X(04).
001980     05  FILLER              PIC X(12)  VALUE SPACES.
001990
002000 01  WS-STMT-PERIOD-LINE.
002010     05  FILLER              PIC X(11)  VALUE "PAY PERIOD ".
002020     05  SP-START            PIC 9(08).
002030     05  FILLER              PIC X(04)  VALUE " TO ".
002040     05  SP-END              PIC 9(08).
002050     05  FILLER              PIC X(49)  VALUE SPACES.
002060
002070 01  WS-STMT-COL-LINE.
002080     05  FILLER              PIC X(38)  VALUE
002090         "        WORKED    HH:MM:SS    RATE    ".
002100     05  FILLER              PIC X(42)  VALUE
002110         "DIFF         BASE     PREMIUM  KEYED BY   ".
002120
002130*    One day worked (kind blank) or one adjustment leg -     *
002140*    "ADJ PAY" or "BACKOUT" - against the day it applies to. *
002143*    A paid leave day is "LV VAC" or "LV SICK", its cents    *
002146*    under BASE.                                             *
002150 01  WS-STMT-DETAIL-LINE.
002160     05  SL-KIND             PIC X(07).
002170     05  FILLER              PIC X(01)  VALUE SPACES.
002180     05  SL-DATE             PIC 9(08).
002190     05  FILLER              PIC X(02)  VALUE SPACES.
002200     05  SL-HHMMSS           PIC X(09).
002210     05  FILLER              PIC X(02)  VALUE SPACES.
002220     05  SL-RATE             PIC ZZ9.99.
002230     05  FILLER              PIC X(02)  VALUE SPACES.
002240     05  SL-DIFF             PIC ZZ9.99.
002250     05  FILLER              PIC X(02)  VALUE SPACES.
002260     05  SL-BASE             PIC -ZZZZZZZZ9.
002270     05  FILLER              PIC X(02)  VALUE SPACES.
002280     05  SL-PREM             PIC -ZZZZZZZZ9.
002290     05  FILLER              PIC X(02)  VALUE SPACES.
002300     05  SL-USER-ID          PIC X(08).
002310     05  FILLER              PIC X(03)  VALUE SPACES.
002320
002330 01  WS-STMT-HOURS-LINE.
002340     05  FILLER              PIC X(09)  VALUE SPACES.
002350     05  FILLER              PIC X(20)  VALUE
002360         "PERIOD HOURS".
002370     05  ST-HHMMSS           PIC X(09).
002380     05  FILLER              PIC X(42)  VALUE SPACES.
002381
002382 01  WS-STMT-LEAVE-HRS-LINE.
002383     05  FILLER              PIC X(09)  VALUE SPACES.
002384     05  FILLER              PIC X(20)  VALUE
002385         "LEAVE HOURS".
002386     05  LH-HHMMSS           PIC X(09).
002387     05  FILLER              PIC X(42)  VALUE SPACES.
002390
002400 01  WS-STMT-AMOUNT-LINE.
002410     05  FILLER              PIC X(09)  VALUE SPACES.
002420     05  SA-LABEL            PIC X(20).
002430     05  SA-AMOUNT           PIC -ZZZZZZZZZZ9.
002440     05  FILLER              PIC X(39)  VALUE SPACES.
002450
002460 01  WS-STMT-DISAGREE-LINE.
002470     05  FILLER              PIC X(44)  VALUE
002480         "*** STATEMENT DOES NOT AGREE WITH PERPAY ***".
002490     05  FILLER              PIC X(36)  VALUE SPACES.
002500
002510 01  WS-DEPT-TOTAL-LINE.
002520     05  FILLER              PIC X(05)  VALUE "DEPT ".
002530     05  DT-DEPT             PIC X(04).
002540     05  FILLER              PIC X(12)  VALUE " STATEMENTS ".
002550     05  DT-COUNT            PIC ZZZZ9.
002560     05  FILLER              PIC X(13)  VALUE " TOTAL CENTS ".
002570     05  DT-CENTS            PIC -ZZZZZZZZZZ9.
002580     05  FILLER              PIC X(29)  VALUE SPACES.
002590
002600 01  WS-GRAND-TOTAL-LINE.
002610     05  FILLER              PIC X(11)  VALUE "STATEMENTS ".
002620     05  GT-COUNT            PIC ZZZZZZ9.
002630     05  FILLER              PIC X(14)  VALUE
002640         "  TOTAL CENTS ".
002650     05  GT-CENTS            PIC -ZZZZZZZZZZZ9.
002660     05  FILLER              PIC X(17)  VALUE
002670         "  PERPAY TRAILER ".
002680     05  GT-TRL-CENTS        PIC -ZZZZZZZZZZZ9.
002690     05  FILLER              PIC X(05)  VALUE SPACES.
002700
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE SECTION.
002730 0000-START.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     IF EMP-FILE-OK AND DTL-FILE-OK
002760         PERFORM 2000-READ-PAY THRU 2000-EXIT
002770         PERFORM 3000-LOAD-ONE THRU 3000-EXIT
002780             UNTIL PAY-EOF
002790         PERFORM 3500-PROVE-PERPAY THRU 3500-EXIT
002800         IF PAY-HEADER-SEEN AND NOT STMT-TABLE-FULL
002810             PERFORM 5000-PRINT-STATEMENTS THRU 5000-EXIT
002820             PERFORM 6000-PROVE-STATEMENTS THRU 6000-EXIT
002830         END-IF
002840         IF STATEMENTS-PROVED
002850             PERFORM 7000-PURGE-DETAIL THRU 7000-EXIT
002860         END-IF
002870         PERFORM 4000-TERMINATE THRU 4000-EXIT
002880     END-IF.
002890     GOBACK.
002900 0000-EXIT.
002910     EXIT.
002920     GOBACK.
002930
002940 1000-INITIALIZE SECTION.
002950 1000-START.
002960     OPEN INPUT EMP-MASTER-FILE.
002970     IF NOT EMP-FILE-OK
002980         DISPLAY "EARNSTMT - EMPMAST OPEN FAILED, STATUS "
002990                 WS-EMP-FILE-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF.
003030     OPEN I-O PERIOD-DTL-FILE.
003040     IF NOT DTL-FILE-OK
003050         DISPLAY "EARNSTMT - PTDDTL OPEN FAILED, STATUS "
003060                 WS-DTL-FILE-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         GO TO 1000-EXIT
003090     END-IF.
003100     OPEN INPUT PERIOD-PAY-FILE.
003110     OPEN OUTPUT STMT-RPT-FILE.
003120 1000-EXIT.
003130     EXIT.
003140
003150 2000-READ-PAY SECTION.
003160 2000-START.
003170     READ PERIOD-PAY-FILE
003180         AT END
003190             MOVE "Y" TO WS-PAY-EOF-SWITCH
003200     END-READ.
003210 2000-EXIT.
003220     EXIT.
003230
003240 3000-LOAD-ONE SECTION.
003250*-----------------------------------------------------------*
003260* One PERPAY record - the header gives the period the       *
003270* detail is selected by, the trailer surrenders the count   *
003280* and cents the statements are proved against, and an      *
003290* employee record goes in the hold table with its name and  *
003300* department off the master.                                *
003310*-----------------------------------------------------------*
003320 3000-START.
003330     IF PP-HEADER
003340         MOVE "Y" TO WS-PAY-HDR-SWITCH
003350         MOVE PPC-PERIOD-START TO WS-PERIOD-START
003360         MOVE PPC-PERIOD-END   TO WS-PERIOD-END
003370         GO TO 3000-NEXT
003380     END-IF.
003390     IF PP-TRAILER
003400         MOVE "Y" TO WS-PAY-TRL-SWITCH
003410         MOVE PPC-RECORD-COUNT TO WS-TRL-COUNT
003420         MOVE PPC-TOTAL-DIGITS TO WS-TRL-CENTS
003430         IF PPC-TOTAL-SIGN = "-"
003440             COMPUTE WS-TRL-CENTS = 0 - WS-TRL-CENTS
003450         END-IF
003460         GO TO 3000-NEXT
003470     END-IF.
003480     ADD 1 TO WS-PAY-READ-COUNT.
003490     MOVE PP-ADJ-DIGITS TO WS-PAY-ADJ-VALUE.
003500     IF PP-ADJ-SIGN = "-"
003510         COMPUTE WS-PAY-ADJ-VALUE = 0 - WS-PAY-ADJ-VALUE
003520     END-IF.
003530     MOVE PP-TOTAL-DIGITS TO WS-PAY-TOTAL-VALUE.
003540     IF PP-TOTAL-SIGN = "-"
003550         COMPUTE WS-PAY-TOTAL-VALUE = 0 - WS-PAY-TOTAL-VALUE
003560     END-IF.
003570     ADD WS-PAY-TOTAL-VALUE TO WS-PAY-READ-CENTS.
003580     IF WS-PAY-COUNT >= WS-PAY-MAX
003590         DISPLAY "EARNSTMT - PERIOD PAY TABLE FULL AT "
003600                 PP-EMP-ID
003610         MOVE 8 TO RETURN-CODE
003620         MOVE "Y" TO WS-TABLE-FULL-SWITCH
003630         GO TO 3000-NEXT
003640     END-IF.
003650     ADD 1 TO WS-PAY-COUNT.
003660     MOVE PP-EMP-ID          TO WS-PT-EMP-ID (WS-PAY-COUNT).
003670     MOVE PP-MILLIS          TO WS-PT-MILLIS (WS-PAY-COUNT).
003680     MOVE PP-GROSS-CENTS     TO WS-PT-GROSS (WS-PAY-COUNT).
003690     MOVE PP-PREM-CENTS      TO WS-PT-PREM (WS-PAY-COUNT).
003700     MOVE WS-PAY-ADJ-VALUE   TO WS-PT-ADJ (WS-PAY-COUNT).
003710     MOVE WS-PAY-TOTAL-VALUE TO WS-PT-TOTAL (WS-PAY-COUNT).
003713     MOVE PP-LEAVE-MILLIS    TO WS-PT-LV-MILLIS (WS-PAY-COUNT).
003716     MOVE PP-LEAVE-CENTS     TO WS-PT-LEAVE (WS-PAY-COUNT).
003720     MOVE PP-EMP-ID TO EMP-ID.
003730     READ EMP-MASTER-FILE
003740         INVALID KEY
003750             MOVE "NOT ON MASTER" TO WS-PT-NAME (WS-PAY-COUNT)
003760             MOVE "UNKN"          TO WS-LOOKUP-DEPT
003770         NOT INVALID KEY
003780             MOVE EMP-NAME        TO WS-PT-NAME (WS-PAY-COUNT)
003790             MOVE EMP-DEPT        TO WS-LOOKUP-DEPT
003800     END-READ.
003810     MOVE WS-LOOKUP-DEPT TO WS-PT-DEPT (WS-PAY-COUNT).
003820     PERFORM 3300-TALLY-DEPT THRU 3300-EXIT.
003830 3000-NEXT.
003840     PERFORM 2000-READ-PAY THRU 2000-EXIT.
003850 3000-EXIT.
003860     EXIT.
003870
003880 3300-TALLY-DEPT SECTION.
003890 3300-START.
003900     MOVE ZERO TO WS-DEPT-FOUND.
003910     MOVE 1    TO WS-DEPT-SUB.
003920     PERFORM 3350-TALLY-DEPT-STEP THRU 3350-EXIT
003930         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
003940            OR WS-DEPT-FOUND > 0.
003950     IF WS-DEPT-FOUND = 0
003960         IF WS-DEPT-COUNT < WS-DEPT-MAX
003970             ADD 1 TO WS-DEPT-COUNT
003980             MOVE WS-DEPT-COUNT  TO WS-DEPT-FOUND
003990             MOVE WS-LOOKUP-DEPT TO WS-DEPT-ID (WS-DEPT-FOUND)
004000             MOVE ZERO TO WS-DEPT-STMTS (WS-DEPT-FOUND)
004010             MOVE ZERO TO WS-DEPT-CENTS (WS-DEPT-FOUND)
004020         ELSE
004030             DISPLAY "EARNSTMT - DEPT TABLE FULL AT "
004040                     WS-LOOKUP-DEPT
004050             MOVE 8 TO RETURN-CODE
004060             MOVE "Y" TO WS-TABLE-FULL-SWITCH
004070         END-IF
004080     END-IF.
004090 3300-EXIT.
004100     EXIT.
004110
004120 3350-TALLY-DEPT-STEP SECTION.
004130 3350-START.
004140     IF WS-DEPT-ID (WS-DEPT-SUB) = WS-LOOKUP-DEPT
004150         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
004160     ELSE
004170         ADD 1 TO WS-DEPT-SUB
004180     END-IF.
004190 3350-EXIT.
004200     EXIT.
004210
004220 3500-PROVE-PERPAY SECTION.
004230*-----------------------------------------------------------*
004240* PERPAY itself must be whole before anything is stated     *
004250* off it - header present, trailer present, and the         *
004260* employee records read equal to the trailer's count and    *
004270* cents.  A short file ends the step RC 8.                  *
004280*-----------------------------------------------------------*
004290 3500-START.
004300     IF NOT PAY-HEADER-SEEN
004310         DISPLAY "EARNSTMT - NO HEADER ON PERPAY"
004320         MOVE 8 TO RETURN-CODE
004330         GO TO 3500-EXIT
004340     END-IF.
004350     IF NOT PAY-TRAILER-SEEN
004360         DISPLAY "EARNSTMT - NO TRAILER ON PERPAY"
004370         MOVE 8 TO RETURN-CODE
004380         GO TO 3500-EXIT
004390     END-IF.
004400     IF WS-PAY-READ-COUNT NOT = WS-TRL-COUNT
004410      OR WS-PAY-READ-CENTS NOT = WS-TRL-CENTS
004420         DISPLAY "EARNSTMT - PERPAY OUT OF BALANCE: READ "
004430                 WS-PAY-READ-COUNT " CENTS " WS-PAY-READ-CENTS
004440                 " TRAILER SAID " WS-TRL-COUNT
004450                 " CENTS " WS-TRL-CENTS
004460         MOVE 8 TO RETURN-CODE
004470     END-IF.
004480 3500-EXIT.
004490     EXIT.
004500
004510 5000-PRINT-STATEMENTS SECTION.
004520*-----------------------------------------------------------*
004530* Unload the statements grouped by department - for each    *
004540* department seen, its banner, its employees' statements,   *
004550* and its count and cents - then the grand total line set   *
004560* against the PERPAY trailer.                               *
004570*-----------------------------------------------------------*
004580 5000-START.
004590     MOVE 1 TO WS-DEPT-SUB.
004600     PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
004610         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
004620     MOVE WS-STMT-COUNT TO GT-COUNT.
004630     MOVE WS-STMT-CENTS TO GT-CENTS.
004640     MOVE WS-TRL-CENTS  TO GT-TRL-CENTS.
004650     WRITE STMT-RPT-RECORD FROM WS-RULE-LINE.
004660     WRITE STMT-RPT-RECORD FROM WS-GRAND-TOTAL-LINE.
004670 5000-EXIT.
004680     EXIT.
004690
004700 5100-PRINT-ONE-DEPT SECTION.
004710 5100-START.
004720     MOVE WS-DEPT-ID (WS-DEPT-SUB) TO DB-DEPT.
004730     MOVE WS-PERIOD-START          TO DB-START.
004740     MOVE WS-PERIOD-END            TO DB-END.
004750     WRITE STMT-RPT-RECORD FROM WS-RULE-LINE.
004760     WRITE STMT-RPT-RECORD FROM WS-DEPT-BANNER-LINE.
004770     MOVE 1 TO WS-PAY-SUB.
004780     PERFORM 5150-PRINT-ONE-EMP THRU 5150-EXIT
004790         UNTIL WS-PAY-SUB > WS-PAY-COUNT.
004800     MOVE WS-DEPT-ID (WS-DEPT-SUB)    TO DT-DEPT.
004810     MOVE WS-DEPT-STMTS (WS-DEPT-SUB) TO DT-COUNT.
004820     MOVE WS-DEPT-CENTS (WS-DEPT-SUB) TO DT-CENTS.
004830     WRITE STMT-RPT-RECORD FROM WS-RULE-LINE.
004840     WRITE STMT-RPT-RECORD FROM WS-DEPT-TOTAL-LINE.
004850     ADD 1 TO WS-DEPT-SUB.
004860 5100-EXIT.
004870     EXIT.
004880
004890 5150-PRINT-ONE-EMP SECTION.
004900*-----------------------------------------------------------*
004910* One employee of the department being printed.  An         *
004920* employee whose PERPAY record is all zero (on the file but *
004930* idle all period) gets no statement.                       *
004940*-----------------------------------------------------------*
004950 5150-START.
004960     IF WS-PT-DEPT (WS-PAY-SUB) NOT = WS-DEPT-ID (WS-DEPT-SUB)
004970         GO TO 5150-NEXT
004980     END-IF.
004990     IF WS-PT-MILLIS (WS-PAY-SUB) = ZERO
005000      AND WS-PT-GROSS (WS-PAY-SUB) = ZERO
005010      AND WS-PT-PREM (WS-PAY-SUB) = ZERO
005020      AND WS-PT-ADJ (WS-PAY-SUB) = ZERO
005025      AND WS-PT-LEAVE (WS-PAY-SUB) = ZERO
005030         ADD 1 TO WS-IDLE-COUNT
005040         GO TO 5150-NEXT
005050     END-IF.
005060     PERFORM 5200-PRINT-STATEMENT THRU 5200-EXIT.
005070 5150-NEXT.
005080     ADD 1 TO WS-PAY-SUB.
005090 5150-EXIT.
005100     EXIT.
005110
005120 5200-PRINT-STATEMENT SECTION.
005130*-----------------------------------------------------------*
005140* One earnings statement - heading, the employee's period   *
005150* detail in date order off PTDDTL, then the totals.  The    *
005160* detail is only what the nights of this period posted      *
005170* (run date inside the PERPAY header's dates).  What the    *
005180* detail adds up to must be what PERPAY says, figure for    *
005190* figure, or the statement is marked and the step ends RC 8.*
005200*-----------------------------------------------------------*
005210 5200-START.
005220     ADD 1 TO WS-STMT-COUNT.
005230     ADD 1 TO WS-DEPT-STMTS (WS-DEPT-SUB).
005240     MOVE ZERO TO WS-ST-BASE.
005250     MOVE ZERO TO WS-ST-PREM.
005260     MOVE ZERO TO WS-ST-ADJ.
005265     MOVE ZERO TO WS-ST-LEAVE.
005270     MOVE WS-PT-EMP-ID (WS-PAY-SUB) TO SH-EMP-ID.
005280     MOVE WS-PT-NAME (WS-PAY-SUB)   TO SH-NAME.
005290     MOVE WS-PT-DEPT (WS-PAY-SUB)   TO SH-DEPT.
005300     MOVE WS-PERIOD-START           TO SP-START.
005310     MOVE WS-PERIOD-END             TO SP-END.
005320     WRITE STMT-RPT-RECORD FROM WS-RULE-LINE.
005330     WRITE STMT-RPT-RECORD FROM WS-STMT-HDR-LINE.
005340     WRITE STMT-RPT-RECORD FROM WS-STMT-PERIOD-LINE.
005350     WRITE STMT-RPT-RECORD FROM WS-STMT-COL-LINE.
005360     MOVE "N" TO WS-DTL-EOF-SWITCH.
005370     MOVE WS-PT-EMP-ID (WS-PAY-SUB) TO PDT-EMP-ID.
005380     MOVE ZERO TO PDT-WORK-DATE.
005390     MOVE ZERO TO PDT-RUN-DATE.
005400     MOVE ZERO TO PDT-SEQ.
005410     START PERIOD-DTL-FILE KEY >= PDT-KEY
005420         INVALID KEY
005430             MOVE "Y" TO WS-DTL-EOF-SWITCH
005440     END-START.
005450     IF NOT DTL-EOF
005460         PERFORM 5300-READ-DTL THRU 5300-EXIT
005470     END-IF.
005480     PERFORM 5400-PRINT-DETAIL THRU 5400-EXIT
005490         UNTIL DTL-EOF.
005500     PERFORM 5600-PRINT-TOTALS THRU 5600-EXIT.
005510 5200-EXIT.
005520     EXIT.
005530
005540 5300-READ-DTL SECTION.
005550*-----------------------------------------------------------*
005560* Next detail line for the employee being stated - the      *
005570* next employee's first line ends the statement.            *
005580*-----------------------------------------------------------*
005590 5300-START.
005600     READ PERIOD-DTL-FILE NEXT RECORD
005610         AT END
005620             MOVE "Y" TO WS-DTL-EOF-SWITCH
005630             GO TO 5300-EXIT
005640     END-READ.
005650     IF PDT-EMP-ID NOT = WS-PT-EMP-ID (WS-PAY-SUB)
005660         MOVE "Y" TO WS-DTL-EOF-SWITCH
005670     END-IF.
005680 5300-EXIT.
005690     EXIT.
005700
005710 5400-PRINT-DETAIL SECTION.
005720 5400-START.
005730     IF PDT-RUN-DATE < WS-PERIOD-START
005740      OR PDT-RUN-DATE > WS-PERIOD-END
005750         GO TO 5400-NEXT
005760     END-IF.
005770     ADD 1 TO WS-DTL-LINE-COUNT.
005780     MOVE PDT-GROSS-DIGITS TO WS-DTL-GROSS-VALUE.
005790     IF PDT-GROSS-SIGN = "-"
005800         COMPUTE WS-DTL-GROSS-VALUE = 0 - WS-DTL-GROSS-VALUE
005810     END-IF.
005820     MOVE PDT-PREM-DIGITS TO WS-DTL-PREM-VALUE.
005830     IF PDT-PREM-SIGN = "-"
005840         COMPUTE WS-DTL-PREM-VALUE = 0 - WS-DTL-PREM-VALUE
005850     END-IF.
005860     EVALUATE TRUE
005865         WHEN PDT-ADJUSTMENT
005870             ADD WS-DTL-GROSS-VALUE TO WS-ST-ADJ
005880             ADD WS-DTL-PREM-VALUE  TO WS-ST-ADJ
005890             IF PDT-LEG-BACKOUT
005900                 MOVE "BACKOUT" TO SL-KIND
005910             ELSE
005920                 MOVE "ADJ PAY" TO SL-KIND
005930             END-IF
005931         WHEN PDT-LEAVE
005932             ADD WS-DTL-GROSS-VALUE TO WS-ST-LEAVE
005933             IF PDT-LEG-SICK
005934                 MOVE "LV SICK" TO SL-KIND
005935             ELSE
005936                 MOVE "LV VAC"  TO SL-KIND
005937             END-IF
005940         WHEN OTHER
005950             ADD WS-DTL-GROSS-VALUE TO WS-ST-BASE
005960             ADD WS-DTL-PREM-VALUE  TO WS-ST-PREM
005970             MOVE SPACES TO SL-KIND
005980     END-EVALUATE.
005990     MOVE PDT-MILLIS TO Millis.
006000     CALL "ClockFormat" USING Millis Hours Minutes Seconds
006010                              WS-FORMATTED-TIME.
006020     MOVE PDT-WORK-DATE      TO SL-DATE.
006030     MOVE WS-FORMATTED-TIME  TO SL-HHMMSS.
006040     MOVE PDT-HOURLY-RATE    TO SL-RATE.
006050     MOVE PDT-MULTIPLIER     TO SL-DIFF.
006060     MOVE WS-DTL-GROSS-VALUE TO SL-BASE.
006070     MOVE WS-DTL-PREM-VALUE  TO SL-PREM.
006080     MOVE PDT-USER-ID        TO SL-USER-ID.
006090     WRITE STMT-RPT-RECORD FROM WS-STMT-DETAIL-LINE.
006100 5400-NEXT.
006110     PERFORM 5300-READ-DTL THRU 5300-EXIT.
006120 5400-EXIT.
006130     EXIT.
006140
006150 5600-PRINT-TOTALS SECTION.
006160*-----------------------------------------------------------*
006170* The period totals are PERPAY's own figures, printed once  *
006180* the detail has been proved to add up to them.             *
006190*-----------------------------------------------------------*
006200 5600-START.
006210     COMPUTE WS-ST-TOTAL = WS-ST-BASE + WS-ST-PREM + WS-ST-ADJ
006215                         + WS-ST-LEAVE.
006220     ADD WS-ST-TOTAL TO WS-STMT-CENTS.
006230     ADD WS-ST-TOTAL TO WS-DEPT-CENTS (WS-DEPT-SUB).
006240     MOVE WS-PT-MILLIS (WS-PAY-SUB) TO Millis.
006250     CALL "ClockFormat" USING Millis Hours Minutes Seconds
006260                              WS-FORMATTED-TIME.
006270     MOVE WS-FORMATTED-TIME TO ST-HHMMSS.
006280     WRITE STMT-RPT-RECORD FROM WS-STMT-HOURS-LINE.
006290     MOVE "BASE CENTS"       TO SA-LABEL.
006300     MOVE WS-PT-GROSS (WS-PAY-SUB) TO SA-AMOUNT.
006310     WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.
006320     MOVE "PREMIUM CENTS"    TO SA-LABEL.
006330     MOVE WS-PT-PREM (WS-PAY-SUB)  TO SA-AMOUNT.
006340     WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.
006350     MOVE "ADJUSTMENT CENTS" TO SA-LABEL.
006360     MOVE WS-PT-ADJ (WS-PAY-SUB)   TO SA-AMOUNT.
006370     WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.
006372     IF WS-PT-LV-MILLIS (WS-PAY-SUB) > ZERO
006374         MOVE WS-PT-LV-MILLIS (WS-PAY-SUB) TO Millis
006376         CALL "ClockFormat" USING Millis Hours Minutes Seconds
006378                                  WS-FORMATTED-TIME
006380         MOVE WS-FORMATTED-TIME TO LH-HHMMSS
006382         WRITE STMT-RPT-RECORD FROM WS-STMT-LEAVE-HRS-LINE
006384         MOVE "LEAVE CENTS"      TO SA-LABEL
006386         MOVE WS-PT-LEAVE (WS-PAY-SUB) TO SA-AMOUNT
006388         WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE
006390     END-IF.
006392     MOVE "PERIOD TOTAL CENTS" TO SA-LABEL.
006394     MOVE WS-PT-TOTAL (WS-PAY-SUB) TO SA-AMOUNT.
006396     WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.
006410     IF WS-ST-BASE NOT = WS-PT-GROSS (WS-PAY-SUB)
006420      OR WS-ST-PREM NOT = WS-PT-PREM (WS-PAY-SUB)
006430      OR WS-ST-ADJ NOT = WS-PT-ADJ (WS-PAY-SUB)
006435      OR WS-ST-LEAVE NOT = WS-PT-LEAVE (WS-PAY-SUB)
006440         ADD 1 TO WS-DISAGREE-COUNT
006450         WRITE STMT-RPT-RECORD FROM WS-STMT-DISAGREE-LINE
006460         DISPLAY "EARNSTMT - STATEMENT DISAGREES WITH PERPAY, "
006470                 "KEY " WS-PT-EMP-ID (WS-PAY-SUB)
006480         MOVE 8 TO RETURN-CODE
006490     END-IF.
006500 5600-EXIT.
006510     EXIT.
006520
006530 6000-PROVE-STATEMENTS SECTION.
006540*-----------------------------------------------------------*
006550* The statements together must equal the PERPAY trailer -   *
006560* the file payroll submitted.  Any statement out, or a      *
006570* grand total out, and the run does not prove: RC 8 and the *
006580* period's detail stays on PTDDTL for the rerun.            *
006590*-----------------------------------------------------------*
006600 6000-START.
006610     IF RETURN-CODE >= 8
006620         GO TO 6000-EXIT
006630     END-IF.
006640     IF WS-STMT-CENTS NOT = WS-TRL-CENTS
006650         DISPLAY "EARNSTMT - STATEMENTS OUT OF BALANCE: "
006660                 "STATEMENTS " WS-STMT-CENTS
006670                 " TRAILER " WS-TRL-CENTS
006680         MOVE 8 TO RETURN-CODE
006690         GO TO 6000-EXIT
006700     END-IF.
006710     MOVE "Y" TO WS-PROVED-SWITCH.
006720 6000-EXIT.
006730     EXIT.
006740
006750 7000-PURGE-DETAIL SECTION.
006760*-----------------------------------------------------------*
006770* The period is stated and proved - delete every detail     *
006780* line posted on or before the period's last night, so      *
006790* PTDDTL carries only the open period from here.  Anything  *
006800* left over from a period whose statements never proved     *
006810* goes with it.                                             *
006820*-----------------------------------------------------------*
006830 7000-START.
006840     MOVE "N" TO WS-DTL-EOF-SWITCH.
006850     MOVE LOW-VALUES TO PDT-KEY.
006860     START PERIOD-DTL-FILE KEY >= PDT-KEY
006870         INVALID KEY
006880             MOVE "Y" TO WS-DTL-EOF-SWITCH
006890     END-START.
006900     PERFORM 7100-PURGE-ONE THRU 7100-EXIT
006910         UNTIL DTL-EOF.
006920 7000-EXIT.
006930     EXIT.
006940
006950 7100-PURGE-ONE SECTION.
006960 7100-START.
006970     READ PERIOD-DTL-FILE NEXT RECORD
006980         AT END
006990             MOVE "Y" TO WS-DTL-EOF-SWITCH
007000             GO TO 7100-EXIT
007010     END-READ.
007020     IF PDT-RUN-DATE > WS-PERIOD-END
007030         GO TO 7100-EXIT
007040     END-IF.
007050     DELETE PERIOD-DTL-FILE
007060         INVALID KEY
007070             DISPLAY "EARNSTMT - DETAIL PURGE FAILED, KEY "
007080                     PDT-KEY
007090             MOVE 8 TO RETURN-CODE
007100     END-DELETE.
007110     ADD 1 TO WS-PURGE-COUNT.
007120 7100-EXIT.
007130     EXIT.
007140
007150 4000-TERMINATE SECTION.
007160 4000-START.
007170     DISPLAY "EARNSTMT - PERIOD:             " WS-PERIOD-START
007180             " TO " WS-PERIOD-END.
007190     DISPLAY "EARNSTMT - PERPAY RECORDS:     " WS-PAY-READ-COUNT.
007200     DISPLAY "EARNSTMT - STATEMENTS PRINTED: " WS-STMT-COUNT.
007210     DISPLAY "EARNSTMT - IDLE, NO STATEMENT: " WS-IDLE-COUNT.
007220     DISPLAY "EARNSTMT - DETAIL LINES:       " WS-DTL-LINE-COUNT.
007230     DISPLAY "EARNSTMT - STATEMENTS OUT:     " WS-DISAGREE-COUNT.
007240     IF STATEMENTS-PROVED
007250         DISPLAY "EARNSTMT - STATEMENTS PROVED - DETAIL PURGED: "
007260                 WS-PURGE-COUNT
007270     ELSE
007280         DISPLAY "EARNSTMT - STATEMENTS NOT PROVED - DETAIL KEPT"
007290     END-IF.
007300     CLOSE PERIOD-PAY-FILE.
007310     CLOSE EMP-MASTER-FILE.
007320     CLOSE PERIOD-DTL-FILE.
007330     CLOSE STMT-RPT-FILE.
007340 4000-EXIT.
007350     EXIT.
007360
007370 END PROGRAM EARNSTMT.
