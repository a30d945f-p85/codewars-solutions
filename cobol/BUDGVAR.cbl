123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDGVAR.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  Departments' labor        *
000110*                budgets were compared with GLDIST's figures *
000120*                in a spreadsheet after the period had been  *
000130*                paid.  This batch runs nightly after the    *
000140*                CLOCKRPT stream: it takes the period's      *
000150*                budgeted hours and cents per department off *
000160*                the BUDCTL control cards, adds up the       *
000170*                period to date - labor cents off every      *
000180*                proved GLOUT generation the period has cut, *
000190*                worked Millis off PTDFILE joined to EMPMAST *
000200*                for the department - and prints each        *
000210*                department's budget, actual, variance,      *
000220*                percent used and projection to period end   *
000230*                at the daily run rate so far.  Any          *
000240*                department projected past its budget by     *
000250*                more than the BUDCTL threshold ends the     *
000260*                step RC 4.                                  *
000270*-----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BUDGET-CTL-FILE  ASSIGN TO "BUDCTL"
000370            ORGANIZATION IS LINE SEQUENTIAL.
000380
000390     SELECT GL-IN-FILE       ASSIGN TO "GLIN"
000400            ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT PTD-FILE         ASSIGN TO "PTDFILE"
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS DYNAMIC
000450            RECORD KEY IS PTD-KEY
000460            FILE STATUS IS WS-PTD-FILE-STATUS.
000470
000480     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS RANDOM
000510            RECORD KEY IS EMP-KEY
000520            FILE STATUS IS WS-EMP-FILE-STATUS.
000530
000540     SELECT BUDGET-RPT-FILE  ASSIGN TO "BUDGRPT"
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590*-----------------------------------------------------------*
000600* BUDCTL - the overrun threshold, then the budget cards by  *
000610* department and pay period.                                *
000620*-----------------------------------------------------------*
000630 FD  BUDGET-CTL-FILE
000640     RECORDING MODE IS F.
000650     COPY BUDGCTL.
000660
000670*-----------------------------------------------------------*
000680* GLIN - the GLOUT generations GLDIST has cut, read one     *
000690* after another, each bracketed by its own HDR and TRL.     *
000700*-----------------------------------------------------------*
000710 FD  GL-IN-FILE
000720     RECORDING MODE IS F.
000730     COPY GLDREC.
000740
000750 FD  PTD-FILE.
000760     COPY PTDREC.
000770
000780 FD  EMP-MASTER-FILE.
000790     COPY EMPMAST.
000800
000810 FD  BUDGET-RPT-FILE
000820     RECORDING MODE IS F.
000830 01  BUDGET-RPT-RECORD       PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860*-----------------------------------------------------------*
000870* Switches                                                  *
000880*-----------------------------------------------------------*
000890 77  WS-GL-EOF-SWITCH        PIC X(01)  VALUE "N".
000900     88  GL-EOF                         VALUE "Y".
000910 77  WS-PTD-EOF-SWITCH       PIC X(01)  VALUE "N".
000920     88  PTD-EOF                        VALUE "Y".
000930 77  WS-PTD-FILE-STATUS      PIC X(02)  VALUE "00".
000940     88  PTD-FILE-OK                    VALUE "00".
000950 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
000960     88  EMP-FILE-OK                    VALUE "00".
000970 77  WS-BGC-EOF-SWITCH       PIC X(01)  VALUE "N".
000980     88  BGC-EOF                        VALUE "Y".
000990 77  WS-BGC-BAD-SWITCH       PIC X(01)  VALUE "N".
001000     88  BGC-BAD                        VALUE "Y".
001010 77  WS-BGC-OK-SWITCH        PIC X(01)  VALUE "N".
001020     88  BUDGET-CONTROL-OK              VALUE "Y".
001030*    Set between a generation's HDR and its TRL, and whether *
001040*    that generation's nights count toward the period.       *
001050 77  WS-IN-GEN-SWITCH        PIC X(01)  VALUE "N".
001060     88  IN-GENERATION                  VALUE "Y".
001070 77  WS-GEN-WANTED-SWITCH    PIC X(01)  VALUE "N".
001080     88  GENERATION-WANTED              VALUE "Y".
001090*    Dropped the moment a table overflows - a short report   *
001100*    ends RC 8 however the departments stand.                *
001110 77  WS-TABLE-FULL-SWITCH    PIC X(01)  VALUE "N".
001120     88  BUD-TABLE-FULL                 VALUE "Y".
001130 77  WS-LINE-FLAG-SWITCH     PIC X(01)  VALUE "N".
001140     88  LINE-FLAGGED                   VALUE "Y".
001150 77  WS-DEPT-FLAG-SWITCH     PIC X(01)  VALUE "N".
001160     88  DEPT-FLAGGED                   VALUE "Y".
001170
001180*-----------------------------------------------------------*
001190* Running counters and control totals                       *
001200*-----------------------------------------------------------*
001210 77  WS-CARD-COUNT           PIC 9(05)  COMP  VALUE ZERO.
001220 77  WS-BUDGET-COUNT         PIC 9(05)  COMP  VALUE ZERO.
001230 77  WS-GEN-READ-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001240 77  WS-GEN-USED-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001250 77  WS-GEN-OUTSIDE-COUNT    PIC 9(05)  COMP  VALUE ZERO.
001260 77  WS-GEN-DUP-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001270 77  WS-GEN-BAD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001280 77  WS-GL-USED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001290 77  WS-GL-USED-CENTS        PIC 9(12)  COMP  VALUE ZERO.
001300 77  WS-PTD-READ-COUNT       PIC 9(07)  COMP  VALUE ZERO.
001310 77  WS-UNKNOWN-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001320 77  WS-FLAGGED-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001330
001340*-----------------------------------------------------------*
001350* The period being reported and how far into it the         *
001360* actuals run.  The as-of date is the last night PTDUPDT    *
001370* posted to PTDFILE - the run date when nothing has been    *
001380* posted since the close - and picks the budget period      *
001390* whose dates take it in.  Days are calendar days off       *
001400* INTEGER-OF-DATE serials, the period's first day counted.  *
001410*-----------------------------------------------------------*
001420 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001430 77  WS-AS-OF-DATE           PIC 9(08)  VALUE ZERO.
001440 77  WS-PTD-START            PIC 9(08)  VALUE ZERO.
001450 77  WS-PERIOD-START         PIC 9(08)  VALUE ZERO.
001460 77  WS-PERIOD-END           PIC 9(08)  VALUE ZERO.
001470 77  WS-DAYS-ELAPSED         PIC 9(03)  COMP  VALUE ZERO.
001480 77  WS-DAYS-IN-PERIOD       PIC 9(03)  COMP  VALUE ZERO.
001490 77  WS-THRESHOLD-PCT        PIC 9(03)V9(02)  VALUE ZERO.
001500 77  WS-MILLIS-PER-HUND      PIC 9(05)  COMP  VALUE 36000.
001510
001520*-----------------------------------------------------------*
001530* The GLOUT generation in hand, and the run dates already   *
001540* taken.  The newest generation is read first, so a second  *
001550* generation for a run date already taken is the one a      *
001560* GLDIST rerun replaced and is passed over.                 *
001570*-----------------------------------------------------------*
001580 77  WS-GEN-RUN-DATE         PIC 9(08)  VALUE ZERO.
001590 77  WS-GEN-COUNT            PIC 9(07)  COMP  VALUE ZERO.
001600 77  WS-GEN-HASH             PIC 9(12)  COMP  VALUE ZERO.
001610 77  WS-SEEN-MAX             PIC 9(03)  COMP  VALUE 60.
001620 77  WS-SEEN-COUNT           PIC 9(03)  COMP  VALUE ZERO.
001630 77  WS-SEEN-SUB             PIC 9(03)  COMP  VALUE ZERO.
001640 77  WS-SEEN-FOUND           PIC 9(03)  COMP  VALUE ZERO.
001650 01  WS-SEEN-TABLE.
001660     05  WS-SEEN-DATE        PIC 9(08)  OCCURS 60 TIMES.
001670
001680*-----------------------------------------------------------*
001690* Per-department table - the budgeted departments in BUDCTL *
001700* card order, then any department with actuals but no       *
001710* budget card, as first seen.  Hours are carried in         *
001720* hundredths of an hour.  A generation's cents wait in      *
001730* WS-DEPT-GEN-CT until its trailer proves.                  *
001740*-----------------------------------------------------------*
001750 77  WS-DEPT-MAX             PIC 9(03)  COMP  VALUE 100.
001760 77  WS-DEPT-COUNT           PIC 9(03)  COMP  VALUE ZERO.
001770 77  WS-DEPT-SUB             PIC 9(03)  COMP  VALUE ZERO.
001780 77  WS-DEPT-FOUND           PIC 9(03)  COMP  VALUE ZERO.
001790 77  WS-LOOKUP-DEPT          PIC X(04)  VALUE SPACES.
001800 01  WS-DEPT-TABLE.
001810     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
001820         10  WS-DEPT-ID      PIC X(04).
001830         10  WS-DEPT-BUDG    PIC X(01).
001840             88  DEPT-HAS-BUDGET        VALUE "Y".
001850         10  WS-DEPT-BUD-HR  PIC 9(09) COMP.
001860         10  WS-DEPT-BUD-CT  PIC 9(10) COMP.
001870         10  WS-DEPT-ACT-MS  PIC 9(13) COMP.
001880         10  WS-DEPT-ACT-CT  PIC 9(12) COMP.
001890         10  WS-DEPT-GEN-CT  PIC 9(12) COMP.
001900
001910*-----------------------------------------------------------*
001920* One report line being measured - a department's hours or  *
001930* cents, or the totals' - and the grand totals.             *
001940*-----------------------------------------------------------*
001950 77  WS-LN-BUDGET            PIC 9(12)  COMP  VALUE ZERO.
001960 77  WS-LN-ACTUAL            PIC 9(12)  COMP  VALUE ZERO.
001970 77  WS-LN-VARIANCE          PIC S9(12) COMP  VALUE ZERO.
001980 77  WS-LN-PROJECTED         PIC 9(12)  COMP  VALUE ZERO.
001990 77  WS-LN-LIMIT             PIC 9(13)V9(04) COMP VALUE ZERO.
002000 77  WS-LN-PCT               PIC 9(04)V9(01)  VALUE ZERO.
002010 77  WS-LN-KIND              PIC X(05)  VALUE SPACES.
002020     88  LN-HOURS                       VALUE "HOURS".
002030 77  WS-TOT-BUD-HUNDS        PIC 9(12)  COMP  VALUE ZERO.
002040 77  WS-TOT-BUD-CENTS        PIC 9(12)  COMP  VALUE ZERO.
002050 77  WS-TOT-ACT-HUNDS        PIC 9(12)  COMP  VALUE ZERO.
002060 77  WS-TOT-ACT-CENTS        PIC 9(12)  COMP  VALUE ZERO.
002070
002080*-----------------------------------------------------------*
002090* Edit work - hours print to the hundredth, cents whole.    *
002100*-----------------------------------------------------------*
002110 77  WS-HOURS-VALUE          PIC S9(10)V9(02) VALUE ZERO.
002120 77  WS-HOURS-EDIT           PIC ZZZZZZZZ9.99.
002130 77  WS-HOURS-SIGNED-EDIT    PIC -ZZZZZZZZ9.99.
002140 77  WS-CENTS-EDIT           PIC ZZZZZZZZZZZ9.
002150 77  WS-CENTS-SIGNED-EDIT    PIC -ZZZZZZZZZZZ9.
002160 77  WS-PCT-EDIT             PIC ZZZ9.9.
002170
002180*-----------------------------------------------------------*
002190* Report line layouts                                       *
002200*-----------------------------------------------------------*
002210 01  WS-TITLE-LINE.
002220     05  FILLER              PIC X(32)  VALUE
002230         "LABOR BUDGET VS ACTUAL - PERIOD ".
002240     05  TL-START            PIC 9(08).
002250     05  FILLER              PIC X(04)  VALUE " TO ".
002260     05  TL-END              PIC 9(08).
002270     05  FILLER              PIC X(09)  VALUE " THROUGH ".
002280     05  TL-AS-OF            PIC 9(08).
002290     05  FILLER              PIC X(11)  VALUE SPACES.
002300
002310 01  WS-DAYS-LINE.
002320     05  FILLER              PIC X(13)  VALUE "DAYS ELAPSED ".
002330     05  DY-ELAPSED          PIC ZZ9.
002340     05  FILLER              PIC X(04)  VALUE " OF ".
002350     05  DY-IN-PERIOD        PIC ZZ9.
002360     05  FILLER              PIC X(21)  VALUE
002370         "   OVERRUN THRESHOLD ".
002380     05  DY-THRESHOLD        PIC ZZ9.99.
002390     05  FILLER              PIC X(04)  VALUE " PCT".
002400     05  FILLER              PIC X(26)  VALUE SPACES.
002410
002420 01  WS-RULE-LINE            PIC X(80)  VALUE ALL "-".
002430
002440 01  WS-COL-LINE.
002450     05  FILLER              PIC X(40)  VALUE
002460         "DEPT  KIND       BUDGET       ACTUAL    ".
002470     05  FILLER              PIC X(40)  VALUE
002480         "  VARIANCE  %USED    PROJECTED FLAG     ".
002490
002500*    One department's hours or cents.  Variance is budget    *
002510*    less actual - negative is over budget already.  The     *
002520*    projection is the actual so far carried to period end   *
002530*    at the daily rate so far.                               *
002540 01  WS-DETAIL-LINE.
002550     05  DL-DEPT             PIC X(04).
002560     05  FILLER              PIC X(01)  VALUE SPACES.
002570     05  DL-KIND             PIC X(05).
002580     05  FILLER              PIC X(01)  VALUE SPACES.
002590     05  DL-BUDGET           PIC X(12).
002600     05  FILLER              PIC X(01)  VALUE SPACES.
002610     05  DL-ACTUAL           PIC X(12).
002620     05  FILLER              PIC X(01)  VALUE SPACES.
002630     05  DL-VARIANCE         PIC X(13).
002640     05  FILLER              PIC X(01)  VALUE SPACES.
002650     05  DL-PCT              PIC X(06).
002660     05  FILLER              PIC X(01)  VALUE SPACES.
002670     05  DL-PROJECTED        PIC X(12).
002680     05  FILLER              PIC X(01)  VALUE SPACES.
002690     05  DL-FLAG             PIC X(09).
002700
002710 01  WS-SUMMARY-LINE.
002720     05  FILLER              PIC X(20)  VALUE
002730         "FLAGGED DEPARTMENTS ".
002740     05  SM-FLAGGED          PIC ZZZZ9.
002750     05  FILLER              PIC X(16)  VALUE
002760         "   GLOUT NIGHTS ".
002770     05  SM-NIGHTS           PIC ZZZZ9.
002780     05  FILLER              PIC X(15)  VALUE
002790         "   GLOUT CENTS ".
002800     05  SM-CENTS            PIC ZZZZZZZZZZZ9.
002810     05  FILLER              PIC X(07)  VALUE SPACES.
002820
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE SECTION.
002850 0000-START.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     IF BUDGET-CONTROL-OK AND PTD-FILE-OK AND EMP-FILE-OK
002880         PERFORM 2000-READ-GL THRU 2000-EXIT
002890         PERFORM 3000-TAKE-GL THRU 3000-EXIT
002900             UNTIL GL-EOF
002910         PERFORM 3400-END-GL THRU 3400-EXIT
002920         PERFORM 1500-START-BROWSE THRU 1500-EXIT
002930         PERFORM 3500-TAKE-PTD THRU 3500-EXIT
002940             UNTIL PTD-EOF
002950         IF NOT BUD-TABLE-FULL
002960             PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
002970         END-IF
002980         PERFORM 4000-TERMINATE THRU 4000-EXIT
002990     END-IF.
003000     GOBACK.
003010 0000-EXIT.
003020     EXIT.
003030     GOBACK.
003040
003050 1000-INITIALIZE SECTION.
003060*-----------------------------------------------------------*
003070* The PTDFILE "CTL   " record first, for the last night     *
003080* posted - that picks the budget period - then BUDCTL.  No  *
003090* usable control, no budget for the period, or a PTDFILE    *
003100* period begun before the budget period (a close not run)   *
003110* and the step ends RC 16 with nothing printed.             *
003120*-----------------------------------------------------------*
003130 1000-START.
003140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003150     OPEN INPUT PTD-FILE.
003160     IF NOT PTD-FILE-OK
003170         DISPLAY "BUDGVAR - PTDFILE OPEN FAILED, STATUS "
003180                 WS-PTD-FILE-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         GO TO 1000-EXIT
003210     END-IF.
003220     OPEN INPUT EMP-MASTER-FILE.
003230     IF NOT EMP-FILE-OK
003240         DISPLAY "BUDGVAR - EMPMAST OPEN FAILED, STATUS "
003250                 WS-EMP-FILE-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         GO TO 1000-EXIT
003280     END-IF.
003290     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
003300     MOVE "CTL   " TO PTD-EMP-ID.
003310     READ PTD-FILE
003320         INVALID KEY
003330             DISPLAY "BUDGVAR - NO CTL RECORD ON PTDFILE"
003340             MOVE 16 TO RETURN-CODE
003350             GO TO 1000-EXIT
003360     END-READ.
003370     IF PCD-PERIOD-START NUMERIC
003380      AND PCD-PERIOD-START > ZERO
003390      AND PCD-LAST-POST-DATE NUMERIC
003400         MOVE PCD-PERIOD-START   TO WS-PTD-START
003410         MOVE PCD-LAST-POST-DATE TO WS-AS-OF-DATE
003420     ELSE
003430         DISPLAY "BUDGVAR - NO NIGHT POSTED SINCE THE CLOSE - "
003440                 "REPORTING AS OF " WS-RUN-DATE
003450     END-IF.
003460     OPEN INPUT BUDGET-CTL-FILE.
003470     PERFORM 1200-LOAD-BUDGET THRU 1200-EXIT.
003480     CLOSE BUDGET-CTL-FILE.
003490     IF NOT BUDGET-CONTROL-OK
003500         DISPLAY "BUDGVAR - NO USABLE BUDGET CONTROL ON BUDCTL"
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 1000-EXIT
003530     END-IF.
003540     IF WS-PTD-START > ZERO
003550      AND WS-PTD-START < WS-PERIOD-START
003560         DISPLAY "BUDGVAR - PTDFILE PERIOD BEGAN " WS-PTD-START
003570                 " BEFORE BUDGET PERIOD " WS-PERIOD-START
003580         MOVE "N" TO WS-BGC-OK-SWITCH
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 1000-EXIT
003610     END-IF.
003620     COMPUTE WS-DAYS-IN-PERIOD =
003630         FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
003640         - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 1.
003650     COMPUTE WS-DAYS-ELAPSED =
003660         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
003670         - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 1.
003680     DISPLAY "BUDGVAR - PERIOD:              " WS-PERIOD-START
003690             " TO " WS-PERIOD-END " THROUGH " WS-AS-OF-DATE.
003700     OPEN INPUT GL-IN-FILE.
003710     OPEN OUTPUT BUDGET-RPT-FILE.
003720 1000-EXIT.
003730     EXIT.
003740
003750 1200-LOAD-BUDGET SECTION.
003760*-----------------------------------------------------------*
003770* The "H" card first - the threshold - then every budget    *
003780* card.  Each must be whole: a department, real dates in    *
003790* order, numeric hours and cents.  Only the cards whose     *
003800* dates take in the as-of date go in the table, and they    *
003810* must all be the same period with each department once.    *
003820* One bad card and the control is unusable.                 *
003830*-----------------------------------------------------------*
003840 1200-START.
003850     READ BUDGET-CTL-FILE
003860         AT END
003870             GO TO 1200-EXIT
003880     END-READ.
003890     IF NOT BGC-HEADER
003900      OR BGC-THRESHOLD-PCT NOT NUMERIC
003910         GO TO 1200-EXIT
003920     END-IF.
003930     MOVE BGC-THRESHOLD-PCT TO WS-THRESHOLD-PCT.
003940     PERFORM 1250-LOAD-BUDGET-STEP THRU 1250-EXIT
003950         UNTIL BGC-EOF
003960            OR BGC-BAD.
003970     IF BGC-BAD
003980         GO TO 1200-EXIT
003990     END-IF.
004000     IF WS-BUDGET-COUNT = ZERO
004010         DISPLAY "BUDGVAR - NO BUDGET CARDS FOR " WS-AS-OF-DATE
004020         GO TO 1200-EXIT
004030     END-IF.
004040     DISPLAY "BUDGVAR - BUDGET CARDS:        " WS-CARD-COUNT
004050             " FOR THE PERIOD " WS-BUDGET-COUNT.
004060     MOVE "Y" TO WS-BGC-OK-SWITCH.
004070 1200-EXIT.
004080     EXIT.
004090
004100 1250-LOAD-BUDGET-STEP SECTION.
004110 1250-START.
004120     READ BUDGET-CTL-FILE
004130         AT END
004140             MOVE "Y" TO WS-BGC-EOF-SWITCH
004150             GO TO 1250-EXIT
004160     END-READ.
004170     ADD 1 TO WS-CARD-COUNT.
004180     IF NOT BGC-BUDGET
004190      OR BGC-DEPT = SPACES
004200      OR BGC-PERIOD-START NOT NUMERIC
004210      OR BGC-PERIOD-END NOT NUMERIC
004220      OR BGC-HOURS NOT NUMERIC
004230      OR BGC-CENTS NOT NUMERIC
004240         GO TO 1250-BAD
004250     END-IF.
004260     IF BGC-PERIOD-START < 19000101
004270      OR BGC-PERIOD-END < BGC-PERIOD-START
004280         GO TO 1250-BAD
004290     END-IF.
004300     IF FUNCTION INTEGER-OF-DATE (BGC-PERIOD-START) = 0
004310      OR FUNCTION INTEGER-OF-DATE (BGC-PERIOD-END) = 0
004320         GO TO 1250-BAD
004330     END-IF.
004340     IF WS-AS-OF-DATE < BGC-PERIOD-START
004350      OR WS-AS-OF-DATE > BGC-PERIOD-END
004360         GO TO 1250-EXIT
004370     END-IF.
004380     IF WS-BUDGET-COUNT = ZERO
004390         MOVE BGC-PERIOD-START TO WS-PERIOD-START
004400         MOVE BGC-PERIOD-END   TO WS-PERIOD-END
004410     END-IF.
004420     IF BGC-PERIOD-START NOT = WS-PERIOD-START
004430      OR BGC-PERIOD-END NOT = WS-PERIOD-END
004440         DISPLAY "BUDGVAR - BUDGET PERIODS OVERLAP AT "
004450                 BGC-DEPT " " BGC-PERIOD-START
004460         GO TO 1250-BAD
004470     END-IF.
004480     MOVE BGC-DEPT TO WS-LOOKUP-DEPT.
004490     PERFORM 3300-FIND-DEPT THRU 3300-EXIT.
004500     IF WS-DEPT-FOUND = 0
004510         MOVE "Y" TO WS-BGC-BAD-SWITCH
004520         GO TO 1250-EXIT
004530     END-IF.
004540     IF DEPT-HAS-BUDGET (WS-DEPT-FOUND)
004550         DISPLAY "BUDGVAR - DEPARTMENT BUDGETED TWICE "
004560                 BGC-DEPT " " BGC-PERIOD-START
004570         GO TO 1250-BAD
004580     END-IF.
004590     MOVE "Y" TO WS-DEPT-BUDG (WS-DEPT-FOUND).
004600     COMPUTE WS-DEPT-BUD-HR (WS-DEPT-FOUND) = BGC-HOURS * 100.
004610     MOVE BGC-CENTS TO WS-DEPT-BUD-CT (WS-DEPT-FOUND).
004620     ADD 1 TO WS-BUDGET-COUNT.
004630     GO TO 1250-EXIT.
004640 1250-BAD.
004650     DISPLAY "BUDGVAR - BAD BUDGET CARD " Budget-Control-Card.
004660     MOVE "Y" TO WS-BGC-BAD-SWITCH.
004670 1250-EXIT.
004680     EXIT.
004690
004700 1500-START-BROWSE SECTION.
004710 1500-START.
004720     MOVE "N" TO WS-PTD-EOF-SWITCH.
004730     MOVE LOW-VALUES TO PTD-KEY.
004740     START PTD-FILE KEY >= PTD-KEY
004750         INVALID KEY
004760             MOVE "Y" TO WS-PTD-EOF-SWITCH
004770     END-START.
004780     IF NOT PTD-EOF
004790         PERFORM 2100-READ-PTD THRU 2100-EXIT
004800     END-IF.
004810 1500-EXIT.
004820     EXIT.
004830
004840 2000-READ-GL SECTION.
004850 2000-START.
004860     READ GL-IN-FILE
004870         AT END
004880             MOVE "Y" TO WS-GL-EOF-SWITCH
004890     END-READ.
004900 2000-EXIT.
004910     EXIT.
004920
004930 2100-READ-PTD SECTION.
004940 2100-START.
004950     READ PTD-FILE NEXT RECORD
004960         AT END
004970             MOVE "Y" TO WS-PTD-EOF-SWITCH
004980     END-READ.
004990 2100-EXIT.
005000     EXIT.
005010
005020 3000-TAKE-GL SECTION.
005030*-----------------------------------------------------------*
005040* One GLIN record.  A header opens a generation - wanted    *
005050* when its run date falls between the period's first day    *
005060* and the as-of date and has not been taken already - and   *
005070* a trailer closes it.  A wanted generation's cents wait    *
005080* per department until its trailer proves the count and     *
005090* hash; one that does not prove (or never reaches its       *
005100* trailer) is left out and the step ends RC 8.              *
005110*-----------------------------------------------------------*
005120 3000-START.
005130     IF GLC-HEADER
005140         IF IN-GENERATION
005150             PERFORM 3200-GEN-NOT-PROVED THRU 3200-EXIT
005160         END-IF
005170         PERFORM 3100-OPEN-GEN THRU 3100-EXIT
005180         GO TO 3000-NEXT
005190     END-IF.
005200     IF GLC-TRAILER
005210         IF NOT IN-GENERATION
005220             DISPLAY "BUDGVAR - GLIN TRAILER WITHOUT A HEADER"
005230             MOVE 8 TO RETURN-CODE
005240             GO TO 3000-NEXT
005250         END-IF
005260         PERFORM 3250-CLOSE-GEN THRU 3250-EXIT
005270         GO TO 3000-NEXT
005280     END-IF.
005290     IF NOT IN-GENERATION
005300         DISPLAY "BUDGVAR - GLIN RECORD OUTSIDE A GENERATION "
005310                 GLD-DEPT " " GLD-PAY-DATE
005320         MOVE 8 TO RETURN-CODE
005330         GO TO 3000-NEXT
005340     END-IF.
005350     IF NOT GENERATION-WANTED
005360         GO TO 3000-NEXT
005370     END-IF.
005380     ADD 1 TO WS-GEN-COUNT.
005390     ADD GLD-TOTAL-CENTS TO WS-GEN-HASH.
005400     MOVE GLD-DEPT TO WS-LOOKUP-DEPT.
005410     PERFORM 3300-FIND-DEPT THRU 3300-EXIT.
005420     IF WS-DEPT-FOUND = 0
005430         GO TO 3000-NEXT
005440     END-IF.
005450     ADD GLD-TOTAL-CENTS TO WS-DEPT-GEN-CT (WS-DEPT-FOUND).
005460 3000-NEXT.
005470     PERFORM 2000-READ-GL THRU 2000-EXIT.
005480 3000-EXIT.
005490     EXIT.
005500
005510 3100-OPEN-GEN SECTION.
005520 3100-START.
005530     ADD 1 TO WS-GEN-READ-COUNT.
005540     MOVE "Y" TO WS-IN-GEN-SWITCH.
005550     MOVE "N" TO WS-GEN-WANTED-SWITCH.
005560     MOVE GLC-RUN-DATE TO WS-GEN-RUN-DATE.
005570     MOVE ZERO TO WS-GEN-COUNT.
005580     MOVE ZERO TO WS-GEN-HASH.
005590     IF WS-GEN-RUN-DATE < WS-PERIOD-START
005600      OR WS-GEN-RUN-DATE > WS-AS-OF-DATE
005610         ADD 1 TO WS-GEN-OUTSIDE-COUNT
005620         GO TO 3100-EXIT
005630     END-IF.
005640     MOVE ZERO TO WS-SEEN-FOUND.
005650     MOVE 1    TO WS-SEEN-SUB.
005660     PERFORM 3150-FIND-SEEN-STEP THRU 3150-EXIT
005670         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
005680            OR WS-SEEN-FOUND > 0.
005690     IF WS-SEEN-FOUND > 0
005700         DISPLAY "BUDGVAR - GLOUT FOR " WS-GEN-RUN-DATE
005710                 " ALREADY TAKEN - OLDER GENERATION PASSED OVER"
005720         ADD 1 TO WS-GEN-DUP-COUNT
005730         GO TO 3100-EXIT
005740     END-IF.
005750     MOVE "Y" TO WS-GEN-WANTED-SWITCH.
005760     MOVE 1 TO WS-DEPT-SUB.
005770     PERFORM 3160-CLEAR-GEN-STEP THRU 3160-EXIT
005780         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
005790 3100-EXIT.
005800     EXIT.
005810
005820 3150-FIND-SEEN-STEP SECTION.
005830 3150-START.
005840     IF WS-SEEN-DATE (WS-SEEN-SUB) = WS-GEN-RUN-DATE
005850         MOVE WS-SEEN-SUB TO WS-SEEN-FOUND
005860     ELSE
005870         ADD 1 TO WS-SEEN-SUB
005880     END-IF.
005890 3150-EXIT.
005900     EXIT.
005910
005920 3160-CLEAR-GEN-STEP SECTION.
005930 3160-START.
005940     MOVE ZERO TO WS-DEPT-GEN-CT (WS-DEPT-SUB).
005950     ADD 1 TO WS-DEPT-SUB.
005960 3160-EXIT.
005970     EXIT.
005980
005990 3200-GEN-NOT-PROVED SECTION.
006000 3200-START.
006010     MOVE "N" TO WS-IN-GEN-SWITCH.
006020     IF GENERATION-WANTED
006030         DISPLAY "BUDGVAR - GLOUT FOR " WS-GEN-RUN-DATE
006040                 " HAS NO TRAILER - LEFT OUT"
006050         ADD 1 TO WS-GEN-BAD-COUNT
006060         MOVE 8 TO RETURN-CODE
006070     END-IF.
006080 3200-EXIT.
006090     EXIT.
006100
006110 3250-CLOSE-GEN SECTION.
006120 3250-START.
006130     MOVE "N" TO WS-IN-GEN-SWITCH.
006140     IF NOT GENERATION-WANTED
006150         GO TO 3250-EXIT
006160     END-IF.
006170     IF GLC-RECORD-COUNT NOT = WS-GEN-COUNT
006180      OR GLC-HASH-CENTS NOT = WS-GEN-HASH
006190         DISPLAY "BUDGVAR - GLOUT FOR " WS-GEN-RUN-DATE
006200                 " OUT OF BALANCE: READ " WS-GEN-COUNT
006210                 " HASH " WS-GEN-HASH
006220                 " TRAILER SAID " GLC-RECORD-COUNT
006230                 " HASH " GLC-HASH-CENTS " - LEFT OUT"
006240         ADD 1 TO WS-GEN-BAD-COUNT
006250         MOVE 8 TO RETURN-CODE
006260         GO TO 3250-EXIT
006270     END-IF.
006280     IF WS-SEEN-COUNT >= WS-SEEN-MAX
006290         DISPLAY "BUDGVAR - GLOUT NIGHT TABLE FULL AT "
006300                 WS-GEN-RUN-DATE
006310         MOVE 8 TO RETURN-CODE
006320         MOVE "Y" TO WS-TABLE-FULL-SWITCH
006330         GO TO 3250-EXIT
006340     END-IF.
006350     ADD 1 TO WS-SEEN-COUNT.
006360     MOVE WS-GEN-RUN-DATE TO WS-SEEN-DATE (WS-SEEN-COUNT).
006370     ADD 1 TO WS-GEN-USED-COUNT.
006380     ADD WS-GEN-COUNT TO WS-GL-USED-COUNT.
006390     ADD WS-GEN-HASH  TO WS-GL-USED-CENTS.
006400     MOVE 1 TO WS-DEPT-SUB.
006410     PERFORM 3260-FOLD-GEN-STEP THRU 3260-EXIT
006420         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
006430 3250-EXIT.
006440     EXIT.
006450
006460 3260-FOLD-GEN-STEP SECTION.
006470 3260-START.
006480     ADD WS-DEPT-GEN-CT (WS-DEPT-SUB)
006490                     TO WS-DEPT-ACT-CT (WS-DEPT-SUB).
006500     MOVE ZERO TO WS-DEPT-GEN-CT (WS-DEPT-SUB).
006510     ADD 1 TO WS-DEPT-SUB.
006520 3260-EXIT.
006530     EXIT.
006540
006550 3300-FIND-DEPT SECTION.
006560*-----------------------------------------------------------*
006570* Find or add the entry for WS-LOOKUP-DEPT.  A department   *
006580* added here has no budget until a budget card gives it     *
006590* one.  A full table is a configuration error: RC 8.        *
006600*-----------------------------------------------------------*
006610 3300-START.
006620     MOVE ZERO TO WS-DEPT-FOUND.
006630     MOVE 1    TO WS-DEPT-SUB.
006640     PERFORM 3350-FIND-DEPT-STEP THRU 3350-EXIT
006650         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
006660            OR WS-DEPT-FOUND > 0.
006670     IF WS-DEPT-FOUND = 0
006680         IF WS-DEPT-COUNT < WS-DEPT-MAX
006690             ADD 1 TO WS-DEPT-COUNT
006700             MOVE WS-DEPT-COUNT  TO WS-DEPT-FOUND
006710             MOVE WS-LOOKUP-DEPT TO WS-DEPT-ID (WS-DEPT-FOUND)
006720             MOVE "N"  TO WS-DEPT-BUDG (WS-DEPT-FOUND)
006730             MOVE ZERO TO WS-DEPT-BUD-HR (WS-DEPT-FOUND)
006740             MOVE ZERO TO WS-DEPT-BUD-CT (WS-DEPT-FOUND)
006750             MOVE ZERO TO WS-DEPT-ACT-MS (WS-DEPT-FOUND)
006760             MOVE ZERO TO WS-DEPT-ACT-CT (WS-DEPT-FOUND)
006770             MOVE ZERO TO WS-DEPT-GEN-CT (WS-DEPT-FOUND)
006780         ELSE
006790             DISPLAY "BUDGVAR - DEPT TABLE FULL AT "
006800                     WS-LOOKUP-DEPT
006810             MOVE 8 TO RETURN-CODE
006820             MOVE "Y" TO WS-TABLE-FULL-SWITCH
006830         END-IF
006840     END-IF.
006850 3300-EXIT.
006860     EXIT.
006870
006880 3350-FIND-DEPT-STEP SECTION.
006890 3350-START.
006900     IF WS-DEPT-ID (WS-DEPT-SUB) = WS-LOOKUP-DEPT
006910         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
006920     ELSE
006930         ADD 1 TO WS-DEPT-SUB
006940     END-IF.
006950 3350-EXIT.
006960     EXIT.
006970
006980 3400-END-GL SECTION.
006990 3400-START.
007000     IF IN-GENERATION
007010         PERFORM 3200-GEN-NOT-PROVED THRU 3200-EXIT
007020     END-IF.
007030     CLOSE GL-IN-FILE.
007040 3400-EXIT.
007050     EXIT.
007060
007070 3500-TAKE-PTD SECTION.
007080*-----------------------------------------------------------*
007090* One PTDFILE employee - the period's worked Millis so far  *
007100* go to the department EMPMAST has the employee in today.   *
007110* An employee the master does not know goes to UNKN, the    *
007120* same as GLDIST puts the cents.                            *
007130*-----------------------------------------------------------*
007140 3500-START.
007150     IF PTD-CONTROL-REC
007160         GO TO 3500-NEXT
007170     END-IF.
007180     ADD 1 TO WS-PTD-READ-COUNT.
007190     MOVE PTD-EMP-ID TO EMP-ID.
007200     READ EMP-MASTER-FILE
007210         INVALID KEY
007220             MOVE "UNKN" TO WS-LOOKUP-DEPT
007230             ADD 1 TO WS-UNKNOWN-COUNT
007240         NOT INVALID KEY
007250             MOVE EMP-DEPT TO WS-LOOKUP-DEPT
007260     END-READ.
007270     PERFORM 3300-FIND-DEPT THRU 3300-EXIT.
007280     IF WS-DEPT-FOUND = 0
007290         GO TO 3500-NEXT
007300     END-IF.
007310     ADD PTD-MILLIS TO WS-DEPT-ACT-MS (WS-DEPT-FOUND).
007320 3500-NEXT.
007330     PERFORM 2100-READ-PTD THRU 2100-EXIT.
007340 3500-EXIT.
007350     EXIT.
007360
007370 5000-PRINT-REPORT SECTION.
007380*-----------------------------------------------------------*
007390* Title, the period's days and threshold, then two lines    *
007400* per department - hours and cents - and the totals.  Any   *
007410* department flagged ends the step RC 4.                    *
007420*-----------------------------------------------------------*
007430 5000-START.
007440     MOVE WS-PERIOD-START   TO TL-START.
007450     MOVE WS-PERIOD-END     TO TL-END.
007460     MOVE WS-AS-OF-DATE     TO TL-AS-OF.
007470     MOVE WS-DAYS-ELAPSED   TO DY-ELAPSED.
007480     MOVE WS-DAYS-IN-PERIOD TO DY-IN-PERIOD.
007490     MOVE WS-THRESHOLD-PCT  TO DY-THRESHOLD.
007500     WRITE BUDGET-RPT-RECORD FROM WS-TITLE-LINE.
007510     WRITE BUDGET-RPT-RECORD FROM WS-DAYS-LINE.
007520     WRITE BUDGET-RPT-RECORD FROM WS-RULE-LINE.
007530     WRITE BUDGET-RPT-RECORD FROM WS-COL-LINE.
007540     WRITE BUDGET-RPT-RECORD FROM WS-RULE-LINE.
007550     MOVE 1 TO WS-DEPT-SUB.
007560     PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
007570         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
007580     WRITE BUDGET-RPT-RECORD FROM WS-RULE-LINE.
007590     MOVE "ALL "          TO DL-DEPT.
007600     MOVE "HOURS"         TO WS-LN-KIND.
007610     MOVE WS-TOT-BUD-HUNDS TO WS-LN-BUDGET.
007620     MOVE WS-TOT-ACT-HUNDS TO WS-LN-ACTUAL.
007630     PERFORM 5300-MEASURE-LINE THRU 5300-EXIT.
007640     MOVE SPACES TO DL-FLAG.
007650     WRITE BUDGET-RPT-RECORD FROM WS-DETAIL-LINE.
007660     MOVE SPACES          TO DL-DEPT.
007670     MOVE "CENTS"         TO WS-LN-KIND.
007680     MOVE WS-TOT-BUD-CENTS TO WS-LN-BUDGET.
007690     MOVE WS-TOT-ACT-CENTS TO WS-LN-ACTUAL.
007700     PERFORM 5300-MEASURE-LINE THRU 5300-EXIT.
007710     MOVE SPACES TO DL-FLAG.
007720     WRITE BUDGET-RPT-RECORD FROM WS-DETAIL-LINE.
007730     MOVE WS-FLAGGED-COUNT TO SM-FLAGGED.
007740     MOVE WS-GEN-USED-COUNT TO SM-NIGHTS.
007750     MOVE WS-GL-USED-CENTS TO SM-CENTS.
007760     WRITE BUDGET-RPT-RECORD FROM WS-RULE-LINE.
007770     WRITE BUDGET-RPT-RECORD FROM WS-SUMMARY-LINE.
007780     IF WS-FLAGGED-COUNT > 0
007790         IF RETURN-CODE = 0
007800             MOVE 4 TO RETURN-CODE
007810         END-IF
007820     END-IF.
007830 5000-EXIT.
007840     EXIT.
007850
007860 5100-PRINT-ONE-DEPT SECTION.
007870 5100-START.
007880     MOVE "N" TO WS-DEPT-FLAG-SWITCH.
007890     MOVE WS-DEPT-ID (WS-DEPT-SUB) TO DL-DEPT.
007900     MOVE "HOURS" TO WS-LN-KIND.
007910     MOVE WS-DEPT-BUD-HR (WS-DEPT-SUB) TO WS-LN-BUDGET.
007920     COMPUTE WS-LN-ACTUAL ROUNDED =
007930         WS-DEPT-ACT-MS (WS-DEPT-SUB) / WS-MILLIS-PER-HUND.
007940     ADD WS-LN-BUDGET TO WS-TOT-BUD-HUNDS.
007950     ADD WS-LN-ACTUAL TO WS-TOT-ACT-HUNDS.
007960     PERFORM 5300-MEASURE-LINE THRU 5300-EXIT.
007970     WRITE BUDGET-RPT-RECORD FROM WS-DETAIL-LINE.
007980     MOVE SPACES  TO DL-DEPT.
007990     MOVE "CENTS" TO WS-LN-KIND.
008000     MOVE WS-DEPT-BUD-CT (WS-DEPT-SUB) TO WS-LN-BUDGET.
008010     MOVE WS-DEPT-ACT-CT (WS-DEPT-SUB) TO WS-LN-ACTUAL.
008020     ADD WS-LN-BUDGET TO WS-TOT-BUD-CENTS.
008030     ADD WS-LN-ACTUAL TO WS-TOT-ACT-CENTS.
008040     PERFORM 5300-MEASURE-LINE THRU 5300-EXIT.
008050     WRITE BUDGET-RPT-RECORD FROM WS-DETAIL-LINE.
008060     IF DEPT-FLAGGED
008070         ADD 1 TO WS-FLAGGED-COUNT
008080         DISPLAY "BUDGVAR - DEPT " WS-DEPT-ID (WS-DEPT-SUB)
008090                 " PROJECTED OVER BUDGET"
008100     END-IF.
008110     ADD 1 TO WS-DEPT-SUB.
008120 5100-EXIT.
008130     EXIT.
008140
008150 5300-MEASURE-LINE SECTION.
008160*-----------------------------------------------------------*
008170* Variance, percent used and projection for WS-LN-BUDGET    *
008180* and WS-LN-ACTUAL, edited onto the detail line.  The       *
008190* projection is the actual over the days elapsed times the  *
008200* days in the period.  A projection past the budget plus    *
008210* the threshold flags the line OVERRUN; actuals against no  *
008220* budget at all flag it NO BUDGET.                          *
008230*-----------------------------------------------------------*
008240 5300-START.
008250     MOVE WS-LN-KIND TO DL-KIND.
008260     MOVE SPACES TO DL-FLAG.
008270     COMPUTE WS-LN-VARIANCE = WS-LN-BUDGET - WS-LN-ACTUAL.
008280     IF WS-DAYS-ELAPSED > ZERO
008290         COMPUTE WS-LN-PROJECTED ROUNDED =
008300             WS-LN-ACTUAL * WS-DAYS-IN-PERIOD / WS-DAYS-ELAPSED
008310     ELSE
008320         MOVE WS-LN-ACTUAL TO WS-LN-PROJECTED
008330     END-IF.
008340     COMPUTE WS-LN-LIMIT =
008350         WS-LN-BUDGET * (100 + WS-THRESHOLD-PCT) / 100.
008360     IF WS-LN-BUDGET > ZERO
008370         COMPUTE WS-LN-PCT ROUNDED =
008380             WS-LN-ACTUAL * 100 / WS-LN-BUDGET
008390             ON SIZE ERROR
008400                 MOVE 9999.9 TO WS-LN-PCT
008410         END-COMPUTE
008420         MOVE WS-LN-PCT TO WS-PCT-EDIT
008430         MOVE WS-PCT-EDIT TO DL-PCT
008440     ELSE
008450         MOVE "   N/A" TO DL-PCT
008460     END-IF.
008470     IF WS-LN-PROJECTED > WS-LN-LIMIT
008480         MOVE "Y" TO WS-DEPT-FLAG-SWITCH
008490         IF WS-LN-BUDGET > ZERO
008500             MOVE "OVERRUN"   TO DL-FLAG
008510         ELSE
008520             MOVE "NO BUDGET" TO DL-FLAG
008530         END-IF
008540     END-IF.
008550     IF LN-HOURS
008560         COMPUTE WS-HOURS-VALUE = WS-LN-BUDGET / 100
008570         MOVE WS-HOURS-VALUE TO WS-HOURS-EDIT
008580         MOVE WS-HOURS-EDIT  TO DL-BUDGET
008590         COMPUTE WS-HOURS-VALUE = WS-LN-ACTUAL / 100
008600         MOVE WS-HOURS-VALUE TO WS-HOURS-EDIT
008610         MOVE WS-HOURS-EDIT  TO DL-ACTUAL
008620         COMPUTE WS-HOURS-VALUE = WS-LN-VARIANCE / 100
008630         MOVE WS-HOURS-VALUE TO WS-HOURS-SIGNED-EDIT
008640         MOVE WS-HOURS-SIGNED-EDIT TO DL-VARIANCE
008650         COMPUTE WS-HOURS-VALUE = WS-LN-PROJECTED / 100
008660         MOVE WS-HOURS-VALUE TO WS-HOURS-EDIT
008670         MOVE WS-HOURS-EDIT  TO DL-PROJECTED
008680     ELSE
008690         MOVE WS-LN-BUDGET    TO WS-CENTS-EDIT
008700         MOVE WS-CENTS-EDIT   TO DL-BUDGET
008710         MOVE WS-LN-ACTUAL    TO WS-CENTS-EDIT
008720         MOVE WS-CENTS-EDIT   TO DL-ACTUAL
008730         MOVE WS-LN-VARIANCE  TO WS-CENTS-SIGNED-EDIT
008740         MOVE WS-CENTS-SIGNED-EDIT TO DL-VARIANCE
008750         MOVE WS-LN-PROJECTED TO WS-CENTS-EDIT
008760         MOVE WS-CENTS-EDIT   TO DL-PROJECTED
008770     END-IF.
008780 5300-EXIT.
008790     EXIT.
008800
008810 4000-TERMINATE SECTION.
008820 4000-START.
008830     DISPLAY "BUDGVAR - DAYS ELAPSED:        " WS-DAYS-ELAPSED
008840             " OF " WS-DAYS-IN-PERIOD.
008850     DISPLAY "BUDGVAR - GLOUT GENERATIONS:   " WS-GEN-READ-COUNT.
008860     DISPLAY "BUDGVAR - TAKEN FOR PERIOD:    " WS-GEN-USED-COUNT
008870             " RECORDS " WS-GL-USED-COUNT
008880             " CENTS " WS-GL-USED-CENTS.
008890     DISPLAY "BUDGVAR - OUTSIDE THE PERIOD:  "
008900             WS-GEN-OUTSIDE-COUNT.
008910     DISPLAY "BUDGVAR - RERUN, PASSED OVER:  " WS-GEN-DUP-COUNT.
008920     DISPLAY "BUDGVAR - NOT PROVED, LEFT OUT:" WS-GEN-BAD-COUNT.
008930     DISPLAY "BUDGVAR - PTDFILE EMPLOYEES:   " WS-PTD-READ-COUNT.
008940     DISPLAY "BUDGVAR - NOT ON MASTER, UNKN: " WS-UNKNOWN-COUNT.
008950     DISPLAY "BUDGVAR - DEPARTMENTS FLAGGED: " WS-FLAGGED-COUNT.
008960     CLOSE PTD-FILE.
008970     CLOSE EMP-MASTER-FILE.
008980     CLOSE BUDGET-RPT-FILE.
008990 4000-EXIT.
009000     EXIT.
009010
009020 END PROGRAM BUDGVAR.
