123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TARDY.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  NOSHOW catches the        *
000110*                employee who never badged at all, but one   *
000120*                who badges in forty minutes late every day  *
000130*                looks normal on SHIFTRPT - CLOCKRPT knows   *
000140*                the reading, never when the person was due. *
000150*                This batch runs after the nightly report    *
000160*                step: it passes EMPMAST, pairs each active  *
000170*                employee's valid IN and OUT off SHIFTHST    *
000180*                under tonight's run date, and measures the  *
000190*                pair against the employee's week on the     *
000200*                SCHEDULE KSDS (kept through SCHMAINT)       *
000210*                through ClockElapsed.  An IN past the due   *
000220*                time, an OUT before it, or a shift worked   *
000230*                on a day off or with no schedule at all is  *
000240*                listed on TARDRPT when it runs past the     *
000250*                TARDCTL grace minutes, grouped by EMP-DEPT  *
000260*                and by the site the shift's IN was struck   *
000270*                at.  Every listed employee's last fourteen  *
000280*                run dates are measured the same way and the *
000290*                flagged shifts counted, so a habit shows up *
000300*                as a repeat offender, not as one bad day.   *
000310* 2026-10-15 RH  A shift corrected through SHFTADJ is now    *
000320*                measured at its corrected IN, worked back   *
000330*                off the rewritten OUT record's reading and  *
000340*                duration (3320), not at the IN reading      *
000350*                first struck - the IN record is never       *
000360*                rewritten.                                  *
000370*-----------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TARDY-CTL-FILE   ASSIGN TO "TARDCTL"
000470            ORGANIZATION IS LINE SEQUENTIAL.
000480
000490     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS SEQUENTIAL
000520            RECORD KEY IS EMP-KEY
000530            FILE STATUS IS WS-EMP-FILE-STATUS.
000540
000550     SELECT SCHED-FILE       ASSIGN TO "SCHEDULE"
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS RANDOM
000580            RECORD KEY IS SCH-KEY
000590            FILE STATUS IS WS-SCH-FILE-STATUS.
000600
000610     SELECT HIST-FILE        ASSIGN TO "SHIFTHST"
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS DYNAMIC
000640            RECORD KEY IS HST-KEY
000650            FILE STATUS IS WS-HIST-FILE-STATUS.
000660
000670     SELECT TARDY-RPT-FILE   ASSIGN TO "TARDRPT"
000680            ORGANIZATION IS LINE SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*-----------------------------------------------------------*
000730* TARDCTL - one record: the grace minutes a shift may run    *
000740* past its schedule before it is listed, and how many        *
000750* flagged shifts in fourteen run dates make a repeat         *
000760* offender.  A missing or unreadable control stops the step  *
000770* RC 16 - the report must never guess its own threshold.     *
000780*-----------------------------------------------------------*
000790 FD  TARDY-CTL-FILE
000800     RECORDING MODE IS F.
000810 01  TARDY-CTL-RECORD.
000820     05  TDC-GRACE-MINUTES   PIC 9(03).
000830     05  TDC-REPEAT-SHIFTS   PIC 9(02).
000840     05  FILLER              PIC X(75).
000850
000860 FD  EMP-MASTER-FILE.
000870     COPY EMPMAST.
000880
000890 FD  SCHED-FILE.
000900     COPY SCHEDREC.
000910
000920 FD  HIST-FILE.
000930     COPY SHIFTHST.
000940
000950 FD  TARDY-RPT-FILE
000960     RECORDING MODE IS F.
000970 01  TARDY-RPT-RECORD        PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000*-----------------------------------------------------------*
001010* Switches                                                  *
001020*-----------------------------------------------------------*
001030 77  WS-EMP-EOF-SWITCH       PIC X(01)  VALUE "N".
001040     88  MASTER-EOF                     VALUE "Y".
001050 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
001060     88  EMP-FILE-OK                    VALUE "00".
001070 77  WS-SCH-FILE-STATUS      PIC X(02)  VALUE "00".
001080     88  SCH-FILE-OK                    VALUE "00".
001090 77  WS-HIST-FILE-STATUS     PIC X(02)  VALUE "00".
001100     88  HIST-FILE-OK                   VALUE "00".
001110 77  WS-CTL-OK-SWITCH        PIC X(01)  VALUE "N".
001120     88  CONTROL-OK                     VALUE "Y".
001130 77  WS-SCHED-FOUND-SWITCH   PIC X(01)  VALUE "N".
001140     88  SCHED-FOUND                    VALUE "Y".
001150 77  WS-HIST-END-SWITCH      PIC X(01)  VALUE "N".
001160     88  HIST-END                       VALUE "Y".
001170 77  WS-IN-HELD-SWITCH       PIC X(01)  VALUE "N".
001180     88  IN-HELD                        VALUE "Y".
001190 77  WS-SHIFT-FLAG-SWITCH    PIC X(01)  VALUE "N".
001200     88  SHIFT-FLAGGED                  VALUE "Y".
001210*    Tonight's pass lists what it finds; the look-back pass   *
001220*    over the prior thirteen run dates only counts.           *
001230 77  WS-SCAN-MODE            PIC X(01)  VALUE "T".
001240     88  SCAN-TONIGHT                   VALUE "T".
001250     88  SCAN-LOOKBACK                  VALUE "L".
001260
001270*-----------------------------------------------------------*
001280* Running counters                                          *
001290*-----------------------------------------------------------*
001300 77  WS-MASTER-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001310 77  WS-ACTIVE-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001320 77  WS-SHIFT-COUNT          PIC 9(07)  COMP  VALUE ZERO.
001330 77  WS-LATE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
001340 77  WS-EARLY-COUNT          PIC 9(07)  COMP  VALUE ZERO.
001350 77  WS-UNSCHED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001360 77  WS-EXCEPT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001370 77  WS-REPEAT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001380*    Flagged shifts for the employee in hand across the whole *
001390*    fourteen-day window, and where tonight's lines for that  *
001400*    employee start in the hit table.                         *
001410 77  WS-EMP-FLAGGED          PIC 9(03)  COMP  VALUE ZERO.
001420 77  WS-EMP-FIRST-HIT        PIC 9(04)  COMP  VALUE ZERO.
001430
001440*-----------------------------------------------------------*
001450* Run dates and thresholds.  The look-back window is the     *
001460* thirteen run dates before tonight - with tonight, two      *
001470* weeks.  Run dates are calendar YYYYMMDD, so the window is  *
001480* worked in day serials the same way HSTARCH works its       *
001490* retention cutoff.                                          *
001500*-----------------------------------------------------------*
001510 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001520 77  WS-LOOKBACK-DATE        PIC 9(08)  VALUE ZERO.
001530 77  WS-PRIOR-DATE           PIC 9(08)  VALUE ZERO.
001540 77  WS-DATE-SERIAL          PIC 9(08)  COMP  VALUE ZERO.
001550 77  WS-SCAN-FROM-DATE       PIC 9(08)  VALUE ZERO.
001560 77  WS-SCAN-TO-DATE         PIC 9(08)  VALUE ZERO.
001570 77  WS-GRACE-MINUTES        PIC 9(03)  COMP  VALUE ZERO.
001580 77  WS-REPEAT-MIN           PIC 9(02)  COMP  VALUE ZERO.
001590*    A gap of more than half a day measured forward through   *
001600*    ClockElapsed is really the other way round - an IN       *
001610*    before its due time, an OUT after it - never a lateness. *
001620 77  WS-HALF-DAY-MILLIS      PIC 9(08)  COMP  VALUE 43200000.
001630*    A shift SHFTADJ corrected carries its new figure on the  *
001640*    OUT record only; 3320 works the IN back off it in Millis *
001650*    past midnight, with a day's worth added when it crosses. *
001660 77  WS-DAY-MILLIS           PIC 9(08)  COMP  VALUE 86400000.
001670 77  WS-IN-MILLIS            PIC 9(09)  COMP  VALUE ZERO.
001680 77  WS-IN-REST              PIC 9(08)  COMP  VALUE ZERO.
001690
001700*-----------------------------------------------------------*
001710* Weekday of the shift's IN punch date - day serial 1 is a   *
001720* Monday, so the remainder over seven gives Monday 1 through *
001730* Saturday 6 with Sunday coming back 0, then set to 7 to     *
001740* index SCH-DAY.                                             *
001750*-----------------------------------------------------------*
001760 77  WS-WEEKS                PIC 9(08)  COMP  VALUE ZERO.
001770 77  WS-WEEKDAY              PIC 9(01)  COMP  VALUE ZERO.
001780
001790*-----------------------------------------------------------*
001800* The valid IN waiting for its OUT.  CLOCKRPT writes a pair  *
001810* to SHIFTHST only once both halves are good, under the one  *
001820* run date, so the next valid OUT for the employee in the    *
001830* same run date is always its mate.                          *
001840*-----------------------------------------------------------*
001850 77  WS-IN-HOURS             PIC 9(02)  VALUE ZERO.
001860 77  WS-IN-MINUTES           PIC 9(02)  VALUE ZERO.
001870 77  WS-IN-SECONDS           PIC 9(02)  VALUE ZERO.
001880 77  WS-IN-DATE              PIC 9(08)  VALUE ZERO.
001890 77  WS-IN-RUN-DATE          PIC 9(08)  VALUE ZERO.
001900 77  WS-IN-SITE              PIC X(03)  VALUE SPACES.
001910
001920*-----------------------------------------------------------*
001930* ClockElapsed CALL interface - the earlier reading goes in  *
001940* through the WS-FROM- fields, the later one through the     *
001950* WS-TO- fields, and the gap comes back in WS-ELAPSED-MILLIS *
001960* with the midnight rollover applied.                        *
001970*-----------------------------------------------------------*
001980 77  WS-FROM-HOURS           PIC 9(02)  VALUE ZERO.
001990 77  WS-FROM-MINUTES         PIC 9(02)  VALUE ZERO.
002000 77  WS-FROM-SECONDS         PIC 9(02)  VALUE ZERO.
002010 77  WS-TO-HOURS             PIC 9(02)  VALUE ZERO.
002020 77  WS-TO-MINUTES           PIC 9(02)  VALUE ZERO.
002030 77  WS-TO-SECONDS           PIC 9(02)  VALUE ZERO.
002040 77  WS-ELAPSED-MILLIS       PIC 9(08)  VALUE ZERO.
002050 77  WS-CLOCK-STATUS         PIC X(01).
002060     88  CLK-RTN-VALID                 VALUE "V".
002070     88  CLK-RTN-INVALID               VALUE "I".
002080 77  WS-OFF-MINUTES          PIC 9(04)  COMP  VALUE ZERO.
002090
002100*-----------------------------------------------------------*
002110* One flagged shift, staged for the hit table.               *
002120*-----------------------------------------------------------*
002130 77  WS-HIT-KIND             PIC X(01)  VALUE SPACE.
002140 77  WS-HIT-SCHED            PIC X(05)  VALUE SPACES.
002150 77  WS-HIT-HOURS            PIC 9(02)  VALUE ZERO.
002160 77  WS-HIT-MINUTES          PIC 9(02)  VALUE ZERO.
002170 77  WS-HIT-SECONDS          PIC 9(02)  VALUE ZERO.
002180 01  WS-HHMM-EDIT.
002190     05  HE-HH               PIC 9(02).
002200     05  FILLER              PIC X(01)  VALUE ":".
002210     05  HE-MM               PIC 9(02).
002220
002230*-----------------------------------------------------------*
002240* Hit table - the master comes off the KSDS in employee-ID   *
002250* order, so tonight's flagged shifts are collected here and  *
002260* unloaded department by department, site by site.  Going    *
002270* full ends the step RC 8 so a short report is never         *
002280* trusted.                                                   *
002290*-----------------------------------------------------------*
002300 77  WS-HT-MAX               PIC 9(04)  COMP  VALUE 5000.
002310 77  WS-HT-COUNT             PIC 9(04)  COMP  VALUE ZERO.
002320 77  WS-HT-SUB               PIC 9(04)  COMP  VALUE ZERO.
002330 01  WS-HIT-TABLE.
002340     05  WS-HT-ENTRY         OCCURS 5000 TIMES.
002350         10  WS-HT-EMP-ID    PIC X(06).
002360         10  WS-HT-NAME      PIC X(20).
002370         10  WS-HT-DEPT      PIC X(04).
002380         10  WS-HT-SITE      PIC X(03).
002390         10  WS-HT-KIND      PIC X(01).
002400             88  HT-LATE-IN             VALUE "L".
002410             88  HT-EARLY-OUT           VALUE "E".
002420             88  HT-UNSCHEDULED         VALUE "U".
002430         10  WS-HT-DATE      PIC 9(08).
002440         10  WS-HT-SCHED     PIC X(05).
002450         10  WS-HT-HOURS     PIC 9(02).
002460         10  WS-HT-MINUTES   PIC 9(02).
002470         10  WS-HT-SECONDS   PIC 9(02).
002480         10  WS-HT-OFF-MINS  PIC 9(04).
002490         10  WS-HT-14DAY     PIC 9(03).
002500         10  WS-HT-REPEAT    PIC X(01).
002510
002520*-----------------------------------------------------------*
002530* Per-department roll-up - one entry per EMP-DEPT seen on a  *
002540* hit, in first-seen order; the report walks this to group   *
002550* the lines and print each department's counts.              *
002560*-----------------------------------------------------------*
002570 77  WS-DEPT-MAX             PIC 9(03)  COMP  VALUE 100.
002580 77  WS-DEPT-COUNT           PIC 9(03)  COMP  VALUE ZERO.
002590 77  WS-DEPT-SUB             PIC 9(03)  COMP  VALUE ZERO.
002600 77  WS-DEPT-FOUND           PIC 9(03)  COMP  VALUE ZERO.
002610 01  WS-DEPT-TABLE.
002620     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
002630         10  WS-DEPT-ID      PIC X(04).
002640         10  WS-DEPT-HITS    PIC 9(05)  COMP.
002650         10  WS-DEPT-REPEAT  PIC 9(05)  COMP.
002660
002670*-----------------------------------------------------------*
002680* Department / site roll-up - one entry per site a           *
002690* department's flagged shifts were struck at, first-seen     *
002700* order, so the lines group by building inside each          *
002710* department.                                                *
002720*-----------------------------------------------------------*
002730 77  WS-GRP-MAX              PIC 9(03)  COMP  VALUE 500.
002740 77  WS-GRP-COUNT            PIC 9(03)  COMP  VALUE ZERO.
002750 77  WS-GRP-SUB              PIC 9(03)  COMP  VALUE ZERO.
002760 77  WS-GRP-FOUND            PIC 9(03)  COMP  VALUE ZERO.
002770 01  WS-GRP-TABLE.
002780     05  WS-GRP-ENTRY        OCCURS 500 TIMES.
002790         10  WS-GRP-DEPT     PIC X(04).
002800         10  WS-GRP-SITE     PIC X(03).
002810         10  WS-GRP-HITS     PIC 9(05)  COMP.
002820
002830*-----------------------------------------------------------*
002840* Report line layouts                                       *
002850*-----------------------------------------------------------*
002860 01  WS-TITLE-LINE.
002870     05  FILLER              PIC X(23)  VALUE
002880         "ATTENDANCE EXCEPTIONS  ".
002890     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
002900     05  TL-RUN-DATE         PIC 9(08).
002910     05  FILLER              PIC X(08)  VALUE "  GRACE ".
002920     05  TL-GRACE            PIC ZZ9.
002930     05  FILLER              PIC X(14)  VALUE " MIN  REPEAT  ".
002940     05  TL-REPEAT           PIC Z9.
002950     05  FILLER              PIC X(13)  VALUE " IN 14 DAYS".
002960
002970 01  WS-DEPT-HDR-LINE.
002980     05  FILLER              PIC X(05)  VALUE "DEPT ".
002990     05  DH-DEPT             PIC X(04).
003000     05  FILLER              PIC X(71)  VALUE SPACES.
003010
003020 01  WS-SITE-HDR-LINE.
003030     05  FILLER              PIC X(07)  VALUE "  SITE ".
003040     05  SH-SITE             PIC X(03).
003050     05  FILLER              PIC X(70)  VALUE SPACES.
003060
003070 01  WS-COLUMN-LINE.
003080     05  FILLER              PIC X(40)  VALUE
003090         "  EMP ID NAME               EXCEPTION   ".
003100     05  FILLER              PIC X(32)  VALUE
003110         "DATE     SCHED ACTUAL   MINS 14D".
003120     05  FILLER              PIC X(08)  VALUE SPACES.
003130
003140 01  WS-HIT-LINE.
003150     05  FILLER              PIC X(02)  VALUE SPACES.
003160     05  HL-EMP-ID           PIC X(06).
003170     05  FILLER              PIC X(01)  VALUE SPACE.
003180     05  HL-NAME             PIC X(18).
003190     05  FILLER              PIC X(01)  VALUE SPACE.
003200     05  HL-KIND             PIC X(11).
003210     05  FILLER              PIC X(01)  VALUE SPACE.
003220     05  HL-DATE             PIC 9(08).
003230     05  FILLER              PIC X(01)  VALUE SPACE.
003240     05  HL-SCHED            PIC X(05).
003250     05  FILLER              PIC X(01)  VALUE SPACE.
003260     05  HL-HOURS            PIC 9(02).
003270     05  FILLER              PIC X(01)  VALUE ":".
003280     05  HL-MINUTES          PIC 9(02).
003290     05  FILLER              PIC X(01)  VALUE ":".
003300     05  HL-SECONDS          PIC 9(02).
003310     05  FILLER              PIC X(01)  VALUE SPACE.
003320     05  HL-OFF-MINS         PIC ZZZ9.
003330     05  FILLER              PIC X(01)  VALUE SPACE.
003340     05  HL-14DAY            PIC ZZ9.
003350     05  FILLER              PIC X(01)  VALUE SPACE.
003360     05  HL-REPEAT           PIC X(01).
003370     05  FILLER              PIC X(06)  VALUE SPACES.
003380
003390 01  WS-SITE-TOTAL-LINE.
003400     05  FILLER              PIC X(07)  VALUE "  SITE ".
003410     05  ST-SITE             PIC X(03).
003420     05  FILLER              PIC X(12)  VALUE " EXCEPTIONS ".
003430     05  ST-COUNT            PIC ZZZZ9.
003440     05  FILLER              PIC X(53)  VALUE SPACES.
003450
003460 01  WS-DEPT-TOTAL-LINE.
003470     05  FILLER              PIC X(05)  VALUE "DEPT ".
003480     05  DT-DEPT             PIC X(04).
003490     05  FILLER              PIC X(12)  VALUE " EXCEPTIONS ".
003500     05  DT-COUNT            PIC ZZZZ9.
003510     05  FILLER              PIC X(19)  VALUE
003520         "  REPEAT OFFENDERS ".
003530     05  DT-REPEAT           PIC ZZZZ9.
003540     05  FILLER              PIC X(30)  VALUE SPACES.
003550
003560 01  WS-GRAND-TOTAL-LINE.
003570     05  FILLER              PIC X(17)  VALUE
003580         "TOTAL EXCEPTIONS ".
003590     05  GT-EXCEPT-COUNT     PIC ZZZZZZ9.
003600     05  FILLER              PIC X(07)  VALUE "  LATE ".
003610     05  GT-LATE-COUNT       PIC ZZZZZZ9.
003620     05  FILLER              PIC X(08)  VALUE "  EARLY ".
003630     05  GT-EARLY-COUNT      PIC ZZZZZZ9.
003640     05  FILLER              PIC X(14)  VALUE "  UNSCHEDULED ".
003650     05  GT-UNSCHED-COUNT    PIC ZZZZZZ9.
003660     05  FILLER              PIC X(06)  VALUE SPACES.
003670
003680 01  WS-GRAND-REPEAT-LINE.
003690     05  FILLER              PIC X(15)  VALUE
003700         "SHIFTS CHECKED ".
003710     05  GR-SHIFT-COUNT      PIC ZZZZZZ9.
003720     05  FILLER              PIC X(09)  VALUE "  ACTIVE ".
003730     05  GR-ACTIVE-COUNT     PIC ZZZZZZ9.
003740     05  FILLER              PIC X(19)  VALUE
003750         "  REPEAT OFFENDERS ".
003760     05  GR-REPEAT-COUNT     PIC ZZZZZZ9.
003770     05  FILLER              PIC X(16)  VALUE SPACES.
003780
003790 PROCEDURE DIVISION.
003800 0000-MAINLINE SECTION.
003810 0000-START.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003830     IF CONTROL-OK AND EMP-FILE-OK AND SCH-FILE-OK
003840      AND HIST-FILE-OK
003850         PERFORM 2000-READ-MASTER THRU 2000-EXIT
003860         PERFORM 3000-CHECK-EMPLOYEE THRU 3000-EXIT
003870             UNTIL MASTER-EOF
003880         PERFORM 5000-REPORT-EXCEPTIONS THRU 5000-EXIT
003890         PERFORM 4000-TERMINATE THRU 4000-EXIT
003900     END-IF.
003910     GOBACK.
003920 0000-EXIT.
003930     EXIT.
003940     GOBACK.
003950
003960 1000-INITIALIZE SECTION.
003970 1000-START.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003990     OPEN INPUT TARDY-CTL-FILE.
004000     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
004010     CLOSE TARDY-CTL-FILE.
004020     IF NOT CONTROL-OK
004030         DISPLAY "TARDY - NO USABLE CONTROL ON TARDCTL"
004040         MOVE 16 TO RETURN-CODE
004050         GO TO 1000-EXIT
004060     END-IF.
004070     COMPUTE WS-DATE-SERIAL =
004080         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 13.
004090     COMPUTE WS-LOOKBACK-DATE =
004100         FUNCTION DATE-OF-INTEGER (WS-DATE-SERIAL).
004110     COMPUTE WS-DATE-SERIAL =
004120         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1.
004130     COMPUTE WS-PRIOR-DATE =
004140         FUNCTION DATE-OF-INTEGER (WS-DATE-SERIAL).
004150     DISPLAY "TARDY - GRACE MINUTES: " WS-GRACE-MINUTES
004160             " REPEAT AT " WS-REPEAT-MIN
004170             " SINCE " WS-LOOKBACK-DATE.
004180     OPEN INPUT EMP-MASTER-FILE.
004190     IF NOT EMP-FILE-OK
004200         DISPLAY "TARDY - EMPMAST OPEN FAILED, STATUS "
004210                 WS-EMP-FILE-STATUS
004220         MOVE 16 TO RETURN-CODE
004230         GO TO 1000-EXIT
004240     END-IF.
004250     OPEN INPUT SCHED-FILE.
004260     IF NOT SCH-FILE-OK
004270         DISPLAY "TARDY - SCHEDULE OPEN FAILED, STATUS "
004280                 WS-SCH-FILE-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         GO TO 1000-EXIT
004310     END-IF.
004320     OPEN INPUT HIST-FILE.
004330     IF NOT HIST-FILE-OK
004340         DISPLAY "TARDY - SHIFTHST OPEN FAILED, STATUS "
004350                 WS-HIST-FILE-STATUS
004360         MOVE 16 TO RETURN-CODE
004370         GO TO 1000-EXIT
004380     END-IF.
004390     OPEN OUTPUT TARDY-RPT-FILE.
004400     MOVE WS-RUN-DATE      TO TL-RUN-DATE.
004410     MOVE WS-GRACE-MINUTES TO TL-GRACE.
004420     MOVE WS-REPEAT-MIN    TO TL-REPEAT.
004430     WRITE TARDY-RPT-RECORD FROM WS-TITLE-LINE.
004440 1000-EXIT.
004450     EXIT.
004460
004470 1100-READ-CONTROL SECTION.
004480*-----------------------------------------------------------*
004490* The grace may be zero (list every minute), but a repeat    *
004500* threshold under two would call every listed employee a     *
004510* repeat offender on the strength of tonight alone.          *
004520*-----------------------------------------------------------*
004530 1100-START.
004540     READ TARDY-CTL-FILE
004550         AT END
004560             GO TO 1100-EXIT
004570     END-READ.
004580     IF TDC-GRACE-MINUTES NUMERIC
004590      AND TDC-REPEAT-SHIFTS NUMERIC
004600      AND TDC-REPEAT-SHIFTS > 1
004610         MOVE TDC-GRACE-MINUTES TO WS-GRACE-MINUTES
004620         MOVE TDC-REPEAT-SHIFTS TO WS-REPEAT-MIN
004630         MOVE "Y" TO WS-CTL-OK-SWITCH
004640     END-IF.
004650 1100-EXIT.
004660     EXIT.
004670
004680 2000-READ-MASTER SECTION.
004690 2000-START.
004700     READ EMP-MASTER-FILE NEXT RECORD
004710         AT END
004720             MOVE "Y" TO WS-EMP-EOF-SWITCH
004730     END-READ.
004740 2000-EXIT.
004750     EXIT.
004760
004770 3000-CHECK-EMPLOYEE SECTION.
004780*-----------------------------------------------------------*
004790* One employee off the master.  Tonight's shifts are         *
004800* measured and any flagged ones go in the hit table; only an *
004810* employee flagged tonight has the prior thirteen run dates  *
004820* measured as well, for the fourteen-day count.              *
004830*-----------------------------------------------------------*
004840 3000-START.
004850     ADD 1 TO WS-MASTER-COUNT.
004860     IF NOT EMP-ACTIVE
004870         GO TO 3000-NEXT
004880     END-IF.
004890     ADD 1 TO WS-ACTIVE-COUNT.
004900     PERFORM 3050-READ-SCHEDULE THRU 3050-EXIT.
004910     MOVE ZERO TO WS-EMP-FLAGGED.
004920     COMPUTE WS-EMP-FIRST-HIT = WS-HT-COUNT + 1.
004930     SET SCAN-TONIGHT TO TRUE.
004940     MOVE WS-RUN-DATE TO WS-SCAN-FROM-DATE.
004950     MOVE WS-RUN-DATE TO WS-SCAN-TO-DATE.
004960     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT.
004970     IF WS-EMP-FLAGGED = 0
004980         GO TO 3000-NEXT
004990     END-IF.
005000     SET SCAN-LOOKBACK TO TRUE.
005010     MOVE WS-LOOKBACK-DATE TO WS-SCAN-FROM-DATE.
005020     MOVE WS-PRIOR-DATE    TO WS-SCAN-TO-DATE.
005030     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT.
005040     PERFORM 3400-FINISH-EMPLOYEE THRU 3400-EXIT.
005050 3000-NEXT.
005060     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
005070 3000-EXIT.
005080     EXIT.
005090
005100 3050-READ-SCHEDULE SECTION.
005110 3050-START.
005120     MOVE "N"    TO WS-SCHED-FOUND-SWITCH.
005130     MOVE EMP-ID TO SCH-EMP-ID.
005140     READ SCHED-FILE
005150         INVALID KEY
005160             GO TO 3050-EXIT
005170     END-READ.
005180     MOVE "Y" TO WS-SCHED-FOUND-SWITCH.
005190 3050-EXIT.
005200     EXIT.
005210
005220 3100-SCAN-HISTORY SECTION.
005230*-----------------------------------------------------------*
005240* Walk the employee's SHIFTHST records from WS-SCAN-FROM-    *
005250* DATE through WS-SCAN-TO-DATE - the file is keyed employee  *
005260* / run date / punch sequence, so one keyed START and READ   *
005270* NEXT until the employee or the window runs out.            *
005280*-----------------------------------------------------------*
005290 3100-START.
005300     MOVE "N" TO WS-HIST-END-SWITCH.
005310     MOVE "N" TO WS-IN-HELD-SWITCH.
005320     MOVE EMP-ID            TO HST-EMP-ID.
005330     MOVE WS-SCAN-FROM-DATE TO HST-RUN-DATE.
005340     MOVE ZERO              TO HST-PUNCH-SEQ.
005350     START HIST-FILE KEY >= HST-KEY
005360         INVALID KEY
005370             GO TO 3100-EXIT
005380     END-START.
005390     PERFORM 3150-READ-HIST THRU 3150-EXIT.
005400     PERFORM 3200-TAKE-PUNCH THRU 3200-EXIT
005410         UNTIL HIST-END.
005420 3100-EXIT.
005430     EXIT.
005440
005450 3150-READ-HIST SECTION.
005460 3150-START.
005470     READ HIST-FILE NEXT RECORD
005480         AT END
005490             MOVE "Y" TO WS-HIST-END-SWITCH
005500             GO TO 3150-EXIT
005510     END-READ.
005520     IF HST-EMP-ID NOT = EMP-ID
005530      OR HST-RUN-DATE > WS-SCAN-TO-DATE
005540         MOVE "Y" TO WS-HIST-END-SWITCH
005550     END-IF.
005560 3150-EXIT.
005570     EXIT.
005580
005590 3200-TAKE-PUNCH SECTION.
005600*-----------------------------------------------------------*
005610* Only valid punches pair - an exception never made a shift. *
005620* A valid IN is held; the next valid OUT under the same run  *
005630* date closes it and the pair is measured.                   *
005640*-----------------------------------------------------------*
005650 3200-START.
005660     IF NOT HST-STATUS-VALID
005670         GO TO 3200-NEXT
005680     END-IF.
005690     IF HST-PUNCH-TYPE = "I"
005700         MOVE HST-HOURS    TO WS-IN-HOURS
005710         MOVE HST-MINUTES  TO WS-IN-MINUTES
005720         MOVE HST-SECONDS  TO WS-IN-SECONDS
005730         MOVE HST-PUNCH-DATE TO WS-IN-DATE
005740         MOVE HST-RUN-DATE TO WS-IN-RUN-DATE
005750         MOVE HST-SITE-ID  TO WS-IN-SITE
005760         MOVE "Y" TO WS-IN-HELD-SWITCH
005770         GO TO 3200-NEXT
005780     END-IF.
005790     IF HST-PUNCH-TYPE = "O"
005800      AND IN-HELD
005810      AND HST-RUN-DATE = WS-IN-RUN-DATE
005820         PERFORM 3300-CHECK-SHIFT THRU 3300-EXIT
005830         MOVE "N" TO WS-IN-HELD-SWITCH
005840     END-IF.
005850 3200-NEXT.
005860     PERFORM 3150-READ-HIST THRU 3150-EXIT.
005870 3200-EXIT.
005880     EXIT.
005890
005900 3300-CHECK-SHIFT SECTION.
005910*-----------------------------------------------------------*
005920* Measure one paired shift against the schedule for the      *
005930* weekday its IN was struck on.  A day off, or no schedule   *
005940* on file at all, makes the shift unscheduled if it ran      *
005950* longer than the grace.  Otherwise ClockElapsed measures    *
005960* due-in to actual IN (late arrival) and actual OUT to       *
005970* due-out (early departure); whole minutes past the grace    *
005980* are flagged.  A shift late and early both is two lines but *
005990* one flagged shift toward the fourteen-day count.           *
006000*-----------------------------------------------------------*
006010 3300-START.
006020     IF SCAN-TONIGHT
006030         ADD 1 TO WS-SHIFT-COUNT
006040     END-IF.
006050     MOVE "N" TO WS-SHIFT-FLAG-SWITCH.
006060     IF HST-CORRECTED
006070         PERFORM 3320-DERIVE-IN THRU 3320-EXIT
006080     END-IF.
006090     IF WS-IN-DATE NOT NUMERIC
006100      OR WS-IN-DATE = ZERO
006110         MOVE WS-IN-RUN-DATE TO WS-IN-DATE
006120     END-IF.
006130     COMPUTE WS-DATE-SERIAL =
006140         FUNCTION INTEGER-OF-DATE (WS-IN-DATE).
006150     DIVIDE WS-DATE-SERIAL BY 7
006160         GIVING WS-WEEKS REMAINDER WS-WEEKDAY.
006170     IF WS-WEEKDAY = 0
006180         MOVE 7 TO WS-WEEKDAY
006190     END-IF.
006200     IF NOT SCHED-FOUND
006210      OR SCH-DAY-OFF (WS-WEEKDAY)
006220         PERFORM 3350-CHECK-UNSCHEDULED THRU 3350-EXIT
006230         GO TO 3300-DONE
006240     END-IF.
006250     MOVE SCH-START-HH (WS-WEEKDAY) TO WS-FROM-HOURS.
006260     MOVE SCH-START-MM (WS-WEEKDAY) TO WS-FROM-MINUTES.
006270     MOVE ZERO                      TO WS-FROM-SECONDS.
006280     MOVE WS-IN-HOURS               TO WS-TO-HOURS.
006290     MOVE WS-IN-MINUTES             TO WS-TO-MINUTES.
006300     MOVE WS-IN-SECONDS             TO WS-TO-SECONDS.
006310     PERFORM 3380-MEASURE THRU 3380-EXIT.
006320     IF WS-OFF-MINUTES > WS-GRACE-MINUTES
006330         MOVE "L" TO WS-HIT-KIND
006340         MOVE SCH-START-HH (WS-WEEKDAY) TO HE-HH
006350         MOVE SCH-START-MM (WS-WEEKDAY) TO HE-MM
006360         MOVE WS-HHMM-EDIT  TO WS-HIT-SCHED
006370         MOVE WS-IN-HOURS   TO WS-HIT-HOURS
006380         MOVE WS-IN-MINUTES TO WS-HIT-MINUTES
006390         MOVE WS-IN-SECONDS TO WS-HIT-SECONDS
006400         PERFORM 3500-FLAG-SHIFT THRU 3500-EXIT
006410     END-IF.
006420     MOVE HST-HOURS                 TO WS-FROM-HOURS.
006430     MOVE HST-MINUTES               TO WS-FROM-MINUTES.
006440     MOVE HST-SECONDS               TO WS-FROM-SECONDS.
006450     MOVE SCH-END-HH (WS-WEEKDAY)   TO WS-TO-HOURS.
006460     MOVE SCH-END-MM (WS-WEEKDAY)   TO WS-TO-MINUTES.
006470     MOVE ZERO                      TO WS-TO-SECONDS.
006480     PERFORM 3380-MEASURE THRU 3380-EXIT.
006490     IF WS-OFF-MINUTES > WS-GRACE-MINUTES
006500         MOVE "E" TO WS-HIT-KIND
006510         MOVE SCH-END-HH (WS-WEEKDAY) TO HE-HH
006520         MOVE SCH-END-MM (WS-WEEKDAY) TO HE-MM
006530         MOVE WS-HHMM-EDIT  TO WS-HIT-SCHED
006540         MOVE HST-HOURS     TO WS-HIT-HOURS
006550         MOVE HST-MINUTES   TO WS-HIT-MINUTES
006560         MOVE HST-SECONDS   TO WS-HIT-SECONDS
006570         PERFORM 3500-FLAG-SHIFT THRU 3500-EXIT
006580     END-IF.
006590 3300-DONE.
006600     IF SHIFT-FLAGGED
006610         ADD 1 TO WS-EMP-FLAGGED
006620     END-IF.
006630 3300-EXIT.
006640     EXIT.
006650
006660 3320-DERIVE-IN SECTION.
006670*-----------------------------------------------------------*
006680* SHFTADJ corrects a paid shift by rewriting its OUT record  *
006690* with the corrected OUT reading and duration; the IN record *
006700* keeps the reading first struck.  The IN the shift now      *
006710* stands at is the OUT less the duration - taken back a day  *
006720* when that crosses midnight - the same way SHFTADJ works    *
006730* it back, so lateness is measured against the shift as it   *
006740* is paid, not as it was first punched.                      *
006750*-----------------------------------------------------------*
006760 3320-START.
006770     IF HST-MILLIS NOT NUMERIC
006780      OR HST-MILLIS > WS-DAY-MILLIS
006790         GO TO 3320-EXIT
006800     END-IF.
006810     IF HST-PUNCH-DATE NUMERIC
006820      AND HST-PUNCH-DATE > ZERO
006830         MOVE HST-PUNCH-DATE TO WS-IN-DATE
006840     ELSE
006850         MOVE HST-RUN-DATE   TO WS-IN-DATE
006860     END-IF.
006870     COMPUTE WS-IN-MILLIS =
006880         ((HST-HOURS * 60 + HST-MINUTES) * 60 + HST-SECONDS)
006890             * 1000.
006900     IF WS-IN-MILLIS NOT < HST-MILLIS
006910         SUBTRACT HST-MILLIS FROM WS-IN-MILLIS
006920     ELSE
006930         COMPUTE WS-IN-MILLIS =
006940             WS-IN-MILLIS + WS-DAY-MILLIS - HST-MILLIS
006950         COMPUTE WS-DATE-SERIAL =
006960             FUNCTION INTEGER-OF-DATE (WS-IN-DATE) - 1
006970         COMPUTE WS-IN-DATE =
006980             FUNCTION DATE-OF-INTEGER (WS-DATE-SERIAL)
006990     END-IF.
007000     DIVIDE WS-IN-MILLIS BY 3600000
007010         GIVING WS-IN-HOURS REMAINDER WS-IN-REST.
007020     DIVIDE WS-IN-REST BY 60000
007030         GIVING WS-IN-MINUTES REMAINDER WS-IN-MILLIS.
007040     DIVIDE WS-IN-MILLIS BY 1000
007050         GIVING WS-IN-SECONDS.
007060 3320-EXIT.
007070     EXIT.
007080
007090 3350-CHECK-UNSCHEDULED SECTION.
007100*-----------------------------------------------------------*
007110* The OUT record carries the shift's worked duration - a     *
007120* shift shorter than the grace (a badge test, a walk-        *
007130* through) is not worth a line.                              *
007140*-----------------------------------------------------------*
007150 3350-START.
007160     COMPUTE WS-OFF-MINUTES = HST-MILLIS / 60000.
007170     IF WS-OFF-MINUTES NOT > WS-GRACE-MINUTES
007180         GO TO 3350-EXIT
007190     END-IF.
007200     MOVE "U" TO WS-HIT-KIND.
007210     IF SCHED-FOUND
007220         MOVE "OFF"  TO WS-HIT-SCHED
007230     ELSE
007240         MOVE "NONE" TO WS-HIT-SCHED
007250     END-IF.
007260     MOVE WS-IN-HOURS   TO WS-HIT-HOURS.
007270     MOVE WS-IN-MINUTES TO WS-HIT-MINUTES.
007280     MOVE WS-IN-SECONDS TO WS-HIT-SECONDS.
007290     PERFORM 3500-FLAG-SHIFT THRU 3500-EXIT.
007300 3350-EXIT.
007310     EXIT.
007320
007330 3380-MEASURE SECTION.
007340*-----------------------------------------------------------*
007350* WS-FROM- to WS-TO- through ClockElapsed, in whole minutes. *
007360* Past half a day means the TO reading came first - on time, *
007370* so nothing to report.  Both readings are already range-    *
007380* checked (CLOCKRPT and SCHMAINT), but a rejected call is    *
007390* still treated as nothing to report, never as a lateness.   *
007400*-----------------------------------------------------------*
007410 3380-START.
007420     MOVE ZERO TO WS-OFF-MINUTES.
007430     CALL "ClockElapsed" USING WS-FROM-HOURS WS-FROM-MINUTES
007440                               WS-FROM-SECONDS
007450                               WS-TO-HOURS WS-TO-MINUTES
007460                               WS-TO-SECONDS
007470                               WS-ELAPSED-MILLIS
007480                               WS-CLOCK-STATUS.
007490     IF CLK-RTN-INVALID
007500      OR WS-ELAPSED-MILLIS > WS-HALF-DAY-MILLIS
007510         GO TO 3380-EXIT
007520     END-IF.
007530     COMPUTE WS-OFF-MINUTES = WS-ELAPSED-MILLIS / 60000.
007540 3380-EXIT.
007550     EXIT.
007560
007570 3400-FINISH-EMPLOYEE SECTION.
007580*-----------------------------------------------------------*
007590* The employee's fourteen-day count is now known - stamp it  *
007600* on each of tonight's lines for the employee, and count the *
007610* employee once as a repeat offender when it reaches the     *
007620* TARDCTL threshold.                                         *
007630*-----------------------------------------------------------*
007640 3400-START.
007650     MOVE WS-EMP-FIRST-HIT TO WS-HT-SUB.
007660     PERFORM 3450-MARK-HIT-STEP THRU 3450-EXIT
007670         UNTIL WS-HT-SUB > WS-HT-COUNT.
007680     IF WS-EMP-FLAGGED < WS-REPEAT-MIN
007690         GO TO 3400-EXIT
007700     END-IF.
007710     ADD 1 TO WS-REPEAT-COUNT.
007720     PERFORM 3600-FIND-DEPT THRU 3600-EXIT.
007730     IF WS-DEPT-FOUND > 0
007740         ADD 1 TO WS-DEPT-REPEAT (WS-DEPT-FOUND)
007750     END-IF.
007760 3400-EXIT.
007770     EXIT.
007780
007790 3450-MARK-HIT-STEP SECTION.
007800 3450-START.
007810     MOVE WS-EMP-FLAGGED TO WS-HT-14DAY (WS-HT-SUB).
007820     IF WS-EMP-FLAGGED >= WS-REPEAT-MIN
007830         MOVE "*" TO WS-HT-REPEAT (WS-HT-SUB)
007840     END-IF.
007850     ADD 1 TO WS-HT-SUB.
007860 3450-EXIT.
007870     EXIT.
007880
007890 3500-FLAG-SHIFT SECTION.
007900*-----------------------------------------------------------*
007910* One flagged line.  The look-back pass only counts it; a    *
007920* line for tonight goes in the hit table and is tallied to   *
007930* its department and its department / site group.            *
007940*-----------------------------------------------------------*
007950 3500-START.
007960     MOVE "Y" TO WS-SHIFT-FLAG-SWITCH.
007970     IF SCAN-LOOKBACK
007980         GO TO 3500-EXIT
007990     END-IF.
008000     IF WS-HT-COUNT >= WS-HT-MAX
008010         DISPLAY "TARDY - HIT TABLE FULL AT " EMP-ID
008020         MOVE 8 TO RETURN-CODE
008030         GO TO 3500-EXIT
008040     END-IF.
008050     ADD 1 TO WS-HT-COUNT.
008060     ADD 1 TO WS-EXCEPT-COUNT.
008070     MOVE EMP-ID         TO WS-HT-EMP-ID (WS-HT-COUNT).
008080     MOVE EMP-NAME       TO WS-HT-NAME (WS-HT-COUNT).
008090     MOVE EMP-DEPT       TO WS-HT-DEPT (WS-HT-COUNT).
008100     MOVE WS-IN-SITE     TO WS-HT-SITE (WS-HT-COUNT).
008110     MOVE WS-HIT-KIND    TO WS-HT-KIND (WS-HT-COUNT).
008120     MOVE WS-IN-DATE     TO WS-HT-DATE (WS-HT-COUNT).
008130     MOVE WS-HIT-SCHED   TO WS-HT-SCHED (WS-HT-COUNT).
008140     MOVE WS-HIT-HOURS   TO WS-HT-HOURS (WS-HT-COUNT).
008150     MOVE WS-HIT-MINUTES TO WS-HT-MINUTES (WS-HT-COUNT).
008160     MOVE WS-HIT-SECONDS TO WS-HT-SECONDS (WS-HT-COUNT).
008170     MOVE WS-OFF-MINUTES TO WS-HT-OFF-MINS (WS-HT-COUNT).
008180     MOVE ZERO           TO WS-HT-14DAY (WS-HT-COUNT).
008190     MOVE SPACE          TO WS-HT-REPEAT (WS-HT-COUNT).
008200     EVALUATE TRUE
008210         WHEN HT-LATE-IN (WS-HT-COUNT)
008220             ADD 1 TO WS-LATE-COUNT
008230         WHEN HT-EARLY-OUT (WS-HT-COUNT)
008240             ADD 1 TO WS-EARLY-COUNT
008250         WHEN OTHER
008260             ADD 1 TO WS-UNSCHED-COUNT
008270     END-EVALUATE.
008280     PERFORM 3600-FIND-DEPT THRU 3600-EXIT.
008290     IF WS-DEPT-FOUND > 0
008300         ADD 1 TO WS-DEPT-HITS (WS-DEPT-FOUND)
008310     END-IF.
008320     PERFORM 3700-FIND-GROUP THRU 3700-EXIT.
008330     IF WS-GRP-FOUND > 0
008340         ADD 1 TO WS-GRP-HITS (WS-GRP-FOUND)
008350     END-IF.
008360 3500-EXIT.
008370     EXIT.
008380
008390 3600-FIND-DEPT SECTION.
008400 3600-START.
008410     MOVE ZERO TO WS-DEPT-FOUND.
008420     MOVE 1    TO WS-DEPT-SUB.
008430     PERFORM 3650-FIND-DEPT-STEP THRU 3650-EXIT
008440         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
008450            OR WS-DEPT-FOUND > 0.
008460     IF WS-DEPT-FOUND = 0
008470         IF WS-DEPT-COUNT < WS-DEPT-MAX
008480             ADD 1 TO WS-DEPT-COUNT
008490             MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
008500             MOVE EMP-DEPT TO WS-DEPT-ID (WS-DEPT-FOUND)
008510             MOVE ZERO     TO WS-DEPT-HITS (WS-DEPT-FOUND)
008520             MOVE ZERO     TO WS-DEPT-REPEAT (WS-DEPT-FOUND)
008530         ELSE
008540             DISPLAY "TARDY - DEPT TABLE FULL AT " EMP-DEPT
008550             MOVE 8 TO RETURN-CODE
008560         END-IF
008570     END-IF.
008580 3600-EXIT.
008590     EXIT.
008600
008610 3650-FIND-DEPT-STEP SECTION.
008620 3650-START.
008630     IF WS-DEPT-ID (WS-DEPT-SUB) = EMP-DEPT
008640         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
008650     ELSE
008660         ADD 1 TO WS-DEPT-SUB
008670     END-IF.
008680 3650-EXIT.
008690     EXIT.
008700
008710 3700-FIND-GROUP SECTION.
008720 3700-START.
008730     MOVE ZERO TO WS-GRP-FOUND.
008740     MOVE 1    TO WS-GRP-SUB.
008750     PERFORM 3750-FIND-GROUP-STEP THRU 3750-EXIT
008760         UNTIL WS-GRP-SUB > WS-GRP-COUNT
008770            OR WS-GRP-FOUND > 0.
008780     IF WS-GRP-FOUND = 0
008790         IF WS-GRP-COUNT < WS-GRP-MAX
008800             ADD 1 TO WS-GRP-COUNT
008810             MOVE WS-GRP-COUNT TO WS-GRP-FOUND
008820             MOVE EMP-DEPT   TO WS-GRP-DEPT (WS-GRP-FOUND)
008830             MOVE WS-IN-SITE TO WS-GRP-SITE (WS-GRP-FOUND)
008840             MOVE ZERO       TO WS-GRP-HITS (WS-GRP-FOUND)
008850         ELSE
008860             DISPLAY "TARDY - SITE TABLE FULL AT " EMP-DEPT
008870                     " " WS-IN-SITE
008880             MOVE 8 TO RETURN-CODE
008890         END-IF
008900     END-IF.
008910 3700-EXIT.
008920     EXIT.
008930
008940 3750-FIND-GROUP-STEP SECTION.
008950 3750-START.
008960     IF WS-GRP-DEPT (WS-GRP-SUB) = EMP-DEPT
008970      AND WS-GRP-SITE (WS-GRP-SUB) = WS-IN-SITE
008980         MOVE WS-GRP-SUB TO WS-GRP-FOUND
008990     ELSE
009000         ADD 1 TO WS-GRP-SUB
009010     END-IF.
009020 3750-EXIT.
009030     EXIT.
009040
009050 5000-REPORT-EXCEPTIONS SECTION.
009060*-----------------------------------------------------------*
009070* Unload the hits grouped by department and, inside each     *
009080* department, by site - header, lines and count per site,    *
009090* then the department's count and repeat offenders - and     *
009100* finish with the grand totals.                              *
009110*-----------------------------------------------------------*
009120 5000-START.
009130     MOVE 1 TO WS-DEPT-SUB.
009140     PERFORM 5100-REPORT-ONE-DEPT THRU 5100-EXIT
009150         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
009160     MOVE WS-EXCEPT-COUNT  TO GT-EXCEPT-COUNT.
009170     MOVE WS-LATE-COUNT    TO GT-LATE-COUNT.
009180     MOVE WS-EARLY-COUNT   TO GT-EARLY-COUNT.
009190     MOVE WS-UNSCHED-COUNT TO GT-UNSCHED-COUNT.
009200     WRITE TARDY-RPT-RECORD FROM WS-GRAND-TOTAL-LINE.
009210     MOVE WS-SHIFT-COUNT   TO GR-SHIFT-COUNT.
009220     MOVE WS-ACTIVE-COUNT  TO GR-ACTIVE-COUNT.
009230     MOVE WS-REPEAT-COUNT  TO GR-REPEAT-COUNT.
009240     WRITE TARDY-RPT-RECORD FROM WS-GRAND-REPEAT-LINE.
009250 5000-EXIT.
009260     EXIT.
009270
009280 5100-REPORT-ONE-DEPT SECTION.
009290 5100-START.
009300     MOVE WS-DEPT-ID (WS-DEPT-SUB) TO DH-DEPT.
009310     WRITE TARDY-RPT-RECORD FROM WS-DEPT-HDR-LINE.
009320     MOVE 1 TO WS-GRP-SUB.
009330     PERFORM 5150-REPORT-ONE-SITE THRU 5150-EXIT
009340         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
009350     MOVE WS-DEPT-ID (WS-DEPT-SUB)     TO DT-DEPT.
009360     MOVE WS-DEPT-HITS (WS-DEPT-SUB)   TO DT-COUNT.
009370     MOVE WS-DEPT-REPEAT (WS-DEPT-SUB) TO DT-REPEAT.
009380     WRITE TARDY-RPT-RECORD FROM WS-DEPT-TOTAL-LINE.
009390     ADD 1 TO WS-DEPT-SUB.
009400 5100-EXIT.
009410     EXIT.
009420
009430 5150-REPORT-ONE-SITE SECTION.
009440 5150-START.
009450     IF WS-GRP-DEPT (WS-GRP-SUB) NOT = WS-DEPT-ID (WS-DEPT-SUB)
009460         GO TO 5150-NEXT
009470     END-IF.
009480     MOVE WS-GRP-SITE (WS-GRP-SUB) TO SH-SITE.
009490     WRITE TARDY-RPT-RECORD FROM WS-SITE-HDR-LINE.
009500     WRITE TARDY-RPT-RECORD FROM WS-COLUMN-LINE.
009510     MOVE 1 TO WS-HT-SUB.
009520     PERFORM 5200-REPORT-ONE-HIT THRU 5200-EXIT
009530         UNTIL WS-HT-SUB > WS-HT-COUNT.
009540     MOVE WS-GRP-SITE (WS-GRP-SUB) TO ST-SITE.
009550     MOVE WS-GRP-HITS (WS-GRP-SUB) TO ST-COUNT.
009560     WRITE TARDY-RPT-RECORD FROM WS-SITE-TOTAL-LINE.
009570 5150-NEXT.
009580     ADD 1 TO WS-GRP-SUB.
009590 5150-EXIT.
009600     EXIT.
009610
009620 5200-REPORT-ONE-HIT SECTION.
009630 5200-START.
009640     IF WS-HT-DEPT (WS-HT-SUB) = WS-GRP-DEPT (WS-GRP-SUB)
009650      AND WS-HT-SITE (WS-HT-SUB) = WS-GRP-SITE (WS-GRP-SUB)
009660         MOVE WS-HT-EMP-ID (WS-HT-SUB)   TO HL-EMP-ID
009670         MOVE WS-HT-NAME (WS-HT-SUB)     TO HL-NAME
009680         EVALUATE TRUE
009690             WHEN HT-LATE-IN (WS-HT-SUB)
009700                 MOVE "LATE IN"     TO HL-KIND
009710             WHEN HT-EARLY-OUT (WS-HT-SUB)
009720                 MOVE "EARLY OUT"   TO HL-KIND
009730             WHEN OTHER
009740                 MOVE "UNSCHEDULED" TO HL-KIND
009750         END-EVALUATE
009760         MOVE WS-HT-DATE (WS-HT-SUB)     TO HL-DATE
009770         MOVE WS-HT-SCHED (WS-HT-SUB)    TO HL-SCHED
009780         MOVE WS-HT-HOURS (WS-HT-SUB)    TO HL-HOURS
009790         MOVE WS-HT-MINUTES (WS-HT-SUB)  TO HL-MINUTES
009800         MOVE WS-HT-SECONDS (WS-HT-SUB)  TO HL-SECONDS
009810         MOVE WS-HT-OFF-MINS (WS-HT-SUB) TO HL-OFF-MINS
009820         MOVE WS-HT-14DAY (WS-HT-SUB)    TO HL-14DAY
009830         MOVE WS-HT-REPEAT (WS-HT-SUB)   TO HL-REPEAT
009840         WRITE TARDY-RPT-RECORD FROM WS-HIT-LINE
009850     END-IF.
009860     ADD 1 TO WS-HT-SUB.
009870 5200-EXIT.
009880     EXIT.
009890
009900 4000-TERMINATE SECTION.
009910 4000-START.
009920     DISPLAY "TARDY - MASTER RECORDS READ:  " WS-MASTER-COUNT.
009930     DISPLAY "TARDY - ACTIVE EMPLOYEES:     " WS-ACTIVE-COUNT.
009940     DISPLAY "TARDY - SHIFTS CHECKED:       " WS-SHIFT-COUNT.
009950     DISPLAY "TARDY - EXCEPTIONS REPORTED:  " WS-EXCEPT-COUNT.
009960     DISPLAY "TARDY - REPEAT OFFENDERS:     " WS-REPEAT-COUNT.
009970     CLOSE EMP-MASTER-FILE.
009980     CLOSE SCHED-FILE.
009990     CLOSE HIST-FILE.
010000     CLOSE TARDY-RPT-FILE.
010010 4000-EXIT.
010020     EXIT.
010030
010040 END PROGRAM TARDY.
