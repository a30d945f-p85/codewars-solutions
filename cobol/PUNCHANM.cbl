123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PUNCHANM.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  Internal audit found     *
000110*                one employee badging in a friend who was  *
000120*                still in the car park, and nothing in the *
000130*                nightly stream could have seen it - every *
000140*                punch paired and paid.  Now CLOCKRPT      *
000150*                carries the terminal onto SHIFTHST, this  *
000160*                batch runs after it and passes tonight's  *
000170*                history three ways: different employees   *
000180*                punching the same terminal inside the     *
000190*                ANOMCTL window of seconds, one employee   *
000200*                punching at two sites closer together     *
000210*                than the travel time between them allows, *
000220*                and punches struck on a terminal the      *
000230*                TERMREG registry does not have at the     *
000240*                site that sent them.  Every hit names the *
000250*                employees, terminal, site and readings on *
000260*                ANOMRPT, and any hit at all ends the step *
000270*                RC 4 so the morning checks see it.        *
000280*-----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  IBM-370.
000330 OBJECT-COMPUTER.  IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ANOM-CTL-FILE    ASSIGN TO "ANOMCTL"
000380            ORGANIZATION IS LINE SEQUENTIAL.
000390
000400     SELECT TERM-REG-FILE    ASSIGN TO "TERMREG"
000410            ORGANIZATION IS LINE SEQUENTIAL.
000420
000430     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS RANDOM
000460            RECORD KEY IS EMP-KEY
000470            FILE STATUS IS WS-EMP-FILE-STATUS.
000480
000490     SELECT HIST-FILE        ASSIGN TO "SHIFTHST"
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS SEQUENTIAL
000520            RECORD KEY IS HST-KEY
000530            FILE STATUS IS WS-HIST-FILE-STATUS.
000540
000550     SELECT ANOM-RPT-FILE    ASSIGN TO "ANOMRPT"
000560            ORGANIZATION IS LINE SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*-----------------------------------------------------------*
000610* ANOMCTL - the first record carries the shared-terminal     *
000620* window in seconds and the travel minutes assumed between   *
000630* any two sites; every record after it names a pair of sites *
000640* and the travel minutes between them, which overrides the   *
000650* default for that pair either way round.  A missing or      *
000660* unusable control stops the step RC 16.                     *
000670*-----------------------------------------------------------*
000680 FD  ANOM-CTL-FILE
000690     RECORDING MODE IS F.
000700 01  ANOM-CTL-RECORD.
000710     05  ANC-WINDOW-SECONDS  PIC 9(03).
000720     05  ANC-TRAVEL-MINUTES  PIC 9(03).
000730     05  FILLER              PIC X(74).
000740 01  ANOM-PAIR-RECORD.
000750     05  ANP-SITE-A          PIC X(03).
000760     05  ANP-SITE-B          PIC X(03).
000770     05  ANP-MINUTES         PIC 9(03).
000780     05  FILLER              PIC X(71).
000790
000800 FD  TERM-REG-FILE
000810     RECORDING MODE IS F.
000820     COPY TERMREG.
000830
000840 FD  EMP-MASTER-FILE.
000850     COPY EMPMAST.
000860
000870 FD  HIST-FILE.
000880     COPY SHIFTHST.
000890
000900 FD  ANOM-RPT-FILE
000910     RECORDING MODE IS F.
000920 01  ANOM-RPT-RECORD         PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950*-----------------------------------------------------------*
000960* Switches                                                  *
000970*-----------------------------------------------------------*
000980 77  WS-HIST-EOF-SWITCH      PIC X(01)  VALUE "N".
000990     88  HIST-EOF                       VALUE "Y".
001000 77  WS-CTL-EOF-SWITCH       PIC X(01)  VALUE "N".
001010     88  CTL-EOF                        VALUE "Y".
001020 77  WS-REG-EOF-SWITCH       PIC X(01)  VALUE "N".
001030     88  REG-EOF                        VALUE "Y".
001040 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
001050     88  EMP-FILE-OK                    VALUE "00".
001060 77  WS-HIST-FILE-STATUS     PIC X(02)  VALUE "00".
001070     88  HIST-FILE-OK                   VALUE "00".
001080 77  WS-CTL-OK-SWITCH        PIC X(01)  VALUE "N".
001090     88  CONTROL-OK                     VALUE "Y".
001100 77  WS-REG-OK-SWITCH        PIC X(01)  VALUE "Y".
001110     88  REGISTRY-OK                    VALUE "Y".
001120 77  WS-READING-SWITCH       PIC X(01)  VALUE "N".
001130     88  READING-OK                     VALUE "Y".
001140 77  WS-PT-FULL-SWITCH       PIC X(01)  VALUE "N".
001150     88  PUNCH-TABLE-FULL               VALUE "Y".
001160
001170*-----------------------------------------------------------*
001180* Running counters                                          *
001190*-----------------------------------------------------------*
001200 77  WS-HIST-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
001210 77  WS-PUNCH-COUNT          PIC 9(07)  COMP  VALUE ZERO.
001220 77  WS-NOTERM-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001230 77  WS-SHARED-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001240 77  WS-TRAVEL-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001250 77  WS-UNREG-COUNT          PIC 9(07)  COMP  VALUE ZERO.
001260 77  WS-ANOMALY-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001270
001280*-----------------------------------------------------------*
001290* Run date and thresholds.  A reading is worked in seconds   *
001300* since the calendar's day one - the punch date's day serial *
001310* (the same INTEGER-OF-DATE HSTARCH cuts its retention with) *
001320* times 86,400 plus the time of day - so two readings either *
001330* side of midnight still subtract to the true gap.           *
001340*-----------------------------------------------------------*
001350 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001360 77  WS-WINDOW-SECONDS       PIC 9(03)  COMP  VALUE ZERO.
001370 77  WS-DEFAULT-TRAVEL       PIC 9(03)  COMP  VALUE ZERO.
001380 77  WS-NEED-MINUTES         PIC 9(03)  COMP  VALUE ZERO.
001390 77  WS-PUNCH-DATE           PIC 9(08)  VALUE ZERO.
001400 77  WS-ABS-SECONDS          PIC 9(11)  VALUE ZERO.
001410 77  WS-GAP-SECONDS          PIC 9(11)  VALUE ZERO.
001420
001430*-----------------------------------------------------------*
001440* The employee whose punches are in hand - SHIFTHST comes    *
001450* off in employee-ID order, so each one's name is read off   *
001460* EMPMAST once, when the first of the punches arrives.       *
001470*-----------------------------------------------------------*
001480 77  WS-CUR-EMP-ID           PIC X(06)  VALUE SPACES.
001490 77  WS-CUR-NAME             PIC X(12)  VALUE SPACES.
001500
001510*-----------------------------------------------------------*
001520* Site-pair travel table off ANOMCTL.                        *
001530*-----------------------------------------------------------*
001540 77  WS-TRV-MAX              PIC 9(03)  COMP  VALUE 100.
001550 77  WS-TRV-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001560 77  WS-TRV-SUB              PIC 9(03)  COMP  VALUE ZERO.
001570 77  WS-TRV-FOUND            PIC 9(03)  COMP  VALUE ZERO.
001580 01  WS-TRV-TABLE.
001590     05  WS-TRV-ENTRY        OCCURS 100 TIMES.
001600         10  WS-TRV-SITE-A   PIC X(03).
001610         10  WS-TRV-SITE-B   PIC X(03).
001620         10  WS-TRV-MINUTES  PIC 9(03)  COMP.
001630
001640*-----------------------------------------------------------*
001650* Terminal registry off TERMREG.  A registry too big for the *
001660* table is not trusted - every terminal past the end would   *
001670* be reported unregistered - so that stops the step RC 16.   *
001680*-----------------------------------------------------------*
001690 77  WS-REG-MAX              PIC 9(04)  COMP  VALUE 1000.
001700 77  WS-REG-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001710 77  WS-REG-SUB              PIC 9(04)  COMP  VALUE ZERO.
001720 77  WS-REG-FOUND            PIC 9(04)  COMP  VALUE ZERO.
001730 01  WS-REG-TABLE.
001740     05  WS-REG-ENTRY        OCCURS 1000 TIMES.
001750         10  WS-REG-TERM-ID  PIC X(04).
001760         10  WS-REG-SITE-ID  PIC X(03).
001770
001780*-----------------------------------------------------------*
001790* Terminal punch table - every one of tonight's punches that *
001800* carries a terminal and a readable time, kept in terminal / *
001810* reading order by the same keyed insert CLOCKRPT keeps its  *
001820* hold table with, so punches close together on one clock    *
001830* sit next to each other for the shared-terminal pass.       *
001840* Going full ends the step RC 8.                             *
001850*-----------------------------------------------------------*
001860 77  WS-PT-MAX               PIC 9(05)  COMP  VALUE 20000.
001870 77  WS-PT-COUNT             PIC 9(05)  COMP  VALUE ZERO.
001880 77  WS-PT-SUB               PIC 9(05)  COMP  VALUE ZERO.
001890 77  WS-PT-NEXT              PIC 9(05)  COMP  VALUE ZERO.
001900 01  WS-NEW-PT-KEY.
001910     05  WS-NK-TERM-ID       PIC X(04).
001920     05  WS-NK-SECONDS       PIC 9(11).
001930 01  WS-PT-TABLE.
001940     05  WS-PT-ENTRY         OCCURS 20000 TIMES.
001950         10  WS-PT-KEY.
001960             15  WS-PT-TERM-ID PIC X(04).
001970             15  WS-PT-SECONDS PIC 9(11).
001980         10  WS-PT-SITE-ID   PIC X(03).
001990         10  WS-PT-EMP-ID    PIC X(06).
002000         10  WS-PT-NAME      PIC X(12).
002010         10  WS-PT-HOURS     PIC 9(02).
002020         10  WS-PT-MINUTES   PIC 9(02).
002030         10  WS-PT-SECONDS-RD PIC 9(02).
002040
002050*-----------------------------------------------------------*
002060* The employee in hand's punches, in reading order, for the  *
002070* site-to-site travel pass - each reading against the one    *
002080* before it.                                                 *
002090*-----------------------------------------------------------*
002100 77  WS-EP-MAX               PIC 9(03)  COMP  VALUE 100.
002110 77  WS-EP-COUNT             PIC 9(03)  COMP  VALUE ZERO.
002120 77  WS-EP-SUB               PIC 9(03)  COMP  VALUE ZERO.
002130 01  WS-EP-TABLE.
002140     05  WS-EP-ENTRY         OCCURS 100 TIMES.
002150         10  WS-EP-SECONDS   PIC 9(11).
002160         10  WS-EP-SITE-ID   PIC X(03).
002170         10  WS-EP-TERM-ID   PIC X(04).
002180         10  WS-EP-DATE      PIC 9(08).
002190         10  WS-EP-HOURS     PIC 9(02).
002200         10  WS-EP-MINUTES   PIC 9(02).
002210         10  WS-EP-SECONDS-RD PIC 9(02).
002220
002230*-----------------------------------------------------------*
002240* Hit work area - the travel and registry passes stage each  *
002250* hit here and 3500-ADD-HIT files it in the hit table whole; *
002260* the report unloads an entry back through the same layout.  *
002270* For a registry hit the second site is the one TERMREG has  *
002280* the terminal at, or NONE.                                  *
002290*-----------------------------------------------------------*
002300 01  WS-HIT-WORK.
002310     05  WS-HW-KIND          PIC X(01).
002320         88  HW-TRAVEL                  VALUE "T".
002330         88  HW-UNREGISTERED            VALUE "R".
002340     05  WS-HW-EMP-ID        PIC X(06).
002350     05  WS-HW-NAME          PIC X(12).
002360     05  WS-HW-DATE          PIC 9(08).
002370     05  WS-HW-SITE-1        PIC X(03).
002380     05  WS-HW-TERM-1        PIC X(04).
002390     05  WS-HW-HOURS-1       PIC 9(02).
002400     05  WS-HW-MINUTES-1     PIC 9(02).
002410     05  WS-HW-SECONDS-1     PIC 9(02).
002420     05  WS-HW-SITE-2        PIC X(04).
002430     05  WS-HW-TERM-2        PIC X(04).
002440     05  WS-HW-HOURS-2       PIC 9(02).
002450     05  WS-HW-MINUTES-2     PIC 9(02).
002460     05  WS-HW-SECONDS-2     PIC 9(02).
002470     05  WS-HW-GAP-MINUTES   PIC 9(04).
002480     05  WS-HW-NEED-MINUTES  PIC 9(03).
002490
002500 77  WS-HT-MAX               PIC 9(04)  COMP  VALUE 5000.
002510 77  WS-HT-COUNT             PIC 9(04)  COMP  VALUE ZERO.
002520 77  WS-HT-SUB               PIC 9(04)  COMP  VALUE ZERO.
002530 01  WS-HIT-TABLE.
002540     05  WS-HT-ENTRY         PIC X(61)  OCCURS 5000 TIMES.
002550
002560*-----------------------------------------------------------*
002570* Report line layouts                                       *
002580*-----------------------------------------------------------*
002590 01  WS-TITLE-LINE.
002600     05  FILLER              PIC X(17)  VALUE
002610         "PUNCH ANOMALIES  ".
002620     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
002630     05  TL-RUN-DATE         PIC 9(08).
002640     05  FILLER              PIC X(09)  VALUE "  WINDOW ".
002650     05  TL-WINDOW           PIC ZZ9.
002660     05  FILLER              PIC X(13)  VALUE " SEC  TRAVEL ".
002670     05  TL-TRAVEL           PIC ZZ9.
002680     05  FILLER              PIC X(04)  VALUE " MIN".
002690     05  FILLER              PIC X(14)  VALUE SPACES.
002700
002710 01  WS-SHARED-HDR-LINE.
002720     05  FILLER              PIC X(40)  VALUE
002730         "SHARED TERMINAL - DIFFERENT EMPLOYEES IN".
002740     05  FILLER              PIC X(40)  VALUE
002750         "SIDE THE WINDOW".
002760
002770 01  WS-SHARED-COLUMN-LINE.
002780     05  FILLER              PIC X(40)  VALUE
002790         "TERM SITE EMP ID NAME         READING   ".
002800     05  FILLER              PIC X(40)  VALUE
002810         "EMP ID NAME         READING   SEC".
002820
002830 01  WS-SHARED-LINE.
002840     05  SL-TERM-ID          PIC X(04).
002850     05  FILLER              PIC X(01)  VALUE SPACE.
002860     05  SL-SITE-ID          PIC X(03).
002870     05  FILLER              PIC X(02)  VALUE SPACES.
002880     05  SL-EMP-ID-1         PIC X(06).
002890     05  FILLER              PIC X(01)  VALUE SPACE.
002900     05  SL-NAME-1           PIC X(12).
002910     05  FILLER              PIC X(01)  VALUE SPACE.
002920     05  SL-HOURS-1          PIC 9(02).
002930     05  FILLER              PIC X(01)  VALUE ":".
002940     05  SL-MINUTES-1        PIC 9(02).
002950     05  FILLER              PIC X(01)  VALUE ":".
002960     05  SL-SECONDS-1        PIC 9(02).
002970     05  FILLER              PIC X(02)  VALUE SPACES.
002980     05  SL-EMP-ID-2         PIC X(06).
002990     05  FILLER              PIC X(01)  VALUE SPACE.
003000     05  SL-NAME-2           PIC X(12).
003010     05  FILLER              PIC X(01)  VALUE SPACE.
003020     05  SL-HOURS-2          PIC 9(02).
003030     05  FILLER              PIC X(01)  VALUE ":".
003040     05  SL-MINUTES-2        PIC 9(02).
003050     05  FILLER              PIC X(01)  VALUE ":".
003060     05  SL-SECONDS-2        PIC 9(02).
003070     05  FILLER              PIC X(02)  VALUE SPACES.
003080     05  SL-GAP-SECONDS      PIC ZZ9.
003090     05  FILLER              PIC X(07)  VALUE SPACES.
003100
003110 01  WS-TRAVEL-HDR-LINE.
003120     05  FILLER              PIC X(40)  VALUE
003130         "SITE TO SITE - PUNCHES CLOSER THAN THE T".
003140     05  FILLER              PIC X(40)  VALUE
003150         "RAVEL TIME BETWEEN THE SITES".
003160
003170 01  WS-TRAVEL-COLUMN-LINE.
003180     05  FILLER              PIC X(39)  VALUE
003190         "EMP ID NAME         DATE     SITE TERM ".
003200     05  FILLER              PIC X(41)  VALUE
003210         "READING   SITE TERM READING   MINS NEED".
003220
003230 01  WS-TRAVEL-LINE.
003240     05  VL-EMP-ID           PIC X(06).
003250     05  FILLER              PIC X(01)  VALUE SPACE.
003260     05  VL-NAME             PIC X(12).
003270     05  FILLER              PIC X(01)  VALUE SPACE.
003280     05  VL-DATE             PIC 9(08).
003290     05  FILLER              PIC X(01)  VALUE SPACE.
003300     05  VL-SITE-1           PIC X(03).
003310     05  FILLER              PIC X(02)  VALUE SPACES.
003320     05  VL-TERM-1           PIC X(04).
003330     05  FILLER              PIC X(01)  VALUE SPACE.
003340     05  VL-HOURS-1          PIC 9(02).
003350     05  FILLER              PIC X(01)  VALUE ":".
003360     05  VL-MINUTES-1        PIC 9(02).
003370     05  FILLER              PIC X(01)  VALUE ":".
003380     05  VL-SECONDS-1        PIC 9(02).
003390     05  FILLER              PIC X(02)  VALUE SPACES.
003400     05  VL-SITE-2           PIC X(03).
003410     05  FILLER              PIC X(02)  VALUE SPACES.
003420     05  VL-TERM-2           PIC X(04).
003430     05  FILLER              PIC X(01)  VALUE SPACE.
003440     05  VL-HOURS-2          PIC 9(02).
003450     05  FILLER              PIC X(01)  VALUE ":".
003460     05  VL-MINUTES-2        PIC 9(02).
003470     05  FILLER              PIC X(01)  VALUE ":".
003480     05  VL-SECONDS-2        PIC 9(02).
003490     05  FILLER              PIC X(02)  VALUE SPACES.
003500     05  VL-GAP-MINUTES      PIC ZZZ9.
003510     05  FILLER              PIC X(01)  VALUE SPACE.
003520     05  VL-NEED-MINUTES     PIC ZZZ9.
003530     05  FILLER              PIC X(02)  VALUE SPACES.
003540
003550 01  WS-UNREG-HDR-LINE.
003560     05  FILLER              PIC X(40)  VALUE
003570         "TERMINAL NOT REGISTERED TO THE SENDING S".
003580     05  FILLER              PIC X(40)  VALUE
003590         "ITE".
003600
003610 01  WS-UNREG-COLUMN-LINE.
003620     05  FILLER              PIC X(39)  VALUE
003630         "EMP ID NAME         DATE     SITE TERM ".
003640     05  FILLER              PIC X(41)  VALUE
003650         "READING   REG SITE".
003660
003670 01  WS-UNREG-LINE.
003680     05  UL-EMP-ID           PIC X(06).
003690     05  FILLER              PIC X(01)  VALUE SPACE.
003700     05  UL-NAME             PIC X(12).
003710     05  FILLER              PIC X(01)  VALUE SPACE.
003720     05  UL-DATE             PIC 9(08).
003730     05  FILLER              PIC X(01)  VALUE SPACE.
003740     05  UL-SITE-ID          PIC X(03).
003750     05  FILLER              PIC X(02)  VALUE SPACES.
003760     05  UL-TERM-ID          PIC X(04).
003770     05  FILLER              PIC X(01)  VALUE SPACE.
003780     05  UL-HOURS            PIC 9(02).
003790     05  FILLER              PIC X(01)  VALUE ":".
003800     05  UL-MINUTES          PIC 9(02).
003810     05  FILLER              PIC X(01)  VALUE ":".
003820     05  UL-SECONDS          PIC 9(02).
003830     05  FILLER              PIC X(02)  VALUE SPACES.
003840     05  UL-REG-SITE         PIC X(04).
003850     05  FILLER              PIC X(27)  VALUE SPACES.
003860
003870 01  WS-SECTION-TOTAL-LINE.
003880     05  FILLER              PIC X(02)  VALUE SPACES.
003890     05  SC-LABEL            PIC X(24).
003900     05  SC-COUNT            PIC ZZZZZZ9.
003910     05  FILLER              PIC X(47)  VALUE SPACES.
003920
003930 01  WS-GRAND-TOTAL-LINE.
003940     05  FILLER              PIC X(13)  VALUE "PUNCHES READ ".
003950     05  GT-PUNCH-COUNT      PIC ZZZZZZ9.
003960     05  FILLER              PIC X(14)  VALUE "  NO TERMINAL ".
003970     05  GT-NOTERM-COUNT     PIC ZZZZZZ9.
003980     05  FILLER              PIC X(12)  VALUE "  ANOMALIES ".
003990     05  GT-ANOMALY-COUNT    PIC ZZZZZZ9.
004000     05  FILLER              PIC X(20)  VALUE SPACES.
004010
004020 PROCEDURE DIVISION.
004030 0000-MAINLINE SECTION.
004040 0000-START.
004050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004060     IF CONTROL-OK AND REGISTRY-OK AND EMP-FILE-OK
004070      AND HIST-FILE-OK
004080         PERFORM 2000-READ-HIST THRU 2000-EXIT
004090         PERFORM 3000-TAKE-PUNCH THRU 3000-EXIT
004100             UNTIL HIST-EOF
004110         PERFORM 3600-CHECK-TRAVEL THRU 3600-EXIT
004120         PERFORM 5000-REPORT-ANOMALIES THRU 5000-EXIT
004130         PERFORM 4000-TERMINATE THRU 4000-EXIT
004140     END-IF.
004150     GOBACK.
004160 0000-EXIT.
004170     EXIT.
004180     GOBACK.
004190
004200 1000-INITIALIZE SECTION.
004210 1000-START.
004220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004230     OPEN INPUT ANOM-CTL-FILE.
004240     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
004250     CLOSE ANOM-CTL-FILE.
004260     IF NOT CONTROL-OK
004270         DISPLAY "PUNCHANM - NO USABLE CONTROL ON ANOMCTL"
004280         MOVE 16 TO RETURN-CODE
004290         GO TO 1000-EXIT
004300     END-IF.
004310     DISPLAY "PUNCHANM - WINDOW SECONDS: " WS-WINDOW-SECONDS
004320             " TRAVEL MINUTES " WS-DEFAULT-TRAVEL
004330             " SITE PAIRS " WS-TRV-COUNT.
004340     OPEN INPUT TERM-REG-FILE.
004350     PERFORM 1200-LOAD-TERMINAL THRU 1200-EXIT
004360         UNTIL REG-EOF
004370            OR NOT REGISTRY-OK.
004380     CLOSE TERM-REG-FILE.
004390     IF WS-REG-COUNT = 0
004400         DISPLAY "PUNCHANM - NO TERMINALS ON TERMREG"
004410         MOVE "N" TO WS-REG-OK-SWITCH
004420     END-IF.
004430     IF NOT REGISTRY-OK
004440         MOVE 16 TO RETURN-CODE
004450         GO TO 1000-EXIT
004460     END-IF.
004470     OPEN INPUT EMP-MASTER-FILE.
004480     IF NOT EMP-FILE-OK
004490         DISPLAY "PUNCHANM - EMPMAST OPEN FAILED, STATUS "
004500                 WS-EMP-FILE-STATUS
004510         MOVE 16 TO RETURN-CODE
004520         GO TO 1000-EXIT
004530     END-IF.
004540     OPEN INPUT HIST-FILE.
004550     IF NOT HIST-FILE-OK
004560         DISPLAY "PUNCHANM - SHIFTHST OPEN FAILED, STATUS "
004570                 WS-HIST-FILE-STATUS
004580         MOVE 16 TO RETURN-CODE
004590         GO TO 1000-EXIT
004600     END-IF.
004610     OPEN OUTPUT ANOM-RPT-FILE.
004620     MOVE WS-RUN-DATE       TO TL-RUN-DATE.
004630     MOVE WS-WINDOW-SECONDS TO TL-WINDOW.
004640     MOVE WS-DEFAULT-TRAVEL TO TL-TRAVEL.
004650     WRITE ANOM-RPT-RECORD FROM WS-TITLE-LINE.
004660 1000-EXIT.
004670     EXIT.
004680
004690 1100-READ-CONTROL SECTION.
004700*-----------------------------------------------------------*
004710* A zero window would never match and a zero travel time     *
004720* would never flag, so both must be present and non-zero.    *
004730* Any site-pair record after them that cannot be read makes  *
004740* the whole control unusable.                                *
004750*-----------------------------------------------------------*
004760 1100-START.
004770     READ ANOM-CTL-FILE
004780         AT END
004790             GO TO 1100-EXIT
004800     END-READ.
004810     IF ANC-WINDOW-SECONDS NUMERIC
004820      AND ANC-WINDOW-SECONDS > 0
004830      AND ANC-TRAVEL-MINUTES NUMERIC
004840      AND ANC-TRAVEL-MINUTES > 0
004850         MOVE ANC-WINDOW-SECONDS TO WS-WINDOW-SECONDS
004860         MOVE ANC-TRAVEL-MINUTES TO WS-DEFAULT-TRAVEL
004870         MOVE "Y" TO WS-CTL-OK-SWITCH
004880     ELSE
004890         GO TO 1100-EXIT
004900     END-IF.
004910     PERFORM 1150-READ-PAIR THRU 1150-EXIT
004920         UNTIL CTL-EOF
004930            OR NOT CONTROL-OK.
004940 1100-EXIT.
004950     EXIT.
004960
004970 1150-READ-PAIR SECTION.
004980 1150-START.
004990     READ ANOM-CTL-FILE
005000         AT END
005010             MOVE "Y" TO WS-CTL-EOF-SWITCH
005020             GO TO 1150-EXIT
005030     END-READ.
005040     IF ANP-SITE-A = SPACES
005050      OR ANP-SITE-B = SPACES
005060      OR ANP-MINUTES NOT NUMERIC
005070         DISPLAY "PUNCHANM - BAD SITE PAIR ON ANOMCTL: "
005080                 ANOM-PAIR-RECORD
005090         MOVE "N" TO WS-CTL-OK-SWITCH
005100         GO TO 1150-EXIT
005110     END-IF.
005120     IF WS-TRV-COUNT >= WS-TRV-MAX
005130         DISPLAY "PUNCHANM - SITE PAIR TABLE FULL AT "
005140                 ANP-SITE-A " " ANP-SITE-B
005150         MOVE "N" TO WS-CTL-OK-SWITCH
005160         GO TO 1150-EXIT
005170     END-IF.
005180     ADD 1 TO WS-TRV-COUNT.
005190     MOVE ANP-SITE-A  TO WS-TRV-SITE-A (WS-TRV-COUNT).
005200     MOVE ANP-SITE-B  TO WS-TRV-SITE-B (WS-TRV-COUNT).
005210     MOVE ANP-MINUTES TO WS-TRV-MINUTES (WS-TRV-COUNT).
005220 1150-EXIT.
005230     EXIT.
005240
005250 1200-LOAD-TERMINAL SECTION.
005260 1200-START.
005270     READ TERM-REG-FILE
005280         AT END
005290             MOVE "Y" TO WS-REG-EOF-SWITCH
005300             GO TO 1200-EXIT
005310     END-READ.
005320     IF TRM-TERM-ID = SPACES
005330         GO TO 1200-EXIT
005340     END-IF.
005350     IF WS-REG-COUNT >= WS-REG-MAX
005360         DISPLAY "PUNCHANM - TERMINAL TABLE FULL AT " TRM-TERM-ID
005370         MOVE "N" TO WS-REG-OK-SWITCH
005380         GO TO 1200-EXIT
005390     END-IF.
005400     ADD 1 TO WS-REG-COUNT.
005410     MOVE TRM-TERM-ID TO WS-REG-TERM-ID (WS-REG-COUNT).
005420     MOVE TRM-SITE-ID TO WS-REG-SITE-ID (WS-REG-COUNT).
005430 1200-EXIT.
005440     EXIT.
005450
005460 2000-READ-HIST SECTION.
005470 2000-START.
005480     READ HIST-FILE NEXT RECORD
005490         AT END
005500             MOVE "Y" TO WS-HIST-EOF-SWITCH
005510     END-READ.
005520 2000-EXIT.
005530     EXIT.
005540
005550 3000-TAKE-PUNCH SECTION.
005560*-----------------------------------------------------------*
005570* One SHIFTHST record.  Only tonight's run date counts, valid *
005580* and exception punches alike - a buddy punch is as likely   *
005590* to bounce as to pair.  The registry is proved on every     *
005600* punch that names its terminal; a punch with no terminal    *
005610* (written before the terminal was carried) is only counted. *
005620*-----------------------------------------------------------*
005630 3000-START.
005640     ADD 1 TO WS-HIST-READ-COUNT.
005650     IF HST-RUN-DATE NOT = WS-RUN-DATE
005660         GO TO 3000-NEXT
005670     END-IF.
005680     ADD 1 TO WS-PUNCH-COUNT.
005690     IF HST-EMP-ID NOT = WS-CUR-EMP-ID
005700         PERFORM 3600-CHECK-TRAVEL THRU 3600-EXIT
005710         PERFORM 3050-NEW-EMPLOYEE THRU 3050-EXIT
005720     END-IF.
005730     PERFORM 3100-STAGE-PUNCH THRU 3100-EXIT.
005740     IF HST-TERM-ID = SPACES
005750         ADD 1 TO WS-NOTERM-COUNT
005760     ELSE
005770         PERFORM 3200-CHECK-REGISTRY THRU 3200-EXIT
005780         IF READING-OK
005790             PERFORM 3300-ADD-TERM-PUNCH THRU 3300-EXIT
005800         END-IF
005810     END-IF.
005820     IF READING-OK
005830      AND HST-SITE-ID NOT = SPACES
005840         PERFORM 3400-ADD-EMP-PUNCH THRU 3400-EXIT
005850     END-IF.
005860 3000-NEXT.
005870     PERFORM 2000-READ-HIST THRU 2000-EXIT.
005880 3000-EXIT.
005890     EXIT.
005900
005910 3050-NEW-EMPLOYEE SECTION.
005920 3050-START.
005930     MOVE HST-EMP-ID TO WS-CUR-EMP-ID.
005940     MOVE ZERO       TO WS-EP-COUNT.
005950     MOVE HST-EMP-ID TO EMP-ID.
005960     READ EMP-MASTER-FILE
005970         INVALID KEY
005980             MOVE "NOT ON MAST" TO WS-CUR-NAME
005990             GO TO 3050-EXIT
006000     END-READ.
006010     MOVE EMP-NAME TO WS-CUR-NAME.
006020 3050-EXIT.
006030     EXIT.
006040
006050 3100-STAGE-PUNCH SECTION.
006060*-----------------------------------------------------------*
006070* Work the reading out in seconds.  A record with no punch   *
006080* date falls back on its run date, as HSTRETR does; a        *
006090* reading out of range (a rejected punch) is kept for the    *
006100* registry check but takes no part in the timing passes.     *
006110*-----------------------------------------------------------*
006120 3100-START.
006130     IF HST-PUNCH-DATE NUMERIC
006140      AND HST-PUNCH-DATE > ZERO
006150         MOVE HST-PUNCH-DATE TO WS-PUNCH-DATE
006160     ELSE
006170         MOVE HST-RUN-DATE   TO WS-PUNCH-DATE
006180     END-IF.
006190     MOVE "N" TO WS-READING-SWITCH.
006200     MOVE ZERO TO WS-ABS-SECONDS.
006210     IF HST-HOURS NOT NUMERIC
006220      OR HST-MINUTES NOT NUMERIC
006230      OR HST-SECONDS NOT NUMERIC
006240         GO TO 3100-EXIT
006250     END-IF.
006260     IF HST-HOURS > 23
006270      OR HST-MINUTES > 59
006280      OR HST-SECONDS > 59
006290         GO TO 3100-EXIT
006300     END-IF.
006310     MOVE "Y" TO WS-READING-SWITCH.
006320     COMPUTE WS-ABS-SECONDS =
006330         FUNCTION INTEGER-OF-DATE (WS-PUNCH-DATE) * 86400
006340         + HST-HOURS * 3600 + HST-MINUTES * 60 + HST-SECONDS.
006350 3100-EXIT.
006360     EXIT.
006370
006380 3200-CHECK-REGISTRY SECTION.
006390 3200-START.
006400     MOVE ZERO TO WS-REG-FOUND.
006410     MOVE 1    TO WS-REG-SUB.
006420     PERFORM 3250-FIND-TERM-STEP THRU 3250-EXIT
006430         UNTIL WS-REG-SUB > WS-REG-COUNT
006440            OR WS-REG-FOUND > 0.
006450     IF WS-REG-FOUND > 0
006460         IF WS-REG-SITE-ID (WS-REG-FOUND) = HST-SITE-ID
006470             GO TO 3200-EXIT
006480         END-IF
006490     END-IF.
006500     MOVE SPACES          TO WS-HIT-WORK.
006510     MOVE "R"             TO WS-HW-KIND.
006520     MOVE WS-CUR-EMP-ID   TO WS-HW-EMP-ID.
006530     MOVE WS-CUR-NAME     TO WS-HW-NAME.
006540     MOVE WS-PUNCH-DATE   TO WS-HW-DATE.
006550     MOVE HST-SITE-ID     TO WS-HW-SITE-1.
006560     MOVE HST-TERM-ID     TO WS-HW-TERM-1.
006570     MOVE HST-HOURS       TO WS-HW-HOURS-1.
006580     MOVE HST-MINUTES     TO WS-HW-MINUTES-1.
006590     MOVE HST-SECONDS     TO WS-HW-SECONDS-1.
006600     IF WS-REG-FOUND > 0
006610         MOVE WS-REG-SITE-ID (WS-REG-FOUND) TO WS-HW-SITE-2
006620     ELSE
006630         MOVE "NONE" TO WS-HW-SITE-2
006640     END-IF.
006650     MOVE ZERO TO WS-HW-HOURS-2 WS-HW-MINUTES-2 WS-HW-SECONDS-2
006660                  WS-HW-GAP-MINUTES WS-HW-NEED-MINUTES.
006670     PERFORM 3500-ADD-HIT THRU 3500-EXIT.
006680 3200-EXIT.
006690     EXIT.
006700
006710 3250-FIND-TERM-STEP SECTION.
006720 3250-START.
006730     IF WS-REG-TERM-ID (WS-REG-SUB) = HST-TERM-ID
006740         MOVE WS-REG-SUB TO WS-REG-FOUND
006750     ELSE
006760         ADD 1 TO WS-REG-SUB
006770     END-IF.
006780 3250-EXIT.
006790     EXIT.
006800
006810 3300-ADD-TERM-PUNCH SECTION.
006820*-----------------------------------------------------------*
006830* Open the keyed slot for this punch - entries above it      *
006840* shift up one so the table stays in terminal / reading      *
006850* order - and fill it in.                                    *
006860*-----------------------------------------------------------*
006870 3300-START.
006880     IF WS-PT-COUNT >= WS-PT-MAX
006890         IF NOT PUNCH-TABLE-FULL
006900             DISPLAY "PUNCHANM - PUNCH TABLE FULL AT "
006910                     WS-CUR-EMP-ID
006920             MOVE "Y" TO WS-PT-FULL-SWITCH
006930             MOVE 8 TO RETURN-CODE
006940         END-IF
006950         GO TO 3300-EXIT
006960     END-IF.
006970     MOVE HST-TERM-ID    TO WS-NK-TERM-ID.
006980     MOVE WS-ABS-SECONDS TO WS-NK-SECONDS.
006990     ADD 1 TO WS-PT-COUNT.
007000     MOVE WS-PT-COUNT TO WS-PT-SUB.
007010     PERFORM 3350-SHIFT-UP-STEP THRU 3350-EXIT
007020         UNTIL WS-PT-SUB = 1
007030            OR WS-PT-KEY (WS-PT-SUB - 1) NOT > WS-NEW-PT-KEY.
007040     MOVE WS-NEW-PT-KEY  TO WS-PT-KEY (WS-PT-SUB).
007050     MOVE HST-SITE-ID    TO WS-PT-SITE-ID (WS-PT-SUB).
007060     MOVE WS-CUR-EMP-ID  TO WS-PT-EMP-ID (WS-PT-SUB).
007070     MOVE WS-CUR-NAME    TO WS-PT-NAME (WS-PT-SUB).
007080     MOVE HST-HOURS      TO WS-PT-HOURS (WS-PT-SUB).
007090     MOVE HST-MINUTES    TO WS-PT-MINUTES (WS-PT-SUB).
007100     MOVE HST-SECONDS    TO WS-PT-SECONDS-RD (WS-PT-SUB).
007110 3300-EXIT.
007120     EXIT.
007130
007140 3350-SHIFT-UP-STEP SECTION.
007150 3350-START.
007160     MOVE WS-PT-ENTRY (WS-PT-SUB - 1)
007170          TO WS-PT-ENTRY (WS-PT-SUB).
007180     SUBTRACT 1 FROM WS-PT-SUB.
007190 3350-EXIT.
007200     EXIT.
007210
007220 3400-ADD-EMP-PUNCH SECTION.
007230 3400-START.
007240     IF WS-EP-COUNT >= WS-EP-MAX
007250         DISPLAY "PUNCHANM - EMPLOYEE PUNCH TABLE FULL AT "
007260                 WS-CUR-EMP-ID
007270         MOVE 8 TO RETURN-CODE
007280         GO TO 3400-EXIT
007290     END-IF.
007300     ADD 1 TO WS-EP-COUNT.
007310     MOVE WS-EP-COUNT TO WS-EP-SUB.
007320     PERFORM 3450-SHIFT-UP-STEP THRU 3450-EXIT
007330         UNTIL WS-EP-SUB = 1
007340            OR WS-EP-SECONDS (WS-EP-SUB - 1) NOT > WS-ABS-SECONDS.
007350     MOVE WS-ABS-SECONDS TO WS-EP-SECONDS (WS-EP-SUB).
007360     MOVE HST-SITE-ID    TO WS-EP-SITE-ID (WS-EP-SUB).
007370     MOVE HST-TERM-ID    TO WS-EP-TERM-ID (WS-EP-SUB).
007380     MOVE WS-PUNCH-DATE  TO WS-EP-DATE (WS-EP-SUB).
007390     MOVE HST-HOURS      TO WS-EP-HOURS (WS-EP-SUB).
007400     MOVE HST-MINUTES    TO WS-EP-MINUTES (WS-EP-SUB).
007410     MOVE HST-SECONDS    TO WS-EP-SECONDS-RD (WS-EP-SUB).
007420 3400-EXIT.
007430     EXIT.
007440
007450 3450-SHIFT-UP-STEP SECTION.
007460 3450-START.
007470     MOVE WS-EP-ENTRY (WS-EP-SUB - 1)
007480          TO WS-EP-ENTRY (WS-EP-SUB).
007490     SUBTRACT 1 FROM WS-EP-SUB.
007500 3450-EXIT.
007510     EXIT.
007520
007530 3500-ADD-HIT SECTION.
007540 3500-START.
007550     IF WS-HT-COUNT >= WS-HT-MAX
007560         DISPLAY "PUNCHANM - HIT TABLE FULL AT " WS-HW-EMP-ID
007570         MOVE 8 TO RETURN-CODE
007580         GO TO 3500-EXIT
007590     END-IF.
007600     ADD 1 TO WS-HT-COUNT.
007610     MOVE WS-HIT-WORK TO WS-HT-ENTRY (WS-HT-COUNT).
007620     ADD 1 TO WS-ANOMALY-COUNT.
007630     IF HW-TRAVEL
007640         ADD 1 TO WS-TRAVEL-COUNT
007650     ELSE
007660         ADD 1 TO WS-UNREG-COUNT
007670     END-IF.
007680 3500-EXIT.
007690     EXIT.
007700
007710 3600-CHECK-TRAVEL SECTION.
007720*-----------------------------------------------------------*
007730* The employee in hand is complete - walk the punches in     *
007740* reading order and flag each one struck at a different site *
007750* from the one before it sooner than the travel time between *
007760* the two sites allows.                                      *
007770*-----------------------------------------------------------*
007780 3600-START.
007790     MOVE 2 TO WS-EP-SUB.
007800     PERFORM 3650-TRAVEL-STEP THRU 3650-EXIT
007810         UNTIL WS-EP-SUB > WS-EP-COUNT.
007820 3600-EXIT.
007830     EXIT.
007840
007850 3650-TRAVEL-STEP SECTION.
007860 3650-START.
007870     IF WS-EP-SITE-ID (WS-EP-SUB) = WS-EP-SITE-ID (WS-EP-SUB - 1)
007880         GO TO 3650-NEXT
007890     END-IF.
007900     PERFORM 3700-FIND-TRAVEL THRU 3700-EXIT.
007910     COMPUTE WS-GAP-SECONDS = WS-EP-SECONDS (WS-EP-SUB)
007920                            - WS-EP-SECONDS (WS-EP-SUB - 1).
007930     IF WS-GAP-SECONDS NOT < WS-NEED-MINUTES * 60
007940         GO TO 3650-NEXT
007950     END-IF.
007960     MOVE SPACES          TO WS-HIT-WORK.
007970     MOVE "T"             TO WS-HW-KIND.
007980     MOVE WS-CUR-EMP-ID   TO WS-HW-EMP-ID.
007990     MOVE WS-CUR-NAME     TO WS-HW-NAME.
008000     MOVE WS-EP-DATE (WS-EP-SUB - 1)       TO WS-HW-DATE.
008010     MOVE WS-EP-SITE-ID (WS-EP-SUB - 1)    TO WS-HW-SITE-1.
008020     MOVE WS-EP-TERM-ID (WS-EP-SUB - 1)    TO WS-HW-TERM-1.
008030     MOVE WS-EP-HOURS (WS-EP-SUB - 1)      TO WS-HW-HOURS-1.
008040     MOVE WS-EP-MINUTES (WS-EP-SUB - 1)    TO WS-HW-MINUTES-1.
008050     MOVE WS-EP-SECONDS-RD (WS-EP-SUB - 1) TO WS-HW-SECONDS-1.
008060     MOVE WS-EP-SITE-ID (WS-EP-SUB)        TO WS-HW-SITE-2.
008070     MOVE WS-EP-TERM-ID (WS-EP-SUB)        TO WS-HW-TERM-2.
008080     MOVE WS-EP-HOURS (WS-EP-SUB)          TO WS-HW-HOURS-2.
008090     MOVE WS-EP-MINUTES (WS-EP-SUB)        TO WS-HW-MINUTES-2.
008100     MOVE WS-EP-SECONDS-RD (WS-EP-SUB)     TO WS-HW-SECONDS-2.
008110     COMPUTE WS-HW-GAP-MINUTES = WS-GAP-SECONDS / 60.
008120     MOVE WS-NEED-MINUTES TO WS-HW-NEED-MINUTES.
008130     PERFORM 3500-ADD-HIT THRU 3500-EXIT.
008140 3650-NEXT.
008150     ADD 1 TO WS-EP-SUB.
008160 3650-EXIT.
008170     EXIT.
008180
008190 3700-FIND-TRAVEL SECTION.
008200*-----------------------------------------------------------*
008210* Travel minutes between the two sites at WS-EP-SUB - 1 and  *
008220* WS-EP-SUB - the ANOMCTL pair either way round, else the    *
008230* default.                                                   *
008240*-----------------------------------------------------------*
008250 3700-START.
008260     MOVE WS-DEFAULT-TRAVEL TO WS-NEED-MINUTES.
008270     MOVE ZERO TO WS-TRV-FOUND.
008280     MOVE 1    TO WS-TRV-SUB.
008290     PERFORM 3750-FIND-TRAVEL-STEP THRU 3750-EXIT
008300         UNTIL WS-TRV-SUB > WS-TRV-COUNT
008310            OR WS-TRV-FOUND > 0.
008320     IF WS-TRV-FOUND > 0
008330         MOVE WS-TRV-MINUTES (WS-TRV-FOUND) TO WS-NEED-MINUTES
008340     END-IF.
008350 3700-EXIT.
008360     EXIT.
008370
008380 3750-FIND-TRAVEL-STEP SECTION.
008390 3750-START.
008400     IF (WS-TRV-SITE-A (WS-TRV-SUB) =
008410             WS-EP-SITE-ID (WS-EP-SUB - 1)
008420         AND WS-TRV-SITE-B (WS-TRV-SUB) =
008430             WS-EP-SITE-ID (WS-EP-SUB))
008440      OR (WS-TRV-SITE-A (WS-TRV-SUB) =
008450             WS-EP-SITE-ID (WS-EP-SUB)
008460         AND WS-TRV-SITE-B (WS-TRV-SUB) =
008470             WS-EP-SITE-ID (WS-EP-SUB - 1))
008480         MOVE WS-TRV-SUB TO WS-TRV-FOUND
008490     ELSE
008500         ADD 1 TO WS-TRV-SUB
008510     END-IF.
008520 3750-EXIT.
008530     EXIT.
008540
008550 5000-REPORT-ANOMALIES SECTION.
008560*-----------------------------------------------------------*
008570* Three sections - shared terminals off the ordered punch    *
008580* table, then the travel and registry hits off the hit       *
008590* table - each with its own count, then the grand totals.    *
008600* Any anomaly at all ends the step RC 4.                     *
008610*-----------------------------------------------------------*
008620 5000-START.
008630     WRITE ANOM-RPT-RECORD FROM WS-SHARED-HDR-LINE.
008640     WRITE ANOM-RPT-RECORD FROM WS-SHARED-COLUMN-LINE.
008650     MOVE 1 TO WS-PT-SUB.
008660     PERFORM 5100-SHARED-TERM-STEP THRU 5100-EXIT
008670         UNTIL WS-PT-SUB > WS-PT-COUNT.
008680     ADD WS-SHARED-COUNT TO WS-ANOMALY-COUNT.
008690     MOVE "SHARED TERMINAL HITS" TO SC-LABEL.
008700     MOVE WS-SHARED-COUNT TO SC-COUNT.
008710     WRITE ANOM-RPT-RECORD FROM WS-SECTION-TOTAL-LINE.
008720     WRITE ANOM-RPT-RECORD FROM WS-TRAVEL-HDR-LINE.
008730     WRITE ANOM-RPT-RECORD FROM WS-TRAVEL-COLUMN-LINE.
008740     MOVE 1 TO WS-HT-SUB.
008750     PERFORM 5200-TRAVEL-HIT-STEP THRU 5200-EXIT
008760         UNTIL WS-HT-SUB > WS-HT-COUNT.
008770     MOVE "SITE TO SITE HITS" TO SC-LABEL.
008780     MOVE WS-TRAVEL-COUNT TO SC-COUNT.
008790     WRITE ANOM-RPT-RECORD FROM WS-SECTION-TOTAL-LINE.
008800     WRITE ANOM-RPT-RECORD FROM WS-UNREG-HDR-LINE.
008810     WRITE ANOM-RPT-RECORD FROM WS-UNREG-COLUMN-LINE.
008820     MOVE 1 TO WS-HT-SUB.
008830     PERFORM 5300-UNREG-HIT-STEP THRU 5300-EXIT
008840         UNTIL WS-HT-SUB > WS-HT-COUNT.
008850     MOVE "UNREGISTERED TERMINAL" TO SC-LABEL.
008860     MOVE WS-UNREG-COUNT TO SC-COUNT.
008870     WRITE ANOM-RPT-RECORD FROM WS-SECTION-TOTAL-LINE.
008880     MOVE WS-PUNCH-COUNT   TO GT-PUNCH-COUNT.
008890     MOVE WS-NOTERM-COUNT  TO GT-NOTERM-COUNT.
008900     MOVE WS-ANOMALY-COUNT TO GT-ANOMALY-COUNT.
008910     WRITE ANOM-RPT-RECORD FROM WS-GRAND-TOTAL-LINE.
008920     IF WS-ANOMALY-COUNT > 0 AND RETURN-CODE = 0
008930         MOVE 4 TO RETURN-CODE
008940     END-IF.
008950 5000-EXIT.
008960     EXIT.
008970
008980 5100-SHARED-TERM-STEP SECTION.
008990*-----------------------------------------------------------*
009000* Pair the punch at WS-PT-SUB with every later punch on the  *
009010* same terminal inside the window that belongs to someone    *
009020* else.                                                      *
009030*-----------------------------------------------------------*
009040 5100-START.
009050     COMPUTE WS-PT-NEXT = WS-PT-SUB + 1.
009060     PERFORM 5150-SHARED-PAIR-STEP THRU 5150-EXIT
009070         UNTIL WS-PT-NEXT > WS-PT-COUNT
009080            OR WS-PT-TERM-ID (WS-PT-NEXT)
009090               NOT = WS-PT-TERM-ID (WS-PT-SUB)
009100            OR WS-PT-SECONDS (WS-PT-NEXT)
009110               - WS-PT-SECONDS (WS-PT-SUB) > WS-WINDOW-SECONDS.
009120     ADD 1 TO WS-PT-SUB.
009130 5100-EXIT.
009140     EXIT.
009150
009160 5150-SHARED-PAIR-STEP SECTION.
009170 5150-START.
009180     IF WS-PT-EMP-ID (WS-PT-NEXT) = WS-PT-EMP-ID (WS-PT-SUB)
009190         GO TO 5150-NEXT
009200     END-IF.
009210     ADD 1 TO WS-SHARED-COUNT.
009220     MOVE WS-PT-TERM-ID (WS-PT-SUB)     TO SL-TERM-ID.
009230     MOVE WS-PT-SITE-ID (WS-PT-SUB)     TO SL-SITE-ID.
009240     MOVE WS-PT-EMP-ID (WS-PT-SUB)      TO SL-EMP-ID-1.
009250     MOVE WS-PT-NAME (WS-PT-SUB)        TO SL-NAME-1.
009260     MOVE WS-PT-HOURS (WS-PT-SUB)       TO SL-HOURS-1.
009270     MOVE WS-PT-MINUTES (WS-PT-SUB)     TO SL-MINUTES-1.
009280     MOVE WS-PT-SECONDS-RD (WS-PT-SUB)  TO SL-SECONDS-1.
009290     MOVE WS-PT-EMP-ID (WS-PT-NEXT)     TO SL-EMP-ID-2.
009300     MOVE WS-PT-NAME (WS-PT-NEXT)       TO SL-NAME-2.
009310     MOVE WS-PT-HOURS (WS-PT-NEXT)      TO SL-HOURS-2.
009320     MOVE WS-PT-MINUTES (WS-PT-NEXT)    TO SL-MINUTES-2.
009330     MOVE WS-PT-SECONDS-RD (WS-PT-NEXT) TO SL-SECONDS-2.
009340     COMPUTE SL-GAP-SECONDS = WS-PT-SECONDS (WS-PT-NEXT)
009350                            - WS-PT-SECONDS (WS-PT-SUB).
009360     WRITE ANOM-RPT-RECORD FROM WS-SHARED-LINE.
009370 5150-NEXT.
009380     ADD 1 TO WS-PT-NEXT.
009390 5150-EXIT.
009400     EXIT.
009410
009420 5200-TRAVEL-HIT-STEP SECTION.
009430 5200-START.
009440     MOVE WS-HT-ENTRY (WS-HT-SUB) TO WS-HIT-WORK.
009450     IF HW-TRAVEL
009460         MOVE WS-HW-EMP-ID       TO VL-EMP-ID
009470         MOVE WS-HW-NAME         TO VL-NAME
009480         MOVE WS-HW-DATE         TO VL-DATE
009490         MOVE WS-HW-SITE-1       TO VL-SITE-1
009500         MOVE WS-HW-TERM-1       TO VL-TERM-1
009510         MOVE WS-HW-HOURS-1      TO VL-HOURS-1
009520         MOVE WS-HW-MINUTES-1    TO VL-MINUTES-1
009530         MOVE WS-HW-SECONDS-1    TO VL-SECONDS-1
009540         MOVE WS-HW-SITE-2       TO VL-SITE-2
009550         MOVE WS-HW-TERM-2       TO VL-TERM-2
009560         MOVE WS-HW-HOURS-2      TO VL-HOURS-2
009570         MOVE WS-HW-MINUTES-2    TO VL-MINUTES-2
009580         MOVE WS-HW-SECONDS-2    TO VL-SECONDS-2
009590         MOVE WS-HW-GAP-MINUTES  TO VL-GAP-MINUTES
009600         MOVE WS-HW-NEED-MINUTES TO VL-NEED-MINUTES
009610         WRITE ANOM-RPT-RECORD FROM WS-TRAVEL-LINE
009620     END-IF.
009630     ADD 1 TO WS-HT-SUB.
009640 5200-EXIT.
009650     EXIT.
009660
009670 5300-UNREG-HIT-STEP SECTION.
009680 5300-START.
009690     MOVE WS-HT-ENTRY (WS-HT-SUB) TO WS-HIT-WORK.
009700     IF HW-UNREGISTERED
009710         MOVE WS-HW-EMP-ID       TO UL-EMP-ID
009720         MOVE WS-HW-NAME         TO UL-NAME
009730         MOVE WS-HW-DATE         TO UL-DATE
009740         MOVE WS-HW-SITE-1       TO UL-SITE-ID
009750         MOVE WS-HW-TERM-1       TO UL-TERM-ID
009760         MOVE WS-HW-HOURS-1      TO UL-HOURS
009770         MOVE WS-HW-MINUTES-1    TO UL-MINUTES
009780         MOVE WS-HW-SECONDS-1    TO UL-SECONDS
009790         MOVE WS-HW-SITE-2       TO UL-REG-SITE
009800         WRITE ANOM-RPT-RECORD FROM WS-UNREG-LINE
009810     END-IF.
009820     ADD 1 TO WS-HT-SUB.
009830 5300-EXIT.
009840     EXIT.
009850
009860 4000-TERMINATE SECTION.
009870 4000-START.
009880     DISPLAY "PUNCHANM - HISTORY RECORDS READ: "
009885             WS-HIST-READ-COUNT.
009890     DISPLAY "PUNCHANM - TONIGHT'S PUNCHES:    " WS-PUNCH-COUNT.
009900     DISPLAY "PUNCHANM - WITH NO TERMINAL:     " WS-NOTERM-COUNT.
009910     DISPLAY "PUNCHANM - SHARED TERMINAL HITS: " WS-SHARED-COUNT.
009920     DISPLAY "PUNCHANM - SITE TO SITE HITS:    " WS-TRAVEL-COUNT.
009930     DISPLAY "PUNCHANM - UNREGISTERED HITS:    " WS-UNREG-COUNT.
009940     CLOSE EMP-MASTER-FILE.
009950     CLOSE HIST-FILE.
009960     CLOSE ANOM-RPT-FILE.
009970 4000-EXIT.
009980     EXIT.
009990
010000 END PROGRAM PUNCHANM.
