123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RATEINC.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  Contract rate-increase    *
000110*                batch - until now a negotiated increase for *
000120*                one department meant keying every rate      *
000130*                change through EMPMAINT one at a time.      *
000140*                RINCCTL cards name a department or a shift  *
000150*                code, the percentage the contract grants    *
000160*                (103.50 is 3.5%) and the date it takes      *
000170*                effect.  Every active EMPMAST employee a    *
000180*                card matches has EMP-HOURLY-RATE scaled     *
000190*                through Pressure's ScaleInteger, so every   *
000200*                new rate lands on PRSAUDIT under this run's *
000210*                Run-Id with a RECON control record for      *
000220*                PRSRPT.  A preview run (mode P) only prints *
000230*                old and new rates and each department's     *
000240*                cost impact for payroll's sign-off; the     *
000250*                update run (mode U) rewrites the master,    *
000260*                writes the RATEHIST entry effective on the  *
000270*                card date and a before/after EMPAUDIT image *
000280*                per record changed.  An employee whose rate *
000290*                history already runs past the card date, or *
000300*                whose new rate falls outside the keying     *
000310*                range, is listed and left alone (RC 4).     *
000320* 2026-10-15 RH  The update run now writes the RATEHIST      *
000330*                entry before it rewrites the master, and a  *
000340*                deck resubmitted after an update run lists  *
000350*                every employee the contract already raised  *
000360*                as ALREADY APPLIED (RC 4) instead of        *
000370*                scaling the raised rate a second time.  A   *
000380*                run that stopped between the history and    *
000390*                the master is finished by a rerun.          *
000400* 2026-10-15 RH  A ScaleInteger call that comes back with no *
000410*                status - its audit file would not open - is *
000420*                now listed SCALE NO STATUS and the employee *
000430*                left alone, instead of the stale result     *
000440*                standing as the new rate.                   *
000450*-----------------------------------------------------------*
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RINC-CTL-FILE    ASSIGN TO "RINCCTL"
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS SEQUENTIAL
000600            RECORD KEY IS EMP-KEY
000610            FILE STATUS IS WS-EMP-FILE-STATUS.
000620
000630     SELECT RATE-HIST-FILE   ASSIGN TO "RATEHIST"
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS RTH-KEY
000670            FILE STATUS IS WS-RTH-FILE-STATUS.
000680
000690     SELECT EMP-AUDIT-FILE   ASSIGN TO "EMPAUDIT"
000700            ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT RINC-RPT-FILE    ASSIGN TO "RINCRPT"
000730            ORGANIZATION IS LINE SEQUENTIAL.
000740
000750     SELECT RECON-OUT-FILE   ASSIGN TO "RINCRCN"
000760            ORGANIZATION IS LINE SEQUENTIAL.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*-----------------------------------------------------------*
000810* RINCCTL - one card per department or shift code the       *
000820* contract covers.  Every card carries the run mode in      *
000830* column 1 and all cards must agree - a deck that is half   *
000840* preview and half update is a hard stop, never a guess.    *
000850*-----------------------------------------------------------*
000860 FD  RINC-CTL-FILE
000870     RECORDING MODE IS F.
000880 01  RINC-CTL-RECORD.
000890     05  RIC-RUN-MODE        PIC X(01).
000900         88  RIC-MODE-PREVIEW           VALUE "P".
000910         88  RIC-MODE-UPDATE            VALUE "U".
000920     05  RIC-SELECT-TYPE     PIC X(01).
000930         88  RIC-BY-DEPT                VALUE "D".
000940         88  RIC-BY-SHIFT               VALUE "S".
000950     05  RIC-SELECT-CODE     PIC X(04).
000960     05  RIC-PERCENT         PIC 9(03)V9(02).
000970     05  RIC-EFF-DATE        PIC 9(08).
000980     05  FILLER              PIC X(61).
000990
001000 FD  EMP-MASTER-FILE.
001010     COPY EMPMAST.
001020
001030 FD  RATE-HIST-FILE.
001040     COPY RATEHIST.
001050
001060*-----------------------------------------------------------*
001070* EMPAUDIT - the same before/after image EMPMAINT writes to *
001080* the EMPA queue, appended to the permanent audit file so a *
001090* contract increase shows up next to the online changes.    *
001100*-----------------------------------------------------------*
001110 FD  EMP-AUDIT-FILE
001120     RECORDING MODE IS F.
001130     COPY EMPAUDIT.
001140
001150 FD  RINC-RPT-FILE
001160     RECORDING MODE IS F.
001170 01  RINC-RPT-RECORD         PIC X(80).
001180
001190*-----------------------------------------------------------*
001200* Reconciliation control record - this run's Run-Id and the *
001210* number of ScaleInteger calls made, read back by PRSRPT to *
001220* prove the PRSAUDIT line count.                            *
001230*-----------------------------------------------------------*
001240 FD  RECON-OUT-FILE
001250     RECORDING MODE IS F.
001260 01  RECON-RECORD.
001270     05  RCN-RUN-ID          PIC X(08).
001280     05  FILLER              PIC X(01).
001290     05  RCN-CALL-COUNT      PIC 9(07).
001300     05  FILLER              PIC X(64).
001310
001320 WORKING-STORAGE SECTION.
001330*-----------------------------------------------------------*
001340* Switches                                                  *
001350*-----------------------------------------------------------*
001360 77  WS-CTL-EOF-SWITCH       PIC X(01)  VALUE "N".
001370     88  CTL-EOF                        VALUE "Y".
001380 77  WS-CTL-OK-SWITCH        PIC X(01)  VALUE "Y".
001390     88  CONTROL-OK                     VALUE "Y".
001400 77  WS-RUN-MODE             PIC X(01)  VALUE SPACE.
001410     88  PREVIEW-RUN                    VALUE "P".
001420     88  UPDATE-RUN                     VALUE "U".
001430 77  WS-EMP-EOF-SWITCH       PIC X(01)  VALUE "N".
001440     88  MASTER-EOF                     VALUE "Y".
001450 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
001460     88  EMP-FILE-OK                    VALUE "00".
001470 77  WS-RTH-FILE-STATUS      PIC X(02)  VALUE "00".
001480     88  RTH-FILE-OK                    VALUE "00".
001490 77  WS-RTH-ON-FILE-SWITCH   PIC X(01)  VALUE "N".
001500     88  RTH-ON-FILE                    VALUE "Y".
001510
001520*-----------------------------------------------------------*
001530* Running counters                                          *
001540*-----------------------------------------------------------*
001550 77  WS-MASTER-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001560 77  WS-MATCH-COUNT          PIC 9(07)  COMP  VALUE ZERO.
001570 77  WS-CHANGE-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001580 77  WS-EXCEPT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001590 77  WS-APPLIED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001600 77  WS-SCALE-CALLS          PIC 9(07)  COMP  VALUE ZERO.
001610 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001620 77  WS-RUN-TIME             PIC 9(08)  VALUE ZERO.
001630
001640*-----------------------------------------------------------*
001650* Control-card table, loaded from RINCCTL at startup.  An   *
001660* employee takes the first card that matches - department   *
001670* or shift - so one employee is never scaled twice in a run.*
001680* The percentage ceiling catches a slipped digit (1035.0    *
001690* for 103.50) before it reaches anybody's rate.             *
001700*-----------------------------------------------------------*
001710 77  WS-CARD-MAX             PIC 9(02)  COMP  VALUE 20.
001720 77  WS-CARD-COUNT           PIC 9(02)  COMP  VALUE ZERO.
001730 77  WS-CARD-SUB             PIC 9(02)  COMP  VALUE ZERO.
001740 77  WS-CARD-FOUND           PIC 9(02)  COMP  VALUE ZERO.
001750 77  WS-PERCENT-MAX          PIC 9(03)V9(02) VALUE 150.00.
001760 01  WS-CARD-TABLE.
001770     05  WS-CARD-ENTRY       OCCURS 20 TIMES.
001780         10  WS-CARD-TYPE    PIC X(01).
001790             88  CARD-BY-DEPT           VALUE "D".
001800         10  WS-CARD-CODE    PIC X(04).
001810         10  WS-CARD-PERCENT PIC 9(03)V9(02).
001820         10  WS-CARD-EFF-DATE PIC 9(08).
001830         10  WS-CARD-MATCHED PIC 9(05)  COMP.
001840
001850*-----------------------------------------------------------*
001860* Hourly-rate range - the same keying range EMPMAINT edits  *
001870* a rate against.  A scaled rate outside it is a bad card,  *
001880* not a raise.                                              *
001890*-----------------------------------------------------------*
001900 77  WS-RATE-MIN             PIC 9(03)V9(02) VALUE 7.25.
001910 77  WS-RATE-MAX             PIC 9(03)V9(02) VALUE 150.00.
001920
001930*-----------------------------------------------------------*
001940* Pressure CALL interface - the current rate in cents goes  *
001950* in as N with the card's percentage as the Multiplier, so  *
001960* Result comes back in hundredths of a cent and is rounded  *
001970* back to whole cents here.                                 *
001980*-----------------------------------------------------------*
001990 77  WS-SCALE-N              PIC S9(08) VALUE ZERO.
002000 77  WS-SCALE-RESULT         PIC S9(08) VALUE ZERO.
002010 77  WS-PRESSURE-STATUS      PIC X(01)  VALUE SPACE.
002020     88  PRS-RTN-VALID                  VALUE "V".
002030     88  PRS-RTN-OVERFLOW               VALUE "O".
002040 COPY RATECTL.
002050*-----------------------------------------------------------*
002060* Run-Id carried onto every PRSAUDIT record Pressure writes *
002070* for this run - "RP" for a preview, "RI" for the update,   *
002080* plus the run date, so the audit shows which run set a     *
002090* rate and which only looked.                               *
002100*-----------------------------------------------------------*
002110 01  WS-RUN-ID.
002120     05  WS-RUN-ID-PREFIX    PIC X(02)  VALUE "RP".
002130     05  WS-RUN-ID-DATE      PIC 9(06)  VALUE ZERO.
002140
002150 77  WS-OLD-RATE             PIC 9(03)V9(02) VALUE ZERO.
002160 77  WS-NEW-RATE             PIC 9(03)V9(02) VALUE ZERO.
002170 77  WS-NEW-CENTS            PIC 9(07)  COMP  VALUE ZERO.
002180 77  WS-BEFORE-IMAGE         PIC X(80)  VALUE SPACES.
002190 77  WS-REASON               PIC X(19)  VALUE SPACES.
002200     88  REASON-ALREADY-APPLIED         VALUE "ALREADY APPLIED".
002210
002220*-----------------------------------------------------------*
002230* Detail hold table - the master comes off the KSDS in      *
002240* employee-ID order, so every matched employee is held here *
002250* and unloaded department by department for the report,     *
002260* the same way NOSHOW groups its no-shows.  Going full ends *
002270* the step RC 8 so a short report is never signed off.      *
002280*-----------------------------------------------------------*
002290 77  WS-DT-MAX               PIC 9(04)  COMP  VALUE 5000.
002300 77  WS-DT-COUNT             PIC 9(04)  COMP  VALUE ZERO.
002310 77  WS-DT-SUB               PIC 9(04)  COMP  VALUE ZERO.
002320 01  WS-DT-TABLE.
002330     05  WS-DT-ENTRY         OCCURS 5000 TIMES.
002340         10  WS-DT-EMP-ID    PIC X(06).
002350         10  WS-DT-NAME      PIC X(20).
002360         10  WS-DT-DEPT      PIC X(04).
002370         10  WS-DT-SHIFT     PIC X(01).
002380         10  WS-DT-OLD-RATE  PIC 9(03)V9(02).
002390         10  WS-DT-NEW-RATE  PIC 9(03)V9(02).
002400         10  WS-DT-REASON    PIC X(19).
002410
002420*-----------------------------------------------------------*
002430* Per-department roll-up of the employees actually changed  *
002440* (or, on a preview, that would be) - headcount, the sum of *
002450* the old and new hourly rates, and so the added cost per   *
002460* hour worked.  The annual figure prices that hour at the   *
002470* standard full-time year.                                  *
002480*-----------------------------------------------------------*
002490 77  WS-DEPT-MAX             PIC 9(03)  COMP  VALUE 100.
002500 77  WS-DEPT-COUNT           PIC 9(03)  COMP  VALUE ZERO.
002510 77  WS-DEPT-SUB             PIC 9(03)  COMP  VALUE ZERO.
002520 77  WS-DEPT-FOUND           PIC 9(03)  COMP  VALUE ZERO.
002530 77  WS-STD-YEAR-HOURS       PIC 9(04)  VALUE 2080.
002540 01  WS-DEPT-TABLE.
002550     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
002560         10  WS-DEPT-ID      PIC X(04).
002570         10  WS-DEPT-HEADS   PIC 9(05)  COMP.
002580         10  WS-DEPT-OLD-SUM PIC 9(07)V9(02).
002590         10  WS-DEPT-NEW-SUM PIC 9(07)V9(02).
002600 77  WS-HOUR-IMPACT          PIC 9(07)V9(02) VALUE ZERO.
002610 77  WS-YEAR-IMPACT          PIC 9(09)V9(02) VALUE ZERO.
002620 77  WS-TOT-HOUR-IMPACT      PIC 9(07)V9(02) VALUE ZERO.
002630 77  WS-TOT-YEAR-IMPACT      PIC 9(09)V9(02) VALUE ZERO.
002640
002650*-----------------------------------------------------------*
002660* Report line layouts                                       *
002670*-----------------------------------------------------------*
002680 01  WS-TITLE-LINE.
002690     05  FILLER              PIC X(23)  VALUE
002700         "CONTRACT RATE INCREASE ".
002710     05  TL-MODE             PIC X(07).
002720     05  FILLER              PIC X(05)  VALUE " RUN ".
002730     05  TL-RUN-DATE         PIC 9(08).
002740     05  FILLER              PIC X(08)  VALUE " RUN-ID ".
002750     05  TL-RUN-ID           PIC X(08).
002760     05  FILLER              PIC X(21)  VALUE SPACES.
002770
002780 01  WS-CARD-LINE.
002790     05  FILLER              PIC X(05)  VALUE "CARD ".
002800     05  CL-TYPE             PIC X(05).
002810     05  FILLER              PIC X(01)  VALUE SPACE.
002820     05  CL-CODE             PIC X(04).
002830     05  FILLER              PIC X(05)  VALUE " PCT ".
002840     05  CL-PERCENT          PIC ZZ9.99.
002850     05  FILLER              PIC X(11)  VALUE " EFFECTIVE ".
002860     05  CL-EFF-DATE         PIC 9(08).
002870     05  FILLER              PIC X(09)  VALUE " MATCHED ".
002880     05  CL-MATCHED          PIC ZZZZ9.
002890     05  FILLER              PIC X(21)  VALUE SPACES.
002900
002910 01  WS-DEPT-HDR-LINE.
002920     05  FILLER              PIC X(05)  VALUE "DEPT ".
002930     05  DH-DEPT             PIC X(04).
002940     05  FILLER              PIC X(71)  VALUE SPACES.
002950
002960 01  WS-DETAIL-LINE.
002970     05  FILLER              PIC X(02)  VALUE SPACES.
002980     05  DL-EMP-ID           PIC X(06).
002990     05  FILLER              PIC X(02)  VALUE SPACES.
003000     05  DL-NAME             PIC X(20).
003010     05  FILLER              PIC X(02)  VALUE SPACES.
003020     05  DL-SHIFT            PIC X(01).
003030     05  FILLER              PIC X(02)  VALUE SPACES.
003040     05  DL-OLD-RATE         PIC ZZ9.99.
003050     05  FILLER              PIC X(02)  VALUE SPACES.
003060     05  DL-NEW-RATE         PIC ZZ9.99.
003070     05  FILLER              PIC X(02)  VALUE SPACES.
003080     05  DL-INCREASE         PIC ZZ9.99.
003090     05  FILLER              PIC X(02)  VALUE SPACES.
003100     05  DL-REASON           PIC X(19).
003110     05  FILLER              PIC X(02)  VALUE SPACES.
003120
003130 01  WS-DEPT-TOTAL-LINE.
003140     05  FILLER              PIC X(05)  VALUE "DEPT ".
003150     05  DT-DEPT             PIC X(04).
003160     05  FILLER              PIC X(07)  VALUE " HEADS ".
003170     05  DT-HEADS            PIC ZZZZ9.
003180     05  FILLER              PIC X(10)  VALUE " PER HOUR ".
003190     05  DT-HOUR-IMPACT      PIC Z,ZZZ,ZZ9.99.
003200     05  FILLER              PIC X(08)  VALUE " ANNUAL ".
003210     05  DT-YEAR-IMPACT      PIC ZZZ,ZZZ,ZZ9.99.
003220     05  FILLER              PIC X(15)  VALUE SPACES.
003230
003240 01  WS-GRAND-TOTAL-LINE.
003250     05  FILLER              PIC X(11)  VALUE "TOTAL HEADS".
003260     05  GT-HEADS            PIC ZZZZZZ9.
003270     05  FILLER              PIC X(10)  VALUE " PER HOUR ".
003280     05  GT-HOUR-IMPACT      PIC Z,ZZZ,ZZ9.99.
003290     05  FILLER              PIC X(08)  VALUE " ANNUAL ".
003300     05  GT-YEAR-IMPACT      PIC ZZZ,ZZZ,ZZ9.99.
003310     05  FILLER              PIC X(18)  VALUE SPACES.
003320
003330 PROCEDURE DIVISION.
003340 0000-MAINLINE SECTION.
003350 0000-START.
003360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003370     IF CONTROL-OK AND EMP-FILE-OK AND RTH-FILE-OK
003380         PERFORM 2000-READ-MASTER THRU 2000-EXIT
003390         PERFORM 3000-SCALE-ONE THRU 3000-EXIT
003400             UNTIL MASTER-EOF
003410         PERFORM 5000-REPORT THRU 5000-EXIT
003420         PERFORM 4000-TERMINATE THRU 4000-EXIT
003430     END-IF.
003440     GOBACK.
003450 0000-EXIT.
003460     EXIT.
003470     GOBACK.
003480
003490 1000-INITIALIZE SECTION.
003500*-----------------------------------------------------------*
003510* Load and edit the RINCCTL cards, then open the master and *
003520* the rate history - INPUT on a preview, which must be able *
003530* to run against production without touching a byte, I-O    *
003540* on the update.                                            *
003550*-----------------------------------------------------------*
003560 1000-START.
003570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003580     ACCEPT WS-RUN-TIME FROM TIME.
003590     MOVE WS-RUN-DATE (3:6) TO WS-RUN-ID-DATE.
003600     OPEN INPUT RINC-CTL-FILE.
003610     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
003620         UNTIL CTL-EOF.
003630     CLOSE RINC-CTL-FILE.
003640     IF WS-CARD-COUNT = 0
003650         DISPLAY "RATEINC - NO CONTROL CARDS ON RINCCTL"
003660         MOVE "N" TO WS-CTL-OK-SWITCH
003670     END-IF.
003680     IF NOT CONTROL-OK
003690         DISPLAY "RATEINC - RINCCTL REJECTED, NOTHING RUN"
003700         MOVE 16 TO RETURN-CODE
003710         GO TO 1000-EXIT
003720     END-IF.
003730     IF UPDATE-RUN
003740         MOVE "RI" TO WS-RUN-ID-PREFIX
003750         OPEN I-O EMP-MASTER-FILE
003760     ELSE
003770         OPEN INPUT EMP-MASTER-FILE
003780     END-IF.
003790     IF NOT EMP-FILE-OK
003800         DISPLAY "RATEINC - EMPMAST OPEN FAILED, STATUS "
003810                 WS-EMP-FILE-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 1000-EXIT
003840     END-IF.
003850     IF UPDATE-RUN
003860         OPEN I-O RATE-HIST-FILE
003870     ELSE
003880         OPEN INPUT RATE-HIST-FILE
003890     END-IF.
003900     IF NOT RTH-FILE-OK
003910         DISPLAY "RATEINC - RATEHIST OPEN FAILED, STATUS "
003920                 WS-RTH-FILE-STATUS
003930         MOVE 16 TO RETURN-CODE
003940         CLOSE EMP-MASTER-FILE
003950         GO TO 1000-EXIT
003960     END-IF.
003970     IF UPDATE-RUN
003980         OPEN EXTEND EMP-AUDIT-FILE
003990         MOVE "UPDATE " TO TL-MODE
004000     ELSE
004010         MOVE "PREVIEW" TO TL-MODE
004020     END-IF.
004030     OPEN OUTPUT RINC-RPT-FILE.
004040     OPEN OUTPUT RECON-OUT-FILE.
004050     MOVE WS-RUN-DATE TO TL-RUN-DATE.
004060     MOVE WS-RUN-ID   TO TL-RUN-ID.
004070     WRITE RINC-RPT-RECORD FROM WS-TITLE-LINE.
004080     DISPLAY "RATEINC - " TL-MODE " RUN, RUN-ID " WS-RUN-ID.
004090 1000-EXIT.
004100     EXIT.
004110
004120 1100-LOAD-CARD SECTION.
004130*-----------------------------------------------------------*
004140* One RINCCTL card.  The first card sets the run mode and   *
004150* every later card must carry the same one.  The percentage *
004160* must be a real increase short of the ceiling and the      *
004170* effective date a real date no later than today - the      *
004180* master carries today's rate, so a raise not yet in force  *
004190* cannot be put on it.  Any bad card rejects the whole deck.*
004200*-----------------------------------------------------------*
004210 1100-START.
004220     READ RINC-CTL-FILE
004230         AT END
004240             MOVE "Y" TO WS-CTL-EOF-SWITCH
004250             GO TO 1100-EXIT
004260     END-READ.
004270     IF WS-CARD-COUNT = 0
004280         MOVE RIC-RUN-MODE TO WS-RUN-MODE
004290     END-IF.
004300     IF NOT PREVIEW-RUN AND NOT UPDATE-RUN
004310         DISPLAY "RATEINC - RUN MODE NOT P OR U: " RINC-CTL-RECORD
004320         MOVE "N" TO WS-CTL-OK-SWITCH
004330         GO TO 1100-EXIT
004340     END-IF.
004350     IF RIC-RUN-MODE NOT = WS-RUN-MODE
004360         DISPLAY "RATEINC - RUN MODES DISAGREE: " RINC-CTL-RECORD
004370         MOVE "N" TO WS-CTL-OK-SWITCH
004380         GO TO 1100-EXIT
004390     END-IF.
004400     IF NOT RIC-BY-DEPT AND NOT RIC-BY-SHIFT
004410      OR RIC-SELECT-CODE = SPACES
004420         DISPLAY "RATEINC - BAD SELECTOR: " RINC-CTL-RECORD
004430         MOVE "N" TO WS-CTL-OK-SWITCH
004440         GO TO 1100-EXIT
004450     END-IF.
004460     IF RIC-PERCENT NOT NUMERIC
004470      OR RIC-PERCENT NOT > 100
004480      OR RIC-PERCENT > WS-PERCENT-MAX
004490         DISPLAY "RATEINC - BAD PERCENTAGE: " RINC-CTL-RECORD
004500         MOVE "N" TO WS-CTL-OK-SWITCH
004510         GO TO 1100-EXIT
004520     END-IF.
004530     IF RIC-EFF-DATE NOT NUMERIC
004540      OR RIC-EFF-DATE < 19000101
004550      OR RIC-EFF-DATE > WS-RUN-DATE
004560         DISPLAY "RATEINC - BAD EFFECTIVE DATE: " RINC-CTL-RECORD
004570         MOVE "N" TO WS-CTL-OK-SWITCH
004580         GO TO 1100-EXIT
004590     END-IF.
004600     IF FUNCTION INTEGER-OF-DATE (RIC-EFF-DATE) = 0
004610         DISPLAY "RATEINC - BAD EFFECTIVE DATE: " RINC-CTL-RECORD
004620         MOVE "N" TO WS-CTL-OK-SWITCH
004630         GO TO 1100-EXIT
004640     END-IF.
004650     IF WS-CARD-COUNT >= WS-CARD-MAX
004660         DISPLAY "RATEINC - CONTROL CARD TABLE FULL"
004670         MOVE "N" TO WS-CTL-OK-SWITCH
004680         GO TO 1100-EXIT
004690     END-IF.
004700     ADD 1 TO WS-CARD-COUNT.
004710     MOVE RIC-SELECT-TYPE TO WS-CARD-TYPE (WS-CARD-COUNT).
004720     MOVE RIC-SELECT-CODE TO WS-CARD-CODE (WS-CARD-COUNT).
004730     MOVE RIC-PERCENT     TO WS-CARD-PERCENT (WS-CARD-COUNT).
004740     MOVE RIC-EFF-DATE    TO WS-CARD-EFF-DATE (WS-CARD-COUNT).
004750     MOVE ZERO            TO WS-CARD-MATCHED (WS-CARD-COUNT).
004760 1100-EXIT.
004770     EXIT.
004780
004790 2000-READ-MASTER SECTION.
004800 2000-START.
004810     READ EMP-MASTER-FILE NEXT RECORD
004820         AT END
004830             MOVE "Y" TO WS-EMP-EOF-SWITCH
004840     END-READ.
004850 2000-EXIT.
004860     EXIT.
004870
004880 3000-SCALE-ONE SECTION.
004890*-----------------------------------------------------------*
004900* One employee off the master.  Only active employees a     *
004910* card matches are touched.  The new rate comes back from   *
004920* ScaleInteger; anything that cannot be applied is held for *
004930* the report with its reason and the master left alone.     *
004940*-----------------------------------------------------------*
004950 3000-START.
004960     ADD 1 TO WS-MASTER-COUNT.
004970     IF NOT EMP-ACTIVE
004980         GO TO 3000-NEXT
004990     END-IF.
005000     PERFORM 3100-FIND-CARD THRU 3100-EXIT.
005010     IF WS-CARD-FOUND = 0
005020         GO TO 3000-NEXT
005030     END-IF.
005040     ADD 1 TO WS-MATCH-COUNT.
005050     ADD 1 TO WS-CARD-MATCHED (WS-CARD-FOUND).
005060     MOVE EMP-HOURLY-RATE TO WS-OLD-RATE.
005070     MOVE ZERO            TO WS-NEW-RATE.
005080     MOVE SPACES          TO WS-REASON.
005090     PERFORM 3200-SCALE-RATE THRU 3200-EXIT.
005100     IF WS-REASON = SPACES
005110         PERFORM 3300-CHECK-HISTORY THRU 3300-EXIT
005120     END-IF.
005130     IF WS-REASON = SPACES AND UPDATE-RUN
005140         PERFORM 3400-APPLY-RATE THRU 3400-EXIT
005150     END-IF.
005160     IF WS-REASON = SPACES
005170         ADD 1 TO WS-CHANGE-COUNT
005180         PERFORM 3600-TALLY-DEPT THRU 3600-EXIT
005190     ELSE
005200         IF REASON-ALREADY-APPLIED
005210             ADD 1 TO WS-APPLIED-COUNT
005220         ELSE
005230             ADD 1 TO WS-EXCEPT-COUNT
005240         END-IF
005250     END-IF.
005260     PERFORM 3500-HOLD-DETAIL THRU 3500-EXIT.
005270 3000-NEXT.
005280     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
005290 3000-EXIT.
005300     EXIT.
005310
005320 3100-FIND-CARD SECTION.
005330 3100-START.
005340     MOVE ZERO TO WS-CARD-FOUND.
005350     MOVE 1    TO WS-CARD-SUB.
005360     PERFORM 3150-FIND-CARD-STEP THRU 3150-EXIT
005370         UNTIL WS-CARD-SUB > WS-CARD-COUNT
005380            OR WS-CARD-FOUND > 0.
005390 3100-EXIT.
005400     EXIT.
005410
005420 3150-FIND-CARD-STEP SECTION.
005430 3150-START.
005440     IF CARD-BY-DEPT (WS-CARD-SUB)
005450         IF WS-CARD-CODE (WS-CARD-SUB) = EMP-DEPT
005460             MOVE WS-CARD-SUB TO WS-CARD-FOUND
005470             GO TO 3150-EXIT
005480         END-IF
005490     ELSE
005500         IF WS-CARD-CODE (WS-CARD-SUB) = EMP-SHIFT-CODE
005510             MOVE WS-CARD-SUB TO WS-CARD-FOUND
005520             GO TO 3150-EXIT
005530         END-IF
005540     END-IF.
005550     ADD 1 TO WS-CARD-SUB.
005560 3150-EXIT.
005570     EXIT.
005580
005590 3200-SCALE-RATE SECTION.
005600*-----------------------------------------------------------*
005610* Rate in cents times the card's percentage through         *
005620* ScaleInteger - Result is hundredths of a cent, rounded    *
005630* back to the cent.  An overflow or a rate that lands       *
005640* outside the keying range is an exception, never a rate.   *
005650*-----------------------------------------------------------*
005660 3200-START.
005670     COMPUTE WS-SCALE-N = EMP-HOURLY-RATE * 100.
005680     MOVE WS-CARD-PERCENT (WS-CARD-FOUND) TO Multiplier.
005690     MOVE SPACE TO WS-PRESSURE-STATUS.
005700     CALL "Pressure" USING WS-SCALE-N WS-SCALE-RESULT
005710                           WS-PRESSURE-STATUS
005720                           Rate-Control-Record WS-RUN-ID.
005730     ADD 1 TO WS-SCALE-CALLS.
005740*    A status ScaleInteger never got far enough to set (its  *
005750*    audit file trouble comes back that way) must not let a  *
005760*    stale or zero result stand as the new rate.             *
005770     IF NOT PRS-RTN-VALID
005780         IF PRS-RTN-OVERFLOW
005790             MOVE "SCALE OVERFLOW"  TO WS-REASON
005800         ELSE
005810             MOVE "SCALE NO STATUS" TO WS-REASON
005820         END-IF
005830         GO TO 3200-EXIT
005840     END-IF.
005850     COMPUTE WS-NEW-CENTS ROUNDED = WS-SCALE-RESULT / 100.
005860     COMPUTE WS-NEW-RATE = WS-NEW-CENTS / 100
005870         ON SIZE ERROR
005880             MOVE "NEW RATE OVER MAX" TO WS-REASON
005890             GO TO 3200-EXIT
005900     END-COMPUTE.
005910     IF WS-NEW-RATE > WS-RATE-MAX
005920         MOVE "NEW RATE OVER MAX" TO WS-REASON
005930         GO TO 3200-EXIT
005940     END-IF.
005950     IF WS-NEW-RATE < WS-RATE-MIN
005960         MOVE "NEW RATE UNDER MIN" TO WS-REASON
005970     END-IF.
005980 3200-EXIT.
005990     EXIT.
006000
006010 3300-CHECK-HISTORY SECTION.
006020*-----------------------------------------------------------*
006030* The employee's RATEHIST entries from the card date on.    *
006040* A batch entry on the card date at the rate the master     *
006050* already carries is this contract applied by an earlier    *
006060* update run - a resubmitted deck must not scale the raised *
006070* rate a second time, so the employee is listed ALREADY     *
006080* APPLIED and left alone.  A batch entry the master does    *
006090* not yet agree with is a run that stopped between the      *
006100* history and the master, and is applied again to finish    *
006110* it.  Past the card date, a back-dated card must not slide *
006120* in under a rate change made after its effective date -    *
006130* the later entry would go on pricing at the unscaled rate. *
006140* Any such entry stops the change; payroll settles it by    *
006150* hand.                                                     *
006160*-----------------------------------------------------------*
006170 3300-START.
006180     MOVE EMP-ID TO RTH-EMP-ID.
006190     MOVE WS-CARD-EFF-DATE (WS-CARD-FOUND) TO RTH-EFF-DATE.
006200     START RATE-HIST-FILE KEY NOT < RTH-KEY
006210         INVALID KEY
006220             GO TO 3300-EXIT
006230     END-START.
006240     READ RATE-HIST-FILE NEXT RECORD
006250         AT END
006260             GO TO 3300-EXIT
006270     END-READ.
006280     IF RTH-EMP-ID NOT = EMP-ID
006290         GO TO 3300-EXIT
006300     END-IF.
006310     IF RTH-EFF-DATE = WS-CARD-EFF-DATE (WS-CARD-FOUND)
006320         IF RTH-SRC-BATCH
006330          AND RTH-HOURLY-RATE = EMP-HOURLY-RATE
006340             MOVE "ALREADY APPLIED" TO WS-REASON
006350             GO TO 3300-EXIT
006360         END-IF
006370         READ RATE-HIST-FILE NEXT RECORD
006380             AT END
006390                 GO TO 3300-EXIT
006400         END-READ
006410         IF RTH-EMP-ID NOT = EMP-ID
006420             GO TO 3300-EXIT
006430         END-IF
006440     END-IF.
006450     MOVE "LATER RATE ON FILE" TO WS-REASON.
006460 3300-EXIT.
006470     EXIT.
006480
006490 3400-APPLY-RATE SECTION.
006500*-----------------------------------------------------------*
006510* Update run only.  The RATEHIST entry effective on the     *
006520* card date goes first (an entry already on that date is    *
006530* replaced - the contract rate is the one that stands), and *
006540* the master is REWRITten only once the history holds the   *
006550* new rate, then the audit image.  A history write that     *
006560* fails leaves the master as it was; a master REWRITE that  *
006570* fails leaves a batch entry the master does not agree      *
006580* with, which a rerun of the same deck picks up and         *
006590* finishes (3300-CHECK-HISTORY).                            *
006600*-----------------------------------------------------------*
006610 3400-START.
006620     MOVE Employee-Record TO WS-BEFORE-IMAGE.
006630     PERFORM 3450-WRITE-HISTORY THRU 3450-EXIT.
006640     IF WS-REASON NOT = SPACES
006650         GO TO 3400-EXIT
006660     END-IF.
006670     MOVE WS-NEW-RATE     TO EMP-HOURLY-RATE.
006680     REWRITE Employee-Record.
006690     IF NOT EMP-FILE-OK
006700         DISPLAY "RATEINC - REWRITE FAILED, STATUS "
006710                 WS-EMP-FILE-STATUS " KEY " EMP-ID
006720         MOVE "REWRITE FAILED" TO WS-REASON
006730         MOVE 8 TO RETURN-CODE
006740         GO TO 3400-EXIT
006750     END-IF.
006760     MOVE SPACES            TO Employee-Audit-Record.
006770     MOVE WS-RUN-DATE       TO EMA-CHANGE-DATE.
006780     MOVE WS-RUN-TIME (1:6) TO EMA-CHANGE-TIME.
006790     MOVE "BTCH"            TO EMA-TERM-ID.
006800     MOVE WS-RUN-ID         TO EMA-USER-ID.
006810     SET EMA-ACTION-CHANGE  TO TRUE.
006820     MOVE EMP-ID            TO EMA-EMP-ID.
006830     MOVE WS-BEFORE-IMAGE   TO EMA-BEFORE-IMAGE.
006840     MOVE Employee-Record   TO EMA-AFTER-IMAGE.
006850     WRITE Employee-Audit-Record.
006860 3400-EXIT.
006870     EXIT.
006880 3450-WRITE-HISTORY SECTION.
006890 3450-START.
006900     MOVE "N"    TO WS-RTH-ON-FILE-SWITCH.
006910     MOVE EMP-ID TO RTH-EMP-ID.
006920     MOVE WS-CARD-EFF-DATE (WS-CARD-FOUND) TO RTH-EFF-DATE.
006930     READ RATE-HIST-FILE
006940         INVALID KEY
006950             MOVE SPACES TO Rate-History-Record
006960         NOT INVALID KEY
006970             MOVE "Y" TO WS-RTH-ON-FILE-SWITCH
006980     END-READ.
006990     MOVE EMP-ID          TO RTH-EMP-ID.
007000     MOVE WS-CARD-EFF-DATE (WS-CARD-FOUND) TO RTH-EFF-DATE.
007010     MOVE WS-NEW-RATE     TO RTH-HOURLY-RATE.
007020     SET RTH-SRC-BATCH    TO TRUE.
007030     MOVE WS-RUN-DATE     TO RTH-CHANGE-DATE.
007040     MOVE WS-RUN-ID       TO RTH-USER-ID.
007050     IF RTH-ON-FILE
007060         REWRITE Rate-History-Record
007070     ELSE
007080         WRITE Rate-History-Record
007090     END-IF.
007100     IF NOT RTH-FILE-OK
007110         DISPLAY "RATEINC - RATEHIST WRITE FAILED, STATUS "
007120                 WS-RTH-FILE-STATUS " KEY " RTH-KEY
007130         MOVE "HISTORY NOT WRITTEN" TO WS-REASON
007140         MOVE 8 TO RETURN-CODE
007150     END-IF.
007160 3450-EXIT.
007170     EXIT.
007180
007190 3500-HOLD-DETAIL SECTION.
007200 3500-START.
007210     IF WS-DT-COUNT >= WS-DT-MAX
007220         DISPLAY "RATEINC - DETAIL TABLE FULL AT " EMP-ID
007230         MOVE 8 TO RETURN-CODE
007240         GO TO 3500-EXIT
007250     END-IF.
007260     ADD 1 TO WS-DT-COUNT.
007270     MOVE EMP-ID         TO WS-DT-EMP-ID (WS-DT-COUNT).
007280     MOVE EMP-NAME       TO WS-DT-NAME (WS-DT-COUNT).
007290     MOVE EMP-DEPT       TO WS-DT-DEPT (WS-DT-COUNT).
007300     MOVE EMP-SHIFT-CODE TO WS-DT-SHIFT (WS-DT-COUNT).
007310     MOVE WS-OLD-RATE    TO WS-DT-OLD-RATE (WS-DT-COUNT).
007320     MOVE WS-NEW-RATE    TO WS-DT-NEW-RATE (WS-DT-COUNT).
007330     MOVE WS-REASON      TO WS-DT-REASON (WS-DT-COUNT).
007340     IF WS-REASON NOT = SPACES
007350         PERFORM 3650-FIND-DEPT THRU 3650-EXIT
007360     END-IF.
007370 3500-EXIT.
007380     EXIT.
007390
007400 3600-TALLY-DEPT SECTION.
007410 3600-START.
007420     PERFORM 3650-FIND-DEPT THRU 3650-EXIT.
007430     IF WS-DEPT-FOUND = 0
007440         GO TO 3600-EXIT
007450     END-IF.
007460     ADD 1           TO WS-DEPT-HEADS (WS-DEPT-FOUND).
007470     ADD WS-OLD-RATE TO WS-DEPT-OLD-SUM (WS-DEPT-FOUND).
007480     ADD WS-NEW-RATE TO WS-DEPT-NEW-SUM (WS-DEPT-FOUND).
007490 3600-EXIT.
007500     EXIT.
007510
007520 3650-FIND-DEPT SECTION.
007530*-----------------------------------------------------------*
007540* Find or add EMP-DEPT on the roll-up, in first-seen order. *
007550* An exception's department is added too, so its detail     *
007560* line is reported even when nobody in it was changed.      *
007570*-----------------------------------------------------------*
007580 3650-START.
007590     MOVE ZERO TO WS-DEPT-FOUND.
007600     MOVE 1    TO WS-DEPT-SUB.
007610     PERFORM 3700-FIND-DEPT-STEP THRU 3700-EXIT
007620         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
007630            OR WS-DEPT-FOUND > 0.
007640     IF WS-DEPT-FOUND = 0
007650         IF WS-DEPT-COUNT < WS-DEPT-MAX
007660             ADD 1 TO WS-DEPT-COUNT
007670             MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
007680             MOVE EMP-DEPT TO WS-DEPT-ID (WS-DEPT-FOUND)
007690             MOVE ZERO     TO WS-DEPT-HEADS (WS-DEPT-FOUND)
007700             MOVE ZERO     TO WS-DEPT-OLD-SUM (WS-DEPT-FOUND)
007710             MOVE ZERO     TO WS-DEPT-NEW-SUM (WS-DEPT-FOUND)
007720         ELSE
007730             DISPLAY "RATEINC - DEPT TABLE FULL AT " EMP-DEPT
007740             MOVE 8 TO RETURN-CODE
007750         END-IF
007760     END-IF.
007770 3650-EXIT.
007780     EXIT.
007790
007800 3700-FIND-DEPT-STEP SECTION.
007810 3700-START.
007820     IF WS-DEPT-ID (WS-DEPT-SUB) = EMP-DEPT
007830         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
007840     ELSE
007850         ADD 1 TO WS-DEPT-SUB
007860     END-IF.
007870 3700-EXIT.
007880     EXIT.
007890
007900 5000-REPORT SECTION.
007910*-----------------------------------------------------------*
007920* The cards as read with how many employees each matched,   *
007930* then the detail grouped by department - each one's header,*
007940* its employees' old and new rates, and its cost impact -   *
007950* then the grand totals payroll signs the preview off on.   *
007960*-----------------------------------------------------------*
007970 5000-START.
007980     MOVE 1 TO WS-CARD-SUB.
007990     PERFORM 5050-REPORT-ONE-CARD THRU 5050-EXIT
008000         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
008010     MOVE 1 TO WS-DEPT-SUB.
008020     PERFORM 5100-REPORT-ONE-DEPT THRU 5100-EXIT
008030         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
008040     MOVE WS-CHANGE-COUNT    TO GT-HEADS.
008050     MOVE WS-TOT-HOUR-IMPACT TO GT-HOUR-IMPACT.
008060     MOVE WS-TOT-YEAR-IMPACT TO GT-YEAR-IMPACT.
008070     WRITE RINC-RPT-RECORD FROM WS-GRAND-TOTAL-LINE.
008080 5000-EXIT.
008090     EXIT.
008100
008110 5050-REPORT-ONE-CARD SECTION.
008120 5050-START.
008130     IF CARD-BY-DEPT (WS-CARD-SUB)
008140         MOVE "DEPT " TO CL-TYPE
008150     ELSE
008160         MOVE "SHIFT" TO CL-TYPE
008170     END-IF.
008180     MOVE WS-CARD-CODE (WS-CARD-SUB)     TO CL-CODE.
008190     MOVE WS-CARD-PERCENT (WS-CARD-SUB)  TO CL-PERCENT.
008200     MOVE WS-CARD-EFF-DATE (WS-CARD-SUB) TO CL-EFF-DATE.
008210     MOVE WS-CARD-MATCHED (WS-CARD-SUB)  TO CL-MATCHED.
008220     WRITE RINC-RPT-RECORD FROM WS-CARD-LINE.
008230     ADD 1 TO WS-CARD-SUB.
008240 5050-EXIT.
008250     EXIT.
008260
008270 5100-REPORT-ONE-DEPT SECTION.
008280 5100-START.
008290     MOVE WS-DEPT-ID (WS-DEPT-SUB) TO DH-DEPT.
008300     WRITE RINC-RPT-RECORD FROM WS-DEPT-HDR-LINE.
008310     MOVE 1 TO WS-DT-SUB.
008320     PERFORM 5150-REPORT-ONE-EMP THRU 5150-EXIT
008330         UNTIL WS-DT-SUB > WS-DT-COUNT.
008340     COMPUTE WS-HOUR-IMPACT = WS-DEPT-NEW-SUM (WS-DEPT-SUB)
008350                            - WS-DEPT-OLD-SUM (WS-DEPT-SUB).
008360     COMPUTE WS-YEAR-IMPACT = WS-HOUR-IMPACT * WS-STD-YEAR-HOURS.
008370     ADD WS-HOUR-IMPACT TO WS-TOT-HOUR-IMPACT.
008380     ADD WS-YEAR-IMPACT TO WS-TOT-YEAR-IMPACT.
008390     MOVE WS-DEPT-ID (WS-DEPT-SUB)    TO DT-DEPT.
008400     MOVE WS-DEPT-HEADS (WS-DEPT-SUB) TO DT-HEADS.
008410     MOVE WS-HOUR-IMPACT              TO DT-HOUR-IMPACT.
008420     MOVE WS-YEAR-IMPACT              TO DT-YEAR-IMPACT.
008430     WRITE RINC-RPT-RECORD FROM WS-DEPT-TOTAL-LINE.
008440     ADD 1 TO WS-DEPT-SUB.
008450 5100-EXIT.
008460     EXIT.
008470
008480 5150-REPORT-ONE-EMP SECTION.
008490 5150-START.
008500     IF WS-DT-DEPT (WS-DT-SUB) NOT = WS-DEPT-ID (WS-DEPT-SUB)
008510         GO TO 5150-NEXT
008520     END-IF.
008530     MOVE WS-DT-EMP-ID (WS-DT-SUB)   TO DL-EMP-ID.
008540     MOVE WS-DT-NAME (WS-DT-SUB)     TO DL-NAME.
008550     MOVE WS-DT-SHIFT (WS-DT-SUB)    TO DL-SHIFT.
008560     MOVE WS-DT-OLD-RATE (WS-DT-SUB) TO DL-OLD-RATE.
008570     MOVE WS-DT-REASON (WS-DT-SUB)   TO DL-REASON.
008580     IF WS-DT-REASON (WS-DT-SUB) = SPACES
008590         MOVE WS-DT-NEW-RATE (WS-DT-SUB) TO DL-NEW-RATE
008600         COMPUTE DL-INCREASE = WS-DT-NEW-RATE (WS-DT-SUB)
008610                             - WS-DT-OLD-RATE (WS-DT-SUB)
008620     ELSE
008630         MOVE ZERO TO DL-NEW-RATE
008640         MOVE ZERO TO DL-INCREASE
008650     END-IF.
008660     WRITE RINC-RPT-RECORD FROM WS-DETAIL-LINE.
008670 5150-NEXT.
008680     ADD 1 TO WS-DT-SUB.
008690 5150-EXIT.
008700     EXIT.
008710
008720 4000-TERMINATE SECTION.
008730*-----------------------------------------------------------*
008740* Counts to SYSOUT, the RECON control record for PRSRPT,    *
008750* and RC 4 when any matched employee was left unchanged -   *
008760* an exception, or a rate an earlier run already raised.    *
008770*-----------------------------------------------------------*
008780 4000-START.
008790     MOVE SPACES         TO RECON-RECORD.
008800     MOVE WS-RUN-ID      TO RCN-RUN-ID.
008810     MOVE WS-SCALE-CALLS TO RCN-CALL-COUNT.
008820     WRITE RECON-RECORD.
008830     DISPLAY "RATEINC - MASTER RECORDS READ:  " WS-MASTER-COUNT.
008840     DISPLAY "RATEINC - EMPLOYEES MATCHED:    " WS-MATCH-COUNT.
008850     IF UPDATE-RUN
008860         DISPLAY "RATEINC - RATES CHANGED:        "
008870                 WS-CHANGE-COUNT
008880     ELSE
008890         DISPLAY "RATEINC - RATES TO CHANGE:      "
008900                 WS-CHANGE-COUNT
008910     END-IF.
008920     DISPLAY "RATEINC - EXCEPTIONS:           " WS-EXCEPT-COUNT.
008930     DISPLAY "RATEINC - ALREADY APPLIED:      " WS-APPLIED-COUNT.
008940     DISPLAY "RATEINC - SCALEINTEGER CALLS:   " WS-SCALE-CALLS.
008950     IF WS-EXCEPT-COUNT > 0 AND RETURN-CODE = 0
008960         MOVE 4 TO RETURN-CODE
008970     END-IF.
008980     IF WS-APPLIED-COUNT > 0 AND RETURN-CODE = 0
008990         MOVE 4 TO RETURN-CODE
009000     END-IF.
009010     CLOSE EMP-MASTER-FILE.
009020     CLOSE RATE-HIST-FILE.
009030     IF UPDATE-RUN
009040         CLOSE EMP-AUDIT-FILE
009050     END-IF.
009060     CLOSE RINC-RPT-FILE.
009070     CLOSE RECON-OUT-FILE.
009080 4000-EXIT.
009090     EXIT.
009100
009110 END PROGRAM RATEINC.
