123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    QTRREG.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  The quarterly earnings    *
000110*                register finance files tax returns and      *
000120*                benefit eligibility from, printed off the   *
000130*                EARNYTD KSDS instead of rebuilt out of old  *
000140*                PERPAY generations.  For the year and       *
000150*                quarter on the QTRCTL card it lists each    *
000160*                employee's hours, base, premium,            *
000170*                adjustment, leave and total cents for the   *
000180*                quarter and for the year through the        *
000190*                quarter, grouped by department with         *
000200*                department and grand totals, and proves the *
000210*                grand totals against the CTL record's sums  *
000220*                of the PERPAY trailers posted into those    *
000230*                quarters.  A register that does not prove   *
000240*                ends RC 8.                                  *
000250*-----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REG-CTL-FILE     ASSIGN TO "QTRCTL"
000350            ORGANIZATION IS LINE SEQUENTIAL.
000360
000370     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE IS RANDOM
000400            RECORD KEY IS EMP-KEY
000410            FILE STATUS IS WS-EMP-FILE-STATUS.
000420
000430     SELECT EARN-YTD-FILE    ASSIGN TO "EARNYTD"
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS EYR-KEY
000470            FILE STATUS IS WS-YTD-FILE-STATUS.
000480
000490     SELECT QTR-RPT-FILE     ASSIGN TO "QTRRPT"
000500            ORGANIZATION IS LINE SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*-----------------------------------------------------------*
000550* QTRCTL - one record: the year and the quarter to print.   *
000560* A missing or unusable card stops the step RC 16 - the     *
000570* register must never guess which quarter it is proving.    *
000580*-----------------------------------------------------------*
000590 FD  REG-CTL-FILE
000600     RECORDING MODE IS F.
000610 01  REG-CTL-RECORD.
000620     05  QRC-YEAR            PIC 9(04).
000630     05  QRC-QUARTER         PIC 9(01).
000640     05  FILLER              PIC X(75).
000650
000660 FD  EMP-MASTER-FILE.
000670     COPY EMPMAST.
000680
000690 FD  EARN-YTD-FILE.
000700     COPY EARNYTD.
000710
000720 FD  QTR-RPT-FILE
000730     RECORDING MODE IS F.
000740 01  QTR-RPT-RECORD          PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------*
000780* Switches                                                  *
000790*-----------------------------------------------------------*
000800 77  WS-YTD-EOF-SWITCH       PIC X(01)  VALUE "N".
000810     88  YTD-EOF                        VALUE "Y".
000820 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
000830     88  EMP-FILE-OK                    VALUE "00".
000840 77  WS-YTD-FILE-STATUS      PIC X(02)  VALUE "00".
000850     88  YTD-FILE-OK                    VALUE "00".
000860 77  WS-CTL-OK-SWITCH        PIC X(01)  VALUE "N".
000870     88  CONTROL-OK                     VALUE "Y".
000880 77  WS-YEAR-OK-SWITCH       PIC X(01)  VALUE "N".
000890     88  YEAR-ON-FILE                   VALUE "Y".
000900*    Dropped the moment a table overflows - a register that  *
000910*    could not hold the whole file never proves.             *
000920 77  WS-TABLE-FULL-SWITCH    PIC X(01)  VALUE "N".
000930     88  REG-TABLE-FULL                 VALUE "Y".
000940 77  WS-PROVED-SWITCH        PIC X(01)  VALUE "N".
000950     88  REGISTER-PROVED                VALUE "Y".
000960
000970*-----------------------------------------------------------*
000980* Running counters                                          *
000990*-----------------------------------------------------------*
001000 77  WS-YTD-READ-COUNT       PIC 9(07)  COMP  VALUE ZERO.
001010 77  WS-IDLE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
001020 77  WS-PRINT-COUNT          PIC 9(07)  COMP  VALUE ZERO.
001030 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001040
001050*-----------------------------------------------------------*
001060* The card's year picks the year set off the CTL record and *
001070* its quarter the bucket.  The year through the quarter is  *
001080* the quarter buckets 1 to the card's quarter added, so a   *
001090* register reprinted for an earlier quarter still shows the *
001100* year as it stood at that quarter's end.                   *
001110*-----------------------------------------------------------*
001120 77  WS-REG-YEAR             PIC 9(04)  VALUE ZERO.
001130 77  WS-REG-QTR              PIC 9(01)  VALUE ZERO.
001140 77  WS-SET                  PIC 9(01)  COMP  VALUE ZERO.
001150 77  WS-BKT                  PIC 9(01)  COMP  VALUE ZERO.
001160*    Figure set 1 is the quarter, 2 the year through it.     *
001170 77  WS-FIG                  PIC 9(01)  COMP  VALUE ZERO.
001180 77  WS-QTD-FIG              PIC 9(01)  COMP  VALUE 1.
001190 77  WS-YTD-FIG              PIC 9(01)  COMP  VALUE 2.
001200
001210*-----------------------------------------------------------*
001220* The PERPAY trailers the register is proved against - per  *
001230* figure set, the periods posted and the sum of their total *
001240* and leave cents, off the CTL record.                      *
001250*-----------------------------------------------------------*
001260 01  WS-TRAILER-SUMS.
001270     05  WS-TS-FIGS          OCCURS 2 TIMES.
001280         10  WS-TS-PERIODS   PIC 9(04)  COMP.
001290         10  WS-TS-RECORDS   PIC 9(09)  COMP.
001300         10  WS-TS-CENTS     PIC S9(13) COMP.
001310         10  WS-TS-LEAVE     PIC 9(13)  COMP.
001320
001330*-----------------------------------------------------------*
001340* Signed work fields for the edited figures, and the one    *
001350* set of figures being printed or added - an employee's, a  *
001360* department's or the grand total's.                        *
001370*-----------------------------------------------------------*
001380 77  WS-SUM-VALUE            PIC S9(12) COMP  VALUE ZERO.
001390 01  WS-FIG-WORK.
001400     05  WS-FW-MILLIS        PIC 9(13)  COMP.
001410     05  WS-FW-BASE          PIC 9(13)  COMP.
001420     05  WS-FW-PREM          PIC 9(13)  COMP.
001430     05  WS-FW-ADJ           PIC S9(13) COMP.
001440     05  WS-FW-LEAVE         PIC 9(13)  COMP.
001450     05  WS-FW-TOTAL         PIC S9(13) COMP.
001460 77  WS-HOURS                PIC 9(07)V99  VALUE ZERO.
001470 77  WS-MILLIS-PER-HOUR      PIC 9(07)  COMP  VALUE 3600000.
001480
001490*-----------------------------------------------------------*
001500* Register hold table - EARNYTD comes in employee-ID order, *
001510* so each employee with figures in the year is held here    *
001520* and unloaded department by department.  Sized for the     *
001530* headcount the acquisition brings, like the statements'.   *
001540*-----------------------------------------------------------*
001550 77  WS-EMP-MAX              PIC 9(04)  COMP  VALUE 5000.
001560 77  WS-EMP-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001570 77  WS-EMP-SUB              PIC 9(04)  COMP  VALUE ZERO.
001580 01  WS-EMP-TABLE.
001590     05  WS-EMP-ENTRY        OCCURS 5000 TIMES.
001600         10  WS-ET-EMP-ID    PIC X(06).
001610         10  WS-ET-DEPT      PIC X(04).
001620         10  WS-ET-FIGS      OCCURS 2 TIMES.
001630             15  WS-ET-MILLIS    PIC 9(13)  COMP.
001640             15  WS-ET-BASE      PIC 9(13)  COMP.
001650             15  WS-ET-PREM      PIC 9(13)  COMP.
001660             15  WS-ET-ADJ       PIC S9(13) COMP.
001670             15  WS-ET-LEAVE     PIC 9(13)  COMP.
001680             15  WS-ET-TOTAL     PIC S9(13) COMP.
001690
001700*-----------------------------------------------------------*
001710* Per-department roll-up - one entry per EYR-DEPT on the    *
001720* file, in first-seen order; the register prints in this    *
001730* order, each department closed by its own totals.          *
001740*-----------------------------------------------------------*
001750 77  WS-DEPT-MAX             PIC 9(03)  COMP  VALUE 100.
001760 77  WS-DEPT-COUNT           PIC 9(03)  COMP  VALUE ZERO.
001770 77  WS-DEPT-SUB             PIC 9(03)  COMP  VALUE ZERO.
001780 77  WS-DEPT-FOUND           PIC 9(03)  COMP  VALUE ZERO.
001790 77  WS-DEPT-EMPS            PIC 9(05)  COMP  VALUE ZERO.
001800 77  WS-LOOKUP-DEPT          PIC X(04)  VALUE SPACES.
001810 01  WS-DEPT-TABLE.
001820     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
001830         10  WS-DEPT-ID      PIC X(04).
001840
001850 01  WS-DEPT-TOTALS.
001860     05  WS-DT-FIGS          OCCURS 2 TIMES.
001870         10  WS-DT-MILLIS    PIC 9(13)  COMP.
001880         10  WS-DT-BASE      PIC 9(13)  COMP.
001890         10  WS-DT-PREM      PIC 9(13)  COMP.
001900         10  WS-DT-ADJ       PIC S9(13) COMP.
001910         10  WS-DT-LEAVE     PIC 9(13)  COMP.
001920         10  WS-DT-TOTAL     PIC S9(13) COMP.
001930
001940 01  WS-GRAND-TOTALS.
001950     05  WS-GT-FIGS          OCCURS 2 TIMES.
001960         10  WS-GT-MILLIS    PIC 9(13)  COMP.
001970         10  WS-GT-BASE      PIC 9(13)  COMP.
001980         10  WS-GT-PREM      PIC 9(13)  COMP.
001990         10  WS-GT-ADJ       PIC S9(13) COMP.
002000         10  WS-GT-LEAVE     PIC 9(13)  COMP.
002010         10  WS-GT-TOTAL     PIC S9(13) COMP.
002020
002030*-----------------------------------------------------------*
002040* Report line layouts                                       *
002050*-----------------------------------------------------------*
002060 01  WS-TITLE-LINE.
002070     05  FILLER              PIC X(33)  VALUE
002080         "QUARTERLY EARNINGS REGISTER YEAR ".
002090     05  TL-YEAR             PIC 9(04).
002100     05  FILLER              PIC X(09)  VALUE " QUARTER ".
002110     05  TL-QTR              PIC 9(01).
002120     05  FILLER              PIC X(05)  VALUE " RUN ".
002130     05  TL-RUN-DATE         PIC 9(08).
002140     05  FILLER              PIC X(20)  VALUE SPACES.
002150
002160 01  WS-RULE-LINE            PIC X(80)  VALUE ALL "-".
002170
002180 01  WS-COL-LINE.
002190     05  FILLER              PIC X(40)  VALUE
002200         "          HOURS        BASE    PREMIUM A".
002210     05  FILLER              PIC X(40)  VALUE
002220         "DJUSTMENT      LEAVE        TOTAL       ".
002230
002240 01  WS-DEPT-BANNER-LINE.
002250     05  FILLER              PIC X(05)  VALUE "DEPT ".
002260     05  DB-DEPT             PIC X(04).
002270     05  FILLER              PIC X(26)  VALUE
002280         " EARNINGS REGISTER - YEAR ".
002290     05  DB-YEAR             PIC 9(04).
002300     05  FILLER              PIC X(09)  VALUE " QUARTER ".
002310     05  DB-QTR              PIC 9(01).
002320     05  FILLER              PIC X(31)  VALUE SPACES.
002330
002340 01  WS-EMP-LINE.
002350     05  FILLER              PIC X(09)  VALUE "EMPLOYEE ".
002360     05  EL-EMP-ID           PIC X(06).
002370     05  FILLER              PIC X(02)  VALUE SPACES.
002380     05  EL-NAME             PIC X(20).
002390     05  FILLER              PIC X(43)  VALUE SPACES.
002400
002410*    One figure set - "QTD" the quarter, "YTD" the year      *
002420*    through the quarter.  Hours are worked hours; leave is  *
002430*    paid leave cents.                                       *
002440 01  WS-FIG-LINE.
002450     05  FILLER              PIC X(01)  VALUE SPACES.
002460     05  FL-KIND             PIC X(03).
002470     05  FILLER              PIC X(01)  VALUE SPACES.
002480     05  FL-HOURS            PIC ZZZZZZ9.99.
002490     05  FILLER              PIC X(01)  VALUE SPACES.
002500     05  FL-BASE             PIC ZZZZZZZZZZ9.
002510     05  FILLER              PIC X(01)  VALUE SPACES.
002520     05  FL-PREM             PIC ZZZZZZZZZ9.
002530     05  FILLER              PIC X(01)  VALUE SPACES.
002540     05  FL-ADJ              PIC -ZZZZZZZZ9.
002550     05  FILLER              PIC X(01)  VALUE SPACES.
002560     05  FL-LEAVE            PIC ZZZZZZZZZ9.
002570     05  FILLER              PIC X(01)  VALUE SPACES.
002580     05  FL-TOTAL            PIC -ZZZZZZZZZZ9.
002590     05  FILLER              PIC X(07)  VALUE SPACES.
002600
002610 01  WS-DEPT-TOTAL-LINE.
002620     05  FILLER              PIC X(05)  VALUE "DEPT ".
002630     05  DT-DEPT             PIC X(04).
002640     05  FILLER              PIC X(17)  VALUE
002650         " TOTAL EMPLOYEES ".
002660     05  DT-COUNT            PIC ZZZZ9.
002670     05  FILLER              PIC X(49)  VALUE SPACES.
002680
002690 01  WS-GRAND-TOTAL-LINE.
002700     05  FILLER              PIC X(26)  VALUE
002710         "ALL DEPARTMENTS EMPLOYEES ".
002720     05  GT-COUNT            PIC ZZZZZZ9.
002730     05  FILLER              PIC X(47)  VALUE SPACES.
002740
002750 01  WS-PROOF-LINE.
002760     05  FILLER              PIC X(16)  VALUE
002770         "PERPAY TRAILERS ".
002780     05  PL-KIND             PIC X(03).
002790     05  FILLER              PIC X(09)  VALUE " PERIODS ".
002800     05  PL-PERIODS          PIC ZZ9.
002810     05  FILLER              PIC X(08)  VALUE "  CENTS ".
002820     05  PL-CENTS            PIC -ZZZZZZZZZZZ9.
002830     05  FILLER              PIC X(08)  VALUE "  LEAVE ".
002840     05  PL-LEAVE            PIC ZZZZZZZZZZZ9.
002850     05  FILLER              PIC X(08)  VALUE SPACES.
002860
002870 01  WS-PROVED-LINE.
002880     05  FILLER              PIC X(34)  VALUE
002890         "REGISTER PROVED TO PERPAY TRAILERS".
002900     05  FILLER              PIC X(46)  VALUE SPACES.
002910
002920 01  WS-DISAGREE-LINE.
002930     05  FILLER              PIC X(48)  VALUE
002940         "*** REGISTER DOES NOT AGREE WITH PERPAY TRAILERS".
002950     05  FILLER              PIC X(32)  VALUE " ***".
002960
002970 PROCEDURE DIVISION.
002980 0000-MAINLINE SECTION.
002990 0000-START.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     IF CONTROL-OK AND EMP-FILE-OK AND YTD-FILE-OK
003020         PERFORM 1200-READ-YTD-CONTROL THRU 1200-EXIT
003030         IF YEAR-ON-FILE
003040             PERFORM 1500-START-BROWSE THRU 1500-EXIT
003050             PERFORM 3000-LOAD-ONE THRU 3000-EXIT
003060                 UNTIL YTD-EOF
003070             IF NOT REG-TABLE-FULL
003080                 PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
003090                 PERFORM 6000-PROVE-REGISTER THRU 6000-EXIT
003100             END-IF
003110         END-IF
003120         PERFORM 4000-TERMINATE THRU 4000-EXIT
003130     END-IF.
003140     GOBACK.
003150 0000-EXIT.
003160     EXIT.
003170     GOBACK.
003180
003190 1000-INITIALIZE SECTION.
003200 1000-START.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003220     OPEN INPUT REG-CTL-FILE.
003230     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003240     CLOSE REG-CTL-FILE.
003250     IF NOT CONTROL-OK
003260         DISPLAY "QTRREG - NO USABLE CONTROL ON QTRCTL"
003270         MOVE 16 TO RETURN-CODE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     OPEN INPUT EMP-MASTER-FILE.
003310     IF NOT EMP-FILE-OK
003320         DISPLAY "QTRREG - EMPMAST OPEN FAILED, STATUS "
003330                 WS-EMP-FILE-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         GO TO 1000-EXIT
003360     END-IF.
003370     OPEN INPUT EARN-YTD-FILE.
003380     IF NOT YTD-FILE-OK
003390         DISPLAY "QTRREG - EARNYTD OPEN FAILED, STATUS "
003400                 WS-YTD-FILE-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN OUTPUT QTR-RPT-FILE.
003450     MOVE WS-REG-YEAR TO TL-YEAR.
003460     MOVE WS-REG-QTR  TO TL-QTR.
003470     MOVE WS-RUN-DATE TO TL-RUN-DATE.
003480     WRITE QTR-RPT-RECORD FROM WS-TITLE-LINE.
003490     WRITE QTR-RPT-RECORD FROM WS-COL-LINE.
003500 1000-EXIT.
003510     EXIT.
003520
003530 1100-READ-CONTROL SECTION.
003540 1100-START.
003550     READ REG-CTL-FILE
003560         AT END
003570             GO TO 1100-EXIT
003580     END-READ.
003590     IF QRC-YEAR NUMERIC
003600      AND QRC-QUARTER NUMERIC
003610      AND QRC-QUARTER > 0 AND QRC-QUARTER < 5
003620         MOVE QRC-YEAR    TO WS-REG-YEAR
003630         MOVE QRC-QUARTER TO WS-REG-QTR
003640         MOVE "Y" TO WS-CTL-OK-SWITCH
003650     END-IF.
003660 1100-EXIT.
003670     EXIT.
003680
003690 1200-READ-YTD-CONTROL SECTION.
003700*-----------------------------------------------------------*
003710* The CTL record says which year set holds the card's year  *
003720* and what the PERPAY trailers posted into its quarters add *
003730* up to.  A year in neither set - never posted, or rolled   *
003740* off the file - stops the step RC 16.                      *
003750*-----------------------------------------------------------*
003760 1200-START.
003770     MOVE "CTL   " TO EYR-EMP-ID.
003780     READ EARN-YTD-FILE
003790         INVALID KEY
003800             DISPLAY "QTRREG - NO CTL RECORD ON EARNYTD"
003810             MOVE 16 TO RETURN-CODE
003820             GO TO 1200-EXIT
003830     END-READ.
003840     EVALUATE TRUE
003850         WHEN ECT-YEAR (1) = WS-REG-YEAR
003860             MOVE 1 TO WS-SET
003870         WHEN ECT-YEAR (2) = WS-REG-YEAR
003880             MOVE 2 TO WS-SET
003890         WHEN OTHER
003900             DISPLAY "QTRREG - YEAR " WS-REG-YEAR
003910                     " NOT ON EARNYTD - CURRENT " ECT-YEAR (1)
003920                     " PRIOR " ECT-YEAR (2)
003930             MOVE 16 TO RETURN-CODE
003940             GO TO 1200-EXIT
003950     END-EVALUATE.
003960     MOVE "Y" TO WS-YEAR-OK-SWITCH.
003970     MOVE ZERO TO WS-TS-PERIODS (WS-QTD-FIG).
003980     MOVE ZERO TO WS-TS-RECORDS (WS-QTD-FIG).
003990     MOVE ZERO TO WS-TS-CENTS (WS-QTD-FIG).
004000     MOVE ZERO TO WS-TS-LEAVE (WS-QTD-FIG).
004010     MOVE ZERO TO WS-TS-PERIODS (WS-YTD-FIG).
004020     MOVE ZERO TO WS-TS-RECORDS (WS-YTD-FIG).
004030     MOVE ZERO TO WS-TS-CENTS (WS-YTD-FIG).
004040     MOVE ZERO TO WS-TS-LEAVE (WS-YTD-FIG).
004050     MOVE WS-QTD-FIG TO WS-FIG.
004060     MOVE WS-REG-QTR TO WS-BKT.
004070     PERFORM 1250-ADD-TRAILER-BKT THRU 1250-EXIT.
004080     MOVE WS-YTD-FIG TO WS-FIG.
004090     MOVE 1 TO WS-BKT.
004100     PERFORM 1250-ADD-TRAILER-BKT THRU 1250-EXIT
004110         UNTIL WS-BKT > WS-REG-QTR.
004120     IF WS-TS-PERIODS (WS-QTD-FIG) = ZERO
004130         DISPLAY "QTRREG - NO PERIODS POSTED TO YEAR "
004140                 WS-REG-YEAR " QUARTER " WS-REG-QTR
004150         IF RETURN-CODE = 0
004160             MOVE 4 TO RETURN-CODE
004170         END-IF
004180     END-IF.
004190 1200-EXIT.
004200     EXIT.
004210
004220 1250-ADD-TRAILER-BKT SECTION.
004230 1250-START.
004240     ADD ECT-PERIODS (WS-SET WS-BKT)
004250                     TO WS-TS-PERIODS (WS-FIG).
004260     ADD ECT-RECORDS (WS-SET WS-BKT)
004270                     TO WS-TS-RECORDS (WS-FIG).
004280     ADD ECT-LEAVE-CENTS (WS-SET WS-BKT)
004290                     TO WS-TS-LEAVE (WS-FIG).
004300     MOVE ECT-CENTS-DIGITS (WS-SET WS-BKT) TO WS-SUM-VALUE.
004310     IF ECT-CENTS-SIGN (WS-SET WS-BKT) = "-"
004320         COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
004330     END-IF.
004340     ADD WS-SUM-VALUE TO WS-TS-CENTS (WS-FIG).
004350     ADD 1 TO WS-BKT.
004360 1250-EXIT.
004370     EXIT.
004380
004390 1500-START-BROWSE SECTION.
004400 1500-START.
004410     MOVE "N" TO WS-YTD-EOF-SWITCH.
004420     MOVE LOW-VALUES TO EYR-KEY.
004430     START EARN-YTD-FILE KEY >= EYR-KEY
004440         INVALID KEY
004450             MOVE "Y" TO WS-YTD-EOF-SWITCH
004460     END-START.
004470     IF NOT YTD-EOF
004480         PERFORM 2000-READ-YTD THRU 2000-EXIT
004490     END-IF.
004500 1500-EXIT.
004510     EXIT.
004520
004530 2000-READ-YTD SECTION.
004540 2000-START.
004550     READ EARN-YTD-FILE NEXT RECORD
004560         AT END
004570             MOVE "Y" TO WS-YTD-EOF-SWITCH
004580     END-READ.
004590 2000-EXIT.
004600     EXIT.
004610
004620 3000-LOAD-ONE SECTION.
004630*-----------------------------------------------------------*
004640* One EARNYTD record - the CTL record is passed over, and an*
004650* employee goes in the hold table with the quarter and the  *
004660* year through it off the card's year set.  An employee     *
004670* with nothing in the year to the quarter's end is counted  *
004680* idle and left out.                                        *
004690*-----------------------------------------------------------*
004700 3000-START.
004710     IF EYR-CONTROL-REC
004720         GO TO 3000-NEXT
004730     END-IF.
004740     ADD 1 TO WS-YTD-READ-COUNT.
004750     IF WS-EMP-COUNT >= WS-EMP-MAX
004760         DISPLAY "QTRREG - REGISTER TABLE FULL AT " EYR-EMP-ID
004770         MOVE 8 TO RETURN-CODE
004780         MOVE "Y" TO WS-TABLE-FULL-SWITCH
004790         MOVE "Y" TO WS-YTD-EOF-SWITCH
004800         GO TO 3000-EXIT
004810     END-IF.
004820     MOVE WS-EMP-COUNT TO WS-EMP-SUB.
004830     ADD 1 TO WS-EMP-SUB.
004840     MOVE EYR-EMP-ID TO WS-ET-EMP-ID (WS-EMP-SUB).
004850     MOVE EYR-DEPT   TO WS-ET-DEPT (WS-EMP-SUB).
004860     IF EYR-DEPT = SPACES
004870         MOVE "UNKN" TO WS-ET-DEPT (WS-EMP-SUB)
004880     END-IF.
004890     MOVE WS-QTD-FIG TO WS-FIG.
004900     PERFORM 3150-CLEAR-ENTRY-FIGS THRU 3150-EXIT.
004910     MOVE WS-REG-QTR TO WS-BKT.
004920     PERFORM 3100-TAKE-BUCKET THRU 3100-EXIT.
004930     MOVE WS-YTD-FIG TO WS-FIG.
004940     PERFORM 3150-CLEAR-ENTRY-FIGS THRU 3150-EXIT.
004950     MOVE 1 TO WS-BKT.
004960     PERFORM 3100-TAKE-BUCKET THRU 3100-EXIT
004970         UNTIL WS-BKT > WS-REG-QTR.
004980     IF WS-ET-MILLIS (WS-EMP-SUB WS-YTD-FIG) = ZERO
004990      AND WS-ET-BASE (WS-EMP-SUB WS-YTD-FIG) = ZERO
005000      AND WS-ET-PREM (WS-EMP-SUB WS-YTD-FIG) = ZERO
005010      AND WS-ET-ADJ (WS-EMP-SUB WS-YTD-FIG) = ZERO
005020      AND WS-ET-LEAVE (WS-EMP-SUB WS-YTD-FIG) = ZERO
005030      AND WS-ET-ADJ (WS-EMP-SUB WS-QTD-FIG) = ZERO
005040         ADD 1 TO WS-IDLE-COUNT
005050         GO TO 3000-NEXT
005060     END-IF.
005070     MOVE WS-EMP-SUB TO WS-EMP-COUNT.
005080     MOVE WS-ET-DEPT (WS-EMP-SUB) TO WS-LOOKUP-DEPT.
005090     PERFORM 3300-TALLY-DEPT THRU 3300-EXIT.
005100 3000-NEXT.
005110     PERFORM 2000-READ-YTD THRU 2000-EXIT.
005120 3000-EXIT.
005130     EXIT.
005140
005150 3100-TAKE-BUCKET SECTION.
005160*-----------------------------------------------------------*
005170* Add bucket WS-BKT of the card's year set into figure set  *
005180* WS-FIG of the employee being loaded - the signed figures  *
005190* taken apart first.                                        *
005200*-----------------------------------------------------------*
005210 3100-START.
005220     ADD EYR-MILLIS (WS-SET WS-BKT)
005230                     TO WS-ET-MILLIS (WS-EMP-SUB WS-FIG).
005240     ADD EYR-BASE-CENTS (WS-SET WS-BKT)
005250                     TO WS-ET-BASE (WS-EMP-SUB WS-FIG).
005260     ADD EYR-PREM-CENTS (WS-SET WS-BKT)
005270                     TO WS-ET-PREM (WS-EMP-SUB WS-FIG).
005280     ADD EYR-LEAVE-CENTS (WS-SET WS-BKT)
005290                     TO WS-ET-LEAVE (WS-EMP-SUB WS-FIG).
005300     MOVE EYR-ADJ-DIGITS (WS-SET WS-BKT) TO WS-SUM-VALUE.
005310     IF EYR-ADJ-SIGN (WS-SET WS-BKT) = "-"
005320         COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
005330     END-IF.
005340     ADD WS-SUM-VALUE TO WS-ET-ADJ (WS-EMP-SUB WS-FIG).
005350     MOVE EYR-TOTAL-DIGITS (WS-SET WS-BKT) TO WS-SUM-VALUE.
005360     IF EYR-TOTAL-SIGN (WS-SET WS-BKT) = "-"
005370         COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
005380     END-IF.
005390     ADD WS-SUM-VALUE TO WS-ET-TOTAL (WS-EMP-SUB WS-FIG).
005400     ADD 1 TO WS-BKT.
005410 3100-EXIT.
005420     EXIT.
005430
005440 3150-CLEAR-ENTRY-FIGS SECTION.
005450 3150-START.
005460     MOVE ZERO TO WS-ET-MILLIS (WS-EMP-SUB WS-FIG).
005470     MOVE ZERO TO WS-ET-BASE (WS-EMP-SUB WS-FIG).
005480     MOVE ZERO TO WS-ET-PREM (WS-EMP-SUB WS-FIG).
005490     MOVE ZERO TO WS-ET-ADJ (WS-EMP-SUB WS-FIG).
005500     MOVE ZERO TO WS-ET-LEAVE (WS-EMP-SUB WS-FIG).
005510     MOVE ZERO TO WS-ET-TOTAL (WS-EMP-SUB WS-FIG).
005520 3150-EXIT.
005530     EXIT.
005540
005550 3300-TALLY-DEPT SECTION.
005560 3300-START.
005570     MOVE ZERO TO WS-DEPT-FOUND.
005580     MOVE 1    TO WS-DEPT-SUB.
005590     PERFORM 3350-TALLY-DEPT-STEP THRU 3350-EXIT
005600         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
005610            OR WS-DEPT-FOUND > 0.
005620     IF WS-DEPT-FOUND = 0
005630         IF WS-DEPT-COUNT < WS-DEPT-MAX
005640             ADD 1 TO WS-DEPT-COUNT
005650             MOVE WS-DEPT-COUNT  TO WS-DEPT-FOUND
005660             MOVE WS-LOOKUP-DEPT TO WS-DEPT-ID (WS-DEPT-FOUND)
005670         ELSE
005680             DISPLAY "QTRREG - DEPT TABLE FULL AT "
005690                     WS-LOOKUP-DEPT
005700             MOVE 8 TO RETURN-CODE
005710             MOVE "Y" TO WS-TABLE-FULL-SWITCH
005720         END-IF
005730     END-IF.
005740 3300-EXIT.
005750     EXIT.
005760
005770 3350-TALLY-DEPT-STEP SECTION.
005780 3350-START.
005790     IF WS-DEPT-ID (WS-DEPT-SUB) = WS-LOOKUP-DEPT
005800         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
005810     ELSE
005820         ADD 1 TO WS-DEPT-SUB
005830     END-IF.
005840 3350-EXIT.
005850     EXIT.
005860
005870 5000-PRINT-REGISTER SECTION.
005880*-----------------------------------------------------------*
005890* Unload the register grouped by department - for each      *
005900* department seen, its banner, its employees and its        *
005910* totals - then the grand totals and, under them, the       *
005920* PERPAY trailer sums they are proved against.              *
005930*-----------------------------------------------------------*
005940 5000-START.
005950     MOVE WS-QTD-FIG TO WS-FIG.
005960     PERFORM 5700-CLEAR-GRAND-FIGS THRU 5700-EXIT.
005970     MOVE WS-YTD-FIG TO WS-FIG.
005980     PERFORM 5700-CLEAR-GRAND-FIGS THRU 5700-EXIT.
005990     MOVE 1 TO WS-DEPT-SUB.
006000     PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
006010         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
006020     MOVE WS-PRINT-COUNT TO GT-COUNT.
006030     WRITE QTR-RPT-RECORD FROM WS-RULE-LINE.
006040     WRITE QTR-RPT-RECORD FROM WS-GRAND-TOTAL-LINE.
006050     MOVE WS-QTD-FIG TO WS-FIG.
006060     PERFORM 5750-GRAND-TO-WORK THRU 5750-EXIT.
006070     PERFORM 5400-PRINT-FIGURES THRU 5400-EXIT.
006080     MOVE WS-YTD-FIG TO WS-FIG.
006090     PERFORM 5750-GRAND-TO-WORK THRU 5750-EXIT.
006100     PERFORM 5400-PRINT-FIGURES THRU 5400-EXIT.
006110     MOVE "QTD" TO PL-KIND.
006120     MOVE WS-TS-PERIODS (WS-QTD-FIG) TO PL-PERIODS.
006130     MOVE WS-TS-CENTS (WS-QTD-FIG)   TO PL-CENTS.
006140     MOVE WS-TS-LEAVE (WS-QTD-FIG)   TO PL-LEAVE.
006150     WRITE QTR-RPT-RECORD FROM WS-PROOF-LINE.
006160     MOVE "YTD" TO PL-KIND.
006170     MOVE WS-TS-PERIODS (WS-YTD-FIG) TO PL-PERIODS.
006180     MOVE WS-TS-CENTS (WS-YTD-FIG)   TO PL-CENTS.
006190     MOVE WS-TS-LEAVE (WS-YTD-FIG)   TO PL-LEAVE.
006200     WRITE QTR-RPT-RECORD FROM WS-PROOF-LINE.
006210 5000-EXIT.
006220     EXIT.
006230
006240 5100-PRINT-ONE-DEPT SECTION.
006250 5100-START.
006260     MOVE WS-DEPT-ID (WS-DEPT-SUB) TO DB-DEPT.
006270     MOVE WS-REG-YEAR              TO DB-YEAR.
006280     MOVE WS-REG-QTR               TO DB-QTR.
006290     WRITE QTR-RPT-RECORD FROM WS-RULE-LINE.
006300     WRITE QTR-RPT-RECORD FROM WS-DEPT-BANNER-LINE.
006310     MOVE ZERO TO WS-DEPT-EMPS.
006320     MOVE WS-QTD-FIG TO WS-FIG.
006330     PERFORM 5600-CLEAR-DEPT-FIGS THRU 5600-EXIT.
006340     MOVE WS-YTD-FIG TO WS-FIG.
006350     PERFORM 5600-CLEAR-DEPT-FIGS THRU 5600-EXIT.
006360     MOVE 1 TO WS-EMP-SUB.
006370     PERFORM 5150-PRINT-ONE-EMP THRU 5150-EXIT
006380         UNTIL WS-EMP-SUB > WS-EMP-COUNT.
006390     MOVE WS-DEPT-ID (WS-DEPT-SUB) TO DT-DEPT.
006400     MOVE WS-DEPT-EMPS             TO DT-COUNT.
006410     WRITE QTR-RPT-RECORD FROM WS-RULE-LINE.
006420     WRITE QTR-RPT-RECORD FROM WS-DEPT-TOTAL-LINE.
006430     MOVE WS-QTD-FIG TO WS-FIG.
006440     PERFORM 5650-DEPT-TO-WORK THRU 5650-EXIT.
006450     PERFORM 5400-PRINT-FIGURES THRU 5400-EXIT.
006460     MOVE WS-YTD-FIG TO WS-FIG.
006470     PERFORM 5650-DEPT-TO-WORK THRU 5650-EXIT.
006480     PERFORM 5400-PRINT-FIGURES THRU 5400-EXIT.
006490     ADD 1 TO WS-DEPT-SUB.
006500 5100-EXIT.
006510     EXIT.
006520
006530 5150-PRINT-ONE-EMP SECTION.
006540*-----------------------------------------------------------*
006550* One employee of the department being printed - name off   *
006560* the master, then the quarter and the year through it,     *
006570* each added into the department and grand totals.          *
006580*-----------------------------------------------------------*
006590 5150-START.
006600     IF WS-ET-DEPT (WS-EMP-SUB) NOT = WS-DEPT-ID (WS-DEPT-SUB)
006610         GO TO 5150-NEXT
006620     END-IF.
006630     ADD 1 TO WS-PRINT-COUNT.
006640     ADD 1 TO WS-DEPT-EMPS.
006650     MOVE WS-ET-EMP-ID (WS-EMP-SUB) TO EL-EMP-ID.
006660     MOVE WS-ET-EMP-ID (WS-EMP-SUB) TO EMP-ID.
006670     READ EMP-MASTER-FILE
006680         INVALID KEY
006690             MOVE "NOT ON MASTER" TO EL-NAME
006700         NOT INVALID KEY
006710             MOVE EMP-NAME        TO EL-NAME
006720     END-READ.
006730     WRITE QTR-RPT-RECORD FROM WS-EMP-LINE.
006740     MOVE WS-QTD-FIG TO WS-FIG.
006750     PERFORM 5200-PRINT-EMP-FIGS THRU 5200-EXIT.
006760     MOVE WS-YTD-FIG TO WS-FIG.
006770     PERFORM 5200-PRINT-EMP-FIGS THRU 5200-EXIT.
006780 5150-NEXT.
006790     ADD 1 TO WS-EMP-SUB.
006800 5150-EXIT.
006810     EXIT.
006820
006830 5200-PRINT-EMP-FIGS SECTION.
006840 5200-START.
006850     MOVE WS-ET-MILLIS (WS-EMP-SUB WS-FIG) TO WS-FW-MILLIS.
006860     MOVE WS-ET-BASE (WS-EMP-SUB WS-FIG)   TO WS-FW-BASE.
006870     MOVE WS-ET-PREM (WS-EMP-SUB WS-FIG)   TO WS-FW-PREM.
006880     MOVE WS-ET-ADJ (WS-EMP-SUB WS-FIG)    TO WS-FW-ADJ.
006890     MOVE WS-ET-LEAVE (WS-EMP-SUB WS-FIG)  TO WS-FW-LEAVE.
006900     MOVE WS-ET-TOTAL (WS-EMP-SUB WS-FIG)  TO WS-FW-TOTAL.
006910     PERFORM 5400-PRINT-FIGURES THRU 5400-EXIT.
006920     ADD WS-FW-MILLIS TO WS-DT-MILLIS (WS-FIG).
006930     ADD WS-FW-BASE   TO WS-DT-BASE (WS-FIG).
006940     ADD WS-FW-PREM   TO WS-DT-PREM (WS-FIG).
006950     ADD WS-FW-ADJ    TO WS-DT-ADJ (WS-FIG).
006960     ADD WS-FW-LEAVE  TO WS-DT-LEAVE (WS-FIG).
006970     ADD WS-FW-TOTAL  TO WS-DT-TOTAL (WS-FIG).
006980     ADD WS-FW-MILLIS TO WS-GT-MILLIS (WS-FIG).
006990     ADD WS-FW-BASE   TO WS-GT-BASE (WS-FIG).
007000     ADD WS-FW-PREM   TO WS-GT-PREM (WS-FIG).
007010     ADD WS-FW-ADJ    TO WS-GT-ADJ (WS-FIG).
007020     ADD WS-FW-LEAVE  TO WS-GT-LEAVE (WS-FIG).
007030     ADD WS-FW-TOTAL  TO WS-GT-TOTAL (WS-FIG).
007040 5200-EXIT.
007050     EXIT.
007060
007070 5400-PRINT-FIGURES SECTION.
007080*-----------------------------------------------------------*
007090* One figure line off WS-FIG-WORK - the quarter or the year *
007100* through it as WS-FIG says, worked Millis shown as hours   *
007110* to the hundredth.                                         *
007120*-----------------------------------------------------------*
007130 5400-START.
007140     IF WS-FIG = WS-QTD-FIG
007150         MOVE "QTD" TO FL-KIND
007160     ELSE
007170         MOVE "YTD" TO FL-KIND
007180     END-IF.
007190     COMPUTE WS-HOURS ROUNDED = WS-FW-MILLIS / WS-MILLIS-PER-HOUR.
007200     MOVE WS-HOURS    TO FL-HOURS.
007210     MOVE WS-FW-BASE  TO FL-BASE.
007220     MOVE WS-FW-PREM  TO FL-PREM.
007230     MOVE WS-FW-ADJ   TO FL-ADJ.
007240     MOVE WS-FW-LEAVE TO FL-LEAVE.
007250     MOVE WS-FW-TOTAL TO FL-TOTAL.
007260     WRITE QTR-RPT-RECORD FROM WS-FIG-LINE.
007270 5400-EXIT.
007280     EXIT.
007290
007300 5600-CLEAR-DEPT-FIGS SECTION.
007310 5600-START.
007320     MOVE ZERO TO WS-DT-MILLIS (WS-FIG).
007330     MOVE ZERO TO WS-DT-BASE (WS-FIG).
007340     MOVE ZERO TO WS-DT-PREM (WS-FIG).
007350     MOVE ZERO TO WS-DT-ADJ (WS-FIG).
007360     MOVE ZERO TO WS-DT-LEAVE (WS-FIG).
007370     MOVE ZERO TO WS-DT-TOTAL (WS-FIG).
007380 5600-EXIT.
007390     EXIT.
007400
007410 5650-DEPT-TO-WORK SECTION.
007420 5650-START.
007430     MOVE WS-DT-MILLIS (WS-FIG) TO WS-FW-MILLIS.
007440     MOVE WS-DT-BASE (WS-FIG)   TO WS-FW-BASE.
007450     MOVE WS-DT-PREM (WS-FIG)   TO WS-FW-PREM.
007460     MOVE WS-DT-ADJ (WS-FIG)    TO WS-FW-ADJ.
007470     MOVE WS-DT-LEAVE (WS-FIG)  TO WS-FW-LEAVE.
007480     MOVE WS-DT-TOTAL (WS-FIG)  TO WS-FW-TOTAL.
007490 5650-EXIT.
007500     EXIT.
007510
007520 5700-CLEAR-GRAND-FIGS SECTION.
007530 5700-START.
007540     MOVE ZERO TO WS-GT-MILLIS (WS-FIG).
007550     MOVE ZERO TO WS-GT-BASE (WS-FIG).
007560     MOVE ZERO TO WS-GT-PREM (WS-FIG).
007570     MOVE ZERO TO WS-GT-ADJ (WS-FIG).
007580     MOVE ZERO TO WS-GT-LEAVE (WS-FIG).
007590     MOVE ZERO TO WS-GT-TOTAL (WS-FIG).
007600 5700-EXIT.
007610     EXIT.
007620
007630 5750-GRAND-TO-WORK SECTION.
007640 5750-START.
007650     MOVE WS-GT-MILLIS (WS-FIG) TO WS-FW-MILLIS.
007660     MOVE WS-GT-BASE (WS-FIG)   TO WS-FW-BASE.
007670     MOVE WS-GT-PREM (WS-FIG)   TO WS-FW-PREM.
007680     MOVE WS-GT-ADJ (WS-FIG)    TO WS-FW-ADJ.
007690     MOVE WS-GT-LEAVE (WS-FIG)  TO WS-FW-LEAVE.
007700     MOVE WS-GT-TOTAL (WS-FIG)  TO WS-FW-TOTAL.
007710 5750-EXIT.
007720     EXIT.
007730
007740 6000-PROVE-REGISTER SECTION.
007750*-----------------------------------------------------------*
007760* The register's grand totals must equal the PERPAY         *
007770* trailers YTDPOST folded into the CTL record - total and   *
007780* leave cents, for the quarter and for the year through     *
007790* it.  Anything out and the step ends RC 8.                 *
007800*-----------------------------------------------------------*
007810 6000-START.
007820     IF WS-GT-TOTAL (WS-QTD-FIG) = WS-TS-CENTS (WS-QTD-FIG)
007830      AND WS-GT-LEAVE (WS-QTD-FIG) = WS-TS-LEAVE (WS-QTD-FIG)
007840      AND WS-GT-TOTAL (WS-YTD-FIG) = WS-TS-CENTS (WS-YTD-FIG)
007850      AND WS-GT-LEAVE (WS-YTD-FIG) = WS-TS-LEAVE (WS-YTD-FIG)
007860         MOVE "Y" TO WS-PROVED-SWITCH
007870         WRITE QTR-RPT-RECORD FROM WS-PROVED-LINE
007880         GO TO 6000-EXIT
007890     END-IF.
007900     WRITE QTR-RPT-RECORD FROM WS-DISAGREE-LINE.
007910     DISPLAY "QTRREG - REGISTER OUT OF BALANCE: QTD "
007920             WS-GT-TOTAL (WS-QTD-FIG) " TRAILERS "
007930             WS-TS-CENTS (WS-QTD-FIG).
007940     DISPLAY "QTRREG -                          YTD "
007950             WS-GT-TOTAL (WS-YTD-FIG) " TRAILERS "
007960             WS-TS-CENTS (WS-YTD-FIG).
007970     MOVE 8 TO RETURN-CODE.
007980 6000-EXIT.
007990     EXIT.
008000
008010 4000-TERMINATE SECTION.
008020 4000-START.
008030     DISPLAY "QTRREG - YEAR:                 " WS-REG-YEAR
008040             " QUARTER " WS-REG-QTR.
008050     DISPLAY "QTRREG - EARNYTD RECORDS:      " WS-YTD-READ-COUNT.
008060     DISPLAY "QTRREG - EMPLOYEES PRINTED:    " WS-PRINT-COUNT.
008070     DISPLAY "QTRREG - IDLE, NOT PRINTED:    " WS-IDLE-COUNT.
008080     DISPLAY "QTRREG - PERIODS IN QUARTER:   "
008090             WS-TS-PERIODS (WS-QTD-FIG).
008100     IF REGISTER-PROVED
008110         DISPLAY "QTRREG - REGISTER PROVED"
008120     ELSE
008130         DISPLAY "QTRREG - REGISTER NOT PROVED"
008140     END-IF.
008150     CLOSE EMP-MASTER-FILE.
008160     CLOSE EARN-YTD-FILE.
008170     CLOSE QTR-RPT-FILE.
008180 4000-EXIT.
008190     EXIT.
008200
008210 END PROGRAM QTRREG.
