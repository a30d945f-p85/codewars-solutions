123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RATELOAD.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  One-time load of the      *
000110*                RATEHIST effective-dated rate history from  *
000120*                the EMPMAST master as it stands - one entry *
000130*                per employee, active or terminated, at      *
000140*                today's EMP-HOURLY-RATE, effective from the *
000150*                date on the RATELCTL control card.  PAYCALC *
000160*                and RETROADJ price every day worked off     *
000170*                RATEHIST and send a day no entry covers to  *
000180*                exceptions, so the cluster has to be seeded *
000190*                back far enough to cover any shift still    *
000200*                open to a late collection or a correction   *
000210*                before the first night they read it.  From  *
000220*                then on EMPMAINT keeps it current.  Loaded  *
000230*                count must equal master count, RC 8 when    *
000240*                not.                                        *
000250*-----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE IS SEQUENTIAL
000370            RECORD KEY IS EMP-KEY
000380            FILE STATUS IS WS-EMP-FILE-STATUS.
000390
000400     SELECT RATE-HIST-FILE   ASSIGN TO "RATEHIST"
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE IS SEQUENTIAL
000430            RECORD KEY IS RTH-KEY
000440            FILE STATUS IS WS-RTH-FILE-STATUS.
000450
000460     SELECT LOAD-CTL-FILE    ASSIGN TO "RATELCTL"
000470            ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EMP-MASTER-FILE.
000520     COPY EMPMAST.
000530
000540*-----------------------------------------------------------*
000550* RATEHIST is loaded in EMP-ID order off the sequential     *
000560* master read, every entry carrying the one effective date, *
000570* so the keys arrive ascending and the cluster is opened    *
000580* OUTPUT - an empty cluster is loaded, never merged into.   *
000590*-----------------------------------------------------------*
000600 FD  RATE-HIST-FILE.
000610     COPY RATEHIST.
000620
000630*-----------------------------------------------------------*
000640* RATELCTL - one record carrying the effective date the     *
000650* seeded rates are taken to have stood from.  A missing or  *
000660* unusable date is a hard stop: a guessed date either       *
000670* leaves old shifts unpriced or prices them at a rate that  *
000680* was not in force.                                         *
000690*-----------------------------------------------------------*
000700 FD  LOAD-CTL-FILE
000710     RECORDING MODE IS F.
000720 01  LOAD-CTL-RECORD.
000730     05  RLC-EFF-DATE        PIC 9(08).
000740     05  FILLER              PIC X(72).
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------*
000780* Switches                                                  *
000790*-----------------------------------------------------------*
000800 77  WS-EMP-EOF-SWITCH       PIC X(01)  VALUE "N".
000810     88  EMP-EOF                        VALUE "Y".
000820 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
000830     88  EMP-FILE-OK                    VALUE "00".
000840 77  WS-RTH-FILE-STATUS      PIC X(02)  VALUE "00".
000850     88  RTH-FILE-OK                    VALUE "00".
000860 77  WS-CTL-OK-SWITCH        PIC X(01)  VALUE "N".
000870     88  EFF-DATE-OK                    VALUE "Y".
000880
000890*-----------------------------------------------------------*
000900* Running counters                                          *
000910*-----------------------------------------------------------*
000920 77  WS-READ-COUNT           PIC 9(07)  COMP  VALUE ZERO.
000930 77  WS-LOAD-COUNT           PIC 9(07)  COMP  VALUE ZERO.
000940 77  WS-REJECT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
000950
000960 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
000970 77  WS-EFF-DATE             PIC 9(08)  VALUE ZERO.
000980 77  WS-EFF-SERIAL           PIC 9(08)  COMP  VALUE ZERO.
000990
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE SECTION.
001020 0000-START.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     IF EFF-DATE-OK AND EMP-FILE-OK AND RTH-FILE-OK
001050         PERFORM 2000-READ-MASTER THRU 2000-EXIT
001060         PERFORM 3000-LOAD-ONE THRU 3000-EXIT
001070             UNTIL EMP-EOF
001080         PERFORM 4000-TERMINATE THRU 4000-EXIT
001090     END-IF.
001100     GOBACK.
001110 0000-EXIT.
001120     EXIT.
001130     GOBACK.
001140
001150 1000-INITIALIZE SECTION.
001160*-----------------------------------------------------------*
001170* Read and edit the effective date off RATELCTL, then open  *
001180* the master and the cluster being loaded.  The date must   *
001190* be a real calendar date no later than today - a seed      *
001200* effective tomorrow would leave today's shifts unpriced.   *
001210*-----------------------------------------------------------*
001220 1000-START.
001230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001240     OPEN INPUT LOAD-CTL-FILE.
001250     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
001260     CLOSE LOAD-CTL-FILE.
001270     IF NOT EFF-DATE-OK
001280         DISPLAY "RATELOAD - NO USABLE EFFECTIVE DATE ON RATELCTL"
001290         MOVE 16 TO RETURN-CODE
001300         GO TO 1000-EXIT
001310     END-IF.
001320     DISPLAY "RATELOAD - RATES EFFECTIVE FROM: " WS-EFF-DATE.
001330     OPEN INPUT EMP-MASTER-FILE.
001340     IF NOT EMP-FILE-OK
001350         DISPLAY "RATELOAD - EMPMAST OPEN FAILED, STATUS "
001360                 WS-EMP-FILE-STATUS
001370         MOVE 16 TO RETURN-CODE
001380         GO TO 1000-EXIT
001390     END-IF.
001400     OPEN OUTPUT RATE-HIST-FILE.
001410     IF NOT RTH-FILE-OK
001420         DISPLAY "RATELOAD - RATEHIST OPEN FAILED, STATUS "
001430                 WS-RTH-FILE-STATUS
001440         MOVE 16 TO RETURN-CODE
001450         CLOSE EMP-MASTER-FILE
001460         GO TO 1000-EXIT
001470     END-IF.
001480 1000-EXIT.
001490     EXIT.
001500
001510 1100-READ-CONTROL SECTION.
001520 1100-START.
001530     READ LOAD-CTL-FILE
001540         AT END
001550             GO TO 1100-EXIT
001560     END-READ.
001570     IF RLC-EFF-DATE NOT NUMERIC
001580      OR RLC-EFF-DATE < 19000101
001590      OR RLC-EFF-DATE > WS-RUN-DATE
001600         GO TO 1100-EXIT
001610     END-IF.
001620     COMPUTE WS-EFF-SERIAL =
001630         FUNCTION INTEGER-OF-DATE (RLC-EFF-DATE).
001640     IF WS-EFF-SERIAL = 0
001650         GO TO 1100-EXIT
001660     END-IF.
001670     MOVE RLC-EFF-DATE TO WS-EFF-DATE.
001680     MOVE "Y" TO WS-CTL-OK-SWITCH.
001690 1100-EXIT.
001700     EXIT.
001710
001720 2000-READ-MASTER SECTION.
001730 2000-START.
001740     READ EMP-MASTER-FILE NEXT RECORD
001750         AT END
001760             MOVE "Y" TO WS-EMP-EOF-SWITCH
001770     END-READ.
001780 2000-EXIT.
001790     EXIT.
001800
001810 3000-LOAD-ONE SECTION.
001820*-----------------------------------------------------------*
001830* One master record, one history entry.  A rate that is not *
001840* numeric or is zero would price every shift it covers at   *
001850* nothing - it is rejected and reported, and the employee   *
001860* stays uncovered so the gap shows on PAYEXCP rather than   *
001870* on a pay stub.                                            *
001880*-----------------------------------------------------------*
001890 3000-START.
001900     ADD 1 TO WS-READ-COUNT.
001910     IF EMP-HOURLY-RATE NOT NUMERIC
001920      OR EMP-HOURLY-RATE = ZERO
001930         DISPLAY "RATELOAD - NO USABLE RATE, EMPLOYEE " EMP-ID
001940         ADD 1 TO WS-REJECT-COUNT
001950         GO TO 3000-NEXT
001960     END-IF.
001970     MOVE SPACES          TO Rate-History-Record.
001980     MOVE EMP-ID          TO RTH-EMP-ID.
001990     MOVE WS-EFF-DATE     TO RTH-EFF-DATE.
002000     MOVE EMP-HOURLY-RATE TO RTH-HOURLY-RATE.
002010     SET RTH-SRC-LOAD     TO TRUE.
002020     MOVE WS-RUN-DATE     TO RTH-CHANGE-DATE.
002030     MOVE "RATELOAD"      TO RTH-USER-ID.
002040     WRITE Rate-History-Record.
002050     IF RTH-FILE-OK
002060         ADD 1 TO WS-LOAD-COUNT
002070     ELSE
002080         DISPLAY "RATELOAD - WRITE FAILED, STATUS "
002090                 WS-RTH-FILE-STATUS " KEY " RTH-KEY
002100         ADD 1 TO WS-REJECT-COUNT
002110     END-IF.
002120 3000-NEXT.
002130     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
002140 3000-EXIT.
002150     EXIT.
002160
002170 4000-TERMINATE SECTION.
002180*-----------------------------------------------------------*
002190* Prove the load: every master record read is either loaded *
002200* or rejected and reported.  Any reject ends the step RC 8  *
002210* - an employee with no entry cannot be paid tonight.       *
002220*-----------------------------------------------------------*
002230 4000-START.
002240     DISPLAY "RATELOAD - MASTER RECORDS READ: " WS-READ-COUNT.
002250     DISPLAY "RATELOAD - ENTRIES LOADED:      " WS-LOAD-COUNT.
002260     DISPLAY "RATELOAD - RECORDS REJECTED:    " WS-REJECT-COUNT.
002270     IF WS-LOAD-COUNT NOT = WS-READ-COUNT
002280         DISPLAY "RATELOAD - READ " WS-READ-COUNT
002290                 " LOADED " WS-LOAD-COUNT
002300                 " - OUT OF BALANCE"
002310         MOVE 8 TO RETURN-CODE
002320     END-IF.
002330     CLOSE EMP-MASTER-FILE.
002340     CLOSE RATE-HIST-FILE.
002350 4000-EXIT.
002360     EXIT.
002370
002380 END PROGRAM RATELOAD.
