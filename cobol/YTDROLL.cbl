123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    YTDROLL.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  The year-end roll of the  *
000110*                EARNYTD KSDS, run once the last period of   *
000120*                the year has been closed and posted.  For   *
000130*                the year on the YRCTL card every employee   *
000140*                record's current year set moves into the    *
000150*                prior set and the current set starts the    *
000160*                new year clean, so the new year's first     *
000170*                close posts into empty quarters while a     *
000180*                late PERPAY for the closed year still posts *
000190*                into its own totals.  The CTL record is     *
000200*                rolled last - an interrupted roll is rerun  *
000210*                from the same card, and a card for a year   *
000220*                already rolled changes nothing.             *
000230*-----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ROLL-CTL-FILE    ASSIGN TO "YRCTL"
000330            ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT EARN-YTD-FILE    ASSIGN TO "EARNYTD"
000360            ORGANIZATION IS INDEXED
000370            ACCESS MODE IS DYNAMIC
000380            RECORD KEY IS EYR-KEY
000390            FILE STATUS IS WS-YTD-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*-----------------------------------------------------------*
000440* YRCTL - one record: the year being closed.  It must be    *
000450* the current year on the CTL record and a year already     *
000460* over by the run date.  A missing or unusable card stops   *
000470* the step RC 16 - a roll is never guessed at.              *
000480*-----------------------------------------------------------*
000490 FD  ROLL-CTL-FILE
000500     RECORDING MODE IS F.
000510 01  ROLL-CTL-RECORD.
000520     05  YRC-YEAR            PIC 9(04).
000530     05  FILLER              PIC X(76).
000540
000550 FD  EARN-YTD-FILE.
000560     COPY EARNYTD.
000570
000580 WORKING-STORAGE SECTION.
000590*-----------------------------------------------------------*
000600* Switches                                                  *
000610*-----------------------------------------------------------*
000620 77  WS-YTD-EOF-SWITCH       PIC X(01)  VALUE "N".
000630     88  YTD-EOF                        VALUE "Y".
000640 77  WS-YTD-FILE-STATUS      PIC X(02)  VALUE "00".
000650     88  YTD-FILE-OK                    VALUE "00".
000660 77  WS-CTL-OK-SWITCH        PIC X(01)  VALUE "N".
000670     88  CONTROL-OK                     VALUE "Y".
000680 77  WS-ROLL-SWITCH          PIC X(01)  VALUE "N".
000690     88  ROLL-ALLOWED                   VALUE "Y".
000700
000710*-----------------------------------------------------------*
000720* Running counters                                          *
000730*-----------------------------------------------------------*
000740 77  WS-YTD-READ-COUNT       PIC 9(07)  COMP  VALUE ZERO.
000750 77  WS-ROLLED-COUNT         PIC 9(07)  COMP  VALUE ZERO.
000760 77  WS-SKIPPED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
000770 77  WS-REJECT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
000780
000790*-----------------------------------------------------------*
000800* The year being closed, the one it rolls into, and the run *
000810* date the closed year must already be behind.              *
000820*-----------------------------------------------------------*
000830 77  WS-CLOSE-YEAR           PIC 9(04)  VALUE ZERO.
000840 77  WS-NEW-YEAR             PIC 9(04)  VALUE ZERO.
000850 01  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
000860 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000870     05  WS-RUN-YEAR         PIC 9(04).
000880     05  WS-RUN-MMDD         PIC 9(04).
000890 77  WS-BKT                  PIC 9(01)  COMP  VALUE ZERO.
000900 77  WS-YTD-BKT              PIC 9(01)  COMP  VALUE 5.
000910
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE SECTION.
000940 0000-START.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     IF CONTROL-OK AND YTD-FILE-OK
000970         PERFORM 1200-CHECK-YTD-CONTROL THRU 1200-EXIT
000980         IF ROLL-ALLOWED
000990             PERFORM 1500-START-BROWSE THRU 1500-EXIT
001000             PERFORM 3000-ROLL-ONE THRU 3000-EXIT
001010                 UNTIL YTD-EOF
001020             PERFORM 5000-ROLL-CONTROL THRU 5000-EXIT
001030         END-IF
001040         PERFORM 4000-TERMINATE THRU 4000-EXIT
001050     END-IF.
001060     GOBACK.
001070 0000-EXIT.
001080     EXIT.
001090     GOBACK.
001100
001110 1000-INITIALIZE SECTION.
001120 1000-START.
001130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001140     OPEN INPUT ROLL-CTL-FILE.
001150     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
001160     CLOSE ROLL-CTL-FILE.
001170     IF NOT CONTROL-OK
001180         DISPLAY "YTDROLL - NO USABLE CONTROL ON YRCTL"
001190         MOVE 16 TO RETURN-CODE
001200         GO TO 1000-EXIT
001210     END-IF.
001220     OPEN I-O EARN-YTD-FILE.
001230     IF NOT YTD-FILE-OK
001240         DISPLAY "YTDROLL - EARNYTD OPEN FAILED, STATUS "
001250                 WS-YTD-FILE-STATUS
001260         MOVE 16 TO RETURN-CODE
001270         GO TO 1000-EXIT
001280     END-IF.
001290 1000-EXIT.
001300     EXIT.
001310
001320 1100-READ-CONTROL SECTION.
001330 1100-START.
001340     READ ROLL-CTL-FILE
001350         AT END
001360             GO TO 1100-EXIT
001370     END-READ.
001380     IF YRC-YEAR NUMERIC
001390      AND YRC-YEAR < WS-RUN-YEAR
001400         MOVE YRC-YEAR TO WS-CLOSE-YEAR
001410         COMPUTE WS-NEW-YEAR = YRC-YEAR + 1
001420         MOVE "Y" TO WS-CTL-OK-SWITCH
001430     END-IF.
001440 1100-EXIT.
001450     EXIT.
001460
001470 1200-CHECK-YTD-CONTROL SECTION.
001480*-----------------------------------------------------------*
001490* The CTL record's current year must be the year being      *
001500* closed.  Already the year after means the roll has run:   *
001510* RC 4 and nothing changes.  Anything else stops RC 16.     *
001520*-----------------------------------------------------------*
001530 1200-START.
001540     MOVE "CTL   " TO EYR-EMP-ID.
001550     READ EARN-YTD-FILE
001560         INVALID KEY
001570             DISPLAY "YTDROLL - NO CTL RECORD ON EARNYTD"
001580             MOVE 16 TO RETURN-CODE
001590             GO TO 1200-EXIT
001600     END-READ.
001610     EVALUATE TRUE
001620         WHEN ECT-YEAR (1) = WS-CLOSE-YEAR
001630             MOVE "Y" TO WS-ROLL-SWITCH
001640         WHEN ECT-YEAR (1) = WS-NEW-YEAR
001650             DISPLAY "YTDROLL - " WS-CLOSE-YEAR
001660                     " ALREADY ROLLED - NOTHING CHANGED"
001670             IF RETURN-CODE = 0
001680                 MOVE 4 TO RETURN-CODE
001690             END-IF
001700         WHEN OTHER
001710             DISPLAY "YTDROLL - CARD YEAR " WS-CLOSE-YEAR
001720                     " IS NOT THE CURRENT YEAR " ECT-YEAR (1)
001730             MOVE 16 TO RETURN-CODE
001740     END-EVALUATE.
001750 1200-EXIT.
001760     EXIT.
001770
001780 1500-START-BROWSE SECTION.
001790 1500-START.
001800     MOVE "N" TO WS-YTD-EOF-SWITCH.
001810     MOVE LOW-VALUES TO EYR-KEY.
001820     START EARN-YTD-FILE KEY >= EYR-KEY
001830         INVALID KEY
001840             MOVE "Y" TO WS-YTD-EOF-SWITCH
001850     END-START.
001860     IF NOT YTD-EOF
001870         PERFORM 2000-READ-YTD THRU 2000-EXIT
001880     END-IF.
001890 1500-EXIT.
001900     EXIT.
001910
001920 2000-READ-YTD SECTION.
001930 2000-START.
001940     READ EARN-YTD-FILE NEXT RECORD
001950         AT END
001960             MOVE "Y" TO WS-YTD-EOF-SWITCH
001970     END-READ.
001980 2000-EXIT.
001990     EXIT.
002000
002010 3000-ROLL-ONE SECTION.
002020*-----------------------------------------------------------*
002030* One employee record.  The closed year's set becomes the   *
002040* prior set - the year before it drops off - and the        *
002050* current set starts the new year at zero.  A record        *
002060* already in the new year was rolled by an earlier attempt  *
002070* and is skipped; one in neither year missed an earlier     *
002080* roll and is left for payroll to put right (RC 8).         *
002090*-----------------------------------------------------------*
002100 3000-START.
002110     IF EYR-CONTROL-REC
002120         GO TO 3000-NEXT
002130     END-IF.
002140     ADD 1 TO WS-YTD-READ-COUNT.
002150     IF EYR-YEAR (1) = WS-NEW-YEAR
002160         ADD 1 TO WS-SKIPPED-COUNT
002170         GO TO 3000-NEXT
002180     END-IF.
002190     IF EYR-YEAR (1) NOT = WS-CLOSE-YEAR
002200         DISPLAY "YTDROLL - RECORD IN YEAR " EYR-YEAR (1)
002210                 " NOT ROLLED, KEY " EYR-EMP-ID
002220         ADD 1 TO WS-REJECT-COUNT
002230         MOVE 8 TO RETURN-CODE
002240         GO TO 3000-NEXT
002250     END-IF.
002260     MOVE EYR-YEAR-SET (1) TO EYR-YEAR-SET (2).
002270     MOVE WS-NEW-YEAR TO EYR-YEAR (1).
002280     MOVE ZERO TO EYR-LAST-PERIOD-END (1).
002290     MOVE 1 TO WS-BKT.
002300     PERFORM 3100-CLEAR-BKT THRU 3100-EXIT
002310         UNTIL WS-BKT > WS-YTD-BKT.
002320     REWRITE Earnings-Ytd-Record
002330         INVALID KEY
002340             DISPLAY "YTDROLL - REWRITE FAILED, KEY " EYR-KEY
002350             ADD 1 TO WS-REJECT-COUNT
002360             MOVE 8 TO RETURN-CODE
002370             GO TO 3000-NEXT
002380     END-REWRITE.
002390     ADD 1 TO WS-ROLLED-COUNT.
002400 3000-NEXT.
002410     PERFORM 2000-READ-YTD THRU 2000-EXIT.
002420 3000-EXIT.
002430     EXIT.
002440
002450 3100-CLEAR-BKT SECTION.
002460 3100-START.
002470     MOVE ZERO TO EYR-MILLIS (1 WS-BKT).
002480     MOVE ZERO TO EYR-LV-MILLIS (1 WS-BKT).
002490     MOVE ZERO TO EYR-BASE-CENTS (1 WS-BKT).
002500     MOVE ZERO TO EYR-PREM-CENTS (1 WS-BKT).
002510     MOVE ZERO TO EYR-ADJ-CENTS (1 WS-BKT).
002520     MOVE ZERO TO EYR-LEAVE-CENTS (1 WS-BKT).
002530     MOVE ZERO TO EYR-TOTAL-CENTS (1 WS-BKT).
002540     ADD 1 TO WS-BKT.
002550 3100-EXIT.
002560     EXIT.
002570
002580 5000-ROLL-CONTROL SECTION.
002590*-----------------------------------------------------------*
002600* Roll the CTL record the same way, last, and only once     *
002610* every employee record is in the new year - until then a   *
002620* rerun from the same card picks up where this one left     *
002630* off.                                                      *
002640*-----------------------------------------------------------*
002650 5000-START.
002660     IF WS-REJECT-COUNT > 0
002670         DISPLAY "YTDROLL - CTL NOT ROLLED - RERUN ONCE THE "
002680                 "REJECTED RECORDS ARE PUT RIGHT"
002690         GO TO 5000-EXIT
002700     END-IF.
002710     MOVE "CTL   " TO EYR-EMP-ID.
002720     READ EARN-YTD-FILE
002730         INVALID KEY
002740             DISPLAY "YTDROLL - CTL RECORD MISSING"
002750             MOVE 8 TO RETURN-CODE
002760             GO TO 5000-EXIT
002770     END-READ.
002780     MOVE ECT-YEAR-SET (1) TO ECT-YEAR-SET (2).
002790     MOVE WS-NEW-YEAR TO ECT-YEAR (1).
002800     MOVE ZERO TO ECT-LAST-PERIOD-END (1).
002810     MOVE 1 TO WS-BKT.
002820     PERFORM 5100-CLEAR-CONTROL-BKT THRU 5100-EXIT
002830         UNTIL WS-BKT > WS-YTD-BKT.
002840     REWRITE Earnings-Ytd-Control
002850         INVALID KEY
002860             DISPLAY "YTDROLL - CTL REWRITE FAILED"
002870             MOVE 8 TO RETURN-CODE
002880     END-REWRITE.
002890 5000-EXIT.
002900     EXIT.
002910
002920 5100-CLEAR-CONTROL-BKT SECTION.
002930 5100-START.
002940     MOVE ZERO TO ECT-PERIODS (1 WS-BKT).
002950     MOVE ZERO TO ECT-RECORDS (1 WS-BKT).
002960     MOVE ZERO TO ECT-CENTS (1 WS-BKT).
002970     MOVE ZERO TO ECT-LEAVE-CENTS (1 WS-BKT).
002980     ADD 1 TO WS-BKT.
002990 5100-EXIT.
003000     EXIT.
003010
003020 4000-TERMINATE SECTION.
003030 4000-START.
003040     DISPLAY "YTDROLL - YEAR CLOSED:         " WS-CLOSE-YEAR
003050             " NEW YEAR " WS-NEW-YEAR.
003060     DISPLAY "YTDROLL - EARNYTD RECORDS:     " WS-YTD-READ-COUNT.
003070     DISPLAY "YTDROLL - ROLLED:              " WS-ROLLED-COUNT.
003080     DISPLAY "YTDROLL - ALREADY ROLLED:      " WS-SKIPPED-COUNT.
003090     DISPLAY "YTDROLL - NOT ROLLED:          " WS-REJECT-COUNT.
003100     CLOSE EARN-YTD-FILE.
003110 4000-EXIT.
003120     EXIT.
003130
003140 END PROGRAM YTDROLL.
