123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    YTDPOST.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  PTDCLOSE resets the       *
000110*                period accumulators and PERPAY is the last  *
000120*                trace of each period, so finance rebuilt    *
000130*                quarters and years for tax filings and      *
000140*                benefit eligibility out of old PERPAY       *
000150*                generations.  This batch runs after the     *
000160*                PTDCLOSE close step: it reads back the      *
000170*                PERPAY file the close just cut, proves it   *
000180*                against its own trailer, and adds each      *
000190*                employee's worked and leave Millis, base,   *
000200*                premium, adjustment and leave cents and     *
000210*                payable total into the quarter the period   *
000220*                ends in and the year to date on the EARNYTD *
000230*                KSDS, and the trailer itself into the CTL   *
000240*                record the quarterly register proves        *
000250*                against.  A period is posted once - the CTL *
000260*                record and every employee record remember   *
000270*                the last period end posted - and a period   *
000280*                of the prior year after the year-end roll   *
000290*                posts into the prior year's set.            *
000300*-----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PERIOD-PAY-FILE  ASSIGN TO "PERPAY"
000400            ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS RANDOM
000450            RECORD KEY IS EMP-KEY
000460            FILE STATUS IS WS-EMP-FILE-STATUS.
000470
000480     SELECT EARN-YTD-FILE    ASSIGN TO "EARNYTD"
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS RANDOM
000510            RECORD KEY IS EYR-KEY
000520            FILE STATUS IS WS-YTD-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PERIOD-PAY-FILE
000570     RECORDING MODE IS F.
000580     COPY PERPAY.
000590
000600 FD  EMP-MASTER-FILE.
000610     COPY EMPMAST.
000620
000630 FD  EARN-YTD-FILE.
000640     COPY EARNYTD.
000650
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------*
000680* Switches                                                  *
000690*-----------------------------------------------------------*
000700 77  WS-PAY-EOF-SWITCH       PIC X(01)  VALUE "N".
000710     88  PAY-EOF                        VALUE "Y".
000720 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
000730     88  EMP-FILE-OK                    VALUE "00".
000740 77  WS-YTD-FILE-STATUS      PIC X(02)  VALUE "00".
000750     88  YTD-FILE-OK                    VALUE "00".
000760 77  WS-YTD-FOUND-SWITCH     PIC X(01)  VALUE "N".
000770     88  YTD-FOUND                      VALUE "Y".
000780 77  WS-PAY-HDR-SWITCH       PIC X(01)  VALUE "N".
000790     88  PAY-HEADER-SEEN                VALUE "Y".
000800 77  WS-PAY-TRL-SWITCH       PIC X(01)  VALUE "N".
000810     88  PAY-TRAILER-SEEN               VALUE "Y".
000820 77  WS-PROVED-SWITCH        PIC X(01)  VALUE "N".
000830     88  PERPAY-PROVED                  VALUE "Y".
000840 77  WS-POST-SWITCH          PIC X(01)  VALUE "N".
000850     88  POST-ALLOWED                   VALUE "Y".
000860
000870*-----------------------------------------------------------*
000880* Running counters and control totals                       *
000890*-----------------------------------------------------------*
000900 77  WS-PAY-READ-COUNT       PIC 9(07)  COMP  VALUE ZERO.
000910 77  WS-PAY-READ-CENTS       PIC S9(12) COMP  VALUE ZERO.
000920 77  WS-TRL-COUNT            PIC 9(07)  COMP  VALUE ZERO.
000930 77  WS-TRL-CENTS            PIC S9(12) COMP  VALUE ZERO.
000940 77  WS-TRL-LEAVE            PIC 9(12)  COMP  VALUE ZERO.
000950 77  WS-POSTED-COUNT         PIC 9(07)  COMP  VALUE ZERO.
000960 77  WS-ADDED-COUNT          PIC 9(07)  COMP  VALUE ZERO.
000970 77  WS-SKIPPED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
000980 77  WS-REJECT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
000990 77  WS-PERIOD-START         PIC 9(08)  VALUE ZERO.
001000
001010*-----------------------------------------------------------*
001020* The period end off the PERPAY header decides where the    *
001030* period posts - its year picks the year set and its month  *
001040* the quarter.                                              *
001050*-----------------------------------------------------------*
001060 01  WS-PERIOD-END           PIC 9(08)  VALUE ZERO.
001070 01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
001080     05  WS-PE-YEAR          PIC 9(04).
001090     05  WS-PE-MONTH         PIC 9(02).
001100     05  WS-PE-DAY           PIC 9(02).
001110 77  WS-QTR                  PIC 9(01)  VALUE ZERO.
001120 77  WS-SET                  PIC 9(01)  COMP  VALUE ZERO.
001130 77  WS-BKT                  PIC 9(01)  COMP  VALUE ZERO.
001140 77  WS-CLR-SET              PIC 9(01)  COMP  VALUE ZERO.
001150 77  WS-YTD-BKT              PIC 9(01)  COMP  VALUE 5.
001160 77  WS-CUR-YEAR             PIC 9(04)  VALUE ZERO.
001170 77  WS-PRIOR-YEAR           PIC 9(04)  VALUE ZERO.
001180
001190*-----------------------------------------------------------*
001200* Signed work fields for the edited figures.                *
001210*-----------------------------------------------------------*
001220 77  WS-PAY-ADJ-VALUE        PIC S9(10) COMP  VALUE ZERO.
001230 77  WS-PAY-TOTAL-VALUE      PIC S9(11) COMP  VALUE ZERO.
001240 77  WS-SUM-VALUE            PIC S9(12) COMP  VALUE ZERO.
001250
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE SECTION.
001280 0000-START.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     IF EMP-FILE-OK AND YTD-FILE-OK
001310         PERFORM 2000-READ-PAY THRU 2000-EXIT
001320         PERFORM 3000-TAKE-ONE THRU 3000-EXIT
001330             UNTIL PAY-EOF
001340         PERFORM 3500-PROVE-PERPAY THRU 3500-EXIT
001350         IF PERPAY-PROVED
001360             PERFORM 3700-CHECK-CONTROL THRU 3700-EXIT
001370         END-IF
001380         IF POST-ALLOWED
001390             PERFORM 4500-REOPEN-PAY THRU 4500-EXIT
001400             PERFORM 2000-READ-PAY THRU 2000-EXIT
001410             PERFORM 5000-POST-ONE THRU 5000-EXIT
001420                 UNTIL PAY-EOF
001430             PERFORM 5500-POST-CONTROL THRU 5500-EXIT
001440         END-IF
001450         PERFORM 4000-TERMINATE THRU 4000-EXIT
001460     END-IF.
001470     GOBACK.
001480 0000-EXIT.
001490     EXIT.
001500     GOBACK.
001510
001520 1000-INITIALIZE SECTION.
001530 1000-START.
001540     OPEN INPUT EMP-MASTER-FILE.
001550     IF NOT EMP-FILE-OK
001560         DISPLAY "YTDPOST - EMPMAST OPEN FAILED, STATUS "
001570                 WS-EMP-FILE-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     OPEN I-O EARN-YTD-FILE.
001620     IF NOT YTD-FILE-OK
001630         DISPLAY "YTDPOST - EARNYTD OPEN FAILED, STATUS "
001640                 WS-YTD-FILE-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN INPUT PERIOD-PAY-FILE.
001690 1000-EXIT.
001700     EXIT.
001710
001720 2000-READ-PAY SECTION.
001730 2000-START.
001740     READ PERIOD-PAY-FILE
001750         AT END
001760             MOVE "Y" TO WS-PAY-EOF-SWITCH
001770     END-READ.
001780 2000-EXIT.
001790     EXIT.
001800
001810 3000-TAKE-ONE SECTION.
001820*-----------------------------------------------------------*
001830* First pass - the header gives the period, the trailer its *
001840* count and cents, and each employee record is counted so   *
001850* the file is proved whole before anything is posted.       *
001860*-----------------------------------------------------------*
001870 3000-START.
001880     IF PP-HEADER
001890         MOVE "Y" TO WS-PAY-HDR-SWITCH
001900         MOVE PPC-PERIOD-START TO WS-PERIOD-START
001910         MOVE PPC-PERIOD-END   TO WS-PERIOD-END
001920         GO TO 3000-NEXT
001930     END-IF.
001940     IF PP-TRAILER
001950         MOVE "Y" TO WS-PAY-TRL-SWITCH
001960         MOVE PPC-RECORD-COUNT TO WS-TRL-COUNT
001970         MOVE PPC-TOTAL-DIGITS TO WS-TRL-CENTS
001980         IF PPC-TOTAL-SIGN = "-"
001990             COMPUTE WS-TRL-CENTS = 0 - WS-TRL-CENTS
002000         END-IF
002010         IF PPC-LEAVE-CENTS NUMERIC
002020             MOVE PPC-LEAVE-CENTS TO WS-TRL-LEAVE
002030         END-IF
002040         GO TO 3000-NEXT
002050     END-IF.
002060     ADD 1 TO WS-PAY-READ-COUNT.
002070     PERFORM 3100-TAKE-FIGURES THRU 3100-EXIT.
002080     ADD WS-PAY-TOTAL-VALUE TO WS-PAY-READ-CENTS.
002090 3000-NEXT.
002100     PERFORM 2000-READ-PAY THRU 2000-EXIT.
002110 3000-EXIT.
002120     EXIT.
002130
002140 3100-TAKE-FIGURES SECTION.
002150 3100-START.
002160     MOVE PP-ADJ-DIGITS TO WS-PAY-ADJ-VALUE.
002170     IF PP-ADJ-SIGN = "-"
002180         COMPUTE WS-PAY-ADJ-VALUE = 0 - WS-PAY-ADJ-VALUE
002190     END-IF.
002200     MOVE PP-TOTAL-DIGITS TO WS-PAY-TOTAL-VALUE.
002210     IF PP-TOTAL-SIGN = "-"
002220         COMPUTE WS-PAY-TOTAL-VALUE = 0 - WS-PAY-TOTAL-VALUE
002230     END-IF.
002240 3100-EXIT.
002250     EXIT.
002260
002270 3500-PROVE-PERPAY SECTION.
002280*-----------------------------------------------------------*
002290* PERPAY must be whole before a cent of it is posted -      *
002300* header present with a real period end, trailer present,   *
002310* and the employee records read equal to the trailer's      *
002320* count and cents.  A short file ends the step RC 8 with    *
002330* nothing posted.                                           *
002340*-----------------------------------------------------------*
002350 3500-START.
002360     IF NOT PAY-HEADER-SEEN
002370         DISPLAY "YTDPOST - NO HEADER ON PERPAY"
002380         MOVE 8 TO RETURN-CODE
002390         GO TO 3500-EXIT
002400     END-IF.
002410     IF NOT PAY-TRAILER-SEEN
002420         DISPLAY "YTDPOST - NO TRAILER ON PERPAY"
002430         MOVE 8 TO RETURN-CODE
002440         GO TO 3500-EXIT
002450     END-IF.
002460     IF WS-PERIOD-END NOT NUMERIC
002470      OR WS-PE-MONTH < 1 OR WS-PE-MONTH > 12
002480         DISPLAY "YTDPOST - PERIOD END NOT A DATE: " WS-PERIOD-END
002490         MOVE 8 TO RETURN-CODE
002500         GO TO 3500-EXIT
002510     END-IF.
002520     IF WS-PAY-READ-COUNT NOT = WS-TRL-COUNT
002530      OR WS-PAY-READ-CENTS NOT = WS-TRL-CENTS
002540         DISPLAY "YTDPOST - PERPAY OUT OF BALANCE: READ "
002550                 WS-PAY-READ-COUNT " CENTS " WS-PAY-READ-CENTS
002560                 " TRAILER SAID " WS-TRL-COUNT
002570                 " CENTS " WS-TRL-CENTS
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 3500-EXIT
002600     END-IF.
002610     COMPUTE WS-QTR = (WS-PE-MONTH + 2) / 3.
002620     MOVE "Y" TO WS-PROVED-SWITCH.
002630 3500-EXIT.
002640     EXIT.
002650
002660 3700-CHECK-CONTROL SECTION.
002670*-----------------------------------------------------------*
002680* Which year set does the period post into, and has it been *
002690* posted already?  The first period ever posted writes the  *
002700* CTL record with its own year current.  A period in the    *
002710* current year posts to set 1, one in the prior year (a     *
002720* late PERPAY after the roll) to set 2.  A period past the  *
002730* current year means the year-end roll has not been run,    *
002740* and one older than the prior year has nowhere to go -     *
002750* both RC 16 with nothing posted.  A period end not past    *
002760* the last one posted into its set is a rerun: RC 4.        *
002770*-----------------------------------------------------------*
002780 3700-START.
002790     MOVE "CTL   " TO EYR-EMP-ID.
002800     READ EARN-YTD-FILE
002810         INVALID KEY
002820             PERFORM 3800-NEW-CONTROL THRU 3800-EXIT
002830     END-READ.
002840     IF NOT YTD-FILE-OK
002850         GO TO 3700-EXIT
002860     END-IF.
002870     MOVE ECT-YEAR (1) TO WS-CUR-YEAR.
002880     MOVE ECT-YEAR (2) TO WS-PRIOR-YEAR.
002890     EVALUATE TRUE
002900         WHEN WS-PE-YEAR = WS-CUR-YEAR
002910             MOVE 1 TO WS-SET
002920         WHEN WS-PE-YEAR = WS-PRIOR-YEAR
002930             MOVE 2 TO WS-SET
002940             DISPLAY "YTDPOST - PERIOD ENDING " WS-PERIOD-END
002950                     " POSTS TO PRIOR YEAR " WS-PRIOR-YEAR
002960         WHEN WS-PE-YEAR > WS-CUR-YEAR
002970             DISPLAY "YTDPOST - YEAR-END ROLL NOT RUN FOR "
002980                     WS-CUR-YEAR " - PERIOD ENDING "
002990                     WS-PERIOD-END " NOT POSTED"
003000             MOVE 16 TO RETURN-CODE
003010             GO TO 3700-EXIT
003020         WHEN OTHER
003030             DISPLAY "YTDPOST - PERIOD ENDING " WS-PERIOD-END
003040                     " OLDER THAN PRIOR YEAR " WS-PRIOR-YEAR
003050                     " - NOT POSTED"
003060             MOVE 16 TO RETURN-CODE
003070             GO TO 3700-EXIT
003080     END-EVALUATE.
003090     IF WS-PERIOD-END NOT > ECT-LAST-PERIOD-END (WS-SET)
003100         DISPLAY "YTDPOST - PERIOD ENDING " WS-PERIOD-END
003110                 " ALREADY POSTED - NOTHING POSTED"
003120         IF RETURN-CODE = 0
003130             MOVE 4 TO RETURN-CODE
003140         END-IF
003150         GO TO 3700-EXIT
003160     END-IF.
003170     MOVE "Y" TO WS-POST-SWITCH.
003180 3700-EXIT.
003190     EXIT.
003200
003210 3800-NEW-CONTROL SECTION.
003220*-----------------------------------------------------------*
003230* First period ever posted - a clean CTL record with the    *
003240* period's year current and the year before it prior.       *
003250*-----------------------------------------------------------*
003260 3800-START.
003270     MOVE SPACES TO Earnings-Ytd-Control.
003280     MOVE "CTL   " TO ECT-EMP-ID.
003290     MOVE WS-PE-YEAR TO ECT-YEAR (1).
003300     COMPUTE ECT-YEAR (2) = WS-PE-YEAR - 1.
003310     MOVE 1 TO WS-CLR-SET.
003320     PERFORM 3850-CLEAR-CONTROL-SET THRU 3850-EXIT.
003330     MOVE 2 TO WS-CLR-SET.
003340     PERFORM 3850-CLEAR-CONTROL-SET THRU 3850-EXIT.
003350     WRITE Earnings-Ytd-Control
003360         INVALID KEY
003370             DISPLAY "YTDPOST - CTL WRITE FAILED"
003380             MOVE 8 TO RETURN-CODE
003390     END-WRITE.
003400 3800-EXIT.
003410     EXIT.
003420
003430 3850-CLEAR-CONTROL-SET SECTION.
003440 3850-START.
003450     MOVE ZERO TO ECT-LAST-PERIOD-END (WS-CLR-SET).
003460     MOVE 1 TO WS-BKT.
003470     PERFORM 3860-CLEAR-CONTROL-BKT THRU 3860-EXIT
003480         UNTIL WS-BKT > WS-YTD-BKT.
003490 3850-EXIT.
003500     EXIT.
003510
003520 3860-CLEAR-CONTROL-BKT SECTION.
003530 3860-START.
003540     MOVE ZERO TO ECT-PERIODS (WS-CLR-SET WS-BKT).
003550     MOVE ZERO TO ECT-RECORDS (WS-CLR-SET WS-BKT).
003560     MOVE ZERO TO ECT-CENTS (WS-CLR-SET WS-BKT).
003570     MOVE ZERO TO ECT-LEAVE-CENTS (WS-CLR-SET WS-BKT).
003580     ADD 1 TO WS-BKT.
003590 3860-EXIT.
003600     EXIT.
003610
003620 4500-REOPEN-PAY SECTION.
003630 4500-START.
003640     CLOSE PERIOD-PAY-FILE.
003650     OPEN INPUT PERIOD-PAY-FILE.
003660     MOVE "N" TO WS-PAY-EOF-SWITCH.
003670 4500-EXIT.
003680     EXIT.
003690
003700 5000-POST-ONE SECTION.
003710*-----------------------------------------------------------*
003720* Second pass - add one employee's period into the quarter  *
003730* and the year to date of the set 3700 chose.  An employee  *
003740* new to the file gets a clean record carrying the CTL      *
003750* years.  One whose record already holds this period end    *
003760* was posted by an earlier attempt that did not finish and  *
003770* is skipped.  One whose record missed the year-end roll    *
003780* is not posted: RC 8, and the CTL record is left alone so  *
003790* a rerun once it is put right posts only what is missing.  *
003800*-----------------------------------------------------------*
003810 5000-START.
003820     IF PP-HEADER OR PP-TRAILER
003830         GO TO 5000-NEXT
003840     END-IF.
003850     PERFORM 3100-TAKE-FIGURES THRU 3100-EXIT.
003860     MOVE "N" TO WS-YTD-FOUND-SWITCH.
003870     MOVE PP-EMP-ID TO EYR-EMP-ID.
003880     READ EARN-YTD-FILE
003890         INVALID KEY
003900             CONTINUE
003910         NOT INVALID KEY
003920             MOVE "Y" TO WS-YTD-FOUND-SWITCH
003930     END-READ.
003940     IF NOT YTD-FOUND
003950         PERFORM 5100-NEW-RECORD THRU 5100-EXIT
003960     END-IF.
003970     IF EYR-YEAR (1) NOT = WS-CUR-YEAR
003980         DISPLAY "YTDPOST - RECORD NOT ROLLED TO " WS-CUR-YEAR
003990                 ", KEY " PP-EMP-ID
004000         ADD 1 TO WS-REJECT-COUNT
004010         MOVE 8 TO RETURN-CODE
004020         GO TO 5000-NEXT
004030     END-IF.
004040     IF EYR-LAST-PERIOD-END (WS-SET) NOT < WS-PERIOD-END
004050         ADD 1 TO WS-SKIPPED-COUNT
004060         GO TO 5000-NEXT
004070     END-IF.
004080     IF WS-SET = 1
004090         MOVE PP-EMP-ID TO EMP-ID
004100         READ EMP-MASTER-FILE
004110             INVALID KEY
004120                 IF EYR-DEPT = SPACES
004130                     MOVE "UNKN" TO EYR-DEPT
004140                 END-IF
004150             NOT INVALID KEY
004160                 MOVE EMP-DEPT TO EYR-DEPT
004170         END-READ
004180     END-IF.
004190     MOVE WS-QTR TO WS-BKT.
004200     PERFORM 5200-ADD-BUCKET THRU 5200-EXIT.
004210     MOVE WS-YTD-BKT TO WS-BKT.
004220     PERFORM 5200-ADD-BUCKET THRU 5200-EXIT.
004230     MOVE WS-PERIOD-END TO EYR-LAST-PERIOD-END (WS-SET).
004240     IF YTD-FOUND
004250         REWRITE Earnings-Ytd-Record
004260             INVALID KEY
004270                 DISPLAY "YTDPOST - REWRITE FAILED, KEY " EYR-KEY
004280                 ADD 1 TO WS-REJECT-COUNT
004290                 MOVE 8 TO RETURN-CODE
004300                 GO TO 5000-NEXT
004310         END-REWRITE
004320     ELSE
004330         WRITE Earnings-Ytd-Record
004340             INVALID KEY
004350                 DISPLAY "YTDPOST - WRITE FAILED, KEY " EYR-KEY
004360                 ADD 1 TO WS-REJECT-COUNT
004370                 MOVE 8 TO RETURN-CODE
004380                 GO TO 5000-NEXT
004390         END-WRITE
004400         ADD 1 TO WS-ADDED-COUNT
004410     END-IF.
004420     ADD 1 TO WS-POSTED-COUNT.
004430 5000-NEXT.
004440     PERFORM 2000-READ-PAY THRU 2000-EXIT.
004450 5000-EXIT.
004460     EXIT.
004470
004480 5100-NEW-RECORD SECTION.
004490 5100-START.
004500     MOVE SPACES TO Earnings-Ytd-Record.
004510     MOVE PP-EMP-ID TO EYR-EMP-ID.
004520     MOVE WS-CUR-YEAR TO EYR-YEAR (1).
004530     MOVE WS-PRIOR-YEAR TO EYR-YEAR (2).
004540     MOVE 1 TO WS-CLR-SET.
004550     PERFORM 5150-CLEAR-SET THRU 5150-EXIT.
004560     MOVE 2 TO WS-CLR-SET.
004570     PERFORM 5150-CLEAR-SET THRU 5150-EXIT.
004580 5100-EXIT.
004590     EXIT.
004600
004610 5150-CLEAR-SET SECTION.
004620 5150-START.
004630     MOVE ZERO TO EYR-LAST-PERIOD-END (WS-CLR-SET).
004640     MOVE 1 TO WS-BKT.
004650     PERFORM 5160-CLEAR-BKT THRU 5160-EXIT
004660         UNTIL WS-BKT > WS-YTD-BKT.
004670 5150-EXIT.
004680     EXIT.
004690
004700 5160-CLEAR-BKT SECTION.
004710 5160-START.
004720     MOVE ZERO TO EYR-MILLIS (WS-CLR-SET WS-BKT).
004730     MOVE ZERO TO EYR-LV-MILLIS (WS-CLR-SET WS-BKT).
004740     MOVE ZERO TO EYR-BASE-CENTS (WS-CLR-SET WS-BKT).
004750     MOVE ZERO TO EYR-PREM-CENTS (WS-CLR-SET WS-BKT).
004760     MOVE ZERO TO EYR-ADJ-CENTS (WS-CLR-SET WS-BKT).
004770     MOVE ZERO TO EYR-LEAVE-CENTS (WS-CLR-SET WS-BKT).
004780     MOVE ZERO TO EYR-TOTAL-CENTS (WS-CLR-SET WS-BKT).
004790     ADD 1 TO WS-BKT.
004800 5160-EXIT.
004810     EXIT.
004820
004830 5200-ADD-BUCKET SECTION.
004840*-----------------------------------------------------------*
004850* Add the PERPAY record into bucket WS-BKT of set WS-SET -  *
004860* the signed figures taken apart, added and put back in     *
004870* edited form.                                              *
004880*-----------------------------------------------------------*
004890 5200-START.
004900     ADD PP-MILLIS       TO EYR-MILLIS (WS-SET WS-BKT).
004910     ADD PP-LEAVE-MILLIS TO EYR-LV-MILLIS (WS-SET WS-BKT).
004920     ADD PP-GROSS-CENTS  TO EYR-BASE-CENTS (WS-SET WS-BKT).
004930     ADD PP-PREM-CENTS   TO EYR-PREM-CENTS (WS-SET WS-BKT).
004940     ADD PP-LEAVE-CENTS  TO EYR-LEAVE-CENTS (WS-SET WS-BKT).
004950     MOVE EYR-ADJ-DIGITS (WS-SET WS-BKT) TO WS-SUM-VALUE.
004960     IF EYR-ADJ-SIGN (WS-SET WS-BKT) = "-"
004970         COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
004980     END-IF.
004990     ADD WS-PAY-ADJ-VALUE TO WS-SUM-VALUE.
005000     MOVE WS-SUM-VALUE TO EYR-ADJ-CENTS (WS-SET WS-BKT).
005010     MOVE EYR-TOTAL-DIGITS (WS-SET WS-BKT) TO WS-SUM-VALUE.
005020     IF EYR-TOTAL-SIGN (WS-SET WS-BKT) = "-"
005030         COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
005040     END-IF.
005050     ADD WS-PAY-TOTAL-VALUE TO WS-SUM-VALUE.
005060     MOVE WS-SUM-VALUE TO EYR-TOTAL-CENTS (WS-SET WS-BKT).
005070 5200-EXIT.
005080     EXIT.
005090
005100 5500-POST-CONTROL SECTION.
005110*-----------------------------------------------------------*
005120* Fold the PERPAY trailer into the quarter and the year to  *
005130* date of the CTL record - what the quarterly register      *
005140* proves the employee buckets against - and stamp the       *
005150* period end so 3700 refuses it a second time.  Skipped     *
005160* when any employee could not be posted.                    *
005170*-----------------------------------------------------------*
005180 5500-START.
005190     IF WS-REJECT-COUNT > 0
005200         DISPLAY "YTDPOST - CTL NOT POSTED - RERUN ONCE THE "
005210                 "REJECTED RECORDS ARE PUT RIGHT"
005220         GO TO 5500-EXIT
005230     END-IF.
005240     MOVE "CTL   " TO EYR-EMP-ID.
005250     READ EARN-YTD-FILE
005260         INVALID KEY
005270             DISPLAY "YTDPOST - CTL RECORD MISSING"
005280             MOVE 8 TO RETURN-CODE
005290             GO TO 5500-EXIT
005300     END-READ.
005310     MOVE WS-QTR TO WS-BKT.
005320     PERFORM 5600-ADD-CONTROL-BKT THRU 5600-EXIT.
005330     MOVE WS-YTD-BKT TO WS-BKT.
005340     PERFORM 5600-ADD-CONTROL-BKT THRU 5600-EXIT.
005350     MOVE WS-PERIOD-END TO ECT-LAST-PERIOD-END (WS-SET).
005360     REWRITE Earnings-Ytd-Control
005370         INVALID KEY
005380             DISPLAY "YTDPOST - CTL REWRITE FAILED"
005390             MOVE 8 TO RETURN-CODE
005400     END-REWRITE.
005410 5500-EXIT.
005420     EXIT.
005430
005440 5600-ADD-CONTROL-BKT SECTION.
005450 5600-START.
005460     ADD 1            TO ECT-PERIODS (WS-SET WS-BKT).
005470     ADD WS-TRL-COUNT TO ECT-RECORDS (WS-SET WS-BKT).
005480     ADD WS-TRL-LEAVE TO ECT-LEAVE-CENTS (WS-SET WS-BKT).
005490     MOVE ECT-CENTS-DIGITS (WS-SET WS-BKT) TO WS-SUM-VALUE.
005500     IF ECT-CENTS-SIGN (WS-SET WS-BKT) = "-"
005510         COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
005520     END-IF.
005530     ADD WS-TRL-CENTS TO WS-SUM-VALUE.
005540     MOVE WS-SUM-VALUE TO ECT-CENTS (WS-SET WS-BKT).
005550 5600-EXIT.
005560     EXIT.
005570
005580 4000-TERMINATE SECTION.
005590 4000-START.
005600     DISPLAY "YTDPOST - PERIOD:              " WS-PERIOD-START
005610             " TO " WS-PERIOD-END.
005620     IF POST-ALLOWED
005630         DISPLAY "YTDPOST - POSTED TO YEAR:      " WS-PE-YEAR
005640                 " QUARTER " WS-QTR
005650     END-IF.
005660     DISPLAY "YTDPOST - PERPAY RECORDS:      " WS-PAY-READ-COUNT.
005670     DISPLAY "YTDPOST - EMPLOYEES POSTED:    " WS-POSTED-COUNT.
005680     DISPLAY "YTDPOST - NEW TO EARNYTD:      " WS-ADDED-COUNT.
005690     DISPLAY "YTDPOST - ALREADY POSTED:      " WS-SKIPPED-COUNT.
005700     DISPLAY "YTDPOST - NOT POSTED:          " WS-REJECT-COUNT.
005710     CLOSE PERIOD-PAY-FILE.
005720     CLOSE EMP-MASTER-FILE.
005730     CLOSE EARN-YTD-FILE.
005740 4000-EXIT.
005750     EXIT.
005760
005770 END PROGRAM YTDPOST.
