000620*                worked date missing from the calendar fails *
000630*                loudly (exception, RC 8), never straight    *
000640*                time.                                       *
000641* 2026-10-15 RH  A late correction is now priced at the      *
000642*                hourly rate in force on the day worked, off *
000643*                the RATEHIST effective-dated rate history,  *
000644*                not today's EMP-HOURLY-RATE - a correction  *
000645*                posted three days after a raise no longer   *
000646*                pays the old shift at the new rate.  A      *
000647*                worked date no history entry covers goes to *
000648*                ADJEXCP instead of the stream.              *
000649* 2026-10-15 RH  Paid shifts a supervisor corrects through   *
000650*                SHFTADJ now post off SHFCORIN - a "B" leg   *
000651*                backing out the figure the shift was paid   *
000652*                at and a "P" leg paying the corrected one,  *
000653*                both priced and dated on the day worked and *
000654*                carrying the supervisor's user ID on        *
000655*                ADJ-USER-ID and on any exception line.      *
000656* 2026-10-15 RH  A paid-shift correction now carries the day *
000657*                its corrected readings put the shift on     *
000658*                (SCR-NEW-WORKED-DATE) beside the day it was *
000659*                paid on - the "B" leg is priced and dated   *
000660*                on the day paid, the "P" leg on the day now *
000661*                worked, each at its own day's rate and      *
000662*                calendar premium.  Records queued without   *
000663*                the second date pay on the day paid, as     *
000664*                before.                                     *
000680*-----------------------------------------------------------*
000684
000688 ENVIRONMENT DIVISION.
000692 CONFIGURATION SECTION.
000696 SOURCE-COMPUTER.  IBM-370.
000700 OBJECT-COMPUTER.  IBM-370.
000710
000720 INPUT-OUTPUT SECTION.
000920            RECORD KEY IS EMP-KEY
000930            FILE STATUS IS WS-EMP-FILE-STATUS.
000940
000941     SELECT RATE-HIST-FILE   ASSIGN TO "RATEHIST"
000942            ORGANIZATION IS INDEXED
000943            ACCESS MODE IS DYNAMIC
000944            RECORD KEY IS RTH-KEY
000945            FILE STATUS IS WS-RTH-FILE-STATUS.
000946
000950     SELECT ADJ-OUT-FILE     ASSIGN TO "ADJOUT"
000960            ORGANIZATION IS LINE SEQUENTIAL.
000970
001000
001010     SELECT RECON-OUT-FILE   ASSIGN TO "RETRECON"
001020            ORGANIZATION IS LINE SEQUENTIAL.
001021
001022     SELECT SHFT-CORR-FILE   ASSIGN TO "SHFCORIN"
001023            ORGANIZATION IS LINE SEQUENTIAL.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001390 FD  EMP-MASTER-FILE.
001400     COPY EMPMAST.
001410
001411*-----------------------------------------------------------*
001412* RATEHIST - the same effective-dated rate history PAYCALC  *
001413* prices from, read by employee and worked date.            *
001414*-----------------------------------------------------------*
001415 FD  RATE-HIST-FILE.
001416     COPY RATEHIST.
001417
001420 FD  ADJ-OUT-FILE
001430     RECORDING MODE IS F.
001440     COPY ADJREC.
001590     05  FILLER              PIC X(01).
001600     05  RCN-CALL-COUNT      PIC 9(07).
001610     05  FILLER              PIC X(64).
001611
001612*-----------------------------------------------------------*
001613* SHFCORIN - the day's paid-shift corrections off the SHCR  *
001614* queue SHFTADJ writes, swept at day-end the same way RESUB *
001615* is for the merge.                                         *
001616*-----------------------------------------------------------*
001617 FD  SHFT-CORR-FILE
001618     RECORDING MODE IS F.
001619     COPY SHFTCORR.
001620
001630 WORKING-STORAGE SECTION.
001640*-----------------------------------------------------------*
001780     88  EMP-FOUND                      VALUE "Y".
001790 77  WS-SIZE-ERROR-SWITCH    PIC X(01)  VALUE "N".
001800     88  BASE-PAY-TOO-BIG               VALUE "Y".
001801 77  WS-RTH-FILE-STATUS      PIC X(02)  VALUE "00".
001802     88  RTH-FILE-OK                    VALUE "00".
001803 77  WS-RATE-FOUND-SWITCH    PIC X(01)  VALUE "N".
001804     88  RATE-FOUND                     VALUE "Y".
001805 77  WS-RTH-SCAN-SWITCH      PIC X(01)  VALUE "N".
001806     88  RTH-SCAN-DONE                  VALUE "Y".
001807 77  WS-CORR-EOF-SWITCH      PIC X(01)  VALUE "N".
001808     88  CORR-EOF                       VALUE "Y".
001810
001820*-----------------------------------------------------------*
001830* Running counters                                          *
001870 77  WS-EXCEPT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001880 77  WS-SCALE-CALLS          PIC 9(07)  COMP  VALUE ZERO.
001890 77  WS-NET-CENTS            PIC S9(10) COMP  VALUE ZERO.
001891 77  WS-CORR-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
001892 77  WS-CORR-POSTED-COUNT    PIC 9(07)  COMP  VALUE ZERO.
001900 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001910
001920*-----------------------------------------------------------*
002630 77  WS-RATE-CENTS           PIC 9(05)  COMP  VALUE ZERO.
002640 77  WS-PRICE-CENTS          PIC S9(08) COMP  VALUE ZERO.
002650 77  WS-PREMIUM-CENTS        PIC S9(08) COMP  VALUE ZERO.
002652*    The rate in force on the day worked, as 5700 found it   *
002654*    on RATEHIST.                                            *
002656 77  WS-DAY-RATE             PIC 9(03)V9(02) VALUE ZERO.
002660 77  WS-WORKED-DATE          PIC 9(08)  VALUE ZERO.
002661*    A correction's pay leg - cents, premium and date -      *
002662*    priced first, held while its back-out leg is written.   *
002663 77  WS-REPAY-CENTS          PIC S9(08) COMP  VALUE ZERO.
002664 77  WS-REPAY-PREMIUM        PIC S9(08) COMP  VALUE ZERO.
002665 77  WS-REPAY-DATE           PIC 9(08)  VALUE ZERO.
002670*    Retro-table scan arguments - the date being looked for  *
002680*    (3150 compares on it), and the serial arithmetic that   *
002690*    folds a past-midnight OUT onto the day its shift        *
002730 77  WS-WORKED-SERIAL        PIC 9(08)  COMP  VALUE ZERO.
002740 77  WS-PRICE-OK-SWITCH      PIC X(01)  VALUE "N".
002750     88  PRICE-OK                       VALUE "Y".
002751*    The adjustment being priced and written - a retro entry *
002752*    or a paid-shift correction; the shared pricing, lookup  *
002753*    and write sections work off these, never the table.    *
002754 77  WS-CUR-EMP-ID           PIC X(06)  VALUE SPACES.
002755 77  WS-CUR-DATE             PIC 9(08)  VALUE ZERO.
002756 77  WS-CUR-MILLIS           PIC 9(09)  COMP  VALUE ZERO.
002757 77  WS-CUR-LEG              PIC X(01)  VALUE "P".
002758 77  WS-CUR-USER-ID          PIC X(08)  VALUE SPACES.
002760
002770*-----------------------------------------------------------*
002780* Exceptions report line layout                             *
002830     05  XL-ORIG-DATE        PIC 9(08).
002840     05  FILLER              PIC X(02)  VALUE SPACES.
002850     05  XL-REASON           PIC X(30).
002860     05  FILLER              PIC X(02)  VALUE SPACES.
002861     05  XL-USER-ID          PIC X(08)  VALUE SPACES.
002862     05  FILLER              PIC X(22)  VALUE SPACES.
002870
002880 PROCEDURE DIVISION.
002890 0000-MAINLINE SECTION.
002900 0000-START.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002920     IF FLAG-FILE-OK AND EMP-FILE-OK AND RTH-FILE-OK
002930         PERFORM 2000-READ-FLAG THRU 2000-EXIT
002940         PERFORM 3000-SELECT-FLAG THRU 3000-EXIT
002950             UNTIL FLAG-EOF
002970         PERFORM 3500-MATCH-EXTRACT THRU 3500-EXIT
002980             UNTIL EXTRACT-EOF
002990         PERFORM 5000-ADJUST-ALL THRU 5000-EXIT
002991         PERFORM 2700-READ-CORR THRU 2700-EXIT
002992         PERFORM 7000-CORRECT-ONE THRU 7000-EXIT
002993             UNTIL CORR-EOF
003000         PERFORM 4000-TERMINATE THRU 4000-EXIT
003010     END-IF.
003020     GOBACK.
003220         MOVE 16 TO RETURN-CODE
003230         GO TO 1000-EXIT
003240     END-IF.
003241     OPEN INPUT  RATE-HIST-FILE.
003242     IF NOT RTH-FILE-OK
003243         DISPLAY "RETROADJ - RATEHIST OPEN FAILED, STATUS "
003244                 WS-RTH-FILE-STATUS
003245         MOVE 16 TO RETURN-CODE
003246         GO TO 1000-EXIT
003247     END-IF.
003250     OPEN INPUT  TIME-EXTRACT-FILE.
003260     OPEN INPUT  DIFF-CONTROL-FILE.
003270     OPEN INPUT  CAL-CONTROL-FILE.
003271     OPEN INPUT  SHFT-CORR-FILE.
003280     OPEN OUTPUT ADJ-OUT-FILE.
003290     OPEN OUTPUT ADJ-EXCP-FILE.
003300     OPEN OUTPUT RECON-OUT-FILE.
004130 2500-EXIT.
004140     EXIT.
004150
004151 2700-READ-CORR SECTION.
004152 2700-START.
004153     READ SHFT-CORR-FILE
004154         AT END
004155             MOVE "Y" TO WS-CORR-EOF-SWITCH
004156     END-READ.
004157 2700-EXIT.
004158     EXIT.
004159
004160 3000-SELECT-FLAG SECTION.
004170*-----------------------------------------------------------*
004180* One flagged record - only a record CLOCKMRG drained        *
005760* so this leg is the only money the correction ever posts.  *
005770*-----------------------------------------------------------*
005780 5100-START.
005781     MOVE WS-RT-EMP-ID (WS-RETRO-SUB)    TO WS-CUR-EMP-ID.
005782     MOVE WS-RT-ORIG-DATE (WS-RETRO-SUB) TO WS-CUR-DATE.
005783     MOVE WS-RT-MILLIS (WS-RETRO-SUB)    TO WS-CUR-MILLIS.
005784     MOVE "P"                            TO WS-CUR-LEG.
005785     MOVE SPACES                         TO WS-CUR-USER-ID.
005790     IF NOT RT-MATCHED (WS-RETRO-SUB)
005800         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
005810         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
005820         MOVE "NO PAIRED SHIFT ON EXTRACT" TO XL-REASON
005830         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005840         GO TO 5100-NEXT
005850     END-IF.
005860     PERFORM 5200-READ-MASTER THRU 5200-EXIT.
005870     IF NOT EMP-FOUND
005880         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
005890         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
005900         MOVE "EMPLOYEE NOT ON MASTER" TO XL-REASON
005910         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005920         GO TO 5100-NEXT
005930     END-IF.
005940     PERFORM 5300-FIND-DIFF THRU 5300-EXIT.
005950     IF WS-DIFF-FOUND = 0
005960         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
005970         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
005980         MOVE "NO DIFFERENTIAL FOR SHIFT" TO XL-REASON
005990         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
006000         GO TO 5100-NEXT
006010     END-IF.
006011*    The rate in force on the day worked, never today's.     *
006012     PERFORM 5700-FIND-RATE THRU 5700-EXIT.
006013     IF NOT RATE-FOUND
006014         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
006015         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
006016         MOVE "NO RATE IN FORCE ON WORKED DAY" TO XL-REASON
006017         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
006018         GO TO 5100-NEXT
006019     END-IF.
006020*    Pay leg - the corrected shift against the day worked,    *
006030*    with the worked day's own holiday/Sunday premium.        *
006040     PERFORM 5500-PRICE-SHIFT THRU 5500-EXIT.
006070     END-IF.
006080     PERFORM 5400-FIND-CAL THRU 5400-EXIT.
006090     IF WS-CAL-FOUND = 0
006100         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
006110         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
006120         MOVE "WORKED DATE NOT ON CALENDAR" TO XL-REASON
006130         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
006140         MOVE 8 TO RETURN-CODE
006300 5200-READ-MASTER SECTION.
006310 5200-START.
006320     MOVE "N" TO WS-EMP-FOUND-SWITCH.
006330     MOVE WS-CUR-EMP-ID TO EMP-ID.
006340     READ EMP-MASTER-FILE
006350         INVALID KEY
006360             CONTINUE
006620
006630 5500-PRICE-SHIFT SECTION.
006640*-----------------------------------------------------------*
006650* Price the current adjustment's Millis - base cents =     *
006660* Millis out of an hour times the RATEHIST rate in force    *
006665* on the day worked, in cents, then ScaleInteger applies    *
006670* the shift differential, the exact math 5100-PAY-ONE in    *
006680* PAYCALC runs.  Anything that cannot be priced goes to the *
006690* exceptions report and the entry is skipped whole, so a    *
006700* half-priced figure never posts.                           *
006710*-----------------------------------------------------------*
006720 5500-START.
006730     MOVE "N" TO WS-PRICE-OK-SWITCH.
006740     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
006750     COMPUTE WS-RATE-CENTS = WS-DAY-RATE * 100.
006760     COMPUTE WS-SCALE-N ROUNDED =
006770         WS-CUR-MILLIS * WS-RATE-CENTS
006780         / 3600000
006790         ON SIZE ERROR
006800             MOVE "Y" TO WS-SIZE-ERROR-SWITCH
006810     END-COMPUTE.
006820     IF BASE-PAY-TOO-BIG
006830         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
006840         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
006850         MOVE "BASE PAY EXCEEDS FIELD" TO XL-REASON
006860         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
006870         GO TO 5500-EXIT
006930                           Rate-Control-Record WS-RUN-ID.
006940     ADD 1 TO WS-SCALE-CALLS.
006950     IF NOT PRS-RTN-VALID
006960         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
006970         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
006980         IF PRS-RTN-OVERFLOW
006990             MOVE "GROSS PAY OVERFLOWED SCALING" TO XL-REASON
007000         ELSE
007200
007210 5450-FIND-CAL-STEP SECTION.
007220 5450-START.
007230     IF WS-CAL-DATE (WS-CAL-SUB) = WS-CUR-DATE
007250         MOVE WS-CAL-SUB TO WS-CAL-FOUND
007260     ELSE
007270         ADD 1 TO WS-CAL-SUB
007520             WS-SCALE-RESULT - WS-PRICE-CENTS
007530         MOVE "Y" TO WS-PRICE-OK-SWITCH
007540     ELSE
007550         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
007560         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
007570         IF PRS-RTN-OVERFLOW
007580             MOVE "PREMIUM OVERFLOWED SCALING" TO XL-REASON
007590         ELSE
007660
007670 5600-WRITE-ADJUSTMENT SECTION.
007680*-----------------------------------------------------------*
007690* One leg for the current adjustment - dated the day       *
007700* actually worked, priced into WS-PRICE-CENTS and          *
007710* WS-PREMIUM-CENTS by the caller (negative for a back-out *
007720* leg).  Every field is set here, after the clear, so     *
007725* nothing set earlier can be wiped.                       *
007730*-----------------------------------------------------------*
007740 5600-START.
007750     MOVE SPACES                         TO Adjust-Record.
007760     MOVE WS-CUR-DATE                    TO ADJ-PAY-DATE.
007770     MOVE WS-CUR-LEG                     TO ADJ-LEG.
007780     MOVE WS-CUR-EMP-ID                  TO ADJ-EMP-ID.
007790     MOVE WS-CUR-MILLIS                  TO ADJ-MILLIS.
007800     MOVE EMP-SHIFT-CODE                 TO ADJ-SHIFT-CODE.
007810     MOVE WS-DAY-RATE                    TO ADJ-HOURLY-RATE.
007820*    The shift differential, not whatever the last           *
007830*    ScaleInteger pass happened to load - on a premium day   *
007840*    Multiplier is holding the calendar premium by now.      *
007850     MOVE WS-DIFF-MULT (WS-DIFF-FOUND)   TO ADJ-MULTIPLIER.
007860     MOVE WS-PRICE-CENTS                 TO ADJ-GROSS-CENTS.
007870     MOVE WS-PREMIUM-CENTS               TO ADJ-PREMIUM-CENTS.
007875     MOVE WS-CUR-USER-ID                 TO ADJ-USER-ID.
007880     WRITE Adjust-Record.
007890     ADD 1 TO WS-ADJ-COUNT.
007900     ADD WS-PRICE-CENTS TO WS-NET-CENTS.
007920 5600-EXIT.
007930     EXIT.
007940
007950 5700-FIND-RATE SECTION.
007960*-----------------------------------------------------------*
007970* The rate in force for the current adjustment on the day  *
007980* it was worked - the same forward scan PAYCALC runs: START *
007990* at the employee's lowest RATEHIST key and keep the last   *
008000* entry effective on or before the worked day.              *
008010*-----------------------------------------------------------*
008020 5700-START.
008030     MOVE "N"  TO WS-RATE-FOUND-SWITCH.
008040     MOVE "N"  TO WS-RTH-SCAN-SWITCH.
008050     MOVE ZERO TO WS-DAY-RATE.
008060     MOVE WS-CUR-EMP-ID TO RTH-EMP-ID.
008070     MOVE ZERO TO RTH-EFF-DATE.
008080     START RATE-HIST-FILE KEY >= RTH-KEY
008090         INVALID KEY
008100             GO TO 5700-EXIT
008110     END-START.
008120     PERFORM 5750-FIND-RATE-STEP THRU 5750-EXIT
008130         UNTIL RTH-SCAN-DONE.
008140 5700-EXIT.
008150     EXIT.
008160
008170 5750-FIND-RATE-STEP SECTION.
008180 5750-START.
008190     READ RATE-HIST-FILE NEXT RECORD
008200         AT END
008210             MOVE "Y" TO WS-RTH-SCAN-SWITCH
008220             GO TO 5750-EXIT
008230     END-READ.
008240     IF RTH-EMP-ID NOT = WS-CUR-EMP-ID
008250      OR RTH-EFF-DATE > WS-CUR-DATE
008260         MOVE "Y" TO WS-RTH-SCAN-SWITCH
008270         GO TO 5750-EXIT
008280     END-IF.
008290     MOVE RTH-HOURLY-RATE TO WS-DAY-RATE.
008300     MOVE "Y" TO WS-RATE-FOUND-SWITCH.
008310 5750-EXIT.
008320     EXIT.
008330
008340 6000-WRITE-EXCEPTION SECTION.
008350 6000-START.
008360     ADD 1 TO WS-EXCEPT-COUNT.
008370     MOVE WS-CUR-USER-ID TO XL-USER-ID.
008380     WRITE ADJ-EXCPT-RECORD FROM WS-EXCPT-LINE.
008390 6000-EXIT.
008400     EXIT.
008410
008420 7000-CORRECT-ONE SECTION.
008430*-----------------------------------------------------------*
008440* One paid shift a supervisor corrected through SHFTADJ -   *
008450* unlike a flagged punch it was paid, so the figure it was  *
008460* paid at comes back out on a "B" leg dated the day it was  *
008470* paid on, before the corrected figure goes in on a "P" leg *
008480* dated the day the corrected readings put the shift on -   *
008490* the two differ when the corrected IN moves the shift      *
008500* across midnight.  Each leg is priced the same way against *
008510* its own day - that day's RATEHIST rate, the shift         *
008520* differential and the calendar premium - so the back-out   *
008530* mirrors what was paid.  Both carry the supervisor's user  *
008540* ID.  Both legs are priced before either is written: a     *
008550* correction that cannot be priced in full posts nothing    *
008560* and goes to the exceptions report.                        *
008570*-----------------------------------------------------------*
008580 7000-START.
008590     ADD 1 TO WS-CORR-READ-COUNT.
008600     MOVE SCR-EMP-ID      TO WS-CUR-EMP-ID.
008610     MOVE SCR-WORKED-DATE TO WS-CUR-DATE.
008620     MOVE SCR-USER-ID     TO WS-CUR-USER-ID.
008630     IF SCR-WORKED-DATE NOT NUMERIC
008640      OR SCR-ORIG-MILLIS NOT NUMERIC
008650      OR SCR-NEW-MILLIS NOT NUMERIC
008660      OR SCR-ORIG-MILLIS = ZERO
008670      OR SCR-NEW-MILLIS = ZERO
008680         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
008690         MOVE ZERO           TO XL-ORIG-DATE
008700         MOVE "CORRECTION RECORD UNUSABLE" TO XL-REASON
008710         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
008720         GO TO 7000-NEXT
008730     END-IF.
008740*    A record queued before the second date was carried pays *
008750*    on the day it was paid on.                              *
008760     IF SCR-NEW-WORKED-DATE NUMERIC
008770      AND SCR-NEW-WORKED-DATE > ZERO
008780         MOVE SCR-NEW-WORKED-DATE TO WS-REPAY-DATE
008790     ELSE
008800         MOVE SCR-WORKED-DATE     TO WS-REPAY-DATE
008810     END-IF.
008820     PERFORM 5200-READ-MASTER THRU 5200-EXIT.
008830     IF NOT EMP-FOUND
008840         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
008850         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
008860         MOVE "EMPLOYEE NOT ON MASTER" TO XL-REASON
008870         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
008880         GO TO 7000-NEXT
008890     END-IF.
008900     PERFORM 5300-FIND-DIFF THRU 5300-EXIT.
008910     IF WS-DIFF-FOUND = 0
008920         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
008930         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
008940         MOVE "NO DIFFERENTIAL FOR SHIFT" TO XL-REASON
008950         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
008960         GO TO 7000-NEXT
008970     END-IF.
008980*    Pay leg first, on the day now worked, held while the    *
008990*    back-out is priced on the day paid.                     *
009000     MOVE WS-REPAY-DATE  TO WS-CUR-DATE.
009010     MOVE SCR-NEW-MILLIS TO WS-CUR-MILLIS.
009020     PERFORM 7100-PRICE-LEG THRU 7100-EXIT.
009030     IF NOT PRICE-OK
009040         GO TO 7000-NEXT
009050     END-IF.
009060     MOVE WS-PRICE-CENTS   TO WS-REPAY-CENTS.
009070     MOVE WS-PREMIUM-CENTS TO WS-REPAY-PREMIUM.
009080     MOVE SCR-WORKED-DATE TO WS-CUR-DATE.
009090     MOVE SCR-ORIG-MILLIS TO WS-CUR-MILLIS.
009100     PERFORM 7100-PRICE-LEG THRU 7100-EXIT.
009110     IF NOT PRICE-OK
009120         GO TO 7000-NEXT
009130     END-IF.
009140     COMPUTE WS-PRICE-CENTS   = 0 - WS-PRICE-CENTS.
009150     COMPUTE WS-PREMIUM-CENTS = 0 - WS-PREMIUM-CENTS.
009160     MOVE "B" TO WS-CUR-LEG.
009170     PERFORM 5600-WRITE-ADJUSTMENT THRU 5600-EXIT.
009180     MOVE WS-REPAY-DATE    TO WS-CUR-DATE.
009190     MOVE SCR-NEW-MILLIS   TO WS-CUR-MILLIS.
009200     MOVE WS-REPAY-CENTS   TO WS-PRICE-CENTS.
009210     MOVE WS-REPAY-PREMIUM TO WS-PREMIUM-CENTS.
009220     MOVE "P" TO WS-CUR-LEG.
009230     PERFORM 5600-WRITE-ADJUSTMENT THRU 5600-EXIT.
009240     ADD 1 TO WS-CORR-POSTED-COUNT.
009250 7000-NEXT.
009260     PERFORM 2700-READ-CORR THRU 2700-EXIT.
009270 7000-EXIT.
009280     EXIT.
009290
009300 7100-PRICE-LEG SECTION.
009310*-----------------------------------------------------------*
009320* Price WS-CUR-MILLIS for one leg of a correction on        *
009330* WS-CUR-DATE - the rate in force and the calendar day for  *
009340* that date, base through the differential, then the        *
009350* premium uplift on a holiday or Sunday.  PRICE-OK comes    *
009360* back down on any failure, already reported.               *
009370*-----------------------------------------------------------*
009380 7100-START.
009390     MOVE "N" TO WS-PRICE-OK-SWITCH.
009400     PERFORM 5700-FIND-RATE THRU 5700-EXIT.
009410     IF NOT RATE-FOUND
009420         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
009430         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
009440         MOVE "NO RATE IN FORCE ON WORKED DAY" TO XL-REASON
009450         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
009460         GO TO 7100-EXIT
009470     END-IF.
009480     PERFORM 5400-FIND-CAL THRU 5400-EXIT.
009490     IF WS-CAL-FOUND = 0
009500         MOVE WS-CUR-EMP-ID  TO XL-EMP-ID
009510         MOVE WS-CUR-DATE    TO XL-ORIG-DATE
009520         MOVE "WORKED DATE NOT ON CALENDAR" TO XL-REASON
009530         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
009540         MOVE 8 TO RETURN-CODE
009550         GO TO 7100-EXIT
009560     END-IF.
009570     PERFORM 5500-PRICE-SHIFT THRU 5500-EXIT.
009580     IF NOT PRICE-OK
009590         GO TO 7100-EXIT
009600     END-IF.
009610     MOVE ZERO TO WS-PREMIUM-CENTS.
009620     IF NOT CAL-DAY-NORMAL (WS-CAL-FOUND)
009630         PERFORM 5550-PRICE-PREMIUM THRU 5550-EXIT
009640     END-IF.
009650 7100-EXIT.
009660     EXIT.
009670
009680 4000-TERMINATE SECTION.
009690*-----------------------------------------------------------*
009700* Close the adjustment stream with its trailer - count and  *
009710* net signed cents - and write the reconciliation control   *
009720* record for PRSRPT.                                        *
009730*-----------------------------------------------------------*
009740 4000-START.
009750     MOVE SPACES        TO Adjust-Control.
009760     MOVE "TRL"         TO ACT-REC-ID.
009770     MOVE WS-RUN-DATE   TO ACT-RUN-DATE.
009780     MOVE WS-ADJ-COUNT  TO ACT-RECORD-COUNT.
009790     MOVE WS-NET-CENTS  TO ACT-NET-CENTS.
009800     WRITE Adjust-Control.
009810     DISPLAY "RETROADJ - FLAG RECORDS READ:    "
009820             WS-FLAG-READ-COUNT.
009830     DISPLAY "RETROADJ - LATE CORRECTIONS:     "
009840             WS-RETRO-COUNT.
009850     DISPLAY "RETROADJ - ADJUSTMENTS WRITTEN:  "
009860             WS-ADJ-COUNT.
009870     DISPLAY "RETROADJ - EXCEPTIONS WRITTEN:   "
009880             WS-EXCEPT-COUNT.
009890     DISPLAY "RETROADJ - SHIFT CORRECTIONS:    "
009900             WS-CORR-READ-COUNT.
009910     DISPLAY "RETROADJ - CORRECTIONS POSTED:   "
009920             WS-CORR-POSTED-COUNT.
009930     IF WS-EXCEPT-COUNT > 0 AND RETURN-CODE = 0
009940         MOVE 4 TO RETURN-CODE
009950     END-IF.
009960     MOVE SPACES         TO RECON-RECORD.
009970     MOVE WS-RUN-ID      TO RCN-RUN-ID.
009980     MOVE WS-SCALE-CALLS TO RCN-CALL-COUNT.
009990     WRITE RECON-RECORD.
010000     CLOSE FLAG-FILE.
010010     CLOSE TIME-EXTRACT-FILE.
010020     CLOSE DIFF-CONTROL-FILE.
010030     CLOSE CAL-CONTROL-FILE.
010040     CLOSE SHFT-CORR-FILE.
010050     CLOSE EMP-MASTER-FILE.
010060     CLOSE RATE-HIST-FILE.
010070     CLOSE ADJ-OUT-FILE.
010080     CLOSE ADJ-EXCP-FILE.
010090     CLOSE RECON-OUT-FILE.
010100 4000-EXIT.
010110     EXIT.
010120
010130 END PROGRAM RETROADJ.
