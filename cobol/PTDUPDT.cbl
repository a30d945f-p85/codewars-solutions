000290*                of the last night posted, so a rerun or a   *
000300*                restarted stream cannot post the same       *
000310*                night twice (RC 4, nothing posted).         *
000311* 2026-10-15 RH  A "B" back-out leg's Millis now come off the *
000312*                employee's night - a supervisor correcting  *
000313*                a paid shift backs the old duration out as  *
000314*                well as the old money, so period hours net  *
000315*                to the corrected shift.  A period total the *
000316*                back-out would drive below zero (the shift  *
000317*                was paid in a period since closed) stops at *
000318*                zero, is named in SYSOUT, and ends RC 4.    *
000321* 2026-10-15 RH  Every detail record of a night that posts   *
000324*                is now copied to the PTDDTL period detail   *
000327*                KSDS (layout in PTDDTL) before the night    *
000330*                folds into PTDFILE - the lines the period   *
000333*                totals were built from, for the earnings    *
000336*                statements EARNSTMT prints at the close.    *
000339*                Keys are fixed by the night's own content,  *
000342*                so a re-post after a failed step finds its  *
000345*                lines already held; a write that fails      *
000348*                outright posts nothing (RC 8).              *
000351*-----------------------------------------------------------*
000354
000357 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000363 SOURCE-COMPUTER.  IBM-370.
000366 OBJECT-COMPUTER.  IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000500            RECORD KEY IS PTD-KEY
000510            FILE STATUS IS WS-PTD-FILE-STATUS.
000520
000521     SELECT PERIOD-DTL-FILE  ASSIGN TO "PTDDTL"
000522            ORGANIZATION IS INDEXED
000523            ACCESS MODE IS RANDOM
000524            RECORD KEY IS PDT-KEY
000525            FILE STATUS IS WS-DTL-FILE-STATUS.
000526
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  GROSS-PAY-FILE
000630 FD  PTD-FILE.
000640     COPY PTDREC.
000650
000651 FD  PERIOD-DTL-FILE.
000652     COPY PTDDTL.
000653
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------*
000680* Switches                                                  *
000890     88  GRS-TRAILER-SEEN               VALUE "Y".
000900 77  WS-ADJ-TRL-SWITCH       PIC X(01)  VALUE "N".
000910     88  ADJ-TRAILER-SEEN               VALUE "Y".
000911 77  WS-DTL-FILE-STATUS      PIC X(02)  VALUE "00".
000912     88  DTL-FILE-OK                    VALUE "00".
000913     88  DTL-DUPLICATE                  VALUE "22".
000914*    Dropped when a detail line will not write - the night   *
000915*    then posts nothing, so totals and detail never part.    *
000916 77  WS-DTL-FAIL-SWITCH      PIC X(01)  VALUE "N".
000917     88  DETAIL-FAILED                  VALUE "Y".
000920
000930*-----------------------------------------------------------*
000940* Running counters and control totals                       *
001040 77  WS-EMP-ADDED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001050 77  WS-EMP-UPDATED-COUNT    PIC 9(05)  COMP  VALUE ZERO.
001060 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001061 77  WS-DTL-SEQ              PIC 9(07)  COMP  VALUE ZERO.
001062 77  WS-DTL-WRITTEN-COUNT    PIC 9(07)  COMP  VALUE ZERO.
001063 77  WS-DTL-HELD-COUNT       PIC 9(07)  COMP  VALUE ZERO.
001070
001080*-----------------------------------------------------------*
001090* Signed work fields for taking the edited figures apart    *
001130 77  WS-ADJ-VALUE            PIC S9(10) COMP  VALUE ZERO.
001140 77  WS-PTD-ADJ-VALUE        PIC S9(12) COMP  VALUE ZERO.
001150 77  WS-CTL-CENTS-VALUE      PIC S9(12) COMP  VALUE ZERO.
001155 77  WS-PTD-MILLIS-VALUE     PIC S9(11) COMP  VALUE ZERO.
001160
001170*-----------------------------------------------------------*
001180* The night's accumulation table - one entry per employee,  *
001290 01  WS-NIGHT-TABLE.
001300     05  WS-NIGHT-ENTRY      OCCURS 5000 TIMES.
001310         10  WS-NT-EMP-ID    PIC X(06).
001320         10  WS-NT-MILLIS    PIC S9(10) COMP.
001330         10  WS-NT-GROSS     PIC 9(10)  COMP.
001340         10  WS-NT-PREM      PIC 9(10)  COMP.
001350         10  WS-NT-ADJ       PIC S9(10) COMP.
001380 0000-MAINLINE SECTION.
001390 0000-START.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     IF PTD-FILE-OK AND DTL-FILE-OK
001420         PERFORM 1200-CHECK-POSTED THRU 1200-EXIT
001430         IF NOT ALREADY-POSTED
001440             PERFORM 2000-READ-GROSS THRU 2000-EXIT
001490                 UNTIL ADJ-EOF
001500             PERFORM 3800-PROVE-NIGHT THRU 3800-EXIT
001510             IF NIGHT-PROVED AND NOT NIGHT-TABLE-FULL
001515                 PERFORM 5700-POST-DETAIL THRU 5700-EXIT
001516             END-IF
001517             IF NIGHT-PROVED AND NOT NIGHT-TABLE-FULL
001518              AND NOT DETAIL-FAILED
001520                 PERFORM 5000-POST-NIGHT THRU 5000-EXIT
001530                 PERFORM 5500-POST-CONTROL THRU 5500-EXIT
001540             END-IF
001700         MOVE 16 TO RETURN-CODE
001710         GO TO 1000-EXIT
001720     END-IF.
001721     OPEN I-O PERIOD-DTL-FILE.
001722     IF NOT DTL-FILE-OK
001723         DISPLAY "PTDUPDT - PTDDTL OPEN FAILED, STATUS "
001724                 WS-DTL-FILE-STATUS
001725         MOVE 16 TO RETURN-CODE
001726         GO TO 1000-EXIT
001727     END-IF.
001730     OPEN INPUT GROSS-PAY-FILE.
001740     OPEN INPUT ADJ-IN-FILE.
001750 1000-EXIT.
002560* One ADJOUT record - the adjustment's signed cents (gross  *
002570* and premium legs both) come off their edited split views  *
002580* and add into the employee's entry; the pay leg's Millis   *
002590* are period hours the gross stream never carried, and a    *
002595* back-out leg's Millis come off them again.                *
002600*-----------------------------------------------------------*
002610 3500-START.
002620     IF ADJ-HEADER
002800     IF ADJ-LEG-PAY
002810         ADD ADJ-MILLIS TO WS-NT-MILLIS (WS-NIGHT-FOUND)
002820     END-IF.
002821     IF ADJ-LEG-BACKOUT
002822         SUBTRACT ADJ-MILLIS FROM WS-NT-MILLIS (WS-NIGHT-FOUND)
002823     END-IF.
002830 3500-NEXT.
002840     PERFORM 2500-READ-ADJ THRU 2500-EXIT.
002850 3500-EXIT.
004300     IF PTD-PERIOD-START = ZERO
004310         MOVE WS-RUN-DATE TO PTD-PERIOD-START
004320     END-IF.
004330     COMPUTE WS-PTD-MILLIS-VALUE =
004331         PTD-MILLIS + WS-NT-MILLIS (WS-NIGHT-SUB).
004332     IF WS-PTD-MILLIS-VALUE < 0
004333         DISPLAY "PTDUPDT - PERIOD MILLIS BELOW ZERO, KEY "
004334             PTD-EMP-ID
004335         MOVE ZERO TO WS-PTD-MILLIS-VALUE
004336         IF RETURN-CODE = 0
004337             MOVE 4 TO RETURN-CODE
004338         END-IF
004339     END-IF.
004340     MOVE WS-PTD-MILLIS-VALUE TO PTD-MILLIS.
004341     ADD WS-NT-GROSS (WS-NIGHT-SUB)  TO PTD-GROSS-CENTS.
004350     ADD WS-NT-PREM (WS-NIGHT-SUB)   TO PTD-PREM-CENTS.
004360     MOVE PTD-ADJ-DIGITS TO WS-PTD-ADJ-VALUE.
004370     IF PTD-ADJ-SIGN = "-"
005240             WS-EMP-ADDED-COUNT.
005250     DISPLAY "PTDUPDT - EMPLOYEES UPDATED:   "
005260             WS-EMP-UPDATED-COUNT.
005261     DISPLAY "PTDUPDT - DETAIL LINES WRITTEN:"
005262             WS-DTL-WRITTEN-COUNT.
005263     DISPLAY "PTDUPDT - DETAIL ALREADY HELD: "
005264             WS-DTL-HELD-COUNT.
005270     IF NOT NIGHT-PROVED AND NOT ALREADY-POSTED
005280         DISPLAY "PTDUPDT - NIGHT NOT PROVED - NOTHING POSTED"
005290     END-IF.
005300     IF NIGHT-TABLE-FULL
005310         DISPLAY "PTDUPDT - TABLE FULL - NOTHING POSTED"
005320     END-IF.
005321     IF DETAIL-FAILED
005322         DISPLAY "PTDUPDT - DETAIL WRITE FAILED - NOTHING POSTED"
005323     END-IF.
005330     CLOSE GROSS-PAY-FILE.
005340     CLOSE ADJ-IN-FILE.
005350     CLOSE PTD-FILE.
005351     CLOSE PERIOD-DTL-FILE.
005360 4000-EXIT.
005370     EXIT.
005380
005390 5700-POST-DETAIL SECTION.
005400*-----------------------------------------------------------*
005410* The night proved - pass both streams again from the top   *
005420* and copy every detail record to PTDDTL for the period's   *
005430* earnings statements.  Written ahead of the PTDFILE post   *
005440* so a write failure can still hold the whole night back.  *
005450*-----------------------------------------------------------*
005460 5700-START.
005470     MOVE ZERO TO WS-DTL-SEQ.
005480     CLOSE GROSS-PAY-FILE.
005490     OPEN INPUT GROSS-PAY-FILE.
005500     MOVE "N" TO WS-GROSS-EOF-SWITCH.
005510     PERFORM 2000-READ-GROSS THRU 2000-EXIT.
005520     PERFORM 5710-DETAIL-GROSS THRU 5710-EXIT
005530         UNTIL GROSS-EOF OR DETAIL-FAILED.
005540     CLOSE ADJ-IN-FILE.
005550     OPEN INPUT ADJ-IN-FILE.
005560     MOVE "N" TO WS-ADJ-EOF-SWITCH.
005570     PERFORM 2500-READ-ADJ THRU 2500-EXIT.
005580     PERFORM 5750-DETAIL-ADJ THRU 5750-EXIT
005590         UNTIL ADJ-EOF OR DETAIL-FAILED.
005600 5700-EXIT.
005610     EXIT.
005620
005630 5710-DETAIL-GROSS SECTION.
005640 5710-START.
005650     IF GRS-HEADER OR GRS-TRAILER
005660         GO TO 5710-NEXT
005670     END-IF.
005680     MOVE SPACES            TO Period-Detail-Record.
005690     MOVE GRS-EMP-ID        TO PDT-EMP-ID.
005700     MOVE GRS-PAY-DATE      TO PDT-WORK-DATE.
005710     MOVE "G"               TO PDT-TYPE.
005720     MOVE GRS-MILLIS        TO PDT-MILLIS.
005730     MOVE GRS-SHIFT-CODE    TO PDT-SHIFT-CODE.
005740     MOVE GRS-HOURLY-RATE   TO PDT-HOURLY-RATE.
005750     MOVE GRS-MULTIPLIER    TO PDT-MULTIPLIER.
005760     MOVE GRS-GROSS-CENTS   TO PDT-GROSS-CENTS.
005770     MOVE GRS-PREMIUM-CENTS TO PDT-PREMIUM-CENTS.
005780     PERFORM 5790-WRITE-DETAIL THRU 5790-EXIT.
005790 5710-NEXT.
005800     PERFORM 2000-READ-GROSS THRU 2000-EXIT.
005810 5710-EXIT.
005820     EXIT.
005830
005840 5750-DETAIL-ADJ SECTION.
005850 5750-START.
005860     IF ADJ-HEADER OR ADJ-TRAILER
005870         GO TO 5750-NEXT
005880     END-IF.
005890     MOVE SPACES            TO Period-Detail-Record.
005900     MOVE ADJ-EMP-ID        TO PDT-EMP-ID.
005910     MOVE ADJ-PAY-DATE      TO PDT-WORK-DATE.
005920     MOVE "A"               TO PDT-TYPE.
005930     MOVE ADJ-LEG           TO PDT-LEG.
005940     MOVE ADJ-MILLIS        TO PDT-MILLIS.
005950     MOVE ADJ-SHIFT-CODE    TO PDT-SHIFT-CODE.
005960     MOVE ADJ-HOURLY-RATE   TO PDT-HOURLY-RATE.
005970     MOVE ADJ-MULTIPLIER    TO PDT-MULTIPLIER.
005980     MOVE ADJ-GROSS-CENTS   TO PDT-GROSS-CENTS.
005990     MOVE ADJ-PREMIUM-CENTS TO PDT-PREMIUM-CENTS.
006000     MOVE ADJ-USER-ID       TO PDT-USER-ID.
006010     PERFORM 5790-WRITE-DETAIL THRU 5790-EXIT.
006020 5750-NEXT.
006030     PERFORM 2500-READ-ADJ THRU 2500-EXIT.
006040 5750-EXIT.
006050     EXIT.
006060
006070 5790-WRITE-DETAIL SECTION.
006080*-----------------------------------------------------------*
006090* Stamp the run date and the line's place in the night and  *
006100* write it.  A duplicate key is this same line from an      *
006110* earlier attempt at tonight that never reached the CTL     *
006120* stamp - already held, not an error.                       *
006130*-----------------------------------------------------------*
006140 5790-START.
006150     ADD 1 TO WS-DTL-SEQ.
006160     MOVE WS-RUN-DATE TO PDT-RUN-DATE.
006170     MOVE WS-DTL-SEQ  TO PDT-SEQ.
006180     WRITE Period-Detail-Record
006190         INVALID KEY
006200             CONTINUE
006210     END-WRITE.
006220     IF DTL-FILE-OK
006230         ADD 1 TO WS-DTL-WRITTEN-COUNT
006240     ELSE
006250         IF DTL-DUPLICATE
006260             ADD 1 TO WS-DTL-HELD-COUNT
006270         ELSE
006280             DISPLAY "PTDUPDT - DETAIL WRITE FAILED, KEY "
006290                     PDT-KEY " STATUS " WS-DTL-FILE-STATUS
006300             MOVE 8 TO RETURN-CODE
006310             MOVE "Y" TO WS-DTL-FAIL-SWITCH
006320         END-IF
006330     END-IF.
006340 5790-EXIT.
006350     EXIT.
006360
006370 END PROGRAM PTDUPDT.
