000810*                searched with SEARCH ALL, so the bigger     *
000820*                table does not stretch the nightly window.  *
000830*                Table-full remains a true failure path.     *
000831* 2026-10-15 RH  The day is now priced at the hourly rate in *
000832*                force on the day worked, off the RATEHIST   *
000833*                effective-dated rate history, instead of    *
000834*                today's EMP-HOURLY-RATE - a late collection *
000835*                file dated before a raise no longer prices  *
000836*                at the new rate.  A worked day no history   *
000837*                entry covers goes to PAYEXCP, never priced  *
000838*                at the master's current rate.               *
000840*-----------------------------------------------------------*
000850
000860 ENVIRONMENT DIVISION.
001140            RECORD KEY IS EMP-KEY
001150            FILE STATUS IS WS-EMP-FILE-STATUS.
001160
001161     SELECT RATE-HIST-FILE   ASSIGN TO "RATEHIST"
001162            ORGANIZATION IS INDEXED
001163            ACCESS MODE IS DYNAMIC
001164            RECORD KEY IS RTH-KEY
001165            FILE STATUS IS WS-RTH-FILE-STATUS.
001166
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  TIME-EXTRACT-FILE
001800 FD  EMP-MASTER-FILE.
001810     COPY EMPMAST.
001820
001821*-----------------------------------------------------------*
001822* RATEHIST - effective-dated hourly rate per employee; the  *
001823* day is priced at the entry in force on the day worked.    *
001824*-----------------------------------------------------------*
001825 FD  RATE-HIST-FILE.
001826     COPY RATEHIST.
001827
001830 WORKING-STORAGE SECTION.
001840*-----------------------------------------------------------*
001850* Switches                                                  *
001940     88  EMP-FOUND                      VALUE "Y".
001950 77  WS-SIZE-ERROR-SWITCH    PIC X(01)  VALUE "N".
001960     88  BASE-PAY-TOO-BIG               VALUE "Y".
001961 77  WS-RTH-FILE-STATUS      PIC X(02)  VALUE "00".
001962     88  RTH-FILE-OK                    VALUE "00".
001963 77  WS-RATE-FOUND-SWITCH    PIC X(01)  VALUE "N".
001964     88  RATE-FOUND                     VALUE "Y".
001965 77  WS-RTH-SCAN-SWITCH      PIC X(01)  VALUE "N".
001966     88  RTH-SCAN-DONE                  VALUE "Y".
001970
001980*-----------------------------------------------------------*
001990* Running counters                                          *
002970 77  WS-RATE-CENTS           PIC 9(05)  COMP  VALUE ZERO.
002980 77  WS-BASE-CENTS           PIC S9(08) COMP  VALUE ZERO.
002990 77  WS-PREMIUM-CENTS        PIC S9(08) COMP  VALUE ZERO.
002992*    The rate in force on the day being priced, as 5700      *
002994*    found it on RATEHIST.                                   *
002996 77  WS-DAY-RATE             PIC 9(03)V9(02) VALUE ZERO.
003000
003010*-----------------------------------------------------------*
003020* Exceptions report line layout                             *
003130 0000-MAINLINE SECTION.
003140 0000-START.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     IF EMP-FILE-OK AND RTH-FILE-OK
003170         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT
003180         PERFORM 3000-ACCUMULATE THRU 3000-EXIT
003190             UNTIL EXTRACT-EOF
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 1000-EXIT
003530     END-IF.
003531     OPEN INPUT  RATE-HIST-FILE.
003532     IF NOT RTH-FILE-OK
003533         DISPLAY "PAYCALC - RATEHIST OPEN FAILED, STATUS "
003534                 WS-RTH-FILE-STATUS
003535         MOVE 16 TO RETURN-CODE
003536         GO TO 1000-EXIT
003537     END-IF.
003540     PERFORM 1100-LOAD-DIFF THRU 1100-EXIT
003550         UNTIL DIFF-EOF.
003560     PERFORM 1200-LOAD-CAL THRU 1200-EXIT
005630
005640 5100-PAY-ONE SECTION.
005650*-----------------------------------------------------------*
005660* Rate one employee's accumulated day: shift code off       *
005670* EMPMAST, the hourly rate in force on the day worked off   *
005675* RATEHIST, the shift's Multiplier off the DIFFCTL table,   *
005680* base cents = Millis out of an hour times the rate in      *
005690* cents, then ScaleInteger applies the                      *
005700* differential.  Anything that cannot be rated goes to the  *
005710* exceptions report instead of the extract.                 *
005720*-----------------------------------------------------------*
005870         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005880         GO TO 5100-NEXT
005890     END-IF.
005891*    The rate in force on the day worked, never today's.     *
005892     PERFORM 5700-FIND-RATE THRU 5700-EXIT.
005893     IF NOT RATE-FOUND
005894         MOVE WS-ACC-EMP-ID (WS-ACC-SUB) TO XL-EMP-ID
005895         MOVE WS-ACC-MILLIS (WS-ACC-SUB) TO XL-MILLIS
005896         MOVE "NO RATE IN FORCE ON PAY DATE" TO XL-REASON
005897         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005898         GO TO 5100-NEXT
005899     END-IF.
005900     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
005910     COMPUTE WS-RATE-CENTS = WS-DAY-RATE * 100.
005920     COMPUTE WS-SCALE-N ROUNDED =
005930         WS-ACC-MILLIS (WS-ACC-SUB) * WS-RATE-CENTS
005940         / 3600000
006480     MOVE WS-ACC-DATE (WS-ACC-SUB)   TO GRS-PAY-DATE.
006490     MOVE WS-ACC-MILLIS (WS-ACC-SUB) TO GRS-MILLIS.
006500     MOVE EMP-SHIFT-CODE             TO GRS-SHIFT-CODE.
006510     MOVE WS-DAY-RATE                TO GRS-HOURLY-RATE.
006520     MOVE WS-DIFF-MULT (WS-DIFF-FOUND) TO GRS-MULTIPLIER.
006530     MOVE WS-BASE-CENTS              TO GRS-GROSS-CENTS.
006540     MOVE WS-PREMIUM-CENTS           TO GRS-PREMIUM-CENTS.
007480 5500-EXIT.
007490     EXIT.
007500
007510 5700-FIND-RATE SECTION.
007520*-----------------------------------------------------------*
007530* The rate in force for the current employee on the day     *
007540* being priced.  RATEHIST is keyed employee / effective     *
007550* date, so one START at the employee's lowest key and a     *
007560* forward read keep the last entry effective on or before   *
007570* the day; the first later entry, or another employee's,    *
007580* ends the scan.                                            *
007590*-----------------------------------------------------------*
007600 5700-START.
007610     MOVE "N"  TO WS-RATE-FOUND-SWITCH.
007620     MOVE "N"  TO WS-RTH-SCAN-SWITCH.
007630     MOVE ZERO TO WS-DAY-RATE.
007640     MOVE WS-ACC-EMP-ID (WS-ACC-SUB) TO RTH-EMP-ID.
007650     MOVE ZERO TO RTH-EFF-DATE.
007660     START RATE-HIST-FILE KEY >= RTH-KEY
007670         INVALID KEY
007680             GO TO 5700-EXIT
007690     END-START.
007700     PERFORM 5750-FIND-RATE-STEP THRU 5750-EXIT
007710         UNTIL RTH-SCAN-DONE.
007720 5700-EXIT.
007730     EXIT.
007740
007750 5750-FIND-RATE-STEP SECTION.
007760 5750-START.
007770     READ RATE-HIST-FILE NEXT RECORD
007780         AT END
007790             MOVE "Y" TO WS-RTH-SCAN-SWITCH
007800             GO TO 5750-EXIT
007810     END-READ.
007820     IF RTH-EMP-ID NOT = WS-ACC-EMP-ID (WS-ACC-SUB)
007830      OR RTH-EFF-DATE > WS-ACC-DATE (WS-ACC-SUB)
007840         MOVE "Y" TO WS-RTH-SCAN-SWITCH
007850         GO TO 5750-EXIT
007860     END-IF.
007870     MOVE RTH-HOURLY-RATE TO WS-DAY-RATE.
007880     MOVE "Y" TO WS-RATE-FOUND-SWITCH.
007890 5750-EXIT.
007900     EXIT.
007910
007920 6000-WRITE-EXCEPTION SECTION.
007930 6000-START.
007940     ADD 1 TO WS-EXCEPT-COUNT.
007950     WRITE PAY-EXCPT-RECORD FROM WS-EXCPT-LINE.
007960 6000-EXIT.
007970     EXIT.
007980
007990 4000-TERMINATE SECTION.
008000 4000-START.
008010     DISPLAY "PAYCALC - EXTRACT RECORDS READ:  "
008020             WS-EXTRACT-COUNT.
008030     DISPLAY "PAYCALC - GROSS RECORDS WRITTEN: "
008040             WS-GROSS-COUNT.
008050     DISPLAY "PAYCALC - EXCEPTIONS WRITTEN:    "
008060             WS-EXCEPT-COUNT.
008070     DISPLAY "PAYCALC - LEFT TO RETRO RUN:     "
008080             WS-RETRO-SKIP-COUNT.
008090     IF WS-EXCEPT-COUNT > 0 AND RETURN-CODE = 0
008100         MOVE 4 TO RETURN-CODE
008110     END-IF.
008120*    Close the gross stream with its trailer - count and     *
008130*    cents hash - so the period accumulation and the GL      *
008140*    extract prove the file before posting anything.         *
008150     MOVE SPACES         TO Gross-Control.
008160     MOVE "TRL"          TO GCT-REC-ID.
008170     MOVE WS-RUN-DATE    TO GCT-RUN-DATE.
008180     MOVE WS-GROSS-COUNT TO GCT-RECORD-COUNT.
008190     MOVE WS-GROSS-HASH  TO GCT-HASH-CENTS.
008200     WRITE Gross-Control.
008210     MOVE SPACES         TO RECON-RECORD.
008220     MOVE WS-RUN-ID      TO RCN-RUN-ID.
008230     MOVE WS-SCALE-CALLS TO RCN-CALL-COUNT.
008240     WRITE RECON-RECORD.
008250     CLOSE TIME-EXTRACT-FILE.
008260     CLOSE DIFF-CONTROL-FILE.
008270     CLOSE CAL-CONTROL-FILE.
008280     CLOSE GROSS-PAY-FILE.
008290     CLOSE PAY-EXCEPT-FILE.
008300     CLOSE RECON-OUT-FILE.
008310     CLOSE EMP-MASTER-FILE.
008320     CLOSE RATE-HIST-FILE.
008330 4000-EXIT.
008340     EXIT.
008350
008360 END PROGRAM PAYCALC.
