000220*                it stands - nothing resets, nothing is      *
000230*                submitted - so the gap is chased with the   *
000240*                evidence still on disk.                     *
000241* 2026-10-15 RH  The PERPAY layout moved out to the PERPAY    *
000242*                copybook - EARNSTMT now reads the file back *
000243*                to prove the period's earnings statements   *
000244*                against it.                                 *
000245* 2026-10-15 RH  Paid leave.  Open LEAVEREQ days are priced  *
000246*                at the RATEHIST rate onto PERPAY as their   *
000247*                own figures, days LEAVEBAL cannot cover go  *
000248*                to LVEXCP (RC 4), and a proved reset pays   *
000249*                them off and accrues at the LVCTL rate.     *
000250* 2026-10-15 RH  A paid leave day now goes to PTDDTL before  *
000251*                it is taken off the balance and marked paid *
000252*                on LEAVEREQ; a day whose detail line cannot *
000253*                be written stays open with the balance      *
000254*                untouched, so a leave day is never paid on  *
000255*                the leave file with no line on the          *
000256*                statement.  That is a warning (RC 4): the   *
000257*                day is on PERPAY, so YTD still posts it.    *
000258*-----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000400     SELECT PERIOD-PAY-FILE  ASSIGN TO "PERPAY"
000410            ORGANIZATION IS LINE SEQUENTIAL.
000420
000423     SELECT LEAVE-CTL-FILE   ASSIGN TO "LVCTL"
000426            ORGANIZATION IS LINE SEQUENTIAL.
000429
000432     SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST"
000435            ORGANIZATION IS INDEXED
000438            ACCESS MODE IS RANDOM
000441            RECORD KEY IS EMP-KEY
000444            FILE STATUS IS WS-EMP-FILE-STATUS.
000447
000450     SELECT RATE-HIST-FILE   ASSIGN TO "RATEHIST"
000453            ORGANIZATION IS INDEXED
000456            ACCESS MODE IS DYNAMIC
000459            RECORD KEY IS RTH-KEY
000462            FILE STATUS IS WS-RTH-FILE-STATUS.
000465
000468     SELECT LEAVE-BAL-FILE   ASSIGN TO "LEAVEBAL"
000471            ORGANIZATION IS INDEXED
000474            ACCESS MODE IS RANDOM
000477            RECORD KEY IS LVB-KEY
000480            FILE STATUS IS WS-LVB-FILE-STATUS.
000483
000486     SELECT LEAVE-REQ-FILE   ASSIGN TO "LEAVEREQ"
000489            ORGANIZATION IS INDEXED
000492            ACCESS MODE IS DYNAMIC
000495            RECORD KEY IS LVR-KEY
000498            FILE STATUS IS WS-LVR-FILE-STATUS.
000501
000504     SELECT PERIOD-DTL-FILE  ASSIGN TO "PTDDTL"
000507            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS RANDOM
000513            RECORD KEY IS PDT-KEY
000516            FILE STATUS IS WS-DTL-FILE-STATUS.
000519
000522     SELECT LEAVE-EXC-FILE   ASSIGN TO "LVEXCP"
000525            ORGANIZATION IS LINE SEQUENTIAL.
000528
000531 DATA DIVISION.
000534 FILE SECTION.
000537 FD  PTD-FILE.
000540     COPY PTDREC.
000543
000546*-----------------------------------------------------------*
000549* PERPAY - the period pay file payroll submits.  One record *
000552* per employee with the period's hours and cents, bracketed *
000555* by a header carrying the period dates and a trailer with  *
000558* the record count and total cents, so the receiving side   *
000561* proves the file the same way every other interface here   *
000564* is proved.                                                *
000567*-----------------------------------------------------------*
000570 FD  PERIOD-PAY-FILE
000573     RECORDING MODE IS F.
000576     COPY PERPAY.
000579
000582*-----------------------------------------------------------*
000585* LVCTL - the leave day length, then the accrual rules by   *
000588* department and by shift code.                             *
000591*-----------------------------------------------------------*
000594 FD  LEAVE-CTL-FILE
000597     RECORDING MODE IS F.
000600     COPY LEAVECTL.
000603
000606*-----------------------------------------------------------*
000609* EMPMAST - read only, for the department and shift code    *
000612* the accrual rule is chosen by.                            *
000615*-----------------------------------------------------------*
000618 FD  EMP-MASTER-FILE.
000621     COPY EMPMAST.
000624
000627*-----------------------------------------------------------*
000630* RATEHIST - a leave day is priced at the rate in force on  *
000633* the day taken, the same way PAYCALC prices a day worked.  *
000636*-----------------------------------------------------------*
000639 FD  RATE-HIST-FILE.
000642     COPY RATEHIST.
000645
000648 FD  LEAVE-BAL-FILE.
000651     COPY LEAVEBAL.
000654
000657 FD  LEAVE-REQ-FILE.
000660     COPY LEAVEREQ.
000663
000666*-----------------------------------------------------------*
000669* PTDDTL - each leave day paid goes on the period detail so *
000672* the earnings statement shows it beside the days worked.   *
000675*-----------------------------------------------------------*
000678 FD  PERIOD-DTL-FILE.
000681     COPY PTDDTL.
000684
000687*-----------------------------------------------------------*
000690* LVEXCP - leave days the close would not pay, and why.     *
000693*-----------------------------------------------------------*
000696 FD  LEAVE-EXC-FILE
000699     RECORDING MODE IS F.
000702 01  LEAVE-EXC-RECORD        PIC X(80).
000750
000752 WORKING-STORAGE SECTION.
000754*-----------------------------------------------------------*
000756* Switches                                                  *
000758*-----------------------------------------------------------*
000760 77  WS-PTD-EOF-SWITCH       PIC X(01)  VALUE "N".
000762     88  PTD-EOF                        VALUE "Y".
000764 77  WS-PTD-FILE-STATUS      PIC X(02)  VALUE "00".
000766     88  PTD-FILE-OK                    VALUE "00".
000768 77  WS-CTL-FOUND-SWITCH     PIC X(01)  VALUE "N".
000770     88  CTL-FOUND                      VALUE "Y".
000772 77  WS-PROVED-SWITCH        PIC X(01)  VALUE "N".
000774     88  PERIOD-PROVED                  VALUE "Y".
000776 77  WS-EMP-FILE-STATUS      PIC X(02)  VALUE "00".
000778     88  EMP-FILE-OK                    VALUE "00".
000780 77  WS-RTH-FILE-STATUS      PIC X(02)  VALUE "00".
000782     88  RTH-FILE-OK                    VALUE "00".
000784 77  WS-LVB-FILE-STATUS      PIC X(02)  VALUE "00".
000786     88  LVB-FILE-OK                    VALUE "00".
000788 77  WS-LVR-FILE-STATUS      PIC X(02)  VALUE "00".
000790     88  LVR-FILE-OK                    VALUE "00".
000792 77  WS-DTL-FILE-STATUS      PIC X(02)  VALUE "00".
000794     88  DTL-FILE-OK                    VALUE "00".
000796 77  WS-LVC-OK-SWITCH        PIC X(01)  VALUE "N".
000798     88  LEAVE-CONTROL-OK               VALUE "Y".
000800 77  WS-LVC-EOF-SWITCH       PIC X(01)  VALUE "N".
000802     88  LVC-EOF                        VALUE "Y".
000804 77  WS-LVC-BAD-SWITCH       PIC X(01)  VALUE "N".
000806     88  LVC-BAD                        VALUE "Y".
000808 77  WS-EMP-FOUND-SWITCH     PIC X(01)  VALUE "N".
000810     88  EMP-FOUND                      VALUE "Y".
000812 77  WS-LVB-FOUND-SWITCH     PIC X(01)  VALUE "N".
000814     88  LVB-FOUND                      VALUE "Y".
000816 77  WS-LVR-SCAN-SWITCH      PIC X(01)  VALUE "N".
000818     88  LVR-SCAN-DONE                  VALUE "Y".
000820 77  WS-RTH-SCAN-SWITCH      PIC X(01)  VALUE "N".
000822     88  RTH-SCAN-DONE                  VALUE "Y".
000824 77  WS-RATE-FOUND-SWITCH    PIC X(01)  VALUE "N".
000826     88  RATE-FOUND                     VALUE "Y".
000828*    The leave logic runs on both walks of PTDFILE - pricing *
000830*    on the close walk, which writes nothing back, applying  *
000832*    on the reset walk once the period has proved.           *
000834 77  WS-LEAVE-MODE           PIC X(01)  VALUE "P".
000836     88  LEAVE-PRICING                  VALUE "P".
000838     88  LEAVE-APPLYING                 VALUE "A".
000840
000842*-----------------------------------------------------------*
000844* Running counters and period totals                        *
000846*-----------------------------------------------------------*
000848 77  WS-EMP-COUNT            PIC 9(05)  COMP  VALUE ZERO.
000850 77  WS-PERIOD-CENTS         PIC S9(12) COMP  VALUE ZERO.
000852 77  WS-CTL-CENTS            PIC S9(12) COMP  VALUE ZERO.
000854 77  WS-CTL-NIGHTS           PIC 9(03)  COMP  VALUE ZERO.
000856 77  WS-PERIOD-START         PIC 9(08)  VALUE ZERO.
000858 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
000860*    WS-PERIOD-CENTS is the worked pay the CTL record proves; *
000862*    the file pays that plus the period's leave.             *
000864 77  WS-LEAVE-CENTS          PIC S9(12) COMP  VALUE ZERO.
000866 77  WS-PAY-CENTS            PIC S9(12) COMP  VALUE ZERO.
000868 77  WS-DAYS-PRICED          PIC 9(07)  COMP  VALUE ZERO.
000870 77  WS-DAYS-REJECTED        PIC 9(07)  COMP  VALUE ZERO.
000872 77  WS-NO-RULE-COUNT        PIC 9(07)  COMP  VALUE ZERO.
000874 77  WS-CLOSED-COUNT         PIC 9(07)  COMP  VALUE ZERO.
000876 77  WS-BAL-WRITTEN          PIC 9(07)  COMP  VALUE ZERO.
000878 77  WS-ACCRUED-TOTAL        PIC 9(12)  COMP  VALUE ZERO.
000880*    Leave detail is numbered from 9000001 so it can never    *
000882*    land on a key the night's PTDUPDT used for the same day. *
000884 77  WS-DTL-SEQ              PIC 9(07)  COMP  VALUE 9000000.
000885 77  WS-DTL-WRITTEN-SWITCH   PIC X(01)  VALUE "N".
000886     88  DTL-WRITTEN                    VALUE "Y".
000887
000888*-----------------------------------------------------------*
000890* Signed work fields for the edited figures                 *
000892*-----------------------------------------------------------*
000894 77  WS-ADJ-VALUE            PIC S9(10) COMP  VALUE ZERO.
000896 77  WS-EMP-TOTAL            PIC S9(11) COMP  VALUE ZERO.
000898
000900*-----------------------------------------------------------*
000902* One employee's leave for the close - the balance as it is *
000904* worked down and built up, and what was taken and earned.  *
000906*-----------------------------------------------------------*
000908 77  WS-DAY-MILLIS           PIC 9(09)  COMP  VALUE ZERO.
000910 77  WS-WORK-BALANCE         PIC 9(11)  COMP  VALUE ZERO.
000912 77  WS-EMP-LEAVE-MILLIS     PIC 9(10)  COMP  VALUE ZERO.
000914 77  WS-EMP-LEAVE-CENTS      PIC 9(10)  COMP  VALUE ZERO.
000916 77  WS-EMP-ACCRUED          PIC 9(11)  COMP  VALUE ZERO.
000918 77  WS-MAX-MILLIS           PIC 9(11)  COMP  VALUE ZERO.
000920 77  WS-DAY-RATE             PIC 9(03)V9(02) VALUE ZERO.
000922 77  WS-RATE-CENTS           PIC 9(05)  COMP  VALUE ZERO.
000924 77  WS-DAY-CENTS            PIC 9(08)  COMP  VALUE ZERO.
000926
000928*-----------------------------------------------------------*
000930* Accrual rules off LVCTL - "D" department and "S" shift    *
000932* code entries, leave hours earned per hour worked and the  *
000934* most hours the balance may hold.                          *
000936*-----------------------------------------------------------*
000938 77  WS-RULE-MAX             PIC 9(03)  COMP  VALUE 200.
000940 77  WS-RULE-COUNT           PIC 9(03)  COMP  VALUE ZERO.
000942 77  WS-RULE-SUB             PIC 9(03)  COMP  VALUE ZERO.
000944 77  WS-RULE-FOUND           PIC 9(03)  COMP  VALUE ZERO.
000946 77  WS-LOOKUP-TYPE          PIC X(01)  VALUE SPACE.
000948 77  WS-LOOKUP-KEY           PIC X(04)  VALUE SPACES.
000950 01  WS-RULE-TABLE.
000952     05  WS-RULE-ENTRY       OCCURS 200 TIMES.
000954         10  WS-RULE-TYPE    PIC X(01).
000956         10  WS-RULE-KEY     PIC X(04).
000958         10  WS-RULE-RATE    PIC 9(01)V9(04).
000960         10  WS-RULE-MAX-HRS PIC 9(04).
000962
000964*-----------------------------------------------------------*
000966* LVEXCP report line layouts                                *
000968*-----------------------------------------------------------*
000970 01  WS-EXC-TITLE-LINE.
000972     05  FILLER              PIC X(44)  VALUE
000974         "LEAVE EXCEPTIONS - DAYS NOT PAID AT CLOSE OF".
000976     05  FILLER              PIC X(01)  VALUE SPACE.
000978     05  XT-RUN-DATE         PIC 9(08).
000980     05  FILLER              PIC X(27)  VALUE SPACES.
000982
000984 01  WS-EXC-COL-LINE.
000986     05  FILLER              PIC X(40)  VALUE
000988         "EMP ID  NAME                  LEAVE DT  ".
000990     05  FILLER              PIC X(40)  VALUE
000992         "T  BALANCE  REASON".
000994
000996 01  WS-EXC-DETAIL-LINE.
000998     05  XL-EMP-ID           PIC X(06).
001000     05  FILLER              PIC X(02)  VALUE SPACES.
001002     05  XL-NAME             PIC X(20).
001004     05  FILLER              PIC X(02)  VALUE SPACES.
001006     05  XL-LEAVE-DATE       PIC 9(08).
001008     05  FILLER              PIC X(02)  VALUE SPACES.
001010     05  XL-TYPE             PIC X(01).
001012     05  FILLER              PIC X(02)  VALUE SPACES.
001014     05  XL-BALANCE          PIC ZZZ9.99.
001016     05  FILLER              PIC X(02)  VALUE SPACES.
001018     05  XL-REASON           PIC X(28).
001020
001022 01  WS-EXC-TOTAL-LINE.
001024     05  FILLER              PIC X(20)  VALUE
001026         "LEAVE DAYS REJECTED ".
001028     05  XR-COUNT            PIC ZZZZZZ9.
001030     05  FILLER              PIC X(53)  VALUE SPACES.
001032
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE SECTION.
001070 0000-START.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001085     IF LEAVE-CONTROL-OK AND PTD-FILE-OK AND EMP-FILE-OK
001090      AND RTH-FILE-OK AND LVB-FILE-OK AND LVR-FILE-OK
001095      AND DTL-FILE-OK
001100         PERFORM 2000-READ-PTD THRU 2000-EXIT
001110         PERFORM 3000-CLOSE-ONE THRU 3000-EXIT
001120             UNTIL PTD-EOF
001130         PERFORM 3500-PROVE-PERIOD THRU 3500-EXIT
001140         PERFORM 5000-FINISH-PAY-FILE THRU 5000-EXIT
001145         PERFORM 5500-FINISH-EXCEPTIONS THRU 5500-EXIT
001150         IF PERIOD-PROVED
001160             PERFORM 6000-RESET-PERIOD THRU 6000-EXIT
001170         END-IF
001220     EXIT.
001230     GOBACK.
001240
001244 1000-INITIALIZE SECTION.
001248*-----------------------------------------------------------*
001252* The "CTL   " control record is read first for the period  *
001256* start date the pay file's header carries - the walk that  *
001260* follows proves the employee records against its sums.     *
001264* The leave control comes before anything is opened - no    *
001268* usable LVCTL and the step ends RC 16 with nothing touched. *
001272*-----------------------------------------------------------*
001276 1000-START.
001280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001284     OPEN INPUT LEAVE-CTL-FILE.
001288     PERFORM 1200-LOAD-LEAVE-CONTROL THRU 1200-EXIT.
001292     CLOSE LEAVE-CTL-FILE.
001296     IF NOT LEAVE-CONTROL-OK
001300         DISPLAY "PTDCLOSE - NO USABLE LEAVE CONTROL ON LVCTL"
001304         MOVE 16 TO RETURN-CODE
001308         GO TO 1000-EXIT
001312     END-IF.
001316     OPEN I-O PTD-FILE.
001320     IF NOT PTD-FILE-OK
001324         DISPLAY "PTDCLOSE - PTDFILE OPEN FAILED, STATUS "
001328                 WS-PTD-FILE-STATUS
001332         MOVE 16 TO RETURN-CODE
001336         GO TO 1000-EXIT
001340     END-IF.
001344     OPEN INPUT EMP-MASTER-FILE.
001348     IF NOT EMP-FILE-OK
001352         DISPLAY "PTDCLOSE - EMPMAST OPEN FAILED, STATUS "
001356                 WS-EMP-FILE-STATUS
001360         MOVE 16 TO RETURN-CODE
001364         GO TO 1000-EXIT
001368     END-IF.
001372     OPEN INPUT RATE-HIST-FILE.
001376     IF NOT RTH-FILE-OK
001380         DISPLAY "PTDCLOSE - RATEHIST OPEN FAILED, STATUS "
001384                 WS-RTH-FILE-STATUS
001388         MOVE 16 TO RETURN-CODE
001392         GO TO 1000-EXIT
001396     END-IF.
001400     OPEN I-O LEAVE-BAL-FILE.
001404     IF NOT LVB-FILE-OK
001408         DISPLAY "PTDCLOSE - LEAVEBAL OPEN FAILED, STATUS "
001412                 WS-LVB-FILE-STATUS
001416         MOVE 16 TO RETURN-CODE
001420         GO TO 1000-EXIT
001424     END-IF.
001428     OPEN I-O LEAVE-REQ-FILE.
001432     IF NOT LVR-FILE-OK
001436         DISPLAY "PTDCLOSE - LEAVEREQ OPEN FAILED, STATUS "
001440                 WS-LVR-FILE-STATUS
001444         MOVE 16 TO RETURN-CODE
001448         GO TO 1000-EXIT
001452     END-IF.
001456     OPEN I-O PERIOD-DTL-FILE.
001460     IF NOT DTL-FILE-OK
001464         DISPLAY "PTDCLOSE - PTDDTL OPEN FAILED, STATUS "
001468                 WS-DTL-FILE-STATUS
001472         MOVE 16 TO RETURN-CODE
001476         GO TO 1000-EXIT
001480     END-IF.
001484     OPEN OUTPUT PERIOD-PAY-FILE.
001488     OPEN OUTPUT LEAVE-EXC-FILE.
001492     MOVE "N" TO WS-CTL-FOUND-SWITCH.
001496     MOVE "CTL   " TO PTD-EMP-ID.
001500     READ PTD-FILE
001504         INVALID KEY
001508             CONTINUE
001512         NOT INVALID KEY
001516             MOVE "Y" TO WS-CTL-FOUND-SWITCH
001520     END-READ.
001524     IF CTL-FOUND
001528         MOVE PCD-PERIOD-START TO WS-PERIOD-START
001532         MOVE PCD-NIGHTS       TO WS-CTL-NIGHTS
001536         MOVE PCD-CTL-DIGITS   TO WS-CTL-CENTS
001540         IF PCD-CTL-SIGN = "-"
001544             COMPUTE WS-CTL-CENTS = 0 - WS-CTL-CENTS
001548         END-IF
001552     ELSE
001556         DISPLAY "PTDCLOSE - NO CTL RECORD ON PTDFILE"
001560         MOVE 8 TO RETURN-CODE
001564     END-IF.
001568     PERFORM 1100-WRITE-PAY-HEADER THRU 1100-EXIT.
001572     MOVE WS-RUN-DATE TO XT-RUN-DATE.
001576     WRITE LEAVE-EXC-RECORD FROM WS-EXC-TITLE-LINE.
001580     WRITE LEAVE-EXC-RECORD FROM WS-EXC-COL-LINE.
001584     MOVE LOW-VALUES TO PTD-KEY.
001588     START PTD-FILE KEY >= PTD-KEY
001592         INVALID KEY
001596             MOVE "Y" TO WS-PTD-EOF-SWITCH
001600     END-START.
001604 1000-EXIT.
001608     EXIT.
001612
001690 1100-WRITE-PAY-HEADER SECTION.
001700 1100-START.
001710     MOVE SPACES          TO PERIOD-PAY-CONTROL.
001740     MOVE WS-RUN-DATE     TO PPC-PERIOD-END.
001750     MOVE ZERO            TO PPC-RECORD-COUNT.
001760     MOVE ZERO            TO PPC-TOTAL-CENTS.
001765     MOVE ZERO            TO PPC-LEAVE-CENTS.
001770     WRITE PERIOD-PAY-CONTROL.
001780 1100-EXIT.
001790     EXIT.
001930* (its sums were captured at startup), an employee record   *
001940* becomes one period pay record and its cents join the      *
001950* proving total.                                            *
001953* The employee's leave days are priced in beside the worked *
001956* pay; they join the payable total but not the proof.       *
001960*-----------------------------------------------------------*
001970 3000-START.
001980     IF PTD-CONTROL-REC
002060     COMPUTE WS-EMP-TOTAL =
002070         PTD-GROSS-CENTS + PTD-PREM-CENTS + WS-ADJ-VALUE.
002080     ADD WS-EMP-TOTAL TO WS-PERIOD-CENTS.
002082     PERFORM 3100-LEAVE-EMPLOYEE THRU 3100-EXIT.
002084     ADD WS-EMP-LEAVE-CENTS TO WS-EMP-TOTAL.
002086     ADD WS-EMP-LEAVE-CENTS TO WS-LEAVE-CENTS.
002090     MOVE SPACES           TO PERIOD-PAY-RECORD.
002100     MOVE PTD-EMP-ID       TO PP-EMP-ID.
002110     MOVE PTD-PERIOD-START TO PP-PERIOD-START.
002150     MOVE PTD-PREM-CENTS   TO PP-PREM-CENTS.
002160     MOVE WS-ADJ-VALUE     TO PP-ADJ-CENTS.
002170     MOVE WS-EMP-TOTAL     TO PP-TOTAL-CENTS.
002173     MOVE WS-EMP-LEAVE-MILLIS TO PP-LEAVE-MILLIS.
002176     MOVE WS-EMP-LEAVE-CENTS  TO PP-LEAVE-CENTS.
002180     WRITE PERIOD-PAY-RECORD.
002190 3000-NEXT.
002200     PERFORM 2000-READ-PTD THRU 2000-EXIT.
002480* Close the pay file with its trailer - written even on an  *
002490* out-of-balance run so the trailer reflects what the file  *
002500* actually holds; the RC 8 is what stops the submission.    *
002503* The trailer cents are worked pay and leave together, with *
002506* the leave also carried on its own.                        *
002510*-----------------------------------------------------------*
002520 5000-START.
002525     COMPUTE WS-PAY-CENTS = WS-PERIOD-CENTS + WS-LEAVE-CENTS.
002530     MOVE SPACES          TO PERIOD-PAY-CONTROL.
002540     MOVE "TRL"           TO PPC-REC-ID.
002550     MOVE WS-PERIOD-START TO PPC-PERIOD-START.
002560     MOVE WS-RUN-DATE     TO PPC-PERIOD-END.
002570     MOVE WS-EMP-COUNT    TO PPC-RECORD-COUNT.
002580     MOVE WS-PAY-CENTS    TO PPC-TOTAL-CENTS.
002585     MOVE WS-LEAVE-CENTS  TO PPC-LEAVE-CENTS.
002590     WRITE PERIOD-PAY-CONTROL.
002600 5000-EXIT.
002610     EXIT.
002620
002621 5500-FINISH-EXCEPTIONS SECTION.
002622 5500-START.
002623     MOVE WS-DAYS-REJECTED TO XR-COUNT.
002624     WRITE LEAVE-EXC-RECORD FROM WS-EXC-TOTAL-LINE.
002625 5500-EXIT.
002626     EXIT.
002627
002630 6000-RESET-PERIOD SECTION.
002640*-----------------------------------------------------------*
002650* The period proved and the pay file is cut - zero every    *
002660* accumulator for the next period.  The period start goes   *
002670* to zero too; the first nightly update of the new period   *
002680* stamps its own date in.                                   *
002683* Each employee's leave is applied on the way past, while   *
002686* the record still holds the period's worked Millis.        *
002690*-----------------------------------------------------------*
002700 6000-START.
002705     MOVE "A" TO WS-LEAVE-MODE.
002710     MOVE "N" TO WS-PTD-EOF-SWITCH.
002720     MOVE LOW-VALUES TO PTD-KEY.
002730     START PTD-FILE KEY >= PTD-KEY
002960                 MOVE 8 TO RETURN-CODE
002970         END-REWRITE
002980     ELSE
002985         PERFORM 3100-LEAVE-EMPLOYEE THRU 3100-EXIT
002990         MOVE ZERO TO PTD-PERIOD-START
003000         MOVE ZERO TO PTD-MILLIS
003010         MOVE ZERO TO PTD-GROSS-CENTS
003180     DISPLAY "PTDCLOSE - EMPLOYEES PAID:     " WS-EMP-COUNT.
003190     DISPLAY "PTDCLOSE - PERIOD TOTAL CENTS: "
003200             WS-PERIOD-CENTS.
003202     DISPLAY "PTDCLOSE - LEAVE DAYS PAID:    " WS-DAYS-PRICED.
003204     DISPLAY "PTDCLOSE - LEAVE CENTS:        " WS-LEAVE-CENTS.
003206     DISPLAY "PTDCLOSE - LEAVE DAYS REJECTED:" WS-DAYS-REJECTED.
003208     DISPLAY "PTDCLOSE - PAY FILE CENTS:     " WS-PAY-CENTS.
003210     IF PERIOD-PROVED
003220         DISPLAY "PTDCLOSE - PERIOD PROVED AND RESET"
003221         DISPLAY "PTDCLOSE - LEAVE BALANCES:     " WS-BAL-WRITTEN
003222                 " ACCRUED MILLIS " WS-ACCRUED-TOTAL
003223         DISPLAY "PTDCLOSE - NO ACCRUAL RULE:    "
003224                 WS-NO-RULE-COUNT
003225         DISPLAY "PTDCLOSE - ALREADY CLOSED:     " WS-CLOSED-COUNT
003230     ELSE
003240         DISPLAY "PTDCLOSE - PERIOD NOT PROVED - NOT RESET"
003250     END-IF.
003251*    A rejected leave day is a warning, not a failure - the  *
003252*    period is paid without it and the exceptions report     *
003253*    says why.                                               *
003254     IF WS-DAYS-REJECTED > 0
003255      AND RETURN-CODE = 0
003256         MOVE 4 TO RETURN-CODE
003257     END-IF.
003260     CLOSE PTD-FILE.
003270     CLOSE PERIOD-PAY-FILE.
003271     CLOSE EMP-MASTER-FILE.
003272     CLOSE RATE-HIST-FILE.
003273     CLOSE LEAVE-BAL-FILE.
003274     CLOSE LEAVE-REQ-FILE.
003275     CLOSE PERIOD-DTL-FILE.
003276     CLOSE LEAVE-EXC-FILE.
003280 4000-EXIT.
003290     EXIT.
003300
003310 1200-LOAD-LEAVE-CONTROL SECTION.
003320*-----------------------------------------------------------*
003330* The "H" card first - a leave day of more than 24 hours, or *
003340* none, is a bad card - then every accrual rule into the    *
003350* table.  One bad rule card and the control is unusable:    *
003360* the close does not guess at anybody's accrual.            *
003370*-----------------------------------------------------------*
003380 1200-START.
003390     READ LEAVE-CTL-FILE
003400         AT END
003410             GO TO 1200-EXIT
003420     END-READ.
003430     IF NOT LVC-HEADER
003440         GO TO 1200-EXIT
003450     END-IF.
003460     IF LVC-DAY-HOURS NOT NUMERIC
003470      OR LVC-DAY-HOURS = ZERO
003480      OR LVC-DAY-HOURS > 24
003490         GO TO 1200-EXIT
003500     END-IF.
003510     COMPUTE WS-DAY-MILLIS = LVC-DAY-HOURS * 3600000.
003520     PERFORM 1250-LOAD-RULE-STEP THRU 1250-EXIT
003530         UNTIL LVC-EOF
003540            OR LVC-BAD.
003550     IF LVC-BAD
003560         GO TO 1200-EXIT
003570     END-IF.
003580     DISPLAY "PTDCLOSE - LEAVE DAY MILLIS:   " WS-DAY-MILLIS
003590             " ACCRUAL RULES " WS-RULE-COUNT.
003600     MOVE "Y" TO WS-LVC-OK-SWITCH.
003610 1200-EXIT.
003620     EXIT.
003630
003640 1250-LOAD-RULE-STEP SECTION.
003650 1250-START.
003660     READ LEAVE-CTL-FILE
003670         AT END
003680             MOVE "Y" TO WS-LVC-EOF-SWITCH
003690             GO TO 1250-EXIT
003700     END-READ.
003710     IF NOT LVC-DEPT-RULE AND NOT LVC-SHIFT-RULE
003720         GO TO 1250-BAD
003730     END-IF.
003740     IF LVC-RULE-KEY = SPACES
003750      OR LVC-ACCRUAL-RATE NOT NUMERIC
003760      OR LVC-MAX-HOURS NOT NUMERIC
003770         GO TO 1250-BAD
003780     END-IF.
003790     IF WS-RULE-COUNT >= WS-RULE-MAX
003800         DISPLAY "PTDCLOSE - LEAVE RULE TABLE FULL AT "
003810                 LVC-CARD-TYPE LVC-RULE-KEY
003820         MOVE "Y" TO WS-LVC-BAD-SWITCH
003830         GO TO 1250-EXIT
003840     END-IF.
003850     ADD 1 TO WS-RULE-COUNT.
003860     MOVE LVC-CARD-TYPE    TO WS-RULE-TYPE (WS-RULE-COUNT).
003870     MOVE LVC-RULE-KEY     TO WS-RULE-KEY (WS-RULE-COUNT).
003880     MOVE LVC-ACCRUAL-RATE TO WS-RULE-RATE (WS-RULE-COUNT).
003890     MOVE LVC-MAX-HOURS    TO WS-RULE-MAX-HRS (WS-RULE-COUNT).
003900     GO TO 1250-EXIT.
003910 1250-BAD.
003920     DISPLAY "PTDCLOSE - BAD LEAVE RULE CARD "
003930             LVC-CARD-TYPE LVC-RULE-KEY.
003940     MOVE "Y" TO WS-LVC-BAD-SWITCH.
003950 1250-EXIT.
003960     EXIT.
003970
003980 3100-LEAVE-EMPLOYEE SECTION.
003990*-----------------------------------------------------------*
004000* One employee's leave for the close, run on both walks.    *
004010* Pricing, on the close walk: the open leave days are       *
004020* priced and any that cannot be paid are listed.  Applying, *
004030* on the reset walk once the period has proved: the very    *
004040* same days are marked paid or rejected, the paid days go   *
004050* to PTDDTL, and the balance is brought forward - the leave *
004060* taken off first, then the period's accrual on top.        *
004070* Nothing is written while pricing, so a period that does   *
004080* not prove leaves every balance and leave day as it was.   *
004090*-----------------------------------------------------------*
004100 3100-START.
004110     MOVE ZERO TO WS-EMP-LEAVE-MILLIS.
004120     MOVE ZERO TO WS-EMP-LEAVE-CENTS.
004130     MOVE ZERO TO WS-EMP-ACCRUED.
004140     MOVE "N" TO WS-EMP-FOUND-SWITCH.
004150     MOVE PTD-EMP-ID TO EMP-ID.
004160     READ EMP-MASTER-FILE
004170         INVALID KEY
004180             CONTINUE
004190         NOT INVALID KEY
004200             MOVE "Y" TO WS-EMP-FOUND-SWITCH
004210     END-READ.
004220     MOVE "N"  TO WS-LVB-FOUND-SWITCH.
004230     MOVE ZERO TO WS-WORK-BALANCE.
004240     MOVE PTD-EMP-ID TO LVB-EMP-ID.
004250     READ LEAVE-BAL-FILE
004260         INVALID KEY
004270             CONTINUE
004280         NOT INVALID KEY
004290             MOVE "Y" TO WS-LVB-FOUND-SWITCH
004300             MOVE LVB-BALANCE-MILLIS TO WS-WORK-BALANCE
004310     END-READ.
004320*    A balance already brought forward today is a close      *
004330*    rerun after the reset - pay and accrue nothing twice.   *
004340     IF LVB-FOUND
004350      AND LVB-LAST-CLOSE-DATE = WS-RUN-DATE
004360         IF LEAVE-APPLYING
004370             ADD 1 TO WS-CLOSED-COUNT
004380         END-IF
004390         GO TO 3100-EXIT
004400     END-IF.
004410     PERFORM 3150-TAKE-LEAVE THRU 3150-EXIT.
004420     PERFORM 3400-ACCRUE-LEAVE THRU 3400-EXIT.
004430     IF LEAVE-APPLYING
004440         PERFORM 3480-WRITE-BALANCE THRU 3480-EXIT
004450     END-IF.
004460 3100-EXIT.
004470     EXIT.
004480
004490 3150-TAKE-LEAVE SECTION.
004500*-----------------------------------------------------------*
004510* The employee's leave days dated on or before the close,   *
004520* in date order.  LEAVEREQ is keyed employee / date, so one *
004530* START at the employee and a forward read; the first later *
004540* date, or the next employee, ends the scan.  A day dated   *
004550* after the close waits for the close that covers it.       *
004560*-----------------------------------------------------------*
004570 3150-START.
004580     MOVE "N" TO WS-LVR-SCAN-SWITCH.
004590     MOVE PTD-EMP-ID TO LVR-EMP-ID.
004600     MOVE ZERO TO LVR-LEAVE-DATE.
004610     START LEAVE-REQ-FILE KEY >= LVR-KEY
004620         INVALID KEY
004630             GO TO 3150-EXIT
004640     END-START.
004650     PERFORM 3160-TAKE-LEAVE-STEP THRU 3160-EXIT
004660         UNTIL LVR-SCAN-DONE.
004670 3150-EXIT.
004680     EXIT.
004690
004700 3160-TAKE-LEAVE-STEP SECTION.
004710 3160-START.
004720     READ LEAVE-REQ-FILE NEXT RECORD
004730         AT END
004740             MOVE "Y" TO WS-LVR-SCAN-SWITCH
004750             GO TO 3160-EXIT
004760     END-READ.
004770     IF LVR-EMP-ID NOT = PTD-EMP-ID
004780      OR LVR-LEAVE-DATE > WS-RUN-DATE
004790         MOVE "Y" TO WS-LVR-SCAN-SWITCH
004800         GO TO 3160-EXIT
004810     END-IF.
004820     IF NOT LVR-OPEN
004830         GO TO 3160-EXIT
004840     END-IF.
004850     PERFORM 3200-FIND-RATE THRU 3200-EXIT.
004860     IF NOT RATE-FOUND
004870         MOVE "N" TO LVR-REASON
004880         PERFORM 3300-REJECT-LEAVE THRU 3300-EXIT
004890         GO TO 3160-EXIT
004900     END-IF.
004910     IF WS-WORK-BALANCE < WS-DAY-MILLIS
004920         MOVE "B" TO LVR-REASON
004930         PERFORM 3300-REJECT-LEAVE THRU 3300-EXIT
004940         GO TO 3160-EXIT
004950     END-IF.
004960     COMPUTE WS-RATE-CENTS = WS-DAY-RATE * 100.
004970     COMPUTE WS-DAY-CENTS ROUNDED =
004980         WS-DAY-MILLIS * WS-RATE-CENTS
004990         / 3600000.
004991*    Applying, a day whose PTDDTL line cannot be written is  *
004992*    neither taken off the balance nor marked paid.          *
004993     IF LEAVE-APPLYING
004994         PERFORM 3350-WRITE-LEAVE-DETAIL THRU 3350-EXIT
004995         IF NOT DTL-WRITTEN
004996             GO TO 3160-EXIT
004997         END-IF
004998     END-IF.
005000     SUBTRACT WS-DAY-MILLIS FROM WS-WORK-BALANCE.
005010     ADD WS-DAY-MILLIS TO WS-EMP-LEAVE-MILLIS.
005020     ADD WS-DAY-CENTS  TO WS-EMP-LEAVE-CENTS.
005030     IF LEAVE-PRICING
005040         ADD 1 TO WS-DAYS-PRICED
005050         GO TO 3160-EXIT
005060     END-IF.
005070     MOVE "P"          TO LVR-STATUS.
005080     MOVE SPACE        TO LVR-REASON.
005090     MOVE WS-RUN-DATE  TO LVR-CLOSE-DATE.
005100     MOVE WS-DAY-CENTS TO LVR-CENTS.
005110     REWRITE Leave-Request-Record
005120         INVALID KEY
005130             DISPLAY "PTDCLOSE - LEAVE DAY UPDATE FAILED, KEY "
005140                     LVR-KEY
005150             MOVE 8 TO RETURN-CODE
005160     END-REWRITE.
005180 3160-EXIT.
005190     EXIT.
005200
005210 3200-FIND-RATE SECTION.
005220*-----------------------------------------------------------*
005230* The rate in force for the employee on the leave day - the *
005240* last RATEHIST entry effective on or before it, exactly as *
005250* PAYCALC finds the rate for a day worked.                  *
005260*-----------------------------------------------------------*
005270 3200-START.
005280     MOVE "N"  TO WS-RATE-FOUND-SWITCH.
005290     MOVE "N"  TO WS-RTH-SCAN-SWITCH.
005300     MOVE ZERO TO WS-DAY-RATE.
005310     MOVE PTD-EMP-ID TO RTH-EMP-ID.
005320     MOVE ZERO TO RTH-EFF-DATE.
005330     START RATE-HIST-FILE KEY >= RTH-KEY
005340         INVALID KEY
005350             GO TO 3200-EXIT
005360     END-START.
005370     PERFORM 3250-FIND-RATE-STEP THRU 3250-EXIT
005380         UNTIL RTH-SCAN-DONE.
005390 3200-EXIT.
005400     EXIT.
005410
005420 3250-FIND-RATE-STEP SECTION.
005430 3250-START.
005440     READ RATE-HIST-FILE NEXT RECORD
005450         AT END
005460             MOVE "Y" TO WS-RTH-SCAN-SWITCH
005470             GO TO 3250-EXIT
005480     END-READ.
005490     IF RTH-EMP-ID NOT = PTD-EMP-ID
005500      OR RTH-EFF-DATE > LVR-LEAVE-DATE
005510         MOVE "Y" TO WS-RTH-SCAN-SWITCH
005520         GO TO 3250-EXIT
005530     END-IF.
005540     MOVE RTH-HOURLY-RATE TO WS-DAY-RATE.
005550     MOVE "Y" TO WS-RATE-FOUND-SWITCH.
005560 3250-EXIT.
005570     EXIT.
005580
005590 3300-REJECT-LEAVE SECTION.
005600*-----------------------------------------------------------*
005610* A leave day the close will not pay - listed on LVEXCP     *
005620* with the balance it came up against while pricing, marked *
005630* rejected with its reason while applying.  The balance is  *
005640* not touched and nothing is paid for the day.              *
005650*-----------------------------------------------------------*
005660 3300-START.
005670     IF LEAVE-APPLYING
005680         MOVE "R"         TO LVR-STATUS
005690         MOVE WS-RUN-DATE TO LVR-CLOSE-DATE
005700         MOVE ZERO        TO LVR-CENTS
005710         REWRITE Leave-Request-Record
005720             INVALID KEY
005730                 DISPLAY "PTDCLOSE - LEAVE DAY UPDATE FAILED, "
005740                         "KEY " LVR-KEY
005750                 MOVE 8 TO RETURN-CODE
005760         END-REWRITE
005770         GO TO 3300-EXIT
005780     END-IF.
005790     ADD 1 TO WS-DAYS-REJECTED.
005800     MOVE PTD-EMP-ID TO XL-EMP-ID.
005810     IF EMP-FOUND
005820         MOVE EMP-NAME        TO XL-NAME
005830     ELSE
005840         MOVE "NOT ON MASTER" TO XL-NAME
005850     END-IF.
005860     MOVE LVR-LEAVE-DATE TO XL-LEAVE-DATE.
005870     MOVE LVR-TYPE       TO XL-TYPE.
005880     COMPUTE XL-BALANCE ROUNDED = WS-WORK-BALANCE / 3600000.
005890     IF LVR-NO-RATE
005900         MOVE "NO RATE IN FORCE ON THE DAY" TO XL-REASON
005910     ELSE
005920         MOVE "BALANCE SHORT FOR THE DAY"   TO XL-REASON
005930     END-IF.
005940     WRITE LEAVE-EXC-RECORD FROM WS-EXC-DETAIL-LINE.
005950 3300-EXIT.
005960     EXIT.
005970
005980 3350-WRITE-LEAVE-DETAIL SECTION.
005990*-----------------------------------------------------------*
006000* A paid leave day on the period detail, against the day    *
006010* taken and stamped with the close's run date, so EARNSTMT  *
006020* states it with the period and purges it with the period.  *
006030* The supervisor who approved the day stands as keyed-by.   *
006035* DTL-WRITTEN says whether the line went; the day is marked *
006036* paid only when it did.  A line that will not go is a      *
006037* warning, RC 4 - the day is already on this PERPAY, so     *
006038* the YTD step must still post it.                          *
006040*-----------------------------------------------------------*
006050 3350-START.
006055     MOVE "N"            TO WS-DTL-WRITTEN-SWITCH.
006060     MOVE SPACES         TO Period-Detail-Record.
006070     MOVE PTD-EMP-ID     TO PDT-EMP-ID.
006080     MOVE LVR-LEAVE-DATE TO PDT-WORK-DATE.
006090     MOVE WS-RUN-DATE    TO PDT-RUN-DATE.
006100     ADD 1 TO WS-DTL-SEQ.
006110     MOVE WS-DTL-SEQ     TO PDT-SEQ.
006120     MOVE "L"            TO PDT-TYPE.
006130     MOVE LVR-TYPE       TO PDT-LEG.
006140     MOVE WS-DAY-MILLIS  TO PDT-MILLIS.
006150     IF EMP-FOUND
006160         MOVE EMP-SHIFT-CODE TO PDT-SHIFT-CODE
006170     END-IF.
006180     MOVE WS-DAY-RATE    TO PDT-HOURLY-RATE.
006190     MOVE 1              TO PDT-MULTIPLIER.
006200     MOVE WS-DAY-CENTS   TO PDT-GROSS-CENTS.
006210     MOVE ZERO           TO PDT-PREMIUM-CENTS.
006220     MOVE LVR-USER-ID    TO PDT-USER-ID.
006230     WRITE Period-Detail-Record
006240         INVALID KEY
006250             DISPLAY "PTDCLOSE - LEAVE DETAIL WRITE FAILED, KEY "
006260                     PDT-KEY " - LEAVE DAY LEFT OPEN"
006270             IF RETURN-CODE = 0
006271                 MOVE 4 TO RETURN-CODE
006272             END-IF
006275         NOT INVALID KEY
006276             MOVE "Y" TO WS-DTL-WRITTEN-SWITCH
006280     END-WRITE.
006290 3350-EXIT.
006300     EXIT.
006310
006320 3400-ACCRUE-LEAVE SECTION.
006330*-----------------------------------------------------------*
006340* The period's accrual off the Millis worked, at the rule   *
006350* for the employee's department or, failing that, the rule  *
006360* for the shift code; no rule, no accrual.  The balance      *
006370* never goes past the rule's maximum - one already over it  *
006380* (a maximum lowered since) is left alone, not cut back.    *
006390*-----------------------------------------------------------*
006400 3400-START.
006410     MOVE ZERO TO WS-RULE-FOUND.
006420     IF NOT EMP-FOUND
006430         GO TO 3400-NO-RULE
006440     END-IF.
006450     MOVE "D"      TO WS-LOOKUP-TYPE.
006460     MOVE EMP-DEPT TO WS-LOOKUP-KEY.
006470     PERFORM 3450-FIND-RULE THRU 3450-EXIT.
006480     IF WS-RULE-FOUND = 0
006490         MOVE "S"            TO WS-LOOKUP-TYPE
006500         MOVE EMP-SHIFT-CODE TO WS-LOOKUP-KEY
006510         PERFORM 3450-FIND-RULE THRU 3450-EXIT
006520     END-IF.
006530     IF WS-RULE-FOUND = 0
006540         GO TO 3400-NO-RULE
006550     END-IF.
006560     COMPUTE WS-EMP-ACCRUED ROUNDED =
006570         PTD-MILLIS * WS-RULE-RATE (WS-RULE-FOUND).
006580     COMPUTE WS-MAX-MILLIS =
006590         WS-RULE-MAX-HRS (WS-RULE-FOUND) * 3600000.
006600     IF WS-WORK-BALANCE >= WS-MAX-MILLIS
006610         MOVE ZERO TO WS-EMP-ACCRUED
006620     ELSE
006630         IF WS-WORK-BALANCE + WS-EMP-ACCRUED > WS-MAX-MILLIS
006640             COMPUTE WS-EMP-ACCRUED =
006650                 WS-MAX-MILLIS - WS-WORK-BALANCE
006660         END-IF
006670     END-IF.
006680     ADD WS-EMP-ACCRUED TO WS-WORK-BALANCE.
006690     GO TO 3400-EXIT.
006700 3400-NO-RULE.
006710     IF LEAVE-APPLYING
006720         ADD 1 TO WS-NO-RULE-COUNT
006730     END-IF.
006740 3400-EXIT.
006750     EXIT.
006760
006770 3450-FIND-RULE SECTION.
006780 3450-START.
006790     MOVE 1 TO WS-RULE-SUB.
006800     PERFORM 3460-FIND-RULE-STEP THRU 3460-EXIT
006810         UNTIL WS-RULE-SUB > WS-RULE-COUNT
006820            OR WS-RULE-FOUND > 0.
006830 3450-EXIT.
006840     EXIT.
006850
006860 3460-FIND-RULE-STEP SECTION.
006870 3460-START.
006880     IF WS-RULE-TYPE (WS-RULE-SUB) = WS-LOOKUP-TYPE
006890      AND WS-RULE-KEY (WS-RULE-SUB) = WS-LOOKUP-KEY
006900         MOVE WS-RULE-SUB TO WS-RULE-FOUND
006910     ELSE
006920         ADD 1 TO WS-RULE-SUB
006930     END-IF.
006940 3460-EXIT.
006950     EXIT.
006960
006970 3480-WRITE-BALANCE SECTION.
006980*-----------------------------------------------------------*
006990* Bring the balance forward, stamped with what this close   *
007000* took and earned.  An employee who has never had a balance *
007010* and earned none this period gets no record.               *
007020*-----------------------------------------------------------*
007030 3480-START.
007040     IF NOT LVB-FOUND
007050      AND WS-WORK-BALANCE = ZERO
007060         GO TO 3480-EXIT
007070     END-IF.
007080     IF NOT LVB-FOUND
007090         MOVE SPACES     TO Leave-Balance-Record
007100         MOVE PTD-EMP-ID TO LVB-EMP-ID
007110     END-IF.
007120     MOVE WS-WORK-BALANCE     TO LVB-BALANCE-MILLIS.
007130     MOVE WS-EMP-ACCRUED      TO LVB-LAST-ACCRUED.
007140     MOVE WS-EMP-LEAVE-MILLIS TO LVB-LAST-TAKEN.
007150     MOVE WS-RUN-DATE         TO LVB-LAST-CLOSE-DATE.
007160     IF LVB-FOUND
007170         REWRITE Leave-Balance-Record
007180             INVALID KEY
007190                 DISPLAY "PTDCLOSE - BALANCE REWRITE FAILED, "
007200                         "KEY " LVB-KEY
007210                 MOVE 8 TO RETURN-CODE
007220                 GO TO 3480-EXIT
007230         END-REWRITE
007240     ELSE
007250         WRITE Leave-Balance-Record
007260             INVALID KEY
007270                 DISPLAY "PTDCLOSE - BALANCE WRITE FAILED, "
007280                         "KEY " LVB-KEY
007290                 MOVE 8 TO RETURN-CODE
007300                 GO TO 3480-EXIT
007310         END-WRITE
007320     END-IF.
007330     ADD 1 TO WS-BAL-WRITTEN.
007340     ADD WS-EMP-ACCRUED TO WS-ACCRUED-TOTAL.
007350 3480-EXIT.
007360     EXIT.
007370
007380 END PROGRAM PTDCLOSE.
