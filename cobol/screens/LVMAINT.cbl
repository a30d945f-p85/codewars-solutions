123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LVMAINT.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  Pseudo-conversational     *
000110*                CICS entry screen for the LEAVEREQ          *
000120*                approved-leave KSDS (layout in LEAVEREQ) -  *
000130*                paid leave used to be a note on the         *
000140*                timesheet and a hand adjustment through     *
000150*                CLOCKCOR.  A supervisor keys each approved  *
000160*                day, vacation or sick, against an active    *
000170*                employee on EMPMAST; the screen shows the   *
000180*                employee's LEAVEBAL balance as the last     *
000190*                close left it, and each add stamps the      *
000200*                signed-on operator and the date.  PTDCLOSE  *
000210*                pays the day at the next period close, or   *
000220*                rejects it to the LVEXCP exceptions report  *
000230*                if the balance will not cover it.  A day    *
000240*                not yet paid may be deleted - it shows and  *
000250*                asks for a confirm, the same as a SCHMAINT  *
000260*                delete; a paid day stays on file.           *
000270* 2026-10-15 RH  An impossible calendar date is now refused  *
000280*                at the screen rather than left to the       *
000290*                close, and a delete or unlock CICS turns    *
000300*                down is reported - DELETE FAILED - LEAVE    *
000310*                DAY KEPT - instead of claiming the day was  *
000320*                deleted.                                    *
000330*-----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420*-----------------------------------------------------------*
000430* Symbolic map for the LVMMAP screen                         *
000440*-----------------------------------------------------------*
000450     COPY LVMMAP.
000460*-----------------------------------------------------------*
000470* DFHAID supplies the symbolic AID values (DFHENTER, DFHPF3, *
000480* DFHCLEAR, etc.) EIBAID is tested against below.            *
000490*-----------------------------------------------------------*
000500     COPY DFHAID.
000510*-----------------------------------------------------------*
000520* Employee master record - read only, for the name and       *
000530* department shown beside the day and the add edit.          *
000540*-----------------------------------------------------------*
000550     COPY EMPMAST.
000560*-----------------------------------------------------------*
000570* Leave balance - read only; PTDCLOSE alone brings it        *
000580* forward at each close.                                     *
000590*-----------------------------------------------------------*
000600     COPY LEAVEBAL.
000610*-----------------------------------------------------------*
000620* Approved leave day - LEAVEREQ supplies the 01-level, the   *
000630* same record PTDCLOSE pays from.                            *
000640*-----------------------------------------------------------*
000650     COPY LEAVEREQ.
000660
000670 77  WS-CICS-RESP            PIC S9(08) COMP.
000680 77  WS-EMP-FOUND-SWITCH     PIC X(01)  VALUE "N".
000690     88  EMP-FOUND                      VALUE "Y".
000700 77  WS-LVR-FOUND-SWITCH     PIC X(01)  VALUE "N".
000710     88  LVR-FOUND                      VALUE "Y".
000720 77  WS-DATE-OK-SWITCH       PIC X(01)  VALUE "N".
000730     88  DATE-OK                        VALUE "Y".
000740 77  WS-CHANGE-DATE          PIC 9(08)  VALUE ZERO.
000750*    The signed-on operator, off ASSIGN USERID - a shared    *
000760*    terminal answers where, not who.                        *
000770 77  WS-USER-ID              PIC X(08)  VALUE SPACES.
000780*    The balance is held in Millis; the screen shows hours.  *
000790 77  WS-BAL-HOURS            PIC ZZZ9.99.
000800*-----------------------------------------------------------*
000810* The leave date as keyed, with the split view the edit      *
000820* checks the year against.                                   *
000830*-----------------------------------------------------------*
000840 01  WS-LEAVE-DATE           PIC 9(08)  VALUE ZERO.
000850 01  WS-LEAVE-DATE-SPLIT REDEFINES WS-LEAVE-DATE.
000860     05  WS-LEAVE-CCYY       PIC 9(04).
000870     05  WS-LEAVE-MM         PIC 9(02).
000880     05  WS-LEAVE-DD         PIC 9(02).
000890*-----------------------------------------------------------*
000900* Conversation state, carried across pseudo-conversational   *
000910* turns on the COMMAREA.  The key turn remembers the         *
000920* employee and date it validated so a confirmed delete acts  *
000930* on the very day the supervisor was shown.                  *
000940*-----------------------------------------------------------*
000950 01  WS-COMMAREA.
000960     05  CA-STATE            PIC X(01).
000970         88  CA-STATE-AWAIT-KEY        VALUE "K".
000980         88  CA-STATE-AWAIT-CONFIRM    VALUE "T".
000990     05  CA-ACTION           PIC X(01).
001000         88  CA-ACTION-ADD             VALUE "A".
001010         88  CA-ACTION-DELETE          VALUE "D".
001020     05  CA-EMP-ID           PIC X(06).
001030     05  CA-LEAVE-DATE       PIC 9(08).
001040
001050 LINKAGE SECTION.
001060 01  DFHCOMMAREA             PIC X(16).
001070
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE SECTION.
001100 0000-START.
001110     IF EIBCALEN = 0
001120         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001130     ELSE
001140         MOVE DFHCOMMAREA TO WS-COMMAREA
001150         EVALUATE TRUE
001160             WHEN CA-STATE-AWAIT-KEY
001170                 PERFORM 2000-PROCESS-KEY THRU 2000-EXIT
001180             WHEN CA-STATE-AWAIT-CONFIRM
001190                 PERFORM 4000-APPLY-DELETE THRU 4000-EXIT
001200         END-EVALUATE
001210     END-IF.
001220     EXEC CICS RETURN
001230     END-EXEC.
001240 0000-EXIT.
001250     EXIT.
001260
001270 1000-SEND-INITIAL-MAP SECTION.
001280*-----------------------------------------------------------*
001290* First touch of the transaction - ask for the action, the   *
001300* employee ID and the leave day it applies to.               *
001310*-----------------------------------------------------------*
001320 1000-START.
001330     MOVE SPACES TO LVMMAPO.
001340     MOVE "KEY A/D, EMPLOYEE ID, DATE AND TYPE" TO MSGO.
001350     EXEC CICS SEND MAP("LVMMAP") MAPSET("LVMSET")
001360         ERASE
001370     END-EXEC.
001380     SET CA-STATE-AWAIT-KEY TO TRUE.
001390     MOVE WS-COMMAREA TO DFHCOMMAREA.
001400     EXEC CICS RETURN TRANSID("LVMT")
001410         COMMAREA(DFHCOMMAREA)
001420         LENGTH(LENGTH OF WS-COMMAREA)
001430     END-EXEC.
001440 1000-EXIT.
001450     EXIT.
001460
001470 2000-PROCESS-KEY SECTION.
001480*-----------------------------------------------------------*
001490* The supervisor keyed an action, an employee ID and a leave *
001500* date - the employee must be on the master and the date a   *
001510* real one.  An add must not find the day already booked,    *
001520* must be for an active employee and must say vacation or    *
001530* sick, and is written on this turn.  A delete must find the *
001540* day, not yet paid, and shows it and asks for a confirm so  *
001550* a slipped date does not drop the wrong day.                *
001560*-----------------------------------------------------------*
001570 2000-START.
001580     EXEC CICS RECEIVE MAP("LVMMAP") MAPSET("LVMSET")
001590     END-EXEC.
001600     IF EIBAID = DFHPF3
001610         GO TO 8000-END-SESSION
001620     END-IF.
001630     MOVE ACTIONI TO CA-ACTION.
001640     MOVE EMPIDI  TO CA-EMP-ID.
001650     MOVE SPACES  TO LVSTATO.
001660     MOVE ZERO    TO ENTDTO.
001670     MOVE SPACES  TO ENTBYO.
001680     SET CA-STATE-AWAIT-KEY TO TRUE.
001690     IF NOT CA-ACTION-ADD AND NOT CA-ACTION-DELETE
001700         MOVE "ACTION MUST BE A OR D" TO MSGO
001710         GO TO 2000-SEND
001720     END-IF.
001730     IF CA-EMP-ID = SPACES OR CA-EMP-ID = LOW-VALUES
001740         MOVE "EMPLOYEE ID IS REQUIRED" TO MSGO
001750         GO TO 2000-SEND
001760     END-IF.
001770     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
001780     IF NOT EMP-FOUND
001790         MOVE "EMPLOYEE NOT ON MASTER" TO MSGO
001800         GO TO 2000-SEND
001810     END-IF.
001820     MOVE EMP-NAME TO NAMEO.
001830     MOVE EMP-DEPT TO DEPTO.
001840     PERFORM 2550-SHOW-BALANCE THRU 2550-EXIT.
001850     PERFORM 2800-EDIT-DATE THRU 2800-EXIT.
001860     IF NOT DATE-OK
001870         MOVE "LEAVE DATE MUST BE A REAL YYYYMMDD" TO MSGO
001880         GO TO 2000-SEND
001890     END-IF.
001900     MOVE WS-LEAVE-DATE TO CA-LEAVE-DATE.
001910     PERFORM 2600-READ-LEAVE THRU 2600-EXIT.
001920     EVALUATE TRUE
001930         WHEN CA-ACTION-ADD AND LVR-FOUND
001940             PERFORM 2700-SHOW-LEAVE THRU 2700-EXIT
001950             MOVE "LEAVE DAY ALREADY BOOKED" TO MSGO
001960         WHEN CA-ACTION-ADD AND NOT EMP-ACTIVE
001970             MOVE "EMPLOYEE IS NOT ACTIVE" TO MSGO
001980         WHEN CA-ACTION-ADD
001990             PERFORM 3000-ADD-LEAVE THRU 3000-EXIT
002000         WHEN NOT LVR-FOUND
002010             MOVE "NO LEAVE BOOKED FOR THAT DAY" TO MSGO
002020         WHEN LVR-PAID
002030             PERFORM 2700-SHOW-LEAVE THRU 2700-EXIT
002040             MOVE "DAY ALREADY PAID - CANNOT DELETE" TO MSGO
002050         WHEN CA-ACTION-DELETE
002060             PERFORM 2700-SHOW-LEAVE THRU 2700-EXIT
002070             MOVE "PRESS ENTER TO CONFIRM DELETE" TO MSGO
002080             SET CA-STATE-AWAIT-CONFIRM TO TRUE
002090     END-EVALUATE.
002100 2000-SEND.
002110     EXEC CICS SEND MAP("LVMMAP") MAPSET("LVMSET")
002120         DATAONLY
002130     END-EXEC.
002140     MOVE WS-COMMAREA TO DFHCOMMAREA.
002150     EXEC CICS RETURN TRANSID("LVMT")
002160         COMMAREA(DFHCOMMAREA)
002170         LENGTH(LENGTH OF WS-COMMAREA)
002180     END-EXEC.
002190 2000-EXIT.
002200     EXIT.
002210
002220 2500-READ-MASTER SECTION.
002230 2500-START.
002240     MOVE "N"       TO WS-EMP-FOUND-SWITCH.
002250     MOVE CA-EMP-ID TO EMP-ID.
002260     EXEC CICS READ DATASET("EMPMAST")
002270         INTO(Employee-Record)
002280         RIDFLD(EMP-KEY)
002290         RESP(WS-CICS-RESP)
002300     END-EXEC.
002310     IF WS-CICS-RESP = DFHRESP(NORMAL)
002320         MOVE "Y" TO WS-EMP-FOUND-SWITCH
002330     END-IF.
002340 2500-EXIT.
002350     EXIT.
002360
002370 2550-SHOW-BALANCE SECTION.
002380*-----------------------------------------------------------*
002390* The balance as the last close left it - days booked since  *
002400* are not yet off it.  No record is a balance of nothing.    *
002410*-----------------------------------------------------------*
002420 2550-START.
002430     MOVE ZERO      TO WS-BAL-HOURS.
002440     MOVE CA-EMP-ID TO LVB-EMP-ID.
002450     EXEC CICS READ DATASET("LEAVEBAL")
002460         INTO(Leave-Balance-Record)
002470         RIDFLD(LVB-KEY)
002480         RESP(WS-CICS-RESP)
002490     END-EXEC.
002500     IF WS-CICS-RESP = DFHRESP(NORMAL)
002510         COMPUTE WS-BAL-HOURS ROUNDED =
002520             LVB-BALANCE-MILLIS / 3600000
002530     END-IF.
002540     MOVE WS-BAL-HOURS TO BALHRSO.
002550 2550-EXIT.
002560     EXIT.
002570
002580 2600-READ-LEAVE SECTION.
002590*-----------------------------------------------------------*
002600* Plain read of the keyed day - the delete turn re-reads     *
002610* UPDATE for itself; this one only decides which way the     *
002620* conversation goes.                                         *
002630*-----------------------------------------------------------*
002640 2600-START.
002650     MOVE "N"           TO WS-LVR-FOUND-SWITCH.
002660     MOVE CA-EMP-ID     TO LVR-EMP-ID.
002670     MOVE CA-LEAVE-DATE TO LVR-LEAVE-DATE.
002680     EXEC CICS READ DATASET("LEAVEREQ")
002690         INTO(Leave-Request-Record)
002700         RIDFLD(LVR-KEY)
002710         RESP(WS-CICS-RESP)
002720     END-EXEC.
002730     IF WS-CICS-RESP = DFHRESP(NORMAL)
002740         MOVE "Y" TO WS-LVR-FOUND-SWITCH
002750     END-IF.
002760 2600-EXIT.
002770     EXIT.
002780
002790 2700-SHOW-LEAVE SECTION.
002800*-----------------------------------------------------------*
002810* Put the day as it stands on file up on the screen, with    *
002820* where it has got to and who booked it and when.            *
002830*-----------------------------------------------------------*
002840 2700-START.
002850     MOVE LVR-LEAVE-DATE TO LVDATEO.
002860     MOVE LVR-TYPE       TO LVTYPEO.
002870     EVALUATE TRUE
002880         WHEN LVR-PAID
002890             MOVE "PAID"     TO LVSTATO
002900         WHEN LVR-REJECTED AND LVR-NO-RATE
002910             MOVE "REJ RATE" TO LVSTATO
002920         WHEN LVR-REJECTED
002930             MOVE "REJ BAL"  TO LVSTATO
002940         WHEN OTHER
002950             MOVE "OPEN"     TO LVSTATO
002960     END-EVALUATE.
002970     MOVE LVR-ENTER-DATE TO ENTDTO.
002980     MOVE LVR-USER-ID    TO ENTBYO.
002990 2700-EXIT.
003000     EXIT.
003010
003020 2800-EDIT-DATE SECTION.
003030*-----------------------------------------------------------*
003040* The leave date must be numeric YYYYMMDD and a day the      *
003050* calendar has.  A day past the month's end is refused here; *
003060* the close would otherwise pay it at the rate in force on   *
003070* the last day before it.                                    *
003080*-----------------------------------------------------------*
003090 2800-START.
003100     MOVE "N" TO WS-DATE-OK-SWITCH.
003110     IF LVDATEI NOT NUMERIC
003120         GO TO 2800-EXIT
003130     END-IF.
003140     MOVE LVDATEI TO WS-LEAVE-DATE.
003150     IF WS-LEAVE-CCYY < 2000
003160      OR FUNCTION TEST-DATE-YYYYMMDD (WS-LEAVE-DATE) NOT = 0
003170         GO TO 2800-EXIT
003180     END-IF.
003190     MOVE "Y" TO WS-DATE-OK-SWITCH.
003200 2800-EXIT.
003210     EXIT.
003220
003230 3000-ADD-LEAVE SECTION.
003240*-----------------------------------------------------------*
003250* Book the approved day, open, stamped with who keyed it and *
003260* when.  The key stops the same day being booked twice.      *
003270*-----------------------------------------------------------*
003280 3000-START.
003290     IF NOT LVTYPEI = "V" AND NOT LVTYPEI = "S"
003300         MOVE "TYPE MUST BE V OR S" TO MSGO
003310         GO TO 3000-EXIT
003320     END-IF.
003330     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
003340     EXEC CICS ASSIGN USERID(WS-USER-ID)
003350     END-EXEC.
003360     MOVE SPACES         TO Leave-Request-Record.
003370     MOVE CA-EMP-ID      TO LVR-EMP-ID.
003380     MOVE CA-LEAVE-DATE  TO LVR-LEAVE-DATE.
003390     MOVE LVTYPEI        TO LVR-TYPE.
003400     MOVE WS-CHANGE-DATE TO LVR-ENTER-DATE.
003410     MOVE WS-USER-ID     TO LVR-USER-ID.
003420     MOVE ZERO           TO LVR-CLOSE-DATE.
003430     MOVE ZERO           TO LVR-CENTS.
003440     EXEC CICS WRITE DATASET("LEAVEREQ")
003450         FROM(Leave-Request-Record)
003460         RIDFLD(LVR-KEY)
003470         RESP(WS-CICS-RESP)
003480     END-EXEC.
003490     IF WS-CICS-RESP = DFHRESP(NORMAL)
003500         PERFORM 2700-SHOW-LEAVE THRU 2700-EXIT
003510         MOVE "LEAVE DAY BOOKED" TO MSGO
003520     ELSE
003530         MOVE "ADD FAILED - LEAVE DAY NOT WRITTEN" TO MSGO
003540     END-IF.
003550 3000-EXIT.
003560     EXIT.
003570
003580 4000-APPLY-DELETE SECTION.
003590*-----------------------------------------------------------*
003600* The supervisor confirmed the delete shown on the key turn  *
003610* - re-read UPDATE and DELETE, unless a close paid the day   *
003620* in the meantime.                                           *
003630*-----------------------------------------------------------*
003640 4000-START.
003650     EXEC CICS RECEIVE MAP("LVMMAP") MAPSET("LVMSET")
003660     END-EXEC.
003670     IF EIBAID = DFHPF3
003680         GO TO 8000-END-SESSION
003690     END-IF.
003700     MOVE CA-EMP-ID     TO LVR-EMP-ID.
003710     MOVE CA-LEAVE-DATE TO LVR-LEAVE-DATE.
003720     EXEC CICS READ DATASET("LEAVEREQ")
003730         INTO(Leave-Request-Record)
003740         RIDFLD(LVR-KEY)
003750         UPDATE
003760         RESP(WS-CICS-RESP)
003770     END-EXEC.
003780     EVALUATE TRUE
003790         WHEN WS-CICS-RESP NOT = DFHRESP(NORMAL)
003800             MOVE "LEAVE DAY NO LONGER AVAILABLE" TO MSGO
003810         WHEN LVR-PAID
003820             EXEC CICS UNLOCK DATASET("LEAVEREQ")
003830                 RESP(WS-CICS-RESP)
003840             END-EXEC
003850             MOVE "DAY ALREADY PAID - CANNOT DELETE" TO MSGO
003860         WHEN OTHER
003870             EXEC CICS DELETE DATASET("LEAVEREQ")
003880                 RESP(WS-CICS-RESP)
003890             END-EXEC
003900             IF WS-CICS-RESP = DFHRESP(NORMAL)
003910                 MOVE "LEAVE DAY DELETED" TO MSGO
003920             ELSE
003930                 MOVE "DELETE FAILED - LEAVE DAY KEPT" TO MSGO
003940             END-IF
003950     END-EVALUATE.
003960     SET CA-STATE-AWAIT-KEY TO TRUE.
003970     EXEC CICS SEND MAP("LVMMAP") MAPSET("LVMSET")
003980         DATAONLY
003990     END-EXEC.
004000     MOVE WS-COMMAREA TO DFHCOMMAREA.
004010     EXEC CICS RETURN TRANSID("LVMT")
004020         COMMAREA(DFHCOMMAREA)
004030         LENGTH(LENGTH OF WS-COMMAREA)
004040     END-EXEC.
004050 4000-EXIT.
004060     EXIT.
004070
004080 8000-END-SESSION SECTION.
004090*-----------------------------------------------------------*
004100* PF3 on any RECEIVE MAP turn ends the pseudo-               *
004110* conversational session cleanly - no TRANSID on the         *
004120* RETURN, so CICS does not re-arm LVMT for this terminal.    *
004130*-----------------------------------------------------------*
004140 8000-START.
004150     MOVE "MAINTENANCE SESSION ENDED" TO MSGO.
004160     EXEC CICS SEND MAP("LVMMAP") MAPSET("LVMSET")
004170         DATAONLY
004180     END-EXEC.
004190     EXEC CICS RETURN
004200     END-EXEC.
004210 8000-EXIT.
004220     EXIT.
004230
004240 END PROGRAM LVMAINT.
