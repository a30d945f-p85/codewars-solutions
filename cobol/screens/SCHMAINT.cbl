123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCHMAINT.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  Pseudo-conversational     *
000110*                CICS maintenance screen for the SCHEDULE    *
000120*                shift-schedule KSDS (layout in SCHEDREC) -  *
000130*                CLOCKRPT knows only when a person badged,   *
000140*                never when they were due, so a supervisor   *
000150*                keys each employee's IN and OUT time per    *
000160*                weekday here and the nightly TARDY report   *
000170*                measures every paired shift against it.     *
000180*                Adds, changes and deletes one employee's    *
000190*                week at a time.  The employee must be on    *
000200*                EMPMAST (an add must be active), every time *
000210*                is edited HHMM against the real clock       *
000220*                range, and each write stamps the signed-on  *
000230*                operator and the date so a disputed         *
000240*                schedule shows who last set it.  A delete   *
000250*                shows the week and asks for a confirm, the  *
000260*                same as an EMPMAINT termination.            *
000270* 2026-10-15 RH  The change REWRITE and the delete now check *
000280*                their response: a failed REWRITE shows      *
000290*                UPDATE FAILED - NOTHING CHANGED instead of  *
000300*                the week as though it had been changed, and *
000310*                a failed DELETE shows DELETE FAILED -       *
000320*                SCHEDULE KEPT.                              *
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
000430* Symbolic map for the SCHMMAP screen                        *
000440*-----------------------------------------------------------*
000450     COPY SCHMMAP.
000460*-----------------------------------------------------------*
000470* DFHAID supplies the symbolic AID values (DFHENTER, DFHPF3, *
000480* DFHCLEAR, etc.) EIBAID is tested against below.            *
000490*-----------------------------------------------------------*
000500     COPY DFHAID.
000510*-----------------------------------------------------------*
000520* Employee master record - read only, for the name and       *
000530* department shown beside the schedule and the add edit.     *
000540*-----------------------------------------------------------*
000550     COPY EMPMAST.
000560*-----------------------------------------------------------*
000570* Shift-schedule record - SCHEDREC supplies the 01-level,    *
000580* the same record the TARDY batch reads.                     *
000590*-----------------------------------------------------------*
000600     COPY SCHEDREC.
000610
000620 77  WS-CICS-RESP            PIC S9(08) COMP.
000630 77  WS-EMP-FOUND-SWITCH     PIC X(01)  VALUE "N".
000640     88  EMP-FOUND                      VALUE "Y".
000650 77  WS-SCH-FOUND-SWITCH     PIC X(01)  VALUE "N".
000660     88  SCH-FOUND                      VALUE "Y".
000670 77  WS-EDITS-OK-SWITCH      PIC X(01)  VALUE "N".
000680     88  EDITS-OK                       VALUE "Y".
000690 77  WS-DAY-BAD-SWITCH       PIC X(01)  VALUE "N".
000700     88  DAY-BAD                        VALUE "Y".
000710 77  WS-DAY-SUB              PIC 9(02)  COMP  VALUE ZERO.
000720 77  WS-CHANGE-DATE          PIC 9(08)  VALUE ZERO.
000730*    The signed-on operator, off ASSIGN USERID - a shared    *
000740*    terminal answers where, not who.                        *
000750 77  WS-USER-ID              PIC X(08)  VALUE SPACES.
000760*-----------------------------------------------------------*
000770* The week as keyed (or as read back off the file) - one     *
000780* entry per weekday, Monday first, laid out HHMM IN then     *
000790* HHMM OUT so an entry moves straight to or from the         *
000800* record's SCH-DAY-TIMES.  The split views give the edit     *
000810* the hours and minutes separately.                          *
000820*-----------------------------------------------------------*
000830 01  WS-DAY-TABLE.
000840     05  WS-DAY-ENTRY        OCCURS 7 TIMES.
000850         10  WS-DAY-IN       PIC 9(04).
000860         10  WS-DAY-IN-SPLIT REDEFINES WS-DAY-IN.
000870             15  WS-DAY-IN-HH PIC 9(02).
000880             15  WS-DAY-IN-MM PIC 9(02).
000890         10  WS-DAY-OUT      PIC 9(04).
000900         10  WS-DAY-OUT-SPLIT REDEFINES WS-DAY-OUT.
000910             15  WS-DAY-OUT-HH PIC 9(02).
000920             15  WS-DAY-OUT-MM PIC 9(02).
000930 01  WS-DAY-NAMES.
000940     05  FILLER              PIC X(09)  VALUE "MONDAY".
000950     05  FILLER              PIC X(09)  VALUE "TUESDAY".
000960     05  FILLER              PIC X(09)  VALUE "WEDNESDAY".
000970     05  FILLER              PIC X(09)  VALUE "THURSDAY".
000980     05  FILLER              PIC X(09)  VALUE "FRIDAY".
000990     05  FILLER              PIC X(09)  VALUE "SATURDAY".
001000     05  FILLER              PIC X(09)  VALUE "SUNDAY".
001010 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
001020     05  WS-DAY-NAME         PIC X(09)  OCCURS 7 TIMES.
001030*    A day edit names the day it failed on.
001040 01  WS-DAY-MSG.
001050     05  DM-DAY              PIC X(09).
001060     05  FILLER              PIC X(01)  VALUE SPACE.
001070     05  DM-TEXT             PIC X(30).
001080*-----------------------------------------------------------*
001090* Conversation state, carried across pseudo-conversational   *
001100* turns on the COMMAREA.  The key turn remembers the action  *
001110* and employee ID it validated so the apply turn acts on the *
001120* very schedule the supervisor was shown.                    *
001130*-----------------------------------------------------------*
001140 01  WS-COMMAREA.
001150     05  CA-STATE            PIC X(01).
001160         88  CA-STATE-AWAIT-KEY        VALUE "K".
001170         88  CA-STATE-AWAIT-FIELDS     VALUE "F".
001180         88  CA-STATE-AWAIT-CONFIRM    VALUE "T".
001190     05  CA-ACTION           PIC X(01).
001200         88  CA-ACTION-ADD             VALUE "A".
001210         88  CA-ACTION-CHANGE          VALUE "C".
001220         88  CA-ACTION-DELETE          VALUE "D".
001230     05  CA-EMP-ID           PIC X(06).
001240
001250 LINKAGE SECTION.
001260 01  DFHCOMMAREA             PIC X(08).
001270
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE SECTION.
001300 0000-START.
001310     IF EIBCALEN = 0
001320         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001330     ELSE
001340         MOVE DFHCOMMAREA TO WS-COMMAREA
001350         EVALUATE TRUE
001360             WHEN CA-STATE-AWAIT-KEY
001370                 PERFORM 2000-PROCESS-KEY THRU 2000-EXIT
001380             WHEN CA-STATE-AWAIT-FIELDS
001390                 PERFORM 3000-APPLY-FIELDS THRU 3000-EXIT
001400             WHEN CA-STATE-AWAIT-CONFIRM
001410                 PERFORM 4000-APPLY-DELETE THRU 4000-EXIT
001420         END-EVALUATE
001430     END-IF.
001440     EXEC CICS RETURN
001450     END-EXEC.
001460 0000-EXIT.
001470     EXIT.
001480
001490 1000-SEND-INITIAL-MAP SECTION.
001500*-----------------------------------------------------------*
001510* First touch of the transaction - ask for the action and   *
001520* the employee ID it applies to.                             *
001530*-----------------------------------------------------------*
001540 1000-START.
001550     MOVE SPACES TO SCHMMAPO.
001560     MOVE "KEY ACTION (A/C/D) AND EMPLOYEE ID" TO MSGO.
001570     EXEC CICS SEND MAP("SCHMMAP") MAPSET("SCHMSET")
001580         ERASE
001590     END-EXEC.
001600     SET CA-STATE-AWAIT-KEY TO TRUE.
001610     MOVE WS-COMMAREA TO DFHCOMMAREA.
001620     EXEC CICS RETURN TRANSID("SCHM")
001630         COMMAREA(DFHCOMMAREA)
001640         LENGTH(LENGTH OF WS-COMMAREA)
001650     END-EXEC.
001660 1000-EXIT.
001670     EXIT.
001680
001690 2000-PROCESS-KEY SECTION.
001700*-----------------------------------------------------------*
001710* The supervisor keyed an action and an employee ID - the    *
001720* employee must be on the master, an add must not find a     *
001730* schedule already on file and a change or delete must.  A   *
001740* delete shows the week and asks for a confirm so a slipped  *
001750* badge number does not wipe the wrong person's schedule.    *
001760*-----------------------------------------------------------*
001770 2000-START.
001780     EXEC CICS RECEIVE MAP("SCHMMAP") MAPSET("SCHMSET")
001790     END-EXEC.
001800     IF EIBAID = DFHPF3
001810         GO TO 8000-END-SESSION
001820     END-IF.
001830     MOVE ACTIONI TO CA-ACTION.
001840     MOVE EMPIDI  TO CA-EMP-ID.
001850     IF NOT CA-ACTION-ADD AND NOT CA-ACTION-CHANGE
001860      AND NOT CA-ACTION-DELETE
001870         MOVE "ACTION MUST BE A, C OR D" TO MSGO
001880         SET CA-STATE-AWAIT-KEY TO TRUE
001890         GO TO 2000-SEND
001900     END-IF.
001910     IF CA-EMP-ID = SPACES OR CA-EMP-ID = LOW-VALUES
001920         MOVE "EMPLOYEE ID IS REQUIRED" TO MSGO
001930         SET CA-STATE-AWAIT-KEY TO TRUE
001940         GO TO 2000-SEND
001950     END-IF.
001960     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
001970     IF NOT EMP-FOUND
001980         MOVE "EMPLOYEE NOT ON MASTER" TO MSGO
001990         SET CA-STATE-AWAIT-KEY TO TRUE
002000         GO TO 2000-SEND
002010     END-IF.
002020     MOVE EMP-NAME TO NAMEO.
002030     MOVE EMP-DEPT TO DEPTO.
002040     PERFORM 2600-READ-SCHEDULE THRU 2600-EXIT.
002050     EVALUATE TRUE
002060         WHEN CA-ACTION-ADD AND SCH-FOUND
002070             PERFORM 2700-SHOW-SCHEDULE THRU 2700-EXIT
002080             MOVE "SCHEDULE ALREADY ON FILE" TO MSGO
002090             SET CA-STATE-AWAIT-KEY TO TRUE
002100         WHEN CA-ACTION-ADD AND EMP-TERMINATED
002110             MOVE "EMPLOYEE IS TERMINATED" TO MSGO
002120             SET CA-STATE-AWAIT-KEY TO TRUE
002130         WHEN CA-ACTION-ADD
002140             MOVE ZERO TO WS-DAY-TABLE
002150             PERFORM 2760-TABLE-TO-MAP THRU 2760-EXIT
002160             MOVE ZERO   TO CHGDTO
002170             MOVE SPACES TO CHGBYO
002180             MOVE "KEY IN/OUT HHMM PER DAY, 0000 0000 OFF"
002190                  TO MSGO
002200             SET CA-STATE-AWAIT-FIELDS TO TRUE
002210         WHEN NOT SCH-FOUND
002220             MOVE "NO SCHEDULE ON FILE FOR EMPLOYEE" TO MSGO
002230             SET CA-STATE-AWAIT-KEY TO TRUE
002240         WHEN CA-ACTION-CHANGE
002250             PERFORM 2700-SHOW-SCHEDULE THRU 2700-EXIT
002260             MOVE "KEY CORRECTED TIMES AND PRESS ENTER"
002270                  TO MSGO
002280             SET CA-STATE-AWAIT-FIELDS TO TRUE
002290         WHEN CA-ACTION-DELETE
002300             PERFORM 2700-SHOW-SCHEDULE THRU 2700-EXIT
002310             MOVE "PRESS ENTER TO CONFIRM DELETE"
002320                  TO MSGO
002330             SET CA-STATE-AWAIT-CONFIRM TO TRUE
002340     END-EVALUATE.
002350 2000-SEND.
002360     EXEC CICS SEND MAP("SCHMMAP") MAPSET("SCHMSET")
002370         DATAONLY
002380     END-EXEC.
002390     MOVE WS-COMMAREA TO DFHCOMMAREA.
002400     EXEC CICS RETURN TRANSID("SCHM")
002410         COMMAREA(DFHCOMMAREA)
002420         LENGTH(LENGTH OF WS-COMMAREA)
002430     END-EXEC.
002440 2000-EXIT.
002450     EXIT.
002460
002470 2500-READ-MASTER SECTION.
002480 2500-START.
002490     MOVE "N"       TO WS-EMP-FOUND-SWITCH.
002500     MOVE CA-EMP-ID TO EMP-ID.
002510     EXEC CICS READ DATASET("EMPMAST")
002520         INTO(Employee-Record)
002530         RIDFLD(EMP-KEY)
002540         RESP(WS-CICS-RESP)
002550     END-EXEC.
002560     IF WS-CICS-RESP = DFHRESP(NORMAL)
002570         MOVE "Y" TO WS-EMP-FOUND-SWITCH
002580     END-IF.
002590 2500-EXIT.
002600     EXIT.
002610
002620 2600-READ-SCHEDULE SECTION.
002630*-----------------------------------------------------------*
002640* Plain read of the schedule for the keyed employee - the    *
002650* apply turns re-read UPDATE for themselves; this one only   *
002660* decides which way the conversation goes.                   *
002670*-----------------------------------------------------------*
002680 2600-START.
002690     MOVE "N"       TO WS-SCH-FOUND-SWITCH.
002700     MOVE CA-EMP-ID TO SCH-EMP-ID.
002710     EXEC CICS READ DATASET("SCHEDULE")
002720         INTO(Schedule-Record)
002730         RIDFLD(SCH-KEY)
002740         RESP(WS-CICS-RESP)
002750     END-EXEC.
002760     IF WS-CICS-RESP = DFHRESP(NORMAL)
002770         MOVE "Y" TO WS-SCH-FOUND-SWITCH
002780     END-IF.
002790 2600-EXIT.
002800     EXIT.
002810
002820 2700-SHOW-SCHEDULE SECTION.
002830*-----------------------------------------------------------*
002840* Put the week as it stands on file up on the screen, with   *
002850* who last changed it and when.                              *
002860*-----------------------------------------------------------*
002870 2700-START.
002880     MOVE 1 TO WS-DAY-SUB.
002890     PERFORM 2750-RECORD-DAY-STEP THRU 2750-EXIT
002900         UNTIL WS-DAY-SUB > 7.
002910     PERFORM 2760-TABLE-TO-MAP THRU 2760-EXIT.
002920     MOVE SCH-CHANGE-DATE TO CHGDTO.
002930     MOVE SCH-USER-ID     TO CHGBYO.
002940 2700-EXIT.
002950     EXIT.
002960
002970 2750-RECORD-DAY-STEP SECTION.
002980 2750-START.
002990     MOVE SCH-DAY-TIMES (WS-DAY-SUB)
003000          TO WS-DAY-ENTRY (WS-DAY-SUB).
003010     ADD 1 TO WS-DAY-SUB.
003020 2750-EXIT.
003030     EXIT.
003040
003050 2760-TABLE-TO-MAP SECTION.
003060 2760-START.
003070     MOVE WS-DAY-IN (1)  TO MONINO.
003080     MOVE WS-DAY-OUT (1) TO MONOUTO.
003090     MOVE WS-DAY-IN (2)  TO TUEINO.
003100     MOVE WS-DAY-OUT (2) TO TUEOUTO.
003110     MOVE WS-DAY-IN (3)  TO WEDINO.
003120     MOVE WS-DAY-OUT (3) TO WEDOUTO.
003130     MOVE WS-DAY-IN (4)  TO THUINO.
003140     MOVE WS-DAY-OUT (4) TO THUOUTO.
003150     MOVE WS-DAY-IN (5)  TO FRIINO.
003160     MOVE WS-DAY-OUT (5) TO FRIOUTO.
003170     MOVE WS-DAY-IN (6)  TO SATINO.
003180     MOVE WS-DAY-OUT (6) TO SATOUTO.
003190     MOVE WS-DAY-IN (7)  TO SUNINO.
003200     MOVE WS-DAY-OUT (7) TO SUNOUTO.
003210 2760-EXIT.
003220     EXIT.
003230
003240 3000-APPLY-FIELDS SECTION.
003250*-----------------------------------------------------------*
003260* The supervisor keyed the week for an add or a change -     *
003270* edit every day, then WRITE a fresh record or re-read       *
003280* UPDATE and REWRITE the existing one.                       *
003290*-----------------------------------------------------------*
003300 3000-START.
003310     EXEC CICS RECEIVE MAP("SCHMMAP") MAPSET("SCHMSET")
003320     END-EXEC.
003330     IF EIBAID = DFHPF3
003340         GO TO 8000-END-SESSION
003350     END-IF.
003360     PERFORM 3100-EDIT-FIELDS THRU 3100-EXIT.
003370     IF NOT EDITS-OK
003380         SET CA-STATE-AWAIT-FIELDS TO TRUE
003390         GO TO 3000-SEND
003400     END-IF.
003410     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
003420     EXEC CICS ASSIGN USERID(WS-USER-ID)
003430     END-EXEC.
003440     IF CA-ACTION-ADD
003450         PERFORM 3300-ADD-SCHEDULE THRU 3300-EXIT
003460     ELSE
003470         PERFORM 3400-CHANGE-SCHEDULE THRU 3400-EXIT
003480     END-IF.
003490 3000-SEND.
003500     EXEC CICS SEND MAP("SCHMMAP") MAPSET("SCHMSET")
003510         DATAONLY
003520     END-EXEC.
003530     MOVE WS-COMMAREA TO DFHCOMMAREA.
003540     EXEC CICS RETURN TRANSID("SCHM")
003550         COMMAREA(DFHCOMMAREA)
003560         LENGTH(LENGTH OF WS-COMMAREA)
003570     END-EXEC.
003580 3000-EXIT.
003590     EXIT.
003600
003610 3100-EDIT-FIELDS SECTION.
003620*-----------------------------------------------------------*
003630* Every day's IN and OUT must be HHMM on the real clock - a  *
003640* reading ClockElapsed would reject could never be measured  *
003650* against.  Both zero is a day off; an OUT earlier than its  *
003660* IN is an overnight shift; an IN equal to its OUT on a      *
003670* working day is a slipped key, not a zero-length shift.     *
003680*-----------------------------------------------------------*
003690 3100-START.
003700     MOVE "N" TO WS-EDITS-OK-SWITCH.
003710     MOVE "N" TO WS-DAY-BAD-SWITCH.
003720     PERFORM 3120-MAP-TO-TABLE THRU 3120-EXIT.
003730     MOVE 1 TO WS-DAY-SUB.
003740     PERFORM 3150-EDIT-DAY-STEP THRU 3150-EXIT
003750         UNTIL WS-DAY-SUB > 7
003760            OR DAY-BAD.
003770     IF DAY-BAD
003780         GO TO 3100-EXIT
003790     END-IF.
003800     MOVE "Y" TO WS-EDITS-OK-SWITCH.
003810 3100-EXIT.
003820     EXIT.
003830
003840 3120-MAP-TO-TABLE SECTION.
003850 3120-START.
003860     MOVE MONINI  TO WS-DAY-IN (1).
003870     MOVE MONOUTI TO WS-DAY-OUT (1).
003880     MOVE TUEINI  TO WS-DAY-IN (2).
003890     MOVE TUEOUTI TO WS-DAY-OUT (2).
003900     MOVE WEDINI  TO WS-DAY-IN (3).
003910     MOVE WEDOUTI TO WS-DAY-OUT (3).
003920     MOVE THUINI  TO WS-DAY-IN (4).
003930     MOVE THUOUTI TO WS-DAY-OUT (4).
003940     MOVE FRIINI  TO WS-DAY-IN (5).
003950     MOVE FRIOUTI TO WS-DAY-OUT (5).
003960     MOVE SATINI  TO WS-DAY-IN (6).
003970     MOVE SATOUTI TO WS-DAY-OUT (6).
003980     MOVE SUNINI  TO WS-DAY-IN (7).
003990     MOVE SUNOUTI TO WS-DAY-OUT (7).
004000 3120-EXIT.
004010     EXIT.
004020
004030 3150-EDIT-DAY-STEP SECTION.
004040 3150-START.
004050     MOVE WS-DAY-NAME (WS-DAY-SUB) TO DM-DAY.
004060     IF WS-DAY-IN (WS-DAY-SUB) NOT NUMERIC
004070      OR WS-DAY-OUT (WS-DAY-SUB) NOT NUMERIC
004080         MOVE "TIMES MUST BE KEYED HHMM" TO DM-TEXT
004090         GO TO 3150-BAD
004100     END-IF.
004110     IF WS-DAY-IN-HH (WS-DAY-SUB) > 23
004120      OR WS-DAY-IN-MM (WS-DAY-SUB) > 59
004130      OR WS-DAY-OUT-HH (WS-DAY-SUB) > 23
004140      OR WS-DAY-OUT-MM (WS-DAY-SUB) > 59
004150         MOVE "TIME OUTSIDE 0000 - 2359" TO DM-TEXT
004160         GO TO 3150-BAD
004170     END-IF.
004180     IF WS-DAY-IN (WS-DAY-SUB) = WS-DAY-OUT (WS-DAY-SUB)
004190      AND WS-DAY-IN (WS-DAY-SUB) NOT = ZERO
004200         MOVE "IN AND OUT ARE THE SAME" TO DM-TEXT
004210         GO TO 3150-BAD
004220     END-IF.
004230     ADD 1 TO WS-DAY-SUB.
004240     GO TO 3150-EXIT.
004250 3150-BAD.
004260     MOVE WS-DAY-MSG TO MSGO.
004270     MOVE "Y" TO WS-DAY-BAD-SWITCH.
004280 3150-EXIT.
004290     EXIT.
004300
004310 3200-BUILD-RECORD SECTION.
004320*-----------------------------------------------------------*
004330* Lay the edited week into the record and stamp who set it   *
004340* and when.  The key is already in place.                    *
004350*-----------------------------------------------------------*
004360 3200-START.
004370     MOVE 1 TO WS-DAY-SUB.
004380     PERFORM 3250-TABLE-DAY-STEP THRU 3250-EXIT
004390         UNTIL WS-DAY-SUB > 7.
004400     MOVE WS-CHANGE-DATE TO SCH-CHANGE-DATE.
004410     MOVE WS-USER-ID     TO SCH-USER-ID.
004420 3200-EXIT.
004430     EXIT.
004440
004450 3250-TABLE-DAY-STEP SECTION.
004460 3250-START.
004470     MOVE WS-DAY-ENTRY (WS-DAY-SUB)
004480          TO SCH-DAY-TIMES (WS-DAY-SUB).
004490     ADD 1 TO WS-DAY-SUB.
004500 3250-EXIT.
004510     EXIT.
004520
004530 3300-ADD-SCHEDULE SECTION.
004540 3300-START.
004550     MOVE SPACES    TO Schedule-Record.
004560     MOVE CA-EMP-ID TO SCH-EMP-ID.
004570     PERFORM 3200-BUILD-RECORD THRU 3200-EXIT.
004580     EXEC CICS WRITE DATASET("SCHEDULE")
004590         FROM(Schedule-Record)
004600         RIDFLD(SCH-KEY)
004610         RESP(WS-CICS-RESP)
004620     END-EXEC.
004630     IF WS-CICS-RESP = DFHRESP(NORMAL)
004640         PERFORM 2700-SHOW-SCHEDULE THRU 2700-EXIT
004650         MOVE "SCHEDULE ADDED" TO MSGO
004660     ELSE
004670         MOVE "ADD FAILED - SCHEDULE NOT WRITTEN" TO MSGO
004680     END-IF.
004690     SET CA-STATE-AWAIT-KEY TO TRUE.
004700 3300-EXIT.
004710     EXIT.
004720
004730 3400-CHANGE-SCHEDULE SECTION.
004740 3400-START.
004750     MOVE CA-EMP-ID TO SCH-EMP-ID.
004760     EXEC CICS READ DATASET("SCHEDULE")
004770         INTO(Schedule-Record)
004780         RIDFLD(SCH-KEY)
004790         UPDATE
004800         RESP(WS-CICS-RESP)
004810     END-EXEC.
004820     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004830         MOVE "SCHEDULE NO LONGER AVAILABLE" TO MSGO
004840         SET CA-STATE-AWAIT-KEY TO TRUE
004850         GO TO 3400-EXIT
004860     END-IF.
004870     PERFORM 3200-BUILD-RECORD THRU 3200-EXIT.
004880     EXEC CICS REWRITE DATASET("SCHEDULE")
004890         FROM(Schedule-Record)
004900         RESP(WS-CICS-RESP)
004910     END-EXEC.
004920     IF WS-CICS-RESP = DFHRESP(NORMAL)
004930         PERFORM 2700-SHOW-SCHEDULE THRU 2700-EXIT
004940         MOVE "SCHEDULE CHANGED" TO MSGO
004950     ELSE
004960         MOVE "UPDATE FAILED - NOTHING CHANGED" TO MSGO
004970     END-IF.
004980     SET CA-STATE-AWAIT-KEY TO TRUE.
004990 3400-EXIT.
005000     EXIT.
005010
005020 4000-APPLY-DELETE SECTION.
005030*-----------------------------------------------------------*
005040* The supervisor confirmed the delete shown on the key turn  *
005050* - re-read UPDATE and DELETE.  From tonight every shift the *
005060* employee works reports as unscheduled until a new week is  *
005070* keyed.                                                     *
005080*-----------------------------------------------------------*
005090 4000-START.
005100     EXEC CICS RECEIVE MAP("SCHMMAP") MAPSET("SCHMSET")
005110     END-EXEC.
005120     IF EIBAID = DFHPF3
005130         GO TO 8000-END-SESSION
005140     END-IF.
005150     MOVE CA-EMP-ID TO SCH-EMP-ID.
005160     EXEC CICS READ DATASET("SCHEDULE")
005170         INTO(Schedule-Record)
005180         RIDFLD(SCH-KEY)
005190         UPDATE
005200         RESP(WS-CICS-RESP)
005210     END-EXEC.
005220     IF WS-CICS-RESP = DFHRESP(NORMAL)
005230         EXEC CICS DELETE DATASET("SCHEDULE")
005240             RESP(WS-CICS-RESP)
005250         END-EXEC
005260         IF WS-CICS-RESP = DFHRESP(NORMAL)
005270             MOVE "SCHEDULE DELETED" TO MSGO
005280         ELSE
005290             MOVE "DELETE FAILED - SCHEDULE KEPT" TO MSGO
005300         END-IF
005310     ELSE
005320         MOVE "SCHEDULE NO LONGER AVAILABLE" TO MSGO
005330     END-IF.
005340     SET CA-STATE-AWAIT-KEY TO TRUE.
005350     EXEC CICS SEND MAP("SCHMMAP") MAPSET("SCHMSET")
005360         DATAONLY
005370     END-EXEC.
005380     MOVE WS-COMMAREA TO DFHCOMMAREA.
005390     EXEC CICS RETURN TRANSID("SCHM")
005400         COMMAREA(DFHCOMMAREA)
005410         LENGTH(LENGTH OF WS-COMMAREA)
005420     END-EXEC.
005430 4000-EXIT.
005440     EXIT.
005450
005460 8000-END-SESSION SECTION.
005470*-----------------------------------------------------------*
005480* PF3 on any RECEIVE MAP turn ends the pseudo-               *
005490* conversational session cleanly - no TRANSID on the         *
005500* RETURN, so CICS does not re-arm SCHM for this terminal.    *
005510*-----------------------------------------------------------*
005520 8000-START.
005530     MOVE "MAINTENANCE SESSION ENDED" TO MSGO.
005540     EXEC CICS SEND MAP("SCHMMAP") MAPSET("SCHMSET")
005550         DATAONLY
005560     END-EXEC.
005570     EXEC CICS RETURN
005580     END-EXEC.
005590 8000-EXIT.
005600     EXIT.
005610
005620 END PROGRAM SCHMAINT.
