123456*Indentation of at least 7 spaces is required for COBOL.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SHFTADJ.
000030 AUTHOR.        R-HOLLOWAY.
000040 INSTALLATION.  PAYROLL-SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*-----------------------------------------------------------*
000100* 2026-10-15 RH  Initial version.  Pseudo-conversational     *
000110*                CICS screen so a supervisor can correct a   *
000120*                shift that was already paid.  CLOCKCOR only *
000130*                reaches punches CLOCKRPT flagged, which     *
000140*                were never paid; a paid shift with a wrong  *
000150*                reading had no way back short of a manual   *
000160*                payroll entry.  The supervisor keys the     *
000170*                SHIFTHST key of the OUT punch that closed   *
000180*                the shift, sees the readings it was paid    *
000190*                on, keys the corrected IN and OUT readings, *
000200*                sees the corrected duration through         *
000210*                ClockElapsed and confirms.  The OUT record  *
000220*                is rewritten at the corrected figure and    *
000230*                marked corrected, and a correction record   *
000240*                carrying the old and new Millis, the day    *
000250*                worked and the signed-on operator goes on   *
000260*                the SHCR queue for RETROADJ to back out and *
000270*                re-pay that night.                          *
000280* 2026-10-15 RH  The worked day is now worked out again from *
000290*                the corrected readings (3100) - a corrected *
000300*                IN past the OUT puts the shift on the day   *
000310*                before the OUT's own date, which can differ *
000320*                from the day it was paid on.  It is shown   *
000330*                beside the corrected readings and queued as *
000340*                SCR-NEW-WORKED-DATE, so RETROADJ backs the  *
000350*                old figure out on the day paid and pays the *
000360*                corrected one on the day now worked.        *
000370*-----------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460*-----------------------------------------------------------*
000470* Symbolic map for the SHFAMAP screen                       *
000480*-----------------------------------------------------------*
000490     COPY SHFAMAP.
000500*-----------------------------------------------------------*
000510* DFHAID supplies the symbolic AID values (DFHENTER, DFHPF3,*
000520* DFHCLEAR, etc.) EIBAID is tested against below.           *
000530*-----------------------------------------------------------*
000540     COPY DFHAID.
000550*-----------------------------------------------------------*
000560* Shift-history record, as held on the SHIFTHST KSDS -      *
000570* HST-KEY is employee ID plus run date plus punch sequence. *
000580*-----------------------------------------------------------*
000590     COPY SHIFTHST.
000600*-----------------------------------------------------------*
000610* Employee master record - read by employee ID so the name  *
000620* shows next to the shift being corrected.                  *
000630*-----------------------------------------------------------*
000640     COPY EMPMAST.
000650*-----------------------------------------------------------*
000660* Paid-shift correction record, written to the SHCR TD      *
000670* queue for the nightly RETROADJ step.                      *
000680*-----------------------------------------------------------*
000690     COPY SHFTCORR.
000700*-----------------------------------------------------------*
000710* Clock CALL interface - Clock turns the OUT reading into   *
000720* Millis of the day so the IN reading can be worked back    *
000730* from the paid duration, ClockFormat renders Millis as     *
000740* HH:MM:SS, and ClockElapsed prices the corrected readings  *
000750* exactly the way CLOCKRPT priced the originals, midnight   *
000760* rollover and all.                                         *
000770*-----------------------------------------------------------*
000780     COPY TIMEREC.
000790 77  WS-CLOCK-STATUS         PIC X(01).
000800     88  CLK-RTN-VALID                 VALUE "V".
000810     88  CLK-RTN-INVALID               VALUE "I".
000820 77  WS-FORMATTED-TIME       PIC X(09)  VALUE SPACES.
000830 77  WS-START-HOURS          PIC 9(02)  VALUE ZERO.
000840 77  WS-START-MINUTES        PIC 9(02)  VALUE ZERO.
000850 77  WS-START-SECONDS        PIC 9(02)  VALUE ZERO.
000860 77  WS-END-HOURS            PIC 9(02)  VALUE ZERO.
000870 77  WS-END-MINUTES          PIC 9(02)  VALUE ZERO.
000880 77  WS-END-SECONDS          PIC 9(02)  VALUE ZERO.
000890 77  WS-ELAPSED-MILLIS       PIC 9(08)  VALUE ZERO.
000900 77  WS-MILLIS-PER-DAY       PIC 9(09)  VALUE 86400000.
000910 77  WS-CICS-RESP            PIC S9(08) COMP.
000920*-----------------------------------------------------------*
000930* The day the shift was worked is the day its IN was struck *
000940* - an OUT past midnight carries the next calendar day, so  *
000950* the date comes back a day off a serial; ordinary verbs    *
000960* cannot cross month ends.                                  *
000970*-----------------------------------------------------------*
000980 77  WS-WORKED-DATE          PIC 9(08)  VALUE ZERO.
000990 77  WS-WORKED-SERIAL        PIC 9(08)  COMP  VALUE ZERO.
001000 77  WS-EDITS-OK-SWITCH      PIC X(01)  VALUE "N".
001010     88  EDITS-OK                       VALUE "Y".
001020*-----------------------------------------------------------*
001030* The readings as they came back on the confirm turn, laid  *
001040* out the same as CA-NEW-READINGS so a re-keyed reading is  *
001050* caught before anything is posted.                         *
001060*-----------------------------------------------------------*
001070 01  WS-KEYED-READINGS.
001080     05  WS-KEYED-IN-HOURS   PIC 9(02).
001090     05  WS-KEYED-IN-MINUTES PIC 9(02).
001100     05  WS-KEYED-IN-SECONDS PIC 9(02).
001110     05  WS-KEYED-OUT-HOURS  PIC 9(02).
001120     05  WS-KEYED-OUT-MINUTES PIC 9(02).
001130     05  WS-KEYED-OUT-SECONDS PIC 9(02).
001140*-----------------------------------------------------------*
001150* Correction stamp - when, and which signed-on operator; a  *
001160* shared terminal answers where, not who.                   *
001170*-----------------------------------------------------------*
001180 77  WS-CHANGE-DATE          PIC 9(08)  VALUE ZERO.
001190*    TIME arrives HHMMSSTT - only HHMMSS goes on the record.
001200 77  WS-CHANGE-TIME          PIC 9(08)  VALUE ZERO.
001210 77  WS-USER-ID              PIC X(08)  VALUE SPACES.
001220*-----------------------------------------------------------*
001230* Conversation state, carried across pseudo-conversational  *
001240* turns on the COMMAREA.  The lookup turn remembers the     *
001250* SHIFTHST key and the duration it showed, so the post turn *
001260* re-reads the very record the supervisor saw and refuses   *
001270* it if someone else corrected it in between; the fix turn  *
001280* remembers the readings and duration it showed for the    *
001290* confirm.  The OUT record's own date rides along too, so   *
001300* the fix turn can work out the day the corrected IN puts   *
001310* the shift on without reading it again.                    *
001320*-----------------------------------------------------------*
001330 01  WS-COMMAREA.
001340     05  CA-STATE            PIC X(01).
001350         88  CA-STATE-AWAIT-KEY        VALUE "K".
001360         88  CA-STATE-AWAIT-FIX        VALUE "F".
001370         88  CA-STATE-AWAIT-CONFIRM    VALUE "T".
001380     05  CA-HST-KEY.
001390         10  CA-EMP-ID       PIC X(06).
001400         10  CA-RUN-DATE     PIC 9(08).
001410         10  CA-PUNCH-SEQ    PIC 9(07).
001420     05  CA-WORKED-DATE      PIC 9(08).
001430     05  CA-OUT-DATE         PIC 9(08).
001440     05  CA-ORIG-MILLIS      PIC 9(08).
001450     05  CA-NEW-READINGS.
001460         10  CA-NEW-IN.
001470             15  CA-NEW-IN-HOURS PIC 9(02).
001480             15  CA-NEW-IN-MINUTES PIC 9(02).
001490             15  CA-NEW-IN-SECONDS PIC 9(02).
001500         10  CA-NEW-OUT.
001510             15  CA-NEW-OUT-HOURS PIC 9(02).
001520             15  CA-NEW-OUT-MINUTES PIC 9(02).
001530             15  CA-NEW-OUT-SECONDS PIC 9(02).
001540     05  CA-NEW-MILLIS       PIC 9(08).
001550     05  CA-NEW-WORKED-DATE  PIC 9(08).
001560
001570 LINKAGE SECTION.
001580 01  DFHCOMMAREA             PIC X(74).
001590
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE SECTION.
001620 0000-START.
001630     IF EIBCALEN = 0
001640         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001650     ELSE
001660         MOVE DFHCOMMAREA TO WS-COMMAREA
001670         EVALUATE TRUE
001680             WHEN CA-STATE-AWAIT-KEY
001690                 PERFORM 2000-LOOKUP-SHIFT THRU 2000-EXIT
001700             WHEN CA-STATE-AWAIT-FIX
001710                 PERFORM 3000-TAKE-READINGS THRU 3000-EXIT
001720             WHEN CA-STATE-AWAIT-CONFIRM
001730                 PERFORM 4000-POST-CORRECTION THRU 4000-EXIT
001740         END-EVALUATE
001750     END-IF.
001760     EXEC CICS RETURN
001770     END-EXEC.
001780 0000-EXIT.
001790     EXIT.
001800
001810 1000-SEND-INITIAL-MAP SECTION.
001820*-----------------------------------------------------------*
001830* First touch of the transaction - ask for the SHIFTHST key *
001840* of the OUT punch that closed the shift to correct.  It is *
001850* on the CLOCKINQ history line for the shift.               *
001860*-----------------------------------------------------------*
001870 1000-START.
001880     MOVE SPACES TO SHFAMAPO.
001890     MOVE "KEY EMP ID, RUN DATE AND OUT SEQUENCE" TO MSGO.
001900     EXEC CICS SEND MAP("SHFAMAP") MAPSET("SHFASET")
001910         ERASE
001920     END-EXEC.
001930     SET CA-STATE-AWAIT-KEY TO TRUE.
001940     MOVE WS-COMMAREA TO DFHCOMMAREA.
001950     EXEC CICS RETURN TRANSID("SHFA")
001960         COMMAREA(DFHCOMMAREA)
001970         LENGTH(LENGTH OF WS-COMMAREA)
001980     END-EXEC.
001990 1000-EXIT.
002000     EXIT.
002010
002020 2000-LOOKUP-SHIFT SECTION.
002030*-----------------------------------------------------------*
002040* Read the keyed SHIFTHST record and make sure it is a paid *
002050* shift - a valid OUT punch carrying a worked duration.  An *
002060* IN punch, an exception or a flagged punch was never paid; *
002070* those go through CLOCKCOR, not here.  The shift's readings*
002080* go up as paid and are pre-keyed as the correction, so the *
002090* supervisor only overtypes the reading that was wrong.     *
002100*-----------------------------------------------------------*
002110 2000-START.
002120     EXEC CICS RECEIVE MAP("SHFAMAP") MAPSET("SHFASET")
002130     END-EXEC.
002140     IF EIBAID = DFHPF3
002150         GO TO 8000-END-SESSION
002160     END-IF.
002170     SET CA-STATE-AWAIT-KEY TO TRUE.
002180     MOVE SPACES TO NAMEO.
002190     MOVE SPACES TO ODURO.
002200     MOVE SPACES TO NDURO.
002210     MOVE EMPIDI TO CA-EMP-ID.
002220     IF CA-EMP-ID = SPACES OR CA-EMP-ID = LOW-VALUES
002230         MOVE "EMPLOYEE ID IS REQUIRED" TO MSGO
002240         GO TO 2000-SEND
002250     END-IF.
002260     IF RUNDTI NOT NUMERIC OR PSEQI NOT NUMERIC
002270         MOVE "RUN DATE AND SEQUENCE MUST BE NUMERIC" TO MSGO
002280         GO TO 2000-SEND
002290     END-IF.
002300     MOVE RUNDTI     TO CA-RUN-DATE.
002310     MOVE PSEQI      TO CA-PUNCH-SEQ.
002320     MOVE CA-HST-KEY TO HST-KEY.
002330     EXEC CICS READ DATASET("SHIFTHST")
002340         INTO(History-Record)
002350         RIDFLD(HST-KEY)
002360         RESP(WS-CICS-RESP)
002370     END-EXEC.
002380     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002390         MOVE "NO SHIFT HISTORY RECORD FOR THAT KEY" TO MSGO
002400         GO TO 2000-SEND
002410     END-IF.
002420     IF NOT HST-STATUS-VALID
002430      OR HST-PUNCH-TYPE NOT = "O"
002440      OR HST-MILLIS NOT NUMERIC
002450      OR HST-MILLIS = ZERO
002460         MOVE "NOT A PAID SHIFT - KEY ITS OUT PUNCH" TO MSGO
002470         GO TO 2000-SEND
002480     END-IF.
002490     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
002500     PERFORM 2600-DERIVE-IN THRU 2600-EXIT.
002510     IF CLK-RTN-INVALID
002520         MOVE "READING ON FILE IS OUT OF RANGE" TO MSGO
002530         GO TO 2000-SEND
002540     END-IF.
002550     MOVE HST-HOURS      TO OOUTHO.
002560     MOVE HST-MINUTES    TO OOUTMO.
002570     MOVE HST-SECONDS    TO OOUTSO.
002580     MOVE HST-HOURS      TO NOUTHO.
002590     MOVE HST-MINUTES    TO NOUTMO.
002600     MOVE HST-SECONDS    TO NOUTSO.
002610     MOVE HST-MILLIS     TO Millis.
002620     CALL "ClockFormat" USING Millis Hours Minutes
002630                              Seconds WS-FORMATTED-TIME.
002640     MOVE WS-FORMATTED-TIME TO ODURO.
002650     MOVE WS-FORMATTED-TIME TO NDURO.
002660     MOVE HST-MILLIS     TO CA-ORIG-MILLIS.
002670     MOVE "KEY CORRECTED IN AND OUT READINGS" TO MSGO.
002680     IF HST-CORRECTED
002690         MOVE "SHOWN AS LAST CORRECTED - KEY READINGS"
002700              TO MSGO
002710     END-IF.
002720     SET CA-STATE-AWAIT-FIX TO TRUE.
002730 2000-SEND.
002740     EXEC CICS SEND MAP("SHFAMAP") MAPSET("SHFASET")
002750         DATAONLY
002760     END-EXEC.
002770     MOVE WS-COMMAREA TO DFHCOMMAREA.
002780     EXEC CICS RETURN TRANSID("SHFA")
002790         COMMAREA(DFHCOMMAREA)
002800         LENGTH(LENGTH OF WS-COMMAREA)
002810     END-EXEC.
002820 2000-EXIT.
002830     EXIT.
002840
002850 2500-READ-MASTER SECTION.
002860*-----------------------------------------------------------*
002870* Put the employee's name up next to the shift - a slipped  *
002880* badge number shows before the wrong person's pay moves.  *
002890*-----------------------------------------------------------*
002900 2500-START.
002910     MOVE HST-EMP-ID TO EMP-ID.
002920     EXEC CICS READ DATASET("EMPMAST")
002930         INTO(Employee-Record)
002940         RIDFLD(EMP-KEY)
002950         RESP(WS-CICS-RESP)
002960     END-EXEC.
002970     IF WS-CICS-RESP = DFHRESP(NORMAL)
002980         MOVE EMP-NAME TO NAMEO
002990     ELSE
003000         MOVE "** NOT ON MASTER **" TO NAMEO
003010     END-IF.
003020 2500-EXIT.
003030     EXIT.
003040
003050 2600-DERIVE-IN SECTION.
003060*-----------------------------------------------------------*
003070* SHIFTHST keeps the shift's duration on the OUT record, so *
003080* the IN reading it was paid from is the OUT reading less   *
003090* that duration - with a day added back, and the worked day *
003100* taken back one, when the shift crossed midnight.  The OUT *
003110* record's punch date is the fallback to the run date for   *
003120* history written before the date travelled, the same as    *
003130* CLOCKCOR's.                                               *
003140*-----------------------------------------------------------*
003150 2600-START.
003160     MOVE HST-HOURS   TO Hours.
003170     MOVE HST-MINUTES TO Minutes.
003180     MOVE HST-SECONDS TO Seconds.
003190     CALL "Clock" USING Hours Minutes Seconds
003200                        Millis WS-CLOCK-STATUS.
003210     IF CLK-RTN-INVALID
003220         GO TO 2600-EXIT
003230     END-IF.
003240     IF HST-PUNCH-DATE NUMERIC AND HST-PUNCH-DATE > 0
003250         MOVE HST-PUNCH-DATE TO WS-WORKED-DATE
003260     ELSE
003270         MOVE HST-RUN-DATE   TO WS-WORKED-DATE
003280     END-IF.
003290     MOVE WS-WORKED-DATE TO CA-OUT-DATE.
003300     IF Millis >= HST-MILLIS
003310         SUBTRACT HST-MILLIS FROM Millis
003320     ELSE
003330         COMPUTE Millis = Millis + WS-MILLIS-PER-DAY
003340                        - HST-MILLIS
003350         COMPUTE WS-WORKED-SERIAL =
003360             FUNCTION INTEGER-OF-DATE (WS-WORKED-DATE)
003370         IF WS-WORKED-SERIAL > 1
003380             COMPUTE WS-WORKED-DATE =
003390                 FUNCTION DATE-OF-INTEGER
003400                 (WS-WORKED-SERIAL - 1)
003410         END-IF
003420     END-IF.
003430     CALL "ClockFormat" USING Millis Hours Minutes
003440                              Seconds WS-FORMATTED-TIME.
003450     MOVE Hours          TO OINHO.
003460     MOVE Minutes        TO OINMO.
003470     MOVE Seconds        TO OINSO.
003480     MOVE Hours          TO NINHO.
003490     MOVE Minutes        TO NINMO.
003500     MOVE Seconds        TO NINSO.
003510     MOVE WS-WORKED-DATE TO WRKDTO.
003520     MOVE WS-WORKED-DATE TO NWRKDTO.
003530     MOVE WS-WORKED-DATE TO CA-WORKED-DATE.
003540 2600-EXIT.
003550     EXIT.
003560
003570 3000-TAKE-READINGS SECTION.
003580*-----------------------------------------------------------*
003590* The supervisor keyed the corrected readings - price them  *
003600* through ClockElapsed and put the corrected duration up    *
003610* next to the paid one.  Nothing is posted on this turn;    *
003620* the next ENTER confirms it.                               *
003630*-----------------------------------------------------------*
003640 3000-START.
003650     EXEC CICS RECEIVE MAP("SHFAMAP") MAPSET("SHFASET")
003660     END-EXEC.
003670     IF EIBAID = DFHPF3
003680         GO TO 8000-END-SESSION
003690     END-IF.
003700     PERFORM 3100-PRICE-READINGS THRU 3100-EXIT.
003710     IF EDITS-OK
003720         MOVE "NEW DURATION SHOWN - ENTER TO POST IT" TO MSGO
003730         SET CA-STATE-AWAIT-CONFIRM TO TRUE
003740     ELSE
003750         SET CA-STATE-AWAIT-FIX TO TRUE
003760     END-IF.
003770     EXEC CICS SEND MAP("SHFAMAP") MAPSET("SHFASET")
003780         DATAONLY
003790     END-EXEC.
003800     MOVE WS-COMMAREA TO DFHCOMMAREA.
003810     EXEC CICS RETURN TRANSID("SHFA")
003820         COMMAREA(DFHCOMMAREA)
003830         LENGTH(LENGTH OF WS-COMMAREA)
003840     END-EXEC.
003850 3000-EXIT.
003860     EXIT.
003870
003880 3100-PRICE-READINGS SECTION.
003890*-----------------------------------------------------------*
003900* Edit the keyed readings and price the corrected shift.    *
003910* The day the corrected shift was worked is the OUT's own   *
003920* date, taken back one when the corrected IN reading is     *
003930* past the OUT - it can differ from the day the shift was   *
003940* paid on, and the repay leg goes on it.  A reading out of  *
003950* range, a shift of no length, or one that comes to the     *
003960* same duration on the same day it was paid has nothing to  *
003970* post.  Good readings, their duration and their day are    *
003980* kept on the COMMAREA for the confirm turn.                *
003990*-----------------------------------------------------------*
004000 3100-START.
004010     MOVE "N" TO WS-EDITS-OK-SWITCH.
004020     MOVE SPACES TO NDURO.
004030     IF NINHI NOT NUMERIC OR NINMI NOT NUMERIC
004040      OR NINSI NOT NUMERIC OR NOUTHI NOT NUMERIC
004050      OR NOUTMI NOT NUMERIC OR NOUTSI NOT NUMERIC
004060         MOVE "READINGS MUST BE NUMERIC HH MM SS" TO MSGO
004070         GO TO 3100-EXIT
004080     END-IF.
004090     MOVE NINHI  TO WS-START-HOURS.
004100     MOVE NINMI  TO WS-START-MINUTES.
004110     MOVE NINSI  TO WS-START-SECONDS.
004120     MOVE NOUTHI TO WS-END-HOURS.
004130     MOVE NOUTMI TO WS-END-MINUTES.
004140     MOVE NOUTSI TO WS-END-SECONDS.
004150     CALL "ClockElapsed" USING WS-START-HOURS WS-START-MINUTES
004160                               WS-START-SECONDS WS-END-HOURS
004170                               WS-END-MINUTES WS-END-SECONDS
004180                               WS-ELAPSED-MILLIS
004190                               WS-CLOCK-STATUS.
004200     IF CLK-RTN-INVALID
004210         MOVE "READING OUT OF RANGE - TRY AGAIN" TO MSGO
004220         GO TO 3100-EXIT
004230     END-IF.
004240     IF WS-ELAPSED-MILLIS = ZERO
004250         MOVE "CORRECTED SHIFT HAS NO DURATION" TO MSGO
004260         GO TO 3100-EXIT
004270     END-IF.
004280     MOVE WS-START-HOURS    TO CA-NEW-IN-HOURS.
004290     MOVE WS-START-MINUTES  TO CA-NEW-IN-MINUTES.
004300     MOVE WS-START-SECONDS  TO CA-NEW-IN-SECONDS.
004310     MOVE WS-END-HOURS      TO CA-NEW-OUT-HOURS.
004320     MOVE WS-END-MINUTES    TO CA-NEW-OUT-MINUTES.
004330     MOVE WS-END-SECONDS    TO CA-NEW-OUT-SECONDS.
004340     MOVE CA-OUT-DATE       TO WS-WORKED-DATE.
004350     IF CA-NEW-IN > CA-NEW-OUT
004360         COMPUTE WS-WORKED-SERIAL =
004370             FUNCTION INTEGER-OF-DATE (WS-WORKED-DATE)
004380         IF WS-WORKED-SERIAL > 1
004390             COMPUTE WS-WORKED-DATE =
004400                 FUNCTION DATE-OF-INTEGER
004410                 (WS-WORKED-SERIAL - 1)
004420         END-IF
004430     END-IF.
004440     MOVE WS-WORKED-DATE    TO NWRKDTO.
004450     IF WS-ELAPSED-MILLIS = CA-ORIG-MILLIS
004460      AND WS-WORKED-DATE = CA-WORKED-DATE
004470         MOVE "SHIFT UNCHANGED - NOTHING TO POST" TO MSGO
004480         GO TO 3100-EXIT
004490     END-IF.
004500     MOVE WS-WORKED-DATE    TO CA-NEW-WORKED-DATE.
004510     MOVE WS-ELAPSED-MILLIS TO CA-NEW-MILLIS.
004520     MOVE WS-ELAPSED-MILLIS TO Millis.
004530     CALL "ClockFormat" USING Millis Hours Minutes
004540                              Seconds WS-FORMATTED-TIME.
004550     MOVE WS-FORMATTED-TIME TO NDURO.
004560     MOVE "Y" TO WS-EDITS-OK-SWITCH.
004570 3100-EXIT.
004580     EXIT.
004590
004600 4000-POST-CORRECTION SECTION.
004610*-----------------------------------------------------------*
004620* The supervisor confirmed.  Readings re-keyed since the    *
004630* duration went up are priced again and shown instead of   *
004640* posted.  Otherwise re-read the OUT record UPDATE - if it  *
004650* no longer carries the duration that was shown, someone    *
004660* else corrected it in between and this correction would    *
004670* back out the wrong figure, so it is refused - rewrite it  *
004680* at the corrected reading and duration, and queue the      *
004690* correction for RETROADJ.                                  *
004700*-----------------------------------------------------------*
004710 4000-START.
004720     EXEC CICS RECEIVE MAP("SHFAMAP") MAPSET("SHFASET")
004730     END-EXEC.
004740     IF EIBAID = DFHPF3
004750         GO TO 8000-END-SESSION
004760     END-IF.
004770     MOVE NINHI  TO WS-KEYED-IN-HOURS.
004780     MOVE NINMI  TO WS-KEYED-IN-MINUTES.
004790     MOVE NINSI  TO WS-KEYED-IN-SECONDS.
004800     MOVE NOUTHI TO WS-KEYED-OUT-HOURS.
004810     MOVE NOUTMI TO WS-KEYED-OUT-MINUTES.
004820     MOVE NOUTSI TO WS-KEYED-OUT-SECONDS.
004830     IF WS-KEYED-READINGS NOT = CA-NEW-READINGS
004840         PERFORM 3100-PRICE-READINGS THRU 3100-EXIT
004850         IF EDITS-OK
004860             MOVE "NEW DURATION SHOWN - ENTER TO POST IT"
004870                  TO MSGO
004880             SET CA-STATE-AWAIT-CONFIRM TO TRUE
004890         ELSE
004900             SET CA-STATE-AWAIT-FIX TO TRUE
004910         END-IF
004920         GO TO 4000-SEND
004930     END-IF.
004940     SET CA-STATE-AWAIT-KEY TO TRUE.
004950     MOVE CA-HST-KEY TO HST-KEY.
004960     EXEC CICS READ DATASET("SHIFTHST")
004970         INTO(History-Record)
004980         RIDFLD(HST-KEY)
004990         UPDATE
005000         RESP(WS-CICS-RESP)
005010     END-EXEC.
005020     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005030         MOVE "SHIFT NO LONGER AVAILABLE" TO MSGO
005040         GO TO 4000-SEND
005050     END-IF.
005060     IF HST-MILLIS NOT = CA-ORIG-MILLIS
005070         EXEC CICS UNLOCK DATASET("SHIFTHST")
005080         END-EXEC
005090         MOVE "SHIFT CHANGED SINCE SHOWN - KEY IT AGAIN"
005100              TO MSGO
005110         GO TO 4000-SEND
005120     END-IF.
005130     MOVE CA-NEW-OUT-HOURS   TO HST-HOURS.
005140     MOVE CA-NEW-OUT-MINUTES TO HST-MINUTES.
005150     MOVE CA-NEW-OUT-SECONDS TO HST-SECONDS.
005160     MOVE CA-NEW-MILLIS      TO HST-MILLIS.
005170     SET HST-CORRECTED       TO TRUE.
005180     EXEC CICS REWRITE DATASET("SHIFTHST")
005190         FROM(History-Record)
005200         RESP(WS-CICS-RESP)
005210     END-EXEC.
005220     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005230         MOVE "UPDATE FAILED - NOTHING POSTED" TO MSGO
005240         GO TO 4000-SEND
005250     END-IF.
005260     PERFORM 5000-QUEUE-CORRECTION THRU 5000-EXIT.
005270     MOVE "CORRECTION POSTED FOR TONIGHT'S RUN" TO MSGO.
005280 4000-SEND.
005290     EXEC CICS SEND MAP("SHFAMAP") MAPSET("SHFASET")
005300         DATAONLY
005310     END-EXEC.
005320     MOVE WS-COMMAREA TO DFHCOMMAREA.
005330     EXEC CICS RETURN TRANSID("SHFA")
005340         COMMAREA(DFHCOMMAREA)
005350         LENGTH(LENGTH OF WS-COMMAREA)
005360     END-EXEC.
005370 4000-EXIT.
005380     EXIT.
005390
005400 5000-QUEUE-CORRECTION SECTION.
005410*-----------------------------------------------------------*
005420* One correction record per confirmed correction - the      *
005430* shift's key, the day it was paid on and the day the       *
005440* corrected readings put it on, the duration backed out and *
005450* the one paid instead, and when, which operator and which  *
005460* terminal.  The SHCR queue's extrapartition dataset is     *
005470* swept at day-end for RETROADJ, the same way RESUB is      *
005480* drained for the merge.                                    *
005490*-----------------------------------------------------------*
005500 5000-START.
005510     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
005520     ACCEPT WS-CHANGE-TIME FROM TIME.
005530     EXEC CICS ASSIGN USERID(WS-USER-ID)
005540     END-EXEC.
005550     MOVE SPACES          TO Shift-Correction-Record.
005560     MOVE CA-HST-KEY      TO SCR-HST-KEY.
005570     MOVE CA-WORKED-DATE  TO SCR-WORKED-DATE.
005580     MOVE CA-NEW-WORKED-DATE TO SCR-NEW-WORKED-DATE.
005590     MOVE CA-ORIG-MILLIS  TO SCR-ORIG-MILLIS.
005600     MOVE CA-NEW-MILLIS   TO SCR-NEW-MILLIS.
005610     MOVE WS-USER-ID      TO SCR-USER-ID.
005620     MOVE EIBTRMID        TO SCR-TERM-ID.
005630     MOVE WS-CHANGE-DATE  TO SCR-CHANGE-DATE.
005640     MOVE WS-CHANGE-TIME (1:6) TO SCR-CHANGE-TIME.
005650     EXEC CICS WRITEQ TD QUEUE("SHCR")
005660         FROM(Shift-Correction-Record)
005670         LENGTH(LENGTH OF Shift-Correction-Record)
005680     END-EXEC.
005690 5000-EXIT.
005700     EXIT.
005710
005720 8000-END-SESSION SECTION.
005730*-----------------------------------------------------------*
005740* PF3 on any RECEIVE MAP turn ends the pseudo-              *
005750* conversational session cleanly - no TRANSID on the        *
005760* RETURN, so CICS does not re-arm SHFA for this terminal.   *
005770* A correction abandoned before the confirm posts nothing.  *
005780*-----------------------------------------------------------*
005790 8000-START.
005800     MOVE "CORRECTION SESSION ENDED" TO MSGO.
005810     EXEC CICS SEND MAP("SHFAMAP") MAPSET("SHFASET")
005820         DATAONLY
005830     END-EXEC.
005840     EXEC CICS RETURN
005850     END-EXEC.
005860 8000-EXIT.
005870     EXIT.
005880
005890 END PROGRAM SHFTADJ.
