000630*                and closes the output with one fresh trailer  *
000640*                per site covering that site's details plus    *
000650*                the resub punches carrying its site.          *
000660* 2026-10-15 RH  A site whose count does not prove no longer   *
000670*                holds the whole night.  PUNCHIN is read twice *
000680*                - once to prove every site against its own    *
000690*                trailer, then to copy it forward - and a      *
000700*                short site's HDR, punches and TRL go          *
000710*                untouched to QUARFILE and onto the SITEHOLD   *
000720*                held-site file while the sites that prove run *
000730*                on (RC 4, not RC 8).  The collection system's *
000740*                re-send of a held site, placed on RESEND, is  *
000750*                proved the same way and released ahead of the *
000760*                night's own punches - but only while SITEHOLD *
000770*                still says held for that run date, so nothing *
000780*                PTDUPDT has taken is posted twice.  SITERPT   *
000790*                lists every site passed, held, released or    *
000800*                skipped, and every site still awaiting its    *
000810*                re-send.                                      *
000811* 2026-10-15 RH  A site tonight proves under a run date        *
000812*                SITEHOLD still holds - the merge rerun once   *
000813*                the feed is put right - now has its hold      *
000814*                record deleted (5150) and shows PASSED - HOLD *
000815*                CLEARED, so it is no longer listed awaiting a *
000816*                re-send and a later re-send is skipped, not   *
000817*                posted twice.                                 *
000820*-----------------------------------------------------------*
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER.  IBM-370.
000860 OBJECT-COMPUTER.  IBM-370.
000870
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT RESUB-FILE       ASSIGN TO "RESUBIN"
000910            ORGANIZATION IS LINE SEQUENTIAL.
000920
000930     SELECT PUNCH-IN-FILE    ASSIGN TO "PUNCHIN"
000940            ORGANIZATION IS LINE SEQUENTIAL.
000950
000960     SELECT RESEND-FILE      ASSIGN TO "RESEND"
000970            ORGANIZATION IS LINE SEQUENTIAL.
000980
000990     SELECT MERGE-OUT-FILE   ASSIGN TO "PUNCHOUT"
001000            ORGANIZATION IS LINE SEQUENTIAL.
001010
001020     SELECT MERGE-EXCP-FILE  ASSIGN TO "MRGEXCP"
001030            ORGANIZATION IS LINE SEQUENTIAL.
001040
001050     SELECT QUARANTINE-FILE  ASSIGN TO "QUARFILE"
001060            ORGANIZATION IS LINE SEQUENTIAL.
001070
001080     SELECT SITE-RPT-FILE    ASSIGN TO "SITERPT"
001090            ORGANIZATION IS LINE SEQUENTIAL.
001100
001110     SELECT FLAG-FILE        ASSIGN TO "FLAGFILE"
001120            ORGANIZATION IS INDEXED
001130            ACCESS MODE IS RANDOM
001140            RECORD KEY IS FLG-KEY
001150            FILE STATUS IS WS-FLAG-FILE-STATUS.
001160
001170     SELECT SITE-HOLD-FILE   ASSIGN TO "SITEHOLD"
001180            ORGANIZATION IS INDEXED
001190            ACCESS MODE IS DYNAMIC
001200            RECORD KEY IS SHD-KEY
001210            FILE STATUS IS WS-HOLD-FILE-STATUS.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250*-----------------------------------------------------------*
001260* RESUB-RECORD is the same 80-byte layout CLOCKCOR builds   *
001270* for WS-RESUBMIT-RECORD and PUNCHREC lays out below -      *
001280* employee ID, Hours, Minutes, Seconds, punch type, filler  *
001290* to 80.                                                    *
001300*-----------------------------------------------------------*
001310 FD  RESUB-FILE
001320     RECORDING MODE IS F.
001330 01  RESUB-RECORD.
001340     05  RSB-EMP-ID          PIC X(06).
001350     05  RSB-HOURS           PIC 9(02).
001360     05  RSB-MINUTES         PIC 9(02).
001370     05  RSB-SECONDS         PIC 9(02).
001380     05  RSB-PUNCH-TYPE      PIC X(01).
001390     05  RSB-RUN-DATE        PIC 9(08).
001400     05  RSB-PUNCH-SEQ       PIC 9(07).
001410     05  RSB-PUNCH-DATE      PIC 9(08).
001420     05  RSB-SITE-ID         PIC X(03).
001430     05  FILLER              PIC X(41).
001440
001450 FD  PUNCH-IN-FILE
001460     RECORDING MODE IS F.
001470     COPY PUNCHREC.
001480
001490*-----------------------------------------------------------*
001500* RESEND-RECORD is the collection system's re-send of a     *
001510* held site - the same PUNCHREC layout as PUNCHIN, HDR and  *
001520* TRL included.  Only the fields the merge routes on are    *
001530* named; the record is copied forward whole.                *
001540*-----------------------------------------------------------*
001550 FD  RESEND-FILE
001560     RECORDING MODE IS F.
001570 01  RESEND-RECORD.
001580     05  RSD-EMP-ID          PIC X(06).
001590         88  RSD-HEADER             VALUE "HDR   ".
001600         88  RSD-TRAILER            VALUE "TRL   ".
001610     05  FILLER              PIC X(16).
001620     05  RSD-SITE-ID         PIC X(03).
001630     05  FILLER              PIC X(55).
001640 01  RESEND-CONTROL.
001650     05  RSC-REC-ID          PIC X(06).
001660     05  RSC-RECORD-COUNT    PIC 9(07).
001670     05  RSC-RUN-DATE        PIC 9(08).
001680     05  RSC-SITE-ID         PIC X(03).
001690     05  FILLER              PIC X(56).
001700
001710 FD  MERGE-OUT-FILE
001720     RECORDING MODE IS F.
001730 01  MERGED-RECORD           PIC X(80).
001740
001750 FD  MERGE-EXCP-FILE
001760     RECORDING MODE IS F.
001770 01  MRG-EXCPT-RECORD        PIC X(80).
001780
001790 FD  QUARANTINE-FILE
001800     RECORDING MODE IS F.
001810 01  QUARANTINE-RECORD       PIC X(80).
001820
001830 FD  SITE-RPT-FILE
001840     RECORDING MODE IS F.
001850 01  SITE-RPT-RECORD         PIC X(80).
001860
001870 FD  FLAG-FILE.
001880     COPY PUNCHFLG.
001890
001900 FD  SITE-HOLD-FILE.
001910     COPY SITEHOLD.
001920
001930 WORKING-STORAGE SECTION.
001940 77  WS-PUNCH-EOF-SWITCH     PIC X(01)  VALUE "N".
001950     88  PUNCH-EOF                      VALUE "Y".
001960 77  WS-RESUB-EOF-SWITCH     PIC X(01)  VALUE "N".
001970     88  RESUB-EOF                      VALUE "Y".
001980 77  WS-RESEND-EOF-SWITCH    PIC X(01)  VALUE "N".
001990     88  RESEND-EOF                     VALUE "Y".
002000 77  WS-TRAILER-SWITCH       PIC X(01)  VALUE "N".
002010     88  TRAILER-SEEN                   VALUE "Y".
002020 77  WS-FLAG-FILE-STATUS     PIC X(02)  VALUE "00".
002030     88  FLAG-FILE-OK                   VALUE "00".
002040 77  WS-FLAG-FOUND-SWITCH    PIC X(01)  VALUE "N".
002050     88  FLAG-FOUND                     VALUE "Y".
002060 77  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE "00".
002070     88  HOLD-FILE-OK                   VALUE "00".
002080 77  WS-HOLD-FOUND-SWITCH    PIC X(01)  VALUE "N".
002090     88  HOLD-FOUND                     VALUE "Y".
002100 77  WS-HOLD-SCAN-SWITCH     PIC X(01)  VALUE "N".
002110     88  HOLD-SCAN-DONE                 VALUE "Y".
002120*-----------------------------------------------------------*
002130* Why a site is being held, as it goes onto SHD-REASON -    *
002140* spaces while the site proves.                             *
002150*-----------------------------------------------------------*
002160 77  WS-HOLD-REASON          PIC X(01)  VALUE SPACE.
002170     88  SITE-PROVED                    VALUE SPACE.
002180 77  WS-DETAIL-COUNT         PIC 9(07)  COMP  VALUE ZERO.
002190 77  WS-COPIED-COUNT         PIC 9(07)  COMP  VALUE ZERO.
002200 77  WS-RESEND-COPIED        PIC 9(07)  COMP  VALUE ZERO.
002210 77  WS-QUARANTINE-COUNT     PIC 9(07)  COMP  VALUE ZERO.
002220 77  WS-MERGE-COUNT          PIC 9(07)  COMP  VALUE ZERO.
002230 77  WS-EXCEPT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
002240 77  WS-TRAILER-COUNT        PIC 9(07)  COMP  VALUE ZERO.
002250 77  WS-PASSED-COUNT         PIC 9(07)  COMP  VALUE ZERO.
002260 77  WS-HELD-COUNT           PIC 9(07)  COMP  VALUE ZERO.
002270 77  WS-RELEASED-COUNT       PIC 9(07)  COMP  VALUE ZERO.
002280 77  WS-SKIPPED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
002290 77  WS-RESEND-SHORT-COUNT   PIC 9(07)  COMP  VALUE ZERO.
002300 77  WS-AWAITING-COUNT       PIC 9(07)  COMP  VALUE ZERO.
002310*-----------------------------------------------------------*
002320* Run date off the incoming control records, carried onto   *
002330* the outgoing trailer so a consumer taking PCT-RUN-DATE    *
002340* off it never finds spaces in a numeric field.             *
002350*-----------------------------------------------------------*
002360 77  WS-CTL-RUN-DATE         PIC 9(08)  VALUE ZERO.
002370*-----------------------------------------------------------*
002380* Run date off the re-send HDR currently being read - a     *
002390* re-send file may carry more than one held run date.       *
002400*-----------------------------------------------------------*
002410 77  WS-RESEND-RUN-DATE      PIC 9(08)  VALUE ZERO.
002420*-----------------------------------------------------------*
002430* Tonight's date, stamped into FLG-DRAIN-DATE as each       *
002440* corrected punch drains - RETROADJ selects on it - and     *
002450* into SHD-RELEASE-DATE as a held site is released.         *
002460*-----------------------------------------------------------*
002470 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
002480
002490*-----------------------------------------------------------*
002500* Merge exceptions line layout - a resub punch that could   *
002510* not be proved against a corrected FLAGFILE record.        *
002520*-----------------------------------------------------------*
002530 01  WS-MRG-EXCPT-LINE.
002540     05  ML-EMP-ID           PIC X(06).
002550     05  FILLER              PIC X(02)  VALUE SPACES.
002560     05  ML-RUN-DATE         PIC 9(08).
002570     05  FILLER              PIC X(02)  VALUE SPACES.
002580     05  ML-PUNCH-SEQ        PIC 9(07).
002590     05  FILLER              PIC X(02)  VALUE SPACES.
002600     05  ML-REASON           PIC X(30).
002610     05  FILLER              PIC X(23)  VALUE SPACES.
002620
002630*-----------------------------------------------------------*
002640* Site feed control report layout - one line per site fed   *
002650* tonight, per site re-sent, and per site still on hold.    *
002660*-----------------------------------------------------------*
002670 01  WS-SITE-TITLE-LINE.
002680     05  FILLER              PIC X(36)  VALUE
002690         "CLOCKMRG SITE FEED CONTROL - RUN OF ".
002700     05  ST-RUN-DATE         PIC 9(08).
002710     05  FILLER              PIC X(36)  VALUE SPACES.
002720 01  WS-SITE-COL-LINE.
002730     05  FILLER              PIC X(41)  VALUE
002740         "SITE  RUN DATE  FEED        READ  TRAILER".
002750     05  FILLER              PIC X(39)  VALUE
002760         "  STATUS".
002770 01  WS-SITE-AWAIT-LINE.
002780     05  FILLER              PIC X(40)  VALUE
002790         "SITES ON HOLD AWAITING A RE-SEND".
002800     05  FILLER              PIC X(40)  VALUE SPACES.
002810 01  WS-SITE-RPT-LINE.
002820     05  SR-SITE-ID          PIC X(03).
002830     05  FILLER              PIC X(03)  VALUE SPACES.
002840     05  SR-RUN-DATE         PIC 9(08).
002850     05  FILLER              PIC X(02)  VALUE SPACES.
002860     05  SR-FEED             PIC X(07).
002870     05  FILLER              PIC X(02)  VALUE SPACES.
002880     05  SR-READ             PIC ZZZZZZ9.
002890     05  FILLER              PIC X(02)  VALUE SPACES.
002900     05  SR-TRAILER          PIC ZZZZZZ9.
002910     05  FILLER              PIC X(02)  VALUE SPACES.
002920     05  SR-STATUS           PIC X(30).
002930     05  FILLER              PIC X(07)  VALUE SPACES.
002940 01  WS-SITE-TOTAL-LINE.
002950     05  SX-LABEL            PIC X(30).
002960     05  SX-COUNT            PIC ZZZZZZ9.
002970     05  FILLER              PIC X(43)  VALUE SPACES.
002980
002990*-----------------------------------------------------------*
003000* Outgoing trailers - one per site, written after the       *
003010* merged punches, each carrying the count of that site's    *
003020* details plus the resub and released re-send punches       *
003030* merged under its site.                                    *
003040*-----------------------------------------------------------*
003050 01  WS-TRAILER-LINE.
003060     05  FILLER              PIC X(06)  VALUE "TRL   ".
003070     05  WS-TRL-COUNT        PIC 9(07).
003080     05  WS-TRL-RUN-DATE     PIC 9(08).
003090     05  WS-TRL-SITE-ID      PIC X(03).
003100     05  FILLER              PIC X(56)  VALUE SPACES.
003110
003120*-----------------------------------------------------------*
003130* Per-site control table - details and trailer counts per   *
003140* collection site, so a short feed is pinned to a building  *
003150* and held on its own.  More sites than the table holds is  *
003160* a configuration error worth failing loudly over.          *
003170*-----------------------------------------------------------*
003180 77  WS-SITE-MAX             PIC 9(02)  COMP  VALUE 10.
003190 77  WS-SITE-COUNT           PIC 9(02)  COMP  VALUE ZERO.
003200 77  WS-SITE-SUB             PIC 9(02)  COMP  VALUE ZERO.
003210 77  WS-SITE-FOUND           PIC 9(02)  COMP  VALUE ZERO.
003220 77  WS-LOOKUP-SITE          PIC X(03)  VALUE SPACES.
003230 01  WS-SITE-TABLE.
003240     05  WS-SITE-ENTRY       OCCURS 10 TIMES.
003250         10  WS-SITE-ID      PIC X(03).
003260         10  WS-SITE-RUN-DATE
003270                             PIC 9(08).
003280         10  WS-SITE-DETAIL  PIC 9(07)  COMP.
003290         10  WS-SITE-RESUB   PIC 9(07)  COMP.
003300         10  WS-SITE-RESEND  PIC 9(07)  COMP.
003310         10  WS-SITE-TRAILER PIC 9(07)  COMP.
003320         10  WS-SITE-TRL-SW  PIC X(01).
003330             88  SITE-TRAILER-SEEN      VALUE "Y".
003340         10  WS-SITE-BAD-SW  PIC X(01).
003350             88  SITE-COUNT-BAD         VALUE "Y".
003360         10  WS-SITE-HOLD-SW PIC X(01).
003370             88  SITE-HELD              VALUE "Y".
003380
003390*-----------------------------------------------------------*
003400* Re-send control table - one entry per site and run date   *
003410* on RESEND, proved against its own trailer the same way    *
003420* and then marked for release, skip, or still held.         *
003430*-----------------------------------------------------------*
003440 77  WS-RSD-MAX              PIC 9(02)  COMP  VALUE 10.
003450 77  WS-RSD-COUNT            PIC 9(02)  COMP  VALUE ZERO.
003460 77  WS-RSD-SUB              PIC 9(02)  COMP  VALUE ZERO.
003470 77  WS-RSD-FOUND            PIC 9(02)  COMP  VALUE ZERO.
003480 01  WS-RSD-TABLE.
003490     05  WS-RSD-ENTRY        OCCURS 10 TIMES.
003500         10  WS-RSD-SITE-ID  PIC X(03).
003510         10  WS-RSD-RUN-DATE PIC 9(08).
003520         10  WS-RSD-DETAIL   PIC 9(07)  COMP.
003530         10  WS-RSD-TRAILER  PIC 9(07)  COMP.
003540         10  WS-RSD-TRL-SW   PIC X(01).
003550             88  RSD-TRAILER-SEEN       VALUE "Y".
003560         10  WS-RSD-BAD-SW   PIC X(01).
003570             88  RSD-COUNT-BAD          VALUE "Y".
003580         10  WS-RSD-ACTION   PIC X(01).
003590             88  RSD-RELEASE            VALUE "R".
003600             88  RSD-SKIP               VALUE "S".
003610             88  RSD-STILL-HELD         VALUE "H".
003620
003630 PROCEDURE DIVISION.
003640 0000-MAINLINE SECTION.
003650*-----------------------------------------------------------*
003660* Two passes.  The first tallies RESEND and PUNCHIN site by *
003670* site and decides which sites prove, which are held and    *
003680* which re-sent sites are released; the second copies the   *
003690* released re-sends and the proved sites forward, routes    *
003700* the held sites to QUARFILE, and merges RESUB as before.   *
003710*-----------------------------------------------------------*
003720 0000-START.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740     IF FLAG-FILE-OK AND HOLD-FILE-OK
003750         PERFORM 4700-READ-RESEND THRU 4700-EXIT
003760         PERFORM 4800-TALLY-RESEND THRU 4800-EXIT
003770             UNTIL RESEND-EOF
003780         PERFORM 2000-READ-PUNCH THRU 2000-EXIT
003790         PERFORM 3000-TALLY-PUNCH THRU 3000-EXIT
003800             UNTIL PUNCH-EOF
003810         PERFORM 5000-DECIDE-SITES THRU 5000-EXIT
003820         PERFORM 5200-DECIDE-RESEND THRU 5200-EXIT
003830         PERFORM 5600-REOPEN-INPUT THRU 5600-EXIT
003840         PERFORM 4700-READ-RESEND THRU 4700-EXIT
003850         PERFORM 5700-COPY-RESEND THRU 5700-EXIT
003860             UNTIL RESEND-EOF
003870         PERFORM 2000-READ-PUNCH THRU 2000-EXIT
003880         PERFORM 3100-COPY-PUNCH THRU 3100-EXIT
003890             UNTIL PUNCH-EOF
003900         PERFORM 2500-READ-RESUB THRU 2500-EXIT
003910         PERFORM 3500-MERGE-RESUB THRU 3500-EXIT
003920             UNTIL RESUB-EOF
003930         PERFORM 4000-TERMINATE THRU 4000-EXIT
003940     END-IF.
003950     GOBACK.
003960 0000-EXIT.
003970     EXIT.
003980     GOBACK.
003990
004000 1000-INITIALIZE SECTION.
004010*-----------------------------------------------------------*
004020* FLAGFILE is opened before anything is written - if the    *
004030* resub punches cannot be proved, the safe move is to write *
004040* nothing at all and hold the schedule, not to merge blind. *
004050* SITEHOLD likewise: without it a held site could not be    *
004060* recorded, nor a re-send proved never to have posted.      *
004070*-----------------------------------------------------------*
004080 1000-START.
004090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004100     OPEN I-O FLAG-FILE.
004110     IF NOT FLAG-FILE-OK
004120         DISPLAY "CLOCKMRG - FLAGFILE OPEN FAILED, STATUS "
004130                 WS-FLAG-FILE-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         GO TO 1000-EXIT
004160     END-IF.
004170     OPEN I-O SITE-HOLD-FILE.
004180     IF NOT HOLD-FILE-OK
004190         DISPLAY "CLOCKMRG - SITEHOLD OPEN FAILED, STATUS "
004200                 WS-HOLD-FILE-STATUS
004210         MOVE 16 TO RETURN-CODE
004220         GO TO 1000-EXIT
004230     END-IF.
004240     OPEN INPUT  PUNCH-IN-FILE.
004250     OPEN INPUT  RESEND-FILE.
004260     OPEN INPUT  RESUB-FILE.
004270     OPEN OUTPUT MERGE-OUT-FILE.
004280     OPEN OUTPUT MERGE-EXCP-FILE.
004290     OPEN OUTPUT QUARANTINE-FILE.
004300     OPEN OUTPUT SITE-RPT-FILE.
004310     MOVE WS-RUN-DATE TO ST-RUN-DATE.
004320     WRITE SITE-RPT-RECORD FROM WS-SITE-TITLE-LINE.
004330     WRITE SITE-RPT-RECORD FROM WS-SITE-COL-LINE.
004340 1000-EXIT.
004350     EXIT.
004360
004370 2000-READ-PUNCH SECTION.
004380 2000-START.
004390     READ PUNCH-IN-FILE
004400         AT END
004410             MOVE "Y" TO WS-PUNCH-EOF-SWITCH
004420     END-READ.
004430 2000-EXIT.
004440     EXIT.
004450
004460 2500-READ-RESUB SECTION.
004470 2500-START.
004480     READ RESUB-FILE
004490         AT END
004500             MOVE "Y" TO WS-RESUB-EOF-SWITCH
004510     END-READ.
004520 2500-EXIT.
004530     EXIT.
004540
004550 3000-TALLY-PUNCH SECTION.
004560*-----------------------------------------------------------*
004570* First pass over PUNCHIN: count each site's details and    *
004580* take its trailer count and run date, so every site can be *
004590* proved on its own before a record is copied forward.      *
004600*-----------------------------------------------------------*
004610 3000-START.
004620     EVALUATE TRUE
004630         WHEN PR-HEADER
004640             IF PCT-RUN-DATE NUMERIC
004650                 MOVE PCT-RUN-DATE TO WS-CTL-RUN-DATE
004660             END-IF
004670             MOVE PCT-SITE-ID TO WS-LOOKUP-SITE
004680             PERFORM 3800-FIND-SITE THRU 3800-EXIT
004690             IF WS-SITE-FOUND > 0 AND PCT-RUN-DATE NUMERIC
004700                 MOVE PCT-RUN-DATE TO
004710                     WS-SITE-RUN-DATE (WS-SITE-FOUND)
004720             END-IF
004730         WHEN PR-TRAILER
004740             MOVE "Y" TO WS-TRAILER-SWITCH
004750             MOVE PCT-SITE-ID TO WS-LOOKUP-SITE
004760             PERFORM 3800-FIND-SITE THRU 3800-EXIT
004770             IF WS-SITE-FOUND > 0
004780                 MOVE "Y" TO WS-SITE-TRL-SW (WS-SITE-FOUND)
004790                 IF PCT-RECORD-COUNT NUMERIC
004800                     ADD PCT-RECORD-COUNT TO WS-TRAILER-COUNT
004810                     ADD PCT-RECORD-COUNT TO
004820                         WS-SITE-TRAILER (WS-SITE-FOUND)
004830                 ELSE
004840                     MOVE "Y" TO WS-SITE-BAD-SW (WS-SITE-FOUND)
004850                 END-IF
004860             END-IF
004870             IF PCT-RUN-DATE NUMERIC
004880                 MOVE PCT-RUN-DATE TO WS-CTL-RUN-DATE
004890             END-IF
004900         WHEN OTHER
004910             ADD 1 TO WS-DETAIL-COUNT
004920             MOVE PR-SITE-ID TO WS-LOOKUP-SITE
004930             PERFORM 3800-FIND-SITE THRU 3800-EXIT
004940             IF WS-SITE-FOUND > 0
004950                 ADD 1 TO WS-SITE-DETAIL (WS-SITE-FOUND)
004960             END-IF
004970     END-EVALUATE.
004980     PERFORM 2000-READ-PUNCH THRU 2000-EXIT.
004990 3000-EXIT.
005000     EXIT.
005010
005020 3100-COPY-PUNCH SECTION.
005030*-----------------------------------------------------------*
005040* Second pass: copy one PUNCHIN record forward.  Every      *
005050* record of a held site - HDR, punches and TRL - goes to    *
005060* QUARFILE untouched.  For the sites that proved, the       *
005070* header goes through, details go through counted, and the  *
005080* incoming trailer is dropped - a fresh trailer covering    *
005090* the merged punches is written in 4100 instead.            *
005100*-----------------------------------------------------------*
005110 3100-START.
005120     IF PR-HEADER OR PR-TRAILER
005130         MOVE PCT-SITE-ID TO WS-LOOKUP-SITE
005140     ELSE
005150         MOVE PR-SITE-ID  TO WS-LOOKUP-SITE
005160     END-IF.
005170     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
005180     IF WS-SITE-FOUND > 0
005190         IF SITE-HELD (WS-SITE-FOUND)
005200             WRITE QUARANTINE-RECORD FROM PUNCH-RECORD
005210             ADD 1 TO WS-QUARANTINE-COUNT
005220             GO TO 3100-NEXT
005230         END-IF
005240     END-IF.
005250     IF PR-TRAILER
005260         GO TO 3100-NEXT
005270     END-IF.
005280     IF NOT PR-HEADER
005290         ADD 1 TO WS-COPIED-COUNT
005300     END-IF.
005310     WRITE MERGED-RECORD FROM PUNCH-RECORD.
005320 3100-NEXT.
005330     PERFORM 2000-READ-PUNCH THRU 2000-EXIT.
005340 3100-EXIT.
005350     EXIT.
005360
005370 3500-MERGE-RESUB SECTION.
005380*-----------------------------------------------------------*
005390* Fold one corrected punch from RESUB in ahead of the       *
005400* trailer - but only after proving it: the flagged record   *
005410* it names must exist and be FLG-CORRECTED.  The record is  *
005420* marked drained as the punch merges, so a rerun of this    *
005430* step finds nothing left to merge.  Anything that cannot   *
005440* be proved goes on the exceptions report instead of into   *
005450* the batch stream.                                         *
005460*-----------------------------------------------------------*
005470 3500-START.
005480     PERFORM 3600-READ-FLAG THRU 3600-EXIT.
005490     IF NOT FLAG-FOUND
005500         MOVE "NO FLAGGED RECORD - NOT MERGED" TO ML-REASON
005510         PERFORM 3700-WRITE-MRG-EXCPT THRU 3700-EXIT
005520         GO TO 3500-NEXT
005530     END-IF.
005540     IF FLG-DRAINED
005550         MOVE "ALREADY DRAINED - NOT MERGED" TO ML-REASON
005560         PERFORM 3700-WRITE-MRG-EXCPT THRU 3700-EXIT
005570         GO TO 3500-NEXT
005580     END-IF.
005590     IF NOT FLG-CORRECTED
005600         MOVE "NOT CORRECTED - NOT MERGED" TO ML-REASON
005610         PERFORM 3700-WRITE-MRG-EXCPT THRU 3700-EXIT
005620         GO TO 3500-NEXT
005630     END-IF.
005640     MOVE SPACES      TO PUNCH-RECORD.
005650     MOVE RSB-EMP-ID  TO PR-EMP-ID.
005660     MOVE RSB-HOURS   TO PR-HOURS.
005670     MOVE RSB-MINUTES TO PR-MINUTES.
005680     MOVE RSB-SECONDS TO PR-SECONDS.
005690     MOVE RSB-PUNCH-TYPE TO PR-PUNCH-TYPE.
005700     IF RSB-PUNCH-DATE NUMERIC AND RSB-PUNCH-DATE > 0
005710         MOVE RSB-PUNCH-DATE TO PR-PUNCH-DATE
005720     ELSE
005730         MOVE FLG-RUN-DATE   TO PR-PUNCH-DATE
005740     END-IF.
005750     MOVE "R"         TO PR-SOURCE.
005760     MOVE RSB-SITE-ID TO PR-SITE-ID.
005770     MOVE RSB-SITE-ID TO WS-LOOKUP-SITE.
005780     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
005790     IF WS-SITE-FOUND > 0
005800         ADD 1 TO WS-SITE-RESUB (WS-SITE-FOUND)
005810     END-IF.
005820     WRITE MERGED-RECORD FROM PUNCH-RECORD.
005830     ADD 1 TO WS-MERGE-COUNT.
005840     SET FLG-DRAINED TO TRUE.
005850     MOVE WS-RUN-DATE TO FLG-DRAIN-DATE.
005860     REWRITE FLAG-RECORD
005870         INVALID KEY
005880             DISPLAY "CLOCKMRG - DRAIN REWRITE FAILED, KEY "
005890                     FLG-KEY
005900             MOVE 8 TO RETURN-CODE
005910     END-REWRITE.
005920 3500-NEXT.
005930     PERFORM 2500-READ-RESUB THRU 2500-EXIT.
005940 3500-EXIT.
005950     EXIT.
005960
005970 3600-READ-FLAG SECTION.
005980*-----------------------------------------------------------*
005990* Random read of the flagged record the resub punch names - *
006000* employee ID plus the run date and punch sequence carried  *
006010* over from the correction screen.                          *
006020*-----------------------------------------------------------*
006030 3600-START.
006040     MOVE "N"            TO WS-FLAG-FOUND-SWITCH.
006050     MOVE RSB-EMP-ID     TO FLG-EMP-ID.
006060     MOVE RSB-RUN-DATE   TO FLG-RUN-DATE.
006070     MOVE RSB-PUNCH-SEQ  TO FLG-PUNCH-SEQ.
006080     READ FLAG-FILE
006090         INVALID KEY
006100             CONTINUE
006110         NOT INVALID KEY
006120             MOVE "Y" TO WS-FLAG-FOUND-SWITCH
006130     END-READ.
006140 3600-EXIT.
006150     EXIT.
006160
006170 3800-FIND-SITE SECTION.
006180*-----------------------------------------------------------*
006190* Find or add the per-site control entry for WS-LOOKUP-SITE *
006200* - punches from before the site ID travelled land on one   *
006210* all-spaces entry and still balance.  More sites than the  *
006220* table holds is a configuration error: RC 8, and the       *
006230* caller gets no entry back.                                *
006240*-----------------------------------------------------------*
006250 3800-START.
006260     MOVE ZERO TO WS-SITE-FOUND.
006270     MOVE 1    TO WS-SITE-SUB.
006280     PERFORM 3850-FIND-SITE-STEP THRU 3850-EXIT
006290         UNTIL WS-SITE-SUB > WS-SITE-COUNT
006300            OR WS-SITE-FOUND > 0.
006310     IF WS-SITE-FOUND = 0
006320         IF WS-SITE-COUNT < WS-SITE-MAX
006330             ADD 1 TO WS-SITE-COUNT
006340             MOVE WS-SITE-COUNT TO WS-SITE-FOUND
006350             MOVE WS-LOOKUP-SITE
006360                  TO WS-SITE-ID (WS-SITE-FOUND)
006370             MOVE ZERO TO WS-SITE-RUN-DATE (WS-SITE-FOUND)
006380             MOVE ZERO TO WS-SITE-DETAIL (WS-SITE-FOUND)
006390             MOVE ZERO TO WS-SITE-RESUB (WS-SITE-FOUND)
006400             MOVE ZERO TO WS-SITE-RESEND (WS-SITE-FOUND)
006410             MOVE ZERO TO WS-SITE-TRAILER (WS-SITE-FOUND)
006420             MOVE "N"  TO WS-SITE-TRL-SW (WS-SITE-FOUND)
006430             MOVE "N"  TO WS-SITE-BAD-SW (WS-SITE-FOUND)
006440             MOVE "N"  TO WS-SITE-HOLD-SW (WS-SITE-FOUND)
006450         ELSE
006460             DISPLAY "CLOCKMRG - SITE TABLE FULL AT "
006470                     WS-LOOKUP-SITE
006480             MOVE 8 TO RETURN-CODE
006490         END-IF
006500     END-IF.
006510 3800-EXIT.
006520     EXIT.
006530
006540 3850-FIND-SITE-STEP SECTION.
006550 3850-START.
006560     IF WS-SITE-ID (WS-SITE-SUB) = WS-LOOKUP-SITE
006570         MOVE WS-SITE-SUB TO WS-SITE-FOUND
006580     ELSE
006590         ADD 1 TO WS-SITE-SUB
006600     END-IF.
006610 3850-EXIT.
006620     EXIT.
006630
006640 3700-WRITE-MRG-EXCPT SECTION.
006650 3700-START.
006660     ADD 1 TO WS-EXCEPT-COUNT.
006670     MOVE RSB-EMP-ID    TO ML-EMP-ID.
006680     MOVE RSB-RUN-DATE  TO ML-RUN-DATE.
006690     MOVE RSB-PUNCH-SEQ TO ML-PUNCH-SEQ.
006700     WRITE MRG-EXCPT-RECORD FROM WS-MRG-EXCPT-LINE.
006710 3700-EXIT.
006720     EXIT.
006730
006740 4000-TERMINATE SECTION.
006750*-----------------------------------------------------------*
006760* Close the output with one fresh trailer per site covering *
006770* what was actually written under it, list every site still *
006780* on hold, and total the night.  A held site, an unproved   *
006790* re-send, or a site still awaiting its re-send ends the    *
006800* step RC 4 - the sites that proved carry on through the    *
006810* stream - and the trailers always reflect what was         *
006820* written, so CLOCKRPT balances against reality.            *
006830*-----------------------------------------------------------*
006840 4000-START.
006850     IF NOT TRAILER-SEEN
006860         DISPLAY "CLOCKMRG - NO TRAILER ON PUNCHIN"
006870     END-IF.
006880     MOVE 1 TO WS-SITE-SUB.
006890     PERFORM 4100-CLOSE-ONE-SITE THRU 4100-EXIT
006900         UNTIL WS-SITE-SUB > WS-SITE-COUNT.
006910     PERFORM 5800-LIST-AWAITING THRU 5800-EXIT.
006920     PERFORM 5900-WRITE-TOTALS THRU 5900-EXIT.
006930     DISPLAY "CLOCKMRG - PUNCHES READ: "
006940             WS-DETAIL-COUNT.
006950     DISPLAY "CLOCKMRG - PUNCHES COPIED FORWARD: "
006960             WS-COPIED-COUNT.
006970     DISPLAY "CLOCKMRG - PUNCHES RELEASED FROM RESEND: "
006980             WS-RESEND-COPIED.
006990     DISPLAY "CLOCKMRG - RECORDS QUARANTINED: "
007000             WS-QUARANTINE-COUNT.
007010     DISPLAY "CLOCKMRG - PUNCHES MERGED FROM RESUB: "
007020             WS-MERGE-COUNT.
007030     DISPLAY "CLOCKMRG - RESUB EXCEPTIONS: "
007040             WS-EXCEPT-COUNT.
007050     DISPLAY "CLOCKMRG - SITES HELD: " WS-HELD-COUNT
007060             " RELEASED: " WS-RELEASED-COUNT
007070             " AWAITING RE-SEND: " WS-AWAITING-COUNT.
007080     IF WS-EXCEPT-COUNT > 0 AND RETURN-CODE = 0
007090         MOVE 4 TO RETURN-CODE
007100     END-IF.
007110     IF WS-HELD-COUNT > 0 OR WS-RESEND-SHORT-COUNT > 0
007120                          OR WS-AWAITING-COUNT > 0
007130         IF RETURN-CODE = 0
007140             MOVE 4 TO RETURN-CODE
007150         END-IF
007160     END-IF.
007170     CLOSE PUNCH-IN-FILE.
007180     CLOSE RESEND-FILE.
007190     CLOSE RESUB-FILE.
007200     CLOSE MERGE-OUT-FILE.
007210     CLOSE MERGE-EXCP-FILE.
007220     CLOSE QUARANTINE-FILE.
007230     CLOSE SITE-RPT-FILE.
007240     CLOSE FLAG-FILE.
007250     CLOSE SITE-HOLD-FILE.
007260 4000-EXIT.
007270     EXIT.
007280
007290 4100-CLOSE-ONE-SITE SECTION.
007300*-----------------------------------------------------------*
007310* One site's close-out: write the fresh outgoing trailer    *
007320* covering that site's details plus its merged resub and    *
007330* released re-send punches.  A held site's own details went *
007340* to QUARFILE, so its trailer covers only the resubs and    *
007350* re-sends riding under it, and is not written at all when  *
007360* there are none.  A site entry created only by resub       *
007370* punches (a legacy flag whose site is spaces rides its     *
007380* blank site in) still gets its trailer over the resubs.    *
007390*-----------------------------------------------------------*
007400 4100-START.
007410     IF SITE-HELD (WS-SITE-SUB)
007420         COMPUTE WS-TRL-COUNT =
007430             WS-SITE-RESUB (WS-SITE-SUB)
007440             + WS-SITE-RESEND (WS-SITE-SUB)
007450         IF WS-TRL-COUNT = 0
007460             GO TO 4100-NEXT
007470         END-IF
007480     ELSE
007490         COMPUTE WS-TRL-COUNT =
007500             WS-SITE-DETAIL (WS-SITE-SUB)
007510             + WS-SITE-RESUB (WS-SITE-SUB)
007520             + WS-SITE-RESEND (WS-SITE-SUB)
007530     END-IF.
007540     MOVE WS-CTL-RUN-DATE TO WS-TRL-RUN-DATE.
007550     MOVE WS-SITE-ID (WS-SITE-SUB) TO WS-TRL-SITE-ID.
007560     WRITE MERGED-RECORD FROM WS-TRAILER-LINE.
007570 4100-NEXT.
007580     ADD 1 TO WS-SITE-SUB.
007590 4100-EXIT.
007600     EXIT.
007610
007620 4700-READ-RESEND SECTION.
007630 4700-START.
007640     READ RESEND-FILE
007650         AT END
007660             MOVE "Y" TO WS-RESEND-EOF-SWITCH
007670     END-READ.
007680 4700-EXIT.
007690     EXIT.
007700
007710 4800-TALLY-RESEND SECTION.
007720*-----------------------------------------------------------*
007730* First pass over RESEND: count each re-sent site's details *
007740* under the run date on its HDR and take its trailer count, *
007750* so the re-send is proved before anything is released.     *
007760*-----------------------------------------------------------*
007770 4800-START.
007780     EVALUATE TRUE
007790         WHEN RSD-HEADER
007800             IF RSC-RUN-DATE NUMERIC
007810                 MOVE RSC-RUN-DATE TO WS-RESEND-RUN-DATE
007820             ELSE
007830                 MOVE ZERO TO WS-RESEND-RUN-DATE
007840             END-IF
007850             MOVE RSC-SITE-ID TO WS-LOOKUP-SITE
007860             PERFORM 4900-FIND-RESEND THRU 4900-EXIT
007870         WHEN RSD-TRAILER
007880             MOVE RSC-SITE-ID TO WS-LOOKUP-SITE
007890             PERFORM 4900-FIND-RESEND THRU 4900-EXIT
007900             IF WS-RSD-FOUND > 0
007910                 MOVE "Y" TO WS-RSD-TRL-SW (WS-RSD-FOUND)
007920                 IF RSC-RECORD-COUNT NUMERIC
007930                     ADD RSC-RECORD-COUNT TO
007940                         WS-RSD-TRAILER (WS-RSD-FOUND)
007950                 ELSE
007960                     MOVE "Y" TO WS-RSD-BAD-SW (WS-RSD-FOUND)
007970                 END-IF
007980             END-IF
007990         WHEN OTHER
008000             MOVE RSD-SITE-ID TO WS-LOOKUP-SITE
008010             PERFORM 4900-FIND-RESEND THRU 4900-EXIT
008020             IF WS-RSD-FOUND > 0
008030                 ADD 1 TO WS-RSD-DETAIL (WS-RSD-FOUND)
008040             END-IF
008050     END-EVALUATE.
008060     PERFORM 4700-READ-RESEND THRU 4700-EXIT.
008070 4800-EXIT.
008080     EXIT.
008090
008100 4900-FIND-RESEND SECTION.
008110*-----------------------------------------------------------*
008120* Find or add the re-send entry for WS-LOOKUP-SITE under    *
008130* WS-RESEND-RUN-DATE.  A full table is RC 8 like the site   *
008140* table, and the caller gets no entry back.                 *
008150*-----------------------------------------------------------*
008160 4900-START.
008170     MOVE ZERO TO WS-RSD-FOUND.
008180     MOVE 1    TO WS-RSD-SUB.
008190     PERFORM 4950-FIND-RESEND-STEP THRU 4950-EXIT
008200         UNTIL WS-RSD-SUB > WS-RSD-COUNT
008210            OR WS-RSD-FOUND > 0.
008220     IF WS-RSD-FOUND = 0
008230         IF WS-RSD-COUNT < WS-RSD-MAX
008240             ADD 1 TO WS-RSD-COUNT
008250             MOVE WS-RSD-COUNT TO WS-RSD-FOUND
008260             MOVE WS-LOOKUP-SITE
008270                  TO WS-RSD-SITE-ID (WS-RSD-FOUND)
008280             MOVE WS-RESEND-RUN-DATE
008290                  TO WS-RSD-RUN-DATE (WS-RSD-FOUND)
008300             MOVE ZERO TO WS-RSD-DETAIL (WS-RSD-FOUND)
008310             MOVE ZERO TO WS-RSD-TRAILER (WS-RSD-FOUND)
008320             MOVE "N"  TO WS-RSD-TRL-SW (WS-RSD-FOUND)
008330             MOVE "N"  TO WS-RSD-BAD-SW (WS-RSD-FOUND)
008340             MOVE SPACE TO WS-RSD-ACTION (WS-RSD-FOUND)
008350         ELSE
008360             DISPLAY "CLOCKMRG - RESEND TABLE FULL AT "
008370                     WS-LOOKUP-SITE
008380             MOVE 8 TO RETURN-CODE
008390         END-IF
008400     END-IF.
008410 4900-EXIT.
008420     EXIT.
008430
008440 4950-FIND-RESEND-STEP SECTION.
008450 4950-START.
008460     IF WS-RSD-SITE-ID (WS-RSD-SUB) = WS-LOOKUP-SITE
008470        AND WS-RSD-RUN-DATE (WS-RSD-SUB) = WS-RESEND-RUN-DATE
008480         MOVE WS-RSD-SUB TO WS-RSD-FOUND
008490     ELSE
008500         ADD 1 TO WS-RSD-SUB
008510     END-IF.
008520 4950-EXIT.
008530     EXIT.
008540
008550 5000-DECIDE-SITES SECTION.
008560 5000-START.
008570     MOVE 1 TO WS-SITE-SUB.
008580     PERFORM 5050-DECIDE-ONE-SITE THRU 5050-EXIT
008590         UNTIL WS-SITE-SUB > WS-SITE-COUNT.
008600 5000-EXIT.
008610     EXIT.
008620
008630 5050-DECIDE-ONE-SITE SECTION.
008640*-----------------------------------------------------------*
008650* Prove one PUNCHIN site against its own trailer.  A site   *
008660* with punches but no trailer, a trailer count that is not  *
008670* numeric, or a count that does not match is held: it goes  *
008680* onto SITEHOLD under the run date it was collected for and *
008690* its records will be routed to QUARFILE.  Every site gets  *
008700* a line on SITERPT either way.                             *
008710*-----------------------------------------------------------*
008720 5050-START.
008730     IF WS-SITE-RUN-DATE (WS-SITE-SUB) = ZERO
008740         IF WS-CTL-RUN-DATE > ZERO
008750             MOVE WS-CTL-RUN-DATE
008760                  TO WS-SITE-RUN-DATE (WS-SITE-SUB)
008770         ELSE
008780             MOVE WS-RUN-DATE
008790                  TO WS-SITE-RUN-DATE (WS-SITE-SUB)
008800         END-IF
008810     END-IF.
008820     EVALUATE TRUE
008830         WHEN SITE-COUNT-BAD (WS-SITE-SUB)
008840             MOVE "N" TO WS-HOLD-REASON
008850         WHEN NOT SITE-TRAILER-SEEN (WS-SITE-SUB)
008860          AND WS-SITE-DETAIL (WS-SITE-SUB) > 0
008870             MOVE "T" TO WS-HOLD-REASON
008880         WHEN WS-SITE-DETAIL (WS-SITE-SUB) NOT =
008890              WS-SITE-TRAILER (WS-SITE-SUB)
008900          AND SITE-TRAILER-SEEN (WS-SITE-SUB)
008910             MOVE "C" TO WS-HOLD-REASON
008920         WHEN OTHER
008930             MOVE SPACE TO WS-HOLD-REASON
008940     END-EVALUATE.
008950     MOVE WS-SITE-ID (WS-SITE-SUB)       TO SR-SITE-ID.
008960     MOVE WS-SITE-RUN-DATE (WS-SITE-SUB) TO SR-RUN-DATE.
008970     MOVE "TONIGHT"                      TO SR-FEED.
008980     MOVE WS-SITE-DETAIL (WS-SITE-SUB)   TO SR-READ.
008990     MOVE WS-SITE-TRAILER (WS-SITE-SUB)  TO SR-TRAILER.
009000     IF SITE-PROVED
009010         ADD 1 TO WS-PASSED-COUNT
009020         MOVE "PASSED" TO SR-STATUS
009030         PERFORM 5150-CLEAR-HOLD THRU 5150-EXIT
009040         GO TO 5050-WRITE
009050     END-IF.
009060     MOVE "Y" TO WS-SITE-HOLD-SW (WS-SITE-SUB).
009070     ADD 1 TO WS-HELD-COUNT.
009080     DISPLAY "CLOCKMRG - SITE " WS-SITE-ID (WS-SITE-SUB)
009090             " HELD: READ " WS-SITE-DETAIL (WS-SITE-SUB)
009100             " TRAILER SAID " WS-SITE-TRAILER (WS-SITE-SUB).
009110     EVALUATE WS-HOLD-REASON
009120         WHEN "N"
009130             MOVE "HELD - TRAILER NOT NUMERIC" TO SR-STATUS
009140         WHEN "T"
009150             MOVE "HELD - NO TRAILER" TO SR-STATUS
009160         WHEN OTHER
009170             MOVE "HELD - COUNT NOT PROVED" TO SR-STATUS
009180     END-EVALUATE.
009190     PERFORM 5100-HOLD-SITE THRU 5100-EXIT.
009200 5050-WRITE.
009210     WRITE SITE-RPT-RECORD FROM WS-SITE-RPT-LINE.
009220     ADD 1 TO WS-SITE-SUB.
009230 5050-EXIT.
009240     EXIT.
009250
009260 5100-HOLD-SITE SECTION.
009270*-----------------------------------------------------------*
009280* Record the held site on SITEHOLD.  A site held again for  *
009290* the same run date - a rerun, or a re-send that went short *
009300* after all - overwrites its record as held again.          *
009310*-----------------------------------------------------------*
009320 5100-START.
009330     MOVE WS-SITE-RUN-DATE (WS-SITE-SUB) TO SHD-RUN-DATE.
009340     MOVE WS-SITE-ID (WS-SITE-SUB)       TO SHD-SITE-ID.
009350     PERFORM 5500-READ-HOLD THRU 5500-EXIT.
009360     MOVE SPACES                         TO Site-Hold-Record.
009370     MOVE WS-SITE-RUN-DATE (WS-SITE-SUB) TO SHD-RUN-DATE.
009380     MOVE WS-SITE-ID (WS-SITE-SUB)       TO SHD-SITE-ID.
009390     SET SHD-HELD TO TRUE.
009400     MOVE WS-HOLD-REASON                 TO SHD-REASON.
009410     MOVE WS-RUN-DATE                    TO SHD-HELD-DATE.
009420     MOVE WS-SITE-DETAIL (WS-SITE-SUB)   TO SHD-READ-COUNT.
009430     MOVE WS-SITE-TRAILER (WS-SITE-SUB)  TO SHD-TRAILER-COUNT.
009440     MOVE ZERO                           TO SHD-RELEASE-DATE.
009450     MOVE ZERO                           TO SHD-RELEASE-COUNT.
009460     IF HOLD-FOUND
009470         REWRITE Site-Hold-Record
009480             INVALID KEY
009490                 DISPLAY "CLOCKMRG - SITEHOLD REWRITE FAILED, "
009500                         "KEY " SHD-KEY
009510                 MOVE 8 TO RETURN-CODE
009520         END-REWRITE
009530     ELSE
009540         WRITE Site-Hold-Record
009550             INVALID KEY
009560                 DISPLAY "CLOCKMRG - SITEHOLD WRITE FAILED, "
009570                         "KEY " SHD-KEY
009580                 MOVE 8 TO RETURN-CODE
009590         END-WRITE
009600     END-IF.
009610 5100-EXIT.
009620     EXIT.
009630
009640 5150-CLEAR-HOLD SECTION.
009650*-----------------------------------------------------------*
009660* A site that proves tonight under a run date SITEHOLD      *
009670* still holds - the merge rerun once operations put the     *
009680* feed right - has gone forward in full, so its hold record *
009690* is deleted.  Left held it would be listed awaiting its    *
009700* re-send every night, and a re-send fed in later would     *
009710* post the same punches twice; deleted, any re-send for it  *
009720* is skipped as not on hold.                                *
009730*-----------------------------------------------------------*
009740 5150-START.
009750     MOVE WS-SITE-RUN-DATE (WS-SITE-SUB) TO SHD-RUN-DATE.
009760     MOVE WS-SITE-ID (WS-SITE-SUB)       TO SHD-SITE-ID.
009770     PERFORM 5500-READ-HOLD THRU 5500-EXIT.
009780     IF NOT HOLD-FOUND
009790      OR NOT SHD-HELD
009800         GO TO 5150-EXIT
009810     END-IF.
009820     DELETE SITE-HOLD-FILE RECORD
009830         INVALID KEY
009840             DISPLAY "CLOCKMRG - SITEHOLD DELETE FAILED, KEY "
009850                     SHD-KEY
009860             MOVE 8 TO RETURN-CODE
009870         NOT INVALID KEY
009880             MOVE "PASSED - HOLD CLEARED" TO SR-STATUS
009890     END-DELETE.
009900 5150-EXIT.
009910     EXIT.
009920
009930 5200-DECIDE-RESEND SECTION.
009940 5200-START.
009950     MOVE 1 TO WS-RSD-SUB.
009960     PERFORM 5250-DECIDE-ONE-RESEND THRU 5250-EXIT
009970         UNTIL WS-RSD-SUB > WS-RSD-COUNT.
009980 5200-EXIT.
009990     EXIT.
010000
010010 5250-DECIDE-ONE-RESEND SECTION.
010020*-----------------------------------------------------------*
010030* Prove one re-sent site and run date against its own       *
010040* trailer, then release it only while SITEHOLD still holds  *
010050* it.  A site already released on an earlier night - taken  *
010060* by PTDUPDT once already - or never held at all is skipped *
010070* and its re-send dropped.  A release stamped with tonight's*
010080* date is this step being rerun, and releases again.  A     *
010090* re-send that does not prove stays held and goes to        *
010100* QUARFILE with the rest.                                   *
010110*-----------------------------------------------------------*
010120 5250-START.
010130     MOVE WS-RSD-SITE-ID (WS-RSD-SUB)  TO SR-SITE-ID.
010140     MOVE WS-RSD-RUN-DATE (WS-RSD-SUB) TO SR-RUN-DATE.
010150     MOVE "RESEND"                     TO SR-FEED.
010160     MOVE WS-RSD-DETAIL (WS-RSD-SUB)   TO SR-READ.
010170     MOVE WS-RSD-TRAILER (WS-RSD-SUB)  TO SR-TRAILER.
010180     IF RSD-COUNT-BAD (WS-RSD-SUB)
010190        OR NOT RSD-TRAILER-SEEN (WS-RSD-SUB)
010200        OR WS-RSD-DETAIL (WS-RSD-SUB) NOT =
010210           WS-RSD-TRAILER (WS-RSD-SUB)
010220         MOVE "H" TO WS-RSD-ACTION (WS-RSD-SUB)
010230         ADD 1 TO WS-RESEND-SHORT-COUNT
010240         MOVE "RESEND NOT PROVED - STILL HELD" TO SR-STATUS
010250         DISPLAY "CLOCKMRG - RESEND FOR SITE "
010260                 WS-RSD-SITE-ID (WS-RSD-SUB)
010270                 " NOT PROVED: READ " WS-RSD-DETAIL (WS-RSD-SUB)
010280                 " TRAILER SAID " WS-RSD-TRAILER (WS-RSD-SUB)
010290         GO TO 5250-WRITE
010300     END-IF.
010310     MOVE WS-RSD-RUN-DATE (WS-RSD-SUB) TO SHD-RUN-DATE.
010320     MOVE WS-RSD-SITE-ID (WS-RSD-SUB)  TO SHD-SITE-ID.
010330     PERFORM 5500-READ-HOLD THRU 5500-EXIT.
010340     EVALUATE TRUE
010350         WHEN HOLD-FOUND AND SHD-HELD
010360         WHEN HOLD-FOUND AND SHD-RELEASED
010370          AND SHD-RELEASE-DATE = WS-RUN-DATE
010380             MOVE "R" TO WS-RSD-ACTION (WS-RSD-SUB)
010390             ADD 1 TO WS-RELEASED-COUNT
010400             MOVE "RELEASED" TO SR-STATUS
010410             PERFORM 5300-RELEASE-SITE THRU 5300-EXIT
010420         WHEN HOLD-FOUND
010430             MOVE "S" TO WS-RSD-ACTION (WS-RSD-SUB)
010440             ADD 1 TO WS-SKIPPED-COUNT
010450             MOVE "SKIPPED - ALREADY RELEASED" TO SR-STATUS
010460         WHEN OTHER
010470             MOVE "S" TO WS-RSD-ACTION (WS-RSD-SUB)
010480             ADD 1 TO WS-SKIPPED-COUNT
010490             MOVE "SKIPPED - NOT ON HOLD" TO SR-STATUS
010500     END-EVALUATE.
010510 5250-WRITE.
010520     WRITE SITE-RPT-RECORD FROM WS-SITE-RPT-LINE.
010530     ADD 1 TO WS-RSD-SUB.
010540 5250-EXIT.
010550     EXIT.
010560
010570 5300-RELEASE-SITE SECTION.
010580*-----------------------------------------------------------*
010590* Mark the held site released tonight and carry its         *
010600* re-sent punch count onto tonight's site entry, so the     *
010610* fresh trailer for the site covers the released punches.   *
010620*-----------------------------------------------------------*
010630 5300-START.
010640     SET SHD-RELEASED TO TRUE.
010650     MOVE WS-RUN-DATE                  TO SHD-RELEASE-DATE.
010660     MOVE WS-RSD-DETAIL (WS-RSD-SUB)   TO SHD-RELEASE-COUNT.
010670     REWRITE Site-Hold-Record
010680         INVALID KEY
010690             DISPLAY "CLOCKMRG - SITEHOLD REWRITE FAILED, KEY "
010700                     SHD-KEY
010710             MOVE 8 TO RETURN-CODE
010720     END-REWRITE.
010730     MOVE WS-RSD-SITE-ID (WS-RSD-SUB)  TO WS-LOOKUP-SITE.
010740     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
010750     IF WS-SITE-FOUND > 0
010760         ADD WS-RSD-DETAIL (WS-RSD-SUB)
010770             TO WS-SITE-RESEND (WS-SITE-FOUND)
010780     END-IF.
010790 5300-EXIT.
010800     EXIT.
010810
010820 5500-READ-HOLD SECTION.
010830*-----------------------------------------------------------*
010840* Random read of SITEHOLD for the key already in SHD-KEY.   *
010850*-----------------------------------------------------------*
010860 5500-START.
010870     MOVE "N" TO WS-HOLD-FOUND-SWITCH.
010880     READ SITE-HOLD-FILE
010890         INVALID KEY
010900             CONTINUE
010910         NOT INVALID KEY
010920             MOVE "Y" TO WS-HOLD-FOUND-SWITCH
010930     END-READ.
010940 5500-EXIT.
010950     EXIT.
010960
010970 5600-REOPEN-INPUT SECTION.
010980*-----------------------------------------------------------*
010990* Back to the top of PUNCHIN and RESEND for the copy pass.  *
011000*-----------------------------------------------------------*
011010 5600-START.
011020     CLOSE PUNCH-IN-FILE.
011030     OPEN INPUT PUNCH-IN-FILE.
011040     MOVE "N" TO WS-PUNCH-EOF-SWITCH.
011050     CLOSE RESEND-FILE.
011060     OPEN INPUT RESEND-FILE.
011070     MOVE "N" TO WS-RESEND-EOF-SWITCH.
011080     MOVE ZERO TO WS-RESEND-RUN-DATE.
011090 5600-EXIT.
011100     EXIT.
011110
011120 5700-COPY-RESEND SECTION.
011130*-----------------------------------------------------------*
011140* Second pass over RESEND, ahead of tonight's punches so    *
011150* the held day's INs and OUTs pair in time order.  A        *
011160* released site's HDR and punches go forward and its        *
011170* trailer is dropped for the fresh one in 4100; a re-send   *
011180* that did not prove goes to QUARFILE whole; a skipped one  *
011190* is dropped.                                               *
011200*-----------------------------------------------------------*
011210 5700-START.
011220     EVALUATE TRUE
011230         WHEN RSD-HEADER
011240             IF RSC-RUN-DATE NUMERIC
011250                 MOVE RSC-RUN-DATE TO WS-RESEND-RUN-DATE
011260             ELSE
011270                 MOVE ZERO TO WS-RESEND-RUN-DATE
011280             END-IF
011290             MOVE RSC-SITE-ID TO WS-LOOKUP-SITE
011300         WHEN RSD-TRAILER
011310             MOVE RSC-SITE-ID TO WS-LOOKUP-SITE
011320         WHEN OTHER
011330             MOVE RSD-SITE-ID TO WS-LOOKUP-SITE
011340     END-EVALUATE.
011350     PERFORM 4900-FIND-RESEND THRU 4900-EXIT.
011360     IF WS-RSD-FOUND = 0
011370         GO TO 5700-NEXT
011380     END-IF.
011390     EVALUATE TRUE
011400         WHEN RSD-STILL-HELD (WS-RSD-FOUND)
011410             WRITE QUARANTINE-RECORD FROM RESEND-RECORD
011420             ADD 1 TO WS-QUARANTINE-COUNT
011430         WHEN RSD-RELEASE (WS-RSD-FOUND) AND NOT RSD-TRAILER
011440             WRITE MERGED-RECORD FROM RESEND-RECORD
011450             IF NOT RSD-HEADER
011460                 ADD 1 TO WS-RESEND-COPIED
011470             END-IF
011480         WHEN OTHER
011490             CONTINUE
011500     END-EVALUATE.
011510 5700-NEXT.
011520     PERFORM 4700-READ-RESEND THRU 4700-EXIT.
011530 5700-EXIT.
011540     EXIT.
011550
011560 5800-LIST-AWAITING SECTION.
011570*-----------------------------------------------------------*
011580* Browse SITEHOLD end to end and list every site and run    *
011590* date still held - tonight's and any earlier night's whose *
011600* re-send has not yet come in.                              *
011610*-----------------------------------------------------------*
011620 5800-START.
011630     MOVE SPACES TO SITE-RPT-RECORD.
011640     WRITE SITE-RPT-RECORD.
011650     WRITE SITE-RPT-RECORD FROM WS-SITE-AWAIT-LINE.
011660     MOVE "N"    TO WS-HOLD-SCAN-SWITCH.
011670     MOVE ZERO   TO SHD-RUN-DATE.
011680     MOVE SPACES TO SHD-SITE-ID.
011690     START SITE-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
011700         INVALID KEY
011710             GO TO 5800-EXIT
011720     END-START.
011730     PERFORM 5850-LIST-AWAITING-STEP THRU 5850-EXIT
011740         UNTIL HOLD-SCAN-DONE.
011750 5800-EXIT.
011760     EXIT.
011770
011780 5850-LIST-AWAITING-STEP SECTION.
011790 5850-START.
011800     READ SITE-HOLD-FILE NEXT RECORD
011810         AT END
011820             MOVE "Y" TO WS-HOLD-SCAN-SWITCH
011830             GO TO 5850-EXIT
011840     END-READ.
011850     IF NOT SHD-HELD
011860         GO TO 5850-EXIT
011870     END-IF.
011880     ADD 1 TO WS-AWAITING-COUNT.
011890     MOVE SHD-SITE-ID         TO SR-SITE-ID.
011900     MOVE SHD-RUN-DATE        TO SR-RUN-DATE.
011910     MOVE "ON HOLD"           TO SR-FEED.
011920     MOVE SHD-READ-COUNT      TO SR-READ.
011930     MOVE SHD-TRAILER-COUNT   TO SR-TRAILER.
011940     MOVE "AWAITING RE-SEND"  TO SR-STATUS.
011950     WRITE SITE-RPT-RECORD FROM WS-SITE-RPT-LINE.
011960 5850-EXIT.
011970     EXIT.
011980
011990 5900-WRITE-TOTALS SECTION.
012000 5900-START.
012010     MOVE SPACES TO SITE-RPT-RECORD.
012020     WRITE SITE-RPT-RECORD.
012030     MOVE "SITES PASSED"               TO SX-LABEL.
012040     MOVE WS-PASSED-COUNT              TO SX-COUNT.
012050     WRITE SITE-RPT-RECORD FROM WS-SITE-TOTAL-LINE.
012060     MOVE "SITES HELD TONIGHT"         TO SX-LABEL.
012070     MOVE WS-HELD-COUNT                TO SX-COUNT.
012080     WRITE SITE-RPT-RECORD FROM WS-SITE-TOTAL-LINE.
012090     MOVE "SITES RELEASED FROM RESEND" TO SX-LABEL.
012100     MOVE WS-RELEASED-COUNT            TO SX-COUNT.
012110     WRITE SITE-RPT-RECORD FROM WS-SITE-TOTAL-LINE.
012120     MOVE "RESENDS SKIPPED"            TO SX-LABEL.
012130     MOVE WS-SKIPPED-COUNT             TO SX-COUNT.
012140     WRITE SITE-RPT-RECORD FROM WS-SITE-TOTAL-LINE.
012150     MOVE "RESENDS NOT PROVED"         TO SX-LABEL.
012160     MOVE WS-RESEND-SHORT-COUNT        TO SX-COUNT.
012170     WRITE SITE-RPT-RECORD FROM WS-SITE-TOTAL-LINE.
012180     MOVE "SITES AWAITING RE-SEND"     TO SX-LABEL.
012190     MOVE WS-AWAITING-COUNT            TO SX-COUNT.
012200     WRITE SITE-RPT-RECORD FROM WS-SITE-TOTAL-LINE.
012210 5900-EXIT.
012220     EXIT.
012230
012240 END PROGRAM CLOCKMRG.
