123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* SHFAMAP                                                   *
000300*-----------------------------------------------------------*
000400* Symbolic map for the SHFTADJ paid-shift correction        *
000500* screen, as generated by DFHMSD/DFHMDI/DFHMDF for mapset   *
000600* SHFASET, map SHFAMAP.  SHFTADJ COPYs this for both the    *
000700* map it sends and the map it receives back.                *
000800*-----------------------------------------------------------*
000900 01  SHFAMAPI.
001000     05  FILLER              PIC X(12).
001100     05  EMPIDL              PIC S9(04) COMP.
001200     05  EMPIDF              PIC X.
001300     05  FILLER REDEFINES EMPIDF.
001400         10  EMPIDA          PIC X.
001500     05  EMPIDI              PIC X(06).
001600     05  RUNDTL              PIC S9(04) COMP.
001700     05  RUNDTF              PIC X.
001800     05  FILLER REDEFINES RUNDTF.
001900         10  RUNDTA          PIC X.
002000     05  RUNDTI              PIC 9(08).
002100     05  PSEQL               PIC S9(04) COMP.
002200     05  PSEQF               PIC X.
002300     05  FILLER REDEFINES PSEQF.
002400         10  PSEQA           PIC X.
002500     05  PSEQI               PIC 9(07).
002600     05  NAMEL               PIC S9(04) COMP.
002700     05  NAMEF               PIC X.
002800     05  FILLER REDEFINES NAMEF.
002900         10  NAMEA           PIC X.
003000     05  NAMEI               PIC X(20).
003100     05  WRKDTL              PIC S9(04) COMP.
003200     05  WRKDTF              PIC X.
003300     05  FILLER REDEFINES WRKDTF.
003400         10  WRKDTA          PIC X.
003500     05  WRKDTI              PIC 9(08).
003600     05  OINHL               PIC S9(04) COMP.
003700     05  OINHF               PIC X.
003800     05  FILLER REDEFINES OINHF.
003900         10  OINHA           PIC X.
004000     05  OINHI               PIC 9(02).
004100     05  OINML               PIC S9(04) COMP.
004200     05  OINMF               PIC X.
004300     05  FILLER REDEFINES OINMF.
004400         10  OINMA           PIC X.
004500     05  OINMI               PIC 9(02).
004600     05  OINSL               PIC S9(04) COMP.
004700     05  OINSF               PIC X.
004800     05  FILLER REDEFINES OINSF.
004900         10  OINSA           PIC X.
005000     05  OINSI               PIC 9(02).
005100     05  OOUTHL              PIC S9(04) COMP.
005200     05  OOUTHF              PIC X.
005300     05  FILLER REDEFINES OOUTHF.
005400         10  OOUTHA          PIC X.
005500     05  OOUTHI              PIC 9(02).
005600     05  OOUTML              PIC S9(04) COMP.
005700     05  OOUTMF              PIC X.
005800     05  FILLER REDEFINES OOUTMF.
005900         10  OOUTMA          PIC X.
006000     05  OOUTMI              PIC 9(02).
006100     05  OOUTSL              PIC S9(04) COMP.
006200     05  OOUTSF              PIC X.
006300     05  FILLER REDEFINES OOUTSF.
006400         10  OOUTSA          PIC X.
006500     05  OOUTSI              PIC 9(02).
006600     05  ODURL               PIC S9(04) COMP.
006700     05  ODURF               PIC X.
006800     05  FILLER REDEFINES ODURF.
006900         10  ODURA           PIC X.
007000     05  ODURI               PIC X(09).
007100     05  NWRKDTL             PIC S9(04) COMP.
007200     05  NWRKDTF             PIC X.
007300     05  FILLER REDEFINES NWRKDTF.
007400         10  NWRKDTA         PIC X.
007500     05  NWRKDTI             PIC 9(08).
007600     05  NINHL               PIC S9(04) COMP.
007700     05  NINHF               PIC X.
007800     05  FILLER REDEFINES NINHF.
007900         10  NINHA           PIC X.
008000     05  NINHI               PIC 9(02).
008100     05  NINML               PIC S9(04) COMP.
008200     05  NINMF               PIC X.
008300     05  FILLER REDEFINES NINMF.
008400         10  NINMA           PIC X.
008500     05  NINMI               PIC 9(02).
008600     05  NINSL               PIC S9(04) COMP.
008700     05  NINSF               PIC X.
008800     05  FILLER REDEFINES NINSF.
008900         10  NINSA           PIC X.
009000     05  NINSI               PIC 9(02).
009100     05  NOUTHL              PIC S9(04) COMP.
009200     05  NOUTHF              PIC X.
009300     05  FILLER REDEFINES NOUTHF.
009400         10  NOUTHA          PIC X.
009500     05  NOUTHI              PIC 9(02).
009600     05  NOUTML              PIC S9(04) COMP.
009700     05  NOUTMF              PIC X.
009800     05  FILLER REDEFINES NOUTMF.
009900         10  NOUTMA          PIC X.
010000     05  NOUTMI              PIC 9(02).
010100     05  NOUTSL              PIC S9(04) COMP.
010200     05  NOUTSF              PIC X.
010300     05  FILLER REDEFINES NOUTSF.
010400         10  NOUTSA          PIC X.
010500     05  NOUTSI              PIC 9(02).
010600     05  NDURL               PIC S9(04) COMP.
010700     05  NDURF               PIC X.
010800     05  FILLER REDEFINES NDURF.
010900         10  NDURA           PIC X.
011000     05  NDURI               PIC X(09).
011100     05  MSGL                PIC S9(04) COMP.
011200     05  MSGF                PIC X.
011300     05  FILLER REDEFINES MSGF.
011400         10  MSGA            PIC X.
011500     05  MSGI                PIC X(40).
011600
011700 01  SHFAMAPO REDEFINES SHFAMAPI.
011800     05  FILLER              PIC X(12).
011900     05  FILLER              PIC X(03).
012000     05  EMPIDO              PIC X(06).
012100     05  FILLER              PIC X(03).
012200     05  RUNDTO              PIC 9(08).
012300     05  FILLER              PIC X(03).
012400     05  PSEQO               PIC 9(07).
012500     05  FILLER              PIC X(03).
012600     05  NAMEO               PIC X(20).
012700     05  FILLER              PIC X(03).
012800     05  WRKDTO              PIC 9(08).
012900     05  FILLER              PIC X(03).
013000     05  OINHO               PIC 9(02).
013100     05  FILLER              PIC X(03).
013200     05  OINMO               PIC 9(02).
013300     05  FILLER              PIC X(03).
013400     05  OINSO               PIC 9(02).
013500     05  FILLER              PIC X(03).
013600     05  OOUTHO              PIC 9(02).
013700     05  FILLER              PIC X(03).
013800     05  OOUTMO              PIC 9(02).
013900     05  FILLER              PIC X(03).
014000     05  OOUTSO              PIC 9(02).
014100     05  FILLER              PIC X(03).
014200     05  ODURO               PIC X(09).
014300     05  FILLER              PIC X(03).
014400     05  NWRKDTO             PIC 9(08).
014500     05  FILLER              PIC X(03).
014600     05  NINHO               PIC 9(02).
014700     05  FILLER              PIC X(03).
014800     05  NINMO               PIC 9(02).
014900     05  FILLER              PIC X(03).
015000     05  NINSO               PIC 9(02).
015100     05  FILLER              PIC X(03).
015200     05  NOUTHO              PIC 9(02).
015300     05  FILLER              PIC X(03).
015400     05  NOUTMO              PIC 9(02).
015500     05  FILLER              PIC X(03).
015600     05  NOUTSO              PIC 9(02).
015700     05  FILLER              PIC X(03).
015800     05  NDURO               PIC X(09).
015900     05  FILLER              PIC X(03).
016000     05  MSGO                PIC X(40).
