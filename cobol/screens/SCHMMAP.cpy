123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* SCHMMAP                                                   *
000300*-----------------------------------------------------------*
000400* Symbolic map for the SCHMAINT shift-schedule maintenance  *
000500* screen, as generated by DFHMSD/DFHMDI/DFHMDF for mapset   *
000600* SCHMSET, map SCHMMAP.  SCHMAINT COPYs this for both the   *
000700* map it sends and the map it receives back.                *
000800*-----------------------------------------------------------*
000900 01  SCHMMAPI.
001000     05  FILLER              PIC X(12).
001100     05  ACTIONL             PIC S9(04) COMP.
001200     05  ACTIONF             PIC X.
001300     05  FILLER REDEFINES ACTIONF.
001400         10  ACTIONA         PIC X.
001500     05  ACTIONI             PIC X(01).
001600     05  EMPIDL              PIC S9(04) COMP.
001700     05  EMPIDF              PIC X.
001800     05  FILLER REDEFINES EMPIDF.
001900         10  EMPIDA          PIC X.
002000     05  EMPIDI              PIC X(06).
002100     05  NAMEL               PIC S9(04) COMP.
002200     05  NAMEF               PIC X.
002300     05  FILLER REDEFINES NAMEF.
002400         10  NAMEA           PIC X.
002500     05  NAMEI               PIC X(20).
002600     05  DEPTL               PIC S9(04) COMP.
002700     05  DEPTF               PIC X.
002800     05  FILLER REDEFINES DEPTF.
002900         10  DEPTA           PIC X.
003000     05  DEPTI               PIC X(04).
003100     05  MONINL              PIC S9(04) COMP.
003200     05  MONINF              PIC X.
003300     05  FILLER REDEFINES MONINF.
003400         10  MONINA          PIC X.
003500     05  MONINI              PIC 9(04).
003600     05  MONOUTL             PIC S9(04) COMP.
003700     05  MONOUTF             PIC X.
003800     05  FILLER REDEFINES MONOUTF.
003900         10  MONOUTA         PIC X.
004000     05  MONOUTI             PIC 9(04).
004100     05  TUEINL              PIC S9(04) COMP.
004200     05  TUEINF              PIC X.
004300     05  FILLER REDEFINES TUEINF.
004400         10  TUEINA          PIC X.
004500     05  TUEINI              PIC 9(04).
004600     05  TUEOUTL             PIC S9(04) COMP.
004700     05  TUEOUTF             PIC X.
004800     05  FILLER REDEFINES TUEOUTF.
004900         10  TUEOUTA         PIC X.
005000     05  TUEOUTI             PIC 9(04).
005100     05  WEDINL              PIC S9(04) COMP.
005200     05  WEDINF              PIC X.
005300     05  FILLER REDEFINES WEDINF.
005400         10  WEDINA          PIC X.
005500     05  WEDINI              PIC 9(04).
005600     05  WEDOUTL             PIC S9(04) COMP.
005700     05  WEDOUTF             PIC X.
005800     05  FILLER REDEFINES WEDOUTF.
005900         10  WEDOUTA         PIC X.
006000     05  WEDOUTI             PIC 9(04).
006100     05  THUINL              PIC S9(04) COMP.
006200     05  THUINF              PIC X.
006300     05  FILLER REDEFINES THUINF.
006400         10  THUINA          PIC X.
006500     05  THUINI              PIC 9(04).
006600     05  THUOUTL             PIC S9(04) COMP.
006700     05  THUOUTF             PIC X.
006800     05  FILLER REDEFINES THUOUTF.
006900         10  THUOUTA         PIC X.
007000     05  THUOUTI             PIC 9(04).
007100     05  FRIINL              PIC S9(04) COMP.
007200     05  FRIINF              PIC X.
007300     05  FILLER REDEFINES FRIINF.
007400         10  FRIINA          PIC X.
007500     05  FRIINI              PIC 9(04).
007600     05  FRIOUTL             PIC S9(04) COMP.
007700     05  FRIOUTF             PIC X.
007800     05  FILLER REDEFINES FRIOUTF.
007900         10  FRIOUTA         PIC X.
008000     05  FRIOUTI             PIC 9(04).
008100     05  SATINL              PIC S9(04) COMP.
008200     05  SATINF              PIC X.
008300     05  FILLER REDEFINES SATINF.
008400         10  SATINA          PIC X.
008500     05  SATINI              PIC 9(04).
008600     05  SATOUTL             PIC S9(04) COMP.
008700     05  SATOUTF             PIC X.
008800     05  FILLER REDEFINES SATOUTF.
008900         10  SATOUTA         PIC X.
009000     05  SATOUTI             PIC 9(04).
009100     05  SUNINL              PIC S9(04) COMP.
009200     05  SUNINF              PIC X.
009300     05  FILLER REDEFINES SUNINF.
009400         10  SUNINA          PIC X.
009500     05  SUNINI              PIC 9(04).
009600     05  SUNOUTL             PIC S9(04) COMP.
009700     05  SUNOUTF             PIC X.
009800     05  FILLER REDEFINES SUNOUTF.
009900         10  SUNOUTA         PIC X.
010000     05  SUNOUTI             PIC 9(04).
010100     05  CHGDTL              PIC S9(04) COMP.
010200     05  CHGDTF              PIC X.
010300     05  FILLER REDEFINES CHGDTF.
010400         10  CHGDTA          PIC X.
010500     05  CHGDTI              PIC 9(08).
010600     05  CHGBYL              PIC S9(04) COMP.
010700     05  CHGBYF              PIC X.
010800     05  FILLER REDEFINES CHGBYF.
010900         10  CHGBYA          PIC X.
011000     05  CHGBYI              PIC X(08).
011100     05  MSGL                PIC S9(04) COMP.
011200     05  MSGF                PIC X.
011300     05  FILLER REDEFINES MSGF.
011400         10  MSGA            PIC X.
011500     05  MSGI                PIC X(40).
011600
011700 01  SCHMMAPO REDEFINES SCHMMAPI.
011800     05  FILLER              PIC X(12).
011900     05  FILLER              PIC X(03).
012000     05  ACTIONO             PIC X(01).
012100     05  FILLER              PIC X(03).
012200     05  EMPIDO              PIC X(06).
012300     05  FILLER              PIC X(03).
012400     05  NAMEO               PIC X(20).
012500     05  FILLER              PIC X(03).
012600     05  DEPTO               PIC X(04).
012700     05  FILLER              PIC X(03).
012800     05  MONINO              PIC 9(04).
012900     05  FILLER              PIC X(03).
013000     05  MONOUTO             PIC 9(04).
013100     05  FILLER              PIC X(03).
013200     05  TUEINO              PIC 9(04).
013300     05  FILLER              PIC X(03).
013400     05  TUEOUTO             PIC 9(04).
013500     05  FILLER              PIC X(03).
013600     05  WEDINO              PIC 9(04).
013700     05  FILLER              PIC X(03).
013800     05  WEDOUTO             PIC 9(04).
013900     05  FILLER              PIC X(03).
014000     05  THUINO              PIC 9(04).
014100     05  FILLER              PIC X(03).
014200     05  THUOUTO             PIC 9(04).
014300     05  FILLER              PIC X(03).
014400     05  FRIINO              PIC 9(04).
014500     05  FILLER              PIC X(03).
014600     05  FRIOUTO             PIC 9(04).
014700     05  FILLER              PIC X(03).
014800     05  SATINO              PIC 9(04).
014900     05  FILLER              PIC X(03).
015000     05  SATOUTO             PIC 9(04).
015100     05  FILLER              PIC X(03).
015200     05  SUNINO              PIC 9(04).
015300     05  FILLER              PIC X(03).
015400     05  SUNOUTO             PIC 9(04).
015500     05  FILLER              PIC X(03).
015600     05  CHGDTO              PIC 9(08).
015700     05  FILLER              PIC X(03).
015800     05  CHGBYO              PIC X(08).
015900     05  FILLER              PIC X(03).
016000     05  MSGO                PIC X(40).
