123456*Indentation of at least 7 spaces is required for COBOL.
000100*-----------------------------------------------------------*
000200* LVMMAP                                                    *
000300*-----------------------------------------------------------*
000400* Symbolic map for the LVMAINT approved-leave entry screen, *
000500* as generated by DFHMSD/DFHMDI/DFHMDF for mapset LVMSET,   *
000600* map LVMMAP.  LVMAINT COPYs this for both the map it sends *
000700* and the map it receives back.                             *
000800*-----------------------------------------------------------*
000900 01  LVMMAPI.
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
003100     05  LVDATEL             PIC S9(04) COMP.
003200     05  LVDATEF             PIC X.
003300     05  FILLER REDEFINES LVDATEF.
003400         10  LVDATEA         PIC X.
003500     05  LVDATEI             PIC 9(08).
003600     05  LVTYPEL             PIC S9(04) COMP.
003700     05  LVTYPEF             PIC X.
003800     05  FILLER REDEFINES LVTYPEF.
003900         10  LVTYPEA         PIC X.
004000     05  LVTYPEI             PIC X(01).
004100     05  BALHRSL             PIC S9(04) COMP.
004200     05  BALHRSF             PIC X.
004300     05  FILLER REDEFINES BALHRSF.
004400         10  BALHRSA         PIC X.
004500     05  BALHRSI             PIC X(07).
004600     05  LVSTATL             PIC S9(04) COMP.
004700     05  LVSTATF             PIC X.
004800     05  FILLER REDEFINES LVSTATF.
004900         10  LVSTATA         PIC X.
005000     05  LVSTATI             PIC X(08).
005100     05  ENTDTL              PIC S9(04) COMP.
005200     05  ENTDTF              PIC X.
005300     05  FILLER REDEFINES ENTDTF.
005400         10  ENTDTA          PIC X.
005500     05  ENTDTI              PIC 9(08).
005600     05  ENTBYL              PIC S9(04) COMP.
005700     05  ENTBYF              PIC X.
005800     05  FILLER REDEFINES ENTBYF.
005900         10  ENTBYA          PIC X.
006000     05  ENTBYI              PIC X(08).
006100     05  MSGL                PIC S9(04) COMP.
006200     05  MSGF                PIC X.
006300     05  FILLER REDEFINES MSGF.
006400         10  MSGA            PIC X.
006500     05  MSGI                PIC X(40).
006600 01  LVMMAPO REDEFINES LVMMAPI.
006700     05  FILLER              PIC X(12).
006800     05  FILLER              PIC X(03).
006900     05  ACTIONO             PIC X(01).
007000     05  FILLER              PIC X(03).
007100     05  EMPIDO              PIC X(06).
007200     05  FILLER              PIC X(03).
007300     05  NAMEO               PIC X(20).
007400     05  FILLER              PIC X(03).
007500     05  DEPTO               PIC X(04).
007600     05  FILLER              PIC X(03).
007700     05  LVDATEO             PIC 9(08).
007800     05  FILLER              PIC X(03).
007900     05  LVTYPEO             PIC X(01).
008000     05  FILLER              PIC X(03).
008100     05  BALHRSO             PIC X(07).
008200     05  FILLER              PIC X(03).
008300     05  LVSTATO             PIC X(08).
008400     05  FILLER              PIC X(03).
008500     05  ENTDTO              PIC 9(08).
008600     05  FILLER              PIC X(03).
008700     05  ENTBYO              PIC X(08).
008800     05  FILLER              PIC X(03).
008900     05  MSGO                PIC X(40).
