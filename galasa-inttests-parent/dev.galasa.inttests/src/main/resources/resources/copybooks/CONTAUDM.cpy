000010*
000020* CONTAUDM - SYMBOLIC MAPS FOR THE CAUDLST AND CAUDDET MAPS OF THE
000030* CONTAUD MAPSET (SEE CONTAUD.BMS), LAID OUT EXACTLY AS DFHMSD
000040* TYPE=DSECT, LANG=COBOL, TIOAPFX=YES GENERATES IT - THE 12-BYTE
000050* TIOA PREFIX, THEN PER NAMED FIELD THE HALFWORD LENGTH (L), THE
000060* FLAG/ATTRIBUTE BYTE (F, REDEFINED AS A) AND THE DATA (I ON THE
000070* INPUT SIDE, O ON THE OUTPUT REDEFINITION).  KEPT AS A CHECKED-IN
000080* COPYBOOK FOR THE SAME REASON AS CONTMNTM - KEEP IT IN STEP WITH
000090* THE MAPSET WHEN FIELDS CHANGE THERE.
000100*
000110* A FIELD'S L IS ZERO ON RECEIVE WHEN THE OPERATOR SENT NOTHING
000120* FOR IT.  THE SEARCH FIELDS AND DOFF ARE FSET IN THE MAP, SO WHAT
000130* IS ON THE SCREEN COMES BACK EVERY TIME; THE CAUDLST SELECTION
000140* FIELDS (SELN) ARE NOT, SO ONLY A CODE THE OPERATOR TYPED COMES
000150* BACK.
000160*
000170 01  CAUDDETI.
000180     05  FILLER                PIC X(12).
000190     05  DKEYL                 PIC S9(04) COMP.
000200     05  DKEYF                 PIC X(01).
000210     05  FILLER REDEFINES DKEYF.
000220         10  DKEYA             PIC X(01).
000230     05  DKEYI                 PIC X(78).
000240     05  DCONTL                PIC S9(04) COMP.
000250     05  DCONTF                PIC X(01).
000260     05  FILLER REDEFINES DCONTF.
000270         10  DCONTA            PIC X(01).
000280     05  DCONTI                PIC X(78).
000290     05  DLENL                 PIC S9(04) COMP.
000300     05  DLENF                 PIC X(01).
000310     05  FILLER REDEFINES DLENF.
000320         10  DLENA             PIC X(01).
000330     05  DLENI                 PIC X(78).
000340     05  DOFFL                 PIC S9(04) COMP.
000350     05  DOFFF                 PIC X(01).
000360     05  FILLER REDEFINES DOFFF.
000370         10  DOFFA             PIC X(01).
000380     05  DOFFI                 PIC X(04).
000390     05  DUMP1L                PIC S9(04) COMP.
000400     05  DUMP1F                PIC X(01).
000410     05  FILLER REDEFINES DUMP1F.
000420         10  DUMP1A            PIC X(01).
000430     05  DUMP1I                PIC X(78).
000440     05  DUMP2L                PIC S9(04) COMP.
000450     05  DUMP2F                PIC X(01).
000460     05  FILLER REDEFINES DUMP2F.
000470         10  DUMP2A            PIC X(01).
000480     05  DUMP2I                PIC X(78).
000490     05  DUMP3L                PIC S9(04) COMP.
000500     05  DUMP3F                PIC X(01).
000510     05  FILLER REDEFINES DUMP3F.
000520         10  DUMP3A            PIC X(01).
000530     05  DUMP3I                PIC X(78).
000540     05  DUMP4L                PIC S9(04) COMP.
000550     05  DUMP4F                PIC X(01).
000560     05  FILLER REDEFINES DUMP4F.
000570         10  DUMP4A            PIC X(01).
000580     05  DUMP4I                PIC X(78).
000590     05  DUMP5L                PIC S9(04) COMP.
000600     05  DUMP5F                PIC X(01).
000610     05  FILLER REDEFINES DUMP5F.
000620         10  DUMP5A            PIC X(01).
000630     05  DUMP5I                PIC X(78).
000640     05  DUMP6L                PIC S9(04) COMP.
000650     05  DUMP6F                PIC X(01).
000660     05  FILLER REDEFINES DUMP6F.
000670         10  DUMP6A            PIC X(01).
000680     05  DUMP6I                PIC X(78).
000690     05  DUMP7L                PIC S9(04) COMP.
000700     05  DUMP7F                PIC X(01).
000710     05  FILLER REDEFINES DUMP7F.
000720         10  DUMP7A            PIC X(01).
000730     05  DUMP7I                PIC X(78).
000740     05  DUMP8L                PIC S9(04) COMP.
000750     05  DUMP8F                PIC X(01).
000760     05  FILLER REDEFINES DUMP8F.
000770         10  DUMP8A            PIC X(01).
000780     05  DUMP8I                PIC X(78).
000790     05  DUMP9L                PIC S9(04) COMP.
000800     05  DUMP9F                PIC X(01).
000810     05  FILLER REDEFINES DUMP9F.
000820         10  DUMP9A            PIC X(01).
000830     05  DUMP9I                PIC X(78).
000840     05  DUMP10L               PIC S9(04) COMP.
000850     05  DUMP10F               PIC X(01).
000860     05  FILLER REDEFINES DUMP10F.
000870         10  DUMP10A           PIC X(01).
000880     05  DUMP10I               PIC X(78).
000890     05  DUMP11L               PIC S9(04) COMP.
000900     05  DUMP11F               PIC X(01).
000910     05  FILLER REDEFINES DUMP11F.
000920         10  DUMP11A           PIC X(01).
000930     05  DUMP11I               PIC X(78).
000940     05  DUMP12L               PIC S9(04) COMP.
000950     05  DUMP12F               PIC X(01).
000960     05  FILLER REDEFINES DUMP12F.
000970         10  DUMP12A           PIC X(01).
000980     05  DUMP12I               PIC X(78).
000990     05  DUMP13L               PIC S9(04) COMP.
001000     05  DUMP13F               PIC X(01).
001010     05  FILLER REDEFINES DUMP13F.
001020         10  DUMP13A           PIC X(01).
001030     05  DUMP13I               PIC X(78).
001040     05  DUMP14L               PIC S9(04) COMP.
001050     05  DUMP14F               PIC X(01).
001060     05  FILLER REDEFINES DUMP14F.
001070         10  DUMP14A           PIC X(01).
001080     05  DUMP14I               PIC X(78).
001090     05  DMSGL                 PIC S9(04) COMP.
001100     05  DMSGF                 PIC X(01).
001110     05  FILLER REDEFINES DMSGF.
001120         10  DMSGA             PIC X(01).
001130     05  DMSGI                 PIC X(78).
001140 01  CAUDDETO REDEFINES CAUDDETI.
001150     05  FILLER                PIC X(12).
001160     05  FILLER                PIC X(03).
001170     05  DKEYO                 PIC X(78).
001180     05  FILLER                PIC X(03).
001190     05  DCONTO                PIC X(78).
001200     05  FILLER                PIC X(03).
001210     05  DLENO                 PIC X(78).
001220     05  FILLER                PIC X(03).
001230     05  DOFFO                 PIC X(04).
001240     05  FILLER                PIC X(03).
001250     05  DUMP1O                PIC X(78).
001260     05  FILLER                PIC X(03).
001270     05  DUMP2O                PIC X(78).
001280     05  FILLER                PIC X(03).
001290     05  DUMP3O                PIC X(78).
001300     05  FILLER                PIC X(03).
001310     05  DUMP4O                PIC X(78).
001320     05  FILLER                PIC X(03).
001330     05  DUMP5O                PIC X(78).
001340     05  FILLER                PIC X(03).
001350     05  DUMP6O                PIC X(78).
001360     05  FILLER                PIC X(03).
001370     05  DUMP7O                PIC X(78).
001380     05  FILLER                PIC X(03).
001390     05  DUMP8O                PIC X(78).
001400     05  FILLER                PIC X(03).
001410     05  DUMP9O                PIC X(78).
001420     05  FILLER                PIC X(03).
001430     05  DUMP10O               PIC X(78).
001440     05  FILLER                PIC X(03).
001450     05  DUMP11O               PIC X(78).
001460     05  FILLER                PIC X(03).
001470     05  DUMP12O               PIC X(78).
001480     05  FILLER                PIC X(03).
001490     05  DUMP13O               PIC X(78).
001500     05  FILLER                PIC X(03).
001510     05  DUMP14O               PIC X(78).
001520     05  FILLER                PIC X(03).
001530     05  DMSGO                 PIC X(78).
001540*
001550* ROW VIEW OF THE CAUDDET DUMP LINES, SO CONTAUD CAN FILL THEM BY
001560* SUBSCRIPT.  THE PREFIX IS THE TIOA PREFIX AND THE DKEY, DCONT,
001570* DLEN AND DOFF FIELDS; EACH ROW IS ONE DUMPN FIELD, ITS TEXT
001580* WHERE THE O-SIDE DATA SITS.  UNLIKE THE CAUDLST ROW VIEW IT
001590* CANNOT LIVE IN CONTAUD'S OWN WORKING-STORAGE - A LEVEL-01
001600* REDEFINES MUST FOLLOW THE RECORD IT REDEFINES, AND CAUDLSTI
001610* COMES AFTER CAUDDETI HERE.  KEEP IT WHEN THE MAPS ARE REBUILT.
001620*
001630 01  CAUDDMPO REDEFINES CAUDDETI.
001640     05  FILLER                PIC X(262).
001650     05  DUMPROW               OCCURS 14 TIMES.
001660         10  FILLER            PIC X(03).
001670         10  DUMPO             PIC X(78).
001680     05  FILLER                PIC X(81).
001690 01  CAUDLSTI.
001700     05  FILLER                PIC X(12).
001710     05  FDATEL                PIC S9(04) COMP.
001720     05  FDATEF                PIC X(01).
001730     05  FILLER REDEFINES FDATEF.
001740         10  FDATEA            PIC X(01).
001750     05  FDATEI                PIC X(07).
001760     05  FTIMEL                PIC S9(04) COMP.
001770     05  FTIMEF                PIC X(01).
001780     05  FILLER REDEFINES FTIMEF.
001790         10  FTIMEA            PIC X(01).
001800     05  FTIMEI                PIC X(07).
001810     05  TASKL                 PIC S9(04) COMP.
001820     05  TASKF                 PIC X(01).
001830     05  FILLER REDEFINES TASKF.
001840         10  TASKA             PIC X(01).
001850     05  TASKI                 PIC X(07).
001860     05  TDATEL                PIC S9(04) COMP.
001870     05  TDATEF                PIC X(01).
001880     05  FILLER REDEFINES TDATEF.
001890         10  TDATEA            PIC X(01).
001900     05  TDATEI                PIC X(07).
001910     05  TTIMEL                PIC S9(04) COMP.
001920     05  TTIMEF                PIC X(01).
001930     05  FILLER REDEFINES TTIMEF.
001940         10  TTIMEA            PIC X(01).
001950     05  TTIMEI                PIC X(07).
001960     05  CONTL                 PIC S9(04) COMP.
001970     05  CONTF                 PIC X(01).
001980     05  FILLER REDEFINES CONTF.
001990         10  CONTA             PIC X(01).
002000     05  CONTI                 PIC X(16).
002010     05  ARCMSGL               PIC S9(04) COMP.
002020     05  ARCMSGF               PIC X(01).
002030     05  FILLER REDEFINES ARCMSGF.
002040         10  ARCMSGA           PIC X(01).
002050     05  ARCMSGI               PIC X(78).
002060     05  SEL1L                 PIC S9(04) COMP.
002070     05  SEL1F                 PIC X(01).
002080     05  FILLER REDEFINES SEL1F.
002090         10  SEL1A             PIC X(01).
002100     05  SEL1I                 PIC X(01).
002110     05  DET1L                 PIC S9(04) COMP.
002120     05  DET1F                 PIC X(01).
002130     05  FILLER REDEFINES DET1F.
002140         10  DET1A             PIC X(01).
002150     05  DET1I                 PIC X(75).
002160     05  SEL2L                 PIC S9(04) COMP.
002170     05  SEL2F                 PIC X(01).
002180     05  FILLER REDEFINES SEL2F.
002190         10  SEL2A             PIC X(01).
002200     05  SEL2I                 PIC X(01).
002210     05  DET2L                 PIC S9(04) COMP.
002220     05  DET2F                 PIC X(01).
002230     05  FILLER REDEFINES DET2F.
002240         10  DET2A             PIC X(01).
002250     05  DET2I                 PIC X(75).
002260     05  SEL3L                 PIC S9(04) COMP.
002270     05  SEL3F                 PIC X(01).
002280     05  FILLER REDEFINES SEL3F.
002290         10  SEL3A             PIC X(01).
002300     05  SEL3I                 PIC X(01).
002310     05  DET3L                 PIC S9(04) COMP.
002320     05  DET3F                 PIC X(01).
002330     05  FILLER REDEFINES DET3F.
002340         10  DET3A             PIC X(01).
002350     05  DET3I                 PIC X(75).
002360     05  SEL4L                 PIC S9(04) COMP.
002370     05  SEL4F                 PIC X(01).
002380     05  FILLER REDEFINES SEL4F.
002390         10  SEL4A             PIC X(01).
002400     05  SEL4I                 PIC X(01).
002410     05  DET4L                 PIC S9(04) COMP.
002420     05  DET4F                 PIC X(01).
002430     05  FILLER REDEFINES DET4F.
002440         10  DET4A             PIC X(01).
002450     05  DET4I                 PIC X(75).
002460     05  SEL5L                 PIC S9(04) COMP.
002470     05  SEL5F                 PIC X(01).
002480     05  FILLER REDEFINES SEL5F.
002490         10  SEL5A             PIC X(01).
002500     05  SEL5I                 PIC X(01).
002510     05  DET5L                 PIC S9(04) COMP.
002520     05  DET5F                 PIC X(01).
002530     05  FILLER REDEFINES DET5F.
002540         10  DET5A             PIC X(01).
002550     05  DET5I                 PIC X(75).
002560     05  SEL6L                 PIC S9(04) COMP.
002570     05  SEL6F                 PIC X(01).
002580     05  FILLER REDEFINES SEL6F.
002590         10  SEL6A             PIC X(01).
002600     05  SEL6I                 PIC X(01).
002610     05  DET6L                 PIC S9(04) COMP.
002620     05  DET6F                 PIC X(01).
002630     05  FILLER REDEFINES DET6F.
002640         10  DET6A             PIC X(01).
002650     05  DET6I                 PIC X(75).
002660     05  SEL7L                 PIC S9(04) COMP.
002670     05  SEL7F                 PIC X(01).
002680     05  FILLER REDEFINES SEL7F.
002690         10  SEL7A             PIC X(01).
002700     05  SEL7I                 PIC X(01).
002710     05  DET7L                 PIC S9(04) COMP.
002720     05  DET7F                 PIC X(01).
002730     05  FILLER REDEFINES DET7F.
002740         10  DET7A             PIC X(01).
002750     05  DET7I                 PIC X(75).
002760     05  SEL8L                 PIC S9(04) COMP.
002770     05  SEL8F                 PIC X(01).
002780     05  FILLER REDEFINES SEL8F.
002790         10  SEL8A             PIC X(01).
002800     05  SEL8I                 PIC X(01).
002810     05  DET8L                 PIC S9(04) COMP.
002820     05  DET8F                 PIC X(01).
002830     05  FILLER REDEFINES DET8F.
002840         10  DET8A             PIC X(01).
002850     05  DET8I                 PIC X(75).
002860     05  SEL9L                 PIC S9(04) COMP.
002870     05  SEL9F                 PIC X(01).
002880     05  FILLER REDEFINES SEL9F.
002890         10  SEL9A             PIC X(01).
002900     05  SEL9I                 PIC X(01).
002910     05  DET9L                 PIC S9(04) COMP.
002920     05  DET9F                 PIC X(01).
002930     05  FILLER REDEFINES DET9F.
002940         10  DET9A             PIC X(01).
002950     05  DET9I                 PIC X(75).
002960     05  SEL10L                PIC S9(04) COMP.
002970     05  SEL10F                PIC X(01).
002980     05  FILLER REDEFINES SEL10F.
002990         10  SEL10A            PIC X(01).
003000     05  SEL10I                PIC X(01).
003010     05  DET10L                PIC S9(04) COMP.
003020     05  DET10F                PIC X(01).
003030     05  FILLER REDEFINES DET10F.
003040         10  DET10A            PIC X(01).
003050     05  DET10I                PIC X(75).
003060     05  SEL11L                PIC S9(04) COMP.
003070     05  SEL11F                PIC X(01).
003080     05  FILLER REDEFINES SEL11F.
003090         10  SEL11A            PIC X(01).
003100     05  SEL11I                PIC X(01).
003110     05  DET11L                PIC S9(04) COMP.
003120     05  DET11F                PIC X(01).
003130     05  FILLER REDEFINES DET11F.
003140         10  DET11A            PIC X(01).
003150     05  DET11I                PIC X(75).
003160     05  SEL12L                PIC S9(04) COMP.
003170     05  SEL12F                PIC X(01).
003180     05  FILLER REDEFINES SEL12F.
003190         10  SEL12A            PIC X(01).
003200     05  SEL12I                PIC X(01).
003210     05  DET12L                PIC S9(04) COMP.
003220     05  DET12F                PIC X(01).
003230     05  FILLER REDEFINES DET12F.
003240         10  DET12A            PIC X(01).
003250     05  DET12I                PIC X(75).
003260     05  MSGL                  PIC S9(04) COMP.
003270     05  MSGF                  PIC X(01).
003280     05  FILLER REDEFINES MSGF.
003290         10  MSGA              PIC X(01).
003300     05  MSGI                  PIC X(78).
003310 01  CAUDLSTO REDEFINES CAUDLSTI.
003320     05  FILLER                PIC X(12).
003330     05  FILLER                PIC X(03).
003340     05  FDATEO                PIC X(07).
003350     05  FILLER                PIC X(03).
003360     05  FTIMEO                PIC X(07).
003370     05  FILLER                PIC X(03).
003380     05  TASKO                 PIC X(07).
003390     05  FILLER                PIC X(03).
003400     05  TDATEO                PIC X(07).
003410     05  FILLER                PIC X(03).
003420     05  TTIMEO                PIC X(07).
003430     05  FILLER                PIC X(03).
003440     05  CONTO                 PIC X(16).
003450     05  FILLER                PIC X(03).
003460     05  ARCMSGO               PIC X(78).
003470     05  FILLER                PIC X(03).
003480     05  SEL1O                 PIC X(01).
003490     05  FILLER                PIC X(03).
003500     05  DET1O                 PIC X(75).
003510     05  FILLER                PIC X(03).
003520     05  SEL2O                 PIC X(01).
003530     05  FILLER                PIC X(03).
003540     05  DET2O                 PIC X(75).
003550     05  FILLER                PIC X(03).
003560     05  SEL3O                 PIC X(01).
003570     05  FILLER                PIC X(03).
003580     05  DET3O                 PIC X(75).
003590     05  FILLER                PIC X(03).
003600     05  SEL4O                 PIC X(01).
003610     05  FILLER                PIC X(03).
003620     05  DET4O                 PIC X(75).
003630     05  FILLER                PIC X(03).
003640     05  SEL5O                 PIC X(01).
003650     05  FILLER                PIC X(03).
003660     05  DET5O                 PIC X(75).
003670     05  FILLER                PIC X(03).
003680     05  SEL6O                 PIC X(01).
003690     05  FILLER                PIC X(03).
003700     05  DET6O                 PIC X(75).
003710     05  FILLER                PIC X(03).
003720     05  SEL7O                 PIC X(01).
003730     05  FILLER                PIC X(03).
003740     05  DET7O                 PIC X(75).
003750     05  FILLER                PIC X(03).
003760     05  SEL8O                 PIC X(01).
003770     05  FILLER                PIC X(03).
003780     05  DET8O                 PIC X(75).
003790     05  FILLER                PIC X(03).
003800     05  SEL9O                 PIC X(01).
003810     05  FILLER                PIC X(03).
003820     05  DET9O                 PIC X(75).
003830     05  FILLER                PIC X(03).
003840     05  SEL10O                PIC X(01).
003850     05  FILLER                PIC X(03).
003860     05  DET10O                PIC X(75).
003870     05  FILLER                PIC X(03).
003880     05  SEL11O                PIC X(01).
003890     05  FILLER                PIC X(03).
003900     05  DET11O                PIC X(75).
003910     05  FILLER                PIC X(03).
003920     05  SEL12O                PIC X(01).
003930     05  FILLER                PIC X(03).
003940     05  DET12O                PIC X(75).
003950     05  FILLER                PIC X(03).
003960     05  MSGO                  PIC X(78).
