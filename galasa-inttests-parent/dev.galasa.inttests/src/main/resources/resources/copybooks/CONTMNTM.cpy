000010*
000020* CONTMNTM - SYMBOLIC MAPS FOR THE CMNTMAP AND CMNTLST MAPS OF
000030* THE CONTMNT MAPSET (SEE CONTMNT.BMS), LAID OUT EXACTLY AS DFHMSD
000040* TYPE=DSECT, LANG=COBOL, TIOAPFX=YES GENERATES IT - THE 12-BYTE
000050* TIOA PREFIX, THEN PER NAMED FIELD THE HALFWORD LENGTH (L),
000060* THE FLAG/ATTRIBUTE BYTE (F, REDEFINED AS A) AND THE DATA (I ON
000140* FOR IT; THE OPERATOR FIELDS ARE FSET IN THE MAP, SO WHATEVER
000150* IS ON THE SCREEN COMES BACK EVERY TIME AND A VALUE THE
000160* PROGRAM ITSELF DISPLAYED CAN BE EDITED AND UPDATED FROM.
000162* THE CMNTLST SELECTION FIELDS (SELN) ARE THE EXCEPTION - THEY
000164* ARE NOT FSET, SO ONLY A CODE THE OPERATOR TYPED COMES BACK.
000170*
000180 01  CMNTMAPI.
000190     05  FILLER                PIC X(12).
000310     05  BALANCEF              PIC X(01).
000320     05  FILLER REDEFINES BALANCEF.
000330         10  BALANCEA          PIC X(01).
000331     05  BALANCEI              PIC X(17).
000332     05  HELDL                 PIC S9(04) COMP.
000333     05  HELDF                 PIC X(01).
000334     05  FILLER REDEFINES HELDF.
000335         10  HELDA             PIC X(01).
000336     05  HELDI                 PIC X(17).
000337     05  AVAILL                PIC S9(04) COMP.
000338     05  AVAILF                PIC X(01).
000339     05  FILLER REDEFINES AVAILF.
000340         10  AVAILA            PIC X(01).
000341     05  AVAILI                PIC X(17).
000350     05  DUPMSGL               PIC S9(04) COMP.
000360     05  DUPMSGF               PIC X(01).
000370     05  FILLER REDEFINES DUPMSGF.
000380         10  DUPMSGA           PIC X(01).
000390     05  DUPMSGI               PIC X(40).
000391     05  ACSTATL               PIC S9(04) COMP.
000392     05  ACSTATF               PIC X(01).
000393     05  FILLER REDEFINES ACSTATF.
000394         10  ACSTATA           PIC X(01).
000395     05  ACSTATI               PIC X(30).
000400     05  MSGL                  PIC S9(04) COMP.
000410     05  MSGF                  PIC X(01).
000420     05  FILLER REDEFINES MSGF.
000510     05  FILLER                PIC X(03).
000520     05  BALANCEO              PIC X(17).
000530     05  FILLER                PIC X(03).
000532     05  HELDO                 PIC X(17).
000534     05  FILLER                PIC X(03).
000536     05  AVAILO                PIC X(17).
000538     05  FILLER                PIC X(03).
000540     05  DUPMSGO               PIC X(40).
000550     05  FILLER                PIC X(03).
000553     05  ACSTATO               PIC X(30).
000556     05  FILLER                PIC X(03).
000560     05  MSGO                  PIC X(78).
000570 01  CMNTLSTI.
000580     05  FILLER                PIC X(12).
000590     05  SEL1L                 PIC S9(04) COMP.
000600     05  SEL1F                 PIC X(01).
000610     05  FILLER REDEFINES SEL1F.
000620         10  SEL1A             PIC X(01).
000630     05  SEL1I                 PIC X(01).
000640     05  DETA1L                PIC S9(04) COMP.
000650     05  DETA1F                PIC X(01).
000660     05  FILLER REDEFINES DETA1F.
000670         10  DETA1A            PIC X(01).
000680     05  DETA1I                PIC X(75).
000690     05  DETB1L                PIC S9(04) COMP.
000700     05  DETB1F                PIC X(01).
000710     05  FILLER REDEFINES DETB1F.
000720         10  DETB1A            PIC X(01).
000730     05  DETB1I                PIC X(75).
000740     05  SEL2L                 PIC S9(04) COMP.
000750     05  SEL2F                 PIC X(01).
000760     05  FILLER REDEFINES SEL2F.
000770         10  SEL2A             PIC X(01).
000780     05  SEL2I                 PIC X(01).
000790     05  DETA2L                PIC S9(04) COMP.
000800     05  DETA2F                PIC X(01).
000810     05  FILLER REDEFINES DETA2F.
000820         10  DETA2A            PIC X(01).
000830     05  DETA2I                PIC X(75).
000840     05  DETB2L                PIC S9(04) COMP.
000850     05  DETB2F                PIC X(01).
000860     05  FILLER REDEFINES DETB2F.
000870         10  DETB2A            PIC X(01).
000880     05  DETB2I                PIC X(75).
000890     05  SEL3L                 PIC S9(04) COMP.
000900     05  SEL3F                 PIC X(01).
000910     05  FILLER REDEFINES SEL3F.
000920         10  SEL3A             PIC X(01).
000930     05  SEL3I                 PIC X(01).
000940     05  DETA3L                PIC S9(04) COMP.
000950     05  DETA3F                PIC X(01).
000960     05  FILLER REDEFINES DETA3F.
000970         10  DETA3A            PIC X(01).
000980     05  DETA3I                PIC X(75).
000990     05  DETB3L                PIC S9(04) COMP.
001000     05  DETB3F                PIC X(01).
001010     05  FILLER REDEFINES DETB3F.
001020         10  DETB3A            PIC X(01).
001030     05  DETB3I                PIC X(75).
001040     05  SEL4L                 PIC S9(04) COMP.
001050     05  SEL4F                 PIC X(01).
001060     05  FILLER REDEFINES SEL4F.
001070         10  SEL4A             PIC X(01).
001080     05  SEL4I                 PIC X(01).
001090     05  DETA4L                PIC S9(04) COMP.
001100     05  DETA4F                PIC X(01).
001110     05  FILLER REDEFINES DETA4F.
001120         10  DETA4A            PIC X(01).
001130     05  DETA4I                PIC X(75).
001140     05  DETB4L                PIC S9(04) COMP.
001150     05  DETB4F                PIC X(01).
001160     05  FILLER REDEFINES DETB4F.
001170         10  DETB4A            PIC X(01).
001180     05  DETB4I                PIC X(75).
001190     05  SEL5L                 PIC S9(04) COMP.
001200     05  SEL5F                 PIC X(01).
001210     05  FILLER REDEFINES SEL5F.
001220         10  SEL5A             PIC X(01).
001230     05  SEL5I                 PIC X(01).
001240     05  DETA5L                PIC S9(04) COMP.
001250     05  DETA5F                PIC X(01).
001260     05  FILLER REDEFINES DETA5F.
001270         10  DETA5A            PIC X(01).
001280     05  DETA5I                PIC X(75).
001290     05  DETB5L                PIC S9(04) COMP.
001300     05  DETB5F                PIC X(01).
001310     05  FILLER REDEFINES DETB5F.
001320         10  DETB5A            PIC X(01).
001330     05  DETB5I                PIC X(75).
001340     05  SEL6L                 PIC S9(04) COMP.
001350     05  SEL6F                 PIC X(01).
001360     05  FILLER REDEFINES SEL6F.
001370         10  SEL6A             PIC X(01).
001380     05  SEL6I                 PIC X(01).
001390     05  DETA6L                PIC S9(04) COMP.
001400     05  DETA6F                PIC X(01).
001410     05  FILLER REDEFINES DETA6F.
001420         10  DETA6A            PIC X(01).
001430     05  DETA6I                PIC X(75).
001440     05  DETB6L                PIC S9(04) COMP.
001450     05  DETB6F                PIC X(01).
001460     05  FILLER REDEFINES DETB6F.
001470         10  DETB6A            PIC X(01).
001480     05  DETB6I                PIC X(75).
001490     05  SEL7L                 PIC S9(04) COMP.
001500     05  SEL7F                 PIC X(01).
001510     05  FILLER REDEFINES SEL7F.
001520         10  SEL7A             PIC X(01).
001530     05  SEL7I                 PIC X(01).
001540     05  DETA7L                PIC S9(04) COMP.
001550     05  DETA7F                PIC X(01).
001560     05  FILLER REDEFINES DETA7F.
001570         10  DETA7A            PIC X(01).
001580     05  DETA7I                PIC X(75).
001590     05  DETB7L                PIC S9(04) COMP.
001600     05  DETB7F                PIC X(01).
001610     05  FILLER REDEFINES DETB7F.
001620         10  DETB7A            PIC X(01).
001630     05  DETB7I                PIC X(75).
001640     05  SEL8L                 PIC S9(04) COMP.
001650     05  SEL8F                 PIC X(01).
001660     05  FILLER REDEFINES SEL8F.
001670         10  SEL8A             PIC X(01).
001680     05  SEL8I                 PIC X(01).
001690     05  DETA8L                PIC S9(04) COMP.
001700     05  DETA8F                PIC X(01).
001710     05  FILLER REDEFINES DETA8F.
001720         10  DETA8A            PIC X(01).
001730     05  DETA8I                PIC X(75).
001740     05  DETB8L                PIC S9(04) COMP.
001750     05  DETB8F                PIC X(01).
001760     05  FILLER REDEFINES DETB8F.
001770         10  DETB8A            PIC X(01).
001780     05  DETB8I                PIC X(75).
001790     05  LMSGL                 PIC S9(04) COMP.
001800     05  LMSGF                 PIC X(01).
001810     05  FILLER REDEFINES LMSGF.
001820         10  LMSGA             PIC X(01).
001830     05  LMSGI                 PIC X(78).
001840 01  CMNTLSTO REDEFINES CMNTLSTI.
001850     05  FILLER                PIC X(12).
001860     05  FILLER                PIC X(03).
001870     05  SEL1O                 PIC X(01).
001880     05  FILLER                PIC X(03).
001890     05  DETA1O                PIC X(75).
001900     05  FILLER                PIC X(03).
001910     05  DETB1O                PIC X(75).
001920     05  FILLER                PIC X(03).
001930     05  SEL2O                 PIC X(01).
001940     05  FILLER                PIC X(03).
001950     05  DETA2O                PIC X(75).
001960     05  FILLER                PIC X(03).
001970     05  DETB2O                PIC X(75).
001980     05  FILLER                PIC X(03).
001990     05  SEL3O                 PIC X(01).
002000     05  FILLER                PIC X(03).
002010     05  DETA3O                PIC X(75).
002020     05  FILLER                PIC X(03).
002030     05  DETB3O                PIC X(75).
002040     05  FILLER                PIC X(03).
002050     05  SEL4O                 PIC X(01).
002060     05  FILLER                PIC X(03).
002070     05  DETA4O                PIC X(75).
002080     05  FILLER                PIC X(03).
002090     05  DETB4O                PIC X(75).
002100     05  FILLER                PIC X(03).
002110     05  SEL5O                 PIC X(01).
002120     05  FILLER                PIC X(03).
002130     05  DETA5O                PIC X(75).
002140     05  FILLER                PIC X(03).
002150     05  DETB5O                PIC X(75).
002160     05  FILLER                PIC X(03).
002170     05  SEL6O                 PIC X(01).
002180     05  FILLER                PIC X(03).
002190     05  DETA6O                PIC X(75).
002200     05  FILLER                PIC X(03).
002210     05  DETB6O                PIC X(75).
002220     05  FILLER                PIC X(03).
002230     05  SEL7O                 PIC X(01).
002240     05  FILLER                PIC X(03).
002250     05  DETA7O                PIC X(75).
002260     05  FILLER                PIC X(03).
002270     05  DETB7O                PIC X(75).
002280     05  FILLER                PIC X(03).
002290     05  SEL8O                 PIC X(01).
002300     05  FILLER                PIC X(03).
002310     05  DETA8O                PIC X(75).
002320     05  FILLER                PIC X(03).
002330     05  DETB8O                PIC X(75).
002340     05  FILLER                PIC X(03).
002350     05  LMSGO                 PIC X(78).
