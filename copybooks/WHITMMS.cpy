000010*-------------------------------------------------------------*
000020* WHITMMS                                                      *
000030* SYMBOLIC MAP FOR BMS MAPSET WHITMMS (SOURCE WHSE_INQ_MAP.BMS)*
000040* - THE WHITMINQ ITEM-MASTER INQUIRY AND MAINTENANCE SCREEN.   *
000050* WHITMM1I IS THE INPUT VIEW (LENGTH, FLAG/ATTRIBUTE, DATA PER *
000060* FIELD), WHITMM1O THE OUTPUT VIEW OVER THE SAME STORAGE.      *
000070* FIELD ORDER AND LENGTHS MUST MATCH THE DFHMDF MACROS.        *
000080*-------------------------------------------------------------*
000090* DATE      INIT  DESCRIPTION                                 *
000100* 10/15/26  DLO   ORIGINAL COPYBOOK.                           *
000110*-------------------------------------------------------------*
000120 01  WHITMM1I.
000130     02  FILLER                    PIC X(12).
000140     02  CURDATEL                  PIC S9(4) COMP.
000150     02  CURDATEF                  PIC X(01).
000160     02  FILLER REDEFINES CURDATEF.
000170         03  CURDATEA              PIC X(01).
000180     02  CURDATEI                  PIC X(10).
000190     02  BRWMODEL                  PIC S9(4) COMP.
000200     02  BRWMODEF                  PIC X(01).
000210     02  FILLER REDEFINES BRWMODEF.
000220         03  BRWMODEA              PIC X(01).
000230     02  BRWMODEI                  PIC X(01).
000240     02  BRWKEYL                   PIC S9(4) COMP.
000250     02  BRWKEYF                   PIC X(01).
000260     02  FILLER REDEFINES BRWKEYF.
000270         03  BRWKEYA               PIC X(01).
000280     02  BRWKEYI                   PIC X(14).
000290     02  ACTCODEL                  PIC S9(4) COMP.
000300     02  ACTCODEF                  PIC X(01).
000310     02  FILLER REDEFINES ACTCODEF.
000320         03  ACTCODEA              PIC X(01).
000330     02  ACTCODEI                  PIC X(01).
000340     02  ITEMNOL                   PIC S9(4) COMP.
000350     02  ITEMNOF                   PIC X(01).
000360     02  FILLER REDEFINES ITEMNOF.
000370         03  ITEMNOA               PIC X(01).
000380     02  ITEMNOI                   PIC X(05).
000390     02  ITEMDSCL                  PIC S9(4) COMP.
000400     02  ITEMDSCF                  PIC X(01).
000410     02  FILLER REDEFINES ITEMDSCF.
000420         03  ITEMDSCA              PIC X(01).
000430     02  ITEMDSCI                  PIC X(14).
000440     02  ITMCLSL                   PIC S9(4) COMP.
000450     02  ITMCLSF                   PIC X(01).
000460     02  FILLER REDEFINES ITMCLSF.
000470         03  ITMCLSA               PIC X(01).
000480     02  ITMCLSI                   PIC X(03).
000490     02  ITMDEPTL                  PIC S9(4) COMP.
000500     02  ITMDEPTF                  PIC X(01).
000510     02  FILLER REDEFINES ITMDEPTF.
000520         03  ITMDEPTA              PIC X(01).
000530     02  ITMDEPTI                  PIC X(03).
000540     02  ONHANDL                   PIC S9(4) COMP.
000550     02  ONHANDF                   PIC X(01).
000560     02  FILLER REDEFINES ONHANDF.
000570         03  ONHANDA               PIC X(01).
000580     02  ONHANDI                   PIC X(07).
000590     02  UNITCSTL                  PIC S9(4) COMP.
000600     02  UNITCSTF                  PIC X(01).
000610     02  FILLER REDEFINES UNITCSTF.
000620         03  UNITCSTA              PIC X(01).
000630     02  UNITCSTI                  PIC X(08).
000640     02  REORDPTL                  PIC S9(4) COMP.
000650     02  REORDPTF                  PIC X(01).
000660     02  FILLER REDEFINES REORDPTF.
000670         03  REORDPTA              PIC X(01).
000680     02  REORDPTI                  PIC X(07).
000690     02  EXTVALL                   PIC S9(4) COMP.
000700     02  EXTVALF                   PIC X(01).
000710     02  FILLER REDEFINES EXTVALF.
000720         03  EXTVALA               PIC X(01).
000730     02  EXTVALI                   PIC X(18).
000740     02  MSGLINEL                  PIC S9(4) COMP.
000750     02  MSGLINEF                  PIC X(01).
000760     02  FILLER REDEFINES MSGLINEF.
000770         03  MSGLINEA              PIC X(01).
000780     02  MSGLINEI                  PIC X(79).
000790 01  WHITMM1O REDEFINES WHITMM1I.
000800     02  FILLER                    PIC X(12).
000810     02  FILLER                    PIC X(03).
000820     02  CURDATEO                  PIC X(10).
000830     02  FILLER                    PIC X(03).
000840     02  BRWMODEO                  PIC X(01).
000850     02  FILLER                    PIC X(03).
000860     02  BRWKEYO                   PIC X(14).
000870     02  FILLER                    PIC X(03).
000880     02  ACTCODEO                  PIC X(01).
000890     02  FILLER                    PIC X(03).
000900     02  ITEMNOO                   PIC X(05).
000910     02  FILLER                    PIC X(03).
000920     02  ITEMDSCO                  PIC X(14).
000930     02  FILLER                    PIC X(03).
000940     02  ITMCLSO                   PIC X(03).
000950     02  FILLER                    PIC X(03).
000960     02  ITMDEPTO                  PIC X(03).
000970     02  FILLER                    PIC X(03).
000980     02  ONHANDO                   PIC X(07).
000990     02  FILLER                    PIC X(03).
001000     02  UNITCSTO                  PIC X(08).
001010     02  FILLER                    PIC X(03).
001020     02  REORDPTO                  PIC X(07).
001030     02  FILLER                    PIC X(03).
001040     02  EXTVALO                   PIC X(18).
001050     02  FILLER                    PIC X(03).
001060     02  MSGLINEO                  PIC X(79).
