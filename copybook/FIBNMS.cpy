000100*--------------------------------------------------------------*
000110* FIBNMS - SYMBOLIC MAP FOR THE FIBNMS MAPSET (FNIQ, FIBNINQ)  *
000120* HISTMSTR NIGHT INQUIRY SCREEN - RUN DATE AND NIGHT ENTERED,  *
000130* THE NIGHT'S TOTALS, A PAGE OF TWELVE DETAIL LINES, AND THE   *
000140* MESSAGE LINE.                                                *
000150* THIS MEMBER IS KEPT IN STEP BY HAND WITH THE BMS SOURCE OF   *
000160* THE SAME NAME - A CHANGE TO ONE IS A CHANGE TO BOTH, AND     *
000170* FIBCICSJ ASSEMBLES THE PHYSICAL MAP.  EACH NAMED FIELD HAS   *
000180* AN L (LENGTH KEYED), F/A (FLAG, ATTRIBUTE BYTE), I (DATA     *
000190* RECEIVED) AND O (DATA SENT) SUFFIX.                          *
000200*--------------------------------------------------------------*
000210* MODIFICATION HISTORY                                        *
000220*--------------------------------------------------------------*
000230* DATE       INIT  DESCRIPTION                                 *
000240* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000250*--------------------------------------------------------------*
000260 01  FIBNMAPI.
000270     02  FILLER               PIC X(12).
000280     02  NDATEL               PIC S9(04) COMP.
000290     02  NDATEF               PIC X(01).
000300     02  FILLER REDEFINES NDATEF.
000310         03  NDATEA           PIC X(01).
000320     02  NDATEI               PIC X(10).
000330     02  NRDATEL              PIC S9(04) COMP.
000340     02  NRDATEF              PIC X(01).
000350     02  FILLER REDEFINES NRDATEF.
000360         03  NRDATEA          PIC X(01).
000370     02  NRDATEI              PIC X(08).
000380     02  NNGTL                PIC S9(04) COMP.
000390     02  NNGTF                PIC X(01).
000400     02  FILLER REDEFINES NNGTF.
000410         03  NNGTA            PIC X(01).
000420     02  NNGTI                PIC X(02).
000430     02  NCNTL                PIC S9(04) COMP.
000440     02  NCNTF                PIC X(01).
000450     02  FILLER REDEFINES NCNTF.
000460         03  NCNTA            PIC X(01).
000470     02  NCNTI                PIC X(02).
000480     02  NTCNTL               PIC S9(04) COMP.
000490     02  NTCNTF               PIC X(01).
000500     02  FILLER REDEFINES NTCNTF.
000510         03  NTCNTA           PIC X(01).
000520     02  NTCNTI               PIC X(05).
000530     02  NTTOTL               PIC S9(04) COMP.
000540     02  NTTOTF               PIC X(01).
000550     02  FILLER REDEFINES NTTOTF.
000560         03  NTTOTA           PIC X(01).
000570     02  NTTOTI               PIC X(24).
000580     02  NRANGEL              PIC S9(04) COMP.
000590     02  NRANGEF              PIC X(01).
000600     02  FILLER REDEFINES NRANGEF.
000610         03  NRANGEA          PIC X(01).
000620     02  NRANGEI              PIC X(30).
000630     02  DFHMS1 OCCURS 12 TIMES.
000640         03  NLINEL           PIC S9(04) COMP.
000650         03  NLINEF           PIC X(01).
000660         03  NLINEI           PIC X(79).
000670     02  NMSGL                PIC S9(04) COMP.
000680     02  NMSGF                PIC X(01).
000690     02  FILLER REDEFINES NMSGF.
000700         03  NMSGA            PIC X(01).
000710     02  NMSGI                PIC X(79).
000720 01  FIBNMAPO REDEFINES FIBNMAPI.
000730     02  FILLER               PIC X(12).
000740     02  FILLER               PIC X(03).
000750     02  NDATEO               PIC X(10).
000760     02  FILLER               PIC X(03).
000770     02  NRDATEO              PIC X(08).
000780     02  FILLER               PIC X(03).
000790     02  NNGTO                PIC X(02).
000800     02  FILLER               PIC X(03).
000810     02  NCNTO                PIC X(02).
000820     02  FILLER               PIC X(03).
000830     02  NTCNTO               PIC X(05).
000840     02  FILLER               PIC X(03).
000850     02  NTTOTO               PIC X(24).
000860     02  FILLER               PIC X(03).
000870     02  NRANGEO              PIC X(30).
000880     02  DFHMS2 OCCURS 12 TIMES.
000890         03  FILLER           PIC X(02).
000900         03  NLINEA           PIC X(01).
000910         03  NLINEO           PIC X(79).
000920     02  FILLER               PIC X(03).
000930     02  NMSGO                PIC X(79).
