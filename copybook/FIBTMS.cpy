000100*--------------------------------------------------------------*
000110* FIBTMS - SYMBOLIC MAP FOR THE FIBTMS MAPSET (FTIQ, FIBTINQ)  *
000120* FIBMSTR TERM INQUIRY SCREEN - SEQ NO AND RUN ID ENTERED, A   *
000130* PAGE OF FOURTEEN TERM LINES, AND THE MESSAGE LINE.           *
000140* THIS MEMBER IS KEPT IN STEP BY HAND WITH THE BMS SOURCE OF   *
000150* THE SAME NAME - A CHANGE TO ONE IS A CHANGE TO BOTH, AND     *
000160* FIBCICSJ ASSEMBLES THE PHYSICAL MAP.  EACH NAMED FIELD HAS   *
000170* AN L (LENGTH KEYED), F/A (FLAG, ATTRIBUTE BYTE), I (DATA     *
000180* RECEIVED) AND O (DATA SENT) SUFFIX.                          *
000190*--------------------------------------------------------------*
000200* MODIFICATION HISTORY                                        *
000210*--------------------------------------------------------------*
000220* DATE       INIT  DESCRIPTION                                 *
000230* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000240*--------------------------------------------------------------*
000250 01  FIBTMAPI.
000260     02  FILLER               PIC X(12).
000270     02  TDATEL               PIC S9(04) COMP.
000280     02  TDATEF               PIC X(01).
000290     02  FILLER REDEFINES TDATEF.
000300         03  TDATEA           PIC X(01).
000310     02  TDATEI               PIC X(10).
000320     02  TSEQL                PIC S9(04) COMP.
000330     02  TSEQF                PIC X(01).
000340     02  FILLER REDEFINES TSEQF.
000350         03  TSEQA            PIC X(01).
000360     02  TSEQI                PIC X(05).
000370     02  TRUNL                PIC S9(04) COMP.
000380     02  TRUNF                PIC X(01).
000390     02  FILLER REDEFINES TRUNF.
000400         03  TRUNA            PIC X(01).
000410     02  TRUNI                PIC X(05).
000420     02  DFHMS1 OCCURS 14 TIMES.
000430         03  TLINEL           PIC S9(04) COMP.
000440         03  TLINEF           PIC X(01).
000450         03  TLINEI           PIC X(79).
000460     02  TMSGL                PIC S9(04) COMP.
000470     02  TMSGF                PIC X(01).
000480     02  FILLER REDEFINES TMSGF.
000490         03  TMSGA            PIC X(01).
000500     02  TMSGI                PIC X(79).
000510 01  FIBTMAPO REDEFINES FIBTMAPI.
000520     02  FILLER               PIC X(12).
000530     02  FILLER               PIC X(03).
000540     02  TDATEO               PIC X(10).
000550     02  FILLER               PIC X(03).
000560     02  TSEQO                PIC X(05).
000570     02  FILLER               PIC X(03).
000580     02  TRUNO                PIC X(05).
000590     02  DFHMS2 OCCURS 14 TIMES.
000600         03  FILLER           PIC X(02).
000610         03  TLINEA           PIC X(01).
000620         03  TLINEO           PIC X(79).
000630     02  FILLER               PIC X(03).
000640     02  TMSGO                PIC X(79).
