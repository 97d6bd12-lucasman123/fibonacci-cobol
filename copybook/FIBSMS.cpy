000100*--------------------------------------------------------------*
000110* FIBSMS - SYMBOLIC MAP FOR THE FIBSMS MAPSET (FSBR, FIBSBRW)  *
000120* SCHDMSTR SCHEDULE BROWSE SCREEN - START REQUEST AND FILTER   *
000130* ENTERED, A PAGE OF FOURTEEN REQUEST LINES, AND THE MESSAGE   *
000140* LINE.                                                        *
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
000260 01  FIBSMAPI.
000270     02  FILLER               PIC X(12).
000280     02  SDATEL               PIC S9(04) COMP.
000290     02  SDATEF               PIC X(01).
000300     02  FILLER REDEFINES SDATEF.
000310         03  SDATEA           PIC X(01).
000320     02  SDATEI               PIC X(10).
000330     02  SREQL                PIC S9(04) COMP.
000340     02  SREQF                PIC X(01).
000350     02  FILLER REDEFINES SREQF.
000360         03  SREQA            PIC X(01).
000370     02  SREQI                PIC X(05).
000380     02  SSHOWL               PIC S9(04) COMP.
000390     02  SSHOWF               PIC X(01).
000400     02  FILLER REDEFINES SSHOWF.
000410         03  SSHOWA           PIC X(01).
000420     02  SSHOWI               PIC X(01).
000430     02  DFHMS1 OCCURS 14 TIMES.
000440         03  SLINEL           PIC S9(04) COMP.
000450         03  SLINEF           PIC X(01).
000460         03  SLINEI           PIC X(79).
000470     02  SMSGL                PIC S9(04) COMP.
000480     02  SMSGF                PIC X(01).
000490     02  FILLER REDEFINES SMSGF.
000500         03  SMSGA            PIC X(01).
000510     02  SMSGI                PIC X(79).
000520 01  FIBSMAPO REDEFINES FIBSMAPI.
000530     02  FILLER               PIC X(12).
000540     02  FILLER               PIC X(03).
000550     02  SDATEO               PIC X(10).
000560     02  FILLER               PIC X(03).
000570     02  SREQO                PIC X(05).
000580     02  FILLER               PIC X(03).
000590     02  SSHOWO               PIC X(01).
000600     02  DFHMS2 OCCURS 14 TIMES.
000610         03  FILLER           PIC X(02).
000620         03  SLINEA           PIC X(01).
000630         03  SLINEO           PIC X(79).
000640     02  FILLER               PIC X(03).
000650     02  SMSGO                PIC X(79).
