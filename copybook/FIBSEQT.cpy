000100*--------------------------------------------------------------*
000110* FIBSEQT - SEQUENCE-TYPE (RECURRENCE) TABLE                   *
000120*--------------------------------------------------------------*
000130* INSTALLATION. BATCH-SYSTEMS.                                 *
000140* EVERY REQUEST NAMES THE LINEAR RECURRENCE IT GENERATES BY A  *
000150* ONE-BYTE SEQUENCE TYPE (PARM-SEQ-TYPE, SCH-SEQ-TYPE AND      *
000160* FIB-HDR-SEQ-TYPE).  EACH GENERATED TERM IS                   *
000170*     T(N) = K1 * T(N-1)  +  K2 * T(N-2)  +  K3 * T(N-3)       *
000180* AND THIS TABLE HOLDS, FOR EACH TYPE, ITS COEFFICIENTS K1-K3, *
000190* ITS DEFAULT SEEDS (OLDEST FIRST - A, B, THEN C) AND THE      *
000200* LIMIT OF THE RATIO OF SUCCESSIVE TERMS.  A NON-ZERO K3 MAKES *
000210* THE RECURRENCE THIRD-ORDER, SEEDED BY A, B AND C; OTHERWISE  *
000220* ONLY A AND B ARE USED.  TYPE G (GENERAL) TAKES ITS           *
000230* COEFFICIENTS FROM THE REQUEST AND HAS NO TABULATED LIMIT     *
000240* RATIO.  A BLANK TYPE, AS ON EVERY REQUEST WRITTEN BEFORE THE *
000250* TYPE EXISTED, IS F.  THE TABLE IS SEARCHED WITH SEQT-IX UP   *
000260* TO SEQT-MAX.  ANY PROGRAM THAT NEEDS A RECURRENCE SHOULD     *
000270* COPY THIS MEMBER INTO WORKING-STORAGE RATHER THAN CODING THE *
000280* COEFFICIENTS BY HAND.                                        *
000290*--------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*--------------------------------------------------------------*
000320* DATE       INIT  DESCRIPTION                                 *
000330* 10/15/2026 DLC   ORIGINAL VERSION.                           *
000340*--------------------------------------------------------------*
000350 01  SEQT-TABLE-DATA.
000360     05  FILLER               PIC X(32) VALUE
000370         'FFIBONACCI   +1+1+0+0+1+01618034'.
000380     05  FILLER               PIC X(32) VALUE
000390         'LLUCAS       +1+1+0+2+1+01618034'.
000400     05  FILLER               PIC X(32) VALUE
000410         'PPELL        +2+1+0+0+1+02414214'.
000420     05  FILLER               PIC X(32) VALUE
000430         'TTRIBONACCI  +1+1+1+0+0+11839287'.
000440     05  FILLER               PIC X(32) VALUE
000450         'GGENERAL     +0+0+0+0+1+00000000'.
000460 01  SEQT-TABLE REDEFINES SEQT-TABLE-DATA.
000470     05  SEQT-ENTRY OCCURS 5 TIMES.
000480         10  SEQT-CODE        PIC X(01).
000490         10  SEQT-NAME        PIC X(12).
000500         10  SEQT-COEF-1      PIC S9(01) SIGN LEADING SEPARATE.
000510         10  SEQT-COEF-2      PIC S9(01) SIGN LEADING SEPARATE.
000520         10  SEQT-COEF-3      PIC S9(01) SIGN LEADING SEPARATE.
000530         10  SEQT-SEED-A      PIC S9(01) SIGN LEADING SEPARATE.
000540         10  SEQT-SEED-B      PIC S9(01) SIGN LEADING SEPARATE.
000550         10  SEQT-SEED-C      PIC S9(01) SIGN LEADING SEPARATE.
000560         10  SEQT-LIMIT-RATIO PIC 9(01)V9(06).
000570 01  SEQT-MAX                 PIC 9(02) VALUE 5.
000580 01  SEQT-IX                  PIC 9(02) VALUE 0.
