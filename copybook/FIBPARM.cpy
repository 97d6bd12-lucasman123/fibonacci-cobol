001560*                  MOVE TWO COLUMNS RIGHT; ALL PARMIN READERS  *
001570*                  MUST BE RECOMPILED TOGETHER AND THE DECK    *
001580*                  IS BUILT BY FIBSCHB IN THE NEW LAYOUT.      *
001582* 10/15/2026 DLC   SUSPENSE AND RECYCLE - ADDED PARM-REQ-NO,   *
001584*                  THE SCHDMSTR REQUEST NUMBER FIBSCHB BUILT   *
001586*                  THE CARD FROM, SO FIBEDIT CAN SUSPEND A     *
001588*                  REJECTED CARD UNDER ITS REQUEST.  BLANK OR  *
001590*                  ZERO ON A HAND-BUILT CARD.                  *
001591* 10/15/2026 DLC   LINEAR RECURRENCES - ADDED PARM-SEQ-TYPE    *
001592*                  (COL 66 - F, L, P, T, G OR BLANK FOR F, SEE *
001593*                  FIBSEQT), THE TYPE G COEFFICIENTS K1-K3     *
001594*                  (COLS 67-72, SIGN THEN ONE DIGIT EACH) AND  *
001595*                  PARM-SEED-C (COLS 73-78), THE THIRD SEED OF *
001596*                  A THIRD-ORDER RECURRENCE.  TAKEN FROM       *
001597*                  FILLER - EXISTING CARDS ARE FIBONACCI.      *
001600*--------------------------------------------------------------*
001700 01  PARM-RECORD.
001800     05  PARM-TERM-COUNT      PIC 9(05).
002700     05  PARM-RUN-ID          PIC 9(05).
002720     05  PARM-RERUN-SW        PIC X(01).
002740         88  PARM-RERUN-REQUESTED    VALUE 'Y'.
002760     05  PARM-REQ-NO          PIC 9(05).
002770     05  PARM-SEQ-TYPE        PIC X(01).
002780         88  PARM-SEQ-GENERAL        VALUE 'G'.
002790         88  PARM-SEQ-TYPE-VALID     VALUE 'F' 'L' 'P' 'T' 'G'
002800                                           SPACE.
002810     05  PARM-COEFFICIENTS.
002820         10  PARM-COEF-1      PIC S9(01) SIGN LEADING SEPARATE.
002830         10  PARM-COEF-2      PIC S9(01) SIGN LEADING SEPARATE.
002840         10  PARM-COEF-3      PIC S9(01) SIGN LEADING SEPARATE.
002850     05  PARM-SEED-C          PIC S9(05) SIGN LEADING SEPARATE.
002860     05  PARM-SEED-C-X REDEFINES PARM-SEED-C
002870                              PIC X(06).
002880     05  FILLER               PIC X(02).
