002010* 09/03/2026 DLC   SIGNED SEEDS - SCH-SEED-A/B NOW CARRY A     *
002020*                  LEADING SEPARATE SIGN (SIX BYTES EACH) IN   *
002030*                  STEP WITH THE FIBPARM CARD LAYOUT.          *
002040* 10/15/2026 DLC   BUSINESS CALENDAR - ADDED SCH-RUN-FREQ SO A  *
002050*                  REQUEST CAN BE LIMITED TO MONTH-END OR       *
002060*                  QUARTER-END BUSINESS DAYS (SEE FIBCAL).      *
002070*                  BLANK, AS ON EXISTING RECORDS, IS DAILY.     *
002072* 10/15/2026 DLC   LINEAR RECURRENCES - ADDED SCH-SEQ-TYPE,    *
002074*                  THE TYPE G COEFFICIENTS AND THE THIRD SEED  *
002076*                  (SEE FIBSEQT), SET BY THE FIBSCHM 'R' CARD. *
002078*                  THE COEFFICIENTS ARE ONE-BYTE SIGNED DIGITS *
002080*                  AND SEED C IS PACKED SO ALL THREE FIT THE   *
002082*                  OLD FILLER; BLANK, AS ON EXISTING RECORDS,  *
002084*                  IS A FIBONACCI REQUEST WITH NO THIRD SEED.  *
002100*--------------------------------------------------------------*
002200 01  SCH-RECORD.
002300     05  SCH-REQ-NO           PIC 9(05).
003300     05  SCH-SEED-A           PIC S9(05) SIGN LEADING SEPARATE.
003400     05  SCH-SEED-B           PIC S9(05) SIGN LEADING SEPARATE.
003500     05  SCH-RUN-ID           PIC 9(05).
003510     05  SCH-RUN-FREQ         PIC X(01).
003520         88  SCH-RUN-DAILY            VALUE 'D' SPACE.
003530         88  SCH-RUN-MONTH-END        VALUE 'M'.
003540         88  SCH-RUN-QTR-END          VALUE 'Q'.
003550     05  SCH-SEQ-TYPE         PIC X(01).
003560     05  SCH-COEFFICIENTS.
003570         10  SCH-COEF-1       PIC S9(01).
003580         10  SCH-COEF-2       PIC S9(01).
003590         10  SCH-COEF-3       PIC S9(01).
003600     05  SCH-SEED-C           PIC S9(05) COMP-3.
003610     05  SCH-SEED-C-X REDEFINES SCH-SEED-C
003620                              PIC X(03).
