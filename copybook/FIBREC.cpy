001308*                  AND NEGAFIBONACCI-STYLE SEQUENCES CARRY     *
001309*                  THROUGH.  ALL FIBOUT PRODUCERS AND          *
001312*                  CONSUMERS MUST BE RECOMPILED TOGETHER.      *
001317* 10/15/2026 DLC   LINEAR RECURRENCES - THE HEADER NOW RECORDS *
001322*                  THE RECURRENCE THE GROUP WAS BUILT FROM:    *
001327*                  FIB-HDR-SEQ-TYPE (SEE FIBSEQT), THE         *
001332*                  COEFFICIENTS K1-K3 ALWAYS WRITTEN OUT IN    *
001337*                  FULL, AND FIB-HDR-SEED-C, THE THIRD SEED OF *
001342*                  A THIRD-ORDER RECURRENCE (ZERO OTHERWISE).  *
001347*                  LRECL GOES FROM 50 TO 80 - ALL FIBOUT       *
001352*                  PRODUCERS AND CONSUMERS MUST BE RECOMPILED  *
001357*                  TOGETHER, AND A 50-BYTE GENERATION MUST BE  *
001362*                  CONVERTED BY FIBOCNV BEFORE IT IS READ.     *
001367*--------------------------------------------------------------*
001400 01  FIB-OUT-RECORD.
001410     05  FIB-REC-TYPE         PIC X(01).
001415         88  FIB-REC-HEADER           VALUE 'H'.
001430         88  FIB-REC-TRAILER          VALUE 'T'.
001500     05  FIB-OUT-SEQ-NO       PIC 9(05).
001600     05  FIB-OUT-TERM-VALUE   PIC S9(18).
001700     05  FILLER               PIC X(56).
001710 01  FIB-HEADER-RECORD REDEFINES FIB-OUT-RECORD.
001720     05  FIB-HDR-TYPE             PIC X(01).
001730     05  FIB-HDR-RUN-ID           PIC 9(05).
001740     05  FIB-HDR-RUN-DATE         PIC 9(08).
001750     05  FIB-HDR-SEED-A           PIC S9(18).
001760     05  FIB-HDR-SEED-B           PIC S9(18).
001765     05  FIB-HDR-SEQ-TYPE         PIC X(01).
001770     05  FIB-HDR-COEFFICIENTS.
001775         10  FIB-HDR-COEF-1   PIC S9(01) SIGN LEADING SEPARATE.
001780         10  FIB-HDR-COEF-2   PIC S9(01) SIGN LEADING SEPARATE.
001785         10  FIB-HDR-COEF-3   PIC S9(01) SIGN LEADING SEPARATE.
001790     05  FIB-HDR-SEED-C           PIC S9(18).
001795     05  FILLER                   PIC X(05).
001800 01  FIB-TRAILER-RECORD REDEFINES FIB-OUT-RECORD.
001810     05  FIB-TRLR-TYPE            PIC X(01).
001820     05  FIB-TRLR-TERM-COUNT      PIC 9(05).
001830     05  FIB-TRLR-FINAL-VALUE     PIC S9(18).
001840     05  FIB-TRLR-CONTROL-TOTAL   PIC S9(18).
001850     05  FILLER                   PIC X(38).
