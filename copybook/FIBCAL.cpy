000100*--------------------------------------------------------------*
000110* FIBCAL - BUSINESS CALENDAR MASTER (CALMSTR) RECORD LAYOUT    *
000120*--------------------------------------------------------------*
000130* INSTALLATION. BATCH-SYSTEMS.                                 *
000140* CALMSTR IS A VSAM KSDS KEYED ON THE CALENDAR DATE, ONE       *
000150* RECORD PER DAY.  EACH DAY IS TYPED AS A BUSINESS DAY, A      *
000160* WEEKEND OR A HOLIDAY, AND THE LAST BUSINESS DAY OF EACH      *
000170* MONTH AND QUARTER CARRIES A PERIOD-END FLAG.  FIBCALM        *
000180* GENERATES A YEAR AT A TIME, APPLIES HOLIDAY AND WORKING-DAY  *
000190* CHANGES FROM TRANSACTION CARDS AND RE-DERIVES THE PERIOD-END *
000200* FLAGS ON EVERY RUN - THEY ARE NEVER KEYED BY HAND.  FIBLOCK  *
000210* SETS THE NIGHT'S BUSINESS DATE FROM THIS MASTER, FIBSCHB     *
000220* SKIPS NON-BUSINESS DAYS AND HOLDS PERIOD-END-ONLY REQUESTS   *
000230* FOR THE FLAGGED DAYS, AND FIBACK COUNTS ITS GRACE PERIOD IN  *
000240* BUSINESS DAYS.  ANY PROGRAM THAT TOUCHES CALMSTR SHOULD COPY *
000250* THIS MEMBER RATHER THAN REDEFINING THE FIELDS BY HAND.       *
000260*--------------------------------------------------------------*
000270* MODIFICATION HISTORY                                        *
000280*--------------------------------------------------------------*
000290* DATE       INIT  DESCRIPTION                                 *
000300* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000310*--------------------------------------------------------------*
000320 01  CAL-RECORD.
000330     05  CAL-DATE             PIC 9(08).
000340     05  CAL-DATE-X REDEFINES CAL-DATE.
000350         10  CAL-CCYY         PIC 9(04).
000360         10  CAL-MM           PIC 9(02).
000370         10  CAL-DD           PIC 9(02).
000380     05  CAL-DAY-OF-WEEK      PIC 9(01).
000390         88  CAL-SATURDAY             VALUE 6.
000400         88  CAL-SUNDAY               VALUE 7.
000410     05  CAL-DAY-TYPE         PIC X(01).
000420         88  CAL-BUSINESS-DAY         VALUE 'B'.
000430         88  CAL-WEEKEND              VALUE 'W'.
000440         88  CAL-HOLIDAY              VALUE 'H'.
000450     05  CAL-MONTH-END-SW     PIC X(01).
000460         88  CAL-MONTH-END            VALUE 'Y'.
000470     05  CAL-QTR-END-SW       PIC X(01).
000480         88  CAL-QTR-END              VALUE 'Y'.
000490     05  CAL-DESCRIPTION      PIC X(30).
000500     05  CAL-MAINT-DATE       PIC 9(08).
000510     05  FILLER               PIC X(30).
