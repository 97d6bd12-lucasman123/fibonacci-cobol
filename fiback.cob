000240* RECEIPT FILE, AND RUNLOG IS CROSS-CHECKED FOR THE NIGHT'S    *
000250* HELLO AND RECON RECORDS.  THE STEP ENDS RC=8 WHEN THE        *
000260* EXTRACT WAS REJECTED, SHORT- OR OVER-LOADED, OR SIMPLY       *
000265* NEVER ACKNOWLEDGED AFTER THE ACKCARD GRACE PERIOD (BUSINESS  *
000270* DAYS FROM THE CALMSTR CALENDAR, DEFAULT 1), AND PRINTS EVERY *
000275* FINDING ON THE ACKRPT EXCEPTION REPORT.                      *
000300*--------------------------------------------------------------*
000310* MODIFICATION HISTORY                                        *
000320*--------------------------------------------------------------*
000330* DATE       INIT  DESCRIPTION                                 *
000340* 09/03/2026 DLC   ORIGINAL VERSION.                            *
000342* 10/15/2026 DLC   BUSINESS CALENDAR - THE GRACE PERIOD NOW     *
000344*                  COUNTS BUSINESS DAYS ON CALMSTR, SO A        *
000346*                  WEEKEND OR HOLIDAY NO LONGER USES IT UP.     *
000350*--------------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT ACK-RPT-FILE ASSIGN TO ACKRPT
000500         ORGANIZATION IS SEQUENTIAL.
000501     SELECT CAL-FILE ASSIGN TO CALMSTR
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS RANDOM
000504         RECORD KEY IS CAL-DATE
000505         FILE STATUS IS WS-CAL-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000840     LABEL RECORDS ARE STANDARD.
000850 01  ACK-PRINT-LINE           PIC X(132).
000860
000862 FD  CAL-FILE
000864     LABEL RECORDS ARE STANDARD.
000866     COPY FIBCAL.
000868
000870 WORKING-STORAGE SECTION.
000880*--------------------------------------------------------------*
000890* ACKNOWLEDGMENT RECONCILIATION WORK FIELDS                    *
000900*--------------------------------------------------------------*
000910 01  WS-XTRIN-STATUS          PIC X(02) VALUE '00'.
000915 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
000920
000930 01  WS-SWITCHES.
000940     05  WS-XTR-EOF-SW         PIC X(01) VALUE 'N'.
001070         88  WS-HELLO-SEEN                VALUE 'Y'.
001080     05  WS-RECON-SEEN-SW      PIC X(01) VALUE 'N'.
001090         88  WS-RECON-SEEN                VALUE 'Y'.
001092     05  WS-CAL-OPEN-SW        PIC X(01) VALUE 'N'.
001094         88  WS-CAL-OPENED                VALUE 'Y'.
001100
001110 01  WS-GRACE-DAYS            PIC 9(03) VALUE 1.
001120 01  WS-DAY-COUNT             PIC 9(03) VALUE 0.
001286                              PIC 9(01).
001290
001300*--------------------------------------------------------------*
001310* GRACE CUTOFF WORK FIELDS - THE WALK STARTS ON TODAY.  EACH   *
001315* BUSINESS DAY IT STEPS OFF COUNTS ONE GRACE DAY, AND THE DAY  *
001320* IT STOPS ON ONCE GRACE-DAYS ARE COUNTED IS THE CUTOFF - A    *
001322* WEEKDAY RUN WITH GRACE 1 GIVES YESTERDAY, A SUNDAY RUN       *
001324* GIVES THURSDAY.  AN EXTRACT DATED ON OR BEFORE THE CUTOFF    *
001325* WITH NO RECEIPT IS AN EXCEPTION.  WS-STEP-MAX GUARDS THE     *
001326* WALK.                                                        *
001340*--------------------------------------------------------------*
001350 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001360 01  WS-CUTOFF-DATE           PIC 9(08) VALUE 0.
001380     05  WS-CUT-CCYY          PIC 9(04).
001390     05  WS-CUT-MM            PIC 9(02).
001400     05  WS-CUT-DD            PIC 9(02).
001402 01  WS-STEP-COUNT            PIC 9(04) VALUE 0.
001404 01  WS-STEP-MAX              PIC 9(04) VALUE 3660.
001410 01  WS-LEAP-QUOT             PIC 9(04) VALUE 0.
001420 01  WS-LEAP-REM              PIC 9(04) VALUE 0.
001430 01  WS-LEAP-SW               PIC X(01) VALUE 'N'.
002130 1100-EXIT.
002140     EXIT.
002150
002152*--------------------------------------------------------------*
002154* ONLY BUSINESS DAYS COUNT TOWARD THE GRACE PERIOD.  WITHOUT   *
002156* THE CALENDAR, OR FOR A DAY NOT ON IT, EVERY DAY COUNTS.      *
002158*--------------------------------------------------------------*
002160 1200-SET-CUTOFF-DATE.
002161     OPEN INPUT CAL-FILE.
002162     IF WS-CAL-STATUS = '00'
002163         SET WS-CAL-OPENED TO TRUE
002164     ELSE
002165         DISPLAY 'FIBACK - WARNING - CALMSTR NOT AVAILABLE, '
002166             'STATUS ' WS-CAL-STATUS ' - GRACE IN CALENDAR DAYS'
002167     END-IF.
002170     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
002180     MOVE 0 TO WS-DAY-COUNT.
002185     MOVE 0 TO WS-STEP-COUNT.
002190     PERFORM 1250-BACK-ONE-DAY THRU 1250-EXIT
002192         UNTIL WS-DAY-COUNT >= WS-GRACE-DAYS
002194             OR WS-STEP-COUNT >= WS-STEP-MAX.
002196     IF WS-CAL-OPENED
002198         CLOSE CAL-FILE
002200     END-IF.
002202     DISPLAY 'FIBACK - GRACE CUTOFF DATE.....: ' WS-CUTOFF-DATE.
002210 1200-EXIT.
002220     EXIT.
002230
002240 1250-BACK-ONE-DAY.
002241     ADD 1 TO WS-STEP-COUNT.
002242     IF WS-CAL-OPENED
002243         MOVE WS-CUTOFF-DATE TO CAL-DATE
002244         READ CAL-FILE
002245             INVALID KEY
002246                 MOVE 'B' TO CAL-DAY-TYPE
002247         END-READ
002248     END-IF.
002249     IF NOT WS-CAL-OPENED OR CAL-BUSINESS-DAY
002250         ADD 1 TO WS-DAY-COUNT
002251     END-IF.
002260     IF WS-CUT-DD > 1
002270         SUBTRACT 1 FROM WS-CUT-DD
002280         GO TO 1250-EXIT
002400             MOVE 29 TO WS-CUT-DD
002410         END-IF
002420     END-IF.
002433 1250-EXIT.
002440     EXIT.
002450
002460 1280-CHECK-LEAP-YEAR.
