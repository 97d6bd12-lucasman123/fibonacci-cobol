000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBCALM.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBCALM MAINTAINS THE CALMSTR BUSINESS CALENDAR MASTER (SEE  *
000180* FIBCAL) FROM TRANSACTION CARDS.  A GENERATE CARD ADDS EVERY  *
000190* DAY OF A YEAR NOT ALREADY ON FILE, TYPED AS A BUSINESS DAY   *
000200* OR A WEEKEND FROM ITS DAY OF THE WEEK; AN ADD OR CHANGE CARD *
000210* TYPES A SINGLE DAY (HOLIDAY, WEEKEND OR WORKING DAY) AND     *
000220* NAMES IT; A DELETE REMOVES A DAY.  HOLIDAYS ALREADY KEYED    *
000230* SURVIVE A LATER GENERATE OF THE SAME YEAR.  AFTER THE CARDS  *
000240* ARE APPLIED THE WHOLE MASTER IS PASSED ONCE AND THE MONTH-   *
000250* END AND QUARTER-END FLAGS ARE RE-DERIVED - EACH FALLS ON THE *
000260* LAST BUSINESS DAY OF ITS PERIOD, SO A HOLIDAY KEYED ON A     *
000270* MONTH'S LAST WORKING DAY MOVES THE MONTH-END BACK WITHOUT    *
000280* ANY FURTHER CARDS.  EVERY TRANSACTION IS LISTED ON THE       *
000290* CALRPT UPDATE REPORT WITH ITS RESULT, FOLLOWED BY THE        *
000300* PERIOD-END DATES.  RC=8 WHEN ANY TRANSACTION WAS REJECTED    *
000305* OR ANY GENERATED DAY COULD NOT BE WRITTEN.                   *
000310*--------------------------------------------------------------*
000320* MODIFICATION HISTORY                                        *
000330*--------------------------------------------------------------*
000340* DATE       INIT  DESCRIPTION                                 *
000350* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000352* 10/15/2026 DLC   A GENERATED DAY THAT CANNOT BE WRITTEN IS   *
000354*                  NOW COUNTED AND REPORTED AND ENDS THE RUN   *
000356*                  RC=8, LIKE A REJECTED TRANSACTION.          *
000360*--------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TRAN-FILE ASSIGN TO CALTRAN
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-TRAN-STATUS.
000440     SELECT CAL-FILE ASSIGN TO CALMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CAL-DATE
000480         FILE STATUS IS WS-CAL-STATUS.
000490     SELECT UPD-RPT-FILE ASSIGN TO CALRPT
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  TRAN-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  TRAN-RECORD.
000580     05  CLT-ACTION           PIC X(01).
000590         88  CLT-GENERATE             VALUE 'G'.
000600         88  CLT-ADD                  VALUE 'A'.
000610         88  CLT-CHANGE               VALUE 'C'.
000620         88  CLT-DELETE               VALUE 'D'.
000630     05  CLT-DATE             PIC 9(08).
000640     05  CLT-DATE-X REDEFINES CLT-DATE.
000650         10  CLT-YEAR         PIC 9(04).
000660         10  FILLER           PIC X(04).
000670     05  CLT-DAY-TYPE         PIC X(01).
000680     05  CLT-DESCRIPTION      PIC X(30).
000690     05  FILLER               PIC X(40).
000700
000710 FD  CAL-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY FIBCAL.
000740
000750 FD  UPD-RPT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  UPD-PRINT-LINE           PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810*--------------------------------------------------------------*
000820* MAINTENANCE WORK FIELDS                                      *
000830*--------------------------------------------------------------*
000840 01  WS-TRAN-STATUS           PIC X(02) VALUE '00'.
000850 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
000860
000870 01  WS-SWITCHES.
000880     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000890         88  WS-EOF                       VALUE 'Y'.
000900     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
000910         88  WS-ABEND                     VALUE 'Y'.
000920     05  WS-TRAN-BAD-SW        PIC X(01) VALUE 'N'.
000930         88  WS-TRAN-BAD                  VALUE 'Y'.
000940     05  WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
000950         88  WS-CAL-EOF                   VALUE 'Y'.
000960     05  WS-DATE-BAD-SW        PIC X(01) VALUE 'N'.
000970         88  WS-DATE-BAD                  VALUE 'Y'.
000980
000990 01  WS-TRAN-COUNT            PIC 9(05) VALUE 0.
001000 01  WS-GEN-COUNT             PIC 9(05) VALUE 0.
001010 01  WS-ADD-COUNT             PIC 9(05) VALUE 0.
001020 01  WS-CHG-COUNT             PIC 9(05) VALUE 0.
001030 01  WS-DEL-COUNT             PIC 9(05) VALUE 0.
001040 01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.
001050 01  WS-MONTH-END-COUNT       PIC 9(05) VALUE 0.
001060 01  WS-QTR-END-COUNT         PIC 9(05) VALUE 0.
001065 01  WS-WRITE-FAIL-COUNT      PIC 9(05) VALUE 0.
001070 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001080
001090*--------------------------------------------------------------*
001100* YEAR GENERATION FIELDS - ONE PASS OVER MONTH 1-12 BY DAY     *
001110* 1 THROUGH THE MONTH'S LENGTH, FEBRUARY SET FOR LEAP YEARS.   *
001120*--------------------------------------------------------------*
001130 01  WS-GEN-MM                PIC 9(02) VALUE 0.
001140 01  WS-GEN-DD                PIC 9(02) VALUE 0.
001150 01  WS-GEN-ADDED             PIC 9(03) VALUE 0.
001160 01  WS-GEN-KEPT              PIC 9(03) VALUE 0.
001165 01  WS-GEN-FAILED            PIC 9(03) VALUE 0.
001170 01  WS-GEN-ADDED-ED          PIC ZZ9.
001180 01  WS-GEN-KEPT-ED           PIC ZZ9.
001185 01  WS-GEN-FAILED-ED         PIC ZZ9.
001190
001200*--------------------------------------------------------------*
001210* DATE WORK FIELDS - WS-WRK-DATE IS THE DAY BEING EDITED OR    *
001220* BUILT.  8000 TURNS IT INTO A RUNNING DAY COUNT (JANUARY AND  *
001230* FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR) WHOSE  *
001240* REMAINDER BY 7 GIVES THE DAY OF THE WEEK - REMAINDER 6 IS A  *
001250* MONDAY, SO ADDING 2 (LESS 7 PAST SUNDAY) GIVES 1=MONDAY      *
001260* THROUGH 7=SUNDAY.                                            *
001270*--------------------------------------------------------------*
001280 01  WS-WRK-DATE              PIC 9(08) VALUE 0.
001290 01  WS-WRK-DATE-X REDEFINES WS-WRK-DATE.
001300     05  WS-WRK-CCYY          PIC 9(04).
001310     05  WS-WRK-MM            PIC 9(02).
001320     05  WS-WRK-DD            PIC 9(02).
001330 01  WS-CNV-YEAR              PIC 9(04) VALUE 0.
001340 01  WS-CNV-MONTH             PIC 9(02) VALUE 0.
001350 01  WS-CNV-WORK              PIC 9(07) VALUE 0.
001360 01  WS-CNV-DAYS              PIC 9(07) VALUE 0.
001370 01  WS-DOW-QUOT              PIC 9(07) VALUE 0.
001380 01  WS-DOW-REM               PIC 9(01) VALUE 0.
001390 01  WS-DAY-OF-WEEK           PIC 9(01) VALUE 0.
001400 01  WS-LEAP-QUOT             PIC 9(04) VALUE 0.
001410 01  WS-LEAP-REM              PIC 9(04) VALUE 0.
001420 01  WS-LEAP-SW               PIC X(01) VALUE 'N'.
001430     88  WS-LEAP-YEAR                     VALUE 'Y'.
001440 01  WS-MONTH-DAYS-TBL.
001450     05  FILLER               PIC X(24) VALUE
001460         '312831303130313130313031'.
001470 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
001480     05  WS-MONTH-DD          PIC 9(02) OCCURS 12 TIMES.
001490
001500*--------------------------------------------------------------*
001510* PERIOD-END PASS FIELDS - THE MONTH BEING WALKED, ITS LAST    *
001520* BUSINESS DAY SO FAR AND THE LAST DAY SEEN ON FILE.           *
001530*--------------------------------------------------------------*
001540 01  WS-PER-MONTH             PIC X(06) VALUE SPACES.
001550 01  WS-PER-LAST-BUS          PIC 9(08) VALUE 0.
001560 01  WS-PER-LAST-DATE         PIC 9(08) VALUE 0.
001570 01  WS-PER-HOLD-DATE         PIC 9(08) VALUE 0.
001580
001590*--------------------------------------------------------------*
001600* UPDATE REPORT LINE LAYOUTS                                  *
001610*--------------------------------------------------------------*
001620 01  UPD-HEADING-1.
001630     05  FILLER               PIC X(48) VALUE
001640         'FIBCALM - BUSINESS CALENDAR MASTER MAINTENANCE'.
001650     05  FILLER               PIC X(84) VALUE SPACES.
001660
001670 01  UPD-TRAN-LINE.
001680     05  FILLER               PIC X(05) VALUE SPACES.
001690     05  FILLER               PIC X(05) VALUE 'TRAN '.
001700     05  UPD-TRAN-NO          PIC ZZ9.
001710     05  FILLER               PIC X(02) VALUE ': '.
001720     05  UPD-TRAN-IMAGE       PIC X(80).
001730     05  FILLER               PIC X(37) VALUE SPACES.
001740
001750 01  UPD-RESULT-LINE.
001760     05  FILLER               PIC X(10) VALUE SPACES.
001770     05  UPD-RESULT-TEXT      PIC X(70).
001780     05  FILLER               PIC X(52) VALUE SPACES.
001790
001800 01  UPD-PERIOD-LINE.
001810     05  FILLER               PIC X(10) VALUE SPACES.
001820     05  UPD-PER-LABEL        PIC X(20).
001830     05  UPD-PER-MONTH        PIC X(06).
001840     05  FILLER               PIC X(04) VALUE SPACES.
001850     05  UPD-PER-DATE         PIC 9(08).
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  UPD-PER-QTR          PIC X(11).
001880     05  FILLER               PIC X(71) VALUE SPACES.
001890
001900 01  UPD-MESSAGE-LINE.
001910     05  FILLER               PIC X(05) VALUE SPACES.
001920     05  UPD-MSG-TEXT         PIC X(60).
001930     05  FILLER               PIC X(67) VALUE SPACES.
001940
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001990         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
002000     IF NOT WS-ABEND
002010         PERFORM 4000-SET-PERIOD-ENDS THRU 4000-EXIT
002020     END-IF.
002030     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002040     GO TO 9999-EXIT.
002050
002060 1000-INITIALIZE.
002070     DISPLAY '==========================================='.
002080     DISPLAY 'FIBCALM - BUSINESS CALENDAR MAINTENANCE'.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     OPEN OUTPUT UPD-RPT-FILE.
002110     WRITE UPD-PRINT-LINE FROM UPD-HEADING-1
002120         AFTER ADVANCING PAGE.
002130     OPEN INPUT TRAN-FILE.
002140     IF WS-TRAN-STATUS NOT = '00'
002150         DISPLAY 'FIBCALM - ABEND - CALTRAN OPEN FAILED, '
002160             'STATUS ' WS-TRAN-STATUS
002170         SET WS-ABEND TO TRUE
002180         SET WS-EOF TO TRUE
002190         GO TO 1000-EXIT
002200     END-IF.
002210*--------------------------------------------------------------*
002220* THE MASTER IS KEPT ACROSS RUNS - OPEN I-O.  THE VERY FIRST   *
002230* TIME (STATUS 35) IT IS CREATED EMPTY AND THEN REOPENED I-O   *
002240* SO THE PERIOD-END PASS CAN READ BACK WHAT WAS GENERATED.     *
002250*--------------------------------------------------------------*
002260     OPEN I-O CAL-FILE.
002270     IF WS-CAL-STATUS = '35'
002280         OPEN OUTPUT CAL-FILE
002290         CLOSE CAL-FILE
002300         OPEN I-O CAL-FILE
002310     END-IF.
002320     IF WS-CAL-STATUS NOT = '00'
002330         DISPLAY 'FIBCALM - ABEND - CALMSTR OPEN FAILED, '
002340             'STATUS ' WS-CAL-STATUS
002350         SET WS-ABEND TO TRUE
002360         SET WS-EOF TO TRUE
002370         CLOSE TRAN-FILE
002380         GO TO 1000-EXIT
002390     END-IF.
002400     READ TRAN-FILE
002410         AT END
002420             SET WS-EOF TO TRUE
002430     END-READ.
002440 1000-EXIT.
002450     EXIT.
002460
002470 2000-PROCESS-TRAN.
002480     IF NOT WS-EOF
002490         ADD 1 TO WS-TRAN-COUNT
002500         MOVE 'N' TO WS-TRAN-BAD-SW
002510         MOVE WS-TRAN-COUNT TO UPD-TRAN-NO
002520         MOVE TRAN-RECORD TO UPD-TRAN-IMAGE
002530         WRITE UPD-PRINT-LINE FROM UPD-TRAN-LINE
002540             AFTER ADVANCING 2 LINES
002550         PERFORM 2050-APPLY-TRAN THRU 2050-EXIT
002560         READ TRAN-FILE
002570             AT END
002580                 SET WS-EOF TO TRUE
002590         END-READ
002600     END-IF.
002610 2000-EXIT.
002620     EXIT.
002630
002640 2050-APPLY-TRAN.
002650     IF CLT-GENERATE
002660         PERFORM 2100-APPLY-GENERATE THRU 2100-EXIT
002670         GO TO 2050-EXIT
002680     END-IF.
002690     IF NOT CLT-ADD AND NOT CLT-CHANGE AND NOT CLT-DELETE
002700         MOVE 'REJECTED: ACTION MUST BE G, A, C OR D'
002710             TO UPD-RESULT-TEXT
002720         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
002730         GO TO 2050-EXIT
002740     END-IF.
002750     MOVE 'N' TO WS-DATE-BAD-SW.
002760     IF CLT-DATE NUMERIC
002770         MOVE CLT-DATE TO WS-WRK-DATE
002780         PERFORM 8100-EDIT-DATE THRU 8100-EXIT
002790     ELSE
002800         SET WS-DATE-BAD TO TRUE
002810     END-IF.
002820     IF WS-DATE-BAD
002830         MOVE 'REJECTED: DATE MUST BE A VALID YYYYMMDD'
002840             TO UPD-RESULT-TEXT
002850         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
002860         GO TO 2050-EXIT
002870     END-IF.
002880     IF CLT-ADD
002890         PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002900         GO TO 2050-EXIT
002910     END-IF.
002920     IF CLT-CHANGE
002930         PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002940         GO TO 2050-EXIT
002950     END-IF.
002960     PERFORM 2400-APPLY-DELETE THRU 2400-EXIT.
002970 2050-EXIT.
002980     EXIT.
002990
003000*--------------------------------------------------------------*
003010* A GENERATE ONLY ADDS DAYS THAT ARE NOT ON FILE - A HOLIDAY   *
003020* OR WORKING WEEKEND KEYED BEFOREHAND IS LEFT AS IT STANDS.    *
003030*--------------------------------------------------------------*
003040 2100-APPLY-GENERATE.
003050     IF CLT-YEAR NOT NUMERIC OR CLT-YEAR < 1901
003060         MOVE 'REJECTED: GENERATE YEAR MUST BE 1901 OR LATER'
003070             TO UPD-RESULT-TEXT
003080         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003090         GO TO 2100-EXIT
003100     END-IF.
003110     MOVE CLT-YEAR TO WS-WRK-CCYY.
003120     PERFORM 8300-CHECK-LEAP-YEAR THRU 8300-EXIT.
003130     IF WS-LEAP-YEAR
003140         MOVE 29 TO WS-MONTH-DD (2)
003150     ELSE
003160         MOVE 28 TO WS-MONTH-DD (2)
003170     END-IF.
003180     MOVE 0 TO WS-GEN-ADDED.
003190     MOVE 0 TO WS-GEN-KEPT.
003195     MOVE 0 TO WS-GEN-FAILED.
003200     PERFORM 2150-GENERATE-DAY THRU 2150-EXIT
003210         VARYING WS-GEN-MM FROM 1 BY 1 UNTIL WS-GEN-MM > 12
003220         AFTER WS-GEN-DD FROM 1 BY 1
003230             UNTIL WS-GEN-DD > WS-MONTH-DD (WS-GEN-MM).
003240     ADD 1 TO WS-GEN-COUNT.
003250     MOVE WS-GEN-ADDED TO WS-GEN-ADDED-ED.
003260     MOVE WS-GEN-KEPT TO WS-GEN-KEPT-ED.
003270     MOVE SPACES TO UPD-RESULT-TEXT.
003280     STRING 'YEAR GENERATED - ' WS-GEN-ADDED-ED ' DAYS ADDED, '
003290         WS-GEN-KEPT-ED ' ALREADY ON FILE AND KEPT'
003300         DELIMITED BY SIZE INTO UPD-RESULT-TEXT.
003310     WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003320         AFTER ADVANCING 1 LINE.
003321     IF WS-GEN-FAILED > 0
003322         MOVE WS-GEN-FAILED TO WS-GEN-FAILED-ED
003323         MOVE SPACES TO UPD-RESULT-TEXT
003324         STRING 'FAILED: ' WS-GEN-FAILED-ED ' DAYS COULD NOT BE '
003325             'WRITTEN - SEE THE JOB LOG'
003326             DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003327         WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003328             AFTER ADVANCING 1 LINE
003329     END-IF.
003330 2100-EXIT.
003340     EXIT.
003350
003360 2150-GENERATE-DAY.
003370     MOVE CLT-YEAR TO WS-WRK-CCYY.
003380     MOVE WS-GEN-MM TO WS-WRK-MM.
003390     MOVE WS-GEN-DD TO WS-WRK-DD.
003400     MOVE WS-WRK-DATE TO CAL-DATE.
003410     READ CAL-FILE
003420         INVALID KEY
003430             CONTINUE
003440         NOT INVALID KEY
003450             ADD 1 TO WS-GEN-KEPT
003460             GO TO 2150-EXIT
003470     END-READ.
003480     PERFORM 8000-SET-DAY-OF-WEEK THRU 8000-EXIT.
003490     MOVE SPACES TO CAL-RECORD.
003500     MOVE WS-WRK-DATE TO CAL-DATE.
003510     MOVE WS-DAY-OF-WEEK TO CAL-DAY-OF-WEEK.
003520     IF CAL-SATURDAY OR CAL-SUNDAY
003530         SET CAL-WEEKEND TO TRUE
003540     ELSE
003550         SET CAL-BUSINESS-DAY TO TRUE
003560     END-IF.
003570     MOVE 'N' TO CAL-MONTH-END-SW.
003580     MOVE 'N' TO CAL-QTR-END-SW.
003590     MOVE WS-RUN-DATE TO CAL-MAINT-DATE.
003600     WRITE CAL-RECORD
003610         INVALID KEY
003620             DISPLAY 'FIBCALM - CALMSTR WRITE FAILED FOR '
003630                 WS-WRK-DATE ', STATUS ' WS-CAL-STATUS
003635             ADD 1 TO WS-GEN-FAILED
003637             ADD 1 TO WS-WRITE-FAIL-COUNT
003640         NOT INVALID KEY
003650             ADD 1 TO WS-GEN-ADDED
003660     END-WRITE.
003670 2150-EXIT.
003680     EXIT.
003690
003700 2200-APPLY-ADD.
003710     IF CLT-DAY-TYPE NOT = 'B' AND 'W' AND 'H'
003720         MOVE 'REJECTED: DAY TYPE MUST BE B, W OR H'
003730             TO UPD-RESULT-TEXT
003740         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003750         GO TO 2200-EXIT
003760     END-IF.
003770     PERFORM 8000-SET-DAY-OF-WEEK THRU 8000-EXIT.
003780     MOVE SPACES TO CAL-RECORD.
003790     MOVE WS-WRK-DATE TO CAL-DATE.
003800     MOVE WS-DAY-OF-WEEK TO CAL-DAY-OF-WEEK.
003810     MOVE CLT-DAY-TYPE TO CAL-DAY-TYPE.
003820     MOVE 'N' TO CAL-MONTH-END-SW.
003830     MOVE 'N' TO CAL-QTR-END-SW.
003840     MOVE CLT-DESCRIPTION TO CAL-DESCRIPTION.
003850     MOVE WS-RUN-DATE TO CAL-MAINT-DATE.
003860     WRITE CAL-RECORD
003870         INVALID KEY
003880             MOVE 'REJECTED: DATE ALREADY ON CALENDAR - USE C'
003890                 TO UPD-RESULT-TEXT
003900             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003910         NOT INVALID KEY
003920             ADD 1 TO WS-ADD-COUNT
003930             MOVE 'ADDED' TO UPD-RESULT-TEXT
003940             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003950                 AFTER ADVANCING 1 LINE
003960     END-WRITE.
003970 2200-EXIT.
003980     EXIT.
003990
004000*--------------------------------------------------------------*
004010* A CHANGE RE-TYPES AND/OR RENAMES ONE DAY - BLANK FIELDS LEAVE *
004020* THE MASTER RECORD ALONE.  THE PERIOD-END PASS PICKS UP ANY    *
004030* MONTH-END THE CHANGE MOVES.                                   *
004040*--------------------------------------------------------------*
004050 2300-APPLY-CHANGE.
004060     IF CLT-DAY-TYPE NOT = 'B' AND 'W' AND 'H' AND SPACE
004070         MOVE 'REJECTED: DAY TYPE MUST BE B, W, H OR BLANK'
004080             TO UPD-RESULT-TEXT
004090         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
004100         GO TO 2300-EXIT
004110     END-IF.
004120     MOVE WS-WRK-DATE TO CAL-DATE.
004130     READ CAL-FILE
004140         INVALID KEY
004150             MOVE 'REJECTED: DATE NOT ON CALENDAR - USE A OR G'
004160                 TO UPD-RESULT-TEXT
004170             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
004180             GO TO 2300-EXIT
004190     END-READ.
004200     IF CLT-DAY-TYPE NOT = SPACE
004210         MOVE CLT-DAY-TYPE TO CAL-DAY-TYPE
004220     END-IF.
004230     IF CLT-DESCRIPTION NOT = SPACES
004240         MOVE CLT-DESCRIPTION TO CAL-DESCRIPTION
004250     END-IF.
004260     MOVE WS-RUN-DATE TO CAL-MAINT-DATE.
004270     REWRITE CAL-RECORD
004280         INVALID KEY
004290             MOVE 'REJECTED: REWRITE FAILED'
004300                 TO UPD-RESULT-TEXT
004310             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
004320         NOT INVALID KEY
004330             ADD 1 TO WS-CHG-COUNT
004340             MOVE 'CHANGED' TO UPD-RESULT-TEXT
004350             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
004360                 AFTER ADVANCING 1 LINE
004370     END-REWRITE.
004380 2300-EXIT.
004390     EXIT.
004400
004410 2400-APPLY-DELETE.
004420     MOVE WS-WRK-DATE TO CAL-DATE.
004430     DELETE CAL-FILE
004440         INVALID KEY
004450             MOVE 'REJECTED: DATE NOT ON CALENDAR'
004460                 TO UPD-RESULT-TEXT
004470             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
004480         NOT INVALID KEY
004490             ADD 1 TO WS-DEL-COUNT
004500             MOVE 'DELETED' TO UPD-RESULT-TEXT
004510             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
004520                 AFTER ADVANCING 1 LINE
004530     END-DELETE.
004540 2400-EXIT.
004550     EXIT.
004560
004570 3000-FINALIZE.
004580     IF WS-ABEND
004590         CLOSE UPD-RPT-FILE
004600         MOVE 16 TO RETURN-CODE
004610         GO TO 3000-EXIT
004620     END-IF.
004630     CLOSE TRAN-FILE.
004640     CLOSE CAL-FILE.
004650     DISPLAY 'FIBCALM - TRANSACTIONS READ: ' WS-TRAN-COUNT.
004660     DISPLAY 'FIBCALM - YEARS GENERATED..: ' WS-GEN-COUNT.
004670     DISPLAY 'FIBCALM - ADDED............: ' WS-ADD-COUNT.
004680     DISPLAY 'FIBCALM - CHANGED..........: ' WS-CHG-COUNT.
004690     DISPLAY 'FIBCALM - DELETED..........: ' WS-DEL-COUNT.
004700     DISPLAY 'FIBCALM - REJECTED.........: ' WS-REJECT-COUNT.
004710     DISPLAY 'FIBCALM - MONTH-ENDS SET...: ' WS-MONTH-END-COUNT.
004720     DISPLAY 'FIBCALM - QUARTER-ENDS SET.: ' WS-QTR-END-COUNT.
004725     DISPLAY 'FIBCALM - DAY WRITES FAILED: ' WS-WRITE-FAIL-COUNT.
004730     IF WS-REJECT-COUNT = 0 AND WS-WRITE-FAIL-COUNT = 0
004740         MOVE 'ALL TRANSACTIONS APPLIED' TO UPD-MSG-TEXT
004750         MOVE 0 TO RETURN-CODE
004760     ELSE
004770         MOVE 'ONE OR MORE REJECTS OR UNWRITTEN DAYS - SEE ABOVE'
004780             TO UPD-MSG-TEXT
004790         MOVE 8 TO RETURN-CODE
004800     END-IF.
004810     WRITE UPD-PRINT-LINE FROM UPD-MESSAGE-LINE
004820         AFTER ADVANCING 2 LINES.
004830     CLOSE UPD-RPT-FILE.
004840     DISPLAY '==========================================='.
004850 3000-EXIT.
004860     EXIT.
004870
004880*--------------------------------------------------------------*
004890* ONE PASS OVER THE WHOLE MASTER IN DATE ORDER.  EVERY OLD     *
004900* PERIOD-END FLAG IS CLEARED AS IT IS READ, AND WHEN THE MONTH *
004910* CHANGES THE PRIOR MONTH'S LAST BUSINESS DAY IS FLAGGED (AND  *
004920* MARKED QUARTER-END FOR MARCH, JUNE, SEPTEMBER AND DECEMBER). *
004930* THE LAST MONTH ON FILE IS ONLY FLAGGED WHEN ITS LAST         *
004940* CALENDAR DAY IS PRESENT - A PART-LOADED MONTH HAS NO END YET. *
004950*--------------------------------------------------------------*
004960 4000-SET-PERIOD-ENDS.
004970     MOVE 'PERIOD-END DATES ON THE CALENDAR' TO UPD-MSG-TEXT.
004980     WRITE UPD-PRINT-LINE FROM UPD-MESSAGE-LINE
004990         AFTER ADVANCING 2 LINES.
005000     MOVE 0 TO CAL-DATE.
005010     START CAL-FILE KEY IS NOT LESS THAN CAL-DATE
005020         INVALID KEY
005030             GO TO 4000-EXIT
005040     END-START.
005050     MOVE 'N' TO WS-CAL-EOF-SW.
005060     PERFORM 4100-READ-NEXT-DAY THRU 4100-EXIT
005070         UNTIL WS-CAL-EOF.
005080     IF WS-PER-LAST-DATE = 0
005090         GO TO 4000-EXIT
005100     END-IF.
005110     MOVE WS-PER-LAST-DATE TO WS-WRK-DATE.
005120     PERFORM 8300-CHECK-LEAP-YEAR THRU 8300-EXIT.
005130     IF WS-LEAP-YEAR
005140         MOVE 29 TO WS-MONTH-DD (2)
005150     ELSE
005160         MOVE 28 TO WS-MONTH-DD (2)
005170     END-IF.
005180     IF WS-WRK-DD = WS-MONTH-DD (WS-WRK-MM)
005190         PERFORM 4200-FLAG-MONTH THRU 4200-EXIT
005200     END-IF.
005210 4000-EXIT.
005220     EXIT.
005230
005240 4100-READ-NEXT-DAY.
005250     READ CAL-FILE NEXT RECORD
005260         AT END
005270             SET WS-CAL-EOF TO TRUE
005280             GO TO 4100-EXIT
005290     END-READ.
005300*--------------------------------------------------------------*
005310* FLAGGING THE PRIOR MONTH IS A RANDOM READ AND REWRITE, SO    *
005320* THE BROWSE IS RE-ESTABLISHED ON THE DAY JUST READ AFTERWARD. *
005330*--------------------------------------------------------------*
005340     IF CAL-DATE-X (1:6) NOT = WS-PER-MONTH
005350             AND WS-PER-MONTH NOT = SPACES
005360         MOVE CAL-DATE TO WS-PER-HOLD-DATE
005370         PERFORM 4200-FLAG-MONTH THRU 4200-EXIT
005380         MOVE WS-PER-HOLD-DATE TO CAL-DATE
005390         START CAL-FILE KEY IS EQUAL TO CAL-DATE
005400             INVALID KEY
005410                 SET WS-CAL-EOF TO TRUE
005420                 GO TO 4100-EXIT
005430         END-START
005440         READ CAL-FILE NEXT RECORD
005450             AT END
005460                 SET WS-CAL-EOF TO TRUE
005470                 GO TO 4100-EXIT
005480         END-READ
005490     END-IF.
005500     IF CAL-DATE-X (1:6) NOT = WS-PER-MONTH
005510         MOVE CAL-DATE-X (1:6) TO WS-PER-MONTH
005520         MOVE 0 TO WS-PER-LAST-BUS
005530     END-IF.
005540     IF CAL-MONTH-END OR CAL-QTR-END
005550         MOVE 'N' TO CAL-MONTH-END-SW
005560         MOVE 'N' TO CAL-QTR-END-SW
005570         REWRITE CAL-RECORD
005580             INVALID KEY
005590                 DISPLAY 'FIBCALM - CALMSTR REWRITE FAILED FOR '
005600                     CAL-DATE ', STATUS ' WS-CAL-STATUS
005610         END-REWRITE
005620     END-IF.
005630     IF CAL-BUSINESS-DAY
005640         MOVE CAL-DATE TO WS-PER-LAST-BUS
005650     END-IF.
005660     MOVE CAL-DATE TO WS-PER-LAST-DATE.
005670 4100-EXIT.
005680     EXIT.
005690
005700 4200-FLAG-MONTH.
005710     MOVE SPACES TO UPD-PERIOD-LINE.
005720     MOVE 'MONTH-END FOR' TO UPD-PER-LABEL.
005730     MOVE WS-PER-MONTH TO UPD-PER-MONTH.
005740     IF WS-PER-LAST-BUS = 0
005750         MOVE 0 TO UPD-PER-DATE
005760         MOVE 'NO BUS DAY' TO UPD-PER-QTR
005770         WRITE UPD-PRINT-LINE FROM UPD-PERIOD-LINE
005780             AFTER ADVANCING 1 LINE
005790         DISPLAY 'FIBCALM - WARNING - NO BUSINESS DAY IN '
005800             WS-PER-MONTH ' - NO MONTH-END SET'
005810         GO TO 4200-EXIT
005820     END-IF.
005830     MOVE WS-PER-LAST-BUS TO CAL-DATE.
005840     READ CAL-FILE
005850         INVALID KEY
005860             GO TO 4200-EXIT
005870     END-READ.
005880     SET CAL-MONTH-END TO TRUE.
005890     ADD 1 TO WS-MONTH-END-COUNT.
005900     IF CAL-MM = 3 OR 6 OR 9 OR 12
005910         SET CAL-QTR-END TO TRUE
005920         ADD 1 TO WS-QTR-END-COUNT
005930         MOVE 'QUARTER-END' TO UPD-PER-QTR
005940     END-IF.
005950     REWRITE CAL-RECORD
005960         INVALID KEY
005970             DISPLAY 'FIBCALM - CALMSTR REWRITE FAILED FOR '
005980                 CAL-DATE ', STATUS ' WS-CAL-STATUS
005990     END-REWRITE.
006000     MOVE CAL-DATE TO UPD-PER-DATE.
006010     WRITE UPD-PRINT-LINE FROM UPD-PERIOD-LINE
006020         AFTER ADVANCING 1 LINE.
006030 4200-EXIT.
006040     EXIT.
006050
006060 5000-REPORT-REJECT.
006070     SET WS-TRAN-BAD TO TRUE.
006080     ADD 1 TO WS-REJECT-COUNT.
006090     WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
006100         AFTER ADVANCING 1 LINE.
006110     DISPLAY 'FIBCALM - ' UPD-RESULT-TEXT.
006120 5000-EXIT.
006130     EXIT.
006140
006150*--------------------------------------------------------------*
006160* DAY OF THE WEEK FOR WS-WRK-DATE, 1=MONDAY THROUGH 7=SUNDAY.  *
006170*--------------------------------------------------------------*
006180 8000-SET-DAY-OF-WEEK.
006190     IF WS-WRK-MM > 2
006200         MOVE WS-WRK-CCYY TO WS-CNV-YEAR
006210         MOVE WS-WRK-MM TO WS-CNV-MONTH
006220     ELSE
006230         SUBTRACT 1 FROM WS-WRK-CCYY GIVING WS-CNV-YEAR
006240         ADD 12 TO WS-WRK-MM GIVING WS-CNV-MONTH
006250     END-IF.
006260     COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365 + WS-WRK-DD.
006270     DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK.
006280     ADD WS-CNV-WORK TO WS-CNV-DAYS.
006290     DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK.
006300     SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
006310     DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK.
006320     ADD WS-CNV-WORK TO WS-CNV-DAYS.
006330     COMPUTE WS-CNV-WORK = (WS-CNV-MONTH * 153 - 457) / 5.
006340     ADD WS-CNV-WORK TO WS-CNV-DAYS.
006350     DIVIDE WS-CNV-DAYS BY 7 GIVING WS-DOW-QUOT
006360         REMAINDER WS-DOW-REM.
006370     ADD 2 TO WS-DOW-REM GIVING WS-DAY-OF-WEEK.
006380     IF WS-DAY-OF-WEEK > 7
006390         SUBTRACT 7 FROM WS-DAY-OF-WEEK
006400     END-IF.
006410 8000-EXIT.
006420     EXIT.
006430
006440 8100-EDIT-DATE.
006450     MOVE 'N' TO WS-DATE-BAD-SW.
006460     IF WS-WRK-CCYY < 1901 OR WS-WRK-MM < 1 OR WS-WRK-MM > 12
006470             OR WS-WRK-DD < 1
006480         SET WS-DATE-BAD TO TRUE
006490         GO TO 8100-EXIT
006500     END-IF.
006510     PERFORM 8300-CHECK-LEAP-YEAR THRU 8300-EXIT.
006520     IF WS-LEAP-YEAR
006530         MOVE 29 TO WS-MONTH-DD (2)
006540     ELSE
006550         MOVE 28 TO WS-MONTH-DD (2)
006560     END-IF.
006570     IF WS-WRK-DD > WS-MONTH-DD (WS-WRK-MM)
006580         SET WS-DATE-BAD TO TRUE
006590     END-IF.
006600 8100-EXIT.
006610     EXIT.
006620
006630 8300-CHECK-LEAP-YEAR.
006640     MOVE 'N' TO WS-LEAP-SW.
006650     DIVIDE WS-WRK-CCYY BY 4 GIVING WS-LEAP-QUOT
006660         REMAINDER WS-LEAP-REM.
006670     IF WS-LEAP-REM NOT = 0
006680         GO TO 8300-EXIT
006690     END-IF.
006700     DIVIDE WS-WRK-CCYY BY 100 GIVING WS-LEAP-QUOT
006710         REMAINDER WS-LEAP-REM.
006720     IF WS-LEAP-REM NOT = 0
006730         MOVE 'Y' TO WS-LEAP-SW
006740         GO TO 8300-EXIT
006750     END-IF.
006760     DIVIDE WS-WRK-CCYY BY 400 GIVING WS-LEAP-QUOT
006770         REMAINDER WS-LEAP-REM.
006780     IF WS-LEAP-REM = 0
006790         MOVE 'Y' TO WS-LEAP-SW
006800     END-IF.
006810 8300-EXIT.
006820     EXIT.
006830
006840 9999-EXIT.
006850     STOP RUN.
