000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBTIME.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBTIME IS THE WEEKLY BATCH-WINDOW REPORT.  EVERY FIBJOB     *
000180* STEP APPENDS A STEP-TIMING RECORD TO THE PERMANENT RUNLOG    *
000190* DATA SET AS IT ENDS (SEE FIBRLOG) - START AND END DATE AND   *
000200* TIME, RECORDS READ AND WRITTEN, AND ITS RETURN CODE.         *
000210* FIBTIME READS RUNLOG FROM THE TOP AND GROUPS THOSE RECORDS   *
000220* INTO NIGHTS: EACH FIBJOB SUBMISSION STARTS AT ITS FIBSCHB    *
000230* RECORD AND BELONGS TO THE BUSINESS DATE THE LATER STEPS      *
000240* LOGGED (THE SUBMISSION DATE WHEN NO LATER STEP RAN).  A      *
000250* RESUBMISSION OF THE SAME BUSINESS DATE (A RESTART) IS ADDED  *
000260* INTO THAT NIGHT, SO A NIGHT'S ELAPSED TIME IS EVERYTHING IT  *
000270* COST THE WINDOW.  FOR EACH OF THE LAST SEVEN NIGHTS UP TO    *
000280* THE REPORT DATE IT PRINTS EVERY STEP'S ELAPSED TIME BESIDE   *
000290* THE STEP'S ROLLING AVERAGE OVER THE NIGHTS BEFORE IT, FLAGS  *
000300* A STEP GROWING FASTER THAN THE TREND LIMIT, AND CHECKS THE   *
000310* END OF THE JOB AGAINST THE BATCH-WINDOW DEADLINE - MISSED,   *
000320* OR NEAR IT WHEN IT ENDED INSIDE THE WARNING MARGIN.  THE     *
000330* OPTIONAL TIMCARD CARRIES THE REPORT DATE, THE DEADLINE, THE  *
000340* MARGIN, THE ROLLING-AVERAGE NIGHTS AND THE TREND LIMIT.      *
000350* RC=4 WHEN ANY NIGHT MISSED OR NEARED THE DEADLINE OR ANY     *
000360* STEP WAS FLAGGED GROWING, RC=16 WHEN RUNLOG CANNOT BE READ.  *
000370*--------------------------------------------------------------*
000380* MODIFICATION HISTORY                                        *
000390*--------------------------------------------------------------*
000400* DATE       INIT  DESCRIPTION                                 *
000410* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000412* 10/15/2026 DLC   ONLINE INQUIRY - FIBHONL (FIBJOB STEP055)   *
000414*                  ADDED TO THE STEP TABLE AFTER FIBHIST.      *
000420*--------------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RLOG-FILE ASSIGN TO RUNLOG
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RLOG-STATUS.
000500     SELECT OPTIONAL TIM-CARD-FILE ASSIGN TO TIMCARD
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT TIM-RPT-FILE ASSIGN TO TIMRPT
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RLOG-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY FIBRLOG.
000610
000620 FD  TIM-CARD-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  TIM-CARD-RECORD.
000660     05  TIM-END-DATE         PIC 9(08).
000670     05  TIM-DEADLINE.
000680         10  TIM-DEADLINE-HH  PIC 9(02).
000690         10  TIM-DEADLINE-MM  PIC 9(02).
000700     05  TIM-MARGIN           PIC 9(03).
000710     05  TIM-AVG-NIGHTS       PIC 9(02).
000720     05  TIM-TREND-PCT        PIC 9(03).
000730     05  FILLER               PIC X(60).
000740
000750 FD  TIM-RPT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  TIM-PRINT-LINE           PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810*--------------------------------------------------------------*
000820* BATCH-WINDOW WORK FIELDS                                     *
000830*--------------------------------------------------------------*
000840 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
000850
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000880         88  WS-EOF                       VALUE 'Y'.
000890     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
000900         88  WS-ABEND                     VALUE 'Y'.
000910     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
000920         88  WS-ENTRY-FOUND               VALUE 'Y'.
000930     05  WS-CHAIN-SW           PIC X(01) VALUE 'N'.
000940         88  WS-CHAIN-OPEN                VALUE 'Y'.
000950
000960*--------------------------------------------------------------*
000970* TIMCARD VALUES, WITH THE DEFAULTS USED WHEN THE CARD OR A    *
000980* FIELD ON IT IS MISSING - TODAY'S DATE, A 06:00 DEADLINE, A   *
000990* 30-MINUTE WARNING MARGIN, A 5-NIGHT ROLLING AVERAGE AND A    *
001000* 25 PERCENT TREND LIMIT.                                      *
001010*--------------------------------------------------------------*
001020 01  WS-END-DATE              PIC 9(08) VALUE 0.
001030 01  WS-DEADLINE              PIC 9(04) VALUE 0600.
001040 01  WS-DEADLINE-X REDEFINES WS-DEADLINE.
001050     05  WS-DEADLINE-HH       PIC 9(02).
001060     05  WS-DEADLINE-MM       PIC 9(02).
001070 01  WS-MARGIN                PIC 9(03) VALUE 30.
001080 01  WS-AVG-NIGHTS            PIC 9(02) VALUE 5.
001090 01  WS-AVG-NIGHTS-MAX        PIC 9(02) VALUE 30.
001100 01  WS-TREND-PCT             PIC 9(03) VALUE 25.
001110 01  WS-REPORT-NIGHTS         PIC 9(02) VALUE 7.
001120
001130 01  WS-RECORD-COUNT          PIC 9(07) VALUE 0.
001140 01  WS-STEP-REC-COUNT        PIC 9(07) VALUE 0.
001150 01  WS-UNKNOWN-COUNT         PIC 9(07) VALUE 0.
001160 01  WS-CHAIN-COUNT           PIC 9(05) VALUE 0.
001170 01  WS-NIGHTS-REPORTED       PIC 9(02) VALUE 0.
001180 01  WS-MISSED-COUNT          PIC 9(02) VALUE 0.
001190 01  WS-NEAR-COUNT            PIC 9(02) VALUE 0.
001200 01  WS-GROWING-COUNT         PIC 9(04) VALUE 0.
001210 01  WS-PAGE-COUNT            PIC 9(05) VALUE 0.
001220
001230*--------------------------------------------------------------*
001240* THE FIBJOB STEPS IN JOB ORDER.  A STEP-TIMING RECORD FOR A   *
001250* PROGRAM NOT LISTED HERE IS COUNTED BUT NOT REPORTED.         *
001260*--------------------------------------------------------------*
001270 01  WS-STP-TABLE-DATA.
001280     05  FILLER               PIC X(40) VALUE
001290         'FIBSCHB FIBRMGR FIBEDIT FIBLOCK HELLO   '.
001300     05  FILLER               PIC X(40) VALUE
001310         'RECON   FIBRPT  FIBLOAD FIBHIST FIBHONL '.
001320     05  FILLER               PIC X(32) VALUE
001330         'FIBXTR  FIBSTAT FIBBAL  FIBUNLK '.
001340 01  WS-STP-TABLE REDEFINES WS-STP-TABLE-DATA.
001350     05  WS-STP-NAME          PIC X(08) OCCURS 14 TIMES.
001360 01  WS-STP-MAX               PIC 9(02) VALUE 14.
001370 01  WS-STP-IX                PIC 9(02) VALUE 0.
001380
001390*--------------------------------------------------------------*
001400* THE SUBMISSION BEING COLLECTED - OPENED BY A FIBSCHB RECORD  *
001410* AND POSTED TO THE NIGHT TABLE WHEN THE NEXT ONE OPENS OR     *
001420* RUNLOG ENDS.  TIMES ARE HELD BOTH AS LOGGED AND AS AN        *
001430* ABSOLUTE COUNT OF HUNDREDTHS (SEE 6200) SO A STEP THAT RUNS  *
001440* ACROSS MIDNIGHT IS STILL TIMED CORRECTLY.                    *
001450*--------------------------------------------------------------*
001460 01  WS-CHN-ENTRY.
001470     05  WS-CHN-DATE          PIC 9(08).
001480     05  WS-CHN-RUNS          PIC 9(03).
001490     05  WS-CHN-START-DATE    PIC 9(08).
001500     05  WS-CHN-START-TIME    PIC 9(08).
001510     05  WS-CHN-START-ABS     PIC 9(15).
001520     05  WS-CHN-END-DATE      PIC 9(08).
001530     05  WS-CHN-END-TIME      PIC 9(08).
001540     05  WS-CHN-END-ABS       PIC 9(15).
001550     05  WS-CHN-MAX-RC        PIC 9(04).
001560     05  WS-CHN-STEP OCCURS 14 TIMES.
001570         10  WS-CHN-ELAPSED   PIC 9(09).
001580         10  WS-CHN-STEP-RUNS PIC 9(03).
001590         10  WS-CHN-STEP-RC   PIC 9(04).
001600
001610*--------------------------------------------------------------*
001620* ONE NIGHT-TABLE ENTRY PER BUSINESS DATE, IN DATE ORDER, SAME *
001630* LAYOUT AS THE SUBMISSION ABOVE.  WHEN THE TABLE IS FULL THE  *
001640* OLDEST NIGHT IS DROPPED - ONLY THE REPORTED WEEK AND THE     *
001650* ROLLING-AVERAGE NIGHTS BEFORE IT ARE EVER NEEDED.            *
001660*--------------------------------------------------------------*
001670 01  WS-NGT-MAX               PIC 9(02) VALUE 40.
001680 01  WS-NGT-COUNT             PIC 9(02) VALUE 0.
001690 01  WS-NGT-IX                PIC 9(02) VALUE 0.
001700 01  WS-NGT-TO-IX             PIC 9(02) VALUE 0.
001710 01  WS-NGT-FIRST-IX          PIC 9(02) VALUE 0.
001720 01  WS-NGT-TABLE.
001730     05  WS-NGT-ENTRY OCCURS 40 TIMES.
001740         10  WS-NGT-DATE          PIC 9(08).
001750         10  WS-NGT-RUNS          PIC 9(03).
001760         10  WS-NGT-START-DATE    PIC 9(08).
001770         10  WS-NGT-START-TIME    PIC 9(08).
001780         10  WS-NGT-START-ABS     PIC 9(15).
001790         10  WS-NGT-END-DATE      PIC 9(08).
001800         10  WS-NGT-END-TIME      PIC 9(08).
001810         10  WS-NGT-END-ABS       PIC 9(15).
001820         10  WS-NGT-MAX-RC        PIC 9(04).
001830         10  WS-NGT-STEP OCCURS 14 TIMES.
001840             15  WS-NGT-ELAPSED   PIC 9(09).
001850             15  WS-NGT-STEP-RUNS PIC 9(03).
001860             15  WS-NGT-STEP-RC   PIC 9(04).
001870
001880*--------------------------------------------------------------*
001890* ABSOLUTE-TIME FIELDS FOR 6200 - A DATE AND HHMMSSHH TIME IN, *
001900* HUNDREDTHS SINCE THE START OF THE DAY-NUMBER CALENDAR OUT.   *
001910*--------------------------------------------------------------*
001920 01  WS-TS-DATE               PIC 9(08) VALUE 0.
001930 01  WS-TS-DATE-X REDEFINES WS-TS-DATE.
001940     05  WS-TS-CCYY           PIC 9(04).
001950     05  WS-TS-MM             PIC 9(02).
001960     05  WS-TS-DD             PIC 9(02).
001970 01  WS-TS-TIME               PIC 9(08) VALUE 0.
001980 01  WS-TS-TIME-X REDEFINES WS-TS-TIME.
001990     05  WS-TS-HH             PIC 9(02).
002000     05  WS-TS-MI             PIC 9(02).
002010     05  WS-TS-SS             PIC 9(02).
002020     05  WS-TS-HS             PIC 9(02).
002030 01  WS-TS-ABS                PIC 9(15) VALUE 0.
002040 01  WS-JD-A                  PIC 9(02) VALUE 0.
002050 01  WS-JD-Y                  PIC 9(05) VALUE 0.
002060 01  WS-JD-M                  PIC 9(02) VALUE 0.
002070 01  WS-JD-WORK               PIC 9(05) VALUE 0.
002080 01  WS-JD-Y4                 PIC 9(05) VALUE 0.
002090 01  WS-JD-Y100               PIC 9(05) VALUE 0.
002100 01  WS-JD-Y400               PIC 9(05) VALUE 0.
002110 01  WS-JD-DAY                PIC 9(07) VALUE 0.
002120 01  WS-DAY-HUNDS             PIC 9(07) VALUE 8640000.
002130
002140 01  WS-REC-START-ABS         PIC 9(15) VALUE 0.
002150 01  WS-REC-END-ABS           PIC 9(15) VALUE 0.
002160 01  WS-REC-ELAPSED           PIC 9(09) VALUE 0.
002170
002180*--------------------------------------------------------------*
002190* PER-NIGHT AND PER-STEP REPORT WORK FIELDS                    *
002200*--------------------------------------------------------------*
002210 01  WS-DEADLINE-ABS          PIC 9(15) VALUE 0.
002220 01  WS-MARGIN-HUNDS          PIC 9(09) VALUE 0.
002230 01  WS-SPARE-HUNDS           PIC 9(15) VALUE 0.
002240 01  WS-SPARE-MINUTES         PIC 9(05) VALUE 0.
002250 01  WS-JOB-ELAPSED           PIC 9(09) VALUE 0.
002260 01  WS-AVG-SUM               PIC 9(11) VALUE 0.
002270 01  WS-AVG-N                 PIC 9(02) VALUE 0.
002280 01  WS-AVG-HUNDS             PIC 9(09) VALUE 0.
002290 01  WS-AVG-IX                PIC 9(02) VALUE 0.
002300 01  WS-CHG-PCT               PIC S9(04)V9 VALUE 0.
002310 01  WS-GROWTH-HUNDS          PIC S9(09) VALUE 0.
002320 01  WS-GROWTH-FLOOR          PIC 9(05) VALUE 100.
002330
002340*--------------------------------------------------------------*
002350* EDITING FIELDS - 6300 TURNS HUNDREDTHS INTO HHH:MM:SS AND    *
002360* 6350 TURNS A LOGGED HHMMSSHH TIME INTO HH:MM:SS.             *
002370*--------------------------------------------------------------*
002380 01  WS-FMT-HUNDS             PIC 9(09) VALUE 0.
002390 01  WS-FMT-SECONDS           PIC 9(07) VALUE 0.
002400 01  WS-FMT-MINUTES           PIC 9(05) VALUE 0.
002410 01  WS-FMT-REM               PIC 9(05) VALUE 0.
002420 01  WS-FMT-ELAPSED.
002430     05  WS-FMT-EL-HH         PIC ZZ9.
002440     05  FILLER               PIC X(01) VALUE ':'.
002450     05  WS-FMT-EL-MM         PIC 9(02).
002460     05  FILLER               PIC X(01) VALUE ':'.
002470     05  WS-FMT-EL-SS         PIC 9(02).
002480 01  WS-FMT-TIME              PIC 9(08) VALUE 0.
002490 01  WS-FMT-TIME-X REDEFINES WS-FMT-TIME.
002500     05  WS-FMT-TM-HH         PIC 9(02).
002510     05  WS-FMT-TM-MM         PIC 9(02).
002520     05  WS-FMT-TM-SS         PIC 9(02).
002530     05  WS-FMT-TM-HS         PIC 9(02).
002540 01  WS-FMT-CLOCK.
002550     05  WS-FMT-CK-HH         PIC 9(02).
002560     05  FILLER               PIC X(01) VALUE ':'.
002570     05  WS-FMT-CK-MM         PIC 9(02).
002580     05  FILLER               PIC X(01) VALUE ':'.
002590     05  WS-FMT-CK-SS         PIC 9(02).
002600 01  WS-MINUTES-EDIT          PIC ZZZZ9.
002610
002620*--------------------------------------------------------------*
002630* BATCH-WINDOW REPORT LINE LAYOUTS                             *
002640*--------------------------------------------------------------*
002650 01  TIM-HEADING-1.
002660     05  FILLER               PIC X(46) VALUE
002670         'FIBTIME - FIBJOB BATCH-WINDOW STEP TIMING'.
002680     05  FILLER               PIC X(13) VALUE 'WEEK ENDING '.
002690     05  HDG1-END-DATE        PIC 9(08).
002700     05  FILLER               PIC X(50) VALUE SPACES.
002710     05  FILLER               PIC X(05) VALUE 'PAGE '.
002720     05  HDG1-PAGE-NO         PIC ZZZZ9.
002730     05  FILLER               PIC X(05) VALUE SPACES.
002740
002750 01  TIM-HEADING-2.
002760     05  FILLER               PIC X(10) VALUE 'DEADLINE '.
002770     05  HDG2-DEADLINE-HH     PIC 9(02).
002780     05  FILLER               PIC X(01) VALUE ':'.
002790     05  HDG2-DEADLINE-MM     PIC 9(02).
002800     05  FILLER               PIC X(10) VALUE '  MARGIN '.
002810     05  HDG2-MARGIN          PIC ZZ9.
002820     05  FILLER               PIC X(24) VALUE
002830         ' MIN   ROLLING AVERAGE '.
002840     05  HDG2-AVG-NIGHTS      PIC Z9.
002850     05  FILLER               PIC X(22) VALUE
002860         ' NIGHTS   TREND LIMIT '.
002870     05  HDG2-TREND-PCT       PIC ZZ9.
002880     05  FILLER               PIC X(01) VALUE '%'.
002890     05  FILLER               PIC X(52) VALUE SPACES.
002900
002910 01  TIM-NIGHT-LINE.
002920     05  FILLER               PIC X(06) VALUE 'NIGHT '.
002930     05  TIM-NGT-DATE         PIC 9(08).
002940     05  FILLER               PIC X(14) VALUE '  SUBMISSIONS '.
002950     05  TIM-NGT-RUNS         PIC ZZ9.
002960     05  FILLER               PIC X(15) VALUE '  WINDOW START '.
002970     05  TIM-NGT-START        PIC X(08).
002980     05  FILLER               PIC X(10) VALUE '  JOB END '.
002990     05  TIM-NGT-END          PIC X(08).
003000     05  FILLER               PIC X(10) VALUE '  ELAPSED '.
003010     05  TIM-NGT-ELAPSED      PIC X(09).
003020     05  FILLER               PIC X(13) VALUE '  HIGHEST RC '.
003030     05  TIM-NGT-MAX-RC       PIC ZZZ9.
003040     05  FILLER               PIC X(24) VALUE SPACES.
003050
003060 01  TIM-COL-HEADING.
003070     05  FILLER               PIC X(05) VALUE SPACES.
003080     05  FILLER               PIC X(10) VALUE 'STEP'.
003090     05  FILLER               PIC X(05) VALUE 'RUNS'.
003100     05  FILLER               PIC X(11) VALUE '  ELAPSED'.
003110     05  FILLER               PIC X(06) VALUE '    RC'.
003120     05  FILLER               PIC X(11) VALUE '  ROLL AVG'.
003130     05  FILLER               PIC X(04) VALUE ' NTS'.
003140     05  FILLER               PIC X(09) VALUE '  CHANGE%'.
003150     05  FILLER               PIC X(22) VALUE '  TREND'.
003160     05  FILLER               PIC X(49) VALUE SPACES.
003170
003180 01  TIM-STEP-LINE.
003190     05  FILLER               PIC X(05) VALUE SPACES.
003200     05  TIM-STP-NAME         PIC X(08).
003210     05  FILLER               PIC X(02) VALUE SPACES.
003220     05  TIM-STP-RUNS         PIC ZZ9.
003230     05  FILLER               PIC X(02) VALUE SPACES.
003240     05  TIM-STP-ELAPSED      PIC X(09).
003250     05  FILLER               PIC X(02) VALUE SPACES.
003260     05  TIM-STP-RC           PIC ZZZ9.
003270     05  FILLER               PIC X(02) VALUE SPACES.
003280     05  TIM-STP-AVG          PIC X(09).
003290     05  FILLER               PIC X(02) VALUE SPACES.
003300     05  TIM-STP-AVG-N        PIC Z9.
003310     05  FILLER               PIC X(02) VALUE SPACES.
003320     05  TIM-STP-CHANGE       PIC +ZZZ9.9.
003330     05  TIM-STP-CHANGE-X REDEFINES TIM-STP-CHANGE
003340                              PIC X(07).
003350     05  FILLER               PIC X(02) VALUE SPACES.
003360     05  TIM-STP-FLAG         PIC X(20).
003370     05  FILLER               PIC X(51) VALUE SPACES.
003380
003390 01  TIM-SECTION-LINE.
003400     05  FILLER               PIC X(02) VALUE SPACES.
003410     05  TIM-SECTION-TEXT     PIC X(60).
003420     05  FILLER               PIC X(70) VALUE SPACES.
003430
003440 01  TIM-TOTAL-LINE.
003450     05  FILLER               PIC X(05) VALUE SPACES.
003460     05  TIM-TOT-LABEL        PIC X(35).
003470     05  TIM-TOT-VALUE        PIC ZZZZZZ9.
003480     05  FILLER               PIC X(85) VALUE SPACES.
003490
003500 01  TIM-MESSAGE-LINE.
003510     05  FILLER               PIC X(05) VALUE SPACES.
003520     05  TIM-MSG-TEXT         PIC X(80).
003530     05  FILLER               PIC X(47) VALUE SPACES.
003540
003550 PROCEDURE DIVISION.
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     PERFORM 2000-POST-RUNLOG THRU 2000-EXIT
003590         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
003600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003610     GO TO 9999-EXIT.
003620
003630 1000-INITIALIZE.
003640     DISPLAY '==========================================='.
003650     DISPLAY 'FIBTIME - FIBJOB BATCH-WINDOW STEP TIMING'.
003660     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
003670     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003680     COMPUTE WS-MARGIN-HUNDS = WS-MARGIN * 6000.
003690     INITIALIZE WS-CHN-ENTRY.
003700     INITIALIZE WS-NGT-TABLE.
003710     OPEN INPUT RLOG-FILE.
003720     IF WS-RLOG-STATUS NOT = '00'
003730         DISPLAY 'FIBTIME - ABEND - RUNLOG OPEN FAILED, STATUS '
003740             WS-RLOG-STATUS
003750         SET WS-ABEND TO TRUE
003760         SET WS-EOF TO TRUE
003770         GO TO 1000-EXIT
003780     END-IF.
003790     READ RLOG-FILE
003800         AT END
003810             SET WS-EOF TO TRUE
003820     END-READ.
003830 1000-EXIT.
003840     EXIT.
003850
003860*--------------------------------------------------------------*
003870* A FIELD THAT IS BLANK, NOT NUMERIC OR OUT OF RANGE KEEPS ITS *
003880* DEFAULT.  THE ROLLING AVERAGE IS CAPPED SO THE NIGHT TABLE   *
003890* CAN ALWAYS HOLD THE REPORTED WEEK PLUS THE NIGHTS BEHIND IT. *
003900*--------------------------------------------------------------*
003910 1100-READ-CARD.
003920     MOVE SPACES TO TIM-CARD-RECORD.
003930     OPEN INPUT TIM-CARD-FILE.
003940     READ TIM-CARD-FILE
003950         AT END
003960             CONTINUE
003970     END-READ.
003980     CLOSE TIM-CARD-FILE.
003990     IF TIM-END-DATE NUMERIC AND TIM-END-DATE > 0
004000         MOVE TIM-END-DATE TO WS-END-DATE
004010     END-IF.
004020     IF TIM-DEADLINE NUMERIC
004030             AND TIM-DEADLINE-HH < 24 AND TIM-DEADLINE-MM < 60
004040         MOVE TIM-DEADLINE TO WS-DEADLINE
004050     END-IF.
004060     IF TIM-MARGIN NUMERIC
004070         MOVE TIM-MARGIN TO WS-MARGIN
004080     END-IF.
004090     IF TIM-AVG-NIGHTS NUMERIC AND TIM-AVG-NIGHTS > 0
004100         MOVE TIM-AVG-NIGHTS TO WS-AVG-NIGHTS
004110     END-IF.
004120     IF WS-AVG-NIGHTS > WS-AVG-NIGHTS-MAX
004130         DISPLAY 'FIBTIME - ROLLING AVERAGE CAPPED AT '
004140             WS-AVG-NIGHTS-MAX ' NIGHTS'
004150         MOVE WS-AVG-NIGHTS-MAX TO WS-AVG-NIGHTS
004160     END-IF.
004170     IF TIM-TREND-PCT NUMERIC AND TIM-TREND-PCT > 0
004180         MOVE TIM-TREND-PCT TO WS-TREND-PCT
004190     END-IF.
004200 1100-EXIT.
004210     EXIT.
004220
004230*--------------------------------------------------------------*
004240* ONLY STEP-TIMING RECORDS ARE USED.  A FIBSCHB RECORD CLOSES  *
004250* THE SUBMISSION BEING COLLECTED AND OPENS THE NEXT; A STEP    *
004260* LOGGED BEFORE ANY FIBSCHB RECORD (A LOG THAT STARTS PART WAY *
004270* THROUGH A NIGHT) OPENS ONE OF ITS OWN.                       *
004280*--------------------------------------------------------------*
004290 2000-POST-RUNLOG.
004300     IF NOT WS-EOF
004310         ADD 1 TO WS-RECORD-COUNT
004320         IF RLOG-STEP-TIMING
004330             ADD 1 TO WS-STEP-REC-COUNT
004340             IF RLOG-STEP-PROGRAM = 'FIBSCHB'
004350                 PERFORM 2200-CLOSE-CHAIN THRU 2200-EXIT
004360             END-IF
004370             IF NOT WS-CHAIN-OPEN
004380                 PERFORM 2100-OPEN-CHAIN THRU 2100-EXIT
004390             END-IF
004400             PERFORM 2300-POST-STEP THRU 2300-EXIT
004410         END-IF
004420         READ RLOG-FILE
004430             AT END
004440                 SET WS-EOF TO TRUE
004450         END-READ
004460     END-IF.
004470 2000-EXIT.
004480     EXIT.
004490
004500 2100-OPEN-CHAIN.
004510     INITIALIZE WS-CHN-ENTRY.
004520     MOVE 1 TO WS-CHN-RUNS.
004530     MOVE RLOG-STEP-START-DATE TO WS-CHN-START-DATE.
004540     MOVE RLOG-STEP-START-TIME TO WS-CHN-START-TIME.
004550     MOVE RLOG-STEP-START-DATE TO WS-TS-DATE.
004560     MOVE RLOG-STEP-START-TIME TO WS-TS-TIME.
004570     PERFORM 6200-ABSOLUTE-TIME THRU 6200-EXIT.
004580     MOVE WS-TS-ABS TO WS-CHN-START-ABS.
004590     SET WS-CHAIN-OPEN TO TRUE.
004600     ADD 1 TO WS-CHAIN-COUNT.
004610 2100-EXIT.
004620     EXIT.
004630
004640*--------------------------------------------------------------*
004650* POST THE SUBMISSION TO ITS NIGHT.  ITS BUSINESS DATE IS THE  *
004660* FIRST ONE A STEP LOGGED, ELSE THE DATE FIBSCHB STARTED.  A   *
004670* NIGHT AFTER THE REPORT DATE IS LEFT OUT.  A NIGHT ALREADY IN *
004680* THE TABLE (A RESTART OR RESUBMISSION) IS ADDED INTO.         *
004690*--------------------------------------------------------------*
004700 2200-CLOSE-CHAIN.
004710     IF NOT WS-CHAIN-OPEN
004720         GO TO 2200-EXIT
004730     END-IF.
004740     MOVE 'N' TO WS-CHAIN-SW.
004750     IF WS-CHN-DATE = 0
004760         MOVE WS-CHN-START-DATE TO WS-CHN-DATE
004770     END-IF.
004780     IF WS-CHN-DATE > WS-END-DATE
004790         GO TO 2200-EXIT
004800     END-IF.
004810     MOVE 'N' TO WS-FOUND-SW.
004820     MOVE 0 TO WS-NGT-IX.
004830     PERFORM 2210-MATCH-NIGHT THRU 2210-EXIT
004840         UNTIL WS-ENTRY-FOUND OR WS-NGT-IX >= WS-NGT-COUNT.
004850     IF WS-ENTRY-FOUND
004860         PERFORM 2250-MERGE-NIGHT THRU 2250-EXIT
004870     ELSE
004880         PERFORM 2270-INSERT-NIGHT THRU 2270-EXIT
004890     END-IF.
004900 2200-EXIT.
004910     EXIT.
004920
004930 2210-MATCH-NIGHT.
004940     ADD 1 TO WS-NGT-IX.
004950     IF WS-NGT-DATE (WS-NGT-IX) = WS-CHN-DATE
004960         SET WS-ENTRY-FOUND TO TRUE
004970     END-IF.
004980 2210-EXIT.
004990     EXIT.
005000
005010*--------------------------------------------------------------*
005020* A SECOND SUBMISSION FOR THE SAME NIGHT - STEP TIMES AND RUNS *
005030* ADD UP, THE WINDOW STARTS AT THE EARLIER SUBMISSION AND ENDS *
005040* AT THE LATER ONE, AND THE HIGHEST RETURN CODE IS KEPT.       *
005050*--------------------------------------------------------------*
005060 2250-MERGE-NIGHT.
005070     ADD WS-CHN-RUNS TO WS-NGT-RUNS (WS-NGT-IX).
005080     IF WS-CHN-START-ABS < WS-NGT-START-ABS (WS-NGT-IX)
005090         MOVE WS-CHN-START-DATE TO WS-NGT-START-DATE (WS-NGT-IX)
005100         MOVE WS-CHN-START-TIME TO WS-NGT-START-TIME (WS-NGT-IX)
005110         MOVE WS-CHN-START-ABS TO WS-NGT-START-ABS (WS-NGT-IX)
005120     END-IF.
005130     IF WS-CHN-END-ABS > WS-NGT-END-ABS (WS-NGT-IX)
005140         MOVE WS-CHN-END-DATE TO WS-NGT-END-DATE (WS-NGT-IX)
005150         MOVE WS-CHN-END-TIME TO WS-NGT-END-TIME (WS-NGT-IX)
005160         MOVE WS-CHN-END-ABS TO WS-NGT-END-ABS (WS-NGT-IX)
005170     END-IF.
005180     IF WS-CHN-MAX-RC > WS-NGT-MAX-RC (WS-NGT-IX)
005190         MOVE WS-CHN-MAX-RC TO WS-NGT-MAX-RC (WS-NGT-IX)
005200     END-IF.
005210     MOVE 0 TO WS-STP-IX.
005220     PERFORM 2260-MERGE-STEP THRU 2260-EXIT
005230         UNTIL WS-STP-IX >= WS-STP-MAX.
005240 2250-EXIT.
005250     EXIT.
005260
005270 2260-MERGE-STEP.
005280     ADD 1 TO WS-STP-IX.
005290     ADD WS-CHN-ELAPSED (WS-STP-IX)
005300         TO WS-NGT-ELAPSED (WS-NGT-IX, WS-STP-IX).
005310     ADD WS-CHN-STEP-RUNS (WS-STP-IX)
005320         TO WS-NGT-STEP-RUNS (WS-NGT-IX, WS-STP-IX).
005330     IF WS-CHN-STEP-RC (WS-STP-IX)
005340             > WS-NGT-STEP-RC (WS-NGT-IX, WS-STP-IX)
005350         MOVE WS-CHN-STEP-RC (WS-STP-IX)
005360             TO WS-NGT-STEP-RC (WS-NGT-IX, WS-STP-IX)
005370     END-IF.
005380 2260-EXIT.
005390     EXIT.
005400
005410*--------------------------------------------------------------*
005420* A NEW NIGHT GOES IN DATE ORDER.  A FULL TABLE FIRST DROPS    *
005430* ITS OLDEST NIGHT - OR, WHEN THE NEW NIGHT IS OLDER STILL,    *
005440* THE NEW NIGHT IS THE ONE LEFT OUT.                           *
005450*--------------------------------------------------------------*
005460 2270-INSERT-NIGHT.
005470     IF WS-NGT-COUNT >= WS-NGT-MAX
005480         IF WS-CHN-DATE < WS-NGT-DATE (1)
005490             GO TO 2270-EXIT
005500         END-IF
005510         MOVE 1 TO WS-NGT-IX
005520         PERFORM 2280-SHIFT-DOWN THRU 2280-EXIT
005530             UNTIL WS-NGT-IX >= WS-NGT-COUNT
005540         SUBTRACT 1 FROM WS-NGT-COUNT
005550     END-IF.
005560     MOVE WS-NGT-COUNT TO WS-NGT-IX.
005570     MOVE 'N' TO WS-FOUND-SW.
005580     PERFORM 2290-SHIFT-UP THRU 2290-EXIT
005590         UNTIL WS-ENTRY-FOUND OR WS-NGT-IX = 0.
005600     ADD 1 TO WS-NGT-IX.
005610     MOVE WS-CHN-ENTRY TO WS-NGT-ENTRY (WS-NGT-IX).
005620     ADD 1 TO WS-NGT-COUNT.
005630 2270-EXIT.
005640     EXIT.
005650
005660 2280-SHIFT-DOWN.
005670     COMPUTE WS-NGT-TO-IX = WS-NGT-IX + 1.
005680     MOVE WS-NGT-ENTRY (WS-NGT-TO-IX) TO WS-NGT-ENTRY (WS-NGT-IX).
005690     ADD 1 TO WS-NGT-IX.
005700 2280-EXIT.
005710     EXIT.
005720
005730 2290-SHIFT-UP.
005740     IF WS-NGT-DATE (WS-NGT-IX) < WS-CHN-DATE
005750         SET WS-ENTRY-FOUND TO TRUE
005760         GO TO 2290-EXIT
005770     END-IF.
005780     COMPUTE WS-NGT-TO-IX = WS-NGT-IX + 1.
005790     MOVE WS-NGT-ENTRY (WS-NGT-IX) TO WS-NGT-ENTRY (WS-NGT-TO-IX).
005800     SUBTRACT 1 FROM WS-NGT-IX.
005810 2290-EXIT.
005820     EXIT.
005830
005840*--------------------------------------------------------------*
005850* ADD ONE STEP'S ELAPSED TIME TO THE SUBMISSION.  THE FIRST    *
005860* BUSINESS DATE A STEP LOGGED DATES THE SUBMISSION, AND THE    *
005870* LATEST END TIME SEEN IS THE END OF THE JOB.                  *
005880*--------------------------------------------------------------*
005890 2300-POST-STEP.
005900     PERFORM 6000-FIND-STEP THRU 6000-EXIT.
005910     IF NOT WS-ENTRY-FOUND
005920         ADD 1 TO WS-UNKNOWN-COUNT
005930         GO TO 2300-EXIT
005940     END-IF.
005950     MOVE RLOG-STEP-START-DATE TO WS-TS-DATE.
005960     MOVE RLOG-STEP-START-TIME TO WS-TS-TIME.
005970     PERFORM 6200-ABSOLUTE-TIME THRU 6200-EXIT.
005980     MOVE WS-TS-ABS TO WS-REC-START-ABS.
005990     MOVE RLOG-STEP-END-DATE TO WS-TS-DATE.
006000     MOVE RLOG-STEP-END-TIME TO WS-TS-TIME.
006010     PERFORM 6200-ABSOLUTE-TIME THRU 6200-EXIT.
006020     MOVE WS-TS-ABS TO WS-REC-END-ABS.
006030     IF WS-REC-END-ABS > WS-REC-START-ABS
006040         COMPUTE WS-REC-ELAPSED =
006050             WS-REC-END-ABS - WS-REC-START-ABS
006060     ELSE
006070         MOVE 0 TO WS-REC-ELAPSED
006080     END-IF.
006090     ADD WS-REC-ELAPSED TO WS-CHN-ELAPSED (WS-STP-IX).
006100     ADD 1 TO WS-CHN-STEP-RUNS (WS-STP-IX).
006110     IF RLOG-STEP-RC NUMERIC
006120         IF RLOG-STEP-RC > WS-CHN-STEP-RC (WS-STP-IX)
006130             MOVE RLOG-STEP-RC TO WS-CHN-STEP-RC (WS-STP-IX)
006140         END-IF
006150         IF RLOG-STEP-RC > WS-CHN-MAX-RC
006160             MOVE RLOG-STEP-RC TO WS-CHN-MAX-RC
006170         END-IF
006180     END-IF.
006190     IF WS-REC-END-ABS > WS-CHN-END-ABS
006200         MOVE RLOG-STEP-END-DATE TO WS-CHN-END-DATE
006210         MOVE RLOG-STEP-END-TIME TO WS-CHN-END-TIME
006220         MOVE WS-REC-END-ABS TO WS-CHN-END-ABS
006230     END-IF.
006240     IF WS-CHN-DATE = 0
006250             AND RLOG-RUN-DATE NUMERIC AND RLOG-RUN-DATE > 0
006260         MOVE RLOG-RUN-DATE TO WS-CHN-DATE
006270     END-IF.
006280 2300-EXIT.
006290     EXIT.
006300
006310 3000-FINALIZE.
006320     IF WS-ABEND
006330         CLOSE RLOG-FILE
006340         MOVE 16 TO RETURN-CODE
006350         DISPLAY '==========================================='
006360         GO TO 3000-EXIT
006370     END-IF.
006380     PERFORM 2200-CLOSE-CHAIN THRU 2200-EXIT.
006390     CLOSE RLOG-FILE.
006400     OPEN OUTPUT TIM-RPT-FILE.
006410     PERFORM 3100-PRINT-WEEK THRU 3100-EXIT.
006420     PERFORM 3500-PRINT-SUMMARY THRU 3500-EXIT.
006430     CLOSE TIM-RPT-FILE.
006440     DISPLAY 'FIBTIME - RUNLOG RECORDS READ: ' WS-RECORD-COUNT.
006450     DISPLAY 'FIBTIME - NIGHTS REPORTED....: ' WS-NIGHTS-REPORTED.
006460     DISPLAY 'FIBTIME - DEADLINES MISSED...: ' WS-MISSED-COUNT.
006470     DISPLAY 'FIBTIME - NEAR DEADLINE......: ' WS-NEAR-COUNT.
006480     DISPLAY 'FIBTIME - STEPS GROWING......: ' WS-GROWING-COUNT.
006490     IF WS-MISSED-COUNT > 0 OR WS-NEAR-COUNT > 0
006500             OR WS-GROWING-COUNT > 0
006510         MOVE 4 TO RETURN-CODE
006520     ELSE
006530         MOVE 0 TO RETURN-CODE
006540     END-IF.
006550     DISPLAY '==========================================='.
006560 3000-EXIT.
006570     EXIT.
006580
006590*--------------------------------------------------------------*
006600* THE WEEK IS THE LAST SEVEN NIGHTS IN THE TABLE - EVERY NIGHT *
006610* AFTER THE REPORT DATE WAS ALREADY LEFT OUT - ONE PAGE EACH.  *
006620*--------------------------------------------------------------*
006630 3100-PRINT-WEEK.
006640     IF WS-NGT-COUNT = 0
006650         PERFORM 3150-PRINT-HEADINGS THRU 3150-EXIT
006660         MOVE 'NO STEP-TIMING RECORDS UP TO THE REPORT DATE'
006670             TO TIM-MSG-TEXT
006680         WRITE TIM-PRINT-LINE FROM TIM-MESSAGE-LINE
006690             AFTER ADVANCING 2 LINES
006700         GO TO 3100-EXIT
006710     END-IF.
006720     IF WS-NGT-COUNT > WS-REPORT-NIGHTS
006730         COMPUTE WS-NGT-FIRST-IX =
006740             WS-NGT-COUNT - WS-REPORT-NIGHTS + 1
006750     ELSE
006760         MOVE 1 TO WS-NGT-FIRST-IX
006770     END-IF.
006780     COMPUTE WS-NGT-IX = WS-NGT-FIRST-IX - 1.
006790     PERFORM 3200-PRINT-NIGHT THRU 3200-EXIT
006800         UNTIL WS-NGT-IX >= WS-NGT-COUNT.
006810 3100-EXIT.
006820     EXIT.
006830
006840 3150-PRINT-HEADINGS.
006850     ADD 1 TO WS-PAGE-COUNT.
006860     MOVE WS-END-DATE TO HDG1-END-DATE.
006870     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
006880     WRITE TIM-PRINT-LINE FROM TIM-HEADING-1
006890         AFTER ADVANCING PAGE.
006900     MOVE WS-DEADLINE-HH TO HDG2-DEADLINE-HH.
006910     MOVE WS-DEADLINE-MM TO HDG2-DEADLINE-MM.
006920     MOVE WS-MARGIN TO HDG2-MARGIN.
006930     MOVE WS-AVG-NIGHTS TO HDG2-AVG-NIGHTS.
006940     MOVE WS-TREND-PCT TO HDG2-TREND-PCT.
006950     WRITE TIM-PRINT-LINE FROM TIM-HEADING-2
006960         AFTER ADVANCING 1 LINE.
006970 3150-EXIT.
006980     EXIT.
006990
007000 3200-PRINT-NIGHT.
007010     ADD 1 TO WS-NGT-IX.
007020     ADD 1 TO WS-NIGHTS-REPORTED.
007030     PERFORM 3150-PRINT-HEADINGS THRU 3150-EXIT.
007040     MOVE WS-NGT-DATE (WS-NGT-IX) TO TIM-NGT-DATE.
007050     MOVE WS-NGT-RUNS (WS-NGT-IX) TO TIM-NGT-RUNS.
007060     MOVE WS-NGT-START-TIME (WS-NGT-IX) TO WS-FMT-TIME.
007070     PERFORM 6350-FORMAT-CLOCK THRU 6350-EXIT.
007080     MOVE WS-FMT-CLOCK TO TIM-NGT-START.
007090     MOVE WS-NGT-END-TIME (WS-NGT-IX) TO WS-FMT-TIME.
007100     PERFORM 6350-FORMAT-CLOCK THRU 6350-EXIT.
007110     MOVE WS-FMT-CLOCK TO TIM-NGT-END.
007120     IF WS-NGT-END-ABS (WS-NGT-IX) > WS-NGT-START-ABS (WS-NGT-IX)
007130         COMPUTE WS-JOB-ELAPSED = WS-NGT-END-ABS (WS-NGT-IX)
007140             - WS-NGT-START-ABS (WS-NGT-IX)
007150     ELSE
007160         MOVE 0 TO WS-JOB-ELAPSED
007170     END-IF.
007180     MOVE WS-JOB-ELAPSED TO WS-FMT-HUNDS.
007190     PERFORM 6300-FORMAT-ELAPSED THRU 6300-EXIT.
007200     MOVE WS-FMT-ELAPSED TO TIM-NGT-ELAPSED.
007210     MOVE WS-NGT-MAX-RC (WS-NGT-IX) TO TIM-NGT-MAX-RC.
007220     WRITE TIM-PRINT-LINE FROM TIM-NIGHT-LINE
007230         AFTER ADVANCING 2 LINES.
007240     PERFORM 3250-CHECK-DEADLINE THRU 3250-EXIT.
007250     WRITE TIM-PRINT-LINE FROM TIM-COL-HEADING
007260         AFTER ADVANCING 2 LINES.
007270     MOVE 0 TO WS-STP-IX.
007280     PERFORM 3300-PRINT-STEP THRU 3300-EXIT
007290         UNTIL WS-STP-IX >= WS-STP-MAX.
007300 3200-EXIT.
007310     EXIT.
007320
007330*--------------------------------------------------------------*
007340* THE DEADLINE FALLS ON THE DAY THE WINDOW OPENED, OR THE DAY  *
007350* AFTER WHEN THAT TIME HAD ALREADY PASSED AT THE OPEN (THE     *
007360* USUAL CASE - A JOB STARTED IN THE EVENING DUE OUT BY EARLY   *
007370* MORNING).                                                    *
007380*--------------------------------------------------------------*
007390 3250-CHECK-DEADLINE.
007400     MOVE WS-NGT-START-DATE (WS-NGT-IX) TO WS-TS-DATE.
007410     MOVE 0 TO WS-TS-TIME.
007420     MOVE WS-DEADLINE-HH TO WS-TS-HH.
007430     MOVE WS-DEADLINE-MM TO WS-TS-MI.
007440     PERFORM 6200-ABSOLUTE-TIME THRU 6200-EXIT.
007450     MOVE WS-TS-ABS TO WS-DEADLINE-ABS.
007460     IF WS-DEADLINE-ABS <= WS-NGT-START-ABS (WS-NGT-IX)
007470         ADD WS-DAY-HUNDS TO WS-DEADLINE-ABS
007480     END-IF.
007490     MOVE SPACES TO TIM-MSG-TEXT.
007500     IF WS-NGT-END-ABS (WS-NGT-IX) > WS-DEADLINE-ABS
007510         COMPUTE WS-SPARE-HUNDS =
007520             WS-NGT-END-ABS (WS-NGT-IX) - WS-DEADLINE-ABS
007530         PERFORM 3260-SPARE-MINUTES THRU 3260-EXIT
007540         ADD 1 TO WS-MISSED-COUNT
007550         STRING '*** DEADLINE MISSED *** JOB ENDED '
007560             WS-MINUTES-EDIT ' MINUTES AFTER THE '
007570             HDG2-DEADLINE-HH ':' HDG2-DEADLINE-MM ' DEADLINE'
007580             DELIMITED BY SIZE INTO TIM-MSG-TEXT
007590     ELSE
007600         COMPUTE WS-SPARE-HUNDS =
007610             WS-DEADLINE-ABS - WS-NGT-END-ABS (WS-NGT-IX)
007620         PERFORM 3260-SPARE-MINUTES THRU 3260-EXIT
007630         IF WS-SPARE-HUNDS <= WS-MARGIN-HUNDS
007640             ADD 1 TO WS-NEAR-COUNT
007650             STRING '*** NEAR DEADLINE *** JOB ENDED '
007660                 WS-MINUTES-EDIT ' MINUTES BEFORE THE '
007670                 HDG2-DEADLINE-HH ':' HDG2-DEADLINE-MM
007680                 ' DEADLINE' DELIMITED BY SIZE INTO TIM-MSG-TEXT
007690         ELSE
007700             STRING 'WITHIN WINDOW - JOB ENDED '
007710                 WS-MINUTES-EDIT ' MINUTES BEFORE THE '
007720                 HDG2-DEADLINE-HH ':' HDG2-DEADLINE-MM
007730                 ' DEADLINE' DELIMITED BY SIZE INTO TIM-MSG-TEXT
007740         END-IF
007750     END-IF.
007760     WRITE TIM-PRINT-LINE FROM TIM-MESSAGE-LINE
007770         AFTER ADVANCING 1 LINE.
007780 3250-EXIT.
007790     EXIT.
007800
007810 3260-SPARE-MINUTES.
007820     DIVIDE WS-SPARE-HUNDS BY 6000 GIVING WS-SPARE-MINUTES.
007830     MOVE WS-SPARE-MINUTES TO WS-MINUTES-EDIT.
007840 3260-EXIT.
007850     EXIT.
007860
007870*--------------------------------------------------------------*
007880* ONE LINE PER FIBJOB STEP.  THE ROLLING AVERAGE IS TAKEN OVER *
007890* THE LAST WS-AVG-NIGHTS EARLIER NIGHTS ON WHICH THE STEP RAN. *
007900* A STEP IS FLAGGED GROWING WHEN IT RAN MORE THAN THE TREND    *
007910* LIMIT OVER ITS AVERAGE AND BY AT LEAST WS-GROWTH-FLOOR       *
007920* HUNDREDTHS, SO A STEP OF A SECOND OR TWO IS NOT FLAGGED FOR  *
007930* TIMER NOISE.                                                 *
007940*--------------------------------------------------------------*
007950 3300-PRINT-STEP.
007960     ADD 1 TO WS-STP-IX.
007970     MOVE WS-STP-NAME (WS-STP-IX) TO TIM-STP-NAME.
007980     MOVE WS-NGT-STEP-RUNS (WS-NGT-IX, WS-STP-IX) TO TIM-STP-RUNS.
007990     MOVE SPACES TO TIM-STP-FLAG.
008000     PERFORM 6400-ROLLING-AVERAGE THRU 6400-EXIT.
008010     MOVE WS-AVG-N TO TIM-STP-AVG-N.
008020     IF WS-AVG-N > 0
008030         MOVE WS-AVG-HUNDS TO WS-FMT-HUNDS
008040         PERFORM 6300-FORMAT-ELAPSED THRU 6300-EXIT
008050         MOVE WS-FMT-ELAPSED TO TIM-STP-AVG
008060     ELSE
008070         MOVE SPACES TO TIM-STP-AVG
008080     END-IF.
008090     MOVE SPACES TO TIM-STP-CHANGE-X.
008100     IF WS-NGT-STEP-RUNS (WS-NGT-IX, WS-STP-IX) = 0
008110         MOVE SPACES TO TIM-STP-ELAPSED
008120         MOVE 0 TO TIM-STP-RC
008130         MOVE 'NOT RUN' TO TIM-STP-FLAG
008140         GO TO 3300-WRITE
008150     END-IF.
008160     MOVE WS-NGT-ELAPSED (WS-NGT-IX, WS-STP-IX) TO WS-FMT-HUNDS.
008170     PERFORM 6300-FORMAT-ELAPSED THRU 6300-EXIT.
008180     MOVE WS-FMT-ELAPSED TO TIM-STP-ELAPSED.
008190     MOVE WS-NGT-STEP-RC (WS-NGT-IX, WS-STP-IX) TO TIM-STP-RC.
008200     IF WS-AVG-N = 0
008210         MOVE 'NO HISTORY' TO TIM-STP-FLAG
008220         GO TO 3300-WRITE
008230     END-IF.
008240     IF WS-AVG-HUNDS = 0
008250         GO TO 3300-WRITE
008260     END-IF.
008270     COMPUTE WS-GROWTH-HUNDS =
008280         WS-NGT-ELAPSED (WS-NGT-IX, WS-STP-IX) - WS-AVG-HUNDS.
008290     COMPUTE WS-CHG-PCT ROUNDED =
008300         WS-GROWTH-HUNDS * 100 / WS-AVG-HUNDS
008310         ON SIZE ERROR
008320             MOVE 9999.9 TO WS-CHG-PCT
008330     END-COMPUTE.
008340     MOVE WS-CHG-PCT TO TIM-STP-CHANGE.
008350     IF WS-CHG-PCT > WS-TREND-PCT
008360             AND WS-GROWTH-HUNDS >= WS-GROWTH-FLOOR
008370         MOVE '*** GROWING ***' TO TIM-STP-FLAG
008380         ADD 1 TO WS-GROWING-COUNT
008390     END-IF.
008400 3300-WRITE.
008410     WRITE TIM-PRINT-LINE FROM TIM-STEP-LINE
008420         AFTER ADVANCING 1 LINE.
008430 3300-EXIT.
008440     EXIT.
008450
008460 3500-PRINT-SUMMARY.
008470     PERFORM 3150-PRINT-HEADINGS THRU 3150-EXIT.
008480     MOVE 'WEEK SUMMARY' TO TIM-SECTION-TEXT.
008490     WRITE TIM-PRINT-LINE FROM TIM-SECTION-LINE
008500         AFTER ADVANCING 2 LINES.
008510     MOVE 'RUNLOG RECORDS READ' TO TIM-TOT-LABEL.
008520     MOVE WS-RECORD-COUNT TO TIM-TOT-VALUE.
008530     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008540         AFTER ADVANCING 1 LINE.
008550     MOVE 'STEP-TIMING RECORDS' TO TIM-TOT-LABEL.
008560     MOVE WS-STEP-REC-COUNT TO TIM-TOT-VALUE.
008570     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008580         AFTER ADVANCING 1 LINE.
008590     MOVE 'RECORDS FOR UNLISTED PROGRAMS' TO TIM-TOT-LABEL.
008600     MOVE WS-UNKNOWN-COUNT TO TIM-TOT-VALUE.
008610     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008620         AFTER ADVANCING 1 LINE.
008630     MOVE 'FIBJOB SUBMISSIONS SEEN' TO TIM-TOT-LABEL.
008640     MOVE WS-CHAIN-COUNT TO TIM-TOT-VALUE.
008650     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008660         AFTER ADVANCING 1 LINE.
008670     MOVE 'NIGHTS REPORTED' TO TIM-TOT-LABEL.
008680     MOVE WS-NIGHTS-REPORTED TO TIM-TOT-VALUE.
008690     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008700         AFTER ADVANCING 1 LINE.
008710     MOVE 'NIGHTS PAST THE DEADLINE' TO TIM-TOT-LABEL.
008720     MOVE WS-MISSED-COUNT TO TIM-TOT-VALUE.
008730     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008740         AFTER ADVANCING 1 LINE.
008750     MOVE 'NIGHTS INSIDE THE WARNING MARGIN' TO TIM-TOT-LABEL.
008760     MOVE WS-NEAR-COUNT TO TIM-TOT-VALUE.
008770     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008780         AFTER ADVANCING 1 LINE.
008790     MOVE 'STEP-NIGHTS FLAGGED GROWING' TO TIM-TOT-LABEL.
008800     MOVE WS-GROWING-COUNT TO TIM-TOT-VALUE.
008810     WRITE TIM-PRINT-LINE FROM TIM-TOTAL-LINE
008820         AFTER ADVANCING 1 LINE.
008830 3500-EXIT.
008840     EXIT.
008850
008860*--------------------------------------------------------------*
008870* FIND RLOG-STEP-PROGRAM IN THE STEP TABLE - WS-STP-IX IS LEFT *
008880* ON THE ENTRY WHEN WS-ENTRY-FOUND IS SET.                     *
008890*--------------------------------------------------------------*
008900 6000-FIND-STEP.
008910     MOVE 'N' TO WS-FOUND-SW.
008920     MOVE 0 TO WS-STP-IX.
008930     PERFORM 6050-MATCH-STEP THRU 6050-EXIT
008940         UNTIL WS-ENTRY-FOUND OR WS-STP-IX >= WS-STP-MAX.
008950 6000-EXIT.
008960     EXIT.
008970
008980 6050-MATCH-STEP.
008990     ADD 1 TO WS-STP-IX.
009000     IF WS-STP-NAME (WS-STP-IX) = RLOG-STEP-PROGRAM
009010         SET WS-ENTRY-FOUND TO TRUE
009020     END-IF.
009030 6050-EXIT.
009040     EXIT.
009050
009060*--------------------------------------------------------------*
009070* WS-TS-DATE / WS-TS-TIME TO WS-TS-ABS, HUNDREDTHS OF A SECOND *
009080* COUNTED FROM A FIXED DAY NUMBER, SO TWO TIMES ON DIFFERENT   *
009090* DAYS SUBTRACT CORRECTLY.  THE DAY NUMBER IS THE USUAL        *
009100* CIVIL-CALENDAR FORMULA, WORKED IN WHOLE NUMBERS:             *
009110*   A = (14 - MM) / 12,  Y = CCYY + 4800 - A,                  *
009120*   M = MM + 12 * A - 3,                                       *
009130*   DAY = DD + (153 * M + 2) / 5 + 365 * Y                     *
009140*         + Y / 4 - Y / 100 + Y / 400 - 32045                  *
009150* A DATE THAT IS NOT NUMERIC OR IS ZERO GIVES ZERO.            *
009160*--------------------------------------------------------------*
009170 6200-ABSOLUTE-TIME.
009180     MOVE 0 TO WS-TS-ABS.
009190     IF WS-TS-DATE NOT NUMERIC OR WS-TS-DATE = 0
009200         GO TO 6200-EXIT
009210     END-IF.
009220     IF WS-TS-TIME NOT NUMERIC
009230         MOVE 0 TO WS-TS-TIME
009240     END-IF.
009250     COMPUTE WS-JD-WORK = 14 - WS-TS-MM.
009260     DIVIDE WS-JD-WORK BY 12 GIVING WS-JD-A.
009270     COMPUTE WS-JD-Y = WS-TS-CCYY + 4800 - WS-JD-A.
009280     COMPUTE WS-JD-M = WS-TS-MM + 12 * WS-JD-A - 3.
009290     COMPUTE WS-JD-WORK = 153 * WS-JD-M + 2.
009300     DIVIDE WS-JD-WORK BY 5 GIVING WS-JD-WORK.
009310     DIVIDE WS-JD-Y BY 4 GIVING WS-JD-Y4.
009320     DIVIDE WS-JD-Y BY 100 GIVING WS-JD-Y100.
009330     DIVIDE WS-JD-Y BY 400 GIVING WS-JD-Y400.
009340     COMPUTE WS-JD-DAY = WS-TS-DD + WS-JD-WORK + 365 * WS-JD-Y
009350         + WS-JD-Y4 - WS-JD-Y100 + WS-JD-Y400 - 32045.
009360     COMPUTE WS-TS-ABS = WS-JD-DAY * WS-DAY-HUNDS
009370         + WS-TS-HH * 360000 + WS-TS-MI * 6000
009380         + WS-TS-SS * 100 + WS-TS-HS.
009390 6200-EXIT.
009400     EXIT.
009410
009420*--------------------------------------------------------------*
009430* WS-FMT-HUNDS (HUNDREDTHS) TO WS-FMT-ELAPSED AS HHH:MM:SS.    *
009440*--------------------------------------------------------------*
009450 6300-FORMAT-ELAPSED.
009460     DIVIDE WS-FMT-HUNDS BY 100 GIVING WS-FMT-SECONDS.
009470     DIVIDE WS-FMT-SECONDS BY 60 GIVING WS-FMT-MINUTES
009480         REMAINDER WS-FMT-REM.
009490     MOVE WS-FMT-REM TO WS-FMT-EL-SS.
009500     DIVIDE WS-FMT-MINUTES BY 60 GIVING WS-FMT-REM
009510         REMAINDER WS-FMT-EL-MM.
009520     MOVE WS-FMT-REM TO WS-FMT-EL-HH.
009530 6300-EXIT.
009540     EXIT.
009550
009560 6350-FORMAT-CLOCK.
009570     IF WS-FMT-TIME NOT NUMERIC
009580         MOVE 0 TO WS-FMT-TIME
009590     END-IF.
009600     MOVE WS-FMT-TM-HH TO WS-FMT-CK-HH.
009610     MOVE WS-FMT-TM-MM TO WS-FMT-CK-MM.
009620     MOVE WS-FMT-TM-SS TO WS-FMT-CK-SS.
009630 6350-EXIT.
009640     EXIT.
009650
009660*--------------------------------------------------------------*
009670* AVERAGE ELAPSED TIME OF STEP WS-STP-IX OVER THE LAST         *
009680* WS-AVG-NIGHTS NIGHTS BEFORE NIGHT WS-NGT-IX ON WHICH IT RAN. *
009690* WS-AVG-N IS HOW MANY NIGHTS WERE FOUND (ZERO - NO HISTORY).  *
009700*--------------------------------------------------------------*
009710 6400-ROLLING-AVERAGE.
009720     MOVE 0 TO WS-AVG-SUM.
009730     MOVE 0 TO WS-AVG-N.
009740     MOVE 0 TO WS-AVG-HUNDS.
009750     MOVE WS-NGT-IX TO WS-AVG-IX.
009760     PERFORM 6450-AVERAGE-NIGHT THRU 6450-EXIT
009770         UNTIL WS-AVG-IX <= 1 OR WS-AVG-N >= WS-AVG-NIGHTS.
009780     IF WS-AVG-N > 0
009790         DIVIDE WS-AVG-SUM BY WS-AVG-N GIVING WS-AVG-HUNDS ROUNDED
009800     END-IF.
009810 6400-EXIT.
009820     EXIT.
009830
009840 6450-AVERAGE-NIGHT.
009850     SUBTRACT 1 FROM WS-AVG-IX.
009860     IF WS-NGT-STEP-RUNS (WS-AVG-IX, WS-STP-IX) > 0
009870         ADD WS-NGT-ELAPSED (WS-AVG-IX, WS-STP-IX) TO WS-AVG-SUM
009880         ADD 1 TO WS-AVG-N
009890     END-IF.
009900 6450-EXIT.
009910     EXIT.
009920
009930 9999-EXIT.
009940     STOP RUN.
