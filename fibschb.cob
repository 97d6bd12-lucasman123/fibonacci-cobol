000250* RESTART HANDLING BELONGS TO THE RESTART DECISION, NOT THE    *
000260* SCHEDULE.  AN EMPTY DECK (NO ACTIVE REQUESTS TONIGHT) IS     *
000270* LEGITIMATE AND ENDS RC=0 WITH A WARNING ON SYSOUT.           *
000271* A REQUEST WITH AN OPEN ITEM ON THE SUSPENSE MASTER (SEE      *
000272* FIBSUSP) IS HELD OFF THE DECK UNTIL A FIBSCHM CHANGE MARKS   *
000273* IT CORRECTED; A CORRECTED ITEM IS RECYCLED ONTO TONIGHT'S    *
000274* DECK AND FIBEDIT CLEARS IT ONCE THE CARD PASSES.  EVERY      *
000275* CARD CARRIES ITS REQUEST NUMBER FOR FIBEDIT TO SUSPEND BY.   *
000276* THE DECK IS BUILT FOR THE NIGHT'S BUSINESS DATE, TAKEN FROM  *
000277* THE CALMSTR CALENDAR (SEE FIBCAL) BY THE SAME RULE FIBLOCK   *
000278* APPLIES: A DATE STILL IN FLIGHT ON RUNCTL, ELSE TODAY WHEN   *
000279* IT IS A BUSINESS DAY, ELSE THE LAST BUSINESS DAY IF IT NEVER *
000280* COMPLETED.  A WEEKEND OR HOLIDAY WITH NOTHING OWED BUILDS AN *
000281* EMPTY DECK.  A REQUEST FLAGGED MONTH-END (M) OR QUARTER-END  *
000282* (Q) ON THE SCHEDULE IS ONLY BUILT WHEN THE BUSINESS DATE     *
000283* CARRIES THAT CALENDAR FLAG.                                  *
000284*--------------------------------------------------------------*
000290* MODIFICATION HISTORY                                        *
000300*--------------------------------------------------------------*
000310* DATE       INIT  DESCRIPTION                                 *
000325*                  CARRY PARM-RERUN-SW 'N'; THE RERUN          *
000326*                  OVERRIDE IS AN OPERATIONS ACTION, NOT A     *
000327*                  SCHEDULED ONE.                              *
000329* 10/15/2026 DLC   SUSPENSE AND RECYCLE - CARDS NOW CARRY      *
000331*                  PARM-REQ-NO.  REQUESTS WITH AN OPEN         *
000333*                  SUSPENSE ITEM ARE HELD, CORRECTED ITEMS ARE *
000335*                  RECYCLED ONTO THE DECK.                     *
000336* 10/15/2026 DLC   BUSINESS CALENDAR - THE DECK IS NOW BUILT    *
000337*                  FOR THE BUSINESS DATE FROM CALMSTR, A NON-   *
000338*                  BUSINESS DAY WITH NOTHING OWED BUILDS AN     *
000339*                  EMPTY DECK, AND MONTH-END/QUARTER-END-ONLY   *
000340*                  REQUESTS (SCH-RUN-FREQ) ARE HELD UNTIL THE   *
000341*                  CALENDAR FLAGS THE BUSINESS DATE.            *
000342* 10/15/2026 DLC   LINEAR RECURRENCES - CARDS NOW CARRY THE    *
000343*                  REQUEST'S SEQUENCE TYPE, ITS TYPE G         *
000344*                  COEFFICIENTS AND SEED C FROM SCHDMSTR.  A   *
000345*                  BLANK TYPE OR SEED C STAYS BLANK ON THE     *
000346*                  CARD.                                       *
000347* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000348*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000349*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000350*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000351*--------------------------------------------------------------*
000352
000353 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SCHD-FILE ASSIGN TO SCHDMSTR
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS SCH-REQ-NO
000420         FILE STATUS IS WS-SCHD-STATUS.
000421     SELECT SUSP-FILE ASSIGN TO SUSPENSE
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS RANDOM
000424         RECORD KEY IS SUSP-REQ-NO
000425         FILE STATUS IS WS-SUSP-STATUS.
000426     SELECT CAL-FILE ASSIGN TO CALMSTR
000427         ORGANIZATION IS INDEXED
000428         ACCESS MODE IS RANDOM
000429         RECORD KEY IS CAL-DATE
000430         FILE STATUS IS WS-CAL-STATUS.
000431     SELECT OPTIONAL RUNC-FILE ASSIGN TO RUNCTL
000432         ORGANIZATION IS SEQUENTIAL
000433         FILE STATUS IS WS-RUNC-STATUS.
000434     SELECT PARM-FILE ASSIGN TO PARMIN
000440         ORGANIZATION IS SEQUENTIAL.
000442     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-RLOG-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SCHD-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY FIBSREC.
000502
000504 FD  SUSP-FILE
000506     LABEL RECORDS ARE STANDARD.
000508     COPY FIBSUSP.
000510
000511 FD  CAL-FILE
000512     LABEL RECORDS ARE STANDARD.
000513     COPY FIBCAL.
000514
000515 FD  RUNC-FILE
000516     RECORDING MODE IS F
000517     LABEL RECORDS ARE STANDARD.
000518     COPY FIBRUNC.
000519
000520 FD  PARM-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550     COPY FIBPARM.
000551
000552 FD  RLOG-FILE
000553     RECORDING MODE IS F
000554     LABEL RECORDS ARE STANDARD.
000555     COPY FIBRLOG.
000560
000570 WORKING-STORAGE SECTION.
000580*--------------------------------------------------------------*
000590* DECK BUILD WORK FIELDS                                      *
000600*--------------------------------------------------------------*
000610 01  WS-SCHD-STATUS           PIC X(02) VALUE '00'.
000615 01  WS-SUSP-STATUS           PIC X(02) VALUE '00'.
000617 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
000619 01  WS-RUNC-STATUS           PIC X(02) VALUE '00'.
000620
000630 01  WS-SWITCHES.
000640     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000650         88  WS-EOF                       VALUE 'Y'.
000660     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
000670         88  WS-ABEND                     VALUE 'Y'.
000672     05  WS-SUSP-OPEN-SW       PIC X(01) VALUE 'N'.
000674         88  WS-SUSP-OPENED               VALUE 'Y'.
000676     05  WS-HELD-SW            PIC X(01) VALUE 'N'.
000678         88  WS-REQUEST-HELD              VALUE 'Y'.
000679     05  WS-BUS-FOUND-SW       PIC X(01) VALUE 'N'.
000680         88  WS-BUS-FOUND                 VALUE 'Y'.
000681     05  WS-NOTHING-SW         PIC X(01) VALUE 'N'.
000682         88  WS-NOTHING-TO-RUN            VALUE 'Y'.
000683     05  WS-MONTH-END-SW       PIC X(01) VALUE 'N'.
000684         88  WS-BUS-MONTH-END             VALUE 'Y'.
000685     05  WS-QTR-END-SW         PIC X(01) VALUE 'N'.
000686         88  WS-BUS-QTR-END               VALUE 'Y'.
000687     05  WS-DUE-SW             PIC X(01) VALUE 'N'.
000688         88  WS-REQUEST-DUE               VALUE 'Y'.
000689
000690 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000700 01  WS-READ-COUNT            PIC 9(05) VALUE 0.
000710 01  WS-BUILT-COUNT           PIC 9(05) VALUE 0.
000720 01  WS-SKIP-COUNT            PIC 9(05) VALUE 0.
000722 01  WS-HELD-COUNT            PIC 9(05) VALUE 0.
000724 01  WS-RECYCLE-COUNT         PIC 9(05) VALUE 0.
000725 01  WS-NOT-DUE-COUNT         PIC 9(05) VALUE 0.
000726 01  WS-TODAY-DATE            PIC 9(08) VALUE 0.
000727 01  WS-LAST-DONE-DATE        PIC 9(08) VALUE 0.
000728 01  WS-INFLIGHT-DATE         PIC 9(08) VALUE 0.
000729
000730*--------------------------------------------------------------*
000731* CALENDAR LOOK-BACK FIELDS - TODAY STEPPED BACK ONE CALENDAR  *
000732* DAY AT A TIME UNTIL A BUSINESS DAY IS FOUND, AT MOST         *
000733* WS-LOOKBACK-MAX DAYS.                                        *
000734*--------------------------------------------------------------*
000735 01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 0.
000736 01  WS-LOOKBACK-MAX          PIC 9(03) VALUE 31.
000737 01  WS-BACK-DATE             PIC 9(08) VALUE 0.
000738 01  WS-BACK-DATE-X REDEFINES WS-BACK-DATE.
000739     05  WS-BACK-CCYY         PIC 9(04).
000740     05  WS-BACK-MM           PIC 9(02).
000741     05  WS-BACK-DD           PIC 9(02).
000742 01  WS-LEAP-QUOT             PIC 9(04) VALUE 0.
000743 01  WS-LEAP-REM              PIC 9(04) VALUE 0.
000744 01  WS-LEAP-SW               PIC X(01) VALUE 'N'.
000745     88  WS-LEAP-YEAR                     VALUE 'Y'.
000746 01  WS-MONTH-DAYS-TBL.
000747     05  FILLER               PIC X(24) VALUE
000748         '312831303130313130313031'.
000749 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
000750     05  WS-MONTH-DD          PIC 9(02) OCCURS 12 TIMES.
000751
000752*--------------------------------------------------------------*
000753* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
000754* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
000755*--------------------------------------------------------------*
000756 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
000757 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
000758 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
000759
000760 PROCEDURE DIVISION.
000761 0000-MAINLINE.
000762     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770     PERFORM 2000-BUILD-DECK THRU 2000-EXIT
000780         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
000790     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000795     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
000800     GO TO 9999-EXIT.
000810
000820 1000-INITIALIZE.
000830     DISPLAY '==========================================='.
000840     DISPLAY 'FIBSCHB - PARMIN DECK BUILD FROM SCHEDULE'.
000841     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
000842     ACCEPT WS-STEP-START-TIME FROM TIME.
000843     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000844     PERFORM 1200-READ-RUNCTL THRU 1200-EXIT.
000846     PERFORM 1300-SET-BUSINESS-DATE THRU 1300-EXIT.
000848     IF WS-ABEND
000850         SET WS-EOF TO TRUE
000852         GO TO 1000-EXIT
000854     END-IF.
000860     OPEN INPUT SCHD-FILE.
000870     IF WS-SCHD-STATUS NOT = '00'
000880         DISPLAY 'FIBSCHB - ABEND - SCHDMSTR OPEN FAILED, '
000910         SET WS-EOF TO TRUE
000920         GO TO 1000-EXIT
000930     END-IF.
000931*--------------------------------------------------------------*
000932* NO SUSPENSE MASTER YET (STATUS 35) SIMPLY MEANS NOTHING HAS  *
000933* EVER BEEN SUSPENDED - EVERY ELIGIBLE REQUEST IS BUILT.       *
000934*--------------------------------------------------------------*
000935     OPEN INPUT SUSP-FILE.
000936     IF WS-SUSP-STATUS = '00'
000937         SET WS-SUSP-OPENED TO TRUE
000938     ELSE
000939         IF WS-SUSP-STATUS NOT = '35'
000940             DISPLAY 'FIBSCHB - ABEND - SUSPENSE OPEN FAILED, '
000941                 'STATUS ' WS-SUSP-STATUS
000942             SET WS-ABEND TO TRUE
000943             SET WS-EOF TO TRUE
000944             CLOSE SCHD-FILE
000945             GO TO 1000-EXIT
000946         END-IF
000947     END-IF.
000948     OPEN OUTPUT PARM-FILE.
000950     IF WS-NOTHING-TO-RUN
000952         SET WS-EOF TO TRUE
000954         GO TO 1000-EXIT
000956     END-IF.
000958     READ SCHD-FILE
000960         AT END
000970             SET WS-EOF TO TRUE
000980     END-READ.
000990 1000-EXIT.
001000     EXIT.
001010
001011 1200-READ-RUNCTL.
001012     OPEN INPUT RUNC-FILE.
001013     IF WS-RUNC-STATUS NOT = '00'
001014         GO TO 1200-EXIT
001015     END-IF.
001016     READ RUNC-FILE
001017         AT END
001018             CONTINUE
001019         NOT AT END
001020             MOVE RUNC-LAST-DONE-DATE TO WS-LAST-DONE-DATE
001021             IF RUNC-INFLIGHT
001022                 MOVE RUNC-INFLIGHT-DATE TO WS-INFLIGHT-DATE
001023             END-IF
001024     END-READ.
001025     CLOSE RUNC-FILE.
001026 1200-EXIT.
001027     EXIT.
001028
001029*--------------------------------------------------------------*
001030* THE DECK IS DATED BY THE RULE FIBLOCK APPLIES LATER IN THE   *
001031* JOB.  A DATE STILL IN FLIGHT IS RE-BUILT AS IT STANDS - IT   *
001032* IS EITHER A RESTART OR FIBLOCK WILL REFUSE THE SUBMISSION.   *
001033* A WEEKEND OR HOLIDAY IS WALKED BACK TO THE LAST BUSINESS     *
001034* DAY, WHICH IS ONLY RUN IF IT NEVER COMPLETED.                *
001035*--------------------------------------------------------------*
001036 1300-SET-BUSINESS-DATE.
001037     OPEN INPUT CAL-FILE.
001038     IF WS-CAL-STATUS NOT = '00'
001039         DISPLAY 'FIBSCHB - ABEND - CALMSTR OPEN FAILED, '
001040             'STATUS ' WS-CAL-STATUS
001041         SET WS-ABEND TO TRUE
001042         GO TO 1300-EXIT
001043     END-IF.
001044     IF WS-INFLIGHT-DATE > 0
001045         MOVE WS-INFLIGHT-DATE TO WS-BACK-DATE
001046     ELSE
001047         MOVE WS-TODAY-DATE TO WS-BACK-DATE
001048     END-IF.
001049     MOVE WS-BACK-DATE TO CAL-DATE.
001050     READ CAL-FILE
001051         INVALID KEY
001052             DISPLAY 'FIBSCHB - ABEND - NO CALENDAR ENTRY FOR '
001053                 WS-BACK-DATE ' - SEE FIBCALMJ'
001054             SET WS-ABEND TO TRUE
001055             GO TO 1300-CLOSE-CALENDAR
001056     END-READ.
001057     IF CAL-BUSINESS-DAY OR WS-INFLIGHT-DATE > 0
001058         SET WS-BUS-FOUND TO TRUE
001059     ELSE
001060         DISPLAY 'FIBSCHB - ' WS-TODAY-DATE
001061             ' IS NOT A BUSINESS DAY ' CAL-DESCRIPTION
001062         MOVE 0 TO WS-LOOKBACK-DAYS
001063         PERFORM 1350-BACK-ONE-DAY THRU 1350-EXIT
001064             UNTIL WS-BUS-FOUND
001065                 OR WS-LOOKBACK-DAYS >= WS-LOOKBACK-MAX
001066     END-IF.
001067     IF NOT WS-BUS-FOUND
001068         DISPLAY 'FIBSCHB - ABEND - NO BUSINESS DAY ON THE '
001069             'CALENDAR IN THE ' WS-LOOKBACK-MAX ' DAYS BEFORE '
001070             WS-TODAY-DATE
001071         SET WS-ABEND TO TRUE
001072         GO TO 1300-CLOSE-CALENDAR
001073     END-IF.
001074     MOVE WS-BACK-DATE TO WS-RUN-DATE.
001075     MOVE CAL-MONTH-END-SW TO WS-MONTH-END-SW.
001076     MOVE CAL-QTR-END-SW TO WS-QTR-END-SW.
001077     IF WS-BACK-DATE NOT = WS-TODAY-DATE
001078             AND WS-INFLIGHT-DATE = 0
001079             AND WS-LAST-DONE-DATE >= WS-RUN-DATE
001080         SET WS-NOTHING-TO-RUN TO TRUE
001081         DISPLAY 'FIBSCHB - BUSINESS DATE ' WS-RUN-DATE
001082             ' HAS ALREADY COMPLETED - NO REQUESTS TONIGHT'
001083         GO TO 1300-CLOSE-CALENDAR
001084     END-IF.
001085     DISPLAY 'FIBSCHB - DECK BUILT FOR BUSINESS DATE '
001086         WS-RUN-DATE.
001087     IF WS-BUS-MONTH-END
001088         DISPLAY 'FIBSCHB - MONTH-END REQUESTS ARE DUE'
001089     END-IF.
001090     IF WS-BUS-QTR-END
001091         DISPLAY 'FIBSCHB - QUARTER-END REQUESTS ARE DUE'
001092     END-IF.
001093 1300-CLOSE-CALENDAR.
001094     CLOSE CAL-FILE.
001095 1300-EXIT.
001096     EXIT.
001097
001098*--------------------------------------------------------------*
001099* ONE CALENDAR DAY BACK.  A DAY MISSING FROM THE CALENDAR IS   *
001100* PASSED OVER LIKE A HOLIDAY.                                  *
001101*--------------------------------------------------------------*
001102 1350-BACK-ONE-DAY.
001103     ADD 1 TO WS-LOOKBACK-DAYS.
001104     IF WS-BACK-DD > 1
001105         SUBTRACT 1 FROM WS-BACK-DD
001106     ELSE
001107         IF WS-BACK-MM = 1
001108             MOVE 12 TO WS-BACK-MM
001109             SUBTRACT 1 FROM WS-BACK-CCYY
001110         ELSE
001111             SUBTRACT 1 FROM WS-BACK-MM
001112         END-IF
001113         MOVE WS-MONTH-DD (WS-BACK-MM) TO WS-BACK-DD
001114         IF WS-BACK-MM = 2
001115             PERFORM 1380-CHECK-LEAP-YEAR THRU 1380-EXIT
001116             IF WS-LEAP-YEAR
001117                 MOVE 29 TO WS-BACK-DD
001118             END-IF
001119         END-IF
001120     END-IF.
001121     MOVE WS-BACK-DATE TO CAL-DATE.
001122     READ CAL-FILE
001123         INVALID KEY
001124             GO TO 1350-EXIT
001125     END-READ.
001126     IF CAL-BUSINESS-DAY
001127         SET WS-BUS-FOUND TO TRUE
001128     END-IF.
001129 1350-EXIT.
001130     EXIT.
001131
001132 1380-CHECK-LEAP-YEAR.
001133     MOVE 'N' TO WS-LEAP-SW.
001134     DIVIDE WS-BACK-CCYY BY 4 GIVING WS-LEAP-QUOT
001135         REMAINDER WS-LEAP-REM.
001136     IF WS-LEAP-REM NOT = 0
001137         GO TO 1380-EXIT
001138     END-IF.
001139     DIVIDE WS-BACK-CCYY BY 100 GIVING WS-LEAP-QUOT
001140         REMAINDER WS-LEAP-REM.
001141     IF WS-LEAP-REM NOT = 0
001142         MOVE 'Y' TO WS-LEAP-SW
001143         GO TO 1380-EXIT
001144     END-IF.
001145     DIVIDE WS-BACK-CCYY BY 400 GIVING WS-LEAP-QUOT
001146         REMAINDER WS-LEAP-REM.
001147     IF WS-LEAP-REM = 0
001148         MOVE 'Y' TO WS-LEAP-SW
001149     END-IF.
001150 1380-EXIT.
001151     EXIT.
001152
001153 2000-BUILD-DECK.
001154     IF NOT WS-EOF
001155         ADD 1 TO WS-READ-COUNT
001156         IF SCH-ACTIVE AND SCH-EFF-DATE <= WS-RUN-DATE
001157             PERFORM 2040-CHECK-FREQUENCY THRU 2040-EXIT
001158         ELSE
001159             MOVE 'N' TO WS-DUE-SW
001160         END-IF
001161         IF WS-REQUEST-DUE
001162             PERFORM 2050-CHECK-SUSPENSE THRU 2050-EXIT
001163             IF NOT WS-REQUEST-HELD
001164                 PERFORM 2100-BUILD-CARD THRU 2100-EXIT
001165             END-IF
001166         ELSE
001167             ADD 1 TO WS-SKIP-COUNT
001168         END-IF
001169         READ SCHD-FILE
001170             AT END
001171                 SET WS-EOF TO TRUE
001172         END-READ
001173     END-IF.
001174 2000-EXIT.
001175     EXIT.
001176
001177*--------------------------------------------------------------*
001178* A MONTH-END OR QUARTER-END REQUEST IS ONLY DUE ON A BUSINESS *
001179* DATE THE CALENDAR FLAGS AS THAT PERIOD END.  A QUARTER-END   *
001180* IS ALSO A MONTH-END.                                         *
001181*--------------------------------------------------------------*
001182 2040-CHECK-FREQUENCY.
001183     SET WS-REQUEST-DUE TO TRUE.
001184     IF SCH-RUN-MONTH-END AND NOT WS-BUS-MONTH-END
001185         MOVE 'N' TO WS-DUE-SW
001186     END-IF.
001187     IF SCH-RUN-QTR-END AND NOT WS-BUS-QTR-END
001188         MOVE 'N' TO WS-DUE-SW
001189     END-IF.
001190     IF NOT WS-REQUEST-DUE
001191         ADD 1 TO WS-NOT-DUE-COUNT
001192         DISPLAY 'FIBSCHB - REQUEST ' SCH-REQ-NO
001193             ' NOT DUE - RUNS ON PERIOD-END ' SCH-RUN-FREQ
001194             ' BUSINESS DAYS ONLY'
001195     END-IF.
001196 2040-EXIT.
001197     EXIT.
001198
001199*--------------------------------------------------------------*
001200* AN OPEN SUSPENSE ITEM HOLDS THE REQUEST - IT WOULD ONLY BE   *
001201* REJECTED AGAIN.  A CORRECTED ITEM IS RECYCLED TONIGHT.       *
001202*--------------------------------------------------------------*
001203 2050-CHECK-SUSPENSE.
001204     MOVE 'N' TO WS-HELD-SW.
001205     IF NOT WS-SUSP-OPENED
001206         GO TO 2050-EXIT
001207     END-IF.
001208     MOVE SCH-REQ-NO TO SUSP-REQ-NO.
001209     READ SUSP-FILE
001210         INVALID KEY
001211             GO TO 2050-EXIT
001212     END-READ.
001213     IF SUSP-OPEN
001214         SET WS-REQUEST-HELD TO TRUE
001215         ADD 1 TO WS-HELD-COUNT
001216         DISPLAY 'FIBSCHB - REQUEST ' SCH-REQ-NO
001217             ' HELD - IN SUSPENSE SINCE ' SUSP-FIRST-DATE
001218     ELSE
001219         ADD 1 TO WS-RECYCLE-COUNT
001220         DISPLAY 'FIBSCHB - REQUEST ' SCH-REQ-NO
001221             ' RECYCLED FROM SUSPENSE, CORRECTED '
001222             SUSP-CORRECT-DATE
001223     END-IF.
001224 2050-EXIT.
001225     EXIT.
001226
001227 2100-BUILD-CARD.
001228     MOVE SPACES TO PARM-RECORD.
001229     MOVE SCH-TERM-COUNT TO PARM-TERM-COUNT.
001230     MOVE SCH-OPERATOR-NAME TO PARM-OPERATOR-NAME.
001231     MOVE SCH-CKPT-INTERVAL TO PARM-CKPT-INTERVAL.
001232     MOVE SCH-SEED-OVERRIDE TO PARM-SEED-OVERRIDE.
001240     MOVE SCH-SEED-A TO PARM-SEED-A.
001250     MOVE SCH-SEED-B TO PARM-SEED-B.
001260     MOVE 'N' TO PARM-RESTART-SW.
001270     MOVE SCH-RUN-ID TO PARM-RUN-ID.
001275     MOVE 'N' TO PARM-RERUN-SW.
001277     MOVE SCH-REQ-NO TO PARM-REQ-NO.
001278     MOVE SCH-SEQ-TYPE TO PARM-SEQ-TYPE.
001279     IF SCH-COEFFICIENTS NOT = SPACES
001280         MOVE SCH-COEF-1 TO PARM-COEF-1
001281         MOVE SCH-COEF-2 TO PARM-COEF-2
001282         MOVE SCH-COEF-3 TO PARM-COEF-3
001283     END-IF.
001284     IF SCH-SEED-C-X NOT = SPACES
001285         MOVE SCH-SEED-C TO PARM-SEED-C
001286     END-IF.
001287     WRITE PARM-RECORD.
001290     ADD 1 TO WS-BUILT-COUNT.
001300 2100-EXIT.
001310     EXIT.
001370     END-IF.
001380     CLOSE SCHD-FILE.
001390     CLOSE PARM-FILE.
001392     IF WS-SUSP-OPENED
001394         CLOSE SUSP-FILE
001396     END-IF.
001400     DISPLAY 'FIBSCHB - SCHEDULE RECORDS READ: ' WS-READ-COUNT.
001410     DISPLAY 'FIBSCHB - CARDS BUILT..........: '
001420         WS-BUILT-COUNT.
001430     DISPLAY 'FIBSCHB - RECORDS SKIPPED......: ' WS-SKIP-COUNT.
001431     DISPLAY 'FIBSCHB - NOT DUE (PERIOD-END).: ' WS-NOT-DUE-COUNT.
001432     DISPLAY 'FIBSCHB - HELD IN SUSPENSE.....: ' WS-HELD-COUNT.
001434     DISPLAY 'FIBSCHB - RECYCLED FROM SUSPENSE: '
001436         WS-RECYCLE-COUNT.
001440     IF WS-BUILT-COUNT = 0
001450         DISPLAY 'FIBSCHB - WARNING - NO ACTIVE REQUESTS '
001460             'EFFECTIVE ' WS-RUN-DATE ' - EMPTY DECK BUILT'
001500 3000-EXIT.
001510     EXIT.
001520
001530*--------------------------------------------------------------*
001540* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
001550* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
001560* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
001570* CHANGE THE STEP'S OUTCOME.                                   *
001580*--------------------------------------------------------------*
001590 8900-WRITE-STEP-TIME.
001600     OPEN EXTEND RLOG-FILE.
001610     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
001620         DISPLAY 'FIBSCHB - WARNING - RUNLOG OPEN FAILED, '
001630             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
001640         GO TO 8900-EXIT
001650     END-IF.
001660     MOVE SPACES TO RLOG-RECORD.
001670     SET RLOG-STEP-TIMING TO TRUE.
001680     MOVE 0 TO RLOG-RUN-ID.
001690     MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
001700     MOVE 'FIBSCHB' TO RLOG-STEP-PROGRAM.
001710     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
001720     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
001730     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
001740     ACCEPT RLOG-STEP-END-TIME FROM TIME.
001750     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
001760     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
001770     MOVE WS-BUILT-COUNT TO RLOG-STEP-WRITTEN.
001780     MOVE RETURN-CODE TO RLOG-STEP-RC.
001790     WRITE RLOG-RECORD.
001800     CLOSE RLOG-FILE.
001810 8900-EXIT.
001820     EXIT.
001830
001840 9999-EXIT.
001850     STOP RUN.
