000280* THE JOB ONLY AFTER THE RECONCILE AND HISTORY STEPS ENDED     *
000290* CLEAN.  FIBEDIT VALIDATES THE CARD; THIS STEP VALIDATES      *
000300* THE CALENDAR.                                                *
000301* THE BUSINESS DATE ITSELF COMES FROM THE CALMSTR BUSINESS     *
000302* CALENDAR (SEE FIBCAL): TODAY WHEN TODAY IS A BUSINESS DAY,   *
000303* OTHERWISE THE MOST RECENT BUSINESS DAY BEFORE IT, SO A       *
000304* WEEKEND OR HOLIDAY SUBMISSION CATCHES UP A BUSINESS DAY      *
000305* THAT NEVER RAN AND ENDS RC=4 (NOTHING TO RUN) WHEN THAT DAY  *
000306* HAS ALREADY COMPLETED.  A RESTART KEEPS THE DATE ALREADY IN  *
000307* FLIGHT EVEN PAST MIDNIGHT.  THE DATE AND ITS MONTH-END AND   *
000308* QUARTER-END FLAGS GO ON RUNCTL, WHERE EVERY LATER STEP READS *
000309* THEM.  NO CALENDAR, OR NO CALENDAR ENTRY FOR TODAY, IS A     *
000310* REFUSAL - THE NIGHT CANNOT BE DATED.                         *
000311*--------------------------------------------------------------*
000320* MODIFICATION HISTORY                                        *
000330*--------------------------------------------------------------*
000340* DATE       INIT  DESCRIPTION                                 *
000350* 09/03/2026 DLC   ORIGINAL VERSION.                            *
000351* 10/15/2026 DLC   BUSINESS CALENDAR - THE BUSINESS DATE NOW    *
000352*                  COMES FROM CALMSTR INSTEAD OF TODAY'S DATE,  *
000353*                  A RESTART KEEPS THE IN-FLIGHT DATE, A NON-   *
000354*                  BUSINESS NIGHT WITH NOTHING OWED ENDS RC=4,  *
000355*                  AND THE PERIOD-END FLAGS ARE RECORDED ON     *
000356*                  RUNCTL FOR THE LATER STEPS.                  *
000358* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000360*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000362*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000364*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000366*--------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT OPTIONAL RST-FILE ASSIGN TO RSTCTL
000470         ORGANIZATION IS SEQUENTIAL.
000471     SELECT CAL-FILE ASSIGN TO CALMSTR
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS CAL-DATE
000475         FILE STATUS IS WS-CAL-STATUS.
000476     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000477         ORGANIZATION IS SEQUENTIAL
000478         FILE STATUS IS WS-RLOG-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000630     LABEL RECORDS ARE STANDARD.
000640     COPY FIBRCTL.
000650
000652 FD  CAL-FILE
000654     LABEL RECORDS ARE STANDARD.
000656     COPY FIBCAL.
000657
000658 FD  RLOG-FILE
000659     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000661     COPY FIBRLOG.
000662
000663 WORKING-STORAGE SECTION.
000670*--------------------------------------------------------------*
000680* RUN-CONTROL GATE WORK FIELDS                                *
000690*--------------------------------------------------------------*
000700 01  WS-RUNC-STATUS           PIC X(02) VALUE '00'.
000705 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
000710
000720 01  WS-SWITCHES.
000730     05  WS-RUNC-EMPTY-SW      PIC X(01) VALUE 'Y'.
000780         88  WS-RST-RESTART               VALUE 'Y'.
000790     05  WS-RERUN-SW           PIC X(01) VALUE 'N'.
000800         88  WS-RERUN-REQUESTED           VALUE 'Y'.
000801     05  WS-NON-BUS-SW         PIC X(01) VALUE 'N'.
000802         88  WS-NON-BUSINESS-DAY          VALUE 'Y'.
000803     05  WS-NOTHING-SW         PIC X(01) VALUE 'N'.
000804         88  WS-NOTHING-TO-RUN            VALUE 'Y'.
000805     05  WS-BUS-FOUND-SW       PIC X(01) VALUE 'N'.
000806         88  WS-BUS-FOUND                 VALUE 'Y'.
000810
000820 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000830 01  WS-LAST-DONE-DATE        PIC 9(08) VALUE 0.
000840 01  WS-INFLIGHT-SW           PIC X(01) VALUE 'N'.
000850 01  WS-INFLIGHT-DATE         PIC 9(08) VALUE 0.
000851 01  WS-TODAY-DATE            PIC 9(08) VALUE 0.
000852 01  WS-MONTH-END-SW          PIC X(01) VALUE 'N'.
000853 01  WS-QTR-END-SW            PIC X(01) VALUE 'N'.
000854 01  WS-READ-COUNT            PIC 9(05) VALUE 0.
000855 01  WS-WRITE-COUNT           PIC 9(05) VALUE 0.
000856
000857*--------------------------------------------------------------*
000858* CALENDAR LOOK-BACK FIELDS - TODAY STEPPED BACK ONE CALENDAR  *
000859* DAY AT A TIME UNTIL A BUSINESS DAY IS FOUND, AT MOST         *
000860* WS-LOOKBACK-MAX DAYS.                                        *
000861*--------------------------------------------------------------*
000862 01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 0.
000863 01  WS-LOOKBACK-MAX          PIC 9(03) VALUE 31.
000864 01  WS-BACK-DATE             PIC 9(08) VALUE 0.
000865 01  WS-BACK-DATE-X REDEFINES WS-BACK-DATE.
000866     05  WS-BACK-CCYY         PIC 9(04).
000867     05  WS-BACK-MM           PIC 9(02).
000868     05  WS-BACK-DD           PIC 9(02).
000869 01  WS-LEAP-QUOT             PIC 9(04) VALUE 0.
000870 01  WS-LEAP-REM              PIC 9(04) VALUE 0.
000871 01  WS-LEAP-SW               PIC X(01) VALUE 'N'.
000872     88  WS-LEAP-YEAR                     VALUE 'Y'.
000873 01  WS-MONTH-DAYS-TBL.
000874     05  FILLER               PIC X(24) VALUE
000875         '312831303130313130313031'.
000876 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
000877     05  WS-MONTH-DD          PIC 9(02) OCCURS 12 TIMES.
000878
000879*--------------------------------------------------------------*
000880* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
000881* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
000882*--------------------------------------------------------------*
000883 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
000884 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
000885 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
000886
000887 PROCEDURE DIVISION.
000888 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-JUDGE-SUBMISSION THRU 2000-EXIT.
000910     IF NOT WS-REFUSED AND NOT WS-NOTHING-TO-RUN
000920         PERFORM 2500-MARK-INFLIGHT THRU 2500-EXIT
000930     END-IF.
000940     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000945     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
000950     GO TO 9999-EXIT.
000960
000970 1000-INITIALIZE.
000980     DISPLAY '==========================================='.
000990     DISPLAY 'FIBLOCK - RUN-CONTROL GATE'.
000992     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
000994     ACCEPT WS-STEP-START-TIME FROM TIME.
001000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001010     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001020     PERFORM 1200-READ-RSTCTL THRU 1200-EXIT.
001030     PERFORM 1300-READ-RUNCTL THRU 1300-EXIT.
001035     PERFORM 1400-SET-BUSINESS-DATE THRU 1400-EXIT.
001040 1000-EXIT.
001050     EXIT.
001060
001100     READ PARM-FILE
001110         AT END
001120             CONTINUE
001122         NOT AT END
001124             ADD 1 TO WS-READ-COUNT
001130     END-READ.
001140     CLOSE PARM-FILE.
001150     IF PARM-RERUN-REQUESTED
001260         AT END
001270             CONTINUE
001280         NOT AT END
001285             ADD 1 TO WS-READ-COUNT
001290             MOVE RST-RESTART-SW TO WS-RST-RESTART-SW
001300     END-READ.
001310     CLOSE RST-FILE.
001410         AT END
001420             CONTINUE
001430         NOT AT END
001435             ADD 1 TO WS-READ-COUNT
001440             MOVE 'N' TO WS-RUNC-EMPTY-SW
001450             MOVE RUNC-LAST-DONE-DATE TO WS-LAST-DONE-DATE
001460             MOVE RUNC-INFLIGHT-SW TO WS-INFLIGHT-SW
001500 1300-EXIT.
001510     EXIT.
001520
001521*--------------------------------------------------------------*
001522* THE NIGHT IS DATED FROM THE CALENDAR.  A RESTART OF A DATE   *
001523* STILL IN FLIGHT RESUMES THAT DATE - IT MAY NOW BE PAST       *
001524* MIDNIGHT.  OTHERWISE TODAY'S ENTRY IS READ; A WEEKEND OR     *
001525* HOLIDAY IS WALKED BACK TO THE MOST RECENT BUSINESS DAY.      *
001526*--------------------------------------------------------------*
001527 1400-SET-BUSINESS-DATE.
001528     OPEN INPUT CAL-FILE.
001529     IF WS-CAL-STATUS NOT = '00'
001530         SET WS-REFUSED TO TRUE
001531         DISPLAY 'FIBLOCK - REFUSED - CALMSTR OPEN FAILED, '
001532             'STATUS ' WS-CAL-STATUS
001533         DISPLAY 'FIBLOCK - THE NIGHT CANNOT BE DATED WITHOUT '
001534             'THE BUSINESS CALENDAR (SEE FIBCALMJ)'
001535         GO TO 1400-EXIT
001536     END-IF.
001537     IF WS-INFLIGHT-SW = 'Y' AND WS-RST-RESTART
001538         MOVE WS-INFLIGHT-DATE TO WS-BACK-DATE
001539     ELSE
001540         MOVE WS-TODAY-DATE TO WS-BACK-DATE
001541     END-IF.
001542     MOVE WS-BACK-DATE TO CAL-DATE.
001543     READ CAL-FILE
001544         INVALID KEY
001545             SET WS-REFUSED TO TRUE
001546             DISPLAY 'FIBLOCK - REFUSED - NO CALENDAR ENTRY FOR '
001547                 WS-BACK-DATE
001548             DISPLAY 'FIBLOCK - GENERATE THE YEAR ON CALMSTR '
001549                 '(SEE FIBCALMJ) AND RESUBMIT'
001550             GO TO 1400-CLOSE-CALENDAR
001551     END-READ.
001552     ADD 1 TO WS-READ-COUNT.
001553     IF WS-INFLIGHT-SW = 'Y' AND WS-RST-RESTART
001554         DISPLAY 'FIBLOCK - RESTART RESUMES BUSINESS DATE '
001555             WS-BACK-DATE
001556         SET WS-BUS-FOUND TO TRUE
001557     END-IF.
001558     IF CAL-BUSINESS-DAY
001559         SET WS-BUS-FOUND TO TRUE
001560     END-IF.
001561     IF NOT WS-BUS-FOUND
001562         SET WS-NON-BUSINESS-DAY TO TRUE
001563         DISPLAY 'FIBLOCK - ' WS-TODAY-DATE
001564             ' IS NOT A BUSINESS DAY ' CAL-DESCRIPTION
001565         MOVE 0 TO WS-LOOKBACK-DAYS
001566         PERFORM 1450-BACK-ONE-DAY THRU 1450-EXIT
001567             UNTIL WS-BUS-FOUND
001568                 OR WS-LOOKBACK-DAYS >= WS-LOOKBACK-MAX
001569     END-IF.
001570     IF NOT WS-BUS-FOUND
001571         SET WS-REFUSED TO TRUE
001572         DISPLAY 'FIBLOCK - REFUSED - NO BUSINESS DAY ON THE '
001573             'CALENDAR IN THE ' WS-LOOKBACK-MAX ' DAYS BEFORE '
001574             WS-TODAY-DATE
001575         GO TO 1400-CLOSE-CALENDAR
001576     END-IF.
001577     MOVE WS-BACK-DATE TO WS-RUN-DATE.
001578     MOVE CAL-MONTH-END-SW TO WS-MONTH-END-SW.
001579     MOVE CAL-QTR-END-SW TO WS-QTR-END-SW.
001580     DISPLAY 'FIBLOCK - BUSINESS DATE FROM CALENDAR: '
001581         WS-RUN-DATE.
001582     IF CAL-QTR-END
001583         DISPLAY 'FIBLOCK - BUSINESS DATE IS A QUARTER-END'
001584     ELSE
001585         IF CAL-MONTH-END
001586             DISPLAY 'FIBLOCK - BUSINESS DATE IS A MONTH-END'
001587         END-IF
001588     END-IF.
001589 1400-CLOSE-CALENDAR.
001590     CLOSE CAL-FILE.
001591 1400-EXIT.
001592     EXIT.
001593
001594*--------------------------------------------------------------*
001595* ONE CALENDAR DAY BACK.  A DAY MISSING FROM THE CALENDAR IS   *
001596* PASSED OVER LIKE A HOLIDAY.                                  *
001597*--------------------------------------------------------------*
001598 1450-BACK-ONE-DAY.
001599     ADD 1 TO WS-LOOKBACK-DAYS.
001600     IF WS-BACK-DD > 1
001601         SUBTRACT 1 FROM WS-BACK-DD
001602     ELSE
001603         IF WS-BACK-MM = 1
001604             MOVE 12 TO WS-BACK-MM
001605             SUBTRACT 1 FROM WS-BACK-CCYY
001606         ELSE
001607             SUBTRACT 1 FROM WS-BACK-MM
001608         END-IF
001609         MOVE WS-MONTH-DD (WS-BACK-MM) TO WS-BACK-DD
001610         IF WS-BACK-MM = 2
001611             PERFORM 1480-CHECK-LEAP-YEAR THRU 1480-EXIT
001612             IF WS-LEAP-YEAR
001613                 MOVE 29 TO WS-BACK-DD
001614             END-IF
001615         END-IF
001616     END-IF.
001617     MOVE WS-BACK-DATE TO CAL-DATE.
001618     READ CAL-FILE
001619         INVALID KEY
001620             GO TO 1450-EXIT
001621     END-READ.
001622     ADD 1 TO WS-READ-COUNT.
001623     IF CAL-BUSINESS-DAY
001624         SET WS-BUS-FOUND TO TRUE
001625     END-IF.
001626 1450-EXIT.
001627     EXIT.
001628
001629 1480-CHECK-LEAP-YEAR.
001630     MOVE 'N' TO WS-LEAP-SW.
001631     DIVIDE WS-BACK-CCYY BY 4 GIVING WS-LEAP-QUOT
001632         REMAINDER WS-LEAP-REM.
001633     IF WS-LEAP-REM NOT = 0
001634         GO TO 1480-EXIT
001635     END-IF.
001636     DIVIDE WS-BACK-CCYY BY 100 GIVING WS-LEAP-QUOT
001637         REMAINDER WS-LEAP-REM.
001638     IF WS-LEAP-REM NOT = 0
001639         MOVE 'Y' TO WS-LEAP-SW
001640         GO TO 1480-EXIT
001641     END-IF.
001642     DIVIDE WS-BACK-CCYY BY 400 GIVING WS-LEAP-QUOT
001643         REMAINDER WS-LEAP-REM.
001644     IF WS-LEAP-REM = 0
001645         MOVE 'Y' TO WS-LEAP-SW
001646     END-IF.
001647 1480-EXIT.
001648     EXIT.
001649
001650 2000-JUDGE-SUBMISSION.
001651     IF WS-REFUSED
001652         GO TO 2000-EXIT
001653     END-IF.
001654     IF WS-RUNC-EMPTY
001655         DISPLAY 'FIBLOCK - NO RUN-CONTROL RECORD - FIRST '
001656             'MANAGED RUN, SUBMISSION ALLOWED'
001657         GO TO 2000-EXIT
001658     END-IF.
001659*--------------------------------------------------------------*
001660* ON A WEEKEND OR HOLIDAY THE LAST BUSINESS DAY HAVING ALREADY *
001661* COMPLETED IS THE NORMAL CASE, NOT A DUPLICATE SUBMISSION -   *
001662* THERE IS SIMPLY NOTHING TO RUN TONIGHT.                      *
001663*--------------------------------------------------------------*
001664     IF WS-LAST-DONE-DATE >= WS-RUN-DATE
001665             AND WS-NON-BUSINESS-DAY
001666             AND WS-INFLIGHT-SW NOT = 'Y'
001667             AND NOT WS-RERUN-REQUESTED
001668         SET WS-NOTHING-TO-RUN TO TRUE
001669         DISPLAY 'FIBLOCK - NON-BUSINESS DAY - BUSINESS DATE '
001670             WS-RUN-DATE ' HAS ALREADY COMPLETED'
001671         DISPLAY 'FIBLOCK - NOTHING TO RUN TONIGHT'
001672         GO TO 2000-EXIT
001673     END-IF.
001674     IF WS-LAST-DONE-DATE = WS-RUN-DATE
001675             AND NOT WS-RERUN-REQUESTED
001676         SET WS-REFUSED TO TRUE
001677         DISPLAY 'FIBLOCK - REFUSED - BUSINESS DATE '
001678             WS-RUN-DATE ' HAS ALREADY COMPLETED'
001679         DISPLAY 'FIBLOCK - SUPPLY THE PARMIN RERUN OVERRIDE '
001680             'TO RUN THIS DATE AGAIN'
001681         GO TO 2000-EXIT
001682     END-IF.
001683     IF WS-INFLIGHT-SW = 'Y'
001690             AND NOT WS-RST-RESTART
001700             AND NOT WS-RERUN-REQUESTED
001710         SET WS-REFUSED TO TRUE
001930     MOVE WS-LAST-DONE-DATE TO RUNC-LAST-DONE-DATE.
001940     MOVE 'Y' TO RUNC-INFLIGHT-SW.
001950     MOVE WS-RUN-DATE TO RUNC-INFLIGHT-DATE.
001952     MOVE WS-MONTH-END-SW TO RUNC-MONTH-END-SW.
001954     MOVE WS-QTR-END-SW TO RUNC-QTR-END-SW.
001960     WRITE RUNC-RECORD.
001965     ADD 1 TO WS-WRITE-COUNT.
001970     CLOSE RUNC-FILE.
001980     DISPLAY 'FIBLOCK - BUSINESS DATE ' WS-RUN-DATE
001990         ' MARKED IN FLIGHT'.
002040     IF WS-REFUSED
002050         MOVE 8 TO RETURN-CODE
002060     ELSE
002062         IF WS-NOTHING-TO-RUN
002064             MOVE 4 TO RETURN-CODE
002066         ELSE
002068             MOVE 0 TO RETURN-CODE
002070         END-IF
002080     END-IF.
002090     DISPLAY '==========================================='.
002100 3000-EXIT.
002110     EXIT.
002120
002130*--------------------------------------------------------------*
002140* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
002150* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
002160* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
002170* CHANGE THE STEP'S OUTCOME.                                   *
002180*--------------------------------------------------------------*
002190 8900-WRITE-STEP-TIME.
002200     OPEN EXTEND RLOG-FILE.
002210     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
002220         DISPLAY 'FIBLOCK - WARNING - RUNLOG OPEN FAILED, '
002230             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
002240         GO TO 8900-EXIT
002250     END-IF.
002260     MOVE SPACES TO RLOG-RECORD.
002270     SET RLOG-STEP-TIMING TO TRUE.
002280     MOVE 0 TO RLOG-RUN-ID.
002290     MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
002300     MOVE 'FIBLOCK' TO RLOG-STEP-PROGRAM.
002310     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
002320     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
002330     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
002340     ACCEPT RLOG-STEP-END-TIME FROM TIME.
002350     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
002360     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
002370     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
002380     MOVE RETURN-CODE TO RLOG-STEP-RC.
002390     WRITE RLOG-RECORD.
002400     CLOSE RLOG-FILE.
002410 8900-EXIT.
002420     EXIT.
002430
002440 9999-EXIT.
002450     STOP RUN.
