000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBBAL.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBBAL IS THE END-OF-NIGHT BALANCING STEP.  IT RUNS LATE IN  *
000180* FIBJOB, AFTER THE LOAD, HISTORY AND EXTRACT STEPS, AND FOR   *
000190* EVERY RUN ID ON THE NIGHT'S FIBOUT GENERATION PROVES THAT    *
000200* EACH DOWNSTREAM COPY OF THE RUN HOLDS THE SAME TERMS:        *
000210*   FIBOUT   - DETAIL COUNT AND VALUE SUM, AGREED TO THE       *
000220*              GROUP'S OWN TRAILER                             *
000230*   FIBMSTR  - KEY COUNT AND VALUE SUM FOR THE RUN ID          *
000240*   HISTMSTR - DETAIL COUNT AND VALUE SUM POSTED UNDER THE     *
000250*              NIGHT'S 'T' TOTAL RECORD, AND THE 'T' RECORD    *
000260*              ITSELF AGREED TO THE FIBOUT GRAND TOTALS        *
000270*   XTROUT   - DATA ROWS FOR THE RUN ID, AND THE CLOSING       *
000280*              ROWCOUNT ROW AGREED TO THE FIBOUT DETAILS       *
000290* THE BALANCING SHEET SHOWS THE FOUR SOURCES SIDE BY SIDE,     *
000300* ONE LINE PER RUN ID PLUS A NIGHT LINE, WITH THE REASON FOR   *
000310* EVERY DIFFERENCE PRINTED UNDER THE LINE IT APPLIES TO.       *
000320* THE VERDICT IS POSTED ON THE RUNCTL RUN-CONTROL RECORD FOR   *
000330* THE IN-FLIGHT BUSINESS DATE, AND FIBUNLK WILL NOT MARK THE   *
000340* DATE COMPLETE UNLESS THAT VERDICT IS IN BALANCE.  RC=8 WHEN  *
000350* ANYTHING IS OUT OF BALANCE, RC=16 WHEN A FILE CANNOT BE      *
000360* READ (THE VERDICT IS THEN POSTED OUT OF BALANCE).            *
000370*--------------------------------------------------------------*
000380* MODIFICATION HISTORY                                        *
000390*--------------------------------------------------------------*
000400* DATE       INIT  DESCRIPTION                                 *
000410* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000412* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000414*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000416*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000418*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000420*--------------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT FIBIN-FILE ASSIGN TO FIBIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FIBIN-STATUS.
000500     SELECT FIBMSTR-FILE ASSIGN TO FIBMSTR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS FIB-MST-KEY
000540         FILE STATUS IS WS-FIBMSTR-STATUS.
000550     SELECT HIST-FILE ASSIGN TO HISTMSTR
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-HIST-STATUS.
000580     SELECT XTR-FILE ASSIGN TO XTRIN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-XTR-STATUS.
000610     SELECT OPTIONAL RUNC-FILE ASSIGN TO RUNCTL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RUNC-STATUS.
000640     SELECT BAL-RPT-FILE ASSIGN TO BALRPT
000650         ORGANIZATION IS SEQUENTIAL.
000652     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000654         ORGANIZATION IS SEQUENTIAL
000656         FILE STATUS IS WS-RLOG-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FIBIN-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FIBREC.
000730
000740 FD  FIBMSTR-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY FIBMREC.
000770
000780 FD  HIST-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY FIBHREC.
000820
000830 FD  XTR-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  XTR-RECORD               PIC X(80).
000870
000880 FD  RUNC-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY FIBRUNC.
000920
000930 FD  BAL-RPT-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  BAL-PRINT-LINE           PIC X(132).
000961
000962 FD  RLOG-FILE
000963     RECORDING MODE IS F
000964     LABEL RECORDS ARE STANDARD.
000965     COPY FIBRLOG.
000970
000980 WORKING-STORAGE SECTION.
000990*--------------------------------------------------------------*
001000* BALANCING WORK FIELDS                                        *
001010*--------------------------------------------------------------*
001020 01  WS-FIBIN-STATUS          PIC X(02) VALUE '00'.
001030 01  WS-FIBMSTR-STATUS        PIC X(02) VALUE '00'.
001040 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
001050 01  WS-XTR-STATUS            PIC X(02) VALUE '00'.
001060 01  WS-RUNC-STATUS           PIC X(02) VALUE '00'.
001070
001080 01  WS-SWITCHES.
001090     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
001100         88  WS-EOF                       VALUE 'Y'.
001110     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
001120         88  WS-ABEND                     VALUE 'Y'.
001130     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
001140         88  WS-ENTRY-FOUND               VALUE 'Y'.
001150     05  WS-INFLIGHT-SW        PIC X(01) VALUE 'N'.
001160         88  WS-DATE-INFLIGHT             VALUE 'Y'.
001170     05  WS-HIST-TOT-SW        PIC X(01) VALUE 'N'.
001180         88  WS-HIST-TOT-FOUND            VALUE 'Y'.
001190     05  WS-ROWCOUNT-SW        PIC X(01) VALUE 'N'.
001200         88  WS-ROWCOUNT-FOUND            VALUE 'Y'.
001210     05  WS-POST-BLOCK-SW      PIC X(01) VALUE 'N'.
001220         88  WS-POST-BLOCK                VALUE 'Y'.
001230     05  WS-VERDICT-SW         PIC X(01) VALUE 'N'.
001240         88  WS-IN-BALANCE                VALUE 'Y'.
001242     05  WS-FIBIN-OPEN-SW      PIC X(01) VALUE 'N'.
001244         88  WS-FIBIN-OPENED              VALUE 'Y'.
001250
001260 01  WS-NIGHT-DATE            PIC 9(08) VALUE 0.
001270 01  WS-RUNC-SAVE             PIC X(80) VALUE SPACES.
001280 01  WS-FIND-RUN-ID           PIC 9(05) VALUE 0.
001290 01  WS-CUR-IX                PIC 9(04) VALUE 0.
001300
001310 01  WS-FIBIN-COUNT           PIC 9(07) VALUE 0.
001320 01  WS-FIBMSTR-COUNT         PIC 9(07) VALUE 0.
001330 01  WS-HIST-COUNT            PIC 9(07) VALUE 0.
001340 01  WS-XTR-COUNT             PIC 9(07) VALUE 0.
001350 01  WS-XTR-DATA-ROWS         PIC 9(07) VALUE 0.
001360 01  WS-XTR-STRAY-ROWS        PIC 9(07) VALUE 0.
001370 01  WS-BALANCED-COUNT        PIC 9(04) VALUE 0.
001380 01  WS-OUT-OF-BAL-COUNT      PIC 9(04) VALUE 0.
001390 01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE 0.
001400
001410*--------------------------------------------------------------*
001420* NIGHT-LEVEL TOTALS - THE FIBOUT GRAND TOTALS, THE SUM OF THE *
001430* FIBMSTR KEYS FOUND FOR TONIGHT'S RUN IDS, THE HISTMSTR 'T'   *
001440* RECORD FOR THE BUSINESS DATE AND THE XTROUT ROWCOUNT ROW.    *
001450*--------------------------------------------------------------*
001460 01  WS-NIGHT-OUT-COUNT       PIC 9(07) VALUE 0.
001470 01  WS-NIGHT-OUT-TOTAL       PIC S9(18) VALUE 0.
001480 01  WS-NIGHT-MST-COUNT       PIC 9(07) VALUE 0.
001490 01  WS-NIGHT-MST-TOTAL       PIC S9(18) VALUE 0.
001500 01  WS-NIGHT-HST-COUNT       PIC 9(07) VALUE 0.
001510 01  WS-NIGHT-HST-TOTAL       PIC S9(18) VALUE 0.
001520 01  WS-NIGHT-XTR-COUNT       PIC 9(07) VALUE 0.
001530
001540*--------------------------------------------------------------*
001550* XTROUT ROW PARSING - THE RUN ID IS THE SECOND COMMA-         *
001560* DELIMITED FIELD WITH ITS LEADING ZEROS STRIPPED, SO IT IS    *
001570* RIGHT-JUSTIFIED AND ZERO-FILLED BACK TO FIVE DIGITS.         *
001580*--------------------------------------------------------------*
001590 01  WS-XTR-DATE-X            PIC X(08).
001600 01  WS-XTR-RUN-ID-X          PIC X(05) JUSTIFIED RIGHT.
001610 01  WS-XTR-RUN-ID REDEFINES WS-XTR-RUN-ID-X
001620                              PIC 9(05).
001630 01  WS-XTR-ROWCOUNT-X        PIC X(09) JUSTIFIED RIGHT.
001640 01  WS-XTR-ROWCOUNT REDEFINES WS-XTR-ROWCOUNT-X
001650                              PIC 9(09).
001660
001670*--------------------------------------------------------------*
001680* ONE RUN-TABLE ENTRY PER RUN ID ON FIBOUT.  EACH SOURCE POSTS *
001690* ITS OWN COUNT AND VALUE SUM TO THE ENTRY.  HISTMSTR DETAILS  *
001700* ARE HELD AS PENDING UNTIL THE 'T' RECORD THAT CLOSES THEIR   *
001710* BLOCK IS READ: A 'T' FOR THE BUSINESS DATE MOVES THEM TO     *
001720* POSTED, ANY OTHER 'T' DISCARDS THEM, SO A DATE APPENDED      *
001730* TWICE BY A RERUN BALANCES ONLY ITS LATEST BLOCK.             *
001740*--------------------------------------------------------------*
001750 01  WS-RUN-MAX               PIC 9(04) VALUE 1000.
001760 01  WS-RUN-COUNT             PIC 9(04) VALUE 0.
001770 01  WS-RUN-IX                PIC 9(04) VALUE 0.
001780 01  WS-RUN-TABLE.
001790     05  WS-RUN-ENTRY OCCURS 1000 TIMES.
001800         10  WS-RUN-ID            PIC 9(05).
001810         10  WS-RUN-DATE          PIC 9(08).
001820         10  WS-RUN-TRL-SW        PIC X(01).
001830         10  WS-RUN-TRL-COUNT     PIC 9(07).
001840         10  WS-RUN-TRL-TOTAL     PIC S9(18).
001850         10  WS-RUN-OUT-COUNT     PIC 9(07).
001860         10  WS-RUN-OUT-TOTAL     PIC S9(18).
001870         10  WS-RUN-MST-COUNT     PIC 9(07).
001880         10  WS-RUN-MST-TOTAL     PIC S9(18).
001890         10  WS-RUN-HSP-COUNT     PIC 9(07).
001900         10  WS-RUN-HSP-TOTAL     PIC S9(18).
001910         10  WS-RUN-HST-COUNT     PIC 9(07).
001920         10  WS-RUN-HST-TOTAL     PIC S9(18).
001930         10  WS-RUN-XTR-COUNT     PIC 9(07).
001940
001950*--------------------------------------------------------------*
001960* REASONS FOUND FOR THE LINE BEING PRINTED - COLLECTED FIRST   *
001970* SO THE LINE'S STATUS IS KNOWN BEFORE IT IS WRITTEN.          *
001980*--------------------------------------------------------------*
001990 01  WS-RSN-MAX               PIC 9(02) VALUE 12.
002000 01  WS-RSN-COUNT             PIC 9(02) VALUE 0.
002010 01  WS-RSN-IX                PIC 9(02) VALUE 0.
002020 01  WS-RSN-NEW               PIC X(60) VALUE SPACES.
002030 01  WS-RSN-TABLE.
002040     05  WS-RSN-TEXT          PIC X(60) OCCURS 12 TIMES.
002050
002060*--------------------------------------------------------------*
002070* BALANCING SHEET LINE LAYOUTS                                 *
002080*--------------------------------------------------------------*
002090 01  BAL-HEADING-1.
002100     05  FILLER               PIC X(42) VALUE
002110         'FIBBAL - END-OF-NIGHT BALANCING SHEET'.
002120     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE '.
002130     05  HDG1-NIGHT-DATE      PIC 9(08).
002140     05  FILLER               PIC X(67) VALUE SPACES.
002150
002160 01  BAL-HEADING-2.
002170     05  FILLER               PIC X(08) VALUE SPACES.
002180     05  FILLER               PIC X(36) VALUE
002190         '------------- FIBOUT -------------'.
002200     05  FILLER               PIC X(36) VALUE
002210         '------------- FIBMSTR ------------'.
002220     05  FILLER               PIC X(36) VALUE
002230         '------------ HISTMSTR ------------'.
002240     05  FILLER               PIC X(11) VALUE '--XTROUT-'.
002250     05  FILLER               PIC X(05) VALUE SPACES.
002260
002270 01  BAL-HEADING-3.
002280     05  FILLER               PIC X(08) VALUE ' RUN ID'.
002290     05  FILLER               PIC X(10) VALUE '    COUNT'.
002300     05  FILLER               PIC X(26) VALUE
002310         '                   TOTAL'.
002320     05  FILLER               PIC X(10) VALUE '     KEYS'.
002330     05  FILLER               PIC X(26) VALUE
002340         '                   TOTAL'.
002350     05  FILLER               PIC X(10) VALUE '    COUNT'.
002360     05  FILLER               PIC X(26) VALUE
002370         '                   TOTAL'.
002380     05  FILLER               PIC X(11) VALUE '     ROWS'.
002390     05  FILLER               PIC X(05) VALUE 'STAT'.
002400
002410 01  BAL-DETAIL-LINE.
002420     05  FILLER               PIC X(01) VALUE SPACES.
002430     05  BAL-DTL-RUN-ID       PIC X(05).
002440     05  FILLER               PIC X(02) VALUE SPACES.
002450     05  BAL-DTL-OUT-COUNT    PIC Z,ZZZ,ZZ9.
002460     05  FILLER               PIC X(01) VALUE SPACES.
002470     05  BAL-DTL-OUT-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
002480     05  FILLER               PIC X(02) VALUE SPACES.
002490     05  BAL-DTL-MST-COUNT    PIC Z,ZZZ,ZZ9.
002500     05  FILLER               PIC X(01) VALUE SPACES.
002510     05  BAL-DTL-MST-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530     05  BAL-DTL-HST-COUNT    PIC Z,ZZZ,ZZ9.
002540     05  FILLER               PIC X(01) VALUE SPACES.
002550     05  BAL-DTL-HST-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
002560     05  FILLER               PIC X(02) VALUE SPACES.
002570     05  BAL-DTL-XTR-COUNT    PIC Z,ZZZ,ZZ9.
002580     05  FILLER               PIC X(02) VALUE SPACES.
002590     05  BAL-DTL-STATUS       PIC X(04).
002600     05  FILLER               PIC X(01) VALUE SPACES.
002610
002620 01  BAL-REASON-LINE.
002630     05  FILLER               PIC X(08) VALUE SPACES.
002640     05  FILLER               PIC X(04) VALUE '*** '.
002650     05  BAL-RSN-TEXT         PIC X(60).
002660     05  FILLER               PIC X(60) VALUE SPACES.
002670
002680 01  BAL-SECTION-LINE.
002690     05  FILLER               PIC X(02) VALUE SPACES.
002700     05  BAL-SECTION-TEXT     PIC X(60).
002710     05  FILLER               PIC X(70) VALUE SPACES.
002720
002730 01  BAL-TOTAL-LINE.
002740     05  FILLER               PIC X(05) VALUE SPACES.
002750     05  BAL-TOT-LABEL        PIC X(35).
002760     05  BAL-TOT-VALUE        PIC ZZZZZZ9.
002770     05  FILLER               PIC X(85) VALUE SPACES.
002780
002790 01  BAL-MESSAGE-LINE.
002800     05  FILLER               PIC X(05) VALUE SPACES.
002810     05  BAL-MSG-TEXT         PIC X(60).
002820     05  FILLER               PIC X(67) VALUE SPACES.
002830
002831*--------------------------------------------------------------*
002832* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
002833* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
002834*--------------------------------------------------------------*
002835 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
002836 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
002837 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
002838
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 2000-POST-FIBOUT THRU 2000-EXIT
002880         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
002890     PERFORM 2200-SCAN-FIBMSTR THRU 2200-EXIT.
002900     PERFORM 2400-SCAN-HISTMSTR THRU 2400-EXIT.
002910     PERFORM 2600-SCAN-XTROUT THRU 2600-EXIT.
002920     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002925     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
002930     GO TO 9999-EXIT.
002940
002950 1000-INITIALIZE.
002960     DISPLAY '==========================================='.
002970     DISPLAY 'FIBBAL - END-OF-NIGHT BALANCING'.
002972     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002974     ACCEPT WS-STEP-START-TIME FROM TIME.
002980     PERFORM 1100-READ-RUNCTL THRU 1100-EXIT.
002990     OPEN OUTPUT BAL-RPT-FILE.
003000     OPEN INPUT FIBIN-FILE.
003010     IF WS-FIBIN-STATUS NOT = '00'
003020         DISPLAY 'FIBBAL - ABEND - FIBIN OPEN FAILED, STATUS '
003030             WS-FIBIN-STATUS
003040         SET WS-ABEND TO TRUE
003050         SET WS-EOF TO TRUE
003060         GO TO 1000-EXIT
003070     END-IF.
003075     SET WS-FIBIN-OPENED TO TRUE.
003080     READ FIBIN-FILE
003090         AT END
003100             SET WS-EOF TO TRUE
003110     END-READ.
003120 1000-EXIT.
003130     EXIT.
003140
003150*--------------------------------------------------------------*
003160* THE NIGHT BEING BALANCED IS THE BUSINESS DATE FIBLOCK PUT IN *
003170* FLIGHT.  THE RECORD IS KEPT WHOLE SO 3500-POST-VERDICT CAN   *
003180* WRITE IT BACK WITH ONLY THE BALANCE FIELDS CHANGED.  OUTSIDE *
003190* FIBJOB, WITH NOTHING IN FLIGHT, THE DATE IS TAKEN FROM THE   *
003200* FIRST FIBOUT HEADER AND NO VERDICT IS POSTED.                *
003210*--------------------------------------------------------------*
003220 1100-READ-RUNCTL.
003230     OPEN INPUT RUNC-FILE.
003240     IF WS-RUNC-STATUS NOT = '00'
003250         GO TO 1100-EXIT
003260     END-IF.
003270     READ RUNC-FILE
003280         AT END
003290             CONTINUE
003300         NOT AT END
003310             IF RUNC-INFLIGHT
003320                 MOVE RUNC-RECORD TO WS-RUNC-SAVE
003330                 MOVE RUNC-INFLIGHT-DATE TO WS-NIGHT-DATE
003340                 SET WS-DATE-INFLIGHT TO TRUE
003350             END-IF
003360     END-READ.
003370     CLOSE RUNC-FILE.
003380 1100-EXIT.
003390     EXIT.
003400
003410 2000-POST-FIBOUT.
003420     IF NOT WS-EOF
003430         ADD 1 TO WS-FIBIN-COUNT
003440         IF FIB-REC-HEADER
003450             PERFORM 2050-POST-HEADER THRU 2050-EXIT
003460         END-IF
003470         IF FIB-REC-DETAIL
003480             PERFORM 2060-POST-DETAIL THRU 2060-EXIT
003490         END-IF
003500         IF FIB-REC-TRAILER
003510             PERFORM 2070-POST-TRAILER THRU 2070-EXIT
003520         END-IF
003530         IF NOT WS-ABEND
003540             READ FIBIN-FILE
003550                 AT END
003560                     SET WS-EOF TO TRUE
003570             END-READ
003580         END-IF
003590     END-IF.
003600 2000-EXIT.
003610     EXIT.
003620
003630 2050-POST-HEADER.
003640     MOVE FIB-HDR-RUN-ID TO WS-FIND-RUN-ID.
003650     PERFORM 6000-FIND-RUN-ENTRY THRU 6000-EXIT.
003660     IF WS-ABEND
003670         GO TO 2050-EXIT
003680     END-IF.
003690     MOVE WS-RUN-IX TO WS-CUR-IX.
003700     MOVE FIB-HDR-RUN-DATE TO WS-RUN-DATE (WS-CUR-IX).
003710     IF WS-NIGHT-DATE = 0
003720         MOVE FIB-HDR-RUN-DATE TO WS-NIGHT-DATE
003730     END-IF.
003740 2050-EXIT.
003750     EXIT.
003760
003770 2060-POST-DETAIL.
003780     IF WS-CUR-IX = 0
003790         DISPLAY 'FIBBAL - ABEND - FIBOUT DETAIL BEFORE ANY '
003800             'HEADER'
003810         SET WS-ABEND TO TRUE
003820         SET WS-EOF TO TRUE
003830         GO TO 2060-EXIT
003840     END-IF.
003850     ADD 1 TO WS-RUN-OUT-COUNT (WS-CUR-IX).
003860     ADD FIB-OUT-TERM-VALUE TO WS-RUN-OUT-TOTAL (WS-CUR-IX).
003870     ADD 1 TO WS-NIGHT-OUT-COUNT.
003880     ADD FIB-OUT-TERM-VALUE TO WS-NIGHT-OUT-TOTAL.
003890 2060-EXIT.
003900     EXIT.
003910
003920 2070-POST-TRAILER.
003930     IF WS-CUR-IX = 0
003940         DISPLAY 'FIBBAL - ABEND - FIBOUT TRAILER BEFORE ANY '
003950             'HEADER'
003960         SET WS-ABEND TO TRUE
003970         SET WS-EOF TO TRUE
003980         GO TO 2070-EXIT
003990     END-IF.
004000     MOVE 'Y' TO WS-RUN-TRL-SW (WS-CUR-IX).
004010     ADD FIB-TRLR-TERM-COUNT TO WS-RUN-TRL-COUNT (WS-CUR-IX).
004020     ADD FIB-TRLR-CONTROL-TOTAL TO WS-RUN-TRL-TOTAL (WS-CUR-IX).
004030 2070-EXIT.
004040     EXIT.
004050
004060*--------------------------------------------------------------*
004070* FIBMSTR IS CUMULATIVE, SO THE WHOLE MASTER IS READ IN KEY    *
004080* ORDER AND ONLY KEYS CARRYING ONE OF TONIGHT'S RUN IDS ARE    *
004090* POSTED.  A KEY LEFT OVER FROM AN EARLIER, LONGER RUN UNDER   *
004100* THE SAME RUN ID IS COUNTED - IT IS A GENUINE DIFFERENCE.     *
004110*--------------------------------------------------------------*
004120 2200-SCAN-FIBMSTR.
004130     IF WS-ABEND
004140         GO TO 2200-EXIT
004150     END-IF.
004160     OPEN INPUT FIBMSTR-FILE.
004170     IF WS-FIBMSTR-STATUS NOT = '00'
004180         DISPLAY 'FIBBAL - ABEND - FIBMSTR OPEN FAILED, STATUS '
004190             WS-FIBMSTR-STATUS
004200         SET WS-ABEND TO TRUE
004210         GO TO 2200-EXIT
004220     END-IF.
004230     MOVE 'N' TO WS-EOF-SW.
004240     READ FIBMSTR-FILE
004250         AT END
004260             SET WS-EOF TO TRUE
004270     END-READ.
004280     PERFORM 2250-POST-MASTER THRU 2250-EXIT
004290         UNTIL WS-EOF.
004300     CLOSE FIBMSTR-FILE.
004310 2200-EXIT.
004320     EXIT.
004330
004340 2250-POST-MASTER.
004350     ADD 1 TO WS-FIBMSTR-COUNT.
004360     MOVE FIB-MST-RUN-ID TO WS-FIND-RUN-ID.
004370     PERFORM 6100-LOOKUP-RUN-ENTRY THRU 6100-EXIT.
004380     IF WS-ENTRY-FOUND
004390         ADD 1 TO WS-RUN-MST-COUNT (WS-RUN-IX)
004400         ADD FIB-MST-TERM-VALUE TO WS-RUN-MST-TOTAL (WS-RUN-IX)
004410         ADD 1 TO WS-NIGHT-MST-COUNT
004420         ADD FIB-MST-TERM-VALUE TO WS-NIGHT-MST-TOTAL
004430     END-IF.
004440     READ FIBMSTR-FILE
004450         AT END
004460             SET WS-EOF TO TRUE
004470     END-READ.
004480 2250-EXIT.
004490     EXIT.
004500
004510*--------------------------------------------------------------*
004520* HISTMSTR IS READ FROM THE TOP.  DETAILS FOR TONIGHT'S RUN    *
004530* IDS AND RUN DATES ARE HELD PENDING; EACH 'T' RECORD CLOSES   *
004540* THE BLOCK ABOVE IT (SEE THE RUN-TABLE NOTE).                 *
004550*--------------------------------------------------------------*
004560 2400-SCAN-HISTMSTR.
004570     IF WS-ABEND
004580         GO TO 2400-EXIT
004590     END-IF.
004600     OPEN INPUT HIST-FILE.
004610     IF WS-HIST-STATUS NOT = '00'
004620         DISPLAY 'FIBBAL - ABEND - HISTMSTR OPEN FAILED, STATUS '
004630             WS-HIST-STATUS
004640         SET WS-ABEND TO TRUE
004650         GO TO 2400-EXIT
004660     END-IF.
004670     MOVE 'N' TO WS-EOF-SW.
004680     READ HIST-FILE
004690         AT END
004700             SET WS-EOF TO TRUE
004710     END-READ.
004720     PERFORM 2450-POST-HISTORY THRU 2450-EXIT
004730         UNTIL WS-EOF.
004740     CLOSE HIST-FILE.
004750 2400-EXIT.
004760     EXIT.
004770
004780 2450-POST-HISTORY.
004790     ADD 1 TO WS-HIST-COUNT.
004800     IF HIST-REC-DETAIL
004810         MOVE HIST-RUN-ID TO WS-FIND-RUN-ID
004820         PERFORM 6100-LOOKUP-RUN-ENTRY THRU 6100-EXIT
004830         IF WS-ENTRY-FOUND
004840                 AND HIST-RUN-DATE = WS-RUN-DATE (WS-RUN-IX)
004850             ADD 1 TO WS-RUN-HSP-COUNT (WS-RUN-IX)
004860             ADD HIST-TERM-VALUE TO WS-RUN-HSP-TOTAL (WS-RUN-IX)
004870         END-IF
004880     END-IF.
004890     IF HIST-REC-TOTAL
004900         MOVE 'N' TO WS-POST-BLOCK-SW
004910         IF HIST-TOT-RUN-DATE = WS-NIGHT-DATE
004920             SET WS-POST-BLOCK TO TRUE
004930             SET WS-HIST-TOT-FOUND TO TRUE
004940             MOVE HIST-TOT-DETAIL-COUNT TO WS-NIGHT-HST-COUNT
004950             MOVE HIST-TOT-CONTROL-TOTAL TO WS-NIGHT-HST-TOTAL
004960         END-IF
004970         MOVE 0 TO WS-RUN-IX
004980         PERFORM 2480-CLOSE-BLOCK-ENTRY THRU 2480-EXIT
004990             UNTIL WS-RUN-IX >= WS-RUN-COUNT
005000     END-IF.
005010     READ HIST-FILE
005020         AT END
005030             SET WS-EOF TO TRUE
005040     END-READ.
005050 2450-EXIT.
005060     EXIT.
005070
005080 2480-CLOSE-BLOCK-ENTRY.
005090     ADD 1 TO WS-RUN-IX.
005100     IF WS-POST-BLOCK
005110         MOVE WS-RUN-HSP-COUNT (WS-RUN-IX)
005120             TO WS-RUN-HST-COUNT (WS-RUN-IX)
005130         MOVE WS-RUN-HSP-TOTAL (WS-RUN-IX)
005140             TO WS-RUN-HST-TOTAL (WS-RUN-IX)
005150     END-IF.
005160     MOVE 0 TO WS-RUN-HSP-COUNT (WS-RUN-IX).
005170     MOVE 0 TO WS-RUN-HSP-TOTAL (WS-RUN-IX).
005180 2480-EXIT.
005190     EXIT.
005200
005210*--------------------------------------------------------------*
005220* XTROUT DATA ROWS ARE RUNDATE,RUNID,SEQ,VALUE; THE LAST ROW   *
005230* IS ROWCOUNT,N.  A ROW WHOSE RUN ID IS NOT ON FIBOUT IS       *
005240* COUNTED AS A STRAY AND PUTS THE NIGHT OUT OF BALANCE.        *
005250*--------------------------------------------------------------*
005260 2600-SCAN-XTROUT.
005270     IF WS-ABEND
005280         GO TO 2600-EXIT
005290     END-IF.
005300     OPEN INPUT XTR-FILE.
005310     IF WS-XTR-STATUS NOT = '00'
005320         DISPLAY 'FIBBAL - ABEND - XTRIN OPEN FAILED, STATUS '
005330             WS-XTR-STATUS
005340         SET WS-ABEND TO TRUE
005350         GO TO 2600-EXIT
005360     END-IF.
005370     MOVE 'N' TO WS-EOF-SW.
005380     READ XTR-FILE
005390         AT END
005400             SET WS-EOF TO TRUE
005410     END-READ.
005420     PERFORM 2650-POST-EXTRACT THRU 2650-EXIT
005430         UNTIL WS-EOF.
005440     CLOSE XTR-FILE.
005450 2600-EXIT.
005460     EXIT.
005470
005480 2650-POST-EXTRACT.
005490     ADD 1 TO WS-XTR-COUNT.
005500     IF XTR-RECORD (1:9) = 'ROWCOUNT,'
005510         MOVE SPACES TO WS-XTR-ROWCOUNT-X
005520         UNSTRING XTR-RECORD (10:71) DELIMITED BY SPACE
005530             INTO WS-XTR-ROWCOUNT-X
005540         INSPECT WS-XTR-ROWCOUNT-X
005550             REPLACING LEADING SPACES BY ZEROS
005560         IF WS-XTR-ROWCOUNT NUMERIC
005570             SET WS-ROWCOUNT-FOUND TO TRUE
005580             MOVE WS-XTR-ROWCOUNT TO WS-NIGHT-XTR-COUNT
005590         END-IF
005600         GO TO 2650-READ-NEXT
005610     END-IF.
005620     ADD 1 TO WS-XTR-DATA-ROWS.
005630     MOVE SPACES TO WS-XTR-DATE-X.
005640     MOVE SPACES TO WS-XTR-RUN-ID-X.
005650     UNSTRING XTR-RECORD DELIMITED BY ','
005660         INTO WS-XTR-DATE-X WS-XTR-RUN-ID-X.
005670     INSPECT WS-XTR-RUN-ID-X
005680         REPLACING LEADING SPACES BY ZEROS.
005690     MOVE 'N' TO WS-FOUND-SW.
005700     IF WS-XTR-RUN-ID NUMERIC
005710         MOVE WS-XTR-RUN-ID TO WS-FIND-RUN-ID
005720         PERFORM 6100-LOOKUP-RUN-ENTRY THRU 6100-EXIT
005730     END-IF.
005740     IF WS-ENTRY-FOUND
005750         ADD 1 TO WS-RUN-XTR-COUNT (WS-RUN-IX)
005760     ELSE
005770         ADD 1 TO WS-XTR-STRAY-ROWS
005780     END-IF.
005790 2650-READ-NEXT.
005800     READ XTR-FILE
005810         AT END
005820             SET WS-EOF TO TRUE
005830     END-READ.
005840 2650-EXIT.
005850     EXIT.
005860
005870 3000-FINALIZE.
005880     IF WS-ABEND
005890         IF WS-FIBIN-OPENED
005895             CLOSE FIBIN-FILE
005897         END-IF
005900         CLOSE BAL-RPT-FILE
005910         PERFORM 3500-POST-VERDICT THRU 3500-EXIT
005920         MOVE 16 TO RETURN-CODE
005930         DISPLAY '==========================================='
005940         GO TO 3000-EXIT
005950     END-IF.
005960     CLOSE FIBIN-FILE.
005970     MOVE WS-NIGHT-DATE TO HDG1-NIGHT-DATE.
005980     WRITE BAL-PRINT-LINE FROM BAL-HEADING-1
005990         AFTER ADVANCING PAGE.
006000     WRITE BAL-PRINT-LINE FROM BAL-HEADING-2
006010         AFTER ADVANCING 2 LINES.
006020     WRITE BAL-PRINT-LINE FROM BAL-HEADING-3
006030         AFTER ADVANCING 1 LINE.
006040     MOVE 0 TO WS-RUN-IX.
006050     PERFORM 3100-BALANCE-RUN THRU 3100-EXIT
006060         UNTIL WS-RUN-IX >= WS-RUN-COUNT.
006070     PERFORM 3200-BALANCE-NIGHT THRU 3200-EXIT.
006080     PERFORM 3400-PRINT-TOTALS THRU 3400-EXIT.
006090     CLOSE BAL-RPT-FILE.
006100     IF WS-EXCEPTION-COUNT = 0
006110         SET WS-IN-BALANCE TO TRUE
006120     END-IF.
006130     PERFORM 3500-POST-VERDICT THRU 3500-EXIT.
006140     DISPLAY 'FIBBAL - BUSINESS DATE...: ' WS-NIGHT-DATE.
006150     DISPLAY 'FIBBAL - RUN IDS.........: ' WS-RUN-COUNT.
006160     DISPLAY 'FIBBAL - OUT OF BALANCE..: ' WS-OUT-OF-BAL-COUNT.
006170     DISPLAY 'FIBBAL - DIFFERENCES.....: ' WS-EXCEPTION-COUNT.
006180     IF WS-EXCEPTION-COUNT > 0
006190         DISPLAY 'FIBBAL - NIGHT IS OUT OF BALANCE'
006200         MOVE 8 TO RETURN-CODE
006210     ELSE
006220         DISPLAY 'FIBBAL - NIGHT IS IN BALANCE'
006230         MOVE 0 TO RETURN-CODE
006240     END-IF.
006250     DISPLAY '==========================================='.
006260 3000-EXIT.
006270     EXIT.
006280
006290 3100-BALANCE-RUN.
006300     ADD 1 TO WS-RUN-IX.
006310     MOVE 0 TO WS-RSN-COUNT.
006320     IF WS-RUN-TRL-SW (WS-RUN-IX) NOT = 'Y'
006330         MOVE 'FIBOUT GROUP HAS NO TRAILER' TO WS-RSN-NEW
006340         PERFORM 6200-ADD-REASON THRU 6200-EXIT
006350     ELSE
006360         IF WS-RUN-TRL-COUNT (WS-RUN-IX)
006370                 NOT = WS-RUN-OUT-COUNT (WS-RUN-IX)
006380             MOVE 'FIBOUT DETAILS DO NOT AGREE TO TRAILER COUNT'
006390                 TO WS-RSN-NEW
006400             PERFORM 6200-ADD-REASON THRU 6200-EXIT
006410         END-IF
006420         IF WS-RUN-TRL-TOTAL (WS-RUN-IX)
006430                 NOT = WS-RUN-OUT-TOTAL (WS-RUN-IX)
006440             MOVE 'FIBOUT DETAILS DO NOT AGREE TO TRAILER TOTAL'
006450                 TO WS-RSN-NEW
006460             PERFORM 6200-ADD-REASON THRU 6200-EXIT
006470         END-IF
006480     END-IF.
006490     IF WS-RUN-DATE (WS-RUN-IX) NOT = WS-NIGHT-DATE
006500         MOVE 'FIBOUT HEADER IS NOT DATED WITH THE BUSINESS DATE'
006510             TO WS-RSN-NEW
006520         PERFORM 6200-ADD-REASON THRU 6200-EXIT
006530     END-IF.
006540     IF WS-RUN-MST-COUNT (WS-RUN-IX)
006550             NOT = WS-RUN-OUT-COUNT (WS-RUN-IX)
006560         MOVE 'FIBMSTR KEY COUNT DOES NOT AGREE TO FIBOUT'
006570             TO WS-RSN-NEW
006580         PERFORM 6200-ADD-REASON THRU 6200-EXIT
006590     END-IF.
006600     IF WS-RUN-MST-TOTAL (WS-RUN-IX)
006610             NOT = WS-RUN-OUT-TOTAL (WS-RUN-IX)
006620         MOVE 'FIBMSTR VALUE SUM DOES NOT AGREE TO FIBOUT'
006630             TO WS-RSN-NEW
006640         PERFORM 6200-ADD-REASON THRU 6200-EXIT
006650     END-IF.
006660     IF WS-RUN-HST-COUNT (WS-RUN-IX)
006670             NOT = WS-RUN-OUT-COUNT (WS-RUN-IX)
006680         MOVE 'HISTMSTR DETAIL COUNT DOES NOT AGREE TO FIBOUT'
006690             TO WS-RSN-NEW
006700         PERFORM 6200-ADD-REASON THRU 6200-EXIT
006710     END-IF.
006720     IF WS-RUN-HST-TOTAL (WS-RUN-IX)
006730             NOT = WS-RUN-OUT-TOTAL (WS-RUN-IX)
006740         MOVE 'HISTMSTR VALUE SUM DOES NOT AGREE TO FIBOUT'
006750             TO WS-RSN-NEW
006760         PERFORM 6200-ADD-REASON THRU 6200-EXIT
006770     END-IF.
006780     IF WS-RUN-XTR-COUNT (WS-RUN-IX)
006790             NOT = WS-RUN-OUT-COUNT (WS-RUN-IX)
006800         MOVE 'XTROUT ROW COUNT DOES NOT AGREE TO FIBOUT'
006810             TO WS-RSN-NEW
006820         PERFORM 6200-ADD-REASON THRU 6200-EXIT
006830     END-IF.
006840     MOVE WS-RUN-ID (WS-RUN-IX) TO BAL-DTL-RUN-ID.
006850     MOVE WS-RUN-OUT-COUNT (WS-RUN-IX) TO BAL-DTL-OUT-COUNT.
006860     MOVE WS-RUN-OUT-TOTAL (WS-RUN-IX) TO BAL-DTL-OUT-TOTAL.
006870     MOVE WS-RUN-MST-COUNT (WS-RUN-IX) TO BAL-DTL-MST-COUNT.
006880     MOVE WS-RUN-MST-TOTAL (WS-RUN-IX) TO BAL-DTL-MST-TOTAL.
006890     MOVE WS-RUN-HST-COUNT (WS-RUN-IX) TO BAL-DTL-HST-COUNT.
006900     MOVE WS-RUN-HST-TOTAL (WS-RUN-IX) TO BAL-DTL-HST-TOTAL.
006910     MOVE WS-RUN-XTR-COUNT (WS-RUN-IX) TO BAL-DTL-XTR-COUNT.
006920     IF WS-RSN-COUNT > 0
006930         ADD 1 TO WS-OUT-OF-BAL-COUNT
006940     ELSE
006950         ADD 1 TO WS-BALANCED-COUNT
006960     END-IF.
006970     PERFORM 3300-PRINT-LINE THRU 3300-EXIT.
006980 3100-EXIT.
006990     EXIT.
007000
007010*--------------------------------------------------------------*
007020* THE NIGHT LINE SHOWS THE FIBOUT GRAND TOTALS, THE FIBMSTR    *
007030* TOTALS FOR TONIGHT'S RUN IDS, THE HISTMSTR 'T' RECORD AND    *
007040* THE XTROUT ROWCOUNT ROW.                                     *
007050*--------------------------------------------------------------*
007060 3200-BALANCE-NIGHT.
007070     MOVE 0 TO WS-RSN-COUNT.
007080     IF WS-RUN-COUNT = 0
007090         MOVE 'NO RUNS FOUND ON FIBOUT' TO WS-RSN-NEW
007100         PERFORM 6200-ADD-REASON THRU 6200-EXIT
007110     END-IF.
007120     IF NOT WS-HIST-TOT-FOUND
007130         MOVE 'NO HISTMSTR TOTAL RECORD FOR THE BUSINESS DATE'
007140             TO WS-RSN-NEW
007150         PERFORM 6200-ADD-REASON THRU 6200-EXIT
007160     ELSE
007170         IF WS-NIGHT-HST-COUNT NOT = WS-NIGHT-OUT-COUNT
007180             MOVE 'HISTMSTR TOTAL RECORD COUNT DOES NOT AGREE'
007190                 TO WS-RSN-NEW
007200             PERFORM 6200-ADD-REASON THRU 6200-EXIT
007210         END-IF
007220         IF WS-NIGHT-HST-TOTAL NOT = WS-NIGHT-OUT-TOTAL
007230             MOVE 'HISTMSTR TOTAL RECORD VALUE DOES NOT AGREE'
007240                 TO WS-RSN-NEW
007250             PERFORM 6200-ADD-REASON THRU 6200-EXIT
007260         END-IF
007270     END-IF.
007280     IF NOT WS-ROWCOUNT-FOUND
007290         MOVE 'XTROUT HAS NO ROWCOUNT ROW' TO WS-RSN-NEW
007300         PERFORM 6200-ADD-REASON THRU 6200-EXIT
007310     ELSE
007320         IF WS-NIGHT-XTR-COUNT NOT = WS-NIGHT-OUT-COUNT
007330             MOVE 'XTROUT ROWCOUNT ROW DOES NOT AGREE TO FIBOUT'
007340                 TO WS-RSN-NEW
007350             PERFORM 6200-ADD-REASON THRU 6200-EXIT
007360         END-IF
007370         IF WS-NIGHT-XTR-COUNT NOT = WS-XTR-DATA-ROWS
007380             MOVE 'XTROUT DATA ROWS DO NOT AGREE TO ROWCOUNT ROW'
007390                 TO WS-RSN-NEW
007400             PERFORM 6200-ADD-REASON THRU 6200-EXIT
007410         END-IF
007420     END-IF.
007430     IF WS-XTR-STRAY-ROWS > 0
007440         MOVE 'XTROUT HAS ROWS FOR RUN IDS NOT ON FIBOUT'
007450             TO WS-RSN-NEW
007460         PERFORM 6200-ADD-REASON THRU 6200-EXIT
007470     END-IF.
007480     MOVE 'NIGHT' TO BAL-DTL-RUN-ID.
007490     MOVE WS-NIGHT-OUT-COUNT TO BAL-DTL-OUT-COUNT.
007500     MOVE WS-NIGHT-OUT-TOTAL TO BAL-DTL-OUT-TOTAL.
007510     MOVE WS-NIGHT-MST-COUNT TO BAL-DTL-MST-COUNT.
007520     MOVE WS-NIGHT-MST-TOTAL TO BAL-DTL-MST-TOTAL.
007530     MOVE WS-NIGHT-HST-COUNT TO BAL-DTL-HST-COUNT.
007540     MOVE WS-NIGHT-HST-TOTAL TO BAL-DTL-HST-TOTAL.
007550     MOVE WS-NIGHT-XTR-COUNT TO BAL-DTL-XTR-COUNT.
007560     MOVE SPACES TO BAL-PRINT-LINE.
007570     WRITE BAL-PRINT-LINE
007580         AFTER ADVANCING 1 LINE.
007590     PERFORM 3300-PRINT-LINE THRU 3300-EXIT.
007600 3200-EXIT.
007610     EXIT.
007620
007630*--------------------------------------------------------------*
007640* WRITE THE LINE BUILT BY 3100 OR 3200 WITH ITS STATUS, THEN   *
007650* ONE REASON LINE UNDER IT FOR EVERY DIFFERENCE COLLECTED.     *
007660*--------------------------------------------------------------*
007670 3300-PRINT-LINE.
007680     IF WS-RSN-COUNT > 0
007690         MOVE 'OUT' TO BAL-DTL-STATUS
007700     ELSE
007710         MOVE 'OK' TO BAL-DTL-STATUS
007720     END-IF.
007730     WRITE BAL-PRINT-LINE FROM BAL-DETAIL-LINE
007740         AFTER ADVANCING 1 LINE.
007750     MOVE 0 TO WS-RSN-IX.
007760     PERFORM 3350-PRINT-REASON THRU 3350-EXIT
007770         UNTIL WS-RSN-IX >= WS-RSN-COUNT.
007780 3300-EXIT.
007790     EXIT.
007800
007810 3350-PRINT-REASON.
007820     ADD 1 TO WS-RSN-IX.
007830     MOVE WS-RSN-TEXT (WS-RSN-IX) TO BAL-RSN-TEXT.
007840     WRITE BAL-PRINT-LINE FROM BAL-REASON-LINE
007850         AFTER ADVANCING 1 LINE.
007860 3350-EXIT.
007870     EXIT.
007880
007890 3400-PRINT-TOTALS.
007900     MOVE 'BALANCING TOTALS' TO BAL-SECTION-TEXT.
007910     WRITE BAL-PRINT-LINE FROM BAL-SECTION-LINE
007920         AFTER ADVANCING 2 LINES.
007930     MOVE 'FIBOUT RECORDS READ' TO BAL-TOT-LABEL.
007940     MOVE WS-FIBIN-COUNT TO BAL-TOT-VALUE.
007950     WRITE BAL-PRINT-LINE FROM BAL-TOTAL-LINE
007960         AFTER ADVANCING 1 LINE.
007970     MOVE 'FIBMSTR RECORDS READ' TO BAL-TOT-LABEL.
007980     MOVE WS-FIBMSTR-COUNT TO BAL-TOT-VALUE.
007990     WRITE BAL-PRINT-LINE FROM BAL-TOTAL-LINE
008000         AFTER ADVANCING 1 LINE.
008010     MOVE 'HISTMSTR RECORDS READ' TO BAL-TOT-LABEL.
008020     MOVE WS-HIST-COUNT TO BAL-TOT-VALUE.
008030     WRITE BAL-PRINT-LINE FROM BAL-TOTAL-LINE
008040         AFTER ADVANCING 1 LINE.
008050     MOVE 'XTROUT ROWS READ' TO BAL-TOT-LABEL.
008060     MOVE WS-XTR-COUNT TO BAL-TOT-VALUE.
008070     WRITE BAL-PRINT-LINE FROM BAL-TOTAL-LINE
008080         AFTER ADVANCING 1 LINE.
008090     MOVE 'RUN IDS IN BALANCE' TO BAL-TOT-LABEL.
008100     MOVE WS-BALANCED-COUNT TO BAL-TOT-VALUE.
008110     WRITE BAL-PRINT-LINE FROM BAL-TOTAL-LINE
008120         AFTER ADVANCING 1 LINE.
008130     MOVE 'RUN IDS OUT OF BALANCE' TO BAL-TOT-LABEL.
008140     MOVE WS-OUT-OF-BAL-COUNT TO BAL-TOT-VALUE.
008150     WRITE BAL-PRINT-LINE FROM BAL-TOTAL-LINE
008160         AFTER ADVANCING 1 LINE.
008170     MOVE 'DIFFERENCES REPORTED' TO BAL-TOT-LABEL.
008180     MOVE WS-EXCEPTION-COUNT TO BAL-TOT-VALUE.
008190     WRITE BAL-PRINT-LINE FROM BAL-TOTAL-LINE
008200         AFTER ADVANCING 1 LINE.
008210     IF WS-EXCEPTION-COUNT = 0
008220         MOVE 'NIGHT IN BALANCE - DATE MAY BE MARKED COMPLETE'
008230             TO BAL-MSG-TEXT
008240     ELSE
008250         MOVE 'NIGHT OUT OF BALANCE - DATE STAYS IN FLIGHT'
008260             TO BAL-MSG-TEXT
008270     END-IF.
008280     WRITE BAL-PRINT-LINE FROM BAL-MESSAGE-LINE
008290         AFTER ADVANCING 2 LINES.
008300 3400-EXIT.
008310     EXIT.
008320
008330*--------------------------------------------------------------*
008340* POST THE VERDICT ON RUNCTL FOR THE IN-FLIGHT DATE.  THE      *
008350* RECORD READ AT START-UP IS WRITTEN BACK WHOLE WITH ONLY THE  *
008360* BALANCE SWITCH AND DATE CHANGED (RUNCTL IS A ONE-RECORD      *
008370* DATA SET ALLOCATED DISP=OLD, SO OPEN OUTPUT REPLACES IT).    *
008380*--------------------------------------------------------------*
008390 3500-POST-VERDICT.
008400     IF NOT WS-DATE-INFLIGHT
008410         DISPLAY 'FIBBAL - NO BUSINESS DATE IN FLIGHT ON RUNCTL'
008420             ' - VERDICT NOT POSTED'
008430         GO TO 3500-EXIT
008440     END-IF.
008450     OPEN OUTPUT RUNC-FILE.
008460     MOVE WS-RUNC-SAVE TO RUNC-RECORD.
008470     IF WS-IN-BALANCE
008480         MOVE 'B' TO RUNC-BALANCE-SW
008490     ELSE
008500         MOVE 'O' TO RUNC-BALANCE-SW
008510     END-IF.
008520     MOVE WS-NIGHT-DATE TO RUNC-BALANCE-DATE.
008530     WRITE RUNC-RECORD.
008540     CLOSE RUNC-FILE.
008550 3500-EXIT.
008560     EXIT.
008570
008580*--------------------------------------------------------------*
008590* FIND THE RUN-TABLE ENTRY FOR WS-FIND-RUN-ID, ADDING ONE IF   *
008600* THE RUN ID HAS NOT BEEN SEEN.  WS-RUN-IX POINTS AT THE ENTRY *
008610* ON EXIT.  A FULL TABLE ABENDS RATHER THAN LEAVING A RUN      *
008620* UNBALANCED.                                                  *
008630*--------------------------------------------------------------*
008640 6000-FIND-RUN-ENTRY.
008650     PERFORM 6100-LOOKUP-RUN-ENTRY THRU 6100-EXIT.
008660     IF WS-ENTRY-FOUND
008670         GO TO 6000-EXIT
008680     END-IF.
008690     IF WS-RUN-COUNT >= WS-RUN-MAX
008700         DISPLAY 'FIBBAL - ABEND - RUN TABLE FULL AT '
008710             WS-RUN-MAX ' RUN IDS'
008720         SET WS-ABEND TO TRUE
008730         SET WS-EOF TO TRUE
008740         GO TO 6000-EXIT
008750     END-IF.
008760     ADD 1 TO WS-RUN-COUNT.
008770     MOVE WS-RUN-COUNT TO WS-RUN-IX.
008780     MOVE WS-FIND-RUN-ID TO WS-RUN-ID (WS-RUN-IX).
008790     MOVE 0 TO WS-RUN-DATE (WS-RUN-IX).
008800     MOVE 'N' TO WS-RUN-TRL-SW (WS-RUN-IX).
008810     MOVE 0 TO WS-RUN-TRL-COUNT (WS-RUN-IX).
008820     MOVE 0 TO WS-RUN-TRL-TOTAL (WS-RUN-IX).
008830     MOVE 0 TO WS-RUN-OUT-COUNT (WS-RUN-IX).
008840     MOVE 0 TO WS-RUN-OUT-TOTAL (WS-RUN-IX).
008850     MOVE 0 TO WS-RUN-MST-COUNT (WS-RUN-IX).
008860     MOVE 0 TO WS-RUN-MST-TOTAL (WS-RUN-IX).
008870     MOVE 0 TO WS-RUN-HSP-COUNT (WS-RUN-IX).
008880     MOVE 0 TO WS-RUN-HSP-TOTAL (WS-RUN-IX).
008890     MOVE 0 TO WS-RUN-HST-COUNT (WS-RUN-IX).
008900     MOVE 0 TO WS-RUN-HST-TOTAL (WS-RUN-IX).
008910     MOVE 0 TO WS-RUN-XTR-COUNT (WS-RUN-IX).
008920 6000-EXIT.
008930     EXIT.
008940
008950*--------------------------------------------------------------*
008960* LOOK UP WS-FIND-RUN-ID WITHOUT ADDING - WS-ENTRY-FOUND AND   *
008970* WS-RUN-IX TELL THE CALLER WHETHER AND WHERE IT IS.           *
008980*--------------------------------------------------------------*
008990 6100-LOOKUP-RUN-ENTRY.
009000     MOVE 'N' TO WS-FOUND-SW.
009010     MOVE 0 TO WS-RUN-IX.
009020     PERFORM 6150-MATCH-RUN-ENTRY THRU 6150-EXIT
009030         UNTIL WS-ENTRY-FOUND OR WS-RUN-IX >= WS-RUN-COUNT.
009040 6100-EXIT.
009050     EXIT.
009060
009070 6150-MATCH-RUN-ENTRY.
009080     ADD 1 TO WS-RUN-IX.
009090     IF WS-RUN-ID (WS-RUN-IX) = WS-FIND-RUN-ID
009100         SET WS-ENTRY-FOUND TO TRUE
009110     END-IF.
009120 6150-EXIT.
009130     EXIT.
009140
009150*--------------------------------------------------------------*
009160* COLLECT WS-RSN-NEW AS A REASON FOR THE CURRENT LINE.  EVERY  *
009170* REASON IS ONE DIFFERENCE AGAINST THE NIGHT'S VERDICT.        *
009180*--------------------------------------------------------------*
009190 6200-ADD-REASON.
009200     ADD 1 TO WS-EXCEPTION-COUNT.
009210     IF WS-RSN-COUNT < WS-RSN-MAX
009220         ADD 1 TO WS-RSN-COUNT
009230         MOVE WS-RSN-NEW TO WS-RSN-TEXT (WS-RSN-COUNT)
009240     END-IF.
009250 6200-EXIT.
009260     EXIT.
009270
009280*--------------------------------------------------------------*
009290* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
009300* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
009310* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
009320* CHANGE THE STEP'S OUTCOME.                                   *
009330*--------------------------------------------------------------*
009340 8900-WRITE-STEP-TIME.
009350     OPEN EXTEND RLOG-FILE.
009360     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
009370         DISPLAY 'FIBBAL - WARNING - RUNLOG OPEN FAILED, '
009380             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
009390         GO TO 8900-EXIT
009400     END-IF.
009410     MOVE SPACES TO RLOG-RECORD.
009420     SET RLOG-STEP-TIMING TO TRUE.
009430     MOVE 0 TO RLOG-RUN-ID.
009440     MOVE WS-NIGHT-DATE TO RLOG-RUN-DATE.
009450     MOVE 'FIBBAL' TO RLOG-STEP-PROGRAM.
009460     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
009470     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
009480     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
009490     ACCEPT RLOG-STEP-END-TIME FROM TIME.
009500     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
009510     COMPUTE RLOG-STEP-READ = WS-FIBIN-COUNT + WS-FIBMSTR-COUNT
009520         + WS-HIST-COUNT + WS-XTR-COUNT.
009530     MOVE WS-RUN-COUNT TO RLOG-STEP-WRITTEN.
009540     MOVE RETURN-CODE TO RLOG-STEP-RC.
009550     WRITE RLOG-RECORD.
009560     CLOSE RLOG-FILE.
009570 8900-EXIT.
009580     EXIT.
009590
009600 9999-EXIT.
009610     STOP RUN.
