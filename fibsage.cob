000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBSAGE.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBSAGE PRINTS THE AGING REPORT OF THE PARMIN SUSPENSE       *
000180* MASTER (SEE FIBSUSP) - ONE LINE PER SUSPENDED REQUEST WITH   *
000190* ITS STATUS (OPEN, OR CORRECTED AND WAITING TO RECYCLE), THE  *
000200* DATE IT WAS FIRST SUSPENDED, THE LAST NIGHT IT WAS REJECTED, *
000210* ITS AGE IN DAYS, THE NUMBER OF NIGHTS IT HAS BEEN REJECTED   *
000220* AND EVERY REJECT REASON FIBEDIT RECORDED.  ITEMS ARE         *
000230* COUNTED INTO 0-1, 2-7, 8-30 AND OVER-30 DAY AGING BUCKETS.   *
000240* AN OPEN ITEM OLDER THAN THE AGECARD STALE LIMIT (DAYS,       *
000250* COLUMNS 1-3, DEFAULT 7) IS FLAGGED STALE AND ENDS THE STEP   *
000260* RC=4 SO SOMEONE CHASES THE REQUESTER FOR A CORRECTION.       *
000270*--------------------------------------------------------------*
000280* MODIFICATION HISTORY                                        *
000290*--------------------------------------------------------------*
000300* DATE       INIT  DESCRIPTION                                 *
000310* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000320*--------------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SUSP-FILE ASSIGN TO SUSPENSE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS SUSP-REQ-NO
000410         FILE STATUS IS WS-SUSP-STATUS.
000420     SELECT OPTIONAL AGE-CARD-FILE ASSIGN TO AGECARD
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT AGE-RPT-FILE ASSIGN TO AGERPT
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SUSP-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY FIBSUSP.
000520
000530 FD  AGE-CARD-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  AGE-CARD-RECORD.
000570     05  AGE-STALE-DAYS       PIC 9(03).
000580     05  FILLER               PIC X(77).
000590
000600 FD  AGE-RPT-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  AGE-PRINT-LINE           PIC X(132).
000640
000650 WORKING-STORAGE SECTION.
000660*--------------------------------------------------------------*
000670* AGING WORK FIELDS                                            *
000680*--------------------------------------------------------------*
000690 01  WS-SUSP-STATUS           PIC X(02) VALUE '00'.
000700
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000730         88  WS-EOF                       VALUE 'Y'.
000740     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
000750         88  WS-ABEND                     VALUE 'Y'.
000760     05  WS-SUSP-OPEN-SW       PIC X(01) VALUE 'N'.
000770         88  WS-SUSP-OPENED               VALUE 'Y'.
000780
000790 01  WS-STALE-DAYS            PIC 9(03) VALUE 7.
000800 01  WS-ITEM-COUNT            PIC 9(05) VALUE 0.
000810 01  WS-OPEN-COUNT            PIC 9(05) VALUE 0.
000820 01  WS-CORRECTED-COUNT       PIC 9(05) VALUE 0.
000830 01  WS-STALE-COUNT           PIC 9(05) VALUE 0.
000840 01  WS-AGE-DAYS              PIC 9(05) VALUE 0.
000850 01  WS-RSN-IX                PIC 9(02) VALUE 0.
000860
000870*--------------------------------------------------------------*
000880* AGING BUCKETS - UPPER AGE LIMIT (DAYS) AND ITEM COUNT.  THE  *
000890* LAST BUCKET CATCHES EVERYTHING OLDER.                        *
000900*--------------------------------------------------------------*
000910 01  WS-BKT-IX                PIC 9(01) VALUE 0.
000920 01  WS-BKT-LIMITS-TBL.
000930     05  FILLER               PIC X(20) VALUE
000940         '00001000070003099999'.
000950 01  WS-BKT-LIMITS REDEFINES WS-BKT-LIMITS-TBL.
000960     05  WS-BKT-LIMIT         PIC 9(05) OCCURS 4 TIMES.
000970 01  WS-BKT-LABELS-TBL.
000980     05  FILLER               PIC X(20) VALUE 'AGED 0-1 DAYS'.
000990     05  FILLER               PIC X(20) VALUE 'AGED 2-7 DAYS'.
001000     05  FILLER               PIC X(20) VALUE 'AGED 8-30 DAYS'.
001010     05  FILLER               PIC X(20) VALUE 'AGED OVER 30 DAYS'.
001020 01  WS-BKT-LABELS REDEFINES WS-BKT-LABELS-TBL.
001030     05  WS-BKT-LABEL         PIC X(20) OCCURS 4 TIMES.
001040 01  WS-BKT-COUNTS.
001050     05  WS-BKT-COUNT         PIC 9(05) OCCURS 4 TIMES.
001060
001070*--------------------------------------------------------------*
001080* DAY-NUMBER CONVERSION FIELDS - A YYYYMMDD DATE IS TURNED     *
001090* INTO A RUNNING DAY COUNT (YEARS COUNTED FROM MARCH SO THE    *
001100* LEAP DAY FALLS AT THE END) SO TWO DATES CAN BE SUBTRACTED.   *
001110*--------------------------------------------------------------*
001120 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001130 01  WS-RUN-DAYS              PIC 9(07) VALUE 0.
001140 01  WS-CNV-DATE              PIC 9(08) VALUE 0.
001150 01  WS-CNV-DATE-X REDEFINES WS-CNV-DATE.
001160     05  WS-CNV-CCYY          PIC 9(04).
001170     05  WS-CNV-MM            PIC 9(02).
001180     05  WS-CNV-DD            PIC 9(02).
001190 01  WS-CNV-YEAR              PIC 9(04) VALUE 0.
001200 01  WS-CNV-MONTH             PIC 9(02) VALUE 0.
001210 01  WS-CNV-WORK              PIC 9(07) VALUE 0.
001220 01  WS-CNV-DAYS              PIC 9(07) VALUE 0.
001230
001240*--------------------------------------------------------------*
001250* AGING REPORT LINE LAYOUTS                                    *
001260*--------------------------------------------------------------*
001270 01  AGE-HEADING-1.
001280     05  FILLER               PIC X(42) VALUE
001290         'FIBSAGE - PARMIN SUSPENSE AGING REPORT'.
001300     05  FILLER               PIC X(10) VALUE 'AS OF...: '.
001310     05  HDG1-RUN-DATE        PIC 9(08).
001320     05  FILLER               PIC X(72) VALUE SPACES.
001330
001340 01  AGE-HEADING-2.
001350     05  FILLER               PIC X(05) VALUE SPACES.
001360     05  FILLER               PIC X(07) VALUE 'REQ NO'.
001370     05  FILLER               PIC X(12) VALUE 'STATUS'.
001380     05  FILLER               PIC X(10) VALUE 'SUSPENDED'.
001390     05  FILLER               PIC X(10) VALUE 'LAST REJ'.
001400     05  FILLER               PIC X(07) VALUE '  DAYS'.
001410     05  FILLER               PIC X(05) VALUE 'NGTS'.
001420     05  FILLER               PIC X(21) VALUE 'REJECTED FIELD'.
001430     05  FILLER               PIC X(55) VALUE 'REASON'.
001440
001450 01  AGE-DETAIL-LINE.
001460     05  FILLER               PIC X(05) VALUE SPACES.
001470     05  AGE-DTL-REQ-NO       PIC 9(05).
001480     05  FILLER               PIC X(02) VALUE SPACES.
001490     05  AGE-DTL-STATUS       PIC X(10).
001500     05  FILLER               PIC X(02) VALUE SPACES.
001510     05  AGE-DTL-FIRST-DATE   PIC 9(08).
001520     05  FILLER               PIC X(02) VALUE SPACES.
001530     05  AGE-DTL-LAST-DATE    PIC 9(08).
001540     05  FILLER               PIC X(02) VALUE SPACES.
001550     05  AGE-DTL-DAYS         PIC ZZZZ9.
001560     05  FILLER               PIC X(02) VALUE SPACES.
001570     05  AGE-DTL-NIGHTS       PIC ZZ9.
001580     05  FILLER               PIC X(02) VALUE SPACES.
001590     05  AGE-DTL-FIELD        PIC X(20).
001600     05  FILLER               PIC X(01) VALUE SPACES.
001610     05  AGE-DTL-REASON       PIC X(55).
001620
001630 01  AGE-REASON-LINE.
001640     05  FILLER               PIC X(56) VALUE SPACES.
001650     05  AGE-RSN-FIELD        PIC X(20).
001660     05  FILLER               PIC X(01) VALUE SPACES.
001670     05  AGE-RSN-REASON       PIC X(55).
001680
001690 01  AGE-SECTION-LINE.
001700     05  FILLER               PIC X(02) VALUE SPACES.
001710     05  AGE-SECTION-TEXT     PIC X(60).
001720     05  FILLER               PIC X(70) VALUE SPACES.
001730
001740 01  AGE-TOTAL-LINE.
001750     05  FILLER               PIC X(05) VALUE SPACES.
001760     05  AGE-TOT-LABEL        PIC X(35).
001770     05  AGE-TOT-VALUE        PIC ZZZZZZ9.
001780     05  FILLER               PIC X(85) VALUE SPACES.
001790
001800 01  AGE-MESSAGE-LINE.
001810     05  FILLER               PIC X(05) VALUE SPACES.
001820     05  AGE-MSG-TEXT         PIC X(60).
001830     05  FILLER               PIC X(67) VALUE SPACES.
001840
001850 PROCEDURE DIVISION.
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-AGE-ITEM THRU 2000-EXIT
001890         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
001900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001910     GO TO 9999-EXIT.
001920
001930 1000-INITIALIZE.
001940     DISPLAY '==========================================='.
001950     DISPLAY 'FIBSAGE - PARMIN SUSPENSE AGING REPORT'.
001960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001970     MOVE WS-RUN-DATE TO WS-CNV-DATE.
001980     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
001990     MOVE WS-CNV-DAYS TO WS-RUN-DAYS.
002000     MOVE ZEROS TO WS-BKT-COUNTS.
002010     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002020     OPEN OUTPUT AGE-RPT-FILE.
002030     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
002040     WRITE AGE-PRINT-LINE FROM AGE-HEADING-1
002050         AFTER ADVANCING PAGE.
002060     WRITE AGE-PRINT-LINE FROM AGE-HEADING-2
002070         AFTER ADVANCING 2 LINES.
002080*--------------------------------------------------------------*
002090* NO SUSPENSE MASTER YET (STATUS 35) MEANS NOTHING HAS EVER    *
002100* BEEN SUSPENDED - AN EMPTY REPORT, NOT AN ABEND.              *
002110*--------------------------------------------------------------*
002120     OPEN INPUT SUSP-FILE.
002130     IF WS-SUSP-STATUS = '35'
002140         SET WS-EOF TO TRUE
002150         GO TO 1000-EXIT
002160     END-IF.
002170     IF WS-SUSP-STATUS NOT = '00'
002180         DISPLAY 'FIBSAGE - ABEND - SUSPENSE OPEN FAILED, STATUS '
002190             WS-SUSP-STATUS
002200         SET WS-ABEND TO TRUE
002210         SET WS-EOF TO TRUE
002220         GO TO 1000-EXIT
002230     END-IF.
002240     SET WS-SUSP-OPENED TO TRUE.
002250     READ SUSP-FILE
002260         AT END
002270             SET WS-EOF TO TRUE
002280     END-READ.
002290 1000-EXIT.
002300     EXIT.
002310
002320 1100-READ-CARD.
002330     MOVE SPACES TO AGE-CARD-RECORD.
002340     OPEN INPUT AGE-CARD-FILE.
002350     READ AGE-CARD-FILE
002360         AT END
002370             CONTINUE
002380     END-READ.
002390     CLOSE AGE-CARD-FILE.
002400     IF AGE-STALE-DAYS NUMERIC AND AGE-STALE-DAYS > 0
002410         MOVE AGE-STALE-DAYS TO WS-STALE-DAYS
002420     END-IF.
002430 1100-EXIT.
002440     EXIT.
002450
002460 2000-AGE-ITEM.
002470     IF NOT WS-EOF
002480         ADD 1 TO WS-ITEM-COUNT
002490         PERFORM 2100-PRINT-ITEM THRU 2100-EXIT
002500         READ SUSP-FILE
002510             AT END
002520                 SET WS-EOF TO TRUE
002530         END-READ
002540     END-IF.
002550 2000-EXIT.
002560     EXIT.
002570
002580*--------------------------------------------------------------*
002590* AGE IS COUNTED FROM THE FIRST NIGHT THE REQUEST WAS          *
002600* SUSPENDED, NOT THE LAST REJECT - A RECYCLE THAT FAILS AGAIN  *
002610* DOES NOT RESET THE CLOCK.                                    *
002620*--------------------------------------------------------------*
002630 2100-PRINT-ITEM.
002640     MOVE 0 TO WS-AGE-DAYS.
002650     IF SUSP-FIRST-DATE NUMERIC AND SUSP-FIRST-DATE > 0
002660         MOVE SUSP-FIRST-DATE TO WS-CNV-DATE
002670         PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
002680         IF WS-RUN-DAYS > WS-CNV-DAYS
002690             SUBTRACT WS-CNV-DAYS FROM WS-RUN-DAYS
002700                 GIVING WS-AGE-DAYS
002710         END-IF
002720     END-IF.
002730     MOVE 1 TO WS-BKT-IX.
002740     PERFORM 2200-FIND-BUCKET THRU 2200-EXIT
002750         UNTIL WS-AGE-DAYS <= WS-BKT-LIMIT (WS-BKT-IX)
002760             OR WS-BKT-IX >= 4.
002770     ADD 1 TO WS-BKT-COUNT (WS-BKT-IX).
002780     IF SUSP-OPEN
002790         ADD 1 TO WS-OPEN-COUNT
002800         IF WS-AGE-DAYS > WS-STALE-DAYS
002810             ADD 1 TO WS-STALE-COUNT
002820             MOVE 'OPEN-STALE' TO AGE-DTL-STATUS
002830         ELSE
002840             MOVE 'OPEN' TO AGE-DTL-STATUS
002850         END-IF
002860     ELSE
002870         ADD 1 TO WS-CORRECTED-COUNT
002880         MOVE 'CORRECTED' TO AGE-DTL-STATUS
002890     END-IF.
002900     MOVE SUSP-REQ-NO TO AGE-DTL-REQ-NO.
002910     MOVE SUSP-FIRST-DATE TO AGE-DTL-FIRST-DATE.
002920     MOVE SUSP-LAST-DATE TO AGE-DTL-LAST-DATE.
002930     MOVE WS-AGE-DAYS TO AGE-DTL-DAYS.
002940     MOVE SUSP-REJECT-NIGHTS TO AGE-DTL-NIGHTS.
002950     MOVE SUSP-RSN-FIELD (1) TO AGE-DTL-FIELD.
002960     MOVE SUSP-RSN-TEXT (1) TO AGE-DTL-REASON.
002970     WRITE AGE-PRINT-LINE FROM AGE-DETAIL-LINE
002980         AFTER ADVANCING 1 LINE.
002990     MOVE 1 TO WS-RSN-IX.
003000     PERFORM 2300-PRINT-REASON THRU 2300-EXIT
003010         UNTIL WS-RSN-IX >= SUSP-REASON-COUNT
003020             OR WS-RSN-IX >= 3.
003030 2100-EXIT.
003040     EXIT.
003050
003060 2200-FIND-BUCKET.
003070     ADD 1 TO WS-BKT-IX.
003080 2200-EXIT.
003090     EXIT.
003100
003110 2300-PRINT-REASON.
003120     ADD 1 TO WS-RSN-IX.
003130     MOVE SUSP-RSN-FIELD (WS-RSN-IX) TO AGE-RSN-FIELD.
003140     MOVE SUSP-RSN-TEXT (WS-RSN-IX) TO AGE-RSN-REASON.
003150     WRITE AGE-PRINT-LINE FROM AGE-REASON-LINE
003160         AFTER ADVANCING 1 LINE.
003170 2300-EXIT.
003180     EXIT.
003190
003200 3000-FINALIZE.
003210     IF WS-ABEND
003220         CLOSE AGE-RPT-FILE
003230         MOVE 16 TO RETURN-CODE
003240         GO TO 3000-EXIT
003250     END-IF.
003260     IF WS-SUSP-OPENED
003270         CLOSE SUSP-FILE
003280     END-IF.
003290     IF WS-ITEM-COUNT = 0
003300         MOVE 'NO REQUESTS IN SUSPENSE' TO AGE-MSG-TEXT
003310         WRITE AGE-PRINT-LINE FROM AGE-MESSAGE-LINE
003320             AFTER ADVANCING 1 LINE
003330     END-IF.
003340     PERFORM 3100-PRINT-TOTALS THRU 3100-EXIT.
003350     CLOSE AGE-RPT-FILE.
003360     DISPLAY 'FIBSAGE - ITEMS IN SUSPENSE: ' WS-ITEM-COUNT.
003370     DISPLAY 'FIBSAGE - OPEN.............: ' WS-OPEN-COUNT.
003380     DISPLAY 'FIBSAGE - CORRECTED........: ' WS-CORRECTED-COUNT.
003390     DISPLAY 'FIBSAGE - OPEN AND STALE...: ' WS-STALE-COUNT.
003400     IF WS-STALE-COUNT > 0
003410         DISPLAY 'FIBSAGE - STALE ITEMS NEED A CORRECTION'
003420         MOVE 4 TO RETURN-CODE
003430     ELSE
003440         MOVE 0 TO RETURN-CODE
003450     END-IF.
003460     DISPLAY '==========================================='.
003470 3000-EXIT.
003480     EXIT.
003490
003500 3100-PRINT-TOTALS.
003510     MOVE 'AGING TOTALS' TO AGE-SECTION-TEXT.
003520     WRITE AGE-PRINT-LINE FROM AGE-SECTION-LINE
003530         AFTER ADVANCING 2 LINES.
003540     MOVE 0 TO WS-BKT-IX.
003550     PERFORM 3150-PRINT-BUCKET THRU 3150-EXIT
003560         UNTIL WS-BKT-IX >= 4.
003570     MOVE 'ITEMS IN SUSPENSE' TO AGE-TOT-LABEL.
003580     MOVE WS-ITEM-COUNT TO AGE-TOT-VALUE.
003590     WRITE AGE-PRINT-LINE FROM AGE-TOTAL-LINE
003600         AFTER ADVANCING 2 LINES.
003610     MOVE 'OPEN - AWAITING CORRECTION' TO AGE-TOT-LABEL.
003620     MOVE WS-OPEN-COUNT TO AGE-TOT-VALUE.
003630     WRITE AGE-PRINT-LINE FROM AGE-TOTAL-LINE
003640         AFTER ADVANCING 1 LINE.
003650     MOVE 'CORRECTED - RECYCLES NEXT NIGHT' TO AGE-TOT-LABEL.
003660     MOVE WS-CORRECTED-COUNT TO AGE-TOT-VALUE.
003670     WRITE AGE-PRINT-LINE FROM AGE-TOTAL-LINE
003680         AFTER ADVANCING 1 LINE.
003690     MOVE SPACES TO AGE-TOT-LABEL.
003700     STRING 'OPEN OVER ' WS-STALE-DAYS ' DAYS (STALE)'
003710         DELIMITED BY SIZE INTO AGE-TOT-LABEL.
003720     MOVE WS-STALE-COUNT TO AGE-TOT-VALUE.
003730     WRITE AGE-PRINT-LINE FROM AGE-TOTAL-LINE
003740         AFTER ADVANCING 1 LINE.
003750 3100-EXIT.
003760     EXIT.
003770
003780 3150-PRINT-BUCKET.
003790     ADD 1 TO WS-BKT-IX.
003800     MOVE WS-BKT-LABEL (WS-BKT-IX) TO AGE-TOT-LABEL.
003810     MOVE WS-BKT-COUNT (WS-BKT-IX) TO AGE-TOT-VALUE.
003820     WRITE AGE-PRINT-LINE FROM AGE-TOTAL-LINE
003830         AFTER ADVANCING 1 LINE.
003840 3150-EXIT.
003850     EXIT.
003860
003870*--------------------------------------------------------------*
003880* YYYYMMDD IN WS-CNV-DATE TO A RUNNING DAY COUNT IN            *
003890* WS-CNV-DAYS.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 *
003900* OF THE PRIOR YEAR SO THE LEAP DAY IS ALWAYS THE LAST DAY OF  *
003910* THE COUNTING YEAR.                                           *
003920*--------------------------------------------------------------*
003930 8000-DATE-TO-DAYS.
003940     IF WS-CNV-MM > 2
003950         MOVE WS-CNV-CCYY TO WS-CNV-YEAR
003960         MOVE WS-CNV-MM TO WS-CNV-MONTH
003970     ELSE
003980         SUBTRACT 1 FROM WS-CNV-CCYY GIVING WS-CNV-YEAR
003990         ADD 12 TO WS-CNV-MM GIVING WS-CNV-MONTH
004000     END-IF.
004010     COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365 + WS-CNV-DD.
004020     DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK.
004030     ADD WS-CNV-WORK TO WS-CNV-DAYS.
004040     DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK.
004050     SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
004060     DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK.
004070     ADD WS-CNV-WORK TO WS-CNV-DAYS.
004080     COMPUTE WS-CNV-WORK = (WS-CNV-MONTH * 153 - 457) / 5.
004090     ADD WS-CNV-WORK TO WS-CNV-DAYS.
004100 8000-EXIT.
004110     EXIT.
004120
004130 9999-EXIT.
004140     STOP RUN.
