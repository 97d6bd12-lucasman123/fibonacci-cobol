000170* FIBRPT READS THE FIBOUT DETAIL AND TRAILER RECORDS PRODUCED  *
000180* BY HELLO AND PRINTS A PAGINATED DETAIL REPORT FOR THE        *
000190* BUSINESS UNIT - PAGE HEADINGS CARRYING THE RUN ID AND        *
000195* OPERATOR, THE SEQUENCE TYPE AND COEFFICIENTS OF THE          *
000200* RECURRENCE, COLUMNED DETAIL LINES WITH THE TERM-OVER-TERM    *
000210* INCREASE, AND A FINAL TOTALS PAGE BALANCED TO THE TRAILER   *
000220* CONTROL TOTAL.  IT REPLACES THE RAW SYSOUT LISTING THAT     *
000230* USED TO BE HANDED TO THE BUSINESS UNIT EACH MORNING.        *
000232* EACH REQUEST GROUP IS PRINTED ON THE REPORT DATA SET OF THE  *
000234* DEPARTMENT THAT ASKED FOR IT (REQMSTR), WITH A DISTRIBUTION  *
000236* CONTROL REPORT ON DISTCTL; THE GRAND TOTALS STAY ON RPTOUT.  *
000240*--------------------------------------------------------------*
000250* MODIFICATION HISTORY                                        *
000260*--------------------------------------------------------------*
000292*                  SIGNED FIBREC LAYOUT SO DESCENDING          *
000293*                  SEQUENCES AND NEGATIVE INCREASES PRINT      *
000294*                  CORRECTLY.                                  *
000295* 10/15/2026 DLC   LINEAR RECURRENCES - THE SECOND HEADING     *
000296*                  LINE NOW CARRIES EACH REQUEST'S SEQUENCE    *
000297*                  NAME AND COEFFICIENTS FROM ITS FIBOUT       *
000298*                  HEADER.                                     *
000299* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000300*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000301*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000302*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000303* 10/15/2026 DLC   REQUESTER DISTRIBUTION - EACH REQUEST GROUP *
000304*                  IS NOW ROUTED BY ITS REQMSTR RECORD (SEE    *
000305*                  FIBDIST) TO ONE OF EIGHT BURST DATA SETS,   *
000306*                  ONE PER DEPARTMENT AND DESTINATION, EACH    *
000307*                  OPENING WITH A COVER SHEET OF ITS RUN IDS.  *
000308*                  THE DISTCTL CONTROL REPORT PROVES EVERY     *
000309*                  GROUP PRINTED WENT TO EXACTLY ONE           *
000310*                  DESTINATION.                                *
000311*--------------------------------------------------------------*
000312
000313 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FIBIN-FILE ASSIGN TO FIBIN
000370     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT RPT-FILE ASSIGN TO RPTOUT
000391         ORGANIZATION IS SEQUENTIAL.
000392     SELECT DIST-FILE ASSIGN TO REQMSTR
000393         ORGANIZATION IS INDEXED
000394         ACCESS MODE IS RANDOM
000395         RECORD KEY IS DIST-REQ-NO
000396         FILE STATUS IS WS-DIST-STATUS.
000397     SELECT BRST01-FILE ASSIGN TO BURST01
000398         ORGANIZATION IS SEQUENTIAL.
000399     SELECT BRST02-FILE ASSIGN TO BURST02
000400         ORGANIZATION IS SEQUENTIAL.
000401     SELECT BRST03-FILE ASSIGN TO BURST03
000402         ORGANIZATION IS SEQUENTIAL.
000403     SELECT BRST04-FILE ASSIGN TO BURST04
000404         ORGANIZATION IS SEQUENTIAL.
000405     SELECT BRST05-FILE ASSIGN TO BURST05
000406         ORGANIZATION IS SEQUENTIAL.
000407     SELECT BRST06-FILE ASSIGN TO BURST06
000408         ORGANIZATION IS SEQUENTIAL.
000409     SELECT BRST07-FILE ASSIGN TO BURST07
000410         ORGANIZATION IS SEQUENTIAL.
000411     SELECT BRST08-FILE ASSIGN TO BURST08
000412         ORGANIZATION IS SEQUENTIAL.
000413     SELECT DCTL-FILE ASSIGN TO DISTCTL
000414         ORGANIZATION IS SEQUENTIAL.
000415     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000416         ORGANIZATION IS SEQUENTIAL
000417         FILE STATUS IS WS-RLOG-STATUS.
000418
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FIBIN-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  RPT-PRINT-LINE           PIC X(132).
000571
000572 FD  DIST-FILE
000573     LABEL RECORDS ARE STANDARD.
000574     COPY FIBDIST.
000575
000576 FD  BRST01-FILE
000577     RECORDING MODE IS F
000578     LABEL RECORDS ARE STANDARD.
000579 01  BRST01-PRINT-LINE        PIC X(132).
000580
000581 FD  BRST02-FILE
000582     RECORDING MODE IS F
000583     LABEL RECORDS ARE STANDARD.
000584 01  BRST02-PRINT-LINE        PIC X(132).
000585
000586 FD  BRST03-FILE
000587     RECORDING MODE IS F
000588     LABEL RECORDS ARE STANDARD.
000589 01  BRST03-PRINT-LINE        PIC X(132).
000590
000591 FD  BRST04-FILE
000592     RECORDING MODE IS F
000593     LABEL RECORDS ARE STANDARD.
000594 01  BRST04-PRINT-LINE        PIC X(132).
000595
000596 FD  BRST05-FILE
000597     RECORDING MODE IS F
000598     LABEL RECORDS ARE STANDARD.
000599 01  BRST05-PRINT-LINE        PIC X(132).
000600
000601 FD  BRST06-FILE
000602     RECORDING MODE IS F
000603     LABEL RECORDS ARE STANDARD.
000604 01  BRST06-PRINT-LINE        PIC X(132).
000605
000606 FD  BRST07-FILE
000607     RECORDING MODE IS F
000608     LABEL RECORDS ARE STANDARD.
000609 01  BRST07-PRINT-LINE        PIC X(132).
000610
000611 FD  BRST08-FILE
000612     RECORDING MODE IS F
000613     LABEL RECORDS ARE STANDARD.
000614 01  BRST08-PRINT-LINE        PIC X(132).
000615
000616 FD  DCTL-FILE
000617     RECORDING MODE IS F
000618     LABEL RECORDS ARE STANDARD.
000619 01  DCTL-PRINT-LINE          PIC X(132).
000620
000621 FD  RLOG-FILE
000622     RECORDING MODE IS F
000623     LABEL RECORDS ARE STANDARD.
000624     COPY FIBRLOG.
000625
000626 WORKING-STORAGE SECTION.
000627*--------------------------------------------------------------*
000628* REPORT WORK FIELDS                                          *
000629*--------------------------------------------------------------*
000630 01  WS-FIBIN-STATUS          PIC X(02) VALUE '00'.
000640
000650 01  WS-SWITCHES.
000870 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 50.
000880
000890*--------------------------------------------------------------*
000891* SEQUENCE-TYPE TABLE - NAMES THE RECURRENCE ON EACH HEADING   *
000892*--------------------------------------------------------------*
000893 01  WS-SEQ-TYPE              PIC X(01) VALUE SPACE.
000894     COPY FIBSEQT.
000895
000896*--------------------------------------------------------------*
000900* REPORT LINE LAYOUTS                                         *
000910*--------------------------------------------------------------*
000920 01  RPT-HEADING-1.
001010 01  RPT-HEADING-2.
001020     05  FILLER               PIC X(10) VALUE 'OPERATOR: '.
001030     05  HDG2-OPERATOR        PIC X(30).
001031     05  FILLER               PIC X(12) VALUE '  SEQUENCE: '.
001032     05  HDG2-SEQ-NAME        PIC X(12) VALUE SPACES.
001033     05  FILLER               PIC X(16) VALUE
001034         '  COEFFICIENTS: '.
001035     05  HDG2-COEF-1          PIC +9.
001036     05  FILLER               PIC X(01) VALUE SPACE.
001037     05  HDG2-COEF-2          PIC +9.
001038     05  FILLER               PIC X(01) VALUE SPACE.
001039     05  HDG2-COEF-3          PIC +9.
001040     05  FILLER               PIC X(44) VALUE SPACES.
001050
001060 01  RPT-COL-HEADING.
001070     05  FILLER               PIC X(08) VALUE '  SEQ NO'.
001290     05  RPT-MSG-TEXT         PIC X(60).
001300     05  FILLER               PIC X(67) VALUE SPACES.
001310
001311*--------------------------------------------------------------*
001312* REQUESTER DISTRIBUTION - BEFORE ANYTHING IS PRINTED, FIBIN   *
001313* IS READ ONCE TO ROUTE EVERY REQUEST GROUP BY THE REQMSTR     *
001314* RECORD FOR ITS REQUEST NUMBER (SEE FIBDIST).  DESTINATION    *
001315* ENTRY 1 IS RPTOUT, THE OPERATIONS COPY; ENTRIES 2-9 ARE THE  *
001316* BURST01-BURST08 DATA SETS, ONE PER DEPARTMENT AND            *
001317* DESTINATION ON TONIGHT'S REQUESTS.  ONE PLAN ENTRY PER       *
001318* REQUEST GROUP, IN FIBIN ORDER.                               *
001319*--------------------------------------------------------------*
001320 01  WS-DIST-STATUS           PIC X(02) VALUE '00'.
001321
001322 01  WS-DIST-SWITCHES.
001323     05  WS-DIST-OPEN-SW       PIC X(01) VALUE 'N'.
001324         88  WS-DIST-OPENED               VALUE 'Y'.
001325     05  WS-DIST-WARN-SW       PIC X(01) VALUE 'N'.
001326         88  WS-DIST-WARNING              VALUE 'Y'.
001327     05  WS-DIST-BAL-SW        PIC X(01) VALUE 'Y'.
001328         88  WS-DIST-IN-BALANCE           VALUE 'Y'.
001329         88  WS-DIST-OUT-OF-BALANCE       VALUE 'N'.
001330     05  WS-PLAN-EOF-SW        PIC X(01) VALUE 'N'.
001331         88  WS-PLAN-EOF                  VALUE 'Y'.
001332     05  WS-PLAN-PARM-EOF-SW   PIC X(01) VALUE 'N'.
001333         88  WS-PLAN-PARM-EOF             VALUE 'Y'.
001334     05  WS-PLAN-GROUP-SW      PIC X(01) VALUE 'N'.
001335         88  WS-PLAN-GROUP-OPEN           VALUE 'Y'.
001336     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
001337         88  WS-ENTRY-FOUND               VALUE 'Y'.
001338
001339 01  WS-PLAN-REQ-NO           PIC 9(05) VALUE 0.
001340 01  WS-PLAN-RUN-ID           PIC 9(05) VALUE 0.
001341 01  WS-DIST-TOTAL            PIC 9(05) VALUE 0.
001342 01  WS-PAGE-COUNT-DCTL       PIC 9(05) VALUE 0.
001343*--------------------------------------------------------------*
001344* EVERY REPORT LINE IS BUILT IN WS-PRINT-LINE AND WRITTEN BY   *
001345* 7000 TO THE DATA SET WS-DST-IX POINTS AT.  WS-ADVANCE IS     *
001346* THE LINES TO ADVANCE FIRST - ZERO STARTS A NEW PAGE.         *
001347*--------------------------------------------------------------*
001348 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
001349 01  WS-ADVANCE               PIC 9(01) VALUE 1.
001350
001351 01  WS-DDNAME-DATA.
001352     05  FILLER               PIC X(08) VALUE 'RPTOUT'.
001353     05  FILLER               PIC X(08) VALUE 'BURST01'.
001354     05  FILLER               PIC X(08) VALUE 'BURST02'.
001355     05  FILLER               PIC X(08) VALUE 'BURST03'.
001356     05  FILLER               PIC X(08) VALUE 'BURST04'.
001357     05  FILLER               PIC X(08) VALUE 'BURST05'.
001358     05  FILLER               PIC X(08) VALUE 'BURST06'.
001359     05  FILLER               PIC X(08) VALUE 'BURST07'.
001360     05  FILLER               PIC X(08) VALUE 'BURST08'.
001361 01  WS-DDNAME-TABLE REDEFINES WS-DDNAME-DATA.
001362     05  WS-DDNAME            PIC X(08) OCCURS 9 TIMES.
001363
001364 01  WS-DST-MAX               PIC 9(02) VALUE 9.
001365 01  WS-DST-COUNT             PIC 9(02) VALUE 1.
001366 01  WS-DST-IX                PIC 9(02) VALUE 1.
001367 01  WS-DST-TABLE.
001368     05  WS-DST-ENTRY OCCURS 9 TIMES.
001369         10  WS-DST-DEPT-CODE     PIC X(06).
001370         10  WS-DST-DEPT-NAME     PIC X(30).
001371         10  WS-DST-DEST-ID       PIC X(08).
001372         10  WS-DST-DEST-NAME     PIC X(26).
001373         10  WS-DST-COPIES        PIC 9(02).
001374         10  WS-DST-PLANNED       PIC 9(05).
001375         10  WS-DST-PRINTED       PIC 9(05).
001376         10  WS-DST-PAGES         PIC 9(05).
001377
001378 01  WS-PLN-MAX               PIC 9(04) VALUE 1000.
001379 01  WS-PLN-COUNT             PIC 9(04) VALUE 0.
001380 01  WS-PLN-IX                PIC 9(04) VALUE 0.
001381 01  WS-PLN-TABLE.
001382     05  WS-PLN-ENTRY OCCURS 1000 TIMES.
001383         10  WS-PLN-RUN-ID        PIC 9(05).
001384         10  WS-PLN-REQ-NO        PIC 9(05).
001385         10  WS-PLN-DST-IX        PIC 9(02).
001386         10  WS-PLN-ROUTE         PIC X(01).
001387             88  WS-PLN-BURST             VALUE 'B'.
001388             88  WS-PLN-NO-REQUEST        VALUE 'H'.
001389             88  WS-PLN-NO-REQMSTR        VALUE 'R'.
001390             88  WS-PLN-NOT-ON-REQMSTR    VALUE 'N'.
001391             88  WS-PLN-NO-DATA-SET       VALUE 'F'.
001392         10  WS-PLN-PRINTS        PIC 9(03).
001393         10  WS-PLN-PAGES         PIC 9(05).
001394*--------------------------------------------------------------*
001395* DISTRIBUTION COVER SHEET AND CONTROL REPORT LINE LAYOUTS     *
001396*--------------------------------------------------------------*
001397 01  CVR-HEADING-1.
001398     05  FILLER               PIC X(46) VALUE
001399         'FIBRPT - FIBONACCI SEQUENCE DETAIL REPORT'.
001400     05  FILLER               PIC X(24) VALUE
001401         'DISTRIBUTION COVER SHEET'.
001402     05  FILLER               PIC X(62) VALUE SPACES.
001403 01  CVR-FIELD-LINE.
001404     05  FILLER               PIC X(05) VALUE SPACES.
001405     05  CVR-LABEL            PIC X(24).
001406     05  CVR-VALUE            PIC X(70).
001407     05  FILLER               PIC X(33) VALUE SPACES.
001408
001409 01  CVR-COL-HEADING.
001410     05  FILLER               PIC X(30) VALUE
001411         '      GROUP   RUN ID   REQUEST'.
001412     05  FILLER               PIC X(102) VALUE SPACES.
001413
001414 01  CVR-RUN-LINE.
001415     05  FILLER               PIC X(06) VALUE SPACES.
001416     05  CVR-GROUP-NO         PIC ZZZZ9.
001417     05  FILLER               PIC X(04) VALUE SPACES.
001418     05  CVR-RUN-ID           PIC 9(05).
001419     05  FILLER               PIC X(05) VALUE SPACES.
001420     05  CVR-REQ-NO           PIC 9(05).
001421     05  FILLER               PIC X(102) VALUE SPACES.
001422 01  DCTL-HEADING-1.
001423     05  FILLER               PIC X(46) VALUE
001424         'FIBRPT - DISTRIBUTION CONTROL REPORT'.
001425     05  FILLER               PIC X(08) VALUE '  PAGE: '.
001426     05  DCTL-PAGE-NO         PIC ZZZZ9.
001427     05  FILLER               PIC X(73) VALUE SPACES.
001428
001429 01  DCTL-GRP-HEADING.
001430     05  FILLER               PIC X(36) VALUE
001431         ' GROUP  RUN ID REQUEST   DATA SET  D'.
001432     05  FILLER               PIC X(35) VALUE
001433         'EPT    DEST ID COPIES  PAGES   NOTE'.
001434     05  FILLER               PIC X(61) VALUE SPACES.
001435 01  DCTL-GRP-LINE.
001436     05  FILLER               PIC X(01) VALUE SPACES.
001437     05  DCTL-GROUP-NO        PIC ZZZZ9.
001438     05  FILLER               PIC X(03) VALUE SPACES.
001439     05  DCTL-RUN-ID          PIC 9(05).
001440     05  FILLER               PIC X(03) VALUE SPACES.
001441     05  DCTL-REQ-NO          PIC 9(05).
001442     05  FILLER               PIC X(03) VALUE SPACES.
001443     05  DCTL-DDNAME          PIC X(08).
001444     05  FILLER               PIC X(02) VALUE SPACES.
001445     05  DCTL-DEPT-CODE       PIC X(06).
001446     05  FILLER               PIC X(02) VALUE SPACES.
001447     05  DCTL-DEST-ID         PIC X(08).
001448     05  FILLER               PIC X(04) VALUE SPACES.
001449     05  DCTL-COPIES          PIC Z9.
001450     05  FILLER               PIC X(02) VALUE SPACES.
001451     05  DCTL-PAGES           PIC ZZZZ9.
001452     05  FILLER               PIC X(03) VALUE SPACES.
001453     05  DCTL-NOTE            PIC X(45).
001454     05  FILLER               PIC X(20) VALUE SPACES.
001455
001456 01  DCTL-DST-HEADING.
001457     05  FILLER               PIC X(36) VALUE
001458         ' DATA SET  DEPT    DEPARTMENT NAME  '.
001459     05  FILLER               PIC X(36) VALUE
001460         '               DEST ID  COPIES PLANN'.
001461     05  FILLER               PIC X(25) VALUE
001462         'ED PRINTED   PAGES   NOTE'.
001463     05  FILLER               PIC X(35) VALUE SPACES.
001464 01  DCTL-DST-LINE.
001465     05  FILLER               PIC X(01) VALUE SPACES.
001466     05  DCTL-DST-DDNAME      PIC X(08).
001467     05  FILLER               PIC X(02) VALUE SPACES.
001468     05  DCTL-DST-DEPT-CODE   PIC X(06).
001469     05  FILLER               PIC X(02) VALUE SPACES.
001470     05  DCTL-DST-DEPT-NAME   PIC X(30).
001471     05  FILLER               PIC X(02) VALUE SPACES.
001472     05  DCTL-DST-DEST-ID     PIC X(08).
001473     05  FILLER               PIC X(05) VALUE SPACES.
001474     05  DCTL-DST-COPIES      PIC Z9.
001475     05  FILLER               PIC X(03) VALUE SPACES.
001476     05  DCTL-DST-PLANNED     PIC ZZZZ9.
001477     05  FILLER               PIC X(03) VALUE SPACES.
001478     05  DCTL-DST-PRINTED     PIC ZZZZ9.
001479     05  FILLER               PIC X(03) VALUE SPACES.
001480     05  DCTL-DST-PAGES       PIC ZZZZ9.
001481     05  FILLER               PIC X(03) VALUE SPACES.
001482     05  DCTL-DST-NOTE        PIC X(30).
001483     05  FILLER               PIC X(09) VALUE SPACES.
001484
001485 01  DCTL-TOTAL-LINE.
001486     05  FILLER               PIC X(05) VALUE SPACES.
001487     05  DCTL-TOT-LABEL       PIC X(35).
001488     05  DCTL-TOT-VALUE       PIC ZZ,ZZ9.
001489     05  FILLER               PIC X(86) VALUE SPACES.
001490
001491 01  DCTL-MESSAGE-LINE.
001492     05  FILLER               PIC X(05) VALUE SPACES.
001493     05  DCTL-MSG-TEXT        PIC X(60).
001494     05  FILLER               PIC X(67) VALUE SPACES.
001495*--------------------------------------------------------------*
001496* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
001497* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
001498*--------------------------------------------------------------*
001499 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
001500 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
001501 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
001502 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
001503
001504 PROCEDURE DIVISION.
001505 0000-MAINLINE.
001506     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001507     PERFORM 2000-PROCESS THRU 2000-EXIT
001508         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
001509     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001510     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
001511     GO TO 9999-EXIT.
001512
001513 1000-INITIALIZE.
001514     DISPLAY '==========================================='.
001515     DISPLAY 'FIBRPT - FIBONACCI SEQUENCE DETAIL REPORT'.
001516     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001517     ACCEPT WS-STEP-START-TIME FROM TIME.
001518     PERFORM 1200-PLAN-DISTRIBUTION THRU 1200-EXIT.
001519     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001520     OPEN OUTPUT RPT-FILE.
001521     IF WS-ABEND
001522         SET WS-EOF TO TRUE
001523         GO TO 1000-EXIT
001524     END-IF.
001525     OPEN INPUT FIBIN-FILE.
001526     IF WS-FIBIN-STATUS NOT = '00'
001527         DISPLAY 'FIBRPT - ABEND - FIBIN OPEN FAILED, STATUS '
001528             WS-FIBIN-STATUS
001529         SET WS-ABEND TO TRUE
001530         SET WS-EOF TO TRUE
001531         GO TO 1000-EXIT
001532     END-IF.
001533     PERFORM 1500-OPEN-DISTRIBUTION THRU 1500-EXIT.
001540     READ FIBIN-FILE
001550         AT END
001560             SET WS-EOF TO TRUE
001562         NOT AT END
001564             ADD 1 TO WS-READ-COUNT
001570     END-READ.
001580 1000-EXIT.
001590     EXIT.
001818 1150-EXIT.
001820     EXIT.
001821
001822*--------------------------------------------------------------*
001823* READ FIBIN ONCE BEFORE PRINTING AND ROUTE EVERY REQUEST      *
001824* GROUP.  GROUPS ARE COUNTED EXACTLY AS THE PRINT PASS COUNTS  *
001825* THEM, AND EACH TAKES THE PARMIN CARD THE PRINT PASS WOULD    *
001826* GIVE IT, SO PLAN ENTRY N IS THE NTH GROUP PRINTED.  A        *
001827* REQMSTR THAT CANNOT BE OPENED LEAVES EVERY GROUP ON RPTOUT.  *
001828*--------------------------------------------------------------*
001829 1200-PLAN-DISTRIBUTION.
001830     MOVE SPACES TO WS-DST-ENTRY (1).
001831     MOVE 'OPS' TO WS-DST-DEPT-CODE (1).
001832     MOVE 'OPS' TO WS-DST-DEST-ID (1).
001833     MOVE 'OPERATIONS' TO WS-DST-DEPT-NAME (1).
001834     MOVE 'OPERATIONS - NOT BURST' TO WS-DST-DEST-NAME (1).
001835     MOVE 1 TO WS-DST-COPIES (1).
001836     MOVE 0 TO WS-DST-PLANNED (1).
001837     MOVE 0 TO WS-DST-PRINTED (1).
001838     MOVE 0 TO WS-DST-PAGES (1).
001839     OPEN INPUT FIBIN-FILE.
001840     IF WS-FIBIN-STATUS NOT = '00'
001841         GO TO 1200-EXIT
001842     END-IF.
001843     OPEN INPUT DIST-FILE.
001844     IF WS-DIST-STATUS = '00'
001845         SET WS-DIST-OPENED TO TRUE
001846     ELSE
001847         DISPLAY 'FIBRPT - WARNING - REQMSTR OPEN FAILED, '
001848             'STATUS ' WS-DIST-STATUS ' - NOTHING IS BURST'
001849         SET WS-DIST-WARNING TO TRUE
001850     END-IF.
001851     OPEN INPUT PARM-FILE.
001852     PERFORM 1250-PLAN-RECORD THRU 1250-EXIT
001853         UNTIL WS-PLAN-EOF OR WS-ABEND.
001854     CLOSE PARM-FILE.
001855     CLOSE FIBIN-FILE.
001856     IF WS-DIST-OPENED
001857         CLOSE DIST-FILE
001858     END-IF.
001859 1200-EXIT.
001860     EXIT.
001861
001862 1250-PLAN-RECORD.
001863     READ FIBIN-FILE
001864         AT END
001865             SET WS-PLAN-EOF TO TRUE
001866             GO TO 1250-EXIT
001867     END-READ.
001868     IF FIB-REC-HEADER
001869         PERFORM 1300-PLAN-GROUP THRU 1300-EXIT
001870         SET WS-PLAN-GROUP-OPEN TO TRUE
001871         GO TO 1250-EXIT
001872     END-IF.
001873     IF FIB-REC-TRAILER
001874         MOVE 'N' TO WS-PLAN-GROUP-SW
001875         GO TO 1250-EXIT
001876     END-IF.
001877     IF NOT WS-PLAN-GROUP-OPEN
001878         PERFORM 1300-PLAN-GROUP THRU 1300-EXIT
001879         SET WS-PLAN-GROUP-OPEN TO TRUE
001880     END-IF.
001881 1250-EXIT.
001882     EXIT.
001883
001884 1300-PLAN-GROUP.
001885     IF WS-PLN-COUNT >= WS-PLN-MAX
001886         DISPLAY 'FIBRPT - ABEND - PLAN TABLE FULL AT '
001887             WS-PLN-MAX ' REQUEST GROUPS'
001888         SET WS-ABEND TO TRUE
001889         GO TO 1300-EXIT
001890     END-IF.
001891     ADD 1 TO WS-PLN-COUNT.
001892     MOVE WS-PLN-COUNT TO WS-PLN-IX.
001893     IF WS-PLN-COUNT = 1 OR FIB-REC-HEADER
001894         PERFORM 1350-PLAN-NEXT-PARM THRU 1350-EXIT
001895     END-IF.
001896     IF FIB-REC-HEADER
001897         MOVE FIB-HDR-RUN-ID TO WS-PLN-RUN-ID (WS-PLN-IX)
001898     ELSE
001899         MOVE WS-PLAN-RUN-ID TO WS-PLN-RUN-ID (WS-PLN-IX)
001900     END-IF.
001901     MOVE WS-PLAN-REQ-NO TO WS-PLN-REQ-NO (WS-PLN-IX).
001902     MOVE 0 TO WS-PLN-PRINTS (WS-PLN-IX).
001903     MOVE 0 TO WS-PLN-PAGES (WS-PLN-IX).
001904     PERFORM 1400-ROUTE-GROUP THRU 1400-EXIT.
001905     MOVE WS-DST-IX TO WS-PLN-DST-IX (WS-PLN-IX).
001906     ADD 1 TO WS-DST-PLANNED (WS-DST-IX).
001907 1300-EXIT.
001908     EXIT.
001909
001910 1350-PLAN-NEXT-PARM.
001911     IF WS-PLAN-PARM-EOF
001912         GO TO 1350-EXIT
001913     END-IF.
001914     INITIALIZE PARM-RECORD.
001915     READ PARM-FILE
001916         AT END
001917             SET WS-PLAN-PARM-EOF TO TRUE
001918             MOVE 0 TO WS-PLAN-REQ-NO
001919             GO TO 1350-EXIT
001920     END-READ.
001921     MOVE 0 TO WS-PLAN-REQ-NO.
001922     IF PARM-REQ-NO NUMERIC
001923         MOVE PARM-REQ-NO TO WS-PLAN-REQ-NO
001924     END-IF.
001925     MOVE 0 TO WS-PLAN-RUN-ID.
001926     IF PARM-RUN-ID NUMERIC
001927         MOVE PARM-RUN-ID TO WS-PLAN-RUN-ID
001928     END-IF.
001929 1350-EXIT.
001930     EXIT.
001931
001932*--------------------------------------------------------------*
001933* ROUTE PLAN ENTRY WS-PLN-IX - WS-DST-IX IS LEFT ON ITS        *
001934* DESTINATION.  A CARD WITH NO REQUEST NUMBER (HAND-BUILT) IS  *
001935* AN OPERATIONS REQUEST; A REQUEST NOT ON REQMSTR, OR ONE      *
001936* WHOSE REQUESTER FINDS ALL EIGHT BURST DATA SETS TAKEN,       *
001937* STAYS ON RPTOUT AND IS FLAGGED ON THE CONTROL REPORT.        *
001938*--------------------------------------------------------------*
001939 1400-ROUTE-GROUP.
001940     MOVE 1 TO WS-DST-IX.
001941     IF WS-PLN-REQ-NO (WS-PLN-IX) = 0
001942         SET WS-PLN-NO-REQUEST (WS-PLN-IX) TO TRUE
001943         GO TO 1400-EXIT
001944     END-IF.
001945     IF NOT WS-DIST-OPENED
001946         SET WS-PLN-NO-REQMSTR (WS-PLN-IX) TO TRUE
001947         GO TO 1400-EXIT
001948     END-IF.
001949     MOVE WS-PLN-REQ-NO (WS-PLN-IX) TO DIST-REQ-NO.
001950     READ DIST-FILE
001951         INVALID KEY
001952             SET WS-PLN-NOT-ON-REQMSTR (WS-PLN-IX) TO TRUE
001953             SET WS-DIST-WARNING TO TRUE
001954             GO TO 1400-EXIT
001955     END-READ.
001956     PERFORM 6000-FIND-DST-ENTRY THRU 6000-EXIT.
001957     IF WS-DST-IX = 0
001958         MOVE 1 TO WS-DST-IX
001959         SET WS-PLN-NO-DATA-SET (WS-PLN-IX) TO TRUE
001960         SET WS-DIST-WARNING TO TRUE
001961         GO TO 1400-EXIT
001962     END-IF.
001963     SET WS-PLN-BURST (WS-PLN-IX) TO TRUE.
001964 1400-EXIT.
001965     EXIT.
001966
001967*--------------------------------------------------------------*
001968* OPEN EVERY BURST DATA SET TONIGHT'S PLAN USES AND START      *
001969* EACH DATA SET, RPTOUT INCLUDED, WITH ITS COVER SHEET.        *
001970*--------------------------------------------------------------*
001971 1500-OPEN-DISTRIBUTION.
001972     MOVE 0 TO WS-DST-IX.
001973     PERFORM 1550-OPEN-DATA-SET THRU 1550-EXIT
001974         UNTIL WS-DST-IX >= WS-DST-COUNT.
001975     MOVE 1 TO WS-DST-IX.
001976     MOVE 999 TO WS-LINE-COUNT.
001977 1500-EXIT.
001978     EXIT.
001979
001980 1550-OPEN-DATA-SET.
001981     ADD 1 TO WS-DST-IX.
001982     IF WS-DST-IX = 2
001983         OPEN OUTPUT BRST01-FILE
001984     END-IF.
001985     IF WS-DST-IX = 3
001986         OPEN OUTPUT BRST02-FILE
001987     END-IF.
001988     IF WS-DST-IX = 4
001989         OPEN OUTPUT BRST03-FILE
001990     END-IF.
001991     IF WS-DST-IX = 5
001992         OPEN OUTPUT BRST04-FILE
001993     END-IF.
001994     IF WS-DST-IX = 6
001995         OPEN OUTPUT BRST05-FILE
001996     END-IF.
001997     IF WS-DST-IX = 7
001998         OPEN OUTPUT BRST06-FILE
001999     END-IF.
002000     IF WS-DST-IX = 8
002001         OPEN OUTPUT BRST07-FILE
002002     END-IF.
002003     IF WS-DST-IX = 9
002004         OPEN OUTPUT BRST08-FILE
002005     END-IF.
002006     PERFORM 4100-PRINT-COVER THRU 4100-EXIT.
002007 1550-EXIT.
002008     EXIT.
002009
002010 2000-PROCESS.
002011     IF NOT WS-EOF
002012         IF FIB-REC-HEADER
002013             PERFORM 2300-START-GROUP THRU 2300-EXIT
002014         ELSE
002015             IF FIB-REC-TRAILER
002016                 PERFORM 2200-PROCESS-TRAILER THRU 2200-EXIT
002017             ELSE
002018                 PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT
002019             END-IF
002020         END-IF
002021         READ FIBIN-FILE
002022             AT END
002023                 SET WS-EOF TO TRUE
002024             NOT AT END
002025                 ADD 1 TO WS-READ-COUNT
002026         END-READ
002027     END-IF.
002028 2000-EXIT.
002029     EXIT.
002030
002031 2100-PRINT-DETAIL.
002032     IF NOT WS-GROUP-OPEN
002033         ADD 1 TO WS-GROUP-NO
002034         PERFORM 2400-SELECT-DESTINATION THRU 2400-EXIT
002035         SET WS-GROUP-OPEN TO TRUE
002036     END-IF.
002037     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002038         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
002039     END-IF.
002040     SUBTRACT WS-PRIOR-TERM FROM FIB-OUT-TERM-VALUE
002041         GIVING WS-INCREASE.
002042     MOVE FIB-OUT-SEQ-NO TO RPT-SEQ-NO.
002043     MOVE FIB-OUT-TERM-VALUE TO RPT-TERM-VALUE.
002044     MOVE WS-INCREASE TO RPT-INCREASE.
002045     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
002046     MOVE 1 TO WS-ADVANCE.
002047     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002060     ADD 1 TO WS-LINE-COUNT.
002070     ADD 1 TO WS-DETAIL-COUNT.
002072     ADD 1 TO WS-GRP-DETAIL-COUNT.
002134 2200-PROCESS-TRAILER.
002135     SET WS-TRAILER-SEEN TO TRUE.
002136     MOVE 'REQUEST TOTALS' TO RPT-MSG-TEXT.
002137     MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE.
002138     MOVE 2 TO WS-ADVANCE.
002139     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002140     MOVE 'DETAIL RECORDS PRINTED' TO RPT-TOT-LABEL.
002141     MOVE WS-GRP-DETAIL-COUNT TO RPT-TOT-VALUE.
002142     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002143     MOVE 1 TO WS-ADVANCE.
002144     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002145     MOVE 'DETAIL CONTROL TOTAL' TO RPT-TOT-LABEL.
002146     MOVE WS-GRP-DETAIL-TOTAL TO RPT-TOT-VALUE.
002147     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002148     MOVE 1 TO WS-ADVANCE.
002149     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002150     MOVE 'TRAILER TERM COUNT' TO RPT-TOT-LABEL.
002151     MOVE FIB-TRLR-TERM-COUNT TO RPT-TOT-VALUE.
002152     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002153     MOVE 1 TO WS-ADVANCE.
002154     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002155     MOVE 'TRAILER CONTROL TOTAL' TO RPT-TOT-LABEL.
002156     MOVE FIB-TRLR-CONTROL-TOTAL TO RPT-TOT-VALUE.
002157     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002158     MOVE 1 TO WS-ADVANCE.
002159     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002160     MOVE 'TRAILER FINAL VALUE' TO RPT-TOT-LABEL.
002161     MOVE FIB-TRLR-FINAL-VALUE TO RPT-TOT-VALUE.
002162     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002163     MOVE 1 TO WS-ADVANCE.
002164     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002165     IF FIB-TRLR-TERM-COUNT NOT = WS-GRP-DETAIL-COUNT
002166         SET WS-OUT-OF-BALANCE TO TRUE
002167         MOVE 'TRAILER TERM COUNT DOES NOT MATCH DETAIL COUNT'
002168             TO RPT-MSG-TEXT
002169         MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE
002170         MOVE 2 TO WS-ADVANCE
002171         PERFORM 7000-PUT-LINE THRU 7000-EXIT
002172     END-IF.
002173     IF FIB-TRLR-CONTROL-TOTAL NOT = WS-GRP-DETAIL-TOTAL
002174         SET WS-OUT-OF-BALANCE TO TRUE
002175         MOVE 'TRAILER CONTROL TOTAL DOES NOT MATCH DETAIL SUM'
002176             TO RPT-MSG-TEXT
002177         MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE
002178         MOVE 2 TO WS-ADVANCE
002179         PERFORM 7000-PUT-LINE THRU 7000-EXIT
002180     END-IF.
002181     MOVE 'N' TO WS-GROUP-OPEN-SW.
002182     MOVE 999 TO WS-LINE-COUNT.
002183 2200-EXIT.
002184     EXIT.
002185
002186*--------------------------------------------------------------*
002187* EACH HEADER STARTS A REQUEST GROUP ON A FRESH PAGE CARRYING *
002188* THAT REQUEST'S RUN ID, SEQUENCE NAME AND COEFFICIENTS.       *
002189*--------------------------------------------------------------*
002190 2300-START-GROUP.
002191     IF WS-GROUP-OPEN
002192         SET WS-OUT-OF-BALANCE TO TRUE
002193         MOVE 'REQUEST HAS NO TRAILER - FILE IS INCOMPLETE'
002194             TO RPT-MSG-TEXT
002195         MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE
002196         MOVE 2 TO WS-ADVANCE
002197         PERFORM 7000-PUT-LINE THRU 7000-EXIT
002198     END-IF.
002199     ADD 1 TO WS-GROUP-NO.
002200     PERFORM 2400-SELECT-DESTINATION THRU 2400-EXIT.
002201     IF WS-GROUP-NO > 1
002202         PERFORM 1150-READ-NEXT-PARM THRU 1150-EXIT
002203     END-IF.
002204     MOVE FIB-HDR-RUN-ID TO WS-RUN-ID.
002205     MOVE FIB-HDR-SEQ-TYPE TO WS-SEQ-TYPE.
002206     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
002207     IF SEQT-IX = 0
002208         MOVE 'UNKNOWN' TO HDG2-SEQ-NAME
002209     ELSE
002210         MOVE SEQT-NAME (SEQT-IX) TO HDG2-SEQ-NAME
002211     END-IF.
002212     IF FIB-HDR-COEFFICIENTS = SPACES
002213         MOVE 1 TO HDG2-COEF-1
002214         MOVE 1 TO HDG2-COEF-2
002215         MOVE 0 TO HDG2-COEF-3
002216     ELSE
002217         MOVE FIB-HDR-COEF-1 TO HDG2-COEF-1
002218         MOVE FIB-HDR-COEF-2 TO HDG2-COEF-2
002219         MOVE FIB-HDR-COEF-3 TO HDG2-COEF-3
002220     END-IF.
002221     MOVE 0 TO WS-GRP-DETAIL-COUNT.
002222     MOVE 0 TO WS-GRP-DETAIL-TOTAL.
002223     MOVE 0 TO WS-PRIOR-TERM.
002224     SET WS-GROUP-OPEN TO TRUE.
002225     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
002226 2300-EXIT.
002227     EXIT.
002228
002229*--------------------------------------------------------------*
002230* A NEW REQUEST GROUP IS STARTING - POINT WS-DST-IX AT THE     *
002231* DATA SET ITS PLAN ENTRY ROUTED IT TO AND COUNT IT THERE.  A  *
002232* GROUP THE PLAN NEVER SAW PUTS DISTRIBUTION OUT OF BALANCE.   *
002233*--------------------------------------------------------------*
002234 2400-SELECT-DESTINATION.
002235     IF WS-GROUP-NO > WS-PLN-COUNT
002236         MOVE 0 TO WS-PLN-IX
002237         MOVE 1 TO WS-DST-IX
002238         SET WS-DIST-OUT-OF-BALANCE TO TRUE
002239     ELSE
002240         MOVE WS-GROUP-NO TO WS-PLN-IX
002241         MOVE WS-PLN-DST-IX (WS-PLN-IX) TO WS-DST-IX
002242         ADD 1 TO WS-PLN-PRINTS (WS-PLN-IX)
002243     END-IF.
002244     ADD 1 TO WS-DST-PRINTED (WS-DST-IX).
002245 2400-EXIT.
002246     EXIT.
002247
002248 3000-FINALIZE.
002249     CLOSE PARM-FILE.
002250     IF WS-ABEND
002251         CLOSE RPT-FILE
002252         MOVE 16 TO RETURN-CODE
002253         GO TO 3000-EXIT
002260     END-IF.
002270     PERFORM 3100-PRINT-TOTALS THRU 3100-EXIT.
002280     CLOSE FIBIN-FILE.
002290     CLOSE RPT-FILE.
002292     PERFORM 3050-CLOSE-DISTRIBUTION THRU 3050-EXIT.
002294     PERFORM 3200-PRINT-DIST-CONTROL THRU 3200-EXIT.
002300     DISPLAY 'FIBRPT - DETAIL LINES..: ' WS-DETAIL-COUNT.
002310     DISPLAY 'FIBRPT - PAGES PRINTED.: ' WS-PAGE-COUNT.
002320     IF WS-IN-BALANCE
002360         DISPLAY 'FIBRPT - OUT OF BALANCE'
002370         MOVE 8 TO RETURN-CODE
002380     END-IF.
002381     DISPLAY 'FIBRPT - REPORT DATA SETS: ' WS-DST-COUNT.
002382     IF WS-DIST-OUT-OF-BALANCE
002383         DISPLAY 'FIBRPT - DISTRIBUTION OUT OF BALANCE'
002384         MOVE 8 TO RETURN-CODE
002385     END-IF.
002386     IF WS-DIST-WARNING AND RETURN-CODE = 0
002387         DISPLAY 'FIBRPT - WARNING - SOME GROUPS NOT BURST'
002388         MOVE 4 TO RETURN-CODE
002389     END-IF.
002390     DISPLAY '==========================================='.
002400 3000-EXIT.
002410     EXIT.
002420
002430 3100-PRINT-TOTALS.
002435     MOVE 1 TO WS-DST-IX.
002440     ADD 1 TO WS-PAGE-COUNT.
002445     ADD 1 TO WS-DST-PAGES (WS-DST-IX).
002450     MOVE WS-DST-PAGES (WS-DST-IX) TO HDG1-PAGE-NO.
002455     MOVE RPT-HEADING-1 TO WS-PRINT-LINE.
002460     MOVE 0 TO WS-ADVANCE.
002465     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002480     MOVE 'GRAND TOTALS - ALL REQUESTS' TO RPT-MSG-TEXT.
002485     MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE.
002490     MOVE 2 TO WS-ADVANCE.
002495     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002505     MOVE 'REQUESTS PRINTED' TO RPT-TOT-LABEL.
002506     MOVE WS-GROUP-NO TO RPT-TOT-VALUE.
002507     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002508     MOVE 2 TO WS-ADVANCE.
002509     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002510     MOVE 'DETAIL RECORDS PRINTED' TO RPT-TOT-LABEL.
002520     MOVE WS-DETAIL-COUNT TO RPT-TOT-VALUE.
002525     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002530     MOVE 1 TO WS-ADVANCE.
002535     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002550     MOVE 'DETAIL CONTROL TOTAL' TO RPT-TOT-LABEL.
002560     MOVE WS-DETAIL-TOTAL TO RPT-TOT-VALUE.
002570     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002580     MOVE 1 TO WS-ADVANCE.
002590     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002710     MOVE 'PAGES PRINTED' TO RPT-TOT-LABEL.
002720     MOVE WS-PAGE-COUNT TO RPT-TOT-VALUE.
002725     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE.
002730     MOVE 1 TO WS-ADVANCE.
002735     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002750     IF NOT WS-TRAILER-SEEN
002760         SET WS-OUT-OF-BALANCE TO TRUE
002770         MOVE 'NO TRAILER RECORD FOUND - FILE IS INCOMPLETE'
002780             TO RPT-MSG-TEXT
002785         MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE
002790         MOVE 2 TO WS-ADVANCE
002795         PERFORM 7000-PUT-LINE THRU 7000-EXIT
002810     END-IF.
002820     IF WS-GROUP-OPEN
002840         SET WS-OUT-OF-BALANCE TO TRUE
002850         MOVE 'LAST REQUEST HAS NO TRAILER - FILE IS INCOMPLETE'
002860             TO RPT-MSG-TEXT
002865         MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE
002870         MOVE 2 TO WS-ADVANCE
002875         PERFORM 7000-PUT-LINE THRU 7000-EXIT
002890     END-IF.
002980     IF WS-IN-BALANCE
002990         MOVE 'REPORT BALANCED TO EVERY TRAILER CONTROL TOTAL'
003020         MOVE 'REPORT OUT OF BALANCE - DO NOT RELEASE'
003030             TO RPT-MSG-TEXT
003040     END-IF.
003041     MOVE RPT-MESSAGE-LINE TO WS-PRINT-LINE.
003042     MOVE 2 TO WS-ADVANCE.
003043     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003044 3100-EXIT.
003045     EXIT.
003046
003047 3050-CLOSE-DISTRIBUTION.
003048     MOVE 1 TO WS-DST-IX.
003049     PERFORM 3060-CLOSE-DATA-SET THRU 3060-EXIT
003050         UNTIL WS-DST-IX >= WS-DST-COUNT.
003051 3050-EXIT.
003052     EXIT.
003053
003054 3060-CLOSE-DATA-SET.
003055     ADD 1 TO WS-DST-IX.
003056     IF WS-DST-IX = 2
003057         CLOSE BRST01-FILE
003058     END-IF.
003059     IF WS-DST-IX = 3
003060         CLOSE BRST02-FILE
003061     END-IF.
003062     IF WS-DST-IX = 4
003063         CLOSE BRST03-FILE
003064     END-IF.
003065     IF WS-DST-IX = 5
003066         CLOSE BRST04-FILE
003067     END-IF.
003068     IF WS-DST-IX = 6
003069         CLOSE BRST05-FILE
003070     END-IF.
003071     IF WS-DST-IX = 7
003072         CLOSE BRST06-FILE
003073     END-IF.
003074     IF WS-DST-IX = 8
003075         CLOSE BRST07-FILE
003076     END-IF.
003077     IF WS-DST-IX = 9
003078         CLOSE BRST08-FILE
003079     END-IF.
003080 3060-EXIT.
003081     EXIT.
003082
003083*--------------------------------------------------------------*
003084* DISTRIBUTION CONTROL REPORT - ONE LINE PER REQUEST GROUP     *
003085* SHOWING THE ONE DATA SET IT WENT TO, THEN ONE LINE PER DATA  *
003086* SET AGREEING THE GROUPS PRINTED THERE TO THE GROUPS ROUTED   *
003087* THERE.  DISTRIBUTION IS IN BALANCE ONLY WHEN EVERY GROUP     *
003088* PRINTED WAS ROUTED AND PRINTED EXACTLY ONCE, AND THE DATA    *
003089* SETS TOGETHER HOLD EVERY GROUP PRINTED.                      *
003090*--------------------------------------------------------------*
003091 3200-PRINT-DIST-CONTROL.
003092     OPEN OUTPUT DCTL-FILE.
003093     MOVE 0 TO WS-PAGE-COUNT-DCTL.
003094     PERFORM 3210-DCTL-HEADINGS THRU 3210-EXIT.
003095     MOVE 0 TO WS-PLN-IX.
003096     PERFORM 3250-PRINT-GROUP-LINE THRU 3250-EXIT
003097         UNTIL WS-PLN-IX >= WS-PLN-COUNT.
003098     IF WS-GROUP-NO NOT = WS-PLN-COUNT
003099         SET WS-DIST-OUT-OF-BALANCE TO TRUE
003100         MOVE 'REQUEST GROUPS PRINTED DO NOT MATCH GROUPS ROUTED'
003101             TO DCTL-MSG-TEXT
003102         WRITE DCTL-PRINT-LINE FROM DCTL-MESSAGE-LINE
003103             AFTER ADVANCING 2 LINES
003104     END-IF.
003105     WRITE DCTL-PRINT-LINE FROM DCTL-DST-HEADING
003106         AFTER ADVANCING 3 LINES.
003107     MOVE SPACES TO DCTL-PRINT-LINE.
003108     WRITE DCTL-PRINT-LINE AFTER ADVANCING 1 LINE.
003109     MOVE 0 TO WS-DIST-TOTAL.
003110     MOVE 0 TO WS-DST-IX.
003111     PERFORM 3300-PRINT-DST-LINE THRU 3300-EXIT
003112         UNTIL WS-DST-IX >= WS-DST-COUNT.
003113     MOVE 'REQUEST GROUPS PRINTED' TO DCTL-TOT-LABEL.
003114     MOVE WS-GROUP-NO TO DCTL-TOT-VALUE.
003115     WRITE DCTL-PRINT-LINE FROM DCTL-TOTAL-LINE
003116         AFTER ADVANCING 2 LINES.
003117     MOVE 'REQUEST GROUPS DISTRIBUTED' TO DCTL-TOT-LABEL.
003118     MOVE WS-DIST-TOTAL TO DCTL-TOT-VALUE.
003119     WRITE DCTL-PRINT-LINE FROM DCTL-TOTAL-LINE
003120         AFTER ADVANCING 1 LINE.
003121     MOVE 'REPORT DATA SETS WRITTEN' TO DCTL-TOT-LABEL.
003122     MOVE WS-DST-COUNT TO DCTL-TOT-VALUE.
003123     WRITE DCTL-PRINT-LINE FROM DCTL-TOTAL-LINE
003124         AFTER ADVANCING 1 LINE.
003125     IF WS-DIST-TOTAL NOT = WS-GROUP-NO
003126         SET WS-DIST-OUT-OF-BALANCE TO TRUE
003127     END-IF.
003128     IF WS-DIST-IN-BALANCE
003129         MOVE 'EACH REQUEST GROUP WENT TO EXACTLY ONE DESTINATION'
003130             TO DCTL-MSG-TEXT
003131     ELSE
003132         MOVE 'DISTRIBUTION OUT OF BALANCE - DO NOT RELEASE'
003133             TO DCTL-MSG-TEXT
003134     END-IF.
003135     WRITE DCTL-PRINT-LINE FROM DCTL-MESSAGE-LINE
003136         AFTER ADVANCING 2 LINES.
003137     IF WS-DIST-WARNING
003138         MOVE SPACES TO DCTL-MSG-TEXT
003139         STRING 'SOME GROUPS COULD NOT BE BURST AND ARE ON '
003140             'RPTOUT'
003141             DELIMITED BY SIZE INTO DCTL-MSG-TEXT
003142         WRITE DCTL-PRINT-LINE FROM DCTL-MESSAGE-LINE
003143             AFTER ADVANCING 1 LINE
003144     END-IF.
003145     CLOSE DCTL-FILE.
003146 3200-EXIT.
003147     EXIT.
003148
003149 3210-DCTL-HEADINGS.
003150     ADD 1 TO WS-PAGE-COUNT-DCTL.
003151     MOVE WS-PAGE-COUNT-DCTL TO DCTL-PAGE-NO.
003152     WRITE DCTL-PRINT-LINE FROM DCTL-HEADING-1
003153         AFTER ADVANCING PAGE.
003154     WRITE DCTL-PRINT-LINE FROM DCTL-GRP-HEADING
003155         AFTER ADVANCING 2 LINES.
003156     MOVE SPACES TO DCTL-PRINT-LINE.
003157     WRITE DCTL-PRINT-LINE AFTER ADVANCING 1 LINE.
003158     MOVE 0 TO WS-LINE-COUNT.
003159 3210-EXIT.
003160     EXIT.
003161
003162 3250-PRINT-GROUP-LINE.
003163     ADD 1 TO WS-PLN-IX.
003164     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003165         PERFORM 3210-DCTL-HEADINGS THRU 3210-EXIT
003166     END-IF.
003167     MOVE WS-PLN-DST-IX (WS-PLN-IX) TO WS-DST-IX.
003168     MOVE WS-PLN-IX TO DCTL-GROUP-NO.
003169     MOVE WS-PLN-RUN-ID (WS-PLN-IX) TO DCTL-RUN-ID.
003170     MOVE WS-PLN-REQ-NO (WS-PLN-IX) TO DCTL-REQ-NO.
003171     MOVE WS-DDNAME (WS-DST-IX) TO DCTL-DDNAME.
003172     MOVE WS-DST-DEPT-CODE (WS-DST-IX) TO DCTL-DEPT-CODE.
003173     MOVE WS-DST-DEST-ID (WS-DST-IX) TO DCTL-DEST-ID.
003174     MOVE WS-DST-COPIES (WS-DST-IX) TO DCTL-COPIES.
003175     MOVE WS-PLN-PAGES (WS-PLN-IX) TO DCTL-PAGES.
003176     MOVE SPACES TO DCTL-NOTE.
003177     IF WS-PLN-NO-REQUEST (WS-PLN-IX)
003178         MOVE 'NO REQUEST NUMBER ON THE CARD' TO DCTL-NOTE
003179     END-IF.
003180     IF WS-PLN-NO-REQMSTR (WS-PLN-IX)
003181         MOVE 'REQMSTR NOT AVAILABLE - NOT BURST' TO DCTL-NOTE
003182     END-IF.
003183     IF WS-PLN-NOT-ON-REQMSTR (WS-PLN-IX)
003184         MOVE 'REQUEST NOT ON REQMSTR - NOT BURST' TO DCTL-NOTE
003185     END-IF.
003186     IF WS-PLN-NO-DATA-SET (WS-PLN-IX)
003187         MOVE 'NO FREE BURST DATA SET - NOT BURST' TO DCTL-NOTE
003188     END-IF.
003189     IF WS-PLN-PRINTS (WS-PLN-IX) = 0
003190         SET WS-DIST-OUT-OF-BALANCE TO TRUE
003191         MOVE 'ROUTED BUT NEVER PRINTED' TO DCTL-NOTE
003192     END-IF.
003193     IF WS-PLN-PRINTS (WS-PLN-IX) > 1
003194         SET WS-DIST-OUT-OF-BALANCE TO TRUE
003195         MOVE 'PRINTED MORE THAN ONCE' TO DCTL-NOTE
003196     END-IF.
003197     WRITE DCTL-PRINT-LINE FROM DCTL-GRP-LINE
003198         AFTER ADVANCING 1 LINE.
003199     ADD 1 TO WS-LINE-COUNT.
003200 3250-EXIT.
003201     EXIT.
003202
003203 3300-PRINT-DST-LINE.
003204     ADD 1 TO WS-DST-IX.
003205     MOVE WS-DDNAME (WS-DST-IX) TO DCTL-DST-DDNAME.
003206     MOVE WS-DST-DEPT-CODE (WS-DST-IX) TO DCTL-DST-DEPT-CODE.
003207     MOVE WS-DST-DEPT-NAME (WS-DST-IX) TO DCTL-DST-DEPT-NAME.
003208     MOVE WS-DST-DEST-ID (WS-DST-IX) TO DCTL-DST-DEST-ID.
003209     MOVE WS-DST-COPIES (WS-DST-IX) TO DCTL-DST-COPIES.
003210     MOVE WS-DST-PLANNED (WS-DST-IX) TO DCTL-DST-PLANNED.
003211     MOVE WS-DST-PRINTED (WS-DST-IX) TO DCTL-DST-PRINTED.
003212     MOVE WS-DST-PAGES (WS-DST-IX) TO DCTL-DST-PAGES.
003213     MOVE WS-DST-DEST-NAME (WS-DST-IX) TO DCTL-DST-NOTE.
003214     IF WS-DST-PRINTED (WS-DST-IX)
003215             NOT = WS-DST-PLANNED (WS-DST-IX)
003216         SET WS-DIST-OUT-OF-BALANCE TO TRUE
003217         MOVE 'PRINTED DOES NOT MATCH ROUTED' TO DCTL-DST-NOTE
003218     END-IF.
003219     ADD WS-DST-PRINTED (WS-DST-IX) TO WS-DIST-TOTAL.
003220     WRITE DCTL-PRINT-LINE FROM DCTL-DST-LINE
003221         AFTER ADVANCING 1 LINE.
003222 3300-EXIT.
003223     EXIT.
003224
003225 4000-PRINT-HEADINGS.
003226     ADD 1 TO WS-PAGE-COUNT.
003227     ADD 1 TO WS-DST-PAGES (WS-DST-IX).
003228     IF WS-PLN-IX > 0
003229         ADD 1 TO WS-PLN-PAGES (WS-PLN-IX)
003230     END-IF.
003231     MOVE WS-RUN-ID TO HDG1-RUN-ID.
003232     MOVE WS-DST-PAGES (WS-DST-IX) TO HDG1-PAGE-NO.
003233     MOVE WS-OPERATOR TO HDG2-OPERATOR.
003234     MOVE RPT-HEADING-1 TO WS-PRINT-LINE.
003235     MOVE 0 TO WS-ADVANCE.
003236     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003237     MOVE RPT-HEADING-2 TO WS-PRINT-LINE.
003238     MOVE 1 TO WS-ADVANCE.
003239     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003240     MOVE RPT-COL-HEADING TO WS-PRINT-LINE.
003241     MOVE 2 TO WS-ADVANCE.
003242     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003243     MOVE SPACES TO WS-PRINT-LINE.
003244     MOVE 1 TO WS-ADVANCE.
003245     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003246     MOVE 0 TO WS-LINE-COUNT.
003247 4000-EXIT.
003248     EXIT.
003249
003250*--------------------------------------------------------------*
003251* COVER SHEET FOR DATA SET WS-DST-IX - WHO IT IS FOR, WHERE    *
003252* IT GOES, HOW MANY COPIES, AND EVERY RUN ID ROUTED TO IT.     *
003253*--------------------------------------------------------------*
003254 4100-PRINT-COVER.
003255     MOVE CVR-HEADING-1 TO WS-PRINT-LINE.
003256     MOVE 0 TO WS-ADVANCE.
003257     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003258     MOVE 'REPORT DATA SET......: ' TO CVR-LABEL.
003259     MOVE WS-DDNAME (WS-DST-IX) TO CVR-VALUE.
003260     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
003261     MOVE 3 TO WS-ADVANCE.
003262     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003263     MOVE 'REQUESTING DEPARTMENT: ' TO CVR-LABEL.
003264     MOVE SPACES TO CVR-VALUE.
003265     STRING WS-DST-DEPT-CODE (WS-DST-IX) '  '
003266         WS-DST-DEPT-NAME (WS-DST-IX)
003267         DELIMITED BY SIZE INTO CVR-VALUE.
003268     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
003269     MOVE 2 TO WS-ADVANCE.
003270     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003271     MOVE 'DELIVER TO...........: ' TO CVR-LABEL.
003272     MOVE SPACES TO CVR-VALUE.
003273     STRING WS-DST-DEST-ID (WS-DST-IX) '  '
003274         WS-DST-DEST-NAME (WS-DST-IX)
003275         DELIMITED BY SIZE INTO CVR-VALUE.
003276     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
003277     MOVE 2 TO WS-ADVANCE.
003278     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003279     MOVE 'COPIES...............: ' TO CVR-LABEL.
003280     MOVE WS-DST-COPIES (WS-DST-IX) TO CVR-VALUE.
003281     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
003282     MOVE 2 TO WS-ADVANCE.
003283     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003284     MOVE 'REQUEST GROUPS.......: ' TO CVR-LABEL.
003285     MOVE WS-DST-PLANNED (WS-DST-IX) TO CVR-VALUE.
003286     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
003287     MOVE 2 TO WS-ADVANCE.
003288     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003289     MOVE CVR-COL-HEADING TO WS-PRINT-LINE.
003290     MOVE 3 TO WS-ADVANCE.
003291     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003292     MOVE 14 TO WS-LINE-COUNT.
003293     MOVE 0 TO WS-PLN-IX.
003294     PERFORM 4150-PRINT-COVER-RUN THRU 4150-EXIT
003295         UNTIL WS-PLN-IX >= WS-PLN-COUNT.
003296     IF WS-DST-PLANNED (WS-DST-IX) = 0
003297         MOVE SPACES TO CVR-LABEL
003298         MOVE 'NO REQUEST GROUPS ROUTED TO THIS DATA SET'
003299             TO CVR-VALUE
003300         MOVE CVR-FIELD-LINE TO WS-PRINT-LINE
003301         MOVE 2 TO WS-ADVANCE
003302         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003303     END-IF.
003304     MOVE 0 TO WS-PLN-IX.
003305 4100-EXIT.
003306     EXIT.
003307
003308 4150-PRINT-COVER-RUN.
003309     ADD 1 TO WS-PLN-IX.
003310     IF WS-PLN-DST-IX (WS-PLN-IX) NOT = WS-DST-IX
003311         GO TO 4150-EXIT
003312     END-IF.
003313     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003314         MOVE CVR-HEADING-1 TO WS-PRINT-LINE
003315         MOVE 0 TO WS-ADVANCE
003316         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003317         MOVE CVR-COL-HEADING TO WS-PRINT-LINE
003318         MOVE 3 TO WS-ADVANCE
003319         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003320         MOVE 4 TO WS-LINE-COUNT
003321     END-IF.
003322     MOVE WS-PLN-IX TO CVR-GROUP-NO.
003323     MOVE WS-PLN-RUN-ID (WS-PLN-IX) TO CVR-RUN-ID.
003324     MOVE WS-PLN-REQ-NO (WS-PLN-IX) TO CVR-REQ-NO.
003325     MOVE CVR-RUN-LINE TO WS-PRINT-LINE.
003326     MOVE 1 TO WS-ADVANCE.
003327     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003328     ADD 1 TO WS-LINE-COUNT.
003329 4150-EXIT.
003330     EXIT.
003331
003332*--------------------------------------------------------------*
003333* FIND THE DESTINATION ENTRY FOR THE REQMSTR RECORD JUST READ  *
003334* - SAME DEPARTMENT AND DESTINATION ID - ADDING ONE IF THIS IS *
003335* THE REQUESTER'S FIRST GROUP TONIGHT.  A REQUESTER WHOSE      *
003336* REQUESTS ASK FOR DIFFERENT COPY COUNTS GETS THE LARGEST.     *
003337* WS-DST-IX IS ZERO WHEN ALL EIGHT BURST DATA SETS ARE TAKEN.  *
003338*--------------------------------------------------------------*
003339 6000-FIND-DST-ENTRY.
003340     MOVE 'N' TO WS-FOUND-SW.
003341     MOVE 1 TO WS-DST-IX.
003342     PERFORM 6050-MATCH-DST-ENTRY THRU 6050-EXIT
003343         UNTIL WS-ENTRY-FOUND OR WS-DST-IX >= WS-DST-COUNT.
003344     IF WS-ENTRY-FOUND
003345         IF DIST-COPIES > WS-DST-COPIES (WS-DST-IX)
003346             MOVE DIST-COPIES TO WS-DST-COPIES (WS-DST-IX)
003347         END-IF
003348         GO TO 6000-EXIT
003349     END-IF.
003350     IF WS-DST-COUNT >= WS-DST-MAX
003351         MOVE 0 TO WS-DST-IX
003352         GO TO 6000-EXIT
003353     END-IF.
003354     ADD 1 TO WS-DST-COUNT.
003355     MOVE WS-DST-COUNT TO WS-DST-IX.
003356     MOVE DIST-DEPT-CODE TO WS-DST-DEPT-CODE (WS-DST-IX).
003357     MOVE DIST-DEPT-NAME TO WS-DST-DEPT-NAME (WS-DST-IX).
003358     MOVE DIST-DEST-ID TO WS-DST-DEST-ID (WS-DST-IX).
003359     MOVE DIST-DEST-NAME TO WS-DST-DEST-NAME (WS-DST-IX).
003360     MOVE DIST-COPIES TO WS-DST-COPIES (WS-DST-IX).
003361     MOVE 0 TO WS-DST-PLANNED (WS-DST-IX).
003362     MOVE 0 TO WS-DST-PRINTED (WS-DST-IX).
003363     MOVE 0 TO WS-DST-PAGES (WS-DST-IX).
003364 6000-EXIT.
003365     EXIT.
003366
003367 6050-MATCH-DST-ENTRY.
003368     ADD 1 TO WS-DST-IX.
003369     IF WS-DST-DEPT-CODE (WS-DST-IX) = DIST-DEPT-CODE
003370             AND WS-DST-DEST-ID (WS-DST-IX) = DIST-DEST-ID
003371         SET WS-ENTRY-FOUND TO TRUE
003372     END-IF.
003373 6050-EXIT.
003374     EXIT.
003375
003376*--------------------------------------------------------------*
003377* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON   *
003378* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT TABULATED.  A BLANK  *
003379* TYPE IS FIBONACCI.                                           *
003380*--------------------------------------------------------------*
003381 6500-FIND-SEQ-TYPE.
003382     IF WS-SEQ-TYPE = SPACE
003383         MOVE 'F' TO WS-SEQ-TYPE
003384     END-IF.
003385     MOVE 1 TO SEQT-IX.
003386     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
003387         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
003390            OR SEQT-IX >= SEQT-MAX.
003400     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
003410         MOVE 0 TO SEQT-IX
003420     END-IF.
003430 6500-EXIT.
003440     EXIT.
003450
003460 6510-NEXT-SEQ-TYPE.
003470     ADD 1 TO SEQT-IX.
003480 6510-EXIT.
003481     EXIT.
003482
003483*--------------------------------------------------------------*
003484* WRITE WS-PRINT-LINE TO THE DATA SET WS-DST-IX POINTS AT -    *
003485* 1 IS RPTOUT, 2 THROUGH 9 ARE BURST01 THROUGH BURST08.        *
003486*--------------------------------------------------------------*
003487 7000-PUT-LINE.
003488     IF WS-DST-IX = 1
003489         IF WS-ADVANCE = 0
003490             WRITE RPT-PRINT-LINE FROM WS-PRINT-LINE
003491                 AFTER ADVANCING PAGE
003492         ELSE
003493             WRITE RPT-PRINT-LINE FROM WS-PRINT-LINE
003494                 AFTER ADVANCING WS-ADVANCE LINES
003495         END-IF
003496         GO TO 7000-EXIT
003497     END-IF.
003498     IF WS-DST-IX = 2
003499         IF WS-ADVANCE = 0
003500             WRITE BRST01-PRINT-LINE FROM WS-PRINT-LINE
003501                 AFTER ADVANCING PAGE
003502         ELSE
003503             WRITE BRST01-PRINT-LINE FROM WS-PRINT-LINE
003504                 AFTER ADVANCING WS-ADVANCE LINES
003505         END-IF
003506         GO TO 7000-EXIT
003507     END-IF.
003508     IF WS-DST-IX = 3
003509         IF WS-ADVANCE = 0
003510             WRITE BRST02-PRINT-LINE FROM WS-PRINT-LINE
003511                 AFTER ADVANCING PAGE
003512         ELSE
003513             WRITE BRST02-PRINT-LINE FROM WS-PRINT-LINE
003514                 AFTER ADVANCING WS-ADVANCE LINES
003515         END-IF
003516         GO TO 7000-EXIT
003517     END-IF.
003518     IF WS-DST-IX = 4
003519         IF WS-ADVANCE = 0
003520             WRITE BRST03-PRINT-LINE FROM WS-PRINT-LINE
003521                 AFTER ADVANCING PAGE
003522         ELSE
003523             WRITE BRST03-PRINT-LINE FROM WS-PRINT-LINE
003524                 AFTER ADVANCING WS-ADVANCE LINES
003525         END-IF
003526         GO TO 7000-EXIT
003527     END-IF.
003528     IF WS-DST-IX = 5
003529         IF WS-ADVANCE = 0
003530             WRITE BRST04-PRINT-LINE FROM WS-PRINT-LINE
003531                 AFTER ADVANCING PAGE
003532         ELSE
003533             WRITE BRST04-PRINT-LINE FROM WS-PRINT-LINE
003534                 AFTER ADVANCING WS-ADVANCE LINES
003535         END-IF
003536         GO TO 7000-EXIT
003537     END-IF.
003538     IF WS-DST-IX = 6
003539         IF WS-ADVANCE = 0
003540             WRITE BRST05-PRINT-LINE FROM WS-PRINT-LINE
003541                 AFTER ADVANCING PAGE
003542         ELSE
003543             WRITE BRST05-PRINT-LINE FROM WS-PRINT-LINE
003544                 AFTER ADVANCING WS-ADVANCE LINES
003545         END-IF
003546         GO TO 7000-EXIT
003547     END-IF.
003548     IF WS-DST-IX = 7
003549         IF WS-ADVANCE = 0
003550             WRITE BRST06-PRINT-LINE FROM WS-PRINT-LINE
003551                 AFTER ADVANCING PAGE
003552         ELSE
003553             WRITE BRST06-PRINT-LINE FROM WS-PRINT-LINE
003554                 AFTER ADVANCING WS-ADVANCE LINES
003555         END-IF
003556         GO TO 7000-EXIT
003557     END-IF.
003558     IF WS-DST-IX = 8
003559         IF WS-ADVANCE = 0
003560             WRITE BRST07-PRINT-LINE FROM WS-PRINT-LINE
003561                 AFTER ADVANCING PAGE
003562         ELSE
003563             WRITE BRST07-PRINT-LINE FROM WS-PRINT-LINE
003564                 AFTER ADVANCING WS-ADVANCE LINES
003565         END-IF
003566         GO TO 7000-EXIT
003567     END-IF.
003568     IF WS-DST-IX = 9
003569         IF WS-ADVANCE = 0
003570             WRITE BRST08-PRINT-LINE FROM WS-PRINT-LINE
003571                 AFTER ADVANCING PAGE
003572         ELSE
003573             WRITE BRST08-PRINT-LINE FROM WS-PRINT-LINE
003574                 AFTER ADVANCING WS-ADVANCE LINES
003575         END-IF
003576         GO TO 7000-EXIT
003577     END-IF.
003578 7000-EXIT.
003579     EXIT.
003580
003581*--------------------------------------------------------------*
003582* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
003583* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
003584* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
003585* CHANGE THE STEP'S OUTCOME.                                   *
003586*--------------------------------------------------------------*
003587 8900-WRITE-STEP-TIME.
003588     OPEN EXTEND RLOG-FILE.
003590     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
003600         DISPLAY 'FIBRPT - WARNING - RUNLOG OPEN FAILED, '
003610             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
003620         GO TO 8900-EXIT
003630     END-IF.
003640     MOVE SPACES TO RLOG-RECORD.
003650     SET RLOG-STEP-TIMING TO TRUE.
003660     MOVE 0 TO RLOG-RUN-ID.
003670     MOVE 0 TO RLOG-RUN-DATE.
003680     MOVE 'FIBRPT' TO RLOG-STEP-PROGRAM.
003690     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
003700     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
003710     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
003720     ACCEPT RLOG-STEP-END-TIME FROM TIME.
003730     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
003740     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
003750     MOVE WS-DETAIL-COUNT TO RLOG-STEP-WRITTEN.
003760     MOVE RETURN-CODE TO RLOG-STEP-RC.
003770     WRITE RLOG-RECORD.
003780     CLOSE RLOG-FILE.
003790 8900-EXIT.
003800     EXIT.
003810
003820 9999-EXIT.
003830     STOP RUN.
