000170* FIBSTAT PRODUCES THE SEQUENCE ANALYTICS REPORT THE ANALYSTS  *
000180* USED TO COMPUTE BY HAND FROM THE LISTING: FOR EVERY TERM    *
000190* THE RATIO TO ITS PREDECESSOR AND ITS DEVIATION FROM THE     *
000195* LIMIT RATIO OF THE RUN'S RECURRENCE (NONE IS TABULATED      *
000200* FOR TYPE G), AND PER RUN THE AVERAGE TERM-OVER-TERM         *
000210* GROWTH, ODD AND EVEN TERM COUNTS, THE LARGEST TERM, AND     *
000220* THE NUMBER OF DIGITS THE FINAL TERM REACHED - THE DIGIT     *
000230* COUNT FEEDS THE DECISION OF WHEN A REQUESTED TERM COUNT     *
000240* NEEDS THE LARGE-VALUE MODE.  ONE PAGE PER RUN, BALANCED TO  *
000250* THAT RUN'S TRAILER SO THE STATS ARE KNOWN TO COVER THE      *
000260* COMPLETE FILE.                                              *
000262* EACH RUN PAGE IS PRINTED ON THE REPORT DATA SET OF THE       *
000264* DEPARTMENT THAT ASKED FOR IT (REQMSTR), WITH A DISTRIBUTION  *
000266* CONTROL REPORT ON DISTCTL.                                   *
000270*--------------------------------------------------------------*
000280* MODIFICATION HISTORY                                        *
000290*--------------------------------------------------------------*
000317*                  MAGNITUDE, AND THE LARGEST TERM NOW SEEDS   *
000318*                  FROM THE FIRST TERM SO AN ALL-NEGATIVE      *
000319*                  RUN REPORTS CORRECTLY.                      *
000320* 10/15/2026 DLC   LINEAR RECURRENCES - EACH RUN PAGE NAMES    *
000321*                  ITS SEQUENCE TYPE AND COEFFICIENTS, AND     *
000322*                  DEVIATIONS ARE TAKEN FROM THAT TYPE'S LIMIT *
000323*                  RATIO IN FIBSEQT INSTEAD OF PHI. A TYPE     *
000324*                  WITH NO TABULATED LIMIT PRINTS NOT          *
000325*                  TABULATED.                                  *
000327* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000329*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000331*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000333*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000334* 10/15/2026 DLC   REQUESTER DISTRIBUTION - EACH REQUEST GROUP *
000335*                  IS NOW ROUTED BY ITS REQMSTR RECORD (SEE    *
000336*                  FIBDIST) TO ONE OF EIGHT BURST DATA SETS,   *
000337*                  ONE PER DEPARTMENT AND DESTINATION, EACH    *
000338*                  OPENING WITH A COVER SHEET OF ITS RUN IDS.  *
000339*                  THE DISTCTL CONTROL REPORT PROVES EVERY     *
000340*                  GROUP PRINTED WENT TO EXACTLY ONE           *
000341*                  DESTINATION.                                *
000342*--------------------------------------------------------------*
000343
000344 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FIBIN-FILE ASSIGN TO FIBIN
000400     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT STAT-FILE ASSIGN TO STATRPT
000421         ORGANIZATION IS SEQUENTIAL.
000422     SELECT DIST-FILE ASSIGN TO REQMSTR
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS RANDOM
000425         RECORD KEY IS DIST-REQ-NO
000426         FILE STATUS IS WS-DIST-STATUS.
000427     SELECT BRST01-FILE ASSIGN TO BURST01
000428         ORGANIZATION IS SEQUENTIAL.
000429     SELECT BRST02-FILE ASSIGN TO BURST02
000430         ORGANIZATION IS SEQUENTIAL.
000431     SELECT BRST03-FILE ASSIGN TO BURST03
000432         ORGANIZATION IS SEQUENTIAL.
000433     SELECT BRST04-FILE ASSIGN TO BURST04
000434         ORGANIZATION IS SEQUENTIAL.
000435     SELECT BRST05-FILE ASSIGN TO BURST05
000436         ORGANIZATION IS SEQUENTIAL.
000437     SELECT BRST06-FILE ASSIGN TO BURST06
000438         ORGANIZATION IS SEQUENTIAL.
000439     SELECT BRST07-FILE ASSIGN TO BURST07
000440         ORGANIZATION IS SEQUENTIAL.
000441     SELECT BRST08-FILE ASSIGN TO BURST08
000442         ORGANIZATION IS SEQUENTIAL.
000443     SELECT DCTL-FILE ASSIGN TO DISTCTL
000444         ORGANIZATION IS SEQUENTIAL.
000445     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000446         ORGANIZATION IS SEQUENTIAL
000447         FILE STATUS IS WS-RLOG-STATUS.
000448
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  FIBIN-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  STAT-PRINT-LINE          PIC X(132).
000601
000602 FD  DIST-FILE
000603     LABEL RECORDS ARE STANDARD.
000604     COPY FIBDIST.
000605
000606 FD  BRST01-FILE
000607     RECORDING MODE IS F
000608     LABEL RECORDS ARE STANDARD.
000609 01  BRST01-PRINT-LINE        PIC X(132).
000610
000611 FD  BRST02-FILE
000612     RECORDING MODE IS F
000613     LABEL RECORDS ARE STANDARD.
000614 01  BRST02-PRINT-LINE        PIC X(132).
000615
000616 FD  BRST03-FILE
000617     RECORDING MODE IS F
000618     LABEL RECORDS ARE STANDARD.
000619 01  BRST03-PRINT-LINE        PIC X(132).
000620
000621 FD  BRST04-FILE
000622     RECORDING MODE IS F
000623     LABEL RECORDS ARE STANDARD.
000624 01  BRST04-PRINT-LINE        PIC X(132).
000625
000626 FD  BRST05-FILE
000627     RECORDING MODE IS F
000628     LABEL RECORDS ARE STANDARD.
000629 01  BRST05-PRINT-LINE        PIC X(132).
000630
000631 FD  BRST06-FILE
000632     RECORDING MODE IS F
000633     LABEL RECORDS ARE STANDARD.
000634 01  BRST06-PRINT-LINE        PIC X(132).
000635
000636 FD  BRST07-FILE
000637     RECORDING MODE IS F
000638     LABEL RECORDS ARE STANDARD.
000639 01  BRST07-PRINT-LINE        PIC X(132).
000640
000641 FD  BRST08-FILE
000642     RECORDING MODE IS F
000643     LABEL RECORDS ARE STANDARD.
000644 01  BRST08-PRINT-LINE        PIC X(132).
000645
000646 FD  DCTL-FILE
000647     RECORDING MODE IS F
000648     LABEL RECORDS ARE STANDARD.
000649 01  DCTL-PRINT-LINE          PIC X(132).
000650
000651 FD  RLOG-FILE
000652     RECORDING MODE IS F
000653     LABEL RECORDS ARE STANDARD.
000654     COPY FIBRLOG.
000655
000656 WORKING-STORAGE SECTION.
000657*--------------------------------------------------------------*
000658* ANALYTICS WORK FIELDS                                       *
000659*--------------------------------------------------------------*
000660 01  WS-FIBIN-STATUS          PIC X(02) VALUE '00'.
000670
000680 01  WS-SWITCHES.
000950 01  WS-FINAL-TERM            PIC S9(18) VALUE 0.
000960 01  WS-LAST-RATIO            PIC S9(03)V9(06) VALUE 0.
000970
000975 01  WS-LIMIT-RATIO           PIC 9(01)V9(06) VALUE 0.
000980 01  WS-LIMIT-SW              PIC X(01) VALUE 'N'.
000985     88  WS-LIMIT-TABULATED             VALUE 'Y'.
000990 01  WS-RATIO                 PIC S9(03)V9(06) VALUE 0.
001000 01  WS-DEVIATION             PIC S9(03)V9(06) VALUE 0.
001010 01  WS-AVG-GROWTH            PIC S9(18)V9(02) VALUE 0.
001050 01  WS-DIGIT-IX              PIC 9(02) VALUE 0.
001055 01  WS-ABS-TERM              PIC 9(18) VALUE 0.
001060 01  WS-DIGITS                PIC X(18).
001061
001062*--------------------------------------------------------------*
001063* SEQUENCE-TYPE TABLE - COEFFICIENTS AND LIMIT RATIO PER TYPE  *
001064*--------------------------------------------------------------*
001065 01  WS-SEQ-TYPE              PIC X(01) VALUE SPACE.
001066     COPY FIBSEQT.
001070
001080*--------------------------------------------------------------*
001090* REPORT LINE LAYOUTS                                         *
001170     05  HDG1-PAGE-NO         PIC ZZZZ9.
001180     05  FILLER               PIC X(58) VALUE SPACES.
001190
001191 01  STAT-HEADING-2.
001192     05  FILLER               PIC X(10) VALUE 'SEQUENCE: '.
001193     05  HDG2-SEQ-NAME        PIC X(12) VALUE SPACES.
001194     05  FILLER               PIC X(16) VALUE
001195         '  COEFFICIENTS: '.
001196     05  HDG2-COEF-1          PIC +9.
001197     05  FILLER               PIC X(01) VALUE SPACE.
001198     05  HDG2-COEF-2          PIC +9.
001199     05  FILLER               PIC X(01) VALUE SPACE.
001200     05  HDG2-COEF-3          PIC +9.
001201     05  FILLER               PIC X(86) VALUE SPACES.
001202
001203 01  STAT-COL-HEADING.
001210     05  FILLER               PIC X(08) VALUE '  SEQ NO'.
001220     05  FILLER               PIC X(27) VALUE
001230         '                 TERM VALUE'.
001240     05  FILLER               PIC X(16) VALUE
001250         '   RATIO TO PRED'.
001260     05  FILLER               PIC X(17) VALUE
001270         '   DEV FROM LIMIT'.
001280     05  FILLER               PIC X(64) VALUE SPACES.
001290
001300 01  STAT-DETAIL-LINE.
001340     05  STAT-TERM-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
001350     05  FILLER               PIC X(06) VALUE SPACES.
001360     05  STAT-RATIO           PIC +ZZ9.999999.
001362     05  FILLER               PIC X(03) VALUE SPACES.
001364     05  STAT-DEV-AREA.
001366         10  FILLER           PIC X(02) VALUE SPACES.
001368         10  STAT-DEVIATION   PIC +ZZ9.999999.
001370     05  STAT-DEV-TEXT REDEFINES STAT-DEV-AREA
001372                              PIC X(13).
001390     05  FILLER               PIC X(63) VALUE SPACES.
001400
001410 01  STAT-FIRST-LINE.
001700     05  STAT-MSG-TEXT        PIC X(60).
001710     05  FILLER               PIC X(67) VALUE SPACES.
001720
001721*--------------------------------------------------------------*
001722* REQUESTER DISTRIBUTION - BEFORE ANYTHING IS PRINTED, FIBIN   *
001723* IS READ ONCE TO ROUTE EVERY REQUEST GROUP BY THE REQMSTR     *
001724* RECORD FOR ITS REQUEST NUMBER (SEE FIBDIST).  DESTINATION    *
001725* ENTRY 1 IS STATRPT, THE OPERATIONS COPY; ENTRIES 2-9 ARE THE *
001726* BURST01-BURST08 DATA SETS, ONE PER DEPARTMENT AND            *
001727* DESTINATION ON TONIGHT'S REQUESTS.  ONE PLAN ENTRY PER       *
001728* REQUEST GROUP, IN FIBIN ORDER.                               *
001729*--------------------------------------------------------------*
001730 01  WS-DIST-STATUS           PIC X(02) VALUE '00'.
001731
001732 01  WS-DIST-SWITCHES.
001733     05  WS-DIST-OPEN-SW       PIC X(01) VALUE 'N'.
001734         88  WS-DIST-OPENED               VALUE 'Y'.
001735     05  WS-DIST-WARN-SW       PIC X(01) VALUE 'N'.
001736         88  WS-DIST-WARNING              VALUE 'Y'.
001737     05  WS-DIST-BAL-SW        PIC X(01) VALUE 'Y'.
001738         88  WS-DIST-IN-BALANCE           VALUE 'Y'.
001739         88  WS-DIST-OUT-OF-BALANCE       VALUE 'N'.
001740     05  WS-PLAN-EOF-SW        PIC X(01) VALUE 'N'.
001741         88  WS-PLAN-EOF                  VALUE 'Y'.
001742     05  WS-PLAN-PARM-EOF-SW   PIC X(01) VALUE 'N'.
001743         88  WS-PLAN-PARM-EOF             VALUE 'Y'.
001744     05  WS-PLAN-GROUP-SW      PIC X(01) VALUE 'N'.
001745         88  WS-PLAN-GROUP-OPEN           VALUE 'Y'.
001746     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
001747         88  WS-ENTRY-FOUND               VALUE 'Y'.
001748
001749 01  WS-PLAN-REQ-NO           PIC 9(05) VALUE 0.
001750 01  WS-PLAN-RUN-ID           PIC 9(05) VALUE 0.
001751 01  WS-DIST-TOTAL            PIC 9(05) VALUE 0.
001752 01  WS-PAGE-COUNT-DCTL       PIC 9(05) VALUE 0.
001753*--------------------------------------------------------------*
001754* EVERY REPORT LINE IS BUILT IN WS-PRINT-LINE AND WRITTEN BY   *
001755* 7000 TO THE DATA SET WS-DST-IX POINTS AT.  WS-ADVANCE IS     *
001756* THE LINES TO ADVANCE FIRST - ZERO STARTS A NEW PAGE.         *
001757*--------------------------------------------------------------*
001758 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
001759 01  WS-ADVANCE               PIC 9(01) VALUE 1.
001760
001761 01  WS-DDNAME-DATA.
001762     05  FILLER               PIC X(08) VALUE 'STATRPT'.
001763     05  FILLER               PIC X(08) VALUE 'BURST01'.
001764     05  FILLER               PIC X(08) VALUE 'BURST02'.
001765     05  FILLER               PIC X(08) VALUE 'BURST03'.
001766     05  FILLER               PIC X(08) VALUE 'BURST04'.
001767     05  FILLER               PIC X(08) VALUE 'BURST05'.
001768     05  FILLER               PIC X(08) VALUE 'BURST06'.
001769     05  FILLER               PIC X(08) VALUE 'BURST07'.
001770     05  FILLER               PIC X(08) VALUE 'BURST08'.
001771 01  WS-DDNAME-TABLE REDEFINES WS-DDNAME-DATA.
001772     05  WS-DDNAME            PIC X(08) OCCURS 9 TIMES.
001773
001774 01  WS-DST-MAX               PIC 9(02) VALUE 9.
001775 01  WS-DST-COUNT             PIC 9(02) VALUE 1.
001776 01  WS-DST-IX                PIC 9(02) VALUE 1.
001777 01  WS-DST-TABLE.
001778     05  WS-DST-ENTRY OCCURS 9 TIMES.
001779         10  WS-DST-DEPT-CODE     PIC X(06).
001780         10  WS-DST-DEPT-NAME     PIC X(30).
001781         10  WS-DST-DEST-ID       PIC X(08).
001782         10  WS-DST-DEST-NAME     PIC X(26).
001783         10  WS-DST-COPIES        PIC 9(02).
001784         10  WS-DST-PLANNED       PIC 9(05).
001785         10  WS-DST-PRINTED       PIC 9(05).
001786         10  WS-DST-PAGES         PIC 9(05).
001787
001788 01  WS-PLN-MAX               PIC 9(04) VALUE 1000.
001789 01  WS-PLN-COUNT             PIC 9(04) VALUE 0.
001790 01  WS-PLN-IX                PIC 9(04) VALUE 0.
001791 01  WS-PLN-TABLE.
001792     05  WS-PLN-ENTRY OCCURS 1000 TIMES.
001793         10  WS-PLN-RUN-ID        PIC 9(05).
001794         10  WS-PLN-REQ-NO        PIC 9(05).
001795         10  WS-PLN-DST-IX        PIC 9(02).
001796         10  WS-PLN-ROUTE         PIC X(01).
001797             88  WS-PLN-BURST             VALUE 'B'.
001798             88  WS-PLN-NO-REQUEST        VALUE 'H'.
001799             88  WS-PLN-NO-REQMSTR        VALUE 'R'.
001800             88  WS-PLN-NOT-ON-REQMSTR    VALUE 'N'.
001801             88  WS-PLN-NO-DATA-SET       VALUE 'F'.
001802         10  WS-PLN-PRINTS        PIC 9(03).
001803         10  WS-PLN-PAGES         PIC 9(05).
001804*--------------------------------------------------------------*
001805* DISTRIBUTION COVER SHEET AND CONTROL REPORT LINE LAYOUTS     *
001806*--------------------------------------------------------------*
001807 01  CVR-HEADING-1.
001808     05  FILLER               PIC X(46) VALUE
001809         'FIBSTAT - FIBONACCI SEQUENCE ANALYTICS'.
001810     05  FILLER               PIC X(24) VALUE
001811         'DISTRIBUTION COVER SHEET'.
001812     05  FILLER               PIC X(62) VALUE SPACES.
001813 01  CVR-FIELD-LINE.
001814     05  FILLER               PIC X(05) VALUE SPACES.
001815     05  CVR-LABEL            PIC X(24).
001816     05  CVR-VALUE            PIC X(70).
001817     05  FILLER               PIC X(33) VALUE SPACES.
001818
001819 01  CVR-COL-HEADING.
001820     05  FILLER               PIC X(30) VALUE
001821         '      GROUP   RUN ID   REQUEST'.
001822     05  FILLER               PIC X(102) VALUE SPACES.
001823
001824 01  CVR-RUN-LINE.
001825     05  FILLER               PIC X(06) VALUE SPACES.
001826     05  CVR-GROUP-NO         PIC ZZZZ9.
001827     05  FILLER               PIC X(04) VALUE SPACES.
001828     05  CVR-RUN-ID           PIC 9(05).
001829     05  FILLER               PIC X(05) VALUE SPACES.
001830     05  CVR-REQ-NO           PIC 9(05).
001831     05  FILLER               PIC X(102) VALUE SPACES.
001832 01  DCTL-HEADING-1.
001833     05  FILLER               PIC X(46) VALUE
001834         'FIBSTAT - DISTRIBUTION CONTROL REPORT'.
001835     05  FILLER               PIC X(08) VALUE '  PAGE: '.
001836     05  DCTL-PAGE-NO         PIC ZZZZ9.
001837     05  FILLER               PIC X(73) VALUE SPACES.
001838
001839 01  DCTL-GRP-HEADING.
001840     05  FILLER               PIC X(36) VALUE
001841         ' GROUP  RUN ID REQUEST   DATA SET  D'.
001842     05  FILLER               PIC X(35) VALUE
001843         'EPT    DEST ID COPIES  PAGES   NOTE'.
001844     05  FILLER               PIC X(61) VALUE SPACES.
001845 01  DCTL-GRP-LINE.
001846     05  FILLER               PIC X(01) VALUE SPACES.
001847     05  DCTL-GROUP-NO        PIC ZZZZ9.
001848     05  FILLER               PIC X(03) VALUE SPACES.
001849     05  DCTL-RUN-ID          PIC 9(05).
001850     05  FILLER               PIC X(03) VALUE SPACES.
001851     05  DCTL-REQ-NO          PIC 9(05).
001852     05  FILLER               PIC X(03) VALUE SPACES.
001853     05  DCTL-DDNAME          PIC X(08).
001854     05  FILLER               PIC X(02) VALUE SPACES.
001855     05  DCTL-DEPT-CODE       PIC X(06).
001856     05  FILLER               PIC X(02) VALUE SPACES.
001857     05  DCTL-DEST-ID         PIC X(08).
001858     05  FILLER               PIC X(04) VALUE SPACES.
001859     05  DCTL-COPIES          PIC Z9.
001860     05  FILLER               PIC X(02) VALUE SPACES.
001861     05  DCTL-PAGES           PIC ZZZZ9.
001862     05  FILLER               PIC X(03) VALUE SPACES.
001863     05  DCTL-NOTE            PIC X(45).
001864     05  FILLER               PIC X(20) VALUE SPACES.
001865
001866 01  DCTL-DST-HEADING.
001867     05  FILLER               PIC X(36) VALUE
001868         ' DATA SET  DEPT    DEPARTMENT NAME  '.
001869     05  FILLER               PIC X(36) VALUE
001870         '               DEST ID  COPIES PLANN'.
001871     05  FILLER               PIC X(25) VALUE
001872         'ED PRINTED   PAGES   NOTE'.
001873     05  FILLER               PIC X(35) VALUE SPACES.
001874 01  DCTL-DST-LINE.
001875     05  FILLER               PIC X(01) VALUE SPACES.
001876     05  DCTL-DST-DDNAME      PIC X(08).
001877     05  FILLER               PIC X(02) VALUE SPACES.
001878     05  DCTL-DST-DEPT-CODE   PIC X(06).
001879     05  FILLER               PIC X(02) VALUE SPACES.
001880     05  DCTL-DST-DEPT-NAME   PIC X(30).
001881     05  FILLER               PIC X(02) VALUE SPACES.
001882     05  DCTL-DST-DEST-ID     PIC X(08).
001883     05  FILLER               PIC X(05) VALUE SPACES.
001884     05  DCTL-DST-COPIES      PIC Z9.
001885     05  FILLER               PIC X(03) VALUE SPACES.
001886     05  DCTL-DST-PLANNED     PIC ZZZZ9.
001887     05  FILLER               PIC X(03) VALUE SPACES.
001888     05  DCTL-DST-PRINTED     PIC ZZZZ9.
001889     05  FILLER               PIC X(03) VALUE SPACES.
001890     05  DCTL-DST-PAGES       PIC ZZZZ9.
001891     05  FILLER               PIC X(03) VALUE SPACES.
001892     05  DCTL-DST-NOTE        PIC X(30).
001893     05  FILLER               PIC X(09) VALUE SPACES.
001894
001895 01  DCTL-TOTAL-LINE.
001896     05  FILLER               PIC X(05) VALUE SPACES.
001897     05  DCTL-TOT-LABEL       PIC X(35).
001898     05  DCTL-TOT-VALUE       PIC ZZ,ZZ9.
001899     05  FILLER               PIC X(86) VALUE SPACES.
001900
001901 01  DCTL-MESSAGE-LINE.
001902     05  FILLER               PIC X(05) VALUE SPACES.
001903     05  DCTL-MSG-TEXT        PIC X(60).
001904     05  FILLER               PIC X(67) VALUE SPACES.
001905*--------------------------------------------------------------*
001906* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
001907* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
001908*--------------------------------------------------------------*
001909 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
001910 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
001911 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
001912 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
001913 01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
001914
001915 PROCEDURE DIVISION.
001916 0000-MAINLINE.
001917     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001918     PERFORM 2000-ANALYZE THRU 2000-EXIT
001919         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
001920     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001921     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
001922     GO TO 9999-EXIT.
001923
001924 1000-INITIALIZE.
001925     DISPLAY '==========================================='.
001926     DISPLAY 'FIBSTAT - FIBONACCI SEQUENCE ANALYTICS'.
001927     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001928     ACCEPT WS-STEP-START-TIME FROM TIME.
001929     PERFORM 1200-PLAN-DISTRIBUTION THRU 1200-EXIT.
001930     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001931     OPEN OUTPUT STAT-FILE.
001932     IF WS-ABEND
001933         SET WS-EOF TO TRUE
001934         GO TO 1000-EXIT
001935     END-IF.
001936     OPEN INPUT FIBIN-FILE.
001937     IF WS-FIBIN-STATUS NOT = '00'
001938         DISPLAY 'FIBSTAT - ABEND - FIBIN OPEN FAILED, STATUS '
001939             WS-FIBIN-STATUS
001940         SET WS-ABEND TO TRUE
001941         SET WS-EOF TO TRUE
001942         GO TO 1000-EXIT
001943     END-IF.
001944     PERFORM 1500-OPEN-DISTRIBUTION THRU 1500-EXIT.
001945     READ FIBIN-FILE
001950         AT END
001960             SET WS-EOF TO TRUE
001962         NOT AT END
001964             ADD 1 TO WS-READ-COUNT
001970     END-READ.
001980 1000-EXIT.
001990     EXIT.
002100         MOVE PARM-RUN-ID TO WS-RUN-ID
002110     END-IF.
002120 1100-EXIT.
002121     EXIT.
002122
002123*--------------------------------------------------------------*
002124* READ FIBIN ONCE BEFORE PRINTING AND ROUTE EVERY REQUEST      *
002125* GROUP.  GROUPS ARE COUNTED EXACTLY AS THE PRINT PASS COUNTS  *
002126* THEM, AND EACH TAKES THE PARMIN CARD THE PRINT PASS WOULD    *
002127* GIVE IT, SO PLAN ENTRY N IS THE NTH GROUP PRINTED.  A        *
002128* REQMSTR THAT CANNOT BE OPENED LEAVES EVERY GROUP ON STATRPT. *
002129*--------------------------------------------------------------*
002130 1200-PLAN-DISTRIBUTION.
002131     MOVE SPACES TO WS-DST-ENTRY (1).
002132     MOVE 'OPS' TO WS-DST-DEPT-CODE (1).
002133     MOVE 'OPS' TO WS-DST-DEST-ID (1).
002134     MOVE 'OPERATIONS' TO WS-DST-DEPT-NAME (1).
002135     MOVE 'OPERATIONS - NOT BURST' TO WS-DST-DEST-NAME (1).
002136     MOVE 1 TO WS-DST-COPIES (1).
002137     MOVE 0 TO WS-DST-PLANNED (1).
002138     MOVE 0 TO WS-DST-PRINTED (1).
002139     MOVE 0 TO WS-DST-PAGES (1).
002140     OPEN INPUT FIBIN-FILE.
002141     IF WS-FIBIN-STATUS NOT = '00'
002142         GO TO 1200-EXIT
002143     END-IF.
002144     OPEN INPUT DIST-FILE.
002145     IF WS-DIST-STATUS = '00'
002146         SET WS-DIST-OPENED TO TRUE
002147     ELSE
002148         DISPLAY 'FIBSTAT - WARNING - REQMSTR OPEN FAILED, '
002149             'STATUS ' WS-DIST-STATUS ' - NOTHING IS BURST'
002150         SET WS-DIST-WARNING TO TRUE
002151     END-IF.
002152     OPEN INPUT PARM-FILE.
002153     PERFORM 1250-PLAN-RECORD THRU 1250-EXIT
002154         UNTIL WS-PLAN-EOF OR WS-ABEND.
002155     CLOSE PARM-FILE.
002156     CLOSE FIBIN-FILE.
002157     IF WS-DIST-OPENED
002158         CLOSE DIST-FILE
002159     END-IF.
002160 1200-EXIT.
002161     EXIT.
002162
002163 1250-PLAN-RECORD.
002164     READ FIBIN-FILE
002165         AT END
002166             SET WS-PLAN-EOF TO TRUE
002167             GO TO 1250-EXIT
002168     END-READ.
002169     IF FIB-REC-HEADER
002170         PERFORM 1300-PLAN-GROUP THRU 1300-EXIT
002171         SET WS-PLAN-GROUP-OPEN TO TRUE
002172         GO TO 1250-EXIT
002173     END-IF.
002174     IF FIB-REC-TRAILER
002175         MOVE 'N' TO WS-PLAN-GROUP-SW
002176         GO TO 1250-EXIT
002177     END-IF.
002178     IF NOT WS-PLAN-GROUP-OPEN
002179         PERFORM 1300-PLAN-GROUP THRU 1300-EXIT
002180         SET WS-PLAN-GROUP-OPEN TO TRUE
002181     END-IF.
002182 1250-EXIT.
002183     EXIT.
002184
002185 1300-PLAN-GROUP.
002186     IF WS-PLN-COUNT >= WS-PLN-MAX
002187         DISPLAY 'FIBSTAT - ABEND - PLAN TABLE FULL AT '
002188             WS-PLN-MAX ' REQUEST GROUPS'
002189         SET WS-ABEND TO TRUE
002190         GO TO 1300-EXIT
002191     END-IF.
002192     ADD 1 TO WS-PLN-COUNT.
002193     MOVE WS-PLN-COUNT TO WS-PLN-IX.
002194     IF WS-PLN-COUNT = 1 OR FIB-REC-HEADER
002195         PERFORM 1350-PLAN-NEXT-PARM THRU 1350-EXIT
002196     END-IF.
002197     IF FIB-REC-HEADER
002198         MOVE FIB-HDR-RUN-ID TO WS-PLN-RUN-ID (WS-PLN-IX)
002199     ELSE
002200         MOVE WS-PLAN-RUN-ID TO WS-PLN-RUN-ID (WS-PLN-IX)
002201     END-IF.
002202     MOVE WS-PLAN-REQ-NO TO WS-PLN-REQ-NO (WS-PLN-IX).
002203     MOVE 0 TO WS-PLN-PRINTS (WS-PLN-IX).
002204     MOVE 0 TO WS-PLN-PAGES (WS-PLN-IX).
002205     PERFORM 1400-ROUTE-GROUP THRU 1400-EXIT.
002206     MOVE WS-DST-IX TO WS-PLN-DST-IX (WS-PLN-IX).
002207     ADD 1 TO WS-DST-PLANNED (WS-DST-IX).
002208 1300-EXIT.
002209     EXIT.
002210
002211 1350-PLAN-NEXT-PARM.
002212     IF WS-PLAN-PARM-EOF
002213         GO TO 1350-EXIT
002214     END-IF.
002215     INITIALIZE PARM-RECORD.
002216     READ PARM-FILE
002217         AT END
002218             SET WS-PLAN-PARM-EOF TO TRUE
002219             MOVE 0 TO WS-PLAN-REQ-NO
002220             GO TO 1350-EXIT
002221     END-READ.
002222     MOVE 0 TO WS-PLAN-REQ-NO.
002223     IF PARM-REQ-NO NUMERIC
002224         MOVE PARM-REQ-NO TO WS-PLAN-REQ-NO
002225     END-IF.
002226     MOVE 0 TO WS-PLAN-RUN-ID.
002227     IF PARM-RUN-ID NUMERIC
002228         MOVE PARM-RUN-ID TO WS-PLAN-RUN-ID
002229     END-IF.
002230 1350-EXIT.
002231     EXIT.
002232
002233*--------------------------------------------------------------*
002234* ROUTE PLAN ENTRY WS-PLN-IX - WS-DST-IX IS LEFT ON ITS        *
002235* DESTINATION.  A CARD WITH NO REQUEST NUMBER (HAND-BUILT) IS  *
002236* AN OPERATIONS REQUEST; A REQUEST NOT ON REQMSTR, OR ONE      *
002237* WHOSE REQUESTER FINDS ALL EIGHT BURST DATA SETS TAKEN,       *
002238* STAYS ON STATRPT AND IS FLAGGED ON THE CONTROL REPORT.       *
002239*--------------------------------------------------------------*
002240 1400-ROUTE-GROUP.
002241     MOVE 1 TO WS-DST-IX.
002242     IF WS-PLN-REQ-NO (WS-PLN-IX) = 0
002243         SET WS-PLN-NO-REQUEST (WS-PLN-IX) TO TRUE
002244         GO TO 1400-EXIT
002245     END-IF.
002246     IF NOT WS-DIST-OPENED
002247         SET WS-PLN-NO-REQMSTR (WS-PLN-IX) TO TRUE
002248         GO TO 1400-EXIT
002249     END-IF.
002250     MOVE WS-PLN-REQ-NO (WS-PLN-IX) TO DIST-REQ-NO.
002251     READ DIST-FILE
002252         INVALID KEY
002253             SET WS-PLN-NOT-ON-REQMSTR (WS-PLN-IX) TO TRUE
002254             SET WS-DIST-WARNING TO TRUE
002255             GO TO 1400-EXIT
002256     END-READ.
002257     PERFORM 6000-FIND-DST-ENTRY THRU 6000-EXIT.
002258     IF WS-DST-IX = 0
002259         MOVE 1 TO WS-DST-IX
002260         SET WS-PLN-NO-DATA-SET (WS-PLN-IX) TO TRUE
002261         SET WS-DIST-WARNING TO TRUE
002262         GO TO 1400-EXIT
002263     END-IF.
002264     SET WS-PLN-BURST (WS-PLN-IX) TO TRUE.
002265 1400-EXIT.
002266     EXIT.
002267
002268*--------------------------------------------------------------*
002269* OPEN EVERY BURST DATA SET TONIGHT'S PLAN USES AND START      *
002270* EACH DATA SET, STATRPT INCLUDED, WITH ITS COVER SHEET.       *
002271*--------------------------------------------------------------*
002272 1500-OPEN-DISTRIBUTION.
002273     MOVE 0 TO WS-DST-IX.
002274     PERFORM 1550-OPEN-DATA-SET THRU 1550-EXIT
002275         UNTIL WS-DST-IX >= WS-DST-COUNT.
002276     MOVE 1 TO WS-DST-IX.
002277     MOVE 999 TO WS-LINE-COUNT.
002278 1500-EXIT.
002279     EXIT.
002280
002281 1550-OPEN-DATA-SET.
002282     ADD 1 TO WS-DST-IX.
002283     IF WS-DST-IX = 2
002284         OPEN OUTPUT BRST01-FILE
002285     END-IF.
002286     IF WS-DST-IX = 3
002287         OPEN OUTPUT BRST02-FILE
002288     END-IF.
002289     IF WS-DST-IX = 4
002290         OPEN OUTPUT BRST03-FILE
002291     END-IF.
002292     IF WS-DST-IX = 5
002293         OPEN OUTPUT BRST04-FILE
002294     END-IF.
002295     IF WS-DST-IX = 6
002296         OPEN OUTPUT BRST05-FILE
002297     END-IF.
002298     IF WS-DST-IX = 7
002299         OPEN OUTPUT BRST06-FILE
002300     END-IF.
002301     IF WS-DST-IX = 8
002302         OPEN OUTPUT BRST07-FILE
002303     END-IF.
002304     IF WS-DST-IX = 9
002305         OPEN OUTPUT BRST08-FILE
002306     END-IF.
002307     PERFORM 4100-PRINT-COVER THRU 4100-EXIT.
002308 1550-EXIT.
002309     EXIT.
002310
002311 2000-ANALYZE.
002312     IF NOT WS-EOF
002313         IF FIB-REC-HEADER
002314             PERFORM 2300-START-GROUP THRU 2300-EXIT
002315         ELSE
002316             IF FIB-REC-TRAILER
002317                 PERFORM 2200-PRINT-RUN-STATS THRU 2200-EXIT
002318             ELSE
002319                 PERFORM 2100-ANALYZE-DETAIL THRU 2100-EXIT
002320             END-IF
002321         END-IF
002322         READ FIBIN-FILE
002323             AT END
002324                 SET WS-EOF TO TRUE
002325             NOT AT END
002326                 ADD 1 TO WS-READ-COUNT
002327         END-READ
002328     END-IF.
002329 2000-EXIT.
002330     EXIT.
002331
002340 2100-ANALYZE-DETAIL.
002350     IF NOT WS-GROUP-OPEN
002360         ADD 1 TO WS-GROUP-NO
002365         PERFORM 2400-SELECT-DESTINATION THRU 2400-EXIT
002370         SET WS-GROUP-OPEN TO TRUE
002380     END-IF.
002390     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002420     IF WS-GRP-DETAIL-COUNT = 0 OR WS-PRIOR-TERM = 0
002430         MOVE FIB-OUT-SEQ-NO TO STAT-FST-SEQ-NO
002440         MOVE FIB-OUT-TERM-VALUE TO STAT-FST-TERM-VALUE
002445         MOVE STAT-FIRST-LINE TO WS-PRINT-LINE
002450         MOVE 1 TO WS-ADVANCE
002455         PERFORM 7000-PUT-LINE THRU 7000-EXIT
002470     ELSE
002480         COMPUTE WS-RATIO ROUNDED =
002490             FIB-OUT-TERM-VALUE / WS-PRIOR-TERM
002510                 MOVE 999.999999 TO WS-RATIO
002520         END-COMPUTE
002530         MOVE WS-RATIO TO WS-LAST-RATIO
002580         MOVE FIB-OUT-SEQ-NO TO STAT-SEQ-NO
002590         MOVE FIB-OUT-TERM-VALUE TO STAT-TERM-VALUE
002600         MOVE WS-RATIO TO STAT-RATIO
002601         MOVE SPACES TO STAT-DEV-TEXT
002602         IF WS-LIMIT-TABULATED
002603             COMPUTE WS-DEVIATION = WS-RATIO - WS-LIMIT-RATIO
002604                 ON SIZE ERROR
002605                     MOVE 999.999999 TO WS-DEVIATION
002606             END-COMPUTE
002607             MOVE WS-DEVIATION TO STAT-DEVIATION
002608         ELSE
002609             MOVE 'NOT TABULATED' TO STAT-DEV-TEXT
002610         END-IF
002615         MOVE STAT-DETAIL-LINE TO WS-PRINT-LINE
002620         MOVE 1 TO WS-ADVANCE
002625         PERFORM 7000-PUT-LINE THRU 7000-EXIT
002640     END-IF.
002650     ADD 1 TO WS-LINE-COUNT.
002660     IF WS-GRP-DETAIL-COUNT = 0
002675         MOVE FIB-OUT-TERM-VALUE TO WS-LARGEST-TERM
002680     END-IF.
002690     ADD 1 TO WS-GRP-DETAIL-COUNT.
002695     ADD 1 TO WS-WRITE-COUNT.
002700     ADD FIB-OUT-TERM-VALUE TO WS-GRP-DETAIL-TOTAL.
002750     DIVIDE FIB-OUT-TERM-VALUE BY 2 GIVING WS-HALF-QUOT
002760         REMAINDER WS-HALF-REM.
002900 2200-PRINT-RUN-STATS.
002910     PERFORM 2250-COUNT-DIGITS THRU 2250-EXIT.
002920     MOVE 'RUN STATISTICS' TO STAT-MSG-TEXT.
002925     MOVE STAT-MESSAGE-LINE TO WS-PRINT-LINE.
002930     MOVE 2 TO WS-ADVANCE.
002935     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002950     MOVE 'TERMS IN RUN' TO STAT-TOT-LABEL.
002960     MOVE WS-GRP-DETAIL-COUNT TO STAT-TOT-VALUE.
002965     MOVE STAT-TOTAL-LINE TO WS-PRINT-LINE.
002970     MOVE 2 TO WS-ADVANCE.
002975     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
002990     MOVE 'ODD TERMS' TO STAT-TOT-LABEL.
003000     MOVE WS-ODD-COUNT TO STAT-TOT-VALUE.
003005     MOVE STAT-TOTAL-LINE TO WS-PRINT-LINE.
003010     MOVE 1 TO WS-ADVANCE.
003015     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003030     MOVE 'EVEN TERMS' TO STAT-TOT-LABEL.
003040     MOVE WS-EVEN-COUNT TO STAT-TOT-VALUE.
003045     MOVE STAT-TOTAL-LINE TO WS-PRINT-LINE.
003050     MOVE 1 TO WS-ADVANCE.
003055     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003070     MOVE 'LARGEST TERM' TO STAT-TOT-LABEL.
003080     MOVE WS-LARGEST-TERM TO STAT-TOT-VALUE.
003085     MOVE STAT-TOTAL-LINE TO WS-PRINT-LINE.
003090     MOVE 1 TO WS-ADVANCE.
003095     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003110     MOVE 'DIGITS IN FINAL TERM' TO STAT-TOT-LABEL.
003120     MOVE WS-DIGIT-COUNT TO STAT-TOT-VALUE.
003125     MOVE STAT-TOTAL-LINE TO WS-PRINT-LINE.
003130     MOVE 1 TO WS-ADVANCE.
003135     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003150*--------------------------------------------------------------*
003151* THE TERM-OVER-TERM INCREASES TELESCOPE, SO THEIR AVERAGE    *
003152* IS (FINAL TERM - FIRST TERM) / (TERMS - 1).                 *
003240     END-IF.
003250     MOVE 'AVERAGE TERM-OVER-TERM GROWTH' TO STAT-DEC-LABEL.
003260     MOVE WS-AVG-GROWTH TO STAT-DEC-VALUE.
003265     MOVE STAT-DEC-LINE TO WS-PRINT-LINE.
003270     MOVE 1 TO WS-ADVANCE.
003275     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003290     MOVE 'FINAL RATIO TO PREDECESSOR' TO STAT-RAT-LABEL.
003300     MOVE WS-LAST-RATIO TO STAT-RAT-VALUE.
003305     MOVE STAT-RATIO-LINE TO WS-PRINT-LINE.
003310     MOVE 1 TO WS-ADVANCE.
003315     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
003322     IF WS-LIMIT-TABULATED
003324         MOVE 'LIMIT RATIO OF SUCCESSIVE TERMS' TO STAT-RAT-LABEL
003326         MOVE WS-LIMIT-RATIO TO STAT-RAT-VALUE
003327         MOVE STAT-RATIO-LINE TO WS-PRINT-LINE
003328         MOVE 1 TO WS-ADVANCE
003329         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003332     ELSE
003334         MOVE 'LIMIT RATIO NOT TABULATED FOR THIS SEQUENCE TYPE'
003336             TO STAT-MSG-TEXT
003337         MOVE STAT-MESSAGE-LINE TO WS-PRINT-LINE
003338         MOVE 1 TO WS-ADVANCE
003339         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003342     END-IF.
003370     IF FIB-TRLR-TERM-COUNT NOT = WS-GRP-DETAIL-COUNT
003380         SET WS-OUT-OF-BALANCE TO TRUE
003390         MOVE 'TRAILER TERM COUNT DOES NOT MATCH DETAIL COUNT'
003400             TO STAT-MSG-TEXT
003405         MOVE STAT-MESSAGE-LINE TO WS-PRINT-LINE
003410         MOVE 2 TO WS-ADVANCE
003415         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003430     END-IF.
003440     IF FIB-TRLR-CONTROL-TOTAL NOT = WS-GRP-DETAIL-TOTAL
003450         SET WS-OUT-OF-BALANCE TO TRUE
003460         MOVE 'TRAILER CONTROL TOTAL DOES NOT MATCH DETAIL SUM'
003470             TO STAT-MSG-TEXT
003475         MOVE STAT-MESSAGE-LINE TO WS-PRINT-LINE
003480         MOVE 2 TO WS-ADVANCE
003485         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003500     END-IF.
003510     MOVE 'N' TO WS-GROUP-OPEN-SW.
003520     MOVE 999 TO WS-LINE-COUNT.
003770         SET WS-OUT-OF-BALANCE TO TRUE
003780         MOVE 'REQUEST HAS NO TRAILER - FILE IS INCOMPLETE'
003790             TO STAT-MSG-TEXT
003795         MOVE STAT-MESSAGE-LINE TO WS-PRINT-LINE
003800         MOVE 2 TO WS-ADVANCE
003805         PERFORM 7000-PUT-LINE THRU 7000-EXIT
003820     END-IF.
003830     ADD 1 TO WS-GROUP-NO.
003835     PERFORM 2400-SELECT-DESTINATION THRU 2400-EXIT.
003840     MOVE FIB-HDR-RUN-ID TO WS-RUN-ID.
003845     PERFORM 2350-SET-RECURRENCE THRU 2350-EXIT.
003850     MOVE 0 TO WS-GRP-DETAIL-COUNT.
003860     MOVE 0 TO WS-GRP-DETAIL-TOTAL.
003870     MOVE 0 TO WS-PRIOR-TERM.
003940     SET WS-GROUP-OPEN TO TRUE.
003950     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
003960 2300-EXIT.
003961     EXIT.
003962
003963*--------------------------------------------------------------*
003964* NAME THE RUN'S RECURRENCE FROM ITS HEADER AND PICK UP THE    *
003965* LIMIT RATIO THE DEVIATIONS ARE MEASURED FROM.  TYPE G, AND   *
003966* ANY TYPE NOT IN FIBSEQT, HAS NO TABULATED LIMIT.             *
003967*--------------------------------------------------------------*
003968 2350-SET-RECURRENCE.
003969     MOVE FIB-HDR-SEQ-TYPE TO WS-SEQ-TYPE.
003970     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
003971     MOVE 'N' TO WS-LIMIT-SW.
003972     MOVE 0 TO WS-LIMIT-RATIO.
003973     IF SEQT-IX = 0
003974         MOVE 'UNKNOWN' TO HDG2-SEQ-NAME
003975     ELSE
003976         MOVE SEQT-NAME (SEQT-IX) TO HDG2-SEQ-NAME
003977         MOVE SEQT-LIMIT-RATIO (SEQT-IX) TO WS-LIMIT-RATIO
003978         IF WS-LIMIT-RATIO > 0
003979             SET WS-LIMIT-TABULATED TO TRUE
003980         END-IF
003981     END-IF.
003982     IF FIB-HDR-COEFFICIENTS = SPACES
003983         MOVE 1 TO HDG2-COEF-1
003984         MOVE 1 TO HDG2-COEF-2
003985         MOVE 0 TO HDG2-COEF-3
003986     ELSE
003987         MOVE FIB-HDR-COEF-1 TO HDG2-COEF-1
003988         MOVE FIB-HDR-COEF-2 TO HDG2-COEF-2
003989         MOVE FIB-HDR-COEF-3 TO HDG2-COEF-3
003990     END-IF.
003991 2350-EXIT.
003992     EXIT.
003993
003994*--------------------------------------------------------------*
003995* A NEW REQUEST GROUP IS STARTING - POINT WS-DST-IX AT THE     *
003996* DATA SET ITS PLAN ENTRY ROUTED IT TO AND COUNT IT THERE.  A  *
003997* GROUP THE PLAN NEVER SAW PUTS DISTRIBUTION OUT OF BALANCE.   *
003998*--------------------------------------------------------------*
003999 2400-SELECT-DESTINATION.
004000     IF WS-GROUP-NO > WS-PLN-COUNT
004001         MOVE 0 TO WS-PLN-IX
004002         MOVE 1 TO WS-DST-IX
004003         SET WS-DIST-OUT-OF-BALANCE TO TRUE
004004     ELSE
004005         MOVE WS-GROUP-NO TO WS-PLN-IX
004006         MOVE WS-PLN-DST-IX (WS-PLN-IX) TO WS-DST-IX
004007         ADD 1 TO WS-PLN-PRINTS (WS-PLN-IX)
004008     END-IF.
004009     ADD 1 TO WS-DST-PRINTED (WS-DST-IX).
004010 2400-EXIT.
004011     EXIT.
004012
004013 3000-FINALIZE.
004014     IF WS-ABEND
004015         CLOSE STAT-FILE
004020         MOVE 16 TO RETURN-CODE
004030         GO TO 3000-EXIT
004040     END-IF.
004060         SET WS-OUT-OF-BALANCE TO TRUE
004070         MOVE 'LAST REQUEST HAS NO TRAILER - FILE IS INCOMPLETE'
004080             TO STAT-MSG-TEXT
004085         MOVE STAT-MESSAGE-LINE TO WS-PRINT-LINE
004090         MOVE 2 TO WS-ADVANCE
004095         PERFORM 7000-PUT-LINE THRU 7000-EXIT
004110     END-IF.
004120     CLOSE FIBIN-FILE.
004130     CLOSE STAT-FILE.
004132     PERFORM 3050-CLOSE-DISTRIBUTION THRU 3050-EXIT.
004134     PERFORM 3200-PRINT-DIST-CONTROL THRU 3200-EXIT.
004140     DISPLAY 'FIBSTAT - RUNS ANALYZED: ' WS-GROUP-NO.
004150     DISPLAY 'FIBSTAT - PAGES PRINTED: ' WS-PAGE-COUNT.
004160     IF WS-IN-BALANCE
004200         DISPLAY 'FIBSTAT - OUT OF BALANCE'
004210         MOVE 8 TO RETURN-CODE
004220     END-IF.
004221     DISPLAY 'FIBSTAT - REPORT DATA SETS: ' WS-DST-COUNT.
004222     IF WS-DIST-OUT-OF-BALANCE
004223         DISPLAY 'FIBSTAT - DISTRIBUTION OUT OF BALANCE'
004224         MOVE 8 TO RETURN-CODE
004225     END-IF.
004226     IF WS-DIST-WARNING AND RETURN-CODE = 0
004227         DISPLAY 'FIBSTAT - WARNING - SOME GROUPS NOT BURST'
004228         MOVE 4 TO RETURN-CODE
004229     END-IF.
004230     DISPLAY '==========================================='.
004240 3000-EXIT.
004250     EXIT.
004260
004261 3050-CLOSE-DISTRIBUTION.
004262     MOVE 1 TO WS-DST-IX.
004263     PERFORM 3060-CLOSE-DATA-SET THRU 3060-EXIT
004264         UNTIL WS-DST-IX >= WS-DST-COUNT.
004265 3050-EXIT.
004266     EXIT.
004267
004268 3060-CLOSE-DATA-SET.
004269     ADD 1 TO WS-DST-IX.
004270     IF WS-DST-IX = 2
004271         CLOSE BRST01-FILE
004272     END-IF.
004273     IF WS-DST-IX = 3
004274         CLOSE BRST02-FILE
004275     END-IF.
004276     IF WS-DST-IX = 4
004277         CLOSE BRST03-FILE
004278     END-IF.
004279     IF WS-DST-IX = 5
004280         CLOSE BRST04-FILE
004281     END-IF.
004282     IF WS-DST-IX = 6
004283         CLOSE BRST05-FILE
004284     END-IF.
004285     IF WS-DST-IX = 7
004286         CLOSE BRST06-FILE
004287     END-IF.
004288     IF WS-DST-IX = 8
004289         CLOSE BRST07-FILE
004290     END-IF.
004291     IF WS-DST-IX = 9
004292         CLOSE BRST08-FILE
004293     END-IF.
004294 3060-EXIT.
004295     EXIT.
004296
004297*--------------------------------------------------------------*
004298* DISTRIBUTION CONTROL REPORT - ONE LINE PER REQUEST GROUP     *
004299* SHOWING THE ONE DATA SET IT WENT TO, THEN ONE LINE PER DATA  *
004300* SET AGREEING THE GROUPS PRINTED THERE TO THE GROUPS ROUTED   *
004301* THERE.  DISTRIBUTION IS IN BALANCE ONLY WHEN EVERY GROUP     *
004302* PRINTED WAS ROUTED AND PRINTED EXACTLY ONCE, AND THE DATA    *
004303* SETS TOGETHER HOLD EVERY GROUP PRINTED.                      *
004304*--------------------------------------------------------------*
004305 3200-PRINT-DIST-CONTROL.
004306     OPEN OUTPUT DCTL-FILE.
004307     MOVE 0 TO WS-PAGE-COUNT-DCTL.
004308     PERFORM 3210-DCTL-HEADINGS THRU 3210-EXIT.
004309     MOVE 0 TO WS-PLN-IX.
004310     PERFORM 3250-PRINT-GROUP-LINE THRU 3250-EXIT
004311         UNTIL WS-PLN-IX >= WS-PLN-COUNT.
004312     IF WS-GROUP-NO NOT = WS-PLN-COUNT
004313         SET WS-DIST-OUT-OF-BALANCE TO TRUE
004314         MOVE 'REQUEST GROUPS PRINTED DO NOT MATCH GROUPS ROUTED'
004315             TO DCTL-MSG-TEXT
004316         WRITE DCTL-PRINT-LINE FROM DCTL-MESSAGE-LINE
004317             AFTER ADVANCING 2 LINES
004318     END-IF.
004319     WRITE DCTL-PRINT-LINE FROM DCTL-DST-HEADING
004320         AFTER ADVANCING 3 LINES.
004321     MOVE SPACES TO DCTL-PRINT-LINE.
004322     WRITE DCTL-PRINT-LINE AFTER ADVANCING 1 LINE.
004323     MOVE 0 TO WS-DIST-TOTAL.
004324     MOVE 0 TO WS-DST-IX.
004325     PERFORM 3300-PRINT-DST-LINE THRU 3300-EXIT
004326         UNTIL WS-DST-IX >= WS-DST-COUNT.
004327     MOVE 'REQUEST GROUPS PRINTED' TO DCTL-TOT-LABEL.
004328     MOVE WS-GROUP-NO TO DCTL-TOT-VALUE.
004329     WRITE DCTL-PRINT-LINE FROM DCTL-TOTAL-LINE
004330         AFTER ADVANCING 2 LINES.
004331     MOVE 'REQUEST GROUPS DISTRIBUTED' TO DCTL-TOT-LABEL.
004332     MOVE WS-DIST-TOTAL TO DCTL-TOT-VALUE.
004333     WRITE DCTL-PRINT-LINE FROM DCTL-TOTAL-LINE
004334         AFTER ADVANCING 1 LINE.
004335     MOVE 'REPORT DATA SETS WRITTEN' TO DCTL-TOT-LABEL.
004336     MOVE WS-DST-COUNT TO DCTL-TOT-VALUE.
004337     WRITE DCTL-PRINT-LINE FROM DCTL-TOTAL-LINE
004338         AFTER ADVANCING 1 LINE.
004339     IF WS-DIST-TOTAL NOT = WS-GROUP-NO
004340         SET WS-DIST-OUT-OF-BALANCE TO TRUE
004341     END-IF.
004342     IF WS-DIST-IN-BALANCE
004343         MOVE 'EACH REQUEST GROUP WENT TO EXACTLY ONE DESTINATION'
004344             TO DCTL-MSG-TEXT
004345     ELSE
004346         MOVE 'DISTRIBUTION OUT OF BALANCE - DO NOT RELEASE'
004347             TO DCTL-MSG-TEXT
004348     END-IF.
004349     WRITE DCTL-PRINT-LINE FROM DCTL-MESSAGE-LINE
004350         AFTER ADVANCING 2 LINES.
004351     IF WS-DIST-WARNING
004352         MOVE SPACES TO DCTL-MSG-TEXT
004353         STRING 'SOME GROUPS COULD NOT BE BURST AND ARE ON '
004354             'STATRPT'
004355             DELIMITED BY SIZE INTO DCTL-MSG-TEXT
004356         WRITE DCTL-PRINT-LINE FROM DCTL-MESSAGE-LINE
004357             AFTER ADVANCING 1 LINE
004358     END-IF.
004359     CLOSE DCTL-FILE.
004360 3200-EXIT.
004361     EXIT.
004362
004363 3210-DCTL-HEADINGS.
004364     ADD 1 TO WS-PAGE-COUNT-DCTL.
004365     MOVE WS-PAGE-COUNT-DCTL TO DCTL-PAGE-NO.
004366     WRITE DCTL-PRINT-LINE FROM DCTL-HEADING-1
004367         AFTER ADVANCING PAGE.
004368     WRITE DCTL-PRINT-LINE FROM DCTL-GRP-HEADING
004369         AFTER ADVANCING 2 LINES.
004370     MOVE SPACES TO DCTL-PRINT-LINE.
004371     WRITE DCTL-PRINT-LINE AFTER ADVANCING 1 LINE.
004372     MOVE 0 TO WS-LINE-COUNT.
004373 3210-EXIT.
004374     EXIT.
004375
004376 3250-PRINT-GROUP-LINE.
004377     ADD 1 TO WS-PLN-IX.
004378     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004379         PERFORM 3210-DCTL-HEADINGS THRU 3210-EXIT
004380     END-IF.
004381     MOVE WS-PLN-DST-IX (WS-PLN-IX) TO WS-DST-IX.
004382     MOVE WS-PLN-IX TO DCTL-GROUP-NO.
004383     MOVE WS-PLN-RUN-ID (WS-PLN-IX) TO DCTL-RUN-ID.
004384     MOVE WS-PLN-REQ-NO (WS-PLN-IX) TO DCTL-REQ-NO.
004385     MOVE WS-DDNAME (WS-DST-IX) TO DCTL-DDNAME.
004386     MOVE WS-DST-DEPT-CODE (WS-DST-IX) TO DCTL-DEPT-CODE.
004387     MOVE WS-DST-DEST-ID (WS-DST-IX) TO DCTL-DEST-ID.
004388     MOVE WS-DST-COPIES (WS-DST-IX) TO DCTL-COPIES.
004389     MOVE WS-PLN-PAGES (WS-PLN-IX) TO DCTL-PAGES.
004390     MOVE SPACES TO DCTL-NOTE.
004391     IF WS-PLN-NO-REQUEST (WS-PLN-IX)
004392         MOVE 'NO REQUEST NUMBER ON THE CARD' TO DCTL-NOTE
004393     END-IF.
004394     IF WS-PLN-NO-REQMSTR (WS-PLN-IX)
004395         MOVE 'REQMSTR NOT AVAILABLE - NOT BURST' TO DCTL-NOTE
004396     END-IF.
004397     IF WS-PLN-NOT-ON-REQMSTR (WS-PLN-IX)
004398         MOVE 'REQUEST NOT ON REQMSTR - NOT BURST' TO DCTL-NOTE
004399     END-IF.
004400     IF WS-PLN-NO-DATA-SET (WS-PLN-IX)
004401         MOVE 'NO FREE BURST DATA SET - NOT BURST' TO DCTL-NOTE
004402     END-IF.
004403     IF WS-PLN-PRINTS (WS-PLN-IX) = 0
004404         SET WS-DIST-OUT-OF-BALANCE TO TRUE
004405         MOVE 'ROUTED BUT NEVER PRINTED' TO DCTL-NOTE
004406     END-IF.
004407     IF WS-PLN-PRINTS (WS-PLN-IX) > 1
004408         SET WS-DIST-OUT-OF-BALANCE TO TRUE
004409         MOVE 'PRINTED MORE THAN ONCE' TO DCTL-NOTE
004410     END-IF.
004411     WRITE DCTL-PRINT-LINE FROM DCTL-GRP-LINE
004412         AFTER ADVANCING 1 LINE.
004413     ADD 1 TO WS-LINE-COUNT.
004414 3250-EXIT.
004415     EXIT.
004416
004417 3300-PRINT-DST-LINE.
004418     ADD 1 TO WS-DST-IX.
004419     MOVE WS-DDNAME (WS-DST-IX) TO DCTL-DST-DDNAME.
004420     MOVE WS-DST-DEPT-CODE (WS-DST-IX) TO DCTL-DST-DEPT-CODE.
004421     MOVE WS-DST-DEPT-NAME (WS-DST-IX) TO DCTL-DST-DEPT-NAME.
004422     MOVE WS-DST-DEST-ID (WS-DST-IX) TO DCTL-DST-DEST-ID.
004423     MOVE WS-DST-COPIES (WS-DST-IX) TO DCTL-DST-COPIES.
004424     MOVE WS-DST-PLANNED (WS-DST-IX) TO DCTL-DST-PLANNED.
004425     MOVE WS-DST-PRINTED (WS-DST-IX) TO DCTL-DST-PRINTED.
004426     MOVE WS-DST-PAGES (WS-DST-IX) TO DCTL-DST-PAGES.
004427     MOVE WS-DST-DEST-NAME (WS-DST-IX) TO DCTL-DST-NOTE.
004428     IF WS-DST-PRINTED (WS-DST-IX)
004429             NOT = WS-DST-PLANNED (WS-DST-IX)
004430         SET WS-DIST-OUT-OF-BALANCE TO TRUE
004431         MOVE 'PRINTED DOES NOT MATCH ROUTED' TO DCTL-DST-NOTE
004432     END-IF.
004433     ADD WS-DST-PRINTED (WS-DST-IX) TO WS-DIST-TOTAL.
004434     WRITE DCTL-PRINT-LINE FROM DCTL-DST-LINE
004435         AFTER ADVANCING 1 LINE.
004436 3300-EXIT.
004437     EXIT.
004438
004439 4000-PRINT-HEADINGS.
004440     ADD 1 TO WS-PAGE-COUNT.
004441     ADD 1 TO WS-DST-PAGES (WS-DST-IX).
004442     IF WS-PLN-IX > 0
004443         ADD 1 TO WS-PLN-PAGES (WS-PLN-IX)
004444     END-IF.
004445     MOVE WS-RUN-ID TO HDG1-RUN-ID.
004446     MOVE WS-DST-PAGES (WS-DST-IX) TO HDG1-PAGE-NO.
004447     MOVE STAT-HEADING-1 TO WS-PRINT-LINE.
004448     MOVE 0 TO WS-ADVANCE.
004449     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004450     MOVE STAT-HEADING-2 TO WS-PRINT-LINE.
004451     MOVE 1 TO WS-ADVANCE.
004452     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004453     MOVE STAT-COL-HEADING TO WS-PRINT-LINE.
004454     MOVE 2 TO WS-ADVANCE.
004455     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004456     MOVE SPACES TO WS-PRINT-LINE.
004457     MOVE 1 TO WS-ADVANCE.
004458     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004459     MOVE 0 TO WS-LINE-COUNT.
004460 4000-EXIT.
004461     EXIT.
004462
004463*--------------------------------------------------------------*
004464* COVER SHEET FOR DATA SET WS-DST-IX - WHO IT IS FOR, WHERE    *
004465* IT GOES, HOW MANY COPIES, AND EVERY RUN ID ROUTED TO IT.     *
004466*--------------------------------------------------------------*
004467 4100-PRINT-COVER.
004468     MOVE CVR-HEADING-1 TO WS-PRINT-LINE.
004469     MOVE 0 TO WS-ADVANCE.
004470     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004471     MOVE 'REPORT DATA SET......: ' TO CVR-LABEL.
004472     MOVE WS-DDNAME (WS-DST-IX) TO CVR-VALUE.
004473     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
004474     MOVE 3 TO WS-ADVANCE.
004475     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004476     MOVE 'REQUESTING DEPARTMENT: ' TO CVR-LABEL.
004477     MOVE SPACES TO CVR-VALUE.
004478     STRING WS-DST-DEPT-CODE (WS-DST-IX) '  '
004479         WS-DST-DEPT-NAME (WS-DST-IX)
004480         DELIMITED BY SIZE INTO CVR-VALUE.
004481     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
004482     MOVE 2 TO WS-ADVANCE.
004483     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004484     MOVE 'DELIVER TO...........: ' TO CVR-LABEL.
004485     MOVE SPACES TO CVR-VALUE.
004486     STRING WS-DST-DEST-ID (WS-DST-IX) '  '
004487         WS-DST-DEST-NAME (WS-DST-IX)
004488         DELIMITED BY SIZE INTO CVR-VALUE.
004489     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
004490     MOVE 2 TO WS-ADVANCE.
004491     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004492     MOVE 'COPIES...............: ' TO CVR-LABEL.
004493     MOVE WS-DST-COPIES (WS-DST-IX) TO CVR-VALUE.
004494     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
004495     MOVE 2 TO WS-ADVANCE.
004496     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004497     MOVE 'REQUEST GROUPS.......: ' TO CVR-LABEL.
004498     MOVE WS-DST-PLANNED (WS-DST-IX) TO CVR-VALUE.
004499     MOVE CVR-FIELD-LINE TO WS-PRINT-LINE.
004500     MOVE 2 TO WS-ADVANCE.
004501     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004502     MOVE CVR-COL-HEADING TO WS-PRINT-LINE.
004503     MOVE 3 TO WS-ADVANCE.
004504     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004505     MOVE 14 TO WS-LINE-COUNT.
004506     MOVE 0 TO WS-PLN-IX.
004507     PERFORM 4150-PRINT-COVER-RUN THRU 4150-EXIT
004508         UNTIL WS-PLN-IX >= WS-PLN-COUNT.
004509     IF WS-DST-PLANNED (WS-DST-IX) = 0
004510         MOVE SPACES TO CVR-LABEL
004511         MOVE 'NO REQUEST GROUPS ROUTED TO THIS DATA SET'
004512             TO CVR-VALUE
004513         MOVE CVR-FIELD-LINE TO WS-PRINT-LINE
004514         MOVE 2 TO WS-ADVANCE
004515         PERFORM 7000-PUT-LINE THRU 7000-EXIT
004516     END-IF.
004517     MOVE 0 TO WS-PLN-IX.
004518 4100-EXIT.
004519     EXIT.
004520
004521 4150-PRINT-COVER-RUN.
004522     ADD 1 TO WS-PLN-IX.
004523     IF WS-PLN-DST-IX (WS-PLN-IX) NOT = WS-DST-IX
004524         GO TO 4150-EXIT
004525     END-IF.
004526     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004527         MOVE CVR-HEADING-1 TO WS-PRINT-LINE
004528         MOVE 0 TO WS-ADVANCE
004529         PERFORM 7000-PUT-LINE THRU 7000-EXIT
004530         MOVE CVR-COL-HEADING TO WS-PRINT-LINE
004531         MOVE 3 TO WS-ADVANCE
004532         PERFORM 7000-PUT-LINE THRU 7000-EXIT
004533         MOVE 4 TO WS-LINE-COUNT
004534     END-IF.
004535     MOVE WS-PLN-IX TO CVR-GROUP-NO.
004536     MOVE WS-PLN-RUN-ID (WS-PLN-IX) TO CVR-RUN-ID.
004537     MOVE WS-PLN-REQ-NO (WS-PLN-IX) TO CVR-REQ-NO.
004538     MOVE CVR-RUN-LINE TO WS-PRINT-LINE.
004539     MOVE 1 TO WS-ADVANCE.
004540     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
004541     ADD 1 TO WS-LINE-COUNT.
004542 4150-EXIT.
004543     EXIT.
004544
004545*--------------------------------------------------------------*
004546* FIND THE DESTINATION ENTRY FOR THE REQMSTR RECORD JUST READ  *
004547* - SAME DEPARTMENT AND DESTINATION ID - ADDING ONE IF THIS IS *
004548* THE REQUESTER'S FIRST GROUP TONIGHT.  A REQUESTER WHOSE      *
004549* REQUESTS ASK FOR DIFFERENT COPY COUNTS GETS THE LARGEST.     *
004550* WS-DST-IX IS ZERO WHEN ALL EIGHT BURST DATA SETS ARE TAKEN.  *
004551*--------------------------------------------------------------*
004552 6000-FIND-DST-ENTRY.
004553     MOVE 'N' TO WS-FOUND-SW.
004554     MOVE 1 TO WS-DST-IX.
004555     PERFORM 6050-MATCH-DST-ENTRY THRU 6050-EXIT
004556         UNTIL WS-ENTRY-FOUND OR WS-DST-IX >= WS-DST-COUNT.
004557     IF WS-ENTRY-FOUND
004558         IF DIST-COPIES > WS-DST-COPIES (WS-DST-IX)
004559             MOVE DIST-COPIES TO WS-DST-COPIES (WS-DST-IX)
004560         END-IF
004561         GO TO 6000-EXIT
004562     END-IF.
004563     IF WS-DST-COUNT >= WS-DST-MAX
004564         MOVE 0 TO WS-DST-IX
004565         GO TO 6000-EXIT
004566     END-IF.
004567     ADD 1 TO WS-DST-COUNT.
004568     MOVE WS-DST-COUNT TO WS-DST-IX.
004569     MOVE DIST-DEPT-CODE TO WS-DST-DEPT-CODE (WS-DST-IX).
004570     MOVE DIST-DEPT-NAME TO WS-DST-DEPT-NAME (WS-DST-IX).
004571     MOVE DIST-DEST-ID TO WS-DST-DEST-ID (WS-DST-IX).
004572     MOVE DIST-DEST-NAME TO WS-DST-DEST-NAME (WS-DST-IX).
004573     MOVE DIST-COPIES TO WS-DST-COPIES (WS-DST-IX).
004574     MOVE 0 TO WS-DST-PLANNED (WS-DST-IX).
004575     MOVE 0 TO WS-DST-PRINTED (WS-DST-IX).
004576     MOVE 0 TO WS-DST-PAGES (WS-DST-IX).
004577 6000-EXIT.
004578     EXIT.
004579
004580 6050-MATCH-DST-ENTRY.
004581     ADD 1 TO WS-DST-IX.
004582     IF WS-DST-DEPT-CODE (WS-DST-IX) = DIST-DEPT-CODE
004583             AND WS-DST-DEST-ID (WS-DST-IX) = DIST-DEST-ID
004584         SET WS-ENTRY-FOUND TO TRUE
004585     END-IF.
004586 6050-EXIT.
004587     EXIT.
004588
004589*--------------------------------------------------------------*
004590* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON   *
004591* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT TABULATED.  A BLANK  *
004592* TYPE IS FIBONACCI.                                           *
004593*--------------------------------------------------------------*
004594 6500-FIND-SEQ-TYPE.
004595     IF WS-SEQ-TYPE = SPACE
004596         MOVE 'F' TO WS-SEQ-TYPE
004597     END-IF.
004598     MOVE 1 TO SEQT-IX.
004599     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
004600         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
004601            OR SEQT-IX >= SEQT-MAX.
004602     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
004603         MOVE 0 TO SEQT-IX
004604     END-IF.
004605 6500-EXIT.
004606     EXIT.
004607
004608 6510-NEXT-SEQ-TYPE.
004610     ADD 1 TO SEQT-IX.
004620 6510-EXIT.
004621     EXIT.
004622
004623*--------------------------------------------------------------*
004624* WRITE WS-PRINT-LINE TO THE DATA SET WS-DST-IX POINTS AT -    *
004625* 1 IS STATRPT, 2 THROUGH 9 ARE BURST01 THROUGH BURST08.       *
004626*--------------------------------------------------------------*
004627 7000-PUT-LINE.
004628     IF WS-DST-IX = 1
004629         IF WS-ADVANCE = 0
004630             WRITE STAT-PRINT-LINE FROM WS-PRINT-LINE
004631                 AFTER ADVANCING PAGE
004632         ELSE
004633             WRITE STAT-PRINT-LINE FROM WS-PRINT-LINE
004634                 AFTER ADVANCING WS-ADVANCE LINES
004635         END-IF
004636         GO TO 7000-EXIT
004637     END-IF.
004638     IF WS-DST-IX = 2
004639         IF WS-ADVANCE = 0
004640             WRITE BRST01-PRINT-LINE FROM WS-PRINT-LINE
004641                 AFTER ADVANCING PAGE
004642         ELSE
004643             WRITE BRST01-PRINT-LINE FROM WS-PRINT-LINE
004644                 AFTER ADVANCING WS-ADVANCE LINES
004645         END-IF
004646         GO TO 7000-EXIT
004647     END-IF.
004648     IF WS-DST-IX = 3
004649         IF WS-ADVANCE = 0
004650             WRITE BRST02-PRINT-LINE FROM WS-PRINT-LINE
004651                 AFTER ADVANCING PAGE
004652         ELSE
004653             WRITE BRST02-PRINT-LINE FROM WS-PRINT-LINE
004654                 AFTER ADVANCING WS-ADVANCE LINES
004655         END-IF
004656         GO TO 7000-EXIT
004657     END-IF.
004658     IF WS-DST-IX = 4
004659         IF WS-ADVANCE = 0
004660             WRITE BRST03-PRINT-LINE FROM WS-PRINT-LINE
004661                 AFTER ADVANCING PAGE
004662         ELSE
004663             WRITE BRST03-PRINT-LINE FROM WS-PRINT-LINE
004664                 AFTER ADVANCING WS-ADVANCE LINES
004665         END-IF
004666         GO TO 7000-EXIT
004667     END-IF.
004668     IF WS-DST-IX = 5
004669         IF WS-ADVANCE = 0
004670             WRITE BRST04-PRINT-LINE FROM WS-PRINT-LINE
004671                 AFTER ADVANCING PAGE
004672         ELSE
004673             WRITE BRST04-PRINT-LINE FROM WS-PRINT-LINE
004674                 AFTER ADVANCING WS-ADVANCE LINES
004675         END-IF
004676         GO TO 7000-EXIT
004677     END-IF.
004678     IF WS-DST-IX = 6
004679         IF WS-ADVANCE = 0
004680             WRITE BRST05-PRINT-LINE FROM WS-PRINT-LINE
004681                 AFTER ADVANCING PAGE
004682         ELSE
004683             WRITE BRST05-PRINT-LINE FROM WS-PRINT-LINE
004684                 AFTER ADVANCING WS-ADVANCE LINES
004685         END-IF
004686         GO TO 7000-EXIT
004687     END-IF.
004688     IF WS-DST-IX = 7
004689         IF WS-ADVANCE = 0
004690             WRITE BRST06-PRINT-LINE FROM WS-PRINT-LINE
004691                 AFTER ADVANCING PAGE
004692         ELSE
004693             WRITE BRST06-PRINT-LINE FROM WS-PRINT-LINE
004694                 AFTER ADVANCING WS-ADVANCE LINES
004695         END-IF
004696         GO TO 7000-EXIT
004697     END-IF.
004698     IF WS-DST-IX = 8
004699         IF WS-ADVANCE = 0
004700             WRITE BRST07-PRINT-LINE FROM WS-PRINT-LINE
004701                 AFTER ADVANCING PAGE
004702         ELSE
004703             WRITE BRST07-PRINT-LINE FROM WS-PRINT-LINE
004704                 AFTER ADVANCING WS-ADVANCE LINES
004705         END-IF
004706         GO TO 7000-EXIT
004707     END-IF.
004708     IF WS-DST-IX = 9
004709         IF WS-ADVANCE = 0
004710             WRITE BRST08-PRINT-LINE FROM WS-PRINT-LINE
004711                 AFTER ADVANCING PAGE
004712         ELSE
004713             WRITE BRST08-PRINT-LINE FROM WS-PRINT-LINE
004714                 AFTER ADVANCING WS-ADVANCE LINES
004715         END-IF
004716         GO TO 7000-EXIT
004717     END-IF.
004718 7000-EXIT.
004719     EXIT.
004720
004721*--------------------------------------------------------------*
004722* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
004723* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
004724* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
004725* CHANGE THE STEP'S OUTCOME.                                   *
004726*--------------------------------------------------------------*
004727 8900-WRITE-STEP-TIME.
004728     OPEN EXTEND RLOG-FILE.
004730     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
004740         DISPLAY 'FIBSTAT - WARNING - RUNLOG OPEN FAILED, '
004750             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
004760         GO TO 8900-EXIT
004770     END-IF.
004780     MOVE SPACES TO RLOG-RECORD.
004790     SET RLOG-STEP-TIMING TO TRUE.
004800     MOVE 0 TO RLOG-RUN-ID.
004810     MOVE 0 TO RLOG-RUN-DATE.
004820     MOVE 'FIBSTAT' TO RLOG-STEP-PROGRAM.
004830     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
004840     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
004850     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
004860     ACCEPT RLOG-STEP-END-TIME FROM TIME.
004870     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
004880     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
004890     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
004900     MOVE RETURN-CODE TO RLOG-STEP-RC.
004910     WRITE RLOG-RECORD.
004920     CLOSE RLOG-FILE.
004930 8900-EXIT.
004940     EXIT.
004950
004960 9999-EXIT.
004970     STOP RUN.
