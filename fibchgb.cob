000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBCHGB.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBCHGB IS THE MONTH-END CHARGEBACK OF FIBONACCI RUNS TO THE *
000180* DEPARTMENTS THAT REQUEST THEM.  IT READS THE PERMANENT RUNLOG*
000190* DATA SET FROM THE TOP AND PRICES EVERY HELLO RECORD LOGGED IN*
000200* THE BILLING MONTH FROM THE CHGRATE RATE TABLE - A CHARGE PER *
000210* RUN, A CHARGE PER THOUSAND TERMS PRODUCED, AND A SURCHARGE ON*
000220* A RUN FORCED WITH THE PARM-RERUN-SW OVERRIDE OR RESUMED BY A *
000230* RESTART.  THE RUN'S SCHDMSTR REQUEST NUMBER (RLOG-REQ-NO) IS *
000240* LOOKED UP ON REQMSTR FOR THE REQUESTING DEPARTMENT, AND THE  *
000250* RATE TABLE GIVES EACH DEPARTMENT ITS COST CENTER AND ANY RATES*
000260* OF ITS OWN.  A RUN WITH NO REQUEST NUMBER, OR ONE NOT ON     *
000270* REQMSTR, IS CHARGED TO THE DEFAULT COST CENTER AS UNASSIGNED.*
000280* CHGRPT CARRIES ONE CHARGEBACK STATEMENT PER REQUESTER (ITS   *
000290* RUNS, TERMS AND CHARGES BY REQUEST NUMBER), THE JOURNAL, AND *
000300* THE MONTH CONTROL TOTALS PROVING THE STATEMENTS ADD BACK TO  *
000310* THE RUNS AND TERMS ON RUNLOG.  GLJRNL IS THE GENERAL-LEDGER  *
000320* JOURNAL INTERFACE FILE (SEE FIBGLJ) - ONE DEBIT PER COST     *
000330* CENTER AND ONE OFFSETTING CREDIT - WHICH IS READ BACK AND    *
000340* PROVED TO BALANCE TO ZERO BEFORE FIBCHGJ RELEASES IT.        *
000350* RC=4 WHEN RUNS WERE UNASSIGNED OR A DEPARTMENT HAD NO RATE-  *
000360* TABLE ENTRY, RC=8 WHEN THE CONTROL TOTALS OR THE JOURNAL DO  *
000370* NOT BALANCE, RC=16 WHEN THE RATE TABLE IS IN ERROR OR A FILE *
000380* CANNOT BE READ.                                              *
000390*--------------------------------------------------------------*
000400* MODIFICATION HISTORY                                        *
000410*--------------------------------------------------------------*
000420* DATE       INIT  DESCRIPTION                                 *
000430* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000440*--------------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RLOG-FILE ASSIGN TO RUNLOG
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RLOG-STATUS.
000520     SELECT DIST-FILE ASSIGN TO REQMSTR
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DIST-REQ-NO
000560         FILE STATUS IS WS-DIST-STATUS.
000570     SELECT RATE-CARD-FILE ASSIGN TO CHGRATE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RATE-STATUS.
000600     SELECT GLJ-FILE ASSIGN TO GLJRNL
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-GLJ-STATUS.
000630     SELECT CHG-RPT-FILE ASSIGN TO CHGRPT
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RLOG-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY FIBRLOG.
000720
000730 FD  DIST-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY FIBDIST.
000760
000770 FD  RATE-CARD-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  RATE-CARD-RECORD.
000810     05  RATE-CARD-TYPE       PIC X(01).
000820         88  RATE-STANDARD-CARD       VALUE 'R'.
000830         88  RATE-DEPT-CARD           VALUE 'D'.
000840     05  FILLER               PIC X(79).
000850 01  RATE-STD-RECORD.
000860     05  FILLER               PIC X(01).
000870     05  RATE-MONTH           PIC 9(06).
000880     05  RATE-MONTH-X REDEFINES RATE-MONTH
000890                              PIC X(06).
000900     05  RATE-PER-RUN         PIC 9(05)V99.
000910     05  RATE-PER-THOU        PIC 9(05)V99.
000920     05  RATE-SURCHARGE       PIC 9(05)V99.
000930     05  RATE-DEBIT-ACCOUNT   PIC X(10).
000940     05  RATE-CREDIT-ACCOUNT  PIC X(10).
000950     05  RATE-CREDIT-CC       PIC X(06).
000960     05  RATE-DEFAULT-CC      PIC X(06).
000970     05  FILLER               PIC X(20).
000980 01  RATE-DEPT-RECORD.
000990     05  FILLER               PIC X(01).
001000     05  RATE-DEPT-CODE       PIC X(06).
001010     05  RATE-DEPT-CC         PIC X(06).
001020     05  RATE-DEPT-PER-RUN    PIC 9(05)V99.
001030     05  RATE-DEPT-PER-RUN-X REDEFINES RATE-DEPT-PER-RUN
001040                              PIC X(07).
001050     05  RATE-DEPT-PER-THOU   PIC 9(05)V99.
001060     05  RATE-DEPT-PER-THOU-X REDEFINES RATE-DEPT-PER-THOU
001070                              PIC X(07).
001080     05  RATE-DEPT-SURCHARGE  PIC 9(05)V99.
001090     05  RATE-DEPT-SURCHARGE-X REDEFINES RATE-DEPT-SURCHARGE
001100                              PIC X(07).
001110     05  FILLER               PIC X(46).
001120
001130 FD  GLJ-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY FIBGLJ.
001170
001180 FD  CHG-RPT-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  CHG-PRINT-LINE           PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240*--------------------------------------------------------------*
001250* CHARGEBACK WORK FIELDS                                       *
001260*--------------------------------------------------------------*
001270 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
001280 01  WS-DIST-STATUS           PIC X(02) VALUE '00'.
001290 01  WS-RATE-STATUS           PIC X(02) VALUE '00'.
001300 01  WS-GLJ-STATUS            PIC X(02) VALUE '00'.
001310
001320 01  WS-SWITCHES.
001330     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
001340         88  WS-EOF                       VALUE 'Y'.
001350     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
001360         88  WS-ABEND                     VALUE 'Y'.
001370     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
001380         88  WS-ENTRY-FOUND               VALUE 'Y'.
001390     05  WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
001400         88  WS-RATE-EOF                  VALUE 'Y'.
001410     05  WS-STD-CARD-SW        PIC X(01) VALUE 'N'.
001420         88  WS-STD-CARD-READ             VALUE 'Y'.
001430     05  WS-FILES-OPEN-SW      PIC X(01) VALUE 'N'.
001440         88  WS-FILES-OPEN                VALUE 'Y'.
001450     05  WS-GLJ-EOF-SW         PIC X(01) VALUE 'N'.
001460         88  WS-GLJ-EOF                   VALUE 'Y'.
001470     05  WS-CONTROL-SW         PIC X(01) VALUE 'Y'.
001480         88  WS-CONTROL-BALANCED          VALUE 'Y'.
001490     05  WS-JOURNAL-SW         PIC X(01) VALUE 'Y'.
001500         88  WS-JOURNAL-BALANCED          VALUE 'Y'.
001510
001520*--------------------------------------------------------------*
001530* THE BILLING MONTH - FROM THE STANDARD RATE CARD, ELSE THE    *
001540* MONTH BEFORE THE RUN DATE - AND ITS LAST DAY, WHICH DATES THE*
001550* JOURNAL.                                                     *
001560*--------------------------------------------------------------*
001570 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001580 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001590     05  WS-RUN-CCYY          PIC 9(04).
001600     05  WS-RUN-MM            PIC 9(02).
001610     05  WS-RUN-DD            PIC 9(02).
001620 01  WS-BILL-MONTH            PIC 9(06) VALUE 0.
001630 01  WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH.
001640     05  WS-BILL-CCYY         PIC 9(04).
001650     05  WS-BILL-MM           PIC 9(02).
001660 01  WS-MONTH-END             PIC 9(08) VALUE 0.
001670 01  WS-MONTH-END-X REDEFINES WS-MONTH-END.
001680     05  WS-MONTH-END-CCYY    PIC 9(04).
001690     05  WS-MONTH-END-MM      PIC 9(02).
001700     05  WS-MONTH-END-DD      PIC 9(02).
001710 01  WS-MONTH-DAYS-DATA       PIC X(24) VALUE
001720     '312831303130313130313031'.
001730 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001740     05  WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
001750 01  WS-LEAP-QUOT             PIC 9(04) VALUE 0.
001760 01  WS-LEAP-REM-4            PIC 9(04) VALUE 0.
001770 01  WS-LEAP-REM-100          PIC 9(04) VALUE 0.
001780 01  WS-LEAP-REM-400          PIC 9(04) VALUE 0.
001790 01  WS-REC-DATE              PIC 9(08) VALUE 0.
001800 01  WS-REC-DATE-X REDEFINES WS-REC-DATE.
001810     05  WS-REC-MONTH         PIC 9(06).
001820     05  WS-REC-DD            PIC 9(02).
001830 01  WS-JOURNAL-ID            PIC X(08) VALUE SPACES.
001840
001850*--------------------------------------------------------------*
001860* STANDARD RATES AND GL ACCOUNTS FROM THE 'R' CARD.  THE DEFAULT*
001870* COST CENTER TAKES UNASSIGNED RUNS AND DEPARTMENTS WITH NO 'D'*
001880* CARD; THE CREDIT COST CENTER IS THE DATA CENTER RECOVERING   *
001890* THE COST.                                                    *
001900*--------------------------------------------------------------*
001910 01  WS-STD-PER-RUN           PIC 9(05)V99 VALUE 0.
001920 01  WS-STD-PER-THOU          PIC 9(05)V99 VALUE 0.
001930 01  WS-STD-SURCHARGE         PIC 9(05)V99 VALUE 0.
001940 01  WS-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
001950 01  WS-CREDIT-ACCOUNT        PIC X(10) VALUE SPACES.
001960 01  WS-CREDIT-CC             PIC X(06) VALUE SPACES.
001970 01  WS-DEFAULT-CC            PIC X(06) VALUE SPACES.
001980 01  WS-UNASSIGNED-CODE       PIC X(06) VALUE '*NONE*'.
001990
002000*--------------------------------------------------------------*
002010* ONE ENTRY PER 'D' CARD - A DEPARTMENT'S COST CENTER AND ANY  *
002020* RATES OF ITS OWN (BLANK TAKES THE STANDARD RATE).            *
002030*--------------------------------------------------------------*
002040 01  WS-RTE-MAX               PIC 9(03) VALUE 200.
002050 01  WS-RTE-COUNT             PIC 9(03) VALUE 0.
002060 01  WS-RTE-IX                PIC 9(03) VALUE 0.
002070 01  WS-RTE-TABLE.
002080     05  WS-RTE-ENTRY OCCURS 200 TIMES.
002090         10  WS-RTE-DEPT          PIC X(06).
002100         10  WS-RTE-CC            PIC X(06).
002110         10  WS-RTE-PER-RUN-X     PIC X(07).
002120         10  WS-RTE-PER-RUN REDEFINES WS-RTE-PER-RUN-X
002130                                  PIC 9(05)V99.
002140         10  WS-RTE-PER-THOU-X    PIC X(07).
002150         10  WS-RTE-PER-THOU REDEFINES WS-RTE-PER-THOU-X
002160                                  PIC 9(05)V99.
002170         10  WS-RTE-SURCHARGE-X   PIC X(07).
002180         10  WS-RTE-SURCHARGE REDEFINES WS-RTE-SURCHARGE-X
002190                                  PIC 9(05)V99.
002200
002210*--------------------------------------------------------------*
002220* ONE ENTRY PER REQUESTER (DEPARTMENT) CHARGED THIS MONTH, IN  *
002230* DEPARTMENT CODE ORDER, WITH THE RATES AND COST CENTER IT IS  *
002240* CHARGED AT AND ITS STATEMENT TOTALS.                         *
002250*--------------------------------------------------------------*
002260 01  WS-DPT-MAX               PIC 9(03) VALUE 200.
002270 01  WS-DPT-COUNT             PIC 9(03) VALUE 0.
002280 01  WS-DPT-IX                PIC 9(03) VALUE 0.
002290 01  WS-DPT-TO-IX             PIC 9(03) VALUE 0.
002300 01  WS-DPT-TABLE.
002310     05  WS-DPT-ENTRY OCCURS 200 TIMES.
002320         10  WS-DPT-CODE          PIC X(06).
002330         10  WS-DPT-NAME          PIC X(30).
002340         10  WS-DPT-CC            PIC X(06).
002350         10  WS-DPT-RATE-SW       PIC X(01).
002360             88  WS-DPT-NO-RATE           VALUE 'N'.
002370         10  WS-DPT-PER-RUN       PIC 9(05)V99.
002380         10  WS-DPT-PER-THOU      PIC 9(05)V99.
002390         10  WS-DPT-SURCHARGE     PIC 9(05)V99.
002400         10  WS-DPT-RUNS          PIC 9(07).
002410         10  WS-DPT-SURCH-RUNS    PIC 9(07).
002420         10  WS-DPT-TERMS         PIC 9(09).
002430         10  WS-DPT-RUN-CHG       PIC 9(09)V99.
002440         10  WS-DPT-TERM-CHG      PIC 9(09)V99.
002450         10  WS-DPT-SURCH-CHG     PIC 9(09)V99.
002460         10  WS-DPT-TOTAL         PIC 9(09)V99.
002470
002480*--------------------------------------------------------------*
002490* ONE ENTRY PER SCHDMSTR REQUEST NUMBER CHARGED THIS MONTH, IN *
002500* REQUEST NUMBER ORDER.  REQUEST ZERO HOLDS THE RUNS LOGGED WITH*
002510* NO REQUEST NUMBER.                                           *
002520*--------------------------------------------------------------*
002530 01  WS-RQT-MAX               PIC 9(03) VALUE 500.
002540 01  WS-RQT-COUNT             PIC 9(03) VALUE 0.
002550 01  WS-RQT-IX                PIC 9(03) VALUE 0.
002560 01  WS-RQT-TO-IX             PIC 9(03) VALUE 0.
002570 01  WS-RQT-TABLE.
002580     05  WS-RQT-ENTRY OCCURS 500 TIMES.
002590         10  WS-RQT-NO            PIC 9(05).
002600         10  WS-RQT-DEPT          PIC X(06).
002610         10  WS-RQT-STATUS        PIC X(01).
002620             88  WS-RQT-ON-REQMSTR        VALUE 'Y'.
002630             88  WS-RQT-NOT-ON-REQMSTR    VALUE 'N'.
002640             88  WS-RQT-NO-REQ-NO         VALUE 'U'.
002650         10  WS-RQT-RUNS          PIC 9(07).
002660         10  WS-RQT-SURCH-RUNS    PIC 9(07).
002670         10  WS-RQT-TERMS         PIC 9(09).
002680         10  WS-RQT-RUN-CHG       PIC 9(09)V99.
002690         10  WS-RQT-TERM-CHG      PIC 9(09)V99.
002700         10  WS-RQT-SURCH-CHG     PIC 9(09)V99.
002710         10  WS-RQT-TOTAL         PIC 9(09)V99.
002720
002730*--------------------------------------------------------------*
002740* ONE ENTRY PER COST CENTER DEBITED, IN COST CENTER ORDER.     *
002750*--------------------------------------------------------------*
002760 01  WS-CCT-MAX               PIC 9(03) VALUE 200.
002770 01  WS-CCT-COUNT             PIC 9(03) VALUE 0.
002780 01  WS-CCT-IX                PIC 9(03) VALUE 0.
002790 01  WS-CCT-TO-IX             PIC 9(03) VALUE 0.
002800 01  WS-CCT-TABLE.
002810     05  WS-CCT-ENTRY OCCURS 200 TIMES.
002820         10  WS-CCT-CC            PIC X(06).
002830         10  WS-CCT-AMOUNT        PIC 9(09)V99.
002840
002850*--------------------------------------------------------------*
002860* THE RUN BEING PRICED                                         *
002870*--------------------------------------------------------------*
002880 01  WS-CUR-REQ-NO            PIC 9(05) VALUE 0.
002890 01  WS-CUR-DEPT-CODE         PIC X(06) VALUE SPACES.
002900 01  WS-CUR-DEPT-NAME         PIC X(30) VALUE SPACES.
002910 01  WS-CUR-STATUS            PIC X(01) VALUE SPACES.
002920 01  WS-CUR-CC                PIC X(06) VALUE SPACES.
002930 01  WS-CUR-TERMS             PIC 9(05) VALUE 0.
002940 01  WS-CUR-SURCH-RUNS        PIC 9(01) VALUE 0.
002950 01  WS-CUR-RUN-CHG           PIC 9(05)V99 VALUE 0.
002960 01  WS-CUR-TERM-CHG          PIC 9(07)V99 VALUE 0.
002970 01  WS-CUR-SURCH-CHG         PIC 9(05)V99 VALUE 0.
002980 01  WS-CUR-TOTAL             PIC 9(09)V99 VALUE 0.
002990
003000*--------------------------------------------------------------*
003010* MONTH CONTROL TOTALS - THE RUNLOG SIDE IS COUNTED AS EACH    *
003020* RECORD IS READ, THE STATEMENT SIDE IS ADDED BACK UP FROM THE *
003030* REQUESTER TABLE, AND THE JOURNAL SIDE IS READ BACK FROM      *
003040* GLJRNL.                                                      *
003050*--------------------------------------------------------------*
003060 01  WS-RATE-CARD-COUNT       PIC 9(05) VALUE 0.
003070 01  WS-RATE-ERROR-COUNT      PIC 9(05) VALUE 0.
003080 01  WS-RECORD-COUNT          PIC 9(07) VALUE 0.
003090 01  WS-MONTH-RUNS            PIC 9(07) VALUE 0.
003100 01  WS-MONTH-TERMS           PIC 9(09) VALUE 0.
003110 01  WS-MONTH-CHARGES         PIC 9(09)V99 VALUE 0.
003120 01  WS-UNASSIGNED-RUNS       PIC 9(07) VALUE 0.
003130 01  WS-NO-RATE-COUNT         PIC 9(03) VALUE 0.
003140 01  WS-STMT-RUNS             PIC 9(07) VALUE 0.
003150 01  WS-STMT-SURCH-RUNS       PIC 9(07) VALUE 0.
003160 01  WS-STMT-TERMS            PIC 9(09) VALUE 0.
003170 01  WS-STMT-CHARGES          PIC 9(09)V99 VALUE 0.
003180 01  WS-CCT-TOTAL             PIC 9(09)V99 VALUE 0.
003190 01  WS-JRN-LINE-NO           PIC 9(05) VALUE 0.
003200 01  WS-JRN-DEBIT-TOTAL       PIC 9(11)V99 VALUE 0.
003210 01  WS-JRN-CREDIT-TOTAL      PIC 9(11)V99 VALUE 0.
003220 01  WS-CHK-LINES             PIC 9(05) VALUE 0.
003230 01  WS-CHK-CREDIT-LINES      PIC 9(05) VALUE 0.
003240 01  WS-CHK-DEBIT-TOTAL       PIC 9(11)V99 VALUE 0.
003250 01  WS-CHK-CREDIT-TOTAL      PIC 9(11)V99 VALUE 0.
003260 01  WS-CHK-NET               PIC S9(11)V99 VALUE 0.
003270 01  WS-CHK-HEADERS           PIC 9(05) VALUE 0.
003280 01  WS-CHK-TRAILERS          PIC 9(05) VALUE 0.
003290 01  WS-PAGE-COUNT            PIC 9(05) VALUE 0.
003300 01  WS-LINE-COUNT            PIC 9(03) VALUE 0.
003310 01  WS-PAGE-LINES            PIC 9(03) VALUE 55.
003320
003330*--------------------------------------------------------------*
003340* CHARGEBACK REPORT LINE LAYOUTS                               *
003350*--------------------------------------------------------------*
003360 01  CHG-HEADING-1.
003370     05  FILLER               PIC X(50) VALUE
003380         'FIBCHGB - FIBONACCI MONTHLY CHARGEBACK'.
003390     05  FILLER               PIC X(14) VALUE 'BILLING MONTH '.
003400     05  HDG1-MONTH           PIC 9(06).
003410     05  FILLER               PIC X(47) VALUE SPACES.
003420     05  FILLER               PIC X(05) VALUE 'PAGE '.
003430     05  HDG1-PAGE-NO         PIC ZZZZ9.
003440     05  FILLER               PIC X(05) VALUE SPACES.
003450
003460 01  CHG-DEPT-LINE.
003470     05  FILLER               PIC X(11) VALUE 'REQUESTER '.
003480     05  CHG-DPT-CODE         PIC X(06).
003490     05  FILLER               PIC X(02) VALUE SPACES.
003500     05  CHG-DPT-NAME         PIC X(30).
003510     05  FILLER               PIC X(15) VALUE '   COST CENTER '.
003520     05  CHG-DPT-CC           PIC X(06).
003530     05  FILLER               PIC X(62) VALUE SPACES.
003540
003550 01  CHG-RATE-LINE.
003560     05  FILLER               PIC X(19) VALUE
003570         'RATES      PER RUN '.
003580     05  CHG-RTE-PER-RUN      PIC ZZ,ZZ9.99.
003590     05  FILLER               PIC X(19) VALUE
003600         '   PER 1,000 TERMS '.
003610     05  CHG-RTE-PER-THOU     PIC ZZ,ZZ9.99.
003620     05  FILLER               PIC X(27) VALUE
003630         '   RERUN/RESTART SURCHARGE '.
003640     05  CHG-RTE-SURCHARGE    PIC ZZ,ZZ9.99.
003650     05  FILLER               PIC X(40) VALUE SPACES.
003660
003670 01  CHG-COL-HEADING.
003680     05  FILLER               PIC X(05) VALUE SPACES.
003690     05  FILLER               PIC X(08) VALUE 'REQUEST'.
003700     05  FILLER               PIC X(07) VALUE '   RUNS'.
003710     05  FILLER               PIC X(09) VALUE '  SURCHGD'.
003720     05  FILLER               PIC X(13) VALUE '        TERMS'.
003730     05  FILLER               PIC X(16) VALUE '      RUN CHARGE'.
003740     05  FILLER               PIC X(16) VALUE '     TERM CHARGE'.
003750     05  FILLER               PIC X(16) VALUE '       SURCHARGE'.
003760     05  FILLER               PIC X(16) VALUE '    TOTAL CHARGE'.
003770     05  FILLER               PIC X(26) VALUE '  NOTE'.
003780
003790 01  CHG-DETAIL-LINE.
003800     05  FILLER               PIC X(05) VALUE SPACES.
003810     05  CHG-DTL-REQ          PIC X(05).
003820     05  FILLER               PIC X(03) VALUE SPACES.
003830     05  CHG-DTL-RUNS         PIC ZZZ,ZZ9.
003840     05  FILLER               PIC X(02) VALUE SPACES.
003850     05  CHG-DTL-SURCH-RUNS   PIC ZZZ,ZZ9.
003860     05  FILLER               PIC X(02) VALUE SPACES.
003870     05  CHG-DTL-TERMS        PIC ZZZ,ZZZ,ZZ9.
003880     05  FILLER               PIC X(02) VALUE SPACES.
003890     05  CHG-DTL-RUN-CHG      PIC ZZZ,ZZZ,ZZ9.99.
003900     05  FILLER               PIC X(02) VALUE SPACES.
003910     05  CHG-DTL-TERM-CHG     PIC ZZZ,ZZZ,ZZ9.99.
003920     05  FILLER               PIC X(02) VALUE SPACES.
003930     05  CHG-DTL-SURCH-CHG    PIC ZZZ,ZZZ,ZZ9.99.
003940     05  FILLER               PIC X(02) VALUE SPACES.
003950     05  CHG-DTL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
003960     05  FILLER               PIC X(02) VALUE SPACES.
003970     05  CHG-DTL-NOTE         PIC X(20).
003980     05  FILLER               PIC X(04) VALUE SPACES.
003990
004000 01  CHG-JRN-HEADING.
004010     05  FILLER               PIC X(05) VALUE SPACES.
004020     05  FILLER               PIC X(08) VALUE ' LINE'.
004030     05  FILLER               PIC X(13) VALUE 'ACCOUNT'.
004040     05  FILLER               PIC X(09) VALUE 'CC'.
004050     05  FILLER               PIC X(09) VALUE 'DR/CR'.
004060     05  FILLER               PIC X(21) VALUE
004070         '            AMOUNT'.
004080     05  FILLER               PIC X(67) VALUE 'DESCRIPTION'.
004090
004100 01  CHG-JRN-LINE.
004110     05  FILLER               PIC X(05) VALUE SPACES.
004120     05  CHG-JRN-LINE-NO      PIC ZZZZ9.
004130     05  FILLER               PIC X(03) VALUE SPACES.
004140     05  CHG-JRN-ACCOUNT      PIC X(10).
004150     05  FILLER               PIC X(03) VALUE SPACES.
004160     05  CHG-JRN-CC           PIC X(06).
004170     05  FILLER               PIC X(03) VALUE SPACES.
004180     05  CHG-JRN-DR-CR        PIC X(06).
004190     05  FILLER               PIC X(03) VALUE SPACES.
004200     05  CHG-JRN-AMOUNT       PIC ---,---,---,--9.99.
004210     05  FILLER               PIC X(03) VALUE SPACES.
004220     05  CHG-JRN-DESC         PIC X(26).
004230     05  FILLER               PIC X(41) VALUE SPACES.
004240
004250 01  CHG-SECTION-LINE.
004260     05  FILLER               PIC X(02) VALUE SPACES.
004270     05  CHG-SECTION-TEXT     PIC X(60).
004280     05  FILLER               PIC X(70) VALUE SPACES.
004290
004300 01  CHG-TOTAL-LINE.
004310     05  FILLER               PIC X(05) VALUE SPACES.
004320     05  CHG-TOT-LABEL        PIC X(35).
004330     05  CHG-TOT-VALUE        PIC ZZZ,ZZZ,ZZ9.
004340     05  FILLER               PIC X(81) VALUE SPACES.
004350
004360 01  CHG-AMOUNT-LINE.
004370     05  FILLER               PIC X(05) VALUE SPACES.
004380     05  CHG-AMT-LABEL        PIC X(35).
004390     05  CHG-AMT-VALUE        PIC ---,---,---,--9.99.
004400     05  FILLER               PIC X(74) VALUE SPACES.
004410
004420 01  CHG-MESSAGE-LINE.
004430     05  FILLER               PIC X(05) VALUE SPACES.
004440     05  CHG-MSG-TEXT         PIC X(80).
004450     05  FILLER               PIC X(47) VALUE SPACES.
004460
004470 PROCEDURE DIVISION.
004480 0000-MAINLINE.
004490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004500     PERFORM 2000-POST-RUNLOG THRU 2000-EXIT
004510         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
004520     PERFORM 3000-FINALIZE THRU 3000-EXIT.
004530     GO TO 9999-EXIT.
004540
004550 1000-INITIALIZE.
004560     DISPLAY '==========================================='.
004570     DISPLAY 'FIBCHGB - FIBONACCI MONTHLY CHARGEBACK'.
004580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004590     INITIALIZE WS-RTE-TABLE.
004600     INITIALIZE WS-DPT-TABLE.
004610     INITIALIZE WS-RQT-TABLE.
004620     INITIALIZE WS-CCT-TABLE.
004630     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
004640     IF WS-ABEND
004650         SET WS-EOF TO TRUE
004660         GO TO 1000-EXIT
004670     END-IF.
004680     PERFORM 1300-SET-MONTH THRU 1300-EXIT.
004690     OPEN INPUT RLOG-FILE.
004700     IF WS-RLOG-STATUS NOT = '00'
004710         DISPLAY 'FIBCHGB - ABEND - RUNLOG OPEN FAILED, STATUS '
004720             WS-RLOG-STATUS
004730         SET WS-ABEND TO TRUE
004740         SET WS-EOF TO TRUE
004750         GO TO 1000-EXIT
004760     END-IF.
004770     OPEN INPUT DIST-FILE.
004780     IF WS-DIST-STATUS NOT = '00'
004790         DISPLAY 'FIBCHGB - ABEND - REQMSTR OPEN FAILED, STATUS '
004800             WS-DIST-STATUS
004810         SET WS-ABEND TO TRUE
004820         SET WS-EOF TO TRUE
004830         CLOSE RLOG-FILE
004840         GO TO 1000-EXIT
004850     END-IF.
004860     SET WS-FILES-OPEN TO TRUE.
004870     READ RLOG-FILE
004880         AT END
004890             SET WS-EOF TO TRUE
004900     END-READ.
004910 1000-EXIT.
004920     EXIT.
004930
004940*--------------------------------------------------------------*
004950* THE RATE TABLE IS ONE STANDARD 'R' CARD AND ANY NUMBER OF 'D'*
004960* DEPARTMENT CARDS, IN ANY ORDER.  A CHARGEBACK PRICED FROM A  *
004970* BAD TABLE WOULD BE BILLED WRONG, SO ANY CARD IN ERROR STOPS  *
004980* THE RUN BEFORE RUNLOG IS READ.                               *
004990*--------------------------------------------------------------*
005000 1100-LOAD-RATES.
005010     OPEN INPUT RATE-CARD-FILE.
005020     IF WS-RATE-STATUS NOT = '00'
005030         DISPLAY 'FIBCHGB - ABEND - CHGRATE OPEN FAILED, STATUS '
005040             WS-RATE-STATUS
005050         SET WS-ABEND TO TRUE
005060         GO TO 1100-EXIT
005070     END-IF.
005080     PERFORM 1150-READ-RATE-CARD THRU 1150-EXIT
005090         TEST AFTER UNTIL WS-RATE-EOF.
005100     CLOSE RATE-CARD-FILE.
005110     IF NOT WS-STD-CARD-READ
005120         DISPLAY 'FIBCHGB - RATE TABLE HAS NO STANDARD (R) CARD'
005130         ADD 1 TO WS-RATE-ERROR-COUNT
005140     END-IF.
005150     IF WS-RATE-ERROR-COUNT > 0
005160         DISPLAY 'FIBCHGB - ABEND - ' WS-RATE-ERROR-COUNT
005170             ' RATE TABLE ERROR(S) - NOTHING CHARGED'
005180         SET WS-ABEND TO TRUE
005190     END-IF.
005200 1100-EXIT.
005210     EXIT.
005220
005230 1150-READ-RATE-CARD.
005240     READ RATE-CARD-FILE
005250         AT END
005260             SET WS-RATE-EOF TO TRUE
005270             GO TO 1150-EXIT
005280     END-READ.
005290     ADD 1 TO WS-RATE-CARD-COUNT.
005300     IF RATE-STANDARD-CARD
005310         PERFORM 1200-STANDARD-CARD THRU 1200-EXIT
005320         GO TO 1150-EXIT
005330     END-IF.
005340     IF RATE-DEPT-CARD
005350         PERFORM 1250-DEPT-CARD THRU 1250-EXIT
005360         GO TO 1150-EXIT
005370     END-IF.
005380     DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
005390         ' REJECTED: CARD TYPE MUST BE R OR D'.
005400     ADD 1 TO WS-RATE-ERROR-COUNT.
005410 1150-EXIT.
005420     EXIT.
005430
005440*--------------------------------------------------------------*
005450* THE STANDARD CARD - THE BILLING MONTH (BLANK IS LAST MONTH), *
005460* THE THREE STANDARD RATES (ZERO IS ALLOWED), THE DEBIT AND    *
005470* CREDIT GL ACCOUNTS, THE CREDIT COST CENTER AND THE DEFAULT   *
005480* COST CENTER, ALL REQUIRED.                                   *
005490*--------------------------------------------------------------*
005500 1200-STANDARD-CARD.
005510     IF WS-STD-CARD-READ
005520         DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
005530             ' REJECTED: MORE THAN ONE R CARD'
005540         ADD 1 TO WS-RATE-ERROR-COUNT
005550         GO TO 1200-EXIT
005560     END-IF.
005570     SET WS-STD-CARD-READ TO TRUE.
005580     IF RATE-MONTH-X NOT = SPACES
005590         IF RATE-MONTH NOT NUMERIC
005600             DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
005610                 ' REJECTED: BILLING MONTH MUST BE CCYYMM'
005620             ADD 1 TO WS-RATE-ERROR-COUNT
005630             GO TO 1200-EXIT
005640         END-IF
005650         MOVE RATE-MONTH TO WS-BILL-MONTH
005660         IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
005670             DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
005680                 ' REJECTED: BILLING MONTH MUST BE CCYYMM'
005690             ADD 1 TO WS-RATE-ERROR-COUNT
005700             GO TO 1200-EXIT
005710         END-IF
005720     END-IF.
005730     IF RATE-PER-RUN NOT NUMERIC OR RATE-PER-THOU NOT NUMERIC
005740             OR RATE-SURCHARGE NOT NUMERIC
005750         DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
005760             ' REJECTED: STANDARD RATES MUST BE NUMERIC'
005770         ADD 1 TO WS-RATE-ERROR-COUNT
005780         GO TO 1200-EXIT
005790     END-IF.
005800     IF RATE-DEBIT-ACCOUNT = SPACES
005810             OR RATE-CREDIT-ACCOUNT = SPACES
005820             OR RATE-CREDIT-CC = SPACES
005830             OR RATE-DEFAULT-CC = SPACES
005840         DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
005850             ' REJECTED: GL ACCOUNTS AND COST CENTERS REQUIRED'
005860         ADD 1 TO WS-RATE-ERROR-COUNT
005870         GO TO 1200-EXIT
005880     END-IF.
005890     MOVE RATE-PER-RUN TO WS-STD-PER-RUN.
005900     MOVE RATE-PER-THOU TO WS-STD-PER-THOU.
005910     MOVE RATE-SURCHARGE TO WS-STD-SURCHARGE.
005920     MOVE RATE-DEBIT-ACCOUNT TO WS-DEBIT-ACCOUNT.
005930     MOVE RATE-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT.
005940     MOVE RATE-CREDIT-CC TO WS-CREDIT-CC.
005950     MOVE RATE-DEFAULT-CC TO WS-DEFAULT-CC.
005960 1200-EXIT.
005970     EXIT.
005980
005990*--------------------------------------------------------------*
006000* A DEPARTMENT CARD - THE REQMSTR DEPARTMENT CODE AND THE COST *
006010* CENTER IT IS CHARGED TO ARE REQUIRED; A RATE LEFT BLANK TAKES*
006020* THE STANDARD RATE.                                           *
006030*--------------------------------------------------------------*
006040 1250-DEPT-CARD.
006050     IF RATE-DEPT-CODE = SPACES OR RATE-DEPT-CC = SPACES
006060         DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
006070             ' REJECTED: DEPARTMENT AND COST CENTER REQUIRED'
006080         ADD 1 TO WS-RATE-ERROR-COUNT
006090         GO TO 1250-EXIT
006100     END-IF.
006110     IF (RATE-DEPT-PER-RUN-X NOT = SPACES
006120             AND RATE-DEPT-PER-RUN NOT NUMERIC)
006130         OR (RATE-DEPT-PER-THOU-X NOT = SPACES
006140             AND RATE-DEPT-PER-THOU NOT NUMERIC)
006150         OR (RATE-DEPT-SURCHARGE-X NOT = SPACES
006160             AND RATE-DEPT-SURCHARGE NOT NUMERIC)
006170         DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
006180             ' REJECTED: RATES MUST BE NUMERIC OR BLANK'
006190         ADD 1 TO WS-RATE-ERROR-COUNT
006200         GO TO 1250-EXIT
006210     END-IF.
006220     MOVE RATE-DEPT-CODE TO WS-CUR-DEPT-CODE.
006230     PERFORM 6200-FIND-RATE THRU 6200-EXIT.
006240     IF WS-ENTRY-FOUND
006250         DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
006260             ' REJECTED: DEPARTMENT ' RATE-DEPT-CODE
006270             ' IS ALREADY ON THE TABLE'
006280         ADD 1 TO WS-RATE-ERROR-COUNT
006290         GO TO 1250-EXIT
006300     END-IF.
006310     IF WS-RTE-COUNT >= WS-RTE-MAX
006320         DISPLAY 'FIBCHGB - RATE CARD ' WS-RATE-CARD-COUNT
006330             ' REJECTED: MORE THAN ' WS-RTE-MAX ' DEPARTMENTS'
006340         ADD 1 TO WS-RATE-ERROR-COUNT
006350         GO TO 1250-EXIT
006360     END-IF.
006370     ADD 1 TO WS-RTE-COUNT.
006380     MOVE RATE-DEPT-CODE TO WS-RTE-DEPT (WS-RTE-COUNT).
006390     MOVE RATE-DEPT-CC TO WS-RTE-CC (WS-RTE-COUNT).
006400     MOVE RATE-DEPT-PER-RUN-X TO WS-RTE-PER-RUN-X (WS-RTE-COUNT).
006410     MOVE RATE-DEPT-PER-THOU-X
006420         TO WS-RTE-PER-THOU-X (WS-RTE-COUNT).
006430     MOVE RATE-DEPT-SURCHARGE-X
006440         TO WS-RTE-SURCHARGE-X (WS-RTE-COUNT).
006450 1250-EXIT.
006460     EXIT.
006470
006480*--------------------------------------------------------------*
006490* NO MONTH ON THE CARD BILLS THE MONTH BEFORE THE RUN DATE - THE*
006500* JOB IS RUN EARLY IN THE MONTH FOR THE ONE JUST CLOSED.  THE  *
006510* JOURNAL IS DATED THE LAST DAY OF THE BILLING MONTH.          *
006520*--------------------------------------------------------------*
006530 1300-SET-MONTH.
006540     IF WS-BILL-MONTH = 0
006550         MOVE WS-RUN-CCYY TO WS-BILL-CCYY
006560         MOVE WS-RUN-MM TO WS-BILL-MM
006570         IF WS-BILL-MM = 1
006580             MOVE 12 TO WS-BILL-MM
006590             SUBTRACT 1 FROM WS-BILL-CCYY
006600         ELSE
006610             SUBTRACT 1 FROM WS-BILL-MM
006620         END-IF
006630     END-IF.
006640     MOVE WS-BILL-CCYY TO WS-MONTH-END-CCYY.
006650     MOVE WS-BILL-MM TO WS-MONTH-END-MM.
006660     MOVE WS-MONTH-DAYS (WS-BILL-MM) TO WS-MONTH-END-DD.
006670     IF WS-BILL-MM = 2
006680         DIVIDE WS-BILL-CCYY BY 4 GIVING WS-LEAP-QUOT
006690             REMAINDER WS-LEAP-REM-4
006700         DIVIDE WS-BILL-CCYY BY 100 GIVING WS-LEAP-QUOT
006710             REMAINDER WS-LEAP-REM-100
006720         DIVIDE WS-BILL-CCYY BY 400 GIVING WS-LEAP-QUOT
006730             REMAINDER WS-LEAP-REM-400
006740         IF WS-LEAP-REM-4 = 0
006750                 AND (WS-LEAP-REM-100 NOT = 0
006760                      OR WS-LEAP-REM-400 = 0)
006770             MOVE 29 TO WS-MONTH-END-DD
006780         END-IF
006790     END-IF.
006800     STRING 'FC' WS-BILL-MONTH DELIMITED BY SIZE
006810         INTO WS-JOURNAL-ID.
006820     DISPLAY 'FIBCHGB - BILLING MONTH ' WS-BILL-MONTH
006830         ', JOURNAL ' WS-JOURNAL-ID ' DATED ' WS-MONTH-END.
006840 1300-EXIT.
006850     EXIT.
006860
006870*--------------------------------------------------------------*
006880* ONLY HELLO RECORDS LOGGED IN THE BILLING MONTH ARE CHARGED - *
006890* ONE RECORD IS ONE REQUEST RUN.                               *
006900*--------------------------------------------------------------*
006910 2000-POST-RUNLOG.
006920     IF NOT WS-EOF
006930         ADD 1 TO WS-RECORD-COUNT
006940         IF RLOG-PROGRAM-ID = 'HELLO' AND RLOG-RUN-DATE NUMERIC
006950             MOVE RLOG-RUN-DATE TO WS-REC-DATE
006960             IF WS-REC-MONTH = WS-BILL-MONTH
006970                 PERFORM 2100-POST-RUN THRU 2100-EXIT
006980             END-IF
006990         END-IF
007000         READ RLOG-FILE
007010             AT END
007020                 SET WS-EOF TO TRUE
007030         END-READ
007040     END-IF.
007050 2000-EXIT.
007060     EXIT.
007070
007080*--------------------------------------------------------------*
007090* COUNT THE RUN ON THE RUNLOG SIDE, FIND (OR ADD) ITS REQUEST  *
007100* AND REQUESTER, PRICE IT, AND POST THE CHARGE TO BOTH.        *
007110*--------------------------------------------------------------*
007120 2100-POST-RUN.
007130     ADD 1 TO WS-MONTH-RUNS.
007140     IF RLOG-TERMS-PRODUCED NUMERIC
007150         MOVE RLOG-TERMS-PRODUCED TO WS-CUR-TERMS
007160     ELSE
007170         MOVE 0 TO WS-CUR-TERMS
007180     END-IF.
007190     ADD WS-CUR-TERMS TO WS-MONTH-TERMS.
007200     IF RLOG-REQ-NO NUMERIC
007210         MOVE RLOG-REQ-NO TO WS-CUR-REQ-NO
007220     ELSE
007230         MOVE 0 TO WS-CUR-REQ-NO
007240     END-IF.
007250     PERFORM 2200-FIND-REQUEST THRU 2200-EXIT.
007260     IF WS-ABEND
007270         GO TO 2100-EXIT
007280     END-IF.
007290     MOVE WS-RQT-DEPT (WS-RQT-IX) TO WS-CUR-DEPT-CODE.
007300     PERFORM 6100-FIND-DEPT THRU 6100-EXIT.
007310     PERFORM 2400-PRICE-RUN THRU 2400-EXIT.
007320     ADD WS-CUR-TOTAL TO WS-MONTH-CHARGES.
007330     IF WS-CUR-DEPT-CODE = WS-UNASSIGNED-CODE
007340         ADD 1 TO WS-UNASSIGNED-RUNS
007350     END-IF.
007360     ADD 1 TO WS-RQT-RUNS (WS-RQT-IX).
007370     ADD WS-CUR-SURCH-RUNS TO WS-RQT-SURCH-RUNS (WS-RQT-IX).
007380     ADD WS-CUR-TERMS TO WS-RQT-TERMS (WS-RQT-IX).
007390     ADD WS-CUR-RUN-CHG TO WS-RQT-RUN-CHG (WS-RQT-IX).
007400     ADD WS-CUR-TERM-CHG TO WS-RQT-TERM-CHG (WS-RQT-IX).
007410     ADD WS-CUR-SURCH-CHG TO WS-RQT-SURCH-CHG (WS-RQT-IX).
007420     ADD WS-CUR-TOTAL TO WS-RQT-TOTAL (WS-RQT-IX).
007430     ADD 1 TO WS-DPT-RUNS (WS-DPT-IX).
007440     ADD WS-CUR-SURCH-RUNS TO WS-DPT-SURCH-RUNS (WS-DPT-IX).
007450     ADD WS-CUR-TERMS TO WS-DPT-TERMS (WS-DPT-IX).
007460     ADD WS-CUR-RUN-CHG TO WS-DPT-RUN-CHG (WS-DPT-IX).
007470     ADD WS-CUR-TERM-CHG TO WS-DPT-TERM-CHG (WS-DPT-IX).
007480     ADD WS-CUR-SURCH-CHG TO WS-DPT-SURCH-CHG (WS-DPT-IX).
007490     ADD WS-CUR-TOTAL TO WS-DPT-TOTAL (WS-DPT-IX).
007500 2100-EXIT.
007510     EXIT.
007520
007530*--------------------------------------------------------------*
007540* THE FIRST RUN OF A REQUEST NUMBER LOOKS IT UP ON REQMSTR FOR *
007550* ITS DEPARTMENT.  NO REQUEST NUMBER (A RECORD LOGGED BEFORE   *
007560* HELLO CARRIED IT, OR A HAND-BUILT DECK), OR ONE NOT ON       *
007570* REQMSTR, GOES TO THE UNASSIGNED REQUESTER.                   *
007580*--------------------------------------------------------------*
007590 2200-FIND-REQUEST.
007600     MOVE 'N' TO WS-FOUND-SW.
007610     MOVE 0 TO WS-RQT-IX.
007620     PERFORM 6000-MATCH-REQUEST THRU 6000-EXIT
007630         UNTIL WS-ENTRY-FOUND OR WS-RQT-IX >= WS-RQT-COUNT.
007640     IF WS-ENTRY-FOUND
007650         GO TO 2200-EXIT
007660     END-IF.
007670     IF WS-RQT-COUNT >= WS-RQT-MAX
007680         DISPLAY 'FIBCHGB - ABEND - MORE THAN ' WS-RQT-MAX
007690             ' REQUEST NUMBERS IN THE MONTH'
007700         SET WS-ABEND TO TRUE
007710         GO TO 2200-EXIT
007720     END-IF.
007730     IF WS-CUR-REQ-NO = 0
007740         MOVE WS-UNASSIGNED-CODE TO WS-CUR-DEPT-CODE
007750         MOVE 'UNASSIGNED RUNS' TO WS-CUR-DEPT-NAME
007760         MOVE 'U' TO WS-CUR-STATUS
007770     ELSE
007780         MOVE WS-CUR-REQ-NO TO DIST-REQ-NO
007790         READ DIST-FILE
007800             INVALID KEY
007810                 MOVE WS-UNASSIGNED-CODE TO WS-CUR-DEPT-CODE
007820                 MOVE 'UNASSIGNED RUNS' TO WS-CUR-DEPT-NAME
007830                 MOVE 'N' TO WS-CUR-STATUS
007840             NOT INVALID KEY
007850                 MOVE DIST-DEPT-CODE TO WS-CUR-DEPT-CODE
007860                 MOVE DIST-DEPT-NAME TO WS-CUR-DEPT-NAME
007870                 MOVE 'Y' TO WS-CUR-STATUS
007880         END-READ
007890     END-IF.
007900     PERFORM 6100-FIND-DEPT THRU 6100-EXIT.
007910     IF NOT WS-ENTRY-FOUND
007920         PERFORM 2300-ADD-DEPT THRU 2300-EXIT
007930         IF WS-ABEND
007940             GO TO 2200-EXIT
007950         END-IF
007960     END-IF.
007970     PERFORM 2250-ADD-REQUEST THRU 2250-EXIT.
007980 2200-EXIT.
007990     EXIT.
008000
008010*--------------------------------------------------------------*
008020* A NEW REQUEST GOES IN REQUEST NUMBER ORDER.                  *
008030*--------------------------------------------------------------*
008040 2250-ADD-REQUEST.
008050     MOVE WS-RQT-COUNT TO WS-RQT-IX.
008060     MOVE 'N' TO WS-FOUND-SW.
008070     PERFORM 2260-SHIFT-REQUEST THRU 2260-EXIT
008080         UNTIL WS-ENTRY-FOUND OR WS-RQT-IX = 0.
008090     ADD 1 TO WS-RQT-IX.
008100     INITIALIZE WS-RQT-ENTRY (WS-RQT-IX).
008110     MOVE WS-CUR-REQ-NO TO WS-RQT-NO (WS-RQT-IX).
008120     MOVE WS-CUR-DEPT-CODE TO WS-RQT-DEPT (WS-RQT-IX).
008130     MOVE WS-CUR-STATUS TO WS-RQT-STATUS (WS-RQT-IX).
008140     ADD 1 TO WS-RQT-COUNT.
008150 2250-EXIT.
008160     EXIT.
008170
008180 2260-SHIFT-REQUEST.
008190     IF WS-RQT-NO (WS-RQT-IX) < WS-CUR-REQ-NO
008200         SET WS-ENTRY-FOUND TO TRUE
008210         GO TO 2260-EXIT
008220     END-IF.
008230     COMPUTE WS-RQT-TO-IX = WS-RQT-IX + 1.
008240     MOVE WS-RQT-ENTRY (WS-RQT-IX) TO WS-RQT-ENTRY (WS-RQT-TO-IX).
008250     SUBTRACT 1 FROM WS-RQT-IX.
008260 2260-EXIT.
008270     EXIT.
008280
008290*--------------------------------------------------------------*
008300* A NEW REQUESTER GOES IN DEPARTMENT CODE ORDER, CHARGED AT ITS*
008310* RATE-TABLE ENTRY.  A DEPARTMENT WITH NO ENTRY IS CHARGED THE *
008320* STANDARD RATES TO THE DEFAULT COST CENTER AND FLAGGED; THE   *
008330* UNASSIGNED REQUESTER IS ALWAYS CHARGED THAT WAY.             *
008340*--------------------------------------------------------------*
008350 2300-ADD-DEPT.
008360     IF WS-DPT-COUNT >= WS-DPT-MAX
008370         DISPLAY 'FIBCHGB - ABEND - MORE THAN ' WS-DPT-MAX
008380             ' REQUESTERS IN THE MONTH'
008390         SET WS-ABEND TO TRUE
008400         GO TO 2300-EXIT
008410     END-IF.
008420     MOVE WS-DPT-COUNT TO WS-DPT-IX.
008430     MOVE 'N' TO WS-FOUND-SW.
008440     PERFORM 2310-SHIFT-DEPT THRU 2310-EXIT
008450         UNTIL WS-ENTRY-FOUND OR WS-DPT-IX = 0.
008460     ADD 1 TO WS-DPT-IX.
008470     ADD 1 TO WS-DPT-COUNT.
008480     INITIALIZE WS-DPT-ENTRY (WS-DPT-IX).
008490     MOVE WS-CUR-DEPT-CODE TO WS-DPT-CODE (WS-DPT-IX).
008500     MOVE WS-CUR-DEPT-NAME TO WS-DPT-NAME (WS-DPT-IX).
008510     MOVE 'Y' TO WS-DPT-RATE-SW (WS-DPT-IX).
008520     MOVE WS-DEFAULT-CC TO WS-DPT-CC (WS-DPT-IX).
008530     MOVE WS-STD-PER-RUN TO WS-DPT-PER-RUN (WS-DPT-IX).
008540     MOVE WS-STD-PER-THOU TO WS-DPT-PER-THOU (WS-DPT-IX).
008550     MOVE WS-STD-SURCHARGE TO WS-DPT-SURCHARGE (WS-DPT-IX).
008560     IF WS-CUR-DEPT-CODE = WS-UNASSIGNED-CODE
008570         GO TO 2300-EXIT
008580     END-IF.
008590     PERFORM 6200-FIND-RATE THRU 6200-EXIT.
008600     IF NOT WS-ENTRY-FOUND
008610         MOVE 'N' TO WS-DPT-RATE-SW (WS-DPT-IX)
008620         ADD 1 TO WS-NO-RATE-COUNT
008630         DISPLAY 'FIBCHGB - WARNING - DEPARTMENT '
008640             WS-CUR-DEPT-CODE
008650             ' NOT ON THE RATE TABLE - DEFAULT COST CENTER'
008660         GO TO 2300-EXIT
008670     END-IF.
008680     MOVE WS-RTE-CC (WS-RTE-IX) TO WS-DPT-CC (WS-DPT-IX).
008690     IF WS-RTE-PER-RUN-X (WS-RTE-IX) NOT = SPACES
008700         MOVE WS-RTE-PER-RUN (WS-RTE-IX)
008710             TO WS-DPT-PER-RUN (WS-DPT-IX)
008720     END-IF.
008730     IF WS-RTE-PER-THOU-X (WS-RTE-IX) NOT = SPACES
008740         MOVE WS-RTE-PER-THOU (WS-RTE-IX)
008750             TO WS-DPT-PER-THOU (WS-DPT-IX)
008760     END-IF.
008770     IF WS-RTE-SURCHARGE-X (WS-RTE-IX) NOT = SPACES
008780         MOVE WS-RTE-SURCHARGE (WS-RTE-IX)
008790             TO WS-DPT-SURCHARGE (WS-DPT-IX)
008800     END-IF.
008810 2300-EXIT.
008820     EXIT.
008830
008840 2310-SHIFT-DEPT.
008850     IF WS-DPT-CODE (WS-DPT-IX) < WS-CUR-DEPT-CODE
008860         SET WS-ENTRY-FOUND TO TRUE
008870         GO TO 2310-EXIT
008880     END-IF.
008890     COMPUTE WS-DPT-TO-IX = WS-DPT-IX + 1.
008900     MOVE WS-DPT-ENTRY (WS-DPT-IX) TO WS-DPT-ENTRY (WS-DPT-TO-IX).
008910     SUBTRACT 1 FROM WS-DPT-IX.
008920 2310-EXIT.
008930     EXIT.
008940
008950*--------------------------------------------------------------*
008960* PRICE ONE RUN AT ITS REQUESTER'S RATES.  THE TERM CHARGE IS  *
008970* ROUNDED TO THE CENT PER RUN.  A RUN IS SURCHARGED WHEN ITS   *
008980* DECK WAS A FORCED RERUN OR IT WAS RESUMED FROM A CHECKPOINT. *
008990*--------------------------------------------------------------*
009000 2400-PRICE-RUN.
009010     MOVE WS-DPT-PER-RUN (WS-DPT-IX) TO WS-CUR-RUN-CHG.
009020     COMPUTE WS-CUR-TERM-CHG ROUNDED =
009030         WS-CUR-TERMS * WS-DPT-PER-THOU (WS-DPT-IX) / 1000.
009040     IF RLOG-RERUN OR RLOG-RESTART-SW = 'Y'
009050         MOVE 1 TO WS-CUR-SURCH-RUNS
009060         MOVE WS-DPT-SURCHARGE (WS-DPT-IX) TO WS-CUR-SURCH-CHG
009070     ELSE
009080         MOVE 0 TO WS-CUR-SURCH-RUNS
009090         MOVE 0 TO WS-CUR-SURCH-CHG
009100     END-IF.
009110     COMPUTE WS-CUR-TOTAL =
009120         WS-CUR-RUN-CHG + WS-CUR-TERM-CHG + WS-CUR-SURCH-CHG.
009130 2400-EXIT.
009140     EXIT.
009150
009160 3000-FINALIZE.
009170     IF WS-ABEND
009180         IF WS-FILES-OPEN
009190             CLOSE RLOG-FILE
009200             CLOSE DIST-FILE
009210         END-IF
009220         MOVE 16 TO RETURN-CODE
009230         DISPLAY '==========================================='
009240         GO TO 3000-EXIT
009250     END-IF.
009260     CLOSE RLOG-FILE.
009270     CLOSE DIST-FILE.
009280     OPEN OUTPUT CHG-RPT-FILE.
009290     PERFORM 3100-PRINT-STATEMENTS THRU 3100-EXIT.
009300     PERFORM 3400-BUILD-COST-CENTERS THRU 3400-EXIT.
009310     PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT.
009320     PERFORM 3600-VERIFY-JOURNAL THRU 3600-EXIT.
009330     PERFORM 3700-PRINT-CONTROL THRU 3700-EXIT.
009340     CLOSE CHG-RPT-FILE.
009350     DISPLAY 'FIBCHGB - RUNLOG RECORDS READ: ' WS-RECORD-COUNT.
009360     DISPLAY 'FIBCHGB - RUNS CHARGED.......: ' WS-MONTH-RUNS.
009370     DISPLAY 'FIBCHGB - UNASSIGNED RUNS....: ' WS-UNASSIGNED-RUNS.
009380     DISPLAY 'FIBCHGB - REQUESTERS.........: ' WS-DPT-COUNT.
009390     DISPLAY 'FIBCHGB - JOURNAL LINES......: ' WS-CHK-LINES.
009400     IF NOT WS-CONTROL-BALANCED OR NOT WS-JOURNAL-BALANCED
009410         DISPLAY 'FIBCHGB - *** OUT OF BALANCE - GLJRNL NOT '
009420             'TO BE RELEASED ***'
009430         MOVE 8 TO RETURN-CODE
009440     ELSE
009450         IF WS-UNASSIGNED-RUNS > 0 OR WS-NO-RATE-COUNT > 0
009460             MOVE 4 TO RETURN-CODE
009470         ELSE
009480             MOVE 0 TO RETURN-CODE
009490         END-IF
009500     END-IF.
009510     DISPLAY '==========================================='.
009520 3000-EXIT.
009530     EXIT.
009540
009550*--------------------------------------------------------------*
009560* ONE STATEMENT PER REQUESTER, EACH STARTING A NEW PAGE.       *
009570*--------------------------------------------------------------*
009580 3100-PRINT-STATEMENTS.
009590     IF WS-DPT-COUNT = 0
009600         PERFORM 3150-PRINT-HEADINGS THRU 3150-EXIT
009610         MOVE 'NO HELLO RUNS ON RUNLOG FOR THE BILLING MONTH'
009620             TO CHG-MSG-TEXT
009630         WRITE CHG-PRINT-LINE FROM CHG-MESSAGE-LINE
009640             AFTER ADVANCING 2 LINES
009650         GO TO 3100-EXIT
009660     END-IF.
009670     MOVE 0 TO WS-DPT-IX.
009680     PERFORM 3200-PRINT-REQUESTER THRU 3200-EXIT
009690         UNTIL WS-DPT-IX >= WS-DPT-COUNT.
009700 3100-EXIT.
009710     EXIT.
009720
009730 3150-PRINT-HEADINGS.
009740     ADD 1 TO WS-PAGE-COUNT.
009750     MOVE WS-BILL-MONTH TO HDG1-MONTH.
009760     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
009770     WRITE CHG-PRINT-LINE FROM CHG-HEADING-1
009780         AFTER ADVANCING PAGE.
009790     MOVE 1 TO WS-LINE-COUNT.
009800 3150-EXIT.
009810     EXIT.
009820
009830 3160-PRINT-REQUESTER-HEAD.
009840     PERFORM 3150-PRINT-HEADINGS THRU 3150-EXIT.
009850     MOVE WS-DPT-CODE (WS-DPT-IX) TO CHG-DPT-CODE.
009860     MOVE WS-DPT-NAME (WS-DPT-IX) TO CHG-DPT-NAME.
009870     MOVE WS-DPT-CC (WS-DPT-IX) TO CHG-DPT-CC.
009880     WRITE CHG-PRINT-LINE FROM CHG-DEPT-LINE
009890         AFTER ADVANCING 2 LINES.
009900     MOVE WS-DPT-PER-RUN (WS-DPT-IX) TO CHG-RTE-PER-RUN.
009910     MOVE WS-DPT-PER-THOU (WS-DPT-IX) TO CHG-RTE-PER-THOU.
009920     MOVE WS-DPT-SURCHARGE (WS-DPT-IX) TO CHG-RTE-SURCHARGE.
009930     WRITE CHG-PRINT-LINE FROM CHG-RATE-LINE
009940         AFTER ADVANCING 1 LINE.
009950     WRITE CHG-PRINT-LINE FROM CHG-COL-HEADING
009960         AFTER ADVANCING 2 LINES.
009970     ADD 5 TO WS-LINE-COUNT.
009980 3160-EXIT.
009990     EXIT.
010000
010010*--------------------------------------------------------------*
010020* THE REQUESTER'S REQUESTS IN NUMBER ORDER, THEN ITS TOTAL.    *
010030*--------------------------------------------------------------*
010040 3200-PRINT-REQUESTER.
010050     ADD 1 TO WS-DPT-IX.
010060     PERFORM 3160-PRINT-REQUESTER-HEAD THRU 3160-EXIT.
010070     IF WS-DPT-NO-RATE (WS-DPT-IX)
010080         MOVE '*** NO RATE-TABLE ENTRY - DEFAULT COST CENTER ***'
010090             TO CHG-MSG-TEXT
010100         WRITE CHG-PRINT-LINE FROM CHG-MESSAGE-LINE
010110             AFTER ADVANCING 1 LINE
010120         ADD 1 TO WS-LINE-COUNT
010130     END-IF.
010140     MOVE 0 TO WS-RQT-IX.
010150     PERFORM 3250-PRINT-REQUEST THRU 3250-EXIT
010160         UNTIL WS-RQT-IX >= WS-RQT-COUNT.
010170     MOVE 'TOTAL' TO CHG-DTL-REQ.
010180     MOVE WS-DPT-RUNS (WS-DPT-IX) TO CHG-DTL-RUNS.
010190     MOVE WS-DPT-SURCH-RUNS (WS-DPT-IX) TO CHG-DTL-SURCH-RUNS.
010200     MOVE WS-DPT-TERMS (WS-DPT-IX) TO CHG-DTL-TERMS.
010210     MOVE WS-DPT-RUN-CHG (WS-DPT-IX) TO CHG-DTL-RUN-CHG.
010220     MOVE WS-DPT-TERM-CHG (WS-DPT-IX) TO CHG-DTL-TERM-CHG.
010230     MOVE WS-DPT-SURCH-CHG (WS-DPT-IX) TO CHG-DTL-SURCH-CHG.
010240     MOVE WS-DPT-TOTAL (WS-DPT-IX) TO CHG-DTL-TOTAL.
010250     MOVE SPACES TO CHG-DTL-NOTE.
010260     WRITE CHG-PRINT-LINE FROM CHG-DETAIL-LINE
010270         AFTER ADVANCING 2 LINES.
010280     ADD WS-DPT-RUNS (WS-DPT-IX) TO WS-STMT-RUNS.
010290     ADD WS-DPT-SURCH-RUNS (WS-DPT-IX) TO WS-STMT-SURCH-RUNS.
010300     ADD WS-DPT-TERMS (WS-DPT-IX) TO WS-STMT-TERMS.
010310     ADD WS-DPT-TOTAL (WS-DPT-IX) TO WS-STMT-CHARGES.
010320 3200-EXIT.
010330     EXIT.
010340
010350 3250-PRINT-REQUEST.
010360     ADD 1 TO WS-RQT-IX.
010370     IF WS-RQT-DEPT (WS-RQT-IX) NOT = WS-DPT-CODE (WS-DPT-IX)
010380         GO TO 3250-EXIT
010390     END-IF.
010400     IF WS-LINE-COUNT >= WS-PAGE-LINES
010410         PERFORM 3160-PRINT-REQUESTER-HEAD THRU 3160-EXIT
010420     END-IF.
010430     MOVE SPACES TO CHG-DTL-NOTE.
010440     IF WS-RQT-NO-REQ-NO (WS-RQT-IX)
010450         MOVE 'NONE' TO CHG-DTL-REQ
010460         MOVE 'NO REQUEST NUMBER' TO CHG-DTL-NOTE
010470     ELSE
010480         MOVE WS-RQT-NO (WS-RQT-IX) TO CHG-DTL-REQ
010490     END-IF.
010500     IF WS-RQT-NOT-ON-REQMSTR (WS-RQT-IX)
010510         MOVE 'NOT ON REQMSTR' TO CHG-DTL-NOTE
010520     END-IF.
010530     MOVE WS-RQT-RUNS (WS-RQT-IX) TO CHG-DTL-RUNS.
010540     MOVE WS-RQT-SURCH-RUNS (WS-RQT-IX) TO CHG-DTL-SURCH-RUNS.
010550     MOVE WS-RQT-TERMS (WS-RQT-IX) TO CHG-DTL-TERMS.
010560     MOVE WS-RQT-RUN-CHG (WS-RQT-IX) TO CHG-DTL-RUN-CHG.
010570     MOVE WS-RQT-TERM-CHG (WS-RQT-IX) TO CHG-DTL-TERM-CHG.
010580     MOVE WS-RQT-SURCH-CHG (WS-RQT-IX) TO CHG-DTL-SURCH-CHG.
010590     MOVE WS-RQT-TOTAL (WS-RQT-IX) TO CHG-DTL-TOTAL.
010600     WRITE CHG-PRINT-LINE FROM CHG-DETAIL-LINE
010610         AFTER ADVANCING 1 LINE.
010620     ADD 1 TO WS-LINE-COUNT.
010630 3250-EXIT.
010640     EXIT.
010650
010660*--------------------------------------------------------------*
010670* ADD EACH REQUESTER'S CHARGES INTO ITS COST CENTER - SEVERAL  *
010680* DEPARTMENTS MAY SHARE ONE - IN COST CENTER ORDER.            *
010690*--------------------------------------------------------------*
010700 3400-BUILD-COST-CENTERS.
010710     MOVE 0 TO WS-DPT-IX.
010720     PERFORM 3450-POST-COST-CENTER THRU 3450-EXIT
010730         UNTIL WS-DPT-IX >= WS-DPT-COUNT.
010740 3400-EXIT.
010750     EXIT.
010760
010770 3450-POST-COST-CENTER.
010780     ADD 1 TO WS-DPT-IX.
010790     MOVE WS-DPT-CC (WS-DPT-IX) TO WS-CUR-CC.
010800     MOVE 'N' TO WS-FOUND-SW.
010810     MOVE 0 TO WS-CCT-IX.
010820     PERFORM 6300-MATCH-COST-CENTER THRU 6300-EXIT
010830         UNTIL WS-ENTRY-FOUND OR WS-CCT-IX >= WS-CCT-COUNT.
010840     IF NOT WS-ENTRY-FOUND
010850         MOVE WS-CCT-COUNT TO WS-CCT-IX
010860         PERFORM 3460-SHIFT-COST-CENTER THRU 3460-EXIT
010870             UNTIL WS-ENTRY-FOUND OR WS-CCT-IX = 0
010880         ADD 1 TO WS-CCT-IX
010890         MOVE WS-CUR-CC TO WS-CCT-CC (WS-CCT-IX)
010900         MOVE 0 TO WS-CCT-AMOUNT (WS-CCT-IX)
010910         ADD 1 TO WS-CCT-COUNT
010920     END-IF.
010930     ADD WS-DPT-TOTAL (WS-DPT-IX) TO WS-CCT-AMOUNT (WS-CCT-IX).
010940     ADD WS-DPT-TOTAL (WS-DPT-IX) TO WS-CCT-TOTAL.
010950 3450-EXIT.
010960     EXIT.
010970
010980 3460-SHIFT-COST-CENTER.
010990     IF WS-CCT-CC (WS-CCT-IX) < WS-CUR-CC
011000         SET WS-ENTRY-FOUND TO TRUE
011010         GO TO 3460-EXIT
011020     END-IF.
011030     COMPUTE WS-CCT-TO-IX = WS-CCT-IX + 1.
011040     MOVE WS-CCT-ENTRY (WS-CCT-IX) TO WS-CCT-ENTRY (WS-CCT-TO-IX).
011050     SUBTRACT 1 FROM WS-CCT-IX.
011060 3460-EXIT.
011070     EXIT.
011080
011090*--------------------------------------------------------------*
011100* THE JOURNAL - A HEADER, ONE DEBIT PER COST CENTER WITH A     *
011110* CHARGE, ONE CREDIT FOR THEIR TOTAL TO THE DATA-CENTER COST   *
011120* CENTER, AND A TRAILER.  EACH DETAIL IS ALSO LISTED ON CHGRPT.*
011130*--------------------------------------------------------------*
011140 3500-WRITE-JOURNAL.
011150     OPEN OUTPUT GLJ-FILE.
011160     IF WS-GLJ-STATUS NOT = '00'
011170         DISPLAY 'FIBCHGB - GLJRNL OPEN FAILED, STATUS '
011180             WS-GLJ-STATUS
011190         MOVE 'N' TO WS-JOURNAL-SW
011200         GO TO 3500-EXIT
011210     END-IF.
011220     PERFORM 3150-PRINT-HEADINGS THRU 3150-EXIT.
011230     MOVE 'GENERAL-LEDGER JOURNAL' TO CHG-SECTION-TEXT.
011240     WRITE CHG-PRINT-LINE FROM CHG-SECTION-LINE
011250         AFTER ADVANCING 2 LINES.
011260     WRITE CHG-PRINT-LINE FROM CHG-JRN-HEADING
011270         AFTER ADVANCING 2 LINES.
011280     MOVE SPACES TO GLJ-RECORD.
011290     SET GLJ-HEADER TO TRUE.
011300     MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID.
011310     MOVE WS-MONTH-END TO GLJ-EFF-DATE.
011320     MOVE 'FIBCHGB' TO GLJ-HDR-SOURCE.
011330     MOVE WS-RUN-DATE TO GLJ-HDR-CREATE-DATE.
011340     MOVE WS-BILL-MONTH TO GLJ-HDR-PERIOD.
011350     WRITE GLJ-RECORD.
011360     MOVE 0 TO WS-CCT-IX.
011370     PERFORM 3550-WRITE-DEBIT THRU 3550-EXIT
011380         UNTIL WS-CCT-IX >= WS-CCT-COUNT.
011390     IF WS-JRN-DEBIT-TOTAL > 0
011400         MOVE WS-CREDIT-ACCOUNT TO GLJ-ACCOUNT
011410         MOVE WS-CREDIT-CC TO GLJ-COST-CENTER
011420         SET GLJ-CREDIT TO TRUE
011430         COMPUTE GLJ-AMOUNT = 0 - WS-JRN-DEBIT-TOTAL
011440         ADD WS-JRN-DEBIT-TOTAL TO WS-JRN-CREDIT-TOTAL
011450         MOVE 'CHARGEBACK RECOVERY' TO GLJ-DESCRIPTION
011460         PERFORM 3560-WRITE-DETAIL THRU 3560-EXIT
011470     ELSE
011480         MOVE 'NO CHARGES - JOURNAL HAS NO DETAIL LINES'
011490             TO CHG-MSG-TEXT
011500         WRITE CHG-PRINT-LINE FROM CHG-MESSAGE-LINE
011510             AFTER ADVANCING 1 LINE
011520     END-IF.
011530     MOVE SPACES TO GLJ-RECORD.
011540     SET GLJ-TRAILER TO TRUE.
011550     MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID.
011560     MOVE WS-MONTH-END TO GLJ-EFF-DATE.
011570     MOVE WS-JRN-LINE-NO TO GLJ-TRL-LINE-COUNT.
011580     MOVE WS-JRN-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
011590     MOVE WS-JRN-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
011600     COMPUTE GLJ-TRL-NET =
011610         WS-JRN-DEBIT-TOTAL - WS-JRN-CREDIT-TOTAL.
011620     WRITE GLJ-RECORD.
011630     CLOSE GLJ-FILE.
011640 3500-EXIT.
011650     EXIT.
011660
011670 3550-WRITE-DEBIT.
011680     ADD 1 TO WS-CCT-IX.
011690     IF WS-CCT-AMOUNT (WS-CCT-IX) = 0
011700         GO TO 3550-EXIT
011710     END-IF.
011720     MOVE WS-DEBIT-ACCOUNT TO GLJ-ACCOUNT.
011730     MOVE WS-CCT-CC (WS-CCT-IX) TO GLJ-COST-CENTER.
011740     SET GLJ-DEBIT TO TRUE.
011750     MOVE WS-CCT-AMOUNT (WS-CCT-IX) TO GLJ-AMOUNT.
011760     ADD WS-CCT-AMOUNT (WS-CCT-IX) TO WS-JRN-DEBIT-TOTAL.
011770     MOVE SPACES TO GLJ-DESCRIPTION.
011780     STRING 'FIBONACCI RUNS ' WS-BILL-MONTH DELIMITED BY SIZE
011790         INTO GLJ-DESCRIPTION.
011800     PERFORM 3560-WRITE-DETAIL THRU 3560-EXIT.
011810 3550-EXIT.
011820     EXIT.
011830
011840 3560-WRITE-DETAIL.
011850     ADD 1 TO WS-JRN-LINE-NO.
011860     SET GLJ-DETAIL TO TRUE.
011870     MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID.
011880     MOVE WS-MONTH-END TO GLJ-EFF-DATE.
011890     MOVE WS-JRN-LINE-NO TO GLJ-LINE-NO.
011900     WRITE GLJ-RECORD.
011910     MOVE GLJ-LINE-NO TO CHG-JRN-LINE-NO.
011920     MOVE GLJ-ACCOUNT TO CHG-JRN-ACCOUNT.
011930     MOVE GLJ-COST-CENTER TO CHG-JRN-CC.
011940     IF GLJ-DEBIT
011950         MOVE 'DEBIT' TO CHG-JRN-DR-CR
011960     ELSE
011970         MOVE 'CREDIT' TO CHG-JRN-DR-CR
011980     END-IF.
011990     MOVE GLJ-AMOUNT TO CHG-JRN-AMOUNT.
012000     MOVE GLJ-DESCRIPTION TO CHG-JRN-DESC.
012010     WRITE CHG-PRINT-LINE FROM CHG-JRN-LINE
012020         AFTER ADVANCING 1 LINE.
012030 3560-EXIT.
012040     EXIT.
012050
012060*--------------------------------------------------------------*
012070* READ THE JOURNAL BACK AS FINANCE WILL.  IT BALANCES WHEN IT  *
012080* HAS ONE HEADER AND ONE TRAILER, THE DETAIL AMOUNTS NET TO    *
012090* ZERO, THERE IS ONE CREDIT WHENEVER THERE ARE DEBITS, THE     *
012100* TRAILER AGREES WITH THE DETAILS, AND THE DEBITS EQUAL THE    *
012110* CHARGES ON THE STATEMENTS.                                   *
012120*--------------------------------------------------------------*
012130 3600-VERIFY-JOURNAL.
012140     IF NOT WS-JOURNAL-BALANCED
012150         GO TO 3600-EXIT
012160     END-IF.
012170     OPEN INPUT GLJ-FILE.
012180     IF WS-GLJ-STATUS NOT = '00'
012190         DISPLAY 'FIBCHGB - GLJRNL REOPEN FAILED, STATUS '
012200             WS-GLJ-STATUS
012210         MOVE 'N' TO WS-JOURNAL-SW
012220         GO TO 3600-EXIT
012230     END-IF.
012240     MOVE 'N' TO WS-GLJ-EOF-SW.
012250     PERFORM 3650-READ-JOURNAL THRU 3650-EXIT
012260         TEST AFTER UNTIL WS-GLJ-EOF.
012270     CLOSE GLJ-FILE.
012280     IF WS-CHK-HEADERS NOT = 1 OR WS-CHK-TRAILERS NOT = 1
012290         MOVE 'N' TO WS-JOURNAL-SW
012300     END-IF.
012310     IF WS-CHK-NET NOT = 0
012320         MOVE 'N' TO WS-JOURNAL-SW
012330     END-IF.
012340     IF WS-CHK-DEBIT-TOTAL > 0 AND WS-CHK-CREDIT-LINES NOT = 1
012350         MOVE 'N' TO WS-JOURNAL-SW
012360     END-IF.
012370     IF WS-CHK-LINES NOT = WS-JRN-LINE-NO
012380             OR WS-CHK-DEBIT-TOTAL NOT = WS-JRN-DEBIT-TOTAL
012390             OR WS-CHK-CREDIT-TOTAL NOT = WS-JRN-CREDIT-TOTAL
012400         MOVE 'N' TO WS-JOURNAL-SW
012410     END-IF.
012420     IF WS-CHK-DEBIT-TOTAL NOT = WS-STMT-CHARGES
012430         MOVE 'N' TO WS-JOURNAL-SW
012440     END-IF.
012450 3600-EXIT.
012460     EXIT.
012470
012480 3650-READ-JOURNAL.
012490     READ GLJ-FILE
012500         AT END
012510             SET WS-GLJ-EOF TO TRUE
012520             GO TO 3650-EXIT
012530     END-READ.
012540     IF GLJ-HEADER
012550         ADD 1 TO WS-CHK-HEADERS
012560         GO TO 3650-EXIT
012570     END-IF.
012580     IF GLJ-TRAILER
012590         ADD 1 TO WS-CHK-TRAILERS
012600         IF GLJ-TRL-LINE-COUNT NOT = WS-CHK-LINES
012610                 OR GLJ-TRL-DEBIT-TOTAL NOT = WS-CHK-DEBIT-TOTAL
012620                 OR GLJ-TRL-CREDIT-TOTAL NOT = WS-CHK-CREDIT-TOTAL
012630                 OR GLJ-TRL-NET NOT = 0
012640             MOVE 'N' TO WS-JOURNAL-SW
012650         END-IF
012660         GO TO 3650-EXIT
012670     END-IF.
012680     ADD 1 TO WS-CHK-LINES.
012690     ADD GLJ-AMOUNT TO WS-CHK-NET.
012700     IF GLJ-DEBIT AND GLJ-AMOUNT > 0
012710         ADD GLJ-AMOUNT TO WS-CHK-DEBIT-TOTAL
012720         GO TO 3650-EXIT
012730     END-IF.
012740     IF GLJ-CREDIT AND GLJ-AMOUNT < 0
012750         ADD 1 TO WS-CHK-CREDIT-LINES
012760         SUBTRACT GLJ-AMOUNT FROM WS-CHK-CREDIT-TOTAL
012770         GO TO 3650-EXIT
012780     END-IF.
012790     MOVE 'N' TO WS-JOURNAL-SW.
012800 3650-EXIT.
012810     EXIT.
012820
012830*--------------------------------------------------------------*
012840* THE MONTH CONTROL TOTALS - RUNS AND TERMS ON RUNLOG AGAINST  *
012850* THE STATEMENTS, AND THE CHARGES AS PRICED AGAINST THE        *
012860* STATEMENTS, THE COST CENTERS AND THE JOURNAL.                *
012870*--------------------------------------------------------------*
012880 3700-PRINT-CONTROL.
012890     IF WS-STMT-RUNS NOT = WS-MONTH-RUNS
012900             OR WS-STMT-TERMS NOT = WS-MONTH-TERMS
012910             OR WS-STMT-CHARGES NOT = WS-MONTH-CHARGES
012920             OR WS-CCT-TOTAL NOT = WS-MONTH-CHARGES
012930         MOVE 'N' TO WS-CONTROL-SW
012940     END-IF.
012950     PERFORM 3150-PRINT-HEADINGS THRU 3150-EXIT.
012960     MOVE 'MONTH CONTROL TOTALS' TO CHG-SECTION-TEXT.
012970     WRITE CHG-PRINT-LINE FROM CHG-SECTION-LINE
012980         AFTER ADVANCING 2 LINES.
012990     MOVE 'RUNLOG RECORDS READ' TO CHG-TOT-LABEL.
013000     MOVE WS-RECORD-COUNT TO CHG-TOT-VALUE.
013010     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013020         AFTER ADVANCING 2 LINES.
013030     MOVE 'HELLO RUNS IN MONTH - RUNLOG' TO CHG-TOT-LABEL.
013040     MOVE WS-MONTH-RUNS TO CHG-TOT-VALUE.
013050     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013060         AFTER ADVANCING 1 LINE.
013070     MOVE 'RUNS CHARGED - STATEMENTS' TO CHG-TOT-LABEL.
013080     MOVE WS-STMT-RUNS TO CHG-TOT-VALUE.
013090     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013100         AFTER ADVANCING 1 LINE.
013110     MOVE 'TERMS PRODUCED - RUNLOG' TO CHG-TOT-LABEL.
013120     MOVE WS-MONTH-TERMS TO CHG-TOT-VALUE.
013130     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013140         AFTER ADVANCING 1 LINE.
013150     MOVE 'TERMS CHARGED - STATEMENTS' TO CHG-TOT-LABEL.
013160     MOVE WS-STMT-TERMS TO CHG-TOT-VALUE.
013170     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013180         AFTER ADVANCING 1 LINE.
013190     MOVE 'RERUN/RESTART RUNS SURCHARGED' TO CHG-TOT-LABEL.
013200     MOVE WS-STMT-SURCH-RUNS TO CHG-TOT-VALUE.
013210     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013220         AFTER ADVANCING 1 LINE.
013230     MOVE 'UNASSIGNED RUNS' TO CHG-TOT-LABEL.
013240     MOVE WS-UNASSIGNED-RUNS TO CHG-TOT-VALUE.
013250     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013260         AFTER ADVANCING 1 LINE.
013270     MOVE 'REQUESTERS NOT ON RATE TABLE' TO CHG-TOT-LABEL.
013280     MOVE WS-NO-RATE-COUNT TO CHG-TOT-VALUE.
013290     WRITE CHG-PRINT-LINE FROM CHG-TOTAL-LINE
013300         AFTER ADVANCING 1 LINE.
013310     MOVE 'CHARGES AS PRICED - RUNLOG' TO CHG-AMT-LABEL.
013320     MOVE WS-MONTH-CHARGES TO CHG-AMT-VALUE.
013330     WRITE CHG-PRINT-LINE FROM CHG-AMOUNT-LINE
013340         AFTER ADVANCING 2 LINES.
013350     MOVE 'CHARGES - STATEMENTS' TO CHG-AMT-LABEL.
013360     MOVE WS-STMT-CHARGES TO CHG-AMT-VALUE.
013370     WRITE CHG-PRINT-LINE FROM CHG-AMOUNT-LINE
013380         AFTER ADVANCING 1 LINE.
013390     MOVE 'CHARGES - COST CENTERS' TO CHG-AMT-LABEL.
013400     MOVE WS-CCT-TOTAL TO CHG-AMT-VALUE.
013410     WRITE CHG-PRINT-LINE FROM CHG-AMOUNT-LINE
013420         AFTER ADVANCING 1 LINE.
013430     MOVE 'JOURNAL DEBITS' TO CHG-AMT-LABEL.
013440     MOVE WS-CHK-DEBIT-TOTAL TO CHG-AMT-VALUE.
013450     WRITE CHG-PRINT-LINE FROM CHG-AMOUNT-LINE
013460         AFTER ADVANCING 1 LINE.
013470     MOVE 'JOURNAL CREDITS' TO CHG-AMT-LABEL.
013480     MOVE WS-CHK-CREDIT-TOTAL TO CHG-AMT-VALUE.
013490     WRITE CHG-PRINT-LINE FROM CHG-AMOUNT-LINE
013500         AFTER ADVANCING 1 LINE.
013510     MOVE 'JOURNAL NET' TO CHG-AMT-LABEL.
013520     MOVE WS-CHK-NET TO CHG-AMT-VALUE.
013530     WRITE CHG-PRINT-LINE FROM CHG-AMOUNT-LINE
013540         AFTER ADVANCING 1 LINE.
013550     IF WS-CONTROL-BALANCED
013560         MOVE 'STATEMENTS IN BALANCE WITH RUNLOG FOR THE MONTH'
013570             TO CHG-MSG-TEXT
013580     ELSE
013590         MOVE '*** STATEMENTS OUT OF BALANCE WITH RUNLOG ***'
013600             TO CHG-MSG-TEXT
013610     END-IF.
013620     WRITE CHG-PRINT-LINE FROM CHG-MESSAGE-LINE
013630         AFTER ADVANCING 2 LINES.
013640     IF WS-JOURNAL-BALANCED
013650         MOVE 'GL JOURNAL BALANCES TO ZERO - CLEARED FOR RELEASE'
013660             TO CHG-MSG-TEXT
013670     ELSE
013680         MOVE '*** GL JOURNAL OUT OF BALANCE - NOT TO BE RELEASED'
013690             TO CHG-MSG-TEXT
013700     END-IF.
013710     WRITE CHG-PRINT-LINE FROM CHG-MESSAGE-LINE
013720         AFTER ADVANCING 1 LINE.
013730 3700-EXIT.
013740     EXIT.
013750
013760 6000-MATCH-REQUEST.
013770     ADD 1 TO WS-RQT-IX.
013780     IF WS-RQT-NO (WS-RQT-IX) = WS-CUR-REQ-NO
013790         SET WS-ENTRY-FOUND TO TRUE
013800     END-IF.
013810 6000-EXIT.
013820     EXIT.
013830
013840*--------------------------------------------------------------*
013850* FIND THE REQUESTER ENTRY FOR WS-CUR-DEPT-CODE.               *
013860*--------------------------------------------------------------*
013870 6100-FIND-DEPT.
013880     MOVE 'N' TO WS-FOUND-SW.
013890     MOVE 0 TO WS-DPT-IX.
013900     PERFORM 6150-MATCH-DEPT THRU 6150-EXIT
013910         UNTIL WS-ENTRY-FOUND OR WS-DPT-IX >= WS-DPT-COUNT.
013920 6100-EXIT.
013930     EXIT.
013940
013950 6150-MATCH-DEPT.
013960     ADD 1 TO WS-DPT-IX.
013970     IF WS-DPT-CODE (WS-DPT-IX) = WS-CUR-DEPT-CODE
013980         SET WS-ENTRY-FOUND TO TRUE
013990     END-IF.
014000 6150-EXIT.
014010     EXIT.
014020
014030*--------------------------------------------------------------*
014040* FIND THE RATE-TABLE ENTRY FOR WS-CUR-DEPT-CODE.              *
014050*--------------------------------------------------------------*
014060 6200-FIND-RATE.
014070     MOVE 'N' TO WS-FOUND-SW.
014080     MOVE 0 TO WS-RTE-IX.
014090     PERFORM 6250-MATCH-RATE THRU 6250-EXIT
014100         UNTIL WS-ENTRY-FOUND OR WS-RTE-IX >= WS-RTE-COUNT.
014110 6200-EXIT.
014120     EXIT.
014130
014140 6250-MATCH-RATE.
014150     ADD 1 TO WS-RTE-IX.
014160     IF WS-RTE-DEPT (WS-RTE-IX) = WS-CUR-DEPT-CODE
014170         SET WS-ENTRY-FOUND TO TRUE
014180     END-IF.
014190 6250-EXIT.
014200     EXIT.
014210
014220 6300-MATCH-COST-CENTER.
014230     ADD 1 TO WS-CCT-IX.
014240     IF WS-CCT-CC (WS-CCT-IX) = WS-CUR-CC
014250         SET WS-ENTRY-FOUND TO TRUE
014260     END-IF.
014270 6300-EXIT.
014280     EXIT.
014290
014300 9999-EXIT.
014310     STOP RUN.
