000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBNINQ.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBNINQ IS THE FNIQ ONLINE NIGHT INQUIRY OVER HISTONL, THE   *
000180* KEYED COPY OF HISTMSTR THAT FIBHONL REFRESHES AFTER FIBHIST  *
000190* EACH NIGHT - THE ONLINE COUNTERPART OF THE FIBHQRY CARDS.    *
000200* THE OPERATOR KEYS A RUN DATE AND NIGHT NUMBER (BLANK FOR THE *
000210* LATEST NIGHT OF THAT DATE) AND GETS THE NIGHT'S 'T' TOTAL    *
000220* RECORD AND TWELVE OF ITS DETAILS A PAGE; PF8 AND PF7 PAGE    *
000230* THROUGH THE DETAILS.  A NIGHT WITH NO TOTAL RECORD, OR WHOSE *
000240* LAST DETAIL IS NOT THE ONE THE TOTAL COUNTS, IS FLAGGED ON THE*
000250* MESSAGE LINE.  INQUIRY ONLY - HISTONL IS DEFINED TO CICS FOR *
000260* READ AND BROWSE ALONE (SEE FIBCICSJ).  MAPSET FIBNMS.        *
000270*--------------------------------------------------------------*
000280* MODIFICATION HISTORY                                        *
000290*--------------------------------------------------------------*
000300* DATE       INIT  DESCRIPTION                                 *
000310* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000320*--------------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380*--------------------------------------------------------------*
000390* NIGHT INQUIRY WORK FIELDS                                    *
000400*--------------------------------------------------------------*
000410 01  WS-RESP                  PIC S9(08) COMP VALUE 0.
000420 01  WS-RESP-DISPLAY          PIC 9(08) VALUE 0.
000430 01  WS-ABS-TIME              PIC S9(15) COMP-3 VALUE 0.
000440 01  WS-TODAY                 PIC X(10) VALUE SPACES.
000450 01  WS-MSG                   PIC X(79) VALUE SPACES.
000460 01  WS-END-TEXT              PIC X(25) VALUE
000470     'FNIQ NIGHT INQUIRY ENDED'.
000480
000490 01  WS-SWITCHES.
000500     05  WS-ERROR-SW           PIC X(01) VALUE 'N'.
000510         88  WS-INPUT-ERROR               VALUE 'Y'.
000520     05  WS-CURSOR-SW          PIC X(01) VALUE 'D'.
000530         88  WS-CURSOR-DATE               VALUE 'D'.
000540         88  WS-CURSOR-NIGHT              VALUE 'N'.
000550     05  WS-BROWSE-SW          PIC X(01) VALUE 'N'.
000560         88  WS-BROWSE-DONE               VALUE 'Y'.
000570
000580*--------------------------------------------------------------*
000590* THE HISTONL KEY IS BUILT HERE AND PASSED AS THE RIDFLD - THE *
000600* SAME LAYOUT AS HON-KEY (RUN DATE, NIGHT NO, RECORD NO).      *
000610*--------------------------------------------------------------*
000620 01  WS-HONL-KEY.
000630     05  WS-KEY-RUN-DATE       PIC 9(08) VALUE 0.
000640     05  WS-KEY-NIGHT-NO       PIC 9(02) VALUE 0.
000650     05  WS-KEY-REC-NO         PIC 9(05) VALUE 0.
000660 01  WS-HONL-LEN              PIC S9(04) COMP VALUE 60.
000670
000680 01  WS-LINE-IX               PIC 9(02) VALUE 0.
000690 01  WS-LINE-MAX              PIC 9(02) VALUE 12.
000700 01  WS-SCREEN-DATE           PIC X(08) VALUE SPACES.
000710 01  WS-SCREEN-NIGHT          PIC X(02) VALUE SPACES.
000720 01  WS-NIGHT-NO              PIC 9(02) VALUE 0.
000730 01  WS-NIGHT-EDIT            PIC Z9.
000740 01  WS-COUNT-EDIT            PIC 9(05).
000750 01  WS-TOTAL-EDIT            PIC -(18)9.
000760 01  WS-TOTAL-TEXT            PIC X(24) VALUE SPACES.
000770
000780     COPY FIBHONL.
000790
000800     COPY FIBHREC.
000810
000820*--------------------------------------------------------------*
000830* COMMAREA - CARRIED FROM ONE SCREEN TO THE NEXT.  NIQ-FIRST-REC*
000840* AND NIQ-LAST-REC ARE THE FIRST AND LAST DETAILS ON THE PAGE  *
000850* SHOWING; NIQ-AT-END IS SET WHEN THE NIGHT HAS NO DETAIL AFTER*
000860* THE PAGE.  NIQ-TOTAL-SW SAYS WHETHER THE NIGHT HAS A TOTAL.  *
000870*--------------------------------------------------------------*
000880 01  WS-COMMAREA.
000890     05  NIQ-RUN-DATE          PIC 9(08) VALUE 0.
000900     05  NIQ-NIGHT-NO          PIC 9(02) VALUE 0.
000910     05  NIQ-NIGHT-COUNT       PIC 9(02) VALUE 0.
000920     05  NIQ-FIRST-REC         PIC 9(05) VALUE 0.
000930     05  NIQ-LAST-REC          PIC 9(05) VALUE 0.
000940     05  NIQ-PAGE-SW           PIC X(01) VALUE 'N'.
000950         88  NIQ-PAGE-SHOWN               VALUE 'Y'.
000960     05  NIQ-END-SW            PIC X(01) VALUE 'N'.
000970         88  NIQ-AT-END                   VALUE 'Y'.
000980     05  NIQ-TOTAL-SW          PIC X(01) VALUE 'N'.
000990         88  NIQ-TOTAL-FOUND              VALUE 'Y'.
001000 01  WS-COMMAREA-LEN          PIC S9(04) COMP VALUE 25.
001010
001020*--------------------------------------------------------------*
001030* NIGHT INQUIRY SCREEN LINE LAYOUTS                            *
001040*--------------------------------------------------------------*
001050 01  NIQ-DETAIL-LINE.
001060     05  FILLER               PIC X(02) VALUE SPACES.
001070     05  NIQ-DTL-REC-NO       PIC ZZZZ9.
001080     05  FILLER               PIC X(03) VALUE SPACES.
001090     05  NIQ-DTL-RUN-ID       PIC 9(05).
001100     05  FILLER               PIC X(03) VALUE SPACES.
001110     05  NIQ-DTL-SEQ-NO       PIC ZZZZ9.
001120     05  FILLER               PIC X(03) VALUE SPACES.
001130     05  NIQ-DTL-RUN-DATE     PIC 9(08).
001140     05  FILLER               PIC X(03) VALUE SPACES.
001150     05  NIQ-DTL-TERM-VALUE   PIC -(18)9.
001160     05  FILLER               PIC X(23) VALUE SPACES.
001170
001180 01  NIQ-RANGE-LINE.
001190     05  FILLER               PIC X(04) VALUE 'REC '.
001200     05  NIQ-RNG-FIRST        PIC ZZZZ9.
001210     05  FILLER               PIC X(04) VALUE ' TO '.
001220     05  NIQ-RNG-LAST         PIC ZZZZ9.
001230     05  NIQ-RNG-END          PIC X(12) VALUE SPACES.
001240
001250 01  NIQ-NOTFND-MSG.
001260     05  FILLER               PIC X(06) VALUE 'NIGHT '.
001270     05  NIQ-NF-NIGHT-NO      PIC 99.
001280     05  FILLER               PIC X(04) VALUE ' OF '.
001290     05  NIQ-NF-RUN-DATE      PIC 9(08).
001300     05  FILLER               PIC X(22) VALUE
001310         ' IS NOT ON HISTONL - '.
001320     05  NIQ-NF-COUNT         PIC Z9.
001330     05  FILLER               PIC X(35) VALUE
001340         ' NIGHT(S) ON FILE FOR THAT DATE'.
001350
001360     COPY FIBNMS.
001370
001380     COPY DFHAID.
001390
001400 LINKAGE SECTION.
001410 01  DFHCOMMAREA              PIC X(25).
001420
001430 PROCEDURE DIVISION.
001440*--------------------------------------------------------------*
001450* FIRST ENTRY (NO COMMAREA) SENDS AN EMPTY SCREEN.  AFTER THAT *
001460* THE KEY PRESSED DECIDES: ENTER STARTS A NEW INQUIRY FROM THE *
001470* SCREEN, PF8/PF7 PAGE THROUGH THE NIGHT'S DETAILS, PF3 AND    *
001480* CLEAR END THE TRANSACTION.  ANY OTHER KEY RESHOWS THE PAGE.  *
001490*--------------------------------------------------------------*
001500 0000-MAINLINE.
001510     EXEC CICS ASKTIME
001520         ABSTIME(WS-ABS-TIME)
001530     END-EXEC.
001540     EXEC CICS FORMATTIME
001550         ABSTIME(WS-ABS-TIME)
001560         MMDDYYYY(WS-TODAY)
001570         DATESEP('/')
001580     END-EXEC.
001590     IF EIBCALEN = 0
001600         PERFORM 1000-FIRST-SCREEN THRU 1000-EXIT
001610         GO TO 9999-EXIT
001620     END-IF.
001630     MOVE DFHCOMMAREA TO WS-COMMAREA.
001640     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001650         PERFORM 8000-END-SESSION THRU 8000-EXIT
001660     END-IF.
001670     IF EIBAID = DFHENTER
001680         PERFORM 2000-NEW-INQUIRY THRU 2000-EXIT
001690         GO TO 9999-EXIT
001700     END-IF.
001710     IF EIBAID = DFHPF8
001720         PERFORM 2100-PAGE-FORWARD THRU 2100-EXIT
001730         GO TO 9999-EXIT
001740     END-IF.
001750     IF EIBAID = DFHPF7
001760         PERFORM 2200-PAGE-BACK THRU 2200-EXIT
001770         GO TO 9999-EXIT
001780     END-IF.
001790     MOVE 'KEY NOT ACTIVE - USE ENTER, PF7, PF8, PF3 OR CLEAR'
001800         TO WS-MSG.
001810     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
001820     GO TO 9999-EXIT.
001830
001840 1000-FIRST-SCREEN.
001850     INITIALIZE WS-COMMAREA.
001860     MOVE 'N' TO NIQ-PAGE-SW.
001870     MOVE 'N' TO NIQ-END-SW.
001880     MOVE 'N' TO NIQ-TOTAL-SW.
001890     MOVE LOW-VALUES TO FIBNMAPO.
001900     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
001910     MOVE 'KEY A RUN DATE, AND A NIGHT IF NOT THE LATEST - ENTER'
001920         TO WS-MSG.
001930     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960
001970*--------------------------------------------------------------*
001980* ENTER - EDIT THE RUN DATE AND NIGHT KEYED, FIND THE NIGHT AND*
001990* ITS TOTAL RECORD, AND SHOW ITS FIRST PAGE OF DETAILS.        *
002000*--------------------------------------------------------------*
002010 2000-NEW-INQUIRY.
002020     EXEC CICS RECEIVE
002030         MAP('FIBNMAP')
002040         MAPSET('FIBNMS')
002050         INTO(FIBNMAPI)
002060         RESP(WS-RESP)
002070     END-EXEC.
002080     IF WS-RESP = DFHRESP(MAPFAIL)
002090         MOVE LOW-VALUES TO FIBNMAPI
002100     END-IF.
002110     MOVE 'N' TO WS-ERROR-SW.
002120     SET WS-CURSOR-DATE TO TRUE.
002130     MOVE SPACES TO WS-SCREEN-DATE.
002140     MOVE SPACES TO WS-SCREEN-NIGHT.
002150     IF NRDATEL > 0
002160         MOVE NRDATEI TO WS-SCREEN-DATE
002170     END-IF.
002180     IF NNGTL > 0
002190         MOVE NNGTI TO WS-SCREEN-NIGHT
002200     END-IF.
002210     INSPECT WS-SCREEN-DATE REPLACING ALL LOW-VALUES BY SPACES.
002220     INSPECT WS-SCREEN-NIGHT REPLACING ALL LOW-VALUES BY SPACES.
002230     MOVE LOW-VALUES TO FIBNMAPO.
002240     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
002250     MOVE 'N' TO NIQ-PAGE-SW.
002260     MOVE 'N' TO NIQ-TOTAL-SW.
002270     MOVE 0 TO NIQ-NIGHT-COUNT.
002280     IF WS-SCREEN-DATE = SPACES
002290         MOVE 'RUN DATE IS REQUIRED' TO WS-MSG
002300         SET WS-INPUT-ERROR TO TRUE
002310         GO TO 2000-SEND
002320     END-IF.
002330     IF WS-SCREEN-DATE NOT NUMERIC
002340         MOVE 'RUN DATE MUST BE 8 DIGITS, YYYYMMDD' TO WS-MSG
002350         SET WS-INPUT-ERROR TO TRUE
002360         GO TO 2000-SEND
002370     END-IF.
002380     IF WS-SCREEN-NIGHT NOT = SPACES
002390             AND (WS-SCREEN-NIGHT NOT NUMERIC
002400                  OR WS-SCREEN-NIGHT = '00')
002410         MOVE 'NIGHT MUST BE 01-99, OR BLANK FOR THE LATEST'
002420             TO WS-MSG
002430         SET WS-INPUT-ERROR TO TRUE
002440         SET WS-CURSOR-NIGHT TO TRUE
002450         GO TO 2000-SEND
002460     END-IF.
002470     MOVE WS-SCREEN-DATE TO NIQ-RUN-DATE.
002480     PERFORM 2050-COUNT-NIGHTS THRU 2050-EXIT.
002490     IF WS-INPUT-ERROR
002500         GO TO 2000-SEND
002510     END-IF.
002520     IF NIQ-NIGHT-COUNT = 0
002530         MOVE 'NO NIGHT ON HISTONL FOR THAT RUN DATE' TO WS-MSG
002540         SET WS-INPUT-ERROR TO TRUE
002550         GO TO 2000-SEND
002560     END-IF.
002570     IF WS-SCREEN-NIGHT = SPACES
002580         MOVE NIQ-NIGHT-COUNT TO NIQ-NIGHT-NO
002590     ELSE
002600         MOVE WS-SCREEN-NIGHT TO NIQ-NIGHT-NO
002610     END-IF.
002620     IF NIQ-NIGHT-NO > NIQ-NIGHT-COUNT
002630         MOVE NIQ-NIGHT-NO TO NIQ-NF-NIGHT-NO
002640         MOVE NIQ-RUN-DATE TO NIQ-NF-RUN-DATE
002650         MOVE NIQ-NIGHT-COUNT TO NIQ-NF-COUNT
002660         MOVE NIQ-NOTFND-MSG TO WS-MSG
002670         SET WS-INPUT-ERROR TO TRUE
002680         SET WS-CURSOR-NIGHT TO TRUE
002690         GO TO 2000-SEND
002700     END-IF.
002710     MOVE NIQ-NIGHT-NO TO WS-SCREEN-NIGHT.
002720     MOVE 1 TO NIQ-FIRST-REC.
002730     PERFORM 3000-READ-TOTAL THRU 3000-EXIT.
002740     IF WS-INPUT-ERROR
002750         GO TO 2000-SEND
002760     END-IF.
002770     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
002780 2000-SEND.
002790     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820
002830*--------------------------------------------------------------*
002840* COUNT THE NIGHTS ON FILE FOR THE RUN DATE.  FIBHONL NUMBERS A*
002850* DATE'S NIGHTS 01 UPWARD WITH NO GAPS, SO EACH READ ASKS FOR  *
002860* THE FIRST KEY AT OR AFTER THE NEXT NIGHT NUMBER AND THE COUNT*
002870* STOPS WHEN THAT KEY BELONGS TO ANOTHER DATE OR THE FILE ENDS.*
002880*--------------------------------------------------------------*
002890 2050-COUNT-NIGHTS.
002900     MOVE 'N' TO WS-BROWSE-SW.
002910     PERFORM 2060-NEXT-NIGHT THRU 2060-EXIT
002920         UNTIL WS-BROWSE-DONE.
002930 2050-EXIT.
002940     EXIT.
002950
002960 2060-NEXT-NIGHT.
002970     IF NIQ-NIGHT-COUNT >= 99
002980         SET WS-BROWSE-DONE TO TRUE
002990         GO TO 2060-EXIT
003000     END-IF.
003010     MOVE NIQ-RUN-DATE TO WS-KEY-RUN-DATE.
003020     COMPUTE WS-KEY-NIGHT-NO = NIQ-NIGHT-COUNT + 1.
003030     MOVE 0 TO WS-KEY-REC-NO.
003040     EXEC CICS READ
003050         FILE('HISTONL')
003060         INTO(HON-RECORD)
003070         LENGTH(WS-HONL-LEN)
003080         RIDFLD(WS-HONL-KEY)
003090         GTEQ
003100         RESP(WS-RESP)
003110     END-EXEC.
003120     IF WS-RESP = DFHRESP(NOTFND) OR WS-RESP = DFHRESP(ENDFILE)
003130         SET WS-BROWSE-DONE TO TRUE
003140         GO TO 2060-EXIT
003150     END-IF.
003160     IF WS-RESP NOT = DFHRESP(NORMAL)
003170         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
003180         SET WS-INPUT-ERROR TO TRUE
003190         SET WS-BROWSE-DONE TO TRUE
003200         GO TO 2060-EXIT
003210     END-IF.
003220     IF HON-RUN-DATE NOT = NIQ-RUN-DATE
003230         SET WS-BROWSE-DONE TO TRUE
003240         GO TO 2060-EXIT
003250     END-IF.
003260     MOVE HON-NIGHT-NO TO NIQ-NIGHT-COUNT.
003270 2060-EXIT.
003280     EXIT.
003290
003300*--------------------------------------------------------------*
003310* PF8 - THE PAGE OF DETAILS AFTER THE ONE SHOWING, UNLESS IT   *
003320* ENDED THE NIGHT.                                             *
003330*--------------------------------------------------------------*
003340 2100-PAGE-FORWARD.
003350     IF NOT NIQ-PAGE-SHOWN
003360         MOVE 'NOTHING TO PAGE - KEY A RUN DATE AND PRESS ENTER'
003370             TO WS-MSG
003380         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
003390         GO TO 2100-EXIT
003400     END-IF.
003410     IF NIQ-AT-END
003420         MOVE 'ALREADY AT THE LAST DETAIL OF THE NIGHT' TO WS-MSG
003430         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
003440         GO TO 2100-EXIT
003450     END-IF.
003460     COMPUTE NIQ-FIRST-REC = NIQ-LAST-REC + 1.
003470     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
003480 2100-EXIT.
003490     EXIT.
003500
003510*--------------------------------------------------------------*
003520* PF7 - THE TWELVE DETAILS BEFORE THE PAGE SHOWING.            *
003530*--------------------------------------------------------------*
003540 2200-PAGE-BACK.
003550     IF NOT NIQ-PAGE-SHOWN
003560         MOVE 'NOTHING TO PAGE - KEY A RUN DATE AND PRESS ENTER'
003570             TO WS-MSG
003580         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
003590         GO TO 2200-EXIT
003600     END-IF.
003610     IF NIQ-FIRST-REC <= 1
003620         MOVE 'ALREADY AT THE FIRST DETAIL OF THE NIGHT' TO WS-MSG
003630         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
003640         GO TO 2200-EXIT
003650     END-IF.
003660     IF NIQ-FIRST-REC > WS-LINE-MAX
003670         SUBTRACT WS-LINE-MAX FROM NIQ-FIRST-REC
003680     ELSE
003690         MOVE 1 TO NIQ-FIRST-REC
003700     END-IF.
003710     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
003720 2200-EXIT.
003730     EXIT.
003740
003750*--------------------------------------------------------------*
003760* REBUILD THE SCREEN FROM THE COMMAREA POSITION AND SEND IT.   *
003770* THE TOTAL RECORD IS READ AGAIN SO THE HEADING FIELDS SHOW    *
003780* WHAT IS ON FILE NOW.                                         *
003790*--------------------------------------------------------------*
003800 2300-RESHOW-PAGE.
003810     MOVE LOW-VALUES TO FIBNMAPO.
003820     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
003830     SET WS-CURSOR-DATE TO TRUE.
003840     MOVE 'N' TO WS-ERROR-SW.
003850     IF NOT NIQ-PAGE-SHOWN
003860         MOVE SPACES TO WS-SCREEN-DATE
003870         MOVE SPACES TO WS-SCREEN-NIGHT
003880         GO TO 2300-SEND
003890     END-IF.
003900     MOVE NIQ-RUN-DATE TO WS-SCREEN-DATE.
003910     MOVE NIQ-NIGHT-NO TO WS-SCREEN-NIGHT.
003920     PERFORM 3000-READ-TOTAL THRU 3000-EXIT.
003930     IF NOT WS-INPUT-ERROR
003940         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
003950     END-IF.
003960 2300-SEND.
003970     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
003980 2300-EXIT.
003990     EXIT.
004000
004010*--------------------------------------------------------------*
004020* READ THE NIGHT'S 'T' TOTAL RECORD (RECORD NO 00000) INTO THE *
004030* HEADING FIELDS.  A NIGHT WITHOUT ONE IS STILL SHOWN - IT IS A*
004040* FIBHIST THAT DID NOT FINISH - BUT THE MESSAGE LINE SAYS SO.  *
004050* WHEN THE TOTAL IS THERE, ITS DETAIL COUNT MUST BE THE NUMBER *
004060* OF THE NIGHT'S LAST DETAIL: THAT KEY MUST BE ON FILE AND THE *
004070* ONE AFTER IT MUST NOT.                                       *
004080*--------------------------------------------------------------*
004090 3000-READ-TOTAL.
004100     MOVE 'N' TO NIQ-TOTAL-SW.
004110     MOVE NIQ-NIGHT-COUNT TO WS-NIGHT-EDIT.
004120     MOVE WS-NIGHT-EDIT TO NCNTO.
004130     MOVE NIQ-RUN-DATE TO WS-KEY-RUN-DATE.
004140     MOVE NIQ-NIGHT-NO TO WS-KEY-NIGHT-NO.
004150     MOVE 0 TO WS-KEY-REC-NO.
004160     PERFORM 3100-READ-KEY THRU 3100-EXIT.
004170     IF WS-INPUT-ERROR
004180         GO TO 3000-EXIT
004190     END-IF.
004200     IF WS-RESP = DFHRESP(NOTFND)
004210         MOVE 'NONE' TO NTCNTO
004220         MOVE 'NONE' TO NTTOTO
004230         IF WS-MSG = SPACES
004240             MOVE 'NIGHT NOT CLOSED - NO TOTAL RECORD ON HISTMSTR'
004250                 TO WS-MSG
004260         END-IF
004270         GO TO 3000-EXIT
004280     END-IF.
004290     MOVE HON-HIST-DATA TO HIST-RECORD.
004300     SET NIQ-TOTAL-FOUND TO TRUE.
004310     MOVE HIST-TOT-DETAIL-COUNT TO WS-COUNT-EDIT.
004320     MOVE WS-COUNT-EDIT TO NTCNTO.
004330     MOVE HIST-TOT-CONTROL-TOTAL TO WS-TOTAL-EDIT.
004340     MOVE WS-TOTAL-EDIT TO WS-TOTAL-TEXT.
004350     MOVE WS-TOTAL-TEXT TO NTTOTO.
004360     IF HIST-TOT-DETAIL-COUNT = 0
004370         MOVE 1 TO WS-KEY-REC-NO
004380         PERFORM 3100-READ-KEY THRU 3100-EXIT
004390         GO TO 3000-CHECK-AFTER
004400     END-IF.
004410     MOVE HIST-TOT-DETAIL-COUNT TO WS-KEY-REC-NO.
004420     PERFORM 3100-READ-KEY THRU 3100-EXIT.
004430     IF WS-INPUT-ERROR
004440         GO TO 3000-EXIT
004450     END-IF.
004460     IF WS-RESP = DFHRESP(NOTFND)
004470         GO TO 3000-DISAGREE
004480     END-IF.
004490     IF HIST-TOT-DETAIL-COUNT = 99999
004500         GO TO 3000-EXIT
004510     END-IF.
004520     ADD 1 TO WS-KEY-REC-NO.
004530     PERFORM 3100-READ-KEY THRU 3100-EXIT.
004540 3000-CHECK-AFTER.
004550     IF WS-INPUT-ERROR
004560         GO TO 3000-EXIT
004570     END-IF.
004580     IF WS-RESP = DFHRESP(NOTFND)
004590         GO TO 3000-EXIT
004600     END-IF.
004610 3000-DISAGREE.
004620     IF WS-MSG = SPACES
004630         MOVE 'DETAILS ON FILE DO NOT AGREE WITH THE TOTAL COUNT'
004640             TO WS-MSG
004650     END-IF.
004660 3000-EXIT.
004670     EXIT.
004680
004690 3100-READ-KEY.
004700     EXEC CICS READ
004710         FILE('HISTONL')
004720         INTO(HON-RECORD)
004730         LENGTH(WS-HONL-LEN)
004740         RIDFLD(WS-HONL-KEY)
004750         RESP(WS-RESP)
004760     END-EXEC.
004770     IF WS-RESP NOT = DFHRESP(NORMAL)
004780             AND WS-RESP NOT = DFHRESP(NOTFND)
004790         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
004800         SET WS-INPUT-ERROR TO TRUE
004810     END-IF.
004820 3100-EXIT.
004830     EXIT.
004840
004850*--------------------------------------------------------------*
004860* BROWSE UP TO TWELVE OF THE NIGHT'S DETAILS FROM NIQ-FIRST-REC*
004870* ON.  A FULL PAGE READS ONE RECORD FURTHER SO PF8 KNOWS WHETHER*
004880* THE NIGHT HAS MORE; A KEY OF ANOTHER NIGHT ENDS THE PAGE.    *
004890*--------------------------------------------------------------*
004900 4000-BUILD-PAGE.
004910     MOVE 0 TO WS-LINE-IX.
004920     MOVE 'N' TO NIQ-END-SW.
004930     MOVE 'N' TO WS-BROWSE-SW.
004940     MOVE NIQ-RUN-DATE TO WS-KEY-RUN-DATE.
004950     MOVE NIQ-NIGHT-NO TO WS-KEY-NIGHT-NO.
004960     MOVE NIQ-FIRST-REC TO WS-KEY-REC-NO.
004970     SET NIQ-PAGE-SHOWN TO TRUE.
004980     EXEC CICS STARTBR
004990         FILE('HISTONL')
005000         RIDFLD(WS-HONL-KEY)
005010         GTEQ
005020         RESP(WS-RESP)
005030     END-EXEC.
005040     IF WS-RESP = DFHRESP(NOTFND)
005050         SET NIQ-AT-END TO TRUE
005060         GO TO 4000-RANGE
005070     END-IF.
005080     IF WS-RESP NOT = DFHRESP(NORMAL)
005090         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
005100         SET NIQ-AT-END TO TRUE
005110         GO TO 4000-EXIT
005120     END-IF.
005130     PERFORM 4100-READ-DETAIL THRU 4100-EXIT
005140         UNTIL WS-LINE-IX >= WS-LINE-MAX OR WS-BROWSE-DONE.
005150     IF NOT WS-BROWSE-DONE
005160         PERFORM 4150-PROBE-NEXT THRU 4150-EXIT
005170     END-IF.
005180     EXEC CICS ENDBR
005190         FILE('HISTONL')
005200     END-EXEC.
005210 4000-RANGE.
005220     IF WS-LINE-IX = 0
005230         MOVE 'NO DETAILS ON FILE FOR THIS NIGHT' TO NRANGEO
005240         IF WS-MSG = SPACES
005250             MOVE 'NIGHT HAS NO DETAIL RECORDS ON HISTONL'
005260                 TO WS-MSG
005270         END-IF
005280         GO TO 4000-EXIT
005290     END-IF.
005300     MOVE NIQ-FIRST-REC TO NIQ-RNG-FIRST.
005310     MOVE NIQ-LAST-REC TO NIQ-RNG-LAST.
005320     IF NIQ-AT-END
005330         MOVE ' - LAST PAGE' TO NIQ-RNG-END
005340     ELSE
005350         MOVE ' - PF8 MORE' TO NIQ-RNG-END
005360     END-IF.
005370     MOVE NIQ-RANGE-LINE TO NRANGEO.
005380 4000-EXIT.
005390     EXIT.
005400
005410 4050-CLEAR-LINES.
005420     MOVE 0 TO WS-LINE-IX.
005430     PERFORM 4060-CLEAR-LINE THRU 4060-EXIT
005440         UNTIL WS-LINE-IX >= WS-LINE-MAX.
005450 4050-EXIT.
005460     EXIT.
005470
005480 4060-CLEAR-LINE.
005490     ADD 1 TO WS-LINE-IX.
005500     MOVE SPACES TO NLINEO (WS-LINE-IX).
005510 4060-EXIT.
005520     EXIT.
005530
005540 4100-READ-DETAIL.
005550     EXEC CICS READNEXT
005560         FILE('HISTONL')
005570         INTO(HON-RECORD)
005580         LENGTH(WS-HONL-LEN)
005590         RIDFLD(WS-HONL-KEY)
005600         RESP(WS-RESP)
005610     END-EXEC.
005620     IF WS-RESP = DFHRESP(ENDFILE)
005630         SET NIQ-AT-END TO TRUE
005640         SET WS-BROWSE-DONE TO TRUE
005650         GO TO 4100-EXIT
005660     END-IF.
005670     IF WS-RESP NOT = DFHRESP(NORMAL)
005680         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
005690         SET NIQ-AT-END TO TRUE
005700         SET WS-BROWSE-DONE TO TRUE
005710         GO TO 4100-EXIT
005720     END-IF.
005730     IF HON-RUN-DATE NOT = NIQ-RUN-DATE
005740             OR HON-NIGHT-NO NOT = NIQ-NIGHT-NO
005750         SET NIQ-AT-END TO TRUE
005760         SET WS-BROWSE-DONE TO TRUE
005770         GO TO 4100-EXIT
005780     END-IF.
005790     MOVE HON-HIST-DATA TO HIST-RECORD.
005800     ADD 1 TO WS-LINE-IX.
005810     MOVE HON-REC-NO TO NIQ-DTL-REC-NO.
005820     MOVE HIST-RUN-ID TO NIQ-DTL-RUN-ID.
005830     MOVE HIST-SEQ-NO TO NIQ-DTL-SEQ-NO.
005840     MOVE HIST-RUN-DATE TO NIQ-DTL-RUN-DATE.
005850     MOVE HIST-TERM-VALUE TO NIQ-DTL-TERM-VALUE.
005860     MOVE NIQ-DETAIL-LINE TO NLINEO (WS-LINE-IX).
005870     MOVE HON-REC-NO TO NIQ-LAST-REC.
005880 4100-EXIT.
005890     EXIT.
005900
005910 4150-PROBE-NEXT.
005920     EXEC CICS READNEXT
005930         FILE('HISTONL')
005940         INTO(HON-RECORD)
005950         LENGTH(WS-HONL-LEN)
005960         RIDFLD(WS-HONL-KEY)
005970         RESP(WS-RESP)
005980     END-EXEC.
005990     IF WS-RESP NOT = DFHRESP(NORMAL)
006000         SET NIQ-AT-END TO TRUE
006010         GO TO 4150-EXIT
006020     END-IF.
006030     IF HON-RUN-DATE NOT = NIQ-RUN-DATE
006040             OR HON-NIGHT-NO NOT = NIQ-NIGHT-NO
006050         SET NIQ-AT-END TO TRUE
006060     END-IF.
006070 4150-EXIT.
006080     EXIT.
006090
006100*--------------------------------------------------------------*
006110* ANY RESPONSE OTHER THAN FOUND OR NOT FOUND - THE FILE IS     *
006120* CLOSED, DISABLED OR DAMAGED.  SAY SO ON THE MESSAGE LINE     *
006130* RATHER THAN ABENDING THE TERMINAL.                           *
006140*--------------------------------------------------------------*
006150 4900-FILE-ERROR.
006160     MOVE WS-RESP TO WS-RESP-DISPLAY.
006170     MOVE SPACES TO WS-MSG.
006180     STRING 'HISTONL NOT AVAILABLE - RESP ' DELIMITED BY SIZE
006190            WS-RESP-DISPLAY DELIMITED BY SIZE
006200            ' - CALL OPERATIONS' DELIMITED BY SIZE
006210         INTO WS-MSG.
006220 4900-EXIT.
006230     EXIT.
006240
006250 5000-SEND-SCREEN.
006260     MOVE WS-TODAY TO NDATEO.
006270     MOVE WS-SCREEN-DATE TO NRDATEO.
006280     MOVE WS-SCREEN-NIGHT TO NNGTO.
006290     MOVE WS-MSG TO NMSGO.
006300     IF WS-CURSOR-NIGHT
006310         MOVE -1 TO NNGTL
006320     ELSE
006330         MOVE -1 TO NRDATEL
006340     END-IF.
006350     EXEC CICS SEND
006360         MAP('FIBNMAP')
006370         MAPSET('FIBNMS')
006380         FROM(FIBNMAPO)
006390         ERASE
006400         FREEKB
006410         CURSOR
006420     END-EXEC.
006430 5000-EXIT.
006440     EXIT.
006450
006460*--------------------------------------------------------------*
006470* PF3 OR CLEAR - CLEAR THE SCREEN, SAY SO AND END THE          *
006480* TRANSACTION WITHOUT A NEXT TRANSID.                          *
006490*--------------------------------------------------------------*
006500 8000-END-SESSION.
006510     EXEC CICS SEND TEXT
006520         FROM(WS-END-TEXT)
006530         LENGTH(25)
006540         ERASE
006550         FREEKB
006560     END-EXEC.
006570     EXEC CICS RETURN
006580     END-EXEC.
006590 8000-EXIT.
006600     EXIT.
006610
006620 9999-EXIT.
006630     EXEC CICS RETURN
006640         TRANSID('FNIQ')
006650         COMMAREA(WS-COMMAREA)
006660         LENGTH(WS-COMMAREA-LEN)
006670     END-EXEC.
006680     GOBACK.
