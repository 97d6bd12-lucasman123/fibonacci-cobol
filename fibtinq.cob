000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBTINQ.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBTINQ IS THE FTIQ ONLINE TERM INQUIRY OVER THE FIBMSTR KEYED*
000180* MASTER - THE ONLINE COUNTERPART OF THE FIBINQ BATCH CARDS.   *
000190* THE OPERATOR KEYS A SEQ NO AND RUN ID AND GETS A PAGE OF     *
000200* FOURTEEN TERMS OF THAT RUN FROM THE SEQ NO ON, EACH WITH ITS *
000210* TWO PREDECESSORS; PF8 AND PF7 PAGE FORWARD AND BACK THROUGH  *
000220* THE RUN.  A BLANK RUN ID TAKES THE LOWEST RUN ID HOLDING THAT*
000230* SEQ NO.  INQUIRY ONLY - FIBMSTR IS DEFINED TO CICS FOR READ  *
000240* AND BROWSE ALONE (SEE FIBCICSJ) AND IS STILL LOADED ONLY BY  *
000250* FIBLOAD.  PSEUDO-CONVERSATIONAL: THE RUN ID AND PAGE POSITION*
000260* RIDE IN THE COMMAREA BETWEEN SCREENS.  MAPSET FIBTMS.        *
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
000390* TERM INQUIRY WORK FIELDS                                     *
000400*--------------------------------------------------------------*
000410 01  WS-RESP                  PIC S9(08) COMP VALUE 0.
000420 01  WS-RESP-DISPLAY          PIC 9(08) VALUE 0.
000430 01  WS-ABS-TIME              PIC S9(15) COMP-3 VALUE 0.
000440 01  WS-TODAY                 PIC X(10) VALUE SPACES.
000450 01  WS-MSG                   PIC X(79) VALUE SPACES.
000460 01  WS-END-TEXT              PIC X(24) VALUE
000470     'FTIQ TERM INQUIRY ENDED'.
000480
000490 01  WS-SWITCHES.
000500     05  WS-ERROR-SW           PIC X(01) VALUE 'N'.
000510         88  WS-INPUT-ERROR               VALUE 'Y'.
000520     05  WS-CURSOR-SW          PIC X(01) VALUE 'S'.
000530         88  WS-CURSOR-SEQ                VALUE 'S'.
000540         88  WS-CURSOR-RUN                VALUE 'R'.
000550
000560*--------------------------------------------------------------*
000570* THE FIBMSTR KEY IS BUILT HERE AND PASSED AS THE RIDFLD - THE *
000580* SAME LAYOUT AS FIB-MST-KEY (SEQ NO, THEN RUN ID).            *
000590*--------------------------------------------------------------*
000600 01  WS-FIBMSTR-KEY.
000610     05  WS-KEY-SEQ-NO         PIC 9(05) VALUE 0.
000620     05  WS-KEY-RUN-ID         PIC 9(05) VALUE 0.
000630 01  WS-FIBMSTR-LEN           PIC S9(04) COMP VALUE 45.
000640
000650 01  WS-START-SEQ-NO          PIC 9(05) VALUE 0.
000660 01  WS-LINE-IX               PIC 9(02) VALUE 0.
000670 01  WS-LINE-MAX              PIC 9(02) VALUE 14.
000680 01  WS-SCREEN-SEQ            PIC X(05) VALUE SPACES.
000690 01  WS-SCREEN-RUN            PIC X(05) VALUE SPACES.
000700
000710     COPY FIBMREC.
000720
000730*--------------------------------------------------------------*
000740* COMMAREA - CARRIED FROM ONE SCREEN TO THE NEXT.  TIQ-SEQ-NO  *
000750* AND TIQ-LAST-SEQ-NO ARE THE FIRST AND LAST TERMS ON THE PAGE *
000760* SHOWING; TIQ-AT-END IS SET WHEN THE RUN HAS NO TERM AFTER IT.*
000770*--------------------------------------------------------------*
000780 01  WS-COMMAREA.
000790     05  TIQ-RUN-ID            PIC 9(05) VALUE 0.
000800     05  TIQ-SEQ-NO            PIC 9(05) VALUE 0.
000810     05  TIQ-LAST-SEQ-NO       PIC 9(05) VALUE 0.
000820     05  TIQ-PAGE-SW           PIC X(01) VALUE 'N'.
000830         88  TIQ-PAGE-SHOWN               VALUE 'Y'.
000840     05  TIQ-END-SW            PIC X(01) VALUE 'N'.
000850         88  TIQ-AT-END                   VALUE 'Y'.
000860 01  WS-COMMAREA-LEN          PIC S9(04) COMP VALUE 17.
000870
000880*--------------------------------------------------------------*
000890* TERM INQUIRY SCREEN LINE LAYOUTS                             *
000900*--------------------------------------------------------------*
000910 01  TIQ-DETAIL-LINE.
000920     05  FILLER               PIC X(02) VALUE SPACES.
000930     05  TIQ-DTL-SEQ-NO       PIC ZZZZ9.
000940     05  FILLER               PIC X(03) VALUE SPACES.
000950     05  TIQ-DTL-TERM-VALUE   PIC -(18)9.
000960     05  FILLER               PIC X(03) VALUE SPACES.
000970     05  TIQ-DTL-PRED-1       PIC -(18)9.
000980     05  FILLER               PIC X(03) VALUE SPACES.
000990     05  TIQ-DTL-PRED-2       PIC -(18)9.
001000     05  FILLER               PIC X(06) VALUE SPACES.
001010
001020 01  TIQ-PAGE-MSG.
001030     05  FILLER               PIC X(07) VALUE 'RUN ID '.
001040     05  TIQ-MSG-RUN-ID       PIC 9(05).
001050     05  FILLER               PIC X(14) VALUE ' - TERMS SEQ '.
001060     05  TIQ-MSG-FIRST        PIC ZZZZ9.
001070     05  FILLER               PIC X(04) VALUE ' TO '.
001080     05  TIQ-MSG-LAST         PIC ZZZZ9.
001090     05  TIQ-MSG-END          PIC X(39).
001100
001110 01  TIQ-NOTFND-MSG.
001120     05  FILLER               PIC X(07) VALUE 'SEQ NO '.
001130     05  TIQ-NF-SEQ-NO        PIC 9(05).
001140     05  TIQ-NF-RUN-TEXT      PIC X(08) VALUE ' RUN ID '.
001150     05  TIQ-NF-RUN-ID        PIC X(05).
001160     05  FILLER               PIC X(19) VALUE
001170         ' IS NOT ON FIBMSTR'.
001180     05  FILLER               PIC X(35) VALUE SPACES.
001190
001200     COPY FIBTMS.
001210
001220     COPY DFHAID.
001230
001240 LINKAGE SECTION.
001250 01  DFHCOMMAREA              PIC X(17).
001260
001270 PROCEDURE DIVISION.
001280*--------------------------------------------------------------*
001290* FIRST ENTRY (NO COMMAREA) SENDS AN EMPTY SCREEN.  AFTER THAT *
001300* THE KEY PRESSED DECIDES: ENTER STARTS A NEW INQUIRY FROM THE *
001310* SCREEN, PF8/PF7 PAGE THROUGH THE RUN SHOWING, PF3 AND CLEAR  *
001320* END THE TRANSACTION.  ANY OTHER KEY RESHOWS THE PAGE.        *
001330*--------------------------------------------------------------*
001340 0000-MAINLINE.
001350     EXEC CICS ASKTIME
001360         ABSTIME(WS-ABS-TIME)
001370     END-EXEC.
001380     EXEC CICS FORMATTIME
001390         ABSTIME(WS-ABS-TIME)
001400         MMDDYYYY(WS-TODAY)
001410         DATESEP('/')
001420     END-EXEC.
001430     IF EIBCALEN = 0
001440         PERFORM 1000-FIRST-SCREEN THRU 1000-EXIT
001450         GO TO 9999-EXIT
001460     END-IF.
001470     MOVE DFHCOMMAREA TO WS-COMMAREA.
001480     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001490         PERFORM 8000-END-SESSION THRU 8000-EXIT
001500     END-IF.
001510     IF EIBAID = DFHENTER
001520         PERFORM 2000-NEW-INQUIRY THRU 2000-EXIT
001530         GO TO 9999-EXIT
001540     END-IF.
001550     IF EIBAID = DFHPF8
001560         PERFORM 2100-PAGE-FORWARD THRU 2100-EXIT
001570         GO TO 9999-EXIT
001580     END-IF.
001590     IF EIBAID = DFHPF7
001600         PERFORM 2200-PAGE-BACK THRU 2200-EXIT
001610         GO TO 9999-EXIT
001620     END-IF.
001630     MOVE 'KEY NOT ACTIVE - USE ENTER, PF7, PF8, PF3 OR CLEAR'
001640         TO WS-MSG.
001650     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
001660     GO TO 9999-EXIT.
001670
001680 1000-FIRST-SCREEN.
001690     INITIALIZE WS-COMMAREA.
001700     MOVE 'N' TO TIQ-PAGE-SW.
001710     MOVE 'N' TO TIQ-END-SW.
001720     MOVE LOW-VALUES TO FIBTMAPO.
001730     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
001740     MOVE 'KEY A SEQ NO AND RUN ID AND PRESS ENTER' TO WS-MSG.
001750     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
001760 1000-EXIT.
001770     EXIT.
001780
001790*--------------------------------------------------------------*
001800* ENTER - EDIT THE SEQ NO AND RUN ID KEYED AND SHOW THE PAGE   *
001810* STARTING AT THAT TERM.                                       *
001820*--------------------------------------------------------------*
001830 2000-NEW-INQUIRY.
001840     EXEC CICS RECEIVE
001850         MAP('FIBTMAP')
001860         MAPSET('FIBTMS')
001870         INTO(FIBTMAPI)
001880         RESP(WS-RESP)
001890     END-EXEC.
001900     IF WS-RESP = DFHRESP(MAPFAIL)
001910         MOVE LOW-VALUES TO FIBTMAPI
001920     END-IF.
001930     MOVE 'N' TO WS-ERROR-SW.
001940     SET WS-CURSOR-SEQ TO TRUE.
001950     MOVE SPACES TO WS-SCREEN-SEQ.
001960     MOVE SPACES TO WS-SCREEN-RUN.
001970     IF TSEQL > 0
001980         MOVE TSEQI TO WS-SCREEN-SEQ
001990     END-IF.
002000     IF TRUNL > 0
002010         MOVE TRUNI TO WS-SCREEN-RUN
002020     END-IF.
002030     INSPECT WS-SCREEN-SEQ REPLACING ALL LOW-VALUES BY SPACES.
002040     INSPECT WS-SCREEN-RUN REPLACING ALL LOW-VALUES BY SPACES.
002050     MOVE LOW-VALUES TO FIBTMAPO.
002060     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
002070     MOVE 'N' TO TIQ-PAGE-SW.
002080     IF WS-SCREEN-SEQ = SPACES
002090         MOVE 'SEQ NO IS REQUIRED' TO WS-MSG
002100         SET WS-INPUT-ERROR TO TRUE
002110         GO TO 2000-SEND
002120     END-IF.
002130     IF WS-SCREEN-SEQ NOT NUMERIC
002140         MOVE 'SEQ NO MUST BE NUMERIC' TO WS-MSG
002150         SET WS-INPUT-ERROR TO TRUE
002160         GO TO 2000-SEND
002170     END-IF.
002180     IF WS-SCREEN-RUN NOT = SPACES AND WS-SCREEN-RUN NOT NUMERIC
002190         MOVE 'RUN ID MUST BE NUMERIC, OR BLANK FOR THE LOWEST'
002200             TO WS-MSG
002210         SET WS-INPUT-ERROR TO TRUE
002220         SET WS-CURSOR-RUN TO TRUE
002230         GO TO 2000-SEND
002240     END-IF.
002250     MOVE WS-SCREEN-SEQ TO WS-START-SEQ-NO.
002260     IF WS-SCREEN-RUN = SPACES
002270         PERFORM 2050-FIND-LOWEST-RUN THRU 2050-EXIT
002280         IF WS-INPUT-ERROR
002290             GO TO 2000-SEND
002300         END-IF
002310     ELSE
002320         MOVE WS-SCREEN-RUN TO TIQ-RUN-ID
002330     END-IF.
002340     MOVE WS-START-SEQ-NO TO TIQ-SEQ-NO.
002350     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
002360     IF NOT TIQ-PAGE-SHOWN AND WS-MSG = SPACES
002370         MOVE WS-START-SEQ-NO TO TIQ-NF-SEQ-NO
002380         MOVE TIQ-RUN-ID TO TIQ-NF-RUN-ID
002390         MOVE TIQ-NOTFND-MSG TO WS-MSG
002400     END-IF.
002410 2000-SEND.
002420     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
002430 2000-EXIT.
002440     EXIT.
002450
002460*--------------------------------------------------------------*
002470* BLANK RUN ID - READ THE FIRST KEY AT OR AFTER (SEQ NO, 00000).*
002480* IT IS THE LOWEST RUN ID HOLDING THE SEQ NO ONLY WHEN ITS SEQ *
002490* NO IS THE ONE ASKED FOR.                                     *
002500*--------------------------------------------------------------*
002510 2050-FIND-LOWEST-RUN.
002520     MOVE WS-START-SEQ-NO TO WS-KEY-SEQ-NO.
002530     MOVE 0 TO WS-KEY-RUN-ID.
002540     EXEC CICS READ
002550         FILE('FIBMSTR')
002560         INTO(FIB-MST-RECORD)
002570         LENGTH(WS-FIBMSTR-LEN)
002580         RIDFLD(WS-FIBMSTR-KEY)
002590         GTEQ
002600         RESP(WS-RESP)
002610     END-EXEC.
002620     IF WS-RESP = DFHRESP(NORMAL)
002630             AND FIB-MST-SEQ-NO = WS-START-SEQ-NO
002640         MOVE FIB-MST-RUN-ID TO TIQ-RUN-ID
002650         MOVE FIB-MST-RUN-ID TO WS-SCREEN-RUN
002660         GO TO 2050-EXIT
002670     END-IF.
002680     IF WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(NOTFND)
002690             OR WS-RESP = DFHRESP(ENDFILE)
002700         MOVE WS-START-SEQ-NO TO TIQ-NF-SEQ-NO
002710         MOVE ' IN ANY ' TO TIQ-NF-RUN-TEXT
002720         MOVE 'RUN' TO TIQ-NF-RUN-ID
002730         MOVE TIQ-NOTFND-MSG TO WS-MSG
002740     ELSE
002750         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
002760     END-IF.
002770     SET WS-INPUT-ERROR TO TRUE.
002780 2050-EXIT.
002790     EXIT.
002800
002810*--------------------------------------------------------------*
002820* PF8 - THE PAGE AFTER THE ONE SHOWING, UNLESS IT ENDED THE RUN.*
002830*--------------------------------------------------------------*
002840 2100-PAGE-FORWARD.
002850     IF NOT TIQ-PAGE-SHOWN
002860         MOVE 'NOTHING TO PAGE - KEY A SEQ NO AND PRESS ENTER'
002870             TO WS-MSG
002880         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
002890         GO TO 2100-EXIT
002900     END-IF.
002910     IF TIQ-AT-END
002920         MOVE 'ALREADY AT THE LAST TERM OF THE RUN' TO WS-MSG
002930         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
002940         GO TO 2100-EXIT
002950     END-IF.
002960     COMPUTE TIQ-SEQ-NO = TIQ-LAST-SEQ-NO + 1.
002970     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
002980 2100-EXIT.
002990     EXIT.
003000
003010*--------------------------------------------------------------*
003020* PF7 - THE FOURTEEN TERMS BEFORE THE PAGE SHOWING.  A RUN THAT*
003030* DOES NOT START AT SEQ NO 00000 HAS NO KEYS BELOW ITS FIRST   *
003040* TERM, SO THE NEW FIRST LINE MOVES UP PAST ANY GAP UNTIL IT   *
003050* FINDS ONE OF THE RUN'S TERMS.                                *
003060*--------------------------------------------------------------*
003070 2200-PAGE-BACK.
003080     IF NOT TIQ-PAGE-SHOWN
003090         MOVE 'NOTHING TO PAGE - KEY A SEQ NO AND PRESS ENTER'
003100             TO WS-MSG
003110         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
003120         GO TO 2200-EXIT
003130     END-IF.
003140     IF TIQ-SEQ-NO = 0
003150         MOVE 'ALREADY AT THE FIRST TERM OF THE RUN' TO WS-MSG
003160         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
003170         GO TO 2200-EXIT
003180     END-IF.
003190     IF TIQ-SEQ-NO > WS-LINE-MAX
003200         COMPUTE WS-START-SEQ-NO = TIQ-SEQ-NO - WS-LINE-MAX
003210     ELSE
003220         MOVE 0 TO WS-START-SEQ-NO
003230     END-IF.
003240     MOVE TIQ-RUN-ID TO WS-KEY-RUN-ID.
003250     MOVE DFHRESP(NOTFND) TO WS-RESP.
003260     PERFORM 2250-PROBE-START THRU 2250-EXIT
003270         UNTIL WS-RESP NOT = DFHRESP(NOTFND)
003280            OR WS-START-SEQ-NO >= TIQ-SEQ-NO.
003290     IF WS-START-SEQ-NO >= TIQ-SEQ-NO
003300         MOVE 'ALREADY AT THE FIRST TERM OF THE RUN' TO WS-MSG
003310     ELSE
003320         MOVE WS-START-SEQ-NO TO TIQ-SEQ-NO
003330     END-IF.
003340     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
003350 2200-EXIT.
003360     EXIT.
003370
003380 2250-PROBE-START.
003390     MOVE WS-START-SEQ-NO TO WS-KEY-SEQ-NO.
003400     EXEC CICS READ
003410         FILE('FIBMSTR')
003420         INTO(FIB-MST-RECORD)
003430         LENGTH(WS-FIBMSTR-LEN)
003440         RIDFLD(WS-FIBMSTR-KEY)
003450         RESP(WS-RESP)
003460     END-EXEC.
003470     IF WS-RESP = DFHRESP(NOTFND)
003480         ADD 1 TO WS-START-SEQ-NO
003490     END-IF.
003500 2250-EXIT.
003510     EXIT.
003520
003530*--------------------------------------------------------------*
003540* REBUILD THE PAGE FROM THE COMMAREA POSITION AND SEND IT.  THE*
003550* SEQ NO AND RUN ID FIELDS SHOW THE PAGE'S FIRST TERM, SO ENTER*
003560* FROM HERE REPEATS THE PAGE.                                  *
003570*--------------------------------------------------------------*
003580 2300-RESHOW-PAGE.
003590     MOVE LOW-VALUES TO FIBTMAPO.
003600     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
003610     SET WS-CURSOR-SEQ TO TRUE.
003620     IF TIQ-PAGE-SHOWN
003630         MOVE TIQ-SEQ-NO TO WS-SCREEN-SEQ
003640         MOVE TIQ-RUN-ID TO WS-SCREEN-RUN
003650         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
003660     ELSE
003670         MOVE SPACES TO WS-SCREEN-SEQ
003680         MOVE SPACES TO WS-SCREEN-RUN
003690     END-IF.
003700     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
003710 2300-EXIT.
003720     EXIT.
003730
003740*--------------------------------------------------------------*
003750* READ UP TO FOURTEEN TERMS OF TIQ-RUN-ID FROM TIQ-SEQ-NO ON,  *
003760* BY KEY.  A RUN'S SEQ NOS ARE CONSECUTIVE, SO THE FIRST MISSING*
003770* KEY IS THE END OF THE RUN; A FULL PAGE LOOKS ONE KEY FURTHER *
003780* SO PF8 KNOWS WHETHER THERE IS ANOTHER PAGE.                  *
003790*--------------------------------------------------------------*
003800 4000-BUILD-PAGE.
003810     MOVE 0 TO WS-LINE-IX.
003820     MOVE 'N' TO TIQ-END-SW.
003830     MOVE 'N' TO TIQ-PAGE-SW.
003840     MOVE TIQ-SEQ-NO TO WS-KEY-SEQ-NO.
003850     MOVE TIQ-RUN-ID TO WS-KEY-RUN-ID.
003860     PERFORM 4100-READ-TERM THRU 4100-EXIT
003870         UNTIL WS-LINE-IX >= WS-LINE-MAX OR TIQ-AT-END.
003880     IF WS-LINE-IX = 0
003890         GO TO 4000-EXIT
003900     END-IF.
003910     SET TIQ-PAGE-SHOWN TO TRUE.
003920     IF NOT TIQ-AT-END
003930         PERFORM 4150-PROBE-NEXT THRU 4150-EXIT
003940     END-IF.
003950     MOVE TIQ-RUN-ID TO TIQ-MSG-RUN-ID.
003960     MOVE TIQ-SEQ-NO TO TIQ-MSG-FIRST.
003970     MOVE TIQ-LAST-SEQ-NO TO TIQ-MSG-LAST.
003980     IF TIQ-AT-END
003990         MOVE ' - END OF RUN' TO TIQ-MSG-END
004000     ELSE
004010         MOVE ' - PF8 FOR MORE' TO TIQ-MSG-END
004020     END-IF.
004030     IF WS-MSG = SPACES
004040         MOVE TIQ-PAGE-MSG TO WS-MSG
004050     END-IF.
004060 4000-EXIT.
004070     EXIT.
004080
004090 4050-CLEAR-LINES.
004100     MOVE 0 TO WS-LINE-IX.
004110     PERFORM 4060-CLEAR-LINE THRU 4060-EXIT
004120         UNTIL WS-LINE-IX >= WS-LINE-MAX.
004130 4050-EXIT.
004140     EXIT.
004150
004160 4060-CLEAR-LINE.
004170     ADD 1 TO WS-LINE-IX.
004180     MOVE SPACES TO TLINEO (WS-LINE-IX).
004190 4060-EXIT.
004200     EXIT.
004210
004220 4100-READ-TERM.
004230     EXEC CICS READ
004240         FILE('FIBMSTR')
004250         INTO(FIB-MST-RECORD)
004260         LENGTH(WS-FIBMSTR-LEN)
004270         RIDFLD(WS-FIBMSTR-KEY)
004280         RESP(WS-RESP)
004290     END-EXEC.
004300     IF WS-RESP = DFHRESP(NOTFND)
004310         SET TIQ-AT-END TO TRUE
004320         GO TO 4100-EXIT
004330     END-IF.
004340     IF WS-RESP NOT = DFHRESP(NORMAL)
004350         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
004360         SET TIQ-AT-END TO TRUE
004370         GO TO 4100-EXIT
004380     END-IF.
004390     ADD 1 TO WS-LINE-IX.
004400     MOVE FIB-MST-SEQ-NO TO TIQ-DTL-SEQ-NO.
004410     MOVE FIB-MST-TERM-VALUE TO TIQ-DTL-TERM-VALUE.
004420     MOVE FIB-MST-PRED-1 TO TIQ-DTL-PRED-1.
004430     MOVE FIB-MST-PRED-2 TO TIQ-DTL-PRED-2.
004440     MOVE TIQ-DETAIL-LINE TO TLINEO (WS-LINE-IX).
004450     MOVE FIB-MST-SEQ-NO TO TIQ-LAST-SEQ-NO.
004460     IF WS-KEY-SEQ-NO = 99999
004470         SET TIQ-AT-END TO TRUE
004480     ELSE
004490         ADD 1 TO WS-KEY-SEQ-NO
004500     END-IF.
004510 4100-EXIT.
004520     EXIT.
004530
004540 4150-PROBE-NEXT.
004550     EXEC CICS READ
004560         FILE('FIBMSTR')
004570         INTO(FIB-MST-RECORD)
004580         LENGTH(WS-FIBMSTR-LEN)
004590         RIDFLD(WS-FIBMSTR-KEY)
004600         RESP(WS-RESP)
004610     END-EXEC.
004620     IF WS-RESP NOT = DFHRESP(NORMAL)
004630         SET TIQ-AT-END TO TRUE
004640     END-IF.
004650 4150-EXIT.
004660     EXIT.
004670
004680*--------------------------------------------------------------*
004690* ANY RESPONSE OTHER THAN FOUND OR NOT FOUND - THE FILE IS     *
004700* CLOSED, DISABLED OR DAMAGED.  SAY SO ON THE MESSAGE LINE     *
004710* RATHER THAN ABENDING THE TERMINAL.                           *
004720*--------------------------------------------------------------*
004730 4900-FILE-ERROR.
004740     MOVE WS-RESP TO WS-RESP-DISPLAY.
004750     MOVE SPACES TO WS-MSG.
004760     STRING 'FIBMSTR NOT AVAILABLE - RESP ' DELIMITED BY SIZE
004770            WS-RESP-DISPLAY DELIMITED BY SIZE
004780            ' - CALL OPERATIONS' DELIMITED BY SIZE
004790         INTO WS-MSG.
004800 4900-EXIT.
004810     EXIT.
004820
004830 5000-SEND-SCREEN.
004840     MOVE WS-TODAY TO TDATEO.
004850     MOVE WS-SCREEN-SEQ TO TSEQO.
004860     MOVE WS-SCREEN-RUN TO TRUNO.
004870     MOVE WS-MSG TO TMSGO.
004880     IF WS-CURSOR-RUN
004890         MOVE -1 TO TRUNL
004900     ELSE
004910         MOVE -1 TO TSEQL
004920     END-IF.
004930     EXEC CICS SEND
004940         MAP('FIBTMAP')
004950         MAPSET('FIBTMS')
004960         FROM(FIBTMAPO)
004970         ERASE
004980         FREEKB
004990         CURSOR
005000     END-EXEC.
005010 5000-EXIT.
005020     EXIT.
005030
005040*--------------------------------------------------------------*
005050* PF3 OR CLEAR - CLEAR THE SCREEN, SAY SO AND END THE          *
005060* TRANSACTION WITHOUT A NEXT TRANSID.                          *
005070*--------------------------------------------------------------*
005080 8000-END-SESSION.
005090     EXEC CICS SEND TEXT
005100         FROM(WS-END-TEXT)
005110         LENGTH(24)
005120         ERASE
005130         FREEKB
005140     END-EXEC.
005150     EXEC CICS RETURN
005160     END-EXEC.
005170 8000-EXIT.
005180     EXIT.
005190
005200 9999-EXIT.
005210     EXEC CICS RETURN
005220         TRANSID('FTIQ')
005230         COMMAREA(WS-COMMAREA)
005240         LENGTH(WS-COMMAREA-LEN)
005250     END-EXEC.
005260     GOBACK.
