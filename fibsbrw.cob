000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBSBRW.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBSBRW IS THE FSBR ONLINE SCHEDULE BROWSE OVER SCHDMSTR -   *
000180* THE ONLINE COUNTERPART OF THE FIBSCHM LIST CARD.  FOURTEEN   *
000190* REQUESTS A PAGE FROM THE REQUEST NO KEYED, EACH WITH ITS     *
000200* STATUS (ACTIVE, PENDING - ACTIVE BUT NOT YET EFFECTIVE - OR  *
000210* INACTIVE), EFFECTIVE DATE, FREQUENCY, SEQUENCE, TERM COUNT,  *
000220* RUN ID AND THE SEEDS HELLO WILL START FROM.  THE SEQUENCE AND*
000230* SEEDS ARE WORKED OUT THE WAY HELLO DOES IT, FROM FIBSEQT AND *
000240* THE REQUEST'S OVERRIDE SEEDS, SO THE SCREEN SHOWS WHAT WILL  *
000250* RUN, NOT JUST WHAT WAS KEYED.  SHOW 'A' LISTS ACTIVE AND     *
000260* PENDING REQUESTS ONLY.  INQUIRY ONLY - SCHDMSTR IS DEFINED TO*
000270* CICS FOR READ AND BROWSE ALONE (SEE FIBCICSJ) AND IS STILL   *
000280* MAINTAINED ONLY BY THE FIBSCHM BATCH.  MAPSET FIBSMS.        *
000290*--------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*--------------------------------------------------------------*
000320* DATE       INIT  DESCRIPTION                                 *
000330* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000332* 10/15/2026 DLC   PF7 FROM A PAGE WHOSE FIRST REQUEST HAS BEEN *
000334*                  DELETED NOW RESTARTS AT THE TOP OF SCHEDULE. *
000340*--------------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000400*--------------------------------------------------------------*
000410* SCHEDULE BROWSE WORK FIELDS                                  *
000420*--------------------------------------------------------------*
000430 01  WS-RESP                  PIC S9(08) COMP VALUE 0.
000440 01  WS-RESP-DISPLAY          PIC 9(08) VALUE 0.
000450 01  WS-ABS-TIME              PIC S9(15) COMP-3 VALUE 0.
000460 01  WS-TODAY                 PIC X(10) VALUE SPACES.
000470 01  WS-TODAY-YMD             PIC 9(08) VALUE 0.
000480 01  WS-MSG                   PIC X(79) VALUE SPACES.
000490 01  WS-END-TEXT              PIC X(27) VALUE
000500     'FSBR SCHEDULE BROWSE ENDED'.
000510
000520 01  WS-SWITCHES.
000530     05  WS-ERROR-SW           PIC X(01) VALUE 'N'.
000540         88  WS-INPUT-ERROR               VALUE 'Y'.
000550     05  WS-CURSOR-SW          PIC X(01) VALUE 'R'.
000560         88  WS-CURSOR-REQ                VALUE 'R'.
000570         88  WS-CURSOR-SHOW               VALUE 'S'.
000580     05  WS-BROWSE-SW          PIC X(01) VALUE 'N'.
000590         88  WS-BROWSE-DONE               VALUE 'Y'.
000600     05  WS-ORDER-SW           PIC X(01) VALUE '2'.
000610         88  WS-SECOND-ORDER              VALUE '2'.
000620         88  WS-THIRD-ORDER               VALUE '3'.
000622     05  WS-RESTART-SW         PIC X(01) VALUE 'N'.
000624         88  WS-BROWSE-RESTART            VALUE 'Y'.
000630
000640*--------------------------------------------------------------*
000650* THE SCHDMSTR KEY IS BUILT HERE AND PASSED AS THE RIDFLD.     *
000660*--------------------------------------------------------------*
000670 01  WS-SCHD-KEY              PIC 9(05) VALUE 0.
000680 01  WS-SCHD-LEN              PIC S9(04) COMP VALUE 80.
000690
000700 01  WS-LINE-IX               PIC 9(02) VALUE 0.
000710 01  WS-LINE-MAX              PIC 9(02) VALUE 14.
000720 01  WS-BACK-COUNT            PIC 9(02) VALUE 0.
000730 01  WS-BACK-REQ-NO           PIC 9(05) VALUE 0.
000740 01  WS-SCREEN-REQ            PIC X(05) VALUE SPACES.
000750 01  WS-SCREEN-SHOW           PIC X(01) VALUE SPACE.
000760
000770*--------------------------------------------------------------*
000780* RECURRENCE AND SEEDS FOR THE REQUEST ON THE LINE BEING BUILT -*
000790* THE SAME RULES HELLO APPLIES TO THE REQUEST'S PARM CARD.     *
000800*--------------------------------------------------------------*
000810 01  WS-SEQ-TYPE              PIC X(01) VALUE 'F'.
000820 01  WS-COEF-3                PIC S9(01) VALUE 0.
000830 01  WS-SEED-A                PIC S9(05) VALUE 0.
000840 01  WS-SEED-B                PIC S9(05) VALUE 0.
000850 01  WS-SEED-C                PIC S9(05) VALUE 0.
000860 01  WS-SEED-C-EDIT           PIC -----9.
000870
000880     COPY FIBSREC.
000890
000900     COPY FIBSEQT.
000910
000920*--------------------------------------------------------------*
000930* COMMAREA - CARRIED FROM ONE SCREEN TO THE NEXT.  SBR-FIRST-REQ*
000940* AND SBR-LAST-REQ ARE THE FIRST AND LAST REQUESTS ON THE PAGE *
000950* SHOWING; SBR-AT-END IS SET WHEN NO REQUEST FOLLOWS THE PAGE. *
000960*--------------------------------------------------------------*
000970 01  WS-COMMAREA.
000980     05  SBR-FIRST-REQ         PIC 9(05) VALUE 0.
000990     05  SBR-LAST-REQ          PIC 9(05) VALUE 0.
001000     05  SBR-SHOW              PIC X(01) VALUE SPACE.
001010         88  SBR-SHOW-ACTIVE              VALUE 'A'.
001020         88  SBR-SHOW-ALL                 VALUE SPACE.
001030     05  SBR-PAGE-SW           PIC X(01) VALUE 'N'.
001040         88  SBR-PAGE-SHOWN               VALUE 'Y'.
001050     05  SBR-END-SW            PIC X(01) VALUE 'N'.
001060         88  SBR-AT-END                   VALUE 'Y'.
001070 01  WS-COMMAREA-LEN          PIC S9(04) COMP VALUE 13.
001080
001090*--------------------------------------------------------------*
001100* SCHEDULE BROWSE SCREEN LINE LAYOUTS                          *
001110*--------------------------------------------------------------*
001120 01  SBR-DETAIL-LINE.
001130     05  FILLER               PIC X(01) VALUE SPACES.
001140     05  SBR-DTL-REQ-NO       PIC 9(05).
001150     05  FILLER               PIC X(02) VALUE SPACES.
001160     05  SBR-DTL-STATUS       PIC X(07).
001170     05  FILLER               PIC X(01) VALUE SPACES.
001180     05  SBR-DTL-EFF-DATE     PIC 9(08).
001190     05  FILLER               PIC X(01) VALUE SPACES.
001200     05  SBR-DTL-FREQ         PIC X(01).
001210     05  FILLER               PIC X(01) VALUE SPACES.
001220     05  SBR-DTL-TYPE         PIC X(01).
001230     05  FILLER               PIC X(01) VALUE SPACES.
001240     05  SBR-DTL-SEQ-NAME     PIC X(10).
001250     05  FILLER               PIC X(01) VALUE SPACES.
001260     05  SBR-DTL-TERMS        PIC ZZZZ9.
001270     05  FILLER               PIC X(02) VALUE SPACES.
001280     05  SBR-DTL-RUN-ID       PIC X(05).
001290     05  FILLER               PIC X(02) VALUE SPACES.
001300     05  SBR-DTL-SEED-A       PIC -----9.
001310     05  FILLER               PIC X(01) VALUE SPACES.
001320     05  SBR-DTL-SEED-B       PIC -----9.
001330     05  FILLER               PIC X(01) VALUE SPACES.
001340     05  SBR-DTL-SEED-C       PIC X(06).
001350     05  FILLER               PIC X(01) VALUE SPACES.
001360     05  SBR-DTL-SOURCE       PIC X(04).
001370
001380 01  SBR-PAGE-MSG.
001390     05  FILLER               PIC X(09) VALUE 'REQUESTS '.
001400     05  SBR-MSG-FIRST        PIC 9(05).
001410     05  FILLER               PIC X(04) VALUE ' TO '.
001420     05  SBR-MSG-LAST         PIC 9(05).
001430     05  SBR-MSG-SHOW         PIC X(22).
001440     05  SBR-MSG-END          PIC X(34).
001450
001460     COPY FIBSMS.
001470
001480     COPY DFHAID.
001490
001500 LINKAGE SECTION.
001510 01  DFHCOMMAREA              PIC X(13).
001520
001530 PROCEDURE DIVISION.
001540*--------------------------------------------------------------*
001550* FIRST ENTRY (NO COMMAREA) SHOWS THE FIRST PAGE OF THE WHOLE  *
001560* SCHEDULE.  AFTER THAT THE KEY PRESSED DECIDES: ENTER BROWSES *
001570* FROM THE REQUEST NO AND SHOW OPTION ON THE SCREEN, PF8/PF7   *
001580* PAGE, PF3 AND CLEAR END THE TRANSACTION.  ANY OTHER KEY      *
001590* RESHOWS THE PAGE.                                            *
001600*--------------------------------------------------------------*
001610 0000-MAINLINE.
001620     EXEC CICS ASKTIME
001630         ABSTIME(WS-ABS-TIME)
001640     END-EXEC.
001650     EXEC CICS FORMATTIME
001660         ABSTIME(WS-ABS-TIME)
001670         MMDDYYYY(WS-TODAY)
001680         DATESEP('/')
001690         YYYYMMDD(WS-TODAY-YMD)
001700     END-EXEC.
001710     IF EIBCALEN = 0
001720         PERFORM 1000-FIRST-SCREEN THRU 1000-EXIT
001730         GO TO 9999-EXIT
001740     END-IF.
001750     MOVE DFHCOMMAREA TO WS-COMMAREA.
001760     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001770         PERFORM 8000-END-SESSION THRU 8000-EXIT
001780     END-IF.
001790     IF EIBAID = DFHENTER
001800         PERFORM 2000-NEW-BROWSE THRU 2000-EXIT
001810         GO TO 9999-EXIT
001820     END-IF.
001830     IF EIBAID = DFHPF8
001840         PERFORM 2100-PAGE-FORWARD THRU 2100-EXIT
001850         GO TO 9999-EXIT
001860     END-IF.
001870     IF EIBAID = DFHPF7
001880         PERFORM 2200-PAGE-BACK THRU 2200-EXIT
001890         GO TO 9999-EXIT
001900     END-IF.
001910     MOVE 'KEY NOT ACTIVE - USE ENTER, PF7, PF8, PF3 OR CLEAR'
001920         TO WS-MSG.
001930     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
001940     GO TO 9999-EXIT.
001950
001960 1000-FIRST-SCREEN.
001970     INITIALIZE WS-COMMAREA.
001980     MOVE SPACE TO SBR-SHOW.
001990     MOVE 'N' TO SBR-PAGE-SW.
002000     MOVE 'N' TO SBR-END-SW.
002010     MOVE 0 TO SBR-FIRST-REQ.
002020     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050
002060*--------------------------------------------------------------*
002070* ENTER - EDIT THE REQUEST NO AND SHOW OPTION KEYED AND BROWSE *
002080* FROM THAT REQUEST.  A BLANK REQUEST NO STARTS AT THE TOP.    *
002090*--------------------------------------------------------------*
002100 2000-NEW-BROWSE.
002110     EXEC CICS RECEIVE
002120         MAP('FIBSMAP')
002130         MAPSET('FIBSMS')
002140         INTO(FIBSMAPI)
002150         RESP(WS-RESP)
002160     END-EXEC.
002170     IF WS-RESP = DFHRESP(MAPFAIL)
002180         MOVE LOW-VALUES TO FIBSMAPI
002190     END-IF.
002200     MOVE 'N' TO WS-ERROR-SW.
002210     SET WS-CURSOR-REQ TO TRUE.
002220     MOVE SPACES TO WS-SCREEN-REQ.
002230     MOVE SPACE TO WS-SCREEN-SHOW.
002240     IF SREQL > 0
002250         MOVE SREQI TO WS-SCREEN-REQ
002260     END-IF.
002270     IF SSHOWL > 0
002280         MOVE SSHOWI TO WS-SCREEN-SHOW
002290     END-IF.
002300     INSPECT WS-SCREEN-REQ REPLACING ALL LOW-VALUES BY SPACES.
002310     INSPECT WS-SCREEN-SHOW REPLACING ALL LOW-VALUES BY SPACES.
002320     IF WS-SCREEN-REQ NOT = SPACES AND WS-SCREEN-REQ NOT NUMERIC
002330         MOVE 'REQUEST NO MUST BE NUMERIC, OR BLANK FOR THE TOP'
002340             TO WS-MSG
002350         SET WS-INPUT-ERROR TO TRUE
002360         GO TO 2000-ERROR
002370     END-IF.
002380     IF WS-SCREEN-SHOW NOT = SPACE AND WS-SCREEN-SHOW NOT = 'A'
002390         MOVE 'SHOW MUST BE A (ACTIVE/PENDING) OR BLANK (ALL)'
002400             TO WS-MSG
002410         SET WS-INPUT-ERROR TO TRUE
002420         SET WS-CURSOR-SHOW TO TRUE
002430         GO TO 2000-ERROR
002440     END-IF.
002450     MOVE WS-SCREEN-SHOW TO SBR-SHOW.
002460     IF WS-SCREEN-REQ = SPACES
002470         MOVE 0 TO SBR-FIRST-REQ
002480     ELSE
002490         MOVE WS-SCREEN-REQ TO SBR-FIRST-REQ
002500     END-IF.
002510     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
002520     GO TO 2000-EXIT.
002530 2000-ERROR.
002540     MOVE LOW-VALUES TO FIBSMAPO.
002550     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
002560     MOVE 'N' TO SBR-PAGE-SW.
002570     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
002580 2000-EXIT.
002590     EXIT.
002600
002610*--------------------------------------------------------------*
002620* PF8 - THE PAGE AFTER THE ONE SHOWING, UNLESS IT ENDED THE    *
002630* SCHEDULE.                                                    *
002640*--------------------------------------------------------------*
002650 2100-PAGE-FORWARD.
002660     IF SBR-PAGE-SHOWN AND SBR-AT-END
002670         MOVE 'ALREADY AT THE END OF THE SCHEDULE' TO WS-MSG
002680     END-IF.
002690     IF SBR-PAGE-SHOWN AND NOT SBR-AT-END
002700         COMPUTE SBR-FIRST-REQ = SBR-LAST-REQ + 1
002710     END-IF.
002720     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
002730 2100-EXIT.
002740     EXIT.
002750
002760*--------------------------------------------------------------*
002770* PF7 - BROWSE BACKWARD FROM THE PAGE'S FIRST REQUEST FOR UP   *
002780* TO FOURTEEN REQUESTS THAT PASS THE SHOW OPTION, THEN SHOW THE*
002790* PAGE FORWARD FROM THE EARLIEST OF THEM.  THE FIRST READPREV  *
002800* RETURNS THE REQUEST THE BROWSE STARTED ON (OR THE ONE AFTER  *
002810* IT), WHICH IS ALREADY ON THE PAGE AND IS PASSED OVER.        *
002812* IF THAT FIRST REQUEST HAS SINCE BEEN DELETED, READPREV (OR   *
002814* STARTBR, WHEN NOTHING FOLLOWS IT) RETURNS NOTFND AND THE     *
002816* BROWSE RESTARTS AT THE TOP OF THE SCHEDULE.                  *
002820*--------------------------------------------------------------*
002830 2200-PAGE-BACK.
002840     IF NOT SBR-PAGE-SHOWN OR SBR-FIRST-REQ = 0
002850         MOVE 'ALREADY AT THE TOP OF THE SCHEDULE' TO WS-MSG
002860         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
002870         GO TO 2200-EXIT
002880     END-IF.
002890     MOVE 0 TO WS-BACK-COUNT.
002900     MOVE SBR-FIRST-REQ TO WS-BACK-REQ-NO.
002910     MOVE 'N' TO WS-BROWSE-SW.
002915     MOVE 'N' TO WS-RESTART-SW.
002920     MOVE SBR-FIRST-REQ TO WS-SCHD-KEY.
002930     EXEC CICS STARTBR
002940         FILE('SCHDMSTR')
002950         RIDFLD(WS-SCHD-KEY)
002960         GTEQ
002970         RESP(WS-RESP)
002980     END-EXEC.
002990     IF WS-RESP = DFHRESP(NOTFND)
003000         GO TO 2200-RESTART
003030     END-IF.
003040     IF WS-RESP NOT = DFHRESP(NORMAL)
003050         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
003060         PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT
003070         GO TO 2200-EXIT
003080     END-IF.
003090     PERFORM 2250-READ-BACK THRU 2250-EXIT
003100         UNTIL WS-BACK-COUNT >= WS-LINE-MAX OR WS-BROWSE-DONE.
003110     EXEC CICS ENDBR
003120         FILE('SCHDMSTR')
003130     END-EXEC.
003135     IF WS-BROWSE-RESTART
003137         GO TO 2200-RESTART
003139     END-IF.
003140     IF WS-BACK-COUNT = 0
003150         MOVE 'ALREADY AT THE TOP OF THE SCHEDULE' TO WS-MSG
003160     ELSE
003170         MOVE WS-BACK-REQ-NO TO SBR-FIRST-REQ
003180     END-IF.
003190     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
003192     GO TO 2200-EXIT.
003194 2200-RESTART.
003195     MOVE 0 TO SBR-FIRST-REQ.
003196     MOVE 'TOP OF SCHEDULE - FIRST REQUEST ON PAGE WAS DELETED'
003197         TO WS-MSG.
003198     PERFORM 2300-RESHOW-PAGE THRU 2300-EXIT.
003200 2200-EXIT.
003210     EXIT.
003220
003230 2250-READ-BACK.
003240     EXEC CICS READPREV
003250         FILE('SCHDMSTR')
003260         INTO(SCH-RECORD)
003270         LENGTH(WS-SCHD-LEN)
003280         RIDFLD(WS-SCHD-KEY)
003290         RESP(WS-RESP)
003300     END-EXEC.
003310     IF WS-RESP = DFHRESP(ENDFILE)
003320         SET WS-BROWSE-DONE TO TRUE
003330         GO TO 2250-EXIT
003340     END-IF.
003342     IF WS-RESP = DFHRESP(NOTFND)
003344         SET WS-BROWSE-RESTART TO TRUE
003346         SET WS-BROWSE-DONE TO TRUE
003348         GO TO 2250-EXIT
003349     END-IF.
003350     IF WS-RESP NOT = DFHRESP(NORMAL)
003360         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
003370         SET WS-BROWSE-DONE TO TRUE
003380         GO TO 2250-EXIT
003390     END-IF.
003400     IF SCH-REQ-NO >= SBR-FIRST-REQ
003410         GO TO 2250-EXIT
003420     END-IF.
003430     IF SBR-SHOW-ACTIVE AND NOT SCH-ACTIVE
003440         GO TO 2250-EXIT
003450     END-IF.
003460     ADD 1 TO WS-BACK-COUNT.
003470     MOVE SCH-REQ-NO TO WS-BACK-REQ-NO.
003480 2250-EXIT.
003490     EXIT.
003500
003510*--------------------------------------------------------------*
003520* BUILD THE PAGE FROM SBR-FIRST-REQ AND SEND IT.  THE REQUEST NO*
003530* FIELD SHOWS THE PAGE'S FIRST REQUEST, SO ENTER FROM HERE     *
003540* REPEATS THE PAGE.                                            *
003550*--------------------------------------------------------------*
003560 2300-RESHOW-PAGE.
003570     MOVE LOW-VALUES TO FIBSMAPO.
003580     PERFORM 4050-CLEAR-LINES THRU 4050-EXIT.
003590     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
003600     MOVE SBR-SHOW TO WS-SCREEN-SHOW.
003610     IF SBR-PAGE-SHOWN
003620         MOVE SBR-FIRST-REQ TO WS-SCREEN-REQ
003630     ELSE
003640         MOVE SPACES TO WS-SCREEN-REQ
003650     END-IF.
003660     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
003670 2300-EXIT.
003680     EXIT.
003690
003700*--------------------------------------------------------------*
003710* BROWSE SCHDMSTR FROM SBR-FIRST-REQ FOR UP TO FOURTEEN REQUESTS*
003720* THAT PASS THE SHOW OPTION.  A FULL PAGE KEEPS READING UNTIL IT*
003730* FINDS ONE MORE THAT WOULD SHOW, SO PF8 KNOWS WHETHER THERE IS*
003740* ANOTHER PAGE.                                                *
003750*--------------------------------------------------------------*
003760 4000-BUILD-PAGE.
003770     MOVE 0 TO WS-LINE-IX.
003780     MOVE 'N' TO SBR-PAGE-SW.
003790     MOVE 'N' TO SBR-END-SW.
003800     MOVE 'N' TO WS-BROWSE-SW.
003810     MOVE SBR-FIRST-REQ TO WS-SCHD-KEY.
003820     EXEC CICS STARTBR
003830         FILE('SCHDMSTR')
003840         RIDFLD(WS-SCHD-KEY)
003850         GTEQ
003860         RESP(WS-RESP)
003870     END-EXEC.
003880     IF WS-RESP = DFHRESP(NOTFND)
003890         SET SBR-AT-END TO TRUE
003900         GO TO 4000-MSG
003910     END-IF.
003920     IF WS-RESP NOT = DFHRESP(NORMAL)
003930         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
003940         GO TO 4000-EXIT
003950     END-IF.
003960     PERFORM 4100-READ-REQUEST THRU 4100-EXIT
003970         UNTIL WS-LINE-IX >= WS-LINE-MAX OR WS-BROWSE-DONE.
003980     IF NOT WS-BROWSE-DONE
003990         PERFORM 4150-PROBE-NEXT THRU 4150-EXIT
004000             UNTIL WS-BROWSE-DONE
004010     END-IF.
004020     EXEC CICS ENDBR
004030         FILE('SCHDMSTR')
004040     END-EXEC.
004050 4000-MSG.
004060     IF WS-LINE-IX = 0
004070         IF WS-MSG = SPACES
004080             MOVE 'NO REQUESTS ON SCHDMSTR FROM THAT REQUEST NO'
004090                 TO WS-MSG
004100         END-IF
004110         GO TO 4000-EXIT
004120     END-IF.
004130     SET SBR-PAGE-SHOWN TO TRUE.
004140     MOVE SBR-FIRST-REQ TO SBR-MSG-FIRST.
004150     MOVE SBR-LAST-REQ TO SBR-MSG-LAST.
004160     IF SBR-SHOW-ACTIVE
004170         MOVE ' (ACTIVE/PENDING)' TO SBR-MSG-SHOW
004180     ELSE
004190         MOVE ' (ALL)' TO SBR-MSG-SHOW
004200     END-IF.
004210     IF SBR-AT-END
004220         MOVE ' - END OF SCHEDULE' TO SBR-MSG-END
004230     ELSE
004240         MOVE ' - PF8 FOR MORE' TO SBR-MSG-END
004250     END-IF.
004260     IF WS-MSG = SPACES
004270         MOVE SBR-PAGE-MSG TO WS-MSG
004280     END-IF.
004290 4000-EXIT.
004300     EXIT.
004310
004320 4050-CLEAR-LINES.
004330     MOVE 0 TO WS-LINE-IX.
004340     PERFORM 4060-CLEAR-LINE THRU 4060-EXIT
004350         UNTIL WS-LINE-IX >= WS-LINE-MAX.
004360 4050-EXIT.
004370     EXIT.
004380
004390 4060-CLEAR-LINE.
004400     ADD 1 TO WS-LINE-IX.
004410     MOVE SPACES TO SLINEO (WS-LINE-IX).
004420 4060-EXIT.
004430     EXIT.
004440
004450 4100-READ-REQUEST.
004460     EXEC CICS READNEXT
004470         FILE('SCHDMSTR')
004480         INTO(SCH-RECORD)
004490         LENGTH(WS-SCHD-LEN)
004500         RIDFLD(WS-SCHD-KEY)
004510         RESP(WS-RESP)
004520     END-EXEC.
004530     IF WS-RESP = DFHRESP(ENDFILE)
004540         SET SBR-AT-END TO TRUE
004550         SET WS-BROWSE-DONE TO TRUE
004560         GO TO 4100-EXIT
004570     END-IF.
004580     IF WS-RESP NOT = DFHRESP(NORMAL)
004590         PERFORM 4900-FILE-ERROR THRU 4900-EXIT
004600         SET SBR-AT-END TO TRUE
004610         SET WS-BROWSE-DONE TO TRUE
004620         GO TO 4100-EXIT
004630     END-IF.
004640     IF SBR-SHOW-ACTIVE AND NOT SCH-ACTIVE
004650         GO TO 4100-EXIT
004660     END-IF.
004670     ADD 1 TO WS-LINE-IX.
004680     IF WS-LINE-IX = 1
004690         MOVE SCH-REQ-NO TO SBR-FIRST-REQ
004700     END-IF.
004710     MOVE SCH-REQ-NO TO SBR-LAST-REQ.
004720     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
004730     MOVE SBR-DETAIL-LINE TO SLINEO (WS-LINE-IX).
004740 4100-EXIT.
004750     EXIT.
004760
004770 4150-PROBE-NEXT.
004780     EXEC CICS READNEXT
004790         FILE('SCHDMSTR')
004800         INTO(SCH-RECORD)
004810         LENGTH(WS-SCHD-LEN)
004820         RIDFLD(WS-SCHD-KEY)
004830         RESP(WS-RESP)
004840     END-EXEC.
004850     IF WS-RESP NOT = DFHRESP(NORMAL)
004860         SET SBR-AT-END TO TRUE
004870         SET WS-BROWSE-DONE TO TRUE
004880         GO TO 4150-EXIT
004890     END-IF.
004900     IF SBR-SHOW-ACTIVE AND NOT SCH-ACTIVE
004910         GO TO 4150-EXIT
004920     END-IF.
004930     SET WS-BROWSE-DONE TO TRUE.
004940 4150-EXIT.
004950     EXIT.
004960
004970*--------------------------------------------------------------*
004980* ONE SCREEN LINE FOR THE REQUEST IN SCH-RECORD.  A RUN ID OF  *
004990* ZERO IS ASSIGNED BY HELLO AT RUN TIME (BASE + REQUEST NO - 1)*
005000* AND SHOWS AS AUTO; A BLANK FREQUENCY IS DAILY.               *
005010*--------------------------------------------------------------*
005020 4200-FORMAT-LINE.
005030     MOVE SCH-REQ-NO TO SBR-DTL-REQ-NO.
005040     IF SCH-ACTIVE
005050         IF SCH-EFF-DATE > WS-TODAY-YMD
005060             MOVE 'PENDING' TO SBR-DTL-STATUS
005070         ELSE
005080             MOVE 'ACTIVE' TO SBR-DTL-STATUS
005090         END-IF
005100     ELSE
005110         MOVE 'INACTV' TO SBR-DTL-STATUS
005120     END-IF.
005130     MOVE SCH-EFF-DATE TO SBR-DTL-EFF-DATE.
005140     IF SCH-RUN-FREQ = SPACE
005150         MOVE 'D' TO SBR-DTL-FREQ
005160     ELSE
005170         MOVE SCH-RUN-FREQ TO SBR-DTL-FREQ
005180     END-IF.
005190     MOVE SCH-TERM-COUNT TO SBR-DTL-TERMS.
005200     IF SCH-RUN-ID NUMERIC AND SCH-RUN-ID > 0
005210         MOVE SCH-RUN-ID TO SBR-DTL-RUN-ID
005220     ELSE
005230         MOVE 'AUTO' TO SBR-DTL-RUN-ID
005240     END-IF.
005250     PERFORM 4250-SET-RECURRENCE THRU 4250-EXIT.
005260     MOVE WS-SEQ-TYPE TO SBR-DTL-TYPE.
005270     MOVE SEQT-NAME (SEQT-IX) TO SBR-DTL-SEQ-NAME.
005280     MOVE WS-SEED-A TO SBR-DTL-SEED-A.
005290     MOVE WS-SEED-B TO SBR-DTL-SEED-B.
005300     IF WS-THIRD-ORDER
005310         MOVE WS-SEED-C TO WS-SEED-C-EDIT
005320         MOVE WS-SEED-C-EDIT TO SBR-DTL-SEED-C
005330     ELSE
005340         MOVE SPACES TO SBR-DTL-SEED-C
005350     END-IF.
005360 4200-EXIT.
005370     EXIT.
005380
005390*--------------------------------------------------------------*
005400* LOOK UP THE REQUEST'S SEQUENCE TYPE IN FIBSEQT AND SET THE   *
005410* ORDER AND SEEDS AS HELLO WILL.  A TYPE G WITHOUT NUMERIC     *
005420* COEFFICIENTS, OR A TYPE NOT IN THE TABLE, RUNS AS FIBONACCI. *
005430* THE REQUEST'S OWN SEEDS ARE USED ONLY WHEN IT ASKS FOR THEM  *
005440* AND THEY ARE NUMERIC - A THIRD-ORDER RUN NEEDS SEED C AS WELL*
005450* - OTHERWISE THE TYPE'S DEFAULT SEEDS ARE.                    *
005460*--------------------------------------------------------------*
005470 4250-SET-RECURRENCE.
005480     MOVE SCH-SEQ-TYPE TO WS-SEQ-TYPE.
005490     IF WS-SEQ-TYPE = 'G'
005500         IF SCH-COEF-1 NOT NUMERIC OR SCH-COEF-2 NOT NUMERIC
005510                 OR SCH-COEF-3 NOT NUMERIC
005520             MOVE 'F' TO WS-SEQ-TYPE
005530         END-IF
005540     END-IF.
005550     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
005560     IF SEQT-IX = 0
005570         MOVE 'F' TO WS-SEQ-TYPE
005580         PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT
005590     END-IF.
005600     IF WS-SEQ-TYPE = 'G'
005610         MOVE SCH-COEF-3 TO WS-COEF-3
005620     ELSE
005630         MOVE SEQT-COEF-3 (SEQT-IX) TO WS-COEF-3
005640     END-IF.
005650     MOVE 0 TO WS-SEED-C.
005660     IF WS-COEF-3 = 0
005670         SET WS-SECOND-ORDER TO TRUE
005680     ELSE
005690         SET WS-THIRD-ORDER TO TRUE
005700         MOVE SEQT-SEED-C (SEQT-IX) TO WS-SEED-C
005710     END-IF.
005720     MOVE SEQT-SEED-A (SEQT-IX) TO WS-SEED-A.
005730     MOVE SEQT-SEED-B (SEQT-IX) TO WS-SEED-B.
005740     MOVE 'DFLT' TO SBR-DTL-SOURCE.
005750     IF NOT SCH-SEED-SUPPLIED OR SCH-SEED-A NOT NUMERIC
005760             OR SCH-SEED-B NOT NUMERIC
005770         GO TO 4250-EXIT
005780     END-IF.
005790     IF WS-THIRD-ORDER
005800         IF SCH-SEED-C-X = SPACES OR SCH-SEED-C NOT NUMERIC
005810             GO TO 4250-EXIT
005820         END-IF
005830         MOVE SCH-SEED-C TO WS-SEED-C
005840     END-IF.
005850     MOVE SCH-SEED-A TO WS-SEED-A.
005860     MOVE SCH-SEED-B TO WS-SEED-B.
005870     MOVE 'REQ' TO SBR-DTL-SOURCE.
005880 4250-EXIT.
005890     EXIT.
005900
005910*--------------------------------------------------------------*
005920* ANY RESPONSE OTHER THAN FOUND OR END OF FILE - THE FILE IS   *
005930* CLOSED, DISABLED OR DAMAGED.  SAY SO ON THE MESSAGE LINE     *
005940* RATHER THAN ABENDING THE TERMINAL.                           *
005950*--------------------------------------------------------------*
005960 4900-FILE-ERROR.
005970     MOVE WS-RESP TO WS-RESP-DISPLAY.
005980     MOVE SPACES TO WS-MSG.
005990     STRING 'SCHDMSTR NOT AVAILABLE - RESP ' DELIMITED BY SIZE
006000            WS-RESP-DISPLAY DELIMITED BY SIZE
006010            ' - CALL OPERATIONS' DELIMITED BY SIZE
006020         INTO WS-MSG.
006030 4900-EXIT.
006040     EXIT.
006050
006060 5000-SEND-SCREEN.
006070     MOVE WS-TODAY TO SDATEO.
006080     MOVE WS-SCREEN-REQ TO SREQO.
006090     MOVE WS-SCREEN-SHOW TO SSHOWO.
006100     MOVE WS-MSG TO SMSGO.
006110     IF WS-CURSOR-SHOW
006120         MOVE -1 TO SSHOWL
006130     ELSE
006140         MOVE -1 TO SREQL
006150     END-IF.
006160     EXEC CICS SEND
006170         MAP('FIBSMAP')
006180         MAPSET('FIBSMS')
006190         FROM(FIBSMAPO)
006200         ERASE
006210         FREEKB
006220         CURSOR
006230     END-EXEC.
006240 5000-EXIT.
006250     EXIT.
006260
006270*--------------------------------------------------------------*
006280* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON   *
006290* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT THERE.  A BLANK TYPE *
006300* IS FIBONACCI.                                                *
006310*--------------------------------------------------------------*
006320 6500-FIND-SEQ-TYPE.
006330     IF WS-SEQ-TYPE = SPACE
006340         MOVE 'F' TO WS-SEQ-TYPE
006350     END-IF.
006360     MOVE 1 TO SEQT-IX.
006370     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
006380         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
006390            OR SEQT-IX >= SEQT-MAX.
006400     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
006410         MOVE 0 TO SEQT-IX
006420     END-IF.
006430 6500-EXIT.
006440     EXIT.
006450
006460 6510-NEXT-SEQ-TYPE.
006470     ADD 1 TO SEQT-IX.
006480 6510-EXIT.
006490     EXIT.
006500
006510*--------------------------------------------------------------*
006520* PF3 OR CLEAR - CLEAR THE SCREEN, SAY SO AND END THE          *
006530* TRANSACTION WITHOUT A NEXT TRANSID.                          *
006540*--------------------------------------------------------------*
006550 8000-END-SESSION.
006560     EXEC CICS SEND TEXT
006570         FROM(WS-END-TEXT)
006580         LENGTH(27)
006590         ERASE
006600         FREEKB
006610     END-EXEC.
006620     EXEC CICS RETURN
006630     END-EXEC.
006640 8000-EXIT.
006650     EXIT.
006660
006670 9999-EXIT.
006680     EXEC CICS RETURN
006690         TRANSID('FSBR')
006700         COMMAREA(WS-COMMAREA)
006710         LENGTH(WS-COMMAREA-LEN)
006720     END-EXEC.
006730     GOBACK.
