000240* REPORT WITH ITS RESULT, AND EVERY REJECTED TRANSACTION       *
000250* CARRIES A REASON.  RC=8 WHEN ANY TRANSACTION WAS REJECTED.   *
000260* FIBSCHB BUILDS THE NIGHT'S PARMIN DECK FROM THIS MASTER.     *
000261* A CHANGE TO A REQUEST THAT FIBEDIT SUSPENDED (SEE FIBSUSP)   *
000262* IS THE CORRECTION - IT MARKS THE SUSPENSE ITEM CORRECTED SO  *
000263* FIBSCHB RECYCLES THE REQUEST THE NEXT NIGHT.  A CHANGE CARD  *
000264* CARRYING ONLY THE REQUEST NUMBER RELEASES THE ITEM AS IT     *
000265* STANDS.  A DELETE DROPS ANY SUSPENSE ITEM WITH THE REQUEST.  *
000266* THE RUN FREQUENCY (COL 74) IS D FOR EVERY BUSINESS DAY, M    *
000267* FOR MONTH-END ONLY OR Q FOR QUARTER-END ONLY; BLANK ON AN    *
000268* ADD MEANS D.                                                 *
000270* AN R (RECURRENCE) CARD SETS THE REQUEST'S SEQUENCE TYPE (COL *
000272* 7 - SEE FIBSEQT), ITS TYPE G COEFFICIENTS (COLS 8-13) AND    *
000274* SEED C (COLS 14-19) FOR A THIRD-ORDER RECURRENCE, EDITED BY  *
000276* THE SAME RULES FIBEDIT APPLIES TO THE BUILT CARD.            *
000278*--------------------------------------------------------------*
000280* MODIFICATION HISTORY                                        *
000290*--------------------------------------------------------------*
000300* DATE       INIT  DESCRIPTION                                 *
000314*                  SEED FIELDS NOW CARRY A LEADING SEPARATE    *
000316*                  SIGN IN STEP WITH THE FIBSREC AND FIBPARM   *
000318*                  LAYOUTS.                                    *
000320* 10/15/2026 DLC   SUSPENSE AND RECYCLE - A CHANGE NOW RELEASES *
000322*                  THE REQUEST'S OPEN SUSPENSE ITEM FOR         *
000324*                  RECYCLE, AND A DELETE DROPS IT.              *
000325* 10/15/2026 DLC   BUSINESS CALENDAR - RUN FREQUENCY (D/M/Q)    *
000326*                  ADDED IN COL 74 AND CARRIED TO SCH-RUN-FREQ. *
000328* 10/15/2026 DLC   LINEAR RECURRENCES - NEW R TRANSACTION SETS *
000330*                  THE SEQUENCE TYPE, TYPE G COEFFICIENTS AND  *
000332*                  SEED C ON AN EXISTING REQUEST, AND RELEASES *
000334*                  ITS SUSPENSE ITEM LIKE A CHANGE.            *
000335* 10/15/2026 DLC   A CHANGE TO THE SEED OVERRIDE NOW KEEPS     *
000336*                  SEED C IN STEP WITH THE RECURRENCE.         *
000337*--------------------------------------------------------------*
000338
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS SCH-REQ-NO
000440         FILE STATUS IS WS-SCHD-STATUS.
000441     SELECT SUSP-FILE ASSIGN TO SUSPENSE
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS SUSP-REQ-NO
000445         FILE STATUS IS WS-SUSP-STATUS.
000450     SELECT UPD-RPT-FILE ASSIGN TO UPDRPT
000460         ORGANIZATION IS SEQUENTIAL.
000470
000550         88  SCT-ADD                  VALUE 'A'.
000560         88  SCT-CHANGE               VALUE 'C'.
000570         88  SCT-DELETE               VALUE 'D'.
000575         88  SCT-RECURRENCE           VALUE 'R'.
000580     05  SCT-REQ-NO           PIC 9(05).
000590     05  SCT-EFF-DATE         PIC 9(08).
000600     05  SCT-STATUS           PIC X(01).
000650     05  SCT-SEED-A           PIC S9(05) SIGN LEADING SEPARATE.
000660     05  SCT-SEED-B           PIC S9(05) SIGN LEADING SEPARATE.
000670     05  SCT-RUN-ID           PIC 9(05).
000675     05  SCT-RUN-FREQ         PIC X(01).
000680         88  SCT-RUN-FREQ-VALID       VALUE 'D' 'M' 'Q' SPACE.
000685     05  FILLER               PIC X(06).
000686 01  TRAN-RECUR-RECORD.
000687     05  SCR-ACTION           PIC X(01).
000688     05  SCR-REQ-NO           PIC 9(05).
000689     05  SCR-SEQ-TYPE         PIC X(01).
000690     05  SCR-COEFFICIENTS.
000691         10  SCR-COEF-1       PIC S9(01) SIGN LEADING SEPARATE.
000692         10  SCR-COEF-2       PIC S9(01) SIGN LEADING SEPARATE.
000693         10  SCR-COEF-3       PIC S9(01) SIGN LEADING SEPARATE.
000694     05  SCR-SEED-C           PIC S9(05) SIGN LEADING SEPARATE.
000695     05  SCR-SEED-C-X REDEFINES SCR-SEED-C
000696                              PIC X(06).
000697     05  FILLER               PIC X(61).
000698
000700 FD  SCHD-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FIBSREC.
000730
000732 FD  SUSP-FILE
000734     LABEL RECORDS ARE STANDARD.
000736     COPY FIBSUSP.
000738
000740 FD  UPD-RPT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000820*--------------------------------------------------------------*
000830 01  WS-TRAN-STATUS           PIC X(02) VALUE '00'.
000840 01  WS-SCHD-STATUS           PIC X(02) VALUE '00'.
000845 01  WS-SUSP-STATUS           PIC X(02) VALUE '00'.
000850
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000900         88  WS-ABEND                     VALUE 'Y'.
000910     05  WS-TRAN-BAD-SW        PIC X(01) VALUE 'N'.
000920         88  WS-TRAN-BAD                  VALUE 'Y'.
000922     05  WS-SUSP-OPEN-SW       PIC X(01) VALUE 'N'.
000924         88  WS-SUSP-OPENED               VALUE 'Y'.
000925     05  WS-ORDER-SW           PIC X(01) VALUE '2'.
000926         88  WS-SECOND-ORDER              VALUE '2'.
000927         88  WS-THIRD-ORDER               VALUE '3'.
000930
000940 01  WS-TRAN-COUNT            PIC 9(05) VALUE 0.
000950 01  WS-ADD-COUNT             PIC 9(05) VALUE 0.
000960 01  WS-CHG-COUNT             PIC 9(05) VALUE 0.
000970 01  WS-DEL-COUNT             PIC 9(05) VALUE 0.
000980 01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.
000982 01  WS-RELEASE-COUNT         PIC 9(05) VALUE 0.
000984 01  WS-DROP-COUNT            PIC 9(05) VALUE 0.
000985 01  WS-RCR-COUNT             PIC 9(05) VALUE 0.
000986 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000987 01  WS-SEQ-TYPE              PIC X(01) VALUE 'F'.
000988     COPY FIBSEQT.
000990
001000*--------------------------------------------------------------*
001010* UPDATE REPORT LINE LAYOUTS                                  *
001340 1000-INITIALIZE.
001350     DISPLAY '==========================================='.
001360     DISPLAY 'FIBSCHM - REQUEST-SCHEDULE MAINTENANCE'.
001365     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001370     OPEN OUTPUT UPD-RPT-FILE.
001380     WRITE UPD-PRINT-LINE FROM UPD-HEADING-1
001390         AFTER ADVANCING PAGE.
001600         SET WS-EOF TO TRUE
001610         CLOSE TRAN-FILE
001620         GO TO 1000-EXIT
001621     END-IF.
001622*--------------------------------------------------------------*
001623* NO SUSPENSE MASTER YET (STATUS 35) MEANS NOTHING HAS EVER    *
001624* BEEN SUSPENDED - THERE IS NOTHING TO RELEASE OR DROP.        *
001625*--------------------------------------------------------------*
001626     OPEN I-O SUSP-FILE.
001627     IF WS-SUSP-STATUS = '00'
001628         SET WS-SUSP-OPENED TO TRUE
001629     ELSE
001630         IF WS-SUSP-STATUS NOT = '35'
001631             DISPLAY 'FIBSCHM - ABEND - SUSPENSE OPEN FAILED, '
001632                 'STATUS ' WS-SUSP-STATUS
001633             SET WS-ABEND TO TRUE
001634             SET WS-EOF TO TRUE
001635             CLOSE TRAN-FILE
001636             CLOSE SCHD-FILE
001637             GO TO 1000-EXIT
001638         END-IF
001639     END-IF.
001640     READ TRAN-FILE
001650         AT END
001660             SET WS-EOF TO TRUE
002040         PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
002050         GO TO 2050-EXIT
002060     END-IF.
002062     IF SCT-RECURRENCE
002064         PERFORM 2400-APPLY-RECURRENCE THRU 2400-EXIT
002066         GO TO 2050-EXIT
002068     END-IF.
002070     MOVE 'REJECTED: ACTION MUST BE A, C, D OR R'
002080         TO UPD-RESULT-TEXT.
002090     PERFORM 5000-REPORT-REJECT THRU 5000-EXIT.
002100 2050-EXIT.
002440     ELSE
002450         MOVE 0 TO SCH-RUN-ID
002460     END-IF.
002461     IF SCT-RUN-FREQ = SPACE
002462         MOVE 'D' TO SCH-RUN-FREQ
002463     ELSE
002464         MOVE SCT-RUN-FREQ TO SCH-RUN-FREQ
002465     END-IF.
002470     WRITE SCH-RECORD
002480         INVALID KEY
002490             MOVE 'REJECTED: REQUEST NUMBER ALREADY ON SCHEDULE'
003000         MOVE 'REJECTED: STATUS MUST BE A, I OR BLANK'
003010             TO UPD-RESULT-TEXT
003020         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003021         GO TO 2150-EXIT
003022     END-IF.
003023     IF NOT SCT-RUN-FREQ-VALID
003024         MOVE 'REJECTED: RUN FREQUENCY MUST BE D, M, Q OR BLANK'
003025             TO UPD-RESULT-TEXT
003026         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003030     END-IF.
003040 2150-EXIT.
003050     EXIT.
003170             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003180             GO TO 2200-EXIT
003190     END-READ.
003191     IF NOT SCT-RUN-FREQ-VALID
003192         MOVE 'REJECTED: RUN FREQUENCY MUST BE D, M, Q OR BLANK'
003193             TO UPD-RESULT-TEXT
003194         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003195         GO TO 2200-EXIT
003196     END-IF.
003200     IF SCT-EFF-DATE NUMERIC
003210         MOVE SCT-EFF-DATE TO SCH-EFF-DATE
003220     END-IF.
003510         MOVE 'N' TO SCH-SEED-OVERRIDE
003520         MOVE 0 TO SCH-SEED-A
003530         MOVE 0 TO SCH-SEED-B
003535         MOVE SPACES TO SCH-SEED-C-X
003540     END-IF.
003550     IF SCT-RUN-ID NUMERIC
003560         MOVE SCT-RUN-ID TO SCH-RUN-ID
003562     END-IF.
003564     IF SCT-RUN-FREQ NOT = SPACE
003566         MOVE SCT-RUN-FREQ TO SCH-RUN-FREQ
003570     END-IF.
003572     PERFORM 6600-CHECK-SEED-ORDER THRU 6600-EXIT.
003574     IF WS-TRAN-BAD
003576         GO TO 2200-EXIT
003578     END-IF.
003580     REWRITE SCH-RECORD
003590         INVALID KEY
003600             MOVE 'REJECTED: REWRITE FAILED'
003650             MOVE 'CHANGED' TO UPD-RESULT-TEXT
003660             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003670                 AFTER ADVANCING 1 LINE
003675             PERFORM 2250-RELEASE-SUSPENSE THRU 2250-EXIT
003680     END-REWRITE.
003690 2200-EXIT.
003691     EXIT.
003692
003693*--------------------------------------------------------------*
003694* THE CHANGE IS THE CORRECTION - AN OPEN SUSPENSE ITEM FOR THE *
003695* REQUEST IS MARKED CORRECTED SO FIBSCHB RECYCLES IT.          *
003696*--------------------------------------------------------------*
003697 2250-RELEASE-SUSPENSE.
003698     IF NOT WS-SUSP-OPENED
003699         GO TO 2250-EXIT
003700     END-IF.
003701     MOVE SCT-REQ-NO TO SUSP-REQ-NO.
003702     READ SUSP-FILE
003703         INVALID KEY
003704             GO TO 2250-EXIT
003705     END-READ.
003706     IF NOT SUSP-OPEN
003707         GO TO 2250-EXIT
003708     END-IF.
003709     SET SUSP-CORRECTED TO TRUE.
003710     MOVE WS-RUN-DATE TO SUSP-CORRECT-DATE.
003711     REWRITE SUSP-RECORD
003712         INVALID KEY
003713             DISPLAY 'FIBSCHM - SUSPENSE REWRITE FAILED, STATUS '
003714                 WS-SUSP-STATUS
003715             GO TO 2250-EXIT
003716     END-REWRITE.
003717     ADD 1 TO WS-RELEASE-COUNT.
003718     MOVE 'SUSPENSE ITEM RELEASED - REQUEST RECYCLES NEXT NIGHT'
003719         TO UPD-RESULT-TEXT.
003720     WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003721         AFTER ADVANCING 1 LINE.
003722 2250-EXIT.
003723     EXIT.
003724
003725 2300-APPLY-DELETE.
003730     MOVE SCT-REQ-NO TO SCH-REQ-NO.
003740     DELETE SCHD-FILE
003750         INVALID KEY
003810             MOVE 'DELETED' TO UPD-RESULT-TEXT
003820             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003830                 AFTER ADVANCING 1 LINE
003835             PERFORM 2350-DROP-SUSPENSE THRU 2350-EXIT
003840     END-DELETE.
003850 2300-EXIT.
003851     EXIT.
003852
003853 2350-DROP-SUSPENSE.
003854     IF NOT WS-SUSP-OPENED
003855         GO TO 2350-EXIT
003856     END-IF.
003857     MOVE SCT-REQ-NO TO SUSP-REQ-NO.
003858     DELETE SUSP-FILE
003859         INVALID KEY
003860             GO TO 2350-EXIT
003861     END-DELETE.
003862     ADD 1 TO WS-DROP-COUNT.
003863     MOVE 'SUSPENSE ITEM DROPPED WITH THE REQUEST'
003864         TO UPD-RESULT-TEXT.
003865     WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003866         AFTER ADVANCING 1 LINE.
003867 2350-EXIT.
003868     EXIT.
003870
003871*--------------------------------------------------------------*
003872* AN R CARD SETS THE REQUEST'S RECURRENCE.  THE TYPE MUST BE   *
003873* IN FIBSEQT (BLANK IS FIBONACCI), ONLY TYPE G CARRIES         *
003874* COEFFICIENTS, AND SEED C IS ONLY KEPT FOR A THIRD-ORDER      *
003875* RECURRENCE ON A REQUEST WITH THE SEED OVERRIDE - THE SAME    *
003876* RULES FIBEDIT APPLIES, SO A BUILT CARD IS NOT SUSPENDED FOR  *
003877* A RECURRENCE THIS PROGRAM ACCEPTED.  LIKE A CHANGE, IT       *
003878* RELEASES AN OPEN SUSPENSE ITEM.                              *
003879*--------------------------------------------------------------*
003880 2400-APPLY-RECURRENCE.
003881     MOVE SCR-REQ-NO TO SCH-REQ-NO.
003882     READ SCHD-FILE
003883         INVALID KEY
003884             MOVE 'REJECTED: REQUEST NUMBER NOT ON SCHEDULE'
003885                 TO UPD-RESULT-TEXT
003886             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003887             GO TO 2400-EXIT
003888     END-READ.
003889     MOVE SCR-SEQ-TYPE TO WS-SEQ-TYPE.
003890     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
003891     IF SEQT-IX = 0
003892         MOVE SPACES TO UPD-RESULT-TEXT
003893         STRING 'REJECTED: SEQUENCE TYPE MUST BE F, L, P, T, G '
003894             'OR BLANK'
003895             DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003896         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003897         GO TO 2400-EXIT
003898     END-IF.
003899     SET WS-SECOND-ORDER TO TRUE.
003900     IF WS-SEQ-TYPE NOT = 'G'
003901         IF SCR-COEFFICIENTS NOT = SPACES
003902             MOVE SPACES TO UPD-RESULT-TEXT
003903             STRING 'REJECTED: COEFFICIENTS ONLY APPLY TO '
003904                 'SEQUENCE TYPE G'
003905                 DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003906             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003907             GO TO 2400-EXIT
003908         END-IF
003909         IF SEQT-COEF-3 (SEQT-IX) NOT = 0
003910             SET WS-THIRD-ORDER TO TRUE
003911         END-IF
003912         GO TO 2400-EDIT-SEED-C
003913     END-IF.
003914     IF SCR-COEF-1 NOT NUMERIC OR SCR-COEF-2 NOT NUMERIC
003915             OR SCR-COEF-3 NOT NUMERIC
003916         MOVE SPACES TO UPD-RESULT-TEXT
003917         STRING 'REJECTED: TYPE G NEEDS THREE SIGNED ONE-DIGIT '
003918             'COEFFICIENTS'
003919             DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003920         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003921         GO TO 2400-EXIT
003922     END-IF.
003923     IF SCR-COEF-1 = 0 AND SCR-COEF-2 = 0 AND SCR-COEF-3 = 0
003924         MOVE 'REJECTED: TYPE G COEFFICIENTS ARE ALL ZERO'
003925             TO UPD-RESULT-TEXT
003926         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003927         GO TO 2400-EXIT
003928     END-IF.
003929     IF SCR-COEF-3 NOT = 0
003930         SET WS-THIRD-ORDER TO TRUE
003931     END-IF.
003932 2400-EDIT-SEED-C.
003933     IF WS-SECOND-ORDER
003934         IF SCR-SEED-C-X NOT = SPACES
003935             MOVE SPACES TO UPD-RESULT-TEXT
003936             STRING 'REJECTED: SEED C ONLY APPLIES TO A '
003937                 'THIRD-ORDER RECURRENCE'
003938                 DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003939             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003940             GO TO 2400-EXIT
003941         END-IF
003942         GO TO 2400-UPDATE
003943     END-IF.
003944     IF SCH-SEED-SUPPLIED
003945         IF SCR-SEED-C NOT NUMERIC
003946             MOVE SPACES TO UPD-RESULT-TEXT
003947             STRING 'REJECTED: SEED C MUST BE SIGNED NUMERIC '
003948                 'WHEN SEED OVERRIDE IS Y'
003949                 DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003950             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003951             GO TO 2400-EXIT
003952         END-IF
003953         GO TO 2400-UPDATE
003954     END-IF.
003955     IF SCR-SEED-C-X NOT = SPACES
003956         MOVE SPACES TO UPD-RESULT-TEXT
003957         STRING 'REJECTED: SEED C GIVEN BUT THE REQUEST HAS NO '
003958             'SEED OVERRIDE'
003959             DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003960         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003961         GO TO 2400-EXIT
003962     END-IF.
003963     IF WS-SEQ-TYPE = 'G'
003964         MOVE SPACES TO UPD-RESULT-TEXT
003965         STRING 'REJECTED: THIRD-ORDER TYPE G NEEDS SEED '
003966             'OVERRIDE Y AND SEED C'
003967             DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003968         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003969         GO TO 2400-EXIT
003970     END-IF.
003971 2400-UPDATE.
003972     MOVE WS-SEQ-TYPE TO SCH-SEQ-TYPE.
003973     IF WS-SEQ-TYPE = 'G'
003974         MOVE SCR-COEF-1 TO SCH-COEF-1
003975         MOVE SCR-COEF-2 TO SCH-COEF-2
003976         MOVE SCR-COEF-3 TO SCH-COEF-3
003977     ELSE
003978         MOVE SPACES TO SCH-COEFFICIENTS
003979     END-IF.
003980     IF SCR-SEED-C-X = SPACES
003981         MOVE SPACES TO SCH-SEED-C-X
003982     ELSE
003983         MOVE SCR-SEED-C TO SCH-SEED-C
003984     END-IF.
003985     REWRITE SCH-RECORD
003986         INVALID KEY
003987             MOVE 'REJECTED: REWRITE FAILED'
003988                 TO UPD-RESULT-TEXT
003989             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003990         NOT INVALID KEY
003991             ADD 1 TO WS-RCR-COUNT
003992             MOVE SPACES TO UPD-RESULT-TEXT
003993             STRING 'RECURRENCE SET - ' SEQT-NAME (SEQT-IX)
003994                 DELIMITED BY SIZE INTO UPD-RESULT-TEXT
003995             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003996                 AFTER ADVANCING 1 LINE
003997             PERFORM 2250-RELEASE-SUSPENSE THRU 2250-EXIT
003998     END-REWRITE.
003999 2400-EXIT.
004000     EXIT.
004001
004002 3000-FINALIZE.
004003     IF WS-ABEND
004004         CLOSE UPD-RPT-FILE
004005         MOVE 16 TO RETURN-CODE
004006         GO TO 3000-EXIT
004007     END-IF.
004008     CLOSE TRAN-FILE.
004009     CLOSE SCHD-FILE.
004010     IF WS-SUSP-OPENED
004011         CLOSE SUSP-FILE
004012     END-IF.
004013     DISPLAY 'FIBSCHM - TRANSACTIONS READ: ' WS-TRAN-COUNT.
004014     DISPLAY 'FIBSCHM - ADDED............: ' WS-ADD-COUNT.
004015     DISPLAY 'FIBSCHM - CHANGED..........: ' WS-CHG-COUNT.
004016     DISPLAY 'FIBSCHM - DELETED..........: ' WS-DEL-COUNT.
004017     DISPLAY 'FIBSCHM - REJECTED.........: ' WS-REJECT-COUNT.
004018     DISPLAY 'FIBSCHM - SUSPENSE RELEASED: ' WS-RELEASE-COUNT.
004019     DISPLAY 'FIBSCHM - RECURRENCE SET...: ' WS-RCR-COUNT.
004020     DISPLAY 'FIBSCHM - SUSPENSE DROPPED.: ' WS-DROP-COUNT.
004021     IF WS-REJECT-COUNT = 0
004022         MOVE 'ALL TRANSACTIONS APPLIED' TO UPD-MSG-TEXT
004030         MOVE 0 TO RETURN-CODE
004040     ELSE
004050         MOVE 'ONE OR MORE TRANSACTIONS REJECTED - SEE ABOVE'
004220 5000-EXIT.
004230     EXIT.
004240
004250*--------------------------------------------------------------*
004260* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON   *
004270* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT TABULATED.  A BLANK  *
004280* TYPE IS FIBONACCI.                                           *
004290*--------------------------------------------------------------*
004300 6500-FIND-SEQ-TYPE.
004310     IF WS-SEQ-TYPE = SPACE
004320         MOVE 'F' TO WS-SEQ-TYPE
004330     END-IF.
004340     MOVE 1 TO SEQT-IX.
004350     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
004360         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
004370            OR SEQT-IX >= SEQT-MAX.
004380     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
004390         MOVE 0 TO SEQT-IX
004400     END-IF.
004410 6500-EXIT.
004420     EXIT.
004430
004440 6510-NEXT-SEQ-TYPE.
004450     ADD 1 TO SEQT-IX.
004460 6510-EXIT.
004470     EXIT.
004480
004490*--------------------------------------------------------------*
004500* A CHANGE MUST LEAVE THE SEEDS IN STEP WITH THE REQUEST'S     *
004510* RECURRENCE BY THE RULES FIBEDIT APPLIES, OR THE BUILT CARD   *
004520* IS SUSPENDED THE NEXT NIGHT.  A SECOND-ORDER REQUEST NEEDS   *
004530* NOTHING MORE.  A THIRD-ORDER REQUEST GIVEN THE SEED OVERRIDE *
004540* WITH NO SEED C TAKES THE TYPE'S DEFAULT SEED C, WHICH AN R   *
004550* CARD CAN THEN CHANGE.  A THIRD-ORDER TYPE G REQUEST CANNOT   *
004560* DROP THE OVERRIDE, SO THAT CHANGE IS REJECTED AND THE MASTER *
004570* IS LEFT AS IT WAS.                                           *
004580*--------------------------------------------------------------*
004590 6600-CHECK-SEED-ORDER.
004600     MOVE SCH-SEQ-TYPE TO WS-SEQ-TYPE.
004610     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
004620     SET WS-SECOND-ORDER TO TRUE.
004630     IF WS-SEQ-TYPE = 'G'
004640         IF SCH-COEF-3 NUMERIC
004650             IF SCH-COEF-3 NOT = 0
004660                 SET WS-THIRD-ORDER TO TRUE
004670             END-IF
004680         END-IF
004690     ELSE
004700         IF SEQT-IX > 0
004710             IF SEQT-COEF-3 (SEQT-IX) NOT = 0
004720                 SET WS-THIRD-ORDER TO TRUE
004730             END-IF
004740         END-IF
004750     END-IF.
004760     IF WS-SECOND-ORDER
004770         GO TO 6600-EXIT
004780     END-IF.
004790     IF WS-SEQ-TYPE = 'G'
004800         IF NOT SCH-SEED-SUPPLIED OR SCH-SEED-C-X = SPACES
004810             MOVE SPACES TO UPD-RESULT-TEXT
004820             STRING 'REJECTED: THIRD-ORDER TYPE G NEEDS SEED '
004830                 'OVERRIDE Y AND SEED C'
004840                 DELIMITED BY SIZE INTO UPD-RESULT-TEXT
004850             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
004860         END-IF
004870         GO TO 6600-EXIT
004880     END-IF.
004890     IF SCH-SEED-SUPPLIED AND SCH-SEED-C-X = SPACES
004900         MOVE SEQT-SEED-C (SEQT-IX) TO SCH-SEED-C
004910     END-IF.
004920 6600-EXIT.
004930     EXIT.
004940
004950 9999-EXIT.
004960     STOP RUN.
