000210* PREDECESSOR TERMS AND THE RUN ID THE RECORD CAME FROM -      *
000220* A DIRECT KEYED LOOKUP INSTEAD OF THE SEQUENTIAL BROWSE OF    *
000230* FIBOUT THE BUSINESS USED TO WAIT FOR.                        *
000231* A VALUE CARD ('V' IN COLUMN 1) ASKS THE REVERSE QUESTION -   *
000232* WHICH RUNS GENERATED A TERM VALUE, OR ANY VALUE IN A RANGE - *
000233* AND IS ANSWERED THROUGH THE ALTERNATE INDEX ON THE TERM      *
000234* VALUE, LISTING THE SEQ NO, PREDECESSORS AND RUN ID OF EVERY  *
000235* MATCH.  A VALUE NEVER GENERATED IS ANSWERED WITH THE NEAREST *
000236* GENERATED VALUES BELOW AND ABOVE IT.                         *
000240*--------------------------------------------------------------*
000250* MODIFICATION HISTORY                                        *
000260*--------------------------------------------------------------*
000293*                  SIGNED FIBMREC LAYOUT.                      *
000294* 09/03/2026 DLC   PACKED MASTER - RECOMPILED FOR THE COMP-3   *
000295*                  FIBMREC LAYOUT; NO LOGIC CHANGE.            *
000297* 10/15/2026 DLC   VALUE INQUIRY - NEW 'V' CARD LOOKS UP A TERM *
000299*                  VALUE OR VALUE RANGE THROUGH THE FIBMSTR    *
000301*                  ALTERNATE INDEX, WITH THE NEAREST VALUES    *
000303*                  BELOW AND ABOVE WHEN NOTHING MATCHES.       *
000305*--------------------------------------------------------------*
000307
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS FIB-MST-KEY
000402         ALTERNATE RECORD KEY IS FIB-MST-TERM-VALUE
000404             WITH DUPLICATES
000410         FILE STATUS IS WS-FIBMSTR-STATUS.
000420     SELECT INQ-RPT-FILE ASSIGN TO INQRPT
000430         ORGANIZATION IS SEQUENTIAL.
000510     05  INQ-REQ-SEQ-NO       PIC 9(05).
000515     05  INQ-REQ-RUN-ID       PIC X(05).
000520     05  FILLER               PIC X(70).
000521*--------------------------------------------------------------*
000522* VALUE CARD - COL 1 'V', COLS 2-20 THE VALUE (OR LOW END OF   *
000523* THE RANGE), COLS 21-39 THE HIGH END (BLANK = ONE VALUE),     *
000524* EACH A SIGN FOLLOWED BY 18 DIGITS.                           *
000525*--------------------------------------------------------------*
000526 01  INQ-VALUE-RECORD.
000527     05  INQ-VAL-TYPE         PIC X(01).
000528         88  INQ-VALUE-REQUEST        VALUE 'V'.
000529     05  INQ-VAL-LOW          PIC S9(18) SIGN LEADING SEPARATE.
000530     05  INQ-VAL-HIGH         PIC S9(18) SIGN LEADING SEPARATE.
000531     05  INQ-VAL-HIGH-X REDEFINES INQ-VAL-HIGH
000532                              PIC X(19).
000533     05  FILLER               PIC X(41).
000534
000540 FD  FIBMSTR-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY FIBMREC.
000760 01  WS-REQUEST-COUNT         PIC 9(05) VALUE 0.
000770 01  WS-FOUND-COUNT           PIC 9(05) VALUE 0.
000780 01  WS-NOTFND-COUNT          PIC 9(05) VALUE 0.
000781
000782*--------------------------------------------------------------*
000783* VALUE INQUIRY WORK FIELDS.  THE ALTERNATE INDEX COLLATES THE *
000784* PACKED TERM VALUE BY MAGNITUDE (THE SIGN IS THE LOW-ORDER    *
000785* NIBBLE, SO +N IS FOLLOWED BY -N), SO EVERY SCAN RUNS OVER A  *
000786* WINDOW OF MAGNITUDES AND TESTS THE SIGNED VALUE ITSELF.  A   *
000787* NEAREST-VALUE SEARCH TOWARD ZERO WIDENS THE WINDOW BY HALVES *
000788* SINCE THE INDEX CAN ONLY BE READ FORWARD.                    *
000789*--------------------------------------------------------------*
000790 01  WS-VALUE-FIELDS.
000791     05  WS-VAL-LOW            PIC S9(18) VALUE 0.
000792     05  WS-VAL-HIGH           PIC S9(18) VALUE 0.
000793     05  WS-LIST-LOW           PIC S9(18) VALUE 0.
000794     05  WS-LIST-HIGH          PIC S9(18) VALUE 0.
000795     05  WS-FIND-TARGET        PIC S9(18) VALUE 0.
000796     05  WS-CAND-VALUE         PIC S9(18) VALUE 0.
000797     05  WS-FIND-MAG           PIC 9(18) VALUE 0.
000798     05  WS-REC-MAG            PIC 9(18) VALUE 0.
000799     05  WS-SCAN-FROM          PIC 9(18) VALUE 0.
000800     05  WS-SCAN-TO            PIC 9(18) VALUE 0.
000801     05  WS-MAG-MAX            PIC 9(18)
000802                               VALUE 999999999999999999.
000803     05  WS-LIST-COUNT         PIC 9(05) VALUE 0.
000804     05  WS-SCAN-MODE          PIC X(01) VALUE SPACE.
000805         88  WS-SCAN-LIST                 VALUE 'L'.
000806         88  WS-SCAN-BELOW                VALUE 'B'.
000807         88  WS-SCAN-ABOVE                VALUE 'A'.
000808     05  WS-SCAN-END-SW        PIC X(01) VALUE 'N'.
000809         88  WS-SCAN-ENDED                VALUE 'Y'.
000810     05  WS-STOP-FIRST-SW      PIC X(01) VALUE 'N'.
000811         88  WS-STOP-AT-FIRST             VALUE 'Y'.
000812     05  WS-HALVE-END-SW       PIC X(01) VALUE 'N'.
000813         88  WS-HALVING-DONE              VALUE 'Y'.
000814     05  WS-CAND-SW            PIC X(01) VALUE 'N'.
000815         88  WS-CAND-FOUND                VALUE 'Y'.
000816 01  WS-EDIT-LOW              PIC -(18)9.
000817 01  WS-EDIT-HIGH             PIC -(18)9.
000818
000819*--------------------------------------------------------------*
000820* INQUIRY REPORT LINE LAYOUTS                                 *
000821*--------------------------------------------------------------*
000830 01  INQ-HEADING-1.
000840     05  FILLER               PIC X(44) VALUE
000850         'FIBINQ - FIBONACCI TERM INQUIRY'.
001680
001690 2100-LOOKUP-TERM.
001700     ADD 1 TO WS-REQUEST-COUNT.
001702     IF INQ-VALUE-REQUEST
001704         PERFORM 2300-LOOKUP-VALUE THRU 2300-EXIT
001706         GO TO 2100-EXIT
001708     END-IF.
001710     IF INQ-REQ-SEQ-NO NOT NUMERIC
001720         ADD 1 TO WS-NOTFND-COUNT
001730         MOVE INQ-REQ-SEQ-NO TO INQ-MSG-SEQ-NO
002051 2190-EXIT.
002052     EXIT.
002053
002063*--------------------------------------------------------------*
002073* VALUE INQUIRY - LIST EVERY MASTER RECORD WHOSE TERM VALUE    *
002083* FALLS IN THE REQUESTED RANGE.  WHEN NONE DOES, SHOW THE      *
002093* NEAREST GENERATED VALUE BELOW THE LOW END AND ABOVE THE      *
002103* HIGH END.                                                    *
002113*--------------------------------------------------------------*
002123 2300-LOOKUP-VALUE.
002133     IF INQ-VAL-LOW NOT NUMERIC
002143         MOVE 'VALUE MUST BE A SIGN AND 18 DIGITS'
002153             TO INQ-MSG-TEXT
002163         GO TO 2300-REJECT
002173     END-IF.
002183     MOVE INQ-VAL-LOW TO WS-VAL-LOW.
002193     IF INQ-VAL-HIGH-X = SPACES
002203         MOVE WS-VAL-LOW TO WS-VAL-HIGH
002213     ELSE
002223         IF INQ-VAL-HIGH NOT NUMERIC
002233             MOVE 'HIGH VALUE MUST BE A SIGN AND 18 DIGITS'
002243                 TO INQ-MSG-TEXT
002253             GO TO 2300-REJECT
002263         END-IF
002273         MOVE INQ-VAL-HIGH TO WS-VAL-HIGH
002283     END-IF.
002293     IF WS-VAL-HIGH < WS-VAL-LOW
002303         MOVE 'HIGH VALUE IS BELOW THE LOW VALUE' TO INQ-MSG-TEXT
002313         GO TO 2300-REJECT
002323     END-IF.
002333     MOVE WS-VAL-LOW TO WS-EDIT-LOW.
002343     MOVE WS-VAL-HIGH TO WS-EDIT-HIGH.
002353     MOVE 'VALUE' TO INQ-MSG-SEQ-NO.
002363     MOVE SPACES TO INQ-MSG-TEXT.
002373     IF WS-VAL-HIGH = WS-VAL-LOW
002383         STRING 'TERM VALUE ' WS-EDIT-LOW
002393             DELIMITED BY SIZE INTO INQ-MSG-TEXT
002403     ELSE
002413         STRING 'TERM VALUES ' WS-EDIT-LOW ' THRU ' WS-EDIT-HIGH
002423             DELIMITED BY SIZE INTO INQ-MSG-TEXT
002433     END-IF.
002443     WRITE INQ-PRINT-LINE FROM INQ-MESSAGE-LINE
002453         AFTER ADVANCING 2 LINES.
002463     MOVE WS-VAL-LOW TO WS-LIST-LOW.
002473     MOVE WS-VAL-HIGH TO WS-LIST-HIGH.
002483     PERFORM 2350-LIST-RANGE THRU 2350-EXIT.
002493     IF WS-LIST-COUNT > 0
002503         ADD 1 TO WS-FOUND-COUNT
002513         GO TO 2300-EXIT
002523     END-IF.
002533     ADD 1 TO WS-NOTFND-COUNT.
002543     MOVE SPACES TO INQ-MSG-SEQ-NO.
002553     IF WS-VAL-HIGH = WS-VAL-LOW
002563         MOVE 'VALUE NEVER GENERATED - NEAREST VALUES FOLLOW'
002573             TO INQ-MSG-TEXT
002583     ELSE
002593         MOVE 'NOTHING GENERATED IN RANGE - NEAREST VALUES FOLLOW'
002603             TO INQ-MSG-TEXT
002613     END-IF.
002623     WRITE INQ-PRINT-LINE FROM INQ-MESSAGE-LINE
002633         AFTER ADVANCING 1 LINE.
002643     MOVE WS-VAL-LOW TO WS-FIND-TARGET.
002653     PERFORM 2500-FIND-BELOW THRU 2500-EXIT.
002663     IF WS-CAND-FOUND
002673         MOVE 'NEAREST GENERATED VALUE BELOW:' TO INQ-MSG-TEXT
002683     ELSE
002693         MOVE 'NO GENERATED VALUE BELOW' TO INQ-MSG-TEXT
002703     END-IF.
002713     PERFORM 2700-LIST-NEAREST THRU 2700-EXIT.
002723     MOVE WS-VAL-HIGH TO WS-FIND-TARGET.
002733     PERFORM 2600-FIND-ABOVE THRU 2600-EXIT.
002743     IF WS-CAND-FOUND
002753         MOVE 'NEAREST GENERATED VALUE ABOVE:' TO INQ-MSG-TEXT
002763     ELSE
002773         MOVE 'NO GENERATED VALUE ABOVE' TO INQ-MSG-TEXT
002783     END-IF.
002793     PERFORM 2700-LIST-NEAREST THRU 2700-EXIT.
002803     GO TO 2300-EXIT.
002813 2300-REJECT.
002823     ADD 1 TO WS-NOTFND-COUNT.
002833     MOVE 'VALUE' TO INQ-MSG-SEQ-NO.
002843     WRITE INQ-PRINT-LINE FROM INQ-MESSAGE-LINE
002853         AFTER ADVANCING 1 LINE.
002863 2300-EXIT.
002873     EXIT.
002883
002893*--------------------------------------------------------------*
002903* LIST EVERY RECORD FROM WS-LIST-LOW THRU WS-LIST-HIGH.  THE   *
002913* MAGNITUDES TO SCAN DEPEND ON WHICH SIDE OF ZERO THE RANGE    *
002923* LIES; A RANGE SPANNING ZERO IS LISTED IN MAGNITUDE ORDER.    *
002933*--------------------------------------------------------------*
002943 2350-LIST-RANGE.
002953     MOVE 0 TO WS-LIST-COUNT.
002963     SET WS-SCAN-LIST TO TRUE.
002973     MOVE 'N' TO WS-STOP-FIRST-SW.
002983     IF WS-LIST-LOW >= 0
002993         MOVE WS-LIST-LOW TO WS-SCAN-FROM
003003         MOVE WS-LIST-HIGH TO WS-SCAN-TO
003013     ELSE
003023         IF WS-LIST-HIGH <= 0
003033             COMPUTE WS-SCAN-FROM = 0 - WS-LIST-HIGH
003043             COMPUTE WS-SCAN-TO = 0 - WS-LIST-LOW
003053         ELSE
003063             MOVE 0 TO WS-SCAN-FROM
003073             COMPUTE WS-SCAN-TO = 0 - WS-LIST-LOW
003083             IF WS-LIST-HIGH > WS-SCAN-TO
003093                 MOVE WS-LIST-HIGH TO WS-SCAN-TO
003103             END-IF
003113         END-IF
003123     END-IF.
003133     PERFORM 2400-SCAN-WINDOW THRU 2400-EXIT.
003143 2350-EXIT.
003153     EXIT.
003163
003173*--------------------------------------------------------------*
003183* READ THE ALTERNATE INDEX FORWARD FROM MAGNITUDE WS-SCAN-FROM *
003193* THROUGH WS-SCAN-TO, HANDING EACH RECORD TO THE SCAN MODE.    *
003203*--------------------------------------------------------------*
003213 2400-SCAN-WINDOW.
003223     MOVE 'N' TO WS-SCAN-END-SW.
003233     MOVE WS-SCAN-FROM TO FIB-MST-TERM-VALUE.
003243     START FIBMSTR-FILE KEY NOT < FIB-MST-TERM-VALUE
003253         INVALID KEY
003263             GO TO 2400-EXIT
003273     END-START.
003283     PERFORM 2450-SCAN-NEXT THRU 2450-EXIT
003293         UNTIL WS-SCAN-ENDED.
003303 2400-EXIT.
003313     EXIT.
003323
003333 2450-SCAN-NEXT.
003343     READ FIBMSTR-FILE NEXT RECORD
003353         AT END
003363             SET WS-SCAN-ENDED TO TRUE
003373             GO TO 2450-EXIT
003383     END-READ.
003393     IF FIB-MST-TERM-VALUE < 0
003403         COMPUTE WS-REC-MAG = 0 - FIB-MST-TERM-VALUE
003413     ELSE
003423         MOVE FIB-MST-TERM-VALUE TO WS-REC-MAG
003433     END-IF.
003443     IF WS-REC-MAG > WS-SCAN-TO
003453         SET WS-SCAN-ENDED TO TRUE
003463         GO TO 2450-EXIT
003473     END-IF.
003483     IF WS-SCAN-LIST
003493         IF FIB-MST-TERM-VALUE >= WS-LIST-LOW
003503                 AND FIB-MST-TERM-VALUE <= WS-LIST-HIGH
003513             ADD 1 TO WS-LIST-COUNT
003523             PERFORM 2480-PRINT-VALUE-LINE THRU 2480-EXIT
003533         END-IF
003543         GO TO 2450-EXIT
003553     END-IF.
003563     IF WS-SCAN-BELOW
003573         IF FIB-MST-TERM-VALUE < WS-FIND-TARGET
003583             IF NOT WS-CAND-FOUND
003593                     OR FIB-MST-TERM-VALUE > WS-CAND-VALUE
003603                 MOVE FIB-MST-TERM-VALUE TO WS-CAND-VALUE
003613                 SET WS-CAND-FOUND TO TRUE
003623             END-IF
003633         END-IF
003643     ELSE
003653         IF FIB-MST-TERM-VALUE > WS-FIND-TARGET
003663             IF NOT WS-CAND-FOUND
003673                     OR FIB-MST-TERM-VALUE < WS-CAND-VALUE
003683                 MOVE FIB-MST-TERM-VALUE TO WS-CAND-VALUE
003693                 SET WS-CAND-FOUND TO TRUE
003703             END-IF
003713         END-IF
003723     END-IF.
003733     IF WS-CAND-FOUND AND WS-STOP-AT-FIRST
003743         SET WS-SCAN-ENDED TO TRUE
003753     END-IF.
003763 2450-EXIT.
003773     EXIT.
003783
003793 2480-PRINT-VALUE-LINE.
003803     MOVE FIB-MST-SEQ-NO TO INQ-DTL-SEQ-NO.
003813     MOVE FIB-MST-TERM-VALUE TO INQ-DTL-TERM-VALUE.
003823     MOVE FIB-MST-PRED-1 TO INQ-DTL-PRED-1.
003833     MOVE FIB-MST-PRED-2 TO INQ-DTL-PRED-2.
003843     MOVE FIB-MST-RUN-ID TO INQ-DTL-RUN-ID.
003853     WRITE INQ-PRINT-LINE FROM INQ-DETAIL-LINE
003863         AFTER ADVANCING 1 LINE.
003873 2480-EXIT.
003883     EXIT.
003893
003903*--------------------------------------------------------------*
003913* LARGEST GENERATED VALUE BELOW WS-FIND-TARGET.  BELOW A       *
003923* NEGATIVE TARGET IT IS THE FIRST NEGATIVE OF GREATER          *
003933* MAGNITUDE.  BELOW ZERO OR A POSITIVE TARGET IT IS SOUGHT     *
003943* TOWARD ZERO A HALF-WINDOW AT A TIME, FALLING BACK TO THE     *
003953* NEGATIVE OF LEAST MAGNITUDE.                                 *
003963*--------------------------------------------------------------*
003973 2500-FIND-BELOW.
003983     MOVE 'N' TO WS-CAND-SW.
003993     SET WS-SCAN-BELOW TO TRUE.
004003     PERFORM 2800-SET-FIND-MAG THRU 2800-EXIT.
004013     IF WS-FIND-TARGET >= 0
004023         PERFORM 2850-HALVE-TOWARD-ZERO THRU 2850-EXIT
004033         IF WS-CAND-FOUND
004043             GO TO 2500-EXIT
004053         END-IF
004063     END-IF.
004073     PERFORM 2900-SCAN-OUTWARD THRU 2900-EXIT.
004083 2500-EXIT.
004093     EXIT.
004103
004113*--------------------------------------------------------------*
004123* SMALLEST GENERATED VALUE ABOVE WS-FIND-TARGET - THE MIRROR   *
004133* OF 2500-FIND-BELOW.                                          *
004143*--------------------------------------------------------------*
004153 2600-FIND-ABOVE.
004163     MOVE 'N' TO WS-CAND-SW.
004173     SET WS-SCAN-ABOVE TO TRUE.
004183     PERFORM 2800-SET-FIND-MAG THRU 2800-EXIT.
004193     IF WS-FIND-TARGET < 0
004203         PERFORM 2850-HALVE-TOWARD-ZERO THRU 2850-EXIT
004213         IF WS-CAND-FOUND
004223             GO TO 2600-EXIT
004233         END-IF
004243     END-IF.
004253     PERFORM 2900-SCAN-OUTWARD THRU 2900-EXIT.
004263 2600-EXIT.
004273     EXIT.
004283
004293*--------------------------------------------------------------*
004303* PRINT THE HEADING ALREADY IN INQ-MSG-TEXT, THEN EVERY RECORD *
004313* CARRYING THE CANDIDATE VALUE.                                *
004323*--------------------------------------------------------------*
004333 2700-LIST-NEAREST.
004343     MOVE SPACES TO INQ-MSG-SEQ-NO.
004353     WRITE INQ-PRINT-LINE FROM INQ-MESSAGE-LINE
004363         AFTER ADVANCING 1 LINE.
004373     IF NOT WS-CAND-FOUND
004383         GO TO 2700-EXIT
004393     END-IF.
004403     MOVE WS-CAND-VALUE TO WS-LIST-LOW.
004413     MOVE WS-CAND-VALUE TO WS-LIST-HIGH.
004423     PERFORM 2350-LIST-RANGE THRU 2350-EXIT.
004433 2700-EXIT.
004443     EXIT.
004453
004463 2800-SET-FIND-MAG.
004473     MOVE 'N' TO WS-STOP-FIRST-SW.
004483     IF WS-FIND-TARGET < 0
004493         COMPUTE WS-FIND-MAG = 0 - WS-FIND-TARGET
004503     ELSE
004513         MOVE WS-FIND-TARGET TO WS-FIND-MAG
004523     END-IF.
004533 2800-EXIT.
004543     EXIT.
004553
004563*--------------------------------------------------------------*
004573* SCAN MAGNITUDES BELOW THE TARGET'S IN HALVING WINDOWS UNTIL  *
004583* A CANDIDATE ON THE TARGET'S OWN SIDE OF ZERO TURNS UP, OR    *
004593* THE WINDOW HAS REACHED ZERO.  A CANDIDATE ACROSS ZERO ONLY   *
004603* STANDS ONCE EVERY SMALLER MAGNITUDE HAS BEEN SEEN.           *
004613*--------------------------------------------------------------*
004623 2850-HALVE-TOWARD-ZERO.
004633     MOVE WS-FIND-MAG TO WS-SCAN-TO.
004643     DIVIDE WS-FIND-MAG BY 2 GIVING WS-SCAN-FROM.
004653     MOVE 'N' TO WS-HALVE-END-SW.
004663     PERFORM 2860-SCAN-HALF THRU 2860-EXIT
004673         UNTIL WS-HALVING-DONE.
004683 2850-EXIT.
004693     EXIT.
004703
004713 2860-SCAN-HALF.
004723     PERFORM 2400-SCAN-WINDOW THRU 2400-EXIT.
004733     IF WS-CAND-FOUND
004743         IF (WS-SCAN-BELOW AND WS-CAND-VALUE >= 0)
004753                 OR (WS-SCAN-ABOVE AND WS-CAND-VALUE < 0)
004763             SET WS-HALVING-DONE TO TRUE
004773             GO TO 2860-EXIT
004783         END-IF
004793     END-IF.
004803     IF WS-SCAN-FROM = 0
004813         SET WS-HALVING-DONE TO TRUE
004823         GO TO 2860-EXIT
004833     END-IF.
004843     MOVE WS-SCAN-FROM TO WS-SCAN-TO.
004853     DIVIDE WS-SCAN-FROM BY 2 GIVING WS-SCAN-FROM.
004863 2860-EXIT.
004873     EXIT.
004883
004893*--------------------------------------------------------------*
004903* SCAN OUTWARD FROM THE TARGET'S MAGNITUDE - THE FIRST         *
004913* QUALIFYING RECORD IS THE NEAREST.                            *
004923*--------------------------------------------------------------*
004933 2900-SCAN-OUTWARD.
004943     MOVE WS-FIND-MAG TO WS-SCAN-FROM.
004953     MOVE WS-MAG-MAX TO WS-SCAN-TO.
004963     SET WS-STOP-AT-FIRST TO TRUE.
004973     PERFORM 2400-SCAN-WINDOW THRU 2400-EXIT.
004983 2900-EXIT.
004993     EXIT.
005003
005013 3000-FINALIZE.
005023     IF WS-ABEND
005033         CLOSE INQ-RPT-FILE
005043         MOVE 16 TO RETURN-CODE
005053         GO TO 3000-EXIT
005063     END-IF.
005073     CLOSE INQ-CARD-FILE.
005083     CLOSE FIBMSTR-FILE.
005093     CLOSE INQ-RPT-FILE.
005103     DISPLAY 'FIBINQ - REQUESTS READ..: ' WS-REQUEST-COUNT.
005113     DISPLAY 'FIBINQ - TERMS FOUND....: ' WS-FOUND-COUNT.
005123     DISPLAY 'FIBINQ - NOT FOUND......: ' WS-NOTFND-COUNT.
005133     IF WS-NOTFND-COUNT > 0
005143         MOVE 4 TO RETURN-CODE
005153     ELSE
005163         MOVE 0 TO RETURN-CODE
005173     END-IF.
005183     DISPLAY '==========================================='.
005193 3000-EXIT.
005203     EXIT.
005213
005223 9999-EXIT.
005233     STOP RUN.
