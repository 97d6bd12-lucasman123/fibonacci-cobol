000800* REQUESTED VERSUS PRODUCED, WHETHER THE REQUEST WAS A        *
000900* RESTART, AND ITS RETURN CODE.  RECON LOGS THE RUN ID IT     *
001000* BALANCED, ITS MISMATCH COUNT AND ITS IN-BALANCE /           *
001100* OUT-OF-BALANCE VERDICT.  EVERY FIBJOB STEP ALSO LOGS ONE    *
001110* STEP-TIMING RECORD AS IT ENDS (PROGRAM-ID 'STEPTIME'): THE  *
001120* STEP'S PROGRAM, START AND END DATE/TIME, RECORDS READ AND   *
001130* WRITTEN AND RETURN CODE, WITH THE BUSINESS DATE IN THE RUN  *
001140* DATE WHEN THE STEP KNOWS IT (ZERO BEFORE FIBLOCK HAS SET    *
001150* IT) AND THE END TIME IN THE RUN TIME.  THE PROGRAM-ID FIELD *
001160* SAYS WHICH VIEW APPLIES, SO A PROGRAM LOOKING FOR 'HELLO'   *
001170* OR 'RECON' RECORDS NEVER SEES A STEP-TIMING RECORD.         *
001180* HELLO ALSO LOGS THE SCHDMSTR REQUEST NUMBER THE DECK WAS    *
001190* BUILT FROM AND WHETHER THE DECK WAS A FORCED RERUN, WHICH   *
001195* THE MONTH-END FIBCHGB CHARGEBACK PRICES BY REQUESTER.       *
001200* ANY PROGRAM THAT TOUCHES RUNLOG SHOULD COPY THIS MEMBER     *
001300* RATHER THAN REDEFINING THE FIELDS BY HAND.                  *
001400*--------------------------------------------------------------*
001500* MODIFICATION HISTORY                                        *
001600*--------------------------------------------------------------*
001810* 09/03/2026 DLC   SIGNED SEEDS - RLOG-SEED-A/B ARE NOW SIGNED *
001820*                  (EMBEDDED TRAILING SIGN, SAME WIDTHS) IN    *
001830*                  STEP WITH THE FIBPARM AND FIBREC LAYOUTS.   *
001840* 10/15/2026 DLC   STEP TIMING - NEW RLOG-STEP-RECORD VIEW     *
001850*                  WRITTEN BY EVERY FIBJOB STEP AND READ BY    *
001860*                  THE WEEKLY FIBTIME BATCH-WINDOW REPORT.     *
001870* 10/15/2026 DLC   CHARGEBACK - RLOG-REQ-NO AND RLOG-RERUN-SW  *
001880*                  CARVED FROM THE HELLO FILLER; BLANK ON      *
001890*                  RECORDS WRITTEN BEFORE THE CHANGE.          *
001900*--------------------------------------------------------------*
002000 01  RLOG-RECORD.
002100     05  RLOG-PROGRAM-ID      PIC X(08).
002110         88  RLOG-STEP-TIMING         VALUE 'STEPTIME'.
002200     05  RLOG-RUN-ID          PIC 9(05).
002300     05  RLOG-RUN-DATE        PIC 9(08).
002400     05  RLOG-RUN-TIME        PIC 9(08).
003200     05  RLOG-TERMS-PRODUCED  PIC 9(05).
003300     05  RLOG-RESTART-SW      PIC X(01).
003400     05  RLOG-RETURN-CODE     PIC 9(04).
003410     05  RLOG-REQ-NO          PIC 9(05).
003420     05  RLOG-RERUN-SW        PIC X(01).
003430         88  RLOG-RERUN                   VALUE 'Y'.
003500     05  FILLER               PIC X(04).
003600 01  RLOG-RECON-RECORD REDEFINES RLOG-RECORD.
003700     05  FILLER               PIC X(29).
003800     05  RLOG-MISMATCH-COUNT  PIC 9(05).
003900     05  RLOG-VERDICT         PIC X(14).
004000     05  RLOG-RECON-RC        PIC 9(04).
004100     05  FILLER               PIC X(68).
004200 01  RLOG-STEP-RECORD REDEFINES RLOG-RECORD.
004300     05  FILLER               PIC X(29).
004400     05  RLOG-STEP-PROGRAM    PIC X(08).
004500     05  RLOG-STEP-START-DATE PIC 9(08).
004600     05  RLOG-STEP-START-TIME PIC 9(08).
004700     05  RLOG-STEP-END-DATE   PIC 9(08).
004800     05  RLOG-STEP-END-TIME   PIC 9(08).
004900     05  RLOG-STEP-READ       PIC 9(09).
005000     05  RLOG-STEP-WRITTEN    PIC 9(09).
005100     05  RLOG-STEP-RC         PIC 9(04).
005200     05  FILLER               PIC X(29).
