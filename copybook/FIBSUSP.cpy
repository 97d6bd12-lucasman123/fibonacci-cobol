000100*--------------------------------------------------------------*
000200* FIBSUSP - PARMIN SUSPENSE MASTER (SUSPENSE) RECORD LAYOUT    *
000300*--------------------------------------------------------------*
000400* INSTALLATION. BATCH-SYSTEMS.                                 *
000500* SUSPENSE IS A VSAM KSDS KEYED ON THE SCHDMSTR REQUEST        *
000600* NUMBER.  FIBEDIT WRITES ONE RECORD FOR EVERY PARMIN CARD IT  *
000700* REJECTS - THE CARD IMAGE, UP TO THREE REJECT REASONS, THE    *
000800* DATE THE REQUEST WAS FIRST SUSPENDED AND THE LAST NIGHT IT   *
000900* WAS REJECTED - SO ONE BAD CARD NO LONGER STOPS THE REST OF   *
001000* THE DECK.  AN OPEN ITEM IS HELD OFF THE DECK BY FIBSCHB      *
001100* UNTIL A FIBSCHM CHANGE TO THE REQUEST MARKS IT CORRECTED;    *
001200* FIBSCHB THEN BUILDS THE REQUEST AGAIN THE NEXT NIGHT AND     *
001300* FIBEDIT DELETES THE ITEM ONCE THE CARD IS ACCEPTED (OR       *
001400* REOPENS IT IF THE CARD IS STILL BAD).  FIBSAGE PRINTS THE    *
001500* AGING REPORT.  ANY PROGRAM THAT TOUCHES SUSPENSE SHOULD      *
001600* COPY THIS MEMBER RATHER THAN REDEFINING THE FIELDS BY HAND.  *
001700*--------------------------------------------------------------*
001800* MODIFICATION HISTORY                                        *
001900*--------------------------------------------------------------*
002000* DATE       INIT  DESCRIPTION                                 *
002100* 10/15/2026 DLC   ORIGINAL VERSION.                            *
002200*--------------------------------------------------------------*
002300 01  SUSP-RECORD.
002400     05  SUSP-REQ-NO          PIC 9(05).
002500     05  SUSP-STATUS          PIC X(01).
002600         88  SUSP-OPEN                VALUE 'O'.
002700         88  SUSP-CORRECTED           VALUE 'C'.
002800     05  SUSP-FIRST-DATE      PIC 9(08).
002900     05  SUSP-LAST-DATE       PIC 9(08).
003000     05  SUSP-CORRECT-DATE    PIC 9(08).
003100     05  SUSP-REJECT-NIGHTS   PIC 9(03).
003200     05  SUSP-REASON-COUNT    PIC 9(02).
003300     05  SUSP-REASONS.
003350         10  SUSP-REASON      OCCURS 3 TIMES.
003400             15  SUSP-RSN-FIELD   PIC X(20).
003500             15  SUSP-RSN-TEXT    PIC X(55).
003600     05  SUSP-CARD-IMAGE      PIC X(80).
003700     05  FILLER               PIC X(10).
