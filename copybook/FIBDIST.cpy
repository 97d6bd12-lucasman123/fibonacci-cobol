000100*--------------------------------------------------------------*
000110* FIBDIST - REQUESTER DISTRIBUTION MASTER (REQMSTR) LAYOUT     *
000120*--------------------------------------------------------------*
000130* INSTALLATION. BATCH-SYSTEMS.                                 *
000140* REQMSTR IS A VSAM KSDS KEYED ON THE SCHDMSTR REQUEST NUMBER. *
000150* EACH RECORD NAMES THE DEPARTMENT THAT ASKED FOR THE REQUEST, *
000160* WHERE ITS PRINTED OUTPUT IS DELIVERED AND HOW MANY COPIES    *
000170* IT GETS.  FIBDSTM MAINTAINS THE MASTER FROM ADD/CHANGE/      *
000180* DELETE TRANSACTION CARDS.  FIBRPT AND FIBSTAT LOOK UP EACH   *
000190* NIGHT'S REQUEST GROUPS (BY THE PARM-REQ-NO ON THE CARD THE   *
000200* GROUP WAS BUILT FROM) AND BURST THEIR REPORTS INTO ONE DATA  *
000210* SET PER REQUESTER - A REQUESTER BEING ONE DEPARTMENT AT ONE  *
000220* DESTINATION.  A REQUEST WITH NO RECORD HERE STAYS ON THE     *
000230* OPERATIONS COPY OF THE REPORT.  ANY PROGRAM THAT TOUCHES     *
000240* REQMSTR SHOULD COPY THIS MEMBER RATHER THAN REDEFINING THE   *
000250* FIELDS BY HAND.                                              *
000260*--------------------------------------------------------------*
000270* MODIFICATION HISTORY                                        *
000280*--------------------------------------------------------------*
000290* DATE       INIT  DESCRIPTION                                 *
000300* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000310*--------------------------------------------------------------*
000320 01  DIST-RECORD.
000330     05  DIST-REQ-NO          PIC 9(05).
000340     05  DIST-DEPT-CODE       PIC X(06).
000350     05  DIST-DEPT-NAME       PIC X(30).
000360     05  DIST-DEST-ID         PIC X(08).
000370     05  DIST-DEST-NAME       PIC X(26).
000380     05  DIST-COPIES          PIC 9(02).
000390     05  DIST-ADD-DATE        PIC 9(08).
000400     05  DIST-CHG-DATE        PIC 9(08).
000410     05  FILLER               PIC X(07).
