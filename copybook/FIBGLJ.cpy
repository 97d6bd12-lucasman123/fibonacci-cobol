000100*--------------------------------------------------------------*
000110* FIBGLJ - GENERAL-LEDGER JOURNAL INTERFACE RECORD LAYOUT      *
000120*--------------------------------------------------------------*
000130* INSTALLATION. BATCH-SYSTEMS.                                 *
000140* FIBCHGB WRITES THE MONTH-END FIBONACCI CHARGEBACK AS ONE     *
000150* JOURNAL IN THIS FIXED 80-BYTE FORMAT: A HEADER RECORD, ONE   *
000160* DEBIT DETAIL PER REQUESTING COST CENTER, ONE OFFSETTING      *
000170* CREDIT DETAIL TO THE DATA-CENTER COST CENTER, AND A TRAILER  *
000180* CARRYING THE DETAIL COUNT AND THE DEBIT, CREDIT AND NET      *
000190* TOTALS.  DEBITS ARE POSITIVE AND THE CREDIT NEGATIVE, SO THE *
000200* DETAIL AMOUNTS OF A GOOD JOURNAL NET TO ZERO.  FIBCHGJ ONLY  *
000210* RELEASES THE FILE TO FINANCE (GLJRNL) WHEN FIBCHGB HAS READ  *
000220* IT BACK AND PROVED IT BALANCES.  ANY PROGRAM THAT TOUCHES THE*
000230* JOURNAL SHOULD COPY THIS MEMBER RATHER THAN REDEFINING THE   *
000240* FIELDS BY HAND.                                              *
000250*--------------------------------------------------------------*
000260* MODIFICATION HISTORY                                        *
000270*--------------------------------------------------------------*
000280* DATE       INIT  DESCRIPTION                                 *
000290* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000300*--------------------------------------------------------------*
000310 01  GLJ-RECORD.
000320     05  GLJ-REC-TYPE         PIC X(01).
000330         88  GLJ-HEADER               VALUE 'H'.
000340         88  GLJ-DETAIL               VALUE 'D'.
000350         88  GLJ-TRAILER              VALUE 'T'.
000360     05  GLJ-JOURNAL-ID       PIC X(08).
000370     05  GLJ-EFF-DATE         PIC 9(08).
000380     05  GLJ-DATA             PIC X(63).
000390 01  GLJ-HEADER-RECORD REDEFINES GLJ-RECORD.
000400     05  FILLER               PIC X(17).
000410     05  GLJ-HDR-SOURCE       PIC X(08).
000420     05  GLJ-HDR-CREATE-DATE  PIC 9(08).
000430     05  GLJ-HDR-PERIOD       PIC 9(06).
000440     05  FILLER               PIC X(41).
000450 01  GLJ-DETAIL-RECORD REDEFINES GLJ-RECORD.
000460     05  FILLER               PIC X(17).
000470     05  GLJ-LINE-NO          PIC 9(05).
000480     05  GLJ-ACCOUNT          PIC X(10).
000490     05  GLJ-COST-CENTER      PIC X(06).
000500     05  GLJ-DR-CR            PIC X(01).
000510         88  GLJ-DEBIT                VALUE 'D'.
000520         88  GLJ-CREDIT               VALUE 'C'.
000530     05  GLJ-AMOUNT           PIC S9(11)V99.
000540     05  GLJ-DESCRIPTION      PIC X(26).
000550     05  FILLER               PIC X(02).
000560 01  GLJ-TRAILER-RECORD REDEFINES GLJ-RECORD.
000570     05  FILLER               PIC X(17).
000580     05  GLJ-TRL-LINE-COUNT   PIC 9(05).
000590     05  GLJ-TRL-DEBIT-TOTAL  PIC 9(11)V99.
000600     05  GLJ-TRL-CREDIT-TOTAL PIC 9(11)V99.
000610     05  GLJ-TRL-NET          PIC S9(11)V99.
000620     05  FILLER               PIC X(19).
