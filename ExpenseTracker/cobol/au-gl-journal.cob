000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUGLJRNL.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - GENERAL LEDGER JOURNAL EXTRACT
000120*                    FOR ONE COMPLETED PAY RUN OF AU-TAX-CALC,
000130*                    EMPLOYEE COSTS BY COST CENTRE.
000140*    2026-10-15 PJH  PRE-TAX ARRANGEMENTS - SACRIFICED SUPER IS
000150*                    CREDITED TO THE SUPER CLEARING HOUSE AND
000160*                    OTHER PRE-TAX AMOUNTS (NOVATED LEASES AND
000170*                    SIMILAR) TO A NEW PRE-TAX PAYABLE ACCOUNT,
000180*                    FROM THE TWO NEW AUDIT LOG COLUMNS.
000190*    2026-10-15 PJH  AUDIT LOG RECORD WIDENED 450 TO 500 FOR
000200*                    THE LEAVE MOVEMENT COLUMNS AU-TAX-CALC NOW
000210*                    WRITES AT THE END OF THE ROW.
000220*    2026-10-15 PJH  HEADER NOTE - THE PRE-TAX PAYABLE ACCOUNT IS
000230*                    SETTLED BY ACCOUNTS PAYABLE, NOT BY A PAY RUN
000240*                    REMITTANCE.
000250*****************************************************************
000260*    BUILDS THE DOUBLE-ENTRY PAYROLL JOURNAL FOR ONE BATCH RUN,
000270*    SELECTED BY ITS RUN TIMESTAMP KEYED ON SYSIN - A BLANK CARD
000280*    TAKES THE LATEST COMPLETED RUN ON THE RUN REGISTRY, THE
000290*    SAME AS AUTAXRPT.  RUN IT AFTER AUTAXCLC.
000300*
000310*    EVERY PAYMENT ROW OF THE RUN ON THE AUDIT LOG POSTS, FROM
000320*    THE AMOUNTS ACTUALLY PAID THIS PERIOD -
000330*      DR  GROSS WAGES EXPENSE    PERIOD GROSS PLUS ANY ETP
000340*      DR  SG EXPENSE             SG ACCRUED
000350*            BOTH TO THE EMPLOYEE'S COST CENTRE (EMPMASTF)
000360*      CR  PAYGW PAYABLE          TAX WITHHELD LESS HELP/STSL
000370*      CR  HELP/STSL PAYABLE      HELP/STSL WITHHELD
000380*      CR  ETP WITHHOLDING        TAX WITHHELD ON AN ETP
000390*      CR  SUPER CLEARING HOUSE   SG ACCRUED, AND SUPER
000400*                                 SALARY SACRIFICED
000410*      CR  PRE-TAX PAYABLE        OTHER PRE-TAX ARRANGEMENTS
000420*                                 (NOVATED LEASES AND SIMILAR) -
000430*                                 NOTHING REMITS THESE, ACCOUNTS
000440*                                 PAYABLE CLEARS THE ACCOUNT ON
000450*                                 THE PROVIDER'S INVOICE
000460*      CR  NET WAGES CLEARING     NET DISBURSED TO THE BANK
000470*    AND EVERY DEDUCTION-ORDER DETAIL ON THE RUN'S REMITTANCE
000480*    EXTRACT (DEDOUTF) POSTS -
000490*      CR  CHILD SUPPORT / GARNISHEE PAYABLE, BY AGENCY
000500*    THE LIABILITY LINES CARRY NO COST CENTRE.  POSTINGS ARE
000510*    SUMMARISED BY ACCOUNT, COST CENTRE AND AGENCY IN A KEYED
000520*    WORK FILE REBUILT FRESH EVERY RUN.
000530*
000540*    THE JOURNAL IS WRITTEN ONLY WHEN IT BALANCES AND AGREES
000550*    WITH THE RUN - TOTAL DEBITS EQUAL TOTAL CREDITS, THE
000560*    EMPLOYEE COUNT AND TOTALS ON THE RUN'S REGISTRY RECORD
000570*    (RUNREGF) EQUAL WHAT THE AUDIT LOG HOLDS FOR THE RUN, AND
000580*    THE REMITTANCE EXTRACT IS THE RUN'S OWN AND ADDS TO THE
000590*    DEDUCTION-ORDER COLUMN.  ANY BREAK IS LISTED AND THE RUN
000600*    ENDS RC 8 WITH NO JOURNAL CUT.  AN EMPLOYEE WITH NO COST
000610*    CENTRE ON THE MASTER POSTS TO THE SUSPENSE CENTRE AND IS
000620*    LISTED - THE JOURNAL IS STILL CUT, RC 4.
000630*****************************************************************
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER. IBM-I.
000670 OBJECT-COMPUTER. IBM-I.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000730     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
000740         ORGANIZATION IS INDEXED
000750         ACCESS IS SEQUENTIAL
000760         RECORD KEY IS RR-EXTRACT-DATE
000770         FILE STATUS IS WS-RUNREG-FILE-STATUS.
000780     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
000790         ORGANIZATION IS INDEXED
000800         ACCESS IS RANDOM
000810         RECORD KEY IS EM-EMPLOYEE-ID
000820         FILE STATUS IS WS-MASTER-FILE-STATUS.
000830     SELECT DEDUCTION-REMIT-FILE ASSIGN TO "DEDOUTF"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-DEDOUT-FILE-STATUS.
000860*    KEYED WORK FILE - ONE RECORD PER ACCOUNT / COST CENTRE /
000870*    AGENCY COMBINATION, SO A SEQUENTIAL READ COMES BACK IN
000880*    JOURNAL ORDER.
000890     SELECT GL-WORK-FILE ASSIGN TO "GLWRKF"
000900         ORGANIZATION IS INDEXED
000910         ACCESS IS DYNAMIC
000920         RECORD KEY IS GW-POSTING-KEY
000930         FILE STATUS IS WS-WORK-FILE-STATUS.
000940     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNLF"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  AUDIT-TAX-CALC-LOG
001000     RECORD CONTAINS 500 CHARACTERS
001010     LABEL RECORDS ARE STANDARD.
001020 01  AUDIT-LOG-RECORD               PIC X(500).
001030*
001040 FD  RUN-REGISTRY-FILE
001050     RECORD CONTAINS 250 CHARACTERS
001060     LABEL RECORDS ARE STANDARD.
001070 COPY RUNREGR.
001080*
001090 FD  EMPLOYEE-MASTER-FILE
001100     RECORD CONTAINS 200 CHARACTERS
001110     LABEL RECORDS ARE STANDARD.
001120 COPY EMPMREC.
001130*
001140*    DEDUCTION REMITTANCE EXTRACT AS CUT BY AU-TAX-CALC - SEE
001150*    360/365 THERE.  "D" ORDER DETAILS, "A" AGENCY TOTALS AND A
001160*    "T" TRAILER CARRYING THE RUN TIMESTAMP.
001170 FD  DEDUCTION-REMIT-FILE
001180     RECORD CONTAINS 100 CHARACTERS
001190     LABEL RECORDS ARE STANDARD.
001200 01  DEDUCT-REMIT-RECORD.
001210     05  DR-DET-RECORD-TYPE      PIC X(01).
001220     05  DR-DET-EMPLOYEE-ID      PIC X(10).
001230     05  DR-DET-EMPLOYEE-NAME    PIC X(30).
001240     05  DR-DET-ORDER-TYPE       PIC X(01).
001250     05  DR-DET-AGENCY-ID        PIC X(10).
001260     05  DR-DET-AMOUNT           PIC 9(11)V99.
001270     05  FILLER                  PIC X(35).
001280 01  DEDUCT-REMIT-TRAILER REDEFINES DEDUCT-REMIT-RECORD.
001290     05  DR-TRL-RECORD-TYPE      PIC X(01).
001300     05  DR-TRL-RUN-TIMESTAMP    PIC X(26).
001310     05  DR-TRL-ORDER-COUNT      PIC 9(09).
001320     05  DR-TRL-TOT-AMOUNT       PIC 9(13)V99.
001330     05  FILLER                  PIC X(49).
001340*
001350*    POSTING WORK RECORD - DEBITS POSITIVE, CREDITS NEGATIVE,
001360*    SO THE FILE NETS TO ZERO WHEN THE JOURNAL BALANCES.
001370 FD  GL-WORK-FILE
001380     RECORD CONTAINS 80 CHARACTERS
001390     LABEL RECORDS ARE STANDARD.
001400 01  GL-WORK-RECORD.
001410     05  GW-POSTING-KEY.
001420         10  GW-ACCOUNT          PIC X(06).
001430         10  GW-COST-CENTRE      PIC X(06).
001440         10  GW-SUB-LEDGER       PIC X(10).
001450     05  GW-AMOUNT               PIC S9(13)V99
001460                                 SIGN LEADING SEPARATE.
001470     05  GW-NARRATIVE            PIC X(30).
001480     05  FILLER                  PIC X(12).
001490*
001500*    GENERAL LEDGER JOURNAL - "H" HEADER, ONE "D" LINE PER
001510*    ACCOUNT / COST CENTRE / AGENCY, "T" TRAILER WITH THE LINE
001520*    COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH ARE EQUAL.
001530 FD  GL-JOURNAL-FILE
001540     RECORD CONTAINS 150 CHARACTERS
001550     LABEL RECORDS ARE STANDARD.
001560 01  GL-JOURNAL-RECORD.
001570     05  GJ-RECORD-TYPE          PIC X(01).
001580     05  GJ-LINE-NUMBER          PIC 9(06).
001590     05  GJ-ACCOUNT              PIC X(06).
001600     05  GJ-COST-CENTRE          PIC X(06).
001610     05  GJ-SUB-LEDGER           PIC X(10).
001620     05  GJ-DR-CR                PIC X(01).
001630     05  GJ-AMOUNT               PIC 9(11)V99.
001640     05  GJ-NARRATIVE            PIC X(30).
001650     05  GJ-RUN-TIMESTAMP        PIC X(26).
001660     05  FILLER                  PIC X(51).
001670 01  GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
001680     05  GJH-RECORD-TYPE         PIC X(01).
001690     05  GJH-RUN-TIMESTAMP       PIC X(26).
001700     05  GJH-POSTING-DATE        PIC X(08).
001710     05  GJH-SOURCE              PIC X(08).
001720     05  GJH-DESCRIPTION         PIC X(30).
001730     05  FILLER                  PIC X(77).
001740 01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
001750     05  GJT-RECORD-TYPE         PIC X(01).
001760     05  GJT-RUN-TIMESTAMP       PIC X(26).
001770     05  GJT-LINE-COUNT          PIC 9(06).
001780     05  GJT-TOT-DEBITS          PIC 9(13)V99.
001790     05  GJT-TOT-CREDITS         PIC 9(13)V99.
001800     05  FILLER                  PIC X(87).
001810*
001820 WORKING-STORAGE SECTION.
001830 01  WS-FILE-STATUSES.
001840     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001850     05  WS-RUNREG-FILE-STATUS    PIC X(02) VALUE "00".
001860     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
001870     05  WS-DEDOUT-FILE-STATUS    PIC X(02) VALUE "00".
001880     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001890     05  WS-JOURNAL-FILE-STATUS   PIC X(02) VALUE "00".
001900*
001910 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001920     88  WS-END-OF-FILE               VALUE "Y".
001930*
001940*    ANY CONTROL BREAK SETS THIS - THE JOURNAL IS THEN NOT CUT.
001950 01  WS-REFUSED-SW                PIC X(01) VALUE "N".
001960     88  WS-JOURNAL-REFUSED           VALUE "Y".
001970*
001980 01  WS-RUN-FOUND-SW              PIC X(01) VALUE "N".
001990     88  WS-RUN-FOUND                 VALUE "Y".
002000 01  WS-LATEST-RUN-SW             PIC X(01) VALUE "N".
002010     88  WS-TAKE-LATEST-RUN           VALUE "Y".
002020 01  WS-PD-TOTALS-SW              PIC X(01) VALUE "N".
002030     88  WS-PD-TOTALS-HELD            VALUE "Y".
002040 01  WS-REMIT-TRAILER-SW          PIC X(01) VALUE "N".
002050     88  WS-REMIT-TRAILER-SEEN        VALUE "Y".
002060 01  WS-WORK-FOUND-SW             PIC X(01) VALUE "N".
002070     88  WS-WORK-FOUND                VALUE "Y".
002080*
002090*    RUN SELECTION - THE TIMESTAMP KEYED ON SYSIN, OR THE
002100*    LATEST COMPLETED RUN ON THE REGISTRY WHEN THE CARD IS
002110*    BLANK.
002120 01  WS-SELECT-TIMESTAMP          PIC X(26) VALUE SPACES.
002130*
002140*    THE SELECTED RUN'S REGISTRY RECORD, KEPT ONCE THE
002150*    REGISTRY IS CLOSED.
002160 01  WS-REGISTRY-RUN.
002170     05  WS-REG-EXTRACT-DATE      PIC X(08).
002180     05  WS-REG-RUN-STATUS        PIC X(01).
002190     05  WS-REG-EMP-COUNT         PIC 9(09) COMP.
002200     05  WS-REG-TOT-GROSS         PIC S9(13)V99 COMP-3.
002210     05  WS-REG-TOT-TAX           PIC S9(13)V99 COMP-3.
002220     05  WS-REG-TOT-NET-PAY       PIC S9(13)V99 COMP-3.
002230     05  WS-REG-TOT-PD-GROSS      PIC S9(13)V99 COMP-3.
002240     05  WS-REG-TOT-PD-TAX        PIC S9(13)V99 COMP-3.
002250     05  WS-REG-TOT-PD-NET        PIC S9(13)V99 COMP-3.
002260     05  WS-REG-TOT-PD-SG         PIC S9(13)V99 COMP-3.
002270*
002280*    PAYROLL ACCOUNTS IN THE GENERAL LEDGER.  THE EXPENSE
002290*    ACCOUNTS POST BY COST CENTRE; THE LIABILITY AND CLEARING
002300*    ACCOUNTS ARE COMPANY-LEVEL.
002310 01  WS-GL-ACCOUNTS.
002320     05  WS-GL-WAGES-EXPENSE      PIC X(06) VALUE "610000".
002330     05  WS-GL-SG-EXPENSE         PIC X(06) VALUE "610500".
002340     05  WS-GL-PAYGW-PAYABLE      PIC X(06) VALUE "220100".
002350     05  WS-GL-HELP-PAYABLE       PIC X(06) VALUE "220110".
002360     05  WS-GL-ETP-TAX-PAYABLE    PIC X(06) VALUE "220120".
002370     05  WS-GL-SUPER-PAYABLE      PIC X(06) VALUE "220200".
002380     05  WS-GL-DEDORD-PAYABLE     PIC X(06) VALUE "220300".
002390     05  WS-GL-PRETAX-PAYABLE     PIC X(06) VALUE "220400".
002400     05  WS-GL-NET-WAGES-CLEARING PIC X(06) VALUE "220900".
002410*    WHERE AN EMPLOYEE WITH NO COST CENTRE ON THE MASTER POSTS
002420*    UNTIL EMPMAINT KEYS ONE.
002430 01  WS-GL-SUSPENSE-CENTRE        PIC X(06) VALUE "999999".
002440*
002450*    PARSED AUDIT LOG COLUMNS - SEE 310-WRITE-AUDIT-LOG-RECORD
002460*    IN AU-TAX-CALC FOR THE COLUMN ORDER.
002470 01  WS-AUDIT-FIELDS.
002480     05  WS-F-EMPLOYEE-ID         PIC X(10).
002490     05  WS-F-EMPLOYEE-NAME       PIC X(30).
002500     05  WS-F-TAX-YEAR            PIC X(07).
002510     05  WS-F-RUN-TIMESTAMP       PIC X(26).
002520     05  WS-F-GROSS               PIC X(31).
002530     05  WS-F-DEDUCT              PIC X(13).
002540     05  WS-F-TAXABLE             PIC X(13).
002550     05  WS-F-INCTAX              PIC X(13).
002560     05  WS-F-OFFSETS             PIC X(13).
002570     05  WS-F-MEDICARE            PIC X(13).
002580     05  WS-F-MLS                 PIC X(13).
002590     05  WS-F-HELP                PIC X(13).
002600     05  WS-F-TOTALTAX            PIC X(13).
002610     05  WS-F-NETPAY              PIC X(13).
002620     05  WS-F-SG                  PIC X(13).
002630     05  WS-F-FREQ                PIC X(01).
002640     05  WS-F-ETPGROSS            PIC X(13).
002650     05  WS-F-ETPTAX              PIC X(13).
002660     05  WS-F-DEDORD              PIC X(13).
002670     05  WS-F-NOTFN-IND           PIC X(01).
002680     05  WS-F-PD-GROSS            PIC X(13).
002690     05  WS-F-PD-TAX              PIC X(13).
002700     05  WS-F-PD-HELP             PIC X(13).
002710     05  WS-F-PD-DISBTAX          PIC X(13).
002720     05  WS-F-PD-DISBNET          PIC X(13).
002730     05  WS-F-PD-SG               PIC X(13).
002740     05  WS-F-CARRY-DELTA         PIC X(13).
002750     05  WS-F-ROW-TYPE            PIC X(01).
002760     05  WS-F-REVERSED-TS         PIC X(26).
002770     05  WS-F-NOTES               PIC X(31).
002780     05  WS-F-PD-PRETAX           PIC X(13).
002790     05  WS-F-PD-RESC             PIC X(13).
002800 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
002810*
002820 01  WS-REJECTED-FLAG             PIC X(01) VALUE "N".
002830     88  WS-RECORD-REJECTED           VALUE "Y".
002840*
002850*    ONE PAYMENT ROW'S AMOUNTS AS ACTUALLY PAID.
002860 01  WS-ROW-AMOUNTS.
002870     05  WS-ROW-PD-GROSS          PIC S9(11)V99 COMP-3.
002880     05  WS-ROW-PD-TAX            PIC S9(11)V99 COMP-3.
002890     05  WS-ROW-PD-HELP           PIC S9(11)V99 COMP-3.
002900     05  WS-ROW-PD-DISBTAX        PIC S9(11)V99 COMP-3.
002910     05  WS-ROW-PD-DISBNET        PIC S9(11)V99 COMP-3.
002920     05  WS-ROW-PD-SG             PIC S9(11)V99 COMP-3.
002930     05  WS-ROW-ETP-GROSS         PIC S9(11)V99 COMP-3.
002940     05  WS-ROW-ETP-TAX           PIC S9(11)V99 COMP-3.
002950     05  WS-ROW-DEDORD            PIC S9(11)V99 COMP-3.
002960     05  WS-ROW-PD-PRETAX         PIC S9(11)V99 COMP-3.
002970     05  WS-ROW-PD-RESC           PIC S9(11)V99 COMP-3.
002980 01  WS-ROW-COST-CENTRE           PIC X(06).
002990*
003000*    ONE POSTING TO THE WORK FILE - SET BY THE CALLER OF 0800.
003010 01  WS-POSTING.
003020     05  WS-POST-ACCOUNT          PIC X(06).
003030     05  WS-POST-COST-CENTRE      PIC X(06).
003040     05  WS-POST-SUB-LEDGER       PIC X(10).
003050     05  WS-POST-AMOUNT           PIC S9(13)V99 COMP-3.
003060     05  WS-POST-NARRATIVE        PIC X(30).
003070*
003080*    WHAT THE AUDIT LOG AND REMITTANCE EXTRACT HOLD FOR THE
003090*    RUN - AGREED TO THE REGISTRY IN 0500.
003100 01  WS-RUN-TOTALS.
003110     05  WS-TOT-EMP-COUNT         PIC 9(09) COMP VALUE 0.
003120     05  WS-TOT-REJECT-COUNT      PIC 9(09) COMP VALUE 0.
003130     05  WS-TOT-SUSPENSE-COUNT    PIC 9(09) COMP VALUE 0.
003140     05  WS-TOT-GROSS             PIC S9(13)V99 COMP-3 VALUE 0.
003150     05  WS-TOT-TAX               PIC S9(13)V99 COMP-3 VALUE 0.
003160     05  WS-TOT-NET-PAY           PIC S9(13)V99 COMP-3 VALUE 0.
003170     05  WS-TOT-PD-GROSS          PIC S9(13)V99 COMP-3 VALUE 0.
003180     05  WS-TOT-PD-TAX            PIC S9(13)V99 COMP-3 VALUE 0.
003190     05  WS-TOT-PD-NET            PIC S9(13)V99 COMP-3 VALUE 0.
003200     05  WS-TOT-PD-SG             PIC S9(13)V99 COMP-3 VALUE 0.
003210     05  WS-TOT-DEDORD            PIC S9(13)V99 COMP-3 VALUE 0.
003220     05  WS-TOT-REMITTED          PIC S9(13)V99 COMP-3 VALUE 0.
003230     05  WS-REMIT-ORDER-COUNT     PIC 9(09) COMP VALUE 0.
003240*
003250*    JOURNAL TOTALS - ADDED FROM THE WORK FILE IN 0510 AND
003260*    AGAIN AS THE LINES ARE WRITTEN IN 0610.
003270 01  WS-JOURNAL-TOTALS.
003280     05  WS-JNL-LINE-COUNT        PIC 9(06) COMP VALUE 0.
003290     05  WS-JNL-TOT-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
003300     05  WS-JNL-TOT-CREDITS       PIC S9(13)V99 COMP-3 VALUE 0.
003310     05  WS-JNL-LINE-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
003320*
003330 01  WS-CURRENT-DATE-TIME.
003340     05  WS-CURR-DATE             PIC X(08).
003350     05  WS-CURR-TIME             PIC X(08).
003360*
003370 01  WS-MONEY-EDIT                PIC -Z,ZZZ,ZZZ,ZZ9.99.
003380 01  WS-MONEY-EDIT-2              PIC -Z,ZZZ,ZZZ,ZZ9.99.
003390 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
003400 01  WS-COUNT-EDIT-2              PIC ZZZ,ZZ9.
003410*
003420 PROCEDURE DIVISION.
003430*****************************************************************
003440*    0000-MAINLINE
003450*****************************************************************
003460 0000-MAINLINE.
003470     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
003480     IF RETURN-CODE NOT = 0
003490         STOP RUN
003500     END-IF.
003510     PERFORM 0150-SELECT-FROM-REGISTRY THRU 0150-EXIT.
003520     IF RETURN-CODE NOT = 0
003530         PERFORM 0900-TERMINATE THRU 0900-EXIT
003540         STOP RUN
003550     END-IF.
003560     PERFORM 0300-POST-AUDIT-ROWS THRU 0300-EXIT.
003570     IF RETURN-CODE NOT = 0
003580         PERFORM 0900-TERMINATE THRU 0900-EXIT
003590         STOP RUN
003600     END-IF.
003610     PERFORM 0400-POST-REMITTANCES THRU 0400-EXIT.
003620     IF RETURN-CODE NOT = 0
003630         PERFORM 0900-TERMINATE THRU 0900-EXIT
003640         STOP RUN
003650     END-IF.
003660     PERFORM 0500-CHECK-CONTROLS THRU 0500-EXIT.
003670     IF NOT WS-JOURNAL-REFUSED AND RETURN-CODE = 0
003680         PERFORM 0600-WRITE-JOURNAL THRU 0600-EXIT
003690     END-IF.
003700     PERFORM 0900-TERMINATE THRU 0900-EXIT.
003710     STOP RUN.
003720*
003730*****************************************************************
003740*    0100-INITIALIZE - RUN SELECTION CARD AND FILE AVAILABILITY
003750*****************************************************************
003760 0100-INITIALIZE.
003770     DISPLAY "--- AUGLJRNL - Payroll General Ledger Journal ---".
003780     DISPLAY "Run timestamp to journal (blank = latest run): ".
003790     ACCEPT WS-SELECT-TIMESTAMP.
003800     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
003810     ACCEPT WS-CURR-TIME FROM TIME.
003820     OPEN INPUT AUDIT-TAX-CALC-LOG.
003830     IF WS-AUDIT-FILE-STATUS NOT = "00"
003840         DISPLAY "*** UNABLE TO OPEN AUDTAXL - STATUS "
003850             WS-AUDIT-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
003860         MOVE 16 TO RETURN-CODE
003870         GO TO 0100-EXIT
003880     END-IF.
003890     CLOSE AUDIT-TAX-CALC-LOG.
003900     OPEN INPUT EMPLOYEE-MASTER-FILE.
003910     IF WS-MASTER-FILE-STATUS NOT = "00"
003920         DISPLAY "*** UNABLE TO OPEN EMPMASTF - STATUS "
003930             WS-MASTER-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 0100-EXIT
003960     END-IF.
003970*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
003980     OPEN OUTPUT GL-WORK-FILE.
003990     IF WS-WORK-FILE-STATUS = "00"
004000         CLOSE GL-WORK-FILE
004010         OPEN I-O GL-WORK-FILE
004020     END-IF.
004030     IF WS-WORK-FILE-STATUS NOT = "00"
004040         DISPLAY "*** UNABLE TO OPEN GLWRKF - STATUS "
004050             WS-WORK-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
004060         CLOSE EMPLOYEE-MASTER-FILE
004070         MOVE 16 TO RETURN-CODE
004080     END-IF.
004090 0100-EXIT.
004100         EXIT.
004110*
004120*****************************************************************
004130*    0150-SELECT-FROM-REGISTRY - FIND THE RUN ON THE REGISTRY.
004140*    A KEYED TIMESTAMP MUST BE ON IT AND COMPLETED; A BLANK
004150*    CARD TAKES THE LATEST COMPLETED RUN.  UNLIKE THE REPORTS
004160*    THERE IS NO FALL-BACK TO A LOG SCAN - THE REGISTRY TOTALS
004170*    ARE WHAT THE JOURNAL IS PROVED AGAINST.
004180*****************************************************************
004190 0150-SELECT-FROM-REGISTRY.
004200     MOVE "N" TO WS-EOF-SW.
004210     IF WS-SELECT-TIMESTAMP = SPACES
004220         MOVE "Y" TO WS-LATEST-RUN-SW
004230     END-IF.
004240     OPEN INPUT RUN-REGISTRY-FILE.
004250     IF WS-RUNREG-FILE-STATUS NOT = "00"
004260         DISPLAY "*** UNABLE TO OPEN RUNREGF - STATUS "
004270             WS-RUNREG-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
004280         MOVE 16 TO RETURN-CODE
004290         GO TO 0150-EXIT
004300     END-IF.
004310     PERFORM 0160-SCAN-ONE-REGISTRY-REC THRU 0160-EXIT
004320         UNTIL WS-END-OF-FILE.
004330     CLOSE RUN-REGISTRY-FILE.
004340     MOVE "N" TO WS-EOF-SW.
004350     IF NOT WS-RUN-FOUND
004360         IF WS-TAKE-LATEST-RUN
004370             DISPLAY "*** NO COMPLETED RUN ON RUNREGF - "
004380                 "JOURNAL NOT PRODUCED ***"
004390         ELSE
004400             DISPLAY "*** RUN " WS-SELECT-TIMESTAMP
004410                 " NOT ON RUNREGF - JOURNAL NOT PRODUCED ***"
004420         END-IF
004430         MOVE 8 TO RETURN-CODE
004440         GO TO 0150-EXIT
004450     END-IF.
004460     IF WS-REG-RUN-STATUS NOT = "C"
004470         DISPLAY "*** RUN " WS-SELECT-TIMESTAMP
004480             " IS NOT COMPLETED ON RUNREGF (STATUS "
004490             WS-REG-RUN-STATUS ") - JOURNAL NOT PRODUCED ***"
004500         MOVE 8 TO RETURN-CODE
004510         GO TO 0150-EXIT
004520     END-IF.
004530     DISPLAY "Journalling run " WS-SELECT-TIMESTAMP
004540         " (extract date " WS-REG-EXTRACT-DATE ")".
004550 0150-EXIT.
004560         EXIT.
004570*
004580*    0160-SCAN-ONE-REGISTRY-REC - A BLANK CARD KEEPS THE LATEST
004590*    COMPLETED RUN SEEN SO FAR; A KEYED TIMESTAMP STOPS AT ITS
004600*    OWN RECORD WHATEVER ITS STATUS, SO 0150 CAN SAY WHY IT IS
004610*    REFUSED.
004620 0160-SCAN-ONE-REGISTRY-REC.
004630     READ RUN-REGISTRY-FILE
004640         AT END
004650             MOVE "Y" TO WS-EOF-SW
004660             GO TO 0160-EXIT
004670     END-READ.
004680     IF WS-TAKE-LATEST-RUN
004690         IF RR-STATUS-COMPLETED
004700             PERFORM 0170-KEEP-REGISTRY-RUN THRU 0170-EXIT
004710         END-IF
004720         GO TO 0160-EXIT
004730     END-IF.
004740     IF RR-RUN-TIMESTAMP = WS-SELECT-TIMESTAMP
004750         PERFORM 0170-KEEP-REGISTRY-RUN THRU 0170-EXIT
004760         MOVE "Y" TO WS-EOF-SW
004770     END-IF.
004780 0160-EXIT.
004790         EXIT.
004800*
004810 0170-KEEP-REGISTRY-RUN.
004820     IF WS-RUN-FOUND
004830         AND RR-RUN-TIMESTAMP NOT > WS-SELECT-TIMESTAMP
004840         GO TO 0170-EXIT
004850     END-IF.
004860     MOVE "Y"                TO WS-RUN-FOUND-SW.
004870     MOVE RR-RUN-TIMESTAMP   TO WS-SELECT-TIMESTAMP.
004880     MOVE RR-EXTRACT-DATE    TO WS-REG-EXTRACT-DATE.
004890     MOVE RR-RUN-STATUS      TO WS-REG-RUN-STATUS.
004900     MOVE RR-EMP-COUNT       TO WS-REG-EMP-COUNT.
004910     MOVE RR-TOT-GROSS       TO WS-REG-TOT-GROSS.
004920     MOVE RR-TOT-TAX         TO WS-REG-TOT-TAX.
004930     MOVE RR-TOT-NET-PAY     TO WS-REG-TOT-NET-PAY.
004940*    A RECORD WRITTEN BEFORE THE PER-PERIOD TOTALS EXISTED HAS
004950*    SPACES THERE - ONLY THE COUNT AND THE ANNUAL-EQUIVALENT
004960*    TOTALS CAN THEN BE AGREED.
004970     IF RR-TOT-PD-GROSS NUMERIC
004980         AND RR-TOT-PD-TAX NUMERIC
004990         AND RR-TOT-PD-NET NUMERIC
005000         AND RR-TOT-PD-SG NUMERIC
005010         MOVE "Y" TO WS-PD-TOTALS-SW
005020         MOVE RR-TOT-PD-GROSS TO WS-REG-TOT-PD-GROSS
005030         MOVE RR-TOT-PD-TAX   TO WS-REG-TOT-PD-TAX
005040         MOVE RR-TOT-PD-NET   TO WS-REG-TOT-PD-NET
005050         MOVE RR-TOT-PD-SG    TO WS-REG-TOT-PD-SG
005060     ELSE
005070         MOVE "N" TO WS-PD-TOTALS-SW
005080     END-IF.
005090 0170-EXIT.
005100         EXIT.
005110*
005120*****************************************************************
005130*    0300-POST-AUDIT-ROWS - ONE PASS OF THE LOG, EVERY PAYMENT
005140*    ROW OF THE SELECTED RUN POSTED TO THE WORK FILE.
005150*****************************************************************
005160 0300-POST-AUDIT-ROWS.
005170     MOVE "N" TO WS-EOF-SW.
005180     OPEN INPUT AUDIT-TAX-CALC-LOG.
005190     IF WS-AUDIT-FILE-STATUS NOT = "00"
005200         DISPLAY "*** UNABLE TO REOPEN AUDTAXL - STATUS "
005210             WS-AUDIT-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
005220         MOVE 16 TO RETURN-CODE
005230         GO TO 0300-EXIT
005240     END-IF.
005250     PERFORM 0310-POST-ONE-RECORD THRU 0310-EXIT
005260         UNTIL WS-END-OF-FILE.
005270     CLOSE AUDIT-TAX-CALC-LOG.
005280     CLOSE EMPLOYEE-MASTER-FILE.
005290 0300-EXIT.
005300         EXIT.
005310*
005320 0310-POST-ONE-RECORD.
005330     READ AUDIT-TAX-CALC-LOG
005340         AT END
005350             MOVE "Y" TO WS-EOF-SW
005360             GO TO 0310-EXIT
005370     END-READ.
005380     PERFORM 0700-PARSE-AUDIT-RECORD THRU 0700-EXIT.
005390     IF WS-F-RUN-TIMESTAMP NOT = WS-SELECT-TIMESTAMP
005400         GO TO 0310-EXIT
005410     END-IF.
005420*    A REJECTED EMPLOYEE WAS NEVER PAID AND POSTS NOTHING.
005430     IF WS-RECORD-REJECTED
005440         ADD 1 TO WS-TOT-REJECT-COUNT
005450         GO TO 0310-EXIT
005460     END-IF.
005470     IF WS-F-ROW-TYPE NOT = "P" AND WS-F-ROW-TYPE NOT = SPACE
005480         GO TO 0310-EXIT
005490     END-IF.
005500     ADD 1 TO WS-TOT-EMP-COUNT.
005510     PERFORM 0320-SET-ROW-AMOUNTS THRU 0320-EXIT.
005520     PERFORM 0330-FIND-COST-CENTRE THRU 0330-EXIT.
005530     PERFORM 0340-POST-ROW THRU 0340-EXIT.
005540 0310-EXIT.
005550         EXIT.
005560*
005570*    0320-SET-ROW-AMOUNTS - THE PER-PERIOD COLUMNS ARE WHAT WAS
005580*    ACTUALLY PAID; THE ETP AND DEDUCTION-ORDER COLUMNS ARE
005590*    ACTUAL ONE-OFF AND PER-PERIOD AMOUNTS ALREADY.  THE
005600*    ANNUAL-EQUIVALENT GROSS, TAX AND NET ARE TOTALLED ONLY TO
005610*    AGREE TO THE REGISTRY.
005620 0320-SET-ROW-AMOUNTS.
005630     COMPUTE WS-ROW-PD-GROSS = FUNCTION NUMVAL (WS-F-PD-GROSS).
005640     COMPUTE WS-ROW-PD-TAX = FUNCTION NUMVAL (WS-F-PD-TAX).
005650     COMPUTE WS-ROW-PD-HELP = FUNCTION NUMVAL (WS-F-PD-HELP).
005660     COMPUTE WS-ROW-PD-DISBTAX =
005670         FUNCTION NUMVAL (WS-F-PD-DISBTAX).
005680     COMPUTE WS-ROW-PD-DISBNET =
005690         FUNCTION NUMVAL (WS-F-PD-DISBNET).
005700     COMPUTE WS-ROW-PD-SG = FUNCTION NUMVAL (WS-F-PD-SG).
005710     COMPUTE WS-ROW-ETP-GROSS = FUNCTION NUMVAL (WS-F-ETPGROSS).
005720     COMPUTE WS-ROW-ETP-TAX = FUNCTION NUMVAL (WS-F-ETPTAX).
005730     COMPUTE WS-ROW-DEDORD = FUNCTION NUMVAL (WS-F-DEDORD).
005740*    A ROW WRITTEN BEFORE THE PRE-TAX COLUMNS EXISTED HAS NONE.
005750     IF WS-F-PD-PRETAX = SPACES
005760         MOVE 0 TO WS-ROW-PD-PRETAX
005770         MOVE 0 TO WS-ROW-PD-RESC
005780     ELSE
005790         COMPUTE WS-ROW-PD-PRETAX =
005800             FUNCTION NUMVAL (WS-F-PD-PRETAX)
005810         COMPUTE WS-ROW-PD-RESC =
005820             FUNCTION NUMVAL (WS-F-PD-RESC)
005830     END-IF.
005840     COMPUTE WS-TOT-GROSS = WS-TOT-GROSS
005850         + FUNCTION NUMVAL (WS-F-GROSS).
005860     COMPUTE WS-TOT-TAX = WS-TOT-TAX
005870         + FUNCTION NUMVAL (WS-F-TOTALTAX).
005880     COMPUTE WS-TOT-NET-PAY = WS-TOT-NET-PAY
005890         + FUNCTION NUMVAL (WS-F-NETPAY).
005900     COMPUTE WS-TOT-PD-GROSS = WS-TOT-PD-GROSS
005910         + WS-ROW-PD-GROSS + WS-ROW-ETP-GROSS.
005920     ADD WS-ROW-PD-DISBTAX TO WS-TOT-PD-TAX.
005930     ADD WS-ROW-PD-DISBNET TO WS-TOT-PD-NET.
005940     ADD WS-ROW-PD-SG      TO WS-TOT-PD-SG.
005950     ADD WS-ROW-DEDORD     TO WS-TOT-DEDORD.
005960 0320-EXIT.
005970         EXIT.
005980*
005990*    0330-FIND-COST-CENTRE - FROM THE MASTER.  AN EMPLOYEE NOT
006000*    ON THE MASTER OR WITH NO COST CENTRE KEYED POSTS TO THE
006010*    SUSPENSE CENTRE AND IS LISTED FOR CORRECTION.
006020 0330-FIND-COST-CENTRE.
006030     MOVE WS-F-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
006040     READ EMPLOYEE-MASTER-FILE
006050         INVALID KEY
006060             MOVE SPACES TO EM-COST-CENTRE
006070     END-READ.
006080     IF WS-MASTER-FILE-STATUS NOT = "00"
006090         MOVE SPACES TO EM-COST-CENTRE
006100     END-IF.
006110     IF EM-COST-CENTRE = SPACES
006120         MOVE WS-GL-SUSPENSE-CENTRE TO WS-ROW-COST-CENTRE
006130         ADD 1 TO WS-TOT-SUSPENSE-COUNT
006140         DISPLAY "*** NO COST CENTRE FOR " WS-F-EMPLOYEE-ID
006150             " " WS-F-EMPLOYEE-NAME
006160             " - POSTED TO SUSPENSE ***"
006170     ELSE
006180         MOVE EM-COST-CENTRE TO WS-ROW-COST-CENTRE
006190     END-IF.
006200 0330-EXIT.
006210         EXIT.
006220*
006230*    0340-POST-ROW - THE EMPLOYEE'S POSTINGS.  THE ROW BALANCES
006240*    BY CONSTRUCTION - GROSS PLUS ETP IS TAX WITHHELD PLUS ETP
006250*    TAX PLUS DEDUCTION ORDERS PLUS PRE-TAX ARRANGEMENTS PLUS
006260*    NET DISBURSED - WITH THE DEDUCTION-ORDER CREDIT COMING
006270*    FROM THE REMITTANCE EXTRACT IN 0400 SO IT LANDS AGAINST
006280*    THE RIGHT AGENCY.
006290 0340-POST-ROW.
006300     MOVE WS-GL-WAGES-EXPENSE TO WS-POST-ACCOUNT.
006310     MOVE WS-ROW-COST-CENTRE  TO WS-POST-COST-CENTRE.
006320     MOVE SPACES              TO WS-POST-SUB-LEDGER.
006330     COMPUTE WS-POST-AMOUNT = WS-ROW-PD-GROSS + WS-ROW-ETP-GROSS.
006340     MOVE "GROSS WAGES" TO WS-POST-NARRATIVE.
006350     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006360     MOVE WS-GL-SG-EXPENSE    TO WS-POST-ACCOUNT.
006370     MOVE WS-ROW-PD-SG        TO WS-POST-AMOUNT.
006380     MOVE "SUPERANNUATION GUARANTEE" TO WS-POST-NARRATIVE.
006390     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006400     MOVE SPACES              TO WS-POST-COST-CENTRE.
006410     MOVE WS-GL-PAYGW-PAYABLE TO WS-POST-ACCOUNT.
006420     COMPUTE WS-POST-AMOUNT = WS-ROW-PD-HELP - WS-ROW-PD-TAX.
006430     MOVE "PAYG WITHHOLDING" TO WS-POST-NARRATIVE.
006440     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006450     MOVE WS-GL-HELP-PAYABLE  TO WS-POST-ACCOUNT.
006460     COMPUTE WS-POST-AMOUNT = 0 - WS-ROW-PD-HELP.
006470     MOVE "HELP/STSL WITHHOLDING" TO WS-POST-NARRATIVE.
006480     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006490     MOVE WS-GL-ETP-TAX-PAYABLE TO WS-POST-ACCOUNT.
006500     COMPUTE WS-POST-AMOUNT = 0 - WS-ROW-ETP-TAX.
006510     MOVE "ETP WITHHOLDING" TO WS-POST-NARRATIVE.
006520     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006530     MOVE WS-GL-SUPER-PAYABLE TO WS-POST-ACCOUNT.
006540     COMPUTE WS-POST-AMOUNT = 0 - WS-ROW-PD-SG.
006550     MOVE "SG CLEARING HOUSE PAYABLE" TO WS-POST-NARRATIVE.
006560     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006570     COMPUTE WS-POST-AMOUNT = 0 - WS-ROW-PD-RESC.
006580     MOVE "SALARY SACRIFICE SUPER PAYABLE" TO WS-POST-NARRATIVE.
006590     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006600     MOVE WS-GL-PRETAX-PAYABLE TO WS-POST-ACCOUNT.
006610     COMPUTE WS-POST-AMOUNT = WS-ROW-PD-RESC - WS-ROW-PD-PRETAX.
006620     MOVE "PRE-TAX ARRANGEMENTS PAYABLE" TO WS-POST-NARRATIVE.
006630     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006640     MOVE WS-GL-NET-WAGES-CLEARING TO WS-POST-ACCOUNT.
006650     COMPUTE WS-POST-AMOUNT = 0 - WS-ROW-PD-DISBNET.
006660     MOVE "NET WAGES CLEARING" TO WS-POST-NARRATIVE.
006670     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
006680 0340-EXIT.
006690         EXIT.
006700*
006710*****************************************************************
006720*    0400-POST-REMITTANCES - THE RUN'S DEDUCTION REMITTANCE
006730*    EXTRACT, ONE CREDIT PER AGENCY.  THE EXTRACT MUST BE THE
006740*    SELECTED RUN'S OWN (TRAILER TIMESTAMP) AND ITS DETAILS
006750*    MUST ADD TO THE DEDUCTION-ORDER COLUMN OF THE AUDIT LOG -
006760*    CHECKED IN 0500.  WITH NO EXTRACT AVAILABLE, A RUN THAT
006770*    WITHHELD NOTHING UNDER AN ORDER STILL JOURNALS.
006780*****************************************************************
006790 0400-POST-REMITTANCES.
006800     MOVE "N" TO WS-EOF-SW.
006810     OPEN INPUT DEDUCTION-REMIT-FILE.
006820     IF WS-DEDOUT-FILE-STATUS NOT = "00"
006830         IF WS-TOT-DEDORD NOT = 0
006840             DISPLAY "*** UNABLE TO OPEN DEDOUTF - STATUS "
006850                 WS-DEDOUT-FILE-STATUS
006860                 " - DEDUCTION ORDERS CANNOT BE POSTED ***"
006870             MOVE "Y" TO WS-REFUSED-SW
006880         ELSE
006890             DISPLAY "No DEDOUTF available - no deduction "
006900                 "orders withheld this run."
006910             MOVE "Y" TO WS-REMIT-TRAILER-SW
006920         END-IF
006930         GO TO 0400-EXIT
006940     END-IF.
006950     PERFORM 0410-POST-ONE-REMITTANCE THRU 0410-EXIT
006960         UNTIL WS-END-OF-FILE.
006970     CLOSE DEDUCTION-REMIT-FILE.
006980 0400-EXIT.
006990         EXIT.
007000*
007010 0410-POST-ONE-REMITTANCE.
007020     READ DEDUCTION-REMIT-FILE
007030         AT END
007040             MOVE "Y" TO WS-EOF-SW
007050             GO TO 0410-EXIT
007060     END-READ.
007070     IF DR-TRL-RECORD-TYPE = "T"
007080         MOVE "Y" TO WS-REMIT-TRAILER-SW
007090         IF DR-TRL-RUN-TIMESTAMP NOT = WS-SELECT-TIMESTAMP
007100             DISPLAY "*** DEDOUTF IS FOR RUN "
007110                 DR-TRL-RUN-TIMESTAMP " NOT "
007120                 WS-SELECT-TIMESTAMP " ***"
007130             MOVE "Y" TO WS-REFUSED-SW
007140         END-IF
007150         GO TO 0410-EXIT
007160     END-IF.
007170*    THE "A" AGENCY TOTALS REPEAT THE DETAILS - NOT POSTED.
007180     IF DR-DET-RECORD-TYPE NOT = "D"
007190         GO TO 0410-EXIT
007200     END-IF.
007210     ADD 1 TO WS-REMIT-ORDER-COUNT.
007220     ADD DR-DET-AMOUNT TO WS-TOT-REMITTED.
007230     MOVE WS-GL-DEDORD-PAYABLE TO WS-POST-ACCOUNT.
007240     MOVE SPACES               TO WS-POST-COST-CENTRE.
007250     MOVE DR-DET-AGENCY-ID     TO WS-POST-SUB-LEDGER.
007260     COMPUTE WS-POST-AMOUNT = 0 - DR-DET-AMOUNT.
007270     IF DR-DET-ORDER-TYPE = "C"
007280         MOVE "CHILD SUPPORT PAYABLE" TO WS-POST-NARRATIVE
007290     ELSE
007300         MOVE "GARNISHEE PAYABLE" TO WS-POST-NARRATIVE
007310     END-IF.
007320     PERFORM 0800-POST-TO-WORK-FILE THRU 0800-EXIT.
007330 0410-EXIT.
007340         EXIT.
007350*
007360*****************************************************************
007370*    0500-CHECK-CONTROLS - EVERY CHECK IS MADE AND EVERY BREAK
007380*    LISTED BEFORE THE JOURNAL IS REFUSED, SO ONE RERUN FIXES
007390*    THEM ALL.
007400*****************************************************************
007410 0500-CHECK-CONTROLS.
007420     PERFORM 0510-ADD-UP-WORK-FILE THRU 0510-EXIT.
007430     IF RETURN-CODE NOT = 0
007440         GO TO 0500-EXIT
007450     END-IF.
007460     IF WS-JNL-TOT-DEBITS NOT = WS-JNL-TOT-CREDITS
007470         MOVE WS-JNL-TOT-DEBITS  TO WS-MONEY-EDIT
007480         MOVE WS-JNL-TOT-CREDITS TO WS-MONEY-EDIT-2
007490         DISPLAY "*** JOURNAL OUT OF BALANCE - DEBITS "
007500             WS-MONEY-EDIT " CREDITS " WS-MONEY-EDIT-2 " ***"
007510         MOVE "Y" TO WS-REFUSED-SW
007520     END-IF.
007530     IF WS-TOT-EMP-COUNT NOT = WS-REG-EMP-COUNT
007540         MOVE WS-TOT-EMP-COUNT TO WS-COUNT-EDIT
007550         MOVE WS-REG-EMP-COUNT TO WS-COUNT-EDIT-2
007560         DISPLAY "*** EMPLOYEES ON AUDTAXL " WS-COUNT-EDIT
007570             " - RUNREGF " WS-COUNT-EDIT-2 " ***"
007580         MOVE "Y" TO WS-REFUSED-SW
007590     END-IF.
007600     IF WS-TOT-GROSS NOT = WS-REG-TOT-GROSS
007610         MOVE WS-TOT-GROSS     TO WS-MONEY-EDIT
007620         MOVE WS-REG-TOT-GROSS TO WS-MONEY-EDIT-2
007630         DISPLAY "*** ANNUAL GROSS ON AUDTAXL " WS-MONEY-EDIT
007640             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
007650         MOVE "Y" TO WS-REFUSED-SW
007660     END-IF.
007670     IF WS-TOT-TAX NOT = WS-REG-TOT-TAX
007680         MOVE WS-TOT-TAX     TO WS-MONEY-EDIT
007690         MOVE WS-REG-TOT-TAX TO WS-MONEY-EDIT-2
007700         DISPLAY "*** ANNUAL TAX ON AUDTAXL " WS-MONEY-EDIT
007710             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
007720         MOVE "Y" TO WS-REFUSED-SW
007730     END-IF.
007740     IF WS-TOT-NET-PAY NOT = WS-REG-TOT-NET-PAY
007750         MOVE WS-TOT-NET-PAY     TO WS-MONEY-EDIT
007760         MOVE WS-REG-TOT-NET-PAY TO WS-MONEY-EDIT-2
007770         DISPLAY "*** ANNUAL NET ON AUDTAXL " WS-MONEY-EDIT
007780             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
007790         MOVE "Y" TO WS-REFUSED-SW
007800     END-IF.
007810     PERFORM 0520-CHECK-PERIOD-TOTALS THRU 0520-EXIT.
007820     IF NOT WS-REMIT-TRAILER-SEEN
007830         DISPLAY "*** DEDOUTF HAS NO TRAILER - EXTRACT "
007840             "INCOMPLETE ***"
007850         MOVE "Y" TO WS-REFUSED-SW
007860     END-IF.
007870     IF WS-TOT-REMITTED NOT = WS-TOT-DEDORD
007880         MOVE WS-TOT-REMITTED TO WS-MONEY-EDIT
007890         MOVE WS-TOT-DEDORD   TO WS-MONEY-EDIT-2
007900         DISPLAY "*** DEDOUTF ORDERS " WS-MONEY-EDIT
007910             " - AUDTAXL DEDUCTIONS " WS-MONEY-EDIT-2 " ***"
007920         MOVE "Y" TO WS-REFUSED-SW
007930     END-IF.
007940 0500-EXIT.
007950         EXIT.
007960*
007970*    0510-ADD-UP-WORK-FILE - DEBITS AND CREDITS AS THEY WILL BE
007980*    WRITTEN.
007990 0510-ADD-UP-WORK-FILE.
008000     MOVE 0 TO WS-JNL-TOT-DEBITS.
008010     MOVE 0 TO WS-JNL-TOT-CREDITS.
008020     MOVE LOW-VALUES TO GW-POSTING-KEY.
008030     MOVE "N" TO WS-EOF-SW.
008040     START GL-WORK-FILE KEY NOT < GW-POSTING-KEY
008050         INVALID KEY
008060             MOVE "Y" TO WS-EOF-SW
008070     END-START.
008080     PERFORM 0515-ADD-ONE-POSTING THRU 0515-EXIT
008090         UNTIL WS-END-OF-FILE.
008100 0510-EXIT.
008110         EXIT.
008120*
008130 0515-ADD-ONE-POSTING.
008140     READ GL-WORK-FILE NEXT RECORD
008150         AT END
008160             MOVE "Y" TO WS-EOF-SW
008170             GO TO 0515-EXIT
008180     END-READ.
008190     IF WS-WORK-FILE-STATUS NOT = "00"
008200         DISPLAY "*** GLWRKF READ FAILED - STATUS "
008210             WS-WORK-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
008220         MOVE 16 TO RETURN-CODE
008230         MOVE "Y" TO WS-EOF-SW
008240         GO TO 0515-EXIT
008250     END-IF.
008260     IF GW-AMOUNT > 0
008270         ADD GW-AMOUNT TO WS-JNL-TOT-DEBITS
008280     ELSE
008290         SUBTRACT GW-AMOUNT FROM WS-JNL-TOT-CREDITS
008300     END-IF.
008310 0515-EXIT.
008320         EXIT.
008330*
008340*    0520-CHECK-PERIOD-TOTALS - THE JOURNAL'S OWN FIGURES
008350*    AGAINST WHAT THE RUN RECORDED IT PAID.  SKIPPED FOR A
008360*    REGISTRY RECORD OLDER THAN THOSE TOTALS.
008370 0520-CHECK-PERIOD-TOTALS.
008380     IF NOT WS-PD-TOTALS-HELD
008390         DISPLAY "RUNREGF record carries no per-period totals "
008400             "- agreed on count and annual totals only."
008410         GO TO 0520-EXIT
008420     END-IF.
008430     IF WS-TOT-PD-GROSS NOT = WS-REG-TOT-PD-GROSS
008440         MOVE WS-TOT-PD-GROSS     TO WS-MONEY-EDIT
008450         MOVE WS-REG-TOT-PD-GROSS TO WS-MONEY-EDIT-2
008460         DISPLAY "*** GROSS WAGES DEBIT " WS-MONEY-EDIT
008470             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
008480         MOVE "Y" TO WS-REFUSED-SW
008490     END-IF.
008500     IF WS-TOT-PD-TAX NOT = WS-REG-TOT-PD-TAX
008510         MOVE WS-TOT-PD-TAX     TO WS-MONEY-EDIT
008520         MOVE WS-REG-TOT-PD-TAX TO WS-MONEY-EDIT-2
008530         DISPLAY "*** TAX WITHHELD CREDITS " WS-MONEY-EDIT
008540             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
008550         MOVE "Y" TO WS-REFUSED-SW
008560     END-IF.
008570     IF WS-TOT-PD-NET NOT = WS-REG-TOT-PD-NET
008580         MOVE WS-TOT-PD-NET     TO WS-MONEY-EDIT
008590         MOVE WS-REG-TOT-PD-NET TO WS-MONEY-EDIT-2
008600         DISPLAY "*** NET WAGES CREDIT " WS-MONEY-EDIT
008610             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
008620         MOVE "Y" TO WS-REFUSED-SW
008630     END-IF.
008640     IF WS-TOT-PD-SG NOT = WS-REG-TOT-PD-SG
008650         MOVE WS-TOT-PD-SG     TO WS-MONEY-EDIT
008660         MOVE WS-REG-TOT-PD-SG TO WS-MONEY-EDIT-2
008670         DISPLAY "*** SG EXPENSE DEBIT " WS-MONEY-EDIT
008680             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
008690         MOVE "Y" TO WS-REFUSED-SW
008700     END-IF.
008710 0520-EXIT.
008720         EXIT.
008730*
008740*****************************************************************
008750*    0600-WRITE-JOURNAL - HEADER, THE WORK FILE IN KEY ORDER,
008760*    TRAILER.  ONLY REACHED WHEN EVERY CONTROL HAS AGREED.
008770*****************************************************************
008780 0600-WRITE-JOURNAL.
008790     OPEN OUTPUT GL-JOURNAL-FILE.
008800     IF WS-JOURNAL-FILE-STATUS NOT = "00"
008810         DISPLAY "*** UNABLE TO OPEN GLJRNLF - STATUS "
008820             WS-JOURNAL-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
008830         MOVE 16 TO RETURN-CODE
008840         GO TO 0600-EXIT
008850     END-IF.
008860     MOVE SPACES TO GL-JOURNAL-HEADER.
008870     MOVE "H"                 TO GJH-RECORD-TYPE.
008880     MOVE WS-SELECT-TIMESTAMP TO GJH-RUN-TIMESTAMP.
008890     MOVE WS-REG-EXTRACT-DATE TO GJH-POSTING-DATE.
008900     MOVE "AUPAYROL"          TO GJH-SOURCE.
008910     MOVE "PAYROLL RUN"       TO GJH-DESCRIPTION.
008920     WRITE GL-JOURNAL-HEADER.
008930     MOVE 0 TO WS-JNL-LINE-COUNT.
008940     MOVE 0 TO WS-JNL-TOT-DEBITS.
008950     MOVE 0 TO WS-JNL-TOT-CREDITS.
008960     MOVE LOW-VALUES TO GW-POSTING-KEY.
008970     MOVE "N" TO WS-EOF-SW.
008980     START GL-WORK-FILE KEY NOT < GW-POSTING-KEY
008990         INVALID KEY
009000             MOVE "Y" TO WS-EOF-SW
009010     END-START.
009020     PERFORM 0610-WRITE-ONE-LINE THRU 0610-EXIT
009030         UNTIL WS-END-OF-FILE.
009040     MOVE SPACES TO GL-JOURNAL-TRAILER.
009050     MOVE "T"                 TO GJT-RECORD-TYPE.
009060     MOVE WS-SELECT-TIMESTAMP TO GJT-RUN-TIMESTAMP.
009070     MOVE WS-JNL-LINE-COUNT   TO GJT-LINE-COUNT.
009080     MOVE WS-JNL-TOT-DEBITS   TO GJT-TOT-DEBITS.
009090     MOVE WS-JNL-TOT-CREDITS  TO GJT-TOT-CREDITS.
009100     WRITE GL-JOURNAL-TRAILER.
009110     IF WS-JOURNAL-FILE-STATUS NOT = "00"
009120         DISPLAY "*** GLJRNLF WRITE FAILED - STATUS "
009130             WS-JOURNAL-FILE-STATUS " ***"
009140         MOVE 16 TO RETURN-CODE
009150     END-IF.
009160     CLOSE GL-JOURNAL-FILE.
009170 0600-EXIT.
009180         EXIT.
009190*
009200*    0610-WRITE-ONE-LINE - A POSTING THAT NETTED TO NOTHING IS
009210*    NOT WRITTEN; A DEBIT BALANCE GOES OUT "D", A CREDIT
009220*    BALANCE "C", ALWAYS AS A POSITIVE AMOUNT.
009230 0610-WRITE-ONE-LINE.
009240     READ GL-WORK-FILE NEXT RECORD
009250         AT END
009260             MOVE "Y" TO WS-EOF-SW
009270             GO TO 0610-EXIT
009280     END-READ.
009290     IF GW-AMOUNT = 0
009300         GO TO 0610-EXIT
009310     END-IF.
009320     MOVE SPACES TO GL-JOURNAL-RECORD.
009330     ADD 1 TO WS-JNL-LINE-COUNT.
009340     MOVE "D"                 TO GJ-RECORD-TYPE.
009350     MOVE WS-JNL-LINE-COUNT   TO GJ-LINE-NUMBER.
009360     MOVE GW-ACCOUNT          TO GJ-ACCOUNT.
009370     MOVE GW-COST-CENTRE      TO GJ-COST-CENTRE.
009380     MOVE GW-SUB-LEDGER       TO GJ-SUB-LEDGER.
009390     MOVE GW-NARRATIVE        TO GJ-NARRATIVE.
009400     MOVE WS-SELECT-TIMESTAMP TO GJ-RUN-TIMESTAMP.
009410     IF GW-AMOUNT > 0
009420         MOVE "D" TO GJ-DR-CR
009430         MOVE GW-AMOUNT TO WS-JNL-LINE-AMOUNT
009440         ADD GW-AMOUNT TO WS-JNL-TOT-DEBITS
009450     ELSE
009460         MOVE "C" TO GJ-DR-CR
009470         COMPUTE WS-JNL-LINE-AMOUNT = 0 - GW-AMOUNT
009480         ADD WS-JNL-LINE-AMOUNT TO WS-JNL-TOT-CREDITS
009490     END-IF.
009500     MOVE WS-JNL-LINE-AMOUNT TO GJ-AMOUNT.
009510     WRITE GL-JOURNAL-RECORD.
009520     IF WS-JOURNAL-FILE-STATUS NOT = "00"
009530         DISPLAY "*** GLJRNLF WRITE FAILED - STATUS "
009540             WS-JOURNAL-FILE-STATUS " ***"
009550         MOVE 16 TO RETURN-CODE
009560         MOVE "Y" TO WS-EOF-SW
009570     END-IF.
009580 0610-EXIT.
009590         EXIT.
009600*
009610*****************************************************************
009620*    0700-PARSE-AUDIT-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
009630*****************************************************************
009640 0700-PARSE-AUDIT-RECORD.
009650     MOVE SPACES TO WS-AUDIT-FIELDS.
009660     MOVE 0 TO WS-FIELD-COUNT.
009670     MOVE "N" TO WS-REJECTED-FLAG.
009680     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
009690         INTO WS-F-EMPLOYEE-ID
009700              WS-F-EMPLOYEE-NAME
009710              WS-F-TAX-YEAR
009720              WS-F-RUN-TIMESTAMP
009730              WS-F-GROSS
009740              WS-F-DEDUCT
009750              WS-F-TAXABLE
009760              WS-F-INCTAX
009770              WS-F-OFFSETS
009780              WS-F-MEDICARE
009790              WS-F-MLS
009800              WS-F-HELP
009810              WS-F-TOTALTAX
009820              WS-F-NETPAY
009830              WS-F-SG
009840              WS-F-FREQ
009850              WS-F-ETPGROSS
009860              WS-F-ETPTAX
009870              WS-F-DEDORD
009880              WS-F-NOTFN-IND
009890              WS-F-PD-GROSS
009900              WS-F-PD-TAX
009910              WS-F-PD-HELP
009920              WS-F-PD-DISBTAX
009930              WS-F-PD-DISBNET
009940              WS-F-PD-SG
009950              WS-F-CARRY-DELTA
009960              WS-F-ROW-TYPE
009970              WS-F-REVERSED-TS
009980              WS-F-NOTES
009990              WS-F-PD-PRETAX
010000              WS-F-PD-RESC
010010         TALLYING IN WS-FIELD-COUNT.
010020     IF WS-F-GROSS (1:8) = "REJECTED"
010030         MOVE "Y" TO WS-REJECTED-FLAG
010040     END-IF.
010050 0700-EXIT.
010060         EXIT.
010070*
010080*****************************************************************
010090*    0800-POST-TO-WORK-FILE - ADD WS-POSTING INTO ITS WORK FILE
010100*    RECORD, CREATING IT ON FIRST USE.  A ZERO AMOUNT POSTS
010110*    NOTHING.  A WORK FILE FAILURE FAILS THE RUN.
010120*****************************************************************
010130 0800-POST-TO-WORK-FILE.
010140     IF WS-POST-AMOUNT = 0
010150         GO TO 0800-EXIT
010160     END-IF.
010170     MOVE WS-POST-ACCOUNT     TO GW-ACCOUNT.
010180     MOVE WS-POST-COST-CENTRE TO GW-COST-CENTRE.
010190     MOVE WS-POST-SUB-LEDGER  TO GW-SUB-LEDGER.
010200     MOVE "Y" TO WS-WORK-FOUND-SW.
010210     READ GL-WORK-FILE
010220         INVALID KEY
010230             MOVE "N" TO WS-WORK-FOUND-SW
010240     END-READ.
010250     IF WS-WORK-FOUND
010260         ADD WS-POST-AMOUNT TO GW-AMOUNT
010270         REWRITE GL-WORK-RECORD
010280     ELSE
010290         MOVE SPACES TO GL-WORK-RECORD
010300         MOVE WS-POST-ACCOUNT     TO GW-ACCOUNT
010310         MOVE WS-POST-COST-CENTRE TO GW-COST-CENTRE
010320         MOVE WS-POST-SUB-LEDGER  TO GW-SUB-LEDGER
010330         MOVE WS-POST-AMOUNT      TO GW-AMOUNT
010340         MOVE WS-POST-NARRATIVE   TO GW-NARRATIVE
010350         WRITE GL-WORK-RECORD
010360     END-IF.
010370     IF WS-WORK-FILE-STATUS NOT = "00"
010380         DISPLAY "*** GLWRKF UPDATE FAILED - STATUS "
010390             WS-WORK-FILE-STATUS " - JOURNAL NOT PRODUCED ***"
010400         MOVE 16 TO RETURN-CODE
010410         MOVE "Y" TO WS-EOF-SW
010420     END-IF.
010430 0800-EXIT.
010440         EXIT.
010450*
010460*****************************************************************
010470*    0900-TERMINATE - COUNTS AND TOTALS FOR THE OPERATOR
010480*****************************************************************
010490 0900-TERMINATE.
010500     CLOSE GL-WORK-FILE.
010510     DISPLAY " ".
010520     DISPLAY "AUGLJRNL complete - run " WS-SELECT-TIMESTAMP.
010530     MOVE WS-TOT-EMP-COUNT TO WS-COUNT-EDIT.
010540     DISPLAY "Employees journalled:    " WS-COUNT-EDIT.
010550     MOVE WS-TOT-REJECT-COUNT TO WS-COUNT-EDIT.
010560     DISPLAY "Rejects (not posted):    " WS-COUNT-EDIT.
010570     MOVE WS-TOT-SUSPENSE-COUNT TO WS-COUNT-EDIT.
010580     DISPLAY "Posted to suspense:      " WS-COUNT-EDIT.
010590     MOVE WS-REMIT-ORDER-COUNT TO WS-COUNT-EDIT.
010600     DISPLAY "Deduction orders:        " WS-COUNT-EDIT.
010610     MOVE WS-JNL-TOT-DEBITS TO WS-MONEY-EDIT.
010620     DISPLAY "Total debits:        " WS-MONEY-EDIT.
010630     MOVE WS-JNL-TOT-CREDITS TO WS-MONEY-EDIT.
010640     DISPLAY "Total credits:       " WS-MONEY-EDIT.
010650     IF RETURN-CODE NOT = 0
010660         GO TO 0900-EXIT
010670     END-IF.
010680     IF WS-JOURNAL-REFUSED
010690         DISPLAY "*** CONTROL BREAKS ABOVE - JOURNAL NOT "
010700             "PRODUCED ***"
010710         MOVE 8 TO RETURN-CODE
010720         GO TO 0900-EXIT
010730     END-IF.
010740     MOVE WS-JNL-LINE-COUNT TO WS-COUNT-EDIT.
010750     DISPLAY "Journal lines written:   " WS-COUNT-EDIT.
010760     IF WS-TOT-SUSPENSE-COUNT > 0
010770         MOVE 4 TO RETURN-CODE
010780     END-IF.
010790 0900-EXIT.
010800         EXIT.
010810*
