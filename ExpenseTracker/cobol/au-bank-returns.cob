000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUBNKRTN.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - BANK RETURN AND DISHONOUR
000120*                    PROCESSING FOR THE AUPAYABA DIRECT-ENTRY
000130*                    FILE, WITH PAYMENT HOLD AND RE-PAYMENT.
000140*    2026-10-15 PJH  RECONCILIATION TIES TO FIGURES OFF THE
000150*                    REGISTER - (R) THE CREDITS ON ABAOUTF PLUS
000160*                    THE ITEMS HELD BACK AGAINST THE *TOTAL*
000170*                    NET, (P) THE CREDITS WRITTEN TO RPYOUTF
000180*                    AGAINST THE ITEMS MARKED RE-PAID.
000190*    2026-10-15 PJH  MASTER READ FAILURE ACTION CUT TO THE 26
000200*                    BYTES OF THE REGISTER ACTION COLUMN.
000210*****************************************************************
000220*    TWO RUN MODES, KEYED ON THE FIRST SYSIN CARD -
000230*
000240*    (R)ETURNS - READS THE BANK'S RETURNS FILE (RTNINF) FOR ONE
000250*    PAY RUN'S BANK FILE.  THE SECOND SYSIN CARD CARRIES THE RUN
000260*    TIMESTAMP (AS ON TAXOUTF) - BLANK TAKES THE LATEST "*TOTAL*"
000270*    LINE, THE SAME AS AUPAYABA - AND ABAOUTF MUST BE THE BANK
000280*    FILE AUPAYABA CUT FOR THAT RUN.  EVERY RETURNED CREDIT IS
000290*    MATCHED TO ITS TYPE 1 CREDIT ON ABAOUTF (LODGEMENT
000300*    REFERENCE, BSB, ACCOUNT AND AMOUNT) AND TO ITS DETAIL LINE
000310*    ON TAXOUTF UNDER THE RUN TIMESTAMP.  A MATCHED RETURN GOES
000320*    ON THE UNPAID REGISTER (RTNREGF) AND PUTS A PAYMENT HOLD ON
000330*    THE EMPLOYEE MASTER, WITH A CHANGE-HISTORY RECORD ON
000340*    EMPHISTF, SO AUPAYABA DOES NOT PAY THE BAD ACCOUNT AGAIN
000350*    UNTIL EMPMAINT KEYS NEW BANK DETAILS.  A RETURN THAT DOES
000360*    NOT MATCH IS LISTED AND LEFT ALONE - RC 4.  A RETURNED
000370*    RE-PAYMENT ("RPY" REFERENCE) IS MATCHED TO ITS REGISTER
000380*    ITEM INSTEAD AND PUT BACK TO RETURNED.
000390*
000400*    BEFORE ANYTHING IS UPDATED THE RUN MUST TIE - THE RETURNS
000410*    FILE TO ITS OWN TRAILER, ABAOUTF TO ITS TYPE 7 TOTAL, AND
000420*    THE BANK FILE PLUS THE PAYMENTS AUPAYABA HELD BACK TO THE
000430*    RUN'S "*TOTAL*" CONTROL LINE.  ANY BREAK ENDS THE JOB RC 8
000440*    WITH NOTHING CHANGED.
000450*
000460*    (P)AYMENT - CUTS A SEPARATE RE-PAYMENT ABA FILE (RPYOUTF)
000470*    FOR EVERY OUTSTANDING REGISTER ITEM, RETURNED OR HELD,
000480*    WHOSE EMPLOYEE IS NO LONGER UNDER A HOLD AND HAS FULL BANK
000490*    DETAILS, AND MARKS THE ITEMS RE-PAID.  ITEMS STILL WAITING
000500*    ON NEW DETAILS ARE LISTED - RC 4.
000510*
000520*    BOTH MODES PRINT THE REGISTER (RTNRPTF) WITH THE POSITION
000530*    OF EACH RUN THEY TOUCH.  (R) TIES THE RUN BACK TO ITS
000540*    "*TOTAL*" NET ONCE THE RETURNS ARE IN - THE CREDITS ON
000550*    ABAOUTF PLUS THE ITEMS HELD BACK.  (P) TIES RPYOUTF - THE
000560*    CREDITS ACTUALLY WRITTEN - TO THE REGISTER ITEMS MARKED
000570*    RE-PAID.  A BREAK IN EITHER ENDS THE JOB RC 8.
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-I.
000620 OBJECT-COMPUTER. IBM-I.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT BANK-RETURNS-FILE ASSIGN TO "RTNINF"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RETURNS-FILE-STATUS.
000680     SELECT DISBURSE-FILE ASSIGN TO "TAXOUTF"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DISB-FILE-STATUS.
000710     SELECT ABA-PAYMENT-FILE ASSIGN TO "ABAOUTF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ABA-FILE-STATUS.
000740     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
000750         ORGANIZATION IS INDEXED
000760         ACCESS IS RANDOM
000770         RECORD KEY IS EM-EMPLOYEE-ID
000780         FILE STATUS IS WS-MASTER-FILE-STATUS.
000790     SELECT CHANGE-HISTORY-FILE ASSIGN TO "EMPHISTF"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000820     SELECT RETURNS-REGISTER-FILE ASSIGN TO "RTNREGF"
000830         ORGANIZATION IS INDEXED
000840         ACCESS IS DYNAMIC
000850         RECORD KEY IS BR-REGISTER-KEY
000860         FILE STATUS IS WS-RTNREG-FILE-STATUS.
000870*    KEYED WORK FILE - ONE RECORD PER RETURNED CREDIT, KEYED
000880*    EMPLOYEE ID, SO ABAOUTF AND TAXOUTF ARE EACH READ ONCE.
000890     SELECT RETURNS-WORK-FILE ASSIGN TO "RTNWRKF"
000900         ORGANIZATION IS INDEXED
000910         ACCESS IS DYNAMIC
000920         RECORD KEY IS RW-EMPLOYEE-ID
000930         FILE STATUS IS WS-WORK-FILE-STATUS.
000940     SELECT REPAYMENT-ABA-FILE ASSIGN TO "RPYOUTF"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-RPY-FILE-STATUS.
000970     SELECT RETURNS-REPORT-FILE ASSIGN TO "RTNRPTF"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REPORT-FILE-STATUS.
001000 DATA DIVISION.
001010 FILE SECTION.
001020*
001030*    BANK RETURNS FILE - 120-BYTE DIRECT-ENTRY RETURNS FORMAT.
001040*    TYPE 0 DESCRIPTIVE, ONE TYPE 2 PER RETURNED CREDIT (THE
001050*    ORIGINAL TYPE 1 WITH THE RETURN REASON IN COLUMN 18 AND THE
001060*    ORIGINAL PROCESSING DAY AND USER ID IN 113-120), TYPE 7
001070*    TOTAL.
001080 FD  BANK-RETURNS-FILE
001090     RECORD CONTAINS 120 CHARACTERS
001100     LABEL RECORDS ARE STANDARD.
001110 01  BANK-RETURN-RECORD.
001120     05  BRT-RECORD-TYPE         PIC X(01).
001130     05  BRT-BSB                 PIC X(07).
001140     05  BRT-ACCOUNT-NUMBER      PIC X(09).
001150     05  BRT-RETURN-CODE         PIC X(01).
001160     05  BRT-TRANSACTION-CODE    PIC X(02).
001170     05  BRT-AMOUNT-CENTS        PIC 9(10).
001180     05  BRT-ACCOUNT-NAME        PIC X(32).
001190     05  BRT-LODGEMENT-REF       PIC X(18).
001200     05  BRT-TRACE-BSB           PIC X(07).
001210     05  BRT-TRACE-ACCOUNT       PIC X(09).
001220     05  BRT-REMITTER-NAME       PIC X(16).
001230     05  BRT-ORIG-PROCESS-DAY    PIC X(02).
001240     05  BRT-ORIG-USER-ID        PIC X(06).
001250 01  BANK-RETURN-TOTAL REDEFINES BANK-RETURN-RECORD.
001260     05  BRTT-RECORD-TYPE        PIC X(01).
001270     05  FILLER                  PIC X(19).
001280     05  BRTT-NET-CENTS          PIC 9(10).
001290     05  BRTT-CREDIT-CENTS       PIC 9(10).
001300     05  BRTT-DEBIT-CENTS        PIC 9(10).
001310     05  FILLER                  PIC X(24).
001320     05  BRTT-RECORD-COUNT       PIC 9(06).
001330     05  FILLER                  PIC X(40).
001340*
001350 FD  DISBURSE-FILE
001360     RECORD CONTAINS 120 CHARACTERS
001370     LABEL RECORDS ARE STANDARD.
001380 01  DISBURSEMENT-RECORD            PIC X(120).
001390*
001400 FD  ABA-PAYMENT-FILE
001410     RECORD CONTAINS 120 CHARACTERS
001420     LABEL RECORDS ARE STANDARD.
001430 01  ABA-RECORD                     PIC X(120).
001440*
001450 FD  EMPLOYEE-MASTER-FILE
001460     RECORD CONTAINS 200 CHARACTERS
001470     LABEL RECORDS ARE STANDARD.
001480 COPY EMPMREC.
001490*
001500*    CHANGE HISTORY AS WRITTEN BY EMPMAINT - A PAYMENT HOLD IS
001510*    A MASTER CHANGE AND IS AUDITED THE SAME WAY, ACTION "HLD".
001520 FD  CHANGE-HISTORY-FILE
001530     RECORD CONTAINS 440 CHARACTERS
001540     LABEL RECORDS ARE STANDARD.
001550 01  CHANGE-HISTORY-RECORD.
001560     05  EH-RUN-TIMESTAMP        PIC X(26).
001570     05  EH-ACTION               PIC X(03).
001580     05  EH-EMPLOYEE-ID          PIC X(10).
001590     05  EH-BEFORE-IMAGE         PIC X(200).
001600     05  EH-AFTER-IMAGE          PIC X(200).
001610     05  FILLER                  PIC X(01).
001620*
001630 FD  RETURNS-REGISTER-FILE
001640     RECORD CONTAINS 200 CHARACTERS
001650     LABEL RECORDS ARE STANDARD.
001660 COPY RTNREGR.
001670*
001680 FD  RETURNS-WORK-FILE
001690     RECORD CONTAINS 130 CHARACTERS
001700     LABEL RECORDS ARE STANDARD.
001710 01  RETURNS-WORK-RECORD.
001720     05  RW-EMPLOYEE-ID          PIC X(10).
001730*    "P" A RETURNED PAY CREDIT, "R" A RETURNED RE-PAYMENT.
001740     05  RW-ITEM-KIND            PIC X(01).
001750         88  RW-KIND-PAY             VALUE "P".
001760         88  RW-KIND-REPAY           VALUE "R".
001770     05  RW-BSB                  PIC X(07).
001780     05  RW-ACCOUNT-NUMBER       PIC X(09).
001790     05  RW-AMOUNT-CENTS         PIC 9(10).
001800     05  RW-RETURN-CODE          PIC X(01).
001810     05  RW-ACCOUNT-NAME         PIC X(32).
001820     05  RW-ORIG-PROCESS-DAY     PIC X(02).
001830     05  RW-ORIG-USER-ID         PIC X(06).
001840*    "Y" MATCHED, "A" FOUND BUT THE DETAILS DIFFER, SPACE NOT
001850*    FOUND - SET BY 0400 (ABAOUTF) AND 0450 (TAXOUTF).
001860     05  RW-ABA-MATCH-SW         PIC X(01).
001870     05  RW-RUN-MATCH-SW         PIC X(01).
001880     05  RW-EMPLOYEE-NAME        PIC X(30).
001890     05  RW-RUN-NET              PIC S9(11)V99
001900                                 SIGN LEADING SEPARATE.
001910     05  FILLER                  PIC X(06).
001920*
001930 FD  REPAYMENT-ABA-FILE
001940     RECORD CONTAINS 120 CHARACTERS
001950     LABEL RECORDS ARE STANDARD.
001960 01  REPAYMENT-ABA-RECORD           PIC X(120).
001970*
001980 FD  RETURNS-REPORT-FILE
001990     RECORD CONTAINS 132 CHARACTERS
002000     LABEL RECORDS ARE STANDARD.
002010 01  RETURNS-REPORT-RECORD          PIC X(132).
002020*
002030 WORKING-STORAGE SECTION.
002040 01  WS-FILE-STATUSES.
002050     05  WS-RETURNS-FILE-STATUS   PIC X(02) VALUE "00".
002060     05  WS-DISB-FILE-STATUS      PIC X(02) VALUE "00".
002070     05  WS-ABA-FILE-STATUS       PIC X(02) VALUE "00".
002080     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
002090     05  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE "00".
002100     05  WS-RTNREG-FILE-STATUS    PIC X(02) VALUE "00".
002110     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
002120     05  WS-RPY-FILE-STATUS       PIC X(02) VALUE "00".
002130     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
002140*
002150 01  WS-EOF-SW                    PIC X(01) VALUE "N".
002160     88  WS-END-OF-FILE               VALUE "Y".
002170*    SEPARATE END SWITCH FOR A REGISTER SCAN MADE WHILE ANOTHER
002180*    FILE IS BEING READ THROUGH.
002190 01  WS-REG-EOF-SW                PIC X(01) VALUE "N".
002200     88  WS-REG-END                   VALUE "Y".
002210 01  WS-REG-FOUND-SW              PIC X(01) VALUE "N".
002220     88  WS-REG-FOUND                 VALUE "Y".
002230 01  WS-MASTER-FOUND-SW           PIC X(01) VALUE "N".
002240     88  WS-MASTER-FOUND              VALUE "Y".
002250 01  WS-REFUSED-SW                PIC X(01) VALUE "N".
002260     88  WS-RUN-REFUSED               VALUE "Y".
002270 01  WS-ELIGIBLE-SW               PIC X(01) VALUE "N".
002280     88  WS-ITEM-ELIGIBLE             VALUE "Y".
002290*
002300 01  WS-RUN-MODE                  PIC X(01) VALUE SPACE.
002310     88  WS-MODE-RETURNS              VALUE "R".
002320     88  WS-MODE-REPAY                VALUE "P".
002330*
002340*    RUN SELECTION - THE TIMESTAMP KEYED ON SYSIN, OR THE
002350*    LATEST "*TOTAL*" CONTROL LINE TIMESTAMP WHEN BLANK.
002360 01  WS-SELECT-TIMESTAMP          PIC X(26) VALUE SPACES.
002370 01  WS-LATEST-TIMESTAMP          PIC X(26) VALUE SPACES.
002380 01  WS-CONTROL-FOUND-SW          PIC X(01) VALUE "N".
002390     88  WS-CONTROL-FOUND             VALUE "Y".
002400*
002410*    CONTROL FIGURES FROM THE RUN'S "*TOTAL*" LINE.
002420 01  WS-CTL-EMP-COUNT             PIC 9(09) COMP VALUE 0.
002430 01  WS-CTL-NET-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
002440*
002450*    PARSED DISBURSEMENT COLUMNS - SEE AUPAYABA.
002460 01  WS-DISB-FIELDS.
002470     05  WS-D-EMPLOYEE-ID         PIC X(10).
002480     05  WS-D-FIELD-2             PIC X(30).
002490     05  WS-D-FIELD-3             PIC X(26).
002500     05  WS-D-FIELD-4             PIC X(26).
002510     05  WS-D-FIELD-5             PIC X(26).
002520     05  WS-D-FIELD-6             PIC X(26).
002530 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
002540*
002550 01  WS-AMOUNT-WORK               PIC S9(11)V99 COMP-3.
002560 01  WS-CENTS-WORK                PIC S9(13) COMP-3.
002570 01  WS-BSB-PLAIN                 PIC X(06).
002580*
002590*    WHAT ABAOUTF HOLDS - TYPE 1 CREDITS ADDED UP AGAINST ITS
002600*    OWN TYPE 7 TOTAL, AND THE DAY IT WAS PROCESSED.
002610 01  WS-ABA-TOTALS.
002620     05  WS-ABA-DETAIL-COUNT      PIC 9(09) COMP VALUE 0.
002630     05  WS-ABA-DETAIL-CENTS      PIC 9(13) COMP-3 VALUE 0.
002640     05  WS-ABA-TRAILER-COUNT     PIC 9(09) COMP VALUE 0.
002650     05  WS-ABA-TRAILER-CENTS     PIC 9(13) COMP-3 VALUE 0.
002660     05  WS-ABA-PROCESS-DAY       PIC X(02) VALUE SPACES.
002670 01  WS-ABA-TRAILER-SW            PIC X(01) VALUE "N".
002680     88  WS-ABA-TRAILER-SEEN          VALUE "Y".
002690*
002700*    WHAT RTNINF HOLDS, AGAINST ITS OWN TYPE 7 TOTAL.
002710 01  WS-RETURN-TOTALS.
002720     05  WS-RTN-DETAIL-COUNT      PIC 9(09) COMP VALUE 0.
002730     05  WS-RTN-DETAIL-CENTS      PIC 9(13) COMP-3 VALUE 0.
002740     05  WS-RTN-TRAILER-COUNT     PIC 9(09) COMP VALUE 0.
002750     05  WS-RTN-TRAILER-CENTS     PIC 9(13) COMP-3 VALUE 0.
002760 01  WS-RTN-TRAILER-SW            PIC X(01) VALUE "N".
002770     88  WS-RTN-TRAILER-SEEN          VALUE "Y".
002780*
002790 01  WS-RUN-COUNTS.
002800     05  WS-REGISTERED-COUNT      PIC 9(09) COMP VALUE 0.
002810     05  WS-REGISTERED-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
002820     05  WS-EXCEPTION-COUNT       PIC 9(09) COMP VALUE 0.
002830     05  WS-ELIGIBLE-COUNT        PIC 9(09) COMP VALUE 0.
002840     05  WS-REPAID-COUNT          PIC 9(09) COMP VALUE 0.
002850     05  WS-REPAID-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
002860*    CREDITS ACTUALLY WRITTEN TO RPYOUTF - ITS TYPE 7 TOTAL.
002870     05  WS-REPAID-CENTS          PIC 9(10) VALUE 0.
002880     05  WS-RPY-CREDIT-COUNT      PIC 9(09) COMP VALUE 0.
002890     05  WS-WAITING-COUNT         PIC 9(09) COMP VALUE 0.
002900     05  WS-WAITING-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
002910*
002920*    ONE RUN'S POSITION ON THE REGISTER, FOR THE RECONCILIATION
002930*    BACK TO ITS "*TOTAL*" LINE - SEE 0710 AND 0750.
002940 01  WS-GROUP-TIMESTAMP           PIC X(26) VALUE SPACES.
002950 01  WS-GROUP-ACTIVITY-SW         PIC X(01) VALUE "N".
002960     88  WS-GROUP-ACTIVE              VALUE "Y".
002970 01  WS-GROUP-TOTALS.
002980     05  WS-GRP-CONTROL-NET       PIC S9(11)V99 COMP-3 VALUE 0.
002990     05  WS-GRP-HELD-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
003000     05  WS-GRP-HELD-COUNT        PIC 9(09) COMP VALUE 0.
003010     05  WS-GRP-RETURNED-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.
003020     05  WS-GRP-RETURNED-COUNT    PIC 9(09) COMP VALUE 0.
003030     05  WS-GRP-REPAID-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
003040     05  WS-GRP-REPAID-COUNT      PIC 9(09) COMP VALUE 0.
003050     05  WS-GRP-OUTSTAND-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.
003060     05  WS-GRP-OUTSTAND-COUNT    PIC 9(09) COMP VALUE 0.
003070 01  WS-GRP-SENT-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
003080 01  WS-GRP-FIRST-PAID-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
003090 01  WS-GRP-CHECK-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
003100 01  WS-GRP-CHECK-COUNT           PIC 9(09) COMP VALUE 0.
003110 01  WS-RPY-CREDIT-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
003120*
003130*    BANK RETURN REASON CODES 1-9 AS PUBLISHED FOR THE
003140*    DIRECT-ENTRY RETURNS FORMAT.
003150 01  WS-RETURN-REASON-VALUES.
003160     05  FILLER PIC X(24) VALUE "INVALID BSB NUMBER".
003170     05  FILLER PIC X(24) VALUE "PAYMENT STOPPED".
003180     05  FILLER PIC X(24) VALUE "ACCOUNT CLOSED".
003190     05  FILLER PIC X(24) VALUE "CUSTOMER DECEASED".
003200     05  FILLER PIC X(24) VALUE "NO ACCOUNT / INCORRECT".
003210     05  FILLER PIC X(24) VALUE "REFER TO CUSTOMER".
003220     05  FILLER PIC X(24) VALUE "DELETED ITEM".
003230     05  FILLER PIC X(24) VALUE "INVALID USER ID".
003240     05  FILLER PIC X(24) VALUE "TECHNICALLY INVALID".
003250 01  WS-RETURN-REASON-TABLE REDEFINES WS-RETURN-REASON-VALUES.
003260     05  WS-RETURN-REASON         PIC X(24) OCCURS 9 TIMES.
003270 01  WS-REASON-CODE               PIC X(01).
003280 01  WS-REASON-NUM REDEFINES WS-REASON-CODE
003290                                  PIC 9(01).
003300 01  WS-REASON-TEXT               PIC X(24).
003310 01  WS-EXCEPTION-TEXT            PIC X(26).
003320*
003330*    BEFORE IMAGE OF A MASTER RECORD PUT ON HOLD.
003340 01  WS-BEFORE-IMAGE              PIC X(200) VALUE SPACES.
003350*
003360 01  WS-CURRENT-DATE-TIME.
003370     05  WS-CURR-DATE             PIC X(08).
003380     05  WS-CURR-TIME             PIC X(08).
003390 01  WS-RUN-TIMESTAMP             PIC X(26).
003400*
003410 01  WS-MONEY-EDIT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003420 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
003430*
003440*    PAGE CONTROL - 60 LINES, LETTERHEAD AND HEADINGS TAKE 6.
003450 01  WS-PAGE-CONTROLS.
003460     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
003470     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
003480     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
003490 01  WS-PRINT-LINE                PIC X(132).
003500*
003510*    PRINT LINE LAYOUTS
003520 01  RPT-LETTERHEAD-1.
003530     05  FILLER                   PIC X(35) VALUE SPACES.
003540     05  FILLER                   PIC X(52) VALUE
003550         "P A Y R O L L   S Y S T E M S   U N I T".
003560     05  FILLER                   PIC X(45) VALUE SPACES.
003570 01  RPT-LETTERHEAD-2.
003580     05  FILLER                   PIC X(30) VALUE SPACES.
003590     05  RPT-LH-TITLE             PIC X(57).
003600     05  FILLER                   PIC X(45) VALUE SPACES.
003610 01  RPT-LETTERHEAD-3.
003620     05  FILLER                   PIC X(07) VALUE "AS AT: ".
003630     05  RPT-LH-AS-AT             PIC X(10).
003640     05  FILLER                   PIC X(74) VALUE SPACES.
003650     05  FILLER                   PIC X(06) VALUE "PAGE: ".
003660     05  RPT-LH-PAGE              PIC ZZZ9.
003670     05  FILLER                   PIC X(31) VALUE SPACES.
003680 01  RPT-SEPARATOR.
003690     05  FILLER                   PIC X(132) VALUE ALL "-".
003700 01  RPT-BLANK-LINE.
003710     05  FILLER                   PIC X(132) VALUE SPACES.
003720 01  RPT-COLUMN-HEADING.
003730     05  FILLER                   PIC X(12) VALUE "EMPLOYEE ID".
003740     05  FILLER                   PIC X(32) VALUE "NAME".
003750     05  FILLER                   PIC X(09) VALUE "BSB".
003760     05  FILLER                   PIC X(11) VALUE "ACCOUNT".
003770     05  FILLER                   PIC X(16) VALUE "       AMOUNT".
003780     05  FILLER                   PIC X(26) VALUE "RETURN REASON".
003790     05  FILLER                   PIC X(26) VALUE "ACTION".
003800 01  RPT-DETAIL-LINE.
003810     05  RPT-DET-ID               PIC X(10).
003820     05  FILLER                   PIC X(02) VALUE SPACES.
003830     05  RPT-DET-NAME             PIC X(30).
003840     05  FILLER                   PIC X(02) VALUE SPACES.
003850     05  RPT-DET-BSB              PIC X(07).
003860     05  FILLER                   PIC X(02) VALUE SPACES.
003870     05  RPT-DET-ACCOUNT          PIC X(09).
003880     05  FILLER                   PIC X(02) VALUE SPACES.
003890     05  RPT-DET-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
003900     05  FILLER                   PIC X(03) VALUE SPACES.
003910     05  RPT-DET-REASON           PIC X(24).
003920     05  FILLER                   PIC X(02) VALUE SPACES.
003930     05  RPT-DET-ACTION           PIC X(26).
003940 01  RPT-RUN-HEADING.
003950     05  FILLER                   PIC X(04) VALUE SPACES.
003960     05  FILLER                   PIC X(34) VALUE
003970         "RECONCILIATION TO *TOTAL* - RUN".
003980     05  RPT-RUN-TIMESTAMP        PIC X(26).
003990     05  FILLER                   PIC X(68) VALUE SPACES.
004000 01  RPT-RPY-HEADING.
004010     05  FILLER                   PIC X(04) VALUE SPACES.
004020     05  FILLER                   PIC X(60) VALUE
004030         "RECONCILIATION OF THE RE-PAYMENT FILE RPYOUTF".
004040     05  FILLER                   PIC X(68) VALUE SPACES.
004050 01  RPT-RECON-LINE.
004060     05  FILLER                   PIC X(06) VALUE SPACES.
004070     05  RPT-REC-LABEL            PIC X(40).
004080     05  RPT-REC-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004090     05  FILLER                   PIC X(03) VALUE SPACES.
004100     05  RPT-REC-COUNT            PIC ZZZ,ZZ9.
004110     05  FILLER                   PIC X(03) VALUE SPACES.
004120     05  RPT-REC-NOTE             PIC X(20).
004130     05  FILLER                   PIC X(35) VALUE SPACES.
004140*
004150 COPY ABAREC.
004160*
004170 PROCEDURE DIVISION.
004180*****************************************************************
004190*    0000-MAINLINE
004200*****************************************************************
004210 0000-MAINLINE.
004220     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
004230     IF RETURN-CODE NOT = 0
004240         STOP RUN
004250     END-IF.
004260     IF WS-MODE-REPAY
004270         PERFORM 0600-REPAY-ITEMS THRU 0600-EXIT
004280         PERFORM 0900-TERMINATE THRU 0900-EXIT
004290         STOP RUN
004300     END-IF.
004310     PERFORM 0200-LOAD-RETURNS THRU 0200-EXIT.
004320     IF RETURN-CODE = 0 AND NOT WS-RUN-REFUSED
004330         PERFORM 0300-FIND-RUN-CONTROL THRU 0300-EXIT
004340     END-IF.
004350     IF RETURN-CODE = 0 AND NOT WS-RUN-REFUSED
004360         PERFORM 0400-MATCH-BANK-FILE THRU 0400-EXIT
004370     END-IF.
004380     IF RETURN-CODE = 0 AND NOT WS-RUN-REFUSED
004390         PERFORM 0450-MATCH-RUN-DETAILS THRU 0450-EXIT
004400     END-IF.
004410     IF RETURN-CODE = 0 AND NOT WS-RUN-REFUSED
004420         PERFORM 0500-APPLY-RETURNS THRU 0500-EXIT
004430     END-IF.
004440     IF RETURN-CODE = 0 AND NOT WS-RUN-REFUSED
004450         PERFORM 0700-RECONCILE-RUN THRU 0700-EXIT
004460     END-IF.
004470     PERFORM 0900-TERMINATE THRU 0900-EXIT.
004480     STOP RUN.
004490*
004500*****************************************************************
004510*    0100-INITIALIZE - RUN MODE, RUN SELECTION AND THE FILES
004520*    BOTH MODES NEED
004530*****************************************************************
004540 0100-INITIALIZE.
004550     DISPLAY "--- AUBNKRTN - Bank Returns and Re-payment ---".
004560     DISPLAY "Run mode (R = returns, P = re-payment): ".
004570     ACCEPT WS-RUN-MODE.
004580     IF WS-RUN-MODE = "r"
004590         MOVE "R" TO WS-RUN-MODE
004600     END-IF.
004610     IF WS-RUN-MODE = "p"
004620         MOVE "P" TO WS-RUN-MODE
004630     END-IF.
004640     IF NOT WS-MODE-RETURNS AND NOT WS-MODE-REPAY
004650         DISPLAY "*** RUN MODE " WS-RUN-MODE
004660             " NOT R OR P - RUN TERMINATED ***"
004670         MOVE 16 TO RETURN-CODE
004680         GO TO 0100-EXIT
004690     END-IF.
004700     IF WS-MODE-RETURNS
004710         DISPLAY "Run timestamp returned (blank = latest run): "
004720         ACCEPT WS-SELECT-TIMESTAMP
004730     END-IF.
004740     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004750     ACCEPT WS-CURR-TIME FROM TIME.
004760     MOVE SPACES TO WS-RUN-TIMESTAMP.
004770     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
004780            WS-CURR-DATE (7:2) " " WS-CURR-TIME (1:2) ":"
004790            WS-CURR-TIME (3:2) ":" WS-CURR-TIME (5:2)
004800         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.
004810     IF WS-MODE-RETURNS
004820         OPEN I-O EMPLOYEE-MASTER-FILE
004830     ELSE
004840         OPEN INPUT EMPLOYEE-MASTER-FILE
004850     END-IF.
004860     IF WS-MASTER-FILE-STATUS NOT = "00"
004870         DISPLAY "*** UNABLE TO OPEN EMPMASTF - STATUS "
004880             WS-MASTER-FILE-STATUS " - RUN TERMINATED ***"
004890         MOVE 16 TO RETURN-CODE
004900         GO TO 0100-EXIT
004910     END-IF.
004920     OPEN I-O RETURNS-REGISTER-FILE.
004930     IF WS-RTNREG-FILE-STATUS NOT = "00"
004940         DISPLAY "*** UNABLE TO OPEN RTNREGF - STATUS "
004950             WS-RTNREG-FILE-STATUS " - RUN TERMINATED ***"
004960         CLOSE EMPLOYEE-MASTER-FILE
004970         MOVE 16 TO RETURN-CODE
004980         GO TO 0100-EXIT
004990     END-IF.
005000     OPEN OUTPUT RETURNS-REPORT-FILE.
005010     IF WS-REPORT-FILE-STATUS NOT = "00"
005020         DISPLAY "*** UNABLE TO OPEN RTNRPTF - STATUS "
005030             WS-REPORT-FILE-STATUS " - RUN TERMINATED ***"
005040         CLOSE EMPLOYEE-MASTER-FILE
005050         CLOSE RETURNS-REGISTER-FILE
005060         MOVE 16 TO RETURN-CODE
005070         GO TO 0100-EXIT
005080     END-IF.
005090     IF WS-MODE-RETURNS
005100         MOVE "BANK RETURNS REGISTER - PAYMENTS RETURNED UNPAID"
005110             TO RPT-LH-TITLE
005120     ELSE
005130         MOVE "NET PAY RE-PAYMENT REGISTER" TO RPT-LH-TITLE
005140     END-IF.
005150     PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT.
005160 0100-EXIT.
005170         EXIT.
005180*
005190*****************************************************************
005200*    0200-LOAD-RETURNS - RETURNS FILE INTO THE KEYED WORK FILE,
005210*    ADDED UP AGAINST ITS OWN TRAILER.  A SECOND RETURN FOR THE
005220*    SAME EMPLOYEE IN ONE FILE, OR A REFERENCE THIS SYSTEM NEVER
005230*    WROTE, IS LISTED AND LEFT OUT.
005240*****************************************************************
005250 0200-LOAD-RETURNS.
005260     OPEN INPUT BANK-RETURNS-FILE.
005270     IF WS-RETURNS-FILE-STATUS NOT = "00"
005280         DISPLAY "*** UNABLE TO OPEN RTNINF - STATUS "
005290             WS-RETURNS-FILE-STATUS " - RUN TERMINATED ***"
005300         MOVE 16 TO RETURN-CODE
005310         GO TO 0200-EXIT
005320     END-IF.
005330*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
005340     OPEN OUTPUT RETURNS-WORK-FILE.
005350     IF WS-WORK-FILE-STATUS = "00"
005360         CLOSE RETURNS-WORK-FILE
005370         OPEN I-O RETURNS-WORK-FILE
005380     END-IF.
005390     IF WS-WORK-FILE-STATUS NOT = "00"
005400         DISPLAY "*** UNABLE TO OPEN RTNWRKF - STATUS "
005410             WS-WORK-FILE-STATUS " - RUN TERMINATED ***"
005420         CLOSE BANK-RETURNS-FILE
005430         MOVE 16 TO RETURN-CODE
005440         GO TO 0200-EXIT
005450     END-IF.
005460     MOVE "N" TO WS-EOF-SW.
005470     PERFORM 0210-LOAD-ONE-RETURN THRU 0210-EXIT
005480         UNTIL WS-END-OF-FILE.
005490     CLOSE BANK-RETURNS-FILE.
005500     IF RETURN-CODE NOT = 0
005510         GO TO 0200-EXIT
005520     END-IF.
005530     IF NOT WS-RTN-TRAILER-SEEN
005540         OR WS-RTN-TRAILER-COUNT NOT = WS-RTN-DETAIL-COUNT
005550         OR WS-RTN-TRAILER-CENTS NOT = WS-RTN-DETAIL-CENTS
005560         DISPLAY "*** RTNINF DOES NOT AGREE WITH ITS OWN TYPE 7 "
005570             "TOTAL - FILE INCOMPLETE, NOTHING PROCESSED ***"
005580         MOVE "Y" TO WS-REFUSED-SW
005590     END-IF.
005600 0200-EXIT.
005610         EXIT.
005620*
005630 0210-LOAD-ONE-RETURN.
005640     READ BANK-RETURNS-FILE
005650         AT END
005660             MOVE "Y" TO WS-EOF-SW
005670             GO TO 0210-EXIT
005680     END-READ.
005690     IF BRTT-RECORD-TYPE = "7"
005700         MOVE "Y" TO WS-RTN-TRAILER-SW
005710         MOVE BRTT-RECORD-COUNT TO WS-RTN-TRAILER-COUNT
005720         MOVE BRTT-NET-CENTS    TO WS-RTN-TRAILER-CENTS
005730         GO TO 0210-EXIT
005740     END-IF.
005750     IF BRT-RECORD-TYPE NOT = "2"
005760         GO TO 0210-EXIT
005770     END-IF.
005780     ADD 1 TO WS-RTN-DETAIL-COUNT.
005790     ADD BRT-AMOUNT-CENTS TO WS-RTN-DETAIL-CENTS.
005800     MOVE SPACES TO RETURNS-WORK-RECORD.
005810     MOVE BRT-LODGEMENT-REF (1:10) TO RW-EMPLOYEE-ID.
005820     IF BRT-LODGEMENT-REF (12:3) = "PAY"
005830         MOVE "P" TO RW-ITEM-KIND
005840     ELSE IF BRT-LODGEMENT-REF (12:3) = "RPY"
005850         MOVE "R" TO RW-ITEM-KIND
005860     END-IF.
005870     MOVE BRT-BSB              TO RW-BSB.
005880     MOVE BRT-ACCOUNT-NUMBER   TO RW-ACCOUNT-NUMBER.
005890     MOVE BRT-AMOUNT-CENTS     TO RW-AMOUNT-CENTS.
005900     MOVE BRT-RETURN-CODE      TO RW-RETURN-CODE.
005910     MOVE BRT-ACCOUNT-NAME     TO RW-ACCOUNT-NAME.
005920     MOVE BRT-ORIG-PROCESS-DAY TO RW-ORIG-PROCESS-DAY.
005930     MOVE BRT-ORIG-USER-ID     TO RW-ORIG-USER-ID.
005940     MOVE 0                    TO RW-RUN-NET.
005950     IF RW-ITEM-KIND = SPACE OR RW-EMPLOYEE-ID = SPACES
005960         MOVE "REFERENCE NOT OURS" TO WS-EXCEPTION-TEXT
005970         PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
005980         GO TO 0210-EXIT
005990     END-IF.
006000     IF BRT-ORIG-USER-ID NOT = WS-ABA-USER-ID
006010         MOVE "NOT OUR DIRECT-ENTRY ID" TO WS-EXCEPTION-TEXT
006020         PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
006030         GO TO 0210-EXIT
006040     END-IF.
006050     WRITE RETURNS-WORK-RECORD
006060         INVALID KEY
006070             MOVE "SECOND RETURN IN FILE" TO WS-EXCEPTION-TEXT
006080             PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
006090             GO TO 0210-EXIT
006100     END-WRITE.
006110     IF WS-WORK-FILE-STATUS NOT = "00"
006120         DISPLAY "*** RTNWRKF WRITE FAILED - STATUS "
006130             WS-WORK-FILE-STATUS " - RUN TERMINATED ***"
006140         MOVE 16 TO RETURN-CODE
006150         MOVE "Y" TO WS-EOF-SW
006160     END-IF.
006170 0210-EXIT.
006180         EXIT.
006190*
006200*****************************************************************
006210*    0300-FIND-RUN-CONTROL - THE RUN'S "*TOTAL*" CONTROL LINE ON
006220*    TAXOUTF (THE LATEST ONE WHEN THE CARD IS BLANK) - SAME
006230*    SELECTION AS AUPAYABA.  THE RUN'S REGISTER ITEMS ARE THEN
006240*    ADDED UP FOR WHAT AUPAYABA HELD BACK FROM THE BANK.
006250*****************************************************************
006260 0300-FIND-RUN-CONTROL.
006270     MOVE "N" TO WS-EOF-SW.
006280     MOVE "N" TO WS-CONTROL-FOUND-SW.
006290     OPEN INPUT DISBURSE-FILE.
006300     IF WS-DISB-FILE-STATUS NOT = "00"
006310         DISPLAY "*** UNABLE TO OPEN TAXOUTF - STATUS "
006320             WS-DISB-FILE-STATUS " - RUN TERMINATED ***"
006330         MOVE 16 TO RETURN-CODE
006340         GO TO 0300-EXIT
006350     END-IF.
006360     PERFORM 0310-SCAN-ONE-RECORD THRU 0310-EXIT
006370         UNTIL WS-END-OF-FILE.
006380     CLOSE DISBURSE-FILE.
006390     IF WS-SELECT-TIMESTAMP = SPACES
006400         MOVE WS-LATEST-TIMESTAMP TO WS-SELECT-TIMESTAMP
006410     END-IF.
006420     IF NOT WS-CONTROL-FOUND
006430         DISPLAY "*** NO *TOTAL* CONTROL LINE FOUND FOR RUN - "
006440             "NOTHING PROCESSED ***"
006450         MOVE "Y" TO WS-REFUSED-SW
006460         GO TO 0300-EXIT
006470     END-IF.
006480     DISPLAY "Returns against run " WS-SELECT-TIMESTAMP.
006490     MOVE WS-SELECT-TIMESTAMP TO WS-GROUP-TIMESTAMP.
006500     PERFORM 0710-SCAN-RUN-ON-REGISTER THRU 0710-EXIT.
006510 0300-EXIT.
006520         EXIT.
006530*
006540 0310-SCAN-ONE-RECORD.
006550     READ DISBURSE-FILE
006560         AT END
006570             MOVE "Y" TO WS-EOF-SW
006580             GO TO 0310-EXIT
006590     END-READ.
006600     PERFORM 0800-PARSE-DISB-RECORD THRU 0800-EXIT.
006610     IF WS-D-EMPLOYEE-ID NOT = "*TOTAL*"
006620         GO TO 0310-EXIT
006630     END-IF.
006640     IF WS-SELECT-TIMESTAMP = SPACES
006650         IF WS-D-FIELD-2 (1:26) <= WS-LATEST-TIMESTAMP
006660             GO TO 0310-EXIT
006670         END-IF
006680         MOVE WS-D-FIELD-2 (1:26) TO WS-LATEST-TIMESTAMP
006690     ELSE
006700         IF WS-D-FIELD-2 (1:26) NOT = WS-SELECT-TIMESTAMP
006710             GO TO 0310-EXIT
006720         END-IF
006730     END-IF.
006740     MOVE "Y" TO WS-CONTROL-FOUND-SW.
006750     COMPUTE WS-CTL-EMP-COUNT =
006760         FUNCTION NUMVAL (WS-D-FIELD-3).
006770     COMPUTE WS-CTL-NET-TOTAL =
006780         FUNCTION NUMVAL (WS-D-FIELD-4).
006790 0310-EXIT.
006800         EXIT.
006810*
006820*****************************************************************
006830*    0400-MATCH-BANK-FILE - ONE PASS OF ABAOUTF.  EACH TYPE 1
006840*    PAY CREDIT WITH A RETURN ON THE WORK FILE IS COMPARED WITH
006850*    IT.  THE FILE MUST ADD TO ITS OWN TYPE 7 TOTAL, AND ITS
006860*    CREDITS PLUS THE PAYMENTS HELD BACK MUST EQUAL THE RUN'S
006870*    "*TOTAL*" LINE - OTHERWISE IT IS NOT THIS RUN'S BANK FILE.
006880*****************************************************************
006890 0400-MATCH-BANK-FILE.
006900     MOVE "N" TO WS-EOF-SW.
006910     OPEN INPUT ABA-PAYMENT-FILE.
006920     IF WS-ABA-FILE-STATUS NOT = "00"
006930         DISPLAY "*** UNABLE TO OPEN ABAOUTF - STATUS "
006940             WS-ABA-FILE-STATUS " - RUN TERMINATED ***"
006950         MOVE 16 TO RETURN-CODE
006960         GO TO 0400-EXIT
006970     END-IF.
006980     PERFORM 0410-MATCH-ONE-CREDIT THRU 0410-EXIT
006990         UNTIL WS-END-OF-FILE.
007000     CLOSE ABA-PAYMENT-FILE.
007010     IF RETURN-CODE NOT = 0
007020         GO TO 0400-EXIT
007030     END-IF.
007040     IF NOT WS-ABA-TRAILER-SEEN
007050         OR WS-ABA-TRAILER-COUNT NOT = WS-ABA-DETAIL-COUNT
007060         OR WS-ABA-TRAILER-CENTS NOT = WS-ABA-DETAIL-CENTS
007070         DISPLAY "*** ABAOUTF DOES NOT AGREE WITH ITS OWN TYPE 7 "
007080             "TOTAL - NOTHING PROCESSED ***"
007090         MOVE "Y" TO WS-REFUSED-SW
007100         GO TO 0400-EXIT
007110     END-IF.
007120     COMPUTE WS-CENTS-WORK =
007130         (WS-CTL-NET-TOTAL - WS-GRP-HELD-AMOUNT) * 100.
007140     IF WS-ABA-TRAILER-CENTS NOT = WS-CENTS-WORK
007150         OR WS-ABA-TRAILER-COUNT + WS-GRP-HELD-COUNT
007160             NOT = WS-CTL-EMP-COUNT
007170         DISPLAY "*** ABAOUTF PLUS PAYMENTS HELD DOES NOT EQUAL "
007180             "THE *TOTAL* LINE OF RUN " WS-SELECT-TIMESTAMP
007190             " - WRONG ABAOUTF GENERATION?  NOTHING "
007200             "PROCESSED ***"
007210         MOVE "Y" TO WS-REFUSED-SW
007220     END-IF.
007230 0400-EXIT.
007240         EXIT.
007250*
007260 0410-MATCH-ONE-CREDIT.
007270     READ ABA-PAYMENT-FILE
007280         AT END
007290             MOVE "Y" TO WS-EOF-SW
007300             GO TO 0410-EXIT
007310     END-READ.
007320     IF ABA-RECORD (1:1) = "0"
007330         MOVE ABA-RECORD TO ABA-DESCRIPTIVE-RECORD
007340         MOVE ABA0-PROCESS-DATE (1:2) TO WS-ABA-PROCESS-DAY
007350         GO TO 0410-EXIT
007360     END-IF.
007370     IF ABA-RECORD (1:1) = "7"
007380         MOVE ABA-RECORD TO ABA-TOTAL-RECORD
007390         MOVE "Y" TO WS-ABA-TRAILER-SW
007400         MOVE ABA7-RECORD-COUNT TO WS-ABA-TRAILER-COUNT
007410         MOVE ABA7-CREDIT-CENTS TO WS-ABA-TRAILER-CENTS
007420         GO TO 0410-EXIT
007430     END-IF.
007440     IF ABA-RECORD (1:1) NOT = "1"
007450         GO TO 0410-EXIT
007460     END-IF.
007470     MOVE ABA-RECORD TO ABA-DETAIL-RECORD.
007480     ADD 1 TO WS-ABA-DETAIL-COUNT.
007490     ADD ABA1-AMOUNT-CENTS TO WS-ABA-DETAIL-CENTS.
007500     MOVE ABA1-LODGEMENT-REF (1:10) TO RW-EMPLOYEE-ID.
007510     READ RETURNS-WORK-FILE
007520         INVALID KEY
007530             GO TO 0410-EXIT
007540     END-READ.
007550     IF NOT RW-KIND-PAY
007560         GO TO 0410-EXIT
007570     END-IF.
007580     IF ABA1-BSB = RW-BSB
007590         AND ABA1-ACCOUNT-NUMBER = RW-ACCOUNT-NUMBER
007600         AND ABA1-AMOUNT-CENTS = RW-AMOUNT-CENTS
007610         MOVE "Y" TO RW-ABA-MATCH-SW
007620     ELSE
007630         MOVE "A" TO RW-ABA-MATCH-SW
007640     END-IF.
007650     PERFORM 0420-REWRITE-WORK THRU 0420-EXIT.
007660 0410-EXIT.
007670         EXIT.
007680*
007690 0420-REWRITE-WORK.
007700     REWRITE RETURNS-WORK-RECORD.
007710     IF WS-WORK-FILE-STATUS NOT = "00"
007720         DISPLAY "*** RTNWRKF REWRITE FAILED - STATUS "
007730             WS-WORK-FILE-STATUS " - RUN TERMINATED ***"
007740         MOVE 16 TO RETURN-CODE
007750         MOVE "Y" TO WS-EOF-SW
007760     END-IF.
007770 0420-EXIT.
007780         EXIT.
007790*
007800*****************************************************************
007810*    0450-MATCH-RUN-DETAILS - SECOND PASS OF TAXOUTF.  EACH
007820*    DETAIL LINE OF THE RUN WITH A RETURN ON THE WORK FILE MUST
007830*    CARRY THE SAME NET AS THE RETURNED CREDIT.
007840*****************************************************************
007850 0450-MATCH-RUN-DETAILS.
007860     MOVE "N" TO WS-EOF-SW.
007870     OPEN INPUT DISBURSE-FILE.
007880     IF WS-DISB-FILE-STATUS NOT = "00"
007890         DISPLAY "*** UNABLE TO REOPEN TAXOUTF - STATUS "
007900             WS-DISB-FILE-STATUS " - RUN TERMINATED ***"
007910         MOVE 16 TO RETURN-CODE
007920         GO TO 0450-EXIT
007930     END-IF.
007940     PERFORM 0460-MATCH-ONE-DETAIL THRU 0460-EXIT
007950         UNTIL WS-END-OF-FILE.
007960     CLOSE DISBURSE-FILE.
007970 0450-EXIT.
007980         EXIT.
007990*
008000 0460-MATCH-ONE-DETAIL.
008010     READ DISBURSE-FILE
008020         AT END
008030             MOVE "Y" TO WS-EOF-SW
008040             GO TO 0460-EXIT
008050     END-READ.
008060     PERFORM 0800-PARSE-DISB-RECORD THRU 0800-EXIT.
008070     IF WS-D-EMPLOYEE-ID = "*TOTAL*"
008080         OR WS-D-EMPLOYEE-ID = "*ADJUST*"
008090         OR WS-FIELD-COUNT < 6
008100         GO TO 0460-EXIT
008110     END-IF.
008120     IF WS-D-FIELD-6 (1:26) NOT = WS-SELECT-TIMESTAMP
008130         GO TO 0460-EXIT
008140     END-IF.
008150     MOVE WS-D-EMPLOYEE-ID TO RW-EMPLOYEE-ID.
008160     READ RETURNS-WORK-FILE
008170         INVALID KEY
008180             GO TO 0460-EXIT
008190     END-READ.
008200     IF NOT RW-KIND-PAY
008210         GO TO 0460-EXIT
008220     END-IF.
008230     COMPUTE WS-AMOUNT-WORK =
008240         FUNCTION NUMVAL (WS-D-FIELD-5).
008250     COMPUTE WS-CENTS-WORK = WS-AMOUNT-WORK * 100.
008260     MOVE WS-D-FIELD-2  TO RW-EMPLOYEE-NAME.
008270     MOVE WS-AMOUNT-WORK TO RW-RUN-NET.
008280     IF WS-CENTS-WORK = RW-AMOUNT-CENTS
008290         MOVE "Y" TO RW-RUN-MATCH-SW
008300     ELSE
008310         MOVE "A" TO RW-RUN-MATCH-SW
008320     END-IF.
008330     PERFORM 0420-REWRITE-WORK THRU 0420-EXIT.
008340 0460-EXIT.
008350         EXIT.
008360*
008370*****************************************************************
008380*    0500-APPLY-RETURNS - THE RUN TIES, SO EVERY MATCHED RETURN
008390*    GOES ON THE REGISTER AND HOLDS ITS EMPLOYEE.  EVERYTHING
008400*    ELSE IS LISTED AND LEFT ALONE.
008410*****************************************************************
008420 0500-APPLY-RETURNS.
008430     PERFORM 0110-OPEN-HISTORY-FILE THRU 0110-EXIT.
008440     IF RETURN-CODE NOT = 0
008450         GO TO 0500-EXIT
008460     END-IF.
008470     MOVE "N" TO WS-EOF-SW.
008480     MOVE LOW-VALUES TO RW-EMPLOYEE-ID.
008490     START RETURNS-WORK-FILE KEY NOT < RW-EMPLOYEE-ID
008500         INVALID KEY
008510             MOVE "Y" TO WS-EOF-SW
008520     END-START.
008530     PERFORM 0510-APPLY-ONE-RETURN THRU 0510-EXIT
008540         UNTIL WS-END-OF-FILE.
008550     CLOSE CHANGE-HISTORY-FILE.
008560 0500-EXIT.
008570         EXIT.
008580*
008590*    0110-OPEN-HISTORY-FILE - APPEND TO THE EMPMAINT CHANGE
008600*    HISTORY, SAME AS EMPMAINT OPENS IT.
008610 0110-OPEN-HISTORY-FILE.
008620     OPEN EXTEND CHANGE-HISTORY-FILE.
008630     IF WS-HISTORY-FILE-STATUS = "35"
008640         OPEN OUTPUT CHANGE-HISTORY-FILE
008650     END-IF.
008660     IF WS-HISTORY-FILE-STATUS NOT = "00"
008670         DISPLAY "*** UNABLE TO OPEN EMPHISTF - STATUS "
008680             WS-HISTORY-FILE-STATUS " - RUN TERMINATED ***"
008690         MOVE 16 TO RETURN-CODE
008700     END-IF.
008710 0110-EXIT.
008720         EXIT.
008730*
008740 0510-APPLY-ONE-RETURN.
008750     READ RETURNS-WORK-FILE NEXT RECORD
008760         AT END
008770             MOVE "Y" TO WS-EOF-SW
008780             GO TO 0510-EXIT
008790     END-READ.
008800     IF RW-KIND-REPAY
008810         PERFORM 0560-RETURN-OF-REPAYMENT THRU 0560-EXIT
008820         GO TO 0510-EXIT
008830     END-IF.
008840     IF RW-ABA-MATCH-SW = "A"
008850         MOVE "DIFFERS FROM BANK FILE" TO WS-EXCEPTION-TEXT
008860     ELSE IF RW-ABA-MATCH-SW NOT = "Y"
008870         MOVE "NOT ON THIS BANK FILE" TO WS-EXCEPTION-TEXT
008880     ELSE IF RW-ORIG-PROCESS-DAY NOT = WS-ABA-PROCESS-DAY
008890         MOVE "PROCESSING DAY DIFFERS" TO WS-EXCEPTION-TEXT
008900     ELSE IF RW-RUN-MATCH-SW = "A"
008910         MOVE "DIFFERS FROM TAXOUTF NET" TO WS-EXCEPTION-TEXT
008920     ELSE IF RW-RUN-MATCH-SW NOT = "Y"
008930         MOVE "NOT A PAYMENT OF THIS RUN" TO WS-EXCEPTION-TEXT
008940     ELSE
008950         MOVE SPACES TO WS-EXCEPTION-TEXT
008960     END-IF.
008970     IF WS-EXCEPTION-TEXT NOT = SPACES
008980         PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
008990         GO TO 0510-EXIT
009000     END-IF.
009010     PERFORM 0530-READ-MASTER THRU 0530-EXIT.
009020     IF NOT WS-MASTER-FOUND
009030         MOVE "NOT ON MASTER FILE" TO WS-EXCEPTION-TEXT
009040         PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
009050         GO TO 0510-EXIT
009060     END-IF.
009070     MOVE SPACES TO RETURNS-REGISTER-RECORD.
009080     MOVE WS-SELECT-TIMESTAMP   TO BR-RUN-TIMESTAMP.
009090     MOVE RW-EMPLOYEE-ID        TO BR-EMPLOYEE-ID.
009100     MOVE "R"                   TO BR-ITEM-STATUS.
009110     MOVE "R"                   TO BR-ITEM-SOURCE.
009120     MOVE RW-EMPLOYEE-NAME      TO BR-EMPLOYEE-NAME.
009130     MOVE RW-RUN-NET            TO BR-AMOUNT.
009140     MOVE WS-CTL-NET-TOTAL      TO BR-RUN-CONTROL-NET.
009150     MOVE RW-RETURN-CODE        TO BR-RETURN-CODE.
009160     MOVE WS-CURR-DATE          TO BR-RETURN-DATE.
009170     MOVE 1                     TO BR-RETURN-COUNT.
009180     PERFORM 0810-SET-PLAIN-BSB THRU 0810-EXIT.
009190     MOVE WS-BSB-PLAIN          TO BR-RETURNED-BSB.
009200     MOVE RW-ACCOUNT-NUMBER     TO BR-RETURNED-ACCOUNT.
009210     WRITE RETURNS-REGISTER-RECORD
009220         INVALID KEY
009230             MOVE "ALREADY ON THE REGISTER" TO WS-EXCEPTION-TEXT
009240             PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
009250             GO TO 0510-EXIT
009260     END-WRITE.
009270     IF WS-RTNREG-FILE-STATUS NOT = "00"
009280         DISPLAY "*** RTNREGF WRITE FAILED - STATUS "
009290             WS-RTNREG-FILE-STATUS " - RUN TERMINATED ***"
009300         MOVE 16 TO RETURN-CODE
009310         MOVE "Y" TO WS-EOF-SW
009320         GO TO 0510-EXIT
009330     END-IF.
009340     PERFORM 0540-HOLD-EMPLOYEE THRU 0540-EXIT.
009350     ADD 1 TO WS-REGISTERED-COUNT.
009360     ADD RW-RUN-NET TO WS-REGISTERED-AMOUNT.
009370     MOVE "REGISTERED - PAY HELD" TO RPT-DET-ACTION.
009380     PERFORM 0550-PRINT-RETURN THRU 0550-EXIT.
009390 0510-EXIT.
009400         EXIT.
009410*
009420*    0520-LIST-EXCEPTION - A RETURN THAT CANNOT BE PROCESSED IS
009430*    PRINTED WITH THE REASON AND COUNTED - THE JOB ENDS RC 4.
009440 0520-LIST-EXCEPTION.
009450     ADD 1 TO WS-EXCEPTION-COUNT.
009460     DISPLAY "*** RETURN FOR " RW-EMPLOYEE-ID " NOT PROCESSED - "
009470         WS-EXCEPTION-TEXT " ***".
009480     MOVE WS-EXCEPTION-TEXT TO RPT-DET-ACTION.
009490     PERFORM 0550-PRINT-RETURN THRU 0550-EXIT.
009500 0520-EXIT.
009510         EXIT.
009520*
009530*    0530-READ-MASTER - KEYED READ FOR THE RETURN'S EMPLOYEE.
009540 0530-READ-MASTER.
009550     MOVE "N" TO WS-MASTER-FOUND-SW.
009560     MOVE RW-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
009570     READ EMPLOYEE-MASTER-FILE
009580         INVALID KEY
009590             GO TO 0530-EXIT
009600     END-READ.
009610     IF WS-MASTER-FILE-STATUS = "00"
009620         MOVE "Y" TO WS-MASTER-FOUND-SW
009630     ELSE
009640         DISPLAY "*** EMPMASTF READ FAILED - STATUS "
009650             WS-MASTER-FILE-STATUS " ***"
009660     END-IF.
009670 0530-EXIT.
009680         EXIT.
009690*
009700*    0540-HOLD-EMPLOYEE - PAYMENT HOLD ON THE MASTER RECORD JUST
009710*    READ, WITH A CHANGE-HISTORY RECORD.  A FAILURE HERE FAILS
009720*    THE RUN - A RETURN ON THE REGISTER WITHOUT ITS HOLD WOULD
009730*    LET AUPAYABA PAY THE BAD ACCOUNT AGAIN.
009740 0540-HOLD-EMPLOYEE.
009750     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
009760     MOVE "Y"                    TO EM-PAY-HOLD-IND.
009770     MOVE WS-CURR-DATE           TO EM-PAY-HOLD-DATE.
009780     MOVE RW-RETURN-CODE         TO EM-PAY-HOLD-REASON.
009790     REWRITE EMPLOYEE-MASTER-RECORD
009800         INVALID KEY
009810             MOVE "99" TO WS-MASTER-FILE-STATUS
009820     END-REWRITE.
009830     IF WS-MASTER-FILE-STATUS NOT = "00"
009840         DISPLAY "*** EMPMASTF REWRITE FAILED FOR " RW-EMPLOYEE-ID
009850             " - STATUS " WS-MASTER-FILE-STATUS
009860             " - RUN TERMINATED, HOLD NOT SET ***"
009870         MOVE 16 TO RETURN-CODE
009880         MOVE "Y" TO WS-EOF-SW
009890         GO TO 0540-EXIT
009900     END-IF.
009910     MOVE SPACES TO CHANGE-HISTORY-RECORD.
009920     MOVE WS-RUN-TIMESTAMP        TO EH-RUN-TIMESTAMP.
009930     MOVE "HLD"                   TO EH-ACTION.
009940     MOVE RW-EMPLOYEE-ID          TO EH-EMPLOYEE-ID.
009950     MOVE WS-BEFORE-IMAGE         TO EH-BEFORE-IMAGE.
009960     MOVE EMPLOYEE-MASTER-RECORD  TO EH-AFTER-IMAGE.
009970     WRITE CHANGE-HISTORY-RECORD.
009980     IF WS-HISTORY-FILE-STATUS NOT = "00"
009990         DISPLAY "*** EMPHISTF WRITE FAILED - STATUS "
010000             WS-HISTORY-FILE-STATUS " - RUN TERMINATED ***"
010010         MOVE 16 TO RETURN-CODE
010020         MOVE "Y" TO WS-EOF-SW
010030     END-IF.
010040 0540-EXIT.
010050         EXIT.
010060*
010070*    0550-PRINT-RETURN - ONE REGISTER LINE FROM THE WORK RECORD;
010080*    THE CALLER HAS SET THE ACTION.
010090 0550-PRINT-RETURN.
010100     MOVE RW-EMPLOYEE-ID TO RPT-DET-ID.
010110     IF RW-EMPLOYEE-NAME NOT = SPACES
010120         MOVE RW-EMPLOYEE-NAME TO RPT-DET-NAME
010130     ELSE
010140         MOVE RW-ACCOUNT-NAME  TO RPT-DET-NAME
010150     END-IF.
010160     MOVE RW-BSB            TO RPT-DET-BSB.
010170     MOVE RW-ACCOUNT-NUMBER TO RPT-DET-ACCOUNT.
010180     COMPUTE WS-AMOUNT-WORK = RW-AMOUNT-CENTS / 100.
010190     MOVE WS-AMOUNT-WORK    TO RPT-DET-AMOUNT.
010200     MOVE RW-RETURN-CODE    TO WS-REASON-CODE.
010210     PERFORM 0820-SET-REASON-TEXT THRU 0820-EXIT.
010220     MOVE WS-REASON-TEXT    TO RPT-DET-REASON.
010230     MOVE RPT-DETAIL-LINE   TO WS-PRINT-LINE.
010240     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
010250 0550-EXIT.
010260         EXIT.
010270*
010280*    0560-RETURN-OF-REPAYMENT - A RE-PAYMENT CREDIT CAME BACK.
010290*    THE REGISTER ITEM IT PAID (SAME EMPLOYEE, RE-PAID TO THIS
010300*    ACCOUNT FOR THIS AMOUNT) GOES BACK TO RETURNED AND THE
010310*    EMPLOYEE IS HELD AGAIN.
010320 0560-RETURN-OF-REPAYMENT.
010330     PERFORM 0810-SET-PLAIN-BSB THRU 0810-EXIT.
010340     MOVE "N" TO WS-REG-FOUND-SW.
010350     MOVE "N" TO WS-REG-EOF-SW.
010360     MOVE LOW-VALUES TO BR-REGISTER-KEY.
010370     START RETURNS-REGISTER-FILE KEY NOT < BR-REGISTER-KEY
010380         INVALID KEY
010390             MOVE "Y" TO WS-REG-EOF-SW
010400     END-START.
010410     PERFORM 0565-FIND-REPAID-ITEM THRU 0565-EXIT
010420         UNTIL WS-REG-FOUND OR WS-REG-END.
010430     IF NOT WS-REG-FOUND
010440         MOVE "NO SUCH RE-PAYMENT" TO WS-EXCEPTION-TEXT
010450         PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
010460         GO TO 0560-EXIT
010470     END-IF.
010480     PERFORM 0530-READ-MASTER THRU 0530-EXIT.
010490     IF NOT WS-MASTER-FOUND
010500         MOVE "NOT ON MASTER FILE" TO WS-EXCEPTION-TEXT
010510         PERFORM 0520-LIST-EXCEPTION THRU 0520-EXIT
010520         GO TO 0560-EXIT
010530     END-IF.
010540     MOVE BR-EMPLOYEE-NAME   TO RW-EMPLOYEE-NAME.
010550     MOVE "R"                TO BR-ITEM-STATUS.
010560     MOVE RW-RETURN-CODE     TO BR-RETURN-CODE.
010570     MOVE WS-CURR-DATE       TO BR-RETURN-DATE.
010580     ADD 1                   TO BR-RETURN-COUNT.
010590     MOVE BR-REPAID-BSB      TO BR-RETURNED-BSB.
010600     MOVE BR-REPAID-ACCOUNT  TO BR-RETURNED-ACCOUNT.
010610     MOVE SPACES             TO BR-REPAID-DATE.
010620     MOVE SPACES             TO BR-REPAID-BSB.
010630     MOVE SPACES             TO BR-REPAID-ACCOUNT.
010640     REWRITE RETURNS-REGISTER-RECORD.
010650     IF WS-RTNREG-FILE-STATUS NOT = "00"
010660         DISPLAY "*** RTNREGF REWRITE FAILED - STATUS "
010670             WS-RTNREG-FILE-STATUS " - RUN TERMINATED ***"
010680         MOVE 16 TO RETURN-CODE
010690         MOVE "Y" TO WS-EOF-SW
010700         GO TO 0560-EXIT
010710     END-IF.
010720     PERFORM 0540-HOLD-EMPLOYEE THRU 0540-EXIT.
010730     ADD 1 TO WS-REGISTERED-COUNT.
010740     ADD BR-AMOUNT TO WS-REGISTERED-AMOUNT.
010750     MOVE "RE-PAYMENT RETURNED - HELD" TO RPT-DET-ACTION.
010760     PERFORM 0550-PRINT-RETURN THRU 0550-EXIT.
010770 0560-EXIT.
010780         EXIT.
010790*
010800 0565-FIND-REPAID-ITEM.
010810     READ RETURNS-REGISTER-FILE NEXT RECORD
010820         AT END
010830             MOVE "Y" TO WS-REG-EOF-SW
010840             GO TO 0565-EXIT
010850     END-READ.
010860     IF BR-EMPLOYEE-ID NOT = RW-EMPLOYEE-ID
010870         OR NOT BR-STATUS-REPAID
010880         OR BR-REPAID-BSB NOT = WS-BSB-PLAIN
010890         OR BR-REPAID-ACCOUNT NOT = RW-ACCOUNT-NUMBER
010900         GO TO 0565-EXIT
010910     END-IF.
010920     COMPUTE WS-CENTS-WORK = BR-AMOUNT * 100.
010930     IF WS-CENTS-WORK = RW-AMOUNT-CENTS
010940         MOVE "Y" TO WS-REG-FOUND-SW
010950     END-IF.
010960 0565-EXIT.
010970         EXIT.
010980*
010990*****************************************************************
011000*    0600-REPAY-ITEMS - (P)AYMENT MODE.  A FIRST PASS COUNTS THE
011010*    ITEMS NOW PAYABLE SO NO FILE IS CUT FOR NOTHING; THE SECOND
011020*    WRITES THE RE-PAYMENT FILE, MARKS THE ITEMS RE-PAID AND
011030*    RECONCILES EACH RUN IT TOUCHES AT THE RUN BREAK.
011040*****************************************************************
011050 0600-REPAY-ITEMS.
011060     MOVE "N" TO WS-REG-EOF-SW.
011070     MOVE LOW-VALUES TO BR-REGISTER-KEY.
011080     START RETURNS-REGISTER-FILE KEY NOT < BR-REGISTER-KEY
011090         INVALID KEY
011100             MOVE "Y" TO WS-REG-EOF-SW
011110     END-START.
011120     PERFORM 0610-COUNT-ONE-ITEM THRU 0610-EXIT
011130         UNTIL WS-REG-END.
011140     IF WS-ELIGIBLE-COUNT > 0
011150         OPEN OUTPUT REPAYMENT-ABA-FILE
011160         IF WS-RPY-FILE-STATUS NOT = "00"
011170             DISPLAY "*** UNABLE TO OPEN RPYOUTF - STATUS "
011180                 WS-RPY-FILE-STATUS " - RUN TERMINATED ***"
011190             MOVE 16 TO RETURN-CODE
011200             GO TO 0600-EXIT
011210         END-IF
011220         PERFORM 0640-WRITE-DESCRIPTIVE THRU 0640-EXIT
011230     ELSE
011240         DISPLAY "No register item is payable yet - no "
011250             "re-payment file cut."
011260     END-IF.
011270     MOVE SPACES TO WS-GROUP-TIMESTAMP.
011280     MOVE "N" TO WS-GROUP-ACTIVITY-SW.
011290     MOVE "N" TO WS-REG-EOF-SW.
011300     MOVE LOW-VALUES TO BR-REGISTER-KEY.
011310     START RETURNS-REGISTER-FILE KEY NOT < BR-REGISTER-KEY
011320         INVALID KEY
011330             MOVE "Y" TO WS-REG-EOF-SW
011340     END-START.
011350     PERFORM 0620-REPAY-ONE-ITEM THRU 0620-EXIT
011360         UNTIL WS-REG-END.
011370     PERFORM 0740-CLOSE-RUN-GROUP THRU 0740-EXIT.
011380     IF WS-ELIGIBLE-COUNT > 0
011390         PERFORM 0780-RECONCILE-REPAYMENTS THRU 0780-EXIT
011400         PERFORM 0650-WRITE-TOTAL THRU 0650-EXIT
011410         CLOSE REPAYMENT-ABA-FILE
011420     END-IF.
011430 0600-EXIT.
011440         EXIT.
011450*
011460 0610-COUNT-ONE-ITEM.
011470     READ RETURNS-REGISTER-FILE NEXT RECORD
011480         AT END
011490             MOVE "Y" TO WS-REG-EOF-SW
011500             GO TO 0610-EXIT
011510     END-READ.
011520     IF NOT BR-STATUS-OUTSTANDING
011530         GO TO 0610-EXIT
011540     END-IF.
011550     PERFORM 0630-CHECK-ELIGIBLE THRU 0630-EXIT.
011560     IF WS-ITEM-ELIGIBLE
011570         ADD 1 TO WS-ELIGIBLE-COUNT
011580     END-IF.
011590 0610-EXIT.
011600         EXIT.
011610*
011620 0620-REPAY-ONE-ITEM.
011630     READ RETURNS-REGISTER-FILE NEXT RECORD
011640         AT END
011650             MOVE "Y" TO WS-REG-EOF-SW
011660             GO TO 0620-EXIT
011670     END-READ.
011680     IF BR-RUN-TIMESTAMP NOT = WS-GROUP-TIMESTAMP
011690         PERFORM 0740-CLOSE-RUN-GROUP THRU 0740-EXIT
011700         MOVE BR-RUN-TIMESTAMP TO WS-GROUP-TIMESTAMP
011710     END-IF.
011720     IF NOT BR-STATUS-OUTSTANDING
011730         PERFORM 0760-ADD-TO-RUN-GROUP THRU 0760-EXIT
011740         GO TO 0620-EXIT
011750     END-IF.
011760     MOVE "Y" TO WS-GROUP-ACTIVITY-SW.
011770     PERFORM 0630-CHECK-ELIGIBLE THRU 0630-EXIT.
011780     IF NOT WS-ITEM-ELIGIBLE
011790         ADD 1 TO WS-WAITING-COUNT
011800         ADD BR-AMOUNT TO WS-WAITING-AMOUNT
011810         PERFORM 0760-ADD-TO-RUN-GROUP THRU 0760-EXIT
011820         PERFORM 0670-PRINT-ITEM THRU 0670-EXIT
011830         GO TO 0620-EXIT
011840     END-IF.
011850     PERFORM 0660-WRITE-REPAYMENT THRU 0660-EXIT.
011860     IF RETURN-CODE NOT = 0
011870         MOVE "Y" TO WS-REG-EOF-SW
011880         GO TO 0620-EXIT
011890     END-IF.
011900     MOVE "P"            TO BR-ITEM-STATUS.
011910     MOVE WS-CURR-DATE   TO BR-REPAID-DATE.
011920     MOVE EM-BSB         TO BR-REPAID-BSB.
011930     MOVE EM-ACCOUNT-NUMBER TO BR-REPAID-ACCOUNT.
011940     REWRITE RETURNS-REGISTER-RECORD.
011950     IF WS-RTNREG-FILE-STATUS NOT = "00"
011960         DISPLAY "*** RTNREGF REWRITE FAILED - STATUS "
011970             WS-RTNREG-FILE-STATUS " - RUN TERMINATED, "
011980             BR-EMPLOYEE-ID " IS ON RPYOUTF ***"
011990         MOVE 16 TO RETURN-CODE
012000         MOVE "Y" TO WS-REG-EOF-SW
012010         GO TO 0620-EXIT
012020     END-IF.
012030     ADD 1 TO WS-REPAID-COUNT.
012040     ADD BR-AMOUNT TO WS-REPAID-AMOUNT.
012050     MOVE "RE-PAID" TO RPT-DET-ACTION.
012060     PERFORM 0760-ADD-TO-RUN-GROUP THRU 0760-EXIT.
012070     PERFORM 0670-PRINT-ITEM THRU 0670-EXIT.
012080 0620-EXIT.
012090         EXIT.
012100*
012110*    0630-CHECK-ELIGIBLE - AN OUTSTANDING ITEM IS PAYABLE ONCE ITS
012120*    EMPLOYEE IS OFF HOLD WITH FULL BANK DETAILS.  OTHERWISE THE
012130*    REASON IS LEFT IN RPT-DET-ACTION FOR THE REGISTER.
012140 0630-CHECK-ELIGIBLE.
012150     MOVE "N" TO WS-ELIGIBLE-SW.
012160     MOVE "N" TO WS-MASTER-FOUND-SW.
012170     MOVE BR-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
012180     READ EMPLOYEE-MASTER-FILE
012190         INVALID KEY
012200             MOVE "WAITING - NOT ON MASTER" TO RPT-DET-ACTION
012210             GO TO 0630-EXIT
012220     END-READ.
012230     IF WS-MASTER-FILE-STATUS NOT = "00"
012240         MOVE "WAITING - MASTER READ ERR" TO RPT-DET-ACTION
012250         GO TO 0630-EXIT
012260     END-IF.
012270     IF EM-PAY-HELD
012280         MOVE "WAITING - NEW BANK DETAILS" TO RPT-DET-ACTION
012290         GO TO 0630-EXIT
012300     END-IF.
012310     IF EM-BSB = SPACES
012320         OR EM-ACCOUNT-NUMBER = SPACES
012330         OR EM-ACCOUNT-NAME = SPACES
012340         MOVE "WAITING - NO BANK DETAILS" TO RPT-DET-ACTION
012350         GO TO 0630-EXIT
012360     END-IF.
012370     MOVE "Y" TO WS-ELIGIBLE-SW.
012380 0630-EXIT.
012390         EXIT.
012400*
012410 0640-WRITE-DESCRIPTIVE.
012420     MOVE WS-ABA-BANK-MNEMONIC TO ABA0-BANK-MNEMONIC.
012430     MOVE WS-ABA-USER-NAME     TO ABA0-USER-NAME.
012440     MOVE WS-ABA-USER-ID       TO ABA0-USER-ID.
012450     MOVE "REPAYMENT"          TO ABA0-DESCRIPTION.
012460*    PROCESSING DATE DDMMYY FROM TODAY'S DATE.
012470     MOVE WS-CURR-DATE (7:2)   TO ABA0-PROCESS-DATE (1:2).
012480     MOVE WS-CURR-DATE (5:2)   TO ABA0-PROCESS-DATE (3:2).
012490     MOVE WS-CURR-DATE (3:2)   TO ABA0-PROCESS-DATE (5:2).
012500     WRITE REPAYMENT-ABA-RECORD FROM ABA-DESCRIPTIVE-RECORD.
012510     IF WS-RPY-FILE-STATUS NOT = "00"
012520         DISPLAY "*** RPYOUTF WRITE FAILED - STATUS "
012530             WS-RPY-FILE-STATUS " ***"
012540         MOVE 16 TO RETURN-CODE
012550     END-IF.
012560 0640-EXIT.
012570         EXIT.
012580*
012590 0650-WRITE-TOTAL.
012600*    ALL-CREDIT FILE - NET EQUALS CREDIT, DEBIT STAYS ZERO.
012610     MOVE WS-REPAID-CENTS TO ABA7-NET-CENTS.
012620     MOVE WS-REPAID-CENTS TO ABA7-CREDIT-CENTS.
012630     MOVE WS-RPY-CREDIT-COUNT TO ABA7-RECORD-COUNT.
012640     WRITE REPAYMENT-ABA-RECORD FROM ABA-TOTAL-RECORD.
012650     IF WS-RPY-FILE-STATUS NOT = "00"
012660         DISPLAY "*** RPYOUTF TOTAL WRITE FAILED - STATUS "
012670             WS-RPY-FILE-STATUS " ***"
012680         MOVE 16 TO RETURN-CODE
012690     END-IF.
012700 0650-EXIT.
012710         EXIT.
012720*
012730*    0660-WRITE-REPAYMENT - TYPE 1 CREDIT TO THE CORRECTED BANK
012740*    DETAILS NOW ON THE MASTER (READ BY 0630), REFERENCE "RPY".
012750 0660-WRITE-REPAYMENT.
012760     COMPUTE WS-CENTS-WORK = BR-AMOUNT * 100.
012770     MOVE SPACES TO ABA1-BSB.
012780     STRING EM-BSB (1:3) "-" EM-BSB (4:3)
012790         DELIMITED BY SIZE INTO ABA1-BSB.
012800     MOVE EM-ACCOUNT-NUMBER    TO ABA1-ACCOUNT-NUMBER.
012810     MOVE WS-CENTS-WORK        TO ABA1-AMOUNT-CENTS.
012820     MOVE EM-ACCOUNT-NAME      TO ABA1-ACCOUNT-NAME.
012830     MOVE SPACES               TO ABA1-LODGEMENT-REF.
012840     STRING BR-EMPLOYEE-ID " RPY"
012850         DELIMITED BY SIZE INTO ABA1-LODGEMENT-REF.
012860     MOVE WS-ABA-TRACE-BSB     TO ABA1-TRACE-BSB.
012870     MOVE WS-ABA-TRACE-ACCOUNT TO ABA1-TRACE-ACCOUNT.
012880     MOVE WS-ABA-REMITTER-NAME TO ABA1-REMITTER-NAME.
012890     WRITE REPAYMENT-ABA-RECORD FROM ABA-DETAIL-RECORD.
012900     IF WS-RPY-FILE-STATUS NOT = "00"
012910         DISPLAY "*** RPYOUTF WRITE FAILED - STATUS "
012920             WS-RPY-FILE-STATUS " ***"
012930         MOVE 16 TO RETURN-CODE
012940         GO TO 0660-EXIT
012950     END-IF.
012960     ADD ABA1-AMOUNT-CENTS TO WS-REPAID-CENTS.
012970     ADD 1 TO WS-RPY-CREDIT-COUNT.
012980 0660-EXIT.
012990         EXIT.
013000*
013010*    0670-PRINT-ITEM - ONE REGISTER LINE FROM THE REGISTER ITEM;
013020*    THE CALLER HAS SET THE ACTION.
013030 0670-PRINT-ITEM.
013040     MOVE BR-EMPLOYEE-ID   TO RPT-DET-ID.
013050     MOVE BR-EMPLOYEE-NAME TO RPT-DET-NAME.
013060     IF BR-STATUS-REPAID
013070         MOVE SPACES TO RPT-DET-BSB
013080         STRING BR-REPAID-BSB (1:3) "-" BR-REPAID-BSB (4:3)
013090             DELIMITED BY SIZE INTO RPT-DET-BSB
013100         MOVE BR-REPAID-ACCOUNT TO RPT-DET-ACCOUNT
013110     ELSE IF BR-SOURCE-RETURNED
013120         MOVE SPACES TO RPT-DET-BSB
013130         STRING BR-RETURNED-BSB (1:3) "-" BR-RETURNED-BSB (4:3)
013140             DELIMITED BY SIZE INTO RPT-DET-BSB
013150         MOVE BR-RETURNED-ACCOUNT TO RPT-DET-ACCOUNT
013160     ELSE
013170         MOVE SPACES TO RPT-DET-BSB
013180         MOVE SPACES TO RPT-DET-ACCOUNT
013190     END-IF.
013200     MOVE BR-AMOUNT        TO RPT-DET-AMOUNT.
013210     IF BR-SOURCE-HELD
013220         MOVE "HELD - NEVER SENT" TO WS-REASON-TEXT
013230     ELSE
013240         MOVE BR-RETURN-CODE TO WS-REASON-CODE
013250         PERFORM 0820-SET-REASON-TEXT THRU 0820-EXIT
013260     END-IF.
013270     MOVE WS-REASON-TEXT   TO RPT-DET-REASON.
013280     MOVE RPT-DETAIL-LINE  TO WS-PRINT-LINE.
013290     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
013300 0670-EXIT.
013310         EXIT.
013320*
013330*****************************************************************
013340*    0700-RECONCILE-RUN - (R)ETURNS MODE.  THE RUN'S POSITION ON
013350*    THE REGISTER NOW THE RETURNS ARE IN, RECONCILED TO ITS
013360*    "*TOTAL*" LINE.
013370*****************************************************************
013380 0700-RECONCILE-RUN.
013390     MOVE WS-SELECT-TIMESTAMP TO WS-GROUP-TIMESTAMP.
013400     PERFORM 0710-SCAN-RUN-ON-REGISTER THRU 0710-EXIT.
013410*    A RUN WITH NOTHING YET ON THE REGISTER STILL RECONCILES.
013420     MOVE WS-CTL-NET-TOTAL TO WS-GRP-CONTROL-NET.
013430     MOVE "Y" TO WS-GROUP-ACTIVITY-SW.
013440     PERFORM 0740-CLOSE-RUN-GROUP THRU 0740-EXIT.
013450 0700-EXIT.
013460         EXIT.
013470*
013480*    0710-SCAN-RUN-ON-REGISTER - ADD UP EVERY REGISTER ITEM OF
013490*    THE RUN IN WS-GROUP-TIMESTAMP.
013500 0710-SCAN-RUN-ON-REGISTER.
013510     INITIALIZE WS-GROUP-TOTALS.
013520     MOVE "N" TO WS-REG-EOF-SW.
013530     MOVE WS-GROUP-TIMESTAMP TO BR-RUN-TIMESTAMP.
013540     MOVE LOW-VALUES         TO BR-EMPLOYEE-ID.
013550     START RETURNS-REGISTER-FILE KEY NOT < BR-REGISTER-KEY
013560         INVALID KEY
013570             MOVE "Y" TO WS-REG-EOF-SW
013580     END-START.
013590     PERFORM 0715-SCAN-ONE-ITEM THRU 0715-EXIT
013600         UNTIL WS-REG-END.
013610 0710-EXIT.
013620         EXIT.
013630*
013640 0715-SCAN-ONE-ITEM.
013650     READ RETURNS-REGISTER-FILE NEXT RECORD
013660         AT END
013670             MOVE "Y" TO WS-REG-EOF-SW
013680             GO TO 0715-EXIT
013690     END-READ.
013700     IF BR-RUN-TIMESTAMP NOT = WS-GROUP-TIMESTAMP
013710         MOVE "Y" TO WS-REG-EOF-SW
013720         GO TO 0715-EXIT
013730     END-IF.
013740     PERFORM 0760-ADD-TO-RUN-GROUP THRU 0760-EXIT.
013750 0715-EXIT.
013760         EXIT.
013770*
013780*    0740-CLOSE-RUN-GROUP - PRINT THE RECONCILIATION FOR THE RUN
013790*    JUST FINISHED WHEN THIS RUN OF THE PROGRAM TOUCHED IT OR IT
013800*    STILL HAS ITEMS OUTSTANDING, THEN CLEAR FOR THE NEXT.
013810 0740-CLOSE-RUN-GROUP.
013820     IF WS-GROUP-TIMESTAMP NOT = SPACES AND WS-GROUP-ACTIVE
013830         PERFORM 0750-PRINT-RUN-RECON THRU 0750-EXIT
013840     END-IF.
013850     INITIALIZE WS-GROUP-TOTALS.
013860     MOVE "N" TO WS-GROUP-ACTIVITY-SW.
013870 0740-EXIT.
013880         EXIT.
013890*
013900*    0750-PRINT-RUN-RECON - THE RUN'S *TOTAL* NET AND WHERE ITS
013910*    HELD AND RETURNED PAYMENTS NOW STAND.  IN (R)ETURNS MODE
013920*    0755 ALSO TIES THE RUN TO THE BANK FILE.  (P)AYMENT MODE
013930*    HAS NO BANK FILE FOR AN EARLIER RUN - ITS TIE IS 0780.
013940 0750-PRINT-RUN-RECON.
013950     IF WS-LINE-COUNT + 11 > WS-LINES-PER-PAGE
013960         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
013970     END-IF.
013980     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
013990     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
014000     MOVE WS-GROUP-TIMESTAMP TO RPT-RUN-TIMESTAMP.
014010     MOVE RPT-RUN-HEADING TO WS-PRINT-LINE.
014020     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
014030     MOVE SPACES TO RPT-REC-NOTE.
014040     MOVE "RUN *TOTAL* CONTROL NET" TO RPT-REC-LABEL.
014050     MOVE WS-GRP-CONTROL-NET TO RPT-REC-AMOUNT.
014060     IF WS-MODE-RETURNS
014070         MOVE WS-CTL-EMP-COUNT TO RPT-REC-COUNT
014080     ELSE
014090         MOVE 0 TO RPT-REC-COUNT
014100     END-IF.
014110     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014120     IF WS-MODE-RETURNS
014130         PERFORM 0755-TIE-TO-BANK-FILE THRU 0755-EXIT
014140     ELSE
014150         MOVE "  HELD BACK - NEVER SENT" TO RPT-REC-LABEL
014160         MOVE WS-GRP-HELD-AMOUNT TO RPT-REC-AMOUNT
014170         MOVE WS-GRP-HELD-COUNT TO RPT-REC-COUNT
014180         PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT
014190         MOVE "  RETURNED BY THE BANK" TO RPT-REC-LABEL
014200         MOVE WS-GRP-RETURNED-AMOUNT TO RPT-REC-AMOUNT
014210         MOVE WS-GRP-RETURNED-COUNT TO RPT-REC-COUNT
014220         PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT
014230     END-IF.
014240     MOVE "RE-PAID SINCE" TO RPT-REC-LABEL.
014250     MOVE WS-GRP-REPAID-AMOUNT TO RPT-REC-AMOUNT.
014260     MOVE WS-GRP-REPAID-COUNT TO RPT-REC-COUNT.
014270     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014280     MOVE "STILL OUTSTANDING" TO RPT-REC-LABEL.
014290     MOVE WS-GRP-OUTSTAND-AMOUNT TO RPT-REC-AMOUNT.
014300     MOVE WS-GRP-OUTSTAND-COUNT TO RPT-REC-COUNT.
014310     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014320 0750-EXIT.
014330         EXIT.
014340*
014350*    0755-TIE-TO-BANK-FILE - THE CREDITS ADDED UP OFF ABAOUTF BY
014360*    0400 PLUS THE PAYMENTS HELD BACK ON THE REGISTER MUST GIVE
014370*    THE *TOTAL* NET AND EMPLOYEE COUNT, AND THE RETURNS NOW ON
014380*    THE REGISTER CANNOT COME TO MORE THAN WAS SENT.
014390 0755-TIE-TO-BANK-FILE.
014400     COMPUTE WS-GRP-SENT-AMOUNT = WS-ABA-DETAIL-CENTS / 100.
014410     COMPUTE WS-GRP-CHECK-AMOUNT =
014420         WS-GRP-SENT-AMOUNT + WS-GRP-HELD-AMOUNT.
014430     COMPUTE WS-GRP-CHECK-COUNT =
014440         WS-ABA-DETAIL-COUNT + WS-GRP-HELD-COUNT.
014450     COMPUTE WS-GRP-FIRST-PAID-AMOUNT =
014460         WS-GRP-SENT-AMOUNT - WS-GRP-RETURNED-AMOUNT.
014470     MOVE "  SENT ON THE BANK FILE (ABAOUTF)" TO RPT-REC-LABEL.
014480     MOVE WS-GRP-SENT-AMOUNT TO RPT-REC-AMOUNT.
014490     MOVE WS-ABA-DETAIL-COUNT TO RPT-REC-COUNT.
014500     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014510     MOVE "  PLUS HELD BACK - NEVER SENT" TO RPT-REC-LABEL.
014520     MOVE WS-GRP-HELD-AMOUNT TO RPT-REC-AMOUNT.
014530     MOVE WS-GRP-HELD-COUNT TO RPT-REC-COUNT.
014540     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014550     MOVE "ACCOUNTED FOR" TO RPT-REC-LABEL.
014560     MOVE WS-GRP-CHECK-AMOUNT TO RPT-REC-AMOUNT.
014570     MOVE WS-GRP-CHECK-COUNT TO RPT-REC-COUNT.
014580     IF WS-GRP-CHECK-AMOUNT = WS-GRP-CONTROL-NET
014590         AND WS-GRP-CHECK-COUNT = WS-CTL-EMP-COUNT
014600         AND WS-GRP-FIRST-PAID-AMOUNT NOT < 0
014610         MOVE "RECONCILED" TO RPT-REC-NOTE
014620     ELSE
014630         MOVE "*** OUT OF BALANCE" TO RPT-REC-NOTE
014640         DISPLAY "*** RUN " WS-GROUP-TIMESTAMP
014650             " DOES NOT RECONCILE TO ITS *TOTAL* LINE ***"
014660         MOVE "Y" TO WS-REFUSED-SW
014670     END-IF.
014680     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014690     MOVE SPACES TO RPT-REC-NOTE.
014700     MOVE "  LESS RETURNED BY THE BANK" TO RPT-REC-LABEL.
014710     MOVE WS-GRP-RETURNED-AMOUNT TO RPT-REC-AMOUNT.
014720     MOVE WS-GRP-RETURNED-COUNT TO RPT-REC-COUNT.
014730     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014740     MOVE "PAID FIRST TIME" TO RPT-REC-LABEL.
014750     MOVE WS-GRP-FIRST-PAID-AMOUNT TO RPT-REC-AMOUNT.
014760     MOVE 0 TO RPT-REC-COUNT.
014770     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
014780 0755-EXIT.
014790         EXIT.
014800*
014810*    0760-ADD-TO-RUN-GROUP - ONE REGISTER ITEM INTO ITS RUN'S
014820*    POSITION.
014830 0760-ADD-TO-RUN-GROUP.
014840     MOVE BR-RUN-CONTROL-NET TO WS-GRP-CONTROL-NET.
014850     IF BR-SOURCE-HELD
014860         ADD BR-AMOUNT TO WS-GRP-HELD-AMOUNT
014870         ADD 1 TO WS-GRP-HELD-COUNT
014880     ELSE
014890         ADD BR-AMOUNT TO WS-GRP-RETURNED-AMOUNT
014900         ADD 1 TO WS-GRP-RETURNED-COUNT
014910     END-IF.
014920     IF BR-STATUS-REPAID
014930         ADD BR-AMOUNT TO WS-GRP-REPAID-AMOUNT
014940         ADD 1 TO WS-GRP-REPAID-COUNT
014950     ELSE
014960         ADD BR-AMOUNT TO WS-GRP-OUTSTAND-AMOUNT
014970         ADD 1 TO WS-GRP-OUTSTAND-COUNT
014980     END-IF.
014990 0760-EXIT.
015000         EXIT.
015010*
015020 0770-PRINT-RECON-LINE.
015030     MOVE RPT-RECON-LINE TO WS-PRINT-LINE.
015040     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
015050 0770-EXIT.
015060         EXIT.
015070*
015080*    0780-RECONCILE-REPAYMENTS - (P)AYMENT MODE.  THE CREDITS
015090*    WRITTEN TO RPYOUTF (0660, AFTER EACH GOOD WRITE) AGAINST THE
015100*    REGISTER ITEMS MOVED TO RE-PAID (0620, AFTER EACH GOOD
015110*    REWRITE).  ANY DIFFERENCE AND RPYOUTF IS NOT TO BE SENT.
015120 0780-RECONCILE-REPAYMENTS.
015130     COMPUTE WS-RPY-CREDIT-AMOUNT = WS-REPAID-CENTS / 100.
015140     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
015150         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
015160     END-IF.
015170     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
015180     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
015190     MOVE RPT-RPY-HEADING TO WS-PRINT-LINE.
015200     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
015210     MOVE SPACES TO RPT-REC-NOTE.
015220     MOVE "CREDITS WRITTEN TO RPYOUTF" TO RPT-REC-LABEL.
015230     MOVE WS-RPY-CREDIT-AMOUNT TO RPT-REC-AMOUNT.
015240     MOVE WS-RPY-CREDIT-COUNT TO RPT-REC-COUNT.
015250     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
015260     MOVE "REGISTER ITEMS MARKED RE-PAID" TO RPT-REC-LABEL.
015270     MOVE WS-REPAID-AMOUNT TO RPT-REC-AMOUNT.
015280     MOVE WS-REPAID-COUNT TO RPT-REC-COUNT.
015290     IF WS-RPY-CREDIT-AMOUNT = WS-REPAID-AMOUNT
015300         AND WS-RPY-CREDIT-COUNT = WS-REPAID-COUNT
015310         MOVE "RECONCILED" TO RPT-REC-NOTE
015320     ELSE
015330         MOVE "*** OUT OF BALANCE" TO RPT-REC-NOTE
015340         DISPLAY "*** RPYOUTF DOES NOT AGREE WITH THE REGISTER "
015350             "ITEMS MARKED RE-PAID - DO NOT SEND IT ***"
015360         MOVE "Y" TO WS-REFUSED-SW
015370     END-IF.
015380     PERFORM 0770-PRINT-RECON-LINE THRU 0770-EXIT.
015390 0780-EXIT.
015400         EXIT.
015410*
015420*****************************************************************
015430*    0800-PARSE-DISB-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
015440*****************************************************************
015450 0800-PARSE-DISB-RECORD.
015460     MOVE SPACES TO WS-DISB-FIELDS.
015470     MOVE 0 TO WS-FIELD-COUNT.
015480     UNSTRING DISBURSEMENT-RECORD DELIMITED BY ","
015490         INTO WS-D-EMPLOYEE-ID
015500              WS-D-FIELD-2
015510              WS-D-FIELD-3
015520              WS-D-FIELD-4
015530              WS-D-FIELD-5
015540              WS-D-FIELD-6
015550         TALLYING IN WS-FIELD-COUNT.
015560 0800-EXIT.
015570         EXIT.
015580*
015590*    0810-SET-PLAIN-BSB - THE RETURN'S BSB WITHOUT THE HYPHEN,
015600*    AS THE MASTER AND THE REGISTER HOLD IT.
015610 0810-SET-PLAIN-BSB.
015620     MOVE SPACES TO WS-BSB-PLAIN.
015630     STRING RW-BSB (1:3) RW-BSB (5:3)
015640         DELIMITED BY SIZE INTO WS-BSB-PLAIN.
015650 0810-EXIT.
015660         EXIT.
015670*
015680 0820-SET-REASON-TEXT.
015690     IF WS-REASON-CODE NUMERIC AND WS-REASON-NUM > 0
015700         MOVE WS-RETURN-REASON (WS-REASON-NUM) TO WS-REASON-TEXT
015710     ELSE
015720         MOVE SPACES TO WS-REASON-TEXT
015730         STRING "UNKNOWN REASON CODE " WS-REASON-CODE
015740             DELIMITED BY SIZE INTO WS-REASON-TEXT
015750     END-IF.
015760 0820-EXIT.
015770         EXIT.
015780*
015790*    0850-START-NEW-PAGE - LETTERHEAD, COLUMN HEADINGS AND PAGE
015800*    CONTROLS.
015810 0850-START-NEW-PAGE.
015820     ADD 1 TO WS-PAGE-NUMBER.
015830     MOVE SPACES TO RPT-LH-AS-AT.
015840     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
015850            WS-CURR-DATE (7:2)
015860         DELIMITED BY SIZE INTO RPT-LH-AS-AT.
015870     MOVE WS-PAGE-NUMBER TO RPT-LH-PAGE.
015880     IF WS-PAGE-NUMBER = 1
015890         WRITE RETURNS-REPORT-RECORD FROM RPT-LETTERHEAD-1
015900     ELSE
015910         WRITE RETURNS-REPORT-RECORD FROM RPT-LETTERHEAD-1
015920             AFTER ADVANCING PAGE
015930     END-IF.
015940     WRITE RETURNS-REPORT-RECORD FROM RPT-LETTERHEAD-2.
015950     WRITE RETURNS-REPORT-RECORD FROM RPT-LETTERHEAD-3.
015960     WRITE RETURNS-REPORT-RECORD FROM RPT-SEPARATOR.
015970     WRITE RETURNS-REPORT-RECORD FROM RPT-COLUMN-HEADING.
015980     WRITE RETURNS-REPORT-RECORD FROM RPT-SEPARATOR.
015990     MOVE 6 TO WS-LINE-COUNT.
016000 0850-EXIT.
016010         EXIT.
016020*
016030 0860-PRINT-LINE.
016040     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
016050         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
016060     END-IF.
016070     WRITE RETURNS-REPORT-RECORD FROM WS-PRINT-LINE.
016080     ADD 1 TO WS-LINE-COUNT.
016090 0860-EXIT.
016100         EXIT.
016110*
016120*****************************************************************
016130*    0900-TERMINATE - COUNTS FOR THE OPERATOR
016140*****************************************************************
016150 0900-TERMINATE.
016160     CLOSE EMPLOYEE-MASTER-FILE.
016170     CLOSE RETURNS-REGISTER-FILE.
016180     CLOSE RETURNS-REPORT-FILE.
016190     IF WS-MODE-RETURNS
016200         CLOSE RETURNS-WORK-FILE
016210     END-IF.
016220     DISPLAY " ".
016230     IF WS-MODE-RETURNS
016240         DISPLAY "AUBNKRTN complete - returns against run "
016250             WS-SELECT-TIMESTAMP
016260         MOVE WS-RTN-DETAIL-COUNT TO WS-COUNT-EDIT
016270         DISPLAY "Returns on file:        " WS-COUNT-EDIT
016280         MOVE WS-REGISTERED-COUNT TO WS-COUNT-EDIT
016290         DISPLAY "Registered and held:    " WS-COUNT-EDIT
016300         MOVE WS-REGISTERED-AMOUNT TO WS-MONEY-EDIT
016310         DISPLAY "Amount returned:     " WS-MONEY-EDIT
016320         MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
016330         DISPLAY "Not processed:          " WS-COUNT-EDIT
016340     ELSE
016350         DISPLAY "AUBNKRTN complete - re-payment run"
016360         MOVE WS-REPAID-COUNT TO WS-COUNT-EDIT
016370         DISPLAY "Items re-paid:          " WS-COUNT-EDIT
016380         MOVE WS-REPAID-AMOUNT TO WS-MONEY-EDIT
016390         DISPLAY "Amount re-paid:      " WS-MONEY-EDIT
016400         MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT
016410         DISPLAY "Still waiting:          " WS-COUNT-EDIT
016420         MOVE WS-WAITING-AMOUNT TO WS-MONEY-EDIT
016430         DISPLAY "Amount waiting:      " WS-MONEY-EDIT
016440     END-IF.
016450     IF RETURN-CODE NOT = 0
016460         GO TO 0900-EXIT
016470     END-IF.
016480     IF WS-RUN-REFUSED
016490         DISPLAY "*** CONTROL BREAKS ABOVE - SEE SYSOUT ***"
016500         MOVE 8 TO RETURN-CODE
016510         GO TO 0900-EXIT
016520     END-IF.
016530     IF WS-EXCEPTION-COUNT > 0 OR WS-WAITING-COUNT > 0
016540         MOVE 4 TO RETURN-CODE
016550     END-IF.
016560 0900-EXIT.
016570         EXIT.
016580*
