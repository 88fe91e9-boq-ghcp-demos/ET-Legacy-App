000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUPAYTAX.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - STATE PAYROLL TAX MONTHLY
000120*                    RETURN WITH THE JUNE ANNUAL
000130*                    RECONCILIATION.
000140*    2026-10-15 PJH  AUDIT LOG RECORD WIDENED 450 TO 500 FOR
000150*                    THE LEAVE MOVEMENT COLUMNS AU-TAX-CALC NOW
000160*                    WRITES AT THE END OF THE ROW.
000170*    2026-10-15 PJH  NOT-COMPLETED EXCEPTION REASON CUT TO THE
000180*                    30 BYTES OF WS-EXN-REASON.
000190*****************************************************************
000200*    WORKS OUT THE STATE PAYROLL TAX RETURN FOR ONE CALENDAR
000210*    MONTH, KEYED CCYYMM ON SYSIN - A BLANK CARD TAKES LAST
000220*    MONTH.  TAXABLE WAGES ARE TOTALLED PER STATE FROM THE
000230*    AUDIT LOG ROWS OF THE COMPLETED RUNS ON THE RUN REGISTRY
000240*    (RUNREGF) WHOSE RUN TIMESTAMP FALLS IN THE MONTH -
000250*      ORDINARY GROSS PAID THIS PERIOD
000260*      PLUS THE SG ACCRUED
000270*      PLUS THE ETP AND LEAVE PAYOUT COLUMN
000280*    TO THE STATE ON THE EMPLOYEE'S MASTER (EM-WORK-STATE).
000290*    A PAYMENT BACKED OUT BY AN ADJUSTMENT RUN COMES OFF IN
000300*    THE MONTH OF THE ADJUSTMENT, FROM ITS REVERSAL ROW.
000310*
000320*    EACH STATE'S ANNUAL THRESHOLD AND RATE COME FROM THE
000330*    YEAR-KEYED TABLE AUPTRATE/AUPTDATA.  THE MONTH'S
000340*    THRESHOLD SHARE IS ONE TWELFTH OF THE STATE'S ANNUAL
000350*    THRESHOLD, APPORTIONED BY THE STATE'S WAGES OVER TOTAL
000360*    AUSTRALIAN WAGES FOR THE MONTH; TAX IS THE RATE ON THE
000370*    WAGES ABOVE THE SHARE.
000380*
000390*    A JUNE RETURN ALSO RECONCILES THE FINANCIAL YEAR - THE
000400*    ANNUAL TAX ON THE YEAR'S WAGES AGAINST THE FULL ANNUAL
000410*    THRESHOLD, LESS THE TAX RETURNED JULY TO MAY, IS WHAT IS
000420*    PAYABLE (OR REFUNDABLE) FOR JUNE.
000430*
000440*    WAGES THAT CANNOT GO INTO THE RETURN ARE LISTED, NOT
000450*    DROPPED - AN EMPLOYEE WITH NO VALID WORK STATE, A RUN NOT
000460*    COMPLETED ON THE REGISTRY, OR A PAYMENT ROW UNDER A
000470*    TIMESTAMP THE REGISTRY DOES NOT HOLD - RC 4.  A COMPLETED
000480*    RUN WHOSE AUDIT ROWS DO NOT AGREE WITH ITS REGISTRY
000490*    TOTALS IS LISTED AND THE RETURN IS MARKED NOT TO BE
000500*    LODGED - RC 8.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-I.
000550 OBJECT-COMPUTER. IBM-I.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000610     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS IS SEQUENTIAL
000640         RECORD KEY IS RR-EXTRACT-DATE
000650         FILE STATUS IS WS-RUNREG-FILE-STATUS.
000660     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
000670         ORGANIZATION IS INDEXED
000680         ACCESS IS RANDOM
000690         RECORD KEY IS EM-EMPLOYEE-ID
000700         FILE STATUS IS WS-MASTER-FILE-STATUS.
000710     SELECT PAYROLL-TAX-REPORT-FILE ASSIGN TO "PTXRPTF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  AUDIT-TAX-CALC-LOG
000770     RECORD CONTAINS 500 CHARACTERS
000780     LABEL RECORDS ARE STANDARD.
000790 01  AUDIT-LOG-RECORD               PIC X(500).
000800*
000810 FD  RUN-REGISTRY-FILE
000820     RECORD CONTAINS 250 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 COPY RUNREGR.
000850*
000860 FD  EMPLOYEE-MASTER-FILE
000870     RECORD CONTAINS 200 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 COPY EMPMREC.
000900*
000910 FD  PAYROLL-TAX-REPORT-FILE
000920     RECORD CONTAINS 132 CHARACTERS
000930     LABEL RECORDS ARE STANDARD.
000940 01  PAYROLL-TAX-REPORT-RECORD      PIC X(132).
000950*
000960 WORKING-STORAGE SECTION.
000970 01  WS-FILE-STATUSES.
000980     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
000990     05  WS-RUNREG-FILE-STATUS    PIC X(02) VALUE "00".
001000     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
001010     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001020*
001030 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001040     88  WS-END-OF-FILE               VALUE "Y".
001050*
001060*    ANY DISAGREEMENT BETWEEN THE AUDIT LOG AND THE REGISTRY
001070*    SETS THIS - THE RETURN IS THEN PRINTED BUT NOT LODGED.
001080 01  WS-BREAK-SW                  PIC X(01) VALUE "N".
001090     88  WS-CONTROL-BREAK             VALUE "Y".
001100*
001110 01  WS-ANNUAL-SW                 PIC X(01) VALUE "N".
001120     88  WS-ANNUAL-RECONCILIATION     VALUE "Y".
001130 01  WS-PT-YEAR-FOUND-SW          PIC X(01) VALUE "Y".
001140     88  WS-PT-YEAR-FOUND             VALUE "Y".
001150 01  WS-RUN-FOUND-SW              PIC X(01) VALUE "N".
001160     88  WS-RUN-FOUND                 VALUE "Y".
001170 01  WS-STATE-FOUND-SW            PIC X(01) VALUE "N".
001180     88  WS-STATE-FOUND               VALUE "Y".
001190*    SET WHEN A ROW OR RUN FALLS IN THE MONTH BEING RETURNED -
001200*    OR ANYWHERE IN THE YEAR FOR THE JUNE RECONCILIATION - SO
001210*    ITS EXCEPTIONS ARE LISTED.
001220 01  WS-IN-WINDOW-SW              PIC X(01) VALUE "N".
001230     88  WS-IN-WINDOW                 VALUE "Y".
001240*
001250*    RETURN MONTH - THE CCYYMM KEYED ON SYSIN, OR LAST MONTH
001260*    WHEN THE CARD IS BLANK.
001270 01  WS-PERIOD-CARD               PIC X(80) VALUE SPACES.
001280 01  WS-PERIOD-CCYYMM.
001290     05  WS-PERIOD-YEAR           PIC 9(04).
001300     05  WS-PERIOD-MONTH          PIC 9(02).
001310 01  WS-PERIOD-ALPHA REDEFINES WS-PERIOD-CCYYMM
001320                                  PIC X(06).
001330*    "CCYY-MM" FORMS, COMPARED WITH THE FRONT OF A RUN
001340*    TIMESTAMP - THE FINANCIAL YEAR RUNS FROM WS-FY-START-TEXT
001350*    (JULY) TO WS-PERIOD-TEXT.
001360 01  WS-PERIOD-TEXT               PIC X(07) VALUE SPACES.
001370 01  WS-FY-START-TEXT             PIC X(07) VALUE SPACES.
001380 01  WS-FY-START-YEAR             PIC 9(04) VALUE 0.
001390 01  WS-FY-END-YEAR               PIC 9(04) VALUE 0.
001400 01  WS-TAX-YEAR                  PIC X(07) VALUE SPACES.
001410*    MONTH SUBSCRIPTS RUN JULY = 1 TO JUNE = 12.
001420 01  WS-PERIOD-IDX                PIC 9(02) COMP VALUE 0.
001430 01  WS-ROW-MONTH                 PIC 9(02) VALUE 0.
001440 01  WS-ROW-IDX                   PIC 9(02) COMP VALUE 0.
001450 01  WS-MONTH-IDX                 PIC 9(02) COMP VALUE 0.
001460 01  WS-STATE-IDX                 PIC 9(02) COMP VALUE 0.
001470 01  WS-ROW-STATE-IDX             PIC 9(02) COMP VALUE 0.
001480 01  WS-EXC-SUB                   PIC 9(04) COMP VALUE 0.
001490*
001500 01  WS-CURRENT-DATE-TIME.
001510     05  WS-CURR-DATE             PIC X(08).
001520     05  WS-CURR-TIME             PIC X(08).
001530*
001540 COPY AUPTRATE.
001550*
001560*    PARSED AUDIT LOG COLUMNS - SEE 310-WRITE-AUDIT-LOG-RECORD
001570*    IN AU-TAX-CALC FOR THE COLUMN ORDER.
001580 01  WS-AUDIT-FIELDS.
001590     05  WS-F-EMPLOYEE-ID         PIC X(10).
001600     05  WS-F-EMPLOYEE-NAME       PIC X(30).
001610     05  WS-F-TAX-YEAR            PIC X(07).
001620     05  WS-F-RUN-TIMESTAMP       PIC X(26).
001630     05  WS-F-GROSS               PIC X(31).
001640     05  WS-F-DEDUCT              PIC X(13).
001650     05  WS-F-TAXABLE             PIC X(13).
001660     05  WS-F-INCTAX              PIC X(13).
001670     05  WS-F-OFFSETS             PIC X(13).
001680     05  WS-F-MEDICARE            PIC X(13).
001690     05  WS-F-MLS                 PIC X(13).
001700     05  WS-F-HELP                PIC X(13).
001710     05  WS-F-TOTALTAX            PIC X(13).
001720     05  WS-F-NETPAY              PIC X(13).
001730     05  WS-F-SG                  PIC X(13).
001740     05  WS-F-FREQ                PIC X(01).
001750     05  WS-F-ETPGROSS            PIC X(13).
001760     05  WS-F-ETPTAX              PIC X(13).
001770     05  WS-F-DEDORD              PIC X(13).
001780     05  WS-F-NOTFN-IND           PIC X(01).
001790     05  WS-F-PD-GROSS            PIC X(13).
001800     05  WS-F-PD-TAX              PIC X(13).
001810     05  WS-F-PD-HELP             PIC X(13).
001820     05  WS-F-PD-DISBTAX          PIC X(13).
001830     05  WS-F-PD-DISBNET          PIC X(13).
001840     05  WS-F-PD-SG               PIC X(13).
001850     05  WS-F-CARRY-DELTA         PIC X(13).
001860     05  WS-F-ROW-TYPE            PIC X(01).
001870     05  WS-F-REVERSED-TS         PIC X(26).
001880     05  WS-F-NOTES               PIC X(31).
001890 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
001900*
001910 01  WS-REJECTED-FLAG             PIC X(01) VALUE "N".
001920     88  WS-RECORD-REJECTED           VALUE "Y".
001930*
001940*    ONE ROW'S WAGES AS ACTUALLY PAID - NEGATIVE ON A REVERSAL.
001950 01  WS-ROW-AMOUNTS.
001960     05  WS-ROW-PD-GROSS          PIC S9(11)V99 COMP-3.
001970     05  WS-ROW-PD-SG             PIC S9(11)V99 COMP-3.
001980     05  WS-ROW-ETP-GROSS         PIC S9(11)V99 COMP-3.
001990     05  WS-ROW-WAGES             PIC S9(11)V99 COMP-3.
002000*
002010*    THE FINANCIAL YEAR'S RUNS FROM THE REGISTRY, UP TO THE
002020*    RETURN MONTH, WITH WHAT THE AUDIT LOG HOLDS FOR EACH SO
002030*    THE TWO CAN BE AGREED.
002040 01  WS-RUN-LIMITS.
002050     05  WS-RUN-MAX               PIC 9(04) COMP VALUE 500.
002060     05  WS-RUN-COUNT             PIC 9(04) COMP VALUE 0.
002070 01  WS-RUN-TABLE.
002080     05  WS-RUN-ENTRY OCCURS 500 TIMES
002090                      INDEXED BY RT-IDX.
002100         10  WS-RT-TIMESTAMP      PIC X(26).
002110         10  WS-RT-EXTRACT-DATE   PIC X(08).
002120         10  WS-RT-STATUS         PIC X(01).
002130         10  WS-RT-PD-TOTALS-SW   PIC X(01).
002140         10  WS-RT-REG-EMP-COUNT  PIC 9(09) COMP.
002150         10  WS-RT-REG-WAGES      PIC S9(13)V99 COMP-3.
002160         10  WS-RT-REG-SG         PIC S9(13)V99 COMP-3.
002170         10  WS-RT-LOG-EMP-COUNT  PIC 9(09) COMP.
002180         10  WS-RT-LOG-WAGES      PIC S9(13)V99 COMP-3.
002190         10  WS-RT-LOG-SG         PIC S9(13)V99 COMP-3.
002200*
002210*    WAGES BY STATE (SUBSCRIPTS AS AUPTRATE) AND MONTH, AND
002220*    THE MONTH'S RETURN FIGURES ONCE 0500 HAS WORKED THEM OUT.
002230 01  WS-STATE-TABLE.
002240     05  WS-ST-STATE OCCURS 8 TIMES.
002250         10  WS-ST-MONTH OCCURS 12 TIMES.
002260             15  WS-ST-GROSS      PIC S9(13)V99 COMP-3.
002270             15  WS-ST-SG         PIC S9(13)V99 COMP-3.
002280             15  WS-ST-ETP        PIC S9(13)V99 COMP-3.
002290             15  WS-ST-WAGES      PIC S9(13)V99 COMP-3.
002300             15  WS-ST-THRESHOLD  PIC S9(13)V99 COMP-3.
002310             15  WS-ST-LIABLE     PIC S9(13)V99 COMP-3.
002320             15  WS-ST-TAX        PIC S9(13)V99 COMP-3.
002330*    TOTAL AUSTRALIAN WAGES BY MONTH - THE APPORTIONING BASE.
002340 01  WS-MONTH-TABLE.
002350     05  WS-MT-WAGES OCCURS 12 TIMES
002360                                  PIC S9(13)V99 COMP-3.
002370 01  WS-MONTH-THRESHOLD           PIC S9(13)V99 COMP-3.
002380*
002390*    RETURN TOTALS ACROSS THE STATES, FOR THE TOTAL LINES.
002400 01  WS-RETURN-TOTALS.
002410     05  WS-RT-TOT-GROSS          PIC S9(13)V99 COMP-3.
002420     05  WS-RT-TOT-SG             PIC S9(13)V99 COMP-3.
002430     05  WS-RT-TOT-ETP            PIC S9(13)V99 COMP-3.
002440     05  WS-RT-TOT-WAGES          PIC S9(13)V99 COMP-3.
002450     05  WS-RT-TOT-THRESHOLD      PIC S9(13)V99 COMP-3.
002460     05  WS-RT-TOT-LIABLE         PIC S9(13)V99 COMP-3.
002470     05  WS-RT-TOT-TAX            PIC S9(13)V99 COMP-3.
002480     05  WS-RT-TOT-PAID           PIC S9(13)V99 COMP-3.
002490     05  WS-RT-TOT-JUNE           PIC S9(13)V99 COMP-3.
002500*
002510*    ONE STATE'S FINANCIAL YEAR FOR THE JUNE RECONCILIATION.
002520 01  WS-ANNUAL-WORK.
002530     05  WS-AN-AUS-WAGES          PIC S9(13)V99 COMP-3.
002540     05  WS-AN-WAGES              PIC S9(13)V99 COMP-3.
002550     05  WS-AN-THRESHOLD          PIC S9(13)V99 COMP-3.
002560     05  WS-AN-LIABLE             PIC S9(13)V99 COMP-3.
002570     05  WS-AN-TAX                PIC S9(13)V99 COMP-3.
002580     05  WS-AN-PAID               PIC S9(13)V99 COMP-3.
002590     05  WS-AN-JUNE               PIC S9(13)V99 COMP-3.
002600 01  WS-RATE-PERCENT              PIC 9(02)V9(03) VALUE 0.
002610*
002620*    EXCEPTIONS ARE HELD UNTIL THE RETURN HAS BEEN PRINTED.
002630 01  WS-EXC-LIMITS.
002640     05  WS-EXC-MAX               PIC 9(04) COMP VALUE 500.
002650     05  WS-EXC-COUNT             PIC 9(04) COMP VALUE 0.
002660     05  WS-EXC-NOT-LISTED        PIC 9(09) COMP VALUE 0.
002670 01  WS-EXC-NEW.
002680     05  WS-EXN-EMPLOYEE-ID       PIC X(10).
002690     05  WS-EXN-EMPLOYEE-NAME     PIC X(30).
002700     05  WS-EXN-RUN-TIMESTAMP     PIC X(26).
002710     05  WS-EXN-WAGES             PIC S9(13)V99 COMP-3.
002720     05  WS-EXN-REASON            PIC X(30).
002730 01  WS-EXC-TABLE.
002740     05  WS-EXC-ENTRY OCCURS 500 TIMES.
002750         10  WS-EX-EMPLOYEE-ID    PIC X(10).
002760         10  WS-EX-EMPLOYEE-NAME  PIC X(30).
002770         10  WS-EX-RUN-TIMESTAMP  PIC X(26).
002780         10  WS-EX-WAGES          PIC S9(13)V99 COMP-3.
002790         10  WS-EX-REASON         PIC X(30).
002800*
002810*    COUNTS FOR THE MONTH BEING RETURNED (THE WHOLE YEAR IN
002820*    JUNE).
002830 01  WS-RETURN-COUNTS.
002840     05  WS-RUNS-INCLUDED         PIC 9(09) COMP VALUE 0.
002850     05  WS-RUNS-NOT-COMPLETED    PIC 9(09) COMP VALUE 0.
002860     05  WS-ROWS-INCLUDED         PIC 9(09) COMP VALUE 0.
002870     05  WS-ROWS-REVERSAL         PIC 9(09) COMP VALUE 0.
002880     05  WS-ROWS-NOT-COMPLETED    PIC 9(09) COMP VALUE 0.
002890     05  WS-ROWS-UNREGISTERED     PIC 9(09) COMP VALUE 0.
002900     05  WS-ROWS-NO-STATE         PIC 9(09) COMP VALUE 0.
002910     05  WS-RUNS-OUT-OF-BALANCE   PIC 9(09) COMP VALUE 0.
002920     05  WS-UNREGISTERED-WAGES    PIC S9(13)V99 COMP-3 VALUE 0.
002930     05  WS-NO-STATE-WAGES        PIC S9(13)V99 COMP-3 VALUE 0.
002940*
002950 01  WS-MONEY-EDIT                PIC -Z,ZZZ,ZZZ,ZZ9.99.
002960 01  WS-MONEY-EDIT-2              PIC -Z,ZZZ,ZZZ,ZZ9.99.
002970 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
002980 01  WS-COUNT-EDIT-2              PIC ZZZ,ZZ9.
002990*
003000*    PAGE CONTROL - 60 LINES, LETTERHEAD AND HEADINGS TAKE 6.
003010 01  WS-PAGE-CONTROLS.
003020     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
003030     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
003040     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
003050 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
003060*
003070*    PRINT LINE LAYOUTS
003080 01  RPT-LETTERHEAD-1.
003090     05  FILLER                   PIC X(35) VALUE SPACES.
003100     05  FILLER                   PIC X(52) VALUE
003110         "P A Y R O L L   S Y S T E M S   U N I T".
003120     05  FILLER                   PIC X(45) VALUE SPACES.
003130 01  RPT-LETTERHEAD-2.
003140     05  FILLER                   PIC X(30) VALUE SPACES.
003150     05  RPT-LH-TITLE             PIC X(57).
003160     05  FILLER                   PIC X(45) VALUE SPACES.
003170 01  RPT-LETTERHEAD-3.
003180     05  FILLER                   PIC X(07) VALUE "AS AT: ".
003190     05  RPT-LH-AS-AT             PIC X(10).
003200     05  FILLER                   PIC X(74) VALUE SPACES.
003210     05  FILLER                   PIC X(06) VALUE "PAGE: ".
003220     05  RPT-LH-PAGE              PIC ZZZ9.
003230     05  FILLER                   PIC X(31) VALUE SPACES.
003240 01  RPT-SEPARATOR.
003250     05  FILLER                   PIC X(126) VALUE ALL "-".
003260     05  FILLER                   PIC X(06) VALUE SPACES.
003270 01  RPT-BLANK-LINE.
003280     05  FILLER                   PIC X(132) VALUE SPACES.
003290*    THE CURRENT SECTION'S HEADING, REPEATED ON A NEW PAGE.
003300 01  RPT-COLUMN-HEADING           PIC X(132) VALUE SPACES.
003310 01  RPT-SECTION-LINE.
003320     05  RPT-SECT-TITLE           PIC X(100).
003330     05  FILLER                   PIC X(32) VALUE SPACES.
003340 01  RPT-MONTH-HEADING.
003350     05  FILLER                   PIC X(06) VALUE "STATE".
003360     05  FILLER                   PIC X(16) VALUE
003370         "     GROSS WAGES".
003380     05  FILLER                   PIC X(16) VALUE
003390         "      SUPER (SG)".
003400     05  FILLER                   PIC X(16) VALUE
003410         "       ETP/LEAVE".
003420     05  FILLER                   PIC X(16) VALUE
003430         "   TAXABLE WAGES".
003440     05  FILLER                   PIC X(16) VALUE
003450         " THRESHOLD SHARE".
003460     05  FILLER                   PIC X(16) VALUE
003470         "    LIABLE WAGES".
003480     05  FILLER                   PIC X(08) VALUE "  RATE %".
003490     05  FILLER                   PIC X(16) VALUE
003500         "     TAX PAYABLE".
003510     05  FILLER                   PIC X(06) VALUE SPACES.
003520 01  RPT-MONTH-LINE.
003530     05  RPT-ML-STATE             PIC X(05).
003540     05  FILLER                   PIC X(02) VALUE SPACES.
003550     05  RPT-ML-GROSS             PIC -ZZZ,ZZZ,ZZ9.99.
003560     05  FILLER                   PIC X(01) VALUE SPACES.
003570     05  RPT-ML-SG                PIC -ZZZ,ZZZ,ZZ9.99.
003580     05  FILLER                   PIC X(01) VALUE SPACES.
003590     05  RPT-ML-ETP               PIC -ZZZ,ZZZ,ZZ9.99.
003600     05  FILLER                   PIC X(01) VALUE SPACES.
003610     05  RPT-ML-WAGES             PIC -ZZZ,ZZZ,ZZ9.99.
003620     05  FILLER                   PIC X(01) VALUE SPACES.
003630     05  RPT-ML-THRESHOLD         PIC -ZZZ,ZZZ,ZZ9.99.
003640     05  FILLER                   PIC X(01) VALUE SPACES.
003650     05  RPT-ML-LIABLE            PIC -ZZZ,ZZZ,ZZ9.99.
003660     05  FILLER                   PIC X(02) VALUE SPACES.
003670     05  RPT-ML-RATE              PIC Z9.999 BLANK WHEN ZERO.
003680     05  FILLER                   PIC X(01) VALUE SPACES.
003690     05  RPT-ML-TAX               PIC -ZZZ,ZZZ,ZZ9.99.
003700     05  FILLER                   PIC X(06) VALUE SPACES.
003710 01  RPT-ANNUAL-HEADING.
003720     05  FILLER                   PIC X(06) VALUE "STATE".
003730     05  FILLER                   PIC X(16) VALUE
003740         "   TAXABLE WAGES".
003750     05  FILLER                   PIC X(16) VALUE
003760         " THRESHOLD SHARE".
003770     05  FILLER                   PIC X(16) VALUE
003780         "    LIABLE WAGES".
003790     05  FILLER                   PIC X(08) VALUE "  RATE %".
003800     05  FILLER                   PIC X(16) VALUE
003810         "      ANNUAL TAX".
003820     05  FILLER                   PIC X(16) VALUE
003830         "    PAID JUL-MAY".
003840     05  FILLER                   PIC X(16) VALUE
003850         "    JUNE PAYABLE".
003860     05  FILLER                   PIC X(22) VALUE SPACES.
003870 01  RPT-ANNUAL-LINE.
003880     05  RPT-AL-STATE             PIC X(05).
003890     05  FILLER                   PIC X(02) VALUE SPACES.
003900     05  RPT-AL-WAGES             PIC -ZZZ,ZZZ,ZZ9.99.
003910     05  FILLER                   PIC X(01) VALUE SPACES.
003920     05  RPT-AL-THRESHOLD         PIC -ZZZ,ZZZ,ZZ9.99.
003930     05  FILLER                   PIC X(01) VALUE SPACES.
003940     05  RPT-AL-LIABLE            PIC -ZZZ,ZZZ,ZZ9.99.
003950     05  FILLER                   PIC X(02) VALUE SPACES.
003960     05  RPT-AL-RATE              PIC Z9.999 BLANK WHEN ZERO.
003970     05  FILLER                   PIC X(01) VALUE SPACES.
003980     05  RPT-AL-TAX               PIC -ZZZ,ZZZ,ZZ9.99.
003990     05  FILLER                   PIC X(01) VALUE SPACES.
004000     05  RPT-AL-PAID              PIC -ZZZ,ZZZ,ZZ9.99.
004010     05  FILLER                   PIC X(01) VALUE SPACES.
004020     05  RPT-AL-JUNE              PIC -ZZZ,ZZZ,ZZ9.99.
004030     05  FILLER                   PIC X(22) VALUE SPACES.
004040 01  RPT-EXCEPTION-HEADING.
004050     05  FILLER                   PIC X(12) VALUE "EMPLOYEE ID".
004060     05  FILLER                   PIC X(32) VALUE "NAME".
004070     05  FILLER                   PIC X(28) VALUE "RUN".
004080     05  FILLER                   PIC X(16) VALUE
004090         "           WAGES".
004100     05  FILLER                   PIC X(02) VALUE SPACES.
004110     05  FILLER                   PIC X(30) VALUE "REASON".
004120     05  FILLER                   PIC X(12) VALUE SPACES.
004130 01  RPT-EXCEPTION-LINE.
004140     05  RPT-EL-ID                PIC X(10).
004150     05  FILLER                   PIC X(02) VALUE SPACES.
004160     05  RPT-EL-NAME              PIC X(30).
004170     05  FILLER                   PIC X(02) VALUE SPACES.
004180     05  RPT-EL-TIMESTAMP         PIC X(26).
004190     05  FILLER                   PIC X(03) VALUE SPACES.
004200     05  RPT-EL-WAGES             PIC -ZZZ,ZZZ,ZZ9.99.
004210     05  FILLER                   PIC X(02) VALUE SPACES.
004220     05  RPT-EL-REASON            PIC X(30).
004230     05  FILLER                   PIC X(12) VALUE SPACES.
004240 01  RPT-COUNT-LINE.
004250     05  FILLER                   PIC X(04) VALUE SPACES.
004260     05  RPT-CNT-LABEL            PIC X(40).
004270     05  RPT-CNT-EDIT             PIC ZZZ,ZZ9.
004280     05  FILLER                   PIC X(04) VALUE SPACES.
004290     05  RPT-CNT-MONEY            PIC -Z,ZZZ,ZZZ,ZZ9.99
004300                                  BLANK WHEN ZERO.
004310     05  FILLER                   PIC X(60) VALUE SPACES.
004320*
004330 PROCEDURE DIVISION.
004340*****************************************************************
004350*    0000-MAINLINE
004360*****************************************************************
004370 0000-MAINLINE.
004380     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
004390     IF RETURN-CODE NOT = 0
004400         STOP RUN
004410     END-IF.
004420     PERFORM 0200-LOAD-REGISTRY THRU 0200-EXIT.
004430     IF RETURN-CODE NOT = 0
004440         PERFORM 0900-TERMINATE THRU 0900-EXIT
004450         STOP RUN
004460     END-IF.
004470     PERFORM 0300-TOTAL-AUDIT-ROWS THRU 0300-EXIT.
004480     IF RETURN-CODE NOT = 0
004490         PERFORM 0900-TERMINATE THRU 0900-EXIT
004500         STOP RUN
004510     END-IF.
004520     PERFORM 0400-CHECK-RUN-CONTROLS THRU 0400-EXIT.
004530     PERFORM 0500-CALCULATE-RETURN THRU 0500-EXIT.
004540     PERFORM 0600-PRINT-MONTH-RETURN THRU 0600-EXIT.
004550     IF WS-ANNUAL-RECONCILIATION
004560         PERFORM 0700-ANNUAL-RECONCILIATION THRU 0700-EXIT
004570     END-IF.
004580     PERFORM 0750-PRINT-EXCEPTIONS THRU 0750-EXIT.
004590     PERFORM 0780-PRINT-COUNTS THRU 0780-EXIT.
004600     PERFORM 0900-TERMINATE THRU 0900-EXIT.
004610     STOP RUN.
004620*
004630*****************************************************************
004640*    0100-INITIALIZE - RATE TABLE, RETURN MONTH AND FILE
004650*    AVAILABILITY
004660*****************************************************************
004670 0100-INITIALIZE.
004680     COPY AUPTDATA.
004690     DISPLAY "--- AUPAYTAX - State Payroll Tax Return ---".
004700     DISPLAY "Return month CCYYMM (blank = last month): ".
004710     ACCEPT WS-PERIOD-CARD.
004720     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004730     ACCEPT WS-CURR-TIME FROM TIME.
004740     INITIALIZE WS-RUN-TABLE.
004750     INITIALIZE WS-STATE-TABLE.
004760     INITIALIZE WS-MONTH-TABLE.
004770     INITIALIZE WS-RETURN-TOTALS.
004780     PERFORM 0110-SET-RETURN-PERIOD THRU 0110-EXIT.
004790     IF RETURN-CODE NOT = 0
004800         GO TO 0100-EXIT
004810     END-IF.
004820     PERFORM 0120-LOOKUP-PAYROLL-TAX-YEAR THRU 0120-EXIT.
004830     OPEN INPUT AUDIT-TAX-CALC-LOG.
004840     IF WS-AUDIT-FILE-STATUS NOT = "00"
004850         DISPLAY "*** UNABLE TO OPEN AUDTAXL - STATUS "
004860             WS-AUDIT-FILE-STATUS " - RETURN NOT PRODUCED ***"
004870         MOVE 16 TO RETURN-CODE
004880         GO TO 0100-EXIT
004890     END-IF.
004900     CLOSE AUDIT-TAX-CALC-LOG.
004910     OPEN INPUT EMPLOYEE-MASTER-FILE.
004920     IF WS-MASTER-FILE-STATUS NOT = "00"
004930         DISPLAY "*** UNABLE TO OPEN EMPMASTF - STATUS "
004940             WS-MASTER-FILE-STATUS " - RETURN NOT PRODUCED ***"
004950         MOVE 16 TO RETURN-CODE
004960         GO TO 0100-EXIT
004970     END-IF.
004980     OPEN OUTPUT PAYROLL-TAX-REPORT-FILE.
004990     IF WS-REPORT-FILE-STATUS NOT = "00"
005000         DISPLAY "*** UNABLE TO OPEN PTXRPTF - STATUS "
005010             WS-REPORT-FILE-STATUS " - RETURN NOT PRODUCED ***"
005020         CLOSE EMPLOYEE-MASTER-FILE
005030         MOVE 16 TO RETURN-CODE
005040     END-IF.
005050 0100-EXIT.
005060         EXIT.
005070*
005080*    0110-SET-RETURN-PERIOD - THE MONTH, ITS FINANCIAL YEAR
005090*    (JULY TO JUNE) AND ITS PLACE IN THAT YEAR.  A JUNE RETURN
005100*    CARRIES THE ANNUAL RECONCILIATION.
005110 0110-SET-RETURN-PERIOD.
005120     IF WS-PERIOD-CARD (1:6) = SPACES
005130         MOVE WS-CURR-DATE (1:6) TO WS-PERIOD-ALPHA
005140         IF WS-PERIOD-MONTH = 1
005150             MOVE 12 TO WS-PERIOD-MONTH
005160             SUBTRACT 1 FROM WS-PERIOD-YEAR
005170         ELSE
005180             SUBTRACT 1 FROM WS-PERIOD-MONTH
005190         END-IF
005200     ELSE
005210         MOVE WS-PERIOD-CARD (1:6) TO WS-PERIOD-ALPHA
005220     END-IF.
005230     IF WS-PERIOD-ALPHA NOT NUMERIC
005240         OR WS-PERIOD-MONTH < 1
005250         OR WS-PERIOD-MONTH > 12
005260         DISPLAY "*** RETURN MONTH " WS-PERIOD-CARD (1:6)
005270             " IS NOT CCYYMM - RETURN NOT PRODUCED ***"
005280         MOVE 16 TO RETURN-CODE
005290         GO TO 0110-EXIT
005300     END-IF.
005310     IF WS-PERIOD-MONTH > 6
005320         MOVE WS-PERIOD-YEAR TO WS-FY-START-YEAR
005330         COMPUTE WS-PERIOD-IDX = WS-PERIOD-MONTH - 6
005340     ELSE
005350         COMPUTE WS-FY-START-YEAR = WS-PERIOD-YEAR - 1
005360         COMPUTE WS-PERIOD-IDX = WS-PERIOD-MONTH + 6
005370     END-IF.
005380     COMPUTE WS-FY-END-YEAR = WS-FY-START-YEAR + 1.
005390     IF WS-PERIOD-MONTH = 6
005400         MOVE "Y" TO WS-ANNUAL-SW
005410     END-IF.
005420     MOVE SPACES TO WS-PERIOD-TEXT.
005430     STRING WS-PERIOD-YEAR "-" WS-PERIOD-MONTH
005440         DELIMITED BY SIZE INTO WS-PERIOD-TEXT.
005450     MOVE SPACES TO WS-FY-START-TEXT.
005460     STRING WS-FY-START-YEAR "-07"
005470         DELIMITED BY SIZE INTO WS-FY-START-TEXT.
005480     MOVE SPACES TO WS-TAX-YEAR.
005490     STRING WS-FY-START-YEAR "-" WS-FY-END-YEAR (3:2)
005500         DELIMITED BY SIZE INTO WS-TAX-YEAR.
005510     MOVE SPACES TO RPT-LH-TITLE.
005520     STRING "STATE PAYROLL TAX RETURN - MONTH " WS-PERIOD-TEXT
005530            " - FY " WS-TAX-YEAR
005540         DELIMITED BY SIZE INTO RPT-LH-TITLE.
005550     DISPLAY "Returning month " WS-PERIOD-TEXT
005560         " of financial year " WS-TAX-YEAR.
005570 0110-EXIT.
005580         EXIT.
005590*
005600*    0120-LOOKUP-PAYROLL-TAX-YEAR - POSITION PT-IDX AT THE
005610*    FINANCIAL YEAR.  FALLS BACK TO THE MOST RECENT YEAR ON
005620*    FILE AND WARNS, SAME AS THE RATE LOOKUPS IN AU-TAX-CALC.
005630 0120-LOOKUP-PAYROLL-TAX-YEAR.
005640     MOVE "Y" TO WS-PT-YEAR-FOUND-SW.
005650     SET PT-IDX TO 1.
005660     SEARCH PAYROLL-TAX-ENTRY
005670         AT END
005680             SET PT-IDX TO PAYROLL-TAX-MAX-YEARS
005690             MOVE "N" TO WS-PT-YEAR-FOUND-SW
005700         WHEN PT-TAX-YEAR (PT-IDX) = WS-TAX-YEAR
005710             CONTINUE
005720     END-SEARCH.
005730     IF NOT WS-PT-YEAR-FOUND
005740         DISPLAY "*** WARNING - financial year " WS-TAX-YEAR
005750             " not on payroll tax rate file - using "
005760             PT-TAX-YEAR (PT-IDX) " figures ***"
005770     END-IF.
005780 0120-EXIT.
005790         EXIT.
005800*
005810*****************************************************************
005820*    0200-LOAD-REGISTRY - EVERY RUN ON THE REGISTRY FROM JULY
005830*    TO THE RETURN MONTH.  A RUN IN THE RETURN WINDOW THAT DID
005840*    NOT COMPLETE IS AN EXCEPTION - ITS ROWS ARE NOT TAKEN.
005850*****************************************************************
005860 0200-LOAD-REGISTRY.
005870     MOVE "N" TO WS-EOF-SW.
005880     OPEN INPUT RUN-REGISTRY-FILE.
005890     IF WS-RUNREG-FILE-STATUS NOT = "00"
005900         DISPLAY "*** UNABLE TO OPEN RUNREGF - STATUS "
005910             WS-RUNREG-FILE-STATUS " - RETURN NOT PRODUCED ***"
005920         MOVE 16 TO RETURN-CODE
005930         GO TO 0200-EXIT
005940     END-IF.
005950     PERFORM 0210-LOAD-ONE-RUN THRU 0210-EXIT
005960         UNTIL WS-END-OF-FILE.
005970     CLOSE RUN-REGISTRY-FILE.
005980 0200-EXIT.
005990         EXIT.
006000*
006010 0210-LOAD-ONE-RUN.
006020     READ RUN-REGISTRY-FILE
006030         AT END
006040             MOVE "Y" TO WS-EOF-SW
006050             GO TO 0210-EXIT
006060     END-READ.
006070     IF RR-RUN-TIMESTAMP (1:7) < WS-FY-START-TEXT
006080         OR RR-RUN-TIMESTAMP (1:7) > WS-PERIOD-TEXT
006090         GO TO 0210-EXIT
006100     END-IF.
006110     IF WS-RUN-COUNT NOT < WS-RUN-MAX
006120         DISPLAY "*** MORE THAN " WS-RUN-MAX " RUNS IN THE "
006130             "FINANCIAL YEAR ON RUNREGF - RETURN NOT PRODUCED ***"
006140         MOVE 16 TO RETURN-CODE
006150         MOVE "Y" TO WS-EOF-SW
006160         GO TO 0210-EXIT
006170     END-IF.
006180     ADD 1 TO WS-RUN-COUNT.
006190     SET RT-IDX TO WS-RUN-COUNT.
006200     MOVE RR-RUN-TIMESTAMP TO WS-RT-TIMESTAMP (RT-IDX).
006210     MOVE RR-EXTRACT-DATE  TO WS-RT-EXTRACT-DATE (RT-IDX).
006220     MOVE RR-RUN-STATUS    TO WS-RT-STATUS (RT-IDX).
006230     MOVE RR-EMP-COUNT     TO WS-RT-REG-EMP-COUNT (RT-IDX).
006240*    A RECORD WRITTEN BEFORE THE PER-PERIOD TOTALS EXISTED HAS
006250*    SPACES THERE - ITS ROWS ARE THEN AGREED ON COUNT ONLY.
006260     IF RR-TOT-PD-GROSS NUMERIC
006270         AND RR-TOT-PD-SG NUMERIC
006280         MOVE "Y" TO WS-RT-PD-TOTALS-SW (RT-IDX)
006290         MOVE RR-TOT-PD-GROSS TO WS-RT-REG-WAGES (RT-IDX)
006300         MOVE RR-TOT-PD-SG    TO WS-RT-REG-SG (RT-IDX)
006310     ELSE
006320         MOVE "N" TO WS-RT-PD-TOTALS-SW (RT-IDX)
006330     END-IF.
006340     MOVE RR-RUN-TIMESTAMP (6:2) TO WS-ROW-MONTH.
006350     PERFORM 0810-SET-MONTH-WINDOW THRU 0810-EXIT.
006360     IF NOT WS-IN-WINDOW
006370         GO TO 0210-EXIT
006380     END-IF.
006390     IF RR-STATUS-COMPLETED
006400         ADD 1 TO WS-RUNS-INCLUDED
006410         GO TO 0210-EXIT
006420     END-IF.
006430     ADD 1 TO WS-RUNS-NOT-COMPLETED.
006440     MOVE SPACES TO WS-EXC-NEW.
006450     MOVE 0 TO WS-EXN-WAGES.
006460     STRING "EXTRACT " RR-EXTRACT-DATE
006470         DELIMITED BY SIZE INTO WS-EXN-EMPLOYEE-NAME.
006480     MOVE RR-RUN-TIMESTAMP TO WS-EXN-RUN-TIMESTAMP.
006490     IF RR-STATUS-FAILED
006500         MOVE "RUN FAILED - NOT IN RETURN" TO WS-EXN-REASON
006510     ELSE
006520         MOVE "NOT COMPLETED - NOT IN RETURN"
006530             TO WS-EXN-REASON
006540     END-IF.
006550     PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT.
006560 0210-EXIT.
006570         EXIT.
006580*
006590*****************************************************************
006600*    0300-TOTAL-AUDIT-ROWS - ONE PASS OF THE LOG, EVERY PAYMENT
006610*    ROW OF A COMPLETED RUN AND EVERY ADJUSTMENT REVERSAL ROW
006620*    FROM JULY TO THE RETURN MONTH ADDED TO ITS STATE AND
006630*    MONTH.
006640*****************************************************************
006650 0300-TOTAL-AUDIT-ROWS.
006660     MOVE "N" TO WS-EOF-SW.
006670     OPEN INPUT AUDIT-TAX-CALC-LOG.
006680     IF WS-AUDIT-FILE-STATUS NOT = "00"
006690         DISPLAY "*** UNABLE TO REOPEN AUDTAXL - STATUS "
006700             WS-AUDIT-FILE-STATUS " - RETURN NOT PRODUCED ***"
006710         MOVE 16 TO RETURN-CODE
006720         GO TO 0300-EXIT
006730     END-IF.
006740     PERFORM 0310-TOTAL-ONE-ROW THRU 0310-EXIT
006750         UNTIL WS-END-OF-FILE.
006760     CLOSE AUDIT-TAX-CALC-LOG.
006770 0300-EXIT.
006780         EXIT.
006790*
006800*    0310-TOTAL-ONE-ROW - A REJECTED EMPLOYEE WAS NEVER PAID,
006810*    AND THE SINGLE-TAX AND GROSS-UP ENQUIRY LINES ARE NOT
006820*    PAYMENTS.  A REVERSAL ROW CARRIES ITS ADJUSTMENT RUN'S
006830*    TIMESTAMP, WHICH IS NOT ON THE REGISTRY, AND COUNTS IN
006840*    THAT MONTH AS IT STANDS.
006850 0310-TOTAL-ONE-ROW.
006860     READ AUDIT-TAX-CALC-LOG
006870         AT END
006880             MOVE "Y" TO WS-EOF-SW
006890             GO TO 0310-EXIT
006900     END-READ.
006910     PERFORM 0800-PARSE-AUDIT-RECORD THRU 0800-EXIT.
006920     IF WS-RECORD-REJECTED
006930         OR WS-F-EMPLOYEE-ID = "SINGLE-TAX"
006940         OR WS-F-EMPLOYEE-ID = "GROSS-UP"
006950         GO TO 0310-EXIT
006960     END-IF.
006970     IF WS-F-RUN-TIMESTAMP (1:7) < WS-FY-START-TEXT
006980         OR WS-F-RUN-TIMESTAMP (1:7) > WS-PERIOD-TEXT
006990         GO TO 0310-EXIT
007000     END-IF.
007010     MOVE WS-F-RUN-TIMESTAMP (6:2) TO WS-ROW-MONTH.
007020     PERFORM 0810-SET-MONTH-WINDOW THRU 0810-EXIT.
007030     MOVE WS-F-EMPLOYEE-ID   TO WS-EXN-EMPLOYEE-ID.
007040     MOVE WS-F-EMPLOYEE-NAME TO WS-EXN-EMPLOYEE-NAME.
007050     MOVE WS-F-RUN-TIMESTAMP TO WS-EXN-RUN-TIMESTAMP.
007060     PERFORM 0320-SET-ROW-AMOUNTS THRU 0320-EXIT.
007070     IF WS-F-ROW-TYPE = "R"
007080         IF WS-IN-WINDOW
007090             ADD 1 TO WS-ROWS-REVERSAL
007100         END-IF
007110         GO TO 0310-ADD-TO-STATE
007120     END-IF.
007130     IF WS-F-ROW-TYPE NOT = "P" AND WS-F-ROW-TYPE NOT = SPACE
007140         GO TO 0310-EXIT
007150     END-IF.
007160     PERFORM 0330-FIND-RUN THRU 0330-EXIT.
007170     IF NOT WS-RUN-FOUND
007180         IF WS-IN-WINDOW
007190             ADD 1 TO WS-ROWS-UNREGISTERED
007200             ADD WS-ROW-WAGES TO WS-UNREGISTERED-WAGES
007210             MOVE "RUN NOT ON RUNREGF" TO WS-EXN-REASON
007220             PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
007230         END-IF
007240         GO TO 0310-EXIT
007250     END-IF.
007260     ADD 1 TO WS-RT-LOG-EMP-COUNT (RT-IDX).
007270     COMPUTE WS-RT-LOG-WAGES (RT-IDX) = WS-RT-LOG-WAGES (RT-IDX)
007280         + WS-ROW-PD-GROSS + WS-ROW-ETP-GROSS.
007290     ADD WS-ROW-PD-SG TO WS-RT-LOG-SG (RT-IDX).
007300     IF WS-RT-STATUS (RT-IDX) NOT = "C"
007310         IF WS-IN-WINDOW
007320             ADD 1 TO WS-ROWS-NOT-COMPLETED
007330         END-IF
007340         GO TO 0310-EXIT
007350     END-IF.
007360 0310-ADD-TO-STATE.
007370     PERFORM 0340-FIND-WORK-STATE THRU 0340-EXIT.
007380     IF NOT WS-STATE-FOUND
007390         IF WS-IN-WINDOW
007400             ADD 1 TO WS-ROWS-NO-STATE
007410             ADD WS-ROW-WAGES TO WS-NO-STATE-WAGES
007420             PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
007430         END-IF
007440         GO TO 0310-EXIT
007450     END-IF.
007460     IF WS-IN-WINDOW
007470         ADD 1 TO WS-ROWS-INCLUDED
007480     END-IF.
007490     ADD WS-ROW-PD-GROSS
007500         TO WS-ST-GROSS (WS-ROW-STATE-IDX, WS-ROW-IDX).
007510     ADD WS-ROW-PD-SG
007520         TO WS-ST-SG (WS-ROW-STATE-IDX, WS-ROW-IDX).
007530     ADD WS-ROW-ETP-GROSS
007540         TO WS-ST-ETP (WS-ROW-STATE-IDX, WS-ROW-IDX).
007550 0310-EXIT.
007560         EXIT.
007570*
007580*    0320-SET-ROW-AMOUNTS - THE PER-PERIOD GROSS AND SG ARE
007590*    WHAT WAS ACTUALLY PAID.  THE ETP COLUMN HOLDS THE LEAVE
007600*    PAYOUT AND ETP OF A FINAL PAY AND IS TAKEN WHOLE.
007610 0320-SET-ROW-AMOUNTS.
007620     COMPUTE WS-ROW-PD-GROSS = FUNCTION NUMVAL (WS-F-PD-GROSS).
007630     COMPUTE WS-ROW-PD-SG = FUNCTION NUMVAL (WS-F-PD-SG).
007640     COMPUTE WS-ROW-ETP-GROSS = FUNCTION NUMVAL (WS-F-ETPGROSS).
007650     COMPUTE WS-ROW-WAGES = WS-ROW-PD-GROSS + WS-ROW-PD-SG
007660         + WS-ROW-ETP-GROSS.
007670     MOVE WS-ROW-WAGES TO WS-EXN-WAGES.
007680 0320-EXIT.
007690         EXIT.
007700*
007710*    0330-FIND-RUN - THE ROW'S RUN IN THE REGISTRY TABLE.
007720 0330-FIND-RUN.
007730     MOVE "N" TO WS-RUN-FOUND-SW.
007740     IF WS-RUN-COUNT = 0
007750         GO TO 0330-EXIT
007760     END-IF.
007770     SET RT-IDX TO 1.
007780     SEARCH WS-RUN-ENTRY
007790         AT END
007800             MOVE "N" TO WS-RUN-FOUND-SW
007810         WHEN RT-IDX > WS-RUN-COUNT
007820             MOVE "N" TO WS-RUN-FOUND-SW
007830         WHEN WS-RT-TIMESTAMP (RT-IDX) = WS-F-RUN-TIMESTAMP
007840             MOVE "Y" TO WS-RUN-FOUND-SW
007850     END-SEARCH.
007860 0330-EXIT.
007870         EXIT.
007880*
007890*    0340-FIND-WORK-STATE - THE EMPLOYEE'S WORK STATE FROM THE
007900*    MASTER, AS A STATE SUBSCRIPT.  ANYTHING ELSE LEAVES THE
007910*    REASON IN WS-EXN-REASON FOR THE EXCEPTION LIST.
007920 0340-FIND-WORK-STATE.
007930     MOVE "N" TO WS-STATE-FOUND-SW.
007940     MOVE WS-F-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
007950     READ EMPLOYEE-MASTER-FILE
007960         INVALID KEY
007970             MOVE "NOT ON EMPLOYEE MASTER" TO WS-EXN-REASON
007980             GO TO 0340-EXIT
007990     END-READ.
008000     IF WS-MASTER-FILE-STATUS NOT = "00"
008010         MOVE "NOT ON EMPLOYEE MASTER" TO WS-EXN-REASON
008020         GO TO 0340-EXIT
008030     END-IF.
008040     IF EM-WORK-STATE = SPACES
008050         MOVE "NO WORK STATE ON MASTER" TO WS-EXN-REASON
008060         GO TO 0340-EXIT
008070     END-IF.
008080     IF NOT EM-WORK-STATE-VALID
008090         MOVE SPACES TO WS-EXN-REASON
008100         STRING "INVALID WORK STATE " EM-WORK-STATE
008110             DELIMITED BY SIZE INTO WS-EXN-REASON
008120         GO TO 0340-EXIT
008130     END-IF.
008140     SET PTS-IDX TO 1.
008150     SEARCH PT-STATE-SET
008160         AT END
008170             MOVE "STATE NOT ON RATE TABLE" TO WS-EXN-REASON
008180         WHEN PT-STATE-CODE (PT-IDX, PTS-IDX) = EM-WORK-STATE
008190             MOVE "Y" TO WS-STATE-FOUND-SW
008200             SET WS-ROW-STATE-IDX TO PTS-IDX
008210     END-SEARCH.
008220 0340-EXIT.
008230         EXIT.
008240*
008250*****************************************************************
008260*    0400-CHECK-RUN-CONTROLS - EVERY COMPLETED RUN IN THE
008270*    RETURN WINDOW MUST AGREE WITH ITS REGISTRY RECORD - THE
008280*    EMPLOYEES PAID, AND (WHERE THE RECORD CARRIES THEM) THE
008290*    GROSS INCLUDING ETP AND THE SG.  A BREAK IS LISTED AND
008300*    THE RETURN IS NOT TO BE LODGED.
008310*****************************************************************
008320 0400-CHECK-RUN-CONTROLS.
008330     PERFORM 0410-CHECK-ONE-RUN THRU 0410-EXIT
008340         VARYING RT-IDX FROM 1 BY 1
008350         UNTIL RT-IDX > WS-RUN-COUNT.
008360 0400-EXIT.
008370         EXIT.
008380*
008390 0410-CHECK-ONE-RUN.
008400     IF WS-RT-STATUS (RT-IDX) NOT = "C"
008410         GO TO 0410-EXIT
008420     END-IF.
008430     MOVE WS-RT-TIMESTAMP (RT-IDX) (6:2) TO WS-ROW-MONTH.
008440     PERFORM 0810-SET-MONTH-WINDOW THRU 0810-EXIT.
008450     IF NOT WS-IN-WINDOW
008460         GO TO 0410-EXIT
008470     END-IF.
008480     MOVE SPACES TO WS-EXC-NEW.
008490     STRING "EXTRACT " WS-RT-EXTRACT-DATE (RT-IDX)
008500         DELIMITED BY SIZE INTO WS-EXN-EMPLOYEE-NAME.
008510     MOVE WS-RT-TIMESTAMP (RT-IDX) TO WS-EXN-RUN-TIMESTAMP.
008520     IF WS-RT-LOG-EMP-COUNT (RT-IDX)
008530         NOT = WS-RT-REG-EMP-COUNT (RT-IDX)
008540         MOVE WS-RT-LOG-EMP-COUNT (RT-IDX) TO WS-COUNT-EDIT
008550         MOVE WS-RT-REG-EMP-COUNT (RT-IDX) TO WS-COUNT-EDIT-2
008560         DISPLAY "*** RUN " WS-RT-TIMESTAMP (RT-IDX)
008570             " EMPLOYEES ON AUDTAXL " WS-COUNT-EDIT
008580             " - RUNREGF " WS-COUNT-EDIT-2 " ***"
008590         MOVE 0 TO WS-EXN-WAGES
008600         MOVE "EMPLOYEE COUNT NOT AS RUNREGF" TO WS-EXN-REASON
008610         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
008620         MOVE "Y" TO WS-BREAK-SW
008630     END-IF.
008640     IF WS-RT-PD-TOTALS-SW (RT-IDX) NOT = "Y"
008650         GO TO 0410-EXIT
008660     END-IF.
008670     IF WS-RT-LOG-WAGES (RT-IDX) NOT = WS-RT-REG-WAGES (RT-IDX)
008680         MOVE WS-RT-LOG-WAGES (RT-IDX) TO WS-MONEY-EDIT
008690         MOVE WS-RT-REG-WAGES (RT-IDX) TO WS-MONEY-EDIT-2
008700         DISPLAY "*** RUN " WS-RT-TIMESTAMP (RT-IDX)
008710             " GROSS ON AUDTAXL " WS-MONEY-EDIT
008720             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
008730         COMPUTE WS-EXN-WAGES = WS-RT-LOG-WAGES (RT-IDX)
008740             - WS-RT-REG-WAGES (RT-IDX)
008750         MOVE "GROSS NOT AS RUNREGF" TO WS-EXN-REASON
008760         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
008770         MOVE "Y" TO WS-BREAK-SW
008780     END-IF.
008790     IF WS-RT-LOG-SG (RT-IDX) NOT = WS-RT-REG-SG (RT-IDX)
008800         MOVE WS-RT-LOG-SG (RT-IDX) TO WS-MONEY-EDIT
008810         MOVE WS-RT-REG-SG (RT-IDX) TO WS-MONEY-EDIT-2
008820         DISPLAY "*** RUN " WS-RT-TIMESTAMP (RT-IDX)
008830             " SG ON AUDTAXL " WS-MONEY-EDIT
008840             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
008850         COMPUTE WS-EXN-WAGES = WS-RT-LOG-SG (RT-IDX)
008860             - WS-RT-REG-SG (RT-IDX)
008870         MOVE "SG NOT AS RUNREGF" TO WS-EXN-REASON
008880         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
008890         MOVE "Y" TO WS-BREAK-SW
008900     END-IF.
008910 0410-EXIT.
008920         EXIT.
008930*
008940*****************************************************************
008950*    0500-CALCULATE-RETURN - EVERY MONTH FROM JULY TO THE
008960*    RETURN MONTH, SO A JUNE RETURN KNOWS WHAT JULY TO MAY
008970*    RETURNED.
008980*****************************************************************
008990 0500-CALCULATE-RETURN.
009000     PERFORM 0510-CALCULATE-ONE-MONTH THRU 0510-EXIT
009010         VARYING WS-MONTH-IDX FROM 1 BY 1
009020         UNTIL WS-MONTH-IDX > WS-PERIOD-IDX.
009030 0500-EXIT.
009040         EXIT.
009050*
009060 0510-CALCULATE-ONE-MONTH.
009070     MOVE 0 TO WS-MT-WAGES (WS-MONTH-IDX).
009080     PERFORM 0520-ADD-STATE-WAGES THRU 0520-EXIT
009090         VARYING WS-STATE-IDX FROM 1 BY 1
009100         UNTIL WS-STATE-IDX > PAYROLL-TAX-MAX-STATES.
009110     PERFORM 0530-CALCULATE-STATE-MONTH THRU 0530-EXIT
009120         VARYING WS-STATE-IDX FROM 1 BY 1
009130         UNTIL WS-STATE-IDX > PAYROLL-TAX-MAX-STATES.
009140 0510-EXIT.
009150         EXIT.
009160*
009170 0520-ADD-STATE-WAGES.
009180     COMPUTE WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX) =
009190         WS-ST-GROSS (WS-STATE-IDX, WS-MONTH-IDX)
009200         + WS-ST-SG (WS-STATE-IDX, WS-MONTH-IDX)
009210         + WS-ST-ETP (WS-STATE-IDX, WS-MONTH-IDX).
009220     ADD WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX)
009230         TO WS-MT-WAGES (WS-MONTH-IDX).
009240 0520-EXIT.
009250         EXIT.
009260*
009270*    0530-CALCULATE-STATE-MONTH - THE THRESHOLD SHARE IS THE
009280*    MONTHLY THRESHOLD TIMES THE STATE'S PART OF AUSTRALIAN
009290*    WAGES, NEVER MORE THAN THE WHOLE MONTHLY THRESHOLD.  NO
009300*    WAGES, NO SHARE.
009310 0530-CALCULATE-STATE-MONTH.
009320     MOVE 0 TO WS-ST-THRESHOLD (WS-STATE-IDX, WS-MONTH-IDX).
009330     MOVE 0 TO WS-ST-LIABLE (WS-STATE-IDX, WS-MONTH-IDX).
009340     MOVE 0 TO WS-ST-TAX (WS-STATE-IDX, WS-MONTH-IDX).
009350     IF WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX) NOT > 0
009360         GO TO 0530-EXIT
009370     END-IF.
009380     COMPUTE WS-MONTH-THRESHOLD ROUNDED =
009390         PT-ANNUAL-THRESHOLD (PT-IDX, WS-STATE-IDX) / 12.
009400     IF WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX)
009410         NOT < WS-MT-WAGES (WS-MONTH-IDX)
009420         MOVE WS-MONTH-THRESHOLD
009430             TO WS-ST-THRESHOLD (WS-STATE-IDX, WS-MONTH-IDX)
009440     ELSE
009450         COMPUTE WS-ST-THRESHOLD (WS-STATE-IDX, WS-MONTH-IDX)
009460             ROUNDED = WS-MONTH-THRESHOLD
009470             * WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX)
009480             / WS-MT-WAGES (WS-MONTH-IDX)
009490     END-IF.
009500     IF WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX)
009510         > WS-ST-THRESHOLD (WS-STATE-IDX, WS-MONTH-IDX)
009520         COMPUTE WS-ST-LIABLE (WS-STATE-IDX, WS-MONTH-IDX) =
009530             WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX)
009540             - WS-ST-THRESHOLD (WS-STATE-IDX, WS-MONTH-IDX)
009550         COMPUTE WS-ST-TAX (WS-STATE-IDX, WS-MONTH-IDX)
009560             ROUNDED = WS-ST-LIABLE (WS-STATE-IDX, WS-MONTH-IDX)
009570             * PT-RATE (PT-IDX, WS-STATE-IDX)
009580     END-IF.
009590 0530-EXIT.
009600         EXIT.
009610*
009620*****************************************************************
009630*    0600-PRINT-MONTH-RETURN - ONE LINE PER STATE AND A TOTAL
009640*****************************************************************
009650 0600-PRINT-MONTH-RETURN.
009660     MOVE RPT-MONTH-HEADING TO RPT-COLUMN-HEADING.
009670     PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT.
009680     INITIALIZE WS-RETURN-TOTALS.
009690     PERFORM 0610-PRINT-STATE-MONTH THRU 0610-EXIT
009700         VARYING WS-STATE-IDX FROM 1 BY 1
009710         UNTIL WS-STATE-IDX > PAYROLL-TAX-MAX-STATES.
009720     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
009730     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
009740     MOVE "TOTAL"               TO RPT-ML-STATE.
009750     MOVE WS-RT-TOT-GROSS       TO RPT-ML-GROSS.
009760     MOVE WS-RT-TOT-SG          TO RPT-ML-SG.
009770     MOVE WS-RT-TOT-ETP         TO RPT-ML-ETP.
009780     MOVE WS-RT-TOT-WAGES       TO RPT-ML-WAGES.
009790     MOVE WS-RT-TOT-THRESHOLD   TO RPT-ML-THRESHOLD.
009800     MOVE WS-RT-TOT-LIABLE      TO RPT-ML-LIABLE.
009810     MOVE 0                     TO RPT-ML-RATE.
009820     MOVE WS-RT-TOT-TAX         TO RPT-ML-TAX.
009830     MOVE RPT-MONTH-LINE TO WS-PRINT-LINE.
009840     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
009850     IF WS-ANNUAL-RECONCILIATION
009860         MOVE RPT-BLANK-LINE TO WS-PRINT-LINE
009870         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
009880         MOVE SPACES TO RPT-SECTION-LINE
009890         STRING "JUNE - THE TAX PAYABLE FOR JUNE IS THE ANNUAL "
009900                "RECONCILIATION FIGURE BELOW, NOT THE MONTHLY "
009910                "TAX ABOVE"
009920             DELIMITED BY SIZE INTO RPT-SECT-TITLE
009930         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
009940         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
009950     END-IF.
009960 0600-EXIT.
009970         EXIT.
009980*
009990 0610-PRINT-STATE-MONTH.
010000     MOVE PT-STATE-CODE (PT-IDX, WS-STATE-IDX) TO RPT-ML-STATE.
010010     MOVE WS-ST-GROSS (WS-STATE-IDX, WS-PERIOD-IDX)
010020         TO RPT-ML-GROSS.
010030     MOVE WS-ST-SG (WS-STATE-IDX, WS-PERIOD-IDX) TO RPT-ML-SG.
010040     MOVE WS-ST-ETP (WS-STATE-IDX, WS-PERIOD-IDX) TO RPT-ML-ETP.
010050     MOVE WS-ST-WAGES (WS-STATE-IDX, WS-PERIOD-IDX)
010060         TO RPT-ML-WAGES.
010070     MOVE WS-ST-THRESHOLD (WS-STATE-IDX, WS-PERIOD-IDX)
010080         TO RPT-ML-THRESHOLD.
010090     MOVE WS-ST-LIABLE (WS-STATE-IDX, WS-PERIOD-IDX)
010100         TO RPT-ML-LIABLE.
010110     COMPUTE WS-RATE-PERCENT = PT-RATE (PT-IDX, WS-STATE-IDX)
010120         * 100.
010130     MOVE WS-RATE-PERCENT TO RPT-ML-RATE.
010140     MOVE WS-ST-TAX (WS-STATE-IDX, WS-PERIOD-IDX) TO RPT-ML-TAX.
010150     MOVE RPT-MONTH-LINE TO WS-PRINT-LINE.
010160     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
010170     ADD WS-ST-GROSS (WS-STATE-IDX, WS-PERIOD-IDX)
010180         TO WS-RT-TOT-GROSS.
010190     ADD WS-ST-SG (WS-STATE-IDX, WS-PERIOD-IDX)
010200         TO WS-RT-TOT-SG.
010210     ADD WS-ST-ETP (WS-STATE-IDX, WS-PERIOD-IDX)
010220         TO WS-RT-TOT-ETP.
010230     ADD WS-ST-WAGES (WS-STATE-IDX, WS-PERIOD-IDX)
010240         TO WS-RT-TOT-WAGES.
010250     ADD WS-ST-THRESHOLD (WS-STATE-IDX, WS-PERIOD-IDX)
010260         TO WS-RT-TOT-THRESHOLD.
010270     ADD WS-ST-LIABLE (WS-STATE-IDX, WS-PERIOD-IDX)
010280         TO WS-RT-TOT-LIABLE.
010290     ADD WS-ST-TAX (WS-STATE-IDX, WS-PERIOD-IDX)
010300         TO WS-RT-TOT-TAX.
010310 0610-EXIT.
010320         EXIT.
010330*
010340*****************************************************************
010350*    0700-ANNUAL-RECONCILIATION - JUNE ONLY.  PER STATE, THE
010360*    YEAR'S WAGES AGAINST THE FULL ANNUAL THRESHOLD
010370*    APPORTIONED BY THE YEAR'S AUSTRALIAN WAGES, AT THE RATE,
010380*    LESS THE MONTHLY TAX FOR JULY TO MAY.  A NEGATIVE JUNE
010390*    FIGURE IS A REFUND.
010400*****************************************************************
010410 0700-ANNUAL-RECONCILIATION.
010420     MOVE 0 TO WS-AN-AUS-WAGES.
010430     PERFORM 0705-ADD-MONTH-WAGES THRU 0705-EXIT
010440         VARYING WS-MONTH-IDX FROM 1 BY 1
010450         UNTIL WS-MONTH-IDX > 12.
010460     MOVE RPT-ANNUAL-HEADING TO RPT-COLUMN-HEADING.
010470     MOVE SPACES TO RPT-SECTION-LINE.
010480     STRING "ANNUAL RECONCILIATION - FINANCIAL YEAR " WS-TAX-YEAR
010490            " (JUNE PAYABLE NEGATIVE = REFUND DUE)"
010500         DELIMITED BY SIZE INTO RPT-SECT-TITLE.
010510     PERFORM 0870-START-SECTION THRU 0870-EXIT.
010520     INITIALIZE WS-RETURN-TOTALS.
010530     PERFORM 0710-RECONCILE-ONE-STATE THRU 0710-EXIT
010540         VARYING WS-STATE-IDX FROM 1 BY 1
010550         UNTIL WS-STATE-IDX > PAYROLL-TAX-MAX-STATES.
010560     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
010570     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
010580     MOVE "TOTAL"               TO RPT-AL-STATE.
010590     MOVE WS-RT-TOT-WAGES       TO RPT-AL-WAGES.
010600     MOVE WS-RT-TOT-THRESHOLD   TO RPT-AL-THRESHOLD.
010610     MOVE WS-RT-TOT-LIABLE      TO RPT-AL-LIABLE.
010620     MOVE 0                     TO RPT-AL-RATE.
010630     MOVE WS-RT-TOT-TAX         TO RPT-AL-TAX.
010640     MOVE WS-RT-TOT-PAID        TO RPT-AL-PAID.
010650     MOVE WS-RT-TOT-JUNE        TO RPT-AL-JUNE.
010660     MOVE RPT-ANNUAL-LINE TO WS-PRINT-LINE.
010670     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
010680 0700-EXIT.
010690         EXIT.
010700*
010710 0705-ADD-MONTH-WAGES.
010720     ADD WS-MT-WAGES (WS-MONTH-IDX) TO WS-AN-AUS-WAGES.
010730 0705-EXIT.
010740         EXIT.
010750*
010760 0710-RECONCILE-ONE-STATE.
010770     MOVE 0 TO WS-AN-WAGES.
010780     MOVE 0 TO WS-AN-THRESHOLD.
010790     MOVE 0 TO WS-AN-LIABLE.
010800     MOVE 0 TO WS-AN-TAX.
010810     MOVE 0 TO WS-AN-PAID.
010820     PERFORM 0720-ADD-STATE-MONTH THRU 0720-EXIT
010830         VARYING WS-MONTH-IDX FROM 1 BY 1
010840         UNTIL WS-MONTH-IDX > 12.
010850     IF WS-AN-WAGES > 0
010860         IF WS-AN-WAGES NOT < WS-AN-AUS-WAGES
010870             MOVE PT-ANNUAL-THRESHOLD (PT-IDX, WS-STATE-IDX)
010880                 TO WS-AN-THRESHOLD
010890         ELSE
010900             COMPUTE WS-AN-THRESHOLD ROUNDED =
010910                 PT-ANNUAL-THRESHOLD (PT-IDX, WS-STATE-IDX)
010920                 * WS-AN-WAGES / WS-AN-AUS-WAGES
010930         END-IF
010940     END-IF.
010950     IF WS-AN-WAGES > WS-AN-THRESHOLD
010960         COMPUTE WS-AN-LIABLE = WS-AN-WAGES - WS-AN-THRESHOLD
010970         COMPUTE WS-AN-TAX ROUNDED = WS-AN-LIABLE
010980             * PT-RATE (PT-IDX, WS-STATE-IDX)
010990     END-IF.
011000     COMPUTE WS-AN-JUNE = WS-AN-TAX - WS-AN-PAID.
011010     MOVE PT-STATE-CODE (PT-IDX, WS-STATE-IDX) TO RPT-AL-STATE.
011020     MOVE WS-AN-WAGES     TO RPT-AL-WAGES.
011030     MOVE WS-AN-THRESHOLD TO RPT-AL-THRESHOLD.
011040     MOVE WS-AN-LIABLE    TO RPT-AL-LIABLE.
011050     COMPUTE WS-RATE-PERCENT = PT-RATE (PT-IDX, WS-STATE-IDX)
011060         * 100.
011070     MOVE WS-RATE-PERCENT TO RPT-AL-RATE.
011080     MOVE WS-AN-TAX       TO RPT-AL-TAX.
011090     MOVE WS-AN-PAID      TO RPT-AL-PAID.
011100     MOVE WS-AN-JUNE      TO RPT-AL-JUNE.
011110     MOVE RPT-ANNUAL-LINE TO WS-PRINT-LINE.
011120     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
011130     ADD WS-AN-WAGES     TO WS-RT-TOT-WAGES.
011140     ADD WS-AN-THRESHOLD TO WS-RT-TOT-THRESHOLD.
011150     ADD WS-AN-LIABLE    TO WS-RT-TOT-LIABLE.
011160     ADD WS-AN-TAX       TO WS-RT-TOT-TAX.
011170     ADD WS-AN-PAID      TO WS-RT-TOT-PAID.
011180     ADD WS-AN-JUNE      TO WS-RT-TOT-JUNE.
011190 0710-EXIT.
011200         EXIT.
011210*
011220*    0720-ADD-STATE-MONTH - THE YEAR'S WAGES, AND THE TAX THE
011230*    JULY TO MAY RETURNS CAME TO.
011240 0720-ADD-STATE-MONTH.
011250     ADD WS-ST-WAGES (WS-STATE-IDX, WS-MONTH-IDX) TO WS-AN-WAGES.
011260     IF WS-MONTH-IDX < 12
011270         ADD WS-ST-TAX (WS-STATE-IDX, WS-MONTH-IDX) TO WS-AN-PAID
011280     END-IF.
011290 0720-EXIT.
011300         EXIT.
011310*
011320*****************************************************************
011330*    0750-PRINT-EXCEPTIONS - WAGES LEFT OUT OF THE RETURN AND
011340*    RUNS THAT DO NOT AGREE WITH THE REGISTRY
011350*****************************************************************
011360 0750-PRINT-EXCEPTIONS.
011370     MOVE RPT-EXCEPTION-HEADING TO RPT-COLUMN-HEADING.
011380     MOVE SPACES TO RPT-SECTION-LINE.
011390     STRING "EXCEPTIONS - NOT IN THE RETURN, OR NOT AGREED TO "
011400            "THE RUN REGISTRY"
011410         DELIMITED BY SIZE INTO RPT-SECT-TITLE.
011420     PERFORM 0870-START-SECTION THRU 0870-EXIT.
011430     IF WS-EXC-COUNT = 0
011440         MOVE SPACES TO RPT-SECTION-LINE
011450         MOVE "NONE" TO RPT-SECT-TITLE
011460         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
011470         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
011480         GO TO 0750-EXIT
011490     END-IF.
011500     PERFORM 0760-PRINT-ONE-EXCEPTION THRU 0760-EXIT
011510         VARYING WS-EXC-SUB FROM 1 BY 1
011520         UNTIL WS-EXC-SUB > WS-EXC-COUNT.
011530     IF WS-EXC-NOT-LISTED > 0
011540         MOVE SPACES TO RPT-COUNT-LINE
011550         MOVE "FURTHER EXCEPTIONS NOT LISTED" TO RPT-CNT-LABEL
011560         MOVE WS-EXC-NOT-LISTED TO RPT-CNT-EDIT
011570         MOVE 0 TO RPT-CNT-MONEY
011580         MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
011590         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
011600     END-IF.
011610 0750-EXIT.
011620         EXIT.
011630*
011640 0760-PRINT-ONE-EXCEPTION.
011650     MOVE WS-EX-EMPLOYEE-ID (WS-EXC-SUB)   TO RPT-EL-ID.
011660     MOVE WS-EX-EMPLOYEE-NAME (WS-EXC-SUB) TO RPT-EL-NAME.
011670     MOVE WS-EX-RUN-TIMESTAMP (WS-EXC-SUB) TO RPT-EL-TIMESTAMP.
011680     MOVE WS-EX-WAGES (WS-EXC-SUB)         TO RPT-EL-WAGES.
011690     MOVE WS-EX-REASON (WS-EXC-SUB)        TO RPT-EL-REASON.
011700     MOVE RPT-EXCEPTION-LINE TO WS-PRINT-LINE.
011710     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
011720 0760-EXIT.
011730         EXIT.
011740*
011750*****************************************************************
011760*    0780-PRINT-COUNTS - WHAT WENT INTO THE RETURN AND WHAT WAS
011770*    LEFT OUT
011780*****************************************************************
011790 0780-PRINT-COUNTS.
011800     IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
011810         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
011820     END-IF.
011830     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
011840     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
011850     MOVE SPACES TO RPT-COUNT-LINE.
011860     MOVE "COMPLETED RUNS IN THE RETURN" TO RPT-CNT-LABEL.
011870     MOVE WS-RUNS-INCLUDED TO RPT-CNT-EDIT.
011880     MOVE 0 TO RPT-CNT-MONEY.
011890     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
011900     MOVE "RUNS NOT COMPLETED - LEFT OUT" TO RPT-CNT-LABEL.
011910     MOVE WS-RUNS-NOT-COMPLETED TO RPT-CNT-EDIT.
011920     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
011930     MOVE "PAYMENT ROWS IN THE RETURN" TO RPT-CNT-LABEL.
011940     MOVE WS-ROWS-INCLUDED TO RPT-CNT-EDIT.
011950     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
011960     MOVE "  OF WHICH ADJUSTMENT REVERSALS" TO RPT-CNT-LABEL.
011970     MOVE WS-ROWS-REVERSAL TO RPT-CNT-EDIT.
011980     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
011990     MOVE "ROWS OF RUNS NOT COMPLETED" TO RPT-CNT-LABEL.
012000     MOVE WS-ROWS-NOT-COMPLETED TO RPT-CNT-EDIT.
012010     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
012020     MOVE "ROWS ON NO REGISTERED RUN" TO RPT-CNT-LABEL.
012030     MOVE WS-ROWS-UNREGISTERED TO RPT-CNT-EDIT.
012040     MOVE WS-UNREGISTERED-WAGES TO RPT-CNT-MONEY.
012050     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
012060     MOVE "ROWS WITH NO VALID WORK STATE" TO RPT-CNT-LABEL.
012070     MOVE WS-ROWS-NO-STATE TO RPT-CNT-EDIT.
012080     MOVE WS-NO-STATE-WAGES TO RPT-CNT-MONEY.
012090     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
012100     IF NOT WS-PT-YEAR-FOUND
012110         MOVE SPACES TO RPT-SECTION-LINE
012120         STRING "*** FINANCIAL YEAR " WS-TAX-YEAR
012130                " NOT ON THE RATE TABLE - "
012140                PT-TAX-YEAR (PT-IDX) " THRESHOLDS AND RATES "
012150                "USED ***"
012160             DELIMITED BY SIZE INTO RPT-SECT-TITLE
012170         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
012180         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
012190     END-IF.
012200     IF WS-CONTROL-BREAK
012210         MOVE SPACES TO RPT-SECTION-LINE
012220         STRING "*** AUDTAXL DOES NOT AGREE WITH RUNREGF - "
012230                "DO NOT LODGE THIS RETURN ***"
012240             DELIMITED BY SIZE INTO RPT-SECT-TITLE
012250         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
012260         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
012270     END-IF.
012280 0780-EXIT.
012290         EXIT.
012300*
012310 0790-PRINT-COUNT-LINE.
012320     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
012330     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
012340     MOVE 0 TO RPT-CNT-MONEY.
012350 0790-EXIT.
012360         EXIT.
012370*
012380*****************************************************************
012390*    0800-PARSE-AUDIT-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
012400*****************************************************************
012410 0800-PARSE-AUDIT-RECORD.
012420     MOVE SPACES TO WS-AUDIT-FIELDS.
012430     MOVE 0 TO WS-FIELD-COUNT.
012440     MOVE "N" TO WS-REJECTED-FLAG.
012450     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
012460         INTO WS-F-EMPLOYEE-ID
012470              WS-F-EMPLOYEE-NAME
012480              WS-F-TAX-YEAR
012490              WS-F-RUN-TIMESTAMP
012500              WS-F-GROSS
012510              WS-F-DEDUCT
012520              WS-F-TAXABLE
012530              WS-F-INCTAX
012540              WS-F-OFFSETS
012550              WS-F-MEDICARE
012560              WS-F-MLS
012570              WS-F-HELP
012580              WS-F-TOTALTAX
012590              WS-F-NETPAY
012600              WS-F-SG
012610              WS-F-FREQ
012620              WS-F-ETPGROSS
012630              WS-F-ETPTAX
012640              WS-F-DEDORD
012650              WS-F-NOTFN-IND
012660              WS-F-PD-GROSS
012670              WS-F-PD-TAX
012680              WS-F-PD-HELP
012690              WS-F-PD-DISBTAX
012700              WS-F-PD-DISBNET
012710              WS-F-PD-SG
012720              WS-F-CARRY-DELTA
012730              WS-F-ROW-TYPE
012740              WS-F-REVERSED-TS
012750              WS-F-NOTES
012760         TALLYING IN WS-FIELD-COUNT.
012770     IF WS-F-GROSS (1:8) = "REJECTED"
012780         MOVE "Y" TO WS-REJECTED-FLAG
012790     END-IF.
012800 0800-EXIT.
012810         EXIT.
012820*
012830*    0810-SET-MONTH-WINDOW - WS-ROW-MONTH (CALENDAR) TO ITS
012840*    FINANCIAL-YEAR SUBSCRIPT, AND WHETHER IT IS BEING
012850*    RETURNED - THE RETURN MONTH, OR ANY MONTH IN JUNE.
012860 0810-SET-MONTH-WINDOW.
012870     IF WS-ROW-MONTH > 6
012880         COMPUTE WS-ROW-IDX = WS-ROW-MONTH - 6
012890     ELSE
012900         COMPUTE WS-ROW-IDX = WS-ROW-MONTH + 6
012910     END-IF.
012920     IF WS-ROW-IDX = WS-PERIOD-IDX
012930         OR WS-ANNUAL-RECONCILIATION
012940         MOVE "Y" TO WS-IN-WINDOW-SW
012950     ELSE
012960         MOVE "N" TO WS-IN-WINDOW-SW
012970     END-IF.
012980 0810-EXIT.
012990         EXIT.
013000*
013010*****************************************************************
013020*    0850-START-NEW-PAGE - LETTERHEAD, THE CURRENT SECTION'S
013030*    COLUMN HEADINGS AND PAGE CONTROLS
013040*****************************************************************
013050 0850-START-NEW-PAGE.
013060     ADD 1 TO WS-PAGE-NUMBER.
013070     MOVE SPACES TO RPT-LH-AS-AT.
013080     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
013090            WS-CURR-DATE (7:2)
013100         DELIMITED BY SIZE INTO RPT-LH-AS-AT.
013110     MOVE WS-PAGE-NUMBER TO RPT-LH-PAGE.
013120     IF WS-PAGE-NUMBER = 1
013130         WRITE PAYROLL-TAX-REPORT-RECORD FROM RPT-LETTERHEAD-1
013140     ELSE
013150         WRITE PAYROLL-TAX-REPORT-RECORD FROM RPT-LETTERHEAD-1
013160             AFTER ADVANCING PAGE
013170     END-IF.
013180     WRITE PAYROLL-TAX-REPORT-RECORD FROM RPT-LETTERHEAD-2.
013190     WRITE PAYROLL-TAX-REPORT-RECORD FROM RPT-LETTERHEAD-3.
013200     WRITE PAYROLL-TAX-REPORT-RECORD FROM RPT-SEPARATOR.
013210     WRITE PAYROLL-TAX-REPORT-RECORD FROM RPT-COLUMN-HEADING.
013220     WRITE PAYROLL-TAX-REPORT-RECORD FROM RPT-SEPARATOR.
013230     MOVE 6 TO WS-LINE-COUNT.
013240 0850-EXIT.
013250         EXIT.
013260*
013270 0860-PRINT-LINE.
013280     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
013290         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
013300     END-IF.
013310     WRITE PAYROLL-TAX-REPORT-RECORD FROM WS-PRINT-LINE.
013320     ADD 1 TO WS-LINE-COUNT.
013330 0860-EXIT.
013340         EXIT.
013350*
013360*    0870-START-SECTION - A BLANK LINE, THE SECTION TITLE (SET
013370*    BY THE CALLER IN RPT-SECTION-LINE) AND ITS COLUMN HEADINGS,
013380*    KEPT TOGETHER WITH AT LEAST ONE DETAIL LINE.
013390 0870-START-SECTION.
013400     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
013410         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
013420     ELSE
013430         MOVE RPT-BLANK-LINE TO WS-PRINT-LINE
013440         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
013450     END-IF.
013460     MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
013470     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
013480     MOVE RPT-COLUMN-HEADING TO WS-PRINT-LINE.
013490     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
013500     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
013510     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
013520 0870-EXIT.
013530         EXIT.
013540*
013550*    0880-ADD-EXCEPTION - WS-EXC-NEW INTO THE EXCEPTION TABLE.
013560*    PAST THE TABLE'S SIZE THEY ARE COUNTED ONLY.
013570 0880-ADD-EXCEPTION.
013580     IF WS-EXC-COUNT NOT < WS-EXC-MAX
013590         ADD 1 TO WS-EXC-NOT-LISTED
013600         GO TO 0880-EXIT
013610     END-IF.
013620     ADD 1 TO WS-EXC-COUNT.
013630     MOVE WS-EXC-NEW TO WS-EXC-ENTRY (WS-EXC-COUNT).
013640 0880-EXIT.
013650         EXIT.
013660*
013670*****************************************************************
013680*    0900-TERMINATE - COUNTS AND TOTALS FOR THE OPERATOR
013690*****************************************************************
013700 0900-TERMINATE.
013710     CLOSE EMPLOYEE-MASTER-FILE.
013720     CLOSE PAYROLL-TAX-REPORT-FILE.
013730     DISPLAY " ".
013740     DISPLAY "AUPAYTAX complete - month " WS-PERIOD-TEXT
013750         " FY " WS-TAX-YEAR.
013760     MOVE WS-RUNS-INCLUDED TO WS-COUNT-EDIT.
013770     DISPLAY "Runs in the return:      " WS-COUNT-EDIT.
013780     MOVE WS-ROWS-INCLUDED TO WS-COUNT-EDIT.
013790     DISPLAY "Payment rows:            " WS-COUNT-EDIT.
013800     MOVE WS-RT-TOT-TAX TO WS-MONEY-EDIT.
013810     IF WS-ANNUAL-RECONCILIATION
013820         MOVE WS-RT-TOT-JUNE TO WS-MONEY-EDIT
013830     END-IF.
013840     DISPLAY "Tax payable:         " WS-MONEY-EDIT.
013850     MOVE WS-EXC-COUNT TO WS-COUNT-EDIT.
013860     DISPLAY "Exceptions listed:       " WS-COUNT-EDIT.
013870     IF RETURN-CODE NOT = 0
013880         GO TO 0900-EXIT
013890     END-IF.
013900     IF WS-CONTROL-BREAK
013910         DISPLAY "*** AUDTAXL DOES NOT AGREE WITH RUNREGF - "
013920             "RETURN NOT TO BE LODGED ***"
013930         MOVE 8 TO RETURN-CODE
013940         GO TO 0900-EXIT
013950     END-IF.
013960     IF WS-EXC-COUNT > 0
013970         OR NOT WS-PT-YEAR-FOUND
013980         MOVE 4 TO RETURN-CODE
013990     END-IF.
014000 0900-EXIT.
014010         EXIT.
014020*
