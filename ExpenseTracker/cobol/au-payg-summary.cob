000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUPAYGWS.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - PAYG WITHHOLDING SUMMARY FOR
000120*                    THE MONTHLY IAS OR QUARTERLY BAS, TIED
000130*                    TO THE STP SUBMISSIONS OF THE PERIOD.
000140*    2026-10-15 PJH  W1 IS NOW GROSS AFTER PRE-TAX ARRANGEMENTS
000150*                    (SALARY SACRIFICE AND SIMILAR), AS STP
000160*                    REPORTS IT.  THE RUN REGISTRY CHECK STAYS
000170*                    ON THE GROSS BEFORE THEM.
000180*    2026-10-15 PJH  AUDIT LOG RECORD WIDENED 450 TO 500 FOR
000190*                    THE LEAVE MOVEMENT COLUMNS AU-TAX-CALC NOW
000200*                    WRITES AT THE END OF THE ROW.
000210*    2026-10-15 PJH  A LATER STP DETAIL FOR THE SAME EMPLOYEE
000220*                    IN THE SAME SUBMISSION NOW REPLACES THE
000230*                    EARLIER ONE (AN ADJUSTMENT RUN REVERSING
000240*                    TWO PAYMENTS WRITES TWO).
000250*    2026-10-15 PJH  NOT-COMPLETED EXCEPTION REASON CUT TO THE
000260*                    30 BYTES OF WS-EXN-REASON.
000270*****************************************************************
000280*    WORKS OUT THE PAYG WITHHOLDING LABELS OF THE ACTIVITY
000290*    STATEMENT FOR ONE PERIOD - A CALENDAR MONTH (IAS) OR THE
000300*    QUARTER HOLDING IT (BAS), KEYED ON SYSIN:
000310*      COLS 1-6  CCYYMM - BLANK TAKES LAST MONTH
000320*      COL  8    "Q" FOR THE QUARTER, BLANK OR "M" THE MONTH
000330*    THE FIGURES ARE THE ACTUAL PER-PERIOD AMOUNTS ON THE AUDIT
000340*    LOG ROWS OF EVERY COMPLETED RUN ON THE RUN REGISTRY
000350*    (RUNREGF) WHOSE RUN TIMESTAMP FALLS IN THE PERIOD, PLUS
000360*    THE REVERSAL ROWS OF ANY ADJUSTMENT RUN IN THE PERIOD -
000370*      W1  GROSS PAID, LESS PRE-TAX ARRANGEMENTS, PLUS ETP
000380*          GROSS
000390*      W2  PAYGW (EXCLUDING HELP) PLUS HELP/STUDY LOAN PLUS
000400*          ETP WITHHOLDING
000410*    A FAILED OR UNFINISHED RUN IN THE PERIOD IS LISTED AS AN
000420*    EXCEPTION, AS IS A PAYMENT ROW UNDER A TIMESTAMP THE
000430*    REGISTRY DOES NOT HOLD.  NEITHER IS IN THE FIGURES.
000440*
000450*    THE FIGURES MUST AGREE WITH WHAT THE ATO HAS ALREADY BEEN
000460*    GIVEN THROUGH STP.  EVERY GENERATION OF THE STP EXTRACT
000470*    (STPOUTF) IS READ.  EACH GENERATION'S TRAILER MUST EQUAL
000480*    ITS DETAILS.  THE STP DETAILS ARE YEAR-TO-DATE FIGURES,
000490*    SO AN EMPLOYEE'S MOVEMENT FOR THE PERIOD IS THE LATEST
000500*    POSITION SUBMITTED IN THE PERIOD LESS THE LATEST POSITION
000510*    SUBMITTED EARLIER IN THE FINANCIAL YEAR, HELD PER EMPLOYEE
000520*    ON THE KEYED WORK FILE STPWRKF.  THE MOVEMENTS ADDED UP
000530*    MUST EQUAL THE AUDIT LOG FIGURES LABEL BY LABEL.
000540*
000550*    A DIFFERENCE OF ANY KIND - STP AGAINST THE AUDIT LOG, A
000560*    TRAILER AGAINST ITS DETAILS, A RUN AGAINST ITS REGISTRY
000570*    TOTALS, OR A COMPLETED RUN WITH NO STP SUBMISSION - IS
000580*    LISTED AND THE STATEMENT IS MARKED NOT TO BE LODGED - RC
000590*    8.  EXCEPTIONS ALONE ARE RC 4.
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-I.
000640 OBJECT-COMPUTER. IBM-I.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000700     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
000710         ORGANIZATION IS INDEXED
000720         ACCESS IS SEQUENTIAL
000730         RECORD KEY IS RR-EXTRACT-DATE
000740         FILE STATUS IS WS-RUNREG-FILE-STATUS.
000750     SELECT STP-EXTRACT-FILE ASSIGN TO "STPOUTF"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-STP-FILE-STATUS.
000780*    KEYED WORK FILE - ONE RECORD PER EMPLOYEE SUBMITTED
000790*    THROUGH STP THIS FINANCIAL YEAR.
000800     SELECT STP-WORK-FILE ASSIGN TO "STPWRKF"
000810         ORGANIZATION IS INDEXED
000820         ACCESS IS DYNAMIC
000830         RECORD KEY IS SW-EMPLOYEE-ID
000840         FILE STATUS IS WS-WORK-FILE-STATUS.
000850     SELECT PAYG-SUMMARY-REPORT-FILE ASSIGN TO "PGWRPTF"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REPORT-FILE-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  AUDIT-TAX-CALC-LOG
000910     RECORD CONTAINS 500 CHARACTERS
000920     LABEL RECORDS ARE STANDARD.
000930 01  AUDIT-LOG-RECORD               PIC X(500).
000940*
000950 FD  RUN-REGISTRY-FILE
000960     RECORD CONTAINS 250 CHARACTERS
000970     LABEL RECORDS ARE STANDARD.
000980 COPY RUNREGR.
000990*
001000*    STP SUBMISSION EXTRACT AS CUT BY AU-TAX-CALC - SEE 330/335
001010*    THERE.  EACH GENERATION IS ITS "D" YEAR-TO-DATE DETAILS
001020*    FOLLOWED BY ONE "T" TRAILER CARRYING THE RUN TIMESTAMP.
001030 FD  STP-EXTRACT-FILE
001040     RECORD CONTAINS 130 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  STP-DETAIL-RECORD.
001070     05  STP-DET-RECORD-TYPE     PIC X(01).
001080     05  STP-DET-EMPLOYEE-ID     PIC X(10).
001090     05  STP-DET-EMPLOYEE-NAME   PIC X(30).
001100     05  STP-DET-TAX-YEAR        PIC X(07).
001110     05  STP-DET-YTD-GROSS       PIC 9(11)V99.
001120     05  STP-DET-YTD-PAYGW       PIC 9(11)V99.
001130     05  STP-DET-YTD-HELP        PIC 9(11)V99.
001140     05  STP-DET-YTD-ETP-GROSS   PIC 9(11)V99.
001150     05  STP-DET-YTD-ETP-PAYGW   PIC 9(11)V99.
001160     05  FILLER                  PIC X(17).
001170 01  STP-TRAILER-RECORD REDEFINES STP-DETAIL-RECORD.
001180     05  STP-TRL-RECORD-TYPE     PIC X(01).
001190     05  STP-TRL-RUN-TIMESTAMP   PIC X(26).
001200     05  STP-TRL-EMP-COUNT       PIC 9(09).
001210     05  STP-TRL-TOT-GROSS       PIC 9(13)V99.
001220     05  STP-TRL-TOT-PAYGW       PIC 9(13)V99.
001230     05  STP-TRL-TOT-HELP        PIC 9(13)V99.
001240     05  STP-TRL-TOT-ETP-GROSS   PIC 9(13)V99.
001250     05  STP-TRL-TOT-ETP-PAYGW   PIC 9(13)V99.
001260     05  FILLER                  PIC X(19).
001270*
001280*    AN EMPLOYEE'S LATEST STP POSITION BEFORE THE PERIOD AND
001290*    LATEST IN IT, WITH THE SUBMISSION EACH CAME FROM.  A
001300*    TIMESTAMP OF SPACES MEANS NO SUCH SUBMISSION.
001310 FD  STP-WORK-FILE
001320     RECORD CONTAINS 250 CHARACTERS
001330     LABEL RECORDS ARE STANDARD.
001340 01  STP-WORK-RECORD.
001350     05  SW-EMPLOYEE-ID          PIC X(10).
001360     05  SW-EMPLOYEE-NAME        PIC X(30).
001370     05  SW-BEFORE-TIMESTAMP     PIC X(26).
001380     05  SW-BEFORE-YTD.
001390         10  SW-BF-GROSS         PIC 9(11)V99.
001400         10  SW-BF-PAYGW         PIC 9(11)V99.
001410         10  SW-BF-HELP          PIC 9(11)V99.
001420         10  SW-BF-ETP-GROSS     PIC 9(11)V99.
001430         10  SW-BF-ETP-PAYGW     PIC 9(11)V99.
001440     05  SW-PERIOD-TIMESTAMP     PIC X(26).
001450     05  SW-PERIOD-YTD.
001460         10  SW-PD-GROSS         PIC 9(11)V99.
001470         10  SW-PD-PAYGW         PIC 9(11)V99.
001480         10  SW-PD-HELP          PIC 9(11)V99.
001490         10  SW-PD-ETP-GROSS     PIC 9(11)V99.
001500         10  SW-PD-ETP-PAYGW     PIC 9(11)V99.
001510     05  FILLER                  PIC X(28).
001520*
001530 FD  PAYG-SUMMARY-REPORT-FILE
001540     RECORD CONTAINS 132 CHARACTERS
001550     LABEL RECORDS ARE STANDARD.
001560 01  PAYG-SUMMARY-REPORT-RECORD     PIC X(132).
001570*
001580 WORKING-STORAGE SECTION.
001590 01  WS-FILE-STATUSES.
001600     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001610     05  WS-RUNREG-FILE-STATUS    PIC X(02) VALUE "00".
001620     05  WS-STP-FILE-STATUS       PIC X(02) VALUE "00".
001630     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001640     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001650*
001660 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001670     88  WS-END-OF-FILE               VALUE "Y".
001680*
001690*    ANY DIFFERENCE BETWEEN THE AUDIT LOG, THE REGISTRY AND STP
001700*    SETS THIS - THE STATEMENT IS THEN PRINTED BUT NOT LODGED.
001710 01  WS-BREAK-SW                  PIC X(01) VALUE "N".
001720     88  WS-CONTROL-BREAK             VALUE "Y".
001730*
001740 01  WS-QUARTER-SW                PIC X(01) VALUE "N".
001750     88  WS-QUARTERLY                 VALUE "Y".
001760 01  WS-RUN-FOUND-SW              PIC X(01) VALUE "N".
001770     88  WS-RUN-FOUND                 VALUE "Y".
001780 01  WS-GEN-FOUND-SW              PIC X(01) VALUE "N".
001790     88  WS-GEN-FOUND                 VALUE "Y".
001800 01  WS-WORK-FOUND-SW             PIC X(01) VALUE "N".
001810     88  WS-WORK-FOUND                VALUE "Y".
001820*
001830*    STATEMENT PERIOD - THE CCYYMM KEYED ON SYSIN, OR LAST
001840*    MONTH WHEN THE CARD IS BLANK, WIDENED TO ITS QUARTER
001850*    (JUL-SEP, OCT-DEC, JAN-MAR, APR-JUN) ON A "Q" CARD.
001860 01  WS-PERIOD-CARD               PIC X(80) VALUE SPACES.
001870 01  WS-PERIOD-CCYYMM.
001880     05  WS-PERIOD-YEAR           PIC 9(04).
001890     05  WS-PERIOD-MONTH          PIC 9(02).
001900 01  WS-PERIOD-ALPHA REDEFINES WS-PERIOD-CCYYMM
001910                                  PIC X(06).
001920 01  WS-FROM-MONTH                PIC 9(02) VALUE 0.
001930 01  WS-TO-MONTH                  PIC 9(02) VALUE 0.
001940 01  WS-QUARTER-NO                PIC 9(02) VALUE 0.
001950*    "CCYY-MM" FORMS, COMPARED WITH THE FRONT OF A RUN
001960*    TIMESTAMP - THE PERIOD RUNS FROM WS-FROM-TEXT TO
001970*    WS-TO-TEXT, ITS FINANCIAL YEAR FROM WS-FY-START-TEXT.
001980 01  WS-FROM-TEXT                 PIC X(07) VALUE SPACES.
001990 01  WS-TO-TEXT                   PIC X(07) VALUE SPACES.
002000 01  WS-FY-START-TEXT             PIC X(07) VALUE SPACES.
002010 01  WS-FY-START-YEAR             PIC 9(04) VALUE 0.
002020 01  WS-FY-END-YEAR               PIC 9(04) VALUE 0.
002030 01  WS-TAX-YEAR                  PIC X(07) VALUE SPACES.
002040 01  WS-PERIOD-NAME               PIC X(30) VALUE SPACES.
002050 01  WS-EXC-SUB                   PIC 9(04) COMP VALUE 0.
002060*
002070 01  WS-CURRENT-DATE-TIME.
002080     05  WS-CURR-DATE             PIC X(08).
002090     05  WS-CURR-TIME             PIC X(08).
002100*
002110*    PARSED AUDIT LOG COLUMNS - SEE 310-WRITE-AUDIT-LOG-RECORD
002120*    IN AU-TAX-CALC FOR THE COLUMN ORDER.
002130 01  WS-AUDIT-FIELDS.
002140     05  WS-F-EMPLOYEE-ID         PIC X(10).
002150     05  WS-F-EMPLOYEE-NAME       PIC X(30).
002160     05  WS-F-TAX-YEAR            PIC X(07).
002170     05  WS-F-RUN-TIMESTAMP       PIC X(26).
002180     05  WS-F-GROSS               PIC X(31).
002190     05  WS-F-DEDUCT              PIC X(13).
002200     05  WS-F-TAXABLE             PIC X(13).
002210     05  WS-F-INCTAX              PIC X(13).
002220     05  WS-F-OFFSETS             PIC X(13).
002230     05  WS-F-MEDICARE            PIC X(13).
002240     05  WS-F-MLS                 PIC X(13).
002250     05  WS-F-HELP                PIC X(13).
002260     05  WS-F-TOTALTAX            PIC X(13).
002270     05  WS-F-NETPAY              PIC X(13).
002280     05  WS-F-SG                  PIC X(13).
002290     05  WS-F-FREQ                PIC X(01).
002300     05  WS-F-ETPGROSS            PIC X(13).
002310     05  WS-F-ETPTAX              PIC X(13).
002320     05  WS-F-DEDORD              PIC X(13).
002330     05  WS-F-NOTFN-IND           PIC X(01).
002340     05  WS-F-PD-GROSS            PIC X(13).
002350     05  WS-F-PD-TAX              PIC X(13).
002360     05  WS-F-PD-HELP             PIC X(13).
002370     05  WS-F-PD-DISBTAX          PIC X(13).
002380     05  WS-F-PD-DISBNET          PIC X(13).
002390     05  WS-F-PD-SG               PIC X(13).
002400     05  WS-F-CARRY-DELTA         PIC X(13).
002410     05  WS-F-ROW-TYPE            PIC X(01).
002420     05  WS-F-REVERSED-TS         PIC X(26).
002430     05  WS-F-NOTES               PIC X(31).
002440     05  WS-F-PD-PRETAX           PIC X(13).
002450     05  WS-F-PD-RESC             PIC X(13).
002460 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
002470*
002480 01  WS-REJECTED-FLAG             PIC X(01) VALUE "N".
002490     88  WS-RECORD-REJECTED           VALUE "Y".
002500*
002510*    ONE ROW'S WITHHOLDING AS ACTUALLY PAID - NEGATIVE ON A
002520*    REVERSAL.  PAYGW IS THE PERIOD'S TOTAL TAX LESS THE HELP
002530*    REPAYMENT IN IT, AS STP REPORTS IT.  THE PRE-TAX AMOUNT
002540*    IS WHAT SALARY SACRIFICE AND SIMILAR TOOK OFF THE GROSS
002550*    BEFORE TAX - STP GROSS IS AFTER IT.
002560 01  WS-ROW-AMOUNTS.
002570     05  WS-ROW-PD-GROSS          PIC S9(11)V99 COMP-3.
002580     05  WS-ROW-ETP-GROSS         PIC S9(11)V99 COMP-3.
002590     05  WS-ROW-PAYGW             PIC S9(11)V99 COMP-3.
002600     05  WS-ROW-HELP              PIC S9(11)V99 COMP-3.
002610     05  WS-ROW-ETP-TAX           PIC S9(11)V99 COMP-3.
002620     05  WS-ROW-DISB-TAX          PIC S9(11)V99 COMP-3.
002630     05  WS-ROW-PRETAX            PIC S9(11)V99 COMP-3.
002640*
002650*    THE PERIOD'S RUNS FROM THE REGISTRY, AND THE ADJUSTMENT
002660*    RUNS MET ON THE AUDIT LOG (STATUS "A"), WITH WHAT THE LOG
002670*    HOLDS FOR EACH.
002680 01  WS-RUN-LIMITS.
002690     05  WS-RUN-MAX               PIC 9(04) COMP VALUE 500.
002700     05  WS-RUN-COUNT             PIC 9(04) COMP VALUE 0.
002710 01  WS-RUN-TABLE.
002720     05  WS-RUN-ENTRY OCCURS 500 TIMES
002730                      INDEXED BY RT-IDX.
002740         10  WS-RT-TIMESTAMP      PIC X(26).
002750         10  WS-RT-EXTRACT-DATE   PIC X(08).
002760         10  WS-RT-STATUS         PIC X(01).
002770         10  WS-RT-PD-TOTALS-SW   PIC X(01).
002780         10  WS-RT-STP-SW         PIC X(01).
002790         10  WS-RT-REG-EMP-COUNT  PIC 9(09) COMP.
002800         10  WS-RT-REG-GROSS      PIC S9(13)V99 COMP-3.
002810         10  WS-RT-REG-TAX        PIC S9(13)V99 COMP-3.
002820         10  WS-RT-LOG-EMP-COUNT  PIC 9(09) COMP.
002830         10  WS-RT-LOG-GROSS      PIC S9(13)V99 COMP-3.
002840         10  WS-RT-LOG-ETP-GROSS  PIC S9(13)V99 COMP-3.
002850         10  WS-RT-LOG-PAYGW      PIC S9(13)V99 COMP-3.
002860         10  WS-RT-LOG-HELP       PIC S9(13)V99 COMP-3.
002870         10  WS-RT-LOG-ETP-TAX    PIC S9(13)V99 COMP-3.
002880         10  WS-RT-LOG-DISB-TAX   PIC S9(13)V99 COMP-3.
002890         10  WS-RT-LOG-PRETAX     PIC S9(13)V99 COMP-3.
002900*
002910*    ONE ENTRY PER STP GENERATION READ, IN THE ORDER READ, SO
002920*    THE SECOND PASS KNOWS WHICH SUBMISSION A DETAIL BELONGS
002930*    TO BEFORE IT REACHES THE TRAILER.
002940 01  WS-GEN-LIMITS.
002950     05  WS-GEN-MAX               PIC 9(04) COMP VALUE 999.
002960     05  WS-GEN-COUNT             PIC 9(04) COMP VALUE 0.
002970     05  WS-GEN-NO                PIC 9(04) COMP VALUE 0.
002980 01  WS-GEN-TABLE.
002990     05  WS-GEN-ENTRY OCCURS 999 TIMES
003000                      INDEXED BY GN-IDX.
003010         10  WS-GN-TIMESTAMP      PIC X(26).
003020         10  WS-GN-IN-PERIOD-SW   PIC X(01).
003030         10  WS-GN-CROSS-ADDS-SW  PIC X(01).
003040         10  WS-GN-SOURCE         PIC X(20).
003050         10  WS-GN-EMP-COUNT      PIC 9(09) COMP.
003060         10  WS-GN-TOT-GROSS      PIC S9(13)V99 COMP-3.
003070*
003080*    ONE GENERATION'S DETAILS ADDED UP, FOR ITS TRAILER.
003090 01  WS-GEN-DETAIL-SUMS.
003100     05  WS-GD-COUNT              PIC 9(09) COMP.
003110     05  WS-GD-GROSS              PIC S9(13)V99 COMP-3.
003120     05  WS-GD-PAYGW              PIC S9(13)V99 COMP-3.
003130     05  WS-GD-HELP               PIC S9(13)V99 COMP-3.
003140     05  WS-GD-ETP-GROSS          PIC S9(13)V99 COMP-3.
003150     05  WS-GD-ETP-PAYGW          PIC S9(13)V99 COMP-3.
003160 01  WS-STP-ORPHAN-COUNT          PIC 9(09) COMP VALUE 0.
003170*
003180*    THE STATEMENT - THE AUDIT LOG FIGURES AND THE STP
003190*    MOVEMENT FOR THE PERIOD, COMPONENT BY COMPONENT.
003200 01  WS-LOG-TOTALS.
003210     05  WS-LT-GROSS              PIC S9(13)V99 COMP-3.
003220     05  WS-LT-ETP-GROSS          PIC S9(13)V99 COMP-3.
003230     05  WS-LT-PAYGW              PIC S9(13)V99 COMP-3.
003240     05  WS-LT-HELP               PIC S9(13)V99 COMP-3.
003250     05  WS-LT-ETP-TAX            PIC S9(13)V99 COMP-3.
003260     05  WS-LT-W1                 PIC S9(13)V99 COMP-3.
003270     05  WS-LT-W2                 PIC S9(13)V99 COMP-3.
003280 01  WS-STP-TOTALS.
003290     05  WS-ST-GROSS              PIC S9(13)V99 COMP-3.
003300     05  WS-ST-ETP-GROSS          PIC S9(13)V99 COMP-3.
003310     05  WS-ST-PAYGW              PIC S9(13)V99 COMP-3.
003320     05  WS-ST-HELP               PIC S9(13)V99 COMP-3.
003330     05  WS-ST-ETP-TAX            PIC S9(13)V99 COMP-3.
003340     05  WS-ST-W1                 PIC S9(13)V99 COMP-3.
003350     05  WS-ST-W2                 PIC S9(13)V99 COMP-3.
003360*    ONE LABEL OF THE STATEMENT FOR 0660-PRINT-TIE-LINE.
003370 01  WS-TIE-FIGURES.
003380     05  WS-TIE-LOG               PIC S9(13)V99 COMP-3.
003390     05  WS-TIE-STP               PIC S9(13)V99 COMP-3.
003400     05  WS-TIE-DIFFERENCE        PIC S9(13)V99 COMP-3.
003410*
003420*    EXCEPTIONS ARE HELD UNTIL THE STATEMENT HAS BEEN PRINTED.
003430 01  WS-EXC-LIMITS.
003440     05  WS-EXC-MAX               PIC 9(04) COMP VALUE 500.
003450     05  WS-EXC-COUNT             PIC 9(04) COMP VALUE 0.
003460     05  WS-EXC-NOT-LISTED        PIC 9(09) COMP VALUE 0.
003470 01  WS-EXC-NEW.
003480     05  WS-EXN-EMPLOYEE-ID       PIC X(10).
003490     05  WS-EXN-EMPLOYEE-NAME     PIC X(30).
003500     05  WS-EXN-RUN-TIMESTAMP     PIC X(26).
003510     05  WS-EXN-AMOUNT            PIC S9(13)V99 COMP-3.
003520     05  WS-EXN-REASON            PIC X(30).
003530 01  WS-EXC-TABLE.
003540     05  WS-EXC-ENTRY OCCURS 500 TIMES.
003550         10  WS-EX-EMPLOYEE-ID    PIC X(10).
003560         10  WS-EX-EMPLOYEE-NAME  PIC X(30).
003570         10  WS-EX-RUN-TIMESTAMP  PIC X(26).
003580         10  WS-EX-AMOUNT         PIC S9(13)V99 COMP-3.
003590         10  WS-EX-REASON         PIC X(30).
003600*
003610 01  WS-STATEMENT-COUNTS.
003620     05  WS-RUNS-INCLUDED         PIC 9(09) COMP VALUE 0.
003630     05  WS-RUNS-ADJUSTMENT       PIC 9(09) COMP VALUE 0.
003640     05  WS-RUNS-NOT-COMPLETED    PIC 9(09) COMP VALUE 0.
003650     05  WS-ROWS-INCLUDED         PIC 9(09) COMP VALUE 0.
003660     05  WS-ROWS-REVERSAL         PIC 9(09) COMP VALUE 0.
003670     05  WS-ROWS-NOT-COMPLETED    PIC 9(09) COMP VALUE 0.
003680     05  WS-ROWS-UNREGISTERED     PIC 9(09) COMP VALUE 0.
003690     05  WS-UNREGISTERED-GROSS    PIC S9(13)V99 COMP-3 VALUE 0.
003700     05  WS-STP-GENS-IN-PERIOD    PIC 9(09) COMP VALUE 0.
003710     05  WS-STP-EMPLOYEES         PIC 9(09) COMP VALUE 0.
003720*
003730 01  WS-MONEY-EDIT                PIC -Z,ZZZ,ZZZ,ZZ9.99.
003740 01  WS-MONEY-EDIT-2              PIC -Z,ZZZ,ZZZ,ZZ9.99.
003750 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
003760 01  WS-COUNT-EDIT-2              PIC ZZZ,ZZ9.
003770*
003780*    PAGE CONTROL - 60 LINES, LETTERHEAD AND HEADINGS TAKE 6.
003790 01  WS-PAGE-CONTROLS.
003800     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
003810     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
003820     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
003830 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
003840*
003850*    PRINT LINE LAYOUTS
003860 01  RPT-LETTERHEAD-1.
003870     05  FILLER                   PIC X(35) VALUE SPACES.
003880     05  FILLER                   PIC X(52) VALUE
003890         "P A Y R O L L   S Y S T E M S   U N I T".
003900     05  FILLER                   PIC X(45) VALUE SPACES.
003910 01  RPT-LETTERHEAD-2.
003920     05  FILLER                   PIC X(30) VALUE SPACES.
003930     05  RPT-LH-TITLE             PIC X(57).
003940     05  FILLER                   PIC X(45) VALUE SPACES.
003950 01  RPT-LETTERHEAD-3.
003960     05  FILLER                   PIC X(07) VALUE "AS AT: ".
003970     05  RPT-LH-AS-AT             PIC X(10).
003980     05  FILLER                   PIC X(74) VALUE SPACES.
003990     05  FILLER                   PIC X(06) VALUE "PAGE: ".
004000     05  RPT-LH-PAGE              PIC ZZZ9.
004010     05  FILLER                   PIC X(31) VALUE SPACES.
004020 01  RPT-SEPARATOR.
004030     05  FILLER                   PIC X(126) VALUE ALL "-".
004040     05  FILLER                   PIC X(06) VALUE SPACES.
004050 01  RPT-BLANK-LINE.
004060     05  FILLER                   PIC X(132) VALUE SPACES.
004070*    THE CURRENT SECTION'S HEADING, REPEATED ON A NEW PAGE.
004080 01  RPT-COLUMN-HEADING           PIC X(132) VALUE SPACES.
004090 01  RPT-SECTION-LINE.
004100     05  RPT-SECT-TITLE           PIC X(100).
004110     05  FILLER                   PIC X(32) VALUE SPACES.
004120 01  RPT-RUN-HEADING.
004130     05  FILLER                   PIC X(28) VALUE "RUN TIMESTAMP".
004140     05  FILLER                   PIC X(10) VALUE "EXTRACT".
004150     05  FILLER                   PIC X(06) VALUE "TYPE".
004160     05  FILLER                   PIC X(08) VALUE "  STAFF".
004170     05  FILLER                   PIC X(16) VALUE
004180         "  W1 GROSS + ETP".
004190     05  FILLER                   PIC X(16) VALUE
004200         "           PAYGW".
004210     05  FILLER                   PIC X(16) VALUE
004220         "       HELP/STSL".
004230     05  FILLER                   PIC X(16) VALUE
004240         "    ETP WITHHELD".
004250     05  FILLER                   PIC X(16) VALUE
004260         "     W2 WITHHELD".
004270 01  RPT-RUN-LINE.
004280     05  RPT-RL-TIMESTAMP         PIC X(26).
004290     05  FILLER                   PIC X(02) VALUE SPACES.
004300     05  RPT-RL-EXTRACT           PIC X(08).
004310     05  FILLER                   PIC X(02) VALUE SPACES.
004320     05  RPT-RL-TYPE              PIC X(04).
004330     05  FILLER                   PIC X(02) VALUE SPACES.
004340     05  RPT-RL-STAFF             PIC ZZZ,ZZ9.
004350     05  FILLER                   PIC X(02) VALUE SPACES.
004360     05  RPT-RL-W1                PIC -ZZZ,ZZZ,ZZ9.99.
004370     05  FILLER                   PIC X(01) VALUE SPACES.
004380     05  RPT-RL-PAYGW             PIC -ZZZ,ZZZ,ZZ9.99.
004390     05  FILLER                   PIC X(01) VALUE SPACES.
004400     05  RPT-RL-HELP              PIC -ZZZ,ZZZ,ZZ9.99.
004410     05  FILLER                   PIC X(01) VALUE SPACES.
004420     05  RPT-RL-ETP-TAX           PIC -ZZZ,ZZZ,ZZ9.99.
004430     05  FILLER                   PIC X(01) VALUE SPACES.
004440     05  RPT-RL-W2                PIC -ZZZ,ZZZ,ZZ9.99.
004450 01  RPT-TIE-HEADING.
004460     05  FILLER                   PIC X(34) VALUE "LABEL".
004470     05  FILLER                   PIC X(19) VALUE
004480         "          AUDIT LOG".
004490     05  FILLER                   PIC X(19) VALUE
004500         "    STP SUBMISSIONS".
004510     05  FILLER                   PIC X(19) VALUE
004520         "         DIFFERENCE".
004530     05  FILLER                   PIC X(41) VALUE SPACES.
004540 01  RPT-TIE-LINE.
004550     05  FILLER                   PIC X(04) VALUE SPACES.
004560     05  RPT-TL-LABEL             PIC X(30).
004570     05  FILLER                   PIC X(02) VALUE SPACES.
004580     05  RPT-TL-LOG               PIC -Z,ZZZ,ZZZ,ZZ9.99.
004590     05  FILLER                   PIC X(02) VALUE SPACES.
004600     05  RPT-TL-STP               PIC -Z,ZZZ,ZZZ,ZZ9.99.
004610     05  FILLER                   PIC X(02) VALUE SPACES.
004620     05  RPT-TL-DIFF              PIC -Z,ZZZ,ZZZ,ZZ9.99.
004630     05  FILLER                   PIC X(02) VALUE SPACES.
004640     05  RPT-TL-FLAG              PIC X(10).
004650     05  FILLER                   PIC X(29) VALUE SPACES.
004660 01  RPT-STP-HEADING.
004670     05  FILLER                   PIC X(28) VALUE
004680         "STP SUBMISSION".
004690     05  FILLER                   PIC X(07) VALUE "  STAFF".
004700     05  FILLER                   PIC X(03) VALUE SPACES.
004710     05  FILLER                   PIC X(17) VALUE
004720         "  YTD GROSS TOTAL".
004730     05  FILLER                   PIC X(02) VALUE SPACES.
004740     05  FILLER                   PIC X(22) VALUE "FOR".
004750     05  FILLER                   PIC X(30) VALUE "TRAILER".
004760     05  FILLER                   PIC X(23) VALUE SPACES.
004770 01  RPT-STP-LINE.
004780     05  RPT-SL-TIMESTAMP         PIC X(26).
004790     05  FILLER                   PIC X(02) VALUE SPACES.
004800     05  RPT-SL-STAFF             PIC ZZZ,ZZ9.
004810     05  FILLER                   PIC X(03) VALUE SPACES.
004820     05  RPT-SL-GROSS             PIC -Z,ZZZ,ZZZ,ZZ9.99.
004830     05  FILLER                   PIC X(02) VALUE SPACES.
004840     05  RPT-SL-SOURCE            PIC X(20).
004850     05  FILLER                   PIC X(02) VALUE SPACES.
004860     05  RPT-SL-TRAILER           PIC X(30).
004870     05  FILLER                   PIC X(23) VALUE SPACES.
004880 01  RPT-EXCEPTION-HEADING.
004890     05  FILLER                   PIC X(12) VALUE "EMPLOYEE ID".
004900     05  FILLER                   PIC X(32) VALUE "NAME".
004910     05  FILLER                   PIC X(28) VALUE "RUN".
004920     05  FILLER                   PIC X(16) VALUE
004930         "          AMOUNT".
004940     05  FILLER                   PIC X(02) VALUE SPACES.
004950     05  FILLER                   PIC X(30) VALUE "REASON".
004960     05  FILLER                   PIC X(12) VALUE SPACES.
004970 01  RPT-EXCEPTION-LINE.
004980     05  RPT-EL-ID                PIC X(10).
004990     05  FILLER                   PIC X(02) VALUE SPACES.
005000     05  RPT-EL-NAME              PIC X(30).
005010     05  FILLER                   PIC X(02) VALUE SPACES.
005020     05  RPT-EL-TIMESTAMP         PIC X(26).
005030     05  FILLER                   PIC X(03) VALUE SPACES.
005040     05  RPT-EL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
005050     05  FILLER                   PIC X(02) VALUE SPACES.
005060     05  RPT-EL-REASON            PIC X(30).
005070     05  FILLER                   PIC X(12) VALUE SPACES.
005080 01  RPT-COUNT-LINE.
005090     05  FILLER                   PIC X(04) VALUE SPACES.
005100     05  RPT-CNT-LABEL            PIC X(40).
005110     05  RPT-CNT-EDIT             PIC ZZZ,ZZ9.
005120     05  FILLER                   PIC X(04) VALUE SPACES.
005130     05  RPT-CNT-MONEY            PIC -Z,ZZZ,ZZZ,ZZ9.99
005140                                  BLANK WHEN ZERO.
005150     05  FILLER                   PIC X(60) VALUE SPACES.
005160*
005170 PROCEDURE DIVISION.
005180*****************************************************************
005190*    0000-MAINLINE
005200*****************************************************************
005210 0000-MAINLINE.
005220     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
005230     IF RETURN-CODE NOT = 0
005240         STOP RUN
005250     END-IF.
005260     PERFORM 0200-LOAD-REGISTRY THRU 0200-EXIT.
005270     IF RETURN-CODE NOT = 0
005280         PERFORM 0900-TERMINATE THRU 0900-EXIT
005290         STOP RUN
005300     END-IF.
005310     PERFORM 0300-TOTAL-AUDIT-ROWS THRU 0300-EXIT.
005320     IF RETURN-CODE NOT = 0
005330         PERFORM 0900-TERMINATE THRU 0900-EXIT
005340         STOP RUN
005350     END-IF.
005360     PERFORM 0400-READ-STP-TRAILERS THRU 0400-EXIT.
005370     IF RETURN-CODE NOT = 0
005380         PERFORM 0900-TERMINATE THRU 0900-EXIT
005390         STOP RUN
005400     END-IF.
005410     PERFORM 0450-LOAD-STP-POSITIONS THRU 0450-EXIT.
005420     IF RETURN-CODE NOT = 0
005430         PERFORM 0900-TERMINATE THRU 0900-EXIT
005440         STOP RUN
005450     END-IF.
005460     PERFORM 0500-ADD-UP-STP-MOVEMENT THRU 0500-EXIT.
005470     IF RETURN-CODE NOT = 0
005480         PERFORM 0900-TERMINATE THRU 0900-EXIT
005490         STOP RUN
005500     END-IF.
005510     PERFORM 0550-CHECK-CONTROLS THRU 0550-EXIT.
005520     PERFORM 0600-PRINT-RUNS THRU 0600-EXIT.
005530     PERFORM 0650-PRINT-STATEMENT THRU 0650-EXIT.
005540     PERFORM 0700-PRINT-STP-SUBMISSIONS THRU 0700-EXIT.
005550     PERFORM 0750-PRINT-EXCEPTIONS THRU 0750-EXIT.
005560     PERFORM 0780-PRINT-COUNTS THRU 0780-EXIT.
005570     PERFORM 0900-TERMINATE THRU 0900-EXIT.
005580     STOP RUN.
005590*
005600*****************************************************************
005610*    0100-INITIALIZE - STATEMENT PERIOD AND FILE AVAILABILITY
005620*****************************************************************
005630 0100-INITIALIZE.
005640     DISPLAY "--- AUPAYGWS - PAYG Withholding Summary ---".
005650     DISPLAY "Period CCYYMM (blank = last month), col 8 Q for "
005660         "the quarter: ".
005670     ACCEPT WS-PERIOD-CARD.
005680     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
005690     ACCEPT WS-CURR-TIME FROM TIME.
005700     INITIALIZE WS-RUN-TABLE.
005710     INITIALIZE WS-GEN-TABLE.
005720     INITIALIZE WS-LOG-TOTALS.
005730     INITIALIZE WS-STP-TOTALS.
005740     PERFORM 0110-SET-STATEMENT-PERIOD THRU 0110-EXIT.
005750     IF RETURN-CODE NOT = 0
005760         GO TO 0100-EXIT
005770     END-IF.
005780     OPEN INPUT AUDIT-TAX-CALC-LOG.
005790     IF WS-AUDIT-FILE-STATUS NOT = "00"
005800         DISPLAY "*** UNABLE TO OPEN AUDTAXL - STATUS "
005810             WS-AUDIT-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
005820         MOVE 16 TO RETURN-CODE
005830         GO TO 0100-EXIT
005840     END-IF.
005850     CLOSE AUDIT-TAX-CALC-LOG.
005860     OPEN INPUT STP-EXTRACT-FILE.
005870     IF WS-STP-FILE-STATUS NOT = "00"
005880         DISPLAY "*** UNABLE TO OPEN STPOUTF - STATUS "
005890             WS-STP-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
005900         MOVE 16 TO RETURN-CODE
005910         GO TO 0100-EXIT
005920     END-IF.
005930     CLOSE STP-EXTRACT-FILE.
005940*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
005950     OPEN OUTPUT STP-WORK-FILE.
005960     IF WS-WORK-FILE-STATUS = "00"
005970         CLOSE STP-WORK-FILE
005980         OPEN I-O STP-WORK-FILE
005990     END-IF.
006000     IF WS-WORK-FILE-STATUS NOT = "00"
006010         DISPLAY "*** UNABLE TO OPEN STPWRKF - STATUS "
006020             WS-WORK-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
006030         MOVE 16 TO RETURN-CODE
006040         GO TO 0100-EXIT
006050     END-IF.
006060     OPEN OUTPUT PAYG-SUMMARY-REPORT-FILE.
006070     IF WS-REPORT-FILE-STATUS NOT = "00"
006080         DISPLAY "*** UNABLE TO OPEN PGWRPTF - STATUS "
006090             WS-REPORT-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
006100         CLOSE STP-WORK-FILE
006110         MOVE 16 TO RETURN-CODE
006120     END-IF.
006130 0100-EXIT.
006140         EXIT.
006150*
006160*    0110-SET-STATEMENT-PERIOD - THE MONTH OR QUARTER AND ITS
006170*    FINANCIAL YEAR (JULY TO JUNE).  THE QUARTERS FALL INSIDE
006180*    ONE CALENDAR YEAR, SO ONLY THE MONTHS MOVE.
006190 0110-SET-STATEMENT-PERIOD.
006200     IF WS-PERIOD-CARD (1:6) = SPACES
006210         MOVE WS-CURR-DATE (1:6) TO WS-PERIOD-ALPHA
006220         IF WS-PERIOD-MONTH = 1
006230             MOVE 12 TO WS-PERIOD-MONTH
006240             SUBTRACT 1 FROM WS-PERIOD-YEAR
006250         ELSE
006260             SUBTRACT 1 FROM WS-PERIOD-MONTH
006270         END-IF
006280     ELSE
006290         MOVE WS-PERIOD-CARD (1:6) TO WS-PERIOD-ALPHA
006300     END-IF.
006310     IF WS-PERIOD-ALPHA NOT NUMERIC
006320         OR WS-PERIOD-MONTH < 1
006330         OR WS-PERIOD-MONTH > 12
006340         DISPLAY "*** STATEMENT MONTH " WS-PERIOD-CARD (1:6)
006350             " IS NOT CCYYMM - SUMMARY NOT PRODUCED ***"
006360         MOVE 16 TO RETURN-CODE
006370         GO TO 0110-EXIT
006380     END-IF.
006390     IF WS-PERIOD-CARD (8:1) = "Q" OR WS-PERIOD-CARD (8:1) = "q"
006400         MOVE "Y" TO WS-QUARTER-SW
006410     ELSE IF WS-PERIOD-CARD (8:1) NOT = SPACE
006420         AND WS-PERIOD-CARD (8:1) NOT = "M"
006430         AND WS-PERIOD-CARD (8:1) NOT = "m"
006440         DISPLAY "*** PERIOD TYPE " WS-PERIOD-CARD (8:1)
006450             " IS NOT M OR Q - SUMMARY NOT PRODUCED ***"
006460         MOVE 16 TO RETURN-CODE
006470         GO TO 0110-EXIT
006480     END-IF.
006490     IF WS-QUARTERLY
006500         COMPUTE WS-QUARTER-NO = (WS-PERIOD-MONTH - 1) / 3
006510         COMPUTE WS-FROM-MONTH = WS-QUARTER-NO * 3 + 1
006520         COMPUTE WS-TO-MONTH = WS-FROM-MONTH + 2
006530     ELSE
006540         MOVE WS-PERIOD-MONTH TO WS-FROM-MONTH
006550         MOVE WS-PERIOD-MONTH TO WS-TO-MONTH
006560     END-IF.
006570     IF WS-PERIOD-MONTH > 6
006580         MOVE WS-PERIOD-YEAR TO WS-FY-START-YEAR
006590     ELSE
006600         COMPUTE WS-FY-START-YEAR = WS-PERIOD-YEAR - 1
006610     END-IF.
006620     COMPUTE WS-FY-END-YEAR = WS-FY-START-YEAR + 1.
006630     MOVE SPACES TO WS-FROM-TEXT.
006640     STRING WS-PERIOD-YEAR "-" WS-FROM-MONTH
006650         DELIMITED BY SIZE INTO WS-FROM-TEXT.
006660     MOVE SPACES TO WS-TO-TEXT.
006670     STRING WS-PERIOD-YEAR "-" WS-TO-MONTH
006680         DELIMITED BY SIZE INTO WS-TO-TEXT.
006690     MOVE SPACES TO WS-FY-START-TEXT.
006700     STRING WS-FY-START-YEAR "-07"
006710         DELIMITED BY SIZE INTO WS-FY-START-TEXT.
006720     MOVE SPACES TO WS-TAX-YEAR.
006730     STRING WS-FY-START-YEAR "-" WS-FY-END-YEAR (3:2)
006740         DELIMITED BY SIZE INTO WS-TAX-YEAR.
006750     MOVE SPACES TO WS-PERIOD-NAME.
006760     IF WS-QUARTERLY
006770         STRING "QUARTER " WS-FROM-TEXT " TO " WS-TO-TEXT
006780             DELIMITED BY SIZE INTO WS-PERIOD-NAME
006790     ELSE
006800         STRING "MONTH " WS-FROM-TEXT
006810             DELIMITED BY SIZE INTO WS-PERIOD-NAME
006820     END-IF.
006830     MOVE SPACES TO RPT-LH-TITLE.
006840     STRING "PAYG WITHHOLDING SUMMARY - " WS-PERIOD-NAME
006850         DELIMITED BY "  " INTO RPT-LH-TITLE.
006860     DISPLAY "Summarising " WS-PERIOD-NAME
006870         " of financial year " WS-TAX-YEAR.
006880 0110-EXIT.
006890         EXIT.
006900*
006910*****************************************************************
006920*    0200-LOAD-REGISTRY - EVERY RUN ON THE REGISTRY WHOSE
006930*    TIMESTAMP FALLS IN THE PERIOD.  A RUN THAT DID NOT
006940*    COMPLETE IS AN EXCEPTION - ITS ROWS ARE NOT TAKEN.
006950*****************************************************************
006960 0200-LOAD-REGISTRY.
006970     MOVE "N" TO WS-EOF-SW.
006980     OPEN INPUT RUN-REGISTRY-FILE.
006990     IF WS-RUNREG-FILE-STATUS NOT = "00"
007000         DISPLAY "*** UNABLE TO OPEN RUNREGF - STATUS "
007010             WS-RUNREG-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
007020         MOVE 16 TO RETURN-CODE
007030         GO TO 0200-EXIT
007040     END-IF.
007050     PERFORM 0210-LOAD-ONE-RUN THRU 0210-EXIT
007060         UNTIL WS-END-OF-FILE.
007070     CLOSE RUN-REGISTRY-FILE.
007080 0200-EXIT.
007090         EXIT.
007100*
007110 0210-LOAD-ONE-RUN.
007120     READ RUN-REGISTRY-FILE
007130         AT END
007140             MOVE "Y" TO WS-EOF-SW
007150             GO TO 0210-EXIT
007160     END-READ.
007170     IF RR-RUN-TIMESTAMP (1:7) < WS-FROM-TEXT
007180         OR RR-RUN-TIMESTAMP (1:7) > WS-TO-TEXT
007190         GO TO 0210-EXIT
007200     END-IF.
007210     IF WS-RUN-COUNT NOT < WS-RUN-MAX
007220         DISPLAY "*** MORE THAN " WS-RUN-MAX " RUNS IN THE "
007230             "PERIOD ON RUNREGF - SUMMARY NOT PRODUCED ***"
007240         MOVE 16 TO RETURN-CODE
007250         MOVE "Y" TO WS-EOF-SW
007260         GO TO 0210-EXIT
007270     END-IF.
007280     ADD 1 TO WS-RUN-COUNT.
007290     SET RT-IDX TO WS-RUN-COUNT.
007300     MOVE RR-RUN-TIMESTAMP TO WS-RT-TIMESTAMP (RT-IDX).
007310     MOVE RR-EXTRACT-DATE  TO WS-RT-EXTRACT-DATE (RT-IDX).
007320     MOVE RR-RUN-STATUS    TO WS-RT-STATUS (RT-IDX).
007330     MOVE "N"              TO WS-RT-STP-SW (RT-IDX).
007340     MOVE RR-EMP-COUNT     TO WS-RT-REG-EMP-COUNT (RT-IDX).
007350*    A RECORD WRITTEN BEFORE THE PER-PERIOD TOTALS EXISTED HAS
007360*    SPACES THERE - ITS ROWS ARE THEN AGREED ON COUNT ONLY.
007370     IF RR-TOT-PD-GROSS NUMERIC
007380         AND RR-TOT-PD-TAX NUMERIC
007390         MOVE "Y" TO WS-RT-PD-TOTALS-SW (RT-IDX)
007400         MOVE RR-TOT-PD-GROSS TO WS-RT-REG-GROSS (RT-IDX)
007410         MOVE RR-TOT-PD-TAX   TO WS-RT-REG-TAX (RT-IDX)
007420     ELSE
007430         MOVE "N" TO WS-RT-PD-TOTALS-SW (RT-IDX)
007440     END-IF.
007450     IF RR-STATUS-COMPLETED
007460         ADD 1 TO WS-RUNS-INCLUDED
007470         GO TO 0210-EXIT
007480     END-IF.
007490     ADD 1 TO WS-RUNS-NOT-COMPLETED.
007500     MOVE SPACES TO WS-EXC-NEW.
007510     MOVE 0 TO WS-EXN-AMOUNT.
007520     STRING "EXTRACT " RR-EXTRACT-DATE
007530         DELIMITED BY SIZE INTO WS-EXN-EMPLOYEE-NAME.
007540     MOVE RR-RUN-TIMESTAMP TO WS-EXN-RUN-TIMESTAMP.
007550     IF RR-STATUS-FAILED
007560         MOVE "RUN FAILED - NOT IN SUMMARY" TO WS-EXN-REASON
007570     ELSE
007580         MOVE "NOT COMPLETED - NOT IN SUMMARY"
007590             TO WS-EXN-REASON
007600     END-IF.
007610     PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT.
007620 0210-EXIT.
007630         EXIT.
007640*
007650*****************************************************************
007660*    0300-TOTAL-AUDIT-ROWS - ONE PASS OF THE LOG, EVERY PAYMENT
007670*    ROW OF A COMPLETED RUN AND EVERY ADJUSTMENT REVERSAL ROW IN
007680*    THE PERIOD ADDED TO ITS RUN.
007690*****************************************************************
007700 0300-TOTAL-AUDIT-ROWS.
007710     MOVE "N" TO WS-EOF-SW.
007720     OPEN INPUT AUDIT-TAX-CALC-LOG.
007730     IF WS-AUDIT-FILE-STATUS NOT = "00"
007740         DISPLAY "*** UNABLE TO REOPEN AUDTAXL - STATUS "
007750             WS-AUDIT-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
007760         MOVE 16 TO RETURN-CODE
007770         GO TO 0300-EXIT
007780     END-IF.
007790     PERFORM 0310-TOTAL-ONE-ROW THRU 0310-EXIT
007800         UNTIL WS-END-OF-FILE.
007810     CLOSE AUDIT-TAX-CALC-LOG.
007820 0300-EXIT.
007830         EXIT.
007840*
007850*    0310-TOTAL-ONE-ROW - A REJECTED EMPLOYEE WAS NEVER PAID,
007860*    AND THE SINGLE-TAX AND GROSS-UP ENQUIRY LINES ARE NOT
007870*    PAYMENTS.  A REVERSAL ROW CARRIES ITS ADJUSTMENT RUN'S
007880*    TIMESTAMP, WHICH IS NOT ON THE REGISTRY; THE ADJUSTMENT
007890*    RUN IS ADDED TO THE TABLE THE FIRST TIME IT IS MET.
007900 0310-TOTAL-ONE-ROW.
007910     READ AUDIT-TAX-CALC-LOG
007920         AT END
007930             MOVE "Y" TO WS-EOF-SW
007940             GO TO 0310-EXIT
007950     END-READ.
007960     PERFORM 0800-PARSE-AUDIT-RECORD THRU 0800-EXIT.
007970     IF WS-RECORD-REJECTED
007980         OR WS-F-EMPLOYEE-ID = "SINGLE-TAX"
007990         OR WS-F-EMPLOYEE-ID = "GROSS-UP"
008000         GO TO 0310-EXIT
008010     END-IF.
008020     IF WS-F-RUN-TIMESTAMP (1:7) < WS-FROM-TEXT
008030         OR WS-F-RUN-TIMESTAMP (1:7) > WS-TO-TEXT
008040         GO TO 0310-EXIT
008050     END-IF.
008060     IF WS-F-ROW-TYPE NOT = "P" AND WS-F-ROW-TYPE NOT = SPACE
008070         AND WS-F-ROW-TYPE NOT = "R"
008080         GO TO 0310-EXIT
008090     END-IF.
008100     PERFORM 0320-SET-ROW-AMOUNTS THRU 0320-EXIT.
008110     PERFORM 0330-FIND-RUN THRU 0330-EXIT.
008120     IF WS-F-ROW-TYPE = "R"
008130         IF NOT WS-RUN-FOUND
008140             PERFORM 0340-ADD-ADJUSTMENT-RUN THRU 0340-EXIT
008150             IF NOT WS-RUN-FOUND
008160                 GO TO 0310-EXIT
008170             END-IF
008180         END-IF
008190         ADD 1 TO WS-ROWS-REVERSAL
008200         GO TO 0310-ADD-TO-RUN
008210     END-IF.
008220     IF NOT WS-RUN-FOUND
008230         ADD 1 TO WS-ROWS-UNREGISTERED
008240         ADD WS-ROW-PD-GROSS WS-ROW-ETP-GROSS
008250             TO WS-UNREGISTERED-GROSS
008260         MOVE WS-F-EMPLOYEE-ID   TO WS-EXN-EMPLOYEE-ID
008270         MOVE WS-F-EMPLOYEE-NAME TO WS-EXN-EMPLOYEE-NAME
008280         MOVE WS-F-RUN-TIMESTAMP TO WS-EXN-RUN-TIMESTAMP
008290         COMPUTE WS-EXN-AMOUNT = WS-ROW-PD-GROSS
008300             + WS-ROW-ETP-GROSS
008310         MOVE "RUN NOT ON RUNREGF" TO WS-EXN-REASON
008320         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
008330         GO TO 0310-EXIT
008340     END-IF.
008350     IF WS-RT-STATUS (RT-IDX) NOT = "C"
008360         ADD 1 TO WS-ROWS-NOT-COMPLETED
008370         GO TO 0310-EXIT
008380     END-IF.
008390 0310-ADD-TO-RUN.
008400     ADD 1 TO WS-ROWS-INCLUDED.
008410     IF WS-F-ROW-TYPE NOT = "R"
008420         ADD 1 TO WS-RT-LOG-EMP-COUNT (RT-IDX)
008430     END-IF.
008440     ADD WS-ROW-PD-GROSS  TO WS-RT-LOG-GROSS (RT-IDX).
008450     ADD WS-ROW-ETP-GROSS TO WS-RT-LOG-ETP-GROSS (RT-IDX).
008460     ADD WS-ROW-PAYGW     TO WS-RT-LOG-PAYGW (RT-IDX).
008470     ADD WS-ROW-HELP      TO WS-RT-LOG-HELP (RT-IDX).
008480     ADD WS-ROW-ETP-TAX   TO WS-RT-LOG-ETP-TAX (RT-IDX).
008490     ADD WS-ROW-DISB-TAX  TO WS-RT-LOG-DISB-TAX (RT-IDX).
008500     ADD WS-ROW-PRETAX    TO WS-RT-LOG-PRETAX (RT-IDX).
008510     COMPUTE WS-LT-GROSS = WS-LT-GROSS
008520         + WS-ROW-PD-GROSS - WS-ROW-PRETAX.
008530     ADD WS-ROW-ETP-GROSS TO WS-LT-ETP-GROSS.
008540     ADD WS-ROW-PAYGW     TO WS-LT-PAYGW.
008550     ADD WS-ROW-HELP      TO WS-LT-HELP.
008560     ADD WS-ROW-ETP-TAX   TO WS-LT-ETP-TAX.
008570 0310-EXIT.
008580         EXIT.
008590*
008600*    0320-SET-ROW-AMOUNTS - THE PER-PERIOD FIGURES ARE WHAT WAS
008610*    ACTUALLY PAID AND WITHHELD.  THE DISBURSED TAX (PERIOD TAX
008620*    PLUS ETP TAX ON A FINAL PAY) IS WHAT THE REGISTRY HOLDS.
008630 0320-SET-ROW-AMOUNTS.
008640     COMPUTE WS-ROW-PD-GROSS = FUNCTION NUMVAL (WS-F-PD-GROSS).
008650     COMPUTE WS-ROW-ETP-GROSS = FUNCTION NUMVAL (WS-F-ETPGROSS).
008660     COMPUTE WS-ROW-HELP = FUNCTION NUMVAL (WS-F-PD-HELP).
008670     COMPUTE WS-ROW-PAYGW = FUNCTION NUMVAL (WS-F-PD-TAX)
008680         - WS-ROW-HELP.
008690     COMPUTE WS-ROW-ETP-TAX = FUNCTION NUMVAL (WS-F-ETPTAX).
008700     COMPUTE WS-ROW-DISB-TAX =
008710         FUNCTION NUMVAL (WS-F-PD-DISBTAX).
008720*    A ROW WRITTEN BEFORE THE PRE-TAX COLUMNS EXISTED HAS NONE.
008730     IF WS-F-PD-PRETAX = SPACES
008740         MOVE 0 TO WS-ROW-PRETAX
008750     ELSE
008760         COMPUTE WS-ROW-PRETAX =
008770             FUNCTION NUMVAL (WS-F-PD-PRETAX)
008780     END-IF.
008790 0320-EXIT.
008800         EXIT.
008810*
008820*    0330-FIND-RUN - THE ROW'S RUN IN THE RUN TABLE.
008830 0330-FIND-RUN.
008840     MOVE "N" TO WS-RUN-FOUND-SW.
008850     IF WS-RUN-COUNT = 0
008860         GO TO 0330-EXIT
008870     END-IF.
008880     SET RT-IDX TO 1.
008890     SEARCH WS-RUN-ENTRY
008900         AT END
008910             MOVE "N" TO WS-RUN-FOUND-SW
008920         WHEN RT-IDX > WS-RUN-COUNT
008930             MOVE "N" TO WS-RUN-FOUND-SW
008940         WHEN WS-RT-TIMESTAMP (RT-IDX) = WS-F-RUN-TIMESTAMP
008950             MOVE "Y" TO WS-RUN-FOUND-SW
008960     END-SEARCH.
008970 0330-EXIT.
008980         EXIT.
008990*
009000*    0340-ADD-ADJUSTMENT-RUN - AN ADJUSTMENT RUN'S FIRST
009010*    REVERSAL ROW OPENS ITS ENTRY.  IT HAS NO REGISTRY TOTALS
009020*    TO AGREE TO, BUT IT DID CUT AN STP SUBMISSION.
009030 0340-ADD-ADJUSTMENT-RUN.
009040     IF WS-RUN-COUNT NOT < WS-RUN-MAX
009050         DISPLAY "*** MORE THAN " WS-RUN-MAX " RUNS IN THE "
009060             "PERIOD - SUMMARY NOT PRODUCED ***"
009070         MOVE 16 TO RETURN-CODE
009080         MOVE "Y" TO WS-EOF-SW
009090         GO TO 0340-EXIT
009100     END-IF.
009110     ADD 1 TO WS-RUN-COUNT.
009120     ADD 1 TO WS-RUNS-ADJUSTMENT.
009130     SET RT-IDX TO WS-RUN-COUNT.
009140     MOVE WS-F-RUN-TIMESTAMP TO WS-RT-TIMESTAMP (RT-IDX).
009150     MOVE SPACES             TO WS-RT-EXTRACT-DATE (RT-IDX).
009160     MOVE "A"                TO WS-RT-STATUS (RT-IDX).
009170     MOVE "N"                TO WS-RT-PD-TOTALS-SW (RT-IDX).
009180     MOVE "N"                TO WS-RT-STP-SW (RT-IDX).
009190     MOVE "Y" TO WS-RUN-FOUND-SW.
009200 0340-EXIT.
009210         EXIT.
009220*
009230*****************************************************************
009240*    0400-READ-STP-TRAILERS - FIRST PASS OF THE STP GENERATIONS.
009250*    EACH TRAILER IS TABLED, IN THE ORDER READ, WITH WHETHER IT
009260*    EQUALS THE DETAILS BEFORE IT.
009270*****************************************************************
009280 0400-READ-STP-TRAILERS.
009290     MOVE "N" TO WS-EOF-SW.
009300     INITIALIZE WS-GEN-DETAIL-SUMS.
009310     OPEN INPUT STP-EXTRACT-FILE.
009320     IF WS-STP-FILE-STATUS NOT = "00"
009330         DISPLAY "*** UNABLE TO REOPEN STPOUTF - STATUS "
009340             WS-STP-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
009350         MOVE 16 TO RETURN-CODE
009360         GO TO 0400-EXIT
009370     END-IF.
009380     PERFORM 0410-READ-ONE-STP-RECORD THRU 0410-EXIT
009390         UNTIL WS-END-OF-FILE.
009400     CLOSE STP-EXTRACT-FILE.
009410     IF RETURN-CODE NOT = 0
009420         GO TO 0400-EXIT
009430     END-IF.
009440*    DETAILS AFTER THE LAST TRAILER BELONG TO NO SUBMISSION.
009450     IF WS-GD-COUNT > 0
009460         MOVE WS-GD-COUNT TO WS-STP-ORPHAN-COUNT
009470         MOVE WS-GD-COUNT TO WS-COUNT-EDIT
009480         DISPLAY "*** " WS-COUNT-EDIT " STP DETAILS AFTER THE "
009490             "LAST TRAILER ON STPOUTF ***"
009500         MOVE SPACES TO WS-EXC-NEW
009510         MOVE WS-GD-GROSS TO WS-EXN-AMOUNT
009520         MOVE "STPOUTF" TO WS-EXN-EMPLOYEE-NAME
009530         MOVE "STP DETAILS WITH NO TRAILER" TO WS-EXN-REASON
009540         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
009550         MOVE "Y" TO WS-BREAK-SW
009560     END-IF.
009570 0400-EXIT.
009580         EXIT.
009590*
009600 0410-READ-ONE-STP-RECORD.
009610     READ STP-EXTRACT-FILE
009620         AT END
009630             MOVE "Y" TO WS-EOF-SW
009640             GO TO 0410-EXIT
009650     END-READ.
009660     IF STP-DET-RECORD-TYPE = "D"
009670         ADD 1 TO WS-GD-COUNT
009680         ADD STP-DET-YTD-GROSS     TO WS-GD-GROSS
009690         ADD STP-DET-YTD-PAYGW     TO WS-GD-PAYGW
009700         ADD STP-DET-YTD-HELP      TO WS-GD-HELP
009710         ADD STP-DET-YTD-ETP-GROSS TO WS-GD-ETP-GROSS
009720         ADD STP-DET-YTD-ETP-PAYGW TO WS-GD-ETP-PAYGW
009730         GO TO 0410-EXIT
009740     END-IF.
009750     IF STP-TRL-RECORD-TYPE NOT = "T"
009760         GO TO 0410-EXIT
009770     END-IF.
009780     IF WS-GEN-COUNT NOT < WS-GEN-MAX
009790         DISPLAY "*** MORE THAN " WS-GEN-MAX " GENERATIONS ON "
009800             "STPOUTF - SUMMARY NOT PRODUCED ***"
009810         MOVE 16 TO RETURN-CODE
009820         MOVE "Y" TO WS-EOF-SW
009830         GO TO 0410-EXIT
009840     END-IF.
009850     ADD 1 TO WS-GEN-COUNT.
009860     SET GN-IDX TO WS-GEN-COUNT.
009870     MOVE STP-TRL-RUN-TIMESTAMP TO WS-GN-TIMESTAMP (GN-IDX).
009880     MOVE STP-TRL-EMP-COUNT     TO WS-GN-EMP-COUNT (GN-IDX).
009890     MOVE STP-TRL-TOT-GROSS     TO WS-GN-TOT-GROSS (GN-IDX).
009900     MOVE SPACES                TO WS-GN-SOURCE (GN-IDX).
009910     IF STP-TRL-RUN-TIMESTAMP (1:7) < WS-FROM-TEXT
009920         OR STP-TRL-RUN-TIMESTAMP (1:7) > WS-TO-TEXT
009930         MOVE "N" TO WS-GN-IN-PERIOD-SW (GN-IDX)
009940     ELSE
009950         MOVE "Y" TO WS-GN-IN-PERIOD-SW (GN-IDX)
009960         ADD 1 TO WS-STP-GENS-IN-PERIOD
009970     END-IF.
009980     IF STP-TRL-EMP-COUNT     = WS-GD-COUNT
009990         AND STP-TRL-TOT-GROSS     = WS-GD-GROSS
010000         AND STP-TRL-TOT-PAYGW     = WS-GD-PAYGW
010010         AND STP-TRL-TOT-HELP      = WS-GD-HELP
010020         AND STP-TRL-TOT-ETP-GROSS = WS-GD-ETP-GROSS
010030         AND STP-TRL-TOT-ETP-PAYGW = WS-GD-ETP-PAYGW
010040         MOVE "Y" TO WS-GN-CROSS-ADDS-SW (GN-IDX)
010050     ELSE
010060         MOVE "N" TO WS-GN-CROSS-ADDS-SW (GN-IDX)
010070     END-IF.
010080     INITIALIZE WS-GEN-DETAIL-SUMS.
010090 0410-EXIT.
010100         EXIT.
010110*
010120*****************************************************************
010130*    0450-LOAD-STP-POSITIONS - SECOND PASS.  EACH DETAIL OF THE
010140*    FINANCIAL YEAR IS HELD ON THE WORK FILE AS THE EMPLOYEE'S
010150*    POSITION BEFORE THE PERIOD OR IN IT, THE LATER SUBMISSION
010160*    WINNING - THE GENERATIONS NEED NOT BE READ OLDEST FIRST.
010170*    WITHIN ONE SUBMISSION THE LAST DETAIL READ FOR AN EMPLOYEE
010180*    WINS: AN ADJUSTMENT RUN REVERSING TWO OF AN EMPLOYEE'S
010190*    PAYMENTS WRITES A DETAIL FOR EACH, AND ONLY THE SECOND
010200*    CARRIES THE FINAL YEAR-TO-DATE POSITION.
010210*****************************************************************
010220 0450-LOAD-STP-POSITIONS.
010230     MOVE "N" TO WS-EOF-SW.
010240     MOVE 1 TO WS-GEN-NO.
010250     OPEN INPUT STP-EXTRACT-FILE.
010260     IF WS-STP-FILE-STATUS NOT = "00"
010270         DISPLAY "*** UNABLE TO REOPEN STPOUTF - STATUS "
010280             WS-STP-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
010290         MOVE 16 TO RETURN-CODE
010300         GO TO 0450-EXIT
010310     END-IF.
010320     PERFORM 0460-LOAD-ONE-STP-DETAIL THRU 0460-EXIT
010330         UNTIL WS-END-OF-FILE.
010340     CLOSE STP-EXTRACT-FILE.
010350 0450-EXIT.
010360         EXIT.
010370*
010380 0460-LOAD-ONE-STP-DETAIL.
010390     READ STP-EXTRACT-FILE
010400         AT END
010410             MOVE "Y" TO WS-EOF-SW
010420             GO TO 0460-EXIT
010430     END-READ.
010440     IF STP-TRL-RECORD-TYPE = "T"
010450         ADD 1 TO WS-GEN-NO
010460         GO TO 0460-EXIT
010470     END-IF.
010480     IF STP-DET-RECORD-TYPE NOT = "D"
010490         OR WS-GEN-NO > WS-GEN-COUNT
010500         OR STP-DET-TAX-YEAR NOT = WS-TAX-YEAR
010510         GO TO 0460-EXIT
010520     END-IF.
010530     SET GN-IDX TO WS-GEN-NO.
010540     IF WS-GN-TIMESTAMP (GN-IDX) (1:7) > WS-TO-TEXT
010550         GO TO 0460-EXIT
010560     END-IF.
010570     MOVE STP-DET-EMPLOYEE-ID TO SW-EMPLOYEE-ID.
010580     MOVE "Y" TO WS-WORK-FOUND-SW.
010590     READ STP-WORK-FILE
010600         INVALID KEY
010610             MOVE "N" TO WS-WORK-FOUND-SW
010620     END-READ.
010630     IF NOT WS-WORK-FOUND
010640         MOVE SPACES TO STP-WORK-RECORD
010650         MOVE STP-DET-EMPLOYEE-ID TO SW-EMPLOYEE-ID
010660         MOVE 0 TO SW-BF-GROSS SW-BF-PAYGW SW-BF-HELP
010670                   SW-BF-ETP-GROSS SW-BF-ETP-PAYGW
010680         MOVE 0 TO SW-PD-GROSS SW-PD-PAYGW SW-PD-HELP
010690                   SW-PD-ETP-GROSS SW-PD-ETP-PAYGW
010700     END-IF.
010710     MOVE STP-DET-EMPLOYEE-NAME TO SW-EMPLOYEE-NAME.
010720     IF WS-GN-IN-PERIOD-SW (GN-IDX) = "Y"
010730         IF WS-GN-TIMESTAMP (GN-IDX) NOT < SW-PERIOD-TIMESTAMP
010740             OR SW-PERIOD-TIMESTAMP = SPACES
010750             MOVE WS-GN-TIMESTAMP (GN-IDX)
010760                 TO SW-PERIOD-TIMESTAMP
010770             MOVE STP-DET-YTD-GROSS     TO SW-PD-GROSS
010780             MOVE STP-DET-YTD-PAYGW     TO SW-PD-PAYGW
010790             MOVE STP-DET-YTD-HELP      TO SW-PD-HELP
010800             MOVE STP-DET-YTD-ETP-GROSS TO SW-PD-ETP-GROSS
010810             MOVE STP-DET-YTD-ETP-PAYGW TO SW-PD-ETP-PAYGW
010820         END-IF
010830     ELSE
010840         IF WS-GN-TIMESTAMP (GN-IDX) NOT < SW-BEFORE-TIMESTAMP
010850             OR SW-BEFORE-TIMESTAMP = SPACES
010860             MOVE WS-GN-TIMESTAMP (GN-IDX)
010870                 TO SW-BEFORE-TIMESTAMP
010880             MOVE STP-DET-YTD-GROSS     TO SW-BF-GROSS
010890             MOVE STP-DET-YTD-PAYGW     TO SW-BF-PAYGW
010900             MOVE STP-DET-YTD-HELP      TO SW-BF-HELP
010910             MOVE STP-DET-YTD-ETP-GROSS TO SW-BF-ETP-GROSS
010920             MOVE STP-DET-YTD-ETP-PAYGW TO SW-BF-ETP-PAYGW
010930         END-IF
010940     END-IF.
010950     IF WS-WORK-FOUND
010960         REWRITE STP-WORK-RECORD
010970     ELSE
010980         WRITE STP-WORK-RECORD
010990     END-IF.
011000     IF WS-WORK-FILE-STATUS NOT = "00"
011010         DISPLAY "*** STPWRKF UPDATE FAILED - STATUS "
011020             WS-WORK-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
011030         MOVE 16 TO RETURN-CODE
011040         MOVE "Y" TO WS-EOF-SW
011050     END-IF.
011060 0460-EXIT.
011070         EXIT.
011080*
011090*****************************************************************
011100*    0500-ADD-UP-STP-MOVEMENT - THIRD PASS.  EVERY EMPLOYEE
011110*    SUBMITTED IN THE PERIOD MOVED BY THE LATEST POSITION IN
011120*    THE PERIOD LESS THE LATEST POSITION BEFORE IT (NOTHING
011130*    BEFORE IT MEANS FROM ZERO).
011140*****************************************************************
011150 0500-ADD-UP-STP-MOVEMENT.
011160     MOVE LOW-VALUES TO SW-EMPLOYEE-ID.
011170     MOVE "N" TO WS-EOF-SW.
011180     START STP-WORK-FILE KEY NOT < SW-EMPLOYEE-ID
011190         INVALID KEY
011200             MOVE "Y" TO WS-EOF-SW
011210     END-START.
011220     PERFORM 0510-ADD-ONE-EMPLOYEE THRU 0510-EXIT
011230         UNTIL WS-END-OF-FILE.
011240     COMPUTE WS-ST-W1 = WS-ST-GROSS + WS-ST-ETP-GROSS.
011250     COMPUTE WS-ST-W2 = WS-ST-PAYGW + WS-ST-HELP
011260         + WS-ST-ETP-TAX.
011270     COMPUTE WS-LT-W1 = WS-LT-GROSS + WS-LT-ETP-GROSS.
011280     COMPUTE WS-LT-W2 = WS-LT-PAYGW + WS-LT-HELP
011290         + WS-LT-ETP-TAX.
011300 0500-EXIT.
011310         EXIT.
011320*
011330 0510-ADD-ONE-EMPLOYEE.
011340     READ STP-WORK-FILE NEXT RECORD
011350         AT END
011360             MOVE "Y" TO WS-EOF-SW
011370             GO TO 0510-EXIT
011380     END-READ.
011390     IF WS-WORK-FILE-STATUS NOT = "00"
011400         DISPLAY "*** STPWRKF READ FAILED - STATUS "
011410             WS-WORK-FILE-STATUS " - SUMMARY NOT PRODUCED ***"
011420         MOVE 16 TO RETURN-CODE
011430         MOVE "Y" TO WS-EOF-SW
011440         GO TO 0510-EXIT
011450     END-IF.
011460     IF SW-PERIOD-TIMESTAMP = SPACES
011470         GO TO 0510-EXIT
011480     END-IF.
011490     ADD 1 TO WS-STP-EMPLOYEES.
011500     COMPUTE WS-ST-GROSS = WS-ST-GROSS
011510         + SW-PD-GROSS - SW-BF-GROSS.
011520     COMPUTE WS-ST-PAYGW = WS-ST-PAYGW
011530         + SW-PD-PAYGW - SW-BF-PAYGW.
011540     COMPUTE WS-ST-HELP = WS-ST-HELP
011550         + SW-PD-HELP - SW-BF-HELP.
011560     COMPUTE WS-ST-ETP-GROSS = WS-ST-ETP-GROSS
011570         + SW-PD-ETP-GROSS - SW-BF-ETP-GROSS.
011580     COMPUTE WS-ST-ETP-TAX = WS-ST-ETP-TAX
011590         + SW-PD-ETP-PAYGW - SW-BF-ETP-PAYGW.
011600 0510-EXIT.
011610         EXIT.
011620*
011630*****************************************************************
011640*    0550-CHECK-CONTROLS - EVERY COMPLETED RUN AGAINST ITS
011650*    REGISTRY TOTALS AND ITS STP SUBMISSION, EVERY SUBMISSION
011660*    IN THE PERIOD AGAINST A RUN AND ITS OWN DETAILS, AND THE
011670*    STATEMENT AGAINST STP.  ANY BREAK STOPS THE LODGEMENT.
011680*****************************************************************
011690 0550-CHECK-CONTROLS.
011700     PERFORM 0570-CHECK-ONE-SUBMISSION THRU 0570-EXIT
011710         VARYING GN-IDX FROM 1 BY 1
011720         UNTIL GN-IDX > WS-GEN-COUNT.
011730     PERFORM 0560-CHECK-ONE-RUN THRU 0560-EXIT
011740         VARYING RT-IDX FROM 1 BY 1
011750         UNTIL RT-IDX > WS-RUN-COUNT.
011760     IF WS-LT-GROSS     NOT = WS-ST-GROSS
011770         OR WS-LT-ETP-GROSS NOT = WS-ST-ETP-GROSS
011780         OR WS-LT-PAYGW     NOT = WS-ST-PAYGW
011790         OR WS-LT-HELP      NOT = WS-ST-HELP
011800         OR WS-LT-ETP-TAX   NOT = WS-ST-ETP-TAX
011810         MOVE WS-LT-W2 TO WS-MONEY-EDIT
011820         MOVE WS-ST-W2 TO WS-MONEY-EDIT-2
011830         DISPLAY "*** W2 ON AUDTAXL " WS-MONEY-EDIT
011840             " - STP " WS-MONEY-EDIT-2 " ***"
011850         MOVE WS-LT-W1 TO WS-MONEY-EDIT
011860         MOVE WS-ST-W1 TO WS-MONEY-EDIT-2
011870         DISPLAY "*** W1 ON AUDTAXL " WS-MONEY-EDIT
011880             " - STP " WS-MONEY-EDIT-2 " ***"
011890         MOVE SPACES TO WS-EXC-NEW
011900         MOVE "STPOUTF" TO WS-EXN-EMPLOYEE-NAME
011910         COMPUTE WS-EXN-AMOUNT = WS-LT-W2 - WS-ST-W2
011920         MOVE "STATEMENT DOES NOT TIE TO STP" TO WS-EXN-REASON
011930         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
011940         MOVE "Y" TO WS-BREAK-SW
011950     END-IF.
011960 0550-EXIT.
011970         EXIT.
011980*
011990*    0560-CHECK-ONE-RUN - A COMPLETED RUN'S ROWS AGAINST ITS
012000*    REGISTRY RECORD - EMPLOYEES PAID, AND (WHERE THE RECORD
012010*    CARRIES THEM) GROSS INCLUDING ETP AND DISBURSED TAX - AND
012020*    THAT IT, OR AN ADJUSTMENT RUN, REACHED STP.
012030 0560-CHECK-ONE-RUN.
012040     IF WS-RT-STATUS (RT-IDX) NOT = "C"
012050         AND WS-RT-STATUS (RT-IDX) NOT = "A"
012060         GO TO 0560-EXIT
012070     END-IF.
012080     MOVE SPACES TO WS-EXC-NEW.
012090     MOVE 0 TO WS-EXN-AMOUNT.
012100     IF WS-RT-STATUS (RT-IDX) = "A"
012110         MOVE "ADJUSTMENT RUN" TO WS-EXN-EMPLOYEE-NAME
012120     ELSE
012130         STRING "EXTRACT " WS-RT-EXTRACT-DATE (RT-IDX)
012140             DELIMITED BY SIZE INTO WS-EXN-EMPLOYEE-NAME
012150     END-IF.
012160     MOVE WS-RT-TIMESTAMP (RT-IDX) TO WS-EXN-RUN-TIMESTAMP.
012170     IF WS-RT-STP-SW (RT-IDX) NOT = "Y"
012180         DISPLAY "*** RUN " WS-RT-TIMESTAMP (RT-IDX)
012190             " HAS NO STP SUBMISSION ON STPOUTF ***"
012200         COMPUTE WS-EXN-AMOUNT = WS-RT-LOG-PAYGW (RT-IDX)
012210             + WS-RT-LOG-HELP (RT-IDX)
012220             + WS-RT-LOG-ETP-TAX (RT-IDX)
012230         MOVE "NO STP SUBMISSION FOR RUN" TO WS-EXN-REASON
012240         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
012250         MOVE "Y" TO WS-BREAK-SW
012260     END-IF.
012270     IF WS-RT-STATUS (RT-IDX) = "A"
012280         GO TO 0560-EXIT
012290     END-IF.
012300     IF WS-RT-LOG-EMP-COUNT (RT-IDX)
012310         NOT = WS-RT-REG-EMP-COUNT (RT-IDX)
012320         MOVE WS-RT-LOG-EMP-COUNT (RT-IDX) TO WS-COUNT-EDIT
012330         MOVE WS-RT-REG-EMP-COUNT (RT-IDX) TO WS-COUNT-EDIT-2
012340         DISPLAY "*** RUN " WS-RT-TIMESTAMP (RT-IDX)
012350             " EMPLOYEES ON AUDTAXL " WS-COUNT-EDIT
012360             " - RUNREGF " WS-COUNT-EDIT-2 " ***"
012370         MOVE 0 TO WS-EXN-AMOUNT
012380         MOVE "EMPLOYEE COUNT NOT AS RUNREGF" TO WS-EXN-REASON
012390         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
012400         MOVE "Y" TO WS-BREAK-SW
012410     END-IF.
012420     IF WS-RT-PD-TOTALS-SW (RT-IDX) NOT = "Y"
012430         GO TO 0560-EXIT
012440     END-IF.
012450     IF WS-RT-LOG-GROSS (RT-IDX) + WS-RT-LOG-ETP-GROSS (RT-IDX)
012460         NOT = WS-RT-REG-GROSS (RT-IDX)
012470         COMPUTE WS-EXN-AMOUNT = WS-RT-LOG-GROSS (RT-IDX)
012480             + WS-RT-LOG-ETP-GROSS (RT-IDX)
012490         MOVE WS-EXN-AMOUNT TO WS-MONEY-EDIT
012500         MOVE WS-RT-REG-GROSS (RT-IDX) TO WS-MONEY-EDIT-2
012510         DISPLAY "*** RUN " WS-RT-TIMESTAMP (RT-IDX)
012520             " GROSS ON AUDTAXL " WS-MONEY-EDIT
012530             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
012540         SUBTRACT WS-RT-REG-GROSS (RT-IDX) FROM WS-EXN-AMOUNT
012550         MOVE "GROSS NOT AS RUNREGF" TO WS-EXN-REASON
012560         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
012570         MOVE "Y" TO WS-BREAK-SW
012580     END-IF.
012590     IF WS-RT-LOG-DISB-TAX (RT-IDX) NOT = WS-RT-REG-TAX (RT-IDX)
012600         MOVE WS-RT-LOG-DISB-TAX (RT-IDX) TO WS-MONEY-EDIT
012610         MOVE WS-RT-REG-TAX (RT-IDX) TO WS-MONEY-EDIT-2
012620         DISPLAY "*** RUN " WS-RT-TIMESTAMP (RT-IDX)
012630             " TAX ON AUDTAXL " WS-MONEY-EDIT
012640             " - RUNREGF " WS-MONEY-EDIT-2 " ***"
012650         COMPUTE WS-EXN-AMOUNT = WS-RT-LOG-DISB-TAX (RT-IDX)
012660             - WS-RT-REG-TAX (RT-IDX)
012670         MOVE "TAX WITHHELD NOT AS RUNREGF" TO WS-EXN-REASON
012680         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
012690         MOVE "Y" TO WS-BREAK-SW
012700     END-IF.
012710 0560-EXIT.
012720         EXIT.
012730*
012740*    0570-CHECK-ONE-SUBMISSION - A SUBMISSION IN THE PERIOD
012750*    MUST COME FROM A COMPLETED OR ADJUSTMENT RUN OF THE PERIOD
012760*    AND ITS TRAILER MUST EQUAL ITS DETAILS.
012770 0570-CHECK-ONE-SUBMISSION.
012780     IF WS-GN-IN-PERIOD-SW (GN-IDX) NOT = "Y"
012790         GO TO 0570-EXIT
012800     END-IF.
012810     MOVE SPACES TO WS-EXC-NEW.
012820     MOVE "STP SUBMISSION" TO WS-EXN-EMPLOYEE-NAME.
012830     MOVE WS-GN-TIMESTAMP (GN-IDX) TO WS-EXN-RUN-TIMESTAMP.
012840     MOVE WS-GN-TOT-GROSS (GN-IDX) TO WS-EXN-AMOUNT.
012850     IF WS-GN-CROSS-ADDS-SW (GN-IDX) NOT = "Y"
012860         DISPLAY "*** STP TRAILER " WS-GN-TIMESTAMP (GN-IDX)
012870             " DOES NOT EQUAL ITS DETAILS ***"
012880         MOVE "STP TRAILER NOT = ITS DETAILS" TO WS-EXN-REASON
012890         PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT
012900         MOVE "Y" TO WS-BREAK-SW
012910     END-IF.
012920     MOVE WS-GN-TIMESTAMP (GN-IDX) TO WS-F-RUN-TIMESTAMP.
012930     PERFORM 0330-FIND-RUN THRU 0330-EXIT.
012940     IF NOT WS-RUN-FOUND
012950         GO TO 0570-NO-RUN
012960     END-IF.
012970     IF WS-RT-STATUS (RT-IDX) = "C"
012980         MOVE "Y" TO WS-RT-STP-SW (RT-IDX)
012990         MOVE "PAY RUN" TO WS-GN-SOURCE (GN-IDX)
013000         GO TO 0570-EXIT
013010     END-IF.
013020     IF WS-RT-STATUS (RT-IDX) = "A"
013030         MOVE "Y" TO WS-RT-STP-SW (RT-IDX)
013040         MOVE "ADJUSTMENT RUN" TO WS-GN-SOURCE (GN-IDX)
013050         GO TO 0570-EXIT
013060     END-IF.
013070 0570-NO-RUN.
013080     MOVE "NO COMPLETED RUN" TO WS-GN-SOURCE (GN-IDX).
013090     MOVE "STP FOR NO COMPLETED RUN" TO WS-EXN-REASON.
013100     PERFORM 0880-ADD-EXCEPTION THRU 0880-EXIT.
013110 0570-EXIT.
013120         EXIT.
013130*
013140*****************************************************************
013150*    0600-PRINT-RUNS - WHAT EACH RUN IN THE PERIOD CONTRIBUTED
013160*****************************************************************
013170 0600-PRINT-RUNS.
013180     MOVE RPT-RUN-HEADING TO RPT-COLUMN-HEADING.
013190     PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT.
013200     IF WS-RUN-COUNT = 0
013210         MOVE SPACES TO RPT-SECTION-LINE
013220         MOVE "NO RUNS IN THE PERIOD" TO RPT-SECT-TITLE
013230         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
013240         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
013250         GO TO 0600-EXIT
013260     END-IF.
013270     PERFORM 0610-PRINT-ONE-RUN THRU 0610-EXIT
013280         VARYING RT-IDX FROM 1 BY 1
013290         UNTIL RT-IDX > WS-RUN-COUNT.
013300     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
013310     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
013320     MOVE SPACES         TO RPT-RL-TIMESTAMP.
013330     MOVE "TOTAL"        TO RPT-RL-TIMESTAMP.
013340     MOVE SPACES         TO RPT-RL-EXTRACT.
013350     MOVE SPACES         TO RPT-RL-TYPE.
013360     MOVE 0              TO RPT-RL-STAFF.
013370     MOVE WS-LT-W1       TO RPT-RL-W1.
013380     MOVE WS-LT-PAYGW    TO RPT-RL-PAYGW.
013390     MOVE WS-LT-HELP     TO RPT-RL-HELP.
013400     MOVE WS-LT-ETP-TAX  TO RPT-RL-ETP-TAX.
013410     MOVE WS-LT-W2       TO RPT-RL-W2.
013420     MOVE RPT-RUN-LINE TO WS-PRINT-LINE.
013430     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
013440 0600-EXIT.
013450         EXIT.
013460*
013470*    0610-PRINT-ONE-RUN - A RUN NOT COMPLETED IS SHOWN WITH NO
013480*    FIGURES; IT IS ON THE EXCEPTION LIST.
013490 0610-PRINT-ONE-RUN.
013500     MOVE WS-RT-TIMESTAMP (RT-IDX)     TO RPT-RL-TIMESTAMP.
013510     MOVE WS-RT-EXTRACT-DATE (RT-IDX)  TO RPT-RL-EXTRACT.
013520     MOVE WS-RT-LOG-EMP-COUNT (RT-IDX) TO RPT-RL-STAFF.
013530     IF WS-RT-STATUS (RT-IDX) = "C"
013540         MOVE "PAY" TO RPT-RL-TYPE
013550     ELSE IF WS-RT-STATUS (RT-IDX) = "A"
013560         MOVE "ADJ" TO RPT-RL-TYPE
013570     ELSE IF WS-RT-STATUS (RT-IDX) = "F"
013580         MOVE "FAIL" TO RPT-RL-TYPE
013590     ELSE
013600         MOVE "OPEN" TO RPT-RL-TYPE
013610     END-IF.
013620     IF WS-RT-STATUS (RT-IDX) = "C"
013630         OR WS-RT-STATUS (RT-IDX) = "A"
013640         COMPUTE RPT-RL-W1 = WS-RT-LOG-GROSS (RT-IDX)
013650             - WS-RT-LOG-PRETAX (RT-IDX)
013660             + WS-RT-LOG-ETP-GROSS (RT-IDX)
013670         MOVE WS-RT-LOG-PAYGW (RT-IDX)   TO RPT-RL-PAYGW
013680         MOVE WS-RT-LOG-HELP (RT-IDX)    TO RPT-RL-HELP
013690         MOVE WS-RT-LOG-ETP-TAX (RT-IDX) TO RPT-RL-ETP-TAX
013700         COMPUTE RPT-RL-W2 = WS-RT-LOG-PAYGW (RT-IDX)
013710             + WS-RT-LOG-HELP (RT-IDX)
013720             + WS-RT-LOG-ETP-TAX (RT-IDX)
013730     ELSE
013740         MOVE 0 TO RPT-RL-STAFF
013750         MOVE 0 TO RPT-RL-W1
013760         MOVE 0 TO RPT-RL-PAYGW
013770         MOVE 0 TO RPT-RL-HELP
013780         MOVE 0 TO RPT-RL-ETP-TAX
013790         MOVE 0 TO RPT-RL-W2
013800     END-IF.
013810     MOVE RPT-RUN-LINE TO WS-PRINT-LINE.
013820     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
013830 0610-EXIT.
013840         EXIT.
013850*
013860*****************************************************************
013870*    0650-PRINT-STATEMENT - THE PAYG WITHHOLDING LABELS, EACH
013880*    COMPONENT FROM THE AUDIT LOG BESIDE THE SAME FIGURE FROM
013890*    STP.  W1 AND W2 GO ON THE STATEMENT.
013900*****************************************************************
013910 0650-PRINT-STATEMENT.
013920     MOVE RPT-TIE-HEADING TO RPT-COLUMN-HEADING.
013930     MOVE SPACES TO RPT-SECTION-LINE.
013940     STRING "ACTIVITY STATEMENT - PAYG WITHHOLDING - "
013950            WS-PERIOD-NAME
013960         DELIMITED BY "  " INTO RPT-SECT-TITLE.
013970     PERFORM 0870-START-SECTION THRU 0870-EXIT.
013980     MOVE "GROSS PAID"            TO RPT-TL-LABEL.
013990     MOVE WS-LT-GROSS             TO WS-TIE-LOG.
014000     MOVE WS-ST-GROSS             TO WS-TIE-STP.
014010     PERFORM 0660-PRINT-TIE-LINE THRU 0660-EXIT.
014020     MOVE "ETP GROSS"             TO RPT-TL-LABEL.
014030     MOVE WS-LT-ETP-GROSS         TO WS-TIE-LOG.
014040     MOVE WS-ST-ETP-GROSS         TO WS-TIE-STP.
014050     PERFORM 0660-PRINT-TIE-LINE THRU 0660-EXIT.
014060     MOVE "W1  TOTAL SALARY AND WAGES" TO RPT-TL-LABEL.
014070     MOVE WS-LT-W1                TO WS-TIE-LOG.
014080     MOVE WS-ST-W1                TO WS-TIE-STP.
014090     PERFORM 0660-PRINT-TIE-LINE THRU 0660-EXIT.
014100     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
014110     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
014120     MOVE "PAYGW EXCLUDING HELP"  TO RPT-TL-LABEL.
014130     MOVE WS-LT-PAYGW             TO WS-TIE-LOG.
014140     MOVE WS-ST-PAYGW             TO WS-TIE-STP.
014150     PERFORM 0660-PRINT-TIE-LINE THRU 0660-EXIT.
014160     MOVE "HELP/STUDY LOAN"       TO RPT-TL-LABEL.
014170     MOVE WS-LT-HELP              TO WS-TIE-LOG.
014180     MOVE WS-ST-HELP              TO WS-TIE-STP.
014190     PERFORM 0660-PRINT-TIE-LINE THRU 0660-EXIT.
014200     MOVE "ETP WITHHOLDING"       TO RPT-TL-LABEL.
014210     MOVE WS-LT-ETP-TAX           TO WS-TIE-LOG.
014220     MOVE WS-ST-ETP-TAX           TO WS-TIE-STP.
014230     PERFORM 0660-PRINT-TIE-LINE THRU 0660-EXIT.
014240     MOVE "W2  AMOUNTS WITHHELD"  TO RPT-TL-LABEL.
014250     MOVE WS-LT-W2                TO WS-TIE-LOG.
014260     MOVE WS-ST-W2                TO WS-TIE-STP.
014270     PERFORM 0660-PRINT-TIE-LINE THRU 0660-EXIT.
014280     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
014290     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
014300     MOVE SPACES TO RPT-SECTION-LINE.
014310     IF WS-CONTROL-BREAK
014320         STRING "*** CONTROL BREAKS LISTED BELOW - DO NOT LODGE "
014330                "THESE FIGURES ***"
014340             DELIMITED BY SIZE INTO RPT-SECT-TITLE
014350     ELSE
014360         STRING "W1 AND W2 AGREE WITH THE STP SUBMISSIONS OF THE "
014370                "PERIOD"
014380             DELIMITED BY SIZE INTO RPT-SECT-TITLE
014390     END-IF.
014400     MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
014410     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
014420 0650-EXIT.
014430         EXIT.
014440*
014450*    0660-PRINT-TIE-LINE - ONE LABEL, LOG LESS STP.
014460 0660-PRINT-TIE-LINE.
014470     COMPUTE WS-TIE-DIFFERENCE = WS-TIE-LOG - WS-TIE-STP.
014480     MOVE WS-TIE-LOG        TO RPT-TL-LOG.
014490     MOVE WS-TIE-STP        TO RPT-TL-STP.
014500     MOVE WS-TIE-DIFFERENCE TO RPT-TL-DIFF.
014510     IF WS-TIE-DIFFERENCE = 0
014520         MOVE SPACES TO RPT-TL-FLAG
014530     ELSE
014540         MOVE "*** BREAK" TO RPT-TL-FLAG
014550     END-IF.
014560     MOVE RPT-TIE-LINE TO WS-PRINT-LINE.
014570     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
014580 0660-EXIT.
014590         EXIT.
014600*
014610*****************************************************************
014620*    0700-PRINT-STP-SUBMISSIONS - THE STP GENERATIONS CUT IN
014630*    THE PERIOD AND WHERE EACH CAME FROM
014640*****************************************************************
014650 0700-PRINT-STP-SUBMISSIONS.
014660     MOVE RPT-STP-HEADING TO RPT-COLUMN-HEADING.
014670     MOVE SPACES TO RPT-SECTION-LINE.
014680     STRING "STP SUBMISSIONS IN THE PERIOD - FINANCIAL YEAR "
014690            WS-TAX-YEAR
014700         DELIMITED BY SIZE INTO RPT-SECT-TITLE.
014710     PERFORM 0870-START-SECTION THRU 0870-EXIT.
014720     IF WS-STP-GENS-IN-PERIOD = 0
014730         MOVE SPACES TO RPT-SECTION-LINE
014740         MOVE "NONE" TO RPT-SECT-TITLE
014750         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
014760         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
014770         GO TO 0700-EXIT
014780     END-IF.
014790     PERFORM 0710-PRINT-ONE-SUBMISSION THRU 0710-EXIT
014800         VARYING GN-IDX FROM 1 BY 1
014810         UNTIL GN-IDX > WS-GEN-COUNT.
014820 0700-EXIT.
014830         EXIT.
014840*
014850 0710-PRINT-ONE-SUBMISSION.
014860     IF WS-GN-IN-PERIOD-SW (GN-IDX) NOT = "Y"
014870         GO TO 0710-EXIT
014880     END-IF.
014890     MOVE WS-GN-TIMESTAMP (GN-IDX) TO RPT-SL-TIMESTAMP.
014900     MOVE WS-GN-EMP-COUNT (GN-IDX) TO RPT-SL-STAFF.
014910     MOVE WS-GN-TOT-GROSS (GN-IDX) TO RPT-SL-GROSS.
014920     MOVE WS-GN-SOURCE (GN-IDX)    TO RPT-SL-SOURCE.
014930     IF WS-GN-CROSS-ADDS-SW (GN-IDX) = "Y"
014940         MOVE "EQUALS ITS DETAILS" TO RPT-SL-TRAILER
014950     ELSE
014960         MOVE "*** NOT EQUAL TO ITS DETAILS" TO RPT-SL-TRAILER
014970     END-IF.
014980     MOVE RPT-STP-LINE TO WS-PRINT-LINE.
014990     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
015000 0710-EXIT.
015010         EXIT.
015020*
015030*****************************************************************
015040*    0750-PRINT-EXCEPTIONS - AMOUNTS LEFT OUT OF THE SUMMARY
015050*    AND EVERY CONTROL BREAK
015060*****************************************************************
015070 0750-PRINT-EXCEPTIONS.
015080     MOVE RPT-EXCEPTION-HEADING TO RPT-COLUMN-HEADING.
015090     MOVE SPACES TO RPT-SECTION-LINE.
015100     STRING "EXCEPTIONS - NOT IN THE SUMMARY, OR NOT AGREED TO "
015110            "THE RUN REGISTRY OR STP"
015120         DELIMITED BY SIZE INTO RPT-SECT-TITLE.
015130     PERFORM 0870-START-SECTION THRU 0870-EXIT.
015140     IF WS-EXC-COUNT = 0
015150         MOVE SPACES TO RPT-SECTION-LINE
015160         MOVE "NONE" TO RPT-SECT-TITLE
015170         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
015180         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
015190         GO TO 0750-EXIT
015200     END-IF.
015210     PERFORM 0760-PRINT-ONE-EXCEPTION THRU 0760-EXIT
015220         VARYING WS-EXC-SUB FROM 1 BY 1
015230         UNTIL WS-EXC-SUB > WS-EXC-COUNT.
015240     IF WS-EXC-NOT-LISTED > 0
015250         MOVE SPACES TO RPT-COUNT-LINE
015260         MOVE "FURTHER EXCEPTIONS NOT LISTED" TO RPT-CNT-LABEL
015270         MOVE WS-EXC-NOT-LISTED TO RPT-CNT-EDIT
015280         MOVE 0 TO RPT-CNT-MONEY
015290         MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
015300         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
015310     END-IF.
015320 0750-EXIT.
015330         EXIT.
015340*
015350 0760-PRINT-ONE-EXCEPTION.
015360     MOVE WS-EX-EMPLOYEE-ID (WS-EXC-SUB)   TO RPT-EL-ID.
015370     MOVE WS-EX-EMPLOYEE-NAME (WS-EXC-SUB) TO RPT-EL-NAME.
015380     MOVE WS-EX-RUN-TIMESTAMP (WS-EXC-SUB) TO RPT-EL-TIMESTAMP.
015390     MOVE WS-EX-AMOUNT (WS-EXC-SUB)        TO RPT-EL-AMOUNT.
015400     MOVE WS-EX-REASON (WS-EXC-SUB)        TO RPT-EL-REASON.
015410     MOVE RPT-EXCEPTION-LINE TO WS-PRINT-LINE.
015420     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
015430 0760-EXIT.
015440         EXIT.
015450*
015460*****************************************************************
015470*    0780-PRINT-COUNTS - WHAT WENT INTO THE SUMMARY AND WHAT WAS
015480*    LEFT OUT
015490*****************************************************************
015500 0780-PRINT-COUNTS.
015510     IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
015520         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
015530     END-IF.
015540     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
015550     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
015560     MOVE SPACES TO RPT-COUNT-LINE.
015570     MOVE "COMPLETED RUNS IN THE SUMMARY" TO RPT-CNT-LABEL.
015580     MOVE WS-RUNS-INCLUDED TO RPT-CNT-EDIT.
015590     MOVE 0 TO RPT-CNT-MONEY.
015600     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015610     MOVE "ADJUSTMENT RUNS IN THE SUMMARY" TO RPT-CNT-LABEL.
015620     MOVE WS-RUNS-ADJUSTMENT TO RPT-CNT-EDIT.
015630     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015640     MOVE "RUNS NOT COMPLETED - LEFT OUT" TO RPT-CNT-LABEL.
015650     MOVE WS-RUNS-NOT-COMPLETED TO RPT-CNT-EDIT.
015660     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015670     MOVE "PAYMENT ROWS IN THE SUMMARY" TO RPT-CNT-LABEL.
015680     MOVE WS-ROWS-INCLUDED TO RPT-CNT-EDIT.
015690     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015700     MOVE "  OF WHICH ADJUSTMENT REVERSALS" TO RPT-CNT-LABEL.
015710     MOVE WS-ROWS-REVERSAL TO RPT-CNT-EDIT.
015720     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015730     MOVE "ROWS OF RUNS NOT COMPLETED" TO RPT-CNT-LABEL.
015740     MOVE WS-ROWS-NOT-COMPLETED TO RPT-CNT-EDIT.
015750     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015760     MOVE "ROWS ON NO REGISTERED RUN" TO RPT-CNT-LABEL.
015770     MOVE WS-ROWS-UNREGISTERED TO RPT-CNT-EDIT.
015780     MOVE WS-UNREGISTERED-GROSS TO RPT-CNT-MONEY.
015790     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015800     MOVE "STP SUBMISSIONS IN THE PERIOD" TO RPT-CNT-LABEL.
015810     MOVE WS-STP-GENS-IN-PERIOD TO RPT-CNT-EDIT.
015820     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015830     MOVE "EMPLOYEES SUBMITTED IN THE PERIOD" TO RPT-CNT-LABEL.
015840     MOVE WS-STP-EMPLOYEES TO RPT-CNT-EDIT.
015850     PERFORM 0790-PRINT-COUNT-LINE THRU 0790-EXIT.
015860     IF WS-CONTROL-BREAK
015870         MOVE SPACES TO RPT-SECTION-LINE
015880         STRING "*** AUDTAXL, RUNREGF AND STPOUTF DO NOT AGREE - "
015890                "DO NOT LODGE THIS STATEMENT ***"
015900             DELIMITED BY SIZE INTO RPT-SECT-TITLE
015910         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
015920         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
015930     END-IF.
015940 0780-EXIT.
015950         EXIT.
015960*
015970 0790-PRINT-COUNT-LINE.
015980     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
015990     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
016000     MOVE 0 TO RPT-CNT-MONEY.
016010 0790-EXIT.
016020         EXIT.
016030*
016040*****************************************************************
016050*    0800-PARSE-AUDIT-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
016060*****************************************************************
016070 0800-PARSE-AUDIT-RECORD.
016080     MOVE SPACES TO WS-AUDIT-FIELDS.
016090     MOVE 0 TO WS-FIELD-COUNT.
016100     MOVE "N" TO WS-REJECTED-FLAG.
016110     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
016120         INTO WS-F-EMPLOYEE-ID
016130              WS-F-EMPLOYEE-NAME
016140              WS-F-TAX-YEAR
016150              WS-F-RUN-TIMESTAMP
016160              WS-F-GROSS
016170              WS-F-DEDUCT
016180              WS-F-TAXABLE
016190              WS-F-INCTAX
016200              WS-F-OFFSETS
016210              WS-F-MEDICARE
016220              WS-F-MLS
016230              WS-F-HELP
016240              WS-F-TOTALTAX
016250              WS-F-NETPAY
016260              WS-F-SG
016270              WS-F-FREQ
016280              WS-F-ETPGROSS
016290              WS-F-ETPTAX
016300              WS-F-DEDORD
016310              WS-F-NOTFN-IND
016320              WS-F-PD-GROSS
016330              WS-F-PD-TAX
016340              WS-F-PD-HELP
016350              WS-F-PD-DISBTAX
016360              WS-F-PD-DISBNET
016370              WS-F-PD-SG
016380              WS-F-CARRY-DELTA
016390              WS-F-ROW-TYPE
016400              WS-F-REVERSED-TS
016410              WS-F-NOTES
016420              WS-F-PD-PRETAX
016430              WS-F-PD-RESC
016440         TALLYING IN WS-FIELD-COUNT.
016450     IF WS-F-GROSS (1:8) = "REJECTED"
016460         MOVE "Y" TO WS-REJECTED-FLAG
016470     END-IF.
016480 0800-EXIT.
016490         EXIT.
016500*
016510*****************************************************************
016520*    0850-START-NEW-PAGE - LETTERHEAD, THE CURRENT SECTION'S
016530*    COLUMN HEADINGS AND PAGE CONTROLS
016540*****************************************************************
016550 0850-START-NEW-PAGE.
016560     ADD 1 TO WS-PAGE-NUMBER.
016570     MOVE SPACES TO RPT-LH-AS-AT.
016580     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
016590            WS-CURR-DATE (7:2)
016600         DELIMITED BY SIZE INTO RPT-LH-AS-AT.
016610     MOVE WS-PAGE-NUMBER TO RPT-LH-PAGE.
016620     IF WS-PAGE-NUMBER = 1
016630         WRITE PAYG-SUMMARY-REPORT-RECORD FROM RPT-LETTERHEAD-1
016640     ELSE
016650         WRITE PAYG-SUMMARY-REPORT-RECORD FROM RPT-LETTERHEAD-1
016660             AFTER ADVANCING PAGE
016670     END-IF.
016680     WRITE PAYG-SUMMARY-REPORT-RECORD FROM RPT-LETTERHEAD-2.
016690     WRITE PAYG-SUMMARY-REPORT-RECORD FROM RPT-LETTERHEAD-3.
016700     WRITE PAYG-SUMMARY-REPORT-RECORD FROM RPT-SEPARATOR.
016710     WRITE PAYG-SUMMARY-REPORT-RECORD FROM RPT-COLUMN-HEADING.
016720     WRITE PAYG-SUMMARY-REPORT-RECORD FROM RPT-SEPARATOR.
016730     MOVE 6 TO WS-LINE-COUNT.
016740 0850-EXIT.
016750         EXIT.
016760*
016770 0860-PRINT-LINE.
016780     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
016790         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
016800     END-IF.
016810     WRITE PAYG-SUMMARY-REPORT-RECORD FROM WS-PRINT-LINE.
016820     ADD 1 TO WS-LINE-COUNT.
016830 0860-EXIT.
016840         EXIT.
016850*
016860*    0870-START-SECTION - A BLANK LINE, THE SECTION TITLE (SET
016870*    BY THE CALLER IN RPT-SECTION-LINE) AND ITS COLUMN HEADINGS,
016880*    KEPT TOGETHER WITH AT LEAST ONE DETAIL LINE.
016890 0870-START-SECTION.
016900     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
016910         PERFORM 0850-START-NEW-PAGE THRU 0850-EXIT
016920     ELSE
016930         MOVE RPT-BLANK-LINE TO WS-PRINT-LINE
016940         PERFORM 0860-PRINT-LINE THRU 0860-EXIT
016950     END-IF.
016960     MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
016970     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
016980     MOVE RPT-COLUMN-HEADING TO WS-PRINT-LINE.
016990     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
017000     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
017010     PERFORM 0860-PRINT-LINE THRU 0860-EXIT.
017020 0870-EXIT.
017030         EXIT.
017040*
017050*    0880-ADD-EXCEPTION - WS-EXC-NEW INTO THE EXCEPTION TABLE.
017060*    PAST THE TABLE'S SIZE THEY ARE COUNTED ONLY.
017070 0880-ADD-EXCEPTION.
017080     IF WS-EXC-COUNT NOT < WS-EXC-MAX
017090         ADD 1 TO WS-EXC-NOT-LISTED
017100         GO TO 0880-EXIT
017110     END-IF.
017120     ADD 1 TO WS-EXC-COUNT.
017130     MOVE WS-EXC-NEW TO WS-EXC-ENTRY (WS-EXC-COUNT).
017140 0880-EXIT.
017150         EXIT.
017160*
017170*****************************************************************
017180*    0900-TERMINATE - LABELS AND COUNTS FOR THE OPERATOR
017190*****************************************************************
017200 0900-TERMINATE.
017210     CLOSE STP-WORK-FILE.
017220     CLOSE PAYG-SUMMARY-REPORT-FILE.
017230     DISPLAY " ".
017240     DISPLAY "AUPAYGWS complete - " WS-PERIOD-NAME
017250         " FY " WS-TAX-YEAR.
017260     MOVE WS-RUNS-INCLUDED TO WS-COUNT-EDIT.
017270     DISPLAY "Runs in the summary:     " WS-COUNT-EDIT.
017280     MOVE WS-ROWS-INCLUDED TO WS-COUNT-EDIT.
017290     DISPLAY "Payment rows:            " WS-COUNT-EDIT.
017300     MOVE WS-LT-W1 TO WS-MONEY-EDIT.
017310     DISPLAY "W1 salary and wages: " WS-MONEY-EDIT.
017320     MOVE WS-LT-W2 TO WS-MONEY-EDIT.
017330     DISPLAY "W2 amounts withheld: " WS-MONEY-EDIT.
017340     MOVE WS-EXC-COUNT TO WS-COUNT-EDIT.
017350     DISPLAY "Exceptions listed:       " WS-COUNT-EDIT.
017360     IF RETURN-CODE NOT = 0
017370         GO TO 0900-EXIT
017380     END-IF.
017390     IF WS-CONTROL-BREAK
017400         DISPLAY "*** AUDTAXL, RUNREGF AND STPOUTF DO NOT "
017410             "AGREE - STATEMENT NOT TO BE LODGED ***"
017420         MOVE 8 TO RETURN-CODE
017430         GO TO 0900-EXIT
017440     END-IF.
017450     IF WS-EXC-COUNT > 0
017460         MOVE 4 TO RETURN-CODE
017470     END-IF.
017480 0900-EXIT.
017490         EXIT.
017500*
