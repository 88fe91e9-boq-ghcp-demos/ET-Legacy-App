000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AURELGAT.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - PAY-CYCLE RELEASE GATE.  CROSS-
000120*                    BALANCES EVERY OUTPUT OF ONE AUTAXCLC RUN
000130*                    AND PRINTS THE RELEASE CERTIFICATE.
000140*    2026-10-15 PJH  NO BLANK LINE BEFORE A SECTION TITLE, SO A
000150*                    CLEAN RUN'S CERTIFICATE, DECISION AND
000160*                    SIGN-OFF FIT ON ONE PAGE.
000170*    2026-10-15 PJH  THE EARLIER STP POSITION IS THE LAST DETAIL
000180*                    READ IN THE LATEST SUBMISSION, AS AUPAYGWS
000190*                    TAKES IT.
000200*****************************************************************
000210*    THE LAST STEP OF THE PAY CYCLE - ONE GO/NO-GO CHECK BEFORE
000220*    THE BANK FILE AND THE STP LODGEMENT ARE RELEASED.  THE RUN
000230*    IS SELECTED BY ITS RUN TIMESTAMP KEYED ON SYSIN (AS ON
000240*    TAXOUTF); A BLANK CARD TAKES THE LATEST RUN ON THE RUN
000250*    REGISTRY, WHATEVER ITS STATUS, SO A FAILED LAST RUN CAN
000260*    NEVER PASS THE GATE ON AN OLDER RUN'S FIGURES.
000270*
000280*    EVERY OUTPUT OF THE RUN IS PROVED AGAINST THE OTHERS -
000290*      RUNREGF  THE REGISTRY RECORD MUST BE COMPLETED ("C") AND
000300*               ITS EMPLOYEE COUNT AND PER-PERIOD TOTALS ARE THE
000310*               CONTROL FIGURES FOR EVERYTHING BELOW.
000320*      TAXOUTF  THE RUN'S DETAIL LINES MUST ADD TO ITS "*TOTAL*"
000330*               CONTROL LINE, AND THE CONTROL LINE AND THE DETAIL
000340*               TAX MUST EQUAL THE REGISTRY.
000350*      ABAOUTF  THE BANK FILE AUPAYABA CUT MUST ADD TO ITS OWN
000360*               TYPE 7 TOTAL, AND ITS CREDITS PLUS THE PAYMENTS
000370*               AUPAYABA HELD BACK ON THE UNPAID REGISTER
000380*               (RTNREGF) MUST EQUAL THE "*TOTAL*" LINE.
000390*      STPOUTF  THE RUN'S SUBMISSION MUST ADD TO ITS TRAILER AND
000400*               COUNT THE REGISTRY'S EMPLOYEES.  ITS FIGURES ARE
000410*               YEAR-TO-DATE, SO EACH EMPLOYEE'S MOVEMENT IS THE
000420*               RUN'S POSITION LESS THE LATEST EARLIER POSITION
000430*               IN THE SAME TAX YEAR (AS AUPAYGWS WORKS IT) - THE
000440*               PAYGW, HELP AND ETP WITHHOLDING MOVEMENT MUST
000450*               EQUAL THE REGISTRY TAX WITHHELD AND THE RESC
000460*               MOVEMENT THE REGISTRY SACRIFICE.  EVERY EMPLOYEE
000470*               ON THE SUBMISSION MUST BE ON TAXOUTF UNDER THE
000480*               RUN, AND EVERY ONE PAID MUST BE ON THE SUBMISSION.
000490*      SUPOUTF  THE SG EXTRACT MUST ADD TO ITS TRAILER, AND THE
000500*               TRAILER MUST EQUAL THE REGISTRY'S EMPLOYEE COUNT,
000510*               SG AND SALARY SACRIFICE.
000520*      DEDOUTF  THE REMITTANCE EXTRACT'S DETAILS AND AGENCY
000530*               TOTALS MUST ADD TO ITS TRAILER, AND THE TRAILER
000540*               MUST EQUAL THE REGISTRY'S DEDUCTION ORDERS.
000550*
000560*    THE CERTIFICATE (RELRPTF) LISTS EVERY CONTROL WITH BOTH
000570*    FIGURES, THEN THE RELEASE DECISION AND EVERY BREAK.  ANY
000580*    BREAK IS RC 8 - HOLD THE BANK FILE AND THE LODGEMENT.  A
000590*    FILE THAT CANNOT BE READ IS RC 16 AND NO CERTIFICATE IS
000600*    PRINTED.  NOTHING IS UPDATED.
000610*****************************************************************
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. IBM-I.
000650 OBJECT-COMPUTER. IBM-I.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
000690         ORGANIZATION IS INDEXED
000700         ACCESS IS SEQUENTIAL
000710         RECORD KEY IS RR-EXTRACT-DATE
000720         FILE STATUS IS WS-RUNREG-FILE-STATUS.
000730     SELECT DISBURSE-FILE ASSIGN TO "TAXOUTF"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-DISB-FILE-STATUS.
000760     SELECT ABA-PAYMENT-FILE ASSIGN TO "ABAOUTF"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ABA-FILE-STATUS.
000790*    UNPAID NET PAY REGISTER - THE PAYMENTS AUPAYABA HELD BACK
000800*    FROM THE BANK FILE, KEYED BY RUN TIMESTAMP.
000810     SELECT RETURNS-REGISTER-FILE ASSIGN TO "RTNREGF"
000820         ORGANIZATION IS INDEXED
000830         ACCESS IS DYNAMIC
000840         RECORD KEY IS BR-REGISTER-KEY
000850         FILE STATUS IS WS-RTNREG-FILE-STATUS.
000860     SELECT STP-EXTRACT-FILE ASSIGN TO "STPOUTF"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-STP-FILE-STATUS.
000890     SELECT SUPER-EXTRACT-FILE ASSIGN TO "SUPOUTF"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-SUPER-FILE-STATUS.
000920     SELECT DEDUCTION-REMIT-FILE ASSIGN TO "DEDOUTF"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-DEDOUT-FILE-STATUS.
000950*    KEYED WORK FILE - ONE RECORD PER EMPLOYEE PAID BY THE RUN
000960*    OR SUBMITTED THROUGH STP, REBUILT FRESH EVERY RUN.
000970     SELECT GATE-WORK-FILE ASSIGN TO "RELWRKF"
000980         ORGANIZATION IS INDEXED
000990         ACCESS IS DYNAMIC
001000         RECORD KEY IS GW-EMPLOYEE-ID
001010         FILE STATUS IS WS-WORK-FILE-STATUS.
001020     SELECT RELEASE-REPORT-FILE ASSIGN TO "RELRPTF"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-REPORT-FILE-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  RUN-REGISTRY-FILE
001080     RECORD CONTAINS 250 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RUNREGR.
001110*
001120 FD  DISBURSE-FILE
001130     RECORD CONTAINS 120 CHARACTERS
001140     LABEL RECORDS ARE STANDARD.
001150 01  DISBURSEMENT-RECORD            PIC X(120).
001160*
001170 FD  ABA-PAYMENT-FILE
001180     RECORD CONTAINS 120 CHARACTERS
001190     LABEL RECORDS ARE STANDARD.
001200 01  ABA-RECORD                     PIC X(120).
001210*
001220 FD  RETURNS-REGISTER-FILE
001230     RECORD CONTAINS 200 CHARACTERS
001240     LABEL RECORDS ARE STANDARD.
001250 COPY RTNREGR.
001260*
001270*    STP SUBMISSION EXTRACT AS CUT BY AU-TAX-CALC - SEE 330/335
001280*    THERE.  EACH GENERATION IS ITS "D" YEAR-TO-DATE DETAILS
001290*    FOLLOWED BY ONE "T" TRAILER CARRYING THE RUN TIMESTAMP.
001300 FD  STP-EXTRACT-FILE
001310     RECORD CONTAINS 130 CHARACTERS
001320     LABEL RECORDS ARE STANDARD.
001330 01  STP-DETAIL-RECORD.
001340     05  STP-DET-RECORD-TYPE     PIC X(01).
001350     05  STP-DET-EMPLOYEE-ID     PIC X(10).
001360     05  STP-DET-EMPLOYEE-NAME   PIC X(30).
001370     05  STP-DET-TAX-YEAR        PIC X(07).
001380     05  STP-DET-YTD-GROSS       PIC 9(11)V99.
001390     05  STP-DET-YTD-PAYGW       PIC 9(11)V99.
001400     05  STP-DET-YTD-HELP        PIC 9(11)V99.
001410     05  STP-DET-YTD-ETP-GROSS   PIC 9(11)V99.
001420     05  STP-DET-YTD-ETP-PAYGW   PIC 9(11)V99.
001430     05  STP-DET-YTD-RESC        PIC 9(11)V99.
001440     05  FILLER                  PIC X(04).
001450 01  STP-TRAILER-RECORD REDEFINES STP-DETAIL-RECORD.
001460     05  STP-TRL-RECORD-TYPE     PIC X(01).
001470     05  STP-TRL-RUN-TIMESTAMP   PIC X(26).
001480     05  STP-TRL-EMP-COUNT       PIC 9(09).
001490     05  STP-TRL-TOT-GROSS       PIC 9(13)V99.
001500     05  STP-TRL-TOT-PAYGW       PIC 9(13)V99.
001510     05  STP-TRL-TOT-HELP        PIC 9(13)V99.
001520     05  STP-TRL-TOT-ETP-GROSS   PIC 9(13)V99.
001530     05  STP-TRL-TOT-ETP-PAYGW   PIC 9(13)V99.
001540     05  STP-TRL-TOT-RESC        PIC 9(13)V99.
001550     05  FILLER                  PIC X(04).
001560*
001570*    SG CONTRIBUTION EXTRACT AS CUT BY AU-TAX-CALC - SEE 350/355
001580*    THERE.  A "G" (OR SPACE) RECORD PER EMPLOYEE FOR THE SG, AN
001590*    "S" RECORD FOR SUPER SACRIFICED, THEN ONE "T" TRAILER.
001600 FD  SUPER-EXTRACT-FILE
001610     RECORD CONTAINS 100 CHARACTERS
001620     LABEL RECORDS ARE STANDARD.
001630 01  SUPER-DETAIL-RECORD.
001640     05  SUP-DET-RECORD-TYPE     PIC X(01).
001650     05  SUP-DET-EMPLOYEE-ID     PIC X(10).
001660     05  SUP-DET-EMPLOYEE-NAME   PIC X(30).
001670     05  SUP-DET-FUND-ID         PIC X(10).
001680     05  SUP-DET-TAX-YEAR        PIC X(07).
001690     05  SUP-DET-SG-AMOUNT       PIC 9(11)V99.
001700     05  SUP-DET-CONTRIB-TYPE    PIC X(01).
001710         88  SUP-CONTRIB-SG          VALUE "G" SPACE.
001720         88  SUP-CONTRIB-SACRIFICE   VALUE "S".
001730     05  FILLER                  PIC X(28).
001740 01  SUPER-TRAILER-RECORD REDEFINES SUPER-DETAIL-RECORD.
001750     05  SUP-TRL-RECORD-TYPE     PIC X(01).
001760     05  SUP-TRL-RUN-TIMESTAMP   PIC X(26).
001770     05  SUP-TRL-EMP-COUNT       PIC 9(09).
001780     05  SUP-TRL-TOT-SG          PIC 9(13)V99.
001790     05  SUP-TRL-TOT-SACRIFICE   PIC 9(13)V99.
001800     05  FILLER                  PIC X(34).
001810*
001820*    DEDUCTION REMITTANCE EXTRACT AS CUT BY AU-TAX-CALC - SEE
001830*    360/365 THERE.  "D" ORDER DETAILS, "A" AGENCY TOTALS (SAME
001840*    LAYOUT AS A DETAIL) AND ONE "T" TRAILER.
001850 FD  DEDUCTION-REMIT-FILE
001860     RECORD CONTAINS 100 CHARACTERS
001870     LABEL RECORDS ARE STANDARD.
001880 01  DEDUCT-REMIT-RECORD.
001890     05  DR-DET-RECORD-TYPE      PIC X(01).
001900     05  DR-DET-EMPLOYEE-ID      PIC X(10).
001910     05  DR-DET-EMPLOYEE-NAME    PIC X(30).
001920     05  DR-DET-ORDER-TYPE       PIC X(01).
001930     05  DR-DET-AGENCY-ID        PIC X(10).
001940     05  DR-DET-AMOUNT           PIC 9(11)V99.
001950     05  FILLER                  PIC X(35).
001960 01  DEDUCT-REMIT-TRAILER REDEFINES DEDUCT-REMIT-RECORD.
001970     05  DR-TRL-RECORD-TYPE      PIC X(01).
001980     05  DR-TRL-RUN-TIMESTAMP    PIC X(26).
001990     05  DR-TRL-ORDER-COUNT      PIC 9(09).
002000     05  DR-TRL-TOT-AMOUNT       PIC 9(13)V99.
002010     05  FILLER                  PIC X(49).
002020*
002030*    WHETHER THE EMPLOYEE IS PAID ON TAXOUTF UNDER THE RUN, AND
002040*    THEIR STP POSITION IN THE RUN'S SUBMISSION AND THE LATEST
002050*    ONE SUBMITTED BEFORE IT, WITH ITS TAX YEAR.  A TIMESTAMP OF
002060*    SPACES MEANS NO EARLIER SUBMISSION.
002070 FD  GATE-WORK-FILE
002080     RECORD CONTAINS 200 CHARACTERS
002090     LABEL RECORDS ARE STANDARD.
002100 01  GATE-WORK-RECORD.
002110     05  GW-EMPLOYEE-ID          PIC X(10).
002120     05  GW-EMPLOYEE-NAME        PIC X(30).
002130     05  GW-DISB-SW              PIC X(01).
002140         88  GW-ON-DISBURSEMENTS     VALUE "Y".
002150     05  GW-STP-SW               PIC X(01).
002160         88  GW-ON-STP               VALUE "Y".
002170     05  GW-RUN-TAX-YEAR         PIC X(07).
002180     05  GW-RUN-YTD.
002190         10  GW-RN-PAYGW         PIC 9(11)V99.
002200         10  GW-RN-HELP          PIC 9(11)V99.
002210         10  GW-RN-ETP-PAYGW     PIC 9(11)V99.
002220         10  GW-RN-RESC          PIC 9(11)V99.
002230     05  GW-BEFORE-TIMESTAMP     PIC X(26).
002240     05  GW-BEFORE-TAX-YEAR      PIC X(07).
002250     05  GW-BEFORE-YTD.
002260         10  GW-BF-PAYGW         PIC 9(11)V99.
002270         10  GW-BF-HELP          PIC 9(11)V99.
002280         10  GW-BF-ETP-PAYGW     PIC 9(11)V99.
002290         10  GW-BF-RESC          PIC 9(11)V99.
002300     05  FILLER                  PIC X(14).
002310*
002320 FD  RELEASE-REPORT-FILE
002330     RECORD CONTAINS 132 CHARACTERS
002340     LABEL RECORDS ARE STANDARD.
002350 01  RELEASE-REPORT-RECORD          PIC X(132).
002360*
002370 WORKING-STORAGE SECTION.
002380 01  WS-FILE-STATUSES.
002390     05  WS-RUNREG-FILE-STATUS    PIC X(02) VALUE "00".
002400     05  WS-DISB-FILE-STATUS      PIC X(02) VALUE "00".
002410     05  WS-ABA-FILE-STATUS       PIC X(02) VALUE "00".
002420     05  WS-RTNREG-FILE-STATUS    PIC X(02) VALUE "00".
002430     05  WS-STP-FILE-STATUS       PIC X(02) VALUE "00".
002440     05  WS-SUPER-FILE-STATUS     PIC X(02) VALUE "00".
002450     05  WS-DEDOUT-FILE-STATUS    PIC X(02) VALUE "00".
002460     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
002470     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
002480*
002490 01  WS-EOF-SW                    PIC X(01) VALUE "N".
002500     88  WS-END-OF-FILE               VALUE "Y".
002510 01  WS-WORK-FOUND-SW             PIC X(01) VALUE "N".
002520     88  WS-WORK-FOUND                VALUE "Y".
002530*
002540*    ANY CONTROL THAT DOES NOT AGREE SETS THIS - THE CERTIFICATE
002550*    IS THEN PRINTED "DO NOT RELEASE" AND THE JOB ENDS RC 8.
002560 01  WS-BREAK-SW                  PIC X(01) VALUE "N".
002570     88  WS-CONTROL-BREAK             VALUE "Y".
002580*
002590*    RUN SELECTION - THE TIMESTAMP KEYED ON SYSIN, OR THE LATEST
002600*    RUN ON THE REGISTRY WHEN BLANK.
002610 01  WS-SELECT-TIMESTAMP          PIC X(26) VALUE SPACES.
002620 01  WS-LATEST-TIMESTAMP          PIC X(26) VALUE SPACES.
002630*
002640*    THE RUN'S REGISTRY RECORD, KEPT ASIDE FROM THE SCAN.  IT IS
002650*    USABLE AS THE CONTROL FIGURES ONLY WHEN FOUND WITH ITS
002660*    PER-PERIOD TOTALS RECORDED.
002670 01  WS-REGISTRY-SAVE             PIC X(250) VALUE SPACES.
002680 01  WS-REG-FOUND-SW              PIC X(01) VALUE "N".
002690     88  WS-REG-FOUND                 VALUE "Y".
002700 01  WS-REG-USABLE-SW             PIC X(01) VALUE "N".
002710     88  WS-REG-USABLE                VALUE "Y".
002720 01  WS-REGISTRY-FIGURES.
002730     05  WS-REG-EMP-COUNT         PIC 9(09) COMP VALUE 0.
002740     05  WS-REG-PD-TAX            PIC S9(13)V99 COMP-3 VALUE 0.
002750     05  WS-REG-PD-NET            PIC S9(13)V99 COMP-3 VALUE 0.
002760     05  WS-REG-PD-SG             PIC S9(13)V99 COMP-3 VALUE 0.
002770     05  WS-REG-PD-RESC           PIC S9(13)V99 COMP-3 VALUE 0.
002780     05  WS-REG-PD-DEDORD         PIC S9(13)V99 COMP-3 VALUE 0.
002790*
002800 01  WS-CURRENT-DATE-TIME.
002810     05  WS-CURR-DATE             PIC X(08).
002820     05  WS-CURR-TIME             PIC X(08).
002830*
002840*    PARSED DISBURSEMENT COLUMNS - SEE AUPAYABA.
002850 01  WS-DISB-FIELDS.
002860     05  WS-D-EMPLOYEE-ID         PIC X(10).
002870     05  WS-D-FIELD-2             PIC X(30).
002880     05  WS-D-FIELD-3             PIC X(26).
002890     05  WS-D-FIELD-4             PIC X(26).
002900     05  WS-D-FIELD-5             PIC X(26).
002910     05  WS-D-FIELD-6             PIC X(26).
002920 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
002930 01  WS-AMOUNT-WORK               PIC S9(11)V99 COMP-3.
002940*
002950*    TAXOUTF - THE RUN'S DETAIL LINES AND ITS "*TOTAL*" LINE.
002960 01  WS-DISB-TOTALS.
002970     05  WS-CTL-LINE-COUNT        PIC 9(04) COMP VALUE 0.
002980     05  WS-CTL-EMP-COUNT         PIC 9(09) COMP VALUE 0.
002990     05  WS-CTL-NET-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
003000     05  WS-DET-COUNT             PIC 9(09) COMP VALUE 0.
003010     05  WS-DET-NET-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
003020     05  WS-DET-TAX-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
003030     05  WS-DET-DUPLICATE-COUNT   PIC 9(09) COMP VALUE 0.
003040*
003050*    ABAOUTF - TYPE 1 CREDITS AGAINST THE TYPE 7 TOTAL, AND THE
003060*    PAYMENTS HELD BACK ON RTNREGF UNDER THE RUN.
003070 01  WS-ABA-TOTALS.
003080     05  WS-ABA-DETAIL-COUNT      PIC 9(09) COMP VALUE 0.
003090     05  WS-ABA-DETAIL-CENTS      PIC 9(13) COMP-3 VALUE 0.
003100     05  WS-ABA-TRAILER-COUNT     PIC 9(09) COMP VALUE 0.
003110     05  WS-ABA-TRAILER-CENTS     PIC 9(13) COMP-3 VALUE 0.
003120     05  WS-ABA-NET-CENTS         PIC 9(13) COMP-3 VALUE 0.
003130     05  WS-HELD-COUNT            PIC 9(09) COMP VALUE 0.
003140     05  WS-HELD-NET-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
003150 01  WS-ABA-TRAILER-SW            PIC X(01) VALUE "N".
003160     88  WS-ABA-TRAILER-SEEN          VALUE "Y".
003170 01  WS-REG-EOF-SW                PIC X(01) VALUE "N".
003180     88  WS-REG-END                   VALUE "Y".
003190*
003200*    ONE ENTRY PER STP GENERATION READ, IN THE ORDER READ, SO
003210*    THE SECOND PASS KNOWS WHICH SUBMISSION A DETAIL BELONGS TO
003220*    BEFORE IT REACHES THE TRAILER - SAME AS AUPAYGWS.
003230 01  WS-GEN-LIMITS.
003240     05  WS-GEN-MAX               PIC 9(04) COMP VALUE 999.
003250     05  WS-GEN-COUNT             PIC 9(04) COMP VALUE 0.
003260     05  WS-GEN-NO                PIC 9(04) COMP VALUE 0.
003270 01  WS-GEN-TABLE.
003280     05  WS-GEN-ENTRY OCCURS 999 TIMES
003290                      INDEXED BY GN-IDX.
003300         10  WS-GN-TIMESTAMP      PIC X(26).
003310*    ONE GENERATION'S DETAILS ADDED UP, FOR ITS TRAILER.
003320 01  WS-GEN-DETAIL-SUMS.
003330     05  WS-GD-COUNT              PIC 9(09) COMP.
003340     05  WS-GD-GROSS              PIC S9(13)V99 COMP-3.
003350     05  WS-GD-PAYGW              PIC S9(13)V99 COMP-3.
003360     05  WS-GD-HELP               PIC S9(13)V99 COMP-3.
003370     05  WS-GD-ETP-GROSS          PIC S9(13)V99 COMP-3.
003380     05  WS-GD-ETP-PAYGW          PIC S9(13)V99 COMP-3.
003390     05  WS-GD-RESC               PIC S9(13)V99 COMP-3.
003400*    THE RUN'S OWN SUBMISSION - WHICH GENERATION, HOW MANY
003410*    CARRY THE RUN TIMESTAMP, AND ITS TRAILER AGAINST DETAILS.
003420 01  WS-STP-RUN-GEN               PIC 9(04) COMP VALUE 0.
003430 01  WS-STP-RUN-GEN-COUNT         PIC 9(04) COMP VALUE 0.
003440 01  WS-STP-CROSS-ADDS-SW         PIC X(01) VALUE "N".
003450     88  WS-STP-CROSS-ADDS            VALUE "Y".
003460 01  WS-STP-TOTALS.
003470     05  WS-STP-TRL-COUNT         PIC 9(09) COMP VALUE 0.
003480     05  WS-STP-DET-COUNT         PIC 9(09) COMP VALUE 0.
003490     05  WS-STP-TAX-MOVEMENT      PIC S9(13)V99 COMP-3 VALUE 0.
003500     05  WS-STP-RESC-MOVEMENT     PIC S9(13)V99 COMP-3 VALUE 0.
003510     05  WS-STP-NOT-PAID-COUNT    PIC 9(09) COMP VALUE 0.
003520     05  WS-PAID-NOT-STP-COUNT    PIC 9(09) COMP VALUE 0.
003530*
003540*    SUPOUTF - DETAILS AGAINST THE TRAILER.
003550 01  WS-SUPER-TOTALS.
003560     05  WS-SUP-TRAILER-COUNT     PIC 9(04) COMP VALUE 0.
003570     05  WS-SUP-TRL-TIMESTAMP     PIC X(26) VALUE SPACES.
003580     05  WS-SUP-TRL-EMP-COUNT     PIC 9(09) COMP VALUE 0.
003590     05  WS-SUP-TRL-SG            PIC S9(13)V99 COMP-3 VALUE 0.
003600     05  WS-SUP-TRL-SACRIFICE     PIC S9(13)V99 COMP-3 VALUE 0.
003610     05  WS-SUP-SG-COUNT          PIC 9(09) COMP VALUE 0.
003620     05  WS-SUP-SG-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
003630     05  WS-SUP-SACRIFICE-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
003640*
003650*    DEDOUTF - ORDER DETAILS AND AGENCY TOTALS AGAINST THE
003660*    TRAILER.
003670 01  WS-REMIT-TOTALS.
003680     05  WS-DED-TRAILER-COUNT     PIC 9(04) COMP VALUE 0.
003690     05  WS-DED-TRL-TIMESTAMP     PIC X(26) VALUE SPACES.
003700     05  WS-DED-TRL-ORDER-COUNT   PIC 9(09) COMP VALUE 0.
003710     05  WS-DED-TRL-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
003720     05  WS-DED-ORDER-COUNT       PIC 9(09) COMP VALUE 0.
003730     05  WS-DED-ORDER-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
003740     05  WS-DED-AGENCY-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
003750*
003760*    ONE CONTROL FOR 0800-ADD-CHECK.  "A" COMPARES TWO AMOUNTS,
003770*    "C" TWO COUNTS, "T" IS A YES/NO CONTROL WHOSE RESULT THE
003780*    CALLER SETS IN WS-CKN-AGREED-SW, "I" IS INFORMATION ONLY
003790*    AND "H" STARTS A SECTION OF THE CERTIFICATE.
003800 01  WS-CHECK-NEW.
003810     05  WS-CKN-KIND              PIC X(01).
003820         88  WS-CKN-AMOUNT            VALUE "A".
003830         88  WS-CKN-COUNT             VALUE "C".
003840         88  WS-CKN-YES-NO            VALUE "T".
003850         88  WS-CKN-INFORMATION       VALUE "I".
003860         88  WS-CKN-HEADING           VALUE "H".
003870     05  WS-CKN-LABEL             PIC X(50).
003880     05  WS-CKN-FIGURE-1          PIC S9(13)V99 COMP-3.
003890     05  WS-CKN-FIGURE-2          PIC S9(13)V99 COMP-3.
003900     05  WS-CKN-TEXT              PIC X(39).
003910     05  WS-CKN-AGREED-SW         PIC X(01).
003920         88  WS-CKN-AGREED            VALUE "Y".
003930     05  WS-CKN-RESULT            PIC X(08).
003940*    THE CERTIFICATE'S CONTROLS, HELD UNTIL EVERY FILE IS READ.
003950 01  WS-CHECK-LIMITS.
003960     05  WS-CHECK-MAX             PIC 9(04) COMP VALUE 60.
003970     05  WS-CHECK-COUNT           PIC 9(04) COMP VALUE 0.
003980 01  WS-CHECK-TABLE.
003990     05  WS-CHECK-ENTRY OCCURS 60 TIMES
004000                        INDEXED BY CK-IDX.
004010         10  WS-CK-KIND           PIC X(01).
004020         10  WS-CK-LABEL          PIC X(50).
004030         10  WS-CK-FIGURE-1       PIC S9(13)V99 COMP-3.
004040         10  WS-CK-FIGURE-2       PIC S9(13)V99 COMP-3.
004050         10  WS-CK-TEXT           PIC X(39).
004060         10  WS-CK-RESULT         PIC X(08).
004070 01  WS-CURRENT-SECTION           PIC X(40) VALUE SPACES.
004080 01  WS-CONTROLS-CHECKED          PIC 9(04) COMP VALUE 0.
004090 01  WS-CONTROLS-BROKEN           PIC 9(04) COMP VALUE 0.
004100*
004110*    EVERY BREAK, HELD FOR THE LIST AFTER THE RELEASE DECISION.
004120*    PAST THE TABLE'S SIZE THEY ARE COUNTED ONLY.
004130 01  WS-BREAK-NEW                 PIC X(120) VALUE SPACES.
004140 01  WS-BREAK-LIMITS.
004150     05  WS-BRK-MAX               PIC 9(04) COMP VALUE 500.
004160     05  WS-BRK-COUNT             PIC 9(04) COMP VALUE 0.
004170     05  WS-BRK-NOT-LISTED        PIC 9(09) COMP VALUE 0.
004180 01  WS-BREAK-TABLE.
004190     05  WS-BRK-ENTRY OCCURS 500 TIMES
004200                      INDEXED BY BK-IDX
004210                                  PIC X(120).
004220*
004230 COPY ABAREC.
004240*
004250 01  WS-MONEY-EDIT                PIC -Z,ZZZ,ZZZ,ZZ9.99.
004260 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
004270 01  WS-COUNT-EDIT-2              PIC ZZZ,ZZ9.
004280*
004290*    PAGE CONTROL - 60 LINES.  THE LETTERHEAD TAKES 4, THE RUN
004300*    LINE AND COLUMN HEADINGS 4 MORE.  A CLEAN RUN'S 43 CONTROL
004310*    LINES (SECTION TITLES INCLUDED) AND THE 6-LINE DECISION
004320*    BRING PAGE 1 TO 57, SO THE CERTIFICATE IS ONE PAGE.
004330 01  WS-PAGE-CONTROLS.
004340     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
004350     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
004360     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
004370 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
004380*
004390*    PRINT LINE LAYOUTS
004400 01  RPT-LETTERHEAD-1.
004410     05  FILLER                   PIC X(35) VALUE SPACES.
004420     05  FILLER                   PIC X(52) VALUE
004430         "P A Y R O L L   S Y S T E M S   U N I T".
004440     05  FILLER                   PIC X(45) VALUE SPACES.
004450 01  RPT-LETTERHEAD-2.
004460     05  FILLER                   PIC X(30) VALUE SPACES.
004470     05  FILLER                   PIC X(57) VALUE
004480         "PAY-CYCLE RELEASE CERTIFICATE".
004490     05  FILLER                   PIC X(45) VALUE SPACES.
004500 01  RPT-LETTERHEAD-3.
004510     05  FILLER                   PIC X(07) VALUE "AS AT: ".
004520     05  RPT-LH-AS-AT             PIC X(10).
004530     05  FILLER                   PIC X(74) VALUE SPACES.
004540     05  FILLER                   PIC X(06) VALUE "PAGE: ".
004550     05  RPT-LH-PAGE              PIC ZZZ9.
004560     05  FILLER                   PIC X(31) VALUE SPACES.
004570 01  RPT-SEPARATOR.
004580     05  FILLER                   PIC X(126) VALUE ALL "-".
004590     05  FILLER                   PIC X(06) VALUE SPACES.
004600 01  RPT-BLANK-LINE.
004610     05  FILLER                   PIC X(132) VALUE SPACES.
004620 01  RPT-RUN-LINE.
004630     05  FILLER                   PIC X(15) VALUE
004640         "RUN TIMESTAMP: ".
004650     05  RPT-RUN-TIMESTAMP        PIC X(26).
004660     05  FILLER                   PIC X(04) VALUE SPACES.
004670     05  FILLER                   PIC X(17) VALUE
004680         "HR EXTRACT DATE: ".
004690     05  RPT-RUN-EXTRACT          PIC X(08).
004700     05  FILLER                   PIC X(04) VALUE SPACES.
004710     05  FILLER                   PIC X(17) VALUE
004720         "REGISTRY STATUS: ".
004730     05  RPT-RUN-STATUS           PIC X(20).
004740     05  FILLER                   PIC X(21) VALUE SPACES.
004750 01  RPT-COLUMN-HEADING.
004760     05  FILLER                   PIC X(04) VALUE SPACES.
004770     05  FILLER                   PIC X(50) VALUE "CONTROL".
004780     05  FILLER                   PIC X(17) VALUE
004790         "        THIS FILE".
004800     05  FILLER                   PIC X(05) VALUE SPACES.
004810     05  FILLER                   PIC X(17) VALUE
004820         "          AGAINST".
004830     05  FILLER                   PIC X(04) VALUE SPACES.
004840     05  FILLER                   PIC X(08) VALUE "RESULT".
004850     05  FILLER                   PIC X(27) VALUE SPACES.
004860 01  RPT-SECTION-LINE.
004870     05  RPT-SECT-TITLE           PIC X(100).
004880     05  FILLER                   PIC X(32) VALUE SPACES.
004890*    ONE CONTROL - TWO AMOUNTS, TWO COUNTS OR A LINE OF TEXT IN
004900*    THE SAME COLUMNS.
004910 01  RPT-CHECK-LINE.
004920     05  FILLER                   PIC X(04) VALUE SPACES.
004930     05  RPT-CHK-LABEL            PIC X(50).
004940     05  RPT-CHK-AMOUNTS.
004950         10  RPT-CHK-AMOUNT-1     PIC -Z,ZZZ,ZZZ,ZZ9.99.
004960         10  FILLER               PIC X(05).
004970         10  RPT-CHK-AMOUNT-2     PIC -Z,ZZZ,ZZZ,ZZ9.99.
004980     05  RPT-CHK-COUNTS REDEFINES RPT-CHK-AMOUNTS.
004990         10  FILLER               PIC X(10).
005000         10  RPT-CHK-COUNT-1      PIC ZZZ,ZZ9.
005010         10  FILLER               PIC X(15).
005020         10  RPT-CHK-COUNT-2      PIC ZZZ,ZZ9.
005030     05  RPT-CHK-TEXT REDEFINES RPT-CHK-AMOUNTS
005040                                  PIC X(39).
005050     05  FILLER                   PIC X(04) VALUE SPACES.
005060     05  RPT-CHK-RESULT           PIC X(08).
005070     05  FILLER                   PIC X(27) VALUE SPACES.
005080 01  RPT-DECISION-LINE.
005090     05  FILLER                   PIC X(18) VALUE
005100         "RELEASE DECISION: ".
005110     05  RPT-DECISION-TEXT        PIC X(114).
005120 01  RPT-BREAK-LINE.
005130     05  FILLER                   PIC X(04) VALUE SPACES.
005140     05  RPT-BRK-TEXT             PIC X(120).
005150     05  FILLER                   PIC X(08) VALUE SPACES.
005160 01  RPT-SIGN-OFF-LINE.
005170     05  FILLER                   PIC X(04) VALUE SPACES.
005180     05  FILLER                   PIC X(46) VALUE
005190         "CHECKED BY: ______________________________".
005200     05  FILLER                   PIC X(46) VALUE
005210         "RELEASED BY: _____________________________".
005220     05  FILLER                   PIC X(36) VALUE
005230         "DATE: ____________".
005240*
005250 PROCEDURE DIVISION.
005260*****************************************************************
005270*    0000-MAINLINE
005280*****************************************************************
005290 0000-MAINLINE.
005300     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
005310     IF RETURN-CODE NOT = 0
005320         STOP RUN
005330     END-IF.
005340     PERFORM 0200-FIND-RUN THRU 0200-EXIT.
005350     IF RETURN-CODE NOT = 0
005360         PERFORM 0900-TERMINATE THRU 0900-EXIT
005370         STOP RUN
005380     END-IF.
005390     PERFORM 0300-CHECK-DISBURSEMENTS THRU 0300-EXIT.
005400     IF RETURN-CODE NOT = 0
005410         PERFORM 0900-TERMINATE THRU 0900-EXIT
005420         STOP RUN
005430     END-IF.
005440     PERFORM 0350-CHECK-BANK-FILE THRU 0350-EXIT.
005450     IF RETURN-CODE NOT = 0
005460         PERFORM 0900-TERMINATE THRU 0900-EXIT
005470         STOP RUN
005480     END-IF.
005490     PERFORM 0400-READ-STP-TRAILERS THRU 0400-EXIT.
005500     IF RETURN-CODE NOT = 0
005510         PERFORM 0900-TERMINATE THRU 0900-EXIT
005520         STOP RUN
005530     END-IF.
005540     PERFORM 0450-LOAD-STP-POSITIONS THRU 0450-EXIT.
005550     IF RETURN-CODE NOT = 0
005560         PERFORM 0900-TERMINATE THRU 0900-EXIT
005570         STOP RUN
005580     END-IF.
005590     PERFORM 0500-CHECK-STP-SUBMISSION THRU 0500-EXIT.
005600     IF RETURN-CODE NOT = 0
005610         PERFORM 0900-TERMINATE THRU 0900-EXIT
005620         STOP RUN
005630     END-IF.
005640     PERFORM 0550-CHECK-SUPER-EXTRACT THRU 0550-EXIT.
005650     IF RETURN-CODE NOT = 0
005660         PERFORM 0900-TERMINATE THRU 0900-EXIT
005670         STOP RUN
005680     END-IF.
005690     PERFORM 0600-CHECK-REMITTANCES THRU 0600-EXIT.
005700     IF RETURN-CODE NOT = 0
005710         PERFORM 0900-TERMINATE THRU 0900-EXIT
005720         STOP RUN
005730     END-IF.
005740     PERFORM 0700-PRINT-CERTIFICATE THRU 0700-EXIT.
005750     PERFORM 0900-TERMINATE THRU 0900-EXIT.
005760     STOP RUN.
005770*
005780*****************************************************************
005790*    0100-INITIALIZE - RUN SELECTION CARD AND THE WORK FILE
005800*****************************************************************
005810 0100-INITIALIZE.
005820     DISPLAY "--- AURELGAT - Pay-Cycle Release Gate ---".
005830     DISPLAY "Run timestamp to release (blank = latest run): ".
005840     ACCEPT WS-SELECT-TIMESTAMP.
005850     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
005860     ACCEPT WS-CURR-TIME FROM TIME.
005870*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
005880     OPEN OUTPUT GATE-WORK-FILE.
005890     IF WS-WORK-FILE-STATUS = "00"
005900         CLOSE GATE-WORK-FILE
005910         OPEN I-O GATE-WORK-FILE
005920     END-IF.
005930     IF WS-WORK-FILE-STATUS NOT = "00"
005940         DISPLAY "*** UNABLE TO OPEN RELWRKF - STATUS "
005950             WS-WORK-FILE-STATUS " - NO CERTIFICATE ***"
005960         MOVE 16 TO RETURN-CODE
005970     END-IF.
005980 0100-EXIT.
005990         EXIT.
006000*
006010*****************************************************************
006020*    0200-FIND-RUN - ONE PASS OF THE RUN REGISTRY FOR THE RUN
006030*    KEYED ON THE CARD, OR THE LATEST RUN WHEN IT IS BLANK.  THE
006040*    REGISTRY IS KEYED BY EXTRACT DATE, SO IT IS READ THROUGH.
006050*****************************************************************
006060 0200-FIND-RUN.
006070     MOVE "N" TO WS-EOF-SW.
006080     OPEN INPUT RUN-REGISTRY-FILE.
006090     IF WS-RUNREG-FILE-STATUS NOT = "00"
006100         DISPLAY "*** UNABLE TO OPEN RUNREGF - STATUS "
006110             WS-RUNREG-FILE-STATUS " - NO CERTIFICATE ***"
006120         MOVE 16 TO RETURN-CODE
006130         GO TO 0200-EXIT
006140     END-IF.
006150     PERFORM 0210-SCAN-ONE-RUN THRU 0210-EXIT
006160         UNTIL WS-END-OF-FILE.
006170     CLOSE RUN-REGISTRY-FILE.
006180     IF RETURN-CODE NOT = 0
006190         GO TO 0200-EXIT
006200     END-IF.
006210     IF WS-SELECT-TIMESTAMP = SPACES
006220         MOVE WS-LATEST-TIMESTAMP TO WS-SELECT-TIMESTAMP
006230     END-IF.
006240     IF WS-SELECT-TIMESTAMP = SPACES
006250         DISPLAY "*** NO RUN ON RUNREGF - NOTHING TO RELEASE ***"
006260         MOVE 16 TO RETURN-CODE
006270         GO TO 0200-EXIT
006280     END-IF.
006290     DISPLAY "Checking run " WS-SELECT-TIMESTAMP.
006300     MOVE "H" TO WS-CKN-KIND.
006310     MOVE "RUN REGISTRY (RUNREGF)" TO WS-CKN-LABEL.
006320     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
006330     MOVE "T" TO WS-CKN-KIND.
006340     MOVE "REGISTRY RECORD FOR THE RUN" TO WS-CKN-LABEL.
006350     IF NOT WS-REG-FOUND
006360         MOVE "NOT FOUND" TO WS-CKN-TEXT
006370         MOVE "N" TO WS-CKN-AGREED-SW
006380         PERFORM 0800-ADD-CHECK THRU 0800-EXIT
006390         GO TO 0200-EXIT
006400     END-IF.
006410     MOVE WS-REGISTRY-SAVE TO RUN-REGISTRY-RECORD.
006420     MOVE "FOUND" TO WS-CKN-TEXT.
006430     MOVE "Y" TO WS-CKN-AGREED-SW.
006440     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
006450     MOVE "T" TO WS-CKN-KIND.
006460     MOVE "RUN COMPLETED" TO WS-CKN-LABEL.
006470     IF RR-STATUS-COMPLETED
006480         MOVE "COMPLETED" TO WS-CKN-TEXT
006490         MOVE "Y" TO WS-CKN-AGREED-SW
006500     ELSE IF RR-STATUS-FAILED
006510         MOVE "FAILED" TO WS-CKN-TEXT
006520         MOVE "N" TO WS-CKN-AGREED-SW
006530     ELSE
006540         MOVE "NOT FINISHED" TO WS-CKN-TEXT
006550         MOVE "N" TO WS-CKN-AGREED-SW
006560     END-IF.
006570     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
006580*    A RECORD WRITTEN BEFORE THE PER-PERIOD TOTALS EXISTED HOLDS
006590*    SPACES IN THEM AND CANNOT PROVE ANYTHING.
006600     MOVE "T" TO WS-CKN-KIND.
006610     MOVE "PER-PERIOD RUN TOTALS RECORDED" TO WS-CKN-LABEL.
006620     IF RR-EMP-COUNT NOT NUMERIC
006630         OR RR-TOT-PD-TAX NOT NUMERIC
006640         OR RR-TOT-PD-NET NOT NUMERIC
006650         OR RR-TOT-PD-SG NOT NUMERIC
006660         OR RR-TOT-PD-RESC NOT NUMERIC
006670         OR RR-TOT-PD-DEDORD NOT NUMERIC
006680         MOVE "NOT RECORDED" TO WS-CKN-TEXT
006690         MOVE "N" TO WS-CKN-AGREED-SW
006700         PERFORM 0800-ADD-CHECK THRU 0800-EXIT
006710         GO TO 0200-EXIT
006720     END-IF.
006730     MOVE "RECORDED" TO WS-CKN-TEXT.
006740     MOVE "Y" TO WS-CKN-AGREED-SW.
006750     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
006760     MOVE "Y" TO WS-REG-USABLE-SW.
006770     MOVE RR-EMP-COUNT     TO WS-REG-EMP-COUNT.
006780     MOVE RR-TOT-PD-TAX    TO WS-REG-PD-TAX.
006790     MOVE RR-TOT-PD-NET    TO WS-REG-PD-NET.
006800     MOVE RR-TOT-PD-SG     TO WS-REG-PD-SG.
006810     MOVE RR-TOT-PD-RESC   TO WS-REG-PD-RESC.
006820     MOVE RR-TOT-PD-DEDORD TO WS-REG-PD-DEDORD.
006830 0200-EXIT.
006840         EXIT.
006850*
006860 0210-SCAN-ONE-RUN.
006870     READ RUN-REGISTRY-FILE NEXT RECORD
006880         AT END
006890             MOVE "Y" TO WS-EOF-SW
006900             GO TO 0210-EXIT
006910     END-READ.
006920     IF WS-RUNREG-FILE-STATUS NOT = "00"
006930         DISPLAY "*** RUNREGF READ FAILED - STATUS "
006940             WS-RUNREG-FILE-STATUS " - NO CERTIFICATE ***"
006950         MOVE 16 TO RETURN-CODE
006960         MOVE "Y" TO WS-EOF-SW
006970         GO TO 0210-EXIT
006980     END-IF.
006990*    THE TIMESTAMP FORMAT SORTS AS TEXT, SAME AS AUPAYABA.
007000     IF WS-SELECT-TIMESTAMP = SPACES
007010         IF RR-RUN-TIMESTAMP > WS-LATEST-TIMESTAMP
007020             MOVE RR-RUN-TIMESTAMP TO WS-LATEST-TIMESTAMP
007030             MOVE RUN-REGISTRY-RECORD TO WS-REGISTRY-SAVE
007040             MOVE "Y" TO WS-REG-FOUND-SW
007050         END-IF
007060         GO TO 0210-EXIT
007070     END-IF.
007080     IF RR-RUN-TIMESTAMP = WS-SELECT-TIMESTAMP
007090         MOVE RUN-REGISTRY-RECORD TO WS-REGISTRY-SAVE
007100         MOVE "Y" TO WS-REG-FOUND-SW
007110     END-IF.
007120 0210-EXIT.
007130         EXIT.
007140*
007150*****************************************************************
007160*    0300-CHECK-DISBURSEMENTS - ONE PASS OF TAXOUTF.  THE RUN'S
007170*    DETAIL LINES ARE ADDED UP AGAINST ITS "*TOTAL*" LINE AND
007180*    EACH EMPLOYEE PAID GOES ON THE WORK FILE FOR THE STP CHECK.
007190*****************************************************************
007200 0300-CHECK-DISBURSEMENTS.
007210     MOVE "N" TO WS-EOF-SW.
007220     OPEN INPUT DISBURSE-FILE.
007230     IF WS-DISB-FILE-STATUS NOT = "00"
007240         DISPLAY "*** UNABLE TO OPEN TAXOUTF - STATUS "
007250             WS-DISB-FILE-STATUS " - NO CERTIFICATE ***"
007260         MOVE 16 TO RETURN-CODE
007270         GO TO 0300-EXIT
007280     END-IF.
007290     PERFORM 0310-CHECK-ONE-LINE THRU 0310-EXIT
007300         UNTIL WS-END-OF-FILE.
007310     CLOSE DISBURSE-FILE.
007320     IF RETURN-CODE NOT = 0
007330         GO TO 0300-EXIT
007340     END-IF.
007350     MOVE "H" TO WS-CKN-KIND.
007360     MOVE "DISBURSEMENT FILE (TAXOUTF)" TO WS-CKN-LABEL.
007370     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007380     MOVE "T" TO WS-CKN-KIND.
007390     MOVE "ONE *TOTAL* CONTROL LINE FOR THE RUN" TO WS-CKN-LABEL.
007400     IF WS-CTL-LINE-COUNT = 1
007410         MOVE "FOUND" TO WS-CKN-TEXT
007420         MOVE "Y" TO WS-CKN-AGREED-SW
007430     ELSE IF WS-CTL-LINE-COUNT = 0
007440         MOVE "NOT FOUND" TO WS-CKN-TEXT
007450         MOVE "N" TO WS-CKN-AGREED-SW
007460     ELSE
007470         MOVE WS-CTL-LINE-COUNT TO WS-COUNT-EDIT
007480         MOVE SPACES TO WS-CKN-TEXT
007490         STRING WS-COUNT-EDIT " LINES" DELIMITED BY SIZE
007500             INTO WS-CKN-TEXT
007510         MOVE "N" TO WS-CKN-AGREED-SW
007520     END-IF.
007530     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007540     MOVE "C" TO WS-CKN-KIND.
007550     MOVE "DETAIL LINES AGAINST *TOTAL* COUNT" TO WS-CKN-LABEL.
007560     MOVE WS-DET-COUNT     TO WS-CKN-FIGURE-1.
007570     MOVE WS-CTL-EMP-COUNT TO WS-CKN-FIGURE-2.
007580     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007590     MOVE "A" TO WS-CKN-KIND.
007600     MOVE "DETAIL NET PAY AGAINST *TOTAL* NET" TO WS-CKN-LABEL.
007610     MOVE WS-DET-NET-TOTAL TO WS-CKN-FIGURE-1.
007620     MOVE WS-CTL-NET-TOTAL TO WS-CKN-FIGURE-2.
007630     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007640     MOVE "C" TO WS-CKN-KIND.
007650     MOVE "EMPLOYEES PAID MORE THAN ONCE" TO WS-CKN-LABEL.
007660     MOVE WS-DET-DUPLICATE-COUNT TO WS-CKN-FIGURE-1.
007670     MOVE 0 TO WS-CKN-FIGURE-2.
007680     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007690     IF NOT WS-REG-USABLE
007700         GO TO 0300-EXIT
007710     END-IF.
007720     MOVE "C" TO WS-CKN-KIND.
007730     MOVE "*TOTAL* COUNT AGAINST REGISTRY EMPLOYEES"
007740         TO WS-CKN-LABEL.
007750     MOVE WS-CTL-EMP-COUNT TO WS-CKN-FIGURE-1.
007760     MOVE WS-REG-EMP-COUNT TO WS-CKN-FIGURE-2.
007770     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007780     MOVE "A" TO WS-CKN-KIND.
007790     MOVE "*TOTAL* NET AGAINST REGISTRY NET DISBURSED"
007800         TO WS-CKN-LABEL.
007810     MOVE WS-CTL-NET-TOTAL TO WS-CKN-FIGURE-1.
007820     MOVE WS-REG-PD-NET    TO WS-CKN-FIGURE-2.
007830     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007840     MOVE "A" TO WS-CKN-KIND.
007850     MOVE "DETAIL TAX AGAINST REGISTRY TAX WITHHELD"
007860         TO WS-CKN-LABEL.
007870     MOVE WS-DET-TAX-TOTAL TO WS-CKN-FIGURE-1.
007880     MOVE WS-REG-PD-TAX    TO WS-CKN-FIGURE-2.
007890     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
007900 0300-EXIT.
007910         EXIT.
007920*
007930*    0310-CHECK-ONE-LINE - A "*TOTAL*" LINE IS THE RUN'S WHEN ITS
007940*    TIMESTAMP (FIELD 2) MATCHES; A DETAIL LINE WHEN FIELD 6
007950*    DOES.  "*ADJUST*" LINES, INTERACTIVE PSEUDO-IDS AND
007960*    PRE-TIMESTAMP VINTAGE LINES BELONG TO NO PAY RUN.
007970 0310-CHECK-ONE-LINE.
007980     READ DISBURSE-FILE
007990         AT END
008000             MOVE "Y" TO WS-EOF-SW
008010             GO TO 0310-EXIT
008020     END-READ.
008030     PERFORM 0850-PARSE-DISB-RECORD THRU 0850-EXIT.
008040     IF WS-D-EMPLOYEE-ID = "*TOTAL*"
008050         IF WS-D-FIELD-2 (1:26) = WS-SELECT-TIMESTAMP
008060             ADD 1 TO WS-CTL-LINE-COUNT
008070             COMPUTE WS-CTL-EMP-COUNT =
008080                 FUNCTION NUMVAL (WS-D-FIELD-3)
008090             COMPUTE WS-CTL-NET-TOTAL =
008100                 FUNCTION NUMVAL (WS-D-FIELD-4)
008110         END-IF
008120         GO TO 0310-EXIT
008130     END-IF.
008140     IF WS-D-EMPLOYEE-ID = "*ADJUST*"
008150         OR WS-D-EMPLOYEE-ID = "SINGLE-TAX"
008160         OR WS-D-EMPLOYEE-ID = "GROSS-UP"
008170         OR WS-FIELD-COUNT < 6
008180         GO TO 0310-EXIT
008190     END-IF.
008200     IF WS-D-FIELD-6 (1:26) NOT = WS-SELECT-TIMESTAMP
008210         GO TO 0310-EXIT
008220     END-IF.
008230     ADD 1 TO WS-DET-COUNT.
008240     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-D-FIELD-5).
008250     ADD WS-AMOUNT-WORK TO WS-DET-NET-TOTAL.
008260     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-D-FIELD-4).
008270     ADD WS-AMOUNT-WORK TO WS-DET-TAX-TOTAL.
008280     MOVE SPACES TO GATE-WORK-RECORD.
008290     MOVE WS-D-EMPLOYEE-ID TO GW-EMPLOYEE-ID.
008300     MOVE WS-D-FIELD-2     TO GW-EMPLOYEE-NAME.
008310     MOVE "Y"              TO GW-DISB-SW.
008320     MOVE "N"              TO GW-STP-SW.
008330     MOVE 0 TO GW-RN-PAYGW GW-RN-HELP GW-RN-ETP-PAYGW GW-RN-RESC.
008340     MOVE 0 TO GW-BF-PAYGW GW-BF-HELP GW-BF-ETP-PAYGW GW-BF-RESC.
008350     WRITE GATE-WORK-RECORD
008360         INVALID KEY
008370             ADD 1 TO WS-DET-DUPLICATE-COUNT
008380             MOVE SPACES TO WS-BREAK-NEW
008390             STRING WS-D-EMPLOYEE-ID " " WS-D-FIELD-2
008400                 " PAID MORE THAN ONCE ON TAXOUTF UNDER THE RUN"
008410                 DELIMITED BY SIZE INTO WS-BREAK-NEW
008420             PERFORM 0810-ADD-BREAK THRU 0810-EXIT
008430             GO TO 0310-EXIT
008440     END-WRITE.
008450     IF WS-WORK-FILE-STATUS NOT = "00"
008460         DISPLAY "*** RELWRKF WRITE FAILED - STATUS "
008470             WS-WORK-FILE-STATUS " - NO CERTIFICATE ***"
008480         MOVE 16 TO RETURN-CODE
008490         MOVE "Y" TO WS-EOF-SW
008500     END-IF.
008510 0310-EXIT.
008520         EXIT.
008530*
008540*****************************************************************
008550*    0350-CHECK-BANK-FILE - ONE PASS OF ABAOUTF AGAINST ITS TYPE
008560*    7 TOTAL, THEN THE PAYMENTS HELD BACK UNDER THE RUN ON THE
008570*    UNPAID REGISTER.  THE CREDITS PLUS THE HELD PAYMENTS MUST
008580*    EQUAL THE "*TOTAL*" LINE - OTHERWISE ABAOUTF IS NOT THIS
008590*    RUN'S BANK FILE, SAME TEST AS AUBNKRTN.
008600*****************************************************************
008610 0350-CHECK-BANK-FILE.
008620     MOVE "N" TO WS-EOF-SW.
008630     OPEN INPUT ABA-PAYMENT-FILE.
008640     IF WS-ABA-FILE-STATUS NOT = "00"
008650         DISPLAY "*** UNABLE TO OPEN ABAOUTF - STATUS "
008660             WS-ABA-FILE-STATUS " - NO CERTIFICATE ***"
008670         MOVE 16 TO RETURN-CODE
008680         GO TO 0350-EXIT
008690     END-IF.
008700     PERFORM 0360-CHECK-ONE-CREDIT THRU 0360-EXIT
008710         UNTIL WS-END-OF-FILE.
008720     CLOSE ABA-PAYMENT-FILE.
008730     PERFORM 0370-ADD-UP-HELD THRU 0370-EXIT.
008740     IF RETURN-CODE NOT = 0
008750         GO TO 0350-EXIT
008760     END-IF.
008770     MOVE "H" TO WS-CKN-KIND.
008780     MOVE "BANK FILE (ABAOUTF) AND UNPAID REGISTER (RTNREGF)"
008790         TO WS-CKN-LABEL.
008800     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
008810     MOVE "T" TO WS-CKN-KIND.
008820     MOVE "TYPE 7 BALANCING TOTAL RECORD" TO WS-CKN-LABEL.
008830     IF WS-ABA-TRAILER-SEEN
008840         MOVE "FOUND" TO WS-CKN-TEXT
008850         MOVE "Y" TO WS-CKN-AGREED-SW
008860     ELSE
008870         MOVE "NOT FOUND" TO WS-CKN-TEXT
008880         MOVE "N" TO WS-CKN-AGREED-SW
008890     END-IF.
008900     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
008910     MOVE "C" TO WS-CKN-KIND.
008920     MOVE "CREDITS AGAINST TYPE 7 RECORD COUNT" TO WS-CKN-LABEL.
008930     MOVE WS-ABA-DETAIL-COUNT  TO WS-CKN-FIGURE-1.
008940     MOVE WS-ABA-TRAILER-COUNT TO WS-CKN-FIGURE-2.
008950     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
008960     MOVE "A" TO WS-CKN-KIND.
008970     MOVE "CREDITS AGAINST TYPE 7 CREDIT TOTAL" TO WS-CKN-LABEL.
008980     COMPUTE WS-CKN-FIGURE-1 = WS-ABA-DETAIL-CENTS / 100.
008990     COMPUTE WS-CKN-FIGURE-2 = WS-ABA-TRAILER-CENTS / 100.
009000     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
009010*    AN ALL-CREDIT FILE - THE NET TOTAL EQUALS THE CREDITS.
009020     MOVE "A" TO WS-CKN-KIND.
009030     MOVE "TYPE 7 NET TOTAL AGAINST CREDIT TOTAL" TO WS-CKN-LABEL.
009040     COMPUTE WS-CKN-FIGURE-1 = WS-ABA-NET-CENTS / 100.
009050     COMPUTE WS-CKN-FIGURE-2 = WS-ABA-TRAILER-CENTS / 100.
009060     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
009070     MOVE "I" TO WS-CKN-KIND.
009080     MOVE "PAYMENTS HELD ON RTNREGF, NOT SENT TO THE BANK"
009090         TO WS-CKN-LABEL.
009100     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
009110     MOVE WS-HELD-NET-TOTAL TO WS-MONEY-EDIT.
009120     MOVE SPACES TO WS-CKN-TEXT.
009130     STRING WS-COUNT-EDIT "   $" WS-MONEY-EDIT
009140         DELIMITED BY SIZE INTO WS-CKN-TEXT.
009150     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
009160     MOVE "C" TO WS-CKN-KIND.
009170     MOVE "CREDITS + HELD AGAINST *TOTAL* COUNT" TO WS-CKN-LABEL.
009180     COMPUTE WS-CKN-FIGURE-1 = WS-ABA-TRAILER-COUNT
009190         + WS-HELD-COUNT.
009200     MOVE WS-CTL-EMP-COUNT TO WS-CKN-FIGURE-2.
009210     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
009220     MOVE "A" TO WS-CKN-KIND.
009230     MOVE "CREDITS + HELD AGAINST *TOTAL* NET" TO WS-CKN-LABEL.
009240     COMPUTE WS-CKN-FIGURE-1 = WS-ABA-TRAILER-CENTS / 100
009250         + WS-HELD-NET-TOTAL.
009260     MOVE WS-CTL-NET-TOTAL TO WS-CKN-FIGURE-2.
009270     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
009280 0350-EXIT.
009290         EXIT.
009300*
009310 0360-CHECK-ONE-CREDIT.
009320     READ ABA-PAYMENT-FILE
009330         AT END
009340             MOVE "Y" TO WS-EOF-SW
009350             GO TO 0360-EXIT
009360     END-READ.
009370     IF ABA-RECORD (1:1) = "7"
009380         MOVE ABA-RECORD TO ABA-TOTAL-RECORD
009390         MOVE "Y" TO WS-ABA-TRAILER-SW
009400         MOVE ABA7-RECORD-COUNT TO WS-ABA-TRAILER-COUNT
009410         MOVE ABA7-CREDIT-CENTS TO WS-ABA-TRAILER-CENTS
009420         MOVE ABA7-NET-CENTS    TO WS-ABA-NET-CENTS
009430         GO TO 0360-EXIT
009440     END-IF.
009450     IF ABA-RECORD (1:1) NOT = "1"
009460         GO TO 0360-EXIT
009470     END-IF.
009480     MOVE ABA-RECORD TO ABA-DETAIL-RECORD.
009490     ADD 1 TO WS-ABA-DETAIL-COUNT.
009500     ADD ABA1-AMOUNT-CENTS TO WS-ABA-DETAIL-CENTS.
009510 0360-EXIT.
009520         EXIT.
009530*
009540*    0370-ADD-UP-HELD - THE ITEMS AUPAYABA PUT ON THE REGISTER
009550*    UNDER THE RUN INSTEAD OF PAYING THEM.  A RETURNED CREDIT IS
009560*    ON THE REGISTER TOO BUT WAS ON THE BANK FILE, SO ONLY ITEMS
009570*    THAT CAME ON AS HELD COUNT.  NO REGISTER AT ALL (NOBODY HAS
009580*    EVER BEEN HELD) MEANS NOTHING HELD.
009590 0370-ADD-UP-HELD.
009600     OPEN INPUT RETURNS-REGISTER-FILE.
009610     IF WS-RTNREG-FILE-STATUS = "35"
009620         GO TO 0370-EXIT
009630     END-IF.
009640     IF WS-RTNREG-FILE-STATUS NOT = "00"
009650         DISPLAY "*** UNABLE TO OPEN RTNREGF - STATUS "
009660             WS-RTNREG-FILE-STATUS " - NO CERTIFICATE ***"
009670         MOVE 16 TO RETURN-CODE
009680         GO TO 0370-EXIT
009690     END-IF.
009700     MOVE "N" TO WS-REG-EOF-SW.
009710     MOVE LOW-VALUES TO BR-REGISTER-KEY.
009720     MOVE WS-SELECT-TIMESTAMP TO BR-RUN-TIMESTAMP.
009730     START RETURNS-REGISTER-FILE KEY NOT < BR-REGISTER-KEY
009740         INVALID KEY
009750             MOVE "Y" TO WS-REG-EOF-SW
009760     END-START.
009770     PERFORM 0380-ADD-ONE-HELD THRU 0380-EXIT
009780         UNTIL WS-REG-END.
009790     CLOSE RETURNS-REGISTER-FILE.
009800 0370-EXIT.
009810         EXIT.
009820*
009830 0380-ADD-ONE-HELD.
009840     READ RETURNS-REGISTER-FILE NEXT RECORD
009850         AT END
009860             MOVE "Y" TO WS-REG-EOF-SW
009870             GO TO 0380-EXIT
009880     END-READ.
009890     IF WS-RTNREG-FILE-STATUS NOT = "00"
009900         DISPLAY "*** RTNREGF READ FAILED - STATUS "
009910             WS-RTNREG-FILE-STATUS " - NO CERTIFICATE ***"
009920         MOVE 16 TO RETURN-CODE
009930         MOVE "Y" TO WS-REG-EOF-SW
009940         GO TO 0380-EXIT
009950     END-IF.
009960     IF BR-RUN-TIMESTAMP NOT = WS-SELECT-TIMESTAMP
009970         MOVE "Y" TO WS-REG-EOF-SW
009980         GO TO 0380-EXIT
009990     END-IF.
010000     IF BR-SOURCE-HELD
010010         ADD 1 TO WS-HELD-COUNT
010020         ADD BR-AMOUNT TO WS-HELD-NET-TOTAL
010030     END-IF.
010040 0380-EXIT.
010050         EXIT.
010060*
010070*****************************************************************
010080*    0400-READ-STP-TRAILERS - FIRST PASS OF THE STP GENERATIONS.
010090*    EACH TRAILER'S TIMESTAMP IS TABLED IN THE ORDER READ; THE
010100*    RUN'S OWN SUBMISSION IS FOUND BY ITS TIMESTAMP AND ITS
010110*    TRAILER PROVED AGAINST THE DETAILS BEFORE IT.
010120*****************************************************************
010130 0400-READ-STP-TRAILERS.
010140     MOVE "N" TO WS-EOF-SW.
010150     INITIALIZE WS-GEN-DETAIL-SUMS.
010160     OPEN INPUT STP-EXTRACT-FILE.
010170     IF WS-STP-FILE-STATUS NOT = "00"
010180         DISPLAY "*** UNABLE TO OPEN STPOUTF - STATUS "
010190             WS-STP-FILE-STATUS " - NO CERTIFICATE ***"
010200         MOVE 16 TO RETURN-CODE
010210         GO TO 0400-EXIT
010220     END-IF.
010230     PERFORM 0410-READ-ONE-STP-RECORD THRU 0410-EXIT
010240         UNTIL WS-END-OF-FILE.
010250     CLOSE STP-EXTRACT-FILE.
010260 0400-EXIT.
010270         EXIT.
010280*
010290 0410-READ-ONE-STP-RECORD.
010300     READ STP-EXTRACT-FILE
010310         AT END
010320             MOVE "Y" TO WS-EOF-SW
010330             GO TO 0410-EXIT
010340     END-READ.
010350     IF STP-DET-RECORD-TYPE = "D"
010360         ADD 1 TO WS-GD-COUNT
010370         ADD STP-DET-YTD-GROSS     TO WS-GD-GROSS
010380         ADD STP-DET-YTD-PAYGW     TO WS-GD-PAYGW
010390         ADD STP-DET-YTD-HELP      TO WS-GD-HELP
010400         ADD STP-DET-YTD-ETP-GROSS TO WS-GD-ETP-GROSS
010410         ADD STP-DET-YTD-ETP-PAYGW TO WS-GD-ETP-PAYGW
010420         ADD STP-DET-YTD-RESC      TO WS-GD-RESC
010430         GO TO 0410-EXIT
010440     END-IF.
010450     IF STP-TRL-RECORD-TYPE NOT = "T"
010460         GO TO 0410-EXIT
010470     END-IF.
010480     IF WS-GEN-COUNT NOT < WS-GEN-MAX
010490         DISPLAY "*** MORE THAN " WS-GEN-MAX " GENERATIONS ON "
010500             "STPOUTF - NO CERTIFICATE ***"
010510         MOVE 16 TO RETURN-CODE
010520         MOVE "Y" TO WS-EOF-SW
010530         GO TO 0410-EXIT
010540     END-IF.
010550     ADD 1 TO WS-GEN-COUNT.
010560     SET GN-IDX TO WS-GEN-COUNT.
010570     MOVE STP-TRL-RUN-TIMESTAMP TO WS-GN-TIMESTAMP (GN-IDX).
010580     IF STP-TRL-RUN-TIMESTAMP = WS-SELECT-TIMESTAMP
010590         ADD 1 TO WS-STP-RUN-GEN-COUNT
010600         IF WS-STP-RUN-GEN = 0
010610             MOVE WS-GEN-COUNT      TO WS-STP-RUN-GEN
010620             MOVE STP-TRL-EMP-COUNT TO WS-STP-TRL-COUNT
010630             MOVE WS-GD-COUNT       TO WS-STP-DET-COUNT
010640             IF STP-TRL-TOT-GROSS     = WS-GD-GROSS
010650                 AND STP-TRL-TOT-PAYGW     = WS-GD-PAYGW
010660                 AND STP-TRL-TOT-HELP      = WS-GD-HELP
010670                 AND STP-TRL-TOT-ETP-GROSS = WS-GD-ETP-GROSS
010680                 AND STP-TRL-TOT-ETP-PAYGW = WS-GD-ETP-PAYGW
010690                 AND STP-TRL-TOT-RESC      = WS-GD-RESC
010700                 MOVE "Y" TO WS-STP-CROSS-ADDS-SW
010710             END-IF
010720         END-IF
010730     END-IF.
010740     INITIALIZE WS-GEN-DETAIL-SUMS.
010750 0410-EXIT.
010760         EXIT.
010770*
010780*****************************************************************
010790*    0450-LOAD-STP-POSITIONS - SECOND PASS.  EACH EMPLOYEE'S
010800*    POSITION IN THE RUN'S SUBMISSION, AND THE LATEST POSITION
010810*    SUBMITTED BEFORE IT, IS HELD ON THE WORK FILE - THE LATER
010820*    SUBMISSION WINNING, SO THE GENERATIONS NEED NOT BE READ
010830*    OLDEST FIRST.  SUBMISSIONS AFTER THE RUN ARE IGNORED.
010840*****************************************************************
010850 0450-LOAD-STP-POSITIONS.
010860     IF WS-STP-RUN-GEN = 0
010870         GO TO 0450-EXIT
010880     END-IF.
010890     MOVE "N" TO WS-EOF-SW.
010900     MOVE 1 TO WS-GEN-NO.
010910     OPEN INPUT STP-EXTRACT-FILE.
010920     IF WS-STP-FILE-STATUS NOT = "00"
010930         DISPLAY "*** UNABLE TO REOPEN STPOUTF - STATUS "
010940             WS-STP-FILE-STATUS " - NO CERTIFICATE ***"
010950         MOVE 16 TO RETURN-CODE
010960         GO TO 0450-EXIT
010970     END-IF.
010980     PERFORM 0460-LOAD-ONE-STP-DETAIL THRU 0460-EXIT
010990         UNTIL WS-END-OF-FILE.
011000     CLOSE STP-EXTRACT-FILE.
011010 0450-EXIT.
011020         EXIT.
011030*
011040 0460-LOAD-ONE-STP-DETAIL.
011050     READ STP-EXTRACT-FILE
011060         AT END
011070             MOVE "Y" TO WS-EOF-SW
011080             GO TO 0460-EXIT
011090     END-READ.
011100     IF STP-TRL-RECORD-TYPE = "T"
011110         ADD 1 TO WS-GEN-NO
011120         GO TO 0460-EXIT
011130     END-IF.
011140     IF STP-DET-RECORD-TYPE NOT = "D"
011150         OR WS-GEN-NO > WS-GEN-COUNT
011160         GO TO 0460-EXIT
011170     END-IF.
011180     SET GN-IDX TO WS-GEN-NO.
011190     IF WS-GN-TIMESTAMP (GN-IDX) > WS-SELECT-TIMESTAMP
011200         GO TO 0460-EXIT
011210     END-IF.
011220*    A SECOND SUBMISSION UNDER THE RUN TIMESTAMP IS A BREAK OF
011230*    ITS OWN (0500) AND IS NOT LOADED.
011240     IF WS-GN-TIMESTAMP (GN-IDX) = WS-SELECT-TIMESTAMP
011250         AND WS-GEN-NO NOT = WS-STP-RUN-GEN
011260         GO TO 0460-EXIT
011270     END-IF.
011280     MOVE STP-DET-EMPLOYEE-ID TO GW-EMPLOYEE-ID.
011290     MOVE "Y" TO WS-WORK-FOUND-SW.
011300     READ GATE-WORK-FILE
011310         INVALID KEY
011320             MOVE "N" TO WS-WORK-FOUND-SW
011330     END-READ.
011340     IF NOT WS-WORK-FOUND
011350         MOVE SPACES TO GATE-WORK-RECORD
011360         MOVE STP-DET-EMPLOYEE-ID   TO GW-EMPLOYEE-ID
011370         MOVE STP-DET-EMPLOYEE-NAME TO GW-EMPLOYEE-NAME
011380         MOVE "N" TO GW-DISB-SW
011390         MOVE "N" TO GW-STP-SW
011400         MOVE 0 TO GW-RN-PAYGW GW-RN-HELP GW-RN-ETP-PAYGW
011410                   GW-RN-RESC
011420         MOVE 0 TO GW-BF-PAYGW GW-BF-HELP GW-BF-ETP-PAYGW
011430                   GW-BF-RESC
011440     END-IF.
011450     IF WS-GEN-NO = WS-STP-RUN-GEN
011460         MOVE "Y"                   TO GW-STP-SW
011470         MOVE STP-DET-EMPLOYEE-NAME TO GW-EMPLOYEE-NAME
011480         MOVE STP-DET-TAX-YEAR      TO GW-RUN-TAX-YEAR
011490         MOVE STP-DET-YTD-PAYGW     TO GW-RN-PAYGW
011500         MOVE STP-DET-YTD-HELP      TO GW-RN-HELP
011510         MOVE STP-DET-YTD-ETP-PAYGW TO GW-RN-ETP-PAYGW
011520         MOVE STP-DET-YTD-RESC      TO GW-RN-RESC
011530     ELSE
011540         IF WS-GN-TIMESTAMP (GN-IDX) NOT < GW-BEFORE-TIMESTAMP
011550             OR GW-BEFORE-TIMESTAMP = SPACES
011560             MOVE WS-GN-TIMESTAMP (GN-IDX)
011570                 TO GW-BEFORE-TIMESTAMP
011580             MOVE STP-DET-TAX-YEAR      TO GW-BEFORE-TAX-YEAR
011590             MOVE STP-DET-YTD-PAYGW     TO GW-BF-PAYGW
011600             MOVE STP-DET-YTD-HELP      TO GW-BF-HELP
011610             MOVE STP-DET-YTD-ETP-PAYGW TO GW-BF-ETP-PAYGW
011620             MOVE STP-DET-YTD-RESC      TO GW-BF-RESC
011630         END-IF
011640     END-IF.
011650     IF WS-WORK-FOUND
011660         REWRITE GATE-WORK-RECORD
011670     ELSE
011680         WRITE GATE-WORK-RECORD
011690     END-IF.
011700     IF WS-WORK-FILE-STATUS NOT = "00"
011710         DISPLAY "*** RELWRKF UPDATE FAILED - STATUS "
011720             WS-WORK-FILE-STATUS " - NO CERTIFICATE ***"
011730         MOVE 16 TO RETURN-CODE
011740         MOVE "Y" TO WS-EOF-SW
011750     END-IF.
011760 0460-EXIT.
011770         EXIT.
011780*
011790*****************************************************************
011800*    0500-CHECK-STP-SUBMISSION - THIRD PASS, OVER THE WORK FILE.
011810*    EACH EMPLOYEE ON THE RUN'S SUBMISSION MOVED BY THE RUN'S
011820*    POSITION LESS THE LATEST EARLIER ONE IN THE SAME TAX YEAR
011830*    (NOTHING EARLIER IN THE YEAR MEANS FROM ZERO).  THE
011840*    SUBMISSION AND THE DISBURSEMENT FILE MUST HOLD THE SAME
011850*    EMPLOYEES.
011860*****************************************************************
011870 0500-CHECK-STP-SUBMISSION.
011880     IF WS-STP-RUN-GEN > 0
011890         MOVE LOW-VALUES TO GW-EMPLOYEE-ID
011900         MOVE "N" TO WS-EOF-SW
011910         START GATE-WORK-FILE KEY NOT < GW-EMPLOYEE-ID
011920             INVALID KEY
011930                 MOVE "Y" TO WS-EOF-SW
011940         END-START
011950         PERFORM 0510-CHECK-ONE-EMPLOYEE THRU 0510-EXIT
011960             UNTIL WS-END-OF-FILE
011970     END-IF.
011980     IF RETURN-CODE NOT = 0
011990         GO TO 0500-EXIT
012000     END-IF.
012010     MOVE "H" TO WS-CKN-KIND.
012020     MOVE "STP SUBMISSION (STPOUTF)" TO WS-CKN-LABEL.
012030     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012040     MOVE "T" TO WS-CKN-KIND.
012050     MOVE "ONE SUBMISSION FOR THE RUN" TO WS-CKN-LABEL.
012060     IF WS-STP-RUN-GEN-COUNT = 1
012070         MOVE "FOUND" TO WS-CKN-TEXT
012080         MOVE "Y" TO WS-CKN-AGREED-SW
012090     ELSE IF WS-STP-RUN-GEN-COUNT = 0
012100         MOVE "NOT FOUND" TO WS-CKN-TEXT
012110         MOVE "N" TO WS-CKN-AGREED-SW
012120     ELSE
012130         MOVE WS-STP-RUN-GEN-COUNT TO WS-COUNT-EDIT
012140         MOVE SPACES TO WS-CKN-TEXT
012150         STRING WS-COUNT-EDIT " SUBMISSIONS" DELIMITED BY SIZE
012160             INTO WS-CKN-TEXT
012170         MOVE "N" TO WS-CKN-AGREED-SW
012180     END-IF.
012190     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012200     IF WS-STP-RUN-GEN = 0
012210         GO TO 0500-EXIT
012220     END-IF.
012230     MOVE "C" TO WS-CKN-KIND.
012240     MOVE "DETAILS AGAINST TRAILER EMPLOYEE COUNT"
012250         TO WS-CKN-LABEL.
012260     MOVE WS-STP-DET-COUNT TO WS-CKN-FIGURE-1.
012270     MOVE WS-STP-TRL-COUNT TO WS-CKN-FIGURE-2.
012280     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012290     MOVE "T" TO WS-CKN-KIND.
012300     MOVE "DETAILS AGAINST TRAILER YTD TOTALS" TO WS-CKN-LABEL.
012310     IF WS-STP-CROSS-ADDS
012320         MOVE "ALL SIX TOTALS AGREE" TO WS-CKN-TEXT
012330         MOVE "Y" TO WS-CKN-AGREED-SW
012340     ELSE
012350         MOVE "TOTALS DIFFER" TO WS-CKN-TEXT
012360         MOVE "N" TO WS-CKN-AGREED-SW
012370     END-IF.
012380     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012390     MOVE "C" TO WS-CKN-KIND.
012400     MOVE "EMPLOYEES ON STP, NOT ON THE DISBURSEMENT FILE"
012410         TO WS-CKN-LABEL.
012420     MOVE WS-STP-NOT-PAID-COUNT TO WS-CKN-FIGURE-1.
012430     MOVE 0 TO WS-CKN-FIGURE-2.
012440     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012450     MOVE "C" TO WS-CKN-KIND.
012460     MOVE "EMPLOYEES PAID, NOT ON STP" TO WS-CKN-LABEL.
012470     MOVE WS-PAID-NOT-STP-COUNT TO WS-CKN-FIGURE-1.
012480     MOVE 0 TO WS-CKN-FIGURE-2.
012490     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012500     IF NOT WS-REG-USABLE
012510         GO TO 0500-EXIT
012520     END-IF.
012530     MOVE "C" TO WS-CKN-KIND.
012540     MOVE "TRAILER COUNT AGAINST REGISTRY EMPLOYEES"
012550         TO WS-CKN-LABEL.
012560     MOVE WS-STP-TRL-COUNT TO WS-CKN-FIGURE-1.
012570     MOVE WS-REG-EMP-COUNT TO WS-CKN-FIGURE-2.
012580     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012590     MOVE "A" TO WS-CKN-KIND.
012600     MOVE "PAYGW+HELP+ETP MOVEMENT AGAINST REGISTRY TAX"
012610         TO WS-CKN-LABEL.
012620     MOVE WS-STP-TAX-MOVEMENT TO WS-CKN-FIGURE-1.
012630     MOVE WS-REG-PD-TAX       TO WS-CKN-FIGURE-2.
012640     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012650     MOVE "A" TO WS-CKN-KIND.
012660     MOVE "RESC MOVEMENT AGAINST REGISTRY SACRIFICE"
012670         TO WS-CKN-LABEL.
012680     MOVE WS-STP-RESC-MOVEMENT TO WS-CKN-FIGURE-1.
012690     MOVE WS-REG-PD-RESC       TO WS-CKN-FIGURE-2.
012700     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
012710 0500-EXIT.
012720         EXIT.
012730*
012740 0510-CHECK-ONE-EMPLOYEE.
012750     READ GATE-WORK-FILE NEXT RECORD
012760         AT END
012770             MOVE "Y" TO WS-EOF-SW
012780             GO TO 0510-EXIT
012790     END-READ.
012800     IF WS-WORK-FILE-STATUS NOT = "00"
012810         DISPLAY "*** RELWRKF READ FAILED - STATUS "
012820             WS-WORK-FILE-STATUS " - NO CERTIFICATE ***"
012830         MOVE 16 TO RETURN-CODE
012840         MOVE "Y" TO WS-EOF-SW
012850         GO TO 0510-EXIT
012860     END-IF.
012870     IF GW-ON-DISBURSEMENTS AND NOT GW-ON-STP
012880         ADD 1 TO WS-PAID-NOT-STP-COUNT
012890         MOVE SPACES TO WS-BREAK-NEW
012900         STRING GW-EMPLOYEE-ID " " GW-EMPLOYEE-NAME
012910             " PAID ON TAXOUTF, NOT ON THE STP SUBMISSION"
012920             DELIMITED BY SIZE INTO WS-BREAK-NEW
012930         PERFORM 0810-ADD-BREAK THRU 0810-EXIT
012940         GO TO 0510-EXIT
012950     END-IF.
012960     IF NOT GW-ON-STP
012970         GO TO 0510-EXIT
012980     END-IF.
012990     IF NOT GW-ON-DISBURSEMENTS
013000         ADD 1 TO WS-STP-NOT-PAID-COUNT
013010         MOVE SPACES TO WS-BREAK-NEW
013020         STRING GW-EMPLOYEE-ID " " GW-EMPLOYEE-NAME
013030             " ON THE STP SUBMISSION, NOT ON TAXOUTF"
013040             DELIMITED BY SIZE INTO WS-BREAK-NEW
013050         PERFORM 0810-ADD-BREAK THRU 0810-EXIT
013060     END-IF.
013070     IF GW-BEFORE-TIMESTAMP = SPACES
013080         OR GW-BEFORE-TAX-YEAR NOT = GW-RUN-TAX-YEAR
013090         MOVE 0 TO GW-BF-PAYGW GW-BF-HELP GW-BF-ETP-PAYGW
013100                   GW-BF-RESC
013110     END-IF.
013120     COMPUTE WS-STP-TAX-MOVEMENT = WS-STP-TAX-MOVEMENT
013130         + GW-RN-PAYGW + GW-RN-HELP + GW-RN-ETP-PAYGW
013140         - GW-BF-PAYGW - GW-BF-HELP - GW-BF-ETP-PAYGW.
013150     COMPUTE WS-STP-RESC-MOVEMENT = WS-STP-RESC-MOVEMENT
013160         + GW-RN-RESC - GW-BF-RESC.
013170 0510-EXIT.
013180         EXIT.
013190*
013200*****************************************************************
013210*    0550-CHECK-SUPER-EXTRACT - ONE PASS OF THE RUN'S SUPOUTF
013220*    GENERATION.  THE SG AND SACRIFICE DETAILS AGAINST THE
013230*    TRAILER, AND THE TRAILER AGAINST THE REGISTRY.
013240*****************************************************************
013250 0550-CHECK-SUPER-EXTRACT.
013260     MOVE "N" TO WS-EOF-SW.
013270     OPEN INPUT SUPER-EXTRACT-FILE.
013280     IF WS-SUPER-FILE-STATUS NOT = "00"
013290         DISPLAY "*** UNABLE TO OPEN SUPOUTF - STATUS "
013300             WS-SUPER-FILE-STATUS " - NO CERTIFICATE ***"
013310         MOVE 16 TO RETURN-CODE
013320         GO TO 0550-EXIT
013330     END-IF.
013340     PERFORM 0560-CHECK-ONE-CONTRIBUTION THRU 0560-EXIT
013350         UNTIL WS-END-OF-FILE.
013360     CLOSE SUPER-EXTRACT-FILE.
013370     MOVE "H" TO WS-CKN-KIND.
013380     MOVE "SUPER GUARANTEE EXTRACT (SUPOUTF)" TO WS-CKN-LABEL.
013390     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013400     MOVE "T" TO WS-CKN-KIND.
013410     MOVE "ONE TRAILER, FOR THE RUN" TO WS-CKN-LABEL.
013420     PERFORM 0820-SET-TRAILER-RESULT THRU 0820-EXIT.
013430     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013440     MOVE "C" TO WS-CKN-KIND.
013450     MOVE "SG DETAILS AGAINST TRAILER EMPLOYEE COUNT"
013460         TO WS-CKN-LABEL.
013470     MOVE WS-SUP-SG-COUNT      TO WS-CKN-FIGURE-1.
013480     MOVE WS-SUP-TRL-EMP-COUNT TO WS-CKN-FIGURE-2.
013490     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013500     MOVE "A" TO WS-CKN-KIND.
013510     MOVE "SG DETAILS AGAINST TRAILER SG" TO WS-CKN-LABEL.
013520     MOVE WS-SUP-SG-TOTAL TO WS-CKN-FIGURE-1.
013530     MOVE WS-SUP-TRL-SG   TO WS-CKN-FIGURE-2.
013540     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013550     MOVE "A" TO WS-CKN-KIND.
013560     MOVE "SACRIFICE DETAILS AGAINST TRAILER SACRIFICE"
013570         TO WS-CKN-LABEL.
013580     MOVE WS-SUP-SACRIFICE-TOTAL TO WS-CKN-FIGURE-1.
013590     MOVE WS-SUP-TRL-SACRIFICE   TO WS-CKN-FIGURE-2.
013600     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013610     IF NOT WS-REG-USABLE
013620         GO TO 0550-EXIT
013630     END-IF.
013640     MOVE "C" TO WS-CKN-KIND.
013650     MOVE "TRAILER COUNT AGAINST REGISTRY EMPLOYEES"
013660         TO WS-CKN-LABEL.
013670     MOVE WS-SUP-TRL-EMP-COUNT TO WS-CKN-FIGURE-1.
013680     MOVE WS-REG-EMP-COUNT     TO WS-CKN-FIGURE-2.
013690     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013700     MOVE "A" TO WS-CKN-KIND.
013710     MOVE "TRAILER SG AGAINST REGISTRY SG" TO WS-CKN-LABEL.
013720     MOVE WS-SUP-TRL-SG TO WS-CKN-FIGURE-1.
013730     MOVE WS-REG-PD-SG  TO WS-CKN-FIGURE-2.
013740     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013750     MOVE "A" TO WS-CKN-KIND.
013760     MOVE "TRAILER SACRIFICE AGAINST REGISTRY SACRIFICE"
013770         TO WS-CKN-LABEL.
013780     MOVE WS-SUP-TRL-SACRIFICE TO WS-CKN-FIGURE-1.
013790     MOVE WS-REG-PD-RESC       TO WS-CKN-FIGURE-2.
013800     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
013810 0550-EXIT.
013820         EXIT.
013830*
013840 0560-CHECK-ONE-CONTRIBUTION.
013850     READ SUPER-EXTRACT-FILE
013860         AT END
013870             MOVE "Y" TO WS-EOF-SW
013880             GO TO 0560-EXIT
013890     END-READ.
013900     IF SUP-TRL-RECORD-TYPE = "T"
013910         ADD 1 TO WS-SUP-TRAILER-COUNT
013920         MOVE SUP-TRL-RUN-TIMESTAMP TO WS-SUP-TRL-TIMESTAMP
013930         MOVE SUP-TRL-EMP-COUNT     TO WS-SUP-TRL-EMP-COUNT
013940         MOVE SUP-TRL-TOT-SG        TO WS-SUP-TRL-SG
013950         MOVE SUP-TRL-TOT-SACRIFICE TO WS-SUP-TRL-SACRIFICE
013960         GO TO 0560-EXIT
013970     END-IF.
013980     IF SUP-DET-RECORD-TYPE NOT = "D"
013990         GO TO 0560-EXIT
014000     END-IF.
014010     IF SUP-CONTRIB-SACRIFICE
014020         ADD SUP-DET-SG-AMOUNT TO WS-SUP-SACRIFICE-TOTAL
014030     ELSE
014040         ADD 1 TO WS-SUP-SG-COUNT
014050         ADD SUP-DET-SG-AMOUNT TO WS-SUP-SG-TOTAL
014060     END-IF.
014070 0560-EXIT.
014080         EXIT.
014090*
014100*****************************************************************
014110*    0600-CHECK-REMITTANCES - ONE PASS OF THE RUN'S DEDOUTF
014120*    GENERATION.  THE ORDER DETAILS AND THE AGENCY TOTALS EACH
014130*    AGAINST THE TRAILER, AND THE TRAILER AGAINST THE REGISTRY.
014140*****************************************************************
014150 0600-CHECK-REMITTANCES.
014160     MOVE "N" TO WS-EOF-SW.
014170     OPEN INPUT DEDUCTION-REMIT-FILE.
014180     IF WS-DEDOUT-FILE-STATUS NOT = "00"
014190         DISPLAY "*** UNABLE TO OPEN DEDOUTF - STATUS "
014200             WS-DEDOUT-FILE-STATUS " - NO CERTIFICATE ***"
014210         MOVE 16 TO RETURN-CODE
014220         GO TO 0600-EXIT
014230     END-IF.
014240     PERFORM 0610-CHECK-ONE-REMITTANCE THRU 0610-EXIT
014250         UNTIL WS-END-OF-FILE.
014260     CLOSE DEDUCTION-REMIT-FILE.
014270     MOVE "H" TO WS-CKN-KIND.
014280     MOVE "DEDUCTION REMITTANCE EXTRACT (DEDOUTF)"
014290         TO WS-CKN-LABEL.
014300     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
014310     MOVE "T" TO WS-CKN-KIND.
014320     MOVE "ONE TRAILER, FOR THE RUN" TO WS-CKN-LABEL.
014330     MOVE WS-DED-TRAILER-COUNT TO WS-SUP-TRAILER-COUNT.
014340     MOVE WS-DED-TRL-TIMESTAMP TO WS-SUP-TRL-TIMESTAMP.
014350     PERFORM 0820-SET-TRAILER-RESULT THRU 0820-EXIT.
014360     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
014370     MOVE "C" TO WS-CKN-KIND.
014380     MOVE "ORDER DETAILS AGAINST TRAILER ORDER COUNT"
014390         TO WS-CKN-LABEL.
014400     MOVE WS-DED-ORDER-COUNT     TO WS-CKN-FIGURE-1.
014410     MOVE WS-DED-TRL-ORDER-COUNT TO WS-CKN-FIGURE-2.
014420     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
014430     MOVE "A" TO WS-CKN-KIND.
014440     MOVE "ORDER DETAILS AGAINST TRAILER TOTAL" TO WS-CKN-LABEL.
014450     MOVE WS-DED-ORDER-TOTAL TO WS-CKN-FIGURE-1.
014460     MOVE WS-DED-TRL-AMOUNT  TO WS-CKN-FIGURE-2.
014470     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
014480     MOVE "A" TO WS-CKN-KIND.
014490     MOVE "AGENCY TOTALS AGAINST TRAILER TOTAL" TO WS-CKN-LABEL.
014500     MOVE WS-DED-AGENCY-TOTAL TO WS-CKN-FIGURE-1.
014510     MOVE WS-DED-TRL-AMOUNT   TO WS-CKN-FIGURE-2.
014520     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
014530     IF NOT WS-REG-USABLE
014540         GO TO 0600-EXIT
014550     END-IF.
014560     MOVE "A" TO WS-CKN-KIND.
014570     MOVE "TRAILER TOTAL AGAINST REGISTRY DEDUCTIONS"
014580         TO WS-CKN-LABEL.
014590     MOVE WS-DED-TRL-AMOUNT TO WS-CKN-FIGURE-1.
014600     MOVE WS-REG-PD-DEDORD  TO WS-CKN-FIGURE-2.
014610     PERFORM 0800-ADD-CHECK THRU 0800-EXIT.
014620 0600-EXIT.
014630         EXIT.
014640*
014650 0610-CHECK-ONE-REMITTANCE.
014660     READ DEDUCTION-REMIT-FILE
014670         AT END
014680             MOVE "Y" TO WS-EOF-SW
014690             GO TO 0610-EXIT
014700     END-READ.
014710     IF DR-TRL-RECORD-TYPE = "T"
014720         ADD 1 TO WS-DED-TRAILER-COUNT
014730         MOVE DR-TRL-RUN-TIMESTAMP TO WS-DED-TRL-TIMESTAMP
014740         MOVE DR-TRL-ORDER-COUNT   TO WS-DED-TRL-ORDER-COUNT
014750         MOVE DR-TRL-TOT-AMOUNT    TO WS-DED-TRL-AMOUNT
014760     ELSE IF DR-DET-RECORD-TYPE = "D"
014770         ADD 1 TO WS-DED-ORDER-COUNT
014780         ADD DR-DET-AMOUNT TO WS-DED-ORDER-TOTAL
014790     ELSE IF DR-DET-RECORD-TYPE = "A"
014800         ADD DR-DET-AMOUNT TO WS-DED-AGENCY-TOTAL
014810     END-IF.
014820 0610-EXIT.
014830         EXIT.
014840*
014850*****************************************************************
014860*    0700-PRINT-CERTIFICATE - THE RUN, EVERY CONTROL WITH BOTH
014870*    FIGURES, THE RELEASE DECISION, EVERY BREAK AND THE SIGN-OFF
014880*****************************************************************
014890 0700-PRINT-CERTIFICATE.
014900     OPEN OUTPUT RELEASE-REPORT-FILE.
014910     IF WS-REPORT-FILE-STATUS NOT = "00"
014920         DISPLAY "*** UNABLE TO OPEN RELRPTF - STATUS "
014930             WS-REPORT-FILE-STATUS " - NO CERTIFICATE ***"
014940         MOVE 16 TO RETURN-CODE
014950         GO TO 0700-EXIT
014960     END-IF.
014970     PERFORM 0860-START-NEW-PAGE THRU 0860-EXIT.
014980     MOVE WS-SELECT-TIMESTAMP TO RPT-RUN-TIMESTAMP.
014990     IF WS-REG-FOUND
015000         MOVE RR-EXTRACT-DATE TO RPT-RUN-EXTRACT
015010         IF RR-STATUS-COMPLETED
015020             MOVE "C - COMPLETED" TO RPT-RUN-STATUS
015030         ELSE IF RR-STATUS-FAILED
015040             MOVE "F - FAILED" TO RPT-RUN-STATUS
015050         ELSE
015060             MOVE "S - NOT FINISHED" TO RPT-RUN-STATUS
015070         END-IF
015080     ELSE
015090         MOVE "UNKNOWN" TO RPT-RUN-EXTRACT
015100         MOVE "NOT ON RUNREGF" TO RPT-RUN-STATUS
015110     END-IF.
015120     MOVE RPT-RUN-LINE TO WS-PRINT-LINE.
015130     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015140     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
015150     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015160     MOVE RPT-COLUMN-HEADING TO WS-PRINT-LINE.
015170     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015180     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
015190     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015200     PERFORM 0710-PRINT-ONE-CHECK THRU 0710-EXIT
015210         VARYING CK-IDX FROM 1 BY 1
015220         UNTIL CK-IDX > WS-CHECK-COUNT.
015230     PERFORM 0720-PRINT-DECISION THRU 0720-EXIT.
015240     CLOSE RELEASE-REPORT-FILE.
015250 0700-EXIT.
015260         EXIT.
015270*
015280 0710-PRINT-ONE-CHECK.
015290     IF WS-CK-KIND (CK-IDX) = "H"
015300         MOVE WS-CK-LABEL (CK-IDX) TO RPT-SECT-TITLE
015310         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
015320         PERFORM 0870-PRINT-LINE THRU 0870-EXIT
015330         GO TO 0710-EXIT
015340     END-IF.
015350     MOVE WS-CK-LABEL (CK-IDX)  TO RPT-CHK-LABEL.
015360     MOVE WS-CK-RESULT (CK-IDX) TO RPT-CHK-RESULT.
015370     MOVE SPACES TO RPT-CHK-TEXT.
015380     IF WS-CK-KIND (CK-IDX) = "A"
015390         MOVE WS-CK-FIGURE-1 (CK-IDX) TO RPT-CHK-AMOUNT-1
015400         MOVE WS-CK-FIGURE-2 (CK-IDX) TO RPT-CHK-AMOUNT-2
015410     ELSE IF WS-CK-KIND (CK-IDX) = "C"
015420         MOVE WS-CK-FIGURE-1 (CK-IDX) TO RPT-CHK-COUNT-1
015430         MOVE WS-CK-FIGURE-2 (CK-IDX) TO RPT-CHK-COUNT-2
015440     ELSE
015450         MOVE WS-CK-TEXT (CK-IDX) TO RPT-CHK-TEXT
015460     END-IF.
015470     MOVE RPT-CHECK-LINE TO WS-PRINT-LINE.
015480     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015490 0710-EXIT.
015500         EXIT.
015510*
015520*    0720-PRINT-DECISION - KEPT TOGETHER WITH THE SIGN-OFF; THE
015530*    BREAKS FOLLOW, OVER AS MANY PAGES AS THEY TAKE.
015540 0720-PRINT-DECISION.
015550     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
015560         PERFORM 0860-START-NEW-PAGE THRU 0860-EXIT
015570     END-IF.
015580     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
015590     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015600     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
015610     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015620     MOVE WS-CONTROLS-CHECKED TO WS-COUNT-EDIT.
015630     MOVE WS-CONTROLS-BROKEN  TO WS-COUNT-EDIT-2.
015640     MOVE SPACES TO RPT-DECISION-TEXT.
015650     IF WS-CONTROL-BREAK
015660         STRING "DO NOT RELEASE - " WS-COUNT-EDIT-2
015670             " OF " WS-COUNT-EDIT " CONTROLS BROKEN.  HOLD THE "
015680             "BANK FILE AND THE STP LODGEMENT."
015690             DELIMITED BY SIZE INTO RPT-DECISION-TEXT
015700     ELSE
015710         STRING "RELEASE - ALL " WS-COUNT-EDIT
015720             " CONTROLS AGREE.  THE BANK FILE AND THE STP "
015730             "LODGEMENT MAY BE RELEASED."
015740             DELIMITED BY SIZE INTO RPT-DECISION-TEXT
015750     END-IF.
015760     MOVE RPT-DECISION-LINE TO WS-PRINT-LINE.
015770     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015780     MOVE RPT-SEPARATOR TO WS-PRINT-LINE.
015790     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015800     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
015810     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015820     MOVE RPT-SIGN-OFF-LINE TO WS-PRINT-LINE.
015830     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015840     IF WS-BRK-COUNT = 0
015850         GO TO 0720-EXIT
015860     END-IF.
015870     MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
015880     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015890     MOVE "BREAKS" TO RPT-SECT-TITLE.
015900     MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
015910     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
015920     PERFORM 0730-PRINT-ONE-BREAK THRU 0730-EXIT
015930         VARYING BK-IDX FROM 1 BY 1
015940         UNTIL BK-IDX > WS-BRK-COUNT.
015950     IF WS-BRK-NOT-LISTED > 0
015960         MOVE WS-BRK-NOT-LISTED TO WS-COUNT-EDIT
015970         MOVE SPACES TO RPT-BRK-TEXT
015980         STRING "*** " WS-COUNT-EDIT " FURTHER BREAKS NOT LISTED"
015990             DELIMITED BY SIZE INTO RPT-BRK-TEXT
016000         MOVE RPT-BREAK-LINE TO WS-PRINT-LINE
016010         PERFORM 0870-PRINT-LINE THRU 0870-EXIT
016020     END-IF.
016030 0720-EXIT.
016040         EXIT.
016050*
016060 0730-PRINT-ONE-BREAK.
016070     MOVE WS-BRK-ENTRY (BK-IDX) TO RPT-BRK-TEXT.
016080     MOVE RPT-BREAK-LINE TO WS-PRINT-LINE.
016090     PERFORM 0870-PRINT-LINE THRU 0870-EXIT.
016100 0730-EXIT.
016110         EXIT.
016120*
016130*****************************************************************
016140*    0800-ADD-CHECK - WS-CHECK-NEW ONTO THE CERTIFICATE.  AN
016150*    AMOUNT OR COUNT CONTROL AGREES WHEN ITS TWO FIGURES ARE
016160*    EQUAL; A CONTROL THAT DOES NOT IS A BREAK AND IS LISTED.
016170*****************************************************************
016180 0800-ADD-CHECK.
016190     MOVE SPACES TO WS-CKN-RESULT.
016200     IF WS-CKN-HEADING
016210         MOVE WS-CKN-LABEL TO WS-CURRENT-SECTION
016220         GO TO 0800-STORE
016230     END-IF.
016240     IF WS-CKN-INFORMATION
016250         MOVE "NOTED" TO WS-CKN-RESULT
016260         GO TO 0800-STORE
016270     END-IF.
016280     IF WS-CKN-AMOUNT OR WS-CKN-COUNT
016290         IF WS-CKN-FIGURE-1 = WS-CKN-FIGURE-2
016300             MOVE "Y" TO WS-CKN-AGREED-SW
016310         ELSE
016320             MOVE "N" TO WS-CKN-AGREED-SW
016330         END-IF
016340     END-IF.
016350     ADD 1 TO WS-CONTROLS-CHECKED.
016360     IF WS-CKN-AGREED
016370         MOVE "AGREED" TO WS-CKN-RESULT
016380         GO TO 0800-STORE
016390     END-IF.
016400     MOVE "*BREAK*" TO WS-CKN-RESULT.
016410     ADD 1 TO WS-CONTROLS-BROKEN.
016420     MOVE SPACES TO WS-BREAK-NEW.
016430     STRING WS-CURRENT-SECTION DELIMITED BY "  "
016440            " - " DELIMITED BY SIZE
016450            WS-CKN-LABEL DELIMITED BY "  "
016460         INTO WS-BREAK-NEW.
016470     PERFORM 0810-ADD-BREAK THRU 0810-EXIT.
016480 0800-STORE.
016490     IF WS-CHECK-COUNT NOT < WS-CHECK-MAX
016500         DISPLAY "*** MORE THAN " WS-CHECK-MAX " CONTROLS - "
016510             WS-CKN-LABEL " NOT PRINTED ***"
016520         GO TO 0800-CLEAR
016530     END-IF.
016540     ADD 1 TO WS-CHECK-COUNT.
016550     SET CK-IDX TO WS-CHECK-COUNT.
016560     MOVE WS-CKN-KIND     TO WS-CK-KIND (CK-IDX).
016570     MOVE WS-CKN-LABEL    TO WS-CK-LABEL (CK-IDX).
016580     MOVE WS-CKN-FIGURE-1 TO WS-CK-FIGURE-1 (CK-IDX).
016590     MOVE WS-CKN-FIGURE-2 TO WS-CK-FIGURE-2 (CK-IDX).
016600     MOVE WS-CKN-TEXT     TO WS-CK-TEXT (CK-IDX).
016610     MOVE WS-CKN-RESULT   TO WS-CK-RESULT (CK-IDX).
016620 0800-CLEAR.
016630     INITIALIZE WS-CHECK-NEW.
016640 0800-EXIT.
016650         EXIT.
016660*
016670*    0810-ADD-BREAK - WS-BREAK-NEW INTO THE BREAK TABLE.
016680 0810-ADD-BREAK.
016690     MOVE "Y" TO WS-BREAK-SW.
016700     IF WS-BRK-COUNT NOT < WS-BRK-MAX
016710         ADD 1 TO WS-BRK-NOT-LISTED
016720         GO TO 0810-EXIT
016730     END-IF.
016740     ADD 1 TO WS-BRK-COUNT.
016750     SET BK-IDX TO WS-BRK-COUNT.
016760     MOVE WS-BREAK-NEW TO WS-BRK-ENTRY (BK-IDX).
016770 0810-EXIT.
016780         EXIT.
016790*
016800*    0820-SET-TRAILER-RESULT - AN EXTRACT GENERATION MUST HOLD
016810*    EXACTLY ONE TRAILER, CARRYING THE RUN TIMESTAMP - ANOTHER
016820*    TIMESTAMP MEANS THE DD IS ON THE WRONG GENERATION.  THE
016830*    CALLER LEAVES THE COUNT AND TIMESTAMP IN THE SUPOUTF FIELDS.
016840 0820-SET-TRAILER-RESULT.
016850     MOVE "N" TO WS-CKN-AGREED-SW.
016860     IF WS-SUP-TRAILER-COUNT = 0
016870         MOVE "NO TRAILER" TO WS-CKN-TEXT
016880     ELSE IF WS-SUP-TRAILER-COUNT > 1
016890         MOVE WS-SUP-TRAILER-COUNT TO WS-COUNT-EDIT
016900         MOVE SPACES TO WS-CKN-TEXT
016910         STRING WS-COUNT-EDIT " TRAILERS" DELIMITED BY SIZE
016920             INTO WS-CKN-TEXT
016930     ELSE IF WS-SUP-TRL-TIMESTAMP NOT = WS-SELECT-TIMESTAMP
016940         MOVE SPACES TO WS-CKN-TEXT
016950         STRING "RUN " WS-SUP-TRL-TIMESTAMP DELIMITED BY SIZE
016960             INTO WS-CKN-TEXT
016970     ELSE
016980         MOVE "FOUND" TO WS-CKN-TEXT
016990         MOVE "Y" TO WS-CKN-AGREED-SW
017000     END-IF.
017010 0820-EXIT.
017020         EXIT.
017030*
017040*****************************************************************
017050*    0850-PARSE-DISB-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
017060*****************************************************************
017070 0850-PARSE-DISB-RECORD.
017080     MOVE SPACES TO WS-DISB-FIELDS.
017090     MOVE 0 TO WS-FIELD-COUNT.
017100     UNSTRING DISBURSEMENT-RECORD DELIMITED BY ","
017110         INTO WS-D-EMPLOYEE-ID
017120              WS-D-FIELD-2
017130              WS-D-FIELD-3
017140              WS-D-FIELD-4
017150              WS-D-FIELD-5
017160              WS-D-FIELD-6
017170         TALLYING IN WS-FIELD-COUNT.
017180 0850-EXIT.
017190         EXIT.
017200*
017210*****************************************************************
017220*    0860-START-NEW-PAGE - LETTERHEAD AND PAGE CONTROLS
017230*****************************************************************
017240 0860-START-NEW-PAGE.
017250     ADD 1 TO WS-PAGE-NUMBER.
017260     MOVE SPACES TO RPT-LH-AS-AT.
017270     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
017280            WS-CURR-DATE (7:2)
017290         DELIMITED BY SIZE INTO RPT-LH-AS-AT.
017300     MOVE WS-PAGE-NUMBER TO RPT-LH-PAGE.
017310     IF WS-PAGE-NUMBER = 1
017320         WRITE RELEASE-REPORT-RECORD FROM RPT-LETTERHEAD-1
017330     ELSE
017340         WRITE RELEASE-REPORT-RECORD FROM RPT-LETTERHEAD-1
017350             AFTER ADVANCING PAGE
017360     END-IF.
017370     WRITE RELEASE-REPORT-RECORD FROM RPT-LETTERHEAD-2.
017380     WRITE RELEASE-REPORT-RECORD FROM RPT-LETTERHEAD-3.
017390     WRITE RELEASE-REPORT-RECORD FROM RPT-SEPARATOR.
017400     MOVE 4 TO WS-LINE-COUNT.
017410 0860-EXIT.
017420         EXIT.
017430*
017440 0870-PRINT-LINE.
017450     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
017460         PERFORM 0860-START-NEW-PAGE THRU 0860-EXIT
017470     END-IF.
017480     WRITE RELEASE-REPORT-RECORD FROM WS-PRINT-LINE.
017490     ADD 1 TO WS-LINE-COUNT.
017500 0870-EXIT.
017510         EXIT.
017520*
017530*****************************************************************
017540*    0900-TERMINATE - THE DECISION FOR THE OPERATOR.  RC 8 ON ANY
017550*    BREAK, UNLESS A FILE FAILURE HAS ALREADY SET RC 16.
017560*****************************************************************
017570 0900-TERMINATE.
017580     CLOSE GATE-WORK-FILE.
017590     DISPLAY " ".
017600     DISPLAY "AURELGAT complete - run " WS-SELECT-TIMESTAMP.
017610     MOVE WS-CONTROLS-CHECKED TO WS-COUNT-EDIT.
017620     DISPLAY "Controls checked:  " WS-COUNT-EDIT.
017630     MOVE WS-CONTROLS-BROKEN TO WS-COUNT-EDIT.
017640     DISPLAY "Controls broken:   " WS-COUNT-EDIT.
017650     MOVE WS-BRK-COUNT TO WS-COUNT-EDIT.
017660     DISPLAY "Breaks listed:     " WS-COUNT-EDIT.
017670     IF RETURN-CODE NOT = 0
017680         DISPLAY "*** RUN NOT CHECKED - DO NOT RELEASE ***"
017690         GO TO 0900-EXIT
017700     END-IF.
017710     IF WS-CONTROL-BREAK
017720         DISPLAY "*** RUN OUTPUTS DO NOT CROSS-BALANCE - HOLD "
017730             "THE BANK FILE AND THE STP LODGEMENT - "
017740             "SEE RELRPTF ***"
017750         MOVE 8 TO RETURN-CODE
017760         GO TO 0900-EXIT
017770     END-IF.
017780     DISPLAY "Run cross-balances - bank file and STP lodgement "
017790         "may be released".
017800 0900-EXIT.
017810         EXIT.
