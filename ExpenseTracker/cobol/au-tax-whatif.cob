000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUTAXWIF.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - WHAT-IF COMPARISON REPORT OVER
000120*                    THE AU-TAX-CALC SHADOW RUN FILE.
000130*    2026-10-15 PJH  WORK RECORD CUT BACK TO THE 200 BYTES OF
000140*                    ITS FD; MOVER, CELL AND CONTROL COUNT LINES
000150*                    MADE 132 AND ALIGNED UNDER THEIR HEADINGS.
000160*                    WIFWRKF CLOSED WHEN THE LOAD FAILS.
000170*****************************************************************
000180*    REPORTS THE COMPARISON FILE (CMPOUTF, SEE SHDWREC) THAT AN
000190*    AU-TAX-CALC (W)HAT-IF RUN CUTS - EVERY EMPLOYEE'S PAY ON
000200*    THE LIVE TAX TABLES BESIDE THE SAME PAY ON A CANDIDATE
000210*    TAX YEAR OR CANDIDATE RATE FILE.  PART 1 RANKS THE
000220*    LARGEST MOVERS BY THE SIZE OF THE NET PAY MOVEMENT,
000230*    EITHER WAY, SHOWING WITHHOLDING, MEDICARE, HELP/STSL,
000240*    OFFSETS AND NET UNDER BOTH.  PART 2 TOTALS THE CURRENT
000250*    AND CANDIDATE WITHHOLDING AND NET BY PAY FREQUENCY AND
000260*    RESIDENCY.  PART 3 PROVES THE FILE AGAINST ITS TRAILER.
000270*
000280*    THE SYSIN CARD CARRIES THE NUMBER OF MOVERS TO LIST IN
000290*    COLS 1-5, ZERO-FILLED - BLANK FOR 100.  AN EMPLOYEE WHOSE
000300*    NET DOES NOT MOVE IS COUNTED, NOT LISTED.  THE TOTALS
000310*    COVER EVERY EMPLOYEE COMPARED, LISTED OR NOT.
000320*
000330*    RC 4 - THE SHADOW RUN LEFT EMPLOYEES NOT COMPARED (SEE
000340*    THE AUTAXCLC LOG).  RC 8 - THE FILE DOES NOT AGREE WITH
000350*    ITS TRAILER, HAS NO TRAILER, OR HOLDS A RECORD THAT
000360*    CANNOT BE PLACED; EVERY BREAK IS LISTED.  RC 16 - A FILE
000370*    FAILED OR THE CARD IS NOT VALID; NO REPORT.  THE
000380*    COMPARISON FILE IS READ ONLY - THE RANKING COMES FROM A
000390*    KEYED WORK FILE REBUILT FRESH EVERY RUN.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-I.
000440 OBJECT-COMPUTER. IBM-I.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SHADOW-COMPARE-FILE ASSIGN TO "CMPOUTF"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-COMPARE-FILE-STATUS.
000500     SELECT WHATIF-REPORT-FILE ASSIGN TO "WIFRPTF"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-FILE-STATUS.
000530*    KEYED WORK FILE - ONE RECORD PER EMPLOYEE WHOSE NET MOVES,
000540*    KEYED ON THE SIZE OF THE MOVEMENT TAKEN FROM A CEILING
000550*    (SO THE LARGEST COMES FIRST) THEN EMPLOYEE ID.
000560     SELECT WHATIF-WORK-FILE ASSIGN TO "WIFWRKF"
000570         ORGANIZATION IS INDEXED
000580         ACCESS IS DYNAMIC
000590         RECORD KEY IS WW-SORT-KEY
000600         FILE STATUS IS WS-WORK-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SHADOW-COMPARE-FILE
000640     RECORD CONTAINS 250 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY SHDWREC.
000670*
000680 FD  WHATIF-REPORT-FILE
000690     RECORD CONTAINS 132 CHARACTERS
000700     LABEL RECORDS ARE STANDARD.
000710 01  WHATIF-REPORT-RECORD           PIC X(132).
000720*
000730 FD  WHATIF-WORK-FILE
000740     RECORD CONTAINS 200 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760 01  WHATIF-WORK-RECORD.
000770     05  WW-SORT-KEY.
000780         10  WW-RANK-KEY         PIC 9(07)V99.
000790         10  WW-EMPLOYEE-ID      PIC X(10).
000800     05  WW-EMPLOYEE-NAME        PIC X(30).
000810     05  WW-PAY-FREQUENCY        PIC X(01).
000820     05  WW-RESIDENCY-STATUS     PIC X(01).
000830     05  WW-CUR-WITHHOLDING      PIC S9(07)V99
000840                                 SIGN LEADING SEPARATE.
000850     05  WW-CAND-WITHHOLDING     PIC S9(07)V99
000860                                 SIGN LEADING SEPARATE.
000870     05  WW-CUR-MEDICARE         PIC S9(07)V99
000880                                 SIGN LEADING SEPARATE.
000890     05  WW-CAND-MEDICARE        PIC S9(07)V99
000900                                 SIGN LEADING SEPARATE.
000910     05  WW-CUR-HELP             PIC S9(07)V99
000920                                 SIGN LEADING SEPARATE.
000930     05  WW-CAND-HELP            PIC S9(07)V99
000940                                 SIGN LEADING SEPARATE.
000950     05  WW-CUR-OFFSETS          PIC S9(07)V99
000960                                 SIGN LEADING SEPARATE.
000970     05  WW-CAND-OFFSETS         PIC S9(07)V99
000980                                 SIGN LEADING SEPARATE.
000990     05  WW-CUR-NET-PAY          PIC S9(07)V99
001000                                 SIGN LEADING SEPARATE.
001010     05  WW-CAND-NET-PAY         PIC S9(07)V99
001020                                 SIGN LEADING SEPARATE.
001030     05  WW-NET-MOVEMENT         PIC S9(07)V99
001040                                 SIGN LEADING SEPARATE.
001050     05  FILLER                  PIC X(39).
001060*
001070 WORKING-STORAGE SECTION.
001080 01  WS-FILE-STATUSES.
001090     05  WS-COMPARE-FILE-STATUS   PIC X(02) VALUE "00".
001100     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001110     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001120*
001130 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001140     88  WS-END-OF-FILE               VALUE "Y".
001150 01  WS-TRAILER-SW                PIC X(01) VALUE "N".
001160     88  WS-TRAILER-SEEN              VALUE "Y".
001170 01  WS-HEADING-SW                PIC X(01) VALUE "M".
001180     88  WS-MOVER-HEADING             VALUE "M".
001190     88  WS-TOTAL-HEADING             VALUE "T".
001200*
001210 01  WS-CURRENT-DATE-TIME.
001220     05  WS-CURR-DATE             PIC X(08).
001230     05  WS-CURR-TIME             PIC X(08).
001240*
001250*    SYSIN CARD - MOVERS TO LIST IN COLS 1-5.
001260 01  WS-LIMIT-CARD                PIC X(80) VALUE SPACES.
001270 01  WS-LIST-LIMIT                PIC 9(05) COMP VALUE 100.
001280*
001290*    THE SHADOW RUN BEING REPORTED - FROM THE FIRST DETAIL,
001300*    REPLACED BY THE TRAILER'S WHEN IT IS READ.
001310 01  WS-RUN-TIMESTAMP             PIC X(26) VALUE SPACES.
001320 01  WS-CAND-TAX-YEAR             PIC X(07) VALUE SPACES.
001330*
001340 01  WS-ABS-MOVEMENT              PIC S9(07)V99 COMP-3.
001350 01  WS-RANK-CEILING              PIC 9(07)V99 VALUE 9999999.99.
001360*
001370*    THE TRAILER AS READ.
001380 01  WS-TRAILER-FIGURES.
001390     05  WS-TRL-DETAIL-COUNT      PIC 9(09) COMP VALUE 0.
001400     05  WS-TRL-REJECT-COUNT      PIC 9(09) COMP VALUE 0.
001410     05  WS-TRL-CUR-WH            PIC S9(11)V99 COMP-3 VALUE 0.
001420     05  WS-TRL-CAND-WH           PIC S9(11)V99 COMP-3 VALUE 0.
001430     05  WS-TRL-CUR-NET           PIC S9(11)V99 COMP-3 VALUE 0.
001440     05  WS-TRL-CAND-NET          PIC S9(11)V99 COMP-3 VALUE 0.
001450     05  WS-TRL-RUN-TIMESTAMP     PIC X(26) VALUE SPACES.
001460*
001470*    TOTALS BY PAY FREQUENCY (WEEKLY, FORTNIGHTLY, MONTHLY,
001480*    ANNUAL) AND RESIDENCY (RESIDENT, FOREIGN, WORKING
001490*    HOLIDAY MAKER), IN THE ORDER OF THE LABELS BELOW.
001500 01  WS-CELL-TABLE.
001510     05  WS-FREQ-ROW OCCURS 4 TIMES
001520                     INDEXED BY FQ-IDX.
001530         10  WS-RES-CELL OCCURS 3 TIMES
001540                         INDEXED BY RS-IDX.
001550             15  WS-CL-COUNT      PIC 9(09) COMP.
001560             15  WS-CL-CUR-WH     PIC S9(11)V99 COMP-3.
001570             15  WS-CL-CAND-WH    PIC S9(11)V99 COMP-3.
001580             15  WS-CL-CUR-NET    PIC S9(11)V99 COMP-3.
001590             15  WS-CL-CAND-NET   PIC S9(11)V99 COMP-3.
001600 01  WS-FREQ-LABEL-VALUES.
001610     05  FILLER                   PIC X(12) VALUE "WEEKLY".
001620     05  FILLER                   PIC X(12) VALUE "FORTNIGHTLY".
001630     05  FILLER                   PIC X(12) VALUE "MONTHLY".
001640     05  FILLER                   PIC X(12) VALUE "ANNUAL".
001650 01  WS-FREQ-LABELS REDEFINES WS-FREQ-LABEL-VALUES.
001660     05  WS-FREQ-LABEL            PIC X(12) OCCURS 4 TIMES.
001670 01  WS-RES-LABEL-VALUES.
001680     05  FILLER                   PIC X(12) VALUE "RESIDENT".
001690     05  FILLER                   PIC X(12) VALUE "FOREIGN".
001700     05  FILLER                   PIC X(12) VALUE "WORKING HOL".
001710 01  WS-RES-LABELS REDEFINES WS-RES-LABEL-VALUES.
001720     05  WS-RES-LABEL             PIC X(12) OCCURS 3 TIMES.
001730*
001740*    ONE FREQUENCY'S SUBTOTAL, AND THE WHOLE FILE.  THE GRAND
001750*    TOTALS ARE TAKEN OVER EVERY DETAIL, PLACED OR NOT, SO
001760*    THEY CAN BE PROVED AGAINST THE TRAILER.
001770 01  WS-FREQ-TOTALS.
001780     05  WS-FT-COUNT              PIC 9(09) COMP.
001790     05  WS-FT-CUR-WH             PIC S9(11)V99 COMP-3.
001800     05  WS-FT-CAND-WH            PIC S9(11)V99 COMP-3.
001810     05  WS-FT-CUR-NET            PIC S9(11)V99 COMP-3.
001820     05  WS-FT-CAND-NET           PIC S9(11)V99 COMP-3.
001830 01  WS-GRAND-TOTALS.
001840     05  WS-GT-COUNT              PIC 9(09) COMP VALUE 0.
001850     05  WS-GT-CUR-WH             PIC S9(11)V99 COMP-3 VALUE 0.
001860     05  WS-GT-CAND-WH            PIC S9(11)V99 COMP-3 VALUE 0.
001870     05  WS-GT-CUR-NET            PIC S9(11)V99 COMP-3 VALUE 0.
001880     05  WS-GT-CAND-NET           PIC S9(11)V99 COMP-3 VALUE 0.
001890*
001900 01  WS-REPORT-COUNTS.
001910     05  WS-RECORD-READ-COUNT     PIC 9(09) COMP VALUE 0.
001920     05  WS-MOVER-COUNT           PIC 9(09) COMP VALUE 0.
001930     05  WS-UNCHANGED-COUNT       PIC 9(09) COMP VALUE 0.
001940     05  WS-LISTED-COUNT          PIC 9(09) COMP VALUE 0.
001950     05  WS-BREAK-COUNT           PIC 9(09) COMP VALUE 0.
001960*
001970 01  WS-MONEY-EDIT                PIC -Z,ZZZ,ZZZ,ZZ9.99.
001980*
001990*    PAGE CONTROL - 60 LINES, LETTERHEAD AND HEADINGS TAKE 6.
002000 01  WS-PAGE-CONTROLS.
002010     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
002020     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
002030     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
002040*
002050*    PRINT LINE LAYOUTS
002060 01  RPT-LETTERHEAD-1.
002070     05  FILLER                   PIC X(35) VALUE SPACES.
002080     05  FILLER                   PIC X(52) VALUE
002090         "P A Y R O L L   S Y S T E M S   U N I T".
002100     05  FILLER                   PIC X(45) VALUE SPACES.
002110 01  RPT-LETTERHEAD-2.
002120     05  FILLER                   PIC X(30) VALUE SPACES.
002130     05  RPT-LH-TITLE             PIC X(57).
002140     05  FILLER                   PIC X(45) VALUE SPACES.
002150 01  RPT-LETTERHEAD-3.
002160     05  FILLER                   PIC X(07) VALUE "AS AT: ".
002170     05  RPT-LH-AS-AT             PIC X(10).
002180     05  FILLER                   PIC X(03) VALUE SPACES.
002190     05  FILLER                   PIC X(16) VALUE
002200         "CANDIDATE YEAR: ".
002210     05  RPT-LH-CAND-YEAR         PIC X(07).
002220     05  FILLER                   PIC X(03) VALUE SPACES.
002230     05  FILLER                   PIC X(05) VALUE "RUN: ".
002240     05  RPT-LH-RUN               PIC X(26).
002250     05  FILLER                   PIC X(14) VALUE SPACES.
002260     05  FILLER                   PIC X(06) VALUE "PAGE: ".
002270     05  RPT-LH-PAGE              PIC ZZZ9.
002280     05  FILLER                   PIC X(31) VALUE SPACES.
002290 01  RPT-SEPARATOR.
002300     05  FILLER                   PIC X(130) VALUE ALL "-".
002310     05  FILLER                   PIC X(02) VALUE SPACES.
002320 01  RPT-BLANK-LINE.
002330     05  FILLER                   PIC X(132) VALUE SPACES.
002340 01  RPT-MOVER-HEADING.
002350     05  FILLER                   PIC X(06) VALUE "  RANK".
002360     05  FILLER                   PIC X(11) VALUE " EMPLOYEE".
002370     05  FILLER                   PIC X(21) VALUE "NAME".
002380     05  FILLER                   PIC X(02) VALUE "F".
002390     05  FILLER                   PIC X(07) VALUE "R".
002400     05  FILLER                   PIC X(14) VALUE
002410         "     WITHHELD ".
002420     05  FILLER                   PIC X(14) VALUE
002430         "     MEDICARE ".
002440     05  FILLER                   PIC X(14) VALUE
002450         "    HELP/STSL ".
002460     05  FILLER                   PIC X(14) VALUE
002470         "      OFFSETS ".
002480     05  FILLER                   PIC X(14) VALUE
002490         "      NET PAY ".
002500     05  FILLER                   PIC X(15) VALUE
002510         "     MOVEMENT".
002520 01  RPT-MOVER-LINE-1.
002530     05  RPT-MV-RANK              PIC ZZZZ9.
002540     05  FILLER                   PIC X(01) VALUE SPACES.
002550     05  RPT-MV-ID                PIC X(10).
002560     05  FILLER                   PIC X(01) VALUE SPACES.
002570     05  RPT-MV-NAME              PIC X(20).
002580     05  FILLER                   PIC X(01) VALUE SPACES.
002590     05  RPT-MV-FREQ              PIC X(01).
002600     05  FILLER                   PIC X(01) VALUE SPACES.
002610     05  RPT-MV-RES               PIC X(01).
002620     05  FILLER                   PIC X(01) VALUE SPACES.
002630     05  FILLER                   PIC X(05) VALUE "CUR".
002640     05  RPT-MV-CUR-WH            PIC -Z,ZZZ,ZZ9.99.
002650     05  FILLER                   PIC X(01) VALUE SPACES.
002660     05  RPT-MV-CUR-MEDICARE      PIC -Z,ZZZ,ZZ9.99.
002670     05  FILLER                   PIC X(01) VALUE SPACES.
002680     05  RPT-MV-CUR-HELP          PIC -Z,ZZZ,ZZ9.99.
002690     05  FILLER                   PIC X(01) VALUE SPACES.
002700     05  RPT-MV-CUR-OFFSETS       PIC -Z,ZZZ,ZZ9.99.
002710     05  FILLER                   PIC X(01) VALUE SPACES.
002720     05  RPT-MV-CUR-NET           PIC -Z,ZZZ,ZZ9.99.
002730     05  FILLER                   PIC X(16) VALUE SPACES.
002740 01  RPT-MOVER-LINE-2.
002750     05  FILLER                   PIC X(42) VALUE SPACES.
002760     05  FILLER                   PIC X(05) VALUE "CAND".
002770     05  RPT-MV-CAND-WH           PIC -Z,ZZZ,ZZ9.99.
002780     05  FILLER                   PIC X(01) VALUE SPACES.
002790     05  RPT-MV-CAND-MEDICARE     PIC -Z,ZZZ,ZZ9.99.
002800     05  FILLER                   PIC X(01) VALUE SPACES.
002810     05  RPT-MV-CAND-HELP         PIC -Z,ZZZ,ZZ9.99.
002820     05  FILLER                   PIC X(01) VALUE SPACES.
002830     05  RPT-MV-CAND-OFFSETS      PIC -Z,ZZZ,ZZ9.99.
002840     05  FILLER                   PIC X(01) VALUE SPACES.
002850     05  RPT-MV-CAND-NET          PIC -Z,ZZZ,ZZ9.99.
002860     05  FILLER                   PIC X(01) VALUE SPACES.
002870     05  RPT-MV-MOVEMENT          PIC -Z,ZZZ,ZZ9.99.
002880     05  FILLER                   PIC X(02) VALUE SPACES.
002890 01  RPT-TOTAL-HEADING.
002900     05  FILLER                   PIC X(13) VALUE "FREQUENCY".
002910     05  FILLER                   PIC X(13) VALUE "RESIDENCY".
002920     05  FILLER                   PIC X(09) VALUE "    COUNT".
002930     05  FILLER                   PIC X(15) VALUE
002940         "     CURRENT WH".
002950     05  FILLER                   PIC X(15) VALUE
002960         "   CANDIDATE WH".
002970     05  FILLER                   PIC X(15) VALUE
002980         "    WH MOVEMENT".
002990     05  FILLER                   PIC X(15) VALUE
003000         "    CURRENT NET".
003010     05  FILLER                   PIC X(15) VALUE
003020         "  CANDIDATE NET".
003030     05  FILLER                   PIC X(15) VALUE
003040         "   NET MOVEMENT".
003050     05  FILLER                   PIC X(07) VALUE SPACES.
003060 01  RPT-CELL-LINE.
003070     05  RPT-CL-FREQ              PIC X(12).
003080     05  FILLER                   PIC X(01) VALUE SPACES.
003090     05  RPT-CL-RES               PIC X(12).
003100     05  FILLER                   PIC X(01) VALUE SPACES.
003110     05  RPT-CL-COUNT             PIC Z,ZZZ,ZZ9.
003120     05  FILLER                   PIC X(01) VALUE SPACES.
003130     05  RPT-CL-CUR-WH            PIC -ZZ,ZZZ,ZZ9.99.
003140     05  FILLER                   PIC X(01) VALUE SPACES.
003150     05  RPT-CL-CAND-WH           PIC -ZZ,ZZZ,ZZ9.99.
003160     05  FILLER                   PIC X(01) VALUE SPACES.
003170     05  RPT-CL-WH-MOVEMENT       PIC -ZZ,ZZZ,ZZ9.99.
003180     05  FILLER                   PIC X(01) VALUE SPACES.
003190     05  RPT-CL-CUR-NET           PIC -ZZ,ZZZ,ZZ9.99.
003200     05  FILLER                   PIC X(01) VALUE SPACES.
003210     05  RPT-CL-CAND-NET          PIC -ZZ,ZZZ,ZZ9.99.
003220     05  FILLER                   PIC X(01) VALUE SPACES.
003230     05  RPT-CL-NET-MOVEMENT      PIC -ZZ,ZZZ,ZZ9.99.
003240     05  FILLER                   PIC X(07) VALUE SPACES.
003250 01  RPT-SECTION-LINE.
003260     05  RPT-SECT-TITLE           PIC X(60).
003270     05  FILLER                   PIC X(72) VALUE SPACES.
003280 01  RPT-CONTROL-HEADING.
003290     05  FILLER                   PIC X(34) VALUE
003300         "    CONTROL".
003310     05  FILLER                   PIC X(19) VALUE
003320         "  COMPARISON FILE".
003330     05  FILLER                   PIC X(19) VALUE
003340         "          TRAILER".
003350     05  FILLER                   PIC X(60) VALUE
003360         "  RESULT".
003370 01  RPT-CONTROL-LINE.
003380     05  FILLER                   PIC X(04) VALUE SPACES.
003390     05  RPT-CTL-LABEL            PIC X(30).
003400     05  RPT-CTL-FILE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
003410     05  FILLER                   PIC X(02) VALUE SPACES.
003420     05  RPT-CTL-TRAILER          PIC -Z,ZZZ,ZZZ,ZZ9.99.
003430     05  FILLER                   PIC X(02) VALUE SPACES.
003440     05  RPT-CTL-RESULT           PIC X(14).
003450     05  FILLER                   PIC X(46) VALUE SPACES.
003460 01  RPT-CONTROL-COUNT-LINE.
003470     05  FILLER                   PIC X(04) VALUE SPACES.
003480     05  RPT-CTC-LABEL            PIC X(30).
003490     05  FILLER                   PIC X(07) VALUE SPACES.
003500     05  RPT-CTC-FILE             PIC ZZ,ZZZ,ZZ9.
003510     05  FILLER                   PIC X(09) VALUE SPACES.
003520     05  RPT-CTC-TRAILER          PIC ZZ,ZZZ,ZZ9.
003530     05  FILLER                   PIC X(02) VALUE SPACES.
003540     05  RPT-CTC-RESULT           PIC X(14).
003550     05  FILLER                   PIC X(46) VALUE SPACES.
003560 01  RPT-COUNT-LINE.
003570     05  FILLER                   PIC X(04) VALUE SPACES.
003580     05  RPT-CNT-LABEL            PIC X(36).
003590     05  RPT-CNT-EDIT             PIC ZZ,ZZZ,ZZ9.
003600     05  FILLER                   PIC X(82) VALUE SPACES.
003610*
003620 PROCEDURE DIVISION.
003630*****************************************************************
003640*    0000-MAINLINE
003650*****************************************************************
003660 0000-MAINLINE.
003670     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
003680     IF RETURN-CODE NOT = 0
003690         STOP RUN
003700     END-IF.
003710     PERFORM 0200-LOAD-WORK-FILE THRU 0200-EXIT.
003720*    CMPOUTF IS CLOSED BY 0200 AND WIFRPTF IS NOT OPEN YET.
003730     IF RETURN-CODE NOT = 0
003740         CLOSE WHATIF-WORK-FILE
003750         STOP RUN
003760     END-IF.
003770     PERFORM 0300-PRODUCE-REPORT THRU 0300-EXIT.
003780     PERFORM 0900-TERMINATE THRU 0900-EXIT.
003790     STOP RUN.
003800*
003810*****************************************************************
003820*    0100-INITIALIZE - LIST LIMIT CARD AND FILE AVAILABILITY
003830*****************************************************************
003840 0100-INITIALIZE.
003850     DISPLAY "--- AUTAXWIF - What-If Comparison Report ---".
003860     ACCEPT WS-LIMIT-CARD.
003870     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
003880     ACCEPT WS-CURR-TIME FROM TIME.
003890     INITIALIZE WS-CELL-TABLE.
003900     IF WS-LIMIT-CARD (1:5) = SPACES
003910         MOVE 100 TO WS-LIST-LIMIT
003920     ELSE IF WS-LIMIT-CARD (1:5) NUMERIC
003930         AND WS-LIMIT-CARD (1:5) NOT = "00000"
003940         MOVE WS-LIMIT-CARD (1:5) TO WS-LIST-LIMIT
003950     ELSE
003960         DISPLAY "*** MOVERS TO LIST " WS-LIMIT-CARD (1:5)
003970             " NOT VALID - REPORT NOT PRODUCED ***"
003980         MOVE 16 TO RETURN-CODE
003990         GO TO 0100-EXIT
004000     END-IF.
004010     OPEN INPUT SHADOW-COMPARE-FILE.
004020     IF WS-COMPARE-FILE-STATUS NOT = "00"
004030         DISPLAY "*** UNABLE TO OPEN CMPOUTF - STATUS "
004040             WS-COMPARE-FILE-STATUS " - REPORT NOT PRODUCED ***"
004050         MOVE 16 TO RETURN-CODE
004060         GO TO 0100-EXIT
004070     END-IF.
004080*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
004090     OPEN OUTPUT WHATIF-WORK-FILE.
004100     IF WS-WORK-FILE-STATUS = "00"
004110         CLOSE WHATIF-WORK-FILE
004120         OPEN I-O WHATIF-WORK-FILE
004130     END-IF.
004140     IF WS-WORK-FILE-STATUS NOT = "00"
004150         DISPLAY "*** UNABLE TO OPEN WIFWRKF - STATUS "
004160             WS-WORK-FILE-STATUS " - REPORT NOT PRODUCED ***"
004170         CLOSE SHADOW-COMPARE-FILE
004180         MOVE 16 TO RETURN-CODE
004190     END-IF.
004200 0100-EXIT.
004210         EXIT.
004220*
004230*****************************************************************
004240*    0200-LOAD-WORK-FILE - ONE PASS OF THE COMPARISON FILE:
004250*    EVERY DETAIL INTO THE TOTALS, EVERY MOVER TO THE WORK
004260*    FILE, AND THE TRAILER HELD FOR THE CONTROLS.
004270*****************************************************************
004280 0200-LOAD-WORK-FILE.
004290     MOVE "N" TO WS-EOF-SW.
004300     PERFORM 0210-LOAD-ONE-RECORD THRU 0210-EXIT
004310         UNTIL WS-END-OF-FILE.
004320     CLOSE SHADOW-COMPARE-FILE.
004330 0200-EXIT.
004340         EXIT.
004350*
004360*    0210-LOAD-ONE-RECORD - A RECORD AFTER THE TRAILER, OF AN
004370*    UNKNOWN TYPE, OR FROM ANOTHER SHADOW RUN IS A BREAK - THE
004380*    FILE IS NOT THE ONE RUN IT CLAIMS TO BE.
004390 0210-LOAD-ONE-RECORD.
004400     READ SHADOW-COMPARE-FILE
004410         AT END
004420             MOVE "Y" TO WS-EOF-SW
004430             GO TO 0210-EXIT
004440     END-READ.
004450     IF WS-COMPARE-FILE-STATUS NOT = "00"
004460         DISPLAY "*** CMPOUTF READ FAILED - STATUS "
004470             WS-COMPARE-FILE-STATUS " - REPORT NOT PRODUCED ***"
004480         MOVE 16 TO RETURN-CODE
004490         MOVE "Y" TO WS-EOF-SW
004500         GO TO 0210-EXIT
004510     END-IF.
004520     ADD 1 TO WS-RECORD-READ-COUNT.
004530     IF WS-TRAILER-SEEN
004540         DISPLAY "*** CMPOUTF RECORD " WS-RECORD-READ-COUNT
004550             " FOLLOWS THE TRAILER ***"
004560         ADD 1 TO WS-BREAK-COUNT
004570         GO TO 0210-EXIT
004580     END-IF.
004590     IF SC-TRAILER-RECORD
004600         PERFORM 0230-HOLD-TRAILER THRU 0230-EXIT
004610         GO TO 0210-EXIT
004620     END-IF.
004630     IF NOT SC-DETAIL-RECORD
004640         DISPLAY "*** CMPOUTF RECORD " WS-RECORD-READ-COUNT
004650             " - UNKNOWN RECORD TYPE " SC-RECORD-TYPE " ***"
004660         ADD 1 TO WS-BREAK-COUNT
004670         GO TO 0210-EXIT
004680     END-IF.
004690     IF WS-GT-COUNT = 0
004700         MOVE SC-RUN-TIMESTAMP  TO WS-RUN-TIMESTAMP
004710         MOVE SC-CANDIDATE-YEAR TO WS-CAND-TAX-YEAR
004720     ELSE IF SC-RUN-TIMESTAMP NOT = WS-RUN-TIMESTAMP
004730         DISPLAY "*** CMPOUTF RECORD " WS-RECORD-READ-COUNT
004740             " IS FROM SHADOW RUN " SC-RUN-TIMESTAMP " ***"
004750         ADD 1 TO WS-BREAK-COUNT
004760     END-IF.
004770     ADD 1                   TO WS-GT-COUNT.
004780     ADD SC-CUR-WITHHOLDING  TO WS-GT-CUR-WH.
004790     ADD SC-CAND-WITHHOLDING TO WS-GT-CAND-WH.
004800     ADD SC-CUR-NET-PAY      TO WS-GT-CUR-NET.
004810     ADD SC-CAND-NET-PAY     TO WS-GT-CAND-NET.
004820     PERFORM 0220-ROLL-CELL-TOTALS THRU 0220-EXIT.
004830     IF SC-NET-MOVEMENT = 0
004840         ADD 1 TO WS-UNCHANGED-COUNT
004850         GO TO 0210-EXIT
004860     END-IF.
004870     ADD 1 TO WS-MOVER-COUNT.
004880     IF SC-NET-MOVEMENT < 0
004890         COMPUTE WS-ABS-MOVEMENT = 0 - SC-NET-MOVEMENT
004900     ELSE
004910         MOVE SC-NET-MOVEMENT TO WS-ABS-MOVEMENT
004920     END-IF.
004930     MOVE SPACES TO WHATIF-WORK-RECORD.
004940     COMPUTE WW-RANK-KEY = WS-RANK-CEILING - WS-ABS-MOVEMENT.
004950     MOVE SC-EMPLOYEE-ID      TO WW-EMPLOYEE-ID.
004960     MOVE SC-EMPLOYEE-NAME    TO WW-EMPLOYEE-NAME.
004970     MOVE SC-PAY-FREQUENCY    TO WW-PAY-FREQUENCY.
004980     MOVE SC-RESIDENCY-STATUS TO WW-RESIDENCY-STATUS.
004990     MOVE SC-CUR-WITHHOLDING  TO WW-CUR-WITHHOLDING.
005000     MOVE SC-CAND-WITHHOLDING TO WW-CAND-WITHHOLDING.
005010     MOVE SC-CUR-MEDICARE     TO WW-CUR-MEDICARE.
005020     MOVE SC-CAND-MEDICARE    TO WW-CAND-MEDICARE.
005030     MOVE SC-CUR-HELP         TO WW-CUR-HELP.
005040     MOVE SC-CAND-HELP        TO WW-CAND-HELP.
005050     MOVE SC-CUR-OFFSETS      TO WW-CUR-OFFSETS.
005060     MOVE SC-CAND-OFFSETS     TO WW-CAND-OFFSETS.
005070     MOVE SC-CUR-NET-PAY      TO WW-CUR-NET-PAY.
005080     MOVE SC-CAND-NET-PAY     TO WW-CAND-NET-PAY.
005090     MOVE SC-NET-MOVEMENT     TO WW-NET-MOVEMENT.
005100     WRITE WHATIF-WORK-RECORD.
005110     IF WS-WORK-FILE-STATUS NOT = "00"
005120         DISPLAY "*** WIFWRKF WRITE FAILED - STATUS "
005130             WS-WORK-FILE-STATUS " - REPORT NOT PRODUCED ***"
005140         MOVE 16 TO RETURN-CODE
005150         MOVE "Y" TO WS-EOF-SW
005160     END-IF.
005170 0210-EXIT.
005180         EXIT.
005190*
005200*    0220-ROLL-CELL-TOTALS - THE DETAIL INTO ITS FREQUENCY AND
005210*    RESIDENCY CELL.  A BLANK RESIDENCY IS RESIDENT, AS IN
005220*    AU-TAX-CALC; ANY OTHER CODE CANNOT BE PLACED.
005230 0220-ROLL-CELL-TOTALS.
005240     IF SC-PAY-FREQUENCY = "W"
005250         SET FQ-IDX TO 1
005260     ELSE IF SC-PAY-FREQUENCY = "F"
005270         SET FQ-IDX TO 2
005280     ELSE IF SC-PAY-FREQUENCY = "M"
005290         SET FQ-IDX TO 3
005300     ELSE IF SC-PAY-FREQUENCY = SPACE
005310         SET FQ-IDX TO 4
005320     ELSE
005330         DISPLAY "*** " SC-EMPLOYEE-ID " - PAY FREQUENCY "
005340             SC-PAY-FREQUENCY " CANNOT BE PLACED ***"
005350         ADD 1 TO WS-BREAK-COUNT
005360         GO TO 0220-EXIT
005370     END-IF.
005380     IF SC-RESIDENCY-STATUS = "R" OR SC-RESIDENCY-STATUS = SPACE
005390         SET RS-IDX TO 1
005400     ELSE IF SC-RESIDENCY-STATUS = "F"
005410         SET RS-IDX TO 2
005420     ELSE IF SC-RESIDENCY-STATUS = "H"
005430         SET RS-IDX TO 3
005440     ELSE
005450         DISPLAY "*** " SC-EMPLOYEE-ID " - RESIDENCY "
005460             SC-RESIDENCY-STATUS " CANNOT BE PLACED ***"
005470         ADD 1 TO WS-BREAK-COUNT
005480         GO TO 0220-EXIT
005490     END-IF.
005500     ADD 1 TO WS-CL-COUNT (FQ-IDX, RS-IDX).
005510     ADD SC-CUR-WITHHOLDING  TO WS-CL-CUR-WH (FQ-IDX, RS-IDX).
005520     ADD SC-CAND-WITHHOLDING TO WS-CL-CAND-WH (FQ-IDX, RS-IDX).
005530     ADD SC-CUR-NET-PAY      TO WS-CL-CUR-NET (FQ-IDX, RS-IDX).
005540     ADD SC-CAND-NET-PAY     TO WS-CL-CAND-NET (FQ-IDX, RS-IDX).
005550 0220-EXIT.
005560         EXIT.
005570*
005580*    0230-HOLD-TRAILER - THE TRAILER'S RUN AND CANDIDATE YEAR
005590*    HEAD THE REPORT; ITS COUNTS AND TOTALS ARE PROVED IN 0500.
005600 0230-HOLD-TRAILER.
005610     MOVE "Y" TO WS-TRAILER-SW.
005620     MOVE SC-TRL-DETAIL-COUNT     TO WS-TRL-DETAIL-COUNT.
005630     MOVE SC-TRL-REJECT-COUNT     TO WS-TRL-REJECT-COUNT.
005640     MOVE SC-TRL-CUR-WITHHOLDING  TO WS-TRL-CUR-WH.
005650     MOVE SC-TRL-CAND-WITHHOLDING TO WS-TRL-CAND-WH.
005660     MOVE SC-TRL-CUR-NET-PAY      TO WS-TRL-CUR-NET.
005670     MOVE SC-TRL-CAND-NET-PAY     TO WS-TRL-CAND-NET.
005680     MOVE SC-TRL-RUN-TIMESTAMP    TO WS-TRL-RUN-TIMESTAMP.
005690     IF WS-GT-COUNT = 0
005700         MOVE SC-TRL-RUN-TIMESTAMP TO WS-RUN-TIMESTAMP
005710     END-IF.
005720     MOVE SC-TRL-CANDIDATE-YEAR   TO WS-CAND-TAX-YEAR.
005730 0230-EXIT.
005740         EXIT.
005750*
005760*****************************************************************
005770*    0300-PRODUCE-REPORT - THE RANKED MOVERS, THE TOTALS BY
005780*    FREQUENCY AND RESIDENCY, THEN THE CONTROLS
005790*****************************************************************
005800 0300-PRODUCE-REPORT.
005810     OPEN OUTPUT WHATIF-REPORT-FILE.
005820     IF WS-REPORT-FILE-STATUS NOT = "00"
005830         DISPLAY "*** UNABLE TO OPEN WIFRPTF - STATUS "
005840             WS-REPORT-FILE-STATUS " - REPORT NOT PRODUCED ***"
005850         MOVE 16 TO RETURN-CODE
005860         GO TO 0300-EXIT
005870     END-IF.
005880     MOVE "M" TO WS-HEADING-SW.
005890     PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT.
005900     IF WS-MOVER-COUNT = 0
005910         MOVE "NO NET PAY MOVES ON THE CANDIDATE TABLES"
005920             TO RPT-SECT-TITLE
005930         WRITE WHATIF-REPORT-RECORD FROM RPT-SECTION-LINE
005940         ADD 1 TO WS-LINE-COUNT
005950     END-IF.
005960     MOVE "N" TO WS-EOF-SW.
005970     MOVE LOW-VALUES TO WW-SORT-KEY.
005980     START WHATIF-WORK-FILE KEY NOT < WW-SORT-KEY
005990         INVALID KEY
006000             MOVE "Y" TO WS-EOF-SW
006010     END-START.
006020     PERFORM 0310-REPORT-ONE-MOVER THRU 0310-EXIT
006030         UNTIL WS-END-OF-FILE
006040         OR WS-LISTED-COUNT NOT < WS-LIST-LIMIT.
006050     PERFORM 0400-PRINT-CELL-TOTALS THRU 0400-EXIT.
006060     PERFORM 0500-PRINT-CONTROLS THRU 0500-EXIT.
006070     CLOSE WHATIF-REPORT-FILE.
006080 0300-EXIT.
006090         EXIT.
006100*
006110*    0310-REPORT-ONE-MOVER - TWO LINES PER EMPLOYEE, THE PAY ON
006120*    THE LIVE TABLES OVER THE PAY ON THE CANDIDATE ONES, WITH
006130*    THE NET MOVEMENT (CANDIDATE LESS CURRENT) AGAINST THE
006140*    SECOND.
006150 0310-REPORT-ONE-MOVER.
006160     READ WHATIF-WORK-FILE NEXT RECORD
006170         AT END
006180             MOVE "Y" TO WS-EOF-SW
006190             GO TO 0310-EXIT
006200     END-READ.
006210     ADD 1 TO WS-LISTED-COUNT.
006220     MOVE WS-LISTED-COUNT     TO RPT-MV-RANK.
006230     MOVE WW-EMPLOYEE-ID      TO RPT-MV-ID.
006240     MOVE WW-EMPLOYEE-NAME    TO RPT-MV-NAME.
006250     MOVE WW-PAY-FREQUENCY    TO RPT-MV-FREQ.
006260     MOVE WW-RESIDENCY-STATUS TO RPT-MV-RES.
006270     MOVE WW-CUR-WITHHOLDING  TO RPT-MV-CUR-WH.
006280     MOVE WW-CUR-MEDICARE     TO RPT-MV-CUR-MEDICARE.
006290     MOVE WW-CUR-HELP         TO RPT-MV-CUR-HELP.
006300     MOVE WW-CUR-OFFSETS      TO RPT-MV-CUR-OFFSETS.
006310     MOVE WW-CUR-NET-PAY      TO RPT-MV-CUR-NET.
006320     MOVE WW-CAND-WITHHOLDING TO RPT-MV-CAND-WH.
006330     MOVE WW-CAND-MEDICARE    TO RPT-MV-CAND-MEDICARE.
006340     MOVE WW-CAND-HELP        TO RPT-MV-CAND-HELP.
006350     MOVE WW-CAND-OFFSETS     TO RPT-MV-CAND-OFFSETS.
006360     MOVE WW-CAND-NET-PAY     TO RPT-MV-CAND-NET.
006370     MOVE WW-NET-MOVEMENT     TO RPT-MV-MOVEMENT.
006380     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
006390         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
006400     END-IF.
006410     WRITE WHATIF-REPORT-RECORD FROM RPT-MOVER-LINE-1.
006420     WRITE WHATIF-REPORT-RECORD FROM RPT-MOVER-LINE-2.
006430     ADD 2 TO WS-LINE-COUNT.
006440 0310-EXIT.
006450         EXIT.
006460*
006470*****************************************************************
006480*    0400-PRINT-CELL-TOTALS - ON A FRESH PAGE, EVERY FREQUENCY
006490*    AND RESIDENCY CELL WITH EMPLOYEES IN IT, A SUBTOTAL PER
006500*    FREQUENCY AND THE TOTAL FOR THE FILE
006510*****************************************************************
006520 0400-PRINT-CELL-TOTALS.
006530     MOVE "T" TO WS-HEADING-SW.
006540     PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT.
006550     PERFORM 0410-PRINT-ONE-FREQUENCY THRU 0410-EXIT
006560         VARYING FQ-IDX FROM 1 BY 1
006570         UNTIL FQ-IDX > 4.
006580     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
006590         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
006600     END-IF.
006610     WRITE WHATIF-REPORT-RECORD FROM RPT-SEPARATOR.
006620     MOVE "TOTAL"         TO RPT-CL-FREQ.
006630     MOVE "ALL"           TO RPT-CL-RES.
006640     MOVE WS-GT-COUNT     TO RPT-CL-COUNT.
006650     MOVE WS-GT-CUR-WH    TO RPT-CL-CUR-WH.
006660     MOVE WS-GT-CAND-WH   TO RPT-CL-CAND-WH.
006670     COMPUTE RPT-CL-WH-MOVEMENT = WS-GT-CAND-WH - WS-GT-CUR-WH.
006680     MOVE WS-GT-CUR-NET   TO RPT-CL-CUR-NET.
006690     MOVE WS-GT-CAND-NET  TO RPT-CL-CAND-NET.
006700     COMPUTE RPT-CL-NET-MOVEMENT =
006710         WS-GT-CAND-NET - WS-GT-CUR-NET.
006720     WRITE WHATIF-REPORT-RECORD FROM RPT-CELL-LINE.
006730     ADD 2 TO WS-LINE-COUNT.
006740 0400-EXIT.
006750         EXIT.
006760*
006770*    0410-PRINT-ONE-FREQUENCY - THE FREQUENCY'S CELLS AND ITS
006780*    SUBTOTAL.  A FREQUENCY NOBODY IS PAID ON IS LEFT OFF.
006790 0410-PRINT-ONE-FREQUENCY.
006800     INITIALIZE WS-FREQ-TOTALS.
006810     PERFORM 0420-PRINT-ONE-CELL THRU 0420-EXIT
006820         VARYING RS-IDX FROM 1 BY 1
006830         UNTIL RS-IDX > 3.
006840     IF WS-FT-COUNT = 0
006850         GO TO 0410-EXIT
006860     END-IF.
006870     MOVE SPACES          TO RPT-CL-FREQ.
006880     MOVE "SUBTOTAL"      TO RPT-CL-RES.
006890     MOVE WS-FT-COUNT     TO RPT-CL-COUNT.
006900     MOVE WS-FT-CUR-WH    TO RPT-CL-CUR-WH.
006910     MOVE WS-FT-CAND-WH   TO RPT-CL-CAND-WH.
006920     COMPUTE RPT-CL-WH-MOVEMENT = WS-FT-CAND-WH - WS-FT-CUR-WH.
006930     MOVE WS-FT-CUR-NET   TO RPT-CL-CUR-NET.
006940     MOVE WS-FT-CAND-NET  TO RPT-CL-CAND-NET.
006950     COMPUTE RPT-CL-NET-MOVEMENT =
006960         WS-FT-CAND-NET - WS-FT-CUR-NET.
006970     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
006980         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
006990     END-IF.
007000     WRITE WHATIF-REPORT-RECORD FROM RPT-CELL-LINE.
007010     WRITE WHATIF-REPORT-RECORD FROM RPT-BLANK-LINE.
007020     ADD 2 TO WS-LINE-COUNT.
007030 0410-EXIT.
007040         EXIT.
007050*
007060*    0420-PRINT-ONE-CELL - ONE FREQUENCY AND RESIDENCY, ROLLED
007070*    INTO THE FREQUENCY SUBTOTAL.
007080 0420-PRINT-ONE-CELL.
007090     IF WS-CL-COUNT (FQ-IDX, RS-IDX) = 0
007100         GO TO 0420-EXIT
007110     END-IF.
007120     ADD WS-CL-COUNT (FQ-IDX, RS-IDX)    TO WS-FT-COUNT.
007130     ADD WS-CL-CUR-WH (FQ-IDX, RS-IDX)   TO WS-FT-CUR-WH.
007140     ADD WS-CL-CAND-WH (FQ-IDX, RS-IDX)  TO WS-FT-CAND-WH.
007150     ADD WS-CL-CUR-NET (FQ-IDX, RS-IDX)  TO WS-FT-CUR-NET.
007160     ADD WS-CL-CAND-NET (FQ-IDX, RS-IDX) TO WS-FT-CAND-NET.
007170     MOVE WS-FREQ-LABEL (FQ-IDX) TO RPT-CL-FREQ.
007180     MOVE WS-RES-LABEL (RS-IDX)  TO RPT-CL-RES.
007190     MOVE WS-CL-COUNT (FQ-IDX, RS-IDX)    TO RPT-CL-COUNT.
007200     MOVE WS-CL-CUR-WH (FQ-IDX, RS-IDX)   TO RPT-CL-CUR-WH.
007210     MOVE WS-CL-CAND-WH (FQ-IDX, RS-IDX)  TO RPT-CL-CAND-WH.
007220     COMPUTE RPT-CL-WH-MOVEMENT =
007230         WS-CL-CAND-WH (FQ-IDX, RS-IDX)
007240             - WS-CL-CUR-WH (FQ-IDX, RS-IDX).
007250     MOVE WS-CL-CUR-NET (FQ-IDX, RS-IDX)  TO RPT-CL-CUR-NET.
007260     MOVE WS-CL-CAND-NET (FQ-IDX, RS-IDX) TO RPT-CL-CAND-NET.
007270     COMPUTE RPT-CL-NET-MOVEMENT =
007280         WS-CL-CAND-NET (FQ-IDX, RS-IDX)
007290             - WS-CL-CUR-NET (FQ-IDX, RS-IDX).
007300     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
007310         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
007320     END-IF.
007330     WRITE WHATIF-REPORT-RECORD FROM RPT-CELL-LINE.
007340     ADD 1 TO WS-LINE-COUNT.
007350 0420-EXIT.
007360         EXIT.
007370*
007380*    0450-START-NEW-PAGE - LETTERHEAD, THE PART'S COLUMN
007390*    HEADINGS AND PAGE CONTROLS.
007400 0450-START-NEW-PAGE.
007410     ADD 1 TO WS-PAGE-NUMBER.
007420     MOVE SPACES TO RPT-LH-AS-AT.
007430     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
007440            WS-CURR-DATE (7:2)
007450         DELIMITED BY SIZE INTO RPT-LH-AS-AT.
007460     MOVE WS-CAND-TAX-YEAR TO RPT-LH-CAND-YEAR.
007470     MOVE WS-RUN-TIMESTAMP TO RPT-LH-RUN.
007480     MOVE WS-PAGE-NUMBER TO RPT-LH-PAGE.
007490     IF WS-MOVER-HEADING
007500         MOVE "WHAT-IF SHADOW RUN - LARGEST NET PAY MOVERS"
007510             TO RPT-LH-TITLE
007520     ELSE
007530         MOVE "WHAT-IF SHADOW RUN - TOTALS BY FREQUENCY/RESIDENCY"
007540             TO RPT-LH-TITLE
007550     END-IF.
007560     IF WS-PAGE-NUMBER = 1
007570         WRITE WHATIF-REPORT-RECORD FROM RPT-LETTERHEAD-1
007580     ELSE
007590         WRITE WHATIF-REPORT-RECORD FROM RPT-LETTERHEAD-1
007600             AFTER ADVANCING PAGE
007610     END-IF.
007620     WRITE WHATIF-REPORT-RECORD FROM RPT-LETTERHEAD-2.
007630     WRITE WHATIF-REPORT-RECORD FROM RPT-LETTERHEAD-3.
007640     WRITE WHATIF-REPORT-RECORD FROM RPT-SEPARATOR.
007650     IF WS-MOVER-HEADING
007660         WRITE WHATIF-REPORT-RECORD FROM RPT-MOVER-HEADING
007670     ELSE
007680         WRITE WHATIF-REPORT-RECORD FROM RPT-TOTAL-HEADING
007690     END-IF.
007700     WRITE WHATIF-REPORT-RECORD FROM RPT-SEPARATOR.
007710     MOVE 6 TO WS-LINE-COUNT.
007720 0450-EXIT.
007730         EXIT.
007740*
007750*****************************************************************
007760*    0500-PRINT-CONTROLS - THE FILE PROVED AGAINST ITS TRAILER,
007770*    AND THE COUNTS.  EVERY DISAGREEMENT IS A BREAK.
007780*****************************************************************
007790 0500-PRINT-CONTROLS.
007800     IF WS-LINE-COUNT + 18 > WS-LINES-PER-PAGE
007810         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
007820     END-IF.
007830     WRITE WHATIF-REPORT-RECORD FROM RPT-BLANK-LINE.
007840     WRITE WHATIF-REPORT-RECORD FROM RPT-CONTROL-HEADING.
007850     WRITE WHATIF-REPORT-RECORD FROM RPT-SEPARATOR.
007860     ADD 3 TO WS-LINE-COUNT.
007870     IF NOT WS-TRAILER-SEEN
007880         DISPLAY "*** CMPOUTF HAS NO TRAILER - FILE INCOMPLETE "
007890             "***"
007900         ADD 1 TO WS-BREAK-COUNT
007910         MOVE "*** NO TRAILER - THE SHADOW RUN DID NOT FINISH ***"
007920             TO RPT-SECT-TITLE
007930         WRITE WHATIF-REPORT-RECORD FROM RPT-SECTION-LINE
007940         ADD 1 TO WS-LINE-COUNT
007950         GO TO 0500-COUNTS
007960     END-IF.
007970     MOVE "EMPLOYEES COMPARED" TO RPT-CTC-LABEL.
007980     MOVE WS-GT-COUNT         TO RPT-CTC-FILE.
007990     MOVE WS-TRL-DETAIL-COUNT TO RPT-CTC-TRAILER.
008000     IF WS-GT-COUNT = WS-TRL-DETAIL-COUNT
008010         MOVE "AGREES" TO RPT-CTC-RESULT
008020     ELSE
008030         MOVE "*** BREAK ***" TO RPT-CTC-RESULT
008040         ADD 1 TO WS-BREAK-COUNT
008050     END-IF.
008060     WRITE WHATIF-REPORT-RECORD FROM RPT-CONTROL-COUNT-LINE.
008070     MOVE "WITHHELD - CURRENT" TO RPT-CTL-LABEL.
008080     MOVE WS-GT-CUR-WH  TO RPT-CTL-FILE.
008090     MOVE WS-TRL-CUR-WH TO RPT-CTL-TRAILER.
008100     IF WS-GT-CUR-WH = WS-TRL-CUR-WH
008110         MOVE "AGREES" TO RPT-CTL-RESULT
008120     ELSE
008130         MOVE "*** BREAK ***" TO RPT-CTL-RESULT
008140         ADD 1 TO WS-BREAK-COUNT
008150     END-IF.
008160     WRITE WHATIF-REPORT-RECORD FROM RPT-CONTROL-LINE.
008170     MOVE "WITHHELD - CANDIDATE" TO RPT-CTL-LABEL.
008180     MOVE WS-GT-CAND-WH  TO RPT-CTL-FILE.
008190     MOVE WS-TRL-CAND-WH TO RPT-CTL-TRAILER.
008200     IF WS-GT-CAND-WH = WS-TRL-CAND-WH
008210         MOVE "AGREES" TO RPT-CTL-RESULT
008220     ELSE
008230         MOVE "*** BREAK ***" TO RPT-CTL-RESULT
008240         ADD 1 TO WS-BREAK-COUNT
008250     END-IF.
008260     WRITE WHATIF-REPORT-RECORD FROM RPT-CONTROL-LINE.
008270     MOVE "NET PAY - CURRENT" TO RPT-CTL-LABEL.
008280     MOVE WS-GT-CUR-NET  TO RPT-CTL-FILE.
008290     MOVE WS-TRL-CUR-NET TO RPT-CTL-TRAILER.
008300     IF WS-GT-CUR-NET = WS-TRL-CUR-NET
008310         MOVE "AGREES" TO RPT-CTL-RESULT
008320     ELSE
008330         MOVE "*** BREAK ***" TO RPT-CTL-RESULT
008340         ADD 1 TO WS-BREAK-COUNT
008350     END-IF.
008360     WRITE WHATIF-REPORT-RECORD FROM RPT-CONTROL-LINE.
008370     MOVE "NET PAY - CANDIDATE" TO RPT-CTL-LABEL.
008380     MOVE WS-GT-CAND-NET  TO RPT-CTL-FILE.
008390     MOVE WS-TRL-CAND-NET TO RPT-CTL-TRAILER.
008400     IF WS-GT-CAND-NET = WS-TRL-CAND-NET
008410         MOVE "AGREES" TO RPT-CTL-RESULT
008420     ELSE
008430         MOVE "*** BREAK ***" TO RPT-CTL-RESULT
008440         ADD 1 TO WS-BREAK-COUNT
008450     END-IF.
008460     WRITE WHATIF-REPORT-RECORD FROM RPT-CONTROL-LINE.
008470     ADD 5 TO WS-LINE-COUNT.
008480     IF WS-GT-COUNT > 0
008490         AND WS-TRL-RUN-TIMESTAMP NOT = WS-RUN-TIMESTAMP
008500         DISPLAY "*** CMPOUTF TRAILER IS FOR SHADOW RUN "
008510             WS-TRL-RUN-TIMESTAMP " ***"
008520         ADD 1 TO WS-BREAK-COUNT
008530         MOVE "*** TRAILER IS FOR ANOTHER SHADOW RUN ***"
008540             TO RPT-SECT-TITLE
008550         WRITE WHATIF-REPORT-RECORD FROM RPT-SECTION-LINE
008560         ADD 1 TO WS-LINE-COUNT
008570     END-IF.
008580 0500-COUNTS.
008590     WRITE WHATIF-REPORT-RECORD FROM RPT-BLANK-LINE.
008600     MOVE "RECORDS READ" TO RPT-CNT-LABEL.
008610     MOVE WS-RECORD-READ-COUNT TO RPT-CNT-EDIT.
008620     WRITE WHATIF-REPORT-RECORD FROM RPT-COUNT-LINE.
008630     MOVE "NET PAY MOVED" TO RPT-CNT-LABEL.
008640     MOVE WS-MOVER-COUNT TO RPT-CNT-EDIT.
008650     WRITE WHATIF-REPORT-RECORD FROM RPT-COUNT-LINE.
008660     MOVE "  LISTED" TO RPT-CNT-LABEL.
008670     MOVE WS-LISTED-COUNT TO RPT-CNT-EDIT.
008680     WRITE WHATIF-REPORT-RECORD FROM RPT-COUNT-LINE.
008690     MOVE "NET PAY UNCHANGED" TO RPT-CNT-LABEL.
008700     MOVE WS-UNCHANGED-COUNT TO RPT-CNT-EDIT.
008710     WRITE WHATIF-REPORT-RECORD FROM RPT-COUNT-LINE.
008720     MOVE "NOT COMPARED - SEE AUTAXCLC LOG" TO RPT-CNT-LABEL.
008730     MOVE WS-TRL-REJECT-COUNT TO RPT-CNT-EDIT.
008740     WRITE WHATIF-REPORT-RECORD FROM RPT-COUNT-LINE.
008750     MOVE "CONTROL BREAKS" TO RPT-CNT-LABEL.
008760     MOVE WS-BREAK-COUNT TO RPT-CNT-EDIT.
008770     WRITE WHATIF-REPORT-RECORD FROM RPT-COUNT-LINE.
008780     ADD 7 TO WS-LINE-COUNT.
008790 0500-EXIT.
008800         EXIT.
008810*
008820*****************************************************************
008830*    0900-TERMINATE - COUNTS FOR THE OPERATOR; RC 8 ON ANY
008840*    BREAK, RC 4 WHEN THE SHADOW RUN LEFT EMPLOYEES OUT
008850*****************************************************************
008860 0900-TERMINATE.
008870     CLOSE WHATIF-WORK-FILE.
008880     DISPLAY "AUTAXWIF complete - shadow run " WS-RUN-TIMESTAMP.
008890     DISPLAY "Candidate tax year:  " WS-CAND-TAX-YEAR.
008900     DISPLAY "Employees compared:  " WS-GT-COUNT.
008910     DISPLAY "Net pay moved:       " WS-MOVER-COUNT.
008920     DISPLAY "Movers listed:       " WS-LISTED-COUNT.
008930     COMPUTE WS-MONEY-EDIT = WS-GT-CAND-NET - WS-GT-CUR-NET.
008940     DISPLAY "Net pay movement:   $" WS-MONEY-EDIT.
008950     IF WS-BREAK-COUNT > 0
008960         DISPLAY "*** " WS-BREAK-COUNT " CONTROL BREAK(S) - "
008970             "SEE WIFRPTF ***"
008980         IF RETURN-CODE < 8
008990             MOVE 8 TO RETURN-CODE
009000         END-IF
009010     ELSE IF WS-TRL-REJECT-COUNT > 0
009020         DISPLAY "*** " WS-TRL-REJECT-COUNT " EMPLOYEE(S) NOT "
009030             "COMPARED - SEE THE AUTAXCLC LOG ***"
009040         IF RETURN-CODE = 0
009050             MOVE 4 TO RETURN-CODE
009060         END-IF
009070     END-IF.
009080 0900-EXIT.
009090         EXIT.
