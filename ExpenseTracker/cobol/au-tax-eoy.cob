000170*                    RECONSTRUCTION-UNRELIABLE WARNING ON THE
000180*                    REPORT AND CONSOLE - PERIOD-PAID ROWS OF
000190*                    THE PRE-COLUMN WINDOW CANNOT BE DIVIDED.
000200*    2026-10-15 PJH  NO-TFN INDICATOR COLUMN (AFTER THE
000210*                    DEDUCTION-ORDER COLUMN) TAKEN INTO THE
000220*                    PARSE SO NOTES STAYS ALIGNED.
000230*    2026-10-15 PJH  AUDIT LOG WIDENED 300 TO 450 - THE PER-PERIOD
000240*                    AMOUNT, CARRY MOVEMENT, ROW TYPE AND
000250*                    REVERSED-RUN COLUMNS (AFTER THE NO-TFN
000260*                    COLUMN) TAKEN INTO THE PARSE SO NOTES STAYS
000270*                    ALIGNED.  A REVERSAL (R) ROW FROM AN
000280*                    ADJUSTMENT RUN NETS ITS PAYMENT OUT OF THE
000290*                    EMPLOYEE'S TOTALS AND RUN COUNT.
000300*    2026-10-15 PJH  AUDIT LOG AND ARCHIVE RECORDS WIDENED 450
000310*                    TO 500 FOR THE LEAVE MOVEMENT COLUMNS
000320*                    AU-TAX-CALC NOW WRITES AT THE END OF THE
000330*                    ROW.
000340*****************************************************************
000350*    PRODUCES, PER EMPLOYEE, THE TOTAL GROSS, PAYGW, MEDICARE
000360*    LEVY, MLS, HELP AND OFFSETS ACTUALLY WITHHELD ACROSS EVERY
000370*    RUN OF ONE FINANCIAL YEAR (CCYY-YY ON SYSIN), PRINTED AS
000380*    ANNUAL PAYMENT SUMMARIES, PLUS AN EMPLOYER-LEVEL PAYG
000390*    ANNUAL RECONCILIATION.  INPUT IS THE LIVE AUDIT LOG PLUS
000400*    THE YEAR'S AUDARCH ARCHIVE CUT BY AUTAXARC - EITHER FILE
000410*    MAY BE ABSENT (MID-YEAR THERE IS NO ARCHIVE; AFTER THE
000420*    ARCHIVAL SWAP THE LIVE LOG MAY HOLD NOTHING FOR THE YEAR).
000430*
000440*    AN AUDIT ROW CARRIES ANNUAL-EQUIVALENT AMOUNTS - WHAT THE
000450*    RUN ACTUALLY WITHHELD IS THAT FIGURE DIVIDED BY THE PAY
000460*    PERIODS PER YEAR FOR THE ROW'S PAY-FREQUENCY COLUMN.  EACH
000470*    ROW THEREFORE CONTRIBUTES ITS PER-PERIOD AMOUNTS TO THE
000480*    EMPLOYEE'S ANNUAL TOTALS, ACCUMULATED ON A KEYED WORK FILE
000490*    SO HEADCOUNT NEVER DEGRADES THE RECONCILIATION.
000500*
000510*    ROWS WITHOUT THE FREQUENCY COLUMN ARE TAKEN AS ANNUAL -
000520*    CORRECT FOR ROWS FROM BEFORE PER-PERIOD INPUT EXISTED,
000530*    BUT WRONG FOR PERIOD-PAID (W/F/M) ROWS WRITTEN IN THE
000540*    WINDOW BETWEEN PER-PERIOD INPUT (2026-08-22) AND THE
000550*    FREQUENCY COLUMN (2026-09-02): THOSE CARRY
000560*    ANNUAL-EQUIVALENT AMOUNTS WITH NO WAY LEFT TO TELL THE
000570*    FREQUENCY, SO THEY ACCUMULATE AT UP TO 52 TIMES WHAT WAS
000580*    WITHHELD.  THE PROGRAM COUNTS SUCH ROWS AND FLAGS THE
000590*    RECONCILIATION UNRELIABLE ON THE REPORT AND CONSOLE
000600*    WHEN ANY EXIST - THE DATA ITSELF IS UNRECOVERABLE.
000610*
000620*    THE RECONSTRUCTION ROUNDS EACH ROW INDEPENDENTLY, WHILE
000630*    THE LIVE CALCULATION CARRIES A SUB-CENT ROUNDING RESIDUE
000640*    FORWARD RUN TO RUN (SEE 250-DEANNUALIZE-PERIOD) - THE
000650*    RECONSTRUCTED FIGURES THEREFORE MATCH THE ACTUALS ONLY TO
000660*    WITHIN ROUNDING, AT WORST A FEW CENTS PER EMPLOYEE PER
000670*    COMPONENT ACROSS THE YEAR.
000680*
000690*    THE EMPLOYER RECONCILIATION'S GROSS, PAYGW AND HELP LINES
000700*    TIE TO THE YEAR'S CLOSING STP POSITION - THE FINAL RUN'S
000710*    DECLARATION TRAILER CARRIES THE ACCUMULATED YTD TOTALS OF
000720*    THE EMPLOYEES IT PAID - WITHIN THE ROUNDING TOLERANCE
000730*    ABOVE.  AGREEMENT TO THAT TOLERANCE IS THE RELEASE GATE
000740*    BEFORE THE PAYG ANNUAL STATEMENT GOES TO THE ATO.
000750*****************************************************************
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER. IBM-I.
000790 OBJECT-COMPUTER. IBM-I.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000850     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000880     SELECT EOY-WORK-FILE ASSIGN TO "EOYWRKF"
000890         ORGANIZATION IS INDEXED
000900         ACCESS IS DYNAMIC
000910         RECORD KEY IS EW-EMPLOYEE-ID
000920         FILE STATUS IS WS-WORK-FILE-STATUS.
000930     SELECT EOY-REPORT-FILE ASSIGN TO "EOYRPTF"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-REPORT-FILE-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  AUDIT-TAX-CALC-LOG
000990     RECORD CONTAINS 500 CHARACTERS
001000     LABEL RECORDS ARE STANDARD.
001010 01  AUDIT-LOG-RECORD               PIC X(500).
001020*
001030 FD  ARCHIVE-FILE
001040     RECORD CONTAINS 500 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  ARCHIVE-RECORD                 PIC X(500).
001070*
001080*    KEYED ACCUMULATION WORK FILE - ONE RECORD PER EMPLOYEE
001090*    SEEN IN THE YEAR, REBUILT FRESH EVERY RUN.  KEYED SO THE
001100*    RECONCILIATION NEVER DEGRADES WITH HEADCOUNT THE WAY AN
001110*    IN-STORAGE TABLE WOULD.
001120 FD  EOY-WORK-FILE
001130     RECORD CONTAINS 210 CHARACTERS
001140     LABEL RECORDS ARE STANDARD.
001150 01  EOY-WORK-RECORD.
001160     05  EW-EMPLOYEE-ID          PIC X(10).
001170     05  EW-EMPLOYEE-NAME        PIC X(30).
001180     05  EW-TOT-GROSS            PIC S9(13)V99
001190                                 SIGN LEADING SEPARATE.
001200     05  EW-TOT-DEDUCT           PIC S9(13)V99
001210                                 SIGN LEADING SEPARATE.
001220     05  EW-TOT-TAXABLE          PIC S9(13)V99
001230                                 SIGN LEADING SEPARATE.
001240     05  EW-TOT-INCTAX           PIC S9(13)V99
001250                                 SIGN LEADING SEPARATE.
001260     05  EW-TOT-OFFSETS          PIC S9(13)V99
001270                                 SIGN LEADING SEPARATE.
001280     05  EW-TOT-MEDICARE         PIC S9(13)V99
001290                                 SIGN LEADING SEPARATE.
001300     05  EW-TOT-MLS              PIC S9(13)V99
001310                                 SIGN LEADING SEPARATE.
001320     05  EW-TOT-HELP             PIC S9(13)V99
001330                                 SIGN LEADING SEPARATE.
001340     05  EW-TOT-TOTALTAX         PIC S9(13)V99
001350                                 SIGN LEADING SEPARATE.
001360     05  EW-TOT-NETPAY           PIC S9(13)V99
001370                                 SIGN LEADING SEPARATE.
001380     05  EW-RUN-COUNT            PIC 9(04).
001390     05  FILLER                  PIC X(06).
001400*
001410 FD  EOY-REPORT-FILE
001420     RECORD CONTAINS 132 CHARACTERS
001430     LABEL RECORDS ARE STANDARD.
001440 01  EOY-REPORT-RECORD              PIC X(132).
001450*
001460 WORKING-STORAGE SECTION.
001470 01  WS-FILE-STATUSES.
001480     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001490     05  WS-ARCHIVE-FILE-STATUS   PIC X(02) VALUE "00".
001500     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001510     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001520*
001530 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001540     88  WS-END-OF-FILE               VALUE "Y".
001550*
001560 01  WS-SELECT-YEAR               PIC X(07) VALUE SPACES.
001570*
001580*    WHICH INPUT THE ACCUMULATION PASS IS READING - THE LIVE
001590*    LOG AND THE ARCHIVE SHARE ONE RECORD SHAPE AND ONE PASS
001600*    PARAGRAPH.
001610 01  WS-SOURCE-SW                 PIC X(01) VALUE "L".
001620     88  WS-SOURCE-LIVE               VALUE "L".
001630     88  WS-SOURCE-ARCHIVE            VALUE "A".
001640*
001650*    PARSED AUDIT LOG COLUMNS - SEE 310-WRITE-AUDIT-LOG-RECORD
001660*    IN AU-TAX-CALC FOR THE COLUMN ORDER.
001670 01  WS-AUDIT-FIELDS.
001680     05  WS-F-EMPLOYEE-ID         PIC X(10).
001690     05  WS-F-EMPLOYEE-NAME       PIC X(30).
001700     05  WS-F-TAX-YEAR            PIC X(07).
001710     05  WS-F-RUN-TIMESTAMP       PIC X(26).
001720     05  WS-F-GROSS               PIC X(31).
001730     05  WS-F-DEDUCT              PIC X(13).
001740     05  WS-F-TAXABLE             PIC X(13).
001750     05  WS-F-INCTAX              PIC X(13).
001760     05  WS-F-OFFSETS             PIC X(13).
001770     05  WS-F-MEDICARE            PIC X(13).
001780     05  WS-F-MLS                 PIC X(13).
001790     05  WS-F-HELP                PIC X(13).
001800     05  WS-F-TOTALTAX            PIC X(13).
001810     05  WS-F-NETPAY              PIC X(13).
001820     05  WS-F-SG                  PIC X(13).
001830     05  WS-F-FREQ                PIC X(01).
001840     05  WS-F-ETPGROSS            PIC X(13).
001850     05  WS-F-ETPTAX              PIC X(13).
001860     05  WS-F-DEDORD              PIC X(13).
001870     05  WS-F-NOTFN-IND           PIC X(01).
001880     05  WS-F-PD-GROSS            PIC X(13).
001890     05  WS-F-PD-TAX              PIC X(13).
001900     05  WS-F-PD-HELP             PIC X(13).
001910     05  WS-F-PD-DISBTAX          PIC X(13).
001920     05  WS-F-PD-DISBNET          PIC X(13).
001930     05  WS-F-PD-SG               PIC X(13).
001940     05  WS-F-CARRY-DELTA         PIC X(13).
001950     05  WS-F-ROW-TYPE            PIC X(01).
001960     05  WS-F-REVERSED-TS         PIC X(26).
001970     05  WS-F-NOTES               PIC X(31).
001980 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
001990 01  WS-REJECTED-FLAG             PIC X(01) VALUE "N".
002000     88  WS-RECORD-REJECTED           VALUE "Y".
002010*
002020*    PAY PERIODS FOR THE ROW BEING ACCUMULATED - 1 FOR ANNUAL
002030*    ROWS AND FOR ROWS OLDER THAN THE FREQUENCY COLUMN.
002040 01  WS-PERIODS-PER-YEAR          PIC 9(02) COMP VALUE 1.
002050*
002060 01  WS-AMOUNT-WORK               PIC S9(11)V99 COMP-3.
002070 01  WS-PERIOD-AMOUNT             PIC S9(11)V99 COMP-3.
002080*
002090 01  WS-WORK-FOUND-SW             PIC X(01) VALUE "N".
002100     88  WS-WORK-FOUND                VALUE "Y".
002110*
002120 01  WS-PASS-COUNTS.
002130     05  WS-LIVE-ROW-COUNT        PIC 9(09) COMP VALUE 0.
002140     05  WS-ARCH-ROW-COUNT        PIC 9(09) COMP VALUE 0.
002150     05  WS-EMPLOYEE-COUNT        PIC 9(09) COMP VALUE 0.
002160*    ROWS OF THE SELECTED YEAR WITHOUT THE FREQUENCY COLUMN -
002170*    EACH MAY BE A PERIOD-PAID ROW ACCUMULATED AT ITS
002180*    ANNUAL-EQUIVALENT AMOUNT (SEE THE PROGRAM NOTES).  ANY
002190*    NON-ZERO COUNT FLAGS THE RECONCILIATION UNRELIABLE.
002200     05  WS-SHORT-ROW-COUNT       PIC 9(09) COMP VALUE 0.
002210*
002220*    EMPLOYER-LEVEL ANNUAL TOTALS - THE PAYG ANNUAL
002230*    RECONCILIATION AT THE FOOT OF THE REPORT.
002240 01  WS-EMPLOYER-TOTALS.
002250     05  WS-ER-GROSS              PIC S9(13)V99 COMP-3 VALUE 0.
002260     05  WS-ER-DEDUCT             PIC S9(13)V99 COMP-3 VALUE 0.
002270     05  WS-ER-INCTAX             PIC S9(13)V99 COMP-3 VALUE 0.
002280     05  WS-ER-OFFSETS            PIC S9(13)V99 COMP-3 VALUE 0.
002290     05  WS-ER-MEDICARE           PIC S9(13)V99 COMP-3 VALUE 0.
002300     05  WS-ER-MLS                PIC S9(13)V99 COMP-3 VALUE 0.
002310     05  WS-ER-HELP               PIC S9(13)V99 COMP-3 VALUE 0.
002320     05  WS-ER-TOTALTAX           PIC S9(13)V99 COMP-3 VALUE 0.
002330     05  WS-ER-NETPAY             PIC S9(13)V99 COMP-3 VALUE 0.
002340     05  WS-ER-PAYGW              PIC S9(13)V99 COMP-3 VALUE 0.
002350*
002360*    PAGE CONTROL - AN ANNUAL STATEMENT BLOCK PRINTS 13 LINES.
002370 01  WS-PAGE-CONTROLS.
002380     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
002390     05  WS-STATEMENT-LINES       PIC 9(02) COMP VALUE 13.
002400     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
002410     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
002420*
002430*    PRINT LINE LAYOUTS
002440 01  EOY-LETTERHEAD-1.
002450     05  FILLER                   PIC X(35) VALUE SPACES.
002460     05  FILLER                   PIC X(52) VALUE
002470         "P A Y R O L L   S Y S T E M S   U N I T".
002480     05  FILLER                   PIC X(45) VALUE SPACES.
002490 01  EOY-LETTERHEAD-2.
002500     05  FILLER                   PIC X(30) VALUE SPACES.
002510     05  FILLER                   PIC X(57) VALUE
002520         "ANNUAL PAYG RECONCILIATION - EMPLOYEE STATEMENTS".
002530     05  FILLER                   PIC X(45) VALUE SPACES.
002540 01  EOY-LETTERHEAD-3.
002550     05  FILLER                   PIC X(16) VALUE
002560         "FINANCIAL YEAR: ".
002570     05  EOY-LH-YEAR              PIC X(07).
002580     05  FILLER                   PIC X(68) VALUE SPACES.
002590     05  FILLER                   PIC X(06) VALUE "PAGE: ".
002600     05  EOY-LH-PAGE              PIC ZZZ9.
002610     05  FILLER                   PIC X(31) VALUE SPACES.
002620 01  EOY-SEPARATOR.
002630     05  FILLER                   PIC X(102) VALUE ALL "-".
002640     05  FILLER                   PIC X(30) VALUE SPACES.
002650 01  EOY-BLANK-LINE.
002660     05  FILLER                   PIC X(132) VALUE SPACES.
002670 01  EOY-EMPLOYEE-LINE.
002680     05  FILLER                   PIC X(10) VALUE "EMPLOYEE: ".
002690     05  EOY-EMP-ID               PIC X(10).
002700     05  FILLER                   PIC X(02) VALUE SPACES.
002710     05  EOY-EMP-NAME             PIC X(30).
002720     05  FILLER                   PIC X(07) VALUE "  RUNS ".
002730     05  EOY-EMP-RUNS             PIC ZZZ9.
002740     05  FILLER                   PIC X(69) VALUE SPACES.
002750 01  EOY-AMOUNT-LINE.
002760     05  FILLER                   PIC X(04) VALUE SPACES.
002770     05  EOY-AMT-LABEL            PIC X(26).
002780     05  EOY-AMT-EDIT             PIC $$$,$$$,$$9.99.
002790     05  FILLER                   PIC X(88) VALUE SPACES.
002800 01  EOY-TOTAL-LINE.
002810     05  FILLER                   PIC X(04) VALUE SPACES.
002820     05  EOY-TOT-LABEL            PIC X(26).
002830     05  EOY-TOT-EDIT             PIC $$,$$$,$$$,$$9.99.
002840     05  FILLER                   PIC X(85) VALUE SPACES.
002850 01  EOY-COUNT-LINE.
002860     05  FILLER                   PIC X(04) VALUE SPACES.
002870     05  EOY-CNT-LABEL            PIC X(26).
002880     05  EOY-CNT-EDIT             PIC ZZZ,ZZ9.
002890     05  FILLER                   PIC X(95) VALUE SPACES.
002900*
002910 PROCEDURE DIVISION.
002920*****************************************************************
002930*    0000-MAINLINE
002940*****************************************************************
002950 0000-MAINLINE.
002960     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
002970     IF RETURN-CODE NOT = 0
002980         STOP RUN
002990     END-IF.
003000     PERFORM 0200-ACCUMULATE-LIVE-LOG THRU 0200-EXIT.
003010     PERFORM 0250-ACCUMULATE-ARCHIVE THRU 0250-EXIT.
003020     PERFORM 0300-PRODUCE-REPORT THRU 0300-EXIT.
003030     PERFORM 0900-TERMINATE THRU 0900-EXIT.
003040     STOP RUN.
003050*
003060*****************************************************************
003070*    0100-INITIALIZE - YEAR CARD AND FILE AVAILABILITY
003080*****************************************************************
003090 0100-INITIALIZE.
003100     DISPLAY "--- AUTAXEOY - Annual PAYG Reconciliation ---".
003110     DISPLAY "Financial year to reconcile (CCYY-YY): ".
003120     ACCEPT WS-SELECT-YEAR.
003130     IF WS-SELECT-YEAR = SPACES
003140         OR WS-SELECT-YEAR (5:1) NOT = "-"
003150         OR WS-SELECT-YEAR (1:4) NOT NUMERIC
003160         OR WS-SELECT-YEAR (6:2) NOT NUMERIC
003170         DISPLAY "*** FINANCIAL YEAR MUST BE CCYY-YY - "
003180             "NOTHING RECONCILED ***"
003190         MOVE 8 TO RETURN-CODE
003200         GO TO 0100-EXIT
003210     END-IF.
003220*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
003230     OPEN OUTPUT EOY-WORK-FILE.
003240     IF WS-WORK-FILE-STATUS NOT = "00"
003250         DISPLAY "*** UNABLE TO OPEN EOYWRKF - STATUS "
003260             WS-WORK-FILE-STATUS " - NOTHING RECONCILED ***"
003270         MOVE 16 TO RETURN-CODE
003280         GO TO 0100-EXIT
003290     END-IF.
003300     CLOSE EOY-WORK-FILE.
003310     OPEN I-O EOY-WORK-FILE.
003320     IF WS-WORK-FILE-STATUS NOT = "00"
003330         DISPLAY "*** UNABLE TO REOPEN EOYWRKF - STATUS "
003340             WS-WORK-FILE-STATUS " - NOTHING RECONCILED ***"
003350         MOVE 16 TO RETURN-CODE
003360     END-IF.
003370 0100-EXIT.
003380         EXIT.
003390*
003400*****************************************************************
003410*    0200-ACCUMULATE-LIVE-LOG - PASS OVER THE LIVE AUDIT LOG.
003420*    A MISSING LIVE LOG IS TOLERATED - AFTER THE ARCHIVAL SWAP
003430*    THE WHOLE YEAR MAY SIT ON AUDARCH ALONE.
003440*****************************************************************
003450 0200-ACCUMULATE-LIVE-LOG.
003460     MOVE "L" TO WS-SOURCE-SW.
003470     MOVE "N" TO WS-EOF-SW.
003480     OPEN INPUT AUDIT-TAX-CALC-LOG.
003490     IF WS-AUDIT-FILE-STATUS NOT = "00"
003500         DISPLAY "AUDTAXL not available - status "
003510             WS-AUDIT-FILE-STATUS
003520             " - live log skipped."
003530         GO TO 0200-EXIT
003540     END-IF.
003550     PERFORM 0210-ACCUMULATE-ONE-ROW THRU 0210-EXIT
003560         UNTIL WS-END-OF-FILE.
003570     CLOSE AUDIT-TAX-CALC-LOG.
003580 0200-EXIT.
003590         EXIT.
003600*
003610*****************************************************************
003620*    0250-ACCUMULATE-ARCHIVE - SAME PASS OVER THE YEAR'S
003630*    ARCHIVE CUT.  MID-YEAR THERE IS NO ARCHIVE YET - ALSO
003640*    TOLERATED.
003650*****************************************************************
003660 0250-ACCUMULATE-ARCHIVE.
003670     MOVE "A" TO WS-SOURCE-SW.
003680     MOVE "N" TO WS-EOF-SW.
003690     OPEN INPUT ARCHIVE-FILE.
003700     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
003710         DISPLAY "AUDARCH not available - status "
003720             WS-ARCHIVE-FILE-STATUS
003730             " - archive skipped."
003740         GO TO 0250-EXIT
003750     END-IF.
003760     PERFORM 0210-ACCUMULATE-ONE-ROW THRU 0210-EXIT
003770         UNTIL WS-END-OF-FILE.
003780     CLOSE ARCHIVE-FILE.
003790 0250-EXIT.
003800         EXIT.
003810*
003820*    0210-ACCUMULATE-ONE-ROW - READ FROM WHICHEVER SOURCE THE
003830*    PASS IS ON, KEEP ONLY CALCULATED ROWS OF THE SELECTED
003840*    YEAR, AND ADD THE ROW'S PER-PERIOD AMOUNTS TO THE
003850*    EMPLOYEE'S WORK RECORD.
003860 0210-ACCUMULATE-ONE-ROW.
003870     IF WS-SOURCE-LIVE
003880         READ AUDIT-TAX-CALC-LOG
003890             AT END
003900                 MOVE "Y" TO WS-EOF-SW
003910                 GO TO 0210-EXIT
003920         END-READ
003930     ELSE
003940         READ ARCHIVE-FILE
003950             AT END
003960                 MOVE "Y" TO WS-EOF-SW
003970                 GO TO 0210-EXIT
003980         END-READ
003990         MOVE ARCHIVE-RECORD TO AUDIT-LOG-RECORD
004000     END-IF.
004010     PERFORM 0700-PARSE-AUDIT-RECORD THRU 0700-EXIT.
004020     IF WS-F-TAX-YEAR NOT = WS-SELECT-YEAR
004030         GO TO 0210-EXIT
004040     END-IF.
004050     IF WS-RECORD-REJECTED OR WS-FIELD-COUNT < 14
004060         GO TO 0210-EXIT
004070     END-IF.
004080*    INTERACTIVE AND GROSS-UP ROWS ARE NOT PAY RUNS - SKIPPED,
004090*    SAME AS EVERY OTHER AUDIT LOG READER.
004100     IF WS-F-EMPLOYEE-ID = "SINGLE-TAX"
004110         OR WS-F-EMPLOYEE-ID = "GROSS-UP"
004120         GO TO 0210-EXIT
004130     END-IF.
004140     IF WS-SOURCE-LIVE
004150         ADD 1 TO WS-LIVE-ROW-COUNT
004160     ELSE
004170         ADD 1 TO WS-ARCH-ROW-COUNT
004180     END-IF.
004190     IF WS-FIELD-COUNT < 16
004200         ADD 1 TO WS-SHORT-ROW-COUNT
004210     END-IF.
004220     PERFORM 0220-SET-ROW-PERIODS THRU 0220-EXIT.
004230     PERFORM 0230-FETCH-WORK-RECORD THRU 0230-EXIT.
004240     PERFORM 0240-ADD-ROW-TO-RECORD THRU 0240-EXIT.
004250     IF WS-WORK-FOUND
004260         REWRITE EOY-WORK-RECORD
004270     ELSE
004280         WRITE EOY-WORK-RECORD
004290     END-IF.
004300     IF WS-WORK-FILE-STATUS NOT = "00"
004310         DISPLAY "*** EOYWRKF UPDATE FAILED FOR "
004320             WS-F-EMPLOYEE-ID " - STATUS "
004330             WS-WORK-FILE-STATUS " ***"
004340         MOVE 16 TO RETURN-CODE
004350         MOVE "Y" TO WS-EOF-SW
004360     END-IF.
004370 0210-EXIT.
004380         EXIT.
004390*
004400*    0220-SET-ROW-PERIODS - PAY PERIODS PER YEAR FROM THE ROW'S
004410*    FREQUENCY COLUMN.  SPACE (ANNUAL) MEANS ONE PERIOD.  ROWS
004420*    WITHOUT THE COLUMN ARE ALSO TAKEN AS ONE PERIOD - WRONG
004430*    FOR PERIOD-PAID ROWS OF THE PRE-COLUMN WINDOW, WHICH IS
004440*    WHY 0210 COUNTS THEM FOR THE UNRELIABLE-DATA WARNING.
004450 0220-SET-ROW-PERIODS.
004460     IF WS-FIELD-COUNT < 16
004470         MOVE 1 TO WS-PERIODS-PER-YEAR
004480     ELSE IF WS-F-FREQ = "W"
004490         MOVE 52 TO WS-PERIODS-PER-YEAR
004500     ELSE IF WS-F-FREQ = "F"
004510         MOVE 26 TO WS-PERIODS-PER-YEAR
004520     ELSE IF WS-F-FREQ = "M"
004530         MOVE 12 TO WS-PERIODS-PER-YEAR
004540     ELSE
004550         MOVE 1 TO WS-PERIODS-PER-YEAR
004560     END-IF.
004570 0220-EXIT.
004580         EXIT.
004590*
004600*    0230-FETCH-WORK-RECORD - POSITION THE WORK RECORD FOR THIS
004610*    EMPLOYEE, INITIALIZING A FRESH ONE ON FIRST SIGHT.
004620 0230-FETCH-WORK-RECORD.
004630     MOVE "Y" TO WS-WORK-FOUND-SW.
004640     MOVE WS-F-EMPLOYEE-ID TO EW-EMPLOYEE-ID.
004650     READ EOY-WORK-FILE
004660         INVALID KEY
004670             MOVE "N" TO WS-WORK-FOUND-SW
004680     END-READ.
004690     IF NOT WS-WORK-FOUND
004700         MOVE SPACES TO EOY-WORK-RECORD
004710         MOVE WS-F-EMPLOYEE-ID TO EW-EMPLOYEE-ID
004720         MOVE 0 TO EW-TOT-GROSS
004730         MOVE 0 TO EW-TOT-DEDUCT
004740         MOVE 0 TO EW-TOT-TAXABLE
004750         MOVE 0 TO EW-TOT-INCTAX
004760         MOVE 0 TO EW-TOT-OFFSETS
004770         MOVE 0 TO EW-TOT-MEDICARE
004780         MOVE 0 TO EW-TOT-MLS
004790         MOVE 0 TO EW-TOT-HELP
004800         MOVE 0 TO EW-TOT-TOTALTAX
004810         MOVE 0 TO EW-TOT-NETPAY
004820         MOVE 0 TO EW-RUN-COUNT
004830     END-IF.
004840     MOVE WS-F-EMPLOYEE-NAME TO EW-EMPLOYEE-NAME.
004850 0230-EXIT.
004860         EXIT.
004870*
004880*    0240-ADD-ROW-TO-RECORD - EACH COLUMN'S ANNUAL-EQUIVALENT
004890*    FIGURE DIVIDED DOWN TO THE PER-PERIOD AMOUNT THE RUN
004900*    ACTUALLY WITHHELD, ADDED TO THE EMPLOYEE'S ANNUAL TOTALS.
004910 0240-ADD-ROW-TO-RECORD.
004920*    AN ADJUSTMENT RUN'S REVERSAL (R) ROW CARRIES THE REVERSED
004930*    PAYMENT'S FIGURES NEGATED, SO IT NETS THE PAYMENT OUT OF
004940*    EVERY TOTAL BELOW - AND OUT OF THE RUN COUNT.
004950     IF WS-F-ROW-TYPE = "R"
004960         SUBTRACT 1 FROM EW-RUN-COUNT
004970     ELSE
004980         ADD 1 TO EW-RUN-COUNT
004990     END-IF.
005000     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-GROSS).
005010     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005020         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005030     ADD WS-PERIOD-AMOUNT TO EW-TOT-GROSS.
005040     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-DEDUCT).
005050     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005060         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005070     ADD WS-PERIOD-AMOUNT TO EW-TOT-DEDUCT.
005080     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-TAXABLE).
005090     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005100         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005110     ADD WS-PERIOD-AMOUNT TO EW-TOT-TAXABLE.
005120     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-INCTAX).
005130     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005140         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005150     ADD WS-PERIOD-AMOUNT TO EW-TOT-INCTAX.
005160     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-OFFSETS).
005170     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005180         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005190     ADD WS-PERIOD-AMOUNT TO EW-TOT-OFFSETS.
005200     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-MEDICARE).
005210     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005220         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005230     ADD WS-PERIOD-AMOUNT TO EW-TOT-MEDICARE.
005240     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-MLS).
005250     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005260         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005270     ADD WS-PERIOD-AMOUNT TO EW-TOT-MLS.
005280     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-HELP).
005290     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005300         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005310     ADD WS-PERIOD-AMOUNT TO EW-TOT-HELP.
005320     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-TOTALTAX).
005330     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005340         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005350     ADD WS-PERIOD-AMOUNT TO EW-TOT-TOTALTAX.
005360     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-NETPAY).
005370     COMPUTE WS-PERIOD-AMOUNT ROUNDED =
005380         WS-AMOUNT-WORK / WS-PERIODS-PER-YEAR.
005390     ADD WS-PERIOD-AMOUNT TO EW-TOT-NETPAY.
005400 0240-EXIT.
005410         EXIT.
005420*
005430*****************************************************************
005440*    0300-PRODUCE-REPORT - ONE ANNUAL STATEMENT PER EMPLOYEE
005450*    OFF THE WORK FILE, THEN THE EMPLOYER RECONCILIATION.
005460*****************************************************************
005470 0300-PRODUCE-REPORT.
005480     OPEN OUTPUT EOY-REPORT-FILE.
005490     IF WS-REPORT-FILE-STATUS NOT = "00"
005500         DISPLAY "*** UNABLE TO OPEN EOYRPTF - STATUS "
005510             WS-REPORT-FILE-STATUS " - REPORT NOT PRODUCED ***"
005520         MOVE 16 TO RETURN-CODE
005530         GO TO 0300-EXIT
005540     END-IF.
005550     PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT.
005560     MOVE "N" TO WS-EOF-SW.
005570     MOVE LOW-VALUES TO EW-EMPLOYEE-ID.
005580     START EOY-WORK-FILE KEY NOT < EW-EMPLOYEE-ID
005590         INVALID KEY
005600             MOVE "Y" TO WS-EOF-SW
005610     END-START.
005620     PERFORM 0310-PRINT-ONE-EMPLOYEE THRU 0310-EXIT
005630         UNTIL WS-END-OF-FILE.
005640     PERFORM 0500-PRINT-EMPLOYER-RECON THRU 0500-EXIT.
005650     CLOSE EOY-REPORT-FILE.
005660 0300-EXIT.
005670         EXIT.
005680*
005690 0310-PRINT-ONE-EMPLOYEE.
005700     READ EOY-WORK-FILE NEXT RECORD
005710         AT END
005720             MOVE "Y" TO WS-EOF-SW
005730             GO TO 0310-EXIT
005740     END-READ.
005750     ADD 1 TO WS-EMPLOYEE-COUNT.
005760     PERFORM 0400-PRINT-STATEMENT THRU 0400-EXIT.
005770     PERFORM 0510-ROLL-EMPLOYER-TOTALS THRU 0510-EXIT.
005780 0310-EXIT.
005790         EXIT.
005800*
005810*****************************************************************
005820*    0400-PRINT-STATEMENT - ONE EMPLOYEE'S ANNUAL SUMMARY
005830*****************************************************************
005840 0400-PRINT-STATEMENT.
005850     IF WS-LINE-COUNT + WS-STATEMENT-LINES > WS-LINES-PER-PAGE
005860         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
005870     END-IF.
005880     MOVE EW-EMPLOYEE-ID   TO EOY-EMP-ID.
005890     MOVE EW-EMPLOYEE-NAME TO EOY-EMP-NAME.
005900     MOVE EW-RUN-COUNT     TO EOY-EMP-RUNS.
005910     WRITE EOY-REPORT-RECORD FROM EOY-EMPLOYEE-LINE.
005920     ADD 1 TO WS-LINE-COUNT.
005930     MOVE EW-TOT-GROSS TO WS-AMOUNT-WORK.
005940     MOVE "GROSS PAID" TO EOY-AMT-LABEL.
005950     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005960     MOVE EW-TOT-DEDUCT TO WS-AMOUNT-WORK.
005970     MOVE "DEDUCTIONS" TO EOY-AMT-LABEL.
005980     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005990     MOVE EW-TOT-INCTAX TO WS-AMOUNT-WORK.
006000     MOVE "INCOME TAX" TO EOY-AMT-LABEL.
006010     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
006020     MOVE EW-TOT-OFFSETS TO WS-AMOUNT-WORK.
006030     MOVE "TAX OFFSETS (LESS)" TO EOY-AMT-LABEL.
006040     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
006050     MOVE EW-TOT-MEDICARE TO WS-AMOUNT-WORK.
006060     MOVE "MEDICARE LEVY" TO EOY-AMT-LABEL.
006070     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
006080     MOVE EW-TOT-MLS TO WS-AMOUNT-WORK.
006090     MOVE "MEDICARE LEVY SURCHARGE" TO EOY-AMT-LABEL.
006100     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
006110     MOVE EW-TOT-HELP TO WS-AMOUNT-WORK.
006120     MOVE "HELP/STSL REPAYMENT" TO EOY-AMT-LABEL.
006130     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
006140     MOVE EW-TOT-TOTALTAX TO WS-AMOUNT-WORK.
006150     MOVE "TOTAL TAX WITHHELD" TO EOY-AMT-LABEL.
006160     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
006170     MOVE EW-TOT-NETPAY TO WS-AMOUNT-WORK.
006180     MOVE "NET PAY" TO EOY-AMT-LABEL.
006190     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
006200     WRITE EOY-REPORT-RECORD FROM EOY-SEPARATOR.
006210     ADD 1 TO WS-LINE-COUNT.
006220 0400-EXIT.
006230         EXIT.
006240*
006250 0410-WRITE-AMOUNT-LINE.
006260     MOVE WS-AMOUNT-WORK TO EOY-AMT-EDIT.
006270     WRITE EOY-REPORT-RECORD FROM EOY-AMOUNT-LINE.
006280     ADD 1 TO WS-LINE-COUNT.
006290 0410-EXIT.
006300         EXIT.
006310*
006320*    0450-START-NEW-PAGE - LETTERHEAD AND PAGE CONTROLS.
006330 0450-START-NEW-PAGE.
006340     ADD 1 TO WS-PAGE-NUMBER.
006350     MOVE WS-SELECT-YEAR TO EOY-LH-YEAR.
006360     MOVE WS-PAGE-NUMBER TO EOY-LH-PAGE.
006370     IF WS-PAGE-NUMBER = 1
006380         WRITE EOY-REPORT-RECORD FROM EOY-LETTERHEAD-1
006390     ELSE
006400         WRITE EOY-REPORT-RECORD FROM EOY-LETTERHEAD-1
006410             AFTER ADVANCING PAGE
006420     END-IF.
006430     WRITE EOY-REPORT-RECORD FROM EOY-LETTERHEAD-2.
006440     WRITE EOY-REPORT-RECORD FROM EOY-LETTERHEAD-3.
006450     WRITE EOY-REPORT-RECORD FROM EOY-SEPARATOR.
006460     MOVE 4 TO WS-LINE-COUNT.
006470 0450-EXIT.
006480         EXIT.
006490*
006500*    0510-ROLL-EMPLOYER-TOTALS - EMPLOYEE ANNUAL TOTALS INTO
006510*    THE EMPLOYER-LEVEL RECONCILIATION.
006520 0510-ROLL-EMPLOYER-TOTALS.
006530     ADD EW-TOT-GROSS    TO WS-ER-GROSS.
006540     ADD EW-TOT-DEDUCT   TO WS-ER-DEDUCT.
006550     ADD EW-TOT-INCTAX   TO WS-ER-INCTAX.
006560     ADD EW-TOT-OFFSETS  TO WS-ER-OFFSETS.
006570     ADD EW-TOT-MEDICARE TO WS-ER-MEDICARE.
006580     ADD EW-TOT-MLS      TO WS-ER-MLS.
006590     ADD EW-TOT-HELP     TO WS-ER-HELP.
006600     ADD EW-TOT-TOTALTAX TO WS-ER-TOTALTAX.
006610     ADD EW-TOT-NETPAY   TO WS-ER-NETPAY.
006620 0510-EXIT.
006630         EXIT.
006640*
006650*****************************************************************
006660*    0500-PRINT-EMPLOYER-RECON - THE PAYG ANNUAL RECONCILIATION.
006670*    GROSS, PAYGW AND HELP MUST AGREE WITH THE YEAR'S CLOSING
006680*    STP DECLARATION POSITION BEFORE THE ANNUAL STATEMENT GOES
006690*    TO THE ATO, TO WITHIN THE ROUNDING TOLERANCE OF THE
006700*    RECONSTRUCTION (A FEW CENTS PER EMPLOYEE - SEE THE
006710*    PROGRAM NOTES ABOVE).  EXACT CENT-FOR-CENT AGREEMENT IS
006720*    NOT ACHIEVABLE FROM THE AUDIT ROWS AND IS NOT THE TEST -
006730*    A GAP BEYOND CENTS MEANS A RUN IS MISSING FROM THE LOG
006740*    OR THE ARCHIVE AND MUST BE FOUND FIRST.
006750*****************************************************************
006760 0500-PRINT-EMPLOYER-RECON.
006770     COMPUTE WS-ER-PAYGW = WS-ER-TOTALTAX - WS-ER-HELP.
006780     WRITE EOY-REPORT-RECORD FROM EOY-BLANK-LINE.
006790     MOVE SPACES TO EOY-REPORT-RECORD.
006800     MOVE "EMPLOYER PAYG ANNUAL RECONCILIATION"
006810         TO EOY-REPORT-RECORD.
006820     WRITE EOY-REPORT-RECORD.
006830*    PRE-FREQUENCY-COLUMN ROWS MAY BE PERIOD-PAID ROWS TAKEN
006840*    AT THEIR ANNUAL-EQUIVALENT AMOUNTS - THE RECONCILIATION
006850*    CANNOT BE RELIED ON WHILE ANY ARE IN THE YEAR.
006860     IF WS-SHORT-ROW-COUNT > 0
006870         MOVE SPACES TO EOY-REPORT-RECORD
006880         MOVE "*** WARNING - RECONCILIATION UNRELIABLE ***"
006890             TO EOY-REPORT-RECORD
006900         WRITE EOY-REPORT-RECORD
006910         MOVE "ROWS WITHOUT PAY FREQUENCY" TO EOY-CNT-LABEL
006920         MOVE WS-SHORT-ROW-COUNT TO EOY-CNT-EDIT
006930         WRITE EOY-REPORT-RECORD FROM EOY-COUNT-LINE
006940         MOVE SPACES TO EOY-REPORT-RECORD
006950         MOVE "    (MAY BE PERIOD-PAID AT ANNUAL AMOUNTS)"
006960             TO EOY-REPORT-RECORD
006970         WRITE EOY-REPORT-RECORD
006980     END-IF.
006990     MOVE "EMPLOYEES REPORTED" TO EOY-CNT-LABEL.
007000     MOVE WS-EMPLOYEE-COUNT TO EOY-CNT-EDIT.
007010     WRITE EOY-REPORT-RECORD FROM EOY-COUNT-LINE.
007020     MOVE "TOTAL GROSS PAID" TO EOY-TOT-LABEL.
007030     MOVE WS-ER-GROSS TO EOY-TOT-EDIT.
007040     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007050     MOVE "TOTAL PAYGW (EX HELP)" TO EOY-TOT-LABEL.
007060     MOVE WS-ER-PAYGW TO EOY-TOT-EDIT.
007070     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007080     MOVE "TOTAL INCOME TAX" TO EOY-TOT-LABEL.
007090     MOVE WS-ER-INCTAX TO EOY-TOT-EDIT.
007100     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007110     MOVE "TOTAL TAX OFFSETS" TO EOY-TOT-LABEL.
007120     MOVE WS-ER-OFFSETS TO EOY-TOT-EDIT.
007130     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007140     MOVE "TOTAL MEDICARE LEVY" TO EOY-TOT-LABEL.
007150     MOVE WS-ER-MEDICARE TO EOY-TOT-EDIT.
007160     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007170     MOVE "TOTAL MLS" TO EOY-TOT-LABEL.
007180     MOVE WS-ER-MLS TO EOY-TOT-EDIT.
007190     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007200     MOVE "TOTAL HELP/STSL" TO EOY-TOT-LABEL.
007210     MOVE WS-ER-HELP TO EOY-TOT-EDIT.
007220     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007230     MOVE "TOTAL TAX WITHHELD" TO EOY-TOT-LABEL.
007240     MOVE WS-ER-TOTALTAX TO EOY-TOT-EDIT.
007250     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007260     MOVE "TOTAL NET PAY" TO EOY-TOT-LABEL.
007270     MOVE WS-ER-NETPAY TO EOY-TOT-EDIT.
007280     WRITE EOY-REPORT-RECORD FROM EOY-TOTAL-LINE.
007290 0500-EXIT.
007300         EXIT.
007310*
007320*****************************************************************
007330*    0700-PARSE-AUDIT-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
007340*****************************************************************
007350 0700-PARSE-AUDIT-RECORD.
007360     MOVE SPACES TO WS-AUDIT-FIELDS.
007370     MOVE 0 TO WS-FIELD-COUNT.
007380     MOVE "N" TO WS-REJECTED-FLAG.
007390     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
007400         INTO WS-F-EMPLOYEE-ID
007410              WS-F-EMPLOYEE-NAME
007420              WS-F-TAX-YEAR
007430              WS-F-RUN-TIMESTAMP
007440              WS-F-GROSS
007450              WS-F-DEDUCT
007460              WS-F-TAXABLE
007470              WS-F-INCTAX
007480              WS-F-OFFSETS
007490              WS-F-MEDICARE
007500              WS-F-MLS
007510              WS-F-HELP
007520              WS-F-TOTALTAX
007530              WS-F-NETPAY
007540              WS-F-SG
007550              WS-F-FREQ
007560              WS-F-ETPGROSS
007570              WS-F-ETPTAX
007580              WS-F-DEDORD
007590              WS-F-NOTFN-IND
007600              WS-F-PD-GROSS
007610              WS-F-PD-TAX
007620              WS-F-PD-HELP
007630              WS-F-PD-DISBTAX
007640              WS-F-PD-DISBNET
007650              WS-F-PD-SG
007660              WS-F-CARRY-DELTA
007670              WS-F-ROW-TYPE
007680              WS-F-REVERSED-TS
007690              WS-F-NOTES
007700         TALLYING IN WS-FIELD-COUNT.
007710     IF WS-F-GROSS (1:8) = "REJECTED"
007720         MOVE "Y" TO WS-REJECTED-FLAG
007730     END-IF.
007740 0700-EXIT.
007750         EXIT.
007760*
007770*****************************************************************
007780*    0900-TERMINATE - COUNTS FOR THE OPERATOR TO BALANCE
007790*****************************************************************
007800 0900-TERMINATE.
007810     CLOSE EOY-WORK-FILE.
007820     DISPLAY "AUTAXEOY complete for " WS-SELECT-YEAR.
007830     DISPLAY "Live log rows used:   " WS-LIVE-ROW-COUNT.
007840     DISPLAY "Archive rows used:    " WS-ARCH-ROW-COUNT.
007850     DISPLAY "Employees reconciled: " WS-EMPLOYEE-COUNT.
007860     IF WS-SHORT-ROW-COUNT > 0
007870         DISPLAY "*** WARNING - " WS-SHORT-ROW-COUNT
007880             " ROWS OF THE YEAR CARRY NO PAY FREQUENCY - "
007890             "PERIOD-PAID ROWS AMONG THEM ARE COUNTED AT "
007900             "ANNUAL-EQUIVALENT AMOUNTS AND THE "
007910             "RECONCILIATION CANNOT BE RELIED ON ***"
007920     END-IF.
007930 0900-EXIT.
007940         EXIT.
007950*
