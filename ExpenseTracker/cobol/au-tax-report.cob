000360*                    GRAND TOTALS, OFF THE NEW AUDIT LOG
000370*                    COLUMN - THE STATEMENT NET NOW SHOWS
000380*                    WHAT THE DEDUCTION TOOK OFF IT.
000390*    2026-10-15 PJH  NO-TFN INDICATOR COLUMN (AFTER THE
000400*                    DEDUCTION-ORDER COLUMN) TAKEN INTO THE
000410*                    PARSE; EACH STATEMENT NOW SAYS WHEN
000420*                    THE NO-TFN RATE WAS APPLIED OR THE
000430*                    EMPLOYEE IS IN THE 28-DAY GRACE PERIOD,
000440*                    AND THE GRAND TOTALS COUNT NO-TFN
000450*                    STATEMENTS.
000460*    2026-10-15 PJH  AUDIT LOG WIDENED 300 TO 450 - THE PER-PERIOD
000470*                    AMOUNT, CARRY MOVEMENT, ROW TYPE AND
000480*                    REVERSED-RUN COLUMNS (AFTER THE NO-TFN
000490*                    COLUMN) TAKEN INTO THE PARSE SO NOTES STAYS
000500*                    ALIGNED; RUNREGF RECORD NOW 250 BYTES.
000510*    2026-10-15 PJH  YTDBALF RECORD NOW 134 BYTES (SALARY
000520*                    SACRIFICED SUPER ACCUMULATED AS RESC).
000530*    2026-10-15 PJH  AUDIT LOG RECORD WIDENED 450 TO 500 FOR
000540*                    THE LEAVE MOVEMENT COLUMNS AU-TAX-CALC NOW
000550*                    WRITES AT THE END OF THE ROW.
000560*****************************************************************
000570*    PRINTS ONE WITHHOLDING STATEMENT PER EMPLOYEE FOR A SINGLE
000580*    BATCH RUN OF AU-TAX-CALC - LETTERHEAD, TAX YEAR, GROSS,
000590*    DEDUCTIONS, TAXABLE INCOME, THEN INCOME TAX, TAX OFFSETS,
000600*    MEDICARE LEVY, MEDICARE LEVY SURCHARGE AND HELP REPAYMENT
000610*    AS SEPARATE LINES, WITH PAGE NUMBERING, A PER-PAGE EMPLOYEE
000620*    COUNT AND GRAND TOTALS THAT TIE BACK TO THE BATCH RUN'S
000630*    RECONCILIATION SUMMARY.  THE RUN IS SELECTED BY ITS RUN
000640*    TIMESTAMP KEYED ON SYSIN - A BLANK CARD REPORTS THE LATEST
000650*    RUN ON THE LOG.  REJECTED EMPLOYEES ARE LISTED IN LINE SO
000660*    THE REPORT ACCOUNTS FOR EVERY RECORD OF THE RUN.
000670*****************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-I.
000710 OBJECT-COMPUTER. IBM-I.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000770     SELECT REPORT-FILE ASSIGN TO "TAXRPTF"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-REPORT-FILE-STATUS.
000800     SELECT YTD-BALANCE-FILE ASSIGN TO "YTDBALF"
000810         ORGANIZATION IS INDEXED
000820         ACCESS IS RANDOM
000830         RECORD KEY IS YB-BALANCE-KEY
000840         FILE STATUS IS WS-YTDBAL-FILE-STATUS.
000850     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
000860         ORGANIZATION IS INDEXED
000870         ACCESS IS SEQUENTIAL
000880         RECORD KEY IS RR-EXTRACT-DATE
000890         FILE STATUS IS WS-RUNREG-FILE-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  AUDIT-TAX-CALC-LOG
000930     RECORD CONTAINS 500 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 01  AUDIT-LOG-RECORD               PIC X(500).
000960*
000970 FD  REPORT-FILE
000980     RECORD CONTAINS 132 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 01  REPORT-RECORD                  PIC X(132).
001010*
001020 FD  YTD-BALANCE-FILE
001030     RECORD CONTAINS 134 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050 COPY YTDBREC.
001060*
001070 FD  RUN-REGISTRY-FILE
001080     RECORD CONTAINS 250 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RUNREGR.
001110*
001120 WORKING-STORAGE SECTION.
001130 01  WS-FILE-STATUSES.
001140     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001150     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001160     05  WS-YTDBAL-FILE-STATUS    PIC X(02) VALUE "00".
001170     05  WS-RUNREG-FILE-STATUS    PIC X(02) VALUE "00".
001180*
001190*    THE YTD BALANCE FILE IS OPTIONAL - A LOG CUT BEFORE THE
001200*    FILE EXISTED STILL REPORTS, JUST WITHOUT THE YTD LINES.
001210 01  WS-YTDBAL-OPEN-SW            PIC X(01) VALUE "N".
001220     88  WS-YTDBAL-OPEN               VALUE "Y".
001230 01  WS-YTDBAL-FOUND-SW           PIC X(01) VALUE "N".
001240     88  WS-YTDBAL-FOUND              VALUE "Y".
001250*
001260 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001270     88  WS-END-OF-FILE               VALUE "Y".
001280*
001290*    RUN SELECTION - THE TIMESTAMP KEYED ON SYSIN, OR THE
001300*    LATEST RUN TIMESTAMP FOUND ON A FIRST PASS OF THE LOG
001310*    WHEN THE CARD IS BLANK.
001320 01  WS-SELECT-TIMESTAMP          PIC X(26) VALUE SPACES.
001330 01  WS-LATEST-TIMESTAMP          PIC X(26) VALUE SPACES.
001340*
001350*    PARSED AUDIT LOG COLUMNS - SEE 310-WRITE-AUDIT-LOG-RECORD
001360*    IN AU-TAX-CALC FOR THE COLUMN ORDER.  WS-F-GROSS IS WIDE
001370*    ENOUGH TO HOLD THE "REJECTED - ..." TEXT THAT OCCUPIES
001380*    COLUMN FIVE ON A REJECTION LINE.
001390 01  WS-AUDIT-FIELDS.
001400     05  WS-F-EMPLOYEE-ID         PIC X(10).
001410     05  WS-F-EMPLOYEE-NAME       PIC X(30).
001420     05  WS-F-TAX-YEAR            PIC X(07).
001430     05  WS-F-RUN-TIMESTAMP       PIC X(26).
001440     05  WS-F-GROSS               PIC X(31).
001450     05  WS-F-DEDUCT              PIC X(13).
001460     05  WS-F-TAXABLE             PIC X(13).
001470     05  WS-F-INCTAX              PIC X(13).
001480     05  WS-F-OFFSETS             PIC X(13).
001490     05  WS-F-MEDICARE            PIC X(13).
001500     05  WS-F-MLS                 PIC X(13).
001510     05  WS-F-HELP                PIC X(13).
001520     05  WS-F-TOTALTAX            PIC X(13).
001530     05  WS-F-NETPAY              PIC X(13).
001540     05  WS-F-SG                  PIC X(13).
001550     05  WS-F-FREQ                PIC X(01).
001560     05  WS-F-ETPGROSS            PIC X(13).
001570     05  WS-F-ETPTAX              PIC X(13).
001580     05  WS-F-DEDORD              PIC X(13).
001590     05  WS-F-NOTFN-IND           PIC X(01).
001600     05  WS-F-PD-GROSS            PIC X(13).
001610     05  WS-F-PD-TAX              PIC X(13).
001620     05  WS-F-PD-HELP             PIC X(13).
001630     05  WS-F-PD-DISBTAX          PIC X(13).
001640     05  WS-F-PD-DISBNET          PIC X(13).
001650     05  WS-F-PD-SG               PIC X(13).
001660     05  WS-F-CARRY-DELTA         PIC X(13).
001670     05  WS-F-ROW-TYPE            PIC X(01).
001680     05  WS-F-REVERSED-TS         PIC X(26).
001690     05  WS-F-NOTES               PIC X(31).
001700 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
001710*
001720 01  WS-REJECTED-FLAG             PIC X(01) VALUE "N".
001730     88  WS-RECORD-REJECTED           VALUE "Y".
001740*
001750 01  WS-AMOUNT-WORK               PIC S9(11)V99 COMP-3.
001760*
001770*    REPORT TOTALS - THE GRAND TOTALS AT THE FOOT OF THE REPORT
001780*    TIE BACK TO 500-PRINT-BATCH-SUMMARY IN AU-TAX-CALC FOR THE
001790*    SAME RUN.
001800 01  WS-REPORT-TOTALS.
001810     05  WS-TOT-EMP-COUNT         PIC 9(09) COMP VALUE 0.
001820     05  WS-TOT-REJECT-COUNT      PIC 9(09) COMP VALUE 0.
001830     05  WS-TOT-NOTFN-COUNT       PIC 9(09) COMP VALUE 0.
001840     05  WS-TOT-GROSS             PIC S9(11)V99 COMP-3 VALUE 0.
001850     05  WS-TOT-DEDUCT            PIC S9(11)V99 COMP-3 VALUE 0.
001860     05  WS-TOT-TAXABLE           PIC S9(11)V99 COMP-3 VALUE 0.
001870     05  WS-TOT-INCTAX            PIC S9(11)V99 COMP-3 VALUE 0.
001880     05  WS-TOT-OFFSETS           PIC S9(11)V99 COMP-3 VALUE 0.
001890     05  WS-TOT-MEDICARE          PIC S9(11)V99 COMP-3 VALUE 0.
001900     05  WS-TOT-MLS               PIC S9(11)V99 COMP-3 VALUE 0.
001910     05  WS-TOT-HELP              PIC S9(11)V99 COMP-3 VALUE 0.
001920     05  WS-TOT-TOTALTAX          PIC S9(11)V99 COMP-3 VALUE 0.
001930     05  WS-TOT-NETPAY            PIC S9(11)V99 COMP-3 VALUE 0.
001940     05  WS-TOT-DEDORD            PIC S9(11)V99 COMP-3 VALUE 0.
001950*
001960*    PAGE CONTROL - A STATEMENT BLOCK PRINTS UP TO 17 LINES
001970*    (14 PLUS THE YTD POSITION LINES); A NEW PAGE STARTS WHEN
001980*    THE NEXT BLOCK WOULD NOT FIT.
001990 01  WS-PAGE-CONTROLS.
002000     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
002010     05  WS-STATEMENT-LINES       PIC 9(02) COMP VALUE 18.
002020     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
002030     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
002040     05  WS-PAGE-EMP-COUNT        PIC 9(04) COMP VALUE 0.
002050*
002060*    PRINT LINE LAYOUTS
002070 01  RPT-LETTERHEAD-1.
002080     05  FILLER                   PIC X(35) VALUE SPACES.
002090     05  FILLER                   PIC X(52) VALUE
002100         "P A Y R O L L   S Y S T E M S   U N I T".
002110     05  FILLER                   PIC X(45) VALUE SPACES.
002120 01  RPT-LETTERHEAD-2.
002130     05  FILLER                   PIC X(30) VALUE SPACES.
002140     05  FILLER                   PIC X(57) VALUE
002150         "PAYG WITHHOLDING PAYMENT SUMMARY - EMPLOYEE STATEMENTS".
002160     05  FILLER                   PIC X(45) VALUE SPACES.
002170 01  RPT-LETTERHEAD-3.
002180     05  FILLER                   PIC X(05) VALUE "RUN: ".
002190     05  RPT-LH-TIMESTAMP         PIC X(26).
002200     05  FILLER                   PIC X(60) VALUE SPACES.
002210     05  FILLER                   PIC X(06) VALUE "PAGE: ".
002220     05  RPT-LH-PAGE              PIC ZZZ9.
002230     05  FILLER                   PIC X(31) VALUE SPACES.
002240 01  RPT-SEPARATOR.
002250     05  FILLER                   PIC X(102) VALUE ALL "-".
002260     05  FILLER                   PIC X(30) VALUE SPACES.
002270 01  RPT-BLANK-LINE.
002280     05  FILLER                   PIC X(132) VALUE SPACES.
002290 01  RPT-EMPLOYEE-LINE.
002300     05  FILLER                   PIC X(10) VALUE "EMPLOYEE: ".
002310     05  RPT-EMP-ID               PIC X(10).
002320     05  FILLER                   PIC X(02) VALUE SPACES.
002330     05  RPT-EMP-NAME             PIC X(30).
002340     05  FILLER                   PIC X(11) VALUE "  TAX YEAR ".
002350     05  RPT-EMP-YEAR             PIC X(07).
002360     05  FILLER                   PIC X(62) VALUE SPACES.
002370 01  RPT-AMOUNT-LINE.
002380     05  FILLER                   PIC X(04) VALUE SPACES.
002390     05  RPT-AMT-LABEL            PIC X(26).
002400     05  RPT-AMT-EDIT             PIC $$$,$$$,$$9.99.
002410     05  FILLER                   PIC X(88) VALUE SPACES.
002420 01  RPT-NOTE-LINE.
002430     05  FILLER                   PIC X(04) VALUE SPACES.
002440     05  RPT-NOTE-TEXT            PIC X(60).
002450     05  FILLER                   PIC X(68) VALUE SPACES.
002460 01  RPT-FOOTER-LINE.
002470     05  FILLER                   PIC X(21) VALUE
002480         "EMPLOYEES THIS PAGE: ".
002490     05  RPT-FOOT-COUNT           PIC ZZZ9.
002500     05  FILLER                   PIC X(107) VALUE SPACES.
002510 01  RPT-REJECT-LINE.
002520     05  FILLER                   PIC X(10) VALUE "REJECTED: ".
002530     05  RPT-REJ-ID               PIC X(10).
002540     05  FILLER                   PIC X(02) VALUE SPACES.
002550     05  RPT-REJ-NAME             PIC X(30).
002560     05  FILLER                   PIC X(02) VALUE SPACES.
002570     05  RPT-REJ-REASON           PIC X(31).
002580     05  FILLER                   PIC X(47) VALUE SPACES.
002590 01  RPT-TOTAL-LINE.
002600     05  FILLER                   PIC X(04) VALUE SPACES.
002610     05  RPT-TOT-LABEL            PIC X(26).
002620     05  RPT-TOT-EDIT             PIC $$,$$$,$$$,$$9.99.
002630     05  FILLER                   PIC X(85) VALUE SPACES.
002640 01  RPT-COUNT-LINE.
002650     05  FILLER                   PIC X(04) VALUE SPACES.
002660     05  RPT-CNT-LABEL            PIC X(26).
002670     05  RPT-CNT-EDIT             PIC ZZZ,ZZ9.
002680     05  FILLER                   PIC X(95) VALUE SPACES.
002690*
002700 PROCEDURE DIVISION.
002710*****************************************************************
002720*    0000-MAINLINE
002730*****************************************************************
002740 0000-MAINLINE.
002750     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
002760     IF RETURN-CODE NOT = 0
002770         STOP RUN
002780     END-IF.
002790*    A BLANK CARD SELECTS THE LATEST COMPLETED RUN FROM THE
002800*    RUN REGISTRY; ONLY WHEN THE REGISTRY IS ABSENT (A LOG CUT
002810*    BEFORE IT EXISTED) DOES THE OLD FULL-LOG SCAN RUN.
002820     IF WS-SELECT-TIMESTAMP = SPACES
002830         PERFORM 0150-SELECT-FROM-REGISTRY THRU 0150-EXIT
002840     END-IF.
002850     IF WS-SELECT-TIMESTAMP = SPACES
002860         PERFORM 0200-FIND-LATEST-RUN THRU 0200-EXIT
002870         IF RETURN-CODE NOT = 0
002880             STOP RUN
002890         END-IF
002900     END-IF.
002910     PERFORM 0300-PRODUCE-REPORT THRU 0300-EXIT.
002920     PERFORM 0900-TERMINATE THRU 0900-EXIT.
002930     STOP RUN.
002940*
002950*****************************************************************
002960*    0100-INITIALIZE - RUN SELECTION CARD AND FILE AVAILABILITY
002970*****************************************************************
002980 0100-INITIALIZE.
002990     DISPLAY "--- AUTAXRPT - PAYG Payment Summary Report ---".
003000     DISPLAY "Run timestamp to report (blank = latest run): ".
003010     ACCEPT WS-SELECT-TIMESTAMP.
003020     OPEN INPUT AUDIT-TAX-CALC-LOG.
003030     IF WS-AUDIT-FILE-STATUS NOT = "00"
003040         DISPLAY "*** UNABLE TO OPEN AUDTAXL - STATUS "
003050             WS-AUDIT-FILE-STATUS " - REPORT NOT PRODUCED ***"
003060         MOVE 16 TO RETURN-CODE
003070         GO TO 0100-EXIT
003080     END-IF.
003090     CLOSE AUDIT-TAX-CALC-LOG.
003100     OPEN INPUT YTD-BALANCE-FILE.
003110     IF WS-YTDBAL-FILE-STATUS = "00"
003120         MOVE "Y" TO WS-YTDBAL-OPEN-SW
003130     ELSE
003140         DISPLAY "*** YTDBALF NOT AVAILABLE - STATUS "
003150             WS-YTDBAL-FILE-STATUS
003160             " - YTD LINES NOT PRINTED ***"
003170     END-IF.
003180 0100-EXIT.
003190         EXIT.
003200*
003210*****************************************************************
003220*    0150-SELECT-FROM-REGISTRY - THE LATEST COMPLETED RUN FROM
003230*    THE RUN REGISTRY MAINTAINED BY AU-TAX-CALC.  FAILED AND
003240*    STARTED-ONLY RUNS ARE PASSED OVER; A MISSING OR EMPTY
003250*    REGISTRY LEAVES THE SELECTION BLANK SO THE MAINLINE FALLS
003260*    BACK TO THE FULL-LOG SCAN.
003270*****************************************************************
003280 0150-SELECT-FROM-REGISTRY.
003290     MOVE SPACES TO WS-LATEST-TIMESTAMP.
003300     MOVE "N" TO WS-EOF-SW.
003310     OPEN INPUT RUN-REGISTRY-FILE.
003320     IF WS-RUNREG-FILE-STATUS NOT = "00"
003330         DISPLAY "RUNREGF not available - status "
003340             WS-RUNREG-FILE-STATUS
003350             " - falling back to log scan."
003360         GO TO 0150-EXIT
003370     END-IF.
003380     PERFORM 0160-SCAN-ONE-REGISTRY-REC THRU 0160-EXIT
003390         UNTIL WS-END-OF-FILE.
003400     CLOSE RUN-REGISTRY-FILE.
003410     MOVE "N" TO WS-EOF-SW.
003420     IF WS-LATEST-TIMESTAMP = SPACES
003430         DISPLAY "No completed runs on RUNREGF - falling back "
003440             "to log scan."
003450     ELSE
003460         MOVE WS-LATEST-TIMESTAMP TO WS-SELECT-TIMESTAMP
003470         DISPLAY "Reporting latest registered run "
003480             WS-SELECT-TIMESTAMP
003490     END-IF.
003500 0150-EXIT.
003510         EXIT.
003520*
003530 0160-SCAN-ONE-REGISTRY-REC.
003540     READ RUN-REGISTRY-FILE
003550         AT END
003560             MOVE "Y" TO WS-EOF-SW
003570             GO TO 0160-EXIT
003580     END-READ.
003590     IF RR-STATUS-COMPLETED
003600         AND RR-RUN-TIMESTAMP > WS-LATEST-TIMESTAMP
003610         MOVE RR-RUN-TIMESTAMP TO WS-LATEST-TIMESTAMP
003620     END-IF.
003630 0160-EXIT.
003640         EXIT.
003650*
003660*****************************************************************
003670*    0200-FIND-LATEST-RUN - FIRST PASS OF THE LOG TO FIND THE
003680*    HIGHEST RUN TIMESTAMP.  THE TIMESTAMP FORMAT SORTS AS TEXT.
003690*****************************************************************
003700 0200-FIND-LATEST-RUN.
003710     MOVE SPACES TO WS-LATEST-TIMESTAMP.
003720     MOVE "N" TO WS-EOF-SW.
003730     OPEN INPUT AUDIT-TAX-CALC-LOG.
003740     IF WS-AUDIT-FILE-STATUS NOT = "00"
003750         DISPLAY "*** UNABLE TO REOPEN AUDTAXL - STATUS "
003760             WS-AUDIT-FILE-STATUS " - REPORT NOT PRODUCED ***"
003770         MOVE 16 TO RETURN-CODE
003780         GO TO 0200-EXIT
003790     END-IF.
003800     PERFORM 0210-SCAN-ONE-RECORD THRU 0210-EXIT
003810         UNTIL WS-END-OF-FILE.
003820     CLOSE AUDIT-TAX-CALC-LOG.
003830     MOVE WS-LATEST-TIMESTAMP TO WS-SELECT-TIMESTAMP.
003840     IF WS-SELECT-TIMESTAMP = SPACES
003850         DISPLAY "*** NO RUNS FOUND ON AUDTAXL ***"
003860     ELSE
003870         DISPLAY "Reporting latest run " WS-SELECT-TIMESTAMP
003880     END-IF.
003890 0200-EXIT.
003900         EXIT.
003910*
003920 0210-SCAN-ONE-RECORD.
003930     READ AUDIT-TAX-CALC-LOG
003940         AT END
003950             MOVE "Y" TO WS-EOF-SW
003960             GO TO 0210-EXIT
003970     END-READ.
003980     PERFORM 0700-PARSE-AUDIT-RECORD THRU 0700-EXIT.
003990*    INTERACTIVE AND GROSS-UP RUNS APPEND ROWS UNDER PSEUDO-IDS
004000*    - THEY ARE NOT PAY RUNS AND MUST NOT BECOME THE DEFAULT
004010*    "LATEST RUN".  AN OPERATOR CAN STILL REPORT ONE BY KEYING
004020*    ITS TIMESTAMP EXPLICITLY.
004030     IF WS-F-EMPLOYEE-ID = "SINGLE-TAX"
004040         OR WS-F-EMPLOYEE-ID = "GROSS-UP"
004050         GO TO 0210-EXIT
004060     END-IF.
004070*    ONLY A VALUE SHAPED LIKE A RUN TIMESTAMP MAY WIN THE SCAN
004080*    - ON PRE-CUTOVER ROWS FIELD 4 HOLDS AN AMOUNT, AND ON THE
004090*    NAME-BUT-NO-YEAR VINTAGE A REJECTION PUTS ITS REASON TEXT
004100*    THERE, WHICH WOULD OTHERWISE COMPARE HIGH FOREVER.
004110     IF WS-FIELD-COUNT >= 4
004120         AND WS-F-RUN-TIMESTAMP (5:1) = "-"
004130         AND WS-F-RUN-TIMESTAMP (8:1) = "-"
004140         AND WS-F-RUN-TIMESTAMP (1:4) NUMERIC
004150         AND WS-F-RUN-TIMESTAMP > WS-LATEST-TIMESTAMP
004160         MOVE WS-F-RUN-TIMESTAMP TO WS-LATEST-TIMESTAMP
004170     END-IF.
004180 0210-EXIT.
004190         EXIT.
004200*
004210*****************************************************************
004220*    0300-PRODUCE-REPORT - SECOND PASS, PRINT THE STATEMENTS
004230*****************************************************************
004240 0300-PRODUCE-REPORT.
004250     OPEN OUTPUT REPORT-FILE.
004260     IF WS-REPORT-FILE-STATUS NOT = "00"
004270         DISPLAY "*** UNABLE TO OPEN TAXRPTF - STATUS "
004280             WS-REPORT-FILE-STATUS " - REPORT NOT PRODUCED ***"
004290         MOVE 16 TO RETURN-CODE
004300         GO TO 0300-EXIT
004310     END-IF.
004320     MOVE "N" TO WS-EOF-SW.
004330     OPEN INPUT AUDIT-TAX-CALC-LOG.
004340     IF WS-AUDIT-FILE-STATUS NOT = "00"
004350         DISPLAY "*** UNABLE TO REOPEN AUDTAXL - STATUS "
004360             WS-AUDIT-FILE-STATUS " ***"
004370         MOVE 16 TO RETURN-CODE
004380         CLOSE REPORT-FILE
004390         GO TO 0300-EXIT
004400     END-IF.
004410     PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT.
004420     PERFORM 0310-REPORT-ONE-RECORD THRU 0310-EXIT
004430         UNTIL WS-END-OF-FILE.
004440     PERFORM 0440-PRINT-PAGE-FOOTER THRU 0440-EXIT.
004450     PERFORM 0500-PRINT-GRAND-TOTALS THRU 0500-EXIT.
004460     CLOSE AUDIT-TAX-CALC-LOG.
004470     CLOSE REPORT-FILE.
004480     IF WS-YTDBAL-OPEN
004490         CLOSE YTD-BALANCE-FILE
004500     END-IF.
004510 0300-EXIT.
004520         EXIT.
004530*
004540 0310-REPORT-ONE-RECORD.
004550     READ AUDIT-TAX-CALC-LOG
004560         AT END
004570             MOVE "Y" TO WS-EOF-SW
004580             GO TO 0310-EXIT
004590     END-READ.
004600     PERFORM 0700-PARSE-AUDIT-RECORD THRU 0700-EXIT.
004610     IF WS-F-RUN-TIMESTAMP NOT = WS-SELECT-TIMESTAMP
004620         GO TO 0310-EXIT
004630     END-IF.
004640     IF WS-RECORD-REJECTED
004650         ADD 1 TO WS-TOT-REJECT-COUNT
004660         PERFORM 0420-PRINT-REJECT-LINE THRU 0420-EXIT
004670     ELSE
004680         PERFORM 0400-PRINT-STATEMENT THRU 0400-EXIT
004690     END-IF.
004700 0310-EXIT.
004710         EXIT.
004720*
004730*****************************************************************
004740*    0400-PRINT-STATEMENT - ONE EMPLOYEE'S WITHHOLDING STATEMENT
004750*****************************************************************
004760 0400-PRINT-STATEMENT.
004770     IF WS-LINE-COUNT + WS-STATEMENT-LINES > WS-LINES-PER-PAGE
004780         PERFORM 0440-PRINT-PAGE-FOOTER THRU 0440-EXIT
004790         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
004800     END-IF.
004810     ADD 1 TO WS-TOT-EMP-COUNT.
004820     ADD 1 TO WS-PAGE-EMP-COUNT.
004830     MOVE WS-F-EMPLOYEE-ID   TO RPT-EMP-ID.
004840     MOVE WS-F-EMPLOYEE-NAME TO RPT-EMP-NAME.
004850     MOVE WS-F-TAX-YEAR      TO RPT-EMP-YEAR.
004860     PERFORM 0430-WRITE-EMPLOYEE-LINE THRU 0430-EXIT.
004870     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-GROSS).
004880     ADD WS-AMOUNT-WORK TO WS-TOT-GROSS.
004890     MOVE "GROSS INCOME" TO RPT-AMT-LABEL.
004900     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
004910     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-DEDUCT).
004920     ADD WS-AMOUNT-WORK TO WS-TOT-DEDUCT.
004930     MOVE "DEDUCTIONS" TO RPT-AMT-LABEL.
004940     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
004950     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-TAXABLE).
004960     ADD WS-AMOUNT-WORK TO WS-TOT-TAXABLE.
004970     MOVE "TAXABLE INCOME" TO RPT-AMT-LABEL.
004980     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
004990     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-INCTAX).
005000     ADD WS-AMOUNT-WORK TO WS-TOT-INCTAX.
005010     MOVE "INCOME TAX" TO RPT-AMT-LABEL.
005020     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005030     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-OFFSETS).
005040     ADD WS-AMOUNT-WORK TO WS-TOT-OFFSETS.
005050     MOVE "TAX OFFSETS (LESS)" TO RPT-AMT-LABEL.
005060     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005070     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-MEDICARE).
005080     ADD WS-AMOUNT-WORK TO WS-TOT-MEDICARE.
005090     MOVE "MEDICARE LEVY" TO RPT-AMT-LABEL.
005100     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005110     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-MLS).
005120     ADD WS-AMOUNT-WORK TO WS-TOT-MLS.
005130     MOVE "MEDICARE LEVY SURCHARGE" TO RPT-AMT-LABEL.
005140     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005150     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-HELP).
005160     ADD WS-AMOUNT-WORK TO WS-TOT-HELP.
005170     MOVE "HELP/STSL REPAYMENT" TO RPT-AMT-LABEL.
005180     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005190     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-TOTALTAX).
005200     ADD WS-AMOUNT-WORK TO WS-TOT-TOTALTAX.
005210     MOVE "TOTAL TAX WITHHELD" TO RPT-AMT-LABEL.
005220     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005230     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-NETPAY).
005240     ADD WS-AMOUNT-WORK TO WS-TOT-NETPAY.
005250     MOVE "NET PAY" TO RPT-AMT-LABEL.
005260     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005270*    POST-TAX CHILD SUPPORT / GARNISHEE DEDUCTIONS - BLANK ON
005280*    ROWS OLDER THAN THE COLUMN, WHICH NUMVAL TAKES AS ZERO.
005290     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-DEDORD).
005300     ADD WS-AMOUNT-WORK TO WS-TOT-DEDORD.
005310     MOVE "CHILD SUPPORT/GARNISHEE" TO RPT-AMT-LABEL.
005320     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005330     PERFORM 0412-PRINT-NO-TFN-LINE THRU 0412-EXIT.
005340     PERFORM 0415-PRINT-YTD-LINES THRU 0415-EXIT.
005350     WRITE REPORT-RECORD FROM RPT-SEPARATOR.
005360     ADD 1 TO WS-LINE-COUNT.
005370 0400-EXIT.
005380         EXIT.
005390*
005400 0410-WRITE-AMOUNT-LINE.
005410     MOVE WS-AMOUNT-WORK TO RPT-AMT-EDIT.
005420     WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
005430     ADD 1 TO WS-LINE-COUNT.
005440 0410-EXIT.
005450         EXIT.
005460*
005470*    0412-PRINT-NO-TFN-LINE - TELLS THE EMPLOYEE WHY THE TAX
005480*    LINES ABOVE ARE A FLAT RATE, OR THAT THEY ARE STILL INSIDE
005490*    THE 28-DAY GRACE PERIOD TO QUOTE A TFN.  ROWS OLDER THAN
005500*    THE INDICATOR COLUMN CARRY A BLANK AND PRINT NOTHING.
005510 0412-PRINT-NO-TFN-LINE.
005520     IF WS-F-NOTFN-IND = "Y"
005530         ADD 1 TO WS-TOT-NOTFN-COUNT
005540         MOVE "NO TFN QUOTED - WITHHELD AT THE NO-TFN RATE"
005550             TO RPT-NOTE-TEXT
005560     ELSE IF WS-F-NOTFN-IND = "G"
005570         MOVE "NO TFN QUOTED - WITHIN 28-DAY GRACE PERIOD"
005580             TO RPT-NOTE-TEXT
005590     ELSE
005600         GO TO 0412-EXIT
005610     END-IF.
005620     WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
005630     ADD 1 TO WS-LINE-COUNT.
005640 0412-EXIT.
005650         EXIT.
005660*
005670*    0415-PRINT-YTD-LINES - THE ACCUMULATED YEAR-TO-DATE GROSS,
005680*    PAYGW AND HELP POSITION FROM THE KEYED BALANCE FILE, AS
005690*    MAINTAINED BY 340-UPDATE-YTD-BALANCES IN AU-TAX-CALC.
005700*    THESE ARE POSITION LINES, NOT RUN AMOUNTS, SO THEY STAY
005710*    OUT OF THE GRAND TOTALS.  NO BALANCE RECORD (AN EMPLOYEE
005720*    NOT YET PAID UNDER THE BALANCE FILE) JUST DROPS THE LINES.
005730 0415-PRINT-YTD-LINES.
005740     IF NOT WS-YTDBAL-OPEN
005750         GO TO 0415-EXIT
005760     END-IF.
005770     MOVE "Y" TO WS-YTDBAL-FOUND-SW.
005780     MOVE WS-F-EMPLOYEE-ID TO YB-EMPLOYEE-ID.
005790     MOVE WS-F-TAX-YEAR    TO YB-TAX-YEAR.
005800     READ YTD-BALANCE-FILE
005810         INVALID KEY
005820             MOVE "N" TO WS-YTDBAL-FOUND-SW
005830     END-READ.
005840     IF NOT WS-YTDBAL-FOUND
005850         GO TO 0415-EXIT
005860     END-IF.
005870     MOVE YB-YTD-GROSS TO WS-AMOUNT-WORK.
005880     MOVE "YTD GROSS PAID" TO RPT-AMT-LABEL.
005890     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005900     MOVE YB-YTD-PAYGW TO WS-AMOUNT-WORK.
005910     MOVE "YTD PAYGW WITHHELD" TO RPT-AMT-LABEL.
005920     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005930     MOVE YB-YTD-HELP TO WS-AMOUNT-WORK.
005940     MOVE "YTD HELP/STSL WITHHELD" TO RPT-AMT-LABEL.
005950     PERFORM 0410-WRITE-AMOUNT-LINE THRU 0410-EXIT.
005960 0415-EXIT.
005970         EXIT.
005980*
005990*    0420-PRINT-REJECT-LINE - ONE LINE PER REJECTED EMPLOYEE SO
006000*    THE REPORT ACCOUNTS FOR EVERY RECORD OF THE RUN.
006010 0420-PRINT-REJECT-LINE.
006020     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
006030         PERFORM 0440-PRINT-PAGE-FOOTER THRU 0440-EXIT
006040         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
006050     END-IF.
006060     MOVE WS-F-EMPLOYEE-ID   TO RPT-REJ-ID.
006070     MOVE WS-F-EMPLOYEE-NAME TO RPT-REJ-NAME.
006080     MOVE WS-F-GROSS         TO RPT-REJ-REASON.
006090     WRITE REPORT-RECORD FROM RPT-REJECT-LINE.
006100     ADD 1 TO WS-LINE-COUNT.
006110     WRITE REPORT-RECORD FROM RPT-SEPARATOR.
006120     ADD 1 TO WS-LINE-COUNT.
006130 0420-EXIT.
006140         EXIT.
006150*
006160 0430-WRITE-EMPLOYEE-LINE.
006170     WRITE REPORT-RECORD FROM RPT-EMPLOYEE-LINE.
006180     ADD 1 TO WS-LINE-COUNT.
006190 0430-EXIT.
006200         EXIT.
006210*
006220*    0440-PRINT-PAGE-FOOTER - PER-PAGE EMPLOYEE COUNT AT THE
006230*    FOOT OF EVERY COMPLETED PAGE.
006240 0440-PRINT-PAGE-FOOTER.
006250     MOVE WS-PAGE-EMP-COUNT TO RPT-FOOT-COUNT.
006260     WRITE REPORT-RECORD FROM RPT-FOOTER-LINE.
006270     ADD 1 TO WS-LINE-COUNT.
006280 0440-EXIT.
006290         EXIT.
006300*
006310*    0450-START-NEW-PAGE - LETTERHEAD AND PAGE CONTROLS.
006320 0450-START-NEW-PAGE.
006330     ADD 1 TO WS-PAGE-NUMBER.
006340     MOVE 0 TO WS-PAGE-EMP-COUNT.
006350     MOVE WS-SELECT-TIMESTAMP TO RPT-LH-TIMESTAMP.
006360     MOVE WS-PAGE-NUMBER      TO RPT-LH-PAGE.
006370     IF WS-PAGE-NUMBER = 1
006380         WRITE REPORT-RECORD FROM RPT-LETTERHEAD-1
006390     ELSE
006400         WRITE REPORT-RECORD FROM RPT-LETTERHEAD-1
006410             AFTER ADVANCING PAGE
006420     END-IF.
006430     WRITE REPORT-RECORD FROM RPT-LETTERHEAD-2.
006440     WRITE REPORT-RECORD FROM RPT-LETTERHEAD-3.
006450     WRITE REPORT-RECORD FROM RPT-SEPARATOR.
006460     MOVE 4 TO WS-LINE-COUNT.
006470 0450-EXIT.
006480         EXIT.
006490*
006500*****************************************************************
006510*    0500-PRINT-GRAND-TOTALS - TIES TO THE BATCH RUN SUMMARY
006520*****************************************************************
006530 0500-PRINT-GRAND-TOTALS.
006540     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
006550     MOVE SPACES TO REPORT-RECORD.
006560     MOVE "GRAND TOTALS - RUN" TO REPORT-RECORD.
006570     WRITE REPORT-RECORD.
006580     MOVE "EMPLOYEES REPORTED" TO RPT-CNT-LABEL.
006590     MOVE WS-TOT-EMP-COUNT TO RPT-CNT-EDIT.
006600     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006610     MOVE "EMPLOYEES REJECTED" TO RPT-CNT-LABEL.
006620     MOVE WS-TOT-REJECT-COUNT TO RPT-CNT-EDIT.
006630     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006640     MOVE "AT NO-TFN RATE" TO RPT-CNT-LABEL.
006650     MOVE WS-TOT-NOTFN-COUNT TO RPT-CNT-EDIT.
006660     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006670     MOVE "TOTAL GROSS INCOME" TO RPT-TOT-LABEL.
006680     MOVE WS-TOT-GROSS TO RPT-TOT-EDIT.
006690     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006700     MOVE "TOTAL DEDUCTIONS" TO RPT-TOT-LABEL.
006710     MOVE WS-TOT-DEDUCT TO RPT-TOT-EDIT.
006720     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006730     MOVE "TOTAL TAXABLE INCOME" TO RPT-TOT-LABEL.
006740     MOVE WS-TOT-TAXABLE TO RPT-TOT-EDIT.
006750     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006760     MOVE "TOTAL INCOME TAX" TO RPT-TOT-LABEL.
006770     MOVE WS-TOT-INCTAX TO RPT-TOT-EDIT.
006780     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006790     MOVE "TOTAL TAX OFFSETS" TO RPT-TOT-LABEL.
006800     MOVE WS-TOT-OFFSETS TO RPT-TOT-EDIT.
006810     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006820     MOVE "TOTAL MEDICARE LEVY" TO RPT-TOT-LABEL.
006830     MOVE WS-TOT-MEDICARE TO RPT-TOT-EDIT.
006840     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006850     MOVE "TOTAL MLS" TO RPT-TOT-LABEL.
006860     MOVE WS-TOT-MLS TO RPT-TOT-EDIT.
006870     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006880     MOVE "TOTAL HELP/STSL" TO RPT-TOT-LABEL.
006890     MOVE WS-TOT-HELP TO RPT-TOT-EDIT.
006900     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006910     MOVE "TOTAL TAX WITHHELD" TO RPT-TOT-LABEL.
006920     MOVE WS-TOT-TOTALTAX TO RPT-TOT-EDIT.
006930     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006940     MOVE "TOTAL CS/GARNISHEE" TO RPT-TOT-LABEL.
006950     MOVE WS-TOT-DEDORD TO RPT-TOT-EDIT.
006960     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006970     MOVE "TOTAL NET PAY" TO RPT-TOT-LABEL.
006980     MOVE WS-TOT-NETPAY TO RPT-TOT-EDIT.
006990     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
007000 0500-EXIT.
007010         EXIT.
007020*
007030*****************************************************************
007040*    0700-PARSE-AUDIT-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
007050*****************************************************************
007060 0700-PARSE-AUDIT-RECORD.
007070     MOVE SPACES TO WS-AUDIT-FIELDS.
007080     MOVE 0 TO WS-FIELD-COUNT.
007090     MOVE "N" TO WS-REJECTED-FLAG.
007100     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
007110         INTO WS-F-EMPLOYEE-ID
007120              WS-F-EMPLOYEE-NAME
007130              WS-F-TAX-YEAR
007140              WS-F-RUN-TIMESTAMP
007150              WS-F-GROSS
007160              WS-F-DEDUCT
007170              WS-F-TAXABLE
007180              WS-F-INCTAX
007190              WS-F-OFFSETS
007200              WS-F-MEDICARE
007210              WS-F-MLS
007220              WS-F-HELP
007230              WS-F-TOTALTAX
007240              WS-F-NETPAY
007250              WS-F-SG
007260              WS-F-FREQ
007270              WS-F-ETPGROSS
007280              WS-F-ETPTAX
007290              WS-F-DEDORD
007300              WS-F-NOTFN-IND
007310              WS-F-PD-GROSS
007320              WS-F-PD-TAX
007330              WS-F-PD-HELP
007340              WS-F-PD-DISBTAX
007350              WS-F-PD-DISBNET
007360              WS-F-PD-SG
007370              WS-F-CARRY-DELTA
007380              WS-F-ROW-TYPE
007390              WS-F-REVERSED-TS
007400              WS-F-NOTES
007410         TALLYING IN WS-FIELD-COUNT.
007420     IF WS-F-GROSS (1:8) = "REJECTED"
007430         MOVE "Y" TO WS-REJECTED-FLAG
007440     END-IF.
007450 0700-EXIT.
007460         EXIT.
007470*
007480*****************************************************************
007490*    0900-TERMINATE
007500*****************************************************************
007510 0900-TERMINATE.
007520     DISPLAY "AUTAXRPT complete - run " WS-SELECT-TIMESTAMP.
007530 0900-EXIT.
007540         EXIT.
007550*
