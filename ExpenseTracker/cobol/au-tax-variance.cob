000300*    2026-09-02 PJH  DEDUCTION-ORDER COLUMN (AFTER THE ETP
000310*                    COLUMNS) TAKEN INTO THE PARSE SO
000320*                    NOTES STAYS ALIGNED.
000330*    2026-10-15 PJH  NO-TFN INDICATOR COLUMN (AFTER THE
000340*                    DEDUCTION-ORDER COLUMN) TAKEN INTO THE
000350*                    PARSE SO NOTES STAYS ALIGNED.
000360*    2026-10-15 PJH  AUDIT LOG WIDENED 300 TO 450 - THE PER-PERIOD
000370*                    AMOUNT, CARRY MOVEMENT, ROW TYPE AND
000380*                    REVERSED-RUN COLUMNS (AFTER THE NO-TFN
000390*                    COLUMN) TAKEN INTO THE PARSE SO NOTES STAYS
000400*                    ALIGNED; RUNREGF RECORD NOW 250
000410*                    BYTES.  REVERSAL (R) ROWS ARE LEFT OUT OF
000420*                    THE LATEST/PRIOR COMPARISON.
000430*    2026-10-15 PJH  AUDIT LOG RECORD WIDENED 450 TO 500 FOR
000440*                    THE LEAVE MOVEMENT COLUMNS AU-TAX-CALC NOW
000450*                    WRITES AT THE END OF THE ROW.
000460*****************************************************************
000470*    PAIRS EACH EMPLOYEE'S LATEST AUDIT LOG RESULT WITH THEIR
000480*    PREVIOUS ONE AND REPORTS EVERY CASE WHERE TOTAL TAX MOVED
000490*    BY MORE THAN AN OPERATOR-SUPPLIED PERCENTAGE OR DOLLAR
000500*    THRESHOLD.  EMPLOYEES APPEARING FOR THE FIRST TIME IN THE
000510*    LATEST RUN ("NEW") AND EMPLOYEES ABSENT FROM THE LATEST
000520*    RUN ("GONE") ARE FLAGGED SEPARATELY - A BAD HR EXTRACT OR
000530*    A MIS-LOADED AUTXDATA YEAR SHOWS UP HERE BEFORE THE MONEY
000540*    GOES OUT.  REJECTED LINES CARRY NO AMOUNTS AND DO NOT
000550*    COUNT AS A RESULT.
000560*
000570*    SYSIN CARDS - CARD 1 PERCENTAGE THRESHOLD, CARD 2 DOLLAR
000580*    THRESHOLD.  A BLANK CARD MEANS THAT TEST IS NOT APPLIED;
000590*    BOTH BLANK DEFAULTS TO 10 PERCENT.  A MOVEMENT EXCEEDING
000600*    EITHER SUPPLIED THRESHOLD IS REPORTED.
000610*****************************************************************
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. IBM-I.
000650 OBJECT-COMPUTER. IBM-I.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000710     SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARRPTF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-FILE-STATUS.
000740     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
000750         ORGANIZATION IS INDEXED
000760         ACCESS IS SEQUENTIAL
000770         RECORD KEY IS RR-EXTRACT-DATE
000780         FILE STATUS IS WS-RUNREG-FILE-STATUS.
000790*    KEYED WORK FILE - LATEST/PRIOR RESULT PER EMPLOYEE,
000800*    REBUILT FRESH EVERY RUN, SO THE VARIANCE GUARD NO LONGER
000810*    DEGRADES PAST ANY HEADCOUNT.
000820     SELECT VARIANCE-WORK-FILE ASSIGN TO "VARWRKF"
000830         ORGANIZATION IS INDEXED
000840         ACCESS IS DYNAMIC
000850         RECORD KEY IS VT-EMPLOYEE-ID
000860         FILE STATUS IS WS-WORK-FILE-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  AUDIT-TAX-CALC-LOG
000900     RECORD CONTAINS 500 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920 01  AUDIT-LOG-RECORD               PIC X(500).
000930*
000940 FD  VARIANCE-REPORT-FILE
000950     RECORD CONTAINS 132 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970 01  VARIANCE-REPORT-RECORD         PIC X(132).
000980*
000990 FD  RUN-REGISTRY-FILE
001000     RECORD CONTAINS 250 CHARACTERS
001010     LABEL RECORDS ARE STANDARD.
001020 COPY RUNREGR.
001030*
001040*    LATEST AND PRIOR RESULT PER EMPLOYEE, BUILT ON ONE
001050*    SEQUENTIAL PASS OF THE LOG (APPEND ORDER, SO LATER
001060*    RECORDS ARE LATER RUNS) AND READ BACK IN KEY ORDER FOR
001070*    THE CLASSIFICATION PASS.
001080 FD  VARIANCE-WORK-FILE
001090     RECORD CONTAINS 130 CHARACTERS
001100     LABEL RECORDS ARE STANDARD.
001110 01  VARIANCE-WORK-RECORD.
001120     05  VT-EMPLOYEE-ID          PIC X(10).
001130     05  VT-EMPLOYEE-NAME        PIC X(30).
001140     05  VT-LATEST-TS            PIC X(26).
001150     05  VT-LATEST-TAX           PIC S9(11)V99
001160                                 SIGN LEADING SEPARATE.
001170     05  VT-PRIOR-TS             PIC X(26).
001180     05  VT-PRIOR-TAX            PIC S9(11)V99
001190                                 SIGN LEADING SEPARATE.
001200     05  VT-RESULT-COUNT         PIC 9(04).
001210     05  FILLER                  PIC X(06).
001220*
001230 WORKING-STORAGE SECTION.
001240 01  WS-FILE-STATUSES.
001250     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001260     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001270     05  WS-RUNREG-FILE-STATUS    PIC X(02) VALUE "00".
001280     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001290*
001300 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001310     88  WS-END-OF-FILE               VALUE "Y".
001320*
001330 01  WS-INPUT-TEMP                PIC X(15).
001340*
001350*    OPERATOR THRESHOLDS - A TEST NOT SUPPLIED IS DISABLED BY
001360*    SETTING ITS THRESHOLD BEYOND ANY POSSIBLE MOVEMENT.
001370 01  WS-PCT-THRESHOLD             PIC S9(05)V99 COMP-3.
001380 01  WS-DOLLAR-THRESHOLD          PIC S9(11)V99 COMP-3.
001390 01  WS-PCT-SUPPLIED-SW           PIC X(01) VALUE "N".
001400     88  WS-PCT-SUPPLIED              VALUE "Y".
001410 01  WS-DOLLAR-SUPPLIED-SW        PIC X(01) VALUE "N".
001420     88  WS-DOLLAR-SUPPLIED           VALUE "Y".
001430*
001440*    PARSED AUDIT LOG COLUMNS - SEE 310-WRITE-AUDIT-LOG-RECORD
001450*    IN AU-TAX-CALC FOR THE COLUMN ORDER.
001460 01  WS-AUDIT-FIELDS.
001470     05  WS-F-EMPLOYEE-ID         PIC X(10).
001480     05  WS-F-EMPLOYEE-NAME       PIC X(30).
001490     05  WS-F-TAX-YEAR            PIC X(07).
001500     05  WS-F-RUN-TIMESTAMP       PIC X(26).
001510     05  WS-F-GROSS               PIC X(31).
001520     05  WS-F-DEDUCT              PIC X(13).
001530     05  WS-F-TAXABLE             PIC X(13).
001540     05  WS-F-INCTAX              PIC X(13).
001550     05  WS-F-OFFSETS             PIC X(13).
001560     05  WS-F-MEDICARE            PIC X(13).
001570     05  WS-F-MLS                 PIC X(13).
001580     05  WS-F-HELP                PIC X(13).
001590     05  WS-F-TOTALTAX            PIC X(13).
001600     05  WS-F-NETPAY              PIC X(13).
001610     05  WS-F-SG                  PIC X(13).
001620     05  WS-F-FREQ                PIC X(01).
001630     05  WS-F-ETPGROSS            PIC X(13).
001640     05  WS-F-ETPTAX              PIC X(13).
001650     05  WS-F-DEDORD              PIC X(13).
001660     05  WS-F-NOTFN-IND           PIC X(01).
001670     05  WS-F-PD-GROSS            PIC X(13).
001680     05  WS-F-PD-TAX              PIC X(13).
001690     05  WS-F-PD-HELP             PIC X(13).
001700     05  WS-F-PD-DISBTAX          PIC X(13).
001710     05  WS-F-PD-DISBNET          PIC X(13).
001720     05  WS-F-PD-SG               PIC X(13).
001730     05  WS-F-CARRY-DELTA         PIC X(13).
001740     05  WS-F-ROW-TYPE            PIC X(01).
001750     05  WS-F-REVERSED-TS         PIC X(26).
001760     05  WS-F-NOTES               PIC X(31).
001770 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
001780 01  WS-REJECTED-FLAG             PIC X(01) VALUE "N".
001790     88  WS-RECORD-REJECTED           VALUE "Y".
001800*
001810*    THE PER-EMPLOYEE LATEST/PRIOR RESULTS LIVE ON THE KEYED
001820*    WORK FILE (SEE THE FD) - NO IN-STORAGE TABLE, NO
001830*    5,000-EMPLOYEE CEILING, NO SKIPPED EMPLOYEES.
001840 01  WS-ENTRY-FOUND-SW            PIC X(01) VALUE "N".
001850     88  WS-ENTRY-FOUND               VALUE "Y".
001860*
001870 01  WS-LATEST-RUN-TS             PIC X(26) VALUE SPACES.
001880*    REGISTRY SCAN CONTROLS - SEE 0250-LATEST-FROM-REGISTRY.
001890 01  WS-REG-EOF-SW                PIC X(01) VALUE "N".
001900     88  WS-REG-END-OF-FILE           VALUE "Y".
001910 01  WS-REG-LATEST-TS             PIC X(26) VALUE SPACES.
001920 01  WS-AMOUNT-WORK               PIC S9(11)V99 COMP-3.
001930 01  WS-TAX-CHANGE                PIC S9(11)V99 COMP-3.
001940 01  WS-PCT-CHANGE                PIC S9(05)V99 COMP-3.
001950 01  WS-ABS-CHANGE                PIC S9(11)V99 COMP-3.
001960 01  WS-ABS-PCT                   PIC S9(05)V99 COMP-3.
001970 01  WS-PCT-OVERFLOW-SW           PIC X(01) VALUE "N".
001980     88  WS-PCT-OVERFLOWED            VALUE "Y".
001990*
002000 01  WS-REPORT-COUNTS.
002010     05  WS-SWING-COUNT           PIC 9(04) COMP VALUE 0.
002020     05  WS-NEW-COUNT             PIC 9(04) COMP VALUE 0.
002030     05  WS-GONE-COUNT            PIC 9(04) COMP VALUE 0.
002040*
002050*    PRINT LINE LAYOUTS
002060 01  VAR-HEADING-1.
002070     05  FILLER                   PIC X(47) VALUE
002080         "RUN-OVER-RUN WITHHOLDING VARIANCE REPORT".
002090     05  FILLER                   PIC X(10) VALUE "LATEST RUN".
002100     05  FILLER                   PIC X(02) VALUE ": ".
002110     05  VAR-HD-LATEST-TS         PIC X(26).
002120     05  FILLER                   PIC X(47) VALUE SPACES.
002130 01  VAR-HEADING-2.
002140     05  FILLER                   PIC X(12) VALUE "EMPLOYEE ID ".
002150     05  FILLER                   PIC X(31) VALUE "NAME".
002160     05  FILLER                   PIC X(16) VALUE
002170         "      PRIOR TAX".
002180     05  FILLER                   PIC X(16) VALUE
002190         "     LATEST TAX".
002200     05  FILLER                   PIC X(16) VALUE
002210         "         CHANGE".
002220     05  FILLER                   PIC X(09) VALUE
002230         "    PCT".
002240     05  FILLER                   PIC X(06) VALUE " FLAG".
002250     05  FILLER                   PIC X(26) VALUE SPACES.
002260 01  VAR-DETAIL-LINE.
002270     05  VAR-DET-ID               PIC X(10).
002280     05  FILLER                   PIC X(02) VALUE SPACES.
002290     05  VAR-DET-NAME             PIC X(30).
002300     05  FILLER                   PIC X(01) VALUE SPACES.
002310     05  VAR-DET-PRIOR            PIC ZZ,ZZZ,ZZ9.99-.
002320     05  FILLER                   PIC X(01) VALUE SPACES.
002330     05  VAR-DET-LATEST           PIC ZZ,ZZZ,ZZ9.99-.
002340     05  FILLER                   PIC X(01) VALUE SPACES.
002350     05  VAR-DET-CHANGE           PIC ZZ,ZZZ,ZZ9.99-.
002360     05  FILLER                   PIC X(01) VALUE SPACES.
002370     05  VAR-DET-PCT              PIC ZZ,ZZ9.9-.
002380     05  FILLER                   PIC X(01) VALUE SPACES.
002390     05  VAR-DET-FLAG             PIC X(05).
002400     05  FILLER                   PIC X(21) VALUE SPACES.
002410 01  VAR-COUNT-LINE.
002420     05  VAR-CNT-LABEL            PIC X(30).
002430     05  VAR-CNT-EDIT             PIC ZZZ,ZZ9.
002440     05  FILLER                   PIC X(95) VALUE SPACES.
002450*
002460 PROCEDURE DIVISION.
002470*****************************************************************
002480*    0000-MAINLINE
002490*****************************************************************
002500 0000-MAINLINE.
002510     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
002520     IF RETURN-CODE NOT = 0
002530         STOP RUN
002540     END-IF.
002550     PERFORM 0200-LOAD-AUDIT-LOG THRU 0200-EXIT.
002560*    THE RUN REGISTRY, WHERE PRESENT, NAMES THE LATEST
002570*    COMPLETED RUN AUTHORITATIVELY - THE SCAN-DERIVED VALUE
002580*    STANDS ONLY WHEN THE REGISTRY CANNOT.
002590     PERFORM 0250-LATEST-FROM-REGISTRY THRU 0250-EXIT.
002600     PERFORM 0300-REPORT-VARIANCES THRU 0300-EXIT.
002610     PERFORM 0900-TERMINATE THRU 0900-EXIT.
002620     STOP RUN.
002630*
002640*****************************************************************
002650*    0100-INITIALIZE - THRESHOLD CARDS AND FILE AVAILABILITY
002660*****************************************************************
002670 0100-INITIALIZE.
002680     DISPLAY "--- AUTAXVAR - Withholding Variance Report ---".
002690     DISPLAY "Percentage threshold (blank = not applied): ".
002700     ACCEPT WS-INPUT-TEMP.
002710     IF WS-INPUT-TEMP = SPACES
002720         MOVE 0 TO WS-PCT-THRESHOLD
002730     ELSE IF FUNCTION TEST-NUMVAL (WS-INPUT-TEMP) = 0
002740         MOVE FUNCTION NUMVAL (WS-INPUT-TEMP)
002750             TO WS-PCT-THRESHOLD
002760         MOVE "Y" TO WS-PCT-SUPPLIED-SW
002770     ELSE
002780         DISPLAY "*** Invalid percentage - card ignored ***"
002790     END-IF.
002800     DISPLAY "Dollar threshold (blank = not applied): ".
002810     ACCEPT WS-INPUT-TEMP.
002820     IF WS-INPUT-TEMP = SPACES
002830         MOVE 0 TO WS-DOLLAR-THRESHOLD
002840     ELSE IF FUNCTION TEST-NUMVAL (WS-INPUT-TEMP) = 0
002850         MOVE FUNCTION NUMVAL (WS-INPUT-TEMP)
002860             TO WS-DOLLAR-THRESHOLD
002870         MOVE "Y" TO WS-DOLLAR-SUPPLIED-SW
002880     ELSE
002890         DISPLAY "*** Invalid dollar amount - card ignored ***"
002900     END-IF.
002910     IF NOT WS-PCT-SUPPLIED AND NOT WS-DOLLAR-SUPPLIED
002920         MOVE 10 TO WS-PCT-THRESHOLD
002930         MOVE "Y" TO WS-PCT-SUPPLIED-SW
002940         DISPLAY "No thresholds supplied - defaulting to 10 "
002950             "percent."
002960     END-IF.
002970*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
002980     OPEN OUTPUT VARIANCE-WORK-FILE.
002990     IF WS-WORK-FILE-STATUS = "00"
003000         CLOSE VARIANCE-WORK-FILE
003010         OPEN I-O VARIANCE-WORK-FILE
003020     END-IF.
003030     IF WS-WORK-FILE-STATUS NOT = "00"
003040         DISPLAY "*** UNABLE TO OPEN VARWRKF - STATUS "
003050             WS-WORK-FILE-STATUS " - REPORT NOT PRODUCED ***"
003060         MOVE 16 TO RETURN-CODE
003070         GO TO 0100-EXIT
003080     END-IF.
003090     OPEN INPUT AUDIT-TAX-CALC-LOG.
003100     IF WS-AUDIT-FILE-STATUS NOT = "00"
003110         DISPLAY "*** UNABLE TO OPEN AUDTAXL - STATUS "
003120             WS-AUDIT-FILE-STATUS " - REPORT NOT PRODUCED ***"
003130         MOVE 16 TO RETURN-CODE
003140     END-IF.
003150 0100-EXIT.
003160         EXIT.
003170*
003180*****************************************************************
003190*    0200-LOAD-AUDIT-LOG - ONE PASS, LATEST/PRIOR PER EMPLOYEE
003200*****************************************************************
003210 0200-LOAD-AUDIT-LOG.
003220     PERFORM 0210-LOAD-ONE-RECORD THRU 0210-EXIT
003230         UNTIL WS-END-OF-FILE.
003240     CLOSE AUDIT-TAX-CALC-LOG.
003250 0200-EXIT.
003260         EXIT.
003270*
003280 0210-LOAD-ONE-RECORD.
003290     READ AUDIT-TAX-CALC-LOG
003300         AT END
003310             MOVE "Y" TO WS-EOF-SW
003320             GO TO 0210-EXIT
003330     END-READ.
003340     PERFORM 0700-PARSE-AUDIT-RECORD THRU 0700-EXIT.
003350     IF WS-RECORD-REJECTED OR WS-FIELD-COUNT < 14
003360         GO TO 0210-EXIT
003370     END-IF.
003380*    INTERACTIVE AND GROSS-UP RUNS APPEND THEIR OWN ROWS TO THE
003390*    SAME LOG UNDER PSEUDO-IDS - THEY ARE NOT PAYROLL RUNS AND
003400*    MUST NOT BECOME "THE LATEST RUN" OR ENTER THE TABLE.
003410     IF WS-F-EMPLOYEE-ID = "SINGLE-TAX"
003420         OR WS-F-EMPLOYEE-ID = "GROSS-UP"
003430         GO TO 0210-EXIT
003440     END-IF.
003450*    A REVERSAL (R) ROW FROM AN ADJUSTMENT RUN TAKES A PAYMENT
003460*    BACK - IT IS NOT A CALCULATION AND MUST NOT BECOME THE
003470*    EMPLOYEE'S LATEST RESULT.
003480     IF WS-F-ROW-TYPE = "R"
003490         GO TO 0210-EXIT
003500     END-IF.
003510     IF WS-F-RUN-TIMESTAMP > WS-LATEST-RUN-TS
003520         MOVE WS-F-RUN-TIMESTAMP TO WS-LATEST-RUN-TS
003530     END-IF.
003540     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-TOTALTAX).
003550     PERFORM 0220-FETCH-WORK-RECORD THRU 0220-EXIT.
003560     IF VT-RESULT-COUNT > 0
003570         MOVE VT-LATEST-TS  TO VT-PRIOR-TS
003580         MOVE VT-LATEST-TAX TO VT-PRIOR-TAX
003590     END-IF.
003600     MOVE WS-F-RUN-TIMESTAMP   TO VT-LATEST-TS.
003610     MOVE WS-AMOUNT-WORK       TO VT-LATEST-TAX.
003620     MOVE WS-F-EMPLOYEE-NAME   TO VT-EMPLOYEE-NAME.
003630     ADD 1 TO VT-RESULT-COUNT.
003640     IF WS-ENTRY-FOUND
003650         REWRITE VARIANCE-WORK-RECORD
003660     ELSE
003670         WRITE VARIANCE-WORK-RECORD
003680     END-IF.
003690     IF WS-WORK-FILE-STATUS NOT = "00"
003700         DISPLAY "*** VARWRKF UPDATE FAILED FOR "
003710             WS-F-EMPLOYEE-ID " - STATUS "
003720             WS-WORK-FILE-STATUS " ***"
003730         MOVE 16 TO RETURN-CODE
003740         MOVE "Y" TO WS-EOF-SW
003750     END-IF.
003760 0210-EXIT.
003770         EXIT.
003780*
003790*    0220-FETCH-WORK-RECORD - KEYED READ OF THIS EMPLOYEE'S
003800*    WORK RECORD, INITIALIZING A FRESH ONE ON FIRST SIGHT.
003810*    WS-ENTRY-FOUND TELLS 0210 WHETHER TO WRITE OR REWRITE.
003820 0220-FETCH-WORK-RECORD.
003830     MOVE "Y" TO WS-ENTRY-FOUND-SW.
003840     MOVE WS-F-EMPLOYEE-ID TO VT-EMPLOYEE-ID.
003850     READ VARIANCE-WORK-FILE
003860         INVALID KEY
003870             MOVE "N" TO WS-ENTRY-FOUND-SW
003880     END-READ.
003890     IF NOT WS-ENTRY-FOUND
003900         MOVE SPACES TO VARIANCE-WORK-RECORD
003910         MOVE WS-F-EMPLOYEE-ID TO VT-EMPLOYEE-ID
003920         MOVE SPACES TO VT-LATEST-TS
003930         MOVE SPACES TO VT-PRIOR-TS
003940         MOVE 0 TO VT-LATEST-TAX
003950         MOVE 0 TO VT-PRIOR-TAX
003960         MOVE 0 TO VT-RESULT-COUNT
003970     END-IF.
003980 0220-EXIT.
003990         EXIT.
004000*
004010*****************************************************************
004020*    0250-LATEST-FROM-REGISTRY - TAKE THE LATEST COMPLETED RUN
004030*    TIMESTAMP FROM THE RUN REGISTRY MAINTAINED BY AU-TAX-CALC.
004040*    FAILED AND STARTED-ONLY RUNS ARE PASSED OVER.  A MISSING
004050*    OR EMPTY REGISTRY LEAVES THE TIMESTAMP THE LOAD PASS
004060*    DERIVED FROM THE LOG ITSELF.
004070*****************************************************************
004080 0250-LATEST-FROM-REGISTRY.
004090     MOVE SPACES TO WS-REG-LATEST-TS.
004100     MOVE "N" TO WS-REG-EOF-SW.
004110     OPEN INPUT RUN-REGISTRY-FILE.
004120     IF WS-RUNREG-FILE-STATUS NOT = "00"
004130         DISPLAY "RUNREGF not available - status "
004140             WS-RUNREG-FILE-STATUS
004150             " - latest run taken from the log."
004160         GO TO 0250-EXIT
004170     END-IF.
004180     PERFORM 0260-SCAN-ONE-REGISTRY-REC THRU 0260-EXIT
004190         UNTIL WS-REG-END-OF-FILE.
004200     CLOSE RUN-REGISTRY-FILE.
004210     IF WS-REG-LATEST-TS NOT = SPACES
004220         MOVE WS-REG-LATEST-TS TO WS-LATEST-RUN-TS
004230     ELSE
004240         DISPLAY "No completed runs on RUNREGF - latest run "
004250             "taken from the log."
004260     END-IF.
004270 0250-EXIT.
004280         EXIT.
004290*
004300 0260-SCAN-ONE-REGISTRY-REC.
004310     READ RUN-REGISTRY-FILE
004320         AT END
004330             MOVE "Y" TO WS-REG-EOF-SW
004340             GO TO 0260-EXIT
004350     END-READ.
004360     IF RR-STATUS-COMPLETED
004370         AND RR-RUN-TIMESTAMP > WS-REG-LATEST-TS
004380         MOVE RR-RUN-TIMESTAMP TO WS-REG-LATEST-TS
004390     END-IF.
004400 0260-EXIT.
004410         EXIT.
004420*
004430*****************************************************************
004440*    0300-REPORT-VARIANCES - CLASSIFY AND PRINT EVERY EMPLOYEE
004450*****************************************************************
004460 0300-REPORT-VARIANCES.
004470     OPEN OUTPUT VARIANCE-REPORT-FILE.
004480     IF WS-REPORT-FILE-STATUS NOT = "00"
004490         DISPLAY "*** UNABLE TO OPEN VARRPTF - STATUS "
004500             WS-REPORT-FILE-STATUS " - REPORT NOT PRODUCED ***"
004510         MOVE 16 TO RETURN-CODE
004520         GO TO 0300-EXIT
004530     END-IF.
004540     MOVE WS-LATEST-RUN-TS TO VAR-HD-LATEST-TS.
004550     WRITE VARIANCE-REPORT-RECORD FROM VAR-HEADING-1.
004560     WRITE VARIANCE-REPORT-RECORD FROM VAR-HEADING-2.
004570     MOVE "N" TO WS-EOF-SW.
004580     MOVE LOW-VALUES TO VT-EMPLOYEE-ID.
004590     START VARIANCE-WORK-FILE KEY NOT < VT-EMPLOYEE-ID
004600         INVALID KEY
004610             MOVE "Y" TO WS-EOF-SW
004620     END-START.
004630     PERFORM 0310-CLASSIFY-ONE-EMPLOYEE THRU 0310-EXIT
004640         UNTIL WS-END-OF-FILE.
004650     MOVE SPACES TO VARIANCE-REPORT-RECORD.
004660     WRITE VARIANCE-REPORT-RECORD.
004670     MOVE "EMPLOYEES WITH LARGE SWINGS:  " TO VAR-CNT-LABEL.
004680     MOVE WS-SWING-COUNT TO VAR-CNT-EDIT.
004690     WRITE VARIANCE-REPORT-RECORD FROM VAR-COUNT-LINE.
004700     MOVE "NEW EMPLOYEES THIS RUN:       " TO VAR-CNT-LABEL.
004710     MOVE WS-NEW-COUNT TO VAR-CNT-EDIT.
004720     WRITE VARIANCE-REPORT-RECORD FROM VAR-COUNT-LINE.
004730     MOVE "EMPLOYEES MISSING THIS RUN:   " TO VAR-CNT-LABEL.
004740     MOVE WS-GONE-COUNT TO VAR-CNT-EDIT.
004750     WRITE VARIANCE-REPORT-RECORD FROM VAR-COUNT-LINE.
004760     CLOSE VARIANCE-REPORT-FILE.
004770 0300-EXIT.
004780         EXIT.
004790*
004800*    0310-CLASSIFY-ONE-EMPLOYEE - NEW / GONE / SWING TESTS FOR
004810*    ONE TABLE ENTRY.  AN EMPLOYEE PRESENT IN THE LATEST RUN
004820*    WITH A PRIOR RESULT IS TESTED AGAINST THE THRESHOLDS; THE
004830*    PERCENTAGE TEST NEEDS A NON-ZERO PRIOR FIGURE.
004840 0310-CLASSIFY-ONE-EMPLOYEE.
004850     READ VARIANCE-WORK-FILE NEXT RECORD
004860         AT END
004870             MOVE "Y" TO WS-EOF-SW
004880             GO TO 0310-EXIT
004890     END-READ.
004900     IF VT-LATEST-TS NOT = WS-LATEST-RUN-TS
004910         ADD 1 TO WS-GONE-COUNT
004920         PERFORM 0320-PRINT-GONE-LINE THRU 0320-EXIT
004930         GO TO 0310-EXIT
004940     END-IF.
004950     IF VT-RESULT-COUNT = 1
004960         ADD 1 TO WS-NEW-COUNT
004970         PERFORM 0330-PRINT-NEW-LINE THRU 0330-EXIT
004980         GO TO 0310-EXIT
004990     END-IF.
005000     COMPUTE WS-TAX-CHANGE =
005010         VT-LATEST-TAX - VT-PRIOR-TAX.
005020     MOVE WS-TAX-CHANGE TO WS-ABS-CHANGE.
005030     IF WS-ABS-CHANGE < 0
005040         COMPUTE WS-ABS-CHANGE = 0 - WS-ABS-CHANGE
005050     END-IF.
005060     MOVE 0 TO WS-PCT-CHANGE.
005070     MOVE "N" TO WS-PCT-OVERFLOW-SW.
005080     IF VT-PRIOR-TAX NOT = 0
005090         COMPUTE WS-PCT-CHANGE ROUNDED =
005100             (WS-TAX-CHANGE * 100) / VT-PRIOR-TAX
005110             ON SIZE ERROR
005120*                A RATIO TOO WIDE FOR THE FIELD IS EXACTLY THE
005130*                KIND OF MOVEMENT THIS REPORT EXISTS TO CATCH -
005140*                SATURATE THE PRINTED FIGURE AND FORCE THE FLAG.
005150                 MOVE 99999.99 TO WS-PCT-CHANGE
005160                 MOVE "Y" TO WS-PCT-OVERFLOW-SW
005170         END-COMPUTE
005180     ELSE IF WS-TAX-CHANGE NOT = 0
005190*        ANY MOVEMENT OFF A ZERO PRIOR EXCEEDS EVERY PERCENTAGE
005200*        THRESHOLD - SHOWN AS 100 PERCENT ON THE REPORT RATHER
005210*        THAN SLIPPING PAST THE TEST AS AN UNDEFINED RATIO.
005220         MOVE 100 TO WS-PCT-CHANGE
005230     END-IF.
005240     MOVE WS-PCT-CHANGE TO WS-ABS-PCT.
005250     IF WS-ABS-PCT < 0
005260         COMPUTE WS-ABS-PCT = 0 - WS-ABS-PCT
005270     END-IF.
005280     IF WS-PCT-SUPPLIED
005290         AND VT-PRIOR-TAX = 0
005300         AND WS-TAX-CHANGE NOT = 0
005310         PERFORM 0340-PRINT-SWING-LINE THRU 0340-EXIT
005320         GO TO 0310-EXIT
005330     END-IF.
005340     IF WS-PCT-SUPPLIED
005350         AND VT-PRIOR-TAX NOT = 0
005360         AND (WS-ABS-PCT > WS-PCT-THRESHOLD
005370             OR WS-PCT-OVERFLOWED)
005380         PERFORM 0340-PRINT-SWING-LINE THRU 0340-EXIT
005390         GO TO 0310-EXIT
005400     END-IF.
005410     IF WS-DOLLAR-SUPPLIED
005420         AND WS-ABS-CHANGE > WS-DOLLAR-THRESHOLD
005430         PERFORM 0340-PRINT-SWING-LINE THRU 0340-EXIT
005440     END-IF.
005450 0310-EXIT.
005460         EXIT.
005470*
005480 0320-PRINT-GONE-LINE.
005490     MOVE VT-EMPLOYEE-ID   TO VAR-DET-ID.
005500     MOVE VT-EMPLOYEE-NAME TO VAR-DET-NAME.
005510     MOVE VT-LATEST-TAX    TO VAR-DET-PRIOR.
005520     MOVE 0                         TO VAR-DET-LATEST.
005530     MOVE 0                         TO VAR-DET-CHANGE.
005540     MOVE 0                         TO VAR-DET-PCT.
005550     MOVE "GONE"                    TO VAR-DET-FLAG.
005560     WRITE VARIANCE-REPORT-RECORD FROM VAR-DETAIL-LINE.
005570 0320-EXIT.
005580         EXIT.
005590*
005600 0330-PRINT-NEW-LINE.
005610     MOVE VT-EMPLOYEE-ID   TO VAR-DET-ID.
005620     MOVE VT-EMPLOYEE-NAME TO VAR-DET-NAME.
005630     MOVE 0                         TO VAR-DET-PRIOR.
005640     MOVE VT-LATEST-TAX    TO VAR-DET-LATEST.
005650     MOVE VT-LATEST-TAX    TO VAR-DET-CHANGE.
005660     MOVE 0                         TO VAR-DET-PCT.
005670     MOVE "NEW"                     TO VAR-DET-FLAG.
005680     WRITE VARIANCE-REPORT-RECORD FROM VAR-DETAIL-LINE.
005690 0330-EXIT.
005700         EXIT.
005710*
005720 0340-PRINT-SWING-LINE.
005730     ADD 1 TO WS-SWING-COUNT.
005740     MOVE VT-EMPLOYEE-ID   TO VAR-DET-ID.
005750     MOVE VT-EMPLOYEE-NAME TO VAR-DET-NAME.
005760     MOVE VT-PRIOR-TAX     TO VAR-DET-PRIOR.
005770     MOVE VT-LATEST-TAX    TO VAR-DET-LATEST.
005780     MOVE WS-TAX-CHANGE             TO VAR-DET-CHANGE.
005790     MOVE WS-PCT-CHANGE             TO VAR-DET-PCT.
005800     MOVE "SWING"                   TO VAR-DET-FLAG.
005810     WRITE VARIANCE-REPORT-RECORD FROM VAR-DETAIL-LINE.
005820 0340-EXIT.
005830         EXIT.
005840*
005850*****************************************************************
005860*    0700-PARSE-AUDIT-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
005870*****************************************************************
005880 0700-PARSE-AUDIT-RECORD.
005890     MOVE SPACES TO WS-AUDIT-FIELDS.
005900     MOVE 0 TO WS-FIELD-COUNT.
005910     MOVE "N" TO WS-REJECTED-FLAG.
005920     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
005930         INTO WS-F-EMPLOYEE-ID
005940              WS-F-EMPLOYEE-NAME
005950              WS-F-TAX-YEAR
005960              WS-F-RUN-TIMESTAMP
005970              WS-F-GROSS
005980              WS-F-DEDUCT
005990              WS-F-TAXABLE
006000              WS-F-INCTAX
006010              WS-F-OFFSETS
006020              WS-F-MEDICARE
006030              WS-F-MLS
006040              WS-F-HELP
006050              WS-F-TOTALTAX
006060              WS-F-NETPAY
006070              WS-F-SG
006080              WS-F-FREQ
006090              WS-F-ETPGROSS
006100              WS-F-ETPTAX
006110              WS-F-DEDORD
006120              WS-F-NOTFN-IND
006130              WS-F-PD-GROSS
006140              WS-F-PD-TAX
006150              WS-F-PD-HELP
006160              WS-F-PD-DISBTAX
006170              WS-F-PD-DISBNET
006180              WS-F-PD-SG
006190              WS-F-CARRY-DELTA
006200              WS-F-ROW-TYPE
006210              WS-F-REVERSED-TS
006220              WS-F-NOTES
006230         TALLYING IN WS-FIELD-COUNT.
006240     IF WS-F-GROSS (1:8) = "REJECTED"
006250         MOVE "Y" TO WS-REJECTED-FLAG
006260     END-IF.
006270 0700-EXIT.
006280         EXIT.
006290*
006300*****************************************************************
006310*    0900-TERMINATE
006320*****************************************************************
006330 0900-TERMINATE.
006340     CLOSE VARIANCE-WORK-FILE.
006350     DISPLAY "AUTAXVAR complete - latest run " WS-LATEST-RUN-TS.
006360     DISPLAY "Swings: " WS-SWING-COUNT
006370         "  New: " WS-NEW-COUNT
006380         "  Gone: " WS-GONE-COUNT.
006390 0900-EXIT.
006400         EXIT.
006410*
