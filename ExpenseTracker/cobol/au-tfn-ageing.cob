000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUTFNAGE.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - TFN DECLARATION AGEING REPORT
000120*                    OVER THE EMPLOYEE MASTER.
000130*    2026-10-15 PJH  EMPLOYEE MASTER RECORD NOW 200 BYTES (COST
000140*                    CENTRE ADDED - SEE EMPMREC).
000150*****************************************************************
000160*    LISTS EVERY ACTIVE EMPLOYEE ON THE MASTER WHO HAS NOT
000170*    QUOTED A TFN (EM-TFN-HELD-IND "N"), OLDEST DECLARATION
000180*    REQUEST FIRST, WITH THE DAYS OUTSTANDING AND WHETHER THE
000190*    28-DAY GRACE PERIOD HAS RUN OUT - FROM THAT POINT
000200*    AU-TAX-CALC WITHHOLDS AT THE NO-TFN RATE (SEE
000210*    246-APPLY-NO-TFN-RATE), SO PAYROLL CHASES THE EMPLOYEE
000220*    BEFORE THEN.  AN EMPLOYEE WITH NO REQUEST DATE ON THE
000230*    MASTER HAS NO GRACE AT ALL AND SORTS TO THE TOP.  THE
000240*    MASTER IS READ ONLY - THE ORDERING COMES FROM A KEYED
000250*    WORK FILE REBUILT FRESH EVERY RUN.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-I.
000300 OBJECT-COMPUTER. IBM-I.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
000340         ORGANIZATION IS INDEXED
000350         ACCESS IS SEQUENTIAL
000360         RECORD KEY IS EM-EMPLOYEE-ID
000370         FILE STATUS IS WS-MASTER-FILE-STATUS.
000380     SELECT AGEING-REPORT-FILE ASSIGN TO "TFNRPTF"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REPORT-FILE-STATUS.
000410*    KEYED WORK FILE - ONE RECORD PER EMPLOYEE WITHOUT A TFN,
000420*    KEYED REQUEST DATE THEN EMPLOYEE ID SO A SEQUENTIAL READ
000430*    COMES BACK OLDEST FIRST.
000440     SELECT AGEING-WORK-FILE ASSIGN TO "TFNWRKF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS IS DYNAMIC
000470         RECORD KEY IS TW-SORT-KEY
000480         FILE STATUS IS WS-WORK-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EMPLOYEE-MASTER-FILE
000520     RECORD CONTAINS 200 CHARACTERS
000530     LABEL RECORDS ARE STANDARD.
000540 COPY EMPMREC.
000550*
000560 FD  AGEING-REPORT-FILE
000570     RECORD CONTAINS 132 CHARACTERS
000580     LABEL RECORDS ARE STANDARD.
000590 01  AGEING-REPORT-RECORD           PIC X(132).
000600*
000610 FD  AGEING-WORK-FILE
000620     RECORD CONTAINS 60 CHARACTERS
000630     LABEL RECORDS ARE STANDARD.
000640 01  AGEING-WORK-RECORD.
000650     05  TW-SORT-KEY.
000660         10  TW-REQUEST-DATE     PIC X(08).
000670         10  TW-EMPLOYEE-ID      PIC X(10).
000680     05  TW-EMPLOYEE-NAME        PIC X(30).
000690     05  FILLER                  PIC X(12).
000700*
000710 WORKING-STORAGE SECTION.
000720 01  WS-FILE-STATUSES.
000730     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
000740     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
000750     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
000760*
000770 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000780     88  WS-END-OF-FILE               VALUE "Y".
000790*
000800 01  WS-CURRENT-DATE-TIME.
000810     05  WS-CURR-DATE             PIC X(08).
000820     05  WS-CURR-TIME             PIC X(08).
000830 01  WS-CURR-DATE-NUM             PIC 9(08).
000840 01  WS-REQUEST-DATE-NUM          PIC 9(08).
000850 01  WS-GRACE-END-NUM             PIC 9(08).
000860 01  WS-DAYS-OUTSTANDING          PIC S9(05) COMP VALUE 0.
000870*    SAME GRACE PERIOD AS WS-TFN-GRACE-DAYS IN AU-TAX-CALC.
000880 01  WS-TFN-GRACE-DAYS            PIC 9(03) COMP VALUE 28.
000890*
000900 01  WS-AGEING-COUNTS.
000910     05  WS-MASTER-READ-COUNT     PIC 9(09) COMP VALUE 0.
000920     05  WS-NO-TFN-COUNT          PIC 9(09) COMP VALUE 0.
000930     05  WS-IN-GRACE-COUNT        PIC 9(09) COMP VALUE 0.
000940     05  WS-PAST-GRACE-COUNT      PIC 9(09) COMP VALUE 0.
000950*
000960*    PAGE CONTROL - 60 LINES, LETTERHEAD AND HEADINGS TAKE 6.
000970 01  WS-PAGE-CONTROLS.
000980     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
000990     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
001000     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
001010*
001020*    PRINT LINE LAYOUTS
001030 01  RPT-LETTERHEAD-1.
001040     05  FILLER                   PIC X(35) VALUE SPACES.
001050     05  FILLER                   PIC X(52) VALUE
001060         "P A Y R O L L   S Y S T E M S   U N I T".
001070     05  FILLER                   PIC X(45) VALUE SPACES.
001080 01  RPT-LETTERHEAD-2.
001090     05  FILLER                   PIC X(30) VALUE SPACES.
001100     05  FILLER                   PIC X(57) VALUE
001110         "TFN DECLARATION AGEING - ACTIVE STAFF WITHOUT A TFN".
001120     05  FILLER                   PIC X(45) VALUE SPACES.
001130 01  RPT-LETTERHEAD-3.
001140     05  FILLER                   PIC X(07) VALUE "AS AT: ".
001150     05  RPT-LH-AS-AT             PIC X(10).
001160     05  FILLER                   PIC X(74) VALUE SPACES.
001170     05  FILLER                   PIC X(06) VALUE "PAGE: ".
001180     05  RPT-LH-PAGE              PIC ZZZ9.
001190     05  FILLER                   PIC X(31) VALUE SPACES.
001200 01  RPT-SEPARATOR.
001210     05  FILLER                   PIC X(102) VALUE ALL "-".
001220     05  FILLER                   PIC X(30) VALUE SPACES.
001230 01  RPT-BLANK-LINE.
001240     05  FILLER                   PIC X(132) VALUE SPACES.
001250 01  RPT-COLUMN-HEADING.
001260     05  FILLER                   PIC X(12) VALUE "EMPLOYEE ID".
001270     05  FILLER                   PIC X(32) VALUE "NAME".
001280     05  FILLER                   PIC X(12) VALUE "REQUESTED".
001290     05  FILLER                   PIC X(10) VALUE "DAYS OUT".
001300     05  FILLER                   PIC X(13) VALUE "GRACE ENDS".
001310     05  FILLER                   PIC X(23) VALUE "STATUS".
001320     05  FILLER                   PIC X(30) VALUE SPACES.
001330 01  RPT-DETAIL-LINE.
001340     05  RPT-DET-ID               PIC X(10).
001350     05  FILLER                   PIC X(02) VALUE SPACES.
001360     05  RPT-DET-NAME             PIC X(30).
001370     05  FILLER                   PIC X(02) VALUE SPACES.
001380     05  RPT-DET-REQUESTED        PIC X(10).
001390     05  FILLER                   PIC X(02) VALUE SPACES.
001400     05  RPT-DET-DAYS             PIC ZZ,ZZ9.
001410     05  FILLER                   PIC X(04) VALUE SPACES.
001420     05  RPT-DET-GRACE-END        PIC X(10).
001430     05  FILLER                   PIC X(03) VALUE SPACES.
001440     05  RPT-DET-STATUS           PIC X(23).
001450     05  FILLER                   PIC X(30) VALUE SPACES.
001460 01  RPT-COUNT-LINE.
001470     05  FILLER                   PIC X(04) VALUE SPACES.
001480     05  RPT-CNT-LABEL            PIC X(32).
001490     05  RPT-CNT-EDIT             PIC ZZZ,ZZ9.
001500     05  FILLER                   PIC X(89) VALUE SPACES.
001510*
001520 PROCEDURE DIVISION.
001530*****************************************************************
001540*    0000-MAINLINE
001550*****************************************************************
001560 0000-MAINLINE.
001570     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
001580     IF RETURN-CODE NOT = 0
001590         STOP RUN
001600     END-IF.
001610     PERFORM 0200-LOAD-WORK-FILE THRU 0200-EXIT.
001620     IF RETURN-CODE NOT = 0
001630         STOP RUN
001640     END-IF.
001650     PERFORM 0300-PRODUCE-REPORT THRU 0300-EXIT.
001660     PERFORM 0900-TERMINATE THRU 0900-EXIT.
001670     STOP RUN.
001680*
001690*****************************************************************
001700*    0100-INITIALIZE - RUN DATE AND FILE AVAILABILITY
001710*****************************************************************
001720 0100-INITIALIZE.
001730     DISPLAY "--- AUTFNAGE - TFN Declaration Ageing Report ---".
001740     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001750     ACCEPT WS-CURR-TIME FROM TIME.
001760     MOVE WS-CURR-DATE TO WS-CURR-DATE-NUM.
001770     OPEN INPUT EMPLOYEE-MASTER-FILE.
001780     IF WS-MASTER-FILE-STATUS NOT = "00"
001790         DISPLAY "*** UNABLE TO OPEN EMPMASTF - STATUS "
001800             WS-MASTER-FILE-STATUS " - REPORT NOT PRODUCED ***"
001810         MOVE 16 TO RETURN-CODE
001820         GO TO 0100-EXIT
001830     END-IF.
001840*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
001850     OPEN OUTPUT AGEING-WORK-FILE.
001860     IF WS-WORK-FILE-STATUS = "00"
001870         CLOSE AGEING-WORK-FILE
001880         OPEN I-O AGEING-WORK-FILE
001890     END-IF.
001900     IF WS-WORK-FILE-STATUS NOT = "00"
001910         DISPLAY "*** UNABLE TO OPEN TFNWRKF - STATUS "
001920             WS-WORK-FILE-STATUS " - REPORT NOT PRODUCED ***"
001930         CLOSE EMPLOYEE-MASTER-FILE
001940         MOVE 16 TO RETURN-CODE
001950     END-IF.
001960 0100-EXIT.
001970         EXIT.
001980*
001990*****************************************************************
002000*    0200-LOAD-WORK-FILE - ONE PASS OF THE MASTER, EVERY ACTIVE
002010*    EMPLOYEE WITHOUT A TFN WRITTEN TO THE WORK FILE UNDER ITS
002020*    REQUEST DATE.
002030*****************************************************************
002040 0200-LOAD-WORK-FILE.
002050     MOVE "N" TO WS-EOF-SW.
002060     PERFORM 0210-LOAD-ONE-EMPLOYEE THRU 0210-EXIT
002070         UNTIL WS-END-OF-FILE.
002080     CLOSE EMPLOYEE-MASTER-FILE.
002090 0200-EXIT.
002100         EXIT.
002110*
002120 0210-LOAD-ONE-EMPLOYEE.
002130     READ EMPLOYEE-MASTER-FILE NEXT RECORD
002140         AT END
002150             MOVE "Y" TO WS-EOF-SW
002160             GO TO 0210-EXIT
002170     END-READ.
002180     IF WS-MASTER-FILE-STATUS NOT = "00"
002190         DISPLAY "*** EMPMASTF READ FAILED - STATUS "
002200             WS-MASTER-FILE-STATUS " - REPORT NOT PRODUCED ***"
002210         MOVE 16 TO RETURN-CODE
002220         MOVE "Y" TO WS-EOF-SW
002230         GO TO 0210-EXIT
002240     END-IF.
002250     ADD 1 TO WS-MASTER-READ-COUNT.
002260     IF NOT EM-STATUS-ACTIVE
002270         OR EM-TFN-HELD-IND NOT = "N"
002280         GO TO 0210-EXIT
002290     END-IF.
002300     MOVE SPACES TO AGEING-WORK-RECORD.
002310     IF EM-TFN-REQUEST-DATE NUMERIC
002320         MOVE EM-TFN-REQUEST-DATE TO TW-REQUEST-DATE
002330     END-IF.
002340     MOVE EM-EMPLOYEE-ID TO TW-EMPLOYEE-ID.
002350     STRING EM-SURNAME    DELIMITED BY "  " " "
002360            EM-GIVEN-NAME DELIMITED BY "  "
002370         INTO TW-EMPLOYEE-NAME.
002380     WRITE AGEING-WORK-RECORD.
002390     IF WS-WORK-FILE-STATUS NOT = "00"
002400         DISPLAY "*** TFNWRKF WRITE FAILED - STATUS "
002410             WS-WORK-FILE-STATUS " - REPORT NOT PRODUCED ***"
002420         MOVE 16 TO RETURN-CODE
002430         MOVE "Y" TO WS-EOF-SW
002440     END-IF.
002450 0210-EXIT.
002460         EXIT.
002470*
002480*****************************************************************
002490*    0300-PRODUCE-REPORT - WORK FILE IN KEY ORDER, OLDEST FIRST
002500*****************************************************************
002510 0300-PRODUCE-REPORT.
002520     OPEN OUTPUT AGEING-REPORT-FILE.
002530     IF WS-REPORT-FILE-STATUS NOT = "00"
002540         DISPLAY "*** UNABLE TO OPEN TFNRPTF - STATUS "
002550             WS-REPORT-FILE-STATUS " - REPORT NOT PRODUCED ***"
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 0300-EXIT
002580     END-IF.
002590     PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT.
002600     MOVE "N" TO WS-EOF-SW.
002610     MOVE LOW-VALUES TO TW-SORT-KEY.
002620     START AGEING-WORK-FILE KEY NOT < TW-SORT-KEY
002630         INVALID KEY
002640             MOVE "Y" TO WS-EOF-SW
002650     END-START.
002660     PERFORM 0310-REPORT-ONE-EMPLOYEE THRU 0310-EXIT
002670         UNTIL WS-END-OF-FILE.
002680     PERFORM 0500-PRINT-TOTALS THRU 0500-EXIT.
002690     CLOSE AGEING-REPORT-FILE.
002700 0300-EXIT.
002710         EXIT.
002720*
002730*    0310-REPORT-ONE-EMPLOYEE - DAYS OUTSTANDING FROM THE
002740*    REQUEST DATE TO TODAY.  UP TO AND INCLUDING DAY 28 THE
002750*    EMPLOYEE IS STILL ON THE SCALE; AFTER THAT, OR WITH NO
002760*    REQUEST DATE AT ALL, THE NO-TFN RATE APPLIES.
002770 0310-REPORT-ONE-EMPLOYEE.
002780     READ AGEING-WORK-FILE NEXT RECORD
002790         AT END
002800             MOVE "Y" TO WS-EOF-SW
002810             GO TO 0310-EXIT
002820     END-READ.
002830     ADD 1 TO WS-NO-TFN-COUNT.
002840     MOVE TW-EMPLOYEE-ID   TO RPT-DET-ID.
002850     MOVE TW-EMPLOYEE-NAME TO RPT-DET-NAME.
002860     IF TW-REQUEST-DATE = SPACES
002870         MOVE "NOT KEYED" TO RPT-DET-REQUESTED
002880         MOVE 0           TO RPT-DET-DAYS
002890         MOVE SPACES      TO RPT-DET-GRACE-END
002900         MOVE "NO DATE - NO-TFN RATE" TO RPT-DET-STATUS
002910         ADD 1 TO WS-PAST-GRACE-COUNT
002920         GO TO 0310-PRINT
002930     END-IF.
002940     MOVE TW-REQUEST-DATE TO WS-REQUEST-DATE-NUM.
002950     COMPUTE WS-DAYS-OUTSTANDING =
002960         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM)
002970         - FUNCTION INTEGER-OF-DATE (WS-REQUEST-DATE-NUM).
002980     COMPUTE WS-GRACE-END-NUM = FUNCTION DATE-OF-INTEGER
002990         (FUNCTION INTEGER-OF-DATE (WS-REQUEST-DATE-NUM)
003000             + WS-TFN-GRACE-DAYS).
003010     MOVE SPACES TO RPT-DET-REQUESTED.
003020     STRING TW-REQUEST-DATE (1:4) "-" TW-REQUEST-DATE (5:2) "-"
003030            TW-REQUEST-DATE (7:2)
003040         DELIMITED BY SIZE INTO RPT-DET-REQUESTED.
003050     MOVE SPACES TO RPT-DET-GRACE-END.
003060     STRING WS-GRACE-END-NUM (1:4) "-" WS-GRACE-END-NUM (5:2) "-"
003070            WS-GRACE-END-NUM (7:2)
003080         DELIMITED BY SIZE INTO RPT-DET-GRACE-END.
003090     MOVE WS-DAYS-OUTSTANDING TO RPT-DET-DAYS.
003100     IF WS-DAYS-OUTSTANDING > WS-TFN-GRACE-DAYS
003110         MOVE "GRACE EXPIRED - NO-TFN" TO RPT-DET-STATUS
003120         ADD 1 TO WS-PAST-GRACE-COUNT
003130     ELSE
003140         MOVE "IN GRACE PERIOD" TO RPT-DET-STATUS
003150         ADD 1 TO WS-IN-GRACE-COUNT
003160     END-IF.
003170 0310-PRINT.
003180     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
003190         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
003200     END-IF.
003210     WRITE AGEING-REPORT-RECORD FROM RPT-DETAIL-LINE.
003220     ADD 1 TO WS-LINE-COUNT.
003230 0310-EXIT.
003240         EXIT.
003250*
003260*    0450-START-NEW-PAGE - LETTERHEAD, COLUMN HEADINGS AND PAGE
003270*    CONTROLS.
003280 0450-START-NEW-PAGE.
003290     ADD 1 TO WS-PAGE-NUMBER.
003300     MOVE SPACES TO RPT-LH-AS-AT.
003310     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
003320            WS-CURR-DATE (7:2)
003330         DELIMITED BY SIZE INTO RPT-LH-AS-AT.
003340     MOVE WS-PAGE-NUMBER TO RPT-LH-PAGE.
003350     IF WS-PAGE-NUMBER = 1
003360         WRITE AGEING-REPORT-RECORD FROM RPT-LETTERHEAD-1
003370     ELSE
003380         WRITE AGEING-REPORT-RECORD FROM RPT-LETTERHEAD-1
003390             AFTER ADVANCING PAGE
003400     END-IF.
003410     WRITE AGEING-REPORT-RECORD FROM RPT-LETTERHEAD-2.
003420     WRITE AGEING-REPORT-RECORD FROM RPT-LETTERHEAD-3.
003430     WRITE AGEING-REPORT-RECORD FROM RPT-SEPARATOR.
003440     WRITE AGEING-REPORT-RECORD FROM RPT-COLUMN-HEADING.
003450     WRITE AGEING-REPORT-RECORD FROM RPT-SEPARATOR.
003460     MOVE 6 TO WS-LINE-COUNT.
003470 0450-EXIT.
003480         EXIT.
003490*
003500*****************************************************************
003510*    0500-PRINT-TOTALS
003520*****************************************************************
003530 0500-PRINT-TOTALS.
003540     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
003550         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
003560     END-IF.
003570     WRITE AGEING-REPORT-RECORD FROM RPT-BLANK-LINE.
003580     MOVE "ACTIVE EMPLOYEES WITHOUT A TFN" TO RPT-CNT-LABEL.
003590     MOVE WS-NO-TFN-COUNT TO RPT-CNT-EDIT.
003600     WRITE AGEING-REPORT-RECORD FROM RPT-COUNT-LINE.
003610     MOVE "  WITHIN THE 28-DAY GRACE PERIOD" TO RPT-CNT-LABEL.
003620     MOVE WS-IN-GRACE-COUNT TO RPT-CNT-EDIT.
003630     WRITE AGEING-REPORT-RECORD FROM RPT-COUNT-LINE.
003640     MOVE "  AT THE NO-TFN RATE" TO RPT-CNT-LABEL.
003650     MOVE WS-PAST-GRACE-COUNT TO RPT-CNT-EDIT.
003660     WRITE AGEING-REPORT-RECORD FROM RPT-COUNT-LINE.
003670     ADD 4 TO WS-LINE-COUNT.
003680 0500-EXIT.
003690         EXIT.
003700*
003710*****************************************************************
003720*    0900-TERMINATE - COUNTS FOR THE OPERATOR
003730*****************************************************************
003740 0900-TERMINATE.
003750     CLOSE AGEING-WORK-FILE.
003760     DISPLAY "AUTFNAGE complete - as at " RPT-LH-AS-AT.
003770     DISPLAY "Master records read: " WS-MASTER-READ-COUNT.
003780     DISPLAY "Without a TFN:       " WS-NO-TFN-COUNT.
003790     DISPLAY "  In grace period:   " WS-IN-GRACE-COUNT.
003800     DISPLAY "  At no-TFN rate:    " WS-PAST-GRACE-COUNT.
003810 0900-EXIT.
003820         EXIT.
003830*
