000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AULVLIAB.
000030 AUTHOR. PAYROLL-SYSTEMS-UNIT.
000040 INSTALLATION. PAYROLL-SYSTEMS-UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ----------------------------------------
000110*    2026-10-15 PJH  ORIGINAL - MONTH-END LEAVE LIABILITY
000120*                    REPORT BY COST CENTRE OVER THE LEAVE
000130*                    BALANCE FILE.
000140*    2026-10-15 PJH  EXCEPTION COUNTS TAKEN INDEPENDENTLY OF THE
000150*                    NOTE - A BALANCE WITH NO RATE THAT IS ALSO
000160*                    OFF THE MASTER NOW COUNTS UNDER BOTH.
000170*    2026-10-15 PJH  PROVISION LINE MADE UP TO THE 132-BYTE
000180*                    REPORT RECORD.
000190*****************************************************************
000200*    LISTS EVERY EMPLOYEE'S ANNUAL AND PERSONAL LEAVE BALANCE
000210*    FROM THE LEAVE BALANCE FILE (LVBALF) THAT AU-TAX-CALC
000220*    ACCRUES ON EVERY PAY, GROUPED BY THE COST CENTRE ON THE
000230*    EMPLOYEE MASTER, WITH THE DOLLAR VALUE AT THE EMPLOYEE'S
000240*    ORDINARY HOURLY RATE.  THE ANNUAL LEAVE LIABILITY IS THE
000250*    BALANCE-SHEET PROVISION - IT IS PAID OUT ON TERMINATION.
000260*    PERSONAL LEAVE IS NOT PAID OUT AND ITS VALUE IS SHOWN FOR
000270*    INFORMATION ONLY.  RUN AT MONTH END AFTER THE LAST PAY
000280*    RUN OF THE MONTH.
000290*
000300*    AN EMPLOYEE NOT ON THE MASTER, OR WITH NO COST CENTRE,
000310*    REPORTS UNDER THE SUSPENSE CENTRE (SAME AS AUGLJRNL); A
000320*    BALANCE WITH NO HOURLY RATE YET CANNOT BE VALUED AND IS
000330*    SHOWN AT NIL.  EITHER SETS RC 4.  A RECORD WITH BOTH
000340*    BALANCES NIL - A CASUAL, OR A LEAVER PAID OUT - IS NOT
000350*    LISTED.  THE BALANCE AND MASTER FILES ARE READ ONLY - THE
000360*    ORDERING COMES FROM A KEYED WORK FILE REBUILT FRESH EVERY
000370*    RUN.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-I.
000420 OBJECT-COMPUTER. IBM-I.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LVBALF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS IS SEQUENTIAL
000480         RECORD KEY IS LB-EMPLOYEE-ID
000490         FILE STATUS IS WS-LVBAL-FILE-STATUS.
000500     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
000510         ORGANIZATION IS INDEXED
000520         ACCESS IS RANDOM
000530         RECORD KEY IS EM-EMPLOYEE-ID
000540         FILE STATUS IS WS-MASTER-FILE-STATUS.
000550     SELECT LIABILITY-REPORT-FILE ASSIGN TO "LVLRPTF"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-FILE-STATUS.
000580*    KEYED WORK FILE - ONE RECORD PER EMPLOYEE LISTED, KEYED
000590*    COST CENTRE THEN EMPLOYEE ID SO A SEQUENTIAL READ COMES
000600*    BACK IN CENTRE ORDER FOR THE SUBTOTALS.
000610     SELECT LIABILITY-WORK-FILE ASSIGN TO "LVLWRKF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS IS DYNAMIC
000640         RECORD KEY IS LW-SORT-KEY
000650         FILE STATUS IS WS-WORK-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  LEAVE-BALANCE-FILE
000690     RECORD CONTAINS 100 CHARACTERS
000700     LABEL RECORDS ARE STANDARD.
000710 COPY LVBREC.
000720*
000730 FD  EMPLOYEE-MASTER-FILE
000740     RECORD CONTAINS 200 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760 COPY EMPMREC.
000770*
000780 FD  LIABILITY-REPORT-FILE
000790     RECORD CONTAINS 132 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  LIABILITY-REPORT-RECORD        PIC X(132).
000820*
000830 FD  LIABILITY-WORK-FILE
000840     RECORD CONTAINS 100 CHARACTERS
000850     LABEL RECORDS ARE STANDARD.
000860 01  LIABILITY-WORK-RECORD.
000870     05  LW-SORT-KEY.
000880         10  LW-COST-CENTRE      PIC X(06).
000890         10  LW-EMPLOYEE-ID      PIC X(10).
000900     05  LW-EMPLOYEE-NAME        PIC X(30).
000910     05  LW-ANNUAL-HOURS         PIC S9(05)V9(04)
000920                                 SIGN LEADING SEPARATE.
000930     05  LW-PERSONAL-HOURS       PIC S9(05)V9(04)
000940                                 SIGN LEADING SEPARATE.
000950     05  LW-HOURLY-RATE          PIC 9(05)V9(04).
000960     05  LW-NOTE                 PIC X(16).
000970     05  FILLER                  PIC X(09).
000980*
000990 WORKING-STORAGE SECTION.
001000 01  WS-FILE-STATUSES.
001010     05  WS-LVBAL-FILE-STATUS     PIC X(02) VALUE "00".
001020     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
001030     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001040     05  WS-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001050*
001060 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001070     88  WS-END-OF-FILE               VALUE "Y".
001080 01  WS-MASTER-FOUND-SW           PIC X(01) VALUE "N".
001090     88  WS-MASTER-FOUND              VALUE "Y".
001100*
001110 01  WS-CURRENT-DATE-TIME.
001120     05  WS-CURR-DATE             PIC X(08).
001130     05  WS-CURR-TIME             PIC X(08).
001140*
001150*    SAME SUSPENSE CENTRE AS WS-GL-SUSPENSE-CENTRE IN AUGLJRNL.
001160 01  WS-SUSPENSE-CENTRE           PIC X(06) VALUE "999999".
001170 01  WS-PREV-CENTRE               PIC X(06) VALUE SPACES.
001180*
001190 01  WS-AL-LIABILITY              PIC S9(11)V99 COMP-3.
001200 01  WS-PL-VALUE                  PIC S9(11)V99 COMP-3.
001210*
001220 01  WS-CENTRE-TOTALS.
001230     05  WS-CT-AL-HOURS           PIC S9(09)V9(04) COMP-3.
001240     05  WS-CT-PL-HOURS           PIC S9(09)V9(04) COMP-3.
001250     05  WS-CT-AL-LIABILITY       PIC S9(13)V99 COMP-3.
001260     05  WS-CT-PL-VALUE           PIC S9(13)V99 COMP-3.
001270 01  WS-GRAND-TOTALS.
001280     05  WS-GT-AL-HOURS           PIC S9(09)V9(04) COMP-3
001290                                  VALUE 0.
001300     05  WS-GT-PL-HOURS           PIC S9(09)V9(04) COMP-3
001310                                  VALUE 0.
001320     05  WS-GT-AL-LIABILITY       PIC S9(13)V99 COMP-3
001330                                  VALUE 0.
001340     05  WS-GT-PL-VALUE           PIC S9(13)V99 COMP-3
001350                                  VALUE 0.
001360*
001370 01  WS-LIABILITY-COUNTS.
001380     05  WS-BALANCE-READ-COUNT    PIC 9(09) COMP VALUE 0.
001390     05  WS-NIL-BALANCE-COUNT     PIC 9(09) COMP VALUE 0.
001400     05  WS-LISTED-COUNT          PIC 9(09) COMP VALUE 0.
001410     05  WS-CENTRE-COUNT          PIC 9(09) COMP VALUE 0.
001420     05  WS-NO-RATE-COUNT         PIC 9(09) COMP VALUE 0.
001430     05  WS-NOT-ON-MASTER-COUNT   PIC 9(09) COMP VALUE 0.
001440     05  WS-NO-CENTRE-COUNT       PIC 9(09) COMP VALUE 0.
001450     05  WS-NEGATIVE-COUNT        PIC 9(09) COMP VALUE 0.
001460*
001470 01  WS-MONEY-EDIT                PIC -Z,ZZZ,ZZZ,ZZ9.99.
001480*
001490*    PAGE CONTROL - 60 LINES, LETTERHEAD AND HEADINGS TAKE 6.
001500 01  WS-PAGE-CONTROLS.
001510     05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
001520     05  WS-LINE-COUNT            PIC 9(02) COMP VALUE 0.
001530     05  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE 0.
001540*
001550*    PRINT LINE LAYOUTS
001560 01  RPT-LETTERHEAD-1.
001570     05  FILLER                   PIC X(35) VALUE SPACES.
001580     05  FILLER                   PIC X(52) VALUE
001590         "P A Y R O L L   S Y S T E M S   U N I T".
001600     05  FILLER                   PIC X(45) VALUE SPACES.
001610 01  RPT-LETTERHEAD-2.
001620     05  FILLER                   PIC X(30) VALUE SPACES.
001630     05  FILLER                   PIC X(57) VALUE
001640         "LEAVE LIABILITY BY COST CENTRE - BALANCE SHEET".
001650     05  FILLER                   PIC X(45) VALUE SPACES.
001660 01  RPT-LETTERHEAD-3.
001670     05  FILLER                   PIC X(07) VALUE "AS AT: ".
001680     05  RPT-LH-AS-AT             PIC X(10).
001690     05  FILLER                   PIC X(74) VALUE SPACES.
001700     05  FILLER                   PIC X(06) VALUE "PAGE: ".
001710     05  RPT-LH-PAGE              PIC ZZZ9.
001720     05  FILLER                   PIC X(31) VALUE SPACES.
001730 01  RPT-SEPARATOR.
001740     05  FILLER                   PIC X(130) VALUE ALL "-".
001750     05  FILLER                   PIC X(02) VALUE SPACES.
001760 01  RPT-BLANK-LINE.
001770     05  FILLER                   PIC X(132) VALUE SPACES.
001780 01  RPT-COLUMN-HEADING.
001790     05  FILLER                   PIC X(12) VALUE "EMPLOYEE ID".
001800     05  FILLER                   PIC X(29) VALUE "NAME".
001810     05  FILLER                   PIC X(13) VALUE "   AL HOURS".
001820     05  FILLER                   PIC X(13) VALUE "   PL HOURS".
001830     05  FILLER                   PIC X(13) VALUE "HOURLY RATE".
001840     05  FILLER                   PIC X(17) VALUE
001850         "   AL LIABILITY".
001860     05  FILLER                   PIC X(17) VALUE
001870         "       PL VALUE".
001880     05  FILLER                   PIC X(18) VALUE "NOTE".
001890 01  RPT-CENTRE-HEADING.
001900     05  FILLER                   PIC X(13) VALUE
001910         "COST CENTRE: ".
001920     05  RPT-CH-CENTRE            PIC X(06).
001930     05  RPT-CH-SUSPENSE          PIC X(30).
001940     05  FILLER                   PIC X(83) VALUE SPACES.
001950 01  RPT-DETAIL-LINE.
001960     05  RPT-DET-ID               PIC X(10).
001970     05  FILLER                   PIC X(02) VALUE SPACES.
001980     05  RPT-DET-NAME             PIC X(27).
001990     05  FILLER                   PIC X(02) VALUE SPACES.
002000     05  RPT-DET-AL-HOURS         PIC -ZZZ,ZZ9.99.
002010     05  FILLER                   PIC X(02) VALUE SPACES.
002020     05  RPT-DET-PL-HOURS         PIC -ZZZ,ZZ9.99.
002030     05  FILLER                   PIC X(02) VALUE SPACES.
002040     05  RPT-DET-RATE             PIC ZZ,ZZ9.9999.
002050     05  FILLER                   PIC X(02) VALUE SPACES.
002060     05  RPT-DET-AL-LIABILITY     PIC -ZZZ,ZZZ,ZZ9.99.
002070     05  FILLER                   PIC X(02) VALUE SPACES.
002080     05  RPT-DET-PL-VALUE         PIC -ZZZ,ZZZ,ZZ9.99.
002090     05  FILLER                   PIC X(02) VALUE SPACES.
002100     05  RPT-DET-NOTE             PIC X(16).
002110     05  FILLER                   PIC X(02) VALUE SPACES.
002120 01  RPT-TOTAL-LINE.
002130     05  FILLER                   PIC X(04) VALUE SPACES.
002140     05  RPT-TOT-LABEL            PIC X(37).
002150     05  RPT-TOT-AL-HOURS         PIC -ZZZ,ZZ9.99.
002160     05  FILLER                   PIC X(02) VALUE SPACES.
002170     05  RPT-TOT-PL-HOURS         PIC -ZZZ,ZZ9.99.
002180     05  FILLER                   PIC X(15) VALUE SPACES.
002190     05  RPT-TOT-AL-LIABILITY     PIC -ZZZ,ZZZ,ZZ9.99.
002200     05  FILLER                   PIC X(02) VALUE SPACES.
002210     05  RPT-TOT-PL-VALUE         PIC -ZZZ,ZZZ,ZZ9.99.
002220     05  FILLER                   PIC X(20) VALUE SPACES.
002230 01  RPT-PROVISION-LINE.
002240     05  FILLER                   PIC X(04) VALUE SPACES.
002250     05  FILLER                   PIC X(40) VALUE
002260         "ANNUAL LEAVE PROVISION (BALANCE SHEET) $".
002270     05  RPT-PROV-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
002280     05  FILLER                   PIC X(71) VALUE SPACES.
002290 01  RPT-COUNT-LINE.
002300     05  FILLER                   PIC X(04) VALUE SPACES.
002310     05  RPT-CNT-LABEL            PIC X(36).
002320     05  RPT-CNT-EDIT             PIC ZZZ,ZZ9.
002330     05  FILLER                   PIC X(85) VALUE SPACES.
002340*
002350 PROCEDURE DIVISION.
002360*****************************************************************
002370*    0000-MAINLINE
002380*****************************************************************
002390 0000-MAINLINE.
002400     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
002410     IF RETURN-CODE NOT = 0
002420         STOP RUN
002430     END-IF.
002440     PERFORM 0200-LOAD-WORK-FILE THRU 0200-EXIT.
002450     IF RETURN-CODE NOT = 0
002460         STOP RUN
002470     END-IF.
002480     PERFORM 0300-PRODUCE-REPORT THRU 0300-EXIT.
002490     PERFORM 0900-TERMINATE THRU 0900-EXIT.
002500     STOP RUN.
002510*
002520*****************************************************************
002530*    0100-INITIALIZE - RUN DATE AND FILE AVAILABILITY
002540*****************************************************************
002550 0100-INITIALIZE.
002560     DISPLAY "--- AULVLIAB - Leave Liability Report ---".
002570     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002580     ACCEPT WS-CURR-TIME FROM TIME.
002590     OPEN INPUT LEAVE-BALANCE-FILE.
002600     IF WS-LVBAL-FILE-STATUS NOT = "00"
002610         DISPLAY "*** UNABLE TO OPEN LVBALF - STATUS "
002620             WS-LVBAL-FILE-STATUS " - REPORT NOT PRODUCED ***"
002630         MOVE 16 TO RETURN-CODE
002640         GO TO 0100-EXIT
002650     END-IF.
002660     OPEN INPUT EMPLOYEE-MASTER-FILE.
002670     IF WS-MASTER-FILE-STATUS NOT = "00"
002680         DISPLAY "*** UNABLE TO OPEN EMPMASTF - STATUS "
002690             WS-MASTER-FILE-STATUS " - REPORT NOT PRODUCED ***"
002700         CLOSE LEAVE-BALANCE-FILE
002710         MOVE 16 TO RETURN-CODE
002720         GO TO 0100-EXIT
002730     END-IF.
002740*    THE WORK FILE IS REBUILT FRESH EVERY RUN.
002750     OPEN OUTPUT LIABILITY-WORK-FILE.
002760     IF WS-WORK-FILE-STATUS = "00"
002770         CLOSE LIABILITY-WORK-FILE
002780         OPEN I-O LIABILITY-WORK-FILE
002790     END-IF.
002800     IF WS-WORK-FILE-STATUS NOT = "00"
002810         DISPLAY "*** UNABLE TO OPEN LVLWRKF - STATUS "
002820             WS-WORK-FILE-STATUS " - REPORT NOT PRODUCED ***"
002830         CLOSE LEAVE-BALANCE-FILE
002840         CLOSE EMPLOYEE-MASTER-FILE
002850         MOVE 16 TO RETURN-CODE
002860     END-IF.
002870 0100-EXIT.
002880         EXIT.
002890*
002900*****************************************************************
002910*    0200-LOAD-WORK-FILE - ONE PASS OF THE LEAVE BALANCES, EACH
002920*    EMPLOYEE WITH A BALANCE WRITTEN TO THE WORK FILE UNDER THE
002930*    COST CENTRE FROM THE MASTER.
002940*****************************************************************
002950 0200-LOAD-WORK-FILE.
002960     MOVE "N" TO WS-EOF-SW.
002970     PERFORM 0210-LOAD-ONE-BALANCE THRU 0210-EXIT
002980         UNTIL WS-END-OF-FILE.
002990     CLOSE LEAVE-BALANCE-FILE.
003000     CLOSE EMPLOYEE-MASTER-FILE.
003010 0200-EXIT.
003020         EXIT.
003030*
003040*    0210-LOAD-ONE-BALANCE - THE NOTE CARRIES THE FIRST THING
003050*    PAYROLL NEEDS TO LOOK AT: NO RATE (NOT VALUED), NOT ON THE
003060*    MASTER, NO COST CENTRE, A NEGATIVE BALANCE (LEAVE TAKEN IN
003070*    ADVANCE) OR A TERMINATED EMPLOYEE STILL HOLDING LEAVE.  THE
003080*    EXCEPTION COUNTS ARE TAKEN SEPARATELY, SO AN EMPLOYEE WITH
003090*    MORE THAN ONE PROBLEM COUNTS UNDER EACH.
003100 0210-LOAD-ONE-BALANCE.
003110     READ LEAVE-BALANCE-FILE NEXT RECORD
003120         AT END
003130             MOVE "Y" TO WS-EOF-SW
003140             GO TO 0210-EXIT
003150     END-READ.
003160     IF WS-LVBAL-FILE-STATUS NOT = "00"
003170         DISPLAY "*** LVBALF READ FAILED - STATUS "
003180             WS-LVBAL-FILE-STATUS " - REPORT NOT PRODUCED ***"
003190         MOVE 16 TO RETURN-CODE
003200         MOVE "Y" TO WS-EOF-SW
003210         GO TO 0210-EXIT
003220     END-IF.
003230     ADD 1 TO WS-BALANCE-READ-COUNT.
003240     IF LB-ANNUAL-HOURS = 0 AND LB-PERSONAL-HOURS = 0
003250         ADD 1 TO WS-NIL-BALANCE-COUNT
003260         GO TO 0210-EXIT
003270     END-IF.
003280     MOVE SPACES TO LIABILITY-WORK-RECORD.
003290     MOVE LB-EMPLOYEE-ID    TO LW-EMPLOYEE-ID.
003300     MOVE LB-ANNUAL-HOURS   TO LW-ANNUAL-HOURS.
003310     MOVE LB-PERSONAL-HOURS TO LW-PERSONAL-HOURS.
003320     MOVE LB-HOURLY-RATE    TO LW-HOURLY-RATE.
003330     MOVE "Y" TO WS-MASTER-FOUND-SW.
003340     MOVE LB-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
003350     READ EMPLOYEE-MASTER-FILE
003360         INVALID KEY
003370             MOVE "N" TO WS-MASTER-FOUND-SW
003380     END-READ.
003390     IF WS-MASTER-FOUND
003400         STRING EM-SURNAME    DELIMITED BY "  " " "
003410                EM-GIVEN-NAME DELIMITED BY "  "
003420             INTO LW-EMPLOYEE-NAME
003430         MOVE EM-COST-CENTRE TO LW-COST-CENTRE
003440     ELSE
003450         MOVE "*** NOT ON MASTER ***" TO LW-EMPLOYEE-NAME
003460         MOVE WS-SUSPENSE-CENTRE TO LW-COST-CENTRE
003470     END-IF.
003480     IF LB-HOURLY-RATE = 0
003490         ADD 1 TO WS-NO-RATE-COUNT
003500     END-IF.
003510     IF NOT WS-MASTER-FOUND
003520         ADD 1 TO WS-NOT-ON-MASTER-COUNT
003530     END-IF.
003540     IF WS-MASTER-FOUND
003550         AND (EM-COST-CENTRE = SPACES
003560              OR EM-COST-CENTRE NOT NUMERIC)
003570         ADD 1 TO WS-NO-CENTRE-COUNT
003580     END-IF.
003590     IF LB-ANNUAL-HOURS < 0 OR LB-PERSONAL-HOURS < 0
003600         ADD 1 TO WS-NEGATIVE-COUNT
003610     END-IF.
003620     IF LB-HOURLY-RATE = 0
003630         MOVE "NO RATE - NIL" TO LW-NOTE
003640     ELSE IF NOT WS-MASTER-FOUND
003650         MOVE "NOT ON MASTER" TO LW-NOTE
003660     ELSE IF EM-COST-CENTRE = SPACES
003670         OR EM-COST-CENTRE NOT NUMERIC
003680         MOVE "NO COST CENTRE" TO LW-NOTE
003690     ELSE IF LB-ANNUAL-HOURS < 0 OR LB-PERSONAL-HOURS < 0
003700         MOVE "IN ADVANCE" TO LW-NOTE
003710     ELSE IF EM-STATUS-TERMINATED
003720         MOVE "TERMINATED" TO LW-NOTE
003730     END-IF.
003740*    A CENTRE THAT IS MISSING OR NOT SIX DIGITS REPORTS UNDER
003750*    SUSPENSE, WHATEVER THE NOTE ABOVE SAYS.
003760     IF LW-COST-CENTRE = SPACES
003770         OR LW-COST-CENTRE NOT NUMERIC
003780         MOVE WS-SUSPENSE-CENTRE TO LW-COST-CENTRE
003790     END-IF.
003800     WRITE LIABILITY-WORK-RECORD.
003810     IF WS-WORK-FILE-STATUS NOT = "00"
003820         DISPLAY "*** LVLWRKF WRITE FAILED - STATUS "
003830             WS-WORK-FILE-STATUS " - REPORT NOT PRODUCED ***"
003840         MOVE 16 TO RETURN-CODE
003850         MOVE "Y" TO WS-EOF-SW
003860     END-IF.
003870 0210-EXIT.
003880         EXIT.
003890*
003900*****************************************************************
003910*    0300-PRODUCE-REPORT - WORK FILE IN KEY ORDER, A SUBTOTAL AT
003920*    EVERY CHANGE OF COST CENTRE
003930*****************************************************************
003940 0300-PRODUCE-REPORT.
003950     OPEN OUTPUT LIABILITY-REPORT-FILE.
003960     IF WS-REPORT-FILE-STATUS NOT = "00"
003970         DISPLAY "*** UNABLE TO OPEN LVLRPTF - STATUS "
003980             WS-REPORT-FILE-STATUS " - REPORT NOT PRODUCED ***"
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 0300-EXIT
004010     END-IF.
004020     PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT.
004030     MOVE "N" TO WS-EOF-SW.
004040     MOVE SPACES TO WS-PREV-CENTRE.
004050     MOVE LOW-VALUES TO LW-SORT-KEY.
004060     START LIABILITY-WORK-FILE KEY NOT < LW-SORT-KEY
004070         INVALID KEY
004080             MOVE "Y" TO WS-EOF-SW
004090     END-START.
004100     PERFORM 0310-REPORT-ONE-EMPLOYEE THRU 0310-EXIT
004110         UNTIL WS-END-OF-FILE.
004120     IF WS-PREV-CENTRE NOT = SPACES
004130         PERFORM 0330-PRINT-CENTRE-TOTAL THRU 0330-EXIT
004140     END-IF.
004150     PERFORM 0500-PRINT-TOTALS THRU 0500-EXIT.
004160     CLOSE LIABILITY-REPORT-FILE.
004170 0300-EXIT.
004180         EXIT.
004190*
004200*    0310-REPORT-ONE-EMPLOYEE - THE BALANCES VALUED AT THE
004210*    EMPLOYEE'S RATE, TO THE CENT.  A NEGATIVE BALANCE VALUES
004220*    NEGATIVE AND NETS OFF THE CENTRE'S PROVISION.
004230 0310-REPORT-ONE-EMPLOYEE.
004240     READ LIABILITY-WORK-FILE NEXT RECORD
004250         AT END
004260             MOVE "Y" TO WS-EOF-SW
004270             GO TO 0310-EXIT
004280     END-READ.
004290     IF LW-COST-CENTRE NOT = WS-PREV-CENTRE
004300         IF WS-PREV-CENTRE NOT = SPACES
004310             PERFORM 0330-PRINT-CENTRE-TOTAL THRU 0330-EXIT
004320         END-IF
004330         PERFORM 0320-START-CENTRE THRU 0320-EXIT
004340     END-IF.
004350     ADD 1 TO WS-LISTED-COUNT.
004360     COMPUTE WS-AL-LIABILITY ROUNDED =
004370         LW-ANNUAL-HOURS * LW-HOURLY-RATE.
004380     COMPUTE WS-PL-VALUE ROUNDED =
004390         LW-PERSONAL-HOURS * LW-HOURLY-RATE.
004400     ADD LW-ANNUAL-HOURS   TO WS-CT-AL-HOURS.
004410     ADD LW-PERSONAL-HOURS TO WS-CT-PL-HOURS.
004420     ADD WS-AL-LIABILITY   TO WS-CT-AL-LIABILITY.
004430     ADD WS-PL-VALUE       TO WS-CT-PL-VALUE.
004440     MOVE LW-EMPLOYEE-ID    TO RPT-DET-ID.
004450     MOVE LW-EMPLOYEE-NAME  TO RPT-DET-NAME.
004460     MOVE LW-ANNUAL-HOURS   TO RPT-DET-AL-HOURS.
004470     MOVE LW-PERSONAL-HOURS TO RPT-DET-PL-HOURS.
004480     MOVE LW-HOURLY-RATE    TO RPT-DET-RATE.
004490     MOVE WS-AL-LIABILITY   TO RPT-DET-AL-LIABILITY.
004500     MOVE WS-PL-VALUE       TO RPT-DET-PL-VALUE.
004510     MOVE LW-NOTE           TO RPT-DET-NOTE.
004520     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
004530         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
004540     END-IF.
004550     WRITE LIABILITY-REPORT-RECORD FROM RPT-DETAIL-LINE.
004560     ADD 1 TO WS-LINE-COUNT.
004570 0310-EXIT.
004580         EXIT.
004590*
004600*    0320-START-CENTRE - CENTRE HEADING AND FRESH SUBTOTALS.
004610 0320-START-CENTRE.
004620     MOVE LW-COST-CENTRE TO WS-PREV-CENTRE.
004630     ADD 1 TO WS-CENTRE-COUNT.
004640     MOVE 0 TO WS-CT-AL-HOURS.
004650     MOVE 0 TO WS-CT-PL-HOURS.
004660     MOVE 0 TO WS-CT-AL-LIABILITY.
004670     MOVE 0 TO WS-CT-PL-VALUE.
004680     MOVE LW-COST-CENTRE TO RPT-CH-CENTRE.
004690     IF LW-COST-CENTRE = WS-SUSPENSE-CENTRE
004700         MOVE "  (SUSPENSE - SEE NOTES)" TO RPT-CH-SUSPENSE
004710     ELSE
004720         MOVE SPACES TO RPT-CH-SUSPENSE
004730     END-IF.
004740     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
004750         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
004760     END-IF.
004770     WRITE LIABILITY-REPORT-RECORD FROM RPT-BLANK-LINE.
004780     WRITE LIABILITY-REPORT-RECORD FROM RPT-CENTRE-HEADING.
004790     ADD 2 TO WS-LINE-COUNT.
004800 0320-EXIT.
004810         EXIT.
004820*
004830*    0330-PRINT-CENTRE-TOTAL - THE CENTRE'S SUBTOTAL, ROLLED
004840*    INTO THE GRAND TOTAL.
004850 0330-PRINT-CENTRE-TOTAL.
004860     MOVE SPACES TO RPT-TOT-LABEL.
004870     STRING "TOTAL COST CENTRE " WS-PREV-CENTRE
004880         DELIMITED BY SIZE INTO RPT-TOT-LABEL.
004890     MOVE WS-CT-AL-HOURS     TO RPT-TOT-AL-HOURS.
004900     MOVE WS-CT-PL-HOURS     TO RPT-TOT-PL-HOURS.
004910     MOVE WS-CT-AL-LIABILITY TO RPT-TOT-AL-LIABILITY.
004920     MOVE WS-CT-PL-VALUE     TO RPT-TOT-PL-VALUE.
004930     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
004940         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
004950     END-IF.
004960     WRITE LIABILITY-REPORT-RECORD FROM RPT-TOTAL-LINE.
004970     ADD 1 TO WS-LINE-COUNT.
004980     ADD WS-CT-AL-HOURS     TO WS-GT-AL-HOURS.
004990     ADD WS-CT-PL-HOURS     TO WS-GT-PL-HOURS.
005000     ADD WS-CT-AL-LIABILITY TO WS-GT-AL-LIABILITY.
005010     ADD WS-CT-PL-VALUE     TO WS-GT-PL-VALUE.
005020 0330-EXIT.
005030         EXIT.
005040*
005050*    0450-START-NEW-PAGE - LETTERHEAD, COLUMN HEADINGS AND PAGE
005060*    CONTROLS.
005070 0450-START-NEW-PAGE.
005080     ADD 1 TO WS-PAGE-NUMBER.
005090     MOVE SPACES TO RPT-LH-AS-AT.
005100     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
005110            WS-CURR-DATE (7:2)
005120         DELIMITED BY SIZE INTO RPT-LH-AS-AT.
005130     MOVE WS-PAGE-NUMBER TO RPT-LH-PAGE.
005140     IF WS-PAGE-NUMBER = 1
005150         WRITE LIABILITY-REPORT-RECORD FROM RPT-LETTERHEAD-1
005160     ELSE
005170         WRITE LIABILITY-REPORT-RECORD FROM RPT-LETTERHEAD-1
005180             AFTER ADVANCING PAGE
005190     END-IF.
005200     WRITE LIABILITY-REPORT-RECORD FROM RPT-LETTERHEAD-2.
005210     WRITE LIABILITY-REPORT-RECORD FROM RPT-LETTERHEAD-3.
005220     WRITE LIABILITY-REPORT-RECORD FROM RPT-SEPARATOR.
005230     WRITE LIABILITY-REPORT-RECORD FROM RPT-COLUMN-HEADING.
005240     WRITE LIABILITY-REPORT-RECORD FROM RPT-SEPARATOR.
005250     MOVE 6 TO WS-LINE-COUNT.
005260 0450-EXIT.
005270         EXIT.
005280*
005290*****************************************************************
005300*    0500-PRINT-TOTALS - GRAND TOTAL, THE PROVISION FIGURE AND
005310*    THE EXCEPTION COUNTS
005320*****************************************************************
005330 0500-PRINT-TOTALS.
005340     IF WS-LINE-COUNT + 13 > WS-LINES-PER-PAGE
005350         PERFORM 0450-START-NEW-PAGE THRU 0450-EXIT
005360     END-IF.
005370     WRITE LIABILITY-REPORT-RECORD FROM RPT-BLANK-LINE.
005380     WRITE LIABILITY-REPORT-RECORD FROM RPT-SEPARATOR.
005390     MOVE "TOTAL ALL COST CENTRES" TO RPT-TOT-LABEL.
005400     MOVE WS-GT-AL-HOURS     TO RPT-TOT-AL-HOURS.
005410     MOVE WS-GT-PL-HOURS     TO RPT-TOT-PL-HOURS.
005420     MOVE WS-GT-AL-LIABILITY TO RPT-TOT-AL-LIABILITY.
005430     MOVE WS-GT-PL-VALUE     TO RPT-TOT-PL-VALUE.
005440     WRITE LIABILITY-REPORT-RECORD FROM RPT-TOTAL-LINE.
005450     WRITE LIABILITY-REPORT-RECORD FROM RPT-BLANK-LINE.
005460     MOVE WS-GT-AL-LIABILITY TO RPT-PROV-AMOUNT.
005470     WRITE LIABILITY-REPORT-RECORD FROM RPT-PROVISION-LINE.
005480     WRITE LIABILITY-REPORT-RECORD FROM RPT-BLANK-LINE.
005490     MOVE "EMPLOYEES LISTED" TO RPT-CNT-LABEL.
005500     MOVE WS-LISTED-COUNT TO RPT-CNT-EDIT.
005510     WRITE LIABILITY-REPORT-RECORD FROM RPT-COUNT-LINE.
005520     MOVE "COST CENTRES" TO RPT-CNT-LABEL.
005530     MOVE WS-CENTRE-COUNT TO RPT-CNT-EDIT.
005540     WRITE LIABILITY-REPORT-RECORD FROM RPT-COUNT-LINE.
005550     MOVE "  NO HOURLY RATE - NOT VALUED" TO RPT-CNT-LABEL.
005560     MOVE WS-NO-RATE-COUNT TO RPT-CNT-EDIT.
005570     WRITE LIABILITY-REPORT-RECORD FROM RPT-COUNT-LINE.
005580     MOVE "  NOT ON THE EMPLOYEE MASTER" TO RPT-CNT-LABEL.
005590     MOVE WS-NOT-ON-MASTER-COUNT TO RPT-CNT-EDIT.
005600     WRITE LIABILITY-REPORT-RECORD FROM RPT-COUNT-LINE.
005610     MOVE "  NO COST CENTRE - IN SUSPENSE" TO RPT-CNT-LABEL.
005620     MOVE WS-NO-CENTRE-COUNT TO RPT-CNT-EDIT.
005630     WRITE LIABILITY-REPORT-RECORD FROM RPT-COUNT-LINE.
005640     MOVE "  LEAVE TAKEN IN ADVANCE" TO RPT-CNT-LABEL.
005650     MOVE WS-NEGATIVE-COUNT TO RPT-CNT-EDIT.
005660     WRITE LIABILITY-REPORT-RECORD FROM RPT-COUNT-LINE.
005670     ADD 12 TO WS-LINE-COUNT.
005680 0500-EXIT.
005690         EXIT.
005700*
005710*****************************************************************
005720*    0900-TERMINATE - COUNTS FOR THE OPERATOR, RC 4 WHEN ANY
005730*    BALANCE COULD NOT BE VALUED OR PLACED IN A COST CENTRE
005740*****************************************************************
005750 0900-TERMINATE.
005760     CLOSE LIABILITY-WORK-FILE.
005770     DISPLAY "AULVLIAB complete - as at " RPT-LH-AS-AT.
005780     DISPLAY "Leave balances read: " WS-BALANCE-READ-COUNT.
005790     DISPLAY "  Nil - not listed:  " WS-NIL-BALANCE-COUNT.
005800     DISPLAY "Employees listed:    " WS-LISTED-COUNT.
005810     MOVE WS-GT-AL-LIABILITY TO WS-MONEY-EDIT.
005820     DISPLAY "Annual leave provision: $" WS-MONEY-EDIT.
005830     IF WS-NO-RATE-COUNT > 0
005840         OR WS-NOT-ON-MASTER-COUNT > 0
005850         OR WS-NO-CENTRE-COUNT > 0
005860         DISPLAY "*** BALANCES NOT VALUED OR IN SUSPENSE - "
005870             "SEE THE NOTES ON LVLRPTF ***"
005880         IF RETURN-CODE = 0
005890             MOVE 4 TO RETURN-CODE
005900         END-IF
005910     END-IF.
005920 0900-EXIT.
005930         EXIT.
