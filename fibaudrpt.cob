000420*                  WINDOW, SO THE TO-DATE MUST NEVER EXCLUDE
000430*                  A GENERATION. THE PER-RECORD SELECTION
000440*                  STILL APPLIES BOTH DATE BOUNDS.
000450* 10/15/2026 DPG   FIBAUDIT RECORDS NOW END WITH A SEQUENCE NUMBER
000460*                  AND A CHAINED CHECK VALUE - THE GENERATION
000470*                  RECORD WAS WIDENED TO MATCH, AND THE FIBARCTL
000480*                  LAYOUT IS NOW TAKEN FROM THE ARCCTREC COPYBOOK.
000490*
000500******************************************************************
000510* ENVIRONMENT DIVISION
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AUDIT-FILE ASSIGN TO FIBAUDIT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RPT-AUDIT-STATUS.
000590     SELECT ARCHIVE-FILE ASSIGN TO RPT-ARCHIVE-DSNAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RPT-ARCHIVE-STATUS.
000620     SELECT CONTROL-FILE ASSIGN TO FIBARCTL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RPT-CONTROL-STATUS.
000650     SELECT REPORT-FILE ASSIGN TO FIBAUDRP
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RPT-REPORT-STATUS.
000680*
000690******************************************************************
000700* DATA DIVISION
000710******************************************************************
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  AUDIT-FILE.
000750 COPY AUDITREC.
000760 FD  ARCHIVE-FILE.
000770 01  ARCHIVE-AUDIT-RECORD             PIC X(138).
000780 FD  CONTROL-FILE.
000790 COPY ARCCTREC.
000800 FD  REPORT-FILE.
000810 01  REPORT-RECORD                    PIC X(132).
000820*
000830 WORKING-STORAGE SECTION.
000840* ---------------------------------------------------------
000850* FILE STATUS AND RUN SWITCHES
000860* ---------------------------------------------------------
000870 77  RPT-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
000880 77  RPT-ARCHIVE-STATUS               PIC X(02) VALUE SPACES.
000890 77  RPT-CONTROL-STATUS               PIC X(02) VALUE SPACES.
000900 77  RPT-REPORT-STATUS                PIC X(02) VALUE SPACES.
000910 01  RPT-END-OF-AUDIT-SW              PIC X(01) VALUE "N".
000920     88  RPT-END-OF-AUDIT                       VALUE "Y".
000930 01  RPT-END-OF-ARCHIVE-SW            PIC X(01) VALUE "N".
000940     88  RPT-END-OF-ARCHIVE                     VALUE "Y".
000950 01  RPT-END-OF-CONTROL-SW            PIC X(01) VALUE "N".
000960     88  RPT-END-OF-CONTROL                     VALUE "Y".
000970 01  RPT-LIVE-OPEN-SW                 PIC X(01) VALUE "N".
000980     88  RPT-LIVE-FILE-OPEN                     VALUE "Y".
000990 01  RPT-REPORT-ABORT-SW              PIC X(01) VALUE "N".
001000     88  RPT-REPORT-ABORT                       VALUE "Y".
001010 01  RPT-SELECTED-SW                  PIC X(01) VALUE "N".
001020     88  RPT-RECORD-SELECTED                    VALUE "Y".
001030 01  RPT-FOUND-SW                     PIC X(01) VALUE "N".
001040     88  RPT-ENTRY-FOUND                        VALUE "Y".
001050*
001060* ---------------------------------------------------------
001070* SELECTION CRITERIA, ACCEPTED FROM THE OPERATOR. ZERO DATES
001080* AND SPACE FIELDS MEAN NO SELECTION ON THAT FIELD.
001090* ---------------------------------------------------------
001100 01  RPT-FROM-DATE                    PIC 9(08) VALUE ZERO.
001110 01  RPT-TO-DATE                      PIC 9(08) VALUE ZERO.
001120 01  RPT-SELECT-OPERATOR              PIC X(20) VALUE SPACES.
001130 01  RPT-SELECT-STATUS                PIC X(02) VALUE SPACES.
001140*
001150* ---------------------------------------------------------
001160* COUNTERS AND PRINT CONTROLS
001170* ---------------------------------------------------------
001180 77  RPT-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
001190 77  RPT-RECORDS-SELECTED             PIC 9(08) VALUE ZERO COMP.
001200 77  RPT-LINE-COUNT                   PIC 9(02) VALUE 99 COMP.
001210 77  RPT-PAGE-COUNT                   PIC 9(04) VALUE ZERO COMP.
001220 77  RPT-TBL-IDX                      PIC 9(02) VALUE ZERO COMP.
001230 77  RPT-GEN-IDX                      PIC 9(03) VALUE ZERO COMP.
001240 77  RPT-LIVE-READ-COUNT              PIC 9(08) VALUE ZERO COMP.
001250 77  RPT-GEN-READ-COUNT               PIC 9(08) VALUE ZERO COMP.
001260 01  RPT-RUN-DATE                     PIC 9(08) VALUE ZERO.
001270 01  RPT-RUN-TIME                     PIC 9(08) VALUE ZERO.
001280 01  RPT-OLDEST-HELD                  PIC 9(08) VALUE ZERO.
001290*
001300* ---------------------------------------------------------
001310* DATED GENERATION NAME - FIBARCHV.D PLUS THE GENERATION DATE,
001320* THE SAME NAME THE HOUSEKEEPING WRITES. THE INVENTORY ALONE
001330* SAYS WHICH DATES EXIST; NO DD RE-POINTING IS NEEDED.
001340* ---------------------------------------------------------
001350 01  RPT-ARCHIVE-DSNAME.
001360     05  FILLER                       PIC X(10)
001370         VALUE "FIBARCHV.D".
001380     05  RPT-ARCHIVE-DATE             PIC 9(08).
001390*
001400* ---------------------------------------------------------
001410* GENERATION INVENTORY - LOADED FROM FIBARCTL, ONE SLOT PER
001420* HELD GENERATION, WITH WHAT THIS RUN DID ABOUT EACH ONE FOR
001430* THE COVERAGE SECTION.
001440* ---------------------------------------------------------
001450 01  RPT-GENERATION-TABLE.
001460     05  RPT-GEN-USED                 PIC 9(03) VALUE ZERO COMP.
001470     05  RPT-GEN-ENTRY OCCURS 500 TIMES.
001480         10  RPT-GEN-DATE             PIC 9(08).
001490         10  RPT-GEN-WANTED-SW        PIC X(01).
001500         10  RPT-GEN-READ             PIC 9(08).
001510         10  RPT-GEN-STATUS           PIC X(02).
001520* ---------------------------------------------------------
001530* SUMMARY TABLES - ONE SLOT PER DISTINCT OPERATOR / STATUS
001540* SEEN AMONG THE SELECTED RECORDS. A FEED WITH MORE DISTINCT
001550* OPERATORS THAN SLOTS ROLLS THE OVERFLOW INTO ONE BUCKET.
001560* ---------------------------------------------------------
001570 01  RPT-OPERATOR-TABLE.
001580     05  RPT-OPER-USED                PIC 9(02) VALUE ZERO COMP.
001590     05  RPT-OPER-OVERFLOW            PIC 9(08) VALUE ZERO COMP.
001600     05  RPT-OPER-ENTRY OCCURS 50 TIMES.
001610         10  RPT-OPER-ID              PIC X(20).
001620         10  RPT-OPER-COUNT           PIC 9(08) COMP.
001630 01  RPT-STATUS-TABLE.
001640     05  RPT-STAT-USED                PIC 9(02) VALUE ZERO COMP.
001650     05  RPT-STAT-OVERFLOW            PIC 9(08) VALUE ZERO COMP.
001660     05  RPT-STAT-ENTRY OCCURS 20 TIMES.
001670         10  RPT-STAT-CODE            PIC X(02).
001680         10  RPT-STAT-COUNT           PIC 9(08) COMP.
001690*
001700* ---------------------------------------------------------
001710* PRINT LINES
001720* ---------------------------------------------------------
001730 01  RPT-HEADING-1.
001740     05  FILLER                       PIC X(34) VALUE
001750         "FIBONACCI CONVERSION AUDIT REPORT ".
001760     05  FILLER                       PIC X(09) VALUE "RUN DATE ".
001770     05  RPT-HDG-DATE                 PIC 9(08).
001780     05  FILLER                       PIC X(06) VALUE " TIME ".
001790     05  RPT-HDG-TIME                 PIC 9(08).
001800     05  FILLER                       PIC X(06) VALUE " PAGE ".
001810     05  RPT-HDG-PAGE                 PIC ZZZ9.
001820 01  RPT-HEADING-2.
001830     05  FILLER                       PIC X(10)
001840         VALUE "SELECTED: ".
001850     05  FILLER                       PIC X(05) VALUE "FROM ".
001860     05  RPT-HDG-FROM-DATE            PIC 9(08).
001870     05  FILLER                       PIC X(04) VALUE " TO ".
001880     05  RPT-HDG-TO-DATE              PIC 9(08).
001890     05  FILLER                       PIC X(10)
001900         VALUE " OPERATOR ".
001910     05  RPT-HDG-OPERATOR             PIC X(20).
001920     05  FILLER                       PIC X(08) VALUE " STATUS ".
001930     05  RPT-HDG-STATUS               PIC X(03).
001940 01  RPT-HEADING-3.
001950     05  FILLER                       PIC X(09) VALUE "RUN-DATE ".
001960     05  FILLER                       PIC X(09) VALUE "RUN-TIME ".
001970     05  FILLER                       PIC X(21) VALUE "OPERATOR".
001980     05  FILLER                       PIC X(03) VALUE "ST ".
001990     05  FILLER                       PIC X(11) VALUE "DECIMAL".
002000     05  FILLER                       PIC X(55) VALUE
002010         "FIBONACCI-INPUT".
002020 01  RPT-DETAIL-LINE.
002030     05  RPT-DET-DATE                 PIC 9(08).
002040     05  FILLER                       PIC X(01) VALUE SPACE.
002050     05  RPT-DET-TIME                 PIC 9(08).
002060     05  FILLER                       PIC X(01) VALUE SPACE.
002070     05  RPT-DET-OPERATOR             PIC X(20).
002080     05  FILLER                       PIC X(01) VALUE SPACE.
002090     05  RPT-DET-STATUS               PIC X(02).
002100     05  FILLER                       PIC X(01) VALUE SPACE.
002110     05  RPT-DET-DECIMAL              PIC 9(10).
002120     05  FILLER                       PIC X(01) VALUE SPACE.
002130     05  RPT-DET-INPUT                PIC X(55).
002140 01  RPT-SUMMARY-LINE.
002150     05  FILLER                       PIC X(02) VALUE SPACES.
002160     05  RPT-SUM-LABEL                PIC X(20).
002170     05  FILLER                       PIC X(01) VALUE SPACE.
002180     05  RPT-SUM-COUNT                PIC ZZ,ZZZ,ZZ9.
002190 01  RPT-TOTAL-LINE.
002200     05  RPT-TOT-LABEL                PIC X(30).
002210     05  RPT-TOT-COUNT                PIC ZZ,ZZZ,ZZ9.
002220 01  RPT-COVERAGE-LINE.
002230     05  FILLER                       PIC X(02) VALUE SPACES.
002240     05  RPT-COV-LABEL                PIC X(11).
002250     05  RPT-COV-DATE                 PIC X(08).
002260     05  FILLER                       PIC X(03) VALUE SPACES.
002270     05  RPT-COV-TEXT                 PIC X(26).
002280     05  RPT-COV-COUNT                PIC ZZ,ZZZ,ZZ9.
002290 01  RPT-PURGE-NOTE.
002300     05  FILLER                       PIC X(02) VALUE SPACES.
002310     05  FILLER                       PIC X(19) VALUE
002320         "GENERATIONS BEFORE ".
002330     05  RPT-PURGE-DATE               PIC 9(08).
002340     05  FILLER                       PIC X(26) VALUE
002350         " ALREADY PURGED - NOT READ".
002360*
002370******************************************************************
002380* PROCEDURE DIVISION
002390******************************************************************
002400 PROCEDURE DIVISION.
002410*
002420******************************************************************
002430* 0000-MAINLINE
002440******************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470     IF NOT RPT-REPORT-ABORT
002480         IF RPT-LIVE-FILE-OPEN
002490             PERFORM 2000-PROCESS-AUDIT-FILE THRU 2000-EXIT
002500         END-IF
002510         PERFORM 3000-PROCESS-GENERATIONS THRU 3000-EXIT
002520         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002530         PERFORM 9999-TERMINATE THRU 9999-EXIT
002540     END-IF
002550*
002560*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
002570*    IT DOES FOR EVERY OTHER PROGRAM IN THIS SUITE: 0 CLEAN,
002580*    16 ABORTED - A MONTH-END PULL THAT PRODUCED NO REPORT
002590*    MUST NOT LOOK CLEAN.
002600     IF RPT-REPORT-ABORT
002610         MOVE 16 TO RETURN-CODE
002620     ELSE
002630         MOVE ZERO TO RETURN-CODE
002640     END-IF
002650     STOP RUN.
002660*
002670******************************************************************
002680* 1000-INITIALIZE - OPEN FILES AND ACCEPT SELECTION CRITERIA
002690******************************************************************
002700 1000-INITIALIZE.
002710     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
002720     ACCEPT RPT-RUN-TIME FROM TIME
002730     DISPLAY "FIBONACCI AUDIT-TRAIL REPORT"
002740     DISPLAY "FROM RUN DATE (YYYYMMDD, ZERO FOR ALL): "
002750         WITH NO ADVANCING
002760     ACCEPT RPT-FROM-DATE
002770     DISPLAY "TO RUN DATE (YYYYMMDD, ZERO FOR OPEN-ENDED): "
002780         WITH NO ADVANCING
002790     ACCEPT RPT-TO-DATE
002800     IF RPT-TO-DATE = ZERO
002810         MOVE 99999999 TO RPT-TO-DATE
002820     END-IF
002830     DISPLAY "OPERATOR TO SELECT (SPACES FOR ALL): "
002840         WITH NO ADVANCING
002850     ACCEPT RPT-SELECT-OPERATOR
002860     DISPLAY "CONVERSION STATUS TO SELECT (SPACES FOR ALL): "
002870         WITH NO ADVANCING
002880     ACCEPT RPT-SELECT-STATUS
002890     OPEN INPUT AUDIT-FILE
002900     IF RPT-AUDIT-STATUS NOT = "00"
002910         DISPLAY "** THE LIVE AUDIT FILE IS NOT AVAILABLE - "
002920             "STATUS: " RPT-AUDIT-STATUS
002930         DISPLAY "** REPORTING FROM THE ARCHIVED GENERATIONS "
002940             "ONLY."
002950     ELSE
002960         SET RPT-LIVE-FILE-OPEN TO TRUE
002970     END-IF
002980     OPEN OUTPUT REPORT-FILE
002990     IF RPT-REPORT-STATUS NOT = "00"
003000         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
003010             RPT-REPORT-STATUS
003020         DISPLAY "** REPORT RUN ABORTED."
003030         IF RPT-LIVE-FILE-OPEN
003040             CLOSE AUDIT-FILE
003050         END-IF
003060         SET RPT-REPORT-ABORT TO TRUE
003070     END-IF.
003080 1000-EXIT.
003090     EXIT.
003100*
003110******************************************************************
003120* 2000-PROCESS-AUDIT-FILE - READ AND REPORT EVERY AUDIT RECORD
003130* THAT PASSES THE SELECTION CRITERIA
003140******************************************************************
003150 2000-PROCESS-AUDIT-FILE.
003160     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
003170         UNTIL RPT-END-OF-AUDIT.
003180 2000-EXIT.
003190     EXIT.
003200*
003210 2100-PROCESS-ONE-RECORD.
003220     READ AUDIT-FILE
003230         AT END
003240             MOVE "Y" TO RPT-END-OF-AUDIT-SW
003250         NOT AT END
003260             ADD 1 TO RPT-RECORDS-READ
003270             ADD 1 TO RPT-LIVE-READ-COUNT
003280             PERFORM 2150-SELECT-ONE-RECORD THRU 2150-EXIT
003290     END-READ.
003300 2100-EXIT.
003310     EXIT.
003320*
003330******************************************************************
003340* 2150-SELECT-ONE-RECORD - ONE AUDIT RECORD, LIVE OR ARCHIVED,
003350* THROUGH THE SELECTION, THE DETAIL PRINT, AND THE TALLIES
003360******************************************************************
003370 2150-SELECT-ONE-RECORD.
003380     PERFORM 2200-TEST-SELECTION THRU 2200-EXIT
003390     IF RPT-RECORD-SELECTED
003400         ADD 1 TO RPT-RECORDS-SELECTED
003410         PERFORM 2300-PRINT-DETAIL-LINE THRU 2300-EXIT
003420         PERFORM 6000-TALLY-RECORD THRU 6000-EXIT
003430     END-IF.
003440 2150-EXIT.
003450     EXIT.
003460*
003470 2200-TEST-SELECTION.
003480     MOVE "Y" TO RPT-SELECTED-SW
003490     IF AUD-RUN-DATE < RPT-FROM-DATE
003500        OR AUD-RUN-DATE > RPT-TO-DATE
003510         MOVE "N" TO RPT-SELECTED-SW
003520     END-IF
003530     IF RPT-SELECT-OPERATOR NOT = SPACES
003540        AND AUD-OPERATOR-ID NOT = RPT-SELECT-OPERATOR
003550         MOVE "N" TO RPT-SELECTED-SW
003560     END-IF
003570     IF RPT-SELECT-STATUS NOT = SPACES
003580        AND AUD-CONVERSION-STATUS NOT = RPT-SELECT-STATUS
003590         MOVE "N" TO RPT-SELECTED-SW
003600     END-IF.
003610 2200-EXIT.
003620     EXIT.
003630*
003640 2300-PRINT-DETAIL-LINE.
003650     IF RPT-LINE-COUNT > 55
003660         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
003670     END-IF
003680     MOVE SPACES TO RPT-DETAIL-LINE
003690     MOVE AUD-RUN-DATE TO RPT-DET-DATE
003700     MOVE AUD-RUN-TIME TO RPT-DET-TIME
003710     MOVE AUD-OPERATOR-ID TO RPT-DET-OPERATOR
003720     MOVE AUD-CONVERSION-STATUS TO RPT-DET-STATUS
003730     MOVE AUD-DECIMAL-OUTPUT TO RPT-DET-DECIMAL
003740     MOVE AUD-FIBONACCI-INPUT TO RPT-DET-INPUT
003750     MOVE SPACES TO REPORT-RECORD
003760     MOVE RPT-DETAIL-LINE TO REPORT-RECORD
003770     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003780     ADD 1 TO RPT-LINE-COUNT.
003790 2300-EXIT.
003800     EXIT.
003810*
003820 2400-PAGE-HEADING.
003830     ADD 1 TO RPT-PAGE-COUNT
003840     MOVE RPT-RUN-DATE TO RPT-HDG-DATE
003850     MOVE RPT-RUN-TIME TO RPT-HDG-TIME
003860     MOVE RPT-PAGE-COUNT TO RPT-HDG-PAGE
003870     MOVE SPACES TO REPORT-RECORD
003880     MOVE RPT-HEADING-1 TO REPORT-RECORD
003890     IF RPT-PAGE-COUNT = 1
003900         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003910     ELSE
003920         WRITE REPORT-RECORD AFTER ADVANCING PAGE
003930     END-IF
003940     MOVE RPT-FROM-DATE TO RPT-HDG-FROM-DATE
003950     MOVE RPT-TO-DATE TO RPT-HDG-TO-DATE
003960     IF RPT-SELECT-OPERATOR = SPACES
003970         MOVE "ALL" TO RPT-HDG-OPERATOR
003980     ELSE
003990         MOVE RPT-SELECT-OPERATOR TO RPT-HDG-OPERATOR
004000     END-IF
004010     IF RPT-SELECT-STATUS = SPACES
004020         MOVE "ALL" TO RPT-HDG-STATUS
004030     ELSE
004040         MOVE RPT-SELECT-STATUS TO RPT-HDG-STATUS
004050     END-IF
004060     MOVE SPACES TO REPORT-RECORD
004070     MOVE RPT-HEADING-2 TO REPORT-RECORD
004080     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004090     MOVE SPACES TO REPORT-RECORD
004100     MOVE RPT-HEADING-3 TO REPORT-RECORD
004110     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
004120     MOVE SPACES TO REPORT-RECORD
004130     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004140     MOVE 6 TO RPT-LINE-COUNT.
004150 2400-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190* 3000-PROCESS-GENERATIONS - READ THE FIBARCTL INVENTORY, OPEN
004200* EVERY HELD GENERATION WHOSE DATE FALLS IN THE REQUESTED
004210* RANGE BY ITS DATED NAME, AND RUN ITS RECORDS THROUGH THE
004220* SAME SELECTION AS THE LIVE FILE
004230******************************************************************
004240 3000-PROCESS-GENERATIONS.
004250     PERFORM 3100-LOAD-CONTROL-TABLE THRU 3100-EXIT
004260     PERFORM 3300-READ-ONE-GENERATION THRU 3300-EXIT
004270         VARYING RPT-GEN-IDX FROM 1 BY 1
004280             UNTIL RPT-GEN-IDX > RPT-GEN-USED.
004290 3000-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330* 3100-LOAD-CONTROL-TABLE - PULL THE GENERATION INVENTORY INTO
004340* STORAGE. NO INVENTORY MEANS ONLY THE LIVE FILE IS COVERED.
004350******************************************************************
004360 3100-LOAD-CONTROL-TABLE.
004370     MOVE ZERO TO RPT-GEN-USED
004380     MOVE 99999999 TO RPT-OLDEST-HELD
004390     OPEN INPUT CONTROL-FILE
004400     IF RPT-CONTROL-STATUS NOT = "00"
004410         DISPLAY "** NO GENERATION INVENTORY - STATUS: "
004420             RPT-CONTROL-STATUS
004430         DISPLAY "** ONLY THE LIVE FILE WAS REPORTED."
004440         MOVE ZERO TO RPT-OLDEST-HELD
004450         GO TO 3100-EXIT
004460     END-IF
004470     PERFORM 3200-LOAD-ONE-ENTRY THRU 3200-EXIT
004480         UNTIL RPT-END-OF-CONTROL
004490     CLOSE CONTROL-FILE
004500     IF RPT-OLDEST-HELD = 99999999
004510         MOVE ZERO TO RPT-OLDEST-HELD
004520     END-IF.
004530 3100-EXIT.
004540     EXIT.
004550*
004560 3200-LOAD-ONE-ENTRY.
004570     READ CONTROL-FILE
004580         AT END
004590             MOVE "Y" TO RPT-END-OF-CONTROL-SW
004600         NOT AT END
004610             IF CTL-GENERATION-DATE IS NUMERIC
004620                AND RPT-GEN-USED < 500
004630                 ADD 1 TO RPT-GEN-USED
004640                 MOVE CTL-GENERATION-DATE TO
004650                     RPT-GEN-DATE (RPT-GEN-USED)
004660                 MOVE ZERO TO RPT-GEN-READ (RPT-GEN-USED)
004670                 MOVE SPACES TO RPT-GEN-STATUS (RPT-GEN-USED)
004680*
004690*                A GENERATION HOLDS RECORDS DATED ON OR BEFORE
004700*                ITS OWN DATE - DAY-D CONVERSIONS LAND IN THE
004710*                GENERATION CUT OVER AFTER THE WINDOW, AND AN
004720*                OUTAGE FOLDS SEVERAL DAYS INTO ONE - SO ONLY
004730*                THE LOWER BOUND MAY EXCLUDE A GENERATION.
004740*                2200-TEST-SELECTION STILL FILTERS EVERY
004750*                RECORD BY ITS OWN RUN DATE.
004760                 IF CTL-GENERATION-DATE >= RPT-FROM-DATE
004770                     MOVE "Y" TO
004780                         RPT-GEN-WANTED-SW (RPT-GEN-USED)
004790                 ELSE
004800                     MOVE "N" TO
004810                         RPT-GEN-WANTED-SW (RPT-GEN-USED)
004820                 END-IF
004830                 IF CTL-GENERATION-DATE < RPT-OLDEST-HELD
004840                     MOVE CTL-GENERATION-DATE TO RPT-OLDEST-HELD
004850                 END-IF
004860             END-IF
004870     END-READ.
004880 3200-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920* 3300-READ-ONE-GENERATION - ONE DATED GENERATION, OPENED BY
004930* NAME. A GENERATION THAT WILL NOT OPEN IS RECORDED ON THE
004940* COVERAGE AND THE PULL CARRIES ON.
004950******************************************************************
004960 3300-READ-ONE-GENERATION.
004970     IF RPT-GEN-WANTED-SW (RPT-GEN-IDX) NOT = "Y"
004980         GO TO 3300-EXIT
004990     END-IF
005000     MOVE RPT-GEN-DATE (RPT-GEN-IDX) TO RPT-ARCHIVE-DATE
005010     MOVE "N" TO RPT-END-OF-ARCHIVE-SW
005020     MOVE ZERO TO RPT-GEN-READ-COUNT
005030     OPEN INPUT ARCHIVE-FILE
005040     MOVE RPT-ARCHIVE-STATUS TO RPT-GEN-STATUS (RPT-GEN-IDX)
005050     IF RPT-ARCHIVE-STATUS NOT = "00"
005060         DISPLAY "** GENERATION " RPT-ARCHIVE-DATE " COULD NOT "
005070             "BE OPENED - STATUS: " RPT-ARCHIVE-STATUS
005080         GO TO 3300-EXIT
005090     END-IF
005100     PERFORM 3400-READ-ONE-ARCHIVE THRU 3400-EXIT
005110         UNTIL RPT-END-OF-ARCHIVE
005120     CLOSE ARCHIVE-FILE
005130     MOVE RPT-GEN-READ-COUNT TO RPT-GEN-READ (RPT-GEN-IDX).
005140 3300-EXIT.
005150     EXIT.
005160*
005170 3400-READ-ONE-ARCHIVE.
005180     READ ARCHIVE-FILE
005190         AT END
005200             MOVE "Y" TO RPT-END-OF-ARCHIVE-SW
005210         NOT AT END
005220             ADD 1 TO RPT-RECORDS-READ
005230             ADD 1 TO RPT-GEN-READ-COUNT
005240             MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
005250             PERFORM 2150-SELECT-ONE-RECORD THRU 2150-EXIT
005260     END-READ.
005270 3400-EXIT.
005280     EXIT.
005290*
005300******************************************************************
005310* 6000-TALLY-RECORD - ROLL THE SELECTED RECORD INTO THE
005320* PER-OPERATOR AND PER-STATUS SUMMARY TABLES
005330******************************************************************
005340 6000-TALLY-RECORD.
005350     MOVE "N" TO RPT-FOUND-SW
005360     PERFORM 6100-MATCH-ONE-OPERATOR THRU 6100-EXIT
005370         VARYING RPT-TBL-IDX FROM 1 BY 1
005380             UNTIL RPT-TBL-IDX > RPT-OPER-USED
005390                OR RPT-ENTRY-FOUND
005400     IF NOT RPT-ENTRY-FOUND
005410         IF RPT-OPER-USED < 50
005420             ADD 1 TO RPT-OPER-USED
005430             MOVE AUD-OPERATOR-ID TO
005440                 RPT-OPER-ID (RPT-OPER-USED)
005450             MOVE 1 TO RPT-OPER-COUNT (RPT-OPER-USED)
005460         ELSE
005470             ADD 1 TO RPT-OPER-OVERFLOW
005480         END-IF
005490     END-IF
005500     MOVE "N" TO RPT-FOUND-SW
005510     PERFORM 6200-MATCH-ONE-STATUS THRU 6200-EXIT
005520         VARYING RPT-TBL-IDX FROM 1 BY 1
005530             UNTIL RPT-TBL-IDX > RPT-STAT-USED
005540                OR RPT-ENTRY-FOUND
005550     IF NOT RPT-ENTRY-FOUND
005560         IF RPT-STAT-USED < 20
005570             ADD 1 TO RPT-STAT-USED
005580             MOVE AUD-CONVERSION-STATUS TO
005590                 RPT-STAT-CODE (RPT-STAT-USED)
005600             MOVE 1 TO RPT-STAT-COUNT (RPT-STAT-USED)
005610         ELSE
005620             ADD 1 TO RPT-STAT-OVERFLOW
005630         END-IF
005640     END-IF.
005650 6000-EXIT.
005660     EXIT.
005670*
005680 6100-MATCH-ONE-OPERATOR.
005690     IF RPT-OPER-ID (RPT-TBL-IDX) = AUD-OPERATOR-ID
005700         ADD 1 TO RPT-OPER-COUNT (RPT-TBL-IDX)
005710         MOVE "Y" TO RPT-FOUND-SW
005720     END-IF.
005730 6100-EXIT.
005740     EXIT.
005750*
005760 6200-MATCH-ONE-STATUS.
005770     IF RPT-STAT-CODE (RPT-TBL-IDX) = AUD-CONVERSION-STATUS
005780         ADD 1 TO RPT-STAT-COUNT (RPT-TBL-IDX)
005790         MOVE "Y" TO RPT-FOUND-SW
005800     END-IF.
005810 6200-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850* 7000-PRINT-SUMMARY - ONE PAGE OF COUNTS PER OPERATOR AND PER
005860* STATUS, PLUS THE READ/SELECTED TOTALS
005870******************************************************************
005880 7000-PRINT-SUMMARY.
005890     MOVE 99 TO RPT-LINE-COUNT
005900     PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
005910     MOVE SPACES TO REPORT-RECORD
005920     MOVE "SUMMARY - CONVERSIONS BY OPERATOR" TO REPORT-RECORD
005930     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005940     PERFORM 7100-PRINT-ONE-OPERATOR THRU 7100-EXIT
005950         VARYING RPT-TBL-IDX FROM 1 BY 1
005960             UNTIL RPT-TBL-IDX > RPT-OPER-USED
005970     IF RPT-OPER-OVERFLOW > ZERO
005980         MOVE SPACES TO RPT-SUM-LABEL
005990         MOVE "(FURTHER OPERATORS)" TO RPT-SUM-LABEL
006000         MOVE RPT-OPER-OVERFLOW TO RPT-SUM-COUNT
006010         MOVE SPACES TO REPORT-RECORD
006020         MOVE RPT-SUMMARY-LINE TO REPORT-RECORD
006030         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006040     END-IF
006050     MOVE SPACES TO REPORT-RECORD
006060     MOVE "SUMMARY - CONVERSIONS BY STATUS" TO REPORT-RECORD
006070     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
006080     PERFORM 7200-PRINT-ONE-STATUS THRU 7200-EXIT
006090         VARYING RPT-TBL-IDX FROM 1 BY 1
006100             UNTIL RPT-TBL-IDX > RPT-STAT-USED
006110     IF RPT-STAT-OVERFLOW > ZERO
006120         MOVE SPACES TO RPT-SUM-LABEL
006130         MOVE "(FURTHER STATUSES)" TO RPT-SUM-LABEL
006140         MOVE RPT-STAT-OVERFLOW TO RPT-SUM-COUNT
006150         MOVE SPACES TO REPORT-RECORD
006160         MOVE RPT-SUMMARY-LINE TO REPORT-RECORD
006170         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006180     END-IF
006190     PERFORM 7500-PRINT-COVERAGE THRU 7500-EXIT
006200     MOVE "AUDIT RECORDS READ" TO RPT-TOT-LABEL
006210     MOVE RPT-RECORDS-READ TO RPT-TOT-COUNT
006220     MOVE SPACES TO REPORT-RECORD
006230     MOVE RPT-TOTAL-LINE TO REPORT-RECORD
006240     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
006250     MOVE "AUDIT RECORDS SELECTED" TO RPT-TOT-LABEL
006260     MOVE RPT-RECORDS-SELECTED TO RPT-TOT-COUNT
006270     MOVE SPACES TO REPORT-RECORD
006280     MOVE RPT-TOTAL-LINE TO REPORT-RECORD
006290     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006300 7000-EXIT.
006310     EXIT.
006320*
006330 7100-PRINT-ONE-OPERATOR.
006340     MOVE SPACES TO RPT-SUM-LABEL
006350     MOVE RPT-OPER-ID (RPT-TBL-IDX) TO RPT-SUM-LABEL
006360     MOVE RPT-OPER-COUNT (RPT-TBL-IDX) TO RPT-SUM-COUNT
006370     MOVE SPACES TO REPORT-RECORD
006380     MOVE RPT-SUMMARY-LINE TO REPORT-RECORD
006390     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006400 7100-EXIT.
006410     EXIT.
006420*
006430 7200-PRINT-ONE-STATUS.
006440     MOVE SPACES TO RPT-SUM-LABEL
006450     MOVE RPT-STAT-CODE (RPT-TBL-IDX) TO RPT-SUM-LABEL
006460     MOVE RPT-STAT-COUNT (RPT-TBL-IDX) TO RPT-SUM-COUNT
006470     MOVE SPACES TO REPORT-RECORD
006480     MOVE RPT-SUMMARY-LINE TO REPORT-RECORD
006490     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006500 7200-EXIT.
006510     EXIT.
006520*
006530******************************************************************
006540* 7500-PRINT-COVERAGE - THE PROOF OF WHAT THIS PULL ACTUALLY
006550* COVERED: THE LIVE FILE, EVERY HELD GENERATION WITH ITS
006560* DISPOSITION, AND A NOTE WHEN THE REQUESTED RANGE REACHES
006570* BACK PAST WHAT RETENTION STILL HOLDS
006580******************************************************************
006590 7500-PRINT-COVERAGE.
006600     MOVE SPACES TO REPORT-RECORD
006610     MOVE "COVERAGE - LIVE FILE AND GENERATIONS" TO
006620         REPORT-RECORD
006630     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
006640     MOVE "LIVE FILE  " TO RPT-COV-LABEL
006650     MOVE SPACES TO RPT-COV-DATE
006660     IF RPT-LIVE-FILE-OPEN
006670         MOVE "READ" TO RPT-COV-TEXT
006680         MOVE RPT-LIVE-READ-COUNT TO RPT-COV-COUNT
006690     ELSE
006700         MOVE "NOT AVAILABLE" TO RPT-COV-TEXT
006710         MOVE ZERO TO RPT-COV-COUNT
006720     END-IF
006730     MOVE SPACES TO REPORT-RECORD
006740     MOVE RPT-COVERAGE-LINE TO REPORT-RECORD
006750     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006760     PERFORM 7600-PRINT-ONE-COVERAGE THRU 7600-EXIT
006770         VARYING RPT-GEN-IDX FROM 1 BY 1
006780             UNTIL RPT-GEN-IDX > RPT-GEN-USED
006790     IF RPT-OLDEST-HELD > ZERO
006800        AND RPT-FROM-DATE < RPT-OLDEST-HELD
006810         MOVE RPT-OLDEST-HELD TO RPT-PURGE-DATE
006820         MOVE SPACES TO REPORT-RECORD
006830         MOVE RPT-PURGE-NOTE TO REPORT-RECORD
006840         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006850     END-IF.
006860 7500-EXIT.
006870     EXIT.
006880*
006890 7600-PRINT-ONE-COVERAGE.
006900     MOVE "GENERATION " TO RPT-COV-LABEL
006910     MOVE RPT-GEN-DATE (RPT-GEN-IDX) TO RPT-COV-DATE
006920     EVALUATE TRUE
006930         WHEN RPT-GEN-WANTED-SW (RPT-GEN-IDX) NOT = "Y"
006940             MOVE "OUTSIDE RANGE - NOT READ" TO RPT-COV-TEXT
006950             MOVE ZERO TO RPT-COV-COUNT
006960         WHEN RPT-GEN-STATUS (RPT-GEN-IDX) = "00"
006970             MOVE "READ" TO RPT-COV-TEXT
006980             MOVE RPT-GEN-READ (RPT-GEN-IDX) TO RPT-COV-COUNT
006990         WHEN OTHER
007000             MOVE "NOT READABLE" TO RPT-COV-TEXT
007010             MOVE ZERO TO RPT-COV-COUNT
007020     END-EVALUATE
007030     MOVE SPACES TO REPORT-RECORD
007040     MOVE RPT-COVERAGE-LINE TO REPORT-RECORD
007050     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007060 7600-EXIT.
007070     EXIT.
007080*
007090 9999-TERMINATE.
007100     IF RPT-LIVE-FILE-OPEN
007110         CLOSE AUDIT-FILE
007120     END-IF
007130     CLOSE REPORT-FILE
007140     DISPLAY "AUDIT REPORT COMPLETE - RECORDS READ: "
007150         RPT-RECORDS-READ
007160     DISPLAY "  RECORDS SELECTED: " RPT-RECORDS-SELECTED.
007170 9999-EXIT.
007180     EXIT.
