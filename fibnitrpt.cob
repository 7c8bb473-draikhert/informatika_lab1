000350*                  CROSS-FOOTED. CONDITION CODE: 0 THE NIGHT
000360*                  BALANCES, 8 SOMETHING IS FLAGGED,
000370*                  16 ABORTED.
000380* 10/15/2026 DPG   PRINTS THE FIBGATLG JOB-STEP GATE DECISION LOG
000390*                  AFTER THE RUN LIST, AND FLAGS EVERY STEP WHOSE
000400*                  LAST GATE DECISION OF THE NIGHT WAS A HOLD. NO
000410*                  GATE LOG MEANS THE CHAIN RAN UNGATED; THAT IS
000420*                  NOTED ON THE PAGE BUT NOT FLAGGED.
000430* 10/15/2026 DPG   FIBGATLG IS ONLY EVER EXTENDED, SO ONLY THE
000440*                  GATE LINES POSTED SINCE THE START OF THE NIGHT
000450*                  ARE PRINTED AND JUDGED, WORKED OUT THE SAME WAY
000460*                  THE GATE WORKS OUT ITS WINDOW, FROM THE SAME
000470*                  FIBGPARM NIGHT START (DEFAULT 1800). A HOLD
000480*                  FROM AN EARLIER NIGHT NO LONGER FLAGS THIS ONE.
000490*
000500******************************************************************
000510* ENVIRONMENT DIVISION
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS NIT-RUNLOG-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO FIBNITRP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS NIT-REPORT-STATUS.
000620     SELECT GATE-LOG-FILE ASSIGN TO FIBGATLG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS NIT-GATELOG-STATUS.
000650     SELECT PARM-FILE ASSIGN TO FIBGPARM
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS NIT-PARM-STATUS.
000680*
000690******************************************************************
000700* DATA DIVISION
000710******************************************************************
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RUN-LOG-FILE.
000750 COPY RUNLOG.
000760 FD  REPORT-FILE.
000770 01  REPORT-RECORD                    PIC X(132).
000780 FD  GATE-LOG-FILE.
000790 COPY GATELOG.
000800*
000810*    THE JOB-STEP GATE'S CARD - ONLY THE START OF THE NIGHT IS
000820*    READ HERE.
000830 FD  PARM-FILE.
000840 01  PARM-CARD-RECORD.
000850     05  GPP-STEP-NAME                PIC X(09).
000860     05  FILLER                       PIC X(01).
000870     05  GPP-NIGHT-START              PIC 9(04).
000880*
000890 WORKING-STORAGE SECTION.
000900* ---------------------------------------------------------
000910* FILE STATUS AND RUN SWITCHES
000920* ---------------------------------------------------------
000930 77  NIT-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
000940 77  NIT-REPORT-STATUS                PIC X(02) VALUE SPACES.
000950 77  NIT-GATELOG-STATUS               PIC X(02) VALUE SPACES.
000960 77  NIT-PARM-STATUS                  PIC X(02) VALUE SPACES.
000970 01  NIT-END-OF-LOG-SW                PIC X(01) VALUE "N".
000980     88  NIT-END-OF-LOG                         VALUE "Y".
000990 01  NIT-END-OF-GATE-LOG-SW           PIC X(01) VALUE "N".
001000     88  NIT-END-OF-GATE-LOG                    VALUE "Y".
001010 01  NIT-GATE-LOG-FOUND-SW            PIC X(01) VALUE "N".
001020     88  NIT-GATE-LOG-FOUND                     VALUE "Y".
001030 01  NIT-GATED-STEP-FOUND-SW          PIC X(01) VALUE "N".
001040     88  NIT-GATED-STEP-FOUND                   VALUE "Y".
001050 01  NIT-REPORT-ABORT-SW              PIC X(01) VALUE "N".
001060     88  NIT-REPORT-ABORT                       VALUE "Y".
001070*
001080* ---------------------------------------------------------
001090* COUNTERS AND RUN STAMPS
001100* ---------------------------------------------------------
001110 77  NIT-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
001120 77  NIT-BAD-RECORDS                  PIC 9(08) VALUE ZERO COMP.
001130 77  NIT-FAULT-COUNT                  PIC 9(08) VALUE ZERO COMP.
001140 01  NIT-RUN-DATE                     PIC 9(08) VALUE ZERO.
001150 01  NIT-RUN-TIME                     PIC 9(08) VALUE ZERO.
001160*
001170* ---------------------------------------------------------
001180* LAST POSTING PER PROGRAM - A STEP RERUN OVERNIGHT POSTS MORE
001190* THAN ONCE AND THE LAST WORD STANDS. ONLY THE PROGRAMS IN THE
001200* NIGHTLY CHAIN ARE CAPTURED FOR CROSS-FOOTING; EVERY POSTING
001210* STILL PRINTS IN THE RUN LIST.
001220* ---------------------------------------------------------
001230 01  NIT-CNV-SUMMARY.
001240     05  NIT-CNV-POSTED-SW            PIC X(01) VALUE "N".
001250         88  NIT-CNV-POSTED                     VALUE "Y".
001260     05  NIT-CNV-READ                 PIC 9(08) VALUE ZERO.
001270     05  NIT-CNV-WRITTEN              PIC 9(08) VALUE ZERO.
001280     05  NIT-CNV-REJECTED             PIC 9(08) VALUE ZERO.
001290     05  NIT-CNV-HASH                 PIC 9(16) VALUE ZERO.
001300     05  NIT-CNV-RC                   PIC 9(02) VALUE ZERO.
001310 01  NIT-REC-SUMMARY.
001320     05  NIT-REC-POSTED-SW            PIC X(01) VALUE "N".
001330         88  NIT-REC-POSTED                     VALUE "Y".
001340     05  NIT-REC-READ                 PIC 9(08) VALUE ZERO.
001350     05  NIT-REC-WRITTEN              PIC 9(08) VALUE ZERO.
001360     05  NIT-REC-REJECTED             PIC 9(08) VALUE ZERO.
001370     05  NIT-REC-HASH                 PIC 9(16) VALUE ZERO.
001380     05  NIT-REC-RC                   PIC 9(02) VALUE ZERO.
001390 01  NIT-HSK-SUMMARY.
001400     05  NIT-HSK-POSTED-SW            PIC X(01) VALUE "N".
001410         88  NIT-HSK-POSTED                     VALUE "Y".
001420     05  NIT-HSK-READ                 PIC 9(08) VALUE ZERO.
001430     05  NIT-HSK-WRITTEN              PIC 9(08) VALUE ZERO.
001440     05  NIT-HSK-REJECTED             PIC 9(08) VALUE ZERO.
001450     05  NIT-HSK-HASH                 PIC 9(16) VALUE ZERO.
001460     05  NIT-HSK-RC                   PIC 9(02) VALUE ZERO.
001470 01  NIT-STL-SUMMARY.
001480     05  NIT-STL-POSTED-SW            PIC X(01) VALUE "N".
001490         88  NIT-STL-POSTED                     VALUE "Y".
001500     05  NIT-STL-READ                 PIC 9(08) VALUE ZERO.
001510     05  NIT-STL-WRITTEN              PIC 9(08) VALUE ZERO.
001520     05  NIT-STL-REJECTED             PIC 9(08) VALUE ZERO.
001530     05  NIT-STL-HASH                 PIC 9(16) VALUE ZERO.
001540     05  NIT-STL-RC                   PIC 9(02) VALUE ZERO.
001550 01  NIT-SPL-SUMMARY.
001560     05  NIT-SPL-POSTED-SW            PIC X(01) VALUE "N".
001570         88  NIT-SPL-POSTED                     VALUE "Y".
001580     05  NIT-SPL-READ                 PIC 9(08) VALUE ZERO.
001590     05  NIT-SPL-WRITTEN              PIC 9(08) VALUE ZERO.
001600     05  NIT-SPL-REJECTED             PIC 9(08) VALUE ZERO.
001610     05  NIT-SPL-HASH                 PIC 9(16) VALUE ZERO.
001620     05  NIT-SPL-RC                   PIC 9(02) VALUE ZERO.
001630 01  NIT-MRG-SUMMARY.
001640     05  NIT-MRG-POSTED-SW            PIC X(01) VALUE "N".
001650         88  NIT-MRG-POSTED                     VALUE "Y".
001660     05  NIT-MRG-READ                 PIC 9(08) VALUE ZERO.
001670     05  NIT-MRG-WRITTEN              PIC 9(08) VALUE ZERO.
001680     05  NIT-MRG-REJECTED             PIC 9(08) VALUE ZERO.
001690     05  NIT-MRG-HASH                 PIC 9(16) VALUE ZERO.
001700     05  NIT-MRG-RC                   PIC 9(02) VALUE ZERO.
001710*
001720* ---------------------------------------------------------
001730* WORK FIELDS FOR THE CROSS-FOOT ARITHMETIC
001740* ---------------------------------------------------------
001750 01  NIT-BALANCE-COUNT                PIC 9(08) VALUE ZERO COMP.
001760*
001770* ---------------------------------------------------------
001780* LAST GATE DECISION PER STEP - A STEP HELD AND THEN PASSED
001790* ON A LATER TRY RAN; ONLY A STEP STILL HELD IS FLAGGED
001800* ---------------------------------------------------------
001810 77  NIT-GATE-RECORDS-READ            PIC 9(08) VALUE ZERO COMP.
001820 77  NIT-GATED-STEP-COUNT             PIC 9(02) VALUE ZERO COMP.
001830 77  NIT-GATE-IDX                     PIC 9(02) VALUE ZERO COMP.
001840 77  NIT-GATE-HELD-COUNT              PIC 9(02) VALUE ZERO COMP.
001850 77  NIT-GATE-OVERFLOW-COUNT          PIC 9(08) VALUE ZERO COMP.
001860 77  NIT-GATE-EARLIER-COUNT           PIC 9(08) VALUE ZERO COMP.
001870 01  NIT-GATED-STEP-TABLE.
001880     05  NIT-GATED-STEP OCCURS 30 TIMES.
001890         10  NIT-GST-STEP             PIC X(09).
001900         10  NIT-GST-DECISION         PIC X(04).
001910         10  NIT-GST-REASON           PIC X(30).
001920 01  NIT-GATE-HOLD-TEXT.
001930     05  NIT-GHT-STEP                 PIC X(09).
001940     05  FILLER                       PIC X(20) VALUE
001950         " HELD AT ITS GATE - ".
001960     05  NIT-GHT-REASON               PIC X(30).
001970*
001980* ---------------------------------------------------------
001990* TONIGHT'S WINDOW - A GATE LINE IS TONIGHT'S WHEN ITS DATE AND
002000* TIME STAMP FALLS AT OR AFTER THE MOST RECENT START OF THE
002010* NIGHT, THE SAME RULE THE JOB-STEP GATE APPLIES. BEFORE THE
002020* START TIME THAT IS YESTERDAY'S DATE, WORKED OUT BY HAND FROM
002030* THE MONTH LENGTHS.
002040* ---------------------------------------------------------
002050 01  NIT-NIGHT-START                  PIC 9(04) VALUE 1800.
002060 01  NIT-WINDOW-START.
002070     05  NIT-WINDOW-DATE              PIC 9(08) VALUE ZERO.
002080     05  NIT-WINDOW-TIME              PIC 9(08) VALUE ZERO.
002090 01  NIT-GATE-STAMP.
002100     05  NIT-GATE-STAMP-DATE          PIC 9(08) VALUE ZERO.
002110     05  NIT-GATE-STAMP-TIME          PIC 9(08) VALUE ZERO.
002120 01  NIT-PRIOR-DAY                    PIC 9(08) VALUE ZERO.
002130 01  NIT-PRIOR-DAY-R REDEFINES NIT-PRIOR-DAY.
002140     05  NIT-PRI-YEAR                 PIC 9(04).
002150     05  NIT-PRI-MONTH                PIC 9(02).
002160     05  NIT-PRI-DAY                  PIC 9(02).
002170 01  NIT-MONTH-LENGTH-VALUES.
002180     05  FILLER                       PIC X(24)
002190                      VALUE "312831303130313130313031".
002200 01  NIT-MONTH-LENGTH-TABLE REDEFINES NIT-MONTH-LENGTH-VALUES.
002210     05  NIT-MONTH-LENGTH             PIC 9(02) OCCURS 12 TIMES.
002220 77  NIT-LEAP-QUOTIENT                PIC 9(04) VALUE ZERO COMP.
002230 77  NIT-LEAP-REMAINDER               PIC 9(04) VALUE ZERO COMP.
002240 01  NIT-GATE-WINDOW-LINE.
002250     05  FILLER                       PIC X(26) VALUE
002260         "  GATE LINES POSTED SINCE ".
002270     05  NIT-GWL-DATE                 PIC 9(08).
002280     05  FILLER                       PIC X(01) VALUE SPACE.
002290     05  NIT-GWL-TIME                 PIC 9(08).
002300 01  NIT-GATE-EARLIER-LINE.
002310     05  FILLER                       PIC X(02) VALUE SPACES.
002320     05  NIT-GEL-COUNT                PIC ZZ,ZZZ,ZZ9.
002330     05  FILLER                       PIC X(42) VALUE
002340         " EARLIER GATE LINE(S) ON FILE NOT REPORTED".
002350*
002360* ---------------------------------------------------------
002370* PRINT LINES
002380* ---------------------------------------------------------
002390 01  NIT-HEADING-1.
002400     05  FILLER                       PIC X(34) VALUE
002410         "NIGHT-RUN BALANCING REPORT        ".
002420     05  FILLER                       PIC X(09) VALUE "RUN DATE ".
002430     05  NIT-HDG-DATE                 PIC 9(08).
002440     05  FILLER                       PIC X(06) VALUE " TIME ".
002450     05  NIT-HDG-TIME                 PIC 9(08).
002460 01  NIT-HEADING-2.
002470     05  FILLER                       PIC X(10) VALUE "PROGRAM".
002480     05  FILLER                       PIC X(09) VALUE "RUN-DATE".
002490     05  FILLER                       PIC X(09) VALUE "RUN-TIME".
002500     05  FILLER                       PIC X(11) VALUE
002510         "      READ ".
002520     05  FILLER                       PIC X(11) VALUE
002530         "   WRITTEN ".
002540     05  FILLER                       PIC X(11) VALUE
002550         "  REJECTED ".
002560     05  FILLER                       PIC X(17) VALUE
002570         "      HASH TOTAL ".
002580     05  FILLER                       PIC X(02) VALUE "RC".
002590 01  NIT-DETAIL-LINE.
002600     05  NIT-DET-PROGRAM              PIC X(09).
002610     05  FILLER                       PIC X(01) VALUE SPACE.
002620     05  NIT-DET-DATE                 PIC 9(08).
002630     05  FILLER                       PIC X(01) VALUE SPACE.
002640     05  NIT-DET-TIME                 PIC 9(08).
002650     05  FILLER                       PIC X(01) VALUE SPACE.
002660     05  NIT-DET-READ                 PIC ZZ,ZZZ,ZZ9.
002670     05  FILLER                       PIC X(01) VALUE SPACE.
002680     05  NIT-DET-WRITTEN              PIC ZZ,ZZZ,ZZ9.
002690     05  FILLER                       PIC X(01) VALUE SPACE.
002700     05  NIT-DET-REJECTED             PIC ZZ,ZZZ,ZZ9.
002710     05  FILLER                       PIC X(01) VALUE SPACE.
002720     05  NIT-DET-HASH                 PIC 9(16).
002730     05  FILLER                       PIC X(01) VALUE SPACE.
002740     05  NIT-DET-RC                   PIC 9(02).
002750 01  NIT-GATE-HEADING.
002760     05  FILLER                       PIC X(18) VALUE
002770         "GATE-RUN STAMP".
002780     05  FILLER                       PIC X(10) VALUE "STEP".
002790     05  FILLER                       PIC X(06) VALUE "GATE".
002800     05  FILLER                       PIC X(10) VALUE "PREDECESR".
002810     05  FILLER                       PIC X(06) VALUE "MX RC".
002820     05  FILLER                       PIC X(18) VALUE
002830         "POSTED DATE/TIME".
002840     05  FILLER                       PIC X(06) VALUE "REASON".
002850 01  NIT-GATE-LINE.
002860     05  NIT-GTL-DATE                 PIC 9(08).
002870     05  FILLER                       PIC X(01) VALUE SPACE.
002880     05  NIT-GTL-TIME                 PIC 9(08).
002890     05  FILLER                       PIC X(01) VALUE SPACE.
002900     05  NIT-GTL-STEP                 PIC X(09).
002910     05  FILLER                       PIC X(01) VALUE SPACE.
002920     05  NIT-GTL-DECISION             PIC X(04).
002930     05  FILLER                       PIC X(02) VALUE SPACES.
002940     05  NIT-GTL-PREDECESSOR          PIC X(09).
002950     05  FILLER                       PIC X(01) VALUE SPACE.
002960     05  NIT-GTL-MAXIMUM-RC           PIC X(02).
002970     05  FILLER                       PIC X(01) VALUE SPACE.
002980     05  NIT-GTL-PREDECESSOR-RC       PIC X(02).
002990     05  FILLER                       PIC X(01) VALUE SPACE.
003000     05  NIT-GTL-POSTED-DATE          PIC X(08).
003010     05  FILLER                       PIC X(01) VALUE SPACE.
003020     05  NIT-GTL-POSTED-TIME          PIC X(08).
003030     05  FILLER                       PIC X(01) VALUE SPACE.
003040     05  NIT-GTL-REASON               PIC X(30).
003050 01  NIT-CHECK-LINE.
003060     05  FILLER                       PIC X(02) VALUE SPACES.
003070     05  NIT-CHK-FLAG                 PIC X(03).
003080     05  NIT-CHK-TEXT                 PIC X(75).
003090*
003100******************************************************************
003110* PROCEDURE DIVISION
003120******************************************************************
003130 PROCEDURE DIVISION.
003140*
003150******************************************************************
003160* 0000-MAINLINE
003170******************************************************************
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003200     IF NOT NIT-REPORT-ABORT
003210         PERFORM 2000-PROCESS-RUN-LOG THRU 2000-EXIT
003220         PERFORM 3000-PRINT-GATE-DECISIONS THRU 3000-EXIT
003230         PERFORM 7000-CROSS-FOOT-THE-NIGHT THRU 7000-EXIT
003240         PERFORM 9999-TERMINATE THRU 9999-EXIT
003250     END-IF
003260*
003270*    THE SCHEDULER BRANCHES ON THE CONDITION CODE: 0 THE NIGHT
003280*    BALANCES, 8 SOMETHING ON THE PAGE IS FLAGGED FOR THE DAY
003290*    SHIFT, 16 THE REPORT ITSELF COULD NOT RUN.
003300     EVALUATE TRUE
003310         WHEN NIT-REPORT-ABORT
003320             MOVE 16 TO RETURN-CODE
003330         WHEN NIT-FAULT-COUNT > ZERO
003340             MOVE 8 TO RETURN-CODE
003350         WHEN OTHER
003360             MOVE ZERO TO RETURN-CODE
003370     END-EVALUATE
003380     STOP RUN.
003390*
003400******************************************************************
003410* 1000-INITIALIZE - OPEN THE RUN LOG AND THE REPORT; NO RUN LOG
003420* MEANS THERE IS NOTHING TO BALANCE AND THE NIGHT IS SUSPECT
003430******************************************************************
003440 1000-INITIALIZE.
003450     ACCEPT NIT-RUN-DATE FROM DATE YYYYMMDD
003460     ACCEPT NIT-RUN-TIME FROM TIME
003470     DISPLAY "NIGHT-RUN BALANCING REPORT - RUN DATE "
003480         NIT-RUN-DATE
003490     OPEN INPUT RUN-LOG-FILE
003500     IF NIT-RUNLOG-STATUS NOT = "00"
003510         DISPLAY "** UNABLE TO OPEN THE RUN LOG - STATUS: "
003520             NIT-RUNLOG-STATUS
003530         DISPLAY "** NOTHING POSTED LAST NIGHT, OR THE LOG IS "
003540             "LOST - TREAT THE NIGHT AS UNPROVED."
003550         SET NIT-REPORT-ABORT TO TRUE
003560         GO TO 1000-EXIT
003570     END-IF
003580     OPEN OUTPUT REPORT-FILE
003590     IF NIT-REPORT-STATUS NOT = "00"
003600         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
003610             NIT-REPORT-STATUS
003620         DISPLAY "** REPORT RUN ABORTED."
003630         CLOSE RUN-LOG-FILE
003640         SET NIT-REPORT-ABORT TO TRUE
003650         GO TO 1000-EXIT
003660     END-IF
003670     MOVE NIT-RUN-DATE TO NIT-HDG-DATE
003680     MOVE NIT-RUN-TIME TO NIT-HDG-TIME
003690     MOVE SPACES TO REPORT-RECORD
003700     MOVE NIT-HEADING-1 TO REPORT-RECORD
003710     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003720     MOVE SPACES TO REPORT-RECORD
003730     MOVE NIT-HEADING-2 TO REPORT-RECORD
003740     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
003750     MOVE SPACES TO REPORT-RECORD
003760     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003770     PERFORM 1100-READ-NIGHT-START THRU 1100-EXIT
003780     PERFORM 1200-SET-TONIGHTS-WINDOW THRU 1200-EXIT.
003790 1000-EXIT.
003800     EXIT.
003810*
003820******************************************************************
003830* 1100-READ-NIGHT-START - THE START OF THE NIGHT COMES FROM THE
003840* GATE'S OWN FIBGPARM CARD SO THE REPORT AND THE GATE DRAW THE
003850* SAME LINE. NO CARD, OR NO USABLE TIME ON IT, LEAVES 1800.
003860******************************************************************
003870 1100-READ-NIGHT-START.
003880     OPEN INPUT PARM-FILE
003890     IF NIT-PARM-STATUS NOT = "00"
003900         GO TO 1100-EXIT
003910     END-IF
003920     READ PARM-FILE
003930     IF NIT-PARM-STATUS = "00"
003940         IF GPP-NIGHT-START IS NUMERIC
003950            AND GPP-NIGHT-START < 2400
003960            AND GPP-NIGHT-START > ZERO
003970             MOVE GPP-NIGHT-START TO NIT-NIGHT-START
003980         END-IF
003990     END-IF
004000     CLOSE PARM-FILE.
004010 1100-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050* 1200-SET-TONIGHTS-WINDOW - ON OR AFTER THE START TIME THE
004060* NIGHT BEGAN TODAY; BEFORE IT (PAST MIDNIGHT) THE NIGHT BEGAN
004070* YESTERDAY
004080******************************************************************
004090 1200-SET-TONIGHTS-WINDOW.
004100     COMPUTE NIT-WINDOW-TIME = NIT-NIGHT-START * 10000
004110     MOVE NIT-RUN-DATE TO NIT-WINDOW-DATE
004120     IF NIT-RUN-TIME < NIT-WINDOW-TIME
004130         PERFORM 1250-BACK-UP-ONE-DAY THRU 1250-EXIT
004140         MOVE NIT-PRIOR-DAY TO NIT-WINDOW-DATE
004150     END-IF
004160     DISPLAY "  GATE LINES REPORTED FROM: " NIT-WINDOW-DATE " "
004170         NIT-WINDOW-TIME.
004180 1200-EXIT.
004190     EXIT.
004200*
004210 1250-BACK-UP-ONE-DAY.
004220     MOVE NIT-RUN-DATE TO NIT-PRIOR-DAY
004230     IF NIT-PRI-DAY > 1
004240         SUBTRACT 1 FROM NIT-PRI-DAY
004250         GO TO 1250-EXIT
004260     END-IF
004270     IF NIT-PRI-MONTH = 1
004280         MOVE 12 TO NIT-PRI-MONTH
004290         SUBTRACT 1 FROM NIT-PRI-YEAR
004300     ELSE
004310         SUBTRACT 1 FROM NIT-PRI-MONTH
004320     END-IF
004330     MOVE NIT-MONTH-LENGTH (NIT-PRI-MONTH) TO NIT-PRI-DAY
004340     IF NIT-PRI-MONTH NOT = 2
004350         GO TO 1250-EXIT
004360     END-IF
004370*    FEBRUARY: EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE
004380*    BY 400.
004390     DIVIDE NIT-PRI-YEAR BY 4 GIVING NIT-LEAP-QUOTIENT
004400         REMAINDER NIT-LEAP-REMAINDER
004410     IF NIT-LEAP-REMAINDER NOT = ZERO
004420         GO TO 1250-EXIT
004430     END-IF
004440     MOVE 29 TO NIT-PRI-DAY
004450     DIVIDE NIT-PRI-YEAR BY 100 GIVING NIT-LEAP-QUOTIENT
004460         REMAINDER NIT-LEAP-REMAINDER
004470     IF NIT-LEAP-REMAINDER NOT = ZERO
004480         GO TO 1250-EXIT
004490     END-IF
004500     DIVIDE NIT-PRI-YEAR BY 400 GIVING NIT-LEAP-QUOTIENT
004510         REMAINDER NIT-LEAP-REMAINDER
004520     IF NIT-LEAP-REMAINDER NOT = ZERO
004530         MOVE 28 TO NIT-PRI-DAY
004540     END-IF.
004550 1250-EXIT.
004560     EXIT.
004570*
004580******************************************************************
004590* 2000-PROCESS-RUN-LOG - PRINT EVERY POSTED RUN AND KEEP THE
004600* LAST POSTING PER PROGRAM FOR THE CROSS-FOOT
004610******************************************************************
004620 2000-PROCESS-RUN-LOG.
004630     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
004640         UNTIL NIT-END-OF-LOG.
004650 2000-EXIT.
004660     EXIT.
004670*
004680 2100-PROCESS-ONE-RECORD.
004690     READ RUN-LOG-FILE
004700         AT END
004710             MOVE "Y" TO NIT-END-OF-LOG-SW
004720         NOT AT END
004730             ADD 1 TO NIT-RECORDS-READ
004740             IF RLG-RECORDS-READ IS NUMERIC
004750                AND RLG-RECORDS-WRITTEN IS NUMERIC
004760                AND RLG-RECORDS-REJECTED IS NUMERIC
004770                AND RLG-HASH-TOTAL IS NUMERIC
004780                AND RLG-RETURN-CODE IS NUMERIC
004790                 PERFORM 2200-PRINT-ONE-RUN THRU 2200-EXIT
004800                 PERFORM 2300-CAPTURE-ONE-RUN THRU 2300-EXIT
004810             ELSE
004820                 ADD 1 TO NIT-BAD-RECORDS
004830             END-IF
004840     END-READ.
004850 2100-EXIT.
004860     EXIT.
004870*
004880 2200-PRINT-ONE-RUN.
004890     MOVE SPACES TO NIT-DETAIL-LINE
004900     MOVE RLG-PROGRAM-ID TO NIT-DET-PROGRAM
004910     MOVE RLG-RUN-DATE TO NIT-DET-DATE
004920     MOVE RLG-RUN-TIME TO NIT-DET-TIME
004930     MOVE RLG-RECORDS-READ TO NIT-DET-READ
004940     MOVE RLG-RECORDS-WRITTEN TO NIT-DET-WRITTEN
004950     MOVE RLG-RECORDS-REJECTED TO NIT-DET-REJECTED
004960     MOVE RLG-HASH-TOTAL TO NIT-DET-HASH
004970     MOVE RLG-RETURN-CODE TO NIT-DET-RC
004980     MOVE SPACES TO REPORT-RECORD
004990     MOVE NIT-DETAIL-LINE TO REPORT-RECORD
005000     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005010 2200-EXIT.
005020     EXIT.
005030*
005040 2300-CAPTURE-ONE-RUN.
005050     EVALUATE RLG-PROGRAM-ID
005060         WHEN "FIBCNVDRV"
005070             SET NIT-CNV-POSTED TO TRUE
005080             MOVE RLG-RECORDS-READ TO NIT-CNV-READ
005090             MOVE RLG-RECORDS-WRITTEN TO NIT-CNV-WRITTEN
005100             MOVE RLG-RECORDS-REJECTED TO NIT-CNV-REJECTED
005110             MOVE RLG-HASH-TOTAL TO NIT-CNV-HASH
005120             MOVE RLG-RETURN-CODE TO NIT-CNV-RC
005130         WHEN "FIBRECON"
005140             SET NIT-REC-POSTED TO TRUE
005150             MOVE RLG-RECORDS-READ TO NIT-REC-READ
005160             MOVE RLG-RECORDS-WRITTEN TO NIT-REC-WRITTEN
005170             MOVE RLG-RECORDS-REJECTED TO NIT-REC-REJECTED
005180             MOVE RLG-HASH-TOTAL TO NIT-REC-HASH
005190             MOVE RLG-RETURN-CODE TO NIT-REC-RC
005200         WHEN "FIBAUDHSK"
005210             SET NIT-HSK-POSTED TO TRUE
005220             MOVE RLG-RECORDS-READ TO NIT-HSK-READ
005230             MOVE RLG-RECORDS-WRITTEN TO NIT-HSK-WRITTEN
005240             MOVE RLG-RECORDS-REJECTED TO NIT-HSK-REJECTED
005250             MOVE RLG-HASH-TOTAL TO NIT-HSK-HASH
005260             MOVE RLG-RETURN-CODE TO NIT-HSK-RC
005270         WHEN "FIBSETTL"
005280             SET NIT-STL-POSTED TO TRUE
005290             MOVE RLG-RECORDS-READ TO NIT-STL-READ
005300             MOVE RLG-RECORDS-WRITTEN TO NIT-STL-WRITTEN
005310             MOVE RLG-RECORDS-REJECTED TO NIT-STL-REJECTED
005320             MOVE RLG-HASH-TOTAL TO NIT-STL-HASH
005330             MOVE RLG-RETURN-CODE TO NIT-STL-RC
005340         WHEN "FIBSPLIT"
005350             SET NIT-SPL-POSTED TO TRUE
005360             MOVE RLG-RECORDS-READ TO NIT-SPL-READ
005370             MOVE RLG-RECORDS-WRITTEN TO NIT-SPL-WRITTEN
005380             MOVE RLG-RECORDS-REJECTED TO NIT-SPL-REJECTED
005390             MOVE RLG-HASH-TOTAL TO NIT-SPL-HASH
005400             MOVE RLG-RETURN-CODE TO NIT-SPL-RC
005410         WHEN "FIBMERGE"
005420             SET NIT-MRG-POSTED TO TRUE
005430             MOVE RLG-RECORDS-READ TO NIT-MRG-READ
005440             MOVE RLG-RECORDS-WRITTEN TO NIT-MRG-WRITTEN
005450             MOVE RLG-RECORDS-REJECTED TO NIT-MRG-REJECTED
005460             MOVE RLG-HASH-TOTAL TO NIT-MRG-HASH
005470             MOVE RLG-RETURN-CODE TO NIT-MRG-RC
005480         WHEN OTHER
005490             CONTINUE
005500     END-EVALUATE.
005510 2300-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550* 3000-PRINT-GATE-DECISIONS - EVERY LINE THE JOB-STEP GATE POSTED
005560* TONIGHT, PREDECESSOR CHECKS UNDER THE DECISION THEY LED TO, AND
005570* THE LAST DECISION PER STEP KEPT FOR THE CROSS-FOOT. LINES FROM
005580* EARLIER NIGHTS ARE COUNTED, NOT PRINTED OR JUDGED.
005590******************************************************************
005600 3000-PRINT-GATE-DECISIONS.
005610     MOVE SPACES TO REPORT-RECORD
005620     MOVE "JOB-STEP GATE DECISIONS" TO REPORT-RECORD
005630     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
005640     OPEN INPUT GATE-LOG-FILE
005650     IF NIT-GATELOG-STATUS NOT = "00"
005660         MOVE SPACES TO REPORT-RECORD
005670         MOVE "  NO GATE DECISION LOG - THE CHAIN RAN UNGATED." TO
005680             REPORT-RECORD
005690         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005700         GO TO 3000-EXIT
005710     END-IF
005720     SET NIT-GATE-LOG-FOUND TO TRUE
005730     MOVE NIT-WINDOW-DATE TO NIT-GWL-DATE
005740     MOVE NIT-WINDOW-TIME TO NIT-GWL-TIME
005750     MOVE SPACES TO REPORT-RECORD
005760     MOVE NIT-GATE-WINDOW-LINE TO REPORT-RECORD
005770     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005780     MOVE SPACES TO REPORT-RECORD
005790     MOVE NIT-GATE-HEADING TO REPORT-RECORD
005800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005810     PERFORM 3100-PRINT-ONE-GATE-LINE THRU 3100-EXIT
005820         UNTIL NIT-END-OF-GATE-LOG
005830     CLOSE GATE-LOG-FILE
005840     IF NIT-GATE-EARLIER-COUNT > ZERO
005850         MOVE NIT-GATE-EARLIER-COUNT TO NIT-GEL-COUNT
005860         MOVE SPACES TO REPORT-RECORD
005870         MOVE NIT-GATE-EARLIER-LINE TO REPORT-RECORD
005880         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005890     END-IF.
005900 3000-EXIT.
005910     EXIT.
005920*
005930 3100-PRINT-ONE-GATE-LINE.
005940     READ GATE-LOG-FILE
005950         AT END
005960             MOVE "Y" TO NIT-END-OF-GATE-LOG-SW
005970             GO TO 3100-EXIT
005980     END-READ
005990     ADD 1 TO NIT-GATE-RECORDS-READ
006000     IF GLG-RUN-DATE NOT NUMERIC
006010        OR GLG-RUN-TIME NOT NUMERIC
006020         ADD 1 TO NIT-GATE-EARLIER-COUNT
006030         GO TO 3100-EXIT
006040     END-IF
006050     MOVE GLG-RUN-DATE TO NIT-GATE-STAMP-DATE
006060     MOVE GLG-RUN-TIME TO NIT-GATE-STAMP-TIME
006070     IF NIT-GATE-STAMP < NIT-WINDOW-START
006080         ADD 1 TO NIT-GATE-EARLIER-COUNT
006090         GO TO 3100-EXIT
006100     END-IF
006110     MOVE SPACES TO NIT-GATE-LINE
006120     MOVE GLG-RUN-DATE TO NIT-GTL-DATE
006130     MOVE GLG-RUN-TIME TO NIT-GTL-TIME
006140     MOVE GLG-STEP-NAME TO NIT-GTL-STEP
006150     MOVE GLG-DECISION TO NIT-GTL-DECISION
006160     MOVE GLG-REASON TO NIT-GTL-REASON
006170     IF GLG-PREDECESSOR-LINE
006180         MOVE GLG-PREDECESSOR TO NIT-GTL-PREDECESSOR
006190         MOVE GLG-MAXIMUM-RC TO NIT-GTL-MAXIMUM-RC
006200         MOVE GLG-PREDECESSOR-RC TO NIT-GTL-PREDECESSOR-RC
006210         MOVE GLG-PREDECESSOR-DATE TO NIT-GTL-POSTED-DATE
006220         MOVE GLG-PREDECESSOR-TIME TO NIT-GTL-POSTED-TIME
006230     END-IF
006240     MOVE SPACES TO REPORT-RECORD
006250     MOVE NIT-GATE-LINE TO REPORT-RECORD
006260     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006270     IF GLG-DECISION-LINE
006280         PERFORM 3200-KEEP-LAST-DECISION THRU 3200-EXIT
006290     END-IF.
006300 3100-EXIT.
006310     EXIT.
006320*
006330 3200-KEEP-LAST-DECISION.
006340     MOVE "N" TO NIT-GATED-STEP-FOUND-SW
006350     PERFORM 3250-FIND-GATED-STEP THRU 3250-EXIT
006360         VARYING NIT-GATE-IDX FROM 1 BY 1
006370             UNTIL NIT-GATE-IDX > NIT-GATED-STEP-COUNT
006380                OR NIT-GATED-STEP-FOUND
006390     IF NIT-GATED-STEP-FOUND
006400         SUBTRACT 1 FROM NIT-GATE-IDX
006410     ELSE
006420         IF NIT-GATED-STEP-COUNT >= 30
006430             ADD 1 TO NIT-GATE-OVERFLOW-COUNT
006440             GO TO 3200-EXIT
006450         END-IF
006460         ADD 1 TO NIT-GATED-STEP-COUNT
006470         MOVE NIT-GATED-STEP-COUNT TO NIT-GATE-IDX
006480         MOVE GLG-STEP-NAME TO NIT-GST-STEP (NIT-GATE-IDX)
006490     END-IF
006500     MOVE GLG-DECISION TO NIT-GST-DECISION (NIT-GATE-IDX)
006510     MOVE GLG-REASON TO NIT-GST-REASON (NIT-GATE-IDX).
006520 3200-EXIT.
006530     EXIT.
006540*
006550 3250-FIND-GATED-STEP.
006560     IF NIT-GST-STEP (NIT-GATE-IDX) = GLG-STEP-NAME
006570         SET NIT-GATED-STEP-FOUND TO TRUE
006580     END-IF.
006590 3250-EXIT.
006600     EXIT.
006610*
006620******************************************************************
006630* 7000-CROSS-FOOT-THE-NIGHT - EVERY CHECK PRINTS EXACTLY ONE
006640* LINE, OK OR FLAGGED, AND A FLAGGED LINE NAMES THE STEP TO
006650* RERUN. THE CHAIN: DRIVER INTERNAL BALANCE, DRIVER (OR MERGE)
006660* AGAINST THE RECONCILIATION, SPLIT DEAL-OUT, MERGE AGAINST
006670* THE SPLIT, SETTLEMENT INTERNAL BALANCE, AND EVERY STEP'S
006680* CONDITION CODE.
006690******************************************************************
006700 7000-CROSS-FOOT-THE-NIGHT.
006710     MOVE SPACES TO REPORT-RECORD
006720     MOVE "CROSS-FOOT CHECKS" TO REPORT-RECORD
006730     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
006740     PERFORM 7100-CHECK-THE-DECODE THRU 7100-EXIT
006750     PERFORM 7200-CHECK-THE-RECON THRU 7200-EXIT
006760     PERFORM 7300-CHECK-THE-SPLIT-MERGE THRU 7300-EXIT
006770     PERFORM 7400-CHECK-THE-SETTLEMENT THRU 7400-EXIT
006780     PERFORM 7500-CHECK-THE-HOUSEKEEPING THRU 7500-EXIT
006790     PERFORM 7600-CHECK-CONDITION-CODES THRU 7600-EXIT
006800     PERFORM 7700-CHECK-THE-GATES THRU 7700-EXIT
006810     IF NIT-BAD-RECORDS > ZERO
006820         MOVE "** " TO NIT-CHK-FLAG
006830         MOVE "RUN LOG CARRIES UNREADABLE RECORDS" TO
006840             NIT-CHK-TEXT
006850         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
006860         ADD 1 TO NIT-FAULT-COUNT
006870     END-IF.
006880 7000-EXIT.
006890     EXIT.
006900*
006910 7100-CHECK-THE-DECODE.
006920     IF NOT NIT-CNV-POSTED
006930         MOVE "** " TO NIT-CHK-FLAG
006940         MOVE "FIBCNVDRV POSTED NO RUN RECORD" TO
006950             NIT-CHK-TEXT
006960         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
006970         ADD 1 TO NIT-FAULT-COUNT
006980         GO TO 7100-EXIT
006990     END-IF
007000     COMPUTE NIT-BALANCE-COUNT =
007010         NIT-CNV-WRITTEN + NIT-CNV-REJECTED
007020     IF NIT-BALANCE-COUNT = NIT-CNV-READ
007030         MOVE "OK " TO NIT-CHK-FLAG
007040         MOVE "FIBCNVDRV BALANCES TO ITS RECORDS READ" TO
007050             NIT-CHK-TEXT
007060     ELSE
007070         MOVE "** " TO NIT-CHK-FLAG
007080         MOVE "FIBCNVDRV OUT OF BALANCE - RERUN FIBCNVDRV" TO
007090             NIT-CHK-TEXT
007100         ADD 1 TO NIT-FAULT-COUNT
007110     END-IF
007120     PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT.
007130 7100-EXIT.
007140     EXIT.
007150*
007160******************************************************************
007170* 7200-CHECK-THE-RECON - THE RECONCILIATION'S DETAILS AND HASH
007180* MUST AGREE WITH THE FILE IT PROVED: THE MERGED BATCHOUT ON A
007190* SPLIT NIGHT, THE DRIVER'S BATCHOUT OTHERWISE
007200******************************************************************
007210 7200-CHECK-THE-RECON.
007220     IF NOT NIT-REC-POSTED
007230         MOVE "** " TO NIT-CHK-FLAG
007240         MOVE "FIBRECON POSTED NO RUN RECORD - RERUN IT" TO
007250             NIT-CHK-TEXT
007260         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
007270         ADD 1 TO NIT-FAULT-COUNT
007280         GO TO 7200-EXIT
007290     END-IF
007300     IF NIT-MRG-POSTED
007310         IF NIT-REC-WRITTEN = NIT-MRG-WRITTEN
007320            AND NIT-REC-HASH = NIT-MRG-HASH
007330             MOVE "OK " TO NIT-CHK-FLAG
007340             MOVE "FIBRECON AGREES WITH THE MERGE TRAILER" TO
007350                 NIT-CHK-TEXT
007360         ELSE
007370             MOVE "** " TO NIT-CHK-FLAG
007380             MOVE "FIBRECON DISAGREES WITH FIBMERGE" TO
007390                 NIT-CHK-TEXT
007400             ADD 1 TO NIT-FAULT-COUNT
007410         END-IF
007420     ELSE
007430         IF NIT-REC-WRITTEN = NIT-CNV-WRITTEN
007440            AND NIT-REC-HASH = NIT-CNV-HASH
007450             MOVE "OK " TO NIT-CHK-FLAG
007460             MOVE "FIBRECON AGREES WITH THE DRIVER TRAILER" TO
007470                 NIT-CHK-TEXT
007480         ELSE
007490             MOVE "** " TO NIT-CHK-FLAG
007500             MOVE "FIBRECON DISAGREES WITH FIBCNVDRV" TO
007510                 NIT-CHK-TEXT
007520             ADD 1 TO NIT-FAULT-COUNT
007530         END-IF
007540     END-IF
007550     PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT.
007560 7200-EXIT.
007570     EXIT.
007580*
007590******************************************************************
007600* 7300-CHECK-THE-SPLIT-MERGE - ONLY ON A SPLIT NIGHT. THE SPLIT
007610* MUST HAVE DEALT EVERY RECORD OUT, AND THE MERGE MUST NOT
007620* CARRY MORE DETAILS THAN THE SPLIT DEALT.
007630******************************************************************
007640 7300-CHECK-THE-SPLIT-MERGE.
007650     IF NOT NIT-SPL-POSTED AND NOT NIT-MRG-POSTED
007660         GO TO 7300-EXIT
007670     END-IF
007680     IF NIT-SPL-POSTED
007690         IF NIT-SPL-WRITTEN = NIT-SPL-READ
007700             MOVE "OK " TO NIT-CHK-FLAG
007710             MOVE "FIBSPLIT DEALT EVERY INPUT RECORD OUT" TO
007720                 NIT-CHK-TEXT
007730         ELSE
007740             MOVE "** " TO NIT-CHK-FLAG
007750             MOVE "FIBSPLIT SHORT-DEALT - RERUN FIBSPLIT" TO
007760                 NIT-CHK-TEXT
007770             ADD 1 TO NIT-FAULT-COUNT
007780         END-IF
007790         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
007800     END-IF
007810     IF NIT-MRG-POSTED AND NIT-SPL-POSTED
007820         IF NIT-MRG-WRITTEN <= NIT-SPL-READ
007830             MOVE "OK " TO NIT-CHK-FLAG
007840             MOVE "FIBMERGE DETAILS WITHIN THE SPLIT INPUT" TO
007850                 NIT-CHK-TEXT
007860         ELSE
007870             MOVE "** " TO NIT-CHK-FLAG
007880             MOVE "FIBMERGE OVERRAN THE SPLIT - RERUN IT" TO
007890                 NIT-CHK-TEXT
007900             ADD 1 TO NIT-FAULT-COUNT
007910         END-IF
007920         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
007930     END-IF.
007940 7300-EXIT.
007950     EXIT.
007960*
007970 7400-CHECK-THE-SETTLEMENT.
007980     IF NOT NIT-STL-POSTED
007990         GO TO 7400-EXIT
008000     END-IF
008010     COMPUTE NIT-BALANCE-COUNT =
008020         NIT-STL-WRITTEN + NIT-STL-REJECTED
008030     IF NIT-BALANCE-COUNT = NIT-STL-READ
008040         MOVE "OK " TO NIT-CHK-FLAG
008050         MOVE "FIBSETTL BALANCES TO ITS RECORDS READ" TO
008060             NIT-CHK-TEXT
008070     ELSE
008080         MOVE "** " TO NIT-CHK-FLAG
008090         MOVE "FIBSETTL OUT OF BALANCE - RERUN FIBSETTL" TO
008100             NIT-CHK-TEXT
008110         ADD 1 TO NIT-FAULT-COUNT
008120     END-IF
008130     PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT.
008140 7400-EXIT.
008150     EXIT.
008160*
008170 7500-CHECK-THE-HOUSEKEEPING.
008180     IF NOT NIT-HSK-POSTED
008190         MOVE "** " TO NIT-CHK-FLAG
008200         MOVE "FIBAUDHSK POSTED NO RUN RECORD - RERUN IT" TO
008210             NIT-CHK-TEXT
008220         ADD 1 TO NIT-FAULT-COUNT
008230     ELSE
008240         MOVE "OK " TO NIT-CHK-FLAG
008250         MOVE "FIBAUDHSK POSTED ITS ARCHIVE COUNT" TO
008260             NIT-CHK-TEXT
008270     END-IF
008280     PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT.
008290 7500-EXIT.
008300     EXIT.
008310*
008320******************************************************************
008330* 7600-CHECK-CONDITION-CODES - ANY STEP THAT HANDED THE
008340* SCHEDULER 8 OR WORSE IS FLAGGED BY NAME
008350******************************************************************
008360 7600-CHECK-CONDITION-CODES.
008370     IF NIT-CNV-POSTED AND NIT-CNV-RC >= 8
008380         MOVE "** " TO NIT-CHK-FLAG
008390         MOVE "FIBCNVDRV ENDED RC 8+ - RERUN FIBCNVDRV" TO
008400             NIT-CHK-TEXT
008410         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
008420         ADD 1 TO NIT-FAULT-COUNT
008430     END-IF
008440     IF NIT-REC-POSTED AND NIT-REC-RC >= 8
008450         MOVE "** " TO NIT-CHK-FLAG
008460         MOVE "FIBRECON ENDED RC 8+ - RESOLVE ITS REPORT" TO
008470             NIT-CHK-TEXT
008480         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
008490         ADD 1 TO NIT-FAULT-COUNT
008500     END-IF
008510     IF NIT-HSK-POSTED AND NIT-HSK-RC >= 8
008520         MOVE "** " TO NIT-CHK-FLAG
008530         MOVE "FIBAUDHSK ENDED RC 8+ - RERUN FIBAUDHSK" TO
008540             NIT-CHK-TEXT
008550         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
008560         ADD 1 TO NIT-FAULT-COUNT
008570     END-IF
008580     IF NIT-STL-POSTED AND NIT-STL-RC >= 8
008590         MOVE "** " TO NIT-CHK-FLAG
008600         MOVE "FIBSETTL ENDED RC 8+ - RERUN FIBSETTL" TO
008610             NIT-CHK-TEXT
008620         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
008630         ADD 1 TO NIT-FAULT-COUNT
008640     END-IF
008650     IF NIT-SPL-POSTED AND NIT-SPL-RC >= 8
008660         MOVE "** " TO NIT-CHK-FLAG
008670         MOVE "FIBSPLIT ENDED RC 8+ - RERUN FIBSPLIT" TO
008680             NIT-CHK-TEXT
008690         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
008700         ADD 1 TO NIT-FAULT-COUNT
008710     END-IF
008720     IF NIT-MRG-POSTED AND NIT-MRG-RC >= 8
008730         MOVE "** " TO NIT-CHK-FLAG
008740         MOVE "FIBMERGE ENDED RC 8+ - RERUN FIBMERGE" TO
008750             NIT-CHK-TEXT
008760         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
008770         ADD 1 TO NIT-FAULT-COUNT
008780     END-IF.
008790 7600-EXIT.
008800     EXIT.
008810*
008820******************************************************************
008830* 7700-CHECK-THE-GATES - EVERY STEP STILL HELD AT ITS GATE IS
008840* FLAGGED BY NAME WITH THE GATE'S REASON
008850******************************************************************
008860 7700-CHECK-THE-GATES.
008870     IF NOT NIT-GATE-LOG-FOUND
008880         GO TO 7700-EXIT
008890     END-IF
008900     PERFORM 7750-CHECK-ONE-GATED-STEP THRU 7750-EXIT
008910         VARYING NIT-GATE-IDX FROM 1 BY 1
008920             UNTIL NIT-GATE-IDX > NIT-GATED-STEP-COUNT
008930     IF NIT-GATE-OVERFLOW-COUNT > ZERO
008940         MOVE "** " TO NIT-CHK-FLAG
008950         MOVE "GATE LOG NAMES OVER 30 STEPS - READ IT IN FULL"
008960             TO NIT-CHK-TEXT
008970         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
008980         ADD 1 TO NIT-FAULT-COUNT
008990     END-IF
009000     IF NIT-GATE-HELD-COUNT = ZERO
009010         MOVE "OK " TO NIT-CHK-FLAG
009020         MOVE "EVERY GATED STEP PASSED ITS GATE" TO NIT-CHK-TEXT
009030         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
009040     END-IF.
009050 7700-EXIT.
009060     EXIT.
009070*
009080 7750-CHECK-ONE-GATED-STEP.
009090     IF NIT-GST-DECISION (NIT-GATE-IDX) NOT = "PASS"
009100         MOVE NIT-GST-STEP (NIT-GATE-IDX) TO NIT-GHT-STEP
009110         MOVE NIT-GST-REASON (NIT-GATE-IDX) TO NIT-GHT-REASON
009120         MOVE "** " TO NIT-CHK-FLAG
009130         MOVE NIT-GATE-HOLD-TEXT TO NIT-CHK-TEXT
009140         PERFORM 7900-PRINT-CHECK-LINE THRU 7900-EXIT
009150         ADD 1 TO NIT-GATE-HELD-COUNT
009160         ADD 1 TO NIT-FAULT-COUNT
009170     END-IF.
009180 7750-EXIT.
009190     EXIT.
009200*
009210 7900-PRINT-CHECK-LINE.
009220     MOVE SPACES TO REPORT-RECORD
009230     MOVE NIT-CHECK-LINE TO REPORT-RECORD
009240     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
009250 7900-EXIT.
009260     EXIT.
009270*
009280******************************************************************
009290* 9999-TERMINATE - CLOSE OUT AND TELL THE CONSOLE THE VERDICT
009300******************************************************************
009310 9999-TERMINATE.
009320     MOVE SPACES TO REPORT-RECORD
009330     IF NIT-FAULT-COUNT = ZERO
009340         MOVE "THE NIGHT BALANCES - NOTHING TO RERUN." TO
009350             REPORT-RECORD
009360     ELSE
009370         MOVE "THE NIGHT DOES NOT BALANCE - SEE THE FLAGS." TO
009380             REPORT-RECORD
009390     END-IF
009400     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
009410     CLOSE RUN-LOG-FILE
009420     CLOSE REPORT-FILE
009430     DISPLAY "BALANCING REPORT COMPLETE - RUNS POSTED: "
009440         NIT-RECORDS-READ
009450         " FLAGGED CHECKS: " NIT-FAULT-COUNT.
009460 9999-EXIT.
009470     EXIT.
