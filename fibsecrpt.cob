000100******************************************************************
000110* FIBONACCI SECURITY-VIOLATION REVIEW REPORT AND LOCKOUT
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. FIBSECRPT.
000150 AUTHOR. DP-APPLICATIONS-GROUP.
000160 INSTALLATION. NIGHT-BATCH-CENTER.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  --------------------------------------------
000230* 10/15/2026 DPG   ORIGINAL VERSION. READS THE FIBSECLG SECURITY
000240*                  LOG BACK FOR A RUN-DATE RANGE AND PRINTS EVERY
000250*                  DENIAL, THE DENIALS BY OPERATOR, BY PROGRAM AND
000260*                  BY FUNCTION, AND THE OPERATORS DENIED MORE THAN
000270*                  AN OPERATOR-SUPPLIED NUMBER OF TIMES ON ANY ONE
000280*                  DAY. ON REQUEST, AND ONLY FOR A LEVEL-3
000290*                  ADMINISTRATOR, THOSE OPERATORS ARE SET INACTIVE
000300*                  ON FIBOPMST AND EACH LOCKOUT IS POSTED TO THE
000310*                  FIBOPHST CHANGE HISTORY, SO THE LOCKOUT AND THE
000320*                  LATER REINSTATEMENT BY FIBOPRMNT SIT ON ONE
000330*                  TRAIL. CONDITION CODE: 0 NOTHING OVER
000340*                  THRESHOLD, 4 OPERATORS FLAGGED, 8 LOCKOUT
000350*                  REQUESTED BUT NOT APPLIED, 16 ABORTED. FIBOPHST
000360*                  IS OPENED BEFORE THE MASTER IS REWRITTEN. IF IT
000370*                  WILL NOT OPEN NO LOCKOUT IS APPLIED, AND A
000380*                  LOCKOUT WHOSE HISTORY WRITE FAILS IS MARKED AS
000390*                  SUCH; EITHER WAY THE RUN ENDS 8, SO NO LOCKOUT
000400*                  SITS ON FIBOPMST UNSEEN WITHOUT ITS TRAIL
000410*                  RECORD. A MASTER REWRITE STOPS AT ITS FIRST
000420*                  FAILED WRITE.
000430*
000440******************************************************************
000450* ENVIRONMENT DIVISION
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SECURITY-LOG-FILE ASSIGN TO FIBSECLG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SVR-SECURITY-STATUS.
000530     SELECT OPERATOR-FILE ASSIGN TO FIBOPMST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SVR-OPERATOR-STATUS.
000560     SELECT HISTORY-FILE ASSIGN TO FIBOPHST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SVR-HISTORY-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO FIBSECRP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SVR-REPORT-STATUS.
000620     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS SVR-RUNLOG-STATUS.
000650*
000660******************************************************************
000670* DATA DIVISION
000680******************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SECURITY-LOG-FILE.
000720 COPY SECREC.
000730 FD  OPERATOR-FILE.
000740 COPY OPRREC.
000750 FD  HISTORY-FILE.
000760 COPY OPHSTREC.
000770 FD  REPORT-FILE.
000780 01  REPORT-RECORD                    PIC X(132).
000790 FD  RUN-LOG-FILE.
000800 COPY RUNLOG.
000810*
000820 WORKING-STORAGE SECTION.
000830* ---------------------------------------------------------
000840* FILE STATUS AND RUN SWITCHES
000850* ---------------------------------------------------------
000860 77  SVR-SECURITY-STATUS              PIC X(02) VALUE SPACES.
000870 77  SVR-OPERATOR-STATUS              PIC X(02) VALUE SPACES.
000880 77  SVR-HISTORY-STATUS               PIC X(02) VALUE SPACES.
000890 77  SVR-REPORT-STATUS                PIC X(02) VALUE SPACES.
000900 77  SVR-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
000910 01  SVR-END-OF-LOG-SW                PIC X(01) VALUE "N".
000920     88  SVR-END-OF-LOG                         VALUE "Y".
000930 01  SVR-LOG-OPEN-SW                  PIC X(01) VALUE "N".
000940     88  SVR-LOG-FILE-OPEN                      VALUE "Y".
000950 01  SVR-REPORT-ABORT-SW              PIC X(01) VALUE "N".
000960     88  SVR-REPORT-ABORT                       VALUE "Y".
000970 01  SVR-SELECTED-SW                  PIC X(01) VALUE "N".
000980     88  SVR-RECORD-SELECTED                    VALUE "Y".
000990 01  SVR-FOUND-SW                     PIC X(01) VALUE "N".
001000     88  SVR-ENTRY-FOUND                        VALUE "Y".
001010 01  SVR-SUMMARY-SW                   PIC X(01) VALUE "N".
001020     88  SVR-ON-SUMMARY                         VALUE "Y".
001030 01  SVR-LOCKOUT-FAILED-SW            PIC X(01) VALUE "N".
001040     88  SVR-LOCKOUT-FAILED                     VALUE "Y".
001050*
001060* ---------------------------------------------------------
001070* SELECTION CRITERIA, ACCEPTED FROM THE OPERATOR. ZERO DATES
001080* MEAN NO SELECTION ON THAT BOUND; A ZERO THRESHOLD FALLS
001090* BACK TO 5 DENIALS IN ONE DAY.
001100* ---------------------------------------------------------
001110 01  SVR-FROM-DATE                    PIC 9(08) VALUE ZERO.
001120 01  SVR-TO-DATE                      PIC 9(08) VALUE ZERO.
001130 01  SVR-THRESHOLD                    PIC 9(03) VALUE ZERO.
001140 01  SVR-LOCKOUT-SW                   PIC X(01) VALUE "N".
001150     88  SVR-LOCKOUT-WANTED                     VALUE "Y".
001160 01  SVR-LOCKOUT-ASKED                PIC X(01) VALUE "N".
001170*
001180* ---------------------------------------------------------
001190* OPERATOR AUTHORIZATION - ONLY NEEDED FOR THE LOCKOUT, WHICH
001200* CHANGES THE FIBOPMST MASTER AND SO NEEDS LEVEL 3. THE REPORT
001210* ITSELF IS OPEN TO THE SECURITY REVIEWERS.
001220* ---------------------------------------------------------
001230 01  SVR-OPERATOR-ID                  PIC X(20) VALUE SPACES.
001240 01  SVR-AUTH-LEVEL                   PIC 9(01) VALUE ZERO.
001250 01  SVR-OPER-FOUND-SW                PIC X(01) VALUE "N".
001260     88  SVR-OPER-FOUND                         VALUE "Y".
001270 01  SVR-END-OF-OPERS-SW              PIC X(01) VALUE "N".
001280     88  SVR-END-OF-OPERS                       VALUE "Y".
001290 01  SVR-DENIED-FUNCTION              PIC X(20) VALUE SPACES.
001300*
001310* ---------------------------------------------------------
001320* COUNTERS, SUBSCRIPTS AND PRINT CONTROLS
001330* ---------------------------------------------------------
001340 77  SVR-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
001350 77  SVR-DENIALS-SELECTED             PIC 9(08) VALUE ZERO COMP.
001360 77  SVR-LOCKOUTS-APPLIED             PIC 9(05) VALUE ZERO COMP.
001370 77  SVR-LINE-COUNT                   PIC 9(02) VALUE 99 COMP.
001380 77  SVR-PAGE-COUNT                   PIC 9(04) VALUE ZERO COMP.
001390 77  SVR-TBL-IDX                      PIC 9(03) VALUE ZERO COMP.
001400 77  SVR-FLG-IDX                      PIC 9(03) VALUE ZERO COMP.
001410 77  SVR-MST-SLOT                     PIC 9(03) VALUE ZERO COMP.
001420 01  SVR-RUN-DATE                     PIC 9(08) VALUE ZERO.
001430 01  SVR-RUN-TIME                     PIC 9(08) VALUE ZERO.
001440 01  SVR-HOLD-TITLE                   PIC X(132) VALUE SPACES.
001450*
001460* ---------------------------------------------------------
001470* SUMMARY TABLES - ONE SLOT PER DISTINCT OPERATOR, PROGRAM
001480* AND FUNCTION SEEN AMONG THE SELECTED DENIALS. MORE DISTINCT
001490* ENTRIES THAN SLOTS ROLLS THE OVERFLOW INTO ONE BUCKET.
001500* ---------------------------------------------------------
001510 01  SVR-OPERATOR-TALLY.
001520     05  SVR-OPER-USED                PIC 9(03) VALUE ZERO COMP.
001530     05  SVR-OPER-OVERFLOW            PIC 9(08) VALUE ZERO COMP.
001540     05  SVR-OPER-ENTRY OCCURS 100 TIMES.
001550         10  SVR-OPER-ID              PIC X(20).
001560         10  SVR-OPER-COUNT           PIC 9(08) COMP.
001570 01  SVR-PROGRAM-TALLY.
001580     05  SVR-PGM-USED                 PIC 9(03) VALUE ZERO COMP.
001590     05  SVR-PGM-OVERFLOW             PIC 9(08) VALUE ZERO COMP.
001600     05  SVR-PGM-ENTRY OCCURS 30 TIMES.
001610         10  SVR-PGM-ID               PIC X(09).
001620         10  SVR-PGM-COUNT            PIC 9(08) COMP.
001630 01  SVR-FUNCTION-TALLY.
001640     05  SVR-FUNC-USED                PIC 9(03) VALUE ZERO COMP.
001650     05  SVR-FUNC-OVERFLOW            PIC 9(08) VALUE ZERO COMP.
001660     05  SVR-FUNC-ENTRY OCCURS 50 TIMES.
001670         10  SVR-FUNC-NAME            PIC X(20).
001680         10  SVR-FUNC-COUNT           PIC 9(08) COMP.
001690*
001700* ---------------------------------------------------------
001710* OPERATOR-DAY TABLE - DENIALS PER OPERATOR PER RUN DATE, THE
001720* BASIS OF THE THRESHOLD TEST. AN OVERFLOW HERE MEANS SOME
001730* OPERATOR-DAYS WENT UNTESTED, SO IT IS PRINTED AND GRADED.
001740* ---------------------------------------------------------
001750 01  SVR-DAY-TABLE.
001760     05  SVR-DAY-USED                 PIC 9(03) VALUE ZERO COMP.
001770     05  SVR-DAY-OVERFLOW             PIC 9(08) VALUE ZERO COMP.
001780     05  SVR-DAY-ENTRY OCCURS 500 TIMES.
001790         10  SVR-DAY-OPER             PIC X(20).
001800         10  SVR-DAY-DATE             PIC 9(08).
001810         10  SVR-DAY-COUNT            PIC 9(05) COMP.
001820*
001830* ---------------------------------------------------------
001840* FLAGGED OPERATORS - ONE SLOT PER OPERATOR OVER THE
001850* THRESHOLD, CARRYING THEIR WORST DAY AND WHAT THIS RUN DID
001860* ABOUT THEM
001870* ---------------------------------------------------------
001880 01  SVR-FLAG-TABLE.
001890     05  SVR-FLG-USED                 PIC 9(03) VALUE ZERO COMP.
001900     05  SVR-FLG-ENTRY OCCURS 100 TIMES.
001910         10  SVR-FLG-OPER             PIC X(20).
001920         10  SVR-FLG-DATE             PIC 9(08).
001930         10  SVR-FLG-COUNT            PIC 9(05) COMP.
001940         10  SVR-FLG-DAYS             PIC 9(05) COMP.
001950         10  SVR-FLG-OLD-LEVEL        PIC X(01).
001960         10  SVR-FLG-ACTION           PIC X(24).
001970*
001980* ---------------------------------------------------------
001990* OPERATOR MASTER - HELD IN STORAGE FOR THE LOCKOUT AND
002000* WRITTEN BACK IN FULL, AS FIBOPRMNT DOES. A MASTER LARGER
002010* THAN THE TABLE IS NEVER REWRITTEN.
002020* ---------------------------------------------------------
002030 01  SVR-MASTER-TABLE.
002040     05  SVR-MST-USED                 PIC 9(03) VALUE ZERO COMP.
002050     05  SVR-MST-ENTRY OCCURS 500 TIMES.
002060         10  SVR-MST-ID               PIC X(20).
002070         10  SVR-MST-NAME             PIC X(30).
002080         10  SVR-MST-LEVEL            PIC X(01).
002090         10  SVR-MST-FLAG             PIC X(01).
002100*
002110* ---------------------------------------------------------
002120* PRINT LINES
002130* ---------------------------------------------------------
002140 01  SVR-HEADING-1.
002150     05  FILLER                       PIC X(34) VALUE
002160         "SECURITY-VIOLATION REVIEW REPORT ".
002170     05  FILLER                       PIC X(09) VALUE "RUN DATE ".
002180     05  SVR-HDG-DATE                 PIC 9(08).
002190     05  FILLER                       PIC X(06) VALUE " TIME ".
002200     05  SVR-HDG-TIME                 PIC 9(08).
002210     05  FILLER                       PIC X(06) VALUE " PAGE ".
002220     05  SVR-HDG-PAGE                 PIC ZZZ9.
002230 01  SVR-HEADING-2.
002240     05  FILLER                       PIC X(10)
002250         VALUE "SELECTED: ".
002260     05  FILLER                       PIC X(05) VALUE "FROM ".
002270     05  SVR-HDG-FROM-DATE            PIC 9(08).
002280     05  FILLER                       PIC X(04) VALUE " TO ".
002290     05  SVR-HDG-TO-DATE              PIC 9(08).
002300     05  FILLER                       PIC X(12)
002310         VALUE " THRESHOLD ".
002320     05  SVR-HDG-THRESHOLD            PIC ZZ9.
002330     05  FILLER                       PIC X(23)
002340         VALUE " DENIALS A DAY LOCKOUT ".
002350     05  SVR-HDG-LOCKOUT              PIC X(01).
002360 01  SVR-HEADING-3.
002370     05  FILLER                       PIC X(09) VALUE "RUN-DATE ".
002380     05  FILLER                       PIC X(09) VALUE "RUN-TIME ".
002390     05  FILLER                       PIC X(21) VALUE "OPERATOR".
002400     05  FILLER                       PIC X(10) VALUE "PROGRAM".
002410     05  FILLER                       PIC X(20) VALUE "FUNCTION".
002420 01  SVR-DETAIL-LINE.
002430     05  SVR-DET-DATE                 PIC 9(08).
002440     05  FILLER                       PIC X(01) VALUE SPACE.
002450     05  SVR-DET-TIME                 PIC 9(08).
002460     05  FILLER                       PIC X(01) VALUE SPACE.
002470     05  SVR-DET-OPERATOR             PIC X(20).
002480     05  FILLER                       PIC X(01) VALUE SPACE.
002490     05  SVR-DET-PROGRAM              PIC X(09).
002500     05  FILLER                       PIC X(01) VALUE SPACE.
002510     05  SVR-DET-FUNCTION             PIC X(20).
002520 01  SVR-SUMMARY-LINE.
002530     05  FILLER                       PIC X(02) VALUE SPACES.
002540     05  SVR-SUM-LABEL                PIC X(20).
002550     05  FILLER                       PIC X(01) VALUE SPACE.
002560     05  SVR-SUM-COUNT                PIC ZZ,ZZZ,ZZ9.
002570 01  SVR-FLAG-HEADING.
002580     05  FILLER                       PIC X(02) VALUE SPACES.
002590     05  FILLER                       PIC X(21) VALUE "OPERATOR".
002600     05  FILLER                       PIC X(09) VALUE "WORST DAY".
002610     05  FILLER                       PIC X(08) VALUE "  COUNT".
002620     05  FILLER                       PIC X(08) VALUE "   DAYS".
002630     05  FILLER                       PIC X(02) VALUE SPACES.
002640     05  FILLER                       PIC X(24) VALUE "ACTION".
002650 01  SVR-FLAG-LINE.
002660     05  FILLER                       PIC X(02) VALUE SPACES.
002670     05  SVR-FLAG-OPERATOR            PIC X(20).
002680     05  FILLER                       PIC X(01) VALUE SPACE.
002690     05  SVR-FLAG-DATE                PIC 9(08).
002700     05  FILLER                       PIC X(01) VALUE SPACE.
002710     05  SVR-FLAG-COUNT               PIC ZZ,ZZ9.
002720     05  FILLER                       PIC X(02) VALUE SPACES.
002730     05  SVR-FLAG-DAYS                PIC ZZ,ZZ9.
002740     05  FILLER                       PIC X(03) VALUE SPACES.
002750     05  SVR-FLAG-ACTION              PIC X(24).
002760 01  SVR-TOTAL-LINE.
002770     05  SVR-TOT-LABEL                PIC X(30).
002780     05  SVR-TOT-COUNT                PIC ZZ,ZZZ,ZZ9.
002790*
002800******************************************************************
002810* PROCEDURE DIVISION
002820******************************************************************
002830 PROCEDURE DIVISION.
002840*
002850******************************************************************
002860* 0000-MAINLINE
002870******************************************************************
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002900     IF NOT SVR-REPORT-ABORT
002910         IF SVR-LOG-FILE-OPEN
002920             PERFORM 2000-PROCESS-SECURITY-LOG THRU 2000-EXIT
002930         END-IF
002940         PERFORM 3000-FLAG-OPERATORS THRU 3000-EXIT
002950         IF SVR-LOCKOUT-WANTED
002960            AND SVR-FLG-USED > ZERO
002970             PERFORM 4000-APPLY-LOCKOUTS THRU 4000-EXIT
002980         END-IF
002990         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
003000         PERFORM 9999-TERMINATE THRU 9999-EXIT
003010     END-IF
003020*
003030*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
003040*    IT DOES FOR EVERY OTHER PROGRAM IN THIS SUITE. A LOCKOUT
003050*    THAT WAS ASKED FOR BUT NOT APPLIED OUTRANKS THE FLAGS -
003060*    SECURITY MUST SEE THAT THE PROBERS ARE STILL SIGNED ON.
003070     EVALUATE TRUE
003080         WHEN SVR-REPORT-ABORT
003090             MOVE 16 TO RETURN-CODE
003100         WHEN SVR-LOCKOUT-FAILED
003110             MOVE 8 TO RETURN-CODE
003120         WHEN SVR-FLG-USED > ZERO
003130           OR SVR-DAY-OVERFLOW > ZERO
003140             MOVE 4 TO RETURN-CODE
003150         WHEN OTHER
003160             MOVE ZERO TO RETURN-CODE
003170     END-EVALUATE
003180     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT
003190     STOP RUN.
003200*
003210******************************************************************
003220* 1000-INITIALIZE - ACCEPT THE SELECTION CRITERIA, PROVE THE
003230* OPERATOR IF A LOCKOUT IS ASKED FOR, AND OPEN THE FILES. NO
003240* SECURITY LOG YET MEANS NOTHING HAS BEEN DENIED - THE REPORT
003250* STILL PRINTS, EMPTY.
003260******************************************************************
003270 1000-INITIALIZE.
003280     ACCEPT SVR-RUN-DATE FROM DATE YYYYMMDD
003290     ACCEPT SVR-RUN-TIME FROM TIME
003300     DISPLAY "SECURITY-VIOLATION REVIEW - RUN DATE " SVR-RUN-DATE
003310     ACCEPT SVR-OPERATOR-ID FROM ENVIRONMENT "USER"
003320     DISPLAY "FROM RUN DATE (YYYYMMDD, ZERO FOR ALL): "
003330         WITH NO ADVANCING
003340     ACCEPT SVR-FROM-DATE
003350     DISPLAY "TO RUN DATE (YYYYMMDD, ZERO FOR OPEN-ENDED): "
003360         WITH NO ADVANCING
003370     ACCEPT SVR-TO-DATE
003380     IF SVR-TO-DATE = ZERO
003390         MOVE 99999999 TO SVR-TO-DATE
003400     END-IF
003410     DISPLAY "DENIALS IN ONE DAY BEFORE AN OPERATOR IS FLAGGED "
003420         "(ZERO FOR 5): " WITH NO ADVANCING
003430     ACCEPT SVR-THRESHOLD
003440     IF SVR-THRESHOLD = ZERO
003450         MOVE 5 TO SVR-THRESHOLD
003460     END-IF
003470     DISPLAY "SET FLAGGED OPERATORS INACTIVE (Y/N): "
003480         WITH NO ADVANCING
003490     ACCEPT SVR-LOCKOUT-SW
003500     MOVE SVR-LOCKOUT-SW TO SVR-LOCKOUT-ASKED
003510     IF SVR-LOCKOUT-WANTED
003520         PERFORM 1100-VERIFY-OPERATOR THRU 1100-EXIT
003530         IF SVR-AUTH-LEVEL < 3
003540             MOVE "SECURITY LOCKOUT" TO SVR-DENIED-FUNCTION
003550             PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT
003560             DISPLAY "** THE LOCKOUT NEEDS AUTHORIZATION LEVEL 3 "
003570                 "- THE ATTEMPT HAS BEEN LOGGED."
003580             DISPLAY "** THE REPORT WILL RUN WITHOUT THE LOCKOUT."
003590             MOVE "N" TO SVR-LOCKOUT-SW
003600             SET SVR-LOCKOUT-FAILED TO TRUE
003610         END-IF
003620     END-IF
003630     OPEN INPUT SECURITY-LOG-FILE
003640     EVALUATE SVR-SECURITY-STATUS
003650         WHEN "00"
003660             SET SVR-LOG-FILE-OPEN TO TRUE
003670         WHEN "35"
003680             DISPLAY "NO SECURITY LOG YET - NOTHING HAS BEEN "
003690                 "DENIED."
003700         WHEN OTHER
003710             DISPLAY "** UNABLE TO OPEN THE SECURITY LOG - "
003720                 "STATUS: " SVR-SECURITY-STATUS
003730             DISPLAY "** REPORT RUN ABORTED."
003740             SET SVR-REPORT-ABORT TO TRUE
003750             GO TO 1000-EXIT
003760     END-EVALUATE
003770     OPEN OUTPUT REPORT-FILE
003780     IF SVR-REPORT-STATUS NOT = "00"
003790         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
003800             SVR-REPORT-STATUS
003810         DISPLAY "** REPORT RUN ABORTED."
003820         IF SVR-LOG-FILE-OPEN
003830             CLOSE SECURITY-LOG-FILE
003840         END-IF
003850         SET SVR-REPORT-ABORT TO TRUE
003860     END-IF.
003870 1000-EXIT.
003880     EXIT.
003890*
003900******************************************************************
003910* 1100-VERIFY-OPERATOR - PROVE THE OPERATOR AGAINST THE
003920* FIBOPMST MASTER. NO FILE, NO MATCH, OR AN INACTIVE ENTRY ALL
003930* LEAVE THE LEVEL AT ZERO - THE FILE IS THE WHOLE AUTHORITY,
003940* SO THE CHECK FAILS CLOSED.
003950******************************************************************
003960 1100-VERIFY-OPERATOR.
003970     MOVE ZERO TO SVR-AUTH-LEVEL
003980     MOVE "N" TO SVR-OPER-FOUND-SW
003990     MOVE "N" TO SVR-END-OF-OPERS-SW
004000     OPEN INPUT OPERATOR-FILE
004010     IF SVR-OPERATOR-STATUS NOT = "00"
004020         DISPLAY "** OPERATOR MASTER NOT AVAILABLE - STATUS: "
004030             SVR-OPERATOR-STATUS
004040         DISPLAY "** NOBODY CAN BE AUTHORIZED WITHOUT IT."
004050         GO TO 1100-EXIT
004060     END-IF
004070     PERFORM 1150-MATCH-ONE-OPERATOR THRU 1150-EXIT
004080         UNTIL SVR-OPER-FOUND
004090            OR SVR-END-OF-OPERS
004100     CLOSE OPERATOR-FILE.
004110 1100-EXIT.
004120     EXIT.
004130*
004140 1150-MATCH-ONE-OPERATOR.
004150     READ OPERATOR-FILE
004160         AT END
004170             MOVE "Y" TO SVR-END-OF-OPERS-SW
004180         NOT AT END
004190             IF OPR-OPERATOR-ID = SVR-OPERATOR-ID
004200                 SET SVR-OPER-FOUND TO TRUE
004210                 IF OPR-ACTIVE-FLAG = "A"
004220                    AND OPR-AUTH-LEVEL IS NUMERIC
004230                     MOVE OPR-AUTH-LEVEL TO SVR-AUTH-LEVEL
004240                 ELSE
004250                     DISPLAY "** OPERATOR IS CARRIED INACTIVE "
004260                         "ON THE OPERATOR MASTER."
004270                 END-IF
004280             END-IF
004290     END-READ.
004300 1150-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340* 2000-PROCESS-SECURITY-LOG - READ AND REPORT EVERY DENIAL IN
004350* THE REQUESTED RANGE
004360******************************************************************
004370 2000-PROCESS-SECURITY-LOG.
004380     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
004390         UNTIL SVR-END-OF-LOG
004400     CLOSE SECURITY-LOG-FILE.
004410 2000-EXIT.
004420     EXIT.
004430*
004440 2100-PROCESS-ONE-RECORD.
004450     READ SECURITY-LOG-FILE
004460         AT END
004470             MOVE "Y" TO SVR-END-OF-LOG-SW
004480         NOT AT END
004490             ADD 1 TO SVR-RECORDS-READ
004500             PERFORM 2200-TEST-SELECTION THRU 2200-EXIT
004510             IF SVR-RECORD-SELECTED
004520                 ADD 1 TO SVR-DENIALS-SELECTED
004530                 PERFORM 2300-PRINT-DETAIL-LINE THRU 2300-EXIT
004540                 PERFORM 6000-TALLY-RECORD THRU 6000-EXIT
004550             END-IF
004560     END-READ.
004570 2100-EXIT.
004580     EXIT.
004590*
004600 2200-TEST-SELECTION.
004610     MOVE "Y" TO SVR-SELECTED-SW
004620     IF SEC-DISPOSITION NOT = "DENIED"
004630         MOVE "N" TO SVR-SELECTED-SW
004640     END-IF
004650     IF SEC-RUN-DATE NOT NUMERIC
004660         MOVE "N" TO SVR-SELECTED-SW
004670         GO TO 2200-EXIT
004680     END-IF
004690     IF SEC-RUN-DATE < SVR-FROM-DATE
004700        OR SEC-RUN-DATE > SVR-TO-DATE
004710         MOVE "N" TO SVR-SELECTED-SW
004720     END-IF.
004730 2200-EXIT.
004740     EXIT.
004750*
004760 2300-PRINT-DETAIL-LINE.
004770     IF SVR-LINE-COUNT > 55
004780         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
004790     END-IF
004800     MOVE SPACES TO SVR-DETAIL-LINE
004810     MOVE SEC-RUN-DATE TO SVR-DET-DATE
004820     MOVE SEC-RUN-TIME TO SVR-DET-TIME
004830     MOVE SEC-OPERATOR-ID TO SVR-DET-OPERATOR
004840     MOVE SEC-PROGRAM-ID TO SVR-DET-PROGRAM
004850     MOVE SEC-FUNCTION TO SVR-DET-FUNCTION
004860     MOVE SPACES TO REPORT-RECORD
004870     MOVE SVR-DETAIL-LINE TO REPORT-RECORD
004880     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004890     ADD 1 TO SVR-LINE-COUNT.
004900 2300-EXIT.
004910     EXIT.
004920*
004930 2400-PAGE-HEADING.
004940     ADD 1 TO SVR-PAGE-COUNT
004950     MOVE SVR-RUN-DATE TO SVR-HDG-DATE
004960     MOVE SVR-RUN-TIME TO SVR-HDG-TIME
004970     MOVE SVR-PAGE-COUNT TO SVR-HDG-PAGE
004980     MOVE SPACES TO REPORT-RECORD
004990     MOVE SVR-HEADING-1 TO REPORT-RECORD
005000     IF SVR-PAGE-COUNT = 1
005010         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005020     ELSE
005030         WRITE REPORT-RECORD AFTER ADVANCING PAGE
005040     END-IF
005050     MOVE SVR-FROM-DATE TO SVR-HDG-FROM-DATE
005060     MOVE SVR-TO-DATE TO SVR-HDG-TO-DATE
005070     MOVE SVR-THRESHOLD TO SVR-HDG-THRESHOLD
005080     MOVE SVR-LOCKOUT-ASKED TO SVR-HDG-LOCKOUT
005090     MOVE SPACES TO REPORT-RECORD
005100     MOVE SVR-HEADING-2 TO REPORT-RECORD
005110     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005120     MOVE 3 TO SVR-LINE-COUNT
005130     IF SVR-ON-SUMMARY
005140         GO TO 2400-EXIT
005150     END-IF
005160     MOVE SPACES TO REPORT-RECORD
005170     MOVE SVR-HEADING-3 TO REPORT-RECORD
005180     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
005190     MOVE SPACES TO REPORT-RECORD
005200     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005210     MOVE 6 TO SVR-LINE-COUNT.
005220 2400-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260* 3000-FLAG-OPERATORS - EVERY OPERATOR-DAY OVER THE THRESHOLD
005270* FLAGS ITS OPERATOR ONCE, KEEPING THE WORST DAY AND THE
005280* NUMBER OF DAYS OVER
005290******************************************************************
005300 3000-FLAG-OPERATORS.
005310     PERFORM 3100-TEST-ONE-DAY THRU 3100-EXIT
005320         VARYING SVR-TBL-IDX FROM 1 BY 1
005330             UNTIL SVR-TBL-IDX > SVR-DAY-USED.
005340 3000-EXIT.
005350     EXIT.
005360*
005370 3100-TEST-ONE-DAY.
005380     IF SVR-DAY-COUNT (SVR-TBL-IDX) NOT > SVR-THRESHOLD
005390         GO TO 3100-EXIT
005400     END-IF
005410     MOVE "N" TO SVR-FOUND-SW
005420     PERFORM 3200-MATCH-ONE-FLAG THRU 3200-EXIT
005430         VARYING SVR-FLG-IDX FROM 1 BY 1
005440             UNTIL SVR-FLG-IDX > SVR-FLG-USED
005450                OR SVR-ENTRY-FOUND
005460     IF SVR-ENTRY-FOUND
005470         GO TO 3100-EXIT
005480     END-IF
005490     IF SVR-FLG-USED NOT < 100
005500         DISPLAY "** FLAGGED-OPERATOR TABLE FULL - "
005510             SVR-DAY-OPER (SVR-TBL-IDX) " NOT FLAGGED."
005520         GO TO 3100-EXIT
005530     END-IF
005540     ADD 1 TO SVR-FLG-USED
005550     MOVE SVR-DAY-OPER (SVR-TBL-IDX) TO
005560         SVR-FLG-OPER (SVR-FLG-USED)
005570     MOVE SVR-DAY-DATE (SVR-TBL-IDX) TO
005580         SVR-FLG-DATE (SVR-FLG-USED)
005590     MOVE SVR-DAY-COUNT (SVR-TBL-IDX) TO
005600         SVR-FLG-COUNT (SVR-FLG-USED)
005610     MOVE 1 TO SVR-FLG-DAYS (SVR-FLG-USED)
005620     MOVE SPACE TO SVR-FLG-OLD-LEVEL (SVR-FLG-USED)
005630     IF SVR-LOCKOUT-WANTED
005640         MOVE "NOT YET APPLIED" TO SVR-FLG-ACTION (SVR-FLG-USED)
005650     ELSE
005660         IF SVR-LOCKOUT-FAILED
005670             MOVE "LOCKOUT NOT AUTHORIZED" TO
005680                 SVR-FLG-ACTION (SVR-FLG-USED)
005690         ELSE
005700             MOVE "REPORTED ONLY" TO SVR-FLG-ACTION (SVR-FLG-USED)
005710         END-IF
005720     END-IF.
005730 3100-EXIT.
005740     EXIT.
005750*
005760 3200-MATCH-ONE-FLAG.
005770     IF SVR-FLG-OPER (SVR-FLG-IDX) = SVR-DAY-OPER (SVR-TBL-IDX)
005780         ADD 1 TO SVR-FLG-DAYS (SVR-FLG-IDX)
005790         IF SVR-DAY-COUNT (SVR-TBL-IDX) >
005800            SVR-FLG-COUNT (SVR-FLG-IDX)
005810             MOVE SVR-DAY-DATE (SVR-TBL-IDX) TO
005820                 SVR-FLG-DATE (SVR-FLG-IDX)
005830             MOVE SVR-DAY-COUNT (SVR-TBL-IDX) TO
005840                 SVR-FLG-COUNT (SVR-FLG-IDX)
005850         END-IF
005860         SET SVR-ENTRY-FOUND TO TRUE
005870     END-IF.
005880 3200-EXIT.
005890     EXIT.
005900*
005910******************************************************************
005920* 4000-APPLY-LOCKOUTS - SET EVERY FLAGGED OPERATOR STILL ACTIVE
005930* TO INACTIVE, WRITE THE MASTER BACK ONCE, THEN POST ONE
005940* LOCKOUT RECORD PER OPERATOR TO THE CHANGE HISTORY. THE
005950* HISTORY IS OPENED FIRST - IF IT WILL NOT OPEN, THE MASTER IS
005960* LEFT ALONE AND NO LOCKOUT IS APPLIED. THE ADMINISTRATOR
005970* RUNNING THE REVIEW IS NEVER LOCKED OUT BY THEIR OWN RUN -
005980* NOBODY CHANGES THEIR OWN ENTRY.
005990******************************************************************
006000 4000-APPLY-LOCKOUTS.
006010     PERFORM 4100-LOAD-OPERATOR-TABLE THRU 4100-EXIT
006020     IF SVR-LOCKOUT-FAILED
006030         PERFORM 4500-MARK-ONE-FAILED THRU 4500-EXIT
006040             VARYING SVR-FLG-IDX FROM 1 BY 1
006050                 UNTIL SVR-FLG-IDX > SVR-FLG-USED
006060         GO TO 4000-EXIT
006070     END-IF
006080     MOVE ZERO TO SVR-LOCKOUTS-APPLIED
006090     PERFORM 4300-LOCK-ONE-OPERATOR THRU 4300-EXIT
006100         VARYING SVR-FLG-IDX FROM 1 BY 1
006110             UNTIL SVR-FLG-IDX > SVR-FLG-USED
006120     IF SVR-LOCKOUTS-APPLIED = ZERO
006130         GO TO 4000-EXIT
006140     END-IF
006150     PERFORM 8300-OPEN-HISTORY-FILE THRU 8300-EXIT
006160     IF SVR-HISTORY-STATUS NOT = "00"
006170         DISPLAY "** UNABLE TO OPEN THE CHANGE HISTORY - STATUS: "
006180             SVR-HISTORY-STATUS
006190         DISPLAY "** NO LOCKOUT APPLIED - FIBOPMST LEFT ALONE."
006200         SET SVR-LOCKOUT-FAILED TO TRUE
006210         MOVE ZERO TO SVR-LOCKOUTS-APPLIED
006220         PERFORM 4500-MARK-ONE-FAILED THRU 4500-EXIT
006230             VARYING SVR-FLG-IDX FROM 1 BY 1
006240                 UNTIL SVR-FLG-IDX > SVR-FLG-USED
006250         GO TO 4000-EXIT
006260     END-IF
006270     PERFORM 8100-REWRITE-OPERATOR-FILE THRU 8100-EXIT
006280     IF SVR-LOCKOUT-FAILED
006290         CLOSE HISTORY-FILE
006300         MOVE ZERO TO SVR-LOCKOUTS-APPLIED
006310         PERFORM 4500-MARK-ONE-FAILED THRU 4500-EXIT
006320             VARYING SVR-FLG-IDX FROM 1 BY 1
006330                 UNTIL SVR-FLG-IDX > SVR-FLG-USED
006340         GO TO 4000-EXIT
006350     END-IF
006360     PERFORM 8200-WRITE-HISTORY-RECORD THRU 8200-EXIT
006370         VARYING SVR-FLG-IDX FROM 1 BY 1
006380             UNTIL SVR-FLG-IDX > SVR-FLG-USED
006390     CLOSE HISTORY-FILE.
006400 4000-EXIT.
006410     EXIT.
006420*
006430 4100-LOAD-OPERATOR-TABLE.
006440     MOVE ZERO TO SVR-MST-USED
006450     MOVE "N" TO SVR-END-OF-OPERS-SW
006460     OPEN INPUT OPERATOR-FILE
006470     IF SVR-OPERATOR-STATUS NOT = "00"
006480         DISPLAY "** UNABLE TO LOAD THE OPERATOR MASTER - "
006490             "STATUS: " SVR-OPERATOR-STATUS
006500         SET SVR-LOCKOUT-FAILED TO TRUE
006510         GO TO 4100-EXIT
006520     END-IF
006530     PERFORM 4200-LOAD-ONE-OPERATOR THRU 4200-EXIT
006540         UNTIL SVR-END-OF-OPERS
006550     CLOSE OPERATOR-FILE.
006560 4100-EXIT.
006570     EXIT.
006580*
006590 4200-LOAD-ONE-OPERATOR.
006600     READ OPERATOR-FILE
006610         AT END
006620             MOVE "Y" TO SVR-END-OF-OPERS-SW
006630         NOT AT END
006640             IF SVR-MST-USED < 500
006650                 ADD 1 TO SVR-MST-USED
006660                 MOVE OPR-OPERATOR-ID TO SVR-MST-ID (SVR-MST-USED)
006670                 MOVE OPR-OPERATOR-NAME TO
006680                     SVR-MST-NAME (SVR-MST-USED)
006690                 MOVE OPR-AUTH-LEVEL TO
006700                     SVR-MST-LEVEL (SVR-MST-USED)
006710                 MOVE OPR-ACTIVE-FLAG TO
006720                     SVR-MST-FLAG (SVR-MST-USED)
006730             ELSE
006740                 DISPLAY "** OPERATOR MASTER HAS MORE THAN 500 "
006750                     "ENTRIES - A REWRITE WOULD LOSE SOME."
006760                 MOVE "Y" TO SVR-END-OF-OPERS-SW
006770                 SET SVR-LOCKOUT-FAILED TO TRUE
006780             END-IF
006790     END-READ.
006800 4200-EXIT.
006810     EXIT.
006820*
006830 4300-LOCK-ONE-OPERATOR.
006840     IF SVR-FLG-OPER (SVR-FLG-IDX) = SVR-OPERATOR-ID
006850         MOVE "OWN ENTRY - NOT LOCKED" TO
006860             SVR-FLG-ACTION (SVR-FLG-IDX)
006870         GO TO 4300-EXIT
006880     END-IF
006890     MOVE "N" TO SVR-FOUND-SW
006900     MOVE ZERO TO SVR-MST-SLOT
006910     PERFORM 4400-MATCH-ONE-SLOT THRU 4400-EXIT
006920         VARYING SVR-TBL-IDX FROM 1 BY 1
006930             UNTIL SVR-TBL-IDX > SVR-MST-USED
006940                OR SVR-ENTRY-FOUND
006950     EVALUATE TRUE
006960         WHEN NOT SVR-ENTRY-FOUND
006970             MOVE "NOT ON OPERATOR MASTER" TO
006980                 SVR-FLG-ACTION (SVR-FLG-IDX)
006990         WHEN SVR-MST-FLAG (SVR-MST-SLOT) NOT = "A"
007000             MOVE "ALREADY INACTIVE" TO
007010                 SVR-FLG-ACTION (SVR-FLG-IDX)
007020         WHEN OTHER
007030             MOVE SVR-MST-LEVEL (SVR-MST-SLOT) TO
007040                 SVR-FLG-OLD-LEVEL (SVR-FLG-IDX)
007050             MOVE "I" TO SVR-MST-FLAG (SVR-MST-SLOT)
007060             MOVE "LOCKED OUT" TO SVR-FLG-ACTION (SVR-FLG-IDX)
007070             ADD 1 TO SVR-LOCKOUTS-APPLIED
007080     END-EVALUATE.
007090 4300-EXIT.
007100     EXIT.
007110*
007120 4400-MATCH-ONE-SLOT.
007130     IF SVR-MST-ID (SVR-TBL-IDX) = SVR-FLG-OPER (SVR-FLG-IDX)
007140         MOVE SVR-TBL-IDX TO SVR-MST-SLOT
007150         SET SVR-ENTRY-FOUND TO TRUE
007160     END-IF.
007170 4400-EXIT.
007180     EXIT.
007190*
007200 4500-MARK-ONE-FAILED.
007210     IF SVR-FLG-ACTION (SVR-FLG-IDX) = "NOT YET APPLIED"
007220        OR SVR-FLG-ACTION (SVR-FLG-IDX) = "LOCKED OUT"
007230         MOVE "LOCKOUT FAILED" TO SVR-FLG-ACTION (SVR-FLG-IDX)
007240     END-IF.
007250 4500-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290* 6000-TALLY-RECORD - ROLL THE SELECTED DENIAL INTO THE
007300* OPERATOR, PROGRAM, FUNCTION AND OPERATOR-DAY TABLES
007310******************************************************************
007320 6000-TALLY-RECORD.
007330     MOVE "N" TO SVR-FOUND-SW
007340     PERFORM 6100-MATCH-ONE-OPERATOR THRU 6100-EXIT
007350         VARYING SVR-TBL-IDX FROM 1 BY 1
007360             UNTIL SVR-TBL-IDX > SVR-OPER-USED
007370                OR SVR-ENTRY-FOUND
007380     IF NOT SVR-ENTRY-FOUND
007390         IF SVR-OPER-USED < 100
007400             ADD 1 TO SVR-OPER-USED
007410             MOVE SEC-OPERATOR-ID TO SVR-OPER-ID (SVR-OPER-USED)
007420             MOVE 1 TO SVR-OPER-COUNT (SVR-OPER-USED)
007430         ELSE
007440             ADD 1 TO SVR-OPER-OVERFLOW
007450         END-IF
007460     END-IF
007470     MOVE "N" TO SVR-FOUND-SW
007480     PERFORM 6200-MATCH-ONE-PROGRAM THRU 6200-EXIT
007490         VARYING SVR-TBL-IDX FROM 1 BY 1
007500             UNTIL SVR-TBL-IDX > SVR-PGM-USED
007510                OR SVR-ENTRY-FOUND
007520     IF NOT SVR-ENTRY-FOUND
007530         IF SVR-PGM-USED < 30
007540             ADD 1 TO SVR-PGM-USED
007550             MOVE SEC-PROGRAM-ID TO SVR-PGM-ID (SVR-PGM-USED)
007560             MOVE 1 TO SVR-PGM-COUNT (SVR-PGM-USED)
007570         ELSE
007580             ADD 1 TO SVR-PGM-OVERFLOW
007590         END-IF
007600     END-IF
007610     MOVE "N" TO SVR-FOUND-SW
007620     PERFORM 6300-MATCH-ONE-FUNCTION THRU 6300-EXIT
007630         VARYING SVR-TBL-IDX FROM 1 BY 1
007640             UNTIL SVR-TBL-IDX > SVR-FUNC-USED
007650                OR SVR-ENTRY-FOUND
007660     IF NOT SVR-ENTRY-FOUND
007670         IF SVR-FUNC-USED < 50
007680             ADD 1 TO SVR-FUNC-USED
007690             MOVE SEC-FUNCTION TO SVR-FUNC-NAME (SVR-FUNC-USED)
007700             MOVE 1 TO SVR-FUNC-COUNT (SVR-FUNC-USED)
007710         ELSE
007720             ADD 1 TO SVR-FUNC-OVERFLOW
007730         END-IF
007740     END-IF
007750     MOVE "N" TO SVR-FOUND-SW
007760     PERFORM 6400-MATCH-ONE-DAY THRU 6400-EXIT
007770         VARYING SVR-TBL-IDX FROM 1 BY 1
007780             UNTIL SVR-TBL-IDX > SVR-DAY-USED
007790                OR SVR-ENTRY-FOUND
007800     IF NOT SVR-ENTRY-FOUND
007810         IF SVR-DAY-USED < 500
007820             ADD 1 TO SVR-DAY-USED
007830             MOVE SEC-OPERATOR-ID TO SVR-DAY-OPER (SVR-DAY-USED)
007840             MOVE SEC-RUN-DATE TO SVR-DAY-DATE (SVR-DAY-USED)
007850             MOVE 1 TO SVR-DAY-COUNT (SVR-DAY-USED)
007860         ELSE
007870             ADD 1 TO SVR-DAY-OVERFLOW
007880         END-IF
007890     END-IF.
007900 6000-EXIT.
007910     EXIT.
007920*
007930 6100-MATCH-ONE-OPERATOR.
007940     IF SVR-OPER-ID (SVR-TBL-IDX) = SEC-OPERATOR-ID
007950         ADD 1 TO SVR-OPER-COUNT (SVR-TBL-IDX)
007960         MOVE "Y" TO SVR-FOUND-SW
007970     END-IF.
007980 6100-EXIT.
007990     EXIT.
008000*
008010 6200-MATCH-ONE-PROGRAM.
008020     IF SVR-PGM-ID (SVR-TBL-IDX) = SEC-PROGRAM-ID
008030         ADD 1 TO SVR-PGM-COUNT (SVR-TBL-IDX)
008040         MOVE "Y" TO SVR-FOUND-SW
008050     END-IF.
008060 6200-EXIT.
008070     EXIT.
008080*
008090 6300-MATCH-ONE-FUNCTION.
008100     IF SVR-FUNC-NAME (SVR-TBL-IDX) = SEC-FUNCTION
008110         ADD 1 TO SVR-FUNC-COUNT (SVR-TBL-IDX)
008120         MOVE "Y" TO SVR-FOUND-SW
008130     END-IF.
008140 6300-EXIT.
008150     EXIT.
008160*
008170 6400-MATCH-ONE-DAY.
008180     IF SVR-DAY-OPER (SVR-TBL-IDX) = SEC-OPERATOR-ID
008190        AND SVR-DAY-DATE (SVR-TBL-IDX) = SEC-RUN-DATE
008200         ADD 1 TO SVR-DAY-COUNT (SVR-TBL-IDX)
008210         MOVE "Y" TO SVR-FOUND-SW
008220     END-IF.
008230 6400-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270* 7000-PRINT-SUMMARY - DENIALS BY OPERATOR, BY PROGRAM AND BY
008280* FUNCTION, THE FLAGGED OPERATORS WITH WHAT WAS DONE ABOUT
008290* EACH, AND THE RUN TOTALS
008300******************************************************************
008310 7000-PRINT-SUMMARY.
008320     SET SVR-ON-SUMMARY TO TRUE
008330     MOVE 99 TO SVR-LINE-COUNT
008340     PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
008350     MOVE "SUMMARY - DENIALS BY OPERATOR" TO REPORT-RECORD
008360     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
008370     PERFORM 7100-PRINT-ONE-OPERATOR THRU 7100-EXIT
008380         VARYING SVR-TBL-IDX FROM 1 BY 1
008390             UNTIL SVR-TBL-IDX > SVR-OPER-USED
008400     IF SVR-OPER-OVERFLOW > ZERO
008410         MOVE "(FURTHER OPERATORS)" TO SVR-SUM-LABEL
008420         MOVE SVR-OPER-OVERFLOW TO SVR-SUM-COUNT
008430         PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
008440     END-IF
008450     MOVE "SUMMARY - DENIALS BY PROGRAM" TO REPORT-RECORD
008460     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
008470     PERFORM 7200-PRINT-ONE-PROGRAM THRU 7200-EXIT
008480         VARYING SVR-TBL-IDX FROM 1 BY 1
008490             UNTIL SVR-TBL-IDX > SVR-PGM-USED
008500     IF SVR-PGM-OVERFLOW > ZERO
008510         MOVE "(FURTHER PROGRAMS)" TO SVR-SUM-LABEL
008520         MOVE SVR-PGM-OVERFLOW TO SVR-SUM-COUNT
008530         PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
008540     END-IF
008550     MOVE "SUMMARY - DENIALS BY FUNCTION" TO REPORT-RECORD
008560     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
008570     PERFORM 7300-PRINT-ONE-FUNCTION THRU 7300-EXIT
008580         VARYING SVR-TBL-IDX FROM 1 BY 1
008590             UNTIL SVR-TBL-IDX > SVR-FUNC-USED
008600     IF SVR-FUNC-OVERFLOW > ZERO
008610         MOVE "(FURTHER FUNCTIONS)" TO SVR-SUM-LABEL
008620         MOVE SVR-FUNC-OVERFLOW TO SVR-SUM-COUNT
008630         PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
008640     END-IF
008650     MOVE "OPERATORS OVER THE DAILY DENIAL THRESHOLD"
008660         TO REPORT-RECORD
008670     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
008680     IF SVR-FLG-USED = ZERO
008690         MOVE "  NONE" TO REPORT-RECORD
008700         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
008710         ADD 1 TO SVR-LINE-COUNT
008720     ELSE
008730         MOVE SPACES TO REPORT-RECORD
008740         MOVE SVR-FLAG-HEADING TO REPORT-RECORD
008750         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
008760         ADD 1 TO SVR-LINE-COUNT
008770         PERFORM 7400-PRINT-ONE-FLAG THRU 7400-EXIT
008780             VARYING SVR-FLG-IDX FROM 1 BY 1
008790                 UNTIL SVR-FLG-IDX > SVR-FLG-USED
008800     END-IF
008810     IF SVR-DAY-OVERFLOW > ZERO
008820         MOVE SPACES TO REPORT-RECORD
008830         MOVE "  ** OPERATOR-DAY TABLE FULL - SOME DENIALS WERE "
008840             TO REPORT-RECORD
008850         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
008860         MOVE SPACES TO REPORT-RECORD
008870         MOVE "     NOT TESTED AGAINST THE THRESHOLD - NARROW"
008880             TO REPORT-RECORD
008890         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
008900         MOVE "     THE DATE RANGE AND RERUN." TO REPORT-RECORD
008910         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
008920         ADD 3 TO SVR-LINE-COUNT
008930     END-IF
008940     MOVE "SECURITY-LOG RECORDS READ" TO SVR-TOT-LABEL
008950     MOVE SVR-RECORDS-READ TO SVR-TOT-COUNT
008960     MOVE SPACES TO REPORT-RECORD
008970     MOVE SVR-TOTAL-LINE TO REPORT-RECORD
008980     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
008990     MOVE "DENIALS SELECTED" TO SVR-TOT-LABEL
009000     MOVE SVR-DENIALS-SELECTED TO SVR-TOT-COUNT
009010     MOVE SPACES TO REPORT-RECORD
009020     MOVE SVR-TOTAL-LINE TO REPORT-RECORD
009030     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
009040     MOVE "OPERATORS FLAGGED" TO SVR-TOT-LABEL
009050     MOVE SVR-FLG-USED TO SVR-TOT-COUNT
009060     MOVE SPACES TO REPORT-RECORD
009070     MOVE SVR-TOTAL-LINE TO REPORT-RECORD
009080     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
009090     MOVE "OPERATORS LOCKED OUT" TO SVR-TOT-LABEL
009100     MOVE SVR-LOCKOUTS-APPLIED TO SVR-TOT-COUNT
009110     MOVE SPACES TO REPORT-RECORD
009120     MOVE SVR-TOTAL-LINE TO REPORT-RECORD
009130     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
009140 7000-EXIT.
009150     EXIT.
009160*
009170 7100-PRINT-ONE-OPERATOR.
009180     MOVE SVR-OPER-ID (SVR-TBL-IDX) TO SVR-SUM-LABEL
009190     MOVE SVR-OPER-COUNT (SVR-TBL-IDX) TO SVR-SUM-COUNT
009200     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT.
009210 7100-EXIT.
009220     EXIT.
009230*
009240 7200-PRINT-ONE-PROGRAM.
009250     MOVE SVR-PGM-ID (SVR-TBL-IDX) TO SVR-SUM-LABEL
009260     MOVE SVR-PGM-COUNT (SVR-TBL-IDX) TO SVR-SUM-COUNT
009270     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT.
009280 7200-EXIT.
009290     EXIT.
009300*
009310 7300-PRINT-ONE-FUNCTION.
009320     MOVE SVR-FUNC-NAME (SVR-TBL-IDX) TO SVR-SUM-LABEL
009330     MOVE SVR-FUNC-COUNT (SVR-TBL-IDX) TO SVR-SUM-COUNT
009340     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT.
009350 7300-EXIT.
009360     EXIT.
009370*
009380 7400-PRINT-ONE-FLAG.
009390     IF SVR-LINE-COUNT > 55
009400         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
009410     END-IF
009420     MOVE SVR-FLG-OPER (SVR-FLG-IDX) TO SVR-FLAG-OPERATOR
009430     MOVE SVR-FLG-DATE (SVR-FLG-IDX) TO SVR-FLAG-DATE
009440     MOVE SVR-FLG-COUNT (SVR-FLG-IDX) TO SVR-FLAG-COUNT
009450     MOVE SVR-FLG-DAYS (SVR-FLG-IDX) TO SVR-FLAG-DAYS
009460     MOVE SVR-FLG-ACTION (SVR-FLG-IDX) TO SVR-FLAG-ACTION
009470     MOVE SPACES TO REPORT-RECORD
009480     MOVE SVR-FLAG-LINE TO REPORT-RECORD
009490     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
009500     ADD 1 TO SVR-LINE-COUNT.
009510 7400-EXIT.
009520     EXIT.
009530*
009540 7800-PRINT-SUMMARY-LINE.
009550     IF SVR-LINE-COUNT > 55
009560         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
009570     END-IF
009580     MOVE SPACES TO REPORT-RECORD
009590     MOVE SVR-SUMMARY-LINE TO REPORT-RECORD
009600     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
009610     ADD 1 TO SVR-LINE-COUNT.
009620 7800-EXIT.
009630     EXIT.
009640*
009650******************************************************************
009660* 7900-PRINT-SECTION-TITLE - THE CALLER LEAVES THE TITLE IN THE
009670* REPORT RECORD; A TITLE NEVER PRINTS ALONE AT A PAGE FOOT
009680******************************************************************
009690 7900-PRINT-SECTION-TITLE.
009700     IF SVR-LINE-COUNT > 50
009710         MOVE REPORT-RECORD TO SVR-HOLD-TITLE
009720         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
009730         MOVE SVR-HOLD-TITLE TO REPORT-RECORD
009740     END-IF
009750     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
009760     ADD 2 TO SVR-LINE-COUNT.
009770 7900-EXIT.
009780     EXIT.
009790*
009800******************************************************************
009810* 8100-REWRITE-OPERATOR-FILE - THE WHOLE MASTER GOES BACK OUT
009820* WITH THE LOCKOUTS APPLIED. THE FIRST FAILED WRITE STOPS IT -
009830* THE MASTER IS THEN RESTORED FROM BACKUP, NOT PATCHED UP
009840******************************************************************
009850 8100-REWRITE-OPERATOR-FILE.
009860     OPEN OUTPUT OPERATOR-FILE
009870     IF SVR-OPERATOR-STATUS NOT = "00"
009880         DISPLAY "** UNABLE TO REWRITE THE OPERATOR MASTER - "
009890             "STATUS: " SVR-OPERATOR-STATUS
009900         DISPLAY "** RESTORE FIBOPMST FROM BACKUP BEFORE THE "
009910             "NEXT SIGN-ON."
009920         SET SVR-LOCKOUT-FAILED TO TRUE
009930         GO TO 8100-EXIT
009940     END-IF
009950     PERFORM 8150-WRITE-ONE-OPERATOR THRU 8150-EXIT
009960         VARYING SVR-TBL-IDX FROM 1 BY 1
009970             UNTIL SVR-TBL-IDX > SVR-MST-USED
009980                OR SVR-LOCKOUT-FAILED
009990     CLOSE OPERATOR-FILE.
010000 8100-EXIT.
010010     EXIT.
010020*
010030 8150-WRITE-ONE-OPERATOR.
010040     MOVE SPACES TO OPERATOR-RECORD
010050     MOVE SVR-MST-ID (SVR-TBL-IDX) TO OPR-OPERATOR-ID
010060     MOVE SVR-MST-NAME (SVR-TBL-IDX) TO OPR-OPERATOR-NAME
010070     MOVE SVR-MST-LEVEL (SVR-TBL-IDX) TO OPR-AUTH-LEVEL
010080     MOVE SVR-MST-FLAG (SVR-TBL-IDX) TO OPR-ACTIVE-FLAG
010090     WRITE OPERATOR-RECORD
010100     IF SVR-OPERATOR-STATUS NOT = "00"
010110         DISPLAY "** OPERATOR MASTER WRITE FAILED - STATUS: "
010120             SVR-OPERATOR-STATUS
010130         DISPLAY "** RESTORE FIBOPMST FROM BACKUP BEFORE THE "
010140             "NEXT SIGN-ON."
010150         SET SVR-LOCKOUT-FAILED TO TRUE
010160     END-IF.
010170 8150-EXIT.
010180     EXIT.
010190*
010200******************************************************************
010210* 8200-WRITE-HISTORY-RECORD - ONE LOCKOUT RECORD PER OPERATOR
010220* ACTUALLY LOCKED OUT, ON THE SAME CHANGE HISTORY FIBOPRMNT
010230* POSTS, SO THE REINSTATEMENT TRAIL IS IN ONE PLACE. THE FILE
010240* WAS OPENED BY 8300- BEFORE THE MASTER WAS REWRITTEN. A WRITE
010250* THAT FAILS LEAVES THAT LOCKOUT WITHOUT ITS TRAIL RECORD, SO
010260* IT IS MARKED ON THE REPORT AND THE RUN IS GRADED AS A FAILED
010270* LOCKOUT.
010280******************************************************************
010290 8200-WRITE-HISTORY-RECORD.
010300     IF SVR-FLG-ACTION (SVR-FLG-IDX) NOT = "LOCKED OUT"
010310         GO TO 8200-EXIT
010320     END-IF
010330     MOVE SPACES TO OPERATOR-HISTORY-RECORD
010340     MOVE SVR-RUN-DATE TO HST-CHANGE-DATE
010350     MOVE SVR-RUN-TIME TO HST-CHANGE-TIME
010360     MOVE SVR-OPERATOR-ID TO HST-CHANGED-BY
010370     MOVE "FIBSECRPT" TO HST-PROGRAM-ID
010380     MOVE "LOCKOUT" TO HST-ACTION
010390     MOVE SVR-FLG-OPER (SVR-FLG-IDX) TO HST-OPERATOR-ID
010400     MOVE SVR-FLG-OLD-LEVEL (SVR-FLG-IDX) TO HST-OLD-AUTH-LEVEL
010410     MOVE "A" TO HST-OLD-ACTIVE-FLAG
010420     MOVE SVR-FLG-OLD-LEVEL (SVR-FLG-IDX) TO HST-NEW-AUTH-LEVEL
010430     MOVE "I" TO HST-NEW-ACTIVE-FLAG
010440     WRITE OPERATOR-HISTORY-RECORD
010450     IF SVR-HISTORY-STATUS NOT = "00"
010460         DISPLAY "** CHANGE HISTORY WRITE FAILED - STATUS: "
010470             SVR-HISTORY-STATUS
010480         DISPLAY "** RECORD THE LOCKOUT OF "
010490             SVR-FLG-OPER (SVR-FLG-IDX) " BY HAND."
010500         MOVE "LOCKED OUT - NO HISTORY" TO
010510             SVR-FLG-ACTION (SVR-FLG-IDX)
010520         SET SVR-LOCKOUT-FAILED TO TRUE
010530     END-IF.
010540 8200-EXIT.
010550     EXIT.
010560*
010570 8300-OPEN-HISTORY-FILE.
010580     OPEN EXTEND HISTORY-FILE
010590     IF SVR-HISTORY-STATUS = "35"
010600         OPEN OUTPUT HISTORY-FILE
010610     END-IF.
010620 8300-EXIT.
010630     EXIT.
010640*
010650******************************************************************
010660* 8800-WRITE-SECURITY-LOG - ONE RECORD PER DENIED ATTEMPT. THE
010670* LOG IS OPENED AND CLOSED AROUND EACH WRITE SO A DENIAL IS ON
010680* DISK BEFORE THE RUN ENDS.
010690******************************************************************
010700 8800-WRITE-SECURITY-LOG.
010710     OPEN EXTEND SECURITY-LOG-FILE
010720     IF SVR-SECURITY-STATUS = "35"
010730         OPEN OUTPUT SECURITY-LOG-FILE
010740     END-IF
010750     IF SVR-SECURITY-STATUS NOT = "00"
010760         DISPLAY "** UNABLE TO WRITE THE SECURITY LOG - "
010770             "STATUS: " SVR-SECURITY-STATUS
010780         GO TO 8800-EXIT
010790     END-IF
010800     MOVE SPACES TO SECURITY-LOG-RECORD
010810     MOVE SVR-RUN-DATE TO SEC-RUN-DATE
010820     MOVE SVR-RUN-TIME TO SEC-RUN-TIME
010830     MOVE SVR-OPERATOR-ID TO SEC-OPERATOR-ID
010840     MOVE "FIBSECRPT" TO SEC-PROGRAM-ID
010850     MOVE SVR-DENIED-FUNCTION TO SEC-FUNCTION
010860     MOVE "DENIED" TO SEC-DISPOSITION
010870     WRITE SECURITY-LOG-RECORD
010880     CLOSE SECURITY-LOG-FILE.
010890 8800-EXIT.
010900     EXIT.
010910*
010920******************************************************************
010930* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
010940* TO THE SHARED RUN LOG: LOG RECORDS READ, DENIALS REPORTED,
010950* AND OPERATORS FLAGGED IN THE REJECTED COLUMN
010960******************************************************************
010970 9800-WRITE-RUN-SUMMARY.
010980     OPEN EXTEND RUN-LOG-FILE
010990     IF SVR-RUNLOG-STATUS = "35"
011000         OPEN OUTPUT RUN-LOG-FILE
011010     END-IF
011020     IF SVR-RUNLOG-STATUS NOT = "00"
011030         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
011040             SVR-RUNLOG-STATUS
011050         GO TO 9800-EXIT
011060     END-IF
011070     MOVE SPACES TO RUN-LOG-RECORD
011080     MOVE "FIBSECRPT" TO RLG-PROGRAM-ID
011090     MOVE SVR-RUN-DATE TO RLG-RUN-DATE
011100     MOVE SVR-RUN-TIME TO RLG-RUN-TIME
011110     MOVE SVR-RECORDS-READ TO RLG-RECORDS-READ
011120     MOVE SVR-DENIALS-SELECTED TO RLG-RECORDS-WRITTEN
011130     MOVE SVR-FLG-USED TO RLG-RECORDS-REJECTED
011140     MOVE ZERO TO RLG-HASH-TOTAL
011150     MOVE RETURN-CODE TO RLG-RETURN-CODE
011160     WRITE RUN-LOG-RECORD
011170     CLOSE RUN-LOG-FILE.
011180 9800-EXIT.
011190     EXIT.
011200*
011210 9999-TERMINATE.
011220     CLOSE REPORT-FILE
011230     DISPLAY "SECURITY REVIEW COMPLETE - DENIALS SELECTED: "
011240         SVR-DENIALS-SELECTED
011250     DISPLAY "  OPERATORS FLAGGED:    " SVR-FLG-USED
011260     DISPLAY "  OPERATORS LOCKED OUT: " SVR-LOCKOUTS-APPLIED.
011270 9999-EXIT.
011280     EXIT.
