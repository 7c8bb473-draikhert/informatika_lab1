000460*                  SUMMARY RECORD (COUNTS AND CONDITION CODE)
000470*                  TO THE SHARED FIBRUNLG RUN LOG FOR THE
000480*                  MORNING BALANCING REPORT.
000490* 10/15/2026 DPG   FIBAUDIT RECORDS NOW CARRY A SEQUENCE NUMBER
000500*                  AND A CHAINED CHECK VALUE. EACH FIBARCTL ENTRY
000510*                  NOW ALSO HOLDS ITS GENERATION'S FIRST AND LAST
000520*                  SEQUENCE AND LAST CHECK VALUE, SO THE WRITERS
000530*                  CAN CARRY THE CHAIN ACROSS THE CUTOVER AND THE
000540*                  AUDIT VERIFY CAN PROVE ONE GENERATION AGAINST
000550*                  THE NEXT. THE INVENTORY LAYOUT MOVED TO THE
000560*                  ARCCTREC COPYBOOK.
000570*
000580******************************************************************
000590* ENVIRONMENT DIVISION
000600******************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT AUDIT-FILE ASSIGN TO FIBAUDIT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS HSK-AUDIT-STATUS.
000670     SELECT ARCHIVE-FILE ASSIGN TO HSK-ARCHIVE-DSNAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS HSK-ARCHIVE-STATUS.
000700     SELECT CONTROL-FILE ASSIGN TO FIBARCTL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS HSK-CONTROL-STATUS.
000730     SELECT REPORT-FILE ASSIGN TO FIBHSKRP
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS HSK-REPORT-STATUS.
000760     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS HSK-RUNLOG-STATUS.
000790     SELECT OPERATOR-FILE ASSIGN TO FIBOPMST
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS HSK-OPERATOR-STATUS.
000820     SELECT SECURITY-LOG-FILE ASSIGN TO FIBSECLG
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS HSK-SECURITY-STATUS.
000850*
000860******************************************************************
000870* DATA DIVISION
000880******************************************************************
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  AUDIT-FILE.
000920 COPY AUDITREC.
000930 FD  ARCHIVE-FILE.
000940 01  ARCHIVE-RECORD                   PIC X(138).
000950 FD  CONTROL-FILE.
000960 COPY ARCCTREC.
000970 FD  REPORT-FILE.
000980 01  REPORT-RECORD                    PIC X(132).
000990 FD  RUN-LOG-FILE.
001000 COPY RUNLOG.
001010 FD  OPERATOR-FILE.
001020 COPY OPRREC.
001030 FD  SECURITY-LOG-FILE.
001040 COPY SECREC.
001050*
001060 WORKING-STORAGE SECTION.
001070* ---------------------------------------------------------
001080* FILE STATUS AND RUN SWITCHES
001090* ---------------------------------------------------------
001100 77  HSK-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
001110 77  HSK-ARCHIVE-STATUS               PIC X(02) VALUE SPACES.
001120 77  HSK-CONTROL-STATUS               PIC X(02) VALUE SPACES.
001130 77  HSK-REPORT-STATUS                PIC X(02) VALUE SPACES.
001140 01  HSK-END-OF-AUDIT-SW              PIC X(01) VALUE "N".
001150     88  HSK-END-OF-AUDIT                       VALUE "Y".
001160 01  HSK-END-OF-CONTROL-SW            PIC X(01) VALUE "N".
001170     88  HSK-END-OF-CONTROL                     VALUE "Y".
001180 01  HSK-RUN-ABORT-SW                 PIC X(01) VALUE "N".
001190     88  HSK-RUN-ABORT                          VALUE "Y".
001200 01  HSK-FOUND-SW                     PIC X(01) VALUE "N".
001210     88  HSK-ENTRY-FOUND                        VALUE "Y".
001220 01  HSK-RESET-FAILED-SW              PIC X(01) VALUE "N".
001230     88  HSK-RESET-FAILED                       VALUE "Y".
001240 77  HSK-OPERATOR-STATUS              PIC X(02) VALUE SPACES.
001250 77  HSK-SECURITY-STATUS              PIC X(02) VALUE SPACES.
001260 77  HSK-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
001270*
001280* ---------------------------------------------------------
001290* OPERATOR AUTHORIZATION - FILLED FROM THE FIBOPMST MASTER AT
001300* START-UP. THE CUTOVER NEEDS LEVEL 3; ANYTHING LESS IS
001310* DENIED AND LOGGED. THE CHECK FAILS CLOSED.
001320* ---------------------------------------------------------
001330 01  HSK-OPERATOR-ID                  PIC X(20) VALUE SPACES.
001340 01  HSK-AUTH-LEVEL                   PIC 9(01) VALUE ZERO.
001350 01  HSK-OPER-FOUND-SW                PIC X(01) VALUE "N".
001360     88  HSK-OPER-FOUND                         VALUE "Y".
001370 01  HSK-END-OF-OPERS-SW              PIC X(01) VALUE "N".
001380     88  HSK-END-OF-OPERS                       VALUE "Y".
001390 01  HSK-DENIED-FUNCTION              PIC X(20) VALUE SPACES.
001400*
001410* ---------------------------------------------------------
001420* COUNTERS AND RUN STAMPS
001430* ---------------------------------------------------------
001440 77  HSK-RECORDS-ARCHIVED             PIC 9(08) VALUE ZERO COMP.
001450 77  HSK-GENERATIONS-HELD             PIC 9(03) VALUE ZERO COMP.
001460 77  HSK-GENERATIONS-PURGED           PIC 9(03) VALUE ZERO COMP.
001470 77  HSK-TBL-IDX                      PIC 9(03) VALUE ZERO COMP.
001480 01  HSK-RUN-DATE                     PIC 9(08) VALUE ZERO.
001490 01  HSK-RUN-DATE-SPLIT REDEFINES HSK-RUN-DATE.
001500     05  HSK-RUN-YEAR                 PIC 9(04).
001510     05  HSK-RUN-MONTH                PIC 9(02).
001520     05  HSK-RUN-DAY                  PIC 9(02).
001530 01  HSK-RUN-TIME                     PIC 9(08) VALUE ZERO.
001540 01  HSK-OLDEST-DATE-KEPT             PIC 9(08) VALUE ZERO.
001550*
001560* ---------------------------------------------------------
001570* AUDIT-TRAIL CHAIN ARCHIVED THIS RUN - THE FIRST AND LAST
001580* CHAINED RECORDS COPIED, FOR THE GENERATION'S INVENTORY ENTRY
001590* ---------------------------------------------------------
001600 01  HSK-CHAIN-SEEN-SW                PIC X(01) VALUE "N".
001610     88  HSK-CHAIN-SEEN                         VALUE "Y".
001620 01  HSK-RUN-FIRST-SEQUENCE           PIC 9(10) VALUE ZERO.
001630 01  HSK-RUN-LAST-SEQUENCE            PIC 9(10) VALUE ZERO.
001640 01  HSK-RUN-LAST-CHECK               PIC 9(18) VALUE ZERO.
001650*
001660* ---------------------------------------------------------
001670* DATED GENERATION NAME - FIBARCHV.D PLUS THE RUN DATE. THE
001680* AUDIT INQUIRY BUILDS THE SAME NAME FROM THE FIBARCTL
001690* INVENTORY, SO THE TWO PROGRAMS MUST NEVER DRIFT APART.
001700* ---------------------------------------------------------
001710 01  HSK-ARCHIVE-DSNAME.
001720     05  FILLER                       PIC X(10)
001730         VALUE "FIBARCHV.D".
001740     05  HSK-ARCHIVE-DATE             PIC 9(08).
001750*
001760* ---------------------------------------------------------
001770* RETENTION CUTOFF - COMPLIANCE SAYS KEEP 13 MONTHS. THE
001780* CUTOFF IS THE RUN DATE PUSHED BACK 13 MONTHS; GENERATIONS
001790* DATED BEFORE IT ARE DROPPED FROM THE INVENTORY.
001800* ---------------------------------------------------------
001810 77  HSK-RETENTION-MONTHS             PIC 9(03) VALUE 13 COMP.
001820 01  HSK-WORK-MONTHS                  PIC 9(06) VALUE ZERO COMP.
001830 01  HSK-WORK-YEARS                   PIC 9(04) VALUE ZERO COMP.
001840 01  HSK-WORK-REMAINDER               PIC 9(02) VALUE ZERO COMP.
001850 01  HSK-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
001860 01  HSK-CUTOFF-DATE-SPLIT REDEFINES HSK-CUTOFF-DATE.
001870     05  HSK-CUTOFF-YEAR              PIC 9(04).
001880     05  HSK-CUTOFF-MONTH             PIC 9(02).
001890     05  HSK-CUTOFF-DAY               PIC 9(02).
001900*
001910* ---------------------------------------------------------
001920* GENERATION INVENTORY - ONE SLOT PER DATED ARCHIVE WE HOLD
001930* ---------------------------------------------------------
001940 01  HSK-GENERATION-TABLE.
001950     05  HSK-GEN-USED                 PIC 9(03) VALUE ZERO COMP.
001960     05  HSK-GEN-ENTRY OCCURS 500 TIMES.
001970         10  HSK-GEN-DATE             PIC 9(08).
001980         10  HSK-GEN-COUNT            PIC 9(08).
001990         10  HSK-GEN-CHAIN.
002000             15  HSK-GEN-FIRST-SEQ    PIC 9(10).
002010             15  FILLER               PIC X(01).
002020             15  HSK-GEN-LAST-SEQ     PIC 9(10).
002030             15  FILLER               PIC X(01).
002040             15  HSK-GEN-LAST-CHECK   PIC 9(18).
002050*
002060* ---------------------------------------------------------
002070* PRINT LINES
002080* ---------------------------------------------------------
002090 01  HSK-HEADING-1.
002100     05  FILLER                       PIC X(32) VALUE
002110         "FIBAUDIT ARCHIVAL SUMMARY - RUN ".
002120     05  HSK-HDG-DATE                 PIC 9(08).
002130     05  FILLER                       PIC X(06) VALUE " TIME ".
002140     05  HSK-HDG-TIME                 PIC 9(08).
002150 01  HSK-DETAIL-LINE.
002160     05  FILLER                       PIC X(02) VALUE SPACES.
002170     05  HSK-DET-LABEL                PIC X(34).
002180     05  HSK-DET-VALUE                PIC ZZ,ZZZ,ZZ9.
002190 01  HSK-DATE-LINE.
002200     05  FILLER                       PIC X(02) VALUE SPACES.
002210     05  HSK-DATE-LABEL               PIC X(34).
002220     05  HSK-DATE-VALUE               PIC 9(08).
002230 01  HSK-PURGE-LINE.
002240     05  FILLER                       PIC X(04) VALUE SPACES.
002250     05  FILLER                       PIC X(16) VALUE
002260         "PURGE DATA SET: ".
002270     05  HSK-PURGE-DATE               PIC 9(08).
002280     05  FILLER                       PIC X(01) VALUE SPACE.
002290     05  HSK-PURGE-COUNT              PIC ZZ,ZZZ,ZZ9.
002300*
002310******************************************************************
002320* PROCEDURE DIVISION
002330******************************************************************
002340 PROCEDURE DIVISION.
002350*
002360******************************************************************
002370* 0000-MAINLINE
002380******************************************************************
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410     IF NOT HSK-RUN-ABORT
002420         PERFORM 2000-LOAD-CONTROL-TABLE THRU 2000-EXIT
002430         PERFORM 3000-ARCHIVE-AUDIT-FILE THRU 3000-EXIT
002440*
002450*        THE LIVE FILE IS ONLY EVER EMPTIED ONCE EVERY RECORD
002460*        IS SAFELY ON THE GENERATION - A FAILED ARCHIVE LEAVES
002470*        THE LIVE FILE AND THE INVENTORY EXACTLY AS THEY WERE.
002480         IF NOT HSK-RUN-ABORT
002490             PERFORM 4000-REGISTER-GENERATION THRU 4000-EXIT
002500             PERFORM 5000-APPLY-RETENTION THRU 5000-EXIT
002510             PERFORM 6000-REWRITE-CONTROL-FILE THRU 6000-EXIT
002520             PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002530             PERFORM 8000-RESET-LIVE-FILE THRU 8000-EXIT
002540         END-IF
002550         PERFORM 9999-TERMINATE THRU 9999-EXIT
002560     END-IF
002570*
002580*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
002590*    IT DOES FOR THE DRIVER AND THE RECONCILIATION: 0 CLEAN,
002600*    8 ARCHIVE AND INVENTORY GOOD BUT THE LIVE FILE WAS NOT
002610*    EMPTIED (A RE-ARCHIVE WOULD DUPLICATE IT), 16 ABORTED -
002620*    NEITHER MAY LET THE PURGE AND REPOINT STEPS RUN AS IF
002630*    THE CUTOVER SUCCEEDED CLEANLY.
002640     EVALUATE TRUE
002650         WHEN HSK-RUN-ABORT
002660             MOVE 16 TO RETURN-CODE
002670         WHEN HSK-RESET-FAILED
002680             MOVE 8 TO RETURN-CODE
002690         WHEN OTHER
002700             MOVE ZERO TO RETURN-CODE
002710     END-EVALUATE
002720     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT
002730     STOP RUN.
002740*
002750******************************************************************
002760* 1000-INITIALIZE - STAMP THE RUN AND OPEN THE FIXED FILES.
002770* THE LIVE AUDIT FILE AND CONTROL FILE MAY LEGITIMATELY BE
002780* ABSENT (FIRST RUN); ONLY THE ARCHIVE AND REPORT FILES ARE
002790* MUST-OPENS.
002800******************************************************************
002810 1000-INITIALIZE.
002820     ACCEPT HSK-RUN-DATE FROM DATE YYYYMMDD
002830     ACCEPT HSK-RUN-TIME FROM TIME
002840     DISPLAY "FIBAUDIT HOUSEKEEPING - RUN DATE " HSK-RUN-DATE
002850     ACCEPT HSK-OPERATOR-ID FROM ENVIRONMENT "USER"
002860     PERFORM 1100-VERIFY-OPERATOR THRU 1100-EXIT
002870     IF HSK-AUTH-LEVEL < 3
002880         MOVE "AUDIT CUTOVER" TO HSK-DENIED-FUNCTION
002890         PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT
002900         DISPLAY "** THE AUDIT CUTOVER NEEDS AUTHORIZATION "
002910             "LEVEL 3 - THE ATTEMPT HAS BEEN LOGGED."
002920         DISPLAY "** HOUSEKEEPING RUN ABORTED."
002930         SET HSK-RUN-ABORT TO TRUE
002940         GO TO 1000-EXIT
002950     END-IF
002960     MOVE HSK-RUN-DATE TO HSK-ARCHIVE-DATE
002970*
002980*    A RERUN ON THE SAME DATE APPENDS TO THE DAY'S GENERATION,
002990*    MATCHING THE FOLD-IN THE INVENTORY DOES IN 4000- BELOW.
003000     OPEN EXTEND ARCHIVE-FILE
003010     IF HSK-ARCHIVE-STATUS = "35"
003020         OPEN OUTPUT ARCHIVE-FILE
003030     END-IF
003040     IF HSK-ARCHIVE-STATUS NOT = "00"
003050         DISPLAY "** UNABLE TO OPEN ARCHIVE FILE - STATUS: "
003060             HSK-ARCHIVE-STATUS
003070         DISPLAY "** HOUSEKEEPING RUN ABORTED."
003080         SET HSK-RUN-ABORT TO TRUE
003090     END-IF
003100     IF NOT HSK-RUN-ABORT
003110         OPEN OUTPUT REPORT-FILE
003120         IF HSK-REPORT-STATUS NOT = "00"
003130             DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
003140                 HSK-REPORT-STATUS
003150             DISPLAY "** HOUSEKEEPING RUN ABORTED."
003160             CLOSE ARCHIVE-FILE
003170             SET HSK-RUN-ABORT TO TRUE
003180         END-IF
003190     END-IF.
003200 1000-EXIT.
003210     EXIT.
003220*
003230******************************************************************
003240* 1100-VERIFY-OPERATOR - PROVE THE OPERATOR AGAINST THE
003250* FIBOPMST MASTER. NO FILE, NO MATCH, OR AN INACTIVE ENTRY ALL
003260* LEAVE THE LEVEL AT ZERO - THE FILE IS THE WHOLE AUTHORITY,
003270* SO THE CHECK FAILS CLOSED.
003280******************************************************************
003290 1100-VERIFY-OPERATOR.
003300     MOVE ZERO TO HSK-AUTH-LEVEL
003310     MOVE "N" TO HSK-OPER-FOUND-SW
003320     MOVE "N" TO HSK-END-OF-OPERS-SW
003330     OPEN INPUT OPERATOR-FILE
003340     IF HSK-OPERATOR-STATUS NOT = "00"
003350         DISPLAY "** OPERATOR MASTER NOT AVAILABLE - STATUS: "
003360             HSK-OPERATOR-STATUS
003370         DISPLAY "** NOBODY CAN BE AUTHORIZED WITHOUT IT."
003380         GO TO 1100-EXIT
003390     END-IF
003400     PERFORM 1150-MATCH-ONE-OPERATOR THRU 1150-EXIT
003410         UNTIL HSK-OPER-FOUND
003420            OR HSK-END-OF-OPERS
003430     CLOSE OPERATOR-FILE.
003440 1100-EXIT.
003450     EXIT.
003460*
003470 1150-MATCH-ONE-OPERATOR.
003480     READ OPERATOR-FILE
003490         AT END
003500             MOVE "Y" TO HSK-END-OF-OPERS-SW
003510         NOT AT END
003520             IF OPR-OPERATOR-ID = HSK-OPERATOR-ID
003530                 SET HSK-OPER-FOUND TO TRUE
003540                 IF OPR-ACTIVE-FLAG = "A"
003550                    AND OPR-AUTH-LEVEL IS NUMERIC
003560                     MOVE OPR-AUTH-LEVEL TO HSK-AUTH-LEVEL
003570                 ELSE
003580                     DISPLAY "** OPERATOR IS CARRIED INACTIVE "
003590                         "ON THE OPERATOR MASTER."
003600                 END-IF
003610             END-IF
003620     END-READ.
003630 1150-EXIT.
003640     EXIT.
003650*
003660******************************************************************
003670* 2000-LOAD-CONTROL-TABLE - PULL THE GENERATION INVENTORY INTO
003680* STORAGE. NO CONTROL FILE MEANS NO GENERATIONS HELD YET.
003690******************************************************************
003700 2000-LOAD-CONTROL-TABLE.
003710     MOVE ZERO TO HSK-GEN-USED
003720     OPEN INPUT CONTROL-FILE
003730     IF HSK-CONTROL-STATUS NOT = "00"
003740         GO TO 2000-EXIT
003750     END-IF
003760     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003770         UNTIL HSK-END-OF-CONTROL
003780     CLOSE CONTROL-FILE.
003790 2000-EXIT.
003800     EXIT.
003810*
003820 2100-LOAD-ONE-ENTRY.
003830     READ CONTROL-FILE
003840         AT END
003850             MOVE "Y" TO HSK-END-OF-CONTROL-SW
003860         NOT AT END
003870             IF CTL-GENERATION-DATE IS NUMERIC
003880                AND HSK-GEN-USED < 500
003890                 ADD 1 TO HSK-GEN-USED
003900                 MOVE CTL-GENERATION-DATE TO
003910                     HSK-GEN-DATE (HSK-GEN-USED)
003920                 MOVE CTL-RECORD-COUNT TO
003930                     HSK-GEN-COUNT (HSK-GEN-USED)
003940                 MOVE CTL-CHAIN-FIELDS TO
003950                     HSK-GEN-CHAIN (HSK-GEN-USED)
003960             END-IF
003970     END-READ.
003980 2100-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020* 3000-ARCHIVE-AUDIT-FILE - COPY EVERY LIVE AUDIT RECORD INTO
004030* THE DAY'S DATED GENERATION
004040******************************************************************
004050 3000-ARCHIVE-AUDIT-FILE.
004060     OPEN INPUT AUDIT-FILE
004070     IF HSK-AUDIT-STATUS NOT = "00"
004080         DISPLAY "NO LIVE AUDIT FILE TO ARCHIVE - STATUS: "
004090             HSK-AUDIT-STATUS
004100         MOVE "Y" TO HSK-END-OF-AUDIT-SW
004110         GO TO 3000-EXIT
004120     END-IF
004130     PERFORM 3100-ARCHIVE-ONE-RECORD THRU 3100-EXIT
004140         UNTIL HSK-END-OF-AUDIT
004150     CLOSE AUDIT-FILE.
004160 3000-EXIT.
004170     EXIT.
004180*
004190 3100-ARCHIVE-ONE-RECORD.
004200     READ AUDIT-FILE
004210         AT END
004220             MOVE "Y" TO HSK-END-OF-AUDIT-SW
004230         NOT AT END
004240             MOVE SPACES TO ARCHIVE-RECORD
004250             MOVE AUDIT-RECORD TO ARCHIVE-RECORD
004260             WRITE ARCHIVE-RECORD
004270             IF HSK-ARCHIVE-STATUS NOT = "00"
004280                 DISPLAY "** ARCHIVE WRITE FAILED - STATUS: "
004290                     HSK-ARCHIVE-STATUS
004300                 DISPLAY "** LIVE AUDIT FILE LEFT UNTOUCHED - "
004310                     "RERUN AFTER THE SPACE PROBLEM IS FIXED."
004320                 MOVE "Y" TO HSK-END-OF-AUDIT-SW
004330                 SET HSK-RUN-ABORT TO TRUE
004340             ELSE
004350                 ADD 1 TO HSK-RECORDS-ARCHIVED
004360                 PERFORM 3200-NOTE-CHAIN-RECORD THRU 3200-EXIT
004370             END-IF
004380     END-READ.
004390 3100-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430* 3200-NOTE-CHAIN-RECORD - KEEP THE FIRST AND LAST CHAINED
004440* RECORDS COPIED. A RECORD FROM BEFORE THE CHAIN BEGAN CARRIES
004450* NO SEQUENCE NUMBER AND IS PASSED OVER.
004460******************************************************************
004470 3200-NOTE-CHAIN-RECORD.
004480     IF AUD-SEQUENCE-NUMBER NOT NUMERIC
004490        OR AUD-CHAIN-CHECK NOT NUMERIC
004500         GO TO 3200-EXIT
004510     END-IF
004520     IF NOT HSK-CHAIN-SEEN
004530         MOVE AUD-SEQUENCE-NUMBER TO HSK-RUN-FIRST-SEQUENCE
004540         SET HSK-CHAIN-SEEN TO TRUE
004550     END-IF
004560     MOVE AUD-SEQUENCE-NUMBER TO HSK-RUN-LAST-SEQUENCE
004570     MOVE AUD-CHAIN-CHECK TO HSK-RUN-LAST-CHECK.
004580 3200-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620* 4000-REGISTER-GENERATION - ADD TODAY'S GENERATION TO THE
004630* INVENTORY. A RERUN ON THE SAME DATE FOLDS ITS COUNT INTO
004640* THE EXISTING ENTRY (THE ARCHIVE OPEN EXTENDS ON RERUN), AND
004650* MOVES THE ENTRY'S LAST SEQUENCE AND CHECK VALUE ON TO ITS OWN.
004660******************************************************************
004670 4000-REGISTER-GENERATION.
004680     MOVE "N" TO HSK-FOUND-SW
004690     PERFORM 4100-MATCH-ONE-GENERATION THRU 4100-EXIT
004700         VARYING HSK-TBL-IDX FROM 1 BY 1
004710             UNTIL HSK-TBL-IDX > HSK-GEN-USED
004720                OR HSK-ENTRY-FOUND
004730     IF NOT HSK-ENTRY-FOUND
004740         IF HSK-GEN-USED < 500
004750             ADD 1 TO HSK-GEN-USED
004760             MOVE HSK-RUN-DATE TO HSK-GEN-DATE (HSK-GEN-USED)
004770             MOVE HSK-RECORDS-ARCHIVED TO
004780                 HSK-GEN-COUNT (HSK-GEN-USED)
004790             MOVE SPACES TO HSK-GEN-CHAIN (HSK-GEN-USED)
004800             MOVE HSK-GEN-USED TO HSK-TBL-IDX
004810             PERFORM 4200-POST-GENERATION-CHAIN THRU 4200-EXIT
004820         ELSE
004830             DISPLAY "** GENERATION INVENTORY IS FULL - ENTRY "
004840                 "NOT RECORDED FOR DATE " HSK-RUN-DATE
004850         END-IF
004860     END-IF.
004870 4000-EXIT.
004880     EXIT.
004890*
004900 4100-MATCH-ONE-GENERATION.
004910     IF HSK-GEN-DATE (HSK-TBL-IDX) = HSK-RUN-DATE
004920         ADD HSK-RECORDS-ARCHIVED TO HSK-GEN-COUNT (HSK-TBL-IDX)
004930         PERFORM 4200-POST-GENERATION-CHAIN THRU 4200-EXIT
004940         SET HSK-ENTRY-FOUND TO TRUE
004950     END-IF.
004960 4100-EXIT.
004970     EXIT.
004980*
004990 4200-POST-GENERATION-CHAIN.
005000     IF NOT HSK-CHAIN-SEEN
005010         GO TO 4200-EXIT
005020     END-IF
005030     IF HSK-GEN-FIRST-SEQ (HSK-TBL-IDX) NOT NUMERIC
005040         MOVE HSK-RUN-FIRST-SEQUENCE TO
005050             HSK-GEN-FIRST-SEQ (HSK-TBL-IDX)
005060     END-IF
005070     MOVE HSK-RUN-LAST-SEQUENCE TO HSK-GEN-LAST-SEQ (HSK-TBL-IDX)
005080     MOVE HSK-RUN-LAST-CHECK TO HSK-GEN-LAST-CHECK (HSK-TBL-IDX).
005090 4200-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130* 5000-APPLY-RETENTION - PUSH THE RUN DATE BACK THE RETENTION
005140* SPAN AND COUNT WHAT FALLS OUT. THE PURGED ENTRIES ARE LISTED
005150* ON THE SUMMARY AND DROPPED WHEN THE INVENTORY IS REWRITTEN.
005160******************************************************************
005170 5000-APPLY-RETENTION.
005180     COMPUTE HSK-WORK-MONTHS =
005190         (HSK-RUN-YEAR * 12) + HSK-RUN-MONTH - 1
005200         - HSK-RETENTION-MONTHS
005210     DIVIDE HSK-WORK-MONTHS BY 12
005220         GIVING HSK-WORK-YEARS
005230         REMAINDER HSK-WORK-REMAINDER
005240     MOVE HSK-WORK-YEARS TO HSK-CUTOFF-YEAR
005250     COMPUTE HSK-CUTOFF-MONTH = HSK-WORK-REMAINDER + 1
005260     MOVE HSK-RUN-DAY TO HSK-CUTOFF-DAY
005270     MOVE ZERO TO HSK-GENERATIONS-PURGED
005280     MOVE ZERO TO HSK-GENERATIONS-HELD
005290     MOVE 99999999 TO HSK-OLDEST-DATE-KEPT
005300     PERFORM 5100-JUDGE-ONE-GENERATION THRU 5100-EXIT
005310         VARYING HSK-TBL-IDX FROM 1 BY 1
005320             UNTIL HSK-TBL-IDX > HSK-GEN-USED
005330     IF HSK-OLDEST-DATE-KEPT = 99999999
005340         MOVE ZERO TO HSK-OLDEST-DATE-KEPT
005350     END-IF.
005360 5000-EXIT.
005370     EXIT.
005380*
005390 5100-JUDGE-ONE-GENERATION.
005400     IF HSK-GEN-DATE (HSK-TBL-IDX) < HSK-CUTOFF-DATE
005410         ADD 1 TO HSK-GENERATIONS-PURGED
005420     ELSE
005430         ADD 1 TO HSK-GENERATIONS-HELD
005440         IF HSK-GEN-DATE (HSK-TBL-IDX) < HSK-OLDEST-DATE-KEPT
005450             MOVE HSK-GEN-DATE (HSK-TBL-IDX) TO
005460                 HSK-OLDEST-DATE-KEPT
005470         END-IF
005480     END-IF.
005490 5100-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530* 6000-REWRITE-CONTROL-FILE - THE INVENTORY GOES BACK OUT WITH
005540* THE PURGED GENERATIONS DROPPED
005550******************************************************************
005560 6000-REWRITE-CONTROL-FILE.
005570     OPEN OUTPUT CONTROL-FILE
005580     IF HSK-CONTROL-STATUS NOT = "00"
005590         DISPLAY "** UNABLE TO REWRITE CONTROL FILE - STATUS: "
005600             HSK-CONTROL-STATUS
005610         GO TO 6000-EXIT
005620     END-IF
005630     PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
005640         VARYING HSK-TBL-IDX FROM 1 BY 1
005650             UNTIL HSK-TBL-IDX > HSK-GEN-USED
005660     CLOSE CONTROL-FILE.
005670 6000-EXIT.
005680     EXIT.
005690*
005700 6100-WRITE-ONE-ENTRY.
005710     IF HSK-GEN-DATE (HSK-TBL-IDX) >= HSK-CUTOFF-DATE
005720         MOVE SPACES TO CONTROL-RECORD
005730         MOVE HSK-GEN-DATE (HSK-TBL-IDX) TO CTL-GENERATION-DATE
005740         MOVE HSK-GEN-COUNT (HSK-TBL-IDX) TO CTL-RECORD-COUNT
005750         MOVE HSK-GEN-CHAIN (HSK-TBL-IDX) TO CTL-CHAIN-FIELDS
005760         WRITE CONTROL-RECORD
005770     END-IF.
005780 6100-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820* 7000-PRINT-SUMMARY - THE ONE-PAGE ARCHIVAL SUMMARY
005830******************************************************************
005840 7000-PRINT-SUMMARY.
005850     MOVE HSK-RUN-DATE TO HSK-HDG-DATE
005860     MOVE HSK-RUN-TIME TO HSK-HDG-TIME
005870     MOVE SPACES TO REPORT-RECORD
005880     MOVE HSK-HEADING-1 TO REPORT-RECORD
005890     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005900     MOVE SPACES TO REPORT-RECORD
005910     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005920     MOVE "RECORDS ARCHIVED THIS RUN" TO HSK-DET-LABEL
005930     MOVE HSK-RECORDS-ARCHIVED TO HSK-DET-VALUE
005940     PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT
005950     MOVE "GENERATIONS HELD" TO HSK-DET-LABEL
005960     MOVE HSK-GENERATIONS-HELD TO HSK-DET-VALUE
005970     PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT
005980     MOVE "GENERATIONS PURGED THIS RUN" TO HSK-DET-LABEL
005990     MOVE HSK-GENERATIONS-PURGED TO HSK-DET-VALUE
006000     PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT
006010     MOVE "OLDEST GENERATION RETAINED" TO HSK-DATE-LABEL
006020     MOVE HSK-OLDEST-DATE-KEPT TO HSK-DATE-VALUE
006030     MOVE SPACES TO REPORT-RECORD
006040     MOVE HSK-DATE-LINE TO REPORT-RECORD
006050     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006060     MOVE "RETENTION CUTOFF DATE" TO HSK-DATE-LABEL
006070     MOVE HSK-CUTOFF-DATE TO HSK-DATE-VALUE
006080     MOVE SPACES TO REPORT-RECORD
006090     MOVE HSK-DATE-LINE TO REPORT-RECORD
006100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006110     IF HSK-GENERATIONS-PURGED > ZERO
006120         MOVE SPACES TO REPORT-RECORD
006130         MOVE "  DATED DATA SETS TO DELETE:" TO REPORT-RECORD
006140         WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
006150         PERFORM 7200-PRINT-ONE-PURGE THRU 7200-EXIT
006160             VARYING HSK-TBL-IDX FROM 1 BY 1
006170                 UNTIL HSK-TBL-IDX > HSK-GEN-USED
006180     END-IF.
006190 7000-EXIT.
006200     EXIT.
006210*
006220 7100-PRINT-DETAIL-LINE.
006230     MOVE SPACES TO REPORT-RECORD
006240     MOVE HSK-DETAIL-LINE TO REPORT-RECORD
006250     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006260 7100-EXIT.
006270     EXIT.
006280*
006290 7200-PRINT-ONE-PURGE.
006300     IF HSK-GEN-DATE (HSK-TBL-IDX) < HSK-CUTOFF-DATE
006310         MOVE HSK-GEN-DATE (HSK-TBL-IDX) TO HSK-PURGE-DATE
006320         MOVE HSK-GEN-COUNT (HSK-TBL-IDX) TO HSK-PURGE-COUNT
006330         MOVE SPACES TO REPORT-RECORD
006340         MOVE HSK-PURGE-LINE TO REPORT-RECORD
006350         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006360     END-IF.
006370 7200-EXIT.
006380     EXIT.
006390*
006400******************************************************************
006410* 8000-RESET-LIVE-FILE - START THE FRESH LIVE AUDIT FILE. AN
006420* OPEN OUTPUT FOLLOWED BY A CLOSE LEAVES AN EMPTY FILE FOR THE
006430* NEXT WINDOW'S EXTENDS.
006440******************************************************************
006450 8000-RESET-LIVE-FILE.
006460     OPEN OUTPUT AUDIT-FILE
006470     IF HSK-AUDIT-STATUS NOT = "00"
006480         DISPLAY "** UNABLE TO RESET THE LIVE AUDIT FILE - "
006490             "STATUS: " HSK-AUDIT-STATUS
006500         DISPLAY "** EMPTY IT BY HAND BEFORE THE NEXT WINDOW "
006510             "OR TOMORROW'S GENERATION WILL CARRY DUPLICATES."
006520         SET HSK-RESET-FAILED TO TRUE
006530     ELSE
006540         CLOSE AUDIT-FILE
006550     END-IF.
006560 8000-EXIT.
006570     EXIT.
006580*
006590******************************************************************
006600* 8800-WRITE-SECURITY-LOG - ONE RECORD PER DENIED ATTEMPT. THE
006610* LOG IS OPENED AND CLOSED AROUND EACH WRITE SO A DENIAL IS ON
006620* DISK BEFORE THE RUN ENDS.
006630******************************************************************
006640 8800-WRITE-SECURITY-LOG.
006650     OPEN EXTEND SECURITY-LOG-FILE
006660     IF HSK-SECURITY-STATUS = "35"
006670         OPEN OUTPUT SECURITY-LOG-FILE
006680     END-IF
006690     IF HSK-SECURITY-STATUS NOT = "00"
006700         DISPLAY "** UNABLE TO WRITE THE SECURITY LOG - "
006710             "STATUS: " HSK-SECURITY-STATUS
006720         GO TO 8800-EXIT
006730     END-IF
006740     MOVE SPACES TO SECURITY-LOG-RECORD
006750     MOVE HSK-RUN-DATE TO SEC-RUN-DATE
006760     MOVE HSK-RUN-TIME TO SEC-RUN-TIME
006770     MOVE HSK-OPERATOR-ID TO SEC-OPERATOR-ID
006780     MOVE "FIBAUDHSK" TO SEC-PROGRAM-ID
006790     MOVE HSK-DENIED-FUNCTION TO SEC-FUNCTION
006800     MOVE "DENIED" TO SEC-DISPOSITION
006810     WRITE SECURITY-LOG-RECORD
006820     CLOSE SECURITY-LOG-FILE.
006830 8800-EXIT.
006840     EXIT.
006850*
006860******************************************************************
006870* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
006880* TO THE SHARED RUN LOG, POSTED AFTER THE CONDITION CODE IS
006890* DECIDED SO THE MORNING REPORT SEES THE SAME GRADE THE
006900* SCHEDULER SAW
006910******************************************************************
006920 9800-WRITE-RUN-SUMMARY.
006930     OPEN EXTEND RUN-LOG-FILE
006940     IF HSK-RUNLOG-STATUS = "35"
006950         OPEN OUTPUT RUN-LOG-FILE
006960     END-IF
006970     IF HSK-RUNLOG-STATUS NOT = "00"
006980         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
006990             HSK-RUNLOG-STATUS
007000         GO TO 9800-EXIT
007010     END-IF
007020     MOVE SPACES TO RUN-LOG-RECORD
007030     MOVE "FIBAUDHSK" TO RLG-PROGRAM-ID
007040     MOVE HSK-RUN-DATE TO RLG-RUN-DATE
007050     MOVE HSK-RUN-TIME TO RLG-RUN-TIME
007060     MOVE HSK-RECORDS-ARCHIVED TO RLG-RECORDS-READ
007070     MOVE HSK-RECORDS-ARCHIVED TO RLG-RECORDS-WRITTEN
007080     MOVE ZERO TO RLG-RECORDS-REJECTED
007090     MOVE ZERO TO RLG-HASH-TOTAL
007100     MOVE RETURN-CODE TO RLG-RETURN-CODE
007110     WRITE RUN-LOG-RECORD
007120     CLOSE RUN-LOG-FILE.
007130 9800-EXIT.
007140     EXIT.
007150*
007160 9999-TERMINATE.
007170     CLOSE ARCHIVE-FILE
007180     CLOSE REPORT-FILE
007190     EVALUATE TRUE
007200         WHEN HSK-RUN-ABORT
007210             DISPLAY "HOUSEKEEPING RUN ABORTED - THE LIVE AUDIT "
007220                 "FILE AND THE INVENTORY WERE LEFT AS THEY WERE."
007230         WHEN HSK-RESET-FAILED
007240             DISPLAY "HOUSEKEEPING ENDED WITH ERRORS - ARCHIVE "
007250                 "AND INVENTORY ARE GOOD, BUT THE LIVE AUDIT"
007260             DISPLAY "FILE WAS NOT EMPTIED - EMPTY IT BEFORE THE "
007270                 "NEXT WINDOW OR IT WILL BE ARCHIVED TWICE."
007280         WHEN OTHER
007290             DISPLAY "HOUSEKEEPING COMPLETE - RECORDS ARCHIVED: "
007300                 HSK-RECORDS-ARCHIVED
007310             DISPLAY "  GENERATIONS HELD:   " HSK-GENERATIONS-HELD
007320             DISPLAY "  GENERATIONS PURGED: "
007330                 HSK-GENERATIONS-PURGED
007340     END-EVALUATE.
007350 9999-EXIT.
007360     EXIT.
