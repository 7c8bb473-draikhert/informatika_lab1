000360*                  LIVE FILE ON THAT DD). CONDITION CODE:
000370*                  0 CLEAN, 8 VERIFY FOUND EXCEPTIONS,
000380*                  16 ABORTED.
000390* 10/15/2026 DPG   FIBMASTR NOW CARRIES AN ALTERNATE KEY ON THE
000400*                  ZECKENDORF CODE. VERIFY AND REBUILD BOTH FINISH
000410*                  WITH A PASS DOWN THE CODE INDEX THAT PROVES IT
000420*                  HOLDS EVERY MASTER RECORD, AND REPORT EACH CODE
000430*                  CARRIED BY MORE THAN ONE DECIMAL VALUE. EITHER
000440*                  FAULT GRADES THE RUN 8.
000450*
000460******************************************************************
000470* ENVIRONMENT DIVISION
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT MASTER-FILE ASSIGN TO FIBMASTR
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MST-DECIMAL-VALUE
000560         ALTERNATE RECORD KEY IS MST-ZECKENDORF-CODE
000570             WITH DUPLICATES
000580         FILE STATUS IS CHK-MASTER-STATUS.
000590     SELECT ARCHIVE-INPUT-FILE ASSIGN TO FIBARCIN
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CHK-ARCHIVE-STATUS.
000620     SELECT REPORT-FILE ASSIGN TO FIBCHKRP
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CHK-REPORT-STATUS.
000650*
000660******************************************************************
000670* DATA DIVISION
000680******************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  MASTER-FILE.
000720 COPY MASTREC.
000730 FD  ARCHIVE-INPUT-FILE.
000740 COPY AUDITREC.
000750 FD  REPORT-FILE.
000760 01  REPORT-RECORD                    PIC X(132).
000770*
000780 WORKING-STORAGE SECTION.
000790* ---------------------------------------------------------
000800* FILE STATUS AND RUN SWITCHES
000810* ---------------------------------------------------------
000820 77  CHK-MASTER-STATUS                PIC X(02) VALUE SPACES.
000830 77  CHK-ARCHIVE-STATUS               PIC X(02) VALUE SPACES.
000840 77  CHK-REPORT-STATUS                PIC X(02) VALUE SPACES.
000850 01  CHK-RUN-MODE                     PIC X(01) VALUE SPACE.
000860     88  CHK-VERIFY-MODE                        VALUE "V".
000870     88  CHK-REBUILD-MODE                       VALUE "R".
000880 01  CHK-CONFIRM                      PIC X(01) VALUE SPACE.
000890 01  CHK-END-OF-MASTER-SW             PIC X(01) VALUE "N".
000900     88  CHK-END-OF-MASTER                      VALUE "Y".
000910 01  CHK-END-OF-ARCHIVE-SW            PIC X(01) VALUE "N".
000920     88  CHK-END-OF-ARCHIVE                     VALUE "Y".
000930 01  CHK-RUN-ABORT-SW                 PIC X(01) VALUE "N".
000940     88  CHK-RUN-ABORT                          VALUE "Y".
000950 01  CHK-RECORD-CLEAN-SW              PIC X(01) VALUE "Y".
000960     88  CHK-RECORD-CLEAN                       VALUE "Y".
000970 01  CHK-END-OF-CODES-SW              PIC X(01) VALUE "N".
000980     88  CHK-END-OF-CODES                       VALUE "Y".
000990*
001000* ---------------------------------------------------------
001010* COUNTERS AND RUN STAMPS
001020* ---------------------------------------------------------
001030 77  CHK-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
001040 77  CHK-EXCEPTION-COUNT              PIC 9(08) VALUE ZERO COMP.
001050 77  CHK-ARCHIVE-READ                 PIC 9(08) VALUE ZERO COMP.
001060 77  CHK-POSTED-COUNT                 PIC 9(08) VALUE ZERO COMP.
001070 77  CHK-SKIPPED-COUNT                PIC 9(08) VALUE ZERO COMP.
001080 77  CHK-NEW-VALUE-COUNT              PIC 9(08) VALUE ZERO COMP.
001090 77  CHK-MASTER-COUNT                 PIC 9(08) VALUE ZERO COMP.
001100 77  CHK-INDEX-READ                   PIC 9(08) VALUE ZERO COMP.
001110 77  CHK-DUPLICATE-CODE-COUNT         PIC 9(08) VALUE ZERO COMP.
001120 77  CHK-INDEX-EXCEPTION-COUNT        PIC 9(08) VALUE ZERO COMP.
001130 01  CHK-RUN-DATE                     PIC 9(08) VALUE ZERO.
001140 01  CHK-RUN-TIME                     PIC 9(08) VALUE ZERO.
001150*
001160* ---------------------------------------------------------
001170* DATE SANITY BOUNDS - THE SUITE WENT LIVE IN 2020, SO A SEEN
001180* STAMP BEFORE THAT YEAR OR PAST THE CENTURY IS NOT A DATE THE
001190* TWO POSTING PROGRAMS COULD HAVE WRITTEN.
001200* ---------------------------------------------------------
001210 77  CHK-EARLIEST-DATE                PIC 9(08) VALUE 20200101.
001220 77  CHK-LATEST-DATE                  PIC 9(08) VALUE 20991231.
001230*
001240* ---------------------------------------------------------
001250* CODE-INDEX PASS - THE CODE AND VALUE OF THE RECORD BEFORE,
001260* SO A CODE REPEATED ON THE NEXT RECORD IS CAUGHT
001270* ---------------------------------------------------------
001280 01  CHK-PRIOR-CODE                   PIC X(55) VALUE LOW-VALUES.
001290 01  CHK-PRIOR-VALUE                  PIC 9(10) VALUE ZERO.
001300*
001310* ---------------------------------------------------------
001320* PARAMETERS PASSED TO THE FIBCNVDRV CONVERSION ENTRY POINT.
001330* THIS PROGRAM OWNS ITS OWN COPY, THE SAME WAY ANY OTHER
001340* CALLING PROGRAM WOULD.
001350* ---------------------------------------------------------
001360 01  CHK-FIBONACCI-INPUT              PIC 9(10).
001370 01  CHK-DECIMAL-OUTPUT               PIC 9(10).
001380 01  CHK-RETURN-CODE                  PIC 9(02).
001390     88  CHK-OUTPUT-OVERFLOW                    VALUE 90.
001400     COPY FIBSEQ
001410         REPLACING ==FIBONACCI-SEQUENCE==
001420                BY ==CHK-FIBONACCI-SEQUENCE==
001430                   ==FIBONACCI-ARRAY==
001440                BY ==CHK-FIBONACCI-ARRAY==
001450                   ==FIBONACCI-VALUE==
001460                BY ==CHK-FIBONACCI-VALUE==
001470                   ==DECIMAL-RESULT-DISPLAY==
001480                BY ==CHK-DECIMAL-RESULT-DISPLAY==
001490                   ==DECIMAL-DIGIT==
001500                BY ==CHK-DECIMAL-DIGIT==
001510                   ==DECIMAL-RESULT==
001520                BY ==CHK-DECIMAL-RESULT==.
001530*
001540* ---------------------------------------------------------
001550* PRINT LINES
001560* ---------------------------------------------------------
001570 01  CHK-HEADING-1.
001580     05  FILLER                       PIC X(42) VALUE
001590         "CONVERSION-MASTER INTEGRITY RUN - RUN DATE".
001600     05  FILLER                       PIC X(01) VALUE SPACE.
001610     05  CHK-HDG-DATE                 PIC 9(08).
001620     05  FILLER                       PIC X(06) VALUE " TIME ".
001630     05  CHK-HDG-TIME                 PIC 9(08).
001640     05  FILLER                       PIC X(06) VALUE " MODE ".
001650     05  CHK-HDG-MODE                 PIC X(01).
001660 01  CHK-EXCEPTION-LINE.
001670     05  FILLER                       PIC X(04) VALUE SPACES.
001680     05  CHK-EXC-VALUE                PIC 9(10).
001690     05  FILLER                       PIC X(01) VALUE SPACE.
001700     05  CHK-EXC-REASON               PIC X(40).
001710 01  CHK-CODE-LINE.
001720     05  FILLER                       PIC X(06) VALUE SPACES.
001730     05  CHK-CODE-LABEL               PIC X(12).
001740     05  CHK-CODE-VALUE               PIC X(55).
001750 01  CHK-SUMMARY-LINE.
001760     05  FILLER                       PIC X(02) VALUE SPACES.
001770     05  CHK-SUM-LABEL                PIC X(36).
001780     05  CHK-SUM-COUNT                PIC ZZ,ZZZ,ZZ9.
001790*
001800******************************************************************
001810* PROCEDURE DIVISION
001820******************************************************************
001830 PROCEDURE DIVISION.
001840*
001850******************************************************************
001860* 0000-MAINLINE
001870******************************************************************
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001900     IF NOT CHK-RUN-ABORT
001910         IF CHK-VERIFY-MODE
001920             PERFORM 2000-VERIFY-MASTER THRU 2000-EXIT
001930         ELSE
001940             PERFORM 5000-REBUILD-MASTER THRU 5000-EXIT
001950         END-IF
001960         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
001970     END-IF
001980     PERFORM 9999-TERMINATE THRU 9999-EXIT
001990     STOP RUN.
002000*
002010******************************************************************
002020* 1000-INITIALIZE - TAKE THE RUN MODE, GUARD THE REBUILD BEHIND
002030* AN EXPLICIT CONFIRMATION, AND OPEN THE REPORT. THE MASTER
002040* AND ARCHIVE ARE OPENED BY THE MODE THAT USES THEM.
002050******************************************************************
002060 1000-INITIALIZE.
002070     ACCEPT CHK-RUN-DATE FROM DATE YYYYMMDD
002080     ACCEPT CHK-RUN-TIME FROM TIME
002090     DISPLAY "CONVERSION-MASTER INTEGRITY UTILITY"
002100     DISPLAY "VERIFY OR REBUILD (V/R): " WITH NO ADVANCING
002110     ACCEPT CHK-RUN-MODE
002120     IF NOT CHK-VERIFY-MODE AND NOT CHK-REBUILD-MODE
002130         DISPLAY "** INVALID MODE - RUN ABANDONED."
002140         SET CHK-RUN-ABORT TO TRUE
002150         GO TO 1000-EXIT
002160     END-IF
002170     IF CHK-REBUILD-MODE
002180         DISPLAY "REBUILD EMPTIES THE MASTER AND RELOADS IT "
002190             "FROM THE ARCHIVED AUDIT TRAIL."
002200         DISPLAY "CONFIRM THE REBUILD (Y/N): " WITH NO ADVANCING
002210         ACCEPT CHK-CONFIRM
002220         IF CHK-CONFIRM NOT = "Y"
002230             DISPLAY "REBUILD NOT CONFIRMED - RUN ABANDONED."
002240             SET CHK-RUN-ABORT TO TRUE
002250             GO TO 1000-EXIT
002260         END-IF
002270     END-IF
002280     OPEN OUTPUT REPORT-FILE
002290     IF CHK-REPORT-STATUS NOT = "00"
002300         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
002310             CHK-REPORT-STATUS
002320         DISPLAY "** INTEGRITY RUN ABORTED."
002330         SET CHK-RUN-ABORT TO TRUE
002340         GO TO 1000-EXIT
002350     END-IF
002360     MOVE CHK-RUN-DATE TO CHK-HDG-DATE
002370     MOVE CHK-RUN-TIME TO CHK-HDG-TIME
002380     MOVE CHK-RUN-MODE TO CHK-HDG-MODE
002390     MOVE SPACES TO REPORT-RECORD
002400     MOVE CHK-HEADING-1 TO REPORT-RECORD
002410     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
002420     MOVE SPACES TO REPORT-RECORD
002430     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
002440 1000-EXIT.
002450     EXIT.
002460*
002470******************************************************************
002480* 2000-VERIFY-MASTER - ONE SEQUENTIAL PASS DOWN THE MASTER,
002490* EVERY RECORD PROVED OR FLAGGED
002500******************************************************************
002510 2000-VERIFY-MASTER.
002520     OPEN INPUT MASTER-FILE
002530     IF CHK-MASTER-STATUS NOT = "00"
002540         DISPLAY "** UNABLE TO OPEN THE CONVERSION MASTER - "
002550             "STATUS: " CHK-MASTER-STATUS
002560         DISPLAY "** INTEGRITY RUN ABORTED."
002570         SET CHK-RUN-ABORT TO TRUE
002580         GO TO 2000-EXIT
002590     END-IF
002600     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
002610         UNTIL CHK-END-OF-MASTER
002620     MOVE CHK-RECORDS-READ TO CHK-MASTER-COUNT
002630     PERFORM 6000-VERIFY-CODE-INDEX THRU 6000-EXIT
002640     CLOSE MASTER-FILE.
002650 2000-EXIT.
002660     EXIT.
002670*
002680 2100-VERIFY-ONE-RECORD.
002690     READ MASTER-FILE NEXT RECORD
002700         AT END
002710             MOVE "Y" TO CHK-END-OF-MASTER-SW
002720         NOT AT END
002730             ADD 1 TO CHK-RECORDS-READ
002740             MOVE "Y" TO CHK-RECORD-CLEAN-SW
002750             PERFORM 2200-VERIFY-CANONICAL-CODE THRU 2200-EXIT
002760             PERFORM 2300-VERIFY-FIELD-SANITY THRU 2300-EXIT
002770             IF NOT CHK-RECORD-CLEAN
002780                 ADD 1 TO CHK-EXCEPTION-COUNT
002790             END-IF
002800     END-READ.
002810 2100-EXIT.
002820     EXIT.
002830*
002840******************************************************************
002850* 2200-VERIFY-CANONICAL-CODE - RE-ENCODE THE KEY AND HOLD THE
002860* STORED CODE AGAINST THE CANONICAL ONE. THE MASTER MUST ONLY
002870* EVER CARRY THE CANONICAL CODE, SO ANY DIFFERENCE AT ALL IS
002880* AN EXCEPTION - THERE IS NO ALTERNATE-CODING ALLOWANCE HERE.
002890******************************************************************
002900 2200-VERIFY-CANONICAL-CODE.
002910     IF MST-DECIMAL-VALUE NOT NUMERIC
002920         MOVE ZERO TO CHK-EXC-VALUE
002930         MOVE "RECORD KEY IS NOT NUMERIC" TO CHK-EXC-REASON
002940         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
002950         MOVE "N" TO CHK-RECORD-CLEAN-SW
002960         GO TO 2200-EXIT
002970     END-IF
002980     MOVE MST-DECIMAL-VALUE TO CHK-FIBONACCI-INPUT
002990     CALL "FibonacciToDecimal" USING CHK-FIBONACCI-INPUT
003000                                    CHK-FIBONACCI-SEQUENCE
003010                                    CHK-DECIMAL-RESULT
003020                                    CHK-DECIMAL-OUTPUT
003030                                    CHK-RETURN-CODE
003040     END-CALL
003050     IF MST-ZECKENDORF-CODE NOT = CHK-DECIMAL-RESULT-DISPLAY
003060         MOVE MST-DECIMAL-VALUE TO CHK-EXC-VALUE
003070         MOVE "STORED CODE IS NOT THE CANONICAL CODE" TO
003080             CHK-EXC-REASON
003090         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
003100         MOVE "STORED:     " TO CHK-CODE-LABEL
003110         MOVE MST-ZECKENDORF-CODE TO CHK-CODE-VALUE
003120         PERFORM 8100-PRINT-CODE-LINE THRU 8100-EXIT
003130         MOVE "CANONICAL:  " TO CHK-CODE-LABEL
003140         MOVE CHK-DECIMAL-RESULT-DISPLAY TO CHK-CODE-VALUE
003150         PERFORM 8100-PRINT-CODE-LINE THRU 8100-EXIT
003160         MOVE "N" TO CHK-RECORD-CLEAN-SW
003170     END-IF.
003180 2200-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220* 2300-VERIFY-FIELD-SANITY - THE DATE AND COUNT FIELDS MUST BE
003230* NUMERIC, THE DATES INSIDE THE LIFE OF THE SUITE, FIRST SEEN
003240* NO LATER THAN LAST SEEN, AND THE COUNT AT LEAST ONE.
003250******************************************************************
003260 2300-VERIFY-FIELD-SANITY.
003270     IF MST-FIRST-SEEN-DATE NOT NUMERIC
003280        OR MST-LAST-SEEN-DATE NOT NUMERIC
003290        OR MST-FIRST-SEEN-TIME NOT NUMERIC
003300        OR MST-LAST-SEEN-TIME NOT NUMERIC
003310         MOVE MST-DECIMAL-VALUE TO CHK-EXC-VALUE
003320         MOVE "SEEN STAMPS ARE NOT NUMERIC" TO CHK-EXC-REASON
003330         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
003340         MOVE "N" TO CHK-RECORD-CLEAN-SW
003350         GO TO 2300-EXIT
003360     END-IF
003370     IF MST-FIRST-SEEN-DATE < CHK-EARLIEST-DATE
003380        OR MST-FIRST-SEEN-DATE > CHK-LATEST-DATE
003390        OR MST-LAST-SEEN-DATE < CHK-EARLIEST-DATE
003400        OR MST-LAST-SEEN-DATE > CHK-LATEST-DATE
003410         MOVE MST-DECIMAL-VALUE TO CHK-EXC-VALUE
003420         MOVE "SEEN DATE OUTSIDE THE SUITE'S LIFE" TO
003430             CHK-EXC-REASON
003440         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
003450         MOVE "N" TO CHK-RECORD-CLEAN-SW
003460     END-IF
003470     IF MST-FIRST-SEEN-DATE > MST-LAST-SEEN-DATE
003480         MOVE MST-DECIMAL-VALUE TO CHK-EXC-VALUE
003490         MOVE "FIRST SEEN IS LATER THAN LAST SEEN" TO
003500             CHK-EXC-REASON
003510         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
003520         MOVE "N" TO CHK-RECORD-CLEAN-SW
003530     END-IF
003540     IF MST-CONVERSION-COUNT NOT NUMERIC
003550        OR MST-CONVERSION-COUNT = ZERO
003560         MOVE MST-DECIMAL-VALUE TO CHK-EXC-VALUE
003570         MOVE "CONVERSION COUNT MISSING OR ZERO" TO
003580             CHK-EXC-REASON
003590         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
003600         MOVE "N" TO CHK-RECORD-CLEAN-SW
003610     END-IF.
003620 2300-EXIT.
003630     EXIT.
003640*
003650******************************************************************
003660* 5000-REBUILD-MASTER - EMPTY THE MASTER AND RELOAD IT FROM
003670* THE ARCHIVED AUDIT TRAIL. ONLY CLEAN CONVERSIONS (STATUS 00
003680* OR NC) POST; THE CANONICAL CODE IS RE-ENCODED FROM THE VALUE
003690* BECAUSE THE ARCHIVED INPUT FIELD MAY CARRY EITHER A CODE OR
003700* A KEYED DECIMAL DEPENDING ON WHICH PROGRAM WROTE THE RECORD.
003710******************************************************************
003720 5000-REBUILD-MASTER.
003730     OPEN INPUT ARCHIVE-INPUT-FILE
003740     IF CHK-ARCHIVE-STATUS NOT = "00"
003750         DISPLAY "** UNABLE TO OPEN THE ARCHIVE INPUT - "
003760             "STATUS: " CHK-ARCHIVE-STATUS
003770         DISPLAY "** REBUILD ABORTED - MASTER LEFT UNTOUCHED."
003780         SET CHK-RUN-ABORT TO TRUE
003790         GO TO 5000-EXIT
003800     END-IF
003810     OPEN OUTPUT MASTER-FILE
003820     IF CHK-MASTER-STATUS NOT = "00"
003830         DISPLAY "** UNABLE TO EMPTY THE MASTER - STATUS: "
003840             CHK-MASTER-STATUS
003850         DISPLAY "** REBUILD ABORTED."
003860         CLOSE ARCHIVE-INPUT-FILE
003870         SET CHK-RUN-ABORT TO TRUE
003880         GO TO 5000-EXIT
003890     END-IF
003900     CLOSE MASTER-FILE
003910     OPEN I-O MASTER-FILE
003920     IF CHK-MASTER-STATUS NOT = "00"
003930         DISPLAY "** UNABLE TO REOPEN THE MASTER - STATUS: "
003940             CHK-MASTER-STATUS
003950         DISPLAY "** REBUILD ABORTED."
003960         CLOSE ARCHIVE-INPUT-FILE
003970         SET CHK-RUN-ABORT TO TRUE
003980         GO TO 5000-EXIT
003990     END-IF
004000     PERFORM 5100-POST-ONE-ARCHIVE THRU 5100-EXIT
004010         UNTIL CHK-END-OF-ARCHIVE
004020     CLOSE ARCHIVE-INPUT-FILE
004030     IF NOT CHK-RUN-ABORT
004040         MOVE CHK-NEW-VALUE-COUNT TO CHK-MASTER-COUNT
004050         PERFORM 6000-VERIFY-CODE-INDEX THRU 6000-EXIT
004060     END-IF
004070     CLOSE MASTER-FILE.
004080 5000-EXIT.
004090     EXIT.
004100*
004110 5100-POST-ONE-ARCHIVE.
004120     READ ARCHIVE-INPUT-FILE
004130         AT END
004140             MOVE "Y" TO CHK-END-OF-ARCHIVE-SW
004150         NOT AT END
004160             ADD 1 TO CHK-ARCHIVE-READ
004170             IF (AUD-CONVERSION-STATUS = "00"
004180                 OR AUD-CONVERSION-STATUS = "NC")
004190                AND AUD-DECIMAL-OUTPUT IS NUMERIC
004200                 PERFORM 5200-POST-ONE-CONVERSION THRU 5200-EXIT
004210             ELSE
004220                 ADD 1 TO CHK-SKIPPED-COUNT
004230             END-IF
004240     END-READ.
004250 5100-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290* 5200-POST-ONE-CONVERSION - FIRST SIGHT WRITES A NEW RECORD
004300* WITH THE CANONICAL CODE; EVERY SIGHT AFTER THAT BUMPS THE
004310* COUNT AND WIDENS THE FIRST/LAST-SEEN SPAN. THE ARCHIVE IS
004320* NOT ASSUMED TO ARRIVE IN DATE ORDER.
004330******************************************************************
004340 5200-POST-ONE-CONVERSION.
004350     MOVE SPACES TO MASTER-RECORD
004360     MOVE AUD-DECIMAL-OUTPUT TO MST-DECIMAL-VALUE
004370     READ MASTER-FILE
004380     EVALUATE CHK-MASTER-STATUS
004390         WHEN "00"
004400             ADD 1 TO MST-CONVERSION-COUNT
004410             IF AUD-RUN-DATE < MST-FIRST-SEEN-DATE
004420                OR (AUD-RUN-DATE = MST-FIRST-SEEN-DATE
004430                    AND AUD-RUN-TIME < MST-FIRST-SEEN-TIME)
004440                 MOVE AUD-RUN-DATE TO MST-FIRST-SEEN-DATE
004450                 MOVE AUD-RUN-TIME TO MST-FIRST-SEEN-TIME
004460             END-IF
004470             IF AUD-RUN-DATE > MST-LAST-SEEN-DATE
004480                OR (AUD-RUN-DATE = MST-LAST-SEEN-DATE
004490                    AND AUD-RUN-TIME > MST-LAST-SEEN-TIME)
004500                 MOVE AUD-RUN-DATE TO MST-LAST-SEEN-DATE
004510                 MOVE AUD-RUN-TIME TO MST-LAST-SEEN-TIME
004520             END-IF
004530             REWRITE MASTER-RECORD
004540             ADD 1 TO CHK-POSTED-COUNT
004550         WHEN "23"
004560             MOVE SPACES TO MASTER-RECORD
004570             MOVE AUD-DECIMAL-OUTPUT TO MST-DECIMAL-VALUE
004580             MOVE AUD-DECIMAL-OUTPUT TO CHK-FIBONACCI-INPUT
004590             CALL "FibonacciToDecimal"
004600                 USING CHK-FIBONACCI-INPUT
004610                       CHK-FIBONACCI-SEQUENCE
004620                       CHK-DECIMAL-RESULT
004630                       CHK-DECIMAL-OUTPUT
004640                       CHK-RETURN-CODE
004650             END-CALL
004660             MOVE CHK-DECIMAL-RESULT-DISPLAY TO
004670                 MST-ZECKENDORF-CODE
004680             MOVE AUD-RUN-DATE TO MST-FIRST-SEEN-DATE
004690             MOVE AUD-RUN-TIME TO MST-FIRST-SEEN-TIME
004700             MOVE AUD-RUN-DATE TO MST-LAST-SEEN-DATE
004710             MOVE AUD-RUN-TIME TO MST-LAST-SEEN-TIME
004720             MOVE 1 TO MST-CONVERSION-COUNT
004730             WRITE MASTER-RECORD
004740             ADD 1 TO CHK-POSTED-COUNT
004750             ADD 1 TO CHK-NEW-VALUE-COUNT
004760         WHEN OTHER
004770             DISPLAY "** MASTER READ FAILED - STATUS: "
004780                 CHK-MASTER-STATUS
004790             DISPLAY "** REBUILD STOPPED AT ARCHIVE RECORD: "
004800                 CHK-ARCHIVE-READ
004810             MOVE "Y" TO CHK-END-OF-ARCHIVE-SW
004820             SET CHK-RUN-ABORT TO TRUE
004830     END-EVALUATE.
004840 5200-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880* 6000-VERIFY-CODE-INDEX - WALK THE MASTER IN ZECKENDORF-CODE
004890* ORDER. THE INDEX MUST HOLD EXACTLY AS MANY RECORDS AS THE
004900* MASTER, AND A CANONICAL CODE BELONGS TO ONE VALUE ONLY, SO A
004910* CODE SEEN TWICE IN A ROW IS SITTING ON TWO DIFFERENT VALUES.
004920******************************************************************
004930 6000-VERIFY-CODE-INDEX.
004940     MOVE LOW-VALUES TO MST-ZECKENDORF-CODE
004950     START MASTER-FILE KEY IS NOT LESS THAN MST-ZECKENDORF-CODE
004960     EVALUATE CHK-MASTER-STATUS
004970         WHEN "00"
004980             PERFORM 6100-VERIFY-ONE-CODE THRU 6100-EXIT
004990                 UNTIL CHK-END-OF-CODES
005000         WHEN "23"
005010             CONTINUE
005020         WHEN OTHER
005030             DISPLAY "** UNABLE TO START THE CODE INDEX - "
005040                 "STATUS: " CHK-MASTER-STATUS
005050     END-EVALUATE
005060     IF CHK-INDEX-READ NOT = CHK-MASTER-COUNT
005070         MOVE ZERO TO CHK-EXC-VALUE
005080         MOVE "CODE INDEX DOES NOT HOLD EVERY RECORD" TO
005090             CHK-EXC-REASON
005100         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
005110         ADD 1 TO CHK-INDEX-EXCEPTION-COUNT
005120     END-IF.
005130 6000-EXIT.
005140     EXIT.
005150*
005160 6100-VERIFY-ONE-CODE.
005170     READ MASTER-FILE NEXT RECORD
005180         AT END
005190             MOVE "Y" TO CHK-END-OF-CODES-SW
005200             GO TO 6100-EXIT
005210     END-READ
005220     IF CHK-MASTER-STATUS NOT = "00"
005230        AND CHK-MASTER-STATUS NOT = "02"
005240         DISPLAY "** CODE INDEX READ FAILED - STATUS: "
005250             CHK-MASTER-STATUS
005260         MOVE "Y" TO CHK-END-OF-CODES-SW
005270         GO TO 6100-EXIT
005280     END-IF
005290     ADD 1 TO CHK-INDEX-READ
005300     IF MST-ZECKENDORF-CODE = CHK-PRIOR-CODE
005310         MOVE MST-DECIMAL-VALUE TO CHK-EXC-VALUE
005320         MOVE SPACES TO CHK-EXC-REASON
005330         STRING "CODE ALSO CARRIED BY VALUE " DELIMITED BY SIZE
005340                CHK-PRIOR-VALUE DELIMITED BY SIZE
005350             INTO CHK-EXC-REASON
005360         END-STRING
005370         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
005380         MOVE "CODE:       " TO CHK-CODE-LABEL
005390         MOVE MST-ZECKENDORF-CODE TO CHK-CODE-VALUE
005400         PERFORM 8100-PRINT-CODE-LINE THRU 8100-EXIT
005410         ADD 1 TO CHK-DUPLICATE-CODE-COUNT
005420         ADD 1 TO CHK-INDEX-EXCEPTION-COUNT
005430     END-IF
005440     MOVE MST-ZECKENDORF-CODE TO CHK-PRIOR-CODE
005450     MOVE MST-DECIMAL-VALUE TO CHK-PRIOR-VALUE.
005460 6100-EXIT.
005470     EXIT.
005480*
005490******************************************************************
005500* 7000-PRINT-SUMMARY - WHAT THE RUN PROVED OR REBUILT
005510******************************************************************
005520 7000-PRINT-SUMMARY.
005530     MOVE SPACES TO REPORT-RECORD
005540     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
005550     IF CHK-VERIFY-MODE
005560         MOVE "MASTER RECORDS READ" TO CHK-SUM-LABEL
005570         MOVE CHK-RECORDS-READ TO CHK-SUM-COUNT
005580         PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT
005590         MOVE "RECORDS WITH EXCEPTIONS" TO CHK-SUM-LABEL
005600         MOVE CHK-EXCEPTION-COUNT TO CHK-SUM-COUNT
005610         PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT
005620     ELSE
005630         MOVE "ARCHIVE RECORDS READ" TO CHK-SUM-LABEL
005640         MOVE CHK-ARCHIVE-READ TO CHK-SUM-COUNT
005650         PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT
005660         MOVE "CONVERSIONS POSTED" TO CHK-SUM-LABEL
005670         MOVE CHK-POSTED-COUNT TO CHK-SUM-COUNT
005680         PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT
005690         MOVE "DISTINCT VALUES REBUILT" TO CHK-SUM-LABEL
005700         MOVE CHK-NEW-VALUE-COUNT TO CHK-SUM-COUNT
005710         PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT
005720         MOVE "RECORDS SKIPPED (NOT CLEAN)" TO CHK-SUM-LABEL
005730         MOVE CHK-SKIPPED-COUNT TO CHK-SUM-COUNT
005740         PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT
005750     END-IF
005760     MOVE "CODE INDEX RECORDS READ" TO CHK-SUM-LABEL
005770     MOVE CHK-INDEX-READ TO CHK-SUM-COUNT
005780     PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT
005790     MOVE "CODES CARRIED BY MORE THAN ONE VALUE" TO CHK-SUM-LABEL
005800     MOVE CHK-DUPLICATE-CODE-COUNT TO CHK-SUM-COUNT
005810     PERFORM 8200-PRINT-SUMMARY-LINE THRU 8200-EXIT.
005820 7000-EXIT.
005830     EXIT.
005840*
005850 8000-PRINT-EXCEPTION.
005860     MOVE SPACES TO REPORT-RECORD
005870     MOVE CHK-EXCEPTION-LINE TO REPORT-RECORD
005880     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005890 8000-EXIT.
005900     EXIT.
005910*
005920 8100-PRINT-CODE-LINE.
005930     MOVE SPACES TO REPORT-RECORD
005940     MOVE CHK-CODE-LINE TO REPORT-RECORD
005950     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005960 8100-EXIT.
005970     EXIT.
005980*
005990 8200-PRINT-SUMMARY-LINE.
006000     MOVE SPACES TO REPORT-RECORD
006010     MOVE CHK-SUMMARY-LINE TO REPORT-RECORD
006020     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006030 8200-EXIT.
006040     EXIT.
006050*
006060******************************************************************
006070* 9999-TERMINATE - CLOSE OUT AND GRADE THE CONDITION CODE:
006080* 0 CLEAN, 8 VERIFY FOUND EXCEPTIONS OR THE CODE INDEX IS
006090* FAULTY, 16 ABORTED
006100******************************************************************
006110 9999-TERMINATE.
006120     IF CHK-REPORT-STATUS = "00"
006130         CLOSE REPORT-FILE
006140     END-IF
006150     EVALUATE TRUE
006160         WHEN CHK-RUN-ABORT
006170             MOVE 16 TO RETURN-CODE
006180         WHEN CHK-EXCEPTION-COUNT > ZERO
006190             DISPLAY "VERIFY COMPLETE - RECORDS READ: "
006200                 CHK-RECORDS-READ
006210                 " EXCEPTIONS: " CHK-EXCEPTION-COUNT
006220             MOVE 8 TO RETURN-CODE
006230         WHEN CHK-INDEX-EXCEPTION-COUNT > ZERO
006240             DISPLAY "CODE INDEX FAULTS: "
006250                 CHK-INDEX-EXCEPTION-COUNT
006260                 " - CODES ON MORE THAN ONE VALUE: "
006270                 CHK-DUPLICATE-CODE-COUNT
006280             MOVE 8 TO RETURN-CODE
006290         WHEN CHK-VERIFY-MODE
006300             DISPLAY "VERIFY COMPLETE - RECORDS READ: "
006310                 CHK-RECORDS-READ " - MASTER PROVED CLEAN."
006320             MOVE ZERO TO RETURN-CODE
006330         WHEN CHK-REBUILD-MODE
006340             DISPLAY "REBUILD COMPLETE - CONVERSIONS POSTED: "
006350                 CHK-POSTED-COUNT
006360                 " DISTINCT VALUES: " CHK-NEW-VALUE-COUNT
006370             MOVE ZERO TO RETURN-CODE
006380         WHEN OTHER
006390             MOVE ZERO TO RETURN-CODE
006400     END-EVALUATE.
006410 9999-EXIT.
006420     EXIT.
