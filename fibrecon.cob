000440*                  A FILE THAT ENDS MID-GROUP, REPEATS A
000450*                  HEADER EARLY, OR CARRIES RECORDS OUTSIDE A
000460*                  GROUP IS A DISCREPANCY, NEVER A PROOF.
000470* 10/15/2026 DPG   BATCHIN IS NOW READ AT ITS FULL 75-COLUMN
000480*                  WIDTH, AND THE RUN MODE IS TAKEN FROM THE
000490*                  SAME FIBPARM CARD THE DRIVER RAN UNDER. ON A
000500*                  BATCH ENCODE RUN (MODE 4) THE INPUT CARRIES A
000510*                  DECIMAL VALUE, NOT A CODE, SO EACH DETAIL IS
000520*                  PROVED BY ITS VALUE AGAINST THE INPUT VALUE AND
000530*                  BY ITS WRITTEN CODE AGAINST A FRESH ENCODE.
000540*
000550******************************************************************
000560* ENVIRONMENT DIVISION
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT BATCH-INPUT-FILE ASSIGN TO BATCHIN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS REC-INPUT-STATUS.
000640     SELECT BATCH-OUTPUT-FILE ASSIGN TO BATCHOUT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS REC-OUTPUT-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO FIBRECRP
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS REC-REPORT-STATUS.
000700     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS REC-RUNLOG-STATUS.
000730     SELECT PARM-FILE ASSIGN TO FIBPARM
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS REC-PARM-STATUS.
000760*
000770******************************************************************
000780* DATA DIVISION - THE BATCHIN/BATCHOUT LAYOUTS ARE DECLARED
000790* HERE ON PURPOSE, INDEPENDENTLY OF THE DRIVER THAT WRITES
000800* THEM: THIS PROGRAM IS THE SECOND PAIR OF EYES, SO IT CARRIES
000810* ITS OWN READING OF THE FILE CONTRACT.
000820******************************************************************
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  BATCH-INPUT-FILE.
000860 01  BATCH-INPUT-RECORD.
000870     05  IN-REFERENCE-KEY             PIC X(10).
000880     05  FILLER                       PIC X(01).
000890     05  IN-ZECKENDORF-CODE           PIC X(55).
000900     05  FILLER                       PIC X(01).
000910     05  IN-RESUBMIT-FEED-ID          PIC X(08).
000920*
000930*    A BATCH ENCODE FEED (MODE 4) CARRIES THE SAME REFERENCE KEY
000940*    FOLLOWED BY A PLAIN DECIMAL VALUE INSTEAD OF A CODE.
000950 01  BATCH-ENCODE-INPUT-RECORD.
000960     05  ENC-REFERENCE-KEY            PIC X(10).
000970     05  FILLER                       PIC X(01).
000980     05  ENC-DECIMAL-VALUE            PIC 9(10).
000990     05  ENC-DECIMAL-VALUE-X REDEFINES ENC-DECIMAL-VALUE
001000                                      PIC X(10).
001010     05  FILLER                       PIC X(54).
001020 FD  BATCH-OUTPUT-FILE.
001030 01  BATCH-OUTPUT-RECORD.
001040     05  OUT-REFERENCE-KEY            PIC X(10).
001050     05  FILLER                       PIC X(01).
001060     05  OUT-FIBONACCI-INPUT          PIC X(55).
001070     05  FILLER                       PIC X(01).
001080     05  OUT-DECIMAL-OUTPUT           PIC 9(10).
001090     05  FILLER                       PIC X(01).
001100     05  OUT-CONVERSION-STATUS        PIC X(02).
001110     05  FILLER                       PIC X(01).
001120     05  OUT-ZECKENDORF-DIGITS        PIC X(55).
001130 01  BATCH-CONTROL-RECORD.
001140     05  CTL-RECORD-TYPE              PIC X(03).
001150     05  FILLER                       PIC X(01).
001160     05  CTL-CONTROL-COUNT            PIC 9(08).
001170     05  FILLER                       PIC X(01).
001180     05  CTL-HASH-TOTAL               PIC 9(16).
001190*
001200*    A DETAIL RECORD LEADS WITH THE UNTOUCHED UPSTREAM KEY, SO
001210*    ITS FIRST THREE CHARACTERS COULD SPELL "TRL" TOO. A REAL
001220*    TRAILER IS ONLY 29 COLUMNS - ANYTHING IN THE COLUMNS A
001230*    DETAIL'S CODE WOULD OCCUPY PROVES IT IS NOT THE CONTROL
001240*    RECORD.
001250     05  CTL-TRAILING-AREA            PIC X(107).
001260*
001270*    THE SAME PROOF FOR A HEADER: A RUN HEADER IS ONLY 30
001280*    COLUMNS, SO ANYTHING PAST THE FEED ID PROVES THE RECORD
001290*    IS A DETAIL WHOSE KEY MERELY SPELLS "HDR".
001300 01  BATCH-HEADER-VIEW.
001310     05  HDV-RECORD-TYPE              PIC X(03).
001320     05  FILLER                       PIC X(27).
001330     05  HDV-TRAILING-AREA            PIC X(106).
001340 FD  REPORT-FILE.
001350 01  REPORT-RECORD                    PIC X(132).
001360 FD  RUN-LOG-FILE.
001370 COPY RUNLOG.
001380*
001390*    ONLY THE RUN MODE IS READ FROM THE DRIVER'S CONTROL CARD.
001400 FD  PARM-FILE.
001410 01  PARM-CARD-RECORD.
001420     05  PRM-RUN-MODE                 PIC 9(01).
001430     05  FILLER                       PIC X(25).
001440*
001450 WORKING-STORAGE SECTION.
001460* ---------------------------------------------------------
001470* FILE STATUS AND RUN SWITCHES
001480* ---------------------------------------------------------
001490 77  REC-INPUT-STATUS                 PIC X(02) VALUE SPACES.
001500 77  REC-OUTPUT-STATUS                PIC X(02) VALUE SPACES.
001510 77  REC-REPORT-STATUS                PIC X(02) VALUE SPACES.
001520 77  REC-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
001530 77  REC-PARM-STATUS                  PIC X(02) VALUE SPACES.
001540 01  REC-END-OF-INPUT-SW              PIC X(01) VALUE "N".
001550     88  REC-END-OF-INPUT                       VALUE "Y".
001560 01  REC-END-OF-OUTPUT-SW             PIC X(01) VALUE "N".
001570     88  REC-END-OF-OUTPUT                      VALUE "Y".
001580 01  REC-RUN-ABORT-SW                 PIC X(01) VALUE "N".
001590     88  REC-RUN-ABORT                          VALUE "Y".
001600 01  REC-GROUP-OPEN-SW                PIC X(01) VALUE "N".
001610     88  REC-GROUP-OPEN                         VALUE "Y".
001620 01  REC-MATCHED-SW                   PIC X(01) VALUE "N".
001630     88  REC-INPUT-MATCHED                      VALUE "Y".
001640 01  REC-ENCODE-RUN-SW                PIC X(01) VALUE "N".
001650     88  REC-ENCODE-RUN                         VALUE "Y".
001660*
001670* ---------------------------------------------------------
001680* RECONCILIATION COUNTERS
001690* ---------------------------------------------------------
001700 77  REC-DETAILS-READ                 PIC 9(08) VALUE ZERO COMP.
001710 77  REC-TRAILERS-SEEN                PIC 9(03) VALUE ZERO COMP.
001720 77  REC-GROUP-DETAILS                PIC 9(08) VALUE ZERO COMP.
001730 77  REC-MATCH-COUNT                  PIC 9(08) VALUE ZERO COMP.
001740 77  REC-MISMATCH-COUNT               PIC 9(08) VALUE ZERO COMP.
001750 77  REC-ALTERNATE-COUNT              PIC 9(08) VALUE ZERO COMP.
001760 77  REC-FLAGGED-COUNT                PIC 9(08) VALUE ZERO COMP.
001770 77  REC-BYPASSED-COUNT               PIC 9(08) VALUE ZERO COMP.
001780 77  REC-INPUTS-READ                  PIC 9(08) VALUE ZERO COMP.
001790 01  REC-HASH-TOTAL                   PIC 9(18) VALUE ZERO COMP.
001800 01  REC-GROUP-HASH                   PIC 9(18) VALUE ZERO COMP.
001810 01  REC-HASH-CHECK                   PIC 9(16) VALUE ZERO.
001820 01  REC-RUN-DATE                     PIC 9(08) VALUE ZERO.
001830 01  REC-RUN-TIME                     PIC 9(08) VALUE ZERO.
001840 01  REC-SAVED-KEY                    PIC X(10) VALUE SPACES.
001850 01  REC-SAVED-CODE                   PIC X(55) VALUE SPACES.
001860 01  REC-SAVED-VALUE                  PIC 9(10) VALUE ZERO.
001870 01  REC-SAVED-STATUS                 PIC X(02) VALUE SPACES.
001880 01  REC-REGEN-CODE                   PIC X(55) VALUE SPACES.
001890*
001900* ---------------------------------------------------------
001910* PARAMETERS PASSED TO THE FIBCNVDRV CONVERSION ENTRY POINT.
001920* THIS PROGRAM OWNS ITS OWN COPY, THE SAME WAY ANY OTHER
001930* CALLING PROGRAM WOULD.
001940* ---------------------------------------------------------
001950 01  REC-FIBONACCI-INPUT              PIC 9(10).
001960 01  REC-DECIMAL-OUTPUT               PIC 9(10).
001970 01  REC-RETURN-CODE                  PIC 9(02).
001980     88  REC-OUTPUT-OVERFLOW                    VALUE 90.
001990     COPY FIBSEQ
002000         REPLACING ==FIBONACCI-SEQUENCE==
002010                BY ==REC-FIBONACCI-SEQUENCE==
002020                   ==FIBONACCI-ARRAY==
002030                BY ==REC-FIBONACCI-ARRAY==
002040                   ==FIBONACCI-VALUE==
002050                BY ==REC-FIBONACCI-VALUE==
002060                   ==DECIMAL-RESULT-DISPLAY==
002070                BY ==REC-DECIMAL-RESULT-DISPLAY==
002080                   ==DECIMAL-DIGIT==
002090                BY ==REC-DECIMAL-DIGIT==
002100                   ==DECIMAL-RESULT==
002110                BY ==REC-DECIMAL-RESULT==.
002120*
002130* ---------------------------------------------------------
002140* PRINT LINES
002150* ---------------------------------------------------------
002160 01  REC-HEADING-1.
002170     05  FILLER                       PIC X(38) VALUE
002180         "BATCH DECODE RECONCILIATION - RUN DATE".
002190     05  FILLER                       PIC X(01) VALUE SPACE.
002200     05  REC-HDG-DATE                 PIC 9(08).
002210     05  FILLER                       PIC X(06) VALUE " TIME ".
002220     05  REC-HDG-TIME                 PIC 9(08).
002230 01  REC-DISCREPANCY-LINE.
002240     05  FILLER                       PIC X(04) VALUE SPACES.
002250     05  REC-DIS-KEY                  PIC X(10).
002260     05  FILLER                       PIC X(01) VALUE SPACE.
002270     05  REC-DIS-REASON               PIC X(40).
002280 01  REC-CODE-LINE.
002290     05  FILLER                       PIC X(06) VALUE SPACES.
002300     05  REC-CODE-LABEL               PIC X(12).
002310     05  REC-CODE-VALUE               PIC X(55).
002320 01  REC-SUMMARY-LINE.
002330     05  FILLER                       PIC X(02) VALUE SPACES.
002340     05  REC-SUM-LABEL                PIC X(36).
002350     05  REC-SUM-COUNT                PIC ZZ,ZZZ,ZZ9.
002360 01  REC-RESULT-LINE.
002370     05  FILLER                       PIC X(23) VALUE
002380         "RECONCILIATION RESULT: ".
002390     05  REC-RESULT-TEXT              PIC X(60).
002400*
002410******************************************************************
002420* PROCEDURE DIVISION
002430******************************************************************
002440 PROCEDURE DIVISION.
002450*
002460******************************************************************
002470* 0000-MAINLINE
002480******************************************************************
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002510     IF NOT REC-RUN-ABORT
002520         PERFORM 2000-VERIFY-HEADER THRU 2000-EXIT
002530     END-IF
002540     IF NOT REC-RUN-ABORT
002550         PERFORM 3000-PROCESS-OUTPUT-FILE THRU 3000-EXIT
002560         PERFORM 4000-DRAIN-INPUT-FILE THRU 4000-EXIT
002570         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002580     END-IF
002590     PERFORM 9999-TERMINATE THRU 9999-EXIT
002600     STOP RUN.
002610*
002620******************************************************************
002630* 1000-INITIALIZE - OPEN THE THREE FILES; ANY OPEN FAILURE
002640* MEANS THERE IS NOTHING THIS PASS CAN PROVE
002650******************************************************************
002660 1000-INITIALIZE.
002670     ACCEPT REC-RUN-DATE FROM DATE YYYYMMDD
002680     ACCEPT REC-RUN-TIME FROM TIME
002690     DISPLAY "BATCH DECODE RECONCILIATION - RUN DATE "
002700         REC-RUN-DATE
002710     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
002720     OPEN INPUT BATCH-INPUT-FILE
002730     IF REC-INPUT-STATUS NOT = "00"
002740         DISPLAY "** UNABLE TO OPEN BATCH INPUT FILE - STATUS: "
002750             REC-INPUT-STATUS
002760         SET REC-RUN-ABORT TO TRUE
002770     END-IF
002780     OPEN INPUT BATCH-OUTPUT-FILE
002790     IF REC-OUTPUT-STATUS NOT = "00"
002800         DISPLAY "** UNABLE TO OPEN BATCH OUTPUT FILE - STATUS: "
002810             REC-OUTPUT-STATUS
002820         SET REC-RUN-ABORT TO TRUE
002830     END-IF
002840     OPEN OUTPUT REPORT-FILE
002850     IF REC-REPORT-STATUS NOT = "00"
002860         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
002870             REC-REPORT-STATUS
002880         SET REC-RUN-ABORT TO TRUE
002890     END-IF
002900     IF NOT REC-RUN-ABORT
002910         MOVE REC-RUN-DATE TO REC-HDG-DATE
002920         MOVE REC-RUN-TIME TO REC-HDG-TIME
002930         MOVE SPACES TO REPORT-RECORD
002940         MOVE REC-HEADING-1 TO REPORT-RECORD
002950         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
002960         MOVE SPACES TO REPORT-RECORD
002970         IF REC-ENCODE-RUN
002980             MOVE "BATCH ENCODE RUN - PROVED BY DECIMAL VALUE"
002990                 TO REPORT-RECORD
003000         END-IF
003010         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003020     END-IF.
003030 1000-EXIT.
003040     EXIT.
003050*
003060******************************************************************
003070* 1100-READ-PARM-CARD - THE RUN MODE DECIDES WHAT BATCHIN HOLDS.
003080* A BATCH ENCODE (MODE 4) READS DECIMAL VALUES; EVERY OTHER MODE
003090* READS CODES. WITH NO CARD THE DRIVER TOOK ITS MODE FROM THE
003100* CONSOLE, AND THE PASS READS BATCHIN AS A DECODE FEED - AN
003110* ENCODE RUN READ THAT WAY FAILS ON EVERY DETAIL, NEVER PROVES.
003120******************************************************************
003130 1100-READ-PARM-CARD.
003140     OPEN INPUT PARM-FILE
003150     IF REC-PARM-STATUS NOT = "00"
003160         GO TO 1100-EXIT
003170     END-IF
003180     READ PARM-FILE
003190     IF REC-PARM-STATUS = "00"
003200        AND PRM-RUN-MODE = 4
003210         SET REC-ENCODE-RUN TO TRUE
003220         DISPLAY "BATCH ENCODE RUN - DETAILS PROVED AGAINST THE "
003230             "DECIMAL INPUT."
003240     END-IF
003250     CLOSE PARM-FILE.
003260 1100-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300* 2000-VERIFY-HEADER - THE FIRST BATCHOUT RECORD MUST BE A RUN
003310* HEADER; A FILE WITHOUT ONE IS NOT A COMPLETE HAND-OFF. THE
003320* HEADER OPENS THE FIRST HEADER/TRAILER GROUP.
003330******************************************************************
003340 2000-VERIFY-HEADER.
003350     READ BATCH-OUTPUT-FILE
003360         AT END
003370             MOVE "Y" TO REC-END-OF-OUTPUT-SW
003380     END-READ
003390     IF REC-END-OF-OUTPUT
003400        OR HDV-RECORD-TYPE NOT = "HDR"
003410        OR HDV-TRAILING-AREA NOT = SPACES
003420         DISPLAY "** BATCHOUT DOES NOT START WITH A HEADER "
003430             "RECORD - CANNOT RECONCILE."
003440         SET REC-RUN-ABORT TO TRUE
003450     ELSE
003460         PERFORM 3500-OPEN-ONE-GROUP THRU 3500-EXIT
003470     END-IF.
003480 2000-EXIT.
003490     EXIT.
003500*
003510******************************************************************
003520* 3000-PROCESS-OUTPUT-FILE - ONE PASS DOWN THE WHOLE OUTPUT
003530* FILE, MATCHING EACH DETAIL TO ITS INPUT RECORD BY REFERENCE
003540* KEY. A MULTI-FEED RUN WRITES ONE HDR/TRL PAIR PER FEED, SO
003550* THE PASS RUNS GROUP BY GROUP TO END OF FILE - IT NEVER
003560* STOPS AT THE FIRST TRAILER.
003570******************************************************************
003580 3000-PROCESS-OUTPUT-FILE.
003590     PERFORM 3100-PROCESS-ONE-RECORD THRU 3100-EXIT
003600         UNTIL REC-END-OF-OUTPUT.
003610 3000-EXIT.
003620     EXIT.
003630*
003640 3100-PROCESS-ONE-RECORD.
003650     READ BATCH-OUTPUT-FILE
003660         AT END
003670             MOVE "Y" TO REC-END-OF-OUTPUT-SW
003680         NOT AT END
003690             EVALUATE TRUE
003700                 WHEN HDV-RECORD-TYPE = "HDR"
003710                  AND HDV-TRAILING-AREA = SPACES
003720                     IF REC-GROUP-OPEN
003730                         ADD 1 TO REC-MISMATCH-COUNT
003740                         MOVE SPACES TO REC-DIS-KEY
003750                         MOVE "NEW HEADER BEFORE THE TRAILER" TO
003760                             REC-DIS-REASON
003770                         PERFORM 7000-PRINT-DISCREPANCY
003780                             THRU 7000-EXIT
003790                     END-IF
003800                     PERFORM 3500-OPEN-ONE-GROUP THRU 3500-EXIT
003810                 WHEN CTL-RECORD-TYPE = "TRL"
003820                  AND CTL-TRAILING-AREA = SPACES
003830                     IF NOT REC-GROUP-OPEN
003840                         ADD 1 TO REC-MISMATCH-COUNT
003850                         MOVE SPACES TO REC-DIS-KEY
003860                         MOVE "TRAILER WITHOUT A HEADER" TO
003870                             REC-DIS-REASON
003880                         PERFORM 7000-PRINT-DISCREPANCY
003890                             THRU 7000-EXIT
003900                     END-IF
003910                     PERFORM 5000-VERIFY-TRAILER THRU 5000-EXIT
003920                     ADD 1 TO REC-TRAILERS-SEEN
003930                     MOVE "N" TO REC-GROUP-OPEN-SW
003940                 WHEN OTHER
003950                     IF NOT REC-GROUP-OPEN
003960                         ADD 1 TO REC-MISMATCH-COUNT
003970                         MOVE OUT-REFERENCE-KEY TO REC-DIS-KEY
003980                         MOVE "DETAIL OUTSIDE A HDR/TRL GROUP"
003990                             TO REC-DIS-REASON
004000                         PERFORM 7000-PRINT-DISCREPANCY
004010                             THRU 7000-EXIT
004020                     END-IF
004030                     ADD 1 TO REC-DETAILS-READ
004040                     ADD 1 TO REC-GROUP-DETAILS
004050                     MOVE OUT-REFERENCE-KEY TO REC-SAVED-KEY
004060                     MOVE OUT-FIBONACCI-INPUT TO REC-SAVED-CODE
004070                     MOVE OUT-DECIMAL-OUTPUT TO REC-SAVED-VALUE
004080                     MOVE OUT-CONVERSION-STATUS TO
004090                         REC-SAVED-STATUS
004100                     ADD OUT-DECIMAL-OUTPUT TO REC-HASH-TOTAL
004110                     ADD OUT-DECIMAL-OUTPUT TO REC-GROUP-HASH
004120                     PERFORM 3200-MATCH-INPUT-RECORD
004130                         THRU 3200-EXIT
004140                     IF REC-INPUT-MATCHED
004150                         PERFORM 3300-VERIFY-ONE-DETAIL
004160                             THRU 3300-EXIT
004170                     END-IF
004180             END-EVALUATE
004190     END-READ.
004200 3100-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240* 3200-MATCH-INPUT-RECORD - WALK BATCHIN FORWARD TO THE DETAIL'S
004250* REFERENCE KEY. INPUT RECORDS PASSED OVER ON THE WAY ARE THE
004260* ONES THE DECODE REJECTED - THEY HAVE NO OUTPUT DETAIL.
004270******************************************************************
004280 3200-MATCH-INPUT-RECORD.
004290     MOVE "N" TO REC-MATCHED-SW
004300     PERFORM 3250-READ-ONE-INPUT THRU 3250-EXIT
004310         UNTIL REC-INPUT-MATCHED
004320            OR REC-END-OF-INPUT
004330     IF NOT REC-INPUT-MATCHED
004340         ADD 1 TO REC-MISMATCH-COUNT
004350         MOVE REC-SAVED-KEY TO REC-DIS-KEY
004360         MOVE "OUTPUT DETAIL HAS NO INPUT RECORD" TO
004370             REC-DIS-REASON
004380         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
004390     END-IF.
004400 3200-EXIT.
004410     EXIT.
004420*
004430 3250-READ-ONE-INPUT.
004440     READ BATCH-INPUT-FILE
004450         AT END
004460             MOVE "Y" TO REC-END-OF-INPUT-SW
004470         NOT AT END
004480             ADD 1 TO REC-INPUTS-READ
004490             IF IN-REFERENCE-KEY = REC-SAVED-KEY
004500                 SET REC-INPUT-MATCHED TO TRUE
004510             ELSE
004520                 ADD 1 TO REC-BYPASSED-COUNT
004530             END-IF
004540     END-READ.
004550 3250-EXIT.
004560     EXIT.
004570*
004580******************************************************************
004590* 3300-VERIFY-ONE-DETAIL - RE-ENCODE THE DECODED VALUE AND HOLD
004600* THE REGENERATED CODE AGAINST THE ORIGINAL INPUT RECORD. THE
004610* SEQUENCE CARRIES THE VALUE 1 TWICE (TERMS 2 AND 3), SO A
004620* FEED MAY VALIDLY CODE A VALUE THE OTHER WAY - WHEN THE CODES
004630* DIFFER, THE INPUT IS DECODED INDEPENDENTLY AND THE DETAIL IS
004640* STILL PROVED IF THE VALUES AGREE. AN OVERFLOW-FLAGGED DETAIL
004650* CANNOT BE RE-PROVED AND IS COUNTED SEPARATELY. A BATCH ENCODE
004660* DETAIL IS PROVED BY 3400 INSTEAD.
004670******************************************************************
004680 3300-VERIFY-ONE-DETAIL.
004690     IF REC-SAVED-STATUS = "90"
004700         ADD 1 TO REC-FLAGGED-COUNT
004710         GO TO 3300-EXIT
004720     END-IF
004730     IF REC-ENCODE-RUN
004740         PERFORM 3400-VERIFY-ENCODE-DETAIL THRU 3400-EXIT
004750         GO TO 3300-EXIT
004760     END-IF
004770     MOVE REC-SAVED-VALUE TO REC-FIBONACCI-INPUT
004780     CALL "FibonacciToDecimal" USING REC-FIBONACCI-INPUT
004790                                    REC-FIBONACCI-SEQUENCE
004800                                    REC-DECIMAL-RESULT
004810                                    REC-DECIMAL-OUTPUT
004820                                    REC-RETURN-CODE
004830     END-CALL
004840     IF REC-DECIMAL-RESULT-DISPLAY = IN-ZECKENDORF-CODE
004850         ADD 1 TO REC-MATCH-COUNT
004860         GO TO 3300-EXIT
004870     END-IF
004880     MOVE REC-DECIMAL-RESULT-DISPLAY TO REC-REGEN-CODE
004890     MOVE IN-ZECKENDORF-CODE TO REC-DECIMAL-RESULT-DISPLAY
004900     CALL "FibonacciDecode" USING REC-DECIMAL-RESULT
004910                                 REC-FIBONACCI-SEQUENCE
004920                                 REC-DECIMAL-OUTPUT
004930                                 REC-RETURN-CODE
004940     END-CALL
004950     IF REC-DECIMAL-OUTPUT = REC-SAVED-VALUE
004960        AND NOT REC-OUTPUT-OVERFLOW
004970         ADD 1 TO REC-ALTERNATE-COUNT
004980     ELSE
004990         ADD 1 TO REC-MISMATCH-COUNT
005000         MOVE REC-SAVED-KEY TO REC-DIS-KEY
005010         MOVE "REGENERATED CODE DIFFERS FROM INPUT" TO
005020             REC-DIS-REASON
005030         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
005040         MOVE "INPUT:      " TO REC-CODE-LABEL
005050         MOVE IN-ZECKENDORF-CODE TO REC-CODE-VALUE
005060         PERFORM 7100-PRINT-CODE-LINE THRU 7100-EXIT
005070         MOVE "REGENERATED:" TO REC-CODE-LABEL
005080         MOVE REC-REGEN-CODE TO REC-CODE-VALUE
005090         PERFORM 7100-PRINT-CODE-LINE THRU 7100-EXIT
005100     END-IF.
005110 3300-EXIT.
005120     EXIT.
005130*
005140******************************************************************
005150* 3400-VERIFY-ENCODE-DETAIL - ON A BATCH ENCODE RUN THE INPUT IS
005160* THE DECIMAL VALUE ITSELF. THE DETAIL'S VALUE COLUMN MUST EQUAL
005170* IT, AND THE CODE WRITTEN BESIDE IT MUST BE WHAT A FRESH ENCODE
005180* OF THAT VALUE PRODUCES - THE ENCODE IS CANONICAL, SO THERE IS
005190* NO ALTERNATE CODING TO ALLOW FOR.
005200******************************************************************
005210 3400-VERIFY-ENCODE-DETAIL.
005220     IF ENC-DECIMAL-VALUE IS NOT NUMERIC
005230        OR ENC-DECIMAL-VALUE NOT = REC-SAVED-VALUE
005240         ADD 1 TO REC-MISMATCH-COUNT
005250         MOVE REC-SAVED-KEY TO REC-DIS-KEY
005260         MOVE "OUTPUT VALUE DIFFERS FROM INPUT VALUE" TO
005270             REC-DIS-REASON
005280         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
005290         MOVE "INPUT:      " TO REC-CODE-LABEL
005300         MOVE ENC-DECIMAL-VALUE-X TO REC-CODE-VALUE
005310         PERFORM 7100-PRINT-CODE-LINE THRU 7100-EXIT
005320         MOVE "OUTPUT:     " TO REC-CODE-LABEL
005330         MOVE REC-SAVED-VALUE TO REC-CODE-VALUE
005340         PERFORM 7100-PRINT-CODE-LINE THRU 7100-EXIT
005350         GO TO 3400-EXIT
005360     END-IF
005370     MOVE REC-SAVED-VALUE TO REC-FIBONACCI-INPUT
005380     CALL "FibonacciToDecimal" USING REC-FIBONACCI-INPUT
005390                                    REC-FIBONACCI-SEQUENCE
005400                                    REC-DECIMAL-RESULT
005410                                    REC-DECIMAL-OUTPUT
005420                                    REC-RETURN-CODE
005430     END-CALL
005440     IF REC-DECIMAL-RESULT-DISPLAY = REC-SAVED-CODE
005450        AND NOT REC-OUTPUT-OVERFLOW
005460         ADD 1 TO REC-MATCH-COUNT
005470     ELSE
005480         ADD 1 TO REC-MISMATCH-COUNT
005490         MOVE REC-SAVED-KEY TO REC-DIS-KEY
005500         MOVE "WRITTEN CODE DIFFERS FROM RE-ENCODE" TO
005510             REC-DIS-REASON
005520         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
005530         MOVE "WRITTEN:    " TO REC-CODE-LABEL
005540         MOVE REC-SAVED-CODE TO REC-CODE-VALUE
005550         PERFORM 7100-PRINT-CODE-LINE THRU 7100-EXIT
005560         MOVE "REGENERATED:" TO REC-CODE-LABEL
005570         MOVE REC-DECIMAL-RESULT-DISPLAY TO REC-CODE-VALUE
005580         PERFORM 7100-PRINT-CODE-LINE THRU 7100-EXIT
005590     END-IF.
005600 3400-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* 3500-OPEN-ONE-GROUP - A RUN HEADER OPENS A FRESH GROUP: THE
005650* GROUP'S OWN DETAIL COUNT AND HASH START AT ZERO SO ITS
005660* TRAILER IS PROVED AGAINST THIS GROUP ALONE
005670******************************************************************
005680 3500-OPEN-ONE-GROUP.
005690     SET REC-GROUP-OPEN TO TRUE
005700     MOVE ZERO TO REC-GROUP-DETAILS
005710     MOVE ZERO TO REC-GROUP-HASH.
005720 3500-EXIT.
005730     EXIT.
005740*
005750******************************************************************
005760* 4000-DRAIN-INPUT-FILE - INPUT RECORDS PAST THE LAST OUTPUT
005770* DETAIL ARE TAIL-END REJECTS; COUNT THEM SO THE SUMMARY
005780* ACCOUNTS FOR EVERY INPUT RECORD
005790******************************************************************
005800 4000-DRAIN-INPUT-FILE.
005810     PERFORM 4100-DRAIN-ONE-INPUT THRU 4100-EXIT
005820         UNTIL REC-END-OF-INPUT.
005830 4000-EXIT.
005840     EXIT.
005850*
005860 4100-DRAIN-ONE-INPUT.
005870     READ BATCH-INPUT-FILE
005880         AT END
005890             MOVE "Y" TO REC-END-OF-INPUT-SW
005900         NOT AT END
005910             ADD 1 TO REC-INPUTS-READ
005920             ADD 1 TO REC-BYPASSED-COUNT
005930     END-READ.
005940 4100-EXIT.
005950     EXIT.
005960*
005970******************************************************************
005980* 5000-VERIFY-TRAILER - PROVE THE TRAILER'S DETAIL COUNT AND
005990* HASH TOTAL AGAINST WHAT THIS PASS COUNTED FOR ITS OWN
006000* HEADER/TRAILER GROUP
006010******************************************************************
006020 5000-VERIFY-TRAILER.
006030     IF CTL-CONTROL-COUNT NOT = REC-GROUP-DETAILS
006040         ADD 1 TO REC-MISMATCH-COUNT
006050         MOVE SPACES TO REC-DIS-KEY
006060         MOVE "TRAILER COUNT DIFFERS FROM DETAILS" TO
006070             REC-DIS-REASON
006080         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
006090     END-IF
006100     MOVE REC-GROUP-HASH TO REC-HASH-CHECK
006110     IF CTL-HASH-TOTAL NOT = REC-HASH-CHECK
006120         ADD 1 TO REC-MISMATCH-COUNT
006130         MOVE SPACES TO REC-DIS-KEY
006140         MOVE "TRAILER HASH DIFFERS FROM DETAILS" TO
006150             REC-DIS-REASON
006160         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
006170     END-IF.
006180 5000-EXIT.
006190     EXIT.
006200*
006210******************************************************************
006220* 6000-PRINT-SUMMARY - THE SIGNED-OFF MATCH/MISMATCH SUMMARY
006230******************************************************************
006240 6000-PRINT-SUMMARY.
006250     IF REC-TRAILERS-SEEN = ZERO
006260         ADD 1 TO REC-MISMATCH-COUNT
006270         MOVE SPACES TO REC-DIS-KEY
006280         MOVE "NO TRAILER RECORD ON THE OUTPUT FILE" TO
006290             REC-DIS-REASON
006300         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
006310     END-IF
006320     IF REC-GROUP-OPEN
006330         ADD 1 TO REC-MISMATCH-COUNT
006340         MOVE SPACES TO REC-DIS-KEY
006350         MOVE "FILE ENDED BEFORE ITS LAST TRAILER" TO
006360             REC-DIS-REASON
006370         PERFORM 7000-PRINT-DISCREPANCY THRU 7000-EXIT
006380     END-IF
006390     MOVE SPACES TO REPORT-RECORD
006400     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006410     MOVE "OUTPUT DETAILS READ" TO REC-SUM-LABEL
006420     MOVE REC-DETAILS-READ TO REC-SUM-COUNT
006430     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006440     MOVE "HEADER/TRAILER GROUPS PROVED" TO REC-SUM-LABEL
006450     MOVE REC-TRAILERS-SEEN TO REC-SUM-COUNT
006460     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006470     MOVE "DETAILS PROVED BY RE-ENCODE" TO REC-SUM-LABEL
006480     MOVE REC-MATCH-COUNT TO REC-SUM-COUNT
006490     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006500     MOVE "PROVED BY VALUE (ALTERNATE CODING)" TO REC-SUM-LABEL
006510     MOVE REC-ALTERNATE-COUNT TO REC-SUM-COUNT
006520     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006530     MOVE "DISCREPANCIES" TO REC-SUM-LABEL
006540     MOVE REC-MISMATCH-COUNT TO REC-SUM-COUNT
006550     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006560     MOVE "OVERFLOW-FLAGGED, NOT PROVABLE" TO REC-SUM-LABEL
006570     MOVE REC-FLAGGED-COUNT TO REC-SUM-COUNT
006580     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006590     MOVE "INPUT RECORDS READ" TO REC-SUM-LABEL
006600     MOVE REC-INPUTS-READ TO REC-SUM-COUNT
006610     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006620     MOVE "INPUT RECORDS WITHOUT A DETAIL" TO REC-SUM-LABEL
006630     MOVE REC-BYPASSED-COUNT TO REC-SUM-COUNT
006640     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT
006650     MOVE SPACES TO REC-RESULT-TEXT
006660     IF REC-MISMATCH-COUNT = ZERO
006670         MOVE "PROVED - BATCHOUT IS FAITHFUL TO BATCHIN."
006680             TO REC-RESULT-TEXT
006690     ELSE
006700         MOVE "FAILED - RESOLVE THE DISCREPANCIES BEFORE POSTING."
006710             TO REC-RESULT-TEXT
006720     END-IF
006730     MOVE SPACES TO REPORT-RECORD
006740     MOVE REC-RESULT-LINE TO REPORT-RECORD
006750     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
006760     DISPLAY "RECONCILIATION COMPLETE - DETAILS: "
006770         REC-DETAILS-READ
006780         " PROVED: " REC-MATCH-COUNT
006790         " DISCREPANCIES: " REC-MISMATCH-COUNT.
006800 6000-EXIT.
006810     EXIT.
006820*
006830 7000-PRINT-DISCREPANCY.
006840     MOVE SPACES TO REPORT-RECORD
006850     MOVE REC-DISCREPANCY-LINE TO REPORT-RECORD
006860     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006870 7000-EXIT.
006880     EXIT.
006890*
006900 7100-PRINT-CODE-LINE.
006910     MOVE SPACES TO REPORT-RECORD
006920     MOVE REC-CODE-LINE TO REPORT-RECORD
006930     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006940 7100-EXIT.
006950     EXIT.
006960*
006970 7200-PRINT-SUMMARY-LINE.
006980     MOVE SPACES TO REPORT-RECORD
006990     MOVE REC-SUMMARY-LINE TO REPORT-RECORD
007000     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007010 7200-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
007060* TO THE SHARED RUN LOG, POSTED AFTER THE CONDITION CODE IS
007070* DECIDED SO THE MORNING REPORT SEES THE SAME GRADE THE
007080* SCHEDULER SAW
007090******************************************************************
007100 9800-WRITE-RUN-SUMMARY.
007110     OPEN EXTEND RUN-LOG-FILE
007120     IF REC-RUNLOG-STATUS = "35"
007130         OPEN OUTPUT RUN-LOG-FILE
007140     END-IF
007150     IF REC-RUNLOG-STATUS NOT = "00"
007160         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
007170             REC-RUNLOG-STATUS
007180         GO TO 9800-EXIT
007190     END-IF
007200     MOVE SPACES TO RUN-LOG-RECORD
007210     ACCEPT REC-RUN-DATE FROM DATE YYYYMMDD
007220     ACCEPT REC-RUN-TIME FROM TIME
007230     MOVE "FIBRECON" TO RLG-PROGRAM-ID
007240     MOVE REC-RUN-DATE TO RLG-RUN-DATE
007250     MOVE REC-RUN-TIME TO RLG-RUN-TIME
007260     MOVE REC-INPUTS-READ TO RLG-RECORDS-READ
007270     MOVE REC-DETAILS-READ TO RLG-RECORDS-WRITTEN
007280     MOVE REC-MISMATCH-COUNT TO RLG-RECORDS-REJECTED
007290     MOVE REC-HASH-TOTAL TO RLG-HASH-TOTAL
007300     MOVE RETURN-CODE TO RLG-RETURN-CODE
007310     WRITE RUN-LOG-RECORD
007320     CLOSE RUN-LOG-FILE.
007330 9800-EXIT.
007340     EXIT.
007350******************************************************************
007360* 9999-TERMINATE - CLOSE OUT AND GRADE THE CONDITION CODE THE
007370* SAME WAY THE DRIVER DOES: 0 PROVED, 8 DISCREPANCIES, 16
007380* COULD NOT RECONCILE AT ALL
007390******************************************************************
007400*
007410 9999-TERMINATE.
007420     CLOSE BATCH-INPUT-FILE
007430     CLOSE BATCH-OUTPUT-FILE
007440     CLOSE REPORT-FILE
007450     EVALUATE TRUE
007460         WHEN REC-RUN-ABORT
007470             MOVE 16 TO RETURN-CODE
007480         WHEN REC-MISMATCH-COUNT > ZERO
007490             MOVE 8 TO RETURN-CODE
007500         WHEN OTHER
007510             MOVE ZERO TO RETURN-CODE
007520     END-EVALUATE
007530     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT.
007540 9999-EXIT.
007550     EXIT.
