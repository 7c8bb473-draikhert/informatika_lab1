000390*                  SUMMARY RECORD (COUNTS, HASH, CONDITION
000400*                  CODE) TO THE SHARED FIBRUNLG RUN LOG FOR
000410*                  THE MORNING BALANCING REPORT.
000420* 10/15/2026 DPG   EVERY GOOD ADD NOW POSTS ITS SUM TO THE
000430*                  FIBPOSMS SETTLEMENT POSITION MASTER, ONE
000440*                  RECORD PER REFERENCE KEY, THROUGH
000450*                  FibonacciAdd SO THE BALANCE STAYS A CANONICAL
000460*                  ZECKENDORF CODE. THE FIRST POSTING ON A NEW
000470*                  DATE ROLLS THE BALANCE INTO THE OPENING CODE
000480*                  FOR THE DAILY POSITION STATEMENT. A POSTING
000490*                  THAT WOULD OVERFLOW THE BALANCE IS LEFT OFF
000500*                  THE MASTER AND COUNTED AS AN ERROR.
000510*
000520******************************************************************
000530* ENVIRONMENT DIVISION
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SETTLE-INPUT-FILE ASSIGN TO FIBSTLIN
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS STL-INPUT-STATUS.
000610     SELECT SETTLE-OUTPUT-FILE ASSIGN TO FIBSTLOT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS STL-OUTPUT-STATUS.
000640     SELECT SETTLE-REJECT-FILE ASSIGN TO FIBSTLRJ
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS STL-REJECT-STATUS.
000670     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS STL-RUNLOG-STATUS.
000700     SELECT POSITION-FILE ASSIGN TO FIBPOSMS
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS POS-REFERENCE-KEY
000740         FILE STATUS IS STL-POSITION-STATUS.
000750*
000760******************************************************************
000770* DATA DIVISION
000780******************************************************************
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  SETTLE-INPUT-FILE.
000820 01  SETTLE-INPUT-RECORD.
000830     05  SIN-TRANS-CODE               PIC X(03).
000840     05  FILLER                       PIC X(01).
000850     05  SIN-REFERENCE-KEY            PIC X(10).
000860     05  FILLER                       PIC X(01).
000870     05  SIN-FIRST-CODE               PIC X(55).
000880     05  FILLER                       PIC X(01).
000890     05  SIN-SECOND-CODE              PIC X(55).
000900 FD  SETTLE-OUTPUT-FILE.
000910 01  SETTLE-OUTPUT-RECORD.
000920     05  SOT-REFERENCE-KEY            PIC X(10).
000930     05  FILLER                       PIC X(01) VALUE SPACE.
000940     05  SOT-TRANS-CODE               PIC X(03).
000950     05  FILLER                       PIC X(01) VALUE SPACE.
000960     05  SOT-RESULT-CODE              PIC X(55).
000970     05  FILLER                       PIC X(01) VALUE SPACE.
000980     05  SOT-RESULT-VALUE             PIC 9(10).
000990     05  FILLER                       PIC X(01) VALUE SPACE.
001000     05  SOT-COMPARE-RESULT           PIC X(01).
001010     05  FILLER                       PIC X(01) VALUE SPACE.
001020     05  SOT-TRANS-STATUS             PIC X(02).
001030 01  SETTLE-HEADER-RECORD.
001040     05  HDR-RECORD-TYPE              PIC X(03).
001050     05  FILLER                       PIC X(01).
001060     05  HDR-RUN-DATE                 PIC 9(08).
001070     05  FILLER                       PIC X(01).
001080     05  HDR-RUN-TIME                 PIC 9(08).
001090     05  FILLER                       PIC X(01).
001100     05  HDR-FEED-ID                  PIC X(08).
001110 01  SETTLE-TRAILER-RECORD.
001120     05  TRL-RECORD-TYPE              PIC X(03).
001130     05  FILLER                       PIC X(01).
001140     05  TRL-DETAIL-COUNT             PIC 9(08).
001150     05  FILLER                       PIC X(01).
001160     05  TRL-HASH-TOTAL               PIC 9(16).
001170 FD  SETTLE-REJECT-FILE.
001180 01  SETTLE-REJECT-RECORD.
001190     05  SRJ-RECORD-NUMBER            PIC 9(08).
001200     05  FILLER                       PIC X(01) VALUE SPACE.
001210     05  SRJ-REFERENCE-KEY            PIC X(10).
001220     05  FILLER                       PIC X(01) VALUE SPACE.
001230     05  SRJ-REASON-CODE              PIC X(02).
001240     05  FILLER                       PIC X(01) VALUE SPACE.
001250     05  SRJ-TRANS-CODE               PIC X(03).
001260     05  FILLER                       PIC X(01) VALUE SPACE.
001270     05  SRJ-FIRST-CODE               PIC X(55).
001280     05  FILLER                       PIC X(01) VALUE SPACE.
001290     05  SRJ-SECOND-CODE              PIC X(55).
001300 FD  RUN-LOG-FILE.
001310 COPY RUNLOG.
001320 FD  POSITION-FILE.
001330 COPY POSREC.
001340*
001350 WORKING-STORAGE SECTION.
001360* ---------------------------------------------------------
001370* FILE STATUS AND RUN SWITCHES
001380* ---------------------------------------------------------
001390 77  STL-INPUT-STATUS                 PIC X(02) VALUE SPACES.
001400 77  STL-OUTPUT-STATUS                PIC X(02) VALUE SPACES.
001410 77  STL-REJECT-STATUS                PIC X(02) VALUE SPACES.
001420 77  STL-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
001430 77  STL-POSITION-STATUS              PIC X(02) VALUE SPACES.
001440 01  STL-END-OF-INPUT-SW              PIC X(01) VALUE "N".
001450     88  STL-END-OF-INPUT                       VALUE "Y".
001460 01  STL-RUN-ABORT-SW                 PIC X(01) VALUE "N".
001470     88  STL-RUN-ABORT                          VALUE "Y".
001480*
001490* ---------------------------------------------------------
001500* COUNTERS AND RUN STAMPS
001510* ---------------------------------------------------------
001520 77  STL-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
001530 77  STL-GOOD-COUNT                   PIC 9(08) VALUE ZERO COMP.
001540 77  STL-REJECT-COUNT                 PIC 9(08) VALUE ZERO COMP.
001550 77  STL-OVERFLOW-COUNT               PIC 9(08) VALUE ZERO COMP.
001560 77  STL-ERROR-COUNT                  PIC 9(08) VALUE ZERO COMP.
001570 77  STL-POSTED-COUNT                 PIC 9(08) VALUE ZERO COMP.
001580 77  STL-POSTING-ERROR-COUNT          PIC 9(08) VALUE ZERO COMP.
001590 01  STL-BALANCE-COUNT                PIC 9(08) VALUE ZERO COMP.
001600 01  STL-HASH-TOTAL                   PIC 9(18) VALUE ZERO COMP.
001610 01  STL-RUN-DATE                     PIC 9(08) VALUE ZERO.
001620 01  STL-RUN-TIME                     PIC 9(08) VALUE ZERO.
001630 01  STL-FEED-ID                      PIC X(08) VALUE "SETTLE".
001640*
001650* ---------------------------------------------------------
001660* TRANSACTION EDIT - THE TRANSACTION CODE MUST BE ADD OR CMP
001670* AND EACH OPERAND A FULL 55 COLUMNS OF 0/1 FLAGS. ADJACENT
001680* 1-FLAGS ARE ALLOWED HERE ON PURPOSE: THE ARITHMETIC ENTRY
001690* POINTS SUM THE FLAGGED TERMS DIRECTLY, SO A NON-CANONICAL
001700* OPERAND STILL CARRIES A GOOD VALUE, AND THE SUM COMES BACK
001710* CANONICAL REGARDLESS.
001720* ---------------------------------------------------------
001730 01  STL-EDIT-IDX                     PIC 9(02) VALUE ZERO COMP.
001740 01  STL-EDIT-WORK-RECORD.
001750     05  STL-EDIT-CHAR OCCURS 55 TIMES    PIC X(01).
001760 01  STL-EDIT-CLEAN-SW                PIC X(01) VALUE "Y".
001770     88  STL-EDIT-CLEAN                         VALUE "Y".
001780 01  STL-EDIT-REASON                  PIC X(02) VALUE "00".
001790     88  STL-REASON-BAD-TRANS                   VALUE "01".
001800     88  STL-REASON-BAD-FIRST                   VALUE "02".
001810     88  STL-REASON-BAD-SECOND                  VALUE "03".
001820*
001830* ---------------------------------------------------------
001840* PARAMETERS PASSED TO THE FIBCNVDRV ARITHMETIC ENTRY POINTS.
001850* THIS PROGRAM OWNS ITS OWN COPY OF EACH, THE SAME WAY ANY
001860* OTHER CALLING PROGRAM WOULD.
001870* ---------------------------------------------------------
001880 01  STL-DECIMAL-OUTPUT               PIC 9(10).
001890 01  STL-RETURN-CODE                  PIC 9(02).
001900     88  STL-OUTPUT-OVERFLOW                    VALUE 90.
001910     COPY FIBSEQ
001920         REPLACING ==FIBONACCI-SEQUENCE==
001930                BY ==STL-FIBONACCI-SEQUENCE==
001940                   ==FIBONACCI-ARRAY==
001950                BY ==STL-FIBONACCI-ARRAY==
001960                   ==FIBONACCI-VALUE==
001970                BY ==STL-FIBONACCI-VALUE==
001980                   ==DECIMAL-RESULT-DISPLAY==
001990                BY ==STL-DECIMAL-RESULT-DISPLAY==
002000                   ==DECIMAL-DIGIT==
002010                BY ==STL-DECIMAL-DIGIT==
002020                   ==DECIMAL-RESULT==
002030                BY ==STL-DECIMAL-RESULT==.
002040*
002050* ---------------------------------------------------------
002060* SECOND OPERAND AND RESULT FOR THE ZECKENDORF ARITHMETIC
002070* ENTRY POINTS. EACH MIRRORS DECIMAL-RESULT IN FIBSEQ,
002080* POSITION FOR POSITION - ONE DIGIT FLAG PER FIBONACCI TERM.
002090* ---------------------------------------------------------
002100 01  STL-DECIMAL-RESULT-B.
002110     05  STL-DECIMAL-DIGIT-B OCCURS 55 TIMES  PIC 9(01).
002120 01  STL-DECIMAL-RESULT-B-DISPLAY
002130     REDEFINES STL-DECIMAL-RESULT-B   PIC X(55).
002140 01  STL-DECIMAL-RESULT-SUM.
002150     05  STL-DECIMAL-DIGIT-SUM OCCURS 55 TIMES  PIC 9(01).
002160 01  STL-DECIMAL-RESULT-SUM-DISPLAY
002170     REDEFINES STL-DECIMAL-RESULT-SUM PIC X(55).
002180 01  STL-COMPARE-RESULT               PIC X(01).
002190     88  STL-FIRST-IS-LOWER                     VALUE "L".
002200     88  STL-BOTH-ARE-EQUAL                     VALUE "E".
002210     88  STL-FIRST-IS-HIGHER                    VALUE "H".
002220*
002230* ---------------------------------------------------------
002240* POSITION POSTING - THE SUM BEING POSTED AND THE NEW BALANCE
002250* ARE HELD HERE WHILE THE DAY'S POSTINGS CODE IS ADDED UP, SO
002260* THE MASTER RECORD IS ONLY CHANGED WHEN BOTH ADDS SUCCEED.
002270* ---------------------------------------------------------
002280 01  STL-POSTING-CODE                 PIC X(55) VALUE SPACES.
002290 01  STL-NEW-BALANCE-CODE             PIC X(55) VALUE SPACES.
002300 01  STL-ZERO-CODE                    PIC X(55) VALUE ALL "0".
002310 01  STL-POST-RETURN-CODE             PIC 9(02) VALUE ZERO.
002320     88  STL-POST-OVERFLOW                      VALUE 90.
002330 01  STL-NEW-POSITION-SW              PIC X(01) VALUE "N".
002340     88  STL-NEW-POSITION                       VALUE "Y".
002350*
002360******************************************************************
002370* PROCEDURE DIVISION
002380******************************************************************
002390 PROCEDURE DIVISION.
002400*
002410******************************************************************
002420* 0000-MAINLINE
002430******************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002460     IF NOT STL-RUN-ABORT
002470         PERFORM 2000-WRITE-BATCH-HEADER THRU 2000-EXIT
002480         PERFORM 3000-PROCESS-ONE-RECORD THRU 3000-EXIT
002490             UNTIL STL-END-OF-INPUT
002500         PERFORM 8000-CLOSE-BATCH-FILES THRU 8000-EXIT
002510     END-IF
002520     PERFORM 9999-TERMINATE THRU 9999-EXIT
002530     STOP RUN.
002540*
002550******************************************************************
002560* 1000-INITIALIZE - STAMP THE RUN AND OPEN THE FOUR FILES; ANY
002570* OPEN FAILURE ABORTS BEFORE A CONTROL RECORD IS WRITTEN. THE
002580* POSITION MASTER IS CREATED EMPTY ON ITS FIRST RUN.
002590******************************************************************
002600 1000-INITIALIZE.
002610     ACCEPT STL-RUN-DATE FROM DATE YYYYMMDD
002620     ACCEPT STL-RUN-TIME FROM TIME
002630     DISPLAY "SETTLEMENT NETTING RUN - RUN DATE " STL-RUN-DATE
002640     OPEN INPUT SETTLE-INPUT-FILE
002650     IF STL-INPUT-STATUS NOT = "00"
002660         DISPLAY "** UNABLE TO OPEN SETTLEMENT INPUT FILE - "
002670             "STATUS: " STL-INPUT-STATUS
002680         DISPLAY "** SETTLEMENT RUN ABORTED."
002690         SET STL-RUN-ABORT TO TRUE
002700         GO TO 1000-EXIT
002710     END-IF
002720     OPEN OUTPUT SETTLE-OUTPUT-FILE
002730     IF STL-OUTPUT-STATUS NOT = "00"
002740         DISPLAY "** UNABLE TO OPEN SETTLEMENT OUTPUT FILE - "
002750             "STATUS: " STL-OUTPUT-STATUS
002760         DISPLAY "** SETTLEMENT RUN ABORTED."
002770         CLOSE SETTLE-INPUT-FILE
002780         SET STL-RUN-ABORT TO TRUE
002790         GO TO 1000-EXIT
002800     END-IF
002810     OPEN OUTPUT SETTLE-REJECT-FILE
002820     IF STL-REJECT-STATUS NOT = "00"
002830         DISPLAY "** UNABLE TO OPEN SETTLEMENT REJECT FILE - "
002840             "STATUS: " STL-REJECT-STATUS
002850         DISPLAY "** SETTLEMENT RUN ABORTED."
002860         CLOSE SETTLE-INPUT-FILE
002870         CLOSE SETTLE-OUTPUT-FILE
002880         SET STL-RUN-ABORT TO TRUE
002890         GO TO 1000-EXIT
002900     END-IF
002910     OPEN I-O POSITION-FILE
002920     IF STL-POSITION-STATUS = "35"
002930         OPEN OUTPUT POSITION-FILE
002940         CLOSE POSITION-FILE
002950         OPEN I-O POSITION-FILE
002960     END-IF
002970     IF STL-POSITION-STATUS NOT = "00"
002980         DISPLAY "** UNABLE TO OPEN SETTLEMENT POSITION MASTER - "
002990             "STATUS: " STL-POSITION-STATUS
003000         DISPLAY "** SETTLEMENT RUN ABORTED."
003010         CLOSE SETTLE-INPUT-FILE
003020         CLOSE SETTLE-OUTPUT-FILE
003030         CLOSE SETTLE-REJECT-FILE
003040         SET STL-RUN-ABORT TO TRUE
003050     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080*
003090******************************************************************
003100* 2000-WRITE-BATCH-HEADER - ONE CONTROL RECORD AHEAD OF THE
003110* DETAILS SO DOWNSTREAM CAN PROVE WHICH RUN THE FILE CAME FROM
003120******************************************************************
003130 2000-WRITE-BATCH-HEADER.
003140     MOVE SPACES TO SETTLE-HEADER-RECORD
003150     MOVE "HDR" TO HDR-RECORD-TYPE
003160     MOVE STL-RUN-DATE TO HDR-RUN-DATE
003170     MOVE STL-RUN-TIME TO HDR-RUN-TIME
003180     MOVE STL-FEED-ID TO HDR-FEED-ID
003190     WRITE SETTLE-HEADER-RECORD.
003200 2000-EXIT.
003210     EXIT.
003220*
003230******************************************************************
003240* 3000-PROCESS-ONE-RECORD - READ, EDIT, ADD OR COMPARE OR
003250* REJECT, WRITE
003260******************************************************************
003270 3000-PROCESS-ONE-RECORD.
003280     READ SETTLE-INPUT-FILE
003290         AT END
003300             MOVE "Y" TO STL-END-OF-INPUT-SW
003310         NOT AT END
003320             ADD 1 TO STL-RECORDS-READ
003330             PERFORM 3100-EDIT-ONE-TRANSACTION THRU 3100-EXIT
003340             IF STL-EDIT-REASON = "00"
003350                 PERFORM 4000-PROCESS-TRANSACTION THRU 4000-EXIT
003360             ELSE
003370                 PERFORM 5000-WRITE-REJECT-RECORD THRU 5000-EXIT
003380             END-IF
003390     END-READ.
003400 3000-EXIT.
003410     EXIT.
003420*
003430******************************************************************
003440* 3100-EDIT-ONE-TRANSACTION - PROVE THE TRANSACTION CODE AND
003450* BOTH OPERANDS BEFORE ANYTHING IS CALLED. FIRST FAILURE FOUND
003460* SETS THE REASON CODE AND ENDS THE EDIT.
003470******************************************************************
003480 3100-EDIT-ONE-TRANSACTION.
003490     MOVE "00" TO STL-EDIT-REASON
003500     IF SIN-TRANS-CODE NOT = "ADD"
003510        AND SIN-TRANS-CODE NOT = "CMP"
003520         SET STL-REASON-BAD-TRANS TO TRUE
003530         GO TO 3100-EXIT
003540     END-IF
003550     MOVE SIN-FIRST-CODE TO STL-EDIT-WORK-RECORD
003560     PERFORM 3200-EDIT-ONE-OPERAND THRU 3200-EXIT
003570     IF NOT STL-EDIT-CLEAN
003580         SET STL-REASON-BAD-FIRST TO TRUE
003590         GO TO 3100-EXIT
003600     END-IF
003610     MOVE SIN-SECOND-CODE TO STL-EDIT-WORK-RECORD
003620     PERFORM 3200-EDIT-ONE-OPERAND THRU 3200-EXIT
003630     IF NOT STL-EDIT-CLEAN
003640         SET STL-REASON-BAD-SECOND TO TRUE
003650     END-IF.
003660 3100-EXIT.
003670     EXIT.
003680*
003690 3200-EDIT-ONE-OPERAND.
003700     MOVE "Y" TO STL-EDIT-CLEAN-SW
003710     PERFORM 3250-EDIT-ONE-CHAR THRU 3250-EXIT
003720         VARYING STL-EDIT-IDX FROM 1 BY 1
003730             UNTIL STL-EDIT-IDX > 55
003740                OR NOT STL-EDIT-CLEAN.
003750 3200-EXIT.
003760     EXIT.
003770*
003780 3250-EDIT-ONE-CHAR.
003790     IF STL-EDIT-CHAR (STL-EDIT-IDX) NOT = "0"
003800        AND STL-EDIT-CHAR (STL-EDIT-IDX) NOT = "1"
003810         MOVE "N" TO STL-EDIT-CLEAN-SW
003820     END-IF.
003830 3250-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870* 4000-PROCESS-TRANSACTION - DRIVE A CLEAN TRANSACTION THROUGH
003880* THE MATCHING ARITHMETIC ENTRY POINT AND WRITE ITS RESULT.
003890* AN ADD WHOSE SUM OVERRUNS THE TABLE IS WRITTEN WITH STATUS
003900* 90 AND COUNTED AS AN ERROR, THE SAME GRADING THE BATCH
003910* DECODE GIVES AN OVERFLOWED RECORD. ONLY A GOOD ADD IS POSTED
003920* TO THE POSITION MASTER.
003930******************************************************************
003940 4000-PROCESS-TRANSACTION.
003950     MOVE ZERO TO STL-RETURN-CODE
003960     MOVE ZERO TO STL-DECIMAL-OUTPUT
003970     MOVE SPACE TO STL-COMPARE-RESULT
003980     MOVE SIN-FIRST-CODE TO STL-DECIMAL-RESULT-DISPLAY
003990     MOVE SIN-SECOND-CODE TO STL-DECIMAL-RESULT-B-DISPLAY
004000     IF SIN-TRANS-CODE = "ADD"
004010         PERFORM 4100-ADD-TRANSACTION THRU 4100-EXIT
004020     ELSE
004030         PERFORM 4200-COMPARE-TRANSACTION THRU 4200-EXIT
004040     END-IF
004050     PERFORM 4500-WRITE-RESULT-RECORD THRU 4500-EXIT
004060     IF SIN-TRANS-CODE = "ADD"
004070        AND NOT STL-OUTPUT-OVERFLOW
004080         PERFORM 4600-POST-POSITION THRU 4600-EXIT
004090     END-IF
004100     ADD 1 TO STL-GOOD-COUNT
004110     ADD STL-DECIMAL-OUTPUT TO STL-HASH-TOTAL
004120     IF STL-OUTPUT-OVERFLOW
004130         ADD 1 TO STL-OVERFLOW-COUNT
004140         ADD 1 TO STL-ERROR-COUNT
004150         DISPLAY "** TRANSACTION " STL-RECORDS-READ
004160             " OVERFLOWED - FLAGGED 90 IN THE RESULTS FILE."
004170     END-IF.
004180 4000-EXIT.
004190     EXIT.
004200*
004210 4100-ADD-TRANSACTION.
004220     CALL "FibonacciAdd" USING STL-DECIMAL-RESULT
004230                               STL-DECIMAL-RESULT-B
004240                               STL-DECIMAL-RESULT-SUM
004250                               STL-FIBONACCI-SEQUENCE
004260                               STL-RETURN-CODE
004270     END-CALL
004280*
004290*    THE TRAILER HASH RIDES ON THE DECIMAL VALUE OF EACH SUM,
004300*    SO THE RESULT CODE IS DECODED THE SAME WAY THE DESK WOULD
004310*    PROVE IT. AN OVERFLOWED SUM HASHES AS ZERO.
004320     IF NOT STL-OUTPUT-OVERFLOW
004330         CALL "FibonacciDecode" USING STL-DECIMAL-RESULT-SUM
004340                                     STL-FIBONACCI-SEQUENCE
004350                                     STL-DECIMAL-OUTPUT
004360                                     STL-RETURN-CODE
004370         END-CALL
004380     END-IF.
004390 4100-EXIT.
004400     EXIT.
004410*
004420 4200-COMPARE-TRANSACTION.
004430     CALL "FibonacciCompare" USING STL-DECIMAL-RESULT
004440                                  STL-DECIMAL-RESULT-B
004450                                  STL-FIBONACCI-SEQUENCE
004460                                  STL-COMPARE-RESULT
004470     END-CALL.
004480 4200-EXIT.
004490     EXIT.
004500*
004510 4500-WRITE-RESULT-RECORD.
004520     MOVE SPACES TO SETTLE-OUTPUT-RECORD
004530     MOVE SIN-REFERENCE-KEY TO SOT-REFERENCE-KEY
004540     MOVE SIN-TRANS-CODE TO SOT-TRANS-CODE
004550     IF SIN-TRANS-CODE = "ADD"
004560         MOVE STL-DECIMAL-RESULT-SUM-DISPLAY TO SOT-RESULT-CODE
004570     ELSE
004580         MOVE SPACES TO SOT-RESULT-CODE
004590     END-IF
004600     MOVE STL-DECIMAL-OUTPUT TO SOT-RESULT-VALUE
004610     MOVE STL-COMPARE-RESULT TO SOT-COMPARE-RESULT
004620     MOVE STL-RETURN-CODE TO SOT-TRANS-STATUS
004630     WRITE SETTLE-OUTPUT-RECORD.
004640 4500-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680* 4600-POST-POSITION - ADD THE CANONICAL SUM JUST WRITTEN TO THE
004690* PARTY'S BALANCE AND TO ITS POSTINGS FOR THE DAY, ZECKENDORF
004700* CODE TO ZECKENDORF CODE. A PARTY NOT YET ON FILE OPENS AT
004710* ZERO. THE FIRST POSTING ON A NEW DATE CARRIES THE BALANCE
004720* FORWARD AS THAT DATE'S OPENING. THE RECORD IS ONLY WRITTEN
004730* BACK WHEN BOTH ADDS COME BACK CLEAN.
004740******************************************************************
004750 4600-POST-POSITION.
004760     MOVE STL-DECIMAL-RESULT-SUM-DISPLAY TO STL-POSTING-CODE
004770     MOVE "N" TO STL-NEW-POSITION-SW
004780     MOVE SIN-REFERENCE-KEY TO POS-REFERENCE-KEY
004790     READ POSITION-FILE
004800     EVALUATE STL-POSITION-STATUS
004810         WHEN "00"
004820             IF POS-LAST-POSTED-DATE NOT = STL-RUN-DATE
004830                 MOVE POS-BALANCE-CODE TO POS-OPENING-CODE
004840                 MOVE STL-ZERO-CODE TO POS-DAY-POSTINGS-CODE
004850                 MOVE ZERO TO POS-DAY-POSTING-COUNT
004860                 MOVE STL-RUN-DATE TO POS-LAST-POSTED-DATE
004870             END-IF
004880         WHEN "23"
004890             MOVE "Y" TO STL-NEW-POSITION-SW
004900             MOVE SPACES TO POSITION-RECORD
004910             MOVE SIN-REFERENCE-KEY TO POS-REFERENCE-KEY
004920             MOVE STL-ZERO-CODE TO POS-BALANCE-CODE
004930             MOVE STL-ZERO-CODE TO POS-OPENING-CODE
004940             MOVE STL-ZERO-CODE TO POS-DAY-POSTINGS-CODE
004950             MOVE ZERO TO POS-DAY-POSTING-COUNT
004960             MOVE STL-RUN-DATE TO POS-LAST-POSTED-DATE
004970             MOVE STL-RUN-DATE TO POS-FIRST-POSTED-DATE
004980         WHEN OTHER
004990             DISPLAY "** POSITION READ FAILED FOR "
005000                 SIN-REFERENCE-KEY " - STATUS: "
005010                 STL-POSITION-STATUS
005020             PERFORM 4690-COUNT-POSTING-ERROR THRU 4690-EXIT
005030             GO TO 4600-EXIT
005040     END-EVALUATE
005050     MOVE POS-BALANCE-CODE TO STL-DECIMAL-RESULT-DISPLAY
005060     MOVE STL-POSTING-CODE TO STL-DECIMAL-RESULT-B-DISPLAY
005070     CALL "FibonacciAdd" USING STL-DECIMAL-RESULT
005080                               STL-DECIMAL-RESULT-B
005090                               STL-DECIMAL-RESULT-SUM
005100                               STL-FIBONACCI-SEQUENCE
005110                               STL-POST-RETURN-CODE
005120     END-CALL
005130     IF STL-POST-OVERFLOW
005140         DISPLAY "** POSITION FOR " SIN-REFERENCE-KEY
005150             " WOULD OVERFLOW - TRANSACTION " STL-RECORDS-READ
005160             " NOT POSTED."
005170         PERFORM 4690-COUNT-POSTING-ERROR THRU 4690-EXIT
005180         GO TO 4600-EXIT
005190     END-IF
005200     MOVE STL-DECIMAL-RESULT-SUM-DISPLAY TO STL-NEW-BALANCE-CODE
005210     MOVE POS-DAY-POSTINGS-CODE TO STL-DECIMAL-RESULT-DISPLAY
005220     MOVE STL-POSTING-CODE TO STL-DECIMAL-RESULT-B-DISPLAY
005230     CALL "FibonacciAdd" USING STL-DECIMAL-RESULT
005240                               STL-DECIMAL-RESULT-B
005250                               STL-DECIMAL-RESULT-SUM
005260                               STL-FIBONACCI-SEQUENCE
005270                               STL-POST-RETURN-CODE
005280     END-CALL
005290     IF STL-POST-OVERFLOW
005300         DISPLAY "** DAY POSTINGS FOR " SIN-REFERENCE-KEY
005310             " WOULD OVERFLOW - TRANSACTION " STL-RECORDS-READ
005320             " NOT POSTED."
005330         PERFORM 4690-COUNT-POSTING-ERROR THRU 4690-EXIT
005340         GO TO 4600-EXIT
005350     END-IF
005360     MOVE STL-NEW-BALANCE-CODE TO POS-BALANCE-CODE
005370     MOVE STL-DECIMAL-RESULT-SUM-DISPLAY TO POS-DAY-POSTINGS-CODE
005380     ADD 1 TO POS-DAY-POSTING-COUNT
005390     IF STL-NEW-POSITION
005400         WRITE POSITION-RECORD
005410     ELSE
005420         REWRITE POSITION-RECORD
005430     END-IF
005440     IF STL-POSITION-STATUS NOT = "00"
005450         DISPLAY "** POSITION UPDATE FAILED FOR "
005460             SIN-REFERENCE-KEY " - STATUS: "
005470             STL-POSITION-STATUS
005480         PERFORM 4690-COUNT-POSTING-ERROR THRU 4690-EXIT
005490         GO TO 4600-EXIT
005500     END-IF
005510     ADD 1 TO STL-POSTED-COUNT.
005520 4600-EXIT.
005530     EXIT.
005540*
005550 4690-COUNT-POSTING-ERROR.
005560     ADD 1 TO STL-POSTING-ERROR-COUNT
005570     ADD 1 TO STL-ERROR-COUNT.
005580 4690-EXIT.
005590     EXIT.
005600*
005610******************************************************************
005620* 5000-WRITE-REJECT-RECORD - ONE LINE PER BAD TRANSACTION, SENT
005630* BACK TO THE DESK SO THE PAIR CAN BE CORRECTED. REASON CODES:
005640* 01 TRANSACTION CODE NOT ADD/CMP, 02 FIRST CODE BAD, 03
005650* SECOND CODE BAD.
005660******************************************************************
005670 5000-WRITE-REJECT-RECORD.
005680     MOVE SPACES TO SETTLE-REJECT-RECORD
005690     MOVE STL-RECORDS-READ TO SRJ-RECORD-NUMBER
005700     MOVE SIN-REFERENCE-KEY TO SRJ-REFERENCE-KEY
005710     MOVE STL-EDIT-REASON TO SRJ-REASON-CODE
005720     MOVE SIN-TRANS-CODE TO SRJ-TRANS-CODE
005730     MOVE SIN-FIRST-CODE TO SRJ-FIRST-CODE
005740     MOVE SIN-SECOND-CODE TO SRJ-SECOND-CODE
005750     WRITE SETTLE-REJECT-RECORD
005760     ADD 1 TO STL-REJECT-COUNT
005770     ADD 1 TO STL-ERROR-COUNT.
005780 5000-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820* 8000-CLOSE-BATCH-FILES - TRAILER, BALANCING, AND CLOSE-OUT.
005830* THE RUN IS ONLY DECLARED COMPLETE WHEN THE TRANSACTIONS
005840* WRITTEN (GOOD PLUS REJECTED) RECONCILE WITH THE RECORDS READ.
005850******************************************************************
005860 8000-CLOSE-BATCH-FILES.
005870     MOVE SPACES TO SETTLE-TRAILER-RECORD
005880     MOVE "TRL" TO TRL-RECORD-TYPE
005890     MOVE STL-GOOD-COUNT TO TRL-DETAIL-COUNT
005900     MOVE STL-HASH-TOTAL TO TRL-HASH-TOTAL
005910     WRITE SETTLE-TRAILER-RECORD
005920     CLOSE SETTLE-INPUT-FILE
005930     CLOSE SETTLE-OUTPUT-FILE
005940     CLOSE SETTLE-REJECT-FILE
005950     CLOSE POSITION-FILE
005960     COMPUTE STL-BALANCE-COUNT =
005970         STL-GOOD-COUNT + STL-REJECT-COUNT
005980     IF STL-BALANCE-COUNT = STL-RECORDS-READ
005990         DISPLAY "SETTLEMENT RUN COMPLETE - TRANSACTIONS READ: "
006000             STL-RECORDS-READ
006010         DISPLAY "  RESULTS WRITTEN:      " STL-GOOD-COUNT
006020         DISPLAY "  TRANSACTIONS REJECTED: " STL-REJECT-COUNT
006030         DISPLAY "  SUMS OVERFLOW-FLAGGED: " STL-OVERFLOW-COUNT
006040         DISPLAY "  POSITIONS POSTED:      " STL-POSTED-COUNT
006050         DISPLAY "  POSTINGS FAILED:       "
006060             STL-POSTING-ERROR-COUNT
006070     ELSE
006080         DISPLAY "** SETTLEMENT RUN OUT OF BALANCE - DO NOT "
006090             "POST THE RESULTS FILE."
006100         DISPLAY "** RECORDS READ:    " STL-RECORDS-READ
006110         DISPLAY "** RECORDS WRITTEN: " STL-BALANCE-COUNT
006120         SET STL-RUN-ABORT TO TRUE
006130     END-IF.
006140 8000-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
006190* TO THE SHARED RUN LOG, POSTED AFTER THE CONDITION CODE IS
006200* DECIDED SO THE MORNING REPORT SEES THE SAME GRADE THE
006210* SCHEDULER SAW
006220******************************************************************
006230 9800-WRITE-RUN-SUMMARY.
006240     OPEN EXTEND RUN-LOG-FILE
006250     IF STL-RUNLOG-STATUS = "35"
006260         OPEN OUTPUT RUN-LOG-FILE
006270     END-IF
006280     IF STL-RUNLOG-STATUS NOT = "00"
006290         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
006300             STL-RUNLOG-STATUS
006310         GO TO 9800-EXIT
006320     END-IF
006330     MOVE SPACES TO RUN-LOG-RECORD
006340     ACCEPT STL-RUN-DATE FROM DATE YYYYMMDD
006350     ACCEPT STL-RUN-TIME FROM TIME
006360     MOVE "FIBSETTL" TO RLG-PROGRAM-ID
006370     MOVE STL-RUN-DATE TO RLG-RUN-DATE
006380     MOVE STL-RUN-TIME TO RLG-RUN-TIME
006390     MOVE STL-RECORDS-READ TO RLG-RECORDS-READ
006400     MOVE STL-GOOD-COUNT TO RLG-RECORDS-WRITTEN
006410     MOVE STL-REJECT-COUNT TO RLG-RECORDS-REJECTED
006420     MOVE STL-HASH-TOTAL TO RLG-HASH-TOTAL
006430     MOVE RETURN-CODE TO RLG-RETURN-CODE
006440     WRITE RUN-LOG-RECORD
006450     CLOSE RUN-LOG-FILE.
006460 9800-EXIT.
006470     EXIT.
006480*
006490******************************************************************
006500* 9999-TERMINATE - GRADE THE CONDITION CODE THE SAME WAY THE
006510* BATCH DECODE DOES: 0 CLEAN, 4 COMPLETED WITH BAD RECORDS,
006520* 16 ABORTED OR OUT OF BALANCE
006530******************************************************************
006540 9999-TERMINATE.
006550     EVALUATE TRUE
006560         WHEN STL-RUN-ABORT
006570             MOVE 16 TO RETURN-CODE
006580         WHEN STL-ERROR-COUNT > ZERO
006590             MOVE 4 TO RETURN-CODE
006600         WHEN OTHER
006610             MOVE ZERO TO RETURN-CODE
006620     END-EVALUATE
006630     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT.
006640 9999-EXIT.
006650     EXIT.
