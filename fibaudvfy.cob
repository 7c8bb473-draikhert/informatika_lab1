000100******************************************************************
000110* FIBONACCI AUDIT-TRAIL CHAIN VERIFICATION - PROVE THAT NO
000120* FIBAUDIT RECORD HAS BEEN DELETED, INSERTED OR ALTERED
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. FIBAUDVFY.
000160 AUTHOR. DP-APPLICATIONS-GROUP.
000170 INSTALLATION. NIGHT-BATCH-CENTER.
000180 DATE-WRITTEN. 10/15/2026.
000190 DATE-COMPILED.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  --------------------------------------------
000240* 10/15/2026 DPG   ORIGINAL VERSION. WALKS EVERY GENERATION IN
000250*                  THE FIBARCTL INVENTORY, OLDEST FIRST, OPENED
000260*                  BY ITS DATED NAME THE SAME WAY THE AUDIT
000270*                  INQUIRY OPENS IT, AND THEN THE LIVE FIBAUDIT
000280*                  FILE, AS ONE TRAIL. EVERY RECORD'S SEQUENCE
000290*                  NUMBER MUST BE ONE PAST THE RECORD BEFORE IT
000300*                  AND ITS CHECK VALUE MUST RECOMPUTE, THROUGH
000310*                  THE FibonacciAuditChain ENTRY POINT, FROM THE
000320*                  RECORD BEFORE IT. SEQUENCE GAPS, REPEATS,
000330*                  BROKEN CHECK VALUES, AND ANY GENERATION (OR
000340*                  LIVE FILE) WHOSE FIRST RECORD DOES NOT RUN ON
000350*                  FROM THE PRIOR GENERATION'S LAST ARE LISTED,
000360*                  AS IS ANY GENERATION THAT IS MISSING OR DOES
000370*                  NOT AGREE WITH ITS INVENTORY ENTRY. CONDITION
000380*                  CODE: 0 TRAIL PROVED FROM SEQUENCE 1, 4 NO
000390*                  FAULTS BUT THE START OF THE CHAIN CANNOT BE
000400*                  PROVED (EARLIER GENERATIONS PURGED, RECORDS
000410*                  FROM BEFORE THE CHAIN BEGAN, OR NO
000420*                  INVENTORY), 8 FAULTS FOUND, 16 ABORTED.
000430*
000440******************************************************************
000450* ENVIRONMENT DIVISION
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AUDIT-FILE ASSIGN TO FIBAUDIT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS AVF-AUDIT-STATUS.
000530     SELECT ARCHIVE-FILE ASSIGN TO AVF-ARCHIVE-DSNAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS AVF-ARCHIVE-STATUS.
000560     SELECT CONTROL-FILE ASSIGN TO FIBARCTL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS AVF-CONTROL-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO FIBAVFRP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AVF-REPORT-STATUS.
000620     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS AVF-RUNLOG-STATUS.
000650*
000660******************************************************************
000670* DATA DIVISION
000680******************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AUDIT-FILE.
000720 COPY AUDITREC.
000730 FD  ARCHIVE-FILE.
000740 01  ARCHIVE-AUDIT-RECORD             PIC X(138).
000750 FD  CONTROL-FILE.
000760 COPY ARCCTREC.
000770 FD  REPORT-FILE.
000780 01  REPORT-RECORD                    PIC X(132).
000790 FD  RUN-LOG-FILE.
000800 COPY RUNLOG.
000810*
000820 WORKING-STORAGE SECTION.
000830* ---------------------------------------------------------
000840* FILE STATUS AND RUN SWITCHES
000850* ---------------------------------------------------------
000860 77  AVF-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
000870 77  AVF-ARCHIVE-STATUS               PIC X(02) VALUE SPACES.
000880 77  AVF-CONTROL-STATUS               PIC X(02) VALUE SPACES.
000890 77  AVF-REPORT-STATUS                PIC X(02) VALUE SPACES.
000900 77  AVF-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
000910 01  AVF-END-OF-AUDIT-SW              PIC X(01) VALUE "N".
000920     88  AVF-END-OF-AUDIT                       VALUE "Y".
000930 01  AVF-END-OF-ARCHIVE-SW            PIC X(01) VALUE "N".
000940     88  AVF-END-OF-ARCHIVE                     VALUE "Y".
000950 01  AVF-END-OF-CONTROL-SW            PIC X(01) VALUE "N".
000960     88  AVF-END-OF-CONTROL                     VALUE "Y".
000970 01  AVF-REPORT-ABORT-SW              PIC X(01) VALUE "N".
000980     88  AVF-REPORT-ABORT                       VALUE "Y".
000990 01  AVF-NO-INVENTORY-SW              PIC X(01) VALUE "N".
001000     88  AVF-NO-INVENTORY                       VALUE "Y".
001010 01  AVF-LIVE-MISSING-SW              PIC X(01) VALUE "N".
001020     88  AVF-LIVE-MISSING                       VALUE "Y".
001030*
001040* ---------------------------------------------------------
001050* THE CHAIN AS WALKED SO FAR. THE TAIL IS THE SEQUENCE AND
001060* CHECK VALUE OF THE LAST CHAINED RECORD READ; THE NEXT ONE
001070* MUST RUN ON FROM IT. THE TAIL IS LOST WHEN A GENERATION
001080* CANNOT BE READ AND ITS INVENTORY ENTRY CARRIES NO CHAIN
001090* FIELDS TO BRIDGE IT, AND IS PICKED UP AGAIN AT THE NEXT
001100* CHAINED RECORD. THE FIRST CHAINED RECORD ON THE TRAIL CAN
001110* ONLY BE PROVED WHEN IT IS SEQUENCE 1, CHAINED FROM ZERO.
001120* ---------------------------------------------------------
001130 01  AVF-CHAIN-STARTED-SW             PIC X(01) VALUE "N".
001140     88  AVF-CHAIN-STARTED                      VALUE "Y".
001150 01  AVF-TAIL-LOST-SW                 PIC X(01) VALUE "N".
001160     88  AVF-TAIL-LOST                          VALUE "Y".
001170 01  AVF-PICKED-UP-SW                 PIC X(01) VALUE "N".
001180     88  AVF-CHAIN-PICKED-UP                    VALUE "Y".
001190 01  AVF-TAIL-SEQUENCE                PIC 9(10) VALUE ZERO.
001200 01  AVF-TAIL-CHECK                   PIC 9(18) VALUE ZERO.
001210 01  AVF-EXPECTED-SEQUENCE            PIC 9(10) VALUE ZERO.
001220 01  AVF-COMPUTED-CHECK               PIC 9(18) VALUE ZERO.
001230 01  AVF-ZERO-CHECK                   PIC 9(18) VALUE ZERO.
001240 01  AVF-CHAIN-FIRST-SEQUENCE         PIC 9(10) VALUE ZERO.
001250 01  AVF-EXCEPTION-REASON             PIC X(50) VALUE SPACES.
001260*
001270* ---------------------------------------------------------
001280* THE FILE BEING WALKED - A GENERATION OR THE LIVE FILE
001290* ---------------------------------------------------------
001300 01  AVF-SOURCE-NAME                  PIC X(08) VALUE SPACES.
001310 01  AVF-FILE-CHAIN-SW                PIC X(01) VALUE "N".
001320     88  AVF-FILE-CHAIN-SEEN                    VALUE "Y".
001330 77  AVF-FILE-READ                    PIC 9(08) VALUE ZERO COMP.
001340 77  AVF-FILE-FAULTS                  PIC 9(08) VALUE ZERO COMP.
001350 01  AVF-FILE-FIRST-SEQUENCE          PIC 9(10) VALUE ZERO.
001360 01  AVF-FILE-LAST-SEQUENCE           PIC 9(10) VALUE ZERO.
001370 01  AVF-FILE-LAST-CHECK              PIC 9(18) VALUE ZERO.
001380*
001390* ---------------------------------------------------------
001400* COUNTERS AND PRINT CONTROLS
001410* ---------------------------------------------------------
001420 77  AVF-RECORDS-EXAMINED             PIC 9(08) VALUE ZERO COMP.
001430 77  AVF-RECORDS-PROVED               PIC 9(08) VALUE ZERO COMP.
001440 77  AVF-PRE-CHAIN-COUNT              PIC 9(08) VALUE ZERO COMP.
001450 77  AVF-GAP-COUNT                    PIC 9(08) VALUE ZERO COMP.
001460 77  AVF-REPEAT-COUNT                 PIC 9(08) VALUE ZERO COMP.
001470 77  AVF-BROKEN-COUNT                 PIC 9(08) VALUE ZERO COMP.
001480 77  AVF-UNCHAINED-COUNT              PIC 9(08) VALUE ZERO COMP.
001490 77  AVF-BOUNDARY-COUNT               PIC 9(08) VALUE ZERO COMP.
001500 77  AVF-GENERATION-FAULTS            PIC 9(08) VALUE ZERO COMP.
001510 77  AVF-FAULT-TOTAL                  PIC 9(08) VALUE ZERO COMP.
001520 77  AVF-LINE-COUNT                   PIC 9(02) VALUE 99 COMP.
001530 77  AVF-PAGE-COUNT                   PIC 9(04) VALUE ZERO COMP.
001540 77  AVF-GEN-IDX                      PIC 9(03) VALUE ZERO COMP.
001550 01  AVF-RUN-DATE                     PIC 9(08) VALUE ZERO.
001560 01  AVF-RUN-TIME                     PIC 9(08) VALUE ZERO.
001570 01  AVF-PRIOR-GEN-DATE               PIC 9(08) VALUE ZERO.
001580*
001590* ---------------------------------------------------------
001600* DATED GENERATION NAME - FIBARCHV.D PLUS THE GENERATION DATE,
001610* THE SAME NAME THE HOUSEKEEPING WRITES AND THE AUDIT INQUIRY
001620* READS.
001630* ---------------------------------------------------------
001640 01  AVF-ARCHIVE-DSNAME.
001650     05  FILLER                       PIC X(10)
001660         VALUE "FIBARCHV.D".
001670     05  AVF-ARCHIVE-DATE             PIC 9(08).
001680*
001690* ---------------------------------------------------------
001700* GENERATION INVENTORY - LOADED FROM FIBARCTL, ONE SLOT PER
001710* HELD GENERATION, WITH WHAT THE WALK FOUND IN EACH ONE FOR
001720* THE COVERAGE SECTION. THE CHAIN FIELDS ARE KEPT AS THE
001730* INVENTORY HOLDS THEM - SPACES WHEN IT CARRIES NONE.
001740* ---------------------------------------------------------
001750 01  AVF-GENERATION-TABLE.
001760     05  AVF-GEN-USED                 PIC 9(03) VALUE ZERO COMP.
001770     05  AVF-GEN-ENTRY OCCURS 500 TIMES.
001780         10  AVF-GEN-DATE             PIC 9(08).
001790         10  AVF-GEN-COUNT            PIC 9(08).
001800         10  AVF-GEN-CHAIN.
001810             15  AVF-GEN-FIRST-SEQ    PIC 9(10).
001820             15  FILLER               PIC X(01).
001830             15  AVF-GEN-LAST-SEQ     PIC 9(10).
001840             15  FILLER               PIC X(01).
001850             15  AVF-GEN-LAST-CHECK   PIC 9(18).
001860         10  AVF-GEN-STATUS           PIC X(02).
001870         10  AVF-GEN-READ             PIC 9(08).
001880         10  AVF-GEN-FAULTS           PIC 9(08).
001890         10  AVF-GEN-SEEN-FIRST       PIC 9(10).
001900         10  AVF-GEN-SEEN-LAST        PIC 9(10).
001910         10  AVF-GEN-CHAIN-SW         PIC X(01).
001920*
001930* ---------------------------------------------------------
001940* PRINT LINES
001950* ---------------------------------------------------------
001960 01  AVF-PRINT-LINE                   PIC X(132) VALUE SPACES.
001970 01  AVF-HEADING-1.
001980     05  FILLER                       PIC X(34) VALUE
001990         "FIBAUDIT CHAIN VERIFICATION       ".
002000     05  FILLER                       PIC X(09) VALUE "RUN DATE ".
002010     05  AVF-HDG-DATE                 PIC 9(08).
002020     05  FILLER                       PIC X(06) VALUE " TIME ".
002030     05  AVF-HDG-TIME                 PIC 9(08).
002040     05  FILLER                       PIC X(06) VALUE " PAGE ".
002050     05  AVF-HDG-PAGE                 PIC ZZZ9.
002060 01  AVF-HEADING-2.
002070     05  FILLER                       PIC X(09) VALUE "SOURCE".
002080     05  FILLER                       PIC X(11) VALUE
002090         "   RECORD ".
002100     05  FILLER                       PIC X(11) VALUE
002110         "  SEQUENCE ".
002120     05  FILLER                       PIC X(11) VALUE
002130         "  EXPECTED ".
002140     05  FILLER                       PIC X(09) VALUE "EXCEPTION".
002150 01  AVF-EXCEPTION-LINE.
002160     05  AVF-EXC-SOURCE               PIC X(08).
002170     05  FILLER                       PIC X(01) VALUE SPACE.
002180     05  AVF-EXC-RECORD               PIC ZZ,ZZZ,ZZ9.
002190     05  AVF-EXC-RECORD-X REDEFINES AVF-EXC-RECORD
002200                                      PIC X(10).
002210     05  FILLER                       PIC X(01) VALUE SPACE.
002220     05  AVF-EXC-SEQUENCE             PIC Z(09)9.
002230     05  AVF-EXC-SEQUENCE-X REDEFINES AVF-EXC-SEQUENCE
002240                                      PIC X(10).
002250     05  FILLER                       PIC X(01) VALUE SPACE.
002260     05  AVF-EXC-EXPECTED             PIC Z(09)9.
002270     05  AVF-EXC-EXPECTED-X REDEFINES AVF-EXC-EXPECTED
002280                                      PIC X(10).
002290     05  FILLER                       PIC X(01) VALUE SPACE.
002300     05  AVF-EXC-REASON               PIC X(50).
002310 01  AVF-COVERAGE-LINE.
002320     05  FILLER                       PIC X(02) VALUE SPACES.
002330     05  AVF-COV-SOURCE               PIC X(08).
002340     05  FILLER                       PIC X(07) VALUE "  READ ".
002350     05  AVF-COV-READ                 PIC ZZ,ZZZ,ZZ9.
002360     05  FILLER                       PIC X(11) VALUE
002370         " INVENTORY ".
002380     05  AVF-COV-INVENTORY            PIC ZZ,ZZZ,ZZ9.
002390     05  AVF-COV-INVENTORY-X REDEFINES AVF-COV-INVENTORY
002400                                      PIC X(10).
002410     05  FILLER                       PIC X(11) VALUE
002420         " SEQUENCES ".
002430     05  AVF-COV-FIRST                PIC Z(09)9.
002440     05  FILLER                       PIC X(03) VALUE " - ".
002450     05  AVF-COV-LAST                 PIC Z(09)9.
002460     05  FILLER                       PIC X(08) VALUE " FAULTS ".
002470     05  AVF-COV-FAULTS               PIC ZZ,ZZZ,ZZ9.
002480     05  FILLER                       PIC X(02) VALUE SPACES.
002490     05  AVF-COV-NOTE                 PIC X(22).
002500 01  AVF-TOTAL-LINE.
002510     05  AVF-TOT-LABEL                PIC X(44).
002520     05  AVF-TOT-COUNT                PIC ZZ,ZZZ,ZZ9.
002530 01  AVF-RANGE-LINE.
002540     05  FILLER                       PIC X(25) VALUE
002550         "CHAIN RUNS FROM SEQUENCE ".
002560     05  AVF-RNG-FIRST                PIC Z(09)9.
002570     05  FILLER                       PIC X(09) VALUE " THROUGH ".
002580     05  AVF-RNG-LAST                 PIC Z(09)9.
002590*
002600******************************************************************
002610* PROCEDURE DIVISION
002620******************************************************************
002630 PROCEDURE DIVISION.
002640*
002650******************************************************************
002660* 0000-MAINLINE
002670******************************************************************
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700     IF NOT AVF-REPORT-ABORT
002710         PERFORM 2000-LOAD-INVENTORY THRU 2000-EXIT
002720         PERFORM 3000-VERIFY-GENERATIONS THRU 3000-EXIT
002730         PERFORM 3500-VERIFY-LIVE-FILE THRU 3500-EXIT
002740         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002750         PERFORM 9999-TERMINATE THRU 9999-EXIT
002760     END-IF
002770*
002780*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
002790*    IT DOES FOR EVERY OTHER PROGRAM IN THIS SUITE. ANY FAULT
002800*    OUTRANKS A CHAIN WHOSE START CANNOT BE PROVED - THE FIRST
002810*    IS EVIDENCE, THE SECOND ONLY A LIMIT ON WHAT IS PROVED.
002820     EVALUATE TRUE
002830         WHEN AVF-REPORT-ABORT
002840             MOVE 16 TO RETURN-CODE
002850         WHEN AVF-FAULT-TOTAL > ZERO
002860             MOVE 8 TO RETURN-CODE
002870         WHEN AVF-CHAIN-PICKED-UP
002880           OR AVF-PRE-CHAIN-COUNT > ZERO
002890           OR AVF-NO-INVENTORY
002900             MOVE 4 TO RETURN-CODE
002910         WHEN OTHER
002920             MOVE ZERO TO RETURN-CODE
002930     END-EVALUATE
002940     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT
002950     STOP RUN.
002960*
002970******************************************************************
002980* 1000-INITIALIZE - STAMP THE RUN AND OPEN THE REPORT
002990******************************************************************
003000 1000-INITIALIZE.
003010     ACCEPT AVF-RUN-DATE FROM DATE YYYYMMDD
003020     ACCEPT AVF-RUN-TIME FROM TIME
003030     DISPLAY "FIBAUDIT CHAIN VERIFICATION - RUN DATE "
003040         AVF-RUN-DATE
003050     OPEN OUTPUT REPORT-FILE
003060     IF AVF-REPORT-STATUS NOT = "00"
003070         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
003080             AVF-REPORT-STATUS
003090         DISPLAY "** VERIFY RUN ABORTED."
003100         SET AVF-REPORT-ABORT TO TRUE
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140*
003150******************************************************************
003160* 2000-LOAD-INVENTORY - PULL THE FIBARCTL GENERATION INVENTORY
003170* INTO STORAGE. THE HOUSEKEEPING KEEPS IT OLDEST FIRST, SO AN
003180* ENTRY NOT DATED AFTER THE ONE BEFORE IT IS ITSELF A FAULT.
003190* NO INVENTORY MEANS ONLY THE LIVE FILE CAN BE WALKED.
003200******************************************************************
003210 2000-LOAD-INVENTORY.
003220     MOVE ZERO TO AVF-GEN-USED
003230     MOVE ZERO TO AVF-PRIOR-GEN-DATE
003240     OPEN INPUT CONTROL-FILE
003250     IF AVF-CONTROL-STATUS NOT = "00"
003260         DISPLAY "** NO FIBARCTL INVENTORY - STATUS: "
003270             AVF-CONTROL-STATUS
003280         DISPLAY "** ONLY THE LIVE FILE CAN BE VERIFIED."
003290         SET AVF-NO-INVENTORY TO TRUE
003300         GO TO 2000-EXIT
003310     END-IF
003320     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003330         UNTIL AVF-END-OF-CONTROL
003340     CLOSE CONTROL-FILE.
003350 2000-EXIT.
003360     EXIT.
003370*
003380 2100-LOAD-ONE-ENTRY.
003390     READ CONTROL-FILE
003400         AT END
003410             MOVE "Y" TO AVF-END-OF-CONTROL-SW
003420             GO TO 2100-EXIT
003430     END-READ
003440     IF CTL-GENERATION-DATE NOT NUMERIC
003450         GO TO 2100-EXIT
003460     END-IF
003470     MOVE CTL-GENERATION-DATE TO AVF-SOURCE-NAME
003480     MOVE ZERO TO AVF-FILE-FAULTS
003490     IF CTL-GENERATION-DATE NOT > AVF-PRIOR-GEN-DATE
003500         ADD 1 TO AVF-GENERATION-FAULTS
003510         MOVE "FIBARCTL ENTRY OUT OF DATE ORDER"
003520             TO AVF-EXCEPTION-REASON
003530         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
003540     END-IF
003550     MOVE CTL-GENERATION-DATE TO AVF-PRIOR-GEN-DATE
003560     IF AVF-GEN-USED NOT < 500
003570         ADD 1 TO AVF-GENERATION-FAULTS
003580         MOVE "INVENTORY TABLE FULL - GENERATION NOT VERIFIED"
003590             TO AVF-EXCEPTION-REASON
003600         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
003610         GO TO 2100-EXIT
003620     END-IF
003630     ADD 1 TO AVF-GEN-USED
003640     MOVE CTL-GENERATION-DATE TO AVF-GEN-DATE (AVF-GEN-USED)
003650     IF CTL-RECORD-COUNT IS NUMERIC
003660         MOVE CTL-RECORD-COUNT TO AVF-GEN-COUNT (AVF-GEN-USED)
003670     ELSE
003680         MOVE ZERO TO AVF-GEN-COUNT (AVF-GEN-USED)
003690     END-IF
003700     MOVE CTL-CHAIN-FIELDS TO AVF-GEN-CHAIN (AVF-GEN-USED)
003710     MOVE SPACES TO AVF-GEN-STATUS (AVF-GEN-USED)
003720     MOVE AVF-FILE-FAULTS TO AVF-GEN-FAULTS (AVF-GEN-USED)
003730     MOVE ZERO TO AVF-GEN-READ (AVF-GEN-USED)
003740     MOVE ZERO TO AVF-GEN-SEEN-FIRST (AVF-GEN-USED)
003750     MOVE ZERO TO AVF-GEN-SEEN-LAST (AVF-GEN-USED)
003760     MOVE "N" TO AVF-GEN-CHAIN-SW (AVF-GEN-USED).
003770 2100-EXIT.
003780     EXIT.
003790*
003800******************************************************************
003810* 3000-VERIFY-GENERATIONS - WALK EVERY HELD GENERATION IN
003820* INVENTORY ORDER AS ONE CONTINUOUS TRAIL
003830******************************************************************
003840 3000-VERIFY-GENERATIONS.
003850     PERFORM 3100-VERIFY-ONE-GENERATION THRU 3100-EXIT
003860         VARYING AVF-GEN-IDX FROM 1 BY 1
003870             UNTIL AVF-GEN-IDX > AVF-GEN-USED.
003880 3000-EXIT.
003890     EXIT.
003900*
003910******************************************************************
003920* 3100-VERIFY-ONE-GENERATION - ONE DATED GENERATION, OPENED BY
003930* NAME. ONE THAT WILL NOT OPEN IS A FAULT; IF ITS INVENTORY
003940* ENTRY CARRIES ITS LAST SEQUENCE AND CHECK VALUE, THE CHAIN IS
003950* BRIDGED FROM THOSE SO THE NEXT GENERATION IS STILL PROVED.
003960******************************************************************
003970 3100-VERIFY-ONE-GENERATION.
003980     MOVE AVF-GEN-DATE (AVF-GEN-IDX) TO AVF-ARCHIVE-DATE
003990     MOVE AVF-GEN-DATE (AVF-GEN-IDX) TO AVF-SOURCE-NAME
004000     PERFORM 3900-BEGIN-ONE-FILE THRU 3900-EXIT
004010     MOVE AVF-GEN-FAULTS (AVF-GEN-IDX) TO AVF-FILE-FAULTS
004020     MOVE "N" TO AVF-END-OF-ARCHIVE-SW
004030     OPEN INPUT ARCHIVE-FILE
004040     MOVE AVF-ARCHIVE-STATUS TO AVF-GEN-STATUS (AVF-GEN-IDX)
004050     IF AVF-ARCHIVE-STATUS NOT = "00"
004060         DISPLAY "** GENERATION " AVF-ARCHIVE-DATE " COULD NOT "
004070             "BE OPENED - STATUS: " AVF-ARCHIVE-STATUS
004080         ADD 1 TO AVF-GENERATION-FAULTS
004090         MOVE "GENERATION COULD NOT BE OPENED"
004100             TO AVF-EXCEPTION-REASON
004110         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004120         PERFORM 3400-BRIDGE-MISSING-GENERATION THRU 3400-EXIT
004130         MOVE AVF-FILE-FAULTS TO AVF-GEN-FAULTS (AVF-GEN-IDX)
004140         GO TO 3100-EXIT
004150     END-IF
004160     PERFORM 3200-READ-ONE-ARCHIVE THRU 3200-EXIT
004170         UNTIL AVF-END-OF-ARCHIVE
004180     CLOSE ARCHIVE-FILE
004190     PERFORM 3300-PROVE-AGAINST-INVENTORY THRU 3300-EXIT
004200     MOVE AVF-FILE-READ TO AVF-GEN-READ (AVF-GEN-IDX)
004210     MOVE AVF-FILE-FAULTS TO AVF-GEN-FAULTS (AVF-GEN-IDX)
004220     MOVE AVF-FILE-CHAIN-SW TO AVF-GEN-CHAIN-SW (AVF-GEN-IDX)
004230     MOVE AVF-FILE-FIRST-SEQUENCE TO
004240         AVF-GEN-SEEN-FIRST (AVF-GEN-IDX)
004250     MOVE AVF-FILE-LAST-SEQUENCE TO
004260         AVF-GEN-SEEN-LAST (AVF-GEN-IDX).
004270 3100-EXIT.
004280     EXIT.
004290*
004300 3200-READ-ONE-ARCHIVE.
004310     READ ARCHIVE-FILE
004320         AT END
004330             MOVE "Y" TO AVF-END-OF-ARCHIVE-SW
004340         NOT AT END
004350             MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
004360             PERFORM 4000-VERIFY-ONE-RECORD THRU 4000-EXIT
004370     END-READ.
004380 3200-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420* 3300-PROVE-AGAINST-INVENTORY - THE GENERATION MUST HOLD AS
004430* MANY RECORDS AS THE HOUSEKEEPING ARCHIVED INTO IT, AND THE
004440* FIRST AND LAST SEQUENCE AND LAST CHECK VALUE IT RECORDED. A
004450* GENERATION CUT SHORT AT THE END LEAVES NO BREAK IN ITS OWN
004460* CHAIN - THIS IS WHAT CATCHES IT.
004470******************************************************************
004480 3300-PROVE-AGAINST-INVENTORY.
004490     MOVE SPACES TO AVF-EXCEPTION-REASON
004500     IF AVF-FILE-READ NOT = AVF-GEN-COUNT (AVF-GEN-IDX)
004510         ADD 1 TO AVF-GENERATION-FAULTS
004520         MOVE "RECORD COUNT DIFFERS FROM FIBARCTL"
004530             TO AVF-EXCEPTION-REASON
004540         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004550     END-IF
004560     MOVE SPACES TO AVF-EXCEPTION-REASON
004570     IF AVF-GEN-FIRST-SEQ (AVF-GEN-IDX) IS NUMERIC
004580        AND AVF-GEN-LAST-SEQ (AVF-GEN-IDX) IS NUMERIC
004590        AND AVF-GEN-LAST-CHECK (AVF-GEN-IDX) IS NUMERIC
004600         IF NOT AVF-FILE-CHAIN-SEEN
004610            OR AVF-FILE-FIRST-SEQUENCE NOT =
004620                AVF-GEN-FIRST-SEQ (AVF-GEN-IDX)
004630            OR AVF-FILE-LAST-SEQUENCE NOT =
004640                AVF-GEN-LAST-SEQ (AVF-GEN-IDX)
004650            OR AVF-FILE-LAST-CHECK NOT =
004660                AVF-GEN-LAST-CHECK (AVF-GEN-IDX)
004670             MOVE "CHAIN FIELDS DIFFER FROM FIBARCTL"
004680                 TO AVF-EXCEPTION-REASON
004690         END-IF
004700     ELSE
004710         IF AVF-FILE-CHAIN-SEEN
004720             MOVE "FIBARCTL CARRIES NO CHAIN FIELDS FOR IT"
004730                 TO AVF-EXCEPTION-REASON
004740         END-IF
004750     END-IF
004760     IF AVF-EXCEPTION-REASON NOT = SPACES
004770         ADD 1 TO AVF-GENERATION-FAULTS
004780         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004790     END-IF.
004800 3300-EXIT.
004810     EXIT.
004820*
004830 3400-BRIDGE-MISSING-GENERATION.
004840     IF AVF-GEN-LAST-SEQ (AVF-GEN-IDX) IS NUMERIC
004850        AND AVF-GEN-LAST-CHECK (AVF-GEN-IDX) IS NUMERIC
004860         MOVE AVF-GEN-LAST-SEQ (AVF-GEN-IDX) TO AVF-TAIL-SEQUENCE
004870         MOVE AVF-GEN-LAST-CHECK (AVF-GEN-IDX) TO AVF-TAIL-CHECK
004880         IF NOT AVF-CHAIN-STARTED
004890             SET AVF-CHAIN-PICKED-UP TO TRUE
004900             IF AVF-GEN-FIRST-SEQ (AVF-GEN-IDX) IS NUMERIC
004910                 MOVE AVF-GEN-FIRST-SEQ (AVF-GEN-IDX) TO
004920                     AVF-CHAIN-FIRST-SEQUENCE
004930             ELSE
004940                 MOVE AVF-GEN-LAST-SEQ (AVF-GEN-IDX) TO
004950                     AVF-CHAIN-FIRST-SEQUENCE
004960             END-IF
004970         END-IF
004980         SET AVF-CHAIN-STARTED TO TRUE
004990         MOVE "N" TO AVF-TAIL-LOST-SW
005000     ELSE
005010         IF AVF-CHAIN-STARTED
005020             SET AVF-TAIL-LOST TO TRUE
005030         END-IF
005040     END-IF.
005050 3400-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090* 3500-VERIFY-LIVE-FILE - THE LIVE FIBAUDIT FILE LAST, RUNNING
005100* ON FROM THE NEWEST GENERATION. NO LIVE FILE IS NOTED ONLY -
005110* NOTHING MAY HAVE BEEN CONVERTED SINCE THE CUTOVER.
005120******************************************************************
005130 3500-VERIFY-LIVE-FILE.
005140     MOVE "LIVE" TO AVF-SOURCE-NAME
005150     PERFORM 3900-BEGIN-ONE-FILE THRU 3900-EXIT
005160     OPEN INPUT AUDIT-FILE
005170     IF AVF-AUDIT-STATUS NOT = "00"
005180         DISPLAY "NO LIVE AUDIT FILE TO VERIFY - STATUS: "
005190             AVF-AUDIT-STATUS
005200         SET AVF-LIVE-MISSING TO TRUE
005210         GO TO 3500-EXIT
005220     END-IF
005230     PERFORM 3600-READ-ONE-LIVE THRU 3600-EXIT
005240         UNTIL AVF-END-OF-AUDIT
005250     CLOSE AUDIT-FILE.
005260 3500-EXIT.
005270     EXIT.
005280*
005290 3600-READ-ONE-LIVE.
005300     READ AUDIT-FILE
005310         AT END
005320             MOVE "Y" TO AVF-END-OF-AUDIT-SW
005330         NOT AT END
005340             PERFORM 4000-VERIFY-ONE-RECORD THRU 4000-EXIT
005350     END-READ.
005360 3600-EXIT.
005370     EXIT.
005380*
005390 3900-BEGIN-ONE-FILE.
005400     MOVE ZERO TO AVF-FILE-READ
005410     MOVE ZERO TO AVF-FILE-FAULTS
005420     MOVE ZERO TO AVF-FILE-FIRST-SEQUENCE
005430     MOVE ZERO TO AVF-FILE-LAST-SEQUENCE
005440     MOVE ZERO TO AVF-FILE-LAST-CHECK
005450     MOVE "N" TO AVF-FILE-CHAIN-SW.
005460 3900-EXIT.
005470     EXIT.
005480*
005490******************************************************************
005500* 4000-VERIFY-ONE-RECORD - ONE AUDIT RECORD, ARCHIVED OR LIVE.
005510* THE SEQUENCE MUST BE ONE PAST THE TAIL AND THE CHECK VALUE
005520* MUST RECOMPUTE FROM THE TAIL'S. A FAULT IS REPORTED ONCE AT
005530* THE RECORD WHERE IT SHOWS AND THE TAIL MOVES ON TO THAT
005540* RECORD, SO ONE TAMPERED RECORD DOES NOT FAULT ALL THAT
005550* FOLLOW. THE FIRST CHAINED RECORD OF A FILE THAT FAILS IS
005560* REPORTED AS A BREAK BETWEEN GENERATIONS.
005570******************************************************************
005580 4000-VERIFY-ONE-RECORD.
005590     ADD 1 TO AVF-RECORDS-EXAMINED
005600     ADD 1 TO AVF-FILE-READ
005610     MOVE SPACES TO AVF-EXCEPTION-REASON
005620     IF AUD-SEQUENCE-NUMBER NOT NUMERIC
005630        OR AUD-CHAIN-CHECK NOT NUMERIC
005640         IF AVF-CHAIN-STARTED
005650             ADD 1 TO AVF-UNCHAINED-COUNT
005660             MOVE "NO SEQUENCE OR CHECK AFTER THE CHAIN BEGAN"
005670                 TO AVF-EXCEPTION-REASON
005680             PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005690         ELSE
005700             ADD 1 TO AVF-PRE-CHAIN-COUNT
005710         END-IF
005720         GO TO 4000-EXIT
005730     END-IF
005740     IF NOT AVF-CHAIN-STARTED
005750        OR AVF-TAIL-LOST
005760         PERFORM 4100-START-CHAIN THRU 4100-EXIT
005770         PERFORM 4500-ADVANCE-TAIL THRU 4500-EXIT
005780         GO TO 4000-EXIT
005790     END-IF
005800     ADD 1 TO AVF-TAIL-SEQUENCE GIVING AVF-EXPECTED-SEQUENCE
005810     CALL "FibonacciAuditChain" USING AUDIT-RECORD
005820                                      AVF-TAIL-CHECK
005830                                      AVF-COMPUTED-CHECK
005840     EVALUATE TRUE
005850         WHEN AUD-SEQUENCE-NUMBER > AVF-EXPECTED-SEQUENCE
005860             MOVE "SEQUENCE GAP - RECORDS MISSING BEFORE THIS ONE"
005870                 TO AVF-EXCEPTION-REASON
005880         WHEN AUD-SEQUENCE-NUMBER < AVF-EXPECTED-SEQUENCE
005890             MOVE "SEQUENCE REPEATED OR OUT OF ORDER"
005900                 TO AVF-EXCEPTION-REASON
005910         WHEN AVF-COMPUTED-CHECK NOT = AUD-CHAIN-CHECK
005920             MOVE "CHECK VALUE BROKEN - RECORD OR PRIOR ALTERED"
005930                 TO AVF-EXCEPTION-REASON
005940     END-EVALUATE
005950     IF AVF-EXCEPTION-REASON = SPACES
005960         ADD 1 TO AVF-RECORDS-PROVED
005970     ELSE
005980         IF NOT AVF-FILE-CHAIN-SEEN
005990             ADD 1 TO AVF-BOUNDARY-COUNT
006000             MOVE "FIRST RECORD DOES NOT CONTINUE PRIOR GEN"
006010                 TO AVF-EXCEPTION-REASON
006020         ELSE
006030             EVALUATE TRUE
006040                 WHEN AUD-SEQUENCE-NUMBER > AVF-EXPECTED-SEQUENCE
006050                     ADD 1 TO AVF-GAP-COUNT
006060                 WHEN AUD-SEQUENCE-NUMBER < AVF-EXPECTED-SEQUENCE
006070                     ADD 1 TO AVF-REPEAT-COUNT
006080                 WHEN OTHER
006090                     ADD 1 TO AVF-BROKEN-COUNT
006100             END-EVALUATE
006110         END-IF
006120         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
006130     END-IF
006140     PERFORM 4500-ADVANCE-TAIL THRU 4500-EXIT.
006150 4000-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190* 4100-START-CHAIN - THE FIRST CHAINED RECORD ON THE TRAIL, OR
006200* THE FIRST AFTER A GENERATION THAT COULD NOT BE BRIDGED.
006210* SEQUENCE 1 IS PROVED FROM A ZERO CHECK VALUE. ANY OTHER
006220* START IS TAKEN ON TRUST - THE RECORDS BEFORE IT ARE NOT HELD.
006230******************************************************************
006240 4100-START-CHAIN.
006250     IF AVF-TAIL-LOST
006260         MOVE "N" TO AVF-TAIL-LOST-SW
006270         GO TO 4100-EXIT
006280     END-IF
006290     SET AVF-CHAIN-STARTED TO TRUE
006300     MOVE AUD-SEQUENCE-NUMBER TO AVF-CHAIN-FIRST-SEQUENCE
006310     IF AUD-SEQUENCE-NUMBER NOT = 1
006320         SET AVF-CHAIN-PICKED-UP TO TRUE
006330         GO TO 4100-EXIT
006340     END-IF
006350     CALL "FibonacciAuditChain" USING AUDIT-RECORD
006360                                      AVF-ZERO-CHECK
006370                                      AVF-COMPUTED-CHECK
006380     IF AVF-COMPUTED-CHECK = AUD-CHAIN-CHECK
006390         ADD 1 TO AVF-RECORDS-PROVED
006400     ELSE
006410         ADD 1 TO AVF-BROKEN-COUNT
006420         MOVE ZERO TO AVF-TAIL-SEQUENCE
006430         MOVE "CHECK VALUE BROKEN - RECORD OR PRIOR ALTERED"
006440             TO AVF-EXCEPTION-REASON
006450         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
006460     END-IF.
006470 4100-EXIT.
006480     EXIT.
006490*
006500 4500-ADVANCE-TAIL.
006510     MOVE AUD-SEQUENCE-NUMBER TO AVF-TAIL-SEQUENCE
006520     MOVE AUD-CHAIN-CHECK TO AVF-TAIL-CHECK
006530     IF NOT AVF-FILE-CHAIN-SEEN
006540         MOVE AUD-SEQUENCE-NUMBER TO AVF-FILE-FIRST-SEQUENCE
006550         SET AVF-FILE-CHAIN-SEEN TO TRUE
006560     END-IF
006570     MOVE AUD-SEQUENCE-NUMBER TO AVF-FILE-LAST-SEQUENCE
006580     MOVE AUD-CHAIN-CHECK TO AVF-FILE-LAST-CHECK.
006590 4500-EXIT.
006600     EXIT.
006610*
006620******************************************************************
006630* 6000-PRINT-EXCEPTION - ONE FAULT LINE. A RECORD FAULT SHOWS
006640* THE RECORD NUMBER WITHIN ITS FILE, ITS SEQUENCE AND THE ONE
006650* EXPECTED; A GENERATION FAULT SHOWS THE GENERATION ONLY.
006660******************************************************************
006670 6000-PRINT-EXCEPTION.
006680     ADD 1 TO AVF-FILE-FAULTS
006690     MOVE SPACES TO AVF-EXCEPTION-LINE
006700     MOVE AVF-SOURCE-NAME TO AVF-EXC-SOURCE
006710     MOVE SPACES TO AVF-EXC-RECORD-X
006720     MOVE SPACES TO AVF-EXC-SEQUENCE-X
006730     MOVE SPACES TO AVF-EXC-EXPECTED-X
006740     IF AVF-EXCEPTION-REASON (1:10) NOT = "GENERATION"
006750        AND AVF-EXCEPTION-REASON (1:8) NOT = "FIBARCTL"
006760        AND AVF-EXCEPTION-REASON (1:9) NOT = "INVENTORY"
006770        AND AVF-EXCEPTION-REASON (1:12) NOT = "RECORD COUNT"
006780        AND AVF-EXCEPTION-REASON (1:12) NOT = "CHAIN FIELDS"
006790         MOVE AVF-FILE-READ TO AVF-EXC-RECORD
006800         IF AUD-SEQUENCE-NUMBER IS NUMERIC
006810             MOVE AUD-SEQUENCE-NUMBER TO AVF-EXC-SEQUENCE
006820         END-IF
006830         IF AVF-CHAIN-STARTED
006840             ADD 1 TO AVF-TAIL-SEQUENCE GIVING AVF-EXC-EXPECTED
006850         END-IF
006860     END-IF
006870     MOVE AVF-EXCEPTION-REASON TO AVF-EXC-REASON
006880     MOVE AVF-EXCEPTION-LINE TO AVF-PRINT-LINE
006890     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006900 6000-EXIT.
006910     EXIT.
006920*
006930 6100-PRINT-LINE.
006940     IF AVF-LINE-COUNT > 55
006950         PERFORM 6200-PAGE-HEADING THRU 6200-EXIT
006960     END-IF
006970     MOVE SPACES TO REPORT-RECORD
006980     MOVE AVF-PRINT-LINE TO REPORT-RECORD
006990     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
007000     ADD 1 TO AVF-LINE-COUNT.
007010 6100-EXIT.
007020     EXIT.
007030*
007040 6200-PAGE-HEADING.
007050     ADD 1 TO AVF-PAGE-COUNT
007060     MOVE AVF-RUN-DATE TO AVF-HDG-DATE
007070     MOVE AVF-RUN-TIME TO AVF-HDG-TIME
007080     MOVE AVF-PAGE-COUNT TO AVF-HDG-PAGE
007090     MOVE SPACES TO REPORT-RECORD
007100     MOVE AVF-HEADING-1 TO REPORT-RECORD
007110     IF AVF-PAGE-COUNT = 1
007120         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
007130     ELSE
007140         WRITE REPORT-RECORD AFTER ADVANCING PAGE
007150     END-IF
007160     MOVE SPACES TO REPORT-RECORD
007170     MOVE AVF-HEADING-2 TO REPORT-RECORD
007180     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
007190     MOVE SPACES TO REPORT-RECORD
007200     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
007210     MOVE 5 TO AVF-LINE-COUNT.
007220 6200-EXIT.
007230     EXIT.
007240*
007250******************************************************************
007260* 7000-PRINT-SUMMARY - COVERAGE OF EVERY FILE WALKED, THE
007270* TOTALS, AND THE VERDICT
007280******************************************************************
007290 7000-PRINT-SUMMARY.
007300     COMPUTE AVF-FAULT-TOTAL = AVF-GAP-COUNT + AVF-REPEAT-COUNT
007310         + AVF-BROKEN-COUNT + AVF-UNCHAINED-COUNT
007320         + AVF-BOUNDARY-COUNT + AVF-GENERATION-FAULTS
007330     IF AVF-PAGE-COUNT = ZERO
007340         PERFORM 6200-PAGE-HEADING THRU 6200-EXIT
007350         MOVE "NO EXCEPTIONS." TO AVF-PRINT-LINE
007360         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007370     END-IF
007380     MOVE SPACES TO AVF-PRINT-LINE
007390     PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007400     MOVE "COVERAGE" TO AVF-PRINT-LINE
007410     PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007420     IF AVF-NO-INVENTORY
007430         MOVE "  ** NO FIBARCTL INVENTORY - NO GENERATIONS WALKED"
007440             TO AVF-PRINT-LINE
007450         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007460     END-IF
007470     PERFORM 7100-PRINT-ONE-GENERATION THRU 7100-EXIT
007480         VARYING AVF-GEN-IDX FROM 1 BY 1
007490             UNTIL AVF-GEN-IDX > AVF-GEN-USED
007500     PERFORM 7200-PRINT-LIVE-COVERAGE THRU 7200-EXIT
007510     MOVE SPACES TO AVF-PRINT-LINE
007520     PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007530     MOVE "RECORDS EXAMINED" TO AVF-TOT-LABEL
007540     MOVE AVF-RECORDS-EXAMINED TO AVF-TOT-COUNT
007550     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007560     MOVE "RECORDS FROM BEFORE THE CHAIN BEGAN" TO AVF-TOT-LABEL
007570     MOVE AVF-PRE-CHAIN-COUNT TO AVF-TOT-COUNT
007580     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007590     MOVE "CHAINED RECORDS PROVED" TO AVF-TOT-LABEL
007600     MOVE AVF-RECORDS-PROVED TO AVF-TOT-COUNT
007610     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007620     MOVE "SEQUENCE GAPS" TO AVF-TOT-LABEL
007630     MOVE AVF-GAP-COUNT TO AVF-TOT-COUNT
007640     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007650     MOVE "SEQUENCES REPEATED OR OUT OF ORDER" TO AVF-TOT-LABEL
007660     MOVE AVF-REPEAT-COUNT TO AVF-TOT-COUNT
007670     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007680     MOVE "CHECK VALUES BROKEN" TO AVF-TOT-LABEL
007690     MOVE AVF-BROKEN-COUNT TO AVF-TOT-COUNT
007700     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007710     MOVE "UNCHAINED RECORDS AFTER THE CHAIN BEGAN"
007720         TO AVF-TOT-LABEL
007730     MOVE AVF-UNCHAINED-COUNT TO AVF-TOT-COUNT
007740     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007750     MOVE "GENERATIONS NOT CONTINUING THE PRIOR ONE"
007760         TO AVF-TOT-LABEL
007770     MOVE AVF-BOUNDARY-COUNT TO AVF-TOT-COUNT
007780     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007790     MOVE "GENERATION AND INVENTORY FAULTS" TO AVF-TOT-LABEL
007800     MOVE AVF-GENERATION-FAULTS TO AVF-TOT-COUNT
007810     PERFORM 7500-PRINT-TOTAL THRU 7500-EXIT
007820     MOVE SPACES TO AVF-PRINT-LINE
007830     PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007840     IF AVF-CHAIN-STARTED
007850         MOVE AVF-CHAIN-FIRST-SEQUENCE TO AVF-RNG-FIRST
007860         MOVE AVF-TAIL-SEQUENCE TO AVF-RNG-LAST
007870         MOVE AVF-RANGE-LINE TO AVF-PRINT-LINE
007880     ELSE
007890         MOVE "NO CHAINED RECORDS ON THE TRAIL" TO AVF-PRINT-LINE
007900     END-IF
007910     PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007920     IF AVF-CHAIN-PICKED-UP
007930         MOVE "** CHAIN START NOT PROVABLE - EARLIER RECORDS GONE"
007940             TO AVF-PRINT-LINE
007950         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007960     END-IF
007970     IF AVF-FAULT-TOTAL > ZERO
007980         MOVE "** TRAIL FAULTS FOUND - SEE THE EXCEPTIONS ABOVE"
007990             TO AVF-PRINT-LINE
008000     ELSE
008010         MOVE "TRAIL VERIFIED - NO FAULTS" TO AVF-PRINT-LINE
008020     END-IF
008030     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008040 7000-EXIT.
008050     EXIT.
008060*
008070 7100-PRINT-ONE-GENERATION.
008080     MOVE SPACES TO AVF-COVERAGE-LINE
008090     MOVE AVF-GEN-DATE (AVF-GEN-IDX) TO AVF-COV-SOURCE
008100     MOVE AVF-GEN-READ (AVF-GEN-IDX) TO AVF-COV-READ
008110     MOVE AVF-GEN-COUNT (AVF-GEN-IDX) TO AVF-COV-INVENTORY
008120     MOVE AVF-GEN-SEEN-FIRST (AVF-GEN-IDX) TO AVF-COV-FIRST
008130     MOVE AVF-GEN-SEEN-LAST (AVF-GEN-IDX) TO AVF-COV-LAST
008140     MOVE AVF-GEN-FAULTS (AVF-GEN-IDX) TO AVF-COV-FAULTS
008150     EVALUATE TRUE
008160         WHEN AVF-GEN-STATUS (AVF-GEN-IDX) NOT = "00"
008170             MOVE "COULD NOT BE OPENED" TO AVF-COV-NOTE
008180         WHEN AVF-GEN-FAULTS (AVF-GEN-IDX) > ZERO
008190             MOVE "FAULTS FOUND" TO AVF-COV-NOTE
008200         WHEN AVF-GEN-CHAIN-SW (AVF-GEN-IDX) NOT = "Y"
008210             MOVE "NO CHAINED RECORDS" TO AVF-COV-NOTE
008220         WHEN OTHER
008230             MOVE "VERIFIED" TO AVF-COV-NOTE
008240     END-EVALUATE
008250     MOVE AVF-COVERAGE-LINE TO AVF-PRINT-LINE
008260     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008270 7100-EXIT.
008280     EXIT.
008290*
008300 7200-PRINT-LIVE-COVERAGE.
008310     MOVE SPACES TO AVF-COVERAGE-LINE
008320     MOVE "LIVE" TO AVF-COV-SOURCE
008330     MOVE AVF-FILE-READ TO AVF-COV-READ
008340     MOVE SPACES TO AVF-COV-INVENTORY-X
008350     MOVE AVF-FILE-FIRST-SEQUENCE TO AVF-COV-FIRST
008360     MOVE AVF-FILE-LAST-SEQUENCE TO AVF-COV-LAST
008370     MOVE AVF-FILE-FAULTS TO AVF-COV-FAULTS
008380     EVALUATE TRUE
008390         WHEN AVF-LIVE-MISSING
008400             MOVE "NOT PRESENT" TO AVF-COV-NOTE
008410         WHEN AVF-FILE-FAULTS > ZERO
008420             MOVE "FAULTS FOUND" TO AVF-COV-NOTE
008430         WHEN NOT AVF-FILE-CHAIN-SEEN
008440             MOVE "NO CHAINED RECORDS" TO AVF-COV-NOTE
008450         WHEN OTHER
008460             MOVE "VERIFIED" TO AVF-COV-NOTE
008470     END-EVALUATE
008480     MOVE AVF-COVERAGE-LINE TO AVF-PRINT-LINE
008490     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008500 7200-EXIT.
008510     EXIT.
008520*
008530 7500-PRINT-TOTAL.
008540     MOVE AVF-TOTAL-LINE TO AVF-PRINT-LINE
008550     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008560 7500-EXIT.
008570     EXIT.
008580*
008590******************************************************************
008600* 9800-WRITE-RUN-SUMMARY - ONE FIBRUNLG RECORD FOR THE MORNING
008610* BALANCING REPORT: READ = RECORDS EXAMINED, WRITTEN = CHAINED
008620* RECORDS PROVED, REJECTED = FAULTS FOUND.
008630******************************************************************
008640 9800-WRITE-RUN-SUMMARY.
008650     OPEN EXTEND RUN-LOG-FILE
008660     IF AVF-RUNLOG-STATUS = "35"
008670         OPEN OUTPUT RUN-LOG-FILE
008680     END-IF
008690     IF AVF-RUNLOG-STATUS NOT = "00"
008700         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
008710             AVF-RUNLOG-STATUS
008720         GO TO 9800-EXIT
008730     END-IF
008740     MOVE SPACES TO RUN-LOG-RECORD
008750     ACCEPT AVF-RUN-DATE FROM DATE YYYYMMDD
008760     ACCEPT AVF-RUN-TIME FROM TIME
008770     MOVE "FIBAUDVFY" TO RLG-PROGRAM-ID
008780     MOVE AVF-RUN-DATE TO RLG-RUN-DATE
008790     MOVE AVF-RUN-TIME TO RLG-RUN-TIME
008800     MOVE AVF-RECORDS-EXAMINED TO RLG-RECORDS-READ
008810     MOVE AVF-RECORDS-PROVED TO RLG-RECORDS-WRITTEN
008820     MOVE AVF-FAULT-TOTAL TO RLG-RECORDS-REJECTED
008830     MOVE ZERO TO RLG-HASH-TOTAL
008840     MOVE RETURN-CODE TO RLG-RETURN-CODE
008850     WRITE RUN-LOG-RECORD
008860     CLOSE RUN-LOG-FILE.
008870 9800-EXIT.
008880     EXIT.
008890*
008900******************************************************************
008910* 9999-TERMINATE - CLOSE OUT AND TELL THE CONSOLE THE VERDICT
008920******************************************************************
008930 9999-TERMINATE.
008940     CLOSE REPORT-FILE
008950     DISPLAY "FIBAUDIT CHAIN VERIFY COMPLETE - RECORDS EXAMINED: "
008960         AVF-RECORDS-EXAMINED
008970     DISPLAY "  PROVED: " AVF-RECORDS-PROVED
008980         " FAULTS: " AVF-FAULT-TOTAL.
008990 9999-EXIT.
009000     EXIT.
