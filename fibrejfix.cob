000330*                  THE PENDING COUNT. CONDITION CODE: 0 NOTHING
000340*                  LEFT PENDING, 4 PENDING REJECTS REMAIN,
000350*                  16 COULD NOT RUN AT ALL.
000360* 10/15/2026 DPG   THE REJECT LAYOUT FOLLOWS THE DRIVER'S FIBREJCT
000370*                  CONTRACT, WHICH NOW ENDS WITH THE FEED ID.
000380* 10/15/2026 DPG   A RESUBMISSION NOW CARRIES THE FEED ID THE KEY
000390*                  WAS REJECTED ON, SO THE DECODE CAN PROVE IT
000400*                  AGAINST THE REFERENCE-KEY HISTORY. A DUPLICATE
000410*                  KEY (REASON 06) OR A REFUSED RESUBMISSION
000420*                  (REASON 07) CANNOT BE REPAIRED - THE HISTORY
000430*                  WOULD REFUSE IT AGAIN - ONLY VOIDED OR LEFT
000440*                  PENDING.
000450* 10/15/2026 DPG   THE REJECT LAYOUT FOLLOWS THE DRIVER'S FIBREJCT
000460*                  CONTRACT, WHICH NOW ENDS WITH THE REJECT DATE.
000470* 10/15/2026 DPG   EVERY DISPOSITION NOW CARRIES THE REJECT DATE
000480*                  OF THE REJECT IT WORKED, SO THE AGING REPORT
000490*                  CAN TELL ONE NIGHT'S REJECT FROM ANOTHER THAT
000500*                  SHARES ITS RECORD NUMBER AND KEY. AN UNDATED
000510*                  REJECT GETS AN UNDATED DISPOSITION.
000520* 10/15/2026 DPG   A REJECT FROM A BATCH ENCODE (MARKED E ON
000530*                  FIBREJCT) CARRIES DECIMAL TEXT, NOT A CODE,
000540*                  AND ITS KEY IS NEVER ON THE REFERENCE-KEY
000550*                  HISTORY, SO THE DECODE WOULD REFUSE ANY REPAIR.
000560*                  IT CAN ONLY BE VOIDED OR LEFT PENDING.
000570*
000580******************************************************************
000590* ENVIRONMENT DIVISION
000600******************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT REJECT-FILE ASSIGN TO FIBREJCT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FIX-REJECT-STATUS.
000670     SELECT RESUBMIT-FILE ASSIGN TO FIBRESUB
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FIX-RESUBMIT-STATUS.
000700     SELECT DISPOSITION-FILE ASSIGN TO FIBREJDP
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FIX-DISPOSITION-STATUS.
000730*
000740******************************************************************
000750* DATA DIVISION - THE REJECT AND RESUBMISSION LAYOUTS MIRROR
000760* THE DRIVER'S FIBREJCT AND BATCHIN CONTRACTS, COLUMN FOR
000770* COLUMN, SO A RESUBMISSION FEED RUNS THROUGH THE BATCH DECODE
000780* UNCHANGED.
000790******************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  REJECT-FILE.
000830 01  REJECT-RECORD.
000840     05  REJ-RECORD-NUMBER            PIC 9(08).
000850     05  FILLER                       PIC X(01).
000860     05  REJ-REFERENCE-KEY            PIC X(10).
000870     05  FILLER                       PIC X(01).
000880     05  REJ-REASON-CODE              PIC X(02).
000890     05  FILLER                       PIC X(01).
000900     05  REJ-FIBONACCI-INPUT          PIC X(55).
000910     05  FILLER                       PIC X(01).
000920     05  REJ-FEED-ID                  PIC X(08).
000930     05  FILLER                       PIC X(01).
000940     05  REJ-REJECT-DATE              PIC 9(08).
000950     05  FILLER                       PIC X(01).
000960     05  REJ-INPUT-TYPE               PIC X(01).
000970         88  REJ-ENCODE-INPUT                   VALUE "E".
000980 FD  RESUBMIT-FILE.
000990 01  RESUBMIT-RECORD.
001000     05  RSB-REFERENCE-KEY            PIC X(10).
001010     05  FILLER                       PIC X(01) VALUE SPACE.
001020     05  RSB-ZECKENDORF-CODE          PIC X(55).
001030     05  FILLER                       PIC X(01) VALUE SPACE.
001040     05  RSB-FEED-ID                  PIC X(08).
001050 FD  DISPOSITION-FILE.
001060 01  DISPOSITION-RECORD.
001070     05  DSP-RECORD-NUMBER            PIC 9(08).
001080     05  FILLER                       PIC X(01) VALUE SPACE.
001090     05  DSP-REFERENCE-KEY            PIC X(10).
001100     05  FILLER                       PIC X(01) VALUE SPACE.
001110     05  DSP-REASON-CODE              PIC X(02).
001120     05  FILLER                       PIC X(01) VALUE SPACE.
001130     05  DSP-DISPOSITION              PIC X(01).
001140     05  FILLER                       PIC X(01) VALUE SPACE.
001150     05  DSP-RUN-DATE                 PIC 9(08).
001160     05  FILLER                       PIC X(01) VALUE SPACE.
001170     05  DSP-RUN-TIME                 PIC 9(08).
001180     05  FILLER                       PIC X(01) VALUE SPACE.
001190     05  DSP-OPERATOR-ID              PIC X(20).
001200     05  FILLER                       PIC X(01) VALUE SPACE.
001210     05  DSP-REJECT-DATE              PIC 9(08).
001220*
001230 WORKING-STORAGE SECTION.
001240* ---------------------------------------------------------
001250* FILE STATUS AND RUN SWITCHES
001260* ---------------------------------------------------------
001270 77  FIX-REJECT-STATUS                PIC X(02) VALUE SPACES.
001280 77  FIX-RESUBMIT-STATUS              PIC X(02) VALUE SPACES.
001290 77  FIX-DISPOSITION-STATUS           PIC X(02) VALUE SPACES.
001300 01  FIX-END-OF-REJECTS-SW            PIC X(01) VALUE "N".
001310     88  FIX-END-OF-REJECTS                     VALUE "Y".
001320 01  FIX-RUN-ABORT-SW                 PIC X(01) VALUE "N".
001330     88  FIX-RUN-ABORT                          VALUE "Y".
001340 01  FIX-ACTION                       PIC X(01) VALUE SPACE.
001350 01  FIX-CONFIRM                      PIC X(01) VALUE SPACE.
001360 01  FIX-DISPOSITION-CODE             PIC X(01) VALUE "P".
001370     88  FIX-RESUBMITTED                        VALUE "R".
001380     88  FIX-VOIDED                             VALUE "V".
001390     88  FIX-STILL-PENDING                      VALUE "P".
001400*
001410* ---------------------------------------------------------
001420* COUNTERS AND RUN STAMPS
001430* ---------------------------------------------------------
001440 77  FIX-REJECTS-READ                 PIC 9(08) VALUE ZERO COMP.
001450 77  FIX-RESUBMIT-COUNT               PIC 9(08) VALUE ZERO COMP.
001460 77  FIX-VOID-COUNT                   PIC 9(08) VALUE ZERO COMP.
001470 77  FIX-PENDING-COUNT                PIC 9(08) VALUE ZERO COMP.
001480 01  FIX-OPERATOR-ID                  PIC X(20) VALUE SPACES.
001490 01  FIX-RUN-DATE                     PIC 9(08) VALUE ZERO.
001500 01  FIX-RUN-TIME                     PIC 9(08) VALUE ZERO.
001510*
001520* ---------------------------------------------------------
001530* CORRECTED-CODE EDIT - THE SAME CHARACTER-BY-CHARACTER CHECKS
001540* THE BATCH DECODE APPLIES TO A FEED RECORD, SO NOTHING LEAVES
001550* HERE THAT THE DRIVER WOULD ONLY REJECT AGAIN.
001560* ---------------------------------------------------------
001570 01  FIX-EDIT-IDX                     PIC 9(02) VALUE ZERO COMP.
001580 01  FIX-EDIT-WORK-RECORD.
001590     05  FIX-EDIT-CHAR OCCURS 55 TIMES    PIC X(01).
001600 01  FIX-EDIT-REASON                  PIC X(02) VALUE "00".
001610     88  FIX-EDIT-CLEAN                         VALUE "00".
001620     88  FIX-EDIT-NON-NUMERIC                   VALUE "01".
001630     88  FIX-EDIT-SHORT-RECORD                  VALUE "02".
001640     88  FIX-EDIT-ADJACENT-TERMS                VALUE "03".
001650*
001660* ---------------------------------------------------------
001670* PARAMETERS PASSED TO THE FIBCNVDRV CONVERSION ENTRY POINT.
001680* THIS PROGRAM OWNS ITS OWN COPY, THE SAME WAY ANY OTHER
001690* CALLING PROGRAM WOULD.
001700* ---------------------------------------------------------
001710 01  FIX-DECIMAL-OUTPUT               PIC 9(10).
001720 01  FIX-RETURN-CODE                  PIC 9(02).
001730     88  FIX-OUTPUT-OVERFLOW                    VALUE 90.
001740     COPY FIBSEQ
001750         REPLACING ==FIBONACCI-SEQUENCE==
001760                BY ==FIX-FIBONACCI-SEQUENCE==
001770                   ==FIBONACCI-ARRAY==
001780                BY ==FIX-FIBONACCI-ARRAY==
001790                   ==FIBONACCI-VALUE==
001800                BY ==FIX-FIBONACCI-VALUE==
001810                   ==DECIMAL-RESULT-DISPLAY==
001820                BY ==FIX-DECIMAL-RESULT-DISPLAY==
001830                   ==DECIMAL-DIGIT==
001840                BY ==FIX-DECIMAL-DIGIT==
001850                   ==DECIMAL-RESULT==
001860                BY ==FIX-DECIMAL-RESULT==.
001870*
001880******************************************************************
001890* PROCEDURE DIVISION
001900******************************************************************
001910 PROCEDURE DIVISION.
001920*
001930******************************************************************
001940* 0000-MAINLINE
001950******************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     IF NOT FIX-RUN-ABORT
001990         PERFORM 2000-PROCESS-REJECT-FILE THRU 2000-EXIT
002000     END-IF
002010     PERFORM 9999-TERMINATE THRU 9999-EXIT
002020     STOP RUN.
002030*
002040******************************************************************
002050* 1000-INITIALIZE - OPEN THE THREE FILES; WITHOUT THE REJECT
002060* FILE OR A PLACE TO PUT THE DISPOSITIONS THERE IS NOTHING
002070* THIS SESSION CAN PROVE
002080******************************************************************
002090 1000-INITIALIZE.
002100     ACCEPT FIX-OPERATOR-ID FROM ENVIRONMENT "USER"
002110     ACCEPT FIX-RUN-DATE FROM DATE YYYYMMDD
002120     ACCEPT FIX-RUN-TIME FROM TIME
002130     DISPLAY "FIBONACCI REJECT REPAIR - RUN DATE " FIX-RUN-DATE
002140     OPEN INPUT REJECT-FILE
002150     IF FIX-REJECT-STATUS NOT = "00"
002160         DISPLAY "** UNABLE TO OPEN THE REJECT FILE - STATUS: "
002170             FIX-REJECT-STATUS
002180         DISPLAY "** REPAIR SESSION ABORTED."
002190         SET FIX-RUN-ABORT TO TRUE
002200         GO TO 1000-EXIT
002210     END-IF
002220     OPEN OUTPUT RESUBMIT-FILE
002230     IF FIX-RESUBMIT-STATUS NOT = "00"
002240         DISPLAY "** UNABLE TO OPEN THE RESUBMISSION FILE - "
002250             "STATUS: " FIX-RESUBMIT-STATUS
002260         DISPLAY "** REPAIR SESSION ABORTED."
002270         CLOSE REJECT-FILE
002280         SET FIX-RUN-ABORT TO TRUE
002290         GO TO 1000-EXIT
002300     END-IF
002310     OPEN OUTPUT DISPOSITION-FILE
002320     IF FIX-DISPOSITION-STATUS NOT = "00"
002330         DISPLAY "** UNABLE TO OPEN THE DISPOSITION FILE - "
002340             "STATUS: " FIX-DISPOSITION-STATUS
002350         DISPLAY "** REPAIR SESSION ABORTED."
002360         CLOSE REJECT-FILE
002370         CLOSE RESUBMIT-FILE
002380         SET FIX-RUN-ABORT TO TRUE
002390     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440* 2000-PROCESS-REJECT-FILE - ONE PASS DOWN THE REJECT FILE,
002450* ONE DISPOSITION PER RECORD
002460******************************************************************
002470 2000-PROCESS-REJECT-FILE.
002480     PERFORM 2100-PROCESS-ONE-REJECT THRU 2100-EXIT
002490         UNTIL FIX-END-OF-REJECTS.
002500 2000-EXIT.
002510     EXIT.
002520*
002530 2100-PROCESS-ONE-REJECT.
002540     READ REJECT-FILE
002550         AT END
002560             MOVE "Y" TO FIX-END-OF-REJECTS-SW
002570         NOT AT END
002580             ADD 1 TO FIX-REJECTS-READ
002590             PERFORM 3000-DISPOSITION-ONE-REJECT THRU 3000-EXIT
002600             PERFORM 5000-WRITE-DISPOSITION THRU 5000-EXIT
002610     END-READ.
002620 2100-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660* 3000-DISPOSITION-ONE-REJECT - SHOW THE REJECT AND TAKE THE
002670* OPERATOR'S CALL: REPAIR IT, VOID IT, OR LEAVE IT PENDING.
002680* ANY ANSWER BUT R OR V LEAVES THE RECORD PENDING - A REJECT
002690* IS NEVER DISPOSED OF BY ACCIDENT.
002700******************************************************************
002710 3000-DISPOSITION-ONE-REJECT.
002720     MOVE "P" TO FIX-DISPOSITION-CODE
002730     DISPLAY " "
002740     DISPLAY "REJECT " FIX-REJECTS-READ
002750         " - RECORD NUMBER: " REJ-RECORD-NUMBER
002760         " KEY: " REJ-REFERENCE-KEY
002770         " REASON: " REJ-REASON-CODE
002780     DISPLAY "  INPUT: " REJ-FIBONACCI-INPUT
002790     IF REJ-ENCODE-INPUT
002800         DISPLAY "  ENCODE REJECT - THE INPUT IS A DECIMAL VALUE."
002810     END-IF
002820     DISPLAY "REPAIR, VOID, OR LEAVE PENDING (R/V/P): "
002830         WITH NO ADVANCING
002840     ACCEPT FIX-ACTION
002850     EVALUATE FIX-ACTION
002860         WHEN "R"
002870             PERFORM 3500-REPAIR-ONE-REJECT THRU 3500-EXIT
002880         WHEN "V"
002890             SET FIX-VOIDED TO TRUE
002900             ADD 1 TO FIX-VOID-COUNT
002910             DISPLAY "RECORD VOIDED."
002920         WHEN OTHER
002930             ADD 1 TO FIX-PENDING-COUNT
002940             DISPLAY "RECORD LEFT PENDING."
002950     END-EVALUATE.
002960 3000-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000* 3500-REPAIR-ONE-REJECT - TAKE THE CORRECTED CODE, PROVE IT
003010* WITH THE DRIVER'S OWN EDITS, DECODE IT SO THE OPERATOR SEES
003020* THE VALUE THEY ARE SIGNING OFF, AND ONLY THEN RESUBMIT IT
003030* UNDER THE ORIGINAL REFERENCE KEY. A CORRECTION THAT FAILS
003040* ANY STEP LEAVES THE REJECT PENDING, NOT HALF-REPAIRED. AN
003050* ENCODE REJECT, A DUPLICATE KEY AND A REFUSED RESUBMISSION
003060* CANNOT BE REPAIRED THROUGH THE DECODE AT ALL.
003070******************************************************************
003080 3500-REPAIR-ONE-REJECT.
003090     IF REJ-ENCODE-INPUT
003100         DISPLAY "** AN ENCODE REJECT CANNOT BE RESUBMITTED AS "
003110             "A CODE - THE PARTNER MUST RESEND THE VALUE."
003120         DISPLAY "** VOID IT OR LEAVE IT PENDING."
003130         DISPLAY "RECORD LEFT PENDING."
003140         ADD 1 TO FIX-PENDING-COUNT
003150         GO TO 3500-EXIT
003160     END-IF
003170     IF REJ-REASON-CODE = "06"
003180        OR REJ-REASON-CODE = "07"
003190         DISPLAY "** THE KEY IS ALREADY ACCEPTED OR HAS NO "
003200             "REJECT ON ITS HISTORY - IT CANNOT BE RESUBMITTED."
003210         DISPLAY "** VOID IT OR LEAVE IT PENDING."
003220         DISPLAY "RECORD LEFT PENDING."
003230         ADD 1 TO FIX-PENDING-COUNT
003240         GO TO 3500-EXIT
003250     END-IF
003260     DISPLAY "ENTER THE CORRECTED ZECKENDORF CODE (55 DIGITS, "
003270         "ONE FLAG PER FIBONACCI TERM, TERM 1 FIRST): "
003280         WITH NO ADVANCING
003290     ACCEPT FIX-DECIMAL-RESULT-DISPLAY
003300     PERFORM 4000-EDIT-CORRECTED-CODE THRU 4000-EXIT
003310     IF NOT FIX-EDIT-CLEAN
003320         DISPLAY "** THE CORRECTED CODE FAILS THE FEED EDIT - "
003330             "REASON " FIX-EDIT-REASON " - RECORD LEFT PENDING."
003340         ADD 1 TO FIX-PENDING-COUNT
003350         GO TO 3500-EXIT
003360     END-IF
003370     CALL "FibonacciDecode" USING FIX-DECIMAL-RESULT
003380                                 FIX-FIBONACCI-SEQUENCE
003390                                 FIX-DECIMAL-OUTPUT
003400                                 FIX-RETURN-CODE
003410     END-CALL
003420     IF FIX-OUTPUT-OVERFLOW
003430         DISPLAY "** THE CORRECTED CODE OVERFLOWS THE DECIMAL "
003440             "OUTPUT - RECORD LEFT PENDING."
003450         ADD 1 TO FIX-PENDING-COUNT
003460         GO TO 3500-EXIT
003470     END-IF
003480     DISPLAY "THE CORRECTED CODE DECODES TO: " FIX-DECIMAL-OUTPUT
003490     DISPLAY "RESUBMIT IT (Y/N): " WITH NO ADVANCING
003500     ACCEPT FIX-CONFIRM
003510     IF FIX-CONFIRM NOT = "Y"
003520         DISPLAY "RECORD LEFT PENDING."
003530         ADD 1 TO FIX-PENDING-COUNT
003540         GO TO 3500-EXIT
003550     END-IF
003560     MOVE SPACES TO RESUBMIT-RECORD
003570     MOVE REJ-REFERENCE-KEY TO RSB-REFERENCE-KEY
003580     MOVE FIX-DECIMAL-RESULT-DISPLAY TO RSB-ZECKENDORF-CODE
003590     MOVE REJ-FEED-ID TO RSB-FEED-ID
003600     WRITE RESUBMIT-RECORD
003610     SET FIX-RESUBMITTED TO TRUE
003620     ADD 1 TO FIX-RESUBMIT-COUNT
003630     DISPLAY "RECORD RESUBMITTED UNDER KEY " REJ-REFERENCE-KEY.
003640 3500-EXIT.
003650     EXIT.
003660*
003670******************************************************************
003680* 4000-EDIT-CORRECTED-CODE - THE SAME EDIT THE BATCH DECODE
003690* APPLIES: EVERY COLUMN 0 OR 1, NO SHORT RECORD, NO ADJACENT
003700* 1-FLAGS. FIRST FAILURE FOUND SETS THE REASON AND ENDS IT.
003710******************************************************************
003720 4000-EDIT-CORRECTED-CODE.
003730     MOVE "00" TO FIX-EDIT-REASON
003740     MOVE FIX-DECIMAL-RESULT-DISPLAY TO FIX-EDIT-WORK-RECORD
003750     PERFORM 4100-EDIT-ONE-CHAR THRU 4100-EXIT
003760         VARYING FIX-EDIT-IDX FROM 1 BY 1
003770             UNTIL FIX-EDIT-IDX > 55
003780                OR NOT FIX-EDIT-CLEAN
003790     IF FIX-EDIT-CLEAN
003800         PERFORM 4200-EDIT-ADJACENT-PAIR THRU 4200-EXIT
003810             VARYING FIX-EDIT-IDX FROM 2 BY 1
003820                 UNTIL FIX-EDIT-IDX > 55
003830                    OR NOT FIX-EDIT-CLEAN
003840     END-IF.
003850 4000-EXIT.
003860     EXIT.
003870*
003880 4100-EDIT-ONE-CHAR.
003890     EVALUATE FIX-EDIT-CHAR (FIX-EDIT-IDX)
003900         WHEN "0"
003910         WHEN "1"
003920             CONTINUE
003930         WHEN SPACE
003940             SET FIX-EDIT-SHORT-RECORD TO TRUE
003950         WHEN OTHER
003960             SET FIX-EDIT-NON-NUMERIC TO TRUE
003970     END-EVALUATE.
003980 4100-EXIT.
003990     EXIT.
004000*
004010 4200-EDIT-ADJACENT-PAIR.
004020     IF FIX-EDIT-CHAR (FIX-EDIT-IDX) = "1"
004030        AND FIX-EDIT-CHAR (FIX-EDIT-IDX - 1) = "1"
004040         SET FIX-EDIT-ADJACENT-TERMS TO TRUE
004050     END-IF.
004060 4200-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100* 5000-WRITE-DISPOSITION - ONE LINE PER REJECT, WHATEVER WAS
004110* DECIDED, SO EVERY REJECT EVER WRITTEN CAN BE ACCOUNTED FOR
004120******************************************************************
004130 5000-WRITE-DISPOSITION.
004140     MOVE SPACES TO DISPOSITION-RECORD
004150     MOVE REJ-RECORD-NUMBER TO DSP-RECORD-NUMBER
004160     MOVE REJ-REFERENCE-KEY TO DSP-REFERENCE-KEY
004170     MOVE REJ-REASON-CODE TO DSP-REASON-CODE
004180     MOVE FIX-DISPOSITION-CODE TO DSP-DISPOSITION
004190     MOVE FIX-RUN-DATE TO DSP-RUN-DATE
004200     MOVE FIX-RUN-TIME TO DSP-RUN-TIME
004210     MOVE FIX-OPERATOR-ID TO DSP-OPERATOR-ID
004220     IF REJ-REJECT-DATE IS NUMERIC
004230         MOVE REJ-REJECT-DATE TO DSP-REJECT-DATE
004240     END-IF
004250     WRITE DISPOSITION-RECORD.
004260 5000-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300* 9999-TERMINATE - CLOSE OUT, SHOW THE SESSION TOTALS, AND
004310* GRADE THE CONDITION CODE: 0 NOTHING LEFT PENDING, 4 PENDING
004320* REJECTS REMAIN, 16 COULD NOT RUN AT ALL
004330******************************************************************
004340 9999-TERMINATE.
004350     IF NOT FIX-RUN-ABORT
004360         CLOSE REJECT-FILE
004370         CLOSE RESUBMIT-FILE
004380         CLOSE DISPOSITION-FILE
004390         DISPLAY " "
004400         DISPLAY "REPAIR SESSION COMPLETE - REJECTS READ: "
004410             FIX-REJECTS-READ
004420         DISPLAY "  RESUBMITTED: " FIX-RESUBMIT-COUNT
004430         DISPLAY "  VOIDED:      " FIX-VOID-COUNT
004440         DISPLAY "  PENDING:     " FIX-PENDING-COUNT
004450     END-IF
004460     EVALUATE TRUE
004470         WHEN FIX-RUN-ABORT
004480             MOVE 16 TO RETURN-CODE
004490         WHEN FIX-PENDING-COUNT > ZERO
004500             MOVE 4 TO RETURN-CODE
004510         WHEN OTHER
004520             MOVE ZERO TO RETURN-CODE
004530     END-EVALUATE.
004540 9999-EXIT.
004550     EXIT.
