001190*                  SUMMARY RECORD (COUNTS, HASH, CONDITION
001200*                  CODE) TO THE SHARED FIBRUNLG RUN LOG FOR
001210*                  THE MORNING BALANCING REPORT.
001220* 10/15/2026 DPG   ADDED A BATCH ENCODE RUN MODE (MODE 4): BATCHIN
001230*                  CARRIES A REFERENCE KEY AND A PIC 9(10)
001240*                  DECIMAL VALUE, EACH VALUE IS ENCODED THROUGH
001250*                  FibonacciToDecimal, AND ITS CANONICAL CODE IS
001260*                  WRITTEN TO BATCHOUT IN THE DECODE LAYOUT. THE
001270*                  RUN GETS THE SAME HDR/TRL RECORDS, CHECKPOINT/
001280*                  RESTART, AUDIT AND MASTER POSTINGS, AND RUN
001290*                  LOG SUMMARY AS THE BATCH DECODE. A VALUE THAT
001300*                  IS NOT NUMERIC (REASON 01), BLANK (REASON 02),
001310*                  OR DOES NOT ROUND-TRIP THROUGH THE TABLE
001320*                  (REASON 05, OVERFLOW) DIVERTS TO FIBREJCT.
001330* 10/15/2026 DPG   EVERY FIBREJCT RECORD NOW CARRIES THE FEED ID
001340*                  IT CAME IN ON (BLANK FOR A DETAIL AHEAD OF THE
001350*                  FIRST FEED HEADER), SO A REJECT CAN BE
001360*                  ROUTED BACK TO ITS PARTNER AFTER A MULTI-FEED
001370*                  RUN.
001380* 10/15/2026 DPG   ADDED THE FIBKEYHS REFERENCE-KEY HISTORY, KEYED
001390*                  ON FEED ID PLUS REFERENCE KEY. EVERY DECODED
001400*                  RECORD IS CHECKED AGAINST IT AND POSTED TO IT
001410*                  WITH ITS FIRST-PROCESSED DATE AND OUTCOME. A
001420*                  KEY THE FEED HAS ALREADY HAD ACCEPTED GOES TO
001430*                  FIBREJCT AS A DUPLICATE (REASON 06). A FIBRESUB
001440*                  RESUBMISSION CARRIES ITS ORIGINAL FEED ID AFTER
001450*                  THE CODE AND ONLY PASSES WHEN THE HISTORY HOLDS
001460*                  THE KEY REJECTED AND NEVER ACCEPTED; ONE WITH
001470*                  NO HISTORY AT ALL IS REFUSED AS REASON 07.
001480* 10/15/2026 DPG   EVERY FIBREJCT RECORD NOW ENDS WITH THE DATE IT
001490*                  WAS REJECTED, SO THE RETAINED NIGHTLY REJECT
001500*                  FILES CAN BE AGED AND COMPARED NIGHT TO NIGHT.
001510* 10/15/2026 DPG   FIBMASTR NOW CARRIES AN ALTERNATE KEY ON THE
001520*                  ZECKENDORF CODE. THE MASTER POSTING CHECKS ITS
001530*                  WRITE AND REWRITE, AND WARNS WHEN A NEW VALUE'S
001540*                  CODE IS ALREADY ON FILE UNDER ANOTHER VALUE.
001550* 10/15/2026 DPG   EVERY FIBAUDIT RECORD NOW CARRIES THE NEXT
001560*                  SEQUENCE NUMBER ON THE TRAIL AND A CHECK VALUE
001570*                  CHAINED FROM THE RECORD BEFORE IT, PICKED UP
001580*                  FROM THE LIVE FILE OR, AFTER THE CUTOVER, FROM
001590*                  FIBARCTL. ADDED A FibonacciAuditChain ENTRY
001600*                  POINT THAT COMPUTES THE CHECK VALUE.
001610* 10/15/2026 DPG   FIBAUDIT IS NOW OPENED AND CLOSED AROUND EACH
001620*                  AUDIT WRITE, AND THE CHAIN TAIL IS FOUND AGAIN
001630*                  BEFORE EVERY RECORD, THE SAME AS FIBMENU, SO
001640*                  FIBSPLIT STREAMS RUNNING SIDE BY SIDE AND THE
001650*                  MENU CHAIN ONTO ONE ANOTHER INSTEAD OF FORKING
001660*                  THE TRAIL FROM THE TAIL EACH SAW AT START-UP.
001670* 10/15/2026 DPG   A MASTER REWRITE ENDING 02 (THE CODE SHARES THE
001680*                  ALTERNATE KEY WITH ANOTHER VALUE) IS A GOOD
001690*                  POSTING, NOT A LOST ONE.
001700* 10/15/2026 DPG   THE AUDIT-CHAIN TAIL IS NOW KEPT IN THE ONE-
001710*                  RECORD FIBAUDTL FILE, READ BEFORE AND REPLACED
001720*                  AFTER EACH AUDIT WRITE, SO A WRITE NO LONGER
001730*                  READS THE WHOLE TRAIL. THE TRAIL IS ONLY
001740*                  SEARCHED WHEN THAT RECORD IS MISSING OR BAD.
001750* 10/15/2026 DPG   AN ENCODE REJECT IS MARKED E ON FIBREJCT. AN
001760*                  ACCEPTED KEY'S HISTORY REASON IS NOW 00 (OR NC
001770*                  WHEN NORMALIZED), NEVER THE CONVERSION STATUS.
001780* 10/15/2026 DPG   FIBAUDTL IS HELD UNDER AN EXCLUSIVE LOCK FROM
001790*                  THE TAIL READ TO THE TAIL SAVE, SO FIBSPLIT
001800*                  STREAMS AND THE MENU TAKE TURNS ON THE CHAIN.
001810*                  A TAIL THAT CANNOT BE LOCKED LEAVES THE RECORD
001820*                  UNCHAINED RATHER THAN FORKING THE CHAIN.
001830* 10/15/2026 DPG   AN ENCODE RUN NO LONGER TESTS THE RESUBMIT FEED
001840*                  ID; ONLY A DECODE INPUT RECORD CARRIES ONE.
001850******************************************************************
001860* ENVIRONMENT DIVISION
001870******************************************************************
001880 ENVIRONMENT DIVISION.
001890 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
001910     SELECT BATCH-INPUT-FILE ASSIGN TO BATCHIN
001920         ORGANIZATION IS LINE SEQUENTIAL
001930         FILE STATUS IS FIB-BATCH-INPUT-STATUS.
001940     SELECT BATCH-OUTPUT-FILE ASSIGN TO BATCHOUT
001950         ORGANIZATION IS LINE SEQUENTIAL
001960         FILE STATUS IS FIB-BATCH-OUTPUT-STATUS.
001970     SELECT PARM-FILE ASSIGN TO FIBPARM
001980         ORGANIZATION IS LINE SEQUENTIAL
001990         FILE STATUS IS FIB-PARM-STATUS.
002000     SELECT REJECT-FILE ASSIGN TO FIBREJCT
002010         ORGANIZATION IS LINE SEQUENTIAL
002020         FILE STATUS IS FIB-REJECT-STATUS.
002030     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
002040         ORGANIZATION IS LINE SEQUENTIAL
002050         FILE STATUS IS FIB-RUNLOG-STATUS.
002060     SELECT OPERATOR-FILE ASSIGN TO FIBOPMST
002070         ORGANIZATION IS LINE SEQUENTIAL
002080         FILE STATUS IS FIB-OPERATOR-STATUS.
002090     SELECT SECURITY-LOG-FILE ASSIGN TO FIBSECLG
002100         ORGANIZATION IS LINE SEQUENTIAL
002110         FILE STATUS IS FIB-SECURITY-STATUS.
002120     SELECT FEED-FILE ASSIGN TO FIBFEEDS
002130         ORGANIZATION IS LINE SEQUENTIAL
002140         FILE STATUS IS FIB-FEED-STATUS.
002150     SELECT AUDIT-FILE ASSIGN TO FIBAUDIT
002160         ORGANIZATION IS LINE SEQUENTIAL
002170         FILE STATUS IS FIB-AUDIT-STATUS.
002180     SELECT ARCHIVE-CONTROL-FILE ASSIGN TO FIBARCTL
002190         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS FIB-ARCTL-STATUS.
002210     SELECT AUDIT-TAIL-FILE ASSIGN TO FIBAUDTL
002220         ORGANIZATION IS SEQUENTIAL
002230         LOCK MODE IS EXCLUSIVE
002240         FILE STATUS IS FIB-AUDTL-STATUS.
002250     SELECT CHECKPOINT-FILE ASSIGN TO FIBCKPT
002260         ORGANIZATION IS LINE SEQUENTIAL
002270         FILE STATUS IS FIB-CHECKPOINT-STATUS.
002280     SELECT MASTER-FILE ASSIGN TO FIBMASTR
002290         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS RANDOM
002310         RECORD KEY IS MST-DECIMAL-VALUE
002320         ALTERNATE RECORD KEY IS MST-ZECKENDORF-CODE
002330             WITH DUPLICATES
002340         FILE STATUS IS FIB-MASTER-STATUS.
002350     SELECT KEY-HISTORY-FILE ASSIGN TO FIBKEYHS
002360         ORGANIZATION IS INDEXED
002370         ACCESS MODE IS RANDOM
002380         RECORD KEY IS KHS-HISTORY-KEY
002390         FILE STATUS IS FIB-HISTORY-STATUS.
002400*
002410******************************************************************
002420* DATA DIVISION
002430******************************************************************
002440 DATA DIVISION.
002450 FILE SECTION.
002460 FD  BATCH-INPUT-FILE.
002470 01  BATCH-INPUT-RECORD.
002480     05  IN-REFERENCE-KEY             PIC X(10).
002490     05  FILLER                       PIC X(01).
002500     05  IN-ZECKENDORF-CODE           PIC X(55).
002510*
002520*    A FIBRESUB RESUBMISSION CARRIES THE FEED ID THE KEY WAS FIRST
002530*    REJECTED ON PAST THE CODE. A PARTNER'S OWN RECORD LEAVES IT
002540*    BLANK.
002550     05  FILLER                       PIC X(01).
002560     05  IN-RESUBMIT-FEED-ID          PIC X(08).
002570*
002580*    A BATCH ENCODE FEED (MODE 4) CARRIES THE SAME REFERENCE KEY
002590*    FOLLOWED BY A PLAIN DECIMAL VALUE INSTEAD OF A CODE.
002600 01  BATCH-ENCODE-INPUT-RECORD.
002610     05  ENC-REFERENCE-KEY            PIC X(10).
002620     05  FILLER                       PIC X(01).
002630     05  ENC-DECIMAL-VALUE            PIC 9(10).
002640     05  ENC-DECIMAL-VALUE-X REDEFINES ENC-DECIMAL-VALUE
002650                                      PIC X(10).
002660     05  FILLER                       PIC X(54).
002670 FD  BATCH-OUTPUT-FILE.
002680 01  BATCH-OUTPUT-RECORD.
002690     05  OUT-REFERENCE-KEY            PIC X(10).
002700     05  FILLER                       PIC X(01) VALUE SPACE.
002710     05  OUT-FIBONACCI-INPUT          PIC X(55).
002720     05  FILLER                       PIC X(01) VALUE SPACE.
002730     05  OUT-DECIMAL-OUTPUT           PIC 9(10).
002740     05  FILLER                       PIC X(01) VALUE SPACE.
002750     05  OUT-CONVERSION-STATUS        PIC X(02).
002760     05  FILLER                       PIC X(01) VALUE SPACE.
002770     05  OUT-ZECKENDORF-DIGITS        PIC X(55).
002780 01  BATCH-HEADER-RECORD.
002790     05  HDR-RECORD-TYPE              PIC X(03).
002800     05  FILLER                       PIC X(01).
002810     05  HDR-RUN-DATE                 PIC 9(08).
002820     05  FILLER                       PIC X(01).
002830     05  HDR-RUN-TIME                 PIC 9(08).
002840     05  FILLER                       PIC X(01).
002850     05  HDR-FEED-ID                  PIC X(08).
002860 01  BATCH-TRAILER-RECORD.
002870     05  TRL-RECORD-TYPE              PIC X(03).
002880     05  FILLER                       PIC X(01).
002890     05  TRL-DETAIL-COUNT             PIC 9(08).
002900     05  FILLER                       PIC X(01).
002910     05  TRL-HASH-TOTAL               PIC 9(16).
002920 FD  PARM-FILE.
002930 01  PARM-CARD-RECORD.
002940     05  PRM-RUN-MODE                 PIC 9(01).
002950     05  FILLER                       PIC X(01).
002960     05  PRM-SHOW-BREAKDOWN           PIC X(01).
002970     05  FILLER                       PIC X(01).
002980     05  PRM-CHECKPOINT-INTERVAL      PIC 9(04).
002990     05  FILLER                       PIC X(01).
003000     05  PRM-FEED-ID                  PIC X(08).
003010     05  FILLER                       PIC X(01).
003020     05  PRM-ERROR-THRESHOLD          PIC 9(06).
003030     05  FILLER                       PIC X(01).
003040     05  PRM-NORMALIZE-CODES          PIC X(01).
003050 FD  REJECT-FILE.
003060 01  REJECT-RECORD.
003070     05  REJ-RECORD-NUMBER            PIC 9(08).
003080     05  FILLER                       PIC X(01) VALUE SPACE.
003090     05  REJ-REFERENCE-KEY            PIC X(10).
003100     05  FILLER                       PIC X(01) VALUE SPACE.
003110     05  REJ-REASON-CODE              PIC X(02).
003120     05  FILLER                       PIC X(01) VALUE SPACE.
003130     05  REJ-FIBONACCI-INPUT          PIC X(55).
003140     05  FILLER                       PIC X(01) VALUE SPACE.
003150     05  REJ-FEED-ID                  PIC X(08).
003160     05  FILLER                       PIC X(01) VALUE SPACE.
003170     05  REJ-REJECT-DATE              PIC 9(08).
003180*
003190*    E MARKS A REJECT FROM A BATCH ENCODE (MODE 4) - ITS INPUT IS
003200*    THE RAW DECIMAL TEXT, NOT A CODE, AND ITS KEY IS NEVER ON THE
003210*    REFERENCE-KEY HISTORY. A DECODE REJECT LEAVES IT BLANK.
003220     05  FILLER                       PIC X(01) VALUE SPACE.
003230     05  REJ-INPUT-TYPE               PIC X(01).
003240 FD  RUN-LOG-FILE.
003250 COPY RUNLOG.
003260 FD  OPERATOR-FILE.
003270 COPY OPRREC.
003280 FD  SECURITY-LOG-FILE.
003290 COPY SECREC.
003300 FD  FEED-FILE.
003310 01  FEED-REGISTRY-RECORD.
003320     05  FED-FEED-ID                  PIC X(08).
003330     05  FILLER                       PIC X(01).
003340     05  FED-WINDOW-FROM              PIC 9(04).
003350     05  FILLER                       PIC X(01).
003360     05  FED-WINDOW-TO                PIC 9(04).
003370     05  FILLER                       PIC X(01).
003380     05  FED-STATUS-FLAG              PIC X(01).
003390 FD  AUDIT-FILE.
003400 COPY AUDITREC.
003410 FD  ARCHIVE-CONTROL-FILE.
003420 COPY ARCCTREC.
003430 FD  AUDIT-TAIL-FILE.
003440 COPY AUDTLREC.
003450 FD  CHECKPOINT-FILE.
003460 01  CHECKPOINT-RECORD.
003470     05  CKPT-LAST-RECORD-NO          PIC 9(08).
003480     05  FILLER                       PIC X(01).
003490     05  CKPT-GOOD-COUNT              PIC 9(08).
003500     05  FILLER                       PIC X(01).
003510     05  CKPT-REJECT-COUNT            PIC 9(08).
003520     05  FILLER                       PIC X(01).
003530     05  CKPT-HASH-TOTAL              PIC 9(18).
003540     05  FILLER                       PIC X(01).
003550     05  CKPT-ERROR-COUNT             PIC 9(08).
003560     05  FILLER                       PIC X(01).
003570     05  CKPT-OVERFLOW-COUNT          PIC 9(08).
003580     05  FILLER                       PIC X(01).
003590     05  CKPT-NORMALIZED-COUNT        PIC 9(08).
003600 FD  MASTER-FILE.
003610 COPY MASTREC.
003620 FD  KEY-HISTORY-FILE.
003630 COPY KEYHREC.
003640*
003650 WORKING-STORAGE SECTION.
003660* ---------------------------------------------------------
003670* FILE STATUS AND RUN-MODE SWITCHES
003680* ---------------------------------------------------------
003690 77  FIB-BATCH-INPUT-STATUS           PIC X(02) VALUE SPACES.
003700 77  FIB-BATCH-OUTPUT-STATUS          PIC X(02) VALUE SPACES.
003710 77  FIB-PARM-STATUS                  PIC X(02) VALUE SPACES.
003720 77  FIB-REJECT-STATUS                PIC X(02) VALUE SPACES.
003730 77  FIB-FEED-STATUS                  PIC X(02) VALUE SPACES.
003740 77  FIB-OPERATOR-STATUS              PIC X(02) VALUE SPACES.
003750 77  FIB-SECURITY-STATUS              PIC X(02) VALUE SPACES.
003760 77  FIB-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
003770*
003780* ---------------------------------------------------------
003790* OPERATOR AUTHORIZATION - FILLED FROM THE FIBOPMST MASTER AT
003800* START-UP. LEVEL ZERO MEANS NO RUN AT ALL; THE BATCH RUN
003810* MODES NEED LEVEL 3. THE CHECK FAILS CLOSED.
003820* ---------------------------------------------------------
003830 01  FIB-AUTH-LEVEL                   PIC 9(01) VALUE ZERO.
003840 01  MAIN-OPER-FOUND-SW               PIC X(01) VALUE "N".
003850     88  MAIN-OPER-FOUND                        VALUE "Y".
003860 01  MAIN-END-OF-OPERS-SW             PIC X(01) VALUE "N".
003870     88  MAIN-END-OF-OPERS                      VALUE "Y".
003880 01  MAIN-DENIED-FUNCTION             PIC X(20) VALUE SPACES.
003890 77  FIB-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
003900 77  FIB-ARCTL-STATUS                 PIC X(02) VALUE SPACES.
003910 77  FIB-AUDTL-STATUS                 PIC X(02) VALUE SPACES.
003920 77  FIB-CHECKPOINT-STATUS            PIC X(02) VALUE SPACES.
003930 77  FIB-MASTER-STATUS                PIC X(02) VALUE SPACES.
003940 01  MAIN-MASTER-READY-SW             PIC X(01) VALUE "N".
003950     88  MAIN-MASTER-READY                      VALUE "Y".
003960 77  FIB-HISTORY-STATUS               PIC X(02) VALUE SPACES.
003970 01  MAIN-HISTORY-READY-SW            PIC X(01) VALUE "N".
003980     88  MAIN-HISTORY-READY                     VALUE "Y".
003990 01  FIB-RUN-MODE                     PIC 9(01) VALUE ZERO.
004000 01  MAIN-SHOW-BREAKDOWN-SW           PIC X(01) VALUE "N".
004010     88  MAIN-SHOW-BREAKDOWN                    VALUE "Y".
004020 01  MAIN-END-OF-INPUT-SW             PIC X(01) VALUE "N".
004030     88  MAIN-END-OF-INPUT                      VALUE "Y".
004040 01  MAIN-RESTART-SW                  PIC X(01) VALUE "N".
004050     88  MAIN-RESTART-RUN                       VALUE "Y".
004060 01  MAIN-BATCH-ABORT-SW              PIC X(01) VALUE "N".
004070     88  MAIN-BATCH-ABORT                       VALUE "Y".
004080 01  MAIN-PARM-PRESENT-SW             PIC X(01) VALUE "N".
004090     88  MAIN-PARM-PRESENT                      VALUE "Y".
004100 01  MAIN-GOOD-COUNT                  PIC 9(08) VALUE ZERO COMP.
004110 01  MAIN-REJECT-COUNT                PIC 9(08) VALUE ZERO COMP.
004120 01  MAIN-BALANCE-COUNT               PIC 9(08) VALUE ZERO COMP.
004130 01  MAIN-OVERFLOW-COUNT              PIC 9(08) VALUE ZERO COMP.
004140 01  MAIN-NORMALIZED-COUNT            PIC 9(08) VALUE ZERO COMP.
004150 01  MAIN-NORMALIZE-MODE-SW           PIC X(01) VALUE "N".
004160     88  MAIN-NORMALIZE-MODE                    VALUE "Y".
004170 01  MAIN-ENCODE-RUN-SW               PIC X(01) VALUE "N".
004180     88  MAIN-ENCODE-RUN                        VALUE "Y".
004190 01  MAIN-NORMALIZED-REC-SW           PIC X(01) VALUE "N".
004200     88  MAIN-NORMALIZED-RECORD                 VALUE "Y".
004210 01  MAIN-ERROR-COUNT                 PIC 9(08) VALUE ZERO COMP.
004220 01  MAIN-THRESHOLD-SW                PIC X(01) VALUE "N".
004230     88  MAIN-THRESHOLD-EXCEEDED                VALUE "Y".
004240 01  FIB-ERROR-THRESHOLD              PIC 9(06) VALUE ZERO COMP.
004250 01  MAIN-HASH-TOTAL                  PIC 9(18) VALUE ZERO COMP.
004260 01  FIB-FEED-ID                      PIC X(08) VALUE "FIBBATCH".
004270 01  MAIN-REFERENCE-KEY               PIC X(10) VALUE SPACES.
004280 01  MAIN-RECORDS-READ                PIC 9(08) VALUE ZERO COMP.
004290 01  MAIN-LAST-CHECKPOINT-NO          PIC 9(08) VALUE ZERO COMP.
004300 01  FIB-CHECKPOINT-INTERVAL          PIC 9(04) VALUE 100 COMP.
004310 01  FIB-CHECKPOINT-REMAINDER         PIC 9(04) VALUE ZERO COMP.
004320 01  FIB-CHECKPOINT-QUOTIENT          PIC 9(06) VALUE ZERO COMP.
004330 01  FIB-REMAINDER                    PIC 9(11) VALUE ZERO COMP.
004340*
004350* ---------------------------------------------------------
004360* MULTI-FEED RUN (MODE 3) - THE FIBFEEDS REGISTRY IS LOADED
004370* HERE ONCE, EACH ARRIVING FEED IS TICKED OFF AGAINST IT, AND
004380* EACH FEED CARRIES ITS OWN HEADER, TRAILER, AND BALANCE. A
004390* FEED STILL UNTICKED AT CLOSE NEVER ARRIVED AND IS NAMED ON
004400* THE END-OF-NIGHT SUMMARY.
004410* ---------------------------------------------------------
004420 01  MAIN-MULTI-FEED-SW               PIC X(01) VALUE "N".
004430     88  MAIN-MULTI-FEED                        VALUE "Y".
004440 01  MAIN-END-OF-FEEDS-SW             PIC X(01) VALUE "N".
004450     88  MAIN-END-OF-FEEDS                      VALUE "Y".
004460 01  MAIN-FEED-OPEN-SW                PIC X(01) VALUE "N".
004470     88  MAIN-FEED-OPEN                         VALUE "Y".
004480 01  MAIN-FDR-SEEN-SW                 PIC X(01) VALUE "N".
004490     88  MAIN-FDR-SEEN                          VALUE "Y".
004500 01  MAIN-FEED-FOUND-SW               PIC X(01) VALUE "N".
004510     88  MAIN-FEED-FOUND                        VALUE "Y".
004520 01  MAIN-CURRENT-FEED-ID             PIC X(08) VALUE SPACES.
004530 01  MAIN-FEED-SLOT                   PIC 9(03) VALUE ZERO COMP.
004540 01  MAIN-FEED-READ-COUNT             PIC 9(08) VALUE ZERO COMP.
004550 01  MAIN-FEED-GOOD-COUNT             PIC 9(08) VALUE ZERO COMP.
004560 01  MAIN-FEED-REJECT-COUNT           PIC 9(08) VALUE ZERO COMP.
004570 01  MAIN-FEED-BALANCE-COUNT          PIC 9(08) VALUE ZERO COMP.
004580 01  MAIN-FEED-HASH-TOTAL             PIC 9(16) VALUE ZERO COMP.
004590 01  MAIN-FEED-NORMAL-COUNT           PIC 9(08) VALUE ZERO COMP.
004600 01  MAIN-FEEDS-MISSING               PIC 9(03) VALUE ZERO COMP.
004610 01  FIB-FEED-IDX                     PIC 9(03) VALUE ZERO COMP.
004620 01  MAIN-ARRIVAL-TIME                PIC 9(08) VALUE ZERO.
004630 01  MAIN-ARRIVAL-TIME-SPLIT REDEFINES MAIN-ARRIVAL-TIME.
004640     05  MAIN-ARRIVAL-HHMM            PIC 9(04).
004650     05  FILLER                       PIC 9(04).
004660*
004670* A PARTNER FILE LEADS WITH AN FDR FEED-HEADER RECORD NAMING
004680* ITS FEED. A DETAIL'S REFERENCE KEY COULD SPELL "FDR" TOO -
004690* A REAL FEED HEADER CARRIES NOTHING PAST THE FEED ID, SO
004700* ANYTHING IN THE TRAILING COLUMNS PROVES IT IS A DETAIL.
004710 01  MAIN-FEED-HEADER-VIEW.
004720     05  FDR-RECORD-TYPE              PIC X(03).
004730     05  FILLER                       PIC X(01).
004740     05  FDR-FEED-ID                  PIC X(08).
004750     05  FDR-TRAILING-AREA            PIC X(63).
004760 01  FIB-FEED-TABLE.
004770     05  FIB-FEED-USED                PIC 9(03) VALUE ZERO COMP.
004780     05  FIB-FEED-ENTRY OCCURS 50 TIMES.
004790         10  FIB-FEED-REG-ID          PIC X(08).
004800         10  FIB-FEED-WINDOW-FROM     PIC 9(04).
004810         10  FIB-FEED-WINDOW-TO       PIC 9(04).
004820         10  FIB-FEED-FLAG            PIC X(01).
004830         10  FIB-FEED-ARRIVED-SW      PIC X(01).
004840         10  FIB-FEED-GOOD            PIC 9(08).
004850         10  FIB-FEED-REJECT          PIC 9(08).
004860         10  FIB-FEED-NORMAL          PIC 9(08).
004870*
004880* ---------------------------------------------------------
004890* BATCH INPUT-RECORD EDIT - EACH RECORD IS CHECKED ONE CHAR
004900* AT A TIME BEFORE IT IS ALLOWED NEAR FibonacciDecode. A
004910* RECORD THAT FAILS IS WRITTEN TO THE REJECT FILE WITH THE
004920* REASON CODE SET HERE, NOT TO THE BATCH OUTPUT FILE.
004930* ---------------------------------------------------------
004940 01  MAIN-EDIT-IDX                    PIC 9(02) VALUE ZERO COMP.
004950 01  MAIN-EDIT-WORK-RECORD.
004960     05  MAIN-EDIT-CHAR OCCURS 55 TIMES   PIC X(01).
004970 01  MAIN-EDIT-REASON                 PIC X(02) VALUE "00".
004980     88  MAIN-EDIT-CLEAN                        VALUE "00".
004990     88  MAIN-EDIT-NON-NUMERIC                  VALUE "01".
005000     88  MAIN-EDIT-SHORT-RECORD                 VALUE "02".
005010     88  MAIN-EDIT-ADJACENT-TERMS               VALUE "03".
005020     88  MAIN-EDIT-NO-FEED                      VALUE "04".
005030     88  MAIN-EDIT-OVERFLOW                     VALUE "05".
005040     88  MAIN-EDIT-DUPLICATE-KEY                VALUE "06".
005050     88  MAIN-EDIT-NOT-RESUBMITTABLE            VALUE "07".
005060*
005070* ---------------------------------------------------------
005080* REFERENCE-KEY HISTORY - EVERY DECODED RECORD IS LOOKED UP
005090* UNDER ITS FEED ID AND KEY BEFORE IT IS EDITED. A RESUBMISSION
005100* IS LOOKED UP UNDER THE FEED IT WAS FIRST REJECTED ON. THE
005110* OUTCOME (ACCEPTED OR REJECTED) IS POSTED BACK ONCE THE RECORD
005120* HAS BEEN WRITTEN.
005130* ---------------------------------------------------------
005140 01  MAIN-KEY-FEED-ID                 PIC X(08) VALUE SPACES.
005150 01  MAIN-RESUBMIT-RECORD-SW          PIC X(01) VALUE "N".
005160     88  MAIN-RESUBMIT-RECORD                   VALUE "Y".
005170 01  MAIN-KEY-ON-FILE-SW              PIC X(01) VALUE "N".
005180     88  MAIN-KEY-ON-FILE                       VALUE "Y".
005190 01  MAIN-RECORD-REJECTED-SW          PIC X(01) VALUE "N".
005200     88  MAIN-RECORD-REJECTED                   VALUE "Y".
005210 01  MAIN-HISTORY-FAILED-SW           PIC X(01) VALUE "N".
005220     88  MAIN-HISTORY-FAILED                    VALUE "Y".
005230 01  MAIN-DUPLICATE-COUNT             PIC 9(08) VALUE ZERO COMP.
005240 01  MAIN-RESUB-REFUSED-COUNT         PIC 9(08) VALUE ZERO COMP.
005250*
005260* ---------------------------------------------------------
005270* PRIVATE SCRATCH FOR EVERY ENTRY POINT BELOW THAT WALKS THE
005280* FIBSEQ TABLE OR DIGIT BREAKDOWN. THESE STAY IN WORKING-
005290* STORAGE (SHARED BY EVERY ENTRY POINT IN THIS COMPILATION
005300* UNIT) RATHER THAN IN THE FIBSEQ COPYBOOK ITSELF, SINCE THEY
005310* ARE NEVER PART OF WHAT A CALLER PASSES ON USING.
005320* ---------------------------------------------------------
005330 01  FIB-TERM-IDX                     PIC 9(02) VALUE ZERO COMP.
005340 01  FIB-ARITH-TOTAL-A                PIC 9(12) VALUE ZERO COMP.
005350 01  FIB-ARITH-TOTAL-B                PIC 9(12) VALUE ZERO COMP.
005360 01  FIB-ARITH-LIMIT                  PIC 9(12) VALUE ZERO COMP.
005370 01  FIB-SEQUENCE-BUILT-SW            PIC X(01) VALUE "N".
005380     88  FIB-SEQUENCE-BUILT                     VALUE "Y".
005390*
005400* AUDIT-CHAIN SCRATCH. THE CHECK VALUE IS TWO NINE-DIGIT
005410* HALVES, EACH A RUNNING REMAINDER OVER THE RECORD'S BYTES
005420* SEEDED FROM THE MATCHING HALF OF THE PRIOR CHECK VALUE. A
005430* BYTE IS WEIGHED BY LANDING IT IN THE LOW ORDER OF A HALFWORD
005440* WHOSE HIGH ORDER IS HELD AT LOW-VALUE.
005450 01  FIB-CHAIN-VALUE                  PIC 9(18) VALUE ZERO.
005460 01  FIB-CHAIN-HALVES REDEFINES FIB-CHAIN-VALUE.
005470     05  FIB-CHAIN-HALF-A             PIC 9(09).
005480     05  FIB-CHAIN-HALF-B             PIC 9(09).
005490 01  FIB-CHAIN-ACCUM-A                PIC 9(12) VALUE ZERO COMP.
005500 01  FIB-CHAIN-ACCUM-B                PIC 9(12) VALUE ZERO COMP.
005510 01  FIB-CHAIN-PRODUCT                PIC 9(12) VALUE ZERO COMP.
005520 01  FIB-CHAIN-QUOTIENT               PIC 9(12) VALUE ZERO COMP.
005530 01  FIB-CHAIN-BYTE-IDX               PIC 9(03) VALUE ZERO COMP.
005540 01  FIB-CHAIN-BYTE-PAIR.
005550     05  FILLER                       PIC X(01) VALUE LOW-VALUE.
005560     05  FIB-CHAIN-BYTE               PIC X(01) VALUE LOW-VALUE.
005570 01  FIB-CHAIN-BYTE-VALUE REDEFINES FIB-CHAIN-BYTE-PAIR
005580                                      PIC 9(04) COMP.
005590*
005600* ---------------------------------------------------------
005610* MAINLINE'S OWN COPY OF THE SHARED SEQUENCE/RESULT LAYOUT
005620* (PASSED BY REFERENCE INTO THE ENTRY POINTS BELOW, THE SAME
005630* WAY ANY OTHER CALLING PROGRAM WOULD PASS ITS OWN COPY)
005640* ---------------------------------------------------------
005650 01  MAIN-FIBONACCI-INPUT             PIC 9(10).
005660 01  MAIN-DECIMAL-OUTPUT              PIC 9(10).
005670 01  MAIN-RETURN-CODE                 PIC 9(02).
005680     88  MAIN-OUTPUT-OVERFLOW                   VALUE 90.
005690 01  MAIN-AUDIT-INPUT-DISPLAY         PIC X(55).
005700 01  MAIN-NUMBER-OF-TERMS             PIC 9(02).
005710     COPY FIBSEQ
005720         REPLACING ==FIBONACCI-SEQUENCE==
005730                BY ==MAIN-FIBONACCI-SEQUENCE==
005740                   ==FIBONACCI-ARRAY==
005750                BY ==MAIN-FIBONACCI-ARRAY==
005760                   ==FIBONACCI-VALUE==
005770                BY ==MAIN-FIBONACCI-VALUE==
005780                   ==DECIMAL-RESULT-DISPLAY==
005790                BY ==MAIN-DECIMAL-RESULT-DISPLAY==
005800                   ==DECIMAL-DIGIT==
005810                BY ==MAIN-DECIMAL-DIGIT==
005820                   ==DECIMAL-RESULT==
005830                BY ==MAIN-DECIMAL-RESULT==.
005840*
005850* ---------------------------------------------------------
005860* OPERATOR PROMPTS AND MESSAGES
005870* ---------------------------------------------------------
005880 01  FIB-OPERATOR-ID                   PIC X(20) VALUE SPACES.
005890 01  FIB-RUN-DATE                      PIC 9(08) VALUE ZERO.
005900 01  FIB-RUN-TIME                      PIC 9(08) VALUE ZERO.
005910*
005920* ---------------------------------------------------------
005930* TAIL OF THE AUDIT-TRAIL CHAIN - THE SEQUENCE NUMBER AND CHECK
005940* VALUE OF THE LAST CHAINED RECORD ON THE TRAIL, TAKEN FROM
005950* FIBAUDTL BEFORE EVERY WRITE. EACH AUDIT RECORD WRITTEN TAKES
005960* THE NEXT NUMBER AND CHAINS FROM THESE. A TAIL THIS RUN COULD
005970* NOT SAVE IS NOT READ BACK; THE TRAIL ITSELF IS SEARCHED UNTIL
005980* A SAVE GOES THROUGH. FIBAUDTL IS HELD LOCKED FROM THE READ TO
005990* THE SAVE, AND A LOCK HELD ELSEWHERE IS WAITED ON BY THE CLOCK
006000* FOR UP TO THIRTY SECONDS (IN HUNDREDTHS FROM MIDNIGHT).
006010* ---------------------------------------------------------
006020 01  MAIN-AUDIT-LAST-SEQUENCE         PIC 9(10) VALUE ZERO.
006030 01  MAIN-AUDIT-LAST-CHECK            PIC 9(18) VALUE ZERO.
006040 01  MAIN-AUDIT-CHAIN-CHECK           PIC 9(18) VALUE ZERO.
006050 01  MAIN-AUDIT-TAIL-FOUND-SW         PIC X(01) VALUE "N".
006060     88  MAIN-AUDIT-TAIL-FOUND                  VALUE "Y".
006070 01  MAIN-END-OF-AUDIT-SW             PIC X(01) VALUE "N".
006080     88  MAIN-END-OF-AUDIT                      VALUE "Y".
006090 01  MAIN-END-OF-ARCTL-SW             PIC X(01) VALUE "N".
006100     88  MAIN-END-OF-ARCTL                      VALUE "Y".
006110 01  MAIN-ARCTL-NEWEST-DATE           PIC 9(08) VALUE ZERO.
006120 01  MAIN-AUDIT-TAIL-UNSAVED-SW       PIC X(01) VALUE "N".
006130     88  MAIN-AUDIT-TAIL-UNSAVED                VALUE "Y".
006140 01  MAIN-AUDIT-TAIL-HELD-SW         PIC X(01) VALUE "N".
006150     88  MAIN-AUDIT-TAIL-HELD                    VALUE "Y".
006160 01  MAIN-AUDIT-TAIL-LOCK-END-SW     PIC X(01) VALUE "N".
006170     88  MAIN-AUDIT-TAIL-LOCK-END                VALUE "Y".
006180 01  MAIN-TAIL-CLOCK.
006190     05  MAIN-TAIL-CLOCK-HH          PIC 9(02).
006200     05  MAIN-TAIL-CLOCK-MM          PIC 9(02).
006210     05  MAIN-TAIL-CLOCK-SS          PIC 9(02).
006220     05  MAIN-TAIL-CLOCK-CC          PIC 9(02).
006230 01  MAIN-TAIL-WAIT-START            PIC 9(08) VALUE ZERO.
006240 01  MAIN-TAIL-WAIT-NOW              PIC 9(08) VALUE ZERO.
006250*
006260******************************************************************
006270* LINKAGE SECTION - THE CALLABLE CONVERSION/BUILD/REPORT VIEW
006280* OF THE SHARED FIBSEQ LAYOUT. ANY PROGRAM CALLING THE ENTRY
006290* POINTS BELOW OWNS THIS STORAGE AND PASSES IT BY REFERENCE.
006300******************************************************************
006310 LINKAGE SECTION.
006320 01  PARM-FIBONACCI-INPUT               PIC 9(10).
006330 COPY FIBSEQ.
006340 01  PARM-DECIMAL-OUTPUT                PIC 9(10).
006350 01  PARM-RETURN-CODE                   PIC 9(02).
006360     88  PARM-OUTPUT-OVERFLOW                     VALUE 90.
006370 01  PARM-NUMBER-OF-TERMS               PIC 9(02).
006380*
006390* ---------------------------------------------------------
006400* AUDIT-CHAIN VIEW - AN AUDITREC RECORD IMAGE, THE CHECK VALUE
006410* OF THE RECORD BEFORE IT ON THE TRAIL, AND THE CHECK VALUE
006420* COMPUTED FOR THIS ONE.
006430* ---------------------------------------------------------
006440 01  PARM-AUDIT-IMAGE                   PIC X(138).
006450 01  PARM-CHAIN-PRIOR                   PIC 9(18).
006460 01  PARM-CHAIN-CHECK                   PIC 9(18).
006470*
006480* ---------------------------------------------------------
006490* SECOND OPERAND AND RESULT FOR THE ZECKENDORF ARITHMETIC
006500* ENTRY POINTS. EACH MIRRORS DECIMAL-RESULT IN FIBSEQ,
006510* POSITION FOR POSITION - ONE DIGIT FLAG PER FIBONACCI TERM.
006520* ---------------------------------------------------------
006530 01  DECIMAL-RESULT-B.
006540     05  DECIMAL-DIGIT-B OCCURS 55 TIMES  PIC 9(01).
006550 01  DECIMAL-RESULT-SUM.
006560     05  DECIMAL-DIGIT-SUM OCCURS 55 TIMES  PIC 9(01).
006570 01  PARM-COMPARE-RESULT                PIC X(01).
006580     88  PARM-FIRST-IS-LOWER                      VALUE "L".
006590     88  PARM-BOTH-ARE-EQUAL                      VALUE "E".
006600     88  PARM-FIRST-IS-HIGHER                     VALUE "H".
006610*
006620******************************************************************
006630* PROCEDURE DIVISION - STANDALONE DRIVER
006640******************************************************************
006650 PROCEDURE DIVISION.
006660*
006670******************************************************************
006680* 0000-MAINLINE
006690******************************************************************
006700 0000-MAINLINE.
006710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006720     IF NOT MAIN-BATCH-ABORT
006730         PERFORM 1500-READ-PARM-FILE THRU 1500-EXIT
006740         PERFORM 2000-SELECT-RUN-MODE THRU 2000-EXIT
006750     END-IF
006760     PERFORM 9999-TERMINATE THRU 9999-EXIT
006770     STOP RUN.
006780*
006790 1000-INITIALIZE.
006800     ACCEPT FIB-OPERATOR-ID FROM ENVIRONMENT "USER"
006810     PERFORM 1300-VERIFY-OPERATOR THRU 1300-EXIT
006820     IF FIB-AUTH-LEVEL = ZERO
006830         MOVE "SIGN-ON" TO MAIN-DENIED-FUNCTION
006840         PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT
006850         DISPLAY "** SIGN-ON DENIED FOR OPERATOR: "
006860             FIB-OPERATOR-ID
006870         SET MAIN-BATCH-ABORT TO TRUE
006880         GO TO 1000-EXIT
006890     END-IF
006900     PERFORM 1200-OPEN-MASTER-FILE THRU 1200-EXIT
006910     DISPLAY "FIBONACCI TO DECIMAL CONVERSION".
006920 1000-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960* 1100-FIND-AUDIT-CHAIN-TAIL - THE LAST CHAINED RECORD ON THE
006970* LIVE FIBAUDIT FILE. A LIVE FILE EMPTIED BY THE CUTOVER HAS
006980* NONE, SO THE CHAIN IS PICKED UP FROM THE NEWEST FIBARCTL
006990* GENERATION THAT CARRIES ONE. WITH NEITHER, THE TRAIL STARTS
007000* AT SEQUENCE 1 FROM A ZERO CHECK VALUE. THIS READS THE WHOLE
007010* LIVE FILE, SO IT IS ONLY THE FALLBACK FOR A FIBAUDTL TAIL
007020* RECORD THAT IS MISSING OR CANNOT BE TRUSTED (SEE 8020).
007030******************************************************************
007040 1100-FIND-AUDIT-CHAIN-TAIL.
007050     MOVE ZERO TO MAIN-AUDIT-LAST-SEQUENCE
007060     MOVE ZERO TO MAIN-AUDIT-LAST-CHECK
007070     MOVE "N" TO MAIN-AUDIT-TAIL-FOUND-SW
007080     MOVE "N" TO MAIN-END-OF-AUDIT-SW
007090     OPEN INPUT AUDIT-FILE
007100     IF FIB-AUDIT-STATUS = "00"
007110         PERFORM 1150-READ-AUDIT-TAIL THRU 1150-EXIT
007120             UNTIL MAIN-END-OF-AUDIT
007130         CLOSE AUDIT-FILE
007140     END-IF
007150     IF MAIN-AUDIT-TAIL-FOUND
007160         GO TO 1100-EXIT
007170     END-IF
007180     MOVE ZERO TO MAIN-ARCTL-NEWEST-DATE
007190     MOVE "N" TO MAIN-END-OF-ARCTL-SW
007200     OPEN INPUT ARCHIVE-CONTROL-FILE
007210     IF FIB-ARCTL-STATUS NOT = "00"
007220         GO TO 1100-EXIT
007230     END-IF
007240     PERFORM 1170-READ-ARCHIVE-TAIL THRU 1170-EXIT
007250         UNTIL MAIN-END-OF-ARCTL
007260     CLOSE ARCHIVE-CONTROL-FILE.
007270 1100-EXIT.
007280     EXIT.
007290*
007300 1150-READ-AUDIT-TAIL.
007310     READ AUDIT-FILE
007320         AT END
007330             SET MAIN-END-OF-AUDIT TO TRUE
007340             GO TO 1150-EXIT
007350     END-READ
007360     IF FIB-AUDIT-STATUS NOT = "00"
007370         SET MAIN-END-OF-AUDIT TO TRUE
007380         GO TO 1150-EXIT
007390     END-IF
007400     IF AUD-SEQUENCE-NUMBER IS NUMERIC
007410        AND AUD-CHAIN-CHECK IS NUMERIC
007420         MOVE AUD-SEQUENCE-NUMBER TO MAIN-AUDIT-LAST-SEQUENCE
007430         MOVE AUD-CHAIN-CHECK TO MAIN-AUDIT-LAST-CHECK
007440         SET MAIN-AUDIT-TAIL-FOUND TO TRUE
007450     END-IF.
007460 1150-EXIT.
007470     EXIT.
007480*
007490 1170-READ-ARCHIVE-TAIL.
007500     READ ARCHIVE-CONTROL-FILE
007510         AT END
007520             SET MAIN-END-OF-ARCTL TO TRUE
007530             GO TO 1170-EXIT
007540     END-READ
007550     IF FIB-ARCTL-STATUS NOT = "00"
007560         SET MAIN-END-OF-ARCTL TO TRUE
007570         GO TO 1170-EXIT
007580     END-IF
007590     IF CTL-GENERATION-DATE IS NUMERIC
007600        AND CTL-LAST-SEQUENCE IS NUMERIC
007610        AND CTL-LAST-CHECK IS NUMERIC
007620        AND CTL-GENERATION-DATE > MAIN-ARCTL-NEWEST-DATE
007630         MOVE CTL-GENERATION-DATE TO MAIN-ARCTL-NEWEST-DATE
007640         MOVE CTL-LAST-SEQUENCE TO MAIN-AUDIT-LAST-SEQUENCE
007650         MOVE CTL-LAST-CHECK TO MAIN-AUDIT-LAST-CHECK
007660         SET MAIN-AUDIT-TAIL-FOUND TO TRUE
007670     END-IF.
007680 1170-EXIT.
007690     EXIT.
007700*
007710******************************************************************
007720* 1200-OPEN-MASTER-FILE - THE CONVERSION MASTER IS KEPT OPEN
007730* FOR UPDATE ACROSS THE WHOLE RUN. A MASTER THAT WILL NOT OPEN
007740* DOES NOT STOP THE CONVERSIONS - THE POSTINGS ARE SKIPPED AND
007750* THE OPERATOR IS TOLD.
007760******************************************************************
007770 1200-OPEN-MASTER-FILE.
007780     OPEN I-O MASTER-FILE
007790     IF FIB-MASTER-STATUS = "35"
007800         OPEN OUTPUT MASTER-FILE
007810         CLOSE MASTER-FILE
007820         OPEN I-O MASTER-FILE
007830     END-IF
007840     IF FIB-MASTER-STATUS = "00"
007850         SET MAIN-MASTER-READY TO TRUE
007860     ELSE
007870         DISPLAY "** CONVERSION MASTER NOT AVAILABLE - STATUS: "
007880             FIB-MASTER-STATUS
007890         DISPLAY "** MASTER POSTINGS WILL BE SKIPPED THIS RUN."
007900     END-IF.
007910 1200-EXIT.
007920     EXIT.
007930*
007940******************************************************************
007950* 1300-VERIFY-OPERATOR - PROVE THE OPERATOR AGAINST THE
007960* FIBOPMST MASTER. NO FILE, NO MATCH, OR AN INACTIVE ENTRY ALL
007970* LEAVE THE LEVEL AT ZERO - THE FILE IS THE WHOLE AUTHORITY,
007980* SO THE CHECK FAILS CLOSED.
007990******************************************************************
008000 1300-VERIFY-OPERATOR.
008010     MOVE ZERO TO FIB-AUTH-LEVEL
008020     MOVE "N" TO MAIN-OPER-FOUND-SW
008030     MOVE "N" TO MAIN-END-OF-OPERS-SW
008040     OPEN INPUT OPERATOR-FILE
008050     IF FIB-OPERATOR-STATUS NOT = "00"
008060         DISPLAY "** OPERATOR MASTER NOT AVAILABLE - STATUS: "
008070             FIB-OPERATOR-STATUS
008080         DISPLAY "** NOBODY CAN BE AUTHORIZED WITHOUT IT."
008090         GO TO 1300-EXIT
008100     END-IF
008110     PERFORM 1350-MATCH-ONE-OPERATOR THRU 1350-EXIT
008120         UNTIL MAIN-OPER-FOUND
008130            OR MAIN-END-OF-OPERS
008140     CLOSE OPERATOR-FILE.
008150 1300-EXIT.
008160     EXIT.
008170*
008180 1350-MATCH-ONE-OPERATOR.
008190     READ OPERATOR-FILE
008200         AT END
008210             MOVE "Y" TO MAIN-END-OF-OPERS-SW
008220         NOT AT END
008230             IF OPR-OPERATOR-ID = FIB-OPERATOR-ID
008240                 SET MAIN-OPER-FOUND TO TRUE
008250                 IF OPR-ACTIVE-FLAG = "A"
008260                    AND OPR-AUTH-LEVEL IS NUMERIC
008270                     MOVE OPR-AUTH-LEVEL TO FIB-AUTH-LEVEL
008280                 ELSE
008290                     DISPLAY "** OPERATOR IS CARRIED INACTIVE "
008300                         "ON THE OPERATOR MASTER."
008310                 END-IF
008320             END-IF
008330     END-READ.
008340 1350-EXIT.
008350     EXIT.
008360*
008370******************************************************************
008380* 1500-READ-PARM-FILE - PICK UP THE RUN MODE, BREAKDOWN FLAG,
008390* AND CHECKPOINT INTERVAL FROM THE FIBPARM CONTROL CARD SO THE
008400* SCHEDULER CAN RUN THIS PROGRAM WITH NO OPERATOR AT THE
008410* CONSOLE. WHEN NO PARAMETER FILE IS PRESENT, OR THE CARD DOES
008420* NOT PASS ITS EDITS, THE CONSOLE PROMPTS TAKE OVER AS BEFORE.
008430******************************************************************
008440 1500-READ-PARM-FILE.
008450     OPEN INPUT PARM-FILE
008460     IF FIB-PARM-STATUS NOT = "00"
008470         GO TO 1500-EXIT
008480     END-IF
008490     READ PARM-FILE
008500     IF FIB-PARM-STATUS NOT = "00"
008510         DISPLAY "** EMPTY PARAMETER FILE - USING THE CONSOLE "
008520             "PROMPTS INSTEAD."
008530         CLOSE PARM-FILE
008540         GO TO 1500-EXIT
008550     END-IF
008560     IF PRM-RUN-MODE NOT NUMERIC
008570        OR (PRM-RUN-MODE NOT = 1 AND PRM-RUN-MODE NOT = 2
008580            AND PRM-RUN-MODE NOT = 3 AND PRM-RUN-MODE NOT = 4)
008590        OR (PRM-SHOW-BREAKDOWN NOT = "Y"
008600            AND PRM-SHOW-BREAKDOWN NOT = "N")
008610         DISPLAY "** INVALID PARAMETER CARD: " PARM-CARD-RECORD
008620         DISPLAY "** USING THE CONSOLE PROMPTS INSTEAD."
008630         CLOSE PARM-FILE
008640         GO TO 1500-EXIT
008650     END-IF
008660     MOVE PRM-RUN-MODE TO FIB-RUN-MODE
008670     MOVE PRM-SHOW-BREAKDOWN TO MAIN-SHOW-BREAKDOWN-SW
008680     IF PRM-CHECKPOINT-INTERVAL IS NUMERIC
008690        AND PRM-CHECKPOINT-INTERVAL > ZERO
008700         MOVE PRM-CHECKPOINT-INTERVAL TO FIB-CHECKPOINT-INTERVAL
008710     END-IF
008720     IF PRM-FEED-ID NOT = SPACES
008730         MOVE PRM-FEED-ID TO FIB-FEED-ID
008740     END-IF
008750     IF PRM-ERROR-THRESHOLD IS NUMERIC
008760        AND PRM-ERROR-THRESHOLD > ZERO
008770         MOVE PRM-ERROR-THRESHOLD TO FIB-ERROR-THRESHOLD
008780     END-IF
008790*
008800*    NORMALIZATION IS OPT-IN BY CARD COLUMN ONLY - AN OLD CARD
008810*    LEAVES THE COLUMN BLANK AND KEEPS THE REASON-03 REJECTS.
008820     IF PRM-NORMALIZE-CODES = "Y"
008830         SET MAIN-NORMALIZE-MODE TO TRUE
008840     END-IF
008850     SET MAIN-PARM-PRESENT TO TRUE
008860     DISPLAY "PARAMETER CARD ACCEPTED - MODE " PRM-RUN-MODE
008870         " BREAKDOWN " PRM-SHOW-BREAKDOWN
008880         " CHECKPOINT INTERVAL " FIB-CHECKPOINT-INTERVAL
008890         " NORMALIZE " MAIN-NORMALIZE-MODE-SW
008900     CLOSE PARM-FILE.
008910 1500-EXIT.
008920     EXIT.
008930*
008940******************************************************************
008950* 1600-LOAD-FEED-REGISTRY - PULL THE FIBFEEDS REGISTRY INTO
008960* STORAGE FOR A MULTI-FEED RUN. A MULTI-FEED RUN WITHOUT A
008970* REGISTRY HAS NOTHING TO BALANCE THE NIGHT AGAINST AND MUST
008980* NOT PRETEND IT PROCESSED EVERY PARTNER.
008990******************************************************************
009000 1600-LOAD-FEED-REGISTRY.
009010     MOVE ZERO TO FIB-FEED-USED
009020     OPEN INPUT FEED-FILE
009030     IF FIB-FEED-STATUS NOT = "00"
009040         DISPLAY "** UNABLE TO OPEN THE FEED REGISTRY - STATUS: "
009050             FIB-FEED-STATUS
009060         DISPLAY "** MULTI-FEED RUN ABORTED."
009070         SET MAIN-BATCH-ABORT TO TRUE
009080         GO TO 1600-EXIT
009090     END-IF
009100     PERFORM 1650-LOAD-ONE-FEED THRU 1650-EXIT
009110         UNTIL MAIN-END-OF-FEEDS
009120     CLOSE FEED-FILE
009130     IF FIB-FEED-USED = ZERO
009140         DISPLAY "** THE FEED REGISTRY IS EMPTY - MULTI-FEED "
009150             "RUN ABORTED."
009160         SET MAIN-BATCH-ABORT TO TRUE
009170     END-IF.
009180 1600-EXIT.
009190     EXIT.
009200*
009210 1650-LOAD-ONE-FEED.
009220     READ FEED-FILE
009230         AT END
009240             MOVE "Y" TO MAIN-END-OF-FEEDS-SW
009250         NOT AT END
009260             IF FED-FEED-ID NOT = SPACES
009270                AND FIB-FEED-USED < 50
009280                 ADD 1 TO FIB-FEED-USED
009290                 MOVE FED-FEED-ID TO
009300                     FIB-FEED-REG-ID (FIB-FEED-USED)
009310                 MOVE FED-WINDOW-FROM TO
009320                     FIB-FEED-WINDOW-FROM (FIB-FEED-USED)
009330                 MOVE FED-WINDOW-TO TO
009340                     FIB-FEED-WINDOW-TO (FIB-FEED-USED)
009350                 MOVE FED-STATUS-FLAG TO
009360                     FIB-FEED-FLAG (FIB-FEED-USED)
009370                 MOVE "N" TO FIB-FEED-ARRIVED-SW (FIB-FEED-USED)
009380                 MOVE ZERO TO FIB-FEED-GOOD (FIB-FEED-USED)
009390                 MOVE ZERO TO FIB-FEED-REJECT (FIB-FEED-USED)
009400                 MOVE ZERO TO FIB-FEED-NORMAL (FIB-FEED-USED)
009410             END-IF
009420     END-READ.
009430 1650-EXIT.
009440     EXIT.
009450*
009460 2000-SELECT-RUN-MODE.
009470     IF NOT MAIN-PARM-PRESENT
009480         DISPLAY "  1. ENCODE ONE DECIMAL VALUE TO ITS "
009490             "ZECKENDORF CODE (INTERACTIVE)"
009500         DISPLAY "  2. DECODE A BATCH FILE OF ZECKENDORF CODES "
009510             "TO DECIMAL"
009520         DISPLAY "  3. DECODE EVERY REGISTERED FEED IN ONE "
009530             "MULTI-FEED BATCH"
009540         DISPLAY "  4. ENCODE A BATCH FILE OF DECIMAL VALUES TO "
009550             "ZECKENDORF CODES"
009560         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
009570         ACCEPT FIB-RUN-MODE
009580     END-IF
009590     EVALUATE FIB-RUN-MODE
009600         WHEN 1
009610             PERFORM 3000-INTERACTIVE-RUN THRU 3000-EXIT
009620         WHEN 2
009630             IF FIB-AUTH-LEVEL < 3
009640                 PERFORM 2100-DENY-BATCH-RUN THRU 2100-EXIT
009650             ELSE
009660                 PERFORM 4000-BATCH-RUN THRU 4000-EXIT
009670             END-IF
009680         WHEN 3
009690             IF FIB-AUTH-LEVEL < 3
009700                 PERFORM 2100-DENY-BATCH-RUN THRU 2100-EXIT
009710             ELSE
009720                 SET MAIN-MULTI-FEED TO TRUE
009730                 PERFORM 4000-BATCH-RUN THRU 4000-EXIT
009740             END-IF
009750         WHEN 4
009760             IF FIB-AUTH-LEVEL < 3
009770                 PERFORM 2100-DENY-BATCH-RUN THRU 2100-EXIT
009780             ELSE
009790                 SET MAIN-ENCODE-RUN TO TRUE
009800                 PERFORM 4000-BATCH-RUN THRU 4000-EXIT
009810             END-IF
009820         WHEN OTHER
009830*
009840*            A RUN THAT NEVER SELECTED A MODE CONVERTED
009850*            NOTHING - IT MUST GRADE AS ABORTED, NOT CLEAN,
009860*            OR THE SCHEDULER LOADS A STALE OUTPUT FILE.
009870             SET MAIN-BATCH-ABORT TO TRUE
009880             DISPLAY "INVALID CHOICE - ENDING RUN."
009890     END-EVALUATE.
009900 2000-EXIT.
009910     EXIT.
009920*
009930******************************************************************
009940* 2100-DENY-BATCH-RUN - THE BATCH RUN MODES TOUCH THE FEED,
009950* THE MASTER, AND THE DOWNSTREAM CONTRACT, SO THEY NEED
009960* AUTHORIZATION LEVEL 3. A DENIED RUN GRADES AS ABORTED.
009970******************************************************************
009980 2100-DENY-BATCH-RUN.
009990     IF FIB-RUN-MODE = 4
010000         MOVE "BATCH ENCODE" TO MAIN-DENIED-FUNCTION
010010     ELSE
010020         MOVE "BATCH DECODE" TO MAIN-DENIED-FUNCTION
010030     END-IF
010040     PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT
010050     DISPLAY "** THE BATCH RUN MODES NEED AUTHORIZATION "
010060         "LEVEL 3 - THE ATTEMPT HAS BEEN LOGGED."
010070     SET MAIN-BATCH-ABORT TO TRUE.
010080 2100-EXIT.
010090     EXIT.
010100*
010110******************************************************************
010120* 3000-INTERACTIVE-RUN - ENCODE ONE DECIMAL VALUE, FROM THE
010130* KEYBOARD, TO ITS ZECKENDORF CODE. THE OPPOSITE DIRECTION FROM
010140* 4000-BATCH-RUN BELOW - IT DOES NOT DECODE A BATCH-FEED RECORD.
010150******************************************************************
010160 3000-INTERACTIVE-RUN.
010170     DISPLAY "ENTER A NUMBER IN THE FIBONACCI NUMBER SYSTEM: "
010180         WITH NO ADVANCING
010190     ACCEPT MAIN-FIBONACCI-INPUT
010200     IF NOT MAIN-PARM-PRESENT
010210         DISPLAY "SHOW THE ZECKENDORF DIGIT BREAKDOWN TOO (Y/N): "
010220             WITH NO ADVANCING
010230         ACCEPT MAIN-SHOW-BREAKDOWN-SW
010240     END-IF
010250     CALL "FibonacciToDecimal" USING MAIN-FIBONACCI-INPUT
010260                                     MAIN-FIBONACCI-SEQUENCE
010270                                     MAIN-DECIMAL-RESULT
010280                                     MAIN-DECIMAL-OUTPUT
010290                                     MAIN-RETURN-CODE
010300     END-CALL
010310     IF MAIN-OUTPUT-OVERFLOW
010320         DISPLAY "** DECIMAL-OUTPUT OVERFLOWED - DO NOT TRUST "
010330             "THE VALUE BELOW."
010340     END-IF
010350     DISPLAY "IN THE DECIMAL NUMBER SYSTEM, IT IS: "
010360         MAIN-DECIMAL-OUTPUT
010370     IF MAIN-SHOW-BREAKDOWN
010380         DISPLAY "ZECKENDORF DIGIT BREAKDOWN: "
010390             MAIN-DECIMAL-RESULT-DISPLAY
010400     END-IF
010410     MOVE MAIN-FIBONACCI-INPUT TO MAIN-AUDIT-INPUT-DISPLAY
010420     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
010430 3000-EXIT.
010440     EXIT.
010450*
010460******************************************************************
010470* 4000-BATCH-RUN - A FULL FILE OF ZECKENDORF-CODED VALUES TO
010480* DECODE TO DECIMAL, UNATTENDED. THE OPPOSITE DIRECTION FROM
010490* 3000-INTERACTIVE-RUN ABOVE - SPOT-CHECKING A BATCH-FEED RECORD
010500* INTERACTIVELY MEANS RUNNING IT THROUGH FIBMENU'S "DECODE A
010510* ZECKENDORF CODE" OPTION, NOT THIS PROGRAM'S OWN INTERACTIVE
010520* MODE, WHICH ENCODES THE OTHER WAY. A BATCH ENCODE RUN (MODE 4)
010530* TAKES THE SAME PATH WITH A FEED OF DECIMAL VALUES, EACH ONE
010540* ENCODED BY 4700-ENCODE-ONE-RECORD INSTEAD OF DECODED.
010550******************************************************************
010560 4000-BATCH-RUN.
010570     IF NOT MAIN-PARM-PRESENT
010580         DISPLAY "INCLUDE THE ZECKENDORF BREAKDOWN IN THE OUTPUT "
010590             "FILE TOO (Y/N): " WITH NO ADVANCING
010600         ACCEPT MAIN-SHOW-BREAKDOWN-SW
010610     END-IF
010620     MOVE "N" TO MAIN-BATCH-ABORT-SW
010630     IF MAIN-MULTI-FEED
010640         PERFORM 1600-LOAD-FEED-REGISTRY THRU 1600-EXIT
010650     END-IF
010660     IF NOT MAIN-BATCH-ABORT
010670         PERFORM 4100-OPEN-INPUT-FILE THRU 4100-EXIT
010680     END-IF
010690     IF NOT MAIN-BATCH-ABORT
010700        AND NOT MAIN-ENCODE-RUN
010710         PERFORM 4180-OPEN-KEY-HISTORY THRU 4180-EXIT
010720     END-IF
010730     IF NOT MAIN-BATCH-ABORT
010740*
010750*        A MULTI-FEED RUN TAKES NO CHECKPOINTS AND RESTARTS FROM
010760*        THE TOP - ITS HEADERS COME OFF THE FDR FEED-HEADER
010770*        RECORDS IN THE FILE, NOT FROM THE PARAMETER CARD.
010780         IF NOT MAIN-MULTI-FEED
010790             PERFORM 4150-DETERMINE-RESTART-POINT THRU 4150-EXIT
010800         END-IF
010810         PERFORM 4160-OPEN-OUTPUT-FILES THRU 4160-EXIT
010820     END-IF
010830     IF NOT MAIN-BATCH-ABORT
010840         EVALUATE TRUE
010850             WHEN MAIN-MULTI-FEED
010860                 CONTINUE
010870             WHEN MAIN-RESTART-RUN
010880                 PERFORM 4200-SKIP-TO-CHECKPOINT THRU 4200-EXIT
010890             WHEN OTHER
010900                 PERFORM 4170-WRITE-BATCH-HEADER THRU 4170-EXIT
010910         END-EVALUATE
010920         PERFORM 4300-PROCESS-ONE-RECORD THRU 4300-EXIT
010930             UNTIL MAIN-END-OF-INPUT
010940         PERFORM 4900-CLOSE-BATCH-FILES THRU 4900-EXIT
010950     END-IF.
010960 4000-EXIT.
010970     EXIT.
010980*
010990 4100-OPEN-INPUT-FILE.
011000     OPEN INPUT BATCH-INPUT-FILE
011010     IF FIB-BATCH-INPUT-STATUS NOT = "00"
011020         DISPLAY "** UNABLE TO OPEN BATCH INPUT FILE - STATUS: "
011030             FIB-BATCH-INPUT-STATUS
011040         DISPLAY "** BATCH RUN ABORTED."
011050         SET MAIN-BATCH-ABORT TO TRUE
011060     END-IF.
011070 4100-EXIT.
011080     EXIT.
011090*
011100 4150-DETERMINE-RESTART-POINT.
011110     MOVE ZERO TO MAIN-LAST-CHECKPOINT-NO
011120     MOVE "N" TO MAIN-RESTART-SW
011130     OPEN INPUT CHECKPOINT-FILE
011140     IF FIB-CHECKPOINT-STATUS = "00"
011150         READ CHECKPOINT-FILE
011160         IF FIB-CHECKPOINT-STATUS = "00"
011170            AND CKPT-LAST-RECORD-NO > ZERO
011180             MOVE CKPT-LAST-RECORD-NO TO MAIN-LAST-CHECKPOINT-NO
011190             MOVE "Y" TO MAIN-RESTART-SW
011200             IF CKPT-GOOD-COUNT IS NUMERIC
011210                 MOVE CKPT-GOOD-COUNT TO MAIN-GOOD-COUNT
011220             END-IF
011230             IF CKPT-REJECT-COUNT IS NUMERIC
011240                 MOVE CKPT-REJECT-COUNT TO MAIN-REJECT-COUNT
011250             END-IF
011260             IF CKPT-HASH-TOTAL IS NUMERIC
011270                 MOVE CKPT-HASH-TOTAL TO MAIN-HASH-TOTAL
011280             END-IF
011290             IF CKPT-ERROR-COUNT IS NUMERIC
011300                 MOVE CKPT-ERROR-COUNT TO MAIN-ERROR-COUNT
011310             END-IF
011320             IF CKPT-OVERFLOW-COUNT IS NUMERIC
011330                 MOVE CKPT-OVERFLOW-COUNT TO MAIN-OVERFLOW-COUNT
011340             END-IF
011350             IF CKPT-NORMALIZED-COUNT IS NUMERIC
011360                 MOVE CKPT-NORMALIZED-COUNT TO
011370                     MAIN-NORMALIZED-COUNT
011380             END-IF
011390             DISPLAY "RESTARTING AFTER CHECKPOINTED RECORD: "
011400                 MAIN-LAST-CHECKPOINT-NO
011410         END-IF
011420         CLOSE CHECKPOINT-FILE
011430     END-IF.
011440 4150-EXIT.
011450     EXIT.
011460*
011470 4160-OPEN-OUTPUT-FILES.
011480     IF MAIN-RESTART-RUN
011490         OPEN EXTEND BATCH-OUTPUT-FILE
011500         OPEN EXTEND REJECT-FILE
011510     ELSE
011520         OPEN OUTPUT BATCH-OUTPUT-FILE
011530         OPEN OUTPUT REJECT-FILE
011540     END-IF
011550     IF FIB-BATCH-OUTPUT-STATUS NOT = "00"
011560         DISPLAY "** UNABLE TO OPEN BATCH OUTPUT FILE - STATUS: "
011570             FIB-BATCH-OUTPUT-STATUS
011580         DISPLAY "** BATCH RUN ABORTED."
011590         SET MAIN-BATCH-ABORT TO TRUE
011600     END-IF
011610     IF FIB-REJECT-STATUS NOT = "00"
011620         DISPLAY "** UNABLE TO OPEN REJECT FILE - STATUS: "
011630             FIB-REJECT-STATUS
011640         DISPLAY "** BATCH RUN ABORTED."
011650         SET MAIN-BATCH-ABORT TO TRUE
011660     END-IF.
011670 4160-EXIT.
011680     EXIT.
011690*
011700******************************************************************
011710* 4170-WRITE-BATCH-HEADER - ONE CONTROL RECORD AHEAD OF THE
011720* DETAILS SO DOWNSTREAM CAN PROVE WHICH RUN THE FILE CAME FROM
011730******************************************************************
011740 4170-WRITE-BATCH-HEADER.
011750     ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
011760     ACCEPT FIB-RUN-TIME FROM TIME
011770     MOVE SPACES TO BATCH-HEADER-RECORD
011780     MOVE "HDR" TO HDR-RECORD-TYPE
011790     MOVE FIB-RUN-DATE TO HDR-RUN-DATE
011800     MOVE FIB-RUN-TIME TO HDR-RUN-TIME
011810     MOVE FIB-FEED-ID TO HDR-FEED-ID
011820     WRITE BATCH-HEADER-RECORD.
011830 4170-EXIT.
011840     EXIT.
011850*
011860******************************************************************
011870* 4180-OPEN-KEY-HISTORY - THE REFERENCE-KEY HISTORY IS KEPT OPEN
011880* FOR UPDATE ACROSS A DECODE RUN AND CREATED EMPTY ON ITS FIRST
011890* RUN. UNLIKE THE CONVERSION MASTER, A HISTORY THAT WILL NOT
011900* OPEN STOPS THE RUN BEFORE AN OUTPUT FILE IS TOUCHED - WITHOUT
011910* IT A DUPLICATE KEY WOULD BE DECODED AND COUNTED TWICE.
011920******************************************************************
011930 4180-OPEN-KEY-HISTORY.
011940     OPEN I-O KEY-HISTORY-FILE
011950     IF FIB-HISTORY-STATUS = "35"
011960         OPEN OUTPUT KEY-HISTORY-FILE
011970         CLOSE KEY-HISTORY-FILE
011980         OPEN I-O KEY-HISTORY-FILE
011990     END-IF
012000     IF FIB-HISTORY-STATUS = "00"
012010         SET MAIN-HISTORY-READY TO TRUE
012020     ELSE
012030         DISPLAY "** REFERENCE-KEY HISTORY NOT AVAILABLE - "
012040             "STATUS: " FIB-HISTORY-STATUS
012050         DISPLAY "** BATCH RUN ABORTED."
012060         CLOSE BATCH-INPUT-FILE
012070         SET MAIN-BATCH-ABORT TO TRUE
012080     END-IF.
012090 4180-EXIT.
012100     EXIT.
012110*
012120 4200-SKIP-TO-CHECKPOINT.
012130     PERFORM 4250-SKIP-ONE-RECORD THRU 4250-EXIT
012140         UNTIL MAIN-RECORDS-READ >= MAIN-LAST-CHECKPOINT-NO
012150            OR MAIN-END-OF-INPUT.
012160 4200-EXIT.
012170     EXIT.
012180*
012190 4250-SKIP-ONE-RECORD.
012200     READ BATCH-INPUT-FILE
012210         AT END
012220             MOVE "Y" TO MAIN-END-OF-INPUT-SW
012230         NOT AT END
012240             ADD 1 TO MAIN-RECORDS-READ
012250     END-READ.
012260 4250-EXIT.
012270     EXIT.
012280*
012290******************************************************************
012300* 4300-PROCESS-ONE-RECORD - READ, EDIT, CONVERT OR REJECT,
012310* WRITE, CHECKPOINT
012320******************************************************************
012330 4300-PROCESS-ONE-RECORD.
012340     READ BATCH-INPUT-FILE
012350         AT END
012360             MOVE "Y" TO MAIN-END-OF-INPUT-SW
012370         NOT AT END
012380             MOVE "N" TO MAIN-FDR-SEEN-SW
012390             IF MAIN-MULTI-FEED
012400                 MOVE BATCH-INPUT-RECORD TO MAIN-FEED-HEADER-VIEW
012410                 IF FDR-RECORD-TYPE = "FDR"
012420                    AND FDR-TRAILING-AREA = SPACES
012430                     SET MAIN-FDR-SEEN TO TRUE
012440                     PERFORM 4600-SWITCH-FEED THRU 4600-EXIT
012450                 END-IF
012460             END-IF
012470             IF MAIN-FDR-SEEN
012480                 CONTINUE
012490             ELSE
012500             ADD 1 TO MAIN-RECORDS-READ
012510             MOVE IN-REFERENCE-KEY TO MAIN-REFERENCE-KEY
012520             MOVE "N" TO MAIN-RECORD-REJECTED-SW
012530*            ONLY DECODE INPUT CARRIES A RESUBMIT FEED ID; AN
012540*            ENCODE RECORD IS KEYED TO THE RUN'S OWN FEED.
012550             MOVE "N" TO MAIN-RESUBMIT-RECORD-SW
012560             MOVE FIB-FEED-ID TO MAIN-KEY-FEED-ID
012570             IF NOT MAIN-ENCODE-RUN
012580                AND IN-RESUBMIT-FEED-ID NOT = SPACES
012590                 SET MAIN-RESUBMIT-RECORD TO TRUE
012600                 MOVE IN-RESUBMIT-FEED-ID TO MAIN-KEY-FEED-ID
012610             END-IF
012620             MOVE IN-ZECKENDORF-CODE TO
012630                 MAIN-DECIMAL-RESULT-DISPLAY
012640             IF MAIN-MULTI-FEED AND MAIN-FEED-OPEN
012650                 ADD 1 TO MAIN-FEED-READ-COUNT
012660             END-IF
012670*
012680*            A DETAIL AHEAD OF THE FIRST FEED HEADER BELONGS TO
012690*            NO FEED AND CANNOT BE BALANCED - IT DIVERTS TO THE
012700*            REJECT FILE WITH ITS OWN REASON CODE.
012710             IF MAIN-MULTI-FEED AND NOT MAIN-FEED-OPEN
012720                 SET MAIN-EDIT-NO-FEED TO TRUE
012730                 PERFORM 4450-WRITE-REJECT-RECORD THRU 4450-EXIT
012740             ELSE
012750             IF MAIN-ENCODE-RUN
012760                 PERFORM 4700-ENCODE-ONE-RECORD THRU 4700-EXIT
012770             ELSE
012780             PERFORM 4800-CHECK-KEY-HISTORY THRU 4800-EXIT
012790             EVALUATE TRUE
012800                 WHEN MAIN-HISTORY-FAILED
012810                     CONTINUE
012820                 WHEN NOT MAIN-EDIT-CLEAN
012830                     PERFORM 4450-WRITE-REJECT-RECORD
012840                         THRU 4450-EXIT
012850                 WHEN OTHER
012860                     PERFORM 4350-EDIT-INPUT-RECORD THRU 4350-EXIT
012870                     EVALUATE TRUE
012880                         WHEN MAIN-EDIT-CLEAN
012890                             PERFORM 4380-CONVERT-ONE-RECORD
012900                                 THRU 4380-EXIT
012910                         WHEN MAIN-EDIT-ADJACENT-TERMS
012920                              AND MAIN-NORMALIZE-MODE
012930                             PERFORM 4470-NORMALIZE-ONE-RECORD
012940                                 THRU 4470-EXIT
012950                         WHEN OTHER
012960                             PERFORM 4450-WRITE-REJECT-RECORD
012970                                 THRU 4450-EXIT
012980                     END-EVALUATE
012990                     PERFORM 4850-POST-KEY-HISTORY THRU 4850-EXIT
013000             END-EVALUATE
013010             END-IF
013020             END-IF
013030             IF NOT MAIN-MULTI-FEED
013040             DIVIDE MAIN-RECORDS-READ BY FIB-CHECKPOINT-INTERVAL
013050                 GIVING FIB-CHECKPOINT-QUOTIENT
013060                 REMAINDER FIB-CHECKPOINT-REMAINDER
013070             IF FIB-CHECKPOINT-REMAINDER = ZERO
013080                 PERFORM 4500-WRITE-CHECKPOINT THRU 4500-EXIT
013090             END-IF
013100             END-IF
013110             IF FIB-ERROR-THRESHOLD > ZERO
013120                AND MAIN-ERROR-COUNT >= FIB-ERROR-THRESHOLD
013130                AND NOT MAIN-THRESHOLD-EXCEEDED
013140                 SET MAIN-THRESHOLD-EXCEEDED TO TRUE
013150                 MOVE "Y" TO MAIN-END-OF-INPUT-SW
013160                 DISPLAY "** ERROR THRESHOLD ("
013170                     FIB-ERROR-THRESHOLD ") REACHED AT RECORD "
013180                     MAIN-RECORDS-READ " - STOPPING THE RUN."
013190             END-IF
013200             END-IF
013210     END-READ.
013220 4300-EXIT.
013230     EXIT.
013240*
013250******************************************************************
013260* 4350-EDIT-INPUT-RECORD - PROVE THE RECORD IS A CLEAN 55-DIGIT
013270* CANONICAL ZECKENDORF CODE BEFORE IT IS DECODED. FIRST FAILURE
013280* FOUND SETS THE REASON CODE AND ENDS THE EDIT.
013290******************************************************************
013300 4350-EDIT-INPUT-RECORD.
013310     MOVE "00" TO MAIN-EDIT-REASON
013320     MOVE MAIN-DECIMAL-RESULT-DISPLAY TO MAIN-EDIT-WORK-RECORD
013330     PERFORM 4360-EDIT-ONE-CHAR THRU 4360-EXIT
013340         VARYING MAIN-EDIT-IDX FROM 1 BY 1
013350             UNTIL MAIN-EDIT-IDX > 55
013360                OR NOT MAIN-EDIT-CLEAN
013370     IF MAIN-EDIT-CLEAN
013380         PERFORM 4370-EDIT-ADJACENT-PAIR THRU 4370-EXIT
013390             VARYING MAIN-EDIT-IDX FROM 2 BY 1
013400                 UNTIL MAIN-EDIT-IDX > 55
013410                    OR NOT MAIN-EDIT-CLEAN
013420     END-IF.
013430 4350-EXIT.
013440     EXIT.
013450*
013460 4360-EDIT-ONE-CHAR.
013470     EVALUATE MAIN-EDIT-CHAR (MAIN-EDIT-IDX)
013480         WHEN "0"
013490         WHEN "1"
013500             CONTINUE
013510         WHEN SPACE
013520             SET MAIN-EDIT-SHORT-RECORD TO TRUE
013530         WHEN OTHER
013540             SET MAIN-EDIT-NON-NUMERIC TO TRUE
013550     END-EVALUATE.
013560 4360-EXIT.
013570     EXIT.
013580*
013590 4370-EDIT-ADJACENT-PAIR.
013600     IF MAIN-EDIT-CHAR (MAIN-EDIT-IDX) = "1"
013610        AND MAIN-EDIT-CHAR (MAIN-EDIT-IDX - 1) = "1"
013620         SET MAIN-EDIT-ADJACENT-TERMS TO TRUE
013630     END-IF.
013640 4370-EXIT.
013650     EXIT.
013660*
013670******************************************************************
013680* 4380-CONVERT-ONE-RECORD - DECODE A RECORD THE EDIT PASSED AND
013690* WRITE ITS OUTPUT AND AUDIT LINES
013700******************************************************************
013710 4380-CONVERT-ONE-RECORD.
013720     CALL "FibonacciDecode"
013730         USING MAIN-DECIMAL-RESULT
013740               MAIN-FIBONACCI-SEQUENCE
013750               MAIN-DECIMAL-OUTPUT
013760               MAIN-RETURN-CODE
013770     END-CALL
013780     IF MAIN-OUTPUT-OVERFLOW
013790         DISPLAY "** RECORD " MAIN-RECORDS-READ
013800             " OVERFLOWED DECIMAL-OUTPUT - FLAGGED 90 IN "
013810             "THE OUTPUT AND AUDIT FILES."
013820         ADD 1 TO MAIN-OVERFLOW-COUNT
013830         ADD 1 TO MAIN-ERROR-COUNT
013840     END-IF
013850     MOVE MAIN-DECIMAL-RESULT-DISPLAY TO
013860         MAIN-AUDIT-INPUT-DISPLAY
013870     PERFORM 4400-WRITE-BATCH-OUTPUT THRU 4400-EXIT
013880     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
013890     ADD 1 TO MAIN-GOOD-COUNT
013900     ADD MAIN-DECIMAL-OUTPUT TO MAIN-HASH-TOTAL
013910     IF MAIN-MULTI-FEED AND MAIN-FEED-OPEN
013920         ADD 1 TO MAIN-FEED-GOOD-COUNT
013930         ADD MAIN-DECIMAL-OUTPUT TO MAIN-FEED-HASH-TOTAL
013940     END-IF
013950*
013960*    THE EDIT ONLY REJECTS ADJACENT 1-FLAGS, SO A FEED CODE MAY
013970*    STILL BE A VALID NON-CANONICAL CODING (THE SEQUENCE CARRIES
013980*    THE VALUE 1 TWICE). RE-ENCODE THE DECODED VALUE BEFORE
013990*    POSTING, THE SAME WAY FIBMENU DOES - THE MASTER MUST ONLY
014000*    EVER CARRY THE CANONICAL CODE.
014010     IF MAIN-MASTER-READY AND NOT MAIN-OUTPUT-OVERFLOW
014020         MOVE MAIN-DECIMAL-OUTPUT TO MAIN-FIBONACCI-INPUT
014030         CALL "FibonacciToDecimal" USING MAIN-FIBONACCI-INPUT
014040                                        MAIN-FIBONACCI-SEQUENCE
014050                                        MAIN-DECIMAL-RESULT
014060                                        MAIN-DECIMAL-OUTPUT
014070                                        MAIN-RETURN-CODE
014080         END-CALL
014090         PERFORM 8500-UPDATE-MASTER-RECORD THRU 8500-EXIT
014100     END-IF.
014110 4380-EXIT.
014120     EXIT.
014130*
014140 4400-WRITE-BATCH-OUTPUT.
014150     MOVE SPACES TO BATCH-OUTPUT-RECORD
014160     MOVE MAIN-REFERENCE-KEY TO OUT-REFERENCE-KEY
014170     MOVE MAIN-DECIMAL-RESULT-DISPLAY TO OUT-FIBONACCI-INPUT
014180     MOVE MAIN-DECIMAL-OUTPUT TO OUT-DECIMAL-OUTPUT
014190     MOVE MAIN-RETURN-CODE TO OUT-CONVERSION-STATUS
014200     IF MAIN-NORMALIZED-RECORD
014210         MOVE "NC" TO OUT-CONVERSION-STATUS
014220     END-IF
014230     IF MAIN-SHOW-BREAKDOWN
014240         MOVE MAIN-DECIMAL-RESULT-DISPLAY TO OUT-ZECKENDORF-DIGITS
014250     ELSE
014260         MOVE SPACES TO OUT-ZECKENDORF-DIGITS
014270     END-IF
014280     WRITE BATCH-OUTPUT-RECORD.
014290 4400-EXIT.
014300     EXIT.
014310*
014320******************************************************************
014330* 4450-WRITE-REJECT-RECORD - ONE LINE PER BAD INPUT RECORD, SENT
014340* BACK UPSTREAM SO THE FEED CAN BE CORRECTED. THE FEED ID ROUTES
014350* IT TO THE PARTNER THAT SENT IT - FOR A RESUBMISSION, THE FEED
014360* IT WAS FIRST REJECTED ON, SO A SECOND REPAIR KEEPS ITS HISTORY.
014370* THE REJECT DATE LETS THE AGING REPORT TELL ONE NIGHT FROM THE
014380* NEXT ONCE THE NIGHTLY FILES ARE RETAINED. AN ENCODE REJECT IS
014390* MARKED E SO THE REPAIR WORKBENCH DOES NOT OFFER IT A CORRECTED
014400* CODE THE DECODE COULD NEVER TAKE.
014410******************************************************************
014420 4450-WRITE-REJECT-RECORD.
014430     MOVE SPACES TO REJECT-RECORD
014440     ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
014450     MOVE FIB-RUN-DATE TO REJ-REJECT-DATE
014460     MOVE MAIN-RECORDS-READ TO REJ-RECORD-NUMBER
014470     MOVE MAIN-REFERENCE-KEY TO REJ-REFERENCE-KEY
014480     MOVE MAIN-EDIT-REASON TO REJ-REASON-CODE
014490     MOVE MAIN-DECIMAL-RESULT-DISPLAY TO REJ-FIBONACCI-INPUT
014500     IF MAIN-MULTI-FEED AND NOT MAIN-FEED-OPEN
014510         MOVE SPACES TO REJ-FEED-ID
014520     ELSE
014530         MOVE MAIN-KEY-FEED-ID TO REJ-FEED-ID
014540     END-IF
014550     IF MAIN-ENCODE-RUN
014560         MOVE "E" TO REJ-INPUT-TYPE
014570     END-IF
014580     WRITE REJECT-RECORD
014590     SET MAIN-RECORD-REJECTED TO TRUE
014600     ADD 1 TO MAIN-REJECT-COUNT
014610     ADD 1 TO MAIN-ERROR-COUNT
014620     IF MAIN-MULTI-FEED AND MAIN-FEED-OPEN
014630         ADD 1 TO MAIN-FEED-REJECT-COUNT
014640     END-IF.
014650 4450-EXIT.
014660     EXIT.
014670*
014680******************************************************************
014690* 4470-NORMALIZE-ONE-RECORD - A RECORD THE EDIT FAILED ONLY FOR
014700* ADJACENT 1-FLAGS STILL DECODES TO A GOOD VALUE (THE SEQUENCE
014710* CARRIES THE VALUE 1 TWICE). IN NORMALIZATION MODE IT IS
014720* DECODED, RE-ENCODED CANONICALLY, AND WRITTEN TO BATCHOUT
014730* WITH STATUS NC - NO MORE HAND-REKEYING THROUGH THE MENU. A
014740* CODE WHOSE VALUE OVERFLOWS STILL GOES TO THE REJECT FILE.
014750******************************************************************
014760 4470-NORMALIZE-ONE-RECORD.
014770     MOVE MAIN-DECIMAL-RESULT-DISPLAY TO
014780         MAIN-AUDIT-INPUT-DISPLAY
014790     CALL "FibonacciDecode"
014800         USING MAIN-DECIMAL-RESULT
014810               MAIN-FIBONACCI-SEQUENCE
014820               MAIN-DECIMAL-OUTPUT
014830               MAIN-RETURN-CODE
014840     END-CALL
014850     IF MAIN-OUTPUT-OVERFLOW
014860         PERFORM 4450-WRITE-REJECT-RECORD THRU 4450-EXIT
014870         GO TO 4470-EXIT
014880     END-IF
014890     MOVE MAIN-DECIMAL-OUTPUT TO MAIN-FIBONACCI-INPUT
014900     CALL "FibonacciToDecimal" USING MAIN-FIBONACCI-INPUT
014910                                    MAIN-FIBONACCI-SEQUENCE
014920                                    MAIN-DECIMAL-RESULT
014930                                    MAIN-DECIMAL-OUTPUT
014940                                    MAIN-RETURN-CODE
014950     END-CALL
014960     SET MAIN-NORMALIZED-RECORD TO TRUE
014970     PERFORM 4400-WRITE-BATCH-OUTPUT THRU 4400-EXIT
014980     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
014990     ADD 1 TO MAIN-NORMALIZED-COUNT
015000     ADD MAIN-DECIMAL-OUTPUT TO MAIN-HASH-TOTAL
015010     IF MAIN-MULTI-FEED AND MAIN-FEED-OPEN
015020         ADD 1 TO MAIN-FEED-NORMAL-COUNT
015030         ADD MAIN-DECIMAL-OUTPUT TO MAIN-FEED-HASH-TOTAL
015040     END-IF
015050     IF MAIN-MASTER-READY
015060         PERFORM 8500-UPDATE-MASTER-RECORD THRU 8500-EXIT
015070     END-IF
015080     MOVE "N" TO MAIN-NORMALIZED-REC-SW.
015090 4470-EXIT.
015100     EXIT.
015110*
015120 4500-WRITE-CHECKPOINT.
015130     MOVE SPACES TO CHECKPOINT-RECORD
015140     MOVE MAIN-RECORDS-READ TO CKPT-LAST-RECORD-NO
015150     MOVE MAIN-GOOD-COUNT TO CKPT-GOOD-COUNT
015160     MOVE MAIN-REJECT-COUNT TO CKPT-REJECT-COUNT
015170     MOVE MAIN-HASH-TOTAL TO CKPT-HASH-TOTAL
015180     MOVE MAIN-ERROR-COUNT TO CKPT-ERROR-COUNT
015190     MOVE MAIN-OVERFLOW-COUNT TO CKPT-OVERFLOW-COUNT
015200     MOVE MAIN-NORMALIZED-COUNT TO CKPT-NORMALIZED-COUNT
015210     OPEN OUTPUT CHECKPOINT-FILE
015220     IF FIB-CHECKPOINT-STATUS NOT = "00"
015230         DISPLAY "** UNABLE TO OPEN CHECKPOINT FILE - STATUS: "
015240             FIB-CHECKPOINT-STATUS
015250         DISPLAY "** RESTART WILL NOT REFLECT THIS CHECKPOINT."
015260     ELSE
015270         WRITE CHECKPOINT-RECORD
015280         IF FIB-CHECKPOINT-STATUS NOT = "00"
015290             DISPLAY "** UNABLE TO WRITE CHECKPOINT RECORD - "
015300                 "STATUS: " FIB-CHECKPOINT-STATUS
015310             DISPLAY "** RESTART WON'T REFLECT THIS CHECKPOINT."
015320         END-IF
015330         CLOSE CHECKPOINT-FILE
015340     END-IF.
015350 4500-EXIT.
015360     EXIT.
015370*
015380******************************************************************
015390* 4600-SWITCH-FEED - AN FDR FEED-HEADER RECORD STARTS THE NEXT
015400* PARTNER'S FEED: CLOSE OUT AND BALANCE THE FEED IN FLIGHT,
015410* THEN OPEN THE NEW ONE WITH ITS OWN BATCHOUT HEADER AND TICK
015420* IT OFF IN THE REGISTRY.
015430******************************************************************
015440 4600-SWITCH-FEED.
015450     IF MAIN-FEED-OPEN
015460         PERFORM 4650-END-ONE-FEED THRU 4650-EXIT
015470     END-IF
015480     MOVE FDR-FEED-ID TO MAIN-CURRENT-FEED-ID
015490     MOVE FDR-FEED-ID TO FIB-FEED-ID
015500     MOVE ZERO TO MAIN-FEED-READ-COUNT
015510     MOVE ZERO TO MAIN-FEED-GOOD-COUNT
015520     MOVE ZERO TO MAIN-FEED-REJECT-COUNT
015530     MOVE ZERO TO MAIN-FEED-NORMAL-COUNT
015540     MOVE ZERO TO MAIN-FEED-HASH-TOTAL
015550     MOVE ZERO TO MAIN-FEED-SLOT
015560     SET MAIN-FEED-OPEN TO TRUE
015570     PERFORM 4170-WRITE-BATCH-HEADER THRU 4170-EXIT
015580     PERFORM 4620-REGISTER-ARRIVAL THRU 4620-EXIT.
015590 4600-EXIT.
015600     EXIT.
015610*
015620******************************************************************
015630* 4620-REGISTER-ARRIVAL - TICK THE ARRIVING FEED OFF AGAINST
015640* THE REGISTRY AND TELL THE OPERATOR ANYTHING ODD ABOUT IT -
015650* UNREGISTERED, SUSPENDED, OR OUTSIDE ITS EXPECTED WINDOW. ODD
015660* OR NOT, THE FEED IS STILL PROCESSED AND BALANCED.
015670******************************************************************
015680 4620-REGISTER-ARRIVAL.
015690     ACCEPT MAIN-ARRIVAL-TIME FROM TIME
015700     MOVE "N" TO MAIN-FEED-FOUND-SW
015710     PERFORM 4630-MATCH-ONE-FEED THRU 4630-EXIT
015720         VARYING FIB-FEED-IDX FROM 1 BY 1
015730             UNTIL FIB-FEED-IDX > FIB-FEED-USED
015740                OR MAIN-FEED-FOUND
015750     IF NOT MAIN-FEED-FOUND
015760         DISPLAY "** FEED " MAIN-CURRENT-FEED-ID " IS NOT IN "
015770             "THE FEED REGISTRY - PROCESSED, FLAG FOR REVIEW."
015780     END-IF.
015790 4620-EXIT.
015800     EXIT.
015810*
015820 4630-MATCH-ONE-FEED.
015830     IF FIB-FEED-REG-ID (FIB-FEED-IDX) = MAIN-CURRENT-FEED-ID
015840         SET MAIN-FEED-FOUND TO TRUE
015850         MOVE FIB-FEED-IDX TO MAIN-FEED-SLOT
015860         MOVE "Y" TO FIB-FEED-ARRIVED-SW (FIB-FEED-IDX)
015870         IF FIB-FEED-FLAG (FIB-FEED-IDX) = "S"
015880             DISPLAY "** FEED " MAIN-CURRENT-FEED-ID " IS "
015890                 "SUSPENDED IN THE REGISTRY - PROCESSED, "
015900                 "FLAG FOR REVIEW."
015910         END-IF
015920         IF MAIN-ARRIVAL-HHMM <
015930                FIB-FEED-WINDOW-FROM (FIB-FEED-IDX)
015940            OR MAIN-ARRIVAL-HHMM >
015950                FIB-FEED-WINDOW-TO (FIB-FEED-IDX)
015960             DISPLAY "** FEED " MAIN-CURRENT-FEED-ID
015970                 " PROCESSED OUTSIDE ITS EXPECTED WINDOW."
015980         END-IF
015990     END-IF.
016000 4630-EXIT.
016010     EXIT.
016020*
016030******************************************************************
016040* 4650-END-ONE-FEED - TRAILER AND BALANCE FOR THE FEED JUST
016050* FINISHED. A FEED WHOSE GOOD-PLUS-REJECTED DOES NOT RECONCILE
016060* WITH ITS RECORDS READ GRADES THE WHOLE RUN OUT OF BALANCE.
016070******************************************************************
016080 4650-END-ONE-FEED.
016090     PERFORM 4920-WRITE-FEED-TRAILER THRU 4920-EXIT
016100     COMPUTE MAIN-FEED-BALANCE-COUNT =
016110         MAIN-FEED-GOOD-COUNT + MAIN-FEED-NORMAL-COUNT
016120             + MAIN-FEED-REJECT-COUNT
016130     IF MAIN-FEED-BALANCE-COUNT = MAIN-FEED-READ-COUNT
016140         DISPLAY "FEED " MAIN-CURRENT-FEED-ID " BALANCED - "
016150             "READ: " MAIN-FEED-READ-COUNT
016160             " GOOD: " MAIN-FEED-GOOD-COUNT
016170             " NORMALIZED: " MAIN-FEED-NORMAL-COUNT
016180             " REJECTED: " MAIN-FEED-REJECT-COUNT
016190     ELSE
016200         DISPLAY "** FEED " MAIN-CURRENT-FEED-ID " OUT OF "
016210             "BALANCE - READ: " MAIN-FEED-READ-COUNT
016220             " WRITTEN: " MAIN-FEED-BALANCE-COUNT
016230         SET MAIN-BATCH-ABORT TO TRUE
016240     END-IF
016250     IF MAIN-FEED-SLOT > ZERO
016260         MOVE MAIN-FEED-GOOD-COUNT TO
016270             FIB-FEED-GOOD (MAIN-FEED-SLOT)
016280         MOVE MAIN-FEED-REJECT-COUNT TO
016290             FIB-FEED-REJECT (MAIN-FEED-SLOT)
016300         MOVE MAIN-FEED-NORMAL-COUNT TO
016310             FIB-FEED-NORMAL (MAIN-FEED-SLOT)
016320     END-IF
016330     MOVE "N" TO MAIN-FEED-OPEN-SW.
016340 4650-EXIT.
016350     EXIT.
016360*
016370******************************************************************
016380* 4700-ENCODE-ONE-RECORD - BATCH ENCODE (MODE 4): PROVE THE
016390* DECIMAL VALUE, ENCODE IT TO ITS CANONICAL ZECKENDORF CODE, AND
016400* WRITE IT IN THE SAME BATCHOUT LAYOUT THE DECODE WRITES - CODE
016410* IN THE CODE COLUMN, VALUE IN THE VALUE COLUMN - SO THE TRAILER
016420* HASH AND THE MASTER READ IT THE SAME WAY. FIBRECON TAKES MODE 4
016430* FROM THE SAME FIBPARM CARD AND PROVES EACH DETAIL AGAINST THE
016440* DECIMAL INPUT INSTEAD OF A CODE, SO A MODE 4 RUN NEEDS ITS CARD
016450* - TAKEN FROM THE CONSOLE, THE RECONCILIATION READS BATCHIN AS
016460* CODES AND FAILS. THE ENCODE IS PROVED BY ITS OWN ROUND TRIP: A
016470* VALUE THAT DOES NOT SUM BACK TO ITSELF HAS RUN PAST THE TABLE
016480* AND IS REJECTED AS AN OVERFLOW, NEVER WRITTEN.
016490******************************************************************
016500 4700-ENCODE-ONE-RECORD.
016510     PERFORM 4750-EDIT-DECIMAL-RECORD THRU 4750-EXIT
016520     IF NOT MAIN-EDIT-CLEAN
016530         PERFORM 4450-WRITE-REJECT-RECORD THRU 4450-EXIT
016540         GO TO 4700-EXIT
016550     END-IF
016560     MOVE ENC-DECIMAL-VALUE TO MAIN-FIBONACCI-INPUT
016570     CALL "FibonacciToDecimal" USING MAIN-FIBONACCI-INPUT
016580                                    MAIN-FIBONACCI-SEQUENCE
016590                                    MAIN-DECIMAL-RESULT
016600                                    MAIN-DECIMAL-OUTPUT
016610                                    MAIN-RETURN-CODE
016620     END-CALL
016630     IF MAIN-OUTPUT-OVERFLOW
016640        OR MAIN-DECIMAL-OUTPUT NOT = MAIN-FIBONACCI-INPUT
016650         DISPLAY "** RECORD " MAIN-RECORDS-READ
016660             " OVERFLOWED THE ENCODE - SENT TO THE REJECT FILE."
016670         SET MAIN-EDIT-OVERFLOW TO TRUE
016680         MOVE SPACES TO MAIN-DECIMAL-RESULT-DISPLAY
016690         MOVE ENC-DECIMAL-VALUE-X TO MAIN-DECIMAL-RESULT-DISPLAY
016700         PERFORM 4450-WRITE-REJECT-RECORD THRU 4450-EXIT
016710         ADD 1 TO MAIN-OVERFLOW-COUNT
016720         GO TO 4700-EXIT
016730     END-IF
016740     MOVE MAIN-FIBONACCI-INPUT TO MAIN-AUDIT-INPUT-DISPLAY
016750     PERFORM 4400-WRITE-BATCH-OUTPUT THRU 4400-EXIT
016760     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
016770     ADD 1 TO MAIN-GOOD-COUNT
016780     ADD MAIN-DECIMAL-OUTPUT TO MAIN-HASH-TOTAL
016790     IF MAIN-MASTER-READY
016800         PERFORM 8500-UPDATE-MASTER-RECORD THRU 8500-EXIT
016810     END-IF.
016820 4700-EXIT.
016830     EXIT.
016840*
016850******************************************************************
016860* 4750-EDIT-DECIMAL-RECORD - THE VALUE MUST BE A FULL TEN-DIGIT
016870* UNSIGNED NUMBER. A BLANK VALUE IS A SHORT RECORD (02), ANY
016880* OTHER NON-DIGIT IS NON-NUMERIC (01). THE RAW VALUE IS LEFT IN
016890* THE CODE AREA SO A REJECT CARRIES WHAT THE PARTNER SENT.
016900******************************************************************
016910 4750-EDIT-DECIMAL-RECORD.
016920     MOVE "00" TO MAIN-EDIT-REASON
016930     MOVE SPACES TO MAIN-DECIMAL-RESULT-DISPLAY
016940     MOVE ENC-DECIMAL-VALUE-X TO MAIN-DECIMAL-RESULT-DISPLAY
016950     EVALUATE TRUE
016960         WHEN ENC-DECIMAL-VALUE-X = SPACES
016970             SET MAIN-EDIT-SHORT-RECORD TO TRUE
016980         WHEN ENC-DECIMAL-VALUE IS NOT NUMERIC
016990             SET MAIN-EDIT-NON-NUMERIC TO TRUE
017000     END-EVALUATE.
017010 4750-EXIT.
017020     EXIT.
017030*
017040******************************************************************
017050* 4800-CHECK-KEY-HISTORY - A PARTNER RECORD WHOSE KEY THE FEED
017060* HAS ALREADY HAD ACCEPTED IS A DUPLICATE; ONE WHOSE KEY WAS
017070* ONLY EVER REJECTED MAY BE SENT AGAIN CLEAN. A RESUBMISSION
017080* PASSES ONLY WHEN THE KEY IS ON FILE REJECTED AND NEVER YET
017090* ACCEPTED. A RESTART REPROCESSES THE RECORDS AFTER ITS
017100* CHECKPOINT, SO A KEY LAST POSTED FROM THIS VERY RECORD NUMBER
017110* IS THE INTERRUPTED RUN'S OWN POSTING, NOT A DUPLICATE. A
017120* REFUSED RECORD LEAVES THE HISTORY AS IT WAS.
017130******************************************************************
017140 4800-CHECK-KEY-HISTORY.
017150     MOVE "00" TO MAIN-EDIT-REASON
017160     MOVE "N" TO MAIN-KEY-ON-FILE-SW
017170     MOVE SPACES TO KEY-HISTORY-RECORD
017180     MOVE MAIN-KEY-FEED-ID TO KHS-FEED-ID
017190     MOVE MAIN-REFERENCE-KEY TO KHS-REFERENCE-KEY
017200     READ KEY-HISTORY-FILE
017210     EVALUATE FIB-HISTORY-STATUS
017220         WHEN "00"
017230             SET MAIN-KEY-ON-FILE TO TRUE
017240         WHEN "23"
017250             CONTINUE
017260         WHEN OTHER
017270             DISPLAY "** REFERENCE-KEY HISTORY READ FAILED AT "
017280                 "RECORD " MAIN-RECORDS-READ " - STATUS: "
017290                 FIB-HISTORY-STATUS
017300             DISPLAY "** BATCH RUN ABORTED."
017310             SET MAIN-HISTORY-FAILED TO TRUE
017320             SET MAIN-BATCH-ABORT TO TRUE
017330             MOVE "Y" TO MAIN-END-OF-INPUT-SW
017340             GO TO 4800-EXIT
017350     END-EVALUATE
017360     IF NOT MAIN-KEY-ON-FILE
017370         IF MAIN-RESUBMIT-RECORD
017380             SET MAIN-EDIT-NOT-RESUBMITTABLE TO TRUE
017390             ADD 1 TO MAIN-RESUB-REFUSED-COUNT
017400         END-IF
017410         GO TO 4800-EXIT
017420     END-IF
017430     IF MAIN-RESTART-RUN
017440        AND KHS-LAST-RECORD-NUMBER = MAIN-RECORDS-READ
017450         GO TO 4800-EXIT
017460     END-IF
017470     IF KHS-ACCEPTED
017480         SET MAIN-EDIT-DUPLICATE-KEY TO TRUE
017490         ADD 1 TO MAIN-DUPLICATE-COUNT
017500     END-IF.
017510 4800-EXIT.
017520     EXIT.
017530*
017540******************************************************************
017550* 4850-POST-KEY-HISTORY - RECORD THE OUTCOME OF A RECORD THAT
017560* PASSED THE HISTORY CHECK: FIRST SIGHT WRITES A NEW HISTORY
017570* RECORD, EVERY SIGHT AFTER THAT UPDATES IT. ACCEPTED IS FINAL -
017580* A LATER REJECT NEVER TURNS AN ACCEPTED KEY BACK. A POSTING
017590* THAT FAILS IS COUNTED AS AN ERROR; THE RECORD HAS ALREADY BEEN
017600* WRITTEN AND IS NOT TAKEN BACK.
017610******************************************************************
017620 4850-POST-KEY-HISTORY.
017630     ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
017640     IF NOT MAIN-KEY-ON-FILE
017650         MOVE SPACES TO KEY-HISTORY-RECORD
017660         MOVE MAIN-KEY-FEED-ID TO KHS-FEED-ID
017670         MOVE MAIN-REFERENCE-KEY TO KHS-REFERENCE-KEY
017680         MOVE FIB-RUN-DATE TO KHS-FIRST-PROCESSED-DATE
017690         MOVE ZERO TO KHS-ACCEPTED-DATE
017700         MOVE ZERO TO KHS-TIMES-PROCESSED
017710         SET KHS-REJECTED TO TRUE
017720     END-IF
017730     EVALUATE TRUE
017740         WHEN KHS-ACCEPTED
017750             CONTINUE
017760         WHEN MAIN-RECORD-REJECTED
017770             MOVE MAIN-EDIT-REASON TO KHS-REASON-CODE
017780         WHEN OTHER
017790             SET KHS-ACCEPTED TO TRUE
017800             MOVE FIB-RUN-DATE TO KHS-ACCEPTED-DATE
017810             IF MAIN-EDIT-ADJACENT-TERMS
017820                 MOVE "NC" TO KHS-REASON-CODE
017830             ELSE
017840                 MOVE "00" TO KHS-REASON-CODE
017850             END-IF
017860     END-EVALUATE
017870     MOVE FIB-RUN-DATE TO KHS-LAST-PROCESSED-DATE
017880     MOVE MAIN-RECORDS-READ TO KHS-LAST-RECORD-NUMBER
017890     ADD 1 TO KHS-TIMES-PROCESSED
017900     IF MAIN-KEY-ON-FILE
017910         REWRITE KEY-HISTORY-RECORD
017920     ELSE
017930         WRITE KEY-HISTORY-RECORD
017940     END-IF
017950     IF FIB-HISTORY-STATUS NOT = "00"
017960         DISPLAY "** REFERENCE-KEY HISTORY NOT POSTED FOR "
017970             MAIN-REFERENCE-KEY " - STATUS: " FIB-HISTORY-STATUS
017980         ADD 1 TO MAIN-ERROR-COUNT
017990     END-IF.
018000 4850-EXIT.
018010     EXIT.
018020*
018030******************************************************************
018040* 4900-CLOSE-BATCH-FILES - TRAILER, BALANCING, AND CLOSE-OUT.
018050* THE RUN IS ONLY DECLARED COMPLETE WHEN THE RECORDS WRITTEN
018060* (GOOD PLUS REJECTED) RECONCILE WITH THE RECORDS READ.
018070******************************************************************
018080 4900-CLOSE-BATCH-FILES.
018090     IF MAIN-MULTI-FEED
018100         IF MAIN-FEED-OPEN
018110             PERFORM 4650-END-ONE-FEED THRU 4650-EXIT
018120         END-IF
018130     ELSE
018140     PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT
018150     END-IF
018160     CLOSE BATCH-INPUT-FILE
018170     CLOSE BATCH-OUTPUT-FILE
018180     CLOSE REJECT-FILE
018190     IF MAIN-HISTORY-READY
018200         CLOSE KEY-HISTORY-FILE
018210         MOVE "N" TO MAIN-HISTORY-READY-SW
018220     END-IF
018230     IF NOT MAIN-MULTI-FEED
018240     MOVE SPACES TO CHECKPOINT-RECORD
018250     MOVE ZERO TO CKPT-LAST-RECORD-NO
018260     MOVE ZERO TO CKPT-GOOD-COUNT
018270     MOVE ZERO TO CKPT-REJECT-COUNT
018280     MOVE ZERO TO CKPT-HASH-TOTAL
018290     MOVE ZERO TO CKPT-ERROR-COUNT
018300     MOVE ZERO TO CKPT-OVERFLOW-COUNT
018310     MOVE ZERO TO CKPT-NORMALIZED-COUNT
018320     OPEN OUTPUT CHECKPOINT-FILE
018330     IF FIB-CHECKPOINT-STATUS NOT = "00"
018340         DISPLAY "** UNABLE TO OPEN CHECKPOINT FILE - STATUS: "
018350             FIB-CHECKPOINT-STATUS
018360         DISPLAY "** FINAL CHECKPOINT RESET WAS NOT WRITTEN."
018370     ELSE
018380         WRITE CHECKPOINT-RECORD
018390         IF FIB-CHECKPOINT-STATUS NOT = "00"
018400             DISPLAY "** UNABLE TO WRITE CHECKPOINT RECORD - "
018410                 "STATUS: " FIB-CHECKPOINT-STATUS
018420             DISPLAY "** FINAL CHECKPOINT RESET WAS NOT WRITTEN."
018430         END-IF
018440         CLOSE CHECKPOINT-FILE
018450     END-IF
018460     END-IF
018470     COMPUTE MAIN-BALANCE-COUNT =
018480         MAIN-GOOD-COUNT + MAIN-NORMALIZED-COUNT
018490             + MAIN-REJECT-COUNT
018500     EVALUATE TRUE
018510         WHEN MAIN-THRESHOLD-EXCEEDED
018520             DISPLAY "** RUN STOPPED BY THE ERROR THRESHOLD - "
018530                 "DO NOT LOAD THE OUTPUT FILE."
018540             DISPLAY "** RECORDS READ:     " MAIN-RECORDS-READ
018550             DISPLAY "** RECORDS IN ERROR: " MAIN-ERROR-COUNT
018560         WHEN MAIN-BALANCE-COUNT = MAIN-RECORDS-READ
018570             DISPLAY "BATCH RUN COMPLETE - RECORDS PROCESSED: "
018580                 MAIN-RECORDS-READ
018590             DISPLAY "  GOOD RECORDS CONVERTED: " MAIN-GOOD-COUNT
018600             DISPLAY "  RECORDS NORMALIZED:     "
018610                 MAIN-NORMALIZED-COUNT
018620             DISPLAY "  RECORDS REJECTED:       "
018630                 MAIN-REJECT-COUNT
018640             DISPLAY "  RECORDS OVERFLOW-FLAGGED: "
018650                 MAIN-OVERFLOW-COUNT
018660             DISPLAY "  DUPLICATE KEYS REFUSED: "
018670                 MAIN-DUPLICATE-COUNT
018680             DISPLAY "  RESUBMISSIONS REFUSED:  "
018690                 MAIN-RESUB-REFUSED-COUNT
018700         WHEN OTHER
018710             DISPLAY "** BATCH RUN OUT OF BALANCE - DO NOT LOAD "
018720                 "THE OUTPUT FILE."
018730             DISPLAY "** RECORDS READ:    " MAIN-RECORDS-READ
018740             DISPLAY "** RECORDS WRITTEN: " MAIN-BALANCE-COUNT
018750             SET MAIN-BATCH-ABORT TO TRUE
018760     END-EVALUATE
018770     IF MAIN-MULTI-FEED
018780         PERFORM 4950-PRINT-FEED-SUMMARY THRU 4950-EXIT
018790     END-IF.
018800 4900-EXIT.
018810     EXIT.
018820*
018830******************************************************************
018840* 4910-WRITE-BATCH-TRAILER - DETAIL COUNT AND HASH TOTAL SO THE
018850* DOWNSTREAM LOAD CAN PROVE IT RECEIVED THE WHOLE FILE
018860******************************************************************
018870 4910-WRITE-BATCH-TRAILER.
018880     MOVE SPACES TO BATCH-TRAILER-RECORD
018890     MOVE "TRL" TO TRL-RECORD-TYPE
018900     MOVE MAIN-GOOD-COUNT TO TRL-DETAIL-COUNT
018910     ADD MAIN-NORMALIZED-COUNT TO TRL-DETAIL-COUNT
018920     MOVE MAIN-HASH-TOTAL TO TRL-HASH-TOTAL
018930     WRITE BATCH-TRAILER-RECORD.
018940 4910-EXIT.
018950     EXIT.
018960*
018970******************************************************************
018980* 4920-WRITE-FEED-TRAILER - ONE TRAILER PER FEED IN A MULTI-FEED
018990* RUN, CARRYING THAT FEED'S OWN DETAIL COUNT AND HASH TOTAL SO
019000* EACH PARTNER'S HAND-OFF BALANCES ON ITS OWN
019010******************************************************************
019020 4920-WRITE-FEED-TRAILER.
019030     MOVE SPACES TO BATCH-TRAILER-RECORD
019040     MOVE "TRL" TO TRL-RECORD-TYPE
019050     MOVE MAIN-FEED-GOOD-COUNT TO TRL-DETAIL-COUNT
019060     ADD MAIN-FEED-NORMAL-COUNT TO TRL-DETAIL-COUNT
019070     MOVE MAIN-FEED-HASH-TOTAL TO TRL-HASH-TOTAL
019080     WRITE BATCH-TRAILER-RECORD.
019090 4920-EXIT.
019100     EXIT.
019110*
019120******************************************************************
019130* 4950-PRINT-FEED-SUMMARY - THE END-OF-NIGHT ROLL CALL: EVERY
019140* REGISTERED FEED IS NAMED ARRIVED, SUSPENDED, OR MISSING, SO A
019150* PARTNER FILE THAT NEVER CAME IS KNOWN TONIGHT, NOT AT 9 AM.
019160******************************************************************
019170 4950-PRINT-FEED-SUMMARY.
019180     DISPLAY "END-OF-NIGHT FEED SUMMARY:"
019190     MOVE ZERO TO MAIN-FEEDS-MISSING
019200     PERFORM 4960-SUMMARIZE-ONE-FEED THRU 4960-EXIT
019210         VARYING FIB-FEED-IDX FROM 1 BY 1
019220             UNTIL FIB-FEED-IDX > FIB-FEED-USED
019230     IF MAIN-FEEDS-MISSING > ZERO
019240         DISPLAY "** " MAIN-FEEDS-MISSING " REGISTERED FEED(S) "
019250             "NEVER ARRIVED - CHASE THE PARTNER BEFORE THE "
019260             "MORNING LOAD."
019270     END-IF.
019280 4950-EXIT.
019290     EXIT.
019300*
019310 4960-SUMMARIZE-ONE-FEED.
019320     EVALUATE TRUE
019330         WHEN FIB-FEED-ARRIVED-SW (FIB-FEED-IDX) = "Y"
019340             DISPLAY "  FEED " FIB-FEED-REG-ID (FIB-FEED-IDX)
019350                 " ARRIVED - GOOD: " FIB-FEED-GOOD (FIB-FEED-IDX)
019360                 " NORMALIZED: " FIB-FEED-NORMAL (FIB-FEED-IDX)
019370                 " REJECTED: " FIB-FEED-REJECT (FIB-FEED-IDX)
019380         WHEN FIB-FEED-FLAG (FIB-FEED-IDX) = "S"
019390             DISPLAY "  FEED " FIB-FEED-REG-ID (FIB-FEED-IDX)
019400                 " SUSPENDED - NOT EXPECTED TONIGHT."
019410         WHEN OTHER
019420             ADD 1 TO MAIN-FEEDS-MISSING
019430             DISPLAY "** FEED " FIB-FEED-REG-ID (FIB-FEED-IDX)
019440                 " NEVER ARRIVED."
019450     END-EVALUATE.
019460 4960-EXIT.
019470     EXIT.
019480*
019490******************************************************************
019500* 8000-WRITE-AUDIT-RECORD - ONE LINE PER CONVERSION, ANY MODE.
019510* THE FILE IS OPENED AND CLOSED AROUND EACH WRITE, THE SAME AS
019520* THE MENU DOES. THE CHAIN TAIL IN FIBAUDTL IS HELD UNDER AN
019530* EXCLUSIVE LOCK FROM THE MOMENT IT IS READ UNTIL IT HAS BEEN
019540* REWRITTEN, AND FIBAUDIT IS OPENED, WRITTEN AND CLOSED INSIDE
019550* THAT HOLD. THE FIBSPLIT STREAMS AND THE MENU EACH WAIT THEIR
019560* TURN FOR THE LOCK, SO EVERY RECORD TAKES THE NEXT SEQUENCE
019570* NUMBER AND CHAINS FROM THE RECORD WRITTEN JUST BEFORE IT,
019580* WHOEVER WROTE IT. A FAILED WRITE LEAVES THE TAIL WHERE IT WAS.
019590* A TAIL THAT CANNOT BE LOCKED IS NOT GUESSED AT: THE RECORD
019600* GOES OUT WITH NO SEQUENCE OR CHECK VALUE, SO THE AUDIT VERIFY
019610* REPORTS IT, AND THE CHAIN RUNS ON PAST IT UNBROKEN.
019620******************************************************************
019630 8000-WRITE-AUDIT-RECORD.
019640     PERFORM 8020-GET-AUDIT-CHAIN-TAIL THRU 8020-EXIT
019650     OPEN EXTEND AUDIT-FILE
019660     IF FIB-AUDIT-STATUS = "35"
019670         OPEN OUTPUT AUDIT-FILE
019680     END-IF
019690     IF FIB-AUDIT-STATUS NOT = "00"
019700         DISPLAY "** UNABLE TO WRITE THE AUDIT TRAIL - "
019710             "STATUS: " FIB-AUDIT-STATUS
019720         PERFORM 8080-RELEASE-AUDIT-CHAIN-TAIL THRU 8080-EXIT
019730         GO TO 8000-EXIT
019740     END-IF
019750     MOVE SPACES TO AUDIT-RECORD
019760     ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
019770     ACCEPT FIB-RUN-TIME FROM TIME
019780     MOVE MAIN-AUDIT-INPUT-DISPLAY TO AUD-FIBONACCI-INPUT
019790     MOVE MAIN-DECIMAL-OUTPUT TO AUD-DECIMAL-OUTPUT
019800     MOVE MAIN-RETURN-CODE TO AUD-CONVERSION-STATUS
019810     IF MAIN-NORMALIZED-RECORD
019820         MOVE "NC" TO AUD-CONVERSION-STATUS
019830     END-IF
019840     MOVE FIB-RUN-DATE TO AUD-RUN-DATE
019850     MOVE FIB-RUN-TIME TO AUD-RUN-TIME
019860     MOVE FIB-OPERATOR-ID TO AUD-OPERATOR-ID
019870     IF MAIN-AUDIT-TAIL-HELD
019880         MOVE MAIN-AUDIT-LAST-SEQUENCE TO AUD-SEQUENCE-NUMBER
019890         ADD 1 TO AUD-SEQUENCE-NUMBER
019900         CALL "FibonacciAuditChain" USING AUDIT-RECORD
019910                                          MAIN-AUDIT-LAST-CHECK
019920                                          MAIN-AUDIT-CHAIN-CHECK
019930         MOVE MAIN-AUDIT-CHAIN-CHECK TO AUD-CHAIN-CHECK
019940     END-IF
019950     WRITE AUDIT-RECORD
019960     IF FIB-AUDIT-STATUS NOT = "00"
019970         DISPLAY "** AUDIT RECORD NOT WRITTEN - STATUS: "
019980             FIB-AUDIT-STATUS
019990         CLOSE AUDIT-FILE
020000         PERFORM 8080-RELEASE-AUDIT-CHAIN-TAIL THRU 8080-EXIT
020010         GO TO 8000-EXIT
020020     END-IF
020030     CLOSE AUDIT-FILE
020040     IF MAIN-AUDIT-TAIL-HELD
020050         ADD 1 TO MAIN-AUDIT-LAST-SEQUENCE
020060         MOVE MAIN-AUDIT-CHAIN-CHECK TO MAIN-AUDIT-LAST-CHECK
020070         PERFORM 8090-SAVE-AUDIT-CHAIN-TAIL THRU 8090-EXIT
020080     END-IF.
020090 8000-EXIT.
020100     EXIT.
020110*
020120******************************************************************
020130* 8020-GET-AUDIT-CHAIN-TAIL - LOCK THE FIBAUDTL RECORD AND TAKE
020140* THE TAIL FROM IT. WHILE ANOTHER WRITER HOLDS IT (STATUS 61)
020150* THE OPEN IS TRIED AGAIN, FOR UP TO THIRTY SECONDS. A FILE
020160* THAT IS MISSING OR EMPTY IS CREATED WITH A BLANK RECORD AND
020170* THEN LOCKED LIKE ANY OTHER. A BLANK OR NON-NUMERIC RECORD, OR
020180* A SAVE THAT FAILED EARLIER IN THIS RUN, SENDS THE SEARCH TO
020190* THE TRAIL ITSELF (1100) - STILL UNDER THE LOCK - AND THE SAVE
020200* AFTER THE WRITE PUTS A GOOD RECORD BACK.
020210******************************************************************
020220 8020-GET-AUDIT-CHAIN-TAIL.
020230     MOVE "N" TO MAIN-AUDIT-TAIL-HELD-SW
020240     MOVE "N" TO MAIN-AUDIT-TAIL-LOCK-END-SW
020250     PERFORM 8037-READ-LOCK-CLOCK THRU 8037-EXIT
020260     MOVE MAIN-TAIL-WAIT-NOW TO MAIN-TAIL-WAIT-START
020270     PERFORM 8030-LOCK-AUDIT-CHAIN-TAIL THRU 8030-EXIT
020280         UNTIL MAIN-AUDIT-TAIL-HELD
020290            OR MAIN-AUDIT-TAIL-LOCK-END
020300     IF NOT MAIN-AUDIT-TAIL-HELD
020310         DISPLAY "** AUDIT CHAIN TAIL NOT LOCKED - STATUS: "
020320             FIB-AUDTL-STATUS
020330         DISPLAY "** THE AUDIT RECORD GOES OUT UNCHAINED."
020340         GO TO 8020-EXIT
020350     END-IF
020360     IF MAIN-AUDIT-TAIL-UNSAVED
020370        OR ATL-LAST-SEQUENCE NOT NUMERIC
020380        OR ATL-LAST-CHECK NOT NUMERIC
020390         PERFORM 1100-FIND-AUDIT-CHAIN-TAIL THRU 1100-EXIT
020400         GO TO 8020-EXIT
020410     END-IF
020420     MOVE ATL-LAST-SEQUENCE TO MAIN-AUDIT-LAST-SEQUENCE
020430     MOVE ATL-LAST-CHECK TO MAIN-AUDIT-LAST-CHECK.
020440 8020-EXIT.
020450     EXIT.
020460*
020470 8030-LOCK-AUDIT-CHAIN-TAIL.
020480     OPEN I-O AUDIT-TAIL-FILE
020490     EVALUATE FIB-AUDTL-STATUS
020500         WHEN "00"
020510             CONTINUE
020520         WHEN "35"
020530             PERFORM 8040-CREATE-AUDIT-CHAIN-TAIL THRU 8040-EXIT
020540             GO TO 8030-EXIT
020550         WHEN "61"
020560             PERFORM 8035-CHECK-LOCK-WAIT THRU 8035-EXIT
020570             GO TO 8030-EXIT
020580         WHEN OTHER
020590             SET MAIN-AUDIT-TAIL-LOCK-END TO TRUE
020600             GO TO 8030-EXIT
020610     END-EVALUATE
020620     MOVE SPACES TO AUDIT-TAIL-RECORD
020630     READ AUDIT-TAIL-FILE
020640         AT END
020650             CLOSE AUDIT-TAIL-FILE
020660             PERFORM 8040-CREATE-AUDIT-CHAIN-TAIL THRU 8040-EXIT
020670             GO TO 8030-EXIT
020680     END-READ
020690     IF FIB-AUDTL-STATUS NOT = "00"
020700         CLOSE AUDIT-TAIL-FILE
020710         SET MAIN-AUDIT-TAIL-LOCK-END TO TRUE
020720         GO TO 8030-EXIT
020730     END-IF
020740     SET MAIN-AUDIT-TAIL-HELD TO TRUE.
020750 8030-EXIT.
020760     EXIT.
020770*
020780 8035-CHECK-LOCK-WAIT.
020790     PERFORM 8037-READ-LOCK-CLOCK THRU 8037-EXIT
020800     IF MAIN-TAIL-WAIT-NOW < MAIN-TAIL-WAIT-START
020810         ADD 8640000 TO MAIN-TAIL-WAIT-NOW
020820     END-IF
020830     IF MAIN-TAIL-WAIT-NOW - MAIN-TAIL-WAIT-START > 3000
020840         SET MAIN-AUDIT-TAIL-LOCK-END TO TRUE
020850     END-IF.
020860 8035-EXIT.
020870     EXIT.
020880*
020890 8037-READ-LOCK-CLOCK.
020900     ACCEPT MAIN-TAIL-CLOCK FROM TIME
020910     COMPUTE MAIN-TAIL-WAIT-NOW =
020920         MAIN-TAIL-CLOCK-HH * 360000 + MAIN-TAIL-CLOCK-MM * 6000
020930       + MAIN-TAIL-CLOCK-SS * 100 + MAIN-TAIL-CLOCK-CC.
020940 8037-EXIT.
020950     EXIT.
020960*
020970 8040-CREATE-AUDIT-CHAIN-TAIL.
020980     MOVE SPACES TO AUDIT-TAIL-RECORD
020990     OPEN OUTPUT AUDIT-TAIL-FILE
021000     EVALUATE FIB-AUDTL-STATUS
021010         WHEN "00"
021020             WRITE AUDIT-TAIL-RECORD
021030             CLOSE AUDIT-TAIL-FILE
021040         WHEN "61"
021050             PERFORM 8035-CHECK-LOCK-WAIT THRU 8035-EXIT
021060         WHEN OTHER
021070             SET MAIN-AUDIT-TAIL-LOCK-END TO TRUE
021080     END-EVALUATE.
021090 8040-EXIT.
021100     EXIT.
021110*
021120******************************************************************
021130* 8080-RELEASE-AUDIT-CHAIN-TAIL - GIVE UP THE LOCK WITHOUT
021140* CHANGING THE TAIL, WHEN NO AUDIT RECORD WAS WRITTEN.
021150******************************************************************
021160 8080-RELEASE-AUDIT-CHAIN-TAIL.
021170     IF MAIN-AUDIT-TAIL-HELD
021180         CLOSE AUDIT-TAIL-FILE
021190         MOVE "N" TO MAIN-AUDIT-TAIL-HELD-SW
021200     END-IF.
021210 8080-EXIT.
021220     EXIT.
021230*
021240******************************************************************
021250* 8090-SAVE-AUDIT-CHAIN-TAIL - REWRITE THE LOCKED FIBAUDTL RECORD
021260* WITH THE RECORD JUST WRITTEN, THEN LET THE LOCK GO. A TAIL
021270* THAT CANNOT BE SAVED IS SHOWN TO THE OPERATOR, AND THE REST OF
021280* THIS RUN FINDS ITS TAIL ON THE TRAIL UNTIL A SAVE GOES
021290* THROUGH.
021300******************************************************************
021310 8090-SAVE-AUDIT-CHAIN-TAIL.
021320     MOVE SPACES TO AUDIT-TAIL-RECORD
021330     MOVE MAIN-AUDIT-LAST-SEQUENCE TO ATL-LAST-SEQUENCE
021340     MOVE MAIN-AUDIT-LAST-CHECK TO ATL-LAST-CHECK
021350     MOVE FIB-RUN-DATE TO ATL-WRITTEN-DATE
021360     MOVE FIB-RUN-TIME TO ATL-WRITTEN-TIME
021370     REWRITE AUDIT-TAIL-RECORD
021380     IF FIB-AUDTL-STATUS = "00"
021390         MOVE "N" TO MAIN-AUDIT-TAIL-UNSAVED-SW
021400     ELSE
021410         SET MAIN-AUDIT-TAIL-UNSAVED TO TRUE
021420         DISPLAY "** AUDIT CHAIN TAIL NOT SAVED - STATUS: "
021430             FIB-AUDTL-STATUS
021440     END-IF
021450     PERFORM 8080-RELEASE-AUDIT-CHAIN-TAIL THRU 8080-EXIT.
021460 8090-EXIT.
021470     EXIT.
021480*
021490******************************************************************
021500* 8500-UPDATE-MASTER-RECORD - POST ONE CLEAN CONVERSION TO THE
021510* CONVERSION MASTER: FIRST SIGHT WRITES A NEW RECORD, EVERY
021520* SIGHT AFTER THAT BUMPS THE COUNT AND THE LAST-SEEN STAMP. THE
021530* ALTERNATE INDEX ON THE CODE IS CARRIED BY THE SAME WRITE OR
021540* REWRITE; A STATUS 02 ON THE WRITE MEANS THE CODE WAS ALREADY
021550* ON FILE UNDER ANOTHER VALUE, WHICH THE MASTER VERIFY REPORTS.
021560******************************************************************
021570 8500-UPDATE-MASTER-RECORD.
021580     MOVE SPACES TO MASTER-RECORD
021590     MOVE MAIN-DECIMAL-OUTPUT TO MST-DECIMAL-VALUE
021600     READ MASTER-FILE
021610     EVALUATE FIB-MASTER-STATUS
021620         WHEN "00"
021630             ADD 1 TO MST-CONVERSION-COUNT
021640             MOVE FIB-RUN-DATE TO MST-LAST-SEEN-DATE
021650             MOVE FIB-RUN-TIME TO MST-LAST-SEEN-TIME
021660             REWRITE MASTER-RECORD
021670*
021680*            THE CODE IS NOT CHANGED BY THE REWRITE, SO A 02 ONLY
021690*            SAYS IT SHARES THE ALTERNATE KEY WITH ANOTHER VALUE -
021700*            REPORTED WHEN THAT RECORD WAS WRITTEN. THE POSTING
021710*            STANDS.
021720             IF FIB-MASTER-STATUS NOT = "00"
021730                AND FIB-MASTER-STATUS NOT = "02"
021740                 PERFORM 8550-MASTER-POSTING-FAILED THRU 8550-EXIT
021750             END-IF
021760         WHEN "23"
021770             MOVE SPACES TO MASTER-RECORD
021780             MOVE MAIN-DECIMAL-OUTPUT TO MST-DECIMAL-VALUE
021790             MOVE MAIN-DECIMAL-RESULT-DISPLAY TO
021800                 MST-ZECKENDORF-CODE
021810             MOVE FIB-RUN-DATE TO MST-FIRST-SEEN-DATE
021820             MOVE FIB-RUN-TIME TO MST-FIRST-SEEN-TIME
021830             MOVE FIB-RUN-DATE TO MST-LAST-SEEN-DATE
021840             MOVE FIB-RUN-TIME TO MST-LAST-SEEN-TIME
021850             MOVE 1 TO MST-CONVERSION-COUNT
021860             WRITE MASTER-RECORD
021870             EVALUATE FIB-MASTER-STATUS
021880                 WHEN "00"
021890                     CONTINUE
021900                 WHEN "02"
021910                     DISPLAY "** CODE IS ON THE MASTER UNDER "
021920                         "ANOTHER VALUE - RUN THE MASTER VERIFY."
021930                     DISPLAY "** NEW VALUE POSTED: "
021940                         MAIN-DECIMAL-OUTPUT
021950                 WHEN OTHER
021960                     PERFORM 8550-MASTER-POSTING-FAILED
021970                         THRU 8550-EXIT
021980             END-EVALUATE
021990         WHEN OTHER
022000             DISPLAY "** MASTER READ FAILED - STATUS: "
022010                 FIB-MASTER-STATUS
022020             DISPLAY "** POSTING SKIPPED FOR VALUE: "
022030                 MAIN-DECIMAL-OUTPUT
022040     END-EVALUATE.
022050 8500-EXIT.
022060     EXIT.
022070*
022080 8550-MASTER-POSTING-FAILED.
022090     DISPLAY "** MASTER POSTING FAILED - STATUS: "
022100         FIB-MASTER-STATUS
022110     DISPLAY "** POSTING LOST FOR VALUE: " MAIN-DECIMAL-OUTPUT.
022120 8550-EXIT.
022130     EXIT.
022140*
022150******************************************************************
022160* 8800-WRITE-SECURITY-LOG - ONE RECORD PER DENIED ATTEMPT. THE
022170* LOG IS OPENED AND CLOSED AROUND EACH WRITE SO A DENIAL IS ON
022180* DISK BEFORE THE RUN ENDS.
022190******************************************************************
022200 8800-WRITE-SECURITY-LOG.
022210     OPEN EXTEND SECURITY-LOG-FILE
022220     IF FIB-SECURITY-STATUS = "35"
022230         OPEN OUTPUT SECURITY-LOG-FILE
022240     END-IF
022250     IF FIB-SECURITY-STATUS NOT = "00"
022260         DISPLAY "** UNABLE TO WRITE THE SECURITY LOG - "
022270             "STATUS: " FIB-SECURITY-STATUS
022280         GO TO 8800-EXIT
022290     END-IF
022300     MOVE SPACES TO SECURITY-LOG-RECORD
022310     ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
022320     ACCEPT FIB-RUN-TIME FROM TIME
022330     MOVE FIB-RUN-DATE TO SEC-RUN-DATE
022340     MOVE FIB-RUN-TIME TO SEC-RUN-TIME
022350     MOVE FIB-OPERATOR-ID TO SEC-OPERATOR-ID
022360     MOVE "FIBCNVDRV" TO SEC-PROGRAM-ID
022370     MOVE MAIN-DENIED-FUNCTION TO SEC-FUNCTION
022380     MOVE "DENIED" TO SEC-DISPOSITION
022390     WRITE SECURITY-LOG-RECORD
022400     CLOSE SECURITY-LOG-FILE.
022410 8800-EXIT.
022420     EXIT.
022430*
022440******************************************************************
022450* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
022460* TO THE SHARED RUN LOG, POSTED AFTER THE CONDITION CODE IS
022470* DECIDED SO THE MORNING REPORT SEES THE SAME GRADE THE
022480* SCHEDULER SAW
022490******************************************************************
022500 9800-WRITE-RUN-SUMMARY.
022510     OPEN EXTEND RUN-LOG-FILE
022520     IF FIB-RUNLOG-STATUS = "35"
022530         OPEN OUTPUT RUN-LOG-FILE
022540     END-IF
022550     IF FIB-RUNLOG-STATUS NOT = "00"
022560         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
022570             FIB-RUNLOG-STATUS
022580         GO TO 9800-EXIT
022590     END-IF
022600     MOVE SPACES TO RUN-LOG-RECORD
022610     ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
022620     ACCEPT FIB-RUN-TIME FROM TIME
022630     MOVE "FIBCNVDRV" TO RLG-PROGRAM-ID
022640     MOVE FIB-RUN-DATE TO RLG-RUN-DATE
022650     MOVE FIB-RUN-TIME TO RLG-RUN-TIME
022660     MOVE MAIN-RECORDS-READ TO RLG-RECORDS-READ
022670     COMPUTE RLG-RECORDS-WRITTEN =
022680         MAIN-GOOD-COUNT + MAIN-NORMALIZED-COUNT
022690     MOVE MAIN-REJECT-COUNT TO RLG-RECORDS-REJECTED
022700     MOVE MAIN-HASH-TOTAL TO RLG-HASH-TOTAL
022710     MOVE RETURN-CODE TO RLG-RETURN-CODE
022720     WRITE RUN-LOG-RECORD
022730     CLOSE RUN-LOG-FILE.
022740 9800-EXIT.
022750     EXIT.
022760*
022770 9999-TERMINATE.
022780     IF MAIN-MASTER-READY
022790         CLOSE MASTER-FILE
022800     END-IF
022810     IF MAIN-HISTORY-READY
022820         CLOSE KEY-HISTORY-FILE
022830     END-IF
022840*
022850*    THE SCHEDULER BRANCHES ON THE CONDITION CODE: 0 CLEAN,
022860*    4 COMPLETED WITH BAD RECORDS, 8 STOPPED BY THE ERROR
022870*    THRESHOLD OR A REGISTERED FEED THAT NEVER ARRIVED,
022880*    16 ABORTED OR OUT OF BALANCE.
022890     EVALUATE TRUE
022900         WHEN MAIN-BATCH-ABORT
022910             MOVE 16 TO RETURN-CODE
022920         WHEN MAIN-THRESHOLD-EXCEEDED
022930             MOVE 8 TO RETURN-CODE
022940         WHEN MAIN-FEEDS-MISSING > ZERO
022950             MOVE 8 TO RETURN-CODE
022960         WHEN MAIN-ERROR-COUNT > ZERO
022970             MOVE 4 TO RETURN-CODE
022980         WHEN OTHER
022990             MOVE ZERO TO RETURN-CODE
023000     END-EVALUATE
023010     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT.
023020 9999-EXIT.
023030     EXIT.
023040*
023050******************************************************************
023060* 9999-END-OF-DRIVER - GUARD PARAGRAPH. CONTROL MUST NEVER FALL
023070* OUT OF THE MAINLINE INTO THE ENTRY POINTS BELOW, WHOSE LINKAGE
023080* HAS NO ADDRESS UNLESS A CALLER SUPPLIED IT.
023090******************************************************************
023100 9999-END-OF-DRIVER.
023110     STOP RUN.
023120*
023130******************************************************************
023140* ENTRY POINTS - CALLABLE BY THIS PROGRAM'S OWN MAINLINE OR BY
023150* ANY OTHER PROGRAM THAT COPIES FIBSEQ AND PASSES ITS OWN TABLE
023160******************************************************************
023170*
023180******************************************************************
023190* ENTRY 'FibonacciToDecimal' - DECOMPOSE PARM-FIBONACCI-INPUT INTO
023200* ITS ZECKENDORF DIGITS AND THE DECIMAL VALUE THOSE DIGITS READ
023210* AS. BUILDS THE TABLE ON ITS FIRST CALL IN A RUN ONLY.
023220******************************************************************
023230 ENTRY "FibonacciToDecimal" USING PARM-FIBONACCI-INPUT
023240                                 FIBONACCI-SEQUENCE
023250                                 DECIMAL-RESULT
023260                                 PARM-DECIMAL-OUTPUT
023270                                 PARM-RETURN-CODE.
023280     MOVE ZERO TO PARM-RETURN-CODE
023290     IF NOT FIB-SEQUENCE-BUILT
023300         PERFORM 6000-BUILD-SEQUENCE THRU 6000-EXIT
023310     END-IF
023320     PERFORM 7000-DECOMPOSE THRU 7000-EXIT
023330     EXIT PROGRAM.
023340*
023350******************************************************************
023360* ENTRY 'FibonacciDecode' - THE OTHER DIRECTION FROM
023370* 'FibonacciToDecimal': DECIMAL-RESULT IS READ AS A FULL
023380* ZECKENDORF DIGIT BREAKDOWN (ONE FLAG PER FIBONACCI-ARRAY TERM,
023390* THE SAME LAYOUT 7000-DECOMPOSE PRODUCES) AND SUMMED BACK TO
023400* THE TRUE DECIMAL VALUE THOSE FLAGGED TERMS REPRESENT.
023410******************************************************************
023420 ENTRY "FibonacciDecode" USING DECIMAL-RESULT
023430                               FIBONACCI-SEQUENCE
023440                               PARM-DECIMAL-OUTPUT
023450                               PARM-RETURN-CODE.
023460     MOVE ZERO TO PARM-RETURN-CODE
023470     IF NOT FIB-SEQUENCE-BUILT
023480         PERFORM 6000-BUILD-SEQUENCE THRU 6000-EXIT
023490     END-IF
023500     PERFORM 7200-DECODE-ZECKENDORF THRU 7200-EXIT
023510     EXIT PROGRAM.
023520*
023530******************************************************************
023540* ENTRY 'FibonacciAdd' - ADD TWO ZECKENDORF DIGIT BREAKDOWNS
023550* DIRECTLY, WITH NO ROUND TRIP THROUGH A CALLER-SIDE DECIMAL
023560* FIELD. THE RESULT IS RE-ENCODED CANONICALLY (NO ADJACENT
023570* 1-FLAGS). A SUM PAST WHAT THE TABLE CAN REPRESENT COMES BACK
023580* WITH RETURN CODE 90 - DO NOT TRUST THE RESULT DIGITS THEN.
023590******************************************************************
023600 ENTRY "FibonacciAdd" USING DECIMAL-RESULT
023610                           DECIMAL-RESULT-B
023620                           DECIMAL-RESULT-SUM
023630                           FIBONACCI-SEQUENCE
023640                           PARM-RETURN-CODE.
023650     MOVE ZERO TO PARM-RETURN-CODE
023660     IF NOT FIB-SEQUENCE-BUILT
023670         PERFORM 6000-BUILD-SEQUENCE THRU 6000-EXIT
023680     END-IF
023690     PERFORM 7300-ADD-ZECKENDORF THRU 7300-EXIT
023700     EXIT PROGRAM.
023710*
023720******************************************************************
023730* ENTRY 'FibonacciCompare' - COMPARE TWO ZECKENDORF DIGIT
023740* BREAKDOWNS DIRECTLY. PARM-COMPARE-RESULT COMES BACK 'L'
023750* (FIRST IS LOWER), 'E' (EQUAL), OR 'H' (FIRST IS HIGHER).
023760******************************************************************
023770 ENTRY "FibonacciCompare" USING DECIMAL-RESULT
023780                               DECIMAL-RESULT-B
023790                               FIBONACCI-SEQUENCE
023800                               PARM-COMPARE-RESULT.
023810     IF NOT FIB-SEQUENCE-BUILT
023820         PERFORM 6000-BUILD-SEQUENCE THRU 6000-EXIT
023830     END-IF
023840     PERFORM 7500-COMPARE-ZECKENDORF THRU 7500-EXIT
023850     EXIT PROGRAM.
023860*
023870*
023880******************************************************************
023890* ENTRY 'FibonacciSequenceBuild' - BUILD THE FULL FIXED-SIZE
023900* TABLE WITHOUT REQUIRING A FIBONACCI-INPUT VALUE, FOR A PURE
023910* SEQUENCE LOOKUP. ALSO A NO-OP IF ALREADY BUILT THIS RUN.
023920******************************************************************
023930 ENTRY "FibonacciSequenceBuild" USING FIBONACCI-SEQUENCE.
023940     IF NOT FIB-SEQUENCE-BUILT
023950         PERFORM 6000-BUILD-SEQUENCE THRU 6000-EXIT
023960     END-IF
023970     EXIT PROGRAM.
023980*
023990******************************************************************
024000* ENTRY 'FibonacciSequenceReport' - DISPLAY TERMS 1 THRU
024010* PARM-NUMBER-OF-TERMS, WITH THE DIGIT FLAG IF DECIMAL-RESULT
024020* HOLDS A DECOMPOSITION FOR THE CURRENT INPUT. THE TABLE ONLY
024030* HOLDS 55 TERMS, SO A REQUEST FOR MORE IS CLAMPED TO 55.
024040******************************************************************
024050 ENTRY "FibonacciSequenceReport" USING PARM-NUMBER-OF-TERMS
024060                                       FIBONACCI-SEQUENCE
024070                                       DECIMAL-RESULT.
024080     IF PARM-NUMBER-OF-TERMS > 55
024090         DISPLAY "** ONLY 55 TERMS ARE IN THE TABLE - SHOWING "
024100             "ALL 55."
024110         MOVE 55 TO PARM-NUMBER-OF-TERMS
024120     END-IF
024130     DISPLAY "  TERM  FIBONACCI-VALUE  ZECKENDORF-DIGIT"
024140     PERFORM 7600-DISPLAY-ONE-TERM THRU 7600-EXIT
024150         VARYING FIB-TERM-IDX FROM 1 BY 1
024160             UNTIL FIB-TERM-IDX > PARM-NUMBER-OF-TERMS
024170     EXIT PROGRAM.
024180*
024190******************************************************************
024200* 7600-DISPLAY-ONE-TERM - ONE LINE OF THE SEQUENCE-TABLE REPORT
024210******************************************************************
024220 7600-DISPLAY-ONE-TERM.
024230     DISPLAY FIB-TERM-IDX SPACE SPACE
024240         FIBONACCI-VALUE (FIB-TERM-IDX) SPACE SPACE
024250         DECIMAL-DIGIT (FIB-TERM-IDX).
024260 7600-EXIT.
024270     EXIT.
024280*
024290******************************************************************
024300* ENTRY 'FibonacciAuditChain' - THE CHAINED CHECK VALUE FOR ONE
024310* AUDITREC RECORD: ITS BYTES UP TO AND INCLUDING THE SEQUENCE
024320* NUMBER (THE FIRST 119), RUN ON FROM PARM-CHAIN-PRIOR, THE
024330* CHECK VALUE OF THE RECORD BEFORE IT (ZERO FOR THE FIRST). A
024340* WRITER STAMPS PARM-CHAIN-CHECK INTO AUD-CHAIN-CHECK; A VERIFY
024350* RECOMPUTES IT AND COMPARES.
024360******************************************************************
024370 ENTRY "FibonacciAuditChain" USING PARM-AUDIT-IMAGE
024380                                   PARM-CHAIN-PRIOR
024390                                   PARM-CHAIN-CHECK.
024400     PERFORM 7700-CHAIN-AUDIT-RECORD THRU 7700-EXIT
024410     EXIT PROGRAM.
024420*
024430******************************************************************
024440* 7700-CHAIN-AUDIT-RECORD - FOLD EACH BYTE INTO BOTH HALVES,
024450* EACH HALF KEPT AS A REMAINDER BY ITS OWN PRIME MODULUS
024460******************************************************************
024470 7700-CHAIN-AUDIT-RECORD.
024480     MOVE PARM-CHAIN-PRIOR TO FIB-CHAIN-VALUE
024490     MOVE FIB-CHAIN-HALF-A TO FIB-CHAIN-ACCUM-A
024500     MOVE FIB-CHAIN-HALF-B TO FIB-CHAIN-ACCUM-B
024510     PERFORM 7750-CHAIN-ONE-BYTE THRU 7750-EXIT
024520         VARYING FIB-CHAIN-BYTE-IDX FROM 1 BY 1
024530             UNTIL FIB-CHAIN-BYTE-IDX > 119
024540     MOVE FIB-CHAIN-ACCUM-A TO FIB-CHAIN-HALF-A
024550     MOVE FIB-CHAIN-ACCUM-B TO FIB-CHAIN-HALF-B
024560     MOVE FIB-CHAIN-VALUE TO PARM-CHAIN-CHECK.
024570 7700-EXIT.
024580     EXIT.
024590*
024600 7750-CHAIN-ONE-BYTE.
024610     MOVE PARM-AUDIT-IMAGE (FIB-CHAIN-BYTE-IDX:1)
024620         TO FIB-CHAIN-BYTE
024630     COMPUTE FIB-CHAIN-PRODUCT =
024640         FIB-CHAIN-ACCUM-A * 31 + FIB-CHAIN-BYTE-VALUE + 1
024650     DIVIDE FIB-CHAIN-PRODUCT BY 999999937
024660         GIVING FIB-CHAIN-QUOTIENT REMAINDER FIB-CHAIN-ACCUM-A
024670     COMPUTE FIB-CHAIN-PRODUCT =
024680         FIB-CHAIN-ACCUM-B * 37 + FIB-CHAIN-BYTE-VALUE + 1
024690     DIVIDE FIB-CHAIN-PRODUCT BY 999999929
024700         GIVING FIB-CHAIN-QUOTIENT REMAINDER FIB-CHAIN-ACCUM-B.
024710 7750-EXIT.
024720     EXIT.
024730*
024740******************************************************************
024750* 6000-BUILD-SEQUENCE - THE FULL FIXED-SIZE TABLE, ONCE
024760******************************************************************
024770 6000-BUILD-SEQUENCE.
024780     MOVE ZERO TO FIBONACCI-VALUE (1)
024790     MOVE 1 TO FIBONACCI-VALUE (2)
024800     PERFORM 6050-COMPUTE-ONE-TERM THRU 6050-EXIT
024810         VARYING FIB-TERM-IDX FROM 3 BY 1
024820             UNTIL FIB-TERM-IDX > 55
024830     SET FIB-SEQUENCE-BUILT TO TRUE.
024840 6000-EXIT.
024850     EXIT.
024860*
024870 6050-COMPUTE-ONE-TERM.
024880     COMPUTE FIBONACCI-VALUE (FIB-TERM-IDX) =
024890           FIBONACCI-VALUE (FIB-TERM-IDX - 1)
024900         + FIBONACCI-VALUE (FIB-TERM-IDX - 2).
024910 6050-EXIT.
024920     EXIT.
024930*
024940******************************************************************
024950* 7000-DECOMPOSE - GREEDY ZECKENDORF DECOMPOSITION, HIGH TERM
024960* TO LOW, THEN SUM THE FLAGGED TERMS BACK (VIA 7200-DECODE-
024970* ZECKENDORF) AS A ROUND-TRIP CHECK ON THE ORIGINAL INPUT
024980******************************************************************
024990 7000-DECOMPOSE.
025000     MOVE PARM-FIBONACCI-INPUT TO FIB-REMAINDER
025010     PERFORM 7050-DECOMPOSE-ONE-TERM THRU 7050-EXIT
025020         VARYING FIB-TERM-IDX FROM 55 BY -1
025030             UNTIL FIB-TERM-IDX < 1
025040     PERFORM 7200-DECODE-ZECKENDORF THRU 7200-EXIT.
025050 7000-EXIT.
025060     EXIT.
025070*
025080 7050-DECOMPOSE-ONE-TERM.
025090     IF FIB-REMAINDER >= FIBONACCI-VALUE (FIB-TERM-IDX)
025100        AND FIBONACCI-VALUE (FIB-TERM-IDX) > ZERO
025110         MOVE 1 TO DECIMAL-DIGIT (FIB-TERM-IDX)
025120         SUBTRACT FIBONACCI-VALUE (FIB-TERM-IDX)
025130             FROM FIB-REMAINDER
025140     ELSE
025150         MOVE 0 TO DECIMAL-DIGIT (FIB-TERM-IDX)
025160     END-IF.
025170 7050-EXIT.
025180     EXIT.
025190*
025200******************************************************************
025210* 7200-DECODE-ZECKENDORF - SUM THE FIBONACCI TERMS FLAGGED BY
025220* THE DIGITS OF DECIMAL-RESULT, POSITION FOR POSITION WITH THE
025230* DIGITS 7000-DECOMPOSE WOULD HAVE SET, ACROSS THE FULL TABLE.
025240******************************************************************
025250 7200-DECODE-ZECKENDORF.
025260     MOVE ZERO TO PARM-DECIMAL-OUTPUT
025270     PERFORM 7250-SUM-ONE-TERM THRU 7250-EXIT
025280         VARYING FIB-TERM-IDX FROM 1 BY 1
025290             UNTIL FIB-TERM-IDX > 55.
025300 7200-EXIT.
025310     EXIT.
025320*
025330 7250-SUM-ONE-TERM.
025340     IF DECIMAL-DIGIT (FIB-TERM-IDX) = 1
025350         ADD FIBONACCI-VALUE (FIB-TERM-IDX) TO PARM-DECIMAL-OUTPUT
025360             ON SIZE ERROR
025370                 MOVE 90 TO PARM-RETURN-CODE
025380         END-ADD
025390     END-IF.
025400 7250-EXIT.
025410     EXIT.
025420*
025430******************************************************************
025440* 7300-ADD-ZECKENDORF - SUM THE TERMS FLAGGED BY BOTH OPERANDS,
025450* THEN RE-ENCODE THE TOTAL GREEDILY, HIGH TERM TO LOW, SO THE
025460* RESULT CARRIES NO ADJACENT 1-FLAGS. A TOTAL THE TABLE CANNOT
025470* REPRESENT LEAVES A REMAINDER AND FLAGS RETURN CODE 90.
025480******************************************************************
025490 7300-ADD-ZECKENDORF.
025500     MOVE ZERO TO FIB-ARITH-TOTAL-A
025510     MOVE ZERO TO FIB-ARITH-TOTAL-B
025520     PERFORM 7520-SUM-A-TERM THRU 7520-EXIT
025530         VARYING FIB-TERM-IDX FROM 1 BY 1
025540             UNTIL FIB-TERM-IDX > 55
025550     PERFORM 7540-SUM-B-TERM THRU 7540-EXIT
025560         VARYING FIB-TERM-IDX FROM 1 BY 1
025570             UNTIL FIB-TERM-IDX > 55
025580     ADD FIB-ARITH-TOTAL-B TO FIB-ARITH-TOTAL-A
025590*
025600*    THE LARGEST CANONICALLY REPRESENTABLE TOTAL IS ONE LESS
025610*    THAN THE SUM OF THE TABLE'S TWO HIGHEST TERMS (THE NEXT
025620*    FIBONACCI NUMBER). PAST THAT THE GREEDY PASS WOULD ZERO
025630*    THE REMAINDER ONLY BY FLAGGING ADJACENT TERMS.
025640     COMPUTE FIB-ARITH-LIMIT =
025650         FIBONACCI-VALUE (55) + FIBONACCI-VALUE (54)
025660     IF FIB-ARITH-TOTAL-A >= FIB-ARITH-LIMIT
025670         MOVE 90 TO PARM-RETURN-CODE
025680     END-IF
025690     PERFORM 7360-ENCODE-ONE-TERM THRU 7360-EXIT
025700         VARYING FIB-TERM-IDX FROM 55 BY -1
025710             UNTIL FIB-TERM-IDX < 1
025720     IF FIB-ARITH-TOTAL-A > ZERO
025730         MOVE 90 TO PARM-RETURN-CODE
025740     END-IF.
025750 7300-EXIT.
025760     EXIT.
025770*
025780 7360-ENCODE-ONE-TERM.
025790     IF FIB-ARITH-TOTAL-A >= FIBONACCI-VALUE (FIB-TERM-IDX)
025800        AND FIBONACCI-VALUE (FIB-TERM-IDX) > ZERO
025810         MOVE 1 TO DECIMAL-DIGIT-SUM (FIB-TERM-IDX)
025820         SUBTRACT FIBONACCI-VALUE (FIB-TERM-IDX)
025830             FROM FIB-ARITH-TOTAL-A
025840     ELSE
025850         MOVE 0 TO DECIMAL-DIGIT-SUM (FIB-TERM-IDX)
025860     END-IF.
025870 7360-EXIT.
025880     EXIT.
025890*
025900******************************************************************
025910* 7500-COMPARE-ZECKENDORF - TOTAL EACH OPERAND'S FLAGGED TERMS
025920* AND SET THE ONE-CHARACTER COMPARE RESULT
025930******************************************************************
025940 7500-COMPARE-ZECKENDORF.
025950     MOVE ZERO TO FIB-ARITH-TOTAL-A
025960     MOVE ZERO TO FIB-ARITH-TOTAL-B
025970     PERFORM 7520-SUM-A-TERM THRU 7520-EXIT
025980         VARYING FIB-TERM-IDX FROM 1 BY 1
025990             UNTIL FIB-TERM-IDX > 55
026000     PERFORM 7540-SUM-B-TERM THRU 7540-EXIT
026010         VARYING FIB-TERM-IDX FROM 1 BY 1
026020             UNTIL FIB-TERM-IDX > 55
026030     EVALUATE TRUE
026040         WHEN FIB-ARITH-TOTAL-A < FIB-ARITH-TOTAL-B
026050             SET PARM-FIRST-IS-LOWER TO TRUE
026060         WHEN FIB-ARITH-TOTAL-A > FIB-ARITH-TOTAL-B
026070             SET PARM-FIRST-IS-HIGHER TO TRUE
026080         WHEN OTHER
026090             SET PARM-BOTH-ARE-EQUAL TO TRUE
026100     END-EVALUATE.
026110 7500-EXIT.
026120     EXIT.
026130*
026140 7520-SUM-A-TERM.
026150     IF DECIMAL-DIGIT (FIB-TERM-IDX) = 1
026160         ADD FIBONACCI-VALUE (FIB-TERM-IDX) TO FIB-ARITH-TOTAL-A
026170     END-IF.
026180 7520-EXIT.
026190     EXIT.
026200*
026210 7540-SUM-B-TERM.
026220     IF DECIMAL-DIGIT-B (FIB-TERM-IDX) = 1
026230         ADD FIBONACCI-VALUE (FIB-TERM-IDX) TO FIB-ARITH-TOTAL-B
026240     END-IF.
026250 7540-EXIT.
026260     EXIT.
026270*
