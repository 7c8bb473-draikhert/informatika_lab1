000100******************************************************************
000110* FIBONACCI JOB-STEP GATE - PASS OR HOLD ONE STEP OF THE NIGHTLY
000120* CHAIN ON WHAT ITS PREDECESSORS POSTED TO THE RUN LOG TONIGHT
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. FIBGATE.
000160 AUTHOR. DP-APPLICATIONS-GROUP.
000170 INSTALLATION. NIGHT-BATCH-CENTER.
000180 DATE-WRITTEN. 10/15/2026.
000190 DATE-COMPILED.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  --------------------------------------------
000240* 10/15/2026 DPG   ORIGINAL VERSION. RUN AHEAD OF EVERY STEP OF
000250*                  THE NIGHTLY CHAIN (FIBSPLIT, THE FIBCNVDRV
000260*                  STREAMS, FIBMERGE, FIBRECON, FIBSETTL AND
000270*                  FIBAUDHSK). THE FIBGPARM CARD NAMES THE STEP
000280*                  ABOUT TO RUN; ITS REQUIRED PREDECESSORS AND
000290*                  THE HIGHEST CONDITION CODE EACH MAY HAVE
000300*                  ENDED WITH COME FROM THE FIBGATES CONTROL
000310*                  FILE. EACH PREDECESSOR'S LATEST FIBRUNLG
000320*                  POSTING TONIGHT DECIDES IT: NO POSTING, OR A
000330*                  CONDITION CODE ABOVE THE MAXIMUM, HOLDS THE
000340*                  STEP. EVERY PREDECESSOR CHECK AND THE FINAL
000350*                  PASS OR HOLD ARE POSTED TO THE FIBGATLG GATE
000360*                  DECISION LOG FOR THE MORNING REPORT.
000370*                  CONDITION CODE: 0 PASS, 4 PASS WITH NO
000380*                  PREDECESSORS ON FILE FOR THE STEP, 8 HOLD,
000390*                  16 THE GATE COULD NOT DECIDE. THE SCHEDULER
000400*                  RUNS THE STEP ON 0 OR 4 ONLY.
000410*
000420* FIBGPARM CARD:  COLS 1-9   STEP NAME (AS IT POSTS TO FIBRUNLG)
000430*                 COLS 11-14 START OF THE NIGHT, HHMM (DEFAULT
000440*                            1800). A POSTING COUNTS AS TONIGHT'S
000450*                            WHEN IT WAS MADE AT OR AFTER THE
000460*                            MOST RECENT START OF THE NIGHT.
000470* FIBGATES CARDS: COLS 1-9   STEP NAME
000480*                 COLS 11-19 REQUIRED PREDECESSOR
000490*                 COLS 21-22 HIGHEST CONDITION CODE ALLOWED
000500*                 AN ASTERISK IN COLUMN 1 MARKS A COMMENT CARD.
000510*
000520******************************************************************
000530* ENVIRONMENT DIVISION
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PARM-FILE ASSIGN TO FIBGPARM
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GAT-PARM-STATUS.
000610     SELECT CONTROL-FILE ASSIGN TO FIBGATES
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GAT-CONTROL-STATUS.
000640     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS GAT-RUNLOG-STATUS.
000670     SELECT GATE-LOG-FILE ASSIGN TO FIBGATLG
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS GAT-GATELOG-STATUS.
000700*
000710******************************************************************
000720* DATA DIVISION
000730******************************************************************
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  PARM-FILE.
000770 01  PARM-CARD-RECORD.
000780     05  GPP-STEP-NAME                PIC X(09).
000790     05  FILLER                       PIC X(01).
000800     05  GPP-NIGHT-START              PIC 9(04).
000810 FD  CONTROL-FILE.
000820 01  GATE-CONTROL-RECORD.
000830     05  GTC-STEP-NAME                PIC X(09).
000840     05  GTC-STEP-NAME-R REDEFINES GTC-STEP-NAME.
000850         10  GTC-COMMENT-FLAG         PIC X(01).
000860             88  GTC-COMMENT-CARD               VALUE "*".
000870         10  FILLER                   PIC X(08).
000880     05  FILLER                       PIC X(01).
000890     05  GTC-PREDECESSOR              PIC X(09).
000900     05  FILLER                       PIC X(01).
000910     05  GTC-MAXIMUM-RC               PIC 9(02).
000920 FD  RUN-LOG-FILE.
000930 COPY RUNLOG.
000940 FD  GATE-LOG-FILE.
000950 COPY GATELOG.
000960*
000970 WORKING-STORAGE SECTION.
000980* ---------------------------------------------------------
000990* FILE STATUS AND RUN SWITCHES
001000* ---------------------------------------------------------
001010 77  GAT-PARM-STATUS                  PIC X(02) VALUE SPACES.
001020 77  GAT-CONTROL-STATUS               PIC X(02) VALUE SPACES.
001030 77  GAT-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
001040 77  GAT-GATELOG-STATUS               PIC X(02) VALUE SPACES.
001050 01  GAT-END-OF-CONTROL-SW            PIC X(01) VALUE "N".
001060     88  GAT-END-OF-CONTROL                     VALUE "Y".
001070 01  GAT-END-OF-RUNLOG-SW             PIC X(01) VALUE "N".
001080     88  GAT-END-OF-RUNLOG                      VALUE "Y".
001090 01  GAT-GATE-LOG-OPEN-SW             PIC X(01) VALUE "N".
001100     88  GAT-GATE-LOG-OPEN                      VALUE "Y".
001110 01  GAT-RUN-ABORT-SW                 PIC X(01) VALUE "N".
001120     88  GAT-RUN-ABORT                          VALUE "Y".
001130*
001140* ---------------------------------------------------------
001150* THE STEP BEING GATED AND THE DECISION
001160* ---------------------------------------------------------
001170 77  GAT-STEP-NAME                    PIC X(09) VALUE SPACES.
001180 77  GAT-DECISION                     PIC X(04) VALUE "HOLD".
001190 77  GAT-DECISION-REASON              PIC X(30) VALUE SPACES.
001200 77  GAT-POSTINGS-READ                PIC 9(08) VALUE ZERO COMP.
001210 77  GAT-POSTINGS-TONIGHT             PIC 9(08) VALUE ZERO COMP.
001220 77  GAT-HELD-COUNT                   PIC 9(02) VALUE ZERO COMP.
001230 01  GAT-HOLD-REASON.
001240     05  GAT-HLD-COUNT                PIC 9(02).
001250     05  FILLER                       PIC X(28)
001260                      VALUE " PREDECESSOR(S) UNSATISFIED".
001270*
001280* ---------------------------------------------------------
001290* TONIGHT'S WINDOW - A POSTING IS TONIGHT'S WHEN ITS DATE AND
001300* TIME STAMP FALLS AT OR AFTER THE MOST RECENT START OF THE
001310* NIGHT. BEFORE THE START TIME THAT IS YESTERDAY'S DATE, WORKED
001320* OUT BY HAND FROM THE MONTH LENGTHS.
001330* ---------------------------------------------------------
001340 01  GAT-RUN-DATE                     PIC 9(08) VALUE ZERO.
001350 01  GAT-RUN-TIME                     PIC 9(08) VALUE ZERO.
001360 01  GAT-NIGHT-START                  PIC 9(04) VALUE 1800.
001370 01  GAT-WINDOW-START.
001380     05  GAT-WINDOW-DATE              PIC 9(08) VALUE ZERO.
001390     05  GAT-WINDOW-TIME              PIC 9(08) VALUE ZERO.
001400 01  GAT-POSTING-STAMP.
001410     05  GAT-POSTING-DATE             PIC 9(08) VALUE ZERO.
001420     05  GAT-POSTING-TIME             PIC 9(08) VALUE ZERO.
001430 01  GAT-PRIOR-DAY                    PIC 9(08) VALUE ZERO.
001440 01  GAT-PRIOR-DAY-R REDEFINES GAT-PRIOR-DAY.
001450     05  GAT-PRI-YEAR                 PIC 9(04).
001460     05  GAT-PRI-MONTH                PIC 9(02).
001470     05  GAT-PRI-DAY                  PIC 9(02).
001480 01  GAT-MONTH-LENGTH-VALUES.
001490     05  FILLER                       PIC X(24)
001500                      VALUE "312831303130313130313031".
001510 01  GAT-MONTH-LENGTH-TABLE REDEFINES GAT-MONTH-LENGTH-VALUES.
001520     05  GAT-MONTH-LENGTH             PIC 9(02) OCCURS 12 TIMES.
001530 77  GAT-LEAP-QUOTIENT                PIC 9(04) VALUE ZERO COMP.
001540 77  GAT-LEAP-REMAINDER               PIC 9(04) VALUE ZERO COMP.
001550*
001560* ---------------------------------------------------------
001570* REQUIRED PREDECESSORS OF THE STEP, FROM FIBGATES, WITH THE
001580* LATEST POSTING FOUND FOR EACH ON TONIGHT'S RUN LOG
001590* ---------------------------------------------------------
001600 77  GAT-PRED-COUNT                   PIC 9(02) VALUE ZERO COMP.
001610 77  GAT-PRED-IDX                     PIC 9(02) VALUE ZERO COMP.
001620 01  GAT-PREDECESSOR-TABLE.
001630     05  GAT-PRED-ENTRY OCCURS 20 TIMES.
001640         10  GAT-PRED-NAME            PIC X(09).
001650         10  GAT-PRED-MAXIMUM-RC      PIC 9(02).
001660         10  GAT-PRED-FOUND-SW        PIC X(01).
001670             88  GAT-PRED-FOUND                 VALUE "Y".
001680         10  GAT-PRED-RC              PIC X(02).
001690         10  GAT-PRED-RC-N REDEFINES GAT-PRED-RC
001700                                      PIC 9(02).
001710         10  GAT-PRED-DATE            PIC 9(08).
001720         10  GAT-PRED-TIME            PIC 9(08).
001730*
001740******************************************************************
001750* PROCEDURE DIVISION
001760******************************************************************
001770 PROCEDURE DIVISION.
001780*
001790******************************************************************
001800* 0000-MAINLINE
001810******************************************************************
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001840     IF NOT GAT-RUN-ABORT
001850         PERFORM 2000-LOAD-PREDECESSORS THRU 2000-EXIT
001860     END-IF
001870     IF NOT GAT-RUN-ABORT
001880         PERFORM 3000-SCAN-RUN-LOG THRU 3000-EXIT
001890     END-IF
001900     IF NOT GAT-RUN-ABORT
001910         PERFORM 4000-JUDGE-PREDECESSORS THRU 4000-EXIT
001920     END-IF
001930     PERFORM 5000-POST-DECISION THRU 5000-EXIT
001940     PERFORM 9999-TERMINATE THRU 9999-EXIT
001950     STOP RUN.
001960*
001970******************************************************************
001980* 1000-INITIALIZE - PICK UP THE STEP NAME AND THE START OF THE
001990* NIGHT, WORK OUT TONIGHT'S WINDOW, AND OPEN THE DECISION LOG
002000* AND THE CONTROL FILE. A STEP THAT CANNOT BE NAMED CANNOT BE
002010* GATED, SO A MISSING CARD ABORTS THE GATE.
002020******************************************************************
002030 1000-INITIALIZE.
002040     ACCEPT GAT-RUN-DATE FROM DATE YYYYMMDD
002050     ACCEPT GAT-RUN-TIME FROM TIME
002060     OPEN INPUT PARM-FILE
002070     IF GAT-PARM-STATUS = "00"
002080         READ PARM-FILE
002090         IF GAT-PARM-STATUS = "00"
002100             MOVE GPP-STEP-NAME TO GAT-STEP-NAME
002110             IF GPP-NIGHT-START IS NUMERIC
002120                AND GPP-NIGHT-START < 2400
002130                AND GPP-NIGHT-START > ZERO
002140                 MOVE GPP-NIGHT-START TO GAT-NIGHT-START
002150             END-IF
002160         END-IF
002170         CLOSE PARM-FILE
002180     END-IF
002190     DISPLAY "JOB-STEP GATE - STEP: " GAT-STEP-NAME
002200         " NIGHT STARTS: " GAT-NIGHT-START
002210     PERFORM 1200-SET-TONIGHTS-WINDOW THRU 1200-EXIT
002220     OPEN EXTEND GATE-LOG-FILE
002230     IF GAT-GATELOG-STATUS = "35"
002240         OPEN OUTPUT GATE-LOG-FILE
002250     END-IF
002260     IF GAT-GATELOG-STATUS NOT = "00"
002270         DISPLAY "** UNABLE TO OPEN THE GATE DECISION LOG - "
002280             "STATUS: " GAT-GATELOG-STATUS
002290         DISPLAY "** GATE ABORTED - THE STEP IS HELD."
002300         SET GAT-RUN-ABORT TO TRUE
002310         GO TO 1000-EXIT
002320     END-IF
002330     SET GAT-GATE-LOG-OPEN TO TRUE
002340     IF GAT-STEP-NAME = SPACES
002350         DISPLAY "** NO STEP NAME ON THE FIBGPARM CARD."
002360         DISPLAY "** GATE ABORTED - THE STEP IS HELD."
002370         MOVE "NO STEP NAME ON THE PARM CARD" TO
002380             GAT-DECISION-REASON
002390         SET GAT-RUN-ABORT TO TRUE
002400         GO TO 1000-EXIT
002410     END-IF
002420     OPEN INPUT CONTROL-FILE
002430     IF GAT-CONTROL-STATUS NOT = "00"
002440         DISPLAY "** UNABLE TO OPEN THE GATE CONTROL FILE - "
002450             "STATUS: " GAT-CONTROL-STATUS
002460         DISPLAY "** GATE ABORTED - THE STEP IS HELD."
002470         MOVE "NO GATE CONTROL FILE" TO GAT-DECISION-REASON
002480         SET GAT-RUN-ABORT TO TRUE
002490     END-IF.
002500 1000-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540* 1200-SET-TONIGHTS-WINDOW - ON OR AFTER THE START TIME THE
002550* NIGHT BEGAN TODAY; BEFORE IT (PAST MIDNIGHT) THE NIGHT BEGAN
002560* YESTERDAY
002570******************************************************************
002580 1200-SET-TONIGHTS-WINDOW.
002590     COMPUTE GAT-WINDOW-TIME = GAT-NIGHT-START * 10000
002600     MOVE GAT-RUN-DATE TO GAT-WINDOW-DATE
002610     IF GAT-RUN-TIME < GAT-WINDOW-TIME
002620         PERFORM 1250-BACK-UP-ONE-DAY THRU 1250-EXIT
002630         MOVE GAT-PRIOR-DAY TO GAT-WINDOW-DATE
002640     END-IF
002650     DISPLAY "  POSTINGS COUNTED FROM: " GAT-WINDOW-DATE " "
002660         GAT-WINDOW-TIME.
002670 1200-EXIT.
002680     EXIT.
002690*
002700 1250-BACK-UP-ONE-DAY.
002710     MOVE GAT-RUN-DATE TO GAT-PRIOR-DAY
002720     IF GAT-PRI-DAY > 1
002730         SUBTRACT 1 FROM GAT-PRI-DAY
002740         GO TO 1250-EXIT
002750     END-IF
002760     IF GAT-PRI-MONTH = 1
002770         MOVE 12 TO GAT-PRI-MONTH
002780         SUBTRACT 1 FROM GAT-PRI-YEAR
002790     ELSE
002800         SUBTRACT 1 FROM GAT-PRI-MONTH
002810     END-IF
002820     MOVE GAT-MONTH-LENGTH (GAT-PRI-MONTH) TO GAT-PRI-DAY
002830     IF GAT-PRI-MONTH NOT = 2
002840         GO TO 1250-EXIT
002850     END-IF
002860*    FEBRUARY: EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE
002870*    BY 400.
002880     DIVIDE GAT-PRI-YEAR BY 4 GIVING GAT-LEAP-QUOTIENT
002890         REMAINDER GAT-LEAP-REMAINDER
002900     IF GAT-LEAP-REMAINDER NOT = ZERO
002910         GO TO 1250-EXIT
002920     END-IF
002930     MOVE 29 TO GAT-PRI-DAY
002940     DIVIDE GAT-PRI-YEAR BY 100 GIVING GAT-LEAP-QUOTIENT
002950         REMAINDER GAT-LEAP-REMAINDER
002960     IF GAT-LEAP-REMAINDER NOT = ZERO
002970         GO TO 1250-EXIT
002980     END-IF
002990     DIVIDE GAT-PRI-YEAR BY 400 GIVING GAT-LEAP-QUOTIENT
003000         REMAINDER GAT-LEAP-REMAINDER
003010     IF GAT-LEAP-REMAINDER NOT = ZERO
003020         MOVE 28 TO GAT-PRI-DAY
003030     END-IF.
003040 1250-EXIT.
003050     EXIT.
003060*
003070******************************************************************
003080* 2000-LOAD-PREDECESSORS - EVERY FIBGATES CARD FOR THIS STEP
003090* NAMES ONE PREDECESSOR THAT MUST HAVE RUN TONIGHT
003100******************************************************************
003110 2000-LOAD-PREDECESSORS.
003120     PERFORM 2100-LOAD-ONE-CARD THRU 2100-EXIT
003130         UNTIL GAT-END-OF-CONTROL
003140            OR GAT-RUN-ABORT
003150     CLOSE CONTROL-FILE
003160     DISPLAY "  PREDECESSORS ON FILE: " GAT-PRED-COUNT.
003170 2000-EXIT.
003180     EXIT.
003190*
003200 2100-LOAD-ONE-CARD.
003210     READ CONTROL-FILE
003220         AT END
003230             MOVE "Y" TO GAT-END-OF-CONTROL-SW
003240             GO TO 2100-EXIT
003250     END-READ
003260     IF GTC-COMMENT-CARD
003270        OR GTC-STEP-NAME NOT = GAT-STEP-NAME
003280         GO TO 2100-EXIT
003290     END-IF
003300     IF GAT-PRED-COUNT >= 20
003310         DISPLAY "** MORE THAN 20 PREDECESSORS FOR STEP "
003320             GAT-STEP-NAME
003330         DISPLAY "** GATE ABORTED - THE STEP IS HELD."
003340         MOVE "TOO MANY PREDECESSORS ON FILE" TO
003350             GAT-DECISION-REASON
003360         SET GAT-RUN-ABORT TO TRUE
003370         GO TO 2100-EXIT
003380     END-IF
003390     ADD 1 TO GAT-PRED-COUNT
003400     MOVE GTC-PREDECESSOR TO GAT-PRED-NAME (GAT-PRED-COUNT)
003410*    A MAXIMUM THAT IS NOT A NUMBER ALLOWS ONLY A CLEAN RUN.
003420     IF GTC-MAXIMUM-RC IS NUMERIC
003430         MOVE GTC-MAXIMUM-RC TO
003440             GAT-PRED-MAXIMUM-RC (GAT-PRED-COUNT)
003450     ELSE
003460         DISPLAY "** NO VALID MAXIMUM FOR PREDECESSOR "
003470             GTC-PREDECESSOR " - ZERO ASSUMED."
003480         MOVE ZERO TO GAT-PRED-MAXIMUM-RC (GAT-PRED-COUNT)
003490     END-IF
003500     MOVE "N" TO GAT-PRED-FOUND-SW (GAT-PRED-COUNT)
003510     MOVE ZERO TO GAT-PRED-RC-N (GAT-PRED-COUNT)
003520     MOVE ZERO TO GAT-PRED-DATE (GAT-PRED-COUNT)
003530     MOVE ZERO TO GAT-PRED-TIME (GAT-PRED-COUNT).
003540 2100-EXIT.
003550     EXIT.
003560*
003570******************************************************************
003580* 3000-SCAN-RUN-LOG - ONE PASS OVER THE RUN LOG. THE LOG IS ONLY
003590* EVER EXTENDED, SO THE LAST OF TONIGHT'S POSTINGS FOR A PROGRAM
003600* IS ITS LATEST RUN. NO RUN LOG AT ALL MEANS NOTHING HAS RUN.
003610******************************************************************
003620 3000-SCAN-RUN-LOG.
003630     IF GAT-PRED-COUNT = ZERO
003640         GO TO 3000-EXIT
003650     END-IF
003660     OPEN INPUT RUN-LOG-FILE
003670     IF GAT-RUNLOG-STATUS = "35"
003680         DISPLAY "  NO RUN LOG - NOTHING HAS RUN TONIGHT."
003690         GO TO 3000-EXIT
003700     END-IF
003710     IF GAT-RUNLOG-STATUS NOT = "00"
003720         DISPLAY "** UNABLE TO OPEN THE RUN LOG - STATUS: "
003730             GAT-RUNLOG-STATUS
003740         DISPLAY "** GATE ABORTED - THE STEP IS HELD."
003750         MOVE "RUN LOG COULD NOT BE READ" TO GAT-DECISION-REASON
003760         SET GAT-RUN-ABORT TO TRUE
003770         GO TO 3000-EXIT
003780     END-IF
003790     PERFORM 3100-SCAN-ONE-POSTING THRU 3100-EXIT
003800         UNTIL GAT-END-OF-RUNLOG
003810     CLOSE RUN-LOG-FILE
003820     DISPLAY "  RUN LOG POSTINGS READ: " GAT-POSTINGS-READ
003830         " TONIGHT: " GAT-POSTINGS-TONIGHT.
003840 3000-EXIT.
003850     EXIT.
003860*
003870 3100-SCAN-ONE-POSTING.
003880     READ RUN-LOG-FILE
003890         AT END
003900             MOVE "Y" TO GAT-END-OF-RUNLOG-SW
003910             GO TO 3100-EXIT
003920     END-READ
003930     ADD 1 TO GAT-POSTINGS-READ
003940     IF RLG-RUN-DATE NOT NUMERIC
003950        OR RLG-RUN-TIME NOT NUMERIC
003960         GO TO 3100-EXIT
003970     END-IF
003980     MOVE RLG-RUN-DATE TO GAT-POSTING-DATE
003990     MOVE RLG-RUN-TIME TO GAT-POSTING-TIME
004000     IF GAT-POSTING-STAMP < GAT-WINDOW-START
004010         GO TO 3100-EXIT
004020     END-IF
004030     ADD 1 TO GAT-POSTINGS-TONIGHT
004040     PERFORM 3150-MATCH-ONE-PREDECESSOR THRU 3150-EXIT
004050         VARYING GAT-PRED-IDX FROM 1 BY 1
004060             UNTIL GAT-PRED-IDX > GAT-PRED-COUNT.
004070 3100-EXIT.
004080     EXIT.
004090*
004100 3150-MATCH-ONE-PREDECESSOR.
004110     IF RLG-PROGRAM-ID = GAT-PRED-NAME (GAT-PRED-IDX)
004120         MOVE "Y" TO GAT-PRED-FOUND-SW (GAT-PRED-IDX)
004130         MOVE RLG-RETURN-CODE TO GAT-PRED-RC (GAT-PRED-IDX)
004140         MOVE RLG-RUN-DATE TO GAT-PRED-DATE (GAT-PRED-IDX)
004150         MOVE RLG-RUN-TIME TO GAT-PRED-TIME (GAT-PRED-IDX)
004160     END-IF.
004170 3150-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210* 4000-JUDGE-PREDECESSORS - EACH PREDECESSOR EITHER SATISFIES
004220* THE STEP OR HOLDS IT, AND EACH VERDICT GOES TO THE DECISION
004230* LOG. ONE UNSATISFIED PREDECESSOR HOLDS THE STEP.
004240******************************************************************
004250 4000-JUDGE-PREDECESSORS.
004260     PERFORM 4100-JUDGE-ONE-PREDECESSOR THRU 4100-EXIT
004270         VARYING GAT-PRED-IDX FROM 1 BY 1
004280             UNTIL GAT-PRED-IDX > GAT-PRED-COUNT
004290     EVALUATE TRUE
004300         WHEN GAT-PRED-COUNT = ZERO
004310             MOVE "PASS" TO GAT-DECISION
004320             MOVE "NO PREDECESSORS ON FILE" TO GAT-DECISION-REASON
004330         WHEN GAT-HELD-COUNT = ZERO
004340             MOVE "PASS" TO GAT-DECISION
004350             MOVE "ALL PREDECESSORS SATISFIED" TO
004360                 GAT-DECISION-REASON
004370         WHEN OTHER
004380             MOVE "HOLD" TO GAT-DECISION
004390             MOVE GAT-HELD-COUNT TO GAT-HLD-COUNT
004400             MOVE GAT-HOLD-REASON TO GAT-DECISION-REASON
004410     END-EVALUATE.
004420 4000-EXIT.
004430     EXIT.
004440*
004450 4100-JUDGE-ONE-PREDECESSOR.
004460     MOVE SPACES TO GATE-LOG-RECORD
004470     MOVE "P" TO GLG-RECORD-TYPE
004480     MOVE GAT-PRED-NAME (GAT-PRED-IDX) TO GLG-PREDECESSOR
004490     MOVE GAT-PRED-MAXIMUM-RC (GAT-PRED-IDX) TO GLG-MAXIMUM-RC
004500     MOVE GAT-PRED-DATE (GAT-PRED-IDX) TO GLG-PREDECESSOR-DATE
004510     MOVE GAT-PRED-TIME (GAT-PRED-IDX) TO GLG-PREDECESSOR-TIME
004520     MOVE ZERO TO GLG-PREDECESSOR-RC
004530     MOVE "HOLD" TO GLG-DECISION
004540     EVALUATE TRUE
004550         WHEN NOT GAT-PRED-FOUND (GAT-PRED-IDX)
004560             MOVE "NOT RUN TONIGHT" TO GLG-REASON
004570         WHEN GAT-PRED-RC (GAT-PRED-IDX) NOT NUMERIC
004580             MOVE "CONDITION CODE UNREADABLE" TO GLG-REASON
004590         WHEN GAT-PRED-RC-N (GAT-PRED-IDX) >
004600              GAT-PRED-MAXIMUM-RC (GAT-PRED-IDX)
004610             MOVE GAT-PRED-RC-N (GAT-PRED-IDX) TO
004620                 GLG-PREDECESSOR-RC
004630             MOVE "CONDITION CODE ABOVE MAXIMUM" TO GLG-REASON
004640         WHEN OTHER
004650             MOVE GAT-PRED-RC-N (GAT-PRED-IDX) TO
004660                 GLG-PREDECESSOR-RC
004670             MOVE "PASS" TO GLG-DECISION
004680             MOVE "PREDECESSOR SATISFIED" TO GLG-REASON
004690     END-EVALUATE
004700     IF GLG-HELD
004710         ADD 1 TO GAT-HELD-COUNT
004720     END-IF
004730     DISPLAY "  " GLG-PREDECESSOR " RC " GLG-PREDECESSOR-RC
004740         " MAX " GLG-MAXIMUM-RC " " GLG-DECISION " " GLG-REASON
004750     PERFORM 8000-WRITE-GATE-LOG-LINE THRU 8000-EXIT.
004760 4100-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800* 5000-POST-DECISION - THE STEP'S PASS OR HOLD, INCLUDING THE
004810* HOLD WHEN THE GATE ITSELF COULD NOT DECIDE, CLOSES THE RUN'S
004820* ENTRIES ON THE DECISION LOG
004830******************************************************************
004840 5000-POST-DECISION.
004850     IF GAT-RUN-ABORT
004860         MOVE "HOLD" TO GAT-DECISION
004870         IF GAT-DECISION-REASON = SPACES
004880             MOVE "GATE COULD NOT DECIDE" TO GAT-DECISION-REASON
004890         END-IF
004900     END-IF
004910     IF GAT-DECISION = "PASS"
004920         DISPLAY "STEP " GAT-STEP-NAME " PASSED - "
004930             GAT-DECISION-REASON
004940     ELSE
004950         DISPLAY "** STEP " GAT-STEP-NAME " HELD - "
004960             GAT-DECISION-REASON
004970     END-IF
004980     IF NOT GAT-GATE-LOG-OPEN
004990         GO TO 5000-EXIT
005000     END-IF
005010     MOVE SPACES TO GATE-LOG-RECORD
005020     MOVE "D" TO GLG-RECORD-TYPE
005030     MOVE GAT-DECISION TO GLG-DECISION
005040     MOVE ZERO TO GLG-MAXIMUM-RC
005050     MOVE ZERO TO GLG-PREDECESSOR-RC
005060     MOVE ZERO TO GLG-PREDECESSOR-DATE
005070     MOVE ZERO TO GLG-PREDECESSOR-TIME
005080     MOVE GAT-DECISION-REASON TO GLG-REASON
005090     PERFORM 8000-WRITE-GATE-LOG-LINE THRU 8000-EXIT
005100     CLOSE GATE-LOG-FILE
005110     MOVE "N" TO GAT-GATE-LOG-OPEN-SW.
005120 5000-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160* 8000-WRITE-GATE-LOG-LINE - STAMP A PREPARED LINE WITH THE
005170* GATE'S RUN AND THE STEP NAME AND POST IT
005180******************************************************************
005190 8000-WRITE-GATE-LOG-LINE.
005200     MOVE GAT-RUN-DATE TO GLG-RUN-DATE
005210     MOVE GAT-RUN-TIME TO GLG-RUN-TIME
005220     MOVE GAT-STEP-NAME TO GLG-STEP-NAME
005230     WRITE GATE-LOG-RECORD
005240     IF GAT-GATELOG-STATUS NOT = "00"
005250         DISPLAY "** UNABLE TO WRITE THE GATE DECISION LOG - "
005260             "STATUS: " GAT-GATELOG-STATUS
005270         SET GAT-RUN-ABORT TO TRUE
005280     END-IF.
005290 8000-EXIT.
005300     EXIT.
005310*
005320******************************************************************
005330* 9999-TERMINATE - THE CONDITION CODE IS THE DECISION THE
005340* SCHEDULER ACTS ON. THE GATE POSTS NOTHING TO FIBRUNLG; ITS
005350* DECISIONS ARE ON FIBGATLG, AND A GATE POSTING WOULD ONLY PAD
005360* THE RUN LOG ONCE PER STEP.
005370******************************************************************
005380 9999-TERMINATE.
005390     EVALUATE TRUE
005400         WHEN GAT-RUN-ABORT
005410             MOVE 16 TO RETURN-CODE
005420         WHEN GAT-DECISION NOT = "PASS"
005430             MOVE 8 TO RETURN-CODE
005440         WHEN GAT-PRED-COUNT = ZERO
005450             MOVE 4 TO RETURN-CODE
005460         WHEN OTHER
005470             MOVE ZERO TO RETURN-CODE
005480     END-EVALUATE.
005490 9999-EXIT.
005500     EXIT.
