000100******************************************************************
000110* FIBONACCI SETTLEMENT DAILY POSITION STATEMENT
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. FIBPOSRPT.
000150 AUTHOR. DP-APPLICATIONS-GROUP.
000160 INSTALLATION. NIGHT-BATCH-CENTER.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  --------------------------------------------
000230* 10/15/2026 DPG   ORIGINAL VERSION. ONE PASS DOWN THE FIBPOSMS
000240*                  SETTLEMENT POSITION MASTER PRINTING, FOR
000250*                  EACH PARTY, THE OPENING BALANCE, THE DAY'S
000260*                  POSTINGS, AND THE CLOSING BALANCE FOR AN
000270*                  OPERATOR-SUPPLIED STATEMENT DATE, THEN
000280*                  PROVING TOTAL CLOSING AGAINST TOTAL OPENING
000290*                  PLUS TOTAL POSTINGS. THE ZECKENDORF CODES
000300*                  ARE VALUED TERM BY TERM AGAINST THE
000310*                  FIBONACCI TABLE FOR PRINTING ONLY - THE
000320*                  MASTER IS NEVER CHANGED. CONDITION CODE: 0
000330*                  CLEAN, 4 PARTIES POSTED AFTER THE STATEMENT
000340*                  DATE, 16 ABORTED OR OUT OF PROOF.
000350*
000360******************************************************************
000370* ENVIRONMENT DIVISION
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT POSITION-FILE ASSIGN TO FIBPOSMS
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS POS-REFERENCE-KEY
000460         FILE STATUS IS PST-POSITION-STATUS.
000470     SELECT REPORT-FILE ASSIGN TO FIBPOSRP
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PST-REPORT-STATUS.
000500     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PST-RUNLOG-STATUS.
000530*
000540******************************************************************
000550* DATA DIVISION
000560******************************************************************
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  POSITION-FILE.
000600 COPY POSREC.
000610 FD  REPORT-FILE.
000620 01  REPORT-RECORD                    PIC X(132).
000630 FD  RUN-LOG-FILE.
000640 COPY RUNLOG.
000650*
000660 WORKING-STORAGE SECTION.
000670* ---------------------------------------------------------
000680* FILE STATUS AND RUN SWITCHES
000690* ---------------------------------------------------------
000700 77  PST-POSITION-STATUS              PIC X(02) VALUE SPACES.
000710 77  PST-REPORT-STATUS                PIC X(02) VALUE SPACES.
000720 77  PST-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
000730 01  PST-END-OF-MASTER-SW             PIC X(01) VALUE "N".
000740     88  PST-END-OF-MASTER                      VALUE "Y".
000750 01  PST-REPORT-ABORT-SW              PIC X(01) VALUE "N".
000760     88  PST-REPORT-ABORT                       VALUE "Y".
000770 01  PST-TOTALS-PROVED-SW             PIC X(01) VALUE "N".
000780     88  PST-TOTALS-PROVED                      VALUE "Y".
000790*
000800* ---------------------------------------------------------
000810* SELECTION CRITERIA, ACCEPTED FROM THE OPERATOR. A ZERO
000820* STATEMENT DATE STATES THE POSITIONS AS AT THE RUN DATE.
000830* ---------------------------------------------------------
000840 01  PST-STATEMENT-DATE               PIC 9(08) VALUE ZERO.
000850*
000860* ---------------------------------------------------------
000870* COUNTERS AND PRINT CONTROLS
000880* ---------------------------------------------------------
000890 77  PST-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
000900 77  PST-LINES-PRINTED                PIC 9(08) VALUE ZERO COMP.
000910 77  PST-ACTIVE-COUNT                 PIC 9(08) VALUE ZERO COMP.
000920 77  PST-POSTING-COUNT                PIC 9(08) VALUE ZERO COMP.
000930 77  PST-LATER-COUNT                  PIC 9(08) VALUE ZERO COMP.
000940 77  PST-OUT-OF-PROOF-COUNT           PIC 9(08) VALUE ZERO COMP.
000950 77  PST-LINE-COUNT                   PIC 9(02) VALUE 99 COMP.
000960 77  PST-PAGE-COUNT                   PIC 9(04) VALUE ZERO COMP.
000970 77  PST-TERM-IDX                     PIC 9(02) VALUE ZERO COMP.
000980 01  PST-RUN-DATE                     PIC 9(08) VALUE ZERO.
000990 01  PST-RUN-TIME                     PIC 9(08) VALUE ZERO.
001000*
001010* ---------------------------------------------------------
001020* PARTY VALUES AND STATEMENT TOTALS. THE LARGEST BALANCE
001030* THE POSTING CAN HOLD IS BELOW FIBONACCI TERM 56, WHICH
001040* FITS TWELVE DIGITS; THE TOTALS ALLOW FOR A THOUSAND
001050* PARTIES AT THAT CEILING.
001060* ---------------------------------------------------------
001070 01  PST-CODE-VALUE                   PIC 9(12) VALUE ZERO.
001080 01  PST-OPENING-VALUE                PIC 9(12) VALUE ZERO.
001090 01  PST-POSTINGS-VALUE               PIC 9(12) VALUE ZERO.
001100 01  PST-CLOSING-VALUE                PIC 9(12) VALUE ZERO.
001110 01  PST-PROOF-VALUE                  PIC 9(13) VALUE ZERO.
001120 01  PST-DAY-COUNT                    PIC 9(05) VALUE ZERO.
001130 01  PST-TOTAL-OPENING                PIC 9(15) VALUE ZERO.
001140 01  PST-TOTAL-POSTINGS               PIC 9(15) VALUE ZERO.
001150 01  PST-TOTAL-CLOSING                PIC 9(15) VALUE ZERO.
001160 01  PST-TOTAL-PROOF                  PIC 9(15) VALUE ZERO.
001170*
001180* ---------------------------------------------------------
001190* ONE ZECKENDORF CODE BEING VALUED, ONE FLAG PER TERM
001200* ---------------------------------------------------------
001210 01  PST-WORK-CODE.
001220     05  PST-WORK-FLAG OCCURS 55 TIMES    PIC X(01).
001230*
001240* ---------------------------------------------------------
001250* FIBONACCI TABLE, BUILT ONCE THROUGH FIBCNVDRV'S
001260* 'FibonacciSequenceBuild' ENTRY POINT
001270* ---------------------------------------------------------
001280     COPY FIBSEQ
001290         REPLACING ==FIBONACCI-SEQUENCE==
001300                BY ==PST-FIBONACCI-SEQUENCE==
001310                   ==FIBONACCI-ARRAY==
001320                BY ==PST-FIBONACCI-ARRAY==
001330                   ==FIBONACCI-VALUE==
001340                BY ==PST-FIBONACCI-VALUE==
001350                   ==DECIMAL-RESULT-DISPLAY==
001360                BY ==PST-DECIMAL-RESULT-DISPLAY==
001370                   ==DECIMAL-DIGIT==
001380                BY ==PST-DECIMAL-DIGIT==
001390                   ==DECIMAL-RESULT==
001400                BY ==PST-DECIMAL-RESULT==.
001410*
001420* ---------------------------------------------------------
001430* PRINT LINES
001440* ---------------------------------------------------------
001450 01  PST-HEADING-1.
001460     05  FILLER                       PIC X(36) VALUE
001470         "SETTLEMENT DAILY POSITION STATEMENT ".
001480     05  FILLER                       PIC X(09) VALUE "RUN DATE ".
001490     05  PST-HDG-DATE                 PIC 9(08).
001500     05  FILLER                       PIC X(06) VALUE " TIME ".
001510     05  PST-HDG-TIME                 PIC 9(08).
001520     05  FILLER                       PIC X(06) VALUE " PAGE ".
001530     05  PST-HDG-PAGE                 PIC ZZZ9.
001540 01  PST-HEADING-2.
001550     05  FILLER                       PIC X(15)
001560         VALUE "STATEMENT DATE ".
001570     05  PST-HDG-STATEMENT-DATE       PIC 9(08).
001580 01  PST-HEADING-3.
001590     05  FILLER                       PIC X(14) VALUE
001600         "  REFERENCE   ".
001610     05  FILLER                       PIC X(21) VALUE
001620         "      OPENING BALANCE".
001630     05  FILLER                       PIC X(08) VALUE
001640         "  COUNT ".
001650     05  FILLER                       PIC X(21) VALUE
001660         "        POSTED AMOUNT".
001670     05  FILLER                       PIC X(21) VALUE
001680         "      CLOSING BALANCE".
001690     05  FILLER                       PIC X(15) VALUE
001700         "   LAST POSTED ".
001710 01  PST-DETAIL-LINE.
001720     05  FILLER                       PIC X(02) VALUE SPACES.
001730     05  PST-DTL-KEY                  PIC X(10).
001740     05  FILLER                       PIC X(02) VALUE SPACES.
001750     05  PST-DTL-OPENING              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001760     05  FILLER                       PIC X(02) VALUE SPACES.
001770     05  PST-DTL-COUNT                PIC ZZ,ZZ9.
001780     05  FILLER                       PIC X(02) VALUE SPACES.
001790     05  PST-DTL-POSTINGS             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001800     05  FILLER                       PIC X(02) VALUE SPACES.
001810     05  PST-DTL-CLOSING              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001820     05  FILLER                       PIC X(03) VALUE SPACES.
001830     05  PST-DTL-LAST-POSTED          PIC 9(08).
001840     05  FILLER                       PIC X(02) VALUE SPACES.
001850     05  PST-DTL-NOTE                 PIC X(24).
001860 01  PST-LATER-LINE.
001870     05  FILLER                       PIC X(02) VALUE SPACES.
001880     05  PST-LTR-KEY                  PIC X(10).
001890     05  FILLER                       PIC X(02) VALUE SPACES.
001900     05  FILLER                       PIC X(28) VALUE
001910         "** NOT STATED - LAST POSTED ".
001920     05  FILLER                       PIC X(28) VALUE
001930         "AFTER THE STATEMENT DATE ON ".
001940     05  PST-LTR-LAST-POSTED          PIC 9(08).
001950 01  PST-SUMMARY-LINE.
001960     05  FILLER                       PIC X(02) VALUE SPACES.
001970     05  PST-SUM-LABEL                PIC X(36).
001980     05  PST-SUM-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001990*
002000******************************************************************
002010* PROCEDURE DIVISION
002020******************************************************************
002030 PROCEDURE DIVISION.
002040*
002050******************************************************************
002060* 0000-MAINLINE
002070******************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002100     IF NOT PST-REPORT-ABORT
002110         PERFORM 2000-PROCESS-POSITION-FILE THRU 2000-EXIT
002120         PERFORM 7000-PRINT-PROOF THRU 7000-EXIT
002130         PERFORM 9999-TERMINATE THRU 9999-EXIT
002140     END-IF
002150*
002160*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
002170*    IT DOES FOR EVERY OTHER PROGRAM IN THIS SUITE. A STATEMENT
002180*    THAT DOES NOT PROVE IS GRADED THE SAME AS NO STATEMENT -
002190*    IT MUST NOT BE RELEASED TO THE DESK.
002200     EVALUATE TRUE
002210         WHEN PST-REPORT-ABORT
002220             MOVE 16 TO RETURN-CODE
002230         WHEN NOT PST-TOTALS-PROVED
002240           OR PST-OUT-OF-PROOF-COUNT > ZERO
002250             MOVE 16 TO RETURN-CODE
002260         WHEN PST-LATER-COUNT > ZERO
002270             MOVE 4 TO RETURN-CODE
002280         WHEN OTHER
002290             MOVE ZERO TO RETURN-CODE
002300     END-EVALUATE
002310     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT
002320     STOP RUN.
002330*
002340******************************************************************
002350* 1000-INITIALIZE - ACCEPT THE STATEMENT DATE, BUILD THE TABLE
002360* THE CODES ARE VALUED AGAINST, AND OPEN FILES
002370******************************************************************
002380 1000-INITIALIZE.
002390     ACCEPT PST-RUN-DATE FROM DATE YYYYMMDD
002400     ACCEPT PST-RUN-TIME FROM TIME
002410     DISPLAY "SETTLEMENT DAILY POSITION STATEMENT"
002420     DISPLAY "STATEMENT DATE (YYYYMMDD, ZERO FOR TODAY): "
002430         WITH NO ADVANCING
002440     ACCEPT PST-STATEMENT-DATE
002450     IF PST-STATEMENT-DATE = ZERO
002460         MOVE PST-RUN-DATE TO PST-STATEMENT-DATE
002470     END-IF
002480     CALL "FibonacciSequenceBuild" USING PST-FIBONACCI-SEQUENCE
002490     END-CALL
002500     OPEN INPUT POSITION-FILE
002510     IF PST-POSITION-STATUS NOT = "00"
002520         DISPLAY "** UNABLE TO OPEN THE POSITION MASTER - "
002530             "STATUS: " PST-POSITION-STATUS
002540         DISPLAY "** STATEMENT RUN ABORTED."
002550         SET PST-REPORT-ABORT TO TRUE
002560         GO TO 1000-EXIT
002570     END-IF
002580     OPEN OUTPUT REPORT-FILE
002590     IF PST-REPORT-STATUS NOT = "00"
002600         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
002610             PST-REPORT-STATUS
002620         DISPLAY "** STATEMENT RUN ABORTED."
002630         CLOSE POSITION-FILE
002640         SET PST-REPORT-ABORT TO TRUE
002650     END-IF.
002660 1000-EXIT.
002670     EXIT.
002680*
002690******************************************************************
002700* 2000-PROCESS-POSITION-FILE - ONE SEQUENTIAL PASS DOWN THE
002710* MASTER IN REFERENCE-KEY ORDER, ONE STATEMENT LINE PER PARTY
002720******************************************************************
002730 2000-PROCESS-POSITION-FILE.
002740     MOVE 99 TO PST-LINE-COUNT
002750     PERFORM 2100-PROCESS-ONE-PARTY THRU 2100-EXIT
002760         UNTIL PST-END-OF-MASTER.
002770 2000-EXIT.
002780     EXIT.
002790*
002800 2100-PROCESS-ONE-PARTY.
002810     READ POSITION-FILE NEXT RECORD
002820         AT END
002830             MOVE "Y" TO PST-END-OF-MASTER-SW
002840         NOT AT END
002850             ADD 1 TO PST-RECORDS-READ
002860             IF PST-LINE-COUNT > 55
002870                 PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
002880             END-IF
002890             IF POS-LAST-POSTED-DATE > PST-STATEMENT-DATE
002900                 PERFORM 2300-PRINT-LATER-PARTY THRU 2300-EXIT
002910             ELSE
002920                 PERFORM 2200-STATE-ONE-PARTY THRU 2200-EXIT
002930             END-IF
002940     END-READ.
002950 2100-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990* 2200-STATE-ONE-PARTY - A PARTY LAST POSTED ON THE STATEMENT
003000* DATE OPENS ON ITS OPENING CODE AND CARRIES THAT DAY'S
003010* POSTINGS; ONE LAST POSTED EARLIER OPENS AND CLOSES ON ITS
003020* BALANCE WITH NOTHING POSTED. EACH LINE IS PROVED ON ITS OWN
003030* BEFORE IT IS ADDED INTO THE STATEMENT TOTALS.
003040******************************************************************
003050 2200-STATE-ONE-PARTY.
003060     MOVE POS-BALANCE-CODE TO PST-WORK-CODE
003070     PERFORM 5000-VALUE-ONE-CODE THRU 5000-EXIT
003080     MOVE PST-CODE-VALUE TO PST-CLOSING-VALUE
003090     IF POS-LAST-POSTED-DATE = PST-STATEMENT-DATE
003100         MOVE POS-OPENING-CODE TO PST-WORK-CODE
003110         PERFORM 5000-VALUE-ONE-CODE THRU 5000-EXIT
003120         MOVE PST-CODE-VALUE TO PST-OPENING-VALUE
003130         MOVE POS-DAY-POSTINGS-CODE TO PST-WORK-CODE
003140         PERFORM 5000-VALUE-ONE-CODE THRU 5000-EXIT
003150         MOVE PST-CODE-VALUE TO PST-POSTINGS-VALUE
003160         MOVE POS-DAY-POSTING-COUNT TO PST-DAY-COUNT
003170         ADD 1 TO PST-ACTIVE-COUNT
003180         ADD POS-DAY-POSTING-COUNT TO PST-POSTING-COUNT
003190     ELSE
003200         MOVE PST-CLOSING-VALUE TO PST-OPENING-VALUE
003210         MOVE ZERO TO PST-POSTINGS-VALUE
003220         MOVE ZERO TO PST-DAY-COUNT
003230     END-IF
003240     MOVE SPACES TO PST-DTL-NOTE
003250     COMPUTE PST-PROOF-VALUE =
003260         PST-OPENING-VALUE + PST-POSTINGS-VALUE
003270     IF PST-PROOF-VALUE NOT = PST-CLOSING-VALUE
003280         MOVE "** OUT OF PROOF" TO PST-DTL-NOTE
003290         ADD 1 TO PST-OUT-OF-PROOF-COUNT
003300     END-IF
003310     ADD PST-OPENING-VALUE TO PST-TOTAL-OPENING
003320     ADD PST-POSTINGS-VALUE TO PST-TOTAL-POSTINGS
003330     ADD PST-CLOSING-VALUE TO PST-TOTAL-CLOSING
003340     MOVE POS-REFERENCE-KEY TO PST-DTL-KEY
003350     MOVE PST-OPENING-VALUE TO PST-DTL-OPENING
003360     MOVE PST-DAY-COUNT TO PST-DTL-COUNT
003370     MOVE PST-POSTINGS-VALUE TO PST-DTL-POSTINGS
003380     MOVE PST-CLOSING-VALUE TO PST-DTL-CLOSING
003390     MOVE POS-LAST-POSTED-DATE TO PST-DTL-LAST-POSTED
003400     MOVE SPACES TO REPORT-RECORD
003410     MOVE PST-DETAIL-LINE TO REPORT-RECORD
003420     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003430     ADD 1 TO PST-LINE-COUNT
003440     ADD 1 TO PST-LINES-PRINTED.
003450 2200-EXIT.
003460     EXIT.
003470*
003480******************************************************************
003490* 2300-PRINT-LATER-PARTY - THE MASTER ONLY HOLDS THE LAST
003500* POSTED DAY, SO A PARTY POSTED SINCE THE STATEMENT DATE CANNOT
003510* BE STATED AS AT THAT DATE. IT IS LISTED, LEFT OUT OF THE
003520* TOTALS, AND COUNTED.
003530******************************************************************
003540 2300-PRINT-LATER-PARTY.
003550     ADD 1 TO PST-LATER-COUNT
003560     MOVE POS-REFERENCE-KEY TO PST-LTR-KEY
003570     MOVE POS-LAST-POSTED-DATE TO PST-LTR-LAST-POSTED
003580     MOVE SPACES TO REPORT-RECORD
003590     MOVE PST-LATER-LINE TO REPORT-RECORD
003600     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003610     ADD 1 TO PST-LINE-COUNT
003620     ADD 1 TO PST-LINES-PRINTED.
003630 2300-EXIT.
003640     EXIT.
003650*
003660******************************************************************
003670* 5000-VALUE-ONE-CODE - SUM THE FIBONACCI TERMS FLAGGED IN
003680* PST-WORK-CODE INTO PST-CODE-VALUE
003690******************************************************************
003700 5000-VALUE-ONE-CODE.
003710     MOVE ZERO TO PST-CODE-VALUE
003720     PERFORM 5100-VALUE-ONE-TERM THRU 5100-EXIT
003730         VARYING PST-TERM-IDX FROM 1 BY 1
003740             UNTIL PST-TERM-IDX > 55.
003750 5000-EXIT.
003760     EXIT.
003770*
003780 5100-VALUE-ONE-TERM.
003790     IF PST-WORK-FLAG (PST-TERM-IDX) = "1"
003800         ADD PST-FIBONACCI-VALUE (PST-TERM-IDX) TO PST-CODE-VALUE
003810     END-IF.
003820 5100-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860* 7000-PRINT-PROOF - STATEMENT TOTALS AND THE PROOF THAT TOTAL
003870* CLOSING EQUALS TOTAL OPENING PLUS TOTAL POSTINGS
003880******************************************************************
003890 7000-PRINT-PROOF.
003900     IF PST-LINE-COUNT > 45
003910         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
003920     END-IF
003930     COMPUTE PST-TOTAL-PROOF =
003940         PST-TOTAL-OPENING + PST-TOTAL-POSTINGS
003950     IF PST-TOTAL-PROOF = PST-TOTAL-CLOSING
003960         SET PST-TOTALS-PROVED TO TRUE
003970     END-IF
003980     MOVE SPACES TO REPORT-RECORD
003990     MOVE "PROOF OF POSITION" TO REPORT-RECORD
004000     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
004010     MOVE "TOTAL OPENING BALANCES" TO PST-SUM-LABEL
004020     MOVE PST-TOTAL-OPENING TO PST-SUM-VALUE
004030     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004040     MOVE "PLUS TOTAL POSTINGS" TO PST-SUM-LABEL
004050     MOVE PST-TOTAL-POSTINGS TO PST-SUM-VALUE
004060     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004070     MOVE "EQUALS EXPECTED CLOSING" TO PST-SUM-LABEL
004080     MOVE PST-TOTAL-PROOF TO PST-SUM-VALUE
004090     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004100     MOVE "TOTAL CLOSING BALANCES" TO PST-SUM-LABEL
004110     MOVE PST-TOTAL-CLOSING TO PST-SUM-VALUE
004120     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004130     MOVE SPACES TO REPORT-RECORD
004140     IF PST-TOTALS-PROVED
004150        AND PST-OUT-OF-PROOF-COUNT = ZERO
004160         MOVE "  STATEMENT IN PROOF" TO REPORT-RECORD
004170     ELSE
004180         MOVE "  ** STATEMENT OUT OF PROOF - DO NOT RELEASE"
004190             TO REPORT-RECORD
004200     END-IF
004210     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004220     MOVE SPACES TO REPORT-RECORD
004230     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004240     MOVE "PARTIES ON THE POSITION MASTER" TO PST-SUM-LABEL
004250     MOVE PST-RECORDS-READ TO PST-SUM-VALUE
004260     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004270     MOVE "PARTIES POSTED ON THE STATEMENT DATE" TO PST-SUM-LABEL
004280     MOVE PST-ACTIVE-COUNT TO PST-SUM-VALUE
004290     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004300     MOVE "POSTINGS ON THE STATEMENT DATE" TO PST-SUM-LABEL
004310     MOVE PST-POSTING-COUNT TO PST-SUM-VALUE
004320     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004330     MOVE "PARTIES OUT OF PROOF" TO PST-SUM-LABEL
004340     MOVE PST-OUT-OF-PROOF-COUNT TO PST-SUM-VALUE
004350     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
004360     MOVE "PARTIES POSTED AFTER STATEMENT DATE" TO PST-SUM-LABEL
004370     MOVE PST-LATER-COUNT TO PST-SUM-VALUE
004380     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT.
004390 7000-EXIT.
004400     EXIT.
004410*
004420 7300-PRINT-SUMMARY-LINE.
004430     MOVE SPACES TO REPORT-RECORD
004440     MOVE PST-SUMMARY-LINE TO REPORT-RECORD
004450     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004460     ADD 1 TO PST-LINE-COUNT.
004470 7300-EXIT.
004480     EXIT.
004490*
004500 7500-PAGE-HEADING.
004510     ADD 1 TO PST-PAGE-COUNT
004520     MOVE PST-RUN-DATE TO PST-HDG-DATE
004530     MOVE PST-RUN-TIME TO PST-HDG-TIME
004540     MOVE PST-PAGE-COUNT TO PST-HDG-PAGE
004550     MOVE SPACES TO REPORT-RECORD
004560     MOVE PST-HEADING-1 TO REPORT-RECORD
004570     IF PST-PAGE-COUNT = 1
004580         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004590     ELSE
004600         WRITE REPORT-RECORD AFTER ADVANCING PAGE
004610     END-IF
004620     MOVE PST-STATEMENT-DATE TO PST-HDG-STATEMENT-DATE
004630     MOVE SPACES TO REPORT-RECORD
004640     MOVE PST-HEADING-2 TO REPORT-RECORD
004650     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004660     MOVE SPACES TO REPORT-RECORD
004670     MOVE PST-HEADING-3 TO REPORT-RECORD
004680     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
004690     MOVE SPACES TO REPORT-RECORD
004700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004710     MOVE 5 TO PST-LINE-COUNT.
004720 7500-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
004770* TO THE SHARED RUN LOG: PARTIES READ, STATEMENT LINES PRINTED,
004780* PARTIES NOT STATED, AND TOTAL CLOSING AS THE HASH
004790******************************************************************
004800 9800-WRITE-RUN-SUMMARY.
004810     OPEN EXTEND RUN-LOG-FILE
004820     IF PST-RUNLOG-STATUS = "35"
004830         OPEN OUTPUT RUN-LOG-FILE
004840     END-IF
004850     IF PST-RUNLOG-STATUS NOT = "00"
004860         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
004870             PST-RUNLOG-STATUS
004880         GO TO 9800-EXIT
004890     END-IF
004900     MOVE SPACES TO RUN-LOG-RECORD
004910     MOVE "FIBPOSRPT" TO RLG-PROGRAM-ID
004920     MOVE PST-RUN-DATE TO RLG-RUN-DATE
004930     MOVE PST-RUN-TIME TO RLG-RUN-TIME
004940     MOVE PST-RECORDS-READ TO RLG-RECORDS-READ
004950     MOVE PST-LINES-PRINTED TO RLG-RECORDS-WRITTEN
004960     MOVE PST-LATER-COUNT TO RLG-RECORDS-REJECTED
004970     MOVE PST-TOTAL-CLOSING TO RLG-HASH-TOTAL
004980     MOVE RETURN-CODE TO RLG-RETURN-CODE
004990     WRITE RUN-LOG-RECORD
005000     CLOSE RUN-LOG-FILE.
005010 9800-EXIT.
005020     EXIT.
005030*
005040 9999-TERMINATE.
005050     CLOSE POSITION-FILE
005060     CLOSE REPORT-FILE
005070     DISPLAY "POSITION STATEMENT COMPLETE - PARTIES READ: "
005080         PST-RECORDS-READ
005090     DISPLAY "  PARTIES POSTED ON DATE:  " PST-ACTIVE-COUNT
005100     DISPLAY "  PARTIES OUT OF PROOF:    " PST-OUT-OF-PROOF-COUNT
005110     DISPLAY "  PARTIES NOT STATED:      " PST-LATER-COUNT
005120     IF NOT PST-TOTALS-PROVED
005130         DISPLAY "** STATEMENT TOTALS OUT OF PROOF - DO NOT "
005140             "RELEASE THE STATEMENT."
005150     END-IF.
005160 9999-EXIT.
005170     EXIT.
