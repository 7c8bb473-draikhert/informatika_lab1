000290*                  BY FIRST-SEEN MONTH, IN THE SAME 132-COLUMN
000300*                  PAGE FORMAT THE AUDIT REPORT USES. CONDITION
000310*                  CODE: 0 CLEAN, 16 ABORTED.
000320* 10/15/2026 DPG   FIBMASTR NOW CARRIES AN ALTERNATE KEY ON THE
000330*                  ZECKENDORF CODE; THE SELECT DECLARES IT.
000340*
000350******************************************************************
000360* ENVIRONMENT DIVISION
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MASTER-FILE ASSIGN TO FIBMASTR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS MST-DECIMAL-VALUE
000450         ALTERNATE RECORD KEY IS MST-ZECKENDORF-CODE
000460             WITH DUPLICATES
000470         FILE STATUS IS MRP-MASTER-STATUS.
000480     SELECT REPORT-FILE ASSIGN TO FIBMSTRP
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MRP-REPORT-STATUS.
000510*
000520******************************************************************
000530* DATA DIVISION
000540******************************************************************
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MASTER-FILE.
000580 COPY MASTREC.
000590 FD  REPORT-FILE.
000600 01  REPORT-RECORD                    PIC X(132).
000610*
000620 WORKING-STORAGE SECTION.
000630* ---------------------------------------------------------
000640* FILE STATUS AND RUN SWITCHES
000650* ---------------------------------------------------------
000660 77  MRP-MASTER-STATUS                PIC X(02) VALUE SPACES.
000670 77  MRP-REPORT-STATUS                PIC X(02) VALUE SPACES.
000680 01  MRP-END-OF-MASTER-SW             PIC X(01) VALUE "N".
000690     88  MRP-END-OF-MASTER                      VALUE "Y".
000700 01  MRP-REPORT-ABORT-SW              PIC X(01) VALUE "N".
000710     88  MRP-REPORT-ABORT                       VALUE "Y".
000720 01  MRP-FOUND-SW                     PIC X(01) VALUE "N".
000730     88  MRP-ENTRY-FOUND                        VALUE "Y".
000740*
000750* ---------------------------------------------------------
000760* SELECTION CRITERIA, ACCEPTED FROM THE OPERATOR. A TOP-N OF
000770* ZERO OR PAST THE TABLE FALLS BACK TO 10; A ZERO CUTOFF
000780* COUNTS NOTHING AS DORMANT.
000790* ---------------------------------------------------------
000800 01  MRP-TOP-WANTED                   PIC 9(02) VALUE ZERO.
000810 01  MRP-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
000820*
000830* ---------------------------------------------------------
000840* COUNTERS AND PRINT CONTROLS
000850* ---------------------------------------------------------
000860 77  MRP-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
000870 77  MRP-DORMANT-COUNT                PIC 9(08) VALUE ZERO COMP.
000880 77  MRP-LINE-COUNT                   PIC 9(02) VALUE 99 COMP.
000890 77  MRP-PAGE-COUNT                   PIC 9(04) VALUE ZERO COMP.
000900 77  MRP-TBL-IDX                      PIC 9(02) VALUE ZERO COMP.
000910 77  MRP-SHIFT-IDX                    PIC 9(02) VALUE ZERO COMP.
000920 77  MRP-INSERT-AT                    PIC 9(02) VALUE ZERO COMP.
000930 01  MRP-RUN-DATE                     PIC 9(08) VALUE ZERO.
000940 01  MRP-RUN-TIME                     PIC 9(08) VALUE ZERO.
000950 01  MRP-FIRST-SEEN-MONTH             PIC 9(06) VALUE ZERO.
000960*
000970* ---------------------------------------------------------
000980* TOP-N TABLE - HELD IN DESCENDING CONVERSION-COUNT ORDER BY
000990* SHIFT-DOWN INSERTION AS THE MASTER IS READ
001000* ---------------------------------------------------------
001010 01  MRP-TOP-TABLE.
001020     05  MRP-TOP-USED                 PIC 9(02) VALUE ZERO COMP.
001030     05  MRP-TOP-ENTRY OCCURS 50 TIMES.
001040         10  MRP-TOP-VALUE            PIC 9(10).
001050         10  MRP-TOP-COUNT            PIC 9(08).
001060         10  MRP-TOP-LAST-SEEN        PIC 9(08).
001070*
001080* ---------------------------------------------------------
001090* FIRST-SEEN MONTH TABLE - HELD IN ASCENDING MONTH ORDER BY
001100* SHIFT-DOWN INSERTION. MORE DISTINCT MONTHS THAN SLOTS ROLLS
001110* THE OVERFLOW INTO ONE BUCKET.
001120* ---------------------------------------------------------
001130 01  MRP-MONTH-TABLE.
001140     05  MRP-MONTH-USED               PIC 9(02) VALUE ZERO COMP.
001150     05  MRP-MONTH-OVERFLOW           PIC 9(08) VALUE ZERO COMP.
001160     05  MRP-MONTH-ENTRY OCCURS 60 TIMES.
001170         10  MRP-MONTH-KEY            PIC 9(06).
001180         10  MRP-MONTH-COUNT          PIC 9(08).
001190*
001200* ---------------------------------------------------------
001210* PRINT LINES
001220* ---------------------------------------------------------
001230 01  MRP-HEADING-1.
001240     05  FILLER                       PIC X(34) VALUE
001250         "CONVERSION-MASTER USAGE ANALYTICS ".
001260     05  FILLER                       PIC X(09) VALUE "RUN DATE ".
001270     05  MRP-HDG-DATE                 PIC 9(08).
001280     05  FILLER                       PIC X(06) VALUE " TIME ".
001290     05  MRP-HDG-TIME                 PIC 9(08).
001300     05  FILLER                       PIC X(06) VALUE " PAGE ".
001310     05  MRP-HDG-PAGE                 PIC ZZZ9.
001320 01  MRP-HEADING-2.
001330     05  FILLER                       PIC X(10)
001340         VALUE "SELECTED: ".
001350     05  FILLER                       PIC X(04) VALUE "TOP ".
001360     05  MRP-HDG-TOP                  PIC Z9.
001370     05  FILLER                       PIC X(17)
001380         VALUE " DORMANCY CUTOFF ".
001390     05  MRP-HDG-CUTOFF               PIC 9(08).
001400 01  MRP-TOP-LINE.
001410     05  FILLER                       PIC X(02) VALUE SPACES.
001420     05  MRP-TOP-RANK                 PIC ZZ9.
001430     05  FILLER                       PIC X(02) VALUE SPACES.
001440     05  MRP-TOP-VALUE-OUT            PIC 9(10).
001450     05  FILLER                       PIC X(02) VALUE SPACES.
001460     05  MRP-TOP-COUNT-OUT            PIC ZZ,ZZZ,ZZ9.
001470     05  FILLER                       PIC X(12) VALUE
001480         "  LAST SEEN ".
001490     05  MRP-TOP-SEEN-OUT             PIC 9(08).
001500 01  MRP-MONTH-LINE.
001510     05  FILLER                       PIC X(02) VALUE SPACES.
001520     05  MRP-MONTH-KEY-OUT            PIC 9(06).
001530     05  FILLER                       PIC X(01) VALUE SPACE.
001540     05  MRP-MONTH-COUNT-OUT          PIC ZZ,ZZZ,ZZ9.
001550 01  MRP-SUMMARY-LINE.
001560     05  FILLER                       PIC X(02) VALUE SPACES.
001570     05  MRP-SUM-LABEL                PIC X(36).
001580     05  MRP-SUM-COUNT                PIC ZZ,ZZZ,ZZ9.
001590*
001600******************************************************************
001610* PROCEDURE DIVISION
001620******************************************************************
001630 PROCEDURE DIVISION.
001640*
001650******************************************************************
001660* 0000-MAINLINE
001670******************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001700     IF NOT MRP-REPORT-ABORT
001710         PERFORM 2000-PROCESS-MASTER-FILE THRU 2000-EXIT
001720         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
001730         PERFORM 9999-TERMINATE THRU 9999-EXIT
001740     END-IF
001750*
001760*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
001770*    IT DOES FOR EVERY OTHER PROGRAM IN THIS SUITE: 0 CLEAN,
001780*    16 ABORTED - A CAPACITY PULL THAT PRODUCED NO REPORT MUST
001790*    NOT LOOK CLEAN.
001800     IF MRP-REPORT-ABORT
001810         MOVE 16 TO RETURN-CODE
001820     ELSE
001830         MOVE ZERO TO RETURN-CODE
001840     END-IF
001850     STOP RUN.
001860*
001870******************************************************************
001880* 1000-INITIALIZE - OPEN FILES AND ACCEPT SELECTION CRITERIA
001890******************************************************************
001900 1000-INITIALIZE.
001910     ACCEPT MRP-RUN-DATE FROM DATE YYYYMMDD
001920     ACCEPT MRP-RUN-TIME FROM TIME
001930     DISPLAY "CONVERSION-MASTER USAGE ANALYTICS"
001940     DISPLAY "HOW MANY TOP VALUES TO RANK (1-50, ZERO FOR 10): "
001950         WITH NO ADVANCING
001960     ACCEPT MRP-TOP-WANTED
001970     IF MRP-TOP-WANTED = ZERO OR MRP-TOP-WANTED > 50
001980         MOVE 10 TO MRP-TOP-WANTED
001990     END-IF
002000     DISPLAY "DORMANCY CUTOFF DATE (YYYYMMDD, ZERO FOR NONE): "
002010         WITH NO ADVANCING
002020     ACCEPT MRP-CUTOFF-DATE
002030     OPEN INPUT MASTER-FILE
002040     IF MRP-MASTER-STATUS NOT = "00"
002050         DISPLAY "** UNABLE TO OPEN THE CONVERSION MASTER - "
002060             "STATUS: " MRP-MASTER-STATUS
002070         DISPLAY "** REPORT RUN ABORTED."
002080         SET MRP-REPORT-ABORT TO TRUE
002090     END-IF
002100     IF NOT MRP-REPORT-ABORT
002110         OPEN OUTPUT REPORT-FILE
002120         IF MRP-REPORT-STATUS NOT = "00"
002130             DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
002140                 MRP-REPORT-STATUS
002150             DISPLAY "** REPORT RUN ABORTED."
002160             CLOSE MASTER-FILE
002170             SET MRP-REPORT-ABORT TO TRUE
002180         END-IF
002190     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220*
002230******************************************************************
002240* 2000-PROCESS-MASTER-FILE - ONE SEQUENTIAL PASS DOWN THE
002250* MASTER, ROLLING EVERY RECORD INTO THE THREE ANALYSES
002260******************************************************************
002270 2000-PROCESS-MASTER-FILE.
002280     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
002290         UNTIL MRP-END-OF-MASTER.
002300 2000-EXIT.
002310     EXIT.
002320*
002330 2100-PROCESS-ONE-RECORD.
002340     READ MASTER-FILE NEXT RECORD
002350         AT END
002360             MOVE "Y" TO MRP-END-OF-MASTER-SW
002370         NOT AT END
002380             ADD 1 TO MRP-RECORDS-READ
002390             PERFORM 3000-RANK-ONE-VALUE THRU 3000-EXIT
002400             IF MRP-CUTOFF-DATE > ZERO
002410                AND MST-LAST-SEEN-DATE < MRP-CUTOFF-DATE
002420                 ADD 1 TO MRP-DORMANT-COUNT
002430             END-IF
002440             PERFORM 4000-TALLY-FIRST-SEEN-MONTH THRU 4000-EXIT
002450     END-READ.
002460 2100-EXIT.
002470     EXIT.
002480*
002490******************************************************************
002500* 3000-RANK-ONE-VALUE - SHIFT-DOWN INSERTION INTO THE TOP-N
002510* TABLE, HELD IN DESCENDING CONVERSION-COUNT ORDER. A RECORD
002520* THAT RANKS BELOW A FULL TABLE FALLS OFF THE BOTTOM.
002530******************************************************************
002540 3000-RANK-ONE-VALUE.
002550     MOVE ZERO TO MRP-INSERT-AT
002560     PERFORM 3100-FIND-RANK-SLOT THRU 3100-EXIT
002570         VARYING MRP-TBL-IDX FROM 1 BY 1
002580             UNTIL MRP-TBL-IDX > MRP-TOP-USED
002590                OR MRP-INSERT-AT > ZERO
002600     IF MRP-INSERT-AT = ZERO
002610         IF MRP-TOP-USED < MRP-TOP-WANTED
002620             ADD 1 TO MRP-TOP-USED
002630             MOVE MRP-TOP-USED TO MRP-INSERT-AT
002640             PERFORM 3300-PLACE-ONE-VALUE THRU 3300-EXIT
002650         END-IF
002660         GO TO 3000-EXIT
002670     END-IF
002680     IF MRP-TOP-USED < MRP-TOP-WANTED
002690         ADD 1 TO MRP-TOP-USED
002700     END-IF
002710     PERFORM 3200-SHIFT-ONE-RANK THRU 3200-EXIT
002720         VARYING MRP-SHIFT-IDX FROM MRP-TOP-USED BY -1
002730             UNTIL MRP-SHIFT-IDX <= MRP-INSERT-AT
002740     PERFORM 3300-PLACE-ONE-VALUE THRU 3300-EXIT.
002750 3000-EXIT.
002760     EXIT.
002770*
002780 3100-FIND-RANK-SLOT.
002790     IF MST-CONVERSION-COUNT > MRP-TOP-COUNT (MRP-TBL-IDX)
002800         MOVE MRP-TBL-IDX TO MRP-INSERT-AT
002810     END-IF.
002820 3100-EXIT.
002830     EXIT.
002840*
002850 3200-SHIFT-ONE-RANK.
002860     MOVE MRP-TOP-ENTRY (MRP-SHIFT-IDX - 1) TO
002870         MRP-TOP-ENTRY (MRP-SHIFT-IDX).
002880 3200-EXIT.
002890     EXIT.
002900*
002910 3300-PLACE-ONE-VALUE.
002920     MOVE MST-DECIMAL-VALUE TO MRP-TOP-VALUE (MRP-INSERT-AT)
002930     MOVE MST-CONVERSION-COUNT TO MRP-TOP-COUNT (MRP-INSERT-AT)
002940     MOVE MST-LAST-SEEN-DATE TO
002950         MRP-TOP-LAST-SEEN (MRP-INSERT-AT).
002960 3300-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000* 4000-TALLY-FIRST-SEEN-MONTH - ROLL THE RECORD INTO ITS
003010* FIRST-SEEN MONTH BUCKET, INSERTING NEW MONTHS IN ASCENDING
003020* ORDER SO THE ARRIVALS SECTION READS AS A TREND
003030******************************************************************
003040 4000-TALLY-FIRST-SEEN-MONTH.
003050     DIVIDE MST-FIRST-SEEN-DATE BY 100
003060         GIVING MRP-FIRST-SEEN-MONTH
003070     MOVE "N" TO MRP-FOUND-SW
003080     MOVE ZERO TO MRP-INSERT-AT
003090     PERFORM 4100-MATCH-ONE-MONTH THRU 4100-EXIT
003100         VARYING MRP-TBL-IDX FROM 1 BY 1
003110             UNTIL MRP-TBL-IDX > MRP-MONTH-USED
003120                OR MRP-ENTRY-FOUND
003130                OR MRP-INSERT-AT > ZERO
003140     IF MRP-ENTRY-FOUND
003150         GO TO 4000-EXIT
003160     END-IF
003170     IF MRP-MONTH-USED >= 60
003180         ADD 1 TO MRP-MONTH-OVERFLOW
003190         GO TO 4000-EXIT
003200     END-IF
003210     ADD 1 TO MRP-MONTH-USED
003220     IF MRP-INSERT-AT = ZERO
003230         MOVE MRP-MONTH-USED TO MRP-INSERT-AT
003240     ELSE
003250         PERFORM 4200-SHIFT-ONE-MONTH THRU 4200-EXIT
003260             VARYING MRP-SHIFT-IDX FROM MRP-MONTH-USED BY -1
003270                 UNTIL MRP-SHIFT-IDX <= MRP-INSERT-AT
003280     END-IF
003290     MOVE MRP-FIRST-SEEN-MONTH TO
003300         MRP-MONTH-KEY (MRP-INSERT-AT)
003310     MOVE 1 TO MRP-MONTH-COUNT (MRP-INSERT-AT).
003320 4000-EXIT.
003330     EXIT.
003340*
003350 4100-MATCH-ONE-MONTH.
003360     EVALUATE TRUE
003370         WHEN MRP-MONTH-KEY (MRP-TBL-IDX) = MRP-FIRST-SEEN-MONTH
003380             ADD 1 TO MRP-MONTH-COUNT (MRP-TBL-IDX)
003390             SET MRP-ENTRY-FOUND TO TRUE
003400         WHEN MRP-MONTH-KEY (MRP-TBL-IDX) > MRP-FIRST-SEEN-MONTH
003410             MOVE MRP-TBL-IDX TO MRP-INSERT-AT
003420         WHEN OTHER
003430             CONTINUE
003440     END-EVALUATE.
003450 4100-EXIT.
003460     EXIT.
003470*
003480 4200-SHIFT-ONE-MONTH.
003490     MOVE MRP-MONTH-ENTRY (MRP-SHIFT-IDX - 1) TO
003500         MRP-MONTH-ENTRY (MRP-SHIFT-IDX).
003510 4200-EXIT.
003520     EXIT.
003530*
003540******************************************************************
003550* 7000-PRINT-REPORT - THE THREE SECTIONS AND THE TOTALS, IN
003560* THE AUDIT REPORT'S PAGE FORMAT
003570******************************************************************
003580 7000-PRINT-REPORT.
003590     MOVE 99 TO MRP-LINE-COUNT
003600     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
003610     MOVE SPACES TO REPORT-RECORD
003620     MOVE "TOP VALUES BY CONVERSION COUNT" TO REPORT-RECORD
003630     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003640     PERFORM 7100-PRINT-ONE-RANK THRU 7100-EXIT
003650         VARYING MRP-TBL-IDX FROM 1 BY 1
003660             UNTIL MRP-TBL-IDX > MRP-TOP-USED
003670     MOVE SPACES TO REPORT-RECORD
003680     MOVE "DORMANCY" TO REPORT-RECORD
003690     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
003700     MOVE "VALUES NOT SEEN SINCE THE CUTOFF" TO MRP-SUM-LABEL
003710     MOVE MRP-DORMANT-COUNT TO MRP-SUM-COUNT
003720     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
003730     MOVE SPACES TO REPORT-RECORD
003740     MOVE "NEW-VALUE ARRIVALS BY FIRST-SEEN MONTH" TO
003750         REPORT-RECORD
003760     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
003770     PERFORM 7200-PRINT-ONE-MONTH THRU 7200-EXIT
003780         VARYING MRP-TBL-IDX FROM 1 BY 1
003790             UNTIL MRP-TBL-IDX > MRP-MONTH-USED
003800     IF MRP-MONTH-OVERFLOW > ZERO
003810         MOVE "(FURTHER MONTHS)" TO MRP-SUM-LABEL
003820         MOVE MRP-MONTH-OVERFLOW TO MRP-SUM-COUNT
003830         PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT
003840     END-IF
003850     MOVE SPACES TO REPORT-RECORD
003860     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
003870     MOVE "MASTER RECORDS READ" TO MRP-SUM-LABEL
003880     MOVE MRP-RECORDS-READ TO MRP-SUM-COUNT
003890     PERFORM 7300-PRINT-SUMMARY-LINE THRU 7300-EXIT.
003900 7000-EXIT.
003910     EXIT.
003920*
003930 7100-PRINT-ONE-RANK.
003940     MOVE MRP-TBL-IDX TO MRP-TOP-RANK
003950     MOVE MRP-TOP-VALUE (MRP-TBL-IDX) TO MRP-TOP-VALUE-OUT
003960     MOVE MRP-TOP-COUNT (MRP-TBL-IDX) TO MRP-TOP-COUNT-OUT
003970     MOVE MRP-TOP-LAST-SEEN (MRP-TBL-IDX) TO MRP-TOP-SEEN-OUT
003980     MOVE SPACES TO REPORT-RECORD
003990     MOVE MRP-TOP-LINE TO REPORT-RECORD
004000     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
004010 7100-EXIT.
004020     EXIT.
004030*
004040 7200-PRINT-ONE-MONTH.
004050     MOVE MRP-MONTH-KEY (MRP-TBL-IDX) TO MRP-MONTH-KEY-OUT
004060     MOVE MRP-MONTH-COUNT (MRP-TBL-IDX) TO MRP-MONTH-COUNT-OUT
004070     MOVE SPACES TO REPORT-RECORD
004080     MOVE MRP-MONTH-LINE TO REPORT-RECORD
004090     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
004100 7200-EXIT.
004110     EXIT.
004120*
004130 7300-PRINT-SUMMARY-LINE.
004140     MOVE SPACES TO REPORT-RECORD
004150     MOVE MRP-SUMMARY-LINE TO REPORT-RECORD
004160     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
004170 7300-EXIT.
004180     EXIT.
004190*
004200 7500-PAGE-HEADING.
004210     ADD 1 TO MRP-PAGE-COUNT
004220     MOVE MRP-RUN-DATE TO MRP-HDG-DATE
004230     MOVE MRP-RUN-TIME TO MRP-HDG-TIME
004240     MOVE MRP-PAGE-COUNT TO MRP-HDG-PAGE
004250     MOVE SPACES TO REPORT-RECORD
004260     MOVE MRP-HEADING-1 TO REPORT-RECORD
004270     IF MRP-PAGE-COUNT = 1
004280         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004290     ELSE
004300         WRITE REPORT-RECORD AFTER ADVANCING PAGE
004310     END-IF
004320     MOVE MRP-TOP-WANTED TO MRP-HDG-TOP
004330     MOVE MRP-CUTOFF-DATE TO MRP-HDG-CUTOFF
004340     MOVE SPACES TO REPORT-RECORD
004350     MOVE MRP-HEADING-2 TO REPORT-RECORD
004360     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004370     MOVE SPACES TO REPORT-RECORD
004380     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004390     MOVE 4 TO MRP-LINE-COUNT.
004400 7500-EXIT.
004410     EXIT.
004420*
004430 9999-TERMINATE.
004440     CLOSE MASTER-FILE
004450     CLOSE REPORT-FILE
004460     DISPLAY "USAGE ANALYTICS COMPLETE - MASTER RECORDS READ: "
004470         MRP-RECORDS-READ
004480     DISPLAY "  DORMANT VALUES: " MRP-DORMANT-COUNT.
004490 9999-EXIT.
004500     EXIT.
