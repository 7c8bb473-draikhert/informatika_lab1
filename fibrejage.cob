000100******************************************************************
000110* FIBONACCI REJECT AGING AND ROOT-CAUSE REPORT - HOW LONG REJECTS
000120* SIT PENDING, WHY THEY ARE REJECTED, AND WHICH COME BACK
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. FIBREJAGE.
000160 AUTHOR. DP-APPLICATIONS-GROUP.
000170 INSTALLATION. NIGHT-BATCH-CENTER.
000180 DATE-WRITTEN. 10/15/2026.
000190 DATE-COMPILED.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  --------------------------------------------
000240* 10/15/2026 DPG   ORIGINAL VERSION. READS THE RETAINED NIGHTLY
000250*                  FIBREJCT REJECT FILES AND FIBREJDP DISPOSITION
000260*                  FILES, EACH CONCATENATED OLDEST FIRST, AND
000270*                  MATCHES EVERY REJECT TO ITS LATEST DISPOSITION
000280*                  BY RECORD NUMBER, REFERENCE KEY AND REJECT
000290*                  DATE. AN UNDATED DISPOSITION MATCHES ON NUMBER
000300*                  AND KEY AND COUNTS WHEN IT IS NOT DATED BEFORE
000310*                  THE REJECT. THE REJECT AND DISPOSITION LAYOUTS
000320*                  FOLLOW THE FIBREJCT AND FIBREJDP CONTRACTS. A
000330*                  REJECT WITH NO DISPOSITION, OR WHOSE LATEST
000340*                  DISPOSITION LEFT IT PENDING, IS AGED FROM ITS
000350*                  REJECT DATE TO THE AS-OF DATE INTO 0-1, 2-7,
000360*                  8-30 AND OVER-30 DAY BUCKETS, AND EVERY ONE
000370*                  PENDING LONGER THAN THE POLICY IS LISTED. THE
000380*                  REJECTS ARE BROKEN DOWN BY REASON CODE AND BY
000390*                  FEED, AND EVERY REFERENCE KEY A FEED HAD
000400*                  REJECTED ON MORE THAN ONE NIGHT IS LISTED. THE
000410*                  AS-OF DATE (ZERO FOR TODAY) AND THE POLICY IN
000420*                  DAYS (ZERO FOR 30) ARE TAKEN FROM THE OPERATOR.
000430*                  CONDITION CODE: 0 NOTHING PENDING PAST POLICY,
000440*                  4 REJECTS PENDING PAST POLICY OR UNDATED, 8 A
000450*                  TABLE FILLED AND THE REPORT IS INCOMPLETE, 16
000460*                  ABORTED.
000470*
000480******************************************************************
000490* ENVIRONMENT DIVISION
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT REJECT-FILE ASSIGN TO FIBREJCT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RAG-REJECT-STATUS.
000570     SELECT DISPOSITION-FILE ASSIGN TO FIBREJDP
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RAG-DISPOSITION-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO FIBRAGRP
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RAG-REPORT-STATUS.
000630     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RAG-RUNLOG-STATUS.
000660*
000670******************************************************************
000680* DATA DIVISION - THE FIBREJCT AND FIBREJDP LAYOUTS FOLLOW THE
000690* DRIVER'S AND THE REPAIR WORKBENCH'S CONTRACTS COLUMN FOR COLUMN
000700******************************************************************
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  REJECT-FILE.
000740 01  REJECT-RECORD.
000750     05  REJ-RECORD-NUMBER            PIC 9(08).
000760     05  FILLER                       PIC X(01).
000770     05  REJ-REFERENCE-KEY            PIC X(10).
000780     05  FILLER                       PIC X(01).
000790     05  REJ-REASON-CODE              PIC X(02).
000800     05  FILLER                       PIC X(01).
000810     05  REJ-FIBONACCI-INPUT          PIC X(55).
000820     05  FILLER                       PIC X(01).
000830     05  REJ-FEED-ID                  PIC X(08).
000840     05  FILLER                       PIC X(01).
000850     05  REJ-REJECT-DATE              PIC 9(08).
000860     05  FILLER                       PIC X(01).
000870     05  REJ-INPUT-TYPE               PIC X(01).
000880 FD  DISPOSITION-FILE.
000890 01  DISPOSITION-RECORD.
000900     05  DSP-RECORD-NUMBER            PIC 9(08).
000910     05  FILLER                       PIC X(01).
000920     05  DSP-REFERENCE-KEY            PIC X(10).
000930     05  FILLER                       PIC X(01).
000940     05  DSP-REASON-CODE              PIC X(02).
000950     05  FILLER                       PIC X(01).
000960     05  DSP-DISPOSITION              PIC X(01).
000970     05  FILLER                       PIC X(01).
000980     05  DSP-RUN-DATE                 PIC 9(08).
000990     05  FILLER                       PIC X(01).
001000     05  DSP-RUN-TIME                 PIC 9(08).
001010     05  FILLER                       PIC X(01).
001020     05  DSP-OPERATOR-ID              PIC X(20).
001030     05  FILLER                       PIC X(01).
001040     05  DSP-REJECT-DATE              PIC 9(08).
001050 FD  REPORT-FILE.
001060 01  REPORT-RECORD                    PIC X(132).
001070 FD  RUN-LOG-FILE.
001080 COPY RUNLOG.
001090*
001100 WORKING-STORAGE SECTION.
001110* ---------------------------------------------------------
001120* FILE STATUS AND RUN SWITCHES
001130* ---------------------------------------------------------
001140 77  RAG-REJECT-STATUS                PIC X(02) VALUE SPACES.
001150 77  RAG-DISPOSITION-STATUS           PIC X(02) VALUE SPACES.
001160 77  RAG-REPORT-STATUS                PIC X(02) VALUE SPACES.
001170 77  RAG-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
001180 01  RAG-END-OF-REJECTS-SW            PIC X(01) VALUE "N".
001190     88  RAG-END-OF-REJECTS                     VALUE "Y".
001200 01  RAG-END-OF-DISPOSITIONS-SW       PIC X(01) VALUE "N".
001210     88  RAG-END-OF-DISPOSITIONS                VALUE "Y".
001220 01  RAG-DISPOSITIONS-OPEN-SW         PIC X(01) VALUE "N".
001230     88  RAG-DISPOSITIONS-OPEN                  VALUE "Y".
001240 01  RAG-REPORT-ABORT-SW              PIC X(01) VALUE "N".
001250     88  RAG-REPORT-ABORT                       VALUE "Y".
001260 01  RAG-FOUND-SW                     PIC X(01) VALUE "N".
001270     88  RAG-ENTRY-FOUND                        VALUE "Y".
001280 01  RAG-SUMMARY-SW                   PIC X(01) VALUE "N".
001290     88  RAG-ON-SUMMARY                         VALUE "Y".
001300 01  RAG-DATED-SW                     PIC X(01) VALUE "N".
001310     88  RAG-REJECT-DATED                       VALUE "Y".
001320*
001330* ---------------------------------------------------------
001340* SELECTION CRITERIA, ACCEPTED FROM THE OPERATOR. A ZERO AS-OF
001350* DATE MEANS TODAY; A ZERO POLICY FALLS BACK TO 30 DAYS.
001360* ---------------------------------------------------------
001370 01  RAG-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
001380 01  RAG-POLICY-DAYS                  PIC 9(03) VALUE ZERO.
001390*
001400* ---------------------------------------------------------
001410* COUNTERS, SUBSCRIPTS AND PRINT CONTROLS
001420* ---------------------------------------------------------
001430 77  RAG-REJECTS-READ                 PIC 9(08) VALUE ZERO COMP.
001440 77  RAG-REJECTS-REPORTED             PIC 9(08) VALUE ZERO COMP.
001450 77  RAG-REJECTS-AFTER-AS-OF          PIC 9(08) VALUE ZERO COMP.
001460 77  RAG-DISPOSITIONS-READ            PIC 9(08) VALUE ZERO COMP.
001470 77  RAG-BAD-DISPOSITIONS             PIC 9(08) VALUE ZERO COMP.
001480 77  RAG-NO-DISPOSITION-COUNT         PIC 9(08) VALUE ZERO COMP.
001490 77  RAG-PENDING-COUNT                PIC 9(08) VALUE ZERO COMP.
001500 77  RAG-PAST-POLICY-COUNT            PIC 9(08) VALUE ZERO COMP.
001510 77  RAG-UNDATED-COUNT                PIC 9(08) VALUE ZERO COMP.
001520 77  RAG-REPEAT-KEY-COUNT             PIC 9(08) VALUE ZERO COMP.
001530 77  RAG-LINE-COUNT                   PIC 9(02) VALUE 99 COMP.
001540 77  RAG-PAGE-COUNT                   PIC 9(04) VALUE ZERO COMP.
001550 77  RAG-TBL-IDX                      PIC 9(04) VALUE ZERO COMP.
001560 77  RAG-DSP-IDX                      PIC 9(04) VALUE ZERO COMP.
001570 01  RAG-RUN-DATE                     PIC 9(08) VALUE ZERO.
001580 01  RAG-RUN-TIME                     PIC 9(08) VALUE ZERO.
001590 01  RAG-HOLD-TITLE                   PIC X(132) VALUE SPACES.
001600*
001610* ---------------------------------------------------------
001620* THE REJECT IN HAND - ITS LATEST DISPOSITION (SPACE WHEN IT
001630* HAS NONE) AND ITS AGE IN DAYS AT THE AS-OF DATE
001640* ---------------------------------------------------------
001650 01  RAG-CURRENT-DISPOSITION          PIC X(01) VALUE SPACE.
001660     88  RAG-CURRENT-RESUBMITTED                VALUE "R".
001670     88  RAG-CURRENT-VOIDED                     VALUE "V".
001680     88  RAG-CURRENT-PENDING                    VALUE "P" " ".
001690 01  RAG-CURRENT-FEED                 PIC X(08) VALUE SPACES.
001700 77  RAG-AS-OF-DAYS                   PIC 9(07) VALUE ZERO COMP.
001710 77  RAG-REJECT-DAYS                  PIC 9(07) VALUE ZERO COMP.
001720 77  RAG-AGE-DAYS                     PIC 9(07) VALUE ZERO COMP.
001730*
001740* ---------------------------------------------------------
001750* DAY NUMBERING - A YYYYMMDD DATE TURNED INTO A COUNT OF DAYS
001760* SO TWO DATES CAN BE SUBTRACTED. MARCH IS TAKEN AS THE FIRST
001770* MONTH SO THE LEAP DAY FALLS AT THE END OF THE YEAR; EVERY
001780* DIVISION TRUNCATES INTO ITS OWN WHOLE-NUMBER FIELD.
001790* ---------------------------------------------------------
001800 01  RAG-CVT-DATE                     PIC 9(08) VALUE ZERO.
001810 01  RAG-CVT-DATE-R REDEFINES RAG-CVT-DATE.
001820     05  RAG-CVT-YEAR                 PIC 9(04).
001830     05  RAG-CVT-MONTH                PIC 9(02).
001840     05  RAG-CVT-DAY                  PIC 9(02).
001850 77  RAG-CVT-DAYS                     PIC 9(07) VALUE ZERO COMP.
001860 77  RAG-CVT-Y                        PIC 9(04) VALUE ZERO COMP.
001870 77  RAG-CVT-M                        PIC 9(02) VALUE ZERO COMP.
001880 77  RAG-CVT-Q4                       PIC 9(04) VALUE ZERO COMP.
001890 77  RAG-CVT-Q100                     PIC 9(04) VALUE ZERO COMP.
001900 77  RAG-CVT-Q400                     PIC 9(04) VALUE ZERO COMP.
001910 77  RAG-CVT-MONTH-DAYS               PIC 9(04) VALUE ZERO COMP.
001920*
001930* ---------------------------------------------------------
001940* LATEST DISPOSITION PER RECORD NUMBER, REFERENCE KEY
001950* AND REJECT DATE, LOADED FROM FIBREJDP BEFORE THE REJECTS ARE
001960* READ. A LATER DISPOSITION REPLACES AN EARLIER ONE. AN UNDATED
001970* DISPOSITION IS HELD UNDER A REJECT DATE OF ZERO.
001980* ---------------------------------------------------------
001990 01  RAG-DISPOSITION-TABLE.
002000     05  RAG-DSP-USED                 PIC 9(04) VALUE ZERO COMP.
002010     05  RAG-DSP-OVERFLOW             PIC 9(08) VALUE ZERO COMP.
002020     05  RAG-DSP-ENTRY OCCURS 5000 TIMES.
002030         10  RAG-DSP-RECORD-NUMBER    PIC 9(08).
002040         10  RAG-DSP-KEY              PIC X(10).
002050         10  RAG-DSP-REJECT-DATE      PIC 9(08).
002060         10  RAG-DSP-STAMP.
002070             15  RAG-DSP-DATE         PIC 9(08).
002080             15  RAG-DSP-TIME         PIC 9(08).
002090         10  RAG-DSP-CODE             PIC X(01).
002100 01  RAG-NEW-STAMP.
002110     05  RAG-NEW-DATE                 PIC 9(08) VALUE ZERO.
002120     05  RAG-NEW-TIME                 PIC 9(08) VALUE ZERO.
002130 01  RAG-MATCH-REJECT-DATE            PIC 9(08) VALUE ZERO.
002140*
002150* ---------------------------------------------------------
002160* AGING BUCKETS FOR THE REJECTS STILL PENDING
002170* ---------------------------------------------------------
002180 01  RAG-AGING-TALLY.
002190     05  RAG-AGE-0-1                  PIC 9(08) VALUE ZERO COMP.
002200     05  RAG-AGE-2-7                  PIC 9(08) VALUE ZERO COMP.
002210     05  RAG-AGE-8-30                 PIC 9(08) VALUE ZERO COMP.
002220     05  RAG-AGE-OVER-30              PIC 9(08) VALUE ZERO COMP.
002230*
002240* ---------------------------------------------------------
002250* BREAKDOWN TABLES - ONE SLOT PER DISTINCT REASON CODE AND
002260* PER DISTINCT FEED, EACH SPLIT BY LATEST DISPOSITION. MORE
002270* DISTINCT ENTRIES THAN SLOTS ROLLS THE OVERFLOW INTO ONE
002280* BUCKET.
002290* ---------------------------------------------------------
002300 01  RAG-REASON-TALLY.
002310     05  RAG-RSN-USED                 PIC 9(03) VALUE ZERO COMP.
002320     05  RAG-RSN-OVERFLOW             PIC 9(08) VALUE ZERO COMP.
002330     05  RAG-RSN-ENTRY OCCURS 20 TIMES.
002340         10  RAG-RSN-CODE             PIC X(02).
002350         10  RAG-RSN-TOTAL            PIC 9(08) COMP.
002360         10  RAG-RSN-RESUBMITTED      PIC 9(08) COMP.
002370         10  RAG-RSN-VOIDED           PIC 9(08) COMP.
002380         10  RAG-RSN-PENDING          PIC 9(08) COMP.
002390 01  RAG-FEED-TALLY.
002400     05  RAG-FED-USED                 PIC 9(03) VALUE ZERO COMP.
002410     05  RAG-FED-OVERFLOW             PIC 9(08) VALUE ZERO COMP.
002420     05  RAG-FED-ENTRY OCCURS 50 TIMES.
002430         10  RAG-FED-ID               PIC X(08).
002440         10  RAG-FED-TOTAL            PIC 9(08) COMP.
002450         10  RAG-FED-RESUBMITTED      PIC 9(08) COMP.
002460         10  RAG-FED-VOIDED           PIC 9(08) COMP.
002470         10  RAG-FED-PENDING          PIC 9(08) COMP.
002480*
002490* ---------------------------------------------------------
002500* REASON CODE DESCRIPTIONS, AS THE DRIVER ASSIGNS THEM
002510* ---------------------------------------------------------
002520 01  RAG-REASON-VALUES.
002530     05  FILLER                       PIC X(22)
002540                      VALUE "01NON-NUMERIC CODE    ".
002550     05  FILLER                       PIC X(22)
002560                      VALUE "02SHORT OR BLANK      ".
002570     05  FILLER                       PIC X(22)
002580                      VALUE "03ADJACENT TERMS      ".
002590     05  FILLER                       PIC X(22)
002600                      VALUE "04NO FEED HEADER      ".
002610     05  FILLER                       PIC X(22)
002620                      VALUE "05OVERFLOW            ".
002630     05  FILLER                       PIC X(22)
002640                      VALUE "06DUPLICATE KEY       ".
002650     05  FILLER                       PIC X(22)
002660                      VALUE "07RESUBMIT REFUSED    ".
002670 01  RAG-REASON-TABLE REDEFINES RAG-REASON-VALUES.
002680     05  RAG-RDS-ENTRY OCCURS 7 TIMES.
002690         10  RAG-RDS-CODE             PIC X(02).
002700         10  RAG-RDS-TEXT             PIC X(20).
002710 77  RAG-RDS-IDX                      PIC 9(02) VALUE ZERO COMP.
002720*
002730* ---------------------------------------------------------
002740* REFERENCE KEYS BY FEED - THE NIGHTS EACH KEY WAS REJECTED
002750* ON. THE INPUT RUNS OLDEST FIRST, SO A CHANGE OF REJECT DATE
002760* ON A KEY IS A NEW NIGHT. AN OVERFLOW HERE MEANS SOME REPEATS
002770* MAY GO UNLISTED, SO IT IS PRINTED AND GRADED.
002780* ---------------------------------------------------------
002790 01  RAG-KEY-TABLE.
002800     05  RAG-KEY-USED                 PIC 9(04) VALUE ZERO COMP.
002810     05  RAG-KEY-OVERFLOW             PIC 9(08) VALUE ZERO COMP.
002820     05  RAG-KEY-ENTRY OCCURS 5000 TIMES.
002830         10  RAG-KEY-FEED             PIC X(08).
002840         10  RAG-KEY-REFERENCE        PIC X(10).
002850         10  RAG-KEY-FIRST-DATE       PIC 9(08).
002860         10  RAG-KEY-LAST-DATE        PIC 9(08).
002870         10  RAG-KEY-NIGHTS           PIC 9(05) COMP.
002880         10  RAG-KEY-REJECTS          PIC 9(05) COMP.
002890         10  RAG-KEY-LAST-REASON      PIC X(02).
002900         10  RAG-KEY-LAST-DISP        PIC X(01).
002910*
002920* ---------------------------------------------------------
002930* PRINT LINES
002940* ---------------------------------------------------------
002950 01  RAG-HEADING-1.
002960     05  FILLER                       PIC X(34) VALUE
002970         "REJECT AGING AND ROOT-CAUSE REPORT".
002980     05  FILLER                       PIC X(10)
002990         VALUE " RUN DATE ".
003000     05  RAG-HDG-DATE                 PIC 9(08).
003010     05  FILLER                       PIC X(06) VALUE " TIME ".
003020     05  RAG-HDG-TIME                 PIC 9(08).
003030     05  FILLER                       PIC X(06) VALUE " PAGE ".
003040     05  RAG-HDG-PAGE                 PIC ZZZ9.
003050 01  RAG-HEADING-2.
003060     05  FILLER                       PIC X(06) VALUE "AS OF ".
003070     05  RAG-HDG-AS-OF-DATE           PIC 9(08).
003080     05  FILLER                       PIC X(16)
003090         VALUE " PENDING POLICY ".
003100     05  RAG-HDG-POLICY               PIC ZZ9.
003110     05  FILLER                       PIC X(05) VALUE " DAYS".
003120 01  RAG-HEADING-3.
003130     05  FILLER                       PIC X(09) VALUE "REJECTED ".
003140     05  FILLER                       PIC X(09) VALUE "  REC-NO ".
003150     05  FILLER                       PIC X(09) VALUE "FEED".
003160     05  FILLER                       PIC X(11) VALUE "REF-KEY".
003170     05  FILLER                       PIC X(04) VALUE "RSN".
003180     05  FILLER                       PIC X(04) VALUE "DSP".
003190     05  FILLER                       PIC X(08) VALUE "AGE-DAYS".
003200 01  RAG-DETAIL-LINE.
003210     05  RAG-DET-DATE                 PIC 9(08).
003220     05  FILLER                       PIC X(01) VALUE SPACE.
003230     05  RAG-DET-RECORD-NUMBER        PIC 9(08).
003240     05  FILLER                       PIC X(01) VALUE SPACE.
003250     05  RAG-DET-FEED                 PIC X(08).
003260     05  FILLER                       PIC X(01) VALUE SPACE.
003270     05  RAG-DET-KEY                  PIC X(10).
003280     05  FILLER                       PIC X(01) VALUE SPACE.
003290     05  RAG-DET-REASON               PIC X(02).
003300     05  FILLER                       PIC X(02) VALUE SPACES.
003310     05  RAG-DET-DISPOSITION          PIC X(01).
003320     05  FILLER                       PIC X(03) VALUE SPACES.
003330     05  RAG-DET-AGE                  PIC ZZZ,ZZ9.
003340 01  RAG-BREAKDOWN-HEADING.
003350     05  FILLER                       PIC X(33) VALUE SPACES.
003360     05  FILLER                       PIC X(11) VALUE
003370         "   REJECTS ".
003380     05  FILLER                       PIC X(11) VALUE
003390         "  RESUBMIT ".
003400     05  FILLER                       PIC X(11) VALUE
003410         "    VOIDED ".
003420     05  FILLER                       PIC X(11) VALUE
003430         "   PENDING ".
003440 01  RAG-BREAKDOWN-LINE.
003450     05  FILLER                       PIC X(02) VALUE SPACES.
003460     05  RAG-BRK-CODE                 PIC X(08).
003470     05  FILLER                       PIC X(01) VALUE SPACE.
003480     05  RAG-BRK-TEXT                 PIC X(20).
003490     05  FILLER                       PIC X(02) VALUE SPACES.
003500     05  RAG-BRK-TOTAL                PIC ZZ,ZZZ,ZZ9.
003510     05  FILLER                       PIC X(01) VALUE SPACE.
003520     05  RAG-BRK-RESUBMITTED          PIC ZZ,ZZZ,ZZ9.
003530     05  FILLER                       PIC X(01) VALUE SPACE.
003540     05  RAG-BRK-VOIDED               PIC ZZ,ZZZ,ZZ9.
003550     05  FILLER                       PIC X(01) VALUE SPACE.
003560     05  RAG-BRK-PENDING              PIC ZZ,ZZZ,ZZ9.
003570 01  RAG-REPEAT-HEADING.
003580     05  FILLER                       PIC X(02) VALUE SPACES.
003590     05  FILLER                       PIC X(09) VALUE "FEED".
003600     05  FILLER                       PIC X(11) VALUE "REF-KEY".
003610     05  FILLER                       PIC X(07) VALUE " NIGHTS".
003620     05  FILLER                       PIC X(08) VALUE " REJECTS".
003630     05  FILLER                       PIC X(09) VALUE "  FIRST".
003640     05  FILLER                       PIC X(09) VALUE "LAST".
003650     05  FILLER                       PIC X(09) VALUE "LAST-RSN".
003660     05  FILLER                       PIC X(03) VALUE "DSP".
003670 01  RAG-REPEAT-LINE.
003680     05  FILLER                       PIC X(02) VALUE SPACES.
003690     05  RAG-RPT-FEED                 PIC X(08).
003700     05  FILLER                       PIC X(01) VALUE SPACE.
003710     05  RAG-RPT-KEY                  PIC X(10).
003720     05  FILLER                       PIC X(01) VALUE SPACE.
003730     05  RAG-RPT-NIGHTS               PIC ZZ,ZZ9.
003740     05  FILLER                       PIC X(01) VALUE SPACE.
003750     05  RAG-RPT-REJECTS              PIC ZZ,ZZ9.
003760     05  FILLER                       PIC X(02) VALUE SPACES.
003770     05  RAG-RPT-FIRST-DATE           PIC 9(08).
003780     05  FILLER                       PIC X(01) VALUE SPACE.
003790     05  RAG-RPT-LAST-DATE            PIC 9(08).
003800     05  FILLER                       PIC X(01) VALUE SPACE.
003810     05  RAG-RPT-LAST-REASON          PIC X(02).
003820     05  FILLER                       PIC X(07) VALUE SPACES.
003830     05  RAG-RPT-LAST-DISP            PIC X(01).
003840 01  RAG-SUMMARY-LINE.
003850     05  FILLER                       PIC X(02) VALUE SPACES.
003860     05  RAG-SUM-LABEL                PIC X(28).
003870     05  FILLER                       PIC X(01) VALUE SPACE.
003880     05  RAG-SUM-COUNT                PIC ZZ,ZZZ,ZZ9.
003890 01  RAG-TOTAL-LINE.
003900     05  RAG-TOT-LABEL                PIC X(30).
003910     05  RAG-TOT-COUNT                PIC ZZ,ZZZ,ZZ9.
003920*
003930******************************************************************
003940* PROCEDURE DIVISION
003950******************************************************************
003960 PROCEDURE DIVISION.
003970*
003980******************************************************************
003990* 0000-MAINLINE
004000******************************************************************
004010 0000-MAINLINE.
004020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004030     IF NOT RAG-REPORT-ABORT
004040         IF RAG-DISPOSITIONS-OPEN
004050             PERFORM 2000-LOAD-DISPOSITIONS THRU 2000-EXIT
004060         END-IF
004070         PERFORM 3000-PROCESS-REJECTS THRU 3000-EXIT
004080         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
004090         PERFORM 9999-TERMINATE THRU 9999-EXIT
004100     END-IF
004110*
004120*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
004130*    IT DOES FOR EVERY OTHER PROGRAM IN THIS SUITE. A FULL
004140*    TABLE OUTRANKS THE PENDING REJECTS - A REPORT THAT COULD
004150*    NOT HOLD EVERYTHING PROVES NOTHING ABOUT THE POLICY.
004160     EVALUATE TRUE
004170         WHEN RAG-REPORT-ABORT
004180             MOVE 16 TO RETURN-CODE
004190         WHEN RAG-DSP-OVERFLOW > ZERO
004200           OR RAG-KEY-OVERFLOW > ZERO
004210             MOVE 8 TO RETURN-CODE
004220         WHEN RAG-PAST-POLICY-COUNT > ZERO
004230           OR RAG-UNDATED-COUNT > ZERO
004240             MOVE 4 TO RETURN-CODE
004250         WHEN OTHER
004260             MOVE ZERO TO RETURN-CODE
004270     END-EVALUATE
004280     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT
004290     STOP RUN.
004300*
004310******************************************************************
004320* 1000-INITIALIZE - ACCEPT THE AS-OF DATE AND THE POLICY, AND
004330* OPEN THE FILES. NO DISPOSITION FILE MEANS NOTHING HAS BEEN
004340* WORKED - EVERY REJECT IS STILL PENDING.
004350******************************************************************
004360 1000-INITIALIZE.
004370     ACCEPT RAG-RUN-DATE FROM DATE YYYYMMDD
004380     ACCEPT RAG-RUN-TIME FROM TIME
004390     DISPLAY "REJECT AGING REPORT - RUN DATE " RAG-RUN-DATE
004400     DISPLAY "AGE PENDING REJECTS AS OF (YYYYMMDD, ZERO FOR "
004410         "TODAY): " WITH NO ADVANCING
004420     ACCEPT RAG-AS-OF-DATE
004430     IF RAG-AS-OF-DATE = ZERO
004440         MOVE RAG-RUN-DATE TO RAG-AS-OF-DATE
004450     END-IF
004460     DISPLAY "DAYS A REJECT MAY STAY PENDING (ZERO FOR 30): "
004470         WITH NO ADVANCING
004480     ACCEPT RAG-POLICY-DAYS
004490     IF RAG-POLICY-DAYS = ZERO
004500         MOVE 30 TO RAG-POLICY-DAYS
004510     END-IF
004520     MOVE RAG-AS-OF-DATE TO RAG-CVT-DATE
004530     PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT
004540     IF RAG-CVT-DAYS = ZERO
004550         DISPLAY "** THE AS-OF DATE IS NOT A VALID DATE: "
004560             RAG-AS-OF-DATE
004570         DISPLAY "** REPORT RUN ABORTED."
004580         SET RAG-REPORT-ABORT TO TRUE
004590         GO TO 1000-EXIT
004600     END-IF
004610     MOVE RAG-CVT-DAYS TO RAG-AS-OF-DAYS
004620     OPEN INPUT REJECT-FILE
004630     IF RAG-REJECT-STATUS NOT = "00"
004640         DISPLAY "** UNABLE TO OPEN THE REJECT FILE - STATUS: "
004650             RAG-REJECT-STATUS
004660         DISPLAY "** REPORT RUN ABORTED."
004670         SET RAG-REPORT-ABORT TO TRUE
004680         GO TO 1000-EXIT
004690     END-IF
004700     OPEN INPUT DISPOSITION-FILE
004710     EVALUATE RAG-DISPOSITION-STATUS
004720         WHEN "00"
004730             SET RAG-DISPOSITIONS-OPEN TO TRUE
004740         WHEN "35"
004750             DISPLAY "NO DISPOSITION FILE - EVERY REJECT IS "
004760                 "PENDING."
004770         WHEN OTHER
004780             DISPLAY "** UNABLE TO OPEN THE DISPOSITION FILE - "
004790                 "STATUS: " RAG-DISPOSITION-STATUS
004800             DISPLAY "** REPORT RUN ABORTED."
004810             CLOSE REJECT-FILE
004820             SET RAG-REPORT-ABORT TO TRUE
004830             GO TO 1000-EXIT
004840     END-EVALUATE
004850     OPEN OUTPUT REPORT-FILE
004860     IF RAG-REPORT-STATUS NOT = "00"
004870         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
004880             RAG-REPORT-STATUS
004890         DISPLAY "** REPORT RUN ABORTED."
004900         CLOSE REJECT-FILE
004910         IF RAG-DISPOSITIONS-OPEN
004920             CLOSE DISPOSITION-FILE
004930         END-IF
004940         SET RAG-REPORT-ABORT TO TRUE
004950     END-IF.
004960 1000-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000* 1500-DATE-TO-DAY-NUMBER - RAG-CVT-DATE IN, RAG-CVT-DAYS OUT.
005010* A DATE THAT IS NOT NUMERIC OR HAS NO SUCH MONTH OR DAY COMES
005020* BACK AS ZERO.
005030******************************************************************
005040 1500-DATE-TO-DAY-NUMBER.
005050     MOVE ZERO TO RAG-CVT-DAYS
005060     IF RAG-CVT-DATE NOT NUMERIC
005070        OR RAG-CVT-YEAR = ZERO
005080        OR RAG-CVT-MONTH < 1 OR RAG-CVT-MONTH > 12
005090        OR RAG-CVT-DAY < 1 OR RAG-CVT-DAY > 31
005100         GO TO 1500-EXIT
005110     END-IF
005120     MOVE RAG-CVT-YEAR TO RAG-CVT-Y
005130     MOVE RAG-CVT-MONTH TO RAG-CVT-M
005140     IF RAG-CVT-M < 3
005150         SUBTRACT 1 FROM RAG-CVT-Y
005160         ADD 12 TO RAG-CVT-M
005170     END-IF
005180     DIVIDE RAG-CVT-Y BY 4 GIVING RAG-CVT-Q4
005190     DIVIDE RAG-CVT-Y BY 100 GIVING RAG-CVT-Q100
005200     DIVIDE RAG-CVT-Y BY 400 GIVING RAG-CVT-Q400
005210     COMPUTE RAG-CVT-MONTH-DAYS = 153 * (RAG-CVT-M - 3) + 2
005220     DIVIDE RAG-CVT-MONTH-DAYS BY 5 GIVING RAG-CVT-MONTH-DAYS
005230     COMPUTE RAG-CVT-DAYS = 365 * RAG-CVT-Y + RAG-CVT-Q4
005240         - RAG-CVT-Q100 + RAG-CVT-Q400 + RAG-CVT-MONTH-DAYS
005250         + RAG-CVT-DAY.
005260 1500-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300* 2000-LOAD-DISPOSITIONS - KEEP THE LATEST DISPOSITION FOR EACH
005310* RECORD NUMBER, REFERENCE KEY AND REJECT DATE. A FULL TABLE
005320* LEAVES LATER DISPOSITIONS UNMATCHED, SO IT IS PRINTED AND
005330* GRADED.
005340******************************************************************
005350 2000-LOAD-DISPOSITIONS.
005360     PERFORM 2100-LOAD-ONE-DISPOSITION THRU 2100-EXIT
005370         UNTIL RAG-END-OF-DISPOSITIONS
005380     CLOSE DISPOSITION-FILE
005390     DISPLAY "  DISPOSITIONS READ: " RAG-DISPOSITIONS-READ
005400         " REJECTS WORKED: " RAG-DSP-USED.
005410 2000-EXIT.
005420     EXIT.
005430*
005440 2100-LOAD-ONE-DISPOSITION.
005450     READ DISPOSITION-FILE
005460         AT END
005470             MOVE "Y" TO RAG-END-OF-DISPOSITIONS-SW
005480             GO TO 2100-EXIT
005490     END-READ
005500     ADD 1 TO RAG-DISPOSITIONS-READ
005510     IF DSP-RECORD-NUMBER NOT NUMERIC
005520        OR DSP-RUN-DATE NOT NUMERIC
005530        OR DSP-RUN-TIME NOT NUMERIC
005540         ADD 1 TO RAG-BAD-DISPOSITIONS
005550         GO TO 2100-EXIT
005560     END-IF
005570     MOVE DSP-RUN-DATE TO RAG-NEW-DATE
005580     MOVE DSP-RUN-TIME TO RAG-NEW-TIME
005590     MOVE ZERO TO RAG-MATCH-REJECT-DATE
005600     IF DSP-REJECT-DATE IS NUMERIC
005610         MOVE DSP-REJECT-DATE TO RAG-MATCH-REJECT-DATE
005620     END-IF
005630     MOVE "N" TO RAG-FOUND-SW
005640     PERFORM 2150-MATCH-ONE-DISPOSITION THRU 2150-EXIT
005650         VARYING RAG-DSP-IDX FROM 1 BY 1
005660             UNTIL RAG-DSP-IDX > RAG-DSP-USED
005670                OR RAG-ENTRY-FOUND
005680     IF RAG-ENTRY-FOUND
005690         SUBTRACT 1 FROM RAG-DSP-IDX
005700         IF RAG-NEW-STAMP < RAG-DSP-STAMP (RAG-DSP-IDX)
005710             GO TO 2100-EXIT
005720         END-IF
005730     ELSE
005740         IF RAG-DSP-USED NOT < 5000
005750             ADD 1 TO RAG-DSP-OVERFLOW
005760             GO TO 2100-EXIT
005770         END-IF
005780         ADD 1 TO RAG-DSP-USED
005790         MOVE RAG-DSP-USED TO RAG-DSP-IDX
005800         MOVE DSP-RECORD-NUMBER TO
005810             RAG-DSP-RECORD-NUMBER (RAG-DSP-IDX)
005820         MOVE DSP-REFERENCE-KEY TO RAG-DSP-KEY (RAG-DSP-IDX)
005830         MOVE RAG-MATCH-REJECT-DATE TO
005840             RAG-DSP-REJECT-DATE (RAG-DSP-IDX)
005850     END-IF
005860     MOVE RAG-NEW-STAMP TO RAG-DSP-STAMP (RAG-DSP-IDX)
005870     MOVE DSP-DISPOSITION TO RAG-DSP-CODE (RAG-DSP-IDX).
005880 2100-EXIT.
005890     EXIT.
005900*
005910 2150-MATCH-ONE-DISPOSITION.
005920     IF RAG-DSP-RECORD-NUMBER (RAG-DSP-IDX) = DSP-RECORD-NUMBER
005930        AND RAG-DSP-KEY (RAG-DSP-IDX) = DSP-REFERENCE-KEY
005940        AND RAG-DSP-REJECT-DATE (RAG-DSP-IDX) =
005950            RAG-MATCH-REJECT-DATE
005960         MOVE "Y" TO RAG-FOUND-SW
005970     END-IF.
005980 2150-EXIT.
005990     EXIT.
006000*
006010 2400-PAGE-HEADING.
006020     ADD 1 TO RAG-PAGE-COUNT
006030     MOVE RAG-RUN-DATE TO RAG-HDG-DATE
006040     MOVE RAG-RUN-TIME TO RAG-HDG-TIME
006050     MOVE RAG-PAGE-COUNT TO RAG-HDG-PAGE
006060     MOVE SPACES TO REPORT-RECORD
006070     MOVE RAG-HEADING-1 TO REPORT-RECORD
006080     IF RAG-PAGE-COUNT = 1
006090         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006100     ELSE
006110         WRITE REPORT-RECORD AFTER ADVANCING PAGE
006120     END-IF
006130     MOVE RAG-AS-OF-DATE TO RAG-HDG-AS-OF-DATE
006140     MOVE RAG-POLICY-DAYS TO RAG-HDG-POLICY
006150     MOVE SPACES TO REPORT-RECORD
006160     MOVE RAG-HEADING-2 TO REPORT-RECORD
006170     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006180     MOVE 3 TO RAG-LINE-COUNT
006190     IF RAG-ON-SUMMARY
006200         GO TO 2400-EXIT
006210     END-IF
006220     MOVE SPACES TO REPORT-RECORD
006230     MOVE "REJECTS PENDING PAST POLICY" TO REPORT-RECORD
006240     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
006250     MOVE SPACES TO REPORT-RECORD
006260     MOVE RAG-HEADING-3 TO REPORT-RECORD
006270     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006280     MOVE SPACES TO REPORT-RECORD
006290     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006300     MOVE 7 TO RAG-LINE-COUNT.
006310 2400-EXIT.
006320     EXIT.
006330*
006340******************************************************************
006350* 3000-PROCESS-REJECTS - ONE PASS DOWN THE REJECTS: MATCH EACH
006360* TO ITS LATEST DISPOSITION, TALLY IT, AGE IT IF IT IS STILL
006370* PENDING, AND LIST IT IF IT HAS BEEN PENDING PAST POLICY
006380******************************************************************
006390 3000-PROCESS-REJECTS.
006400     PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
006410     PERFORM 3100-PROCESS-ONE-REJECT THRU 3100-EXIT
006420         UNTIL RAG-END-OF-REJECTS
006430     CLOSE REJECT-FILE
006440     IF RAG-PAST-POLICY-COUNT = ZERO
006450         MOVE SPACES TO REPORT-RECORD
006460         MOVE "  NO REJECT PENDING PAST POLICY" TO REPORT-RECORD
006470         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006480         ADD 1 TO RAG-LINE-COUNT
006490     END-IF.
006500 3000-EXIT.
006510     EXIT.
006520*
006530 3100-PROCESS-ONE-REJECT.
006540     READ REJECT-FILE
006550         AT END
006560             MOVE "Y" TO RAG-END-OF-REJECTS-SW
006570             GO TO 3100-EXIT
006580     END-READ
006590     ADD 1 TO RAG-REJECTS-READ
006600*    A REJECT FROM BEFORE THE RECORD CARRIED ITS DATE IS KEPT AND
006610*    TALLIED, BUT CANNOT BE AGED.
006620     MOVE "N" TO RAG-DATED-SW
006630     MOVE ZERO TO RAG-REJECT-DAYS
006640     IF REJ-REJECT-DATE IS NUMERIC
006650         MOVE REJ-REJECT-DATE TO RAG-CVT-DATE
006660         PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT
006670         IF RAG-CVT-DAYS > ZERO
006680             SET RAG-REJECT-DATED TO TRUE
006690             MOVE RAG-CVT-DAYS TO RAG-REJECT-DAYS
006700         END-IF
006710     END-IF
006720     IF RAG-REJECT-DATED
006730        AND RAG-REJECT-DAYS > RAG-AS-OF-DAYS
006740         ADD 1 TO RAG-REJECTS-AFTER-AS-OF
006750         GO TO 3100-EXIT
006760     END-IF
006770     IF NOT RAG-REJECT-DATED
006780         MOVE ZERO TO REJ-REJECT-DATE
006790     END-IF
006800     ADD 1 TO RAG-REJECTS-REPORTED
006810     IF REJ-FEED-ID = SPACES
006820         MOVE "(NONE)" TO RAG-CURRENT-FEED
006830     ELSE
006840         MOVE REJ-FEED-ID TO RAG-CURRENT-FEED
006850     END-IF
006860     PERFORM 3200-FIND-DISPOSITION THRU 3200-EXIT
006870     PERFORM 6000-TALLY-REJECT THRU 6000-EXIT
006880     PERFORM 6500-TRACK-REFERENCE-KEY THRU 6500-EXIT
006890     IF RAG-CURRENT-PENDING
006900         PERFORM 3300-AGE-PENDING-REJECT THRU 3300-EXIT
006910     END-IF.
006920 3100-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960* 3200-FIND-DISPOSITION - A DATED REJECT TAKES THE DISPOSITION
006970* THAT NAMES ITS OWN REJECT DATE. FAILING THAT, AN UNDATED
006980* DISPOSITION FOR THE SAME RECORD NUMBER AND KEY COUNTS UNLESS
006990* IT WAS MADE BEFORE THE REJECT - THEN IT BELONGS TO AN EARLIER
007000* NIGHT'S REJECT THAT HAPPENED TO SHARE THE NUMBER AND KEY.
007010******************************************************************
007020 3200-FIND-DISPOSITION.
007030     MOVE SPACE TO RAG-CURRENT-DISPOSITION
007040     IF REJ-REJECT-DATE > ZERO
007050         MOVE REJ-REJECT-DATE TO RAG-MATCH-REJECT-DATE
007060         MOVE "N" TO RAG-FOUND-SW
007070         PERFORM 3250-MATCH-ONE-WORKED-REJECT THRU 3250-EXIT
007080             VARYING RAG-DSP-IDX FROM 1 BY 1
007090                 UNTIL RAG-DSP-IDX > RAG-DSP-USED
007100                    OR RAG-ENTRY-FOUND
007110         IF RAG-ENTRY-FOUND
007120             SUBTRACT 1 FROM RAG-DSP-IDX
007130             MOVE RAG-DSP-CODE (RAG-DSP-IDX) TO
007140                 RAG-CURRENT-DISPOSITION
007150             GO TO 3200-EXIT
007160         END-IF
007170     END-IF
007180     MOVE ZERO TO RAG-MATCH-REJECT-DATE
007190     MOVE "N" TO RAG-FOUND-SW
007200     PERFORM 3250-MATCH-ONE-WORKED-REJECT THRU 3250-EXIT
007210         VARYING RAG-DSP-IDX FROM 1 BY 1
007220             UNTIL RAG-DSP-IDX > RAG-DSP-USED
007230                OR RAG-ENTRY-FOUND
007240     IF NOT RAG-ENTRY-FOUND
007250         ADD 1 TO RAG-NO-DISPOSITION-COUNT
007260         GO TO 3200-EXIT
007270     END-IF
007280     SUBTRACT 1 FROM RAG-DSP-IDX
007290     IF RAG-DSP-DATE (RAG-DSP-IDX) < REJ-REJECT-DATE
007300         ADD 1 TO RAG-NO-DISPOSITION-COUNT
007310         GO TO 3200-EXIT
007320     END-IF
007330     MOVE RAG-DSP-CODE (RAG-DSP-IDX) TO RAG-CURRENT-DISPOSITION.
007340 3200-EXIT.
007350     EXIT.
007360*
007370 3250-MATCH-ONE-WORKED-REJECT.
007380     IF RAG-DSP-RECORD-NUMBER (RAG-DSP-IDX) = REJ-RECORD-NUMBER
007390        AND RAG-DSP-KEY (RAG-DSP-IDX) = REJ-REFERENCE-KEY
007400        AND RAG-DSP-REJECT-DATE (RAG-DSP-IDX) =
007410            RAG-MATCH-REJECT-DATE
007420         MOVE "Y" TO RAG-FOUND-SW
007430     END-IF.
007440 3250-EXIT.
007450     EXIT.
007460*
007470******************************************************************
007480* 3300-AGE-PENDING-REJECT - DROP A PENDING REJECT INTO ITS AGING
007490* BUCKET, AND LIST IT WHEN IT HAS SAT PAST POLICY. AN UNDATED
007500* PENDING REJECT CANNOT BE PROVED INSIDE POLICY, SO IT IS
007510* LISTED TOO.
007520******************************************************************
007530 3300-AGE-PENDING-REJECT.
007540     ADD 1 TO RAG-PENDING-COUNT
007550     IF NOT RAG-REJECT-DATED
007560         ADD 1 TO RAG-UNDATED-COUNT
007570         MOVE ZERO TO RAG-AGE-DAYS
007580         PERFORM 3400-PRINT-DETAIL-LINE THRU 3400-EXIT
007590         GO TO 3300-EXIT
007600     END-IF
007610     COMPUTE RAG-AGE-DAYS = RAG-AS-OF-DAYS - RAG-REJECT-DAYS
007620     EVALUATE TRUE
007630         WHEN RAG-AGE-DAYS < 2
007640             ADD 1 TO RAG-AGE-0-1
007650         WHEN RAG-AGE-DAYS < 8
007660             ADD 1 TO RAG-AGE-2-7
007670         WHEN RAG-AGE-DAYS < 31
007680             ADD 1 TO RAG-AGE-8-30
007690         WHEN OTHER
007700             ADD 1 TO RAG-AGE-OVER-30
007710     END-EVALUATE
007720     IF RAG-AGE-DAYS > RAG-POLICY-DAYS
007730         ADD 1 TO RAG-PAST-POLICY-COUNT
007740         PERFORM 3400-PRINT-DETAIL-LINE THRU 3400-EXIT
007750     END-IF.
007760 3300-EXIT.
007770     EXIT.
007780*
007790 3400-PRINT-DETAIL-LINE.
007800     IF RAG-LINE-COUNT > 55
007810         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
007820     END-IF
007830     MOVE SPACES TO RAG-DETAIL-LINE
007840     MOVE REJ-REJECT-DATE TO RAG-DET-DATE
007850     MOVE REJ-RECORD-NUMBER TO RAG-DET-RECORD-NUMBER
007860     MOVE RAG-CURRENT-FEED TO RAG-DET-FEED
007870     MOVE REJ-REFERENCE-KEY TO RAG-DET-KEY
007880     MOVE REJ-REASON-CODE TO RAG-DET-REASON
007890     IF RAG-CURRENT-DISPOSITION = SPACE
007900         MOVE "-" TO RAG-DET-DISPOSITION
007910     ELSE
007920         MOVE RAG-CURRENT-DISPOSITION TO RAG-DET-DISPOSITION
007930     END-IF
007940     IF RAG-REJECT-DATED
007950         MOVE RAG-AGE-DAYS TO RAG-DET-AGE
007960     END-IF
007970     MOVE SPACES TO REPORT-RECORD
007980     MOVE RAG-DETAIL-LINE TO REPORT-RECORD
007990     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
008000     ADD 1 TO RAG-LINE-COUNT.
008010 3400-EXIT.
008020     EXIT.
008030*
008040******************************************************************
008050* 6000-TALLY-REJECT - COUNT THE REJECT UNDER ITS REASON CODE AND
008060* ITS FEED, SPLIT BY ITS LATEST DISPOSITION
008070******************************************************************
008080 6000-TALLY-REJECT.
008090     MOVE "N" TO RAG-FOUND-SW
008100     PERFORM 6100-MATCH-ONE-REASON THRU 6100-EXIT
008110         VARYING RAG-TBL-IDX FROM 1 BY 1
008120             UNTIL RAG-TBL-IDX > RAG-RSN-USED
008130                OR RAG-ENTRY-FOUND
008140     IF RAG-ENTRY-FOUND
008150         SUBTRACT 1 FROM RAG-TBL-IDX
008160         PERFORM 6150-ADD-TO-REASON THRU 6150-EXIT
008170     ELSE
008180         IF RAG-RSN-USED < 20
008190             ADD 1 TO RAG-RSN-USED
008200             MOVE RAG-RSN-USED TO RAG-TBL-IDX
008210             MOVE REJ-REASON-CODE TO RAG-RSN-CODE (RAG-TBL-IDX)
008220             MOVE ZERO TO RAG-RSN-TOTAL (RAG-TBL-IDX)
008230             MOVE ZERO TO RAG-RSN-RESUBMITTED (RAG-TBL-IDX)
008240             MOVE ZERO TO RAG-RSN-VOIDED (RAG-TBL-IDX)
008250             MOVE ZERO TO RAG-RSN-PENDING (RAG-TBL-IDX)
008260             PERFORM 6150-ADD-TO-REASON THRU 6150-EXIT
008270         ELSE
008280             ADD 1 TO RAG-RSN-OVERFLOW
008290         END-IF
008300     END-IF
008310     MOVE "N" TO RAG-FOUND-SW
008320     PERFORM 6200-MATCH-ONE-FEED THRU 6200-EXIT
008330         VARYING RAG-TBL-IDX FROM 1 BY 1
008340             UNTIL RAG-TBL-IDX > RAG-FED-USED
008350                OR RAG-ENTRY-FOUND
008360     IF RAG-ENTRY-FOUND
008370         SUBTRACT 1 FROM RAG-TBL-IDX
008380         PERFORM 6250-ADD-TO-FEED THRU 6250-EXIT
008390     ELSE
008400         IF RAG-FED-USED < 50
008410             ADD 1 TO RAG-FED-USED
008420             MOVE RAG-FED-USED TO RAG-TBL-IDX
008430             MOVE RAG-CURRENT-FEED TO RAG-FED-ID (RAG-TBL-IDX)
008440             MOVE ZERO TO RAG-FED-TOTAL (RAG-TBL-IDX)
008450             MOVE ZERO TO RAG-FED-RESUBMITTED (RAG-TBL-IDX)
008460             MOVE ZERO TO RAG-FED-VOIDED (RAG-TBL-IDX)
008470             MOVE ZERO TO RAG-FED-PENDING (RAG-TBL-IDX)
008480             PERFORM 6250-ADD-TO-FEED THRU 6250-EXIT
008490         ELSE
008500             ADD 1 TO RAG-FED-OVERFLOW
008510         END-IF
008520     END-IF.
008530 6000-EXIT.
008540     EXIT.
008550*
008560 6100-MATCH-ONE-REASON.
008570     IF RAG-RSN-CODE (RAG-TBL-IDX) = REJ-REASON-CODE
008580         MOVE "Y" TO RAG-FOUND-SW
008590     END-IF.
008600 6100-EXIT.
008610     EXIT.
008620*
008630 6150-ADD-TO-REASON.
008640     ADD 1 TO RAG-RSN-TOTAL (RAG-TBL-IDX)
008650     EVALUATE TRUE
008660         WHEN RAG-CURRENT-RESUBMITTED
008670             ADD 1 TO RAG-RSN-RESUBMITTED (RAG-TBL-IDX)
008680         WHEN RAG-CURRENT-VOIDED
008690             ADD 1 TO RAG-RSN-VOIDED (RAG-TBL-IDX)
008700         WHEN OTHER
008710             ADD 1 TO RAG-RSN-PENDING (RAG-TBL-IDX)
008720     END-EVALUATE.
008730 6150-EXIT.
008740     EXIT.
008750*
008760 6200-MATCH-ONE-FEED.
008770     IF RAG-FED-ID (RAG-TBL-IDX) = RAG-CURRENT-FEED
008780         MOVE "Y" TO RAG-FOUND-SW
008790     END-IF.
008800 6200-EXIT.
008810     EXIT.
008820*
008830 6250-ADD-TO-FEED.
008840     ADD 1 TO RAG-FED-TOTAL (RAG-TBL-IDX)
008850     EVALUATE TRUE
008860         WHEN RAG-CURRENT-RESUBMITTED
008870             ADD 1 TO RAG-FED-RESUBMITTED (RAG-TBL-IDX)
008880         WHEN RAG-CURRENT-VOIDED
008890             ADD 1 TO RAG-FED-VOIDED (RAG-TBL-IDX)
008900         WHEN OTHER
008910             ADD 1 TO RAG-FED-PENDING (RAG-TBL-IDX)
008920     END-EVALUATE.
008930 6250-EXIT.
008940     EXIT.
008950*
008960******************************************************************
008970* 6500-TRACK-REFERENCE-KEY - COUNT THE NIGHTS EACH FEED'S KEY
008980* WAS REJECTED ON
008990******************************************************************
009000 6500-TRACK-REFERENCE-KEY.
009010     MOVE "N" TO RAG-FOUND-SW
009020     PERFORM 6550-MATCH-ONE-KEY THRU 6550-EXIT
009030         VARYING RAG-TBL-IDX FROM 1 BY 1
009040             UNTIL RAG-TBL-IDX > RAG-KEY-USED
009050                OR RAG-ENTRY-FOUND
009060     IF RAG-ENTRY-FOUND
009070         SUBTRACT 1 FROM RAG-TBL-IDX
009080         IF REJ-REJECT-DATE NOT = RAG-KEY-LAST-DATE (RAG-TBL-IDX)
009090             ADD 1 TO RAG-KEY-NIGHTS (RAG-TBL-IDX)
009100         END-IF
009110     ELSE
009120         IF RAG-KEY-USED NOT < 5000
009130             ADD 1 TO RAG-KEY-OVERFLOW
009140             GO TO 6500-EXIT
009150         END-IF
009160         ADD 1 TO RAG-KEY-USED
009170         MOVE RAG-KEY-USED TO RAG-TBL-IDX
009180         MOVE RAG-CURRENT-FEED TO RAG-KEY-FEED (RAG-TBL-IDX)
009190         MOVE REJ-REFERENCE-KEY TO RAG-KEY-REFERENCE (RAG-TBL-IDX)
009200         MOVE REJ-REJECT-DATE TO RAG-KEY-FIRST-DATE (RAG-TBL-IDX)
009210         MOVE 1 TO RAG-KEY-NIGHTS (RAG-TBL-IDX)
009220         MOVE ZERO TO RAG-KEY-REJECTS (RAG-TBL-IDX)
009230     END-IF
009240     ADD 1 TO RAG-KEY-REJECTS (RAG-TBL-IDX)
009250     MOVE REJ-REJECT-DATE TO RAG-KEY-LAST-DATE (RAG-TBL-IDX)
009260     MOVE REJ-REASON-CODE TO RAG-KEY-LAST-REASON (RAG-TBL-IDX)
009270     MOVE RAG-CURRENT-DISPOSITION TO
009280         RAG-KEY-LAST-DISP (RAG-TBL-IDX).
009290 6500-EXIT.
009300     EXIT.
009310*
009320 6550-MATCH-ONE-KEY.
009330     IF RAG-KEY-FEED (RAG-TBL-IDX) = RAG-CURRENT-FEED
009340        AND RAG-KEY-REFERENCE (RAG-TBL-IDX) = REJ-REFERENCE-KEY
009350         MOVE "Y" TO RAG-FOUND-SW
009360     END-IF.
009370 6550-EXIT.
009380     EXIT.
009390*
009400******************************************************************
009410* 7000-PRINT-SUMMARY - THE AGING BUCKETS, THE BREAKDOWNS BY
009420* REASON AND BY FEED, THE KEYS REJECTED ON MORE THAN ONE
009430* NIGHT, AND THE RUN TOTALS
009440******************************************************************
009450 7000-PRINT-SUMMARY.
009460     SET RAG-ON-SUMMARY TO TRUE
009470     MOVE 99 TO RAG-LINE-COUNT
009480     PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
009490     MOVE "AGING - REJECTS STILL PENDING" TO REPORT-RECORD
009500     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
009510     MOVE "0-1 DAYS" TO RAG-SUM-LABEL
009520     MOVE RAG-AGE-0-1 TO RAG-SUM-COUNT
009530     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009540     MOVE "2-7 DAYS" TO RAG-SUM-LABEL
009550     MOVE RAG-AGE-2-7 TO RAG-SUM-COUNT
009560     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009570     MOVE "8-30 DAYS" TO RAG-SUM-LABEL
009580     MOVE RAG-AGE-8-30 TO RAG-SUM-COUNT
009590     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009600     MOVE "OVER 30 DAYS" TO RAG-SUM-LABEL
009610     MOVE RAG-AGE-OVER-30 TO RAG-SUM-COUNT
009620     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009630     IF RAG-UNDATED-COUNT > ZERO
009640         MOVE "UNDATED - CANNOT BE AGED" TO RAG-SUM-LABEL
009650         MOVE RAG-UNDATED-COUNT TO RAG-SUM-COUNT
009660         PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009670     END-IF
009680     MOVE "TOTAL PENDING" TO RAG-SUM-LABEL
009690     MOVE RAG-PENDING-COUNT TO RAG-SUM-COUNT
009700     PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009710     MOVE "REJECTS BY REASON CODE" TO REPORT-RECORD
009720     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
009730     MOVE RAG-BREAKDOWN-HEADING TO RAG-HOLD-TITLE
009740     PERFORM 7850-PRINT-COLUMN-HEADING THRU 7850-EXIT
009750     PERFORM 7100-PRINT-ONE-REASON THRU 7100-EXIT
009760         VARYING RAG-TBL-IDX FROM 1 BY 1
009770             UNTIL RAG-TBL-IDX > RAG-RSN-USED
009780     IF RAG-RSN-OVERFLOW > ZERO
009790         MOVE "(FURTHER REASONS)" TO RAG-SUM-LABEL
009800         MOVE RAG-RSN-OVERFLOW TO RAG-SUM-COUNT
009810         PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009820     END-IF
009830     MOVE "REJECTS BY FEED" TO REPORT-RECORD
009840     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
009850     MOVE RAG-BREAKDOWN-HEADING TO RAG-HOLD-TITLE
009860     PERFORM 7850-PRINT-COLUMN-HEADING THRU 7850-EXIT
009870     PERFORM 7200-PRINT-ONE-FEED THRU 7200-EXIT
009880         VARYING RAG-TBL-IDX FROM 1 BY 1
009890             UNTIL RAG-TBL-IDX > RAG-FED-USED
009900     IF RAG-FED-OVERFLOW > ZERO
009910         MOVE "(FURTHER FEEDS)" TO RAG-SUM-LABEL
009920         MOVE RAG-FED-OVERFLOW TO RAG-SUM-COUNT
009930         PERFORM 7800-PRINT-SUMMARY-LINE THRU 7800-EXIT
009940     END-IF
009950     MOVE "REFERENCE KEYS REJECTED ON MORE THAN ONE NIGHT" TO
009960         REPORT-RECORD
009970     PERFORM 7900-PRINT-SECTION-TITLE THRU 7900-EXIT
009980     MOVE RAG-REPEAT-HEADING TO RAG-HOLD-TITLE
009990     PERFORM 7850-PRINT-COLUMN-HEADING THRU 7850-EXIT
010000     PERFORM 7300-PRINT-ONE-REPEAT-KEY THRU 7300-EXIT
010010         VARYING RAG-TBL-IDX FROM 1 BY 1
010020             UNTIL RAG-TBL-IDX > RAG-KEY-USED
010030     IF RAG-REPEAT-KEY-COUNT = ZERO
010040         MOVE "  NONE" TO REPORT-RECORD
010050         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
010060         ADD 1 TO RAG-LINE-COUNT
010070     END-IF
010080     PERFORM 7400-PRINT-TABLE-WARNINGS THRU 7400-EXIT
010090     PERFORM 7500-PRINT-RUN-TOTALS THRU 7500-EXIT.
010100 7000-EXIT.
010110     EXIT.
010120*
010130 7100-PRINT-ONE-REASON.
010140     MOVE SPACES TO RAG-BREAKDOWN-LINE
010150     MOVE RAG-RSN-CODE (RAG-TBL-IDX) TO RAG-BRK-CODE
010160     MOVE "UNKNOWN REASON" TO RAG-BRK-TEXT
010170     PERFORM 7150-DESCRIBE-ONE-REASON THRU 7150-EXIT
010180         VARYING RAG-RDS-IDX FROM 1 BY 1
010190             UNTIL RAG-RDS-IDX > 7
010200     MOVE RAG-RSN-TOTAL (RAG-TBL-IDX) TO RAG-BRK-TOTAL
010210     MOVE RAG-RSN-RESUBMITTED (RAG-TBL-IDX) TO RAG-BRK-RESUBMITTED
010220     MOVE RAG-RSN-VOIDED (RAG-TBL-IDX) TO RAG-BRK-VOIDED
010230     MOVE RAG-RSN-PENDING (RAG-TBL-IDX) TO RAG-BRK-PENDING
010240     PERFORM 7700-PRINT-BREAKDOWN-LINE THRU 7700-EXIT.
010250 7100-EXIT.
010260     EXIT.
010270*
010280 7150-DESCRIBE-ONE-REASON.
010290     IF RAG-RDS-CODE (RAG-RDS-IDX) = RAG-RSN-CODE (RAG-TBL-IDX)
010300         MOVE RAG-RDS-TEXT (RAG-RDS-IDX) TO RAG-BRK-TEXT
010310     END-IF.
010320 7150-EXIT.
010330     EXIT.
010340*
010350 7200-PRINT-ONE-FEED.
010360     MOVE SPACES TO RAG-BREAKDOWN-LINE
010370     MOVE RAG-FED-ID (RAG-TBL-IDX) TO RAG-BRK-CODE
010380     MOVE RAG-FED-TOTAL (RAG-TBL-IDX) TO RAG-BRK-TOTAL
010390     MOVE RAG-FED-RESUBMITTED (RAG-TBL-IDX) TO RAG-BRK-RESUBMITTED
010400     MOVE RAG-FED-VOIDED (RAG-TBL-IDX) TO RAG-BRK-VOIDED
010410     MOVE RAG-FED-PENDING (RAG-TBL-IDX) TO RAG-BRK-PENDING
010420     PERFORM 7700-PRINT-BREAKDOWN-LINE THRU 7700-EXIT.
010430 7200-EXIT.
010440     EXIT.
010450*
010460 7300-PRINT-ONE-REPEAT-KEY.
010470     IF RAG-KEY-NIGHTS (RAG-TBL-IDX) < 2
010480         GO TO 7300-EXIT
010490     END-IF
010500     ADD 1 TO RAG-REPEAT-KEY-COUNT
010510     IF RAG-LINE-COUNT > 55
010520         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
010530         PERFORM 7850-PRINT-COLUMN-HEADING THRU 7850-EXIT
010540     END-IF
010550     MOVE SPACES TO RAG-REPEAT-LINE
010560     MOVE RAG-KEY-FEED (RAG-TBL-IDX) TO RAG-RPT-FEED
010570     MOVE RAG-KEY-REFERENCE (RAG-TBL-IDX) TO RAG-RPT-KEY
010580     MOVE RAG-KEY-NIGHTS (RAG-TBL-IDX) TO RAG-RPT-NIGHTS
010590     MOVE RAG-KEY-REJECTS (RAG-TBL-IDX) TO RAG-RPT-REJECTS
010600     MOVE RAG-KEY-FIRST-DATE (RAG-TBL-IDX) TO RAG-RPT-FIRST-DATE
010610     MOVE RAG-KEY-LAST-DATE (RAG-TBL-IDX) TO RAG-RPT-LAST-DATE
010620     MOVE RAG-KEY-LAST-REASON (RAG-TBL-IDX) TO RAG-RPT-LAST-REASON
010630     IF RAG-KEY-LAST-DISP (RAG-TBL-IDX) = SPACE
010640         MOVE "-" TO RAG-RPT-LAST-DISP
010650     ELSE
010660         MOVE RAG-KEY-LAST-DISP (RAG-TBL-IDX) TO RAG-RPT-LAST-DISP
010670     END-IF
010680     MOVE SPACES TO REPORT-RECORD
010690     MOVE RAG-REPEAT-LINE TO REPORT-RECORD
010700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
010710     ADD 1 TO RAG-LINE-COUNT.
010720 7300-EXIT.
010730     EXIT.
010740*
010750******************************************************************
010760* 7400-PRINT-TABLE-WARNINGS - A FULL DISPOSITION OR KEY TABLE
010770* MEANS SOME REJECTS WERE NOT MATCHED OR NOT TRACKED; THE
010780* REPORT SAYS SO RATHER THAN PROVE A FALSE CLEAN BILL
010790******************************************************************
010800 7400-PRINT-TABLE-WARNINGS.
010810     IF RAG-DSP-OVERFLOW > ZERO
010820         MOVE SPACES TO REPORT-RECORD
010830         MOVE "  ** DISPOSITION TABLE FULL - SOME REJECTS SHOW"
010840             TO REPORT-RECORD
010850         WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
010860         MOVE SPACES TO REPORT-RECORD
010870         MOVE "     AS PENDING THOUGH WORKED - RUN FEWER NIGHTS."
010880             TO REPORT-RECORD
010890         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
010900         ADD 3 TO RAG-LINE-COUNT
010910     END-IF
010920     IF RAG-KEY-OVERFLOW > ZERO
010930         MOVE SPACES TO REPORT-RECORD
010940         MOVE "  ** REFERENCE-KEY TABLE FULL - REPEATED KEYS MAY"
010950             TO REPORT-RECORD
010960         WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
010970         MOVE SPACES TO REPORT-RECORD
010980         MOVE "     GO UNLISTED - RUN FEWER NIGHTS."
010990             TO REPORT-RECORD
011000         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
011010         ADD 3 TO RAG-LINE-COUNT
011020     END-IF.
011030 7400-EXIT.
011040     EXIT.
011050*
011060 7500-PRINT-RUN-TOTALS.
011070     MOVE "REJECTS READ" TO RAG-TOT-LABEL
011080     MOVE RAG-REJECTS-READ TO RAG-TOT-COUNT
011090     MOVE SPACES TO REPORT-RECORD
011100     MOVE RAG-TOTAL-LINE TO REPORT-RECORD
011110     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
011120     MOVE "REJECTS AFTER THE AS-OF DATE" TO RAG-TOT-LABEL
011130     MOVE RAG-REJECTS-AFTER-AS-OF TO RAG-TOT-COUNT
011140     PERFORM 7550-PRINT-TOTAL-LINE THRU 7550-EXIT
011150     MOVE "REJECTS REPORTED" TO RAG-TOT-LABEL
011160     MOVE RAG-REJECTS-REPORTED TO RAG-TOT-COUNT
011170     PERFORM 7550-PRINT-TOTAL-LINE THRU 7550-EXIT
011180     MOVE "  WITH NO DISPOSITION" TO RAG-TOT-LABEL
011190     MOVE RAG-NO-DISPOSITION-COUNT TO RAG-TOT-COUNT
011200     PERFORM 7550-PRINT-TOTAL-LINE THRU 7550-EXIT
011210     MOVE "  PENDING PAST POLICY" TO RAG-TOT-LABEL
011220     MOVE RAG-PAST-POLICY-COUNT TO RAG-TOT-COUNT
011230     PERFORM 7550-PRINT-TOTAL-LINE THRU 7550-EXIT
011240     MOVE "DISPOSITIONS READ" TO RAG-TOT-LABEL
011250     MOVE RAG-DISPOSITIONS-READ TO RAG-TOT-COUNT
011260     PERFORM 7550-PRINT-TOTAL-LINE THRU 7550-EXIT
011270     MOVE "  UNREADABLE" TO RAG-TOT-LABEL
011280     MOVE RAG-BAD-DISPOSITIONS TO RAG-TOT-COUNT
011290     PERFORM 7550-PRINT-TOTAL-LINE THRU 7550-EXIT
011300     MOVE "KEYS REJECTED ON 2+ NIGHTS" TO RAG-TOT-LABEL
011310     MOVE RAG-REPEAT-KEY-COUNT TO RAG-TOT-COUNT
011320     PERFORM 7550-PRINT-TOTAL-LINE THRU 7550-EXIT.
011330 7500-EXIT.
011340     EXIT.
011350*
011360 7550-PRINT-TOTAL-LINE.
011370     MOVE SPACES TO REPORT-RECORD
011380     MOVE RAG-TOTAL-LINE TO REPORT-RECORD
011390     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
011400 7550-EXIT.
011410     EXIT.
011420*
011430 7700-PRINT-BREAKDOWN-LINE.
011440     IF RAG-LINE-COUNT > 55
011450         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
011460         PERFORM 7850-PRINT-COLUMN-HEADING THRU 7850-EXIT
011470     END-IF
011480     MOVE SPACES TO REPORT-RECORD
011490     MOVE RAG-BREAKDOWN-LINE TO REPORT-RECORD
011500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
011510     ADD 1 TO RAG-LINE-COUNT.
011520 7700-EXIT.
011530     EXIT.
011540*
011550 7800-PRINT-SUMMARY-LINE.
011560     IF RAG-LINE-COUNT > 55
011570         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
011580     END-IF
011590     MOVE SPACES TO REPORT-RECORD
011600     MOVE RAG-SUMMARY-LINE TO REPORT-RECORD
011610     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
011620     ADD 1 TO RAG-LINE-COUNT.
011630 7800-EXIT.
011640     EXIT.
011650*
011660******************************************************************
011670* 7850-PRINT-COLUMN-HEADING - THE CALLER LEAVES THE SECTION'S
011680* COLUMN HEADING IN RAG-HOLD-TITLE, SO IT CAN BE REPEATED AT
011690* THE TOP OF A NEW PAGE
011700******************************************************************
011710 7850-PRINT-COLUMN-HEADING.
011720     MOVE SPACES TO REPORT-RECORD
011730     MOVE RAG-HOLD-TITLE TO REPORT-RECORD
011740     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
011750     ADD 1 TO RAG-LINE-COUNT.
011760 7850-EXIT.
011770     EXIT.
011780*
011790******************************************************************
011800* 7900-PRINT-SECTION-TITLE - THE CALLER LEAVES THE TITLE IN THE
011810* REPORT RECORD; A TITLE NEVER PRINTS ALONE AT A PAGE FOOT
011820******************************************************************
011830 7900-PRINT-SECTION-TITLE.
011840     IF RAG-LINE-COUNT > 50
011850         MOVE REPORT-RECORD TO RAG-HOLD-TITLE
011860         PERFORM 2400-PAGE-HEADING THRU 2400-EXIT
011870         MOVE RAG-HOLD-TITLE TO REPORT-RECORD
011880     END-IF
011890     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
011900     ADD 2 TO RAG-LINE-COUNT.
011910 7900-EXIT.
011920     EXIT.
011930*
011940******************************************************************
011950* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
011960* TO THE SHARED RUN LOG: REJECTS READ, PENDING, AND PENDING PAST
011970* POLICY
011980******************************************************************
011990 9800-WRITE-RUN-SUMMARY.
012000     OPEN EXTEND RUN-LOG-FILE
012010     IF RAG-RUNLOG-STATUS = "35"
012020         OPEN OUTPUT RUN-LOG-FILE
012030     END-IF
012040     IF RAG-RUNLOG-STATUS NOT = "00"
012050         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
012060             RAG-RUNLOG-STATUS
012070         GO TO 9800-EXIT
012080     END-IF
012090     MOVE SPACES TO RUN-LOG-RECORD
012100     ACCEPT RAG-RUN-DATE FROM DATE YYYYMMDD
012110     ACCEPT RAG-RUN-TIME FROM TIME
012120     MOVE "FIBREJAGE" TO RLG-PROGRAM-ID
012130     MOVE RAG-RUN-DATE TO RLG-RUN-DATE
012140     MOVE RAG-RUN-TIME TO RLG-RUN-TIME
012150     MOVE RAG-REJECTS-READ TO RLG-RECORDS-READ
012160     MOVE RAG-PENDING-COUNT TO RLG-RECORDS-WRITTEN
012170     MOVE RAG-PAST-POLICY-COUNT TO RLG-RECORDS-REJECTED
012180     MOVE ZERO TO RLG-HASH-TOTAL
012190     MOVE RETURN-CODE TO RLG-RETURN-CODE
012200     WRITE RUN-LOG-RECORD
012210     CLOSE RUN-LOG-FILE.
012220 9800-EXIT.
012230     EXIT.
012240*
012250******************************************************************
012260* 9999-TERMINATE - CLOSE OUT AND TELL THE CONSOLE THE VERDICT
012270******************************************************************
012280 9999-TERMINATE.
012290     CLOSE REPORT-FILE
012300     DISPLAY "REJECT AGING COMPLETE - REJECTS REPORTED: "
012310         RAG-REJECTS-REPORTED
012320     DISPLAY "  PENDING: " RAG-PENDING-COUNT
012330         " PAST POLICY: " RAG-PAST-POLICY-COUNT
012340         " UNDATED: " RAG-UNDATED-COUNT.
012350 9999-EXIT.
012360     EXIT.
