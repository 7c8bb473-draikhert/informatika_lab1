000100******************************************************************
000110* FIBONACCI PARTNER ACKNOWLEDGMENTS - ONE ACK RETURN FILE PER
000120* FEED AFTER THE MULTI-FEED BATCH DECODE
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. FIBACKGEN.
000160 AUTHOR. DP-APPLICATIONS-GROUP.
000170 INSTALLATION. NIGHT-BATCH-CENTER.
000180 DATE-WRITTEN. 10/15/2026.
000190 DATE-COMPILED.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  --------------------------------------------
000240* 10/15/2026 DPG   ORIGINAL VERSION. RUN AS A FOLLOW-ON STEP AFTER
000250*                  THE BATCH DECODE: WALKS BATCHOUT GROUP BY
000260*                  GROUP, AND FOR EACH FEED'S HDR/TRL GROUP WRITES
000270*                  AN ACKNOWLEDGMENT FILE (ACK PLUS THE FEED ID)
000280*                  CARRYING ONE LINE PER REFERENCE KEY - ACCEPTED,
000290*                  NORMALIZED, OR REJECTED, WITH ITS REASON CODE -
000300*                  AND A TRAILER WITH THE FEED'S COUNTS AND HASH
000310*                  TOTAL. REJECTS ARE ROUTED TO THEIR FEED FROM
000320*                  FIBREJCT AND CARRY THEIR FIBREJDP DISPOSITION
000330*                  WHERE THE REPAIR WORKBENCH HAS GIVEN THEM ONE -
000340*                  THE DISPOSITION FOR THE SAME RECORD NUMBER, KEY
000350*                  AND REJECT DATE, OR AN UNDATED ONE FOR THE
000360*                  NUMBER AND KEY. THE REJECT AND DISPOSITION
000370*                  LAYOUTS FOLLOW THE FIBREJCT AND FIBREJDP
000380*                  CONTRACTS. A REJECT THAT BELONGS TO NO GROUP -
000390*                  A REASON 04 BETWEEN TWO FEEDS, OR ONE LEFT
000400*                  BEHIND BY AN EARLIER GROUP - IS NAMED AND
000410*                  SKIPPED, AND A GROUP CUT OFF WITHOUT ITS
000420*                  TRAILER READS PAST ITS OWN REJECTS AND COUNTS
000430*                  THEM IN THE PLACEMENT. CONDITION CODE: 0 CLEAN,
000440*                  4 REJECTS THAT COULD NOT BE ROUTED OR NO
000450*                  DISPOSITION FILE, 16 ABORTED OR A GROUP OUT OF
000460*                  BALANCE.
000470*
000480******************************************************************
000490* ENVIRONMENT DIVISION
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT BATCH-OUTPUT-FILE ASSIGN TO BATCHOUT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ACK-OUTPUT-STATUS.
000570     SELECT REJECT-FILE ASSIGN TO FIBREJCT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS ACK-REJECT-STATUS.
000600     SELECT DISPOSITION-FILE ASSIGN TO FIBREJDP
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS ACK-DISPOSITION-STATUS.
000630     SELECT ACK-FILE ASSIGN TO ACK-FILE-DDNAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS ACK-ACK-STATUS.
000660     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ACK-RUNLOG-STATUS.
000690*
000700******************************************************************
000710* DATA DIVISION - THE BATCHOUT, FIBREJCT AND FIBREJDP LAYOUTS
000720* MIRROR THE DRIVER'S AND THE REPAIR WORKBENCH'S CONTRACTS,
000730* COLUMN FOR COLUMN. THE ACK LAYOUT IS THE CONTRACT WITH THE
000740* PARTNERS: EVERY LINE LEADS WITH ITS RECORD TYPE.
000750******************************************************************
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BATCH-OUTPUT-FILE.
000790 01  BATCH-OUTPUT-RECORD.
000800     05  OUT-REFERENCE-KEY            PIC X(10).
000810     05  FILLER                       PIC X(01).
000820     05  OUT-FIBONACCI-INPUT          PIC X(55).
000830     05  FILLER                       PIC X(01).
000840     05  OUT-DECIMAL-OUTPUT           PIC 9(10).
000850     05  FILLER                       PIC X(01).
000860     05  OUT-CONVERSION-STATUS        PIC X(02).
000870     05  FILLER                       PIC X(01).
000880     05  OUT-ZECKENDORF-DIGITS        PIC X(55).
000890 01  BATCH-CONTROL-RECORD.
000900     05  CTL-RECORD-TYPE              PIC X(03).
000910     05  FILLER                       PIC X(01).
000920     05  CTL-CONTROL-COUNT            PIC 9(08).
000930     05  FILLER                       PIC X(01).
000940     05  CTL-HASH-TOTAL               PIC 9(16).
000950*
000960*    A REAL TRAILER IS ONLY 29 COLUMNS AND A REAL HEADER ONLY
000970*    30 - ANYTHING PAST THEM PROVES THE RECORD IS A DETAIL
000980*    WHOSE KEY MERELY SPELLS "TRL" OR "HDR".
000990     05  CTL-TRAILING-AREA            PIC X(107).
001000 01  BATCH-HEADER-VIEW.
001010     05  HDV-RECORD-TYPE              PIC X(03).
001020     05  FILLER                       PIC X(01).
001030     05  HDV-RUN-DATE                 PIC 9(08).
001040     05  FILLER                       PIC X(01).
001050     05  HDV-RUN-TIME                 PIC 9(08).
001060     05  FILLER                       PIC X(01).
001070     05  HDV-FEED-ID                  PIC X(08).
001080     05  HDV-TRAILING-AREA            PIC X(106).
001090 FD  REJECT-FILE.
001100 01  REJECT-RECORD.
001110     05  REJ-RECORD-NUMBER            PIC 9(08).
001120     05  FILLER                       PIC X(01).
001130     05  REJ-REFERENCE-KEY            PIC X(10).
001140     05  FILLER                       PIC X(01).
001150     05  REJ-REASON-CODE              PIC X(02).
001160     05  FILLER                       PIC X(01).
001170     05  REJ-FIBONACCI-INPUT          PIC X(55).
001180     05  FILLER                       PIC X(01).
001190     05  REJ-FEED-ID                  PIC X(08).
001200     05  FILLER                       PIC X(01).
001210     05  REJ-REJECT-DATE              PIC 9(08).
001220     05  FILLER                       PIC X(01).
001230     05  REJ-INPUT-TYPE               PIC X(01).
001240 FD  DISPOSITION-FILE.
001250 01  DISPOSITION-RECORD.
001260     05  DSP-RECORD-NUMBER            PIC 9(08).
001270     05  FILLER                       PIC X(01).
001280     05  DSP-REFERENCE-KEY            PIC X(10).
001290     05  FILLER                       PIC X(01).
001300     05  DSP-REASON-CODE              PIC X(02).
001310     05  FILLER                       PIC X(01).
001320     05  DSP-DISPOSITION              PIC X(01).
001330     05  FILLER                       PIC X(01).
001340     05  DSP-RUN-DATE                 PIC 9(08).
001350     05  FILLER                       PIC X(01).
001360     05  DSP-RUN-TIME                 PIC 9(08).
001370     05  FILLER                       PIC X(01).
001380     05  DSP-OPERATOR-ID              PIC X(20).
001390     05  FILLER                       PIC X(01).
001400     05  DSP-REJECT-DATE              PIC 9(08).
001410*
001420*    ACK FILE - A HEADER NAMING THE FEED AND THE DECODE RUN,
001430*    ONE DETAIL PER REFERENCE KEY, AND A TRAILER. DETAIL
001440*    STATUS: AC ACCEPTED, NC NORMALIZED TO THE CANONICAL CODE,
001450*    RJ REJECTED. THE REASON CODE IS THE DECODE'S OWN: 00 (OR
001460*    90, VALUE FLAGGED OVERFLOW) ON AN ACCEPTED KEY, 03 ON A
001470*    NORMALIZED ONE, THE FIBREJCT REASON ON A REJECT. A REJECT
001480*    CARRIES ITS DISPOSITION: R CORRECTED AND RESUBMITTED BY
001490*    OPERATIONS, V VOIDED - SEND IT AGAIN, P PENDING. THE
001500*    TRAILER HASH IS THE SUM OF THE DECIMAL VALUES ON THE
001510*    ACCEPTED AND NORMALIZED LINES, THE SAME HASH BATCHOUT
001520*    CARRIES FOR THE FEED.
001530 FD  ACK-FILE.
001540 01  ACK-HEADER-RECORD.
001550     05  AKH-RECORD-TYPE              PIC X(03).
001560     05  FILLER                       PIC X(01).
001570     05  AKH-FEED-ID                  PIC X(08).
001580     05  FILLER                       PIC X(01).
001590     05  AKH-RUN-DATE                 PIC 9(08).
001600     05  FILLER                       PIC X(01).
001610     05  AKH-RUN-TIME                 PIC 9(08).
001620     05  FILLER                       PIC X(01).
001630     05  AKH-ACK-DATE                 PIC 9(08).
001640 01  ACK-DETAIL-RECORD.
001650     05  AKD-RECORD-TYPE              PIC X(03).
001660     05  FILLER                       PIC X(01).
001670     05  AKD-REFERENCE-KEY            PIC X(10).
001680     05  FILLER                       PIC X(01).
001690     05  AKD-STATUS                   PIC X(02).
001700     05  FILLER                       PIC X(01).
001710     05  AKD-REASON-CODE              PIC X(02).
001720     05  FILLER                       PIC X(01).
001730     05  AKD-DISPOSITION              PIC X(01).
001740     05  FILLER                       PIC X(01).
001750     05  AKD-DECIMAL-VALUE            PIC 9(10).
001760 01  ACK-TRAILER-RECORD.
001770     05  AKT-RECORD-TYPE              PIC X(03).
001780     05  FILLER                       PIC X(01).
001790     05  AKT-DETAIL-COUNT             PIC 9(08).
001800     05  FILLER                       PIC X(01).
001810     05  AKT-ACCEPTED-COUNT           PIC 9(08).
001820     05  FILLER                       PIC X(01).
001830     05  AKT-NORMALIZED-COUNT         PIC 9(08).
001840     05  FILLER                       PIC X(01).
001850     05  AKT-REJECTED-COUNT           PIC 9(08).
001860     05  FILLER                       PIC X(01).
001870     05  AKT-HASH-TOTAL               PIC 9(16).
001880 FD  RUN-LOG-FILE.
001890 COPY RUNLOG.
001900*
001910 WORKING-STORAGE SECTION.
001920* ---------------------------------------------------------
001930* FILE STATUS AND RUN SWITCHES
001940* ---------------------------------------------------------
001950 77  ACK-OUTPUT-STATUS                PIC X(02) VALUE SPACES.
001960 77  ACK-REJECT-STATUS                PIC X(02) VALUE SPACES.
001970 77  ACK-DISPOSITION-STATUS           PIC X(02) VALUE SPACES.
001980 77  ACK-ACK-STATUS                   PIC X(02) VALUE SPACES.
001990 77  ACK-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
002000 01  ACK-END-OF-OUTPUT-SW             PIC X(01) VALUE "N".
002010     88  ACK-END-OF-OUTPUT                      VALUE "Y".
002020 01  ACK-END-OF-REJECTS-SW            PIC X(01) VALUE "N".
002030     88  ACK-END-OF-REJECTS                     VALUE "Y".
002040 01  ACK-END-OF-DISPOSITIONS-SW       PIC X(01) VALUE "N".
002050     88  ACK-END-OF-DISPOSITIONS                VALUE "Y".
002060 01  ACK-RUN-ABORT-SW                 PIC X(01) VALUE "N".
002070     88  ACK-RUN-ABORT                          VALUE "Y".
002080 01  ACK-OUT-OF-BALANCE-SW            PIC X(01) VALUE "N".
002090     88  ACK-OUT-OF-BALANCE                     VALUE "Y".
002100 01  ACK-NO-DISPOSITIONS-SW           PIC X(01) VALUE "N".
002110     88  ACK-NO-DISPOSITIONS                    VALUE "Y".
002120 01  ACK-GROUP-OPEN-SW                PIC X(01) VALUE "N".
002130     88  ACK-GROUP-OPEN                         VALUE "Y".
002140 01  ACK-FILE-OPEN-SW                 PIC X(01) VALUE "N".
002150     88  ACK-FILE-OPEN                          VALUE "Y".
002160 01  ACK-FEED-SEEN-SW                 PIC X(01) VALUE "N".
002170     88  ACK-FEED-SEEN                          VALUE "Y".
002180 01  ACK-STRAY-REJECT-SW              PIC X(01) VALUE "N".
002190     88  ACK-STRAY-REJECT                       VALUE "Y".
002200*
002210* ---------------------------------------------------------
002220* COUNTERS AND RUN STAMPS
002230* ---------------------------------------------------------
002240 77  ACK-DETAILS-READ                 PIC 9(08) VALUE ZERO COMP.
002250 77  ACK-REJECTS-READ                 PIC 9(08) VALUE ZERO COMP.
002260 77  ACK-LINES-WRITTEN                PIC 9(08) VALUE ZERO COMP.
002270 77  ACK-GROUPS-SEEN                  PIC 9(08) VALUE ZERO COMP.
002280 77  ACK-UNROUTED-COUNT               PIC 9(08) VALUE ZERO COMP.
002290 77  ACK-FEED-IDX                     PIC 9(03) VALUE ZERO COMP.
002300 01  ACK-TOTAL-HASH                   PIC 9(16) VALUE ZERO COMP.
002310 01  ACK-RUN-DATE                     PIC 9(08) VALUE ZERO.
002320 01  ACK-RUN-TIME                     PIC 9(08) VALUE ZERO.
002330*
002340* ---------------------------------------------------------
002350* RECORD PLACEMENT - THE DECODE NUMBERS ITS INPUT DETAILS
002360* STRAIGHT THROUGH THE NIGHT AND EACH FEED IS A CONTIGUOUS
002370* BLOCK OF THEM, SO A REJECT BELONGS TO THE GROUP IN HAND
002380* ONLY WHILE ITS RECORD NUMBER FALLS INSIDE THE RECORDS THE
002390* GROUP CAN ACCOUNT FOR. THIS KEEPS A FEED THAT ARRIVES
002400* TWICE IN ONE NIGHT FROM SWALLOWING ITS SECOND BLOCK'S
002410* REJECTS INTO THE FIRST. EVERY REJECT READ PAST WITHOUT
002420* BEING ACKNOWLEDGED STILL TAKES UP ITS RECORD NUMBER HERE.
002430* ---------------------------------------------------------
002440 77  ACK-RECORDS-PLACED               PIC 9(08) VALUE ZERO COMP.
002450 77  ACK-PLACEMENT-LIMIT              PIC 9(08) VALUE ZERO COMP.
002460*
002470* ---------------------------------------------------------
002480* THE GROUP IN HAND - ONE FEED'S HDR/TRL GROUP ON BATCHOUT
002490* ---------------------------------------------------------
002500 01  ACK-GROUP-FEED-ID                PIC X(08) VALUE SPACES.
002510 01  ACK-GROUP-RUN-DATE               PIC 9(08) VALUE ZERO.
002520 01  ACK-GROUP-RUN-TIME               PIC 9(08) VALUE ZERO.
002530 01  ACK-GROUP-DETAILS                PIC 9(08) VALUE ZERO COMP.
002540 01  ACK-GROUP-ACCEPTED               PIC 9(08) VALUE ZERO COMP.
002550 01  ACK-GROUP-NORMALIZED             PIC 9(08) VALUE ZERO COMP.
002560 01  ACK-GROUP-REJECTED               PIC 9(08) VALUE ZERO COMP.
002570 01  ACK-GROUP-HASH                   PIC 9(16) VALUE ZERO COMP.
002580*
002590* ---------------------------------------------------------
002600* FEEDS ALREADY ACKNOWLEDGED THIS RUN - A FEED THAT ARRIVES
002610* AGAIN LATER IN THE NIGHT IS APPENDED TO ITS OWN ACK FILE
002620* AS A FURTHER HEADER/TRAILER GROUP, NEVER WRITTEN OVER.
002630* ---------------------------------------------------------
002640 01  ACK-FEED-TABLE.
002650     05  ACK-FEED-USED                PIC 9(03) VALUE ZERO COMP.
002660     05  ACK-FEED-ENTRY OCCURS 50 TIMES.
002670         10  ACK-FEED-DONE-ID         PIC X(08).
002680 01  ACK-FILE-DDNAME.
002690     05  FILLER                       PIC X(03) VALUE "ACK".
002700     05  ACK-DDNAME-FEED              PIC X(08).
002710*
002720******************************************************************
002730* PROCEDURE DIVISION
002740******************************************************************
002750 PROCEDURE DIVISION.
002760*
002770******************************************************************
002780* 0000-MAINLINE
002790******************************************************************
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002820     IF NOT ACK-RUN-ABORT
002830         PERFORM 2000-SKIP-UNFED-REJECTS THRU 2000-EXIT
002840         PERFORM 3000-PROCESS-OUTPUT-FILE THRU 3000-EXIT
002850         PERFORM 4000-FINISH-RUN THRU 4000-EXIT
002860         PERFORM 9999-TERMINATE THRU 9999-EXIT
002870     END-IF
002880*
002890*    THE SCHEDULER BRANCHES ON THE CONDITION CODE THE SAME WAY
002900*    IT DOES FOR EVERY OTHER PROGRAM IN THIS SUITE. AN ACK FILE
002910*    CUT FROM A GROUP THAT DOES NOT BALANCE MUST NOT GO OUT.
002920     EVALUATE TRUE
002930         WHEN ACK-RUN-ABORT
002940           OR ACK-OUT-OF-BALANCE
002950             MOVE 16 TO RETURN-CODE
002960         WHEN ACK-UNROUTED-COUNT > ZERO
002970           OR ACK-NO-DISPOSITIONS
002980             MOVE 4 TO RETURN-CODE
002990         WHEN OTHER
003000             MOVE ZERO TO RETURN-CODE
003010     END-EVALUATE
003020     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT
003030     STOP RUN.
003040*
003050******************************************************************
003060* 1000-INITIALIZE - OPEN THE DECODE'S OUTPUT AND REJECT FILES
003070* AND THE DISPOSITIONS, AND READ THE FIRST REJECT AND THE
003080* FIRST DISPOSITION AHEAD. WITH NO DISPOSITION FILE YET, EVERY
003090* REJECT GOES OUT AS PENDING.
003100******************************************************************
003110 1000-INITIALIZE.
003120     ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD
003130     ACCEPT ACK-RUN-TIME FROM TIME
003140     DISPLAY "PARTNER ACKNOWLEDGMENT RUN - RUN DATE " ACK-RUN-DATE
003150     OPEN INPUT BATCH-OUTPUT-FILE
003160     IF ACK-OUTPUT-STATUS NOT = "00"
003170         DISPLAY "** UNABLE TO OPEN BATCH OUTPUT FILE - STATUS: "
003180             ACK-OUTPUT-STATUS
003190         DISPLAY "** ACKNOWLEDGMENT RUN ABORTED."
003200         SET ACK-RUN-ABORT TO TRUE
003210         GO TO 1000-EXIT
003220     END-IF
003230     OPEN INPUT REJECT-FILE
003240     IF ACK-REJECT-STATUS NOT = "00"
003250         DISPLAY "** UNABLE TO OPEN THE REJECT FILE - STATUS: "
003260             ACK-REJECT-STATUS
003270         DISPLAY "** ACKNOWLEDGMENT RUN ABORTED."
003280         CLOSE BATCH-OUTPUT-FILE
003290         SET ACK-RUN-ABORT TO TRUE
003300         GO TO 1000-EXIT
003310     END-IF
003320     OPEN INPUT DISPOSITION-FILE
003330     EVALUATE ACK-DISPOSITION-STATUS
003340         WHEN "00"
003350             PERFORM 2600-READ-NEXT-DISPOSITION THRU 2600-EXIT
003360         WHEN "35"
003370             DISPLAY "** NO DISPOSITION FILE - EVERY REJECT IS "
003380                 "ACKNOWLEDGED AS PENDING."
003390             SET ACK-NO-DISPOSITIONS TO TRUE
003400             SET ACK-END-OF-DISPOSITIONS TO TRUE
003410         WHEN OTHER
003420             DISPLAY "** UNABLE TO OPEN THE DISPOSITION FILE - "
003430                 "STATUS: " ACK-DISPOSITION-STATUS
003440             DISPLAY "** ACKNOWLEDGMENT RUN ABORTED."
003450             CLOSE BATCH-OUTPUT-FILE
003460             CLOSE REJECT-FILE
003470             SET ACK-RUN-ABORT TO TRUE
003480             GO TO 1000-EXIT
003490     END-EVALUATE
003500     PERFORM 2500-READ-NEXT-REJECT THRU 2500-EXIT.
003510 1000-EXIT.
003520     EXIT.
003530*
003540******************************************************************
003550* 2000-SKIP-UNFED-REJECTS - DETAILS AHEAD OF THE FIRST FEED
003560* HEADER WERE REJECTED WITH NO FEED (REASON 04). THEY CANNOT
003570* BE ROUTED TO A PARTNER; THEY ARE NAMED ON THE CONSOLE AND
003580* COUNTED, AND THEY STILL TAKE UP THEIR RECORD NUMBERS.
003590******************************************************************
003600 2000-SKIP-UNFED-REJECTS.
003610     PERFORM 2100-SKIP-ONE-REJECT THRU 2100-EXIT
003620         UNTIL ACK-END-OF-REJECTS
003630            OR REJ-FEED-ID NOT = SPACES.
003640 2000-EXIT.
003650     EXIT.
003660*
003670 2100-SKIP-ONE-REJECT.
003680     PERFORM 2200-NAME-UNROUTED-REJECT THRU 2200-EXIT
003690     ADD 1 TO ACK-RECORDS-PLACED
003700     PERFORM 2500-READ-NEXT-REJECT THRU 2500-EXIT.
003710 2100-EXIT.
003720     EXIT.
003730*
003740 2200-NAME-UNROUTED-REJECT.
003750     ADD 1 TO ACK-UNROUTED-COUNT
003760     DISPLAY "** REJECT " REJ-RECORD-NUMBER " KEY "
003770         REJ-REFERENCE-KEY " FEED '" REJ-FEED-ID
003780         "' HAS NO FEED GROUP - NOT ACKNOWLEDGED.".
003790 2200-EXIT.
003800     EXIT.
003810*
003820 2500-READ-NEXT-REJECT.
003830     READ REJECT-FILE
003840         AT END
003850             MOVE "Y" TO ACK-END-OF-REJECTS-SW
003860         NOT AT END
003870             ADD 1 TO ACK-REJECTS-READ
003880     END-READ.
003890 2500-EXIT.
003900     EXIT.
003910*
003920 2600-READ-NEXT-DISPOSITION.
003930     READ DISPOSITION-FILE
003940         AT END
003950             MOVE "Y" TO ACK-END-OF-DISPOSITIONS-SW
003960     END-READ.
003970 2600-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010* 3000-PROCESS-OUTPUT-FILE - ONE PASS DOWN BATCHOUT, GROUP BY
004020* GROUP. A HEADER OPENS A FEED'S ACK FILE, EACH DETAIL BECOMES
004030* AN ACCEPTED OR NORMALIZED LINE, AND THE TRAILER PROVES THE
004040* GROUP, ROUTES IN THE FEED'S REJECTS, AND CLOSES THE FILE.
004050******************************************************************
004060 3000-PROCESS-OUTPUT-FILE.
004070     PERFORM 3100-PROCESS-ONE-RECORD THRU 3100-EXIT
004080         UNTIL ACK-END-OF-OUTPUT.
004090 3000-EXIT.
004100     EXIT.
004110*
004120 3100-PROCESS-ONE-RECORD.
004130     READ BATCH-OUTPUT-FILE
004140         AT END
004150             MOVE "Y" TO ACK-END-OF-OUTPUT-SW
004160         NOT AT END
004170             EVALUATE TRUE
004180                 WHEN HDV-RECORD-TYPE = "HDR"
004190                  AND HDV-TRAILING-AREA = SPACES
004200                     IF ACK-GROUP-OPEN
004210                         DISPLAY "** FEED " ACK-GROUP-FEED-ID
004220                             " HAS A NEW HEADER BEFORE ITS "
004230                             "TRAILER."
004240                         PERFORM 3900-ABANDON-GROUP
004250                             THRU 3900-EXIT
004260                     END-IF
004270                     PERFORM 3200-OPEN-ONE-GROUP THRU 3200-EXIT
004280                 WHEN CTL-RECORD-TYPE = "TRL"
004290                  AND CTL-TRAILING-AREA = SPACES
004300                     IF ACK-GROUP-OPEN
004310                         PERFORM 3600-CLOSE-ONE-GROUP
004320                             THRU 3600-EXIT
004330                     ELSE
004340                         DISPLAY "** BATCHOUT TRAILER WITHOUT A "
004350                             "HEADER."
004360                         SET ACK-OUT-OF-BALANCE TO TRUE
004370                     END-IF
004380                 WHEN OTHER
004390                     IF ACK-GROUP-OPEN
004400                         PERFORM 3300-ACK-ONE-DETAIL
004410                             THRU 3300-EXIT
004420                     ELSE
004430                         DISPLAY "** BATCHOUT DETAIL "
004440                             OUT-REFERENCE-KEY
004450                             " OUTSIDE A HDR/TRL GROUP."
004460                         SET ACK-OUT-OF-BALANCE TO TRUE
004470                     END-IF
004480             END-EVALUATE
004490     END-READ.
004500 3100-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540* 3200-OPEN-ONE-GROUP - A BATCHOUT HEADER STARTS A FEED: OPEN
004550* ITS ACK FILE (APPENDING IF THE FEED HAS ALREADY BEEN
004560* ACKNOWLEDGED TONIGHT) AND WRITE THE ACK HEADER
004570******************************************************************
004580 3200-OPEN-ONE-GROUP.
004590     SET ACK-GROUP-OPEN TO TRUE
004600     ADD 1 TO ACK-GROUPS-SEEN
004610     MOVE HDV-FEED-ID TO ACK-GROUP-FEED-ID
004620     MOVE HDV-RUN-DATE TO ACK-GROUP-RUN-DATE
004630     MOVE HDV-RUN-TIME TO ACK-GROUP-RUN-TIME
004640     MOVE ZERO TO ACK-GROUP-DETAILS
004650     MOVE ZERO TO ACK-GROUP-ACCEPTED
004660     MOVE ZERO TO ACK-GROUP-NORMALIZED
004670     MOVE ZERO TO ACK-GROUP-REJECTED
004680     MOVE ZERO TO ACK-GROUP-HASH
004690     MOVE ACK-GROUP-FEED-ID TO ACK-DDNAME-FEED
004700     MOVE "N" TO ACK-FEED-SEEN-SW
004710     PERFORM 3250-MATCH-ONE-FEED THRU 3250-EXIT
004720         VARYING ACK-FEED-IDX FROM 1 BY 1
004730             UNTIL ACK-FEED-IDX > ACK-FEED-USED
004740                OR ACK-FEED-SEEN
004750     IF ACK-FEED-SEEN
004760         OPEN EXTEND ACK-FILE
004770     ELSE
004780         OPEN OUTPUT ACK-FILE
004790         IF ACK-FEED-USED < 50
004800             ADD 1 TO ACK-FEED-USED
004810             MOVE ACK-GROUP-FEED-ID TO
004820                 ACK-FEED-DONE-ID (ACK-FEED-USED)
004830         END-IF
004840     END-IF
004850     IF ACK-ACK-STATUS NOT = "00"
004860         DISPLAY "** UNABLE TO OPEN ACK FILE " ACK-FILE-DDNAME
004870             " - STATUS: " ACK-ACK-STATUS
004880         SET ACK-OUT-OF-BALANCE TO TRUE
004890         GO TO 3200-EXIT
004900     END-IF
004910     SET ACK-FILE-OPEN TO TRUE
004920     MOVE SPACES TO ACK-HEADER-RECORD
004930     MOVE "HDR" TO AKH-RECORD-TYPE
004940     MOVE ACK-GROUP-FEED-ID TO AKH-FEED-ID
004950     MOVE ACK-GROUP-RUN-DATE TO AKH-RUN-DATE
004960     MOVE ACK-GROUP-RUN-TIME TO AKH-RUN-TIME
004970     MOVE ACK-RUN-DATE TO AKH-ACK-DATE
004980     WRITE ACK-HEADER-RECORD.
004990 3200-EXIT.
005000     EXIT.
005010*
005020 3250-MATCH-ONE-FEED.
005030     IF ACK-FEED-DONE-ID (ACK-FEED-IDX) = ACK-GROUP-FEED-ID
005040         SET ACK-FEED-SEEN TO TRUE
005050     END-IF.
005060 3250-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100* 3300-ACK-ONE-DETAIL - A BATCHOUT DETAIL WAS ACCEPTED, OR
005110* NORMALIZED IF THE DECODE FLAGGED IT NC
005120******************************************************************
005130 3300-ACK-ONE-DETAIL.
005140     ADD 1 TO ACK-DETAILS-READ
005150     ADD 1 TO ACK-GROUP-DETAILS
005160     ADD OUT-DECIMAL-OUTPUT TO ACK-GROUP-HASH
005170     MOVE SPACES TO ACK-DETAIL-RECORD
005180     MOVE "DTL" TO AKD-RECORD-TYPE
005190     MOVE OUT-REFERENCE-KEY TO AKD-REFERENCE-KEY
005200     IF OUT-CONVERSION-STATUS = "NC"
005210         MOVE "NC" TO AKD-STATUS
005220         MOVE "03" TO AKD-REASON-CODE
005230         ADD 1 TO ACK-GROUP-NORMALIZED
005240     ELSE
005250         MOVE "AC" TO AKD-STATUS
005260         MOVE OUT-CONVERSION-STATUS TO AKD-REASON-CODE
005270         ADD 1 TO ACK-GROUP-ACCEPTED
005280     END-IF
005290     MOVE OUT-DECIMAL-OUTPUT TO AKD-DECIMAL-VALUE
005300     PERFORM 3800-WRITE-ACK-DETAIL THRU 3800-EXIT.
005310 3300-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350* 3600-CLOSE-ONE-GROUP - PROVE THE GROUP AGAINST ITS BATCHOUT
005360* TRAILER, ROUTE IN THE FEED'S REJECTS, AND WRITE THE ACK
005370* TRAILER. A GROUP THAT DOES NOT PROVE STILL GETS ITS FILE
005380* CLOSED, BUT THE RUN IS GRADED SO IT IS NOT RELEASED. ANY
005390* REJECT AHEAD OF THE GROUP'S OWN IS SKIPPED FIRST (3650).
005400******************************************************************
005410 3600-CLOSE-ONE-GROUP.
005420     IF CTL-CONTROL-COUNT NOT = ACK-GROUP-DETAILS
005430        OR CTL-HASH-TOTAL NOT = ACK-GROUP-HASH
005440         DISPLAY "** FEED " ACK-GROUP-FEED-ID " OUT OF BALANCE "
005450             "WITH ITS BATCHOUT TRAILER - DETAILS: "
005460             ACK-GROUP-DETAILS " TRAILER: " CTL-CONTROL-COUNT
005470         SET ACK-OUT-OF-BALANCE TO TRUE
005480     END-IF
005490     PERFORM 3650-SKIP-STRAY-REJECTS THRU 3650-EXIT
005500     PERFORM 3700-ACK-ONE-REJECT THRU 3700-EXIT
005510         UNTIL ACK-END-OF-REJECTS
005520            OR REJ-FEED-ID NOT = ACK-GROUP-FEED-ID
005530            OR REJ-RECORD-NUMBER > ACK-RECORDS-PLACED
005540                                 + ACK-GROUP-DETAILS
005550                                 + ACK-GROUP-REJECTED + 1
005560     ADD ACK-GROUP-DETAILS TO ACK-RECORDS-PLACED
005570     ADD ACK-GROUP-REJECTED TO ACK-RECORDS-PLACED
005580     ADD ACK-GROUP-HASH TO ACK-TOTAL-HASH
005590     IF ACK-FILE-OPEN
005600         MOVE SPACES TO ACK-TRAILER-RECORD
005610         MOVE "TRL" TO AKT-RECORD-TYPE
005620         COMPUTE AKT-DETAIL-COUNT =
005630             ACK-GROUP-DETAILS + ACK-GROUP-REJECTED
005640         MOVE ACK-GROUP-ACCEPTED TO AKT-ACCEPTED-COUNT
005650         MOVE ACK-GROUP-NORMALIZED TO AKT-NORMALIZED-COUNT
005660         MOVE ACK-GROUP-REJECTED TO AKT-REJECTED-COUNT
005670         MOVE ACK-GROUP-HASH TO AKT-HASH-TOTAL
005680         WRITE ACK-TRAILER-RECORD
005690         CLOSE ACK-FILE
005700         MOVE "N" TO ACK-FILE-OPEN-SW
005710     END-IF
005720     DISPLAY "FEED " ACK-GROUP-FEED-ID " ACKNOWLEDGED - "
005730         "ACCEPTED: " ACK-GROUP-ACCEPTED
005740         " NORMALIZED: " ACK-GROUP-NORMALIZED
005750         " REJECTED: " ACK-GROUP-REJECTED
005760     MOVE "N" TO ACK-GROUP-OPEN-SW.
005770 3600-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810* 3650-SKIP-STRAY-REJECTS - THE GROUP'S RECORD NUMBERS START
005820* JUST PAST THOSE ALREADY PLACED. A REJECT NUMBERED AT OR BELOW
005830* THE PLACED COUNT WAS LEFT BEHIND BY AN EARLIER GROUP; ONE AT
005840* THE VERY NEXT NUMBER WITH ANOTHER FEED ID (A REASON 04 AHEAD
005850* OF THIS FEED'S HEADER) IS NOT THIS GROUP'S EITHER, SINCE THE
005860* GROUP'S FIRST DETAIL HOLDS THAT NUMBER. EACH IS NAMED AND
005870* COUNTED AS UNROUTED, AND TAKES UP ITS RECORD NUMBER. A GROUP
005880* WITH NO DETAILS HAS NO FIRST NUMBER OF ITS OWN TO GO BY, SO
005890* ONLY THE REJECTS ALREADY PLACED ARE SKIPPED AHEAD OF IT.
005900******************************************************************
005910 3650-SKIP-STRAY-REJECTS.
005920     PERFORM 3660-TEST-STRAY-REJECT THRU 3660-EXIT
005930     PERFORM 3670-SKIP-ONE-STRAY THRU 3670-EXIT
005940         UNTIL NOT ACK-STRAY-REJECT.
005950 3650-EXIT.
005960     EXIT.
005970*
005980 3660-TEST-STRAY-REJECT.
005990     MOVE "N" TO ACK-STRAY-REJECT-SW
006000     IF ACK-END-OF-REJECTS
006010         GO TO 3660-EXIT
006020     END-IF
006030     IF REJ-RECORD-NUMBER NOT > ACK-RECORDS-PLACED
006040         SET ACK-STRAY-REJECT TO TRUE
006050         GO TO 3660-EXIT
006060     END-IF
006070     IF REJ-FEED-ID NOT = ACK-GROUP-FEED-ID
006080        AND REJ-RECORD-NUMBER = ACK-RECORDS-PLACED + 1
006090        AND ACK-GROUP-DETAILS > ZERO
006100         SET ACK-STRAY-REJECT TO TRUE
006110     END-IF.
006120 3660-EXIT.
006130     EXIT.
006140*
006150 3670-SKIP-ONE-STRAY.
006160     PERFORM 2100-SKIP-ONE-REJECT THRU 2100-EXIT
006170     PERFORM 3660-TEST-STRAY-REJECT THRU 3660-EXIT.
006180 3670-EXIT.
006190     EXIT.
006200*
006210******************************************************************
006220* 3700-ACK-ONE-REJECT - ONE REJECTED LINE, CARRYING THE LATEST
006230* DISPOSITION THE REPAIR WORKBENCH GAVE THIS RECORD NUMBER, KEY
006240* AND REJECT DATE - OR AN UNDATED ONE FOR THE NUMBER AND KEY,
006250* AS FIBREJAGE TAKES THEM. THE DISPOSITIONS RUN IN REJECT ORDER,
006260* SO THEY ARE READ FORWARD ALONGSIDE; A REJECT NOT YET REVIEWED
006270* IS PENDING.
006280******************************************************************
006290 3700-ACK-ONE-REJECT.
006300     ADD 1 TO ACK-GROUP-REJECTED
006310     PERFORM 2600-READ-NEXT-DISPOSITION THRU 2600-EXIT
006320         UNTIL ACK-END-OF-DISPOSITIONS
006330            OR DSP-RECORD-NUMBER >= REJ-RECORD-NUMBER
006340     MOVE SPACES TO ACK-DETAIL-RECORD
006350     MOVE "DTL" TO AKD-RECORD-TYPE
006360     MOVE REJ-REFERENCE-KEY TO AKD-REFERENCE-KEY
006370     MOVE "RJ" TO AKD-STATUS
006380     MOVE REJ-REASON-CODE TO AKD-REASON-CODE
006390     MOVE "P" TO AKD-DISPOSITION
006400     PERFORM 3750-TAKE-DISPOSITION THRU 3750-EXIT
006410         UNTIL ACK-END-OF-DISPOSITIONS
006420            OR DSP-RECORD-NUMBER NOT = REJ-RECORD-NUMBER
006430     MOVE ZERO TO AKD-DECIMAL-VALUE
006440     PERFORM 3800-WRITE-ACK-DETAIL THRU 3800-EXIT
006450     PERFORM 2500-READ-NEXT-REJECT THRU 2500-EXIT.
006460 3700-EXIT.
006470     EXIT.
006480*
006490 3750-TAKE-DISPOSITION.
006500     IF DSP-REFERENCE-KEY = REJ-REFERENCE-KEY
006510        AND (DSP-REJECT-DATE NOT NUMERIC
006520             OR DSP-REJECT-DATE = REJ-REJECT-DATE)
006530         MOVE DSP-DISPOSITION TO AKD-DISPOSITION
006540     END-IF
006550     PERFORM 2600-READ-NEXT-DISPOSITION THRU 2600-EXIT.
006560 3750-EXIT.
006570     EXIT.
006580*
006590 3800-WRITE-ACK-DETAIL.
006600     IF ACK-FILE-OPEN
006610         WRITE ACK-DETAIL-RECORD
006620         ADD 1 TO ACK-LINES-WRITTEN
006630     END-IF.
006640 3800-EXIT.
006650     EXIT.
006660*
006670******************************************************************
006680* 3900-ABANDON-GROUP - A GROUP CUT OFF WITHOUT ITS TRAILER
006690* CANNOT BE PROVED. ITS ACK FILE IS CLOSED WITHOUT A TRAILER,
006700* SO THE PARTNER'S OWN BALANCING REFUSES IT, AND THE RUN IS
006710* GRADED OUT OF BALANCE. ITS REJECTS ARE READ PAST - NAMED,
006720* COUNTED AS UNROUTED AND PLACED - THE SAME WAY THE TRAILER
006730* WOULD HAVE ROUTED THEM, SO THE GROUPS AFTER IT STILL GET
006740* THEIR OWN.
006750******************************************************************
006760 3900-ABANDON-GROUP.
006770     SET ACK-OUT-OF-BALANCE TO TRUE
006780     PERFORM 3650-SKIP-STRAY-REJECTS THRU 3650-EXIT
006790     PERFORM 3950-SKIP-ABANDONED-REJECT THRU 3950-EXIT
006800         UNTIL ACK-END-OF-REJECTS
006810            OR REJ-FEED-ID NOT = ACK-GROUP-FEED-ID
006820            OR REJ-RECORD-NUMBER > ACK-RECORDS-PLACED
006830                                 + ACK-GROUP-DETAILS + 1
006840     ADD ACK-GROUP-DETAILS TO ACK-RECORDS-PLACED
006850     ADD ACK-GROUP-HASH TO ACK-TOTAL-HASH
006860     IF ACK-FILE-OPEN
006870         CLOSE ACK-FILE
006880         MOVE "N" TO ACK-FILE-OPEN-SW
006890     END-IF
006900     MOVE "N" TO ACK-GROUP-OPEN-SW.
006910 3900-EXIT.
006920     EXIT.
006930*
006940 3950-SKIP-ABANDONED-REJECT.
006950     ADD 1 TO ACK-UNROUTED-COUNT
006960     DISPLAY "** REJECT " REJ-RECORD-NUMBER " KEY "
006970         REJ-REFERENCE-KEY " FEED '" REJ-FEED-ID
006980         "' - ITS GROUP HAS NO TRAILER - NOT ACKNOWLEDGED."
006990     ADD 1 TO ACK-RECORDS-PLACED
007000     PERFORM 2500-READ-NEXT-REJECT THRU 2500-EXIT.
007010 3950-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050* 4000-FINISH-RUN - A BATCHOUT THAT ENDS MID-GROUP, OR HAS NO
007060* GROUP AT ALL, IS NOT A COMPLETE HAND-OFF. ANY REJECT STILL
007070* UNREAD BELONGS TO NO FEED GROUP ON BATCHOUT.
007080******************************************************************
007090 4000-FINISH-RUN.
007100     IF ACK-GROUP-OPEN
007110         DISPLAY "** BATCHOUT ENDS INSIDE THE GROUP FOR FEED "
007120             ACK-GROUP-FEED-ID " - NO TRAILER."
007130         PERFORM 3900-ABANDON-GROUP THRU 3900-EXIT
007140     END-IF
007150     IF ACK-GROUPS-SEEN = ZERO
007160         DISPLAY "** BATCHOUT HOLDS NO HDR/TRL GROUP - NOTHING "
007170             "TO ACKNOWLEDGE."
007180         SET ACK-OUT-OF-BALANCE TO TRUE
007190     END-IF
007200     PERFORM 4100-NAME-ONE-LEFTOVER THRU 4100-EXIT
007210         UNTIL ACK-END-OF-REJECTS.
007220 4000-EXIT.
007230     EXIT.
007240*
007250 4100-NAME-ONE-LEFTOVER.
007260     PERFORM 2200-NAME-UNROUTED-REJECT THRU 2200-EXIT
007270     PERFORM 2500-READ-NEXT-REJECT THRU 2500-EXIT.
007280 4100-EXIT.
007290     EXIT.
007300*
007310******************************************************************
007320* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
007330* TO THE SHARED RUN LOG: DETAILS PLUS REJECTS READ, ACK LINES
007340* WRITTEN, REJECTS THAT COULD NOT BE ROUTED, AND THE HASH OF
007350* THE ACKNOWLEDGED VALUES
007360******************************************************************
007370 9800-WRITE-RUN-SUMMARY.
007380     OPEN EXTEND RUN-LOG-FILE
007390     IF ACK-RUNLOG-STATUS = "35"
007400         OPEN OUTPUT RUN-LOG-FILE
007410     END-IF
007420     IF ACK-RUNLOG-STATUS NOT = "00"
007430         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
007440             ACK-RUNLOG-STATUS
007450         GO TO 9800-EXIT
007460     END-IF
007470     MOVE SPACES TO RUN-LOG-RECORD
007480     MOVE "FIBACKGEN" TO RLG-PROGRAM-ID
007490     MOVE ACK-RUN-DATE TO RLG-RUN-DATE
007500     MOVE ACK-RUN-TIME TO RLG-RUN-TIME
007510     COMPUTE RLG-RECORDS-READ =
007520         ACK-DETAILS-READ + ACK-REJECTS-READ
007530     MOVE ACK-LINES-WRITTEN TO RLG-RECORDS-WRITTEN
007540     MOVE ACK-UNROUTED-COUNT TO RLG-RECORDS-REJECTED
007550     MOVE ACK-TOTAL-HASH TO RLG-HASH-TOTAL
007560     MOVE RETURN-CODE TO RLG-RETURN-CODE
007570     WRITE RUN-LOG-RECORD
007580     CLOSE RUN-LOG-FILE.
007590 9800-EXIT.
007600     EXIT.
007610*
007620 9999-TERMINATE.
007630     CLOSE BATCH-OUTPUT-FILE
007640     CLOSE REJECT-FILE
007650     IF NOT ACK-NO-DISPOSITIONS
007660         CLOSE DISPOSITION-FILE
007670     END-IF
007680     DISPLAY "ACKNOWLEDGMENT RUN COMPLETE - FEED GROUPS: "
007690         ACK-GROUPS-SEEN
007700     DISPLAY "  ACK LINES WRITTEN:  " ACK-LINES-WRITTEN
007710     DISPLAY "  REJECTS NOT ROUTED: " ACK-UNROUTED-COUNT
007720     IF ACK-OUT-OF-BALANCE
007730         DISPLAY "** ACKNOWLEDGMENTS OUT OF BALANCE - DO NOT "
007740             "RELEASE THE ACK FILES."
007750     END-IF.
007760 9999-EXIT.
007770     EXIT.
