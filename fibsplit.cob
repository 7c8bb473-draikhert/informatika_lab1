000390*                  SUMMARY RECORD (COUNTS AND CONDITION CODE)
000400*                  TO THE SHARED FIBRUNLG RUN LOG FOR THE
000410*                  MORNING BALANCING REPORT.
000420* 10/15/2026 DPG   THE PASS-THROUGH RECORD IS WIDENED TO THE
000430*                  DRIVER'S BATCHIN CONTRACT, WHICH NOW CARRIES A
000440*                  RESUBMISSION'S ORIGINAL FEED ID AFTER THE CODE.
000450*
000460******************************************************************
000470* ENVIRONMENT DIVISION
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT BATCH-INPUT-FILE ASSIGN TO BATCHIN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SPL-INPUT-STATUS.
000550     SELECT SPLIT-FILE ASSIGN TO SPL-STREAM-DDNAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SPL-SPLIT-STATUS.
000580     SELECT CONTROL-FILE ASSIGN TO FIBSPCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SPL-CONTROL-STATUS.
000610     SELECT RUN-LOG-FILE ASSIGN TO FIBRUNLG
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SPL-RUNLOG-STATUS.
000640     SELECT PARM-FILE ASSIGN TO FIBSPARM
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SPL-PARM-STATUS.
000670*
000680******************************************************************
000690* DATA DIVISION - THE BATCHIN LAYOUT IS PASSED THROUGH BYTE FOR
000700* BYTE; THE SPLITTER NEVER LOOKS INSIDE A RECORD
000710******************************************************************
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  BATCH-INPUT-FILE.
000750 01  BATCH-INPUT-RECORD               PIC X(75).
000760 FD  SPLIT-FILE.
000770 01  SPLIT-RECORD                     PIC X(75).
000780 FD  CONTROL-FILE.
000790 01  SPLIT-CONTROL-RECORD.
000800     05  SCT-STREAM-NUMBER            PIC 9(02).
000810     05  FILLER                       PIC X(01) VALUE SPACE.
000820     05  SCT-RECORD-COUNT             PIC 9(08).
000830 FD  RUN-LOG-FILE.
000840 COPY RUNLOG.
000850 FD  PARM-FILE.
000860 01  PARM-CARD-RECORD.
000870     05  SPP-STREAM-COUNT             PIC 9(01).
000880*
000890 WORKING-STORAGE SECTION.
000900* ---------------------------------------------------------
000910* FILE STATUS AND RUN SWITCHES
000920* ---------------------------------------------------------
000930 77  SPL-INPUT-STATUS                 PIC X(02) VALUE SPACES.
000940 77  SPL-SPLIT-STATUS                 PIC X(02) VALUE SPACES.
000950 77  SPL-CONTROL-STATUS               PIC X(02) VALUE SPACES.
000960 77  SPL-PARM-STATUS                  PIC X(02) VALUE SPACES.
000970 77  SPL-RUNLOG-STATUS                PIC X(02) VALUE SPACES.
000980 01  SPL-END-OF-INPUT-SW              PIC X(01) VALUE "N".
000990     88  SPL-END-OF-INPUT                       VALUE "Y".
001000 01  SPL-RUN-ABORT-SW                 PIC X(01) VALUE "N".
001010     88  SPL-RUN-ABORT                          VALUE "Y".
001020*
001030* ---------------------------------------------------------
001040* STREAM CONTROLS - UP TO FOUR WORK STREAMS, EACH A CONTIGUOUS
001050* BLOCK OF THE INPUT. THE QUOTA IS THE INPUT TOTAL DIVIDED BY
001060* THE STREAM COUNT, ROUNDED UP, SO THE LAST STREAM RUNS SHORT
001070* RATHER THAN LONG.
001080* ---------------------------------------------------------
001090 77  SPL-STREAM-COUNT                 PIC 9(01) VALUE 4.
001100 77  SPL-STREAM-IDX                   PIC 9(02) VALUE ZERO COMP.
001110 77  SPL-RECORDS-READ                 PIC 9(08) VALUE ZERO COMP.
001120 77  SPL-INPUT-TOTAL                  PIC 9(08) VALUE ZERO COMP.
001130 77  SPL-STREAM-QUOTA                 PIC 9(08) VALUE ZERO COMP.
001140 77  SPL-STREAM-WRITTEN               PIC 9(08) VALUE ZERO COMP.
001150 77  SPL-TOTAL-WRITTEN                PIC 9(08) VALUE ZERO COMP.
001160 01  SPL-QUOTA-REMAINDER              PIC 9(08) VALUE ZERO COMP.
001170 01  SPL-RUN-DATE                     PIC 9(08) VALUE ZERO.
001180 01  SPL-RUN-TIME                     PIC 9(08) VALUE ZERO.
001190 01  SPL-STREAM-DDNAME.
001200     05  FILLER                       PIC X(05) VALUE "SPLIT".
001210     05  SPL-STREAM-NO                PIC 9(02).
001220*
001230******************************************************************
001240* PROCEDURE DIVISION
001250******************************************************************
001260 PROCEDURE DIVISION.
001270*
001280******************************************************************
001290* 0000-MAINLINE
001300******************************************************************
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001330     IF NOT SPL-RUN-ABORT
001340         PERFORM 2000-COUNT-INPUT-FILE THRU 2000-EXIT
001350     END-IF
001360     IF NOT SPL-RUN-ABORT
001370         PERFORM 3000-DEAL-OUT-STREAMS THRU 3000-EXIT
001380         PERFORM 8000-BALANCE-AND-CLOSE THRU 8000-EXIT
001390     END-IF
001400     PERFORM 9999-TERMINATE THRU 9999-EXIT
001410     STOP RUN.
001420*
001430******************************************************************
001440* 1000-INITIALIZE - PICK UP THE STREAM COUNT AND OPEN THE INPUT
001450* AND CONTROL FILES. NO PARAMETER CARD MEANS THE FOUR-WAY SPLIT
001460* THE WINDOW WAS PLANNED AROUND.
001470******************************************************************
001480 1000-INITIALIZE.
001490     OPEN INPUT PARM-FILE
001500     IF SPL-PARM-STATUS = "00"
001510         READ PARM-FILE
001520         IF SPL-PARM-STATUS = "00"
001530            AND SPP-STREAM-COUNT IS NUMERIC
001540            AND SPP-STREAM-COUNT >= 2
001550            AND SPP-STREAM-COUNT <= 4
001560             MOVE SPP-STREAM-COUNT TO SPL-STREAM-COUNT
001570         END-IF
001580         CLOSE PARM-FILE
001590     END-IF
001600     DISPLAY "BATCH SPLIT - STREAMS: " SPL-STREAM-COUNT
001610     OPEN INPUT BATCH-INPUT-FILE
001620     IF SPL-INPUT-STATUS NOT = "00"
001630         DISPLAY "** UNABLE TO OPEN BATCH INPUT FILE - STATUS: "
001640             SPL-INPUT-STATUS
001650         DISPLAY "** SPLIT RUN ABORTED."
001660         SET SPL-RUN-ABORT TO TRUE
001670         GO TO 1000-EXIT
001680     END-IF
001690     OPEN OUTPUT CONTROL-FILE
001700     IF SPL-CONTROL-STATUS NOT = "00"
001710         DISPLAY "** UNABLE TO OPEN THE SPLIT CONTROL FILE - "
001720             "STATUS: " SPL-CONTROL-STATUS
001730         DISPLAY "** SPLIT RUN ABORTED."
001740         CLOSE BATCH-INPUT-FILE
001750         SET SPL-RUN-ABORT TO TRUE
001760     END-IF.
001770 1000-EXIT.
001780     EXIT.
001790*
001800******************************************************************
001810* 2000-COUNT-INPUT-FILE - FIRST PASS: HOW MANY RECORDS ARE
001820* THERE TO DEAL OUT. THE QUOTA PER STREAM FALLS OUT OF THE
001830* TOTAL, AND THE TOTAL GOES TO THE CONTROL FILE AS STREAM 00
001840* SO THE MERGE CAN BALANCE THE WHOLE NIGHT AGAINST IT.
001850******************************************************************
001860 2000-COUNT-INPUT-FILE.
001870     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
001880         UNTIL SPL-END-OF-INPUT
001890     MOVE SPL-RECORDS-READ TO SPL-INPUT-TOTAL
001900     CLOSE BATCH-INPUT-FILE
001910     DIVIDE SPL-INPUT-TOTAL BY SPL-STREAM-COUNT
001920         GIVING SPL-STREAM-QUOTA
001930         REMAINDER SPL-QUOTA-REMAINDER
001940     IF SPL-QUOTA-REMAINDER > ZERO
001950         ADD 1 TO SPL-STREAM-QUOTA
001960     END-IF
001970     MOVE SPACES TO SPLIT-CONTROL-RECORD
001980     MOVE ZERO TO SCT-STREAM-NUMBER
001990     MOVE SPL-INPUT-TOTAL TO SCT-RECORD-COUNT
002000     WRITE SPLIT-CONTROL-RECORD
002010*
002020*    THE SECOND PASS REREADS THE SAME FILE FROM THE TOP.
002030     MOVE "N" TO SPL-END-OF-INPUT-SW
002040     MOVE ZERO TO SPL-RECORDS-READ
002050     OPEN INPUT BATCH-INPUT-FILE
002060     IF SPL-INPUT-STATUS NOT = "00"
002070         DISPLAY "** UNABLE TO REOPEN BATCH INPUT FILE - "
002080             "STATUS: " SPL-INPUT-STATUS
002090         DISPLAY "** SPLIT RUN ABORTED."
002100         CLOSE CONTROL-FILE
002110         SET SPL-RUN-ABORT TO TRUE
002120     END-IF.
002130 2000-EXIT.
002140     EXIT.
002150*
002160 2100-COUNT-ONE-RECORD.
002170     READ BATCH-INPUT-FILE
002180         AT END
002190             MOVE "Y" TO SPL-END-OF-INPUT-SW
002200         NOT AT END
002210             ADD 1 TO SPL-RECORDS-READ
002220     END-READ.
002230 2100-EXIT.
002240     EXIT.
002250*
002260******************************************************************
002270* 3000-DEAL-OUT-STREAMS - SECOND PASS: ONE CONTIGUOUS BLOCK OF
002280* UP TO THE QUOTA PER STREAM, IN STREAM ORDER. EVERY STREAM
002290* FILE IS CREATED EVEN WHEN IT COMES UP EMPTY, SO EVERY DECODE
002300* STEP FINDS ITS INPUT.
002310******************************************************************
002320 3000-DEAL-OUT-STREAMS.
002330     PERFORM 3100-WRITE-ONE-STREAM THRU 3100-EXIT
002340         VARYING SPL-STREAM-IDX FROM 1 BY 1
002350             UNTIL SPL-STREAM-IDX > SPL-STREAM-COUNT
002360                OR SPL-RUN-ABORT
002370     CLOSE BATCH-INPUT-FILE.
002380 3000-EXIT.
002390     EXIT.
002400*
002410 3100-WRITE-ONE-STREAM.
002420     MOVE SPL-STREAM-IDX TO SPL-STREAM-NO
002430     MOVE ZERO TO SPL-STREAM-WRITTEN
002440     OPEN OUTPUT SPLIT-FILE
002450     IF SPL-SPLIT-STATUS NOT = "00"
002460         DISPLAY "** UNABLE TO OPEN STREAM " SPL-STREAM-DDNAME
002470             " - STATUS: " SPL-SPLIT-STATUS
002480         DISPLAY "** SPLIT RUN ABORTED."
002490         SET SPL-RUN-ABORT TO TRUE
002500         GO TO 3100-EXIT
002510     END-IF
002520     PERFORM 3200-COPY-ONE-RECORD THRU 3200-EXIT
002530         UNTIL SPL-STREAM-WRITTEN >= SPL-STREAM-QUOTA
002540            OR SPL-END-OF-INPUT
002550     CLOSE SPLIT-FILE
002560     MOVE SPACES TO SPLIT-CONTROL-RECORD
002570     MOVE SPL-STREAM-IDX TO SCT-STREAM-NUMBER
002580     MOVE SPL-STREAM-WRITTEN TO SCT-RECORD-COUNT
002590     WRITE SPLIT-CONTROL-RECORD
002600     ADD SPL-STREAM-WRITTEN TO SPL-TOTAL-WRITTEN
002610     DISPLAY "  STREAM " SPL-STREAM-DDNAME " RECORDS: "
002620         SPL-STREAM-WRITTEN.
002630 3100-EXIT.
002640     EXIT.
002650*
002660 3200-COPY-ONE-RECORD.
002670     READ BATCH-INPUT-FILE
002680         AT END
002690             MOVE "Y" TO SPL-END-OF-INPUT-SW
002700         NOT AT END
002710             ADD 1 TO SPL-RECORDS-READ
002720             MOVE BATCH-INPUT-RECORD TO SPLIT-RECORD
002730             WRITE SPLIT-RECORD
002740             ADD 1 TO SPL-STREAM-WRITTEN
002750     END-READ.
002760 3200-EXIT.
002770     EXIT.
002780*
002790******************************************************************
002800* 8000-BALANCE-AND-CLOSE - EVERY INPUT RECORD MUST HAVE LANDED
002810* ON EXACTLY ONE STREAM BEFORE THE SPLIT IS DECLARED GOOD
002820******************************************************************
002830 8000-BALANCE-AND-CLOSE.
002840     CLOSE CONTROL-FILE
002850     IF SPL-TOTAL-WRITTEN = SPL-INPUT-TOTAL
002860         DISPLAY "SPLIT COMPLETE - RECORDS DEALT OUT: "
002870             SPL-TOTAL-WRITTEN
002880     ELSE
002890         DISPLAY "** SPLIT OUT OF BALANCE - DO NOT RUN THE "
002900             "DECODE STEPS."
002910         DISPLAY "** RECORDS COUNTED: " SPL-INPUT-TOTAL
002920         DISPLAY "** RECORDS WRITTEN: " SPL-TOTAL-WRITTEN
002930         SET SPL-RUN-ABORT TO TRUE
002940     END-IF.
002950 8000-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990* 9800-WRITE-RUN-SUMMARY - ONE MACHINE-READABLE RECORD PER RUN
003000* TO THE SHARED RUN LOG, POSTED AFTER THE CONDITION CODE IS
003010* DECIDED SO THE MORNING REPORT SEES THE SAME GRADE THE
003020* SCHEDULER SAW
003030******************************************************************
003040 9800-WRITE-RUN-SUMMARY.
003050     OPEN EXTEND RUN-LOG-FILE
003060     IF SPL-RUNLOG-STATUS = "35"
003070         OPEN OUTPUT RUN-LOG-FILE
003080     END-IF
003090     IF SPL-RUNLOG-STATUS NOT = "00"
003100         DISPLAY "** UNABLE TO WRITE THE RUN LOG - STATUS: "
003110             SPL-RUNLOG-STATUS
003120         GO TO 9800-EXIT
003130     END-IF
003140     MOVE SPACES TO RUN-LOG-RECORD
003150     ACCEPT SPL-RUN-DATE FROM DATE YYYYMMDD
003160     ACCEPT SPL-RUN-TIME FROM TIME
003170     MOVE "FIBSPLIT" TO RLG-PROGRAM-ID
003180     MOVE SPL-RUN-DATE TO RLG-RUN-DATE
003190     MOVE SPL-RUN-TIME TO RLG-RUN-TIME
003200     MOVE SPL-INPUT-TOTAL TO RLG-RECORDS-READ
003210     MOVE SPL-TOTAL-WRITTEN TO RLG-RECORDS-WRITTEN
003220     MOVE ZERO TO RLG-RECORDS-REJECTED
003230     MOVE ZERO TO RLG-HASH-TOTAL
003240     MOVE RETURN-CODE TO RLG-RETURN-CODE
003250     WRITE RUN-LOG-RECORD
003260     CLOSE RUN-LOG-FILE.
003270 9800-EXIT.
003280     EXIT.
003290*
003300 9999-TERMINATE.
003310     IF SPL-RUN-ABORT
003320         MOVE 16 TO RETURN-CODE
003330     ELSE
003340         MOVE ZERO TO RETURN-CODE
003350     END-IF
003360     PERFORM 9800-WRITE-RUN-SUMMARY THRU 9800-EXIT.
003370 9999-EXIT.
003380     EXIT.
