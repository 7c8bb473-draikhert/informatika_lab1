000100******************************************************************
000110* FIBONACCI OPERATOR-MASTER MAINTENANCE AND ENTITLEMENT LISTING
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. FIBOPRMNT.
000150 AUTHOR. DP-APPLICATIONS-GROUP.
000160 INSTALLATION. NIGHT-BATCH-CENTER.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  --------------------------------------------
000230* 10/15/2026 DPG   ORIGINAL VERSION. CONSOLE MAINTENANCE OF THE
000240*                  FIBOPMST OPERATOR MASTER FOR LEVEL-3
000250*                  ADMINISTRATORS - ADD, CHANGE, DEACTIVATE AND
000260*                  LIST OPERATORS - IN PLACE OF HAND EDITS OF THE
000270*                  FILE. EVERY CHANGE POSTS A BEFORE/AFTER RECORD
000280*                  TO THE NEW FIBOPHST CHANGE HISTORY, THE LISTING
000290*                  PRINTS TO FIBOPRRP FOR THE QUARTERLY ACCESS
000300*                  REVIEW, AND NO ADMINISTRATOR MAY CHANGE THEIR
000310*                  OWN ENTRY - THE ATTEMPT IS DENIED AND LANDS ON
000320*                  THE FIBSECLG SECURITY LOG. A CHANGE OR LISTING
000330*                  FIRST RELOADS FIBOPMST, AND A CHANGE IS REFUSED
000340*                  IF THE ENTRY NO LONGER MATCHES WHAT THE
000350*                  ADMINISTRATOR WAS SHOWN, SO A FIBSECRPT LOCKOUT
000360*                  OR ANOTHER ADMINISTRATOR'S CHANGE MADE DURING
000370*                  THE SESSION IS NEVER WRITTEN OVER. FIBOPHST IS
000380*                  OPENED BEFORE THE MASTER IS REWRITTEN AND THE
000390*                  CHANGE IS REFUSED IF IT WILL NOT OPEN; A FAILED
000400*                  HISTORY WRITE ENDS THE SESSION. HISTORY AND
000410*                  SECURITY-LOG RECORDS ARE STAMPED WITH THE DATE
000420*                  OF THE EVENT, NOT OF SIGN-ON.
000430*                  CONDITION CODE: 0 CLEAN, 16 ABORTED.
000440*
000450******************************************************************
000460* ENVIRONMENT DIVISION
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPERATOR-FILE ASSIGN TO FIBOPMST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS MNT-OPERATOR-STATUS.
000540     SELECT HISTORY-FILE ASSIGN TO FIBOPHST
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS MNT-HISTORY-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO FIBOPRRP
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS MNT-REPORT-STATUS.
000600     SELECT SECURITY-LOG-FILE ASSIGN TO FIBSECLG
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS MNT-SECURITY-STATUS.
000630*
000640******************************************************************
000650* DATA DIVISION
000660******************************************************************
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  OPERATOR-FILE.
000700 COPY OPRREC.
000710 FD  HISTORY-FILE.
000720 COPY OPHSTREC.
000730 FD  REPORT-FILE.
000740 01  REPORT-RECORD                    PIC X(132).
000750 FD  SECURITY-LOG-FILE.
000760 COPY SECREC.
000770*
000780 WORKING-STORAGE SECTION.
000790* ---------------------------------------------------------
000800* FILE STATUS AND RUN SWITCHES
000810* ---------------------------------------------------------
000820 77  MNT-OPERATOR-STATUS              PIC X(02) VALUE SPACES.
000830 77  MNT-HISTORY-STATUS               PIC X(02) VALUE SPACES.
000840 77  MNT-REPORT-STATUS                PIC X(02) VALUE SPACES.
000850 77  MNT-SECURITY-STATUS              PIC X(02) VALUE SPACES.
000860 01  MNT-RUN-ABORT-SW                 PIC X(01) VALUE "N".
000870     88  MNT-RUN-ABORT                          VALUE "Y".
000880 01  MNT-CONTINUE-SW                  PIC X(01) VALUE "Y".
000890     88  MNT-CONTINUE-RUN                       VALUE "Y".
000900 01  MNT-END-OF-OPERS-SW              PIC X(01) VALUE "N".
000910     88  MNT-END-OF-OPERS                       VALUE "Y".
000920 01  MNT-TARGET-OK-SW                 PIC X(01) VALUE "N".
000930     88  MNT-TARGET-OK                          VALUE "Y".
000940 01  MNT-TARGET-FOUND-SW              PIC X(01) VALUE "N".
000950     88  MNT-TARGET-FOUND                       VALUE "Y".
000960 01  MNT-CHANGED-SW                   PIC X(01) VALUE "N".
000970     88  MNT-ENTRY-CHANGED                      VALUE "Y".
000980 01  MNT-STALE-SW                     PIC X(01) VALUE "N".
000990     88  MNT-ENTRY-STALE                        VALUE "Y".
001000*
001010* ---------------------------------------------------------
001020* OPERATOR AUTHORIZATION - FILLED FROM THE FIBOPMST MASTER AT
001030* START-UP. MAINTAINING THE MASTER NEEDS LEVEL 3; ANYTHING
001040* LESS IS DENIED AND LOGGED. THE CHECK FAILS CLOSED.
001050* ---------------------------------------------------------
001060 01  MNT-OPERATOR-ID                  PIC X(20) VALUE SPACES.
001070 01  MNT-AUTH-LEVEL                   PIC 9(01) VALUE ZERO.
001080 01  MNT-OPER-FOUND-SW                PIC X(01) VALUE "N".
001090     88  MNT-OPER-FOUND                         VALUE "Y".
001100 01  MNT-DENIED-FUNCTION              PIC X(20) VALUE SPACES.
001110*
001120* ---------------------------------------------------------
001130* CONSOLE ENTRY FIELDS. A BLANK ANSWER ON A CHANGE KEEPS THE
001140* VALUE ALREADY ON THE MASTER.
001150* ---------------------------------------------------------
001160 01  MNT-CHOICE                       PIC 9(01) VALUE ZERO.
001170 01  MNT-TARGET-ID                    PIC X(20) VALUE SPACES.
001180 01  MNT-NEW-NAME                     PIC X(30) VALUE SPACES.
001190 01  MNT-NEW-LEVEL                    PIC X(01) VALUE SPACE.
001200     88  MNT-VALID-LEVEL                        VALUE "1" "2"
001210                                                      "3".
001220 01  MNT-NEW-FLAG                     PIC X(01) VALUE SPACE.
001230     88  MNT-VALID-FLAG                         VALUE "A" "I".
001240 01  MNT-CONFIRM                      PIC X(01) VALUE SPACE.
001250     88  MNT-CONFIRMED                          VALUE "Y".
001260*
001270* ---------------------------------------------------------
001280* BEFORE IMAGE OF THE ENTRY BEING CHANGED, AS THE
001290* ADMINISTRATOR WAS SHOWN IT - HELD FOR THE HISTORY RECORD AND
001300* TO PROVE THE ENTRY HAS NOT MOVED UNDER THE SESSION - AND THE
001310* AFTER IMAGE TO BE COMMITTED
001320* ---------------------------------------------------------
001330 01  MNT-ACTION                       PIC X(10) VALUE SPACES.
001340 01  MNT-OLD-NAME                     PIC X(30) VALUE SPACES.
001350 01  MNT-OLD-LEVEL                    PIC X(01) VALUE SPACE.
001360 01  MNT-OLD-FLAG                     PIC X(01) VALUE SPACE.
001370 01  MNT-AFTER-NAME                   PIC X(30) VALUE SPACES.
001380 01  MNT-AFTER-LEVEL                  PIC X(01) VALUE SPACE.
001390 01  MNT-AFTER-FLAG                   PIC X(01) VALUE SPACE.
001400*
001410* ---------------------------------------------------------
001420* COUNTERS, SUBSCRIPTS AND RUN STAMPS
001430* ---------------------------------------------------------
001440 77  MNT-TBL-IDX                      PIC 9(03) VALUE ZERO COMP.
001450 77  MNT-TARGET-SLOT                  PIC 9(03) VALUE ZERO COMP.
001460 77  MNT-CHANGES-MADE                 PIC 9(05) VALUE ZERO COMP.
001470 77  MNT-LINE-COUNT                   PIC 9(02) VALUE 99 COMP.
001480 77  MNT-PAGE-COUNT                   PIC 9(04) VALUE ZERO COMP.
001490 77  MNT-ACTIVE-LEVEL-1               PIC 9(05) VALUE ZERO COMP.
001500 77  MNT-ACTIVE-LEVEL-2               PIC 9(05) VALUE ZERO COMP.
001510 77  MNT-ACTIVE-LEVEL-3               PIC 9(05) VALUE ZERO COMP.
001520 77  MNT-INACTIVE-COUNT               PIC 9(05) VALUE ZERO COMP.
001530 77  MNT-INVALID-COUNT                PIC 9(05) VALUE ZERO COMP.
001540 01  MNT-RUN-DATE                     PIC 9(08) VALUE ZERO.
001550 01  MNT-RUN-TIME                     PIC 9(08) VALUE ZERO.
001560*
001570* ---------------------------------------------------------
001580* OPERATOR TABLE - THE WHOLE MASTER IS HELD IN STORAGE,
001590* RELOADED FROM DISK AT EACH CHANGE AND WRITTEN BACK IN FULL.
001600* A MASTER LARGER THAN THE TABLE ABORTS THE SESSION RATHER
001610* THAN LOSE ENTRIES ON THE REWRITE.
001620* ---------------------------------------------------------
001630 01  MNT-OPERATOR-TABLE.
001640     05  MNT-OPR-USED                 PIC 9(03) VALUE ZERO COMP.
001650     05  MNT-OPR-ENTRY OCCURS 500 TIMES.
001660         10  MNT-OPR-ID               PIC X(20).
001670         10  MNT-OPR-NAME             PIC X(30).
001680         10  MNT-OPR-LEVEL            PIC X(01).
001690         10  MNT-OPR-FLAG             PIC X(01).
001700*
001710* ---------------------------------------------------------
001720* PRINT LINES
001730* ---------------------------------------------------------
001740 01  MNT-HEADING-1.
001750     05  FILLER                       PIC X(47) VALUE
001760         "OPERATOR ENTITLEMENT LISTING - QUARTERLY ACCESS".
001770     05  FILLER                       PIC X(17) VALUE
001780         " REVIEW  RUN DATE".
001790     05  FILLER                       PIC X(01) VALUE SPACE.
001800     05  MNT-HDG-DATE                 PIC 9(08).
001810     05  FILLER                       PIC X(06) VALUE " TIME ".
001820     05  MNT-HDG-TIME                 PIC 9(08).
001830     05  FILLER                       PIC X(06) VALUE " PAGE ".
001840     05  MNT-HDG-PAGE                 PIC ZZZ9.
001850 01  MNT-HEADING-2.
001860     05  FILLER                       PIC X(12)
001870         VALUE "PRINTED BY: ".
001880     05  MNT-HDG-PRINTED-BY           PIC X(20).
001890 01  MNT-HEADING-3.
001900     05  FILLER                       PIC X(22)
001910         VALUE "OPERATOR ID".
001920     05  FILLER                       PIC X(32)
001930         VALUE "OPERATOR NAME".
001940     05  FILLER                       PIC X(07)
001950         VALUE "LEVEL".
001960     05  FILLER                       PIC X(32)
001970         VALUE "ENTITLEMENT".
001980     05  FILLER                       PIC X(08)
001990         VALUE "STATUS".
002000 01  MNT-DETAIL-LINE.
002010     05  MNT-DET-ID                   PIC X(20).
002020     05  FILLER                       PIC X(02) VALUE SPACES.
002030     05  MNT-DET-NAME                 PIC X(30).
002040     05  FILLER                       PIC X(04) VALUE SPACES.
002050     05  MNT-DET-LEVEL                PIC X(01).
002060     05  FILLER                       PIC X(04) VALUE SPACES.
002070     05  MNT-DET-ENTITLEMENT          PIC X(30).
002080     05  FILLER                       PIC X(02) VALUE SPACES.
002090     05  MNT-DET-STATUS               PIC X(08).
002100 01  MNT-TOTAL-LINE.
002110     05  FILLER                       PIC X(02) VALUE SPACES.
002120     05  MNT-TOT-LABEL                PIC X(34).
002130     05  MNT-TOT-VALUE                PIC ZZ,ZZZ,ZZ9.
002140 01  MNT-SIGN-OFF-LINE.
002150     05  FILLER                       PIC X(14)
002160         VALUE "REVIEWED BY: ".
002170     05  FILLER                       PIC X(30) VALUE ALL "_".
002180     05  FILLER                       PIC X(08)
002190         VALUE "  DATE: ".
002200     05  FILLER                       PIC X(10) VALUE ALL "_".
002210*
002220******************************************************************
002230* PROCEDURE DIVISION
002240******************************************************************
002250 PROCEDURE DIVISION.
002260*
002270******************************************************************
002280* 0000-MAINLINE
002290******************************************************************
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002320     IF NOT MNT-RUN-ABORT
002330         PERFORM 2000-LOAD-OPERATOR-TABLE THRU 2000-EXIT
002340     END-IF
002350     IF NOT MNT-RUN-ABORT
002360         PERFORM 3000-PROCESS-MENU THRU 3000-EXIT
002370             UNTIL NOT MNT-CONTINUE-RUN
002380                OR MNT-RUN-ABORT
002390     END-IF
002400     PERFORM 9999-TERMINATE THRU 9999-EXIT
002410     STOP RUN.
002420*
002430******************************************************************
002440* 1000-INITIALIZE - STAMP THE SESSION AND PROVE THE OPERATOR.
002450* ONLY A LEVEL-3 ADMINISTRATOR MAY MAINTAIN THE MASTER.
002460******************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD
002490     ACCEPT MNT-RUN-TIME FROM TIME
002500     DISPLAY "OPERATOR MASTER MAINTENANCE - RUN DATE "
002510         MNT-RUN-DATE
002520     ACCEPT MNT-OPERATOR-ID FROM ENVIRONMENT "USER"
002530     PERFORM 1100-VERIFY-OPERATOR THRU 1100-EXIT
002540     IF MNT-AUTH-LEVEL < 3
002550         MOVE "OPERATOR MAINT" TO MNT-DENIED-FUNCTION
002560         PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT
002570         DISPLAY "** OPERATOR MAINTENANCE NEEDS AUTHORIZATION "
002580             "LEVEL 3 - THE ATTEMPT HAS BEEN LOGGED."
002590         DISPLAY "** MAINTENANCE SESSION ABORTED."
002600         SET MNT-RUN-ABORT TO TRUE
002610     END-IF.
002620 1000-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660* 1100-VERIFY-OPERATOR - PROVE THE OPERATOR AGAINST THE
002670* FIBOPMST MASTER. NO FILE, NO MATCH, OR AN INACTIVE ENTRY ALL
002680* LEAVE THE LEVEL AT ZERO - THE FILE IS THE WHOLE AUTHORITY,
002690* SO THE CHECK FAILS CLOSED.
002700******************************************************************
002710 1100-VERIFY-OPERATOR.
002720     MOVE ZERO TO MNT-AUTH-LEVEL
002730     MOVE "N" TO MNT-OPER-FOUND-SW
002740     MOVE "N" TO MNT-END-OF-OPERS-SW
002750     OPEN INPUT OPERATOR-FILE
002760     IF MNT-OPERATOR-STATUS NOT = "00"
002770         DISPLAY "** OPERATOR MASTER NOT AVAILABLE - STATUS: "
002780             MNT-OPERATOR-STATUS
002790         DISPLAY "** NOBODY CAN BE AUTHORIZED WITHOUT IT."
002800         GO TO 1100-EXIT
002810     END-IF
002820     PERFORM 1150-MATCH-ONE-OPERATOR THRU 1150-EXIT
002830         UNTIL MNT-OPER-FOUND
002840            OR MNT-END-OF-OPERS
002850     CLOSE OPERATOR-FILE.
002860 1100-EXIT.
002870     EXIT.
002880*
002890 1150-MATCH-ONE-OPERATOR.
002900     READ OPERATOR-FILE
002910         AT END
002920             MOVE "Y" TO MNT-END-OF-OPERS-SW
002930         NOT AT END
002940             IF OPR-OPERATOR-ID = MNT-OPERATOR-ID
002950                 SET MNT-OPER-FOUND TO TRUE
002960                 IF OPR-ACTIVE-FLAG = "A"
002970                    AND OPR-AUTH-LEVEL IS NUMERIC
002980                     MOVE OPR-AUTH-LEVEL TO MNT-AUTH-LEVEL
002990                 ELSE
003000                     DISPLAY "** OPERATOR IS CARRIED INACTIVE "
003010                         "ON THE OPERATOR MASTER."
003020                 END-IF
003030             END-IF
003040     END-READ.
003050 1150-EXIT.
003060     EXIT.
003070*
003080******************************************************************
003090* 2000-LOAD-OPERATOR-TABLE - PULL THE WHOLE MASTER INTO
003100* STORAGE. THE MASTER WAS JUST READ BY 1100-, SO A FAILED OPEN
003110* HERE IS AN ABORT, AS IS A MASTER TOO BIG FOR THE TABLE.
003120******************************************************************
003130 2000-LOAD-OPERATOR-TABLE.
003140     MOVE ZERO TO MNT-OPR-USED
003150     MOVE "N" TO MNT-END-OF-OPERS-SW
003160     OPEN INPUT OPERATOR-FILE
003170     IF MNT-OPERATOR-STATUS NOT = "00"
003180         DISPLAY "** UNABLE TO LOAD THE OPERATOR MASTER - "
003190             "STATUS: " MNT-OPERATOR-STATUS
003200         DISPLAY "** MAINTENANCE SESSION ABORTED."
003210         SET MNT-RUN-ABORT TO TRUE
003220         GO TO 2000-EXIT
003230     END-IF
003240     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
003250         UNTIL MNT-END-OF-OPERS
003260     CLOSE OPERATOR-FILE
003270     DISPLAY "OPERATORS ON THE MASTER: " MNT-OPR-USED.
003280 2000-EXIT.
003290     EXIT.
003300*
003310 2100-LOAD-ONE-OPERATOR.
003320     READ OPERATOR-FILE
003330         AT END
003340             MOVE "Y" TO MNT-END-OF-OPERS-SW
003350         NOT AT END
003360             IF MNT-OPR-USED < 500
003370                 ADD 1 TO MNT-OPR-USED
003380                 MOVE OPR-OPERATOR-ID TO
003390                     MNT-OPR-ID (MNT-OPR-USED)
003400                 MOVE OPR-OPERATOR-NAME TO
003410                     MNT-OPR-NAME (MNT-OPR-USED)
003420                 MOVE OPR-AUTH-LEVEL TO
003430                     MNT-OPR-LEVEL (MNT-OPR-USED)
003440                 MOVE OPR-ACTIVE-FLAG TO
003450                     MNT-OPR-FLAG (MNT-OPR-USED)
003460             ELSE
003470                 DISPLAY "** OPERATOR MASTER HAS MORE THAN 500 "
003480                     "ENTRIES - A REWRITE WOULD LOSE SOME."
003490                 DISPLAY "** MAINTENANCE SESSION ABORTED."
003500                 MOVE "Y" TO MNT-END-OF-OPERS-SW
003510                 SET MNT-RUN-ABORT TO TRUE
003520             END-IF
003530     END-READ.
003540 2100-EXIT.
003550     EXIT.
003560*
003570******************************************************************
003580* 3000-PROCESS-MENU - ONE MAINTENANCE REQUEST PER PASS
003590******************************************************************
003600 3000-PROCESS-MENU.
003610     DISPLAY " "
003620     DISPLAY "  1. ADD AN OPERATOR"
003630     DISPLAY "  2. CHANGE AN OPERATOR'S NAME, LEVEL OR STATUS"
003640     DISPLAY "  3. DEACTIVATE AN OPERATOR"
003650     DISPLAY "  4. PRINT THE ENTITLEMENT LISTING"
003660     DISPLAY "  5. EXIT"
003670     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
003680     ACCEPT MNT-CHOICE
003690     EVALUATE MNT-CHOICE
003700         WHEN 1
003710             PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
003720         WHEN 2
003730             PERFORM 5000-CHANGE-OPERATOR THRU 5000-EXIT
003740         WHEN 3
003750             PERFORM 6000-DEACTIVATE-OPERATOR THRU 6000-EXIT
003760         WHEN 4
003770             PERFORM 7000-PRINT-LISTING THRU 7000-EXIT
003780         WHEN 5
003790             MOVE "N" TO MNT-CONTINUE-SW
003800         WHEN OTHER
003810             DISPLAY "INVALID CHOICE - TRY AGAIN."
003820     END-EVALUATE.
003830 3000-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870* 3500-GET-TARGET-OPERATOR - ASK FOR THE OPERATOR ID TO WORK ON
003880* AND FIND ITS SLOT. AN ADMINISTRATOR MAY NOT TOUCH THEIR OWN
003890* ENTRY - SEGREGATION OF DUTIES SAYS A SECOND ADMINISTRATOR
003900* MUST MAKE THAT CHANGE - SO THE ATTEMPT IS DENIED AND LOGGED.
003910******************************************************************
003920 3500-GET-TARGET-OPERATOR.
003930     MOVE "N" TO MNT-TARGET-OK-SW
003940     MOVE "N" TO MNT-TARGET-FOUND-SW
003950     MOVE ZERO TO MNT-TARGET-SLOT
003960     MOVE SPACES TO MNT-TARGET-ID
003970     DISPLAY "ENTER THE OPERATOR ID: " WITH NO ADVANCING
003980     ACCEPT MNT-TARGET-ID
003990     IF MNT-TARGET-ID = SPACES
004000         DISPLAY "NO OPERATOR ID ENTERED - NOTHING DONE."
004010         GO TO 3500-EXIT
004020     END-IF
004030     IF MNT-TARGET-ID = MNT-OPERATOR-ID
004040         MOVE "CHANGE OWN ENTRY" TO MNT-DENIED-FUNCTION
004050         PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT
004060         DISPLAY "** YOU MAY NOT CHANGE YOUR OWN ENTRY - ANOTHER "
004070             "ADMINISTRATOR MUST. THE ATTEMPT HAS BEEN LOGGED."
004080         GO TO 3500-EXIT
004090     END-IF
004100     SET MNT-TARGET-OK TO TRUE
004110     PERFORM 3600-MATCH-ONE-SLOT THRU 3600-EXIT
004120         VARYING MNT-TBL-IDX FROM 1 BY 1
004130             UNTIL MNT-TBL-IDX > MNT-OPR-USED
004140                OR MNT-TARGET-FOUND.
004150 3500-EXIT.
004160     EXIT.
004170*
004180 3600-MATCH-ONE-SLOT.
004190     IF MNT-OPR-ID (MNT-TBL-IDX) = MNT-TARGET-ID
004200         MOVE MNT-TBL-IDX TO MNT-TARGET-SLOT
004210         SET MNT-TARGET-FOUND TO TRUE
004220     END-IF.
004230 3600-EXIT.
004240     EXIT.
004250*
004260******************************************************************
004270* 3700-SHOW-TARGET-OPERATOR - THE ENTRY AS IT STANDS NOW
004280******************************************************************
004290 3700-SHOW-TARGET-OPERATOR.
004300     DISPLAY "  OPERATOR ID:    " MNT-OPR-ID (MNT-TARGET-SLOT)
004310     DISPLAY "  NAME:           " MNT-OPR-NAME (MNT-TARGET-SLOT)
004320     DISPLAY "  AUTH LEVEL:     " MNT-OPR-LEVEL (MNT-TARGET-SLOT)
004330     DISPLAY "  ACTIVE FLAG:    " MNT-OPR-FLAG (MNT-TARGET-SLOT).
004340 3700-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 4000-ADD-OPERATOR - A NEW ENTRY GOES ON ACTIVE. THE HISTORY
004390* RECORD CARRIES A BLANK BEFORE IMAGE.
004400******************************************************************
004410 4000-ADD-OPERATOR.
004420     PERFORM 3500-GET-TARGET-OPERATOR THRU 3500-EXIT
004430     IF NOT MNT-TARGET-OK
004440         GO TO 4000-EXIT
004450     END-IF
004460     IF MNT-TARGET-FOUND
004470         DISPLAY "OPERATOR IS ALREADY ON THE MASTER - USE OPTION "
004480             "2 TO CHANGE IT."
004490         GO TO 4000-EXIT
004500     END-IF
004510     IF MNT-OPR-USED NOT < 500
004520         DISPLAY "** OPERATOR MASTER IS FULL - OPERATOR NOT "
004530             "ADDED."
004540         GO TO 4000-EXIT
004550     END-IF
004560     MOVE SPACES TO MNT-NEW-NAME
004570     DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
004580     ACCEPT MNT-NEW-NAME
004590     IF MNT-NEW-NAME = SPACES
004600         DISPLAY "A NAME IS REQUIRED - OPERATOR NOT ADDED."
004610         GO TO 4000-EXIT
004620     END-IF
004630     MOVE SPACE TO MNT-NEW-LEVEL
004640     DISPLAY "AUTHORIZATION LEVEL (1, 2 OR 3): "
004650         WITH NO ADVANCING
004660     ACCEPT MNT-NEW-LEVEL
004670     IF NOT MNT-VALID-LEVEL
004680         DISPLAY "LEVEL MUST BE 1, 2 OR 3 - OPERATOR NOT ADDED."
004690         GO TO 4000-EXIT
004700     END-IF
004710     MOVE SPACES TO MNT-OLD-NAME
004720     MOVE SPACE TO MNT-OLD-LEVEL
004730     MOVE SPACE TO MNT-OLD-FLAG
004740     MOVE MNT-NEW-NAME TO MNT-AFTER-NAME
004750     MOVE MNT-NEW-LEVEL TO MNT-AFTER-LEVEL
004760     MOVE "A" TO MNT-AFTER-FLAG
004770     MOVE "ADD" TO MNT-ACTION
004780     PERFORM 8000-COMMIT-CHANGE THRU 8000-EXIT.
004790 4000-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830* 5000-CHANGE-OPERATOR - NAME, LEVEL AND ACTIVE FLAG; A BLANK
004840* ANSWER KEEPS THE CURRENT VALUE. SETTING THE FLAG BACK TO A
004850* IS HOW A DEACTIVATED OR LOCKED-OUT OPERATOR IS REINSTATED.
004860******************************************************************
004870 5000-CHANGE-OPERATOR.
004880     PERFORM 3500-GET-TARGET-OPERATOR THRU 3500-EXIT
004890     IF NOT MNT-TARGET-OK
004900         GO TO 5000-EXIT
004910     END-IF
004920     IF NOT MNT-TARGET-FOUND
004930         DISPLAY "OPERATOR IS NOT ON THE MASTER."
004940         GO TO 5000-EXIT
004950     END-IF
004960     PERFORM 3700-SHOW-TARGET-OPERATOR THRU 3700-EXIT
004970     MOVE SPACES TO MNT-NEW-NAME
004980     MOVE SPACE TO MNT-NEW-LEVEL
004990     MOVE SPACE TO MNT-NEW-FLAG
005000     DISPLAY "NEW NAME (BLANK KEEPS CURRENT): " WITH NO ADVANCING
005010     ACCEPT MNT-NEW-NAME
005020     DISPLAY "NEW LEVEL 1-3 (BLANK KEEPS CURRENT): "
005030         WITH NO ADVANCING
005040     ACCEPT MNT-NEW-LEVEL
005050     IF MNT-NEW-LEVEL NOT = SPACE
005060        AND NOT MNT-VALID-LEVEL
005070         DISPLAY "LEVEL MUST BE 1, 2 OR 3 - NOTHING CHANGED."
005080         GO TO 5000-EXIT
005090     END-IF
005100     DISPLAY "NEW FLAG A OR I (BLANK KEEPS CURRENT): "
005110         WITH NO ADVANCING
005120     ACCEPT MNT-NEW-FLAG
005130     IF MNT-NEW-FLAG NOT = SPACE
005140        AND NOT MNT-VALID-FLAG
005150         DISPLAY "FLAG MUST BE A OR I - NOTHING CHANGED."
005160         GO TO 5000-EXIT
005170     END-IF
005180     MOVE MNT-OPR-NAME (MNT-TARGET-SLOT) TO MNT-OLD-NAME
005190     MOVE MNT-OPR-LEVEL (MNT-TARGET-SLOT) TO MNT-OLD-LEVEL
005200     MOVE MNT-OPR-FLAG (MNT-TARGET-SLOT) TO MNT-OLD-FLAG
005210     MOVE MNT-OLD-NAME TO MNT-AFTER-NAME
005220     MOVE MNT-OLD-LEVEL TO MNT-AFTER-LEVEL
005230     MOVE MNT-OLD-FLAG TO MNT-AFTER-FLAG
005240     MOVE "N" TO MNT-CHANGED-SW
005250     IF MNT-NEW-NAME NOT = SPACES
005260        AND MNT-NEW-NAME NOT = MNT-OLD-NAME
005270         MOVE MNT-NEW-NAME TO MNT-AFTER-NAME
005280         SET MNT-ENTRY-CHANGED TO TRUE
005290     END-IF
005300     IF MNT-NEW-LEVEL NOT = SPACE
005310        AND MNT-NEW-LEVEL NOT = MNT-OLD-LEVEL
005320         MOVE MNT-NEW-LEVEL TO MNT-AFTER-LEVEL
005330         SET MNT-ENTRY-CHANGED TO TRUE
005340     END-IF
005350     IF MNT-NEW-FLAG NOT = SPACE
005360        AND MNT-NEW-FLAG NOT = MNT-OLD-FLAG
005370         MOVE MNT-NEW-FLAG TO MNT-AFTER-FLAG
005380         SET MNT-ENTRY-CHANGED TO TRUE
005390     END-IF
005400     IF NOT MNT-ENTRY-CHANGED
005410         DISPLAY "NO CHANGE ENTERED - NOTHING WRITTEN."
005420         GO TO 5000-EXIT
005430     END-IF
005440     MOVE "CHANGE" TO MNT-ACTION
005450     PERFORM 8000-COMMIT-CHANGE THRU 8000-EXIT.
005460 5000-EXIT.
005470     EXIT.
005480*
005490******************************************************************
005500* 6000-DEACTIVATE-OPERATOR - FLAG THE ENTRY INACTIVE. ENTRIES
005510* ARE NEVER DELETED, SO THE LISTING AND THE HISTORY ALWAYS
005520* ACCOUNT FOR EVERY ID EVER ISSUED.
005530******************************************************************
005540 6000-DEACTIVATE-OPERATOR.
005550     PERFORM 3500-GET-TARGET-OPERATOR THRU 3500-EXIT
005560     IF NOT MNT-TARGET-OK
005570         GO TO 6000-EXIT
005580     END-IF
005590     IF NOT MNT-TARGET-FOUND
005600         DISPLAY "OPERATOR IS NOT ON THE MASTER."
005610         GO TO 6000-EXIT
005620     END-IF
005630     PERFORM 3700-SHOW-TARGET-OPERATOR THRU 3700-EXIT
005640     IF MNT-OPR-FLAG (MNT-TARGET-SLOT) = "I"
005650         DISPLAY "OPERATOR IS ALREADY INACTIVE - NOTHING DONE."
005660         GO TO 6000-EXIT
005670     END-IF
005680     MOVE SPACE TO MNT-CONFIRM
005690     DISPLAY "DEACTIVATE THIS OPERATOR (Y/N): " WITH NO ADVANCING
005700     ACCEPT MNT-CONFIRM
005710     IF NOT MNT-CONFIRMED
005720         DISPLAY "NOT CONFIRMED - NOTHING DONE."
005730         GO TO 6000-EXIT
005740     END-IF
005750     MOVE MNT-OPR-NAME (MNT-TARGET-SLOT) TO MNT-OLD-NAME
005760     MOVE MNT-OPR-LEVEL (MNT-TARGET-SLOT) TO MNT-OLD-LEVEL
005770     MOVE MNT-OPR-FLAG (MNT-TARGET-SLOT) TO MNT-OLD-FLAG
005780     MOVE MNT-OLD-NAME TO MNT-AFTER-NAME
005790     MOVE MNT-OLD-LEVEL TO MNT-AFTER-LEVEL
005800     MOVE "I" TO MNT-AFTER-FLAG
005810     MOVE "DEACTIVATE" TO MNT-ACTION
005820     PERFORM 8000-COMMIT-CHANGE THRU 8000-EXIT.
005830 6000-EXIT.
005840     EXIT.
005850*
005860******************************************************************
005870* 7000-PRINT-LISTING - THE ENTITLEMENT LISTING FOR THE
005880* QUARTERLY ACCESS REVIEW: EVERY ID ON THE MASTER WITH ITS
005890* LEVEL AND STATUS, THE COUNTS BY LEVEL, AND A SIGN-OFF LINE
005900* FOR THE REVIEWER. THE MASTER IS RELOADED FIRST, SO THE
005910* LISTING SHOWS LOCKOUTS AND OTHER ADMINISTRATORS' CHANGES
005920* MADE SINCE SIGN-ON
005930******************************************************************
005940 7000-PRINT-LISTING.
005950     PERFORM 8050-RELOAD-OPERATOR-TABLE THRU 8050-EXIT
005960     IF MNT-RUN-ABORT
005970         GO TO 7000-EXIT
005980     END-IF
005990     OPEN OUTPUT REPORT-FILE
006000     IF MNT-REPORT-STATUS NOT = "00"
006010         DISPLAY "** UNABLE TO OPEN REPORT FILE - STATUS: "
006020             MNT-REPORT-STATUS
006030         GO TO 7000-EXIT
006040     END-IF
006050     MOVE ZERO TO MNT-PAGE-COUNT
006060     MOVE 99 TO MNT-LINE-COUNT
006070     MOVE ZERO TO MNT-ACTIVE-LEVEL-1
006080     MOVE ZERO TO MNT-ACTIVE-LEVEL-2
006090     MOVE ZERO TO MNT-ACTIVE-LEVEL-3
006100     MOVE ZERO TO MNT-INACTIVE-COUNT
006110     MOVE ZERO TO MNT-INVALID-COUNT
006120     PERFORM 7100-PRINT-ONE-OPERATOR THRU 7100-EXIT
006130         VARYING MNT-TBL-IDX FROM 1 BY 1
006140             UNTIL MNT-TBL-IDX > MNT-OPR-USED
006150     IF MNT-LINE-COUNT > 45
006160         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
006170     END-IF
006180     MOVE SPACES TO REPORT-RECORD
006190     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006200     MOVE "ACTIVE AT LEVEL 1 - INQUIRY" TO MNT-TOT-LABEL
006210     MOVE MNT-ACTIVE-LEVEL-1 TO MNT-TOT-VALUE
006220     PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
006230     MOVE "ACTIVE AT LEVEL 2 - SETTLEMENT" TO MNT-TOT-LABEL
006240     MOVE MNT-ACTIVE-LEVEL-2 TO MNT-TOT-VALUE
006250     PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
006260     MOVE "ACTIVE AT LEVEL 3 - ADMINISTRATION" TO MNT-TOT-LABEL
006270     MOVE MNT-ACTIVE-LEVEL-3 TO MNT-TOT-VALUE
006280     PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
006290     MOVE "INACTIVE" TO MNT-TOT-LABEL
006300     MOVE MNT-INACTIVE-COUNT TO MNT-TOT-VALUE
006310     PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
006320     MOVE "ACTIVE WITH NO VALID LEVEL" TO MNT-TOT-LABEL
006330     MOVE MNT-INVALID-COUNT TO MNT-TOT-VALUE
006340     PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
006350     MOVE "OPERATORS ON THE MASTER" TO MNT-TOT-LABEL
006360     MOVE MNT-OPR-USED TO MNT-TOT-VALUE
006370     PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
006380     MOVE SPACES TO REPORT-RECORD
006390     MOVE MNT-SIGN-OFF-LINE TO REPORT-RECORD
006400     WRITE REPORT-RECORD AFTER ADVANCING 3 LINES
006410     CLOSE REPORT-FILE
006420     DISPLAY "ENTITLEMENT LISTING WRITTEN - OPERATORS LISTED: "
006430         MNT-OPR-USED.
006440 7000-EXIT.
006450     EXIT.
006460*
006470 7100-PRINT-ONE-OPERATOR.
006480     IF MNT-LINE-COUNT > 55
006490         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
006500     END-IF
006510     MOVE MNT-OPR-ID (MNT-TBL-IDX) TO MNT-DET-ID
006520     MOVE MNT-OPR-NAME (MNT-TBL-IDX) TO MNT-DET-NAME
006530     MOVE MNT-OPR-LEVEL (MNT-TBL-IDX) TO MNT-DET-LEVEL
006540     IF MNT-OPR-FLAG (MNT-TBL-IDX) = "A"
006550         MOVE "ACTIVE" TO MNT-DET-STATUS
006560     ELSE
006570         MOVE "INACTIVE" TO MNT-DET-STATUS
006580     END-IF
006590     EVALUATE MNT-OPR-LEVEL (MNT-TBL-IDX)
006600         WHEN "1"
006610             MOVE "INQUIRY AND AD HOC CONVERSION"
006620                 TO MNT-DET-ENTITLEMENT
006630         WHEN "2"
006640             MOVE "SETTLEMENT AND MASTER UPDATE"
006650                 TO MNT-DET-ENTITLEMENT
006660         WHEN "3"
006670             MOVE "BATCH AND HOUSEKEEPING ADMIN"
006680                 TO MNT-DET-ENTITLEMENT
006690         WHEN OTHER
006700             MOVE "** NO VALID LEVEL - NO ACCESS"
006710                 TO MNT-DET-ENTITLEMENT
006720     END-EVALUATE
006730     EVALUATE TRUE
006740         WHEN MNT-OPR-FLAG (MNT-TBL-IDX) NOT = "A"
006750             ADD 1 TO MNT-INACTIVE-COUNT
006760         WHEN MNT-OPR-LEVEL (MNT-TBL-IDX) = "1"
006770             ADD 1 TO MNT-ACTIVE-LEVEL-1
006780         WHEN MNT-OPR-LEVEL (MNT-TBL-IDX) = "2"
006790             ADD 1 TO MNT-ACTIVE-LEVEL-2
006800         WHEN MNT-OPR-LEVEL (MNT-TBL-IDX) = "3"
006810             ADD 1 TO MNT-ACTIVE-LEVEL-3
006820         WHEN OTHER
006830             ADD 1 TO MNT-INVALID-COUNT
006840     END-EVALUATE
006850     MOVE SPACES TO REPORT-RECORD
006860     MOVE MNT-DETAIL-LINE TO REPORT-RECORD
006870     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
006880     ADD 1 TO MNT-LINE-COUNT.
006890 7100-EXIT.
006900     EXIT.
006910*
006920 7200-PRINT-TOTAL-LINE.
006930     MOVE SPACES TO REPORT-RECORD
006940     MOVE MNT-TOTAL-LINE TO REPORT-RECORD
006950     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006960 7200-EXIT.
006970     EXIT.
006980*
006990 7500-PAGE-HEADING.
007000     ADD 1 TO MNT-PAGE-COUNT
007010     MOVE MNT-RUN-DATE TO MNT-HDG-DATE
007020     MOVE MNT-RUN-TIME TO MNT-HDG-TIME
007030     MOVE MNT-PAGE-COUNT TO MNT-HDG-PAGE
007040     MOVE SPACES TO REPORT-RECORD
007050     MOVE MNT-HEADING-1 TO REPORT-RECORD
007060     IF MNT-PAGE-COUNT = 1
007070         WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
007080     ELSE
007090         WRITE REPORT-RECORD AFTER ADVANCING PAGE
007100     END-IF
007110     MOVE MNT-OPERATOR-ID TO MNT-HDG-PRINTED-BY
007120     MOVE SPACES TO REPORT-RECORD
007130     MOVE MNT-HEADING-2 TO REPORT-RECORD
007140     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
007150     MOVE SPACES TO REPORT-RECORD
007160     MOVE MNT-HEADING-3 TO REPORT-RECORD
007170     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
007180     MOVE SPACES TO REPORT-RECORD
007190     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
007200     MOVE 5 TO MNT-LINE-COUNT.
007210 7500-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250* 8000-COMMIT-CHANGE - RELOAD THE MASTER FROM DISK AND FIND THE
007260* ENTRY AGAIN, AS THE LOCKOUT RUN DOES, SO A LOCKOUT OR ANOTHER
007270* ADMINISTRATOR'S CHANGE MADE SINCE SIGN-ON IS NEVER WRITTEN
007280* OVER FROM A STALE COPY. THE CHANGE IS REFUSED IF THE ENTRY NO
007290* LONGER MATCHES WHAT THE ADMINISTRATOR WAS SHOWN, OR IF THE
007300* HISTORY FILE WILL NOT OPEN - NO CHANGE REACHES THE MASTER
007310* WITHOUT ITS TRAIL RECORD. A FAILED REWRITE ENDS THE SESSION -
007320* THE MASTER ON DISK CAN NO LONGER BE TRUSTED AND MUST BE
007330* RESTORED BEFORE ANYONE SIGNS ON AGAIN.
007340******************************************************************
007350 8000-COMMIT-CHANGE.
007360     PERFORM 8050-RELOAD-OPERATOR-TABLE THRU 8050-EXIT
007370     IF MNT-RUN-ABORT
007380         GO TO 8000-EXIT
007390     END-IF
007400     MOVE "N" TO MNT-TARGET-FOUND-SW
007410     MOVE ZERO TO MNT-TARGET-SLOT
007420     PERFORM 3600-MATCH-ONE-SLOT THRU 3600-EXIT
007430         VARYING MNT-TBL-IDX FROM 1 BY 1
007440             UNTIL MNT-TBL-IDX > MNT-OPR-USED
007450                OR MNT-TARGET-FOUND
007460     PERFORM 8070-CHECK-ENTRY-UNCHANGED THRU 8070-EXIT
007470     IF MNT-ENTRY-STALE
007480         DISPLAY "** " MNT-TARGET-ID " HAS CHANGED ON THE MASTER "
007490             "SINCE IT WAS SHOWN - NOTHING WRITTEN."
007500         DISPLAY "** REVIEW THE ENTRY AND MAKE THE CHANGE AGAIN."
007510         GO TO 8000-EXIT
007520     END-IF
007530     IF NOT MNT-TARGET-FOUND
007540        AND MNT-OPR-USED NOT < 500
007550         DISPLAY "** OPERATOR MASTER IS FULL - OPERATOR NOT "
007560             "ADDED."
007570         GO TO 8000-EXIT
007580     END-IF
007590     PERFORM 8300-OPEN-HISTORY-FILE THRU 8300-EXIT
007600     IF MNT-HISTORY-STATUS NOT = "00"
007610         DISPLAY "** UNABLE TO OPEN THE CHANGE HISTORY - STATUS: "
007620             MNT-HISTORY-STATUS
007630         DISPLAY "** CHANGE REFUSED - NOTHING WRITTEN."
007640         GO TO 8000-EXIT
007650     END-IF
007660     IF NOT MNT-TARGET-FOUND
007670         ADD 1 TO MNT-OPR-USED
007680         MOVE MNT-OPR-USED TO MNT-TARGET-SLOT
007690         MOVE MNT-TARGET-ID TO MNT-OPR-ID (MNT-TARGET-SLOT)
007700     END-IF
007710     MOVE MNT-AFTER-NAME TO MNT-OPR-NAME (MNT-TARGET-SLOT)
007720     MOVE MNT-AFTER-LEVEL TO MNT-OPR-LEVEL (MNT-TARGET-SLOT)
007730     MOVE MNT-AFTER-FLAG TO MNT-OPR-FLAG (MNT-TARGET-SLOT)
007740     PERFORM 8100-REWRITE-OPERATOR-FILE THRU 8100-EXIT
007750     IF MNT-RUN-ABORT
007760         CLOSE HISTORY-FILE
007770         GO TO 8000-EXIT
007780     END-IF
007790     PERFORM 8200-WRITE-HISTORY-RECORD THRU 8200-EXIT
007800     IF MNT-RUN-ABORT
007810         GO TO 8000-EXIT
007820     END-IF
007830     ADD 1 TO MNT-CHANGES-MADE
007840     DISPLAY "OPERATOR MASTER UPDATED - " MNT-ACTION " "
007850         MNT-TARGET-ID.
007860 8000-EXIT.
007870     EXIT.
007880*
007890******************************************************************
007900* 8050-RELOAD-OPERATOR-TABLE - THE MASTER AS IT STANDS ON DISK
007910* NOW. A MASTER THAT WILL NOT RELOAD ENDS THE SESSION - THE
007920* TABLE CAN NO LONGER BE TRUSTED FOR A REWRITE.
007930******************************************************************
007940 8050-RELOAD-OPERATOR-TABLE.
007950     MOVE ZERO TO MNT-OPR-USED
007960     MOVE "N" TO MNT-END-OF-OPERS-SW
007970     OPEN INPUT OPERATOR-FILE
007980     IF MNT-OPERATOR-STATUS NOT = "00"
007990         DISPLAY "** UNABLE TO RELOAD THE OPERATOR MASTER - "
008000             "STATUS: " MNT-OPERATOR-STATUS
008010         DISPLAY "** NOTHING WRITTEN. SESSION ABORTED."
008020         SET MNT-RUN-ABORT TO TRUE
008030         GO TO 8050-EXIT
008040     END-IF
008050     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
008060         UNTIL MNT-END-OF-OPERS
008070     CLOSE OPERATOR-FILE.
008080 8050-EXIT.
008090     EXIT.
008100*
008110******************************************************************
008120* 8070-CHECK-ENTRY-UNCHANGED - AN ADD NEEDS THE ID STILL ABSENT;
008130* A CHANGE OR DEACTIVATION NEEDS THE ENTRY STILL PRESENT WITH
008140* THE NAME, LEVEL AND FLAG THE ADMINISTRATOR WAS SHOWN
008150******************************************************************
008160 8070-CHECK-ENTRY-UNCHANGED.
008170     MOVE "N" TO MNT-STALE-SW
008180     IF MNT-ACTION = "ADD"
008190         IF MNT-TARGET-FOUND
008200             SET MNT-ENTRY-STALE TO TRUE
008210         END-IF
008220         GO TO 8070-EXIT
008230     END-IF
008240     IF NOT MNT-TARGET-FOUND
008250         SET MNT-ENTRY-STALE TO TRUE
008260         GO TO 8070-EXIT
008270     END-IF
008280     IF MNT-OPR-NAME (MNT-TARGET-SLOT) NOT = MNT-OLD-NAME
008290        OR MNT-OPR-LEVEL (MNT-TARGET-SLOT) NOT = MNT-OLD-LEVEL
008300        OR MNT-OPR-FLAG (MNT-TARGET-SLOT) NOT = MNT-OLD-FLAG
008310         SET MNT-ENTRY-STALE TO TRUE
008320     END-IF.
008330 8070-EXIT.
008340     EXIT.
008350*
008360 8100-REWRITE-OPERATOR-FILE.
008370     OPEN OUTPUT OPERATOR-FILE
008380     IF MNT-OPERATOR-STATUS NOT = "00"
008390         DISPLAY "** UNABLE TO REWRITE THE OPERATOR MASTER - "
008400             "STATUS: " MNT-OPERATOR-STATUS
008410         DISPLAY "** RESTORE FIBOPMST FROM BACKUP BEFORE THE "
008420             "NEXT SIGN-ON. SESSION ABORTED."
008430         SET MNT-RUN-ABORT TO TRUE
008440         GO TO 8100-EXIT
008450     END-IF
008460     PERFORM 8150-WRITE-ONE-OPERATOR THRU 8150-EXIT
008470         VARYING MNT-TBL-IDX FROM 1 BY 1
008480             UNTIL MNT-TBL-IDX > MNT-OPR-USED
008490                OR MNT-RUN-ABORT
008500     CLOSE OPERATOR-FILE.
008510 8100-EXIT.
008520     EXIT.
008530*
008540 8150-WRITE-ONE-OPERATOR.
008550     MOVE SPACES TO OPERATOR-RECORD
008560     MOVE MNT-OPR-ID (MNT-TBL-IDX) TO OPR-OPERATOR-ID
008570     MOVE MNT-OPR-NAME (MNT-TBL-IDX) TO OPR-OPERATOR-NAME
008580     MOVE MNT-OPR-LEVEL (MNT-TBL-IDX) TO OPR-AUTH-LEVEL
008590     MOVE MNT-OPR-FLAG (MNT-TBL-IDX) TO OPR-ACTIVE-FLAG
008600     WRITE OPERATOR-RECORD
008610     IF MNT-OPERATOR-STATUS NOT = "00"
008620         DISPLAY "** OPERATOR MASTER WRITE FAILED - STATUS: "
008630             MNT-OPERATOR-STATUS
008640         DISPLAY "** RESTORE FIBOPMST FROM BACKUP BEFORE THE "
008650             "NEXT SIGN-ON. SESSION ABORTED."
008660         SET MNT-RUN-ABORT TO TRUE
008670     END-IF.
008680 8150-EXIT.
008690     EXIT.
008700*
008710******************************************************************
008720* 8200-WRITE-HISTORY-RECORD - ONE BEFORE/AFTER RECORD PER
008730* CHANGE, ON THE HISTORY FILE 8300- OPENED BEFORE THE MASTER
008740* WAS TOUCHED. IT IS CLOSED AFTER EACH WRITE SO THE RECORD IS
008750* ON DISK BEFORE THE NEXT REQUEST IS TAKEN. A WRITE THAT FAILS
008760* LEAVES A CHANGE ON THE MASTER WITH NO TRAIL, SO THE SESSION
008770* ENDS RATHER THAN TAKE ANOTHER.
008780******************************************************************
008790 8200-WRITE-HISTORY-RECORD.
008800     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD
008810     ACCEPT MNT-RUN-TIME FROM TIME
008820     MOVE SPACES TO OPERATOR-HISTORY-RECORD
008830     MOVE MNT-RUN-DATE TO HST-CHANGE-DATE
008840     MOVE MNT-RUN-TIME TO HST-CHANGE-TIME
008850     MOVE MNT-OPERATOR-ID TO HST-CHANGED-BY
008860     MOVE "FIBOPRMNT" TO HST-PROGRAM-ID
008870     MOVE MNT-ACTION TO HST-ACTION
008880     MOVE MNT-TARGET-ID TO HST-OPERATOR-ID
008890     MOVE MNT-OLD-LEVEL TO HST-OLD-AUTH-LEVEL
008900     MOVE MNT-OLD-FLAG TO HST-OLD-ACTIVE-FLAG
008910     MOVE MNT-OPR-LEVEL (MNT-TARGET-SLOT) TO HST-NEW-AUTH-LEVEL
008920     MOVE MNT-OPR-FLAG (MNT-TARGET-SLOT) TO HST-NEW-ACTIVE-FLAG
008930     WRITE OPERATOR-HISTORY-RECORD
008940     IF MNT-HISTORY-STATUS NOT = "00"
008950         DISPLAY "** CHANGE HISTORY WRITE FAILED - STATUS: "
008960             MNT-HISTORY-STATUS
008970         DISPLAY "** " MNT-ACTION " " MNT-TARGET-ID " IS ON THE "
008980             "MASTER WITH NO HISTORY RECORD - RECORD IT BY HAND."
008990         DISPLAY "** SESSION ABORTED."
009000         SET MNT-RUN-ABORT TO TRUE
009010     END-IF
009020     CLOSE HISTORY-FILE.
009030 8200-EXIT.
009040     EXIT.
009050*
009060 8300-OPEN-HISTORY-FILE.
009070     OPEN EXTEND HISTORY-FILE
009080     IF MNT-HISTORY-STATUS = "35"
009090         OPEN OUTPUT HISTORY-FILE
009100     END-IF.
009110 8300-EXIT.
009120     EXIT.
009130*
009140******************************************************************
009150* 8800-WRITE-SECURITY-LOG - ONE RECORD PER DENIED ATTEMPT. THE
009160* LOG IS OPENED AND CLOSED AROUND EACH WRITE SO A DENIAL IS ON
009170* DISK BEFORE THE SESSION ENDS.
009180******************************************************************
009190 8800-WRITE-SECURITY-LOG.
009200     OPEN EXTEND SECURITY-LOG-FILE
009210     IF MNT-SECURITY-STATUS = "35"
009220         OPEN OUTPUT SECURITY-LOG-FILE
009230     END-IF
009240     IF MNT-SECURITY-STATUS NOT = "00"
009250         DISPLAY "** UNABLE TO WRITE THE SECURITY LOG - "
009260             "STATUS: " MNT-SECURITY-STATUS
009270         GO TO 8800-EXIT
009280     END-IF
009290     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD
009300     ACCEPT MNT-RUN-TIME FROM TIME
009310     MOVE SPACES TO SECURITY-LOG-RECORD
009320     MOVE MNT-RUN-DATE TO SEC-RUN-DATE
009330     MOVE MNT-RUN-TIME TO SEC-RUN-TIME
009340     MOVE MNT-OPERATOR-ID TO SEC-OPERATOR-ID
009350     MOVE "FIBOPRMNT" TO SEC-PROGRAM-ID
009360     MOVE MNT-DENIED-FUNCTION TO SEC-FUNCTION
009370     MOVE "DENIED" TO SEC-DISPOSITION
009380     WRITE SECURITY-LOG-RECORD
009390     CLOSE SECURITY-LOG-FILE.
009400 8800-EXIT.
009410     EXIT.
009420*
009430******************************************************************
009440* 9999-TERMINATE - INTERACTIVE, SO NO RUN-LOG RECORD; THE
009450* CONDITION CODE STILL TELLS A WRAPPER WHETHER IT RAN
009460******************************************************************
009470 9999-TERMINATE.
009480     IF MNT-RUN-ABORT
009490         DISPLAY "OPERATOR MAINTENANCE ABORTED - CHANGES MADE: "
009500             MNT-CHANGES-MADE
009510         MOVE 16 TO RETURN-CODE
009520     ELSE
009530         DISPLAY "OPERATOR MAINTENANCE COMPLETE - CHANGES MADE: "
009540             MNT-CHANGES-MADE
009550         MOVE ZERO TO RETURN-CODE
009560     END-IF.
009570 9999-EXIT.
009580     EXIT.
