000460*                  AUTHORIZATION LEVEL 2 AND UP, AND EVERY
000470*                  DENIED ATTEMPT LANDS ON THE FIBSECLG
000480*                  SECURITY LOG.
000490* 10/15/2026 DPG   FIBMASTR NOW CARRIES AN ALTERNATE KEY ON THE
000500*                  ZECKENDORF CODE, AND THE MASTER IS OPENED FOR
000510*                  DYNAMIC ACCESS. TWO NEW LEVEL-2 OPTIONS: LOOK
000520*                  A CODE UP BY THE ALTERNATE KEY (8), AND BROWSE
000530*                  THE MASTER FORWARD OR BACKWARD FROM A STARTING
000540*                  DECIMAL VALUE, A SCREEN AT A TIME (9). EXIT
000550*                  KEEPS ITS NUMBER. THE MASTER POSTING NOW CHECKS
000560*                  ITS WRITE AND REWRITE.
000570* 10/15/2026 DPG   EVERY FIBAUDIT RECORD NOW CARRIES THE NEXT
000580*                  SEQUENCE NUMBER ON THE TRAIL AND A CHECK VALUE
000590*                  CHAINED FROM THE RECORD BEFORE IT. THE AUDIT
000600*                  FILE IS NOW OPENED AND CLOSED AROUND EACH WRITE
000610*                  AND THE CHAIN'S TAIL RE-READ EVERY TIME, SO A
000620*                  BATCH RUN'S RECORDS WRITTEN DURING A LONG
000630*                  SESSION ARE CHAINED ONTO, NOT FORKED FROM.
000640* 10/15/2026 DPG   A MASTER REWRITE ENDING 02 (THE CODE SHARES THE
000650*                  ALTERNATE KEY WITH ANOTHER VALUE) IS A GOOD
000660*                  POSTING, NOT A LOST ONE.
000670* 10/15/2026 DPG   THE AUDIT-CHAIN TAIL IS NOW KEPT IN THE ONE-
000680*                  RECORD FIBAUDTL FILE SHARED WITH FIBCNVDRV,
000690*                  READ BEFORE AND REPLACED AFTER EACH AUDIT
000700*                  WRITE. THE TRAIL IS ONLY SEARCHED WHEN THAT
000710*                  RECORD IS MISSING OR BAD.
000720* 10/15/2026 DPG   FIBAUDTL IS HELD UNDER AN EXCLUSIVE LOCK FROM
000730*                  THE TAIL READ TO THE TAIL SAVE, SO THE MENU AND
000740*                  FIBSPLIT STREAMS TAKE TURNS ON THE CHAIN. A
000750*                  TAIL THAT CANNOT BE LOCKED LEAVES THE RECORD
000760*                  UNCHAINED RATHER THAN FORKING THE CHAIN.
000770*
000780******************************************************************
000790* ENVIRONMENT DIVISION
000800******************************************************************
000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER. IBM-370.
000840 OBJECT-COMPUTER. IBM-370.
000850*
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT AUDIT-FILE ASSIGN TO FIBAUDIT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS MENU-AUDIT-STATUS.
000910     SELECT ARCHIVE-CONTROL-FILE ASSIGN TO FIBARCTL
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS MENU-ARCTL-STATUS.
000940     SELECT MASTER-FILE ASSIGN TO FIBMASTR
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS MST-DECIMAL-VALUE
000980         ALTERNATE RECORD KEY IS MST-ZECKENDORF-CODE
000990             WITH DUPLICATES
001000         FILE STATUS IS MENU-MASTER-STATUS.
001010     SELECT AUDIT-TAIL-FILE ASSIGN TO FIBAUDTL
001020         ORGANIZATION IS SEQUENTIAL
001030         LOCK MODE IS EXCLUSIVE
001040         FILE STATUS IS MENU-AUDTL-STATUS.
001050     SELECT OPERATOR-FILE ASSIGN TO FIBOPMST
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS MENU-OPERATOR-STATUS.
001080     SELECT SECURITY-LOG-FILE ASSIGN TO FIBSECLG
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS MENU-SECURITY-STATUS.
001110******************************************************************
001120* DATA DIVISION
001130******************************************************************
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  AUDIT-FILE.
001170 COPY AUDITREC.
001180 FD  ARCHIVE-CONTROL-FILE.
001190 COPY ARCCTREC.
001200 FD  AUDIT-TAIL-FILE.
001210 COPY AUDTLREC.
001220 FD  MASTER-FILE.
001230 COPY MASTREC.
001240 FD  OPERATOR-FILE.
001250 COPY OPRREC.
001260 FD  SECURITY-LOG-FILE.
001270 COPY SECREC.
001280 WORKING-STORAGE SECTION.
001290*
001300* ---------------------------------------------------------
001310* OPERATOR MENU CONTROLS
001320* ---------------------------------------------------------
001330 77  MENU-CHOICE                      PIC 9(01) VALUE ZERO.
001340 01  MENU-CONTINUE-SW                 PIC X(01) VALUE "Y".
001350     88  MENU-CONTINUE-RUN                      VALUE "Y".
001360 77  MENU-AUDIT-STATUS                PIC X(02) VALUE SPACES.
001370 77  MENU-ARCTL-STATUS                PIC X(02) VALUE SPACES.
001380 77  MENU-AUDTL-STATUS                PIC X(02) VALUE SPACES.
001390 77  MENU-MASTER-STATUS               PIC X(02) VALUE SPACES.
001400 77  MENU-OPERATOR-STATUS             PIC X(02) VALUE SPACES.
001410 77  MENU-SECURITY-STATUS             PIC X(02) VALUE SPACES.
001420 01  MENU-MASTER-READY-SW             PIC X(01) VALUE "N".
001430     88  MENU-MASTER-READY                      VALUE "Y".
001440*
001450* ---------------------------------------------------------
001460* OPERATOR AUTHORIZATION - THE SIGN-ON CHECK FILLS THESE FROM
001470* THE FIBOPMST OPERATOR MASTER. LEVEL ZERO MEANS NO SESSION.
001480* ---------------------------------------------------------
001490 01  MENU-AUTH-LEVEL                  PIC 9(01) VALUE ZERO.
001500 01  MENU-SIGNED-ON-SW                PIC X(01) VALUE "N".
001510     88  MENU-SIGNED-ON                         VALUE "Y".
001520 01  MENU-OPER-FOUND-SW               PIC X(01) VALUE "N".
001530     88  MENU-OPER-FOUND                        VALUE "Y".
001540 01  MENU-END-OF-OPERS-SW             PIC X(01) VALUE "N".
001550     88  MENU-END-OF-OPERS                      VALUE "Y".
001560 01  MENU-OPERATOR-NAME               PIC X(30) VALUE SPACES.
001570 01  MENU-DENIED-FUNCTION             PIC X(20) VALUE SPACES.
001580*
001590* ---------------------------------------------------------
001600* PARAMETERS PASSED TO THE FIBCNVDRV ENTRY POINTS. THIS
001610* PROGRAM OWNS ITS OWN COPY OF EACH, THE SAME WAY ANY OTHER
001620* CALLING PROGRAM WOULD.
001630* ---------------------------------------------------------
001640 01  MENU-FIBONACCI-INPUT             PIC 9(10).
001650 01  MENU-DECIMAL-OUTPUT              PIC 9(10).
001660 01  MENU-RETURN-CODE                 PIC 9(02).
001670     88  MENU-OUTPUT-OVERFLOW                   VALUE 90.
001680 01  MENU-NUMBER-OF-TERMS             PIC 9(02).
001690     COPY FIBSEQ
001700         REPLACING ==FIBONACCI-SEQUENCE==
001710                BY ==MENU-FIBONACCI-SEQUENCE==
001720                   ==FIBONACCI-ARRAY==
001730                BY ==MENU-FIBONACCI-ARRAY==
001740                   ==FIBONACCI-VALUE==
001750                BY ==MENU-FIBONACCI-VALUE==
001760                   ==DECIMAL-RESULT-DISPLAY==
001770                BY ==MENU-DECIMAL-RESULT-DISPLAY==
001780                   ==DECIMAL-DIGIT==
001790                BY ==MENU-DECIMAL-DIGIT==
001800                   ==DECIMAL-RESULT==
001810                BY ==MENU-DECIMAL-RESULT==.
001820*
001830* ---------------------------------------------------------
001840* SECOND OPERAND AND RESULT FOR THE ZECKENDORF ARITHMETIC
001850* OPTIONS. EACH MIRRORS DECIMAL-RESULT IN FIBSEQ, POSITION
001860* FOR POSITION - ONE DIGIT FLAG PER FIBONACCI TERM.
001870* ---------------------------------------------------------
001880 01  MENU-DECIMAL-RESULT-B.
001890     05  MENU-DECIMAL-DIGIT-B OCCURS 55 TIMES  PIC 9(01).
001900 01  MENU-DECIMAL-RESULT-B-DISPLAY
001910     REDEFINES MENU-DECIMAL-RESULT-B  PIC X(55).
001920 01  MENU-DECIMAL-RESULT-SUM.
001930     05  MENU-DECIMAL-DIGIT-SUM OCCURS 55 TIMES  PIC 9(01).
001940 01  MENU-DECIMAL-RESULT-SUM-DISPLAY
001950     REDEFINES MENU-DECIMAL-RESULT-SUM  PIC X(55).
001960 01  MENU-COMPARE-RESULT              PIC X(01).
001970     88  MENU-FIRST-IS-LOWER                    VALUE "L".
001980     88  MENU-BOTH-ARE-EQUAL                    VALUE "E".
001990     88  MENU-FIRST-IS-HIGHER                   VALUE "H".
002000* ---------------------------------------------------------
002010* AUDIT-TRAIL WORKING STORAGE - ONE RECORD PER DECODE/ENCODE
002020* ---------------------------------------------------------
002030 01  MENU-OPERATOR-ID                 PIC X(20) VALUE SPACES.
002040 01  MENU-RUN-DATE                    PIC 9(08) VALUE ZERO.
002050 01  MENU-RUN-TIME                    PIC 9(08) VALUE ZERO.
002060 01  MENU-AUDIT-INPUT-DISPLAY         PIC X(55).
002070*
002080* TAIL OF THE AUDIT-TRAIL CHAIN - THE SEQUENCE NUMBER AND CHECK
002090* VALUE OF THE LAST CHAINED RECORD ON THE TRAIL, TAKEN FROM
002100* FIBAUDTL BEFORE EVERY WRITE. A TAIL THIS SESSION COULD NOT
002110* SAVE IS NOT READ BACK; THE TRAIL ITSELF IS SEARCHED UNTIL A
002120* SAVE GOES THROUGH. FIBAUDTL IS HELD LOCKED FROM THE READ TO
002130* THE SAVE, AND A LOCK HELD ELSEWHERE IS WAITED ON BY THE CLOCK
002140* FOR UP TO THIRTY SECONDS (IN HUNDREDTHS FROM MIDNIGHT).
002150 01  MENU-AUDIT-LAST-SEQUENCE         PIC 9(10) VALUE ZERO.
002160 01  MENU-AUDIT-LAST-CHECK            PIC 9(18) VALUE ZERO.
002170 01  MENU-AUDIT-CHAIN-CHECK           PIC 9(18) VALUE ZERO.
002180 01  MENU-AUDIT-TAIL-FOUND-SW         PIC X(01) VALUE "N".
002190     88  MENU-AUDIT-TAIL-FOUND                  VALUE "Y".
002200 01  MENU-END-OF-AUDIT-SW             PIC X(01) VALUE "N".
002210     88  MENU-END-OF-AUDIT                      VALUE "Y".
002220 01  MENU-END-OF-ARCTL-SW             PIC X(01) VALUE "N".
002230     88  MENU-END-OF-ARCTL                      VALUE "Y".
002240 01  MENU-ARCTL-NEWEST-DATE           PIC 9(08) VALUE ZERO.
002250 01  MENU-AUDIT-TAIL-UNSAVED-SW       PIC X(01) VALUE "N".
002260     88  MENU-AUDIT-TAIL-UNSAVED                VALUE "Y".
002270 01  MENU-AUDIT-TAIL-HELD-SW         PIC X(01) VALUE "N".
002280     88  MENU-AUDIT-TAIL-HELD                    VALUE "Y".
002290 01  MENU-AUDIT-TAIL-LOCK-END-SW     PIC X(01) VALUE "N".
002300     88  MENU-AUDIT-TAIL-LOCK-END                VALUE "Y".
002310 01  MENU-TAIL-CLOCK.
002320     05  MENU-TAIL-CLOCK-HH          PIC 9(02).
002330     05  MENU-TAIL-CLOCK-MM          PIC 9(02).
002340     05  MENU-TAIL-CLOCK-SS          PIC 9(02).
002350     05  MENU-TAIL-CLOCK-CC          PIC 9(02).
002360 01  MENU-TAIL-WAIT-START            PIC 9(08) VALUE ZERO.
002370 01  MENU-TAIL-WAIT-NOW              PIC 9(08) VALUE ZERO.
002380*
002390* ---------------------------------------------------------
002400* MASTER BROWSE - ONE SCREEN OF RECORDS AT A TIME, HELD IN
002410* THE ORDER THEY WERE READ. A BACKWARD SCREEN IS READ HIGH TO
002420* LOW AND SHOWN LOW TO HIGH. THE LOW AND HIGH VALUES ON THE
002430* SCREEN ARE WHERE THE NEXT SCREEN STARTS FROM.
002440* ---------------------------------------------------------
002450 01  MENU-BROWSE-DIRECTION            PIC X(01) VALUE SPACE.
002460     88  MENU-BROWSE-FORWARD                    VALUE "F".
002470     88  MENU-BROWSE-BACKWARD                   VALUE "B".
002480     88  MENU-BROWSE-QUIT                       VALUE "Q".
002490 01  MENU-FIRST-SCREEN-SW             PIC X(01) VALUE "Y".
002500     88  MENU-FIRST-SCREEN                      VALUE "Y".
002510 01  MENU-END-OF-BROWSE-SW            PIC X(01) VALUE "N".
002520     88  MENU-END-OF-BROWSE                     VALUE "Y".
002530 01  MENU-BROWSE-LOW                  PIC 9(10) VALUE ZERO.
002540 01  MENU-BROWSE-HIGH                 PIC 9(10) VALUE ZERO.
002550 77  MENU-SCREEN-USED                 PIC 9(02) VALUE ZERO COMP.
002560 77  MENU-SCREEN-IDX                  PIC 9(02) VALUE ZERO COMP.
002570 01  MENU-SCREEN-TABLE.
002580     05  MENU-SCREEN-ENTRY OCCURS 15 TIMES.
002590         10  MENU-SCR-VALUE           PIC 9(10).
002600         10  MENU-SCR-CODE            PIC X(55).
002610         10  MENU-SCR-COUNT           PIC 9(08).
002620*
002630******************************************************************
002640* PROCEDURE DIVISION
002650******************************************************************
002660 PROCEDURE DIVISION.
002670*
002680******************************************************************
002690* 0000-MAINLINE
002700******************************************************************
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002730     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002740         UNTIL NOT MENU-CONTINUE-RUN
002750     PERFORM 9999-TERMINATE THRU 9999-EXIT
002760     STOP RUN.
002770*
002780 1000-INITIALIZE.
002790     ACCEPT MENU-OPERATOR-ID FROM ENVIRONMENT "USER"
002800     PERFORM 1100-SIGN-ON-CHECK THRU 1100-EXIT
002810     IF NOT MENU-SIGNED-ON
002820         MOVE "SIGN-ON" TO MENU-DENIED-FUNCTION
002830         PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT
002840         DISPLAY "** SIGN-ON DENIED FOR OPERATOR: "
002850             MENU-OPERATOR-ID
002860         MOVE "N" TO MENU-CONTINUE-SW
002870         GO TO 1000-EXIT
002880     END-IF
002890     PERFORM 1200-OPEN-MASTER-FILE THRU 1200-EXIT
002900     DISPLAY "FIBONACCI CONVERSION AND LOOKUP MENU"
002910     DISPLAY "SIGNED ON: " MENU-OPERATOR-NAME
002920         " - AUTHORIZATION LEVEL " MENU-AUTH-LEVEL.
002930 1000-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970* 1100-SIGN-ON-CHECK - PROVE THE OPERATOR AGAINST THE FIBOPMST
002980* MASTER. NO FILE, NO MATCH, OR AN INACTIVE ENTRY ALL LEAVE
002990* THE LEVEL AT ZERO - THE FILE IS THE WHOLE AUTHORITY, SO THE
003000* CHECK FAILS CLOSED.
003010******************************************************************
003020 1100-SIGN-ON-CHECK.
003030     MOVE ZERO TO MENU-AUTH-LEVEL
003040     MOVE "N" TO MENU-SIGNED-ON-SW
003050     MOVE "N" TO MENU-OPER-FOUND-SW
003060     MOVE "N" TO MENU-END-OF-OPERS-SW
003070     OPEN INPUT OPERATOR-FILE
003080     IF MENU-OPERATOR-STATUS NOT = "00"
003090         DISPLAY "** OPERATOR MASTER NOT AVAILABLE - STATUS: "
003100             MENU-OPERATOR-STATUS
003110         DISPLAY "** NOBODY CAN BE AUTHORIZED WITHOUT IT."
003120         GO TO 1100-EXIT
003130     END-IF
003140     PERFORM 1150-MATCH-ONE-OPERATOR THRU 1150-EXIT
003150         UNTIL MENU-OPER-FOUND
003160            OR MENU-END-OF-OPERS
003170     CLOSE OPERATOR-FILE
003180     IF MENU-AUTH-LEVEL > ZERO
003190         SET MENU-SIGNED-ON TO TRUE
003200     END-IF.
003210 1100-EXIT.
003220     EXIT.
003230*
003240 1150-MATCH-ONE-OPERATOR.
003250     READ OPERATOR-FILE
003260         AT END
003270             MOVE "Y" TO MENU-END-OF-OPERS-SW
003280         NOT AT END
003290             IF OPR-OPERATOR-ID = MENU-OPERATOR-ID
003300                 SET MENU-OPER-FOUND TO TRUE
003310                 IF OPR-ACTIVE-FLAG = "A"
003320                    AND OPR-AUTH-LEVEL IS NUMERIC
003330                     MOVE OPR-AUTH-LEVEL TO MENU-AUTH-LEVEL
003340                     MOVE OPR-OPERATOR-NAME TO
003350                         MENU-OPERATOR-NAME
003360                 ELSE
003370                     DISPLAY "** OPERATOR IS CARRIED INACTIVE "
003380                         "ON THE OPERATOR MASTER."
003390                 END-IF
003400             END-IF
003410     END-READ.
003420 1150-EXIT.
003430     EXIT.
003440*
003450******************************************************************
003460* 1200-OPEN-MASTER-FILE - THE CONVERSION MASTER IS KEPT OPEN
003470* FOR UPDATE ACROSS THE SESSION. A MASTER THAT WILL NOT OPEN
003480* DOES NOT STOP THE MENU - POSTINGS AND INQUIRIES ARE SKIPPED
003490* AND THE OPERATOR IS TOLD.
003500******************************************************************
003510 1200-OPEN-MASTER-FILE.
003520     OPEN I-O MASTER-FILE
003530     IF MENU-MASTER-STATUS = "35"
003540         OPEN OUTPUT MASTER-FILE
003550         CLOSE MASTER-FILE
003560         OPEN I-O MASTER-FILE
003570     END-IF
003580     IF MENU-MASTER-STATUS = "00"
003590         SET MENU-MASTER-READY TO TRUE
003600     ELSE
003610         DISPLAY "** CONVERSION MASTER NOT AVAILABLE - STATUS: "
003620             MENU-MASTER-STATUS
003630         DISPLAY "** MASTER POSTINGS AND INQUIRIES ARE OFF."
003640     END-IF.
003650 1200-EXIT.
003660     EXIT.
003670*
003680******************************************************************
003690* 2000-PROCESS-MENU - ONE PASS THROUGH THE MENU
003700******************************************************************
003710 2000-PROCESS-MENU.
003720     DISPLAY " "
003730     DISPLAY "  1. DECODE A ZECKENDORF CODE TO DECIMAL"
003740     DISPLAY "  2. ENCODE A DECIMAL VALUE TO ITS ZECKENDORF CODE"
003750     DISPLAY "  3. SHOW THE FIBONACCI-SEQUENCE TABLE UP TO TERM N"
003760*
003770*    THE SETTLEMENT AND MASTER OPTIONS ARE HIDDEN BELOW LEVEL
003780*    2 - AND STILL CHECKED AGAIN ON SELECTION, SO KEYING THE
003790*    NUMBER ANYWAY ONLY EARNS A SECURITY-LOG RECORD.
003800     IF MENU-AUTH-LEVEL >= 2
003810         DISPLAY "  4. ADD TWO ZECKENDORF CODES"
003820     END-IF
003830     DISPLAY "  5. COMPARE TWO ZECKENDORF CODES"
003840     IF MENU-AUTH-LEVEL >= 2
003850         DISPLAY "  6. LOOK UP A DECIMAL VALUE IN THE "
003860             "CONVERSION MASTER"
003870         DISPLAY "  8. LOOK UP A ZECKENDORF CODE IN THE "
003880             "CONVERSION MASTER"
003890         DISPLAY "  9. BROWSE THE CONVERSION MASTER FROM A "
003900             "DECIMAL VALUE"
003910     END-IF
003920     DISPLAY "  7. EXIT"
003930     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
003940     ACCEPT MENU-CHOICE
003950     EVALUATE MENU-CHOICE
003960         WHEN 1
003970             PERFORM 3000-DECODE-RUN THRU 3000-EXIT
003980         WHEN 2
003990             PERFORM 4000-ENCODE-RUN THRU 4000-EXIT
004000         WHEN 3
004010             PERFORM 5000-LOOKUP-RUN THRU 5000-EXIT
004020         WHEN 4
004030             IF MENU-AUTH-LEVEL < 2
004040                 MOVE "OPTION 4 ADD" TO MENU-DENIED-FUNCTION
004050                 PERFORM 8900-DENY-ONE-REQUEST THRU 8900-EXIT
004060             ELSE
004070                 PERFORM 6000-ADD-RUN THRU 6000-EXIT
004080             END-IF
004090         WHEN 5
004100             PERFORM 7000-COMPARE-RUN THRU 7000-EXIT
004110         WHEN 6
004120             IF MENU-AUTH-LEVEL < 2
004130                 MOVE "OPTION 6 MASTER" TO MENU-DENIED-FUNCTION
004140                 PERFORM 8900-DENY-ONE-REQUEST THRU 8900-EXIT
004150             ELSE
004160                 PERFORM 7500-MASTER-INQUIRY-RUN THRU 7500-EXIT
004170             END-IF
004180         WHEN 8
004190             IF MENU-AUTH-LEVEL < 2
004200                 MOVE "OPTION 8 MASTER" TO MENU-DENIED-FUNCTION
004210                 PERFORM 8900-DENY-ONE-REQUEST THRU 8900-EXIT
004220             ELSE
004230                 PERFORM 7600-CODE-INQUIRY-RUN THRU 7600-EXIT
004240             END-IF
004250         WHEN 9
004260             IF MENU-AUTH-LEVEL < 2
004270                 MOVE "OPTION 9 MASTER" TO MENU-DENIED-FUNCTION
004280                 PERFORM 8900-DENY-ONE-REQUEST THRU 8900-EXIT
004290             ELSE
004300                 PERFORM 7700-MASTER-BROWSE-RUN THRU 7700-EXIT
004310             END-IF
004320         WHEN 7
004330             MOVE "N" TO MENU-CONTINUE-SW
004340         WHEN OTHER
004350             DISPLAY "INVALID CHOICE - TRY AGAIN."
004360     END-EVALUATE.
004370 2000-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410* 3000-DECODE-RUN - ZECKENDORF CODE TO DECIMAL, VIA
004420* FIBCNVDRV'S 'FibonacciDecode' ENTRY POINT
004430******************************************************************
004440 3000-DECODE-RUN.
004450     DISPLAY "ENTER THE ZECKENDORF CODE (55 DIGITS, ONE FLAG "
004460         "PER FIBONACCI TERM, TERM 1 FIRST): " WITH NO ADVANCING
004470     ACCEPT MENU-DECIMAL-RESULT-DISPLAY
004480     CALL "FibonacciDecode" USING MENU-DECIMAL-RESULT
004490                                 MENU-FIBONACCI-SEQUENCE
004500                                 MENU-DECIMAL-OUTPUT
004510                                 MENU-RETURN-CODE
004520     END-CALL
004530     IF MENU-OUTPUT-OVERFLOW
004540         DISPLAY "** DECIMAL-OUTPUT OVERFLOWED - DO NOT TRUST "
004550             "THE VALUE BELOW."
004560     END-IF
004570     DISPLAY "ITS DECIMAL VALUE IS: " MENU-DECIMAL-OUTPUT
004580     MOVE MENU-DECIMAL-RESULT-DISPLAY TO MENU-AUDIT-INPUT-DISPLAY
004590     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
004600*
004610*    THE OPERATOR'S CODE MAY BE NON-CANONICAL AND STILL DECODE
004620*    CLEANLY, SO RE-ENCODE THE VALUE BEFORE POSTING - THE
004630*    MASTER MUST ONLY EVER CARRY THE CANONICAL CODE.
004640     IF MENU-MASTER-READY AND NOT MENU-OUTPUT-OVERFLOW
004650         MOVE MENU-DECIMAL-OUTPUT TO MENU-FIBONACCI-INPUT
004660         CALL "FibonacciToDecimal" USING MENU-FIBONACCI-INPUT
004670                                        MENU-FIBONACCI-SEQUENCE
004680                                        MENU-DECIMAL-RESULT
004690                                        MENU-DECIMAL-OUTPUT
004700                                        MENU-RETURN-CODE
004710         END-CALL
004720         PERFORM 8500-UPDATE-MASTER-RECORD THRU 8500-EXIT
004730     END-IF.
004740 3000-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780* 4000-ENCODE-RUN - DECIMAL VALUE TO ITS ZECKENDORF CODE, VIA
004790* FIBCNVDRV'S 'FibonacciToDecimal' ENTRY POINT
004800******************************************************************
004810 4000-ENCODE-RUN.
004820     DISPLAY "ENTER A DECIMAL VALUE TO ENCODE: " WITH NO ADVANCING
004830     ACCEPT MENU-FIBONACCI-INPUT
004840     CALL "FibonacciToDecimal" USING MENU-FIBONACCI-INPUT
004850                                    MENU-FIBONACCI-SEQUENCE
004860                                    MENU-DECIMAL-RESULT
004870                                    MENU-DECIMAL-OUTPUT
004880                                    MENU-RETURN-CODE
004890     END-CALL
004900     DISPLAY "ITS ZECKENDORF CODE IS: "
004910         MENU-DECIMAL-RESULT-DISPLAY
004920     MOVE MENU-FIBONACCI-INPUT TO MENU-AUDIT-INPUT-DISPLAY
004930     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
004940     IF MENU-MASTER-READY AND NOT MENU-OUTPUT-OVERFLOW
004950         PERFORM 8500-UPDATE-MASTER-RECORD THRU 8500-EXIT
004960     END-IF.
004970 4000-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010* 5000-LOOKUP-RUN - FIBONACCI-SEQUENCE TABLE, TERM 1 THRU N,
005020* VIA FIBCNVDRV'S 'FibonacciSequenceBuild' AND
005030* 'FibonacciSequenceReport' ENTRY POINTS
005040******************************************************************
005050 5000-LOOKUP-RUN.
005060     DISPLAY "SHOW THE TABLE UP THROUGH WHICH TERM: "
005070         WITH NO ADVANCING
005080     ACCEPT MENU-NUMBER-OF-TERMS
005090     CALL "FibonacciSequenceBuild" USING MENU-FIBONACCI-SEQUENCE
005100     END-CALL
005110     CALL "FibonacciSequenceReport" USING MENU-NUMBER-OF-TERMS
005120                                         MENU-FIBONACCI-SEQUENCE
005130                                         MENU-DECIMAL-RESULT
005140     END-CALL.
005150 5000-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190* 6000-ADD-RUN - ADD TWO ZECKENDORF CODES DIRECTLY, VIA
005200* FIBCNVDRV'S 'FibonacciAdd' ENTRY POINT. THE SUM COMES BACK
005210* CANONICAL (NO ADJACENT 1-FLAGS).
005220******************************************************************
005230 6000-ADD-RUN.
005240     DISPLAY "ENTER THE FIRST ZECKENDORF CODE (55 DIGITS): "
005250         WITH NO ADVANCING
005260     ACCEPT MENU-DECIMAL-RESULT-DISPLAY
005270     DISPLAY "ENTER THE SECOND ZECKENDORF CODE (55 DIGITS): "
005280         WITH NO ADVANCING
005290     ACCEPT MENU-DECIMAL-RESULT-B-DISPLAY
005300     CALL "FibonacciAdd" USING MENU-DECIMAL-RESULT
005310                               MENU-DECIMAL-RESULT-B
005320                               MENU-DECIMAL-RESULT-SUM
005330                               MENU-FIBONACCI-SEQUENCE
005340                               MENU-RETURN-CODE
005350     END-CALL
005360     IF MENU-OUTPUT-OVERFLOW
005370         DISPLAY "** THE SUM IS PAST WHAT THE TABLE CAN "
005380             "REPRESENT - DO NOT TRUST THE RESULT BELOW."
005390     END-IF
005400     DISPLAY "THEIR SUM, ZECKENDORF-CODED, IS: "
005410         MENU-DECIMAL-RESULT-SUM-DISPLAY.
005420 6000-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460* 7000-COMPARE-RUN - COMPARE TWO ZECKENDORF CODES DIRECTLY,
005470* VIA FIBCNVDRV'S 'FibonacciCompare' ENTRY POINT
005480******************************************************************
005490 7000-COMPARE-RUN.
005500     DISPLAY "ENTER THE FIRST ZECKENDORF CODE (55 DIGITS): "
005510         WITH NO ADVANCING
005520     ACCEPT MENU-DECIMAL-RESULT-DISPLAY
005530     DISPLAY "ENTER THE SECOND ZECKENDORF CODE (55 DIGITS): "
005540         WITH NO ADVANCING
005550     ACCEPT MENU-DECIMAL-RESULT-B-DISPLAY
005560     CALL "FibonacciCompare" USING MENU-DECIMAL-RESULT
005570                                  MENU-DECIMAL-RESULT-B
005580                                  MENU-FIBONACCI-SEQUENCE
005590                                  MENU-COMPARE-RESULT
005600     END-CALL
005610     EVALUATE TRUE
005620         WHEN MENU-FIRST-IS-LOWER
005630             DISPLAY "THE FIRST CODE IS THE LOWER VALUE."
005640         WHEN MENU-FIRST-IS-HIGHER
005650             DISPLAY "THE FIRST CODE IS THE HIGHER VALUE."
005660         WHEN OTHER
005670             DISPLAY "THE TWO CODES CARRY THE SAME VALUE."
005680     END-EVALUATE.
005690 7000-EXIT.
005700     EXIT.
005710*
005720******************************************************************
005730* 7500-MASTER-INQUIRY-RUN - LOOK A DECIMAL VALUE UP BY KEY IN
005740* THE CONVERSION MASTER AND SHOW WHAT WE KNOW ABOUT IT
005750******************************************************************
005760 7500-MASTER-INQUIRY-RUN.
005770     IF NOT MENU-MASTER-READY
005780         DISPLAY "** THE CONVERSION MASTER IS NOT AVAILABLE "
005790             "THIS SESSION."
005800         GO TO 7500-EXIT
005810     END-IF
005820     DISPLAY "ENTER THE DECIMAL VALUE TO LOOK UP: "
005830         WITH NO ADVANCING
005840     ACCEPT MENU-FIBONACCI-INPUT
005850     MOVE SPACES TO MASTER-RECORD
005860     MOVE MENU-FIBONACCI-INPUT TO MST-DECIMAL-VALUE
005870     READ MASTER-FILE
005880     EVALUATE MENU-MASTER-STATUS
005890         WHEN "00"
005900             PERFORM 7590-SHOW-MASTER-RECORD THRU 7590-EXIT
005910         WHEN "23"
005920             DISPLAY "THAT VALUE IS NOT ON THE CONVERSION "
005930                 "MASTER."
005940         WHEN OTHER
005950             DISPLAY "** MASTER READ FAILED - STATUS: "
005960                 MENU-MASTER-STATUS
005970     END-EVALUATE.
005980 7500-EXIT.
005990     EXIT.
006000*
006010 7590-SHOW-MASTER-RECORD.
006020     DISPLAY "DECIMAL VALUE:    " MST-DECIMAL-VALUE
006030     DISPLAY "ZECKENDORF CODE:  " MST-ZECKENDORF-CODE
006040     DISPLAY "FIRST SEEN:       " MST-FIRST-SEEN-DATE
006050         " " MST-FIRST-SEEN-TIME
006060     DISPLAY "LAST SEEN:        " MST-LAST-SEEN-DATE
006070         " " MST-LAST-SEEN-TIME
006080     DISPLAY "TIMES CONVERTED:  " MST-CONVERSION-COUNT.
006090 7590-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130* 7600-CODE-INQUIRY-RUN - LOOK A ZECKENDORF CODE UP BY THE
006140* ALTERNATE KEY. THE CODE MUST BE KEYED IN ITS CANONICAL FORM,
006150* THE ONLY FORM THE MASTER CARRIES. A STATUS 02 MEANS ANOTHER
006160* RECORD CARRIES THE SAME CODE - EVERY ONE OF THEM IS SHOWN AND
006170* THE OPERATOR IS SENT TO THE MASTER VERIFY.
006180******************************************************************
006190 7600-CODE-INQUIRY-RUN.
006200     IF NOT MENU-MASTER-READY
006210         DISPLAY "** THE CONVERSION MASTER IS NOT AVAILABLE "
006220             "THIS SESSION."
006230         GO TO 7600-EXIT
006240     END-IF
006250     DISPLAY "ENTER THE ZECKENDORF CODE TO LOOK UP (55 DIGITS): "
006260         WITH NO ADVANCING
006270     ACCEPT MENU-DECIMAL-RESULT-DISPLAY
006280     MOVE SPACES TO MASTER-RECORD
006290     MOVE MENU-DECIMAL-RESULT-DISPLAY TO MST-ZECKENDORF-CODE
006300     READ MASTER-FILE KEY IS MST-ZECKENDORF-CODE
006310     EVALUATE MENU-MASTER-STATUS
006320         WHEN "00"
006330             PERFORM 7590-SHOW-MASTER-RECORD THRU 7590-EXIT
006340         WHEN "02"
006350             PERFORM 7590-SHOW-MASTER-RECORD THRU 7590-EXIT
006360             PERFORM 7650-SHOW-NEXT-DUPLICATE THRU 7650-EXIT
006370                 UNTIL MENU-MASTER-STATUS NOT = "02"
006380             DISPLAY "** THAT CODE IS ON THE MASTER UNDER MORE "
006390                 "THAN ONE VALUE - RUN THE MASTER VERIFY."
006400         WHEN "23"
006410             DISPLAY "THAT CODE IS NOT ON THE CONVERSION MASTER."
006420         WHEN OTHER
006430             DISPLAY "** MASTER READ FAILED - STATUS: "
006440                 MENU-MASTER-STATUS
006450     END-EVALUATE.
006460 7600-EXIT.
006470     EXIT.
006480*
006490 7650-SHOW-NEXT-DUPLICATE.
006500     READ MASTER-FILE NEXT RECORD
006510         AT END
006520             GO TO 7650-EXIT
006530     END-READ
006540     IF MENU-MASTER-STATUS = "00" OR MENU-MASTER-STATUS = "02"
006550         DISPLAY "ALSO CARRIED BY:"
006560         PERFORM 7590-SHOW-MASTER-RECORD THRU 7590-EXIT
006570     END-IF.
006580 7650-EXIT.
006590     EXIT.
006600*
006610******************************************************************
006620* 7700-MASTER-BROWSE-RUN - WALK THE MASTER BY DECIMAL VALUE, A
006630* SCREEN AT A TIME, FORWARD OR BACKWARD FROM WHERE THE OPERATOR
006640* ASKS. THE FIRST SCREEN INCLUDES THE STARTING VALUE IF IT IS ON
006650* FILE; EVERY SCREEN AFTER THAT PICKS UP PAST THE ONE BEFORE.
006660******************************************************************
006670 7700-MASTER-BROWSE-RUN.
006680     IF NOT MENU-MASTER-READY
006690         DISPLAY "** THE CONVERSION MASTER IS NOT AVAILABLE "
006700             "THIS SESSION."
006710         GO TO 7700-EXIT
006720     END-IF
006730     DISPLAY "ENTER THE DECIMAL VALUE TO BROWSE FROM: "
006740         WITH NO ADVANCING
006750     ACCEPT MENU-FIBONACCI-INPUT
006760     DISPLAY "BROWSE FORWARD OR BACKWARD (F/B): "
006770         WITH NO ADVANCING
006780     ACCEPT MENU-BROWSE-DIRECTION
006790     IF NOT MENU-BROWSE-FORWARD AND NOT MENU-BROWSE-BACKWARD
006800         DISPLAY "INVALID DIRECTION - BROWSE NOT STARTED."
006810         GO TO 7700-EXIT
006820     END-IF
006830     MOVE MENU-FIBONACCI-INPUT TO MENU-BROWSE-LOW
006840     MOVE MENU-FIBONACCI-INPUT TO MENU-BROWSE-HIGH
006850     MOVE "Y" TO MENU-FIRST-SCREEN-SW
006860     PERFORM 7710-BROWSE-ONE-SCREEN THRU 7710-EXIT
006870         UNTIL MENU-BROWSE-QUIT.
006880 7700-EXIT.
006890     EXIT.
006900*
006910 7710-BROWSE-ONE-SCREEN.
006920     MOVE ZERO TO MENU-SCREEN-USED
006930     MOVE "N" TO MENU-END-OF-BROWSE-SW
006940     IF MENU-BROWSE-FORWARD
006950         PERFORM 7720-FILL-FORWARD-SCREEN THRU 7720-EXIT
006960     ELSE
006970         PERFORM 7730-FILL-BACKWARD-SCREEN THRU 7730-EXIT
006980     END-IF
006990     IF MENU-SCREEN-USED = ZERO
007000         IF MENU-BROWSE-FORWARD
007010             DISPLAY "** NOTHING FURTHER - END OF THE MASTER."
007020         ELSE
007030             DISPLAY "** NOTHING FURTHER - START OF THE MASTER."
007040         END-IF
007050     ELSE
007060         PERFORM 7750-SHOW-ONE-SCREEN THRU 7750-EXIT
007070         MOVE "N" TO MENU-FIRST-SCREEN-SW
007080     END-IF
007090     DISPLAY "F=FORWARD B=BACKWARD Q=QUIT: " WITH NO ADVANCING
007100     ACCEPT MENU-BROWSE-DIRECTION
007110     IF NOT MENU-BROWSE-FORWARD AND NOT MENU-BROWSE-BACKWARD
007120        AND NOT MENU-BROWSE-QUIT
007130         DISPLAY "INVALID DIRECTION - BROWSE ENDED."
007140         SET MENU-BROWSE-QUIT TO TRUE
007150     END-IF.
007160 7710-EXIT.
007170     EXIT.
007180*
007190 7720-FILL-FORWARD-SCREEN.
007200     MOVE SPACES TO MASTER-RECORD
007210     IF MENU-FIRST-SCREEN
007220         MOVE MENU-BROWSE-HIGH TO MST-DECIMAL-VALUE
007230         START MASTER-FILE KEY IS NOT LESS THAN MST-DECIMAL-VALUE
007240     ELSE
007250         MOVE MENU-BROWSE-HIGH TO MST-DECIMAL-VALUE
007260         START MASTER-FILE KEY IS GREATER THAN MST-DECIMAL-VALUE
007270     END-IF
007280     IF MENU-MASTER-STATUS NOT = "00"
007290         IF MENU-MASTER-STATUS NOT = "23"
007300             DISPLAY "** MASTER START FAILED - STATUS: "
007310                 MENU-MASTER-STATUS
007320         END-IF
007330         GO TO 7720-EXIT
007340     END-IF
007350     PERFORM 7725-READ-FORWARD THRU 7725-EXIT
007360         UNTIL MENU-SCREEN-USED = 15
007370            OR MENU-END-OF-BROWSE.
007380 7720-EXIT.
007390     EXIT.
007400*
007410 7725-READ-FORWARD.
007420     READ MASTER-FILE NEXT RECORD
007430         AT END
007440             MOVE "Y" TO MENU-END-OF-BROWSE-SW
007450             GO TO 7725-EXIT
007460     END-READ
007470     PERFORM 7740-HOLD-ONE-RECORD THRU 7740-EXIT.
007480 7725-EXIT.
007490     EXIT.
007500*
007510 7730-FILL-BACKWARD-SCREEN.
007520     MOVE SPACES TO MASTER-RECORD
007530     IF MENU-FIRST-SCREEN
007540         MOVE MENU-BROWSE-LOW TO MST-DECIMAL-VALUE
007550         START MASTER-FILE
007560             KEY IS NOT GREATER THAN MST-DECIMAL-VALUE
007570     ELSE
007580         MOVE MENU-BROWSE-LOW TO MST-DECIMAL-VALUE
007590         START MASTER-FILE KEY IS LESS THAN MST-DECIMAL-VALUE
007600     END-IF
007610     IF MENU-MASTER-STATUS NOT = "00"
007620         IF MENU-MASTER-STATUS NOT = "23"
007630             DISPLAY "** MASTER START FAILED - STATUS: "
007640                 MENU-MASTER-STATUS
007650         END-IF
007660         GO TO 7730-EXIT
007670     END-IF
007680     PERFORM 7735-READ-BACKWARD THRU 7735-EXIT
007690         UNTIL MENU-SCREEN-USED = 15
007700            OR MENU-END-OF-BROWSE.
007710 7730-EXIT.
007720     EXIT.
007730*
007740 7735-READ-BACKWARD.
007750     READ MASTER-FILE PREVIOUS RECORD
007760         AT END
007770             MOVE "Y" TO MENU-END-OF-BROWSE-SW
007780             GO TO 7735-EXIT
007790     END-READ
007800     PERFORM 7740-HOLD-ONE-RECORD THRU 7740-EXIT.
007810 7735-EXIT.
007820     EXIT.
007830*
007840 7740-HOLD-ONE-RECORD.
007850     IF MENU-MASTER-STATUS NOT = "00"
007860         DISPLAY "** MASTER READ FAILED - STATUS: "
007870             MENU-MASTER-STATUS
007880         MOVE "Y" TO MENU-END-OF-BROWSE-SW
007890         GO TO 7740-EXIT
007900     END-IF
007910     ADD 1 TO MENU-SCREEN-USED
007920     MOVE MST-DECIMAL-VALUE TO MENU-SCR-VALUE (MENU-SCREEN-USED)
007930     MOVE MST-ZECKENDORF-CODE TO MENU-SCR-CODE (MENU-SCREEN-USED)
007940     MOVE MST-CONVERSION-COUNT TO
007950         MENU-SCR-COUNT (MENU-SCREEN-USED).
007960 7740-EXIT.
007970     EXIT.
007980*
007990******************************************************************
008000* 7750-SHOW-ONE-SCREEN - ALWAYS LOW VALUE TO HIGH, AND REMEMBER
008010* BOTH ENDS FOR THE NEXT SCREEN
008020******************************************************************
008030 7750-SHOW-ONE-SCREEN.
008040     DISPLAY " "
008050     DISPLAY "DECIMAL    ZECKENDORF CODE"
008060         "                                         TIMES"
008070     IF MENU-BROWSE-FORWARD
008080         MOVE MENU-SCR-VALUE (1) TO MENU-BROWSE-LOW
008090         MOVE MENU-SCR-VALUE (MENU-SCREEN-USED) TO
008100             MENU-BROWSE-HIGH
008110         PERFORM 7760-SHOW-ONE-LINE THRU 7760-EXIT
008120             VARYING MENU-SCREEN-IDX FROM 1 BY 1
008130                 UNTIL MENU-SCREEN-IDX > MENU-SCREEN-USED
008140     ELSE
008150         MOVE MENU-SCR-VALUE (MENU-SCREEN-USED) TO
008160             MENU-BROWSE-LOW
008170         MOVE MENU-SCR-VALUE (1) TO MENU-BROWSE-HIGH
008180         PERFORM 7760-SHOW-ONE-LINE THRU 7760-EXIT
008190             VARYING MENU-SCREEN-IDX FROM MENU-SCREEN-USED BY -1
008200                 UNTIL MENU-SCREEN-IDX < 1
008210     END-IF.
008220 7750-EXIT.
008230     EXIT.
008240*
008250 7760-SHOW-ONE-LINE.
008260     DISPLAY MENU-SCR-VALUE (MENU-SCREEN-IDX) " "
008270         MENU-SCR-CODE (MENU-SCREEN-IDX) " "
008280         MENU-SCR-COUNT (MENU-SCREEN-IDX).
008290 7760-EXIT.
008300     EXIT.
008310*
008320******************************************************************
008330* 8500-UPDATE-MASTER-RECORD - POST ONE CLEAN CONVERSION TO THE
008340* CONVERSION MASTER: FIRST SIGHT WRITES A NEW RECORD, EVERY
008350* SIGHT AFTER THAT BUMPS THE COUNT AND THE LAST-SEEN STAMP. THE
008360* ALTERNATE INDEX ON THE CODE IS CARRIED BY THE SAME WRITE OR
008370* REWRITE; A STATUS 02 ON THE WRITE MEANS THE CODE WAS ALREADY
008380* ON FILE UNDER ANOTHER VALUE, WHICH THE MASTER VERIFY REPORTS.
008390******************************************************************
008400 8500-UPDATE-MASTER-RECORD.
008410     MOVE SPACES TO MASTER-RECORD
008420     MOVE MENU-DECIMAL-OUTPUT TO MST-DECIMAL-VALUE
008430     READ MASTER-FILE
008440     EVALUATE MENU-MASTER-STATUS
008450         WHEN "00"
008460             ADD 1 TO MST-CONVERSION-COUNT
008470             MOVE MENU-RUN-DATE TO MST-LAST-SEEN-DATE
008480             MOVE MENU-RUN-TIME TO MST-LAST-SEEN-TIME
008490             REWRITE MASTER-RECORD
008500*
008510*            THE CODE IS NOT CHANGED BY THE REWRITE, SO A 02 ONLY
008520*            SAYS IT SHARES THE ALTERNATE KEY WITH ANOTHER VALUE -
008530*            REPORTED WHEN THAT RECORD WAS WRITTEN. THE POSTING
008540*            STANDS.
008550             IF MENU-MASTER-STATUS NOT = "00"
008560                AND MENU-MASTER-STATUS NOT = "02"
008570                 PERFORM 8550-MASTER-POSTING-FAILED THRU 8550-EXIT
008580             END-IF
008590         WHEN "23"
008600             MOVE SPACES TO MASTER-RECORD
008610             MOVE MENU-DECIMAL-OUTPUT TO MST-DECIMAL-VALUE
008620             MOVE MENU-DECIMAL-RESULT-DISPLAY TO
008630                 MST-ZECKENDORF-CODE
008640             MOVE MENU-RUN-DATE TO MST-FIRST-SEEN-DATE
008650             MOVE MENU-RUN-TIME TO MST-FIRST-SEEN-TIME
008660             MOVE MENU-RUN-DATE TO MST-LAST-SEEN-DATE
008670             MOVE MENU-RUN-TIME TO MST-LAST-SEEN-TIME
008680             MOVE 1 TO MST-CONVERSION-COUNT
008690             WRITE MASTER-RECORD
008700             EVALUATE MENU-MASTER-STATUS
008710                 WHEN "00"
008720                     CONTINUE
008730                 WHEN "02"
008740                     DISPLAY "** CODE IS ON THE MASTER UNDER "
008750                         "ANOTHER VALUE - RUN THE MASTER VERIFY."
008760                     DISPLAY "** NEW VALUE POSTED: "
008770                         MENU-DECIMAL-OUTPUT
008780                 WHEN OTHER
008790                     PERFORM 8550-MASTER-POSTING-FAILED
008800                         THRU 8550-EXIT
008810             END-EVALUATE
008820         WHEN OTHER
008830             DISPLAY "** MASTER READ FAILED - STATUS: "
008840                 MENU-MASTER-STATUS
008850             DISPLAY "** POSTING SKIPPED FOR VALUE: "
008860                 MENU-DECIMAL-OUTPUT
008870     END-EVALUATE.
008880 8500-EXIT.
008890     EXIT.
008900*
008910 8550-MASTER-POSTING-FAILED.
008920     DISPLAY "** MASTER POSTING FAILED - STATUS: "
008930         MENU-MASTER-STATUS
008940     DISPLAY "** POSTING LOST FOR VALUE: " MENU-DECIMAL-OUTPUT.
008950 8550-EXIT.
008960     EXIT.
008970*
008980 9999-TERMINATE.
008990     IF MENU-MASTER-READY
009000         CLOSE MASTER-FILE
009010     END-IF
009020     DISPLAY "ENDING FIBONACCI MENU SESSION.".
009030 9999-EXIT.
009040     EXIT.
009050*
009060******************************************************************
009070* 8000-WRITE-AUDIT-RECORD - ONE LINE PER DECODE/ENCODE, SAME
009080* AUDIT TRAIL AND RECORD SHAPE FIBCNVDRV ITSELF WRITES TO. THE
009090* FILE IS OPENED AND CLOSED AROUND EACH WRITE, THE SAME AS THE
009100* SECURITY LOG. THE CHAIN TAIL IN FIBAUDTL IS HELD UNDER AN
009110* EXCLUSIVE LOCK FROM THE MOMENT IT IS READ UNTIL IT HAS BEEN
009120* REWRITTEN, AND FIBAUDIT IS OPENED, WRITTEN AND CLOSED INSIDE
009130* THAT HOLD. THE MENU AND THE FIBSPLIT STREAMS EACH WAIT THEIR
009140* TURN FOR THE LOCK, SO EVERY RECORD TAKES THE NEXT SEQUENCE
009150* NUMBER AND CHAINS FROM THE RECORD WRITTEN JUST BEFORE IT,
009160* WHOEVER WROTE IT. A FAILED WRITE LEAVES THE TAIL WHERE IT WAS.
009170* A TAIL THAT CANNOT BE LOCKED IS NOT GUESSED AT: THE RECORD
009180* GOES OUT WITH NO SEQUENCE OR CHECK VALUE, SO THE AUDIT VERIFY
009190* REPORTS IT, AND THE CHAIN RUNS ON PAST IT UNBROKEN.
009200******************************************************************
009210 8000-WRITE-AUDIT-RECORD.
009220     PERFORM 8020-GET-AUDIT-CHAIN-TAIL THRU 8020-EXIT
009230     OPEN EXTEND AUDIT-FILE
009240     IF MENU-AUDIT-STATUS = "35"
009250         OPEN OUTPUT AUDIT-FILE
009260     END-IF
009270     IF MENU-AUDIT-STATUS NOT = "00"
009280         DISPLAY "** UNABLE TO WRITE THE AUDIT TRAIL - "
009290             "STATUS: " MENU-AUDIT-STATUS
009300         PERFORM 8080-RELEASE-AUDIT-CHAIN-TAIL THRU 8080-EXIT
009310         GO TO 8000-EXIT
009320     END-IF
009330     MOVE SPACES TO AUDIT-RECORD
009340     ACCEPT MENU-RUN-DATE FROM DATE YYYYMMDD
009350     ACCEPT MENU-RUN-TIME FROM TIME
009360     MOVE MENU-AUDIT-INPUT-DISPLAY TO AUD-FIBONACCI-INPUT
009370     MOVE MENU-DECIMAL-OUTPUT TO AUD-DECIMAL-OUTPUT
009380     MOVE MENU-RETURN-CODE TO AUD-CONVERSION-STATUS
009390     MOVE MENU-RUN-DATE TO AUD-RUN-DATE
009400     MOVE MENU-RUN-TIME TO AUD-RUN-TIME
009410     MOVE MENU-OPERATOR-ID TO AUD-OPERATOR-ID
009420     IF MENU-AUDIT-TAIL-HELD
009430         MOVE MENU-AUDIT-LAST-SEQUENCE TO AUD-SEQUENCE-NUMBER
009440         ADD 1 TO AUD-SEQUENCE-NUMBER
009450         CALL "FibonacciAuditChain" USING AUDIT-RECORD
009460                                          MENU-AUDIT-LAST-CHECK
009470                                          MENU-AUDIT-CHAIN-CHECK
009480         MOVE MENU-AUDIT-CHAIN-CHECK TO AUD-CHAIN-CHECK
009490     END-IF
009500     WRITE AUDIT-RECORD
009510     IF MENU-AUDIT-STATUS NOT = "00"
009520         DISPLAY "** AUDIT RECORD NOT WRITTEN - STATUS: "
009530             MENU-AUDIT-STATUS
009540         CLOSE AUDIT-FILE
009550         PERFORM 8080-RELEASE-AUDIT-CHAIN-TAIL THRU 8080-EXIT
009560         GO TO 8000-EXIT
009570     END-IF
009580     CLOSE AUDIT-FILE
009590     IF MENU-AUDIT-TAIL-HELD
009600         ADD 1 TO MENU-AUDIT-LAST-SEQUENCE
009610         MOVE MENU-AUDIT-CHAIN-CHECK TO MENU-AUDIT-LAST-CHECK
009620         PERFORM 8090-SAVE-AUDIT-CHAIN-TAIL THRU 8090-EXIT
009630     END-IF.
009640 8000-EXIT.
009650     EXIT.
009660*
009670******************************************************************
009680* 8020-GET-AUDIT-CHAIN-TAIL - LOCK THE FIBAUDTL RECORD AND TAKE
009690* THE TAIL FROM IT. WHILE ANOTHER WRITER HOLDS IT (STATUS 61)
009700* THE OPEN IS TRIED AGAIN, FOR UP TO THIRTY SECONDS. A FILE
009710* THAT IS MISSING OR EMPTY IS CREATED WITH A BLANK RECORD AND
009720* THEN LOCKED LIKE ANY OTHER. A BLANK OR NON-NUMERIC RECORD, OR
009730* A SAVE THAT FAILED EARLIER IN THIS SESSION, SENDS THE SEARCH TO
009740* THE TRAIL ITSELF (8050) - STILL UNDER THE LOCK - AND THE SAVE
009750* AFTER THE WRITE PUTS A GOOD RECORD BACK.
009760******************************************************************
009770 8020-GET-AUDIT-CHAIN-TAIL.
009780     MOVE "N" TO MENU-AUDIT-TAIL-HELD-SW
009790     MOVE "N" TO MENU-AUDIT-TAIL-LOCK-END-SW
009800     PERFORM 8037-READ-LOCK-CLOCK THRU 8037-EXIT
009810     MOVE MENU-TAIL-WAIT-NOW TO MENU-TAIL-WAIT-START
009820     PERFORM 8030-LOCK-AUDIT-CHAIN-TAIL THRU 8030-EXIT
009830         UNTIL MENU-AUDIT-TAIL-HELD
009840            OR MENU-AUDIT-TAIL-LOCK-END
009850     IF NOT MENU-AUDIT-TAIL-HELD
009860         DISPLAY "** AUDIT CHAIN TAIL NOT LOCKED - STATUS: "
009870             MENU-AUDTL-STATUS
009880         DISPLAY "** THE AUDIT RECORD GOES OUT UNCHAINED."
009890         GO TO 8020-EXIT
009900     END-IF
009910     IF MENU-AUDIT-TAIL-UNSAVED
009920        OR ATL-LAST-SEQUENCE NOT NUMERIC
009930        OR ATL-LAST-CHECK NOT NUMERIC
009940         PERFORM 8050-FIND-AUDIT-CHAIN-TAIL THRU 8050-EXIT
009950         GO TO 8020-EXIT
009960     END-IF
009970     MOVE ATL-LAST-SEQUENCE TO MENU-AUDIT-LAST-SEQUENCE
009980     MOVE ATL-LAST-CHECK TO MENU-AUDIT-LAST-CHECK.
009990 8020-EXIT.
010000     EXIT.
010010*
010020 8030-LOCK-AUDIT-CHAIN-TAIL.
010030     OPEN I-O AUDIT-TAIL-FILE
010040     EVALUATE MENU-AUDTL-STATUS
010050         WHEN "00"
010060             CONTINUE
010070         WHEN "35"
010080             PERFORM 8040-CREATE-AUDIT-CHAIN-TAIL THRU 8040-EXIT
010090             GO TO 8030-EXIT
010100         WHEN "61"
010110             PERFORM 8035-CHECK-LOCK-WAIT THRU 8035-EXIT
010120             GO TO 8030-EXIT
010130         WHEN OTHER
010140             SET MENU-AUDIT-TAIL-LOCK-END TO TRUE
010150             GO TO 8030-EXIT
010160     END-EVALUATE
010170     MOVE SPACES TO AUDIT-TAIL-RECORD
010180     READ AUDIT-TAIL-FILE
010190         AT END
010200             CLOSE AUDIT-TAIL-FILE
010210             PERFORM 8040-CREATE-AUDIT-CHAIN-TAIL THRU 8040-EXIT
010220             GO TO 8030-EXIT
010230     END-READ
010240     IF MENU-AUDTL-STATUS NOT = "00"
010250         CLOSE AUDIT-TAIL-FILE
010260         SET MENU-AUDIT-TAIL-LOCK-END TO TRUE
010270         GO TO 8030-EXIT
010280     END-IF
010290     SET MENU-AUDIT-TAIL-HELD TO TRUE.
010300 8030-EXIT.
010310     EXIT.
010320*
010330 8035-CHECK-LOCK-WAIT.
010340     PERFORM 8037-READ-LOCK-CLOCK THRU 8037-EXIT
010350     IF MENU-TAIL-WAIT-NOW < MENU-TAIL-WAIT-START
010360         ADD 8640000 TO MENU-TAIL-WAIT-NOW
010370     END-IF
010380     IF MENU-TAIL-WAIT-NOW - MENU-TAIL-WAIT-START > 3000
010390         SET MENU-AUDIT-TAIL-LOCK-END TO TRUE
010400     END-IF.
010410 8035-EXIT.
010420     EXIT.
010430*
010440 8037-READ-LOCK-CLOCK.
010450     ACCEPT MENU-TAIL-CLOCK FROM TIME
010460     COMPUTE MENU-TAIL-WAIT-NOW =
010470         MENU-TAIL-CLOCK-HH * 360000 + MENU-TAIL-CLOCK-MM * 6000
010480       + MENU-TAIL-CLOCK-SS * 100 + MENU-TAIL-CLOCK-CC.
010490 8037-EXIT.
010500     EXIT.
010510*
010520 8040-CREATE-AUDIT-CHAIN-TAIL.
010530     MOVE SPACES TO AUDIT-TAIL-RECORD
010540     OPEN OUTPUT AUDIT-TAIL-FILE
010550     EVALUATE MENU-AUDTL-STATUS
010560         WHEN "00"
010570             WRITE AUDIT-TAIL-RECORD
010580             CLOSE AUDIT-TAIL-FILE
010590         WHEN "61"
010600             PERFORM 8035-CHECK-LOCK-WAIT THRU 8035-EXIT
010610         WHEN OTHER
010620             SET MENU-AUDIT-TAIL-LOCK-END TO TRUE
010630     END-EVALUATE.
010640 8040-EXIT.
010650     EXIT.
010660*
010670******************************************************************
010680* 8050-FIND-AUDIT-CHAIN-TAIL - THE LAST CHAINED RECORD ON THE
010690* LIVE FIBAUDIT FILE. A LIVE FILE EMPTIED BY THE CUTOVER HAS
010700* NONE, SO THE CHAIN IS PICKED UP FROM THE NEWEST FIBARCTL
010710* GENERATION THAT CARRIES ONE. WITH NEITHER, THE TRAIL STARTS
010720* AT SEQUENCE 1 FROM A ZERO CHECK VALUE. THIS READS THE WHOLE
010730* LIVE FILE, SO IT IS ONLY THE FALLBACK FOR A FIBAUDTL TAIL
010740* RECORD THAT IS MISSING OR CANNOT BE TRUSTED (SEE 8020).
010750******************************************************************
010760 8050-FIND-AUDIT-CHAIN-TAIL.
010770     MOVE ZERO TO MENU-AUDIT-LAST-SEQUENCE
010780     MOVE ZERO TO MENU-AUDIT-LAST-CHECK
010790     MOVE "N" TO MENU-AUDIT-TAIL-FOUND-SW
010800     MOVE "N" TO MENU-END-OF-AUDIT-SW
010810     OPEN INPUT AUDIT-FILE
010820     IF MENU-AUDIT-STATUS = "00"
010830         PERFORM 8060-READ-AUDIT-TAIL THRU 8060-EXIT
010840             UNTIL MENU-END-OF-AUDIT
010850         CLOSE AUDIT-FILE
010860     END-IF
010870     IF MENU-AUDIT-TAIL-FOUND
010880         GO TO 8050-EXIT
010890     END-IF
010900     MOVE ZERO TO MENU-ARCTL-NEWEST-DATE
010910     MOVE "N" TO MENU-END-OF-ARCTL-SW
010920     OPEN INPUT ARCHIVE-CONTROL-FILE
010930     IF MENU-ARCTL-STATUS NOT = "00"
010940         GO TO 8050-EXIT
010950     END-IF
010960     PERFORM 8070-READ-ARCHIVE-TAIL THRU 8070-EXIT
010970         UNTIL MENU-END-OF-ARCTL
010980     CLOSE ARCHIVE-CONTROL-FILE.
010990 8050-EXIT.
011000     EXIT.
011010*
011020 8060-READ-AUDIT-TAIL.
011030     READ AUDIT-FILE
011040         AT END
011050             SET MENU-END-OF-AUDIT TO TRUE
011060             GO TO 8060-EXIT
011070     END-READ
011080     IF MENU-AUDIT-STATUS NOT = "00"
011090         SET MENU-END-OF-AUDIT TO TRUE
011100         GO TO 8060-EXIT
011110     END-IF
011120     IF AUD-SEQUENCE-NUMBER IS NUMERIC
011130        AND AUD-CHAIN-CHECK IS NUMERIC
011140         MOVE AUD-SEQUENCE-NUMBER TO MENU-AUDIT-LAST-SEQUENCE
011150         MOVE AUD-CHAIN-CHECK TO MENU-AUDIT-LAST-CHECK
011160         SET MENU-AUDIT-TAIL-FOUND TO TRUE
011170     END-IF.
011180 8060-EXIT.
011190     EXIT.
011200*
011210 8070-READ-ARCHIVE-TAIL.
011220     READ ARCHIVE-CONTROL-FILE
011230         AT END
011240             SET MENU-END-OF-ARCTL TO TRUE
011250             GO TO 8070-EXIT
011260     END-READ
011270     IF MENU-ARCTL-STATUS NOT = "00"
011280         SET MENU-END-OF-ARCTL TO TRUE
011290         GO TO 8070-EXIT
011300     END-IF
011310     IF CTL-GENERATION-DATE IS NUMERIC
011320        AND CTL-LAST-SEQUENCE IS NUMERIC
011330        AND CTL-LAST-CHECK IS NUMERIC
011340        AND CTL-GENERATION-DATE > MENU-ARCTL-NEWEST-DATE
011350         MOVE CTL-GENERATION-DATE TO MENU-ARCTL-NEWEST-DATE
011360         MOVE CTL-LAST-SEQUENCE TO MENU-AUDIT-LAST-SEQUENCE
011370         MOVE CTL-LAST-CHECK TO MENU-AUDIT-LAST-CHECK
011380         SET MENU-AUDIT-TAIL-FOUND TO TRUE
011390     END-IF.
011400 8070-EXIT.
011410     EXIT.
011420*
011430******************************************************************
011440* 8080-RELEASE-AUDIT-CHAIN-TAIL - GIVE UP THE LOCK WITHOUT
011450* CHANGING THE TAIL, WHEN NO AUDIT RECORD WAS WRITTEN.
011460******************************************************************
011470 8080-RELEASE-AUDIT-CHAIN-TAIL.
011480     IF MENU-AUDIT-TAIL-HELD
011490         CLOSE AUDIT-TAIL-FILE
011500         MOVE "N" TO MENU-AUDIT-TAIL-HELD-SW
011510     END-IF.
011520 8080-EXIT.
011530     EXIT.
011540*
011550******************************************************************
011560* 8090-SAVE-AUDIT-CHAIN-TAIL - REWRITE THE LOCKED FIBAUDTL RECORD
011570* WITH THE RECORD JUST WRITTEN, THEN LET THE LOCK GO. A TAIL
011580* THAT CANNOT BE SAVED IS SHOWN TO THE OPERATOR, AND THE REST OF
011590* THIS SESSION FINDS ITS TAIL ON THE TRAIL UNTIL A SAVE GOES
011600* THROUGH.
011610******************************************************************
011620 8090-SAVE-AUDIT-CHAIN-TAIL.
011630     MOVE SPACES TO AUDIT-TAIL-RECORD
011640     MOVE MENU-AUDIT-LAST-SEQUENCE TO ATL-LAST-SEQUENCE
011650     MOVE MENU-AUDIT-LAST-CHECK TO ATL-LAST-CHECK
011660     MOVE MENU-RUN-DATE TO ATL-WRITTEN-DATE
011670     MOVE MENU-RUN-TIME TO ATL-WRITTEN-TIME
011680     REWRITE AUDIT-TAIL-RECORD
011690     IF MENU-AUDTL-STATUS = "00"
011700         MOVE "N" TO MENU-AUDIT-TAIL-UNSAVED-SW
011710     ELSE
011720         SET MENU-AUDIT-TAIL-UNSAVED TO TRUE
011730         DISPLAY "** AUDIT CHAIN TAIL NOT SAVED - STATUS: "
011740             MENU-AUDTL-STATUS
011750     END-IF
011760     PERFORM 8080-RELEASE-AUDIT-CHAIN-TAIL THRU 8080-EXIT.
011770 8090-EXIT.
011780     EXIT.
011790*
011800******************************************************************
011810* 8800-WRITE-SECURITY-LOG - ONE RECORD PER DENIED ATTEMPT. THE
011820* LOG IS OPENED AND CLOSED AROUND EACH WRITE SO A DENIAL IS ON
011830* DISK BEFORE THE OPERATOR SEES THE MESSAGE.
011840******************************************************************
011850 8800-WRITE-SECURITY-LOG.
011860     OPEN EXTEND SECURITY-LOG-FILE
011870     IF MENU-SECURITY-STATUS = "35"
011880         OPEN OUTPUT SECURITY-LOG-FILE
011890     END-IF
011900     IF MENU-SECURITY-STATUS NOT = "00"
011910         DISPLAY "** UNABLE TO WRITE THE SECURITY LOG - "
011920             "STATUS: " MENU-SECURITY-STATUS
011930         GO TO 8800-EXIT
011940     END-IF
011950     MOVE SPACES TO SECURITY-LOG-RECORD
011960     ACCEPT MENU-RUN-DATE FROM DATE YYYYMMDD
011970     ACCEPT MENU-RUN-TIME FROM TIME
011980     MOVE MENU-RUN-DATE TO SEC-RUN-DATE
011990     MOVE MENU-RUN-TIME TO SEC-RUN-TIME
012000     MOVE MENU-OPERATOR-ID TO SEC-OPERATOR-ID
012010     MOVE "FIBMENU" TO SEC-PROGRAM-ID
012020     MOVE MENU-DENIED-FUNCTION TO SEC-FUNCTION
012030     MOVE "DENIED" TO SEC-DISPOSITION
012040     WRITE SECURITY-LOG-RECORD
012050     CLOSE SECURITY-LOG-FILE.
012060 8800-EXIT.
012070     EXIT.
012080*
012090 8900-DENY-ONE-REQUEST.
012100     DISPLAY "** THAT OPTION NEEDS AUTHORIZATION LEVEL 2 - "
012110         "THE ATTEMPT HAS BEEN LOGGED."
012120     PERFORM 8800-WRITE-SECURITY-LOG THRU 8800-EXIT.
012130 8900-EXIT.
012140     EXIT.
