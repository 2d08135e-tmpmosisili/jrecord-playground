000350*                  PERIOD IS THEN MARKED CLOSED.  REPLACES THE
000360*                  CALCULATOR PASS OVER THIRTY GLACTSUM
000370*                  REPORTS ON THE LAST BUSINESS DAY.
000380*10/15/2026 RLH    COMPANY-PARTITIONED NIGHT.  A PARTITIONED
000390*                  FINAL DAY HAS ONE GLBALCTL GO PER PARTITION
000400*                  AND NONE FOR THE WHOLE NIGHT, SO THE PERIOD
000410*                  IS NOW CERTIFIED ON AN UNPARTITIONED GLBALCTL
000420*                  GO OR ON THE GLNIGHT GO GLRUNCTL POSTS ONCE
000430*                  EVERY PARTITION HAS ENDED GO.  A SINGLE
000440*                  PARTITION'S GO NO LONGER CERTIFIES.
000450*----------------------------------------------------------------
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 SPECIAL-NAMES.
000520     C01 IS TOP-OF-PAGE.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS GLX-VALID-STATUS.
000600
000610     SELECT OPTIONAL GL-PERIOD-IN ASSIGN TO GLPERIN
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS GLX-PERIN-STATUS.
000650
000660     SELECT GL-PERIOD-OUT ASSIGN TO GLPEROUT
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS GLX-PEROUT-STATUS.
000700
000710     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLMEPARM
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS GLX-PARM-STATUS.
000740
000750     SELECT OPTIONAL GL-RUNCTL-FILE ASSIGN TO GLRUNCTL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS GLX-RUNCTL-STATUS.
000780
000790     SELECT GL-CLOSE-RPT ASSIGN TO GLMERPT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS GLX-RPT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850*----------------------------------------------------------------
000860*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000870*AS POW_GL_DETAIL_OUTPUT
000880*----------------------------------------------------------------
000890 FD  GL-VALID-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY "POW_GL_Detail_Output".
000930
000940*----------------------------------------------------------------
000950*PERIOD ACCUMULATION STATE, IN AND OUT.  ONE HEADER RECORD
000960*(PERIOD CYYMM, OPEN/CLOSED, LAST BUSINESS DATE POSTED) THEN
000970*ONE RECORD PER BRANCH / SUBPROD CELL WITH THE MONTH-TO-DATE
000980*AND PRIOR-MONTH BUCKETS
000990*----------------------------------------------------------------
001000 FD  GL-PERIOD-IN
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  GLX-PERIN-RECORD                 PIC X(100).
001040
001050 FD  GL-PERIOD-OUT
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  GLX-PEROUT-RECORD                PIC X(100).
001090
001100*----------------------------------------------------------------
001110*MODE CARDS - A "MONTHEND" CARD SELECTS THE CLOSE PACKAGE RUN;
001120*NO CARDS AT ALL IS THE NORMAL NIGHTLY ACCUMULATION.  "*" IN
001130*COLUMN 1 IS A COMMENT
001140*----------------------------------------------------------------
001150 FD  GL-PARM-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE OMITTED.
001180 01  GLX-PARM-RECORD.
001190     05  GLX-PARM-KEYWORD           PIC X(08).
001200         88  GLX-PARM-IS-MONTHEND           VALUE "MONTHEND".
001210     05  GLX-PARM-FILLER            PIC X(72).
001220
001230*----------------------------------------------------------------
001240*SHARED RUN-CONTROL FILE, READ HERE FOR THE CERTIFICATION SCAN
001250*ONLY.  EVENT POSTING GOES THROUGH THE GLRCPOST SUBROUTINE
001260*----------------------------------------------------------------
001270 FD  GL-RUNCTL-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE OMITTED.
001300 01  GLX-RUNCTL-RECORD                PIC X(80).
001310
001320 FD  GL-CLOSE-RPT
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE OMITTED.
001350 01  CLS-RPT-LINE                     PIC X(132).
001360
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390*SWITCHES AND COUNTERS
001400*----------------------------------------------------------------
001410 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001420     88  GLX-VALID-OK                          VALUE "00".
001430     88  GLX-VALID-EOF                          VALUE "10".
001440 77  GLX-PERIN-STATUS                PIC X(02) VALUE SPACES.
001450     88  GLX-PERIN-OK                          VALUE "00".
001460 77  GLX-PEROUT-STATUS               PIC X(02) VALUE SPACES.
001470 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001480     88  GLX-PARM-OK                           VALUE "00".
001490 77  GLX-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
001500     88  GLX-RUNCTL-OK                         VALUE "00".
001510 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001520 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001530     88  GLX-EOF-REACHED                        VALUE "Y".
001540 77  GLX-PERIN-EOF-SWITCH            PIC X(01) VALUE "N".
001550     88  GLX-PERIN-EOF                          VALUE "Y".
001560 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001570     88  GLX-PARM-EOF                           VALUE "Y".
001580 77  GLX-RC-EOF-SWITCH               PIC X(01) VALUE "N".
001590     88  GLX-RC-EOF                            VALUE "Y".
001600 77  GLX-MONTHEND-SW                 PIC X(01) VALUE "N".
001610     88  GLX-MONTHEND-RUN                       VALUE "Y".
001620 77  GLX-ACCUM-OFF-SW                PIC X(01) VALUE "N".
001630     88  GLX-ACCUM-OFF                          VALUE "Y".
001640 77  GLX-GUARD-DONE-SW               PIC X(01) VALUE "N".
001650     88  GLX-GUARD-DONE                         VALUE "Y".
001660 77  GLX-CERTIFIED-SW                PIC X(01) VALUE "N".
001670     88  GLX-CERTIFIED                          VALUE "Y".
001680 77  GLX-TABLE-FULL-SW               PIC X(01) VALUE "N".
001690     88  GLX-TABLE-FULL                         VALUE "Y".
001700 77  GLX-ENTRY-FOUND-SW              PIC X(01) VALUE "Y".
001710     88  GLX-ENTRY-FOUND                        VALUE "Y".
001720 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001730 77  GLX-CELL-COUNT                 PIC S9(04) COMP   VALUE ZERO.
001740 77  GLX-CELL-MAX                   PIC S9(04) COMP   VALUE 3000.
001750 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001760
001770*----------------------------------------------------------------
001780*PERIOD HEADER STATE, LOADED FROM GLPERIN AND REWRITTEN TO
001790*GLPEROUT.  A MISSING STATE FILE BOOTSTRAPS AN OPEN PERIOD
001800*FROM TONIGHT'S BUSINESS DATE
001810*----------------------------------------------------------------
001820 77  GLX-PERIOD-ID                   PIC 9(05) VALUE ZERO.
001830 77  GLX-LAST-POSTED                 PIC 9(07) VALUE ZERO.
001840 77  GLX-PERIOD-STATE                PIC X(01) VALUE "O".
001850     88  GLX-PERIOD-OPEN                        VALUE "O".
001860     88  GLX-PERIOD-CLOSED                      VALUE "C".
001870
001880*----------------------------------------------------------------
001890*BUSINESS-DATE WORK AREA - THE LEADING CYYMM OF THE CYYMMDD
001900*DATE IS THE ACCOUNTING PERIOD
001910*----------------------------------------------------------------
001920 01  GLX-BUSDATE-WORK.
001930     05  GLX-BW-DATE                PIC 9(07) VALUE ZERO.
001940     05  FILLER REDEFINES GLX-BW-DATE.
001950         10  GLX-BW-PERIOD          PIC 9(05).
001960         10  FILLER                 PIC 9(02).
001970
001980*----------------------------------------------------------------
001990*STATE RECORD LAYOUTS OVER THE 100-BYTE FILE RECORDS
002000*----------------------------------------------------------------
002010 01  GLX-STATE-WORK                   PIC X(100).
002020 01  GLX-STATE-HEADER REDEFINES GLX-STATE-WORK.
002030     05  GLX-SH-REC-TYPE            PIC X(01).
002040     05  GLX-SH-PERIOD              PIC 9(05).
002050     05  GLX-SH-LAST-POSTED         PIC 9(07).
002060     05  GLX-SH-STATE               PIC X(01).
002070     05  FILLER                     PIC X(86).
002080 01  GLX-STATE-DETAIL REDEFINES GLX-STATE-WORK.
002090     05  GLX-SD-REC-TYPE            PIC X(01).
002100     05  GLX-SD-BRANCH              PIC 9(05).
002110     05  GLX-SD-SUBPROD             PIC X(02).
002120     05  GLX-SD-MTD-DR              PIC S9(13)V99.
002130     05  GLX-SD-MTD-CR              PIC S9(13)V99.
002140     05  GLX-SD-MTD-VOL             PIC 9(09).
002150     05  GLX-SD-PM-DR               PIC S9(13)V99.
002160     05  GLX-SD-PM-CR               PIC S9(13)V99.
002170     05  FILLER                     PIC X(23).
002180
002190*----------------------------------------------------------------
002200*PERIOD CELL TABLE - ONE ENTRY PER BRANCH / SUBPROD-CODE
002210*COMBINATION, CARRYING MONTH-TO-DATE AND PRIOR-MONTH BUCKETS
002220*----------------------------------------------------------------
002230 01  GLX-CELL-TABLE.
002240     05  GLX-CELL-ENTRY OCCURS 1 TO 3000 TIMES
002250             DEPENDING ON GLX-CELL-COUNT
002260             INDEXED BY GLX-IX.
002270         10  GLX-CELL-BRANCH          PIC S9(05) COMP-3.
002280         10  GLX-CELL-SUBPROD         PIC X(02).
002290         10  GLX-CELL-MTD-DR          PIC S9(13)V99 COMP-3.
002300         10  GLX-CELL-MTD-CR         PIC S9(13)V99 COMP-3.
002310         10  GLX-CELL-MTD-VOL         PIC S9(09) COMP-3.
002320         10  GLX-CELL-PM-DR           PIC S9(13)V99 COMP-3.
002330         10  GLX-CELL-PM-CR           PIC S9(13)V99 COMP-3.
002340
002350*----------------------------------------------------------------
002360*GRAND TOTALS FOR THE CLOSE PACKAGE
002370*----------------------------------------------------------------
002380 77  GLX-TOT-MTD-DR               PIC S9(15)V99 COMP-3 VALUE ZERO.
002390 77  GLX-TOT-MTD-CR               PIC S9(15)V99 COMP-3 VALUE ZERO.
002400 77  GLX-TOT-PM-DR                PIC S9(15)V99 COMP-3 VALUE ZERO.
002410 77  GLX-TOT-PM-CR                PIC S9(15)V99 COMP-3 VALUE ZERO.
002420
002430*----------------------------------------------------------------
002440*REPORT LINE WORK AREAS
002450*----------------------------------------------------------------
002460 01  GLX-HDG-LINE-1.
002470     05  FILLER                     PIC X(40)
002480             VALUE "GL PERIOD-TO-DATE CLOSE PACKAGE - PERIOD".
002490     05  FILLER                     PIC X(01) VALUE SPACES.
002500     05  GLX-H1-PERIOD              PIC 9(05).
002510     05  FILLER                     PIC X(86) VALUE SPACES.
002520
002530 01  GLX-HDG-LINE-2.
002540     05  FILLER                     PIC X(09) VALUE "BRANCH".
002550     05  FILLER                     PIC X(06) VALUE "PROD".
002560     05  FILLER                     PIC X(18) VALUE "MTD DEBITS".
002570     05  FILLER                     PIC X(18) VALUE "MTD CREDITS".
002580     05  FILLER                     PIC X(10) VALUE "MTD VOL".
002590     05  FILLER                   PIC X(18) VALUE "PRIOR MO DR".
002600     05  FILLER                   PIC X(18) VALUE "PRIOR MO CR".
002610     05  FILLER                     PIC X(35) VALUE SPACES.
002620
002630 01  GLX-DETAIL-LINE.
002640     05  GLX-DL-BRANCH              PIC ZZZZ9.
002650     05  FILLER                     PIC X(04) VALUE SPACES.
002660     05  GLX-DL-SUBPROD             PIC XX.
002670     05  FILLER                     PIC X(04) VALUE SPACES.
002680     05  GLX-DL-MTD-DR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002690     05  FILLER                     PIC X(01) VALUE SPACES.
002700     05  GLX-DL-MTD-CR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002710     05  FILLER                     PIC X(01) VALUE SPACES.
002720     05  GLX-DL-MTD-VOL             PIC ZZZ,ZZ9.
002730     05  FILLER                     PIC X(03) VALUE SPACES.
002740     05  GLX-DL-PM-DR               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002750     05  FILLER                     PIC X(01) VALUE SPACES.
002760     05  GLX-DL-PM-CR               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002770     05  FILLER                     PIC X(36) VALUE SPACES.
002780
002790 01  GLX-TOTAL-LINE.
002800     05  FILLER                     PIC X(11) VALUE "GRAND TOT.".
002810     05  FILLER                     PIC X(08) VALUE SPACES.
002820     05  GLX-TL-MTD-DR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002830     05  FILLER                     PIC X(01) VALUE SPACES.
002840     05  GLX-TL-MTD-CR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002850     05  FILLER                     PIC X(11) VALUE SPACES.
002860     05  GLX-TL-PM-DR               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002870     05  FILLER                     PIC X(01) VALUE SPACES.
002880     05  GLX-TL-PM-CR               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002890     05  FILLER                     PIC X(32) VALUE SPACES.
002900
002910 01  GLX-CERT-LINE.
002920     05  FILLER                     PIC X(40)
002930             VALUE "CERTIFICATION - GLBALCTL CONTROL TOTALS ".
002940     05  FILLER                     PIC X(04) VALUE "FOR ".
002950     05  GLX-CT-BUSDATE             PIC 9(07).
002960     05  FILLER                     PIC X(02) VALUE ": ".
002970     05  GLX-CT-RESULT              PIC X(20).
002980     05  FILLER                     PIC X(59) VALUE SPACES.
002990
003000 01  GLX-CLOSE-LINE.
003010     05  FILLER                     PIC X(07) VALUE "PERIOD".
003020     05  GLX-PL-PERIOD              PIC 9(05).
003030     05  FILLER                     PIC X(01) VALUE SPACES.
003040     05  GLX-PL-STATE               PIC X(20).
003050     05  FILLER                     PIC X(99) VALUE SPACES.
003060
003070*----------------------------------------------------------------
003080*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
003090*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE.  THE SAME
003100*GLRUNREC AREA CARRIES THE CERTIFICATION SCAN
003110*----------------------------------------------------------------
003120 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
003130     88  GLX-RC-STARTED                         VALUE "Y".
003140 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
003150 COPY "GLRUNREC".
003160
003170 PROCEDURE DIVISION.
003180*----------------------------------------------------------------
003190*0000-MAINLINE
003200*----------------------------------------------------------------
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003230     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
003240         UNTIL GLX-EOF-REACHED.
003250     PERFORM 8000-PRODUCE-OUTPUT THRU 8000-EXIT.
003260     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003270     STOP RUN.
003280
003290*----------------------------------------------------------------
003300*1000-INITIALIZE - PICK UP THE MODE CARD, LOAD THE PRIOR STATE,
003310*OPEN THE EXTRACT AND PRIME THE FIRST READ
003320*----------------------------------------------------------------
003330 1000-INITIALIZE.
003340     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003350     PERFORM 1200-LOAD-STATE THRU 1200-EXIT.
003360     OPEN INPUT GL-VALID-FILE.
003370     OPEN OUTPUT GL-PERIOD-OUT
003380                 GL-CLOSE-RPT.
003390     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
003400         DISPLAY "GLMTHEND - OPEN ERROR ON GL-VALID-FILE "
003410             GLX-VALID-STATUS
003420         MOVE "Y" TO GLX-EOF-SWITCH
003430         GO TO 1000-EXIT
003440     END-IF.
003450     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003460 1000-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500*1100-READ-PARM - OPTIONAL MODE DECK.  ONLY THE MONTHEND CARD
003510*IS RECOGNIZED; ANYTHING ELSE IS REPORTED AND IGNORED
003520*----------------------------------------------------------------
003530 1100-READ-PARM.
003540     OPEN INPUT GL-PARM-FILE.
003550     IF NOT GLX-PARM-OK
003560         GO TO 1100-EXIT
003570     END-IF.
003580     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003590         UNTIL GLX-PARM-EOF.
003600     CLOSE GL-PARM-FILE.
003610 1100-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650*1110-READ-ONE-CARD
003660*----------------------------------------------------------------
003670 1110-READ-ONE-CARD.
003680     READ GL-PARM-FILE
003690         AT END
003700             MOVE "Y" TO GLX-PARM-EOF-SWITCH
003710             GO TO 1110-EXIT
003720     END-READ.
003730     IF GLX-PARM-KEYWORD (1:1) = "*"
003740        OR GLX-PARM-KEYWORD = SPACES
003750         GO TO 1110-EXIT
003760     END-IF.
003770     IF GLX-PARM-IS-MONTHEND
003780         MOVE "Y" TO GLX-MONTHEND-SW
003790     ELSE
003800         DISPLAY "GLMTHEND - UNKNOWN CARD IGNORED: "
003810             GLX-PARM-KEYWORD
003820     END-IF.
003830 1110-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870*1200-LOAD-STATE - HEADER THEN CELLS FROM GLPERIN.  A MISSING
003880*FILE IS THE FIRST NIGHT: AN EMPTY OPEN PERIOD BOOTSTRAPS FROM
003890*TONIGHT'S BUSINESS DATE WHEN IT ARRIVES
003900*----------------------------------------------------------------
003910 1200-LOAD-STATE.
003920     OPEN INPUT GL-PERIOD-IN.
003930     IF NOT GLX-PERIN-OK
003940         MOVE "Y" TO GLX-PERIN-EOF-SWITCH
003950         GO TO 1200-CLOSE
003960     END-IF.
003970     PERFORM 1210-LOAD-ONE-RECORD THRU 1210-EXIT
003980         UNTIL GLX-PERIN-EOF.
003990 1200-CLOSE.
004000     CLOSE GL-PERIOD-IN.
004010 1200-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050*1210-LOAD-ONE-RECORD
004060*----------------------------------------------------------------
004070 1210-LOAD-ONE-RECORD.
004080     READ GL-PERIOD-IN
004090         AT END
004100             MOVE "Y" TO GLX-PERIN-EOF-SWITCH
004110             GO TO 1210-EXIT
004120     END-READ.
004130     MOVE GLX-PERIN-RECORD TO GLX-STATE-WORK.
004140     IF GLX-SH-REC-TYPE = "H"
004150         MOVE GLX-SH-PERIOD      TO GLX-PERIOD-ID
004160         MOVE GLX-SH-LAST-POSTED TO GLX-LAST-POSTED
004170         MOVE GLX-SH-STATE       TO GLX-PERIOD-STATE
004180         GO TO 1210-EXIT
004190     END-IF.
004200     IF GLX-SD-REC-TYPE NOT = "D"
004210         GO TO 1210-EXIT
004220     END-IF.
004230     IF GLX-CELL-COUNT NOT < GLX-CELL-MAX
004240         DISPLAY "GLMTHEND - CELL TABLE FULL AT "
004250             GLX-CELL-MAX " ENTRIES - STATE TRUNCATED"
004260         MOVE "Y" TO GLX-PERIN-EOF-SWITCH
004270         GO TO 1210-EXIT
004280     END-IF.
004290     ADD 1 TO GLX-CELL-COUNT.
004300     SET GLX-IX TO GLX-CELL-COUNT.
004310     MOVE GLX-SD-BRANCH  TO GLX-CELL-BRANCH (GLX-IX).
004320     MOVE GLX-SD-SUBPROD TO GLX-CELL-SUBPROD (GLX-IX).
004330     MOVE GLX-SD-MTD-DR  TO GLX-CELL-MTD-DR (GLX-IX).
004340     MOVE GLX-SD-MTD-CR  TO GLX-CELL-MTD-CR (GLX-IX).
004350     MOVE GLX-SD-MTD-VOL TO GLX-CELL-MTD-VOL (GLX-IX).
004360     MOVE GLX-SD-PM-DR   TO GLX-CELL-PM-DR (GLX-IX).
004370     MOVE GLX-SD-PM-CR   TO GLX-CELL-PM-CR (GLX-IX).
004380 1210-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420*2000-PROCESS-FILE - THE FIRST RECORD SETS THE BUSINESS DATE
004430*AND RUNS THE RERUN / PERIOD-ROLL GUARD; EVERY RECORD AFTER
004440*THAT ROLLS INTO ITS BRANCH / PRODUCT CELL UNLESS THE GUARD
004450*TURNED ACCUMULATION OFF
004460*----------------------------------------------------------------
004470 2000-PROCESS-FILE.
004480     ADD 1 TO GLX-RECORDS-READ.
004490     IF NOT GLX-RC-STARTED
004500         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
004510     END-IF.
004520     IF NOT GLX-GUARD-DONE
004530         PERFORM 2500-RUN-GUARD THRU 2500-EXIT
004540     END-IF.
004550     IF NOT GLX-ACCUM-OFF
004560         PERFORM 2200-FIND-OR-ADD-CELL THRU 2200-EXIT
004570         PERFORM 2300-ACCUMULATE-CELL THRU 2300-EXIT
004580     END-IF.
004590     PERFORM 2100-READ-VALID THRU 2100-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640*2100-READ-VALID
004650*----------------------------------------------------------------
004660 2100-READ-VALID.
004670     READ GL-VALID-FILE
004680         AT END
004690             MOVE "Y" TO GLX-EOF-SWITCH
004700     END-READ.
004710 2100-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750*2200-FIND-OR-ADD-CELL - LOCATE THE TABLE ROW FOR THIS
004760*BRANCH / SUBPROD-CODE, ADDING A NEW ROW WHEN NOT FOUND
004770*----------------------------------------------------------------
004780 2200-FIND-OR-ADD-CELL.
004790     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
004800     SET GLX-IX TO 1.
004810     SEARCH GLX-CELL-ENTRY
004820         AT END
004830             PERFORM 2210-ADD-CELL THRU 2210-EXIT
004840         WHEN GLX-CELL-BRANCH (GLX-IX) = GLI-BRANCH
004850          AND GLX-CELL-SUBPROD (GLX-IX) = GLI-SUBPROD-CODE
004860             CONTINUE
004870     END-SEARCH.
004880 2200-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920*2210-ADD-CELL - APPEND A NEW ROW AT THE END OF THE TABLE
004930*----------------------------------------------------------------
004940 2210-ADD-CELL.
004950     IF GLX-CELL-COUNT NOT < GLX-CELL-MAX
004960         MOVE "Y" TO GLX-TABLE-FULL-SW
004970         MOVE "N" TO GLX-ENTRY-FOUND-SW
004980         DISPLAY "GLMTHEND - CELL TABLE FULL AT "
004990             GLX-CELL-MAX " ENTRIES - PACKAGE INCOMPLETE"
005000         GO TO 2210-EXIT
005010     END-IF.
005020     ADD 1 TO GLX-CELL-COUNT.
005030     SET GLX-IX TO GLX-CELL-COUNT.
005040     MOVE GLI-BRANCH       TO GLX-CELL-BRANCH (GLX-IX).
005050     MOVE GLI-SUBPROD-CODE TO GLX-CELL-SUBPROD (GLX-IX).
005060     MOVE ZERO TO GLX-CELL-MTD-DR (GLX-IX)
005070                  GLX-CELL-MTD-CR (GLX-IX)
005080                  GLX-CELL-MTD-VOL (GLX-IX)
005090                  GLX-CELL-PM-DR (GLX-IX)
005100                  GLX-CELL-PM-CR (GLX-IX).
005110 2210-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*2300-ACCUMULATE-CELL - ROLL THE CURRENT RECORD INTO ITS ROW.
005160*GLI-PD-TRAN-SIGN IS NEGATIVE FOR A DEBIT, POSITIVE FOR A
005170*CREDIT, PER THE CAPTURE SYSTEMS POSTING-DEFINITION STANDARD.
005180*----------------------------------------------------------------
005190 2300-ACCUMULATE-CELL.
005200     IF NOT GLX-ENTRY-FOUND
005210         GO TO 2300-EXIT
005220     END-IF.
005230     IF GLI-PD-TRAN-SIGN < ZERO
005240         ADD GLI-TRANS-AMT TO GLX-CELL-MTD-DR (GLX-IX)
005250     ELSE
005260         ADD GLI-TRANS-AMT TO GLX-CELL-MTD-CR (GLX-IX)
005270     END-IF.
005280     ADD 1 TO GLX-CELL-MTD-VOL (GLX-IX).
005290 2300-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------
005330*2500-RUN-GUARD - ONE-TIME CHECK ON THE FIRST RECORD.  A NIGHT
005340*ALREADY POSTED, OR A NIGHT AGAINST A CLOSED PERIOD IN THE
005350*SAME MONTH, TURNS ACCUMULATION OFF SO THE RERUN CANNOT
005360*DOUBLE-COUNT.  A NEW MONTH ROLLS MTD INTO THE PRIOR-MONTH
005370*BUCKETS AND REOPENS THE PERIOD
005380*----------------------------------------------------------------
005390 2500-RUN-GUARD.
005400     MOVE "Y" TO GLX-GUARD-DONE-SW.
005410     MOVE GLX-BUSINESS-DATE TO GLX-BW-DATE.
005420     IF GLX-PERIOD-ID = ZERO
005430         MOVE GLX-BW-PERIOD TO GLX-PERIOD-ID
005440     END-IF.
005450     IF GLX-BUSINESS-DATE NOT > GLX-LAST-POSTED
005460         MOVE "Y" TO GLX-ACCUM-OFF-SW
005470         DISPLAY "GLMTHEND - BUSINESS DATE " GLX-BUSINESS-DATE
005480             " ALREADY POSTED THROUGH " GLX-LAST-POSTED
005490             " - ACCUMULATION SKIPPED"
005500         GO TO 2500-EXIT
005510     END-IF.
005520     IF GLX-BW-PERIOD NOT = GLX-PERIOD-ID
005530         PERFORM 2510-ROLL-PERIOD THRU 2510-EXIT
005540         GO TO 2500-EXIT
005550     END-IF.
005560     IF GLX-PERIOD-CLOSED
005570         MOVE "Y" TO GLX-ACCUM-OFF-SW
005580         DISPLAY "GLMTHEND - PERIOD " GLX-PERIOD-ID
005590             " IS CLOSED - ACCUMULATION SKIPPED"
005600     END-IF.
005610 2500-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650*2510-ROLL-PERIOD - FIRST NIGHT OF A NEW MONTH: EVERY CELL'S
005660*MTD BUCKETS BECOME ITS PRIOR-MONTH BUCKETS AND CLEAR, AND
005670*THE PERIOD REOPENS UNDER THE NEW CYYMM
005680*----------------------------------------------------------------
005690 2510-ROLL-PERIOD.
005700     DISPLAY "GLMTHEND - PERIOD " GLX-PERIOD-ID
005710         " ROLLED TO " GLX-BW-PERIOD.
005720     IF GLX-CELL-COUNT > ZERO
005730         PERFORM 2520-ROLL-ONE-CELL THRU 2520-EXIT
005740             VARYING GLX-IX FROM 1 BY 1
005750             UNTIL GLX-IX > GLX-CELL-COUNT
005760     END-IF.
005770     MOVE GLX-BW-PERIOD TO GLX-PERIOD-ID.
005780     MOVE "O" TO GLX-PERIOD-STATE.
005790 2510-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830*2520-ROLL-ONE-CELL
005840*----------------------------------------------------------------
005850 2520-ROLL-ONE-CELL.
005860     MOVE GLX-CELL-MTD-DR (GLX-IX) TO GLX-CELL-PM-DR (GLX-IX).
005870     MOVE GLX-CELL-MTD-CR (GLX-IX) TO GLX-CELL-PM-CR (GLX-IX).
005880     MOVE ZERO TO GLX-CELL-MTD-DR (GLX-IX)
005890                  GLX-CELL-MTD-CR (GLX-IX)
005900                  GLX-CELL-MTD-VOL (GLX-IX).
005910 2520-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950*8000-PRODUCE-OUTPUT - PRINT THE PACKAGE, RUN THE MONTH-END
005960*CERTIFICATION WHEN REQUESTED, THEN REWRITE THE STATE FILE
005970*----------------------------------------------------------------
005980 8000-PRODUCE-OUTPUT.
005990     MOVE GLX-PERIOD-ID TO GLX-H1-PERIOD.
006000     WRITE CLS-RPT-LINE FROM GLX-HDG-LINE-1.
006010     WRITE CLS-RPT-LINE FROM GLX-HDG-LINE-2.
006020     IF GLX-CELL-COUNT > ZERO
006030         PERFORM 8100-PRINT-CELL THRU 8100-EXIT
006040             VARYING GLX-IX FROM 1 BY 1
006050             UNTIL GLX-IX > GLX-CELL-COUNT
006060     END-IF.
006070     MOVE GLX-TOT-MTD-DR TO GLX-TL-MTD-DR.
006080     MOVE GLX-TOT-MTD-CR TO GLX-TL-MTD-CR.
006090     MOVE GLX-TOT-PM-DR  TO GLX-TL-PM-DR.
006100     MOVE GLX-TOT-PM-CR  TO GLX-TL-PM-CR.
006110     WRITE CLS-RPT-LINE FROM GLX-TOTAL-LINE.
006120     IF GLX-MONTHEND-RUN
006130         PERFORM 8300-CERTIFY THRU 8300-EXIT
006140     END-IF.
006150     PERFORM 8500-WRITE-STATE THRU 8500-EXIT.
006160 8000-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200*8100-PRINT-CELL - ONE LINE PER BRANCH / PRODUCT CELL WITH THE
006210*MONTH-OVER-MONTH COMPARISON COLUMNS
006220*----------------------------------------------------------------
006230 8100-PRINT-CELL.
006240     MOVE GLX-CELL-BRANCH (GLX-IX)  TO GLX-DL-BRANCH.
006250     MOVE GLX-CELL-SUBPROD (GLX-IX) TO GLX-DL-SUBPROD.
006260     MOVE GLX-CELL-MTD-DR (GLX-IX)  TO GLX-DL-MTD-DR.
006270     MOVE GLX-CELL-MTD-CR (GLX-IX)  TO GLX-DL-MTD-CR.
006280     MOVE GLX-CELL-MTD-VOL (GLX-IX) TO GLX-DL-MTD-VOL.
006290     MOVE GLX-CELL-PM-DR (GLX-IX)   TO GLX-DL-PM-DR.
006300     MOVE GLX-CELL-PM-CR (GLX-IX)   TO GLX-DL-PM-CR.
006310     WRITE CLS-RPT-LINE FROM GLX-DETAIL-LINE.
006320     ADD GLX-CELL-MTD-DR (GLX-IX) TO GLX-TOT-MTD-DR.
006330     ADD GLX-CELL-MTD-CR (GLX-IX) TO GLX-TOT-MTD-CR.
006340     ADD GLX-CELL-PM-DR (GLX-IX)  TO GLX-TOT-PM-DR.
006350     ADD GLX-CELL-PM-CR (GLX-IX)  TO GLX-TOT-PM-CR.
006360 8100-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------
006400*8300-CERTIFY - THE FINAL-DAY CERTIFICATION PAGE.  THE PERIOD
006410*IS CERTIFIED ONLY WHEN GLBALCTL POSTED AN ENDED GO IN THE
006420*RUN-CONTROL FILE FOR THE CLOSING BUSINESS DATE (OR, ON A
006430*PARTITIONED NIGHT, GLRUNCTL POSTED THE GLNIGHT GO); EITHER WAY
006440*THE PERIOD IS MARKED CLOSED SO A LATE RERUN CANNOT ADD TO IT
006450*----------------------------------------------------------------
006460 8300-CERTIFY.
006470     OPEN INPUT GL-RUNCTL-FILE.
006480     IF NOT GLX-RUNCTL-OK
006490         DISPLAY "GLMTHEND - RUN-CONTROL FILE UNAVAILABLE "
006500             GLX-RUNCTL-STATUS
006510         MOVE "Y" TO GLX-RC-EOF-SWITCH
006520     END-IF.
006530     PERFORM 8310-SCAN-ONE-EVENT THRU 8310-EXIT
006540         UNTIL GLX-RC-EOF.
006550     CLOSE GL-RUNCTL-FILE.
006560     MOVE GLX-BUSINESS-DATE TO GLX-CT-BUSDATE.
006570     IF GLX-CERTIFIED
006580         MOVE "GO POSTED - CERT OK" TO GLX-CT-RESULT
006590     ELSE
006600         MOVE "** NO GO FOUND **"   TO GLX-CT-RESULT
006610     END-IF.
006620     WRITE CLS-RPT-LINE FROM GLX-CERT-LINE.
006630     MOVE "C" TO GLX-PERIOD-STATE.
006640     MOVE GLX-PERIOD-ID TO GLX-PL-PERIOD.
006650     MOVE "CLOSED" TO GLX-PL-STATE.
006660     WRITE CLS-RPT-LINE FROM GLX-CLOSE-LINE.
006670 8300-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------
006710*8310-SCAN-ONE-EVENT - A PARTITION'S OWN GLBALCTL GO COVERS ONLY
006720*ITS COMPANIES AND DOES NOT CERTIFY THE PERIOD
006730*----------------------------------------------------------------
006740 8310-SCAN-ONE-EVENT.
006750     READ GL-RUNCTL-FILE
006760         AT END
006770             MOVE "Y" TO GLX-RC-EOF-SWITCH
006780             GO TO 8310-EXIT
006790     END-READ.
006800     MOVE GLX-RUNCTL-RECORD TO GLR-RUN-RECORD.
006810     IF GLR-BUSINESS-DATE NOT = GLX-BUSINESS-DATE
006820        OR NOT GLR-EVENT-ENDED
006830        OR NOT GLR-STATUS-GO
006840        OR (GLR-CYCLE-NO NOT = "00" AND GLR-CYCLE-NO NOT = SPACES)
006850         GO TO 8310-EXIT
006860     END-IF.
006870     IF GLR-PROGRAM = "GLBALCTL"
006880        AND GLR-PARTITION-ID = SPACES
006890         MOVE "Y" TO GLX-CERTIFIED-SW
006900     END-IF.
006910     IF GLR-PROGRAM = "GLNIGHT"
006920         MOVE "Y" TO GLX-CERTIFIED-SW
006930     END-IF.
006940 8310-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------
006980*8500-WRITE-STATE - HEADER THEN ONE RECORD PER CELL.  THE LAST
006990*POSTED DATE ADVANCES ONLY WHEN TONIGHT ACCUMULATED
007000*----------------------------------------------------------------
007010 8500-WRITE-STATE.
007020     IF NOT GLX-ACCUM-OFF
007030        AND GLX-BUSINESS-DATE > GLX-LAST-POSTED
007040         MOVE GLX-BUSINESS-DATE TO GLX-LAST-POSTED
007050     END-IF.
007060     MOVE SPACES TO GLX-STATE-WORK.
007070     MOVE "H"             TO GLX-SH-REC-TYPE.
007080     MOVE GLX-PERIOD-ID   TO GLX-SH-PERIOD.
007090     MOVE GLX-LAST-POSTED TO GLX-SH-LAST-POSTED.
007100     MOVE GLX-PERIOD-STATE TO GLX-SH-STATE.
007110     WRITE GLX-PEROUT-RECORD FROM GLX-STATE-WORK.
007120     IF GLX-CELL-COUNT > ZERO
007130         PERFORM 8510-WRITE-ONE-CELL THRU 8510-EXIT
007140             VARYING GLX-IX FROM 1 BY 1
007150             UNTIL GLX-IX > GLX-CELL-COUNT
007160     END-IF.
007170 8500-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------
007210*8510-WRITE-ONE-CELL
007220*----------------------------------------------------------------
007230 8510-WRITE-ONE-CELL.
007240     MOVE SPACES TO GLX-STATE-WORK.
007250     MOVE "D"                       TO GLX-SD-REC-TYPE.
007260     MOVE GLX-CELL-BRANCH (GLX-IX)  TO GLX-SD-BRANCH.
007270     MOVE GLX-CELL-SUBPROD (GLX-IX) TO GLX-SD-SUBPROD.
007280     MOVE GLX-CELL-MTD-DR (GLX-IX)  TO GLX-SD-MTD-DR.
007290     MOVE GLX-CELL-MTD-CR (GLX-IX)  TO GLX-SD-MTD-CR.
007300     MOVE GLX-CELL-MTD-VOL (GLX-IX) TO GLX-SD-MTD-VOL.
007310     MOVE GLX-CELL-PM-DR (GLX-IX)   TO GLX-SD-PM-DR.
007320     MOVE GLX-CELL-PM-CR (GLX-IX)   TO GLX-SD-PM-CR.
007330     WRITE GLX-PEROUT-RECORD FROM GLX-STATE-WORK.
007340 8510-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
007390*----------------------------------------------------------------
007400 9999-TERMINATE.
007410     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
007420     CLOSE GL-VALID-FILE.
007430     CLOSE GL-PERIOD-OUT.
007440     CLOSE GL-CLOSE-RPT.
007450     DISPLAY "GLMTHEND - RECORDS READ:  " GLX-RECORDS-READ.
007460     DISPLAY "GLMTHEND - PERIOD:        " GLX-PERIOD-ID.
007470     DISPLAY "GLMTHEND - CELLS CARRIED: " GLX-CELL-COUNT.
007480     DISPLAY "GLMTHEND - POSTED THRU:   " GLX-LAST-POSTED.
007490 9999-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
007540*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
007550*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
007560*----------------------------------------------------------------
007570 9800-POST-RUN-START.
007580     MOVE "Y" TO GLX-RC-STARTED-SW.
007590     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
007600     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
007610     MOVE SPACES TO GLR-RUN-RECORD.
007620     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
007630     MOVE "GLMTHEND" TO GLR-PROGRAM.
007640     MOVE "STARTED"  TO GLR-EVENT.
007650     MOVE SPACES     TO GLR-STATUS.
007660     MOVE ZERO       TO GLR-RECORD-COUNT.
007670     CALL "GLRCPOST" USING GLR-RUN-RECORD.
007680 9800-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------
007720*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
007730*AND ITS RECORD COUNT.  NOTHING IS POSTED WHEN NO RECORD WAS
007740*EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
007750*----------------------------------------------------------------
007760 9900-POST-RUN-END.
007770     IF GLX-RC-BUSDATE = ZERO
007780         GO TO 9900-EXIT
007790     END-IF.
007800     MOVE SPACES TO GLR-RUN-RECORD.
007810     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
007820     MOVE "GLMTHEND" TO GLR-PROGRAM.
007830     MOVE "ENDED"    TO GLR-EVENT.
007840     MOVE "OK"       TO GLR-STATUS.
007850     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
007860     CALL "GLRCPOST" USING GLR-RUN-RECORD.
007870 9900-EXIT.
007880     EXIT.
