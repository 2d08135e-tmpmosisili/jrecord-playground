000440*                  HOURLY INSTANT-RAIL PASSES KEEP THEIR
000450*                  CONTROL TOTALS SEPARATE FROM THE NIGHTLY
000460*                  CYCLE 00 RUN ON THE STATUS REPORT.
000470*10/15/2026 RLH    COMPANY-PARTITIONED NIGHT.  A "PARTID" CARD
000480*                  (ID IN COLUMNS 10-11) NAMES THE GLPARTSP
000490*                  PARTITION THIS PASS REPORTS ON.  EVERY EVENT
000500*                  NOW CARRIES THE PARTITION, AND THE IN-DRIVER
000510*                  LOAD/EXPORT GATE ACCEPTS ONLY THE GLBALCTL
000520*                  GO OF THE SAME PARTITION, SO ONE PARTITION'S
000530*                  BALANCING GO CAN NEVER RELEASE ANOTHER'S
000540*                  LOAD OR EXPORT.  NO CARD IS THE UNPARTITIONED
000550*                  RUN, UNCHANGED.
000560*10/15/2026 RLH    AT END OF RUN THE RECORD COUNT AND DEBIT/
000570*                  CREDIT AMOUNT HASH OF GLDETAIL AS READ GO TO
000580*                  THE GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST),
000590*                  WITH THE CYCLE AND PARTITION, FOR THE GLCTLPRF
000600*                  PROOF AGAINST ITS PRODUCER.
000610*----------------------------------------------------------------
000620
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-370.
000660 OBJECT-COMPUTER. IBM-370.
000670 SPECIAL-NAMES.
000680     C01 IS TOP-OF-PAGE.
000690
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT GL-DETAIL-FILE ASSIGN TO GLDETAIL
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS GLX-DETAIL-STATUS.
000760
000770     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLDRVPRM
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GLX-PARM-STATUS.
000800
000810     SELECT OPTIONAL GL-RUNCTL-FILE ASSIGN TO GLRUNCTL
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS GLX-RUNCTL-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870*----------------------------------------------------------------
000880*INPUT EXTRACT FILE - LAYOUT SUPPLIED BY POW_GL_DETAIL_OUTPUT
000890*----------------------------------------------------------------
000900 FD  GL-DETAIL-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY "POW_GL_Detail_Output".
000940
000950*----------------------------------------------------------------
000960*MODULE SELECTION CARDS - ONE MODULE NAME IN COLUMNS 1-8.
000970*A "BUSDATE" CARD INSTEAD CARRIES THE BUSINESS DATE (CYYMMDD)
000980*IN COLUMNS 10-16 FOR THE LOAD/EXPORT GO GATE, A "CYCLE" CARD
000990*CARRIES THE INTRADAY CYCLE NUMBER IN COLUMNS 10-11, AND A
001000*"PARTID" CARD THE COMPANY PARTITION ID IN COLUMNS 10-11
001010*----------------------------------------------------------------
001020 FD  GL-PARM-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE OMITTED.
001050 01  GLX-PARM-RECORD.
001060     05  GLX-PARM-MODULE            PIC X(08).
001070         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
001080         88  GLX-PARM-IS-CYCLE              VALUE "CYCLE".
001090         88  GLX-PARM-IS-PARTID             VALUE "PARTID".
001100     05  FILLER                     PIC X(01).
001110     05  GLX-PARM-BUSDATE           PIC 9(07).
001120     05  FILLER REDEFINES GLX-PARM-BUSDATE.
001130         10  GLX-PARM-CYCLE         PIC 9(02).
001140         10  FILLER                 PIC X(05).
001150     05  FILLER REDEFINES GLX-PARM-BUSDATE.
001160         10  GLX-PARM-PARTITION     PIC X(02).
001170         10  FILLER                 PIC X(05).
001180     05  GLX-PARM-FILLER            PIC X(64).
001190
001200*----------------------------------------------------------------
001210*SHARED RUN-CONTROL FILE, READ HERE FOR THE GO GATE ONLY.
001220*EVENT POSTING GOES THROUGH THE GLRCPOST SUBROUTINE
001230*----------------------------------------------------------------
001240 FD  GL-RUNCTL-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE OMITTED.
001270 01  GLX-RUNCTL-RECORD                PIC X(80).
001280
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------
001310*SWITCHES AND COUNTERS
001320*----------------------------------------------------------------
001330 77  GLX-DETAIL-STATUS               PIC X(02) VALUE SPACES.
001340     88  GLX-DETAIL-OK                         VALUE "00".
001350     88  GLX-DETAIL-EOF                         VALUE "10".
001360 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001370     88  GLX-PARM-OK                           VALUE "00".
001380 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001390     88  GLX-EOF-REACHED                        VALUE "Y".
001400 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001410     88  GLX-PARM-EOF                           VALUE "Y".
001420 77  GLX-CARDS-READ                 PIC S9(04) COMP   VALUE ZERO.
001430 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001440 77  GLX-MODULES-RUN                PIC S9(04) COMP   VALUE ZERO.
001450 77  GLX-MX                         PIC S9(04) COMP   VALUE ZERO.
001460 77  GLX-CALL-NAME                   PIC X(08) VALUE SPACES.
001470 77  GLX-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
001480     88  GLX-RUNCTL-OK                         VALUE "00".
001490 77  GLX-RC-EOF-SWITCH               PIC X(01) VALUE "N".
001500     88  GLX-RC-EOF                            VALUE "Y".
001510 77  GLX-GATE-OPEN-SW                PIC X(01) VALUE "N".
001520     88  GLX-GATE-OPEN                          VALUE "Y".
001530 77  GLX-STARTED-SW                  PIC X(01) VALUE "N".
001540     88  GLX-STARTED-POSTED                     VALUE "Y".
001550 77  GLX-GATE-DATE                   PIC 9(07) VALUE ZERO.
001560 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001570*CYCLE 00 IS THE NIGHTLY PASS; 01-99 ARE THE HOURLY
001580*INSTANT-RAIL MINI-CYCLES, STAMPED ON EVERY POSTED EVENT
001590 77  GLX-CYCLE-NO                    PIC 9(02) VALUE ZERO.
001600*SPACES ON AN UNPARTITIONED RUN; 01-08 NAME THE COMPANY
001610*PARTITION, STAMPED ON EVERY POSTED EVENT AND MATCHED BY THE GATE
001620 77  GLX-PARTITION-ID                PIC X(02) VALUE SPACES.
001630*GLEXPORT AND GLEXTLD SIT AT THESE SLOTS IN THE MODULE TABLE;
001640*THEY ARE THE TWO OUTPUTS GATED ON THE BALANCING GO
001650 77  GLX-EXPORT-IX                  PIC S9(04) COMP   VALUE 7.
001660 77  GLX-EXTLD-IX                   PIC S9(04) COMP   VALUE 8.
001670
001680*----------------------------------------------------------------
001690*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
001700*----------------------------------------------------------------
001710 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
001720 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
001730
001740*----------------------------------------------------------------
001750*MODULE TABLE - THE NINE SUITE MODULES IN THEIR CLASSIC
001760*SCHEDULER ORDER.  SELECTED IS SET FROM THE GLDRVPRM CARDS;
001770*STATUS AND RECORD COUNTS ARE SAVED FROM THE COMM AREA AFTER
001780*EACH MODULE'S TERM CALL
001790*----------------------------------------------------------------
001800 77  GLX-MODULE-MAX                 PIC S9(04) COMP   VALUE 9.
001810 01  GLX-MODULE-NAME-VALUES.
001820     05  FILLER                     PIC X(24)
001830             VALUE "GLBALCTLGLACTSUMGLREVAUD".
001840     05  FILLER                     PIC X(24)
001850             VALUE "GLFXEXC GLOVRRPTGLDEVRPT".
001860     05  FILLER                     PIC X(24)
001870             VALUE "GLEXPORTGLEXTLD GLTRCINQ".
001880 01  FILLER REDEFINES GLX-MODULE-NAME-VALUES.
001890     05  GLX-MOD-NAME               PIC X(08) OCCURS 9 TIMES.
001900 01  GLX-MODULE-STATE-TABLE.
001910     05  GLX-MOD-STATE OCCURS 9 TIMES.
001920         10  GLX-MOD-SELECTED-SW      PIC X(01).
001930         10  GLX-MOD-STATUS           PIC X(04).
001940         10  GLX-MOD-RECORDS          PIC S9(09) COMP-3.
001950
001960*----------------------------------------------------------------
001970*DRIVER / MODULE COMMUNICATION AREA - SEE GLDRVCOM
001980*----------------------------------------------------------------
001990 COPY "GLDRVCOM".
002000
002010*----------------------------------------------------------------
002020*RUN-CONTROL EVENT WORK AREA - LAYOUT SUPPLIED BY GLRUNREC
002030*----------------------------------------------------------------
002040 COPY "GLRUNREC".
002050
002060*----------------------------------------------------------------
002070*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
002080*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002090*----------------------------------------------------------------
002100 COPY "GLCTLREC".
002110
002120 PROCEDURE DIVISION.
002130*----------------------------------------------------------------
002140*0000-MAINLINE
002150*----------------------------------------------------------------
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002190         UNTIL GLX-EOF-REACHED.
002200     PERFORM 8000-TERM-MODULES THRU 8000-EXIT.
002210     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002220     STOP RUN.
002230
002240*----------------------------------------------------------------
002250*1000-INITIALIZE - SELECT THE MODULES TO RUN, GIVE EACH ITS
002260*INIT CALL, OPEN THE EXTRACT AND PRIME THE FIRST READ
002270*----------------------------------------------------------------
002280 1000-INITIALIZE.
002290     PERFORM 1100-CLEAR-ONE-MODULE THRU 1100-EXIT
002300         VARYING GLX-MX FROM 1 BY 1
002310         UNTIL GLX-MX > GLX-MODULE-MAX.
002320     PERFORM 1200-READ-PARM-CARDS THRU 1200-EXIT.
002330     IF GLX-CARDS-READ = ZERO
002340         DISPLAY "GLRPTDRV - NO SELECTION CARDS - REPORT "
002350             "SUITE ONLY (LOAD/EXPORT NEED CARDS)"
002360         PERFORM 1300-SELECT-ONE-MODULE THRU 1300-EXIT
002370             VARYING GLX-MX FROM 1 BY 1
002380             UNTIL GLX-MX > GLX-MODULE-MAX
002390     END-IF.
002400     PERFORM 1400-EVALUATE-GATE THRU 1400-EXIT.
002410     PERFORM 1500-INIT-ONE-MODULE THRU 1500-EXIT
002420         VARYING GLX-MX FROM 1 BY 1
002430         UNTIL GLX-MX > GLX-MODULE-MAX.
002440     IF GLX-MODULES-RUN = ZERO
002450         DISPLAY "GLRPTDRV - NO MODULES SELECTED - NOTHING TO DO"
002460         MOVE "Y" TO GLX-EOF-SWITCH
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN INPUT GL-DETAIL-FILE.
002500     IF NOT GLX-DETAIL-OK AND NOT GLX-DETAIL-EOF
002510         DISPLAY "GLRPTDRV - OPEN ERROR ON GL-DETAIL-FILE "
002520             GLX-DETAIL-STATUS
002530         MOVE "Y" TO GLX-EOF-SWITCH
002540         GO TO 1000-EXIT
002550     END-IF.
002560     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------------
002610*1100-CLEAR-ONE-MODULE
002620*----------------------------------------------------------------
002630 1100-CLEAR-ONE-MODULE.
002640     MOVE "N"    TO GLX-MOD-SELECTED-SW (GLX-MX).
002650     MOVE SPACES TO GLX-MOD-STATUS (GLX-MX).
002660     MOVE ZERO   TO GLX-MOD-RECORDS (GLX-MX).
002670 1100-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------
002710*1200-READ-PARM-CARDS - EACH CARD NAMES ONE MODULE TO RUN.
002720*AN UNRECOGNIZED NAME IS REPORTED AND IGNORED SO ONE BAD CARD
002730*CANNOT TAKE DOWN THE WHOLE NIGHT
002740*----------------------------------------------------------------
002750 1200-READ-PARM-CARDS.
002760     OPEN INPUT GL-PARM-FILE.
002770     IF NOT GLX-PARM-OK
002780         GO TO 1200-EXIT
002790     END-IF.
002800     PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
002810         UNTIL GLX-PARM-EOF.
002820     CLOSE GL-PARM-FILE.
002830 1200-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------------
002870*1210-READ-ONE-CARD
002880*----------------------------------------------------------------
002890 1210-READ-ONE-CARD.
002900     READ GL-PARM-FILE
002910         AT END
002920             MOVE "Y" TO GLX-PARM-EOF-SWITCH
002930             GO TO 1210-EXIT
002940     END-READ.
002950     IF GLX-PARM-MODULE (1:1) = "*" OR GLX-PARM-MODULE = SPACES
002960         GO TO 1210-EXIT
002970     END-IF.
002980     IF GLX-PARM-IS-BUSDATE
002990         MOVE GLX-PARM-BUSDATE TO GLX-GATE-DATE
003000         GO TO 1210-EXIT
003010     END-IF.
003020     IF GLX-PARM-IS-CYCLE
003030         IF GLX-PARM-CYCLE NUMERIC
003040             MOVE GLX-PARM-CYCLE TO GLX-CYCLE-NO
003050         END-IF
003060         GO TO 1210-EXIT
003070     END-IF.
003080     IF GLX-PARM-IS-PARTID
003090         IF GLX-PARM-PARTITION NUMERIC
003100             MOVE GLX-PARM-PARTITION TO GLX-PARTITION-ID
003110         ELSE
003120             DISPLAY "GLRPTDRV - BAD PARTID CARD IGNORED: "
003130                 GLX-PARM-PARTITION
003140         END-IF
003150         GO TO 1210-EXIT
003160     END-IF.
003170     ADD 1 TO GLX-CARDS-READ.
003180     PERFORM 1220-MARK-SELECTED THRU 1220-EXIT
003190         VARYING GLX-MX FROM 1 BY 1
003200         UNTIL GLX-MX > GLX-MODULE-MAX.
003210 1210-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------
003250*1220-MARK-SELECTED
003260*----------------------------------------------------------------
003270 1220-MARK-SELECTED.
003280     IF GLX-PARM-MODULE = GLX-MOD-NAME (GLX-MX)
003290         MOVE "Y" TO GLX-MOD-SELECTED-SW (GLX-MX)
003300     END-IF.
003310     IF GLX-MX = GLX-MODULE-MAX
003320        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (9)
003330        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (1)
003340        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (2)
003350        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (3)
003360        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (4)
003370        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (5)
003380        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (6)
003390        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (7)
003400        AND GLX-PARM-MODULE NOT = GLX-MOD-NAME (8)
003410         DISPLAY "GLRPTDRV - UNKNOWN MODULE CARD IGNORED: "
003420             GLX-PARM-MODULE
003430     END-IF.
003440 1220-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480*1300-SELECT-ONE-MODULE - THE NO-CARDS DEFAULT RUNS THE REPORT
003490*SUITE ONLY.  GLEXPORT AND GLEXTLD MUST BE NAMED ON CARDS SO
003500*THEY ALWAYS PASS THROUGH THE BALANCING GO GATE (IN-DRIVER
003510*WITH A BUSDATE CARD, OR THE SCHEDULED GLRUNCTL GATE STEP);
003520*A SAME-PASS RUN CAN NEVER HOLD A GO FOR ITS OWN NIGHT
003530*----------------------------------------------------------------
003540 1300-SELECT-ONE-MODULE.
003550     IF GLX-MX = GLX-EXPORT-IX OR GLX-MX = GLX-EXTLD-IX
003560         GO TO 1300-EXIT
003570     END-IF.
003580     MOVE "Y" TO GLX-MOD-SELECTED-SW (GLX-MX).
003590 1300-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630*1400-EVALUATE-GATE - WHEN THE LOAD OR EXPORT MODULE IS ON
003640*THIS RUN AND A BUSDATE CARD NAMED THE BUSINESS DATE, REQUIRE
003650*AN ENDED GO (OR OK) FROM GLBALCTL IN THE RUN-CONTROL FILE
003660*FOR THAT DATE.  NO GO MEANS THE LOAD AND EXPORT MODULES ARE
003670*DROPPED AND THE REST OF THE SUITE STILL RUNS.  WITHOUT A
003680*BUSDATE CARD THE GATE BELONGS TO THE GLRUNCTL GATE STEP THE
003690*SCHEDULER RUNS AHEAD OF THIS JOB.  A PARTITION PASS NEEDS THE
003700*GO OF ITS OWN PARTITION
003710*----------------------------------------------------------------
003720 1400-EVALUATE-GATE.
003730     IF GLX-MOD-SELECTED-SW (GLX-EXTLD-IX) NOT = "Y"
003740        AND GLX-MOD-SELECTED-SW (GLX-EXPORT-IX) NOT = "Y"
003750         GO TO 1400-EXIT
003760     END-IF.
003770     IF GLX-GATE-DATE = ZERO
003780         DISPLAY "GLRPTDRV - NO BUSDATE CARD - LOAD/EXPORT "
003790             "GATE LEFT TO THE GLRUNCTL GATE STEP"
003800         GO TO 1400-EXIT
003810     END-IF.
003820     OPEN INPUT GL-RUNCTL-FILE.
003830     IF NOT GLX-RUNCTL-OK
003840         DISPLAY "GLRPTDRV - RUN-CONTROL FILE UNAVAILABLE "
003850             GLX-RUNCTL-STATUS
003860         MOVE "Y" TO GLX-RC-EOF-SWITCH
003870     END-IF.
003880     PERFORM 1410-SCAN-ONE-EVENT THRU 1410-EXIT
003890         UNTIL GLX-RC-EOF.
003900     CLOSE GL-RUNCTL-FILE.
003910     IF GLX-GATE-OPEN
003920         DISPLAY "GLRPTDRV - GATE OPEN: GLBALCTL POSTED GO "
003930             "FOR " GLX-GATE-DATE
003940         GO TO 1400-EXIT
003950     END-IF.
003960     DISPLAY "GLRPTDRV - ** GATE CLOSED **: NO GLBALCTL GO "
003970         "FOR " GLX-GATE-DATE " - LOAD/EXPORT DROPPED".
003980     IF GLX-MOD-SELECTED-SW (GLX-EXTLD-IX) = "Y"
003990         MOVE "N"    TO GLX-MOD-SELECTED-SW (GLX-EXTLD-IX)
004000         MOVE "NOGO" TO GLX-MOD-STATUS (GLX-EXTLD-IX)
004010         MOVE GLX-EXTLD-IX TO GLX-MX
004020         PERFORM 1420-POST-GATE-NOGO THRU 1420-EXIT
004030     END-IF.
004040     IF GLX-MOD-SELECTED-SW (GLX-EXPORT-IX) = "Y"
004050         MOVE "N"    TO GLX-MOD-SELECTED-SW (GLX-EXPORT-IX)
004060         MOVE "NOGO" TO GLX-MOD-STATUS (GLX-EXPORT-IX)
004070         MOVE GLX-EXPORT-IX TO GLX-MX
004080         PERFORM 1420-POST-GATE-NOGO THRU 1420-EXIT
004090     END-IF.
004100 1400-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140*1410-SCAN-ONE-EVENT
004150*----------------------------------------------------------------
004160 1410-SCAN-ONE-EVENT.
004170     READ GL-RUNCTL-FILE
004180         AT END
004190             MOVE "Y" TO GLX-RC-EOF-SWITCH
004200             GO TO 1410-EXIT
004210     END-READ.
004220     MOVE GLX-RUNCTL-RECORD TO GLR-RUN-RECORD.
004230     IF GLR-PROGRAM = "GLBALCTL"
004240        AND GLR-BUSINESS-DATE = GLX-GATE-DATE
004250        AND GLR-EVENT-ENDED
004260        AND GLR-STATUS-GO
004270        AND (GLR-CYCLE-NO = "00" OR GLR-CYCLE-NO = SPACES)
004280        AND GLR-PARTITION-ID = GLX-PARTITION-ID
004290         MOVE "Y" TO GLX-GATE-OPEN-SW
004300     END-IF.
004310 1410-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*1420-POST-GATE-NOGO - A MODULE THE GATE REFUSED STILL BELONGS
004360*ON THE END-OF-NIGHT RUN-CONTROL REPORT, SO ITS NOGO IS POSTED
004370*HERE; THE GATE DATE IS THE BUSINESS DATE
004380*----------------------------------------------------------------
004390 1420-POST-GATE-NOGO.
004400     MOVE SPACES TO GLR-RUN-RECORD.
004410     MOVE GLX-GATE-DATE         TO GLR-BUSINESS-DATE.
004420     MOVE GLX-MOD-NAME (GLX-MX) TO GLR-PROGRAM.
004430     MOVE "ENDED"               TO GLR-EVENT.
004440     MOVE "NOGO"                TO GLR-STATUS.
004450     MOVE ZERO                  TO GLR-RECORD-COUNT.
004460     MOVE GLX-CYCLE-NO          TO GLR-CYCLE-NO.
004470     MOVE GLX-PARTITION-ID      TO GLR-PARTITION-ID.
004480     CALL "GLRCPOST" USING GLR-RUN-RECORD.
004490 1420-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530*1500-INIT-ONE-MODULE - INIT CALL.  A MODULE THAT FAILS ITS
004540*INIT (OR CANNOT BE LOADED) IS DROPPED FROM THE RUN; THE REST
004550*OF THE SUITE STILL GETS ITS SINGLE PASS
004560*----------------------------------------------------------------
004570 1500-INIT-ONE-MODULE.
004580     IF GLX-MOD-SELECTED-SW (GLX-MX) NOT = "Y"
004590         GO TO 1500-EXIT
004600     END-IF.
004610     MOVE "I" TO GLD-FUNCTION.
004620     MOVE SPACES TO GLD-MODULE-STATUS.
004630     MOVE ZERO TO GLD-RECORDS-SEEN.
004640     PERFORM 3000-CALL-MODULE THRU 3000-EXIT.
004650     IF GLX-MOD-SELECTED-SW (GLX-MX) NOT = "Y"
004660         GO TO 1500-EXIT
004670     END-IF.
004680     IF GLD-STATUS-FAIL
004690         DISPLAY "GLRPTDRV - " GLX-MOD-NAME (GLX-MX)
004700             " FAILED ITS INIT CALL - MODULE DROPPED"
004710         MOVE "N"    TO GLX-MOD-SELECTED-SW (GLX-MX)
004720         MOVE "FAIL" TO GLX-MOD-STATUS (GLX-MX)
004730         GO TO 1500-EXIT
004740     END-IF.
004750     ADD 1 TO GLX-MODULES-RUN.
004760 1500-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800*2000-PROCESS-FILE - ONE PROCESS CALL PER SELECTED MODULE PER
004810*EXTRACT RECORD.  THIS LOOP IS THE WHOLE POINT: ONE READ OF
004820*THE MULTI-MILLION-RECORD FILE INSTEAD OF NINE
004830*----------------------------------------------------------------
004840 2000-PROCESS-FILE.
004850     ADD 1 TO GLX-RECORDS-READ.
004860     IF NOT GLX-STARTED-POSTED
004870         MOVE GLI-POST-DATE TO GLX-BUSINESS-DATE
004880         PERFORM 7000-POST-STARTED THRU 7000-EXIT
004890     END-IF.
004900     IF GLI-PD-TRAN-SIGN NUMERIC AND GLI-TRANS-AMT NUMERIC
004910         IF GLI-PD-TRAN-SIGN < ZERO
004920             ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
004930         ELSE
004940             ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
004950         END-IF
004960     END-IF.
004970     MOVE "P" TO GLD-FUNCTION.
004980     PERFORM 2200-FEED-ONE-MODULE THRU 2200-EXIT
004990         VARYING GLX-MX FROM 1 BY 1
005000         UNTIL GLX-MX > GLX-MODULE-MAX.
005010     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
005020 2000-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*2100-READ-DETAIL
005070*----------------------------------------------------------------
005080 2100-READ-DETAIL.
005090     READ GL-DETAIL-FILE
005100         AT END
005110             MOVE "Y" TO GLX-EOF-SWITCH
005120     END-READ.
005130 2100-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170*2200-FEED-ONE-MODULE
005180*----------------------------------------------------------------
005190 2200-FEED-ONE-MODULE.
005200     IF GLX-MOD-SELECTED-SW (GLX-MX) = "Y"
005210         PERFORM 3000-CALL-MODULE THRU 3000-EXIT
005220     END-IF.
005230 2200-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270*3000-CALL-MODULE - DYNAMIC CALL SO A MISSING LOAD MODULE
005280*DROPS THAT REPORT INSTEAD OF ABENDING THE DRIVER
005290*----------------------------------------------------------------
005300 3000-CALL-MODULE.
005310     MOVE GLX-MOD-NAME (GLX-MX) TO GLX-CALL-NAME.
005320     CALL GLX-CALL-NAME USING GLD-DRIVER-COMM
005330                              GLI-INTERNAL-TRANSACTION
005340         ON EXCEPTION
005350             DISPLAY "GLRPTDRV - CALL FAILED FOR "
005360                 GLX-CALL-NAME " - MODULE DROPPED"
005370             MOVE "N"    TO GLX-MOD-SELECTED-SW (GLX-MX)
005380             MOVE "FAIL" TO GLX-MOD-STATUS (GLX-MX)
005390     END-CALL.
005400 3000-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440*8000-TERM-MODULES - TERM CALL PER SELECTED MODULE, SAVING
005450*EACH MODULE'S CLOSING STATUS AND RECORD COUNT
005460*----------------------------------------------------------------
005470 8000-TERM-MODULES.
005480     PERFORM 8100-TERM-ONE-MODULE THRU 8100-EXIT
005490         VARYING GLX-MX FROM 1 BY 1
005500         UNTIL GLX-MX > GLX-MODULE-MAX.
005510 8000-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550*8100-TERM-ONE-MODULE
005560*----------------------------------------------------------------
005570 8100-TERM-ONE-MODULE.
005580     IF GLX-MOD-SELECTED-SW (GLX-MX) NOT = "Y"
005590         GO TO 8100-EXIT
005600     END-IF.
005610     MOVE "T" TO GLD-FUNCTION.
005620     PERFORM 3000-CALL-MODULE THRU 3000-EXIT.
005630     IF GLX-MOD-SELECTED-SW (GLX-MX) = "Y"
005640         MOVE GLD-MODULE-STATUS TO GLX-MOD-STATUS (GLX-MX)
005650         MOVE GLD-RECORDS-SEEN  TO GLX-MOD-RECORDS (GLX-MX)
005660         PERFORM 7200-POST-MODULE-END THRU 7200-EXIT
005670     END-IF.
005680 8100-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720*9999-TERMINATE - CLOSE THE EXTRACT AND SHOW ONE CLOSING LINE
005730*PER MODULE PLUS THE DRIVER READ COUNT
005740*----------------------------------------------------------------
005750 9999-TERMINATE.
005760     CLOSE GL-DETAIL-FILE.
005770     PERFORM 7300-POST-DRIVER-END THRU 7300-EXIT.
005780     PERFORM 7400-POST-CONTROL-CHAIN THRU 7400-EXIT.
005790     DISPLAY "GLRPTDRV - RECORDS READ: " GLX-RECORDS-READ.
005800     PERFORM 9100-SHOW-ONE-MODULE THRU 9100-EXIT
005810         VARYING GLX-MX FROM 1 BY 1
005820         UNTIL GLX-MX > GLX-MODULE-MAX.
005830 9999-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870*9100-SHOW-ONE-MODULE
005880*----------------------------------------------------------------
005890 9100-SHOW-ONE-MODULE.
005900     IF GLX-MOD-STATUS (GLX-MX) = SPACES
005910         GO TO 9100-EXIT
005920     END-IF.
005930     DISPLAY "GLRPTDRV - " GLX-MOD-NAME (GLX-MX)
005940         " STATUS " GLX-MOD-STATUS (GLX-MX)
005950         " RECORDS " GLX-MOD-RECORDS (GLX-MX).
005960 9100-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000*7000-POST-STARTED - FIRST-RECORD HOOK.  THE BUSINESS DATE IS
006010*NOT KNOWN UNTIL THE FIRST EXTRACT RECORD ARRIVES, SO THE
006020*STARTED EVENTS FOR THE DRIVER AND EVERY SELECTED MODULE ARE
006030*POSTED HERE RATHER THAN AT OPEN TIME
006040*----------------------------------------------------------------
006050 7000-POST-STARTED.
006060     MOVE "Y" TO GLX-STARTED-SW.
006070     MOVE SPACES TO GLR-RUN-RECORD.
006080     MOVE GLX-BUSINESS-DATE TO GLR-BUSINESS-DATE.
006090     MOVE "GLRPTDRV" TO GLR-PROGRAM.
006100     MOVE "STARTED"  TO GLR-EVENT.
006110     MOVE SPACES     TO GLR-STATUS.
006120     MOVE ZERO       TO GLR-RECORD-COUNT.
006130     MOVE GLX-CYCLE-NO TO GLR-CYCLE-NO.
006140     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
006150     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006160     PERFORM 7100-POST-ONE-STARTED THRU 7100-EXIT
006170         VARYING GLX-MX FROM 1 BY 1
006180         UNTIL GLX-MX > GLX-MODULE-MAX.
006190 7000-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230*7100-POST-ONE-STARTED
006240*----------------------------------------------------------------
006250 7100-POST-ONE-STARTED.
006260     IF GLX-MOD-SELECTED-SW (GLX-MX) NOT = "Y"
006270         GO TO 7100-EXIT
006280     END-IF.
006290     MOVE SPACES TO GLR-RUN-RECORD.
006300     MOVE GLX-BUSINESS-DATE     TO GLR-BUSINESS-DATE.
006310     MOVE GLX-MOD-NAME (GLX-MX) TO GLR-PROGRAM.
006320     MOVE "STARTED"             TO GLR-EVENT.
006330     MOVE SPACES                TO GLR-STATUS.
006340     MOVE ZERO                  TO GLR-RECORD-COUNT.
006350     MOVE GLX-CYCLE-NO          TO GLR-CYCLE-NO.
006360     MOVE GLX-PARTITION-ID      TO GLR-PARTITION-ID.
006370     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006380 7100-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420*7200-POST-MODULE-END - ONE ENDED EVENT PER MODULE WITH ITS
006430*CLOSING STATUS AND RECORD COUNT FROM THE TERM CALL
006440*----------------------------------------------------------------
006450 7200-POST-MODULE-END.
006460     IF GLX-BUSINESS-DATE = ZERO
006470         GO TO 7200-EXIT
006480     END-IF.
006490     MOVE SPACES TO GLR-RUN-RECORD.
006500     MOVE GLX-BUSINESS-DATE      TO GLR-BUSINESS-DATE.
006510     MOVE GLX-MOD-NAME (GLX-MX)  TO GLR-PROGRAM.
006520     MOVE "ENDED"                TO GLR-EVENT.
006530     MOVE GLX-MOD-STATUS (GLX-MX) TO GLR-STATUS.
006540     MOVE GLX-MOD-RECORDS (GLX-MX) TO GLR-RECORD-COUNT.
006550     MOVE GLX-CYCLE-NO TO GLR-CYCLE-NO.
006560     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
006570     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006580 7200-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------
006620*7300-POST-DRIVER-END - THE DRIVER'S OWN CLOSING EVENT.  AN
006630*EMPTY EXTRACT NEVER ESTABLISHED A BUSINESS DATE, SO THERE IS
006640*NOTHING TO POST AGAINST
006650*----------------------------------------------------------------
006660 7300-POST-DRIVER-END.
006670     IF GLX-BUSINESS-DATE = ZERO
006680         GO TO 7300-EXIT
006690     END-IF.
006700     MOVE SPACES TO GLR-RUN-RECORD.
006710     MOVE GLX-BUSINESS-DATE TO GLR-BUSINESS-DATE.
006720     MOVE "GLRPTDRV" TO GLR-PROGRAM.
006730     MOVE "ENDED"    TO GLR-EVENT.
006740     MOVE "OK"       TO GLR-STATUS.
006750     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
006760     MOVE GLX-CYCLE-NO TO GLR-CYCLE-NO.
006770     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
006780     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006790 7300-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------
006830*7400-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLDETAIL AS READ,
006840*FOR THE PROOF AGAINST ITS PRODUCER.  AN EMPTY EXTRACT NEVER
006850*ESTABLISHED A BUSINESS DATE, SO NOTHING IS POSTED
006860*----------------------------------------------------------------
006870 7400-POST-CONTROL-CHAIN.
006880     IF GLX-BUSINESS-DATE = ZERO
006890         GO TO 7400-EXIT
006900     END-IF.
006910     MOVE SPACES            TO GLC-CHAIN-RECORD.
006920     MOVE GLX-BUSINESS-DATE TO GLC-BUSINESS-DATE.
006930     MOVE "GLRPTDRV"        TO GLC-PROGRAM.
006940     MOVE "GLDETAIL"        TO GLC-FILE-NAME.
006950     MOVE "I"               TO GLC-DIRECTION.
006960     MOVE GLX-RECORDS-READ  TO GLC-RECORD-COUNT.
006970     MOVE GLX-IN-DR-AMT     TO GLC-DR-AMOUNT.
006980     MOVE GLX-IN-CR-AMT     TO GLC-CR-AMOUNT.
006990     MOVE GLX-CYCLE-NO      TO GLC-CYCLE-NO.
007000     MOVE GLX-PARTITION-ID  TO GLC-PARTITION-ID.
007010     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
007020 7400-EXIT.
007030     EXIT.
