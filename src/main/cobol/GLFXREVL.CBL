000290*                  RATE IS FLAGGED AND LEFT OFF THE JOURNAL.
000300*                  REPLACES THE FINANCE SPREADSHEET BUILT FROM
000310*                  THE GLFXEXC EXCEPTION REPORT.
000320*10/15/2026 RLH    EACH CURRENCY IS CHECKED AGAINST THE GLCODETB
000330*                  SHARED CODE TABLE AS OF THE BUSINESS DATE AND
000340*                  LABELLED WITH ITS TABLE DESCRIPTION ON THE
000350*                  REPORT.  A CURRENCY NOT IN FORCE ON THE TABLE
000360*                  IS FLAGGED AND POSTS NOGO.
000370*10/15/2026 RLH    AT END OF RUN THE RECORD COUNT AND DEBIT/
000380*                  CREDIT AMOUNT HASH OF GLVALID AS READ GO TO
000390*                  THE GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST)
000400*                  FOR THE GLCTLPRF PROOF AGAINST GLEDIT.
000410*----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 SPECIAL-NAMES.
000480     C01 IS TOP-OF-PAGE.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS GLX-VALID-STATUS.
000560
000570     SELECT GL-RATE-FILE ASSIGN TO GLFXRATE
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS GLX-RATE-STATUS.
000610
000620     SELECT GL-REVAL-FILE ASSIGN TO GLFXRVLJ
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS GLX-REVAL-STATUS.
000660
000670     SELECT GL-REVAL-RPT ASSIGN TO GLFXRVLR
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS GLX-RPT-STATUS.
000700
000710     SELECT GL-CODE-FILE ASSIGN TO GLCODETB
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS GLX-CODE-KEY
000750         FILE STATUS IS GLX-CODE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*----------------------------------------------------------------
000800*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000810*AS POW_GL_DETAIL_OUTPUT
000820*----------------------------------------------------------------
000830 FD  GL-VALID-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY "POW_GL_Detail_Output".
000870
000880*----------------------------------------------------------------
000890*END-OF-DAY RATES FILE - ONE RECORD PER CURRENCY, THE CLOSING
000900*RATE IN THE SAME 9(6)V9(7) PRECISION AS GLI-EXCHG-RATE
000910*----------------------------------------------------------------
000920 FD  GL-RATE-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  GLX-RATE-RECORD.
000960     05  GLX-RT-CURRENCY            PIC X(03).
000970     05  GLX-RT-RATE                PIC 9(06)V9(07).
000980     05  FILLER                     PIC X(64).
000990
001000*----------------------------------------------------------------
001010*OUTPUT REVALUATION JOURNAL - ONE RECORD PER FOREIGN CURRENCY
001020*WITH A CLOSING RATE: THE POSITION, THE BOOKED LOCAL VALUE,
001030*THE REVALUED AMOUNT AND THE UNREALIZED GAIN/LOSS TO POST
001040*----------------------------------------------------------------
001050 FD  GL-REVAL-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  GLX-REVAL-RECORD.
001090     05  GLX-RV-CURRENCY            PIC X(03).
001100     05  GLX-RV-POSITION            PIC S9(13)V99.
001110     05  GLX-RV-BOOKED-LOCAL        PIC S9(13)V99.
001120     05  GLX-RV-EOD-RATE            PIC 9(06)V9(07).
001130     05  GLX-RV-REVALUED            PIC S9(13)V99.
001140     05  GLX-RV-GAIN-LOSS           PIC S9(13)V99.
001150     05  FILLER                     PIC X(04).
001160
001170 FD  GL-REVAL-RPT
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE OMITTED.
001200 01  RVL-RPT-LINE                     PIC X(132).
001210
001220*----------------------------------------------------------------
001230*SHARED CODE TABLE (KSDS) MAINTAINED BY GLCODMNT - ONE RECORD
001240*PER TABLE TYPE / CODE WITH ITS DESCRIPTION, EFFECTIVE DATE AND
001250*EXPIRY DATE (ZERO = OPEN-ENDED)
001260*----------------------------------------------------------------
001270 FD  GL-CODE-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  GLX-CODE-RECORD.
001300     05  GLX-CODE-KEY.
001310         10  GLX-CODE-TYPE          PIC X(02).
001320         10  GLX-CODE-VALUE         PIC X(04).
001330     05  GLX-CODE-DESC              PIC X(30).
001340     05  GLX-CODE-EFF-DATE          PIC 9(07).
001350     05  GLX-CODE-EXP-DATE          PIC 9(07).
001360     05  GLX-CODE-ADDED-DATE        PIC 9(07).
001370     05  GLX-CODE-CHANGED-DATE      PIC 9(07).
001380     05  FILLER                     PIC X(36).
001390
001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------
001420*SWITCHES AND COUNTERS
001430*----------------------------------------------------------------
001440 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001450     88  GLX-VALID-OK                          VALUE "00".
001460     88  GLX-VALID-EOF                          VALUE "10".
001470 77  GLX-RATE-STATUS                 PIC X(02) VALUE SPACES.
001480     88  GLX-RATE-OK                           VALUE "00".
001490 77  GLX-REVAL-STATUS                PIC X(02) VALUE SPACES.
001500 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001510 77  GLX-CODE-STATUS                 PIC X(02) VALUE SPACES.
001520     88  GLX-CODE-OK                           VALUE "00".
001530 77  GLX-CODE-EOF-SWITCH             PIC X(01) VALUE "N".
001540     88  GLX-CODE-EOF                           VALUE "Y".
001550 77  GLX-CODE-IN-FORCE-SW            PIC X(01) VALUE "N".
001560     88  GLX-CODE-IN-FORCE                      VALUE "Y".
001570 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001580     88  GLX-EOF-REACHED                        VALUE "Y".
001590 77  GLX-RATE-EOF-SWITCH             PIC X(01) VALUE "N".
001600     88  GLX-RATE-EOF                           VALUE "Y".
001610 77  GLX-ENTRY-FOUND-SW              PIC X(01) VALUE "Y".
001620     88  GLX-ENTRY-FOUND                        VALUE "Y".
001630 77  GLX-RATE-FOUND-SW               PIC X(01) VALUE "N".
001640     88  GLX-RATE-FOUND                         VALUE "Y".
001650 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001660 77  GLX-FX-ITEMS                   PIC S9(09) COMP-3 VALUE ZERO.
001670 77  GLX-JOURNALED                  PIC S9(05) COMP-3 VALUE ZERO.
001680 77  GLX-NO-RATE-CCYS               PIC S9(05) COMP-3 VALUE ZERO.
001690 77  GLX-NO-CODE-CCYS               PIC S9(05) COMP-3 VALUE ZERO.
001700
001710*----------------------------------------------------------------
001720*REVALUATION WORK AREAS
001730*----------------------------------------------------------------
001740 77  GLX-REVALUED-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
001750 77  GLX-GAIN-LOSS-AMT            PIC S9(13)V99 COMP-3 VALUE ZERO.
001760 77  GLX-TOT-GAIN-LOSS            PIC S9(13)V99 COMP-3 VALUE ZERO.
001770 77  GLX-EOD-RATE                 PIC S9(06)V9(07) COMP-3
001780                                     VALUE ZERO.
001790
001800*----------------------------------------------------------------
001810*CURRENCY POSITION TABLE - ONE ENTRY PER FOREIGN CURRENCY WITH
001820*ACTIVITY.  THE POSITION IS IN ORIGINAL-CURRENCY UNITS, THE
001830*BOOKED VALUE IN LOCAL CURRENCY AS CAPTURED
001840*----------------------------------------------------------------
001850 77  GLX-CCY-COUNT                  PIC S9(04) COMP   VALUE ZERO.
001860 77  GLX-CCY-MAX                    PIC S9(04) COMP   VALUE 50.
001870 01  GLX-CCY-TABLE.
001880     05  GLX-CCY-ENTRY OCCURS 1 TO 50 TIMES
001890             DEPENDING ON GLX-CCY-COUNT
001900             INDEXED BY GLX-IX.
001910         10  GLX-CCY-CODE             PIC X(03).
001920         10  GLX-CCY-POSITION         PIC S9(13)V99 COMP-3.
001930         10  GLX-CCY-BOOKED           PIC S9(13)V99 COMP-3.
001940         10  GLX-CCY-ITEMS            PIC S9(07) COMP-3.
001950
001960*----------------------------------------------------------------
001970*END-OF-DAY RATE TABLE, LOADED FROM GLFXRATE BEFORE THE
001980*EXTRACT PASS
001990*----------------------------------------------------------------
002000 77  GLX-RATE-COUNT                 PIC S9(04) COMP   VALUE ZERO.
002010 77  GLX-RATE-MAX                   PIC S9(04) COMP   VALUE 50.
002020 01  GLX-RATE-TABLE.
002030     05  GLX-RATE-ENTRY OCCURS 1 TO 50 TIMES
002040             DEPENDING ON GLX-RATE-COUNT
002050             INDEXED BY GLX-RX.
002060         10  GLX-RATE-CCY             PIC X(03).
002070         10  GLX-RATE-VALUE           PIC S9(06)V9(07) COMP-3.
002080
002090*----------------------------------------------------------------
002100*CODE TABLE, LOADED FROM GLCODETB AT START.  THE KSDS IS READ
002110*IN KEY ORDER SO THE TABLE BUILDS ASCENDING FOR SEARCH ALL
002120*----------------------------------------------------------------
002130 77  GLX-CTB-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002140 77  GLX-CTB-MAX                    PIC S9(04) COMP   VALUE 1000.
002150 01  GLX-CTB-TABLE.
002160     05  GLX-CTB-ENTRY OCCURS 1 TO 1000 TIMES
002170             DEPENDING ON GLX-CTB-COUNT
002180             ASCENDING KEY IS GLX-CTB-KEY
002190             INDEXED BY GLX-TX.
002200         10  GLX-CTB-KEY              PIC X(06).
002210         10  GLX-CTB-DESC             PIC X(30).
002220         10  GLX-CTB-EFF-DATE         PIC 9(07).
002230         10  GLX-CTB-EXP-DATE         PIC 9(07).
002240
002250 01  GLX-LOOKUP-KEY.
002260     05  GLX-LOOKUP-TYPE            PIC X(02).
002270     05  GLX-LOOKUP-CODE            PIC X(04).
002280
002290*----------------------------------------------------------------
002300*REPORT LINE WORK AREAS
002310*----------------------------------------------------------------
002320 01  GLX-HDG-LINE-1.
002330     05  FILLER                     PIC X(40)
002340          VALUE "GL FOREIGN CURRENCY REVALUATION JOURNAL ".
002350     05  FILLER                     PIC X(92) VALUE SPACES.
002360
002370 01  GLX-HDG-LINE-2.
002380     05  FILLER                     PIC X(06) VALUE "CCY".
002390     05  FILLER                     PIC X(18) VALUE "POSITION".
002400     05  FILLER                   PIC X(18) VALUE "BOOKED LOCAL".
002410     05  FILLER                     PIC X(16) VALUE "EOD RATE".
002420     05  FILLER                     PIC X(18) VALUE "REVALUED".
002430     05  FILLER                   PIC X(18) VALUE "GAIN/LOSS".
002440     05  FILLER                     PIC X(13) VALUE SPACES.
002450     05  FILLER                     PIC X(25) VALUE "DESCRIPTION".
002460
002470 01  GLX-DETAIL-LINE.
002480     05  GLX-DL-CURRENCY            PIC X(03).
002490     05  FILLER                     PIC X(03) VALUE SPACES.
002500     05  GLX-DL-POSITION            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002510     05  FILLER                     PIC X(01) VALUE SPACES.
002520     05  GLX-DL-BOOKED              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002530     05  FILLER                     PIC X(01) VALUE SPACES.
002540     05  GLX-DL-RATE                PIC Z(5)9.9(7)-.
002550     05  FILLER                     PIC X(01) VALUE SPACES.
002560     05  GLX-DL-REVALUED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002570     05  FILLER                     PIC X(01) VALUE SPACES.
002580     05  GLX-DL-GAIN-LOSS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002590     05  FILLER                     PIC X(02) VALUE SPACES.
002600     05  GLX-DL-FLAG                PIC X(11).
002610     05  FILLER                     PIC X(01) VALUE SPACES.
002620     05  GLX-DL-CCY-DESC            PIC X(26).
002630
002640 01  GLX-TOTAL-LINE.
002650     05  FILLER                     PIC X(30)
002660             VALUE "TOTAL UNREALIZED GAIN/LOSS:".
002670     05  GLX-TL-GAIN-LOSS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002680     05  FILLER                     PIC X(85) VALUE SPACES.
002690
002700*----------------------------------------------------------------
002710*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
002720*----------------------------------------------------------------
002730 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002740 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002750
002760*----------------------------------------------------------------
002770*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002780*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002790*----------------------------------------------------------------
002800 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002810     88  GLX-RC-STARTED                         VALUE "Y".
002820 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002830 COPY "GLRUNREC".
002840
002850*----------------------------------------------------------------
002860*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
002870*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002880*----------------------------------------------------------------
002890 COPY "GLCTLREC".
002900
002910 PROCEDURE DIVISION.
002920*----------------------------------------------------------------
002930*0000-MAINLINE
002940*----------------------------------------------------------------
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002980         UNTIL GLX-EOF-REACHED.
002990     PERFORM 8000-PRODUCE-OUTPUT THRU 8000-EXIT.
003000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003010     STOP RUN.
003020
003030*----------------------------------------------------------------
003040*1000-INITIALIZE - LOAD THE CODE AND RATE TABLES, OPEN THE
003050*EXTRACT AND PRIME THE FIRST READ
003060*----------------------------------------------------------------
003070 1000-INITIALIZE.
003080     PERFORM 1300-LOAD-CODE-TABLE THRU 1300-EXIT.
003090     OPEN INPUT  GL-VALID-FILE
003100                 GL-RATE-FILE.
003110     OPEN OUTPUT GL-REVAL-FILE
003120                 GL-REVAL-RPT.
003130     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
003140         DISPLAY "GLFXREVL - OPEN ERROR ON GL-VALID-FILE "
003150             GLX-VALID-STATUS
003160         MOVE "Y" TO GLX-EOF-SWITCH
003170         MOVE "Y" TO GLX-RATE-EOF-SWITCH
003180         GO TO 1000-EXIT
003190     END-IF.
003200     IF NOT GLX-RATE-OK
003210         DISPLAY "GLFXREVL - OPEN ERROR ON GL-RATE-FILE "
003220             GLX-RATE-STATUS
003230         MOVE "Y" TO GLX-EOF-SWITCH
003240         MOVE "Y" TO GLX-RATE-EOF-SWITCH
003250         GO TO 1000-EXIT
003260     END-IF.
003270     PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
003280         UNTIL GLX-RATE-EOF.
003290     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340*1200-LOAD-ONE-RATE - ONE CLOSING-RATE RECORD INTO THE TABLE
003350*----------------------------------------------------------------
003360 1200-LOAD-ONE-RATE.
003370     READ GL-RATE-FILE
003380         AT END
003390             MOVE "Y" TO GLX-RATE-EOF-SWITCH
003400             GO TO 1200-EXIT
003410     END-READ.
003420     IF GLX-RATE-COUNT NOT < GLX-RATE-MAX
003430         DISPLAY "GLFXREVL - RATE TABLE FULL AT "
003440             GLX-RATE-MAX " ENTRIES - EXTRA RATES DROPPED"
003450         MOVE "Y" TO GLX-RATE-EOF-SWITCH
003460         GO TO 1200-EXIT
003470     END-IF.
003480     ADD 1 TO GLX-RATE-COUNT.
003490     SET GLX-RX TO GLX-RATE-COUNT.
003500     MOVE GLX-RT-CURRENCY TO GLX-RATE-CCY (GLX-RX).
003510     MOVE GLX-RT-RATE     TO GLX-RATE-VALUE (GLX-RX).
003520 1200-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------
003560*1300-LOAD-CODE-TABLE - READ THE WHOLE GLCODETB KSDS INTO THE
003570*CODE TABLE.  WITHOUT IT THE REVALUATION STILL RUNS, BUT EVERY
003580*CURRENCY IS FLAGGED AS NOT ON THE TABLE
003590*----------------------------------------------------------------
003600 1300-LOAD-CODE-TABLE.
003610     OPEN INPUT GL-CODE-FILE.
003620     IF NOT GLX-CODE-OK
003630         DISPLAY "GLFXREVL - OPEN ERROR ON GL-CODE-FILE "
003640             GLX-CODE-STATUS
003650         GO TO 1300-EXIT
003660     END-IF.
003670     PERFORM 1310-LOAD-ONE-CODE THRU 1310-EXIT
003680         UNTIL GLX-CODE-EOF.
003690     CLOSE GL-CODE-FILE.
003700 1300-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740*1310-LOAD-ONE-CODE - ONE CODE-TABLE RECORD INTO THE TABLE
003750*----------------------------------------------------------------
003760 1310-LOAD-ONE-CODE.
003770     READ GL-CODE-FILE NEXT RECORD
003780         AT END
003790             MOVE "Y" TO GLX-CODE-EOF-SWITCH
003800             GO TO 1310-EXIT
003810     END-READ.
003820     IF GLX-CTB-COUNT NOT < GLX-CTB-MAX
003830         DISPLAY "GLFXREVL - CODE TABLE FULL AT "
003840             GLX-CTB-MAX " ENTRIES - EXTRA CODES DROPPED"
003850         MOVE "Y" TO GLX-CODE-EOF-SWITCH
003860         GO TO 1310-EXIT
003870     END-IF.
003880     ADD 1 TO GLX-CTB-COUNT.
003890     SET GLX-TX TO GLX-CTB-COUNT.
003900     MOVE GLX-CODE-KEY      TO GLX-CTB-KEY (GLX-TX).
003910     MOVE GLX-CODE-DESC     TO GLX-CTB-DESC (GLX-TX).
003920     MOVE GLX-CODE-EFF-DATE TO GLX-CTB-EFF-DATE (GLX-TX).
003930     MOVE GLX-CODE-EXP-DATE TO GLX-CTB-EXP-DATE (GLX-TX).
003940 1310-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980*2000-PROCESS-FILE - ONLY ITEMS BOOKED IN A FOREIGN ORIGINAL
003990*CURRENCY CARRY A POSITION; LOCAL-CURRENCY ITEMS PASS THROUGH
004000*----------------------------------------------------------------
004010 2000-PROCESS-FILE.
004020     ADD 1 TO GLX-RECORDS-READ.
004030     IF GLI-PD-TRAN-SIGN < ZERO
004040         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
004050     ELSE
004060         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
004070     END-IF.
004080     IF NOT GLX-RC-STARTED
004090         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
004100     END-IF.
004110     IF GLI-ORIG-CURRENCY = SPACES OR GLI-ORIG-CURRENCY = "USD"
004120         GO TO 2000-READ-NEXT
004130     END-IF.
004140     ADD 1 TO GLX-FX-ITEMS.
004150     PERFORM 2200-FIND-OR-ADD-CCY THRU 2200-EXIT.
004160     PERFORM 2300-ACCUMULATE-CCY THRU 2300-EXIT.
004170 2000-READ-NEXT.
004180     PERFORM 2100-READ-VALID THRU 2100-EXIT.
004190 2000-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230*2100-READ-VALID
004240*----------------------------------------------------------------
004250 2100-READ-VALID.
004260     READ GL-VALID-FILE
004270         AT END
004280             MOVE "Y" TO GLX-EOF-SWITCH
004290     END-READ.
004300 2100-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340*2200-FIND-OR-ADD-CCY - LOCATE THE TABLE ROW FOR THIS ORIGINAL
004350*CURRENCY, ADDING A NEW ROW WHEN NOT FOUND
004360*----------------------------------------------------------------
004370 2200-FIND-OR-ADD-CCY.
004380     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
004390     SET GLX-IX TO 1.
004400     SEARCH GLX-CCY-ENTRY
004410         AT END
004420             PERFORM 2210-ADD-CCY THRU 2210-EXIT
004430         WHEN GLX-CCY-CODE (GLX-IX) = GLI-ORIG-CURRENCY
004440             CONTINUE
004450     END-SEARCH.
004460 2200-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500*2210-ADD-CCY - APPEND A NEW ROW AT THE END OF THE TABLE
004510*----------------------------------------------------------------
004520 2210-ADD-CCY.
004530     IF GLX-CCY-COUNT NOT < GLX-CCY-MAX
004540         MOVE "N" TO GLX-ENTRY-FOUND-SW
004550         DISPLAY "GLFXREVL - CURRENCY TABLE FULL AT "
004560             GLX-CCY-MAX " ENTRIES - JOURNAL INCOMPLETE"
004570         GO TO 2210-EXIT
004580     END-IF.
004590     ADD 1 TO GLX-CCY-COUNT.
004600     SET GLX-IX TO GLX-CCY-COUNT.
004610     MOVE GLI-ORIG-CURRENCY TO GLX-CCY-CODE (GLX-IX).
004620     MOVE ZERO TO GLX-CCY-POSITION (GLX-IX)
004630                  GLX-CCY-BOOKED (GLX-IX)
004640                  GLX-CCY-ITEMS (GLX-IX).
004650 2210-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690*2300-ACCUMULATE-CCY - A CREDIT BUILDS THE POSITION, A DEBIT
004700*RUNS IT OFF, PER THE CAPTURE SYSTEMS POSTING-DEFINITION
004710*STANDARD ON GLI-PD-TRAN-SIGN.  THE BOOKED LOCAL VALUE MOVES
004720*WITH THE SAME SIGN SO POSITION AND BOOKED VALUE STAY PAIRED
004730*----------------------------------------------------------------
004740 2300-ACCUMULATE-CCY.
004750     IF NOT GLX-ENTRY-FOUND
004760         GO TO 2300-EXIT
004770     END-IF.
004780     ADD 1 TO GLX-CCY-ITEMS (GLX-IX).
004790     IF GLI-PD-TRAN-SIGN < ZERO
004800         SUBTRACT GLI-ORIG-CURR-TRAN-AMT
004810             FROM GLX-CCY-POSITION (GLX-IX)
004820         SUBTRACT GLI-TRANS-AMT
004830             FROM GLX-CCY-BOOKED (GLX-IX)
004840     ELSE
004850         ADD GLI-ORIG-CURR-TRAN-AMT
004860             TO GLX-CCY-POSITION (GLX-IX)
004870         ADD GLI-TRANS-AMT
004880             TO GLX-CCY-BOOKED (GLX-IX)
004890     END-IF.
004900 2300-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940*8000-PRODUCE-OUTPUT - REVALUE EVERY CURRENCY WITH ACTIVITY AT
004950*ITS CLOSING RATE, THEN THE TOTAL UNREALIZED GAIN/LOSS
004960*----------------------------------------------------------------
004970 8000-PRODUCE-OUTPUT.
004980     WRITE RVL-RPT-LINE FROM GLX-HDG-LINE-1.
004990     WRITE RVL-RPT-LINE FROM GLX-HDG-LINE-2.
005000     IF GLX-CCY-COUNT > ZERO
005010         PERFORM 8100-REVALUE-ONE-CCY THRU 8100-EXIT
005020             VARYING GLX-IX FROM 1 BY 1
005030             UNTIL GLX-IX > GLX-CCY-COUNT
005040     END-IF.
005050     MOVE GLX-TOT-GAIN-LOSS TO GLX-TL-GAIN-LOSS.
005060     WRITE RVL-RPT-LINE FROM GLX-TOTAL-LINE.
005070 8000-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110*8100-REVALUE-ONE-CCY - POSITION TIMES CLOSING RATE, ROUNDED
005120*TO THE CENT; THE UNREALIZED GAIN/LOSS IS THE REVALUED AMOUNT
005130*LESS THE LOCAL VALUE BOOKED AT CAPTURE.  NO CLOSING RATE
005140*MEANS NO JOURNAL RECORD AND A FLAG FOR THE RATE DESK.  THE
005150*DESCRIPTION COMES FROM THE CODE TABLE; A CURRENCY NOT IN FORCE
005160*THERE IS STILL REVALUED BUT IS FLAGGED IN ITS PLACE
005170*----------------------------------------------------------------
005180 8100-REVALUE-ONE-CCY.
005190     PERFORM 8110-FIND-RATE THRU 8110-EXIT.
005200     PERFORM 8120-FIND-CODE THRU 8120-EXIT.
005210     IF GLX-CODE-IN-FORCE
005220         MOVE GLX-CTB-DESC (GLX-TX) TO GLX-DL-CCY-DESC
005230     ELSE
005240         ADD 1 TO GLX-NO-CODE-CCYS
005250         MOVE "** NOT IN CODE TABLE" TO GLX-DL-CCY-DESC
005260     END-IF.
005270     MOVE GLX-CCY-CODE (GLX-IX)     TO GLX-DL-CURRENCY.
005280     MOVE GLX-CCY-POSITION (GLX-IX) TO GLX-DL-POSITION.
005290     MOVE GLX-CCY-BOOKED (GLX-IX)   TO GLX-DL-BOOKED.
005300     IF NOT GLX-RATE-FOUND
005310         ADD 1 TO GLX-NO-RATE-CCYS
005320         MOVE ZERO TO GLX-DL-RATE
005330                      GLX-DL-REVALUED
005340                      GLX-DL-GAIN-LOSS
005350         MOVE "** NO RATE" TO GLX-DL-FLAG
005360         WRITE RVL-RPT-LINE FROM GLX-DETAIL-LINE
005370         GO TO 8100-EXIT
005380     END-IF.
005390     COMPUTE GLX-REVALUED-AMT ROUNDED =
005400         GLX-CCY-POSITION (GLX-IX) * GLX-EOD-RATE.
005410     COMPUTE GLX-GAIN-LOSS-AMT = GLX-REVALUED-AMT
005420         - GLX-CCY-BOOKED (GLX-IX).
005430     ADD GLX-GAIN-LOSS-AMT TO GLX-TOT-GAIN-LOSS.
005440     MOVE GLX-EOD-RATE      TO GLX-DL-RATE.
005450     MOVE GLX-REVALUED-AMT  TO GLX-DL-REVALUED.
005460     MOVE GLX-GAIN-LOSS-AMT TO GLX-DL-GAIN-LOSS.
005470     MOVE SPACES            TO GLX-DL-FLAG.
005480     WRITE RVL-RPT-LINE FROM GLX-DETAIL-LINE.
005490     MOVE GLX-CCY-CODE (GLX-IX)     TO GLX-RV-CURRENCY.
005500     MOVE GLX-CCY-POSITION (GLX-IX) TO GLX-RV-POSITION.
005510     MOVE GLX-CCY-BOOKED (GLX-IX)   TO GLX-RV-BOOKED-LOCAL.
005520     MOVE GLX-EOD-RATE              TO GLX-RV-EOD-RATE.
005530     MOVE GLX-REVALUED-AMT          TO GLX-RV-REVALUED.
005540     MOVE GLX-GAIN-LOSS-AMT         TO GLX-RV-GAIN-LOSS.
005550     WRITE GLX-REVAL-RECORD.
005560     ADD 1 TO GLX-JOURNALED.
005570 8100-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610*8110-FIND-RATE - CLOSING RATE FOR THE CURRENCY AT GLX-IX
005620*----------------------------------------------------------------
005630 8110-FIND-RATE.
005640     MOVE "N" TO GLX-RATE-FOUND-SW.
005650     MOVE ZERO TO GLX-EOD-RATE.
005660     IF GLX-RATE-COUNT = ZERO
005670         GO TO 8110-EXIT
005680     END-IF.
005690     SET GLX-RX TO 1.
005700     SEARCH GLX-RATE-ENTRY
005710         AT END
005720             CONTINUE
005730         WHEN GLX-RATE-CCY (GLX-RX) = GLX-CCY-CODE (GLX-IX)
005740             MOVE "Y" TO GLX-RATE-FOUND-SW
005750             MOVE GLX-RATE-VALUE (GLX-RX) TO GLX-EOD-RATE
005760     END-SEARCH.
005770 8110-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810*8120-FIND-CODE - IS THE CURRENCY AT GLX-IX A CODE-TABLE
005820*CURRENCY (CU) IN FORCE ON THE BUSINESS DATE: EFFECTIVE ON OR
005830*BEFORE IT AND NOT YET EXPIRED (A ZERO EXPIRY NEVER EXPIRES)
005840*----------------------------------------------------------------
005850 8120-FIND-CODE.
005860     MOVE "N" TO GLX-CODE-IN-FORCE-SW.
005870     IF GLX-CTB-COUNT = ZERO
005880         GO TO 8120-EXIT
005890     END-IF.
005900     MOVE "CU"                  TO GLX-LOOKUP-TYPE.
005910     MOVE GLX-CCY-CODE (GLX-IX) TO GLX-LOOKUP-CODE.
005920     SEARCH ALL GLX-CTB-ENTRY
005930         AT END
005940             GO TO 8120-EXIT
005950         WHEN GLX-CTB-KEY (GLX-TX) = GLX-LOOKUP-KEY
005960             CONTINUE
005970     END-SEARCH.
005980     IF GLX-CTB-EFF-DATE (GLX-TX) > GLX-RC-BUSDATE
005990         GO TO 8120-EXIT
006000     END-IF.
006010     IF GLX-CTB-EXP-DATE (GLX-TX) NOT = ZERO
006020        AND GLX-CTB-EXP-DATE (GLX-TX) NOT > GLX-RC-BUSDATE
006030         GO TO 8120-EXIT
006040     END-IF.
006050     MOVE "Y" TO GLX-CODE-IN-FORCE-SW.
006060 8120-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
006110*----------------------------------------------------------------
006120 9999-TERMINATE.
006130     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
006140     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
006150     CLOSE GL-VALID-FILE.
006160     CLOSE GL-RATE-FILE.
006170     CLOSE GL-REVAL-FILE.
006180     CLOSE GL-REVAL-RPT.
006190     DISPLAY "GLFXREVL - RECORDS READ:      " GLX-RECORDS-READ.
006200     DISPLAY "GLFXREVL - FX ITEMS:          " GLX-FX-ITEMS.
006210     DISPLAY "GLFXREVL - CCYS JOURNALED:    " GLX-JOURNALED.
006220     DISPLAY "GLFXREVL - CCYS MISSING RATE: "
006230         GLX-NO-RATE-CCYS.
006240     DISPLAY "GLFXREVL - CCYS NOT IN TABLE: "
006250         GLX-NO-CODE-CCYS.
006260 9999-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
006310*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
006320*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
006330*----------------------------------------------------------------
006340 9750-POST-CONTROL-CHAIN.
006350     IF GLX-RC-BUSDATE = ZERO
006360         GO TO 9750-EXIT
006370     END-IF.
006380     MOVE SPACES           TO GLC-CHAIN-RECORD.
006390     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
006400     MOVE "GLFXREVL"       TO GLC-PROGRAM.
006410     MOVE "GLVALID"        TO GLC-FILE-NAME.
006420     MOVE "I"              TO GLC-DIRECTION.
006430     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
006440     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
006450     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
006460     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
006470 9750-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------
006510*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
006520*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
006530*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
006540*----------------------------------------------------------------
006550 9800-POST-RUN-START.
006560     MOVE "Y" TO GLX-RC-STARTED-SW.
006570     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
006580     MOVE SPACES TO GLR-RUN-RECORD.
006590     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006600     MOVE "GLFXREVL" TO GLR-PROGRAM.
006610     MOVE "STARTED"  TO GLR-EVENT.
006620     MOVE SPACES     TO GLR-STATUS.
006630     MOVE ZERO       TO GLR-RECORD-COUNT.
006640     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006650 9800-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------
006690*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
006700*AND ITS RECORD COUNT.  A CURRENCY LEFT UNREVALUED FOR WANT
006710*OF A RATE POSTS NOGO SO THE RATE FEED GETS CHASED, AS DOES A
006720*CURRENCY NOT IN FORCE ON THE CODE TABLE.  NOTHING IS POSTED
006730*WHEN NO RECORD WAS EVER PROCESSED
006740*----------------------------------------------------------------
006750 9900-POST-RUN-END.
006760     IF GLX-RC-BUSDATE = ZERO
006770         GO TO 9900-EXIT
006780     END-IF.
006790     MOVE SPACES TO GLR-RUN-RECORD.
006800     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006810     MOVE "GLFXREVL" TO GLR-PROGRAM.
006820     MOVE "ENDED"    TO GLR-EVENT.
006830     IF GLX-NO-RATE-CCYS > ZERO OR GLX-NO-CODE-CCYS > ZERO
006840         MOVE "NOGO"     TO GLR-STATUS
006850     ELSE
006860         MOVE "OK"       TO GLR-STATUS
006870     END-IF.
006880     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
006890     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006900 9900-EXIT.
006910     EXIT.
