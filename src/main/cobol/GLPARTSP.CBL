000010*****************************************************************
000020** PROGRAM-ID: GLPARTSP
000030** COMPANY PARTITION SPLIT OF THE NIGHT'S GLVALID AND GLDETAIL
000040** EXTRACTS FOR THE PARTITIONED PARALLEL RUN.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLPARTSP.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  HEAVY NIGHTS (MONTH END,
000180*                  PAYROLL FRIDAYS) NO LONGER FIT ONE STREAM
000190*                  AHEAD OF THE MORNING ONLINE START, SO THE
000200*                  NIGHT CAN BE RUN AS UP TO EIGHT COMPANY
000210*                  PARTITIONS IN PARALLEL.  THE GLPRTPRM
000220*                  PARTITION CARDS GIVE EACH PARTITION ITS
000230*                  GLI-CO-ID RANGES (AN "OTHERS" CARD NAMES THE
000240*                  PARTITION THAT TAKES EVERY COMPANY NO RANGE
000250*                  COVERS).  GLVALID IS SPLIT TO GLVALP01-08 AND
000260*                  GLDETAIL TO GLDETP01-08 SO GLBALMST, GLCORPST,
000270*                  GLHISTLD AND GLRPTDRV CAN EACH RUN ONCE PER
000280*                  PARTITION; THE GLPRTCTL MANIFEST CARRIES EACH
000290*                  PARTITION'S COUNTS AND DEBIT/CREDIT TOTALS FOR
000300*                  THE GLPARTMG MERGE AND THE GLRUNCTL NIGHT
000310*                  COMPLETION CHECK.  A COMPANY NO CARD COVERS,
000320*                  OR A BAD OR OVERLAPPING CARD, ENDS THE JOB
000330*                  WITH RETURN CODE 16 SO NO ITEM IS EVER LEFT
000340*                  OUT OF EVERY PARTITION.
000350*10/15/2026 RLH    CONTROL-TOTAL CHAIN.  THE RECORD COUNT AND
000360*                  DEBIT/CREDIT AMOUNT HASH OF GLVALID AND
000370*                  GLDETAIL AS READ, AND OF EVERY PARTITION'S
000380*                  SLICES AS WRITTEN, GO TO THE GLCTLCHN
000390*                  CONTROL-CHAIN FILE (VIA GLCCPOST) SO GLCTLPRF
000400*                  CAN PROVE EACH PARTITION JOB READ THE SLICE
000410*                  THIS JOB WROTE.  GLDETAIL IS THE RAW EXTRACT:
000420*                  AN ITEM WHOSE SIGN OR AMOUNT FAILS THE PACKED
000430*                  CLASS TEST IS COUNTED BUT ADDS TO NEITHER
000440*                  SIDE, AS IN GLEDIT.  THE GLDETAIL AMOUNTS NOW
000450*                  JOIN THE SPLIT PROOF.
000460*10/15/2026 RLH    AN ITEM WHOSE GLI-CO-ID IS OVER 9999 NO
000470*                  LONGER SUBSCRIPTS PAST THE COMPANY TABLE; IT
000480*                  IS TAKEN AS UNROUTED (FAIL, RC 16).
000490*----------------------------------------------------------------
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 SPECIAL-NAMES.
000560     C01 IS TOP-OF-PAGE.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT GL-PARM-FILE ASSIGN TO GLPRTPRM
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS GLX-PARM-STATUS.
000630
000640     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS GLX-VALID-STATUS.
000680
000690     SELECT GL-DETAIL-FILE ASSIGN TO GLDETAIL
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS GLX-DETAIL-STATUS.
000730
000740     SELECT GL-VALP01-FILE ASSIGN TO GLVALP01
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS GLX-VALP-STATUS.
000780
000790     SELECT GL-VALP02-FILE ASSIGN TO GLVALP02
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS GLX-VALP-STATUS.
000830
000840     SELECT GL-VALP03-FILE ASSIGN TO GLVALP03
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS GLX-VALP-STATUS.
000880
000890     SELECT GL-VALP04-FILE ASSIGN TO GLVALP04
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL
000920         FILE STATUS IS GLX-VALP-STATUS.
000930
000940     SELECT GL-VALP05-FILE ASSIGN TO GLVALP05
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS GLX-VALP-STATUS.
000980
000990     SELECT GL-VALP06-FILE ASSIGN TO GLVALP06
001000         ORGANIZATION IS SEQUENTIAL
001010         ACCESS MODE IS SEQUENTIAL
001020         FILE STATUS IS GLX-VALP-STATUS.
001030
001040     SELECT GL-VALP07-FILE ASSIGN TO GLVALP07
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS GLX-VALP-STATUS.
001080
001090     SELECT GL-VALP08-FILE ASSIGN TO GLVALP08
001100         ORGANIZATION IS SEQUENTIAL
001110         ACCESS MODE IS SEQUENTIAL
001120         FILE STATUS IS GLX-VALP-STATUS.
001130
001140     SELECT GL-DETP01-FILE ASSIGN TO GLDETP01
001150         ORGANIZATION IS SEQUENTIAL
001160         ACCESS MODE IS SEQUENTIAL
001170         FILE STATUS IS GLX-DETP-STATUS.
001180
001190     SELECT GL-DETP02-FILE ASSIGN TO GLDETP02
001200         ORGANIZATION IS SEQUENTIAL
001210         ACCESS MODE IS SEQUENTIAL
001220         FILE STATUS IS GLX-DETP-STATUS.
001230
001240     SELECT GL-DETP03-FILE ASSIGN TO GLDETP03
001250         ORGANIZATION IS SEQUENTIAL
001260         ACCESS MODE IS SEQUENTIAL
001270         FILE STATUS IS GLX-DETP-STATUS.
001280
001290     SELECT GL-DETP04-FILE ASSIGN TO GLDETP04
001300         ORGANIZATION IS SEQUENTIAL
001310         ACCESS MODE IS SEQUENTIAL
001320         FILE STATUS IS GLX-DETP-STATUS.
001330
001340     SELECT GL-DETP05-FILE ASSIGN TO GLDETP05
001350         ORGANIZATION IS SEQUENTIAL
001360         ACCESS MODE IS SEQUENTIAL
001370         FILE STATUS IS GLX-DETP-STATUS.
001380
001390     SELECT GL-DETP06-FILE ASSIGN TO GLDETP06
001400         ORGANIZATION IS SEQUENTIAL
001410         ACCESS MODE IS SEQUENTIAL
001420         FILE STATUS IS GLX-DETP-STATUS.
001430
001440     SELECT GL-DETP07-FILE ASSIGN TO GLDETP07
001450         ORGANIZATION IS SEQUENTIAL
001460         ACCESS MODE IS SEQUENTIAL
001470         FILE STATUS IS GLX-DETP-STATUS.
001480
001490     SELECT GL-DETP08-FILE ASSIGN TO GLDETP08
001500         ORGANIZATION IS SEQUENTIAL
001510         ACCESS MODE IS SEQUENTIAL
001520         FILE STATUS IS GLX-DETP-STATUS.
001530
001540     SELECT GL-MANIFEST-FILE ASSIGN TO GLPRTCTL
001550         ORGANIZATION IS SEQUENTIAL
001560         ACCESS MODE IS SEQUENTIAL
001570         FILE STATUS IS GLX-MAN-STATUS.
001580
001590     SELECT GL-SPLIT-RPT ASSIGN TO GLPRTRPT
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS GLX-RPT-STATUS.
001620
001630 DATA DIVISION.
001640 FILE SECTION.
001650*----------------------------------------------------------------
001660*PARTITION CARDS.  "PART" WITH THE PARTITION ID (01-08) IN
001670*COLUMNS 10-11 AND A GLI-CO-ID RANGE LLLL-HHHH IN COLUMNS 13-21;
001680*A PARTITION MAY HAVE SEVERAL PART CARDS.  "OTHERS" WITH A
001690*PARTITION ID NAMES THE PARTITION FOR EVERY COMPANY NO RANGE
001700*COVERS.  "*" IN COLUMN 1 IS A COMMENT
001710*----------------------------------------------------------------
001720 FD  GL-PARM-FILE
001730     RECORDING MODE IS F
001740     LABEL RECORDS ARE OMITTED.
001750 01  GLX-PARM-RECORD.
001760     05  GLX-PARM-KEYWORD           PIC X(08).
001770         88  GLX-PARM-IS-PART               VALUE "PART".
001780         88  GLX-PARM-IS-OTHERS             VALUE "OTHERS".
001790     05  FILLER                     PIC X(01).
001800     05  GLX-PARM-PART-ID           PIC X(02).
001810     05  GLX-PARM-PART-NO REDEFINES GLX-PARM-PART-ID
001820                                    PIC 9(02).
001830     05  FILLER                     PIC X(01).
001840     05  GLX-PARM-LOW-CO            PIC 9(04).
001850     05  FILLER                     PIC X(01).
001860     05  GLX-PARM-HIGH-CO           PIC 9(04).
001870     05  GLX-PARM-FILLER            PIC X(59).
001880
001890*----------------------------------------------------------------
001900*INPUT EXTRACTS - THE GLEDIT CLEAN SPLIT AND THE FULL CAPTURE
001910*EXTRACT, BOTH IN THE POW_GL_DETAIL_OUTPUT LAYOUT
001920*----------------------------------------------------------------
001930 FD  GL-VALID-FILE
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960     COPY "POW_GL_Detail_Output".
001970
001980 FD  GL-DETAIL-FILE
001990     RECORDING MODE IS F
002000     LABEL RECORDS ARE STANDARD.
002010 01  GLX-DETAIL-RECORD                PIC X(888).
002020
002030*----------------------------------------------------------------
002040*PARTITION OUTPUTS - ONE GLVALID AND ONE GLDETAIL SLICE PER
002050*PARTITION, SAME 888-BYTE LAYOUT AS THE INPUTS.  ONLY THE
002060*PARTITIONS NAMED ON THE CARDS ARE OPENED
002070*----------------------------------------------------------------
002080 FD  GL-VALP01-FILE
002090     RECORDING MODE IS F
002100     LABEL RECORDS ARE STANDARD.
002110 01  GLX-VALP01-RECORD                PIC X(888).
002120
002130 FD  GL-VALP02-FILE
002140     RECORDING MODE IS F
002150     LABEL RECORDS ARE STANDARD.
002160 01  GLX-VALP02-RECORD                PIC X(888).
002170
002180 FD  GL-VALP03-FILE
002190     RECORDING MODE IS F
002200     LABEL RECORDS ARE STANDARD.
002210 01  GLX-VALP03-RECORD                PIC X(888).
002220
002230 FD  GL-VALP04-FILE
002240     RECORDING MODE IS F
002250     LABEL RECORDS ARE STANDARD.
002260 01  GLX-VALP04-RECORD                PIC X(888).
002270
002280 FD  GL-VALP05-FILE
002290     RECORDING MODE IS F
002300     LABEL RECORDS ARE STANDARD.
002310 01  GLX-VALP05-RECORD                PIC X(888).
002320
002330 FD  GL-VALP06-FILE
002340     RECORDING MODE IS F
002350     LABEL RECORDS ARE STANDARD.
002360 01  GLX-VALP06-RECORD                PIC X(888).
002370
002380 FD  GL-VALP07-FILE
002390     RECORDING MODE IS F
002400     LABEL RECORDS ARE STANDARD.
002410 01  GLX-VALP07-RECORD                PIC X(888).
002420
002430 FD  GL-VALP08-FILE
002440     RECORDING MODE IS F
002450     LABEL RECORDS ARE STANDARD.
002460 01  GLX-VALP08-RECORD                PIC X(888).
002470
002480 FD  GL-DETP01-FILE
002490     RECORDING MODE IS F
002500     LABEL RECORDS ARE STANDARD.
002510 01  GLX-DETP01-RECORD                PIC X(888).
002520
002530 FD  GL-DETP02-FILE
002540     RECORDING MODE IS F
002550     LABEL RECORDS ARE STANDARD.
002560 01  GLX-DETP02-RECORD                PIC X(888).
002570
002580 FD  GL-DETP03-FILE
002590     RECORDING MODE IS F
002600     LABEL RECORDS ARE STANDARD.
002610 01  GLX-DETP03-RECORD                PIC X(888).
002620
002630 FD  GL-DETP04-FILE
002640     RECORDING MODE IS F
002650     LABEL RECORDS ARE STANDARD.
002660 01  GLX-DETP04-RECORD                PIC X(888).
002670
002680 FD  GL-DETP05-FILE
002690     RECORDING MODE IS F
002700     LABEL RECORDS ARE STANDARD.
002710 01  GLX-DETP05-RECORD                PIC X(888).
002720
002730 FD  GL-DETP06-FILE
002740     RECORDING MODE IS F
002750     LABEL RECORDS ARE STANDARD.
002760 01  GLX-DETP06-RECORD                PIC X(888).
002770
002780 FD  GL-DETP07-FILE
002790     RECORDING MODE IS F
002800     LABEL RECORDS ARE STANDARD.
002810 01  GLX-DETP07-RECORD                PIC X(888).
002820
002830 FD  GL-DETP08-FILE
002840     RECORDING MODE IS F
002850     LABEL RECORDS ARE STANDARD.
002860 01  GLX-DETP08-RECORD                PIC X(888).
002870
002880*----------------------------------------------------------------
002890*OUTPUT PARTITION MANIFEST - LAYOUT SUPPLIED BY GLPRTREC
002900*----------------------------------------------------------------
002910 FD  GL-MANIFEST-FILE
002920     RECORDING MODE IS F
002930     LABEL RECORDS ARE STANDARD.
002940 01  GLX-MANIFEST-RECORD              PIC X(80).
002950
002960 FD  GL-SPLIT-RPT
002970     RECORDING MODE IS F
002980     LABEL RECORDS ARE OMITTED.
002990 01  SPL-RPT-LINE                     PIC X(132).
003000
003010 WORKING-STORAGE SECTION.
003020*----------------------------------------------------------------
003030*SWITCHES AND COUNTERS
003040*----------------------------------------------------------------
003050 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
003060     88  GLX-PARM-OK                           VALUE "00".
003070 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
003080     88  GLX-VALID-OK                          VALUE "00".
003090     88  GLX-VALID-EOF                          VALUE "10".
003100 77  GLX-DETAIL-STATUS               PIC X(02) VALUE SPACES.
003110     88  GLX-DETAIL-OK                         VALUE "00".
003120     88  GLX-DETAIL-EOF                         VALUE "10".
003130 77  GLX-VALP-STATUS                 PIC X(02) VALUE SPACES.
003140     88  GLX-VALP-OK                           VALUE "00".
003150 77  GLX-DETP-STATUS                 PIC X(02) VALUE SPACES.
003160     88  GLX-DETP-OK                           VALUE "00".
003170 77  GLX-MAN-STATUS                  PIC X(02) VALUE SPACES.
003180 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
003190 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
003200     88  GLX-PARM-EOF                           VALUE "Y".
003210 77  GLX-VALID-EOF-SWITCH            PIC X(01) VALUE "N".
003220     88  GLX-VALID-DONE                         VALUE "Y".
003230 77  GLX-DETAIL-EOF-SWITCH           PIC X(01) VALUE "N".
003240     88  GLX-DETAIL-DONE                        VALUE "Y".
003250 77  GLX-CARD-ERROR-SW               PIC X(01) VALUE "N".
003260     88  GLX-CARD-ERROR                         VALUE "Y".
003270 77  GLX-SPLIT-FAILED-SW             PIC X(01) VALUE "N".
003280     88  GLX-SPLIT-FAILED                       VALUE "Y".
003290 77  GLX-CARDS-READ                 PIC S9(04) COMP   VALUE ZERO.
003300 77  GLX-VALID-READ                 PIC S9(09) COMP-3 VALUE ZERO.
003310 77  GLX-DETAIL-READ                PIC S9(09) COMP-3 VALUE ZERO.
003320 77  GLX-SLOT                       PIC S9(04) COMP   VALUE ZERO.
003330 77  GLX-CO-X                       PIC S9(05) COMP   VALUE ZERO.
003340 77  GLX-PARTITIONS-DEFINED         PIC S9(04) COMP   VALUE ZERO.
003350 77  GLX-PART-NO                     PIC 9(02) VALUE ZERO.
003360 77  GLX-WORK-DATE                   PIC 9(06) VALUE ZERO.
003370 77  GLX-WORK-TIME                   PIC 9(08) VALUE ZERO.
003380 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
003390
003400*----------------------------------------------------------------
003410*WHOLE-NIGHT INPUT TOTALS, PROVED AGAINST THE SUM OF THE
003420*PARTITIONS BEFORE THE MANIFEST IS TRUSTED
003430*----------------------------------------------------------------
003440 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
003450 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
003460 77  GLX-SUM-VALID              PIC S9(09) COMP-3 VALUE ZERO.
003470 77  GLX-SUM-DETAIL             PIC S9(09) COMP-3 VALUE ZERO.
003480 77  GLX-SUM-DR-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
003490 77  GLX-SUM-CR-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
003500 77  GLX-SUM-COMPANIES          PIC S9(05) COMP-3 VALUE ZERO.
003510 77  GLX-DTL-DR-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
003520 77  GLX-DTL-CR-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
003530 77  GLX-SUM-DTL-DR-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.
003540 77  GLX-SUM-DTL-CR-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.
003550
003560*----------------------------------------------------------------
003570*COMPANY RANGE TABLE - ONE ROW PER PART CARD.  THE OTHERS
003580*PARTITION (ZERO WHEN NO OTHERS CARD) CATCHES THE REST
003590*----------------------------------------------------------------
003600 77  GLX-OTHERS-SLOT                PIC S9(04) COMP   VALUE ZERO.
003610 77  GLX-RNG-COUNT                  PIC S9(04) COMP   VALUE ZERO.
003620 77  GLX-RNG-MAX                    PIC S9(04) COMP   VALUE 50.
003630 01  GLX-RANGE-TABLE.
003640     05  GLX-RNG-ENTRY OCCURS 1 TO 50 TIMES
003650             DEPENDING ON GLX-RNG-COUNT
003660             INDEXED BY GLX-RX.
003670         10  GLX-RNG-LOW-CO           PIC 9(04).
003680         10  GLX-RNG-HIGH-CO          PIC 9(04).
003690         10  GLX-RNG-SLOT             PIC S9(04) COMP.
003700
003710*----------------------------------------------------------------
003720*PARTITION TABLE - SLOT N IS PARTITION ID N
003730*----------------------------------------------------------------
003740 77  GLX-PARTITION-MAX              PIC S9(04) COMP   VALUE 8.
003750 01  GLX-PARTITION-TABLE.
003760     05  GLX-PT-ENTRY OCCURS 8 TIMES.
003770         10  GLX-PT-DEFINED-SW        PIC X(01).
003780         10  GLX-PT-VALID-CNT         PIC S9(09) COMP-3.
003790         10  GLX-PT-DR-AMT            PIC S9(13)V99 COMP-3.
003800         10  GLX-PT-CR-AMT            PIC S9(13)V99 COMP-3.
003810         10  GLX-PT-DETAIL-CNT        PIC S9(09) COMP-3.
003820         10  GLX-PT-DTL-DR-AMT        PIC S9(13)V99 COMP-3.
003830         10  GLX-PT-DTL-CR-AMT        PIC S9(13)V99 COMP-3.
003840         10  GLX-PT-COMPANIES         PIC S9(05) COMP-3.
003850
003860*----------------------------------------------------------------
003870*COMPANY ROUTING CACHE - SUBSCRIPT IS GLI-CO-ID + 1.  ZERO UNTIL
003880*THE COMPANY IS FIRST SEEN, THEN THE PARTITION IT ROUTES TO, SO
003890*THE RANGE TABLE IS SEARCHED ONCE PER COMPANY, NOT PER ITEM
003900*----------------------------------------------------------------
003910 01  GLX-ROUTE-TABLE.
003920     05  GLX-CO-ROUTE OCCURS 10000 TIMES
003930                                    PIC S9(04) COMP.
003940 01  GLX-COMPANY-COUNT-TABLE.
003950     05  GLX-CO-ENTRY OCCURS 10000 TIMES.
003960         10  GLX-CO-VALID-CNT         PIC S9(09) COMP-3.
003970         10  GLX-CO-DETAIL-CNT        PIC S9(09) COMP-3.
003980
003990*----------------------------------------------------------------
004000*MANIFEST RECORD WORK AREA - LAYOUT SUPPLIED BY GLPRTREC
004010*----------------------------------------------------------------
004020 COPY "GLPRTREC".
004030
004040*----------------------------------------------------------------
004050*REPORT LINE WORK AREAS
004060*----------------------------------------------------------------
004070 01  GLX-HDG-LINE-1.
004080     05  FILLER                     PIC X(34)
004090             VALUE "GL COMPANY PARTITION SPLIT".
004100     05  FILLER                     PIC X(14)
004110             VALUE "BUSINESS DATE".
004120     05  GLX-H1-DATE                PIC Z(06)9.
004130     05  FILLER                     PIC X(77) VALUE SPACES.
004140
004150 01  GLX-RANGE-LINE.
004160     05  FILLER                     PIC X(10) VALUE "PARTITION".
004170     05  GLX-RL-PART-ID             PIC X(02).
004180     05  FILLER                     PIC X(04) VALUE SPACES.
004190     05  GLX-RL-TEXT                PIC X(20).
004200     05  GLX-RL-RANGE.
004210         10  GLX-RL-LOW-CO          PIC ZZZ9.
004220         10  GLX-RL-DASH            PIC X(03).
004230         10  GLX-RL-HIGH-CO         PIC ZZZ9.
004240     05  FILLER                     PIC X(85) VALUE SPACES.
004250
004260 01  GLX-HDG-LINE-2.
004270     05  FILLER                     PIC X(07) VALUE "PART".
004280     05  FILLER                     PIC X(11) VALUE "COMPANIES".
004290     05  FILLER                     PIC X(15)
004300             VALUE "GLVALID RECS".
004310     05  FILLER                     PIC X(22)
004320             VALUE "VALID DEBITS".
004330     05  FILLER                     PIC X(22)
004340             VALUE "VALID CREDITS".
004350     05  FILLER                     PIC X(15)
004360             VALUE "GLDETAIL RECS".
004370     05  FILLER                     PIC X(40) VALUE SPACES.
004380
004390 01  GLX-PART-LINE.
004400     05  GLX-PL-PART-ID             PIC X(05).
004410     05  FILLER                     PIC X(02) VALUE SPACES.
004420     05  GLX-PL-COMPANIES           PIC ZZ,ZZ9.
004430     05  FILLER                     PIC X(03) VALUE SPACES.
004440     05  GLX-PL-VALID-CNT           PIC ZZZ,ZZZ,ZZ9.
004450     05  FILLER                     PIC X(03) VALUE SPACES.
004460     05  GLX-PL-DR-AMT              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004470     05  FILLER                     PIC X(01) VALUE SPACES.
004480     05  GLX-PL-CR-AMT              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004490     05  FILLER                     PIC X(03) VALUE SPACES.
004500     05  GLX-PL-DETAIL-CNT          PIC ZZZ,ZZZ,ZZ9.
004510     05  FILLER                     PIC X(02) VALUE SPACES.
004520     05  GLX-PL-FLAG                PIC X(20).
004530     05  FILLER                     PIC X(21) VALUE SPACES.
004540
004550 01  GLX-HDG-LINE-3.
004560     05  FILLER                     PIC X(07) VALUE "CO-ID".
004570     05  FILLER                     PIC X(11) VALUE "PARTITION".
004580     05  FILLER                     PIC X(15)
004590             VALUE "GLVALID RECS".
004600     05  FILLER                     PIC X(15)
004610             VALUE "GLDETAIL RECS".
004620     05  FILLER                     PIC X(84) VALUE SPACES.
004630
004640 01  GLX-COMPANY-LINE.
004650     05  GLX-CL-CO-ID               PIC ZZZ9.
004660     05  FILLER                     PIC X(06) VALUE SPACES.
004670     05  GLX-CL-PART-ID             PIC 9(02).
004680     05  FILLER                     PIC X(06) VALUE SPACES.
004690     05  GLX-CL-VALID-CNT           PIC ZZZ,ZZZ,ZZ9.
004700     05  FILLER                     PIC X(04) VALUE SPACES.
004710     05  GLX-CL-DETAIL-CNT          PIC ZZZ,ZZZ,ZZ9.
004720     05  FILLER                     PIC X(88) VALUE SPACES.
004730
004740*----------------------------------------------------------------
004750*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
004760*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
004770*----------------------------------------------------------------
004780 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
004790     88  GLX-RC-STARTED                         VALUE "Y".
004800 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
004810 COPY "GLRUNREC".
004820
004830*----------------------------------------------------------------
004840*CONTROL-CHAIN POSTING WORK AREA - FILE TOTALS GO TO THE SHARED
004850*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
004860*----------------------------------------------------------------
004870 COPY "GLCTLREC".
004880
004890 PROCEDURE DIVISION.
004900*----------------------------------------------------------------
004910*0000-MAINLINE - CARDS FIRST; NOTHING IS SPLIT UNTIL EVERY CARD
004920*HAS PROVED.  GLVALID IS SPLIT, THEN GLDETAIL, THEN THE
004930*MANIFEST AND THE SPLIT REPORT ARE WRITTEN
004940*----------------------------------------------------------------
004950 0000-MAINLINE.
004960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004970     PERFORM 2000-SPLIT-VALID THRU 2000-EXIT
004980         UNTIL GLX-VALID-DONE.
004990     IF NOT GLX-DETAIL-DONE
005000         PERFORM 3100-READ-DETAIL THRU 3100-EXIT
005010     END-IF.
005020     PERFORM 3000-SPLIT-DETAIL THRU 3000-EXIT
005030         UNTIL GLX-DETAIL-DONE.
005040     PERFORM 4000-PROVE-SPLIT THRU 4000-EXIT.
005050     PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT.
005060     PERFORM 8500-PRINT-REPORT THRU 8500-EXIT.
005070     PERFORM 9999-TERMINATE THRU 9999-EXIT.
005080     STOP RUN.
005090
005100*----------------------------------------------------------------
005110*1000-INITIALIZE - READ AND PROVE THE PARTITION CARDS, THEN OPEN
005120*THE INPUTS, THE SLICES OF EVERY NAMED PARTITION, THE MANIFEST
005130*AND THE REPORT, AND PRIME THE FIRST GLVALID READ.  GLDETAIL IS
005140*READ INTO THE EXTRACT LAYOUT, SO ITS FIRST READ WAITS UNTIL THE
005150*GLVALID PASS IS FINISHED
005160*----------------------------------------------------------------
005170 1000-INITIALIZE.
005180     INITIALIZE GLX-PARTITION-TABLE.
005190     INITIALIZE GLX-ROUTE-TABLE.
005200     INITIALIZE GLX-COMPANY-COUNT-TABLE.
005210     PERFORM 1100-READ-PART-CARDS THRU 1100-EXIT.
005220     IF GLX-PARTITIONS-DEFINED = ZERO AND NOT GLX-CARD-ERROR
005230         DISPLAY "GLPARTSP - NO PARTITION CARDS SUPPLIED"
005240         MOVE "Y" TO GLX-CARD-ERROR-SW
005250     END-IF.
005260     IF GLX-CARD-ERROR
005270         PERFORM 1900-REJECT-CARDS THRU 1900-EXIT
005280     END-IF.
005290     OPEN INPUT  GL-VALID-FILE.
005300     OPEN INPUT  GL-DETAIL-FILE.
005310     OPEN OUTPUT GL-MANIFEST-FILE.
005320     OPEN OUTPUT GL-SPLIT-RPT.
005330     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
005340         DISPLAY "GLPARTSP - OPEN ERROR ON GL-VALID-FILE "
005350             GLX-VALID-STATUS
005360         MOVE "Y" TO GLX-SPLIT-FAILED-SW
005370     END-IF.
005380     IF NOT GLX-DETAIL-OK AND NOT GLX-DETAIL-EOF
005390         DISPLAY "GLPARTSP - OPEN ERROR ON GL-DETAIL-FILE "
005400             GLX-DETAIL-STATUS
005410         MOVE "Y" TO GLX-SPLIT-FAILED-SW
005420     END-IF.
005430     PERFORM 1300-OPEN-ONE-SLOT THRU 1300-EXIT
005440         VARYING GLX-SLOT FROM 1 BY 1
005450         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
005460     IF GLX-SPLIT-FAILED
005470         MOVE "Y" TO GLX-VALID-EOF-SWITCH
005480         MOVE "Y" TO GLX-DETAIL-EOF-SWITCH
005490         GO TO 1000-EXIT
005500     END-IF.
005510     PERFORM 2100-READ-VALID THRU 2100-EXIT.
005520 1000-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560*1100-READ-PART-CARDS - THE CARD FILE IS REQUIRED; A PARTITIONED
005570*NIGHT CANNOT GUESS ITS OWN PARTITIONS
005580*----------------------------------------------------------------
005590 1100-READ-PART-CARDS.
005600     OPEN INPUT GL-PARM-FILE.
005610     IF NOT GLX-PARM-OK
005620         DISPLAY "GLPARTSP - OPEN ERROR ON GL-PARM-FILE "
005630             GLX-PARM-STATUS
005640         MOVE "Y" TO GLX-CARD-ERROR-SW
005650         GO TO 1100-EXIT
005660     END-IF.
005670     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
005680         UNTIL GLX-PARM-EOF.
005690     CLOSE GL-PARM-FILE.
005700 1100-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740*1110-READ-ONE-CARD - EVERY BAD CARD IS LISTED BEFORE THE JOB
005750*GIVES UP, SO ONE RERUN FIXES THEM ALL
005760*----------------------------------------------------------------
005770 1110-READ-ONE-CARD.
005780     READ GL-PARM-FILE
005790         AT END
005800             MOVE "Y" TO GLX-PARM-EOF-SWITCH
005810             GO TO 1110-EXIT
005820     END-READ.
005830     IF GLX-PARM-KEYWORD (1:1) = "*"
005840        OR GLX-PARM-KEYWORD = SPACES
005850         GO TO 1110-EXIT
005860     END-IF.
005870     ADD 1 TO GLX-CARDS-READ.
005880     IF NOT GLX-PARM-IS-PART AND NOT GLX-PARM-IS-OTHERS
005890         DISPLAY "GLPARTSP - UNKNOWN CARD: " GLX-PARM-RECORD
005900         MOVE "Y" TO GLX-CARD-ERROR-SW
005910         GO TO 1110-EXIT
005920     END-IF.
005930     IF GLX-PARM-PART-ID NOT NUMERIC
005940         DISPLAY "GLPARTSP - PARTITION ID NOT 01-08: "
005950             GLX-PARM-RECORD
005960         MOVE "Y" TO GLX-CARD-ERROR-SW
005970         GO TO 1110-EXIT
005980     END-IF.
005990     IF GLX-PARM-PART-NO < 1
006000        OR GLX-PARM-PART-NO > GLX-PARTITION-MAX
006010         DISPLAY "GLPARTSP - PARTITION ID NOT 01-08: "
006020             GLX-PARM-RECORD
006030         MOVE "Y" TO GLX-CARD-ERROR-SW
006040         GO TO 1110-EXIT
006050     END-IF.
006060     MOVE GLX-PARM-PART-NO TO GLX-SLOT.
006070     IF GLX-PARM-IS-OTHERS
006080         PERFORM 1130-SET-OTHERS THRU 1130-EXIT
006090     ELSE
006100         PERFORM 1120-ADD-RANGE THRU 1120-EXIT
006110     END-IF.
006120 1110-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------
006160*1120-ADD-RANGE - A RANGE MUST BE NUMERIC, LOW NOT ABOVE HIGH,
006170*AND MAY NOT OVERLAP A RANGE ALREADY TAKEN, SO EVERY COMPANY
006180*BELONGS TO EXACTLY ONE PARTITION
006190*----------------------------------------------------------------
006200 1120-ADD-RANGE.
006210     IF GLX-PARM-LOW-CO NOT NUMERIC
006220        OR GLX-PARM-HIGH-CO NOT NUMERIC
006230         DISPLAY "GLPARTSP - NON-NUMERIC COMPANY RANGE: "
006240             GLX-PARM-RECORD
006250         MOVE "Y" TO GLX-CARD-ERROR-SW
006260         GO TO 1120-EXIT
006270     END-IF.
006280     IF GLX-PARM-LOW-CO > GLX-PARM-HIGH-CO
006290         DISPLAY "GLPARTSP - RANGE LOW ABOVE HIGH: "
006300             GLX-PARM-RECORD
006310         MOVE "Y" TO GLX-CARD-ERROR-SW
006320         GO TO 1120-EXIT
006330     END-IF.
006340     IF GLX-RNG-COUNT > ZERO
006350         SET GLX-RX TO 1
006360         SEARCH GLX-RNG-ENTRY
006370             AT END
006380                 CONTINUE
006390             WHEN GLX-PARM-LOW-CO NOT > GLX-RNG-HIGH-CO (GLX-RX)
006400              AND GLX-PARM-HIGH-CO NOT < GLX-RNG-LOW-CO (GLX-RX)
006410                 DISPLAY "GLPARTSP - RANGE OVERLAPS AN EARLIER "
006420                     "CARD: " GLX-PARM-RECORD
006430                 MOVE "Y" TO GLX-CARD-ERROR-SW
006440                 GO TO 1120-EXIT
006450         END-SEARCH
006460     END-IF.
006470     IF GLX-RNG-COUNT NOT < GLX-RNG-MAX
006480         DISPLAY "GLPARTSP - MORE THAN " GLX-RNG-MAX
006490             " RANGE CARDS - CARD REJECTED: " GLX-PARM-RECORD
006500         MOVE "Y" TO GLX-CARD-ERROR-SW
006510         GO TO 1120-EXIT
006520     END-IF.
006530     ADD 1 TO GLX-RNG-COUNT.
006540     SET GLX-RX TO GLX-RNG-COUNT.
006550     MOVE GLX-PARM-LOW-CO  TO GLX-RNG-LOW-CO (GLX-RX).
006560     MOVE GLX-PARM-HIGH-CO TO GLX-RNG-HIGH-CO (GLX-RX).
006570     MOVE GLX-SLOT         TO GLX-RNG-SLOT (GLX-RX).
006580     PERFORM 1140-DEFINE-PARTITION THRU 1140-EXIT.
006590 1120-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------------
006630*1130-SET-OTHERS - ONLY ONE CATCH-ALL PARTITION
006640*----------------------------------------------------------------
006650 1130-SET-OTHERS.
006660     IF GLX-OTHERS-SLOT NOT = ZERO
006670         DISPLAY "GLPARTSP - SECOND OTHERS CARD: " GLX-PARM-RECORD
006680         MOVE "Y" TO GLX-CARD-ERROR-SW
006690         GO TO 1130-EXIT
006700     END-IF.
006710     MOVE GLX-SLOT TO GLX-OTHERS-SLOT.
006720     PERFORM 1140-DEFINE-PARTITION THRU 1140-EXIT.
006730 1130-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770*1140-DEFINE-PARTITION
006780*----------------------------------------------------------------
006790 1140-DEFINE-PARTITION.
006800     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
006810         MOVE "Y" TO GLX-PT-DEFINED-SW (GLX-SLOT)
006820         ADD 1 TO GLX-PARTITIONS-DEFINED
006830     END-IF.
006840 1140-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880*1300-OPEN-ONE-SLOT - BOTH SLICES OF A NAMED PARTITION
006890*----------------------------------------------------------------
006900 1300-OPEN-ONE-SLOT.
006910     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
006920         GO TO 1300-EXIT
006930     END-IF.
006940     EVALUATE GLX-SLOT
006950         WHEN 1
006960             OPEN OUTPUT GL-VALP01-FILE
006970             OPEN OUTPUT GL-DETP01-FILE
006980         WHEN 2
006990             OPEN OUTPUT GL-VALP02-FILE
007000             OPEN OUTPUT GL-DETP02-FILE
007010         WHEN 3
007020             OPEN OUTPUT GL-VALP03-FILE
007030             OPEN OUTPUT GL-DETP03-FILE
007040         WHEN 4
007050             OPEN OUTPUT GL-VALP04-FILE
007060             OPEN OUTPUT GL-DETP04-FILE
007070         WHEN 5
007080             OPEN OUTPUT GL-VALP05-FILE
007090             OPEN OUTPUT GL-DETP05-FILE
007100         WHEN 6
007110             OPEN OUTPUT GL-VALP06-FILE
007120             OPEN OUTPUT GL-DETP06-FILE
007130         WHEN 7
007140             OPEN OUTPUT GL-VALP07-FILE
007150             OPEN OUTPUT GL-DETP07-FILE
007160         WHEN 8
007170             OPEN OUTPUT GL-VALP08-FILE
007180             OPEN OUTPUT GL-DETP08-FILE
007190     END-EVALUATE.
007200     IF NOT GLX-VALP-OK OR NOT GLX-DETP-OK
007210         DISPLAY "GLPARTSP - OPEN ERROR ON PARTITION " GLX-SLOT
007220             " SLICES " GLX-VALP-STATUS " " GLX-DETP-STATUS
007230         MOVE "Y" TO GLX-SPLIT-FAILED-SW
007240     END-IF.
007250 1300-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290*1900-REJECT-CARDS - NO SPLIT ON A BAD CARD DECK.  THE JOB ENDS
007300*WITH RETURN CODE 16 BEFORE ANY SLICE IS OPENED, SO THE
007310*SCHEDULER HOLDS THE PARTITIONED NIGHT
007320*----------------------------------------------------------------
007330 1900-REJECT-CARDS.
007340     DISPLAY "GLPARTSP - ** PARTITION CARDS REJECTED ** - "
007350         "NOTHING SPLIT".
007360     MOVE 16 TO RETURN-CODE.
007370     STOP RUN.
007380 1900-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420*2000-SPLIT-VALID - ROUTE ONE GLVALID RECORD TO ITS PARTITION'S
007430*SLICE AND ROLL IT INTO THE PARTITION'S DEBIT OR CREDIT TOTAL
007440*----------------------------------------------------------------
007450 2000-SPLIT-VALID.
007460     ADD 1 TO GLX-VALID-READ.
007470     IF NOT GLX-RC-STARTED
007480         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
007490     END-IF.
007500     PERFORM 2200-ROUTE-COMPANY THRU 2200-EXIT.
007510     PERFORM 2300-WRITE-VALID THRU 2300-EXIT.
007520     ADD 1 TO GLX-PT-VALID-CNT (GLX-SLOT).
007530     ADD 1 TO GLX-CO-VALID-CNT (GLX-CO-X).
007540     IF GLI-PD-TRAN-SIGN < ZERO
007550         ADD GLI-TRANS-AMT TO GLX-PT-DR-AMT (GLX-SLOT)
007560         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
007570     ELSE
007580         ADD GLI-TRANS-AMT TO GLX-PT-CR-AMT (GLX-SLOT)
007590         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
007600     END-IF.
007610     PERFORM 2100-READ-VALID THRU 2100-EXIT.
007620 2000-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------------
007660*2100-READ-VALID
007670*----------------------------------------------------------------
007680 2100-READ-VALID.
007690     READ GL-VALID-FILE
007700         AT END
007710             MOVE "Y" TO GLX-VALID-EOF-SWITCH
007720     END-READ.
007730 2100-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------
007770*2200-ROUTE-COMPANY - THE CACHE ANSWERS FOR A COMPANY ALREADY
007780*SEEN; OTHERWISE THE RANGE CARDS, THEN THE OTHERS PARTITION.
007790*GLI-CO-ID IS IN THE SAME PLACE ON BOTH EXTRACTS, SO THE GLDETAIL
007800*SPLIT ROUTES THROUGH HERE AS WELL.  A COMPANY OVER 9999 IS
007810*OUTSIDE THE CACHE AND EVERY RANGE AND CANNOT BE ROUTED
007820*----------------------------------------------------------------
007830 2200-ROUTE-COMPANY.
007840     IF GLI-CO-ID > 9999
007850         DISPLAY "GLPARTSP - ** COMPANY " GLI-CO-ID
007860             " IS OUTSIDE 0000-9999 ** - ITEM CANNOT BE ROUTED"
007870         PERFORM 2900-UNROUTED-COMPANY THRU 2900-EXIT
007880     END-IF.
007890     COMPUTE GLX-CO-X = GLI-CO-ID + 1.
007900     MOVE GLX-CO-ROUTE (GLX-CO-X) TO GLX-SLOT.
007910     IF GLX-SLOT > ZERO
007920         GO TO 2200-EXIT
007930     END-IF.
007940     IF GLX-RNG-COUNT > ZERO
007950         SET GLX-RX TO 1
007960         SEARCH GLX-RNG-ENTRY
007970             AT END
007980                 CONTINUE
007990             WHEN GLI-CO-ID NOT < GLX-RNG-LOW-CO (GLX-RX)
008000              AND GLI-CO-ID NOT > GLX-RNG-HIGH-CO (GLX-RX)
008010                 MOVE GLX-RNG-SLOT (GLX-RX) TO GLX-SLOT
008020         END-SEARCH
008030     END-IF.
008040     IF GLX-SLOT = ZERO
008050         MOVE GLX-OTHERS-SLOT TO GLX-SLOT
008060     END-IF.
008070     IF GLX-SLOT = ZERO
008080         DISPLAY "GLPARTSP - ** COMPANY " GLI-CO-ID
008090             " IS IN NO PARTITION **"
008100             " - ADD A RANGE OR AN OTHERS CARD"
008110         PERFORM 2900-UNROUTED-COMPANY THRU 2900-EXIT
008120     END-IF.
008130     MOVE GLX-SLOT TO GLX-CO-ROUTE (GLX-CO-X).
008140     ADD 1 TO GLX-PT-COMPANIES (GLX-SLOT).
008150 2200-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190*2300-WRITE-VALID
008200*----------------------------------------------------------------
008210 2300-WRITE-VALID.
008220     EVALUATE GLX-SLOT
008230         WHEN 1
008240             WRITE GLX-VALP01-RECORD FROM GLI-INTERNAL-TRANSACTION
008250         WHEN 2
008260             WRITE GLX-VALP02-RECORD FROM GLI-INTERNAL-TRANSACTION
008270         WHEN 3
008280             WRITE GLX-VALP03-RECORD FROM GLI-INTERNAL-TRANSACTION
008290         WHEN 4
008300             WRITE GLX-VALP04-RECORD FROM GLI-INTERNAL-TRANSACTION
008310         WHEN 5
008320             WRITE GLX-VALP05-RECORD FROM GLI-INTERNAL-TRANSACTION
008330         WHEN 6
008340             WRITE GLX-VALP06-RECORD FROM GLI-INTERNAL-TRANSACTION
008350         WHEN 7
008360             WRITE GLX-VALP07-RECORD FROM GLI-INTERNAL-TRANSACTION
008370         WHEN 8
008380             WRITE GLX-VALP08-RECORD FROM GLI-INTERNAL-TRANSACTION
008390     END-EVALUATE.
008400     IF NOT GLX-VALP-OK
008410         DISPLAY "GLPARTSP - WRITE ERROR ON PARTITION " GLX-SLOT
008420             " GLVALID SLICE " GLX-VALP-STATUS
008430         MOVE "Y" TO GLX-SPLIT-FAILED-SW
008440     END-IF.
008450 2300-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------------
008490*2900-UNROUTED-COMPANY - NO RANGE COVERS THE COMPANY AND THERE IS
008500*NO OTHERS PARTITION, OR THE COMPANY IS OUT OF RANGE.  ITS ITEMS
008510*WOULD BE IN NO PARTITION AT ALL, SO THE SPLIT IS ABANDONED: FAIL
008520*IS POSTED AND THE JOB ENDS WITH RETURN CODE 16, LIKE AN
008530*OUT-OF-BALANCE GLCORPST BATCH
008540*----------------------------------------------------------------
008550 2900-UNROUTED-COMPANY.
008560     MOVE "Y" TO GLX-SPLIT-FAILED-SW.
008570     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
008580     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
008590     PERFORM 9100-CLOSE-ONE-SLOT THRU 9100-EXIT
008600         VARYING GLX-SLOT FROM 1 BY 1
008610         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
008620     CLOSE GL-VALID-FILE.
008630     CLOSE GL-DETAIL-FILE.
008640     CLOSE GL-MANIFEST-FILE.
008650     CLOSE GL-SPLIT-RPT.
008660     MOVE 16 TO RETURN-CODE.
008670     STOP RUN.
008680 2900-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720*3000-SPLIT-DETAIL - ROUTE ONE GLDETAIL RECORD TO ITS SLICE.  THE
008730*RECORD IS READ INTO THE EXTRACT LAYOUT SO THE ROUTING USES THE
008740*SAME GLI-CO-ID AS THE GLVALID SPLIT
008750*----------------------------------------------------------------
008760 3000-SPLIT-DETAIL.
008770     ADD 1 TO GLX-DETAIL-READ.
008780     IF NOT GLX-RC-STARTED
008790         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
008800     END-IF.
008810     PERFORM 2200-ROUTE-COMPANY THRU 2200-EXIT.
008820     PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT.
008830     ADD 1 TO GLX-PT-DETAIL-CNT (GLX-SLOT).
008840     ADD 1 TO GLX-CO-DETAIL-CNT (GLX-CO-X).
008850     IF GLI-PD-TRAN-SIGN NUMERIC AND GLI-TRANS-AMT NUMERIC
008860         IF GLI-PD-TRAN-SIGN < ZERO
008870             ADD GLI-TRANS-AMT TO GLX-PT-DTL-DR-AMT (GLX-SLOT)
008880             ADD GLI-TRANS-AMT TO GLX-DTL-DR-AMT
008890         ELSE
008900             ADD GLI-TRANS-AMT TO GLX-PT-DTL-CR-AMT (GLX-SLOT)
008910             ADD GLI-TRANS-AMT TO GLX-DTL-CR-AMT
008920         END-IF
008930     END-IF.
008940     PERFORM 3100-READ-DETAIL THRU 3100-EXIT.
008950 3000-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990*3100-READ-DETAIL
009000*----------------------------------------------------------------
009010 3100-READ-DETAIL.
009020     READ GL-DETAIL-FILE INTO GLI-INTERNAL-TRANSACTION
009030         AT END
009040             MOVE "Y" TO GLX-DETAIL-EOF-SWITCH
009050     END-READ.
009060 3100-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------
009100*3300-WRITE-DETAIL
009110*----------------------------------------------------------------
009120 3300-WRITE-DETAIL.
009130     EVALUATE GLX-SLOT
009140         WHEN 1
009150             WRITE GLX-DETP01-RECORD FROM GLX-DETAIL-RECORD
009160         WHEN 2
009170             WRITE GLX-DETP02-RECORD FROM GLX-DETAIL-RECORD
009180         WHEN 3
009190             WRITE GLX-DETP03-RECORD FROM GLX-DETAIL-RECORD
009200         WHEN 4
009210             WRITE GLX-DETP04-RECORD FROM GLX-DETAIL-RECORD
009220         WHEN 5
009230             WRITE GLX-DETP05-RECORD FROM GLX-DETAIL-RECORD
009240         WHEN 6
009250             WRITE GLX-DETP06-RECORD FROM GLX-DETAIL-RECORD
009260         WHEN 7
009270             WRITE GLX-DETP07-RECORD FROM GLX-DETAIL-RECORD
009280         WHEN 8
009290             WRITE GLX-DETP08-RECORD FROM GLX-DETAIL-RECORD
009300     END-EVALUATE.
009310     IF NOT GLX-DETP-OK
009320         DISPLAY "GLPARTSP - WRITE ERROR ON PARTITION " GLX-SLOT
009330             " GLDETAIL SLICE " GLX-DETP-STATUS
009340         MOVE "Y" TO GLX-SPLIT-FAILED-SW
009350     END-IF.
009360 3300-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------
009400*4000-PROVE-SPLIT - THE PARTITIONS MUST ADD BACK TO THE INPUTS,
009410*RECORD FOR RECORD AND CENT FOR CENT.  A SHORTFALL (A FAILED
009420*SLICE WRITE) POSTS FAIL WITH RETURN CODE 16
009430*----------------------------------------------------------------
009440 4000-PROVE-SPLIT.
009450     PERFORM 4100-SUM-ONE-PARTITION THRU 4100-EXIT
009460         VARYING GLX-SLOT FROM 1 BY 1
009470         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
009480     IF GLX-SUM-VALID NOT = GLX-VALID-READ
009490        OR GLX-SUM-DETAIL NOT = GLX-DETAIL-READ
009500        OR GLX-SUM-DR-AMT NOT = GLX-IN-DR-AMT
009510        OR GLX-SUM-CR-AMT NOT = GLX-IN-CR-AMT
009520        OR GLX-SUM-DTL-DR-AMT NOT = GLX-DTL-DR-AMT
009530        OR GLX-SUM-DTL-CR-AMT NOT = GLX-DTL-CR-AMT
009540         DISPLAY "GLPARTSP - ** PARTITIONS DO NOT ADD BACK TO "
009550             "THE INPUTS **"
009560         MOVE "Y" TO GLX-SPLIT-FAILED-SW
009570     END-IF.
009580 4000-EXIT.
009590     EXIT.
009600
009610*----------------------------------------------------------------
009620*4100-SUM-ONE-PARTITION
009630*----------------------------------------------------------------
009640 4100-SUM-ONE-PARTITION.
009650     ADD GLX-PT-VALID-CNT (GLX-SLOT)  TO GLX-SUM-VALID.
009660     ADD GLX-PT-DETAIL-CNT (GLX-SLOT) TO GLX-SUM-DETAIL.
009670     ADD GLX-PT-DR-AMT (GLX-SLOT)     TO GLX-SUM-DR-AMT.
009680     ADD GLX-PT-CR-AMT (GLX-SLOT)     TO GLX-SUM-CR-AMT.
009690     ADD GLX-PT-COMPANIES (GLX-SLOT)  TO GLX-SUM-COMPANIES.
009700     ADD GLX-PT-DTL-DR-AMT (GLX-SLOT) TO GLX-SUM-DTL-DR-AMT.
009710     ADD GLX-PT-DTL-CR-AMT (GLX-SLOT) TO GLX-SUM-DTL-CR-AMT.
009720 4100-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------
009760*8000-WRITE-MANIFEST - HEADER, ONE P RECORD PER NAMED PARTITION
009770*IN ID ORDER, THEN THE WHOLE-NIGHT TRAILER.  A FAILED SPLIT
009780*WRITES NO MANIFEST, SO NO PARTITION STEP OR MERGE CAN MISTAKE
009790*THE SLICES FOR A GOOD NIGHT
009800*----------------------------------------------------------------
009810 8000-WRITE-MANIFEST.
009820     IF GLX-SPLIT-FAILED
009830         GO TO 8000-EXIT
009840     END-IF.
009850     MOVE SPACES TO GLP-CONTROL-RECORD.
009860     MOVE "H"                    TO GLP-REC-TYPE.
009870     MOVE GLX-BUSINESS-DATE      TO GLP-BUSINESS-DATE.
009880     MOVE ZERO TO GLP-VALID-COUNT
009890                  GLP-VALID-DR-AMT
009900                  GLP-VALID-CR-AMT
009910                  GLP-DETAIL-COUNT.
009920     MOVE GLX-PARTITIONS-DEFINED TO GLP-PARTITION-COUNT.
009930     WRITE GLX-MANIFEST-RECORD FROM GLP-CONTROL-RECORD.
009940     PERFORM 8100-PUT-ONE-PARTITION THRU 8100-EXIT
009950         VARYING GLX-SLOT FROM 1 BY 1
009960         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
009970     MOVE SPACES TO GLP-CONTROL-RECORD.
009980     MOVE "T"                    TO GLP-REC-TYPE.
009990     MOVE GLX-BUSINESS-DATE      TO GLP-BUSINESS-DATE.
010000     MOVE GLX-VALID-READ         TO GLP-VALID-COUNT.
010010     MOVE GLX-IN-DR-AMT          TO GLP-VALID-DR-AMT.
010020     MOVE GLX-IN-CR-AMT          TO GLP-VALID-CR-AMT.
010030     MOVE GLX-DETAIL-READ        TO GLP-DETAIL-COUNT.
010040     MOVE GLX-PARTITIONS-DEFINED TO GLP-PARTITION-COUNT.
010050     WRITE GLX-MANIFEST-RECORD FROM GLP-CONTROL-RECORD.
010060 8000-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------------
010100*8100-PUT-ONE-PARTITION
010110*----------------------------------------------------------------
010120 8100-PUT-ONE-PARTITION.
010130     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
010140         GO TO 8100-EXIT
010150     END-IF.
010160     MOVE SPACES TO GLP-CONTROL-RECORD.
010170     MOVE "P"                          TO GLP-REC-TYPE.
010180     MOVE GLX-BUSINESS-DATE            TO GLP-BUSINESS-DATE.
010190     MOVE GLX-SLOT                     TO GLX-PART-NO.
010200     MOVE GLX-PART-NO                  TO GLP-PARTITION-ID.
010210     MOVE GLX-PT-VALID-CNT (GLX-SLOT)  TO GLP-VALID-COUNT.
010220     MOVE GLX-PT-DR-AMT (GLX-SLOT)     TO GLP-VALID-DR-AMT.
010230     MOVE GLX-PT-CR-AMT (GLX-SLOT)     TO GLP-VALID-CR-AMT.
010240     MOVE GLX-PT-DETAIL-CNT (GLX-SLOT) TO GLP-DETAIL-COUNT.
010250     MOVE GLX-PARTITIONS-DEFINED       TO GLP-PARTITION-COUNT.
010260     WRITE GLX-MANIFEST-RECORD FROM GLP-CONTROL-RECORD.
010270 8100-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------
010310*8500-PRINT-REPORT - THE CARD DECK AS UNDERSTOOD, ONE LINE PER
010320*PARTITION WITH THE WHOLE-NIGHT PROOF LINES UNDER IT, THEN THE
010330*ROUTING OF EVERY COMPANY SEEN TONIGHT
010340*----------------------------------------------------------------
010350 8500-PRINT-REPORT.
010360     MOVE GLX-BUSINESS-DATE TO GLX-H1-DATE.
010370     WRITE SPL-RPT-LINE FROM GLX-HDG-LINE-1.
010380     MOVE SPACES TO SPL-RPT-LINE.
010390     WRITE SPL-RPT-LINE.
010400     IF GLX-RNG-COUNT > ZERO
010410         PERFORM 8510-PRINT-ONE-RANGE THRU 8510-EXIT
010420             VARYING GLX-RX FROM 1 BY 1
010430             UNTIL GLX-RX > GLX-RNG-COUNT
010440     END-IF.
010450     IF GLX-OTHERS-SLOT > ZERO
010460         MOVE GLX-OTHERS-SLOT TO GLX-PART-NO
010470         MOVE GLX-PART-NO     TO GLX-RL-PART-ID
010480         MOVE "ALL OTHER COMPANIES" TO GLX-RL-TEXT
010490         MOVE SPACES TO GLX-RL-RANGE
010500         WRITE SPL-RPT-LINE FROM GLX-RANGE-LINE
010510     END-IF.
010520     MOVE SPACES TO SPL-RPT-LINE.
010530     WRITE SPL-RPT-LINE.
010540     WRITE SPL-RPT-LINE FROM GLX-HDG-LINE-2.
010550     PERFORM 8520-PRINT-ONE-PARTITION THRU 8520-EXIT
010560         VARYING GLX-SLOT FROM 1 BY 1
010570         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
010580     MOVE "ALL"             TO GLX-PL-PART-ID.
010590     MOVE GLX-SUM-COMPANIES TO GLX-PL-COMPANIES.
010600     MOVE GLX-SUM-VALID     TO GLX-PL-VALID-CNT.
010610     MOVE GLX-SUM-DR-AMT    TO GLX-PL-DR-AMT.
010620     MOVE GLX-SUM-CR-AMT    TO GLX-PL-CR-AMT.
010630     MOVE GLX-SUM-DETAIL    TO GLX-PL-DETAIL-CNT.
010640     MOVE SPACES            TO GLX-PL-FLAG.
010650     WRITE SPL-RPT-LINE FROM GLX-PART-LINE.
010660     MOVE "INPUT"           TO GLX-PL-PART-ID.
010670     MOVE GLX-VALID-READ    TO GLX-PL-VALID-CNT.
010680     MOVE GLX-IN-DR-AMT     TO GLX-PL-DR-AMT.
010690     MOVE GLX-IN-CR-AMT     TO GLX-PL-CR-AMT.
010700     MOVE GLX-DETAIL-READ   TO GLX-PL-DETAIL-CNT.
010710     IF GLX-SPLIT-FAILED
010720         MOVE "** NOT PROVEN **" TO GLX-PL-FLAG
010730     ELSE
010740         MOVE "SPLIT PROVEN"     TO GLX-PL-FLAG
010750     END-IF.
010760     WRITE SPL-RPT-LINE FROM GLX-PART-LINE.
010770     MOVE SPACES TO SPL-RPT-LINE.
010780     WRITE SPL-RPT-LINE.
010790     WRITE SPL-RPT-LINE FROM GLX-HDG-LINE-3.
010800     PERFORM 8530-PRINT-ONE-COMPANY THRU 8530-EXIT
010810         VARYING GLX-CO-X FROM 1 BY 1
010820         UNTIL GLX-CO-X > 10000.
010830 8500-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870*8510-PRINT-ONE-RANGE
010880*----------------------------------------------------------------
010890 8510-PRINT-ONE-RANGE.
010900     MOVE GLX-RNG-SLOT (GLX-RX)    TO GLX-PART-NO.
010910     MOVE GLX-PART-NO              TO GLX-RL-PART-ID.
010920     MOVE "COMPANIES"              TO GLX-RL-TEXT.
010930     MOVE GLX-RNG-LOW-CO (GLX-RX)  TO GLX-RL-LOW-CO.
010940     MOVE " - "                    TO GLX-RL-DASH.
010950     MOVE GLX-RNG-HIGH-CO (GLX-RX) TO GLX-RL-HIGH-CO.
010960     WRITE SPL-RPT-LINE FROM GLX-RANGE-LINE.
010970 8510-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010*8520-PRINT-ONE-PARTITION - AN EMPTY PARTITION IS FLAGGED; ITS
011020*JOBS POST NO EVENTS AND THE NIGHT CHECK EXPECTS NONE
011030*----------------------------------------------------------------
011040 8520-PRINT-ONE-PARTITION.
011050     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
011060         GO TO 8520-EXIT
011070     END-IF.
011080     MOVE GLX-SLOT                     TO GLX-PART-NO.
011090     MOVE SPACES                       TO GLX-PL-PART-ID.
011100     MOVE GLX-PART-NO                  TO GLX-PL-PART-ID (1:2).
011110     MOVE GLX-PT-COMPANIES (GLX-SLOT)  TO GLX-PL-COMPANIES.
011120     MOVE GLX-PT-VALID-CNT (GLX-SLOT)  TO GLX-PL-VALID-CNT.
011130     MOVE GLX-PT-DR-AMT (GLX-SLOT)     TO GLX-PL-DR-AMT.
011140     MOVE GLX-PT-CR-AMT (GLX-SLOT)     TO GLX-PL-CR-AMT.
011150     MOVE GLX-PT-DETAIL-CNT (GLX-SLOT) TO GLX-PL-DETAIL-CNT.
011160     IF GLX-PT-DETAIL-CNT (GLX-SLOT) = ZERO
011170        AND GLX-PT-VALID-CNT (GLX-SLOT) = ZERO
011180         MOVE "EMPTY PARTITION"        TO GLX-PL-FLAG
011190     ELSE
011200         MOVE SPACES                   TO GLX-PL-FLAG
011210     END-IF.
011220     WRITE SPL-RPT-LINE FROM GLX-PART-LINE.
011230 8520-EXIT.
011240     EXIT.
011250
011260*----------------------------------------------------------------
011270*8530-PRINT-ONE-COMPANY
011280*----------------------------------------------------------------
011290 8530-PRINT-ONE-COMPANY.
011300     IF GLX-CO-ROUTE (GLX-CO-X) = ZERO
011310         GO TO 8530-EXIT
011320     END-IF.
011330     COMPUTE GLX-CL-CO-ID = GLX-CO-X - 1.
011340     MOVE GLX-CO-ROUTE (GLX-CO-X)      TO GLX-CL-PART-ID.
011350     MOVE GLX-CO-VALID-CNT (GLX-CO-X)  TO GLX-CL-VALID-CNT.
011360     MOVE GLX-CO-DETAIL-CNT (GLX-CO-X) TO GLX-CL-DETAIL-CNT.
011370     WRITE SPL-RPT-LINE FROM GLX-COMPANY-LINE.
011380 8530-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------
011420*9999-TERMINATE - CLOSE FILES, POST THE ENDED EVENT AND SHOW THE
011430*SPLIT COUNTS.  A FAILED SPLIT ENDS WITH RETURN CODE 16
011440*----------------------------------------------------------------
011450 9999-TERMINATE.
011460     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
011470     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
011480     PERFORM 9100-CLOSE-ONE-SLOT THRU 9100-EXIT
011490         VARYING GLX-SLOT FROM 1 BY 1
011500         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
011510     CLOSE GL-VALID-FILE.
011520     CLOSE GL-DETAIL-FILE.
011530     CLOSE GL-MANIFEST-FILE.
011540     CLOSE GL-SPLIT-RPT.
011550     DISPLAY "GLPARTSP - PARTITIONS:      "
011560         GLX-PARTITIONS-DEFINED.
011570     DISPLAY "GLPARTSP - GLVALID READ:    " GLX-VALID-READ.
011580     DISPLAY "GLPARTSP - GLDETAIL READ:   " GLX-DETAIL-READ.
011590     DISPLAY "GLPARTSP - DEBIT TOTAL:     " GLX-IN-DR-AMT.
011600     DISPLAY "GLPARTSP - CREDIT TOTAL:    " GLX-IN-CR-AMT.
011610     DISPLAY "GLPARTSP - DETAIL DEBITS:   " GLX-DTL-DR-AMT.
011620     DISPLAY "GLPARTSP - DETAIL CREDITS:  " GLX-DTL-CR-AMT.
011630     IF GLX-SPLIT-FAILED
011640         DISPLAY "GLPARTSP - ** SPLIT FAILED ** - NO MANIFEST"
011650         MOVE 16 TO RETURN-CODE
011660     END-IF.
011670 9999-EXIT.
011680     EXIT.
011690
011700*----------------------------------------------------------------
011710*9100-CLOSE-ONE-SLOT
011720*----------------------------------------------------------------
011730 9100-CLOSE-ONE-SLOT.
011740     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
011750         GO TO 9100-EXIT
011760     END-IF.
011770     EVALUATE GLX-SLOT
011780         WHEN 1
011790             CLOSE GL-VALP01-FILE
011800             CLOSE GL-DETP01-FILE
011810         WHEN 2
011820             CLOSE GL-VALP02-FILE
011830             CLOSE GL-DETP02-FILE
011840         WHEN 3
011850             CLOSE GL-VALP03-FILE
011860             CLOSE GL-DETP03-FILE
011870         WHEN 4
011880             CLOSE GL-VALP04-FILE
011890             CLOSE GL-DETP04-FILE
011900         WHEN 5
011910             CLOSE GL-VALP05-FILE
011920             CLOSE GL-DETP05-FILE
011930         WHEN 6
011940             CLOSE GL-VALP06-FILE
011950             CLOSE GL-DETP06-FILE
011960         WHEN 7
011970             CLOSE GL-VALP07-FILE
011980             CLOSE GL-DETP07-FILE
011990         WHEN 8
012000             CLOSE GL-VALP08-FILE
012010             CLOSE GL-DETP08-FILE
012020     END-EVALUATE.
012030 9100-EXIT.
012040     EXIT.
012050
012060*----------------------------------------------------------------
012070*9750-POST-CONTROL-CHAIN - THE TWO INPUTS AS READ, THEN BOTH
012080*SLICES OF EVERY NAMED PARTITION AS WRITTEN, UNDER THE WHOLE-FILE
012090*NAME AND THE PARTITION ID.  NOTHING IS POSTED WHEN NO RECORD
012100*WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
012110*----------------------------------------------------------------
012120 9750-POST-CONTROL-CHAIN.
012130     IF GLX-RC-BUSDATE = ZERO
012140         GO TO 9750-EXIT
012150     END-IF.
012160     MOVE SPACES           TO GLC-CHAIN-RECORD.
012170     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
012180     MOVE "GLPARTSP"       TO GLC-PROGRAM.
012190     MOVE "I"              TO GLC-DIRECTION.
012200     MOVE "GLVALID"        TO GLC-FILE-NAME.
012210     MOVE GLX-VALID-READ   TO GLC-RECORD-COUNT.
012220     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
012230     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
012240     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
012250     MOVE "GLDETAIL"       TO GLC-FILE-NAME.
012260     MOVE GLX-DETAIL-READ  TO GLC-RECORD-COUNT.
012270     MOVE GLX-DTL-DR-AMT   TO GLC-DR-AMOUNT.
012280     MOVE GLX-DTL-CR-AMT   TO GLC-CR-AMOUNT.
012290     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
012300     PERFORM 9760-POST-ONE-SLOT THRU 9760-EXIT
012310         VARYING GLX-SLOT FROM 1 BY 1
012320         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
012330 9750-EXIT.
012340     EXIT.
012350
012360*----------------------------------------------------------------
012370*9760-POST-ONE-SLOT - ONE NAMED PARTITION'S TWO SLICES
012380*----------------------------------------------------------------
012390 9760-POST-ONE-SLOT.
012400     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
012410         GO TO 9760-EXIT
012420     END-IF.
012430     MOVE GLX-SLOT                     TO GLX-PART-NO.
012440     MOVE GLX-PART-NO                  TO GLC-PARTITION-ID.
012450     MOVE "O"                          TO GLC-DIRECTION.
012460     MOVE "GLVALID"                    TO GLC-FILE-NAME.
012470     MOVE GLX-PT-VALID-CNT (GLX-SLOT)  TO GLC-RECORD-COUNT.
012480     MOVE GLX-PT-DR-AMT (GLX-SLOT)     TO GLC-DR-AMOUNT.
012490     MOVE GLX-PT-CR-AMT (GLX-SLOT)     TO GLC-CR-AMOUNT.
012500     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
012510     MOVE "GLDETAIL"                   TO GLC-FILE-NAME.
012520     MOVE GLX-PT-DETAIL-CNT (GLX-SLOT) TO GLC-RECORD-COUNT.
012530     MOVE GLX-PT-DTL-DR-AMT (GLX-SLOT) TO GLC-DR-AMOUNT.
012540     MOVE GLX-PT-DTL-CR-AMT (GLX-SLOT) TO GLC-CR-AMOUNT.
012550     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
012560 9760-EXIT.
012570     EXIT.
012580
012590*----------------------------------------------------------------
012600*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
012610*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
012620*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT.  THE
012630*SPLIT SERVES THE WHOLE NIGHT, SO ITS EVENTS CARRY NO PARTITION
012640*----------------------------------------------------------------
012650 9800-POST-RUN-START.
012660     MOVE "Y" TO GLX-RC-STARTED-SW.
012670     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
012680     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
012690     MOVE SPACES TO GLR-RUN-RECORD.
012700     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
012710     MOVE "GLPARTSP" TO GLR-PROGRAM.
012720     MOVE "STARTED"  TO GLR-EVENT.
012730     MOVE SPACES     TO GLR-STATUS.
012740     MOVE ZERO       TO GLR-RECORD-COUNT.
012750     CALL "GLRCPOST" USING GLR-RUN-RECORD.
012760 9800-EXIT.
012770     EXIT.
012780
012790*----------------------------------------------------------------
012800*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS AND
012810*ITS GLVALID RECORD COUNT.  A FAILED SPLIT POSTS FAIL.  NOTHING
012820*IS POSTED WHEN NO RECORD WAS EVER PROCESSED
012830*----------------------------------------------------------------
012840 9900-POST-RUN-END.
012850     IF GLX-RC-BUSDATE = ZERO
012860         GO TO 9900-EXIT
012870     END-IF.
012880     MOVE SPACES TO GLR-RUN-RECORD.
012890     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
012900     MOVE "GLPARTSP" TO GLR-PROGRAM.
012910     MOVE "ENDED"    TO GLR-EVENT.
012920     IF GLX-SPLIT-FAILED
012930         MOVE "FAIL"     TO GLR-STATUS
012940     ELSE
012950         MOVE "OK"       TO GLR-STATUS
012960     END-IF.
012970     MOVE GLX-VALID-READ TO GLR-RECORD-COUNT.
012980     CALL "GLRCPOST" USING GLR-RUN-RECORD.
012990 9900-EXIT.
013000     EXIT.
