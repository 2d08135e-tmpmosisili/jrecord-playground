000010*****************************************************************
000020** PROGRAM-ID: GLCTRMON
000030** NIGHTLY CURRENCY TRANSACTION REPORT CANDIDATES AND CASH
000040** STRUCTURING SWEEP OF THE VALIDATED EXTRACT AND GLHIST.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLCTRMON.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  SUMS GLI-CASH-AMT PER
000180*                  GLI-ACT-NO FOR THE BUSINESS DAY ACROSS EVERY
000190*                  BRANCH AND TELLER, CASH IN AND CASH OUT KEPT
000200*                  APART ON GLI-PD-TRAN-SIGN AS GLCSHPRF DOES.
000210*                  AN ACCOUNT WHOSE CASH IN OR CASH OUT IS OVER
000220*                  THE CTR THRESHOLD ($10,000.00 UNLESS A CARD
000230*                  SAYS OTHERWISE) IS WRITTEN TO THE GLCTRCND
000240*                  CANDIDATE FILE WITH EVERY BRANCH, OPERATOR AND
000250*                  TRACE ID BEHIND THE TOTAL.  THE GLHIST
000260*                  RETENTION WINDOW IS THEN SWEPT FOR STRUCTURING
000270*                  ON EVERY ACCOUNT TAKING A SUB-THRESHOLD CASH
000280*                  DEPOSIT TONIGHT: REPEATED DEPOSITS JUST UNDER
000290*                  THE THRESHOLD, OR DEPOSITS SPREAD ACROSS
000300*                  BRANCHES THAT TOGETHER PASS IT, INSIDE A SHORT
000310*                  WINDOW OF DAYS.  LIMITS COME FROM GLCTRPRM.
000320*10/15/2026 RLH    AT END OF RUN THE RECORD COUNT AND DEBIT/
000330*                  CREDIT AMOUNT HASH OF GLVALID AS READ GO TO
000340*                  THE GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST)
000350*                  FOR THE GLCTLPRF PROOF AGAINST GLEDIT.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 SPECIAL-NAMES.
000430     C01 IS TOP-OF-PAGE.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS GLX-VALID-STATUS.
000510
000520     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLCTRPRM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS GLX-PARM-STATUS.
000550
000560     SELECT GL-HIST-FILE ASSIGN TO GLHIST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS GLX-HIST-KEY
000600         FILE STATUS IS GLX-HIST-STATUS.
000610
000620     SELECT GL-CAND-FILE ASSIGN TO GLCTRCND
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS GLX-CAND-STATUS.
000660
000670     SELECT GL-CTR-RPT ASSIGN TO GLCTRRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS GLX-RPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------
000740*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000750*AS POW_GL_DETAIL_OUTPUT
000760*----------------------------------------------------------------
000770 FD  GL-VALID-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "POW_GL_Detail_Output".
000810
000820*----------------------------------------------------------------
000830*MONITORING LIMIT CARDS, ALL OPTIONAL.  AN AMOUNT IS IN COLUMNS
000840*10-22 WITH TWO IMPLIED DECIMALS; A COUNT IN COLUMNS 10-12.
000850*  THRESHLD  CTR THRESHOLD - CASH OVER THIS IS REPORTABLE
000860*  NEARFLR   FLOOR OF THE "JUST UNDER THE THRESHOLD" BAND
000870*  WINDOW    STRUCTURING WINDOW IN CALENDAR DAYS, TONIGHT
000880*            INCLUDED
000890*  NEARCNT   NEAR-THRESHOLD DEPOSITS THAT MAKE A PATTERN
000900*  BRANCHES  BRANCHES THAT MAKE A SPREAD PATTERN
000910*"*" IN COLUMN 1 IS A COMMENT
000920*----------------------------------------------------------------
000930 FD  GL-PARM-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE OMITTED.
000960 01  GLX-PARM-RECORD.
000970     05  GLX-PARM-KEYWORD           PIC X(08).
000980         88  GLX-PARM-IS-THRESHOLD          VALUE "THRESHLD".
000990         88  GLX-PARM-IS-NEAR-FLOOR         VALUE "NEARFLR".
001000         88  GLX-PARM-IS-WINDOW             VALUE "WINDOW".
001010         88  GLX-PARM-IS-NEAR-COUNT         VALUE "NEARCNT".
001020         88  GLX-PARM-IS-BRANCHES           VALUE "BRANCHES".
001030     05  FILLER                     PIC X(01).
001040     05  GLX-PARM-AMOUNT            PIC 9(11)V99.
001050     05  FILLER REDEFINES GLX-PARM-AMOUNT.
001060         10  GLX-PARM-COUNT         PIC 9(03).
001070         10  FILLER                 PIC X(10).
001080     05  FILLER                     PIC X(58).
001090
001100*----------------------------------------------------------------
001110*KEYED HISTORY FILE AS LOADED BY GLHISTLD - POST DATE LEADS THE
001120*KEY SO THE WINDOW IS ONE START AND A RUN OF READ NEXTS
001130*----------------------------------------------------------------
001140 FD  GL-HIST-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  GLX-HIST-RECORD.
001170     05  GLX-HIST-KEY.
001180         10  GLX-HIST-POST-DATE     PIC 9(07).
001190         10  GLX-HIST-CO-ID         PIC 9(04).
001200         10  GLX-HIST-TRANS-SEQ     PIC 9(07).
001210     05  GLX-HIST-DETAIL            PIC X(888).
001220
001230*----------------------------------------------------------------
001240*OUTPUT CTR CANDIDATE FILE FOR THE BSA DESK.  EVERY RECORD LEADS
001250*WITH THE RECORD TYPE, BUSINESS DATE, ACCOUNT AND DIRECTION
001260*("I" CASH IN, "O" CASH OUT):
001270*  "C"  ONE PER ACCOUNT AND DIRECTION OVER THE THRESHOLD
001280*  "D"  ONE PER CASH ITEM BEHIND A "C" TOTAL
001290*  "S"  ONE PER STRUCTURING SUSPECT (DIRECTION "I")
001300*----------------------------------------------------------------
001310 FD  GL-CAND-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  GLX-CAND-RECORD.
001350     05  GLX-CND-TYPE               PIC X(01).
001360         88  GLX-CND-IS-CTR                 VALUE "C".
001370         88  GLX-CND-IS-ITEM                VALUE "D".
001380         88  GLX-CND-IS-SUSPECT             VALUE "S".
001390     05  GLX-CND-BUSDATE            PIC 9(07).
001400     05  GLX-CND-ACT-NO             PIC 9(15).
001410     05  GLX-CND-DIRECTION          PIC X(01).
001420     05  GLX-CND-BODY               PIC X(96).
001430     05  GLX-CND-CTR-BODY REDEFINES GLX-CND-BODY.
001440         10  GLX-CND-CTR-AMOUNT     PIC S9(11)V99.
001450         10  GLX-CND-CTR-ITEMS      PIC 9(05).
001460         10  FILLER                 PIC X(78).
001470     05  GLX-CND-ITEM-BODY REDEFINES GLX-CND-BODY.
001480         10  GLX-CND-CO-ID          PIC 9(04).
001490         10  GLX-CND-APPL-ID        PIC X(02).
001500         10  GLX-CND-BRANCH         PIC 9(05).
001510         10  GLX-CND-OPERATOR       PIC X(20).
001520         10  GLX-CND-TRACE-ID       PIC X(30).
001530         10  GLX-CND-CASH-AMT       PIC S9(11)V99.
001540         10  FILLER                 PIC X(22).
001550     05  GLX-CND-SUSPECT-BODY REDEFINES GLX-CND-BODY.
001560         10  GLX-CND-RULE           PIC X(16).
001570         10  GLX-CND-DEPOSITS       PIC 9(05).
001580         10  GLX-CND-NEAR-COUNT     PIC 9(05).
001590         10  GLX-CND-BRANCH-COUNT   PIC 9(03).
001600         10  GLX-CND-WINDOW-AMOUNT  PIC S9(11)V99.
001610         10  GLX-CND-FIRST-DATE     PIC 9(07).
001620         10  GLX-CND-LAST-DATE      PIC 9(07).
001630         10  FILLER                 PIC X(40).
001640
001650 FD  GL-CTR-RPT
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE OMITTED.
001680 01  CTR-RPT-LINE                     PIC X(132).
001690
001700 WORKING-STORAGE SECTION.
001710*----------------------------------------------------------------
001720*SWITCHES AND COUNTERS
001730*----------------------------------------------------------------
001740 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001750     88  GLX-VALID-OK                          VALUE "00".
001760     88  GLX-VALID-EOF                          VALUE "10".
001770 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001780     88  GLX-PARM-OK                           VALUE "00".
001790 77  GLX-HIST-STATUS                 PIC X(02) VALUE SPACES.
001800     88  GLX-HIST-OK                           VALUE "00".
001810     88  GLX-HIST-EOF                          VALUE "10".
001820 77  GLX-CAND-STATUS                 PIC X(02) VALUE SPACES.
001830 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001840 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001850     88  GLX-EOF-REACHED                        VALUE "Y".
001860 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001870     88  GLX-PARM-EOF                           VALUE "Y".
001880 77  GLX-SWEEP-DONE-SW               PIC X(01) VALUE "N".
001890     88  GLX-SWEEP-DONE                         VALUE "Y".
001900 77  GLX-HIST-OPEN-SW                PIC X(01) VALUE "N".
001910     88  GLX-HIST-OPEN                          VALUE "Y".
001920 77  GLX-ENTRY-FOUND-SW              PIC X(01) VALUE "Y".
001930     88  GLX-ENTRY-FOUND                        VALUE "Y".
001940 77  GLX-ADD-ALLOWED-SW              PIC X(01) VALUE "N".
001950     88  GLX-ADD-ALLOWED                        VALUE "Y".
001960 77  GLX-BRANCH-FOUND-SW             PIC X(01) VALUE "N".
001970     88  GLX-BRANCH-FOUND                       VALUE "Y".
001980 77  GLX-TABLE-FULL-SW               PIC X(01) VALUE "N".
001990     88  GLX-TABLE-FULL                         VALUE "Y".
002000 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
002010 77  GLX-CASH-ITEMS                 PIC S9(09) COMP-3 VALUE ZERO.
002020 77  GLX-HIST-SCANNED               PIC S9(09) COMP-3 VALUE ZERO.
002030 77  GLX-CTR-FOUND                  PIC S9(07) COMP-3 VALUE ZERO.
002040 77  GLX-SUSPECTS-FOUND             PIC S9(07) COMP-3 VALUE ZERO.
002050 77  GLX-CAND-WRITTEN               PIC S9(09) COMP-3 VALUE ZERO.
002060 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002070 77  GLX-ITEM-DATE                   PIC 9(07) VALUE ZERO.
002080
002090*----------------------------------------------------------------
002100*MONITORING LIMITS - DEFAULTS HERE, OVERRIDDEN BY GLCTRPRM
002110*----------------------------------------------------------------
002120 77  GLX-CTR-THRESHOLD     PIC S9(11)V99 COMP-3 VALUE 10000.00.
002130 77  GLX-NEAR-FLOOR        PIC S9(11)V99 COMP-3 VALUE 8000.00.
002140 77  GLX-WINDOW-DAYS                 PIC S9(03) COMP-3 VALUE 5.
002150 77  GLX-NEAR-MIN-COUNT              PIC S9(03) COMP-3 VALUE 2.
002160 77  GLX-MIN-BRANCHES                PIC S9(03) COMP-3 VALUE 2.
002170 77  GLX-WINDOW-START                PIC 9(07) VALUE ZERO.
002180 77  GLX-ROLL-COUNT                  PIC S9(03) COMP-3 VALUE ZERO.
002190
002200*----------------------------------------------------------------
002210*CTR WORK AREAS - THE ACCOUNT AND DIRECTION BEING WRITTEN
002220*----------------------------------------------------------------
002230 77  GLX-CTR-DIRECTION               PIC X(01) VALUE SPACES.
002240 77  GLX-CTR-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
002250 77  GLX-CTR-ITEMS                   PIC S9(05) COMP-3 VALUE ZERO.
002260 77  GLX-SUSPECT-RULE                PIC X(16) VALUE SPACES.
002270 77  GLX-BR-SUB                      PIC S9(04) COMP   VALUE ZERO.
002280
002290*----------------------------------------------------------------
002300*DATE WORK AREAS FOR THE WINDOW ROLL-BACK
002310*----------------------------------------------------------------
002320 01  GLX-DATE-WORK.
002330     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
002340     05  FILLER REDEFINES GLX-DW-DATE.
002350         10  GLX-DW-CENT            PIC 9(01).
002360         10  GLX-DW-YY              PIC 9(02).
002370         10  GLX-DW-MM              PIC 9(02).
002380         10  GLX-DW-DD              PIC 9(02).
002390 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
002400 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
002410 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
002420
002430 01  GLX-MONTH-DAYS-TABLE.
002440     05  FILLER                     PIC X(24)
002450             VALUE "312831303130313130313031".
002460 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
002470     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
002480
002490*----------------------------------------------------------------
002500*TONIGHT'S ACCOUNT CASH TABLE - ONE ENTRY PER ACCOUNT NUMBER
002510*CARRYING CASH, IN AND OUT ACCUMULATED APART
002520*----------------------------------------------------------------
002530 77  GLX-ACT-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002540 77  GLX-ACT-MAX                    PIC S9(04) COMP   VALUE 5000.
002550 01  GLX-ACCOUNT-TABLE.
002560     05  GLX-ACT-ENTRY OCCURS 1 TO 5000 TIMES
002570             DEPENDING ON GLX-ACT-COUNT
002580             INDEXED BY GLX-AX.
002590         10  GLX-ACT-ACT-NO           PIC 9(15) COMP-3.
002600         10  GLX-ACT-CASH-IN          PIC S9(13)V99 COMP-3.
002610         10  GLX-ACT-CASH-OUT         PIC S9(13)V99 COMP-3.
002620         10  GLX-ACT-IN-COUNT         PIC S9(05) COMP-3.
002630         10  GLX-ACT-OUT-COUNT        PIC S9(05) COMP-3.
002640
002650*----------------------------------------------------------------
002660*TONIGHT'S CASH ITEM TABLE - WHO TOOK OR PAID THE CASH, KEPT SO
002670*A CANDIDATE CAN NAME EVERY ITEM BEHIND ITS TOTAL
002680*----------------------------------------------------------------
002690 77  GLX-ITM-COUNT                  PIC S9(05) COMP   VALUE ZERO.
002700 77  GLX-ITM-MAX                    PIC S9(05) COMP   VALUE 10000.
002710 01  GLX-ITEM-TABLE.
002720     05  GLX-ITM-ENTRY OCCURS 1 TO 10000 TIMES
002730             DEPENDING ON GLX-ITM-COUNT
002740             INDEXED BY GLX-IX.
002750         10  GLX-ITM-ACT-NO           PIC 9(15) COMP-3.
002760         10  GLX-ITM-DIRECTION        PIC X(01).
002770         10  GLX-ITM-CO-ID            PIC 9(04) COMP.
002780         10  GLX-ITM-APPL-ID          PIC X(02).
002790         10  GLX-ITM-BRANCH           PIC S9(05) COMP-3.
002800         10  GLX-ITM-OPERATOR         PIC X(20).
002810         10  GLX-ITM-TRACE-ID         PIC X(30).
002820         10  GLX-ITM-CASH-AMT         PIC S9(11)V99 COMP-3.
002830
002840*----------------------------------------------------------------
002850*STRUCTURING TABLE - ONE ENTRY PER ACCOUNT TAKING A SUB-
002860*THRESHOLD CASH DEPOSIT TONIGHT.  THE HISTORY SWEEP ONLY ADDS TO
002870*EXISTING ENTRIES, SO THE TABLE NEVER HOLDS AN ACCOUNT THAT
002880*COULD NOT BE FLAGGED.  UP TO TEN DISTINCT BRANCHES ARE KEPT
002890*----------------------------------------------------------------
002900 77  GLX-STR-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002910 77  GLX-STR-MAX                    PIC S9(04) COMP   VALUE 5000.
002920 01  GLX-STRUCTURING-TABLE.
002930     05  GLX-STR-ENTRY OCCURS 1 TO 5000 TIMES
002940             DEPENDING ON GLX-STR-COUNT
002950             INDEXED BY GLX-SX.
002960         10  GLX-STR-ACT-NO           PIC 9(15) COMP-3.
002970         10  GLX-STR-DEPOSITS         PIC S9(05) COMP-3.
002980         10  GLX-STR-NEAR-COUNT       PIC S9(05) COMP-3.
002990         10  GLX-STR-AMOUNT           PIC S9(13)V99 COMP-3.
003000         10  GLX-STR-FIRST-DATE       PIC 9(07).
003010         10  GLX-STR-LAST-DATE        PIC 9(07).
003020         10  GLX-STR-BR-COUNT         PIC S9(04) COMP.
003030         10  GLX-STR-BRANCH           PIC S9(05) COMP-3
003040                                      OCCURS 10 TIMES.
003050
003060*----------------------------------------------------------------
003070*REPORT LINE WORK AREAS
003080*----------------------------------------------------------------
003090 01  GLX-HDG-LINE-1.
003100     05  FILLER                     PIC X(44)
003110             VALUE "GL CURRENCY TRANSACTION / STRUCTURING FOR".
003120     05  FILLER                     PIC X(01) VALUE SPACES.
003130     05  GLX-H1-BUSDATE             PIC 9(07).
003140     05  FILLER                     PIC X(80) VALUE SPACES.
003150
003160 01  GLX-CTR-HDG.
003170     05  FILLER                     PIC X(32)
003180             VALUE "CTR CANDIDATES - CASH OVER".
003190     05  GLX-CH-THRESHOLD           PIC Z,ZZZ,ZZZ,ZZ9.99.
003200     05  FILLER                     PIC X(84) VALUE SPACES.
003210
003220 01  GLX-CTR-HDG-2.
003230     05  FILLER                  PIC X(17) VALUE "ACCOUNT NUMBER".
003240     05  FILLER                     PIC X(10) VALUE "DIRECTION".
003250     05  FILLER                   PIC X(19) VALUE "CASH TOTAL".
003260     05  FILLER                     PIC X(08) VALUE "ITEMS".
003270     05  FILLER                     PIC X(78) VALUE SPACES.
003280
003290 01  GLX-ITEM-HDG.
003300     05  FILLER                     PIC X(06) VALUE SPACES.
003310     05  FILLER                     PIC X(05) VALUE "CO".
003320     05  FILLER                     PIC X(03) VALUE "AP".
003330     05  FILLER                     PIC X(06) VALUE "BRNCH".
003340     05  FILLER                     PIC X(21) VALUE "OPERATOR".
003350     05  FILLER                     PIC X(31) VALUE "TRACE ID".
003360     05  FILLER                   PIC X(17) VALUE "CASH AMOUNT".
003370     05  FILLER                     PIC X(43) VALUE SPACES.
003380
003390 01  GLX-CTR-LINE.
003400     05  GLX-CL-ACT-NO              PIC Z(14)9.
003410     05  FILLER                     PIC X(02) VALUE SPACES.
003420     05  GLX-CL-DIRECTION           PIC X(08).
003430     05  FILLER                     PIC X(02) VALUE SPACES.
003440     05  GLX-CL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003450     05  FILLER                     PIC X(02) VALUE SPACES.
003460     05  GLX-CL-ITEMS               PIC ZZ,ZZ9.
003470     05  FILLER                     PIC X(80) VALUE SPACES.
003480
003490 01  GLX-ITEM-LINE.
003500     05  FILLER                     PIC X(06) VALUE SPACES.
003510     05  GLX-IL-CO-ID               PIC ZZZ9.
003520     05  FILLER                     PIC X(01) VALUE SPACES.
003530     05  GLX-IL-APPL-ID             PIC X(02).
003540     05  FILLER                     PIC X(01) VALUE SPACES.
003550     05  GLX-IL-BRANCH              PIC ZZZZ9.
003560     05  FILLER                     PIC X(01) VALUE SPACES.
003570     05  GLX-IL-OPERATOR            PIC X(20).
003580     05  FILLER                     PIC X(01) VALUE SPACES.
003590     05  GLX-IL-TRACE-ID            PIC X(30).
003600     05  FILLER                     PIC X(01) VALUE SPACES.
003610     05  GLX-IL-CASH-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
003620     05  FILLER                     PIC X(43) VALUE SPACES.
003630
003640 01  GLX-STR-HDG.
003650     05  FILLER                     PIC X(34)
003660             VALUE "STRUCTURING SUSPECTS - WINDOW FROM".
003670     05  FILLER                     PIC X(01) VALUE SPACES.
003680     05  GLX-SH-WINDOW-START        PIC 9(07).
003690     05  FILLER                     PIC X(90) VALUE SPACES.
003700
003710 01  GLX-STR-HDG-2.
003720     05  FILLER                  PIC X(17) VALUE "ACCOUNT NUMBER".
003730     05  FILLER                     PIC X(17) VALUE "PATTERN".
003740     05  FILLER                     PIC X(08) VALUE "DEPOSITS".
003750     05  FILLER                     PIC X(08) VALUE "NEAR".
003760     05  FILLER                     PIC X(05) VALUE "BRS".
003770     05  FILLER                PIC X(19) VALUE "WINDOW CASH IN".
003780     05  FILLER                     PIC X(09) VALUE "FIRST".
003790     05  FILLER                     PIC X(09) VALUE "LAST".
003800     05  FILLER                     PIC X(40) VALUE SPACES.
003810
003820 01  GLX-STR-LINE.
003830     05  GLX-SL-ACT-NO              PIC Z(14)9.
003840     05  FILLER                     PIC X(02) VALUE SPACES.
003850     05  GLX-SL-RULE                PIC X(16).
003860     05  FILLER                     PIC X(01) VALUE SPACES.
003870     05  GLX-SL-DEPOSITS            PIC ZZ,ZZ9.
003880     05  FILLER                     PIC X(02) VALUE SPACES.
003890     05  GLX-SL-NEAR-COUNT          PIC ZZ,ZZ9.
003900     05  FILLER                     PIC X(02) VALUE SPACES.
003910     05  GLX-SL-BRANCHES            PIC ZZ9.
003920     05  FILLER                     PIC X(02) VALUE SPACES.
003930     05  GLX-SL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003940     05  FILLER                     PIC X(02) VALUE SPACES.
003950     05  GLX-SL-FIRST-DATE          PIC 9(07).
003960     05  FILLER                     PIC X(02) VALUE SPACES.
003970     05  GLX-SL-LAST-DATE           PIC 9(07).
003980     05  FILLER                     PIC X(42) VALUE SPACES.
003990
004000 01  GLX-TOTAL-LINE.
004010     05  FILLER                     PIC X(16)
004020             VALUE "CTR CANDIDATES:".
004030     05  GLX-TL-CTR                 PIC ZZZ,ZZ9.
004040     05  FILLER                     PIC X(05) VALUE SPACES.
004050     05  FILLER                     PIC X(22)
004060             VALUE "STRUCTURING SUSPECTS:".
004070     05  GLX-TL-SUSPECTS            PIC ZZZ,ZZ9.
004080     05  FILLER                     PIC X(75) VALUE SPACES.
004090
004100 01  GLX-BLANK-LINE                 PIC X(132) VALUE SPACES.
004110
004120*----------------------------------------------------------------
004130*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
004140*----------------------------------------------------------------
004150 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
004160 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
004170
004180*----------------------------------------------------------------
004190*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
004200*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
004210*----------------------------------------------------------------
004220 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
004230     88  GLX-RC-STARTED                         VALUE "Y".
004240 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
004250 COPY "GLRUNREC".
004260
004270*----------------------------------------------------------------
004280*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
004290*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
004300*----------------------------------------------------------------
004310 COPY "GLCTLREC".
004320
004330 PROCEDURE DIVISION.
004340*----------------------------------------------------------------
004350*0000-MAINLINE
004360*----------------------------------------------------------------
004370 0000-MAINLINE.
004380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004390     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
004400         UNTIL GLX-EOF-REACHED.
004410     PERFORM 5000-HISTORY-SWEEP THRU 5000-EXIT.
004420     PERFORM 6000-REPORT-CTR THRU 6000-EXIT.
004430     PERFORM 6500-REPORT-STRUCTURING THRU 6500-EXIT.
004440     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004450     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004460     STOP RUN.
004470
004480*----------------------------------------------------------------
004490*1000-INITIALIZE - TAKE THE LIMIT CARDS, OPEN FILES AND PRIME
004500*THE FIRST READ.  WITHOUT GLHIST THE CTR CHECK STILL RUNS AND
004510*STRUCTURING LOOKS AT TONIGHT ONLY; THE RUN POSTS NOGO
004520*----------------------------------------------------------------
004530 1000-INITIALIZE.
004540     PERFORM 1100-READ-CARDS THRU 1100-EXIT.
004550     OPEN INPUT  GL-VALID-FILE
004560                 GL-HIST-FILE.
004570     OPEN OUTPUT GL-CAND-FILE
004580                 GL-CTR-RPT.
004590     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
004600         DISPLAY "GLCTRMON - OPEN ERROR ON GL-VALID-FILE "
004610             GLX-VALID-STATUS
004620         MOVE "Y" TO GLX-EOF-SWITCH
004630         MOVE "Y" TO GLX-SWEEP-DONE-SW
004640         GO TO 1000-EXIT
004650     END-IF.
004660     IF GLX-HIST-OK
004670         MOVE "Y" TO GLX-HIST-OPEN-SW
004680     ELSE
004690         DISPLAY "GLCTRMON - OPEN ERROR ON GL-HIST-FILE "
004700             GLX-HIST-STATUS " - STRUCTURING ON TONIGHT ONLY"
004710         MOVE "Y" TO GLX-SWEEP-DONE-SW
004720     END-IF.
004730     PERFORM 2100-READ-VALID THRU 2100-EXIT.
004740 1000-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------------
004780*1100-READ-CARDS - OPTIONAL LIMIT DECK.  NO DECK RUNS ON THE
004790*DEFAULTS
004800*----------------------------------------------------------------
004810 1100-READ-CARDS.
004820     OPEN INPUT GL-PARM-FILE.
004830     IF NOT GLX-PARM-OK
004840         GO TO 1100-EXIT
004850     END-IF.
004860     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
004870         UNTIL GLX-PARM-EOF.
004880     CLOSE GL-PARM-FILE.
004890 1100-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930*1110-READ-ONE-CARD - A BAD OR UNKNOWN CARD IS REPORTED AND
004940*IGNORED; THE DEFAULT STANDS
004950*----------------------------------------------------------------
004960 1110-READ-ONE-CARD.
004970     READ GL-PARM-FILE
004980         AT END
004990             MOVE "Y" TO GLX-PARM-EOF-SWITCH
005000             GO TO 1110-EXIT
005010     END-READ.
005020     IF GLX-PARM-KEYWORD (1:1) = "*"
005030        OR GLX-PARM-KEYWORD = SPACES
005040         GO TO 1110-EXIT
005050     END-IF.
005060     IF GLX-PARM-IS-THRESHOLD OR GLX-PARM-IS-NEAR-FLOOR
005070         IF GLX-PARM-AMOUNT NOT NUMERIC
005080            OR GLX-PARM-AMOUNT = ZERO
005090             GO TO 1110-BAD-CARD
005100         END-IF
005110         IF GLX-PARM-IS-THRESHOLD
005120             MOVE GLX-PARM-AMOUNT TO GLX-CTR-THRESHOLD
005130         ELSE
005140             MOVE GLX-PARM-AMOUNT TO GLX-NEAR-FLOOR
005150         END-IF
005160         GO TO 1110-EXIT
005170     END-IF.
005180     IF GLX-PARM-IS-WINDOW OR GLX-PARM-IS-NEAR-COUNT
005190        OR GLX-PARM-IS-BRANCHES
005200         IF GLX-PARM-COUNT NOT NUMERIC
005210            OR GLX-PARM-COUNT = ZERO
005220             GO TO 1110-BAD-CARD
005230         END-IF
005240         IF GLX-PARM-IS-WINDOW
005250             MOVE GLX-PARM-COUNT TO GLX-WINDOW-DAYS
005260         END-IF
005270         IF GLX-PARM-IS-NEAR-COUNT
005280             MOVE GLX-PARM-COUNT TO GLX-NEAR-MIN-COUNT
005290         END-IF
005300         IF GLX-PARM-IS-BRANCHES
005310             MOVE GLX-PARM-COUNT TO GLX-MIN-BRANCHES
005320         END-IF
005330         GO TO 1110-EXIT
005340     END-IF.
005350     DISPLAY "GLCTRMON - UNKNOWN CARD IGNORED: "
005360         GLX-PARM-KEYWORD.
005370     GO TO 1110-EXIT.
005380 1110-BAD-CARD.
005390     DISPLAY "GLCTRMON - BAD VALUE ON " GLX-PARM-KEYWORD
005400         " CARD - DEFAULT KEPT".
005410 1110-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450*1200-SET-WINDOW - THE STRUCTURING WINDOW RUNS FROM THE BUSINESS
005460*DATE ROLLED BACK ONE DAY FEWER THAN THE WINDOW, SO A FIVE-DAY
005470*WINDOW IS TONIGHT AND THE FOUR DAYS BEFORE IT
005480*----------------------------------------------------------------
005490 1200-SET-WINDOW.
005500     MOVE GLX-BUSINESS-DATE TO GLX-DW-DATE.
005510     PERFORM 7100-ROLL-BACK-ONE-DAY THRU 7100-EXIT
005520         VARYING GLX-ROLL-COUNT FROM 1 BY 1
005530         UNTIL GLX-ROLL-COUNT NOT < GLX-WINDOW-DAYS.
005540     MOVE GLX-DW-DATE TO GLX-WINDOW-START.
005550 1200-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590*2000-PROCESS-FILE - ONLY ITEMS MOVING CASH COUNT.  EVERY CASH
005600*ITEM FEEDS THE CTR TOTALS; A CASH DEPOSIT UNDER THE THRESHOLD
005610*ALSO OPENS OR FEEDS THE ACCOUNT'S STRUCTURING ENTRY
005620*----------------------------------------------------------------
005630 2000-PROCESS-FILE.
005640     ADD 1 TO GLX-RECORDS-READ.
005650     IF GLI-PD-TRAN-SIGN < ZERO
005660         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
005670     ELSE
005680         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
005690     END-IF.
005700     IF NOT GLX-RC-STARTED
005710         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
005720         PERFORM 1200-SET-WINDOW THRU 1200-EXIT
005730         MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE
005740         WRITE CTR-RPT-LINE FROM GLX-HDG-LINE-1
005750     END-IF.
005760     IF GLI-CASH-AMT = ZERO
005770         GO TO 2000-READ-NEXT
005780     END-IF.
005790     ADD 1 TO GLX-CASH-ITEMS.
005800     PERFORM 3000-ACCUMULATE-CTR THRU 3000-EXIT.
005810     IF GLI-PD-TRAN-SIGN NOT < ZERO
005820        AND GLI-CASH-AMT > ZERO
005830        AND GLI-CASH-AMT < GLX-CTR-THRESHOLD
005840         MOVE GLX-BUSINESS-DATE TO GLX-ITEM-DATE
005850         MOVE "Y" TO GLX-ADD-ALLOWED-SW
005860         PERFORM 4000-NOTE-DEPOSIT THRU 4000-EXIT
005870     END-IF.
005880 2000-READ-NEXT.
005890     PERFORM 2100-READ-VALID THRU 2100-EXIT.
005900 2000-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940*2100-READ-VALID
005950*----------------------------------------------------------------
005960 2100-READ-VALID.
005970     READ GL-VALID-FILE
005980         AT END
005990             MOVE "Y" TO GLX-EOF-SWITCH
006000     END-READ.
006010 2100-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050*3000-ACCUMULATE-CTR - A CREDIT IS CASH IN, A DEBIT CASH OUT,
006060*PER THE POSTING-DEFINITION STANDARD ON GLI-PD-TRAN-SIGN.  THE
006070*ITEM IS REMEMBERED FOR THE CANDIDATE DETAIL
006080*----------------------------------------------------------------
006090 3000-ACCUMULATE-CTR.
006100     PERFORM 3100-FIND-OR-ADD-ACCOUNT THRU 3100-EXIT.
006110     IF NOT GLX-ENTRY-FOUND
006120         GO TO 3000-EXIT
006130     END-IF.
006140     IF GLI-PD-TRAN-SIGN < ZERO
006150         ADD GLI-CASH-AMT TO GLX-ACT-CASH-OUT (GLX-AX)
006160         ADD 1            TO GLX-ACT-OUT-COUNT (GLX-AX)
006170         MOVE "O" TO GLX-CTR-DIRECTION
006180     ELSE
006190         ADD GLI-CASH-AMT TO GLX-ACT-CASH-IN (GLX-AX)
006200         ADD 1            TO GLX-ACT-IN-COUNT (GLX-AX)
006210         MOVE "I" TO GLX-CTR-DIRECTION
006220     END-IF.
006230     PERFORM 3200-REMEMBER-ITEM THRU 3200-EXIT.
006240 3000-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280*3100-FIND-OR-ADD-ACCOUNT - LOCATE THE ACCOUNT'S ROW, ADDING A
006290*NEW ROW WHEN NOT FOUND
006300*----------------------------------------------------------------
006310 3100-FIND-OR-ADD-ACCOUNT.
006320     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
006330     SET GLX-AX TO 1.
006340     SEARCH GLX-ACT-ENTRY
006350         AT END
006360             PERFORM 3110-ADD-ACCOUNT THRU 3110-EXIT
006370         WHEN GLX-ACT-ACT-NO (GLX-AX) = GLI-ACT-NO
006380             CONTINUE
006390     END-SEARCH.
006400 3100-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440*3110-ADD-ACCOUNT - APPEND A NEW ROW AT THE END OF THE TABLE
006450*----------------------------------------------------------------
006460 3110-ADD-ACCOUNT.
006470     IF GLX-ACT-COUNT NOT < GLX-ACT-MAX
006480         MOVE "N" TO GLX-ENTRY-FOUND-SW
006490         IF NOT GLX-TABLE-FULL
006500             MOVE "Y" TO GLX-TABLE-FULL-SW
006510             DISPLAY "GLCTRMON - ACCOUNT TABLE FULL AT "
006520                 GLX-ACT-MAX " ENTRIES - CTR CHECK INCOMPLETE"
006530         END-IF
006540         GO TO 3110-EXIT
006550     END-IF.
006560     ADD 1 TO GLX-ACT-COUNT.
006570     SET GLX-AX TO GLX-ACT-COUNT.
006580     MOVE GLI-ACT-NO TO GLX-ACT-ACT-NO (GLX-AX).
006590     MOVE ZERO TO GLX-ACT-CASH-IN (GLX-AX)
006600                  GLX-ACT-CASH-OUT (GLX-AX)
006610                  GLX-ACT-IN-COUNT (GLX-AX)
006620                  GLX-ACT-OUT-COUNT (GLX-AX).
006630 3110-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------
006670*3200-REMEMBER-ITEM
006680*----------------------------------------------------------------
006690 3200-REMEMBER-ITEM.
006700     IF GLX-ITM-COUNT NOT < GLX-ITM-MAX
006710         IF NOT GLX-TABLE-FULL
006720             MOVE "Y" TO GLX-TABLE-FULL-SW
006730             DISPLAY "GLCTRMON - ITEM TABLE FULL AT "
006740                 GLX-ITM-MAX " - CANDIDATE DETAIL INCOMPLETE"
006750         END-IF
006760         GO TO 3200-EXIT
006770     END-IF.
006780     ADD 1 TO GLX-ITM-COUNT.
006790     SET GLX-IX TO GLX-ITM-COUNT.
006800     MOVE GLI-ACT-NO        TO GLX-ITM-ACT-NO (GLX-IX).
006810     MOVE GLX-CTR-DIRECTION TO GLX-ITM-DIRECTION (GLX-IX).
006820     MOVE GLI-CO-ID         TO GLX-ITM-CO-ID (GLX-IX).
006830     MOVE GLI-APPL-ID       TO GLX-ITM-APPL-ID (GLX-IX).
006840     MOVE GLI-BRANCH        TO GLX-ITM-BRANCH (GLX-IX).
006850     MOVE GLI-OPERATOR      TO GLX-ITM-OPERATOR (GLX-IX).
006860     MOVE SPACES TO GLX-ITM-TRACE-ID (GLX-IX).
006870     STRING GLI-TRACE-ID DELIMITED BY SIZE
006880            GLI-TRACE-ID-CONT DELIMITED BY SIZE
006890         INTO GLX-ITM-TRACE-ID (GLX-IX).
006900     MOVE GLI-CASH-AMT      TO GLX-ITM-CASH-AMT (GLX-IX).
006910 3200-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950*4000-NOTE-DEPOSIT - FOLD ONE SUB-THRESHOLD CASH DEPOSIT DATED
006960*GLX-ITEM-DATE INTO THE ACCOUNT'S STRUCTURING ENTRY.  TONIGHT'S
006970*PASS MAY ADD AN ENTRY; THE HISTORY SWEEP MAY NOT
006980*----------------------------------------------------------------
006990 4000-NOTE-DEPOSIT.
007000     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
007010     SET GLX-SX TO 1.
007020     SEARCH GLX-STR-ENTRY
007030         AT END
007040             MOVE "N" TO GLX-ENTRY-FOUND-SW
007050         WHEN GLX-STR-ACT-NO (GLX-SX) = GLI-ACT-NO
007060             CONTINUE
007070     END-SEARCH.
007080     IF NOT GLX-ENTRY-FOUND
007090         IF GLX-ADD-ALLOWED
007100             PERFORM 4010-ADD-SUSPECT-ROW THRU 4010-EXIT
007110         END-IF
007120     END-IF.
007130     IF NOT GLX-ENTRY-FOUND
007140         GO TO 4000-EXIT
007150     END-IF.
007160     ADD 1            TO GLX-STR-DEPOSITS (GLX-SX).
007170     ADD GLI-CASH-AMT TO GLX-STR-AMOUNT (GLX-SX).
007180     IF GLI-CASH-AMT NOT < GLX-NEAR-FLOOR
007190         ADD 1 TO GLX-STR-NEAR-COUNT (GLX-SX)
007200     END-IF.
007210     IF GLX-ITEM-DATE < GLX-STR-FIRST-DATE (GLX-SX)
007220         MOVE GLX-ITEM-DATE TO GLX-STR-FIRST-DATE (GLX-SX)
007230     END-IF.
007240     IF GLX-ITEM-DATE > GLX-STR-LAST-DATE (GLX-SX)
007250         MOVE GLX-ITEM-DATE TO GLX-STR-LAST-DATE (GLX-SX)
007260     END-IF.
007270     PERFORM 4100-NOTE-BRANCH THRU 4100-EXIT.
007280 4000-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------
007320*4010-ADD-SUSPECT-ROW - APPEND A NEW ROW AT THE END OF THE TABLE
007330*----------------------------------------------------------------
007340 4010-ADD-SUSPECT-ROW.
007350     IF GLX-STR-COUNT NOT < GLX-STR-MAX
007360         IF NOT GLX-TABLE-FULL
007370             MOVE "Y" TO GLX-TABLE-FULL-SW
007380             DISPLAY "GLCTRMON - STRUCTURING TABLE FULL AT "
007390                 GLX-STR-MAX " ENTRIES - SWEEP INCOMPLETE"
007400         END-IF
007410         GO TO 4010-EXIT
007420     END-IF.
007430     ADD 1 TO GLX-STR-COUNT.
007440     SET GLX-SX TO GLX-STR-COUNT.
007450     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
007460     MOVE GLI-ACT-NO    TO GLX-STR-ACT-NO (GLX-SX).
007470     MOVE ZERO          TO GLX-STR-DEPOSITS (GLX-SX)
007480                           GLX-STR-NEAR-COUNT (GLX-SX)
007490                           GLX-STR-AMOUNT (GLX-SX)
007500                           GLX-STR-BR-COUNT (GLX-SX).
007510     MOVE GLX-ITEM-DATE TO GLX-STR-FIRST-DATE (GLX-SX)
007520                           GLX-STR-LAST-DATE (GLX-SX).
007530 4010-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------
007570*4100-NOTE-BRANCH - ADD THE DEPOSIT'S BRANCH TO THE ENTRY'S LIST
007580*WHEN IT IS NOT ALREADY THERE.  TEN BRANCHES IS ALREADY A SPREAD,
007590*SO A FULL LIST IS SIMPLY LEFT AS IT IS
007600*----------------------------------------------------------------
007610 4100-NOTE-BRANCH.
007620     MOVE "N" TO GLX-BRANCH-FOUND-SW.
007630     PERFORM 4110-TEST-BRANCH THRU 4110-EXIT
007640         VARYING GLX-BR-SUB FROM 1 BY 1
007650         UNTIL GLX-BR-SUB > GLX-STR-BR-COUNT (GLX-SX)
007660            OR GLX-BRANCH-FOUND.
007670     IF GLX-BRANCH-FOUND
007680        OR GLX-STR-BR-COUNT (GLX-SX) NOT < 10
007690         GO TO 4100-EXIT
007700     END-IF.
007710     ADD 1 TO GLX-STR-BR-COUNT (GLX-SX).
007720     MOVE GLX-STR-BR-COUNT (GLX-SX) TO GLX-BR-SUB.
007730     MOVE GLI-BRANCH TO GLX-STR-BRANCH (GLX-SX, GLX-BR-SUB).
007740 4100-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780*4110-TEST-BRANCH
007790*----------------------------------------------------------------
007800 4110-TEST-BRANCH.
007810     IF GLX-STR-BRANCH (GLX-SX, GLX-BR-SUB) = GLI-BRANCH
007820         MOVE "Y" TO GLX-BRANCH-FOUND-SW
007830     END-IF.
007840 4110-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------
007880*5000-HISTORY-SWEEP - POSITION ON THE FIRST DAY OF THE WINDOW AND
007890*READ FORWARD.  ONLY DAYS BEFORE TONIGHT ARE TAKEN FROM HISTORY;
007900*TONIGHT CAME FROM THE EXTRACT, WHETHER OR NOT GLHISTLD HAS
007910*ALREADY LOADED IT
007920*----------------------------------------------------------------
007930 5000-HISTORY-SWEEP.
007940     IF GLX-SWEEP-DONE OR GLX-BUSINESS-DATE = ZERO
007950        OR GLX-STR-COUNT = ZERO
007960         GO TO 5000-EXIT
007970     END-IF.
007980     MOVE GLX-WINDOW-START TO GLX-HIST-POST-DATE.
007990     MOVE ZERO             TO GLX-HIST-CO-ID
008000                              GLX-HIST-TRANS-SEQ.
008010     START GL-HIST-FILE KEY NOT LESS THAN GLX-HIST-KEY
008020         INVALID KEY
008030             MOVE "Y" TO GLX-SWEEP-DONE-SW
008040     END-START.
008050     MOVE "N" TO GLX-ADD-ALLOWED-SW.
008060     PERFORM 5100-SWEEP-ONE THRU 5100-EXIT
008070         UNTIL GLX-SWEEP-DONE.
008080 5000-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120*5100-SWEEP-ONE - POST DATE LEADS THE KEY, SO THE SWEEP STOPS AT
008130*THE FIRST RECORD DATED TONIGHT OR LATER
008140*----------------------------------------------------------------
008150 5100-SWEEP-ONE.
008160     READ GL-HIST-FILE NEXT RECORD
008170         AT END
008180             MOVE "Y" TO GLX-SWEEP-DONE-SW
008190             GO TO 5100-EXIT
008200     END-READ.
008210     IF NOT GLX-HIST-OK
008220         MOVE "Y" TO GLX-SWEEP-DONE-SW
008230         GO TO 5100-EXIT
008240     END-IF.
008250     IF GLX-HIST-POST-DATE NOT < GLX-BUSINESS-DATE
008260         MOVE "Y" TO GLX-SWEEP-DONE-SW
008270         GO TO 5100-EXIT
008280     END-IF.
008290     ADD 1 TO GLX-HIST-SCANNED.
008300     MOVE GLX-HIST-DETAIL TO GLI-INTERNAL-TRANSACTION.
008310     IF GLI-PD-TRAN-SIGN NOT < ZERO
008320        AND GLI-CASH-AMT > ZERO
008330        AND GLI-CASH-AMT < GLX-CTR-THRESHOLD
008340         MOVE GLX-HIST-POST-DATE TO GLX-ITEM-DATE
008350         PERFORM 4000-NOTE-DEPOSIT THRU 4000-EXIT
008360     END-IF.
008370 5100-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410*6000-REPORT-CTR - EVERY ACCOUNT WHOSE CASH IN OR CASH OUT FOR
008420*THE DAY IS OVER THE THRESHOLD, EACH DIRECTION ON ITS OWN
008430*----------------------------------------------------------------
008440 6000-REPORT-CTR.
008450     IF GLX-BUSINESS-DATE = ZERO
008460         GO TO 6000-EXIT
008470     END-IF.
008480     MOVE GLX-CTR-THRESHOLD TO GLX-CH-THRESHOLD.
008490     WRITE CTR-RPT-LINE FROM GLX-BLANK-LINE.
008500     WRITE CTR-RPT-LINE FROM GLX-CTR-HDG.
008510     WRITE CTR-RPT-LINE FROM GLX-CTR-HDG-2.
008520     WRITE CTR-RPT-LINE FROM GLX-ITEM-HDG.
008530     PERFORM 6100-CHECK-ACCOUNT THRU 6100-EXIT
008540         VARYING GLX-AX FROM 1 BY 1
008550         UNTIL GLX-AX > GLX-ACT-COUNT.
008560 6000-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------
008600*6100-CHECK-ACCOUNT
008610*----------------------------------------------------------------
008620 6100-CHECK-ACCOUNT.
008630     IF GLX-ACT-CASH-IN (GLX-AX) > GLX-CTR-THRESHOLD
008640         MOVE "I" TO GLX-CTR-DIRECTION
008650         MOVE GLX-ACT-CASH-IN (GLX-AX)  TO GLX-CTR-AMOUNT
008660         MOVE GLX-ACT-IN-COUNT (GLX-AX) TO GLX-CTR-ITEMS
008670         PERFORM 6200-WRITE-CTR THRU 6200-EXIT
008680     END-IF.
008690     IF GLX-ACT-CASH-OUT (GLX-AX) > GLX-CTR-THRESHOLD
008700         MOVE "O" TO GLX-CTR-DIRECTION
008710         MOVE GLX-ACT-CASH-OUT (GLX-AX)  TO GLX-CTR-AMOUNT
008720         MOVE GLX-ACT-OUT-COUNT (GLX-AX) TO GLX-CTR-ITEMS
008730         PERFORM 6200-WRITE-CTR THRU 6200-EXIT
008740     END-IF.
008750 6100-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790*6200-WRITE-CTR - THE SUMMARY RECORD AND LINE, THEN EVERY ITEM
008800*OF THE SAME ACCOUNT AND DIRECTION
008810*----------------------------------------------------------------
008820 6200-WRITE-CTR.
008830     ADD 1 TO GLX-CTR-FOUND.
008840     MOVE SPACES TO GLX-CAND-RECORD.
008850     MOVE "C"                      TO GLX-CND-TYPE.
008860     MOVE GLX-BUSINESS-DATE        TO GLX-CND-BUSDATE.
008870     MOVE GLX-ACT-ACT-NO (GLX-AX)  TO GLX-CND-ACT-NO.
008880     MOVE GLX-CTR-DIRECTION        TO GLX-CND-DIRECTION.
008890     MOVE GLX-CTR-AMOUNT           TO GLX-CND-CTR-AMOUNT.
008900     MOVE GLX-CTR-ITEMS            TO GLX-CND-CTR-ITEMS.
008910     WRITE GLX-CAND-RECORD.
008920     ADD 1 TO GLX-CAND-WRITTEN.
008930     MOVE GLX-ACT-ACT-NO (GLX-AX)  TO GLX-CL-ACT-NO.
008940     IF GLX-CTR-DIRECTION = "I"
008950         MOVE "CASH IN"  TO GLX-CL-DIRECTION
008960     ELSE
008970         MOVE "CASH OUT" TO GLX-CL-DIRECTION
008980     END-IF.
008990     MOVE GLX-CTR-AMOUNT           TO GLX-CL-AMOUNT.
009000     MOVE GLX-CTR-ITEMS            TO GLX-CL-ITEMS.
009010     WRITE CTR-RPT-LINE FROM GLX-CTR-LINE.
009020     PERFORM 6300-WRITE-CTR-ITEM THRU 6300-EXIT
009030         VARYING GLX-IX FROM 1 BY 1
009040         UNTIL GLX-IX > GLX-ITM-COUNT.
009050 6200-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------------
009090*6300-WRITE-CTR-ITEM
009100*----------------------------------------------------------------
009110 6300-WRITE-CTR-ITEM.
009120     IF GLX-ITM-ACT-NO (GLX-IX) NOT = GLX-ACT-ACT-NO (GLX-AX)
009130        OR GLX-ITM-DIRECTION (GLX-IX) NOT = GLX-CTR-DIRECTION
009140         GO TO 6300-EXIT
009150     END-IF.
009160     MOVE SPACES TO GLX-CAND-RECORD.
009170     MOVE "D"                         TO GLX-CND-TYPE.
009180     MOVE GLX-BUSINESS-DATE           TO GLX-CND-BUSDATE.
009190     MOVE GLX-ITM-ACT-NO (GLX-IX)     TO GLX-CND-ACT-NO.
009200     MOVE GLX-CTR-DIRECTION           TO GLX-CND-DIRECTION.
009210     MOVE GLX-ITM-CO-ID (GLX-IX)      TO GLX-CND-CO-ID.
009220     MOVE GLX-ITM-APPL-ID (GLX-IX)    TO GLX-CND-APPL-ID.
009230     MOVE GLX-ITM-BRANCH (GLX-IX)     TO GLX-CND-BRANCH.
009240     MOVE GLX-ITM-OPERATOR (GLX-IX)   TO GLX-CND-OPERATOR.
009250     MOVE GLX-ITM-TRACE-ID (GLX-IX)   TO GLX-CND-TRACE-ID.
009260     MOVE GLX-ITM-CASH-AMT (GLX-IX)   TO GLX-CND-CASH-AMT.
009270     WRITE GLX-CAND-RECORD.
009280     ADD 1 TO GLX-CAND-WRITTEN.
009290     MOVE GLX-ITM-CO-ID (GLX-IX)      TO GLX-IL-CO-ID.
009300     MOVE GLX-ITM-APPL-ID (GLX-IX)    TO GLX-IL-APPL-ID.
009310     MOVE GLX-ITM-BRANCH (GLX-IX)     TO GLX-IL-BRANCH.
009320     MOVE GLX-ITM-OPERATOR (GLX-IX)   TO GLX-IL-OPERATOR.
009330     MOVE GLX-ITM-TRACE-ID (GLX-IX)   TO GLX-IL-TRACE-ID.
009340     MOVE GLX-ITM-CASH-AMT (GLX-IX)   TO GLX-IL-CASH-AMT.
009350     WRITE CTR-RPT-LINE FROM GLX-ITEM-LINE.
009360 6300-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------
009400*6500-REPORT-STRUCTURING - ONLY ACCOUNTS WITH A DEPOSIT TONIGHT
009410*ARE IN THE TABLE, SO A PATTERN IS REPORTED ON THE NIGHT IT
009420*FORMS OR GROWS AND NOT AGAIN ON THE QUIET NIGHTS AFTER
009430*----------------------------------------------------------------
009440 6500-REPORT-STRUCTURING.
009450     IF GLX-BUSINESS-DATE = ZERO
009460         GO TO 6500-EXIT
009470     END-IF.
009480     MOVE GLX-WINDOW-START TO GLX-SH-WINDOW-START.
009490     WRITE CTR-RPT-LINE FROM GLX-BLANK-LINE.
009500     WRITE CTR-RPT-LINE FROM GLX-STR-HDG.
009510     WRITE CTR-RPT-LINE FROM GLX-STR-HDG-2.
009520     PERFORM 6600-CHECK-SUSPECT THRU 6600-EXIT
009530         VARYING GLX-SX FROM 1 BY 1
009540         UNTIL GLX-SX > GLX-STR-COUNT.
009550 6500-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------
009590*6600-CHECK-SUSPECT - REPEATED DEPOSITS IN THE NEAR-THRESHOLD
009600*BAND ON THE ACCOUNT ARE NAMED FIRST.  OTHERWISE SUB-THRESHOLD
009610*DEPOSITS TAKEN AT SEVERAL BRANCHES THAT TOGETHER PASS THE
009620*THRESHOLD ARE A SPREAD.  THE ACCOUNT NUMBER IS THE CUSTOMER'S
009630*ACROSS APPLICATIONS, SO DEPOSITS TO ITS DD AND SV ACCOUNTS ARE
009640*SEEN TOGETHER
009650*----------------------------------------------------------------
009660 6600-CHECK-SUSPECT.
009670     IF GLX-STR-NEAR-COUNT (GLX-SX) NOT < GLX-NEAR-MIN-COUNT
009680         MOVE "NEAR THRESHOLD" TO GLX-SUSPECT-RULE
009690         PERFORM 6700-WRITE-SUSPECT THRU 6700-EXIT
009700         GO TO 6600-EXIT
009710     END-IF.
009720     IF GLX-STR-BR-COUNT (GLX-SX) NOT < GLX-MIN-BRANCHES
009730        AND GLX-STR-AMOUNT (GLX-SX) > GLX-CTR-THRESHOLD
009740         MOVE "BRANCH SPREAD" TO GLX-SUSPECT-RULE
009750         PERFORM 6700-WRITE-SUSPECT THRU 6700-EXIT
009760     END-IF.
009770 6600-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------------
009810*6700-WRITE-SUSPECT
009820*----------------------------------------------------------------
009830 6700-WRITE-SUSPECT.
009840     ADD 1 TO GLX-SUSPECTS-FOUND.
009850     MOVE SPACES TO GLX-CAND-RECORD.
009860     MOVE "S"                          TO GLX-CND-TYPE.
009870     MOVE GLX-BUSINESS-DATE            TO GLX-CND-BUSDATE.
009880     MOVE GLX-STR-ACT-NO (GLX-SX)      TO GLX-CND-ACT-NO.
009890     MOVE "I"                          TO GLX-CND-DIRECTION.
009900     MOVE GLX-SUSPECT-RULE             TO GLX-CND-RULE.
009910     MOVE GLX-STR-DEPOSITS (GLX-SX)    TO GLX-CND-DEPOSITS.
009920     MOVE GLX-STR-NEAR-COUNT (GLX-SX)  TO GLX-CND-NEAR-COUNT.
009930     MOVE GLX-STR-BR-COUNT (GLX-SX)    TO GLX-CND-BRANCH-COUNT.
009940     MOVE GLX-STR-AMOUNT (GLX-SX)      TO GLX-CND-WINDOW-AMOUNT.
009950     MOVE GLX-STR-FIRST-DATE (GLX-SX)  TO GLX-CND-FIRST-DATE.
009960     MOVE GLX-STR-LAST-DATE (GLX-SX)   TO GLX-CND-LAST-DATE.
009970     WRITE GLX-CAND-RECORD.
009980     ADD 1 TO GLX-CAND-WRITTEN.
009990     MOVE GLX-STR-ACT-NO (GLX-SX)      TO GLX-SL-ACT-NO.
010000     MOVE GLX-SUSPECT-RULE             TO GLX-SL-RULE.
010010     MOVE GLX-STR-DEPOSITS (GLX-SX)    TO GLX-SL-DEPOSITS.
010020     MOVE GLX-STR-NEAR-COUNT (GLX-SX)  TO GLX-SL-NEAR-COUNT.
010030     MOVE GLX-STR-BR-COUNT (GLX-SX)    TO GLX-SL-BRANCHES.
010040     MOVE GLX-STR-AMOUNT (GLX-SX)      TO GLX-SL-AMOUNT.
010050     MOVE GLX-STR-FIRST-DATE (GLX-SX)  TO GLX-SL-FIRST-DATE.
010060     MOVE GLX-STR-LAST-DATE (GLX-SX)   TO GLX-SL-LAST-DATE.
010070     WRITE CTR-RPT-LINE FROM GLX-STR-LINE.
010080 6700-EXIT.
010090     EXIT.
010100
010110*----------------------------------------------------------------
010120*7100-ROLL-BACK-ONE-DAY - STEP THE CYYMMDD DATE IN GLX-DW-DATE
010130*BACK ONE CALENDAR DAY, CROSSING MONTH, YEAR AND CENTURY.
010140*FEBRUARY LENGTH FOLLOWS THE LEAP-YEAR RULE: YEAR 2000 IS A LEAP
010150*YEAR, YEAR 1900 IS NOT, OTHERWISE EVERY FOURTH YEAR
010160*----------------------------------------------------------------
010170 7100-ROLL-BACK-ONE-DAY.
010180     IF GLX-DW-DD > 01
010190         SUBTRACT 1 FROM GLX-DW-DD
010200         GO TO 7100-EXIT
010210     END-IF.
010220     IF GLX-DW-MM > 01
010230         SUBTRACT 1 FROM GLX-DW-MM
010240     ELSE
010250         MOVE 12 TO GLX-DW-MM
010260         IF GLX-DW-YY > ZERO
010270             SUBTRACT 1 FROM GLX-DW-YY
010280         ELSE
010290             MOVE 99 TO GLX-DW-YY
010300             SUBTRACT 1 FROM GLX-DW-CENT
010310         END-IF
010320     END-IF.
010330     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
010340     IF GLX-DW-MM = 02
010350         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
010360             REMAINDER GLX-DW-YY-REM
010370         IF GLX-DW-YY = ZERO
010380             IF GLX-DW-CENT = 1
010390                 MOVE 29 TO GLX-DW-MAX-DD
010400             END-IF
010410         ELSE
010420             IF GLX-DW-YY-REM = ZERO
010430                 MOVE 29 TO GLX-DW-MAX-DD
010440             END-IF
010450         END-IF
010460     END-IF.
010470     MOVE GLX-DW-MAX-DD TO GLX-DW-DD.
010480 7100-EXIT.
010490     EXIT.
010500
010510*----------------------------------------------------------------
010520*8000-PRINT-TOTALS
010530*----------------------------------------------------------------
010540 8000-PRINT-TOTALS.
010550     MOVE GLX-CTR-FOUND      TO GLX-TL-CTR.
010560     MOVE GLX-SUSPECTS-FOUND TO GLX-TL-SUSPECTS.
010570     WRITE CTR-RPT-LINE FROM GLX-BLANK-LINE.
010580     WRITE CTR-RPT-LINE FROM GLX-TOTAL-LINE.
010590 8000-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------
010630*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
010640*----------------------------------------------------------------
010650 9999-TERMINATE.
010660     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
010670     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
010680     CLOSE GL-VALID-FILE.
010690     IF GLX-HIST-OPEN
010700         CLOSE GL-HIST-FILE
010710     END-IF.
010720     CLOSE GL-CAND-FILE
010730           GL-CTR-RPT.
010740     DISPLAY "GLCTRMON - RECORDS READ:    " GLX-RECORDS-READ.
010750     DISPLAY "GLCTRMON - CASH ITEMS:      " GLX-CASH-ITEMS.
010760     DISPLAY "GLCTRMON - HISTORY SCANNED: " GLX-HIST-SCANNED.
010770     DISPLAY "GLCTRMON - CTR CANDIDATES:  " GLX-CTR-FOUND.
010780     DISPLAY "GLCTRMON - STRUCTURING:     " GLX-SUSPECTS-FOUND.
010790     DISPLAY "GLCTRMON - RECORDS WRITTEN: " GLX-CAND-WRITTEN.
010800 9999-EXIT.
010810     EXIT.
010820
010830*----------------------------------------------------------------
010840*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
010850*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
010860*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
010870*----------------------------------------------------------------
010880 9750-POST-CONTROL-CHAIN.
010890     IF GLX-RC-BUSDATE = ZERO
010900         GO TO 9750-EXIT
010910     END-IF.
010920     MOVE SPACES           TO GLC-CHAIN-RECORD.
010930     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
010940     MOVE "GLCTRMON"       TO GLC-PROGRAM.
010950     MOVE "GLVALID"        TO GLC-FILE-NAME.
010960     MOVE "I"              TO GLC-DIRECTION.
010970     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
010980     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
010990     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
011000     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
011010 9750-EXIT.
011020     EXIT.
011030
011040*----------------------------------------------------------------
011050*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
011060*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
011070*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
011080*----------------------------------------------------------------
011090 9800-POST-RUN-START.
011100     MOVE "Y" TO GLX-RC-STARTED-SW.
011110     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
011120     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
011130     MOVE SPACES TO GLR-RUN-RECORD.
011140     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
011150     MOVE "GLCTRMON" TO GLR-PROGRAM.
011160     MOVE "STARTED"  TO GLR-EVENT.
011170     MOVE SPACES     TO GLR-STATUS.
011180     MOVE ZERO       TO GLR-RECORD-COUNT.
011190     CALL "GLRCPOST" USING GLR-RUN-RECORD.
011200 9800-EXIT.
011210     EXIT.
011220
011230*----------------------------------------------------------------
011240*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
011250*AND ITS RECORD COUNT.  CANDIDATES AND SUSPECTS ARE THE NORMAL
011260*OUTPUT OF THE RUN AND DO NOT STOP THE NIGHT; A FULL TABLE OR A
011270*MISSING GLHIST MEANS THE CHECK WAS PARTIAL AND POSTS NOGO.
011280*NOTHING IS POSTED WHEN NO RECORD WAS EVER PROCESSED
011290*----------------------------------------------------------------
011300 9900-POST-RUN-END.
011310     IF GLX-RC-BUSDATE = ZERO
011320         GO TO 9900-EXIT
011330     END-IF.
011340     MOVE SPACES TO GLR-RUN-RECORD.
011350     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
011360     MOVE "GLCTRMON" TO GLR-PROGRAM.
011370     MOVE "ENDED"    TO GLR-EVENT.
011380     IF GLX-TABLE-FULL
011390        OR NOT GLX-HIST-OPEN
011400         MOVE "NOGO"     TO GLR-STATUS
011410     ELSE
011420         MOVE "OK"       TO GLR-STATUS
011430     END-IF.
011440     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
011450     CALL "GLRCPOST" USING GLR-RUN-RECORD.
011460 9900-EXIT.
011470     EXIT.
