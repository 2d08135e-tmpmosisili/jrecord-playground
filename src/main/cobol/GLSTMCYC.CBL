000010*****************************************************************
000020** PROGRAM-ID: GLSTMCYC
000030** NIGHTLY CUSTOMER STATEMENT CYCLE EXTRACT AND STATEMENT
000040** BALANCE CONTROL REPORT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLSTMCYC.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  KEEPS THE GLSTMCTL KEYED
000180*                  STATEMENT CONTROL FILE (ONE RECORD PER CO-ID /
000190*                  APPL-ID / ACCOUNT) CARRYING THE ACCOUNT'S NEXT
000200*                  CUTOFF FROM GLI-CUTOFF-STMT-DATE AND ITS LAST
000210*                  STATEMENT DATE AND CLOSING BALANCE.  ON THE
000220*                  CUTOFF DATE THE ACCOUNT CYCLES: EVERY ITEM
000230*                  SINCE ITS LAST STATEMENT IS TAKEN FROM GLHIST
000240*                  AND TONIGHT'S GLVALID, REVERSED PAIRS MARKED
000250*                  BY GLI-PD-STMT-REVERSAL-CODE ARE SUPPRESSED,
000260*                  AND THE STATEMENT IS WRITTEN TO GLSTMTEX IN
000270*                  GLI-STMT-CATG / GLI-STMT-ACCT-SEQ ORDER WITH
000280*                  ITS ITEM COUNT (GLI-PD-COUNT-STMT-ITEM) AND
000290*                  TOTALS.  OPENING IS THE GLBALMF CLOSING TAKEN
000300*                  AT THE LAST STATEMENT, CLOSING IS THE GLBALMF
000310*                  CLOSING TONIGHT, AND THE GLSTMRPT CONTROL
000320*                  REPORT PROVES OPENING + CREDITS - DEBITS
000330*                  AGAINST THE MASTER FOR EVERY STATEMENT.  A
000340*                  RERUN OF THE SAME NIGHT RESTATES TONIGHT'S
000350*                  STATEMENTS FROM THE PRIOR STATEMENT.
000360*10/15/2026 RLH    STATEMENT ITEMS NOW COME ONLY FROM GLVALID, SO
000370*                  AN ITEM GLEDIT SUSPENDED NEVER REACHES A
000380*                  STATEMENT AND A REPAIRED ITEM IS STATED ON THE
000390*                  NIGHT IT REACHES THE MASTER.  EACH NIGHT'S
000400*                  GLVALID IS SAVED ON THE NEW GLSTMITM KEYED FILE
000410*                  BY LOAD DATE (A RERUN REPLACES ITS OWN NIGHT)
000420*                  AND PURGED ONCE NO STATEMENT OR RESTATEMENT CAN
000430*                  NEED IT; GLHIST IS NO LONGER READ.  THE NEXT
000440*                  CUTOFF NOW ROLLS FORWARD A MONTH AT A TIME ON
000450*                  THE ACCOUNT'S CYCLE DAY ONCE IT HAS BEEN
000460*                  STATED, SO AN ACCOUNT WITH NO ACTIVITY STILL
000470*                  CYCLES.  CONTROL-TOTAL CHAIN POST OF GLVALID AS
000480*                  READ (VIA GLCCPOST) FOR THE GLCTLPRF PROOF.
000490*10/15/2026 RLH    A SUPPRESSED REVERSAL PAIR NO LONGER COUNTS IN
000500*                  THE STATEMENT DEBIT AND CREDIT TOTALS, SO THE
000510*                  TRAILER TOTALS ADD UP FROM THE ITEMS LISTED.
000520*----------------------------------------------------------------
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 SPECIAL-NAMES.
000590     C01 IS TOP-OF-PAGE.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS GLX-VALID-STATUS.
000670
000680     SELECT GL-BAL-FILE ASSIGN TO GLBALMF
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS GLX-BAL-KEY
000720         FILE STATUS IS GLX-BAL-STATUS.
000730
000740     SELECT OPTIONAL GL-SITM-FILE ASSIGN TO GLSTMITM
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS GLX-SIT-KEY
000780         FILE STATUS IS GLX-SITM-STATUS.
000790
000800     SELECT OPTIONAL GL-SCTL-FILE ASSIGN TO GLSTMCTL
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS GLX-SCF-KEY
000840         FILE STATUS IS GLX-SCTL-STATUS.
000850
000860     SELECT GL-STMT-FILE ASSIGN TO GLSTMTEX
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS GLX-STMT-STATUS.
000900
000910     SELECT GL-STMT-RPT ASSIGN TO GLSTMRPT
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS GLX-RPT-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970*----------------------------------------------------------------
000980*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000990*AS POW_GL_DETAIL_OUTPUT
001000*----------------------------------------------------------------
001010 FD  GL-VALID-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY "POW_GL_Detail_Output".
001050
001060*----------------------------------------------------------------
001070*KEYED BALANCE MASTER AS ROLLED BY GLBALMST - READ ONLY HERE
001080*----------------------------------------------------------------
001090 FD  GL-BAL-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  GLX-BAL-RECORD.
001120     05  GLX-BAL-KEY.
001130         10  GLX-BAL-CO-ID          PIC 9(04).
001140         10  GLX-BAL-APPL-ID        PIC X(02).
001150         10  GLX-BAL-ACT-NO         PIC 9(15).
001160     05  GLX-BAL-LAST-DATE          PIC 9(07).
001170     05  GLX-BAL-OPENING            PIC S9(13)V99.
001180     05  GLX-BAL-DAY-DR             PIC S9(13)V99.
001190     05  GLX-BAL-DAY-CR             PIC S9(13)V99.
001200     05  GLX-BAL-CLOSING            PIC S9(13)V99.
001210     05  FILLER                     PIC X(20).
001220
001230*----------------------------------------------------------------
001240*KEYED STATEMENT ITEM FILE - EVERY GLVALID ITEM, SAVED UNDER THE
001250*BUSINESS DATE IT WAS LOADED TO THE MASTER.  LOAD DATE LEADS THE
001260*KEY SO THE STATEMENT PERIOD IS ONE START AND A RUN OF READ NEXTS
001270*----------------------------------------------------------------
001280 FD  GL-SITM-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  GLX-SIT-RECORD.
001310     05  GLX-SIT-KEY.
001320         10  GLX-SIT-LOAD-DATE      PIC 9(07).
001330         10  GLX-SIT-POST-DATE      PIC 9(07).
001340         10  GLX-SIT-CO-ID          PIC 9(04).
001350         10  GLX-SIT-TRANS-SEQ      PIC 9(07).
001360     05  GLX-SIT-DETAIL             PIC X(888).
001370
001380*----------------------------------------------------------------
001390*KEYED STATEMENT CONTROL FILE - ONE RECORD PER CO-ID / APPL-ID /
001400*ACCOUNT, ENROLLED ON THE ACCOUNT'S FIRST ACTIVITY.  THE LAST
001410*STATEMENT IS THE BASE OF THE NEXT ONE; THE PRIOR STATEMENT IS
001420*KEPT SO A RERUN OF A CYCLE NIGHT CAN RESTATE FROM IT.  THE
001430*CYCLE DAY IS THE DAY OF THE MONTH THE CUTOFF ROLLS FORWARD TO
001440*(31 IS MONTH END)
001450*----------------------------------------------------------------
001460 FD  GL-SCTL-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  GLX-SCF-RECORD.
001490     05  GLX-SCF-KEY.
001500         10  GLX-SCF-CO-ID          PIC 9(04).
001510         10  GLX-SCF-APPL-ID        PIC X(02).
001520         10  GLX-SCF-ACT-NO         PIC 9(15).
001530     05  GLX-SCF-NEXT-CUTOFF        PIC 9(07).
001540     05  GLX-SCF-LAST-STMT-DATE     PIC 9(07).
001550     05  GLX-SCF-LAST-CLOSING       PIC S9(13)V99.
001560     05  GLX-SCF-PRIOR-STMT-DATE    PIC 9(07).
001570     05  GLX-SCF-PRIOR-CLOSING      PIC S9(13)V99.
001580     05  GLX-SCF-STMT-COUNT         PIC 9(05).
001590     05  GLX-SCF-ENROLLED-DATE      PIC 9(07).
001600     05  GLX-SCF-CYCLE-DAY          PIC 9(02).
001610     05  FILLER                     PIC X(18).
001620
001630*----------------------------------------------------------------
001640*OUTPUT STATEMENT FILE FOR THE STATEMENT RENDERING VENDOR.  EACH
001650*STATEMENT IS AN "H" HEADER, ITS "D" ITEMS IN CATEGORY ORDER AND
001660*A "T" TRAILER WITH COUNTS AND TOTALS; A "Z" FILE TRAILER CLOSES
001670*THE RUN
001680*----------------------------------------------------------------
001690 FD  GL-STMT-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE STANDARD.
001720 01  GLX-STX-RECORD.
001730     05  GLX-STX-TYPE               PIC X(01).
001740         88  GLX-STX-IS-HEADER              VALUE "H".
001750         88  GLX-STX-IS-DETAIL              VALUE "D".
001760         88  GLX-STX-IS-TRAILER             VALUE "T".
001770         88  GLX-STX-IS-FILE-END            VALUE "Z".
001780     05  GLX-STX-CO-ID              PIC 9(04).
001790     05  GLX-STX-APPL-ID            PIC X(02).
001800     05  GLX-STX-ACT-NO             PIC 9(15).
001810     05  GLX-STX-BODY               PIC X(128).
001820     05  GLX-STX-HDR-BODY REDEFINES GLX-STX-BODY.
001830         10  GLX-STX-PRIOR-DATE     PIC 9(07).
001840         10  GLX-STX-STMT-DATE      PIC 9(07).
001850         10  GLX-STX-OPENING        PIC S9(13)V99.
001860         10  GLX-STX-STMT-NUMBER    PIC 9(05).
001870         10  FILLER                 PIC X(94).
001880     05  GLX-STX-DTL-BODY REDEFINES GLX-STX-BODY.
001890         10  GLX-STX-CATG           PIC 9(03).
001900         10  GLX-STX-ACCT-SEQ       PIC 9(03).
001910         10  GLX-STX-POST-DATE      PIC 9(07).
001920         10  GLX-STX-TRACE-ID       PIC X(30).
001930         10  GLX-STX-SERIAL         PIC 9(10).
001940         10  GLX-STX-DR-CR          PIC X(01).
001950         10  GLX-STX-AMOUNT         PIC S9(11)V99.
001960         10  GLX-STX-COUNTED        PIC X(01).
001970         10  GLX-STX-DESCRIPTION    PIC X(47).
001980         10  FILLER                 PIC X(13).
001990     05  GLX-STX-TRL-BODY REDEFINES GLX-STX-BODY.
002000         10  GLX-STX-DETAIL-COUNT   PIC 9(07).
002010         10  GLX-STX-ITEM-COUNT     PIC 9(07).
002020         10  GLX-STX-SUPPRESSED     PIC 9(05).
002030         10  GLX-STX-DEBITS         PIC S9(13)V99.
002040         10  GLX-STX-CREDITS        PIC S9(13)V99.
002050         10  GLX-STX-CLOSING        PIC S9(13)V99.
002060         10  FILLER                 PIC X(64).
002070     05  GLX-STX-END-BODY REDEFINES GLX-STX-BODY.
002080         10  GLX-STX-STATEMENTS     PIC 9(07).
002090         10  GLX-STX-RECORDS        PIC 9(09).
002100         10  GLX-STX-ALL-DEBITS     PIC S9(15)V99.
002110         10  GLX-STX-ALL-CREDITS    PIC S9(15)V99.
002120         10  FILLER                 PIC X(78).
002130
002140 FD  GL-STMT-RPT
002150     RECORDING MODE IS F
002160     LABEL RECORDS ARE OMITTED.
002170 01  STM-RPT-LINE                     PIC X(132).
002180
002190 WORKING-STORAGE SECTION.
002200*----------------------------------------------------------------
002210*SWITCHES AND COUNTERS
002220*----------------------------------------------------------------
002230 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
002240     88  GLX-VALID-OK                          VALUE "00".
002250     88  GLX-VALID-EOF                          VALUE "10".
002260 77  GLX-BAL-STATUS                  PIC X(02) VALUE SPACES.
002270     88  GLX-BAL-OK                            VALUE "00".
002280 77  GLX-SITM-STATUS                 PIC X(02) VALUE SPACES.
002290     88  GLX-SITM-OK                           VALUE "00" "05".
002300     88  GLX-SITM-EOF                          VALUE "10".
002310 77  GLX-SCTL-STATUS                 PIC X(02) VALUE SPACES.
002320*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL CONTROL FILE
002330*WHEN IT DID NOT EXIST YET (THE FIRST NIGHT BOOTSTRAPS IT)
002340     88  GLX-SCTL-OK                           VALUE "00" "05".
002350     88  GLX-SCTL-EOF                          VALUE "10".
002360 77  GLX-STMT-STATUS                 PIC X(02) VALUE SPACES.
002370 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
002380 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
002390     88  GLX-EOF-REACHED                        VALUE "Y".
002400 77  GLX-SWEEP-DONE-SW               PIC X(01) VALUE "N".
002410     88  GLX-SWEEP-DONE                         VALUE "Y".
002420 77  GLX-FILES-OPEN-SW               PIC X(01) VALUE "N".
002430     88  GLX-FILES-OPEN                         VALUE "Y".
002440 77  GLX-NEW-ACCOUNT-SW              PIC X(01) VALUE "N".
002450     88  GLX-NEW-ACCOUNT                        VALUE "Y".
002460 77  GLX-ENTRY-FOUND-SW              PIC X(01) VALUE "N".
002470     88  GLX-ENTRY-FOUND                        VALUE "Y".
002480 77  GLX-TABLE-FULL-SW               PIC X(01) VALUE "N".
002490     88  GLX-TABLE-FULL                         VALUE "Y".
002500 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
002510 77  GLX-ACCOUNTS-ENROLLED          PIC S9(09) COMP-3 VALUE ZERO.
002520 77  GLX-ITEMS-SAVED                PIC S9(09) COMP-3 VALUE ZERO.
002530 77  GLX-SAVE-FAILED                PIC S9(07) COMP-3 VALUE ZERO.
002540 77  GLX-ITEMS-SCANNED              PIC S9(09) COMP-3 VALUE ZERO.
002550 77  GLX-ITEMS-PURGED               PIC S9(09) COMP-3 VALUE ZERO.
002560 77  GLX-STATEMENTS                 PIC S9(07) COMP-3 VALUE ZERO.
002570 77  GLX-RESTATED                   PIC S9(07) COMP-3 VALUE ZERO.
002580 77  GLX-IN-BALANCE                 PIC S9(07) COMP-3 VALUE ZERO.
002590 77  GLX-OUT-OF-BALANCE             PIC S9(07) COMP-3 VALUE ZERO.
002600 77  GLX-STMT-RECORDS               PIC S9(09) COMP-3 VALUE ZERO.
002610 77  GLX-ALL-SUPPRESSED             PIC S9(07) COMP-3 VALUE ZERO.
002620 77  GLX-ALL-DEBITS             PIC S9(15)V99 COMP-3 VALUE ZERO.
002630 77  GLX-ALL-CREDITS            PIC S9(15)V99 COMP-3 VALUE ZERO.
002640 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002650 77  GLX-DAY-BEFORE                  PIC 9(07) VALUE ZERO.
002660 77  GLX-EARLIEST-BASE               PIC 9(07) VALUE ZERO.
002670 77  GLX-ITEM-DATE                   PIC 9(07) VALUE ZERO.
002680 77  GLX-PURGE-DATE                  PIC 9(07) VALUE ZERO.
002690
002700*----------------------------------------------------------------
002710*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
002720*----------------------------------------------------------------
002730 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002740 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002750
002760*----------------------------------------------------------------
002770*STATEMENT-ITEM FLAG TEST BYTE.  THE CAPTURE SYSTEMS LEAVE A
002780*FLAG SPACE, "N" OR "0" WHEN IT IS NOT SET
002790*----------------------------------------------------------------
002800 77  GLX-FLAG-TEST                   PIC X(01) VALUE SPACES.
002810     88  GLX-FLAG-CLEAR                   VALUE SPACE "N" "0".
002820
002830*----------------------------------------------------------------
002840*DATE WORK AREAS FOR THE DAY-BEFORE ROLL-BACK AND THE MONTHLY
002850*CUTOFF ROLL
002860*----------------------------------------------------------------
002870 01  GLX-DATE-WORK.
002880     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
002890     05  FILLER REDEFINES GLX-DW-DATE.
002900         10  GLX-DW-CENT            PIC 9(01).
002910         10  GLX-DW-YY              PIC 9(02).
002920         10  GLX-DW-MM              PIC 9(02).
002930         10  GLX-DW-DD              PIC 9(02).
002940 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
002950 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
002960 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
002970
002980 01  GLX-MONTH-DAYS-TABLE.
002990     05  FILLER                     PIC X(24)
003000             VALUE "312831303130313130313031".
003010 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
003020     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
003030
003040*----------------------------------------------------------------
003050*CYCLE TABLE - ONE ENTRY PER ACCOUNT CYCLING TONIGHT, LOADED
003060*FROM THE CONTROL FILE IN KEY ORDER SO IT CAN BE SEARCHED ON
003070*THE KEY.  EACH ENTRY HEADS A CHAIN OF ITS STATEMENT ITEMS IN
003080*STATEMENT ORDER
003090*----------------------------------------------------------------
003100 77  GLX-CYC-COUNT                  PIC S9(04) COMP   VALUE ZERO.
003110 77  GLX-CYC-MAX                    PIC S9(04) COMP   VALUE 5000.
003120 01  GLX-CYCLE-TABLE.
003130     05  GLX-CYC-ENTRY OCCURS 1 TO 5000 TIMES
003140             DEPENDING ON GLX-CYC-COUNT
003150             ASCENDING KEY IS GLX-CYC-KEY
003160             INDEXED BY GLX-CX.
003170         10  GLX-CYC-KEY.
003180             15  GLX-CYC-CO-ID        PIC 9(04).
003190             15  GLX-CYC-APPL-ID      PIC X(02).
003200             15  GLX-CYC-ACT-NO       PIC 9(15).
003210         10  GLX-CYC-BASE-DATE        PIC 9(07).
003220         10  GLX-CYC-OPENING          PIC S9(13)V99 COMP-3.
003230         10  GLX-CYC-RESTATE-SW       PIC X(01).
003240         10  GLX-CYC-HEAD             PIC S9(05) COMP.
003250
003260 01  GLX-LOOKUP-KEY.
003270     05  GLX-LK-CO-ID               PIC 9(04).
003280     05  GLX-LK-APPL-ID             PIC X(02).
003290     05  GLX-LK-ACT-NO              PIC 9(15).
003300
003310*----------------------------------------------------------------
003320*STATEMENT ITEM TABLE - EVERY ITEM OF EVERY CYCLING ACCOUNT,
003330*CHAINED PER ACCOUNT IN SORT-KEY ORDER (CATEGORY, ACCOUNT
003340*SEQUENCE, POST DATE, TRANSACTION SEQUENCE).  A ZERO NEXT ENDS
003350*THE CHAIN
003360*----------------------------------------------------------------
003370 77  GLX-ITM-COUNT                  PIC S9(05) COMP   VALUE ZERO.
003380 77  GLX-ITM-MAX                    PIC S9(05) COMP   VALUE 30000.
003390 01  GLX-ITEM-TABLE.
003400     05  GLX-ITM-ENTRY OCCURS 1 TO 30000 TIMES
003410             DEPENDING ON GLX-ITM-COUNT.
003420         10  GLX-ITM-NEXT             PIC S9(05) COMP.
003430         10  GLX-ITM-SORT-KEY.
003440             15  GLX-ITM-CATG         PIC 9(03).
003450             15  GLX-ITM-ACCT-SEQ     PIC 9(03).
003460             15  GLX-ITM-POST-DATE    PIC 9(07).
003470             15  GLX-ITM-TRANS-SEQ    PIC 9(07).
003480         10  GLX-ITM-TRACE-ID         PIC X(30).
003490         10  GLX-ITM-SERIAL           PIC S9(10) COMP-3.
003500         10  GLX-ITM-DR-CR            PIC X(01).
003510         10  GLX-ITM-AMOUNT           PIC S9(11)V99 COMP-3.
003520         10  GLX-ITM-COUNTED          PIC X(01).
003530         10  GLX-ITM-REVERSAL-SW      PIC X(01).
003540         10  GLX-ITM-SUPPRESS-SW      PIC X(01).
003550         10  GLX-ITM-DESCRIPTION      PIC X(47).
003560
003570 01  GLX-NEW-SORT-KEY.
003580     05  GLX-NK-CATG                PIC 9(03).
003590     05  GLX-NK-ACCT-SEQ            PIC 9(03).
003600     05  GLX-NK-POST-DATE           PIC 9(07).
003610     05  GLX-NK-TRANS-SEQ           PIC 9(07).
003620
003630*----------------------------------------------------------------
003640*CHAIN WORK SUBSCRIPTS AND PER-STATEMENT ACCUMULATORS
003650*----------------------------------------------------------------
003660 77  GLX-NEW-SUB                     PIC S9(05) COMP   VALUE ZERO.
003670 77  GLX-CUR-SUB                     PIC S9(05) COMP   VALUE ZERO.
003680 77  GLX-PREV-SUB                    PIC S9(05) COMP   VALUE ZERO.
003690 77  GLX-REV-SUB                     PIC S9(05) COMP   VALUE ZERO.
003700 77  GLX-AFTER-SUB                   PIC S9(05) COMP   VALUE ZERO.
003710 77  GLX-ST-DETAILS                 PIC S9(07) COMP-3 VALUE ZERO.
003720 77  GLX-ST-ITEMS                   PIC S9(07) COMP-3 VALUE ZERO.
003730 77  GLX-ST-SUPPRESSED              PIC S9(05) COMP-3 VALUE ZERO.
003740 77  GLX-ST-DEBITS              PIC S9(13)V99 COMP-3 VALUE ZERO.
003750 77  GLX-ST-CREDITS             PIC S9(13)V99 COMP-3 VALUE ZERO.
003760 77  GLX-ST-COMPUTED            PIC S9(13)V99 COMP-3 VALUE ZERO.
003770 77  GLX-ST-MASTER              PIC S9(13)V99 COMP-3 VALUE ZERO.
003780 77  GLX-ST-FLAG                     PIC X(10) VALUE SPACES.
003790
003800*----------------------------------------------------------------
003810*REPORT LINE WORK AREAS
003820*----------------------------------------------------------------
003830 01  GLX-HDG-LINE-1.
003840     05  FILLER                     PIC X(40)
003850             VALUE "GL STATEMENT CYCLE CONTROL REPORT FOR".
003860     05  FILLER                     PIC X(01) VALUE SPACES.
003870     05  GLX-H1-BUSDATE             PIC 9(07).
003880     05  FILLER                     PIC X(84) VALUE SPACES.
003890
003900 01  GLX-HDG-LINE-2.
003910     05  FILLER                     PIC X(05) VALUE "CO".
003920     05  FILLER                     PIC X(03) VALUE "AP".
003930     05  FILLER                  PIC X(17) VALUE "ACCOUNT NUMBER".
003940     05  FILLER                     PIC X(18) VALUE "OPENING".
003950     05  FILLER                     PIC X(18) VALUE "DEBITS".
003960     05  FILLER                     PIC X(18) VALUE "CREDITS".
003970     05  FILLER                   PIC X(18) VALUE "STMT CLOSING".
003980     05  FILLER                 PIC X(18) VALUE "MASTER CLOSING".
003990     05  FILLER                     PIC X(07) VALUE "ITEMS".
004000     05  FILLER                     PIC X(10) VALUE "FLAG".
004010
004020 01  GLX-DETAIL-LINE.
004030     05  GLX-DL-CO-ID               PIC ZZZ9.
004040     05  FILLER                     PIC X(01) VALUE SPACES.
004050     05  GLX-DL-APPL-ID             PIC X(02).
004060     05  FILLER                     PIC X(01) VALUE SPACES.
004070     05  GLX-DL-ACT-NO              PIC Z(14)9.
004080     05  FILLER                     PIC X(02) VALUE SPACES.
004090     05  GLX-DL-OPENING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
004100     05  FILLER                     PIC X(01) VALUE SPACES.
004110     05  GLX-DL-DEBITS              PIC Z,ZZZ,ZZZ,ZZ9.99-.
004120     05  FILLER                     PIC X(01) VALUE SPACES.
004130     05  GLX-DL-CREDITS             PIC Z,ZZZ,ZZZ,ZZ9.99-.
004140     05  FILLER                     PIC X(01) VALUE SPACES.
004150     05  GLX-DL-COMPUTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
004160     05  FILLER                     PIC X(01) VALUE SPACES.
004170     05  GLX-DL-MASTER              PIC Z,ZZZ,ZZZ,ZZ9.99-.
004180     05  FILLER                     PIC X(01) VALUE SPACES.
004190     05  GLX-DL-ITEMS               PIC ZZ,ZZ9.
004200     05  FILLER                     PIC X(01) VALUE SPACES.
004210     05  GLX-DL-FLAG                PIC X(10).
004220
004230 01  GLX-TOTAL-LINE-1.
004240     05  FILLER                     PIC X(30)
004250             VALUE "STATEMENTS WRITTEN:".
004260     05  GLX-TL-STATEMENTS          PIC ZZZ,ZZ9.
004270     05  FILLER                     PIC X(05) VALUE SPACES.
004280     05  FILLER                     PIC X(12) VALUE "RESTATED:".
004290     05  GLX-TL-RESTATED            PIC ZZZ,ZZ9.
004300     05  FILLER                     PIC X(05) VALUE SPACES.
004310     05  FILLER                     PIC X(20)
004320             VALUE "PAIRS SUPPRESSED:".
004330     05  GLX-TL-SUPPRESSED          PIC ZZZ,ZZ9.
004340     05  FILLER                     PIC X(39) VALUE SPACES.
004350
004360 01  GLX-TOTAL-LINE-2.
004370     05  FILLER                     PIC X(30)
004380             VALUE "IN BALANCE WITH GLBALMF:".
004390     05  GLX-TL-IN-BALANCE          PIC ZZZ,ZZ9.
004400     05  FILLER                     PIC X(05) VALUE SPACES.
004410     05  FILLER                PIC X(16) VALUE "OUT OF BALANCE:".
004420     05  GLX-TL-OUT-OF-BALANCE      PIC ZZZ,ZZ9.
004430     05  FILLER                     PIC X(67) VALUE SPACES.
004440
004450 01  GLX-BLANK-LINE                 PIC X(132) VALUE SPACES.
004460
004470*----------------------------------------------------------------
004480*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
004490*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
004500*----------------------------------------------------------------
004510 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
004520     88  GLX-RC-STARTED                         VALUE "Y".
004530 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
004540 COPY "GLRUNREC".
004550
004560*----------------------------------------------------------------
004570*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
004580*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
004590*----------------------------------------------------------------
004600 COPY "GLCTLREC".
004610
004620 PROCEDURE DIVISION.
004630*----------------------------------------------------------------
004640*0000-MAINLINE
004650*----------------------------------------------------------------
004660 0000-MAINLINE.
004670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004680     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
004690         UNTIL GLX-EOF-REACHED.
004700     PERFORM 4000-SELECT-CYCLES THRU 4000-EXIT.
004710     PERFORM 5000-GATHER-ITEMS THRU 5000-EXIT.
004720     PERFORM 6000-WRITE-STATEMENTS THRU 6000-EXIT.
004730     PERFORM 6900-PURGE-ITEMS THRU 6900-EXIT.
004740     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004750     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004760     STOP RUN.
004770
004780*----------------------------------------------------------------
004790*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.  THE
004800*BALANCE MASTER AND ITEM FILE ARE BOTH NEEDED TO PROVE A
004810*STATEMENT; WITHOUT EITHER NOTHING CYCLES
004820*----------------------------------------------------------------
004830 1000-INITIALIZE.
004840     OPEN INPUT  GL-VALID-FILE
004850                 GL-BAL-FILE.
004860     OPEN I-O    GL-SITM-FILE
004870                 GL-SCTL-FILE.
004880     OPEN OUTPUT GL-STMT-FILE
004890                 GL-STMT-RPT.
004900     MOVE "Y" TO GLX-EOF-SWITCH.
004910     MOVE "Y" TO GLX-SWEEP-DONE-SW.
004920     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
004930         DISPLAY "GLSTMCYC - OPEN ERROR ON GL-VALID-FILE "
004940             GLX-VALID-STATUS
004950         GO TO 1000-EXIT
004960     END-IF.
004970     IF NOT GLX-BAL-OK
004980         DISPLAY "GLSTMCYC - OPEN ERROR ON GL-BAL-FILE "
004990             GLX-BAL-STATUS
005000         GO TO 1000-EXIT
005010     END-IF.
005020     IF NOT GLX-SITM-OK
005030         DISPLAY "GLSTMCYC - OPEN ERROR ON GL-SITM-FILE "
005040             GLX-SITM-STATUS
005050         GO TO 1000-EXIT
005060     END-IF.
005070     IF NOT GLX-SCTL-OK
005080         DISPLAY "GLSTMCYC - OPEN ERROR ON GL-SCTL-FILE "
005090             GLX-SCTL-STATUS
005100         GO TO 1000-EXIT
005110     END-IF.
005120     MOVE "Y" TO GLX-FILES-OPEN-SW.
005130     MOVE "N" TO GLX-EOF-SWITCH.
005140     MOVE "N" TO GLX-SWEEP-DONE-SW.
005150     PERFORM 2100-READ-VALID THRU 2100-EXIT.
005160 1000-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200*2000-PROCESS-FILE - EVERY ITEM KEEPS ITS ACCOUNT'S CONTROL
005210*RECORD CURRENT: ENROLLED ON FIRST SIGHT, AND THE NEXT CUTOFF
005220*ADVANCED WHEN THE ITEM CARRIES A LATER ONE.  THE ITEM IS THEN
005230*SAVED FOR THE STATEMENTS UNDER TONIGHT'S LOAD DATE
005240*----------------------------------------------------------------
005250 2000-PROCESS-FILE.
005260     ADD 1 TO GLX-RECORDS-READ.
005270     IF GLI-PD-TRAN-SIGN < ZERO
005280         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
005290     ELSE
005300         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
005310     END-IF.
005320     IF NOT GLX-RC-STARTED
005330         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
005340         MOVE GLX-BUSINESS-DATE TO GLX-DW-DATE
005350         PERFORM 7100-ROLL-BACK-ONE-DAY THRU 7100-EXIT
005360         MOVE GLX-DW-DATE TO GLX-DAY-BEFORE
005370         PERFORM 2200-CLEAR-RERUN-ITEMS THRU 2200-EXIT
005380     END-IF.
005390     PERFORM 3000-NOTE-CUTOFF THRU 3000-EXIT.
005400     PERFORM 2300-SAVE-ITEM THRU 2300-EXIT.
005410     PERFORM 2100-READ-VALID THRU 2100-EXIT.
005420 2000-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460*2100-READ-VALID
005470*----------------------------------------------------------------
005480 2100-READ-VALID.
005490     READ GL-VALID-FILE
005500         AT END
005510             MOVE "Y" TO GLX-EOF-SWITCH
005520     END-READ.
005530 2100-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570*2200-CLEAR-RERUN-ITEMS - A RERUN OF THE NIGHT FIRST DELETES THE
005580*ITEMS THE EARLIER RUN SAVED UNDER TONIGHT'S LOAD DATE, SO THE
005590*FILE HOLDS EXACTLY TONIGHT'S GLVALID
005600*----------------------------------------------------------------
005610 2200-CLEAR-RERUN-ITEMS.
005620     MOVE GLX-BUSINESS-DATE TO GLX-SIT-LOAD-DATE.
005630     MOVE ZERO              TO GLX-SIT-POST-DATE
005640                               GLX-SIT-CO-ID
005650                               GLX-SIT-TRANS-SEQ.
005660     MOVE "N" TO GLX-SWEEP-DONE-SW.
005670     START GL-SITM-FILE KEY NOT LESS THAN GLX-SIT-KEY
005680         INVALID KEY
005690             MOVE "Y" TO GLX-SWEEP-DONE-SW
005700     END-START.
005710     PERFORM 2210-CLEAR-ONE THRU 2210-EXIT
005720         UNTIL GLX-SWEEP-DONE.
005730     MOVE "N" TO GLX-SWEEP-DONE-SW.
005740 2200-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780*2210-CLEAR-ONE
005790*----------------------------------------------------------------
005800 2210-CLEAR-ONE.
005810     READ GL-SITM-FILE NEXT RECORD
005820         AT END
005830             MOVE "Y" TO GLX-SWEEP-DONE-SW
005840             GO TO 2210-EXIT
005850     END-READ.
005860     IF NOT GLX-SITM-OK
005870        OR GLX-SIT-LOAD-DATE NOT = GLX-BUSINESS-DATE
005880         MOVE "Y" TO GLX-SWEEP-DONE-SW
005890         GO TO 2210-EXIT
005900     END-IF.
005910     DELETE GL-SITM-FILE RECORD
005920         INVALID KEY
005930             DISPLAY "GLSTMCYC - DELETE FAILED, KEY "
005940                 GLX-SIT-KEY " STATUS " GLX-SITM-STATUS
005950             MOVE "Y" TO GLX-SWEEP-DONE-SW
005960     END-DELETE.
005970 2210-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010*2300-SAVE-ITEM - A DUPLICATE KEY REPLACES THE EARLIER RECORD,
006020*AS GLHISTLD DOES.  A FAILED SAVE LEAVES A STATEMENT SHORT, SO
006030*IT POSTS NOGO
006040*----------------------------------------------------------------
006050 2300-SAVE-ITEM.
006060     MOVE GLX-BUSINESS-DATE        TO GLX-SIT-LOAD-DATE.
006070     MOVE GLI-POST-DATE            TO GLX-SIT-POST-DATE.
006080     MOVE GLI-CO-ID                TO GLX-SIT-CO-ID.
006090     MOVE GLI-TRANS-SEQ            TO GLX-SIT-TRANS-SEQ.
006100     MOVE GLI-INTERNAL-TRANSACTION TO GLX-SIT-DETAIL.
006110     WRITE GLX-SIT-RECORD
006120         INVALID KEY
006130             REWRITE GLX-SIT-RECORD
006140                 INVALID KEY
006150                     CONTINUE
006160             END-REWRITE
006170     END-WRITE.
006180     IF GLX-SITM-OK
006190         ADD 1 TO GLX-ITEMS-SAVED
006200     ELSE
006210         DISPLAY "GLSTMCYC - ITEM SAVE FAILED, KEY "
006220             GLX-SIT-KEY " STATUS " GLX-SITM-STATUS
006230         ADD 1 TO GLX-SAVE-FAILED
006240     END-IF.
006250 2300-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------
006290*3000-NOTE-CUTOFF - RANDOM READ OF THE CONTROL RECORD.  A KNOWN
006300*ACCOUNT IS ONLY REWRITTEN WHEN ITS NEXT CUTOFF MOVES ON.  AN
006310*ACCOUNT THAT HAD NO CUTOFF UNTIL TONIGHT IS NOT ON A STATEMENT
006320*CYCLE, SO ITS ITEMS MAY ALREADY BE PURGED; ITS FIRST STATEMENT
006330*IS BASED AS AT ENROLMENT INSTEAD
006340*----------------------------------------------------------------
006350 3000-NOTE-CUTOFF.
006360     MOVE "N" TO GLX-NEW-ACCOUNT-SW.
006370     MOVE GLI-CO-ID   TO GLX-SCF-CO-ID.
006380     MOVE GLI-APPL-ID TO GLX-SCF-APPL-ID.
006390     MOVE GLI-ACT-NO  TO GLX-SCF-ACT-NO.
006400     READ GL-SCTL-FILE
006410         INVALID KEY
006420             MOVE "Y" TO GLX-NEW-ACCOUNT-SW
006430     END-READ.
006440     IF GLX-NEW-ACCOUNT
006450         PERFORM 3100-ENROLL-ACCOUNT THRU 3100-EXIT
006460         GO TO 3000-EXIT
006470     END-IF.
006480     IF GLI-CUTOFF-STMT-DATE NOT > GLX-SCF-NEXT-CUTOFF
006490         GO TO 3000-EXIT
006500     END-IF.
006510     IF GLX-SCF-NEXT-CUTOFF = ZERO
006520         PERFORM 3150-SET-FIRST-BASE THRU 3150-EXIT
006530     END-IF.
006540     MOVE GLI-CUTOFF-STMT-DATE TO GLX-SCF-NEXT-CUTOFF.
006550     PERFORM 3200-NOTE-CYCLE-DAY THRU 3200-EXIT.
006560     REWRITE GLX-SCF-RECORD
006570         INVALID KEY
006580             DISPLAY "GLSTMCYC - REWRITE FAILED, KEY "
006590                 GLX-SCF-KEY " STATUS " GLX-SCTL-STATUS
006600     END-REWRITE.
006610 3000-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------
006650*3100-ENROLL-ACCOUNT
006660*----------------------------------------------------------------
006670 3100-ENROLL-ACCOUNT.
006680     MOVE GLI-CO-ID   TO GLX-SCF-CO-ID.
006690     MOVE GLI-APPL-ID TO GLX-SCF-APPL-ID.
006700     MOVE GLI-ACT-NO  TO GLX-SCF-ACT-NO.
006710     PERFORM 3150-SET-FIRST-BASE THRU 3150-EXIT.
006720     MOVE GLI-CUTOFF-STMT-DATE TO GLX-SCF-NEXT-CUTOFF.
006730     PERFORM 3200-NOTE-CYCLE-DAY THRU 3200-EXIT.
006740     MOVE ZERO                 TO GLX-SCF-STMT-COUNT.
006750     MOVE GLX-BUSINESS-DATE    TO GLX-SCF-ENROLLED-DATE.
006760     WRITE GLX-SCF-RECORD
006770         INVALID KEY
006780             DISPLAY "GLSTMCYC - WRITE FAILED, KEY "
006790                 GLX-SCF-KEY " STATUS " GLX-SCTL-STATUS
006800     END-WRITE.
006810     IF GLX-SCTL-OK
006820         ADD 1 TO GLX-ACCOUNTS-ENROLLED
006830     END-IF.
006840 3100-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880*3150-SET-FIRST-BASE - THE FIRST STATEMENT'S BASE IS THE DAY
006890*BEFORE THE ACCOUNT CAME ON CYCLE, AT THE BALANCE THE MASTER
006900*HELD BEFORE TONIGHT'S ACTIVITY: THE OPENING WHEN GLBALMST HAS
006910*ROLLED THE ACCOUNT TONIGHT, OTHERWISE ITS CLOSING
006920*----------------------------------------------------------------
006930 3150-SET-FIRST-BASE.
006940     MOVE GLI-CO-ID   TO GLX-BAL-CO-ID.
006950     MOVE GLI-APPL-ID TO GLX-BAL-APPL-ID.
006960     MOVE GLI-ACT-NO  TO GLX-BAL-ACT-NO.
006970     READ GL-BAL-FILE
006980         INVALID KEY
006990             MOVE ZERO TO GLX-BAL-LAST-DATE
007000                          GLX-BAL-OPENING
007010                          GLX-BAL-CLOSING
007020     END-READ.
007030     IF GLX-BAL-LAST-DATE = GLX-BUSINESS-DATE
007040         MOVE GLX-BAL-OPENING TO GLX-SCF-LAST-CLOSING
007050     ELSE
007060         MOVE GLX-BAL-CLOSING TO GLX-SCF-LAST-CLOSING
007070     END-IF.
007080     MOVE GLX-DAY-BEFORE       TO GLX-SCF-LAST-STMT-DATE
007090                                  GLX-SCF-PRIOR-STMT-DATE.
007100     MOVE GLX-SCF-LAST-CLOSING TO GLX-SCF-PRIOR-CLOSING.
007110 3150-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150*3200-NOTE-CYCLE-DAY - THE DAY OF THE MONTH OF THE ITEM'S CUTOFF
007160*BECOMES THE ACCOUNT'S CYCLE DAY.  A CUTOFF ON THE LAST DAY OF
007170*ITS MONTH IS A MONTH-END CYCLE (31)
007180*----------------------------------------------------------------
007190 3200-NOTE-CYCLE-DAY.
007200     MOVE ZERO TO GLX-SCF-CYCLE-DAY.
007210     IF GLI-CUTOFF-STMT-DATE NOT > ZERO
007220         GO TO 3200-EXIT
007230     END-IF.
007240     MOVE GLI-CUTOFF-STMT-DATE TO GLX-DW-DATE.
007250     PERFORM 7000-MONTH-LENGTH THRU 7000-EXIT.
007260     IF GLX-DW-DD NOT < GLX-DW-MAX-DD
007270         MOVE 31        TO GLX-SCF-CYCLE-DAY
007280     ELSE
007290         MOVE GLX-DW-DD TO GLX-SCF-CYCLE-DAY
007300     END-IF.
007310 3200-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------
007350*4000-SELECT-CYCLES - SEQUENTIAL PASS OF THE CONTROL FILE IN KEY
007360*ORDER, SO THE CYCLE TABLE BUILDS IN ASCENDING KEY ORDER.  THE
007370*SAME PASS FINDS THE OLDEST PRIOR STATEMENT OF ANY ACCOUNT ON A
007380*CYCLE: SAVED ITEMS UP TO THAT DATE ARE NEEDED NEITHER BY A
007390*STATEMENT NOR BY A RESTATEMENT AND ARE PURGED AFTER THE RUN
007400*----------------------------------------------------------------
007410 4000-SELECT-CYCLES.
007420     IF NOT GLX-FILES-OPEN OR GLX-BUSINESS-DATE = ZERO
007430         GO TO 4000-EXIT
007440     END-IF.
007450     MOVE GLX-BUSINESS-DATE TO GLX-EARLIEST-BASE.
007460     MOVE GLX-DAY-BEFORE    TO GLX-PURGE-DATE.
007470     MOVE LOW-VALUES TO GLX-SCF-KEY.
007480     START GL-SCTL-FILE KEY NOT LESS THAN GLX-SCF-KEY
007490         INVALID KEY
007500             MOVE "Y" TO GLX-SWEEP-DONE-SW
007510     END-START.
007520     PERFORM 4100-SELECT-ONE THRU 4100-EXIT
007530         UNTIL GLX-SWEEP-DONE.
007540 4000-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580*4100-SELECT-ONE - AN ACCOUNT CYCLES WHEN ITS NEXT CUTOFF HAS
007590*COME (A CUTOFF THAT FELL ON A NON-BUSINESS DAY CYCLES ON THE
007600*NEXT RUN) AND IS LATER THAN ITS LAST STATEMENT.  AN ACCOUNT
007610*WHOSE LAST STATEMENT IS DATED TONIGHT IS A RERUN AND RESTATES
007620*FROM THE PRIOR STATEMENT.  A CUTOFF ALREADY STATED IS ROLLED ON
007630*TO THE NEXT CYCLE DAY FIRST.  A FAILED READ LEAVES THE OLDEST
007640*PRIOR STATEMENT UNKNOWN, SO NOTHING IS PURGED
007650*----------------------------------------------------------------
007660 4100-SELECT-ONE.
007670     READ GL-SCTL-FILE NEXT RECORD
007680         AT END
007690             MOVE "Y" TO GLX-SWEEP-DONE-SW
007700             GO TO 4100-EXIT
007710     END-READ.
007720     IF NOT GLX-SCTL-OK
007730         MOVE "Y" TO GLX-SWEEP-DONE-SW
007740         MOVE ZERO TO GLX-PURGE-DATE
007750         GO TO 4100-EXIT
007760     END-IF.
007770     IF GLX-SCF-NEXT-CUTOFF NOT = ZERO
007780        AND GLX-SCF-PRIOR-STMT-DATE < GLX-PURGE-DATE
007790         MOVE GLX-SCF-PRIOR-STMT-DATE TO GLX-PURGE-DATE
007800     END-IF.
007810     IF GLX-SCF-NEXT-CUTOFF NOT = ZERO
007820        AND GLX-SCF-NEXT-CUTOFF NOT > GLX-SCF-LAST-STMT-DATE
007830         PERFORM 7300-ROLL-CUTOFF THRU 7300-EXIT
007840         REWRITE GLX-SCF-RECORD
007850             INVALID KEY
007860                 DISPLAY "GLSTMCYC - REWRITE FAILED, KEY "
007870                     GLX-SCF-KEY " STATUS " GLX-SCTL-STATUS
007880         END-REWRITE
007890     END-IF.
007900     IF GLX-SCF-LAST-STMT-DATE = GLX-BUSINESS-DATE
007910         PERFORM 4200-ADD-CYCLE THRU 4200-EXIT
007920         IF GLX-ENTRY-FOUND
007930             MOVE GLX-SCF-PRIOR-STMT-DATE TO
007940                 GLX-CYC-BASE-DATE (GLX-CX)
007950             MOVE GLX-SCF-PRIOR-CLOSING TO
007960                 GLX-CYC-OPENING (GLX-CX)
007970             MOVE "Y" TO GLX-CYC-RESTATE-SW (GLX-CX)
007980         END-IF
007990         GO TO 4100-NOTE-BASE
008000     END-IF.
008010     IF GLX-SCF-NEXT-CUTOFF = ZERO
008020        OR GLX-SCF-NEXT-CUTOFF > GLX-BUSINESS-DATE
008030        OR GLX-SCF-NEXT-CUTOFF NOT > GLX-SCF-LAST-STMT-DATE
008040         GO TO 4100-EXIT
008050     END-IF.
008060     PERFORM 4200-ADD-CYCLE THRU 4200-EXIT.
008070     IF GLX-ENTRY-FOUND
008080         MOVE GLX-SCF-LAST-STMT-DATE TO GLX-CYC-BASE-DATE (GLX-CX)
008090         MOVE GLX-SCF-LAST-CLOSING   TO GLX-CYC-OPENING (GLX-CX)
008100         MOVE "N" TO GLX-CYC-RESTATE-SW (GLX-CX)
008110     END-IF.
008120 4100-NOTE-BASE.
008130     IF GLX-ENTRY-FOUND
008140        AND GLX-CYC-BASE-DATE (GLX-CX) < GLX-EARLIEST-BASE
008150         MOVE GLX-CYC-BASE-DATE (GLX-CX) TO GLX-EARLIEST-BASE
008160     END-IF.
008170 4100-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------
008210*4200-ADD-CYCLE - APPEND A NEW ROW AT THE END OF THE TABLE
008220*----------------------------------------------------------------
008230 4200-ADD-CYCLE.
008240     IF GLX-CYC-COUNT NOT < GLX-CYC-MAX
008250         MOVE "N" TO GLX-ENTRY-FOUND-SW
008260         IF NOT GLX-TABLE-FULL
008270             MOVE "Y" TO GLX-TABLE-FULL-SW
008280             DISPLAY "GLSTMCYC - CYCLE TABLE FULL AT "
008290                 GLX-CYC-MAX " - LATER ACCOUNTS CYCLE NEXT RUN"
008300         END-IF
008310         GO TO 4200-EXIT
008320     END-IF.
008330     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
008340     ADD 1 TO GLX-CYC-COUNT.
008350     SET GLX-CX TO GLX-CYC-COUNT.
008360     MOVE GLX-SCF-CO-ID   TO GLX-CYC-CO-ID (GLX-CX).
008370     MOVE GLX-SCF-APPL-ID TO GLX-CYC-APPL-ID (GLX-CX).
008380     MOVE GLX-SCF-ACT-NO  TO GLX-CYC-ACT-NO (GLX-CX).
008390     MOVE ZERO            TO GLX-CYC-HEAD (GLX-CX).
008400 4200-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------
008440*5000-GATHER-ITEMS - EVERY SAVED ITEM LOADED AFTER THE EARLIEST
008450*STATEMENT BASE, TONIGHT'S INCLUDED.  ONLY ITEMS THAT PASSED THE
008460*EDIT AND WERE ROLLED INTO THE MASTER ARE EVER SAVED, SO THE
008470*STATEMENT PROVES AGAINST GLBALMF
008480*----------------------------------------------------------------
008490 5000-GATHER-ITEMS.
008500     IF GLX-CYC-COUNT = ZERO
008510         GO TO 5000-EXIT
008520     END-IF.
008530     MOVE "N" TO GLX-SWEEP-DONE-SW.
008540     MOVE GLX-EARLIEST-BASE TO GLX-SIT-LOAD-DATE.
008550     MOVE 9999999           TO GLX-SIT-POST-DATE
008560                               GLX-SIT-TRANS-SEQ.
008570     MOVE 9999              TO GLX-SIT-CO-ID.
008580     START GL-SITM-FILE KEY GREATER THAN GLX-SIT-KEY
008590         INVALID KEY
008600             MOVE "Y" TO GLX-SWEEP-DONE-SW
008610     END-START.
008620     PERFORM 5100-GATHER-SAVED THRU 5100-EXIT
008630         UNTIL GLX-SWEEP-DONE.
008640 5000-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680*5100-GATHER-SAVED - LOAD DATE LEADS THE KEY, SO THE SWEEP STOPS
008690*AT THE FIRST RECORD LOADED AFTER TONIGHT
008700*----------------------------------------------------------------
008710 5100-GATHER-SAVED.
008720     READ GL-SITM-FILE NEXT RECORD
008730         AT END
008740             MOVE "Y" TO GLX-SWEEP-DONE-SW
008750             GO TO 5100-EXIT
008760     END-READ.
008770     IF NOT GLX-SITM-OK
008780         MOVE "Y" TO GLX-SWEEP-DONE-SW
008790         GO TO 5100-EXIT
008800     END-IF.
008810     IF GLX-SIT-LOAD-DATE > GLX-BUSINESS-DATE
008820         MOVE "Y" TO GLX-SWEEP-DONE-SW
008830         GO TO 5100-EXIT
008840     END-IF.
008850     ADD 1 TO GLX-ITEMS-SCANNED.
008860     MOVE GLX-SIT-DETAIL    TO GLI-INTERNAL-TRANSACTION.
008870     MOVE GLX-SIT-LOAD-DATE TO GLX-ITEM-DATE.
008880     PERFORM 5300-TAKE-ITEM THRU 5300-EXIT.
008890 5100-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------
008930*5300-TAKE-ITEM - KEEP THE ITEM WHEN ITS ACCOUNT CYCLES TONIGHT
008940*AND IT WAS LOADED AFTER THE ACCOUNT'S BASE.  AN ITEM LOADED ON
008950*OR BEFORE THE BASE WAS ON THE LAST STATEMENT
008960*----------------------------------------------------------------
008970 5300-TAKE-ITEM.
008980     MOVE GLI-CO-ID   TO GLX-LK-CO-ID.
008990     MOVE GLI-APPL-ID TO GLX-LK-APPL-ID.
009000     MOVE GLI-ACT-NO  TO GLX-LK-ACT-NO.
009010     SEARCH ALL GLX-CYC-ENTRY
009020         AT END
009030             GO TO 5300-EXIT
009040         WHEN GLX-CYC-KEY (GLX-CX) = GLX-LOOKUP-KEY
009050             CONTINUE
009060     END-SEARCH.
009070     IF GLX-ITEM-DATE NOT > GLX-CYC-BASE-DATE (GLX-CX)
009080         GO TO 5300-EXIT
009090     END-IF.
009100     IF GLX-ITM-COUNT NOT < GLX-ITM-MAX
009110         IF NOT GLX-TABLE-FULL
009120             MOVE "Y" TO GLX-TABLE-FULL-SW
009130             DISPLAY "GLSTMCYC - ITEM TABLE FULL AT "
009140                 GLX-ITM-MAX " - STATEMENTS INCOMPLETE"
009150         END-IF
009160         GO TO 5300-EXIT
009170     END-IF.
009180     ADD 1 TO GLX-ITM-COUNT.
009190     MOVE GLX-ITM-COUNT TO GLX-NEW-SUB.
009200     MOVE GLI-STMT-CATG    TO GLX-ITM-CATG (GLX-NEW-SUB).
009210     MOVE GLI-STMT-ACCT-SEQ TO GLX-ITM-ACCT-SEQ (GLX-NEW-SUB).
009220     MOVE GLI-POST-DATE    TO GLX-ITM-POST-DATE (GLX-NEW-SUB).
009230     MOVE GLI-TRANS-SEQ    TO GLX-ITM-TRANS-SEQ (GLX-NEW-SUB).
009240     MOVE SPACES TO GLX-ITM-TRACE-ID (GLX-NEW-SUB).
009250     STRING GLI-TRACE-ID DELIMITED BY SIZE
009260            GLI-TRACE-ID-CONT DELIMITED BY SIZE
009270         INTO GLX-ITM-TRACE-ID (GLX-NEW-SUB).
009280     MOVE GLI-CK-SERIAL-NO TO GLX-ITM-SERIAL (GLX-NEW-SUB).
009290     MOVE GLI-TRANS-AMT    TO GLX-ITM-AMOUNT (GLX-NEW-SUB).
009300     IF GLI-PD-TRAN-SIGN < ZERO
009310         MOVE "D" TO GLX-ITM-DR-CR (GLX-NEW-SUB)
009320     ELSE
009330         MOVE "C" TO GLX-ITM-DR-CR (GLX-NEW-SUB)
009340     END-IF.
009350     MOVE GLI-PD-COUNT-STMT-ITEM TO GLX-FLAG-TEST.
009360     IF GLX-FLAG-CLEAR
009370         MOVE "N" TO GLX-ITM-COUNTED (GLX-NEW-SUB)
009380     ELSE
009390         MOVE "Y" TO GLX-ITM-COUNTED (GLX-NEW-SUB)
009400     END-IF.
009410     MOVE GLI-PD-STMT-REVERSAL-CODE TO GLX-FLAG-TEST.
009420     IF GLX-FLAG-CLEAR
009430         MOVE "N" TO GLX-ITM-REVERSAL-SW (GLX-NEW-SUB)
009440     ELSE
009450         MOVE "Y" TO GLX-ITM-REVERSAL-SW (GLX-NEW-SUB)
009460     END-IF.
009470     MOVE "N" TO GLX-ITM-SUPPRESS-SW (GLX-NEW-SUB).
009480     MOVE GLI-DESCRIPTION TO GLX-ITM-DESCRIPTION (GLX-NEW-SUB).
009490     PERFORM 5400-LINK-ITEM THRU 5400-EXIT.
009500 5300-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------------
009540*5400-LINK-ITEM - WALK THE ACCOUNT'S CHAIN TO THE FIRST ITEM
009550*WITH A HIGHER SORT KEY AND LINK THE NEW ITEM IN AHEAD OF IT.
009560*EQUAL KEYS STAY IN ARRIVAL ORDER
009570*----------------------------------------------------------------
009580 5400-LINK-ITEM.
009590     MOVE GLX-ITM-SORT-KEY (GLX-NEW-SUB) TO GLX-NEW-SORT-KEY.
009600     MOVE ZERO TO GLX-PREV-SUB
009610                  GLX-AFTER-SUB.
009620     MOVE GLX-CYC-HEAD (GLX-CX) TO GLX-CUR-SUB.
009630     PERFORM 5410-STEP-CHAIN THRU 5410-EXIT
009640         UNTIL GLX-CUR-SUB = ZERO.
009650     MOVE GLX-AFTER-SUB TO GLX-ITM-NEXT (GLX-NEW-SUB).
009660     IF GLX-PREV-SUB = ZERO
009670         MOVE GLX-NEW-SUB TO GLX-CYC-HEAD (GLX-CX)
009680     ELSE
009690         MOVE GLX-NEW-SUB TO GLX-ITM-NEXT (GLX-PREV-SUB)
009700     END-IF.
009710 5400-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750*5410-STEP-CHAIN - STOPS ONCE THE CURRENT ITEM SORTS AFTER THE
009760*NEW ONE, HOLDING THAT ITEM AS THE ONE THE NEW ITEM GOES AHEAD OF
009770*----------------------------------------------------------------
009780 5410-STEP-CHAIN.
009790     IF GLX-ITM-SORT-KEY (GLX-CUR-SUB) > GLX-NEW-SORT-KEY
009800         GO TO 5410-FOUND
009810     END-IF.
009820     MOVE GLX-CUR-SUB TO GLX-PREV-SUB.
009830     MOVE GLX-ITM-NEXT (GLX-CUR-SUB) TO GLX-CUR-SUB.
009840     GO TO 5410-EXIT.
009850 5410-FOUND.
009860     MOVE GLX-CUR-SUB TO GLX-AFTER-SUB.
009870     MOVE ZERO TO GLX-CUR-SUB.
009880 5410-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------------
009920*6000-WRITE-STATEMENTS - ONE STATEMENT PER CYCLING ACCOUNT IN
009930*KEY ORDER, THEN THE FILE TRAILER
009940*----------------------------------------------------------------
009950 6000-WRITE-STATEMENTS.
009960     IF NOT GLX-FILES-OPEN OR GLX-BUSINESS-DATE = ZERO
009970         GO TO 6000-EXIT
009980     END-IF.
009990     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE.
010000     WRITE STM-RPT-LINE FROM GLX-HDG-LINE-1.
010010     WRITE STM-RPT-LINE FROM GLX-HDG-LINE-2.
010020     PERFORM 6100-WRITE-ONE-STATEMENT THRU 6100-EXIT
010030         VARYING GLX-CX FROM 1 BY 1
010040         UNTIL GLX-CX > GLX-CYC-COUNT.
010050     MOVE SPACES TO GLX-STX-RECORD.
010060     MOVE "Z"   TO GLX-STX-TYPE.
010070     MOVE ZERO  TO GLX-STX-CO-ID
010080                   GLX-STX-ACT-NO.
010090     MOVE GLX-STATEMENTS   TO GLX-STX-STATEMENTS.
010100     MOVE GLX-STMT-RECORDS TO GLX-STX-RECORDS.
010110     MOVE GLX-ALL-DEBITS   TO GLX-STX-ALL-DEBITS.
010120     MOVE GLX-ALL-CREDITS  TO GLX-STX-ALL-CREDITS.
010130     WRITE GLX-STX-RECORD.
010140 6000-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180*6100-WRITE-ONE-STATEMENT - SUPPRESS REVERSED PAIRS, WRITE THE
010190*HEADER, ITEMS AND TRAILER, PROVE THE CLOSING AGAINST THE MASTER
010200*AND ADVANCE THE CONTROL RECORD
010210*----------------------------------------------------------------
010220 6100-WRITE-ONE-STATEMENT.
010230     MOVE ZERO TO GLX-ST-DETAILS
010240                  GLX-ST-ITEMS
010250                  GLX-ST-SUPPRESSED
010260                  GLX-ST-DEBITS
010270                  GLX-ST-CREDITS.
010280     MOVE GLX-CYC-HEAD (GLX-CX) TO GLX-CUR-SUB.
010290     PERFORM 6200-PAIR-REVERSAL THRU 6200-EXIT
010300         UNTIL GLX-CUR-SUB = ZERO.
010310     PERFORM 6400-FETCH-MASTER THRU 6400-EXIT.
010320     MOVE GLX-CYC-CO-ID (GLX-CX) TO GLX-SCF-CO-ID.
010330     MOVE GLX-CYC-APPL-ID (GLX-CX) TO GLX-SCF-APPL-ID.
010340     MOVE GLX-CYC-ACT-NO (GLX-CX) TO GLX-SCF-ACT-NO.
010350     READ GL-SCTL-FILE
010360         INVALID KEY
010370             MOVE ZERO TO GLX-SCF-STMT-COUNT
010380     END-READ.
010390     MOVE SPACES TO GLX-STX-RECORD.
010400     MOVE "H"                      TO GLX-STX-TYPE.
010410     PERFORM 6500-MOVE-STMT-KEY THRU 6500-EXIT.
010420     MOVE GLX-CYC-BASE-DATE (GLX-CX) TO GLX-STX-PRIOR-DATE.
010430     MOVE GLX-BUSINESS-DATE        TO GLX-STX-STMT-DATE.
010440     MOVE GLX-CYC-OPENING (GLX-CX) TO GLX-STX-OPENING.
010450     IF GLX-CYC-RESTATE-SW (GLX-CX) = "Y"
010460         MOVE GLX-SCF-STMT-COUNT   TO GLX-STX-STMT-NUMBER
010470     ELSE
010480         ADD 1 GLX-SCF-STMT-COUNT GIVING GLX-STX-STMT-NUMBER
010490     END-IF.
010500     WRITE GLX-STX-RECORD.
010510     ADD 1 TO GLX-STMT-RECORDS.
010520     MOVE GLX-CYC-HEAD (GLX-CX) TO GLX-CUR-SUB.
010530     PERFORM 6300-WRITE-ITEM THRU 6300-EXIT
010540         UNTIL GLX-CUR-SUB = ZERO.
010550     COMPUTE GLX-ST-COMPUTED = GLX-CYC-OPENING (GLX-CX)
010560                             + GLX-ST-CREDITS
010570                             - GLX-ST-DEBITS.
010580     MOVE SPACES TO GLX-STX-RECORD.
010590     MOVE "T"                  TO GLX-STX-TYPE.
010600     PERFORM 6500-MOVE-STMT-KEY THRU 6500-EXIT.
010610     MOVE GLX-ST-DETAILS       TO GLX-STX-DETAIL-COUNT.
010620     MOVE GLX-ST-ITEMS         TO GLX-STX-ITEM-COUNT.
010630     MOVE GLX-ST-SUPPRESSED    TO GLX-STX-SUPPRESSED.
010640     MOVE GLX-ST-DEBITS        TO GLX-STX-DEBITS.
010650     MOVE GLX-ST-CREDITS       TO GLX-STX-CREDITS.
010660     MOVE GLX-ST-MASTER        TO GLX-STX-CLOSING.
010670     WRITE GLX-STX-RECORD.
010680     ADD 1 TO GLX-STMT-RECORDS.
010690     ADD 1 TO GLX-STATEMENTS.
010700     IF GLX-CYC-RESTATE-SW (GLX-CX) = "Y"
010710         ADD 1 TO GLX-RESTATED
010720     END-IF.
010730     ADD GLX-ST-DEBITS  TO GLX-ALL-DEBITS.
010740     ADD GLX-ST-CREDITS TO GLX-ALL-CREDITS.
010750     PERFORM 6600-PRINT-PROOF THRU 6600-EXIT.
010760     PERFORM 6700-ADVANCE-CONTROL THRU 6700-EXIT.
010770 6100-EXIT.
010780     EXIT.
010790
010800*----------------------------------------------------------------
010810*6200-PAIR-REVERSAL - A REVERSAL ITEM CANCELS THE FIRST UNPAIRED
010820*ORIGINAL OF THE SAME AMOUNT ON THE OPPOSITE SIDE; BOTH DROP
010830*FROM THE STATEMENT.  A REVERSAL WHOSE ORIGINAL WAS ON AN
010840*EARLIER STATEMENT STAYS ON THIS ONE
010850*----------------------------------------------------------------
010860 6200-PAIR-REVERSAL.
010870     MOVE GLX-CUR-SUB TO GLX-NEW-SUB.
010880     MOVE GLX-ITM-NEXT (GLX-CUR-SUB) TO GLX-CUR-SUB.
010890     IF GLX-ITM-REVERSAL-SW (GLX-NEW-SUB) NOT = "Y"
010900        OR GLX-ITM-SUPPRESS-SW (GLX-NEW-SUB) = "Y"
010910         GO TO 6200-EXIT
010920     END-IF.
010930     MOVE GLX-CYC-HEAD (GLX-CX) TO GLX-REV-SUB.
010940     PERFORM 6210-FIND-ORIGINAL THRU 6210-EXIT
010950         UNTIL GLX-REV-SUB = ZERO.
010960 6200-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------------
011000*6210-FIND-ORIGINAL
011010*----------------------------------------------------------------
011020 6210-FIND-ORIGINAL.
011030     IF GLX-ITM-REVERSAL-SW (GLX-REV-SUB) = "Y"
011040        OR GLX-ITM-SUPPRESS-SW (GLX-REV-SUB) = "Y"
011050        OR GLX-ITM-AMOUNT (GLX-REV-SUB)
011060               NOT = GLX-ITM-AMOUNT (GLX-NEW-SUB)
011070        OR GLX-ITM-DR-CR (GLX-REV-SUB)
011080               = GLX-ITM-DR-CR (GLX-NEW-SUB)
011090         MOVE GLX-ITM-NEXT (GLX-REV-SUB) TO GLX-REV-SUB
011100         GO TO 6210-EXIT
011110     END-IF.
011120     MOVE "Y" TO GLX-ITM-SUPPRESS-SW (GLX-REV-SUB)
011130                 GLX-ITM-SUPPRESS-SW (GLX-NEW-SUB).
011140     ADD 1 TO GLX-ST-SUPPRESSED
011150              GLX-ALL-SUPPRESSED.
011160     MOVE ZERO TO GLX-REV-SUB.
011170 6210-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------
011210*6300-WRITE-ITEM - ONLY UNSUPPRESSED ITEMS ARE WRITTEN AND
011220*COUNTED IN THE DEBIT AND CREDIT TOTALS, SO THE TRAILER TOTALS
011230*ADD UP FROM THE ITEMS LISTED.  A SUPPRESSED PAIR NETS TO ZERO,
011240*SO LEAVING IT OUT DOES NOT DISTURB THE PROOF
011250*----------------------------------------------------------------
011260 6300-WRITE-ITEM.
011270     MOVE GLX-CUR-SUB TO GLX-NEW-SUB.
011280     MOVE GLX-ITM-NEXT (GLX-CUR-SUB) TO GLX-CUR-SUB.
011290     IF GLX-ITM-SUPPRESS-SW (GLX-NEW-SUB) = "Y"
011300         GO TO 6300-EXIT
011310     END-IF.
011320     IF GLX-ITM-DR-CR (GLX-NEW-SUB) = "D"
011330         ADD GLX-ITM-AMOUNT (GLX-NEW-SUB) TO GLX-ST-DEBITS
011340     ELSE
011350         ADD GLX-ITM-AMOUNT (GLX-NEW-SUB) TO GLX-ST-CREDITS
011360     END-IF.
011370     MOVE SPACES TO GLX-STX-RECORD.
011380     MOVE "D"                      TO GLX-STX-TYPE.
011390     PERFORM 6500-MOVE-STMT-KEY THRU 6500-EXIT.
011400     MOVE GLX-ITM-CATG (GLX-NEW-SUB)      TO GLX-STX-CATG.
011410     MOVE GLX-ITM-ACCT-SEQ (GLX-NEW-SUB)  TO GLX-STX-ACCT-SEQ.
011420     MOVE GLX-ITM-POST-DATE (GLX-NEW-SUB) TO GLX-STX-POST-DATE.
011430     MOVE GLX-ITM-TRACE-ID (GLX-NEW-SUB)  TO GLX-STX-TRACE-ID.
011440     MOVE GLX-ITM-SERIAL (GLX-NEW-SUB)    TO GLX-STX-SERIAL.
011450     MOVE GLX-ITM-DR-CR (GLX-NEW-SUB)     TO GLX-STX-DR-CR.
011460     MOVE GLX-ITM-AMOUNT (GLX-NEW-SUB)    TO GLX-STX-AMOUNT.
011470     MOVE GLX-ITM-COUNTED (GLX-NEW-SUB)   TO GLX-STX-COUNTED.
011480     MOVE GLX-ITM-DESCRIPTION (GLX-NEW-SUB)
011490                                          TO GLX-STX-DESCRIPTION.
011500     WRITE GLX-STX-RECORD.
011510     ADD 1 TO GLX-STMT-RECORDS.
011520     ADD 1 TO GLX-ST-DETAILS.
011530     IF GLX-ITM-COUNTED (GLX-NEW-SUB) = "Y"
011540         ADD 1 TO GLX-ST-ITEMS
011550     END-IF.
011560 6300-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------------
011600*6400-FETCH-MASTER - TONIGHT'S CLOSING FOR THE ACCOUNT
011610*----------------------------------------------------------------
011620 6400-FETCH-MASTER.
011630     MOVE SPACES TO GLX-ST-FLAG.
011640     MOVE GLX-CYC-CO-ID (GLX-CX)   TO GLX-BAL-CO-ID.
011650     MOVE GLX-CYC-APPL-ID (GLX-CX) TO GLX-BAL-APPL-ID.
011660     MOVE GLX-CYC-ACT-NO (GLX-CX)  TO GLX-BAL-ACT-NO.
011670     READ GL-BAL-FILE
011680         INVALID KEY
011690             MOVE ZERO TO GLX-BAL-CLOSING
011700             MOVE "NO MASTER" TO GLX-ST-FLAG
011710     END-READ.
011720     MOVE GLX-BAL-CLOSING TO GLX-ST-MASTER.
011730 6400-EXIT.
011740     EXIT.
011750
011760*----------------------------------------------------------------
011770*6500-MOVE-STMT-KEY
011780*----------------------------------------------------------------
011790 6500-MOVE-STMT-KEY.
011800     MOVE GLX-CYC-CO-ID (GLX-CX)   TO GLX-STX-CO-ID.
011810     MOVE GLX-CYC-APPL-ID (GLX-CX) TO GLX-STX-APPL-ID.
011820     MOVE GLX-CYC-ACT-NO (GLX-CX)  TO GLX-STX-ACT-NO.
011830 6500-EXIT.
011840     EXIT.
011850
011860*----------------------------------------------------------------
011870*6600-PRINT-PROOF - OPENING + CREDITS - DEBITS MUST EQUAL THE
011880*MASTER'S CLOSING
011890*----------------------------------------------------------------
011900 6600-PRINT-PROOF.
011910     IF GLX-ST-COMPUTED = GLX-ST-MASTER
011920        AND GLX-ST-FLAG = SPACES
011930         ADD 1 TO GLX-IN-BALANCE
011940     ELSE
011950         ADD 1 TO GLX-OUT-OF-BALANCE
011960         IF GLX-ST-FLAG = SPACES
011970             MOVE "OUT OF BAL" TO GLX-ST-FLAG
011980         END-IF
011990     END-IF.
012000     MOVE GLX-CYC-CO-ID (GLX-CX)   TO GLX-DL-CO-ID.
012010     MOVE GLX-CYC-APPL-ID (GLX-CX) TO GLX-DL-APPL-ID.
012020     MOVE GLX-CYC-ACT-NO (GLX-CX)  TO GLX-DL-ACT-NO.
012030     MOVE GLX-CYC-OPENING (GLX-CX) TO GLX-DL-OPENING.
012040     MOVE GLX-ST-DEBITS            TO GLX-DL-DEBITS.
012050     MOVE GLX-ST-CREDITS           TO GLX-DL-CREDITS.
012060     MOVE GLX-ST-COMPUTED          TO GLX-DL-COMPUTED.
012070     MOVE GLX-ST-MASTER            TO GLX-DL-MASTER.
012080     MOVE GLX-ST-DETAILS           TO GLX-DL-ITEMS.
012090     MOVE GLX-ST-FLAG              TO GLX-DL-FLAG.
012100     WRITE STM-RPT-LINE FROM GLX-DETAIL-LINE.
012110 6600-EXIT.
012120     EXIT.
012130
012140*----------------------------------------------------------------
012150*6700-ADVANCE-CONTROL - TONIGHT BECOMES THE LAST STATEMENT AND
012160*THE MASTER CLOSING ITS BALANCE.  A FIRST CYCLE MOVES THE OLD
012170*LAST STATEMENT TO PRIOR; A RESTATEMENT LEAVES PRIOR ALONE.  THE
012180*CUTOFF JUST STATED ROLLS ON TO THE NEXT CYCLE DAY WHETHER OR
012190*NOT ANOTHER ITEM EVER ARRIVES TO CARRY A NEW ONE
012200*----------------------------------------------------------------
012210 6700-ADVANCE-CONTROL.
012220     IF GLX-CYC-RESTATE-SW (GLX-CX) NOT = "Y"
012230         MOVE GLX-SCF-LAST-STMT-DATE TO GLX-SCF-PRIOR-STMT-DATE
012240         MOVE GLX-SCF-LAST-CLOSING   TO GLX-SCF-PRIOR-CLOSING
012250         ADD 1 TO GLX-SCF-STMT-COUNT
012260     END-IF.
012270     MOVE GLX-BUSINESS-DATE TO GLX-SCF-LAST-STMT-DATE.
012280     MOVE GLX-ST-MASTER     TO GLX-SCF-LAST-CLOSING.
012290     PERFORM 7300-ROLL-CUTOFF THRU 7300-EXIT.
012300     REWRITE GLX-SCF-RECORD
012310         INVALID KEY
012320             DISPLAY "GLSTMCYC - REWRITE FAILED, KEY "
012330                 GLX-SCF-KEY " STATUS " GLX-SCTL-STATUS
012340     END-REWRITE.
012350 6700-EXIT.
012360     EXIT.
012370
012380*----------------------------------------------------------------
012390*6900-PURGE-ITEMS - DELETE SAVED ITEMS LOADED ON OR BEFORE THE
012400*OLDEST PRIOR STATEMENT FOUND BY 4000
012410*----------------------------------------------------------------
012420 6900-PURGE-ITEMS.
012430     IF NOT GLX-FILES-OPEN OR GLX-PURGE-DATE = ZERO
012440         GO TO 6900-EXIT
012450     END-IF.
012460     MOVE "N" TO GLX-SWEEP-DONE-SW.
012470     MOVE LOW-VALUES TO GLX-SIT-KEY.
012480     START GL-SITM-FILE KEY NOT LESS THAN GLX-SIT-KEY
012490         INVALID KEY
012500             MOVE "Y" TO GLX-SWEEP-DONE-SW
012510     END-START.
012520     PERFORM 6910-PURGE-ONE THRU 6910-EXIT
012530         UNTIL GLX-SWEEP-DONE.
012540 6900-EXIT.
012550     EXIT.
012560
012570*----------------------------------------------------------------
012580*6910-PURGE-ONE
012590*----------------------------------------------------------------
012600 6910-PURGE-ONE.
012610     READ GL-SITM-FILE NEXT RECORD
012620         AT END
012630             MOVE "Y" TO GLX-SWEEP-DONE-SW
012640             GO TO 6910-EXIT
012650     END-READ.
012660     IF NOT GLX-SITM-OK
012670        OR GLX-SIT-LOAD-DATE > GLX-PURGE-DATE
012680         MOVE "Y" TO GLX-SWEEP-DONE-SW
012690         GO TO 6910-EXIT
012700     END-IF.
012710     DELETE GL-SITM-FILE RECORD
012720         INVALID KEY
012730             DISPLAY "GLSTMCYC - DELETE FAILED, KEY "
012740                 GLX-SIT-KEY " STATUS " GLX-SITM-STATUS
012750             MOVE "Y" TO GLX-SWEEP-DONE-SW
012760             GO TO 6910-EXIT
012770     END-DELETE.
012780     ADD 1 TO GLX-ITEMS-PURGED.
012790 6910-EXIT.
012800     EXIT.
012810
012820*----------------------------------------------------------------
012830*7000-MONTH-LENGTH - NUMBER OF DAYS IN THE MONTH OF GLX-DW-DATE
012840*INTO GLX-DW-MAX-DD.  FEBRUARY LENGTH FOLLOWS THE LEAP-YEAR
012850*RULE: YEAR 2000 IS A LEAP YEAR, YEAR 1900 IS NOT, OTHERWISE
012860*EVERY FOURTH YEAR.  A MONTH OUT OF RANGE IS TAKEN AS 31 DAYS
012870*----------------------------------------------------------------
012880 7000-MONTH-LENGTH.
012890     IF GLX-DW-MM < 01 OR GLX-DW-MM > 12
012900         MOVE 31 TO GLX-DW-MAX-DD
012910         GO TO 7000-EXIT
012920     END-IF.
012930     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
012940     IF GLX-DW-MM = 02
012950         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
012960             REMAINDER GLX-DW-YY-REM
012970         IF GLX-DW-YY = ZERO
012980             IF GLX-DW-CENT = 1
012990                 MOVE 29 TO GLX-DW-MAX-DD
013000             END-IF
013010         ELSE
013020             IF GLX-DW-YY-REM = ZERO
013030                 MOVE 29 TO GLX-DW-MAX-DD
013040             END-IF
013050         END-IF
013060     END-IF.
013070 7000-EXIT.
013080     EXIT.
013090
013100*----------------------------------------------------------------
013110*7100-ROLL-BACK-ONE-DAY - STEP THE CYYMMDD DATE IN GLX-DW-DATE
013120*BACK ONE CALENDAR DAY, CROSSING MONTH, YEAR AND CENTURY
013130*----------------------------------------------------------------
013140 7100-ROLL-BACK-ONE-DAY.
013150     IF GLX-DW-DD > 01
013160         SUBTRACT 1 FROM GLX-DW-DD
013170         GO TO 7100-EXIT
013180     END-IF.
013190     IF GLX-DW-MM > 01
013200         SUBTRACT 1 FROM GLX-DW-MM
013210     ELSE
013220         MOVE 12 TO GLX-DW-MM
013230         IF GLX-DW-YY > ZERO
013240             SUBTRACT 1 FROM GLX-DW-YY
013250         ELSE
013260             MOVE 99 TO GLX-DW-YY
013270             SUBTRACT 1 FROM GLX-DW-CENT
013280         END-IF
013290     END-IF.
013300     PERFORM 7000-MONTH-LENGTH THRU 7000-EXIT.
013310     MOVE GLX-DW-MAX-DD TO GLX-DW-DD.
013320 7100-EXIT.
013330     EXIT.
013340
013350*----------------------------------------------------------------
013360*7200-NEXT-CYCLE-MONTH - STEP THE NEXT CUTOFF ON ONE MONTH TO
013370*THE CYCLE DAY, OR TO THE MONTH'S LAST DAY WHEN IT IS SHORTER
013380*----------------------------------------------------------------
013390 7200-NEXT-CYCLE-MONTH.
013400     MOVE GLX-SCF-NEXT-CUTOFF TO GLX-DW-DATE.
013410     IF GLX-DW-MM < 12
013420         ADD 1 TO GLX-DW-MM
013430     ELSE
013440         MOVE 01 TO GLX-DW-MM
013450         IF GLX-DW-YY < 99
013460             ADD 1 TO GLX-DW-YY
013470         ELSE
013480             MOVE ZERO TO GLX-DW-YY
013490             ADD 1 TO GLX-DW-CENT
013500         END-IF
013510     END-IF.
013520     PERFORM 7000-MONTH-LENGTH THRU 7000-EXIT.
013530     IF GLX-SCF-CYCLE-DAY < GLX-DW-MAX-DD
013540         MOVE GLX-SCF-CYCLE-DAY TO GLX-DW-DD
013550     ELSE
013560         MOVE GLX-DW-MAX-DD     TO GLX-DW-DD
013570     END-IF.
013580     MOVE GLX-DW-DATE TO GLX-SCF-NEXT-CUTOFF.
013590 7200-EXIT.
013600     EXIT.
013610
013620*----------------------------------------------------------------
013630*7300-ROLL-CUTOFF - ROLL A NEXT CUTOFF THAT IS NOT LATER THAN
013640*THE LAST STATEMENT ON TO THE FIRST CYCLE DAY AFTER IT.  A
013650*RECORD WRITTEN BEFORE THE CYCLE DAY WAS KEPT TAKES IT FROM THE
013660*CUTOFF ITSELF
013670*----------------------------------------------------------------
013680 7300-ROLL-CUTOFF.
013690     IF GLX-SCF-NEXT-CUTOFF = ZERO
013700        OR GLX-SCF-NEXT-CUTOFF > GLX-SCF-LAST-STMT-DATE
013710         GO TO 7300-EXIT
013720     END-IF.
013730     IF GLX-SCF-CYCLE-DAY NOT NUMERIC
013740        OR GLX-SCF-CYCLE-DAY = ZERO
013750         MOVE GLX-SCF-NEXT-CUTOFF TO GLX-DW-DATE
013760         MOVE GLX-DW-DD           TO GLX-SCF-CYCLE-DAY
013770     END-IF.
013780     PERFORM 7200-NEXT-CYCLE-MONTH THRU 7200-EXIT
013790         UNTIL GLX-SCF-NEXT-CUTOFF > GLX-SCF-LAST-STMT-DATE.
013800 7300-EXIT.
013810     EXIT.
013820
013830*----------------------------------------------------------------
013840*8000-PRINT-TOTALS
013850*----------------------------------------------------------------
013860 8000-PRINT-TOTALS.
013870     IF NOT GLX-FILES-OPEN
013880         GO TO 8000-EXIT
013890     END-IF.
013900     MOVE GLX-STATEMENTS      TO GLX-TL-STATEMENTS.
013910     MOVE GLX-RESTATED        TO GLX-TL-RESTATED.
013920     MOVE GLX-ALL-SUPPRESSED  TO GLX-TL-SUPPRESSED.
013930     MOVE GLX-IN-BALANCE      TO GLX-TL-IN-BALANCE.
013940     MOVE GLX-OUT-OF-BALANCE  TO GLX-TL-OUT-OF-BALANCE.
013950     WRITE STM-RPT-LINE FROM GLX-BLANK-LINE.
013960     WRITE STM-RPT-LINE FROM GLX-TOTAL-LINE-1.
013970     WRITE STM-RPT-LINE FROM GLX-TOTAL-LINE-2.
013980 8000-EXIT.
013990     EXIT.
014000
014010*----------------------------------------------------------------
014020*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
014030*----------------------------------------------------------------
014040 9999-TERMINATE.
014050     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
014060     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
014070     CLOSE GL-VALID-FILE
014080           GL-BAL-FILE
014090           GL-SITM-FILE
014100           GL-SCTL-FILE
014110           GL-STMT-FILE
014120           GL-STMT-RPT.
014130     DISPLAY "GLSTMCYC - RECORDS READ:    " GLX-RECORDS-READ.
014140     DISPLAY "GLSTMCYC - ENROLLED:        " GLX-ACCOUNTS-ENROLLED.
014150     DISPLAY "GLSTMCYC - ITEMS SAVED:     " GLX-ITEMS-SAVED.
014160     DISPLAY "GLSTMCYC - ITEMS SCANNED:   " GLX-ITEMS-SCANNED.
014170     DISPLAY "GLSTMCYC - ITEMS PURGED:    " GLX-ITEMS-PURGED.
014180     DISPLAY "GLSTMCYC - STATEMENTS:      " GLX-STATEMENTS.
014190     DISPLAY "GLSTMCYC - OUT OF BALANCE:  " GLX-OUT-OF-BALANCE.
014200 9999-EXIT.
014210     EXIT.
014220
014230*----------------------------------------------------------------
014240*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
014250*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
014260*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
014270*----------------------------------------------------------------
014280 9750-POST-CONTROL-CHAIN.
014290     IF GLX-RC-BUSDATE = ZERO
014300         GO TO 9750-EXIT
014310     END-IF.
014320     MOVE SPACES           TO GLC-CHAIN-RECORD.
014330     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
014340     MOVE "GLSTMCYC"       TO GLC-PROGRAM.
014350     MOVE "GLVALID"        TO GLC-FILE-NAME.
014360     MOVE "I"              TO GLC-DIRECTION.
014370     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
014380     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
014390     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
014400     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
014410 9750-EXIT.
014420     EXIT.
014430
014440*----------------------------------------------------------------
014450*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
014460*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
014470*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
014480*----------------------------------------------------------------
014490 9800-POST-RUN-START.
014500     MOVE "Y" TO GLX-RC-STARTED-SW.
014510     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
014520     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
014530     MOVE SPACES TO GLR-RUN-RECORD.
014540     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
014550     MOVE "GLSTMCYC" TO GLR-PROGRAM.
014560     MOVE "STARTED"  TO GLR-EVENT.
014570     MOVE SPACES     TO GLR-STATUS.
014580     MOVE ZERO       TO GLR-RECORD-COUNT.
014590     CALL "GLRCPOST" USING GLR-RUN-RECORD.
014600 9800-EXIT.
014610     EXIT.
014620
014630*----------------------------------------------------------------
014640*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
014650*AND ITS RECORD COUNT.  A STATEMENT OUT OF BALANCE WITH THE
014660*MASTER, A FULL TABLE OR AN ITEM THAT COULD NOT BE SAVED POSTS
014670*NOGO SO THE STATEMENT FILE IS HELD BACK FROM THE VENDOR.
014680*NOTHING IS POSTED WHEN NO RECORD WAS EVER PROCESSED
014690*----------------------------------------------------------------
014700 9900-POST-RUN-END.
014710     IF GLX-RC-BUSDATE = ZERO
014720         GO TO 9900-EXIT
014730     END-IF.
014740     MOVE SPACES TO GLR-RUN-RECORD.
014750     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
014760     MOVE "GLSTMCYC" TO GLR-PROGRAM.
014770     MOVE "ENDED"    TO GLR-EVENT.
014780     IF GLX-OUT-OF-BALANCE > ZERO
014790        OR GLX-TABLE-FULL
014800        OR GLX-SAVE-FAILED > ZERO
014810         MOVE "NOGO"     TO GLR-STATUS
014820     ELSE
014830         MOVE "OK"       TO GLR-STATUS
014840     END-IF.
014850     MOVE GLX-STATEMENTS TO GLR-RECORD-COUNT.
014860     CALL "GLRCPOST" USING GLR-RUN-RECORD.
014870 9900-EXIT.
014880     EXIT.
