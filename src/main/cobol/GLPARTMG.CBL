000010*****************************************************************
000020** PROGRAM-ID: GLPARTMG
000030** MERGE OF THE COMPANY-PARTITION OUTPUTS OF A PARTITIONED NIGHT
000040** BACK INTO THE SINGLE FILES THE DOWNSTREAM CONSUMERS EXPECT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLPARTMG.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  DRIVEN BY ONE GLMRGPRM CARD
000180*                  PER EXECUTION, AGAINST THE GLPRTCTL MANIFEST
000190*                  WRITTEN BY GLPARTSP:
000200*                    CORPIF - GLCORPIN IS THE PARTITION GLCORPST
000210*                             BATCHES (GLPART01-08) CONCATENATED.
000220*                             EVERY BATCH IS PROVED ON ITS OWN
000230*                             TRAILER AND AGAINST ITS PARTITION'S
000240*                             MANIFEST COUNT AND DEBIT/CREDIT
000250*                             TOTALS, AND EVERY MANIFEST
000260*                             PARTITION MUST DELIVER EXACTLY ONE
000270*                             BATCH; ONLY THEN IS THE SINGLE
000280*                             GLNIGHT BATCH WRITTEN TO GLCORPIF
000290*                             WITH A NEW HEADER AND TRAILER.  ANY
000300*                             BREAK ENDS WITH RETURN CODE 16 AND
000310*                             AN EMPTY GLCORPIF, AS GLCORPST DOES
000320*                    REPORT - GLRPTI01-08 ARE ONE REPORT'S
000330*                             PARTITION COPIES; THEY ARE MERGED
000340*                             TO GLRPTOUT IN PARTITION ORDER,
000350*                             EACH UNDER A PARTITION BANNER.  A
000360*                             PARTITION WITH ITEMS BUT NO REPORT
000370*                             POSTS NOGO WITH RETURN CODE 8
000380*10/15/2026 RLH    CONTROL-TOTAL CHAIN.  A CORPIF MERGE POSTS TO
000390*                  THE GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST)
000400*                  THE RECORDS AND DEBIT/CREDIT DETAIL TOTALS OF
000410*                  EACH PARTITION BATCH IT PICKED UP, FOR THE
000420*                  GLCTLPRF PROOF AGAINST THAT PARTITION'S
000430*                  GLCORPST, AND OF THE GLNIGHT BATCH IT WROTE
000440*                  (ZERO WHEN THE BATCH WAS HELD).
000450*10/15/2026 RLH    THE LINE-PER-ITEM EXTRACTS ARE NOW MERGED HERE:
000460*                    LOADED - GLLODI01-08, THE PARTITION GLEXTLD
000470*                             LOAD FILES, TO GLLOADED
000480*                    JSON   - GLJSNI01-08, THE PARTITION GLEXPORT
000490*                             FILES, TO GLJSON
000500*                  IN PARTITION ORDER WITH NO BANNERS.  BOTH
000510*                  MODULES WRITE ONE RECORD PER GLDETAIL ITEM, SO
000520*                  EACH PARTITION'S FILE MUST HOLD ITS MANIFEST
000530*                  GLDETAIL COUNT; A SHORT OR LONG ONE POSTS NOGO
000540*                  WITH RETURN CODE 8.  AN INCOMPLETE MANIFEST
000550*                  LEAVES THE MERGED EXTRACT EMPTY.
000560*10/15/2026 RLH    EVERY RUN-CONTROL EVENT NOW CARRIES THE MERGE
000570*                  FUNCTION (AND FOR A REPORT MERGE THE REPORT
000580*                  NAME) SO GLRUNCTL CAN JUDGE EACH MERGE ON ITS
000590*                  OWN LATEST RESULT: A LATER REPORT OR EXTRACT
000600*                  MERGE NO LONGER HIDES A FAILED CORPIF MERGE.
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
000720     SELECT GL-PARM-FILE ASSIGN TO GLMRGPRM
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS GLX-PARM-STATUS.
000750
000760     SELECT GL-MANIFEST-FILE ASSIGN TO GLPRTCTL
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS GLX-MAN-STATUS.
000800
000810     SELECT GL-CORPIN-FILE ASSIGN TO GLCORPIN
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS GLX-CORPIN-STATUS.
000850
000860     SELECT GL-CORP-FILE ASSIGN TO GLCORPIF
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS GLX-CORP-STATUS.
000900
000910     SELECT OPTIONAL GL-RPTI01-FILE ASSIGN TO GLRPTI01
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS GLX-RPTI-STATUS.
000940
000950     SELECT OPTIONAL GL-RPTI02-FILE ASSIGN TO GLRPTI02
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS GLX-RPTI-STATUS.
000980
000990     SELECT OPTIONAL GL-RPTI03-FILE ASSIGN TO GLRPTI03
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS GLX-RPTI-STATUS.
001020
001030     SELECT OPTIONAL GL-RPTI04-FILE ASSIGN TO GLRPTI04
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS GLX-RPTI-STATUS.
001060
001070     SELECT OPTIONAL GL-RPTI05-FILE ASSIGN TO GLRPTI05
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS GLX-RPTI-STATUS.
001100
001110     SELECT OPTIONAL GL-RPTI06-FILE ASSIGN TO GLRPTI06
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS GLX-RPTI-STATUS.
001140
001150     SELECT OPTIONAL GL-RPTI07-FILE ASSIGN TO GLRPTI07
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS GLX-RPTI-STATUS.
001180
001190     SELECT OPTIONAL GL-RPTI08-FILE ASSIGN TO GLRPTI08
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS GLX-RPTI-STATUS.
001220
001230     SELECT GL-RPTOUT-FILE ASSIGN TO GLRPTOUT
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS GLX-RPTOUT-STATUS.
001260
001270     SELECT OPTIONAL GL-LODI01-FILE ASSIGN TO GLLODI01
001280         ORGANIZATION IS SEQUENTIAL
001290         ACCESS MODE IS SEQUENTIAL
001300         FILE STATUS IS GLX-XTRI-STATUS.
001310
001320     SELECT OPTIONAL GL-LODI02-FILE ASSIGN TO GLLODI02
001330         ORGANIZATION IS SEQUENTIAL
001340         ACCESS MODE IS SEQUENTIAL
001350         FILE STATUS IS GLX-XTRI-STATUS.
001360
001370     SELECT OPTIONAL GL-LODI03-FILE ASSIGN TO GLLODI03
001380         ORGANIZATION IS SEQUENTIAL
001390         ACCESS MODE IS SEQUENTIAL
001400         FILE STATUS IS GLX-XTRI-STATUS.
001410
001420     SELECT OPTIONAL GL-LODI04-FILE ASSIGN TO GLLODI04
001430         ORGANIZATION IS SEQUENTIAL
001440         ACCESS MODE IS SEQUENTIAL
001450         FILE STATUS IS GLX-XTRI-STATUS.
001460
001470     SELECT OPTIONAL GL-LODI05-FILE ASSIGN TO GLLODI05
001480         ORGANIZATION IS SEQUENTIAL
001490         ACCESS MODE IS SEQUENTIAL
001500         FILE STATUS IS GLX-XTRI-STATUS.
001510
001520     SELECT OPTIONAL GL-LODI06-FILE ASSIGN TO GLLODI06
001530         ORGANIZATION IS SEQUENTIAL
001540         ACCESS MODE IS SEQUENTIAL
001550         FILE STATUS IS GLX-XTRI-STATUS.
001560
001570     SELECT OPTIONAL GL-LODI07-FILE ASSIGN TO GLLODI07
001580         ORGANIZATION IS SEQUENTIAL
001590         ACCESS MODE IS SEQUENTIAL
001600         FILE STATUS IS GLX-XTRI-STATUS.
001610
001620     SELECT OPTIONAL GL-LODI08-FILE ASSIGN TO GLLODI08
001630         ORGANIZATION IS SEQUENTIAL
001640         ACCESS MODE IS SEQUENTIAL
001650         FILE STATUS IS GLX-XTRI-STATUS.
001660
001670     SELECT GL-LOADED-FILE ASSIGN TO GLLOADED
001680         ORGANIZATION IS SEQUENTIAL
001690         ACCESS MODE IS SEQUENTIAL
001700         FILE STATUS IS GLX-XTROUT-STATUS.
001710
001720     SELECT OPTIONAL GL-JSNI01-FILE ASSIGN TO GLJSNI01
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS GLX-XTRI-STATUS.
001750
001760     SELECT OPTIONAL GL-JSNI02-FILE ASSIGN TO GLJSNI02
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS GLX-XTRI-STATUS.
001790
001800     SELECT OPTIONAL GL-JSNI03-FILE ASSIGN TO GLJSNI03
001810         ORGANIZATION IS LINE SEQUENTIAL
001820         FILE STATUS IS GLX-XTRI-STATUS.
001830
001840     SELECT OPTIONAL GL-JSNI04-FILE ASSIGN TO GLJSNI04
001850         ORGANIZATION IS LINE SEQUENTIAL
001860         FILE STATUS IS GLX-XTRI-STATUS.
001870
001880     SELECT OPTIONAL GL-JSNI05-FILE ASSIGN TO GLJSNI05
001890         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS GLX-XTRI-STATUS.
001910
001920     SELECT OPTIONAL GL-JSNI06-FILE ASSIGN TO GLJSNI06
001930         ORGANIZATION IS LINE SEQUENTIAL
001940         FILE STATUS IS GLX-XTRI-STATUS.
001950
001960     SELECT OPTIONAL GL-JSNI07-FILE ASSIGN TO GLJSNI07
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS GLX-XTRI-STATUS.
001990
002000     SELECT OPTIONAL GL-JSNI08-FILE ASSIGN TO GLJSNI08
002010         ORGANIZATION IS LINE SEQUENTIAL
002020         FILE STATUS IS GLX-XTRI-STATUS.
002030
002040     SELECT GL-JSON-FILE ASSIGN TO GLJSON
002050         ORGANIZATION IS LINE SEQUENTIAL
002060         FILE STATUS IS GLX-XTROUT-STATUS.
002070
002080 DATA DIVISION.
002090 FILE SECTION.
002100*----------------------------------------------------------------
002110*FUNCTION CARD - FUNCTION IN COLUMNS 1-8; A REPORT CARD NAMES
002120*THE REPORT BEING MERGED IN COLUMNS 10-17 FOR ITS BANNERS.
002130*LOADED AND JSON MERGE THE LINE-PER-ITEM EXTRACTS
002140*----------------------------------------------------------------
002150 FD  GL-PARM-FILE
002160     RECORDING MODE IS F
002170     LABEL RECORDS ARE OMITTED.
002180 01  GLX-PARM-RECORD.
002190     05  GLX-PARM-FUNCTION          PIC X(08).
002200         88  GLX-FUNC-CORPIF                VALUE "CORPIF".
002210         88  GLX-FUNC-REPORT                VALUE "REPORT".
002220         88  GLX-FUNC-LOADED                VALUE "LOADED".
002230         88  GLX-FUNC-JSON                  VALUE "JSON".
002240         88  GLX-FUNC-EXTRACT               VALUE "LOADED" "JSON".
002250     05  FILLER                     PIC X(01).
002260     05  GLX-PARM-REPORT-NAME       PIC X(08).
002270     05  GLX-PARM-FILLER            PIC X(63).
002280
002290*----------------------------------------------------------------
002300*PARTITION MANIFEST FROM GLPARTSP - LAYOUT SUPPLIED BY GLPRTREC
002310*----------------------------------------------------------------
002320 FD  GL-MANIFEST-FILE
002330     RECORDING MODE IS F
002340     LABEL RECORDS ARE STANDARD.
002350 01  GLX-MANIFEST-RECORD              PIC X(80).
002360
002370*----------------------------------------------------------------
002380*INPUT PARTITION BATCHES - THE GLCORPST HEADER / DETAIL /
002390*TRAILER RECORD SET, ONE SET PER PARTITION, END TO END
002400*----------------------------------------------------------------
002410 FD  GL-CORPIN-FILE
002420     RECORDING MODE IS F
002430     LABEL RECORDS ARE STANDARD.
002440 01  GLX-CORPIN-RECORD                PIC X(80).
002450 01  GLX-IN-HEADER REDEFINES GLX-CORPIN-RECORD.
002460     05  GLX-IH-REC-TYPE            PIC X(01).
002470     05  GLX-IH-BUSDATE             PIC 9(07).
002480     05  GLX-IH-BATCH-ID            PIC X(08).
002490     05  FILLER REDEFINES GLX-IH-BATCH-ID.
002500         10  GLX-IH-BATCH-PREFIX    PIC X(06).
002510         10  GLX-IH-BATCH-PART      PIC X(02).
002520         10  GLX-IH-BATCH-PART-NO REDEFINES GLX-IH-BATCH-PART
002530                                    PIC 9(02).
002540     05  GLX-IH-RUN-DATE            PIC 9(06).
002550     05  GLX-IH-RUN-TIME            PIC 9(08).
002560     05  FILLER                     PIC X(50).
002570 01  GLX-IN-DETAIL REDEFINES GLX-CORPIN-RECORD.
002580     05  GLX-ID-REC-TYPE            PIC X(01).
002590     05  GLX-ID-CO-ID               PIC 9(04).
002600     05  GLX-ID-BRANCH              PIC 9(05).
002610     05  GLX-ID-APPL-ID             PIC X(02).
002620     05  GLX-ID-SIDE                PIC X(01).
002630     05  GLX-ID-AMOUNT              PIC 9(13)V99.
002640     05  GLX-ID-ITEM-COUNT          PIC 9(07).
002650     05  FILLER                     PIC X(45).
002660 01  GLX-IN-TRAILER REDEFINES GLX-CORPIN-RECORD.
002670     05  GLX-IT-REC-TYPE            PIC X(01).
002680     05  GLX-IT-REC-COUNT           PIC 9(09).
002690     05  GLX-IT-HASH-TOTAL          PIC 9(15)V99.
002700     05  GLX-IT-DR-TOTAL            PIC 9(13)V99.
002710     05  GLX-IT-CR-TOTAL            PIC 9(13)V99.
002720     05  FILLER                     PIC X(23).
002730
002740*----------------------------------------------------------------
002750*OUTPUT CORPORATE POSTING BATCH - THE SAME 80-BYTE INTAKE FORMAT
002760*GLCORPST WRITES ON AN UNPARTITIONED NIGHT
002770*----------------------------------------------------------------
002780 FD  GL-CORP-FILE
002790     RECORDING MODE IS F
002800     LABEL RECORDS ARE STANDARD.
002810 01  GLX-CORP-RECORD                  PIC X(80).
002820 01  GLX-CORP-HEADER REDEFINES GLX-CORP-RECORD.
002830     05  GLX-CH-REC-TYPE            PIC X(01).
002840     05  GLX-CH-BUSDATE             PIC 9(07).
002850     05  GLX-CH-BATCH-ID            PIC X(08).
002860     05  GLX-CH-RUN-DATE            PIC 9(06).
002870     05  GLX-CH-RUN-TIME            PIC 9(08).
002880     05  FILLER                     PIC X(50).
002890 01  GLX-CORP-TRAILER REDEFINES GLX-CORP-RECORD.
002900     05  GLX-CT-REC-TYPE            PIC X(01).
002910     05  GLX-CT-REC-COUNT           PIC 9(09).
002920     05  GLX-CT-HASH-TOTAL          PIC 9(15)V99.
002930     05  GLX-CT-DR-TOTAL            PIC 9(13)V99.
002940     05  GLX-CT-CR-TOTAL            PIC 9(13)V99.
002950     05  FILLER                     PIC X(23).
002960
002970*----------------------------------------------------------------
002980*PARTITION REPORT COPIES AND THE MERGED REPORT - 132-BYTE PRINT
002990*LINES.  ONLY THE MANIFEST PARTITIONS ARE OPENED
003000*----------------------------------------------------------------
003010 FD  GL-RPTI01-FILE
003020     RECORDING MODE IS F
003030     LABEL RECORDS ARE OMITTED.
003040 01  GLX-RPTI01-LINE                  PIC X(132).
003050
003060 FD  GL-RPTI02-FILE
003070     RECORDING MODE IS F
003080     LABEL RECORDS ARE OMITTED.
003090 01  GLX-RPTI02-LINE                  PIC X(132).
003100
003110 FD  GL-RPTI03-FILE
003120     RECORDING MODE IS F
003130     LABEL RECORDS ARE OMITTED.
003140 01  GLX-RPTI03-LINE                  PIC X(132).
003150
003160 FD  GL-RPTI04-FILE
003170     RECORDING MODE IS F
003180     LABEL RECORDS ARE OMITTED.
003190 01  GLX-RPTI04-LINE                  PIC X(132).
003200
003210 FD  GL-RPTI05-FILE
003220     RECORDING MODE IS F
003230     LABEL RECORDS ARE OMITTED.
003240 01  GLX-RPTI05-LINE                  PIC X(132).
003250
003260 FD  GL-RPTI06-FILE
003270     RECORDING MODE IS F
003280     LABEL RECORDS ARE OMITTED.
003290 01  GLX-RPTI06-LINE                  PIC X(132).
003300
003310 FD  GL-RPTI07-FILE
003320     RECORDING MODE IS F
003330     LABEL RECORDS ARE OMITTED.
003340 01  GLX-RPTI07-LINE                  PIC X(132).
003350
003360 FD  GL-RPTI08-FILE
003370     RECORDING MODE IS F
003380     LABEL RECORDS ARE OMITTED.
003390 01  GLX-RPTI08-LINE                  PIC X(132).
003400
003410 FD  GL-RPTOUT-FILE
003420     RECORDING MODE IS F
003430     LABEL RECORDS ARE OMITTED.
003440 01  MRG-RPT-LINE                     PIC X(132).
003450
003460*----------------------------------------------------------------
003470*PARTITION GLEXTLD LOAD FILES AND THE MERGED LOAD FILE - THE
003480*888-BYTE EXTRACT RECORD.  ONLY THE MANIFEST PARTITIONS ARE OPENED
003490*----------------------------------------------------------------
003500 FD  GL-LODI01-FILE
003510     RECORDING MODE IS F
003520     LABEL RECORDS ARE STANDARD.
003530 01  GLX-LODI01-RECORD                PIC X(888).
003540
003550 FD  GL-LODI02-FILE
003560     RECORDING MODE IS F
003570     LABEL RECORDS ARE STANDARD.
003580 01  GLX-LODI02-RECORD                PIC X(888).
003590
003600 FD  GL-LODI03-FILE
003610     RECORDING MODE IS F
003620     LABEL RECORDS ARE STANDARD.
003630 01  GLX-LODI03-RECORD                PIC X(888).
003640
003650 FD  GL-LODI04-FILE
003660     RECORDING MODE IS F
003670     LABEL RECORDS ARE STANDARD.
003680 01  GLX-LODI04-RECORD                PIC X(888).
003690
003700 FD  GL-LODI05-FILE
003710     RECORDING MODE IS F
003720     LABEL RECORDS ARE STANDARD.
003730 01  GLX-LODI05-RECORD                PIC X(888).
003740
003750 FD  GL-LODI06-FILE
003760     RECORDING MODE IS F
003770     LABEL RECORDS ARE STANDARD.
003780 01  GLX-LODI06-RECORD                PIC X(888).
003790
003800 FD  GL-LODI07-FILE
003810     RECORDING MODE IS F
003820     LABEL RECORDS ARE STANDARD.
003830 01  GLX-LODI07-RECORD                PIC X(888).
003840
003850 FD  GL-LODI08-FILE
003860     RECORDING MODE IS F
003870     LABEL RECORDS ARE STANDARD.
003880 01  GLX-LODI08-RECORD                PIC X(888).
003890
003900 FD  GL-LOADED-FILE
003910     RECORDING MODE IS F
003920     LABEL RECORDS ARE STANDARD.
003930 01  GLX-LOADED-RECORD                PIC X(888).
003940
003950*----------------------------------------------------------------
003960*PARTITION GLEXPORT FILES AND THE MERGED EXPORT - ONE 400-BYTE
003970*JSON LINE PER ITEM.  ONLY THE MANIFEST PARTITIONS ARE OPENED
003980*----------------------------------------------------------------
003990 FD  GL-JSNI01-FILE
004000     RECORDING MODE IS F
004010     LABEL RECORDS ARE OMITTED.
004020 01  GLX-JSNI01-LINE                  PIC X(400).
004030
004040 FD  GL-JSNI02-FILE
004050     RECORDING MODE IS F
004060     LABEL RECORDS ARE OMITTED.
004070 01  GLX-JSNI02-LINE                  PIC X(400).
004080
004090 FD  GL-JSNI03-FILE
004100     RECORDING MODE IS F
004110     LABEL RECORDS ARE OMITTED.
004120 01  GLX-JSNI03-LINE                  PIC X(400).
004130
004140 FD  GL-JSNI04-FILE
004150     RECORDING MODE IS F
004160     LABEL RECORDS ARE OMITTED.
004170 01  GLX-JSNI04-LINE                  PIC X(400).
004180
004190 FD  GL-JSNI05-FILE
004200     RECORDING MODE IS F
004210     LABEL RECORDS ARE OMITTED.
004220 01  GLX-JSNI05-LINE                  PIC X(400).
004230
004240 FD  GL-JSNI06-FILE
004250     RECORDING MODE IS F
004260     LABEL RECORDS ARE OMITTED.
004270 01  GLX-JSNI06-LINE                  PIC X(400).
004280
004290 FD  GL-JSNI07-FILE
004300     RECORDING MODE IS F
004310     LABEL RECORDS ARE OMITTED.
004320 01  GLX-JSNI07-LINE                  PIC X(400).
004330
004340 FD  GL-JSNI08-FILE
004350     RECORDING MODE IS F
004360     LABEL RECORDS ARE OMITTED.
004370 01  GLX-JSNI08-LINE                  PIC X(400).
004380
004390 FD  GL-JSON-FILE
004400     RECORDING MODE IS F
004410     LABEL RECORDS ARE OMITTED.
004420 01  GLX-JSON-RECORD                  PIC X(400).
004430
004440 WORKING-STORAGE SECTION.
004450*----------------------------------------------------------------
004460*SWITCHES AND COUNTERS
004470*----------------------------------------------------------------
004480 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
004490     88  GLX-PARM-OK                           VALUE "00".
004500 77  GLX-MAN-STATUS                  PIC X(02) VALUE SPACES.
004510     88  GLX-MAN-OK                            VALUE "00".
004520 77  GLX-CORPIN-STATUS               PIC X(02) VALUE SPACES.
004530     88  GLX-CORPIN-OK                         VALUE "00".
004540 77  GLX-CORP-STATUS                 PIC X(02) VALUE SPACES.
004550     88  GLX-CORP-OK                           VALUE "00".
004560 77  GLX-RPTI-STATUS                 PIC X(02) VALUE SPACES.
004570*STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL PARTITION REPORT
004580*THAT WAS NEVER WRITTEN; IT READS AS EMPTY
004590     88  GLX-RPTI-OK                           VALUE "00" "05".
004600 77  GLX-RPTOUT-STATUS               PIC X(02) VALUE SPACES.
004610     88  GLX-RPTOUT-OK                         VALUE "00".
004620 77  GLX-XTRI-STATUS                 PIC X(02) VALUE SPACES.
004630*STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL PARTITION EXTRACT
004640*THAT WAS NEVER WRITTEN; IT READS AS EMPTY
004650     88  GLX-XTRI-OK                           VALUE "00" "05".
004660 77  GLX-XTROUT-STATUS               PIC X(02) VALUE SPACES.
004670     88  GLX-XTROUT-OK                         VALUE "00".
004680 77  GLX-MAN-EOF-SWITCH              PIC X(01) VALUE "N".
004690     88  GLX-MAN-EOF                            VALUE "Y".
004700 77  GLX-IN-EOF-SWITCH               PIC X(01) VALUE "N".
004710     88  GLX-IN-EOF                             VALUE "Y".
004720 77  GLX-RPTI-EOF-SWITCH             PIC X(01) VALUE "N".
004730     88  GLX-RPTI-EOF                           VALUE "Y".
004740 77  GLX-XTRI-EOF-SWITCH             PIC X(01) VALUE "N".
004750     88  GLX-XTRI-EOF                           VALUE "Y".
004760 77  GLX-MERGE-STATE                 PIC X(01) VALUE "G".
004770     88  GLX-MERGE-GOOD                         VALUE "G".
004780     88  GLX-MERGE-WARNING                      VALUE "W".
004790     88  GLX-MERGE-FAILED                       VALUE "F".
004800 77  GLX-PROOF-ERRORS               PIC S9(05) COMP-3 VALUE ZERO.
004810 77  GLX-BATCH-START-ERRORS         PIC S9(05) COMP-3 VALUE ZERO.
004820 77  GLX-RECORDS-MERGED             PIC S9(09) COMP-3 VALUE ZERO.
004830 77  GLX-SLOT                       PIC S9(04) COMP   VALUE ZERO.
004840 77  GLX-CUR-SLOT                   PIC S9(04) COMP   VALUE ZERO.
004850 77  GLX-PARTITION-MAX              PIC S9(04) COMP   VALUE 8.
004860 77  GLX-PART-NO                     PIC 9(02) VALUE ZERO.
004870 77  GLX-WORK-DATE                   PIC 9(06) VALUE ZERO.
004880 77  GLX-WORK-TIME                   PIC 9(08) VALUE ZERO.
004890
004900*----------------------------------------------------------------
004910*MANIFEST CONTROLS - THE NIGHT'S BUSINESS DATE AND PARTITION
004920*COUNT FROM THE HEADER, THE WHOLE-NIGHT TOTALS FROM THE TRAILER
004930*----------------------------------------------------------------
004940 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
004950 77  GLX-MAN-PARTITIONS             PIC S9(04) COMP   VALUE ZERO.
004960 77  GLX-MAN-P-SEEN                 PIC S9(04) COMP   VALUE ZERO.
004970 77  GLX-MAN-HEADER-SW               PIC X(01) VALUE "N".
004980     88  GLX-MAN-HEADER-SEEN                    VALUE "Y".
004990 77  GLX-MAN-TRAILER-SW              PIC X(01) VALUE "N".
005000     88  GLX-MAN-TRAILER-SEEN                   VALUE "Y".
005010 77  GLX-MAN-VALID-COUNT            PIC S9(09) COMP-3 VALUE ZERO.
005020
005030*----------------------------------------------------------------
005040*MERGED BATCH TOTALS, REBUILT FROM THE DETAILS AS THEY ARE
005050*COPIED
005060*----------------------------------------------------------------
005070 77  GLX-OUT-DETAILS                PIC S9(09) COMP-3 VALUE ZERO.
005080 77  GLX-OUT-HASH                   PIC S9(15)V99 COMP-3
005090                                              VALUE ZERO.
005100 77  GLX-OUT-DR-AMT                 PIC S9(13)V99 COMP-3
005110                                              VALUE ZERO.
005120 77  GLX-OUT-CR-AMT                 PIC S9(13)V99 COMP-3
005130                                              VALUE ZERO.
005140 77  GLX-OUT-RECORDS                PIC S9(09) COMP-3 VALUE ZERO.
005150
005160*----------------------------------------------------------------
005170*PARTITION TABLE - SLOT N IS PARTITION ID N.  THE MANIFEST
005180*COLUMNS ARE WHAT GLPARTSP ROUTED; THE BATCH COLUMNS ARE WHAT
005190*THE PARTITION'S GLCORPST BATCH CARRIED; THE LAST COLUMNS ARE
005200*WHAT ITS REPORT OR EXTRACT COPY HELD
005210*----------------------------------------------------------------
005220 01  GLX-PARTITION-TABLE.
005230     05  GLX-PT-ENTRY OCCURS 8 TIMES.
005240         10  GLX-PT-DEFINED-SW        PIC X(01).
005250         10  GLX-PT-VALID-CNT         PIC S9(09) COMP-3.
005260         10  GLX-PT-DR-AMT            PIC S9(13)V99 COMP-3.
005270         10  GLX-PT-CR-AMT            PIC S9(13)V99 COMP-3.
005280         10  GLX-PT-DETAIL-CNT        PIC S9(09) COMP-3.
005290         10  GLX-PT-BATCH-SEEN-SW     PIC X(01).
005300         10  GLX-PT-BATCH-PROVEN-SW   PIC X(01).
005310         10  GLX-PT-BT-RECORDS        PIC S9(09) COMP-3.
005320         10  GLX-PT-BT-DETAILS        PIC S9(09) COMP-3.
005330         10  GLX-PT-BT-ITEMS          PIC S9(09) COMP-3.
005340         10  GLX-PT-BT-HASH           PIC S9(15)V99 COMP-3.
005350         10  GLX-PT-BT-DR-AMT         PIC S9(13)V99 COMP-3.
005360         10  GLX-PT-BT-CR-AMT         PIC S9(13)V99 COMP-3.
005370         10  GLX-PT-RPT-LINES         PIC S9(09) COMP-3.
005380         10  GLX-PT-XTR-RECORDS       PIC S9(09) COMP-3.
005390
005400*----------------------------------------------------------------
005410*MANIFEST RECORD WORK AREA - LAYOUT SUPPLIED BY GLPRTREC
005420*----------------------------------------------------------------
005430 COPY "GLPRTREC".
005440
005450*----------------------------------------------------------------
005460*REPORT MERGE BANNER LINES
005470*----------------------------------------------------------------
005480 01  GLX-BANNER-LINE.
005490     05  FILLER                     PIC X(15)
005500             VALUE "**** PARTITION".
005510     05  GLX-BL-PART-ID             PIC X(02).
005520     05  FILLER                     PIC X(07) VALUE " ****  ".
005530     05  GLX-BL-REPORT-NAME         PIC X(08).
005540     05  FILLER                     PIC X(16)
005550             VALUE "  BUSINESS DATE".
005560     05  GLX-BL-DATE                PIC Z(06)9.
005570     05  FILLER                     PIC X(02) VALUE SPACES.
005580     05  GLX-BL-NOTE                PIC X(40).
005590     05  FILLER                     PIC X(35) VALUE SPACES.
005600
005610*----------------------------------------------------------------
005620*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
005630*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
005640*----------------------------------------------------------------
005650 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
005660 COPY "GLRUNREC".
005670
005680*----------------------------------------------------------------
005690*CONTROL-CHAIN POSTING WORK AREA - FILE TOTALS GO TO THE SHARED
005700*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
005710*----------------------------------------------------------------
005720 COPY "GLCTLREC".
005730
005740 PROCEDURE DIVISION.
005750*----------------------------------------------------------------
005760*0000-MAINLINE - ONE FUNCTION PER EXECUTION, FROM THE CARD.
005770*NOTHING IS MERGED WITHOUT A COMPLETE MANIFEST
005780*----------------------------------------------------------------
005790 0000-MAINLINE.
005800     PERFORM 1000-READ-PARM THRU 1000-EXIT.
005810     IF NOT GLX-FUNC-CORPIF AND NOT GLX-FUNC-REPORT
005820        AND NOT GLX-FUNC-EXTRACT
005830         DISPLAY "GLPARTMG - UNKNOWN FUNCTION CARD: "
005840             GLX-PARM-FUNCTION
005850         MOVE 16 TO RETURN-CODE
005860         GO TO 0000-DONE
005870     END-IF.
005880     INITIALIZE GLX-PARTITION-TABLE.
005890     PERFORM 1100-LOAD-MANIFEST THRU 1100-EXIT.
005900     IF GLX-MERGE-FAILED
005910         DISPLAY "GLPARTMG - ** MANIFEST INCOMPLETE ** - "
005920             "NOTHING MERGED"
005930         IF GLX-FUNC-CORPIF
005940             OPEN OUTPUT GL-CORP-FILE
005950             CLOSE GL-CORP-FILE
005960         END-IF
005970         IF GLX-FUNC-EXTRACT
005980             PERFORM 6050-OPEN-MERGED-EXTRACT THRU 6050-EXIT
005990             PERFORM 6060-CLOSE-MERGED-EXTRACT THRU 6060-EXIT
006000         END-IF
006010         PERFORM 9900-POST-RUN-END THRU 9900-EXIT
006020         MOVE 16 TO RETURN-CODE
006030         GO TO 0000-DONE
006040     END-IF.
006050     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
006060     EVALUATE TRUE
006070         WHEN GLX-FUNC-CORPIF
006080             PERFORM 2000-MERGE-CORPIF THRU 2000-EXIT
006090             PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT
006100         WHEN GLX-FUNC-REPORT
006110             PERFORM 5000-MERGE-REPORT THRU 5000-EXIT
006120         WHEN OTHER
006130             PERFORM 6000-MERGE-EXTRACT THRU 6000-EXIT
006140     END-EVALUATE.
006150     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
006160     DISPLAY "GLPARTMG - RECORDS MERGED:  " GLX-RECORDS-MERGED.
006170     IF GLX-MERGE-FAILED
006180         MOVE 16 TO RETURN-CODE
006190     END-IF.
006200     IF GLX-MERGE-WARNING
006210         MOVE 8 TO RETURN-CODE
006220     END-IF.
006230 0000-DONE.
006240     STOP RUN.
006250
006260*----------------------------------------------------------------
006270*1000-READ-PARM - ONE FUNCTION CARD PER EXECUTION
006280*----------------------------------------------------------------
006290 1000-READ-PARM.
006300     OPEN INPUT GL-PARM-FILE.
006310     IF NOT GLX-PARM-OK
006320         DISPLAY "GLPARTMG - OPEN ERROR ON GL-PARM-FILE "
006330             GLX-PARM-STATUS
006340         MOVE SPACES TO GLX-PARM-RECORD
006350         GO TO 1000-EXIT
006360     END-IF.
006370     READ GL-PARM-FILE
006380         AT END
006390             DISPLAY "GLPARTMG - NO FUNCTION CARD SUPPLIED"
006400             MOVE SPACES TO GLX-PARM-RECORD
006410     END-READ.
006420     CLOSE GL-PARM-FILE.
006430 1000-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470*1100-LOAD-MANIFEST - THE HEADER, EVERY PARTITION RECORD THE
006480*HEADER PROMISES, AND THE TRAILER MUST ALL BE PRESENT.  GLPARTSP
006490*WRITES NO MANIFEST FOR A FAILED SPLIT, SO A MISSING OR SHORT
006500*ONE MEANS THE NIGHT'S SLICES CANNOT BE TRUSTED
006510*----------------------------------------------------------------
006520 1100-LOAD-MANIFEST.
006530     OPEN INPUT GL-MANIFEST-FILE.
006540     IF NOT GLX-MAN-OK
006550         DISPLAY "GLPARTMG - OPEN ERROR ON GL-MANIFEST-FILE "
006560             GLX-MAN-STATUS
006570         MOVE "F" TO GLX-MERGE-STATE
006580         GO TO 1100-EXIT
006590     END-IF.
006600     PERFORM 1110-READ-ONE-MANIFEST THRU 1110-EXIT
006610         UNTIL GLX-MAN-EOF.
006620     CLOSE GL-MANIFEST-FILE.
006630     IF NOT GLX-MAN-HEADER-SEEN
006640        OR NOT GLX-MAN-TRAILER-SEEN
006650        OR GLX-MAN-P-SEEN NOT = GLX-MAN-PARTITIONS
006660        OR GLX-MAN-PARTITIONS = ZERO
006670         MOVE "F" TO GLX-MERGE-STATE
006680     END-IF.
006690 1100-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730*1110-READ-ONE-MANIFEST
006740*----------------------------------------------------------------
006750 1110-READ-ONE-MANIFEST.
006760     READ GL-MANIFEST-FILE INTO GLP-CONTROL-RECORD
006770         AT END
006780             MOVE "Y" TO GLX-MAN-EOF-SWITCH
006790             GO TO 1110-EXIT
006800     END-READ.
006810     IF GLP-TYPE-HEADER
006820         MOVE "Y" TO GLX-MAN-HEADER-SW
006830         MOVE GLP-BUSINESS-DATE   TO GLX-BUSINESS-DATE
006840         MOVE GLP-PARTITION-COUNT TO GLX-MAN-PARTITIONS
006850         GO TO 1110-EXIT
006860     END-IF.
006870     IF GLP-TYPE-TRAILER
006880         MOVE "Y" TO GLX-MAN-TRAILER-SW
006890         MOVE GLP-VALID-COUNT TO GLX-MAN-VALID-COUNT
006900         GO TO 1110-EXIT
006910     END-IF.
006920     IF NOT GLP-TYPE-PARTITION
006930        OR GLP-PARTITION-ID NOT NUMERIC
006940         DISPLAY "GLPARTMG - BAD MANIFEST RECORD: "
006950             GLX-MANIFEST-RECORD
006960         MOVE "F" TO GLX-MERGE-STATE
006970         GO TO 1110-EXIT
006980     END-IF.
006990     MOVE GLP-PARTITION-ID TO GLX-PART-NO.
007000     IF GLX-PART-NO < 1 OR GLX-PART-NO > GLX-PARTITION-MAX
007010         DISPLAY "GLPARTMG - BAD MANIFEST RECORD: "
007020             GLX-MANIFEST-RECORD
007030         MOVE "F" TO GLX-MERGE-STATE
007040         GO TO 1110-EXIT
007050     END-IF.
007060     MOVE GLX-PART-NO TO GLX-SLOT.
007070     ADD 1 TO GLX-MAN-P-SEEN.
007080     MOVE "Y"              TO GLX-PT-DEFINED-SW (GLX-SLOT).
007090     MOVE GLP-VALID-COUNT  TO GLX-PT-VALID-CNT (GLX-SLOT).
007100     MOVE GLP-VALID-DR-AMT TO GLX-PT-DR-AMT (GLX-SLOT).
007110     MOVE GLP-VALID-CR-AMT TO GLX-PT-CR-AMT (GLX-SLOT).
007120     MOVE GLP-DETAIL-COUNT TO GLX-PT-DETAIL-CNT (GLX-SLOT).
007130 1110-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170*2000-MERGE-CORPIF - PROVE EVERY PARTITION BATCH FIRST, THEN
007180*COPY.  GLCORPIF IS OPENED UP FRONT SO A FAILED MERGE LEAVES IT
007190*EMPTY RATHER THAN HOLDING AN EARLIER NIGHT'S BATCH
007200*----------------------------------------------------------------
007210 2000-MERGE-CORPIF.
007220     OPEN OUTPUT GL-CORP-FILE.
007230     PERFORM 2100-PROVE-BATCHES THRU 2100-EXIT.
007240     IF GLX-MERGE-FAILED
007250         DISPLAY "GLPARTMG - ** PARTITION BATCHES NOT PROVEN ** "
007260             GLX-PROOF-ERRORS " ERROR(S) - BATCH NOT RELEASED"
007270         CLOSE GL-CORP-FILE
007280         GO TO 2000-EXIT
007290     END-IF.
007300     PERFORM 3000-WRITE-MERGED THRU 3000-EXIT.
007310     CLOSE GL-CORP-FILE.
007320     DISPLAY "GLPARTMG - MERGED DETAILS:  " GLX-OUT-DETAILS.
007330     DISPLAY "GLPARTMG - DEBIT TOTAL:     " GLX-OUT-DR-AMT.
007340     DISPLAY "GLPARTMG - CREDIT TOTAL:    " GLX-OUT-CR-AMT.
007350 2000-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------
007390*2100-PROVE-BATCHES - FIRST PASS OVER THE CONCATENATED BATCHES.
007400*EVERY BREAK IS LISTED, THEN EVERY MANIFEST PARTITION MUST HAVE
007410*DELIVERED ONE PROVEN BATCH
007420*----------------------------------------------------------------
007430 2100-PROVE-BATCHES.
007440     OPEN INPUT GL-CORPIN-FILE.
007450     IF NOT GLX-CORPIN-OK
007460         DISPLAY "GLPARTMG - OPEN ERROR ON GL-CORPIN-FILE "
007470             GLX-CORPIN-STATUS
007480         MOVE "F" TO GLX-MERGE-STATE
007490         GO TO 2100-EXIT
007500     END-IF.
007510     MOVE "N" TO GLX-IN-EOF-SWITCH.
007520     MOVE ZERO TO GLX-CUR-SLOT.
007530     PERFORM 2200-PROVE-ONE-RECORD THRU 2200-EXIT
007540         UNTIL GLX-IN-EOF.
007550     CLOSE GL-CORPIN-FILE.
007560     IF GLX-CUR-SLOT NOT = ZERO
007570         MOVE GLX-CUR-SLOT TO GLX-PART-NO
007580         DISPLAY "GLPARTMG - BATCH GLPART" GLX-PART-NO
007590             " HAS NO TRAILER"
007600         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
007610     END-IF.
007620     PERFORM 2600-CHECK-ONE-PARTITION THRU 2600-EXIT
007630         VARYING GLX-SLOT FROM 1 BY 1
007640         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
007650 2100-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690*2200-PROVE-ONE-RECORD
007700*----------------------------------------------------------------
007710 2200-PROVE-ONE-RECORD.
007720     READ GL-CORPIN-FILE
007730         AT END
007740             MOVE "Y" TO GLX-IN-EOF-SWITCH
007750             GO TO 2200-EXIT
007760     END-READ.
007770     IF GLX-IH-REC-TYPE = "H"
007780         PERFORM 2300-PROVE-HEADER THRU 2300-EXIT
007790         GO TO 2200-EXIT
007800     END-IF.
007810     IF GLX-CUR-SLOT = ZERO
007820         DISPLAY "GLPARTMG - RECORD OUTSIDE ANY BATCH: "
007830             GLX-CORPIN-RECORD
007840         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
007850         GO TO 2200-EXIT
007860     END-IF.
007870     IF GLX-ID-REC-TYPE = "D"
007880         PERFORM 2400-PROVE-DETAIL THRU 2400-EXIT
007890         GO TO 2200-EXIT
007900     END-IF.
007910     IF GLX-IT-REC-TYPE = "T"
007920         PERFORM 2500-PROVE-TRAILER THRU 2500-EXIT
007930         GO TO 2200-EXIT
007940     END-IF.
007950     DISPLAY "GLPARTMG - UNKNOWN RECORD TYPE: " GLX-CORPIN-RECORD.
007960     PERFORM 2900-PROOF-ERROR THRU 2900-EXIT.
007970 2200-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010*2300-PROVE-HEADER - THE BATCH ID NAMES THE PARTITION (GLPARTNN),
008020*WHICH MUST BE ON THE MANIFEST, NOT YET SEEN, AND CARRY THE
008030*NIGHT'S BUSINESS DATE.  A PARTITION THAT ROUTED NO GLVALID
008040*ITEMS HAD NO DATE TO STAMP, SO ITS HEADER MAY CARRY ZERO
008050*----------------------------------------------------------------
008060 2300-PROVE-HEADER.
008070     IF GLX-CUR-SLOT NOT = ZERO
008080         MOVE GLX-CUR-SLOT TO GLX-PART-NO
008090         DISPLAY "GLPARTMG - BATCH GLPART" GLX-PART-NO
008100             " HAS NO TRAILER"
008110         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008120         MOVE ZERO TO GLX-CUR-SLOT
008130     END-IF.
008140     IF GLX-IH-BATCH-PREFIX NOT = "GLPART"
008150        OR GLX-IH-BATCH-PART NOT NUMERIC
008160         DISPLAY "GLPARTMG - NOT A PARTITION BATCH: "
008170             GLX-IH-BATCH-ID
008180         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008190         GO TO 2300-EXIT
008200     END-IF.
008210     IF GLX-IH-BATCH-PART-NO < 1
008220        OR GLX-IH-BATCH-PART-NO > GLX-PARTITION-MAX
008230         DISPLAY "GLPARTMG - NOT A PARTITION BATCH: "
008240             GLX-IH-BATCH-ID
008250         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008260         GO TO 2300-EXIT
008270     END-IF.
008280     MOVE GLX-IH-BATCH-PART-NO TO GLX-SLOT.
008290     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
008300         DISPLAY "GLPARTMG - BATCH " GLX-IH-BATCH-ID
008310             " IS NOT ON THE MANIFEST"
008320         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008330         GO TO 2300-EXIT
008340     END-IF.
008350     IF GLX-PT-BATCH-SEEN-SW (GLX-SLOT) = "Y"
008360         DISPLAY "GLPARTMG - BATCH " GLX-IH-BATCH-ID
008370             " DELIVERED TWICE"
008380         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008390         GO TO 2300-EXIT
008400     END-IF.
008410     IF GLX-IH-BUSDATE NOT = GLX-BUSINESS-DATE
008420        AND NOT (GLX-IH-BUSDATE = ZERO
008430                 AND GLX-PT-VALID-CNT (GLX-SLOT) = ZERO)
008440         DISPLAY "GLPARTMG - BATCH " GLX-IH-BATCH-ID
008450             " IS FOR " GLX-IH-BUSDATE " NOT " GLX-BUSINESS-DATE
008460         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008470         GO TO 2300-EXIT
008480     END-IF.
008490     MOVE "Y" TO GLX-PT-BATCH-SEEN-SW (GLX-SLOT).
008500     MOVE GLX-SLOT TO GLX-CUR-SLOT.
008510     ADD 1 TO GLX-PT-BT-RECORDS (GLX-SLOT).
008520 2300-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------
008560*2400-PROVE-DETAIL - ROLL THE DETAIL INTO ITS BATCH'S TOTALS
008570*----------------------------------------------------------------
008580 2400-PROVE-DETAIL.
008590     ADD 1                 TO GLX-PT-BT-RECORDS (GLX-CUR-SLOT).
008600     ADD 1                 TO GLX-PT-BT-DETAILS (GLX-CUR-SLOT).
008610     ADD GLX-ID-ITEM-COUNT TO GLX-PT-BT-ITEMS (GLX-CUR-SLOT).
008620     ADD GLX-ID-AMOUNT     TO GLX-PT-BT-HASH (GLX-CUR-SLOT).
008630     IF GLX-ID-SIDE = "D"
008640         ADD GLX-ID-AMOUNT TO GLX-PT-BT-DR-AMT (GLX-CUR-SLOT)
008650     ELSE
008660         ADD GLX-ID-AMOUNT TO GLX-PT-BT-CR-AMT (GLX-CUR-SLOT)
008670     END-IF.
008680 2400-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720*2500-PROVE-TRAILER - THE BATCH MUST AGREE WITH ITS OWN TRAILER,
008730*BALANCE, AND ACCOUNT FOR EVERY GLVALID ITEM AND EVERY CENT THE
008740*SPLIT ROUTED TO THE PARTITION
008750*----------------------------------------------------------------
008760 2500-PROVE-TRAILER.
008770     MOVE GLX-CUR-SLOT TO GLX-SLOT.
008780     MOVE GLX-CUR-SLOT TO GLX-PART-NO.
008790     MOVE ZERO TO GLX-CUR-SLOT.
008800     ADD 1 TO GLX-PT-BT-RECORDS (GLX-SLOT).
008810     MOVE GLX-PROOF-ERRORS TO GLX-BATCH-START-ERRORS.
008820     IF GLX-IT-REC-COUNT NOT = GLX-PT-BT-DETAILS (GLX-SLOT) + 2
008830        OR GLX-IT-HASH-TOTAL NOT = GLX-PT-BT-HASH (GLX-SLOT)
008840        OR GLX-IT-DR-TOTAL NOT = GLX-PT-BT-DR-AMT (GLX-SLOT)
008850        OR GLX-IT-CR-TOTAL NOT = GLX-PT-BT-CR-AMT (GLX-SLOT)
008860         DISPLAY "GLPARTMG - BATCH GLPART" GLX-PART-NO
008870             " DOES NOT AGREE WITH ITS TRAILER"
008880         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008890     END-IF.
008900     IF GLX-IT-DR-TOTAL NOT = GLX-IT-CR-TOTAL
008910         DISPLAY "GLPARTMG - BATCH GLPART" GLX-PART-NO
008920             " IS OUT OF BALANCE"
008930         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
008940     END-IF.
008950     IF GLX-PT-BT-ITEMS (GLX-SLOT)
008960            NOT = GLX-PT-VALID-CNT (GLX-SLOT)
008970        OR GLX-PT-BT-DR-AMT (GLX-SLOT)
008980            NOT = GLX-PT-DR-AMT (GLX-SLOT)
008990        OR GLX-PT-BT-CR-AMT (GLX-SLOT)
009000            NOT = GLX-PT-CR-AMT (GLX-SLOT)
009010         DISPLAY "GLPARTMG - BATCH GLPART" GLX-PART-NO
009020             " DOES NOT AGREE WITH THE SPLIT MANIFEST"
009030         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
009040     END-IF.
009050     IF GLX-PROOF-ERRORS = GLX-BATCH-START-ERRORS
009060         MOVE "Y" TO GLX-PT-BATCH-PROVEN-SW (GLX-SLOT)
009070     END-IF.
009080 2500-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------
009120*2600-CHECK-ONE-PARTITION - A MANIFEST PARTITION WITHOUT A
009130*PROVEN BATCH LEAVES ITS COMPANIES OUT OF THE CORPORATE FEED
009140*----------------------------------------------------------------
009150 2600-CHECK-ONE-PARTITION.
009160     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
009170         GO TO 2600-EXIT
009180     END-IF.
009190     IF GLX-PT-BATCH-PROVEN-SW (GLX-SLOT) = "Y"
009200         GO TO 2600-EXIT
009210     END-IF.
009220     MOVE GLX-SLOT TO GLX-PART-NO.
009230     IF GLX-PT-BATCH-SEEN-SW (GLX-SLOT) NOT = "Y"
009240         DISPLAY "GLPARTMG - NO BATCH DELIVERED FOR PARTITION "
009250             GLX-PART-NO
009260         PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
009270     END-IF.
009280     MOVE "F" TO GLX-MERGE-STATE.
009290 2600-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330*2900-PROOF-ERROR
009340*----------------------------------------------------------------
009350 2900-PROOF-ERROR.
009360     ADD 1 TO GLX-PROOF-ERRORS.
009370     MOVE "F" TO GLX-MERGE-STATE.
009380 2900-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------
009420*3000-WRITE-MERGED - SECOND PASS.  ONE GLNIGHT HEADER, EVERY
009430*PARTITION DETAIL IN ARRIVAL ORDER, AND A TRAILER REBUILT FROM
009440*THE DETAILS COPIED.  A COMPANY LIVES IN ONE PARTITION ONLY, SO
009450*NO SUMMARY CELL IS SPLIT ACROSS TWO BATCHES
009460*----------------------------------------------------------------
009470 3000-WRITE-MERGED.
009480     ACCEPT GLX-WORK-DATE FROM DATE.
009490     ACCEPT GLX-WORK-TIME FROM TIME.
009500     MOVE SPACES TO GLX-CORP-RECORD.
009510     MOVE "H"               TO GLX-CH-REC-TYPE.
009520     MOVE GLX-BUSINESS-DATE TO GLX-CH-BUSDATE.
009530     MOVE "GLNIGHT "        TO GLX-CH-BATCH-ID.
009540     MOVE GLX-WORK-DATE     TO GLX-CH-RUN-DATE.
009550     MOVE GLX-WORK-TIME     TO GLX-CH-RUN-TIME.
009560     WRITE GLX-CORP-RECORD.
009570     OPEN INPUT GL-CORPIN-FILE.
009580     MOVE "N" TO GLX-IN-EOF-SWITCH.
009590     PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
009600         UNTIL GLX-IN-EOF.
009610     CLOSE GL-CORPIN-FILE.
009620     MOVE SPACES TO GLX-CORP-RECORD.
009630     MOVE "T"               TO GLX-CT-REC-TYPE.
009640     COMPUTE GLX-CT-REC-COUNT = GLX-OUT-DETAILS + 2.
009650     MOVE GLX-OUT-HASH      TO GLX-CT-HASH-TOTAL.
009660     MOVE GLX-OUT-DR-AMT    TO GLX-CT-DR-TOTAL.
009670     MOVE GLX-OUT-CR-AMT    TO GLX-CT-CR-TOTAL.
009680     WRITE GLX-CORP-RECORD.
009690     MOVE GLX-OUT-DETAILS TO GLX-RECORDS-MERGED.
009700     MOVE GLX-CT-REC-COUNT TO GLX-OUT-RECORDS.
009710 3000-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750*3100-COPY-ONE-RECORD - DETAILS ONLY; THE PARTITION HEADERS AND
009760*TRAILERS ARE REPLACED BY THE MERGED ONES
009770*----------------------------------------------------------------
009780 3100-COPY-ONE-RECORD.
009790     READ GL-CORPIN-FILE
009800         AT END
009810             MOVE "Y" TO GLX-IN-EOF-SWITCH
009820             GO TO 3100-EXIT
009830     END-READ.
009840     IF GLX-ID-REC-TYPE NOT = "D"
009850         GO TO 3100-EXIT
009860     END-IF.
009870     WRITE GLX-CORP-RECORD FROM GLX-CORPIN-RECORD.
009880     ADD 1             TO GLX-OUT-DETAILS.
009890     ADD GLX-ID-AMOUNT TO GLX-OUT-HASH.
009900     IF GLX-ID-SIDE = "D"
009910         ADD GLX-ID-AMOUNT TO GLX-OUT-DR-AMT
009920     ELSE
009930         ADD GLX-ID-AMOUNT TO GLX-OUT-CR-AMT
009940     END-IF.
009950 3100-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------
009990*5000-MERGE-REPORT - EACH MANIFEST PARTITION'S COPY OF THE
010000*REPORT, IN PARTITION ORDER, EACH UNDER ITS OWN BANNER
010010*----------------------------------------------------------------
010020 5000-MERGE-REPORT.
010030     OPEN OUTPUT GL-RPTOUT-FILE.
010040     IF NOT GLX-RPTOUT-OK
010050         DISPLAY "GLPARTMG - OPEN ERROR ON GL-RPTOUT-FILE "
010060             GLX-RPTOUT-STATUS
010070         MOVE "F" TO GLX-MERGE-STATE
010080         GO TO 5000-EXIT
010090     END-IF.
010100     PERFORM 5100-MERGE-ONE-PARTITION THRU 5100-EXIT
010110         VARYING GLX-SLOT FROM 1 BY 1
010120         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
010130     CLOSE GL-RPTOUT-FILE.
010140 5000-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180*5100-MERGE-ONE-PARTITION - A PARTITION THAT ROUTED ITEMS MUST
010190*HAVE PRODUCED ITS REPORT.  A MISSING ONE IS NOTED UNDER ITS
010200*BANNER AND THE MERGE ENDS NOGO
010210*----------------------------------------------------------------
010220 5100-MERGE-ONE-PARTITION.
010230     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
010240         GO TO 5100-EXIT
010250     END-IF.
010260     MOVE GLX-SLOT             TO GLX-PART-NO.
010270     MOVE GLX-PART-NO          TO GLX-BL-PART-ID.
010280     MOVE GLX-PARM-REPORT-NAME TO GLX-BL-REPORT-NAME.
010290     MOVE GLX-BUSINESS-DATE    TO GLX-BL-DATE.
010300     MOVE SPACES               TO GLX-BL-NOTE.
010310     WRITE MRG-RPT-LINE FROM GLX-BANNER-LINE.
010320     PERFORM 5200-OPEN-PARTITION-REPORT THRU 5200-EXIT.
010330     MOVE "N" TO GLX-RPTI-EOF-SWITCH.
010340     IF NOT GLX-RPTI-OK
010350         MOVE "Y" TO GLX-RPTI-EOF-SWITCH
010360     END-IF.
010370     PERFORM 5300-COPY-ONE-LINE THRU 5300-EXIT
010380         UNTIL GLX-RPTI-EOF.
010390     PERFORM 5400-CLOSE-PARTITION-REPORT THRU 5400-EXIT.
010400     IF GLX-PT-RPT-LINES (GLX-SLOT) > ZERO
010410         GO TO 5100-EXIT
010420     END-IF.
010430     IF GLX-PT-DETAIL-CNT (GLX-SLOT) = ZERO
010440        AND GLX-PT-VALID-CNT (GLX-SLOT) = ZERO
010450         MOVE "EMPTY PARTITION - NO REPORT EXPECTED"
010460             TO GLX-BL-NOTE
010470     ELSE
010480         MOVE "** NO REPORT RECEIVED FOR PARTITION **"
010490             TO GLX-BL-NOTE
010500         DISPLAY "GLPARTMG - NO " GLX-PARM-REPORT-NAME
010510             " REPORT FROM PARTITION " GLX-PART-NO
010520         IF NOT GLX-MERGE-FAILED
010530             MOVE "W" TO GLX-MERGE-STATE
010540         END-IF
010550     END-IF.
010560     WRITE MRG-RPT-LINE FROM GLX-BANNER-LINE.
010570 5100-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------------
010610*5200-OPEN-PARTITION-REPORT
010620*----------------------------------------------------------------
010630 5200-OPEN-PARTITION-REPORT.
010640     EVALUATE GLX-SLOT
010650         WHEN 1
010660             OPEN INPUT GL-RPTI01-FILE
010670         WHEN 2
010680             OPEN INPUT GL-RPTI02-FILE
010690         WHEN 3
010700             OPEN INPUT GL-RPTI03-FILE
010710         WHEN 4
010720             OPEN INPUT GL-RPTI04-FILE
010730         WHEN 5
010740             OPEN INPUT GL-RPTI05-FILE
010750         WHEN 6
010760             OPEN INPUT GL-RPTI06-FILE
010770         WHEN 7
010780             OPEN INPUT GL-RPTI07-FILE
010790         WHEN 8
010800             OPEN INPUT GL-RPTI08-FILE
010810     END-EVALUATE.
010820 5200-EXIT.
010830     EXIT.
010840
010850*----------------------------------------------------------------
010860*5300-COPY-ONE-LINE
010870*----------------------------------------------------------------
010880 5300-COPY-ONE-LINE.
010890     EVALUATE GLX-SLOT
010900         WHEN 1
010910             READ GL-RPTI01-FILE INTO MRG-RPT-LINE
010920                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
010930             END-READ
010940         WHEN 2
010950             READ GL-RPTI02-FILE INTO MRG-RPT-LINE
010960                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
010970             END-READ
010980         WHEN 3
010990             READ GL-RPTI03-FILE INTO MRG-RPT-LINE
011000                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
011010             END-READ
011020         WHEN 4
011030             READ GL-RPTI04-FILE INTO MRG-RPT-LINE
011040                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
011050             END-READ
011060         WHEN 5
011070             READ GL-RPTI05-FILE INTO MRG-RPT-LINE
011080                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
011090             END-READ
011100         WHEN 6
011110             READ GL-RPTI06-FILE INTO MRG-RPT-LINE
011120                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
011130             END-READ
011140         WHEN 7
011150             READ GL-RPTI07-FILE INTO MRG-RPT-LINE
011160                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
011170             END-READ
011180         WHEN 8
011190             READ GL-RPTI08-FILE INTO MRG-RPT-LINE
011200                 AT END MOVE "Y" TO GLX-RPTI-EOF-SWITCH
011210             END-READ
011220     END-EVALUATE.
011230     IF GLX-RPTI-EOF
011240         GO TO 5300-EXIT
011250     END-IF.
011260     WRITE MRG-RPT-LINE.
011270     ADD 1 TO GLX-PT-RPT-LINES (GLX-SLOT).
011280     ADD 1 TO GLX-RECORDS-MERGED.
011290 5300-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------
011330*5400-CLOSE-PARTITION-REPORT
011340*----------------------------------------------------------------
011350 5400-CLOSE-PARTITION-REPORT.
011360     EVALUATE GLX-SLOT
011370         WHEN 1
011380             CLOSE GL-RPTI01-FILE
011390         WHEN 2
011400             CLOSE GL-RPTI02-FILE
011410         WHEN 3
011420             CLOSE GL-RPTI03-FILE
011430         WHEN 4
011440             CLOSE GL-RPTI04-FILE
011450         WHEN 5
011460             CLOSE GL-RPTI05-FILE
011470         WHEN 6
011480             CLOSE GL-RPTI06-FILE
011490         WHEN 7
011500             CLOSE GL-RPTI07-FILE
011510         WHEN 8
011520             CLOSE GL-RPTI08-FILE
011530     END-EVALUATE.
011540 5400-EXIT.
011550     EXIT.
011560
011570*----------------------------------------------------------------
011580*6000-MERGE-EXTRACT - EACH MANIFEST PARTITION'S COPY OF THE LOAD
011590*FILE (LOADED) OR THE JSON EXPORT (JSON), IN PARTITION ORDER.
011600*THE RECORDS CARRY NO HEADER OR TRAILER, SO NOTHING IS ADDED
011610*----------------------------------------------------------------
011620 6000-MERGE-EXTRACT.
011630     PERFORM 6050-OPEN-MERGED-EXTRACT THRU 6050-EXIT.
011640     IF NOT GLX-XTROUT-OK
011650         DISPLAY "GLPARTMG - OPEN ERROR ON MERGED "
011660             GLX-PARM-FUNCTION " FILE " GLX-XTROUT-STATUS
011670         MOVE "F" TO GLX-MERGE-STATE
011680         GO TO 6000-EXIT
011690     END-IF.
011700     PERFORM 6100-MERGE-ONE-PARTITION THRU 6100-EXIT
011710         VARYING GLX-SLOT FROM 1 BY 1
011720         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
011730     PERFORM 6060-CLOSE-MERGED-EXTRACT THRU 6060-EXIT.
011740 6000-EXIT.
011750     EXIT.
011760
011770*----------------------------------------------------------------
011780*6050-OPEN-MERGED-EXTRACT
011790*----------------------------------------------------------------
011800 6050-OPEN-MERGED-EXTRACT.
011810     IF GLX-FUNC-LOADED
011820         OPEN OUTPUT GL-LOADED-FILE
011830     ELSE
011840         OPEN OUTPUT GL-JSON-FILE
011850     END-IF.
011860 6050-EXIT.
011870     EXIT.
011880
011890*----------------------------------------------------------------
011900*6060-CLOSE-MERGED-EXTRACT
011910*----------------------------------------------------------------
011920 6060-CLOSE-MERGED-EXTRACT.
011930     IF GLX-FUNC-LOADED
011940         CLOSE GL-LOADED-FILE
011950     ELSE
011960         CLOSE GL-JSON-FILE
011970     END-IF.
011980 6060-EXIT.
011990     EXIT.
012000
012010*----------------------------------------------------------------
012020*6100-MERGE-ONE-PARTITION - GLEXTLD AND GLEXPORT WRITE ONE RECORD
012030*PER GLDETAIL ITEM, SO THE PARTITION'S FILE MUST HOLD EXACTLY ITS
012040*MANIFEST GLDETAIL COUNT.  ANY OTHER COUNT IS SHOWN AND THE MERGE
012050*ENDS NOGO; THE RECORDS ARE STILL PASSED ON
012060*----------------------------------------------------------------
012070 6100-MERGE-ONE-PARTITION.
012080     IF GLX-PT-DEFINED-SW (GLX-SLOT) NOT = "Y"
012090         GO TO 6100-EXIT
012100     END-IF.
012110     MOVE GLX-SLOT TO GLX-PART-NO.
012120     IF GLX-FUNC-LOADED
012130         PERFORM 6200-OPEN-PARTITION-LOADED THRU 6200-EXIT
012140     ELSE
012150         PERFORM 6250-OPEN-PARTITION-JSON THRU 6250-EXIT
012160     END-IF.
012170     MOVE "N" TO GLX-XTRI-EOF-SWITCH.
012180     IF NOT GLX-XTRI-OK
012190         DISPLAY "GLPARTMG - OPEN ERROR ON PARTITION " GLX-PART-NO
012200             " " GLX-PARM-FUNCTION " FILE " GLX-XTRI-STATUS
012210         MOVE "Y" TO GLX-XTRI-EOF-SWITCH
012220     END-IF.
012230     PERFORM 6300-COPY-ONE-RECORD THRU 6300-EXIT
012240         UNTIL GLX-XTRI-EOF.
012250     IF GLX-FUNC-LOADED
012260         PERFORM 6400-CLOSE-PARTITION-LOADED THRU 6400-EXIT
012270     ELSE
012280         PERFORM 6450-CLOSE-PARTITION-JSON THRU 6450-EXIT
012290     END-IF.
012300     IF GLX-PT-XTR-RECORDS (GLX-SLOT)
012310            = GLX-PT-DETAIL-CNT (GLX-SLOT)
012320         GO TO 6100-EXIT
012330     END-IF.
012340     DISPLAY "GLPARTMG - PARTITION " GLX-PART-NO " "
012350         GLX-PARM-FUNCTION " FILE HELD "
012360         GLX-PT-XTR-RECORDS (GLX-SLOT) " RECORDS FOR "
012370         GLX-PT-DETAIL-CNT (GLX-SLOT) " GLDETAIL ITEMS".
012380     IF NOT GLX-MERGE-FAILED
012390         MOVE "W" TO GLX-MERGE-STATE
012400     END-IF.
012410 6100-EXIT.
012420     EXIT.
012430
012440*----------------------------------------------------------------
012450*6200-OPEN-PARTITION-LOADED
012460*----------------------------------------------------------------
012470 6200-OPEN-PARTITION-LOADED.
012480     EVALUATE GLX-SLOT
012490         WHEN 1
012500             OPEN INPUT GL-LODI01-FILE
012510         WHEN 2
012520             OPEN INPUT GL-LODI02-FILE
012530         WHEN 3
012540             OPEN INPUT GL-LODI03-FILE
012550         WHEN 4
012560             OPEN INPUT GL-LODI04-FILE
012570         WHEN 5
012580             OPEN INPUT GL-LODI05-FILE
012590         WHEN 6
012600             OPEN INPUT GL-LODI06-FILE
012610         WHEN 7
012620             OPEN INPUT GL-LODI07-FILE
012630         WHEN 8
012640             OPEN INPUT GL-LODI08-FILE
012650     END-EVALUATE.
012660 6200-EXIT.
012670     EXIT.
012680
012690*----------------------------------------------------------------
012700*6250-OPEN-PARTITION-JSON
012710*----------------------------------------------------------------
012720 6250-OPEN-PARTITION-JSON.
012730     EVALUATE GLX-SLOT
012740         WHEN 1
012750             OPEN INPUT GL-JSNI01-FILE
012760         WHEN 2
012770             OPEN INPUT GL-JSNI02-FILE
012780         WHEN 3
012790             OPEN INPUT GL-JSNI03-FILE
012800         WHEN 4
012810             OPEN INPUT GL-JSNI04-FILE
012820         WHEN 5
012830             OPEN INPUT GL-JSNI05-FILE
012840         WHEN 6
012850             OPEN INPUT GL-JSNI06-FILE
012860         WHEN 7
012870             OPEN INPUT GL-JSNI07-FILE
012880         WHEN 8
012890             OPEN INPUT GL-JSNI08-FILE
012900     END-EVALUATE.
012910 6250-EXIT.
012920     EXIT.
012930
012940*----------------------------------------------------------------
012950*6300-COPY-ONE-RECORD - A READ ERROR ENDS THE PARTITION'S COPY;
012960*ITS COUNT THEN FALLS SHORT OF THE MANIFEST
012970*----------------------------------------------------------------
012980 6300-COPY-ONE-RECORD.
012990     IF GLX-FUNC-LOADED
013000         PERFORM 6310-READ-PARTITION-LOADED THRU 6310-EXIT
013010     ELSE
013020         PERFORM 6320-READ-PARTITION-JSON THRU 6320-EXIT
013030     END-IF.
013040     IF GLX-XTRI-EOF
013050         GO TO 6300-EXIT
013060     END-IF.
013070     IF NOT GLX-XTRI-OK
013080         DISPLAY "GLPARTMG - READ ERROR ON PARTITION " GLX-PART-NO
013090             " " GLX-PARM-FUNCTION " FILE " GLX-XTRI-STATUS
013100         MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013110         GO TO 6300-EXIT
013120     END-IF.
013130     IF GLX-FUNC-LOADED
013140         WRITE GLX-LOADED-RECORD
013150     ELSE
013160         WRITE GLX-JSON-RECORD
013170     END-IF.
013180     ADD 1 TO GLX-PT-XTR-RECORDS (GLX-SLOT).
013190     ADD 1 TO GLX-RECORDS-MERGED.
013200 6300-EXIT.
013210     EXIT.
013220
013230*----------------------------------------------------------------
013240*6310-READ-PARTITION-LOADED
013250*----------------------------------------------------------------
013260 6310-READ-PARTITION-LOADED.
013270     EVALUATE GLX-SLOT
013280         WHEN 1
013290             READ GL-LODI01-FILE INTO GLX-LOADED-RECORD
013300                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013310             END-READ
013320         WHEN 2
013330             READ GL-LODI02-FILE INTO GLX-LOADED-RECORD
013340                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013350             END-READ
013360         WHEN 3
013370             READ GL-LODI03-FILE INTO GLX-LOADED-RECORD
013380                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013390             END-READ
013400         WHEN 4
013410             READ GL-LODI04-FILE INTO GLX-LOADED-RECORD
013420                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013430             END-READ
013440         WHEN 5
013450             READ GL-LODI05-FILE INTO GLX-LOADED-RECORD
013460                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013470             END-READ
013480         WHEN 6
013490             READ GL-LODI06-FILE INTO GLX-LOADED-RECORD
013500                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013510             END-READ
013520         WHEN 7
013530             READ GL-LODI07-FILE INTO GLX-LOADED-RECORD
013540                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013550             END-READ
013560         WHEN 8
013570             READ GL-LODI08-FILE INTO GLX-LOADED-RECORD
013580                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013590             END-READ
013600     END-EVALUATE.
013610 6310-EXIT.
013620     EXIT.
013630
013640*----------------------------------------------------------------
013650*6320-READ-PARTITION-JSON
013660*----------------------------------------------------------------
013670 6320-READ-PARTITION-JSON.
013680     EVALUATE GLX-SLOT
013690         WHEN 1
013700             READ GL-JSNI01-FILE INTO GLX-JSON-RECORD
013710                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013720             END-READ
013730         WHEN 2
013740             READ GL-JSNI02-FILE INTO GLX-JSON-RECORD
013750                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013760             END-READ
013770         WHEN 3
013780             READ GL-JSNI03-FILE INTO GLX-JSON-RECORD
013790                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013800             END-READ
013810         WHEN 4
013820             READ GL-JSNI04-FILE INTO GLX-JSON-RECORD
013830                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013840             END-READ
013850         WHEN 5
013860             READ GL-JSNI05-FILE INTO GLX-JSON-RECORD
013870                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013880             END-READ
013890         WHEN 6
013900             READ GL-JSNI06-FILE INTO GLX-JSON-RECORD
013910                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013920             END-READ
013930         WHEN 7
013940             READ GL-JSNI07-FILE INTO GLX-JSON-RECORD
013950                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
013960             END-READ
013970         WHEN 8
013980             READ GL-JSNI08-FILE INTO GLX-JSON-RECORD
013990                 AT END MOVE "Y" TO GLX-XTRI-EOF-SWITCH
014000             END-READ
014010     END-EVALUATE.
014020 6320-EXIT.
014030     EXIT.
014040
014050*----------------------------------------------------------------
014060*6400-CLOSE-PARTITION-LOADED
014070*----------------------------------------------------------------
014080 6400-CLOSE-PARTITION-LOADED.
014090     EVALUATE GLX-SLOT
014100         WHEN 1
014110             CLOSE GL-LODI01-FILE
014120         WHEN 2
014130             CLOSE GL-LODI02-FILE
014140         WHEN 3
014150             CLOSE GL-LODI03-FILE
014160         WHEN 4
014170             CLOSE GL-LODI04-FILE
014180         WHEN 5
014190             CLOSE GL-LODI05-FILE
014200         WHEN 6
014210             CLOSE GL-LODI06-FILE
014220         WHEN 7
014230             CLOSE GL-LODI07-FILE
014240         WHEN 8
014250             CLOSE GL-LODI08-FILE
014260     END-EVALUATE.
014270 6400-EXIT.
014280     EXIT.
014290
014300*----------------------------------------------------------------
014310*6450-CLOSE-PARTITION-JSON
014320*----------------------------------------------------------------
014330 6450-CLOSE-PARTITION-JSON.
014340     EVALUATE GLX-SLOT
014350         WHEN 1
014360             CLOSE GL-JSNI01-FILE
014370         WHEN 2
014380             CLOSE GL-JSNI02-FILE
014390         WHEN 3
014400             CLOSE GL-JSNI03-FILE
014410         WHEN 4
014420             CLOSE GL-JSNI04-FILE
014430         WHEN 5
014440             CLOSE GL-JSNI05-FILE
014450         WHEN 6
014460             CLOSE GL-JSNI06-FILE
014470         WHEN 7
014480             CLOSE GL-JSNI07-FILE
014490         WHEN 8
014500             CLOSE GL-JSNI08-FILE
014510     END-EVALUATE.
014520 6450-EXIT.
014530     EXIT.
014540
014550*----------------------------------------------------------------
014560*9750-POST-CONTROL-CHAIN - EACH PARTITION BATCH AS PICKED UP, THEN
014570*THE GLNIGHT BATCH AS RELEASED.  A MANIFEST THAT NEVER NAMED A
014580*BUSINESS DATE LEAVES NOTHING TO POST AGAINST
014590*----------------------------------------------------------------
014600 9750-POST-CONTROL-CHAIN.
014610     IF GLX-BUSINESS-DATE = ZERO
014620         GO TO 9750-EXIT
014630     END-IF.
014640     MOVE SPACES            TO GLC-CHAIN-RECORD.
014650     MOVE GLX-BUSINESS-DATE TO GLC-BUSINESS-DATE.
014660     MOVE "GLPARTMG"        TO GLC-PROGRAM.
014670     MOVE "GLCORPIF"        TO GLC-FILE-NAME.
014680     PERFORM 9760-POST-ONE-BATCH THRU 9760-EXIT
014690         VARYING GLX-SLOT FROM 1 BY 1
014700         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
014710     MOVE SPACES            TO GLC-PARTITION-ID.
014720     MOVE "O"               TO GLC-DIRECTION.
014730     MOVE GLX-OUT-RECORDS   TO GLC-RECORD-COUNT.
014740     MOVE GLX-OUT-DR-AMT    TO GLC-DR-AMOUNT.
014750     MOVE GLX-OUT-CR-AMT    TO GLC-CR-AMOUNT.
014760     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
014770 9750-EXIT.
014780     EXIT.
014790
014800*----------------------------------------------------------------
014810*9760-POST-ONE-BATCH - ONE PARTITION BATCH THAT ARRIVED ON
014820*GLCORPIN.  A BATCH THAT NEVER ARRIVED IS LEFT FOR THE PROOF TO
014830*FIND MISSING
014840*----------------------------------------------------------------
014850 9760-POST-ONE-BATCH.
014860     IF GLX-PT-BATCH-SEEN-SW (GLX-SLOT) NOT = "Y"
014870         GO TO 9760-EXIT
014880     END-IF.
014890     MOVE GLX-SLOT                    TO GLX-PART-NO.
014900     MOVE GLX-PART-NO                 TO GLC-PARTITION-ID.
014910     MOVE "I"                         TO GLC-DIRECTION.
014920     MOVE GLX-PT-BT-RECORDS (GLX-SLOT) TO GLC-RECORD-COUNT.
014930     MOVE GLX-PT-BT-DR-AMT (GLX-SLOT) TO GLC-DR-AMOUNT.
014940     MOVE GLX-PT-BT-CR-AMT (GLX-SLOT) TO GLC-CR-AMOUNT.
014950     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
014960 9760-EXIT.
014970     EXIT.
014980
014990*----------------------------------------------------------------
015000*9800-POST-RUN-START - RECORD THE START OF THIS MERGE IN THE
015010*SHARED RUN-CONTROL FILE UNDER THE MANIFEST'S BUSINESS DATE.
015020*THE MERGE SERVES THE WHOLE NIGHT, SO IT CARRIES NO PARTITION;
015030*IT CARRIES THE CARD'S FUNCTION (AND REPORT) INSTEAD
015040*----------------------------------------------------------------
015050 9800-POST-RUN-START.
015060     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
015070     IF GLX-RC-BUSDATE = ZERO
015080         GO TO 9800-EXIT
015090     END-IF.
015100     MOVE SPACES TO GLR-RUN-RECORD.
015110     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
015120     MOVE "GLPARTMG" TO GLR-PROGRAM.
015130     MOVE "STARTED"  TO GLR-EVENT.
015140     MOVE GLX-PARM-FUNCTION TO GLR-MERGE-FUNCTION.
015150     IF GLX-FUNC-REPORT
015160         MOVE GLX-PARM-REPORT-NAME TO GLR-MERGE-REPORT
015170     END-IF.
015180     MOVE SPACES     TO GLR-STATUS.
015190     MOVE ZERO       TO GLR-RECORD-COUNT.
015200     CALL "GLRCPOST" USING GLR-RUN-RECORD.
015210 9800-EXIT.
015220     EXIT.
015230
015240*----------------------------------------------------------------
015250*9900-POST-RUN-END - FAIL FOR AN UNPROVEN BATCH OR MANIFEST, NOGO
015260*FOR A REPORT MISSING A PARTITION OR AN EXTRACT WHOSE COUNT DOES
015270*NOT MATCH THE MANIFEST, OTHERWISE OK.  A MANIFEST THAT
015280*NEVER NAMED A BUSINESS DATE LEAVES NOTHING TO POST AGAINST
015290*----------------------------------------------------------------
015300 9900-POST-RUN-END.
015310     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
015320     IF GLX-RC-BUSDATE = ZERO
015330         GO TO 9900-EXIT
015340     END-IF.
015350     MOVE SPACES TO GLR-RUN-RECORD.
015360     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
015370     MOVE "GLPARTMG" TO GLR-PROGRAM.
015380     MOVE "ENDED"    TO GLR-EVENT.
015390     MOVE GLX-PARM-FUNCTION TO GLR-MERGE-FUNCTION.
015400     IF GLX-FUNC-REPORT
015410         MOVE GLX-PARM-REPORT-NAME TO GLR-MERGE-REPORT
015420     END-IF.
015430     EVALUATE TRUE
015440         WHEN GLX-MERGE-FAILED
015450             MOVE "FAIL" TO GLR-STATUS
015460         WHEN GLX-MERGE-WARNING
015470             MOVE "NOGO" TO GLR-STATUS
015480         WHEN OTHER
015490             MOVE "OK"   TO GLR-STATUS
015500     END-EVALUATE.
015510     MOVE GLX-RECORDS-MERGED TO GLR-RECORD-COUNT.
015520     CALL "GLRCPOST" USING GLR-RUN-RECORD.
015530 9900-EXIT.
015540     EXIT.
