000010*****************************************************************
000020** PROGRAM-ID: GLCTLPRF
000030** NIGHTLY CONTROL-TOTAL CHAIN PROOF - EVERY FILE HAND-OFF IN
000040** THE GL SUITE, PRODUCER OUTPUT AGAINST CONSUMER INPUT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLCTLPRF.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  EVERY NIGHTLY STEP APPENDS
000180*                  TO THE GLCTLCHN CONTROL-CHAIN FILE (VIA
000190*                  GLCCPOST) THE RECORD COUNT AND DEBIT/CREDIT
000200*                  AMOUNT HASH OF EACH FILE IT READS AND WRITES.
000210*                  THIS JOB RUNS LAST IN THE NIGHT FOR THE
000220*                  BUSINESS DATE ON ITS BUSDATE CARD AND LINES
000230*                  THE LINKS UP: GLDETAIL INTO GLEDIT AGAINST
000240*                  GLVALID PLUS GLSUSPNS OUT, EVERY CONSUMER'S
000250*                  INPUT AGAINST ITS PRODUCER'S OUTPUT (GLEDIT,
000260*                  OR GLPARTSP'S SLICE ON A PARTITIONED NIGHT),
000270*                  GLCORPST'S GLVALID IN AGAINST ITS GLCORPIF
000280*                  OUT, AND THE GLCORPIF BATCH ON FILE AGAINST
000290*                  ITS OWN TRAILER AND THE STEP THAT RELEASED
000300*                  IT.  ONLY THE NIGHTLY (CYCLE 00) RECORDS
000310*                  COUNT, AND A RERUN STEP'S LATEST RECORD
000320*                  REPLACES ITS EARLIER ONE.  A STEP OWED A FILE
000330*                  THAT NEVER POSTED IS A MISSING LINK UNLESS
000340*                  THE FILE WAS EMPTY.  GLCTLRPT SHOWS BOTH
000350*                  SIDES OF EVERY LINK; ANY BROKEN OR MISSING
000360*                  LINK POSTS NOGO TO RUN CONTROL AND ENDS RC 8.
000370*10/15/2026 RLH    THE NIGHTLY GLVALID READERS GLTAXACC,
000380*                  GLSTMCYC, GLIBSETL, GLDSPCHK, GLCTRMON,
000390*                  GLDORCHK, GLSTPCHK AND GLFXREVL ARE NOW OWED
000400*                  GLEDIT'S GLVALID ON EVERY NIGHT, AND GLRPTDRV
000410*                  IS OWED GLDETAIL (GLPARTSP'S SLICE ON A
000420*                  PARTITIONED NIGHT) ALONGSIDE GLHISTLD.  THE
000430*                  GLIBRIF SETTLEMENT BATCH ON FILE IS PROVEN
000440*                  AGAINST ITS OWN TRAILER AND AGAINST GLIBSETL,
000450*                  AS THE GLCORPIF BATCH IS.
000460*----------------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 SPECIAL-NAMES.
000530     C01 IS TOP-OF-PAGE.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLCTLPRM
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS GLX-PARM-STATUS.
000600
000610     SELECT OPTIONAL GL-CHAIN-FILE ASSIGN TO GLCTLCHN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GLX-CHAIN-STATUS.
000640
000650     SELECT GL-CORP-FILE ASSIGN TO GLCORPIF
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS GLX-CORP-STATUS.
000690
000700     SELECT GL-IBR-FILE ASSIGN TO GLIBRIF
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS GLX-IBR-STATUS.
000740
000750     SELECT GL-PROOF-RPT ASSIGN TO GLCTLRPT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS GLX-RPT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------
000820*CONTROL CARD.  A "BUSDATE" CARD CARRIES THE BUSINESS DATE TO
000830*PROVE (CYYMMDD) IN COLUMNS 10-16.  "*" IN COLUMN 1 IS A COMMENT
000840*----------------------------------------------------------------
000850 FD  GL-PARM-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE OMITTED.
000880 01  GLX-PARM-RECORD.
000890     05  GLX-PARM-KEYWORD           PIC X(08).
000900         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
000910     05  FILLER                     PIC X(01).
000920     05  GLX-PARM-BODY              PIC X(71).
000930     05  FILLER REDEFINES GLX-PARM-BODY.
000940         10  GLX-PARM-BUSDATE       PIC 9(07).
000950         10  FILLER                 PIC X(64).
000960
000970*----------------------------------------------------------------
000980*SHARED CONTROL-CHAIN FILE - ONE RECORD PER FILE PER STEP RUN,
000990*AS POSTED THROUGH GLCCPOST
001000*----------------------------------------------------------------
001010 FD  GL-CHAIN-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE OMITTED.
001040 COPY "GLCTLREC".
001050
001060*----------------------------------------------------------------
001070*CORPORATE POSTING BATCH AS RELEASED - HEADER / DETAIL /
001080*TRAILER IN THE CORPORATE LEDGER'S 80-BYTE INTAKE FORMAT, AS
001090*GLCORPST AND GLPARTMG WRITE IT
001100*----------------------------------------------------------------
001110 FD  GL-CORP-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  GLX-CORP-RECORD                  PIC X(80).
001150 01  GLX-CORP-HEADER REDEFINES GLX-CORP-RECORD.
001160     05  GLX-CH-REC-TYPE            PIC X(01).
001170     05  GLX-CH-BUSDATE             PIC 9(07).
001180     05  GLX-CH-BATCH-ID            PIC X(08).
001190     05  GLX-CH-RUN-DATE            PIC 9(06).
001200     05  GLX-CH-RUN-TIME            PIC 9(08).
001210     05  FILLER                     PIC X(50).
001220 01  GLX-CORP-DETAIL REDEFINES GLX-CORP-RECORD.
001230     05  GLX-CD-REC-TYPE            PIC X(01).
001240     05  GLX-CD-CO-ID               PIC 9(04).
001250     05  GLX-CD-BRANCH              PIC 9(05).
001260     05  GLX-CD-APPL-ID             PIC X(02).
001270     05  GLX-CD-SIDE                PIC X(01).
001280     05  GLX-CD-AMOUNT              PIC 9(13)V99.
001290     05  GLX-CD-ITEM-COUNT          PIC 9(07).
001300     05  FILLER                     PIC X(45).
001310 01  GLX-CORP-TRAILER REDEFINES GLX-CORP-RECORD.
001320     05  GLX-CT-REC-TYPE            PIC X(01).
001330     05  GLX-CT-REC-COUNT           PIC 9(09).
001340     05  GLX-CT-HASH-TOTAL          PIC 9(15)V99.
001350     05  GLX-CT-DR-TOTAL            PIC 9(13)V99.
001360     05  GLX-CT-CR-TOTAL            PIC 9(13)V99.
001370     05  FILLER                     PIC X(23).
001380
001390*----------------------------------------------------------------
001400*INTER-BRANCH SETTLEMENT BATCH AS RELEASED BY GLIBSETL - THE
001410*SAME HEADER / DETAIL / TRAILER FORM, THE CONTRA BRANCH CARRIED
001420*IN THE DETAIL'S FILLER
001430*----------------------------------------------------------------
001440 FD  GL-IBR-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470 01  GLX-IBR-RECORD                   PIC X(80).
001480 01  GLX-IBR-HEADER REDEFINES GLX-IBR-RECORD.
001490     05  GLX-BH-REC-TYPE            PIC X(01).
001500     05  GLX-BH-BUSDATE             PIC 9(07).
001510     05  GLX-BH-BATCH-ID            PIC X(08).
001520     05  GLX-BH-RUN-DATE            PIC 9(06).
001530     05  GLX-BH-RUN-TIME            PIC 9(08).
001540     05  FILLER                     PIC X(50).
001550 01  GLX-IBR-DETAIL REDEFINES GLX-IBR-RECORD.
001560     05  GLX-BD-REC-TYPE            PIC X(01).
001570     05  GLX-BD-CO-ID               PIC 9(04).
001580     05  GLX-BD-BRANCH              PIC 9(05).
001590     05  GLX-BD-APPL-ID             PIC X(02).
001600     05  GLX-BD-SIDE                PIC X(01).
001610     05  GLX-BD-AMOUNT              PIC 9(13)V99.
001620     05  GLX-BD-ITEM-COUNT          PIC 9(07).
001630     05  GLX-BD-CONTRA-BRANCH       PIC 9(05).
001640     05  FILLER                     PIC X(40).
001650 01  GLX-IBR-TRAILER REDEFINES GLX-IBR-RECORD.
001660     05  GLX-BT-REC-TYPE            PIC X(01).
001670     05  GLX-BT-REC-COUNT           PIC 9(09).
001680     05  GLX-BT-HASH-TOTAL          PIC 9(15)V99.
001690     05  GLX-BT-DR-TOTAL            PIC 9(13)V99.
001700     05  GLX-BT-CR-TOTAL            PIC 9(13)V99.
001710     05  FILLER                     PIC X(23).
001720
001730 FD  GL-PROOF-RPT
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE OMITTED.
001760 01  PRF-RPT-LINE                     PIC X(132).
001770
001780 WORKING-STORAGE SECTION.
001790*----------------------------------------------------------------
001800*SWITCHES AND COUNTERS
001810*----------------------------------------------------------------
001820 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001830     88  GLX-PARM-OK                           VALUE "00".
001840 77  GLX-CHAIN-STATUS                PIC X(02) VALUE SPACES.
001850*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL CHAIN FILE WHEN
001860*IT DOES NOT EXIST YET; THE LOAD THEN SEES AN EMPTY FILE AND
001870*EVERY LINK IS MISSING
001880     88  GLX-CHAIN-OK                          VALUE "00" "05".
001890 77  GLX-CORP-STATUS                 PIC X(02) VALUE SPACES.
001900     88  GLX-CORP-OK                           VALUE "00".
001910 77  GLX-IBR-STATUS                  PIC X(02) VALUE SPACES.
001920     88  GLX-IBR-OK                            VALUE "00".
001930 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001940 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001950     88  GLX-PARM-EOF                           VALUE "Y".
001960 77  GLX-CHAIN-EOF-SWITCH            PIC X(01) VALUE "N".
001970     88  GLX-CHAIN-EOF                          VALUE "Y".
001980 77  GLX-CORP-EOF-SWITCH             PIC X(01) VALUE "N".
001990     88  GLX-CORP-EOF                           VALUE "Y".
002000 77  GLX-IBR-EOF-SWITCH              PIC X(01) VALUE "N".
002010     88  GLX-IBR-EOF                            VALUE "Y".
002020 77  GLX-BREAK-SW                    PIC X(01) VALUE "N".
002030     88  GLX-CHAIN-BROKEN                       VALUE "Y".
002040 77  GLX-PARTITIONED-SW              PIC X(01) VALUE "N".
002050     88  GLX-PARTITIONED-NIGHT                  VALUE "Y".
002060 77  GLX-TRAILER-SW                  PIC X(01) VALUE "N".
002070     88  GLX-TRAILER-SEEN                       VALUE "Y".
002080 77  GLX-STALE-SW                    PIC X(01) VALUE "N".
002090     88  GLX-BATCH-STALE                        VALUE "Y".
002100 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002110 77  GLX-CHAIN-READ                 PIC S9(09) COMP-3 VALUE ZERO.
002120 77  GLX-CHAIN-TAKEN                PIC S9(09) COMP-3 VALUE ZERO.
002130 77  GLX-LINKS-PROVEN               PIC S9(05) COMP-3 VALUE ZERO.
002140 77  GLX-LINKS-BROKEN               PIC S9(05) COMP-3 VALUE ZERO.
002150 77  GLX-LINKS-MISSING              PIC S9(05) COMP-3 VALUE ZERO.
002160
002170*----------------------------------------------------------------
002180*BATCH FILE TOTALS AS COUNTED HERE - EVERY RECORD, AND THE
002190*DETAIL AMOUNTS BY SIDE - AND ITS TRAILER.  TAKEN FOR GLCORPIF,
002200*THEN CLEARED AND TAKEN AGAIN FOR GLIBRIF
002210*----------------------------------------------------------------
002220 77  GLX-CF-RECORDS                 PIC S9(09) COMP-3 VALUE ZERO.
002230 77  GLX-CF-DR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
002240 77  GLX-CF-CR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
002250 77  GLX-CF-TRL-RECORDS             PIC S9(09) COMP-3 VALUE ZERO.
002260 77  GLX-CF-TRL-DR-AMT            PIC S9(13)V99 COMP-3 VALUE ZERO.
002270 77  GLX-CF-TRL-CR-AMT            PIC S9(13)V99 COMP-3 VALUE ZERO.
002280 77  GLX-CF-HDR-BUSDATE              PIC 9(07) VALUE ZERO.
002290
002300*----------------------------------------------------------------
002310*CHAIN TABLE - THE LATEST NIGHTLY RECORD FOR THE BUSINESS DATE
002320*OF EACH STEP / FILE / DIRECTION / PARTITION
002330*----------------------------------------------------------------
002340 77  GLX-CHAIN-MAX                  PIC S9(04) COMP VALUE +300.
002350 77  GLX-CHAIN-COUNT                PIC S9(04) COMP VALUE ZERO.
002360 77  GLX-CX                         PIC S9(04) COMP VALUE ZERO.
002370 77  GLX-FX                         PIC S9(04) COMP VALUE ZERO.
002380 77  GLX-FOUND-SUB                  PIC S9(04) COMP VALUE ZERO.
002390 01  GLX-CHAIN-TABLE.
002400     05  GLX-CE-ENTRY OCCURS 300 TIMES.
002410         10  GLX-CE-PROGRAM           PIC X(08).
002420         10  GLX-CE-FILE-NAME         PIC X(08).
002430         10  GLX-CE-DIRECTION         PIC X(01).
002440         10  GLX-CE-PARTITION-ID      PIC X(02).
002450         10  GLX-CE-RECORD-COUNT      PIC S9(09) COMP-3.
002460         10  GLX-CE-DR-AMT            PIC S9(13)V99 COMP-3.
002470         10  GLX-CE-CR-AMT            PIC S9(13)V99 COMP-3.
002480
002490*----------------------------------------------------------------
002500*CHAIN TABLE SEARCH KEY - SET BY THE CALLER OF 7000-FIND-ENTRY
002510*----------------------------------------------------------------
002520 01  GLX-FIND-KEY.
002530     05  GLX-FIND-PROGRAM           PIC X(08).
002540     05  GLX-FIND-FILE-NAME         PIC X(08).
002550     05  GLX-FIND-DIRECTION         PIC X(01).
002560     05  GLX-FIND-PARTITION-ID      PIC X(02).
002570
002580*----------------------------------------------------------------
002590*ONE LINK UNDER PROOF - THE "FROM" SIDE (PRODUCER, OR THE FILE
002600*AS READ) AND THE "TO" SIDE (CONSUMER, OR THE FILE AS WRITTEN).
002610*SET BY THE CALLER OF 7100-SHOW-LINK
002620*----------------------------------------------------------------
002630 01  GLX-LINK-WORK.
002640     05  GLX-LK-NAME                PIC X(14).
002650     05  GLX-LK-FILE-NAME           PIC X(08).
002660     05  GLX-LK-PARTITION-ID        PIC X(02).
002670     05  GLX-LK-AMTS-ONLY-SW        PIC X(01).
002680         88  GLX-LK-AMTS-ONLY               VALUE "Y".
002690     05  GLX-LK-FORCED-RESULT       PIC X(14).
002700     05  GLX-LK-FROM-SIDE           PIC X(06).
002710     05  GLX-LK-FROM-PROGRAM        PIC X(08).
002720     05  GLX-LK-FROM-FOUND-SW       PIC X(01).
002730         88  GLX-LK-FROM-FOUND              VALUE "Y".
002740     05  GLX-LK-FROM-COUNT          PIC S9(09) COMP-3.
002750     05  GLX-LK-FROM-DR-AMT         PIC S9(13)V99 COMP-3.
002760     05  GLX-LK-FROM-CR-AMT         PIC S9(13)V99 COMP-3.
002770     05  GLX-LK-TO-SIDE             PIC X(06).
002780     05  GLX-LK-TO-PROGRAM          PIC X(08).
002790     05  GLX-LK-TO-FOUND-SW         PIC X(01).
002800         88  GLX-LK-TO-FOUND                VALUE "Y".
002810     05  GLX-LK-TO-COUNT            PIC S9(09) COMP-3.
002820     05  GLX-LK-TO-DR-AMT           PIC S9(13)V99 COMP-3.
002830     05  GLX-LK-TO-CR-AMT           PIC S9(13)V99 COMP-3.
002840     05  GLX-LK-RESULT              PIC X(14).
002850
002860*----------------------------------------------------------------
002870*REPORT LINE WORK AREAS
002880*----------------------------------------------------------------
002890 01  GLX-HDG-LINE-1.
002900     05  FILLER                     PIC X(33)
002910          VALUE "GL CONTROL-TOTAL CHAIN PROOF FOR ".
002920     05  FILLER                     PIC X(14)
002930          VALUE "BUSINESS DATE ".
002940     05  GLX-H1-BUSDATE             PIC 9(07).
002950     05  FILLER                     PIC X(78) VALUE SPACES.
002960
002970 01  GLX-HDG-LINE-2.
002980     05  FILLER                     PIC X(40)
002990          VALUE "NIGHTLY CYCLE ONLY - LATEST RUN OF EACH ".
003000     05  FILLER                     PIC X(28)
003010          VALUE "STEP.  CHAIN RECORDS TAKEN: ".
003020     05  GLX-H2-TAKEN               PIC ZZZ,ZZZ,ZZ9.
003030     05  FILLER                     PIC X(53) VALUE SPACES.
003040
003050 01  GLX-HDG-LINE-3.
003060     05  FILLER                     PIC X(15) VALUE "LINK".
003070     05  FILLER                     PIC X(09) VALUE "FILE".
003080     05  FILLER                     PIC X(04) VALUE "PT".
003090     05  FILLER                     PIC X(06) VALUE "SIDE".
003100     05  FILLER                     PIC X(10) VALUE "STEP".
003110     05  FILLER                     PIC X(13) VALUE "    RECORDS".
003120     05  FILLER                     PIC X(23)
003130             VALUE "        DEBIT AMOUNT".
003140     05  FILLER                     PIC X(23)
003150             VALUE "       CREDIT AMOUNT".
003160     05  FILLER                     PIC X(14) VALUE "RESULT".
003170     05  FILLER                     PIC X(15) VALUE SPACES.
003180
003190 01  GLX-LINK-LINE.
003200     05  GLX-LL-NAME                PIC X(14).
003210     05  FILLER                     PIC X(01) VALUE SPACES.
003220     05  GLX-LL-FILE-NAME           PIC X(08).
003230     05  FILLER                     PIC X(01) VALUE SPACES.
003240     05  GLX-LL-PARTITION-ID        PIC X(02).
003250     05  FILLER                     PIC X(02) VALUE SPACES.
003260     05  GLX-LL-SIDE                PIC X(06).
003270     05  GLX-LL-PROGRAM             PIC X(08).
003280     05  FILLER                     PIC X(02) VALUE SPACES.
003290     05  GLX-LL-TOTALS.
003300         10  GLX-LL-COUNT           PIC ZZZ,ZZZ,ZZ9.
003310         10  FILLER                 PIC X(02).
003320         10  GLX-LL-DR-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003330         10  FILLER                 PIC X(02).
003340         10  GLX-LL-CR-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003350     05  GLX-LL-NOTE REDEFINES GLX-LL-TOTALS
003360                                    PIC X(57).
003370     05  FILLER                     PIC X(02) VALUE SPACES.
003380     05  GLX-LL-RESULT              PIC X(14).
003390     05  FILLER                     PIC X(15) VALUE SPACES.
003400
003410 01  GLX-SUM-LINE.
003420     05  GLX-SL-TITLE               PIC X(24).
003430     05  GLX-SL-COUNT               PIC ZZ,ZZ9.
003440     05  FILLER                     PIC X(102) VALUE SPACES.
003450
003460 01  GLX-RESULT-LINE.
003470     05  FILLER                     PIC X(20)
003480             VALUE "CHAIN PROOF RESULT: ".
003490     05  GLX-RL-RESULT              PIC X(20).
003500     05  FILLER                     PIC X(92) VALUE SPACES.
003510
003520*----------------------------------------------------------------
003530*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
003540*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
003550*----------------------------------------------------------------
003560 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
003570 COPY "GLRUNREC".
003580
003590 PROCEDURE DIVISION.
003600*----------------------------------------------------------------
003610*0000-MAINLINE - NOTHING IS PROVEN WITHOUT A BUSINESS DATE.
003620*THE LINKS ARE PROVEN IN RUN ORDER
003630*----------------------------------------------------------------
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     IF GLX-BUSINESS-DATE = ZERO
003670         DISPLAY "GLCTLPRF - NO VALID BUSDATE CARD - NOTHING "
003680             "PROVEN"
003690         CLOSE GL-PROOF-RPT
003700         MOVE 16 TO RETURN-CODE
003710         GO TO 0000-DONE
003720     END-IF.
003730     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
003740     PERFORM 2000-LOAD-CHAIN THRU 2000-EXIT.
003750     PERFORM 3000-PROVE-EDIT-SPLIT THRU 3000-EXIT.
003760     PERFORM 4000-PROVE-HAND-OFF THRU 4000-EXIT
003770         VARYING GLX-CX FROM 1 BY 1
003780         UNTIL GLX-CX > GLX-CHAIN-COUNT.
003790     PERFORM 5000-CHECK-CONSUMERS THRU 5000-EXIT
003800         VARYING GLX-CX FROM 1 BY 1
003810         UNTIL GLX-CX > GLX-CHAIN-COUNT.
003820     PERFORM 5500-PROVE-CORP-SUMMARY THRU 5500-EXIT
003830         VARYING GLX-CX FROM 1 BY 1
003840         UNTIL GLX-CX > GLX-CHAIN-COUNT.
003850     PERFORM 6000-PROVE-CORPIF-FILE THRU 6000-EXIT.
003860     PERFORM 6500-PROVE-IBRIF-FILE THRU 6500-EXIT.
003870     PERFORM 8000-PRINT-RESULT THRU 8000-EXIT.
003880     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003890 0000-DONE.
003900     STOP RUN.
003910
003920*----------------------------------------------------------------
003930*1000-INITIALIZE - TAKE THE BUSDATE CARD AND OPEN THE REPORT
003940*----------------------------------------------------------------
003950 1000-INITIALIZE.
003960     OPEN OUTPUT GL-PROOF-RPT.
003970     OPEN INPUT GL-PARM-FILE.
003980     IF NOT GLX-PARM-OK
003990         GO TO 1000-EXIT
004000     END-IF.
004010     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
004020         UNTIL GLX-PARM-EOF.
004030     CLOSE GL-PARM-FILE.
004040 1000-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080*1100-READ-ONE-CARD - COMMENT AND BLANK CARDS ARE SKIPPED; ANY
004090*OTHER CARD BUT BUSDATE IS REPORTED AND IGNORED
004100*----------------------------------------------------------------
004110 1100-READ-ONE-CARD.
004120     READ GL-PARM-FILE
004130         AT END
004140             MOVE "Y" TO GLX-PARM-EOF-SWITCH
004150             GO TO 1100-EXIT
004160     END-READ.
004170     IF GLX-PARM-KEYWORD (1:1) = "*"
004180        OR GLX-PARM-KEYWORD = SPACES
004190         GO TO 1100-EXIT
004200     END-IF.
004210     IF NOT GLX-PARM-IS-BUSDATE
004220         DISPLAY "GLCTLPRF - UNKNOWN CARD IGNORED: "
004230             GLX-PARM-KEYWORD
004240         GO TO 1100-EXIT
004250     END-IF.
004260     IF GLX-PARM-BUSDATE NOT NUMERIC
004270         DISPLAY "GLCTLPRF - BAD BUSDATE CARD IGNORED: "
004280             GLX-PARM-BODY
004290         GO TO 1100-EXIT
004300     END-IF.
004310     MOVE GLX-PARM-BUSDATE TO GLX-BUSINESS-DATE.
004320 1100-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360*2000-LOAD-CHAIN - TAKE THE BUSINESS DATE'S NIGHTLY RECORDS INTO
004370*THE CHAIN TABLE
004380*----------------------------------------------------------------
004390 2000-LOAD-CHAIN.
004400     OPEN INPUT GL-CHAIN-FILE.
004410     IF NOT GLX-CHAIN-OK
004420         DISPLAY "GLCTLPRF - CONTROL-CHAIN FILE UNAVAILABLE "
004430             GLX-CHAIN-STATUS
004440         MOVE "Y" TO GLX-BREAK-SW
004450         GO TO 2000-HEADINGS
004460     END-IF.
004470     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
004480         UNTIL GLX-CHAIN-EOF.
004490     CLOSE GL-CHAIN-FILE.
004500 2000-HEADINGS.
004510     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE.
004520     MOVE GLX-CHAIN-TAKEN   TO GLX-H2-TAKEN.
004530     WRITE PRF-RPT-LINE FROM GLX-HDG-LINE-1.
004540     WRITE PRF-RPT-LINE FROM GLX-HDG-LINE-2.
004550     MOVE SPACES TO PRF-RPT-LINE.
004560     WRITE PRF-RPT-LINE.
004570     WRITE PRF-RPT-LINE FROM GLX-HDG-LINE-3.
004580     MOVE SPACES TO PRF-RPT-LINE.
004590     WRITE PRF-RPT-LINE.
004600 2000-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640*2100-LOAD-ONE-RECORD - OTHER DATES AND THE INTRADAY CYCLES ARE
004650*PASSED OVER.  THE FILE IS IN POSTING ORDER, SO A RERUN STEP'S
004660*RECORD OVERLAYS THE ENTRY ITS EARLIER RUN MADE
004670*----------------------------------------------------------------
004680 2100-LOAD-ONE-RECORD.
004690     READ GL-CHAIN-FILE
004700         AT END
004710             MOVE "Y" TO GLX-CHAIN-EOF-SWITCH
004720             GO TO 2100-EXIT
004730     END-READ.
004740     ADD 1 TO GLX-CHAIN-READ.
004750     IF GLC-BUSINESS-DATE NOT = GLX-BUSINESS-DATE
004760         GO TO 2100-EXIT
004770     END-IF.
004780     IF GLC-CYCLE-NO NOT = "00" AND GLC-CYCLE-NO NOT = SPACES
004790         GO TO 2100-EXIT
004800     END-IF.
004810     ADD 1 TO GLX-CHAIN-TAKEN.
004820     IF GLC-PROGRAM = "GLPARTSP"
004830         MOVE "Y" TO GLX-PARTITIONED-SW
004840     END-IF.
004850     MOVE GLC-PROGRAM      TO GLX-FIND-PROGRAM.
004860     MOVE GLC-FILE-NAME    TO GLX-FIND-FILE-NAME.
004870     MOVE GLC-DIRECTION    TO GLX-FIND-DIRECTION.
004880     MOVE GLC-PARTITION-ID TO GLX-FIND-PARTITION-ID.
004890     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
004900     IF GLX-FOUND-SUB = ZERO
004910         IF GLX-CHAIN-COUNT NOT < GLX-CHAIN-MAX
004920             DISPLAY "GLCTLPRF - CHAIN TABLE FULL - RECORD "
004930                 "DROPPED: " GLC-PROGRAM " " GLC-FILE-NAME " "
004940                 GLC-DIRECTION " " GLC-PARTITION-ID
004950             MOVE "Y" TO GLX-BREAK-SW
004960             GO TO 2100-EXIT
004970         END-IF
004980         ADD 1 TO GLX-CHAIN-COUNT
004990         MOVE GLX-CHAIN-COUNT TO GLX-FOUND-SUB
005000         MOVE GLC-PROGRAM      TO GLX-CE-PROGRAM (GLX-FOUND-SUB)
005010         MOVE GLC-FILE-NAME    TO GLX-CE-FILE-NAME (GLX-FOUND-SUB)
005020         MOVE GLC-DIRECTION    TO GLX-CE-DIRECTION (GLX-FOUND-SUB)
005030         MOVE GLC-PARTITION-ID
005040                            TO GLX-CE-PARTITION-ID (GLX-FOUND-SUB)
005050     END-IF.
005060     MOVE GLC-RECORD-COUNT TO GLX-CE-RECORD-COUNT (GLX-FOUND-SUB).
005070     MOVE GLC-DR-AMOUNT    TO GLX-CE-DR-AMT (GLX-FOUND-SUB).
005080     MOVE GLC-CR-AMOUNT    TO GLX-CE-CR-AMT (GLX-FOUND-SUB).
005090 2100-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------
005130*3000-PROVE-EDIT-SPLIT - EVERY GLDETAIL RECORD GLEDIT READ WENT
005140*TO GLVALID OR TO GLSUSPNS, AND NOTHING ELSE DID
005150*----------------------------------------------------------------
005160 3000-PROVE-EDIT-SPLIT.
005170     PERFORM 7200-CLEAR-LINK THRU 7200-EXIT.
005180     MOVE "EDIT SPLIT"     TO GLX-LK-NAME.
005190     MOVE "GLDETAIL"       TO GLX-LK-FILE-NAME.
005200     MOVE "READ"           TO GLX-LK-FROM-SIDE.
005210     MOVE "GLEDIT"         TO GLX-LK-FROM-PROGRAM.
005220     MOVE "WROTE"          TO GLX-LK-TO-SIDE.
005230     MOVE "GLEDIT"         TO GLX-LK-TO-PROGRAM.
005240     MOVE "GLEDIT"         TO GLX-FIND-PROGRAM.
005250     MOVE SPACES           TO GLX-FIND-PARTITION-ID.
005260     MOVE "GLDETAIL"       TO GLX-FIND-FILE-NAME.
005270     MOVE "I"              TO GLX-FIND-DIRECTION.
005280     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
005290     IF GLX-FOUND-SUB NOT = ZERO
005300         PERFORM 7300-TAKE-FROM-SIDE THRU 7300-EXIT
005310     END-IF.
005320     MOVE "GLVALID"        TO GLX-FIND-FILE-NAME.
005330     MOVE "O"              TO GLX-FIND-DIRECTION.
005340     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
005350     IF GLX-FOUND-SUB = ZERO
005360         GO TO 3000-SHOW
005370     END-IF.
005380     PERFORM 7400-TAKE-TO-SIDE THRU 7400-EXIT.
005390     MOVE "GLSUSPNS"       TO GLX-FIND-FILE-NAME.
005400     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
005410     IF GLX-FOUND-SUB = ZERO
005420         MOVE "N" TO GLX-LK-TO-FOUND-SW
005430         GO TO 3000-SHOW
005440     END-IF.
005450     ADD GLX-CE-RECORD-COUNT (GLX-FOUND-SUB) TO GLX-LK-TO-COUNT.
005460     ADD GLX-CE-DR-AMT (GLX-FOUND-SUB)       TO GLX-LK-TO-DR-AMT.
005470     ADD GLX-CE-CR-AMT (GLX-FOUND-SUB)       TO GLX-LK-TO-CR-AMT.
005480 3000-SHOW.
005490     PERFORM 7100-SHOW-LINK THRU 7100-EXIT.
005500 3000-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540*4000-PROVE-HAND-OFF - ONE CONSUMER'S INPUT AGAINST WHAT ITS
005550*PRODUCER WROTE.  THE WHOLE GLVALID AND GLCORPIF PARTITION
005560*BATCHES COME FROM GLEDIT AND GLCORPST, THE SLICES FROM GLPARTSP.
005570*GLDETAIL ITSELF HAS NO PRODUCER IN THE SUITE, SO A WHOLE-FILE
005580*READER IS PROVEN AGAINST WHAT GLEDIT READ
005590*----------------------------------------------------------------
005600 4000-PROVE-HAND-OFF.
005610     IF GLX-CE-DIRECTION (GLX-CX) NOT = "I"
005620        OR GLX-CE-PROGRAM (GLX-CX) = "GLEDIT"
005630         GO TO 4000-EXIT
005640     END-IF.
005650     PERFORM 7200-CLEAR-LINK THRU 7200-EXIT.
005660     MOVE GLX-CE-FILE-NAME (GLX-CX)    TO GLX-FIND-FILE-NAME.
005670     MOVE GLX-CE-PARTITION-ID (GLX-CX) TO GLX-FIND-PARTITION-ID.
005680     MOVE "O"                          TO GLX-FIND-DIRECTION.
005690     IF GLX-CE-PARTITION-ID (GLX-CX) = SPACES
005700         MOVE "GLEDIT"   TO GLX-FIND-PROGRAM
005710     ELSE
005720         MOVE "GLPARTSP" TO GLX-FIND-PROGRAM
005730     END-IF.
005740     IF GLX-CE-FILE-NAME (GLX-CX) = "GLDETAIL"
005750        AND GLX-CE-PARTITION-ID (GLX-CX) = SPACES
005760         MOVE "I"        TO GLX-FIND-DIRECTION
005770     END-IF.
005780     IF GLX-CE-FILE-NAME (GLX-CX) = "GLCORPIF"
005790         MOVE "GLCORPST" TO GLX-FIND-PROGRAM
005800     END-IF.
005810     IF GLX-CE-FILE-NAME (GLX-CX) NOT = "GLVALID"
005820        AND GLX-CE-FILE-NAME (GLX-CX) NOT = "GLDETAIL"
005830        AND GLX-CE-FILE-NAME (GLX-CX) NOT = "GLCORPIF"
005840         GO TO 4000-EXIT
005850     END-IF.
005860     MOVE "HAND-OFF"                   TO GLX-LK-NAME.
005870     MOVE GLX-CE-FILE-NAME (GLX-CX)    TO GLX-LK-FILE-NAME.
005880     MOVE GLX-CE-PARTITION-ID (GLX-CX) TO GLX-LK-PARTITION-ID.
005890     MOVE "FROM"                       TO GLX-LK-FROM-SIDE.
005900     MOVE GLX-FIND-PROGRAM             TO GLX-LK-FROM-PROGRAM.
005910     MOVE "TO"                         TO GLX-LK-TO-SIDE.
005920     MOVE GLX-CE-PROGRAM (GLX-CX)      TO GLX-LK-TO-PROGRAM.
005930     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
005940     IF GLX-FOUND-SUB NOT = ZERO
005950         PERFORM 7300-TAKE-FROM-SIDE THRU 7300-EXIT
005960     ELSE
005970         IF GLX-CE-FILE-NAME (GLX-CX) = "GLCORPIF"
005980            AND GLX-CE-PARTITION-ID (GLX-CX) NOT = SPACES
005990             PERFORM 4100-EMPTY-SLICE-BATCH THRU 4100-EXIT
006000         END-IF
006010     END-IF.
006020     MOVE GLX-CX TO GLX-FOUND-SUB.
006030     PERFORM 7400-TAKE-TO-SIDE THRU 7400-EXIT.
006040     PERFORM 7100-SHOW-LINK THRU 7100-EXIT.
006050 4000-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090*4100-EMPTY-SLICE-BATCH - GLCORPST ON AN EMPTY GLVALID SLICE HAS
006100*NO BUSINESS DATE AND POSTS NOTHING, BUT STILL WRITES A HEADER
006110*AND TRAILER.  WHEN GLPARTSP WROTE THAT SLICE EMPTY, THAT EMPTY
006120*BATCH IS WHAT GLPARTMG SHOULD HAVE PICKED UP
006130*----------------------------------------------------------------
006140 4100-EMPTY-SLICE-BATCH.
006150     MOVE "GLPARTSP"                   TO GLX-FIND-PROGRAM.
006160     MOVE "GLVALID"                    TO GLX-FIND-FILE-NAME.
006170     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
006180     IF GLX-FOUND-SUB = ZERO
006190         GO TO 4100-EXIT
006200     END-IF.
006210     IF GLX-CE-RECORD-COUNT (GLX-FOUND-SUB) NOT = ZERO
006220         GO TO 4100-EXIT
006230     END-IF.
006240     MOVE "Y"  TO GLX-LK-FROM-FOUND-SW.
006250     MOVE 2    TO GLX-LK-FROM-COUNT.
006260     MOVE ZERO TO GLX-LK-FROM-DR-AMT
006270                  GLX-LK-FROM-CR-AMT.
006280 4100-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------
006320*5000-CHECK-CONSUMERS - EVERY FILE A PRODUCER WROTE MUST HAVE
006330*BEEN READ BY EACH STEP OWED IT.  A CONSUMER THAT POSTED WAS
006340*PROVEN ABOVE; ONE THAT NEVER POSTED IS A MISSING LINK, UNLESS
006350*THE FILE WAS EMPTY.  THE NIGHTLY GLVALID READERS THAT ARE NOT
006360*PARTITIONED ARE OWED GLEDIT'S WHOLE FILE ON EVERY NIGHT
006370*----------------------------------------------------------------
006380 5000-CHECK-CONSUMERS.
006390     IF GLX-CE-RECORD-COUNT (GLX-CX) = ZERO
006400         GO TO 5000-EXIT
006410     END-IF.
006420     IF GLX-CE-PROGRAM (GLX-CX) = "GLEDIT"
006430        AND GLX-CE-FILE-NAME (GLX-CX) = "GLVALID"
006440        AND GLX-CE-DIRECTION (GLX-CX) = "O"
006450         IF GLX-PARTITIONED-NIGHT
006460             MOVE "GLPARTSP" TO GLX-FIND-PROGRAM
006470             PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006480         ELSE
006490             MOVE "GLBALMST" TO GLX-FIND-PROGRAM
006500             PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006510             MOVE "GLCORPST" TO GLX-FIND-PROGRAM
006520             PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006530         END-IF
006540         PERFORM 5200-REQUIRE-VALID-READERS THRU 5200-EXIT
006550         GO TO 5000-EXIT
006560     END-IF.
006570     IF GLX-CE-PROGRAM (GLX-CX) = "GLEDIT"
006580        AND GLX-CE-FILE-NAME (GLX-CX) = "GLDETAIL"
006590        AND GLX-CE-DIRECTION (GLX-CX) = "I"
006600         IF GLX-PARTITIONED-NIGHT
006610             MOVE "GLPARTSP" TO GLX-FIND-PROGRAM
006620             PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006630         ELSE
006640             MOVE "GLHISTLD" TO GLX-FIND-PROGRAM
006650             PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006660             MOVE "GLRPTDRV" TO GLX-FIND-PROGRAM
006670             PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006680         END-IF
006690         GO TO 5000-EXIT
006700     END-IF.
006710     IF GLX-CE-DIRECTION (GLX-CX) NOT = "O"
006720         GO TO 5000-EXIT
006730     END-IF.
006740     IF GLX-CE-PROGRAM (GLX-CX) = "GLPARTSP"
006750        AND GLX-CE-FILE-NAME (GLX-CX) = "GLVALID"
006760        AND GLX-CE-PARTITION-ID (GLX-CX) NOT = SPACES
006770         MOVE "GLBALMST" TO GLX-FIND-PROGRAM
006780         PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006790         MOVE "GLCORPST" TO GLX-FIND-PROGRAM
006800         PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006810         GO TO 5000-EXIT
006820     END-IF.
006830     IF GLX-CE-PROGRAM (GLX-CX) = "GLPARTSP"
006840        AND GLX-CE-FILE-NAME (GLX-CX) = "GLDETAIL"
006850        AND GLX-CE-PARTITION-ID (GLX-CX) NOT = SPACES
006860         MOVE "GLHISTLD" TO GLX-FIND-PROGRAM
006870         PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006880         MOVE "GLRPTDRV" TO GLX-FIND-PROGRAM
006890         PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006900         GO TO 5000-EXIT
006910     END-IF.
006920     IF GLX-CE-PROGRAM (GLX-CX) = "GLCORPST"
006930        AND GLX-CE-PARTITION-ID (GLX-CX) NOT = SPACES
006940         MOVE "GLPARTMG" TO GLX-FIND-PROGRAM
006950         PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT
006960     END-IF.
006970 5000-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010*5100-REQUIRE-CONSUMER - THE STEP IN GLX-FIND-PROGRAM MUST HAVE
007020*POSTED ITS INPUT OF THE CURRENT TABLE ENTRY'S FILE
007030*----------------------------------------------------------------
007040 5100-REQUIRE-CONSUMER.
007050     MOVE GLX-CE-FILE-NAME (GLX-CX)    TO GLX-FIND-FILE-NAME.
007060     MOVE GLX-CE-PARTITION-ID (GLX-CX) TO GLX-FIND-PARTITION-ID.
007070     MOVE "I"                          TO GLX-FIND-DIRECTION.
007080     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
007090     IF GLX-FOUND-SUB NOT = ZERO
007100         GO TO 5100-EXIT
007110     END-IF.
007120     PERFORM 7200-CLEAR-LINK THRU 7200-EXIT.
007130     MOVE "HAND-OFF"                   TO GLX-LK-NAME.
007140     MOVE GLX-CE-FILE-NAME (GLX-CX)    TO GLX-LK-FILE-NAME.
007150     MOVE GLX-CE-PARTITION-ID (GLX-CX) TO GLX-LK-PARTITION-ID.
007160     MOVE "FROM"                       TO GLX-LK-FROM-SIDE.
007170     MOVE GLX-CE-PROGRAM (GLX-CX)      TO GLX-LK-FROM-PROGRAM.
007180     MOVE "TO"                         TO GLX-LK-TO-SIDE.
007190     MOVE GLX-FIND-PROGRAM             TO GLX-LK-TO-PROGRAM.
007200     MOVE GLX-CX TO GLX-FOUND-SUB.
007210     PERFORM 7300-TAKE-FROM-SIDE THRU 7300-EXIT.
007220     PERFORM 7100-SHOW-LINK THRU 7100-EXIT.
007230 5100-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270*5200-REQUIRE-VALID-READERS - THE WHOLE-FILE GLVALID READERS
007280*OWED GLEDIT'S OUTPUT, PARTITIONED NIGHT OR NOT
007290*----------------------------------------------------------------
007300 5200-REQUIRE-VALID-READERS.
007310     MOVE "GLTAXACC" TO GLX-FIND-PROGRAM.
007320     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007330     MOVE "GLSTMCYC" TO GLX-FIND-PROGRAM.
007340     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007350     MOVE "GLIBSETL" TO GLX-FIND-PROGRAM.
007360     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007370     MOVE "GLDSPCHK" TO GLX-FIND-PROGRAM.
007380     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007390     MOVE "GLCTRMON" TO GLX-FIND-PROGRAM.
007400     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007410     MOVE "GLDORCHK" TO GLX-FIND-PROGRAM.
007420     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007430     MOVE "GLSTPCHK" TO GLX-FIND-PROGRAM.
007440     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007450     MOVE "GLFXREVL" TO GLX-FIND-PROGRAM.
007460     PERFORM 5100-REQUIRE-CONSUMER THRU 5100-EXIT.
007470 5200-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510*5500-PROVE-CORP-SUMMARY - GLCORPST'S BATCH MUST CARRY EVERY
007520*DEBIT AND CREDIT IT READ FROM GLVALID.  THE RECORD COUNTS
007530*DIFFER BY DESIGN (ITEMS AGAINST SUMMARY LINES), SO ONLY THE
007540*AMOUNTS ARE PROVEN
007550*----------------------------------------------------------------
007560 5500-PROVE-CORP-SUMMARY.
007570     IF GLX-CE-PROGRAM (GLX-CX) NOT = "GLCORPST"
007580        OR GLX-CE-DIRECTION (GLX-CX) NOT = "O"
007590         GO TO 5500-EXIT
007600     END-IF.
007610     PERFORM 7200-CLEAR-LINK THRU 7200-EXIT.
007620     MOVE "CORP SUMMARY"               TO GLX-LK-NAME.
007630     MOVE "GLVALID"                    TO GLX-LK-FILE-NAME.
007640     MOVE GLX-CE-PARTITION-ID (GLX-CX) TO GLX-LK-PARTITION-ID.
007650     MOVE "Y"                          TO GLX-LK-AMTS-ONLY-SW.
007660     MOVE "READ"                       TO GLX-LK-FROM-SIDE.
007670     MOVE "GLCORPST"                   TO GLX-LK-FROM-PROGRAM.
007680     MOVE "WROTE"                      TO GLX-LK-TO-SIDE.
007690     MOVE "GLCORPST"                   TO GLX-LK-TO-PROGRAM.
007700     MOVE "GLCORPST"                   TO GLX-FIND-PROGRAM.
007710     MOVE "GLVALID"                    TO GLX-FIND-FILE-NAME.
007720     MOVE "I"                          TO GLX-FIND-DIRECTION.
007730     MOVE GLX-CE-PARTITION-ID (GLX-CX) TO GLX-FIND-PARTITION-ID.
007740     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
007750     IF GLX-FOUND-SUB NOT = ZERO
007760         PERFORM 7300-TAKE-FROM-SIDE THRU 7300-EXIT
007770     END-IF.
007780     MOVE GLX-CX TO GLX-FOUND-SUB.
007790     PERFORM 7400-TAKE-TO-SIDE THRU 7400-EXIT.
007800     PERFORM 7100-SHOW-LINK THRU 7100-EXIT.
007810 5500-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------
007850*6000-PROVE-CORPIF-FILE - THE GLCORPIF BATCH AS IT NOW STANDS,
007860*COUNTED HERE, AGAINST ITS OWN TRAILER AND AGAINST WHAT THE
007870*RELEASING STEP POSTED (GLPARTMG ON A PARTITIONED NIGHT, ELSE
007880*GLCORPST).  A HEADER FOR ANOTHER DATE IS A STALE COPY
007890*----------------------------------------------------------------
007900 6000-PROVE-CORPIF-FILE.
007910     PERFORM 7200-CLEAR-LINK THRU 7200-EXIT.
007920     MOVE "CORPIF FILE"    TO GLX-LK-NAME.
007930     MOVE "GLCORPIF"       TO GLX-LK-FILE-NAME.
007940     MOVE "TRLR"           TO GLX-LK-FROM-SIDE.
007950     MOVE "GLCORPIF"       TO GLX-LK-FROM-PROGRAM.
007960     MOVE "FILE"           TO GLX-LK-TO-SIDE.
007970     MOVE "GLCORPIF"       TO GLX-LK-TO-PROGRAM.
007980     OPEN INPUT GL-CORP-FILE.
007990     IF NOT GLX-CORP-OK
008000         DISPLAY "GLCTLPRF - OPEN ERROR ON GL-CORP-FILE "
008010             GLX-CORP-STATUS
008020         PERFORM 7100-SHOW-LINK THRU 7100-EXIT
008030         GO TO 6000-EXIT
008040     END-IF.
008050     PERFORM 6100-COUNT-ONE-RECORD THRU 6100-EXIT
008060         UNTIL GLX-CORP-EOF.
008070     CLOSE GL-CORP-FILE.
008080     MOVE "Y"                TO GLX-LK-TO-FOUND-SW.
008090     MOVE GLX-CF-RECORDS     TO GLX-LK-TO-COUNT.
008100     MOVE GLX-CF-DR-AMT      TO GLX-LK-TO-DR-AMT.
008110     MOVE GLX-CF-CR-AMT      TO GLX-LK-TO-CR-AMT.
008120     IF GLX-CF-RECORDS > ZERO
008130         IF GLX-TRAILER-SEEN
008140             MOVE "Y"               TO GLX-LK-FROM-FOUND-SW
008150             MOVE GLX-CF-TRL-RECORDS TO GLX-LK-FROM-COUNT
008160             MOVE GLX-CF-TRL-DR-AMT TO GLX-LK-FROM-DR-AMT
008170             MOVE GLX-CF-TRL-CR-AMT TO GLX-LK-FROM-CR-AMT
008180         END-IF
008190         PERFORM 7100-SHOW-LINK THRU 7100-EXIT
008200     END-IF.
008210     MOVE "CORPIF RELEASE" TO GLX-LK-NAME.
008220     MOVE "FROM"           TO GLX-LK-FROM-SIDE.
008230     MOVE "N"              TO GLX-LK-FROM-FOUND-SW.
008240     MOVE ZERO             TO GLX-LK-FROM-COUNT
008250                              GLX-LK-FROM-DR-AMT
008260                              GLX-LK-FROM-CR-AMT.
008270     IF GLX-PARTITIONED-NIGHT
008280         MOVE "GLPARTMG" TO GLX-FIND-PROGRAM
008290     ELSE
008300         MOVE "GLCORPST" TO GLX-FIND-PROGRAM
008310     END-IF.
008320     MOVE GLX-FIND-PROGRAM TO GLX-LK-FROM-PROGRAM.
008330     MOVE "GLCORPIF"       TO GLX-FIND-FILE-NAME.
008340     MOVE "O"              TO GLX-FIND-DIRECTION.
008350     MOVE SPACES           TO GLX-FIND-PARTITION-ID.
008360     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
008370     IF GLX-FOUND-SUB NOT = ZERO
008380         PERFORM 7300-TAKE-FROM-SIDE THRU 7300-EXIT
008390     END-IF.
008400     IF GLX-BATCH-STALE
008410         MOVE "** STALE **" TO GLX-LK-FORCED-RESULT
008420         DISPLAY "GLCTLPRF - GLCORPIF HEADER IS FOR BUSINESS "
008430             "DATE " GLX-CF-HDR-BUSDATE
008440     END-IF.
008450     PERFORM 7100-SHOW-LINK THRU 7100-EXIT.
008460 6000-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500*6100-COUNT-ONE-RECORD - EVERY RECORD COUNTS; DETAILS ADD TO
008510*THEIR SIDE AND THE TRAILER IS HELD FOR THE COMPARISON
008520*----------------------------------------------------------------
008530 6100-COUNT-ONE-RECORD.
008540     READ GL-CORP-FILE
008550         AT END
008560             MOVE "Y" TO GLX-CORP-EOF-SWITCH
008570             GO TO 6100-EXIT
008580     END-READ.
008590     ADD 1 TO GLX-CF-RECORDS.
008600     IF GLX-CH-REC-TYPE = "H"
008610         MOVE GLX-CH-BUSDATE TO GLX-CF-HDR-BUSDATE
008620         IF GLX-CH-BUSDATE NOT = GLX-BUSINESS-DATE
008630             MOVE "Y" TO GLX-STALE-SW
008640         END-IF
008650         GO TO 6100-EXIT
008660     END-IF.
008670     IF GLX-CT-REC-TYPE = "T"
008680         MOVE "Y"              TO GLX-TRAILER-SW
008690         MOVE GLX-CT-REC-COUNT TO GLX-CF-TRL-RECORDS
008700         MOVE GLX-CT-DR-TOTAL  TO GLX-CF-TRL-DR-AMT
008710         MOVE GLX-CT-CR-TOTAL  TO GLX-CF-TRL-CR-AMT
008720         GO TO 6100-EXIT
008730     END-IF.
008740     IF GLX-CD-AMOUNT NOT NUMERIC
008750         GO TO 6100-EXIT
008760     END-IF.
008770     IF GLX-CD-SIDE = "D"
008780         ADD GLX-CD-AMOUNT TO GLX-CF-DR-AMT
008790     ELSE
008800         ADD GLX-CD-AMOUNT TO GLX-CF-CR-AMT
008810     END-IF.
008820 6100-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860*6500-PROVE-IBRIF-FILE - THE GLIBRIF SETTLEMENT BATCH AS IT NOW
008870*STANDS, COUNTED HERE, AGAINST ITS OWN TRAILER AND AGAINST WHAT
008880*GLIBSETL POSTED AS RELEASED.  A HEADER FOR ANOTHER DATE IS A
008890*STALE COPY
008900*----------------------------------------------------------------
008910 6500-PROVE-IBRIF-FILE.
008920     MOVE ZERO TO GLX-CF-RECORDS
008930                  GLX-CF-DR-AMT
008940                  GLX-CF-CR-AMT
008950                  GLX-CF-TRL-RECORDS
008960                  GLX-CF-TRL-DR-AMT
008970                  GLX-CF-TRL-CR-AMT
008980                  GLX-CF-HDR-BUSDATE.
008990     MOVE "N"  TO GLX-TRAILER-SW
009000                  GLX-STALE-SW.
009010     PERFORM 7200-CLEAR-LINK THRU 7200-EXIT.
009020     MOVE "IBRIF FILE"     TO GLX-LK-NAME.
009030     MOVE "GLIBRIF"        TO GLX-LK-FILE-NAME.
009040     MOVE "TRLR"           TO GLX-LK-FROM-SIDE.
009050     MOVE "GLIBRIF"        TO GLX-LK-FROM-PROGRAM.
009060     MOVE "FILE"           TO GLX-LK-TO-SIDE.
009070     MOVE "GLIBRIF"        TO GLX-LK-TO-PROGRAM.
009080     OPEN INPUT GL-IBR-FILE.
009090     IF NOT GLX-IBR-OK
009100         DISPLAY "GLCTLPRF - OPEN ERROR ON GL-IBR-FILE "
009110             GLX-IBR-STATUS
009120         PERFORM 7100-SHOW-LINK THRU 7100-EXIT
009130         GO TO 6500-EXIT
009140     END-IF.
009150     PERFORM 6600-COUNT-ONE-IBR-RECORD THRU 6600-EXIT
009160         UNTIL GLX-IBR-EOF.
009170     CLOSE GL-IBR-FILE.
009180     MOVE "Y"                TO GLX-LK-TO-FOUND-SW.
009190     MOVE GLX-CF-RECORDS     TO GLX-LK-TO-COUNT.
009200     MOVE GLX-CF-DR-AMT      TO GLX-LK-TO-DR-AMT.
009210     MOVE GLX-CF-CR-AMT      TO GLX-LK-TO-CR-AMT.
009220     IF GLX-CF-RECORDS > ZERO
009230         IF GLX-TRAILER-SEEN
009240             MOVE "Y"               TO GLX-LK-FROM-FOUND-SW
009250             MOVE GLX-CF-TRL-RECORDS TO GLX-LK-FROM-COUNT
009260             MOVE GLX-CF-TRL-DR-AMT TO GLX-LK-FROM-DR-AMT
009270             MOVE GLX-CF-TRL-CR-AMT TO GLX-LK-FROM-CR-AMT
009280         END-IF
009290         PERFORM 7100-SHOW-LINK THRU 7100-EXIT
009300     END-IF.
009310     MOVE "IBRIF RELEASE"  TO GLX-LK-NAME.
009320     MOVE "FROM"           TO GLX-LK-FROM-SIDE.
009330     MOVE "N"              TO GLX-LK-FROM-FOUND-SW.
009340     MOVE ZERO             TO GLX-LK-FROM-COUNT
009350                              GLX-LK-FROM-DR-AMT
009360                              GLX-LK-FROM-CR-AMT.
009370     MOVE "GLIBSETL"       TO GLX-FIND-PROGRAM.
009380     MOVE GLX-FIND-PROGRAM TO GLX-LK-FROM-PROGRAM.
009390     MOVE "GLIBRIF"        TO GLX-FIND-FILE-NAME.
009400     MOVE "O"              TO GLX-FIND-DIRECTION.
009410     MOVE SPACES           TO GLX-FIND-PARTITION-ID.
009420     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
009430     IF GLX-FOUND-SUB NOT = ZERO
009440         PERFORM 7300-TAKE-FROM-SIDE THRU 7300-EXIT
009450     END-IF.
009460     IF GLX-BATCH-STALE
009470         MOVE "** STALE **" TO GLX-LK-FORCED-RESULT
009480         DISPLAY "GLCTLPRF - GLIBRIF HEADER IS FOR BUSINESS "
009490             "DATE " GLX-CF-HDR-BUSDATE
009500     END-IF.
009510     PERFORM 7100-SHOW-LINK THRU 7100-EXIT.
009520 6500-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------
009560*6600-COUNT-ONE-IBR-RECORD - AS 6100, FOR THE SETTLEMENT BATCH
009570*----------------------------------------------------------------
009580 6600-COUNT-ONE-IBR-RECORD.
009590     READ GL-IBR-FILE
009600         AT END
009610             MOVE "Y" TO GLX-IBR-EOF-SWITCH
009620             GO TO 6600-EXIT
009630     END-READ.
009640     ADD 1 TO GLX-CF-RECORDS.
009650     IF GLX-BH-REC-TYPE = "H"
009660         MOVE GLX-BH-BUSDATE TO GLX-CF-HDR-BUSDATE
009670         IF GLX-BH-BUSDATE NOT = GLX-BUSINESS-DATE
009680             MOVE "Y" TO GLX-STALE-SW
009690         END-IF
009700         GO TO 6600-EXIT
009710     END-IF.
009720     IF GLX-BT-REC-TYPE = "T"
009730         MOVE "Y"              TO GLX-TRAILER-SW
009740         MOVE GLX-BT-REC-COUNT TO GLX-CF-TRL-RECORDS
009750         MOVE GLX-BT-DR-TOTAL  TO GLX-CF-TRL-DR-AMT
009760         MOVE GLX-BT-CR-TOTAL  TO GLX-CF-TRL-CR-AMT
009770         GO TO 6600-EXIT
009780     END-IF.
009790     IF GLX-BD-AMOUNT NOT NUMERIC
009800         GO TO 6600-EXIT
009810     END-IF.
009820     IF GLX-BD-SIDE = "D"
009830         ADD GLX-BD-AMOUNT TO GLX-CF-DR-AMT
009840     ELSE
009850         ADD GLX-BD-AMOUNT TO GLX-CF-CR-AMT
009860     END-IF.
009870 6600-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------
009910*7000-FIND-ENTRY - LOOK UP GLX-FIND-KEY IN THE CHAIN TABLE.
009920*GLX-FOUND-SUB IS ZERO WHEN IT IS NOT THERE
009930*----------------------------------------------------------------
009940 7000-FIND-ENTRY.
009950     MOVE ZERO TO GLX-FOUND-SUB.
009960     PERFORM 7010-CHECK-ONE-ENTRY THRU 7010-EXIT
009970         VARYING GLX-FX FROM 1 BY 1
009980         UNTIL GLX-FX > GLX-CHAIN-COUNT
009990            OR GLX-FOUND-SUB NOT = ZERO.
010000 7000-EXIT.
010010     EXIT.
010020
010030 7010-CHECK-ONE-ENTRY.
010040     IF GLX-CE-PROGRAM (GLX-FX)      = GLX-FIND-PROGRAM
010050        AND GLX-CE-FILE-NAME (GLX-FX) = GLX-FIND-FILE-NAME
010060        AND GLX-CE-DIRECTION (GLX-FX) = GLX-FIND-DIRECTION
010070        AND GLX-CE-PARTITION-ID (GLX-FX) = GLX-FIND-PARTITION-ID
010080         MOVE GLX-FX TO GLX-FOUND-SUB
010090     END-IF.
010100 7010-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------------
010140*7100-SHOW-LINK - JUDGE THE LINK IN GLX-LINK-WORK AND PRINT ITS
010150*TWO SIDES.  A SIDE NOT FOUND MAKES THE LINK MISSING; ANY
010160*DIFFERENCE BREAKS IT.  EITHER IS NAMED ON THE CONSOLE
010170*----------------------------------------------------------------
010180 7100-SHOW-LINK.
010190     IF NOT GLX-LK-FROM-FOUND OR NOT GLX-LK-TO-FOUND
010200         MOVE "** MISSING **" TO GLX-LK-RESULT
010210         ADD 1 TO GLX-LINKS-MISSING
010220         GO TO 7100-PRINT
010230     END-IF.
010240     IF GLX-LK-FORCED-RESULT NOT = SPACES
010250         MOVE GLX-LK-FORCED-RESULT TO GLX-LK-RESULT
010260         ADD 1 TO GLX-LINKS-BROKEN
010270         GO TO 7100-PRINT
010280     END-IF.
010290     IF (GLX-LK-FROM-COUNT = GLX-LK-TO-COUNT OR GLX-LK-AMTS-ONLY)
010300        AND GLX-LK-FROM-DR-AMT = GLX-LK-TO-DR-AMT
010310        AND GLX-LK-FROM-CR-AMT = GLX-LK-TO-CR-AMT
010320         MOVE "PROVEN"        TO GLX-LK-RESULT
010330         ADD 1 TO GLX-LINKS-PROVEN
010340     ELSE
010350         MOVE "** BROKEN **"  TO GLX-LK-RESULT
010360         ADD 1 TO GLX-LINKS-BROKEN
010370     END-IF.
010380 7100-PRINT.
010390     MOVE SPACES TO GLX-LL-NOTE.
010400     MOVE GLX-LK-NAME         TO GLX-LL-NAME.
010410     MOVE GLX-LK-FILE-NAME    TO GLX-LL-FILE-NAME.
010420     MOVE GLX-LK-PARTITION-ID TO GLX-LL-PARTITION-ID.
010430     MOVE GLX-LK-FROM-SIDE    TO GLX-LL-SIDE.
010440     MOVE GLX-LK-FROM-PROGRAM TO GLX-LL-PROGRAM.
010450     IF GLX-LK-FROM-FOUND
010460         MOVE GLX-LK-FROM-COUNT  TO GLX-LL-COUNT
010470         MOVE GLX-LK-FROM-DR-AMT TO GLX-LL-DR-AMT
010480         MOVE GLX-LK-FROM-CR-AMT TO GLX-LL-CR-AMT
010490     ELSE
010500         MOVE "    NOT FOUND" TO GLX-LL-NOTE
010510     END-IF.
010520     MOVE SPACES TO GLX-LL-RESULT.
010530     WRITE PRF-RPT-LINE FROM GLX-LINK-LINE.
010540     MOVE SPACES TO GLX-LL-NOTE.
010550     MOVE SPACES              TO GLX-LL-NAME
010560                                 GLX-LL-FILE-NAME
010570                                 GLX-LL-PARTITION-ID.
010580     MOVE GLX-LK-TO-SIDE      TO GLX-LL-SIDE.
010590     MOVE GLX-LK-TO-PROGRAM   TO GLX-LL-PROGRAM.
010600     IF GLX-LK-TO-FOUND
010610         MOVE GLX-LK-TO-COUNT    TO GLX-LL-COUNT
010620         MOVE GLX-LK-TO-DR-AMT   TO GLX-LL-DR-AMT
010630         MOVE GLX-LK-TO-CR-AMT   TO GLX-LL-CR-AMT
010640     ELSE
010650         MOVE "    NOT FOUND" TO GLX-LL-NOTE
010660     END-IF.
010670     MOVE GLX-LK-RESULT       TO GLX-LL-RESULT.
010680     WRITE PRF-RPT-LINE FROM GLX-LINK-LINE.
010690     MOVE SPACES TO PRF-RPT-LINE.
010700     WRITE PRF-RPT-LINE.
010710     IF GLX-LK-RESULT = "PROVEN"
010720         GO TO 7100-EXIT
010730     END-IF.
010740     MOVE "Y" TO GLX-BREAK-SW.
010750     DISPLAY "GLCTLPRF - " GLX-LK-RESULT " " GLX-LK-NAME " "
010760         GLX-LK-FILE-NAME " " GLX-LK-PARTITION-ID " "
010770         GLX-LK-FROM-PROGRAM " TO " GLX-LK-TO-PROGRAM.
010780 7100-EXIT.
010790     EXIT.
010800
010810*----------------------------------------------------------------
010820*7200-CLEAR-LINK - BOTH SIDES NOT FOUND, ALL TOTALS ZERO
010830*----------------------------------------------------------------
010840 7200-CLEAR-LINK.
010850     MOVE SPACES TO GLX-LK-NAME
010860                    GLX-LK-FILE-NAME
010870                    GLX-LK-PARTITION-ID
010880                    GLX-LK-FORCED-RESULT
010890                    GLX-LK-FROM-SIDE
010900                    GLX-LK-FROM-PROGRAM
010910                    GLX-LK-TO-SIDE
010920                    GLX-LK-TO-PROGRAM
010930                    GLX-LK-RESULT.
010940     MOVE "N"    TO GLX-LK-AMTS-ONLY-SW
010950                    GLX-LK-FROM-FOUND-SW
010960                    GLX-LK-TO-FOUND-SW.
010970     MOVE ZERO   TO GLX-LK-FROM-COUNT
010980                    GLX-LK-FROM-DR-AMT
010990                    GLX-LK-FROM-CR-AMT
011000                    GLX-LK-TO-COUNT
011010                    GLX-LK-TO-DR-AMT
011020                    GLX-LK-TO-CR-AMT.
011030 7200-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070*7300-TAKE-FROM-SIDE / 7400-TAKE-TO-SIDE - THE TABLE ENTRY AT
011080*GLX-FOUND-SUB BECOMES ONE SIDE OF THE LINK
011090*----------------------------------------------------------------
011100 7300-TAKE-FROM-SIDE.
011110     MOVE "Y" TO GLX-LK-FROM-FOUND-SW.
011120     MOVE GLX-CE-RECORD-COUNT (GLX-FOUND-SUB)
011130                                   TO GLX-LK-FROM-COUNT.
011140     MOVE GLX-CE-DR-AMT (GLX-FOUND-SUB)
011150                                   TO GLX-LK-FROM-DR-AMT.
011160     MOVE GLX-CE-CR-AMT (GLX-FOUND-SUB)
011170                                   TO GLX-LK-FROM-CR-AMT.
011180 7300-EXIT.
011190     EXIT.
011200
011210 7400-TAKE-TO-SIDE.
011220     MOVE "Y" TO GLX-LK-TO-FOUND-SW.
011230     MOVE GLX-CE-RECORD-COUNT (GLX-FOUND-SUB)
011240                                   TO GLX-LK-TO-COUNT.
011250     MOVE GLX-CE-DR-AMT (GLX-FOUND-SUB)
011260                                   TO GLX-LK-TO-DR-AMT.
011270     MOVE GLX-CE-CR-AMT (GLX-FOUND-SUB)
011280                                   TO GLX-LK-TO-CR-AMT.
011290 7400-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------
011330*8000-PRINT-RESULT - LINK COUNTS AND THE NIGHT'S VERDICT
011340*----------------------------------------------------------------
011350 8000-PRINT-RESULT.
011360     MOVE "LINKS PROVEN"        TO GLX-SL-TITLE.
011370     MOVE GLX-LINKS-PROVEN      TO GLX-SL-COUNT.
011380     WRITE PRF-RPT-LINE FROM GLX-SUM-LINE.
011390     MOVE "LINKS BROKEN"        TO GLX-SL-TITLE.
011400     MOVE GLX-LINKS-BROKEN      TO GLX-SL-COUNT.
011410     WRITE PRF-RPT-LINE FROM GLX-SUM-LINE.
011420     MOVE "LINKS MISSING"       TO GLX-SL-TITLE.
011430     MOVE GLX-LINKS-MISSING     TO GLX-SL-COUNT.
011440     WRITE PRF-RPT-LINE FROM GLX-SUM-LINE.
011450     IF GLX-CHAIN-BROKEN
011460         MOVE "** NOGO **"      TO GLX-RL-RESULT
011470     ELSE
011480         MOVE "CHAIN PROVEN"    TO GLX-RL-RESULT
011490     END-IF.
011500     WRITE PRF-RPT-LINE FROM GLX-RESULT-LINE.
011510 8000-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------
011550*9999-TERMINATE - POST THE RESULT, CLOSE AND SHOW THE COUNTS.
011560*A BROKEN CHAIN ENDS RC 8
011570*----------------------------------------------------------------
011580 9999-TERMINATE.
011590     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
011600     CLOSE GL-PROOF-RPT.
011610     DISPLAY "GLCTLPRF - CHAIN RECORDS READ: " GLX-CHAIN-READ.
011620     DISPLAY "GLCTLPRF - CHAIN RECORDS TAKEN:" GLX-CHAIN-TAKEN.
011630     DISPLAY "GLCTLPRF - LINKS PROVEN:       " GLX-LINKS-PROVEN.
011640     DISPLAY "GLCTLPRF - LINKS BROKEN:       " GLX-LINKS-BROKEN.
011650     DISPLAY "GLCTLPRF - LINKS MISSING:      " GLX-LINKS-MISSING.
011660*    SET AFTER THE POST - THE CALL RESETS RETURN-CODE
011670     IF GLX-CHAIN-BROKEN
011680         MOVE 8 TO RETURN-CODE
011690     END-IF.
011700 9999-EXIT.
011710     EXIT.
011720
011730*----------------------------------------------------------------
011740*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
011750*SHARED RUN-CONTROL FILE FOR THE BUSINESS DATE ON THE CARD
011760*----------------------------------------------------------------
011770 9800-POST-RUN-START.
011780     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
011790     MOVE SPACES TO GLR-RUN-RECORD.
011800     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
011810     MOVE "GLCTLPRF" TO GLR-PROGRAM.
011820     MOVE "STARTED"  TO GLR-EVENT.
011830     MOVE SPACES     TO GLR-STATUS.
011840     MOVE ZERO       TO GLR-RECORD-COUNT.
011850     MOVE "00"       TO GLR-CYCLE-NO.
011860     CALL "GLRCPOST" USING GLR-RUN-RECORD.
011870 9800-EXIT.
011880     EXIT.
011890
011900*----------------------------------------------------------------
011910*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS AND
011920*THE CHAIN RECORDS IT TOOK.  A BROKEN OR MISSING LINK POSTS NOGO
011930*----------------------------------------------------------------
011940 9900-POST-RUN-END.
011950     IF GLX-RC-BUSDATE = ZERO
011960         GO TO 9900-EXIT
011970     END-IF.
011980     MOVE SPACES TO GLR-RUN-RECORD.
011990     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
012000     MOVE "GLCTLPRF" TO GLR-PROGRAM.
012010     MOVE "ENDED"    TO GLR-EVENT.
012020     IF GLX-CHAIN-BROKEN
012030         MOVE "NOGO"     TO GLR-STATUS
012040     ELSE
012050         MOVE "OK"       TO GLR-STATUS
012060     END-IF.
012070     MOVE GLX-CHAIN-TAKEN TO GLR-RECORD-COUNT.
012080     MOVE "00"       TO GLR-CYCLE-NO.
012090     CALL "GLRCPOST" USING GLR-RUN-RECORD.
012100 9900-EXIT.
012110     EXIT.
