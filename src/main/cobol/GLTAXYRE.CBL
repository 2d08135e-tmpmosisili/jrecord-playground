000010*****************************************************************
000020** PROGRAM-ID: GLTAXYRE
000030** YEAR-END 1099-INT REPORTING FILE AND INTEREST BALANCING
000040** REPORT FROM THE GLTAXMF TAX ACCUMULATOR.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLTAXYRE.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  FOR THE TAX YEAR ON THE
000180*                  TAXYEAR CARD, READS EVERY ACCOUNT GLTAXACC
000190*                  ACCUMULATED ON GLTAXMF AND WRITES THE GL1099IF
000200*                  1099-INT FILE (HEADER / DETAIL / TRAILER, THE
000210*                  DETAIL CARRYING BOX 1 INTEREST AND BOX 4
000220*                  BACKUP WITHHOLDING BY ACCOUNT) FOR THE TAX
000230*                  REPORTING VENDOR, WHO ADDS NAME, ADDRESS AND
000240*                  TIN FROM THE CUSTOMER FILE.  AN ACCOUNT IS
000250*                  FILED WHEN ITS INTEREST REACHES THE MINIMUM
000260*                  CARD AMOUNT (10.00 IF NO CARD) OR ANY TAX WAS
000270*                  WITHHELD; APPLICATIONS ON EXCLAPPL CARDS ARE
000280*                  NOT 1099-INT REPORTABLE.  THE GLTAXBAL
000290*                  BALANCING REPORT TIES EACH COMPANY'S
000300*                  ACCUMULATED INTEREST, BUCKET BY BUCKET, TO THE
000310*                  INTEREST GLINCJRN BOOKED THROUGH THE YEAR ON
000320*                  GLINCYTD, AND ACCOUNTS FOR EVERY DOLLAR AS
000330*                  FILED, BELOW MINIMUM, NOT REPORTABLE OR A
000340*                  NEGATIVE YEAR (LISTED FOR REVIEW).  AN
000350*                  UNTIED COMPANY, A NEGATIVE ACCOUNT OR A BAD
000360*                  CARD POSTS NOGO.
000370*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 SPECIAL-NAMES.
000440     C01 IS TOP-OF-PAGE.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLTAXPRM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS GLX-PARM-STATUS.
000510
000520     SELECT GL-TAX-FILE ASSIGN TO GLTAXMF
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS GLX-TAX-KEY
000560         FILE STATUS IS GLX-TAX-STATUS.
000570
000580     SELECT OPTIONAL GL-INCYTD-FILE ASSIGN TO GLINCYTD
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS GLX-YTD-KEY
000620         FILE STATUS IS GLX-YTD-STATUS.
000630
000640     SELECT GL-1099-FILE ASSIGN TO GL1099IF
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS GLX-1099-STATUS.
000680
000690     SELECT GL-BAL-RPT ASSIGN TO GLTAXBAL
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS GLX-RPT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750*----------------------------------------------------------------
000760*YEAR-END PARAMETER CARDS.  "TAXYEAR" CARRIES THE TAX YEAR
000770*(CCYY) IN COLUMNS 10-13 AND IS REQUIRED.  THE REST ARE
000780*OPTIONAL:
000790*  MINIMUM   SMALLEST INTEREST FILED WITHOUT WITHHOLDING,
000800*            9(07)V99 IN COLUMNS 10-18 (000001000 = 10.00)
000810*  EXCLAPPL  APPLICATION (COLUMNS 10-11) WHOSE INTEREST IS NOT
000820*            1099-INT REPORTABLE, ONE CARD PER APPLICATION
000830*"*" IN COLUMN 1 IS A COMMENT
000840*----------------------------------------------------------------
000850 FD  GL-PARM-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE OMITTED.
000880 01  GLX-PARM-RECORD.
000890     05  GLX-PARM-KEYWORD           PIC X(08).
000900         88  GLX-PARM-IS-TAXYEAR            VALUE "TAXYEAR".
000910         88  GLX-PARM-IS-MINIMUM            VALUE "MINIMUM".
000920         88  GLX-PARM-IS-EXCL-APPL          VALUE "EXCLAPPL".
000930     05  FILLER                     PIC X(01).
000940     05  GLX-PARM-BODY              PIC X(71).
000950     05  FILLER REDEFINES GLX-PARM-BODY.
000960         10  GLX-PARM-YEAR          PIC 9(04).
000970         10  FILLER                 PIC X(67).
000980     05  FILLER REDEFINES GLX-PARM-BODY.
000990         10  GLX-PARM-MINIMUM       PIC 9(07)V99.
001000         10  FILLER                 PIC X(62).
001010     05  FILLER REDEFINES GLX-PARM-BODY.
001020         10  GLX-PARM-APPL-ID       PIC X(02).
001030         10  FILLER                 PIC X(69).
001040
001050*----------------------------------------------------------------
001060*KEYED TAX ACCUMULATOR AS ROLLED BY GLTAXACC - READ HERE IN KEY
001070*ORDER FOR THE TAX YEAR
001080*----------------------------------------------------------------
001090 FD  GL-TAX-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  GLX-TAX-RECORD.
001120     05  GLX-TAX-KEY.
001130         10  GLX-TAX-YEAR           PIC 9(03).
001140         10  GLX-TAX-CO-ID          PIC 9(04).
001150         10  GLX-TAX-APPL-ID        PIC X(02).
001160         10  GLX-TAX-ACT-NO         PIC 9(15).
001170     05  GLX-TAX-LAST-DATE          PIC 9(07).
001180     05  GLX-TAX-PRIOR-INT          PIC S9(11)V99.
001190     05  GLX-TAX-PRIOR-INT-ND       PIC S9(11)V99.
001200     05  GLX-TAX-PRIOR-WHLD         PIC S9(11)V99.
001210     05  GLX-TAX-DAY-INT            PIC S9(11)V99.
001220     05  GLX-TAX-DAY-INT-ND         PIC S9(11)V99.
001230     05  GLX-TAX-DAY-WHLD           PIC S9(11)V99.
001240     05  GLX-TAX-YTD-INT            PIC S9(11)V99.
001250     05  GLX-TAX-YTD-INT-ND         PIC S9(11)V99.
001260     05  GLX-TAX-YTD-WHLD           PIC S9(11)V99.
001270     05  FILLER                     PIC X(32).
001280
001290*----------------------------------------------------------------
001300*KEYED YEAR-TO-DATE INTEREST BOOKED AS ROLLED BY GLINCJRN, ONE
001310*RECORD PER TAX YEAR / CO-ID
001320*----------------------------------------------------------------
001330 FD  GL-INCYTD-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  GLX-YTD-RECORD.
001360     05  GLX-YTD-KEY.
001370         10  GLX-YTD-YEAR           PIC 9(03).
001380         10  GLX-YTD-CO-ID          PIC 9(04).
001390     05  GLX-YTD-LAST-DATE          PIC 9(07).
001400     05  GLX-YTD-PRIOR-INT          PIC S9(13)V99.
001410     05  GLX-YTD-PRIOR-INT-ND       PIC S9(13)V99.
001420     05  GLX-YTD-DAY-INT            PIC S9(13)V99.
001430     05  GLX-YTD-DAY-INT-ND         PIC S9(13)V99.
001440     05  GLX-YTD-INT                PIC S9(13)V99.
001450     05  GLX-YTD-INT-ND             PIC S9(13)V99.
001460     05  FILLER                     PIC X(20).
001470
001480*----------------------------------------------------------------
001490*OUTPUT 1099-INT FILE - HEADER / DETAIL / TRAILER RECORD SET IN
001500*THE TAX REPORTING VENDOR'S 80-BYTE INTAKE FORMAT.  AMOUNTS ARE
001510*UNSIGNED; THE TRAILER CARRIES THE RECORD COUNT AND THE BOX
001520*TOTALS THE INTAKE RE-PROVES
001530*----------------------------------------------------------------
001540 FD  GL-1099-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  GLX-1099-RECORD                  PIC X(80).
001580 01  GLX-1099-HEADER REDEFINES GLX-1099-RECORD.
001590     05  GLX-IH-REC-TYPE            PIC X(01).
001600     05  GLX-IH-FORM-ID             PIC X(08).
001610     05  GLX-IH-TAX-YEAR            PIC 9(04).
001620     05  GLX-IH-RUN-DATE            PIC 9(06).
001630     05  GLX-IH-RUN-TIME            PIC 9(08).
001640     05  FILLER                     PIC X(53).
001650 01  GLX-1099-DETAIL REDEFINES GLX-1099-RECORD.
001660     05  GLX-ID-REC-TYPE            PIC X(01).
001670     05  GLX-ID-TAX-YEAR            PIC 9(04).
001680     05  GLX-ID-CO-ID               PIC 9(04).
001690     05  GLX-ID-APPL-ID             PIC X(02).
001700     05  GLX-ID-ACT-NO              PIC 9(15).
001710     05  GLX-ID-BOX1-INT            PIC 9(11)V99.
001720     05  GLX-ID-BOX4-WHLD           PIC 9(11)V99.
001730     05  FILLER                     PIC X(28).
001740 01  GLX-1099-TRAILER REDEFINES GLX-1099-RECORD.
001750     05  GLX-IT-REC-TYPE            PIC X(01).
001760     05  GLX-IT-REC-COUNT           PIC 9(09).
001770     05  GLX-IT-BOX1-TOTAL          PIC 9(13)V99.
001780     05  GLX-IT-BOX4-TOTAL          PIC 9(13)V99.
001790     05  FILLER                     PIC X(40).
001800
001810 FD  GL-BAL-RPT
001820     RECORDING MODE IS F
001830     LABEL RECORDS ARE OMITTED.
001840 01  BAL-RPT-LINE                     PIC X(132).
001850
001860 WORKING-STORAGE SECTION.
001870*----------------------------------------------------------------
001880*SWITCHES AND COUNTERS
001890*----------------------------------------------------------------
001900 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001910     88  GLX-PARM-OK                           VALUE "00".
001920 77  GLX-TAX-STATUS                  PIC X(02) VALUE SPACES.
001930     88  GLX-TAX-OK                            VALUE "00".
001940 77  GLX-YTD-STATUS                  PIC X(02) VALUE SPACES.
001950*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL YEAR-TO-DATE FILE
001960*WHEN IT DOES NOT EXIST (NOTHING BOOKED - NOTHING WILL TIE)
001970     88  GLX-YTD-OK                            VALUE "00" "05".
001980 77  GLX-1099-STATUS                 PIC X(02) VALUE SPACES.
001990 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
002000 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
002010     88  GLX-PARM-EOF                           VALUE "Y".
002020 77  GLX-SWEEP-DONE-SW               PIC X(01) VALUE "N".
002030     88  GLX-SWEEP-DONE                         VALUE "Y".
002040 77  GLX-TAX-OPEN-SW                 PIC X(01) VALUE "N".
002050     88  GLX-TAX-OPEN                           VALUE "Y".
002060 77  GLX-YTD-OPEN-SW                 PIC X(01) VALUE "N".
002070     88  GLX-YTD-OPEN                           VALUE "Y".
002080 77  GLX-CO-FOUND-SW                 PIC X(01) VALUE "Y".
002090     88  GLX-CO-FOUND                           VALUE "Y".
002100 77  GLX-EXCLUDED-SW                 PIC X(01) VALUE "N".
002110     88  GLX-EXCLUDED                           VALUE "Y".
002120 77  GLX-CARDS-READ                 PIC S9(07) COMP-3 VALUE ZERO.
002130 77  GLX-CARDS-REJECTED             PIC S9(07) COMP-3 VALUE ZERO.
002140 77  GLX-ACCOUNTS-READ              PIC S9(09) COMP-3 VALUE ZERO.
002150 77  GLX-DETAILS-WRITTEN            PIC S9(09) COMP-3 VALUE ZERO.
002160 77  GLX-COMPANIES-OUT              PIC S9(05) COMP-3 VALUE ZERO.
002170 77  GLX-MASTER-ERRORS              PIC S9(07) COMP-3 VALUE ZERO.
002180 77  GLX-TAX-CCYY                    PIC 9(04) VALUE ZERO.
002190 77  GLX-TAX-CYY                     PIC 9(03) VALUE ZERO.
002200 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002210 77  GLX-MINIMUM                     PIC 9(07)V99 VALUE 10.00.
002220 77  GLX-ACT-BOX1                 PIC S9(11)V99 COMP-3 VALUE ZERO.
002230 77  GLX-ACT-BOX4                 PIC S9(11)V99 COMP-3 VALUE ZERO.
002240 77  GLX-BOX1-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
002250 77  GLX-BOX4-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
002260 77  GLX-WORK-DATE                   PIC 9(06) VALUE ZERO.
002270 77  GLX-WORK-TIME                   PIC 9(08) VALUE ZERO.
002280 77  GLX-REJECT-REASON               PIC X(20) VALUE SPACES.
002290 77  GLX-CO-EDIT                     PIC ZZZ9.
002300 77  GLX-ROW-LABEL                   PIC X(04) VALUE SPACES.
002310
002320*----------------------------------------------------------------
002330*APPLICATIONS WHOSE INTEREST IS NOT 1099-INT REPORTABLE
002340*----------------------------------------------------------------
002350 77  GLX-EXA-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002360 77  GLX-EXA-MAX                    PIC S9(04) COMP   VALUE 20.
002370 01  GLX-EXCL-APPL-TABLE.
002380     05  GLX-EXA-ENTRY OCCURS 1 TO 20 TIMES
002390             DEPENDING ON GLX-EXA-COUNT
002400             INDEXED BY GLX-EX.
002410         10  GLX-EXA-APPL-ID          PIC X(02).
002420
002430*----------------------------------------------------------------
002440*COMPANY BALANCING TABLE - ACCUMULATED AND BOOKED INTEREST BY
002450*BUCKET, AND WHERE EVERY ACCOUNT'S YEAR WENT
002460*----------------------------------------------------------------
002470 77  GLX-CO-COUNT                   PIC S9(04) COMP   VALUE ZERO.
002480 77  GLX-CO-MAX                     PIC S9(04) COMP   VALUE 200.
002490 01  GLX-CO-TABLE.
002500     05  GLX-CO-ENTRY OCCURS 1 TO 200 TIMES
002510             DEPENDING ON GLX-CO-COUNT
002520             INDEXED BY GLX-CX.
002530         10  GLX-CO-CO-ID             PIC 9(04).
002540         10  GLX-CO-AMOUNTS.
002550             15  GLX-CO-ACC-INT       PIC S9(13)V99 COMP-3.
002560             15  GLX-CO-ACC-INT-ND    PIC S9(13)V99 COMP-3.
002570             15  GLX-CO-ACC-WHLD      PIC S9(13)V99 COMP-3.
002580             15  GLX-CO-BOOK-INT      PIC S9(13)V99 COMP-3.
002590             15  GLX-CO-BOOK-INT-ND   PIC S9(13)V99 COMP-3.
002600             15  GLX-CO-FILE-CNT      PIC S9(09) COMP-3.
002610             15  GLX-CO-FILE-INT      PIC S9(13)V99 COMP-3.
002620             15  GLX-CO-FILE-WHLD     PIC S9(13)V99 COMP-3.
002630             15  GLX-CO-BELOW-CNT     PIC S9(09) COMP-3.
002640             15  GLX-CO-BELOW-INT     PIC S9(13)V99 COMP-3.
002650             15  GLX-CO-EXCL-CNT      PIC S9(09) COMP-3.
002660             15  GLX-CO-EXCL-INT      PIC S9(13)V99 COMP-3.
002670             15  GLX-CO-EXCL-WHLD     PIC S9(13)V99 COMP-3.
002680             15  GLX-CO-NEG-CNT       PIC S9(09) COMP-3.
002690             15  GLX-CO-NEG-INT       PIC S9(13)V99 COMP-3.
002700             15  GLX-CO-NEG-WHLD      PIC S9(13)V99 COMP-3.
002710
002720*----------------------------------------------------------------
002730*THE ROW BEING PRINTED (A COMPANY OR THE GRAND TOTAL) AND THE
002740*GRAND TOTAL ITSELF, BOTH IN THE COMPANY ROW LAYOUT
002750*----------------------------------------------------------------
002760 01  GLX-CUR-ROW.
002770     05  GLX-CR-ACC-INT             PIC S9(13)V99 COMP-3.
002780     05  GLX-CR-ACC-INT-ND          PIC S9(13)V99 COMP-3.
002790     05  GLX-CR-ACC-WHLD            PIC S9(13)V99 COMP-3.
002800     05  GLX-CR-BOOK-INT            PIC S9(13)V99 COMP-3.
002810     05  GLX-CR-BOOK-INT-ND         PIC S9(13)V99 COMP-3.
002820     05  GLX-CR-FILE-CNT            PIC S9(09) COMP-3.
002830     05  GLX-CR-FILE-INT            PIC S9(13)V99 COMP-3.
002840     05  GLX-CR-FILE-WHLD           PIC S9(13)V99 COMP-3.
002850     05  GLX-CR-BELOW-CNT           PIC S9(09) COMP-3.
002860     05  GLX-CR-BELOW-INT           PIC S9(13)V99 COMP-3.
002870     05  GLX-CR-EXCL-CNT            PIC S9(09) COMP-3.
002880     05  GLX-CR-EXCL-INT            PIC S9(13)V99 COMP-3.
002890     05  GLX-CR-EXCL-WHLD           PIC S9(13)V99 COMP-3.
002900     05  GLX-CR-NEG-CNT             PIC S9(09) COMP-3.
002910     05  GLX-CR-NEG-INT             PIC S9(13)V99 COMP-3.
002920     05  GLX-CR-NEG-WHLD            PIC S9(13)V99 COMP-3.
002930
002940 01  GLX-GRAND-ROW.
002950     05  GLX-GR-ACC-INT             PIC S9(13)V99 COMP-3.
002960     05  GLX-GR-ACC-INT-ND          PIC S9(13)V99 COMP-3.
002970     05  GLX-GR-ACC-WHLD            PIC S9(13)V99 COMP-3.
002980     05  GLX-GR-BOOK-INT            PIC S9(13)V99 COMP-3.
002990     05  GLX-GR-BOOK-INT-ND         PIC S9(13)V99 COMP-3.
003000     05  GLX-GR-FILE-CNT            PIC S9(09) COMP-3.
003010     05  GLX-GR-FILE-INT            PIC S9(13)V99 COMP-3.
003020     05  GLX-GR-FILE-WHLD           PIC S9(13)V99 COMP-3.
003030     05  GLX-GR-BELOW-CNT           PIC S9(09) COMP-3.
003040     05  GLX-GR-BELOW-INT           PIC S9(13)V99 COMP-3.
003050     05  GLX-GR-EXCL-CNT            PIC S9(09) COMP-3.
003060     05  GLX-GR-EXCL-INT            PIC S9(13)V99 COMP-3.
003070     05  GLX-GR-EXCL-WHLD           PIC S9(13)V99 COMP-3.
003080     05  GLX-GR-NEG-CNT             PIC S9(09) COMP-3.
003090     05  GLX-GR-NEG-INT             PIC S9(13)V99 COMP-3.
003100     05  GLX-GR-NEG-WHLD            PIC S9(13)V99 COMP-3.
003110
003120*----------------------------------------------------------------
003130*REPORT LINE WORK AREAS
003140*----------------------------------------------------------------
003150 01  GLX-HDG-LINE-1.
003160     05  FILLER                     PIC X(30)
003170             VALUE "GL 1099-INT BALANCING REPORT".
003180     05  FILLER                     PIC X(09) VALUE "TAX YEAR".
003190     05  GLX-H1-TAX-YEAR            PIC 9(04).
003200     05  FILLER                     PIC X(03) VALUE SPACES.
003210     05  FILLER                     PIC X(16)
003220             VALUE "FILING MINIMUM:".
003230     05  GLX-H1-MINIMUM             PIC Z,ZZZ,ZZ9.99.
003240     05  FILLER                     PIC X(58) VALUE SPACES.
003250
003260 01  GLX-EXC-HDG-LINE.
003270     05  FILLER                     PIC X(06) VALUE "CO".
003280     05  FILLER                     PIC X(03) VALUE "AP".
003290     05  FILLER                  PIC X(17) VALUE "ACCOUNT NUMBER".
003300     05  FILLER                     PIC X(19)
003310             VALUE "         INTEREST".
003320     05  FILLER                     PIC X(19)
003330             VALUE "         WITHHELD".
003340     05  FILLER                     PIC X(68) VALUE "EXCEPTION".
003350
003360 01  GLX-EXC-LINE.
003370     05  GLX-XL-CO-ID               PIC ZZZ9.
003380     05  FILLER                     PIC X(02) VALUE SPACES.
003390     05  GLX-XL-APPL-ID             PIC X(02).
003400     05  FILLER                     PIC X(01) VALUE SPACES.
003410     05  GLX-XL-ACT-NO              PIC Z(14)9.
003420     05  FILLER                     PIC X(02) VALUE SPACES.
003430     05  GLX-XL-INT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
003440     05  FILLER                     PIC X(02) VALUE SPACES.
003450     05  GLX-XL-WHLD                PIC Z,ZZZ,ZZZ,ZZ9.99-.
003460     05  FILLER                     PIC X(02) VALUE SPACES.
003470     05  GLX-XL-NOTE                PIC X(40).
003480     05  FILLER                     PIC X(28) VALUE SPACES.
003490
003500 01  GLX-TIE-HDG-LINE.
003510     05  FILLER                     PIC X(06) VALUE "CO".
003520     05  FILLER                     PIC X(22)
003530             VALUE "INTEREST BUCKET".
003540     05  FILLER                     PIC X(19)
003550             VALUE "      ACCUMULATED".
003560     05  FILLER                     PIC X(19)
003570             VALUE "           BOOKED".
003580     05  FILLER                     PIC X(19)
003590             VALUE "       DIFFERENCE".
003600     05  FILLER                     PIC X(47) VALUE "STATUS".
003610
003620 01  GLX-TIE-LINE.
003630     05  GLX-TL-CO                  PIC X(04).
003640     05  FILLER                     PIC X(02) VALUE SPACES.
003650     05  GLX-TL-LABEL               PIC X(22).
003660     05  GLX-TL-ACC                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
003670     05  FILLER                     PIC X(02) VALUE SPACES.
003680     05  GLX-TL-BOOK                PIC Z,ZZZ,ZZZ,ZZ9.99-.
003690     05  FILLER                     PIC X(02) VALUE SPACES.
003700     05  GLX-TL-DIFF                PIC Z,ZZZ,ZZZ,ZZ9.99-.
003710     05  FILLER                     PIC X(02) VALUE SPACES.
003720     05  GLX-TL-STATUS              PIC X(10).
003730     05  FILLER                     PIC X(37) VALUE SPACES.
003740
003750 01  GLX-DSP-HDG-LINE.
003760     05  FILLER                     PIC X(06) VALUE "CO".
003770     05  FILLER                     PIC X(22) VALUE "DISPOSITION".
003780     05  FILLER                     PIC X(19)
003790             VALUE "   ACCOUNTS".
003800     05  FILLER                     PIC X(19)
003810             VALUE "         INTEREST".
003820     05  FILLER                     PIC X(19)
003830             VALUE "         WITHHELD".
003840     05  FILLER                     PIC X(47) VALUE SPACES.
003850
003860 01  GLX-DSP-LINE.
003870     05  GLX-DP-CO                  PIC X(04).
003880     05  FILLER                     PIC X(02) VALUE SPACES.
003890     05  GLX-DP-LABEL               PIC X(22).
003900     05  GLX-DP-COUNT               PIC ZZZ,ZZZ,ZZ9.
003910     05  FILLER                     PIC X(08) VALUE SPACES.
003920     05  GLX-DP-INT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
003930     05  FILLER                     PIC X(02) VALUE SPACES.
003940     05  GLX-DP-WHLD                PIC Z,ZZZ,ZZZ,ZZ9.99-.
003950     05  FILLER                     PIC X(49) VALUE SPACES.
003960
003970*----------------------------------------------------------------
003980*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
003990*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
004000*----------------------------------------------------------------
004010 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
004020     88  GLX-RC-STARTED                         VALUE "Y".
004030 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
004040 COPY "GLRUNREC".
004050
004060 PROCEDURE DIVISION.
004070*----------------------------------------------------------------
004080*0000-MAINLINE
004090*----------------------------------------------------------------
004100 0000-MAINLINE.
004110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004120     PERFORM 2000-TAKE-ACCOUNT THRU 2000-EXIT
004130         UNTIL GLX-SWEEP-DONE.
004140     PERFORM 3000-TAKE-BOOKED THRU 3000-EXIT.
004150     PERFORM 8000-PRODUCE-OUTPUT THRU 8000-EXIT.
004160     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004170     STOP RUN.
004180
004190*----------------------------------------------------------------
004200*1000-INITIALIZE - TAKE THE CARDS, OPEN FILES, WRITE THE 1099-INT
004210*HEADER AND POSITION ON THE TAX YEAR'S FIRST ACCOUNT.  WITHOUT A
004220*GOOD TAXYEAR CARD NOTHING IS PRODUCED
004230*----------------------------------------------------------------
004240 1000-INITIALIZE.
004250     PERFORM 1100-READ-CARDS THRU 1100-EXIT.
004260     OPEN OUTPUT GL-1099-FILE
004270                 GL-BAL-RPT.
004280     IF GLX-TAX-CYY = ZERO
004290         DISPLAY "GLTAXYRE - NO VALID TAXYEAR CARD - NO 1099-INT "
004300             "FILE PRODUCED"
004310         MOVE "Y" TO GLX-SWEEP-DONE-SW
004320         GO TO 1000-EXIT
004330     END-IF.
004340     COMPUTE GLX-BUSINESS-DATE = GLX-TAX-CYY * 10000 + 1231.
004350     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
004360     MOVE GLX-TAX-CCYY TO GLX-H1-TAX-YEAR.
004370     INITIALIZE GLX-GRAND-ROW.
004380     MOVE GLX-MINIMUM  TO GLX-H1-MINIMUM.
004390     WRITE BAL-RPT-LINE FROM GLX-HDG-LINE-1.
004400     WRITE BAL-RPT-LINE FROM GLX-EXC-HDG-LINE.
004410     ACCEPT GLX-WORK-DATE FROM DATE.
004420     ACCEPT GLX-WORK-TIME FROM TIME.
004430     MOVE SPACES TO GLX-1099-RECORD.
004440     MOVE "H"            TO GLX-IH-REC-TYPE.
004450     MOVE "1099-INT"     TO GLX-IH-FORM-ID.
004460     MOVE GLX-TAX-CCYY   TO GLX-IH-TAX-YEAR.
004470     MOVE GLX-WORK-DATE  TO GLX-IH-RUN-DATE.
004480     MOVE GLX-WORK-TIME  TO GLX-IH-RUN-TIME.
004490     WRITE GLX-1099-RECORD.
004500     OPEN INPUT GL-INCYTD-FILE.
004510     IF GLX-YTD-OK
004520         MOVE "Y" TO GLX-YTD-OPEN-SW
004530     ELSE
004540         DISPLAY "GLTAXYRE - OPEN ERROR ON GL-INCYTD-FILE "
004550             GLX-YTD-STATUS
004560         ADD 1 TO GLX-MASTER-ERRORS
004570     END-IF.
004580     OPEN INPUT GL-TAX-FILE.
004590     IF NOT GLX-TAX-OK
004600         DISPLAY "GLTAXYRE - OPEN ERROR ON GL-TAX-FILE "
004610             GLX-TAX-STATUS
004620         ADD 1 TO GLX-MASTER-ERRORS
004630         MOVE "Y" TO GLX-SWEEP-DONE-SW
004640         GO TO 1000-EXIT
004650     END-IF.
004660     MOVE "Y" TO GLX-TAX-OPEN-SW.
004670     MOVE LOW-VALUES TO GLX-TAX-KEY.
004680     MOVE GLX-TAX-CYY TO GLX-TAX-YEAR.
004690     START GL-TAX-FILE KEY NOT LESS THAN GLX-TAX-KEY
004700         INVALID KEY
004710             MOVE "Y" TO GLX-SWEEP-DONE-SW
004720     END-START.
004730 1000-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770*1100-READ-CARDS - THE WHOLE DECK IS TAKEN BEFORE ANY ACCOUNT
004780*----------------------------------------------------------------
004790 1100-READ-CARDS.
004800     OPEN INPUT GL-PARM-FILE.
004810     IF NOT GLX-PARM-OK
004820         GO TO 1100-EXIT
004830     END-IF.
004840     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
004850         UNTIL GLX-PARM-EOF.
004860     CLOSE GL-PARM-FILE.
004870 1100-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------
004910*1110-READ-ONE-CARD - EDIT AND TAKE ONE CARD.  A BAD OR UNKNOWN
004920*CARD IS REJECTED AND THE RUN POSTS NOGO, SINCE AN ACCOUNT MAY
004930*HAVE BEEN FILED OR HELD BACK UNDER THE WRONG RULE
004940*----------------------------------------------------------------
004950 1110-READ-ONE-CARD.
004960     READ GL-PARM-FILE
004970         AT END
004980             MOVE "Y" TO GLX-PARM-EOF-SWITCH
004990             GO TO 1110-EXIT
005000     END-READ.
005010     IF GLX-PARM-KEYWORD (1:1) = "*"
005020        OR GLX-PARM-KEYWORD = SPACES
005030         GO TO 1110-EXIT
005040     END-IF.
005050     ADD 1 TO GLX-CARDS-READ.
005060     IF GLX-PARM-IS-TAXYEAR
005070         MOVE "BAD TAX YEAR" TO GLX-REJECT-REASON
005080         IF GLX-PARM-YEAR NOT NUMERIC
005090            OR GLX-PARM-YEAR < 1900
005100            OR GLX-PARM-YEAR > 2099
005110             GO TO 1110-REJECT
005120         END-IF
005130         MOVE GLX-PARM-YEAR TO GLX-TAX-CCYY
005140         COMPUTE GLX-TAX-CYY = GLX-PARM-YEAR - 1900
005150         GO TO 1110-EXIT
005160     END-IF.
005170     IF GLX-PARM-IS-MINIMUM
005180         MOVE "BAD MINIMUM" TO GLX-REJECT-REASON
005190         IF GLX-PARM-MINIMUM NOT NUMERIC
005200             GO TO 1110-REJECT
005210         END-IF
005220         MOVE GLX-PARM-MINIMUM TO GLX-MINIMUM
005230         GO TO 1110-EXIT
005240     END-IF.
005250     IF GLX-PARM-IS-EXCL-APPL
005260         MOVE "BAD APPLICATION" TO GLX-REJECT-REASON
005270         IF GLX-PARM-APPL-ID = SPACES
005280             GO TO 1110-REJECT
005290         END-IF
005300         IF GLX-EXA-COUNT NOT < GLX-EXA-MAX
005310             MOVE "APPL TABLE FULL" TO GLX-REJECT-REASON
005320             GO TO 1110-REJECT
005330         END-IF
005340         ADD 1 TO GLX-EXA-COUNT
005350         SET GLX-EX TO GLX-EXA-COUNT
005360         MOVE GLX-PARM-APPL-ID TO GLX-EXA-APPL-ID (GLX-EX)
005370         GO TO 1110-EXIT
005380     END-IF.
005390     MOVE "UNKNOWN CARD" TO GLX-REJECT-REASON.
005400 1110-REJECT.
005410     ADD 1 TO GLX-CARDS-REJECTED.
005420     DISPLAY "GLTAXYRE - CARD REJECTED, " GLX-REJECT-REASON
005430         ": " GLX-PARM-RECORD.
005440 1110-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480*2000-TAKE-ACCOUNT - NEXT ACCOUNT OF THE TAX YEAR: ROLL IT INTO
005490*ITS COMPANY'S ACCUMULATED INTEREST, THEN FILE IT OR SAY WHY NOT
005500*----------------------------------------------------------------
005510 2000-TAKE-ACCOUNT.
005520     READ GL-TAX-FILE NEXT RECORD
005530         AT END
005540             MOVE "Y" TO GLX-SWEEP-DONE-SW
005550             GO TO 2000-EXIT
005560     END-READ.
005570     IF NOT GLX-TAX-OK
005580        OR GLX-TAX-YEAR NOT = GLX-TAX-CYY
005590         MOVE "Y" TO GLX-SWEEP-DONE-SW
005600         GO TO 2000-EXIT
005610     END-IF.
005620     ADD 1 TO GLX-ACCOUNTS-READ.
005630     PERFORM 2100-FIND-COMPANY THRU 2100-EXIT.
005640     IF NOT GLX-CO-FOUND
005650         GO TO 2000-EXIT
005660     END-IF.
005670     COMPUTE GLX-ACT-BOX1 = GLX-TAX-YTD-INT + GLX-TAX-YTD-INT-ND.
005680     MOVE GLX-TAX-YTD-WHLD TO GLX-ACT-BOX4.
005690     ADD GLX-TAX-YTD-INT    TO GLX-CO-ACC-INT (GLX-CX).
005700     ADD GLX-TAX-YTD-INT-ND TO GLX-CO-ACC-INT-ND (GLX-CX).
005710     ADD GLX-TAX-YTD-WHLD   TO GLX-CO-ACC-WHLD (GLX-CX).
005720     PERFORM 2200-CHECK-EXCLUDED THRU 2200-EXIT.
005730     IF GLX-EXCLUDED
005740         ADD 1            TO GLX-CO-EXCL-CNT (GLX-CX)
005750         ADD GLX-ACT-BOX1 TO GLX-CO-EXCL-INT (GLX-CX)
005760         ADD GLX-ACT-BOX4 TO GLX-CO-EXCL-WHLD (GLX-CX)
005770         GO TO 2000-EXIT
005780     END-IF.
005790     IF GLX-ACT-BOX1 < ZERO
005800        OR GLX-ACT-BOX4 < ZERO
005810         ADD 1            TO GLX-CO-NEG-CNT (GLX-CX)
005820         ADD GLX-ACT-BOX1 TO GLX-CO-NEG-INT (GLX-CX)
005830         ADD GLX-ACT-BOX4 TO GLX-CO-NEG-WHLD (GLX-CX)
005840         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
005850         GO TO 2000-EXIT
005860     END-IF.
005870     IF GLX-ACT-BOX1 < GLX-MINIMUM
005880        AND GLX-ACT-BOX4 = ZERO
005890         ADD 1            TO GLX-CO-BELOW-CNT (GLX-CX)
005900         ADD GLX-ACT-BOX1 TO GLX-CO-BELOW-INT (GLX-CX)
005910         GO TO 2000-EXIT
005920     END-IF.
005930     IF GLX-ACT-BOX1 = ZERO
005940        AND GLX-ACT-BOX4 = ZERO
005950         GO TO 2000-EXIT
005960     END-IF.
005970     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
005980 2000-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020*2100-FIND-COMPANY - LOCATE THE COMPANY'S BALANCING ROW BY THE
006030*CO-ID IN GLX-TAX-CO-ID, ADDING A NEW ROW WHEN NOT FOUND.  A
006040*FULL TABLE LEAVES THE BALANCING SHORT AND POSTS NOGO
006050*----------------------------------------------------------------
006060 2100-FIND-COMPANY.
006070     MOVE "Y" TO GLX-CO-FOUND-SW.
006080     IF GLX-CO-COUNT > ZERO
006090         SET GLX-CX TO 1
006100         SEARCH GLX-CO-ENTRY
006110             AT END
006120                 CONTINUE
006130             WHEN GLX-CO-CO-ID (GLX-CX) = GLX-TAX-CO-ID
006140                 GO TO 2100-EXIT
006150         END-SEARCH
006160     END-IF.
006170     IF GLX-CO-COUNT NOT < GLX-CO-MAX
006180         IF GLX-MASTER-ERRORS = ZERO
006190             DISPLAY "GLTAXYRE - COMPANY TABLE FULL AT "
006200                 GLX-CO-MAX " - BALANCING INCOMPLETE"
006210         END-IF
006220         ADD 1 TO GLX-MASTER-ERRORS
006230         MOVE "N" TO GLX-CO-FOUND-SW
006240         GO TO 2100-EXIT
006250     END-IF.
006260     ADD 1 TO GLX-CO-COUNT.
006270     SET GLX-CX TO GLX-CO-COUNT.
006280     MOVE GLX-TAX-CO-ID TO GLX-CO-CO-ID (GLX-CX).
006290     MOVE ZERO TO GLX-CO-ACC-INT (GLX-CX)
006300                  GLX-CO-ACC-INT-ND (GLX-CX)
006310                  GLX-CO-ACC-WHLD (GLX-CX)
006320                  GLX-CO-BOOK-INT (GLX-CX)
006330                  GLX-CO-BOOK-INT-ND (GLX-CX)
006340                  GLX-CO-FILE-CNT (GLX-CX)
006350                  GLX-CO-FILE-INT (GLX-CX)
006360                  GLX-CO-FILE-WHLD (GLX-CX)
006370                  GLX-CO-BELOW-CNT (GLX-CX)
006380                  GLX-CO-BELOW-INT (GLX-CX)
006390                  GLX-CO-EXCL-CNT (GLX-CX)
006400                  GLX-CO-EXCL-INT (GLX-CX)
006410                  GLX-CO-EXCL-WHLD (GLX-CX)
006420                  GLX-CO-NEG-CNT (GLX-CX)
006430                  GLX-CO-NEG-INT (GLX-CX)
006440                  GLX-CO-NEG-WHLD (GLX-CX).
006450 2100-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490*2200-CHECK-EXCLUDED - IS THE ACCOUNT'S APPLICATION ON AN
006500*EXCLAPPL CARD
006510*----------------------------------------------------------------
006520 2200-CHECK-EXCLUDED.
006530     MOVE "N" TO GLX-EXCLUDED-SW.
006540     IF GLX-EXA-COUNT = ZERO
006550         GO TO 2200-EXIT
006560     END-IF.
006570     SET GLX-EX TO 1.
006580     SEARCH GLX-EXA-ENTRY
006590         AT END
006600             CONTINUE
006610         WHEN GLX-EXA-APPL-ID (GLX-EX) = GLX-TAX-APPL-ID
006620             MOVE "Y" TO GLX-EXCLUDED-SW
006630     END-SEARCH.
006640 2200-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680*2300-WRITE-DETAIL - ONE 1099-INT DETAIL FOR THE ACCOUNT
006690*----------------------------------------------------------------
006700 2300-WRITE-DETAIL.
006710     MOVE SPACES TO GLX-1099-RECORD.
006720     MOVE "D"             TO GLX-ID-REC-TYPE.
006730     MOVE GLX-TAX-CCYY    TO GLX-ID-TAX-YEAR.
006740     MOVE GLX-TAX-CO-ID   TO GLX-ID-CO-ID.
006750     MOVE GLX-TAX-APPL-ID TO GLX-ID-APPL-ID.
006760     MOVE GLX-TAX-ACT-NO  TO GLX-ID-ACT-NO.
006770     MOVE GLX-ACT-BOX1    TO GLX-ID-BOX1-INT.
006780     MOVE GLX-ACT-BOX4    TO GLX-ID-BOX4-WHLD.
006790     WRITE GLX-1099-RECORD.
006800     ADD 1 TO GLX-DETAILS-WRITTEN.
006810     ADD GLX-ACT-BOX1 TO GLX-BOX1-TOTAL.
006820     ADD GLX-ACT-BOX4 TO GLX-BOX4-TOTAL.
006830     ADD 1            TO GLX-CO-FILE-CNT (GLX-CX).
006840     ADD GLX-ACT-BOX1 TO GLX-CO-FILE-INT (GLX-CX).
006850     ADD GLX-ACT-BOX4 TO GLX-CO-FILE-WHLD (GLX-CX).
006860 2300-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900*2400-PRINT-EXCEPTION - AN ACCOUNT WHOSE YEAR NETS NEGATIVE
006910*(REVERSALS BEYOND WHAT WAS PAID OR WITHHELD) CANNOT BE FILED
006920*AND IS LISTED FOR REVIEW
006930*----------------------------------------------------------------
006940 2400-PRINT-EXCEPTION.
006950     MOVE GLX-TAX-CO-ID   TO GLX-XL-CO-ID.
006960     MOVE GLX-TAX-APPL-ID TO GLX-XL-APPL-ID.
006970     MOVE GLX-TAX-ACT-NO  TO GLX-XL-ACT-NO.
006980     MOVE GLX-ACT-BOX1    TO GLX-XL-INT.
006990     MOVE GLX-ACT-BOX4    TO GLX-XL-WHLD.
007000     MOVE "NEGATIVE YEAR - NOT FILED" TO GLX-XL-NOTE.
007010     WRITE BAL-RPT-LINE FROM GLX-EXC-LINE.
007020 2400-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060*3000-TAKE-BOOKED - ROLL EACH COMPANY'S YEAR-TO-DATE INTEREST
007070*BOOKED FOR THE TAX YEAR INTO ITS BALANCING ROW.  A COMPANY
007080*THAT BOOKED INTEREST BUT ACCUMULATED NONE GETS A ROW TOO
007090*----------------------------------------------------------------
007100 3000-TAKE-BOOKED.
007110     IF NOT GLX-YTD-OPEN
007120        OR GLX-TAX-CYY = ZERO
007130         GO TO 3000-EXIT
007140     END-IF.
007150     MOVE "N" TO GLX-SWEEP-DONE-SW.
007160     MOVE GLX-TAX-CYY TO GLX-YTD-YEAR.
007170     MOVE ZERO        TO GLX-YTD-CO-ID.
007180     START GL-INCYTD-FILE KEY NOT LESS THAN GLX-YTD-KEY
007190         INVALID KEY
007200             GO TO 3000-EXIT
007210     END-START.
007220     PERFORM 3100-TAKE-ONE-BOOKED THRU 3100-EXIT
007230         UNTIL GLX-SWEEP-DONE.
007240 3000-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------
007280*3100-TAKE-ONE-BOOKED
007290*----------------------------------------------------------------
007300 3100-TAKE-ONE-BOOKED.
007310     READ GL-INCYTD-FILE NEXT RECORD
007320         AT END
007330             MOVE "Y" TO GLX-SWEEP-DONE-SW
007340             GO TO 3100-EXIT
007350     END-READ.
007360     IF NOT GLX-YTD-OK
007370        OR GLX-YTD-YEAR NOT = GLX-TAX-CYY
007380         MOVE "Y" TO GLX-SWEEP-DONE-SW
007390         GO TO 3100-EXIT
007400     END-IF.
007410     MOVE GLX-YTD-CO-ID TO GLX-TAX-CO-ID.
007420     PERFORM 2100-FIND-COMPANY THRU 2100-EXIT.
007430     IF NOT GLX-CO-FOUND
007440         GO TO 3100-EXIT
007450     END-IF.
007460     ADD GLX-YTD-INT    TO GLX-CO-BOOK-INT (GLX-CX).
007470     ADD GLX-YTD-INT-ND TO GLX-CO-BOOK-INT-ND (GLX-CX).
007480 3100-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------
007520*8000-PRODUCE-OUTPUT - CLOSE THE 1099-INT FILE WITH ITS TRAILER,
007530*THEN PRINT EVERY COMPANY'S TIE-OUT AND DISPOSITION AND THE
007540*SAME FOR ALL COMPANIES TOGETHER
007550*----------------------------------------------------------------
007560 8000-PRODUCE-OUTPUT.
007570     IF GLX-TAX-CYY = ZERO
007580         GO TO 8000-EXIT
007590     END-IF.
007600     MOVE SPACES TO GLX-1099-RECORD.
007610     MOVE "T"               TO GLX-IT-REC-TYPE.
007620     COMPUTE GLX-IT-REC-COUNT = GLX-DETAILS-WRITTEN + 2.
007630     MOVE GLX-BOX1-TOTAL    TO GLX-IT-BOX1-TOTAL.
007640     MOVE GLX-BOX4-TOTAL    TO GLX-IT-BOX4-TOTAL.
007650     WRITE GLX-1099-RECORD.
007660     IF GLX-CO-COUNT > ZERO
007670         PERFORM 8100-PRINT-COMPANY THRU 8100-EXIT
007680             VARYING GLX-CX FROM 1 BY 1
007690             UNTIL GLX-CX > GLX-CO-COUNT
007700     END-IF.
007710     MOVE GLX-GRAND-ROW TO GLX-CUR-ROW.
007720     MOVE "ALL" TO GLX-ROW-LABEL.
007730     PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
007740 8000-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780*8100-PRINT-COMPANY - PRINT ONE COMPANY'S ROW AND ADD IT TO THE
007790*GRAND TOTAL
007800*----------------------------------------------------------------
007810 8100-PRINT-COMPANY.
007820     MOVE GLX-CO-AMOUNTS (GLX-CX) TO GLX-CUR-ROW.
007830     MOVE GLX-CO-CO-ID (GLX-CX)   TO GLX-CO-EDIT.
007840     MOVE GLX-CO-EDIT             TO GLX-ROW-LABEL.
007850     PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
007860     ADD GLX-CR-ACC-INT     TO GLX-GR-ACC-INT.
007870     ADD GLX-CR-ACC-INT-ND  TO GLX-GR-ACC-INT-ND.
007880     ADD GLX-CR-ACC-WHLD    TO GLX-GR-ACC-WHLD.
007890     ADD GLX-CR-BOOK-INT    TO GLX-GR-BOOK-INT.
007900     ADD GLX-CR-BOOK-INT-ND TO GLX-GR-BOOK-INT-ND.
007910     ADD GLX-CR-FILE-CNT    TO GLX-GR-FILE-CNT.
007920     ADD GLX-CR-FILE-INT    TO GLX-GR-FILE-INT.
007930     ADD GLX-CR-FILE-WHLD   TO GLX-GR-FILE-WHLD.
007940     ADD GLX-CR-BELOW-CNT   TO GLX-GR-BELOW-CNT.
007950     ADD GLX-CR-BELOW-INT   TO GLX-GR-BELOW-INT.
007960     ADD GLX-CR-EXCL-CNT    TO GLX-GR-EXCL-CNT.
007970     ADD GLX-CR-EXCL-INT    TO GLX-GR-EXCL-INT.
007980     ADD GLX-CR-EXCL-WHLD   TO GLX-GR-EXCL-WHLD.
007990     ADD GLX-CR-NEG-CNT     TO GLX-GR-NEG-CNT.
008000     ADD GLX-CR-NEG-INT     TO GLX-GR-NEG-INT.
008010     ADD GLX-CR-NEG-WHLD    TO GLX-GR-NEG-WHLD.
008020     IF GLX-CR-ACC-INT NOT = GLX-CR-BOOK-INT
008030        OR GLX-CR-ACC-INT-ND NOT = GLX-CR-BOOK-INT-ND
008040         ADD 1 TO GLX-COMPANIES-OUT
008050     END-IF.
008060 8100-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------------
008100*8200-PRINT-ROW - THE TIE-OUT OF EACH INTEREST BUCKET TO WHAT
008110*WAS BOOKED, THEN WHERE THE ACCUMULATED INTEREST WENT
008120*----------------------------------------------------------------
008130 8200-PRINT-ROW.
008140     WRITE BAL-RPT-LINE FROM GLX-TIE-HDG-LINE.
008150     MOVE GLX-ROW-LABEL        TO GLX-TL-CO.
008160     MOVE "INTEREST COLLECTED" TO GLX-TL-LABEL.
008170     MOVE GLX-CR-ACC-INT       TO GLX-TL-ACC.
008180     MOVE GLX-CR-BOOK-INT      TO GLX-TL-BOOK.
008190     COMPUTE GLX-TL-DIFF = GLX-CR-ACC-INT - GLX-CR-BOOK-INT.
008200     IF GLX-CR-ACC-INT = GLX-CR-BOOK-INT
008210         MOVE "TIES"      TO GLX-TL-STATUS
008220     ELSE
008230         MOVE "** OUT **" TO GLX-TL-STATUS
008240     END-IF.
008250     WRITE BAL-RPT-LINE FROM GLX-TIE-LINE.
008260     MOVE "INT PAID NOT DISB"  TO GLX-TL-LABEL.
008270     MOVE GLX-CR-ACC-INT-ND    TO GLX-TL-ACC.
008280     MOVE GLX-CR-BOOK-INT-ND   TO GLX-TL-BOOK.
008290     COMPUTE GLX-TL-DIFF = GLX-CR-ACC-INT-ND - GLX-CR-BOOK-INT-ND.
008300     IF GLX-CR-ACC-INT-ND = GLX-CR-BOOK-INT-ND
008310         MOVE "TIES"      TO GLX-TL-STATUS
008320     ELSE
008330         MOVE "** OUT **" TO GLX-TL-STATUS
008340     END-IF.
008350     WRITE BAL-RPT-LINE FROM GLX-TIE-LINE.
008360     WRITE BAL-RPT-LINE FROM GLX-DSP-HDG-LINE.
008370     MOVE GLX-ROW-LABEL        TO GLX-DP-CO.
008380     MOVE "ON 1099-INT FILE"   TO GLX-DP-LABEL.
008390     MOVE GLX-CR-FILE-CNT      TO GLX-DP-COUNT.
008400     MOVE GLX-CR-FILE-INT      TO GLX-DP-INT.
008410     MOVE GLX-CR-FILE-WHLD     TO GLX-DP-WHLD.
008420     WRITE BAL-RPT-LINE FROM GLX-DSP-LINE.
008430     MOVE "BELOW MINIMUM"      TO GLX-DP-LABEL.
008440     MOVE GLX-CR-BELOW-CNT     TO GLX-DP-COUNT.
008450     MOVE GLX-CR-BELOW-INT     TO GLX-DP-INT.
008460     MOVE ZERO                 TO GLX-DP-WHLD.
008470     WRITE BAL-RPT-LINE FROM GLX-DSP-LINE.
008480     MOVE "NOT REPORTABLE APPL" TO GLX-DP-LABEL.
008490     MOVE GLX-CR-EXCL-CNT      TO GLX-DP-COUNT.
008500     MOVE GLX-CR-EXCL-INT      TO GLX-DP-INT.
008510     MOVE GLX-CR-EXCL-WHLD     TO GLX-DP-WHLD.
008520     WRITE BAL-RPT-LINE FROM GLX-DSP-LINE.
008530     MOVE "NEGATIVE - NOT FILED" TO GLX-DP-LABEL.
008540     MOVE GLX-CR-NEG-CNT       TO GLX-DP-COUNT.
008550     MOVE GLX-CR-NEG-INT       TO GLX-DP-INT.
008560     MOVE GLX-CR-NEG-WHLD      TO GLX-DP-WHLD.
008570     WRITE BAL-RPT-LINE FROM GLX-DSP-LINE.
008580 8200-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------
008620*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
008630*----------------------------------------------------------------
008640 9999-TERMINATE.
008650     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
008660     IF GLX-TAX-OPEN
008670         CLOSE GL-TAX-FILE
008680     END-IF.
008690     IF GLX-YTD-OPEN
008700         CLOSE GL-INCYTD-FILE
008710     END-IF.
008720     CLOSE GL-1099-FILE.
008730     CLOSE GL-BAL-RPT.
008740     DISPLAY "GLTAXYRE - ACCOUNTS READ:    " GLX-ACCOUNTS-READ.
008750     DISPLAY "GLTAXYRE - 1099-INT DETAILS: " GLX-DETAILS-WRITTEN.
008760     DISPLAY "GLTAXYRE - BOX 1 TOTAL:      " GLX-BOX1-TOTAL.
008770     DISPLAY "GLTAXYRE - BOX 4 TOTAL:      " GLX-BOX4-TOTAL.
008780     DISPLAY "GLTAXYRE - COMPANIES UNTIED: " GLX-COMPANIES-OUT.
008790     DISPLAY "GLTAXYRE - CARDS REJECTED:   " GLX-CARDS-REJECTED.
008800 9999-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------------
008840*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
008850*SHARED RUN-CONTROL FILE UNDER THE LAST DAY OF THE TAX YEAR
008860*----------------------------------------------------------------
008870 9800-POST-RUN-START.
008880     MOVE "Y" TO GLX-RC-STARTED-SW.
008890     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
008900     MOVE SPACES TO GLR-RUN-RECORD.
008910     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
008920     MOVE "GLTAXYRE" TO GLR-PROGRAM.
008930     MOVE "STARTED"  TO GLR-EVENT.
008940     MOVE SPACES     TO GLR-STATUS.
008950     MOVE ZERO       TO GLR-RECORD-COUNT.
008960     CALL "GLRCPOST" USING GLR-RUN-RECORD.
008970 9800-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------------
009010*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
009020*AND ITS 1099-INT DETAIL COUNT.  A COMPANY WHOSE ACCUMULATED
009030*INTEREST DOES NOT TIE TO WHAT WAS BOOKED, AN ACCOUNT WITH A
009040*NEGATIVE YEAR, A REJECTED CARD OR A FILE FAILURE POSTS NOGO:
009050*THE 1099-INT FILE IS NOT TO BE RELEASED UNTIL THEY ARE CLEARED.
009060*NOTHING IS POSTED WITHOUT A TAXYEAR CARD
009070*----------------------------------------------------------------
009080 9900-POST-RUN-END.
009090     IF GLX-RC-BUSDATE = ZERO
009100         GO TO 9900-EXIT
009110     END-IF.
009120     MOVE SPACES TO GLR-RUN-RECORD.
009130     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
009140     MOVE "GLTAXYRE" TO GLR-PROGRAM.
009150     MOVE "ENDED"    TO GLR-EVENT.
009160     IF GLX-COMPANIES-OUT > ZERO
009170        OR GLX-GR-NEG-CNT > ZERO
009180        OR GLX-CARDS-REJECTED > ZERO
009190        OR GLX-MASTER-ERRORS > ZERO
009200         MOVE "NOGO"     TO GLR-STATUS
009210     ELSE
009220         MOVE "OK"       TO GLR-STATUS
009230     END-IF.
009240     MOVE GLX-DETAILS-WRITTEN TO GLR-RECORD-COUNT.
009250     CALL "GLRCPOST" USING GLR-RUN-RECORD.
009260 9900-EXIT.
009270     EXIT.
