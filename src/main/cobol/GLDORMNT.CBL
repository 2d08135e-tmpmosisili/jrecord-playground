000010*****************************************************************
000020** PROGRAM-ID: GLDORMNT
000030** MONTHLY DORMANT ACCOUNT AGING, DORMANCY STATUS REVIEW AND
000040** UNCLAIMED PROPERTY (ESCHEATMENT) CANDIDATE LIST.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLDORMNT.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  SWEEPS EVERY ACCOUNT ON THE
000180*                  GLBALMF BALANCE MASTER AND AGES IT IN DAYS
000190*                  FROM THE LAST CUSTOMER-INITIATED ACTIVITY
000200*                  DATE THAT GLDORCHK KEEPS ON THE GLDORMF
000210*                  DORMANCY MASTER (BANK-GENERATED INTEREST AND
000220*                  FEE ITEMS NEVER RESET IT).  AN ACCOUNT NOT
000230*                  YET ON GLDORMF IS ENROLLED FROM ITS GLBALMF
000240*                  LAST-ROLLED DATE, THE BEST EVIDENCE ON HAND.
000250*                  AT THE THRESHLD CARD'S DAY COUNT (365 IF NO
000260*                  CARD) AN ACCOUNT GOES DORMANT; CUSTOMER
000270*                  ACTIVITY SINCE BRINGS IT BACK ACTIVE.  ONCE
000280*                  A DORMANT ACCOUNT WITH A BALANCE HAS GONE
000290*                  UNTOUCHED FOR THE DORMANCY PERIOD OF ITS
000300*                  STATE (STATE CARDS; THE STATE COMES FROM AN
000310*                  ACCTST CARD HELD ON GLDORMF OR ELSE ITS
000320*                  COMPANY'S COSTATE CARD) IT IS LISTED ON THE
000330*                  GLESCRPT ESCHEATMENT CANDIDATE LIST WITH ITS
000340*                  BALANCE AND LAST-ACTIVITY DATE.  GLDORRPT
000350*                  LISTS THE STATUS CHANGES AND EXCEPTIONS AND
000360*                  SUMMARIZES EVERY ACCOUNT BY AGE.  A RERUN OF
000370*                  THE SAME BUSDATE REPRINTS THE SAME CHANGES.
000380*10/15/2026 RLH    A BALANCE OR DORMANCY MASTER THAT WILL NOT
000390*                  OPEN NOW POSTS FAIL, NOT NOGO, AND ENDS THE RUN
000400*                  WITH RETURN CODE 16: NO ACCOUNT WAS AGED.
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
000520     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLDORPRM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS GLX-PARM-STATUS.
000550
000560     SELECT GL-BAL-FILE ASSIGN TO GLBALMF
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS GLX-BAL-KEY
000600         FILE STATUS IS GLX-BAL-STATUS.
000610
000620     SELECT OPTIONAL GL-DORM-FILE ASSIGN TO GLDORMF
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS GLX-DRM-KEY
000660         FILE STATUS IS GLX-DORM-STATUS.
000670
000680     SELECT GL-DORM-RPT ASSIGN TO GLDORRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS GLX-RPT-STATUS.
000710
000720     SELECT GL-ESCH-RPT ASSIGN TO GLESCRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS GLX-ESC-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780*----------------------------------------------------------------
000790*DORMANCY PARAMETER CARDS.  "BUSDATE" CARRIES THE BUSINESS DATE
000800*(CYYMMDD) IN COLUMNS 10-16 AND IS REQUIRED.  THE REST ARE
000810*OPTIONAL:
000820*  THRESHLD  DAYS WITHOUT CUSTOMER ACTIVITY THAT MAKE AN ACCOUNT
000830*            DORMANT, COLUMNS 10-14
000840*  STATE     STATE CODE (COLUMNS 10-11) AND ITS DORMANCY PERIOD
000850*            IN YEARS (13-14) BEFORE PROPERTY ESCHEATS
000860*  COSTATE   COMPANY (COLUMNS 10-13) AND THE STATE (15-16) ITS
000870*            ACCOUNTS ESCHEAT TO
000880*  ACCTST    COMPANY (10-13), APPL (15-16), ACCOUNT (18-32) AND
000890*            STATE (34-35) FOR AN ACCOUNT THAT ESCHEATS TO A
000900*            STATE OTHER THAN ITS COMPANY'S.  KEPT ON GLDORMF
000910*"*" IN COLUMN 1 IS A COMMENT
000920*----------------------------------------------------------------
000930 FD  GL-PARM-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE OMITTED.
000960 01  GLX-PARM-RECORD.
000970     05  GLX-PARM-KEYWORD           PIC X(08).
000980         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
000990         88  GLX-PARM-IS-THRESHOLD          VALUE "THRESHLD".
001000         88  GLX-PARM-IS-STATE              VALUE "STATE".
001010         88  GLX-PARM-IS-CO-STATE           VALUE "COSTATE".
001020         88  GLX-PARM-IS-ACCT-STATE         VALUE "ACCTST".
001030     05  FILLER                     PIC X(01).
001040     05  GLX-PARM-BODY              PIC X(71).
001050     05  FILLER REDEFINES GLX-PARM-BODY.
001060         10  GLX-PARM-BUSDATE       PIC 9(07).
001070         10  FILLER                 PIC X(64).
001080     05  FILLER REDEFINES GLX-PARM-BODY.
001090         10  GLX-PARM-DAYS          PIC 9(05).
001100         10  FILLER                 PIC X(66).
001110     05  FILLER REDEFINES GLX-PARM-BODY.
001120         10  GLX-PARM-ST-CODE       PIC X(02).
001130         10  FILLER                 PIC X(01).
001140         10  GLX-PARM-ST-YEARS      PIC 9(02).
001150         10  FILLER                 PIC X(66).
001160     05  FILLER REDEFINES GLX-PARM-BODY.
001170         10  GLX-PARM-CO-ID         PIC 9(04).
001180         10  FILLER                 PIC X(01).
001190         10  GLX-PARM-CO-STATE      PIC X(02).
001200         10  FILLER                 PIC X(64).
001210     05  FILLER REDEFINES GLX-PARM-BODY.
001220         10  GLX-PARM-AC-CO-ID      PIC 9(04).
001230         10  FILLER                 PIC X(01).
001240         10  GLX-PARM-AC-APPL-ID    PIC X(02).
001250         10  FILLER                 PIC X(01).
001260         10  GLX-PARM-AC-ACT-NO     PIC 9(15).
001270         10  FILLER                 PIC X(01).
001280         10  GLX-PARM-AC-STATE      PIC X(02).
001290         10  FILLER                 PIC X(45).
001300
001310*----------------------------------------------------------------
001320*KEYED BALANCE MASTER AS ROLLED BY GLBALMST - READ HERE IN KEY
001330*ORDER FOR THE CLOSING BALANCE AND LAST-ROLLED DATE
001340*----------------------------------------------------------------
001350 FD  GL-BAL-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  GLX-BAL-RECORD.
001380     05  GLX-BAL-KEY.
001390         10  GLX-BAL-CO-ID          PIC 9(04).
001400         10  GLX-BAL-APPL-ID        PIC X(02).
001410         10  GLX-BAL-ACT-NO         PIC 9(15).
001420     05  GLX-BAL-LAST-DATE          PIC 9(07).
001430     05  GLX-BAL-OPENING            PIC S9(13)V99.
001440     05  GLX-BAL-DAY-DR             PIC S9(13)V99.
001450     05  GLX-BAL-DAY-CR             PIC S9(13)V99.
001460     05  GLX-BAL-CLOSING            PIC S9(13)V99.
001470     05  FILLER                     PIC X(20).
001480
001490*----------------------------------------------------------------
001500*KEYED DORMANCY MASTER - ONE RECORD PER CO-ID / APPL-ID /
001510*ACCOUNT WITH THE LAST CUSTOMER-INITIATED ACTIVITY DATE, THE
001520*DORMANCY STATUS AND THE DATE IT WAS LAST SET (THE DORMANT-SINCE
001530*DATE WHILE DORMANT), THE ACCOUNT'S ESCHEATMENT STATE WHEN IT
001540*DIFFERS FROM ITS COMPANY'S, THE DATE IT WAS FIRST LISTED FOR
001550*ESCHEATMENT, AND THE LAST NIGHT A DORMANT-DEBIT ALERT WAS RAISED
001560*----------------------------------------------------------------
001570 FD  GL-DORM-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  GLX-DRM-RECORD.
001600     05  GLX-DRM-KEY.
001610         10  GLX-DRM-CO-ID          PIC 9(04).
001620         10  GLX-DRM-APPL-ID        PIC X(02).
001630         10  GLX-DRM-ACT-NO         PIC 9(15).
001640     05  GLX-DRM-LAST-CUST-DATE     PIC 9(07).
001650     05  GLX-DRM-STATUS             PIC X(01).
001660         88  GLX-DRM-ACTIVE                 VALUE "A".
001670         88  GLX-DRM-DORMANT                VALUE "D".
001680         88  GLX-DRM-ESCHEAT                VALUE "E".
001690     05  GLX-DRM-STATUS-DATE        PIC 9(07).
001700     05  GLX-DRM-STATE              PIC X(02).
001710     05  GLX-DRM-ESCHEAT-DATE       PIC 9(07).
001720     05  GLX-DRM-ALERT-DATE         PIC 9(07).
001730     05  GLX-DRM-ADDED-DATE         PIC 9(07).
001740     05  FILLER                     PIC X(41).
001750
001760 FD  GL-DORM-RPT
001770     RECORDING MODE IS F
001780     LABEL RECORDS ARE OMITTED.
001790 01  DRM-RPT-LINE                     PIC X(132).
001800
001810 FD  GL-ESCH-RPT
001820     RECORDING MODE IS F
001830     LABEL RECORDS ARE OMITTED.
001840 01  ESC-RPT-LINE                     PIC X(132).
001850
001860 WORKING-STORAGE SECTION.
001870*----------------------------------------------------------------
001880*SWITCHES AND COUNTERS
001890*----------------------------------------------------------------
001900 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001910     88  GLX-PARM-OK                           VALUE "00".
001920 77  GLX-BAL-STATUS                  PIC X(02) VALUE SPACES.
001930     88  GLX-BAL-OK                            VALUE "00".
001940 77  GLX-DORM-STATUS                 PIC X(02) VALUE SPACES.
001950*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL DORMANCY MASTER
001960*WHEN IT DID NOT EXIST YET (THE FIRST RUN BOOTSTRAPS IT)
001970     88  GLX-DORM-OK                           VALUE "00" "05".
001980 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001990 77  GLX-ESC-STATUS                  PIC X(02) VALUE SPACES.
002000 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
002010     88  GLX-PARM-EOF                           VALUE "Y".
002020 77  GLX-SWEEP-DONE-SW               PIC X(01) VALUE "N".
002030     88  GLX-SWEEP-DONE                         VALUE "Y".
002040 77  GLX-BAL-OPEN-SW                 PIC X(01) VALUE "N".
002050     88  GLX-BAL-OPEN                           VALUE "Y".
002060 77  GLX-DORM-OPEN-SW                PIC X(01) VALUE "N".
002070     88  GLX-DORM-OPEN                          VALUE "Y".
002080*SET WHEN THE BALANCE OR DORMANCY MASTER WOULD NOT OPEN: NO
002090*ACCOUNT CAN BE AGED, SO THE RUN FAILS
002100 77  GLX-FILES-DOWN-SW               PIC X(01) VALUE "N".
002110     88  GLX-FILES-DOWN                         VALUE "Y".
002120 77  GLX-NEW-ACCOUNT-SW              PIC X(01) VALUE "N".
002130     88  GLX-NEW-ACCOUNT                        VALUE "Y".
002140 77  GLX-DATE-VALID-SW               PIC X(01) VALUE "Y".
002150     88  GLX-DATE-VALID                         VALUE "Y".
002160 77  GLX-CARDS-READ                 PIC S9(07) COMP-3 VALUE ZERO.
002170 77  GLX-CARDS-REJECTED             PIC S9(07) COMP-3 VALUE ZERO.
002180 77  GLX-ACCOUNTS-AGED              PIC S9(09) COMP-3 VALUE ZERO.
002190 77  GLX-ACCOUNTS-ENROLLED          PIC S9(09) COMP-3 VALUE ZERO.
002200 77  GLX-DORMANT-ACCOUNTS           PIC S9(09) COMP-3 VALUE ZERO.
002210 77  GLX-NEWLY-DORMANT              PIC S9(07) COMP-3 VALUE ZERO.
002220 77  GLX-REACTIVATED                PIC S9(07) COMP-3 VALUE ZERO.
002230 77  GLX-CANDIDATES                 PIC S9(07) COMP-3 VALUE ZERO.
002240 77  GLX-NEW-CANDIDATES             PIC S9(07) COMP-3 VALUE ZERO.
002250 77  GLX-STATE-EXCEPTIONS           PIC S9(07) COMP-3 VALUE ZERO.
002260 77  GLX-BAD-DATES                  PIC S9(07) COMP-3 VALUE ZERO.
002270 77  GLX-MASTER-ERRORS              PIC S9(07) COMP-3 VALUE ZERO.
002280 77  GLX-CAND-AMT-TOTAL           PIC S9(15)V99 COMP-3 VALUE ZERO.
002290 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002300 77  GLX-DORMANT-DAYS                PIC 9(05) VALUE 365.
002310 77  GLX-AGE-DAYS                   PIC S9(07) COMP-3 VALUE ZERO.
002320 77  GLX-BUS-DAY-NUMBER              PIC 9(07) VALUE ZERO.
002330 77  GLX-DUE-DATE                    PIC 9(07) VALUE ZERO.
002340 77  GLX-ESC-STATE                   PIC X(02) VALUE SPACES.
002350 77  GLX-ACTION                      PIC X(20) VALUE SPACES.
002360 77  GLX-NOTE                        PIC X(30) VALUE SPACES.
002370 77  GLX-REJECT-REASON               PIC X(20) VALUE SPACES.
002380
002390*----------------------------------------------------------------
002400*STATE DORMANCY PERIODS FROM THE STATE CARDS, WITH THE
002410*CANDIDATE COUNT AND BALANCE LISTED FOR EACH STATE
002420*----------------------------------------------------------------
002430 77  GLX-STA-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002440 77  GLX-STA-MAX                    PIC S9(04) COMP   VALUE 60.
002450 01  GLX-STATE-TABLE.
002460     05  GLX-STA-ENTRY OCCURS 1 TO 60 TIMES
002470             DEPENDING ON GLX-STA-COUNT
002480             INDEXED BY GLX-SX.
002490         10  GLX-STA-CODE           PIC X(02).
002500         10  GLX-STA-YEARS          PIC 9(02).
002510         10  GLX-STA-CANDIDATES     PIC S9(07) COMP-3.
002520         10  GLX-STA-AMOUNT         PIC S9(15)V99 COMP-3.
002530
002540*----------------------------------------------------------------
002550*COMPANY HOME STATES FROM THE COSTATE CARDS
002560*----------------------------------------------------------------
002570 77  GLX-COS-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002580 77  GLX-COS-MAX                    PIC S9(04) COMP   VALUE 200.
002590 01  GLX-CO-STATE-TABLE.
002600     05  GLX-COS-ENTRY OCCURS 1 TO 200 TIMES
002610             DEPENDING ON GLX-COS-COUNT
002620             INDEXED BY GLX-CX.
002630         10  GLX-COS-CO-ID          PIC 9(04).
002640         10  GLX-COS-STATE          PIC X(02).
002650
002660*----------------------------------------------------------------
002670*ACCOUNT STATE OVERRIDES FROM THE ACCTST CARDS.  EACH IS STORED
002680*ON THE ACCOUNT'S GLDORMF RECORD WHEN THE SWEEP REACHES IT; ONE
002690*THAT NEVER MATCHES AN ACCOUNT IS REPORTED AS A REJECTED CARD
002700*----------------------------------------------------------------
002710 77  GLX-ACS-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002720 77  GLX-ACS-MAX                    PIC S9(04) COMP   VALUE 500.
002730 01  GLX-ACCT-STATE-TABLE.
002740     05  GLX-ACS-ENTRY OCCURS 1 TO 500 TIMES
002750             DEPENDING ON GLX-ACS-COUNT
002760             INDEXED BY GLX-AX.
002770         10  GLX-ACS-CO-ID          PIC 9(04).
002780         10  GLX-ACS-APPL-ID        PIC X(02).
002790         10  GLX-ACS-ACT-NO         PIC 9(15) COMP-3.
002800         10  GLX-ACS-STATE          PIC X(02).
002810         10  GLX-ACS-USED-SW        PIC X(01).
002820             88  GLX-ACS-USED               VALUE "Y".
002830
002840*----------------------------------------------------------------
002850*AGE BANDS - UPPER LIMIT IN DAYS AND LABEL, WITH THE ACCOUNT
002860*COUNT AND BALANCE FALLING IN EACH BAND
002870*----------------------------------------------------------------
002880 01  GLX-BAND-DEFS.
002890     05  FILLER                     PIC X(21)
002900             VALUE "000900 - 90 DAYS".
002910     05  FILLER                     PIC X(21)
002920             VALUE "0018091 - 180 DAYS".
002930     05  FILLER                     PIC X(21)
002940             VALUE "00365181 - 365 DAYS".
002950     05  FILLER                     PIC X(21)
002960             VALUE "007301 - 2 YEARS".
002970     05  FILLER                     PIC X(21)
002980             VALUE "010952 - 3 YEARS".
002990     05  FILLER                     PIC X(21)
003000             VALUE "99999OVER 3 YEARS".
003010 01  FILLER REDEFINES GLX-BAND-DEFS.
003020     05  GLX-BND-ENTRY OCCURS 6 TIMES
003030             INDEXED BY GLX-BX.
003040         10  GLX-BND-LIMIT          PIC 9(05).
003050         10  GLX-BND-LABEL          PIC X(16).
003060 77  GLX-BND-SUB                    PIC S9(04) COMP   VALUE ZERO.
003070 01  GLX-BAND-TOTALS.
003080     05  GLX-BNT-ENTRY OCCURS 6 TIMES.
003090         10  GLX-BNT-COUNT          PIC S9(09) COMP-3.
003100         10  GLX-BNT-AMOUNT         PIC S9(15)V99 COMP-3.
003110
003120*----------------------------------------------------------------
003130*DATE EDIT AND DAY-NUMBER WORK AREA.  DATES ARE CENTURY-CODED
003140*CYYMMDD (C = 0 FOR 19XX, 1 FOR 20XX) PER THE CAPTURE SYSTEMS
003150*STANDARD.  THE DAY NUMBER COUNTS DAYS FROM 12/31/1899 SO TWO
003160*DATES SUBTRACT TO THE DAYS BETWEEN THEM
003170*----------------------------------------------------------------
003180 01  GLX-DATE-WORK.
003190     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
003200     05  FILLER REDEFINES GLX-DW-DATE.
003210         10  GLX-DW-CENT            PIC 9(01).
003220         10  GLX-DW-YY              PIC 9(02).
003230         10  GLX-DW-MM              PIC 9(02).
003240         10  GLX-DW-DD              PIC 9(02).
003250 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
003260 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
003270 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
003280 77  GLX-DN-YEARS                    PIC 9(03) VALUE ZERO.
003290 77  GLX-DN-PRIOR-YEARS              PIC 9(03) VALUE ZERO.
003300 77  GLX-DN-LEAP-DAYS                PIC 9(03) VALUE ZERO.
003310 77  GLX-DN-QUOT                     PIC 9(03) VALUE ZERO.
003320 77  GLX-DN-REM                      PIC 9(01) VALUE ZERO.
003330 77  GLX-DAY-NUMBER                  PIC 9(07) VALUE ZERO.
003340
003350 01  GLX-MONTH-DAYS-TABLE.
003360     05  FILLER                     PIC X(24)
003370             VALUE "312831303130313130313031".
003380 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
003390     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
003400
003410*DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP)
003420 01  GLX-CUM-DAYS-TABLE.
003430     05  FILLER                     PIC X(36)
003440             VALUE "000031059090120151181212243273304334".
003450 01  FILLER REDEFINES GLX-CUM-DAYS-TABLE.
003460     05  GLX-CUM-DAYS               PIC 9(03) OCCURS 12 TIMES.
003470
003480*----------------------------------------------------------------
003490*DORMANCY REVIEW REPORT LINES
003500*----------------------------------------------------------------
003510 01  GLX-HDG-LINE-1.
003520     05  FILLER                     PIC X(30)
003530             VALUE "GL DORMANT ACCOUNT REVIEW FOR".
003540     05  GLX-H1-BUSDATE             PIC 9(07).
003550     05  FILLER                     PIC X(03) VALUE SPACES.
003560     05  FILLER                     PIC X(20)
003570             VALUE "DORMANCY THRESHOLD:".
003580     05  GLX-H1-DAYS                PIC ZZZZ9.
003590     05  FILLER                     PIC X(05) VALUE " DAYS".
003600     05  FILLER                     PIC X(62) VALUE SPACES.
003610
003620 01  GLX-HDG-LINE-2.
003630     05  FILLER                     PIC X(20) VALUE "ACTION".
003640     05  FILLER                     PIC X(05) VALUE "CO".
003650     05  FILLER                     PIC X(03) VALUE "AP".
003660     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
003670     05  FILLER                     PIC X(09) VALUE "LAST ACT".
003680     05  FILLER                     PIC X(09) VALUE "AGE DAYS".
003690     05  FILLER                PIC X(19) VALUE "CLOSING BALANCE".
003700     05  FILLER                     PIC X(05) VALUE "ST".
003710     05  FILLER                     PIC X(46) VALUE "NOTE".
003720
003730 01  GLX-DETAIL-LINE.
003740     05  GLX-DL-ACTION              PIC X(20).
003750     05  GLX-DL-CO-ID               PIC ZZZ9.
003760     05  FILLER                     PIC X(01) VALUE SPACES.
003770     05  GLX-DL-APPL-ID             PIC X(02).
003780     05  FILLER                     PIC X(01) VALUE SPACES.
003790     05  GLX-DL-ACT-NO              PIC Z(14)9.
003800     05  FILLER                     PIC X(01) VALUE SPACES.
003810     05  GLX-DL-LAST-DATE           PIC 9(07).
003820     05  FILLER                     PIC X(02) VALUE SPACES.
003830     05  GLX-DL-AGE-DAYS            PIC ZZZZZZ9.
003840     05  FILLER                     PIC X(02) VALUE SPACES.
003850     05  GLX-DL-CLOSING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
003860     05  FILLER                     PIC X(02) VALUE SPACES.
003870     05  GLX-DL-STATE               PIC X(02).
003880     05  FILLER                     PIC X(03) VALUE SPACES.
003890     05  GLX-DL-NOTE                PIC X(30).
003900     05  FILLER                     PIC X(16) VALUE SPACES.
003910
003920 01  GLX-BAND-HDG-LINE.
003930     05  FILLER                     PIC X(20)
003940             VALUE "AGE SINCE ACTIVITY".
003950     05  FILLER                     PIC X(11) VALUE "   ACCOUNTS".
003960     05  FILLER                     PIC X(03) VALUE SPACES.
003970     05  FILLER                     PIC X(21)
003980             VALUE "              BALANCE".
003990     05  FILLER                     PIC X(77) VALUE SPACES.
004000
004010 01  GLX-BAND-LINE.
004020     05  GLX-BL-LABEL               PIC X(16).
004030     05  FILLER                     PIC X(04) VALUE SPACES.
004040     05  GLX-BL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004050     05  FILLER                     PIC X(03) VALUE SPACES.
004060     05  GLX-BL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004070     05  FILLER                     PIC X(77) VALUE SPACES.
004080
004090 01  GLX-TOTAL-LINE-1.
004100     05  FILLER                     PIC X(14)
004110             VALUE "ACCOUNTS AGED/".
004120     05  FILLER                     PIC X(34)
004130             VALUE "DORMANT/NEWLY DORMANT/REACTIVATED:".
004140     05  GLX-TL-AGED                PIC ZZZ,ZZZ,ZZ9.
004150     05  FILLER                     PIC X(02) VALUE SPACES.
004160     05  GLX-TL-DORMANT             PIC ZZZ,ZZZ,ZZ9.
004170     05  FILLER                     PIC X(02) VALUE SPACES.
004180     05  GLX-TL-NEWLY               PIC ZZZ,ZZZ,ZZ9.
004190     05  FILLER                     PIC X(02) VALUE SPACES.
004200     05  GLX-TL-REACTIVATED         PIC ZZZ,ZZZ,ZZ9.
004210     05  FILLER                     PIC X(34) VALUE SPACES.
004220
004230 01  GLX-TOTAL-LINE-2.
004240     05  FILLER                     PIC X(22)
004250             VALUE "CANDIDATES/EXCEPTIONS/".
004260     05  FILLER                     PIC X(26)
004270             VALUE "BAD DATES/CARDS REJECTED:".
004280     05  GLX-TL-CANDIDATES          PIC ZZZ,ZZZ,ZZ9.
004290     05  FILLER                     PIC X(02) VALUE SPACES.
004300     05  GLX-TL-EXCEPTIONS          PIC ZZZ,ZZZ,ZZ9.
004310     05  FILLER                     PIC X(02) VALUE SPACES.
004320     05  GLX-TL-BAD-DATES           PIC ZZZ,ZZZ,ZZ9.
004330     05  FILLER                     PIC X(02) VALUE SPACES.
004340     05  GLX-TL-REJECTED            PIC ZZZ,ZZZ,ZZ9.
004350     05  FILLER                     PIC X(34) VALUE SPACES.
004360
004370*----------------------------------------------------------------
004380*ESCHEATMENT CANDIDATE LIST LINES
004390*----------------------------------------------------------------
004400 01  GLX-ESC-HDG-LINE-1.
004410     05  FILLER                     PIC X(36)
004420             VALUE "GL UNCLAIMED PROPERTY (ESCHEATMENT)".
004430     05  FILLER                     PIC X(15)
004440             VALUE "CANDIDATES FOR".
004450     05  GLX-EH1-BUSDATE            PIC 9(07).
004460     05  FILLER                     PIC X(74) VALUE SPACES.
004470
004480 01  GLX-ESC-HDG-LINE-2.
004490     05  FILLER                     PIC X(04) VALUE "ST".
004500     05  FILLER                     PIC X(05) VALUE "CO".
004510     05  FILLER                     PIC X(03) VALUE "AP".
004520     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
004530     05  FILLER                     PIC X(19) VALUE "BALANCE".
004540     05  FILLER                     PIC X(09) VALUE "LAST ACT".
004550     05  FILLER                     PIC X(09) VALUE "DORMANT".
004560     05  FILLER                     PIC X(09) VALUE "DUE DATE".
004570     05  FILLER                     PIC X(08) VALUE "PERIOD".
004580     05  FILLER                     PIC X(50) VALUE "LISTED".
004590
004600 01  GLX-ESC-DETAIL-LINE.
004610     05  GLX-ED-STATE               PIC X(02).
004620     05  FILLER                     PIC X(02) VALUE SPACES.
004630     05  GLX-ED-CO-ID               PIC ZZZ9.
004640     05  FILLER                     PIC X(01) VALUE SPACES.
004650     05  GLX-ED-APPL-ID             PIC X(02).
004660     05  FILLER                     PIC X(01) VALUE SPACES.
004670     05  GLX-ED-ACT-NO              PIC Z(14)9.
004680     05  FILLER                     PIC X(01) VALUE SPACES.
004690     05  GLX-ED-BALANCE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
004700     05  FILLER                     PIC X(02) VALUE SPACES.
004710     05  GLX-ED-LAST-DATE           PIC 9(07).
004720     05  FILLER                     PIC X(02) VALUE SPACES.
004730     05  GLX-ED-DORMANT-DATE        PIC 9(07).
004740     05  FILLER                     PIC X(02) VALUE SPACES.
004750     05  GLX-ED-DUE-DATE            PIC 9(07).
004760     05  FILLER                     PIC X(02) VALUE SPACES.
004770     05  GLX-ED-YEARS               PIC Z9.
004780     05  FILLER                     PIC X(06) VALUE " YRS".
004790     05  GLX-ED-LISTED-DATE         PIC 9(07).
004800     05  FILLER                     PIC X(02) VALUE SPACES.
004810     05  GLX-ED-NEW                 PIC X(05).
004820     05  FILLER                     PIC X(36) VALUE SPACES.
004830
004840 01  GLX-ESC-STATE-LINE.
004850     05  GLX-ES-LABEL               PIC X(12).
004860     05  GLX-ES-COUNT               PIC ZZZ,ZZ9.
004870     05  FILLER                     PIC X(10) VALUE " ACCOUNTS".
004880     05  GLX-ES-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
004890     05  FILLER                     PIC X(86) VALUE SPACES.
004900
004910*----------------------------------------------------------------
004920*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
004930*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
004940*----------------------------------------------------------------
004950 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
004960     88  GLX-RC-STARTED                         VALUE "Y".
004970 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
004980 COPY "GLRUNREC".
004990
005000 PROCEDURE DIVISION.
005010*----------------------------------------------------------------
005020*0000-MAINLINE
005030*----------------------------------------------------------------
005040 0000-MAINLINE.
005050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005060     PERFORM 2000-AGE-ACCOUNT THRU 2000-EXIT
005070         UNTIL GLX-SWEEP-DONE.
005080     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
005090     PERFORM 9999-TERMINATE THRU 9999-EXIT.
005100     STOP RUN.
005110
005120*----------------------------------------------------------------
005130*1000-INITIALIZE - TAKE THE CARDS, OPEN FILES, PRINT THE
005140*HEADINGS AND POSITION ON THE FIRST BALANCE MASTER ACCOUNT.
005150*WITHOUT A GOOD BUSDATE CARD THERE IS NOTHING TO AGE AGAINST
005160*----------------------------------------------------------------
005170 1000-INITIALIZE.
005180     PERFORM 1050-CLEAR-BAND THRU 1050-EXIT
005190         VARYING GLX-BND-SUB FROM 1 BY 1
005200         UNTIL GLX-BND-SUB > 6.
005210     PERFORM 1100-READ-CARDS THRU 1100-EXIT.
005220     OPEN OUTPUT GL-DORM-RPT
005230                 GL-ESCH-RPT.
005240     IF GLX-BUSINESS-DATE = ZERO
005250         DISPLAY "GLDORMNT - NO VALID BUSDATE CARD - NO ACCOUNTS "
005260             "AGED"
005270         MOVE "Y" TO GLX-SWEEP-DONE-SW
005280         GO TO 1000-EXIT
005290     END-IF.
005300     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
005310     OPEN INPUT GL-BAL-FILE.
005320     IF NOT GLX-BAL-OK
005330         DISPLAY "GLDORMNT - OPEN ERROR ON GL-BAL-FILE "
005340             GLX-BAL-STATUS
005350         ADD 1 TO GLX-MASTER-ERRORS
005360         MOVE "Y" TO GLX-FILES-DOWN-SW
005370         MOVE "Y" TO GLX-SWEEP-DONE-SW
005380         GO TO 1000-EXIT
005390     END-IF.
005400     MOVE "Y" TO GLX-BAL-OPEN-SW.
005410     OPEN I-O GL-DORM-FILE.
005420     IF NOT GLX-DORM-OK
005430         DISPLAY "GLDORMNT - OPEN ERROR ON GL-DORM-FILE "
005440             GLX-DORM-STATUS
005450         ADD 1 TO GLX-MASTER-ERRORS
005460         MOVE "Y" TO GLX-FILES-DOWN-SW
005470         MOVE "Y" TO GLX-SWEEP-DONE-SW
005480         GO TO 1000-EXIT
005490     END-IF.
005500     MOVE "Y" TO GLX-DORM-OPEN-SW.
005510     MOVE GLX-BUSINESS-DATE TO GLX-DW-DATE.
005520     PERFORM 7200-DAY-NUMBER THRU 7200-EXIT.
005530     MOVE GLX-DAY-NUMBER TO GLX-BUS-DAY-NUMBER.
005540     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE
005550                               GLX-EH1-BUSDATE.
005560     MOVE GLX-DORMANT-DAYS  TO GLX-H1-DAYS.
005570     WRITE DRM-RPT-LINE FROM GLX-HDG-LINE-1.
005580     WRITE DRM-RPT-LINE FROM GLX-HDG-LINE-2.
005590     WRITE ESC-RPT-LINE FROM GLX-ESC-HDG-LINE-1.
005600     WRITE ESC-RPT-LINE FROM GLX-ESC-HDG-LINE-2.
005610     MOVE LOW-VALUES TO GLX-BAL-KEY.
005620     START GL-BAL-FILE KEY NOT LESS THAN GLX-BAL-KEY
005630         INVALID KEY
005640             MOVE "Y" TO GLX-SWEEP-DONE-SW
005650     END-START.
005660 1000-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700*1050-CLEAR-BAND
005710*----------------------------------------------------------------
005720 1050-CLEAR-BAND.
005730     MOVE ZERO TO GLX-BNT-COUNT (GLX-BND-SUB)
005740                  GLX-BNT-AMOUNT (GLX-BND-SUB).
005750 1050-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790*1100-READ-CARDS - THE WHOLE DECK IS TAKEN BEFORE THE SWEEP
005800*----------------------------------------------------------------
005810 1100-READ-CARDS.
005820     OPEN INPUT GL-PARM-FILE.
005830     IF NOT GLX-PARM-OK
005840         GO TO 1100-EXIT
005850     END-IF.
005860     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
005870         UNTIL GLX-PARM-EOF.
005880     CLOSE GL-PARM-FILE.
005890 1100-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930*1110-READ-ONE-CARD - EDIT AND TAKE ONE CARD.  A BAD OR UNKNOWN
005940*CARD IS REJECTED AND THE RUN POSTS NOGO, SINCE AN ACCOUNT MAY
005950*HAVE BEEN JUDGED AGAINST THE WRONG RULE
005960*----------------------------------------------------------------
005970 1110-READ-ONE-CARD.
005980     READ GL-PARM-FILE
005990         AT END
006000             MOVE "Y" TO GLX-PARM-EOF-SWITCH
006010             GO TO 1110-EXIT
006020     END-READ.
006030     IF GLX-PARM-KEYWORD (1:1) = "*"
006040        OR GLX-PARM-KEYWORD = SPACES
006050         GO TO 1110-EXIT
006060     END-IF.
006070     ADD 1 TO GLX-CARDS-READ.
006080     IF GLX-PARM-IS-BUSDATE
006090         MOVE "BAD BUSDATE" TO GLX-REJECT-REASON
006100         IF GLX-PARM-BUSDATE NOT NUMERIC
006110             GO TO 1110-REJECT
006120         END-IF
006130         MOVE GLX-PARM-BUSDATE TO GLX-DW-DATE
006140         PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT
006150         IF NOT GLX-DATE-VALID
006160             GO TO 1110-REJECT
006170         END-IF
006180         MOVE GLX-PARM-BUSDATE TO GLX-BUSINESS-DATE
006190         GO TO 1110-EXIT
006200     END-IF.
006210     IF GLX-PARM-IS-THRESHOLD
006220         MOVE "BAD DAY COUNT" TO GLX-REJECT-REASON
006230         IF GLX-PARM-DAYS NOT NUMERIC
006240            OR GLX-PARM-DAYS = ZERO
006250             GO TO 1110-REJECT
006260         END-IF
006270         MOVE GLX-PARM-DAYS TO GLX-DORMANT-DAYS
006280         GO TO 1110-EXIT
006290     END-IF.
006300     IF GLX-PARM-IS-STATE
006310         MOVE "BAD STATE PERIOD" TO GLX-REJECT-REASON
006320         IF GLX-PARM-ST-CODE = SPACES
006330            OR GLX-PARM-ST-YEARS NOT NUMERIC
006340            OR GLX-PARM-ST-YEARS = ZERO
006350             GO TO 1110-REJECT
006360         END-IF
006370         PERFORM 1120-ADD-STATE THRU 1120-EXIT
006380         GO TO 1110-EXIT
006390     END-IF.
006400     IF GLX-PARM-IS-CO-STATE
006410         MOVE "BAD COMPANY STATE" TO GLX-REJECT-REASON
006420         IF GLX-PARM-CO-ID NOT NUMERIC
006430            OR GLX-PARM-CO-STATE = SPACES
006440             GO TO 1110-REJECT
006450         END-IF
006460         PERFORM 1130-ADD-CO-STATE THRU 1130-EXIT
006470         GO TO 1110-EXIT
006480     END-IF.
006490     IF GLX-PARM-IS-ACCT-STATE
006500         MOVE "BAD ACCOUNT STATE" TO GLX-REJECT-REASON
006510         IF GLX-PARM-AC-CO-ID NOT NUMERIC
006520            OR GLX-PARM-AC-APPL-ID = SPACES
006530            OR GLX-PARM-AC-ACT-NO NOT NUMERIC
006540            OR GLX-PARM-AC-STATE = SPACES
006550             GO TO 1110-REJECT
006560         END-IF
006570         PERFORM 1140-ADD-ACCT-STATE THRU 1140-EXIT
006580         GO TO 1110-EXIT
006590     END-IF.
006600     MOVE "UNKNOWN CARD" TO GLX-REJECT-REASON.
006610 1110-REJECT.
006620     PERFORM 1190-REJECT-CARD THRU 1190-EXIT.
006630 1110-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------
006670*1120-ADD-STATE - A SECOND CARD FOR A STATE REPLACES THE PERIOD
006680*----------------------------------------------------------------
006690 1120-ADD-STATE.
006700     IF GLX-STA-COUNT > ZERO
006710         SET GLX-SX TO 1
006720         SEARCH GLX-STA-ENTRY
006730             AT END
006740                 CONTINUE
006750             WHEN GLX-STA-CODE (GLX-SX) = GLX-PARM-ST-CODE
006760                 MOVE GLX-PARM-ST-YEARS TO GLX-STA-YEARS (GLX-SX)
006770                 GO TO 1120-EXIT
006780         END-SEARCH
006790     END-IF.
006800     IF GLX-STA-COUNT NOT < GLX-STA-MAX
006810         MOVE "STATE TABLE FULL" TO GLX-REJECT-REASON
006820         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006830         GO TO 1120-EXIT
006840     END-IF.
006850     ADD 1 TO GLX-STA-COUNT.
006860     SET GLX-SX TO GLX-STA-COUNT.
006870     MOVE GLX-PARM-ST-CODE  TO GLX-STA-CODE (GLX-SX).
006880     MOVE GLX-PARM-ST-YEARS TO GLX-STA-YEARS (GLX-SX).
006890     MOVE ZERO TO GLX-STA-CANDIDATES (GLX-SX)
006900                  GLX-STA-AMOUNT (GLX-SX).
006910 1120-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950*1130-ADD-CO-STATE - A SECOND CARD FOR A COMPANY REPLACES THE
006960*STATE
006970*----------------------------------------------------------------
006980 1130-ADD-CO-STATE.
006990     IF GLX-COS-COUNT > ZERO
007000         SET GLX-CX TO 1
007010         SEARCH GLX-COS-ENTRY
007020             AT END
007030                 CONTINUE
007040             WHEN GLX-COS-CO-ID (GLX-CX) = GLX-PARM-CO-ID
007050                 MOVE GLX-PARM-CO-STATE TO GLX-COS-STATE (GLX-CX)
007060                 GO TO 1130-EXIT
007070         END-SEARCH
007080     END-IF.
007090     IF GLX-COS-COUNT NOT < GLX-COS-MAX
007100         MOVE "COMPANY TABLE FULL" TO GLX-REJECT-REASON
007110         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
007120         GO TO 1130-EXIT
007130     END-IF.
007140     ADD 1 TO GLX-COS-COUNT.
007150     SET GLX-CX TO GLX-COS-COUNT.
007160     MOVE GLX-PARM-CO-ID    TO GLX-COS-CO-ID (GLX-CX).
007170     MOVE GLX-PARM-CO-STATE TO GLX-COS-STATE (GLX-CX).
007180 1130-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220*1140-ADD-ACCT-STATE - A SECOND CARD FOR AN ACCOUNT REPLACES THE
007230*STATE
007240*----------------------------------------------------------------
007250 1140-ADD-ACCT-STATE.
007260     IF GLX-ACS-COUNT > ZERO
007270         SET GLX-AX TO 1
007280         SEARCH GLX-ACS-ENTRY
007290             AT END
007300                 CONTINUE
007310             WHEN GLX-ACS-CO-ID (GLX-AX) = GLX-PARM-AC-CO-ID
007320              AND GLX-ACS-APPL-ID (GLX-AX) = GLX-PARM-AC-APPL-ID
007330              AND GLX-ACS-ACT-NO (GLX-AX) = GLX-PARM-AC-ACT-NO
007340                 MOVE GLX-PARM-AC-STATE TO GLX-ACS-STATE (GLX-AX)
007350                 GO TO 1140-EXIT
007360         END-SEARCH
007370     END-IF.
007380     IF GLX-ACS-COUNT NOT < GLX-ACS-MAX
007390         MOVE "ACCOUNT TABLE FULL" TO GLX-REJECT-REASON
007400         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
007410         GO TO 1140-EXIT
007420     END-IF.
007430     ADD 1 TO GLX-ACS-COUNT.
007440     SET GLX-AX TO GLX-ACS-COUNT.
007450     MOVE GLX-PARM-AC-CO-ID   TO GLX-ACS-CO-ID (GLX-AX).
007460     MOVE GLX-PARM-AC-APPL-ID TO GLX-ACS-APPL-ID (GLX-AX).
007470     MOVE GLX-PARM-AC-ACT-NO  TO GLX-ACS-ACT-NO (GLX-AX).
007480     MOVE GLX-PARM-AC-STATE   TO GLX-ACS-STATE (GLX-AX).
007490     MOVE "N"                 TO GLX-ACS-USED-SW (GLX-AX).
007500 1140-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------
007540*1190-REJECT-CARD - THE REPORTS ARE NOT OPEN WHILE THE DECK IS
007550*READ, SO THE REJECTED CARD GOES TO SYSOUT AND THE COUNT TO THE
007560*REPORT TOTALS
007570*----------------------------------------------------------------
007580 1190-REJECT-CARD.
007590     ADD 1 TO GLX-CARDS-REJECTED.
007600     DISPLAY "GLDORMNT - CARD REJECTED, " GLX-REJECT-REASON
007610         ": " GLX-PARM-RECORD.
007620 1190-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------------
007660*2000-AGE-ACCOUNT - NEXT BALANCE MASTER ACCOUNT: FETCH ITS
007670*DORMANCY RECORD, AGE IT, BAND IT AND REVIEW ITS STATUS
007680*----------------------------------------------------------------
007690 2000-AGE-ACCOUNT.
007700     READ GL-BAL-FILE NEXT RECORD
007710         AT END
007720             MOVE "Y" TO GLX-SWEEP-DONE-SW
007730             GO TO 2000-EXIT
007740     END-READ.
007750     IF NOT GLX-BAL-OK
007760         MOVE "Y" TO GLX-SWEEP-DONE-SW
007770         GO TO 2000-EXIT
007780     END-IF.
007790     ADD 1 TO GLX-ACCOUNTS-AGED.
007800     PERFORM 2100-FETCH-DORMANCY THRU 2100-EXIT.
007810     IF GLX-ACS-COUNT > ZERO
007820         PERFORM 2200-APPLY-ACCT-STATE THRU 2200-EXIT
007830     END-IF.
007840     MOVE GLX-DRM-STATE TO GLX-ESC-STATE.
007850     MOVE ZERO TO GLX-AGE-DAYS.
007860     MOVE GLX-DRM-LAST-CUST-DATE TO GLX-DW-DATE.
007870     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
007880     IF NOT GLX-DATE-VALID
007890         ADD 1 TO GLX-BAD-DATES
007900         MOVE "BAD ACTIVITY DATE" TO GLX-ACTION
007910         MOVE "ACCOUNT NOT AGED" TO GLX-NOTE
007920         PERFORM 6000-PRINT-ACTION THRU 6000-EXIT
007930         GO TO 2000-PUT
007940     END-IF.
007950     PERFORM 7200-DAY-NUMBER THRU 7200-EXIT.
007960     COMPUTE GLX-AGE-DAYS = GLX-BUS-DAY-NUMBER - GLX-DAY-NUMBER.
007970     IF GLX-AGE-DAYS < ZERO
007980         MOVE ZERO TO GLX-AGE-DAYS
007990     END-IF.
008000     PERFORM 2300-BAND-ACCOUNT THRU 2300-EXIT.
008010     PERFORM 3000-REVIEW-STATUS THRU 3000-EXIT.
008020 2000-PUT.
008030     PERFORM 2400-PUT-DORMANCY THRU 2400-EXIT.
008040 2000-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------
008080*2100-FETCH-DORMANCY - RANDOM READ UNDER THE BALANCE MASTER
008090*KEY.  AN ACCOUNT GLDORCHK HAS NOT YET SEEN IS ENROLLED ACTIVE
008100*WITH ITS LAST-ROLLED DATE AS THE LAST ACTIVITY
008110*----------------------------------------------------------------
008120 2100-FETCH-DORMANCY.
008130     MOVE "N" TO GLX-NEW-ACCOUNT-SW.
008140     MOVE GLX-BAL-KEY TO GLX-DRM-KEY.
008150     READ GL-DORM-FILE
008160         INVALID KEY
008170             MOVE "Y" TO GLX-NEW-ACCOUNT-SW
008180     END-READ.
008190     IF NOT GLX-NEW-ACCOUNT
008200         GO TO 2100-EXIT
008210     END-IF.
008220     MOVE SPACES TO GLX-DRM-RECORD.
008230     MOVE GLX-BAL-KEY TO GLX-DRM-KEY.
008240     MOVE GLX-BAL-LAST-DATE TO GLX-DRM-LAST-CUST-DATE.
008250     MOVE "A" TO GLX-DRM-STATUS.
008260     MOVE GLX-BUSINESS-DATE TO GLX-DRM-STATUS-DATE
008270                               GLX-DRM-ADDED-DATE.
008280     MOVE ZERO TO GLX-DRM-ESCHEAT-DATE
008290                  GLX-DRM-ALERT-DATE.
008300 2100-EXIT.
008310     EXIT.
008320
008330*----------------------------------------------------------------
008340*2200-APPLY-ACCT-STATE - AN ACCTST CARD FOR THIS ACCOUNT SETS
008350*THE STATE HELD ON ITS DORMANCY RECORD
008360*----------------------------------------------------------------
008370 2200-APPLY-ACCT-STATE.
008380     SET GLX-AX TO 1.
008390     SEARCH GLX-ACS-ENTRY
008400         AT END
008410             CONTINUE
008420         WHEN GLX-ACS-CO-ID (GLX-AX) = GLX-BAL-CO-ID
008430          AND GLX-ACS-APPL-ID (GLX-AX) = GLX-BAL-APPL-ID
008440          AND GLX-ACS-ACT-NO (GLX-AX) = GLX-BAL-ACT-NO
008450             MOVE GLX-ACS-STATE (GLX-AX) TO GLX-DRM-STATE
008460             MOVE "Y" TO GLX-ACS-USED-SW (GLX-AX)
008470     END-SEARCH.
008480 2200-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520*2300-BAND-ACCOUNT - COUNT THE ACCOUNT AND ITS BALANCE IN THE
008530*FIRST AGE BAND WHOSE LIMIT IT DOES NOT EXCEED
008540*----------------------------------------------------------------
008550 2300-BAND-ACCOUNT.
008560     SET GLX-BX TO 1.
008570     SEARCH GLX-BND-ENTRY
008580         AT END
008590             SET GLX-BX TO 6
008600         WHEN GLX-AGE-DAYS NOT > GLX-BND-LIMIT (GLX-BX)
008610             CONTINUE
008620     END-SEARCH.
008630     SET GLX-BND-SUB TO GLX-BX.
008640     ADD 1 TO GLX-BNT-COUNT (GLX-BND-SUB).
008650     ADD GLX-BAL-CLOSING TO GLX-BNT-AMOUNT (GLX-BND-SUB).
008660 2300-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------------
008700*2400-PUT-DORMANCY - WRITE A NEW ACCOUNT, REWRITE A KNOWN ONE
008710*----------------------------------------------------------------
008720 2400-PUT-DORMANCY.
008730     IF GLX-NEW-ACCOUNT
008740         WRITE GLX-DRM-RECORD
008750             INVALID KEY
008760                 ADD 1 TO GLX-MASTER-ERRORS
008770                 DISPLAY "GLDORMNT - WRITE FAILED, KEY "
008780                     GLX-DRM-KEY " STATUS " GLX-DORM-STATUS
008790         END-WRITE
008800         IF GLX-DORM-OK
008810             ADD 1 TO GLX-ACCOUNTS-ENROLLED
008820         END-IF
008830     ELSE
008840         REWRITE GLX-DRM-RECORD
008850             INVALID KEY
008860                 ADD 1 TO GLX-MASTER-ERRORS
008870                 DISPLAY "GLDORMNT - REWRITE FAILED, KEY "
008880                     GLX-DRM-KEY " STATUS " GLX-DORM-STATUS
008890         END-REWRITE
008900     END-IF.
008910 2400-EXIT.
008920     EXIT.
008930
008940*----------------------------------------------------------------
008950*3000-REVIEW-STATUS - UNDER THE THRESHOLD THE ACCOUNT IS ACTIVE
008960*(A DORMANT ONE THE CUSTOMER HAS USED SINCE IS REACTIVATED);
008970*AT OR OVER IT THE ACCOUNT IS DORMANT AND IS CHECKED AGAINST
008980*ITS STATE'S DORMANCY PERIOD.  A CHANGE IS STAMPED WITH THE
008990*BUSINESS DATE, SO A RERUN OF THE SAME DATE PRINTS IT AGAIN
009000*----------------------------------------------------------------
009010 3000-REVIEW-STATUS.
009020     IF GLX-AGE-DAYS < GLX-DORMANT-DAYS
009030         IF NOT GLX-DRM-ACTIVE
009040             MOVE "A" TO GLX-DRM-STATUS
009050             MOVE GLX-BUSINESS-DATE TO GLX-DRM-STATUS-DATE
009060             MOVE ZERO TO GLX-DRM-ESCHEAT-DATE
009070         END-IF
009080         IF GLX-DRM-STATUS-DATE = GLX-BUSINESS-DATE
009090            AND GLX-DRM-ADDED-DATE NOT = GLX-BUSINESS-DATE
009100             ADD 1 TO GLX-REACTIVATED
009110             MOVE "REACTIVATED" TO GLX-ACTION
009120             MOVE "CUSTOMER ACTIVITY SINCE DORMANT" TO GLX-NOTE
009130             PERFORM 6000-PRINT-ACTION THRU 6000-EXIT
009140         END-IF
009150         GO TO 3000-EXIT
009160     END-IF.
009170     IF GLX-DRM-ACTIVE
009180         MOVE "D" TO GLX-DRM-STATUS
009190         MOVE GLX-BUSINESS-DATE TO GLX-DRM-STATUS-DATE
009200     END-IF.
009210     ADD 1 TO GLX-DORMANT-ACCOUNTS.
009220     IF GLX-DRM-STATUS-DATE = GLX-BUSINESS-DATE
009230         ADD 1 TO GLX-NEWLY-DORMANT
009240         MOVE "NOW DORMANT" TO GLX-ACTION
009250         MOVE SPACES TO GLX-NOTE
009260         PERFORM 6000-PRINT-ACTION THRU 6000-EXIT
009270     END-IF.
009280     PERFORM 3100-CHECK-ESCHEAT THRU 3100-EXIT.
009290 3000-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330*3100-CHECK-ESCHEAT - THE ACCOUNT'S OWN STATE, ELSE ITS
009340*COMPANY'S, NAMES THE DORMANCY PERIOD.  ONCE THE LAST ACTIVITY
009350*DATE PLUS THAT MANY YEARS IS REACHED AND THERE IS A BALANCE TO
009360*REMIT, THE ACCOUNT IS A CANDIDATE.  A CANDIDATE WHOSE BALANCE
009370*HAS SINCE GONE TO ZERO DROPS BACK TO PLAIN DORMANT
009380*----------------------------------------------------------------
009390 3100-CHECK-ESCHEAT.
009400     IF GLX-ESC-STATE = SPACES
009410        AND GLX-COS-COUNT > ZERO
009420         SET GLX-CX TO 1
009430         SEARCH GLX-COS-ENTRY
009440             AT END
009450                 CONTINUE
009460             WHEN GLX-COS-CO-ID (GLX-CX) = GLX-DRM-CO-ID
009470                 MOVE GLX-COS-STATE (GLX-CX) TO GLX-ESC-STATE
009480         END-SEARCH
009490     END-IF.
009500     IF GLX-ESC-STATE = SPACES
009510         MOVE "NO STATE" TO GLX-ACTION
009520         MOVE "NO ACCTST OR COSTATE CARD" TO GLX-NOTE
009530         GO TO 3100-EXCEPTION
009540     END-IF.
009550     IF GLX-STA-COUNT = ZERO
009560         GO TO 3100-NO-PERIOD
009570     END-IF.
009580     SET GLX-SX TO 1.
009590     SEARCH GLX-STA-ENTRY
009600         AT END
009610             GO TO 3100-NO-PERIOD
009620         WHEN GLX-STA-CODE (GLX-SX) = GLX-ESC-STATE
009630             CONTINUE
009640     END-SEARCH.
009650     COMPUTE GLX-DUE-DATE = GLX-DRM-LAST-CUST-DATE
009660         + GLX-STA-YEARS (GLX-SX) * 10000.
009670     IF GLX-DUE-DATE > GLX-BUSINESS-DATE
009680        OR GLX-BAL-CLOSING NOT > ZERO
009690         IF GLX-DRM-ESCHEAT
009700             MOVE "D" TO GLX-DRM-STATUS
009710             MOVE ZERO TO GLX-DRM-ESCHEAT-DATE
009720         END-IF
009730         GO TO 3100-EXIT
009740     END-IF.
009750     IF NOT GLX-DRM-ESCHEAT
009760         MOVE "E" TO GLX-DRM-STATUS
009770         MOVE GLX-BUSINESS-DATE TO GLX-DRM-ESCHEAT-DATE
009780     END-IF.
009790     PERFORM 5000-PRINT-CANDIDATE THRU 5000-EXIT.
009800     GO TO 3100-EXIT.
009810 3100-NO-PERIOD.
009820     MOVE "NO STATE PERIOD" TO GLX-ACTION.
009830     MOVE "NO STATE CARD FOR THIS STATE" TO GLX-NOTE.
009840 3100-EXCEPTION.
009850     ADD 1 TO GLX-STATE-EXCEPTIONS.
009860     PERFORM 6000-PRINT-ACTION THRU 6000-EXIT.
009870 3100-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------
009910*5000-PRINT-CANDIDATE - ONE LINE PER ESCHEATMENT CANDIDATE WITH
009920*ITS BALANCE, LAST-ACTIVITY DATE, DORMANT-SINCE DATE AND THE
009930*DATE ITS STATE PERIOD RAN OUT.  "NEW" MARKS AN ACCOUNT FIRST
009940*LISTED THIS RUN
009950*----------------------------------------------------------------
009960 5000-PRINT-CANDIDATE.
009970     ADD 1 TO GLX-CANDIDATES.
009980     ADD GLX-BAL-CLOSING TO GLX-CAND-AMT-TOTAL.
009990     ADD 1 TO GLX-STA-CANDIDATES (GLX-SX).
010000     ADD GLX-BAL-CLOSING TO GLX-STA-AMOUNT (GLX-SX).
010010     MOVE GLX-ESC-STATE          TO GLX-ED-STATE.
010020     MOVE GLX-DRM-CO-ID          TO GLX-ED-CO-ID.
010030     MOVE GLX-DRM-APPL-ID        TO GLX-ED-APPL-ID.
010040     MOVE GLX-DRM-ACT-NO         TO GLX-ED-ACT-NO.
010050     MOVE GLX-BAL-CLOSING        TO GLX-ED-BALANCE.
010060     MOVE GLX-DRM-LAST-CUST-DATE TO GLX-ED-LAST-DATE.
010070     MOVE GLX-DRM-STATUS-DATE    TO GLX-ED-DORMANT-DATE.
010080     MOVE GLX-DUE-DATE           TO GLX-ED-DUE-DATE.
010090     MOVE GLX-STA-YEARS (GLX-SX) TO GLX-ED-YEARS.
010100     MOVE GLX-DRM-ESCHEAT-DATE   TO GLX-ED-LISTED-DATE.
010110     IF GLX-DRM-ESCHEAT-DATE = GLX-BUSINESS-DATE
010120         ADD 1 TO GLX-NEW-CANDIDATES
010130         MOVE "NEW"  TO GLX-ED-NEW
010140     ELSE
010150         MOVE SPACES TO GLX-ED-NEW
010160     END-IF.
010170     WRITE ESC-RPT-LINE FROM GLX-ESC-DETAIL-LINE.
010180 5000-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------------
010220*6000-PRINT-ACTION - ONE REVIEW-REPORT LINE FOR A STATUS CHANGE
010230*OR AN EXCEPTION ON THE CURRENT ACCOUNT
010240*----------------------------------------------------------------
010250 6000-PRINT-ACTION.
010260     MOVE GLX-ACTION             TO GLX-DL-ACTION.
010270     MOVE GLX-DRM-CO-ID          TO GLX-DL-CO-ID.
010280     MOVE GLX-DRM-APPL-ID        TO GLX-DL-APPL-ID.
010290     MOVE GLX-DRM-ACT-NO         TO GLX-DL-ACT-NO.
010300     MOVE GLX-DRM-LAST-CUST-DATE TO GLX-DL-LAST-DATE.
010310     MOVE GLX-AGE-DAYS           TO GLX-DL-AGE-DAYS.
010320     MOVE GLX-BAL-CLOSING        TO GLX-DL-CLOSING.
010330     MOVE GLX-ESC-STATE          TO GLX-DL-STATE.
010340     MOVE GLX-NOTE               TO GLX-DL-NOTE.
010350     WRITE DRM-RPT-LINE FROM GLX-DETAIL-LINE.
010360 6000-EXIT.
010370     EXIT.
010380
010390*----------------------------------------------------------------
010400*7000-VALIDATE-DATE - CHECK THE CYYMMDD DATE IN GLX-DW-DATE.
010410*THE CENTURY DIGIT MUST BE 0 OR 1, THE MONTH 01-12 AND THE DAY
010420*WITHIN THE MONTH, FEBRUARY FOLLOWING THE LEAP-YEAR RULE
010430*----------------------------------------------------------------
010440 7000-VALIDATE-DATE.
010450     MOVE "Y" TO GLX-DATE-VALID-SW.
010460     IF GLX-DW-CENT > 1
010470         MOVE "N" TO GLX-DATE-VALID-SW
010480         GO TO 7000-EXIT
010490     END-IF.
010500     IF GLX-DW-MM < 01 OR GLX-DW-MM > 12
010510         MOVE "N" TO GLX-DATE-VALID-SW
010520         GO TO 7000-EXIT
010530     END-IF.
010540     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
010550     IF GLX-DW-MM = 02
010560         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
010570             REMAINDER GLX-DW-YY-REM
010580         IF GLX-DW-YY = ZERO
010590             IF GLX-DW-CENT = 1
010600                 MOVE 29 TO GLX-DW-MAX-DD
010610             END-IF
010620         ELSE
010630             IF GLX-DW-YY-REM = ZERO
010640                 MOVE 29 TO GLX-DW-MAX-DD
010650             END-IF
010660         END-IF
010670     END-IF.
010680     IF GLX-DW-DD < 01 OR GLX-DW-DD > GLX-DW-MAX-DD
010690         MOVE "N" TO GLX-DATE-VALID-SW
010700     END-IF.
010710 7000-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------
010750*7200-DAY-NUMBER - TURN THE VALID CYYMMDD DATE IN GLX-DW-DATE
010760*INTO A DAY COUNT: 365 DAYS FOR EVERY YEAR SINCE 1900, ONE MORE
010770*FOR EACH LEAP YEAR BEFORE THIS ONE (1900 WAS NOT ONE), THE
010780*DAYS BEFORE THIS MONTH, THE DAY OF THE MONTH, AND FEBRUARY 29
010790*WHEN THIS IS A LEAP YEAR AND THE DATE IS PAST FEBRUARY
010800*----------------------------------------------------------------
010810 7200-DAY-NUMBER.
010820     COMPUTE GLX-DN-YEARS = GLX-DW-CENT * 100 + GLX-DW-YY.
010830     MOVE ZERO TO GLX-DN-LEAP-DAYS.
010840     IF GLX-DN-YEARS > ZERO
010850         COMPUTE GLX-DN-PRIOR-YEARS = GLX-DN-YEARS - 1
010860         DIVIDE GLX-DN-PRIOR-YEARS BY 4 GIVING GLX-DN-LEAP-DAYS
010870     END-IF.
010880     COMPUTE GLX-DAY-NUMBER = GLX-DN-YEARS * 365
010890         + GLX-DN-LEAP-DAYS
010900         + GLX-CUM-DAYS (GLX-DW-MM)
010910         + GLX-DW-DD.
010920     IF GLX-DW-MM > 02
010930        AND GLX-DN-YEARS > ZERO
010940         DIVIDE GLX-DN-YEARS BY 4 GIVING GLX-DN-QUOT
010950             REMAINDER GLX-DN-REM
010960         IF GLX-DN-REM = ZERO
010970             ADD 1 TO GLX-DAY-NUMBER
010980         END-IF
010990     END-IF.
011000 7200-EXIT.
011010     EXIT.
011020
011030*----------------------------------------------------------------
011040*8000-PRINT-TOTALS - ACCTST CARDS THAT NEVER MET AN ACCOUNT, THE
011050*AGE-BAND SUMMARY AND THE REVIEW TOTALS, THEN THE CANDIDATE
011060*TOTALS BY STATE
011070*----------------------------------------------------------------
011080 8000-PRINT-TOTALS.
011090     IF GLX-BUSINESS-DATE = ZERO
011100         GO TO 8000-EXIT
011110     END-IF.
011120     IF GLX-ACS-COUNT > ZERO
011130         PERFORM 8100-CHECK-ACCT-CARD THRU 8100-EXIT
011140             VARYING GLX-AX FROM 1 BY 1
011150             UNTIL GLX-AX > GLX-ACS-COUNT
011160     END-IF.
011170     WRITE DRM-RPT-LINE FROM GLX-BAND-HDG-LINE.
011180     PERFORM 8200-PRINT-BAND THRU 8200-EXIT
011190         VARYING GLX-BND-SUB FROM 1 BY 1
011200         UNTIL GLX-BND-SUB > 6.
011210     MOVE GLX-ACCOUNTS-AGED    TO GLX-TL-AGED.
011220     MOVE GLX-DORMANT-ACCOUNTS TO GLX-TL-DORMANT.
011230     MOVE GLX-NEWLY-DORMANT    TO GLX-TL-NEWLY.
011240     MOVE GLX-REACTIVATED      TO GLX-TL-REACTIVATED.
011250     WRITE DRM-RPT-LINE FROM GLX-TOTAL-LINE-1.
011260     MOVE GLX-CANDIDATES       TO GLX-TL-CANDIDATES.
011270     MOVE GLX-STATE-EXCEPTIONS TO GLX-TL-EXCEPTIONS.
011280     MOVE GLX-BAD-DATES        TO GLX-TL-BAD-DATES.
011290     MOVE GLX-CARDS-REJECTED   TO GLX-TL-REJECTED.
011300     WRITE DRM-RPT-LINE FROM GLX-TOTAL-LINE-2.
011310     IF GLX-STA-COUNT > ZERO
011320         PERFORM 8300-PRINT-STATE THRU 8300-EXIT
011330             VARYING GLX-SX FROM 1 BY 1
011340             UNTIL GLX-SX > GLX-STA-COUNT
011350     END-IF.
011360     MOVE "ALL STATES"         TO GLX-ES-LABEL.
011370     MOVE GLX-CANDIDATES       TO GLX-ES-COUNT.
011380     MOVE GLX-CAND-AMT-TOTAL   TO GLX-ES-AMOUNT.
011390     WRITE ESC-RPT-LINE FROM GLX-ESC-STATE-LINE.
011400 8000-EXIT.
011410     EXIT.
011420
011430*----------------------------------------------------------------
011440*8100-CHECK-ACCT-CARD - AN ACCTST CARD NAMING NO ACCOUNT ON THE
011450*BALANCE MASTER IS A REJECTED CARD
011460*----------------------------------------------------------------
011470 8100-CHECK-ACCT-CARD.
011480     IF GLX-ACS-USED (GLX-AX)
011490         GO TO 8100-EXIT
011500     END-IF.
011510     ADD 1 TO GLX-CARDS-REJECTED.
011520     MOVE "ACCTST NOT ON FILE"     TO GLX-DL-ACTION.
011530     MOVE GLX-ACS-CO-ID (GLX-AX)   TO GLX-DL-CO-ID.
011540     MOVE GLX-ACS-APPL-ID (GLX-AX) TO GLX-DL-APPL-ID.
011550     MOVE GLX-ACS-ACT-NO (GLX-AX)  TO GLX-DL-ACT-NO.
011560     MOVE ZERO                     TO GLX-DL-LAST-DATE
011570                                      GLX-DL-AGE-DAYS
011580                                      GLX-DL-CLOSING.
011590     MOVE GLX-ACS-STATE (GLX-AX)   TO GLX-DL-STATE.
011600     MOVE "NO SUCH ACCOUNT ON GLBALMF" TO GLX-DL-NOTE.
011610     WRITE DRM-RPT-LINE FROM GLX-DETAIL-LINE.
011620 8100-EXIT.
011630     EXIT.
011640
011650*----------------------------------------------------------------
011660*8200-PRINT-BAND
011670*----------------------------------------------------------------
011680 8200-PRINT-BAND.
011690     MOVE GLX-BND-LABEL (GLX-BND-SUB)  TO GLX-BL-LABEL.
011700     MOVE GLX-BNT-COUNT (GLX-BND-SUB)  TO GLX-BL-COUNT.
011710     MOVE GLX-BNT-AMOUNT (GLX-BND-SUB) TO GLX-BL-AMOUNT.
011720     WRITE DRM-RPT-LINE FROM GLX-BAND-LINE.
011730 8200-EXIT.
011740     EXIT.
011750
011760*----------------------------------------------------------------
011770*8300-PRINT-STATE - CANDIDATE COUNT AND BALANCE FOR ONE STATE
011780*----------------------------------------------------------------
011790 8300-PRINT-STATE.
011800     MOVE SPACES TO GLX-ES-LABEL.
011810     STRING "STATE " DELIMITED BY SIZE
011820            GLX-STA-CODE (GLX-SX) DELIMITED BY SIZE
011830         INTO GLX-ES-LABEL.
011840     MOVE GLX-STA-CANDIDATES (GLX-SX) TO GLX-ES-COUNT.
011850     MOVE GLX-STA-AMOUNT (GLX-SX)     TO GLX-ES-AMOUNT.
011860     WRITE ESC-RPT-LINE FROM GLX-ESC-STATE-LINE.
011870 8300-EXIT.
011880     EXIT.
011890
011900*----------------------------------------------------------------
011910*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
011920*----------------------------------------------------------------
011930 9999-TERMINATE.
011940     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
011950     IF GLX-BAL-OPEN
011960         CLOSE GL-BAL-FILE
011970     END-IF.
011980     IF GLX-DORM-OPEN
011990         CLOSE GL-DORM-FILE
012000     END-IF.
012010     CLOSE GL-DORM-RPT.
012020     CLOSE GL-ESCH-RPT.
012030     DISPLAY "GLDORMNT - ACCOUNTS AGED:     " GLX-ACCOUNTS-AGED.
012040     DISPLAY "GLDORMNT - ACCOUNTS ENROLLED: "
012050         GLX-ACCOUNTS-ENROLLED.
012060     DISPLAY "GLDORMNT - DORMANT:           "
012070         GLX-DORMANT-ACCOUNTS.
012080     DISPLAY "GLDORMNT - NEWLY DORMANT:     " GLX-NEWLY-DORMANT.
012090     DISPLAY "GLDORMNT - REACTIVATED:       " GLX-REACTIVATED.
012100     DISPLAY "GLDORMNT - ESCHEAT CANDIDATES:" GLX-CANDIDATES.
012110     DISPLAY "GLDORMNT - NEW CANDIDATES:    " GLX-NEW-CANDIDATES.
012120     DISPLAY "GLDORMNT - STATE EXCEPTIONS:  "
012130         GLX-STATE-EXCEPTIONS.
012140     DISPLAY "GLDORMNT - BAD ACTIVITY DATES:" GLX-BAD-DATES.
012150     DISPLAY "GLDORMNT - CARDS REJECTED:    " GLX-CARDS-REJECTED.
012160*    SET AFTER THE POST - THE CALL RESETS RETURN-CODE
012170     IF GLX-FILES-DOWN
012180         MOVE 16 TO RETURN-CODE
012190     END-IF.
012200 9999-EXIT.
012210     EXIT.
012220
012230*----------------------------------------------------------------
012240*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
012250*SHARED RUN-CONTROL FILE UNDER THE BUSDATE-CARD BUSINESS DATE
012260*----------------------------------------------------------------
012270 9800-POST-RUN-START.
012280     MOVE "Y" TO GLX-RC-STARTED-SW.
012290     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
012300     MOVE SPACES TO GLR-RUN-RECORD.
012310     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
012320     MOVE "GLDORMNT" TO GLR-PROGRAM.
012330     MOVE "STARTED"  TO GLR-EVENT.
012340     MOVE SPACES     TO GLR-STATUS.
012350     MOVE ZERO       TO GLR-RECORD-COUNT.
012360     CALL "GLRCPOST" USING GLR-RUN-RECORD.
012370 9800-EXIT.
012380     EXIT.
012390
012400*----------------------------------------------------------------
012410*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
012420*AND ITS ACCOUNT COUNT.  A MASTER THAT WOULD NOT OPEN POSTS
012430*FAIL.  A REJECTED CARD, AN ACCOUNT WITH NO STATE OR STATE
012440*PERIOD, AN UNREADABLE ACTIVITY DATE OR A MASTER READ OR WRITE
012450*FAILURE POSTS NOGO: THE CANDIDATE LIST IS NOT COMPLETE UNTIL
012460*THEY ARE CLEARED.  NOTHING IS POSTED WITHOUT A BUSDATE CARD
012470*----------------------------------------------------------------
012480 9900-POST-RUN-END.
012490     IF GLX-RC-BUSDATE = ZERO
012500         GO TO 9900-EXIT
012510     END-IF.
012520     MOVE SPACES TO GLR-RUN-RECORD.
012530     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
012540     MOVE "GLDORMNT" TO GLR-PROGRAM.
012550     MOVE "ENDED"    TO GLR-EVENT.
012560     EVALUATE TRUE
012570         WHEN GLX-FILES-DOWN
012580             MOVE "FAIL"     TO GLR-STATUS
012590         WHEN GLX-CARDS-REJECTED > ZERO
012600           OR GLX-STATE-EXCEPTIONS > ZERO
012610           OR GLX-BAD-DATES > ZERO
012620           OR GLX-MASTER-ERRORS > ZERO
012630             MOVE "NOGO"     TO GLR-STATUS
012640         WHEN OTHER
012650             MOVE "OK"       TO GLR-STATUS
012660     END-EVALUATE.
012670     MOVE GLX-ACCOUNTS-AGED TO GLR-RECORD-COUNT.
012680     CALL "GLRCPOST" USING GLR-RUN-RECORD.
012690 9900-EXIT.
012700     EXIT.
