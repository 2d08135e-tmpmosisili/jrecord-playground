000010*****************************************************************
000020** PROGRAM-ID: GLDSPMNT
000030** CUSTOMER DISPUTE / CLAIM CASE MAINTENANCE FROM OPEN AND CLOSE
000040** CARDS, WITH REG E DEADLINES AND A DATED AUDIT TRAIL.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLDSPMNT.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  MAINTAINS THE GLDSPMF
000180*                  KEYED DISPUTE CASE FILE (KSDS, KEYED ON THE
000190*                  DISPUTED ITEM'S POST DATE AND FULL TRACE ID)
000200*                  FROM THE GLDSPPRM CARD DECK.  "OPEN" NAMES
000210*                  THE ITEM BY TRACE ID AND POST DATE, WHICH
000220*                  MUST BE FOUND ON GLHIST, AND RECORDS THE
000230*                  CLAIM DATE, AMOUNT AND TYPE; THE REG E
000240*                  PROVISIONAL-CREDIT AND FINAL-RESOLUTION
000250*                  DEADLINES ARE WORKED OUT IN BUSINESS DAYS
000260*                  FROM THE CLAIM DATE, SKIPPING WEEKENDS AND
000270*                  THE BANK HOLIDAYS ON "HOLIDAY" CARDS.
000280*                  "CLOSE" ENDS A CASE THE DESK RESOLVED
000290*                  WITHOUT A REVERSAL POSTING.  EVERY APPLIED
000300*                  CARD APPENDS A BEFORE / AFTER IMAGE TO THE
000310*                  GLDSPAUD AUDIT TRAIL AND THE GLDSPRPT
000320*                  REGISTER SHOWS EACH CARD'S DISPOSITION.
000330*                  GLDSPCHK MOVES CASE STATUS FROM THE NIGHT'S
000340*                  POSTINGS AND AGES THE DEADLINES.
000350*10/15/2026 RLH    A CASE FILE OR AUDIT TRAIL THAT WILL NOT OPEN
000360*                  NO LONGER DROPS THE DECK UNSEEN: THE BUSDATE
000370*                  CARD IS STILL TAKEN, EVERY CASE CARD IS
000380*                  REJECTED "FILES UNAVAILABLE", THE RUN POSTS
000390*                  FAIL AND ENDS WITH RETURN CODE 16.  THE CLOSES
000400*                  ARE GUARDED BY OPEN SWITCHES.  AN OPEN NOW
000410*                  REPLAYS THE ACCOUNT'S GLHIST POSTINGS FROM THE
000420*                  ITEM'S POST DATE THROUGH THE BUSINESS DATE
000430*                  UNDER THE GLDSPCHK TESTS, SO A PROVISIONAL
000440*                  CREDIT (OR A REVERSAL) POSTED BEFORE THE CLAIM
000450*                  WAS KEYED OPENS THE CASE IN ITS TRUE STATE.
000460*10/15/2026 RLH    THE BUSDATE CARD NOW PASSES THE SAME CALENDAR
000470*                  EDIT AS THE OTHER CARD DATES BEFORE IT IS
000480*                  TAKEN.  A CASE THE REPLAY MOVES PAST STATE O
000490*                  CARRIES THE BUSINESS DATE AS ITS CHANGED DATE,
000500*                  AS A MOVE BY GLDSPCHK DOES.
000510*----------------------------------------------------------------
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 SPECIAL-NAMES.
000580     C01 IS TOP-OF-PAGE.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLDSPPRM
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS GLX-PARM-STATUS.
000650
000660     SELECT GL-HIST-FILE ASSIGN TO GLHIST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS GLX-HIST-KEY
000700         FILE STATUS IS GLX-HIST-STATUS.
000710
000720     SELECT OPTIONAL GL-DSP-FILE ASSIGN TO GLDSPMF
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS GLX-DSP-KEY
000760         FILE STATUS IS GLX-DSP-STATUS.
000770
000780     SELECT OPTIONAL GL-AUDIT-FILE ASSIGN TO GLDSPAUD
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS GLX-AUDIT-STATUS.
000810
000820     SELECT GL-DSP-RPT ASSIGN TO GLDSPRPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS GLX-RPT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------------
000890*MAINTENANCE CARDS.  A "BUSDATE" CARD CARRIES THE BUSINESS DATE
000900*(CYYMMDD) IN COLUMNS 10-16 AND MUST LEAD THE DECK.  EACH
000910*"HOLIDAY" CARD CARRIES ONE BANK HOLIDAY (CYYMMDD) IN COLUMNS
000920*10-16; THE STANDING HOLIDAY CARDS FOLLOW THE BUSDATE CARD, AHEAD
000930*OF ANY OPEN CARD.  "OPEN" AND "CLOSE" CARDS NAME THE CASE BY
000940*THE DISPUTED ITEM'S POST DATE (CYYMMDD) AND 30-BYTE TRACE ID.
000950*AN OPEN CARD ADDS THE CLAIM DATE (CYYMMDD), THE CLAIM AMOUNT
000960*(9(11)V99, NO POINT - BLANK CLAIMS THE WHOLE ITEM) AND THE
000970*CLAIM TYPE: U = UNAUTHORIZED, E = ERROR, N = NEW ACCOUNT
000980*(FIRST 30 DAYS), P = POINT-OF-SALE OR FOREIGN-INITIATED.  A
000990*CLOSE CARD CARRIES THE RESOLUTION: F = FOUND FOR THE CUSTOMER
001000*(CREDIT STANDS), D = DENIED (NO ERROR FOUND), W = WITHDRAWN BY
001010*THE CUSTOMER.  "*" IN COLUMN 1 IS A COMMENT
001020*----------------------------------------------------------------
001030 FD  GL-PARM-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE OMITTED.
001060 01  GLX-PARM-RECORD.
001070     05  GLX-PARM-KEYWORD           PIC X(08).
001080         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
001090         88  GLX-PARM-IS-HOLIDAY            VALUE "HOLIDAY".
001100         88  GLX-PARM-IS-OPEN               VALUE "OPEN".
001110         88  GLX-PARM-IS-CLOSE              VALUE "CLOSE".
001120     05  FILLER                     PIC X(01).
001130     05  GLX-PARM-BODY              PIC X(71).
001140     05  FILLER REDEFINES GLX-PARM-BODY.
001150         10  GLX-PARM-BUSDATE       PIC 9(07).
001160         10  FILLER                 PIC X(64).
001170     05  FILLER REDEFINES GLX-PARM-BODY.
001180         10  GLX-PARM-HOLIDAY       PIC 9(07).
001190         10  FILLER                 PIC X(64).
001200     05  FILLER REDEFINES GLX-PARM-BODY.
001210         10  GLX-PARM-POST-DATE     PIC 9(07).
001220         10  FILLER                 PIC X(01).
001230         10  GLX-PARM-TRACE-ID      PIC X(30).
001240         10  FILLER                 PIC X(01).
001250         10  GLX-PARM-CLAIM-DATE    PIC 9(07).
001260         10  FILLER                 PIC X(01).
001270         10  GLX-PARM-CLAIM-AMT-X   PIC X(13).
001280         10  GLX-PARM-CLAIM-AMT REDEFINES GLX-PARM-CLAIM-AMT-X
001290                                    PIC 9(11)V99.
001300         10  FILLER                 PIC X(01).
001310         10  GLX-PARM-CLAIM-TYPE    PIC X(01).
001320         10  FILLER                 PIC X(01).
001330         10  GLX-PARM-CLOSE-CODE    PIC X(01).
001340         10  FILLER                 PIC X(07).
001350
001360*----------------------------------------------------------------
001370*HISTORY FILE AS LOADED BY GLHISTLD - ONE RECORD PER POSTED
001380*ITEM KEYED ON POST DATE / CO-ID / TRANSACTION SEQUENCE; THE
001390*DETAIL IS THE POW_GL_DETAIL_OUTPUT IMAGE
001400*----------------------------------------------------------------
001410 FD  GL-HIST-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  GLX-HIST-RECORD.
001440     05  GLX-HIST-KEY.
001450         10  GLX-HIST-POST-DATE     PIC 9(07).
001460         10  GLX-HIST-CO-ID         PIC 9(04).
001470         10  GLX-HIST-TRANS-SEQ     PIC 9(07).
001480     05  GLX-HIST-DETAIL            PIC X(888).
001490
001500*----------------------------------------------------------------
001510*KEYED DISPUTE CASE FILE - ONE RECORD PER DISPUTED ITEM, KEYED
001520*ON ITS POST DATE AND FULL TRACE ID.  THE ACCOUNT, SEQUENCE,
001530*SIDE AND AMOUNT ARE TAKEN FROM GLHIST WHEN THE CASE IS OPENED.
001540*STATE O = OPEN, AWAITING PROVISIONAL CREDIT; P = PROVISIONALLY
001550*CREDITED, AWAITING RESOLUTION; R = RESOLVED BY A REVERSAL OF
001560*THE ITEM; C = CLOSED BY THE DESK OR BY THE PROVISIONAL CREDIT
001570*BEING TAKEN BACK (CLOSE CODE SAYS WHICH).  THE WARNING DATES
001580*OPEN THE "DUE SOON" WINDOW OF EACH DEADLINE.  CLOSED CASES STAY
001590*ON FILE FOR THE EXAMINERS
001600*----------------------------------------------------------------
001610 FD  GL-DSP-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  GLX-DSP-RECORD.
001640     05  GLX-DSP-KEY.
001650         10  GLX-DSP-POST-DATE      PIC 9(07).
001660         10  GLX-DSP-TRACE-ID       PIC X(30).
001670     05  GLX-DSP-CO-ID              PIC 9(04).
001680     05  GLX-DSP-APPL-ID            PIC X(02).
001690     05  GLX-DSP-ACT-NO             PIC 9(15).
001700     05  GLX-DSP-TRANS-SEQ          PIC 9(07).
001710     05  GLX-DSP-ITEM-SIDE          PIC X(01).
001720         88  GLX-DSP-ITEM-DEBIT             VALUE "D".
001730         88  GLX-DSP-ITEM-CREDIT            VALUE "C".
001740     05  GLX-DSP-ITEM-AMT           PIC S9(11)V99.
001750     05  GLX-DSP-CLAIM-DATE         PIC 9(07).
001760     05  GLX-DSP-CLAIM-AMT          PIC S9(11)V99.
001770     05  GLX-DSP-CLAIM-TYPE         PIC X(01).
001780         88  GLX-DSP-TYPE-UNAUTH            VALUE "U".
001790         88  GLX-DSP-TYPE-ERROR             VALUE "E".
001800         88  GLX-DSP-TYPE-NEW-ACCT          VALUE "N".
001810         88  GLX-DSP-TYPE-POS-FOREIGN       VALUE "P".
001820     05  GLX-DSP-STATE              PIC X(01).
001830         88  GLX-DSP-OPEN                   VALUE "O".
001840         88  GLX-DSP-PROV-CREDITED          VALUE "P".
001850         88  GLX-DSP-REVERSED               VALUE "R".
001860         88  GLX-DSP-CLOSED                 VALUE "C".
001870         88  GLX-DSP-ACTIVE                 VALUE "O" "P".
001880     05  GLX-DSP-CLOSE-CODE         PIC X(01).
001890         88  GLX-DSP-CLOSE-FOR-CUST         VALUE "F".
001900         88  GLX-DSP-CLOSE-DENIED           VALUE "D".
001910         88  GLX-DSP-CLOSE-WITHDRAWN        VALUE "W".
001920     05  GLX-DSP-PROV-DUE-DATE      PIC 9(07).
001930     05  GLX-DSP-PROV-WARN-DATE     PIC 9(07).
001940     05  GLX-DSP-FINAL-DUE-DATE     PIC 9(07).
001950     05  GLX-DSP-FINAL-WARN-DATE    PIC 9(07).
001960     05  GLX-DSP-PROV-CR-DATE       PIC 9(07).
001970     05  GLX-DSP-PROV-CR-AMT        PIC S9(11)V99.
001980     05  GLX-DSP-PROV-CR-SEQ        PIC 9(07).
001990     05  GLX-DSP-FINAL-DATE         PIC 9(07).
002000     05  GLX-DSP-FINAL-SEQ          PIC 9(07).
002010     05  GLX-DSP-OPENED-DATE        PIC 9(07).
002020     05  GLX-DSP-CHANGED-DATE       PIC 9(07).
002030     05  FILLER                     PIC X(15).
002040
002050*----------------------------------------------------------------
002060*AUDIT TRAIL - ONE RECORD APPENDED PER APPLIED CARD, CARRYING
002070*THE CASE IMAGE BEFORE AND AFTER THE CHANGE (SPACES BEFORE AN
002080*OPEN).  GLDSPCHK APPENDS ITS STATUS MOVES IN THE SAME LAYOUT
002090*----------------------------------------------------------------
002100 FD  GL-AUDIT-FILE
002110     RECORDING MODE IS F
002120     LABEL RECORDS ARE OMITTED.
002130 01  GLX-AUDIT-RECORD.
002140     05  GLX-AUD-BUSDATE            PIC 9(07).
002150     05  GLX-AUD-RUN-DATE           PIC 9(06).
002160     05  GLX-AUD-RUN-TIME           PIC 9(08).
002170     05  GLX-AUD-ACTION             PIC X(08).
002180     05  GLX-AUD-BEFORE             PIC X(200).
002190     05  GLX-AUD-AFTER              PIC X(200).
002200
002210 FD  GL-DSP-RPT
002220     RECORDING MODE IS F
002230     LABEL RECORDS ARE OMITTED.
002240 01  DSP-RPT-LINE                     PIC X(132).
002250
002260 WORKING-STORAGE SECTION.
002270*----------------------------------------------------------------
002280*SWITCHES AND COUNTERS
002290*----------------------------------------------------------------
002300 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
002310     88  GLX-PARM-OK                           VALUE "00".
002320 77  GLX-HIST-STATUS                 PIC X(02) VALUE SPACES.
002330     88  GLX-HIST-OK                           VALUE "00".
002340 77  GLX-DSP-STATUS                  PIC X(02) VALUE SPACES.
002350*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL CASE FILE WHEN
002360*IT DID NOT EXIST YET (THE FIRST OPEN CARD BOOTSTRAPS IT)
002370     88  GLX-DSP-OK                            VALUE "00" "05".
002380 77  GLX-AUDIT-STATUS                PIC X(02) VALUE SPACES.
002390*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL AUDIT TRAIL WHEN
002400*IT DID NOT EXIST YET
002410     88  GLX-AUDIT-OK                          VALUE "00" "05".
002420 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
002430 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
002440     88  GLX-PARM-EOF                           VALUE "Y".
002450 77  GLX-HIST-OPEN-SW                PIC X(01) VALUE "N".
002460     88  GLX-HIST-OPEN                          VALUE "Y".
002470 77  GLX-CASES-OPEN-SW               PIC X(01) VALUE "N".
002480     88  GLX-CASES-OPEN                         VALUE "Y".
002490 77  GLX-AUDIT-OPEN-SW               PIC X(01) VALUE "N".
002500     88  GLX-AUDIT-OPEN                         VALUE "Y".
002510*SET WHEN THE CASE FILE OR THE AUDIT TRAIL WOULD NOT OPEN: NO
002520*CARD CAN BE APPLIED, SO EVERY ONE IS REJECTED AND THE RUN FAILS
002530 77  GLX-FILES-DOWN-SW               PIC X(01) VALUE "N".
002540     88  GLX-FILES-DOWN                         VALUE "Y".
002550 77  GLX-IS-REVERSAL-SW              PIC X(01) VALUE "N".
002560     88  GLX-IS-REVERSAL                        VALUE "Y".
002570 77  GLX-POST-SIDE                   PIC X(01) VALUE SPACES.
002580 77  GLX-HIST-DONE-SW                PIC X(01) VALUE "N".
002590     88  GLX-HIST-DONE                          VALUE "Y".
002600 77  GLX-ITEM-FOUND-SW               PIC X(01) VALUE "N".
002610     88  GLX-ITEM-FOUND                         VALUE "Y".
002620 77  GLX-ON-FILE-SW                  PIC X(01) VALUE "N".
002630     88  GLX-ON-FILE                            VALUE "Y".
002640 77  GLX-DATE-VALID-SW               PIC X(01) VALUE "Y".
002650     88  GLX-DATE-VALID                         VALUE "Y".
002660 77  GLX-BUS-DAY-SW                  PIC X(01) VALUE "Y".
002670     88  GLX-BUS-DAY                            VALUE "Y".
002680 77  GLX-CARDS-READ                 PIC S9(07) COMP-3 VALUE ZERO.
002690 77  GLX-CARDS-OPENED               PIC S9(07) COMP-3 VALUE ZERO.
002700 77  GLX-CARDS-CLOSED               PIC S9(07) COMP-3 VALUE ZERO.
002710 77  GLX-CARDS-REJECTED             PIC S9(07) COMP-3 VALUE ZERO.
002720 77  GLX-HIST-SCANNED               PIC S9(09) COMP-3 VALUE ZERO.
002730 77  GLX-OPENED-MOVED               PIC S9(07) COMP-3 VALUE ZERO.
002740 77  GLX-SCAN-DATE                   PIC 9(07) VALUE ZERO.
002750 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002760 77  GLX-REJECT-REASON               PIC X(20) VALUE SPACES.
002770 77  GLX-DISP-HOLD                   PIC X(20) VALUE SPACES.
002780 77  GLX-RUN-DATE                    PIC 9(06) VALUE ZERO.
002790 77  GLX-RUN-TIME                    PIC 9(08) VALUE ZERO.
002800 77  GLX-ITEM-TRACE-ID               PIC X(30) VALUE SPACES.
002810
002820*----------------------------------------------------------------
002830*REG E TIME LIMITS.  PROVISIONAL CREDIT IS DUE WITHIN 10
002840*BUSINESS DAYS OF THE CLAIM (20 ON A NEW ACCOUNT).  THE FINAL
002850*RESOLUTION IS DUE WITHIN 45 CALENDAR DAYS (90 ON A NEW
002860*ACCOUNT OR A POINT-OF-SALE OR FOREIGN-INITIATED ITEM); A LIMIT
002870*THAT FALLS ON A WEEKEND OR HOLIDAY IS PULLED BACK TO THE
002880*BUSINESS DAY BEFORE IT SO THE DESK IS NEVER LATE.  THE "DUE
002890*SOON" WINDOW OPENS 2 BUSINESS DAYS AHEAD OF THE PROVISIONAL
002900*LIMIT AND 5 AHEAD OF THE FINAL ONE
002910*----------------------------------------------------------------
002920 77  GLX-PROV-DAYS-STD               PIC 9(03) VALUE 10.
002930 77  GLX-PROV-DAYS-NEW               PIC 9(03) VALUE 20.
002940 77  GLX-FINAL-DAYS-STD              PIC 9(03) VALUE 45.
002950 77  GLX-FINAL-DAYS-EXT              PIC 9(03) VALUE 90.
002960 77  GLX-PROV-WARN-DAYS              PIC 9(03) VALUE 2.
002970 77  GLX-FINAL-WARN-DAYS             PIC 9(03) VALUE 5.
002980 77  GLX-PROV-DAYS                   PIC 9(03) VALUE ZERO.
002990 77  GLX-FINAL-DAYS                  PIC 9(03) VALUE ZERO.
003000
003010*----------------------------------------------------------------
003020*BANK HOLIDAYS FROM THE HOLIDAY CARDS
003030*----------------------------------------------------------------
003040 77  GLX-HOL-MAX                     PIC S9(04) COMP VALUE 40.
003050 77  GLX-HOL-COUNT                   PIC S9(04) COMP VALUE ZERO.
003060 77  GLX-HX                          PIC S9(04) COMP VALUE ZERO.
003070 01  GLX-HOLIDAY-TABLE.
003080     05  GLX-HOLIDAY                PIC 9(07) OCCURS 40 TIMES.
003090
003100*----------------------------------------------------------------
003110*CASE IMAGE HELD BEFORE A CLOSE FOR THE AUDIT TRAIL AND THE
003120*BEFORE LINE OF THE REGISTER
003130*----------------------------------------------------------------
003140 01  GLX-BEFORE-IMAGE                PIC X(200) VALUE SPACES.
003150
003160*----------------------------------------------------------------
003170*DATE EDIT AND DAY-NUMBER WORK AREA.  DATES ARE CENTURY-CODED
003180*CYYMMDD (C = 0 FOR 19XX, 1 FOR 20XX) PER THE CAPTURE SYSTEMS
003190*STANDARD.  THE DAY NUMBER COUNTS DAYS FROM 12/31/1899, A
003200*SUNDAY, SO ITS REMAINDER BY 7 IS THE DAY OF THE WEEK (0 =
003210*SUNDAY, 6 = SATURDAY)
003220*----------------------------------------------------------------
003230 01  GLX-DATE-WORK.
003240     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
003250     05  FILLER REDEFINES GLX-DW-DATE.
003260         10  GLX-DW-CENT            PIC 9(01).
003270         10  GLX-DW-YY              PIC 9(02).
003280         10  GLX-DW-MM              PIC 9(02).
003290         10  GLX-DW-DD              PIC 9(02).
003300 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
003310 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
003320 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
003330 77  GLX-DN-YEARS                    PIC 9(03) VALUE ZERO.
003340 77  GLX-DN-PRIOR-YEARS              PIC 9(03) VALUE ZERO.
003350 77  GLX-DN-LEAP-DAYS                PIC 9(03) VALUE ZERO.
003360 77  GLX-DN-QUOT                     PIC 9(03) VALUE ZERO.
003370 77  GLX-DN-REM                      PIC 9(01) VALUE ZERO.
003380 77  GLX-DN-WEEKS                    PIC 9(07) VALUE ZERO.
003390 77  GLX-DAY-NUMBER                  PIC 9(07) VALUE ZERO.
003400 77  GLX-WEEKDAY                     PIC 9(01) VALUE ZERO.
003410     88  GLX-WEEKEND                            VALUE 0 6.
003420
003430 01  GLX-MONTH-DAYS-TABLE.
003440     05  FILLER                     PIC X(24)
003450             VALUE "312831303130313130313031".
003460 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
003470     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
003480
003490*DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP)
003500 01  GLX-CUM-DAYS-TABLE.
003510     05  FILLER                     PIC X(36)
003520             VALUE "000031059090120151181212243273304334".
003530 01  FILLER REDEFINES GLX-CUM-DAYS-TABLE.
003540     05  GLX-CUM-DAYS               PIC 9(03) OCCURS 12 TIMES.
003550
003560*----------------------------------------------------------------
003570*REPORT LINE WORK AREAS
003580*----------------------------------------------------------------
003590 01  GLX-HDG-LINE-1.
003600     05  FILLER                     PIC X(34)
003610             VALUE "GL DISPUTE CASE MAINTENANCE FOR".
003620     05  FILLER                     PIC X(01) VALUE SPACES.
003630     05  GLX-H1-BUSDATE             PIC 9(07).
003640     05  FILLER                     PIC X(90) VALUE SPACES.
003650
003660 01  GLX-HDG-LINE-2.
003670     05  FILLER                     PIC X(09) VALUE "ACTION".
003680     05  FILLER                     PIC X(08) VALUE "POSTED".
003690     05  FILLER                     PIC X(31) VALUE "TRACE ID".
003700     05  FILLER                     PIC X(05) VALUE "CO".
003710     05  FILLER                     PIC X(03) VALUE "AP".
003720     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
003730     05  FILLER                   PIC X(18) VALUE "CLAIM AMOUNT".
003740     05  FILLER                     PIC X(03) VALUE "TY".
003750     05  FILLER                     PIC X(03) VALUE "ST".
003760     05  FILLER                     PIC X(08) VALUE "PROV BY".
003770     05  FILLER                     PIC X(08) VALUE "FINAL BY".
003780     05  FILLER                     PIC X(20) VALUE "DISPOSITION".
003790
003800 01  GLX-DETAIL-LINE.
003810     05  GLX-DL-ACTION              PIC X(08).
003820     05  FILLER                     PIC X(01) VALUE SPACES.
003830     05  GLX-DL-POST-DATE           PIC 9(07).
003840     05  FILLER                     PIC X(01) VALUE SPACES.
003850     05  GLX-DL-TRACE-ID            PIC X(30).
003860     05  FILLER                     PIC X(01) VALUE SPACES.
003870     05  GLX-DL-CO-ID               PIC ZZZ9.
003880     05  FILLER                     PIC X(01) VALUE SPACES.
003890     05  GLX-DL-APPL-ID             PIC X(02).
003900     05  FILLER                     PIC X(01) VALUE SPACES.
003910     05  GLX-DL-ACT-NO              PIC Z(14)9.
003920     05  FILLER                     PIC X(01) VALUE SPACES.
003930     05  GLX-DL-CLAIM-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
003940     05  FILLER                     PIC X(01) VALUE SPACES.
003950     05  GLX-DL-TYPE                PIC X(01).
003960     05  FILLER                     PIC X(02) VALUE SPACES.
003970     05  GLX-DL-STATUS              PIC X(01).
003980     05  FILLER                     PIC X(02) VALUE SPACES.
003990     05  GLX-DL-PROV-DUE            PIC 9(07).
004000     05  FILLER                     PIC X(01) VALUE SPACES.
004010     05  GLX-DL-FINAL-DUE           PIC 9(07).
004020     05  FILLER                     PIC X(01) VALUE SPACES.
004030     05  GLX-DL-DISP                PIC X(20).
004040
004050 01  GLX-TOTAL-LINE.
004060     05  FILLER                     PIC X(30)
004070             VALUE "CASES OPENED/CLOSED/REJECTED:".
004080     05  FILLER                     PIC X(01) VALUE SPACES.
004090     05  GLX-TL-OPENED              PIC ZZZ,ZZ9.
004100     05  FILLER                     PIC X(03) VALUE SPACES.
004110     05  GLX-TL-CLOSED              PIC ZZZ,ZZ9.
004120     05  FILLER                     PIC X(03) VALUE SPACES.
004130     05  GLX-TL-REJECTED            PIC ZZZ,ZZ9.
004140     05  FILLER                     PIC X(74) VALUE SPACES.
004150
004160*----------------------------------------------------------------
004170*HISTORY ITEM WORK AREA - THE GLHIST DETAIL IS MOVED HERE TO
004180*READ ITS FIELDS
004190*----------------------------------------------------------------
004200 COPY "POW_GL_Detail_Output".
004210
004220*----------------------------------------------------------------
004230*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
004240*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
004250*----------------------------------------------------------------
004260 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
004270     88  GLX-RC-STARTED                         VALUE "Y".
004280 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
004290 COPY "GLRUNREC".
004300
004310 PROCEDURE DIVISION.
004320*----------------------------------------------------------------
004330*0000-MAINLINE
004340*----------------------------------------------------------------
004350 0000-MAINLINE.
004360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004370     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
004380         UNTIL GLX-PARM-EOF.
004390     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004410     STOP RUN.
004420
004430*----------------------------------------------------------------
004440*1000-INITIALIZE - OPEN FILES, STAMP THE RUN AND PRIME THE
004450*FIRST CARD.  WITHOUT GLHIST NO ITEM CAN BE VERIFIED, SO EVERY
004460*OPEN CARD IS REJECTED; CLOSE CARDS STILL APPLY.  WITHOUT THE
004470*CASE FILE OR THE AUDIT TRAIL THE DECK IS STILL READ, SO THE
004480*BUSDATE CARD POSTS THE RUN AND EVERY CASE CARD IS LISTED
004490*REJECTED
004500*----------------------------------------------------------------
004510 1000-INITIALIZE.
004520     ACCEPT GLX-RUN-DATE FROM DATE.
004530     ACCEPT GLX-RUN-TIME FROM TIME.
004540     OPEN INPUT  GL-PARM-FILE
004550                 GL-HIST-FILE.
004560     OPEN I-O    GL-DSP-FILE.
004570     IF GLX-DSP-OK
004580         MOVE "Y" TO GLX-CASES-OPEN-SW
004590     ELSE
004600         DISPLAY "GLDSPMNT - OPEN ERROR ON GL-DSP-FILE "
004610             GLX-DSP-STATUS " - EVERY CARD REJECTED"
004620         MOVE "Y" TO GLX-FILES-DOWN-SW
004630     END-IF.
004640     OPEN EXTEND GL-AUDIT-FILE.
004650     IF GLX-AUDIT-OK
004660         MOVE "Y" TO GLX-AUDIT-OPEN-SW
004670     ELSE
004680         DISPLAY "GLDSPMNT - OPEN ERROR ON GL-AUDIT-FILE "
004690             GLX-AUDIT-STATUS " - NO CHANGE APPLIED WITHOUT AUDIT"
004700         MOVE "Y" TO GLX-FILES-DOWN-SW
004710     END-IF.
004720     OPEN OUTPUT GL-DSP-RPT.
004730     IF NOT GLX-PARM-OK
004740         DISPLAY "GLDSPMNT - NO MAINTENANCE CARDS - NOTHING TO DO"
004750         MOVE "Y" TO GLX-PARM-EOF-SWITCH
004760         GO TO 1000-EXIT
004770     END-IF.
004780     IF GLX-HIST-OK
004790         MOVE "Y" TO GLX-HIST-OPEN-SW
004800     ELSE
004810         DISPLAY "GLDSPMNT - OPEN ERROR ON GL-HIST-FILE "
004820             GLX-HIST-STATUS " - NO CASE CAN BE OPENED"
004830     END-IF.
004840     PERFORM 2100-READ-CARD THRU 2100-EXIT.
004850 1000-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890*2000-PROCESS-CARD - DISPATCH ONE CARD ON ITS KEYWORD.  A
004900*MAINTENANCE CARD AHEAD OF THE BUSDATE CARD IS REJECTED: EVERY
004910*CASE MUST CARRY THE BUSINESS DATE IT WAS OPENED OR CLOSED.  SO
004920*IS EVERY ONE WHEN THE CASE FILE OR AUDIT TRAIL IS DOWN
004930*----------------------------------------------------------------
004940 2000-PROCESS-CARD.
004950     IF GLX-PARM-IS-BUSDATE
004960         PERFORM 2200-TAKE-BUSDATE THRU 2200-EXIT
004970         GO TO 2000-READ-NEXT
004980     END-IF.
004990     IF GLX-PARM-IS-HOLIDAY
005000         PERFORM 2250-TAKE-HOLIDAY THRU 2250-EXIT
005010         GO TO 2000-READ-NEXT
005020     END-IF.
005030     IF NOT GLX-PARM-IS-OPEN
005040        AND NOT GLX-PARM-IS-CLOSE
005050         DISPLAY "GLDSPMNT - UNKNOWN CARD IGNORED: "
005060             GLX-PARM-KEYWORD
005070         GO TO 2000-READ-NEXT
005080     END-IF.
005090     ADD 1 TO GLX-CARDS-READ.
005100     MOVE SPACES TO GLX-REJECT-REASON.
005110     IF GLX-BUSINESS-DATE = ZERO
005120         MOVE "NO BUSDATE CARD" TO GLX-REJECT-REASON
005130         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005140         GO TO 2000-READ-NEXT
005150     END-IF.
005160     IF GLX-FILES-DOWN
005170         MOVE "FILES UNAVAILABLE" TO GLX-REJECT-REASON
005180         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005190         GO TO 2000-READ-NEXT
005200     END-IF.
005210     PERFORM 2300-EDIT-CARD THRU 2300-EXIT.
005220     IF GLX-REJECT-REASON NOT = SPACES
005230         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005240         GO TO 2000-READ-NEXT
005250     END-IF.
005260     PERFORM 2400-FETCH-CASE THRU 2400-EXIT.
005270     IF GLX-PARM-IS-OPEN
005280         PERFORM 3000-APPLY-OPEN THRU 3000-EXIT
005290     END-IF.
005300     IF GLX-PARM-IS-CLOSE
005310         PERFORM 4000-APPLY-CLOSE THRU 4000-EXIT
005320     END-IF.
005330 2000-READ-NEXT.
005340     PERFORM 2100-READ-CARD THRU 2100-EXIT.
005350 2000-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390*2100-READ-CARD - COMMENT AND BLANK CARDS ARE SKIPPED HERE
005400*----------------------------------------------------------------
005410 2100-READ-CARD.
005420     READ GL-PARM-FILE
005430         AT END
005440             MOVE "Y" TO GLX-PARM-EOF-SWITCH
005450             GO TO 2100-EXIT
005460     END-READ.
005470     IF GLX-PARM-KEYWORD (1:1) = "*"
005480        OR GLX-PARM-KEYWORD = SPACES
005490         GO TO 2100-READ-CARD
005500     END-IF.
005510 2100-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550*2200-TAKE-BUSDATE - THE BUSINESS DATE STAMPS EVERY CHANGE AND
005560*OPENS THE RUN-CONTROL EVENTS.  EVERY DEADLINE IS MEASURED FROM
005570*IT, SO IT MUST BE A REAL CALENDAR DATE
005580*----------------------------------------------------------------
005590 2200-TAKE-BUSDATE.
005600     IF GLX-PARM-BUSDATE NOT NUMERIC
005610         DISPLAY "GLDSPMNT - BAD BUSDATE ON CARD - CARD IGNORED"
005620         GO TO 2200-EXIT
005630     END-IF.
005640     MOVE GLX-PARM-BUSDATE TO GLX-DW-DATE.
005650     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
005660     IF NOT GLX-DATE-VALID
005670         DISPLAY "GLDSPMNT - BAD BUSDATE ON CARD - CARD IGNORED"
005680         GO TO 2200-EXIT
005690     END-IF.
005700     MOVE GLX-PARM-BUSDATE TO GLX-BUSINESS-DATE.
005710     IF NOT GLX-RC-STARTED
005720         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
005730         MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE
005740         WRITE DSP-RPT-LINE FROM GLX-HDG-LINE-1
005750         WRITE DSP-RPT-LINE FROM GLX-HDG-LINE-2
005760     END-IF.
005770 2200-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810*2250-TAKE-HOLIDAY - ADD ONE BANK HOLIDAY TO THE CALENDAR USED
005820*FOR THE BUSINESS-DAY COUNTS.  A BAD DATE IS IGNORED, SAID SO
005830*----------------------------------------------------------------
005840 2250-TAKE-HOLIDAY.
005850     IF GLX-PARM-HOLIDAY NOT NUMERIC
005860         DISPLAY "GLDSPMNT - BAD HOLIDAY CARD IGNORED: "
005870             GLX-PARM-BODY
005880         GO TO 2250-EXIT
005890     END-IF.
005900     MOVE GLX-PARM-HOLIDAY TO GLX-DW-DATE.
005910     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
005920     IF NOT GLX-DATE-VALID
005930         DISPLAY "GLDSPMNT - BAD HOLIDAY CARD IGNORED: "
005940             GLX-PARM-BODY
005950         GO TO 2250-EXIT
005960     END-IF.
005970     IF GLX-HOL-COUNT NOT < GLX-HOL-MAX
005980         DISPLAY "GLDSPMNT - HOLIDAY TABLE FULL AT " GLX-HOL-MAX
005990             " - HOLIDAY IGNORED: " GLX-PARM-HOLIDAY
006000         GO TO 2250-EXIT
006010     END-IF.
006020     ADD 1 TO GLX-HOL-COUNT.
006030     MOVE GLX-PARM-HOLIDAY TO GLX-HOLIDAY (GLX-HOL-COUNT).
006040 2250-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080*2300-EDIT-CARD - BOTH CARDS NEED A VALID POST DATE AND A TRACE
006090*ID.  AN OPEN CARD NEEDS A CLAIM DATE BETWEEN THE POST DATE AND
006100*TODAY, A NUMERIC AMOUNT WHEN ONE IS KEYED, AND A KNOWN TYPE; A
006110*CLOSE CARD NEEDS A KNOWN RESOLUTION.  THE FIRST FAILURE
006120*SUPPLIES THE REJECT REASON
006130*----------------------------------------------------------------
006140 2300-EDIT-CARD.
006150     IF GLX-PARM-POST-DATE NOT NUMERIC
006160         MOVE "POST DATE NOT NUMERIC" TO GLX-REJECT-REASON
006170         GO TO 2300-EXIT
006180     END-IF.
006190     MOVE GLX-PARM-POST-DATE TO GLX-DW-DATE.
006200     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
006210     IF NOT GLX-DATE-VALID
006220         MOVE "POST DATE NOT A DATE" TO GLX-REJECT-REASON
006230         GO TO 2300-EXIT
006240     END-IF.
006250     IF GLX-PARM-TRACE-ID = SPACES
006260         MOVE "TRACE ID MISSING" TO GLX-REJECT-REASON
006270         GO TO 2300-EXIT
006280     END-IF.
006290     IF GLX-PARM-IS-CLOSE
006300         IF GLX-PARM-CLOSE-CODE NOT = "F" AND "D" AND "W"
006310             MOVE "RESOLUTION NOT F/D/W" TO GLX-REJECT-REASON
006320         END-IF
006330         GO TO 2300-EXIT
006340     END-IF.
006350     IF GLX-PARM-CLAIM-DATE NOT NUMERIC
006360         MOVE "CLAIM DATE NOT NUMBER" TO GLX-REJECT-REASON
006370         GO TO 2300-EXIT
006380     END-IF.
006390     MOVE GLX-PARM-CLAIM-DATE TO GLX-DW-DATE.
006400     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
006410     IF NOT GLX-DATE-VALID
006420         MOVE "CLAIM DATE NOT A DATE" TO GLX-REJECT-REASON
006430         GO TO 2300-EXIT
006440     END-IF.
006450     IF GLX-PARM-CLAIM-DATE < GLX-PARM-POST-DATE
006460         MOVE "CLAIM BEFORE POSTING" TO GLX-REJECT-REASON
006470         GO TO 2300-EXIT
006480     END-IF.
006490     IF GLX-PARM-CLAIM-DATE > GLX-BUSINESS-DATE
006500         MOVE "CLAIM DATE IN FUTURE" TO GLX-REJECT-REASON
006510         GO TO 2300-EXIT
006520     END-IF.
006530     IF GLX-PARM-CLAIM-AMT-X NOT = SPACES
006540        AND GLX-PARM-CLAIM-AMT NOT NUMERIC
006550         MOVE "AMOUNT NOT NUMERIC" TO GLX-REJECT-REASON
006560         GO TO 2300-EXIT
006570     END-IF.
006580     IF GLX-PARM-CLAIM-TYPE NOT = SPACE AND "U" AND "E"
006590                                AND "N" AND "P"
006600         MOVE "TYPE NOT U/E/N/P" TO GLX-REJECT-REASON
006610     END-IF.
006620 2300-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------
006660*2400-FETCH-CASE - RANDOM READ UNDER THE CARD'S KEY
006670*----------------------------------------------------------------
006680 2400-FETCH-CASE.
006690     MOVE "Y" TO GLX-ON-FILE-SW.
006700     MOVE GLX-PARM-POST-DATE TO GLX-DSP-POST-DATE.
006710     MOVE GLX-PARM-TRACE-ID  TO GLX-DSP-TRACE-ID.
006720     READ GL-DSP-FILE
006730         INVALID KEY
006740             MOVE "N" TO GLX-ON-FILE-SW
006750     END-READ.
006760     IF GLX-ON-FILE
006770         MOVE GLX-DSP-RECORD TO GLX-BEFORE-IMAGE
006780     ELSE
006790         MOVE SPACES TO GLX-BEFORE-IMAGE
006800     END-IF.
006810 2400-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850*2900-REJECT-CARD - THE CARD IS LISTED WITH ITS REASON AND THE
006860*CASE FILE IS NOT TOUCHED
006870*----------------------------------------------------------------
006880 2900-REJECT-CARD.
006890     ADD 1 TO GLX-CARDS-REJECTED.
006900     MOVE SPACES TO GLX-DETAIL-LINE.
006910     MOVE GLX-PARM-KEYWORD  TO GLX-DL-ACTION.
006920     IF GLX-PARM-POST-DATE NUMERIC
006930         MOVE GLX-PARM-POST-DATE TO GLX-DL-POST-DATE
006940     END-IF.
006950     MOVE GLX-PARM-TRACE-ID TO GLX-DL-TRACE-ID.
006960     MOVE GLX-PARM-CLAIM-TYPE TO GLX-DL-TYPE.
006970     MOVE "REJECTED"        TO GLX-DL-DISP.
006980     WRITE DSP-RPT-LINE FROM GLX-DETAIL-LINE.
006990     MOVE SPACES TO GLX-DETAIL-LINE.
007000     MOVE GLX-REJECT-REASON TO GLX-DL-DISP.
007010     WRITE DSP-RPT-LINE FROM GLX-DETAIL-LINE.
007020     DISPLAY "GLDSPMNT - CARD REJECTED: " GLX-PARM-KEYWORD " "
007030         GLX-PARM-TRACE-ID " " GLX-REJECT-REASON.
007040 2900-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080*3000-APPLY-OPEN - A CASE IS OPENED ONCE PER ITEM: A KEY ALREADY
007090*ON FILE, OPEN OR CLOSED, IS REJECTED.  THE ITEM MUST BE ON
007100*GLHIST UNDER THE CARD'S POST DATE AND TRACE ID; ITS ACCOUNT,
007110*SEQUENCE, SIDE AND AMOUNT ARE TAKEN FROM THE HISTORY RECORD.
007120*THE CLAIM MAY NOT EXCEED THE ITEM; A BLANK OR ZERO CLAIM
007130*AMOUNT CLAIMS THE WHOLE ITEM, A BLANK TYPE IS UNAUTHORIZED.
007140*POSTINGS ALREADY ON GLHIST MAY OPEN THE CASE PAST STATE O,
007150*AND THEN THE BUSINESS DATE IS ITS CHANGED DATE
007160*----------------------------------------------------------------
007170 3000-APPLY-OPEN.
007180     IF GLX-ON-FILE
007190         MOVE "CASE ALREADY ON FILE" TO GLX-REJECT-REASON
007200         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007210         GO TO 3000-EXIT
007220     END-IF.
007230     IF NOT GLX-HIST-OPEN
007240         MOVE "GLHIST UNAVAILABLE" TO GLX-REJECT-REASON
007250         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007260         GO TO 3000-EXIT
007270     END-IF.
007280     PERFORM 3100-FIND-ITEM THRU 3100-EXIT.
007290     IF NOT GLX-ITEM-FOUND
007300         MOVE "ITEM NOT ON GLHIST" TO GLX-REJECT-REASON
007310         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007320         GO TO 3000-EXIT
007330     END-IF.
007340     MOVE SPACES TO GLX-DSP-RECORD.
007350     MOVE GLX-PARM-POST-DATE TO GLX-DSP-POST-DATE.
007360     MOVE GLX-PARM-TRACE-ID  TO GLX-DSP-TRACE-ID.
007370     MOVE GLI-CO-ID          TO GLX-DSP-CO-ID.
007380     MOVE GLI-APPL-ID        TO GLX-DSP-APPL-ID.
007390     MOVE GLI-ACT-NO         TO GLX-DSP-ACT-NO.
007400     MOVE GLX-HIST-TRANS-SEQ TO GLX-DSP-TRANS-SEQ.
007410     IF GLI-PD-TRAN-SIGN < ZERO
007420         MOVE "D" TO GLX-DSP-ITEM-SIDE
007430     ELSE
007440         MOVE "C" TO GLX-DSP-ITEM-SIDE
007450     END-IF.
007460     MOVE GLI-TRANS-AMT      TO GLX-DSP-ITEM-AMT.
007470     MOVE GLX-PARM-CLAIM-DATE TO GLX-DSP-CLAIM-DATE.
007480     MOVE GLI-TRANS-AMT      TO GLX-DSP-CLAIM-AMT.
007490     IF GLX-PARM-CLAIM-AMT-X NOT = SPACES
007500        AND GLX-PARM-CLAIM-AMT NOT = ZERO
007510         MOVE GLX-PARM-CLAIM-AMT TO GLX-DSP-CLAIM-AMT
007520     END-IF.
007530     IF GLX-DSP-CLAIM-AMT > GLX-DSP-ITEM-AMT
007540         MOVE "CLAIM OVER ITEM AMT" TO GLX-REJECT-REASON
007550         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007560         GO TO 3000-EXIT
007570     END-IF.
007580     IF GLX-PARM-CLAIM-TYPE = SPACE
007590         MOVE "U" TO GLX-DSP-CLAIM-TYPE
007600     ELSE
007610         MOVE GLX-PARM-CLAIM-TYPE TO GLX-DSP-CLAIM-TYPE
007620     END-IF.
007630     MOVE "O" TO GLX-DSP-STATE.
007640     MOVE ZERO TO GLX-DSP-PROV-CR-DATE
007650                  GLX-DSP-PROV-CR-AMT
007660                  GLX-DSP-PROV-CR-SEQ
007670                  GLX-DSP-FINAL-DATE
007680                  GLX-DSP-FINAL-SEQ
007690                  GLX-DSP-CHANGED-DATE.
007700     MOVE GLX-BUSINESS-DATE TO GLX-DSP-OPENED-DATE.
007710     PERFORM 3200-SET-DEADLINES THRU 3200-EXIT.
007720     PERFORM 3300-REPLAY-HISTORY THRU 3300-EXIT.
007730     IF NOT GLX-DSP-OPEN
007740         MOVE GLX-BUSINESS-DATE TO GLX-DSP-CHANGED-DATE
007750     END-IF.
007760     WRITE GLX-DSP-RECORD
007770         INVALID KEY
007780             DISPLAY "GLDSPMNT - WRITE FAILED, KEY "
007790                 GLX-DSP-KEY " STATUS " GLX-DSP-STATUS
007800     END-WRITE.
007810     IF NOT GLX-DSP-OK
007820         MOVE "CASE WRITE FAILED" TO GLX-REJECT-REASON
007830         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007840         GO TO 3000-EXIT
007850     END-IF.
007860     ADD 1 TO GLX-CARDS-OPENED.
007870     MOVE "OPENED" TO GLX-DL-DISP.
007880     IF NOT GLX-DSP-OPEN
007890         ADD 1 TO GLX-OPENED-MOVED
007900     END-IF.
007910     IF GLX-DSP-PROV-CREDITED
007920         MOVE "OPENED - PROV CREDIT" TO GLX-DL-DISP
007930     END-IF.
007940     IF GLX-DSP-REVERSED
007950         MOVE "OPENED - REVERSED" TO GLX-DL-DISP
007960     END-IF.
007970     IF GLX-DSP-CLOSED
007980         MOVE "OPENED - CR TAKEN BK" TO GLX-DL-DISP
007990     END-IF.
008000     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
008010 3000-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------
008050*3100-FIND-ITEM - POSITION ON THE FIRST GLHIST RECORD OF THE
008060*CARD'S POST DATE (POST DATE LEADS THE KEY) AND WALK THAT DAY
008070*UNTIL THE TRACE ID MATCHES
008080*----------------------------------------------------------------
008090 3100-FIND-ITEM.
008100     MOVE "N" TO GLX-ITEM-FOUND-SW.
008110     MOVE "N" TO GLX-HIST-DONE-SW.
008120     MOVE GLX-PARM-POST-DATE TO GLX-HIST-POST-DATE.
008130     MOVE ZERO               TO GLX-HIST-CO-ID
008140                                GLX-HIST-TRANS-SEQ.
008150     START GL-HIST-FILE KEY NOT LESS THAN GLX-HIST-KEY
008160         INVALID KEY
008170             MOVE "Y" TO GLX-HIST-DONE-SW
008180     END-START.
008190     PERFORM 3150-CHECK-ONE-ITEM THRU 3150-EXIT
008200         UNTIL GLX-HIST-DONE.
008210 3100-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250*3150-CHECK-ONE-ITEM - NEXT HISTORY RECORD; STOP AT THE END OF
008260*THE POST DATE OR AT THE MATCHING TRACE ID, WHICH LEAVES THE
008270*ITEM IN THE DETAIL WORK AREA
008280*----------------------------------------------------------------
008290 3150-CHECK-ONE-ITEM.
008300     READ GL-HIST-FILE NEXT RECORD
008310         AT END
008320             MOVE "Y" TO GLX-HIST-DONE-SW
008330             GO TO 3150-EXIT
008340     END-READ.
008350     IF NOT GLX-HIST-OK
008360         MOVE "Y" TO GLX-HIST-DONE-SW
008370         GO TO 3150-EXIT
008380     END-IF.
008390     IF GLX-HIST-POST-DATE NOT = GLX-PARM-POST-DATE
008400         MOVE "Y" TO GLX-HIST-DONE-SW
008410         GO TO 3150-EXIT
008420     END-IF.
008430     ADD 1 TO GLX-HIST-SCANNED.
008440     MOVE GLX-HIST-DETAIL TO GLI-INTERNAL-TRANSACTION.
008450     MOVE SPACES TO GLX-ITEM-TRACE-ID.
008460     STRING GLI-TRACE-ID      DELIMITED BY SIZE
008470            GLI-TRACE-ID-CONT DELIMITED BY SIZE
008480         INTO GLX-ITEM-TRACE-ID
008490     END-STRING.
008500     IF GLX-ITEM-TRACE-ID = GLX-PARM-TRACE-ID
008510         MOVE "Y" TO GLX-ITEM-FOUND-SW
008520         MOVE "Y" TO GLX-HIST-DONE-SW
008530     END-IF.
008540 3150-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------
008580*3200-SET-DEADLINES - FROM THE CLAIM DATE: THE PROVISIONAL
008590*LIMIT IS THE 10TH (NEW ACCOUNT 20TH) BUSINESS DAY AFTER IT;
008600*THE FINAL LIMIT IS 45 (NEW ACCOUNT, POS OR FOREIGN 90)
008610*CALENDAR DAYS AFTER IT, PULLED BACK TO A BUSINESS DAY.  EACH
008620*WARNING DATE IS SET BUSINESS DAYS AHEAD OF ITS LIMIT
008630*----------------------------------------------------------------
008640 3200-SET-DEADLINES.
008650     MOVE GLX-PROV-DAYS-STD  TO GLX-PROV-DAYS.
008660     MOVE GLX-FINAL-DAYS-STD TO GLX-FINAL-DAYS.
008670     IF GLX-DSP-TYPE-NEW-ACCT
008680         MOVE GLX-PROV-DAYS-NEW  TO GLX-PROV-DAYS
008690         MOVE GLX-FINAL-DAYS-EXT TO GLX-FINAL-DAYS
008700     END-IF.
008710     IF GLX-DSP-TYPE-POS-FOREIGN
008720         MOVE GLX-FINAL-DAYS-EXT TO GLX-FINAL-DAYS
008730     END-IF.
008740     MOVE GLX-DSP-CLAIM-DATE TO GLX-DW-DATE.
008750     PERFORM 7300-SET-WEEKDAY THRU 7300-EXIT.
008760     PERFORM 7500-NEXT-BUSINESS-DAY THRU 7500-EXIT
008770         GLX-PROV-DAYS TIMES.
008780     MOVE GLX-DW-DATE TO GLX-DSP-PROV-DUE-DATE.
008790     PERFORM 7600-PRIOR-BUSINESS-DAY THRU 7600-EXIT
008800         GLX-PROV-WARN-DAYS TIMES.
008810     MOVE GLX-DW-DATE TO GLX-DSP-PROV-WARN-DATE.
008820     MOVE GLX-DSP-CLAIM-DATE TO GLX-DW-DATE.
008830     PERFORM 7300-SET-WEEKDAY THRU 7300-EXIT.
008840     PERFORM 7410-STEP-FORWARD THRU 7410-EXIT
008850         GLX-FINAL-DAYS TIMES.
008860     PERFORM 7400-TEST-BUSINESS-DAY THRU 7400-EXIT.
008870     IF NOT GLX-BUS-DAY
008880         PERFORM 7600-PRIOR-BUSINESS-DAY THRU 7600-EXIT
008890     END-IF.
008900     MOVE GLX-DW-DATE TO GLX-DSP-FINAL-DUE-DATE.
008910     PERFORM 7600-PRIOR-BUSINESS-DAY THRU 7600-EXIT
008920         GLX-FINAL-WARN-DAYS TIMES.
008930     MOVE GLX-DW-DATE TO GLX-DSP-FINAL-WARN-DATE.
008940 3200-EXIT.
008950     EXIT.
008960
008970*----------------------------------------------------------------
008980*3300-REPLAY-HISTORY - A CLAIM IS OFTEN KEYED AFTER THE DESK HAS
008990*ALREADY POSTED ITS PROVISIONAL CREDIT, AND GLDSPCHK SEES ONLY
009000*THE POSTINGS OF NIGHTS AFTER THE CASE WAS OPENED.  SO THE
009010*ACCOUNT'S POSTINGS ALREADY ON GLHIST, FROM THE ITEM'S POST DATE
009020*THROUGH THE BUSINESS DATE, GO THROUGH THE SAME TESTS GLDSPCHK
009030*APPLIES, IN KEY ORDER, UNTIL THE CASE IS NO LONGER ACTIVE.
009040*POST DATE AND COMPANY LEAD THE HISTORY KEY, SO EACH DAY IS READ
009050*ONLY FOR THE CASE'S COMPANY
009060*----------------------------------------------------------------
009070 3300-REPLAY-HISTORY.
009080     MOVE GLX-DSP-POST-DATE TO GLX-SCAN-DATE.
009090     PERFORM 3310-REPLAY-ONE-DAY THRU 3310-EXIT
009100         UNTIL GLX-SCAN-DATE > GLX-BUSINESS-DATE
009110            OR NOT GLX-DSP-ACTIVE.
009120 3300-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------
009160*3310-REPLAY-ONE-DAY - POSITION ON THE CASE'S COMPANY FOR THE
009170*SCAN DATE, REPLAY ITS ITEMS, THEN STEP ONE CALENDAR DAY
009180*----------------------------------------------------------------
009190 3310-REPLAY-ONE-DAY.
009200     MOVE "N" TO GLX-HIST-DONE-SW.
009210     MOVE GLX-SCAN-DATE TO GLX-HIST-POST-DATE.
009220     MOVE GLX-DSP-CO-ID TO GLX-HIST-CO-ID.
009230     MOVE ZERO          TO GLX-HIST-TRANS-SEQ.
009240     START GL-HIST-FILE KEY NOT LESS THAN GLX-HIST-KEY
009250         INVALID KEY
009260             MOVE "Y" TO GLX-HIST-DONE-SW
009270     END-START.
009280     PERFORM 3320-REPLAY-ONE-ITEM THRU 3320-EXIT
009290         UNTIL GLX-HIST-DONE
009300            OR NOT GLX-DSP-ACTIVE.
009310     MOVE GLX-SCAN-DATE TO GLX-DW-DATE.
009320     PERFORM 7150-ROLL-FORWARD-ONE-DAY THRU 7150-EXIT.
009330     MOVE GLX-DW-DATE TO GLX-SCAN-DATE.
009340 3310-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------
009380*3320-REPLAY-ONE-ITEM - THE GLDSPCHK 3200 TESTS AGAINST THE CASE
009390*BEING OPENED.  A NON-REVERSAL ON THE OPPOSITE SIDE FOR THE
009400*CLAIM AMOUNT, ON OR AFTER THE CLAIM DATE, IS THE PROVISIONAL
009410*CREDIT.  A REVERSAL ON THE OPPOSITE SIDE FOR THE ITEM OR CLAIM
009420*AMOUNT RESOLVES THE CASE; ONE ON THE ITEM'S SIDE FOR THE
009430*PROVISIONAL AMOUNT TAKES THE CREDIT BACK (DENIED).  THE
009440*DISPUTED ITEM ITSELF IS PASSED OVER
009450*----------------------------------------------------------------
009460 3320-REPLAY-ONE-ITEM.
009470     READ GL-HIST-FILE NEXT RECORD
009480         AT END
009490             MOVE "Y" TO GLX-HIST-DONE-SW
009500             GO TO 3320-EXIT
009510     END-READ.
009520     IF NOT GLX-HIST-OK
009530        OR GLX-HIST-POST-DATE NOT = GLX-SCAN-DATE
009540        OR GLX-HIST-CO-ID NOT = GLX-DSP-CO-ID
009550         MOVE "Y" TO GLX-HIST-DONE-SW
009560         GO TO 3320-EXIT
009570     END-IF.
009580     ADD 1 TO GLX-HIST-SCANNED.
009590     IF GLX-HIST-POST-DATE = GLX-DSP-POST-DATE
009600        AND GLX-HIST-TRANS-SEQ = GLX-DSP-TRANS-SEQ
009610         GO TO 3320-EXIT
009620     END-IF.
009630     MOVE GLX-HIST-DETAIL TO GLI-INTERNAL-TRANSACTION.
009640     IF GLI-ACT-NO NOT = GLX-DSP-ACT-NO
009650        OR GLI-APPL-ID NOT = GLX-DSP-APPL-ID
009660         GO TO 3320-EXIT
009670     END-IF.
009680     MOVE "N" TO GLX-IS-REVERSAL-SW.
009690     IF GLI-PD-TRAN-CODE-REVERSED NOT = SPACES
009700        OR GLI-PD-STMT-REVERSAL-CODE NOT = SPACE
009710         MOVE "Y" TO GLX-IS-REVERSAL-SW
009720     END-IF.
009730     IF GLI-PD-TRAN-SIGN < ZERO
009740         MOVE "D" TO GLX-POST-SIDE
009750     ELSE
009760         MOVE "C" TO GLX-POST-SIDE
009770     END-IF.
009780     IF GLX-IS-REVERSAL
009790         GO TO 3320-REVERSAL
009800     END-IF.
009810     IF NOT GLX-DSP-OPEN
009820        OR GLX-POST-SIDE = GLX-DSP-ITEM-SIDE
009830        OR GLI-TRANS-AMT NOT = GLX-DSP-CLAIM-AMT
009840        OR GLI-POST-DATE < GLX-DSP-CLAIM-DATE
009850         GO TO 3320-EXIT
009860     END-IF.
009870     MOVE "P"           TO GLX-DSP-STATE.
009880     MOVE GLI-POST-DATE TO GLX-DSP-PROV-CR-DATE.
009890     MOVE GLI-TRANS-AMT TO GLX-DSP-PROV-CR-AMT.
009900     MOVE GLI-TRANS-SEQ TO GLX-DSP-PROV-CR-SEQ.
009910     GO TO 3320-EXIT.
009920 3320-REVERSAL.
009930     IF GLX-POST-SIDE NOT = GLX-DSP-ITEM-SIDE
009940        AND (GLI-TRANS-AMT = GLX-DSP-ITEM-AMT
009950          OR GLI-TRANS-AMT = GLX-DSP-CLAIM-AMT)
009960         MOVE "R"           TO GLX-DSP-STATE
009970         MOVE GLI-POST-DATE TO GLX-DSP-FINAL-DATE
009980         MOVE GLI-TRANS-SEQ TO GLX-DSP-FINAL-SEQ
009990         GO TO 3320-EXIT
010000     END-IF.
010010     IF GLX-DSP-PROV-CREDITED
010020        AND GLX-POST-SIDE = GLX-DSP-ITEM-SIDE
010030        AND GLI-TRANS-AMT = GLX-DSP-PROV-CR-AMT
010040         MOVE "C"           TO GLX-DSP-STATE
010050         MOVE "D"           TO GLX-DSP-CLOSE-CODE
010060         MOVE GLI-POST-DATE TO GLX-DSP-FINAL-DATE
010070         MOVE GLI-TRANS-SEQ TO GLX-DSP-FINAL-SEQ
010080     END-IF.
010090 3320-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------
010130*4000-APPLY-CLOSE - THE DESK CLOSES A CASE IT RESOLVED WITHOUT
010140*A REVERSAL OF THE ITEM: FOUND FOR THE CUSTOMER WITH THE
010150*PROVISIONAL CREDIT STANDING, DENIED, OR WITHDRAWN.  THE CARD'S
010160*BUSINESS DATE IS THE RESOLUTION DATE AGAINST THE FINAL LIMIT
010170*----------------------------------------------------------------
010180 4000-APPLY-CLOSE.
010190     IF NOT GLX-ON-FILE
010200         MOVE "NOT ON FILE" TO GLX-REJECT-REASON
010210         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
010220         GO TO 4000-EXIT
010230     END-IF.
010240     IF NOT GLX-DSP-ACTIVE
010250         MOVE "ALREADY RESOLVED" TO GLX-REJECT-REASON
010260         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
010270         GO TO 4000-EXIT
010280     END-IF.
010290     MOVE "C" TO GLX-DSP-STATE.
010300     MOVE GLX-PARM-CLOSE-CODE TO GLX-DSP-CLOSE-CODE.
010310     MOVE GLX-BUSINESS-DATE TO GLX-DSP-FINAL-DATE
010320                               GLX-DSP-CHANGED-DATE.
010330     MOVE ZERO TO GLX-DSP-FINAL-SEQ.
010340     REWRITE GLX-DSP-RECORD
010350         INVALID KEY
010360             DISPLAY "GLDSPMNT - REWRITE FAILED, KEY "
010370                 GLX-DSP-KEY " STATUS " GLX-DSP-STATUS
010380     END-REWRITE.
010390     IF NOT GLX-DSP-OK
010400         MOVE "CASE WRITE FAILED" TO GLX-REJECT-REASON
010410         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
010420         GO TO 4000-EXIT
010430     END-IF.
010440     ADD 1 TO GLX-CARDS-CLOSED.
010450     MOVE "CLOSED" TO GLX-DL-DISP.
010460     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
010470 4000-EXIT.
010480     EXIT.
010490
010500*----------------------------------------------------------------
010510*6000-RECORD-CHANGE - APPEND THE BEFORE / AFTER AUDIT RECORD AND
010520*PRINT THE REGISTER LINES: THE BEFORE IMAGE (WHEN THERE WAS
010530*ONE) AND THE AFTER IMAGE CARRYING THE DISPOSITION
010540*----------------------------------------------------------------
010550 6000-RECORD-CHANGE.
010560     MOVE GLX-BUSINESS-DATE TO GLX-AUD-BUSDATE.
010570     MOVE GLX-RUN-DATE      TO GLX-AUD-RUN-DATE.
010580     MOVE GLX-RUN-TIME      TO GLX-AUD-RUN-TIME.
010590     MOVE GLX-PARM-KEYWORD  TO GLX-AUD-ACTION.
010600     MOVE GLX-BEFORE-IMAGE  TO GLX-AUD-BEFORE.
010610     MOVE GLX-DSP-RECORD    TO GLX-AUD-AFTER.
010620     WRITE GLX-AUDIT-RECORD.
010630     IF GLX-BEFORE-IMAGE NOT = SPACES
010640         MOVE GLX-DL-DISP      TO GLX-DISP-HOLD
010650         MOVE GLX-BEFORE-IMAGE TO GLX-DSP-RECORD
010660         MOVE "BEFORE"         TO GLX-DL-DISP
010670         PERFORM 6100-PRINT-IMAGE THRU 6100-EXIT
010680         MOVE GLX-AUD-AFTER    TO GLX-DSP-RECORD
010690         MOVE GLX-DISP-HOLD    TO GLX-DL-DISP
010700     END-IF.
010710     PERFORM 6100-PRINT-IMAGE THRU 6100-EXIT.
010720 6000-EXIT.
010730     EXIT.
010740
010750*----------------------------------------------------------------
010760*6100-PRINT-IMAGE - ONE REGISTER LINE FROM THE CASE RECORD
010770*AREA; THE DISPOSITION IS SET BY THE CALLER
010780*----------------------------------------------------------------
010790 6100-PRINT-IMAGE.
010800     MOVE GLX-PARM-KEYWORD       TO GLX-DL-ACTION.
010810     MOVE GLX-DSP-POST-DATE      TO GLX-DL-POST-DATE.
010820     MOVE GLX-DSP-TRACE-ID       TO GLX-DL-TRACE-ID.
010830     MOVE GLX-DSP-CO-ID          TO GLX-DL-CO-ID.
010840     MOVE GLX-DSP-APPL-ID        TO GLX-DL-APPL-ID.
010850     MOVE GLX-DSP-ACT-NO         TO GLX-DL-ACT-NO.
010860     MOVE GLX-DSP-CLAIM-AMT      TO GLX-DL-CLAIM-AMT.
010870     MOVE GLX-DSP-CLAIM-TYPE     TO GLX-DL-TYPE.
010880     MOVE GLX-DSP-STATE          TO GLX-DL-STATUS.
010890     MOVE GLX-DSP-PROV-DUE-DATE  TO GLX-DL-PROV-DUE.
010900     MOVE GLX-DSP-FINAL-DUE-DATE TO GLX-DL-FINAL-DUE.
010910     WRITE DSP-RPT-LINE FROM GLX-DETAIL-LINE.
010920 6100-EXIT.
010930     EXIT.
010940
010950*----------------------------------------------------------------
010960*7000-VALIDATE-DATE - CALENDAR EDIT OF THE CYYMMDD DATE IN
010970*GLX-DW-DATE.  CENTURY 0 = 19XX, 1 = 20XX.  FEBRUARY LENGTH
010980*FOLLOWS THE LEAP-YEAR RULE: YEAR 2000 IS A LEAP YEAR, YEAR
010990*1900 IS NOT, OTHERWISE EVERY FOURTH YEAR IS.  THE MONTH
011000*LENGTH IS LEFT IN GLX-DW-MAX-DD
011010*----------------------------------------------------------------
011020 7000-VALIDATE-DATE.
011030     MOVE "Y" TO GLX-DATE-VALID-SW.
011040     IF GLX-DW-CENT > 1
011050         MOVE "N" TO GLX-DATE-VALID-SW
011060         GO TO 7000-EXIT
011070     END-IF.
011080     IF GLX-DW-MM < 01 OR GLX-DW-MM > 12
011090         MOVE "N" TO GLX-DATE-VALID-SW
011100         GO TO 7000-EXIT
011110     END-IF.
011120     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
011130     IF GLX-DW-MM = 02
011140         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
011150             REMAINDER GLX-DW-YY-REM
011160         IF GLX-DW-YY = ZERO
011170             IF GLX-DW-CENT = 1
011180                 MOVE 29 TO GLX-DW-MAX-DD
011190             END-IF
011200         ELSE
011210             IF GLX-DW-YY-REM = ZERO
011220                 MOVE 29 TO GLX-DW-MAX-DD
011230             END-IF
011240         END-IF
011250     END-IF.
011260     IF GLX-DW-DD < 01 OR GLX-DW-DD > GLX-DW-MAX-DD
011270         MOVE "N" TO GLX-DATE-VALID-SW
011280     END-IF.
011290 7000-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------
011330*7100-ROLL-BACK-ONE-DAY - STEP THE CYYMMDD DATE IN GLX-DW-DATE
011340*BACK ONE CALENDAR DAY, BORROWING THROUGH MONTH, YEAR AND
011350*CENTURY.  THE NEW MONTH'S LENGTH COMES FROM 7000
011360*----------------------------------------------------------------
011370 7100-ROLL-BACK-ONE-DAY.
011380     IF GLX-DW-DD > 01
011390         SUBTRACT 1 FROM GLX-DW-DD
011400         GO TO 7100-EXIT
011410     END-IF.
011420     IF GLX-DW-MM > 01
011430         SUBTRACT 1 FROM GLX-DW-MM
011440     ELSE
011450         MOVE 12 TO GLX-DW-MM
011460         IF GLX-DW-YY > ZERO
011470             SUBTRACT 1 FROM GLX-DW-YY
011480         ELSE
011490             MOVE 99 TO GLX-DW-YY
011500             SUBTRACT 1 FROM GLX-DW-CENT
011510         END-IF
011520     END-IF.
011530     MOVE 01 TO GLX-DW-DD.
011540     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
011550     MOVE GLX-DW-MAX-DD TO GLX-DW-DD.
011560 7100-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------------
011600*7150-ROLL-FORWARD-ONE-DAY - STEP THE CYYMMDD DATE IN
011610*GLX-DW-DATE FORWARD ONE CALENDAR DAY, CARRYING INTO MONTH,
011620*YEAR AND CENTURY.  THE MONTH'S LENGTH COMES FROM 7000
011630*----------------------------------------------------------------
011640 7150-ROLL-FORWARD-ONE-DAY.
011650     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
011660     IF GLX-DW-DD < GLX-DW-MAX-DD
011670         ADD 1 TO GLX-DW-DD
011680         GO TO 7150-EXIT
011690     END-IF.
011700     MOVE 01 TO GLX-DW-DD.
011710     IF GLX-DW-MM < 12
011720         ADD 1 TO GLX-DW-MM
011730         GO TO 7150-EXIT
011740     END-IF.
011750     MOVE 01 TO GLX-DW-MM.
011760     IF GLX-DW-YY < 99
011770         ADD 1 TO GLX-DW-YY
011780     ELSE
011790         MOVE ZERO TO GLX-DW-YY
011800         ADD 1 TO GLX-DW-CENT
011810     END-IF.
011820 7150-EXIT.
011830     EXIT.
011840
011850*----------------------------------------------------------------
011860*7200-DAY-NUMBER - TURN THE VALID CYYMMDD DATE IN GLX-DW-DATE
011870*INTO A DAY COUNT: 365 DAYS FOR EVERY YEAR SINCE 1900, ONE MORE
011880*FOR EACH LEAP YEAR BEFORE THIS ONE (1900 WAS NOT ONE), THE
011890*DAYS BEFORE THIS MONTH, THE DAY OF THE MONTH, AND FEBRUARY 29
011900*WHEN THIS IS A LEAP YEAR AND THE DATE IS PAST FEBRUARY
011910*----------------------------------------------------------------
011920 7200-DAY-NUMBER.
011930     COMPUTE GLX-DN-YEARS = GLX-DW-CENT * 100 + GLX-DW-YY.
011940     MOVE ZERO TO GLX-DN-LEAP-DAYS.
011950     IF GLX-DN-YEARS > ZERO
011960         COMPUTE GLX-DN-PRIOR-YEARS = GLX-DN-YEARS - 1
011970         DIVIDE GLX-DN-PRIOR-YEARS BY 4 GIVING GLX-DN-LEAP-DAYS
011980     END-IF.
011990     COMPUTE GLX-DAY-NUMBER = GLX-DN-YEARS * 365
012000         + GLX-DN-LEAP-DAYS
012010         + GLX-CUM-DAYS (GLX-DW-MM)
012020         + GLX-DW-DD.
012030     IF GLX-DW-MM > 02
012040        AND GLX-DN-YEARS > ZERO
012050         DIVIDE GLX-DN-YEARS BY 4 GIVING GLX-DN-QUOT
012060             REMAINDER GLX-DN-REM
012070         IF GLX-DN-REM = ZERO
012080             ADD 1 TO GLX-DAY-NUMBER
012090         END-IF
012100     END-IF.
012110 7200-EXIT.
012120     EXIT.
012130
012140*----------------------------------------------------------------
012150*7300-SET-WEEKDAY - DAY OF THE WEEK OF THE DATE IN GLX-DW-DATE
012160*FROM ITS DAY NUMBER; THE STEPS BELOW KEEP IT IN STEP
012170*----------------------------------------------------------------
012180 7300-SET-WEEKDAY.
012190     PERFORM 7200-DAY-NUMBER THRU 7200-EXIT.
012200     DIVIDE GLX-DAY-NUMBER BY 7 GIVING GLX-DN-WEEKS
012210         REMAINDER GLX-WEEKDAY.
012220 7300-EXIT.
012230     EXIT.
012240
012250*----------------------------------------------------------------
012260*7400-TEST-BUSINESS-DAY - THE DATE IN GLX-DW-DATE IS A BUSINESS
012270*DAY WHEN IT IS NEITHER A SATURDAY, A SUNDAY NOR A HOLIDAY
012280*----------------------------------------------------------------
012290 7400-TEST-BUSINESS-DAY.
012300     MOVE "Y" TO GLX-BUS-DAY-SW.
012310     IF GLX-WEEKEND
012320         MOVE "N" TO GLX-BUS-DAY-SW
012330         GO TO 7400-EXIT
012340     END-IF.
012350     PERFORM 7450-CHECK-HOLIDAY THRU 7450-EXIT
012360         VARYING GLX-HX FROM 1 BY 1
012370         UNTIL GLX-HX > GLX-HOL-COUNT
012380            OR NOT GLX-BUS-DAY.
012390 7400-EXIT.
012400     EXIT.
012410
012420*----------------------------------------------------------------
012430*7410-STEP-FORWARD - ONE CALENDAR DAY FORWARD, WEEKDAY WITH IT
012440*----------------------------------------------------------------
012450 7410-STEP-FORWARD.
012460     PERFORM 7150-ROLL-FORWARD-ONE-DAY THRU 7150-EXIT.
012470     IF GLX-WEEKDAY = 6
012480         MOVE ZERO TO GLX-WEEKDAY
012490     ELSE
012500         ADD 1 TO GLX-WEEKDAY
012510     END-IF.
012520 7410-EXIT.
012530     EXIT.
012540
012550*----------------------------------------------------------------
012560*7420-STEP-BACK - ONE CALENDAR DAY BACK, WEEKDAY WITH IT
012570*----------------------------------------------------------------
012580 7420-STEP-BACK.
012590     PERFORM 7100-ROLL-BACK-ONE-DAY THRU 7100-EXIT.
012600     IF GLX-WEEKDAY = ZERO
012610         MOVE 6 TO GLX-WEEKDAY
012620     ELSE
012630         SUBTRACT 1 FROM GLX-WEEKDAY
012640     END-IF.
012650 7420-EXIT.
012660     EXIT.
012670
012680*----------------------------------------------------------------
012690*7450-CHECK-HOLIDAY - ONE HOLIDAY TABLE ENTRY AGAINST THE DATE
012700*----------------------------------------------------------------
012710 7450-CHECK-HOLIDAY.
012720     IF GLX-HOLIDAY (GLX-HX) = GLX-DW-DATE
012730         MOVE "N" TO GLX-BUS-DAY-SW
012740     END-IF.
012750 7450-EXIT.
012760     EXIT.
012770
012780*----------------------------------------------------------------
012790*7500-NEXT-BUSINESS-DAY - MOVE THE DATE FORWARD TO THE NEXT
012800*BUSINESS DAY AFTER IT
012810*----------------------------------------------------------------
012820 7500-NEXT-BUSINESS-DAY.
012830     PERFORM 7410-STEP-FORWARD THRU 7410-EXIT.
012840     PERFORM 7400-TEST-BUSINESS-DAY THRU 7400-EXIT.
012850     IF NOT GLX-BUS-DAY
012860         GO TO 7500-NEXT-BUSINESS-DAY
012870     END-IF.
012880 7500-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920*7600-PRIOR-BUSINESS-DAY - MOVE THE DATE BACK TO THE BUSINESS
012930*DAY BEFORE IT
012940*----------------------------------------------------------------
012950 7600-PRIOR-BUSINESS-DAY.
012960     PERFORM 7420-STEP-BACK THRU 7420-EXIT.
012970     PERFORM 7400-TEST-BUSINESS-DAY THRU 7400-EXIT.
012980     IF NOT GLX-BUS-DAY
012990         GO TO 7600-PRIOR-BUSINESS-DAY
013000     END-IF.
013010 7600-EXIT.
013020     EXIT.
013030
013040*----------------------------------------------------------------
013050*8000-PRINT-TOTALS
013060*----------------------------------------------------------------
013070 8000-PRINT-TOTALS.
013080     MOVE GLX-CARDS-OPENED   TO GLX-TL-OPENED.
013090     MOVE GLX-CARDS-CLOSED   TO GLX-TL-CLOSED.
013100     MOVE GLX-CARDS-REJECTED TO GLX-TL-REJECTED.
013110     WRITE DSP-RPT-LINE FROM GLX-TOTAL-LINE.
013120 8000-EXIT.
013130     EXIT.
013140
013150*----------------------------------------------------------------
013160*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
013170*----------------------------------------------------------------
013180 9999-TERMINATE.
013190     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
013200     CLOSE GL-PARM-FILE.
013210     IF GLX-HIST-OPEN
013220         CLOSE GL-HIST-FILE
013230     END-IF.
013240     IF GLX-CASES-OPEN
013250         CLOSE GL-DSP-FILE
013260     END-IF.
013270     IF GLX-AUDIT-OPEN
013280         CLOSE GL-AUDIT-FILE
013290     END-IF.
013300     CLOSE GL-DSP-RPT.
013310     DISPLAY "GLDSPMNT - CARDS READ:       " GLX-CARDS-READ.
013320     DISPLAY "GLDSPMNT - CASES OPENED:     " GLX-CARDS-OPENED.
013330     DISPLAY "GLDSPMNT - OPENED PAST O:    " GLX-OPENED-MOVED.
013340     DISPLAY "GLDSPMNT - CASES CLOSED:     " GLX-CARDS-CLOSED.
013350     DISPLAY "GLDSPMNT - REJECTED:         " GLX-CARDS-REJECTED.
013360     DISPLAY "GLDSPMNT - HISTORY SCANNED:  " GLX-HIST-SCANNED.
013370*    SET AFTER THE POST - THE CALL RESETS RETURN-CODE
013380     IF GLX-FILES-DOWN
013390         MOVE 16 TO RETURN-CODE
013400     END-IF.
013410 9999-EXIT.
013420     EXIT.
013430
013440*----------------------------------------------------------------
013450*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
013460*SHARED RUN-CONTROL FILE UNDER THE BUSDATE-CARD BUSINESS DATE
013470*----------------------------------------------------------------
013480 9800-POST-RUN-START.
013490     MOVE "Y" TO GLX-RC-STARTED-SW.
013500     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
013510     MOVE SPACES TO GLR-RUN-RECORD.
013520     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
013530     MOVE "GLDSPMNT" TO GLR-PROGRAM.
013540     MOVE "STARTED"  TO GLR-EVENT.
013550     MOVE SPACES     TO GLR-STATUS.
013560     MOVE ZERO       TO GLR-RECORD-COUNT.
013570     CALL "GLRCPOST" USING GLR-RUN-RECORD.
013580 9800-EXIT.
013590     EXIT.
013600
013610*----------------------------------------------------------------
013620*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
013630*AND ITS CARD COUNT.  A REJECTED CARD POSTS NOGO: A CLAIM THE
013640*CUSTOMER MADE IS NOT BEING TIMED UNTIL THE CARD IS FIXED.  A
013650*CASE FILE OR AUDIT TRAIL THAT WOULD NOT OPEN POSTS FAIL.
013660*NOTHING IS POSTED WITHOUT A BUSDATE CARD
013670*----------------------------------------------------------------
013680 9900-POST-RUN-END.
013690     IF GLX-RC-BUSDATE = ZERO
013700         GO TO 9900-EXIT
013710     END-IF.
013720     MOVE SPACES TO GLR-RUN-RECORD.
013730     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
013740     MOVE "GLDSPMNT" TO GLR-PROGRAM.
013750     MOVE "ENDED"    TO GLR-EVENT.
013760     EVALUATE TRUE
013770         WHEN GLX-FILES-DOWN
013780             MOVE "FAIL"     TO GLR-STATUS
013790         WHEN GLX-CARDS-REJECTED > ZERO
013800             MOVE "NOGO"     TO GLR-STATUS
013810         WHEN OTHER
013820             MOVE "OK"       TO GLR-STATUS
013830     END-EVALUATE.
013840     MOVE GLX-CARDS-READ TO GLR-RECORD-COUNT.
013850     CALL "GLRCPOST" USING GLR-RUN-RECORD.
013860 9900-EXIT.
013870     EXIT.
