000010*****************************************************************
000020** PROGRAM-ID: GLSTPMNT
000030** STOP-PAYMENT AND HOLD MASTER MAINTENANCE FROM ADD / CHANGE /
000040** RELEASE CARDS, WITH A DATED AUDIT TRAIL OF EVERY CHANGE.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLSTPMNT.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  MAINTAINS THE GLSTOPMF
000180*                  KEYED STOP-PAYMENT / HOLD MASTER (KSDS,
000190*                  KEYED ON CO-ID / APPL-ID / ACCOUNT / LOW
000200*                  SERIAL) FROM THE GLSTPPRM CARD DECK: "ADD"
000210*                  PLACES A STOP ON A SERIAL OR SERIAL RANGE
000220*                  (OPTIONALLY FOR ONE AMOUNT) OR A HOLD ON THE
000230*                  WHOLE ACCOUNT, "CHANGE" AMENDS THE RANGE,
000240*                  AMOUNT, EXPIRY OR TYPE, AND "RELEASE" LIFTS
000250*                  IT.  EVERY APPLIED CARD APPENDS A BEFORE /
000260*                  AFTER IMAGE TO THE GLSTPAUD AUDIT TRAIL
000270*                  STAMPED WITH THE BUSINESS DATE AND RUN TIME,
000280*                  AND THE GLSTPRPT REGISTER SHOWS EACH CARD'S
000290*                  DISPOSITION.  GLSTPCHK ENFORCES THE MASTER
000300*                  AGAINST THE NIGHT'S POSTED ITEMS.
000310*10/15/2026 RLH    A STOP MASTER OR AUDIT TRAIL THAT WILL NOT
000320*                  OPEN NO LONGER DROPS THE DECK UNSEEN: THE
000330*                  BUSDATE CARD IS STILL TAKEN, EVERY MAINTENANCE
000340*                  CARD IS REJECTED "FILES UNAVAILABLE", THE RUN
000350*                  POSTS FAIL AND ENDS WITH RETURN CODE 16.  THE
000360*                  CLOSES ARE GUARDED BY OPEN SWITCHES.
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
000480     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLSTPPRM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS GLX-PARM-STATUS.
000510
000520     SELECT OPTIONAL GL-STOP-FILE ASSIGN TO GLSTOPMF
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS GLX-STOP-KEY
000560         FILE STATUS IS GLX-STOP-STATUS.
000570
000580     SELECT OPTIONAL GL-AUDIT-FILE ASSIGN TO GLSTPAUD
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GLX-AUDIT-STATUS.
000610
000620     SELECT GL-STOP-RPT ASSIGN TO GLSTPRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS GLX-RPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*----------------------------------------------------------------
000690*MAINTENANCE CARDS.  A "BUSDATE" CARD CARRIES THE BUSINESS DATE
000700*(CYYMMDD) IN COLUMNS 10-16 AND MUST LEAD THE DECK.  "ADD",
000710*"CHANGE" AND "RELEASE" CARDS CARRY THE MASTER KEY (CO-ID,
000720*APPL-ID, ACCOUNT, LOW SERIAL) FOLLOWED BY THE HIGH SERIAL,
000730*AMOUNT (9(11)V99, NO POINT), EXPIRY DATE (CYYMMDD) AND TYPE
000740*(S = STOP PAYMENT, H = HOLD ON ALL DEBITS).  ON A CHANGE
000750*CARD A BLANK FIELD LEAVES THE MASTER VALUE AS IT IS.  "*" IN
000760*COLUMN 1 IS A COMMENT
000770*----------------------------------------------------------------
000780 FD  GL-PARM-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE OMITTED.
000810 01  GLX-PARM-RECORD.
000820     05  GLX-PARM-KEYWORD           PIC X(08).
000830         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
000840         88  GLX-PARM-IS-ADD                VALUE "ADD".
000850         88  GLX-PARM-IS-CHANGE             VALUE "CHANGE".
000860         88  GLX-PARM-IS-RELEASE            VALUE "RELEASE".
000870     05  FILLER                     PIC X(01).
000880     05  GLX-PARM-BODY              PIC X(71).
000890     05  FILLER REDEFINES GLX-PARM-BODY.
000900         10  GLX-PARM-BUSDATE       PIC 9(07).
000910         10  FILLER                 PIC X(64).
000920     05  FILLER REDEFINES GLX-PARM-BODY.
000930         10  GLX-PARM-CO-ID         PIC 9(04).
000940         10  FILLER                 PIC X(01).
000950         10  GLX-PARM-APPL-ID       PIC X(02).
000960         10  FILLER                 PIC X(01).
000970         10  GLX-PARM-ACT-NO        PIC 9(15).
000980         10  FILLER                 PIC X(01).
000990         10  GLX-PARM-SERIAL-LOW    PIC 9(10).
001000         10  FILLER                 PIC X(01).
001010         10  GLX-PARM-SERIAL-HIGH-X PIC X(10).
001020         10  GLX-PARM-SERIAL-HIGH REDEFINES GLX-PARM-SERIAL-HIGH-X
001030                                    PIC 9(10).
001040         10  FILLER                 PIC X(01).
001050         10  GLX-PARM-AMOUNT-X      PIC X(13).
001060         10  GLX-PARM-AMOUNT REDEFINES GLX-PARM-AMOUNT-X
001070                                    PIC 9(11)V99.
001080         10  FILLER                 PIC X(01).
001090         10  GLX-PARM-EXPIRY-X      PIC X(07).
001100         10  GLX-PARM-EXPIRY REDEFINES GLX-PARM-EXPIRY-X
001110                                    PIC 9(07).
001120         10  FILLER                 PIC X(01).
001130         10  GLX-PARM-TYPE          PIC X(01).
001140         10  FILLER                 PIC X(02).
001150
001160*----------------------------------------------------------------
001170*KEYED STOP-PAYMENT / HOLD MASTER - ONE RECORD PER CO-ID /
001180*APPL-ID / ACCOUNT / LOW SERIAL.  A HOLD CARRIES ZERO SERIALS
001190*AND COVERS EVERY DEBIT TO THE ACCOUNT.  A ZERO AMOUNT MATCHES
001200*ANY AMOUNT; A ZERO EXPIRY NEVER EXPIRES.  RELEASED RECORDS
001210*STAY ON FILE FOR AUDIT AND NO LONGER ENFORCE
001220*----------------------------------------------------------------
001230 FD  GL-STOP-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  GLX-STOP-RECORD.
001260     05  GLX-STOP-KEY.
001270         10  GLX-STOP-CO-ID         PIC 9(04).
001280         10  GLX-STOP-APPL-ID       PIC X(02).
001290         10  GLX-STOP-ACT-NO        PIC 9(15).
001300         10  GLX-STOP-SERIAL-LOW    PIC 9(10).
001310     05  GLX-STOP-SERIAL-HIGH       PIC 9(10).
001320     05  GLX-STOP-TYPE              PIC X(01).
001330         88  GLX-STOP-IS-STOP               VALUE "S".
001340         88  GLX-STOP-IS-HOLD               VALUE "H".
001350     05  GLX-STOP-STATE             PIC X(01).
001360         88  GLX-STOP-ACTIVE                VALUE "A".
001370         88  GLX-STOP-RELEASED              VALUE "R".
001380     05  GLX-STOP-AMOUNT            PIC S9(11)V99.
001390     05  GLX-STOP-EXPIRY-DATE       PIC 9(07).
001400     05  GLX-STOP-ADDED-DATE        PIC 9(07).
001410     05  GLX-STOP-CHANGED-DATE      PIC 9(07).
001420     05  GLX-STOP-RELEASED-DATE     PIC 9(07).
001430     05  FILLER                     PIC X(20).
001440
001450*----------------------------------------------------------------
001460*AUDIT TRAIL - ONE RECORD APPENDED PER APPLIED CARD, CARRYING
001470*THE MASTER IMAGE BEFORE AND AFTER THE CHANGE (SPACES BEFORE AN
001480*ADD OF A NEW KEY)
001490*----------------------------------------------------------------
001500 FD  GL-AUDIT-FILE
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE OMITTED.
001530 01  GLX-AUDIT-RECORD.
001540     05  GLX-AUD-BUSDATE            PIC 9(07).
001550     05  GLX-AUD-RUN-DATE           PIC 9(06).
001560     05  GLX-AUD-RUN-TIME           PIC 9(08).
001570     05  GLX-AUD-ACTION             PIC X(08).
001580     05  GLX-AUD-BEFORE             PIC X(104).
001590     05  GLX-AUD-AFTER              PIC X(104).
001600
001610 FD  GL-STOP-RPT
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE OMITTED.
001640 01  STP-RPT-LINE                     PIC X(132).
001650
001660 WORKING-STORAGE SECTION.
001670*----------------------------------------------------------------
001680*SWITCHES AND COUNTERS
001690*----------------------------------------------------------------
001700 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001710     88  GLX-PARM-OK                           VALUE "00".
001720 77  GLX-STOP-STATUS                 PIC X(02) VALUE SPACES.
001730*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL STOP MASTER WHEN
001740*IT DID NOT EXIST YET (THE FIRST ADD BOOTSTRAPS IT)
001750     88  GLX-STOP-OK                           VALUE "00" "05".
001760 77  GLX-AUDIT-STATUS                PIC X(02) VALUE SPACES.
001770*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL AUDIT TRAIL WHEN
001780*IT DID NOT EXIST YET
001790     88  GLX-AUDIT-OK                          VALUE "00" "05".
001800 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001810 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001820     88  GLX-PARM-EOF                           VALUE "Y".
001830 77  GLX-STOP-OPEN-SW                PIC X(01) VALUE "N".
001840     88  GLX-STOP-OPEN                          VALUE "Y".
001850 77  GLX-AUDIT-OPEN-SW               PIC X(01) VALUE "N".
001860     88  GLX-AUDIT-OPEN                         VALUE "Y".
001870*SET WHEN THE STOP MASTER OR THE AUDIT TRAIL WOULD NOT OPEN: NO
001880*CARD CAN BE APPLIED, SO EVERY ONE IS REJECTED AND THE RUN FAILS
001890 77  GLX-FILES-DOWN-SW               PIC X(01) VALUE "N".
001900     88  GLX-FILES-DOWN                         VALUE "Y".
001910 77  GLX-ON-FILE-SW                  PIC X(01) VALUE "N".
001920     88  GLX-ON-FILE                            VALUE "Y".
001930 77  GLX-DATE-VALID-SW               PIC X(01) VALUE "Y".
001940     88  GLX-DATE-VALID                         VALUE "Y".
001950 77  GLX-CARDS-READ                 PIC S9(07) COMP-3 VALUE ZERO.
001960 77  GLX-CARDS-ADDED                PIC S9(07) COMP-3 VALUE ZERO.
001970 77  GLX-CARDS-CHANGED              PIC S9(07) COMP-3 VALUE ZERO.
001980 77  GLX-CARDS-RELEASED             PIC S9(07) COMP-3 VALUE ZERO.
001990 77  GLX-CARDS-REJECTED             PIC S9(07) COMP-3 VALUE ZERO.
002000 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002010 77  GLX-REJECT-REASON               PIC X(20) VALUE SPACES.
002020 77  GLX-DISP-HOLD                   PIC X(20) VALUE SPACES.
002030 77  GLX-RUN-DATE                    PIC 9(06) VALUE ZERO.
002040 77  GLX-RUN-TIME                    PIC 9(08) VALUE ZERO.
002050
002060*----------------------------------------------------------------
002070*MASTER IMAGE HELD BEFORE A CHANGE OR RELEASE FOR THE AUDIT
002080*TRAIL AND THE BEFORE LINE OF THE REGISTER
002090*----------------------------------------------------------------
002100 01  GLX-BEFORE-IMAGE                PIC X(104) VALUE SPACES.
002110
002120*----------------------------------------------------------------
002130*DATE EDIT WORK AREA.  DATES ARE CENTURY-CODED CYYMMDD
002140*(C = 0 FOR 19XX, 1 FOR 20XX) PER THE CAPTURE SYSTEMS STANDARD
002150*----------------------------------------------------------------
002160 01  GLX-DATE-WORK.
002170     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
002180     05  FILLER REDEFINES GLX-DW-DATE.
002190         10  GLX-DW-CENT            PIC 9(01).
002200         10  GLX-DW-YY              PIC 9(02).
002210         10  GLX-DW-MM              PIC 9(02).
002220         10  GLX-DW-DD              PIC 9(02).
002230 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
002240 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
002250 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
002260
002270 01  GLX-MONTH-DAYS-TABLE.
002280     05  FILLER                     PIC X(24)
002290             VALUE "312831303130313130313031".
002300 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
002310     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
002320
002330*----------------------------------------------------------------
002340*REPORT LINE WORK AREAS
002350*----------------------------------------------------------------
002360 01  GLX-HDG-LINE-1.
002370     05  FILLER                     PIC X(39)
002380             VALUE "GL STOP-PAYMENT / HOLD MAINTENANCE FOR".
002390     05  FILLER                     PIC X(01) VALUE SPACES.
002400     05  GLX-H1-BUSDATE             PIC 9(07).
002410     05  FILLER                     PIC X(85) VALUE SPACES.
002420
002430 01  GLX-HDG-LINE-2.
002440     05  FILLER                     PIC X(09) VALUE "ACTION".
002450     05  FILLER                     PIC X(06) VALUE "CO-ID".
002460     05  FILLER                     PIC X(05) VALUE "APPL".
002470     05  FILLER                  PIC X(17) VALUE "ACCOUNT NUMBER".
002480     05  FILLER                     PIC X(11) VALUE "LOW SERIAL".
002490     05  FILLER                     PIC X(11) VALUE "HIGH SERIAL".
002500     05  FILLER                     PIC X(18) VALUE "AMOUNT".
002510     05  FILLER                     PIC X(09) VALUE "EXPIRY".
002520     05  FILLER                     PIC X(05) VALUE "TYPE".
002530     05  FILLER                     PIC X(06) VALUE "STATE".
002540     05  FILLER                     PIC X(20) VALUE "DISPOSITION".
002550     05  FILLER                     PIC X(15) VALUE SPACES.
002560
002570 01  GLX-DETAIL-LINE.
002580     05  GLX-DL-ACTION              PIC X(08).
002590     05  FILLER                     PIC X(01) VALUE SPACES.
002600     05  GLX-DL-CO-ID               PIC ZZZ9.
002610     05  FILLER                     PIC X(02) VALUE SPACES.
002620     05  GLX-DL-APPL-ID             PIC X(02).
002630     05  FILLER                     PIC X(03) VALUE SPACES.
002640     05  GLX-DL-ACT-NO              PIC Z(14)9.
002650     05  FILLER                     PIC X(02) VALUE SPACES.
002660     05  GLX-DL-SERIAL-LOW          PIC Z(09)9.
002670     05  FILLER                     PIC X(01) VALUE SPACES.
002680     05  GLX-DL-SERIAL-HIGH         PIC Z(09)9.
002690     05  FILLER                     PIC X(01) VALUE SPACES.
002700     05  GLX-DL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002710     05  FILLER                     PIC X(01) VALUE SPACES.
002720     05  GLX-DL-EXPIRY              PIC 9(07).
002730     05  FILLER                     PIC X(03) VALUE SPACES.
002740     05  GLX-DL-TYPE                PIC X(01).
002750     05  FILLER                     PIC X(04) VALUE SPACES.
002760     05  GLX-DL-STATE               PIC X(01).
002770     05  FILLER                     PIC X(04) VALUE SPACES.
002780     05  GLX-DL-DISP                PIC X(20).
002790     05  FILLER                     PIC X(15) VALUE SPACES.
002800
002810 01  GLX-TOTAL-LINE.
002820     05  FILLER                     PIC X(38)
002830             VALUE "CARDS ADDED/CHANGED/RELEASED/REJECTED:".
002840     05  FILLER                     PIC X(01) VALUE SPACES.
002850     05  GLX-TL-ADDED               PIC ZZZ,ZZ9.
002860     05  FILLER                     PIC X(03) VALUE SPACES.
002870     05  GLX-TL-CHANGED             PIC ZZZ,ZZ9.
002880     05  FILLER                     PIC X(03) VALUE SPACES.
002890     05  GLX-TL-RELEASED            PIC ZZZ,ZZ9.
002900     05  FILLER                     PIC X(03) VALUE SPACES.
002910     05  GLX-TL-REJECTED            PIC ZZZ,ZZ9.
002920     05  FILLER                     PIC X(56) VALUE SPACES.
002930
002940*----------------------------------------------------------------
002950*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002960*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002970*----------------------------------------------------------------
002980 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002990     88  GLX-RC-STARTED                         VALUE "Y".
003000 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
003010 COPY "GLRUNREC".
003020
003030 PROCEDURE DIVISION.
003040*----------------------------------------------------------------
003050*0000-MAINLINE
003060*----------------------------------------------------------------
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003090     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
003100         UNTIL GLX-PARM-EOF.
003110     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003120     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003130     STOP RUN.
003140
003150*----------------------------------------------------------------
003160*1000-INITIALIZE - OPEN FILES, STAMP THE RUN AND PRIME THE
003170*FIRST CARD.  A STOP MASTER OR AUDIT TRAIL THAT WILL NOT OPEN
003180*STILL LETS THE DECK BE READ, SO THE BUSDATE CARD IS TAKEN AND
003190*EVERY MAINTENANCE CARD IS LISTED AS REJECTED
003200*----------------------------------------------------------------
003210 1000-INITIALIZE.
003220     ACCEPT GLX-RUN-DATE FROM DATE.
003230     ACCEPT GLX-RUN-TIME FROM TIME.
003240     OPEN INPUT  GL-PARM-FILE.
003250     OPEN I-O    GL-STOP-FILE.
003260     IF GLX-STOP-OK
003270         MOVE "Y" TO GLX-STOP-OPEN-SW
003280     ELSE
003290         DISPLAY "GLSTPMNT - OPEN ERROR ON GL-STOP-FILE "
003300             GLX-STOP-STATUS " - EVERY CARD REJECTED"
003310         MOVE "Y" TO GLX-FILES-DOWN-SW
003320     END-IF.
003330     OPEN EXTEND GL-AUDIT-FILE.
003340     IF GLX-AUDIT-OK
003350         MOVE "Y" TO GLX-AUDIT-OPEN-SW
003360     ELSE
003370         DISPLAY "GLSTPMNT - OPEN ERROR ON GL-AUDIT-FILE "
003380             GLX-AUDIT-STATUS " - NO CHANGE APPLIED WITHOUT AUDIT"
003390         MOVE "Y" TO GLX-FILES-DOWN-SW
003400     END-IF.
003410     OPEN OUTPUT GL-STOP-RPT.
003420     IF NOT GLX-PARM-OK
003430         DISPLAY "GLSTPMNT - NO MAINTENANCE CARDS - NOTHING TO DO"
003440         MOVE "Y" TO GLX-PARM-EOF-SWITCH
003450         GO TO 1000-EXIT
003460     END-IF.
003470     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------
003520*2000-PROCESS-CARD - DISPATCH ONE CARD ON ITS KEYWORD.  A
003530*MAINTENANCE CARD AHEAD OF THE BUSDATE CARD IS REJECTED: EVERY
003540*CHANGE MUST CARRY THE BUSINESS DATE IT TOOK EFFECT
003550*----------------------------------------------------------------
003560 2000-PROCESS-CARD.
003570     IF GLX-PARM-IS-BUSDATE
003580         PERFORM 2200-TAKE-BUSDATE THRU 2200-EXIT
003590         GO TO 2000-READ-NEXT
003600     END-IF.
003610     IF NOT GLX-PARM-IS-ADD
003620        AND NOT GLX-PARM-IS-CHANGE
003630        AND NOT GLX-PARM-IS-RELEASE
003640         DISPLAY "GLSTPMNT - UNKNOWN CARD IGNORED: "
003650             GLX-PARM-KEYWORD
003660         GO TO 2000-READ-NEXT
003670     END-IF.
003680     ADD 1 TO GLX-CARDS-READ.
003690     MOVE SPACES TO GLX-REJECT-REASON.
003700     IF GLX-BUSINESS-DATE = ZERO
003710         MOVE "NO BUSDATE CARD" TO GLX-REJECT-REASON
003720         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003730         GO TO 2000-READ-NEXT
003740     END-IF.
003750     IF GLX-FILES-DOWN
003760         MOVE "FILES UNAVAILABLE" TO GLX-REJECT-REASON
003770         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003780         GO TO 2000-READ-NEXT
003790     END-IF.
003800     PERFORM 2300-EDIT-KEY THRU 2300-EXIT.
003810     IF GLX-REJECT-REASON NOT = SPACES
003820         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003830         GO TO 2000-READ-NEXT
003840     END-IF.
003850     PERFORM 2400-FETCH-STOP THRU 2400-EXIT.
003860     IF GLX-PARM-IS-ADD
003870         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003880     END-IF.
003890     IF GLX-PARM-IS-CHANGE
003900         PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
003910     END-IF.
003920     IF GLX-PARM-IS-RELEASE
003930         PERFORM 5000-APPLY-RELEASE THRU 5000-EXIT
003940     END-IF.
003950 2000-READ-NEXT.
003960     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003970 2000-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------
004010*2100-READ-CARD - COMMENT AND BLANK CARDS ARE SKIPPED HERE
004020*----------------------------------------------------------------
004030 2100-READ-CARD.
004040     READ GL-PARM-FILE
004050         AT END
004060             MOVE "Y" TO GLX-PARM-EOF-SWITCH
004070             GO TO 2100-EXIT
004080     END-READ.
004090     IF GLX-PARM-KEYWORD (1:1) = "*"
004100        OR GLX-PARM-KEYWORD = SPACES
004110         GO TO 2100-READ-CARD
004120     END-IF.
004130 2100-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------
004170*2200-TAKE-BUSDATE - THE BUSINESS DATE STAMPS EVERY CHANGE AND
004180*OPENS THE RUN-CONTROL EVENTS
004190*----------------------------------------------------------------
004200 2200-TAKE-BUSDATE.
004210     IF GLX-PARM-BUSDATE NOT NUMERIC
004220         DISPLAY "GLSTPMNT - BAD BUSDATE ON CARD - CARD IGNORED"
004230         GO TO 2200-EXIT
004240     END-IF.
004250     MOVE GLX-PARM-BUSDATE TO GLX-BUSINESS-DATE.
004260     IF NOT GLX-RC-STARTED
004270         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
004280         MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE
004290         WRITE STP-RPT-LINE FROM GLX-HDG-LINE-1
004300         WRITE STP-RPT-LINE FROM GLX-HDG-LINE-2
004310     END-IF.
004320 2200-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360*2300-EDIT-KEY - THE KEY FIELDS MUST BE NUMERIC, AND ANY VALUE
004370*FIELD KEYED MUST BE NUMERIC AND SENSIBLE.  THE FIRST FAILURE
004380*SUPPLIES THE REJECT REASON
004390*----------------------------------------------------------------
004400 2300-EDIT-KEY.
004410     IF GLX-PARM-CO-ID NOT NUMERIC
004420         MOVE "CO-ID NOT NUMERIC" TO GLX-REJECT-REASON
004430         GO TO 2300-EXIT
004440     END-IF.
004450     IF GLX-PARM-APPL-ID = SPACES
004460         MOVE "APPL-ID MISSING" TO GLX-REJECT-REASON
004470         GO TO 2300-EXIT
004480     END-IF.
004490     IF GLX-PARM-ACT-NO NOT NUMERIC
004500         MOVE "ACCOUNT NOT NUMERIC" TO GLX-REJECT-REASON
004510         GO TO 2300-EXIT
004520     END-IF.
004530     IF GLX-PARM-SERIAL-LOW NOT NUMERIC
004540         MOVE "SERIAL NOT NUMERIC" TO GLX-REJECT-REASON
004550         GO TO 2300-EXIT
004560     END-IF.
004570     IF GLX-PARM-SERIAL-HIGH-X NOT = SPACES
004580        AND GLX-PARM-SERIAL-HIGH NOT NUMERIC
004590         MOVE "HIGH SERIAL BAD" TO GLX-REJECT-REASON
004600         GO TO 2300-EXIT
004610     END-IF.
004620     IF GLX-PARM-AMOUNT-X NOT = SPACES
004630        AND GLX-PARM-AMOUNT NOT NUMERIC
004640         MOVE "AMOUNT NOT NUMERIC" TO GLX-REJECT-REASON
004650         GO TO 2300-EXIT
004660     END-IF.
004670     IF GLX-PARM-TYPE NOT = SPACES AND "S" AND "H"
004680         MOVE "TYPE NOT S OR H" TO GLX-REJECT-REASON
004690         GO TO 2300-EXIT
004700     END-IF.
004710     IF GLX-PARM-EXPIRY-X = SPACES
004720         GO TO 2300-EXIT
004730     END-IF.
004740     IF GLX-PARM-EXPIRY NOT NUMERIC
004750         MOVE "EXPIRY NOT NUMERIC" TO GLX-REJECT-REASON
004760         GO TO 2300-EXIT
004770     END-IF.
004780     IF GLX-PARM-EXPIRY = ZERO
004790         GO TO 2300-EXIT
004800     END-IF.
004810     MOVE GLX-PARM-EXPIRY TO GLX-DW-DATE.
004820     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
004830     IF NOT GLX-DATE-VALID
004840         MOVE "EXPIRY NOT A DATE" TO GLX-REJECT-REASON
004850         GO TO 2300-EXIT
004860     END-IF.
004870     IF GLX-PARM-EXPIRY < GLX-BUSINESS-DATE
004880         MOVE "EXPIRY ALREADY PAST" TO GLX-REJECT-REASON
004890     END-IF.
004900 2300-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940*2400-FETCH-STOP - RANDOM READ UNDER THE CARD'S KEY
004950*----------------------------------------------------------------
004960 2400-FETCH-STOP.
004970     MOVE "Y" TO GLX-ON-FILE-SW.
004980     MOVE GLX-PARM-CO-ID      TO GLX-STOP-CO-ID.
004990     MOVE GLX-PARM-APPL-ID    TO GLX-STOP-APPL-ID.
005000     MOVE GLX-PARM-ACT-NO     TO GLX-STOP-ACT-NO.
005010     MOVE GLX-PARM-SERIAL-LOW TO GLX-STOP-SERIAL-LOW.
005020     READ GL-STOP-FILE
005030         INVALID KEY
005040             MOVE "N" TO GLX-ON-FILE-SW
005050     END-READ.
005060     IF GLX-ON-FILE
005070         MOVE GLX-STOP-RECORD TO GLX-BEFORE-IMAGE
005080     ELSE
005090         MOVE SPACES TO GLX-BEFORE-IMAGE
005100     END-IF.
005110 2400-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*2900-REJECT-CARD - THE CARD IS LISTED WITH ITS REASON AND THE
005160*MASTER IS NOT TOUCHED
005170*----------------------------------------------------------------
005180 2900-REJECT-CARD.
005190     ADD 1 TO GLX-CARDS-REJECTED.
005200     MOVE SPACES TO GLX-DETAIL-LINE.
005210     MOVE GLX-PARM-KEYWORD  TO GLX-DL-ACTION.
005220     IF GLX-PARM-CO-ID NUMERIC
005230         MOVE GLX-PARM-CO-ID TO GLX-DL-CO-ID
005240     END-IF.
005250     MOVE GLX-PARM-APPL-ID  TO GLX-DL-APPL-ID.
005260     IF GLX-PARM-ACT-NO NUMERIC
005270         MOVE GLX-PARM-ACT-NO TO GLX-DL-ACT-NO
005280     END-IF.
005290     IF GLX-PARM-SERIAL-LOW NUMERIC
005300         MOVE GLX-PARM-SERIAL-LOW TO GLX-DL-SERIAL-LOW
005310     END-IF.
005320     MOVE GLX-PARM-TYPE     TO GLX-DL-TYPE.
005330     MOVE "REJECTED"        TO GLX-DL-DISP.
005340     WRITE STP-RPT-LINE FROM GLX-DETAIL-LINE.
005350     MOVE SPACES TO GLX-DETAIL-LINE.
005360     MOVE GLX-REJECT-REASON TO GLX-DL-DISP.
005370     WRITE STP-RPT-LINE FROM GLX-DETAIL-LINE.
005380     DISPLAY "GLSTPMNT - CARD REJECTED: " GLX-PARM-KEYWORD " "
005390         GLX-REJECT-REASON.
005400 2900-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440*3000-APPLY-ADD - A NEW KEY IS WRITTEN; A RELEASED KEY IS
005450*RE-ACTIVATED WITH THE CARD'S VALUES; AN ACTIVE KEY IS ALREADY
005460*ENFORCING AND THE CARD IS REJECTED (USE A CHANGE CARD).  A
005470*STOP NEEDS A SERIAL; A HOLD COVERS THE WHOLE ACCOUNT AND IS
005480*KEYED WITH ZERO SERIALS
005490*----------------------------------------------------------------
005500 3000-APPLY-ADD.
005510     IF GLX-ON-FILE AND GLX-STOP-ACTIVE
005520         MOVE "ALREADY ACTIVE" TO GLX-REJECT-REASON
005530         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005540         GO TO 3000-EXIT
005550     END-IF.
005560     IF GLX-PARM-TYPE = "H"
005570         IF GLX-PARM-SERIAL-LOW NOT = ZERO
005580             MOVE "HOLD TAKES NO SERIAL" TO GLX-REJECT-REASON
005590             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005600             GO TO 3000-EXIT
005610         END-IF
005620     ELSE
005630         IF GLX-PARM-SERIAL-LOW = ZERO
005640             MOVE "STOP NEEDS A SERIAL" TO GLX-REJECT-REASON
005650             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005660             GO TO 3000-EXIT
005670         END-IF
005680     END-IF.
005690     MOVE GLX-PARM-CO-ID      TO GLX-STOP-CO-ID.
005700     MOVE GLX-PARM-APPL-ID    TO GLX-STOP-APPL-ID.
005710     MOVE GLX-PARM-ACT-NO     TO GLX-STOP-ACT-NO.
005720     MOVE GLX-PARM-SERIAL-LOW TO GLX-STOP-SERIAL-LOW.
005730     MOVE GLX-PARM-SERIAL-LOW TO GLX-STOP-SERIAL-HIGH.
005740     IF GLX-PARM-SERIAL-HIGH-X NOT = SPACES
005750        AND GLX-PARM-SERIAL-HIGH NOT = ZERO
005760         MOVE GLX-PARM-SERIAL-HIGH TO GLX-STOP-SERIAL-HIGH
005770     END-IF.
005780     IF GLX-STOP-SERIAL-HIGH < GLX-STOP-SERIAL-LOW
005790         MOVE "HIGH BELOW LOW SERIAL" TO GLX-REJECT-REASON
005800         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005810         GO TO 3000-EXIT
005820     END-IF.
005830     IF GLX-PARM-TYPE = SPACES
005840         MOVE "S" TO GLX-STOP-TYPE
005850     ELSE
005860         MOVE GLX-PARM-TYPE TO GLX-STOP-TYPE
005870     END-IF.
005880     MOVE "A" TO GLX-STOP-STATE.
005890     MOVE ZERO TO GLX-STOP-AMOUNT
005900                  GLX-STOP-EXPIRY-DATE
005910                  GLX-STOP-CHANGED-DATE
005920                  GLX-STOP-RELEASED-DATE.
005930     IF GLX-PARM-AMOUNT-X NOT = SPACES
005940         MOVE GLX-PARM-AMOUNT TO GLX-STOP-AMOUNT
005950     END-IF.
005960     IF GLX-PARM-EXPIRY-X NOT = SPACES
005970         MOVE GLX-PARM-EXPIRY TO GLX-STOP-EXPIRY-DATE
005980     END-IF.
005990     MOVE GLX-BUSINESS-DATE TO GLX-STOP-ADDED-DATE.
006000     IF GLX-ON-FILE
006010         REWRITE GLX-STOP-RECORD
006020             INVALID KEY
006030                 DISPLAY "GLSTPMNT - REWRITE FAILED, KEY "
006040                     GLX-STOP-KEY " STATUS " GLX-STOP-STATUS
006050         END-REWRITE
006060     ELSE
006070         WRITE GLX-STOP-RECORD
006080             INVALID KEY
006090                 DISPLAY "GLSTPMNT - WRITE FAILED, KEY "
006100                     GLX-STOP-KEY " STATUS " GLX-STOP-STATUS
006110         END-WRITE
006120     END-IF.
006130     IF NOT GLX-STOP-OK
006140         MOVE "MASTER WRITE FAILED" TO GLX-REJECT-REASON
006150         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006160         GO TO 3000-EXIT
006170     END-IF.
006180     ADD 1 TO GLX-CARDS-ADDED.
006190     MOVE "ADDED" TO GLX-DL-DISP.
006200     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
006210 3000-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------
006250*4000-APPLY-CHANGE - AMEND AN ACTIVE STOP OR HOLD.  ONLY THE
006260*FIELDS KEYED ON THE CARD REPLACE THE MASTER VALUES; A ZERO
006270*AMOUNT OR EXPIRY CLEARS THAT LIMIT
006280*----------------------------------------------------------------
006290 4000-APPLY-CHANGE.
006300     IF NOT GLX-ON-FILE
006310         MOVE "NOT ON FILE" TO GLX-REJECT-REASON
006320         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006330         GO TO 4000-EXIT
006340     END-IF.
006350     IF NOT GLX-STOP-ACTIVE
006360         MOVE "ALREADY RELEASED" TO GLX-REJECT-REASON
006370         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006380         GO TO 4000-EXIT
006390     END-IF.
006400     IF GLX-PARM-TYPE = "H"
006410        AND GLX-STOP-SERIAL-LOW NOT = ZERO
006420         MOVE "HOLD TAKES NO SERIAL" TO GLX-REJECT-REASON
006430         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006440         GO TO 4000-EXIT
006450     END-IF.
006460     IF GLX-PARM-TYPE = "S"
006470        AND GLX-STOP-SERIAL-LOW = ZERO
006480         MOVE "STOP NEEDS A SERIAL" TO GLX-REJECT-REASON
006490         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006500         GO TO 4000-EXIT
006510     END-IF.
006520     IF GLX-PARM-SERIAL-HIGH-X NOT = SPACES
006530         IF GLX-PARM-SERIAL-HIGH < GLX-STOP-SERIAL-LOW
006540             MOVE "HIGH BELOW LOW SERIAL" TO GLX-REJECT-REASON
006550             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006560             GO TO 4000-EXIT
006570         END-IF
006580         MOVE GLX-PARM-SERIAL-HIGH TO GLX-STOP-SERIAL-HIGH
006590     END-IF.
006600     IF GLX-PARM-AMOUNT-X NOT = SPACES
006610         MOVE GLX-PARM-AMOUNT TO GLX-STOP-AMOUNT
006620     END-IF.
006630     IF GLX-PARM-EXPIRY-X NOT = SPACES
006640         MOVE GLX-PARM-EXPIRY TO GLX-STOP-EXPIRY-DATE
006650     END-IF.
006660     IF GLX-PARM-TYPE NOT = SPACES
006670         MOVE GLX-PARM-TYPE TO GLX-STOP-TYPE
006680     END-IF.
006690     MOVE GLX-BUSINESS-DATE TO GLX-STOP-CHANGED-DATE.
006700     REWRITE GLX-STOP-RECORD
006710         INVALID KEY
006720             DISPLAY "GLSTPMNT - REWRITE FAILED, KEY "
006730                 GLX-STOP-KEY " STATUS " GLX-STOP-STATUS
006740     END-REWRITE.
006750     IF NOT GLX-STOP-OK
006760         MOVE "MASTER WRITE FAILED" TO GLX-REJECT-REASON
006770         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006780         GO TO 4000-EXIT
006790     END-IF.
006800     ADD 1 TO GLX-CARDS-CHANGED.
006810     MOVE "CHANGED" TO GLX-DL-DISP.
006820     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
006830 4000-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870*5000-APPLY-RELEASE - LIFT AN ACTIVE STOP OR HOLD.  THE RECORD
006880*STAYS ON FILE, MARKED RELEASED, FOR AUDIT
006890*----------------------------------------------------------------
006900 5000-APPLY-RELEASE.
006910     IF NOT GLX-ON-FILE
006920         MOVE "NOT ON FILE" TO GLX-REJECT-REASON
006930         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006940         GO TO 5000-EXIT
006950     END-IF.
006960     IF NOT GLX-STOP-ACTIVE
006970         MOVE "ALREADY RELEASED" TO GLX-REJECT-REASON
006980         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006990         GO TO 5000-EXIT
007000     END-IF.
007010     MOVE "R" TO GLX-STOP-STATE.
007020     MOVE GLX-BUSINESS-DATE TO GLX-STOP-RELEASED-DATE
007030                               GLX-STOP-CHANGED-DATE.
007040     REWRITE GLX-STOP-RECORD
007050         INVALID KEY
007060             DISPLAY "GLSTPMNT - REWRITE FAILED, KEY "
007070                 GLX-STOP-KEY " STATUS " GLX-STOP-STATUS
007080     END-REWRITE.
007090     IF NOT GLX-STOP-OK
007100         MOVE "MASTER WRITE FAILED" TO GLX-REJECT-REASON
007110         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007120         GO TO 5000-EXIT
007130     END-IF.
007140     ADD 1 TO GLX-CARDS-RELEASED.
007150     MOVE "RELEASED" TO GLX-DL-DISP.
007160     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
007170 5000-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------
007210*6000-RECORD-CHANGE - APPEND THE BEFORE / AFTER AUDIT RECORD AND
007220*PRINT THE REGISTER LINES: THE BEFORE IMAGE (WHEN THERE WAS
007230*ONE) AND THE AFTER IMAGE CARRYING THE DISPOSITION
007240*----------------------------------------------------------------
007250 6000-RECORD-CHANGE.
007260     MOVE GLX-BUSINESS-DATE TO GLX-AUD-BUSDATE.
007270     MOVE GLX-RUN-DATE      TO GLX-AUD-RUN-DATE.
007280     MOVE GLX-RUN-TIME      TO GLX-AUD-RUN-TIME.
007290     MOVE GLX-PARM-KEYWORD  TO GLX-AUD-ACTION.
007300     MOVE GLX-BEFORE-IMAGE  TO GLX-AUD-BEFORE.
007310     MOVE GLX-STOP-RECORD   TO GLX-AUD-AFTER.
007320     WRITE GLX-AUDIT-RECORD.
007330     IF GLX-BEFORE-IMAGE NOT = SPACES
007340         MOVE GLX-DL-DISP      TO GLX-DISP-HOLD
007350         MOVE GLX-BEFORE-IMAGE TO GLX-STOP-RECORD
007360         MOVE "BEFORE"         TO GLX-DL-DISP
007370         PERFORM 6100-PRINT-IMAGE THRU 6100-EXIT
007380         MOVE GLX-AUD-AFTER    TO GLX-STOP-RECORD
007390         MOVE GLX-DISP-HOLD    TO GLX-DL-DISP
007400     END-IF.
007410     PERFORM 6100-PRINT-IMAGE THRU 6100-EXIT.
007420 6000-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------------
007460*6100-PRINT-IMAGE - ONE REGISTER LINE FROM THE MASTER RECORD
007470*AREA; THE DISPOSITION IS SET BY THE CALLER
007480*----------------------------------------------------------------
007490 6100-PRINT-IMAGE.
007500     MOVE GLX-PARM-KEYWORD       TO GLX-DL-ACTION.
007510     MOVE GLX-STOP-CO-ID         TO GLX-DL-CO-ID.
007520     MOVE GLX-STOP-APPL-ID       TO GLX-DL-APPL-ID.
007530     MOVE GLX-STOP-ACT-NO        TO GLX-DL-ACT-NO.
007540     MOVE GLX-STOP-SERIAL-LOW    TO GLX-DL-SERIAL-LOW.
007550     MOVE GLX-STOP-SERIAL-HIGH   TO GLX-DL-SERIAL-HIGH.
007560     MOVE GLX-STOP-AMOUNT        TO GLX-DL-AMOUNT.
007570     MOVE GLX-STOP-EXPIRY-DATE   TO GLX-DL-EXPIRY.
007580     MOVE GLX-STOP-TYPE          TO GLX-DL-TYPE.
007590     MOVE GLX-STOP-STATE         TO GLX-DL-STATE.
007600     WRITE STP-RPT-LINE FROM GLX-DETAIL-LINE.
007610 6100-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------------
007650*7000-VALIDATE-DATE - CALENDAR EDIT OF THE CYYMMDD DATE IN
007660*GLX-DW-DATE.  CENTURY 0 = 19XX, 1 = 20XX.  FEBRUARY LENGTH
007670*FOLLOWS THE LEAP-YEAR RULE: YEAR 2000 IS A LEAP YEAR, YEAR
007680*1900 IS NOT, OTHERWISE EVERY FOURTH YEAR IS
007690*----------------------------------------------------------------
007700 7000-VALIDATE-DATE.
007710     MOVE "Y" TO GLX-DATE-VALID-SW.
007720     IF GLX-DW-CENT > 1
007730         MOVE "N" TO GLX-DATE-VALID-SW
007740         GO TO 7000-EXIT
007750     END-IF.
007760     IF GLX-DW-MM < 01 OR GLX-DW-MM > 12
007770         MOVE "N" TO GLX-DATE-VALID-SW
007780         GO TO 7000-EXIT
007790     END-IF.
007800     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
007810     IF GLX-DW-MM = 02
007820         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
007830             REMAINDER GLX-DW-YY-REM
007840         IF GLX-DW-YY = ZERO
007850             IF GLX-DW-CENT = 1
007860                 MOVE 29 TO GLX-DW-MAX-DD
007870             END-IF
007880         ELSE
007890             IF GLX-DW-YY-REM = ZERO
007900                 MOVE 29 TO GLX-DW-MAX-DD
007910             END-IF
007920         END-IF
007930     END-IF.
007940     IF GLX-DW-DD < 01 OR GLX-DW-DD > GLX-DW-MAX-DD
007950         MOVE "N" TO GLX-DATE-VALID-SW
007960     END-IF.
007970 7000-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010*8000-PRINT-TOTALS
008020*----------------------------------------------------------------
008030 8000-PRINT-TOTALS.
008040     MOVE GLX-CARDS-ADDED    TO GLX-TL-ADDED.
008050     MOVE GLX-CARDS-CHANGED  TO GLX-TL-CHANGED.
008060     MOVE GLX-CARDS-RELEASED TO GLX-TL-RELEASED.
008070     MOVE GLX-CARDS-REJECTED TO GLX-TL-REJECTED.
008080     WRITE STP-RPT-LINE FROM GLX-TOTAL-LINE.
008090 8000-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------
008130*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
008140*----------------------------------------------------------------
008150 9999-TERMINATE.
008160     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
008170     CLOSE GL-PARM-FILE.
008180     IF GLX-STOP-OPEN
008190         CLOSE GL-STOP-FILE
008200     END-IF.
008210     IF GLX-AUDIT-OPEN
008220         CLOSE GL-AUDIT-FILE
008230     END-IF.
008240     CLOSE GL-STOP-RPT.
008250     DISPLAY "GLSTPMNT - CARDS READ:       " GLX-CARDS-READ.
008260     DISPLAY "GLSTPMNT - ADDED:            " GLX-CARDS-ADDED.
008270     DISPLAY "GLSTPMNT - CHANGED:          " GLX-CARDS-CHANGED.
008280     DISPLAY "GLSTPMNT - RELEASED:         " GLX-CARDS-RELEASED.
008290     DISPLAY "GLSTPMNT - REJECTED:         " GLX-CARDS-REJECTED.
008300*    SET AFTER THE POST - THE CALL RESETS RETURN-CODE
008310     IF GLX-FILES-DOWN
008320         MOVE 16 TO RETURN-CODE
008330     END-IF.
008340 9999-EXIT.
008350     EXIT.
008360
008370*----------------------------------------------------------------
008380*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
008390*SHARED RUN-CONTROL FILE UNDER THE BUSDATE-CARD BUSINESS DATE
008400*----------------------------------------------------------------
008410 9800-POST-RUN-START.
008420     MOVE "Y" TO GLX-RC-STARTED-SW.
008430     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
008440     MOVE SPACES TO GLR-RUN-RECORD.
008450     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
008460     MOVE "GLSTPMNT" TO GLR-PROGRAM.
008470     MOVE "STARTED"  TO GLR-EVENT.
008480     MOVE SPACES     TO GLR-STATUS.
008490     MOVE ZERO       TO GLR-RECORD-COUNT.
008500     CALL "GLRCPOST" USING GLR-RUN-RECORD.
008510 9800-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------
008550*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
008560*AND ITS CARD COUNT.  A REJECTED CARD POSTS NOGO: A STOP THE
008570*CUSTOMER ASKED FOR IS NOT IN FORCE UNTIL THE CARD IS FIXED.  A
008580*STOP MASTER OR AUDIT TRAIL THAT WOULD NOT OPEN POSTS FAIL.
008590*NOTHING IS POSTED WITHOUT A BUSDATE CARD
008600*----------------------------------------------------------------
008610 9900-POST-RUN-END.
008620     IF GLX-RC-BUSDATE = ZERO
008630         GO TO 9900-EXIT
008640     END-IF.
008650     MOVE SPACES TO GLR-RUN-RECORD.
008660     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
008670     MOVE "GLSTPMNT" TO GLR-PROGRAM.
008680     MOVE "ENDED"    TO GLR-EVENT.
008690     EVALUATE TRUE
008700         WHEN GLX-FILES-DOWN
008710             MOVE "FAIL"     TO GLR-STATUS
008720         WHEN GLX-CARDS-REJECTED > ZERO
008730             MOVE "NOGO"     TO GLR-STATUS
008740         WHEN OTHER
008750             MOVE "OK"       TO GLR-STATUS
008760     END-EVALUATE.
008770     MOVE GLX-CARDS-READ TO GLR-RECORD-COUNT.
008780     CALL "GLRCPOST" USING GLR-RUN-RECORD.
008790 9900-EXIT.
008800     EXIT.
