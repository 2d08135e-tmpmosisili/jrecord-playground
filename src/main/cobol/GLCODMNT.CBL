000010*****************************************************************
000020** PROGRAM-ID: GLCODMNT
000030** SHARED CODE-TABLE MAINTENANCE FROM ADD / CHANGE / EXPIRE
000040** CARDS, WITH A BEFORE / AFTER CHANGE LOG FOR AUDIT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLCODMNT.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  MAINTAINS THE GLCODETB
000180*                  KEYED CODE TABLE (KSDS, KEYED ON TABLE TYPE /
000190*                  CODE) HOLDING THE APPLICATION (AP), PAYMENT
000200*                  RAIL (RL), CURRENCY (CU), SOURCE-TYPE (ST)
000210*                  AND DEVICE-TYPE (DV) CODES THE SUITE EDITS
000220*                  AND LABELS AGAINST, EACH WITH A DESCRIPTION,
000230*                  AN EFFECTIVE DATE AND AN EXPIRY DATE.  DRIVEN
000240*                  BY THE GLCODPRM CARD DECK: "ADD" ENTERS A NEW
000250*                  CODE, "CHANGE" AMENDS THE DESCRIPTION OR
000260*                  DATES, "EXPIRE" ENDS A CODE'S USE.  THE
000270*                  GLCODRPT CHANGE LOG PRINTS THE ENTRY BEFORE
000280*                  AND AFTER EVERY APPLIED CARD FOR OPERATIONS
000290*                  SIGN-OFF.  GLEDIT, GLFXREVL AND GLDEVRPT
000300*                  READ THE TABLE.
000310*10/15/2026 RLH    A CODE TABLE THAT WILL NOT OPEN NO LONGER
000320*                  DROPS THE DECK UNSEEN: THE BUSDATE CARD IS
000330*                  STILL TAKEN, EVERY MAINTENANCE CARD IS
000340*                  REJECTED "FILES UNAVAILABLE", THE RUN POSTS
000350*                  FAIL AND ENDS WITH RETURN CODE 16.  THE CLOSE
000360*                  IS GUARDED BY AN OPEN SWITCH.
000370*10/15/2026 RLH    THE BUSDATE CARD NOW PASSES THE SAME CALENDAR
000380*                  EDIT AS THE CARD DATES BEFORE IT IS TAKEN.  AN
000390*                  ADD OR CHANGE CARD KEYING AN EXPIRY BEFORE THE
000400*                  BUSINESS DATE IS REJECTED "EXPIRY ALREADY PAST"
000410*                  AS ON AN EXPIRE CARD, SO NO CARD WRITES AN
000420*                  ENTRY ALREADY EXPIRED.
000430*----------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 SPECIAL-NAMES.
000500     C01 IS TOP-OF-PAGE.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLCODPRM
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS GLX-PARM-STATUS.
000570
000580     SELECT OPTIONAL GL-CODE-FILE ASSIGN TO GLCODETB
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS GLX-CODE-KEY
000620         FILE STATUS IS GLX-CODE-STATUS.
000630
000640     SELECT GL-CODE-RPT ASSIGN TO GLCODRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS GLX-RPT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------
000710*MAINTENANCE CARDS.  A "BUSDATE" CARD CARRIES THE BUSINESS DATE
000720*(CYYMMDD) IN COLUMNS 10-16 AND MUST LEAD THE DECK.  "ADD",
000730*"CHANGE" AND "EXPIRE" CARDS CARRY THE TABLE TYPE (COLUMNS
000740*10-11), THE CODE (13-16), THE EFFECTIVE DATE (18-24), THE
000750*EXPIRY DATE (26-32) AND THE DESCRIPTION (34-63).  ON A CHANGE
000760*CARD A BLANK FIELD LEAVES THE TABLE VALUE AS IT IS AND AN
000770*EXPIRY OF ZERO REINSTATES AN EXPIRED CODE.  "*" IN COLUMN 1 IS
000780*A COMMENT
000790*----------------------------------------------------------------
000800 FD  GL-PARM-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE OMITTED.
000830 01  GLX-PARM-RECORD.
000840     05  GLX-PARM-KEYWORD           PIC X(08).
000850         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
000860         88  GLX-PARM-IS-ADD                VALUE "ADD".
000870         88  GLX-PARM-IS-CHANGE             VALUE "CHANGE".
000880         88  GLX-PARM-IS-EXPIRE             VALUE "EXPIRE".
000890     05  FILLER                     PIC X(01).
000900     05  GLX-PARM-BODY              PIC X(71).
000910     05  FILLER REDEFINES GLX-PARM-BODY.
000920         10  GLX-PARM-BUSDATE       PIC 9(07).
000930         10  FILLER                 PIC X(64).
000940     05  FILLER REDEFINES GLX-PARM-BODY.
000950         10  GLX-PARM-TYPE          PIC X(02).
000960             88  GLX-PARM-TYPE-KNOWN        VALUE "AP" "RL" "CU"
000970                                                  "ST" "DV".
000980         10  FILLER                 PIC X(01).
000990         10  GLX-PARM-CODE          PIC X(04).
001000         10  FILLER                 PIC X(01).
001010         10  GLX-PARM-EFF-X         PIC X(07).
001020         10  GLX-PARM-EFF-DATE REDEFINES GLX-PARM-EFF-X
001030                                    PIC 9(07).
001040         10  FILLER                 PIC X(01).
001050         10  GLX-PARM-EXP-X         PIC X(07).
001060         10  GLX-PARM-EXP-DATE REDEFINES GLX-PARM-EXP-X
001070                                    PIC 9(07).
001080         10  FILLER                 PIC X(01).
001090         10  GLX-PARM-DESC          PIC X(30).
001100         10  FILLER                 PIC X(17).
001110
001120*----------------------------------------------------------------
001130*KEYED CODE TABLE - ONE RECORD PER TABLE TYPE / CODE.  A CODE
001140*IS IN FORCE FOR A DATE ON OR AFTER ITS EFFECTIVE DATE AND
001150*BEFORE ITS EXPIRY DATE; A ZERO EXPIRY NEVER EXPIRES.  EXPIRED
001160*CODES STAY ON FILE FOR AUDIT AND FOR LABELLING OLD ITEMS
001170*----------------------------------------------------------------
001180 FD  GL-CODE-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  GLX-CODE-RECORD.
001210     05  GLX-CODE-KEY.
001220         10  GLX-CODE-TYPE          PIC X(02).
001230         10  GLX-CODE-VALUE         PIC X(04).
001240     05  GLX-CODE-DESC              PIC X(30).
001250     05  GLX-CODE-EFF-DATE          PIC 9(07).
001260     05  GLX-CODE-EXP-DATE          PIC 9(07).
001270     05  GLX-CODE-ADDED-DATE        PIC 9(07).
001280     05  GLX-CODE-CHANGED-DATE      PIC 9(07).
001290     05  FILLER                     PIC X(36).
001300
001310 FD  GL-CODE-RPT
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE OMITTED.
001340 01  COD-RPT-LINE                     PIC X(132).
001350
001360 WORKING-STORAGE SECTION.
001370*----------------------------------------------------------------
001380*SWITCHES AND COUNTERS
001390*----------------------------------------------------------------
001400 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001410     88  GLX-PARM-OK                           VALUE "00".
001420 77  GLX-CODE-STATUS                 PIC X(02) VALUE SPACES.
001430*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL CODE TABLE WHEN
001440*IT DID NOT EXIST YET (THE FIRST ADD BOOTSTRAPS IT)
001450     88  GLX-CODE-OK                           VALUE "00" "05".
001460 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001470 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001480     88  GLX-PARM-EOF                           VALUE "Y".
001490 77  GLX-CODE-OPEN-SW                PIC X(01) VALUE "N".
001500     88  GLX-CODE-OPEN                          VALUE "Y".
001510*SET WHEN THE CODE TABLE WOULD NOT OPEN: NO CARD CAN BE APPLIED,
001520*SO EVERY ONE IS REJECTED AND THE RUN FAILS
001530 77  GLX-FILES-DOWN-SW               PIC X(01) VALUE "N".
001540     88  GLX-FILES-DOWN                         VALUE "Y".
001550 77  GLX-ON-FILE-SW                  PIC X(01) VALUE "N".
001560     88  GLX-ON-FILE                            VALUE "Y".
001570 77  GLX-DATE-VALID-SW               PIC X(01) VALUE "Y".
001580     88  GLX-DATE-VALID                         VALUE "Y".
001590 77  GLX-CARDS-READ                 PIC S9(07) COMP-3 VALUE ZERO.
001600 77  GLX-CARDS-ADDED                PIC S9(07) COMP-3 VALUE ZERO.
001610 77  GLX-CARDS-CHANGED              PIC S9(07) COMP-3 VALUE ZERO.
001620 77  GLX-CARDS-EXPIRED              PIC S9(07) COMP-3 VALUE ZERO.
001630 77  GLX-CARDS-REJECTED             PIC S9(07) COMP-3 VALUE ZERO.
001640 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001650 77  GLX-REJECT-REASON               PIC X(20) VALUE SPACES.
001660 77  GLX-DISP-HOLD                   PIC X(20) VALUE SPACES.
001670
001680*----------------------------------------------------------------
001690*TABLE ENTRY HELD BEFORE A CHANGE OR EXPIRY FOR THE BEFORE LINE
001700*OF THE CHANGE LOG, AND THE AFTER IMAGE WHILE IT IS PRINTED
001710*----------------------------------------------------------------
001720 01  GLX-BEFORE-IMAGE                PIC X(100) VALUE SPACES.
001730 01  GLX-AFTER-IMAGE                 PIC X(100) VALUE SPACES.
001740
001750*----------------------------------------------------------------
001760*DATE EDIT WORK AREA.  DATES ARE CENTURY-CODED CYYMMDD
001770*(C = 0 FOR 19XX, 1 FOR 20XX) PER THE CAPTURE SYSTEMS STANDARD
001780*----------------------------------------------------------------
001790 01  GLX-DATE-WORK.
001800     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
001810     05  FILLER REDEFINES GLX-DW-DATE.
001820         10  GLX-DW-CENT            PIC 9(01).
001830         10  GLX-DW-YY              PIC 9(02).
001840         10  GLX-DW-MM              PIC 9(02).
001850         10  GLX-DW-DD              PIC 9(02).
001860 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
001870 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
001880 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
001890
001900 01  GLX-MONTH-DAYS-TABLE.
001910     05  FILLER                     PIC X(24)
001920             VALUE "312831303130313130313031".
001930 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
001940     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
001950
001960*----------------------------------------------------------------
001970*REPORT LINE WORK AREAS
001980*----------------------------------------------------------------
001990 01  GLX-HDG-LINE-1.
002000     05  FILLER                     PIC X(36)
002010             VALUE "GL CODE TABLE CHANGE LOG FOR".
002020     05  FILLER                     PIC X(01) VALUE SPACES.
002030     05  GLX-H1-BUSDATE             PIC 9(07).
002040     05  FILLER                     PIC X(88) VALUE SPACES.
002050
002060 01  GLX-HDG-LINE-2.
002070     05  FILLER                     PIC X(09) VALUE "ACTION".
002080     05  FILLER                     PIC X(05) VALUE "TYPE".
002090     05  FILLER                     PIC X(06) VALUE "CODE".
002100     05  FILLER                     PIC X(09) VALUE "EFFECTIVE".
002110     05  FILLER                     PIC X(09) VALUE "EXPIRY".
002120     05  FILLER                     PIC X(32) VALUE "DESCRIPTION".
002130     05  FILLER                     PIC X(08) VALUE "IMAGE".
002140     05  FILLER                     PIC X(20) VALUE "DISPOSITION".
002150     05  FILLER                     PIC X(34) VALUE SPACES.
002160
002170 01  GLX-DETAIL-LINE.
002180     05  GLX-DL-ACTION              PIC X(08).
002190     05  FILLER                     PIC X(01) VALUE SPACES.
002200     05  GLX-DL-TYPE                PIC X(02).
002210     05  FILLER                     PIC X(03) VALUE SPACES.
002220     05  GLX-DL-CODE                PIC X(04).
002230     05  FILLER                     PIC X(02) VALUE SPACES.
002240     05  GLX-DL-EFF-DATE            PIC 9(07).
002250     05  FILLER                     PIC X(02) VALUE SPACES.
002260     05  GLX-DL-EXP-DATE            PIC 9(07).
002270     05  FILLER                     PIC X(02) VALUE SPACES.
002280     05  GLX-DL-DESC                PIC X(30).
002290     05  FILLER                     PIC X(02) VALUE SPACES.
002300     05  GLX-DL-IMAGE               PIC X(06).
002310     05  FILLER                     PIC X(02) VALUE SPACES.
002320     05  GLX-DL-DISP                PIC X(20).
002330     05  FILLER                     PIC X(34) VALUE SPACES.
002340
002350 01  GLX-TOTAL-LINE.
002360     05  FILLER                     PIC X(37)
002370             VALUE "CARDS ADDED/CHANGED/EXPIRED/REJECTED:".
002380     05  FILLER                     PIC X(01) VALUE SPACES.
002390     05  GLX-TL-ADDED               PIC ZZZ,ZZ9.
002400     05  FILLER                     PIC X(03) VALUE SPACES.
002410     05  GLX-TL-CHANGED             PIC ZZZ,ZZ9.
002420     05  FILLER                     PIC X(03) VALUE SPACES.
002430     05  GLX-TL-EXPIRED             PIC ZZZ,ZZ9.
002440     05  FILLER                     PIC X(03) VALUE SPACES.
002450     05  GLX-TL-REJECTED            PIC ZZZ,ZZ9.
002460     05  FILLER                     PIC X(57) VALUE SPACES.
002470
002480*----------------------------------------------------------------
002490*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002500*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002510*----------------------------------------------------------------
002520 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002530     88  GLX-RC-STARTED                         VALUE "Y".
002540 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002550 COPY "GLRUNREC".
002560
002570 PROCEDURE DIVISION.
002580*----------------------------------------------------------------
002590*0000-MAINLINE
002600*----------------------------------------------------------------
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002640         UNTIL GLX-PARM-EOF.
002650     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002660     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002670     STOP RUN.
002680
002690*----------------------------------------------------------------
002700*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST CARD.  A CODE
002710*TABLE THAT WILL NOT OPEN STILL LETS THE DECK BE READ, SO THE
002720*BUSDATE CARD IS TAKEN AND EVERY MAINTENANCE CARD IS LISTED AS
002730*REJECTED
002740*----------------------------------------------------------------
002750 1000-INITIALIZE.
002760     OPEN INPUT  GL-PARM-FILE.
002770     OPEN I-O    GL-CODE-FILE.
002780     IF GLX-CODE-OK
002790         MOVE "Y" TO GLX-CODE-OPEN-SW
002800     ELSE
002810         DISPLAY "GLCODMNT - OPEN ERROR ON GL-CODE-FILE "
002820             GLX-CODE-STATUS " - EVERY CARD REJECTED"
002830         MOVE "Y" TO GLX-FILES-DOWN-SW
002840     END-IF.
002850     OPEN OUTPUT GL-CODE-RPT.
002860     IF NOT GLX-PARM-OK
002870         DISPLAY "GLCODMNT - NO MAINTENANCE CARDS - NOTHING TO DO"
002880         MOVE "Y" TO GLX-PARM-EOF-SWITCH
002890         GO TO 1000-EXIT
002900     END-IF.
002910     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002920 1000-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960*2000-PROCESS-CARD - DISPATCH ONE CARD ON ITS KEYWORD.  A
002970*MAINTENANCE CARD AHEAD OF THE BUSDATE CARD IS REJECTED: EVERY
002980*CHANGE MUST CARRY THE BUSINESS DATE IT WAS APPLIED
002990*----------------------------------------------------------------
003000 2000-PROCESS-CARD.
003010     IF GLX-PARM-IS-BUSDATE
003020         PERFORM 2200-TAKE-BUSDATE THRU 2200-EXIT
003030         GO TO 2000-READ-NEXT
003040     END-IF.
003050     IF NOT GLX-PARM-IS-ADD
003060        AND NOT GLX-PARM-IS-CHANGE
003070        AND NOT GLX-PARM-IS-EXPIRE
003080         DISPLAY "GLCODMNT - UNKNOWN CARD IGNORED: "
003090             GLX-PARM-KEYWORD
003100         GO TO 2000-READ-NEXT
003110     END-IF.
003120     ADD 1 TO GLX-CARDS-READ.
003130     MOVE SPACES TO GLX-REJECT-REASON.
003140     IF GLX-BUSINESS-DATE = ZERO
003150         MOVE "NO BUSDATE CARD" TO GLX-REJECT-REASON
003160         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003170         GO TO 2000-READ-NEXT
003180     END-IF.
003190     IF GLX-FILES-DOWN
003200         MOVE "FILES UNAVAILABLE" TO GLX-REJECT-REASON
003210         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003220         GO TO 2000-READ-NEXT
003230     END-IF.
003240     PERFORM 2300-EDIT-CARD THRU 2300-EXIT.
003250     IF GLX-REJECT-REASON NOT = SPACES
003260         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003270         GO TO 2000-READ-NEXT
003280     END-IF.
003290     PERFORM 2400-FETCH-CODE THRU 2400-EXIT.
003300     IF GLX-PARM-IS-ADD
003310         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003320     END-IF.
003330     IF GLX-PARM-IS-CHANGE
003340         PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
003350     END-IF.
003360     IF GLX-PARM-IS-EXPIRE
003370         PERFORM 5000-APPLY-EXPIRE THRU 5000-EXIT
003380     END-IF.
003390 2000-READ-NEXT.
003400     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003410 2000-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------
003450*2100-READ-CARD - COMMENT AND BLANK CARDS ARE SKIPPED HERE
003460*----------------------------------------------------------------
003470 2100-READ-CARD.
003480     READ GL-PARM-FILE
003490         AT END
003500             MOVE "Y" TO GLX-PARM-EOF-SWITCH
003510             GO TO 2100-EXIT
003520     END-READ.
003530     IF GLX-PARM-KEYWORD (1:1) = "*"
003540        OR GLX-PARM-KEYWORD = SPACES
003550         GO TO 2100-READ-CARD
003560     END-IF.
003570 2100-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610*2200-TAKE-BUSDATE - THE BUSINESS DATE STAMPS EVERY CHANGE AND
003620*OPENS THE RUN-CONTROL EVENTS.  EVERY EFFECTIVE AND EXPIRY DATE
003630*IS MEASURED AGAINST IT, SO IT MUST BE A REAL CALENDAR DATE
003640*----------------------------------------------------------------
003650 2200-TAKE-BUSDATE.
003660     IF GLX-PARM-BUSDATE NOT NUMERIC
003670         DISPLAY "GLCODMNT - BAD BUSDATE ON CARD - CARD IGNORED"
003680         GO TO 2200-EXIT
003690     END-IF.
003700     MOVE GLX-PARM-BUSDATE TO GLX-DW-DATE.
003710     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
003720     IF NOT GLX-DATE-VALID
003730         DISPLAY "GLCODMNT - BAD BUSDATE ON CARD - CARD IGNORED"
003740         GO TO 2200-EXIT
003750     END-IF.
003760     MOVE GLX-PARM-BUSDATE TO GLX-BUSINESS-DATE.
003770     IF NOT GLX-RC-STARTED
003780         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
003790         MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE
003800         WRITE COD-RPT-LINE FROM GLX-HDG-LINE-1
003810         WRITE COD-RPT-LINE FROM GLX-HDG-LINE-2
003820     END-IF.
003830 2200-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870*2300-EDIT-CARD - THE TABLE TYPE MUST BE ONE THE SUITE READS,
003880*THE CODE MUST BE PRESENT, AND ANY DATE KEYED MUST BE A REAL
003890*CALENDAR DATE (AN EXPIRY MAY ALSO BE ZERO).  THE FIRST
003900*FAILURE SUPPLIES THE REJECT REASON
003910*----------------------------------------------------------------
003920 2300-EDIT-CARD.
003930     IF NOT GLX-PARM-TYPE-KNOWN
003940         MOVE "UNKNOWN TABLE TYPE" TO GLX-REJECT-REASON
003950         GO TO 2300-EXIT
003960     END-IF.
003970     IF GLX-PARM-CODE = SPACES
003980         MOVE "CODE MISSING" TO GLX-REJECT-REASON
003990         GO TO 2300-EXIT
004000     END-IF.
004010     IF GLX-PARM-EFF-X NOT = SPACES
004020         IF GLX-PARM-EFF-DATE NOT NUMERIC
004030             MOVE "EFFECTIVE NOT NUMERIC" TO GLX-REJECT-REASON
004040             GO TO 2300-EXIT
004050         END-IF
004060         MOVE GLX-PARM-EFF-DATE TO GLX-DW-DATE
004070         PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT
004080         IF NOT GLX-DATE-VALID
004090             MOVE "EFFECTIVE NOT A DATE" TO GLX-REJECT-REASON
004100             GO TO 2300-EXIT
004110         END-IF
004120     END-IF.
004130     IF GLX-PARM-EXP-X = SPACES
004140         GO TO 2300-EXIT
004150     END-IF.
004160     IF GLX-PARM-EXP-DATE NOT NUMERIC
004170         MOVE "EXPIRY NOT NUMERIC" TO GLX-REJECT-REASON
004180         GO TO 2300-EXIT
004190     END-IF.
004200     IF GLX-PARM-EXP-DATE = ZERO
004210         GO TO 2300-EXIT
004220     END-IF.
004230     MOVE GLX-PARM-EXP-DATE TO GLX-DW-DATE.
004240     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
004250     IF NOT GLX-DATE-VALID
004260         MOVE "EXPIRY NOT A DATE" TO GLX-REJECT-REASON
004270     END-IF.
004280 2300-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320*2400-FETCH-CODE - RANDOM READ UNDER THE CARD'S KEY
004330*----------------------------------------------------------------
004340 2400-FETCH-CODE.
004350     MOVE "Y" TO GLX-ON-FILE-SW.
004360     MOVE GLX-PARM-TYPE TO GLX-CODE-TYPE.
004370     MOVE GLX-PARM-CODE TO GLX-CODE-VALUE.
004380     READ GL-CODE-FILE
004390         INVALID KEY
004400             MOVE "N" TO GLX-ON-FILE-SW
004410     END-READ.
004420     IF GLX-ON-FILE
004430         MOVE GLX-CODE-RECORD TO GLX-BEFORE-IMAGE
004440     ELSE
004450         MOVE SPACES TO GLX-BEFORE-IMAGE
004460     END-IF.
004470 2400-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510*2500-EDIT-DATE-RANGE - THE ENTRY AS IT WILL BE WRITTEN MUST
004520*EXPIRE NO EARLIER THAN IT TAKES EFFECT.  EXPIRY EQUAL TO THE
004530*EFFECTIVE DATE WITHDRAWS A CODE BEFORE IT WAS EVER IN FORCE
004540*----------------------------------------------------------------
004550 2500-EDIT-DATE-RANGE.
004560     IF GLX-CODE-EXP-DATE NOT = ZERO
004570        AND GLX-CODE-EXP-DATE < GLX-CODE-EFF-DATE
004580         MOVE "EXPIRY BEFORE EFFECT" TO GLX-REJECT-REASON
004590     END-IF.
004600 2500-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640*2550-EDIT-EXPIRY-PAST - AN EXPIRY KEYED ON AN ADD OR CHANGE CARD
004650*MAY NOT FALL BEFORE THE BUSINESS DATE: THE ENTRY WOULD BE
004660*EXPIRED THE MOMENT IT IS WRITTEN, AND WOULD RE-EDIT ITEMS
004670*ALREADY POSTED.  A ZERO EXPIRY (OPEN-ENDED) IS NOT A DATE
004680*----------------------------------------------------------------
004690 2550-EDIT-EXPIRY-PAST.
004700     IF GLX-PARM-EXP-X NOT = SPACES
004710        AND GLX-PARM-EXP-DATE NOT = ZERO
004720        AND GLX-PARM-EXP-DATE < GLX-BUSINESS-DATE
004730         MOVE "EXPIRY ALREADY PAST" TO GLX-REJECT-REASON
004740     END-IF.
004750 2550-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790*2900-REJECT-CARD - THE CARD IS LISTED WITH ITS REASON AND THE
004800*TABLE IS NOT TOUCHED
004810*----------------------------------------------------------------
004820 2900-REJECT-CARD.
004830     ADD 1 TO GLX-CARDS-REJECTED.
004840     MOVE SPACES TO GLX-DETAIL-LINE.
004850     MOVE GLX-PARM-KEYWORD  TO GLX-DL-ACTION.
004860     MOVE GLX-PARM-TYPE     TO GLX-DL-TYPE.
004870     MOVE GLX-PARM-CODE     TO GLX-DL-CODE.
004880     MOVE GLX-PARM-DESC     TO GLX-DL-DESC.
004890     MOVE "CARD"            TO GLX-DL-IMAGE.
004900     MOVE "REJECTED"        TO GLX-DL-DISP.
004910     WRITE COD-RPT-LINE FROM GLX-DETAIL-LINE.
004920     MOVE SPACES TO GLX-DETAIL-LINE.
004930     MOVE GLX-REJECT-REASON TO GLX-DL-DISP.
004940     WRITE COD-RPT-LINE FROM GLX-DETAIL-LINE.
004950     DISPLAY "GLCODMNT - CARD REJECTED: " GLX-PARM-KEYWORD " "
004960         GLX-PARM-TYPE " " GLX-PARM-CODE " " GLX-REJECT-REASON.
004970 2900-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010*3000-APPLY-ADD - A NEW CODE NEEDS A DESCRIPTION.  A BLANK
005020*EFFECTIVE DATE MEANS IN FORCE FROM THE BUSINESS DATE; A BLANK
005030*EXPIRY MEANS OPEN-ENDED, AND ONE BEFORE THE BUSINESS DATE IS
005040*REJECTED.  A CODE ALREADY ON FILE, EVEN AN EXPIRED ONE, IS
005050*REJECTED (REINSTATE IT WITH A CHANGE CARD)
005060*----------------------------------------------------------------
005070 3000-APPLY-ADD.
005080     IF GLX-ON-FILE
005090         MOVE "ALREADY ON FILE" TO GLX-REJECT-REASON
005100         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005110         GO TO 3000-EXIT
005120     END-IF.
005130     IF GLX-PARM-DESC = SPACES
005140         MOVE "DESCRIPTION MISSING" TO GLX-REJECT-REASON
005150         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005160         GO TO 3000-EXIT
005170     END-IF.
005180     MOVE SPACES TO GLX-CODE-RECORD.
005190     MOVE GLX-PARM-TYPE     TO GLX-CODE-TYPE.
005200     MOVE GLX-PARM-CODE     TO GLX-CODE-VALUE.
005210     MOVE GLX-PARM-DESC     TO GLX-CODE-DESC.
005220     MOVE GLX-BUSINESS-DATE TO GLX-CODE-EFF-DATE.
005230     IF GLX-PARM-EFF-X NOT = SPACES
005240         MOVE GLX-PARM-EFF-DATE TO GLX-CODE-EFF-DATE
005250     END-IF.
005260     MOVE ZERO TO GLX-CODE-EXP-DATE
005270                  GLX-CODE-CHANGED-DATE.
005280     IF GLX-PARM-EXP-X NOT = SPACES
005290         MOVE GLX-PARM-EXP-DATE TO GLX-CODE-EXP-DATE
005300     END-IF.
005310     MOVE GLX-BUSINESS-DATE TO GLX-CODE-ADDED-DATE.
005320     PERFORM 2550-EDIT-EXPIRY-PAST THRU 2550-EXIT.
005330     IF GLX-REJECT-REASON NOT = SPACES
005340         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005350         GO TO 3000-EXIT
005360     END-IF.
005370     PERFORM 2500-EDIT-DATE-RANGE THRU 2500-EXIT.
005380     IF GLX-REJECT-REASON NOT = SPACES
005390         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005400         GO TO 3000-EXIT
005410     END-IF.
005420     WRITE GLX-CODE-RECORD
005430         INVALID KEY
005440             DISPLAY "GLCODMNT - WRITE FAILED, KEY "
005450                 GLX-CODE-KEY " STATUS " GLX-CODE-STATUS
005460     END-WRITE.
005470     IF NOT GLX-CODE-OK
005480         MOVE "TABLE WRITE FAILED" TO GLX-REJECT-REASON
005490         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005500         GO TO 3000-EXIT
005510     END-IF.
005520     ADD 1 TO GLX-CARDS-ADDED.
005530     MOVE "ADDED" TO GLX-DISP-HOLD.
005540     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
005550 3000-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590*4000-APPLY-CHANGE - ONLY THE FIELDS KEYED ON THE CARD REPLACE
005600*THE TABLE VALUES.  AN EXPIRY OF ZERO REINSTATES AN EXPIRED
005610*CODE; AN EXPIRY BEFORE THE BUSINESS DATE IS REJECTED
005620*----------------------------------------------------------------
005630 4000-APPLY-CHANGE.
005640     IF NOT GLX-ON-FILE
005650         MOVE "NOT ON FILE" TO GLX-REJECT-REASON
005660         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005670         GO TO 4000-EXIT
005680     END-IF.
005690     IF GLX-PARM-DESC NOT = SPACES
005700         MOVE GLX-PARM-DESC TO GLX-CODE-DESC
005710     END-IF.
005720     IF GLX-PARM-EFF-X NOT = SPACES
005730         MOVE GLX-PARM-EFF-DATE TO GLX-CODE-EFF-DATE
005740     END-IF.
005750     IF GLX-PARM-EXP-X NOT = SPACES
005760         MOVE GLX-PARM-EXP-DATE TO GLX-CODE-EXP-DATE
005770     END-IF.
005780     MOVE GLX-BUSINESS-DATE TO GLX-CODE-CHANGED-DATE.
005790     PERFORM 2550-EDIT-EXPIRY-PAST THRU 2550-EXIT.
005800     IF GLX-REJECT-REASON NOT = SPACES
005810         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005820         GO TO 4000-EXIT
005830     END-IF.
005840     PERFORM 2500-EDIT-DATE-RANGE THRU 2500-EXIT.
005850     IF GLX-REJECT-REASON NOT = SPACES
005860         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005870         GO TO 4000-EXIT
005880     END-IF.
005890     REWRITE GLX-CODE-RECORD
005900         INVALID KEY
005910             DISPLAY "GLCODMNT - REWRITE FAILED, KEY "
005920                 GLX-CODE-KEY " STATUS " GLX-CODE-STATUS
005930     END-REWRITE.
005940     IF NOT GLX-CODE-OK
005950         MOVE "TABLE WRITE FAILED" TO GLX-REJECT-REASON
005960         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005970         GO TO 4000-EXIT
005980     END-IF.
005990     ADD 1 TO GLX-CARDS-CHANGED.
006000     MOVE "CHANGED" TO GLX-DISP-HOLD.
006010     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
006020 4000-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060*5000-APPLY-EXPIRE - END A CODE'S USE.  A BLANK EXPIRY MEANS
006070*NOT ACCEPTED FROM THE BUSINESS DATE ON; A LATER DATE SCHEDULES
006080*THE EXPIRY.  AN EARLIER DATE WOULD RE-EDIT ITEMS ALREADY
006090*POSTED AND IS REJECTED, AS IS A CODE ALREADY EXPIRED
006100*----------------------------------------------------------------
006110 5000-APPLY-EXPIRE.
006120     IF NOT GLX-ON-FILE
006130         MOVE "NOT ON FILE" TO GLX-REJECT-REASON
006140         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006150         GO TO 5000-EXIT
006160     END-IF.
006170     IF GLX-CODE-EXP-DATE NOT = ZERO
006180        AND GLX-CODE-EXP-DATE NOT > GLX-BUSINESS-DATE
006190         MOVE "ALREADY EXPIRED" TO GLX-REJECT-REASON
006200         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006210         GO TO 5000-EXIT
006220     END-IF.
006230     MOVE GLX-BUSINESS-DATE TO GLX-CODE-EXP-DATE.
006240     IF GLX-PARM-EXP-X NOT = SPACES
006250        AND GLX-PARM-EXP-DATE NOT = ZERO
006260         MOVE GLX-PARM-EXP-DATE TO GLX-CODE-EXP-DATE
006270     END-IF.
006280     IF GLX-CODE-EXP-DATE < GLX-BUSINESS-DATE
006290         MOVE "EXPIRY ALREADY PAST" TO GLX-REJECT-REASON
006300         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006310         GO TO 5000-EXIT
006320     END-IF.
006330     MOVE GLX-BUSINESS-DATE TO GLX-CODE-CHANGED-DATE.
006340     PERFORM 2500-EDIT-DATE-RANGE THRU 2500-EXIT.
006350     IF GLX-REJECT-REASON NOT = SPACES
006360         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006370         GO TO 5000-EXIT
006380     END-IF.
006390     REWRITE GLX-CODE-RECORD
006400         INVALID KEY
006410             DISPLAY "GLCODMNT - REWRITE FAILED, KEY "
006420                 GLX-CODE-KEY " STATUS " GLX-CODE-STATUS
006430     END-REWRITE.
006440     IF NOT GLX-CODE-OK
006450         MOVE "TABLE WRITE FAILED" TO GLX-REJECT-REASON
006460         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006470         GO TO 5000-EXIT
006480     END-IF.
006490     ADD 1 TO GLX-CARDS-EXPIRED.
006500     MOVE "EXPIRED" TO GLX-DISP-HOLD.
006510     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT.
006520 5000-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560*6000-RECORD-CHANGE - PRINT THE CHANGE-LOG LINES FOR AN APPLIED
006570*CARD: THE BEFORE IMAGE (WHEN THE CODE WAS ALREADY ON FILE) AND
006580*THE AFTER IMAGE CARRYING THE DISPOSITION
006590*----------------------------------------------------------------
006600 6000-RECORD-CHANGE.
006610     MOVE GLX-CODE-RECORD TO GLX-AFTER-IMAGE.
006620     IF GLX-BEFORE-IMAGE NOT = SPACES
006630         MOVE GLX-BEFORE-IMAGE TO GLX-CODE-RECORD
006640         MOVE "BEFORE"         TO GLX-DL-IMAGE
006650         MOVE SPACES           TO GLX-DL-DISP
006660         PERFORM 6100-PRINT-IMAGE THRU 6100-EXIT
006670         MOVE GLX-AFTER-IMAGE  TO GLX-CODE-RECORD
006680     END-IF.
006690     MOVE "AFTER"       TO GLX-DL-IMAGE.
006700     MOVE GLX-DISP-HOLD TO GLX-DL-DISP.
006710     PERFORM 6100-PRINT-IMAGE THRU 6100-EXIT.
006720 6000-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------------
006760*6100-PRINT-IMAGE - ONE CHANGE-LOG LINE FROM THE TABLE RECORD
006770*AREA; THE IMAGE AND DISPOSITION ARE SET BY THE CALLER
006780*----------------------------------------------------------------
006790 6100-PRINT-IMAGE.
006800     MOVE GLX-PARM-KEYWORD       TO GLX-DL-ACTION.
006810     MOVE GLX-CODE-TYPE          TO GLX-DL-TYPE.
006820     MOVE GLX-CODE-VALUE         TO GLX-DL-CODE.
006830     MOVE GLX-CODE-EFF-DATE      TO GLX-DL-EFF-DATE.
006840     MOVE GLX-CODE-EXP-DATE      TO GLX-DL-EXP-DATE.
006850     MOVE GLX-CODE-DESC          TO GLX-DL-DESC.
006860     WRITE COD-RPT-LINE FROM GLX-DETAIL-LINE.
006870 6100-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910*7000-VALIDATE-DATE - CALENDAR EDIT OF THE CYYMMDD DATE IN
006920*GLX-DW-DATE.  CENTURY 0 = 19XX, 1 = 20XX.  FEBRUARY LENGTH
006930*FOLLOWS THE LEAP-YEAR RULE: YEAR 2000 IS A LEAP YEAR, YEAR
006940*1900 IS NOT, OTHERWISE EVERY FOURTH YEAR IS
006950*----------------------------------------------------------------
006960 7000-VALIDATE-DATE.
006970     MOVE "Y" TO GLX-DATE-VALID-SW.
006980     IF GLX-DW-CENT > 1
006990         MOVE "N" TO GLX-DATE-VALID-SW
007000         GO TO 7000-EXIT
007010     END-IF.
007020     IF GLX-DW-MM < 01 OR GLX-DW-MM > 12
007030         MOVE "N" TO GLX-DATE-VALID-SW
007040         GO TO 7000-EXIT
007050     END-IF.
007060     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
007070     IF GLX-DW-MM = 02
007080         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
007090             REMAINDER GLX-DW-YY-REM
007100         IF GLX-DW-YY = ZERO
007110             IF GLX-DW-CENT = 1
007120                 MOVE 29 TO GLX-DW-MAX-DD
007130             END-IF
007140         ELSE
007150             IF GLX-DW-YY-REM = ZERO
007160                 MOVE 29 TO GLX-DW-MAX-DD
007170             END-IF
007180         END-IF
007190     END-IF.
007200     IF GLX-DW-DD < 01 OR GLX-DW-DD > GLX-DW-MAX-DD
007210         MOVE "N" TO GLX-DATE-VALID-SW
007220     END-IF.
007230 7000-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270*8000-PRINT-TOTALS
007280*----------------------------------------------------------------
007290 8000-PRINT-TOTALS.
007300     MOVE GLX-CARDS-ADDED    TO GLX-TL-ADDED.
007310     MOVE GLX-CARDS-CHANGED  TO GLX-TL-CHANGED.
007320     MOVE GLX-CARDS-EXPIRED  TO GLX-TL-EXPIRED.
007330     MOVE GLX-CARDS-REJECTED TO GLX-TL-REJECTED.
007340     WRITE COD-RPT-LINE FROM GLX-TOTAL-LINE.
007350 8000-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------
007390*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
007400*----------------------------------------------------------------
007410 9999-TERMINATE.
007420     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
007430     CLOSE GL-PARM-FILE.
007440     IF GLX-CODE-OPEN
007450         CLOSE GL-CODE-FILE
007460     END-IF.
007470     CLOSE GL-CODE-RPT.
007480     DISPLAY "GLCODMNT - CARDS READ:       " GLX-CARDS-READ.
007490     DISPLAY "GLCODMNT - ADDED:            " GLX-CARDS-ADDED.
007500     DISPLAY "GLCODMNT - CHANGED:          " GLX-CARDS-CHANGED.
007510     DISPLAY "GLCODMNT - EXPIRED:          " GLX-CARDS-EXPIRED.
007520     DISPLAY "GLCODMNT - REJECTED:         " GLX-CARDS-REJECTED.
007530*    SET AFTER THE POST - THE CALL RESETS RETURN-CODE
007540     IF GLX-FILES-DOWN
007550         MOVE 16 TO RETURN-CODE
007560     END-IF.
007570 9999-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------
007610*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
007620*SHARED RUN-CONTROL FILE UNDER THE BUSDATE-CARD BUSINESS DATE
007630*----------------------------------------------------------------
007640 9800-POST-RUN-START.
007650     MOVE "Y" TO GLX-RC-STARTED-SW.
007660     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
007670     MOVE SPACES TO GLR-RUN-RECORD.
007680     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
007690     MOVE "GLCODMNT" TO GLR-PROGRAM.
007700     MOVE "STARTED"  TO GLR-EVENT.
007710     MOVE SPACES     TO GLR-STATUS.
007720     MOVE ZERO       TO GLR-RECORD-COUNT.
007730     CALL "GLRCPOST" USING GLR-RUN-RECORD.
007740 9800-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
007790*AND ITS CARD COUNT.  A REJECTED CARD POSTS NOGO: A CODE
007800*OPERATIONS APPROVED IS NOT IN FORCE UNTIL THE CARD IS FIXED.  A
007810*CODE TABLE THAT WOULD NOT OPEN POSTS FAIL.  NOTHING IS POSTED
007820*WITHOUT A BUSDATE CARD
007830*----------------------------------------------------------------
007840 9900-POST-RUN-END.
007850     IF GLX-RC-BUSDATE = ZERO
007860         GO TO 9900-EXIT
007870     END-IF.
007880     MOVE SPACES TO GLR-RUN-RECORD.
007890     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
007900     MOVE "GLCODMNT" TO GLR-PROGRAM.
007910     MOVE "ENDED"    TO GLR-EVENT.
007920     EVALUATE TRUE
007930         WHEN GLX-FILES-DOWN
007940             MOVE "FAIL"     TO GLR-STATUS
007950         WHEN GLX-CARDS-REJECTED > ZERO
007960             MOVE "NOGO"     TO GLR-STATUS
007970         WHEN OTHER
007980             MOVE "OK"       TO GLR-STATUS
007990     END-EVALUATE.
008000     MOVE GLX-CARDS-READ TO GLR-RECORD-COUNT.
008010     CALL "GLRCPOST" USING GLR-RUN-RECORD.
008020 9900-EXIT.
008030     EXIT.
