000010*****************************************************************
000020** PROGRAM-ID: GLTAXACC
000030** NIGHTLY YEAR-TO-DATE INTEREST PAID AND BACKUP WITHHOLDING
000040** ACCUMULATION BY ACCOUNT FROM THE VALIDATED EXTRACT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLTAXACC.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  ROLLS THE GLTAXMF KEYED TAX
000180*                  ACCUMULATOR (KSDS, KEYED ON TAX YEAR /
000190*                  GLI-CO-ID / GLI-APPL-ID / GLI-ACT-NO) FORWARD
000200*                  FROM THE NIGHT'S GLVALID.  EACH ACCOUNT
000210*                  CARRIES THE YEAR'S INTEREST PAID - THE TWO
000220*                  FIELDS GLINCJRN BOOKS, GLI-LOC-INT-COLL OF
000230*                  GLI-ORIG-CONTI AND GLI-INT-PAID-NOT-DISBURSED,
000240*                  KEPT APART SO EACH TIES TO ITS OWN BOOKING -
000250*                  AND THE BACKUP WITHHOLDING TAKEN ON ITEMS
000260*                  CARRYING GLI-WITHHOLD-MEMO-FLAG.  THE TAX
000270*                  YEAR IS THE YEAR OF GLI-POST-DATE.  AS IN
000280*                  GLBALMST, THE FIRST TOUCH OF A NEW NIGHT
000290*                  CARRIES THE YEAR-TO-DATE INTO THE PRIOR
000300*                  BUCKETS, AND THE FIRST IN-RUN TOUCH OF A
000310*                  NIGHT ALREADY POSTED (A RERUN) RESTATES THE
000320*                  DAY INSTEAD OF DOUBLING IT.  GLTAXRPT LISTS
000330*                  THE NIGHT'S WITHHOLDING ITEMS AND TOTALS BY
000340*                  COMPANY.  THE GLTAXYRE YEAR-END RUN BUILDS
000350*                  THE 1099-INT FILE FROM THIS MASTER.
000360*10/15/2026 RLH    AT END OF RUN THE RECORD COUNT AND DEBIT/
000370*                  CREDIT AMOUNT HASH OF GLVALID AS READ GO TO
000380*                  THE GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST)
000390*                  FOR THE GLCTLPRF PROOF AGAINST GLEDIT.
000400*10/15/2026 RLH    A TAX ACCUMULATOR THAT WILL NOT OPEN IS NOW
000410*                  FATAL: THE FIRST GLVALID RECORD IS READ ONLY
000420*                  FOR ITS BUSINESS DATE, THE RUN POSTS FAIL
000430*                  (NOT NOGO), NOTHING GOES TO THE CONTROL CHAIN
000440*                  AND THE RUN ENDS WITH RETURN CODE 16.  THE
000450*                  CLOSE IS GUARDED BY AN OPEN SWITCH.
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
000570     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS GLX-VALID-STATUS.
000610
000620     SELECT OPTIONAL GL-TAX-FILE ASSIGN TO GLTAXMF
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS GLX-TAX-KEY
000660         FILE STATUS IS GLX-TAX-STATUS.
000670
000680     SELECT GL-TAX-RPT ASSIGN TO GLTAXRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS GLX-RPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------------
000750*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000760*AS POW_GL_DETAIL_OUTPUT
000770*----------------------------------------------------------------
000780 FD  GL-VALID-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY "POW_GL_Detail_Output".
000820
000830*----------------------------------------------------------------
000840*KEYED TAX ACCUMULATOR - ONE RECORD PER TAX YEAR (CYY) / CO-ID /
000850*APPL-ID / ACCOUNT, CARRYING THE LAST ROLLED BUSINESS DATE AND,
000860*FOR INTEREST COLLECTED, INTEREST PAID NOT DISBURSED AND BACKUP
000870*WITHHOLDING, THE YEAR-TO-DATE BEFORE THAT NIGHT, THAT NIGHT'S
000880*AMOUNT AND THE YEAR-TO-DATE AFTER IT
000890*----------------------------------------------------------------
000900 FD  GL-TAX-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  GLX-TAX-RECORD.
000930     05  GLX-TAX-KEY.
000940         10  GLX-TAX-YEAR           PIC 9(03).
000950         10  GLX-TAX-CO-ID          PIC 9(04).
000960         10  GLX-TAX-APPL-ID        PIC X(02).
000970         10  GLX-TAX-ACT-NO         PIC 9(15).
000980     05  GLX-TAX-LAST-DATE          PIC 9(07).
000990     05  GLX-TAX-PRIOR-INT          PIC S9(11)V99.
001000     05  GLX-TAX-PRIOR-INT-ND       PIC S9(11)V99.
001010     05  GLX-TAX-PRIOR-WHLD         PIC S9(11)V99.
001020     05  GLX-TAX-DAY-INT            PIC S9(11)V99.
001030     05  GLX-TAX-DAY-INT-ND         PIC S9(11)V99.
001040     05  GLX-TAX-DAY-WHLD           PIC S9(11)V99.
001050     05  GLX-TAX-YTD-INT            PIC S9(11)V99.
001060     05  GLX-TAX-YTD-INT-ND         PIC S9(11)V99.
001070     05  GLX-TAX-YTD-WHLD           PIC S9(11)V99.
001080     05  FILLER                     PIC X(32).
001090
001100 FD  GL-TAX-RPT
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE OMITTED.
001130 01  TAX-RPT-LINE                     PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001170*SWITCHES AND COUNTERS
001180*----------------------------------------------------------------
001190 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001200     88  GLX-VALID-OK                          VALUE "00".
001210     88  GLX-VALID-EOF                          VALUE "10".
001220 77  GLX-TAX-STATUS                  PIC X(02) VALUE SPACES.
001230*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL TAX ACCUMULATOR
001240*WHEN IT DID NOT EXIST YET (THE FIRST NIGHT BOOTSTRAPS IT)
001250     88  GLX-TAX-OK                            VALUE "00" "05".
001260 77  GLX-TAX-OPEN-SW                 PIC X(01) VALUE "N".
001270     88  GLX-TAX-OPEN                           VALUE "Y".
001280*SET WHEN THE ACCUMULATOR WOULD NOT OPEN: THE NIGHT'S INTEREST
001290*CANNOT BE ACCUMULATED, SO THE RUN FAILS
001300 77  GLX-TAX-DOWN-SW                 PIC X(01) VALUE "N".
001310     88  GLX-TAX-DOWN                           VALUE "Y".
001320 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001330 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001340     88  GLX-EOF-REACHED                        VALUE "Y".
001350 77  GLX-NEW-ACCOUNT-SW              PIC X(01) VALUE "N".
001360     88  GLX-NEW-ACCOUNT                        VALUE "Y".
001370 77  GLX-TOUCH-STATE                 PIC X(01) VALUE "F".
001380     88  GLX-TOUCH-FIRST                        VALUE "F".
001390     88  GLX-TOUCH-REPEAT                       VALUE "R".
001400     88  GLX-TOUCH-UNKNOWN                      VALUE "U".
001410 77  GLX-TCH-FULL-SW                 PIC X(01) VALUE "N".
001420     88  GLX-TCH-FULL                           VALUE "Y".
001430 77  GLX-CO-FULL-SW                  PIC X(01) VALUE "N".
001440     88  GLX-CO-FULL                            VALUE "Y".
001450 77  GLX-FLAG-TEST                   PIC X(01) VALUE SPACES.
001460     88  GLX-FLAG-CLEAR                   VALUE SPACE "N" "0".
001470 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001480 77  GLX-TAX-ITEMS                  PIC S9(09) COMP-3 VALUE ZERO.
001490 77  GLX-WHLD-ITEMS                 PIC S9(07) COMP-3 VALUE ZERO.
001500 77  GLX-ACCOUNTS-ADDED             PIC S9(09) COMP-3 VALUE ZERO.
001510 77  GLX-MASTER-ERRORS              PIC S9(07) COMP-3 VALUE ZERO.
001520 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001530 77  GLX-ITEM-YEAR                   PIC 9(03) VALUE ZERO.
001540 77  GLX-ITEM-INT                 PIC S9(11)V99 COMP-3 VALUE ZERO.
001550 77  GLX-ITEM-INT-ND              PIC S9(11)V99 COMP-3 VALUE ZERO.
001560 77  GLX-ITEM-WHLD                PIC S9(11)V99 COMP-3 VALUE ZERO.
001570 77  GLX-TOT-INT                  PIC S9(13)V99 COMP-3 VALUE ZERO.
001580 77  GLX-TOT-INT-ND               PIC S9(13)V99 COMP-3 VALUE ZERO.
001590 77  GLX-TOT-WHLD                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001600
001610*----------------------------------------------------------------
001620*TOUCHED-ACCOUNT TABLE - EVERY ACCUMULATOR KEY SEEN SO FAR THIS
001630*RUN.  THE FIRST IN-RUN TOUCH OF AN ACCOUNT ALREADY ROLLED TO
001640*TONIGHT'S DATE IS A RERUN AND RESTATES THE DAY INSTEAD OF
001650*DOUBLING IT.  AN OVERFLOWED TABLE LOSES THAT GUARANTEE FOR
001660*THE ACCOUNTS BEYOND IT, AND THE RUN SAYS SO ON SYSOUT
001670*----------------------------------------------------------------
001680 77  GLX-TCH-COUNT                  PIC S9(05) COMP   VALUE ZERO.
001690 77  GLX-TCH-MAX                    PIC S9(05) COMP   VALUE 10000.
001700 01  GLX-TOUCHED-TABLE.
001710     05  GLX-TCH-ENTRY OCCURS 1 TO 10000 TIMES
001720             DEPENDING ON GLX-TCH-COUNT
001730             INDEXED BY GLX-TX.
001740         10  GLX-TCH-YEAR             PIC 9(03).
001750         10  GLX-TCH-CO-ID            PIC 9(04).
001760         10  GLX-TCH-APPL-ID          PIC X(02).
001770         10  GLX-TCH-ACT-NO           PIC 9(15) COMP-3.
001780
001790*----------------------------------------------------------------
001800*COMPANY TOTALS FOR TONIGHT'S ITEMS
001810*----------------------------------------------------------------
001820 77  GLX-CO-COUNT                   PIC S9(04) COMP   VALUE ZERO.
001830 77  GLX-CO-MAX                     PIC S9(04) COMP   VALUE 200.
001840 01  GLX-CO-TABLE.
001850     05  GLX-CO-ENTRY OCCURS 1 TO 200 TIMES
001860             DEPENDING ON GLX-CO-COUNT
001870             INDEXED BY GLX-CX.
001880         10  GLX-CO-CO-ID             PIC 9(04).
001890         10  GLX-CO-ITEMS             PIC S9(07) COMP-3.
001900         10  GLX-CO-INT               PIC S9(13)V99 COMP-3.
001910         10  GLX-CO-INT-ND            PIC S9(13)V99 COMP-3.
001920         10  GLX-CO-WHLD              PIC S9(13)V99 COMP-3.
001930
001940*----------------------------------------------------------------
001950*REPORT LINE WORK AREAS
001960*----------------------------------------------------------------
001970 01  GLX-HDG-LINE-1.
001980     05  FILLER                     PIC X(34)
001990             VALUE "GL INTEREST AND WITHHOLDING ROLL".
002000     05  FILLER                     PIC X(04) VALUE "FOR".
002010     05  GLX-H1-BUSDATE             PIC 9(07).
002020     05  FILLER                     PIC X(87) VALUE SPACES.
002030
002040 01  GLX-HDG-LINE-2.
002050     05  FILLER                     PIC X(20)
002060             VALUE "BACKUP WITHHOLDING".
002070     05  FILLER                     PIC X(05) VALUE "CO".
002080     05  FILLER                     PIC X(03) VALUE "AP".
002090     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
002100     05  FILLER                     PIC X(31) VALUE "TRACE ID".
002110     05  FILLER                     PIC X(19) VALUE "WITHHELD".
002120     05  FILLER                  PIC X(19) VALUE "YTD WITHHELD".
002130     05  FILLER                     PIC X(19) VALUE SPACES.
002140
002150 01  GLX-DETAIL-LINE.
002160     05  FILLER                     PIC X(20) VALUE SPACES.
002170     05  GLX-DL-CO-ID               PIC ZZZ9.
002180     05  FILLER                     PIC X(01) VALUE SPACES.
002190     05  GLX-DL-APPL-ID             PIC X(02).
002200     05  FILLER                     PIC X(01) VALUE SPACES.
002210     05  GLX-DL-ACT-NO              PIC Z(14)9.
002220     05  FILLER                     PIC X(01) VALUE SPACES.
002230     05  GLX-DL-TRACE-ID            PIC X(20).
002240     05  GLX-DL-TRACE-CONT          PIC X(10).
002250     05  FILLER                     PIC X(01) VALUE SPACES.
002260     05  GLX-DL-WHLD                PIC Z,ZZZ,ZZZ,ZZ9.99-.
002270     05  FILLER                     PIC X(02) VALUE SPACES.
002280     05  GLX-DL-YTD-WHLD            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002290     05  FILLER                     PIC X(21) VALUE SPACES.
002300
002310 01  GLX-CO-HDG-LINE.
002320     05  FILLER                     PIC X(08) VALUE "COMPANY".
002330     05  FILLER                     PIC X(12) VALUE "      ITEMS".
002340     05  FILLER                     PIC X(02) VALUE SPACES.
002350     05  FILLER                     PIC X(19)
002360             VALUE "   INTEREST COLL".
002370     05  FILLER                     PIC X(19)
002380             VALUE "   INT NOT DISB".
002390     05  FILLER                     PIC X(19)
002400             VALUE "   WITHHOLDING".
002410     05  FILLER                     PIC X(53) VALUE SPACES.
002420
002430 01  GLX-COMPANY-LINE.
002440     05  GLX-CL-LABEL               PIC X(04).
002450     05  GLX-CL-CO-ID               PIC ZZZ9.
002460     05  GLX-CL-ITEMS               PIC ZZZ,ZZZ,ZZ9.
002470     05  FILLER                     PIC X(03) VALUE SPACES.
002480     05  GLX-CL-INT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
002490     05  FILLER                     PIC X(02) VALUE SPACES.
002500     05  GLX-CL-INT-ND              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002510     05  FILLER                     PIC X(02) VALUE SPACES.
002520     05  GLX-CL-WHLD                PIC Z,ZZZ,ZZZ,ZZ9.99-.
002530     05  FILLER                     PIC X(55) VALUE SPACES.
002540
002550*----------------------------------------------------------------
002560*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
002570*----------------------------------------------------------------
002580 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002590 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002600
002610*----------------------------------------------------------------
002620*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002630*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002640*----------------------------------------------------------------
002650 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002660     88  GLX-RC-STARTED                         VALUE "Y".
002670 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002680 COPY "GLRUNREC".
002690
002700*----------------------------------------------------------------
002710*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
002720*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002730*----------------------------------------------------------------
002740 COPY "GLCTLREC".
002750
002760 PROCEDURE DIVISION.
002770*----------------------------------------------------------------
002780*0000-MAINLINE
002790*----------------------------------------------------------------
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002830         UNTIL GLX-EOF-REACHED.
002840     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002850     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002860     STOP RUN.
002870
002880*----------------------------------------------------------------
002890*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.  WITHOUT
002900*THE ACCUMULATOR THE YEAR-TO-DATE AND 1099-INT FIGURES WOULD BE
002910*SHORT, SO NOTHING IS ACCUMULATED AND THE RUN FAILS
002920*----------------------------------------------------------------
002930 1000-INITIALIZE.
002940     OPEN INPUT GL-VALID-FILE.
002950     OPEN I-O   GL-TAX-FILE.
002960     IF GLX-TAX-OK
002970         MOVE "Y" TO GLX-TAX-OPEN-SW
002980     END-IF.
002990     OPEN OUTPUT GL-TAX-RPT.
003000     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
003010         DISPLAY "GLTAXACC - OPEN ERROR ON GL-VALID-FILE "
003020             GLX-VALID-STATUS
003030         MOVE "Y" TO GLX-EOF-SWITCH
003040         GO TO 1000-EXIT
003050     END-IF.
003060     IF NOT GLX-TAX-OPEN
003070         DISPLAY "GLTAXACC - OPEN ERROR ON GL-TAX-FILE "
003080             GLX-TAX-STATUS " - NOTHING ACCUMULATED"
003090         ADD 1 TO GLX-MASTER-ERRORS
003100         MOVE "Y" TO GLX-TAX-DOWN-SW
003110         PERFORM 1100-POST-TAX-DOWN THRU 1100-EXIT
003120         MOVE "Y" TO GLX-EOF-SWITCH
003130         GO TO 1000-EXIT
003140     END-IF.
003150     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003160 1000-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------
003200*1100-POST-TAX-DOWN - THE FIRST RECORD IS READ ONLY FOR THE
003210*BUSINESS DATE THE FAILURE IS POSTED AGAINST; AN EMPTY GLVALID
003220*LEAVES NOTHING TO POST AGAINST
003230*----------------------------------------------------------------
003240 1100-POST-TAX-DOWN.
003250     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003260     IF GLX-EOF-REACHED
003270         GO TO 1100-EXIT
003280     END-IF.
003290     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
003300 1100-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340*2000-PROCESS-FILE - ONLY ITEMS CARRYING INTEREST OR FLAGGED FOR
003350*BACKUP WITHHOLDING TOUCH THE ACCUMULATOR
003360*----------------------------------------------------------------
003370 2000-PROCESS-FILE.
003380     ADD 1 TO GLX-RECORDS-READ.
003390     IF GLI-PD-TRAN-SIGN < ZERO
003400         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
003410     ELSE
003420         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
003430     END-IF.
003440     IF NOT GLX-RC-STARTED
003450         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
003460     END-IF.
003470     PERFORM 2050-TAKE-AMOUNTS THRU 2050-EXIT.
003480     IF GLX-ITEM-INT = ZERO
003490        AND GLX-ITEM-INT-ND = ZERO
003500        AND GLX-ITEM-WHLD = ZERO
003510         GO TO 2000-READ-NEXT
003520     END-IF.
003530     ADD 1 TO GLX-TAX-ITEMS.
003540     PERFORM 2200-FETCH-ACCOUNT THRU 2200-EXIT.
003550     PERFORM 2250-NOTE-TOUCH THRU 2250-EXIT.
003560     PERFORM 2300-ROLL-ACCOUNT THRU 2300-EXIT.
003570     PERFORM 2400-PUT-ACCOUNT THRU 2400-EXIT.
003580     PERFORM 2500-ADD-COMPANY THRU 2500-EXIT.
003590     IF GLX-ITEM-WHLD NOT = ZERO
003600         PERFORM 3000-PRINT-WITHHOLDING THRU 3000-EXIT
003610     END-IF.
003620 2000-READ-NEXT.
003630     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------
003680*2050-TAKE-AMOUNTS - THE ITEM'S INTEREST FIELDS ARE SIGNED AND
003690*TAKEN AS THEY STAND.  ON A WITHHOLDING-FLAGGED ITEM THE
003700*TRANSACTION AMOUNT IS THE TAX WITHHELD: A DEBIT TAKES IT FROM
003710*THE CUSTOMER, A CREDIT (A REVERSAL OR REFUND) GIVES IT BACK
003720*----------------------------------------------------------------
003730 2050-TAKE-AMOUNTS.
003740     MOVE GLI-LOC-INT-COLL OF GLI-ORIG-CONTI TO GLX-ITEM-INT.
003750     MOVE GLI-INT-PAID-NOT-DISBURSED         TO GLX-ITEM-INT-ND.
003760     MOVE ZERO TO GLX-ITEM-WHLD.
003770     MOVE GLI-WITHHOLD-MEMO-FLAG TO GLX-FLAG-TEST.
003780     IF GLX-FLAG-CLEAR
003790         GO TO 2050-EXIT
003800     END-IF.
003810     IF GLI-PD-TRAN-SIGN < ZERO
003820         MOVE GLI-TRANS-AMT TO GLX-ITEM-WHLD
003830     ELSE
003840         COMPUTE GLX-ITEM-WHLD = ZERO - GLI-TRANS-AMT
003850     END-IF.
003860     ADD 1 TO GLX-WHLD-ITEMS.
003870 2050-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910*2100-READ-VALID
003920*----------------------------------------------------------------
003930 2100-READ-VALID.
003940     READ GL-VALID-FILE
003950         AT END
003960             MOVE "Y" TO GLX-EOF-SWITCH
003970     END-READ.
003980 2100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020*2200-FETCH-ACCOUNT - RANDOM READ UNDER THE ITEM'S TAX YEAR AND
004030*ACCOUNT KEY; AN ACCOUNT NOT YET ON FILE FOR THE YEAR STARTS AT
004040*ZERO
004050*----------------------------------------------------------------
004060 2200-FETCH-ACCOUNT.
004070     MOVE "N" TO GLX-NEW-ACCOUNT-SW.
004080     COMPUTE GLX-ITEM-YEAR = GLI-POST-DATE / 10000.
004090     MOVE GLX-ITEM-YEAR TO GLX-TAX-YEAR.
004100     MOVE GLI-CO-ID     TO GLX-TAX-CO-ID.
004110     MOVE GLI-APPL-ID   TO GLX-TAX-APPL-ID.
004120     MOVE GLI-ACT-NO    TO GLX-TAX-ACT-NO.
004130     READ GL-TAX-FILE
004140         INVALID KEY
004150             MOVE "Y" TO GLX-NEW-ACCOUNT-SW
004160     END-READ.
004170     IF NOT GLX-NEW-ACCOUNT
004180         GO TO 2200-EXIT
004190     END-IF.
004200     MOVE SPACES TO GLX-TAX-RECORD.
004210     MOVE GLX-ITEM-YEAR TO GLX-TAX-YEAR.
004220     MOVE GLI-CO-ID     TO GLX-TAX-CO-ID.
004230     MOVE GLI-APPL-ID   TO GLX-TAX-APPL-ID.
004240     MOVE GLI-ACT-NO    TO GLX-TAX-ACT-NO.
004250     MOVE ZERO TO GLX-TAX-LAST-DATE
004260                  GLX-TAX-PRIOR-INT
004270                  GLX-TAX-PRIOR-INT-ND
004280                  GLX-TAX-PRIOR-WHLD
004290                  GLX-TAX-DAY-INT
004300                  GLX-TAX-DAY-INT-ND
004310                  GLX-TAX-DAY-WHLD
004320                  GLX-TAX-YTD-INT
004330                  GLX-TAX-YTD-INT-ND
004340                  GLX-TAX-YTD-WHLD.
004350 2200-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------
004390*2250-NOTE-TOUCH - CLASSIFY THIS TOUCH OF THE ACCOUNT AS THE
004400*FIRST IN THE RUN (F), A REPEAT (R), OR UNKNOWN BECAUSE THE
004410*TOUCHED TABLE IS FULL (U)
004420*----------------------------------------------------------------
004430 2250-NOTE-TOUCH.
004440     IF GLX-TCH-COUNT > ZERO
004450         SET GLX-TX TO 1
004460         SEARCH GLX-TCH-ENTRY
004470             AT END
004480                 CONTINUE
004490             WHEN GLX-TCH-YEAR (GLX-TX) = GLX-ITEM-YEAR
004500              AND GLX-TCH-CO-ID (GLX-TX) = GLI-CO-ID
004510              AND GLX-TCH-APPL-ID (GLX-TX) = GLI-APPL-ID
004520              AND GLX-TCH-ACT-NO (GLX-TX) = GLI-ACT-NO
004530                 MOVE "R" TO GLX-TOUCH-STATE
004540                 GO TO 2250-EXIT
004550         END-SEARCH
004560     END-IF.
004570     IF GLX-TCH-COUNT NOT < GLX-TCH-MAX
004580         IF NOT GLX-TCH-FULL
004590             MOVE "Y" TO GLX-TCH-FULL-SW
004600             DISPLAY "GLTAXACC - TOUCHED TABLE FULL AT "
004610                 GLX-TCH-MAX " - RERUN RESTATE LOST BEYOND IT"
004620         END-IF
004630         MOVE "U" TO GLX-TOUCH-STATE
004640         GO TO 2250-EXIT
004650     END-IF.
004660     ADD 1 TO GLX-TCH-COUNT.
004670     SET GLX-TX TO GLX-TCH-COUNT.
004680     MOVE GLX-ITEM-YEAR TO GLX-TCH-YEAR (GLX-TX).
004690     MOVE GLI-CO-ID     TO GLX-TCH-CO-ID (GLX-TX).
004700     MOVE GLI-APPL-ID   TO GLX-TCH-APPL-ID (GLX-TX).
004710     MOVE GLI-ACT-NO    TO GLX-TCH-ACT-NO (GLX-TX).
004720     MOVE "F" TO GLX-TOUCH-STATE.
004730 2250-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770*2300-ROLL-ACCOUNT - THE FIRST TOUCH OF A NEW DATE CARRIES THE
004780*YEAR-TO-DATE INTO THE PRIOR BUCKETS AND STAMPS THE NEW DATE,
004790*WHILE A DATE ALREADY ROLLED (A RERUN) MOVES THE PRIOR BUCKETS
004800*BACK TO YEAR-TO-DATE, SO THE RERUN RESTATES THE NIGHT.  AN
004810*UNKNOWN TOUCH OF AN ALREADY-ROLLED DATE JUST ADDS
004820*----------------------------------------------------------------
004830 2300-ROLL-ACCOUNT.
004840     IF GLX-TOUCH-REPEAT
004850         GO TO 2300-POST
004860     END-IF.
004870     IF GLX-TOUCH-UNKNOWN
004880        AND GLX-TAX-LAST-DATE = GLI-POST-DATE
004890         GO TO 2300-POST
004900     END-IF.
004910     IF GLX-TAX-LAST-DATE = GLI-POST-DATE
004920         MOVE GLX-TAX-PRIOR-INT    TO GLX-TAX-YTD-INT
004930         MOVE GLX-TAX-PRIOR-INT-ND TO GLX-TAX-YTD-INT-ND
004940         MOVE GLX-TAX-PRIOR-WHLD   TO GLX-TAX-YTD-WHLD
004950     ELSE
004960         MOVE GLX-TAX-YTD-INT      TO GLX-TAX-PRIOR-INT
004970         MOVE GLX-TAX-YTD-INT-ND   TO GLX-TAX-PRIOR-INT-ND
004980         MOVE GLX-TAX-YTD-WHLD     TO GLX-TAX-PRIOR-WHLD
004990         MOVE GLI-POST-DATE TO GLX-TAX-LAST-DATE
005000     END-IF.
005010     MOVE ZERO TO GLX-TAX-DAY-INT
005020                  GLX-TAX-DAY-INT-ND
005030                  GLX-TAX-DAY-WHLD.
005040 2300-POST.
005050     ADD GLX-ITEM-INT    TO GLX-TAX-DAY-INT
005060                            GLX-TAX-YTD-INT.
005070     ADD GLX-ITEM-INT-ND TO GLX-TAX-DAY-INT-ND
005080                            GLX-TAX-YTD-INT-ND.
005090     ADD GLX-ITEM-WHLD   TO GLX-TAX-DAY-WHLD
005100                            GLX-TAX-YTD-WHLD.
005110 2300-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*2400-PUT-ACCOUNT - WRITE A NEW ACCOUNT, REWRITE A KNOWN ONE
005160*----------------------------------------------------------------
005170 2400-PUT-ACCOUNT.
005180     IF GLX-NEW-ACCOUNT
005190         WRITE GLX-TAX-RECORD
005200             INVALID KEY
005210                 ADD 1 TO GLX-MASTER-ERRORS
005220                 DISPLAY "GLTAXACC - WRITE FAILED, KEY "
005230                     GLX-TAX-KEY " STATUS " GLX-TAX-STATUS
005240         END-WRITE
005250         IF GLX-TAX-OK
005260             ADD 1 TO GLX-ACCOUNTS-ADDED
005270         END-IF
005280     ELSE
005290         REWRITE GLX-TAX-RECORD
005300             INVALID KEY
005310                 ADD 1 TO GLX-MASTER-ERRORS
005320                 DISPLAY "GLTAXACC - REWRITE FAILED, KEY "
005330                     GLX-TAX-KEY " STATUS " GLX-TAX-STATUS
005340         END-REWRITE
005350     END-IF.
005360 2400-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------
005400*2500-ADD-COMPANY - ROLL THE ITEM INTO TONIGHT'S COMPANY TOTALS
005410*AND THE GRAND TOTALS
005420*----------------------------------------------------------------
005430 2500-ADD-COMPANY.
005440     ADD GLX-ITEM-INT    TO GLX-TOT-INT.
005450     ADD GLX-ITEM-INT-ND TO GLX-TOT-INT-ND.
005460     ADD GLX-ITEM-WHLD   TO GLX-TOT-WHLD.
005470     IF GLX-CO-COUNT > ZERO
005480         SET GLX-CX TO 1
005490         SEARCH GLX-CO-ENTRY
005500             AT END
005510                 CONTINUE
005520             WHEN GLX-CO-CO-ID (GLX-CX) = GLI-CO-ID
005530                 GO TO 2500-ADD
005540         END-SEARCH
005550     END-IF.
005560     IF GLX-CO-COUNT NOT < GLX-CO-MAX
005570         IF NOT GLX-CO-FULL
005580             MOVE "Y" TO GLX-CO-FULL-SW
005590             DISPLAY "GLTAXACC - COMPANY TABLE FULL AT "
005600                 GLX-CO-MAX " - COMPANY TOTALS INCOMPLETE"
005610         END-IF
005620         GO TO 2500-EXIT
005630     END-IF.
005640     ADD 1 TO GLX-CO-COUNT.
005650     SET GLX-CX TO GLX-CO-COUNT.
005660     MOVE GLI-CO-ID TO GLX-CO-CO-ID (GLX-CX).
005670     MOVE ZERO TO GLX-CO-ITEMS (GLX-CX)
005680                  GLX-CO-INT (GLX-CX)
005690                  GLX-CO-INT-ND (GLX-CX)
005700                  GLX-CO-WHLD (GLX-CX).
005710 2500-ADD.
005720     ADD 1               TO GLX-CO-ITEMS (GLX-CX).
005730     ADD GLX-ITEM-INT    TO GLX-CO-INT (GLX-CX).
005740     ADD GLX-ITEM-INT-ND TO GLX-CO-INT-ND (GLX-CX).
005750     ADD GLX-ITEM-WHLD   TO GLX-CO-WHLD (GLX-CX).
005760 2500-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800*3000-PRINT-WITHHOLDING - ONE LINE PER BACKUP WITHHOLDING ITEM
005810*WITH THE ACCOUNT'S YEAR-TO-DATE WITHHELD AFTER IT
005820*----------------------------------------------------------------
005830 3000-PRINT-WITHHOLDING.
005840     MOVE GLX-TAX-CO-ID      TO GLX-DL-CO-ID.
005850     MOVE GLX-TAX-APPL-ID    TO GLX-DL-APPL-ID.
005860     MOVE GLX-TAX-ACT-NO     TO GLX-DL-ACT-NO.
005870     MOVE GLI-TRACE-ID       TO GLX-DL-TRACE-ID.
005880     MOVE GLI-TRACE-ID-CONT  TO GLX-DL-TRACE-CONT.
005890     MOVE GLX-ITEM-WHLD      TO GLX-DL-WHLD.
005900     MOVE GLX-TAX-YTD-WHLD   TO GLX-DL-YTD-WHLD.
005910     WRITE TAX-RPT-LINE FROM GLX-DETAIL-LINE.
005920 3000-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960*8000-PRINT-TOTALS - TONIGHT'S INTEREST AND WITHHOLDING BY
005970*COMPANY AND IN TOTAL
005980*----------------------------------------------------------------
005990 8000-PRINT-TOTALS.
006000     IF GLX-BUSINESS-DATE = ZERO
006010         GO TO 8000-EXIT
006020     END-IF.
006030     WRITE TAX-RPT-LINE FROM GLX-CO-HDG-LINE.
006040     IF GLX-CO-COUNT > ZERO
006050         PERFORM 8100-PRINT-COMPANY THRU 8100-EXIT
006060             VARYING GLX-CX FROM 1 BY 1
006070             UNTIL GLX-CX > GLX-CO-COUNT
006080     END-IF.
006090     MOVE "ALL "         TO GLX-CL-LABEL.
006100     MOVE ZERO           TO GLX-CL-CO-ID.
006110     MOVE GLX-TAX-ITEMS  TO GLX-CL-ITEMS.
006120     MOVE GLX-TOT-INT    TO GLX-CL-INT.
006130     MOVE GLX-TOT-INT-ND TO GLX-CL-INT-ND.
006140     MOVE GLX-TOT-WHLD   TO GLX-CL-WHLD.
006150     WRITE TAX-RPT-LINE FROM GLX-COMPANY-LINE.
006160 8000-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200*8100-PRINT-COMPANY
006210*----------------------------------------------------------------
006220 8100-PRINT-COMPANY.
006230     MOVE SPACES                  TO GLX-CL-LABEL.
006240     MOVE GLX-CO-CO-ID (GLX-CX)   TO GLX-CL-CO-ID.
006250     MOVE GLX-CO-ITEMS (GLX-CX)   TO GLX-CL-ITEMS.
006260     MOVE GLX-CO-INT (GLX-CX)     TO GLX-CL-INT.
006270     MOVE GLX-CO-INT-ND (GLX-CX)  TO GLX-CL-INT-ND.
006280     MOVE GLX-CO-WHLD (GLX-CX)    TO GLX-CL-WHLD.
006290     WRITE TAX-RPT-LINE FROM GLX-COMPANY-LINE.
006300 8100-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------
006340*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
006350*----------------------------------------------------------------
006360 9999-TERMINATE.
006370     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
006380     IF NOT GLX-TAX-DOWN
006390         PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT
006400     END-IF.
006410     CLOSE GL-VALID-FILE.
006420     IF GLX-TAX-OPEN
006430         CLOSE GL-TAX-FILE
006440     END-IF.
006450     CLOSE GL-TAX-RPT.
006460     DISPLAY "GLTAXACC - RECORDS READ:      " GLX-RECORDS-READ.
006470     DISPLAY "GLTAXACC - TAX ITEMS:         " GLX-TAX-ITEMS.
006480     DISPLAY "GLTAXACC - WITHHOLDING ITEMS: " GLX-WHLD-ITEMS.
006490     DISPLAY "GLTAXACC - ACCOUNTS ADDED:    " GLX-ACCOUNTS-ADDED.
006500     DISPLAY "GLTAXACC - MASTER ERRORS:     " GLX-MASTER-ERRORS.
006510*    SET AFTER THE POSTS - THE CALLS RESET RETURN-CODE
006520     IF GLX-TAX-DOWN
006530         MOVE 16 TO RETURN-CODE
006540     END-IF.
006550 9999-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
006600*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
006610*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
006620*----------------------------------------------------------------
006630 9750-POST-CONTROL-CHAIN.
006640     IF GLX-RC-BUSDATE = ZERO
006650         GO TO 9750-EXIT
006660     END-IF.
006670     MOVE SPACES           TO GLC-CHAIN-RECORD.
006680     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
006690     MOVE "GLTAXACC"       TO GLC-PROGRAM.
006700     MOVE "GLVALID"        TO GLC-FILE-NAME.
006710     MOVE "I"              TO GLC-DIRECTION.
006720     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
006730     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
006740     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
006750     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
006760 9750-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------
006800*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
006810*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
006820*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
006830*----------------------------------------------------------------
006840 9800-POST-RUN-START.
006850     MOVE "Y" TO GLX-RC-STARTED-SW.
006860     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
006870     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
006880     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE.
006890     WRITE TAX-RPT-LINE FROM GLX-HDG-LINE-1.
006900     WRITE TAX-RPT-LINE FROM GLX-HDG-LINE-2.
006910     MOVE SPACES TO GLR-RUN-RECORD.
006920     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006930     MOVE "GLTAXACC" TO GLR-PROGRAM.
006940     MOVE "STARTED"  TO GLR-EVENT.
006950     MOVE SPACES     TO GLR-STATUS.
006960     MOVE ZERO       TO GLR-RECORD-COUNT.
006970     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006980 9800-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
007030*AND ITS RECORD COUNT.  AN ACCUMULATOR THAT WOULD NOT OPEN POSTS
007040*FAIL.  A FAILED ACCUMULATOR WRITE POSTS NOGO: THE YEAR'S FIGURES
007050*FOR THAT ACCOUNT ARE SHORT.  NOTHING IS POSTED WHEN NO RECORD
007060*WAS EVER READ
007070*----------------------------------------------------------------
007080 9900-POST-RUN-END.
007090     IF GLX-RC-BUSDATE = ZERO
007100         GO TO 9900-EXIT
007110     END-IF.
007120     MOVE SPACES TO GLR-RUN-RECORD.
007130     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
007140     MOVE "GLTAXACC" TO GLR-PROGRAM.
007150     MOVE "ENDED"    TO GLR-EVENT.
007160     EVALUATE TRUE
007170         WHEN GLX-TAX-DOWN
007180             MOVE "FAIL"     TO GLR-STATUS
007190         WHEN GLX-MASTER-ERRORS > ZERO
007200             MOVE "NOGO"     TO GLR-STATUS
007210         WHEN OTHER
007220             MOVE "OK"       TO GLR-STATUS
007230     END-EVALUATE.
007240     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
007250     CALL "GLRCPOST" USING GLR-RUN-RECORD.
007260 9900-EXIT.
007270     EXIT.
