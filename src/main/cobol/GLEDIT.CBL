000380*                  GLCYCTOT CYCLE-TOTALS FILE FOR THE GLCYCREC
000390*                  NIGHTLY RECONCILIATION, AND THE RUN-CONTROL
000400*                  EVENTS NOW CARRY THE CYCLE NUMBER.
000410*10/15/2026 RLH    APPLICATION, PAYMENT-RAIL AND CURRENCY CODE
000420*                  EDITS (A001, R001, C001, C002) NOW CHECK THE
000430*                  GLCODETB SHARED CODE TABLE, MAINTAINED BY
000440*                  GLCODMNT, INSTEAD OF THE VALUE LISTS CODED
000450*                  IN 3300-EDIT-CODES.  A CODE MUST BE ON THE
000460*                  TABLE AND IN FORCE ON THE ITEM'S POST DATE.
000470*                  THE TABLE IS LOADED ONCE AT START; WITHOUT IT
000480*                  NO RECORD IS EDITED.
000490*10/15/2026 RLH    CONTROL-TOTAL CHAIN.  AT END OF RUN THE RECORD
000500*                  COUNT AND DEBIT/CREDIT AMOUNT HASH OF GLDETAIL
000510*                  AS READ, AND OF GLVALID AND GLSUSPNS AS
000520*                  WRITTEN, GO TO THE GLCTLCHN CONTROL-CHAIN FILE
000530*                  (VIA GLCCPOST) FOR THE GLCTLPRF PROOF.  AN
000540*                  ITEM WHOSE SIGN OR AMOUNT FAILS THE PACKED
000550*                  CLASS TEST IS COUNTED BUT ADDS TO NEITHER SIDE.
000560*10/15/2026 RLH    A MISSING, EMPTY OR OVERFLOWING CODE TABLE NOW
000570*                  ENDS THE RUN AS A FAILURE: THE FIRST RECORD IS
000580*                  READ ONLY TO ESTABLISH THE BUSINESS DATE, FAIL
000590*                  IS POSTED AND THE JOB ENDS WITH RETURN CODE 16
000600*                  SO THE STREAM STOPS AHEAD OF THE EMPTY SPLIT.
000610*                  NO CYCLE TOTALS OR CONTROL-CHAIN RECORDS ARE
000620*                  POSTED FOR A RUN THAT EDITED NOTHING.
000630*----------------------------------------------------------------
000640
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. IBM-370.
000680 OBJECT-COMPUTER. IBM-370.
000690 SPECIAL-NAMES.
000700     C01 IS TOP-OF-PAGE.
000710
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT GL-DETAIL-FILE ASSIGN TO GLDETAIL
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS GLX-DETAIL-STATUS.
000780
000790     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS GLX-VALID-STATUS.
000830
000840     SELECT GL-SUSP-FILE ASSIGN TO GLSUSPNS
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS GLX-SUSP-STATUS.
000880
000890     SELECT OPTIONAL GL-CYCLE-PARM ASSIGN TO GLCYCPRM
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS GLX-CYCPRM-STATUS.
000920
000930     SELECT OPTIONAL GL-CYCTOT-FILE ASSIGN TO GLCYCTOT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS GLX-CYCTOT-STATUS.
000960
000970     SELECT GL-CODE-FILE ASSIGN TO GLCODETB
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS GLX-CODE-KEY
001010         FILE STATUS IS GLX-CODE-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050*----------------------------------------------------------------
001060*INPUT EXTRACT FILE - LAYOUT SUPPLIED BY POW_GL_DETAIL_OUTPUT
001070*----------------------------------------------------------------
001080 FD  GL-DETAIL-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY "POW_GL_Detail_Output".
001120
001130*----------------------------------------------------------------
001140*OUTPUT VALIDATED FILE - RECORDS THAT PASSED EVERY EDIT, SAME
001150*LENGTH AS THE EXTRACT (888 BYTES - SEE GLI-INTERNAL-TRANSACTION)
001160*----------------------------------------------------------------
001170 FD  GL-VALID-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  GLX-VALID-RECORD                 PIC X(888).
001210
001220*----------------------------------------------------------------
001230*OUTPUT SUSPENSE FILE - THE FAILED RECORD PREFIXED BY THE EDIT
001240*REASON CODE AND THE NAME OF THE FIRST FIELD THAT FAILED
001250*----------------------------------------------------------------
001260 FD  GL-SUSP-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  GLX-SUSP-RECORD.
001300     05  GLX-SUSP-REASON            PIC X(04).
001310     05  GLX-SUSP-FIELD             PIC X(30).
001320     05  GLX-SUSP-DETAIL            PIC X(888).
001330
001340*----------------------------------------------------------------
001350*OPTIONAL CYCLE CARD - A "CYCLE" KEYWORD WITH THE CYCLE NUMBER
001360*IN COLUMNS 10-11.  NO CARD MEANS CYCLE 00, THE NIGHTLY RUN
001370*----------------------------------------------------------------
001380 FD  GL-CYCLE-PARM
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE OMITTED.
001410 01  GLX-CYCPRM-RECORD.
001420     05  GLX-CYCPRM-KEYWORD        PIC X(08).
001430         88  GLX-CYCPRM-IS-CYCLE           VALUE "CYCLE".
001440     05  FILLER                    PIC X(01).
001450     05  GLX-CYCPRM-CYCLE          PIC 9(02).
001460     05  GLX-CYCPRM-FILLER         PIC X(69).
001470
001480*----------------------------------------------------------------
001490*SHARED CYCLE-TOTALS FILE - ONE RECORD APPENDED PER RUN SO THE
001500*NIGHTLY GLCYCREC RECONCILIATION CAN PROVE THE SUM OF THE
001510*INTRADAY CYCLES AGAINST THE FULL-DAY EXTRACT
001520*----------------------------------------------------------------
001530 FD  GL-CYCTOT-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE OMITTED.
001560 01  GLX-CYCTOT-RECORD             PIC X(80).
001570
001580*----------------------------------------------------------------
001590*SHARED CODE TABLE (KSDS) MAINTAINED BY GLCODMNT - ONE RECORD
001600*PER TABLE TYPE / CODE WITH ITS DESCRIPTION, EFFECTIVE DATE AND
001610*EXPIRY DATE (ZERO = OPEN-ENDED)
001620*----------------------------------------------------------------
001630 FD  GL-CODE-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  GLX-CODE-RECORD.
001660     05  GLX-CODE-KEY.
001670         10  GLX-CODE-TYPE          PIC X(02).
001680         10  GLX-CODE-VALUE         PIC X(04).
001690     05  GLX-CODE-DESC              PIC X(30).
001700     05  GLX-CODE-EFF-DATE          PIC 9(07).
001710     05  GLX-CODE-EXP-DATE          PIC 9(07).
001720     05  GLX-CODE-ADDED-DATE        PIC 9(07).
001730     05  GLX-CODE-CHANGED-DATE      PIC 9(07).
001740     05  FILLER                     PIC X(36).
001750
001760 WORKING-STORAGE SECTION.
001770*----------------------------------------------------------------
001780*SWITCHES AND COUNTERS
001790*----------------------------------------------------------------
001800 77  GLX-DETAIL-STATUS               PIC X(02) VALUE SPACES.
001810     88  GLX-DETAIL-OK                         VALUE "00".
001820     88  GLX-DETAIL-EOF                         VALUE "10".
001830 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001840 77  GLX-SUSP-STATUS                 PIC X(02) VALUE SPACES.
001850 77  GLX-CYCPRM-STATUS               PIC X(02) VALUE SPACES.
001860     88  GLX-CYCPRM-OK                         VALUE "00".
001870 77  GLX-CYCTOT-STATUS               PIC X(02) VALUE SPACES.
001880*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL CYCLE-TOTALS
001890*FILE WHEN IT DID NOT EXIST YET (THE FIRST CYCLE CREATES IT)
001900     88  GLX-CYCTOT-OK                         VALUE "00" "05".
001910 77  GLX-CODE-STATUS                 PIC X(02) VALUE SPACES.
001920     88  GLX-CODE-OK                           VALUE "00".
001930 77  GLX-CODE-EOF-SWITCH             PIC X(01) VALUE "N".
001940     88  GLX-CODE-EOF                           VALUE "Y".
001950 77  GLX-CODE-TABLE-SW               PIC X(01) VALUE "Y".
001960     88  GLX-CODE-TABLE-LOADED                  VALUE "Y".
001970 77  GLX-CODE-IN-FORCE-SW            PIC X(01) VALUE "N".
001980     88  GLX-CODE-IN-FORCE                      VALUE "Y".
001990 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
002000     88  GLX-EOF-REACHED                        VALUE "Y".
002010 77  GLX-RECORD-BAD-SW               PIC X(01) VALUE "N".
002020     88  GLX-RECORD-BAD                         VALUE "Y".
002030 77  GLX-DATE-VALID-SW               PIC X(01) VALUE "Y".
002040     88  GLX-DATE-VALID                         VALUE "Y".
002050 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
002060 77  GLX-VALID-WRITTEN              PIC S9(09) COMP-3 VALUE ZERO.
002070 77  GLX-SUSP-WRITTEN               PIC S9(09) COMP-3 VALUE ZERO.
002080
002090*----------------------------------------------------------------
002100*CONTROL-CHAIN AMOUNT HASHES, BY SIDE, FOR THE FILE READ AND THE
002110*TWO FILES WRITTEN.  DETAIL IN MUST EQUAL VALID PLUS SUSPENSE
002120*----------------------------------------------------------------
002130 77  GLX-DTL-DR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002140 77  GLX-DTL-CR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002150 77  GLX-VAL-DR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002160 77  GLX-VAL-CR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002170 77  GLX-SUS-DR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002180 77  GLX-SUS-CR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002190
002200*----------------------------------------------------------------
002210*CYCLE CONTROLS.  CYCLE 00 IS THE NIGHTLY RUN; 01-99 ARE THE
002220*HOURLY INSTANT-RAIL MINI-CYCLES, WHICH ACCEPT ONLY FEDNOW /
002230*RTP ITEMS CARRYING THE INSTANT PRIORITY.  EVERY RUN'S CONTROL
002240*TOTALS GO TO GLCYCTOT FOR THE NIGHTLY RECONCILIATION
002250*----------------------------------------------------------------
002260 77  GLX-CYCLE-NO                    PIC 9(02) VALUE ZERO.
002270     88  GLX-NIGHTLY-CYCLE                      VALUE ZERO.
002280 77  GLX-VALID-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
002290 77  GLX-INSTANT-COUNT              PIC S9(09) COMP-3 VALUE ZERO.
002300 77  GLX-INSTANT-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002310
002320 01  GLX-CYC-RECORD.
002330     05  GLX-CYC-BUSDATE            PIC 9(07).
002340     05  GLX-CYC-CYCLE-NO           PIC 9(02).
002350     05  GLX-CYC-VALID-COUNT        PIC 9(09).
002360     05  GLX-CYC-INSTANT-COUNT      PIC 9(09).
002370     05  GLX-CYC-INSTANT-AMT        PIC S9(13)V99.
002380     05  GLX-CYC-VALID-AMT          PIC S9(13)V99.
002390     05  FILLER                     PIC X(23).
002400
002410*----------------------------------------------------------------
002420*CODE TABLE, LOADED FROM GLCODETB AT START.  THE KSDS IS READ
002430*IN KEY ORDER SO THE TABLE BUILDS ASCENDING FOR SEARCH ALL
002440*----------------------------------------------------------------
002450 77  GLX-CTB-COUNT                  PIC S9(04) COMP   VALUE ZERO.
002460 77  GLX-CTB-MAX                    PIC S9(04) COMP   VALUE 1000.
002470 01  GLX-CTB-TABLE.
002480     05  GLX-CTB-ENTRY OCCURS 1 TO 1000 TIMES
002490             DEPENDING ON GLX-CTB-COUNT
002500             ASCENDING KEY IS GLX-CTB-KEY
002510             INDEXED BY GLX-TX.
002520         10  GLX-CTB-KEY              PIC X(06).
002530         10  GLX-CTB-EFF-DATE         PIC 9(07).
002540         10  GLX-CTB-EXP-DATE         PIC 9(07).
002550
002560 01  GLX-LOOKUP-KEY.
002570     05  GLX-LOOKUP-TYPE            PIC X(02).
002580     05  GLX-LOOKUP-CODE            PIC X(04).
002590 77  GLX-LOOKUP-DATE                 PIC 9(07) VALUE ZERO.
002600
002610*----------------------------------------------------------------
002620*EDIT RESULT WORK AREAS.  GLX-EDIT-REASON CODES:
002630*  P001 = PACKED-DECIMAL FIELD FAILED THE NUMERIC CLASS TEST
002640*  D001 = DATE FIELD IS NOT A REAL CALENDAR DATE
002650*  A001 = GLI-APPL-ID IS NOT A CODE-TABLE APPLICATION (AP) IN
002660*         FORCE ON THE POST DATE
002670*  R001 = GLI-PAYMENT-RAIL-CODE IS NOT A CODE-TABLE RAIL (RL)
002680*         IN FORCE ON THE POST DATE
002690*  R002 = GLI-PAYMENT-RAIL-PRIORITY INVALID FOR A RAIL ITEM
002700*  C001 = GLI-INPUT-CURRENCY IS NOT A CODE-TABLE CURRENCY (CU)
002710*         IN FORCE ON THE POST DATE
002720*  C002 = GLI-ORIG-CURRENCY IS NOT A CODE-TABLE CURRENCY (CU)
002730*         IN FORCE ON THE POST DATE
002740*  Y001 = NON-INSTANT-RAIL ITEM ON AN INTRADAY CYCLE
002750*----------------------------------------------------------------
002760 77  GLX-EDIT-REASON                 PIC X(04) VALUE SPACES.
002770 77  GLX-EDIT-FIELD                  PIC X(30) VALUE SPACES.
002780
002790*----------------------------------------------------------------
002800*DATE EDIT WORK AREA.  EXTRACT DATES ARE CENTURY-CODED CYYMMDD
002810*(C = 0 FOR 19XX, 1 FOR 20XX) PER THE CAPTURE SYSTEMS STANDARD
002820*----------------------------------------------------------------
002830 01  GLX-DATE-WORK.
002840     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
002850     05  FILLER REDEFINES GLX-DW-DATE.
002860         10  GLX-DW-CENT            PIC 9(01).
002870         10  GLX-DW-YY              PIC 9(02).
002880         10  GLX-DW-MM              PIC 9(02).
002890         10  GLX-DW-DD              PIC 9(02).
002900 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
002910 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
002920 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
002930
002940 01  GLX-MONTH-DAYS-TABLE.
002950     05  FILLER                     PIC X(24)
002960             VALUE "312831303130313130313031".
002970 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
002980     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
002990
003000*----------------------------------------------------------------
003010*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
003020*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
003030*----------------------------------------------------------------
003040 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
003050     88  GLX-RC-STARTED                         VALUE "Y".
003060 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
003070 COPY "GLRUNREC".
003080
003090*----------------------------------------------------------------
003100*CONTROL-CHAIN POSTING WORK AREA - FILE TOTALS GO TO THE SHARED
003110*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
003120*----------------------------------------------------------------
003130 COPY "GLCTLREC".
003140
003150 PROCEDURE DIVISION.
003160*----------------------------------------------------------------
003170*0000-MAINLINE
003180*----------------------------------------------------------------
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
003220         UNTIL GLX-EOF-REACHED.
003230     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003240     STOP RUN.
003250
003260*----------------------------------------------------------------
003270*1000-INITIALIZE - LOAD THE CODE TABLE, OPEN FILES AND PRIME
003280*THE FIRST READ.  WITHOUT THE CODE TABLE EVERY RECORD WOULD GO
003290*TO SUSPENSE, SO NOTHING IS EDITED AND THE STREAM STOPS HERE:
003300*THE FIRST RECORD IS READ ONLY FOR THE BUSINESS DATE THE FAIL
003310*EVENT IS POSTED AGAINST
003320*----------------------------------------------------------------
003330 1000-INITIALIZE.
003340     PERFORM 1100-READ-CYCLE-CARD THRU 1100-EXIT.
003350     PERFORM 1200-LOAD-CODE-TABLE THRU 1200-EXIT.
003360     OPEN INPUT  GL-DETAIL-FILE.
003370     OPEN OUTPUT GL-VALID-FILE
003380                 GL-SUSP-FILE.
003390     IF NOT GLX-DETAIL-OK AND NOT GLX-DETAIL-EOF
003400         DISPLAY "GLEDIT   - OPEN ERROR ON GL-DETAIL-FILE "
003410             GLX-DETAIL-STATUS
003420         MOVE "Y" TO GLX-EOF-SWITCH
003430         GO TO 1000-EXIT
003440     END-IF.
003450     IF NOT GLX-CODE-TABLE-LOADED
003460         DISPLAY "GLEDIT   - CODE TABLE NOT AVAILABLE - "
003470             "NO RECORDS EDITED"
003480         PERFORM 2100-READ-DETAIL THRU 2100-EXIT
003490         IF NOT GLX-EOF-REACHED
003500             PERFORM 9800-POST-RUN-START THRU 9800-EXIT
003510         END-IF
003520         MOVE "Y" TO GLX-EOF-SWITCH
003530         GO TO 1000-EXIT
003540     END-IF.
003550     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003560 1000-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------
003600*1100-READ-CYCLE-CARD - OPTIONAL CYCLE CARD.  NO CARD, A BAD
003610*KEYWORD OR A NON-NUMERIC CYCLE LEAVES THE NIGHTLY CYCLE 00
003620*----------------------------------------------------------------
003630 1100-READ-CYCLE-CARD.
003640     OPEN INPUT GL-CYCLE-PARM.
003650     IF NOT GLX-CYCPRM-OK
003660         GO TO 1100-CLOSE
003670     END-IF.
003680     READ GL-CYCLE-PARM
003690         AT END
003700             GO TO 1100-CLOSE
003710     END-READ.
003720     IF GLX-CYCPRM-IS-CYCLE
003730        AND GLX-CYCPRM-CYCLE NUMERIC
003740         MOVE GLX-CYCPRM-CYCLE TO GLX-CYCLE-NO
003750     END-IF.
003760     IF NOT GLX-NIGHTLY-CYCLE
003770         DISPLAY "GLEDIT   - INTRADAY CYCLE " GLX-CYCLE-NO
003780             " - INSTANT-RAIL ITEMS ONLY"
003790     END-IF.
003800 1100-CLOSE.
003810     CLOSE GL-CYCLE-PARM.
003820 1100-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------
003860*1200-LOAD-CODE-TABLE - READ THE WHOLE GLCODETB KSDS INTO THE
003870*CODE TABLE.  A MISSING, EMPTY OR OVERFLOWING TABLE LEAVES THE
003880*TABLE MARKED NOT LOADED
003890*----------------------------------------------------------------
003900 1200-LOAD-CODE-TABLE.
003910     OPEN INPUT GL-CODE-FILE.
003920     IF NOT GLX-CODE-OK
003930         DISPLAY "GLEDIT   - OPEN ERROR ON GL-CODE-FILE "
003940             GLX-CODE-STATUS
003950         MOVE "N" TO GLX-CODE-TABLE-SW
003960         GO TO 1200-EXIT
003970     END-IF.
003980     PERFORM 1210-LOAD-ONE-CODE THRU 1210-EXIT
003990         UNTIL GLX-CODE-EOF.
004000     CLOSE GL-CODE-FILE.
004010     IF GLX-CTB-COUNT = ZERO
004020         DISPLAY "GLEDIT   - CODE TABLE IS EMPTY"
004030         MOVE "N" TO GLX-CODE-TABLE-SW
004040     END-IF.
004050 1200-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090*1210-LOAD-ONE-CODE - ONE CODE-TABLE RECORD INTO THE TABLE
004100*----------------------------------------------------------------
004110 1210-LOAD-ONE-CODE.
004120     READ GL-CODE-FILE NEXT RECORD
004130         AT END
004140             MOVE "Y" TO GLX-CODE-EOF-SWITCH
004150             GO TO 1210-EXIT
004160     END-READ.
004170     IF GLX-CTB-COUNT NOT < GLX-CTB-MAX
004180         DISPLAY "GLEDIT   - CODE TABLE FULL AT "
004190             GLX-CTB-MAX " ENTRIES"
004200         MOVE "N" TO GLX-CODE-TABLE-SW
004210         MOVE "Y" TO GLX-CODE-EOF-SWITCH
004220         GO TO 1210-EXIT
004230     END-IF.
004240     ADD 1 TO GLX-CTB-COUNT.
004250     SET GLX-TX TO GLX-CTB-COUNT.
004260     MOVE GLX-CODE-KEY      TO GLX-CTB-KEY (GLX-TX).
004270     MOVE GLX-CODE-EFF-DATE TO GLX-CTB-EFF-DATE (GLX-TX).
004280     MOVE GLX-CODE-EXP-DATE TO GLX-CTB-EXP-DATE (GLX-TX).
004290 1210-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------
004330*2000-PROCESS-FILE - EDIT ONE RECORD AND ROUTE IT TO THE
004340*VALIDATED FILE OR THE SUSPENSE FILE
004350*----------------------------------------------------------------
004360 2000-PROCESS-FILE.
004370     ADD 1 TO GLX-RECORDS-READ.
004380     IF NOT GLX-RC-STARTED
004390         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
004400     END-IF.
004410     IF GLI-PD-TRAN-SIGN NUMERIC AND GLI-TRANS-AMT NUMERIC
004420         IF GLI-PD-TRAN-SIGN < ZERO
004430             ADD GLI-TRANS-AMT TO GLX-DTL-DR-AMT
004440         ELSE
004450             ADD GLI-TRANS-AMT TO GLX-DTL-CR-AMT
004460         END-IF
004470     END-IF.
004480     PERFORM 3000-EDIT-RECORD THRU 3000-EXIT.
004490     IF GLX-RECORD-BAD
004500         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
004510     ELSE
004520         PERFORM 2200-WRITE-VALID THRU 2200-EXIT
004530     END-IF.
004540     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
004550 2000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590*2100-READ-DETAIL
004600*----------------------------------------------------------------
004610 2100-READ-DETAIL.
004620     READ GL-DETAIL-FILE
004630         AT END
004640             MOVE "Y" TO GLX-EOF-SWITCH
004650     END-READ.
004660 2100-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*2200-WRITE-VALID - RELEASE A CLEAN RECORD TO THE SUITE
004710*----------------------------------------------------------------
004720 2200-WRITE-VALID.
004730     WRITE GLX-VALID-RECORD FROM GLI-INTERNAL-TRANSACTION.
004740     ADD 1 TO GLX-VALID-WRITTEN.
004750     ADD GLI-TRANS-AMT TO GLX-VALID-AMT.
004760     IF GLI-PD-TRAN-SIGN < ZERO
004770         ADD GLI-TRANS-AMT TO GLX-VAL-DR-AMT
004780     ELSE
004790         ADD GLI-TRANS-AMT TO GLX-VAL-CR-AMT
004800     END-IF.
004810     IF (GLI-RAIL-FEDNOW OR GLI-RAIL-RTP)
004820        AND GLI-RAIL-INSTANT
004830         ADD 1             TO GLX-INSTANT-COUNT
004840         ADD GLI-TRANS-AMT TO GLX-INSTANT-AMT
004850     END-IF.
004860 2200-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900*2300-WRITE-SUSPENSE - CARRY THE RECORD WITH ITS REASON CODE
004910*AND FAILING FIELD NAME FOR THE MORNING SUSPENSE DESK
004920*----------------------------------------------------------------
004930 2300-WRITE-SUSPENSE.
004940     MOVE GLX-EDIT-REASON          TO GLX-SUSP-REASON.
004950     MOVE GLX-EDIT-FIELD           TO GLX-SUSP-FIELD.
004960     MOVE GLI-INTERNAL-TRANSACTION TO GLX-SUSP-DETAIL.
004970     WRITE GLX-SUSP-RECORD.
004980     ADD 1 TO GLX-SUSP-WRITTEN.
004990     IF GLI-PD-TRAN-SIGN NUMERIC AND GLI-TRANS-AMT NUMERIC
005000         IF GLI-PD-TRAN-SIGN < ZERO
005010             ADD GLI-TRANS-AMT TO GLX-SUS-DR-AMT
005020         ELSE
005030             ADD GLI-TRANS-AMT TO GLX-SUS-CR-AMT
005040         END-IF
005050     END-IF.
005060 2300-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100*3000-EDIT-RECORD - APPLY THE EDIT GROUPS IN SEVERITY ORDER.
005110*THE FIRST FAILING EDIT SUPPLIES THE REASON CODE AND FIELD
005120*NAME CARRIED ON THE SUSPENSE RECORD
005130*----------------------------------------------------------------
005140 3000-EDIT-RECORD.
005150     MOVE "N"    TO GLX-RECORD-BAD-SW.
005160     MOVE SPACES TO GLX-EDIT-REASON
005170                    GLX-EDIT-FIELD.
005180     PERFORM 3100-EDIT-PACKED THRU 3100-EXIT.
005190     IF GLX-RECORD-BAD
005200         GO TO 3000-EXIT
005210     END-IF.
005220     PERFORM 3200-EDIT-DATES THRU 3200-EXIT.
005230     IF GLX-RECORD-BAD
005240         GO TO 3000-EXIT
005250     END-IF.
005260     PERFORM 3300-EDIT-CODES THRU 3300-EXIT.
005270     IF GLX-RECORD-BAD
005280         GO TO 3000-EXIT
005290     END-IF.
005300     PERFORM 3400-EDIT-CYCLE THRU 3400-EXIT.
005310 3000-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350*3100-EDIT-PACKED - CLASS-TEST EVERY PACKED-DECIMAL FIELD THE
005360*DOWNSTREAM SUITE ARITHMETICS ON.  A CORRUPT BYTE HERE IS WHAT
005370*USED TO ABEND THE 2 AM STREAM
005380*----------------------------------------------------------------
005390 3100-EDIT-PACKED.
005400     MOVE "P001" TO GLX-EDIT-REASON.
005410     IF GLI-PD-TRAN-SIGN NOT NUMERIC
005420         MOVE "GLI-PD-TRAN-SIGN" TO GLX-EDIT-FIELD
005430         GO TO 3100-FAILED
005440     END-IF.
005450     IF GLI-TIME NOT NUMERIC
005460         MOVE "GLI-TIME" TO GLX-EDIT-FIELD
005470         GO TO 3100-FAILED
005480     END-IF.
005490     IF GLI-SYS-DATE NOT NUMERIC
005500         MOVE "GLI-SYS-DATE" TO GLX-EDIT-FIELD
005510         GO TO 3100-FAILED
005520     END-IF.
005530     IF GLI-POST-DATE NOT NUMERIC
005540         MOVE "GLI-POST-DATE" TO GLX-EDIT-FIELD
005550         GO TO 3100-FAILED
005560     END-IF.
005570     IF GLI-EFFECTIVE-DATE NOT NUMERIC
005580         MOVE "GLI-EFFECTIVE-DATE" TO GLX-EDIT-FIELD
005590         GO TO 3100-FAILED
005600     END-IF.
005610     IF GLI-ACT-NO NOT NUMERIC
005620         MOVE "GLI-ACT-NO" TO GLX-EDIT-FIELD
005630         GO TO 3100-FAILED
005640     END-IF.
005650     IF GLI-STMT-CATG NOT NUMERIC
005660         MOVE "GLI-STMT-CATG" TO GLX-EDIT-FIELD
005670         GO TO 3100-FAILED
005680     END-IF.
005690     IF GLI-TRANS-AMT NOT NUMERIC
005700         MOVE "GLI-TRANS-AMT" TO GLX-EDIT-FIELD
005710         GO TO 3100-FAILED
005720     END-IF.
005730     IF GLI-CASH-AMT NOT NUMERIC
005740         MOVE "GLI-CASH-AMT" TO GLX-EDIT-FIELD
005750         GO TO 3100-FAILED
005760     END-IF.
005770     IF GLI-LOC-INT-COLL OF GLI-TRANSACTION-AREA NOT NUMERIC
005780         MOVE "GLI-LOC-INT-COLL" TO GLX-EDIT-FIELD
005790         GO TO 3100-FAILED
005800     END-IF.
005810     IF GLI-CK-SERIAL-NO NOT NUMERIC
005820         MOVE "GLI-CK-SERIAL-NO" TO GLX-EDIT-FIELD
005830         GO TO 3100-FAILED
005840     END-IF.
005850     IF GLI-ACT-NO-TO NOT NUMERIC
005860         MOVE "GLI-ACT-NO-TO" TO GLX-EDIT-FIELD
005870         GO TO 3100-FAILED
005880     END-IF.
005890     IF GLI-ACT-NO-FROM NOT NUMERIC
005900         MOVE "GLI-ACT-NO-FROM" TO GLX-EDIT-FIELD
005910         GO TO 3100-FAILED
005920     END-IF.
005930     IF GLI-AMT-FLOAT-0 NOT NUMERIC
005940         MOVE "GLI-AMT-FLOAT-0" TO GLX-EDIT-FIELD
005950         GO TO 3100-FAILED
005960     END-IF.
005970     IF GLI-AMT-FLOAT-1 NOT NUMERIC
005980         MOVE "GLI-AMT-FLOAT-1" TO GLX-EDIT-FIELD
005990         GO TO 3100-FAILED
006000     END-IF.
006010     IF GLI-AMT-FLOAT-2 NOT NUMERIC
006020         MOVE "GLI-AMT-FLOAT-2" TO GLX-EDIT-FIELD
006030         GO TO 3100-FAILED
006040     END-IF.
006050     IF GLI-AMT-FLOAT-3 NOT NUMERIC
006060         MOVE "GLI-AMT-FLOAT-3" TO GLX-EDIT-FIELD
006070         GO TO 3100-FAILED
006080     END-IF.
006090     IF GLI-AMT-FLOAT-4 NOT NUMERIC
006100         MOVE "GLI-AMT-FLOAT-4" TO GLX-EDIT-FIELD
006110         GO TO 3100-FAILED
006120     END-IF.
006130     IF GLI-AMT-FLOAT-5 NOT NUMERIC
006140         MOVE "GLI-AMT-FLOAT-5" TO GLX-EDIT-FIELD
006150         GO TO 3100-FAILED
006160     END-IF.
006170     IF GLI-AMT-FLOAT-6 NOT NUMERIC
006180         MOVE "GLI-AMT-FLOAT-6" TO GLX-EDIT-FIELD
006190         GO TO 3100-FAILED
006200     END-IF.
006210     IF GLI-AMT-FLOAT-7 NOT NUMERIC
006220         MOVE "GLI-AMT-FLOAT-7" TO GLX-EDIT-FIELD
006230         GO TO 3100-FAILED
006240     END-IF.
006250     IF GLI-NO-CR NOT NUMERIC
006260         MOVE "GLI-NO-CR" TO GLX-EDIT-FIELD
006270         GO TO 3100-FAILED
006280     END-IF.
006290     IF GLI-NO-LOCAL-DEP-ITEMS NOT NUMERIC
006300         MOVE "GLI-NO-LOCAL-DEP-ITEMS" TO GLX-EDIT-FIELD
006310         GO TO 3100-FAILED
006320     END-IF.
006330     IF GLI-NO-DR NOT NUMERIC
006340         MOVE "GLI-NO-DR" TO GLX-EDIT-FIELD
006350         GO TO 3100-FAILED
006360     END-IF.
006370     IF GLI-BRANCH NOT NUMERIC
006380         MOVE "GLI-BRANCH" TO GLX-EDIT-FIELD
006390         GO TO 3100-FAILED
006400     END-IF.
006410     IF GLI-TRANS-SEQ NOT NUMERIC
006420         MOVE "GLI-TRANS-SEQ" TO GLX-EDIT-FIELD
006430         GO TO 3100-FAILED
006440     END-IF.
006450     IF GLI-ORIG-CURR-TRAN-AMT NOT NUMERIC
006460         MOVE "GLI-ORIG-CURR-TRAN-AMT" TO GLX-EDIT-FIELD
006470         GO TO 3100-FAILED
006480     END-IF.
006490     IF GLI-EXCHG-RATE NOT NUMERIC
006500         MOVE "GLI-EXCHG-RATE" TO GLX-EDIT-FIELD
006510         GO TO 3100-FAILED
006520     END-IF.
006530     IF GLI-LOC-INT-COLL OF GLI-ORIG-CONTI NOT NUMERIC
006540         MOVE "GLI-LOC-INT-COLL (ORIG)" TO GLX-EDIT-FIELD
006550         GO TO 3100-FAILED
006560     END-IF.
006570     IF GLI-LOC-INS-COLL NOT NUMERIC
006580         MOVE "GLI-LOC-INS-COLL" TO GLX-EDIT-FIELD
006590         GO TO 3100-FAILED
006600     END-IF.
006610     IF GLI-INT-PAID-NOT-DISBURSED NOT NUMERIC
006620         MOVE "GLI-INT-PAID-NOT-DISBURSED" TO GLX-EDIT-FIELD
006630         GO TO 3100-FAILED
006640     END-IF.
006650     IF GLI-LOC-SV-CHG-COLL NOT NUMERIC
006660         MOVE "GLI-LOC-SV-CHG-COLL" TO GLX-EDIT-FIELD
006670         GO TO 3100-FAILED
006680     END-IF.
006690     IF GLI-LOC-LT-CHG-COLL NOT NUMERIC
006700         MOVE "GLI-LOC-LT-CHG-COLL" TO GLX-EDIT-FIELD
006710         GO TO 3100-FAILED
006720     END-IF.
006730     IF GLI-LOC-MISC-CHG-COLL NOT NUMERIC
006740         MOVE "GLI-LOC-MISC-CHG-COLL" TO GLX-EDIT-FIELD
006750         GO TO 3100-FAILED
006760     END-IF.
006770     IF GLI-STMT-ACCT-SEQ NOT NUMERIC
006780         MOVE "GLI-STMT-ACCT-SEQ" TO GLX-EDIT-FIELD
006790         GO TO 3100-FAILED
006800     END-IF.
006810     IF GLI-OVERRIDE-RATE NOT NUMERIC
006820         MOVE "GLI-OVERRIDE-RATE" TO GLX-EDIT-FIELD
006830         GO TO 3100-FAILED
006840     END-IF.
006850     IF GLI-OVERRIDE-TERM-AMT NOT NUMERIC
006860         MOVE "GLI-OVERRIDE-TERM-AMT" TO GLX-EDIT-FIELD
006870         GO TO 3100-FAILED
006880     END-IF.
006890     GO TO 3100-EXIT.
006900 3100-FAILED.
006910     MOVE "Y" TO GLX-RECORD-BAD-SW.
006920 3100-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------
006960*3200-EDIT-DATES - GLI-SYS-DATE AND GLI-POST-DATE MUST BE REAL
006970*CALENDAR DATES.  GLI-EFFECTIVE-DATE MAY BE ZERO (MEANING SAME
006980*AS POST DATE) BUT WHEN PRESENT MUST ALSO BE A REAL DATE
006990*----------------------------------------------------------------
007000 3200-EDIT-DATES.
007010     MOVE "D001" TO GLX-EDIT-REASON.
007020     MOVE GLI-SYS-DATE TO GLX-DW-DATE.
007030     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
007040     IF NOT GLX-DATE-VALID
007050         MOVE "GLI-SYS-DATE" TO GLX-EDIT-FIELD
007060         GO TO 3200-FAILED
007070     END-IF.
007080     MOVE GLI-POST-DATE TO GLX-DW-DATE.
007090     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
007100     IF NOT GLX-DATE-VALID
007110         MOVE "GLI-POST-DATE" TO GLX-EDIT-FIELD
007120         GO TO 3200-FAILED
007130     END-IF.
007140     IF GLI-EFFECTIVE-DATE = ZERO
007150         GO TO 3200-EXIT
007160     END-IF.
007170     MOVE GLI-EFFECTIVE-DATE TO GLX-DW-DATE.
007180     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
007190     IF NOT GLX-DATE-VALID
007200         MOVE "GLI-EFFECTIVE-DATE" TO GLX-EDIT-FIELD
007210         GO TO 3200-FAILED
007220     END-IF.
007230     GO TO 3200-EXIT.
007240 3200-FAILED.
007250     MOVE "Y" TO GLX-RECORD-BAD-SW.
007260 3200-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300*3300-EDIT-CODES - APPLICATION, PAYMENT RAIL AND CURRENCY CODE
007310*EDITS AGAINST THE SHARED CODE TABLE AS OF THE ITEM'S POST
007320*DATE.  A NEW APPLICATION, RAIL OR CURRENCY IS AN ADD CARD TO
007330*GLCODMNT AHEAD OF ITS FIRST PRODUCTION NIGHT.  NO RAIL AND NO
007340*CURRENCY (SPACES) NEED NO TABLE ENTRY
007350*----------------------------------------------------------------
007360 3300-EDIT-CODES.
007370     MOVE GLI-POST-DATE TO GLX-LOOKUP-DATE.
007380     MOVE "AP"        TO GLX-LOOKUP-TYPE.
007390     MOVE GLI-APPL-ID TO GLX-LOOKUP-CODE.
007400     PERFORM 3350-CHECK-CODE THRU 3350-EXIT.
007410     IF NOT GLX-CODE-IN-FORCE
007420         MOVE "A001" TO GLX-EDIT-REASON
007430         MOVE "GLI-APPL-ID" TO GLX-EDIT-FIELD
007440         GO TO 3300-FAILED
007450     END-IF.
007460     IF NOT GLI-RAIL-NONE
007470         MOVE "RL"                  TO GLX-LOOKUP-TYPE
007480         MOVE GLI-PAYMENT-RAIL-CODE TO GLX-LOOKUP-CODE
007490         PERFORM 3350-CHECK-CODE THRU 3350-EXIT
007500         IF NOT GLX-CODE-IN-FORCE
007510             MOVE "R001" TO GLX-EDIT-REASON
007520             MOVE "GLI-PAYMENT-RAIL-CODE" TO GLX-EDIT-FIELD
007530             GO TO 3300-FAILED
007540         END-IF
007550     END-IF.
007560     IF NOT GLI-RAIL-NONE
007570        AND NOT GLI-RAIL-INSTANT AND NOT GLI-RAIL-EXPEDITED
007580        AND NOT GLI-RAIL-STANDARD
007590         MOVE "R002" TO GLX-EDIT-REASON
007600         MOVE "GLI-PAYMENT-RAIL-PRIORITY" TO GLX-EDIT-FIELD
007610         GO TO 3300-FAILED
007620     END-IF.
007630     MOVE "CU" TO GLX-LOOKUP-TYPE.
007640     IF GLI-INPUT-CURRENCY NOT = SPACES
007650         MOVE GLI-INPUT-CURRENCY TO GLX-LOOKUP-CODE
007660         PERFORM 3350-CHECK-CODE THRU 3350-EXIT
007670         IF NOT GLX-CODE-IN-FORCE
007680             MOVE "C001" TO GLX-EDIT-REASON
007690             MOVE "GLI-INPUT-CURRENCY" TO GLX-EDIT-FIELD
007700             GO TO 3300-FAILED
007710         END-IF
007720     END-IF.
007730     IF GLI-ORIG-CURRENCY NOT = SPACES
007740         MOVE GLI-ORIG-CURRENCY TO GLX-LOOKUP-CODE
007750         PERFORM 3350-CHECK-CODE THRU 3350-EXIT
007760         IF NOT GLX-CODE-IN-FORCE
007770             MOVE "C002" TO GLX-EDIT-REASON
007780             MOVE "GLI-ORIG-CURRENCY" TO GLX-EDIT-FIELD
007790             GO TO 3300-FAILED
007800         END-IF
007810     END-IF.
007820     GO TO 3300-EXIT.
007830 3300-FAILED.
007840     MOVE "Y" TO GLX-RECORD-BAD-SW.
007850 3300-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890*3350-CHECK-CODE - IS GLX-LOOKUP-KEY ON THE CODE TABLE AND IN
007900*FORCE ON GLX-LOOKUP-DATE: EFFECTIVE ON OR BEFORE THE DATE AND
007910*NOT YET EXPIRED (A ZERO EXPIRY NEVER EXPIRES)
007920*----------------------------------------------------------------
007930 3350-CHECK-CODE.
007940     MOVE "N" TO GLX-CODE-IN-FORCE-SW.
007950     SEARCH ALL GLX-CTB-ENTRY
007960         AT END
007970             GO TO 3350-EXIT
007980         WHEN GLX-CTB-KEY (GLX-TX) = GLX-LOOKUP-KEY
007990             CONTINUE
008000     END-SEARCH.
008010     IF GLX-CTB-EFF-DATE (GLX-TX) > GLX-LOOKUP-DATE
008020         GO TO 3350-EXIT
008030     END-IF.
008040     IF GLX-CTB-EXP-DATE (GLX-TX) NOT = ZERO
008050        AND GLX-CTB-EXP-DATE (GLX-TX) NOT > GLX-LOOKUP-DATE
008060         GO TO 3350-EXIT
008070     END-IF.
008080     MOVE "Y" TO GLX-CODE-IN-FORCE-SW.
008090 3350-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------
008130*3400-EDIT-CYCLE - AN INTRADAY MINI-CYCLE CARRIES ONLY FEDNOW
008140*AND RTP ITEMS SETTLING AT INSTANT PRIORITY; ANYTHING ELSE IN
008150*AN HOURLY MINI-EXTRACT IS A FEED ERROR AND GOES TO SUSPENSE
008160*SO IT CANNOT POST TWICE WHEN THE FULL-DAY EXTRACT ARRIVES
008170*----------------------------------------------------------------
008180 3400-EDIT-CYCLE.
008190     IF GLX-NIGHTLY-CYCLE
008200         GO TO 3400-EXIT
008210     END-IF.
008220     IF (GLI-RAIL-FEDNOW OR GLI-RAIL-RTP)
008230        AND GLI-RAIL-INSTANT
008240         GO TO 3400-EXIT
008250     END-IF.
008260     MOVE "Y001" TO GLX-EDIT-REASON.
008270     MOVE "GLI-PAYMENT-RAIL-INFO" TO GLX-EDIT-FIELD.
008280     MOVE "Y" TO GLX-RECORD-BAD-SW.
008290 3400-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330*7000-VALIDATE-DATE - CALENDAR EDIT OF THE CYYMMDD DATE IN
008340*GLX-DW-DATE.  CENTURY 0 = 19XX, 1 = 20XX.  FEBRUARY LENGTH
008350*FOLLOWS THE LEAP-YEAR RULE: YEAR 2000 IS A LEAP YEAR, YEAR
008360*1900 IS NOT, OTHERWISE EVERY FOURTH YEAR IS
008370*----------------------------------------------------------------
008380 7000-VALIDATE-DATE.
008390     MOVE "Y" TO GLX-DATE-VALID-SW.
008400     IF GLX-DW-CENT > 1
008410         MOVE "N" TO GLX-DATE-VALID-SW
008420         GO TO 7000-EXIT
008430     END-IF.
008440     IF GLX-DW-MM < 01 OR GLX-DW-MM > 12
008450         MOVE "N" TO GLX-DATE-VALID-SW
008460         GO TO 7000-EXIT
008470     END-IF.
008480     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
008490     IF GLX-DW-MM = 02
008500         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
008510             REMAINDER GLX-DW-YY-REM
008520         IF GLX-DW-YY = ZERO
008530             IF GLX-DW-CENT = 1
008540                 MOVE 29 TO GLX-DW-MAX-DD
008550             END-IF
008560         ELSE
008570             IF GLX-DW-YY-REM = ZERO
008580                 MOVE 29 TO GLX-DW-MAX-DD
008590             END-IF
008600         END-IF
008610     END-IF.
008620     IF GLX-DW-DD < 01 OR GLX-DW-DD > GLX-DW-MAX-DD
008630         MOVE "N" TO GLX-DATE-VALID-SW
008640     END-IF.
008650 7000-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------
008690*9999-TERMINATE - CLOSE FILES AND SHOW THE SPLIT COUNTS.  A RUN
008700*STOPPED FOR WANT OF THE CODE TABLE POSTS ONLY ITS FAIL EVENT
008710*AND ENDS WITH RETURN CODE 16
008720*----------------------------------------------------------------
008730 9999-TERMINATE.
008740     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
008750     IF GLX-CODE-TABLE-LOADED
008760         PERFORM 9700-WRITE-CYCLE-TOTALS THRU 9700-EXIT
008770         PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT
008780     END-IF.
008790     CLOSE GL-DETAIL-FILE.
008800     CLOSE GL-VALID-FILE.
008810     CLOSE GL-SUSP-FILE.
008820     DISPLAY "GLEDIT   - RECORDS READ:      " GLX-RECORDS-READ.
008830     DISPLAY "GLEDIT   - VALIDATED WRITTEN: " GLX-VALID-WRITTEN.
008840     DISPLAY "GLEDIT   - SUSPENSE WRITTEN:  " GLX-SUSP-WRITTEN.
008850     DISPLAY "GLEDIT   - CYCLE NUMBER:      " GLX-CYCLE-NO.
008860     DISPLAY "GLEDIT   - INSTANT ITEMS:     "
008870         GLX-INSTANT-COUNT.
008880     IF NOT GLX-CODE-TABLE-LOADED
008890         MOVE 16 TO RETURN-CODE
008900     END-IF.
008910 9999-EXIT.
008920     EXIT.
008930
008940*----------------------------------------------------------------
008950*9700-WRITE-CYCLE-TOTALS - APPEND THIS RUN'S CONTROL TOTALS TO
008960*THE SHARED CYCLE-TOTALS FILE.  A POSTING FAILURE IS REPORTED
008970*BUT NEVER TAKES THE EDIT RUN DOWN.  NOTHING IS WRITTEN WHEN
008980*NO RECORD EVER ESTABLISHED A BUSINESS DATE
008990*----------------------------------------------------------------
009000 9700-WRITE-CYCLE-TOTALS.
009010     IF GLX-RC-BUSDATE = ZERO
009020         GO TO 9700-EXIT
009030     END-IF.
009040     OPEN EXTEND GL-CYCTOT-FILE.
009050     IF NOT GLX-CYCTOT-OK
009060         DISPLAY "GLEDIT   - OPEN ERROR ON GL-CYCTOT-FILE "
009070             GLX-CYCTOT-STATUS " - CYCLE TOTALS NOT POSTED"
009080         GO TO 9700-EXIT
009090     END-IF.
009100     MOVE SPACES TO GLX-CYC-RECORD.
009110     MOVE GLX-RC-BUSDATE    TO GLX-CYC-BUSDATE.
009120     MOVE GLX-CYCLE-NO      TO GLX-CYC-CYCLE-NO.
009130     MOVE GLX-VALID-WRITTEN TO GLX-CYC-VALID-COUNT.
009140     MOVE GLX-INSTANT-COUNT TO GLX-CYC-INSTANT-COUNT.
009150     MOVE GLX-INSTANT-AMT   TO GLX-CYC-INSTANT-AMT.
009160     MOVE GLX-VALID-AMT     TO GLX-CYC-VALID-AMT.
009170     WRITE GLX-CYCTOT-RECORD FROM GLX-CYC-RECORD.
009180     CLOSE GL-CYCTOT-FILE.
009190 9700-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230*9750-POST-CONTROL-CHAIN - ONE CONTROL-CHAIN RECORD FOR THE FILE
009240*READ AND ONE FOR EACH FILE WRITTEN.  NOTHING IS POSTED WHEN NO
009250*RECORD EVER ESTABLISHED A BUSINESS DATE
009260*----------------------------------------------------------------
009270 9750-POST-CONTROL-CHAIN.
009280     IF GLX-RC-BUSDATE = ZERO
009290         GO TO 9750-EXIT
009300     END-IF.
009310     MOVE SPACES            TO GLC-CHAIN-RECORD.
009320     MOVE GLX-RC-BUSDATE    TO GLC-BUSINESS-DATE.
009330     MOVE "GLEDIT"          TO GLC-PROGRAM.
009340     MOVE GLX-CYCLE-NO      TO GLC-CYCLE-NO.
009350     MOVE "GLDETAIL"        TO GLC-FILE-NAME.
009360     MOVE "I"               TO GLC-DIRECTION.
009370     MOVE GLX-RECORDS-READ  TO GLC-RECORD-COUNT.
009380     MOVE GLX-DTL-DR-AMT    TO GLC-DR-AMOUNT.
009390     MOVE GLX-DTL-CR-AMT    TO GLC-CR-AMOUNT.
009400     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
009410     MOVE "GLVALID"         TO GLC-FILE-NAME.
009420     MOVE "O"               TO GLC-DIRECTION.
009430     MOVE GLX-VALID-WRITTEN TO GLC-RECORD-COUNT.
009440     MOVE GLX-VAL-DR-AMT    TO GLC-DR-AMOUNT.
009450     MOVE GLX-VAL-CR-AMT    TO GLC-CR-AMOUNT.
009460     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
009470     MOVE "GLSUSPNS"        TO GLC-FILE-NAME.
009480     MOVE "O"               TO GLC-DIRECTION.
009490     MOVE GLX-SUSP-WRITTEN  TO GLC-RECORD-COUNT.
009500     MOVE GLX-SUS-DR-AMT    TO GLC-DR-AMOUNT.
009510     MOVE GLX-SUS-CR-AMT    TO GLC-CR-AMOUNT.
009520     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
009530 9750-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------------
009570*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
009580*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
009590*THE FIRST RECORD WHOSE POST DATE PASSES THE PACKED CLASS
009600*TEST (THIS IS THE ONE PROGRAM THAT MUST ASSUME A RAW FIELD
009610*MAY BE CORRUPT) AND HELD FOR THE ENDED EVENT
009620*----------------------------------------------------------------
009630 9800-POST-RUN-START.
009640     IF GLI-POST-DATE NOT NUMERIC
009650         GO TO 9800-EXIT
009660     END-IF.
009670     MOVE "Y" TO GLX-RC-STARTED-SW.
009680     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
009690     MOVE SPACES TO GLR-RUN-RECORD.
009700     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
009710     MOVE "GLEDIT"   TO GLR-PROGRAM.
009720     MOVE "STARTED"  TO GLR-EVENT.
009730     MOVE SPACES     TO GLR-STATUS.
009740     MOVE ZERO       TO GLR-RECORD-COUNT.
009750     MOVE GLX-CYCLE-NO TO GLR-CYCLE-NO.
009760     CALL "GLRCPOST" USING GLR-RUN-RECORD.
009770 9800-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------------
009810*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
009820*AND ITS RECORD COUNT.  A RUN WITHOUT THE CODE TABLE POSTS FAIL.
009830*NOTHING IS POSTED WHEN NO RECORD WAS EVER PROCESSED (NO
009840*BUSINESS DATE TO POST AGAINST)
009850*----------------------------------------------------------------
009860 9900-POST-RUN-END.
009870     IF GLX-RC-BUSDATE = ZERO
009880         GO TO 9900-EXIT
009890     END-IF.
009900     MOVE SPACES TO GLR-RUN-RECORD.
009910     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
009920     MOVE "GLEDIT"   TO GLR-PROGRAM.
009930     MOVE "ENDED"    TO GLR-EVENT.
009940     IF GLX-CODE-TABLE-LOADED
009950         MOVE "OK"       TO GLR-STATUS
009960     ELSE
009970         MOVE "FAIL"     TO GLR-STATUS
009980     END-IF.
009990     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
010000     MOVE GLX-CYCLE-NO TO GLR-CYCLE-NO.
010010     CALL "GLRCPOST" USING GLR-RUN-RECORD.
010020 9900-EXIT.
010030     EXIT.
