000390*                  OF AN ALREADY-POSTED DATE THE DAY BUCKETS
000400*                  AND CLOSING ARE RESET FROM THE OPENING
000410*                  BEFORE ACTIVITY POSTS, RESTATING THE DAY.
000420*10/15/2026 RLH    COMPANY-PARTITIONED NIGHT.  AN OPTIONAL
000430*                  GLPRTID "PARTID" CARD (ID IN COLUMNS 10-11)
000440*                  NAMES THE GLPARTSP PARTITION THIS RUN ROLLS;
000450*                  ITS EVENTS CARRY THE PARTITION.  THE OTHER
000460*                  PARTITIONS ROLL THEIR OWN COMPANIES IN THE
000470*                  SAME MASTER TONIGHT, SO A PARTITION'S PROOF
000480*                  SHEET LISTS ONLY THE COMPANIES ITS OWN SLICE
000490*                  CARRIED.  NO CARD IS THE UNPARTITIONED RUN,
000500*                  UNCHANGED.
000510*10/15/2026 RLH    CONTROL-TOTAL CHAIN.  AT END OF RUN THE RECORD
000520*                  COUNT AND DEBIT/CREDIT AMOUNT HASH OF GLVALID
000530*                  AS READ GO TO THE GLCTLCHN CONTROL-CHAIN FILE
000540*                  (VIA GLCCPOST), WITH THE PARTITION, FOR THE
000550*                  GLCTLPRF PROOF AGAINST THE PRODUCING STEP.
000560*10/15/2026 RLH    AN ITEM WHOSE GLI-CO-ID IS OVER 9999 CANNOT BE
000570*                  KEYED ON THE MASTER OR NOTED IN THE COMPANY
000580*                  TABLE, SO IT IS REJECTED UNROLLED, LISTED ON
000590*                  SYSOUT AND THE RUN POSTS NOGO.  IT STILL COUNTS
000600*                  IN THE CONTROL-CHAIN HASH OF GLVALID AS READ.
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
000720     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS GLX-VALID-STATUS.
000760
000770     SELECT OPTIONAL GL-BAL-FILE ASSIGN TO GLBALMF
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS GLX-BAL-KEY
000810         FILE STATUS IS GLX-BAL-STATUS.
000820
000830     SELECT GL-PROOF-RPT ASSIGN TO GLBALPRF
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS GLX-RPT-STATUS.
000860
000870     SELECT OPTIONAL GL-PART-PARM ASSIGN TO GLPRTID
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS GLX-PRTPRM-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930*----------------------------------------------------------------
000940*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000950*AS POW_GL_DETAIL_OUTPUT
000960*----------------------------------------------------------------
000970 FD  GL-VALID-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY "POW_GL_Detail_Output".
001010
001020*----------------------------------------------------------------
001030*KEYED BALANCE MASTER - ONE RECORD PER CO-ID / APPL-ID /
001040*ACCOUNT, CARRYING THE LAST ROLLED BUSINESS DATE, THE OPENING
001050*BALANCE, THE DAY'S DEBIT AND CREDIT ACTIVITY AND THE CLOSING
001060*BALANCE
001070*----------------------------------------------------------------
001080 FD  GL-BAL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  GLX-BAL-RECORD.
001110     05  GLX-BAL-KEY.
001120         10  GLX-BAL-CO-ID          PIC 9(04).
001130         10  GLX-BAL-APPL-ID        PIC X(02).
001140         10  GLX-BAL-ACT-NO         PIC 9(15).
001150     05  GLX-BAL-LAST-DATE          PIC 9(07).
001160     05  GLX-BAL-OPENING            PIC S9(13)V99.
001170     05  GLX-BAL-DAY-DR             PIC S9(13)V99.
001180     05  GLX-BAL-DAY-CR             PIC S9(13)V99.
001190     05  GLX-BAL-CLOSING            PIC S9(13)V99.
001200     05  FILLER                     PIC X(20).
001210
001220 FD  GL-PROOF-RPT
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE OMITTED.
001250 01  PRF-RPT-LINE                     PIC X(132).
001260
001270*----------------------------------------------------------------
001280*OPTIONAL PARTITION CARD - A "PARTID" KEYWORD WITH THE PARTITION
001290*ID IN COLUMNS 10-11.  NO CARD MEANS AN UNPARTITIONED RUN
001300*----------------------------------------------------------------
001310 FD  GL-PART-PARM
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE OMITTED.
001340 01  GLX-PRTPRM-RECORD.
001350     05  GLX-PRTPRM-KEYWORD        PIC X(08).
001360         88  GLX-PRTPRM-IS-PARTID          VALUE "PARTID".
001370     05  FILLER                    PIC X(01).
001380     05  GLX-PRTPRM-PARTITION      PIC X(02).
001390     05  GLX-PRTPRM-FILLER         PIC X(69).
001400
001410 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------
001430*SWITCHES AND COUNTERS
001440*----------------------------------------------------------------
001450 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001460     88  GLX-VALID-OK                          VALUE "00".
001470     88  GLX-VALID-EOF                          VALUE "10".
001480 77  GLX-BAL-STATUS                  PIC X(02) VALUE SPACES.
001490*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL BALANCE MASTER
001500*WHEN IT DID NOT EXIST YET (THE FIRST NIGHT BOOTSTRAPS IT)
001510     88  GLX-BAL-OK                            VALUE "00" "05".
001520     88  GLX-BAL-NOT-FOUND                     VALUE "23".
001530     88  GLX-BAL-EOF                           VALUE "10".
001540 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001550 77  GLX-PRTPRM-STATUS               PIC X(02) VALUE SPACES.
001560     88  GLX-PRTPRM-OK                         VALUE "00".
001570 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001580     88  GLX-EOF-REACHED                        VALUE "Y".
001590 77  GLX-SWEEP-DONE-SW               PIC X(01) VALUE "N".
001600     88  GLX-SWEEP-DONE                         VALUE "Y".
001610 77  GLX-NEW-ACCOUNT-SW              PIC X(01) VALUE "N".
001620     88  GLX-NEW-ACCOUNT                        VALUE "Y".
001630 77  GLX-TOUCH-STATE                 PIC X(01) VALUE "F".
001640     88  GLX-TOUCH-FIRST                        VALUE "F".
001650     88  GLX-TOUCH-REPEAT                       VALUE "R".
001660     88  GLX-TOUCH-UNKNOWN                      VALUE "U".
001670 77  GLX-TCH-FULL-SW                 PIC X(01) VALUE "N".
001680     88  GLX-TCH-FULL                           VALUE "Y".
001690 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001700*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
001710 77  GLX-IN-DR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
001720 77  GLX-IN-CR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
001730 77  GLX-ACCOUNTS-ADDED             PIC S9(09) COMP-3 VALUE ZERO.
001740 77  GLX-ACCOUNTS-ROLLED            PIC S9(09) COMP-3 VALUE ZERO.
001750 77  GLX-NEGATIVE-CLOSINGS          PIC S9(07) COMP-3 VALUE ZERO.
001760 77  GLX-REJECTED                   PIC S9(07) COMP-3 VALUE ZERO.
001770 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001780*SPACES ON AN UNPARTITIONED RUN; 01-08 WHEN A GLPRTID CARD NAMES
001790*THE COMPANY PARTITION, STAMPED ON EVERY EVENT
001800 77  GLX-PARTITION-ID                PIC X(02) VALUE SPACES.
001810     88  GLX-UNPARTITIONED                      VALUE SPACES.
001820
001830*----------------------------------------------------------------
001840*COMPANIES CARRIED BY THIS RUN'S INPUT, SUBSCRIPTED BY CO-ID
001850*PLUS ONE.  A PARTITION'S PROOF SWEEP PRINTS ONLY THESE
001860*----------------------------------------------------------------
001870 77  GLX-CO-SUB                     PIC S9(05) COMP   VALUE ZERO.
001880 01  GLX-CO-SEEN-TABLE.
001890     05  GLX-CO-SEEN-SW               PIC X(01)
001900             OCCURS 10000 TIMES.
001910
001920*----------------------------------------------------------------
001930*TOUCHED-ACCOUNT TABLE - EVERY ACCOUNT KEY SEEN SO FAR THIS
001940*RUN.  THE FIRST IN-RUN TOUCH OF AN ACCOUNT ALREADY ROLLED TO
001950*TONIGHT'S DATE IS A RERUN AND RESTATES THE DAY INSTEAD OF
001960*DOUBLING IT.  AN OVERFLOWED TABLE LOSES THAT GUARANTEE FOR
001970*THE ACCOUNTS BEYOND IT, AND THE RUN SAYS SO ON SYSOUT
001980*----------------------------------------------------------------
001990 77  GLX-TCH-COUNT                  PIC S9(05) COMP   VALUE ZERO.
002000 77  GLX-TCH-MAX                    PIC S9(05) COMP   VALUE 10000.
002010 01  GLX-TOUCHED-TABLE.
002020     05  GLX-TCH-ENTRY OCCURS 1 TO 10000 TIMES
002030             DEPENDING ON GLX-TCH-COUNT
002040             INDEXED BY GLX-TX.
002050         10  GLX-TCH-CO-ID            PIC 9(04).
002060         10  GLX-TCH-APPL-ID          PIC X(02).
002070         10  GLX-TCH-ACT-NO           PIC 9(15) COMP-3.
002080
002090*----------------------------------------------------------------
002100*COMPANY PROOF ACCUMULATORS FOR THE CONTROL BREAK ON CO-ID
002110*DURING THE CLOSING SWEEP OF THE MASTER
002120*----------------------------------------------------------------
002130 77  GLX-HOLD-CO-ID                  PIC 9(04) VALUE ZERO.
002140 77  GLX-CO-STARTED-SW               PIC X(01) VALUE "N".
002150     88  GLX-CO-STARTED                         VALUE "Y".
002160 77  GLX-CO-OPENING               PIC S9(15)V99 COMP-3 VALUE ZERO.
002170 77  GLX-CO-DAY-DR                PIC S9(15)V99 COMP-3 VALUE ZERO.
002180 77  GLX-CO-DAY-CR                PIC S9(15)V99 COMP-3 VALUE ZERO.
002190 77  GLX-CO-CLOSING               PIC S9(15)V99 COMP-3 VALUE ZERO.
002200 77  GLX-CO-PROOF-AMT             PIC S9(15)V99 COMP-3 VALUE ZERO.
002210
002220*----------------------------------------------------------------
002230*REPORT LINE WORK AREAS
002240*----------------------------------------------------------------
002250 01  GLX-HDG-LINE-1.
002260     05  FILLER                     PIC X(34)
002270             VALUE "GL ACCOUNT BALANCE PROOF SHEET FOR".
002280     05  FILLER                     PIC X(01) VALUE SPACES.
002290     05  GLX-H1-BUSDATE             PIC 9(07).
002300     05  FILLER                     PIC X(90) VALUE SPACES.
002310
002320 01  GLX-HDG-LINE-2.
002330     05  FILLER                     PIC X(06) VALUE "CO-ID".
002340     05  FILLER                     PIC X(06) VALUE "APPL".
002350     05  FILLER                  PIC X(17) VALUE "ACCOUNT NUMBER".
002360     05  FILLER                     PIC X(18) VALUE "OPENING".
002370     05  FILLER                     PIC X(18) VALUE "DAY DEBITS".
002380     05  FILLER                     PIC X(18) VALUE "DAY CREDITS".
002390     05  FILLER                     PIC X(18) VALUE "CLOSING".
002400     05  FILLER                     PIC X(10) VALUE "FLAG".
002410     05  FILLER                     PIC X(21) VALUE SPACES.
002420
002430 01  GLX-DETAIL-LINE.
002440     05  GLX-DL-CO-ID               PIC ZZZ9.
002450     05  FILLER                     PIC X(03) VALUE SPACES.
002460     05  GLX-DL-APPL-ID             PIC XX.
002470     05  FILLER                     PIC X(03) VALUE SPACES.
002480     05  GLX-DL-ACT-NO              PIC Z(14)9.
002490     05  FILLER                     PIC X(02) VALUE SPACES.
002500     05  GLX-DL-OPENING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002510     05  FILLER                     PIC X(01) VALUE SPACES.
002520     05  GLX-DL-DAY-DR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002530     05  FILLER                     PIC X(01) VALUE SPACES.
002540     05  GLX-DL-DAY-CR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002550     05  FILLER                     PIC X(01) VALUE SPACES.
002560     05  GLX-DL-CLOSING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002570     05  FILLER                     PIC X(01) VALUE SPACES.
002580     05  GLX-DL-FLAG                PIC X(10).
002590     05  FILLER                     PIC X(13) VALUE SPACES.
002600
002610 01  GLX-COMPANY-LINE.
002620     05  FILLER                     PIC X(08) VALUE "COMPANY".
002630     05  GLX-CL-CO-ID               PIC ZZZ9.
002640     05  FILLER                     PIC X(17) VALUE SPACES.
002650     05  GLX-CL-OPENING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002660     05  FILLER                     PIC X(01) VALUE SPACES.
002670     05  GLX-CL-DAY-DR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002680     05  FILLER                     PIC X(01) VALUE SPACES.
002690     05  GLX-CL-DAY-CR              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002700     05  FILLER                     PIC X(01) VALUE SPACES.
002710     05  GLX-CL-CLOSING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002720     05  FILLER                     PIC X(01) VALUE SPACES.
002730     05  GLX-CL-STATUS              PIC X(10).
002740     05  FILLER                     PIC X(13) VALUE SPACES.
002750
002760*----------------------------------------------------------------
002770*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002780*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002790*----------------------------------------------------------------
002800 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002810     88  GLX-RC-STARTED                         VALUE "Y".
002820 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002830 COPY "GLRUNREC".
002840
002850*----------------------------------------------------------------
002860*CONTROL-CHAIN POSTING WORK AREA - FILE TOTALS GO TO THE SHARED
002870*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002880*----------------------------------------------------------------
002890 COPY "GLCTLREC".
002900
002910 PROCEDURE DIVISION.
002920*----------------------------------------------------------------
002930*0000-MAINLINE
002940*----------------------------------------------------------------
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002980         UNTIL GLX-EOF-REACHED.
002990     PERFORM 8000-PROOF-SWEEP THRU 8000-EXIT.
003000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003010     STOP RUN.
003020
003030*----------------------------------------------------------------
003040*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ
003050*----------------------------------------------------------------
003060 1000-INITIALIZE.
003070     MOVE ALL "N" TO GLX-CO-SEEN-TABLE.
003080     PERFORM 1100-READ-PARTITION-CARD THRU 1100-EXIT.
003090     OPEN INPUT GL-VALID-FILE.
003100     OPEN I-O   GL-BAL-FILE.
003110     OPEN OUTPUT GL-PROOF-RPT.
003120     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
003130         DISPLAY "GLBALMST - OPEN ERROR ON GL-VALID-FILE "
003140             GLX-VALID-STATUS
003150         MOVE "Y" TO GLX-EOF-SWITCH
003160         MOVE "Y" TO GLX-SWEEP-DONE-SW
003170         GO TO 1000-EXIT
003180     END-IF.
003190     IF NOT GLX-BAL-OK
003200         DISPLAY "GLBALMST - OPEN ERROR ON GL-BAL-FILE "
003210             GLX-BAL-STATUS
003220         MOVE "Y" TO GLX-EOF-SWITCH
003230         MOVE "Y" TO GLX-SWEEP-DONE-SW
003240         GO TO 1000-EXIT
003250     END-IF.
003260     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003270 1000-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310*1100-READ-PARTITION-CARD - OPTIONAL PARTITION CARD.  NO CARD, A
003320*BAD KEYWORD OR A NON-NUMERIC ID LEAVES THE UNPARTITIONED RUN
003330*----------------------------------------------------------------
003340 1100-READ-PARTITION-CARD.
003350     OPEN INPUT GL-PART-PARM.
003360     IF NOT GLX-PRTPRM-OK
003370         GO TO 1100-CLOSE
003380     END-IF.
003390     READ GL-PART-PARM
003400         AT END
003410             GO TO 1100-CLOSE
003420     END-READ.
003430     IF GLX-PRTPRM-IS-PARTID
003440        AND GLX-PRTPRM-PARTITION NUMERIC
003450         MOVE GLX-PRTPRM-PARTITION TO GLX-PARTITION-ID
003460         DISPLAY "GLBALMST - COMPANY PARTITION " GLX-PARTITION-ID
003470     END-IF.
003480 1100-CLOSE.
003490     CLOSE GL-PART-PARM.
003500 1100-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003540*2000-PROCESS-FILE - ROLL ONE VALIDATED RECORD INTO ITS
003550*ACCOUNT'S BALANCE MASTER RECORD.  A COMPANY OVER 9999 HAS NO
003560*PLACE ON THE MASTER KEY OR IN THE COMPANY TABLE AND IS REJECTED
003570*----------------------------------------------------------------
003580 2000-PROCESS-FILE.
003590     ADD 1 TO GLX-RECORDS-READ.
003600     IF NOT GLX-RC-STARTED
003610         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
003620     END-IF.
003630     IF GLI-PD-TRAN-SIGN < ZERO
003640         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
003650     ELSE
003660         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
003670     END-IF.
003680     IF GLI-CO-ID > 9999
003690         ADD 1 TO GLX-REJECTED
003700         DISPLAY "GLBALMST - COMPANY " GLI-CO-ID
003710             " OUTSIDE 0000-9999 - ITEM NOT ROLLED, ACCOUNT "
003720             GLI-ACT-NO
003730         GO TO 2000-READ-NEXT
003740     END-IF.
003750     COMPUTE GLX-CO-SUB = GLI-CO-ID + 1.
003760     MOVE "Y" TO GLX-CO-SEEN-SW (GLX-CO-SUB).
003770     PERFORM 2200-FETCH-ACCOUNT THRU 2200-EXIT.
003780     PERFORM 2250-NOTE-TOUCH THRU 2250-EXIT.
003790     PERFORM 2300-ROLL-ACCOUNT THRU 2300-EXIT.
003800     PERFORM 2400-PUT-ACCOUNT THRU 2400-EXIT.
003810 2000-READ-NEXT.
003820     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003830 2000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870*2100-READ-VALID
003880*----------------------------------------------------------------
003890 2100-READ-VALID.
003900     READ GL-VALID-FILE
003910         AT END
003920             MOVE "Y" TO GLX-EOF-SWITCH
003930     END-READ.
003940 2100-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980*2200-FETCH-ACCOUNT - RANDOM READ UNDER THE CO-ID / APPL-ID /
003990*ACT-NO KEY.  AN UNKNOWN ACCOUNT OPENS AT ZERO
004000*----------------------------------------------------------------
004010 2200-FETCH-ACCOUNT.
004020     MOVE "N" TO GLX-NEW-ACCOUNT-SW.
004030     MOVE GLI-CO-ID   TO GLX-BAL-CO-ID.
004040     MOVE GLI-APPL-ID TO GLX-BAL-APPL-ID.
004050     MOVE GLI-ACT-NO  TO GLX-BAL-ACT-NO.
004060     READ GL-BAL-FILE
004070         INVALID KEY
004080             MOVE "Y" TO GLX-NEW-ACCOUNT-SW
004090     END-READ.
004100     IF NOT GLX-NEW-ACCOUNT
004110         GO TO 2200-EXIT
004120     END-IF.
004130     MOVE GLI-CO-ID   TO GLX-BAL-CO-ID.
004140     MOVE GLI-APPL-ID TO GLX-BAL-APPL-ID.
004150     MOVE GLI-ACT-NO  TO GLX-BAL-ACT-NO.
004160     MOVE ZERO TO GLX-BAL-LAST-DATE
004170                  GLX-BAL-OPENING
004180                  GLX-BAL-DAY-DR
004190                  GLX-BAL-DAY-CR
004200                  GLX-BAL-CLOSING.
004210 2200-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250*2250-NOTE-TOUCH - IS THIS THE ACCOUNT'S FIRST TOUCH OF THE
004260*RUN.  A FULL TABLE CANNOT TELL, SO THE OVERFLOW ACCOUNTS
004270*FALL BACK TO THE LAST-ROLLED-DATE TEST ALONE (NO RERUN
004280*RESTATE) AND THE LOSS IS REPORTED ONCE
004290*----------------------------------------------------------------
004300 2250-NOTE-TOUCH.
004310     IF GLX-TCH-COUNT > ZERO
004320         SET GLX-TX TO 1
004330         SEARCH GLX-TCH-ENTRY
004340             AT END
004350                 CONTINUE
004360             WHEN GLX-TCH-CO-ID (GLX-TX) = GLI-CO-ID
004370              AND GLX-TCH-APPL-ID (GLX-TX) = GLI-APPL-ID
004380              AND GLX-TCH-ACT-NO (GLX-TX) = GLI-ACT-NO
004390                 MOVE "R" TO GLX-TOUCH-STATE
004400                 GO TO 2250-EXIT
004410         END-SEARCH
004420     END-IF.
004430     IF GLX-TCH-COUNT NOT < GLX-TCH-MAX
004440         IF NOT GLX-TCH-FULL
004450             MOVE "Y" TO GLX-TCH-FULL-SW
004460             DISPLAY "GLBALMST - TOUCHED TABLE FULL AT "
004470                 GLX-TCH-MAX " - RERUN RESTATE LOST BEYOND IT"
004480         END-IF
004490         MOVE "U" TO GLX-TOUCH-STATE
004500         GO TO 2250-EXIT
004510     END-IF.
004520     ADD 1 TO GLX-TCH-COUNT.
004530     SET GLX-TX TO GLX-TCH-COUNT.
004540     MOVE GLI-CO-ID   TO GLX-TCH-CO-ID (GLX-TX).
004550     MOVE GLI-APPL-ID TO GLX-TCH-APPL-ID (GLX-TX).
004560     MOVE GLI-ACT-NO  TO GLX-TCH-ACT-NO (GLX-TX).
004570     MOVE "F" TO GLX-TOUCH-STATE.
004580 2250-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------
004620*2300-ROLL-ACCOUNT - THE ACCOUNT'S FIRST TOUCH OF THE RUN
004630*RESETS THE DAY: A DATE NOT YET ROLLED MOVES CLOSING TO
004640*OPENING AND STAMPS THE NEW DATE, WHILE A DATE ALREADY ROLLED
004650*(A RERUN) MOVES OPENING BACK TO CLOSING, SO THE RERUN
004660*RESTATES THE DAY INSTEAD OF DOUBLING IT.  EITHER WAY THE DAY
004670*BUCKETS CLEAR BEFORE ACTIVITY POSTS.  A DEBIT (NEGATIVE
004680*GLI-PD-TRAN-SIGN) REDUCES THE BALANCE, A CREDIT INCREASES IT
004690*----------------------------------------------------------------
004700 2300-ROLL-ACCOUNT.
004710     IF GLX-TOUCH-REPEAT
004720         GO TO 2300-POST
004730     END-IF.
004740     IF GLX-TOUCH-UNKNOWN
004750        AND GLX-BAL-LAST-DATE = GLI-POST-DATE
004760         GO TO 2300-POST
004770     END-IF.
004780     IF GLX-BAL-LAST-DATE = GLI-POST-DATE
004790         MOVE GLX-BAL-OPENING TO GLX-BAL-CLOSING
004800     ELSE
004810         MOVE GLX-BAL-CLOSING TO GLX-BAL-OPENING
004820         MOVE GLI-POST-DATE TO GLX-BAL-LAST-DATE
004830     END-IF.
004840     MOVE ZERO TO GLX-BAL-DAY-DR
004850                  GLX-BAL-DAY-CR.
004860 2300-POST.
004870     IF GLI-PD-TRAN-SIGN < ZERO
004880         ADD GLI-TRANS-AMT      TO GLX-BAL-DAY-DR
004890         SUBTRACT GLI-TRANS-AMT FROM GLX-BAL-CLOSING
004900     ELSE
004910         ADD GLI-TRANS-AMT      TO GLX-BAL-DAY-CR
004920         ADD GLI-TRANS-AMT      TO GLX-BAL-CLOSING
004930     END-IF.
004940 2300-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980*2400-PUT-ACCOUNT - WRITE A NEW ACCOUNT, REWRITE A KNOWN ONE
004990*----------------------------------------------------------------
005000 2400-PUT-ACCOUNT.
005010     IF GLX-NEW-ACCOUNT
005020         WRITE GLX-BAL-RECORD
005030             INVALID KEY
005040                 DISPLAY "GLBALMST - WRITE FAILED, KEY "
005050                     GLX-BAL-KEY " STATUS " GLX-BAL-STATUS
005060         END-WRITE
005070         IF GLX-BAL-OK
005080             ADD 1 TO GLX-ACCOUNTS-ADDED
005090         END-IF
005100     ELSE
005110         REWRITE GLX-BAL-RECORD
005120             INVALID KEY
005130                 DISPLAY "GLBALMST - REWRITE FAILED, KEY "
005140                     GLX-BAL-KEY " STATUS " GLX-BAL-STATUS
005150         END-REWRITE
005160     END-IF.
005170 2400-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210*8000-PROOF-SWEEP - SEQUENTIAL PASS OF THE MASTER IN KEY ORDER.
005220*ONLY ACCOUNTS ROLLED TONIGHT PRINT; CO-ID LEADS THE KEY, SO
005230*THE COMPANY CONTROL BREAK FALLS OUT OF THE READ ORDER
005240*----------------------------------------------------------------
005250 8000-PROOF-SWEEP.
005260     IF GLX-BUSINESS-DATE = ZERO
005270         GO TO 8000-EXIT
005280     END-IF.
005290     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE.
005300     WRITE PRF-RPT-LINE FROM GLX-HDG-LINE-1.
005310     WRITE PRF-RPT-LINE FROM GLX-HDG-LINE-2.
005320     MOVE LOW-VALUES TO GLX-BAL-KEY.
005330     START GL-BAL-FILE KEY NOT LESS THAN GLX-BAL-KEY
005340         INVALID KEY
005350             MOVE "Y" TO GLX-SWEEP-DONE-SW
005360     END-START.
005370     PERFORM 8100-PROOF-ONE THRU 8100-EXIT
005380         UNTIL GLX-SWEEP-DONE.
005390     IF GLX-CO-STARTED
005400         PERFORM 8300-PRINT-COMPANY THRU 8300-EXIT
005410     END-IF.
005420 8000-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460*8100-PROOF-ONE - NEXT MASTER RECORD; BREAK ON COMPANY, PRINT
005470*THE ACCOUNT WHEN IT WAS ROLLED TONIGHT.  A PARTITION PASSES
005480*OVER THE COMPANIES ANOTHER PARTITION IS ROLLING
005490*----------------------------------------------------------------
005500 8100-PROOF-ONE.
005510     READ GL-BAL-FILE NEXT RECORD
005520         AT END
005530             MOVE "Y" TO GLX-SWEEP-DONE-SW
005540             GO TO 8100-EXIT
005550     END-READ.
005560     IF NOT GLX-BAL-OK
005570         MOVE "Y" TO GLX-SWEEP-DONE-SW
005580         GO TO 8100-EXIT
005590     END-IF.
005600     IF GLX-BAL-LAST-DATE NOT = GLX-BUSINESS-DATE
005610         GO TO 8100-EXIT
005620     END-IF.
005630     COMPUTE GLX-CO-SUB = GLX-BAL-CO-ID + 1.
005640     IF NOT GLX-UNPARTITIONED
005650        AND GLX-CO-SEEN-SW (GLX-CO-SUB) NOT = "Y"
005660         GO TO 8100-EXIT
005670     END-IF.
005680     IF GLX-CO-STARTED
005690        AND GLX-BAL-CO-ID NOT = GLX-HOLD-CO-ID
005700         PERFORM 8300-PRINT-COMPANY THRU 8300-EXIT
005710     END-IF.
005720     IF NOT GLX-CO-STARTED
005730         MOVE "Y" TO GLX-CO-STARTED-SW
005740         MOVE GLX-BAL-CO-ID TO GLX-HOLD-CO-ID
005750     END-IF.
005760     PERFORM 8200-PRINT-ACCOUNT THRU 8200-EXIT.
005770 8100-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810*8200-PRINT-ACCOUNT - ONE PROOF LINE PER ROLLED ACCOUNT, WITH
005820*THE NEGATIVE-CLOSING FLAG THE AUDITORS ASKED FOR
005830*----------------------------------------------------------------
005840 8200-PRINT-ACCOUNT.
005850     ADD 1 TO GLX-ACCOUNTS-ROLLED.
005860     MOVE GLX-BAL-CO-ID   TO GLX-DL-CO-ID.
005870     MOVE GLX-BAL-APPL-ID TO GLX-DL-APPL-ID.
005880     MOVE GLX-BAL-ACT-NO  TO GLX-DL-ACT-NO.
005890     MOVE GLX-BAL-OPENING TO GLX-DL-OPENING.
005900     MOVE GLX-BAL-DAY-DR  TO GLX-DL-DAY-DR.
005910     MOVE GLX-BAL-DAY-CR  TO GLX-DL-DAY-CR.
005920     MOVE GLX-BAL-CLOSING TO GLX-DL-CLOSING.
005930     IF GLX-BAL-CLOSING < ZERO
005940         MOVE "** NEG **" TO GLX-DL-FLAG
005950         ADD 1 TO GLX-NEGATIVE-CLOSINGS
005960     ELSE
005970         MOVE SPACES      TO GLX-DL-FLAG
005980     END-IF.
005990     WRITE PRF-RPT-LINE FROM GLX-DETAIL-LINE.
006000     ADD GLX-BAL-OPENING TO GLX-CO-OPENING.
006010     ADD GLX-BAL-DAY-DR  TO GLX-CO-DAY-DR.
006020     ADD GLX-BAL-DAY-CR  TO GLX-CO-DAY-CR.
006030     ADD GLX-BAL-CLOSING TO GLX-CO-CLOSING.
006040 8200-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080*8300-PRINT-COMPANY - COMPANY TOTAL LINE PROVING OPENING PLUS
006090*CREDITS MINUS DEBITS EQUALS CLOSING, THEN RESET FOR THE NEXT
006100*COMPANY
006110*----------------------------------------------------------------
006120 8300-PRINT-COMPANY.
006130     MOVE GLX-HOLD-CO-ID  TO GLX-CL-CO-ID.
006140     MOVE GLX-CO-OPENING  TO GLX-CL-OPENING.
006150     MOVE GLX-CO-DAY-DR   TO GLX-CL-DAY-DR.
006160     MOVE GLX-CO-DAY-CR   TO GLX-CL-DAY-CR.
006170     MOVE GLX-CO-CLOSING  TO GLX-CL-CLOSING.
006180     COMPUTE GLX-CO-PROOF-AMT = GLX-CO-OPENING
006190         + GLX-CO-DAY-CR - GLX-CO-DAY-DR.
006200     IF GLX-CO-PROOF-AMT = GLX-CO-CLOSING
006210         MOVE "PROVED"     TO GLX-CL-STATUS
006220     ELSE
006230         MOVE "** OUT **"  TO GLX-CL-STATUS
006240     END-IF.
006250     WRITE PRF-RPT-LINE FROM GLX-COMPANY-LINE.
006260     MOVE GLX-BAL-CO-ID TO GLX-HOLD-CO-ID.
006270     MOVE ZERO TO GLX-CO-OPENING
006280                  GLX-CO-DAY-DR
006290                  GLX-CO-DAY-CR
006300                  GLX-CO-CLOSING.
006310 8300-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
006360*----------------------------------------------------------------
006370 9999-TERMINATE.
006380     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
006390     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
006400     CLOSE GL-VALID-FILE.
006410     CLOSE GL-BAL-FILE.
006420     CLOSE GL-PROOF-RPT.
006430     DISPLAY "GLBALMST - RECORDS READ:      " GLX-RECORDS-READ.
006440     DISPLAY "GLBALMST - ACCOUNTS ADDED:    "
006450         GLX-ACCOUNTS-ADDED.
006460     DISPLAY "GLBALMST - ACCOUNTS ROLLED:   "
006470         GLX-ACCOUNTS-ROLLED.
006480     DISPLAY "GLBALMST - NEGATIVE CLOSINGS: "
006490         GLX-NEGATIVE-CLOSINGS.
006500     DISPLAY "GLBALMST - ITEMS REJECTED:    " GLX-REJECTED.
006510 9999-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------
006550*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
006560*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
006570*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
006580*----------------------------------------------------------------
006590 9750-POST-CONTROL-CHAIN.
006600     IF GLX-RC-BUSDATE = ZERO
006610         GO TO 9750-EXIT
006620     END-IF.
006630     MOVE SPACES           TO GLC-CHAIN-RECORD.
006640     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
006650     MOVE "GLBALMST"       TO GLC-PROGRAM.
006660     MOVE "GLVALID"        TO GLC-FILE-NAME.
006670     MOVE "I"              TO GLC-DIRECTION.
006680     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
006690     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
006700     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
006710     MOVE GLX-PARTITION-ID TO GLC-PARTITION-ID.
006720     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
006730 9750-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
006780*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
006790*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
006800*----------------------------------------------------------------
006810 9800-POST-RUN-START.
006820     MOVE "Y" TO GLX-RC-STARTED-SW.
006830     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
006840     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
006850     MOVE SPACES TO GLR-RUN-RECORD.
006860     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006870     MOVE "GLBALMST" TO GLR-PROGRAM.
006880     MOVE "STARTED"  TO GLR-EVENT.
006890     MOVE SPACES     TO GLR-STATUS.
006900     MOVE ZERO       TO GLR-RECORD-COUNT.
006910     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
006920     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006930 9800-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------
006970*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
006980*AND ITS RECORD COUNT.  A REJECTED ITEM LEAVES THE MASTER SHORT
006990*OF GLVALID AND POSTS NOGO.  NOTHING IS POSTED WHEN NO RECORD WAS
007000*EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
007010*----------------------------------------------------------------
007020 9900-POST-RUN-END.
007030     IF GLX-RC-BUSDATE = ZERO
007040         GO TO 9900-EXIT
007050     END-IF.
007060     MOVE SPACES TO GLR-RUN-RECORD.
007070     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
007080     MOVE "GLBALMST" TO GLR-PROGRAM.
007090     MOVE "ENDED"    TO GLR-EVENT.
007100     IF GLX-REJECTED > ZERO
007110         MOVE "NOGO"     TO GLR-STATUS
007120     ELSE
007130         MOVE "OK"       TO GLR-STATUS
007140     END-IF.
007150     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
007160     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
007170     CALL "GLRCPOST" USING GLR-RUN-RECORD.
007180 9900-EXIT.
007190     EXIT.
