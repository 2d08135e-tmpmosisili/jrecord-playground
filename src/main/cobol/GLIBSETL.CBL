000010*****************************************************************
000020** PROGRAM-ID: GLIBSETL
000030** NIGHTLY INTER-BRANCH DUE-TO / DUE-FROM SETTLEMENT BATCH AND
000040** SETTLEMENT MATRIX FROM THE VALIDATED EXTRACT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLIBSETL.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  GLCORPST SUMMARIZES ONLY BY
000180*                  THE POSTING BRANCH, SO THE BRANCH THAT TOOK AN
000190*                  ITEM IN NEVER SAW THE OFFSET.  EVERY GLVALID
000200*                  ITEM TAKEN IN AT A BRANCH OTHER THAN ITS
000210*                  GLI-BRANCH IS NETTED INTO A BRANCH-PAIR CELL
000220*                  BY GLI-CO-ID.  THE HANDLING BRANCH IS THE
000230*                  GLI-REMIT-BRANCH OF A REMOTE / DEVICE CAPTURE
000240*                  (SOURCE TYPE "RD", THE SAME TEST GLDEVRPT
000250*                  USES), ELSE GLI-DEVICE-ORIGIN-BRANCH, ELSE
000260*                  GLI-BRANCH-OF-ORIGIN.  EACH PAIR THAT DOES NOT
000270*                  NET TO NOTHING GETS A BALANCED DUE-FROM (DEBIT)
000280*                  / DUE-TO (CREDIT) ENTRY, ONE AT EACH BRANCH,
000290*                  IN THE GLIBRIF COMPANION BATCH, WRITTEN IN THE
000300*                  GLCORPIF HEADER / DETAIL / TRAILER FORM UNDER
000310*                  APPLICATION "IB" WITH THE OTHER BRANCH OF THE
000320*                  PAIR CARRIED ON THE DETAIL.  THE GLIBRPT
000330*                  MATRIX PROVES EVERY PAIR AND EVERY COMPANY
000340*                  NETS TO ZERO.  A FULL TABLE OR AN UNBALANCED
000350*                  BATCH ENDS THE JOB WITH RETURN CODE 16, FAIL
000360*                  POSTED AND NO BATCH RELEASED, AS IN GLCORPST.
000370*10/15/2026 RLH    AT END OF RUN THE RECORD COUNT AND DEBIT/
000380*                  CREDIT AMOUNT HASH OF GLVALID AS READ, AND THE
000390*                  GLIBRIF BATCH AS WRITTEN (RECORDS INCLUDING
000400*                  HEADER AND TRAILER, AND THE TRAILER'S DEBIT AND
000410*                  CREDIT TOTALS), GO TO THE GLCTLCHN
000420*                  CONTROL-CHAIN FILE (VIA GLCCPOST) FOR THE
000430*                  GLCTLPRF PROOF.  A BATCH NOT RELEASED IS POSTED
000440*                  AS ZERO RECORDS WRITTEN, AS GLCORPST POSTS ITS
000450*                  OWN.
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
000620     SELECT GL-IBR-FILE ASSIGN TO GLIBRIF
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS GLX-IBR-STATUS.
000660
000670     SELECT GL-IBR-RPT ASSIGN TO GLIBRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS GLX-RPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------
000740*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000750*AS POW_GL_DETAIL_OUTPUT
000760*----------------------------------------------------------------
000770 FD  GL-VALID-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "POW_GL_Detail_Output".
000810
000820*----------------------------------------------------------------
000830*OUTPUT INTER-BRANCH SETTLEMENT BATCH - HEADER / DETAIL /
000840*TRAILER RECORD SET IN THE CORPORATE LEDGER'S 80-BYTE INTAKE
000850*FORMAT, LAID OUT EXACTLY AS GLCORPIF.  THE DETAIL ALSO CARRIES
000860*THE OTHER BRANCH OF THE PAIR IN WHAT IS FILLER ON GLCORPIF
000870*----------------------------------------------------------------
000880 FD  GL-IBR-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  GLX-IBR-RECORD                   PIC X(80).
000920 01  GLX-IBR-HEADER REDEFINES GLX-IBR-RECORD.
000930     05  GLX-BH-REC-TYPE            PIC X(01).
000940     05  GLX-BH-BUSDATE             PIC 9(07).
000950     05  GLX-BH-BATCH-ID            PIC X(08).
000960     05  GLX-BH-RUN-DATE            PIC 9(06).
000970     05  GLX-BH-RUN-TIME            PIC 9(08).
000980     05  FILLER                     PIC X(50).
000990 01  GLX-IBR-DETAIL REDEFINES GLX-IBR-RECORD.
001000     05  GLX-BD-REC-TYPE            PIC X(01).
001010     05  GLX-BD-CO-ID               PIC 9(04).
001020     05  GLX-BD-BRANCH              PIC 9(05).
001030     05  GLX-BD-APPL-ID             PIC X(02).
001040     05  GLX-BD-SIDE                PIC X(01).
001050     05  GLX-BD-AMOUNT              PIC 9(13)V99.
001060     05  GLX-BD-ITEM-COUNT          PIC 9(07).
001070     05  GLX-BD-CONTRA-BRANCH       PIC 9(05).
001080     05  FILLER                     PIC X(40).
001090 01  GLX-IBR-TRAILER REDEFINES GLX-IBR-RECORD.
001100     05  GLX-BT-REC-TYPE            PIC X(01).
001110     05  GLX-BT-REC-COUNT           PIC 9(09).
001120     05  GLX-BT-HASH-TOTAL          PIC 9(15)V99.
001130     05  GLX-BT-DR-TOTAL            PIC 9(13)V99.
001140     05  GLX-BT-CR-TOTAL            PIC 9(13)V99.
001150     05  FILLER                     PIC X(23).
001160
001170 FD  GL-IBR-RPT
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE OMITTED.
001200 01  IBR-RPT-LINE                     PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------
001240*SWITCHES AND COUNTERS
001250*----------------------------------------------------------------
001260 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001270     88  GLX-VALID-OK                          VALUE "00".
001280     88  GLX-VALID-EOF                          VALUE "10".
001290 77  GLX-IBR-STATUS                  PIC X(02) VALUE SPACES.
001300 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001310 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001320     88  GLX-EOF-REACHED                        VALUE "Y".
001330 77  GLX-TABLE-FULL-SW               PIC X(01) VALUE "N".
001340     88  GLX-TABLE-FULL                         VALUE "Y".
001350 77  GLX-ENTRY-FOUND-SW              PIC X(01) VALUE "Y".
001360     88  GLX-ENTRY-FOUND                        VALUE "Y".
001370 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001380 77  GLX-ITEMS-SETTLED              PIC S9(09) COMP-3 VALUE ZERO.
001390 77  GLX-ITEMS-SAME-BRANCH          PIC S9(09) COMP-3 VALUE ZERO.
001400 77  GLX-BAD-REMIT-BRANCH           PIC S9(07) COMP-3 VALUE ZERO.
001410 77  GLX-DETAILS-WRITTEN            PIC S9(09) COMP-3 VALUE ZERO.
001420 77  GLX-COMPANIES-OUT              PIC S9(05) COMP-3 VALUE ZERO.
001430 77  GLX-WORK-DATE                   PIC 9(06) VALUE ZERO.
001440 77  GLX-WORK-TIME                   PIC 9(08) VALUE ZERO.
001450 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001460
001470*----------------------------------------------------------------
001480*THE ITEM IN HAND: ITS POSTING AND HANDLING BRANCH, THE PAIR KEY
001490*THEY MAKE (LOWER BRANCH FIRST) AND THE ITEM'S EFFECT ON THE
001500*LOWER BRANCH'S DUE-FROM.  A CREDIT POSTED AT ONE BRANCH BUT
001510*TAKEN IN AT ANOTHER LEAVES THE POSTING BRANCH DUE FROM THE
001520*HANDLING BRANCH; A DEBIT THE REVERSE
001530*----------------------------------------------------------------
001540 77  GLX-POST-BRANCH                 PIC 9(05) VALUE ZERO.
001550 77  GLX-HANDLING-BRANCH             PIC 9(05) VALUE ZERO.
001560 77  GLX-ITEM-EFFECT              PIC S9(11)V99 COMP-3 VALUE ZERO.
001570 01  GLX-NEW-PAIR-KEY.
001580     05  GLX-NPK-CO-ID              PIC 9(04).
001590     05  GLX-NPK-BRANCH-A           PIC 9(05).
001600     05  GLX-NPK-BRANCH-B           PIC 9(05).
001610 01  GLX-NEW-BRANCH-KEY.
001620     05  GLX-NBK-CO-ID              PIC 9(04).
001630     05  GLX-NBK-BRANCH             PIC 9(05).
001640
001650*----------------------------------------------------------------
001660*SETTLEMENT ENTRIES ARE BOOKED TO THIS CORPORATE LEDGER
001670*APPLICATION: THE DEBIT SIDE IS DUE-FROM, THE CREDIT SIDE DUE-TO
001680*----------------------------------------------------------------
001690 77  GLX-IB-APPL-ID                  PIC X(02) VALUE "IB".
001700
001710*----------------------------------------------------------------
001720*BATCH CONTROL TOTALS.  THE HASH TOTAL IS THE UNSIGNED SUM OF
001730*EVERY DETAIL AMOUNT, AS ON GLCORPIF
001740*----------------------------------------------------------------
001750 77  GLX-TOT-DR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001760 77  GLX-TOT-CR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001770 77  GLX-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE ZERO.
001780
001790*----------------------------------------------------------------
001800*CONTROL-CHAIN TOTALS - GLVALID AS READ (EVERY RECORD, WHETHER
001810*OR NOT IT REACHED A PAIR) AND THE BATCH AS RELEASED
001820*----------------------------------------------------------------
001830 77  GLX-IN-DR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
001840 77  GLX-IN-CR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
001850 77  GLX-OUT-COUNT                  PIC S9(09) COMP-3 VALUE ZERO.
001860 77  GLX-OUT-DR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001870 77  GLX-OUT-CR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001880
001890*----------------------------------------------------------------
001900*BRANCH-PAIR TABLE - ONE ENTRY PER CO-ID AND UNORDERED PAIR OF
001910*BRANCHES (BRANCH A THE LOWER), CHAINED IN KEY ORDER FROM
001920*GLX-PR-HEAD.  GLX-PR-NET IS BRANCH A'S DUE-FROM BRANCH B
001930*(NEGATIVE WHEN A IS DUE TO B).  THE ENTRY FIELDS ARE FILLED
001940*WHEN THE PAIR'S SETTLEMENT IS BUILT
001950*----------------------------------------------------------------
001960 77  GLX-PR-COUNT                   PIC S9(04) COMP   VALUE ZERO.
001970 77  GLX-PR-MAX                     PIC S9(04) COMP   VALUE 5000.
001980 77  GLX-PR-HEAD                    PIC S9(04) COMP   VALUE ZERO.
001990 01  GLX-PAIR-TABLE.
002000     05  GLX-PR-ENTRY OCCURS 1 TO 5000 TIMES
002010             DEPENDING ON GLX-PR-COUNT
002020             INDEXED BY GLX-PX.
002030         10  GLX-PR-KEY.
002040             15  GLX-PR-CO-ID         PIC 9(04).
002050             15  GLX-PR-BRANCH-A      PIC 9(05).
002060             15  GLX-PR-BRANCH-B      PIC 9(05).
002070         10  GLX-PR-NEXT              PIC S9(04) COMP.
002080         10  GLX-PR-ITEMS             PIC S9(07) COMP-3.
002090         10  GLX-PR-GROSS             PIC S9(13)V99 COMP-3.
002100         10  GLX-PR-NET               PIC S9(13)V99 COMP-3.
002110         10  GLX-PR-A-SIDE            PIC X(01).
002120         10  GLX-PR-B-SIDE            PIC X(01).
002130         10  GLX-PR-ENTRY-AMT         PIC S9(13)V99 COMP-3.
002140
002150*----------------------------------------------------------------
002160*BRANCH POSITION TABLE - ONE ENTRY PER CO-ID / BRANCH HOLDING
002170*THE DUE-FROM AND DUE-TO ENTRIES WRITTEN FOR IT, CHAINED IN KEY
002180*ORDER FROM GLX-BR-HEAD
002190*----------------------------------------------------------------
002200 77  GLX-BR-COUNT                   PIC S9(04) COMP   VALUE ZERO.
002210 77  GLX-BR-MAX                     PIC S9(04) COMP   VALUE 3000.
002220 77  GLX-BR-HEAD                    PIC S9(04) COMP   VALUE ZERO.
002230 01  GLX-BRANCH-TABLE.
002240     05  GLX-BR-ENTRY OCCURS 1 TO 3000 TIMES
002250             DEPENDING ON GLX-BR-COUNT
002260             INDEXED BY GLX-BX.
002270         10  GLX-BR-KEY.
002280             15  GLX-BR-CO-ID         PIC 9(04).
002290             15  GLX-BR-BRANCH        PIC 9(05).
002300         10  GLX-BR-NEXT              PIC S9(04) COMP.
002310         10  GLX-BR-PARTNERS          PIC S9(05) COMP-3.
002320         10  GLX-BR-DUE-FROM          PIC S9(13)V99 COMP-3.
002330         10  GLX-BR-DUE-TO            PIC S9(13)V99 COMP-3.
002340
002350*----------------------------------------------------------------
002360*CHAIN WORK AREAS - SHARED BY BOTH TABLES' KEY-ORDER LINKING
002370*AND BY THE WALKS THAT PRINT AND WRITE IN KEY ORDER
002380*----------------------------------------------------------------
002390 77  GLX-NEW-SUB                    PIC S9(04) COMP   VALUE ZERO.
002400 77  GLX-CUR-SUB                    PIC S9(04) COMP   VALUE ZERO.
002410 77  GLX-PREV-SUB                   PIC S9(04) COMP   VALUE ZERO.
002420 77  GLX-AFTER-SUB                  PIC S9(04) COMP   VALUE ZERO.
002430 77  GLX-WALK-SUB                   PIC S9(04) COMP   VALUE ZERO.
002440
002450*----------------------------------------------------------------
002460*COMPANY BREAK TOTALS FOR THE MATRIX
002470*----------------------------------------------------------------
002480 77  GLX-BRK-CO-ID                   PIC 9(04) VALUE ZERO.
002490 77  GLX-BRK-STARTED-SW              PIC X(01) VALUE "N".
002500     88  GLX-BRK-STARTED                        VALUE "Y".
002510 77  GLX-BRK-ITEMS                  PIC S9(09) COMP-3 VALUE ZERO.
002520 77  GLX-BRK-GROSS              PIC S9(13)V99 COMP-3 VALUE ZERO.
002530 77  GLX-BRK-DR                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002540 77  GLX-BRK-CR                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002550 77  GLX-ALL-ITEMS                  PIC S9(09) COMP-3 VALUE ZERO.
002560 77  GLX-ALL-GROSS              PIC S9(13)V99 COMP-3 VALUE ZERO.
002570 77  GLX-PAIR-PROOF             PIC S9(13)V99 COMP-3 VALUE ZERO.
002580
002590*----------------------------------------------------------------
002600*REPORT LINE WORK AREAS
002610*----------------------------------------------------------------
002620 01  GLX-HDG-LINE-1.
002630     05  FILLER                     PIC X(40)
002640             VALUE "GL INTER-BRANCH SETTLEMENT MATRIX".
002650     05  FILLER                     PIC X(15)
002660             VALUE "BUSINESS DATE".
002670     05  GLX-H1-BUSDATE             PIC 9(07).
002680     05  FILLER                     PIC X(70) VALUE SPACES.
002690
002700 01  GLX-PAIR-HDG-LINE.
002710     05  FILLER                     PIC X(06) VALUE "CO".
002720     05  FILLER                     PIC X(08) VALUE "BR A".
002730     05  FILLER                     PIC X(08) VALUE "BR B".
002740     05  FILLER                     PIC X(09) VALUE "  ITEMS".
002750     05  FILLER                     PIC X(18)
002760             VALUE "     GROSS ITEMS".
002770     05  FILLER                     PIC X(21)
002780             VALUE "   ENTRY AT BRANCH A".
002790     05  FILLER                     PIC X(21)
002800             VALUE "   ENTRY AT BRANCH B".
002810     05  FILLER                     PIC X(15)
002820             VALUE "     PAIR NET".
002830     05  FILLER                     PIC X(26) VALUE "STATUS".
002840
002850 01  GLX-PAIR-LINE.
002860     05  GLX-PL-CO-ID               PIC X(04).
002870     05  FILLER                     PIC X(02) VALUE SPACES.
002880     05  GLX-PL-BRANCH-A            PIC X(05).
002890     05  FILLER                     PIC X(03) VALUE SPACES.
002900     05  GLX-PL-BRANCH-B            PIC X(05).
002910     05  FILLER                     PIC X(03) VALUE SPACES.
002920     05  GLX-PL-ITEMS               PIC ZZZ,ZZ9.
002930     05  FILLER                     PIC X(02) VALUE SPACES.
002940     05  GLX-PL-GROSS               PIC Z,ZZZ,ZZZ,ZZ9.99.
002950     05  FILLER                     PIC X(02) VALUE SPACES.
002960     05  GLX-PL-A-SIDE              PIC X(03).
002970     05  GLX-PL-A-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99.
002980     05  FILLER                     PIC X(02) VALUE SPACES.
002990     05  GLX-PL-B-SIDE              PIC X(03).
003000     05  GLX-PL-B-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99.
003010     05  FILLER                     PIC X(02) VALUE SPACES.
003020     05  GLX-PL-NET                 PIC Z,ZZZ,ZZ9.99-.
003030     05  FILLER                     PIC X(02) VALUE SPACES.
003040     05  GLX-PL-STATUS              PIC X(10).
003050     05  FILLER                     PIC X(16) VALUE SPACES.
003060
003070 01  GLX-POS-HDG-LINE.
003080     05  FILLER                     PIC X(06) VALUE "CO".
003090     05  FILLER                     PIC X(08) VALUE "BRANCH".
003100     05  FILLER                     PIC X(10) VALUE "PARTNERS".
003110     05  FILLER                     PIC X(18)
003120             VALUE "   DUE-FROM (DR)".
003130     05  FILLER                     PIC X(18)
003140             VALUE "     DUE-TO (CR)".
003150     05  FILLER                     PIC X(19)
003160             VALUE "     NET POSITION".
003170     05  FILLER                     PIC X(53) VALUE "STATUS".
003180
003190 01  GLX-POS-LINE.
003200     05  GLX-BL-CO-ID               PIC ZZZ9.
003210     05  FILLER                     PIC X(02) VALUE SPACES.
003220     05  GLX-BL-BRANCH              PIC X(05).
003230     05  FILLER                     PIC X(03) VALUE SPACES.
003240     05  GLX-BL-PARTNERS            PIC ZZZZ9.
003250     05  FILLER                     PIC X(05) VALUE SPACES.
003260     05  GLX-BL-DUE-FROM            PIC Z,ZZZ,ZZZ,ZZ9.99.
003270     05  FILLER                     PIC X(02) VALUE SPACES.
003280     05  GLX-BL-DUE-TO              PIC Z,ZZZ,ZZZ,ZZ9.99.
003290     05  FILLER                     PIC X(02) VALUE SPACES.
003300     05  GLX-BL-NET                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
003310     05  FILLER                     PIC X(02) VALUE SPACES.
003320     05  GLX-BL-STATUS              PIC X(10).
003330     05  FILLER                     PIC X(43) VALUE SPACES.
003340
003350 01  GLX-SECTION-LINE.
003360     05  GLX-SL-TEXT                PIC X(60).
003370     05  FILLER                     PIC X(72) VALUE SPACES.
003380
003390 77  GLX-BRANCH-EDIT                 PIC ZZZZ9.
003400 77  GLX-CO-EDIT                     PIC ZZZ9.
003410
003420*----------------------------------------------------------------
003430*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
003440*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
003450*----------------------------------------------------------------
003460 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
003470     88  GLX-RC-STARTED                         VALUE "Y".
003480 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
003490 COPY "GLRUNREC".
003500
003510*----------------------------------------------------------------
003520*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
003530*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
003540*----------------------------------------------------------------
003550 COPY "GLCTLREC".
003560
003570 PROCEDURE DIVISION.
003580*----------------------------------------------------------------
003590*0000-MAINLINE - AN INCOMPLETE OR UNBALANCED SETTLEMENT NEVER
003600*REACHES THE BATCH WRITE; THE JOB ENDS WITH RETURN CODE 16
003610*INSTEAD, AS GLCORPST DOES
003620*----------------------------------------------------------------
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003650     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
003660         UNTIL GLX-EOF-REACHED.
003670     PERFORM 2500-PROVE-COMPLETE THRU 2500-EXIT.
003680     PERFORM 3000-BUILD-ENTRIES THRU 3000-EXIT.
003690     PERFORM 3500-PROVE-BALANCE THRU 3500-EXIT.
003700     PERFORM 8000-WRITE-BATCH THRU 8000-EXIT.
003710     PERFORM 8500-PRINT-MATRIX THRU 8500-EXIT.
003720     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003730     STOP RUN.
003740
003750*----------------------------------------------------------------
003760*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ
003770*----------------------------------------------------------------
003780 1000-INITIALIZE.
003790     OPEN INPUT  GL-VALID-FILE.
003800     OPEN OUTPUT GL-IBR-FILE
003810                 GL-IBR-RPT.
003820     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
003830         DISPLAY "GLIBSETL - OPEN ERROR ON GL-VALID-FILE "
003840             GLX-VALID-STATUS
003850         MOVE "Y" TO GLX-EOF-SWITCH
003860         GO TO 1000-EXIT
003870     END-IF.
003880     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003890 1000-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------
003930*2000-PROCESS-FILE - AN ITEM TAKEN IN AT A BRANCH OTHER THAN
003940*THE ONE IT POSTS TO IS NETTED INTO ITS BRANCH PAIR
003950*----------------------------------------------------------------
003960 2000-PROCESS-FILE.
003970     ADD 1 TO GLX-RECORDS-READ.
003980     IF NOT GLX-RC-STARTED
003990         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
004000     END-IF.
004010     IF GLI-PD-TRAN-SIGN < ZERO
004020         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
004030     ELSE
004040         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
004050     END-IF.
004060     MOVE GLI-BRANCH TO GLX-POST-BRANCH.
004070     PERFORM 2200-FIND-HANDLING-BRANCH THRU 2200-EXIT.
004080     IF GLX-HANDLING-BRANCH = ZERO
004090        OR GLX-HANDLING-BRANCH = GLX-POST-BRANCH
004100         ADD 1 TO GLX-ITEMS-SAME-BRANCH
004110         GO TO 2000-READ
004120     END-IF.
004130     MOVE GLI-CO-ID TO GLX-NPK-CO-ID.
004140     IF GLI-PD-TRAN-SIGN < ZERO
004150         COMPUTE GLX-ITEM-EFFECT = ZERO - GLI-TRANS-AMT
004160     ELSE
004170         MOVE GLI-TRANS-AMT TO GLX-ITEM-EFFECT
004180     END-IF.
004190     IF GLX-POST-BRANCH < GLX-HANDLING-BRANCH
004200         MOVE GLX-POST-BRANCH     TO GLX-NPK-BRANCH-A
004210         MOVE GLX-HANDLING-BRANCH TO GLX-NPK-BRANCH-B
004220     ELSE
004230         MOVE GLX-HANDLING-BRANCH TO GLX-NPK-BRANCH-A
004240         MOVE GLX-POST-BRANCH     TO GLX-NPK-BRANCH-B
004250         COMPUTE GLX-ITEM-EFFECT = ZERO - GLX-ITEM-EFFECT
004260     END-IF.
004270     PERFORM 2300-FIND-OR-ADD-PAIR THRU 2300-EXIT.
004280     PERFORM 2400-ACCUMULATE-PAIR THRU 2400-EXIT.
004290 2000-READ.
004300     PERFORM 2100-READ-VALID THRU 2100-EXIT.
004310 2000-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*2100-READ-VALID
004360*----------------------------------------------------------------
004370 2100-READ-VALID.
004380     READ GL-VALID-FILE
004390         AT END
004400             MOVE "Y" TO GLX-EOF-SWITCH
004410     END-READ.
004420 2100-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460*2200-FIND-HANDLING-BRANCH - WHERE THE ITEM WAS ACTUALLY TAKEN
004470*IN.  A REMOTE / DEVICE CAPTURE NAMES ITS REMITTING BRANCH IN
004480*THE GLI-FNB-OPERATOR VIEW; ITS SIX DIGITS MUST HOLD A FIVE-DIGIT
004490*BRANCH OR THE NEXT SOURCE IS USED.  ZERO MEANS NO OTHER BRANCH
004500*WAS INVOLVED
004510*----------------------------------------------------------------
004520 2200-FIND-HANDLING-BRANCH.
004530     MOVE ZERO TO GLX-HANDLING-BRANCH.
004540     IF GLI-SOURCE-TYPE = "RD"
004550         IF GLI-REMIT-BRANCH NUMERIC
004560            AND GLI-REMIT-BRANCH > ZERO
004570             IF GLI-REMIT-BRANCH > 99999
004580                 ADD 1 TO GLX-BAD-REMIT-BRANCH
004590             ELSE
004600                 MOVE GLI-REMIT-BRANCH TO GLX-HANDLING-BRANCH
004610                 GO TO 2200-EXIT
004620             END-IF
004630         END-IF
004640     END-IF.
004650     IF GLI-DEVICE-ORIGIN-BRANCH > ZERO
004660         MOVE GLI-DEVICE-ORIGIN-BRANCH TO GLX-HANDLING-BRANCH
004670         GO TO 2200-EXIT
004680     END-IF.
004690     IF GLI-BRANCH-OF-ORIGIN > ZERO
004700         MOVE GLI-BRANCH-OF-ORIGIN TO GLX-HANDLING-BRANCH
004710     END-IF.
004720 2200-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760*2300-FIND-OR-ADD-PAIR - LOCATE THE TABLE ROW FOR THIS CO-ID
004770*AND BRANCH PAIR, ADDING A NEW ROW WHEN NOT FOUND
004780*----------------------------------------------------------------
004790 2300-FIND-OR-ADD-PAIR.
004800     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
004810     SET GLX-PX TO 1.
004820     SEARCH GLX-PR-ENTRY
004830         AT END
004840             PERFORM 2310-ADD-PAIR THRU 2310-EXIT
004850         WHEN GLX-PR-KEY (GLX-PX) = GLX-NEW-PAIR-KEY
004860             CONTINUE
004870     END-SEARCH.
004880 2300-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920*2310-ADD-PAIR - APPEND A NEW ROW AND LINK IT INTO KEY ORDER
004930*----------------------------------------------------------------
004940 2310-ADD-PAIR.
004950     IF GLX-PR-COUNT NOT < GLX-PR-MAX
004960         MOVE "N" TO GLX-ENTRY-FOUND-SW
004970         IF NOT GLX-TABLE-FULL
004980             DISPLAY "GLIBSETL - PAIR TABLE FULL AT "
004990                 GLX-PR-MAX " ENTRIES - SETTLEMENT INCOMPLETE"
005000         END-IF
005010         MOVE "Y" TO GLX-TABLE-FULL-SW
005020         GO TO 2310-EXIT
005030     END-IF.
005040     ADD 1 TO GLX-PR-COUNT.
005050     SET GLX-PX TO GLX-PR-COUNT.
005060     MOVE GLX-NEW-PAIR-KEY TO GLX-PR-KEY (GLX-PX).
005070     MOVE ZERO TO GLX-PR-NEXT (GLX-PX)
005080                  GLX-PR-ITEMS (GLX-PX)
005090                  GLX-PR-GROSS (GLX-PX)
005100                  GLX-PR-NET (GLX-PX)
005110                  GLX-PR-ENTRY-AMT (GLX-PX).
005120     MOVE SPACES TO GLX-PR-A-SIDE (GLX-PX)
005130                    GLX-PR-B-SIDE (GLX-PX).
005140     SET GLX-NEW-SUB TO GLX-PX.
005150     PERFORM 2320-LINK-PAIR THRU 2320-EXIT.
005160 2310-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200*2320-LINK-PAIR - WALK THE PAIR CHAIN TO THE FIRST ROW WITH A
005210*HIGHER KEY AND LINK THE NEW ROW IN AHEAD OF IT
005220*----------------------------------------------------------------
005230 2320-LINK-PAIR.
005240     MOVE ZERO TO GLX-PREV-SUB
005250                  GLX-AFTER-SUB.
005260     MOVE GLX-PR-HEAD TO GLX-CUR-SUB.
005270     PERFORM 2330-STEP-PAIR-CHAIN THRU 2330-EXIT
005280         UNTIL GLX-CUR-SUB = ZERO.
005290     MOVE GLX-AFTER-SUB TO GLX-PR-NEXT (GLX-NEW-SUB).
005300     IF GLX-PREV-SUB = ZERO
005310         MOVE GLX-NEW-SUB TO GLX-PR-HEAD
005320     ELSE
005330         MOVE GLX-NEW-SUB TO GLX-PR-NEXT (GLX-PREV-SUB)
005340     END-IF.
005350 2320-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390*2330-STEP-PAIR-CHAIN - STOPS ONCE THE CURRENT ROW SORTS AFTER
005400*THE NEW ONE, HOLDING THAT ROW AS THE ONE THE NEW ROW GOES
005410*AHEAD OF
005420*----------------------------------------------------------------
005430 2330-STEP-PAIR-CHAIN.
005440     IF GLX-PR-KEY (GLX-CUR-SUB) > GLX-NEW-PAIR-KEY
005450         GO TO 2330-FOUND
005460     END-IF.
005470     MOVE GLX-CUR-SUB TO GLX-PREV-SUB.
005480     MOVE GLX-PR-NEXT (GLX-CUR-SUB) TO GLX-CUR-SUB.
005490     GO TO 2330-EXIT.
005500 2330-FOUND.
005510     MOVE GLX-CUR-SUB TO GLX-AFTER-SUB.
005520     MOVE ZERO TO GLX-CUR-SUB.
005530 2330-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570*2400-ACCUMULATE-PAIR - ROLL THE ITEM INTO ITS PAIR.  GROSS IS
005580*THE PLAIN SUM OF THE ITEMS; NET IS BRANCH A'S DUE-FROM
005590*----------------------------------------------------------------
005600 2400-ACCUMULATE-PAIR.
005610     IF NOT GLX-ENTRY-FOUND
005620         GO TO 2400-EXIT
005630     END-IF.
005640     ADD 1               TO GLX-ITEMS-SETTLED.
005650     ADD 1               TO GLX-PR-ITEMS (GLX-PX).
005660     ADD GLI-TRANS-AMT   TO GLX-PR-GROSS (GLX-PX).
005670     ADD GLX-ITEM-EFFECT TO GLX-PR-NET (GLX-PX).
005680 2400-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720*2500-PROVE-COMPLETE - A FULL PAIR TABLE DROPPED ITEMS FROM THE
005730*SETTLEMENT.  THE BATCH IS NOT RELEASED: FAIL IS POSTED AND THE
005740*JOB ENDS WITH RETURN CODE 16, AS GLCORPST DOES
005750*----------------------------------------------------------------
005760 2500-PROVE-COMPLETE.
005770     IF NOT GLX-TABLE-FULL
005780         GO TO 2500-EXIT
005790     END-IF.
005800     DISPLAY "GLIBSETL - ** SETTLEMENT INCOMPLETE ** TABLE "
005810         "OVERFLOWED - BATCH NOT RELEASED".
005820     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
005830     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
005840     CLOSE GL-VALID-FILE.
005850     CLOSE GL-IBR-FILE.
005860     CLOSE GL-IBR-RPT.
005870     MOVE 16 TO RETURN-CODE.
005880     STOP RUN.
005890 2500-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930*3000-BUILD-ENTRIES - IN KEY ORDER, TURN EACH PAIR'S NET INTO
005940*ITS DUE-FROM / DUE-TO ENTRY AT EACH BRANCH AND POST BOTH TO
005950*THE BRANCH POSITIONS
005960*----------------------------------------------------------------
005970 3000-BUILD-ENTRIES.
005980     MOVE GLX-PR-HEAD TO GLX-WALK-SUB.
005990     PERFORM 3100-ENTRY-FOR-PAIR THRU 3100-EXIT
006000         UNTIL GLX-WALK-SUB = ZERO.
006010     PERFORM 2500-PROVE-COMPLETE THRU 2500-EXIT.
006020 3000-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060*3100-ENTRY-FOR-PAIR - BRANCH A DEBITS DUE-FROM WHEN THE NET IS
006070*IN ITS FAVOUR AND CREDITS DUE-TO WHEN IT IS NOT; BRANCH B TAKES
006080*THE OTHER SIDE.  A PAIR THAT NETS TO NOTHING GETS NO ENTRY
006090*----------------------------------------------------------------
006100 3100-ENTRY-FOR-PAIR.
006110     SET GLX-PX TO GLX-WALK-SUB.
006120     MOVE GLX-PR-NEXT (GLX-PX) TO GLX-WALK-SUB.
006130     IF GLX-PR-NET (GLX-PX) = ZERO
006140         GO TO 3100-EXIT
006150     END-IF.
006160     IF GLX-PR-NET (GLX-PX) > ZERO
006170         MOVE "D" TO GLX-PR-A-SIDE (GLX-PX)
006180         MOVE "C" TO GLX-PR-B-SIDE (GLX-PX)
006190         MOVE GLX-PR-NET (GLX-PX) TO GLX-PR-ENTRY-AMT (GLX-PX)
006200     ELSE
006210         MOVE "C" TO GLX-PR-A-SIDE (GLX-PX)
006220         MOVE "D" TO GLX-PR-B-SIDE (GLX-PX)
006230         COMPUTE GLX-PR-ENTRY-AMT (GLX-PX) =
006240             ZERO - GLX-PR-NET (GLX-PX)
006250     END-IF.
006260     MOVE GLX-PR-CO-ID (GLX-PX)    TO GLX-NBK-CO-ID.
006270     MOVE GLX-PR-BRANCH-A (GLX-PX) TO GLX-NBK-BRANCH.
006280     PERFORM 3200-POST-BRANCH THRU 3200-EXIT.
006290     IF GLX-ENTRY-FOUND
006300         IF GLX-PR-A-SIDE (GLX-PX) = "D"
006310             ADD GLX-PR-ENTRY-AMT (GLX-PX)
006320                 TO GLX-BR-DUE-FROM (GLX-BX)
006330         ELSE
006340             ADD GLX-PR-ENTRY-AMT (GLX-PX)
006350                 TO GLX-BR-DUE-TO (GLX-BX)
006360         END-IF
006370     END-IF.
006380     MOVE GLX-PR-BRANCH-B (GLX-PX) TO GLX-NBK-BRANCH.
006390     PERFORM 3200-POST-BRANCH THRU 3200-EXIT.
006400     IF GLX-ENTRY-FOUND
006410         IF GLX-PR-B-SIDE (GLX-PX) = "D"
006420             ADD GLX-PR-ENTRY-AMT (GLX-PX)
006430                 TO GLX-BR-DUE-FROM (GLX-BX)
006440         ELSE
006450             ADD GLX-PR-ENTRY-AMT (GLX-PX)
006460                 TO GLX-BR-DUE-TO (GLX-BX)
006470         END-IF
006480     END-IF.
006490     ADD GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-TOT-DR-AMT
006500                                      GLX-TOT-CR-AMT.
006510 3100-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------
006550*3200-POST-BRANCH - LOCATE THE POSITION ROW FOR THE CO-ID /
006560*BRANCH IN GLX-NEW-BRANCH-KEY, ADDING AND LINKING A NEW ROW
006570*WHEN NOT FOUND, AND COUNT THE PARTNER
006580*----------------------------------------------------------------
006590 3200-POST-BRANCH.
006600     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
006610     IF GLX-BR-COUNT > ZERO
006620         SET GLX-BX TO 1
006630         SEARCH GLX-BR-ENTRY
006640             AT END
006650                 CONTINUE
006660             WHEN GLX-BR-KEY (GLX-BX) = GLX-NEW-BRANCH-KEY
006670                 ADD 1 TO GLX-BR-PARTNERS (GLX-BX)
006680                 GO TO 3200-EXIT
006690         END-SEARCH
006700     END-IF.
006710     IF GLX-BR-COUNT NOT < GLX-BR-MAX
006720         MOVE "N" TO GLX-ENTRY-FOUND-SW
006730         IF NOT GLX-TABLE-FULL
006740             DISPLAY "GLIBSETL - BRANCH TABLE FULL AT "
006750                 GLX-BR-MAX " ENTRIES - SETTLEMENT INCOMPLETE"
006760         END-IF
006770         MOVE "Y" TO GLX-TABLE-FULL-SW
006780         GO TO 3200-EXIT
006790     END-IF.
006800     ADD 1 TO GLX-BR-COUNT.
006810     SET GLX-BX TO GLX-BR-COUNT.
006820     MOVE GLX-NEW-BRANCH-KEY TO GLX-BR-KEY (GLX-BX).
006830     MOVE 1    TO GLX-BR-PARTNERS (GLX-BX).
006840     MOVE ZERO TO GLX-BR-NEXT (GLX-BX)
006850                  GLX-BR-DUE-FROM (GLX-BX)
006860                  GLX-BR-DUE-TO (GLX-BX).
006870     SET GLX-NEW-SUB TO GLX-BX.
006880     PERFORM 3210-LINK-BRANCH THRU 3210-EXIT.
006890 3200-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------
006930*3210-LINK-BRANCH - WALK THE BRANCH CHAIN TO THE FIRST ROW WITH
006940*A HIGHER KEY AND LINK THE NEW ROW IN AHEAD OF IT
006950*----------------------------------------------------------------
006960 3210-LINK-BRANCH.
006970     MOVE ZERO TO GLX-PREV-SUB
006980                  GLX-AFTER-SUB.
006990     MOVE GLX-BR-HEAD TO GLX-CUR-SUB.
007000     PERFORM 3220-STEP-BRANCH-CHAIN THRU 3220-EXIT
007010         UNTIL GLX-CUR-SUB = ZERO.
007020     MOVE GLX-AFTER-SUB TO GLX-BR-NEXT (GLX-NEW-SUB).
007030     IF GLX-PREV-SUB = ZERO
007040         MOVE GLX-NEW-SUB TO GLX-BR-HEAD
007050     ELSE
007060         MOVE GLX-NEW-SUB TO GLX-BR-NEXT (GLX-PREV-SUB)
007070     END-IF.
007080 3210-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120*3220-STEP-BRANCH-CHAIN
007130*----------------------------------------------------------------
007140 3220-STEP-BRANCH-CHAIN.
007150     IF GLX-BR-KEY (GLX-CUR-SUB) > GLX-NEW-BRANCH-KEY
007160         GO TO 3220-FOUND
007170     END-IF.
007180     MOVE GLX-CUR-SUB TO GLX-PREV-SUB.
007190     MOVE GLX-BR-NEXT (GLX-CUR-SUB) TO GLX-CUR-SUB.
007200     GO TO 3220-EXIT.
007210 3220-FOUND.
007220     MOVE GLX-CUR-SUB TO GLX-AFTER-SUB.
007230     MOVE ZERO TO GLX-CUR-SUB.
007240 3220-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------
007280*3500-PROVE-BALANCE - TOTAL DUE-FROM DEBITS MUST EQUAL TOTAL
007290*DUE-TO CREDITS BEFORE ANYTHING IS RELEASED.  A BREAK POSTS A
007300*FAIL EVENT, SETS RETURN CODE 16 AND ENDS THE JOB WITH THE
007310*(EMPTY) BATCH FILE CLOSED
007320*----------------------------------------------------------------
007330 3500-PROVE-BALANCE.
007340     IF GLX-TOT-DR-AMT = GLX-TOT-CR-AMT
007350         GO TO 3500-EXIT
007360     END-IF.
007370     DISPLAY "GLIBSETL - ** OUT OF BALANCE ** DR "
007380         GLX-TOT-DR-AMT " CR " GLX-TOT-CR-AMT
007390         " - BATCH NOT RELEASED".
007400     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
007410     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
007420     CLOSE GL-VALID-FILE.
007430     CLOSE GL-IBR-FILE.
007440     CLOSE GL-IBR-RPT.
007450     MOVE 16 TO RETURN-CODE.
007460     STOP RUN.
007470 3500-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510*8000-WRITE-BATCH - HEADER, A DUE-FROM AND A DUE-TO DETAIL FOR
007520*EACH PAIR THAT CARRIES AN ENTRY, THEN THE TRAILER WITH THE
007530*COUNT AND HASH TOTALS THE INTAKE EDIT RE-PROVES
007540*----------------------------------------------------------------
007550 8000-WRITE-BATCH.
007560     ACCEPT GLX-WORK-DATE FROM DATE.
007570     ACCEPT GLX-WORK-TIME FROM TIME.
007580     MOVE SPACES TO GLX-IBR-RECORD.
007590     MOVE "H"               TO GLX-BH-REC-TYPE.
007600     MOVE GLX-BUSINESS-DATE TO GLX-BH-BUSDATE.
007610     MOVE "GLIBSETL"        TO GLX-BH-BATCH-ID.
007620     MOVE GLX-WORK-DATE     TO GLX-BH-RUN-DATE.
007630     MOVE GLX-WORK-TIME     TO GLX-BH-RUN-TIME.
007640     WRITE GLX-IBR-RECORD.
007650     MOVE GLX-PR-HEAD TO GLX-WALK-SUB.
007660     PERFORM 8100-PUT-ONE-PAIR THRU 8100-EXIT
007670         UNTIL GLX-WALK-SUB = ZERO.
007680     MOVE SPACES TO GLX-IBR-RECORD.
007690     MOVE "T"               TO GLX-BT-REC-TYPE.
007700     COMPUTE GLX-BT-REC-COUNT = GLX-DETAILS-WRITTEN + 2.
007710     MOVE GLX-HASH-TOTAL    TO GLX-BT-HASH-TOTAL.
007720     MOVE GLX-TOT-DR-AMT    TO GLX-BT-DR-TOTAL.
007730     MOVE GLX-TOT-CR-AMT    TO GLX-BT-CR-TOTAL.
007740     WRITE GLX-IBR-RECORD.
007750     COMPUTE GLX-OUT-COUNT = GLX-DETAILS-WRITTEN + 2.
007760     MOVE GLX-TOT-DR-AMT    TO GLX-OUT-DR-AMT.
007770     MOVE GLX-TOT-CR-AMT    TO GLX-OUT-CR-AMT.
007780 8000-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820*8100-PUT-ONE-PAIR - THE ENTRY AT BRANCH A, THEN AT BRANCH B,
007830*EACH NAMING THE OTHER AS ITS CONTRA BRANCH
007840*----------------------------------------------------------------
007850 8100-PUT-ONE-PAIR.
007860     SET GLX-PX TO GLX-WALK-SUB.
007870     MOVE GLX-PR-NEXT (GLX-PX) TO GLX-WALK-SUB.
007880     IF GLX-PR-ENTRY-AMT (GLX-PX) = ZERO
007890         GO TO 8100-EXIT
007900     END-IF.
007910     MOVE SPACES TO GLX-IBR-RECORD.
007920     MOVE "D"                       TO GLX-BD-REC-TYPE.
007930     MOVE GLX-PR-CO-ID (GLX-PX)     TO GLX-BD-CO-ID.
007940     MOVE GLX-PR-BRANCH-A (GLX-PX)  TO GLX-BD-BRANCH.
007950     MOVE GLX-IB-APPL-ID            TO GLX-BD-APPL-ID.
007960     MOVE GLX-PR-A-SIDE (GLX-PX)    TO GLX-BD-SIDE.
007970     MOVE GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-BD-AMOUNT.
007980     MOVE GLX-PR-ITEMS (GLX-PX)     TO GLX-BD-ITEM-COUNT.
007990     MOVE GLX-PR-BRANCH-B (GLX-PX)  TO GLX-BD-CONTRA-BRANCH.
008000     WRITE GLX-IBR-RECORD.
008010     ADD 1 TO GLX-DETAILS-WRITTEN.
008020     ADD GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-HASH-TOTAL.
008030     MOVE GLX-PR-BRANCH-B (GLX-PX)  TO GLX-BD-BRANCH.
008040     MOVE GLX-PR-B-SIDE (GLX-PX)    TO GLX-BD-SIDE.
008050     MOVE GLX-PR-BRANCH-A (GLX-PX)  TO GLX-BD-CONTRA-BRANCH.
008060     WRITE GLX-IBR-RECORD.
008070     ADD 1 TO GLX-DETAILS-WRITTEN.
008080     ADD GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-HASH-TOTAL.
008090 8100-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------
008130*8500-PRINT-MATRIX - EVERY PAIR WITH ITS TWO ENTRIES AND THEIR
008140*NET, A COMPANY TOTAL AT EACH BREAK, THEN EACH BRANCH'S NET
008150*POSITION.  EVERY PAIR, AND EVERY COMPANY'S BRANCHES TAKEN
008160*TOGETHER, MUST NET TO ZERO
008170*----------------------------------------------------------------
008180 8500-PRINT-MATRIX.
008190     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE.
008200     WRITE IBR-RPT-LINE FROM GLX-HDG-LINE-1.
008210     MOVE "BRANCH PAIR SETTLEMENT" TO GLX-SL-TEXT.
008220     WRITE IBR-RPT-LINE FROM GLX-SECTION-LINE.
008230     WRITE IBR-RPT-LINE FROM GLX-PAIR-HDG-LINE.
008240     MOVE "N" TO GLX-BRK-STARTED-SW.
008250     MOVE GLX-PR-HEAD TO GLX-WALK-SUB.
008260     PERFORM 8510-PRINT-PAIR THRU 8510-EXIT
008270         UNTIL GLX-WALK-SUB = ZERO.
008280     IF GLX-BRK-STARTED
008290         PERFORM 8520-PRINT-PAIR-CO-TOTAL THRU 8520-EXIT
008300     END-IF.
008310     MOVE "ALL"      TO GLX-PL-CO-ID.
008320     MOVE "TOTAL"    TO GLX-PL-BRANCH-A.
008330     MOVE SPACES     TO GLX-PL-BRANCH-B.
008340     MOVE GLX-ALL-ITEMS  TO GLX-PL-ITEMS.
008350     MOVE GLX-ALL-GROSS  TO GLX-PL-GROSS.
008360     MOVE "DR "          TO GLX-PL-A-SIDE.
008370     MOVE GLX-TOT-DR-AMT TO GLX-PL-A-AMT.
008380     MOVE "CR "          TO GLX-PL-B-SIDE.
008390     MOVE GLX-TOT-CR-AMT TO GLX-PL-B-AMT.
008400     COMPUTE GLX-PL-NET = GLX-TOT-DR-AMT - GLX-TOT-CR-AMT.
008410     IF GLX-TOT-DR-AMT = GLX-TOT-CR-AMT
008420         MOVE "NETS ZERO" TO GLX-PL-STATUS
008430     ELSE
008440         MOVE "** OUT **" TO GLX-PL-STATUS
008450     END-IF.
008460     WRITE IBR-RPT-LINE FROM GLX-PAIR-LINE.
008470     MOVE "BRANCH NET POSITIONS" TO GLX-SL-TEXT.
008480     WRITE IBR-RPT-LINE FROM GLX-SECTION-LINE.
008490     WRITE IBR-RPT-LINE FROM GLX-POS-HDG-LINE.
008500     MOVE "N" TO GLX-BRK-STARTED-SW.
008510     MOVE GLX-BR-HEAD TO GLX-WALK-SUB.
008520     PERFORM 8610-PRINT-BRANCH THRU 8610-EXIT
008530         UNTIL GLX-WALK-SUB = ZERO.
008540     IF GLX-BRK-STARTED
008550         PERFORM 8620-PRINT-BRANCH-CO-TOTAL THRU 8620-EXIT
008560     END-IF.
008570 8500-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------
008610*8510-PRINT-PAIR - ONE PAIR, TOTALLING A COMPANY AT ITS BREAK.
008620*THE PAIR NET IS BRANCH A'S ENTRY PLUS BRANCH B'S, DEBITS
008630*POSITIVE AND CREDITS NEGATIVE
008640*----------------------------------------------------------------
008650 8510-PRINT-PAIR.
008660     SET GLX-PX TO GLX-WALK-SUB.
008670     MOVE GLX-PR-NEXT (GLX-PX) TO GLX-WALK-SUB.
008680     IF GLX-BRK-STARTED
008690        AND GLX-PR-CO-ID (GLX-PX) NOT = GLX-BRK-CO-ID
008700         PERFORM 8520-PRINT-PAIR-CO-TOTAL THRU 8520-EXIT
008710     END-IF.
008720     IF NOT GLX-BRK-STARTED
008730         MOVE "Y" TO GLX-BRK-STARTED-SW
008740         MOVE GLX-PR-CO-ID (GLX-PX) TO GLX-BRK-CO-ID
008750         MOVE ZERO TO GLX-BRK-ITEMS
008760                      GLX-BRK-GROSS
008770                      GLX-BRK-DR
008780                      GLX-BRK-CR
008790     END-IF.
008800     MOVE GLX-PR-CO-ID (GLX-PX)    TO GLX-CO-EDIT.
008810     MOVE GLX-CO-EDIT              TO GLX-PL-CO-ID.
008820     MOVE GLX-PR-BRANCH-A (GLX-PX) TO GLX-BRANCH-EDIT.
008830     MOVE GLX-BRANCH-EDIT          TO GLX-PL-BRANCH-A.
008840     MOVE GLX-PR-BRANCH-B (GLX-PX) TO GLX-BRANCH-EDIT.
008850     MOVE GLX-BRANCH-EDIT          TO GLX-PL-BRANCH-B.
008860     MOVE GLX-PR-ITEMS (GLX-PX)    TO GLX-PL-ITEMS.
008870     MOVE GLX-PR-GROSS (GLX-PX)    TO GLX-PL-GROSS.
008880     ADD GLX-PR-ITEMS (GLX-PX)     TO GLX-BRK-ITEMS
008890                                      GLX-ALL-ITEMS.
008900     ADD GLX-PR-GROSS (GLX-PX)     TO GLX-BRK-GROSS
008910                                      GLX-ALL-GROSS.
008920     MOVE ZERO TO GLX-PAIR-PROOF.
008930     IF GLX-PR-ENTRY-AMT (GLX-PX) = ZERO
008940         MOVE SPACES TO GLX-PL-A-SIDE
008950                        GLX-PL-B-SIDE
008960         MOVE ZERO   TO GLX-PL-A-AMT
008970                        GLX-PL-B-AMT
008980                        GLX-PL-NET
008990         MOVE "NO ENTRY" TO GLX-PL-STATUS
009000         WRITE IBR-RPT-LINE FROM GLX-PAIR-LINE
009010         GO TO 8510-EXIT
009020     END-IF.
009030     MOVE GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-PL-A-AMT
009040                                       GLX-PL-B-AMT.
009050     IF GLX-PR-A-SIDE (GLX-PX) = "D"
009060         MOVE "DR "                   TO GLX-PL-A-SIDE
009070         ADD GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-PAIR-PROOF
009080                                         GLX-BRK-DR
009090     ELSE
009100         MOVE "CR "                   TO GLX-PL-A-SIDE
009110         SUBTRACT GLX-PR-ENTRY-AMT (GLX-PX) FROM GLX-PAIR-PROOF
009120         ADD GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-BRK-CR
009130     END-IF.
009140     IF GLX-PR-B-SIDE (GLX-PX) = "D"
009150         MOVE "DR "                   TO GLX-PL-B-SIDE
009160         ADD GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-PAIR-PROOF
009170                                         GLX-BRK-DR
009180     ELSE
009190         MOVE "CR "                   TO GLX-PL-B-SIDE
009200         SUBTRACT GLX-PR-ENTRY-AMT (GLX-PX) FROM GLX-PAIR-PROOF
009210         ADD GLX-PR-ENTRY-AMT (GLX-PX) TO GLX-BRK-CR
009220     END-IF.
009230     MOVE GLX-PAIR-PROOF TO GLX-PL-NET.
009240     IF GLX-PAIR-PROOF = ZERO
009250         MOVE "NETS ZERO" TO GLX-PL-STATUS
009260     ELSE
009270         MOVE "** OUT **" TO GLX-PL-STATUS
009280     END-IF.
009290     WRITE IBR-RPT-LINE FROM GLX-PAIR-LINE.
009300 8510-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------------
009340*8520-PRINT-PAIR-CO-TOTAL - THE COMPANY'S DUE-FROM DEBITS AGAINST
009350*ITS DUE-TO CREDITS
009360*----------------------------------------------------------------
009370 8520-PRINT-PAIR-CO-TOTAL.
009380     MOVE GLX-BRK-CO-ID  TO GLX-CO-EDIT.
009390     MOVE GLX-CO-EDIT    TO GLX-PL-CO-ID.
009400     MOVE "TOTAL"        TO GLX-PL-BRANCH-A.
009410     MOVE SPACES         TO GLX-PL-BRANCH-B.
009420     MOVE GLX-BRK-ITEMS  TO GLX-PL-ITEMS.
009430     MOVE GLX-BRK-GROSS  TO GLX-PL-GROSS.
009440     MOVE "DR "          TO GLX-PL-A-SIDE.
009450     MOVE GLX-BRK-DR     TO GLX-PL-A-AMT.
009460     MOVE "CR "          TO GLX-PL-B-SIDE.
009470     MOVE GLX-BRK-CR     TO GLX-PL-B-AMT.
009480     COMPUTE GLX-PL-NET = GLX-BRK-DR - GLX-BRK-CR.
009490     IF GLX-BRK-DR = GLX-BRK-CR
009500         MOVE "NETS ZERO" TO GLX-PL-STATUS
009510     ELSE
009520         MOVE "** OUT **" TO GLX-PL-STATUS
009530         ADD 1 TO GLX-COMPANIES-OUT
009540     END-IF.
009550     WRITE IBR-RPT-LINE FROM GLX-PAIR-LINE.
009560     MOVE "N" TO GLX-BRK-STARTED-SW.
009570 8520-EXIT.
009580     EXIT.
009590
009600*----------------------------------------------------------------
009610*8610-PRINT-BRANCH - ONE BRANCH'S NET POSITION AGAINST ALL ITS
009620*PARTNERS, TOTALLING A COMPANY AT ITS BREAK
009630*----------------------------------------------------------------
009640 8610-PRINT-BRANCH.
009650     SET GLX-BX TO GLX-WALK-SUB.
009660     MOVE GLX-BR-NEXT (GLX-BX) TO GLX-WALK-SUB.
009670     IF GLX-BRK-STARTED
009680        AND GLX-BR-CO-ID (GLX-BX) NOT = GLX-BRK-CO-ID
009690         PERFORM 8620-PRINT-BRANCH-CO-TOTAL THRU 8620-EXIT
009700     END-IF.
009710     IF NOT GLX-BRK-STARTED
009720         MOVE "Y" TO GLX-BRK-STARTED-SW
009730         MOVE GLX-BR-CO-ID (GLX-BX) TO GLX-BRK-CO-ID
009740         MOVE ZERO TO GLX-BRK-ITEMS
009750                      GLX-BRK-DR
009760                      GLX-BRK-CR
009770     END-IF.
009780     MOVE GLX-BR-CO-ID (GLX-BX)     TO GLX-BL-CO-ID.
009790     MOVE GLX-BR-BRANCH (GLX-BX)    TO GLX-BRANCH-EDIT.
009800     MOVE GLX-BRANCH-EDIT           TO GLX-BL-BRANCH.
009810     MOVE GLX-BR-PARTNERS (GLX-BX)  TO GLX-BL-PARTNERS.
009820     MOVE GLX-BR-DUE-FROM (GLX-BX)  TO GLX-BL-DUE-FROM.
009830     MOVE GLX-BR-DUE-TO (GLX-BX)    TO GLX-BL-DUE-TO.
009840     COMPUTE GLX-BL-NET = GLX-BR-DUE-FROM (GLX-BX)
009850                        - GLX-BR-DUE-TO (GLX-BX).
009860     IF GLX-BR-DUE-FROM (GLX-BX) > GLX-BR-DUE-TO (GLX-BX)
009870         MOVE "DUE FROM" TO GLX-BL-STATUS
009880     ELSE
009890         IF GLX-BR-DUE-FROM (GLX-BX) < GLX-BR-DUE-TO (GLX-BX)
009900             MOVE "DUE TO"   TO GLX-BL-STATUS
009910         ELSE
009920             MOVE "EVEN"     TO GLX-BL-STATUS
009930         END-IF
009940     END-IF.
009950     ADD GLX-BR-PARTNERS (GLX-BX) TO GLX-BRK-ITEMS.
009960     ADD GLX-BR-DUE-FROM (GLX-BX) TO GLX-BRK-DR.
009970     ADD GLX-BR-DUE-TO (GLX-BX)   TO GLX-BRK-CR.
009980     WRITE IBR-RPT-LINE FROM GLX-POS-LINE.
009990 8610-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------
010030*8620-PRINT-BRANCH-CO-TOTAL - THE COMPANY'S BRANCH POSITIONS
010040*TAKEN TOGETHER
010050*----------------------------------------------------------------
010060 8620-PRINT-BRANCH-CO-TOTAL.
010070     MOVE GLX-BRK-CO-ID  TO GLX-BL-CO-ID.
010080     MOVE "TOTAL"        TO GLX-BL-BRANCH.
010090     MOVE GLX-BRK-ITEMS  TO GLX-BL-PARTNERS.
010100     MOVE GLX-BRK-DR     TO GLX-BL-DUE-FROM.
010110     MOVE GLX-BRK-CR     TO GLX-BL-DUE-TO.
010120     COMPUTE GLX-BL-NET = GLX-BRK-DR - GLX-BRK-CR.
010130     IF GLX-BRK-DR = GLX-BRK-CR
010140         MOVE "NETS ZERO" TO GLX-BL-STATUS
010150     ELSE
010160         MOVE "** OUT **" TO GLX-BL-STATUS
010170         ADD 1 TO GLX-COMPANIES-OUT
010180     END-IF.
010190     WRITE IBR-RPT-LINE FROM GLX-POS-LINE.
010200     MOVE "N" TO GLX-BRK-STARTED-SW.
010210 8620-EXIT.
010220     EXIT.
010230
010240*----------------------------------------------------------------
010250*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
010260*----------------------------------------------------------------
010270 9999-TERMINATE.
010280     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
010290     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
010300     CLOSE GL-VALID-FILE.
010310     CLOSE GL-IBR-FILE.
010320     CLOSE GL-IBR-RPT.
010330     DISPLAY "GLIBSETL - RECORDS READ:      " GLX-RECORDS-READ.
010340     DISPLAY "GLIBSETL - ITEMS SETTLED:     " GLX-ITEMS-SETTLED.
010350     DISPLAY "GLIBSETL - SAME-BRANCH ITEMS: "
010360         GLX-ITEMS-SAME-BRANCH.
010370     DISPLAY "GLIBSETL - BAD REMIT BRANCH:  "
010380         GLX-BAD-REMIT-BRANCH.
010390     DISPLAY "GLIBSETL - BRANCH PAIRS:      " GLX-PR-COUNT.
010400     DISPLAY "GLIBSETL - DETAILS WRITTEN:   " GLX-DETAILS-WRITTEN.
010410     DISPLAY "GLIBSETL - DUE-FROM TOTAL:    " GLX-TOT-DR-AMT.
010420     DISPLAY "GLIBSETL - DUE-TO TOTAL:      " GLX-TOT-CR-AMT.
010430 9999-EXIT.
010440     EXIT.
010450
010460*----------------------------------------------------------------
010470*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS
010480*READ, AND OF THE GLIBRIF BATCH AS RELEASED (ZERO WHEN THE
010490*BATCH WAS HELD).  NOTHING IS POSTED WHEN NO RECORD WAS EVER
010500*PROCESSED (NO BUSINESS DATE TO POST AGAINST)
010510*----------------------------------------------------------------
010520 9750-POST-CONTROL-CHAIN.
010530     IF GLX-RC-BUSDATE = ZERO
010540         GO TO 9750-EXIT
010550     END-IF.
010560     MOVE SPACES           TO GLC-CHAIN-RECORD.
010570     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
010580     MOVE "GLIBSETL"       TO GLC-PROGRAM.
010590     MOVE "GLVALID"        TO GLC-FILE-NAME.
010600     MOVE "I"              TO GLC-DIRECTION.
010610     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
010620     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
010630     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
010640     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
010650     MOVE "GLIBRIF"        TO GLC-FILE-NAME.
010660     MOVE "O"              TO GLC-DIRECTION.
010670     MOVE GLX-OUT-COUNT    TO GLC-RECORD-COUNT.
010680     MOVE GLX-OUT-DR-AMT   TO GLC-DR-AMOUNT.
010690     MOVE GLX-OUT-CR-AMT   TO GLC-CR-AMOUNT.
010700     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
010710 9750-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------
010750*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
010760*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
010770*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
010780*----------------------------------------------------------------
010790 9800-POST-RUN-START.
010800     MOVE "Y" TO GLX-RC-STARTED-SW.
010810     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
010820     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
010830     MOVE SPACES TO GLR-RUN-RECORD.
010840     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
010850     MOVE "GLIBSETL" TO GLR-PROGRAM.
010860     MOVE "STARTED"  TO GLR-EVENT.
010870     MOVE SPACES     TO GLR-STATUS.
010880     MOVE ZERO       TO GLR-RECORD-COUNT.
010890     CALL "GLRCPOST" USING GLR-RUN-RECORD.
010900 9800-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------------
010940*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS AND
010950*ITS RECORD COUNT.  AN UNBALANCED BATCH OR A FULL TABLE POSTS
010960*FAIL; A COMPANY THAT DOES NOT NET TO ZERO ON THE MATRIX OR A
010970*REMOTE CAPTURE WITH AN UNUSABLE REMITTING BRANCH POSTS NOGO.
010980*NOTHING IS POSTED WHEN NO RECORD WAS EVER PROCESSED (NO
010990*BUSINESS DATE TO POST AGAINST)
011000*----------------------------------------------------------------
011010 9900-POST-RUN-END.
011020     IF GLX-RC-BUSDATE = ZERO
011030         GO TO 9900-EXIT
011040     END-IF.
011050     MOVE SPACES TO GLR-RUN-RECORD.
011060     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
011070     MOVE "GLIBSETL" TO GLR-PROGRAM.
011080     MOVE "ENDED"    TO GLR-EVENT.
011090     IF GLX-TOT-DR-AMT NOT = GLX-TOT-CR-AMT
011100        OR GLX-TABLE-FULL
011110         MOVE "FAIL"     TO GLR-STATUS
011120     ELSE
011130         IF GLX-COMPANIES-OUT > ZERO
011140            OR GLX-BAD-REMIT-BRANCH > ZERO
011150             MOVE "NOGO"     TO GLR-STATUS
011160         ELSE
011170             MOVE "OK"       TO GLR-STATUS
011180         END-IF
011190     END-IF.
011200     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
011210     CALL "GLRCPOST" USING GLR-RUN-RECORD.
011220 9900-EXIT.
011230     EXIT.
