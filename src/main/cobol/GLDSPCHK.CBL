000010*****************************************************************
000020** PROGRAM-ID: GLDSPCHK
000030** NIGHTLY DISPUTE CASE STATUS UPDATE FROM THE VALIDATED EXTRACT
000040** AND REG E DEADLINE AGING REPORT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLDSPCHK.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  LOADS EVERY OPEN AND
000180*                  PROVISIONALLY CREDITED CASE FROM THE GLDSPMF
000190*                  DISPUTE CASE FILE KEPT BY GLDSPMNT AND SCANS
000200*                  THE NIGHT'S GLVALID ITEMS FOR POSTINGS TO
000210*                  EACH CASE'S ACCOUNT: A CREDIT OF THE CLAIM
000220*                  AMOUNT MOVES AN OPEN CASE TO PROVISIONALLY
000230*                  CREDITED, A REVERSAL OF THE DISPUTED ITEM
000240*                  RESOLVES IT, AND A REVERSAL OF THE
000250*                  PROVISIONAL CREDIT CLOSES IT AS DENIED.
000260*                  EACH MOVE IS WRITTEN BACK WITH A BEFORE /
000270*                  AFTER IMAGE ON THE GLDSPAUD AUDIT TRAIL.
000280*                  THE GLDSPAGE REPORT LISTS THE NIGHT'S MOVES
000290*                  AND EVERY CASE STILL OPEN THAT IS INSIDE THE
000300*                  WARNING WINDOW OF, OR PAST, ITS PROVISIONAL
000310*                  CREDIT OR FINAL RESOLUTION LIMIT.  ANY CASE
000320*                  PAST A LIMIT POSTS NOGO.
000330*10/15/2026 RLH    THE MOVE COUNTS NOW COUNT CASES ACTUALLY
000340*                  WRITTEN BACK, NOT MATCHES; A CASE THAT
000350*                  VANISHED OR WOULD NOT REWRITE IS COUNTED
000360*                  SEPARATELY, SHOWN ON THE TOTALS AND POSTS
000370*                  NOGO.  AT END OF RUN THE RECORD COUNT AND
000380*                  DEBIT/CREDIT AMOUNT HASH OF GLVALID AS READ GO
000390*                  TO THE GLCTLCHN CONTROL-CHAIN FILE (VIA
000400*                  GLCCPOST) FOR THE GLCTLPRF PROOF AGAINST
000410*                  GLEDIT.
000420*10/15/2026 RLH    A BUSDATE CARD WHOSE MONTH IS NOT 01-12 OR
000430*                  WHOSE DAY IS NOT 01-31 IS IGNORED LIKE ONE THAT
000440*                  IS NOT NUMERIC.  THE AUDIT TRAIL IS CLOSED ON
000450*                  AN OPEN SWITCH, NOT ON ITS LAST WRITE STATUS,
000460*                  SO A TRAIL WHOSE LAST WRITE FAILED IS CLOSED.
000470*----------------------------------------------------------------
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 SPECIAL-NAMES.
000540     C01 IS TOP-OF-PAGE.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLDSCPRM
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GLX-PARM-STATUS.
000610
000620     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS GLX-VALID-STATUS.
000660
000670     SELECT OPTIONAL GL-DSP-FILE ASSIGN TO GLDSPMF
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS GLX-DSP-KEY
000710         FILE STATUS IS GLX-DSP-STATUS.
000720
000730     SELECT OPTIONAL GL-AUDIT-FILE ASSIGN TO GLDSPAUD
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS GLX-AUDIT-STATUS.
000760
000770     SELECT GL-AGING-RPT ASSIGN TO GLDSPAGE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GLX-RPT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830*----------------------------------------------------------------
000840*CONTROL CARD.  A "BUSDATE" CARD CARRIES THE BUSINESS DATE THE
000850*CASES ARE AGED TO (CYYMMDD) IN COLUMNS 10-16.  "*" IN COLUMN 1
000860*IS A COMMENT
000870*----------------------------------------------------------------
000880 FD  GL-PARM-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE OMITTED.
000910 01  GLX-PARM-RECORD.
000920     05  GLX-PARM-KEYWORD           PIC X(08).
000930         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
000940     05  FILLER                     PIC X(01).
000950     05  GLX-PARM-BODY              PIC X(71).
000960     05  FILLER REDEFINES GLX-PARM-BODY.
000970         10  GLX-PARM-BUSDATE       PIC 9(07).
000980         10  FILLER REDEFINES GLX-PARM-BUSDATE.
000990             15  GLX-PARM-BD-CYY    PIC 9(03).
001000             15  GLX-PARM-BD-MM     PIC 9(02).
001010             15  GLX-PARM-BD-DD     PIC 9(02).
001020         10  FILLER                 PIC X(64).
001030
001040*----------------------------------------------------------------
001050*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
001060*AS POW_GL_DETAIL_OUTPUT
001070*----------------------------------------------------------------
001080 FD  GL-VALID-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY "POW_GL_Detail_Output".
001120
001130*----------------------------------------------------------------
001140*KEYED DISPUTE CASE FILE AS MAINTAINED BY GLDSPMNT - ONE RECORD
001150*PER DISPUTED ITEM, KEYED ON ITS POST DATE AND FULL TRACE ID.
001160*STATE O = OPEN, AWAITING PROVISIONAL CREDIT; P = PROVISIONALLY
001170*CREDITED, AWAITING RESOLUTION; R = RESOLVED BY A REVERSAL OF
001180*THE ITEM; C = CLOSED BY THE DESK OR BY THE PROVISIONAL CREDIT
001190*BEING TAKEN BACK (CLOSE CODE SAYS WHICH)
001200*----------------------------------------------------------------
001210 FD  GL-DSP-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  GLX-DSP-RECORD.
001240     05  GLX-DSP-KEY.
001250         10  GLX-DSP-POST-DATE      PIC 9(07).
001260         10  GLX-DSP-TRACE-ID       PIC X(30).
001270     05  GLX-DSP-CO-ID              PIC 9(04).
001280     05  GLX-DSP-APPL-ID            PIC X(02).
001290     05  GLX-DSP-ACT-NO             PIC 9(15).
001300     05  GLX-DSP-TRANS-SEQ          PIC 9(07).
001310     05  GLX-DSP-ITEM-SIDE          PIC X(01).
001320         88  GLX-DSP-ITEM-DEBIT             VALUE "D".
001330         88  GLX-DSP-ITEM-CREDIT            VALUE "C".
001340     05  GLX-DSP-ITEM-AMT           PIC S9(11)V99.
001350     05  GLX-DSP-CLAIM-DATE         PIC 9(07).
001360     05  GLX-DSP-CLAIM-AMT          PIC S9(11)V99.
001370     05  GLX-DSP-CLAIM-TYPE         PIC X(01).
001380         88  GLX-DSP-TYPE-UNAUTH            VALUE "U".
001390         88  GLX-DSP-TYPE-ERROR             VALUE "E".
001400         88  GLX-DSP-TYPE-NEW-ACCT          VALUE "N".
001410         88  GLX-DSP-TYPE-POS-FOREIGN       VALUE "P".
001420     05  GLX-DSP-STATE              PIC X(01).
001430         88  GLX-DSP-OPEN                   VALUE "O".
001440         88  GLX-DSP-PROV-CREDITED          VALUE "P".
001450         88  GLX-DSP-REVERSED               VALUE "R".
001460         88  GLX-DSP-CLOSED                 VALUE "C".
001470         88  GLX-DSP-ACTIVE                 VALUE "O" "P".
001480     05  GLX-DSP-CLOSE-CODE         PIC X(01).
001490         88  GLX-DSP-CLOSE-FOR-CUST         VALUE "F".
001500         88  GLX-DSP-CLOSE-DENIED           VALUE "D".
001510         88  GLX-DSP-CLOSE-WITHDRAWN        VALUE "W".
001520     05  GLX-DSP-PROV-DUE-DATE      PIC 9(07).
001530     05  GLX-DSP-PROV-WARN-DATE     PIC 9(07).
001540     05  GLX-DSP-FINAL-DUE-DATE     PIC 9(07).
001550     05  GLX-DSP-FINAL-WARN-DATE    PIC 9(07).
001560     05  GLX-DSP-PROV-CR-DATE       PIC 9(07).
001570     05  GLX-DSP-PROV-CR-AMT        PIC S9(11)V99.
001580     05  GLX-DSP-PROV-CR-SEQ        PIC 9(07).
001590     05  GLX-DSP-FINAL-DATE         PIC 9(07).
001600     05  GLX-DSP-FINAL-SEQ          PIC 9(07).
001610     05  GLX-DSP-OPENED-DATE        PIC 9(07).
001620     05  GLX-DSP-CHANGED-DATE       PIC 9(07).
001630     05  FILLER                     PIC X(15).
001640
001650*----------------------------------------------------------------
001660*AUDIT TRAIL SHARED WITH GLDSPMNT - ONE RECORD APPENDED PER
001670*CASE MOVED, CARRYING THE CASE IMAGE BEFORE AND AFTER THE MOVE
001680*----------------------------------------------------------------
001690 FD  GL-AUDIT-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE OMITTED.
001720 01  GLX-AUDIT-RECORD.
001730     05  GLX-AUD-BUSDATE            PIC 9(07).
001740     05  GLX-AUD-RUN-DATE           PIC 9(06).
001750     05  GLX-AUD-RUN-TIME           PIC 9(08).
001760     05  GLX-AUD-ACTION             PIC X(08).
001770     05  GLX-AUD-BEFORE             PIC X(200).
001780     05  GLX-AUD-AFTER              PIC X(200).
001790
001800 FD  GL-AGING-RPT
001810     RECORDING MODE IS F
001820     LABEL RECORDS ARE OMITTED.
001830 01  AGE-RPT-LINE                     PIC X(132).
001840
001850 WORKING-STORAGE SECTION.
001860*----------------------------------------------------------------
001870*SWITCHES AND COUNTERS
001880*----------------------------------------------------------------
001890 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001900     88  GLX-PARM-OK                           VALUE "00".
001910 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001920     88  GLX-VALID-OK                          VALUE "00".
001930     88  GLX-VALID-EOF                          VALUE "10".
001940 77  GLX-DSP-STATUS                  PIC X(02) VALUE SPACES.
001950*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL CASE FILE BEFORE
001960*THE FIRST CASE HAS EVER BEEN OPENED
001970     88  GLX-DSP-OK                            VALUE "00" "05".
001980 77  GLX-AUDIT-STATUS                PIC X(02) VALUE SPACES.
001990     88  GLX-AUDIT-OK                          VALUE "00" "05".
002000 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
002010 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
002020     88  GLX-PARM-EOF                           VALUE "Y".
002030 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
002040     88  GLX-EOF-REACHED                        VALUE "Y".
002050 77  GLX-CASES-OPEN-SW               PIC X(01) VALUE "N".
002060     88  GLX-CASES-OPEN                         VALUE "Y".
002070 77  GLX-AUDIT-OPEN-SW               PIC X(01) VALUE "N".
002080     88  GLX-AUDIT-OPEN                         VALUE "Y".
002090 77  GLX-VALID-OPEN-SW               PIC X(01) VALUE "N".
002100     88  GLX-VALID-OPEN                         VALUE "Y".
002110 77  GLX-SWEEP-DONE-SW               PIC X(01) VALUE "N".
002120     88  GLX-SWEEP-DONE                         VALUE "Y".
002130 77  GLX-CASE-TABLE-FULL-SW          PIC X(01) VALUE "N".
002140     88  GLX-CASE-TABLE-FULL                    VALUE "Y".
002150 77  GLX-ITEM-USED-SW                PIC X(01) VALUE "N".
002160     88  GLX-ITEM-USED                          VALUE "Y".
002170 77  GLX-IS-REVERSAL-SW              PIC X(01) VALUE "N".
002180     88  GLX-IS-REVERSAL                        VALUE "Y".
002190 77  GLX-POST-SIDE                   PIC X(01) VALUE SPACES.
002200 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
002210 77  GLX-CASES-LOADED               PIC S9(07) COMP-3 VALUE ZERO.
002220 77  GLX-MOVED-PROV                 PIC S9(07) COMP-3 VALUE ZERO.
002230 77  GLX-MOVED-REVERSED             PIC S9(07) COMP-3 VALUE ZERO.
002240 77  GLX-MOVED-DENIED               PIC S9(07) COMP-3 VALUE ZERO.
002250 77  GLX-WRITE-FAILED               PIC S9(07) COMP-3 VALUE ZERO.
002260 77  GLX-CASES-AGED                 PIC S9(07) COMP-3 VALUE ZERO.
002270 77  GLX-PROV-PAST-DUE              PIC S9(07) COMP-3 VALUE ZERO.
002280 77  GLX-FINAL-PAST-DUE             PIC S9(07) COMP-3 VALUE ZERO.
002290 77  GLX-DUE-SOON                   PIC S9(07) COMP-3 VALUE ZERO.
002300 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002310 77  GLX-RUN-DATE                    PIC 9(06) VALUE ZERO.
002320 77  GLX-RUN-TIME                    PIC 9(08) VALUE ZERO.
002330
002340*----------------------------------------------------------------
002350*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
002360*----------------------------------------------------------------
002370 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002380 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002390
002400*----------------------------------------------------------------
002410*ACTIVE CASE TABLE - EVERY OPEN OR PROVISIONALLY CREDITED CASE,
002420*IN CASE-FILE KEY ORDER.  THE STATE AND POSTING FIELDS ARE
002430*UPDATED AS TONIGHT'S ITEMS MATCH; THE STATE AT LOAD IS KEPT
002440*SO THE MOVES CAN BE WRITTEN BACK AFTER THE SCAN
002450*----------------------------------------------------------------
002460 77  GLX-CASE-MAX                    PIC S9(04) COMP VALUE 2000.
002470 77  GLX-CASE-COUNT                  PIC S9(04) COMP VALUE ZERO.
002480 77  GLX-CX                          PIC S9(04) COMP VALUE ZERO.
002490 01  GLX-CASE-TABLE.
002500     05  GLX-CASE-ENTRY OCCURS 2000 TIMES.
002510         10  GLX-CT-KEY.
002520             15  GLX-CT-POST-DATE   PIC 9(07).
002530             15  GLX-CT-TRACE-ID    PIC X(30).
002540         10  GLX-CT-CO-ID           PIC 9(04).
002550         10  GLX-CT-APPL-ID         PIC X(02).
002560         10  GLX-CT-ACT-NO          PIC 9(15).
002570         10  GLX-CT-ITEM-SIDE       PIC X(01).
002580         10  GLX-CT-ITEM-AMT        PIC S9(11)V99 COMP-3.
002590         10  GLX-CT-CLAIM-DATE      PIC 9(07).
002600         10  GLX-CT-CLAIM-AMT       PIC S9(11)V99 COMP-3.
002610         10  GLX-CT-LOAD-STATE      PIC X(01).
002620         10  GLX-CT-STATE           PIC X(01).
002630             88  GLX-CT-OPEN                VALUE "O".
002640             88  GLX-CT-PROV-CREDITED       VALUE "P".
002650             88  GLX-CT-ACTIVE              VALUE "O" "P".
002660         10  GLX-CT-CLOSE-CODE      PIC X(01).
002670         10  GLX-CT-PROV-CR-DATE    PIC 9(07).
002680         10  GLX-CT-PROV-CR-AMT     PIC S9(11)V99 COMP-3.
002690         10  GLX-CT-PROV-CR-SEQ     PIC 9(07).
002700         10  GLX-CT-FINAL-DATE      PIC 9(07).
002710         10  GLX-CT-FINAL-SEQ       PIC 9(07).
002720         10  GLX-CT-MOVE-AMT        PIC S9(11)V99 COMP-3.
002730
002740*----------------------------------------------------------------
002750*CASE IMAGE HELD BEFORE A MOVE FOR THE AUDIT TRAIL
002760*----------------------------------------------------------------
002770 01  GLX-BEFORE-IMAGE                PIC X(200) VALUE SPACES.
002780
002790*----------------------------------------------------------------
002800*REPORT LINE WORK AREAS
002810*----------------------------------------------------------------
002820 01  GLX-HDG-LINE-1.
002830     05  FILLER                     PIC X(44)
002840             VALUE "GL DISPUTE CASE REG E DEADLINE AGING FOR".
002850     05  FILLER                     PIC X(01) VALUE SPACES.
002860     05  GLX-H1-BUSDATE             PIC 9(07).
002870     05  FILLER                     PIC X(80) VALUE SPACES.
002880
002890 01  GLX-MOVE-HDG-LINE-1.
002900     05  FILLER                     PIC X(44)
002910             VALUE "CASE STATUS MOVES FROM TONIGHT'S POSTINGS".
002920     05  FILLER                     PIC X(88) VALUE SPACES.
002930
002940 01  GLX-MOVE-HDG-LINE-2.
002950     05  FILLER                     PIC X(08) VALUE "POSTED".
002960     05  FILLER                     PIC X(31) VALUE "TRACE ID".
002970     05  FILLER                     PIC X(05) VALUE "CO".
002980     05  FILLER                     PIC X(03) VALUE "AP".
002990     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
003000     05  FILLER                     PIC X(06) VALUE "MOVE".
003010     05  FILLER                     PIC X(09) VALUE "MATCHED".
003020     05  FILLER                     PIC X(08) VALUE "SEQ".
003030     05  FILLER                  PIC X(18) VALUE "POSTING AMOUNT".
003040     05  FILLER                     PIC X(28) VALUE "NOTE".
003050
003060 01  GLX-MOVE-LINE.
003070     05  GLX-ML-POST-DATE           PIC 9(07).
003080     05  FILLER                     PIC X(01) VALUE SPACES.
003090     05  GLX-ML-TRACE-ID            PIC X(30).
003100     05  FILLER                     PIC X(01) VALUE SPACES.
003110     05  GLX-ML-CO-ID               PIC ZZZ9.
003120     05  FILLER                     PIC X(01) VALUE SPACES.
003130     05  GLX-ML-APPL-ID             PIC X(02).
003140     05  FILLER                     PIC X(01) VALUE SPACES.
003150     05  GLX-ML-ACT-NO              PIC Z(14)9.
003160     05  FILLER                     PIC X(01) VALUE SPACES.
003170     05  GLX-ML-OLD-STATE           PIC X(01).
003180     05  GLX-ML-ARROW               PIC X(02).
003190     05  GLX-ML-NEW-STATE           PIC X(01).
003200     05  FILLER                     PIC X(02) VALUE SPACES.
003210     05  GLX-ML-MATCH-DATE          PIC 9(07).
003220     05  FILLER                     PIC X(02) VALUE SPACES.
003230     05  GLX-ML-MATCH-SEQ           PIC Z(06)9.
003240     05  FILLER                     PIC X(01) VALUE SPACES.
003250     05  GLX-ML-MATCH-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
003260     05  FILLER                     PIC X(01) VALUE SPACES.
003270     05  GLX-ML-NOTE                PIC X(28).
003280
003290 01  GLX-AGE-HDG-LINE-1.
003300     05  FILLER                     PIC X(45)
003310             VALUE "OPEN CASES NEARING OR PAST A REG E DEADLINE".
003320     05  FILLER                     PIC X(87) VALUE SPACES.
003330
003340 01  GLX-AGE-HDG-LINE-2.
003350     05  FILLER                     PIC X(08) VALUE "POSTED".
003360     05  FILLER                     PIC X(31) VALUE "TRACE ID".
003370     05  FILLER                     PIC X(05) VALUE "CO".
003380     05  FILLER                     PIC X(03) VALUE "AP".
003390     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
003400     05  FILLER                     PIC X(08) VALUE "CLAIMED".
003410     05  FILLER                   PIC X(18) VALUE "CLAIM AMOUNT".
003420     05  FILLER                     PIC X(03) VALUE "TY".
003430     05  FILLER                     PIC X(03) VALUE "ST".
003440     05  FILLER                     PIC X(08) VALUE "PROV BY".
003450     05  FILLER                     PIC X(10) VALUE SPACES.
003460     05  FILLER                     PIC X(08) VALUE "FINAL BY".
003470     05  FILLER                     PIC X(11) VALUE SPACES.
003480
003490 01  GLX-AGE-LINE.
003500     05  GLX-AL-POST-DATE           PIC 9(07).
003510     05  FILLER                     PIC X(01) VALUE SPACES.
003520     05  GLX-AL-TRACE-ID            PIC X(30).
003530     05  FILLER                     PIC X(01) VALUE SPACES.
003540     05  GLX-AL-CO-ID               PIC ZZZ9.
003550     05  FILLER                     PIC X(01) VALUE SPACES.
003560     05  GLX-AL-APPL-ID             PIC X(02).
003570     05  FILLER                     PIC X(01) VALUE SPACES.
003580     05  GLX-AL-ACT-NO              PIC Z(14)9.
003590     05  FILLER                     PIC X(01) VALUE SPACES.
003600     05  GLX-AL-CLAIM-DATE          PIC 9(07).
003610     05  FILLER                     PIC X(01) VALUE SPACES.
003620     05  GLX-AL-CLAIM-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
003630     05  FILLER                     PIC X(01) VALUE SPACES.
003640     05  GLX-AL-TYPE                PIC X(01).
003650     05  FILLER                     PIC X(02) VALUE SPACES.
003660     05  GLX-AL-STATE               PIC X(01).
003670     05  FILLER                     PIC X(02) VALUE SPACES.
003680     05  GLX-AL-PROV-DUE            PIC 9(07).
003690     05  FILLER                     PIC X(01) VALUE SPACES.
003700     05  GLX-AL-PROV-COND           PIC X(09).
003710     05  FILLER                     PIC X(01) VALUE SPACES.
003720     05  GLX-AL-FINAL-DUE           PIC 9(07).
003730     05  FILLER                     PIC X(01) VALUE SPACES.
003740     05  GLX-AL-FINAL-COND          PIC X(09).
003750     05  FILLER                     PIC X(02) VALUE SPACES.
003760
003770 01  GLX-NONE-LINE.
003780     05  FILLER                     PIC X(05) VALUE SPACES.
003790     05  GLX-NL-TEXT                PIC X(40).
003800     05  FILLER                     PIC X(87) VALUE SPACES.
003810
003820 01  GLX-TOTAL-LINE-1.
003830     05  FILLER                     PIC X(36)
003840             VALUE "CASES MOVED - PROV/REVERSED/DENIED:".
003850     05  GLX-TL-PROV                PIC ZZZ,ZZ9.
003860     05  FILLER                     PIC X(03) VALUE SPACES.
003870     05  GLX-TL-REVERSED            PIC ZZZ,ZZ9.
003880     05  FILLER                     PIC X(03) VALUE SPACES.
003890     05  GLX-TL-DENIED              PIC ZZZ,ZZ9.
003900     05  FILLER                     PIC X(21)
003910             VALUE "   WRITE-BACK FAILED:".
003920     05  GLX-TL-FAILED              PIC ZZZ,ZZ9.
003930     05  FILLER                     PIC X(41) VALUE SPACES.
003940
003950 01  GLX-TOTAL-LINE-2.
003960     05  FILLER                     PIC X(36)
003970             VALUE "OPEN CASES AGED / DUE SOON:".
003980     05  GLX-TL-AGED                PIC ZZZ,ZZ9.
003990     05  FILLER                     PIC X(03) VALUE SPACES.
004000     05  GLX-TL-SOON                PIC ZZZ,ZZ9.
004010     05  FILLER                     PIC X(79) VALUE SPACES.
004020
004030 01  GLX-TOTAL-LINE-3.
004040     05  FILLER                     PIC X(36)
004050             VALUE "PAST DUE - PROVISIONAL / FINAL:".
004060     05  GLX-TL-PROV-PAST           PIC ZZZ,ZZ9.
004070     05  FILLER                     PIC X(03) VALUE SPACES.
004080     05  GLX-TL-FINAL-PAST          PIC ZZZ,ZZ9.
004090     05  FILLER                     PIC X(79) VALUE SPACES.
004100
004110*----------------------------------------------------------------
004120*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
004130*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
004140*----------------------------------------------------------------
004150 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
004160 COPY "GLRUNREC".
004170
004180*----------------------------------------------------------------
004190*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
004200*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
004210*----------------------------------------------------------------
004220 COPY "GLCTLREC".
004230
004240 PROCEDURE DIVISION.
004250*----------------------------------------------------------------
004260*0000-MAINLINE - NOTHING IS AGED WITHOUT A BUSINESS DATE.  THE
004270*CASES ARE LOADED, MOVED BY TONIGHT'S POSTINGS, WRITTEN BACK,
004280*THEN AGED FROM THE UPDATED FILE
004290*----------------------------------------------------------------
004300 0000-MAINLINE.
004310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004320     IF GLX-BUSINESS-DATE = ZERO
004330         DISPLAY "GLDSPCHK - NO VALID BUSDATE CARD - NOTHING "
004340             "AGED"
004350         CLOSE GL-AGING-RPT
004360         MOVE 16 TO RETURN-CODE
004370         GO TO 0000-DONE
004380     END-IF.
004390     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
004400     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
004410     PERFORM 2000-LOAD-CASES THRU 2000-EXIT.
004420     PERFORM 3000-PROCESS-ITEM THRU 3000-EXIT
004430         UNTIL GLX-EOF-REACHED.
004440     PERFORM 5000-WRITE-MOVES THRU 5000-EXIT.
004450     PERFORM 6000-AGE-CASES THRU 6000-EXIT.
004460     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004470     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004480 0000-DONE.
004490     STOP RUN.
004500
004510*----------------------------------------------------------------
004520*1000-INITIALIZE - STAMP THE RUN, TAKE THE BUSDATE CARD AND OPEN
004530*THE REPORT
004540*----------------------------------------------------------------
004550 1000-INITIALIZE.
004560     ACCEPT GLX-RUN-DATE FROM DATE.
004570     ACCEPT GLX-RUN-TIME FROM TIME.
004580     OPEN OUTPUT GL-AGING-RPT.
004590     OPEN INPUT GL-PARM-FILE.
004600     IF NOT GLX-PARM-OK
004610         GO TO 1000-EXIT
004620     END-IF.
004630     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
004640         UNTIL GLX-PARM-EOF.
004650     CLOSE GL-PARM-FILE.
004660 1000-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*1100-READ-ONE-CARD - COMMENT AND BLANK CARDS ARE SKIPPED; ANY
004710*OTHER CARD BUT BUSDATE IS REPORTED AND IGNORED
004720*----------------------------------------------------------------
004730 1100-READ-ONE-CARD.
004740     READ GL-PARM-FILE
004750         AT END
004760             MOVE "Y" TO GLX-PARM-EOF-SWITCH
004770             GO TO 1100-EXIT
004780     END-READ.
004790     IF GLX-PARM-KEYWORD (1:1) = "*"
004800        OR GLX-PARM-KEYWORD = SPACES
004810         GO TO 1100-EXIT
004820     END-IF.
004830     IF NOT GLX-PARM-IS-BUSDATE
004840         DISPLAY "GLDSPCHK - UNKNOWN CARD IGNORED: "
004850             GLX-PARM-KEYWORD
004860         GO TO 1100-EXIT
004870     END-IF.
004880     IF GLX-PARM-BUSDATE NOT NUMERIC
004890        OR GLX-PARM-BD-MM < 01 OR GLX-PARM-BD-MM > 12
004900        OR GLX-PARM-BD-DD < 01 OR GLX-PARM-BD-DD > 31
004910         DISPLAY "GLDSPCHK - BAD BUSDATE CARD IGNORED: "
004920             GLX-PARM-BODY
004930         GO TO 1100-EXIT
004940     END-IF.
004950     MOVE GLX-PARM-BUSDATE TO GLX-BUSINESS-DATE.
004960 1100-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000*1200-OPEN-FILES - WITHOUT THE CASE FILE THERE IS NOTHING TO
005010*TRACK AND THE RUN POSTS NOGO.  WITHOUT GLVALID NO CASE MOVES,
005020*BUT THE CASES ARE STILL AGED AND THE RUN POSTS NOGO.  A MOVE
005030*IS NOT WRITTEN BACK WITHOUT ITS AUDIT RECORD, SO WITHOUT THE
005040*AUDIT TRAIL THE SCAN IS SKIPPED THE SAME WAY
005050*----------------------------------------------------------------
005060 1200-OPEN-FILES.
005070     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE.
005080     WRITE AGE-RPT-LINE FROM GLX-HDG-LINE-1.
005090     MOVE "Y" TO GLX-EOF-SWITCH.
005100     OPEN I-O GL-DSP-FILE.
005110     IF NOT GLX-DSP-OK
005120         DISPLAY "GLDSPCHK - OPEN ERROR ON GL-DSP-FILE "
005130             GLX-DSP-STATUS " - NO CASE TRACKED"
005140         GO TO 1200-EXIT
005150     END-IF.
005160     MOVE "Y" TO GLX-CASES-OPEN-SW.
005170     OPEN EXTEND GL-AUDIT-FILE.
005180     IF NOT GLX-AUDIT-OK
005190         DISPLAY "GLDSPCHK - OPEN ERROR ON GL-AUDIT-FILE "
005200             GLX-AUDIT-STATUS " - NO CASE MOVED WITHOUT AUDIT"
005210         GO TO 1200-EXIT
005220     END-IF.
005230     MOVE "Y" TO GLX-AUDIT-OPEN-SW.
005240     OPEN INPUT GL-VALID-FILE.
005250     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
005260         DISPLAY "GLDSPCHK - OPEN ERROR ON GL-VALID-FILE "
005270             GLX-VALID-STATUS " - NO CASE MOVED"
005280         GO TO 1200-EXIT
005290     END-IF.
005300     MOVE "Y" TO GLX-VALID-OPEN-SW.
005310     MOVE "N" TO GLX-EOF-SWITCH.
005320     PERFORM 3900-READ-VALID THRU 3900-EXIT.
005330 1200-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370*2000-LOAD-CASES - SWEEP THE CASE FILE IN KEY ORDER AND TABLE
005380*EVERY OPEN OR PROVISIONALLY CREDITED CASE
005390*----------------------------------------------------------------
005400 2000-LOAD-CASES.
005410     IF NOT GLX-CASES-OPEN
005420         GO TO 2000-EXIT
005430     END-IF.
005440     MOVE "N" TO GLX-SWEEP-DONE-SW.
005450     MOVE LOW-VALUES TO GLX-DSP-KEY.
005460     START GL-DSP-FILE KEY NOT LESS THAN GLX-DSP-KEY
005470         INVALID KEY
005480             MOVE "Y" TO GLX-SWEEP-DONE-SW
005490     END-START.
005500     PERFORM 2100-LOAD-ONE-CASE THRU 2100-EXIT
005510         UNTIL GLX-SWEEP-DONE.
005520 2000-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560*2100-LOAD-ONE-CASE - A FULL TABLE IS REPORTED ONCE; CASES PAST
005570*IT ARE STILL AGED BUT CANNOT MOVE TONIGHT
005580*----------------------------------------------------------------
005590 2100-LOAD-ONE-CASE.
005600     READ GL-DSP-FILE NEXT RECORD
005610         AT END
005620             MOVE "Y" TO GLX-SWEEP-DONE-SW
005630             GO TO 2100-EXIT
005640     END-READ.
005650     IF NOT GLX-DSP-OK
005660         MOVE "Y" TO GLX-SWEEP-DONE-SW
005670         GO TO 2100-EXIT
005680     END-IF.
005690     IF NOT GLX-DSP-ACTIVE
005700         GO TO 2100-EXIT
005710     END-IF.
005720     IF GLX-CASE-COUNT NOT < GLX-CASE-MAX
005730         IF NOT GLX-CASE-TABLE-FULL
005740             DISPLAY "GLDSPCHK - CASE TABLE FULL AT "
005750                 GLX-CASE-MAX " CASES - LATER CASES NOT MOVED"
005760         END-IF
005770         MOVE "Y" TO GLX-CASE-TABLE-FULL-SW
005780         GO TO 2100-EXIT
005790     END-IF.
005800     ADD 1 TO GLX-CASE-COUNT.
005810     ADD 1 TO GLX-CASES-LOADED.
005820     MOVE GLX-DSP-KEY        TO GLX-CT-KEY (GLX-CASE-COUNT).
005830     MOVE GLX-DSP-CO-ID      TO GLX-CT-CO-ID (GLX-CASE-COUNT).
005840     MOVE GLX-DSP-APPL-ID    TO GLX-CT-APPL-ID (GLX-CASE-COUNT).
005850     MOVE GLX-DSP-ACT-NO     TO GLX-CT-ACT-NO (GLX-CASE-COUNT).
005860     MOVE GLX-DSP-ITEM-SIDE  TO GLX-CT-ITEM-SIDE (GLX-CASE-COUNT).
005870     MOVE GLX-DSP-ITEM-AMT   TO GLX-CT-ITEM-AMT (GLX-CASE-COUNT).
005880     MOVE GLX-DSP-CLAIM-DATE TO GLX-CT-CLAIM-DATE
005890                                    (GLX-CASE-COUNT).
005900     MOVE GLX-DSP-CLAIM-AMT  TO GLX-CT-CLAIM-AMT (GLX-CASE-COUNT).
005910     MOVE GLX-DSP-STATE      TO GLX-CT-LOAD-STATE
005920                                    (GLX-CASE-COUNT)
005930                                GLX-CT-STATE (GLX-CASE-COUNT).
005940     MOVE GLX-DSP-CLOSE-CODE TO GLX-CT-CLOSE-CODE
005950                                    (GLX-CASE-COUNT).
005960     MOVE GLX-DSP-PROV-CR-DATE TO GLX-CT-PROV-CR-DATE
005970                                    (GLX-CASE-COUNT).
005980     MOVE GLX-DSP-PROV-CR-AMT  TO GLX-CT-PROV-CR-AMT
005990                                    (GLX-CASE-COUNT).
006000     MOVE GLX-DSP-PROV-CR-SEQ  TO GLX-CT-PROV-CR-SEQ
006010                                    (GLX-CASE-COUNT).
006020     MOVE GLX-DSP-FINAL-DATE TO GLX-CT-FINAL-DATE
006030                                    (GLX-CASE-COUNT).
006040     MOVE GLX-DSP-FINAL-SEQ  TO GLX-CT-FINAL-SEQ (GLX-CASE-COUNT).
006050     MOVE ZERO               TO GLX-CT-MOVE-AMT (GLX-CASE-COUNT).
006060 2100-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100*3000-PROCESS-ITEM - MATCH ONE GLVALID ITEM AGAINST THE ACTIVE
006110*CASES.  AN ITEM MOVES AT MOST ONE CASE
006120*----------------------------------------------------------------
006130 3000-PROCESS-ITEM.
006140     ADD 1 TO GLX-RECORDS-READ.
006150     IF GLI-PD-TRAN-SIGN < ZERO
006160         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
006170     ELSE
006180         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
006190     END-IF.
006200     IF GLX-CASE-COUNT = ZERO
006210         GO TO 3000-READ-NEXT
006220     END-IF.
006230     PERFORM 3100-TEST-REVERSAL THRU 3100-EXIT.
006240     IF GLI-PD-TRAN-SIGN < ZERO
006250         MOVE "D" TO GLX-POST-SIDE
006260     ELSE
006270         MOVE "C" TO GLX-POST-SIDE
006280     END-IF.
006290     MOVE "N" TO GLX-ITEM-USED-SW.
006300     PERFORM 3200-MATCH-ONE-CASE THRU 3200-EXIT
006310         VARYING GLX-CX FROM 1 BY 1
006320         UNTIL GLX-CX > GLX-CASE-COUNT
006330            OR GLX-ITEM-USED.
006340 3000-READ-NEXT.
006350     PERFORM 3900-READ-VALID THRU 3900-EXIT.
006360 3000-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------
006400*3100-TEST-REVERSAL - A RECORD IS A REVERSAL WHEN EITHER THE
006410*POSTING-DEFINITION REVERSED-CODE OR THE STATEMENT REVERSAL
006420*CODE IS SET
006430*----------------------------------------------------------------
006440 3100-TEST-REVERSAL.
006450     MOVE "N" TO GLX-IS-REVERSAL-SW.
006460     IF GLI-PD-TRAN-CODE-REVERSED NOT = SPACES
006470         MOVE "Y" TO GLX-IS-REVERSAL-SW
006480     END-IF.
006490     IF GLI-PD-STMT-REVERSAL-CODE NOT = SPACE
006500         MOVE "Y" TO GLX-IS-REVERSAL-SW
006510     END-IF.
006520 3100-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560*3200-MATCH-ONE-CASE - THE ITEM MUST POST TO THE CASE'S ACCOUNT
006570*NO EARLIER THAN THE DISPUTED ITEM.  A REVERSAL ON THE OPPOSITE
006580*SIDE TO THE DISPUTED ITEM, FOR THE ITEM OR CLAIM AMOUNT,
006590*RESOLVES THE CASE.  A REVERSAL ON THE ITEM'S OWN SIDE FOR THE
006600*PROVISIONAL CREDIT'S AMOUNT TAKES THE CREDIT BACK AND CLOSES
006610*THE CASE AS DENIED.  ANY OTHER POSTING ON THE OPPOSITE SIDE
006620*FOR THE CLAIM AMOUNT, ON OR AFTER THE CLAIM DATE, IS THE
006630*PROVISIONAL CREDIT OF AN OPEN CASE
006640*----------------------------------------------------------------
006650 3200-MATCH-ONE-CASE.
006660     IF GLX-CT-ACT-NO (GLX-CX) NOT = GLI-ACT-NO
006670        OR GLX-CT-CO-ID (GLX-CX) NOT = GLI-CO-ID
006680        OR GLX-CT-APPL-ID (GLX-CX) NOT = GLI-APPL-ID
006690         GO TO 3200-EXIT
006700     END-IF.
006710     IF NOT GLX-CT-ACTIVE (GLX-CX)
006720         GO TO 3200-EXIT
006730     END-IF.
006740     IF GLI-POST-DATE < GLX-CT-POST-DATE (GLX-CX)
006750         GO TO 3200-EXIT
006760     END-IF.
006770     IF GLX-IS-REVERSAL
006780         GO TO 3200-REVERSAL
006790     END-IF.
006800     IF NOT GLX-CT-OPEN (GLX-CX)
006810        OR GLX-POST-SIDE = GLX-CT-ITEM-SIDE (GLX-CX)
006820        OR GLI-TRANS-AMT NOT = GLX-CT-CLAIM-AMT (GLX-CX)
006830        OR GLI-POST-DATE < GLX-CT-CLAIM-DATE (GLX-CX)
006840         GO TO 3200-EXIT
006850     END-IF.
006860     MOVE "P"           TO GLX-CT-STATE (GLX-CX).
006870     MOVE GLI-POST-DATE TO GLX-CT-PROV-CR-DATE (GLX-CX).
006880     MOVE GLI-TRANS-AMT TO GLX-CT-PROV-CR-AMT (GLX-CX)
006890                           GLX-CT-MOVE-AMT (GLX-CX).
006900     MOVE GLI-TRANS-SEQ TO GLX-CT-PROV-CR-SEQ (GLX-CX).
006910     MOVE "Y" TO GLX-ITEM-USED-SW.
006920     GO TO 3200-EXIT.
006930 3200-REVERSAL.
006940     IF GLX-POST-SIDE NOT = GLX-CT-ITEM-SIDE (GLX-CX)
006950        AND (GLI-TRANS-AMT = GLX-CT-ITEM-AMT (GLX-CX)
006960          OR GLI-TRANS-AMT = GLX-CT-CLAIM-AMT (GLX-CX))
006970         MOVE "R"           TO GLX-CT-STATE (GLX-CX)
006980         MOVE GLI-POST-DATE TO GLX-CT-FINAL-DATE (GLX-CX)
006990         MOVE GLI-TRANS-AMT TO GLX-CT-MOVE-AMT (GLX-CX)
007000         MOVE GLI-TRANS-SEQ TO GLX-CT-FINAL-SEQ (GLX-CX)
007010         MOVE "Y" TO GLX-ITEM-USED-SW
007020         GO TO 3200-EXIT
007030     END-IF.
007040     IF GLX-CT-PROV-CREDITED (GLX-CX)
007050        AND GLX-POST-SIDE = GLX-CT-ITEM-SIDE (GLX-CX)
007060        AND GLI-TRANS-AMT = GLX-CT-PROV-CR-AMT (GLX-CX)
007070         MOVE "C"           TO GLX-CT-STATE (GLX-CX)
007080         MOVE "D"           TO GLX-CT-CLOSE-CODE (GLX-CX)
007090         MOVE GLI-POST-DATE TO GLX-CT-FINAL-DATE (GLX-CX)
007100         MOVE GLI-TRANS-AMT TO GLX-CT-MOVE-AMT (GLX-CX)
007110         MOVE GLI-TRANS-SEQ TO GLX-CT-FINAL-SEQ (GLX-CX)
007120         MOVE "Y" TO GLX-ITEM-USED-SW
007130     END-IF.
007140 3200-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------
007180*3900-READ-VALID
007190*----------------------------------------------------------------
007200 3900-READ-VALID.
007210     READ GL-VALID-FILE
007220         AT END
007230             MOVE "Y" TO GLX-EOF-SWITCH
007240     END-READ.
007250 3900-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290*5000-WRITE-MOVES - WRITE EVERY CASE WHOSE STATE CHANGED BACK TO
007300*THE CASE FILE AND LIST IT
007310*----------------------------------------------------------------
007320 5000-WRITE-MOVES.
007330     IF NOT GLX-CASES-OPEN
007340         GO TO 5000-EXIT
007350     END-IF.
007360     MOVE SPACES TO AGE-RPT-LINE.
007370     WRITE AGE-RPT-LINE.
007380     WRITE AGE-RPT-LINE FROM GLX-MOVE-HDG-LINE-1.
007390     WRITE AGE-RPT-LINE FROM GLX-MOVE-HDG-LINE-2.
007400     IF GLX-CASE-COUNT > ZERO
007410         PERFORM 5100-WRITE-ONE-MOVE THRU 5100-EXIT
007420             VARYING GLX-CX FROM 1 BY 1
007430             UNTIL GLX-CX > GLX-CASE-COUNT
007440     END-IF.
007450     IF GLX-MOVED-PROV = ZERO
007460        AND GLX-MOVED-REVERSED = ZERO
007470        AND GLX-MOVED-DENIED = ZERO
007480        AND GLX-WRITE-FAILED = ZERO
007490         MOVE "NO CASE MOVED TONIGHT" TO GLX-NL-TEXT
007500         WRITE AGE-RPT-LINE FROM GLX-NONE-LINE
007510     END-IF.
007520 5000-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560*5100-WRITE-ONE-MOVE - RE-READ THE CASE, APPLY THE MOVE, REWRITE
007570*IT AND APPEND THE BEFORE / AFTER AUDIT RECORD.  A PROVISIONAL
007580*CREDIT OR RESOLUTION THAT CAME AFTER ITS LIMIT IS NOTED LATE.
007590*A MOVE IS COUNTED ONLY ONCE IT IS REWRITTEN, UNDER THE STATE
007600*THE CASE ENDED THE NIGHT IN; ONE THAT COULD NOT BE WRITTEN BACK
007610*IS COUNTED AS FAILED
007620*----------------------------------------------------------------
007630 5100-WRITE-ONE-MOVE.
007640     IF GLX-CT-STATE (GLX-CX) = GLX-CT-LOAD-STATE (GLX-CX)
007650         GO TO 5100-EXIT
007660     END-IF.
007670     MOVE GLX-CT-KEY (GLX-CX) TO GLX-DSP-KEY.
007680     READ GL-DSP-FILE
007690         INVALID KEY
007700             DISPLAY "GLDSPCHK - CASE VANISHED, KEY " GLX-DSP-KEY
007710             ADD 1 TO GLX-WRITE-FAILED
007720             GO TO 5100-EXIT
007730     END-READ.
007740     MOVE GLX-DSP-RECORD TO GLX-BEFORE-IMAGE.
007750     MOVE GLX-CT-STATE (GLX-CX)        TO GLX-DSP-STATE.
007760     MOVE GLX-CT-CLOSE-CODE (GLX-CX)   TO GLX-DSP-CLOSE-CODE.
007770     MOVE GLX-CT-PROV-CR-DATE (GLX-CX) TO GLX-DSP-PROV-CR-DATE.
007780     MOVE GLX-CT-PROV-CR-AMT (GLX-CX)  TO GLX-DSP-PROV-CR-AMT.
007790     MOVE GLX-CT-PROV-CR-SEQ (GLX-CX)  TO GLX-DSP-PROV-CR-SEQ.
007800     MOVE GLX-CT-FINAL-DATE (GLX-CX)   TO GLX-DSP-FINAL-DATE.
007810     MOVE GLX-CT-FINAL-SEQ (GLX-CX)    TO GLX-DSP-FINAL-SEQ.
007820     MOVE GLX-BUSINESS-DATE            TO GLX-DSP-CHANGED-DATE.
007830     REWRITE GLX-DSP-RECORD
007840         INVALID KEY
007850             DISPLAY "GLDSPCHK - REWRITE FAILED, KEY "
007860                 GLX-DSP-KEY " STATUS " GLX-DSP-STATUS
007870             ADD 1 TO GLX-WRITE-FAILED
007880             GO TO 5100-EXIT
007890     END-REWRITE.
007900     MOVE GLX-BUSINESS-DATE TO GLX-AUD-BUSDATE.
007910     MOVE GLX-RUN-DATE      TO GLX-AUD-RUN-DATE.
007920     MOVE GLX-RUN-TIME      TO GLX-AUD-RUN-TIME.
007930     MOVE GLX-BEFORE-IMAGE  TO GLX-AUD-BEFORE.
007940     MOVE GLX-DSP-RECORD    TO GLX-AUD-AFTER.
007950     MOVE SPACES TO GLX-MOVE-LINE.
007960     IF GLX-DSP-PROV-CREDITED
007970         ADD 1 TO GLX-MOVED-PROV
007980         MOVE "PROVCR"   TO GLX-AUD-ACTION
007990         MOVE GLX-DSP-PROV-CR-DATE TO GLX-ML-MATCH-DATE
008000         MOVE GLX-DSP-PROV-CR-SEQ  TO GLX-ML-MATCH-SEQ
008010         MOVE "PROVISIONAL CREDIT" TO GLX-ML-NOTE
008020         IF GLX-DSP-PROV-CR-DATE > GLX-DSP-PROV-DUE-DATE
008030             MOVE "PROVISIONAL CREDIT - LATE" TO GLX-ML-NOTE
008040         END-IF
008050     END-IF.
008060     IF GLX-DSP-REVERSED
008070         ADD 1 TO GLX-MOVED-REVERSED
008080         MOVE "REVERSED" TO GLX-AUD-ACTION
008090         MOVE GLX-DSP-FINAL-DATE   TO GLX-ML-MATCH-DATE
008100         MOVE GLX-DSP-FINAL-SEQ    TO GLX-ML-MATCH-SEQ
008110         MOVE "ITEM REVERSED" TO GLX-ML-NOTE
008120         IF GLX-DSP-FINAL-DATE > GLX-DSP-FINAL-DUE-DATE
008130             MOVE "ITEM REVERSED - LATE" TO GLX-ML-NOTE
008140         END-IF
008150     END-IF.
008160     IF GLX-DSP-CLOSED
008170         ADD 1 TO GLX-MOVED-DENIED
008180         MOVE "DENIED"   TO GLX-AUD-ACTION
008190         MOVE GLX-DSP-FINAL-DATE   TO GLX-ML-MATCH-DATE
008200         MOVE GLX-DSP-FINAL-SEQ    TO GLX-ML-MATCH-SEQ
008210         MOVE "CREDIT TAKEN BACK - DENIED" TO GLX-ML-NOTE
008220     END-IF.
008230     WRITE GLX-AUDIT-RECORD.
008240     MOVE GLX-DSP-POST-DATE         TO GLX-ML-POST-DATE.
008250     MOVE GLX-DSP-TRACE-ID          TO GLX-ML-TRACE-ID.
008260     MOVE GLX-DSP-CO-ID             TO GLX-ML-CO-ID.
008270     MOVE GLX-DSP-APPL-ID           TO GLX-ML-APPL-ID.
008280     MOVE GLX-DSP-ACT-NO            TO GLX-ML-ACT-NO.
008290     MOVE GLX-CT-LOAD-STATE (GLX-CX) TO GLX-ML-OLD-STATE.
008300     MOVE " >"                      TO GLX-ML-ARROW.
008310     MOVE GLX-DSP-STATE             TO GLX-ML-NEW-STATE.
008320     MOVE GLX-CT-MOVE-AMT (GLX-CX)  TO GLX-ML-MATCH-AMT.
008330     WRITE AGE-RPT-LINE FROM GLX-MOVE-LINE.
008340 5100-EXIT.
008350     EXIT.
008360
008370*----------------------------------------------------------------
008380*6000-AGE-CASES - SWEEP THE UPDATED CASE FILE AND AGE EVERY
008390*CASE STILL OPEN OR PROVISIONALLY CREDITED
008400*----------------------------------------------------------------
008410 6000-AGE-CASES.
008420     MOVE SPACES TO AGE-RPT-LINE.
008430     WRITE AGE-RPT-LINE.
008440     WRITE AGE-RPT-LINE FROM GLX-AGE-HDG-LINE-1.
008450     WRITE AGE-RPT-LINE FROM GLX-AGE-HDG-LINE-2.
008460     IF NOT GLX-CASES-OPEN
008470         MOVE "CASE FILE UNAVAILABLE - NOTHING AGED"
008480             TO GLX-NL-TEXT
008490         WRITE AGE-RPT-LINE FROM GLX-NONE-LINE
008500         GO TO 6000-EXIT
008510     END-IF.
008520     MOVE "N" TO GLX-SWEEP-DONE-SW.
008530     MOVE LOW-VALUES TO GLX-DSP-KEY.
008540     START GL-DSP-FILE KEY NOT LESS THAN GLX-DSP-KEY
008550         INVALID KEY
008560             MOVE "Y" TO GLX-SWEEP-DONE-SW
008570     END-START.
008580     PERFORM 6100-AGE-ONE-CASE THRU 6100-EXIT
008590         UNTIL GLX-SWEEP-DONE.
008600     IF GLX-PROV-PAST-DUE = ZERO
008610        AND GLX-FINAL-PAST-DUE = ZERO
008620        AND GLX-DUE-SOON = ZERO
008630         MOVE "NO CASE NEARING OR PAST A LIMIT" TO GLX-NL-TEXT
008640         WRITE AGE-RPT-LINE FROM GLX-NONE-LINE
008650     END-IF.
008660 6000-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------------
008700*6100-AGE-ONE-CASE - THE PROVISIONAL LIMIT BINDS ONLY WHILE THE
008710*CASE IS STILL WAITING FOR ITS CREDIT; THE FINAL LIMIT BINDS
008720*UNTIL THE CASE IS RESOLVED.  A LIMIT IS PAST DUE THE DAY AFTER
008730*IT AND DUE SOON FROM ITS WARNING DATE.  ONLY CASES WITH A
008740*LIMIT PAST DUE OR DUE SOON ARE LISTED
008750*----------------------------------------------------------------
008760 6100-AGE-ONE-CASE.
008770     READ GL-DSP-FILE NEXT RECORD
008780         AT END
008790             MOVE "Y" TO GLX-SWEEP-DONE-SW
008800             GO TO 6100-EXIT
008810     END-READ.
008820     IF NOT GLX-DSP-OK
008830         MOVE "Y" TO GLX-SWEEP-DONE-SW
008840         GO TO 6100-EXIT
008850     END-IF.
008860     IF NOT GLX-DSP-ACTIVE
008870         GO TO 6100-EXIT
008880     END-IF.
008890     ADD 1 TO GLX-CASES-AGED.
008900     MOVE SPACES TO GLX-AGE-LINE.
008910     IF GLX-DSP-PROV-CREDITED
008920         MOVE "CREDITED" TO GLX-AL-PROV-COND
008930     ELSE
008940         IF GLX-BUSINESS-DATE > GLX-DSP-PROV-DUE-DATE
008950             MOVE "PAST DUE" TO GLX-AL-PROV-COND
008960             ADD 1 TO GLX-PROV-PAST-DUE
008970         ELSE
008980             IF GLX-BUSINESS-DATE NOT < GLX-DSP-PROV-WARN-DATE
008990                 MOVE "DUE SOON" TO GLX-AL-PROV-COND
009000             END-IF
009010         END-IF
009020     END-IF.
009030     IF GLX-BUSINESS-DATE > GLX-DSP-FINAL-DUE-DATE
009040         MOVE "PAST DUE" TO GLX-AL-FINAL-COND
009050         ADD 1 TO GLX-FINAL-PAST-DUE
009060     ELSE
009070         IF GLX-BUSINESS-DATE NOT < GLX-DSP-FINAL-WARN-DATE
009080             MOVE "DUE SOON" TO GLX-AL-FINAL-COND
009090         END-IF
009100     END-IF.
009110     IF GLX-AL-PROV-COND NOT = "PAST DUE" AND "DUE SOON"
009120        AND GLX-AL-FINAL-COND NOT = "PAST DUE" AND "DUE SOON"
009130         GO TO 6100-EXIT
009140     END-IF.
009150     IF GLX-AL-PROV-COND NOT = "PAST DUE"
009160        AND GLX-AL-FINAL-COND NOT = "PAST DUE"
009170         ADD 1 TO GLX-DUE-SOON
009180     END-IF.
009190     MOVE GLX-DSP-POST-DATE      TO GLX-AL-POST-DATE.
009200     MOVE GLX-DSP-TRACE-ID       TO GLX-AL-TRACE-ID.
009210     MOVE GLX-DSP-CO-ID          TO GLX-AL-CO-ID.
009220     MOVE GLX-DSP-APPL-ID        TO GLX-AL-APPL-ID.
009230     MOVE GLX-DSP-ACT-NO         TO GLX-AL-ACT-NO.
009240     MOVE GLX-DSP-CLAIM-DATE     TO GLX-AL-CLAIM-DATE.
009250     MOVE GLX-DSP-CLAIM-AMT      TO GLX-AL-CLAIM-AMT.
009260     MOVE GLX-DSP-CLAIM-TYPE     TO GLX-AL-TYPE.
009270     MOVE GLX-DSP-STATE          TO GLX-AL-STATE.
009280     MOVE GLX-DSP-PROV-DUE-DATE  TO GLX-AL-PROV-DUE.
009290     MOVE GLX-DSP-FINAL-DUE-DATE TO GLX-AL-FINAL-DUE.
009300     WRITE AGE-RPT-LINE FROM GLX-AGE-LINE.
009310 6100-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------------
009350*8000-PRINT-TOTALS
009360*----------------------------------------------------------------
009370 8000-PRINT-TOTALS.
009380     MOVE SPACES TO AGE-RPT-LINE.
009390     WRITE AGE-RPT-LINE.
009400     MOVE GLX-MOVED-PROV     TO GLX-TL-PROV.
009410     MOVE GLX-MOVED-REVERSED TO GLX-TL-REVERSED.
009420     MOVE GLX-MOVED-DENIED   TO GLX-TL-DENIED.
009430     MOVE GLX-WRITE-FAILED   TO GLX-TL-FAILED.
009440     WRITE AGE-RPT-LINE FROM GLX-TOTAL-LINE-1.
009450     MOVE GLX-CASES-AGED     TO GLX-TL-AGED.
009460     MOVE GLX-DUE-SOON       TO GLX-TL-SOON.
009470     WRITE AGE-RPT-LINE FROM GLX-TOTAL-LINE-2.
009480     MOVE GLX-PROV-PAST-DUE  TO GLX-TL-PROV-PAST.
009490     MOVE GLX-FINAL-PAST-DUE TO GLX-TL-FINAL-PAST.
009500     WRITE AGE-RPT-LINE FROM GLX-TOTAL-LINE-3.
009510 8000-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------------
009550*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
009560*----------------------------------------------------------------
009570 9999-TERMINATE.
009580     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
009590     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
009600     IF GLX-VALID-OPEN
009610         CLOSE GL-VALID-FILE
009620     END-IF.
009630     IF GLX-CASES-OPEN
009640         CLOSE GL-DSP-FILE
009650     END-IF.
009660     IF GLX-AUDIT-OPEN
009670         CLOSE GL-AUDIT-FILE
009680     END-IF.
009690     CLOSE GL-AGING-RPT.
009700     DISPLAY "GLDSPCHK - RECORDS READ:    " GLX-RECORDS-READ.
009710     DISPLAY "GLDSPCHK - CASES LOADED:    " GLX-CASES-LOADED.
009720     DISPLAY "GLDSPCHK - PROV CREDITED:   " GLX-MOVED-PROV.
009730     DISPLAY "GLDSPCHK - ITEM REVERSED:   " GLX-MOVED-REVERSED.
009740     DISPLAY "GLDSPCHK - CREDIT TAKEN BK: " GLX-MOVED-DENIED.
009750     DISPLAY "GLDSPCHK - WRITE-BACK FAIL: " GLX-WRITE-FAILED.
009760     DISPLAY "GLDSPCHK - PROV PAST DUE:   " GLX-PROV-PAST-DUE.
009770     DISPLAY "GLDSPCHK - FINAL PAST DUE:  " GLX-FINAL-PAST-DUE.
009780 9999-EXIT.
009790     EXIT.
009800
009810*----------------------------------------------------------------
009820*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
009830*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WITHOUT A
009840*BUSINESS DATE OR WHEN GLVALID WAS NEVER OPENED, SO THE PROOF
009850*SHOWS THE READ AS MISSING
009860*----------------------------------------------------------------
009870 9750-POST-CONTROL-CHAIN.
009880     IF GLX-RC-BUSDATE = ZERO
009890        OR NOT GLX-VALID-OPEN
009900         GO TO 9750-EXIT
009910     END-IF.
009920     MOVE SPACES           TO GLC-CHAIN-RECORD.
009930     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
009940     MOVE "GLDSPCHK"       TO GLC-PROGRAM.
009950     MOVE "GLVALID"        TO GLC-FILE-NAME.
009960     MOVE "I"              TO GLC-DIRECTION.
009970     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
009980     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
009990     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
010000     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
010010 9750-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------------
010050*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
010060*SHARED RUN-CONTROL FILE FOR THE BUSINESS DATE ON THE CARD
010070*----------------------------------------------------------------
010080 9800-POST-RUN-START.
010090     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
010100     MOVE SPACES TO GLR-RUN-RECORD.
010110     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
010120     MOVE "GLDSPCHK" TO GLR-PROGRAM.
010130     MOVE "STARTED"  TO GLR-EVENT.
010140     MOVE SPACES     TO GLR-STATUS.
010150     MOVE ZERO       TO GLR-RECORD-COUNT.
010160     CALL "GLRCPOST" USING GLR-RUN-RECORD.
010170 9800-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------------
010210*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS AND
010220*ITS RECORD COUNT.  A CASE PAST EITHER LIMIT POSTS NOGO SO THE
010230*DESK WORKS THE REPORT THAT MORNING; SO DOES A RUN THAT COULD
010240*NOT TRACK OR MOVE EVERY CASE, OR WRITE EVERY MOVE BACK
010250*----------------------------------------------------------------
010260 9900-POST-RUN-END.
010270     IF GLX-RC-BUSDATE = ZERO
010280         GO TO 9900-EXIT
010290     END-IF.
010300     MOVE SPACES TO GLR-RUN-RECORD.
010310     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
010320     MOVE "GLDSPCHK" TO GLR-PROGRAM.
010330     MOVE "ENDED"    TO GLR-EVENT.
010340     IF GLX-PROV-PAST-DUE > ZERO
010350        OR GLX-FINAL-PAST-DUE > ZERO
010360        OR GLX-CASE-TABLE-FULL
010370        OR GLX-WRITE-FAILED > ZERO
010380        OR NOT GLX-CASES-OPEN
010390        OR NOT GLX-VALID-OPEN
010400         MOVE "NOGO"     TO GLR-STATUS
010410     ELSE
010420         MOVE "OK"       TO GLR-STATUS
010430     END-IF.
010440     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
010450     CALL "GLRCPOST" USING GLR-RUN-RECORD.
010460 9900-EXIT.
010470     EXIT.
