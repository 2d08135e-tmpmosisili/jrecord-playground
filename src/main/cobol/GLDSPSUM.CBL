000010*****************************************************************
000020** PROGRAM-ID: GLDSPSUM
000030** MONTHLY DISPUTE CASE VOLUME AND REG E DEADLINE SUMMARY FOR
000040** COMPLIANCE.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLDSPSUM.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  SWEEPS THE GLDSPMF DISPUTE
000180*                  CASE FILE AND SUMMARISES, BY CLAIM TYPE, THE
000190*                  CASES OPENED, PROVISIONALLY CREDITED,
000200*                  RESOLVED BY REVERSAL AND CLOSED IN THE MONTH
000210*                  OF THE BUSINESS DATE, THE CASES STILL OPEN,
000220*                  AND THE PROVISIONAL CREDIT AND FINAL
000230*                  RESOLUTION LIMITS FALLING IN THE MONTH THAT
000240*                  WERE MISSED.  RUN AT MONTH END WITH THE LAST
000250*                  BUSINESS DAY ON THE BUSDATE CARD.
000260*10/15/2026 RLH    A BUSDATE CARD WHOSE MONTH IS NOT 01-12 OR
000270*                  WHOSE DAY IS NOT 01-31 IS IGNORED LIKE ONE THAT
000280*                  IS NOT NUMERIC.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 SPECIAL-NAMES.
000360     C01 IS TOP-OF-PAGE.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLDSSPRM
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS GLX-PARM-STATUS.
000430
000440     SELECT OPTIONAL GL-DSP-FILE ASSIGN TO GLDSPMF
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GLX-DSP-KEY
000480         FILE STATUS IS GLX-DSP-STATUS.
000490
000500     SELECT GL-SUMMARY-RPT ASSIGN TO GLDSSRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS GLX-RPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------
000570*CONTROL CARD.  A "BUSDATE" CARD CARRIES THE BUSINESS DATE
000580*(CYYMMDD) IN COLUMNS 10-16; ITS MONTH IS THE MONTH SUMMARISED.
000590*"*" IN COLUMN 1 IS A COMMENT
000600*----------------------------------------------------------------
000610 FD  GL-PARM-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE OMITTED.
000640 01  GLX-PARM-RECORD.
000650     05  GLX-PARM-KEYWORD           PIC X(08).
000660         88  GLX-PARM-IS-BUSDATE            VALUE "BUSDATE".
000670     05  FILLER                     PIC X(01).
000680     05  GLX-PARM-BODY              PIC X(71).
000690     05  FILLER REDEFINES GLX-PARM-BODY.
000700         10  GLX-PARM-BUSDATE       PIC 9(07).
000710         10  FILLER REDEFINES GLX-PARM-BUSDATE.
000720             15  GLX-PARM-BD-CYY    PIC 9(03).
000730             15  GLX-PARM-BD-MM     PIC 9(02).
000740             15  GLX-PARM-BD-DD     PIC 9(02).
000750         10  FILLER                 PIC X(64).
000760
000770*----------------------------------------------------------------
000780*KEYED DISPUTE CASE FILE AS MAINTAINED BY GLDSPMNT AND MOVED BY
000790*GLDSPCHK.  STATE O = OPEN, AWAITING PROVISIONAL CREDIT; P =
000800*PROVISIONALLY CREDITED, AWAITING RESOLUTION; R = RESOLVED BY A
000810*REVERSAL OF THE ITEM; C = CLOSED (CLOSE CODE SAYS HOW)
000820*----------------------------------------------------------------
000830 FD  GL-DSP-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  GLX-DSP-RECORD.
000860     05  GLX-DSP-KEY.
000870         10  GLX-DSP-POST-DATE      PIC 9(07).
000880         10  GLX-DSP-TRACE-ID       PIC X(30).
000890     05  GLX-DSP-CO-ID              PIC 9(04).
000900     05  GLX-DSP-APPL-ID            PIC X(02).
000910     05  GLX-DSP-ACT-NO             PIC 9(15).
000920     05  GLX-DSP-TRANS-SEQ          PIC 9(07).
000930     05  GLX-DSP-ITEM-SIDE          PIC X(01).
000940         88  GLX-DSP-ITEM-DEBIT             VALUE "D".
000950         88  GLX-DSP-ITEM-CREDIT            VALUE "C".
000960     05  GLX-DSP-ITEM-AMT           PIC S9(11)V99.
000970     05  GLX-DSP-CLAIM-DATE         PIC 9(07).
000980     05  GLX-DSP-CLAIM-AMT          PIC S9(11)V99.
000990     05  GLX-DSP-CLAIM-TYPE         PIC X(01).
001000         88  GLX-DSP-TYPE-UNAUTH            VALUE "U".
001010         88  GLX-DSP-TYPE-ERROR             VALUE "E".
001020         88  GLX-DSP-TYPE-NEW-ACCT          VALUE "N".
001030         88  GLX-DSP-TYPE-POS-FOREIGN       VALUE "P".
001040     05  GLX-DSP-STATE              PIC X(01).
001050         88  GLX-DSP-OPEN                   VALUE "O".
001060         88  GLX-DSP-PROV-CREDITED          VALUE "P".
001070         88  GLX-DSP-REVERSED               VALUE "R".
001080         88  GLX-DSP-CLOSED                 VALUE "C".
001090         88  GLX-DSP-ACTIVE                 VALUE "O" "P".
001100     05  GLX-DSP-CLOSE-CODE         PIC X(01).
001110         88  GLX-DSP-CLOSE-FOR-CUST         VALUE "F".
001120         88  GLX-DSP-CLOSE-DENIED           VALUE "D".
001130         88  GLX-DSP-CLOSE-WITHDRAWN        VALUE "W".
001140     05  GLX-DSP-PROV-DUE-DATE      PIC 9(07).
001150     05  GLX-DSP-PROV-WARN-DATE     PIC 9(07).
001160     05  GLX-DSP-FINAL-DUE-DATE     PIC 9(07).
001170     05  GLX-DSP-FINAL-WARN-DATE    PIC 9(07).
001180     05  GLX-DSP-PROV-CR-DATE       PIC 9(07).
001190     05  GLX-DSP-PROV-CR-AMT        PIC S9(11)V99.
001200     05  GLX-DSP-PROV-CR-SEQ        PIC 9(07).
001210     05  GLX-DSP-FINAL-DATE         PIC 9(07).
001220     05  GLX-DSP-FINAL-SEQ          PIC 9(07).
001230     05  GLX-DSP-OPENED-DATE        PIC 9(07).
001240     05  GLX-DSP-CHANGED-DATE       PIC 9(07).
001250     05  FILLER                     PIC X(15).
001260
001270 FD  GL-SUMMARY-RPT
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE OMITTED.
001300 01  SUM-RPT-LINE                     PIC X(132).
001310
001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------------
001340*SWITCHES AND COUNTERS
001350*----------------------------------------------------------------
001360 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001370     88  GLX-PARM-OK                           VALUE "00".
001380 77  GLX-DSP-STATUS                  PIC X(02) VALUE SPACES.
001390*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL CASE FILE BEFORE
001400*THE FIRST CASE HAS EVER BEEN OPENED
001410     88  GLX-DSP-OK                            VALUE "00" "05".
001420 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001430 77  GLX-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001440     88  GLX-PARM-EOF                           VALUE "Y".
001450 77  GLX-CASES-OPEN-SW               PIC X(01) VALUE "N".
001460     88  GLX-CASES-OPEN                         VALUE "Y".
001470 77  GLX-SWEEP-DONE-SW               PIC X(01) VALUE "N".
001480     88  GLX-SWEEP-DONE                         VALUE "Y".
001490 77  GLX-IN-MONTH-SW                 PIC X(01) VALUE "N".
001500     88  GLX-IN-MONTH                           VALUE "Y".
001510 77  GLX-CASES-READ                 PIC S9(09) COMP-3 VALUE ZERO.
001520 77  GLX-RUN-DATE                    PIC 9(06) VALUE ZERO.
001530 77  GLX-TX                          PIC S9(04) COMP VALUE ZERO.
001540 77  GLX-RX                          PIC S9(04) COMP VALUE ZERO.
001550
001560*----------------------------------------------------------------
001570*THE MONTH SUMMARISED IS THE CENTURY, YEAR AND MONTH OF THE
001580*BUSINESS DATE; A CASE DATE IS TESTED THROUGH THE SAME VIEW
001590*----------------------------------------------------------------
001600 01  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001610 01  FILLER REDEFINES GLX-BUSINESS-DATE.
001620     05  GLX-BUS-MONTH               PIC 9(05).
001630     05  FILLER                      PIC 9(02).
001640 01  GLX-TEST-DATE                   PIC 9(07) VALUE ZERO.
001650 01  FILLER REDEFINES GLX-TEST-DATE.
001660     05  GLX-TEST-MONTH              PIC 9(05).
001670     05  FILLER                      PIC 9(02).
001680
001690*----------------------------------------------------------------
001700*SUMMARY TABLE - ONE ROW PER CLAIM TYPE IN THE ORDER U, E, N,
001710*P, THEN THE TOTAL ROW
001720*----------------------------------------------------------------
001730 01  GLX-TYPE-VALUES.
001740     05  FILLER                     PIC X(21)
001750             VALUE "UUNAUTHORIZED".
001760     05  FILLER                     PIC X(21)
001770             VALUE "EERROR ON STATEMENT".
001780     05  FILLER                     PIC X(21)
001790             VALUE "NNEW ACCOUNT".
001800     05  FILLER                     PIC X(21)
001810             VALUE "PPOS / FOREIGN".
001820     05  FILLER                     PIC X(21)
001830             VALUE " ALL CLAIM TYPES".
001840 01  FILLER REDEFINES GLX-TYPE-VALUES.
001850     05  GLX-TYPE-ENTRY OCCURS 5 TIMES.
001860         10  GLX-TYPE-CODE          PIC X(01).
001870         10  GLX-TYPE-DESC          PIC X(20).
001880 77  GLX-TYPE-COUNT                  PIC S9(04) COMP VALUE 4.
001890 77  GLX-TOTAL-ROW                   PIC S9(04) COMP VALUE 5.
001900
001910 01  GLX-SUM-TABLE.
001920     05  GLX-SUM-ROW OCCURS 5 TIMES.
001930         10  GLX-SR-OPENED          PIC S9(07) COMP-3.
001940         10  GLX-SR-OPENED-AMT      PIC S9(11)V99 COMP-3.
001950         10  GLX-SR-PROV-CR         PIC S9(07) COMP-3.
001960         10  GLX-SR-REVERSED        PIC S9(07) COMP-3.
001970         10  GLX-SR-CLOSED          PIC S9(07) COMP-3.
001980         10  GLX-SR-STILL-OPEN      PIC S9(07) COMP-3.
001990         10  GLX-SR-PROV-MISSED     PIC S9(07) COMP-3.
002000         10  GLX-SR-FINAL-MISSED    PIC S9(07) COMP-3.
002010
002020*----------------------------------------------------------------
002030*REPORT LINE WORK AREAS
002040*----------------------------------------------------------------
002050 01  GLX-HDG-LINE-1.
002060     05  FILLER                     PIC X(44)
002070             VALUE "GL DISPUTE CASE MONTHLY SUMMARY - MONTH OF".
002080     05  FILLER                     PIC X(01) VALUE SPACES.
002090     05  GLX-H1-MONTH               PIC 9(05).
002100     05  FILLER                     PIC X(12)
002110             VALUE " - THROUGH ".
002120     05  GLX-H1-BUSDATE             PIC 9(07).
002130     05  FILLER                     PIC X(63) VALUE SPACES.
002140
002150 01  GLX-HDG-LINE-2.
002160     05  FILLER                     PIC X(23) VALUE SPACES.
002170     05  FILLER                     PIC X(08) VALUE " OPENED".
002180     05  FILLER                     PIC X(19)
002190             VALUE "  AMOUNT CLAIMED".
002200     05  FILLER                     PIC X(08) VALUE "PROV CR".
002210     05  FILLER                     PIC X(08) VALUE "REVERSD".
002220     05  FILLER                     PIC X(08) VALUE " CLOSED".
002230     05  FILLER                     PIC X(08) VALUE "   OPEN".
002240     05  FILLER                     PIC X(08) VALUE "PROV MS".
002250     05  FILLER                     PIC X(08) VALUE "FINL MS".
002260     05  FILLER                     PIC X(34) VALUE SPACES.
002270
002280 01  GLX-SUM-LINE.
002290     05  GLX-SL-CODE                PIC X(01).
002300     05  FILLER                     PIC X(02) VALUE SPACES.
002310     05  GLX-SL-DESC                PIC X(20).
002320     05  GLX-SL-OPENED              PIC ZZZ,ZZ9.
002330     05  FILLER                     PIC X(01) VALUE SPACES.
002340     05  GLX-SL-OPENED-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002350     05  FILLER                     PIC X(02) VALUE SPACES.
002360     05  GLX-SL-PROV-CR             PIC ZZZ,ZZ9.
002370     05  FILLER                     PIC X(01) VALUE SPACES.
002380     05  GLX-SL-REVERSED            PIC ZZZ,ZZ9.
002390     05  FILLER                     PIC X(01) VALUE SPACES.
002400     05  GLX-SL-CLOSED              PIC ZZZ,ZZ9.
002410     05  FILLER                     PIC X(01) VALUE SPACES.
002420     05  GLX-SL-STILL-OPEN          PIC ZZZ,ZZ9.
002430     05  FILLER                     PIC X(01) VALUE SPACES.
002440     05  GLX-SL-PROV-MISSED         PIC ZZZ,ZZ9.
002450     05  FILLER                     PIC X(01) VALUE SPACES.
002460     05  GLX-SL-FINAL-MISSED        PIC ZZZ,ZZ9.
002470     05  FILLER                     PIC X(35) VALUE SPACES.
002480
002490 01  GLX-NOTE-LINE.
002500     05  GLX-NT-TEXT                PIC X(80).
002510     05  FILLER                     PIC X(52) VALUE SPACES.
002520
002530*----------------------------------------------------------------
002540*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002550*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002560*----------------------------------------------------------------
002570 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002580 COPY "GLRUNREC".
002590
002600 PROCEDURE DIVISION.
002610*----------------------------------------------------------------
002620*0000-MAINLINE - NOTHING IS SUMMARISED WITHOUT A BUSINESS DATE
002630*----------------------------------------------------------------
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660     IF GLX-BUSINESS-DATE = ZERO
002670         DISPLAY "GLDSPSUM - NO VALID BUSDATE CARD - NOTHING "
002680             "SUMMARISED"
002690         CLOSE GL-SUMMARY-RPT
002700         MOVE 16 TO RETURN-CODE
002710         GO TO 0000-DONE
002720     END-IF.
002730     PERFORM 9800-POST-RUN-START THRU 9800-EXIT.
002740     PERFORM 2000-SWEEP-CASES THRU 2000-EXIT.
002750     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002760     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002770 0000-DONE.
002780     STOP RUN.
002790
002800*----------------------------------------------------------------
002810*1000-INITIALIZE - TAKE THE BUSDATE CARD, CLEAR THE SUMMARY AND
002820*OPEN THE REPORT
002830*----------------------------------------------------------------
002840 1000-INITIALIZE.
002850     ACCEPT GLX-RUN-DATE FROM DATE.
002860     OPEN OUTPUT GL-SUMMARY-RPT.
002870     PERFORM 1200-CLEAR-ROW THRU 1200-EXIT
002880         VARYING GLX-RX FROM 1 BY 1
002890         UNTIL GLX-RX > GLX-TOTAL-ROW.
002900     OPEN INPUT GL-PARM-FILE.
002910     IF NOT GLX-PARM-OK
002920         GO TO 1000-EXIT
002930     END-IF.
002940     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
002950         UNTIL GLX-PARM-EOF.
002960     CLOSE GL-PARM-FILE.
002970 1000-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------
003010*1100-READ-ONE-CARD - COMMENT AND BLANK CARDS ARE SKIPPED; ANY
003020*OTHER CARD BUT BUSDATE IS REPORTED AND IGNORED
003030*----------------------------------------------------------------
003040 1100-READ-ONE-CARD.
003050     READ GL-PARM-FILE
003060         AT END
003070             MOVE "Y" TO GLX-PARM-EOF-SWITCH
003080             GO TO 1100-EXIT
003090     END-READ.
003100     IF GLX-PARM-KEYWORD (1:1) = "*"
003110        OR GLX-PARM-KEYWORD = SPACES
003120         GO TO 1100-EXIT
003130     END-IF.
003140     IF NOT GLX-PARM-IS-BUSDATE
003150         DISPLAY "GLDSPSUM - UNKNOWN CARD IGNORED: "
003160             GLX-PARM-KEYWORD
003170         GO TO 1100-EXIT
003180     END-IF.
003190     IF GLX-PARM-BUSDATE NOT NUMERIC
003200        OR GLX-PARM-BD-MM < 01 OR GLX-PARM-BD-MM > 12
003210        OR GLX-PARM-BD-DD < 01 OR GLX-PARM-BD-DD > 31
003220         DISPLAY "GLDSPSUM - BAD BUSDATE CARD IGNORED: "
003230             GLX-PARM-BODY
003240         GO TO 1100-EXIT
003250     END-IF.
003260     MOVE GLX-PARM-BUSDATE TO GLX-BUSINESS-DATE.
003270 1100-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310*1200-CLEAR-ROW
003320*----------------------------------------------------------------
003330 1200-CLEAR-ROW.
003340     MOVE ZERO TO GLX-SR-OPENED (GLX-RX)
003350                  GLX-SR-OPENED-AMT (GLX-RX)
003360                  GLX-SR-PROV-CR (GLX-RX)
003370                  GLX-SR-REVERSED (GLX-RX)
003380                  GLX-SR-CLOSED (GLX-RX)
003390                  GLX-SR-STILL-OPEN (GLX-RX)
003400                  GLX-SR-PROV-MISSED (GLX-RX)
003410                  GLX-SR-FINAL-MISSED (GLX-RX).
003420 1200-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460*2000-SWEEP-CASES - READ EVERY CASE ON FILE IN KEY ORDER
003470*----------------------------------------------------------------
003480 2000-SWEEP-CASES.
003490     OPEN INPUT GL-DSP-FILE.
003500     IF NOT GLX-DSP-OK
003510         DISPLAY "GLDSPSUM - OPEN ERROR ON GL-DSP-FILE "
003520             GLX-DSP-STATUS " - NOTHING SUMMARISED"
003530         GO TO 2000-EXIT
003540     END-IF.
003550     MOVE "Y" TO GLX-CASES-OPEN-SW.
003560     MOVE "N" TO GLX-SWEEP-DONE-SW.
003570     MOVE LOW-VALUES TO GLX-DSP-KEY.
003580     START GL-DSP-FILE KEY NOT LESS THAN GLX-DSP-KEY
003590         INVALID KEY
003600             MOVE "Y" TO GLX-SWEEP-DONE-SW
003610     END-START.
003620     PERFORM 2100-COUNT-ONE-CASE THRU 2100-EXIT
003630         UNTIL GLX-SWEEP-DONE.
003640 2000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------
003680*2100-COUNT-ONE-CASE - A CASE COUNTS IN ITS CLAIM TYPE'S ROW AND
003690*IN THE TOTAL ROW.  OPENED BY THE DATE THE CASE WAS OPENED,
003700*PROVISIONALLY CREDITED BY THE CREDIT'S POST DATE, REVERSED AND
003710*CLOSED BY THE RESOLVING DATE.  CASES NOT YET RESOLVED ARE
003720*COUNTED OPEN WHATEVER THEIR AGE
003730*----------------------------------------------------------------
003740 2100-COUNT-ONE-CASE.
003750     READ GL-DSP-FILE NEXT RECORD
003760         AT END
003770             MOVE "Y" TO GLX-SWEEP-DONE-SW
003780             GO TO 2100-EXIT
003790     END-READ.
003800     IF NOT GLX-DSP-OK
003810         MOVE "Y" TO GLX-SWEEP-DONE-SW
003820         GO TO 2100-EXIT
003830     END-IF.
003840     ADD 1 TO GLX-CASES-READ.
003850     MOVE 1 TO GLX-TX.
003860     PERFORM 2150-FIND-TYPE THRU 2150-EXIT.
003870     MOVE GLX-DSP-OPENED-DATE TO GLX-TEST-DATE.
003880     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
003890     IF GLX-IN-MONTH
003900         ADD 1 TO GLX-SR-OPENED (GLX-TX)
003910                  GLX-SR-OPENED (GLX-TOTAL-ROW)
003920         ADD GLX-DSP-CLAIM-AMT
003930             TO GLX-SR-OPENED-AMT (GLX-TX)
003940                GLX-SR-OPENED-AMT (GLX-TOTAL-ROW)
003950     END-IF.
003960     MOVE GLX-DSP-PROV-CR-DATE TO GLX-TEST-DATE.
003970     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
003980     IF GLX-IN-MONTH
003990         ADD 1 TO GLX-SR-PROV-CR (GLX-TX)
004000                  GLX-SR-PROV-CR (GLX-TOTAL-ROW)
004010     END-IF.
004020     MOVE GLX-DSP-FINAL-DATE TO GLX-TEST-DATE.
004030     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
004040     IF GLX-IN-MONTH AND GLX-DSP-REVERSED
004050         ADD 1 TO GLX-SR-REVERSED (GLX-TX)
004060                  GLX-SR-REVERSED (GLX-TOTAL-ROW)
004070     END-IF.
004080     IF GLX-IN-MONTH AND GLX-DSP-CLOSED
004090         ADD 1 TO GLX-SR-CLOSED (GLX-TX)
004100                  GLX-SR-CLOSED (GLX-TOTAL-ROW)
004110     END-IF.
004120     IF GLX-DSP-ACTIVE
004130         ADD 1 TO GLX-SR-STILL-OPEN (GLX-TX)
004140                  GLX-SR-STILL-OPEN (GLX-TOTAL-ROW)
004150     END-IF.
004160     PERFORM 2200-TEST-PROV-MISSED THRU 2200-EXIT.
004170     PERFORM 2300-TEST-FINAL-MISSED THRU 2300-EXIT.
004180 2100-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220*2150-FIND-TYPE - A CLAIM TYPE NOT IN THE TABLE COUNTS AS
004230*UNAUTHORIZED, AS GLDSPMNT TAKES A BLANK TYPE
004240*----------------------------------------------------------------
004250 2150-FIND-TYPE.
004260     IF GLX-TX > GLX-TYPE-COUNT
004270         MOVE 1 TO GLX-TX
004280         GO TO 2150-EXIT
004290     END-IF.
004300     IF GLX-TYPE-CODE (GLX-TX) = GLX-DSP-CLAIM-TYPE
004310         GO TO 2150-EXIT
004320     END-IF.
004330     ADD 1 TO GLX-TX.
004340     GO TO 2150-FIND-TYPE.
004350 2150-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------
004390*2200-TEST-PROV-MISSED - A PROVISIONAL LIMIT FALLING IN THE
004400*MONTH IS MISSED WHEN THE CREDIT CAME AFTER IT, OR WHEN NO
004410*CREDIT HAS COME, THE LIMIT HAS PASSED AND THE CASE WAS NOT
004420*RESOLVED OR CLOSED BY THE LIMIT
004430*----------------------------------------------------------------
004440 2200-TEST-PROV-MISSED.
004450     MOVE GLX-DSP-PROV-DUE-DATE TO GLX-TEST-DATE.
004460     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
004470     IF NOT GLX-IN-MONTH
004480         GO TO 2200-EXIT
004490     END-IF.
004500     IF GLX-DSP-PROV-CR-DATE > ZERO
004510         IF GLX-DSP-PROV-CR-DATE > GLX-DSP-PROV-DUE-DATE
004520             GO TO 2200-MISSED
004530         END-IF
004540         GO TO 2200-EXIT
004550     END-IF.
004560     IF GLX-BUSINESS-DATE NOT > GLX-DSP-PROV-DUE-DATE
004570         GO TO 2200-EXIT
004580     END-IF.
004590     IF NOT GLX-DSP-ACTIVE
004600        AND GLX-DSP-FINAL-DATE NOT > GLX-DSP-PROV-DUE-DATE
004610         GO TO 2200-EXIT
004620     END-IF.
004630 2200-MISSED.
004640     ADD 1 TO GLX-SR-PROV-MISSED (GLX-TX)
004650              GLX-SR-PROV-MISSED (GLX-TOTAL-ROW).
004660 2200-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*2300-TEST-FINAL-MISSED - A FINAL LIMIT FALLING IN THE MONTH IS
004710*MISSED WHEN THE CASE WAS RESOLVED OR CLOSED AFTER IT, OR IS
004720*STILL UNRESOLVED WITH THE LIMIT PASSED
004730*----------------------------------------------------------------
004740 2300-TEST-FINAL-MISSED.
004750     MOVE GLX-DSP-FINAL-DUE-DATE TO GLX-TEST-DATE.
004760     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
004770     IF NOT GLX-IN-MONTH
004780         GO TO 2300-EXIT
004790     END-IF.
004800     IF GLX-DSP-ACTIVE
004810         IF GLX-BUSINESS-DATE > GLX-DSP-FINAL-DUE-DATE
004820             GO TO 2300-MISSED
004830         END-IF
004840         GO TO 2300-EXIT
004850     END-IF.
004860     IF GLX-DSP-FINAL-DATE NOT > GLX-DSP-FINAL-DUE-DATE
004870         GO TO 2300-EXIT
004880     END-IF.
004890 2300-MISSED.
004900     ADD 1 TO GLX-SR-FINAL-MISSED (GLX-TX)
004910              GLX-SR-FINAL-MISSED (GLX-TOTAL-ROW).
004920 2300-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960*2900-TEST-MONTH - IS GLX-TEST-DATE IN THE MONTH SUMMARISED.  A
004970*ZERO DATE NEVER IS
004980*----------------------------------------------------------------
004990 2900-TEST-MONTH.
005000     MOVE "N" TO GLX-IN-MONTH-SW.
005010     IF GLX-TEST-DATE NOT = ZERO
005020        AND GLX-TEST-MONTH = GLX-BUS-MONTH
005030         MOVE "Y" TO GLX-IN-MONTH-SW
005040     END-IF.
005050 2900-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------
005090*8000-PRINT-SUMMARY - ONE LINE PER CLAIM TYPE AND THE TOTAL
005100*----------------------------------------------------------------
005110 8000-PRINT-SUMMARY.
005120     MOVE GLX-BUS-MONTH     TO GLX-H1-MONTH.
005130     MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE.
005140     WRITE SUM-RPT-LINE FROM GLX-HDG-LINE-1.
005150     MOVE SPACES TO SUM-RPT-LINE.
005160     WRITE SUM-RPT-LINE.
005170     IF NOT GLX-CASES-OPEN
005180         MOVE "CASE FILE UNAVAILABLE - NOTHING SUMMARISED"
005190             TO GLX-NT-TEXT
005200         WRITE SUM-RPT-LINE FROM GLX-NOTE-LINE
005210         GO TO 8000-EXIT
005220     END-IF.
005230     WRITE SUM-RPT-LINE FROM GLX-HDG-LINE-2.
005240     PERFORM 8100-PRINT-ONE-ROW THRU 8100-EXIT
005250         VARYING GLX-RX FROM 1 BY 1
005260         UNTIL GLX-RX > GLX-TOTAL-ROW.
005270     MOVE SPACES TO SUM-RPT-LINE.
005280     WRITE SUM-RPT-LINE.
005290     MOVE "PROV MS / FINL MS - PROVISIONAL CREDIT / FINAL"
005300         TO GLX-NT-TEXT.
005310     WRITE SUM-RPT-LINE FROM GLX-NOTE-LINE.
005320     MOVE "RESOLUTION LIMITS IN THE MONTH THAT WERE MISSED"
005330         TO GLX-NT-TEXT.
005340     WRITE SUM-RPT-LINE FROM GLX-NOTE-LINE.
005350 8000-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390*8100-PRINT-ONE-ROW - THE TOTAL ROW IS SET OFF BY A BLANK LINE
005400*----------------------------------------------------------------
005410 8100-PRINT-ONE-ROW.
005420     IF GLX-RX = GLX-TOTAL-ROW
005430         MOVE SPACES TO SUM-RPT-LINE
005440         WRITE SUM-RPT-LINE
005450     END-IF.
005460     MOVE GLX-TYPE-CODE (GLX-RX)       TO GLX-SL-CODE.
005470     MOVE GLX-TYPE-DESC (GLX-RX)       TO GLX-SL-DESC.
005480     MOVE GLX-SR-OPENED (GLX-RX)       TO GLX-SL-OPENED.
005490     MOVE GLX-SR-OPENED-AMT (GLX-RX)   TO GLX-SL-OPENED-AMT.
005500     MOVE GLX-SR-PROV-CR (GLX-RX)      TO GLX-SL-PROV-CR.
005510     MOVE GLX-SR-REVERSED (GLX-RX)     TO GLX-SL-REVERSED.
005520     MOVE GLX-SR-CLOSED (GLX-RX)       TO GLX-SL-CLOSED.
005530     MOVE GLX-SR-STILL-OPEN (GLX-RX)   TO GLX-SL-STILL-OPEN.
005540     MOVE GLX-SR-PROV-MISSED (GLX-RX)  TO GLX-SL-PROV-MISSED.
005550     MOVE GLX-SR-FINAL-MISSED (GLX-RX) TO GLX-SL-FINAL-MISSED.
005560     WRITE SUM-RPT-LINE FROM GLX-SUM-LINE.
005570 8100-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
005620*----------------------------------------------------------------
005630 9999-TERMINATE.
005640     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
005650     IF GLX-CASES-OPEN
005660         CLOSE GL-DSP-FILE
005670     END-IF.
005680     CLOSE GL-SUMMARY-RPT.
005690     DISPLAY "GLDSPSUM - CASES READ:      " GLX-CASES-READ.
005700     DISPLAY "GLDSPSUM - OPENED IN MONTH: "
005710         GLX-SR-OPENED (GLX-TOTAL-ROW).
005720     DISPLAY "GLDSPSUM - PROV MISSED:     "
005730         GLX-SR-PROV-MISSED (GLX-TOTAL-ROW).
005740     DISPLAY "GLDSPSUM - FINAL MISSED:    "
005750         GLX-SR-FINAL-MISSED (GLX-TOTAL-ROW).
005760 9999-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
005810*SHARED RUN-CONTROL FILE FOR THE BUSINESS DATE ON THE CARD
005820*----------------------------------------------------------------
005830 9800-POST-RUN-START.
005840     MOVE GLX-BUSINESS-DATE TO GLX-RC-BUSDATE.
005850     MOVE SPACES TO GLR-RUN-RECORD.
005860     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
005870     MOVE "GLDSPSUM" TO GLR-PROGRAM.
005880     MOVE "STARTED"  TO GLR-EVENT.
005890     MOVE SPACES     TO GLR-STATUS.
005900     MOVE ZERO       TO GLR-RECORD-COUNT.
005910     CALL "GLRCPOST" USING GLR-RUN-RECORD.
005920 9800-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS AND
005970*THE NUMBER OF CASES READ.  THE SUMMARY IS ONLY NOGO WHEN THE
005980*CASE FILE COULD NOT BE READ; MISSED LIMITS ARE REPORTED, THE
005990*NIGHTLY GLDSPCHK RUN IS WHERE THEY STOP THE DAY
006000*----------------------------------------------------------------
006010 9900-POST-RUN-END.
006020     IF GLX-RC-BUSDATE = ZERO
006030         GO TO 9900-EXIT
006040     END-IF.
006050     MOVE SPACES TO GLR-RUN-RECORD.
006060     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006070     MOVE "GLDSPSUM" TO GLR-PROGRAM.
006080     MOVE "ENDED"    TO GLR-EVENT.
006090     IF GLX-CASES-OPEN
006100         MOVE "OK"       TO GLR-STATUS
006110     ELSE
006120         MOVE "NOGO"     TO GLR-STATUS
006130     END-IF.
006140     MOVE GLX-CASES-READ TO GLR-RECORD-COUNT.
006150     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006160 9900-EXIT.
006170     EXIT.
