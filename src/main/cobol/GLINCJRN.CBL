000290*                  ENDED EVENTS FOR THIS JOB (VIA GLRCPOST)
000300*                  TO THE SHARED GLRUNCTL FILE FOR THE
000310*                  END-OF-NIGHT STATUS REPORT.
000320*10/15/2026 RLH    YEAR-TO-DATE INTEREST BOOKED.  THE TWO
000330*                  INTEREST BUCKETS (GLI-LOC-INT-COLL OF
000340*                  GLI-ORIG-CONTI AND GLI-INT-PAID-NOT-DISBURSED)
000350*                  ARE ALSO TOTALLED BY GLI-CO-ID AND ROLLED INTO
000360*                  THE GLINCYTD KEYED FILE BY TAX YEAR AND
000370*                  COMPANY, SO THE GLTAXYRE YEAR-END RUN CAN TIE
000380*                  THE 1099-INT INTEREST TO WHAT WAS BOOKED.  A
000390*                  RERUN OF THE SAME BUSINESS DATE REPLACES THE
000400*                  NIGHT RATHER THAN ADDING IT TWICE.  A FAILED
000410*                  UPDATE POSTS NOGO.
000420*10/15/2026 RLH    THE YEAR-TO-DATE INTEREST IS NOW TAKEN FROM A
000430*                  PASS OF GLVALID RATHER THAN GLDETAIL, SO IT
000440*                  COUNTS EXACTLY THE ITEMS THAT REACHED THE
000450*                  LEDGER AND THE GLTAXMF ACCUMULATOR: A SUSPENDED
000460*                  ITEM IS NOT COUNTED UNTIL IT IS REPAIRED, AND
000470*                  A REPAIRED ITEM IS COUNTED ONCE.  EACH ITEM
000480*                  ROLLS INTO THE TAX YEAR OF ITS POST DATE, AS IN
000490*                  GLTAXACC.  THE INCOME JOURNAL ITSELF IS STILL
000500*                  BUILT FROM GLDETAIL.  A GLVALID THAT CANNOT BE
000510*                  OPENED POSTS NOGO.
000520*----------------------------------------------------------------
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 SPECIAL-NAMES.
000590     C01 IS TOP-OF-PAGE.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT GL-DETAIL-FILE ASSIGN TO GLDETAIL
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS GLX-DETAIL-STATUS.
000670
000680     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS GLX-VALID-STATUS.
000720
000730     SELECT GL-INCOME-RPT ASSIGN TO GLINCRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS GLX-RPT-STATUS.
000760
000770     SELECT GL-POSTING-FILE ASSIGN TO GLINCPST
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS GLX-POST-STATUS.
000810
000820     SELECT OPTIONAL GL-INCYTD-FILE ASSIGN TO GLINCYTD
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS GLX-YTD-KEY
000860         FILE STATUS IS GLX-YTD-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900*----------------------------------------------------------------
000910*INPUT EXTRACT FILE - LAYOUT SUPPLIED BY POW_GL_DETAIL_OUTPUT
000920*----------------------------------------------------------------
000930 FD  GL-DETAIL-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY "POW_GL_Detail_Output".
000970
000980*----------------------------------------------------------------
000990*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT.
001000*READ INTO THE GLDETAIL RECORD AREA ONCE GLDETAIL IS DONE
001010*----------------------------------------------------------------
001020 FD  GL-VALID-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  GLX-VALID-RECORD                 PIC X(888).
001060
001070 FD  GL-INCOME-RPT
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE OMITTED.
001100 01  INC-RPT-LINE                     PIC X(132).
001110
001120*----------------------------------------------------------------
001130*OUTPUT SUMMARY POSTING FILE - ONE RECORD PER BRANCH /
001140*SUBPROD / FEE-REGION CELL WITH THE FIVE INCOME BUCKETS
001150*----------------------------------------------------------------
001160 FD  GL-POSTING-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  GLX-POSTING-RECORD.
001200     05  GLX-PST-BRANCH             PIC 9(05).
001210     05  GLX-PST-SUBPROD            PIC X(02).
001220     05  GLX-PST-FEE-REGION         PIC X(04).
001230     05  GLX-PST-INT-COLL           PIC S9(11)V99.
001240     05  GLX-PST-SV-CHG             PIC S9(11)V99.
001250     05  GLX-PST-LT-CHG             PIC S9(11)V99.
001260     05  GLX-PST-MISC-CHG           PIC S9(11)V99.
001270     05  GLX-PST-INT-NOT-DISB       PIC S9(11)V99.
001280
001290*----------------------------------------------------------------
001300*KEYED YEAR-TO-DATE INTEREST BOOKED - ONE RECORD PER TAX YEAR
001310*(CYY) / CO-ID, CARRYING THE LAST BUSINESS DATE ROLLED AND, FOR
001320*EACH INTEREST BUCKET, THE YEAR-TO-DATE BEFORE THAT NIGHT, THAT
001330*NIGHT'S AMOUNT AND THE YEAR-TO-DATE AFTER IT
001340*----------------------------------------------------------------
001350 FD  GL-INCYTD-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  GLX-YTD-RECORD.
001380     05  GLX-YTD-KEY.
001390         10  GLX-YTD-YEAR           PIC 9(03).
001400         10  GLX-YTD-CO-ID          PIC 9(04).
001410     05  GLX-YTD-LAST-DATE          PIC 9(07).
001420     05  GLX-YTD-PRIOR-INT          PIC S9(13)V99.
001430     05  GLX-YTD-PRIOR-INT-ND       PIC S9(13)V99.
001440     05  GLX-YTD-DAY-INT            PIC S9(13)V99.
001450     05  GLX-YTD-DAY-INT-ND         PIC S9(13)V99.
001460     05  GLX-YTD-INT                PIC S9(13)V99.
001470     05  GLX-YTD-INT-ND             PIC S9(13)V99.
001480     05  FILLER                     PIC X(20).
001490
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------
001520*SWITCHES AND COUNTERS
001530*----------------------------------------------------------------
001540 77  GLX-DETAIL-STATUS               PIC X(02) VALUE SPACES.
001550     88  GLX-DETAIL-OK                         VALUE "00".
001560     88  GLX-DETAIL-EOF                         VALUE "10".
001570 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001580     88  GLX-VALID-OK                          VALUE "00".
001590     88  GLX-VALID-EOF                          VALUE "10".
001600 77  GLX-VALID-EOF-SW                PIC X(01) VALUE "N".
001610     88  GLX-VALID-DONE                         VALUE "Y".
001620 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001630 77  GLX-POST-STATUS                 PIC X(02) VALUE SPACES.
001640 77  GLX-YTD-STATUS                  PIC X(02) VALUE SPACES.
001650*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL YEAR-TO-DATE FILE
001660*WHEN IT DID NOT EXIST YET (THE FIRST NIGHT BOOTSTRAPS IT)
001670     88  GLX-YTD-OK                            VALUE "00" "05".
001680 77  GLX-YTD-OPEN-SW                 PIC X(01) VALUE "N".
001690     88  GLX-YTD-OPEN                           VALUE "Y".
001700 77  GLX-NEW-YTD-SW                  PIC X(01) VALUE "N".
001710     88  GLX-NEW-YTD                            VALUE "Y".
001720 77  GLX-YTD-ERRORS                 PIC S9(07) COMP-3 VALUE ZERO.
001730 77  GLX-YTD-TAX-YEAR                PIC 9(03) VALUE ZERO.
001740 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001750     88  GLX-EOF-REACHED                        VALUE "Y".
001760 77  GLX-TABLE-FULL-SW               PIC X(01) VALUE "N".
001770     88  GLX-TABLE-FULL                         VALUE "Y".
001780 77  GLX-ENTRY-FOUND-SW              PIC X(01) VALUE "Y".
001790     88  GLX-ENTRY-FOUND                        VALUE "Y".
001800 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001810 77  GLX-VALID-READ                 PIC S9(09) COMP-3 VALUE ZERO.
001820 77  GLX-INCOME-RECORDS             PIC S9(09) COMP-3 VALUE ZERO.
001830 77  GLX-CELLS-WRITTEN              PIC S9(07) COMP-3 VALUE ZERO.
001840 77  GLX-CELL-COUNT                 PIC S9(04) COMP   VALUE ZERO.
001850 77  GLX-CELL-MAX                   PIC S9(04) COMP   VALUE 2000.
001860
001870*----------------------------------------------------------------
001880*GRAND TOTALS - ONE PER INCOME BUCKET SO THE RECAP SHOWS
001890*INTEREST COLLECTED SEPARATELY FROM EACH CHARGE TYPE
001900*----------------------------------------------------------------
001910 77  GLX-TOT-INT-COLL             PIC S9(13)V99 COMP-3 VALUE ZERO.
001920 77  GLX-TOT-SV-CHG               PIC S9(13)V99 COMP-3 VALUE ZERO.
001930 77  GLX-TOT-LT-CHG               PIC S9(13)V99 COMP-3 VALUE ZERO.
001940 77  GLX-TOT-MISC-CHG             PIC S9(13)V99 COMP-3 VALUE ZERO.
001950 77  GLX-TOT-INT-NOT-DISB         PIC S9(13)V99 COMP-3 VALUE ZERO.
001960
001970*----------------------------------------------------------------
001980*INCOME-CELL TABLE - ONE ENTRY PER BRANCH / SUBPROD-CODE /
001990*FEE-REGION COMBINATION CARRYING INCOME ACTIVITY
002000*----------------------------------------------------------------
002010 01  GLX-CELL-TABLE.
002020     05  GLX-CELL-ENTRY OCCURS 1 TO 2000 TIMES
002030             DEPENDING ON GLX-CELL-COUNT
002040             INDEXED BY GLX-IX.
002050         10  GLX-CELL-BRANCH          PIC S9(05) COMP-3.
002060         10  GLX-CELL-SUBPROD         PIC X(02).
002070         10  GLX-CELL-FEE-REGION      PIC X(04).
002080         10  GLX-CELL-INT-COLL        PIC S9(11)V99 COMP-3.
002090         10  GLX-CELL-SV-CHG          PIC S9(11)V99 COMP-3.
002100         10  GLX-CELL-LT-CHG          PIC S9(11)V99 COMP-3.
002110         10  GLX-CELL-MISC-CHG        PIC S9(11)V99 COMP-3.
002120         10  GLX-CELL-INT-NOT-DISB    PIC S9(11)V99 COMP-3.
002130
002140*----------------------------------------------------------------
002150*COMPANY INTEREST TABLE - TONIGHT'S TWO INTEREST BUCKETS FROM
002160*GLVALID BY TAX YEAR AND GLI-CO-ID FOR THE YEAR-TO-DATE ROLL.  A
002170*FULL TABLE LEAVES THE YEAR-TO-DATE SHORT AND POSTS NOGO
002180*----------------------------------------------------------------
002190 77  GLX-CO-COUNT                   PIC S9(04) COMP   VALUE ZERO.
002200 77  GLX-CO-MAX                     PIC S9(04) COMP   VALUE 200.
002210 01  GLX-CO-TABLE.
002220     05  GLX-CO-ENTRY OCCURS 1 TO 200 TIMES
002230             DEPENDING ON GLX-CO-COUNT
002240             INDEXED BY GLX-CX.
002250         10  GLX-CO-YEAR              PIC 9(03).
002260         10  GLX-CO-CO-ID             PIC 9(04).
002270         10  GLX-CO-INT               PIC S9(13)V99 COMP-3.
002280         10  GLX-CO-INT-ND            PIC S9(13)V99 COMP-3.
002290
002300*----------------------------------------------------------------
002310*REPORT LINE WORK AREAS
002320*----------------------------------------------------------------
002330 01  GLX-HDG-LINE-1.
002340     05  FILLER                     PIC X(36)
002350             VALUE "GL FEE AND INTEREST INCOME JOURNAL".
002360     05  FILLER                     PIC X(96) VALUE SPACES.
002370
002380 01  GLX-HDG-LINE-2.
002390     05  FILLER                     PIC X(08) VALUE "BRANCH".
002400     05  FILLER                     PIC X(06) VALUE "SUBP".
002410     05  FILLER                     PIC X(06) VALUE "FREG".
002420     05  FILLER                     PIC X(17)
002430             VALUE "INT COLLECTED".
002440     05  FILLER                     PIC X(17) VALUE "SVC CHARGES".
002450     05  FILLER                     PIC X(17)
002460             VALUE "LATE CHARGES".
002470     05  FILLER                     PIC X(17)
002480             VALUE "MISC CHARGES".
002490     05  FILLER                     PIC X(17)
002500             VALUE "INT NOT DISB".
002510     05  FILLER                     PIC X(27) VALUE SPACES.
002520
002530 01  GLX-DETAIL-LINE.
002540     05  GLX-DL-BRANCH              PIC ZZZZ9.
002550     05  FILLER                     PIC X(03) VALUE SPACES.
002560     05  GLX-DL-SUBPROD             PIC XX.
002570     05  FILLER                     PIC X(04) VALUE SPACES.
002580     05  GLX-DL-FEE-REGION          PIC X(04).
002590     05  FILLER                     PIC X(02) VALUE SPACES.
002600     05  GLX-DL-INT-COLL            PIC ZZZ,ZZZ,ZZ9.99-.
002610     05  FILLER                     PIC X(02) VALUE SPACES.
002620     05  GLX-DL-SV-CHG              PIC ZZZ,ZZZ,ZZ9.99-.
002630     05  FILLER                     PIC X(02) VALUE SPACES.
002640     05  GLX-DL-LT-CHG              PIC ZZZ,ZZZ,ZZ9.99-.
002650     05  FILLER                     PIC X(02) VALUE SPACES.
002660     05  GLX-DL-MISC-CHG            PIC ZZZ,ZZZ,ZZ9.99-.
002670     05  FILLER                     PIC X(02) VALUE SPACES.
002680     05  GLX-DL-INT-NOT-DISB        PIC ZZZ,ZZZ,ZZ9.99-.
002690     05  FILLER                     PIC X(27) VALUE SPACES.
002700
002710 01  GLX-TOTAL-LINE.
002720     05  FILLER                     PIC X(11)
002730             VALUE "INCOME TOT.".
002740     05  FILLER                     PIC X(09) VALUE SPACES.
002750     05  GLX-TL-INT-COLL            PIC ZZZ,ZZZ,ZZ9.99-.
002760     05  FILLER                     PIC X(02) VALUE SPACES.
002770     05  GLX-TL-SV-CHG              PIC ZZZ,ZZZ,ZZ9.99-.
002780     05  FILLER                     PIC X(02) VALUE SPACES.
002790     05  GLX-TL-LT-CHG              PIC ZZZ,ZZZ,ZZ9.99-.
002800     05  FILLER                     PIC X(02) VALUE SPACES.
002810     05  GLX-TL-MISC-CHG            PIC ZZZ,ZZZ,ZZ9.99-.
002820     05  FILLER                     PIC X(02) VALUE SPACES.
002830     05  GLX-TL-INT-NOT-DISB        PIC ZZZ,ZZZ,ZZ9.99-.
002840     05  FILLER                     PIC X(27) VALUE SPACES.
002850
002860*----------------------------------------------------------------
002870*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002880*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002890*----------------------------------------------------------------
002900 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002910     88  GLX-RC-STARTED                         VALUE "Y".
002920 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002930 COPY "GLRUNREC".
002940
002950 PROCEDURE DIVISION.
002960*----------------------------------------------------------------
002970*0000-MAINLINE
002980*----------------------------------------------------------------
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
003020         UNTIL GLX-EOF-REACHED.
003030     PERFORM 3000-GATHER-INTEREST THRU 3000-EXIT.
003040     PERFORM 8000-PRODUCE-OUTPUT THRU 8000-EXIT.
003050     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003060     STOP RUN.
003070
003080*----------------------------------------------------------------
003090*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ
003100*----------------------------------------------------------------
003110 1000-INITIALIZE.
003120     OPEN INPUT  GL-DETAIL-FILE.
003130     OPEN OUTPUT GL-INCOME-RPT
003140                 GL-POSTING-FILE.
003150     OPEN I-O    GL-INCYTD-FILE.
003160     IF GLX-YTD-OK
003170         MOVE "Y" TO GLX-YTD-OPEN-SW
003180     ELSE
003190         DISPLAY "GLINCJRN - OPEN ERROR ON GL-INCYTD-FILE "
003200             GLX-YTD-STATUS
003210         ADD 1 TO GLX-YTD-ERRORS
003220     END-IF.
003230     IF NOT GLX-DETAIL-OK AND NOT GLX-DETAIL-EOF
003240         DISPLAY "GLINCJRN - OPEN ERROR ON GL-DETAIL-FILE "
003250             GLX-DETAIL-STATUS
003260         MOVE "Y" TO GLX-EOF-SWITCH
003270         GO TO 1000-EXIT
003280     END-IF.
003290     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340*2000-PROCESS-FILE - RECORDS WITH NO COLLECTED-CHARGE ACTIVITY
003350*PASS STRAIGHT THROUGH; THE REST ROLL INTO THEIR INCOME CELL
003360*----------------------------------------------------------------
003370 2000-PROCESS-FILE.
003380     ADD 1 TO GLX-RECORDS-READ.
003390     IF NOT GLX-RC-STARTED
003400         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
003410     END-IF.
003420     IF GLI-LOC-INT-COLL OF GLI-ORIG-CONTI = ZERO
003430        AND GLI-LOC-SV-CHG-COLL = ZERO
003440        AND GLI-LOC-LT-CHG-COLL = ZERO
003450        AND GLI-LOC-MISC-CHG-COLL = ZERO
003460        AND GLI-INT-PAID-NOT-DISBURSED = ZERO
003470         GO TO 2000-READ-NEXT
003480     END-IF.
003490     ADD 1 TO GLX-INCOME-RECORDS.
003500     PERFORM 2200-FIND-OR-ADD-CELL THRU 2200-EXIT.
003510     PERFORM 2300-ACCUMULATE-CELL THRU 2300-EXIT.
003520 2000-READ-NEXT.
003530     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003540 2000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580*2100-READ-DETAIL
003590*----------------------------------------------------------------
003600 2100-READ-DETAIL.
003610     READ GL-DETAIL-FILE
003620         AT END
003630             MOVE "Y" TO GLX-EOF-SWITCH
003640     END-READ.
003650 2100-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690*2200-FIND-OR-ADD-CELL - LOCATE THE TABLE ROW FOR THIS
003700*BRANCH / SUBPROD / FEE-REGION, ADDING A NEW ROW IF NOT FOUND
003710*----------------------------------------------------------------
003720 2200-FIND-OR-ADD-CELL.
003730     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
003740     SET GLX-IX TO 1.
003750     SEARCH GLX-CELL-ENTRY
003760         AT END
003770             PERFORM 2210-ADD-CELL THRU 2210-EXIT
003780         WHEN GLX-CELL-BRANCH (GLX-IX) = GLI-BRANCH
003790          AND GLX-CELL-SUBPROD (GLX-IX) = GLI-SUBPROD-CODE
003800          AND GLX-CELL-FEE-REGION (GLX-IX) = GLI-FEE-REGION
003810             CONTINUE
003820     END-SEARCH.
003830 2200-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870*2210-ADD-CELL - APPEND A NEW ROW AT THE END OF THE TABLE
003880*----------------------------------------------------------------
003890 2210-ADD-CELL.
003900     IF GLX-CELL-COUNT NOT < GLX-CELL-MAX
003910         MOVE "Y" TO GLX-TABLE-FULL-SW
003920         MOVE "N" TO GLX-ENTRY-FOUND-SW
003930         DISPLAY "GLINCJRN - CELL TABLE FULL AT "
003940             GLX-CELL-MAX " ENTRIES - JOURNAL INCOMPLETE"
003950         GO TO 2210-EXIT
003960     END-IF.
003970     ADD 1 TO GLX-CELL-COUNT.
003980     SET GLX-IX TO GLX-CELL-COUNT.
003990     MOVE GLI-BRANCH       TO GLX-CELL-BRANCH (GLX-IX).
004000     MOVE GLI-SUBPROD-CODE TO GLX-CELL-SUBPROD (GLX-IX).
004010     MOVE GLI-FEE-REGION   TO GLX-CELL-FEE-REGION (GLX-IX).
004020     MOVE ZERO TO GLX-CELL-INT-COLL (GLX-IX)
004030                  GLX-CELL-SV-CHG (GLX-IX)
004040                  GLX-CELL-LT-CHG (GLX-IX)
004050                  GLX-CELL-MISC-CHG (GLX-IX)
004060                  GLX-CELL-INT-NOT-DISB (GLX-IX).
004070 2210-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110*2300-ACCUMULATE-CELL - ROLL THE FIVE INCOME BUCKETS INTO THE
004120*CELL.  GLI-LOC-INT-COLL IS TAKEN FROM GLI-ORIG-CONTI, THE
004130*EXTENDED AREA THE CHARGE-COLLECTION SYSTEMS POPULATE
004140*----------------------------------------------------------------
004150 2300-ACCUMULATE-CELL.
004160     IF NOT GLX-ENTRY-FOUND
004170         GO TO 2300-EXIT
004180     END-IF.
004190     ADD GLI-LOC-INT-COLL OF GLI-ORIG-CONTI
004200                                TO GLX-CELL-INT-COLL (GLX-IX).
004210     ADD GLI-LOC-SV-CHG-COLL    TO GLX-CELL-SV-CHG (GLX-IX).
004220     ADD GLI-LOC-LT-CHG-COLL    TO GLX-CELL-LT-CHG (GLX-IX).
004230     ADD GLI-LOC-MISC-CHG-COLL  TO GLX-CELL-MISC-CHG (GLX-IX).
004240     ADD GLI-INT-PAID-NOT-DISBURSED
004250                             TO GLX-CELL-INT-NOT-DISB (GLX-IX).
004260 2300-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------
004300*2400-ACCUMULATE-COMPANY - ROLL THE TWO INTEREST BUCKETS INTO
004310*THE ROW FOR THE ITEM'S TAX YEAR AND COMPANY, ADDING THE ROW
004320*WHEN NOT FOUND
004330*----------------------------------------------------------------
004340 2400-ACCUMULATE-COMPANY.
004350     COMPUTE GLX-YTD-TAX-YEAR = GLI-POST-DATE / 10000.
004360     IF GLX-CO-COUNT > ZERO
004370         SET GLX-CX TO 1
004380         SEARCH GLX-CO-ENTRY
004390             AT END
004400                 CONTINUE
004410             WHEN GLX-CO-YEAR (GLX-CX) = GLX-YTD-TAX-YEAR
004420              AND GLX-CO-CO-ID (GLX-CX) = GLI-CO-ID
004430                 GO TO 2400-ADD
004440         END-SEARCH
004450     END-IF.
004460     IF GLX-CO-COUNT NOT < GLX-CO-MAX
004470         IF GLX-YTD-ERRORS = ZERO
004480             DISPLAY "GLINCJRN - COMPANY TABLE FULL AT "
004490                 GLX-CO-MAX " - INTEREST YEAR-TO-DATE SHORT"
004500         END-IF
004510         ADD 1 TO GLX-YTD-ERRORS
004520         GO TO 2400-EXIT
004530     END-IF.
004540     ADD 1 TO GLX-CO-COUNT.
004550     SET GLX-CX TO GLX-CO-COUNT.
004560     MOVE GLX-YTD-TAX-YEAR TO GLX-CO-YEAR (GLX-CX).
004570     MOVE GLI-CO-ID        TO GLX-CO-CO-ID (GLX-CX).
004580     MOVE ZERO TO GLX-CO-INT (GLX-CX)
004590                  GLX-CO-INT-ND (GLX-CX).
004600 2400-ADD.
004610     ADD GLI-LOC-INT-COLL OF GLI-ORIG-CONTI
004620                                TO GLX-CO-INT (GLX-CX).
004630     ADD GLI-INT-PAID-NOT-DISBURSED
004640                                TO GLX-CO-INT-ND (GLX-CX).
004650 2400-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690*3000-GATHER-INTEREST - ONCE THE JOURNAL IS BUILT, A PASS OF
004700*GLVALID GATHERS THE INTEREST FOR THE YEAR-TO-DATE ROLL, SO IT
004710*CARRIES ONLY ITEMS THAT PASSED THE EDIT.  GLVALID IS READ INTO
004720*THE GLDETAIL RECORD AREA.  NOTHING IS GATHERED WITHOUT THE
004730*YEAR-TO-DATE FILE OR A BUSINESS DATE TO ROLL IT UNDER
004740*----------------------------------------------------------------
004750 3000-GATHER-INTEREST.
004760     IF NOT GLX-YTD-OPEN
004770        OR GLX-RC-BUSDATE = ZERO
004780         GO TO 3000-EXIT
004790     END-IF.
004800     OPEN INPUT GL-VALID-FILE.
004810     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
004820         DISPLAY "GLINCJRN - OPEN ERROR ON GL-VALID-FILE "
004830             GLX-VALID-STATUS
004840         ADD 1 TO GLX-YTD-ERRORS
004850         GO TO 3000-EXIT
004860     END-IF.
004870     PERFORM 3100-READ-VALID THRU 3100-EXIT.
004880     PERFORM 3200-TAKE-VALID THRU 3200-EXIT
004890         UNTIL GLX-VALID-DONE.
004900     CLOSE GL-VALID-FILE.
004910 3000-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950*3100-READ-VALID
004960*----------------------------------------------------------------
004970 3100-READ-VALID.
004980     READ GL-VALID-FILE INTO GLI-INTERNAL-TRANSACTION
004990         AT END
005000             MOVE "Y" TO GLX-VALID-EOF-SW
005010     END-READ.
005020 3100-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*3200-TAKE-VALID - ONLY ITEMS CARRYING INTEREST TOUCH THE TABLE
005070*----------------------------------------------------------------
005080 3200-TAKE-VALID.
005090     ADD 1 TO GLX-VALID-READ.
005100     IF GLI-LOC-INT-COLL OF GLI-ORIG-CONTI NOT = ZERO
005110        OR GLI-INT-PAID-NOT-DISBURSED NOT = ZERO
005120         PERFORM 2400-ACCUMULATE-COMPANY THRU 2400-EXIT
005130     END-IF.
005140     PERFORM 3100-READ-VALID THRU 3100-EXIT.
005150 3200-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190*8000-PRODUCE-OUTPUT - PRINT THE RECAP AND WRITE THE POSTING
005200*FILE, THEN THE PER-BUCKET SUBTOTAL LINE
005210*----------------------------------------------------------------
005220 8000-PRODUCE-OUTPUT.
005230     WRITE INC-RPT-LINE FROM GLX-HDG-LINE-1.
005240     WRITE INC-RPT-LINE FROM GLX-HDG-LINE-2.
005250     IF GLX-CELL-COUNT > ZERO
005260         PERFORM 8100-PUT-ONE-CELL THRU 8100-EXIT
005270             VARYING GLX-IX FROM 1 BY 1
005280             UNTIL GLX-IX > GLX-CELL-COUNT
005290     END-IF.
005300     MOVE GLX-TOT-INT-COLL     TO GLX-TL-INT-COLL.
005310     MOVE GLX-TOT-SV-CHG       TO GLX-TL-SV-CHG.
005320     MOVE GLX-TOT-LT-CHG       TO GLX-TL-LT-CHG.
005330     MOVE GLX-TOT-MISC-CHG     TO GLX-TL-MISC-CHG.
005340     MOVE GLX-TOT-INT-NOT-DISB TO GLX-TL-INT-NOT-DISB.
005350     WRITE INC-RPT-LINE FROM GLX-TOTAL-LINE.
005360     IF GLX-YTD-OPEN
005370        AND GLX-CO-COUNT > ZERO
005380         PERFORM 8500-ROLL-YTD THRU 8500-EXIT
005390             VARYING GLX-CX FROM 1 BY 1
005400             UNTIL GLX-CX > GLX-CO-COUNT
005410     END-IF.
005420 8000-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460*8100-PUT-ONE-CELL - ONE RECAP LINE AND ONE POSTING RECORD PER
005470*BRANCH / SUBPROD / FEE-REGION CELL
005480*----------------------------------------------------------------
005490 8100-PUT-ONE-CELL.
005500     MOVE GLX-CELL-BRANCH (GLX-IX)       TO GLX-DL-BRANCH.
005510     MOVE GLX-CELL-SUBPROD (GLX-IX)      TO GLX-DL-SUBPROD.
005520     MOVE GLX-CELL-FEE-REGION (GLX-IX)   TO GLX-DL-FEE-REGION.
005530     MOVE GLX-CELL-INT-COLL (GLX-IX)     TO GLX-DL-INT-COLL.
005540     MOVE GLX-CELL-SV-CHG (GLX-IX)       TO GLX-DL-SV-CHG.
005550     MOVE GLX-CELL-LT-CHG (GLX-IX)       TO GLX-DL-LT-CHG.
005560     MOVE GLX-CELL-MISC-CHG (GLX-IX)     TO GLX-DL-MISC-CHG.
005570     MOVE GLX-CELL-INT-NOT-DISB (GLX-IX) TO GLX-DL-INT-NOT-DISB.
005580     WRITE INC-RPT-LINE FROM GLX-DETAIL-LINE.
005590     MOVE GLX-CELL-BRANCH (GLX-IX)       TO GLX-PST-BRANCH.
005600     MOVE GLX-CELL-SUBPROD (GLX-IX)      TO GLX-PST-SUBPROD.
005610     MOVE GLX-CELL-FEE-REGION (GLX-IX)   TO GLX-PST-FEE-REGION.
005620     MOVE GLX-CELL-INT-COLL (GLX-IX)     TO GLX-PST-INT-COLL.
005630     MOVE GLX-CELL-SV-CHG (GLX-IX)       TO GLX-PST-SV-CHG.
005640     MOVE GLX-CELL-LT-CHG (GLX-IX)       TO GLX-PST-LT-CHG.
005650     MOVE GLX-CELL-MISC-CHG (GLX-IX)     TO GLX-PST-MISC-CHG.
005660     MOVE GLX-CELL-INT-NOT-DISB (GLX-IX) TO GLX-PST-INT-NOT-DISB.
005670     WRITE GLX-POSTING-RECORD.
005680     ADD 1 TO GLX-CELLS-WRITTEN.
005690     ADD GLX-CELL-INT-COLL (GLX-IX)     TO GLX-TOT-INT-COLL.
005700     ADD GLX-CELL-SV-CHG (GLX-IX)       TO GLX-TOT-SV-CHG.
005710     ADD GLX-CELL-LT-CHG (GLX-IX)       TO GLX-TOT-LT-CHG.
005720     ADD GLX-CELL-MISC-CHG (GLX-IX)     TO GLX-TOT-MISC-CHG.
005730     ADD GLX-CELL-INT-NOT-DISB (GLX-IX) TO GLX-TOT-INT-NOT-DISB.
005740 8100-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780*8500-ROLL-YTD - ROLL ONE TAX YEAR AND COMPANY'S NIGHT INTO ITS
005790*YEAR-TO-DATE RECORD.  A NEW NIGHT CARRIES THE YEAR-TO-DATE INTO
005800*THE PRIOR BUCKETS FIRST; A NIGHT ALREADY ROLLED (A RERUN) IS
005810*REPLACED
005820*----------------------------------------------------------------
005830 8500-ROLL-YTD.
005840     MOVE "N" TO GLX-NEW-YTD-SW.
005850     MOVE GLX-CO-YEAR (GLX-CX)  TO GLX-YTD-YEAR.
005860     MOVE GLX-CO-CO-ID (GLX-CX) TO GLX-YTD-CO-ID.
005870     READ GL-INCYTD-FILE
005880         INVALID KEY
005890             MOVE "Y" TO GLX-NEW-YTD-SW
005900     END-READ.
005910     IF GLX-NEW-YTD
005920         MOVE SPACES TO GLX-YTD-RECORD
005930         MOVE GLX-CO-YEAR (GLX-CX)  TO GLX-YTD-YEAR
005940         MOVE GLX-CO-CO-ID (GLX-CX) TO GLX-YTD-CO-ID
005950         MOVE ZERO TO GLX-YTD-LAST-DATE
005960                      GLX-YTD-PRIOR-INT
005970                      GLX-YTD-PRIOR-INT-ND
005980                      GLX-YTD-DAY-INT
005990                      GLX-YTD-DAY-INT-ND
006000                      GLX-YTD-INT
006010                      GLX-YTD-INT-ND
006020     END-IF.
006030     IF GLX-YTD-LAST-DATE NOT = GLX-RC-BUSDATE
006040         MOVE GLX-YTD-INT    TO GLX-YTD-PRIOR-INT
006050         MOVE GLX-YTD-INT-ND TO GLX-YTD-PRIOR-INT-ND
006060         MOVE GLX-RC-BUSDATE TO GLX-YTD-LAST-DATE
006070     END-IF.
006080     MOVE GLX-CO-INT (GLX-CX)    TO GLX-YTD-DAY-INT.
006090     MOVE GLX-CO-INT-ND (GLX-CX) TO GLX-YTD-DAY-INT-ND.
006100     COMPUTE GLX-YTD-INT = GLX-YTD-PRIOR-INT + GLX-YTD-DAY-INT.
006110     COMPUTE GLX-YTD-INT-ND = GLX-YTD-PRIOR-INT-ND
006120         + GLX-YTD-DAY-INT-ND.
006130     IF GLX-NEW-YTD
006140         WRITE GLX-YTD-RECORD
006150             INVALID KEY
006160                 ADD 1 TO GLX-YTD-ERRORS
006170                 DISPLAY "GLINCJRN - WRITE FAILED, KEY "
006180                     GLX-YTD-KEY " STATUS " GLX-YTD-STATUS
006190         END-WRITE
006200     ELSE
006210         REWRITE GLX-YTD-RECORD
006220             INVALID KEY
006230                 ADD 1 TO GLX-YTD-ERRORS
006240                 DISPLAY "GLINCJRN - REWRITE FAILED, KEY "
006250                     GLX-YTD-KEY " STATUS " GLX-YTD-STATUS
006260         END-REWRITE
006270     END-IF.
006280 8500-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------
006320*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
006330*----------------------------------------------------------------
006340 9999-TERMINATE.
006350     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
006360     CLOSE GL-DETAIL-FILE.
006370     CLOSE GL-INCOME-RPT.
006380     CLOSE GL-POSTING-FILE.
006390     IF GLX-YTD-OPEN
006400         CLOSE GL-INCYTD-FILE
006410     END-IF.
006420     DISPLAY "GLINCJRN - RECORDS READ:   " GLX-RECORDS-READ.
006430     DISPLAY "GLINCJRN - GLVALID READ:   " GLX-VALID-READ.
006440     DISPLAY "GLINCJRN - INCOME RECORDS: " GLX-INCOME-RECORDS.
006450     DISPLAY "GLINCJRN - CELLS WRITTEN:  " GLX-CELLS-WRITTEN.
006460 9999-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
006510*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
006520*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
006530*----------------------------------------------------------------
006540 9800-POST-RUN-START.
006550     MOVE "Y" TO GLX-RC-STARTED-SW.
006560     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
006570     MOVE SPACES TO GLR-RUN-RECORD.
006580     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006590     MOVE "GLINCJRN" TO GLR-PROGRAM.
006600     MOVE "STARTED"  TO GLR-EVENT.
006610     MOVE SPACES     TO GLR-STATUS.
006620     MOVE ZERO       TO GLR-RECORD-COUNT.
006630     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006640 9800-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
006690*AND ITS RECORD COUNT.  A YEAR-TO-DATE INTEREST FILE THAT COULD
006700*NOT BE OPENED OR UPDATED, OR A GLVALID THAT COULD NOT BE READ
006710*FOR IT, POSTS NOGO.  NOTHING IS POSTED WHEN NO
006720*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
006730*----------------------------------------------------------------
006740 9900-POST-RUN-END.
006750     IF GLX-RC-BUSDATE = ZERO
006760         GO TO 9900-EXIT
006770     END-IF.
006780     MOVE SPACES TO GLR-RUN-RECORD.
006790     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006800     MOVE "GLINCJRN" TO GLR-PROGRAM.
006810     MOVE "ENDED"    TO GLR-EVENT.
006820     IF GLX-YTD-ERRORS > ZERO
006830         MOVE "NOGO"     TO GLR-STATUS
006840     ELSE
006850         MOVE "OK"       TO GLR-STATUS
006860     END-IF.
006870     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
006880     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006890 9900-EXIT.
006900     EXIT.
