000410*                  STATUS REPORT SHOWS EACH EVENT'S CYCLE SO
000420*                  THE HOURLY PASSES READ SEPARATELY FROM THE
000430*                  NIGHTLY RUN INSTEAD OF AS DUPLICATES.
000440*10/15/2026 RLH    COMPANY-PARTITIONED NIGHT.  THE CARD CARRIES
000450*                  A PARTITION ID IN COLUMNS 37-38, STAMPED ON
000460*                  MANUAL START/END POSTINGS.  THE GATE WITH A
000470*                  PARTITION ON THE CARD NEEDS THAT PARTITION'S
000480*                  GO; WITHOUT ONE, A GLPRTCTL MANIFEST FOR THE
000490*                  DATE MEANS EVERY PARTITION THAT CARRIED WORK
000500*                  FOR THE GATING PROGRAM MUST HAVE POSTED GO,
000510*                  AND NO MANIFEST MEANS AN UNPARTITIONED GO.
000520*                  NEW FUNCTION:
000530*                    NIGHT  - THE NIGHT IS COMPLETE ONLY WHEN
000540*                             EVERY REQUIRED JOB (PER PARTITION
000550*                             ON A PARTITIONED NIGHT, PLUS THE
000560*                             SPLIT AND MERGE) HAS ITS LATEST
000570*                             ENDED EVENT GO.  LISTS EACH ITEM,
000580*                             POSTS A GLNIGHT GO OR NOGO AND
000590*                             ENDS WITH RETURN-CODE 0 OR 8.
000600*                  THE STATUS REPORT SHOWS EACH EVENT'S
000610*                  PARTITION.
000620*10/15/2026 RLH    NIGHT ALSO REQUIRES THE GLEDIT EDIT RUN, ONCE
000630*                  FOR THE WHOLE NIGHT, PARTITIONED OR NOT.  A
000640*                  NIGHT WHOSE EDIT NEVER ENDED OR ENDED FAIL IS
000650*                  NO LONGER REPORTED COMPLETE.
000660*10/15/2026 RLH    GLPARTMG RUNS ONCE PER MERGE FUNCTION AND NOW
000670*                  STAMPS IT (AND A REPORT MERGE'S REPORT NAME)
000680*                  ON ITS EVENTS.  NIGHT OWES THE CORPIF MERGE BY
000690*                  NAME AND EVERY OTHER MERGE THAT RAN FOR THE
000700*                  DATE, EACH JUDGED ON ITS OWN LATEST ENDED
000710*                  EVENT, SO A LATER REPORT OR EXTRACT MERGE CAN
000720*                  NO LONGER HIDE A FAILED CORPIF MERGE.  BOTH
000730*                  LISTINGS SHOW THE MERGE FUNCTION AND REPORT.
000740*----------------------------------------------------------------
000750
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER. IBM-370.
000790 OBJECT-COMPUTER. IBM-370.
000800 SPECIAL-NAMES.
000810     C01 IS TOP-OF-PAGE.
000820
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT GL-PARM-FILE ASSIGN TO GLRCPARM
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS GLX-PARM-STATUS.
000880
000890     SELECT OPTIONAL GL-RUNCTL-FILE ASSIGN TO GLRUNCTL
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS GLX-RUNCTL-STATUS.
000920
000930     SELECT GL-RUNCTL-RPT ASSIGN TO GLRCRPT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS GLX-RPT-STATUS.
000960
000970     SELECT OPTIONAL GL-MANIFEST-FILE ASSIGN TO GLPRTCTL
000980         ORGANIZATION IS SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL
001000         FILE STATUS IS GLX-MAN-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040*----------------------------------------------------------------
001050*FUNCTION PARAMETER CARD.  THE PARTITION (COLUMNS 37-38) IS
001060*BLANK FOR AN UNPARTITIONED RUN
001070*----------------------------------------------------------------
001080 FD  GL-PARM-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE OMITTED.
001110 01  GLX-PARM-RECORD.
001120     05  GLX-PARM-FUNCTION          PIC X(08).
001130         88  GLX-FUNC-START                 VALUE "START".
001140         88  GLX-FUNC-END                   VALUE "END".
001150         88  GLX-FUNC-GATE                  VALUE "GATE".
001160         88  GLX-FUNC-REPORT                VALUE "REPORT".
001170         88  GLX-FUNC-NIGHT                 VALUE "NIGHT".
001180     05  GLX-PARM-PROGRAM           PIC X(08).
001190     05  GLX-PARM-DATE              PIC 9(07).
001200     05  GLX-PARM-END-STATUS        PIC X(04).
001210     05  GLX-PARM-COUNT             PIC 9(09).
001220     05  GLX-PARM-PARTITION         PIC X(02).
001230     05  GLX-PARM-FILLER            PIC X(42).
001240
001250*----------------------------------------------------------------
001260*SHARED RUN-CONTROL FILE, READ FOR GATE AND REPORT.  POSTING
001270*GOES THROUGH THE GLRCPOST SUBROUTINE LIKE EVERY OTHER WRITER
001280*----------------------------------------------------------------
001290 FD  GL-RUNCTL-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE OMITTED.
001320 01  GLX-RUNCTL-RECORD                PIC X(80).
001330
001340 FD  GL-RUNCTL-RPT
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE OMITTED.
001370 01  RC-RPT-LINE                      PIC X(132).
001380
001390*----------------------------------------------------------------
001400*PARTITION MANIFEST FROM GLPARTSP - LAYOUT SUPPLIED BY GLPRTREC.
001410*PRESENT FOR THE BUSINESS DATE ONLY ON A PARTITIONED NIGHT
001420*----------------------------------------------------------------
001430 FD  GL-MANIFEST-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  GLX-MANIFEST-RECORD              PIC X(80).
001470
001480 WORKING-STORAGE SECTION.
001490*----------------------------------------------------------------
001500*SWITCHES AND COUNTERS
001510*----------------------------------------------------------------
001520 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001530     88  GLX-PARM-OK                           VALUE "00".
001540 77  GLX-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
001550     88  GLX-RUNCTL-OK                         VALUE "00".
001560 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001570 77  GLX-RC-EOF-SWITCH               PIC X(01) VALUE "N".
001580     88  GLX-RC-EOF                            VALUE "Y".
001590 77  GLX-GATE-OPEN-SW                PIC X(01) VALUE "N".
001600     88  GLX-GATE-OPEN                          VALUE "Y".
001610 77  GLX-EVENTS-READ                PIC S9(07) COMP-3 VALUE ZERO.
001620 77  GLX-EVENTS-LISTED              PIC S9(07) COMP-3 VALUE ZERO.
001630 77  GLX-FAIL-SEEN                  PIC S9(05) COMP-3 VALUE ZERO.
001640 77  GLX-MAN-STATUS                  PIC X(02) VALUE SPACES.
001650*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL MANIFEST ON AN
001660*UNPARTITIONED NIGHT, WHEN NONE WAS WRITTEN; IT READS AS EMPTY
001670     88  GLX-MAN-OK                            VALUE "00" "05".
001680 77  GLX-MAN-EOF-SWITCH              PIC X(01) VALUE "N".
001690     88  GLX-MAN-EOF                            VALUE "Y".
001700 77  GLX-PART-NEEDED-SW              PIC X(01) VALUE "N".
001710     88  GLX-PART-NEEDED                        VALUE "Y".
001720 77  GLX-PARTS-SHORT                PIC S9(04) COMP   VALUE ZERO.
001730 77  GLX-SLOT                       PIC S9(04) COMP   VALUE ZERO.
001740 77  GLX-PARTITION-MAX              PIC S9(04) COMP   VALUE 8.
001750 77  GLX-PART-NO                     PIC 9(02) VALUE ZERO.
001760 77  GLX-CHK-PROGRAM                 PIC X(08) VALUE SPACES.
001770 77  GLX-ADD-PROGRAM                 PIC X(08) VALUE SPACES.
001780 77  GLX-ADD-PARTITION               PIC X(02) VALUE SPACES.
001790 77  GLX-ADD-FUNCTION                PIC X(08) VALUE SPACES.
001800 77  GLX-ADD-REPORT                  PIC X(08) VALUE SPACES.
001810 77  GLX-NEEDS-GO                   PIC S9(04) COMP   VALUE ZERO.
001820
001830*----------------------------------------------------------------
001840*MANIFEST PARTITIONS - SLOT N IS PARTITION ID N, WITH THE ITEM
001850*COUNTS THE SPLIT ROUTED TO IT AND THE GATE'S GO SWITCH.  THE
001860*MANIFEST IS LOADED ONLY WHEN IT IS COMPLETE AND DATED FOR THE
001870*CARD'S BUSINESS DATE
001880*----------------------------------------------------------------
001890 77  GLX-MAN-LOADED-SW               PIC X(01) VALUE "N".
001900     88  GLX-MAN-LOADED                         VALUE "Y".
001910 77  GLX-MAN-HEADER-SW               PIC X(01) VALUE "N".
001920     88  GLX-MAN-HEADER-SEEN                    VALUE "Y".
001930 77  GLX-MAN-TRAILER-SW              PIC X(01) VALUE "N".
001940     88  GLX-MAN-TRAILER-SEEN                   VALUE "Y".
001950 77  GLX-MAN-DATE                    PIC 9(07) VALUE ZERO.
001960 77  GLX-MAN-PARTITIONS             PIC S9(04) COMP   VALUE ZERO.
001970 77  GLX-MAN-P-SEEN                 PIC S9(04) COMP   VALUE ZERO.
001980 01  GLX-MAN-TABLE.
001990     05  GLX-MAN-ENTRY OCCURS 8 TIMES.
002000         10  GLX-MAN-DEFINED-SW       PIC X(01).
002010         10  GLX-MAN-VALID-CNT        PIC S9(09) COMP-3.
002020         10  GLX-MAN-DETAIL-CNT       PIC S9(09) COMP-3.
002030         10  GLX-MAN-GO-SW            PIC X(01).
002040
002050*----------------------------------------------------------------
002060*THE NIGHT'S JOBS THAT RUN ONCE PER PARTITION, AND THE SLICE
002070*EACH READS: V = GLVALID, D = GLDETAIL.  A PARTITION OWES A JOB
002080*ONLY WHEN ITS SLICE OF THAT FILE CARRIED ITEMS; AN EMPTY SLICE
002090*NEVER ESTABLISHES A BUSINESS DATE TO POST AGAINST.  A PROGRAM
002100*NOT LISTED IS A GLRPTDRV MODULE AND READS GLDETAIL
002110*----------------------------------------------------------------
002120 77  GLX-NIGHT-JOB-MAX              PIC S9(04) COMP   VALUE 5.
002130 01  GLX-NIGHT-JOB-VALUES.
002140     05  FILLER                     PIC X(09) VALUE "GLBALMSTV".
002150     05  FILLER                     PIC X(09) VALUE "GLCORPSTV".
002160     05  FILLER                     PIC X(09) VALUE "GLHISTLDD".
002170     05  FILLER                     PIC X(09) VALUE "GLRPTDRVD".
002180     05  FILLER                     PIC X(09) VALUE "GLBALCTLD".
002190 01  FILLER REDEFINES GLX-NIGHT-JOB-VALUES.
002200     05  GLX-NIGHT-JOB OCCURS 5 TIMES
002210             INDEXED BY GLX-KX GLX-JX.
002220         10  GLX-NJ-PROGRAM           PIC X(08).
002230         10  GLX-NJ-INPUT             PIC X(01).
002240             88  GLX-NJ-READS-VALID           VALUE "V".
002250
002260*----------------------------------------------------------------
002270*NIGHT COMPLETION TABLE - ONE ENTRY PER JOB (AND PARTITION) THE
002280*NIGHT OWES, WITH THE LATEST NIGHTLY-CYCLE ENDED EVENT FOUND.
002290*THE FILE IS APPEND-ONLY, SO THE LAST EVENT READ IS THE LATEST
002300*AND A SUCCESSFUL RERUN SUPERSEDES AN EARLIER FAILURE.  A GLPARTMG
002310*ENTRY IS ALSO KEYED ON ITS MERGE FUNCTION AND REPORT, SO ONE
002320*MERGE'S RERUN NEVER STANDS IN FOR ANOTHER'S
002330*----------------------------------------------------------------
002340 77  GLX-NEED-COUNT                 PIC S9(04) COMP   VALUE ZERO.
002350 77  GLX-NEED-MAX                   PIC S9(04) COMP   VALUE 50.
002360 01  GLX-NEED-TABLE.
002370     05  GLX-NEED-ENTRY OCCURS 1 TO 50 TIMES
002380             DEPENDING ON GLX-NEED-COUNT
002390             INDEXED BY GLX-NX.
002400         10  GLX-NEED-PROGRAM         PIC X(08).
002410         10  GLX-NEED-PARTITION       PIC X(02).
002420         10  GLX-NEED-FUNCTION        PIC X(08).
002430         10  GLX-NEED-REPORT          PIC X(08).
002440         10  GLX-NEED-FOUND-SW        PIC X(01).
002450         10  GLX-NEED-STATUS          PIC X(04).
002460         10  GLX-NEED-RECORDS         PIC 9(09).
002470         10  GLX-NEED-RUN-DATE        PIC 9(06).
002480         10  GLX-NEED-RUN-TIME        PIC 9(08).
002490
002500*----------------------------------------------------------------
002510*RUN-CONTROL EVENT WORK AREA - LAYOUT SUPPLIED BY GLRUNREC
002520*----------------------------------------------------------------
002530 COPY "GLRUNREC".
002540
002550*----------------------------------------------------------------
002560*MANIFEST RECORD WORK AREA - LAYOUT SUPPLIED BY GLPRTREC
002570*----------------------------------------------------------------
002580 COPY "GLPRTREC".
002590
002600*----------------------------------------------------------------
002610*REPORT LINE WORK AREAS
002620*----------------------------------------------------------------
002630 01  GLX-HDG-LINE-1.
002640     05  FILLER                     PIC X(34)
002650             VALUE "GL NIGHTLY RUN-CONTROL STATUS".
002660     05  FILLER                     PIC X(14)
002670             VALUE "BUSINESS DATE".
002680     05  GLX-H1-DATE                PIC Z(06)9.
002690     05  FILLER                     PIC X(77) VALUE SPACES.
002700
002710 01  GLX-HDG-LINE-2.
002720     05  FILLER                     PIC X(10) VALUE "PROGRAM".
002730     05  FILLER                     PIC X(10) VALUE "EVENT".
002740     05  FILLER                     PIC X(06) VALUE "STAT".
002750     05  FILLER                     PIC X(12) VALUE "RECORDS".
002760     05  FILLER                     PIC X(09) VALUE "RUN-DATE".
002770     05  FILLER                     PIC X(10) VALUE "RUN-TIME".
002780     05  FILLER                     PIC X(07) VALUE "CYCLE".
002790     05  FILLER                     PIC X(06) VALUE "PART".
002800     05  FILLER                     PIC X(10) VALUE "FUNCTION".
002810     05  FILLER                     PIC X(10) VALUE "REPORT".
002820     05  FILLER                     PIC X(42) VALUE SPACES.
002830
002840 01  GLX-DETAIL-LINE.
002850     05  GLX-DL-PROGRAM             PIC X(08).
002860     05  FILLER                     PIC X(02) VALUE SPACES.
002870     05  GLX-DL-EVENT               PIC X(08).
002880     05  FILLER                     PIC X(02) VALUE SPACES.
002890     05  GLX-DL-STATUS              PIC X(04).
002900     05  FILLER                     PIC X(02) VALUE SPACES.
002910     05  GLX-DL-COUNT               PIC ZZZ,ZZZ,ZZ9.
002920     05  FILLER                     PIC X(01) VALUE SPACES.
002930     05  GLX-DL-RUN-DATE            PIC 9(06).
002940     05  FILLER                     PIC X(03) VALUE SPACES.
002950     05  GLX-DL-RUN-TIME            PIC 9(08).
002960     05  FILLER                     PIC X(03) VALUE SPACES.
002970     05  GLX-DL-CYCLE               PIC X(02).
002980     05  FILLER                     PIC X(05) VALUE SPACES.
002990     05  GLX-DL-PARTITION           PIC X(02).
003000     05  FILLER                     PIC X(03) VALUE SPACES.
003010     05  GLX-DL-FUNCTION            PIC X(08).
003020     05  FILLER                     PIC X(02) VALUE SPACES.
003030     05  GLX-DL-REPORT              PIC X(08).
003040     05  FILLER                     PIC X(44) VALUE SPACES.
003050
003060 01  GLX-TOTAL-LINE.
003070     05  FILLER                     PIC X(16)
003080             VALUE "EVENTS LISTED:".
003090     05  GLX-TL-LISTED              PIC ZZZ,ZZ9.
003100     05  FILLER                     PIC X(03) VALUE SPACES.
003110     05  FILLER                     PIC X(16)
003120             VALUE "NOGO/FAIL SEEN:".
003130     05  GLX-TL-FAILS               PIC ZZZ,ZZ9.
003140     05  FILLER                     PIC X(83) VALUE SPACES.
003150
003160*----------------------------------------------------------------
003170*NIGHT COMPLETION LISTING
003180*----------------------------------------------------------------
003190 01  GLX-NIGHT-HDG-1.
003200     05  FILLER                     PIC X(34)
003210             VALUE "GL NIGHT COMPLETION CHECK".
003220     05  FILLER                     PIC X(14)
003230             VALUE "BUSINESS DATE".
003240     05  GLX-NH1-DATE               PIC Z(06)9.
003250     05  FILLER                     PIC X(03) VALUE SPACES.
003260     05  GLX-NH1-MODE               PIC X(14).
003270     05  GLX-NH1-PARTITIONS         PIC Z9.
003280     05  GLX-NH1-MODE-2             PIC X(11).
003290     05  FILLER                     PIC X(47) VALUE SPACES.
003300
003310 01  GLX-NIGHT-HDG-2.
003320     05  FILLER                     PIC X(10) VALUE "PROGRAM".
003330     05  FILLER                     PIC X(06) VALUE "PART".
003340     05  FILLER                     PIC X(06) VALUE "STAT".
003350     05  FILLER                     PIC X(12) VALUE "RECORDS".
003360     05  FILLER                     PIC X(09) VALUE "RUN-DATE".
003370     05  FILLER                     PIC X(10) VALUE "RUN-TIME".
003380     05  FILLER                     PIC X(20) VALUE "RESULT".
003390     05  FILLER                     PIC X(10) VALUE "FUNCTION".
003400     05  FILLER                     PIC X(10) VALUE "REPORT".
003410     05  FILLER                     PIC X(39) VALUE SPACES.
003420
003430 01  GLX-NIGHT-LINE.
003440     05  GLX-NL-PROGRAM             PIC X(08).
003450     05  FILLER                     PIC X(02) VALUE SPACES.
003460     05  GLX-NL-PARTITION           PIC X(02).
003470     05  FILLER                     PIC X(04) VALUE SPACES.
003480     05  GLX-NL-STATUS              PIC X(04).
003490     05  FILLER                     PIC X(01) VALUE SPACES.
003500     05  GLX-NL-COUNT               PIC ZZZ,ZZZ,ZZ9.
003510     05  FILLER                     PIC X(02) VALUE SPACES.
003520     05  GLX-NL-RUN-DATE            PIC 9(06).
003530     05  FILLER                     PIC X(03) VALUE SPACES.
003540     05  GLX-NL-RUN-TIME            PIC 9(08).
003550     05  FILLER                     PIC X(02) VALUE SPACES.
003560     05  GLX-NL-RESULT              PIC X(20).
003570     05  GLX-NL-FUNCTION            PIC X(08).
003580     05  FILLER                     PIC X(02) VALUE SPACES.
003590     05  GLX-NL-REPORT              PIC X(08).
003600     05  FILLER                     PIC X(41) VALUE SPACES.
003610
003620 01  GLX-NIGHT-TOTAL.
003630     05  FILLER                     PIC X(16)
003640             VALUE "JOBS REQUIRED:".
003650     05  GLX-NT-REQUIRED            PIC ZZ9.
003660     05  FILLER                     PIC X(03) VALUE SPACES.
003670     05  FILLER                     PIC X(10) VALUE "ENDED GO:".
003680     05  GLX-NT-GO                  PIC ZZ9.
003690     05  FILLER                     PIC X(03) VALUE SPACES.
003700     05  GLX-NT-RESULT              PIC X(28).
003710     05  FILLER                     PIC X(66) VALUE SPACES.
003720
003730 PROCEDURE DIVISION.
003740*----------------------------------------------------------------
003750*0000-MAINLINE - ONE FUNCTION PER EXECUTION, FROM THE CARD
003760*----------------------------------------------------------------
003770 0000-MAINLINE.
003780     PERFORM 1000-READ-PARM THRU 1000-EXIT.
003790*A REPORT CARD MAY LEAVE THE DATE BLANK (ALL DATES); EVERY
003800*OTHER FUNCTION NEEDS A REAL BUSINESS DATE
003810     IF GLX-PARM-DATE NOT NUMERIC AND GLX-FUNC-REPORT
003820         MOVE ZERO TO GLX-PARM-DATE
003830     END-IF.
003840     IF GLX-PARM-DATE NOT NUMERIC
003850        AND (GLX-FUNC-START OR GLX-FUNC-END OR GLX-FUNC-GATE
003860             OR GLX-FUNC-NIGHT)
003870         DISPLAY "GLRUNCTL - NON-NUMERIC BUSINESS DATE ON "
003880             "FUNCTION CARD - CARD REJECTED"
003890         MOVE 8 TO RETURN-CODE
003900         GO TO 0000-DONE
003910     END-IF.
003920     IF GLX-FUNC-START OR GLX-FUNC-END
003930         PERFORM 2000-POST-EVENT THRU 2000-EXIT
003940         GO TO 0000-DONE
003950     END-IF.
003960     IF GLX-FUNC-GATE
003970         PERFORM 3000-EVALUATE-GATE THRU 3000-EXIT
003980         GO TO 0000-DONE
003990     END-IF.
004000     IF GLX-FUNC-REPORT
004010         PERFORM 4000-STATUS-REPORT THRU 4000-EXIT
004020         GO TO 0000-DONE
004030     END-IF.
004040     IF GLX-FUNC-NIGHT
004050         PERFORM 5000-NIGHT-CHECK THRU 5000-EXIT
004060         GO TO 0000-DONE
004070     END-IF.
004080     DISPLAY "GLRUNCTL - UNKNOWN FUNCTION CARD: "
004090         GLX-PARM-FUNCTION.
004100     MOVE 8 TO RETURN-CODE.
004110 0000-DONE.
004120     STOP RUN.
004130
004140*----------------------------------------------------------------
004150*1000-READ-PARM - ONE FUNCTION CARD PER EXECUTION
004160*----------------------------------------------------------------
004170 1000-READ-PARM.
004180     OPEN INPUT GL-PARM-FILE.
004190     IF NOT GLX-PARM-OK
004200         DISPLAY "GLRUNCTL - OPEN ERROR ON GL-PARM-FILE "
004210             GLX-PARM-STATUS
004220         MOVE SPACES TO GLX-PARM-RECORD
004230         GO TO 1000-EXIT
004240     END-IF.
004250     READ GL-PARM-FILE
004260         AT END
004270             DISPLAY "GLRUNCTL - NO FUNCTION CARD SUPPLIED"
004280             MOVE SPACES TO GLX-PARM-RECORD
004290     END-READ.
004300     CLOSE GL-PARM-FILE.
004310 1000-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*2000-POST-EVENT - MANUAL START/END POSTING, FOR OPERATOR
004360*RERUNS AND FOR ANY JOB THE SCHEDULER WRAPS WITH GLRUNCTL
004370*STEPS.  POSTING GOES THROUGH GLRCPOST SO EVERY WRITER LOOKS
004380*THE SAME
004390*----------------------------------------------------------------
004400 2000-POST-EVENT.
004410     MOVE SPACES TO GLR-RUN-RECORD.
004420     MOVE GLX-PARM-DATE    TO GLR-BUSINESS-DATE.
004430     MOVE GLX-PARM-PROGRAM TO GLR-PROGRAM.
004440     MOVE GLX-PARM-PARTITION TO GLR-PARTITION-ID.
004450     IF GLX-FUNC-START
004460         MOVE "STARTED" TO GLR-EVENT
004470         MOVE SPACES    TO GLR-STATUS
004480         MOVE ZERO      TO GLR-RECORD-COUNT
004490     ELSE
004500         MOVE "ENDED"         TO GLR-EVENT
004510         MOVE GLX-PARM-END-STATUS TO GLR-STATUS
004520         IF GLX-PARM-COUNT NUMERIC
004530             MOVE GLX-PARM-COUNT TO GLR-RECORD-COUNT
004540         ELSE
004550             MOVE ZERO TO GLR-RECORD-COUNT
004560         END-IF
004570     END-IF.
004580     CALL "GLRCPOST" USING GLR-RUN-RECORD.
004590     DISPLAY "GLRUNCTL - POSTED " GLR-EVENT " FOR "
004600         GLR-PROGRAM " DATE " GLR-BUSINESS-DATE.
004610 2000-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650*3000-EVALUATE-GATE - SCAN THE RUN-CONTROL FILE FOR AN ENDED
004660*GO (OR OK) FROM THE GATING PROGRAM FOR THE BUSINESS DATE.
004670*RETURN-CODE 8 WHEN NONE IS FOUND SO THE SCHEDULER CONDITION
004680*SKIPS THE GATED STEP.  A PARTITIONED NIGHT (A MANIFEST FOR THE
004690*DATE AND NO PARTITION ON THE CARD) NEEDS THE GO OF EVERY
004700*PARTITION THAT CARRIED WORK FOR THE GATING PROGRAM.  THE SPLIT,
004710*THE MERGE AND THE NIGHT VERDICT RUN ONCE FOR THE WHOLE NIGHT
004720*AND CARRY NO PARTITION
004730*----------------------------------------------------------------
004740 3000-EVALUATE-GATE.
004750     IF GLX-PARM-PROGRAM = SPACES
004760         MOVE "GLBALCTL" TO GLX-PARM-PROGRAM
004770     END-IF.
004780     IF GLX-PARM-PARTITION = SPACES
004790        AND GLX-PARM-PROGRAM NOT = "GLPARTSP"
004800        AND GLX-PARM-PROGRAM NOT = "GLPARTMG"
004810        AND GLX-PARM-PROGRAM NOT = "GLNIGHT"
004820         PERFORM 6000-LOAD-MANIFEST THRU 6000-EXIT
004830     END-IF.
004840     OPEN INPUT GL-RUNCTL-FILE.
004850     IF NOT GLX-RUNCTL-OK
004860         DISPLAY "GLRUNCTL - RUN-CONTROL FILE UNAVAILABLE "
004870             GLX-RUNCTL-STATUS
004880         MOVE "Y" TO GLX-RC-EOF-SWITCH
004890     END-IF.
004900     PERFORM 3100-SCAN-ONE-EVENT THRU 3100-EXIT
004910         UNTIL GLX-RC-EOF.
004920     CLOSE GL-RUNCTL-FILE.
004930     IF GLX-MAN-LOADED
004940         MOVE GLX-PARM-PROGRAM TO GLX-CHK-PROGRAM
004950         PERFORM 3200-CHECK-ONE-PARTITION THRU 3200-EXIT
004960             VARYING GLX-SLOT FROM 1 BY 1
004970             UNTIL GLX-SLOT > GLX-PARTITION-MAX
004980         IF GLX-PARTS-SHORT = ZERO
004990             MOVE "Y" TO GLX-GATE-OPEN-SW
005000         END-IF
005010     END-IF.
005020     IF GLX-GATE-OPEN
005030         DISPLAY "GLRUNCTL - GATE OPEN: " GLX-PARM-PROGRAM
005040             " POSTED GO FOR " GLX-PARM-DATE
005050     ELSE
005060         DISPLAY "GLRUNCTL - ** GATE CLOSED **: NO GO FROM "
005070             GLX-PARM-PROGRAM " FOR " GLX-PARM-DATE
005080         MOVE 8 TO RETURN-CODE
005090     END-IF.
005100 3000-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140*3100-SCAN-ONE-EVENT - ON A PARTITIONED NIGHT EACH GO MARKS ITS
005150*PARTITION; OTHERWISE ONLY A GO FOR THE CARD'S PARTITION (BLANK
005160*FOR AN UNPARTITIONED RUN) OPENS THE GATE
005170*----------------------------------------------------------------
005180 3100-SCAN-ONE-EVENT.
005190     READ GL-RUNCTL-FILE
005200         AT END
005210             MOVE "Y" TO GLX-RC-EOF-SWITCH
005220             GO TO 3100-EXIT
005230     END-READ.
005240     ADD 1 TO GLX-EVENTS-READ.
005250     MOVE GLX-RUNCTL-RECORD TO GLR-RUN-RECORD.
005260     IF GLR-PROGRAM NOT = GLX-PARM-PROGRAM
005270        OR GLR-BUSINESS-DATE NOT = GLX-PARM-DATE
005280        OR NOT GLR-EVENT-ENDED
005290        OR NOT GLR-STATUS-GO
005300        OR (GLR-CYCLE-NO NOT = "00" AND GLR-CYCLE-NO NOT = SPACES)
005310         GO TO 3100-EXIT
005320     END-IF.
005330     IF NOT GLX-MAN-LOADED
005340         IF GLR-PARTITION-ID = GLX-PARM-PARTITION
005350             MOVE "Y" TO GLX-GATE-OPEN-SW
005360         END-IF
005370         GO TO 3100-EXIT
005380     END-IF.
005390     IF GLR-PARTITION-ID NOT NUMERIC
005400         GO TO 3100-EXIT
005410     END-IF.
005420     MOVE GLR-PARTITION-ID TO GLX-PART-NO.
005430     IF GLX-PART-NO < 1 OR GLX-PART-NO > GLX-PARTITION-MAX
005440         GO TO 3100-EXIT
005450     END-IF.
005460     MOVE "Y" TO GLX-MAN-GO-SW (GLX-PART-NO).
005470 3100-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------
005510*3200-CHECK-ONE-PARTITION - A PARTITION THAT OWED THE GATING
005520*PROGRAM A RUN BUT HAS NO GO HOLDS THE GATE SHUT
005530*----------------------------------------------------------------
005540 3200-CHECK-ONE-PARTITION.
005550     PERFORM 6100-PARTITION-NEEDED THRU 6100-EXIT.
005560     IF NOT GLX-PART-NEEDED
005570         GO TO 3200-EXIT
005580     END-IF.
005590     IF GLX-MAN-GO-SW (GLX-SLOT) = "Y"
005600         GO TO 3200-EXIT
005610     END-IF.
005620     ADD 1 TO GLX-PARTS-SHORT.
005630     MOVE GLX-SLOT TO GLX-PART-NO.
005640     DISPLAY "GLRUNCTL - NO GO FROM " GLX-PARM-PROGRAM
005650         " FOR PARTITION " GLX-PART-NO.
005660 3200-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700*4000-STATUS-REPORT - EVERY EVENT FOR THE BUSINESS DATE (OR
005710*ALL DATES WHEN THE CARD LEAVES IT ZERO) ON ONE LISTING
005720*----------------------------------------------------------------
005730 4000-STATUS-REPORT.
005740     OPEN OUTPUT GL-RUNCTL-RPT.
005750     OPEN INPUT  GL-RUNCTL-FILE.
005760     IF NOT GLX-RUNCTL-OK
005770         DISPLAY "GLRUNCTL - RUN-CONTROL FILE UNAVAILABLE "
005780             GLX-RUNCTL-STATUS
005790         MOVE "Y" TO GLX-RC-EOF-SWITCH
005800     END-IF.
005810     MOVE GLX-PARM-DATE TO GLX-H1-DATE.
005820     WRITE RC-RPT-LINE FROM GLX-HDG-LINE-1.
005830     WRITE RC-RPT-LINE FROM GLX-HDG-LINE-2.
005840     PERFORM 4100-LIST-ONE-EVENT THRU 4100-EXIT
005850         UNTIL GLX-RC-EOF.
005860     MOVE GLX-EVENTS-LISTED TO GLX-TL-LISTED.
005870     MOVE GLX-FAIL-SEEN     TO GLX-TL-FAILS.
005880     WRITE RC-RPT-LINE FROM GLX-TOTAL-LINE.
005890     CLOSE GL-RUNCTL-FILE.
005900     CLOSE GL-RUNCTL-RPT.
005910     DISPLAY "GLRUNCTL - EVENTS LISTED: " GLX-EVENTS-LISTED.
005920 4000-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960*4100-LIST-ONE-EVENT
005970*----------------------------------------------------------------
005980 4100-LIST-ONE-EVENT.
005990     READ GL-RUNCTL-FILE
006000         AT END
006010             MOVE "Y" TO GLX-RC-EOF-SWITCH
006020             GO TO 4100-EXIT
006030     END-READ.
006040     ADD 1 TO GLX-EVENTS-READ.
006050     MOVE GLX-RUNCTL-RECORD TO GLR-RUN-RECORD.
006060     IF GLX-PARM-DATE NOT = ZERO
006070        AND GLR-BUSINESS-DATE NOT = GLX-PARM-DATE
006080         GO TO 4100-EXIT
006090     END-IF.
006100     MOVE GLR-PROGRAM      TO GLX-DL-PROGRAM.
006110     MOVE GLR-EVENT        TO GLX-DL-EVENT.
006120     MOVE GLR-STATUS       TO GLX-DL-STATUS.
006130     MOVE GLR-RECORD-COUNT TO GLX-DL-COUNT.
006140     MOVE GLR-RUN-DATE     TO GLX-DL-RUN-DATE.
006150     MOVE GLR-RUN-TIME     TO GLX-DL-RUN-TIME.
006160     MOVE GLR-CYCLE-NO     TO GLX-DL-CYCLE.
006170     MOVE GLR-PARTITION-ID TO GLX-DL-PARTITION.
006180     MOVE GLR-MERGE-FUNCTION TO GLX-DL-FUNCTION.
006190     MOVE GLR-MERGE-REPORT TO GLX-DL-REPORT.
006200     WRITE RC-RPT-LINE FROM GLX-DETAIL-LINE.
006210     ADD 1 TO GLX-EVENTS-LISTED.
006220     IF GLR-STATUS-NOGO OR GLR-STATUS-FAIL
006230         ADD 1 TO GLX-FAIL-SEEN
006240     END-IF.
006250 4100-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------
006290*5000-NIGHT-CHECK - BUILD THE LIST OF JOBS THE NIGHT OWES, FIND
006300*EACH ONE'S LATEST NIGHTLY ENDED EVENT, LIST THEM, AND POST THE
006310*VERDICT AS A GLNIGHT EVENT.  RETURN-CODE 8 WHEN ANY JOB IS
006320*MISSING OR ENDED OTHER THAN GO
006330*----------------------------------------------------------------
006340 5000-NIGHT-CHECK.
006350     PERFORM 6000-LOAD-MANIFEST THRU 6000-EXIT.
006360     PERFORM 5100-BUILD-NEEDS THRU 5100-EXIT.
006370     OPEN INPUT GL-RUNCTL-FILE.
006380     IF NOT GLX-RUNCTL-OK
006390         DISPLAY "GLRUNCTL - RUN-CONTROL FILE UNAVAILABLE "
006400             GLX-RUNCTL-STATUS
006410         MOVE "Y" TO GLX-RC-EOF-SWITCH
006420     END-IF.
006430     PERFORM 5200-SCAN-ONE-EVENT THRU 5200-EXIT
006440         UNTIL GLX-RC-EOF.
006450     CLOSE GL-RUNCTL-FILE.
006460     OPEN OUTPUT GL-RUNCTL-RPT.
006470     MOVE GLX-PARM-DATE TO GLX-NH1-DATE.
006480     IF GLX-MAN-LOADED
006490         MOVE "PARTITIONED -"   TO GLX-NH1-MODE
006500         MOVE GLX-MAN-PARTITIONS TO GLX-NH1-PARTITIONS
006510         MOVE " PARTITIONS"     TO GLX-NH1-MODE-2
006520     ELSE
006530         MOVE "UNPARTITIONED"   TO GLX-NH1-MODE
006540         MOVE ZERO              TO GLX-NH1-PARTITIONS
006550         MOVE SPACES            TO GLX-NH1-MODE-2
006560     END-IF.
006570     WRITE RC-RPT-LINE FROM GLX-NIGHT-HDG-1.
006580     WRITE RC-RPT-LINE FROM GLX-NIGHT-HDG-2.
006590     PERFORM 5300-LIST-ONE-NEED THRU 5300-EXIT
006600         VARYING GLX-NX FROM 1 BY 1
006610         UNTIL GLX-NX > GLX-NEED-COUNT.
006620     MOVE GLX-NEED-COUNT TO GLX-NT-REQUIRED.
006630     MOVE GLX-NEEDS-GO   TO GLX-NT-GO.
006640     IF GLX-NEEDS-GO = GLX-NEED-COUNT
006650         MOVE "NIGHT COMPLETE"             TO GLX-NT-RESULT
006660     ELSE
006670         MOVE "** NIGHT NOT COMPLETE **"   TO GLX-NT-RESULT
006680     END-IF.
006690     WRITE RC-RPT-LINE FROM GLX-NIGHT-TOTAL.
006700     CLOSE GL-RUNCTL-RPT.
006710     DISPLAY "GLRUNCTL - " GLX-NT-RESULT " - " GLX-NEEDS-GO
006720         " OF " GLX-NEED-COUNT " JOBS ENDED GO FOR "
006730         GLX-PARM-DATE.
006740     PERFORM 5400-POST-NIGHT THRU 5400-EXIT.
006750*    SET AFTER THE POST - THE CALL RESETS RETURN-CODE
006760     IF GLX-NEEDS-GO NOT = GLX-NEED-COUNT
006770         MOVE 8 TO RETURN-CODE
006780     END-IF.
006790 5000-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------
006830*5100-BUILD-NEEDS - EVERY NIGHT OWES THE GLEDIT EDIT RUN, WHICH
006840*FEEDS THE SPLIT AS WELL AS THE UNPARTITIONED JOBS.  A PARTITIONED
006850*NIGHT THEN OWES THE SPLIT, EVERY PER-PARTITION JOB WHOSE SLICE
006860*CARRIED ITEMS, AND THE CORPIF MERGE THAT BUILDS THE GLCORPIF
006870*BATCH; ANY OTHER MERGE IS OWED ONCE IT HAS RUN (SEE 5250).  AN
006880*UNPARTITIONED NIGHT OWES EACH JOB ONCE, WITH NO PARTITION
006890*----------------------------------------------------------------
006900 5100-BUILD-NEEDS.
006910     MOVE ZERO TO GLX-NEED-COUNT.
006920     MOVE SPACES TO GLX-ADD-FUNCTION.
006930     MOVE SPACES TO GLX-ADD-REPORT.
006940     MOVE "GLEDIT"   TO GLX-ADD-PROGRAM.
006950     MOVE SPACES     TO GLX-ADD-PARTITION.
006960     PERFORM 5150-ADD-NEED THRU 5150-EXIT.
006970     IF NOT GLX-MAN-LOADED
006980         PERFORM 5130-NEED-UNPARTITIONED THRU 5130-EXIT
006990             VARYING GLX-JX FROM 1 BY 1
007000             UNTIL GLX-JX > GLX-NIGHT-JOB-MAX
007010         GO TO 5100-EXIT
007020     END-IF.
007030     MOVE "GLPARTSP" TO GLX-ADD-PROGRAM.
007040     MOVE SPACES     TO GLX-ADD-PARTITION.
007050     PERFORM 5150-ADD-NEED THRU 5150-EXIT.
007060     PERFORM 5110-NEEDS-ONE-PARTITION THRU 5110-EXIT
007070         VARYING GLX-SLOT FROM 1 BY 1
007080         UNTIL GLX-SLOT > GLX-PARTITION-MAX.
007090     MOVE "GLPARTMG" TO GLX-ADD-PROGRAM.
007100     MOVE SPACES     TO GLX-ADD-PARTITION.
007110     MOVE "CORPIF"   TO GLX-ADD-FUNCTION.
007120     PERFORM 5150-ADD-NEED THRU 5150-EXIT.
007130 5100-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170*5110-NEEDS-ONE-PARTITION
007180*----------------------------------------------------------------
007190 5110-NEEDS-ONE-PARTITION.
007200     IF GLX-MAN-DEFINED-SW (GLX-SLOT) NOT = "Y"
007210         GO TO 5110-EXIT
007220     END-IF.
007230     PERFORM 5120-NEED-ONE-JOB THRU 5120-EXIT
007240         VARYING GLX-JX FROM 1 BY 1
007250         UNTIL GLX-JX > GLX-NIGHT-JOB-MAX.
007260 5110-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300*5120-NEED-ONE-JOB
007310*----------------------------------------------------------------
007320 5120-NEED-ONE-JOB.
007330     MOVE GLX-NJ-PROGRAM (GLX-JX) TO GLX-CHK-PROGRAM.
007340     PERFORM 6100-PARTITION-NEEDED THRU 6100-EXIT.
007350     IF NOT GLX-PART-NEEDED
007360         GO TO 5120-EXIT
007370     END-IF.
007380     MOVE GLX-SLOT TO GLX-PART-NO.
007390     MOVE GLX-NJ-PROGRAM (GLX-JX) TO GLX-ADD-PROGRAM.
007400     MOVE GLX-PART-NO             TO GLX-ADD-PARTITION.
007410     PERFORM 5150-ADD-NEED THRU 5150-EXIT.
007420 5120-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------------
007460*5130-NEED-UNPARTITIONED
007470*----------------------------------------------------------------
007480 5130-NEED-UNPARTITIONED.
007490     MOVE GLX-NJ-PROGRAM (GLX-JX) TO GLX-ADD-PROGRAM.
007500     MOVE SPACES                  TO GLX-ADD-PARTITION.
007510     PERFORM 5150-ADD-NEED THRU 5150-EXIT.
007520 5130-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560*5150-ADD-NEED
007570*----------------------------------------------------------------
007580 5150-ADD-NEED.
007590     IF GLX-NEED-COUNT NOT < GLX-NEED-MAX
007600         GO TO 5150-EXIT
007610     END-IF.
007620     ADD 1 TO GLX-NEED-COUNT.
007630     SET GLX-NX TO GLX-NEED-COUNT.
007640     MOVE GLX-ADD-PROGRAM   TO GLX-NEED-PROGRAM (GLX-NX).
007650     MOVE GLX-ADD-PARTITION TO GLX-NEED-PARTITION (GLX-NX).
007660     MOVE GLX-ADD-FUNCTION  TO GLX-NEED-FUNCTION (GLX-NX).
007670     MOVE GLX-ADD-REPORT    TO GLX-NEED-REPORT (GLX-NX).
007680     MOVE "N"               TO GLX-NEED-FOUND-SW (GLX-NX).
007690     MOVE SPACES            TO GLX-NEED-STATUS (GLX-NX).
007700     MOVE ZERO              TO GLX-NEED-RECORDS (GLX-NX)
007710                               GLX-NEED-RUN-DATE (GLX-NX)
007720                               GLX-NEED-RUN-TIME (GLX-NX).
007730 5150-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------
007770*5200-SCAN-ONE-EVENT - EVERY NIGHTLY-CYCLE ENDED EVENT FOR THE
007780*DATE OVERWRITES ITS JOB'S ENTRY, SO THE LATEST ONE STANDS.  A
007790*MERGE EVENT MATCHES ONLY THE ENTRY FOR ITS OWN FUNCTION AND
007800*REPORT
007810*----------------------------------------------------------------
007820 5200-SCAN-ONE-EVENT.
007830     READ GL-RUNCTL-FILE
007840         AT END
007850             MOVE "Y" TO GLX-RC-EOF-SWITCH
007860             GO TO 5200-EXIT
007870     END-READ.
007880     ADD 1 TO GLX-EVENTS-READ.
007890     MOVE GLX-RUNCTL-RECORD TO GLR-RUN-RECORD.
007900     IF GLR-BUSINESS-DATE NOT = GLX-PARM-DATE
007910        OR NOT GLR-EVENT-ENDED
007920        OR (GLR-CYCLE-NO NOT = "00" AND GLR-CYCLE-NO NOT = SPACES)
007930         GO TO 5200-EXIT
007940     END-IF.
007950     IF GLX-NEED-COUNT = ZERO
007960         GO TO 5200-EXIT
007970     END-IF.
007980     SET GLX-NX TO 1.
007990     SEARCH GLX-NEED-ENTRY
008000         AT END
008010             PERFORM 5250-ADD-MERGE-NEED THRU 5250-EXIT
008020         WHEN GLX-NEED-PROGRAM (GLX-NX) = GLR-PROGRAM
008030          AND GLX-NEED-PARTITION (GLX-NX) = GLR-PARTITION-ID
008040          AND GLX-NEED-FUNCTION (GLX-NX) = GLR-MERGE-FUNCTION
008050          AND GLX-NEED-REPORT (GLX-NX) = GLR-MERGE-REPORT
008060             PERFORM 5210-TAKE-EVENT THRU 5210-EXIT
008070     END-SEARCH.
008080 5200-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120*5210-TAKE-EVENT - THE EVENT JUST READ BECOMES ITS ENTRY'S
008130*LATEST RESULT
008140*----------------------------------------------------------------
008150 5210-TAKE-EVENT.
008160     MOVE "Y"              TO GLX-NEED-FOUND-SW (GLX-NX).
008170     MOVE GLR-STATUS       TO GLX-NEED-STATUS (GLX-NX).
008180     MOVE GLR-RECORD-COUNT TO GLX-NEED-RECORDS (GLX-NX).
008190     MOVE GLR-RUN-DATE     TO GLX-NEED-RUN-DATE (GLX-NX).
008200     MOVE GLR-RUN-TIME     TO GLX-NEED-RUN-TIME (GLX-NX).
008210 5210-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250*5250-ADD-MERGE-NEED - A REPORT OR EXTRACT MERGE IS NOT KNOWN
008260*UNTIL IT RUNS, BUT ONCE IT HAS RUN FOR A PARTITIONED NIGHT THE
008270*NIGHT OWES ITS GO LIKE ANY OTHER JOB.  ANY OTHER UNMATCHED EVENT
008280*IS NOT THE NIGHT'S BUSINESS AND IS PASSED OVER
008290*----------------------------------------------------------------
008300 5250-ADD-MERGE-NEED.
008310     IF NOT GLX-MAN-LOADED
008320        OR GLR-PROGRAM NOT = "GLPARTMG"
008330        OR GLR-MERGE-FUNCTION = SPACES
008340        OR GLR-PARTITION-ID NOT = SPACES
008350         GO TO 5250-EXIT
008360     END-IF.
008370     IF GLX-NEED-COUNT NOT < GLX-NEED-MAX
008380         DISPLAY "GLRUNCTL - NIGHT TABLE FULL - MERGE "
008390             GLR-MERGE-FUNCTION " " GLR-MERGE-REPORT
008400             " NOT CHECKED"
008410         GO TO 5250-EXIT
008420     END-IF.
008430     MOVE GLR-PROGRAM        TO GLX-ADD-PROGRAM.
008440     MOVE SPACES             TO GLX-ADD-PARTITION.
008450     MOVE GLR-MERGE-FUNCTION TO GLX-ADD-FUNCTION.
008460     MOVE GLR-MERGE-REPORT   TO GLX-ADD-REPORT.
008470     PERFORM 5150-ADD-NEED THRU 5150-EXIT.
008480     PERFORM 5210-TAKE-EVENT THRU 5210-EXIT.
008490 5250-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------
008530*5300-LIST-ONE-NEED
008540*----------------------------------------------------------------
008550 5300-LIST-ONE-NEED.
008560     MOVE GLX-NEED-PROGRAM (GLX-NX)   TO GLX-NL-PROGRAM.
008570     MOVE GLX-NEED-PARTITION (GLX-NX) TO GLX-NL-PARTITION.
008580     MOVE GLX-NEED-STATUS (GLX-NX)    TO GLX-NL-STATUS.
008590     MOVE GLX-NEED-RECORDS (GLX-NX)   TO GLX-NL-COUNT.
008600     MOVE GLX-NEED-RUN-DATE (GLX-NX)  TO GLX-NL-RUN-DATE.
008610     MOVE GLX-NEED-RUN-TIME (GLX-NX)  TO GLX-NL-RUN-TIME.
008620     MOVE GLX-NEED-FUNCTION (GLX-NX)  TO GLX-NL-FUNCTION.
008630     MOVE GLX-NEED-REPORT (GLX-NX)    TO GLX-NL-REPORT.
008640     MOVE GLX-NEED-STATUS (GLX-NX)    TO GLR-STATUS.
008650     EVALUATE TRUE
008660         WHEN GLX-NEED-FOUND-SW (GLX-NX) NOT = "Y"
008670             MOVE "** MISSING **"     TO GLX-NL-RESULT
008680         WHEN GLR-STATUS-GO
008690             MOVE "GO"                TO GLX-NL-RESULT
008700             ADD 1 TO GLX-NEEDS-GO
008710         WHEN OTHER
008720             MOVE "** NOT GO **"      TO GLX-NL-RESULT
008730     END-EVALUATE.
008740     WRITE RC-RPT-LINE FROM GLX-NIGHT-LINE.
008750 5300-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790*5400-POST-NIGHT - THE VERDICT GOES ON THE RUN-CONTROL FILE SO
008800*DOWNSTREAM WORK CAN GATE ON A GLNIGHT GO.  THE RECORD COUNT IS
008810*THE NUMBER OF JOBS THAT ENDED GO
008820*----------------------------------------------------------------
008830 5400-POST-NIGHT.
008840     MOVE SPACES TO GLR-RUN-RECORD.
008850     MOVE GLX-PARM-DATE TO GLR-BUSINESS-DATE.
008860     MOVE "GLNIGHT"     TO GLR-PROGRAM.
008870     MOVE "ENDED"       TO GLR-EVENT.
008880     IF GLX-NEEDS-GO = GLX-NEED-COUNT
008890         MOVE "GO"      TO GLR-STATUS
008900     ELSE
008910         MOVE "NOGO"    TO GLR-STATUS
008920     END-IF.
008930     MOVE GLX-NEEDS-GO  TO GLR-RECORD-COUNT.
008940     CALL "GLRCPOST" USING GLR-RUN-RECORD.
008950 5400-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990*6000-LOAD-MANIFEST - THE GLPARTSP MANIFEST, WHEN THERE IS ONE,
009000*DECIDES WHETHER THE CARD'S BUSINESS DATE WAS A PARTITIONED
009010*NIGHT.  IT COUNTS ONLY WHEN COMPLETE (HEADER, EVERY PARTITION
009020*RECORD, TRAILER) AND DATED FOR THE CARD'S DATE
009030*----------------------------------------------------------------
009040 6000-LOAD-MANIFEST.
009050     INITIALIZE GLX-MAN-TABLE.
009060     MOVE "N" TO GLX-MAN-LOADED-SW.
009070     OPEN INPUT GL-MANIFEST-FILE.
009080     IF NOT GLX-MAN-OK
009090         GO TO 6000-EXIT
009100     END-IF.
009110     PERFORM 6010-READ-ONE-MANIFEST THRU 6010-EXIT
009120         UNTIL GLX-MAN-EOF.
009130     CLOSE GL-MANIFEST-FILE.
009140     IF NOT GLX-MAN-HEADER-SEEN
009150         GO TO 6000-EXIT
009160     END-IF.
009170     IF GLX-MAN-DATE NOT = GLX-PARM-DATE
009180         DISPLAY "GLRUNCTL - MANIFEST IS FOR " GLX-MAN-DATE
009190             " - " GLX-PARM-DATE " TREATED AS UNPARTITIONED"
009200         INITIALIZE GLX-MAN-TABLE
009210         GO TO 6000-EXIT
009220     END-IF.
009230     IF NOT GLX-MAN-TRAILER-SEEN
009240        OR GLX-MAN-P-SEEN NOT = GLX-MAN-PARTITIONS
009250         DISPLAY "GLRUNCTL - MANIFEST FOR " GLX-MAN-DATE
009260             " INCOMPLETE - TREATED AS UNPARTITIONED"
009270         INITIALIZE GLX-MAN-TABLE
009280         GO TO 6000-EXIT
009290     END-IF.
009300     MOVE "Y" TO GLX-MAN-LOADED-SW.
009310 6000-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------------
009350*6010-READ-ONE-MANIFEST
009360*----------------------------------------------------------------
009370 6010-READ-ONE-MANIFEST.
009380     READ GL-MANIFEST-FILE INTO GLP-CONTROL-RECORD
009390         AT END
009400             MOVE "Y" TO GLX-MAN-EOF-SWITCH
009410             GO TO 6010-EXIT
009420     END-READ.
009430     IF GLP-TYPE-HEADER
009440         MOVE "Y" TO GLX-MAN-HEADER-SW
009450         MOVE GLP-BUSINESS-DATE   TO GLX-MAN-DATE
009460         MOVE GLP-PARTITION-COUNT TO GLX-MAN-PARTITIONS
009470         GO TO 6010-EXIT
009480     END-IF.
009490     IF GLP-TYPE-TRAILER
009500         MOVE "Y" TO GLX-MAN-TRAILER-SW
009510         GO TO 6010-EXIT
009520     END-IF.
009530     IF NOT GLP-TYPE-PARTITION
009540        OR GLP-PARTITION-ID NOT NUMERIC
009550         GO TO 6010-EXIT
009560     END-IF.
009570     MOVE GLP-PARTITION-ID TO GLX-PART-NO.
009580     IF GLX-PART-NO < 1 OR GLX-PART-NO > GLX-PARTITION-MAX
009590         GO TO 6010-EXIT
009600     END-IF.
009610     ADD 1 TO GLX-MAN-P-SEEN.
009620     MOVE "Y"              TO GLX-MAN-DEFINED-SW (GLX-PART-NO).
009630     MOVE GLP-VALID-COUNT  TO GLX-MAN-VALID-CNT (GLX-PART-NO).
009640     MOVE GLP-DETAIL-COUNT TO GLX-MAN-DETAIL-CNT (GLX-PART-NO).
009650     MOVE "N"              TO GLX-MAN-GO-SW (GLX-PART-NO).
009660 6010-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------
009700*6100-PARTITION-NEEDED - DOES PARTITION GLX-SLOT OWE
009710*GLX-CHK-PROGRAM A RUN: IT MUST BE ON THE MANIFEST AND ITS SLICE
009720*OF THE FILE THE PROGRAM READS MUST HAVE CARRIED ITEMS
009730*----------------------------------------------------------------
009740 6100-PARTITION-NEEDED.
009750     MOVE "N" TO GLX-PART-NEEDED-SW.
009760     IF GLX-MAN-DEFINED-SW (GLX-SLOT) NOT = "Y"
009770         GO TO 6100-EXIT
009780     END-IF.
009790     SET GLX-KX TO 1.
009800     SEARCH GLX-NIGHT-JOB
009810         AT END
009820             IF GLX-MAN-DETAIL-CNT (GLX-SLOT) > ZERO
009830                 MOVE "Y" TO GLX-PART-NEEDED-SW
009840             END-IF
009850         WHEN GLX-NJ-PROGRAM (GLX-KX) = GLX-CHK-PROGRAM
009860             IF GLX-NJ-READS-VALID (GLX-KX)
009870                 IF GLX-MAN-VALID-CNT (GLX-SLOT) > ZERO
009880                     MOVE "Y" TO GLX-PART-NEEDED-SW
009890                 END-IF
009900             ELSE
009910                 IF GLX-MAN-DETAIL-CNT (GLX-SLOT) > ZERO
009920                     MOVE "Y" TO GLX-PART-NEEDED-SW
009930                 END-IF
009940             END-IF
009950     END-SEARCH.
009960 6100-EXIT.
009970     EXIT.
