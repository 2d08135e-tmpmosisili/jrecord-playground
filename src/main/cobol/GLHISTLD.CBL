000390*                  ITS COPY.  THE COMPANION GLHSTRST PROGRAM
000400*                  RESTORES A BUSINESS-DATE RANGE FROM THE
000410*                  ARCHIVE FOR RESEARCH.
000420*10/15/2026 RLH    COMPANY-PARTITIONED NIGHT.  AN OPTIONAL
000430*                  GLPRTID "PARTID" CARD (ID IN COLUMNS 10-11)
000440*                  NAMES THE GLPARTSP PARTITION THIS RUN LOADS;
000450*                  ITS EVENTS CARRY THE PARTITION.  THE
000460*                  RETENTION PURGE AND ITS ARCHIVE BELONG TO
000470*                  THE WHOLE FILE, SO ON A PARTITIONED NIGHT
000480*                  ONLY PARTITION 01 RUNS THEM; THE AGED KEYS
000490*                  IT SWEEPS NEVER MEET TONIGHT'S LOAD KEYS.
000500*                  NO CARD IS THE UNPARTITIONED RUN, UNCHANGED.
000510*10/15/2026 RLH    CONTROL-TOTAL CHAIN.  AT END OF RUN THE RECORD
000520*                  COUNT AND DEBIT/CREDIT AMOUNT HASH OF GLDETAIL
000530*                  AS READ GO TO THE GLCTLCHN CONTROL-CHAIN FILE
000540*                  (VIA GLCCPOST), WITH THE PARTITION, FOR THE
000550*                  GLCTLPRF PROOF AGAINST THE PRODUCING STEP.
000560*                  AN ITEM WHOSE SIGN OR AMOUNT FAILS THE PACKED
000570*                  CLASS TEST IS COUNTED BUT ADDS TO NEITHER SIDE,
000580*                  THE SAME RULE GLEDIT APPLIES TO THE EXTRACT.
000590*10/15/2026 RLH    THE PURGE PARTITION IS NO LONGER FIXED AT 01.
000600*                  A PARTITIONED RUN READS THE GLPARTSP GLPRTCTL
000610*                  MANIFEST AND PURGES ONLY IN THE LOWEST
000620*                  PARTITION WHOSE GLDETAIL SLICE HAS ITEMS, SO
000630*                  AN UNDEFINED OR EMPTY PARTITION 01 NO LONGER
000640*                  SKIPS THE PURGE.  NO MANIFEST FALLS BACK TO 01.
000650*----------------------------------------------------------------
000660
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. IBM-370.
000700 OBJECT-COMPUTER. IBM-370.
000710 SPECIAL-NAMES.
000720     C01 IS TOP-OF-PAGE.
000730
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT GL-DETAIL-FILE ASSIGN TO GLDETAIL
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS GLX-DETAIL-STATUS.
000800
000810     SELECT OPTIONAL GL-HIST-FILE ASSIGN TO GLHIST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS GLX-HIST-KEY
000850         FILE STATUS IS GLX-HIST-STATUS.
000860
000870     SELECT OPTIONAL GL-PARM-FILE ASSIGN TO GLHSTPRM
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS GLX-PARM-STATUS.
000900
000910     SELECT GL-ARCHIVE-FILE ASSIGN TO GLHSTARC
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS GLX-ARCH-STATUS.
000950
000960     SELECT OPTIONAL GL-PART-PARM ASSIGN TO GLPRTID
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS GLX-PRTPRM-STATUS.
000990
001000     SELECT OPTIONAL GL-MANIFEST-FILE ASSIGN TO GLPRTCTL
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS GLX-MAN-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070*----------------------------------------------------------------
001080*INPUT EXTRACT FILE - LAYOUT SUPPLIED BY POW_GL_DETAIL_OUTPUT
001090*----------------------------------------------------------------
001100 FD  GL-DETAIL-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY "POW_GL_Detail_Output".
001140
001150*----------------------------------------------------------------
001160*KEYED HISTORY FILE - THE FULL 888-BYTE EXTRACT RECORD BEHIND
001170*A DISPLAY-FORM POST-DATE / CO-ID / TRANS-SEQ KEY
001180*----------------------------------------------------------------
001190 FD  GL-HIST-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  GLX-HIST-RECORD.
001220     05  GLX-HIST-KEY.
001230         10  GLX-HIST-POST-DATE     PIC 9(07).
001240         10  GLX-HIST-CO-ID         PIC 9(04).
001250         10  GLX-HIST-TRANS-SEQ     PIC 9(07).
001260     05  GLX-HIST-DETAIL            PIC X(888).
001270
001280*----------------------------------------------------------------
001290*RETENTION PARAMETER CARD - DAYS OF HISTORY TO KEEP.  ABSENT
001300*CARD OR A VALUE UNDER THE 60-DAY FLOOR FALLS BACK TO 60
001310*----------------------------------------------------------------
001320 FD  GL-PARM-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE OMITTED.
001350 01  GLX-PARM-RECORD.
001360     05  GLX-PARM-RETENTION         PIC 9(03).
001370     05  GLX-PARM-FILLER            PIC X(77).
001380
001390*----------------------------------------------------------------
001400*OUTPUT PURGE ARCHIVE - THE FULL HISTORY RECORD, KEY AND ALL,
001410*WRITTEN AHEAD OF EVERY RETENTION DELETE.  THE SCHEDULER
001420*CATALOGS ONE DATED GENERATION PER NIGHT; GLHSTRST RESTORES
001430*FROM THESE FOR RESEARCH AND REGULATORY REQUESTS
001440*----------------------------------------------------------------
001450 FD  GL-ARCHIVE-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  GLX-ARCH-RECORD                  PIC X(906).
001490
001500*----------------------------------------------------------------
001510*OPTIONAL PARTITION CARD - A "PARTID" KEYWORD WITH THE PARTITION
001520*ID IN COLUMNS 10-11.  NO CARD MEANS AN UNPARTITIONED RUN
001530*----------------------------------------------------------------
001540 FD  GL-PART-PARM
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE OMITTED.
001570 01  GLX-PRTPRM-RECORD.
001580     05  GLX-PRTPRM-KEYWORD        PIC X(08).
001590         88  GLX-PRTPRM-IS-PARTID          VALUE "PARTID".
001600     05  FILLER                    PIC X(01).
001610     05  GLX-PRTPRM-PARTITION      PIC X(02).
001620     05  GLX-PRTPRM-FILLER         PIC X(69).
001630
001640*----------------------------------------------------------------
001650*GLPARTSP PARTITION MANIFEST - READ ON A PARTITIONED RUN ONLY, TO
001660*FIND WHICH PARTITION OWNS THE RETENTION PURGE
001670*----------------------------------------------------------------
001680 FD  GL-MANIFEST-FILE
001690     RECORDING MODE IS F
001700     LABEL RECORDS ARE STANDARD.
001710     COPY "GLPRTREC".
001720
001730 WORKING-STORAGE SECTION.
001740*----------------------------------------------------------------
001750*SWITCHES AND COUNTERS
001760*----------------------------------------------------------------
001770 77  GLX-DETAIL-STATUS               PIC X(02) VALUE SPACES.
001780     88  GLX-DETAIL-OK                         VALUE "00".
001790     88  GLX-DETAIL-EOF                         VALUE "10".
001800 77  GLX-HIST-STATUS                 PIC X(02) VALUE SPACES.
001810*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL HISTORY FILE
001820*WHEN IT DID NOT EXIST YET (THE FIRST NIGHT BOOTSTRAPS IT)
001830     88  GLX-HIST-OK                           VALUE "00" "05".
001840     88  GLX-HIST-DUP-KEY                      VALUE "22".
001850     88  GLX-HIST-EOF                          VALUE "10".
001860 77  GLX-PARM-STATUS                 PIC X(02) VALUE SPACES.
001870     88  GLX-PARM-OK                           VALUE "00".
001880 77  GLX-ARCH-STATUS                 PIC X(02) VALUE SPACES.
001890     88  GLX-ARCH-OK                           VALUE "00".
001900 77  GLX-PRTPRM-STATUS               PIC X(02) VALUE SPACES.
001910     88  GLX-PRTPRM-OK                         VALUE "00".
001920*SPACES ON AN UNPARTITIONED RUN; 01-08 WHEN A GLPRTID CARD NAMES
001930*THE COMPANY PARTITION, STAMPED ON EVERY EVENT.  THE PURGE RUNS
001940*UNPARTITIONED OR IN THE PURGE PARTITION ONLY: THE LOWEST ONE ON
001950*THE MANIFEST WITH GLDETAIL ITEMS, 01 WHEN NO MANIFEST IS READ
001960 77  GLX-PARTITION-ID                PIC X(02) VALUE SPACES.
001970     88  GLX-UNPARTITIONED                      VALUE SPACES.
001980 77  GLX-PURGE-PARTITION-ID          PIC X(02) VALUE "01".
001990 77  GLX-MAN-STATUS                  PIC X(02) VALUE SPACES.
002000     88  GLX-MAN-OK                            VALUE "00".
002010 77  GLX-MAN-EOF-SWITCH              PIC X(01) VALUE "N".
002020     88  GLX-MAN-EOF                            VALUE "Y".
002030 77  GLX-PURGE-FOUND-SW              PIC X(01) VALUE "N".
002040     88  GLX-PURGE-FOUND                        VALUE "Y".
002050 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
002060     88  GLX-EOF-REACHED                        VALUE "Y".
002070 77  GLX-PURGE-DONE-SW               PIC X(01) VALUE "N".
002080     88  GLX-PURGE-DONE                         VALUE "Y".
002090 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
002100*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
002110 77  GLX-IN-DR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
002120 77  GLX-IN-CR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
002130 77  GLX-RECORDS-LOADED             PIC S9(09) COMP-3 VALUE ZERO.
002140 77  GLX-RECORDS-REWRITTEN          PIC S9(09) COMP-3 VALUE ZERO.
002150 77  GLX-RECORDS-PURGED             PIC S9(09) COMP-3 VALUE ZERO.
002160 77  GLX-RECORDS-ARCHIVED           PIC S9(09) COMP-3 VALUE ZERO.
002170
002180*----------------------------------------------------------------
002190*RETENTION CONTROLS.  GLX-BUSINESS-DATE IS THE HIGHEST
002200*GLI-POST-DATE SEEN ON TONIGHT'S EXTRACT; THE PURGE CUTOFF IS
002210*THAT DATE ROLLED BACK GLX-RETENTION-DAYS CALENDAR DAYS
002220*----------------------------------------------------------------
002230 77  GLX-RETENTION-DAYS              PIC 9(03) VALUE 60.
002240 77  GLX-RETENTION-FLOOR             PIC 9(03) VALUE 60.
002250 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
002260 77  GLX-CUTOFF-DATE                 PIC 9(07) VALUE ZERO.
002270 77  GLX-ROLL-COUNT                  PIC 9(03) VALUE ZERO.
002280
002290*----------------------------------------------------------------
002300*DATE WORK AREA.  EXTRACT DATES ARE CENTURY-CODED CYYMMDD
002310*(C = 0 FOR 19XX, 1 FOR 20XX) PER THE CAPTURE SYSTEMS STANDARD
002320*----------------------------------------------------------------
002330 01  GLX-DATE-WORK.
002340     05  GLX-DW-DATE                PIC 9(07) VALUE ZERO.
002350     05  FILLER REDEFINES GLX-DW-DATE.
002360         10  GLX-DW-CENT            PIC 9(01).
002370         10  GLX-DW-YY              PIC 9(02).
002380         10  GLX-DW-MM              PIC 9(02).
002390         10  GLX-DW-DD              PIC 9(02).
002400 77  GLX-DW-MAX-DD                   PIC 9(02) VALUE ZERO.
002410 77  GLX-DW-YY-REM                   PIC 9(02) VALUE ZERO.
002420 77  GLX-DW-YY-QUOT                  PIC 9(02) VALUE ZERO.
002430
002440 01  GLX-MONTH-DAYS-TABLE.
002450     05  FILLER                     PIC X(24)
002460             VALUE "312831303130313130313031".
002470 01  FILLER REDEFINES GLX-MONTH-DAYS-TABLE.
002480     05  GLX-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
002490
002500*----------------------------------------------------------------
002510*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002520*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002530*----------------------------------------------------------------
002540 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002550     88  GLX-RC-STARTED                         VALUE "Y".
002560 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002570 COPY "GLRUNREC".
002580
002590*----------------------------------------------------------------
002600*CONTROL-CHAIN POSTING WORK AREA - FILE TOTALS GO TO THE SHARED
002610*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002620*----------------------------------------------------------------
002630 COPY "GLCTLREC".
002640
002650 PROCEDURE DIVISION.
002660*----------------------------------------------------------------
002670*0000-MAINLINE
002680*----------------------------------------------------------------
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002720         UNTIL GLX-EOF-REACHED.
002730     PERFORM 5000-PURGE-AGED THRU 5000-EXIT.
002740     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002750     STOP RUN.
002760
002770*----------------------------------------------------------------
002780*1000-INITIALIZE - PICK UP THE RETENTION CARD, OPEN FILES AND
002790*PRIME THE FIRST READ
002800*----------------------------------------------------------------
002810 1000-INITIALIZE.
002820     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002830     PERFORM 1200-READ-PARTITION-CARD THRU 1200-EXIT.
002840     OPEN INPUT GL-DETAIL-FILE.
002850     OPEN I-O   GL-HIST-FILE.
002860     IF NOT GLX-DETAIL-OK AND NOT GLX-DETAIL-EOF
002870         DISPLAY "GLHISTLD - OPEN ERROR ON GL-DETAIL-FILE "
002880             GLX-DETAIL-STATUS
002890         MOVE "Y" TO GLX-EOF-SWITCH
002900         GO TO 1000-EXIT
002910     END-IF.
002920     IF NOT GLX-HIST-OK
002930         DISPLAY "GLHISTLD - OPEN ERROR ON GL-HIST-FILE "
002940             GLX-HIST-STATUS
002950         MOVE "Y" TO GLX-EOF-SWITCH
002960         MOVE "Y" TO GLX-PURGE-DONE-SW
002970         GO TO 1000-EXIT
002980     END-IF.
002990     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------
003040*1100-READ-PARM - OPTIONAL RETENTION CARD.  A MISSING CARD OR
003050*A VALUE BELOW THE FLOOR KEEPS THE 60-DAY DEFAULT
003060*----------------------------------------------------------------
003070 1100-READ-PARM.
003080     OPEN INPUT GL-PARM-FILE.
003090     IF NOT GLX-PARM-OK
003100         GO TO 1100-CLOSE
003110     END-IF.
003120     READ GL-PARM-FILE
003130         AT END
003140             GO TO 1100-CLOSE
003150     END-READ.
003160     IF GLX-PARM-RETENTION NUMERIC
003170        AND GLX-PARM-RETENTION > ZERO
003180         MOVE GLX-PARM-RETENTION TO GLX-RETENTION-DAYS
003190     END-IF.
003200     IF GLX-RETENTION-DAYS < GLX-RETENTION-FLOOR
003210         DISPLAY "GLHISTLD - RETENTION CARD " GLX-RETENTION-DAYS
003220             " BELOW FLOOR - USING " GLX-RETENTION-FLOOR
003230         MOVE GLX-RETENTION-FLOOR TO GLX-RETENTION-DAYS
003240     END-IF.
003250 1100-CLOSE.
003260     CLOSE GL-PARM-FILE.
003270 1100-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310*1200-READ-PARTITION-CARD - OPTIONAL PARTITION CARD.  NO CARD, A
003320*BAD KEYWORD OR A NON-NUMERIC ID LEAVES THE UNPARTITIONED RUN
003330*----------------------------------------------------------------
003340 1200-READ-PARTITION-CARD.
003350     OPEN INPUT GL-PART-PARM.
003360     IF NOT GLX-PRTPRM-OK
003370         GO TO 1200-CLOSE
003380     END-IF.
003390     READ GL-PART-PARM
003400         AT END
003410             GO TO 1200-CLOSE
003420     END-READ.
003430     IF GLX-PRTPRM-IS-PARTID
003440        AND GLX-PRTPRM-PARTITION NUMERIC
003450         MOVE GLX-PRTPRM-PARTITION TO GLX-PARTITION-ID
003460         DISPLAY "GLHISTLD - COMPANY PARTITION " GLX-PARTITION-ID
003470     END-IF.
003480 1200-CLOSE.
003490     CLOSE GL-PART-PARM.
003500 1200-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003540*2000-PROCESS-FILE - LOAD ONE EXTRACT RECORD TO THE HISTORY
003550*FILE AND TRACK THE HIGHEST POST DATE SEEN
003560*----------------------------------------------------------------
003570 2000-PROCESS-FILE.
003580     ADD 1 TO GLX-RECORDS-READ.
003590     IF NOT GLX-RC-STARTED
003600         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
003610     END-IF.
003620     IF GLI-PD-TRAN-SIGN NUMERIC AND GLI-TRANS-AMT NUMERIC
003630         IF GLI-PD-TRAN-SIGN < ZERO
003640             ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
003650         ELSE
003660             ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
003670         END-IF
003680     END-IF.
003690     PERFORM 2200-LOAD-RECORD THRU 2200-EXIT.
003700     IF GLI-POST-DATE > GLX-BUSINESS-DATE
003710         MOVE GLI-POST-DATE TO GLX-BUSINESS-DATE
003720     END-IF.
003730     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003740 2000-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780*2100-READ-DETAIL
003790*----------------------------------------------------------------
003800 2100-READ-DETAIL.
003810     READ GL-DETAIL-FILE
003820         AT END
003830             MOVE "Y" TO GLX-EOF-SWITCH
003840     END-READ.
003850 2100-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890*2200-LOAD-RECORD - WRITE UNDER THE POST-DATE / CO-ID /
003900*TRANS-SEQ KEY.  A DUPLICATE KEY MEANS A RERUN OF A NIGHT
003910*ALREADY LOADED, SO THE RECORD IS REWRITTEN IN PLACE
003920*----------------------------------------------------------------
003930 2200-LOAD-RECORD.
003940     MOVE GLI-POST-DATE            TO GLX-HIST-POST-DATE.
003950     MOVE GLI-CO-ID                TO GLX-HIST-CO-ID.
003960     MOVE GLI-TRANS-SEQ            TO GLX-HIST-TRANS-SEQ.
003970     MOVE GLI-INTERNAL-TRANSACTION TO GLX-HIST-DETAIL.
003980     WRITE GLX-HIST-RECORD
003990         INVALID KEY
004000             PERFORM 2210-REWRITE-RECORD THRU 2210-EXIT
004010         NOT INVALID KEY
004020             ADD 1 TO GLX-RECORDS-LOADED
004030     END-WRITE.
004040 2200-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080*2210-REWRITE-RECORD
004090*----------------------------------------------------------------
004100 2210-REWRITE-RECORD.
004110     REWRITE GLX-HIST-RECORD
004120         INVALID KEY
004130             DISPLAY "GLHISTLD - REWRITE FAILED, KEY "
004140                 GLX-HIST-KEY " STATUS " GLX-HIST-STATUS
004150     END-REWRITE.
004160     IF GLX-HIST-OK
004170         ADD 1 TO GLX-RECORDS-REWRITTEN
004180     END-IF.
004190 2210-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230*5000-PURGE-AGED - ROLL THE BUSINESS DATE BACK THE RETENTION
004240*WINDOW AND DELETE EVERY HISTORY RECORD DATED BEFORE THE
004250*CUTOFF.  POST DATE LEADS THE KEY, SO THE AGED RECORDS SIT AT
004260*THE FRONT OF THE FILE AND THE SWEEP STOPS AT THE FIRST
004270*RECORD INSIDE THE WINDOW.  THE ARCHIVE MUST OPEN BEFORE THE
004280*SWEEP MAY START: NO ARCHIVE, NO PURGE.  ON A PARTITIONED NIGHT
004290*ONE PARTITION PURGES FOR ALL OF THEM
004300*----------------------------------------------------------------
004310 5000-PURGE-AGED.
004320     IF GLX-PURGE-DONE OR GLX-BUSINESS-DATE = ZERO
004330         GO TO 5000-EXIT
004340     END-IF.
004350     IF NOT GLX-UNPARTITIONED
004360         PERFORM 5050-FIND-PURGE-PARTITION THRU 5050-EXIT
004370         IF GLX-PARTITION-ID NOT = GLX-PURGE-PARTITION-ID
004380             DISPLAY "GLHISTLD - RETENTION PURGE LEFT TO "
004390                 "PARTITION " GLX-PURGE-PARTITION-ID
004400             GO TO 5000-EXIT
004410         END-IF
004420     END-IF.
004430     MOVE GLX-BUSINESS-DATE TO GLX-DW-DATE.
004440     PERFORM 7100-ROLL-BACK-ONE-DAY THRU 7100-EXIT
004450         VARYING GLX-ROLL-COUNT FROM 1 BY 1
004460         UNTIL GLX-ROLL-COUNT > GLX-RETENTION-DAYS.
004470     MOVE GLX-DW-DATE TO GLX-CUTOFF-DATE.
004480     OPEN OUTPUT GL-ARCHIVE-FILE.
004490     IF NOT GLX-ARCH-OK
004500         DISPLAY "GLHISTLD - OPEN ERROR ON GL-ARCHIVE-FILE "
004510             GLX-ARCH-STATUS " - PURGE SKIPPED"
004520         MOVE "Y" TO GLX-PURGE-DONE-SW
004530         GO TO 5000-EXIT
004540     END-IF.
004550     MOVE LOW-VALUES TO GLX-HIST-KEY.
004560     START GL-HIST-FILE KEY NOT LESS THAN GLX-HIST-KEY
004570         INVALID KEY
004580             MOVE "Y" TO GLX-PURGE-DONE-SW
004590     END-START.
004600     PERFORM 5100-PURGE-ONE THRU 5100-EXIT
004610         UNTIL GLX-PURGE-DONE.
004620     CLOSE GL-ARCHIVE-FILE.
004630 5000-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------
004670*5050-FIND-PURGE-PARTITION - THE PURGE BELONGS TO THE LOWEST
004680*PARTITION ON THE GLPRTCTL MANIFEST WHOSE GLDETAIL SLICE HAS
004690*ITEMS; GLPARTSP WRITES THE P RECORDS IN PARTITION ORDER.  AN
004700*EMPTY SLICE NEVER LOADS A BUSINESS DATE AND SO COULD NOT PURGE.
004710*WITH NO MANIFEST THE PURGE STAYS WITH PARTITION 01
004720*----------------------------------------------------------------
004730 5050-FIND-PURGE-PARTITION.
004740     OPEN INPUT GL-MANIFEST-FILE.
004750     IF NOT GLX-MAN-OK
004760         DISPLAY "GLHISTLD - NO GLPRTCTL MANIFEST, STATUS "
004770             GLX-MAN-STATUS " - PURGE LEFT TO PARTITION 01"
004780         CLOSE GL-MANIFEST-FILE
004790         GO TO 5050-EXIT
004800     END-IF.
004810     PERFORM 5060-READ-MANIFEST THRU 5060-EXIT
004820         UNTIL GLX-MAN-EOF OR GLX-PURGE-FOUND.
004830     CLOSE GL-MANIFEST-FILE.
004840 5050-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880*5060-READ-MANIFEST - ONE MANIFEST RECORD; THE FIRST P RECORD
004890*WITH A GLDETAIL COUNT NAMES THE PURGE PARTITION
004900*----------------------------------------------------------------
004910 5060-READ-MANIFEST.
004920     READ GL-MANIFEST-FILE
004930         AT END
004940             MOVE "Y" TO GLX-MAN-EOF-SWITCH
004950             GO TO 5060-EXIT
004960     END-READ.
004970     IF GLP-TYPE-PARTITION
004980        AND GLP-DETAIL-COUNT > ZERO
004990         MOVE GLP-PARTITION-ID TO GLX-PURGE-PARTITION-ID
005000         MOVE "Y" TO GLX-PURGE-FOUND-SW
005010     END-IF.
005020 5060-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*5100-PURGE-ONE - READ THE NEXT HISTORY RECORD, ARCHIVE IT,
005070*AND ONLY THEN DELETE IT WHEN IT IS OLDER THAN THE CUTOFF
005080*DATE.  AN ARCHIVE WRITE FAILURE ENDS THE SWEEP WITH THE
005090*RECORD STILL ON THE HISTORY FILE
005100*----------------------------------------------------------------
005110 5100-PURGE-ONE.
005120     READ GL-HIST-FILE NEXT RECORD
005130         AT END
005140             MOVE "Y" TO GLX-PURGE-DONE-SW
005150             GO TO 5100-EXIT
005160     END-READ.
005170     IF NOT GLX-HIST-OK
005180         MOVE "Y" TO GLX-PURGE-DONE-SW
005190         GO TO 5100-EXIT
005200     END-IF.
005210     IF GLX-HIST-POST-DATE NOT < GLX-CUTOFF-DATE
005220         MOVE "Y" TO GLX-PURGE-DONE-SW
005230         GO TO 5100-EXIT
005240     END-IF.
005250     WRITE GLX-ARCH-RECORD FROM GLX-HIST-RECORD.
005260     IF NOT GLX-ARCH-OK
005270         DISPLAY "GLHISTLD - ARCHIVE WRITE FAILED, KEY "
005280             GLX-HIST-KEY " STATUS " GLX-ARCH-STATUS
005290             " - PURGE STOPPED"
005300         MOVE "Y" TO GLX-PURGE-DONE-SW
005310         GO TO 5100-EXIT
005320     END-IF.
005330     ADD 1 TO GLX-RECORDS-ARCHIVED.
005340     DELETE GL-HIST-FILE
005350         INVALID KEY
005360             DISPLAY "GLHISTLD - DELETE FAILED, KEY "
005370                 GLX-HIST-KEY " STATUS " GLX-HIST-STATUS
005380             MOVE "Y" TO GLX-PURGE-DONE-SW
005390     END-DELETE.
005400     IF GLX-HIST-OK
005410         ADD 1 TO GLX-RECORDS-PURGED
005420     END-IF.
005430 5100-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470*7100-ROLL-BACK-ONE-DAY - STEP THE CYYMMDD DATE IN GLX-DW-DATE
005480*BACK ONE CALENDAR DAY, BORROWING THROUGH MONTH, YEAR AND
005490*CENTURY.  FEBRUARY LENGTH FOLLOWS THE LEAP-YEAR RULE: YEAR
005500*2000 IS A LEAP YEAR, YEAR 1900 IS NOT, OTHERWISE EVERY
005510*FOURTH YEAR IS
005520*----------------------------------------------------------------
005530 7100-ROLL-BACK-ONE-DAY.
005540     IF GLX-DW-DD > 01
005550         SUBTRACT 1 FROM GLX-DW-DD
005560         GO TO 7100-EXIT
005570     END-IF.
005580     IF GLX-DW-MM > 01
005590         SUBTRACT 1 FROM GLX-DW-MM
005600     ELSE
005610         MOVE 12 TO GLX-DW-MM
005620         IF GLX-DW-YY > ZERO
005630             SUBTRACT 1 FROM GLX-DW-YY
005640         ELSE
005650             MOVE 99 TO GLX-DW-YY
005660             SUBTRACT 1 FROM GLX-DW-CENT
005670         END-IF
005680     END-IF.
005690     MOVE GLX-MONTH-DAYS (GLX-DW-MM) TO GLX-DW-MAX-DD.
005700     IF GLX-DW-MM = 02
005710         DIVIDE GLX-DW-YY BY 4 GIVING GLX-DW-YY-QUOT
005720             REMAINDER GLX-DW-YY-REM
005730         IF GLX-DW-YY = ZERO
005740             IF GLX-DW-CENT = 1
005750                 MOVE 29 TO GLX-DW-MAX-DD
005760             END-IF
005770         ELSE
005780             IF GLX-DW-YY-REM = ZERO
005790                 MOVE 29 TO GLX-DW-MAX-DD
005800             END-IF
005810         END-IF
005820     END-IF.
005830     MOVE GLX-DW-MAX-DD TO GLX-DW-DD.
005840 7100-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880*9999-TERMINATE - CLOSE FILES AND SHOW THE LOAD/PURGE COUNTS
005890*----------------------------------------------------------------
005900 9999-TERMINATE.
005910     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
005920     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
005930     CLOSE GL-DETAIL-FILE.
005940     CLOSE GL-HIST-FILE.
005950     DISPLAY "GLHISTLD - RECORDS READ:      " GLX-RECORDS-READ.
005960     DISPLAY "GLHISTLD - RECORDS LOADED:    "
005970         GLX-RECORDS-LOADED.
005980     DISPLAY "GLHISTLD - RECORDS REWRITTEN: "
005990         GLX-RECORDS-REWRITTEN.
006000     DISPLAY "GLHISTLD - RECORDS PURGED:    "
006010         GLX-RECORDS-PURGED.
006020     DISPLAY "GLHISTLD - RECORDS ARCHIVED:  "
006030         GLX-RECORDS-ARCHIVED.
006040     DISPLAY "GLHISTLD - RETENTION DAYS:    "
006050         GLX-RETENTION-DAYS.
006060     DISPLAY "GLHISTLD - PURGE CUTOFF DATE: " GLX-CUTOFF-DATE.
006070 9999-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLDETAIL AS READ,
006120*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
006130*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
006140*----------------------------------------------------------------
006150 9750-POST-CONTROL-CHAIN.
006160     IF GLX-RC-BUSDATE = ZERO
006170         GO TO 9750-EXIT
006180     END-IF.
006190     MOVE SPACES           TO GLC-CHAIN-RECORD.
006200     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
006210     MOVE "GLHISTLD"       TO GLC-PROGRAM.
006220     MOVE "GLDETAIL"       TO GLC-FILE-NAME.
006230     MOVE "I"              TO GLC-DIRECTION.
006240     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
006250     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
006260     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
006270     MOVE GLX-PARTITION-ID TO GLC-PARTITION-ID.
006280     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
006290 9750-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
006340*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
006350*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
006360*----------------------------------------------------------------
006370 9800-POST-RUN-START.
006380     MOVE "Y" TO GLX-RC-STARTED-SW.
006390     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
006400     MOVE SPACES TO GLR-RUN-RECORD.
006410     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006420     MOVE "GLHISTLD" TO GLR-PROGRAM.
006430     MOVE "STARTED"  TO GLR-EVENT.
006440     MOVE SPACES     TO GLR-STATUS.
006450     MOVE ZERO       TO GLR-RECORD-COUNT.
006460     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
006470     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006480 9800-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
006530*AND ITS RECORD COUNT.  NOTHING IS POSTED WHEN NO RECORD WAS
006540*EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
006550*----------------------------------------------------------------
006560 9900-POST-RUN-END.
006570     IF GLX-RC-BUSDATE = ZERO
006580         GO TO 9900-EXIT
006590     END-IF.
006600     MOVE SPACES TO GLR-RUN-RECORD.
006610     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
006620     MOVE "GLHISTLD" TO GLR-PROGRAM.
006630     MOVE "ENDED"    TO GLR-EVENT.
006640     MOVE "OK"       TO GLR-STATUS.
006650     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
006660     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
006670     CALL "GLRCPOST" USING GLR-RUN-RECORD.
006680 9900-EXIT.
006690     EXIT.
