000350*                  AN OVERFLOWED TABLE NOW ENDS THE JOB WITH
000360*                  RETURN CODE 16 AND NO BATCH, THE SAME AS
000370*                  AN OUT-OF-BALANCE EXTRACT.
000380*10/15/2026 RLH    COMPANY-PARTITIONED NIGHT.  AN OPTIONAL
000390*                  GLPRTID "PARTID" CARD (ID IN COLUMNS 10-11)
000400*                  NAMES THE GLPARTSP PARTITION THIS RUN
000410*                  SUMMARIZES; ITS EVENTS CARRY THE PARTITION
000420*                  AND ITS BATCH IS IDENTIFIED GLPARTNN FOR
000430*                  GLPARTMG TO PROVE AND MERGE INTO THE SINGLE
000440*                  GLNIGHT BATCH.  NO CARD IS THE UNPARTITIONED
000450*                  RUN, UNCHANGED.
000460*10/15/2026 RLH    CONTROL-TOTAL CHAIN.  AT END OF RUN THE RECORD
000470*                  COUNT AND DEBIT/CREDIT AMOUNT HASH OF GLVALID
000480*                  AS READ, AND THE GLCORPIF BATCH AS WRITTEN
000490*                  (RECORDS INCLUDING HEADER AND TRAILER, AND THE
000500*                  TRAILER'S DEBIT AND CREDIT TOTALS), GO TO THE
000510*                  GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST) FOR
000520*                  THE GLCTLPRF PROOF.  A BATCH NOT RELEASED IS
000530*                  POSTED AS ZERO RECORDS WRITTEN.
000540*----------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 SPECIAL-NAMES.
000610     C01 IS TOP-OF-PAGE.
000620
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS GLX-VALID-STATUS.
000690
000700     SELECT GL-CORP-FILE ASSIGN TO GLCORPIF
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS GLX-CORP-STATUS.
000740
000750     SELECT OPTIONAL GL-PART-PARM ASSIGN TO GLPRTID
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS GLX-PRTPRM-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------
000820*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000830*AS POW_GL_DETAIL_OUTPUT
000840*----------------------------------------------------------------
000850 FD  GL-VALID-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY "POW_GL_Detail_Output".
000890
000900*----------------------------------------------------------------
000910*OUTPUT CORPORATE POSTING BATCH - HEADER / DETAIL / TRAILER
000920*RECORD SET IN THE CORPORATE LEDGER'S 80-BYTE INTAKE FORMAT.
000930*AMOUNTS ARE UNSIGNED WITH A SEPARATE D/C SIDE INDICATOR, PER
000940*THE INTAKE STANDARD
000950*----------------------------------------------------------------
000960 FD  GL-CORP-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  GLX-CORP-RECORD                  PIC X(80).
001000 01  GLX-CORP-HEADER REDEFINES GLX-CORP-RECORD.
001010     05  GLX-CH-REC-TYPE            PIC X(01).
001020     05  GLX-CH-BUSDATE             PIC 9(07).
001030     05  GLX-CH-BATCH-ID            PIC X(08).
001040     05  FILLER REDEFINES GLX-CH-BATCH-ID.
001050         10  GLX-CH-BATCH-PREFIX    PIC X(06).
001060         10  GLX-CH-BATCH-PART      PIC X(02).
001070     05  GLX-CH-RUN-DATE            PIC 9(06).
001080     05  GLX-CH-RUN-TIME            PIC 9(08).
001090     05  FILLER                     PIC X(50).
001100 01  GLX-CORP-DETAIL REDEFINES GLX-CORP-RECORD.
001110     05  GLX-CD-REC-TYPE            PIC X(01).
001120     05  GLX-CD-CO-ID               PIC 9(04).
001130     05  GLX-CD-BRANCH              PIC 9(05).
001140     05  GLX-CD-APPL-ID             PIC X(02).
001150     05  GLX-CD-SIDE                PIC X(01).
001160     05  GLX-CD-AMOUNT              PIC 9(13)V99.
001170     05  GLX-CD-ITEM-COUNT          PIC 9(07).
001180     05  FILLER                     PIC X(45).
001190 01  GLX-CORP-TRAILER REDEFINES GLX-CORP-RECORD.
001200     05  GLX-CT-REC-TYPE            PIC X(01).
001210     05  GLX-CT-REC-COUNT           PIC 9(09).
001220     05  GLX-CT-HASH-TOTAL          PIC 9(15)V99.
001230     05  GLX-CT-DR-TOTAL            PIC 9(13)V99.
001240     05  GLX-CT-CR-TOTAL            PIC 9(13)V99.
001250     05  FILLER                     PIC X(23).
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
001480 77  GLX-CORP-STATUS                 PIC X(02) VALUE SPACES.
001490 77  GLX-PRTPRM-STATUS               PIC X(02) VALUE SPACES.
001500     88  GLX-PRTPRM-OK                         VALUE "00".
001510 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001520     88  GLX-EOF-REACHED                        VALUE "Y".
001530 77  GLX-TABLE-FULL-SW               PIC X(01) VALUE "N".
001540     88  GLX-TABLE-FULL                         VALUE "Y".
001550 77  GLX-ENTRY-FOUND-SW              PIC X(01) VALUE "Y".
001560     88  GLX-ENTRY-FOUND                        VALUE "Y".
001570 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001580 77  GLX-DETAILS-WRITTEN            PIC S9(09) COMP-3 VALUE ZERO.
001590 77  GLX-CELL-COUNT                 PIC S9(04) COMP   VALUE ZERO.
001600 77  GLX-CELL-MAX                   PIC S9(04) COMP   VALUE 3000.
001610 77  GLX-WORK-DATE                   PIC 9(06) VALUE ZERO.
001620 77  GLX-WORK-TIME                   PIC 9(08) VALUE ZERO.
001630 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001640*SPACES ON AN UNPARTITIONED RUN; 01-08 WHEN A GLPRTID CARD NAMES
001650*THE COMPANY PARTITION, STAMPED ON THE BATCH AND EVERY EVENT
001660 77  GLX-PARTITION-ID                PIC X(02) VALUE SPACES.
001670
001680*----------------------------------------------------------------
001690*BATCH CONTROL TOTALS.  THE HASH TOTAL IS THE UNSIGNED SUM OF
001700*EVERY DETAIL AMOUNT, THE INTAKE SIDE'S PROOF THAT NO DETAIL
001710*WAS DROPPED OR ALTERED IN TRANSIT
001720*----------------------------------------------------------------
001730 77  GLX-TOT-DR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001740 77  GLX-TOT-CR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001750 77  GLX-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE ZERO.
001760
001770*----------------------------------------------------------------
001780*CONTROL-CHAIN TOTALS - GLVALID AS READ (EVERY RECORD, WHETHER
001790*OR NOT IT REACHED A CELL) AND THE BATCH AS RELEASED
001800*----------------------------------------------------------------
001810 77  GLX-IN-DR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
001820 77  GLX-IN-CR-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
001830 77  GLX-OUT-COUNT                  PIC S9(09) COMP-3 VALUE ZERO.
001840 77  GLX-OUT-DR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001850 77  GLX-OUT-CR-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001860
001870*----------------------------------------------------------------
001880*POSTING SUMMARY TABLE - ONE ENTRY PER CO-ID / BRANCH / APPL-ID
001890*COMBINATION WITH A BUCKET PER DEBIT/CREDIT SIDE
001900*----------------------------------------------------------------
001910 01  GLX-CELL-TABLE.
001920     05  GLX-CELL-ENTRY OCCURS 1 TO 3000 TIMES
001930             DEPENDING ON GLX-CELL-COUNT
001940             INDEXED BY GLX-IX.
001950         10  GLX-CELL-CO-ID           PIC 9(04).
001960         10  GLX-CELL-BRANCH          PIC S9(05) COMP-3.
001970         10  GLX-CELL-APPL-ID         PIC X(02).
001980         10  GLX-CELL-DR-AMT          PIC S9(11)V99 COMP-3.
001990         10  GLX-CELL-CR-AMT          PIC S9(11)V99 COMP-3.
002000         10  GLX-CELL-DR-CNT          PIC S9(07) COMP-3.
002010         10  GLX-CELL-CR-CNT          PIC S9(07) COMP-3.
002020
002030*----------------------------------------------------------------
002040*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002050*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002060*----------------------------------------------------------------
002070 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002080     88  GLX-RC-STARTED                         VALUE "Y".
002090 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002100 COPY "GLRUNREC".
002110
002120*----------------------------------------------------------------
002130*CONTROL-CHAIN POSTING WORK AREA - FILE TOTALS GO TO THE SHARED
002140*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002150*----------------------------------------------------------------
002160 COPY "GLCTLREC".
002170
002180 PROCEDURE DIVISION.
002190*----------------------------------------------------------------
002200*0000-MAINLINE - AN OUT-OF-BALANCE EXTRACT NEVER REACHES THE
002210*BATCH WRITE; THE JOB ENDS WITH RETURN CODE 16 INSTEAD SO THE
002220*SCHEDULER HOLDS THE CORPORATE FEED
002230*----------------------------------------------------------------
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002270         UNTIL GLX-EOF-REACHED.
002280     PERFORM 2500-PROVE-COMPLETE THRU 2500-EXIT.
002290     PERFORM 3000-PROVE-BALANCE THRU 3000-EXIT.
002300     PERFORM 8000-WRITE-BATCH THRU 8000-EXIT.
002310     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002320     STOP RUN.
002330
002340*----------------------------------------------------------------
002350*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ
002360*----------------------------------------------------------------
002370 1000-INITIALIZE.
002380     PERFORM 1100-READ-PARTITION-CARD THRU 1100-EXIT.
002390     OPEN INPUT  GL-VALID-FILE.
002400     OPEN OUTPUT GL-CORP-FILE.
002410     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
002420         DISPLAY "GLCORPST - OPEN ERROR ON GL-VALID-FILE "
002430             GLX-VALID-STATUS
002440         MOVE "Y" TO GLX-EOF-SWITCH
002450         GO TO 1000-EXIT
002460     END-IF.
002470     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------------
002520*1100-READ-PARTITION-CARD - OPTIONAL PARTITION CARD.  NO CARD, A
002530*BAD KEYWORD OR A NON-NUMERIC ID LEAVES THE UNPARTITIONED RUN
002540*----------------------------------------------------------------
002550 1100-READ-PARTITION-CARD.
002560     OPEN INPUT GL-PART-PARM.
002570     IF NOT GLX-PRTPRM-OK
002580         GO TO 1100-CLOSE
002590     END-IF.
002600     READ GL-PART-PARM
002610         AT END
002620             GO TO 1100-CLOSE
002630     END-READ.
002640     IF GLX-PRTPRM-IS-PARTID
002650        AND GLX-PRTPRM-PARTITION NUMERIC
002660         MOVE GLX-PRTPRM-PARTITION TO GLX-PARTITION-ID
002670         DISPLAY "GLCORPST - COMPANY PARTITION " GLX-PARTITION-ID
002680             " - BATCH GLPART" GLX-PARTITION-ID
002690     END-IF.
002700 1100-CLOSE.
002710     CLOSE GL-PART-PARM.
002720 1100-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------
002760*2000-PROCESS-FILE - EVERY VALIDATED RECORD ROLLS INTO ITS
002770*CO-ID / BRANCH / APPL-ID CELL ON ITS DEBIT OR CREDIT SIDE
002780*----------------------------------------------------------------
002790 2000-PROCESS-FILE.
002800     ADD 1 TO GLX-RECORDS-READ.
002810     IF NOT GLX-RC-STARTED
002820         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
002830     END-IF.
002840     IF GLI-PD-TRAN-SIGN < ZERO
002850         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
002860     ELSE
002870         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
002880     END-IF.
002890     PERFORM 2200-FIND-OR-ADD-CELL THRU 2200-EXIT.
002900     PERFORM 2300-ACCUMULATE-CELL THRU 2300-EXIT.
002910     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002920 2000-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960*2100-READ-VALID
002970*----------------------------------------------------------------
002980 2100-READ-VALID.
002990     READ GL-VALID-FILE
003000         AT END
003010             MOVE "Y" TO GLX-EOF-SWITCH
003020     END-READ.
003030 2100-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------------
003070*2200-FIND-OR-ADD-CELL - LOCATE THE TABLE ROW FOR THIS
003080*CO-ID / BRANCH / APPL-ID, ADDING A NEW ROW WHEN NOT FOUND
003090*----------------------------------------------------------------
003100 2200-FIND-OR-ADD-CELL.
003110     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
003120     SET GLX-IX TO 1.
003130     SEARCH GLX-CELL-ENTRY
003140         AT END
003150             PERFORM 2210-ADD-CELL THRU 2210-EXIT
003160         WHEN GLX-CELL-CO-ID (GLX-IX) = GLI-CO-ID
003170          AND GLX-CELL-BRANCH (GLX-IX) = GLI-BRANCH
003180          AND GLX-CELL-APPL-ID (GLX-IX) = GLI-APPL-ID
003190             CONTINUE
003200     END-SEARCH.
003210 2200-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------
003250*2210-ADD-CELL - APPEND A NEW ROW AT THE END OF THE TABLE
003260*----------------------------------------------------------------
003270 2210-ADD-CELL.
003280     IF GLX-CELL-COUNT NOT < GLX-CELL-MAX
003290         MOVE "Y" TO GLX-TABLE-FULL-SW
003300         MOVE "N" TO GLX-ENTRY-FOUND-SW
003310         DISPLAY "GLCORPST - CELL TABLE FULL AT "
003320             GLX-CELL-MAX " ENTRIES - BATCH INCOMPLETE"
003330         GO TO 2210-EXIT
003340     END-IF.
003350     ADD 1 TO GLX-CELL-COUNT.
003360     SET GLX-IX TO GLX-CELL-COUNT.
003370     MOVE GLI-CO-ID   TO GLX-CELL-CO-ID (GLX-IX).
003380     MOVE GLI-BRANCH  TO GLX-CELL-BRANCH (GLX-IX).
003390     MOVE GLI-APPL-ID TO GLX-CELL-APPL-ID (GLX-IX).
003400     MOVE ZERO TO GLX-CELL-DR-AMT (GLX-IX)
003410                  GLX-CELL-CR-AMT (GLX-IX)
003420                  GLX-CELL-DR-CNT (GLX-IX)
003430                  GLX-CELL-CR-CNT (GLX-IX).
003440 2210-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480*2300-ACCUMULATE-CELL - ROLL THE CURRENT RECORD INTO ITS ROW.
003490*GLI-PD-TRAN-SIGN IS NEGATIVE FOR A DEBIT, POSITIVE FOR A
003500*CREDIT, PER THE CAPTURE SYSTEMS POSTING-DEFINITION STANDARD.
003510*----------------------------------------------------------------
003520 2300-ACCUMULATE-CELL.
003530     IF NOT GLX-ENTRY-FOUND
003540         GO TO 2300-EXIT
003550     END-IF.
003560     IF GLI-PD-TRAN-SIGN < ZERO
003570         ADD GLI-TRANS-AMT TO GLX-CELL-DR-AMT (GLX-IX)
003580         ADD 1             TO GLX-CELL-DR-CNT (GLX-IX)
003590         ADD GLI-TRANS-AMT TO GLX-TOT-DR-AMT
003600     ELSE
003610         ADD GLI-TRANS-AMT TO GLX-CELL-CR-AMT (GLX-IX)
003620         ADD 1             TO GLX-CELL-CR-CNT (GLX-IX)
003630         ADD GLI-TRANS-AMT TO GLX-TOT-CR-AMT
003640     END-IF.
003650 2300-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690*2500-PROVE-COMPLETE - A FULL SUMMARY TABLE DROPPED RECORDS
003700*FROM THE BATCH AND ITS CONTROL TOTALS, AND A DROPPED SUBSET
003710*CAN STILL LEAVE DEBITS EQUAL TO CREDITS, SO THE BALANCE
003720*PROOF CANNOT BE TRUSTED TO CATCH IT.  THE BATCH IS NOT
003730*RELEASED: FAIL IS POSTED AND THE JOB ENDS WITH RETURN CODE
003740*16, EXACTLY LIKE AN OUT-OF-BALANCE EXTRACT
003750*----------------------------------------------------------------
003760 2500-PROVE-COMPLETE.
003770     IF NOT GLX-TABLE-FULL
003780         GO TO 2500-EXIT
003790     END-IF.
003800     DISPLAY "GLCORPST - ** BATCH INCOMPLETE ** CELL TABLE "
003810         "OVERFLOWED - BATCH NOT RELEASED".
003820     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
003830     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
003840     CLOSE GL-VALID-FILE.
003850     CLOSE GL-CORP-FILE.
003860     MOVE 16 TO RETURN-CODE.
003870     STOP RUN.
003880 2500-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920*3000-PROVE-BALANCE - TOTAL DEBITS MUST EQUAL TOTAL CREDITS
003930*BEFORE ANYTHING IS RELEASED TO THE CORPORATE LEDGER.  A BREAK
003940*POSTS A FAIL EVENT, SETS RETURN CODE 16 AND ENDS THE JOB WITH
003950*THE (EMPTY) BATCH FILE CLOSED
003960*----------------------------------------------------------------
003970 3000-PROVE-BALANCE.
003980     IF GLX-TOT-DR-AMT = GLX-TOT-CR-AMT
003990         GO TO 3000-EXIT
004000     END-IF.
004010     DISPLAY "GLCORPST - ** OUT OF BALANCE ** DR "
004020         GLX-TOT-DR-AMT " CR " GLX-TOT-CR-AMT
004030         " - BATCH NOT RELEASED".
004040     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
004050     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
004060     CLOSE GL-VALID-FILE.
004070     CLOSE GL-CORP-FILE.
004080     MOVE 16 TO RETURN-CODE.
004090     STOP RUN.
004100 3000-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140*8000-WRITE-BATCH - HEADER, ONE DETAIL PER ACTIVE SIDE OF EACH
004150*SUMMARY CELL, THEN THE TRAILER WITH THE COUNT AND HASH TOTALS
004160*THE INTAKE EDIT RE-PROVES.  A PARTITION'S BATCH IS NAMED FOR
004170*ITS PARTITION; ONLY THE GLPARTMG MERGE RELEASES A GLNIGHT BATCH
004180*ON A PARTITIONED NIGHT
004190*----------------------------------------------------------------
004200 8000-WRITE-BATCH.
004210     ACCEPT GLX-WORK-DATE FROM DATE.
004220     ACCEPT GLX-WORK-TIME FROM TIME.
004230     MOVE SPACES TO GLX-CORP-RECORD.
004240     MOVE "H"               TO GLX-CH-REC-TYPE.
004250     MOVE GLX-BUSINESS-DATE TO GLX-CH-BUSDATE.
004260     IF GLX-PARTITION-ID = SPACES
004270         MOVE "GLNIGHT "        TO GLX-CH-BATCH-ID
004280     ELSE
004290         MOVE "GLPART"          TO GLX-CH-BATCH-PREFIX
004300         MOVE GLX-PARTITION-ID  TO GLX-CH-BATCH-PART
004310     END-IF.
004320     MOVE GLX-WORK-DATE     TO GLX-CH-RUN-DATE.
004330     MOVE GLX-WORK-TIME     TO GLX-CH-RUN-TIME.
004340     WRITE GLX-CORP-RECORD.
004350     IF GLX-CELL-COUNT > ZERO
004360         PERFORM 8100-PUT-ONE-CELL THRU 8100-EXIT
004370             VARYING GLX-IX FROM 1 BY 1
004380             UNTIL GLX-IX > GLX-CELL-COUNT
004390     END-IF.
004400     MOVE SPACES TO GLX-CORP-RECORD.
004410     MOVE "T"               TO GLX-CT-REC-TYPE.
004420     COMPUTE GLX-CT-REC-COUNT = GLX-DETAILS-WRITTEN + 2.
004430     MOVE GLX-HASH-TOTAL    TO GLX-CT-HASH-TOTAL.
004440     MOVE GLX-TOT-DR-AMT    TO GLX-CT-DR-TOTAL.
004450     MOVE GLX-TOT-CR-AMT    TO GLX-CT-CR-TOTAL.
004460     WRITE GLX-CORP-RECORD.
004470     MOVE GLX-CT-REC-COUNT  TO GLX-OUT-COUNT.
004480     MOVE GLX-TOT-DR-AMT    TO GLX-OUT-DR-AMT.
004490     MOVE GLX-TOT-CR-AMT    TO GLX-OUT-CR-AMT.
004500 8000-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540*8100-PUT-ONE-CELL - A CELL CAN CARRY BOTH SIDES; EACH ACTIVE
004550*SIDE BECOMES ITS OWN DETAIL RECORD
004560*----------------------------------------------------------------
004570 8100-PUT-ONE-CELL.
004580     IF GLX-CELL-DR-CNT (GLX-IX) > ZERO
004590         MOVE SPACES TO GLX-CORP-RECORD
004600         MOVE "D"                      TO GLX-CD-REC-TYPE
004610         MOVE GLX-CELL-CO-ID (GLX-IX)  TO GLX-CD-CO-ID
004620         MOVE GLX-CELL-BRANCH (GLX-IX) TO GLX-CD-BRANCH
004630         MOVE GLX-CELL-APPL-ID (GLX-IX) TO GLX-CD-APPL-ID
004640         MOVE "D"                      TO GLX-CD-SIDE
004650         MOVE GLX-CELL-DR-AMT (GLX-IX) TO GLX-CD-AMOUNT
004660         MOVE GLX-CELL-DR-CNT (GLX-IX) TO GLX-CD-ITEM-COUNT
004670         WRITE GLX-CORP-RECORD
004680         ADD 1 TO GLX-DETAILS-WRITTEN
004690         ADD GLX-CELL-DR-AMT (GLX-IX) TO GLX-HASH-TOTAL
004700     END-IF.
004710     IF GLX-CELL-CR-CNT (GLX-IX) > ZERO
004720         MOVE SPACES TO GLX-CORP-RECORD
004730         MOVE "D"                      TO GLX-CD-REC-TYPE
004740         MOVE GLX-CELL-CO-ID (GLX-IX)  TO GLX-CD-CO-ID
004750         MOVE GLX-CELL-BRANCH (GLX-IX) TO GLX-CD-BRANCH
004760         MOVE GLX-CELL-APPL-ID (GLX-IX) TO GLX-CD-APPL-ID
004770         MOVE "C"                      TO GLX-CD-SIDE
004780         MOVE GLX-CELL-CR-AMT (GLX-IX) TO GLX-CD-AMOUNT
004790         MOVE GLX-CELL-CR-CNT (GLX-IX) TO GLX-CD-ITEM-COUNT
004800         WRITE GLX-CORP-RECORD
004810         ADD 1 TO GLX-DETAILS-WRITTEN
004820         ADD GLX-CELL-CR-AMT (GLX-IX) TO GLX-HASH-TOTAL
004830     END-IF.
004840 8100-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
004890*----------------------------------------------------------------
004900 9999-TERMINATE.
004910     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
004920     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
004930     CLOSE GL-VALID-FILE.
004940     CLOSE GL-CORP-FILE.
004950     DISPLAY "GLCORPST - RECORDS READ:    " GLX-RECORDS-READ.
004960     DISPLAY "GLCORPST - DETAILS WRITTEN: "
004970         GLX-DETAILS-WRITTEN.
004980     DISPLAY "GLCORPST - DEBIT TOTAL:     " GLX-TOT-DR-AMT.
004990     DISPLAY "GLCORPST - CREDIT TOTAL:    " GLX-TOT-CR-AMT.
005000 9999-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS
005050*READ, AND OF THE GLCORPIF BATCH AS RELEASED (ZERO WHEN THE
005060*BATCH WAS HELD).  NOTHING IS POSTED WHEN NO RECORD WAS EVER
005070*PROCESSED (NO BUSINESS DATE TO POST AGAINST)
005080*----------------------------------------------------------------
005090 9750-POST-CONTROL-CHAIN.
005100     IF GLX-RC-BUSDATE = ZERO
005110         GO TO 9750-EXIT
005120     END-IF.
005130     MOVE SPACES           TO GLC-CHAIN-RECORD.
005140     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
005150     MOVE "GLCORPST"       TO GLC-PROGRAM.
005160     MOVE GLX-PARTITION-ID TO GLC-PARTITION-ID.
005170     MOVE "GLVALID"        TO GLC-FILE-NAME.
005180     MOVE "I"              TO GLC-DIRECTION.
005190     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
005200     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
005210     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
005220     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
005230     MOVE "GLCORPIF"       TO GLC-FILE-NAME.
005240     MOVE "O"              TO GLC-DIRECTION.
005250     MOVE GLX-OUT-COUNT    TO GLC-RECORD-COUNT.
005260     MOVE GLX-OUT-DR-AMT   TO GLC-DR-AMOUNT.
005270     MOVE GLX-OUT-CR-AMT   TO GLC-CR-AMOUNT.
005280     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
005290 9750-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------
005330*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
005340*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
005350*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
005360*----------------------------------------------------------------
005370 9800-POST-RUN-START.
005380     MOVE "Y" TO GLX-RC-STARTED-SW.
005390     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
005400     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
005410     MOVE SPACES TO GLR-RUN-RECORD.
005420     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
005430     MOVE "GLCORPST" TO GLR-PROGRAM.
005440     MOVE "STARTED"  TO GLR-EVENT.
005450     MOVE SPACES     TO GLR-STATUS.
005460     MOVE ZERO       TO GLR-RECORD-COUNT.
005470     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
005480     CALL "GLRCPOST" USING GLR-RUN-RECORD.
005490 9800-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
005540*AND ITS RECORD COUNT.  AN OUT-OF-BALANCE EXTRACT, OR AN
005550*INCOMPLETE BATCH FROM A FULL SUMMARY TABLE, POSTS FAIL.
005560*NOTHING IS POSTED WHEN NO RECORD WAS EVER PROCESSED (NO
005570*BUSINESS DATE TO POST AGAINST)
005580*----------------------------------------------------------------
005590 9900-POST-RUN-END.
005600     IF GLX-RC-BUSDATE = ZERO
005610         GO TO 9900-EXIT
005620     END-IF.
005630     MOVE SPACES TO GLR-RUN-RECORD.
005640     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
005650     MOVE "GLCORPST" TO GLR-PROGRAM.
005660     MOVE "ENDED"    TO GLR-EVENT.
005670     IF GLX-TOT-DR-AMT = GLX-TOT-CR-AMT
005680        AND NOT GLX-TABLE-FULL
005690         MOVE "OK"       TO GLR-STATUS
005700     ELSE
005710         MOVE "FAIL"     TO GLR-STATUS
005720     END-IF.
005730     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
005740     MOVE GLX-PARTITION-ID TO GLR-PARTITION-ID.
005750     CALL "GLRCPOST" USING GLR-RUN-RECORD.
005760 9900-EXIT.
005770     EXIT.
