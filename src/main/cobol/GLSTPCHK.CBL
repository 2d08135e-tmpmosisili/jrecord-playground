000010*****************************************************************
000020** PROGRAM-ID: GLSTPCHK
000030** NIGHTLY STOP-PAYMENT / HOLD / BLOCK-FLAG ENFORCEMENT CHECK OF
000040** THE VALIDATED EXTRACT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLSTPCHK.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  CHECKS EVERY GLVALID ITEM
000180*                  TWO WAYS.  FIRST AGAINST ITS OWN POSTING
000190*                  FLAGS: AN ITEM THAT POSTED WHILE
000200*                  GLI-PD-TRANS-PAYCDE-BLOCKS, GLI-PD-PROCESS-
000210*                  STOPS, GLI-PD-REST-PAYCDE-BLOCKS OR
000220*                  GLI-PD-REST-STOP-STATUS WAS SET IS AN
000230*                  EXCEPTION, AND A PAYCODE ALERT FLAG IS LISTED
000240*                  FOR REVIEW.  THEN EVERY DEBIT IS CHECKED
000250*                  AGAINST THE GLSTOPMF STOP-PAYMENT / HOLD
000260*                  MASTER KEPT BY GLSTPMNT: A CHECK WHOSE
000270*                  GLI-CK-SERIAL-NO FALLS IN AN ACTIVE STOP'S
000280*                  RANGE (AND AMOUNT, WHEN THE STOP NAMES ONE),
000290*                  OR ANY DEBIT TO AN ACCOUNT UNDER AN ACTIVE
000300*                  HOLD, IS AN EXCEPTION.  THE GLSTPEXC MORNING
000310*                  EXCEPTION REPORT CARRIES THE OFFICER AND
000320*                  TRACE ID SO THE ITEM CAN BE RETURNED INSIDE
000330*                  THE DEADLINE.  ANY EXCEPTION POSTS NOGO.
000340*10/15/2026 RLH    AT END OF RUN THE RECORD COUNT AND DEBIT/
000350*                  CREDIT AMOUNT HASH OF GLVALID AS READ GO TO
000360*                  THE GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST)
000370*                  FOR THE GLCTLPRF PROOF AGAINST GLEDIT.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 SPECIAL-NAMES.
000450     C01 IS TOP-OF-PAGE.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS GLX-VALID-STATUS.
000530
000540     SELECT GL-STOP-FILE ASSIGN TO GLSTOPMF
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS GLX-STOP-KEY
000580         FILE STATUS IS GLX-STOP-STATUS.
000590
000600     SELECT GL-EXCEPT-RPT ASSIGN TO GLSTPEXC
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS GLX-RPT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------------
000670*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000680*AS POW_GL_DETAIL_OUTPUT
000690*----------------------------------------------------------------
000700 FD  GL-VALID-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY "POW_GL_Detail_Output".
000740
000750*----------------------------------------------------------------
000760*KEYED STOP-PAYMENT / HOLD MASTER AS MAINTAINED BY GLSTPMNT -
000770*ONE RECORD PER CO-ID / APPL-ID / ACCOUNT / LOW SERIAL.  A HOLD
000780*CARRIES ZERO SERIALS; A ZERO AMOUNT MATCHES ANY AMOUNT; A ZERO
000790*EXPIRY NEVER EXPIRES
000800*----------------------------------------------------------------
000810 FD  GL-STOP-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  GLX-STOP-RECORD.
000840     05  GLX-STOP-KEY.
000850         10  GLX-STOP-CO-ID         PIC 9(04).
000860         10  GLX-STOP-APPL-ID       PIC X(02).
000870         10  GLX-STOP-ACT-NO        PIC 9(15).
000880         10  GLX-STOP-SERIAL-LOW    PIC 9(10).
000890     05  GLX-STOP-SERIAL-HIGH       PIC 9(10).
000900     05  GLX-STOP-TYPE              PIC X(01).
000910         88  GLX-STOP-IS-STOP               VALUE "S".
000920         88  GLX-STOP-IS-HOLD               VALUE "H".
000930     05  GLX-STOP-STATE             PIC X(01).
000940         88  GLX-STOP-ACTIVE                VALUE "A".
000950         88  GLX-STOP-RELEASED              VALUE "R".
000960     05  GLX-STOP-AMOUNT            PIC S9(11)V99.
000970     05  GLX-STOP-EXPIRY-DATE       PIC 9(07).
000980     05  GLX-STOP-ADDED-DATE        PIC 9(07).
000990     05  GLX-STOP-CHANGED-DATE      PIC 9(07).
001000     05  GLX-STOP-RELEASED-DATE     PIC 9(07).
001010     05  FILLER                     PIC X(20).
001020
001030 FD  GL-EXCEPT-RPT
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE OMITTED.
001060 01  EXC-RPT-LINE                     PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100*SWITCHES AND COUNTERS
001110*----------------------------------------------------------------
001120 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001130     88  GLX-VALID-OK                          VALUE "00".
001140     88  GLX-VALID-EOF                          VALUE "10".
001150 77  GLX-STOP-STATUS                 PIC X(02) VALUE SPACES.
001160     88  GLX-STOP-OK                           VALUE "00".
001170     88  GLX-STOP-EOF                          VALUE "10".
001180 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001190 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001200     88  GLX-EOF-REACHED                        VALUE "Y".
001210 77  GLX-MASTER-OPEN-SW              PIC X(01) VALUE "N".
001220     88  GLX-MASTER-OPEN                        VALUE "Y".
001230 77  GLX-ACCOUNT-DONE-SW             PIC X(01) VALUE "N".
001240     88  GLX-ACCOUNT-DONE                       VALUE "Y".
001250 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001260 77  GLX-DEBITS-CHECKED             PIC S9(09) COMP-3 VALUE ZERO.
001270 77  GLX-STOP-HITS                  PIC S9(07) COMP-3 VALUE ZERO.
001280 77  GLX-HOLD-HITS                  PIC S9(07) COMP-3 VALUE ZERO.
001290 77  GLX-BLOCK-HITS                 PIC S9(07) COMP-3 VALUE ZERO.
001300 77  GLX-ALERT-HITS                 PIC S9(07) COMP-3 VALUE ZERO.
001310 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001320 77  GLX-EXCEPTION-TYPE              PIC X(16) VALUE SPACES.
001330
001340*----------------------------------------------------------------
001350*POSTING-FLAG TEST BYTE.  THE CAPTURE SYSTEMS LEAVE A FLAG
001360*SPACE, "N" OR "0" WHEN IT IS NOT SET; ANY OTHER VALUE MEANS
001370*THE BLOCK, STOP OR ALERT WAS RAISED ON THE ITEM
001380*----------------------------------------------------------------
001390 77  GLX-FLAG-TEST                   PIC X(01) VALUE SPACES.
001400     88  GLX-FLAG-CLEAR                   VALUE SPACE "N" "0".
001410
001420*----------------------------------------------------------------
001430*REPORT LINE WORK AREAS
001440*----------------------------------------------------------------
001450 01  GLX-HDG-LINE-1.
001460     05  FILLER                     PIC X(44)
001470             VALUE "GL STOP-PAYMENT / HOLD EXCEPTION REPORT FOR".
001480     05  FILLER                     PIC X(01) VALUE SPACES.
001490     05  GLX-H1-BUSDATE             PIC 9(07).
001500     05  FILLER                     PIC X(80) VALUE SPACES.
001510
001520 01  GLX-HDG-LINE-2.
001530     05  FILLER                     PIC X(16) VALUE "EXCEPTION".
001540     05  FILLER                     PIC X(05) VALUE "CO".
001550     05  FILLER                     PIC X(03) VALUE "AP".
001560     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
001570     05  FILLER                     PIC X(11) VALUE "SERIAL".
001580     05  FILLER                   PIC X(18) VALUE "TRANS AMOUNT".
001590     05  FILLER                     PIC X(06) VALUE "BRNCH".
001600     05  FILLER                     PIC X(06) VALUE "OFFCR".
001610     05  FILLER                     PIC X(30) VALUE "TRACE ID".
001620     05  FILLER                   PIC X(21) VALUE "STOP SERIALS".
001630
001640 01  GLX-DETAIL-LINE.
001650     05  GLX-DL-EXCEPTION           PIC X(16).
001660     05  GLX-DL-CO-ID               PIC ZZZ9.
001670     05  FILLER                     PIC X(01) VALUE SPACES.
001680     05  GLX-DL-APPL-ID             PIC X(02).
001690     05  FILLER                     PIC X(01) VALUE SPACES.
001700     05  GLX-DL-ACT-NO              PIC Z(14)9.
001710     05  FILLER                     PIC X(01) VALUE SPACES.
001720     05  GLX-DL-SERIAL              PIC Z(09)9.
001730     05  FILLER                     PIC X(01) VALUE SPACES.
001740     05  GLX-DL-TRANS-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001750     05  FILLER                     PIC X(01) VALUE SPACES.
001760     05  GLX-DL-BRANCH              PIC ZZZZ9.
001770     05  FILLER                     PIC X(01) VALUE SPACES.
001780     05  GLX-DL-OFFICER             PIC X(05).
001790     05  FILLER                     PIC X(01) VALUE SPACES.
001800     05  GLX-DL-TRACE-ID            PIC X(30).
001810     05  GLX-DL-STOP-LOW            PIC Z(09)9.
001820     05  FILLER                     PIC X(01) VALUE "-".
001830     05  GLX-DL-STOP-HIGH           PIC Z(09)9.
001840
001850 01  GLX-TOTAL-LINE.
001860     05  FILLER                     PIC X(37)
001870             VALUE "STOP / HOLD / BLOCK / ALERT ITEMS:".
001880     05  GLX-TL-STOPS               PIC ZZZ,ZZ9.
001890     05  FILLER                     PIC X(03) VALUE SPACES.
001900     05  GLX-TL-HOLDS               PIC ZZZ,ZZ9.
001910     05  FILLER                     PIC X(03) VALUE SPACES.
001920     05  GLX-TL-BLOCKS              PIC ZZZ,ZZ9.
001930     05  FILLER                     PIC X(03) VALUE SPACES.
001940     05  GLX-TL-ALERTS              PIC ZZZ,ZZ9.
001950     05  FILLER                     PIC X(58) VALUE SPACES.
001960
001970*----------------------------------------------------------------
001980*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
001990*----------------------------------------------------------------
002000 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002010 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
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
002130*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
002140*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002150*----------------------------------------------------------------
002160 COPY "GLCTLREC".
002170
002180 PROCEDURE DIVISION.
002190*----------------------------------------------------------------
002200*0000-MAINLINE
002210*----------------------------------------------------------------
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002250         UNTIL GLX-EOF-REACHED.
002260     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002270     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002280     STOP RUN.
002290
002300*----------------------------------------------------------------
002310*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.  WITHOUT
002320*THE STOP MASTER THE FLAG CHECKS STILL RUN; THE RUN SAYS SO AND
002330*POSTS NOGO, SINCE STOPS WENT UNCHECKED
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     OPEN INPUT  GL-VALID-FILE
002370                 GL-STOP-FILE.
002380     OPEN OUTPUT GL-EXCEPT-RPT.
002390     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
002400         DISPLAY "GLSTPCHK - OPEN ERROR ON GL-VALID-FILE "
002410             GLX-VALID-STATUS
002420         MOVE "Y" TO GLX-EOF-SWITCH
002430         GO TO 1000-EXIT
002440     END-IF.
002450     IF GLX-STOP-OK
002460         MOVE "Y" TO GLX-MASTER-OPEN-SW
002470     ELSE
002480         DISPLAY "GLSTPCHK - OPEN ERROR ON GL-STOP-FILE "
002490             GLX-STOP-STATUS " - FLAG CHECKS ONLY"
002500     END-IF.
002510     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------
002560*2000-PROCESS-FILE - FLAG CHECK ON EVERY ITEM, MASTER CHECK ON
002570*EVERY DEBIT
002580*----------------------------------------------------------------
002590 2000-PROCESS-FILE.
002600     ADD 1 TO GLX-RECORDS-READ.
002610     IF GLI-PD-TRAN-SIGN < ZERO
002620         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
002630     ELSE
002640         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
002650     END-IF.
002660     IF NOT GLX-RC-STARTED
002670         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
002680         MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE
002690         WRITE EXC-RPT-LINE FROM GLX-HDG-LINE-1
002700         WRITE EXC-RPT-LINE FROM GLX-HDG-LINE-2
002710     END-IF.
002720     PERFORM 3000-CHECK-FLAGS THRU 3000-EXIT.
002730     IF GLI-PD-TRAN-SIGN < ZERO
002740        AND GLX-MASTER-OPEN
002750         PERFORM 4000-CHECK-MASTER THRU 4000-EXIT
002760     END-IF.
002770     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002780 2000-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------
002820*2100-READ-VALID
002830*----------------------------------------------------------------
002840 2100-READ-VALID.
002850     READ GL-VALID-FILE
002860         AT END
002870             MOVE "Y" TO GLX-EOF-SWITCH
002880     END-READ.
002890 2100-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------
002930*3000-CHECK-FLAGS - A BLOCK OR STOP FLAG ON A POSTED ITEM MEANS
002940*THE CAPTURE SYSTEM KNEW THE ITEM SHOULD NOT PAY.  THE FIRST
002950*FLAG FOUND NAMES THE EXCEPTION.  ALERT FLAGS ARE LISTED ONLY
002960*WHEN NO BLOCK OR STOP WAS FOUND
002970*----------------------------------------------------------------
002980 3000-CHECK-FLAGS.
002990     MOVE GLI-PD-TRANS-PAYCDE-BLOCKS TO GLX-FLAG-TEST.
003000     IF NOT GLX-FLAG-CLEAR
003010         MOVE "PAYCODE BLOCK" TO GLX-EXCEPTION-TYPE
003020         GO TO 3000-BLOCKED
003030     END-IF.
003040     MOVE GLI-PD-PROCESS-STOPS TO GLX-FLAG-TEST.
003050     IF NOT GLX-FLAG-CLEAR
003060         MOVE "PROCESS STOP" TO GLX-EXCEPTION-TYPE
003070         GO TO 3000-BLOCKED
003080     END-IF.
003090     MOVE GLI-PD-REST-PAYCDE-BLOCKS TO GLX-FLAG-TEST.
003100     IF NOT GLX-FLAG-CLEAR
003110         MOVE "REST PAY BLOCK" TO GLX-EXCEPTION-TYPE
003120         GO TO 3000-BLOCKED
003130     END-IF.
003140     MOVE GLI-PD-REST-STOP-STATUS TO GLX-FLAG-TEST.
003150     IF NOT GLX-FLAG-CLEAR
003160         MOVE "REST STOP STATUS" TO GLX-EXCEPTION-TYPE
003170         GO TO 3000-BLOCKED
003180     END-IF.
003190     MOVE GLI-PD-TRANS-PAYCDE-ALERTS TO GLX-FLAG-TEST.
003200     IF NOT GLX-FLAG-CLEAR
003210         MOVE "PAYCODE ALERT" TO GLX-EXCEPTION-TYPE
003220         GO TO 3000-ALERTED
003230     END-IF.
003240     MOVE GLI-PD-REST-PAYCDE-ALERTS TO GLX-FLAG-TEST.
003250     IF NOT GLX-FLAG-CLEAR
003260         MOVE "REST PAY ALERT" TO GLX-EXCEPTION-TYPE
003270         GO TO 3000-ALERTED
003280     END-IF.
003290     GO TO 3000-EXIT.
003300 3000-BLOCKED.
003310     ADD 1 TO GLX-BLOCK-HITS.
003320     MOVE ZERO TO GLX-STOP-SERIAL-LOW
003330                  GLX-STOP-SERIAL-HIGH.
003340     PERFORM 5000-PRINT-EXCEPTION THRU 5000-EXIT.
003350     GO TO 3000-EXIT.
003360 3000-ALERTED.
003370     ADD 1 TO GLX-ALERT-HITS.
003380     MOVE ZERO TO GLX-STOP-SERIAL-LOW
003390                  GLX-STOP-SERIAL-HIGH.
003400     PERFORM 5000-PRINT-EXCEPTION THRU 5000-EXIT.
003410 3000-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------
003450*4000-CHECK-MASTER - POSITION ON THE ITEM'S ACCOUNT (CO-ID /
003460*APPL-ID / ACCOUNT LEAD THE KEY) AND WALK EVERY STOP AND HOLD
003470*RECORDED AGAINST IT
003480*----------------------------------------------------------------
003490 4000-CHECK-MASTER.
003500     ADD 1 TO GLX-DEBITS-CHECKED.
003510     MOVE "N" TO GLX-ACCOUNT-DONE-SW.
003520     MOVE GLI-CO-ID   TO GLX-STOP-CO-ID.
003530     MOVE GLI-APPL-ID TO GLX-STOP-APPL-ID.
003540     MOVE GLI-ACT-NO  TO GLX-STOP-ACT-NO.
003550     MOVE ZERO        TO GLX-STOP-SERIAL-LOW.
003560     START GL-STOP-FILE KEY NOT LESS THAN GLX-STOP-KEY
003570         INVALID KEY
003580             MOVE "Y" TO GLX-ACCOUNT-DONE-SW
003590     END-START.
003600     PERFORM 4100-CHECK-ONE-STOP THRU 4100-EXIT
003610         UNTIL GLX-ACCOUNT-DONE.
003620 4000-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660*4100-CHECK-ONE-STOP - NEXT MASTER RECORD; STOP AT THE FIRST KEY
003670*BEYOND THE ITEM'S ACCOUNT.  A RECORD ENFORCES WHEN IT IS
003680*ACTIVE, WAS ADDED ON OR BEFORE THE ITEM'S POST DATE AND HAS NOT
003690*EXPIRED BY IT.  A HOLD CATCHES EVERY DEBIT; A STOP CATCHES A
003700*CHECK SERIAL INSIDE ITS RANGE AT ITS AMOUNT (ANY AMOUNT WHEN
003710*THE STOP CARRIES ZERO)
003720*----------------------------------------------------------------
003730 4100-CHECK-ONE-STOP.
003740     READ GL-STOP-FILE NEXT RECORD
003750         AT END
003760             MOVE "Y" TO GLX-ACCOUNT-DONE-SW
003770             GO TO 4100-EXIT
003780     END-READ.
003790     IF NOT GLX-STOP-OK
003800         MOVE "Y" TO GLX-ACCOUNT-DONE-SW
003810         GO TO 4100-EXIT
003820     END-IF.
003830     IF GLX-STOP-CO-ID NOT = GLI-CO-ID
003840        OR GLX-STOP-APPL-ID NOT = GLI-APPL-ID
003850        OR GLX-STOP-ACT-NO NOT = GLI-ACT-NO
003860         MOVE "Y" TO GLX-ACCOUNT-DONE-SW
003870         GO TO 4100-EXIT
003880     END-IF.
003890     IF NOT GLX-STOP-ACTIVE
003900         GO TO 4100-EXIT
003910     END-IF.
003920     IF GLX-STOP-ADDED-DATE > GLI-POST-DATE
003930         GO TO 4100-EXIT
003940     END-IF.
003950     IF GLX-STOP-EXPIRY-DATE NOT = ZERO
003960        AND GLX-STOP-EXPIRY-DATE < GLI-POST-DATE
003970         GO TO 4100-EXIT
003980     END-IF.
003990     IF GLX-STOP-IS-HOLD
004000         ADD 1 TO GLX-HOLD-HITS
004010         MOVE "PAID ON HOLD" TO GLX-EXCEPTION-TYPE
004020         PERFORM 5000-PRINT-EXCEPTION THRU 5000-EXIT
004030         GO TO 4100-EXIT
004040     END-IF.
004050     IF GLI-CK-SERIAL-NO NOT > ZERO
004060         GO TO 4100-EXIT
004070     END-IF.
004080     IF GLI-CK-SERIAL-NO < GLX-STOP-SERIAL-LOW
004090        OR GLI-CK-SERIAL-NO > GLX-STOP-SERIAL-HIGH
004100         GO TO 4100-EXIT
004110     END-IF.
004120     IF GLX-STOP-AMOUNT NOT = ZERO
004130        AND GLX-STOP-AMOUNT NOT = GLI-TRANS-AMT
004140         GO TO 4100-EXIT
004150     END-IF.
004160     ADD 1 TO GLX-STOP-HITS.
004170     MOVE "PAID ON STOP" TO GLX-EXCEPTION-TYPE.
004180     PERFORM 5000-PRINT-EXCEPTION THRU 5000-EXIT.
004190 4100-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230*5000-PRINT-EXCEPTION - ONE LINE PER EXCEPTION WITH THE OFFICER
004240*AND FULL TRACE ID.  THE STOP'S SERIAL RANGE SHOWS ON MASTER
004250*HITS; FLAG HITS SHOW ZERO
004260*----------------------------------------------------------------
004270 5000-PRINT-EXCEPTION.
004280     MOVE GLX-EXCEPTION-TYPE   TO GLX-DL-EXCEPTION.
004290     MOVE GLI-CO-ID            TO GLX-DL-CO-ID.
004300     MOVE GLI-APPL-ID          TO GLX-DL-APPL-ID.
004310     MOVE GLI-ACT-NO           TO GLX-DL-ACT-NO.
004320     MOVE GLI-CK-SERIAL-NO     TO GLX-DL-SERIAL.
004330     MOVE GLI-TRANS-AMT        TO GLX-DL-TRANS-AMT.
004340     MOVE GLI-BRANCH           TO GLX-DL-BRANCH.
004350     MOVE GLI-OFFICER          TO GLX-DL-OFFICER.
004360     MOVE SPACES TO GLX-DL-TRACE-ID.
004370     STRING GLI-TRACE-ID DELIMITED BY SIZE
004380            GLI-TRACE-ID-CONT DELIMITED BY SIZE
004390         INTO GLX-DL-TRACE-ID.
004400     MOVE GLX-STOP-SERIAL-LOW  TO GLX-DL-STOP-LOW.
004410     MOVE GLX-STOP-SERIAL-HIGH TO GLX-DL-STOP-HIGH.
004420     WRITE EXC-RPT-LINE FROM GLX-DETAIL-LINE.
004430 5000-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470*8000-PRINT-TOTALS
004480*----------------------------------------------------------------
004490 8000-PRINT-TOTALS.
004500     MOVE GLX-STOP-HITS  TO GLX-TL-STOPS.
004510     MOVE GLX-HOLD-HITS  TO GLX-TL-HOLDS.
004520     MOVE GLX-BLOCK-HITS TO GLX-TL-BLOCKS.
004530     MOVE GLX-ALERT-HITS TO GLX-TL-ALERTS.
004540     WRITE EXC-RPT-LINE FROM GLX-TOTAL-LINE.
004550 8000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
004600*----------------------------------------------------------------
004610 9999-TERMINATE.
004620     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
004630     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
004640     CLOSE GL-VALID-FILE.
004650     IF GLX-MASTER-OPEN
004660         CLOSE GL-STOP-FILE
004670     END-IF.
004680     CLOSE GL-EXCEPT-RPT.
004690     DISPLAY "GLSTPCHK - RECORDS READ:    " GLX-RECORDS-READ.
004700     DISPLAY "GLSTPCHK - DEBITS CHECKED:  " GLX-DEBITS-CHECKED.
004710     DISPLAY "GLSTPCHK - PAID ON STOP:    " GLX-STOP-HITS.
004720     DISPLAY "GLSTPCHK - PAID ON HOLD:    " GLX-HOLD-HITS.
004730     DISPLAY "GLSTPCHK - BLOCK FLAG SET:  " GLX-BLOCK-HITS.
004740     DISPLAY "GLSTPCHK - ALERT FLAG SET:  " GLX-ALERT-HITS.
004750 9999-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
004800*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
004810*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
004820*----------------------------------------------------------------
004830 9750-POST-CONTROL-CHAIN.
004840     IF GLX-RC-BUSDATE = ZERO
004850         GO TO 9750-EXIT
004860     END-IF.
004870     MOVE SPACES           TO GLC-CHAIN-RECORD.
004880     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
004890     MOVE "GLSTPCHK"       TO GLC-PROGRAM.
004900     MOVE "GLVALID"        TO GLC-FILE-NAME.
004910     MOVE "I"              TO GLC-DIRECTION.
004920     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
004930     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
004940     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
004950     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
004960 9750-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
005010*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
005020*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
005030*----------------------------------------------------------------
005040 9800-POST-RUN-START.
005050     MOVE "Y" TO GLX-RC-STARTED-SW.
005060     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
005070     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
005080     MOVE SPACES TO GLR-RUN-RECORD.
005090     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
005100     MOVE "GLSTPCHK" TO GLR-PROGRAM.
005110     MOVE "STARTED"  TO GLR-EVENT.
005120     MOVE SPACES     TO GLR-STATUS.
005130     MOVE ZERO       TO GLR-RECORD-COUNT.
005140     CALL "GLRCPOST" USING GLR-RUN-RECORD.
005150 9800-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
005200*AND ITS RECORD COUNT.  A STOP, HOLD OR BLOCK EXCEPTION, OR A
005210*MISSING STOP MASTER, POSTS NOGO SO THE DESK WORKS THE REPORT
005220*BEFORE THE RETURN DEADLINE.  ALERTS ALONE DO NOT.  NOTHING IS
005230*POSTED WHEN NO RECORD WAS EVER PROCESSED
005240*----------------------------------------------------------------
005250 9900-POST-RUN-END.
005260     IF GLX-RC-BUSDATE = ZERO
005270         GO TO 9900-EXIT
005280     END-IF.
005290     MOVE SPACES TO GLR-RUN-RECORD.
005300     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
005310     MOVE "GLSTPCHK" TO GLR-PROGRAM.
005320     MOVE "ENDED"    TO GLR-EVENT.
005330     IF GLX-STOP-HITS > ZERO
005340        OR GLX-HOLD-HITS > ZERO
005350        OR GLX-BLOCK-HITS > ZERO
005360        OR NOT GLX-MASTER-OPEN
005370         MOVE "NOGO"     TO GLR-STATUS
005380     ELSE
005390         MOVE "OK"       TO GLR-STATUS
005400     END-IF.
005410     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
005420     CALL "GLRCPOST" USING GLR-RUN-RECORD.
005430 9900-EXIT.
005440     EXIT.
