000010*****************************************************************
000020** PROGRAM-ID: GLDORCHK
000030** NIGHTLY CUSTOMER-ACTIVITY STAMP AND DORMANT ACCOUNT DEBIT
000040** ALERT FROM THE VALIDATED EXTRACT.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLDORCHK.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  KEEPS THE LAST CUSTOMER-
000180*                  INITIATED ACTIVITY DATE ON THE GLDORMF
000190*                  DORMANCY MASTER (KSDS, KEYED LIKE GLBALMF ON
000200*                  CO-ID / APPL-ID / ACCOUNT) CURRENT FROM THE
000210*                  NIGHT'S GLVALID.  ITEMS FLAGGED
000220*                  GLI-PD-INTERN-GEN (INTEREST, FEES AND OTHER
000230*                  BANK-GENERATED POSTINGS) DO NOT COUNT AS
000240*                  CUSTOMER ACTIVITY AND ARE PASSED BY.  AN
000250*                  ACCOUNT NOT YET ON THE MASTER IS ENROLLED
000260*                  ACTIVE AS OF ITS FIRST CUSTOMER ITEM.  A
000270*                  CUSTOMER DEBIT TO AN ACCOUNT THE MONTHLY
000280*                  GLDORMNT RUN HAS MARKED DORMANT (OR LISTED
000290*                  FOR ESCHEATMENT) IS A TAKEOVER ALERT ON THE
000300*                  GLDORALR MORNING REPORT AND POSTS NOGO.  THE
000310*                  ACCOUNT STAYS DORMANT UNTIL THE MONTHLY RUN
000320*                  REVIEWS IT, SO A FURTHER DEBIT ALERTS AGAIN.
000330*                  STAMPING KEEPS THE LATER OF THE TWO DATES, SO
000340*                  A RERUN OF THE SAME NIGHT CHANGES NOTHING.
000350*10/15/2026 RLH    AT END OF RUN THE RECORD COUNT AND DEBIT/
000360*                  CREDIT AMOUNT HASH OF GLVALID AS READ GO TO
000370*                  THE GLCTLCHN CONTROL-CHAIN FILE (VIA GLCCPOST)
000380*                  FOR THE GLCTLPRF PROOF AGAINST GLEDIT.
000390*----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 SPECIAL-NAMES.
000460     C01 IS TOP-OF-PAGE.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT GL-VALID-FILE ASSIGN TO GLVALID
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS GLX-VALID-STATUS.
000540
000550     SELECT OPTIONAL GL-DORM-FILE ASSIGN TO GLDORMF
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS GLX-DRM-KEY
000590         FILE STATUS IS GLX-DORM-STATUS.
000600
000610     SELECT GL-ALERT-RPT ASSIGN TO GLDORALR
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GLX-RPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*----------------------------------------------------------------
000680*INPUT VALIDATED EXTRACT - THE GLEDIT CLEAN SPLIT, SAME LAYOUT
000690*AS POW_GL_DETAIL_OUTPUT
000700*----------------------------------------------------------------
000710 FD  GL-VALID-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "POW_GL_Detail_Output".
000750
000760*----------------------------------------------------------------
000770*KEYED DORMANCY MASTER - ONE RECORD PER CO-ID / APPL-ID /
000780*ACCOUNT WITH THE LAST CUSTOMER-INITIATED ACTIVITY DATE, THE
000790*DORMANCY STATUS AND THE DATE IT WAS LAST SET (THE DORMANT-SINCE
000800*DATE WHILE DORMANT), THE ACCOUNT'S ESCHEATMENT STATE WHEN IT
000810*DIFFERS FROM ITS COMPANY'S, THE DATE IT WAS FIRST LISTED FOR
000820*ESCHEATMENT, AND THE LAST NIGHT A DORMANT-DEBIT ALERT WAS RAISED
000830*----------------------------------------------------------------
000840 FD  GL-DORM-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  GLX-DRM-RECORD.
000870     05  GLX-DRM-KEY.
000880         10  GLX-DRM-CO-ID          PIC 9(04).
000890         10  GLX-DRM-APPL-ID        PIC X(02).
000900         10  GLX-DRM-ACT-NO         PIC 9(15).
000910     05  GLX-DRM-LAST-CUST-DATE     PIC 9(07).
000920     05  GLX-DRM-STATUS             PIC X(01).
000930         88  GLX-DRM-ACTIVE                 VALUE "A".
000940         88  GLX-DRM-DORMANT                VALUE "D".
000950         88  GLX-DRM-ESCHEAT                VALUE "E".
000960     05  GLX-DRM-STATUS-DATE        PIC 9(07).
000970     05  GLX-DRM-STATE              PIC X(02).
000980     05  GLX-DRM-ESCHEAT-DATE       PIC 9(07).
000990     05  GLX-DRM-ALERT-DATE         PIC 9(07).
001000     05  GLX-DRM-ADDED-DATE         PIC 9(07).
001010     05  FILLER                     PIC X(41).
001020
001030 FD  GL-ALERT-RPT
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE OMITTED.
001060 01  ALR-RPT-LINE                     PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100*SWITCHES AND COUNTERS
001110*----------------------------------------------------------------
001120 77  GLX-VALID-STATUS                PIC X(02) VALUE SPACES.
001130     88  GLX-VALID-OK                          VALUE "00".
001140     88  GLX-VALID-EOF                          VALUE "10".
001150 77  GLX-DORM-STATUS                 PIC X(02) VALUE SPACES.
001160*STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL DORMANCY MASTER
001170*WHEN IT DID NOT EXIST YET (THE FIRST NIGHT BOOTSTRAPS IT)
001180     88  GLX-DORM-OK                           VALUE "00" "05".
001190 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
001200 77  GLX-EOF-SWITCH                  PIC X(01) VALUE "N".
001210     88  GLX-EOF-REACHED                        VALUE "Y".
001220 77  GLX-MASTER-OPEN-SW              PIC X(01) VALUE "N".
001230     88  GLX-MASTER-OPEN                        VALUE "Y".
001240 77  GLX-NEW-ACCOUNT-SW              PIC X(01) VALUE "N".
001250     88  GLX-NEW-ACCOUNT                        VALUE "Y".
001260 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
001270 77  GLX-INTERNAL-ITEMS             PIC S9(09) COMP-3 VALUE ZERO.
001280 77  GLX-CUSTOMER-ITEMS             PIC S9(09) COMP-3 VALUE ZERO.
001290 77  GLX-ACCOUNTS-ENROLLED          PIC S9(07) COMP-3 VALUE ZERO.
001300 77  GLX-DORMANT-ALERTS             PIC S9(07) COMP-3 VALUE ZERO.
001310 77  GLX-MASTER-ERRORS              PIC S9(07) COMP-3 VALUE ZERO.
001320 77  GLX-ALERT-AMT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
001330 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001340
001350*----------------------------------------------------------------
001360*INTERNALLY-GENERATED TEST BYTE.  THE CAPTURE SYSTEMS LEAVE THE
001370*FLAG SPACE, "N" OR "0" ON A CUSTOMER ITEM; ANY OTHER VALUE
001380*MARKS AN ITEM THE BANK GENERATED ITSELF
001390*----------------------------------------------------------------
001400 77  GLX-FLAG-TEST                   PIC X(01) VALUE SPACES.
001410     88  GLX-FLAG-CLEAR                   VALUE SPACE "N" "0".
001420
001430*----------------------------------------------------------------
001440*REPORT LINE WORK AREAS
001450*----------------------------------------------------------------
001460 01  GLX-HDG-LINE-1.
001470     05  FILLER                     PIC X(42)
001480             VALUE "GL DORMANT ACCOUNT DEBIT ALERT REPORT FOR".
001490     05  FILLER                     PIC X(01) VALUE SPACES.
001500     05  GLX-H1-BUSDATE             PIC 9(07).
001510     05  FILLER                     PIC X(82) VALUE SPACES.
001520
001530 01  GLX-HDG-LINE-2.
001540     05  FILLER                     PIC X(05) VALUE "CO".
001550     05  FILLER                     PIC X(03) VALUE "AP".
001560     05  FILLER                  PIC X(16) VALUE "ACCOUNT NUMBER".
001570     05  FILLER                   PIC X(18) VALUE "DEBIT AMOUNT".
001580     05  FILLER                     PIC X(06) VALUE "BRNCH".
001590     05  FILLER                     PIC X(06) VALUE "OFFCR".
001600     05  FILLER                     PIC X(30) VALUE "TRACE ID".
001610     05  FILLER                     PIC X(09) VALUE "LAST ACT".
001620     05  FILLER                     PIC X(09) VALUE "DORMANT".
001630     05  FILLER                     PIC X(30) VALUE "STATUS".
001640
001650 01  GLX-DETAIL-LINE.
001660     05  GLX-DL-CO-ID               PIC ZZZ9.
001670     05  FILLER                     PIC X(01) VALUE SPACES.
001680     05  GLX-DL-APPL-ID             PIC X(02).
001690     05  FILLER                     PIC X(01) VALUE SPACES.
001700     05  GLX-DL-ACT-NO              PIC Z(14)9.
001710     05  FILLER                     PIC X(01) VALUE SPACES.
001720     05  GLX-DL-TRANS-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001730     05  FILLER                     PIC X(01) VALUE SPACES.
001740     05  GLX-DL-BRANCH              PIC ZZZZ9.
001750     05  FILLER                     PIC X(01) VALUE SPACES.
001760     05  GLX-DL-OFFICER             PIC X(05).
001770     05  FILLER                     PIC X(01) VALUE SPACES.
001780     05  GLX-DL-TRACE-ID            PIC X(30).
001790     05  GLX-DL-LAST-DATE           PIC 9(07).
001800     05  FILLER                     PIC X(02) VALUE SPACES.
001810     05  GLX-DL-STATUS-DATE         PIC 9(07).
001820     05  FILLER                     PIC X(02) VALUE SPACES.
001830     05  GLX-DL-STATUS              PIC X(20).
001840     05  FILLER                     PIC X(10) VALUE SPACES.
001850
001860 01  GLX-TOTAL-LINE.
001870     05  FILLER                     PIC X(30)
001880             VALUE "DORMANT ACCOUNT DEBIT ALERTS:".
001890     05  GLX-TL-ALERTS              PIC ZZZ,ZZ9.
001900     05  FILLER                     PIC X(03) VALUE SPACES.
001910     05  GLX-TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
001920     05  FILLER                     PIC X(75) VALUE SPACES.
001930
001940*----------------------------------------------------------------
001950*CONTROL-CHAIN AMOUNT HASH OF THE FILE READ, BY SIDE
001960*----------------------------------------------------------------
001970 77  GLX-IN-DR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
001980 77  GLX-IN-CR-AMT              PIC S9(13)V99 COMP-3 VALUE ZERO.
001990
002000*----------------------------------------------------------------
002010*RUN-CONTROL POSTING WORK AREAS - EVENTS GO TO THE SHARED
002020*GLRUNCTL FILE THROUGH THE GLRCPOST SUBROUTINE
002030*----------------------------------------------------------------
002040 77  GLX-RC-STARTED-SW               PIC X(01) VALUE "N".
002050     88  GLX-RC-STARTED                         VALUE "Y".
002060 77  GLX-RC-BUSDATE                  PIC 9(07) VALUE ZERO.
002070 COPY "GLRUNREC".
002080
002090*----------------------------------------------------------------
002100*CONTROL-CHAIN POSTING WORK AREA - RECORDS GO TO THE SHARED
002110*GLCTLCHN FILE THROUGH THE GLCCPOST SUBROUTINE
002120*----------------------------------------------------------------
002130 COPY "GLCTLREC".
002140
002150 PROCEDURE DIVISION.
002160*----------------------------------------------------------------
002170*0000-MAINLINE
002180*----------------------------------------------------------------
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002220         UNTIL GLX-EOF-REACHED.
002230     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002240     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002250     STOP RUN.
002260
002270*----------------------------------------------------------------
002280*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.  WITHOUT
002290*THE DORMANCY MASTER NOTHING CAN BE STAMPED OR CHECKED, SO THE
002300*RUN READS NOTHING
002310*----------------------------------------------------------------
002320 1000-INITIALIZE.
002330     OPEN INPUT  GL-VALID-FILE.
002340     OPEN I-O    GL-DORM-FILE.
002350     OPEN OUTPUT GL-ALERT-RPT.
002360     IF NOT GLX-VALID-OK AND NOT GLX-VALID-EOF
002370         DISPLAY "GLDORCHK - OPEN ERROR ON GL-VALID-FILE "
002380             GLX-VALID-STATUS
002390         MOVE "Y" TO GLX-EOF-SWITCH
002400         GO TO 1000-EXIT
002410     END-IF.
002420     IF NOT GLX-DORM-OK
002430         DISPLAY "GLDORCHK - OPEN ERROR ON GL-DORM-FILE "
002440             GLX-DORM-STATUS
002450         MOVE "Y" TO GLX-EOF-SWITCH
002460         GO TO 1000-EXIT
002470     END-IF.
002480     MOVE "Y" TO GLX-MASTER-OPEN-SW.
002490     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002500 1000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540*2000-PROCESS-FILE - PASS BY BANK-GENERATED ITEMS; A CUSTOMER
002550*ITEM IS CHECKED FOR A DORMANT DEBIT AND STAMPS THE ACCOUNT
002560*----------------------------------------------------------------
002570 2000-PROCESS-FILE.
002580     ADD 1 TO GLX-RECORDS-READ.
002590     IF GLI-PD-TRAN-SIGN < ZERO
002600         ADD GLI-TRANS-AMT TO GLX-IN-DR-AMT
002610     ELSE
002620         ADD GLI-TRANS-AMT TO GLX-IN-CR-AMT
002630     END-IF.
002640     IF NOT GLX-RC-STARTED
002650         PERFORM 9800-POST-RUN-START THRU 9800-EXIT
002660         MOVE GLX-BUSINESS-DATE TO GLX-H1-BUSDATE
002670         WRITE ALR-RPT-LINE FROM GLX-HDG-LINE-1
002680         WRITE ALR-RPT-LINE FROM GLX-HDG-LINE-2
002690     END-IF.
002700     MOVE GLI-PD-INTERN-GEN TO GLX-FLAG-TEST.
002710     IF NOT GLX-FLAG-CLEAR
002720         ADD 1 TO GLX-INTERNAL-ITEMS
002730         GO TO 2000-READ-NEXT
002740     END-IF.
002750     ADD 1 TO GLX-CUSTOMER-ITEMS.
002760     PERFORM 2200-FETCH-ACCOUNT THRU 2200-EXIT.
002770     IF GLI-PD-TRAN-SIGN < ZERO
002780        AND NOT GLX-NEW-ACCOUNT
002790        AND NOT GLX-DRM-ACTIVE
002800         PERFORM 3000-RAISE-ALERT THRU 3000-EXIT
002810     END-IF.
002820     PERFORM 2300-STAMP-ACCOUNT THRU 2300-EXIT.
002830     PERFORM 2400-PUT-ACCOUNT THRU 2400-EXIT.
002840 2000-READ-NEXT.
002850     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002860 2000-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------
002900*2100-READ-VALID
002910*----------------------------------------------------------------
002920 2100-READ-VALID.
002930     READ GL-VALID-FILE
002940         AT END
002950             MOVE "Y" TO GLX-EOF-SWITCH
002960     END-READ.
002970 2100-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------
003010*2200-FETCH-ACCOUNT - RANDOM READ UNDER THE CO-ID / APPL-ID /
003020*ACT-NO KEY.  AN ACCOUNT NOT YET ON THE MASTER IS ENROLLED
003030*ACTIVE AS OF TONIGHT
003040*----------------------------------------------------------------
003050 2200-FETCH-ACCOUNT.
003060     MOVE "N" TO GLX-NEW-ACCOUNT-SW.
003070     MOVE GLI-CO-ID   TO GLX-DRM-CO-ID.
003080     MOVE GLI-APPL-ID TO GLX-DRM-APPL-ID.
003090     MOVE GLI-ACT-NO  TO GLX-DRM-ACT-NO.
003100     READ GL-DORM-FILE
003110         INVALID KEY
003120             MOVE "Y" TO GLX-NEW-ACCOUNT-SW
003130     END-READ.
003140     IF NOT GLX-NEW-ACCOUNT
003150         GO TO 2200-EXIT
003160     END-IF.
003170     MOVE SPACES TO GLX-DRM-RECORD.
003180     MOVE GLI-CO-ID   TO GLX-DRM-CO-ID.
003190     MOVE GLI-APPL-ID TO GLX-DRM-APPL-ID.
003200     MOVE GLI-ACT-NO  TO GLX-DRM-ACT-NO.
003210     MOVE ZERO TO GLX-DRM-LAST-CUST-DATE
003220                  GLX-DRM-ESCHEAT-DATE
003230                  GLX-DRM-ALERT-DATE.
003240     MOVE "A" TO GLX-DRM-STATUS.
003250     MOVE GLI-POST-DATE TO GLX-DRM-STATUS-DATE
003260                           GLX-DRM-ADDED-DATE.
003270 2200-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310*2300-STAMP-ACCOUNT - THE LATER OF THE ITEM'S POST DATE AND THE
003320*DATE ALREADY HELD BECOMES THE LAST CUSTOMER ACTIVITY
003330*----------------------------------------------------------------
003340 2300-STAMP-ACCOUNT.
003350     IF GLI-POST-DATE > GLX-DRM-LAST-CUST-DATE
003360         MOVE GLI-POST-DATE TO GLX-DRM-LAST-CUST-DATE
003370     END-IF.
003380 2300-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420*2400-PUT-ACCOUNT - WRITE A NEW ACCOUNT, REWRITE A KNOWN ONE
003430*----------------------------------------------------------------
003440 2400-PUT-ACCOUNT.
003450     IF GLX-NEW-ACCOUNT
003460         WRITE GLX-DRM-RECORD
003470             INVALID KEY
003480                 ADD 1 TO GLX-MASTER-ERRORS
003490                 DISPLAY "GLDORCHK - WRITE FAILED, KEY "
003500                     GLX-DRM-KEY " STATUS " GLX-DORM-STATUS
003510         END-WRITE
003520         IF GLX-DORM-OK
003530             ADD 1 TO GLX-ACCOUNTS-ENROLLED
003540         END-IF
003550     ELSE
003560         REWRITE GLX-DRM-RECORD
003570             INVALID KEY
003580                 ADD 1 TO GLX-MASTER-ERRORS
003590                 DISPLAY "GLDORCHK - REWRITE FAILED, KEY "
003600                     GLX-DRM-KEY " STATUS " GLX-DORM-STATUS
003610         END-REWRITE
003620     END-IF.
003630 2400-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670*3000-RAISE-ALERT - A CUSTOMER DEBIT TO A DORMANT ACCOUNT.  THE
003680*LINE CARRIES THE LAST ACTIVITY DATE AS IT STOOD BEFORE TONIGHT
003690*AND THE DATE THE ACCOUNT WENT DORMANT, WITH THE OFFICER AND
003700*FULL TRACE ID FOR THE FRAUD DESK
003710*----------------------------------------------------------------
003720 3000-RAISE-ALERT.
003730     ADD 1 TO GLX-DORMANT-ALERTS.
003740     ADD GLI-TRANS-AMT TO GLX-ALERT-AMT-TOTAL.
003750     MOVE GLI-POST-DATE TO GLX-DRM-ALERT-DATE.
003760     MOVE GLI-CO-ID              TO GLX-DL-CO-ID.
003770     MOVE GLI-APPL-ID            TO GLX-DL-APPL-ID.
003780     MOVE GLI-ACT-NO             TO GLX-DL-ACT-NO.
003790     MOVE GLI-TRANS-AMT          TO GLX-DL-TRANS-AMT.
003800     MOVE GLI-BRANCH             TO GLX-DL-BRANCH.
003810     MOVE GLI-OFFICER            TO GLX-DL-OFFICER.
003820     MOVE SPACES TO GLX-DL-TRACE-ID.
003830     STRING GLI-TRACE-ID DELIMITED BY SIZE
003840            GLI-TRACE-ID-CONT DELIMITED BY SIZE
003850         INTO GLX-DL-TRACE-ID.
003860     MOVE GLX-DRM-LAST-CUST-DATE TO GLX-DL-LAST-DATE.
003870     MOVE GLX-DRM-STATUS-DATE    TO GLX-DL-STATUS-DATE.
003880     IF GLX-DRM-ESCHEAT
003890         MOVE "ESCHEAT CANDIDATE"  TO GLX-DL-STATUS
003900     ELSE
003910         MOVE "DORMANT"            TO GLX-DL-STATUS
003920     END-IF.
003930     WRITE ALR-RPT-LINE FROM GLX-DETAIL-LINE.
003940 3000-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980*8000-PRINT-TOTALS
003990*----------------------------------------------------------------
004000 8000-PRINT-TOTALS.
004010     MOVE GLX-DORMANT-ALERTS  TO GLX-TL-ALERTS.
004020     MOVE GLX-ALERT-AMT-TOTAL TO GLX-TL-AMOUNT.
004030     WRITE ALR-RPT-LINE FROM GLX-TOTAL-LINE.
004040 8000-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL COUNTS
004090*----------------------------------------------------------------
004100 9999-TERMINATE.
004110     PERFORM 9900-POST-RUN-END THRU 9900-EXIT.
004120     PERFORM 9750-POST-CONTROL-CHAIN THRU 9750-EXIT.
004130     CLOSE GL-VALID-FILE.
004140     IF GLX-MASTER-OPEN
004150         CLOSE GL-DORM-FILE
004160     END-IF.
004170     CLOSE GL-ALERT-RPT.
004180     DISPLAY "GLDORCHK - RECORDS READ:     " GLX-RECORDS-READ.
004190     DISPLAY "GLDORCHK - BANK-GENERATED:   " GLX-INTERNAL-ITEMS.
004200     DISPLAY "GLDORCHK - CUSTOMER ITEMS:   " GLX-CUSTOMER-ITEMS.
004210     DISPLAY "GLDORCHK - ACCOUNTS ENROLLED:"
004220         GLX-ACCOUNTS-ENROLLED.
004230     DISPLAY "GLDORCHK - DORMANT DEBITS:   " GLX-DORMANT-ALERTS.
004240     DISPLAY "GLDORCHK - MASTER ERRORS:    " GLX-MASTER-ERRORS.
004250 9999-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290*9750-POST-CONTROL-CHAIN - THE COUNT AND HASH OF GLVALID AS READ,
004300*FOR THE PROOF AGAINST ITS PRODUCER.  NOTHING IS POSTED WHEN NO
004310*RECORD WAS EVER PROCESSED (NO BUSINESS DATE TO POST AGAINST)
004320*----------------------------------------------------------------
004330 9750-POST-CONTROL-CHAIN.
004340     IF GLX-RC-BUSDATE = ZERO
004350         GO TO 9750-EXIT
004360     END-IF.
004370     MOVE SPACES           TO GLC-CHAIN-RECORD.
004380     MOVE GLX-RC-BUSDATE   TO GLC-BUSINESS-DATE.
004390     MOVE "GLDORCHK"       TO GLC-PROGRAM.
004400     MOVE "GLVALID"        TO GLC-FILE-NAME.
004410     MOVE "I"              TO GLC-DIRECTION.
004420     MOVE GLX-RECORDS-READ TO GLC-RECORD-COUNT.
004430     MOVE GLX-IN-DR-AMT    TO GLC-DR-AMOUNT.
004440     MOVE GLX-IN-CR-AMT    TO GLC-CR-AMOUNT.
004450     CALL "GLCCPOST" USING GLC-CHAIN-RECORD.
004460 9750-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500*9800-POST-RUN-START - RECORD THE START OF THIS JOB IN THE
004510*SHARED RUN-CONTROL FILE.  THE BUSINESS DATE IS TAKEN FROM
004520*THE FIRST RECORD PROCESSED AND HELD FOR THE ENDED EVENT
004530*----------------------------------------------------------------
004540 9800-POST-RUN-START.
004550     MOVE "Y" TO GLX-RC-STARTED-SW.
004560     MOVE GLI-POST-DATE TO GLX-RC-BUSDATE.
004570     MOVE GLX-RC-BUSDATE TO GLX-BUSINESS-DATE.
004580     MOVE SPACES TO GLR-RUN-RECORD.
004590     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
004600     MOVE "GLDORCHK" TO GLR-PROGRAM.
004610     MOVE "STARTED"  TO GLR-EVENT.
004620     MOVE SPACES     TO GLR-STATUS.
004630     MOVE ZERO       TO GLR-RECORD-COUNT.
004640     CALL "GLRCPOST" USING GLR-RUN-RECORD.
004650 9800-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690*9900-POST-RUN-END - RECORD THE END OF THIS JOB, ITS STATUS
004700*AND ITS RECORD COUNT.  A DEBIT TO A DORMANT ACCOUNT POSTS NOGO
004710*SO THE FRAUD DESK WORKS THE ALERT BEFORE THE ONLINE DAY, AND A
004720*MASTER WRITE FAILURE POSTS NOGO SINCE ACTIVITY WENT UNSTAMPED.
004730*NOTHING IS POSTED WHEN NO RECORD WAS EVER PROCESSED
004740*----------------------------------------------------------------
004750 9900-POST-RUN-END.
004760     IF GLX-RC-BUSDATE = ZERO
004770         GO TO 9900-EXIT
004780     END-IF.
004790     MOVE SPACES TO GLR-RUN-RECORD.
004800     MOVE GLX-RC-BUSDATE TO GLR-BUSINESS-DATE.
004810     MOVE "GLDORCHK" TO GLR-PROGRAM.
004820     MOVE "ENDED"    TO GLR-EVENT.
004830     IF GLX-DORMANT-ALERTS > ZERO
004840        OR GLX-MASTER-ERRORS > ZERO
004850         MOVE "NOGO"     TO GLR-STATUS
004860     ELSE
004870         MOVE "OK"       TO GLR-STATUS
004880     END-IF.
004890     MOVE GLX-RECORDS-READ TO GLR-RECORD-COUNT.
004900     CALL "GLRCPOST" USING GLR-RUN-RECORD.
004910 9900-EXIT.
004920     EXIT.
