000280*                  RECORD NOW ARRIVES THROUGH LINKAGE ONE CALL
000290*                  AT A TIME AND THE DRIVER OWNS THE GLDETAIL
000300*                  READ.
000310*10/15/2026 RLH    DEVICE TYPES ARE CHECKED AGAINST THE GLCODETB
000320*                  SHARED CODE TABLE (TYPE DV) AS OF THE BUSINESS
000330*                  DATE AND LABELLED WITH THEIR TABLE DESCRIPTION;
000340*                  THE HEADING CARRIES THE TABLE DESCRIPTION OF
000350*                  SOURCE TYPE "RD".  A DEVICE TYPE NOT IN FORCE
000360*                  ON THE TABLE IS FLAGGED AND THE MODULE ENDS
000370*                  NOGO.
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
000490     SELECT GL-DEVRPT-RPT ASSIGN TO GLDEVRRT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS GLX-RPT-STATUS.
000520 
000530     SELECT GL-CODE-FILE ASSIGN TO GLCODETB
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS GLX-CODE-KEY
000570         FILE STATUS IS GLX-CODE-STATUS.
000580 
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620*OUTPUT REMOTE / DEVICE ACTIVITY REPORT
000630*----------------------------------------------------------------
000640 FD  GL-DEVRPT-RPT
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE OMITTED.
000670 01  DEV-RPT-LINE                      PIC X(132).
000680 
000690*----------------------------------------------------------------
000700*SHARED CODE TABLE (KSDS) MAINTAINED BY GLCODMNT - ONE RECORD
000710*PER TABLE TYPE / CODE WITH ITS DESCRIPTION, EFFECTIVE DATE AND
000720*EXPIRY DATE (ZERO = OPEN-ENDED)
000730*----------------------------------------------------------------
000740 FD  GL-CODE-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  GLX-CODE-RECORD.
000770     05  GLX-CODE-KEY.
000780         10  GLX-CODE-TYPE          PIC X(02).
000790         10  GLX-CODE-VALUE         PIC X(04).
000800     05  GLX-CODE-DESC              PIC X(30).
000810     05  GLX-CODE-EFF-DATE          PIC 9(07).
000820     05  GLX-CODE-EXP-DATE          PIC 9(07).
000830     05  GLX-CODE-ADDED-DATE        PIC 9(07).
000840     05  GLX-CODE-CHANGED-DATE      PIC 9(07).
000850     05  FILLER                     PIC X(36).
000860 
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890*SWITCHES AND COUNTERS
000900*----------------------------------------------------------------
000910 77  GLX-RPT-STATUS                  PIC X(02) VALUE SPACES.
000920 77  GLX-RECORDS-READ               PIC S9(09) COMP-3 VALUE ZERO.
000930 77  GLX-DEVICE-RECORDS             PIC S9(09) COMP-3 VALUE ZERO.
000940 77  GLX-CTL-COUNT                  PIC S9(04) COMP   VALUE ZERO.
000950 77  GLX-CTL-MAX                    PIC S9(04) COMP   VALUE 2000.
000960 77  GLX-TABLE-FULL-SW              PIC X(01) VALUE "N".
000970     88  GLX-TABLE-FULL                         VALUE "Y".
000980 77  GLX-ENTRY-FOUND-SW             PIC X(01) VALUE "Y".
000990     88  GLX-ENTRY-FOUND                         VALUE "Y".
001000 77  GLX-TOT-VOLUME                 PIC S9(09) COMP-3 VALUE ZERO.
001010 77  GLX-TOT-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
001020 77  GLX-CODE-STATUS                 PIC X(02) VALUE SPACES.
001030     88  GLX-CODE-OK                           VALUE "00".
001040 77  GLX-CODE-EOF-SWITCH             PIC X(01) VALUE "N".
001050     88  GLX-CODE-EOF                           VALUE "Y".
001060 77  GLX-CODE-IN-FORCE-SW            PIC X(01) VALUE "N".
001070     88  GLX-CODE-IN-FORCE                      VALUE "Y".
001080 77  GLX-NO-CODE-ROWS               PIC S9(05) COMP-3 VALUE ZERO.
001090 77  GLX-BUSINESS-DATE               PIC 9(07) VALUE ZERO.
001100 
001110*----------------------------------------------------------------
001120*CODE TABLE, LOADED FROM GLCODETB ON THE INIT CALL.  THE KSDS
001130*IS READ IN KEY ORDER SO THE TABLE BUILDS ASCENDING FOR SEARCH
001140*ALL
001150*----------------------------------------------------------------
001160 77  GLX-CTB-COUNT                  PIC S9(04) COMP   VALUE ZERO.
001170 77  GLX-CTB-MAX                    PIC S9(04) COMP   VALUE 1000.
001180 01  GLX-CTB-TABLE.
001190     05  GLX-CTB-ENTRY OCCURS 1 TO 1000 TIMES
001200             DEPENDING ON GLX-CTB-COUNT
001210             ASCENDING KEY IS GLX-CTB-KEY
001220             INDEXED BY GLX-TX.
001230         10  GLX-CTB-KEY              PIC X(06).
001240         10  GLX-CTB-DESC             PIC X(30).
001250         10  GLX-CTB-EFF-DATE         PIC 9(07).
001260         10  GLX-CTB-EXP-DATE         PIC 9(07).
001270 
001280 01  GLX-LOOKUP-KEY.
001290     05  GLX-LOOKUP-TYPE            PIC X(02).
001300     05  GLX-LOOKUP-CODE            PIC X(04).
001310 
001320*----------------------------------------------------------------
001330*DEVICE ACTIVITY TABLE - ONE ENTRY PER SYSTEM-SOURCE-ID /
001340*DEVICE-TYPE / REMIT-BRANCH COMBINATION
001350*----------------------------------------------------------------
001360 01  GLX-DEV-TABLE.
001370     05  GLX-DEV-ENTRY OCCURS 1 TO 2000 TIMES
001380             DEPENDING ON GLX-CTL-COUNT
001390             INDEXED BY GLX-IX.
001400         10  GLX-DEV-SYS-SRC-ID       PIC X(03).
001410         10  GLX-DEV-DEVICE-TYPE      PIC X(02).
001420         10  GLX-DEV-REMIT-BRANCH     PIC 9(06).
001430         10  GLX-DEV-VOLUME           PIC S9(07) COMP-3.
001440         10  GLX-DEV-AMOUNT           PIC S9(11)V99 COMP-3.
001450 
001460*----------------------------------------------------------------
001470*REPORT LINE WORK AREAS
001480*----------------------------------------------------------------
001490 01  GLX-HDG-LINE-1.
001500     05  FILLER                     PIC X(38)
001510             VALUE "GL REMOTE / DEVICE CAPTURE ACTIVITY".
001520     05  GLX-H1-SRC-DESC            PIC X(30).
001530     05  FILLER                     PIC X(64) VALUE SPACES.
001540 
001550 01  GLX-HDG-LINE-2.
001560     05  FILLER                     PIC X(10) VALUE "SOURCE ID".
001570     05  FILLER                     PIC X(10) VALUE "DEV TYPE".
001580     05  FILLER                    PIC X(12) VALUE "REMIT BRANCH".
001590     05  FILLER                     PIC X(10) VALUE "VOLUME".
001600     05  FILLER                 PIC X(18) VALUE "DOLLAR ACTIVITY".
001610     05  FILLER                     PIC X(01) VALUE SPACES.
001620     05  FILLER             PIC X(29) VALUE "DEVICE DESCRIPTION".
001630 
001640 01  GLX-DETAIL-LINE.
001650     05  GLX-DL-SYS-SRC-ID          PIC XXX.
001660     05  FILLER                     PIC X(07) VALUE SPACES.
001670     05  GLX-DL-DEVICE-TYPE         PIC XX.
001680     05  FILLER                     PIC X(08) VALUE SPACES.
001690     05  GLX-DL-REMIT-BRANCH        PIC ZZZZZ9.
001700     05  FILLER                     PIC X(06) VALUE SPACES.
001710     05  GLX-DL-VOLUME              PIC ZZZ,ZZ9.
001720     05  FILLER                     PIC X(03) VALUE SPACES.
001730     05  GLX-DL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  GLX-DL-DEVICE-DESC         PIC X(30).
001760 
001770 01  GLX-TOTAL-LINE.
001780     05  FILLER      PIC X(30) VALUE "GRAND TOTAL VOLUME/AMOUNT:".
001790     05  GLX-TL-VOLUME              PIC ZZZ,ZZZ,ZZ9.
001800     05  FILLER                     PIC X(04) VALUE SPACES.
001810     05  GLX-TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
001820     05  FILLER                     PIC X(50) VALUE SPACES.
001830 
001840*----------------------------------------------------------------
001850*DRIVER COMMUNICATION AREA AND THE CURRENT EXTRACT RECORD,
001860*BOTH SUPPLIED BY GLRPTDRV ON EVERY CALL
001870*----------------------------------------------------------------
001880 LINKAGE SECTION.
001890 COPY "GLDRVCOM".
001900 COPY "POW_GL_Detail_Output".
001910 
001920 PROCEDURE DIVISION USING GLD-DRIVER-COMM
001930                          GLI-INTERNAL-TRANSACTION.
001940*----------------------------------------------------------------
001950*0000-MAINLINE - DISPATCH ON THE DRIVER FUNCTION CODE.  THE
001960*PROCESS TEST LEADS BECAUSE IT IS THE PER-RECORD HOT PATH
001970*----------------------------------------------------------------
001980 0000-MAINLINE.
001990     IF GLD-FUNC-PROCESS
002000         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002010         GO TO 0000-RETURN
002020     END-IF.
002030     IF GLD-FUNC-INIT
002040         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050         GO TO 0000-RETURN
002060     END-IF.
002070     IF GLD-FUNC-TERM
002080         PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT
002090         PERFORM 9999-TERMINATE THRU 9999-EXIT
002100         GO TO 0000-RETURN
002110     END-IF.
002120     DISPLAY "GLDEVRPT - INVALID DRIVER FUNCTION " GLD-FUNCTION.
002130     SET GLD-STATUS-FAIL TO TRUE.
002140 0000-RETURN.
002150     GOBACK.
002160 
002170*----------------------------------------------------------------
002180*1000-INITIALIZE - LOAD THE CODE TABLE AND OPEN THE DEVICE
002190*ACTIVITY REPORT
002200*----------------------------------------------------------------
002210 1000-INITIALIZE.
002220     SET GLD-STATUS-OK TO TRUE.
002230     MOVE ZERO TO GLD-RECORDS-SEEN.
002240     PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT.
002250     OPEN OUTPUT GL-DEVRPT-RPT.
002260     IF GLX-RPT-STATUS NOT = "00"
002270         DISPLAY "GLDEVRPT - OPEN ERROR ON GL-DEVRPT-RPT "
002280             GLX-RPT-STATUS
002290         SET GLD-STATUS-FAIL TO TRUE
002300     END-IF.
002310 1000-EXIT.
002320     EXIT.
002330 
002340*----------------------------------------------------------------
002350*1100-LOAD-CODE-TABLE - READ THE WHOLE GLCODETB KSDS INTO THE
002360*CODE TABLE.  WITHOUT IT THE REPORT STILL RUNS, BUT EVERY
002370*DEVICE TYPE IS FLAGGED AS NOT ON THE TABLE
002380*----------------------------------------------------------------
002390 1100-LOAD-CODE-TABLE.
002400     OPEN INPUT GL-CODE-FILE.
002410     IF NOT GLX-CODE-OK
002420         DISPLAY "GLDEVRPT - OPEN ERROR ON GL-CODE-FILE "
002430             GLX-CODE-STATUS
002440         GO TO 1100-EXIT
002450     END-IF.
002460     PERFORM 1110-LOAD-ONE-CODE THRU 1110-EXIT
002470         UNTIL GLX-CODE-EOF.
002480     CLOSE GL-CODE-FILE.
002490 1100-EXIT.
002500     EXIT.
002510 
002520*----------------------------------------------------------------
002530*1110-LOAD-ONE-CODE - ONE CODE-TABLE RECORD INTO THE TABLE
002540*----------------------------------------------------------------
002550 1110-LOAD-ONE-CODE.
002560     READ GL-CODE-FILE NEXT RECORD
002570         AT END
002580             MOVE "Y" TO GLX-CODE-EOF-SWITCH
002590             GO TO 1110-EXIT
002600     END-READ.
002610     IF GLX-CTB-COUNT NOT < GLX-CTB-MAX
002620         DISPLAY "GLDEVRPT - CODE TABLE FULL AT "
002630             GLX-CTB-MAX " ENTRIES - EXTRA CODES DROPPED"
002640         MOVE "Y" TO GLX-CODE-EOF-SWITCH
002650         GO TO 1110-EXIT
002660     END-IF.
002670     ADD 1 TO GLX-CTB-COUNT.
002680     SET GLX-TX TO GLX-CTB-COUNT.
002690     MOVE GLX-CODE-KEY      TO GLX-CTB-KEY (GLX-TX).
002700     MOVE GLX-CODE-DESC     TO GLX-CTB-DESC (GLX-TX).
002710     MOVE GLX-CODE-EFF-DATE TO GLX-CTB-EFF-DATE (GLX-TX).
002720     MOVE GLX-CODE-EXP-DATE TO GLX-CTB-EXP-DATE (GLX-TX).
002730 1110-EXIT.
002740     EXIT.
002750 
002760*----------------------------------------------------------------
002770*2000-PROCESS-RECORD - ONE PASS PER DRIVER-SUPPLIED RECORD.
002780*ONLY RECORDS WHOSE GLI-SOURCE-TYPE IS "RD" CARRY THE GLI-FNB-
002790*OPERATOR REDEFINITION AND ROLL INTO THE DEVICE ACTIVITY TABLE.
002800*THE FIRST RECORD'S POST DATE IS THE DATE THE CODE TABLE IS
002810*READ AS OF
002820*----------------------------------------------------------------
002830 2000-PROCESS-RECORD.
002840     ADD 1 TO GLX-RECORDS-READ.
002850     IF GLX-BUSINESS-DATE = ZERO
002860         MOVE GLI-POST-DATE TO GLX-BUSINESS-DATE
002870     END-IF.
002880     IF GLI-SOURCE-TYPE = "RD"
002890         ADD 1 TO GLX-DEVICE-RECORDS
002900         PERFORM 2200-FIND-OR-ADD-ENTRY THRU 2200-EXIT
002910         PERFORM 2300-ACCUMULATE-ENTRY THRU 2300-EXIT
002920     END-IF.
002930 2000-EXIT.
002940     EXIT.
002950 
002960*----------------------------------------------------------------
002970*2200-FIND-OR-ADD-ENTRY - LOCATE THE TABLE ROW FOR THIS
002980*SYSTEM-SOURCE-ID / DEVICE-TYPE / REMIT-BRANCH COMBINATION,
002990*ADDING A NEW ROW WHEN NOT FOUND
003000*----------------------------------------------------------------
003010 2200-FIND-OR-ADD-ENTRY.
003020     MOVE "Y" TO GLX-ENTRY-FOUND-SW.
003030     SET GLX-IX TO 1.
003040     SEARCH GLX-DEV-ENTRY
003050         AT END
003060             PERFORM 2210-ADD-ENTRY THRU 2210-EXIT
003070         WHEN GLX-DEV-SYS-SRC-ID (GLX-IX) = GLI-SYSTEM-SOURCE-ID
003080         AND GLX-DEV-DEVICE-TYPE (GLX-IX) = GLI-SOURCE-DEVICE-TYPE
003090          AND GLX-DEV-REMIT-BRANCH (GLX-IX) = GLI-REMIT-BRANCH
003100             CONTINUE
003110     END-SEARCH.
003120 2200-EXIT.
003130     EXIT.
003140 
003150*----------------------------------------------------------------
003160*2210-ADD-ENTRY - APPEND A NEW ROW AT THE END OF THE TABLE
003170*----------------------------------------------------------------
003180 2210-ADD-ENTRY.
003190     IF GLX-CTL-COUNT NOT < GLX-CTL-MAX
003200         MOVE "Y" TO GLX-TABLE-FULL-SW
003210         MOVE "N" TO GLX-ENTRY-FOUND-SW
003220         DISPLAY "GLDEVRPT - DEVICE TABLE FULL AT "
003230             GLX-CTL-MAX " ENTRIES - REPORT INCOMPLETE"
003240         GO TO 2210-EXIT
003250     END-IF.
003260     ADD 1 TO GLX-CTL-COUNT.
003270     SET GLX-IX TO GLX-CTL-COUNT.
003280     MOVE GLI-SYSTEM-SOURCE-ID   TO GLX-DEV-SYS-SRC-ID (GLX-IX).
003290     MOVE GLI-SOURCE-DEVICE-TYPE TO GLX-DEV-DEVICE-TYPE (GLX-IX).
003300     MOVE GLI-REMIT-BRANCH       TO GLX-DEV-REMIT-BRANCH (GLX-IX).
003310     MOVE ZERO TO GLX-DEV-VOLUME (GLX-IX)
003320                  GLX-DEV-AMOUNT (GLX-IX).
003330 2210-EXIT.
003340     EXIT.
003350 
003360*----------------------------------------------------------------
003370*2300-ACCUMULATE-ENTRY - ROLL THE CURRENT RECORD INTO ITS ROW
003380*----------------------------------------------------------------
003390 2300-ACCUMULATE-ENTRY.
003400     IF NOT GLX-ENTRY-FOUND
003410         GO TO 2300-EXIT
003420     END-IF.
003430     ADD 1             TO GLX-DEV-VOLUME (GLX-IX).
003440     ADD GLI-TRANS-AMT TO GLX-DEV-AMOUNT (GLX-IX).
003450 2300-EXIT.
003460     EXIT.
003470 
003480*----------------------------------------------------------------
003490*8000-PRODUCE-REPORT - PRINT ONE LINE PER TABLE ROW, THEN THE
003500*GRAND TOTAL VOLUME AND DOLLAR ACTIVITY
003510*----------------------------------------------------------------
003520 8000-PRODUCE-REPORT.
003530     MOVE "ST" TO GLX-LOOKUP-TYPE.
003540     MOVE "RD" TO GLX-LOOKUP-CODE.
003550     PERFORM 8200-FIND-CODE THRU 8200-EXIT.
003560     IF GLX-CODE-IN-FORCE
003570         MOVE GLX-CTB-DESC (GLX-TX) TO GLX-H1-SRC-DESC
003580     ELSE
003590         MOVE SPACES TO GLX-H1-SRC-DESC
003600     END-IF.
003610     WRITE DEV-RPT-LINE FROM GLX-HDG-LINE-1.
003620     WRITE DEV-RPT-LINE FROM GLX-HDG-LINE-2.
003630     IF GLX-CTL-COUNT > ZERO
003640         PERFORM 8100-PRINT-ENTRY THRU 8100-EXIT
003650             VARYING GLX-IX FROM 1 BY 1
003660             UNTIL GLX-IX > GLX-CTL-COUNT
003670     END-IF.
003680     MOVE GLX-TOT-VOLUME TO GLX-TL-VOLUME.
003690     MOVE GLX-TOT-AMOUNT TO GLX-TL-AMOUNT.
003700     WRITE DEV-RPT-LINE FROM GLX-TOTAL-LINE.
003710 8000-EXIT.
003720     EXIT.
003730 
003740*----------------------------------------------------------------
003750*8100-PRINT-ENTRY - ONE DETAIL LINE PER DEVICE ACTIVITY ROW,
003760*LABELLED WITH THE DEVICE TYPE'S CODE-TABLE DESCRIPTION
003770*----------------------------------------------------------------
003780 8100-PRINT-ENTRY.
003790     MOVE "DV" TO GLX-LOOKUP-TYPE.
003800     MOVE GLX-DEV-DEVICE-TYPE (GLX-IX) TO GLX-LOOKUP-CODE.
003810     PERFORM 8200-FIND-CODE THRU 8200-EXIT.
003820     IF GLX-CODE-IN-FORCE
003830         MOVE GLX-CTB-DESC (GLX-TX) TO GLX-DL-DEVICE-DESC
003840     ELSE
003850         ADD 1 TO GLX-NO-CODE-ROWS
003860         MOVE "** NOT IN CODE TABLE" TO GLX-DL-DEVICE-DESC
003870     END-IF.
003880     MOVE GLX-DEV-SYS-SRC-ID   (GLX-IX) TO GLX-DL-SYS-SRC-ID.
003890     MOVE GLX-DEV-DEVICE-TYPE  (GLX-IX) TO GLX-DL-DEVICE-TYPE.
003900     MOVE GLX-DEV-REMIT-BRANCH (GLX-IX) TO GLX-DL-REMIT-BRANCH.
003910     MOVE GLX-DEV-VOLUME       (GLX-IX) TO GLX-DL-VOLUME.
003920     MOVE GLX-DEV-AMOUNT       (GLX-IX) TO GLX-DL-AMOUNT.
003930     ADD GLX-DEV-VOLUME (GLX-IX) TO GLX-TOT-VOLUME.
003940     ADD GLX-DEV-AMOUNT (GLX-IX) TO GLX-TOT-AMOUNT.
003950     WRITE DEV-RPT-LINE FROM GLX-DETAIL-LINE.
003960 8100-EXIT.
003970     EXIT.
003980 
003990*----------------------------------------------------------------
004000*8200-FIND-CODE - IS GLX-LOOKUP-KEY ON THE CODE TABLE AND IN
004010*FORCE ON THE BUSINESS DATE: EFFECTIVE ON OR BEFORE IT AND NOT
004020*YET EXPIRED (A ZERO EXPIRY NEVER EXPIRES)
004030*----------------------------------------------------------------
004040 8200-FIND-CODE.
004050     MOVE "N" TO GLX-CODE-IN-FORCE-SW.
004060     IF GLX-CTB-COUNT = ZERO
004070         GO TO 8200-EXIT
004080     END-IF.
004090     SEARCH ALL GLX-CTB-ENTRY
004100         AT END
004110             GO TO 8200-EXIT
004120         WHEN GLX-CTB-KEY (GLX-TX) = GLX-LOOKUP-KEY
004130             CONTINUE
004140     END-SEARCH.
004150     IF GLX-CTB-EFF-DATE (GLX-TX) > GLX-BUSINESS-DATE
004160         GO TO 8200-EXIT
004170     END-IF.
004180     IF GLX-CTB-EXP-DATE (GLX-TX) NOT = ZERO
004190        AND GLX-CTB-EXP-DATE (GLX-TX) NOT > GLX-BUSINESS-DATE
004200         GO TO 8200-EXIT
004210     END-IF.
004220     MOVE "Y" TO GLX-CODE-IN-FORCE-SW.
004230 8200-EXIT.
004240     EXIT.
004250 
004260*----------------------------------------------------------------
004270*9999-TERMINATE - CLOSE FILES AND SHOW THE FINAL RECORD COUNTS.
004280*A DEVICE TYPE NOT IN FORCE ON THE CODE TABLE ENDS THE MODULE
004290*NOGO SO THE TABLE GETS FIXED BEFORE THE NEXT NIGHT
004300*----------------------------------------------------------------
004310 9999-TERMINATE.
004320     CLOSE GL-DEVRPT-RPT.
004330     MOVE GLX-RECORDS-READ TO GLD-RECORDS-SEEN.
004340     IF GLX-NO-CODE-ROWS > ZERO AND GLD-STATUS-OK
004350         SET GLD-STATUS-NOGO TO TRUE
004360     END-IF.
004370     DISPLAY "GLDEVRPT - RECORDS READ:    " GLX-RECORDS-READ.
004380     DISPLAY "GLDEVRPT - DEVICE RECORDS:  " GLX-DEVICE-RECORDS.
004390     DISPLAY "GLDEVRPT - ROWS NOT IN TABLE: " GLX-NO-CODE-ROWS.
004400 9999-EXIT.
004410     EXIT.
