000010*****************************************************************
000020** PROGRAM-ID: GLCCPOST
000030** SHARED CONTROL-CHAIN POSTING SUBROUTINE FOR THE NIGHTLY GL
000040** SUITE.  APPENDS ONE FILE-TOTALS RECORD TO THE GLCTLCHN FILE.
000050*****************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. GLCCPOST.
000080 AUTHOR. R L HARKNESS.
000090 INSTALLATION. GENERAL LEDGER SYSTEMS.
000100 DATE-WRITTEN. 10/15/2026.
000110 DATE-COMPILED.
000120*----------------------------------------------------------------
000130*MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150*DATE       BY     DESCRIPTION
000160*---------- ------ -------------------------------------------
000170*10/15/2026 RLH    INITIAL VERSION.  EVERY STEP THAT HANDS A
000180*                  FILE ON (OR PICKS ONE UP) CALLS HERE ONCE PER
000190*                  FILE WITH THE RECORD COUNT AND DEBIT/CREDIT
000200*                  AMOUNT HASH IT READ OR WROTE.  THE GLCTLPRF
000210*                  PROOF LINES EACH PRODUCER'S OUTPUT UP AGAINST
000220*                  EACH CONSUMER'S INPUT FOR THE BUSINESS DATE,
000230*                  SO A SHORT OR STALE COPY OF A FILE IS CAUGHT
000240*                  EVEN WHEN EVERY JOB BALANCES AGAINST ITSELF.
000250*                  THE CALLER FILLS THE GLCTLREC AREA; THE
000260*                  WALL-CLOCK RUN DATE AND TIME ARE STAMPED HERE,
000270*                  AS GLRCPOST DOES FOR RUN-CONTROL EVENTS.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL GL-CHAIN-FILE ASSIGN TO GLCTLCHN
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS GLX-CHAIN-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------------
000440*SHARED CONTROL-CHAIN FILE - LAYOUT SUPPLIED BY GLCTLREC
000450*----------------------------------------------------------------
000460 FD  GL-CHAIN-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE OMITTED.
000490 01  GLX-CHAIN-RECORD                 PIC X(100).
000500
000510 WORKING-STORAGE SECTION.
000520 77  GLX-CHAIN-STATUS                PIC X(02) VALUE SPACES.
000530*STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT DID
000540*NOT EXIST YET (FIRST RECORD OF THE NIGHT CREATES THE FILE)
000550     88  GLX-CHAIN-OK                          VALUE "00" "05".
000560 77  GLX-WORK-DATE                   PIC 9(06) VALUE ZERO.
000570 77  GLX-WORK-TIME                   PIC 9(08) VALUE ZERO.
000580
000590 LINKAGE SECTION.
000600 COPY "GLCTLREC".
000610
000620 PROCEDURE DIVISION USING GLC-CHAIN-RECORD.
000630*----------------------------------------------------------------
000640*0000-MAINLINE - STAMP THE TOTALS AND APPEND THEM.  A POSTING
000650*FAILURE IS REPORTED BUT NEVER TAKES THE CALLING JOB DOWN; THE
000660*PROOF THEN FINDS THE LINK MISSING AND POSTS NOGO
000670*----------------------------------------------------------------
000680 0000-MAINLINE.
000690     ACCEPT GLX-WORK-DATE FROM DATE.
000700     ACCEPT GLX-WORK-TIME FROM TIME.
000710     MOVE GLX-WORK-DATE TO GLC-RUN-DATE.
000720     MOVE GLX-WORK-TIME TO GLC-RUN-TIME.
000730     OPEN EXTEND GL-CHAIN-FILE.
000740     IF NOT GLX-CHAIN-OK
000750         DISPLAY "GLCCPOST - OPEN ERROR ON GL-CHAIN-FILE "
000760             GLX-CHAIN-STATUS " - TOTALS NOT POSTED FOR "
000770             GLC-PROGRAM " " GLC-FILE-NAME
000780         GO TO 0000-RETURN
000790     END-IF.
000800     WRITE GLX-CHAIN-RECORD FROM GLC-CHAIN-RECORD.
000810     CLOSE GL-CHAIN-FILE.
000820 0000-RETURN.
000830     GOBACK.
