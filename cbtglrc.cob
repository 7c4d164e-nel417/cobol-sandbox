000410*                  A PENDING ENTRY FOR A BATCH RE-SENT TONIGHT
000420*                  IS NOW SUPERSEDED BY TONIGHT'S FIGURES
000430*                  INSTEAD OF DOUBLE-REPORTING.
000440* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000450*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000460*                  CLOCK, SO A LATE OR RERUN NIGHT KEEPS ITS DATE.
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT GL-INTERFACE
000520         ASSIGN TO GLINTF
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS GLR-GL-STATUS.
000550     SELECT ACK-IN
000560         ASSIGN TO ACKIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS GLR-ACK-STATUS.
000590     SELECT PEND-IN
000600         ASSIGN TO PENDIN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS GLR-PENDIN-STATUS.
000630     SELECT PEND-OUT
000640         ASSIGN TO PENDOUT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS GLR-PENDOUT-STATUS.
000670     SELECT SENT-WORK
000680         ASSIGN TO GLRWORK
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS GLW-BATCH-ID
000720         FILE STATUS IS GLR-WORK-STATUS.
000730     SELECT RECON-RPT
000740         ASSIGN TO GLRCRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS GLR-PRINT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790*****************************************************************
000800* GL-INTERFACE - THE GLINTF GENERATION WE SENT, IN THE LEDGER'S
000810* FIXED FORMAT (SEE THE GLIREC COPYBOOK).
000820*****************************************************************
000830 FD  GL-INTERFACE
000840     RECORDING MODE IS F.
000850     COPY GLIREC.
000860*****************************************************************
000870* ACK-IN - THE LEDGER'S ACKNOWLEDGMENT FILE, ONE RECORD PER
000880* BATCH THEY POSTED.
000890*****************************************************************
000900 FD  ACK-IN
000910     RECORDING MODE IS F.
000920 01  ACK-IN-RECORD.
000930     05  ACK-BATCH-ID             PIC X(06).
000940     05  ACK-TRANS-COUNT          PIC 9(07).
000950     05  ACK-AMOUNT               PIC S9(7)V99.
000960     05  FILLER                   PIC X(08).
000970*****************************************************************
000980* PEND-IN / PEND-OUT - BATCHES SENT BUT NOT YET ACKNOWLEDGED.
000990* YESTERDAY'S OUTPUT IS TODAY'S INPUT, SO AN UNPOSTED BATCH
001000* STAYS ON THE EXCEPTION REPORT UNTIL IT CLEARS.
001010*****************************************************************
001020 FD  PEND-IN
001030     RECORDING MODE IS F.
001040 01  PEND-IN-RECORD.
001050     05  PNI-BATCH-ID             PIC X(06).
001060     05  PNI-DATE-SENT            PIC X(10).
001070     05  PNI-TRANS-COUNT          PIC 9(07).
001080     05  PNI-AMOUNT               PIC S9(7)V99.
001090     05  FILLER                   PIC X(08).
001100 FD  PEND-OUT
001110     RECORDING MODE IS F.
001120 01  PEND-OUT-RECORD.
001130     05  PNO-BATCH-ID             PIC X(06).
001140     05  PNO-DATE-SENT            PIC X(10).
001150     05  PNO-TRANS-COUNT          PIC 9(07).
001160     05  PNO-AMOUNT               PIC S9(7)V99.
001170     05  FILLER                   PIC X(08).
001180*****************************************************************
001190* SENT-WORK - THE GLRWORK KEYED WORK FILE, ONE RECORD PER BATCH
001200* AWAITING ACKNOWLEDGMENT: TONIGHT'S GLINTF DETAILS PLUS THE
001210* CARRY-FORWARD, HOWEVER MANY THERE ARE.  RELOADED EVERY RUN
001220* (REUSE CLUSTER, THE SAME PATTERN AS CBTUT'S CTLWORK).
001230*****************************************************************
001240 FD  SENT-WORK
001250     RECORDING MODE IS F.
001260 01  SENT-WORK-RECORD.
001270     05  GLW-BATCH-ID             PIC X(06).
001280     05  GLW-DATE-SENT            PIC X(10).
001290     05  GLW-TRANS-COUNT          PIC 9(7) COMP.
001300     05  GLW-AMOUNT               PIC S9(7)V99 COMP-3.
001310     05  GLW-ACKED                PIC X(01).
001320*****************************************************************
001330* RECON-RPT - ONE HEADER, ONE LINE PER EXCEPTION, AND TRAILER
001340* COUNTS.
001350*****************************************************************
001360 FD  RECON-RPT
001370     RECORDING MODE IS F.
001380 01  GLR-RPT-HEADER-LINE.
001390     05  FILLER                   PIC X(22)
001400                                   VALUE "CBTGLRC GL RECON ON   ".
001410     05  GLR-HDR-DATE             PIC X(10).
001420     05  FILLER                   PIC X(100) VALUE SPACES.
001430 01  GLR-RPT-EXCEPTION-LINE.
001440     05  GLR-EXC-BATCH-ID         PIC X(06).
001450     05  FILLER                   PIC X(02) VALUE SPACES.
001460     05  GLR-EXC-DATE-SENT        PIC X(10).
001470     05  FILLER                   PIC X(02) VALUE SPACES.
001480     05  GLR-EXC-COUNT            PIC ZZZ,ZZ9.
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  GLR-EXC-AMOUNT           PIC -(7)9.99.
001510     05  FILLER                   PIC X(02) VALUE SPACES.
001520     05  GLR-EXC-TEXT             PIC X(40).
001530     05  FILLER                   PIC X(50) VALUE SPACES.
001540 01  GLR-RPT-COUNT-LINE.
001550     05  GLR-CNT-LABEL            PIC X(25).
001560     05  GLR-CNT-VALUE            PIC ZZZ,ZZ9.
001570     05  FILLER                   PIC X(100) VALUE SPACES.
001580*
001590 WORKING-STORAGE SECTION.
001600 77  GLR-GL-EOF-SWITCH            PIC X(01) VALUE "N".
001610     88  GLR-END-OF-GL-FILE                 VALUE "Y".
001620 77  GLR-ACK-EOF-SWITCH           PIC X(01) VALUE "N".
001630     88  GLR-END-OF-ACK-FILE                VALUE "Y".
001640 77  GLR-PEND-EOF-SWITCH          PIC X(01) VALUE "N".
001650     88  GLR-END-OF-PEND-FILE               VALUE "Y".
001660 77  GLR-GL-STATUS                PIC XX VALUE SPACES.
001670     88  GLR-GL-NOT-FOUND                   VALUE "35".
001680 77  GLR-ACK-STATUS               PIC XX VALUE SPACES.
001690     88  GLR-ACK-NOT-FOUND                  VALUE "35".
001700 77  GLR-PENDIN-STATUS            PIC XX VALUE SPACES.
001710     88  GLR-PENDIN-NOT-FOUND               VALUE "35".
001720 77  GLR-PENDOUT-STATUS           PIC XX VALUE SPACES.
001730     88  GLR-PENDOUT-NOT-FOUND              VALUE "35".
001740 77  GLR-PRINT-STATUS             PIC XX VALUE SPACES.
001750     88  GLR-PRINT-NOT-FOUND                VALUE "35".
001760 77  GLR-WORK-STATUS              PIC XX VALUE SPACES.
001770     88  GLR-WORK-NOT-FOUND                 VALUE "35".
001780 77  GLR-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
001790     88  GLR-END-OF-WORK-FILE               VALUE "Y".
001800 77  GLR-SENT-FOUND-SWITCH        PIC X(01) VALUE "N".
001810     88  GLR-SENT-ENTRY-FOUND               VALUE "Y".
001820 77  GLR-DETAIL-COUNT             PIC 9(7) COMP VALUE ZERO.
001830 77  GLR-PEND-BROUGHT-COUNT       PIC 9(7) COMP VALUE ZERO.
001840 77  GLR-ACK-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
001850 77  GLR-POSTED-CLEAN-COUNT       PIC 9(7) COMP VALUE ZERO.
001860 77  GLR-POSTED-DIFF-COUNT        PIC 9(7) COMP VALUE ZERO.
001870 77  GLR-NOT-SENT-COUNT           PIC 9(7) COMP VALUE ZERO.
001880 77  GLR-UNACKED-COUNT            PIC 9(7) COMP VALUE ZERO.
001890 77  GLR-HASH-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
001900 77  GLR-RUN-DATE-SENT            PIC X(10) VALUE SPACES.
001910 01  GLR-WORK-AMOUNT              PIC S9(7)V99 COMP-3 VALUE ZERO.
001920 01  GLR-CURRENT-DATE.
001930     05  GLR-CD-YYYY              PIC 9(4).
001940     05  GLR-CD-MM                PIC 9(2).
001950     05  GLR-CD-DD                PIC 9(2).
001960 01  GLR-DATE-DISPLAY.
001970     05  GLR-DSP-YYYY             PIC 9(4).
001980     05  FILLER                   PIC X(1) VALUE "-".
001990     05  GLR-DSP-MM               PIC 9(2).
002000     05  FILLER                   PIC X(1) VALUE "-".
002010     05  GLR-DSP-DD               PIC 9(2).
002020 01  GLR-PDATE-AREA.
002030     COPY PDTPARM.
002040*
002050 PROCEDURE DIVISION.
002060*****************************************************************
002070* 0000-MAINLINE
002080*****************************************************************
002090 0000-MAINLINE.
002100     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002110     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002120     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002130     PERFORM 1400-LOAD-GL-INTERFACE THRU 1400-EXIT
002140     IF NOT GLR-PENDIN-NOT-FOUND
002150         PERFORM 1500-LOAD-PENDING THRU 1500-EXIT
002160     END-IF
002170*    THE LOAD IS DONE - REOPEN THE WORK FILE I-O FOR THE
002180*    KEYED ACKNOWLEDGMENT MATCHING AND THE FINAL SWEEP.
002190     CLOSE SENT-WORK
002200     OPEN I-O SENT-WORK
002210     PERFORM 2100-READ-ACK THRU 2100-EXIT
002220     PERFORM 2000-MATCH-ACK THRU 2000-EXIT
002230         UNTIL GLR-END-OF-ACK-FILE
002240     PERFORM 7000-SWEEP-UNACKNOWLEDGED THRU 7000-EXIT
002250     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002260     IF GLR-POSTED-DIFF-COUNT > ZERO
002270        OR GLR-NOT-SENT-COUNT > ZERO
002280        OR GLR-UNACKED-COUNT > ZERO
002290         IF RETURN-CODE = ZERO
002300             MOVE 4 TO RETURN-CODE
002310         END-IF
002320     END-IF
002330     CLOSE GL-INTERFACE
002340     CLOSE ACK-IN
002350     IF NOT GLR-PENDIN-NOT-FOUND
002360         CLOSE PEND-IN
002370     END-IF
002380     CLOSE PEND-OUT
002390     CLOSE SENT-WORK
002400     CLOSE RECON-RPT
002410     STOP RUN.
002420*
002430*****************************************************************
002440* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002450* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002460* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002470* CARRIES ITS OWN DATE.
002480*****************************************************************
002490 1005-GET-PROCESSING-DATE.
002500     SET PDP-GET-DATE TO TRUE
002510     MOVE "CBTGLRC" TO PDP-STEP-NAME
002520     CALL "CBTDATE" USING GLR-PDATE-AREA
002530     IF PDP-REQUEST-REFUSED
002540         DISPLAY "CBTGLRC - " PDP-MESSAGE
002550         DISPLAY "CBTGLRC - NO PROCESSING DATE, RUN TERMINATED"
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     MOVE PDP-BUSINESS-YMD TO GLR-CURRENT-DATE.
002600 1005-EXIT.
002610     EXIT.
002620*
002630*****************************************************************
002640* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
002650* EACH OPEN.  A MISSING PENDIN IS NOT AN ERROR - THE FIRST RUN
002660* HAS NO CARRY-FORWARD FILE YET.
002670*****************************************************************
002680 1050-OPEN-FILES.
002690     OPEN INPUT GL-INTERFACE
002700     IF GLR-GL-NOT-FOUND
002710         DISPLAY "CBTGLRC - GLINTF DATASET NOT FOUND, RUN "
002720             "TERMINATED"
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     OPEN INPUT ACK-IN
002770     IF GLR-ACK-NOT-FOUND
002780         DISPLAY "CBTGLRC - ACKIN DATASET NOT FOUND, RUN "
002790             "TERMINATED"
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     OPEN INPUT PEND-IN
002840     IF GLR-PENDIN-NOT-FOUND
002850         DISPLAY "CBTGLRC - NO PENDING FILE FROM LAST RUN"
002860     END-IF
002870     OPEN OUTPUT PEND-OUT
002880     IF GLR-PENDOUT-NOT-FOUND
002890         DISPLAY "CBTGLRC - PENDOUT DATASET NOT FOUND, RUN "
002900             "TERMINATED"
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF
002940     OPEN OUTPUT SENT-WORK
002950     IF GLR-WORK-NOT-FOUND
002960         DISPLAY "CBTGLRC - GLRWORK DATASET NOT FOUND, RUN "
002970             "TERMINATED"
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     OPEN OUTPUT RECON-RPT
003020     IF GLR-PRINT-NOT-FOUND
003030         DISPLAY "CBTGLRC - GLRCRPT DATASET NOT FOUND, RUN "
003040             "TERMINATED"
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080 1050-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120* 1300-WRITE-REPORT-HEADER
003130*****************************************************************
003140 1300-WRITE-REPORT-HEADER.
003150     MOVE PDP-BUSINESS-YMD TO GLR-CURRENT-DATE
003160     MOVE GLR-CD-YYYY TO GLR-DSP-YYYY
003170     MOVE GLR-CD-MM TO GLR-DSP-MM
003180     MOVE GLR-CD-DD TO GLR-DSP-DD
003190     MOVE GLR-DATE-DISPLAY TO GLR-HDR-DATE
003200     WRITE GLR-RPT-HEADER-LINE.
003210 1300-EXIT.
003220     EXIT.
003230*
003240*****************************************************************
003250* 1400-LOAD-GL-INTERFACE - LOAD THE DETAILS OF THE GENERATION
003260* WE SENT ONTO THE GLRWORK WORK FILE AND PROVE THE TRAILER'S
003270* RECORD COUNT AND HASH TOTAL AGAINST THEM.  A FILE THAT FAILS
003280* ITS OWN TRAILER CHECK CANNOT BE RECONCILED AGAINST ANYTHING.
003290*****************************************************************
003300 1400-LOAD-GL-INTERFACE.
003310     PERFORM 1410-LOAD-GL-RECORD THRU 1410-EXIT
003320         UNTIL GLR-END-OF-GL-FILE.
003330 1400-EXIT.
003340     EXIT.
003350*
003360 1410-LOAD-GL-RECORD.
003370     READ GL-INTERFACE
003380         AT END
003390             SET GLR-END-OF-GL-FILE TO TRUE
003400             GO TO 1410-EXIT
003410     END-READ
003420     IF GLH-RECORD-TYPE = "H"
003430         MOVE GLH-RUN-DATE TO GLR-RUN-DATE-SENT
003440         GO TO 1410-EXIT
003450     END-IF
003460*    TYPE "R" IS A REVERSAL DETAIL - SAME LAYOUT, AND THE
003470*    LEDGER ACKNOWLEDGES IT THE SAME WAY.
003480     IF GLD-RECORD-TYPE = "D" OR GLD-RECORD-TYPE = "R"
003490         PERFORM 1420-LOAD-GL-DETAIL THRU 1420-EXIT
003500         GO TO 1410-EXIT
003510     END-IF
003520     IF GLT-RECORD-TYPE = "T"
003530         IF GLT-RECORD-COUNT NOT = GLR-DETAIL-COUNT
003540            OR GLT-HASH-TOTAL NOT = GLR-HASH-TOTAL
003550             DISPLAY "CBTGLRC - GLINTF FAILED ITS OWN TRAILER "
003560                 "CHECK, RUN TERMINATED"
003570             DISPLAY "CBTGLRC - TRAILER COUNT " GLT-RECORD-COUNT
003580                 " DETAILS READ " GLR-DETAIL-COUNT
003590             MOVE 16 TO RETURN-CODE
003600             STOP RUN
003610         END-IF
003620         GO TO 1410-EXIT
003630     END-IF
003640     DISPLAY "CBTGLRC - UNRECOGNIZED GLINTF RECORD TYPE, RUN "
003650         "TERMINATED"
003660     MOVE 16 TO RETURN-CODE
003670     STOP RUN.
003680 1410-EXIT.
003690     EXIT.
003700*
003710 1420-LOAD-GL-DETAIL.
003720     MOVE GLD-BATCH-ID TO GLW-BATCH-ID
003730     MOVE GLR-RUN-DATE-SENT TO GLW-DATE-SENT
003740     MOVE GLD-TRANS-COUNT TO GLW-TRANS-COUNT
003750     MOVE GLD-AMOUNT TO GLW-AMOUNT
003760     MOVE "N" TO GLW-ACKED
003770     WRITE SENT-WORK-RECORD
003780         INVALID KEY
003790*            CBTUT WRITES ONE DETAIL PER BATCH - A DUPLICATE IN
003800*            OUR OWN FILE MEANS IT IS NOT THE FILE WE CUT.
003810             DISPLAY "CBTGLRC - DUPLICATE BATCH " GLD-BATCH-ID
003820                 " IN GLINTF, RUN TERMINATED"
003830             MOVE 16 TO RETURN-CODE
003840             STOP RUN
003850     END-WRITE
003860     ADD 1 TO GLR-DETAIL-COUNT
003870     ADD GLD-AMOUNT TO GLR-HASH-TOTAL
003880         ON SIZE ERROR
003890             DISPLAY "CBTGLRC - HASH TOTAL OVERFLOW, RUN "
003900                 "TERMINATED"
003910             MOVE 16 TO RETURN-CODE
003920             STOP RUN
003930     END-ADD.
003940 1420-EXIT.
003950     EXIT.
003960*
003970*****************************************************************
003980* 1500-LOAD-PENDING - THE BATCHES STILL UNACKNOWLEDGED FROM
003990* PRIOR RUNS JOIN THE WORK FILE WITH THEIR ORIGINAL SENT DATES,
004000* SO A LATE ACKNOWLEDGMENT CLEARS THEM AND AN ABSENT ONE KEEPS
004010* THEM ON THE EXCEPTION REPORT.  A PENDING ENTRY FOR A BATCH
004020* RE-SENT TONIGHT (A REPROCESS RERUN) IS SUPERSEDED BY
004030* TONIGHT'S FIGURES RATHER THAN CARRIED AS A SECOND COPY.
004040*****************************************************************
004050 1500-LOAD-PENDING.
004060     PERFORM 1510-LOAD-ONE-PENDING THRU 1510-EXIT
004070         UNTIL GLR-END-OF-PEND-FILE.
004080 1500-EXIT.
004090     EXIT.
004100*
004110 1510-LOAD-ONE-PENDING.
004120     READ PEND-IN
004130         AT END
004140             SET GLR-END-OF-PEND-FILE TO TRUE
004150             GO TO 1510-EXIT
004160     END-READ
004170     MOVE PNI-BATCH-ID TO GLW-BATCH-ID
004180     MOVE PNI-DATE-SENT TO GLW-DATE-SENT
004190     MOVE PNI-TRANS-COUNT TO GLW-TRANS-COUNT
004200     MOVE PNI-AMOUNT TO GLW-AMOUNT
004210     MOVE "N" TO GLW-ACKED
004220     WRITE SENT-WORK-RECORD
004230         INVALID KEY
004240             DISPLAY "CBTGLRC - PENDING BATCH " PNI-BATCH-ID
004250                 " RE-SENT TONIGHT - SUPERSEDED"
004260             GO TO 1510-EXIT
004270     END-WRITE
004280     ADD 1 TO GLR-PEND-BROUGHT-COUNT.
004290 1510-EXIT.
004300     EXIT.
004310*
004320*****************************************************************
004330* 2000-MATCH-ACK - ONE ITERATION PER ACKNOWLEDGMENT RECORD.  A
004340* MATCH CLEARS THE SENT ENTRY; A COUNT OR AMOUNT DIFFERENCE IS
004350* AN EXCEPTION; AN ACKNOWLEDGMENT FOR A BATCH WE NEVER SENT IS
004360* AN EXCEPTION OF ITS OWN.
004370*****************************************************************
004380 2000-MATCH-ACK.
004390     ADD 1 TO GLR-ACK-READ-COUNT
004400     PERFORM 2900-FIND-SENT-ENTRY THRU 2900-EXIT
004410     IF NOT GLR-SENT-ENTRY-FOUND
004420         ADD 1 TO GLR-NOT-SENT-COUNT
004430         MOVE ACK-BATCH-ID TO GLR-EXC-BATCH-ID
004440         MOVE SPACES TO GLR-EXC-DATE-SENT
004450         MOVE ACK-TRANS-COUNT TO GLR-EXC-COUNT
004460         MOVE ACK-AMOUNT TO GLR-EXC-AMOUNT
004470         MOVE "POSTED BUT NEVER SENT" TO GLR-EXC-TEXT
004480         WRITE GLR-RPT-EXCEPTION-LINE
004490         GO TO 2000-NEXT
004500     END-IF
004510     MOVE "Y" TO GLW-ACKED
004520     REWRITE SENT-WORK-RECORD
004530         INVALID KEY
004540             DISPLAY "CBTGLRC - GLRWORK REWRITE FAILED FOR "
004550                 "BATCH " ACK-BATCH-ID ", RUN TERMINATED"
004560             MOVE 16 TO RETURN-CODE
004570             STOP RUN
004580     END-REWRITE
004590     MOVE ACK-AMOUNT TO GLR-WORK-AMOUNT
004600     IF ACK-TRANS-COUNT NOT = GLW-TRANS-COUNT
004610        OR GLR-WORK-AMOUNT NOT = GLW-AMOUNT
004620         ADD 1 TO GLR-POSTED-DIFF-COUNT
004630         MOVE ACK-BATCH-ID TO GLR-EXC-BATCH-ID
004640         MOVE GLW-DATE-SENT TO GLR-EXC-DATE-SENT
004650         MOVE ACK-TRANS-COUNT TO GLR-EXC-COUNT
004660         MOVE ACK-AMOUNT TO GLR-EXC-AMOUNT
004670         MOVE "POSTED WITH DIFFERENT COUNT OR AMOUNT"
004680             TO GLR-EXC-TEXT
004690         WRITE GLR-RPT-EXCEPTION-LINE
004700     ELSE
004710         ADD 1 TO GLR-POSTED-CLEAN-COUNT
004720     END-IF.
004730 2000-NEXT.
004740     PERFORM 2100-READ-ACK THRU 2100-EXIT.
004750 2000-EXIT.
004760     EXIT.
004770*
004780*****************************************************************
004790* 2100-READ-ACK
004800*****************************************************************
004810 2100-READ-ACK.
004820     READ ACK-IN
004830         AT END
004840             SET GLR-END-OF-ACK-FILE TO TRUE
004850     END-READ.
004860 2100-EXIT.
004870     EXIT.
004880*
004890*****************************************************************
004900* 2900-FIND-SENT-ENTRY - READ THE ACKNOWLEDGED BATCH ID ON THE
004910* WORK FILE.  AN ENTRY ALREADY CLEARED COUNTS AS NOT FOUND, SO
004920* A DUPLICATED ACKNOWLEDGMENT SHOWS UP AS POSTED-BUT-NEVER-
004930* SENT, THE SAME AS ONE FOR A BATCH WE NEVER SENT.
004940*****************************************************************
004950 2900-FIND-SENT-ENTRY.
004960     MOVE "N" TO GLR-SENT-FOUND-SWITCH
004970     MOVE ACK-BATCH-ID TO GLW-BATCH-ID
004980     READ SENT-WORK
004990         INVALID KEY
005000             CONTINUE
005010         NOT INVALID KEY
005020             IF GLW-ACKED = "N"
005030                 SET GLR-SENT-ENTRY-FOUND TO TRUE
005040             END-IF
005050     END-READ.
005060 2900-EXIT.
005070     EXIT.
005080*
005090*****************************************************************
005100* 7000-SWEEP-UNACKNOWLEDGED - SWEEP THE WORK FILE IN KEY ORDER.
005110* EVERY SENT ENTRY STILL UNCLEARED IS AN EXCEPTION LINE AND A
005120* CARRY-FORWARD RECORD FOR THE NEXT DAY'S RUN.
005130*****************************************************************
005140 7000-SWEEP-UNACKNOWLEDGED.
005150     MOVE LOW-VALUES TO GLW-BATCH-ID
005160     START SENT-WORK KEY NOT < GLW-BATCH-ID
005170         INVALID KEY
005180*            NOTHING WAS SENT AND NOTHING IS PENDING.
005190             GO TO 7000-EXIT
005200     END-START
005210     PERFORM 7010-SWEEP-ONE-ENTRY THRU 7010-EXIT
005220         UNTIL GLR-END-OF-WORK-FILE.
005230 7000-EXIT.
005240     EXIT.
005250*
005260 7010-SWEEP-ONE-ENTRY.
005270     READ SENT-WORK NEXT
005280         AT END
005290             SET GLR-END-OF-WORK-FILE TO TRUE
005300             GO TO 7010-EXIT
005310     END-READ
005320     IF GLW-ACKED = "N"
005330         ADD 1 TO GLR-UNACKED-COUNT
005340         MOVE GLW-BATCH-ID TO GLR-EXC-BATCH-ID
005350         MOVE GLW-DATE-SENT TO GLR-EXC-DATE-SENT
005360         MOVE GLW-TRANS-COUNT TO GLR-EXC-COUNT
005370         MOVE GLW-AMOUNT TO GLR-EXC-AMOUNT
005380         MOVE "SENT BUT NOT POSTED - CARRIED FORWARD"
005390             TO GLR-EXC-TEXT
005400         WRITE GLR-RPT-EXCEPTION-LINE
005410         MOVE GLW-BATCH-ID TO PNO-BATCH-ID
005420         MOVE GLW-DATE-SENT TO PNO-DATE-SENT
005430         MOVE GLW-TRANS-COUNT TO PNO-TRANS-COUNT
005440         MOVE GLW-AMOUNT TO PNO-AMOUNT
005450         WRITE PEND-OUT-RECORD
005460     END-IF.
005470 7010-EXIT.
005480     EXIT.
005490*
005500*****************************************************************
005510* 8100-WRITE-REPORT-TRAILER - THE RECONCILIATION COUNTS.
005520*****************************************************************
005530 8100-WRITE-REPORT-TRAILER.
005540     MOVE "BATCHES SENT TONIGHT     " TO GLR-CNT-LABEL
005550     MOVE GLR-DETAIL-COUNT TO GLR-CNT-VALUE
005560     WRITE GLR-RPT-COUNT-LINE
005570     MOVE "PENDING BROUGHT FORWARD  " TO GLR-CNT-LABEL
005580     MOVE GLR-PEND-BROUGHT-COUNT TO GLR-CNT-VALUE
005590     WRITE GLR-RPT-COUNT-LINE
005600     MOVE "ACKNOWLEDGMENTS READ     " TO GLR-CNT-LABEL
005610     MOVE GLR-ACK-READ-COUNT TO GLR-CNT-VALUE
005620     WRITE GLR-RPT-COUNT-LINE
005630     MOVE "POSTED CLEAN             " TO GLR-CNT-LABEL
005640     MOVE GLR-POSTED-CLEAN-COUNT TO GLR-CNT-VALUE
005650     WRITE GLR-RPT-COUNT-LINE
005660     MOVE "POSTED WITH DIFFERENCE   " TO GLR-CNT-LABEL
005670     MOVE GLR-POSTED-DIFF-COUNT TO GLR-CNT-VALUE
005680     WRITE GLR-RPT-COUNT-LINE
005690     MOVE "POSTED BUT NEVER SENT    " TO GLR-CNT-LABEL
005700     MOVE GLR-NOT-SENT-COUNT TO GLR-CNT-VALUE
005710     WRITE GLR-RPT-COUNT-LINE
005720     MOVE "STILL UNACKNOWLEDGED     " TO GLR-CNT-LABEL
005730     MOVE GLR-UNACKED-COUNT TO GLR-CNT-VALUE
005740     WRITE GLR-RPT-COUNT-LINE.
005750 8100-EXIT.
005760     EXIT.
