000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTPCL.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTPCL
000090* PERIOD CLOSE FOR THE FISCCAL FISCAL CALENDAR.  TAKES THE
000100* OPERATOR'S SSN AND THE PERIOD TO CLOSE (YYYYPP) ON SYSIN,
000110* TOTALS EVERY DETAIL CBTUT SENT TO THE LEDGER FOR THAT PERIOD
000120* FROM THE PERLEDG PERIOD LEDGER, PRINTS THE FINAL TOTALS BY GL
000130* ACCOUNT AND COST CENTER (THE GLACCT CODING STAMPED ON EACH
000140* DETAIL) WITH ACCOUNT SUBTOTALS AND A GRAND TOTAL, AND THEN
000150* FREEZES THE PERIOD - STATUS CLOSED, WITH WHO CLOSED IT AND
000160* WHEN.  FROM THEN ON CBTUT ROLLS ANY BATCH DATED INTO THE
000170* PERIOD FORWARD TO THE CURRENT OPEN PERIOD, AND CBTFCM WILL
000180* NOT CHANGE OR DELETE IT.
000190*
000200* THE TOTALS COME FROM PERLEDG, NOT BATCHREG - A BATCHREG ENTRY
000210* IS OVERWRITTEN WHEN A BATCH RECYCLES OR IS REFRESHED, WHILE
000220* PERLEDG KEEPS EVERY DETAIL UNDER THE PERIOD IT POSTED TO.
000230* REVERSAL DETAILS CARRY THEIR AMOUNT NEGATIVE, SO THEY NET
000240* AGAINST THE ORIGINAL POSTING; THEY AND THE BATCHES ROLLED IN
000250* FROM A CLOSED PERIOD ARE ALSO SHOWN SEPARATELY.
000260*
000270* THE CLOSE IS REFUSED (NOTHING IS FROZEN) WHEN THE PERIOD IS
000280* NOT ON THE CALENDAR, IS ALREADY CLOSED, OR HAS NOT YET ENDED -
000290* ITS END DATE MUST BE BEFORE THE BUSINESS DATE.
000300*
000310* RETURN CODES
000320*   00 - PERIOD CLOSED
000330*   08 - CLOSE REFUSED - SEE THE REPORT
000340*   16 - OPERATOR SSN FAILED EDIT OR A DATASET COULD NOT BE
000350*        OPENED OR UPDATED
000360*
000370* MODIFICATION HISTORY
000380* -----------------------------------------------------------
000390* 2026-10-15  NJL  INITIAL VERSION.
000400* 2026-10-15  NJL  SSNUM-MASTER RECORD LAYOUT EXTENDED WITH THE
000410*                  EMPLOYEE STATUS AND SEPARATION DATE CBTMNT NOW
000420*                  MAINTAINS (RECORD LENGTH 50).  NO PROCESSING
000430*                  CHANGE IN THIS PROGRAM.
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FISCAL-CALENDAR
000490         ASSIGN TO FISCCAL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS FCL-PERIOD
000530         FILE STATUS IS PCL-FISCAL-STATUS.
000540     SELECT PERIOD-LEDGER
000550         ASSIGN TO PERLEDG
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PLG-KEY
000590         FILE STATUS IS PCL-PERLEDG-STATUS.
000600     SELECT CLOSE-WORK
000610         ASSIGN TO PCLWORK
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS PCW-KEY
000650         FILE STATUS IS PCL-WORK-STATUS.
000660     SELECT SSNUM-MASTER
000670         ASSIGN TO SSNMSTR
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS MST-SSNUM
000710         FILE STATUS IS PCL-MASTER-STATUS.
000720     SELECT CLOSE-RPT
000730         ASSIGN TO PCLRPT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS PCL-PRINT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780*****************************************************************
000790* FISCAL-CALENDAR - THE KEYED FISCAL CALENDAR (SEE FCLREC).  THE
000800* PERIOD BEING CLOSED IS READ, CHECKED AND REWRITTEN CLOSED.
000810*****************************************************************
000820 FD  FISCAL-CALENDAR
000830     RECORDING MODE IS F.
000840 01  FISCAL-CALENDAR-RECORD.
000850     COPY FCLREC.
000860*****************************************************************
000870* PERIOD-LEDGER - THE KEYED PERIOD LEDGER CBTUT WRITES (SEE
000880* PLGREC).  KEYED BY PERIOD FIRST, SO ONE PERIOD IS ONE RANGE.
000890*****************************************************************
000900 FD  PERIOD-LEDGER
000910     RECORDING MODE IS F.
000920 01  PERIOD-LEDGER-RECORD.
000930     COPY PLGREC.
000940*****************************************************************
000950* CLOSE-WORK - THE PCLWORK KEYED WORK FILE, ONE RECORD PER GL
000960* ACCOUNT AND COST CENTER SEEN IN THE PERIOD, HOWEVER MANY THERE
000970* ARE.  RELOADED EVERY RUN (REUSE CLUSTER, THE SAME PATTERN AS
000980* CBTGLRC'S GLRWORK).
000990*****************************************************************
001000 FD  CLOSE-WORK
001010     RECORDING MODE IS F.
001020 01  CLOSE-WORK-RECORD.
001030     05  PCW-KEY.
001040         10  PCW-GL-ACCOUNT       PIC X(08).
001050         10  PCW-COST-CENTER      PIC X(06).
001060     05  PCW-BATCH-COUNT          PIC 9(7) COMP.
001070     05  PCW-TRANS-COUNT          PIC 9(7) COMP.
001080     05  PCW-AMOUNT               PIC S9(9)V99 COMP-3.
001090*****************************************************************
001100* SSNUM-MASTER - READ FOR THE OPERATOR'S NAME OF RECORD.
001110*****************************************************************
001120 FD  SSNUM-MASTER
001130     RECORDING MODE IS F.
001140 01  SSNUM-MASTER-RECORD.
001150     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
001160     05  MST-EMPLOYEE-NAME        PIC X(30).
001170     05  MST-EMPLOYEE-STATUS      PIC X(01).
001180         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
001190         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
001200     05  MST-SEPARATION-DATE      PIC X(10).
001210*****************************************************************
001220* CLOSE-RPT - HEADER, ONE LINE PER ACCOUNT AND COST CENTER,
001230* ACCOUNT SUBTOTALS, THE GRAND TOTAL AND THE CLOSE DISPOSITION.
001240*****************************************************************
001250 FD  CLOSE-RPT
001260     RECORDING MODE IS F.
001270 01  PCL-RPT-HEADER-LINE.
001280     05  FILLER                   PIC X(22)
001290                                   VALUE "CBTPCL PERIOD CLOSE   ".
001300     05  PCL-HDR-PERIOD           PIC X(06).
001310     05  FILLER                   PIC X(06) VALUE " FROM ".
001320     05  PCL-HDR-START-DATE       PIC X(10).
001330     05  FILLER                   PIC X(04) VALUE " TO ".
001340     05  PCL-HDR-END-DATE         PIC X(10).
001350     05  FILLER                   PIC X(05) VALUE " BY  ".
001360     05  PCL-HDR-OPERATOR         PIC X(30).
001370     05  FILLER                   PIC X(11)
001380                                   VALUE "  RUN DATE ".
001390     05  PCL-HDR-DATE             PIC X(10).
001400     05  FILLER                   PIC X(18) VALUE SPACES.
001410 01  PCL-RPT-COLUMN-LINE.
001420     05  FILLER                   PIC X(08) VALUE "ACCOUNT ".
001430     05  FILLER                   PIC X(02) VALUE SPACES.
001440     05  FILLER                   PIC X(06) VALUE "CCTR  ".
001450     05  FILLER                   PIC X(02) VALUE SPACES.
001460     05  FILLER                   PIC X(07) VALUE "BATCHES".
001470     05  FILLER                   PIC X(02) VALUE SPACES.
001480     05  FILLER                   PIC X(07) VALUE "  TRANS".
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  FILLER                   PIC X(14)
001510                                   VALUE "        AMOUNT".
001520     05  FILLER                   PIC X(82) VALUE SPACES.
001530 01  PCL-RPT-DETAIL-LINE.
001540     05  PCL-DET-GL-ACCOUNT       PIC X(08).
001550     05  FILLER                   PIC X(02) VALUE SPACES.
001560     05  PCL-DET-COST-CENTER      PIC X(06).
001570     05  FILLER                   PIC X(02) VALUE SPACES.
001580     05  PCL-DET-BATCH-COUNT      PIC ZZZ,ZZ9.
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600     05  PCL-DET-TRANS-COUNT      PIC ZZZ,ZZ9.
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  PCL-DET-AMOUNT           PIC -(10)9.99.
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  PCL-DET-TEXT             PIC X(30).
001650     05  FILLER                   PIC X(50) VALUE SPACES.
001660 01  PCL-RPT-MESSAGE-LINE.
001670     05  PCL-MSG-TEXT             PIC X(80).
001680     05  FILLER                   PIC X(52) VALUE SPACES.
001690 01  PCL-RPT-COUNT-LINE.
001700     05  PCL-CNT-LABEL            PIC X(24).
001710     05  PCL-CNT-VALUE            PIC ZZZ,ZZ9.
001720     05  FILLER                   PIC X(02) VALUE SPACES.
001730     05  PCL-CNT-AMOUNT           PIC -(10)9.99.
001740     05  FILLER                   PIC X(85) VALUE SPACES.
001750*
001760 WORKING-STORAGE SECTION.
001770 01  UserName                     PIC X(30) VALUE SPACES.
001780 01  SSN-AREA.
001790     COPY SSNREC.
001800*    THE PERIOD CARD - THE SECOND SYSIN CARD, AFTER THE SSN.
001810 01  PCL-PERIOD-CARD.
001820     05  PCL-CARD-PERIOD          PIC X(06).
001830     05  FILLER                   PIC X(74).
001840 77  PCL-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
001850     88  PCL-END-OF-LEDGER                  VALUE "Y".
001860 77  PCL-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
001870     88  PCL-END-OF-WORK-FILE               VALUE "Y".
001880 77  PCL-REFUSED-SWITCH           PIC X(01) VALUE "N".
001890     88  PCL-CLOSE-REFUSED                  VALUE "Y".
001900 77  PCL-FISCAL-STATUS            PIC XX VALUE SPACES.
001910     88  PCL-FISCAL-NOT-FOUND               VALUE "35".
001920 77  PCL-PERLEDG-STATUS           PIC XX VALUE SPACES.
001930     88  PCL-PERLEDG-NOT-FOUND              VALUE "35".
001940 77  PCL-WORK-STATUS              PIC XX VALUE SPACES.
001950     88  PCL-WORK-NOT-FOUND                 VALUE "35".
001960 77  PCL-MASTER-STATUS            PIC XX VALUE SPACES.
001970     88  PCL-MASTER-NOT-FOUND               VALUE "35".
001980 77  PCL-PRINT-STATUS             PIC XX VALUE SPACES.
001990     88  PCL-PRINT-NOT-FOUND                VALUE "35".
002000 77  PCL-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
002010     88  PCL-SSN-IS-VALID                   VALUE "Y".
002020     88  PCL-SSN-IS-INVALID                 VALUE "N".
002030 77  PCL-LEDGER-COUNT             PIC 9(7) COMP VALUE ZERO.
002040 77  PCL-ROLLED-COUNT             PIC 9(7) COMP VALUE ZERO.
002050 77  PCL-REVERSAL-COUNT           PIC 9(7) COMP VALUE ZERO.
002060 77  PCL-ACCT-BATCH-COUNT         PIC 9(7) COMP VALUE ZERO.
002070 77  PCL-ACCT-TRANS-COUNT         PIC 9(7) COMP VALUE ZERO.
002080 77  PCL-GRAND-BATCH-COUNT        PIC 9(7) COMP VALUE ZERO.
002090 77  PCL-GRAND-TRANS-COUNT        PIC 9(7) COMP VALUE ZERO.
002100 77  PCL-ROLLED-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
002110 77  PCL-REVERSAL-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002120 77  PCL-ACCT-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
002130 77  PCL-GRAND-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
002140 77  PCL-PREV-GL-ACCOUNT          PIC X(08) VALUE SPACES.
002150 77  PCL-FIRST-ACCT-SWITCH        PIC X(01) VALUE "Y".
002160     88  PCL-FIRST-ACCOUNT                  VALUE "Y".
002170 01  PCL-CURRENT-DATE.
002180     05  PCL-CD-YYYY               PIC 9(4).
002190     05  PCL-CD-MM                 PIC 9(2).
002200     05  PCL-CD-DD                 PIC 9(2).
002210 01  PCL-DATE-DISPLAY.
002220     05  PCL-DSP-YYYY               PIC 9(4).
002230     05  FILLER                     PIC X(1) VALUE "-".
002240     05  PCL-DSP-MM                 PIC 9(2).
002250     05  FILLER                     PIC X(1) VALUE "-".
002260     05  PCL-DSP-DD                 PIC 9(2).
002270 01  PCL-PDATE-AREA.
002280     COPY PDTPARM.
002290*
002300 PROCEDURE DIVISION.
002310*****************************************************************
002320* 0000-MAINLINE
002330*****************************************************************
002340 0000-MAINLINE.
002350     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002360     PERFORM 1000-VALIDATE-OPERATOR THRU 1000-EXIT
002370     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002380     PERFORM 1100-LOOKUP-OPERATOR THRU 1100-EXIT
002390     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT
002400     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002410     IF PCL-CLOSE-REFUSED
002420         MOVE 8 TO RETURN-CODE
002430     ELSE
002440         IF NOT PCL-PERLEDG-NOT-FOUND
002450             PERFORM 2000-ACCUMULATE-LEDGER THRU 2000-EXIT
002460         END-IF
002470*        THE LOAD IS DONE - REOPEN THE WORK FILE I-O FOR THE
002480*        KEYED SWEEP THAT PRINTS THE TOTALS.
002490         CLOSE CLOSE-WORK
002500         OPEN I-O CLOSE-WORK
002510         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
002520         PERFORM 4000-FREEZE-PERIOD THRU 4000-EXIT
002530     END-IF
002540     CLOSE FISCAL-CALENDAR
002550     IF NOT PCL-PERLEDG-NOT-FOUND
002560         CLOSE PERIOD-LEDGER
002570     END-IF
002580     CLOSE CLOSE-WORK
002590     CLOSE SSNUM-MASTER
002600     CLOSE CLOSE-RPT
002610     STOP RUN.
002620*
002630*****************************************************************
002640* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002650* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002660* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002670* CARRIES ITS OWN DATE.
002680*****************************************************************
002690 1005-GET-PROCESSING-DATE.
002700     SET PDP-GET-DATE TO TRUE
002710     MOVE "CBTPCL" TO PDP-STEP-NAME
002720     CALL "CBTDATE" USING PCL-PDATE-AREA
002730     IF PDP-REQUEST-REFUSED
002740         DISPLAY "CBTPCL - " PDP-MESSAGE
002750         DISPLAY "CBTPCL - NO PROCESSING DATE, RUN TERMINATED"
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF
002790     MOVE PDP-BUSINESS-YMD TO PCL-CURRENT-DATE.
002800 1005-EXIT.
002810     EXIT.
002820*
002830*****************************************************************
002840* 1000-VALIDATE-OPERATOR - ACCEPT THE OPERATOR'S SSN AND CALL
002850* THE SHARED SSNVAL EDIT ROUTINE, THE SAME AS CBTGLM DOES, SO
002860* THE CALENDAR RECORDS WHO CLOSED THE PERIOD.  THE PERIOD CARD
002870* FOLLOWS THE SSN ON SYSIN.
002880*****************************************************************
002890 1000-VALIDATE-OPERATOR.
002900     DISPLAY "Enter your Social Security Number "
002910     ACCEPT SSNUM
002920     CALL "SSNVAL" USING SSN-AREA PCL-SSN-VALID-FLAG
002930     IF PCL-SSN-IS-INVALID
002940         DISPLAY "CBTPCL - THAT SSN IS NOT A VALID SSA-ISSUED "
002950             "NUMBER"
002960         DISPLAY "CBTPCL - RUN TERMINATED, SSN FAILED EDIT"
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     MOVE SPACES TO PCL-PERIOD-CARD
003010     ACCEPT PCL-PERIOD-CARD.
003020 1000-EXIT.
003030     EXIT.
003040*
003050*****************************************************************
003060* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003070* EACH OPEN.  A MISSING PERLEDG (35) MEANS CBTUT HAS NEVER SENT
003080* A DETAIL - THE PERIOD CLOSES WITH ZERO TOTALS.  PCLWORK IS
003090* LOADED WITH AN OUTPUT OPEN, THEN REOPENED I-O FOR THE SWEEP.
003100*****************************************************************
003110 1050-OPEN-FILES.
003120     OPEN I-O FISCAL-CALENDAR
003130     IF PCL-FISCAL-NOT-FOUND
003140         DISPLAY "CBTPCL - FISCCAL DATASET NOT FOUND, RUN "
003150             "TERMINATED"
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF
003190     OPEN INPUT PERIOD-LEDGER
003200     OPEN OUTPUT CLOSE-WORK
003210     IF PCL-WORK-NOT-FOUND
003220         DISPLAY "CBTPCL - PCLWORK DATASET NOT FOUND, RUN "
003230             "TERMINATED"
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     OPEN INPUT SSNUM-MASTER
003280     IF PCL-MASTER-NOT-FOUND
003290         DISPLAY "CBTPCL - SSNUM-MASTER DATASET NOT FOUND, RUN "
003300             "TERMINATED"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF
003340     OPEN OUTPUT CLOSE-RPT
003350     IF PCL-PRINT-NOT-FOUND
003360         DISPLAY "CBTPCL - PCLRPT DATASET NOT FOUND, RUN "
003370             "TERMINATED"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410 1050-EXIT.
003420     EXIT.
003430*
003440*****************************************************************
003450* 1100-LOOKUP-OPERATOR - READ SSNUM-MASTER BY THE VALIDATED SSN
003460* AND PULL THE OPERATOR'S NAME OF RECORD FOR THE REPORT HEADER.
003470*****************************************************************
003480 1100-LOOKUP-OPERATOR.
003490     MOVE SSNUM TO MST-SSNUM
003500     MOVE SPACES TO UserName
003510     READ SSNUM-MASTER
003520         INVALID KEY
003530             DISPLAY "CBTPCL - SSN NOT FOUND ON SSNUM-MASTER, "
003540                 "RUN TERMINATED"
003550             MOVE 16 TO RETURN-CODE
003560             STOP RUN
003570         NOT INVALID KEY
003580             MOVE MST-EMPLOYEE-NAME TO UserName
003590     END-READ.
003600 1100-EXIT.
003610     EXIT.
003620*
003630*****************************************************************
003640* 1200-CHECK-PERIOD - THE PERIOD MUST BE ON THE CALENDAR, STILL
003650* OPEN, AND OVER - A PERIOD THAT HAS NOT YET ENDED CAN STILL
003660* TAKE POSTINGS.  ANY FAILURE REFUSES THE CLOSE WITH A REASON.
003670*****************************************************************
003680 1200-CHECK-PERIOD.
003690     MOVE SPACES TO PCL-MSG-TEXT
003700     MOVE PCL-CARD-PERIOD TO FCL-PERIOD
003710     READ FISCAL-CALENDAR
003720         INVALID KEY
003730             SET PCL-CLOSE-REFUSED TO TRUE
003740             MOVE SPACES TO FISCAL-CALENDAR-RECORD
003750             MOVE PCL-CARD-PERIOD TO FCL-PERIOD
003760             MOVE "CLOSE REFUSED - PERIOD IS NOT ON THE CALENDAR"
003770                 TO PCL-MSG-TEXT
003780             GO TO 1200-EXIT
003790     END-READ
003800     IF FCL-PERIOD-CLOSED
003810         SET PCL-CLOSE-REFUSED TO TRUE
003820         STRING "CLOSE REFUSED - PERIOD WAS ALREADY CLOSED ON "
003830                 DELIMITED BY SIZE
003840             FCL-DATE-CLOSED DELIMITED BY SIZE
003850             INTO PCL-MSG-TEXT
003860         END-STRING
003870         GO TO 1200-EXIT
003880     END-IF
003890     IF FCL-END-DATE NOT < PDP-BUSINESS-DATE
003900         SET PCL-CLOSE-REFUSED TO TRUE
003910         STRING "CLOSE REFUSED - PERIOD DOES NOT END UNTIL "
003920                 DELIMITED BY SIZE
003930             FCL-END-DATE DELIMITED BY SIZE
003940             INTO PCL-MSG-TEXT
003950         END-STRING
003960     END-IF.
003970 1200-EXIT.
003980     EXIT.
003990*
004000*****************************************************************
004010* 1300-WRITE-REPORT-HEADER - A REFUSED CLOSE PRINTS ITS REASON
004020* UNDER THE HEADER AND NOTHING ELSE.
004030*****************************************************************
004040 1300-WRITE-REPORT-HEADER.
004050     MOVE PCL-CD-YYYY TO PCL-DSP-YYYY
004060     MOVE PCL-CD-MM TO PCL-DSP-MM
004070     MOVE PCL-CD-DD TO PCL-DSP-DD
004080     MOVE FCL-PERIOD TO PCL-HDR-PERIOD
004090     MOVE FCL-START-DATE TO PCL-HDR-START-DATE
004100     MOVE FCL-END-DATE TO PCL-HDR-END-DATE
004110     MOVE UserName TO PCL-HDR-OPERATOR
004120     MOVE PCL-DATE-DISPLAY TO PCL-HDR-DATE
004130     WRITE PCL-RPT-HEADER-LINE
004140     IF PCL-CLOSE-REFUSED
004150         WRITE PCL-RPT-MESSAGE-LINE
004160         DISPLAY "CBTPCL - " PCL-MSG-TEXT
004170     ELSE
004180         WRITE PCL-RPT-COLUMN-LINE
004190     END-IF.
004200 1300-EXIT.
004210     EXIT.
004220*
004230*****************************************************************
004240* 2000-ACCUMULATE-LEDGER - READ EVERY PERLEDG DETAIL FOR THE
004250* PERIOD (ONE KEY RANGE) AND ADD IT INTO ITS ACCOUNT/COST-CENTER
004260* ENTRY ON THE WORK FILE.
004270*****************************************************************
004280 2000-ACCUMULATE-LEDGER.
004290     MOVE LOW-VALUES TO PLG-KEY
004300     MOVE FCL-PERIOD TO PLG-FISCAL-PERIOD
004310     START PERIOD-LEDGER KEY NOT < PLG-KEY
004320         INVALID KEY
004330*            NOTHING HAS BEEN POSTED TO ANY PERIOD THIS LATE.
004340             GO TO 2000-EXIT
004350     END-START
004360     PERFORM 2100-ACCUMULATE-ONE-DETAIL THRU 2100-EXIT
004370         UNTIL PCL-END-OF-LEDGER.
004380 2000-EXIT.
004390     EXIT.
004400*
004410 2100-ACCUMULATE-ONE-DETAIL.
004420     READ PERIOD-LEDGER NEXT
004430         AT END
004440             SET PCL-END-OF-LEDGER TO TRUE
004450             GO TO 2100-EXIT
004460     END-READ
004470     IF PLG-FISCAL-PERIOD NOT = FCL-PERIOD
004480         SET PCL-END-OF-LEDGER TO TRUE
004490         GO TO 2100-EXIT
004500     END-IF
004510     ADD 1 TO PCL-LEDGER-COUNT
004520     IF PLG-BATCH-WAS-ROLLED
004530         ADD 1 TO PCL-ROLLED-COUNT
004540         ADD PLG-AMOUNT TO PCL-ROLLED-AMOUNT
004550     END-IF
004560     IF PLG-RECORD-TYPE = "R"
004570         ADD 1 TO PCL-REVERSAL-COUNT
004580         ADD PLG-AMOUNT TO PCL-REVERSAL-AMOUNT
004590     END-IF
004600     MOVE PLG-GL-ACCOUNT TO PCW-GL-ACCOUNT
004610     MOVE PLG-COST-CENTER TO PCW-COST-CENTER
004620     READ CLOSE-WORK
004630         INVALID KEY
004640             MOVE 1 TO PCW-BATCH-COUNT
004650             MOVE PLG-TRANS-COUNT TO PCW-TRANS-COUNT
004660             MOVE PLG-AMOUNT TO PCW-AMOUNT
004670             WRITE CLOSE-WORK-RECORD
004680                 INVALID KEY
004690                     DISPLAY "CBTPCL - PCLWORK WRITE FAILED FOR "
004700                         PCW-KEY ", RUN TERMINATED"
004710                     MOVE 16 TO RETURN-CODE
004720                     STOP RUN
004730             END-WRITE
004740             GO TO 2100-EXIT
004750     END-READ
004760     ADD 1 TO PCW-BATCH-COUNT
004770     ADD PLG-TRANS-COUNT TO PCW-TRANS-COUNT
004780     ADD PLG-AMOUNT TO PCW-AMOUNT
004790     REWRITE CLOSE-WORK-RECORD
004800         INVALID KEY
004810             DISPLAY "CBTPCL - PCLWORK REWRITE FAILED FOR "
004820                 PCW-KEY ", RUN TERMINATED"
004830             MOVE 16 TO RETURN-CODE
004840             STOP RUN
004850     END-REWRITE.
004860 2100-EXIT.
004870     EXIT.
004880*
004890*****************************************************************
004900* 3000-PRINT-TOTALS - SWEEP THE WORK FILE IN KEY ORDER: ONE LINE
004910* PER ACCOUNT AND COST CENTER, A SUBTOTAL ON EACH CHANGE OF
004920* ACCOUNT, THEN THE GRAND TOTAL AND THE ROLLED-IN AND REVERSAL
004930* FIGURES.  A DETAIL WITH NO GLACCT CODING PRINTS AS UNCODED.
004940*****************************************************************
004950 3000-PRINT-TOTALS.
004960     MOVE LOW-VALUES TO PCW-KEY
004970     START CLOSE-WORK KEY NOT < PCW-KEY
004980         INVALID KEY
004990             SET PCL-END-OF-WORK-FILE TO TRUE
005000     END-START
005010     PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
005020         UNTIL PCL-END-OF-WORK-FILE
005030     IF NOT PCL-FIRST-ACCOUNT
005040         PERFORM 3200-PRINT-ACCOUNT-TOTAL THRU 3200-EXIT
005050     END-IF
005060     MOVE "GRAND TOTAL             " TO PCL-CNT-LABEL
005070     MOVE PCL-GRAND-TRANS-COUNT TO PCL-CNT-VALUE
005080     MOVE PCL-GRAND-AMOUNT TO PCL-CNT-AMOUNT
005090     WRITE PCL-RPT-COUNT-LINE
005100     MOVE "LEDGER DETAILS READ     " TO PCL-CNT-LABEL
005110     MOVE PCL-LEDGER-COUNT TO PCL-CNT-VALUE
005120     MOVE PCL-GRAND-AMOUNT TO PCL-CNT-AMOUNT
005130     WRITE PCL-RPT-COUNT-LINE
005140     MOVE "ROLLED IN FROM CLOSED  " TO PCL-CNT-LABEL
005150     MOVE PCL-ROLLED-COUNT TO PCL-CNT-VALUE
005160     MOVE PCL-ROLLED-AMOUNT TO PCL-CNT-AMOUNT
005170     WRITE PCL-RPT-COUNT-LINE
005180     MOVE "REVERSALS IN PERIOD     " TO PCL-CNT-LABEL
005190     MOVE PCL-REVERSAL-COUNT TO PCL-CNT-VALUE
005200     MOVE PCL-REVERSAL-AMOUNT TO PCL-CNT-AMOUNT
005210     WRITE PCL-RPT-COUNT-LINE.
005220 3000-EXIT.
005230     EXIT.
005240*
005250 3100-PRINT-ONE-ENTRY.
005260     READ CLOSE-WORK NEXT
005270         AT END
005280             SET PCL-END-OF-WORK-FILE TO TRUE
005290             GO TO 3100-EXIT
005300     END-READ
005310     IF PCL-FIRST-ACCOUNT
005320         MOVE "N" TO PCL-FIRST-ACCT-SWITCH
005330         MOVE PCW-GL-ACCOUNT TO PCL-PREV-GL-ACCOUNT
005340     END-IF
005350     IF PCW-GL-ACCOUNT NOT = PCL-PREV-GL-ACCOUNT
005360         PERFORM 3200-PRINT-ACCOUNT-TOTAL THRU 3200-EXIT
005370         MOVE PCW-GL-ACCOUNT TO PCL-PREV-GL-ACCOUNT
005380     END-IF
005390     IF PCW-GL-ACCOUNT = SPACES
005400         MOVE "UNCODED " TO PCL-DET-GL-ACCOUNT
005410     ELSE
005420         MOVE PCW-GL-ACCOUNT TO PCL-DET-GL-ACCOUNT
005430     END-IF
005440     MOVE PCW-COST-CENTER TO PCL-DET-COST-CENTER
005450     MOVE PCW-BATCH-COUNT TO PCL-DET-BATCH-COUNT
005460     MOVE PCW-TRANS-COUNT TO PCL-DET-TRANS-COUNT
005470     MOVE PCW-AMOUNT TO PCL-DET-AMOUNT
005480     MOVE SPACES TO PCL-DET-TEXT
005490     WRITE PCL-RPT-DETAIL-LINE
005500     ADD PCW-BATCH-COUNT TO PCL-ACCT-BATCH-COUNT
005510     ADD PCW-TRANS-COUNT TO PCL-ACCT-TRANS-COUNT
005520     ADD PCW-AMOUNT TO PCL-ACCT-AMOUNT.
005530 3100-EXIT.
005540     EXIT.
005550*
005560 3200-PRINT-ACCOUNT-TOTAL.
005570     IF PCL-PREV-GL-ACCOUNT = SPACES
005580         MOVE "UNCODED " TO PCL-DET-GL-ACCOUNT
005590     ELSE
005600         MOVE PCL-PREV-GL-ACCOUNT TO PCL-DET-GL-ACCOUNT
005610     END-IF
005620     MOVE SPACES TO PCL-DET-COST-CENTER
005630     MOVE PCL-ACCT-BATCH-COUNT TO PCL-DET-BATCH-COUNT
005640     MOVE PCL-ACCT-TRANS-COUNT TO PCL-DET-TRANS-COUNT
005650     MOVE PCL-ACCT-AMOUNT TO PCL-DET-AMOUNT
005660     MOVE "* ACCOUNT TOTAL" TO PCL-DET-TEXT
005670     WRITE PCL-RPT-DETAIL-LINE
005680     ADD PCL-ACCT-BATCH-COUNT TO PCL-GRAND-BATCH-COUNT
005690     ADD PCL-ACCT-TRANS-COUNT TO PCL-GRAND-TRANS-COUNT
005700     ADD PCL-ACCT-AMOUNT TO PCL-GRAND-AMOUNT
005710     MOVE ZERO TO PCL-ACCT-BATCH-COUNT
005720     MOVE ZERO TO PCL-ACCT-TRANS-COUNT
005730     MOVE ZERO TO PCL-ACCT-AMOUNT.
005740 3200-EXIT.
005750     EXIT.
005760*
005770*****************************************************************
005780* 4000-FREEZE-PERIOD - THE TOTALS ARE PRINTED; MARK THE PERIOD
005790* CLOSED WITH WHO CLOSED IT AND WHEN.  THE CALENDAR RECORD IS
005800* STILL IN THE RECORD AREA FROM 1200.
005810*****************************************************************
005820 4000-FREEZE-PERIOD.
005830     SET FCL-PERIOD-CLOSED TO TRUE
005840     MOVE PDP-BUSINESS-DATE TO FCL-DATE-CLOSED
005850     MOVE SSNUM TO FCL-CLOSED-BY
005860     REWRITE FISCAL-CALENDAR-RECORD
005870         INVALID KEY
005880             DISPLAY "CBTPCL - FISCCAL REWRITE FAILED FOR "
005890                 FCL-PERIOD ", RUN TERMINATED"
005900             MOVE 16 TO RETURN-CODE
005910             STOP RUN
005920     END-REWRITE
005930     MOVE SPACES TO PCL-MSG-TEXT
005940     STRING "PERIOD " DELIMITED BY SIZE
005950         FCL-PERIOD DELIMITED BY SIZE
005960         " CLOSED ON " DELIMITED BY SIZE
005970         FCL-DATE-CLOSED DELIMITED BY SIZE
005980         " - NO FURTHER POSTINGS" DELIMITED BY SIZE
005990         INTO PCL-MSG-TEXT
006000     END-STRING
006010     WRITE PCL-RPT-MESSAGE-LINE
006020     DISPLAY "CBTPCL - " PCL-MSG-TEXT.
006030 4000-EXIT.
006040     EXIT.
