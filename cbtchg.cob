000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTCHG.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTCHG
000090* MONTH-END COST-CENTER CHARGEBACK STATEMENTS.  A COST CENTER
000100* ASKING "WHAT MAKES UP THE AMOUNT YOU CHARGED ME" USED TO GET A
000110* PILE OF AUDITLOG LINES WITH NO BATCH ID AND NO GL CODING.
000120* THIS PROGRAM TAKES THE FISCAL PERIOD (YYYYPP) ON SYSIN, PULLS
000130* EVERY ITEM CBTUT SENT TO THE LEDGER IN THAT PERIOD FROM THE
000140* POSTHIST POSTED-ITEM HISTORY, AND PRINTS ONE STATEMENT PER
000150* COST CENTER: EACH BATCH CHARGED TO IT WITH ITS ITEMS - WHO
000160* KEYED THEM, THE OPERATION, BOTH AMOUNTS AND THE TOTAL - A
000170* SUBTOTAL PER BATCH AND A TOTAL FOR THE COST CENTER.
000180*
000190* EACH COST-CENTER TOTAL IS PROVED AGAINST WHAT ACTUALLY WENT
000200* OUT ON GLINTF FOR THAT COST CENTER IN THE PERIOD, FROM THE
000210* PERLEDG PERIOD LEDGER CBTUT WRITES AS IT CUTS EACH DETAIL.  A
000220* COST CENTER THAT DOES NOT TIE IS FLAGGED ON ITS STATEMENT.
000230* REVERSALS ARE LISTED AS THEIR OWN BATCHES WITH NEGATIVE ITEMS,
000240* AND A POSTED ITEM SINCE REVERSED SHOWS THE DATE IT WAS BACKED
000250* OUT.  THE OPERATOR SSN IS PRINTED MASKED TO ITS SERIAL.
000260*
000270* RETURN CODES
000280*   00 - EVERY COST CENTER TIES TO GLINTF
000290*   04 - ONE OR MORE COST CENTERS DO NOT TIE
000300*   16 - PERIOD CARD NOT VALID OR NOT ON THE CALENDAR, OR A
000310*        DATASET COULD NOT BE OPENED OR UPDATED
000320*
000330* MODIFICATION HISTORY
000340* -----------------------------------------------------------
000350* 2026-10-15  NJL  INITIAL VERSION.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FISCAL-CALENDAR
000410         ASSIGN TO FISCCAL
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS FCL-PERIOD
000450         FILE STATUS IS CHG-FISCAL-STATUS.
000460     SELECT POSTED-HISTORY
000470         ASSIGN TO POSTHIST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS PHS-KEY
000510         FILE STATUS IS CHG-POSTHIST-STATUS.
000520     SELECT PERIOD-LEDGER
000530         ASSIGN TO PERLEDG
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PLG-KEY
000570         FILE STATUS IS CHG-PERLEDG-STATUS.
000580     SELECT CHARGE-WORK
000590         ASSIGN TO CHGWORK
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CHW-KEY
000630         FILE STATUS IS CHG-WORK-STATUS.
000640     SELECT CHARGE-RPT
000650         ASSIGN TO CHGRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CHG-PRINT-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700*****************************************************************
000710* FISCAL-CALENDAR - THE KEYED FISCAL CALENDAR (SEE FCLREC), READ
000720* FOR THE DATES OF THE PERIOD BEING STATED.
000730*****************************************************************
000740 FD  FISCAL-CALENDAR
000750     RECORDING MODE IS F.
000760 01  FISCAL-CALENDAR-RECORD.
000770     COPY FCLREC.
000780*****************************************************************
000790* POSTED-HISTORY - THE KEYED POSTHIST FILE CBTUT WRITES (SEE
000800* PHSREC).  KEYED BY BATCH, SO IT IS READ END TO END AND EACH
000810* ITEM OF THE PERIOD IS FILED ON CHGWORK BY COST CENTER.
000820*****************************************************************
000830 FD  POSTED-HISTORY
000840     RECORDING MODE IS F.
000850 01  POSTED-HISTORY-RECORD.
000860     COPY PHSREC.
000870*****************************************************************
000880* PERIOD-LEDGER - THE KEYED PERLEDG FILE (SEE PLGREC), ONE RECORD
000890* PER GLINTF DETAIL CUT, KEYED BY PERIOD FIRST.
000900*****************************************************************
000910 FD  PERIOD-LEDGER
000920     RECORDING MODE IS F.
000930 01  PERIOD-LEDGER-RECORD.
000940     COPY PLGREC.
000950*****************************************************************
000960* CHARGE-WORK - THE CHGWORK KEYED WORK FILE, RELOADED EVERY RUN
000970* (REUSE CLUSTER, THE SAME PATTERN AS CBTPCL'S PCLWORK).  UNDER
000980* EACH COST CENTER THE CLASS "1" ENTRY CARRIES WHAT WENT OUT ON
000990* GLINTF AND SORTS AHEAD OF THE CLASS "2" ENTRIES, ONE PER ITEM
001000* IN ACCOUNT, BATCH AND POSTING ORDER.
001010*****************************************************************
001020 FD  CHARGE-WORK
001030     RECORDING MODE IS F.
001040 01  CHARGE-WORK-RECORD.
001050     05  CHW-KEY.
001060         10  CHW-COST-CENTER      PIC X(06).
001070         10  CHW-ENTRY-CLASS      PIC X(01).
001080             88  CHW-LEDGER-ENTRY           VALUE "1".
001090             88  CHW-ITEM-ENTRY             VALUE "2".
001100         10  CHW-GL-ACCOUNT       PIC X(08).
001110         10  CHW-BATCH-ID         PIC X(06).
001120         10  CHW-DATE-POSTED      PIC 9(08).
001130         10  CHW-RECORD-TYPE      PIC X(01).
001140         10  CHW-SEQUENCE         PIC 9(07).
001150     05  CHW-OPER-SSN.
001160         10  CHW-SSN-AREA         PIC X(03).
001170         10  CHW-SSN-GROUP        PIC X(02).
001180         10  CHW-SSN-SERIAL       PIC X(04).
001190     05  CHW-OP-CODE              PIC X(01).
001200     05  CHW-NUM1                 PIC S9(5)V99 COMP-3.
001210     05  CHW-NUM2                 PIC S9(5)V99 COMP-3.
001220     05  CHW-TOTAL                PIC S9(5)V99 COMP-3.
001230     05  CHW-POSTING-DATE         PIC X(10).
001240     05  CHW-REVERSED-FLAG        PIC X(01).
001250     05  CHW-LINK-DATE            PIC 9(08).
001260     05  CHW-LEDGER-COUNT         PIC 9(7) COMP.
001270     05  CHW-LEDGER-AMOUNT        PIC S9(9)V99 COMP-3.
001280*****************************************************************
001290* CHARGE-RPT - THE STATEMENTS: A RUN HEADER, THEN PER COST
001300* CENTER A HEADING, EACH BATCH WITH ITS ITEMS AND SUBTOTAL, AND
001310* THE COST-CENTER TOTAL PROVED AGAINST GLINTF.
001320*****************************************************************
001330 FD  CHARGE-RPT
001340     RECORDING MODE IS F.
001350 01  CHG-RPT-HEADER-LINE.
001360     05  FILLER                   PIC X(22)
001370                                   VALUE "CBTCHG CHARGEBACKS    ".
001380     05  FILLER                   PIC X(07) VALUE "PERIOD ".
001390     05  CHG-HDR-PERIOD           PIC X(06).
001400     05  FILLER                   PIC X(06) VALUE " FROM ".
001410     05  CHG-HDR-START-DATE       PIC X(10).
001420     05  FILLER                   PIC X(04) VALUE " TO ".
001430     05  CHG-HDR-END-DATE         PIC X(10).
001440     05  FILLER                   PIC X(11)
001450                                   VALUE "  RUN DATE ".
001460     05  CHG-HDR-DATE             PIC X(10).
001470     05  FILLER                   PIC X(46) VALUE SPACES.
001480 01  CHG-RPT-CENTER-LINE.
001490     05  FILLER                   PIC X(20)
001500                                   VALUE "STATEMENT FOR COST  ".
001510     05  FILLER                   PIC X(07) VALUE "CENTER ".
001520     05  CHG-CTR-COST-CENTER      PIC X(07).
001530     05  FILLER                   PIC X(98) VALUE SPACES.
001540 01  CHG-RPT-BATCH-LINE.
001550     05  FILLER                   PIC X(04) VALUE SPACES.
001560     05  FILLER                   PIC X(06) VALUE "BATCH ".
001570     05  CHG-BAT-BATCH-ID         PIC X(06).
001580     05  FILLER                   PIC X(08) VALUE " POSTED ".
001590     05  CHG-BAT-POSTING-DATE     PIC X(10).
001600     05  FILLER                   PIC X(09) VALUE " ACCOUNT ".
001610     05  CHG-BAT-GL-ACCOUNT       PIC X(08).
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  CHG-BAT-TEXT             PIC X(30).
001640     05  FILLER                   PIC X(49) VALUE SPACES.
001650 01  CHG-RPT-ITEM-LINE.
001660     05  FILLER                   PIC X(08) VALUE SPACES.
001670     05  FILLER                   PIC X(07) VALUE "***-**-".
001680     05  CHG-ITM-SSN-SERIAL       PIC X(04).
001690     05  FILLER                   PIC X(02) VALUE SPACES.
001700     05  CHG-ITM-OP-CODE          PIC X(01).
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  CHG-ITM-NUM1             PIC -(5)9.99.
001730     05  FILLER                   PIC X(02) VALUE SPACES.
001740     05  CHG-ITM-NUM2             PIC -(5)9.99.
001750     05  FILLER                   PIC X(02) VALUE SPACES.
001760     05  CHG-ITM-TOTAL            PIC -(5)9.99.
001770     05  FILLER                   PIC X(02) VALUE SPACES.
001780     05  CHG-ITM-TEXT             PIC X(30).
001790     05  FILLER                   PIC X(45) VALUE SPACES.
001800 01  CHG-RPT-TOTAL-LINE.
001810     05  FILLER                   PIC X(04) VALUE SPACES.
001820     05  CHG-TOT-LABEL            PIC X(22).
001830     05  CHG-TOT-COUNT            PIC ZZZ,ZZ9.
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  CHG-TOT-AMOUNT           PIC -(10)9.99.
001860     05  FILLER                   PIC X(02) VALUE SPACES.
001870     05  CHG-TOT-TEXT             PIC X(40).
001880     05  FILLER                   PIC X(41) VALUE SPACES.
001890*
001900 WORKING-STORAGE SECTION.
001910*    THE PERIOD CARD ON SYSIN.
001920 01  CHG-PERIOD-CARD.
001930     05  CHG-CARD-PERIOD          PIC X(06).
001940     05  FILLER                   PIC X(74).
001950 77  CHG-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001960     88  CHG-END-OF-HISTORY                 VALUE "Y".
001970 77  CHG-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
001980     88  CHG-END-OF-LEDGER                  VALUE "Y".
001990 77  CHG-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
002000     88  CHG-END-OF-WORK-FILE               VALUE "Y".
002010 77  CHG-FIRST-CENTER-SWITCH      PIC X(01) VALUE "Y".
002020     88  CHG-FIRST-CENTER                   VALUE "Y".
002030 77  CHG-FIRST-BATCH-SWITCH       PIC X(01) VALUE "Y".
002040     88  CHG-FIRST-BATCH                    VALUE "Y".
002050 77  CHG-FISCAL-STATUS            PIC XX VALUE SPACES.
002060     88  CHG-FISCAL-NOT-FOUND               VALUE "35".
002070 77  CHG-POSTHIST-STATUS          PIC XX VALUE SPACES.
002080     88  CHG-POSTHIST-NOT-FOUND             VALUE "35".
002090 77  CHG-PERLEDG-STATUS           PIC XX VALUE SPACES.
002100     88  CHG-PERLEDG-NOT-FOUND              VALUE "35".
002110 77  CHG-WORK-STATUS              PIC XX VALUE SPACES.
002120     88  CHG-WORK-NOT-FOUND                 VALUE "35".
002130 77  CHG-PRINT-STATUS             PIC XX VALUE SPACES.
002140     88  CHG-PRINT-NOT-FOUND                VALUE "35".
002150 77  CHG-HISTORY-COUNT            PIC 9(7) COMP VALUE ZERO.
002160 77  CHG-CENTER-COUNT             PIC 9(7) COMP VALUE ZERO.
002170 77  CHG-UNTIED-COUNT             PIC 9(7) COMP VALUE ZERO.
002180 77  CHG-BATCH-ITEM-COUNT         PIC 9(7) COMP VALUE ZERO.
002190 77  CHG-CENTER-ITEM-COUNT        PIC 9(7) COMP VALUE ZERO.
002200 77  CHG-CENTER-LEDGER-COUNT      PIC 9(7) COMP VALUE ZERO.
002210 77  CHG-GRAND-ITEM-COUNT         PIC 9(7) COMP VALUE ZERO.
002220 77  CHG-GRAND-LEDGER-COUNT       PIC 9(7) COMP VALUE ZERO.
002230 77  CHG-BATCH-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
002240 77  CHG-CENTER-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
002250 77  CHG-CENTER-LEDGER-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
002260 77  CHG-GRAND-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
002270 77  CHG-GRAND-LEDGER-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.
002280 77  CHG-PREV-COST-CENTER         PIC X(06) VALUE SPACES.
002290*    THE BATCH IN PROGRESS - ACCOUNT, BATCH, DATE AND TYPE.
002300 01  CHG-PREV-BATCH-KEY.
002310     05  CHG-PREV-GL-ACCOUNT       PIC X(08).
002320     05  CHG-PREV-BATCH-ID         PIC X(06).
002330     05  CHG-PREV-DATE-POSTED      PIC 9(08).
002340     05  CHG-PREV-RECORD-TYPE      PIC X(01).
002350 01  CHG-THIS-BATCH-KEY.
002360     05  CHG-THIS-GL-ACCOUNT       PIC X(08).
002370     05  CHG-THIS-BATCH-ID         PIC X(06).
002380     05  CHG-THIS-DATE-POSTED      PIC 9(08).
002390     05  CHG-THIS-RECORD-TYPE      PIC X(01).
002400 01  CHG-CURRENT-DATE.
002410     05  CHG-CD-YYYY               PIC 9(4).
002420     05  CHG-CD-MM                 PIC 9(2).
002430     05  CHG-CD-DD                 PIC 9(2).
002440 01  CHG-DATE-DISPLAY.
002450     05  CHG-DSP-YYYY               PIC 9(4).
002460     05  FILLER                     PIC X(1) VALUE "-".
002470     05  CHG-DSP-MM                 PIC 9(2).
002480     05  FILLER                     PIC X(1) VALUE "-".
002490     05  CHG-DSP-DD                 PIC 9(2).
002500 01  CHG-PDATE-AREA.
002510     COPY PDTPARM.
002520*
002530 PROCEDURE DIVISION.
002540*****************************************************************
002550* 0000-MAINLINE
002560*****************************************************************
002570 0000-MAINLINE.
002580     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002590     MOVE SPACES TO CHG-PERIOD-CARD
002600     ACCEPT CHG-PERIOD-CARD
002610     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002620     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT
002630     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002640     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
002650     IF NOT CHG-PERLEDG-NOT-FOUND
002660         PERFORM 2500-LOAD-LEDGER THRU 2500-EXIT
002670     END-IF
002680*    THE LOAD IS DONE - REOPEN THE WORK FILE I-O FOR THE KEYED
002690*    SWEEP THAT PRINTS THE STATEMENTS.
002700     CLOSE CHARGE-WORK
002710     OPEN I-O CHARGE-WORK
002720     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
002730     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002740     IF CHG-UNTIED-COUNT > ZERO
002750         DISPLAY "CBTCHG - " CHG-UNTIED-COUNT
002760             " COST CENTERS DO NOT TIE TO GLINTF FOR " FCL-PERIOD
002770         MOVE 4 TO RETURN-CODE
002780     END-IF
002790     CLOSE FISCAL-CALENDAR
002800     IF NOT CHG-POSTHIST-NOT-FOUND
002810         CLOSE POSTED-HISTORY
002820     END-IF
002830     IF NOT CHG-PERLEDG-NOT-FOUND
002840         CLOSE PERIOD-LEDGER
002850     END-IF
002860     CLOSE CHARGE-WORK
002870     CLOSE CHARGE-RPT
002880     STOP RUN.
002890*
002900*****************************************************************
002910* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002920* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002930* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002940* CARRIES ITS OWN DATE.
002950*****************************************************************
002960 1005-GET-PROCESSING-DATE.
002970     SET PDP-GET-DATE TO TRUE
002980     MOVE "CBTCHG" TO PDP-STEP-NAME
002990     CALL "CBTDATE" USING CHG-PDATE-AREA
003000     IF PDP-REQUEST-REFUSED
003010         DISPLAY "CBTCHG - " PDP-MESSAGE
003020         DISPLAY "CBTCHG - NO PROCESSING DATE, RUN TERMINATED"
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     MOVE PDP-BUSINESS-YMD TO CHG-CURRENT-DATE.
003070 1005-EXIT.
003080     EXIT.
003090*
003100*****************************************************************
003110* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003120* EACH OPEN.  A MISSING POSTHIST OR PERLEDG (35) MEANS CBTUT HAS
003130* NEVER CUT A DETAIL - THE STATEMENTS COME OUT EMPTY.  CHGWORK
003140* IS LOADED WITH AN OUTPUT OPEN, THEN REOPENED I-O FOR THE SWEEP.
003150*****************************************************************
003160 1050-OPEN-FILES.
003170     OPEN INPUT FISCAL-CALENDAR
003180     IF CHG-FISCAL-NOT-FOUND
003190         DISPLAY "CBTCHG - FISCCAL DATASET NOT FOUND, RUN "
003200             "TERMINATED"
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF
003240     OPEN INPUT POSTED-HISTORY
003250     OPEN INPUT PERIOD-LEDGER
003260     OPEN OUTPUT CHARGE-WORK
003270     IF CHG-WORK-NOT-FOUND
003280         DISPLAY "CBTCHG - CHGWORK DATASET NOT FOUND, RUN "
003290             "TERMINATED"
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     OPEN OUTPUT CHARGE-RPT
003340     IF CHG-PRINT-NOT-FOUND
003350         DISPLAY "CBTCHG - CHGRPT DATASET NOT FOUND, RUN "
003360             "TERMINATED"
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400 1050-EXIT.
003410     EXIT.
003420*
003430*****************************************************************
003440* 1200-CHECK-PERIOD - THE CARD MUST NAME A PERIOD ON THE
003450* CALENDAR.  IT NEED NOT BE CLOSED - A STATEMENT CAN BE RUN AS A
003460* PREVIEW BEFORE THE CLOSE - BUT THE HEADER SAYS WHICH IT IS.
003470*****************************************************************
003480 1200-CHECK-PERIOD.
003490     IF CHG-CARD-PERIOD NOT NUMERIC
003500         DISPLAY "CBTCHG - PERIOD CARD " CHG-CARD-PERIOD
003510             " IS NOT YYYYPP, RUN TERMINATED"
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     MOVE CHG-CARD-PERIOD TO FCL-PERIOD
003560     READ FISCAL-CALENDAR
003570         INVALID KEY
003580             DISPLAY "CBTCHG - PERIOD " CHG-CARD-PERIOD
003590                 " IS NOT ON THE CALENDAR, RUN TERMINATED"
003600             MOVE 16 TO RETURN-CODE
003610             STOP RUN
003620     END-READ.
003630 1200-EXIT.
003640     EXIT.
003650*
003660*****************************************************************
003670* 1300-WRITE-REPORT-HEADER
003680*****************************************************************
003690 1300-WRITE-REPORT-HEADER.
003700     MOVE CHG-CD-YYYY TO CHG-DSP-YYYY
003710     MOVE CHG-CD-MM TO CHG-DSP-MM
003720     MOVE CHG-CD-DD TO CHG-DSP-DD
003730     MOVE FCL-PERIOD TO CHG-HDR-PERIOD
003740     MOVE FCL-START-DATE TO CHG-HDR-START-DATE
003750     MOVE FCL-END-DATE TO CHG-HDR-END-DATE
003760     MOVE CHG-DATE-DISPLAY TO CHG-HDR-DATE
003770     WRITE CHG-RPT-HEADER-LINE
003780     IF FCL-PERIOD-OPEN
003790         MOVE SPACES TO CHG-RPT-TOTAL-LINE
003800         MOVE "PERIOD STILL OPEN - STATEMENTS ARE A PREVIEW"
003810             TO CHG-TOT-TEXT
003820         WRITE CHG-RPT-TOTAL-LINE
003830     END-IF.
003840 1300-EXIT.
003850     EXIT.
003860*
003870*****************************************************************
003880* 2000-LOAD-HISTORY - READ THE POSTED-ITEM HISTORY END TO END AND
003890* FILE EVERY ITEM OF THE PERIOD UNDER ITS COST CENTER ON CHGWORK.
003900*****************************************************************
003910 2000-LOAD-HISTORY.
003920     IF CHG-POSTHIST-NOT-FOUND
003930         GO TO 2000-EXIT
003940     END-IF
003950     PERFORM 2100-LOAD-ONE-ITEM THRU 2100-EXIT
003960         UNTIL CHG-END-OF-HISTORY.
003970 2000-EXIT.
003980     EXIT.
003990*
004000 2100-LOAD-ONE-ITEM.
004010     READ POSTED-HISTORY
004020         AT END
004030             SET CHG-END-OF-HISTORY TO TRUE
004040             GO TO 2100-EXIT
004050     END-READ
004060     IF PHS-FISCAL-PERIOD NOT = FCL-PERIOD
004070         GO TO 2100-EXIT
004080     END-IF
004090     ADD 1 TO CHG-HISTORY-COUNT
004100     MOVE PHS-COST-CENTER TO CHW-COST-CENTER
004110     SET CHW-ITEM-ENTRY TO TRUE
004120     MOVE PHS-GL-ACCOUNT TO CHW-GL-ACCOUNT
004130     MOVE PHS-BATCH-ID TO CHW-BATCH-ID
004140     MOVE PHS-DATE-POSTED TO CHW-DATE-POSTED
004150     MOVE PHS-RECORD-TYPE TO CHW-RECORD-TYPE
004160     MOVE PHS-SEQUENCE TO CHW-SEQUENCE
004170     MOVE PHS-OPER-SSN TO CHW-OPER-SSN
004180     MOVE PHS-OP-CODE TO CHW-OP-CODE
004190     MOVE PHS-NUM1 TO CHW-NUM1
004200     MOVE PHS-NUM2 TO CHW-NUM2
004210     MOVE PHS-TOTAL TO CHW-TOTAL
004220     MOVE PHS-POSTING-DATE TO CHW-POSTING-DATE
004230     MOVE PHS-REVERSED-FLAG TO CHW-REVERSED-FLAG
004240     MOVE PHS-LINK-DATE TO CHW-LINK-DATE
004250     MOVE ZERO TO CHW-LEDGER-COUNT
004260     MOVE ZERO TO CHW-LEDGER-AMOUNT
004270     WRITE CHARGE-WORK-RECORD
004280         INVALID KEY
004290             DISPLAY "CBTCHG - CHGWORK WRITE FAILED FOR BATCH "
004300                 PHS-BATCH-ID ", RUN TERMINATED"
004310             MOVE 16 TO RETURN-CODE
004320             STOP RUN
004330     END-WRITE.
004340 2100-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380* 2500-LOAD-LEDGER - TOTAL WHAT WENT OUT ON GLINTF IN THE PERIOD
004390* BY COST CENTER, FROM THE PERLEDG RANGE FOR THE PERIOD, ONTO
004400* EACH COST CENTER'S CLASS "1" ENTRY.
004410*****************************************************************
004420 2500-LOAD-LEDGER.
004430     MOVE LOW-VALUES TO PLG-KEY
004440     MOVE FCL-PERIOD TO PLG-FISCAL-PERIOD
004450     START PERIOD-LEDGER KEY NOT < PLG-KEY
004460         INVALID KEY
004470             GO TO 2500-EXIT
004480     END-START
004490     PERFORM 2600-LOAD-ONE-DETAIL THRU 2600-EXIT
004500         UNTIL CHG-END-OF-LEDGER.
004510 2500-EXIT.
004520     EXIT.
004530*
004540 2600-LOAD-ONE-DETAIL.
004550     READ PERIOD-LEDGER NEXT
004560         AT END
004570             SET CHG-END-OF-LEDGER TO TRUE
004580             GO TO 2600-EXIT
004590     END-READ
004600     IF PLG-FISCAL-PERIOD NOT = FCL-PERIOD
004610         SET CHG-END-OF-LEDGER TO TRUE
004620         GO TO 2600-EXIT
004630     END-IF
004640     MOVE LOW-VALUES TO CHW-KEY
004650     MOVE PLG-COST-CENTER TO CHW-COST-CENTER
004660     SET CHW-LEDGER-ENTRY TO TRUE
004670     READ CHARGE-WORK
004680         INVALID KEY
004690             MOVE LOW-VALUES TO CHW-KEY
004700             MOVE PLG-COST-CENTER TO CHW-COST-CENTER
004710             SET CHW-LEDGER-ENTRY TO TRUE
004720             MOVE 1 TO CHW-LEDGER-COUNT
004730             MOVE PLG-AMOUNT TO CHW-LEDGER-AMOUNT
004740             WRITE CHARGE-WORK-RECORD
004750                 INVALID KEY
004760                     DISPLAY "CBTCHG - CHGWORK WRITE FAILED FOR "
004770                         "COST CENTER " PLG-COST-CENTER
004780                         ", RUN TERMINATED"
004790                     MOVE 16 TO RETURN-CODE
004800                     STOP RUN
004810             END-WRITE
004820             GO TO 2600-EXIT
004830     END-READ
004840     ADD 1 TO CHW-LEDGER-COUNT
004850     ADD PLG-AMOUNT TO CHW-LEDGER-AMOUNT
004860     REWRITE CHARGE-WORK-RECORD
004870         INVALID KEY
004880             DISPLAY "CBTCHG - CHGWORK REWRITE FAILED FOR COST "
004890                 "CENTER " PLG-COST-CENTER ", RUN TERMINATED"
004900             MOVE 16 TO RETURN-CODE
004910             STOP RUN
004920     END-REWRITE.
004930 2600-EXIT.
004940     EXIT.
004950*
004960*****************************************************************
004970* 3000-PRINT-STATEMENTS - SWEEP THE WORK FILE IN KEY ORDER WITH
004980* A BREAK ON COST CENTER AND, WITHIN IT, ON BATCH (ACCOUNT, BATCH
004990* ID, POSTING DATE AND TYPE).
005000*****************************************************************
005010 3000-PRINT-STATEMENTS.
005020     MOVE LOW-VALUES TO CHW-KEY
005030     START CHARGE-WORK KEY NOT < CHW-KEY
005040         INVALID KEY
005050             SET CHG-END-OF-WORK-FILE TO TRUE
005060     END-START
005070     PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
005080         UNTIL CHG-END-OF-WORK-FILE
005090     IF NOT CHG-FIRST-CENTER
005100         PERFORM 3400-END-COST-CENTER THRU 3400-EXIT
005110     END-IF.
005120 3000-EXIT.
005130     EXIT.
005140*
005150 3100-PRINT-ONE-ENTRY.
005160     READ CHARGE-WORK NEXT
005170         AT END
005180             SET CHG-END-OF-WORK-FILE TO TRUE
005190             GO TO 3100-EXIT
005200     END-READ
005210     IF CHG-FIRST-CENTER
005220        OR CHW-COST-CENTER NOT = CHG-PREV-COST-CENTER
005230         IF NOT CHG-FIRST-CENTER
005240             PERFORM 3400-END-COST-CENTER THRU 3400-EXIT
005250         END-IF
005260         PERFORM 3200-START-COST-CENTER THRU 3200-EXIT
005270     END-IF
005280     IF CHW-LEDGER-ENTRY
005290         MOVE CHW-LEDGER-COUNT TO CHG-CENTER-LEDGER-COUNT
005300         MOVE CHW-LEDGER-AMOUNT TO CHG-CENTER-LEDGER-AMOUNT
005310         GO TO 3100-EXIT
005320     END-IF
005330     MOVE CHW-GL-ACCOUNT TO CHG-THIS-GL-ACCOUNT
005340     MOVE CHW-BATCH-ID TO CHG-THIS-BATCH-ID
005350     MOVE CHW-DATE-POSTED TO CHG-THIS-DATE-POSTED
005360     MOVE CHW-RECORD-TYPE TO CHG-THIS-RECORD-TYPE
005370     IF CHG-FIRST-BATCH
005380        OR CHG-THIS-BATCH-KEY NOT = CHG-PREV-BATCH-KEY
005390         IF NOT CHG-FIRST-BATCH
005400             PERFORM 3350-END-BATCH THRU 3350-EXIT
005410         END-IF
005420         PERFORM 3300-START-BATCH THRU 3300-EXIT
005430     END-IF
005440     MOVE CHW-SSN-SERIAL TO CHG-ITM-SSN-SERIAL
005450     MOVE CHW-OP-CODE TO CHG-ITM-OP-CODE
005460     MOVE CHW-NUM1 TO CHG-ITM-NUM1
005470     MOVE CHW-NUM2 TO CHG-ITM-NUM2
005480     MOVE CHW-TOTAL TO CHG-ITM-TOTAL
005490     MOVE SPACES TO CHG-ITM-TEXT
005500     IF CHW-REVERSED-FLAG = "Y"
005510         STRING "REVERSED " DELIMITED BY SIZE
005520             CHW-LINK-DATE DELIMITED BY SIZE
005530             INTO CHG-ITM-TEXT
005540         END-STRING
005550     END-IF
005560     WRITE CHG-RPT-ITEM-LINE
005570     ADD 1 TO CHG-BATCH-ITEM-COUNT
005580     ADD CHW-TOTAL TO CHG-BATCH-AMOUNT.
005590 3100-EXIT.
005600     EXIT.
005610*
005620 3200-START-COST-CENTER.
005630     MOVE "N" TO CHG-FIRST-CENTER-SWITCH
005640     MOVE "Y" TO CHG-FIRST-BATCH-SWITCH
005650     MOVE CHW-COST-CENTER TO CHG-PREV-COST-CENTER
005660     ADD 1 TO CHG-CENTER-COUNT
005670     MOVE ZERO TO CHG-CENTER-ITEM-COUNT
005680     MOVE ZERO TO CHG-CENTER-AMOUNT
005690     MOVE ZERO TO CHG-CENTER-LEDGER-COUNT
005700     MOVE ZERO TO CHG-CENTER-LEDGER-AMOUNT
005710     IF CHW-COST-CENTER = SPACES
005720         MOVE "UNCODED" TO CHG-CTR-COST-CENTER
005730     ELSE
005740         MOVE CHW-COST-CENTER TO CHG-CTR-COST-CENTER
005750     END-IF
005760     WRITE CHG-RPT-CENTER-LINE.
005770 3200-EXIT.
005780     EXIT.
005790*
005800 3300-START-BATCH.
005810     MOVE "N" TO CHG-FIRST-BATCH-SWITCH
005820     MOVE CHG-THIS-BATCH-KEY TO CHG-PREV-BATCH-KEY
005830     MOVE ZERO TO CHG-BATCH-ITEM-COUNT
005840     MOVE ZERO TO CHG-BATCH-AMOUNT
005850     MOVE CHW-BATCH-ID TO CHG-BAT-BATCH-ID
005860     MOVE CHW-POSTING-DATE TO CHG-BAT-POSTING-DATE
005870     IF CHW-GL-ACCOUNT = SPACES
005880         MOVE "UNCODED " TO CHG-BAT-GL-ACCOUNT
005890     ELSE
005900         MOVE CHW-GL-ACCOUNT TO CHG-BAT-GL-ACCOUNT
005910     END-IF
005920     MOVE SPACES TO CHG-BAT-TEXT
005930     IF CHW-RECORD-TYPE = "R"
005940         STRING "REVERSAL OF " DELIMITED BY SIZE
005950             CHW-LINK-DATE DELIMITED BY SIZE
005960             INTO CHG-BAT-TEXT
005970         END-STRING
005980     END-IF
005990     WRITE CHG-RPT-BATCH-LINE.
006000 3300-EXIT.
006010     EXIT.
006020*
006030 3350-END-BATCH.
006040     MOVE SPACES TO CHG-RPT-TOTAL-LINE
006050     MOVE "BATCH TOTAL" TO CHG-TOT-LABEL
006060     MOVE CHG-BATCH-ITEM-COUNT TO CHG-TOT-COUNT
006070     MOVE CHG-BATCH-AMOUNT TO CHG-TOT-AMOUNT
006080     WRITE CHG-RPT-TOTAL-LINE
006090     ADD CHG-BATCH-ITEM-COUNT TO CHG-CENTER-ITEM-COUNT
006100     ADD CHG-BATCH-AMOUNT TO CHG-CENTER-AMOUNT.
006110 3350-EXIT.
006120     EXIT.
006130*
006140*****************************************************************
006150* 3400-END-COST-CENTER - CLOSE THE LAST BATCH, PRINT THE COST
006160* CENTER'S TOTAL AND PROVE IT AGAINST WHAT WENT OUT ON GLINTF.
006170*****************************************************************
006180 3400-END-COST-CENTER.
006190     IF NOT CHG-FIRST-BATCH
006200         PERFORM 3350-END-BATCH THRU 3350-EXIT
006210     END-IF
006220     MOVE SPACES TO CHG-RPT-TOTAL-LINE
006230     MOVE "COST CENTER TOTAL" TO CHG-TOT-LABEL
006240     MOVE CHG-CENTER-ITEM-COUNT TO CHG-TOT-COUNT
006250     MOVE CHG-CENTER-AMOUNT TO CHG-TOT-AMOUNT
006260     WRITE CHG-RPT-TOTAL-LINE
006270     MOVE SPACES TO CHG-RPT-TOTAL-LINE
006280     MOVE "SENT ON GLINTF" TO CHG-TOT-LABEL
006290     MOVE CHG-CENTER-LEDGER-COUNT TO CHG-TOT-COUNT
006300     MOVE CHG-CENTER-LEDGER-AMOUNT TO CHG-TOT-AMOUNT
006310     IF CHG-CENTER-AMOUNT = CHG-CENTER-LEDGER-AMOUNT
006320         MOVE "TIES" TO CHG-TOT-TEXT
006330     ELSE
006340         MOVE "*** DOES NOT TIE TO GLINTF ***" TO CHG-TOT-TEXT
006350         ADD 1 TO CHG-UNTIED-COUNT
006360     END-IF
006370     WRITE CHG-RPT-TOTAL-LINE
006380     ADD CHG-CENTER-ITEM-COUNT TO CHG-GRAND-ITEM-COUNT
006390     ADD CHG-CENTER-AMOUNT TO CHG-GRAND-AMOUNT
006400     ADD CHG-CENTER-LEDGER-COUNT TO CHG-GRAND-LEDGER-COUNT
006410     ADD CHG-CENTER-LEDGER-AMOUNT TO CHG-GRAND-LEDGER-AMOUNT.
006420 3400-EXIT.
006430     EXIT.
006440*
006450*****************************************************************
006460* 8100-WRITE-REPORT-TRAILER - ALL COST CENTERS TOGETHER.
006470*****************************************************************
006480 8100-WRITE-REPORT-TRAILER.
006490     MOVE SPACES TO CHG-RPT-TOTAL-LINE
006500     MOVE "COST CENTERS STATED" TO CHG-TOT-LABEL
006510     MOVE CHG-CENTER-COUNT TO CHG-TOT-COUNT
006520     MOVE ZERO TO CHG-TOT-AMOUNT
006530     WRITE CHG-RPT-TOTAL-LINE
006540     MOVE SPACES TO CHG-RPT-TOTAL-LINE
006550     MOVE "ALL ITEMS CHARGED" TO CHG-TOT-LABEL
006560     MOVE CHG-GRAND-ITEM-COUNT TO CHG-TOT-COUNT
006570     MOVE CHG-GRAND-AMOUNT TO CHG-TOT-AMOUNT
006580     WRITE CHG-RPT-TOTAL-LINE
006590     MOVE SPACES TO CHG-RPT-TOTAL-LINE
006600     MOVE "ALL GLINTF DETAILS" TO CHG-TOT-LABEL
006610     MOVE CHG-GRAND-LEDGER-COUNT TO CHG-TOT-COUNT
006620     MOVE CHG-GRAND-LEDGER-AMOUNT TO CHG-TOT-AMOUNT
006630     IF CHG-UNTIED-COUNT = ZERO
006640         MOVE "TIES" TO CHG-TOT-TEXT
006650     ELSE
006660         MOVE "*** COST CENTERS NOT TIED - SEE ABOVE ***"
006670             TO CHG-TOT-TEXT
006680     END-IF
006690     WRITE CHG-RPT-TOTAL-LINE.
006700 8100-EXIT.
006710     EXIT.
