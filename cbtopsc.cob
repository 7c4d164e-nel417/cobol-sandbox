000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTOPSC.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTOPSC
000090* MONTH-END OPERATOR KEYING-ACCURACY SCORECARD OVER THE OPRHIST
000100* OPERATOR-HISTORY FILE THAT CBTOPH WRITES EVERY NIGHT.  FOR EACH
000110* OPERATOR WITH ANY FIGURE IN THE MONTH, IN SSN ORDER, IT PRINTS
000120* THEIR NAME FROM SSNUM-MASTER, THE MONTH'S VOLUME (RECORDS
000130* KEYED), CBTEDIT REJECTS, CBTUT SUSPENSIONS, CBTCOR CORRECTIONS
000140* AND WRITE-OFFS AND REVERSALS OF THEIR ITEMS, AND THEIR ERROR
000150* RATE - REJECTS PLUS SUSPENSIONS PER HUNDRED RECORDS KEYED.
000160* UNDER THAT COME THEIR THREE MOST FREQUENT REJECT AND SUSPENSE
000170* REASONS IN WORDS (SEE RSNTAB) AND THEIR ERROR RATE IN EACH OF
000180* THE THREE PRIOR MONTHS.  THE TREND COMPARES THE MONTH'S RATE
000190* WITH THE RATE OVER THE THREE PRIOR MONTHS TOGETHER: BETTER,
000200* WORSE OR SAME, OR NEW WHEN THERE WAS NOTHING KEYED BEFORE.
000210*
000220* THE MONTH IS YYYY-MM IN COLUMNS 1-7 OF THE SYSIN CARD; A BLANK
000230* CARD SCORES THE MONTH OF THE BUSINESS DATE.
000240*
000250* RETURN CODES
000260*   00 - NORMAL END
000270*   04 - NO HISTORY FOR THE MONTH, NOTHING TO SCORE
000280*   16 - BAD MONTH CARD, MORE THAN 500 OPERATORS OR 20 REASON
000290*        CODES FOR ONE OPERATOR, OR A DATASET COULD NOT BE OPENED
000300*
000310* MODIFICATION HISTORY
000320* -----------------------------------------------------------
000330* 2026-10-15  NJL  INITIAL VERSION.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPER-HISTORY
000390         ASSIGN TO OPRHIST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OHS-KEY
000430         FILE STATUS IS OSC-HISTORY-STATUS.
000440     SELECT SSNUM-MASTER
000450         ASSIGN TO SSNMSTR
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS MST-SSNUM
000490         FILE STATUS IS OSC-MASTER-STATUS.
000500     SELECT OSC-RPT
000510         ASSIGN TO OPSCRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS OSC-PRINT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*****************************************************************
000570* OPER-HISTORY - THE OPERATOR-HISTORY FILE, AS CBTOPH WRITES IT.
000580*****************************************************************
000590 FD  OPER-HISTORY
000600     RECORDING MODE IS F.
000610 01  OPER-HISTORY-RECORD.
000620     COPY OHSREC.
000630*****************************************************************
000640* SSNUM-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY SSN, READ FOR
000650* THE OPERATOR'S NAME OF RECORD.
000660*****************************************************************
000670 FD  SSNUM-MASTER
000680     RECORDING MODE IS F.
000690 01  SSNUM-MASTER-RECORD.
000700     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
000710     05  MST-EMPLOYEE-NAME        PIC X(30).
000720     05  MST-EMPLOYEE-STATUS      PIC X(01).
000730         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
000740         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
000750     05  MST-SEPARATION-DATE      PIC X(10).
000760*****************************************************************
000770* OSC-RPT - HEADER, COLUMN HEADINGS, A SCORE LINE PER OPERATOR
000780* WITH ITS REASON AND PRIOR-MONTH LINES, AND THE TRAILER.
000790*****************************************************************
000800 FD  OSC-RPT
000810     RECORDING MODE IS F.
000820 01  OSC-RPT-HEADER-LINE.
000830     05  FILLER                   PIC X(17)
000840                                   VALUE "CBTOPSC OPERATOR ".
000850     05  FILLER                   PIC X(21)
000860                                   VALUE "KEYING SCORECARD FOR ".
000870     05  OSC-HDR-MONTH            PIC X(07).
000880     05  FILLER                   PIC X(11)
000890                                   VALUE "  RUN DATE ".
000900     05  OSC-HDR-DATE             PIC X(10).
000910     05  FILLER                   PIC X(66) VALUE SPACES.
000920 01  OSC-RPT-HEADING-LINE.
000930     05  FILLER                   PIC X(41)
000940                                   VALUE "SSN        OPERATOR".
000950     05  FILLER                   PIC X(09) VALUE "    KEYED".
000960     05  FILLER                   PIC X(09) VALUE "  REJECTS".
000970     05  FILLER                   PIC X(09) VALUE "SUSPENDED".
000980     05  FILLER                   PIC X(09) VALUE "CORRECTED".
000990     05  FILLER                   PIC X(09) VALUE "WRITE-OFF".
001000     05  FILLER                   PIC X(09) VALUE " REVERSED".
001010     05  FILLER                   PIC X(09) VALUE "  ERROR %".
001020     05  FILLER                   PIC X(10) VALUE "  TREND".
001030     05  FILLER                   PIC X(18) VALUE SPACES.
001040 01  OSC-RPT-DETAIL-LINE.
001050     05  OSC-DET-SSN              PIC X(09).
001060     05  FILLER                   PIC X(02) VALUE SPACES.
001070     05  OSC-DET-NAME             PIC X(30).
001080     05  FILLER                   PIC X(02) VALUE SPACES.
001090     05  OSC-DET-KEYED            PIC ZZZ,ZZ9.
001100     05  FILLER                   PIC X(02) VALUE SPACES.
001110     05  OSC-DET-REJECTED         PIC ZZZ,ZZ9.
001120     05  FILLER                   PIC X(02) VALUE SPACES.
001130     05  OSC-DET-SUSPENDED        PIC ZZZ,ZZ9.
001140     05  FILLER                   PIC X(02) VALUE SPACES.
001150     05  OSC-DET-CORRECTED        PIC ZZZ,ZZ9.
001160     05  FILLER                   PIC X(02) VALUE SPACES.
001170     05  OSC-DET-WRITTEN-OFF      PIC ZZZ,ZZ9.
001180     05  FILLER                   PIC X(02) VALUE SPACES.
001190     05  OSC-DET-REVERSED         PIC ZZZ,ZZ9.
001200     05  FILLER                   PIC X(02) VALUE SPACES.
001210     05  OSC-DET-RATE             PIC ZZ9.99.
001220     05  FILLER                   PIC X(01) VALUE "%".
001230     05  FILLER                   PIC X(02) VALUE SPACES.
001240     05  OSC-DET-TREND            PIC X(08).
001250     05  FILLER                   PIC X(18) VALUE SPACES.
001260 01  OSC-RPT-REASON-LINE.
001270     05  FILLER                   PIC X(11) VALUE SPACES.
001280     05  FILLER                   PIC X(07) VALUE "REASON ".
001290     05  OSC-RSN-LINE-CODE        PIC X(02).
001300     05  FILLER                   PIC X(01) VALUE SPACE.
001310     05  OSC-RSN-LINE-TEXT        PIC X(35).
001320     05  FILLER                   PIC X(02) VALUE SPACES.
001330     05  OSC-RSN-LINE-TIMES       PIC ZZZ,ZZ9.
001340     05  FILLER                   PIC X(06) VALUE " TIMES".
001350     05  FILLER                   PIC X(61) VALUE SPACES.
001360 01  OSC-RPT-PRIOR-LINE.
001370     05  FILLER                   PIC X(11) VALUE SPACES.
001380     05  FILLER                   PIC X(07) VALUE "PRIOR  ".
001390     05  OSC-PRI-MONTH-GROUP OCCURS 3 TIMES.
001400         10  OSC-PRI-MONTH        PIC X(07).
001410         10  FILLER               PIC X(01).
001420         10  OSC-PRI-RATE         PIC ZZ9.99.
001430         10  OSC-PRI-RATE-X REDEFINES OSC-PRI-RATE
001440                                  PIC X(06).
001450         10  OSC-PRI-PERCENT      PIC X(01).
001460         10  FILLER               PIC X(03).
001470     05  FILLER                   PIC X(08) VALUE "AVERAGE ".
001480     05  OSC-PRI-AVERAGE          PIC ZZ9.99.
001490     05  OSC-PRI-AVERAGE-X REDEFINES OSC-PRI-AVERAGE
001500                                  PIC X(06).
001510     05  OSC-PRI-AVG-PERCENT      PIC X(01).
001520     05  FILLER                   PIC X(45) VALUE SPACES.
001530 01  OSC-RPT-COUNT-LINE.
001540     05  OSC-CNT-LABEL            PIC X(20).
001550     05  OSC-CNT-VALUE            PIC ZZZ,ZZ9.
001560     05  FILLER                   PIC X(105) VALUE SPACES.
001570*
001580 WORKING-STORAGE SECTION.
001590 01  OSC-MONTH-CARD.
001600     05  OSC-CARD-YYYY            PIC X(04).
001610     05  OSC-CARD-DASH            PIC X(01).
001620     05  OSC-CARD-MM              PIC X(02).
001630     05  FILLER                   PIC X(73).
001640 77  OSC-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001650     88  OSC-END-OF-HISTORY                 VALUE "Y".
001660 77  OSC-FOUND-SWITCH             PIC X(01) VALUE "N".
001670     88  OSC-ENTRY-WAS-FOUND                VALUE "Y".
001680 77  OSC-HISTORY-STATUS           PIC XX VALUE SPACES.
001690     88  OSC-HISTORY-NOT-FOUND              VALUE "35".
001700 77  OSC-MASTER-STATUS            PIC XX VALUE SPACES.
001710     88  OSC-MASTER-NOT-FOUND               VALUE "35".
001720 77  OSC-PRINT-STATUS             PIC XX VALUE SPACES.
001730     88  OSC-PRINT-NOT-FOUND                VALUE "35".
001740 77  OSC-HISTORY-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
001750 77  OSC-SCORED-COUNT             PIC 9(7) COMP VALUE ZERO.
001760 77  OSC-TOTAL-KEYED              PIC 9(9) COMP VALUE ZERO.
001770 77  OSC-TOTAL-ERRORS             PIC 9(9) COMP VALUE ZERO.
001780 77  OSC-OPR-SUB                  PIC 9(3) COMP VALUE ZERO.
001790 77  OSC-RSN-SUB                  PIC 9(3) COMP VALUE ZERO.
001800 77  OSC-MON-SUB                  PIC 9(3) COMP VALUE ZERO.
001810 77  OSC-TOP-SUB                  PIC 9(3) COMP VALUE ZERO.
001820 77  OSC-PICK-SUB                 PIC 9(3) COMP VALUE ZERO.
001830 77  OSC-TEXT-SUB                 PIC 9(3) COMP VALUE ZERO.
001840 77  OSC-LOW-SUB                  PIC 9(3) COMP VALUE ZERO.
001850 77  OSC-PICK-COUNT               PIC 9(7) COMP VALUE ZERO.
001860 77  OSC-PRIOR-KEYED              PIC 9(9) COMP VALUE ZERO.
001870 77  OSC-PRIOR-ERRORS             PIC 9(9) COMP VALUE ZERO.
001880 77  OSC-RATE-KEYED               PIC 9(9) COMP VALUE ZERO.
001890 77  OSC-RATE-ERRORS              PIC 9(9) COMP VALUE ZERO.
001900 77  OSC-RATE                     PIC 9(3)V99 VALUE ZERO.
001910 77  OSC-CURRENT-RATE             PIC 9(3)V99 VALUE ZERO.
001920 77  OSC-PRIOR-RATE               PIC 9(3)V99 VALUE ZERO.
001930 77  OSC-SEARCH-SSN               PIC X(09) VALUE SPACES.
001940 77  OSC-LOW-SSN                  PIC X(09) VALUE SPACES.
001950*    THE FOUR MONTHS READ - THE THREE PRIOR MONTHS, OLDEST FIRST,
001960*    THEN THE MONTH BEING SCORED - AS YYYYMM AND AS YYYY-MM.
001970 01  OSC-MONTH-TABLE.
001980     05  OSC-MONTH-ENTRY OCCURS 4 TIMES.
001990         10  OSC-MON-YYYYMM.
002000             15  OSC-MON-YYYY     PIC 9(04).
002010             15  OSC-MON-MM       PIC 9(02).
002020         10  OSC-MON-DISPLAY.
002030             15  OSC-MON-DSP-YYYY PIC 9(04).
002040             15  FILLER           PIC X(01) VALUE "-".
002050             15  OSC-MON-DSP-MM   PIC 9(02).
002060 01  OSC-HISTORY-YMD.
002070     05  OSC-HST-YYYYMM           PIC 9(06).
002080     05  OSC-HST-DD               PIC 9(02).
002090 01  OSC-START-YMD.
002100     05  OSC-STR-YYYYMM           PIC 9(06).
002110     05  OSC-STR-DD               PIC 9(02).
002120*    ONE ENTRY PER OPERATOR SEEN IN THE FOUR MONTHS: VOLUME AND
002130*    ERRORS FOR EACH MONTH, THE OTHER FIGURES AND THE REASON
002140*    COUNTS FOR THE MONTH BEING SCORED.
002150 01  OSC-OPERATOR-TABLE.
002160     05  OSC-OPERATOR-COUNT       PIC 9(3) COMP VALUE ZERO.
002170     05  OSC-OPERATOR-ENTRY OCCURS 500 TIMES.
002180         10  OSC-OPR-SSN          PIC X(09).
002190         10  OSC-OPR-PRINTED      PIC X(01).
002200             88  OSC-OPR-WAS-PRINTED          VALUE "Y".
002210         10  OSC-OPR-SCORED       PIC X(01).
002220             88  OSC-OPR-HAS-MONTH            VALUE "Y".
002230         10  OSC-OPR-MONTH OCCURS 4 TIMES.
002240             15  OSC-OPR-MON-KEYED  PIC 9(7) COMP.
002250             15  OSC-OPR-MON-ERRORS PIC 9(7) COMP.
002260         10  OSC-OPR-REJECTED     PIC 9(7) COMP.
002270         10  OSC-OPR-SUSPENDED    PIC 9(7) COMP.
002280         10  OSC-OPR-CORRECTED    PIC 9(7) COMP.
002290         10  OSC-OPR-WRITTEN-OFF  PIC 9(7) COMP.
002300         10  OSC-OPR-REVERSED     PIC 9(7) COMP.
002310         10  OSC-OPR-REASON-COUNT PIC 9(3) COMP.
002320         10  OSC-OPR-REASON OCCURS 20 TIMES.
002330             15  OSC-RSN-CODE     PIC X(02).
002340             15  OSC-RSN-COUNT    PIC 9(7) COMP.
002350             15  OSC-RSN-PICKED   PIC X(01).
002360                 88  OSC-RSN-WAS-PICKED       VALUE "Y".
002370 01  OSC-REASON-TEXT-TABLE.
002380     COPY RSNTAB.
002390 01  OSC-CURRENT-DATE.
002400     05  OSC-CD-YYYY              PIC 9(4).
002410     05  OSC-CD-MM                PIC 9(2).
002420     05  OSC-CD-DD                PIC 9(2).
002430 01  OSC-PDATE-AREA.
002440     COPY PDTPARM.
002450*
002460 PROCEDURE DIVISION.
002470*****************************************************************
002480* 0000-MAINLINE
002490*****************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002520     PERFORM 1000-READ-MONTH-CARD THRU 1000-EXIT
002530     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002540     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002550     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
002560     PERFORM 3000-SCORE-NEXT-OPERATOR THRU 3000-EXIT
002570         UNTIL OSC-LOW-SUB = ZERO
002580     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002590     IF OSC-SCORED-COUNT = ZERO
002600         DISPLAY "CBTOPSC - NO OPERATOR HISTORY FOR "
002610             OSC-MON-DISPLAY (4)
002620         MOVE 4 TO RETURN-CODE
002630     END-IF
002640     CLOSE OPER-HISTORY
002650     CLOSE SSNUM-MASTER
002660     CLOSE OSC-RPT
002670     STOP RUN.
002680*
002690*****************************************************************
002700* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002710* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002720* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002730* CARRIES ITS OWN DATE.
002740*****************************************************************
002750 1005-GET-PROCESSING-DATE.
002760     SET PDP-GET-DATE TO TRUE
002770     MOVE "CBTOPSC" TO PDP-STEP-NAME
002780     CALL "CBTDATE" USING OSC-PDATE-AREA
002790     IF PDP-REQUEST-REFUSED
002800         DISPLAY "CBTOPSC - " PDP-MESSAGE
002810         DISPLAY "CBTOPSC - NO PROCESSING DATE, RUN TERMINATED"
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF
002850     MOVE PDP-BUSINESS-YMD TO OSC-CURRENT-DATE.
002860 1005-EXIT.
002870     EXIT.
002880*
002890*****************************************************************
002900* 1000-READ-MONTH-CARD - THE MONTH TO SCORE, THEN THE THREE
002910* MONTHS BEFORE IT FOR THE TREND, STEPPING BACK OVER YEAR END.
002920*****************************************************************
002930 1000-READ-MONTH-CARD.
002940     MOVE SPACES TO OSC-MONTH-CARD
002950     ACCEPT OSC-MONTH-CARD
002960     IF OSC-MONTH-CARD = SPACES
002970         MOVE OSC-CD-YYYY TO OSC-MON-YYYY (4)
002980         MOVE OSC-CD-MM TO OSC-MON-MM (4)
002990         DISPLAY "CBTOPSC - NO MONTH CARD, SCORING THE MONTH OF "
003000             PDP-BUSINESS-DATE
003010     ELSE
003020         IF OSC-CARD-YYYY NOT NUMERIC
003030            OR OSC-CARD-DASH NOT = "-"
003040            OR OSC-CARD-MM NOT NUMERIC
003050             DISPLAY "CBTOPSC - MONTH CARD MUST BE YYYY-MM, RUN "
003060                 "TERMINATED"
003070             MOVE 16 TO RETURN-CODE
003080             STOP RUN
003090         END-IF
003100         MOVE OSC-CARD-YYYY TO OSC-MON-YYYY (4)
003110         MOVE OSC-CARD-MM TO OSC-MON-MM (4)
003120         IF OSC-MON-MM (4) < 1 OR OSC-MON-MM (4) > 12
003130             DISPLAY "CBTOPSC - MONTH CARD MUST BE YYYY-MM, RUN "
003140                 "TERMINATED"
003150             MOVE 16 TO RETURN-CODE
003160             STOP RUN
003170         END-IF
003180     END-IF
003190     MOVE 4 TO OSC-MON-SUB
003200     PERFORM 1010-STEP-BACK-ONE-MONTH THRU 1010-EXIT 3 TIMES
003210     MOVE 1 TO OSC-MON-SUB
003220     PERFORM 1020-FORMAT-MONTH THRU 1020-EXIT 4 TIMES.
003230 1000-EXIT.
003240     EXIT.
003250*
003260 1010-STEP-BACK-ONE-MONTH.
003270     MOVE OSC-MON-YYYY (OSC-MON-SUB)
003280         TO OSC-MON-YYYY (OSC-MON-SUB - 1)
003290     MOVE OSC-MON-MM (OSC-MON-SUB)
003300         TO OSC-MON-MM (OSC-MON-SUB - 1)
003310     SUBTRACT 1 FROM OSC-MON-SUB
003320     IF OSC-MON-MM (OSC-MON-SUB) = 1
003330         MOVE 12 TO OSC-MON-MM (OSC-MON-SUB)
003340         SUBTRACT 1 FROM OSC-MON-YYYY (OSC-MON-SUB)
003350     ELSE
003360         SUBTRACT 1 FROM OSC-MON-MM (OSC-MON-SUB)
003370     END-IF.
003380 1010-EXIT.
003390     EXIT.
003400*
003410 1020-FORMAT-MONTH.
003420     MOVE OSC-MON-YYYY (OSC-MON-SUB)
003430         TO OSC-MON-DSP-YYYY (OSC-MON-SUB)
003440     MOVE OSC-MON-MM (OSC-MON-SUB)
003450         TO OSC-MON-DSP-MM (OSC-MON-SUB)
003460     ADD 1 TO OSC-MON-SUB.
003470 1020-EXIT.
003480     EXIT.
003490*
003500*****************************************************************
003510* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003520* EACH OPEN.
003530*****************************************************************
003540 1050-OPEN-FILES.
003550     OPEN INPUT OPER-HISTORY
003560     IF OSC-HISTORY-NOT-FOUND
003570         DISPLAY "CBTOPSC - OPRHIST DATASET NOT FOUND, RUN "
003580             "TERMINATED"
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF
003620     OPEN INPUT SSNUM-MASTER
003630     IF OSC-MASTER-NOT-FOUND
003640         DISPLAY "CBTOPSC - SSNUM-MASTER DATASET NOT FOUND, RUN "
003650             "TERMINATED"
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF
003690     OPEN OUTPUT OSC-RPT
003700     IF OSC-PRINT-NOT-FOUND
003710         DISPLAY "CBTOPSC - OPSCRPT DATASET NOT FOUND, RUN "
003720             "TERMINATED"
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760 1050-EXIT.
003770     EXIT.
003780*
003790*****************************************************************
003800* 1300-WRITE-REPORT-HEADER
003810*****************************************************************
003820 1300-WRITE-REPORT-HEADER.
003830     MOVE OSC-MON-DISPLAY (4) TO OSC-HDR-MONTH
003840     MOVE PDP-BUSINESS-DATE TO OSC-HDR-DATE
003850     WRITE OSC-RPT-HEADER-LINE
003860     WRITE OSC-RPT-HEADING-LINE.
003870 1300-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910* 2000-LOAD-HISTORY - READ OPRHIST FROM THE FIRST OF THE OLDEST
003920* PRIOR MONTH TO THE END OF THE MONTH BEING SCORED AND ADD EVERY
003930* RECORD INTO ITS OPERATOR'S ENTRY.
003940*****************************************************************
003950 2000-LOAD-HISTORY.
003960     MOVE OSC-MON-YYYYMM (1) TO OSC-STR-YYYYMM
003970     MOVE 1 TO OSC-STR-DD
003980     MOVE LOW-VALUES TO OHS-KEY
003990     MOVE OSC-START-YMD TO OHS-DATE-KEY
004000     START OPER-HISTORY KEY NOT < OHS-KEY
004010         INVALID KEY
004020             GO TO 2000-EXIT
004030     END-START
004040     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
004050     PERFORM 2200-ADD-HISTORY THRU 2200-EXIT
004060         UNTIL OSC-END-OF-HISTORY.
004070 2000-EXIT.
004080     EXIT.
004090*
004100 2100-READ-HISTORY.
004110     READ OPER-HISTORY NEXT
004120         AT END
004130             SET OSC-END-OF-HISTORY TO TRUE
004140             GO TO 2100-EXIT
004150     END-READ
004160     MOVE OHS-DATE-KEY TO OSC-HISTORY-YMD
004170     IF OSC-HST-YYYYMM > OSC-MON-YYYYMM (4)
004180         SET OSC-END-OF-HISTORY TO TRUE
004190         GO TO 2100-EXIT
004200     END-IF
004210     ADD 1 TO OSC-HISTORY-READ-COUNT.
004220 2100-EXIT.
004230     EXIT.
004240*
004250*****************************************************************
004260* 2200-ADD-HISTORY - VOLUME AND ERRORS COUNT IN EVERY MONTH; THE
004270* OTHER FIGURES AND THE REASONS ONLY IN THE MONTH BEING SCORED.
004280*****************************************************************
004290 2200-ADD-HISTORY.
004300     MOVE 1 TO OSC-MON-SUB
004310     PERFORM 2210-MATCH-MONTH THRU 2210-EXIT
004320         UNTIL OSC-MON-SUB > 4
004330         OR OSC-HST-YYYYMM = OSC-MON-YYYYMM (OSC-MON-SUB)
004340     MOVE OHS-OPER-SSN TO OSC-SEARCH-SSN
004350     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT
004360     IF OHS-RECORDS-KEYED
004370         ADD OHS-COUNT
004380             TO OSC-OPR-MON-KEYED (OSC-OPR-SUB OSC-MON-SUB)
004390     END-IF
004400     IF OHS-EDIT-REJECT OR OHS-SUSPENSION
004410         ADD OHS-COUNT
004420             TO OSC-OPR-MON-ERRORS (OSC-OPR-SUB OSC-MON-SUB)
004430     END-IF
004440     IF OSC-MON-SUB NOT = 4
004450         GO TO 2200-NEXT
004460     END-IF
004470     SET OSC-OPR-HAS-MONTH (OSC-OPR-SUB) TO TRUE
004480     IF OHS-EDIT-REJECT
004490         ADD OHS-COUNT TO OSC-OPR-REJECTED (OSC-OPR-SUB)
004500         PERFORM 2400-ADD-REASON THRU 2400-EXIT
004510     END-IF
004520     IF OHS-SUSPENSION
004530         ADD OHS-COUNT TO OSC-OPR-SUSPENDED (OSC-OPR-SUB)
004540         PERFORM 2400-ADD-REASON THRU 2400-EXIT
004550     END-IF
004560     IF OHS-CORRECTION
004570         ADD OHS-COUNT TO OSC-OPR-CORRECTED (OSC-OPR-SUB)
004580     END-IF
004590     IF OHS-WRITE-OFF
004600         ADD OHS-COUNT TO OSC-OPR-WRITTEN-OFF (OSC-OPR-SUB)
004610     END-IF
004620     IF OHS-REVERSAL
004630         ADD OHS-COUNT TO OSC-OPR-REVERSED (OSC-OPR-SUB)
004640     END-IF.
004650 2200-NEXT.
004660     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004670 2200-EXIT.
004680     EXIT.
004690*
004700 2210-MATCH-MONTH.
004710     ADD 1 TO OSC-MON-SUB.
004720 2210-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760* 2300-FIND-OPERATOR - POINT OSC-OPR-SUB AT THE TABLE ENTRY FOR
004770* OSC-SEARCH-SSN, ADDING ONE THE FIRST TIME THE SSN IS SEEN.
004780*****************************************************************
004790 2300-FIND-OPERATOR.
004800     MOVE "N" TO OSC-FOUND-SWITCH
004810     MOVE 1 TO OSC-OPR-SUB
004820     PERFORM 2310-MATCH-OPERATOR THRU 2310-EXIT
004830         UNTIL OSC-ENTRY-WAS-FOUND
004840         OR OSC-OPR-SUB > OSC-OPERATOR-COUNT
004850     IF OSC-ENTRY-WAS-FOUND
004860         GO TO 2300-EXIT
004870     END-IF
004880     IF OSC-OPERATOR-COUNT >= 500
004890         DISPLAY "CBTOPSC - MORE THAN 500 OPERATORS, RUN "
004900             "TERMINATED"
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF
004940     ADD 1 TO OSC-OPERATOR-COUNT
004950     MOVE OSC-OPERATOR-COUNT TO OSC-OPR-SUB
004960     INITIALIZE OSC-OPERATOR-ENTRY (OSC-OPR-SUB)
004970     MOVE OSC-SEARCH-SSN TO OSC-OPR-SSN (OSC-OPR-SUB)
004980     MOVE "N" TO OSC-OPR-PRINTED (OSC-OPR-SUB)
004990     MOVE "N" TO OSC-OPR-SCORED (OSC-OPR-SUB).
005000 2300-EXIT.
005010     EXIT.
005020*
005030 2310-MATCH-OPERATOR.
005040     IF OSC-OPR-SSN (OSC-OPR-SUB) = OSC-SEARCH-SSN
005050         SET OSC-ENTRY-WAS-FOUND TO TRUE
005060     ELSE
005070         ADD 1 TO OSC-OPR-SUB
005080     END-IF.
005090 2310-EXIT.
005100     EXIT.
005110*
005120*****************************************************************
005130* 2400-ADD-REASON - ADD THE RECORD'S COUNT TO THE OPERATOR'S
005140* COUNT FOR ITS REASON CODE.  REJECTS AND SUSPENSIONS SHARE ONE
005150* LIST - THE CODES DO NOT OVERLAP EXCEPT 16, WHICH MEANS THE SAME
005160* FROM EITHER PROGRAM.
005170*****************************************************************
005180 2400-ADD-REASON.
005190     MOVE "N" TO OSC-FOUND-SWITCH
005200     MOVE 1 TO OSC-RSN-SUB
005210     PERFORM 2410-MATCH-REASON THRU 2410-EXIT
005220         UNTIL OSC-ENTRY-WAS-FOUND
005230         OR OSC-RSN-SUB > OSC-OPR-REASON-COUNT (OSC-OPR-SUB)
005240     IF NOT OSC-ENTRY-WAS-FOUND
005250         IF OSC-OPR-REASON-COUNT (OSC-OPR-SUB) >= 20
005260             DISPLAY "CBTOPSC - MORE THAN 20 REASON CODES FOR "
005270                 "OPERATOR " OHS-OPER-SSN ", RUN TERMINATED"
005280             MOVE 16 TO RETURN-CODE
005290             STOP RUN
005300         END-IF
005310         ADD 1 TO OSC-OPR-REASON-COUNT (OSC-OPR-SUB)
005320         MOVE OSC-OPR-REASON-COUNT (OSC-OPR-SUB) TO OSC-RSN-SUB
005330         MOVE OHS-REASON TO OSC-RSN-CODE (OSC-OPR-SUB OSC-RSN-SUB)
005340         MOVE ZERO TO OSC-RSN-COUNT (OSC-OPR-SUB OSC-RSN-SUB)
005350         MOVE "N" TO OSC-RSN-PICKED (OSC-OPR-SUB OSC-RSN-SUB)
005360     END-IF
005370     ADD OHS-COUNT TO OSC-RSN-COUNT (OSC-OPR-SUB OSC-RSN-SUB).
005380 2400-EXIT.
005390     EXIT.
005400*
005410 2410-MATCH-REASON.
005420     IF OSC-RSN-CODE (OSC-OPR-SUB OSC-RSN-SUB) = OHS-REASON
005430         SET OSC-ENTRY-WAS-FOUND TO TRUE
005440     ELSE
005450         ADD 1 TO OSC-RSN-SUB
005460     END-IF.
005470 2410-EXIT.
005480     EXIT.
005490*
005500*****************************************************************
005510* 3000-SCORE-NEXT-OPERATOR - FIND THE LOWEST SSN NOT YET PRINTED
005520* THAT HAS A FIGURE IN THE MONTH AND PRINT ITS SCORE.
005530* OSC-LOW-SUB COMES BACK ZERO WHEN EVERY OPERATOR IS DONE.
005540*****************************************************************
005550 3000-SCORE-NEXT-OPERATOR.
005560     MOVE ZERO TO OSC-LOW-SUB
005570     MOVE HIGH-VALUES TO OSC-LOW-SSN
005580     MOVE 1 TO OSC-OPR-SUB
005590     PERFORM 3010-CHECK-LOWEST THRU 3010-EXIT
005600         UNTIL OSC-OPR-SUB > OSC-OPERATOR-COUNT
005610     IF OSC-LOW-SUB = ZERO
005620         GO TO 3000-EXIT
005630     END-IF
005640     MOVE OSC-LOW-SUB TO OSC-OPR-SUB
005650     SET OSC-OPR-WAS-PRINTED (OSC-OPR-SUB) TO TRUE
005660     ADD 1 TO OSC-SCORED-COUNT
005670     PERFORM 3100-WRITE-SCORE-LINE THRU 3100-EXIT
005680     MOVE 1 TO OSC-TOP-SUB
005690     PERFORM 3200-WRITE-TOP-REASON THRU 3200-EXIT
005700         UNTIL OSC-TOP-SUB > 3
005710     PERFORM 3300-WRITE-PRIOR-LINE THRU 3300-EXIT.
005720 3000-EXIT.
005730     EXIT.
005740*
005750 3010-CHECK-LOWEST.
005760     IF OSC-OPR-HAS-MONTH (OSC-OPR-SUB)
005770        AND NOT OSC-OPR-WAS-PRINTED (OSC-OPR-SUB)
005780        AND OSC-OPR-SSN (OSC-OPR-SUB) < OSC-LOW-SSN
005790         MOVE OSC-OPR-SSN (OSC-OPR-SUB) TO OSC-LOW-SSN
005800         MOVE OSC-OPR-SUB TO OSC-LOW-SUB
005810     END-IF
005820     ADD 1 TO OSC-OPR-SUB.
005830 3010-EXIT.
005840     EXIT.
005850*
005860*****************************************************************
005870* 3100-WRITE-SCORE-LINE - THE MONTH'S FIGURES, ERROR RATE AND
005880* TREND.  THE NAME OF RECORD COMES FROM SSNUM-MASTER.
005890*****************************************************************
005900 3100-WRITE-SCORE-LINE.
005910     MOVE OSC-OPR-SSN (OSC-OPR-SUB) TO MST-SSNUM
005920     READ SSNUM-MASTER
005930         INVALID KEY
005940             MOVE "NOT ON SSNUM-MASTER" TO OSC-DET-NAME
005950         NOT INVALID KEY
005960             MOVE MST-EMPLOYEE-NAME TO OSC-DET-NAME
005970     END-READ
005980     MOVE OSC-OPR-SSN (OSC-OPR-SUB) TO OSC-DET-SSN
005990     MOVE OSC-OPR-MON-KEYED (OSC-OPR-SUB 4) TO OSC-DET-KEYED
006000     MOVE OSC-OPR-REJECTED (OSC-OPR-SUB) TO OSC-DET-REJECTED
006010     MOVE OSC-OPR-SUSPENDED (OSC-OPR-SUB) TO OSC-DET-SUSPENDED
006020     MOVE OSC-OPR-CORRECTED (OSC-OPR-SUB) TO OSC-DET-CORRECTED
006030     MOVE OSC-OPR-WRITTEN-OFF (OSC-OPR-SUB) TO OSC-DET-WRITTEN-OFF
006040     MOVE OSC-OPR-REVERSED (OSC-OPR-SUB) TO OSC-DET-REVERSED
006050     ADD OSC-OPR-MON-KEYED (OSC-OPR-SUB 4) TO OSC-TOTAL-KEYED
006060     ADD OSC-OPR-MON-ERRORS (OSC-OPR-SUB 4) TO OSC-TOTAL-ERRORS
006070     MOVE OSC-OPR-MON-KEYED (OSC-OPR-SUB 4) TO OSC-RATE-KEYED
006080     MOVE OSC-OPR-MON-ERRORS (OSC-OPR-SUB 4) TO OSC-RATE-ERRORS
006090     PERFORM 3900-COMPUTE-RATE THRU 3900-EXIT
006100     MOVE OSC-RATE TO OSC-CURRENT-RATE
006110     MOVE OSC-RATE TO OSC-DET-RATE
006120     MOVE OSC-OPR-MON-KEYED (OSC-OPR-SUB 1) TO OSC-PRIOR-KEYED
006130     ADD OSC-OPR-MON-KEYED (OSC-OPR-SUB 2) TO OSC-PRIOR-KEYED
006140     ADD OSC-OPR-MON-KEYED (OSC-OPR-SUB 3) TO OSC-PRIOR-KEYED
006150     MOVE OSC-OPR-MON-ERRORS (OSC-OPR-SUB 1) TO OSC-PRIOR-ERRORS
006160     ADD OSC-OPR-MON-ERRORS (OSC-OPR-SUB 2) TO OSC-PRIOR-ERRORS
006170     ADD OSC-OPR-MON-ERRORS (OSC-OPR-SUB 3) TO OSC-PRIOR-ERRORS
006180     MOVE OSC-PRIOR-KEYED TO OSC-RATE-KEYED
006190     MOVE OSC-PRIOR-ERRORS TO OSC-RATE-ERRORS
006200     PERFORM 3900-COMPUTE-RATE THRU 3900-EXIT
006210     MOVE OSC-RATE TO OSC-PRIOR-RATE
006220     IF OSC-PRIOR-KEYED = ZERO
006230         MOVE "NEW" TO OSC-DET-TREND
006240     ELSE
006250         IF OSC-CURRENT-RATE < OSC-PRIOR-RATE
006260             MOVE "BETTER" TO OSC-DET-TREND
006270         ELSE
006280             IF OSC-CURRENT-RATE > OSC-PRIOR-RATE
006290                 MOVE "WORSE" TO OSC-DET-TREND
006300             ELSE
006310                 MOVE "SAME" TO OSC-DET-TREND
006320             END-IF
006330         END-IF
006340     END-IF
006350     WRITE OSC-RPT-DETAIL-LINE.
006360 3100-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400* 3200-WRITE-TOP-REASON - PICK THE MOST FREQUENT REASON NOT YET
006410* PRINTED AND PRINT IT IN WORDS.  FEWER THAN THREE REASONS PRINT
006420* FEWER LINES.
006430*****************************************************************
006440 3200-WRITE-TOP-REASON.
006450     MOVE ZERO TO OSC-PICK-SUB
006460     MOVE ZERO TO OSC-PICK-COUNT
006470     MOVE 1 TO OSC-RSN-SUB
006480     PERFORM 3210-CHECK-HIGHEST THRU 3210-EXIT
006490         UNTIL OSC-RSN-SUB > OSC-OPR-REASON-COUNT (OSC-OPR-SUB)
006500     ADD 1 TO OSC-TOP-SUB
006510     IF OSC-PICK-SUB = ZERO
006520         GO TO 3200-EXIT
006530     END-IF
006540     SET OSC-RSN-WAS-PICKED (OSC-OPR-SUB OSC-PICK-SUB) TO TRUE
006550     MOVE OSC-RSN-CODE (OSC-OPR-SUB OSC-PICK-SUB)
006560         TO OSC-RSN-LINE-CODE
006570     MOVE OSC-PICK-COUNT TO OSC-RSN-LINE-TIMES
006580     MOVE "REASON CODE NOT ON RSNTAB" TO OSC-RSN-LINE-TEXT
006590     MOVE "N" TO OSC-FOUND-SWITCH
006600     MOVE 1 TO OSC-TEXT-SUB
006610     PERFORM 3220-MATCH-REASON-TEXT THRU 3220-EXIT
006620         UNTIL OSC-ENTRY-WAS-FOUND
006630         OR OSC-TEXT-SUB > RSN-ENTRY-COUNT
006640     WRITE OSC-RPT-REASON-LINE.
006650 3200-EXIT.
006660     EXIT.
006670*
006680 3210-CHECK-HIGHEST.
006690     IF NOT OSC-RSN-WAS-PICKED (OSC-OPR-SUB OSC-RSN-SUB)
006700        AND OSC-RSN-COUNT (OSC-OPR-SUB OSC-RSN-SUB)
006710            > OSC-PICK-COUNT
006720         MOVE OSC-RSN-SUB TO OSC-PICK-SUB
006730         MOVE OSC-RSN-COUNT (OSC-OPR-SUB OSC-RSN-SUB)
006740             TO OSC-PICK-COUNT
006750     END-IF
006760     ADD 1 TO OSC-RSN-SUB.
006770 3210-EXIT.
006780     EXIT.
006790*
006800 3220-MATCH-REASON-TEXT.
006810     IF RSN-CODE (OSC-TEXT-SUB) = OSC-RSN-LINE-CODE
006820         SET OSC-ENTRY-WAS-FOUND TO TRUE
006830         MOVE RSN-TEXT (OSC-TEXT-SUB) TO OSC-RSN-LINE-TEXT
006840     ELSE
006850         ADD 1 TO OSC-TEXT-SUB
006860     END-IF.
006870 3220-EXIT.
006880     EXIT.
006890*
006900*****************************************************************
006910* 3300-WRITE-PRIOR-LINE - THE ERROR RATE IN EACH OF THE THREE
006920* PRIOR MONTHS AND OVER THE THREE TOGETHER.  A MONTH WITH NOTHING
006930* KEYED HAS NO RATE AND PRINTS BLANK.
006940*****************************************************************
006950 3300-WRITE-PRIOR-LINE.
006960     MOVE 1 TO OSC-MON-SUB
006970     PERFORM 3310-FORMAT-PRIOR-MONTH THRU 3310-EXIT
006980         UNTIL OSC-MON-SUB > 3
006990     IF OSC-PRIOR-KEYED = ZERO
007000         MOVE SPACES TO OSC-PRI-AVERAGE-X
007010         MOVE SPACE TO OSC-PRI-AVG-PERCENT
007020     ELSE
007030         MOVE OSC-PRIOR-RATE TO OSC-PRI-AVERAGE
007040         MOVE "%" TO OSC-PRI-AVG-PERCENT
007050     END-IF
007060     WRITE OSC-RPT-PRIOR-LINE.
007070 3300-EXIT.
007080     EXIT.
007090*
007100 3310-FORMAT-PRIOR-MONTH.
007110     MOVE OSC-MON-DISPLAY (OSC-MON-SUB)
007120         TO OSC-PRI-MONTH (OSC-MON-SUB)
007130     IF OSC-OPR-MON-KEYED (OSC-OPR-SUB OSC-MON-SUB) = ZERO
007140         MOVE SPACES TO OSC-PRI-RATE-X (OSC-MON-SUB)
007150         MOVE SPACE TO OSC-PRI-PERCENT (OSC-MON-SUB)
007160     ELSE
007170         MOVE OSC-OPR-MON-KEYED (OSC-OPR-SUB OSC-MON-SUB)
007180             TO OSC-RATE-KEYED
007190         MOVE OSC-OPR-MON-ERRORS (OSC-OPR-SUB OSC-MON-SUB)
007200             TO OSC-RATE-ERRORS
007210         PERFORM 3900-COMPUTE-RATE THRU 3900-EXIT
007220         MOVE OSC-RATE TO OSC-PRI-RATE (OSC-MON-SUB)
007230         MOVE "%" TO OSC-PRI-PERCENT (OSC-MON-SUB)
007240     END-IF
007250     ADD 1 TO OSC-MON-SUB.
007260 3310-EXIT.
007270     EXIT.
007280*
007290*****************************************************************
007300* 3900-COMPUTE-RATE - ERRORS PER HUNDRED RECORDS KEYED, FROM
007310* OSC-RATE-ERRORS AND OSC-RATE-KEYED INTO OSC-RATE.  NOTHING
007320* KEYED IS A RATE OF ZERO; A RATE TOO BIG TO PRINT (ERRORS ON
007330* ITEMS KEYED IN AN EARLIER MONTH) PRINTS AS 999.99.
007340*****************************************************************
007350 3900-COMPUTE-RATE.
007360     IF OSC-RATE-KEYED = ZERO
007370         MOVE ZERO TO OSC-RATE
007380         GO TO 3900-EXIT
007390     END-IF
007400     COMPUTE OSC-RATE ROUNDED =
007410         OSC-RATE-ERRORS * 100 / OSC-RATE-KEYED
007420         ON SIZE ERROR
007430             MOVE 999.99 TO OSC-RATE
007440     END-COMPUTE.
007450 3900-EXIT.
007460     EXIT.
007470*
007480*****************************************************************
007490* 8100-WRITE-REPORT-TRAILER
007500*****************************************************************
007510 8100-WRITE-REPORT-TRAILER.
007520     MOVE "HISTORY READ        " TO OSC-CNT-LABEL
007530     MOVE OSC-HISTORY-READ-COUNT TO OSC-CNT-VALUE
007540     WRITE OSC-RPT-COUNT-LINE
007550     MOVE "OPERATORS SCORED    " TO OSC-CNT-LABEL
007560     MOVE OSC-SCORED-COUNT TO OSC-CNT-VALUE
007570     WRITE OSC-RPT-COUNT-LINE
007580     MOVE "RECORDS KEYED       " TO OSC-CNT-LABEL
007590     MOVE OSC-TOTAL-KEYED TO OSC-CNT-VALUE
007600     WRITE OSC-RPT-COUNT-LINE
007610     MOVE "REJECTS + SUSPENDED " TO OSC-CNT-LABEL
007620     MOVE OSC-TOTAL-ERRORS TO OSC-CNT-VALUE
007630     WRITE OSC-RPT-COUNT-LINE.
007640 8100-EXIT.
007650     EXIT.
