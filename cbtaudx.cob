000380* MODIFICATION HISTORY
000390* -----------------------------------------------------------
000400* 2026-08-22  NJL  INITIAL VERSION.
000410* 2026-08-22  NJL  AN AMOUNT THRESHOLD ABOVE 99999.99 IS NOW
000420*                  REJECTED ON THE CARD EDIT - AUD-TOTAL CANNOT
000430*                  EXCEED THAT, SO THE OLD BEHAVIOR WAS A
000440*                  SILENT EMPTY EXTRACT WITH NO DIAGNOSTIC.
000450* 2026-09-01  NJL  THE AUDIT LINE NOW CARRIES CBTUT'S REVERSAL
000460*                  FLAG IN A NEW TRAILING COLUMN - AUDITLOG AND
000470*                  THE EXTRACT, ARCHIVE AND AUDITNEW DATASETS
000480*                  ARE NOW LRECL 84.  THE EXISTING LRECL-82
000490*                  RECORDS MUST BE PADDED WITH TWO BLANKS IN
000500*                  THE ONE-TIME CONVERSION.
000510* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000520*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000530*                  CLOCK, SO A LATE OR RERUN NIGHT KEEPS ITS DATE.
000540* 2026-10-15  NJL  THE AUDIT LINE NOW ENDS WITH THE KEYING CLERK'S
000550*                  SSN AND THE BATCH ID - AUDITLOG AND THE
000560*                  EXTRACT, ARCHIVE AND AUDITNEW DATASETS ARE NOW
000570*                  LRECL 101.  THE LINES ARE STILL COPIED
000580*                  VERBATIM.
000590*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AUDIT-LOG
000640         ASSIGN TO AUDITLOG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AUX-AUDIT-STATUS.
000670     SELECT EXTRACT-OUT
000680         ASSIGN TO AUDEXTR
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS AUX-EXTRACT-STATUS.
000710     SELECT EXTRACT-RPT
000720         ASSIGN TO AUDXRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS AUX-PRINT-STATUS.
000750     SELECT ARCHIVE-OUT
000760         ASSIGN TO AUDARCH
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS AUX-ARCHIVE-STATUS.
000790     SELECT AUDIT-NEW
000800         ASSIGN TO AUDITNEW
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS AUX-NEW-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850*****************************************************************
000860* AUDIT-LOG - THE LIVE LOG, ONE LINE PER TRANSACTION AS CBTUT
000870* WRITES IT.  THE EDITED AMOUNT FIELDS ARE DESCRIBED EXACTLY AS
000880* CBTUT WRITES THEM SO THE TOTAL CAN BE DE-EDITED FOR THE
000890* THRESHOLD COMPARE.
000900*****************************************************************
000910 FD  AUDIT-LOG
000920     RECORDING MODE IS F.
000930 01  AUDIT-LOG-RECORD.
000940     05  AUD-DATE                 PIC X(10).
000950     05  FILLER                   PIC X(01).
000960     05  AUD-TIME                 PIC X(08).
000970     05  FILLER                   PIC X(01).
000980     05  AUD-OPERATOR             PIC X(30).
000990     05  FILLER                   PIC X(01).
001000     05  AUD-OP-CODE              PIC X(01).
001010     05  FILLER                   PIC X(01).
001020     05  AUD-NUM1                 PIC -(5)9.99.
001030     05  FILLER                   PIC X(01).
001040     05  AUD-NUM2                 PIC -(5)9.99.
001050     05  FILLER                   PIC X(01).
001060     05  AUD-TOTAL                PIC -(5)9.99.
001070     05  FILLER                   PIC X(01).
001080     05  AUD-REVERSAL-FLAG        PIC X(01).
001090     05  FILLER                   PIC X(01).
001100     05  AUD-OPER-SSN             PIC X(09).
001110     05  FILLER                   PIC X(01).
001120     05  AUD-BATCH-ID             PIC X(06).
001130*****************************************************************
001140* EXTRACT-OUT - SELECTED AUDIT LINES, VERBATIM, FOR DOWNSTREAM
001150* MACHINE USE.
001160*****************************************************************
001170 FD  EXTRACT-OUT
001180     RECORDING MODE IS F.
001190 01  EXTRACT-OUT-RECORD           PIC X(101).
001200*****************************************************************
001210* ARCHIVE-OUT - CLOSED-MONTH AUDIT LINES, APPENDED ACROSS
001220* MONTH-END RUNS.
001230*****************************************************************
001240 FD  ARCHIVE-OUT
001250     RECORDING MODE IS F.
001260 01  ARCHIVE-OUT-RECORD           PIC X(101).
001270*****************************************************************
001280* AUDIT-NEW - THE TRIMMED LIVE LOG WRITTEN BY A MONTH-END RUN.
001290*****************************************************************
001300 FD  AUDIT-NEW
001310     RECORDING MODE IS F.
001320 01  AUDIT-NEW-RECORD             PIC X(101).
001330*****************************************************************
001340* EXTRACT-RPT - CRITERIA HEADER, ONE LINE PER SELECTED RECORD,
001350* TRAILER COUNTS.
001360*****************************************************************
001370 FD  EXTRACT-RPT
001380     RECORDING MODE IS F.
001390 01  AUX-RPT-HEADER-LINE.
001400     05  FILLER                   PIC X(21)
001410                                   VALUE "CBTAUDX SELECTION ON ".
001420     05  AUX-HDR-DATE             PIC X(10).
001430     05  FILLER                   PIC X(07) VALUE "  MODE ".
001440     05  AUX-HDR-MODE             PIC X(08).
001450     05  FILLER                   PIC X(86) VALUE SPACES.
001460 01  AUX-RPT-DETAIL-LINE.
001470     05  AUX-DET-DATE             PIC X(10).
001480     05  FILLER                   PIC X(02) VALUE SPACES.
001490     05  AUX-DET-TIME             PIC X(08).
001500     05  FILLER                   PIC X(02) VALUE SPACES.
001510     05  AUX-DET-OPERATOR         PIC X(30).
001520     05  FILLER                   PIC X(02) VALUE SPACES.
001530     05  AUX-DET-OP-CODE          PIC X(01).
001540     05  FILLER                   PIC X(02) VALUE SPACES.
001550     05  AUX-DET-NUM1             PIC X(09).
001560     05  FILLER                   PIC X(02) VALUE SPACES.
001570     05  AUX-DET-NUM2             PIC X(09).
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  AUX-DET-TOTAL            PIC X(09).
001600     05  FILLER                   PIC X(44) VALUE SPACES.
001610 01  AUX-RPT-COUNT-LINE.
001620     05  AUX-CNT-LABEL            PIC X(20).
001630     05  AUX-CNT-VALUE            PIC ZZZ,ZZ9.
001640     05  FILLER                   PIC X(105) VALUE SPACES.
001650*
001660 WORKING-STORAGE SECTION.
001670 01  AUX-SELECT-CARD.
001680     05  AUX-SEL-FROM-DATE        PIC X(10).
001690     05  FILLER                   PIC X(01).
001700     05  AUX-SEL-TO-DATE          PIC X(10).
001710     05  FILLER                   PIC X(01).
001720     05  AUX-SEL-OPERATOR         PIC X(30).
001730     05  FILLER                   PIC X(01).
001740     05  AUX-SEL-AMOUNT           PIC X(10).
001750     05  FILLER                   PIC X(01).
001760     05  AUX-SEL-MODE             PIC X(08).
001770         88  AUX-MODE-EXTRACT               VALUE "EXTRACT ".
001780         88  AUX-MODE-MONTHEND              VALUE "MONTHEND".
001790 77  AUX-EOF-SWITCH               PIC X(01) VALUE "N".
001800     88  AUX-END-OF-AUDIT-FILE              VALUE "Y".
001810 77  AUX-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
001820 77  AUX-SELECT-COUNT             PIC 9(7) COMP VALUE ZERO.
001830 77  AUX-ARCHIVE-COUNT            PIC 9(7) COMP VALUE ZERO.
001840 77  AUX-RETAIN-COUNT             PIC 9(7) COMP VALUE ZERO.
001850 77  AUX-AUDIT-STATUS             PIC XX VALUE SPACES.
001860     88  AUX-AUDIT-NOT-FOUND                VALUE "35".
001870 77  AUX-EXTRACT-STATUS           PIC XX VALUE SPACES.
001880     88  AUX-EXTRACT-NOT-FOUND              VALUE "35".
001890 77  AUX-PRINT-STATUS             PIC XX VALUE SPACES.
001900     88  AUX-PRINT-NOT-FOUND                VALUE "35".
001910 77  AUX-ARCHIVE-STATUS           PIC XX VALUE SPACES.
001920     88  AUX-ARCHIVE-NOT-FOUND              VALUE "35".
001930 77  AUX-NEW-STATUS               PIC XX VALUE SPACES.
001940     88  AUX-NEW-NOT-FOUND                  VALUE "35".
001950 77  AUX-THRESHOLD-SWITCH         PIC X(01) VALUE "N".
001960     88  AUX-THRESHOLD-GIVEN                VALUE "Y".
001970 77  AUX-THRESHOLD-AMOUNT         PIC S9(7)V99 COMP-3 VALUE ZERO.
001980 77  AUX-WORK-TOTAL               PIC S9(5)V99 COMP-3 VALUE ZERO.
001990 77  AUX-SELECT-SWITCH            PIC X(01) VALUE "N".
002000     88  AUX-RECORD-SELECTED                VALUE "Y".
002010 01  AUX-SEL-AMOUNT-NUM.
002020     05  AUX-SEL-AMT-WHOLE        PIC 9(07).
002030     05  FILLER                   PIC X(01).
002040     05  AUX-SEL-AMT-DECS         PIC 9(02).
002050 01  AUX-CURRENT-MONTH.
002060     05  AUX-CUR-YYYY             PIC 9(4).
002070     05  FILLER                   PIC X(1) VALUE "-".
002080     05  AUX-CUR-MM               PIC 9(2).
002090 01  AUX-RECORD-MONTH             PIC X(07).
002100 01  AUX-CURRENT-DATE.
002110     05  AUX-CD-YYYY              PIC 9(4).
002120     05  AUX-CD-MM                PIC 9(2).
002130     05  AUX-CD-DD                PIC 9(2).
002140 01  AUX-DATE-DISPLAY.
002150     05  AUX-DSP-YYYY             PIC 9(4).
002160     05  FILLER                   PIC X(1) VALUE "-".
002170     05  AUX-DSP-MM               PIC 9(2).
002180     05  FILLER                   PIC X(1) VALUE "-".
002190     05  AUX-DSP-DD               PIC 9(2).
002200 01  AUX-PDATE-AREA.
002210     COPY PDTPARM.
002220*
002230 PROCEDURE DIVISION.
002240*****************************************************************
002250* 0000-MAINLINE
002260*****************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002290     PERFORM 1000-READ-SELECT-CARD THRU 1000-EXIT
002300     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002310     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002320     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
002330     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
002340         UNTIL AUX-END-OF-AUDIT-FILE
002350     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002360     IF AUX-MODE-EXTRACT AND AUX-SELECT-COUNT = ZERO
002370         MOVE 4 TO RETURN-CODE
002380     END-IF
002390     CLOSE AUDIT-LOG
002400     CLOSE EXTRACT-RPT
002410     IF AUX-MODE-EXTRACT
002420         CLOSE EXTRACT-OUT
002430     END-IF
002440     IF AUX-MODE-MONTHEND
002450         CLOSE ARCHIVE-OUT
002460         CLOSE AUDIT-NEW
002470     END-IF
002480     STOP RUN.
002490*
002500*****************************************************************
002510* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002520* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002530* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002540* CARRIES ITS OWN DATE.
002550*****************************************************************
002560 1005-GET-PROCESSING-DATE.
002570     SET PDP-GET-DATE TO TRUE
002580     MOVE "CBTAUDX" TO PDP-STEP-NAME
002590     CALL "CBTDATE" USING AUX-PDATE-AREA
002600     IF PDP-REQUEST-REFUSED
002610         DISPLAY "CBTAUDX - " PDP-MESSAGE
002620         DISPLAY "CBTAUDX - NO PROCESSING DATE, RUN TERMINATED"
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     MOVE PDP-BUSINESS-YMD TO AUX-CURRENT-DATE.
002670 1005-EXIT.
002680     EXIT.
002690*
002700*****************************************************************
002710* 1000-READ-SELECT-CARD - PULL THE SELECTION CARD OFF SYSIN AND
002720* EDIT IT.  A MODE THAT IS NEITHER EXTRACT NOR MONTHEND IS A
002730* KEYING ERROR AND THE RUN STOPS BEFORE TOUCHING THE LOG.
002740*****************************************************************
002750 1000-READ-SELECT-CARD.
002760     MOVE SPACES TO AUX-SELECT-CARD
002770     ACCEPT AUX-SELECT-CARD
002780     IF NOT AUX-MODE-EXTRACT AND NOT AUX-MODE-MONTHEND
002790         DISPLAY "CBTAUDX - MODE MUST BE EXTRACT OR MONTHEND, "
002800             "RUN TERMINATED"
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     IF AUX-SEL-AMOUNT NOT = SPACES
002850         IF AUX-SEL-AMOUNT (8:1) NOT = "."
002860             DISPLAY "CBTAUDX - AMOUNT MUST BE 9999999.99, RUN "
002870                 "TERMINATED"
002880             MOVE 16 TO RETURN-CODE
002890             STOP RUN
002900         END-IF
002910         MOVE AUX-SEL-AMOUNT TO AUX-SEL-AMOUNT-NUM
002920         IF AUX-SEL-AMT-WHOLE NOT NUMERIC
002930            OR AUX-SEL-AMT-DECS NOT NUMERIC
002940             DISPLAY "CBTAUDX - AMOUNT MUST BE 9999999.99, RUN "
002950                 "TERMINATED"
002960             MOVE 16 TO RETURN-CODE
002970             STOP RUN
002980         END-IF
002990         COMPUTE AUX-THRESHOLD-AMOUNT =
003000             AUX-SEL-AMT-WHOLE + AUX-SEL-AMT-DECS / 100
003010*        AUD-TOTAL CAN NEVER EXCEED 99999.99, SO A LARGER
003020*        THRESHOLD WOULD ONLY EVER PRODUCE A SILENT EMPTY
003030*        EXTRACT - TREAT IT AS A KEYING ERROR INSTEAD.
003040         IF AUX-THRESHOLD-AMOUNT > 99999.99
003050             DISPLAY "CBTAUDX - AMOUNT THRESHOLD ABOVE "
003060                 "99999.99 CAN NEVER MATCH, RUN TERMINATED"
003070             MOVE 16 TO RETURN-CODE
003080             STOP RUN
003090         END-IF
003100         SET AUX-THRESHOLD-GIVEN TO TRUE
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140*
003150*****************************************************************
003160* 1050-OPEN-FILES - OPEN WHAT THE REQUESTED MODE NEEDS AND
003170* STATUS-CHECK EVERY OPEN.
003180*****************************************************************
003190 1050-OPEN-FILES.
003200     OPEN INPUT AUDIT-LOG
003210     IF AUX-AUDIT-NOT-FOUND
003220         DISPLAY "CBTAUDX - AUDITLOG DATASET NOT FOUND, RUN "
003230             "TERMINATED"
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     OPEN OUTPUT EXTRACT-RPT
003280     IF AUX-PRINT-NOT-FOUND
003290         DISPLAY "CBTAUDX - AUDXRPT DATASET NOT FOUND, RUN "
003300             "TERMINATED"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF
003340     IF AUX-MODE-EXTRACT
003350         OPEN OUTPUT EXTRACT-OUT
003360         IF AUX-EXTRACT-NOT-FOUND
003370             DISPLAY "CBTAUDX - AUDEXTR DATASET NOT FOUND, RUN "
003380                 "TERMINATED"
003390             MOVE 16 TO RETURN-CODE
003400             STOP RUN
003410         END-IF
003420     END-IF
003430     IF AUX-MODE-MONTHEND
003440         OPEN EXTEND ARCHIVE-OUT
003450         IF AUX-ARCHIVE-NOT-FOUND
003460             OPEN OUTPUT ARCHIVE-OUT
003470         END-IF
003480         OPEN OUTPUT AUDIT-NEW
003490         IF AUX-NEW-NOT-FOUND
003500             DISPLAY "CBTAUDX - AUDITNEW DATASET NOT FOUND, RUN "
003510                 "TERMINATED"
003520             MOVE 16 TO RETURN-CODE
003530             STOP RUN
003540         END-IF
003550         MOVE PDP-BUSINESS-YMD TO AUX-CURRENT-DATE
003560         MOVE AUX-CD-YYYY TO AUX-CUR-YYYY
003570         MOVE AUX-CD-MM TO AUX-CUR-MM
003580     END-IF.
003590 1050-EXIT.
003600     EXIT.
003610*
003620*****************************************************************
003630* 1300-WRITE-REPORT-HEADER
003640*****************************************************************
003650 1300-WRITE-REPORT-HEADER.
003660     MOVE PDP-BUSINESS-YMD TO AUX-CURRENT-DATE
003670     MOVE AUX-CD-YYYY TO AUX-DSP-YYYY
003680     MOVE AUX-CD-MM TO AUX-DSP-MM
003690     MOVE AUX-CD-DD TO AUX-DSP-DD
003700     MOVE AUX-DATE-DISPLAY TO AUX-HDR-DATE
003710     MOVE AUX-SEL-MODE TO AUX-HDR-MODE
003720     WRITE AUX-RPT-HEADER-LINE.
003730 1300-EXIT.
003740     EXIT.
003750*
003760*****************************************************************
003770* 2000-PROCESS-AUDIT-RECORD - ROUTE ONE LOG LINE BY MODE.
003780*****************************************************************
003790 2000-PROCESS-AUDIT-RECORD.
003800     ADD 1 TO AUX-READ-COUNT
003810     IF AUX-MODE-MONTHEND
003820         PERFORM 3000-APPLY-RETENTION THRU 3000-EXIT
003830     ELSE
003840         PERFORM 2200-APPLY-SELECTION THRU 2200-EXIT
003850         IF AUX-RECORD-SELECTED
003860             PERFORM 2300-WRITE-SELECTED THRU 2300-EXIT
003870         END-IF
003880     END-IF
003890     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003900 2000-EXIT.
003910     EXIT.
003920*
003930*****************************************************************
003940* 2100-READ-AUDIT
003950*****************************************************************
003960 2100-READ-AUDIT.
003970     READ AUDIT-LOG
003980         AT END
003990             SET AUX-END-OF-AUDIT-FILE TO TRUE
004000     END-READ.
004010 2100-EXIT.
004020     EXIT.
004030*
004040*****************************************************************
004050* 2200-APPLY-SELECTION - DATE RANGE, OPERATOR AND AMOUNT
004060* THRESHOLD.  EVERY CRITERION LEFT BLANK ON THE CARD SELECTS
004070* EVERYTHING.
004080*****************************************************************
004090 2200-APPLY-SELECTION.
004100     MOVE "N" TO AUX-SELECT-SWITCH
004110     IF AUX-SEL-FROM-DATE NOT = SPACES
004120        AND AUD-DATE < AUX-SEL-FROM-DATE
004130         GO TO 2200-EXIT
004140     END-IF
004150     IF AUX-SEL-TO-DATE NOT = SPACES
004160        AND AUD-DATE > AUX-SEL-TO-DATE
004170         GO TO 2200-EXIT
004180     END-IF
004190     IF AUX-SEL-OPERATOR NOT = SPACES
004200        AND AUD-OPERATOR NOT = AUX-SEL-OPERATOR
004210         GO TO 2200-EXIT
004220     END-IF
004230     IF AUX-THRESHOLD-GIVEN
004240         MOVE AUD-TOTAL TO AUX-WORK-TOTAL
004250         IF AUX-WORK-TOTAL < AUX-THRESHOLD-AMOUNT
004260            AND AUX-WORK-TOTAL > ZERO - AUX-THRESHOLD-AMOUNT
004270             GO TO 2200-EXIT
004280         END-IF
004290     END-IF
004300     SET AUX-RECORD-SELECTED TO TRUE.
004310 2200-EXIT.
004320     EXIT.
004330*
004340*****************************************************************
004350* 2300-WRITE-SELECTED - ONE REPORT LINE AND ONE VERBATIM EXTRACT
004360* RECORD PER SELECTED LOG LINE.
004370*****************************************************************
004380 2300-WRITE-SELECTED.
004390     ADD 1 TO AUX-SELECT-COUNT
004400     MOVE AUDIT-LOG-RECORD TO EXTRACT-OUT-RECORD
004410     WRITE EXTRACT-OUT-RECORD
004420     MOVE AUD-DATE TO AUX-DET-DATE
004430     MOVE AUD-TIME TO AUX-DET-TIME
004440     MOVE AUD-OPERATOR TO AUX-DET-OPERATOR
004450     MOVE AUD-OP-CODE TO AUX-DET-OP-CODE
004460     MOVE AUD-NUM1 TO AUX-DET-NUM1
004470     MOVE AUD-NUM2 TO AUX-DET-NUM2
004480     MOVE AUD-TOTAL TO AUX-DET-TOTAL
004490     WRITE AUX-RPT-DETAIL-LINE.
004500 2300-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540* 3000-APPLY-RETENTION - A RECORD FROM A MONTH BEFORE THE
004550* CURRENT ONE GOES TO THE ARCHIVE; THE CURRENT MONTH IS WRITTEN
004560* BACK TO THE NEW LIVE LOG.
004570*****************************************************************
004580 3000-APPLY-RETENTION.
004590     MOVE AUD-DATE (1:7) TO AUX-RECORD-MONTH
004600     IF AUX-RECORD-MONTH < AUX-CURRENT-MONTH
004610         MOVE AUDIT-LOG-RECORD TO ARCHIVE-OUT-RECORD
004620         WRITE ARCHIVE-OUT-RECORD
004630         ADD 1 TO AUX-ARCHIVE-COUNT
004640     ELSE
004650         MOVE AUDIT-LOG-RECORD TO AUDIT-NEW-RECORD
004660         WRITE AUDIT-NEW-RECORD
004670         ADD 1 TO AUX-RETAIN-COUNT
004680     END-IF.
004690 3000-EXIT.
004700     EXIT.
004710*
004720*****************************************************************
004730* 8100-WRITE-REPORT-TRAILER - COUNTS FOR THE MODE THAT RAN.
004740*****************************************************************
004750 8100-WRITE-REPORT-TRAILER.
004760     MOVE "RECORDS READ        " TO AUX-CNT-LABEL
004770     MOVE AUX-READ-COUNT TO AUX-CNT-VALUE
004780     WRITE AUX-RPT-COUNT-LINE
004790     IF AUX-MODE-EXTRACT
004800         MOVE "RECORDS SELECTED    " TO AUX-CNT-LABEL
004810         MOVE AUX-SELECT-COUNT TO AUX-CNT-VALUE
004820         WRITE AUX-RPT-COUNT-LINE
004830     END-IF
004840     IF AUX-MODE-MONTHEND
004850         MOVE "RECORDS ARCHIVED    " TO AUX-CNT-LABEL
004860         MOVE AUX-ARCHIVE-COUNT TO AUX-CNT-VALUE
004870         WRITE AUX-RPT-COUNT-LINE
004880         MOVE "RECORDS RETAINED    " TO AUX-CNT-LABEL
004890         MOVE AUX-RETAIN-COUNT TO AUX-CNT-VALUE
004900         WRITE AUX-RPT-COUNT-LINE
004910     END-IF.
004920 8100-EXIT.
004930     EXIT.
