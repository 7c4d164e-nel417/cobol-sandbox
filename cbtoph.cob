000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTOPH.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTOPH
000090* NIGHTLY OPERATOR-HISTORY STEP.  CBTUT'S OPRWORK FILE IS
000100* CLEARED EVERY RUN AND ONLY EVER HELD WHAT POSTED, SO NOTHING
000110* KEPT A RECORD OF WHICH CLERK'S WORK WENT WRONG.  THIS STEP RUNS
000120* AT THE END OF THE NIGHT AND ATTRIBUTES TONIGHT'S FIGURES BACK
000130* TO THE OPERATOR SSN THE ITEM WAS KEYED UNDER:
000140*   K - RECORDS KEYED (THE RAW TRANSIN FILE)
000150*   E - CBTEDIT REJECTS, ONE FIGURE PER REASON CODE (REJECTS)
000160*   S - CBTUT SUSPENSIONS, ONE FIGURE PER REASON CODE (SUSPOUT
000170*       ITEMS ON THEIR FIRST CYCLE - A RECYCLED ITEM WAS COUNTED
000180*       THE NIGHT IT FIRST SUSPENDED)
000190*   C - CBTCOR CORRECTIONS OF THE OPERATOR'S ITEMS (CORAUDIT
000200*       LINES DATED TONIGHT, ACTION C)
000210*   W - CBTCOR WRITE-OFFS OF THE OPERATOR'S ITEMS (CORAUDIT
000220*       LINES DATED TONIGHT, ACTION W)
000230*   R - ITEMS BACKED OUT BY A REVERSAL RUN (AUDITLOG LINES DATED
000240*       TONIGHT WITH THE REVERSAL FLAG)
000250* AND WRITES THEM TO THE KEYED OPRHIST FILE (SEE OHSREC), WHICH
000260* IS NEVER CLEARED - IT IS THE RAW MATERIAL FOR THE CBTOPSC
000270* MONTH-END SCORECARD.  ANY RECORDS AN EARLIER RUN LEFT FOR
000280* TONIGHT'S DATE ARE DROPPED FIRST, SO A RERUN REPLACES THE
000290* NIGHT'S FIGURES INSTEAD OF DOUBLING THEM.  CORAUDIT AND
000300* AUDITLOG LINES WRITTEN BEFORE THE TRAILS CARRIED THE KEYING
000310* SSN CANNOT BE ATTRIBUTED AND ARE PASSED OVER.
000320*
000330* RETURN CODES
000340*   00 - NORMAL END
000350*   16 - STEP REFUSED BY PROCESSING DATE CONTROL, MORE THAN 500
000360*        OPERATORS OR 20 REASON CODES FOR ONE OPERATOR, OR A
000370*        DATASET COULD NOT BE OPENED OR UPDATED
000380*
000390* MODIFICATION HISTORY
000400* -----------------------------------------------------------
000410* 2026-10-15  NJL  INITIAL VERSION.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TRANS-IN
000470         ASSIGN TO TRANSIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS OPH-TRANS-STATUS.
000500     SELECT REJECT-IN
000510         ASSIGN TO REJECTS
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS OPH-REJECT-STATUS.
000540     SELECT SUSPENSE-OUT
000550         ASSIGN TO SUSPOUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS OPH-SUSPENSE-STATUS.
000580     SELECT COR-AUDIT
000590         ASSIGN TO CORAUDIT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS OPH-COR-STATUS.
000620     SELECT AUDIT-LOG
000630         ASSIGN TO AUDITLOG
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS OPH-AUDIT-STATUS.
000660     SELECT OPER-HISTORY
000670         ASSIGN TO OPRHIST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS OHS-KEY
000710         FILE STATUS IS OPH-HISTORY-STATUS.
000720     SELECT OPH-RPT
000730         ASSIGN TO OPHRPT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS OPH-PRINT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780*****************************************************************
000790* TRANS-IN - THE RAW TRANSACTION FILE AS KEYED, BEFORE THE EDIT.
000800*****************************************************************
000810 FD  TRANS-IN
000820     RECORDING MODE IS F.
000830 01  TRANS-IN-RECORD.
000840     05  TI-BATCH-ID              PIC X(06).
000850     05  TI-OP-CODE               PIC X(01).
000860     COPY SSNREC REPLACING ==SSNUM== BY ==TI-OPER-SSN==.
000870     05  TI-NUM1                  PIC S9(5)V99 COMP-3.
000880     05  TI-NUM2                  PIC S9(5)V99 COMP-3.
000890*****************************************************************
000900* REJECT-IN - TONIGHT'S CBTEDIT REJECTS: THE RECORD IMAGE, BROKEN
000910* OUT FOR THE OPERATOR SSN, AND THE REASON CODE.
000920*****************************************************************
000930 FD  REJECT-IN
000940     RECORDING MODE IS F.
000950 01  REJECT-IN-RECORD.
000960     05  REJ-RECORD-IMAGE.
000970         10  REJ-BATCH-ID         PIC X(06).
000980         10  REJ-OP-CODE          PIC X(01).
000990         10  REJ-OPER-SSN         PIC X(09).
001000         10  FILLER               PIC X(08).
001010     05  REJ-REASON-CODE          PIC X(02).
001020*****************************************************************
001030* SUSPENSE-OUT - TONIGHT'S CBTUT SUSPENSE OUTPUT, THE RECORD IMAGE
001040* BROKEN OUT FOR THE OPERATOR SSN.
001050*****************************************************************
001060 FD  SUSPENSE-OUT
001070     RECORDING MODE IS F.
001080 01  SUSPENSE-OUT-RECORD.
001090     05  SUO-RECORD-IMAGE.
001100         10  SUO-BATCH-ID         PIC X(06).
001110         10  SUO-OP-CODE          PIC X(01).
001120         10  SUO-OPER-SSN         PIC X(09).
001130         10  FILLER               PIC X(08).
001140     05  SUO-REASON-CODE          PIC X(02).
001150     05  SUO-DATE-SUSPENDED       PIC X(10).
001160     05  SUO-CYCLE-COUNT          PIC 9(02).
001170*****************************************************************
001180* COR-AUDIT - THE CBTCOR CORRECTION AND WRITE-OFF TRAIL, AS
001190* CBTCOR WRITES IT.  CAU-KEYED-BY IS THE SSN THE ITEM WAS KEYED
001200* UNDER.
001210*****************************************************************
001220 FD  COR-AUDIT
001230     RECORDING MODE IS F.
001240 01  COR-AUDIT-RECORD.
001250     05  CAU-DATE                 PIC X(10).
001260     05  FILLER                   PIC X(01).
001270     05  CAU-TIME                 PIC X(08).
001280     05  FILLER                   PIC X(01).
001290     05  CAU-OPERATOR             PIC X(30).
001300     05  FILLER                   PIC X(01).
001310     05  CAU-SOURCE               PIC X(01).
001320     05  FILLER                   PIC X(01).
001330     05  CAU-SEQUENCE             PIC X(05).
001340     05  FILLER                   PIC X(01).
001350     05  CAU-ACTION               PIC X(01).
001360         88  CAU-ACTION-CORRECT             VALUE "C".
001370         88  CAU-ACTION-WRITEOFF            VALUE "W".
001380     05  FILLER                   PIC X(01).
001390     05  CAU-REASON               PIC X(02).
001400     05  FILLER                   PIC X(01).
001410     05  CAU-BATCH-ID             PIC X(06).
001420     05  FILLER                   PIC X(01).
001430     05  CAU-NUM1                 PIC X(09).
001440     05  FILLER                   PIC X(01).
001450     05  CAU-NUM2                 PIC X(09).
001460     05  FILLER                   PIC X(01).
001470     05  CAU-APPROVER             PIC X(09).
001480     05  FILLER                   PIC X(01).
001490     05  CAU-OPER-SSN             PIC X(09).
001500     05  FILLER                   PIC X(01).
001510     05  CAU-KEYED-BY             PIC X(09).
001520     05  FILLER                   PIC X(12).
001530*****************************************************************
001540* AUDIT-LOG - CBTUT'S LOG, ONE LINE PER TRANSACTION COMPUTED, AS
001550* CBTUT WRITES IT.
001560*****************************************************************
001570 FD  AUDIT-LOG
001580     RECORDING MODE IS F.
001590 01  AUDIT-LOG-RECORD.
001600     05  AUD-DATE                 PIC X(10).
001610     05  FILLER                   PIC X(01).
001620     05  AUD-TIME                 PIC X(08).
001630     05  FILLER                   PIC X(01).
001640     05  AUD-OPERATOR             PIC X(30).
001650     05  FILLER                   PIC X(01).
001660     05  AUD-OP-CODE              PIC X(01).
001670     05  FILLER                   PIC X(01).
001680     05  AUD-NUM1                 PIC X(09).
001690     05  FILLER                   PIC X(01).
001700     05  AUD-NUM2                 PIC X(09).
001710     05  FILLER                   PIC X(01).
001720     05  AUD-TOTAL                PIC X(09).
001730     05  FILLER                   PIC X(01).
001740     05  AUD-REVERSAL-FLAG        PIC X(01).
001750         88  AUD-IS-REVERSAL                VALUE "R".
001760     05  FILLER                   PIC X(01).
001770     05  AUD-OPER-SSN             PIC X(09).
001780     05  FILLER                   PIC X(01).
001790     05  AUD-BATCH-ID             PIC X(06).
001800*****************************************************************
001810* OPER-HISTORY - THE OPERATOR-HISTORY FILE (SEE OHSREC).
001820*****************************************************************
001830 FD  OPER-HISTORY
001840     RECORDING MODE IS F.
001850 01  OPER-HISTORY-RECORD.
001860     COPY OHSREC.
001870*****************************************************************
001880* OPH-RPT - ONE HEADER, ONE LINE PER OPERATOR, AND THE TRAILER
001890* COUNTS.
001900*****************************************************************
001910 FD  OPH-RPT
001920     RECORDING MODE IS F.
001930 01  OPH-RPT-HEADER-LINE.
001940     05  FILLER                   PIC X(16)
001950                                   VALUE "CBTOPH OPERATOR ".
001960     05  FILLER                   PIC X(12) VALUE "HISTORY FOR ".
001970     05  OPH-HDR-DATE             PIC X(10).
001980     05  FILLER                   PIC X(94) VALUE SPACES.
001990 01  OPH-RPT-DETAIL-LINE.
002000     05  OPH-DET-SSN              PIC X(09).
002010     05  FILLER                   PIC X(08) VALUE "  KEYED ".
002020     05  OPH-DET-KEYED            PIC ZZZ,ZZ9.
002030     05  FILLER                   PIC X(10) VALUE "  REJECTS ".
002040     05  OPH-DET-REJECTED         PIC ZZZ,ZZ9.
002050     05  FILLER                   PIC X(12) VALUE "  SUSPENDED ".
002060     05  OPH-DET-SUSPENDED        PIC ZZZ,ZZ9.
002070     05  FILLER                   PIC X(12) VALUE "  CORRECTED ".
002080     05  OPH-DET-CORRECTED        PIC ZZZ,ZZ9.
002090     05  FILLER                   PIC X(15)
002100                                   VALUE "  WRITTEN OFF ".
002110     05  OPH-DET-WRITTEN-OFF      PIC ZZZ,ZZ9.
002120     05  FILLER                   PIC X(11) VALUE "  REVERSED ".
002130     05  OPH-DET-REVERSED         PIC ZZZ,ZZ9.
002140     05  FILLER                   PIC X(13) VALUE SPACES.
002150 01  OPH-RPT-COUNT-LINE.
002160     05  OPH-CNT-LABEL            PIC X(20).
002170     05  OPH-CNT-VALUE            PIC ZZZ,ZZ9.
002180     05  FILLER                   PIC X(105) VALUE SPACES.
002190*
002200 WORKING-STORAGE SECTION.
002210 77  OPH-TRANS-EOF-SWITCH         PIC X(01) VALUE "N".
002220     88  OPH-END-OF-TRANS                   VALUE "Y".
002230 77  OPH-REJECT-EOF-SWITCH        PIC X(01) VALUE "N".
002240     88  OPH-END-OF-REJECTS                 VALUE "Y".
002250 77  OPH-SUSPENSE-EOF-SWITCH      PIC X(01) VALUE "N".
002260     88  OPH-END-OF-SUSPENSE                VALUE "Y".
002270 77  OPH-COR-EOF-SWITCH           PIC X(01) VALUE "N".
002280     88  OPH-END-OF-COR                     VALUE "Y".
002290 77  OPH-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
002300     88  OPH-END-OF-AUDIT-LOG               VALUE "Y".
002310 77  OPH-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
002320     88  OPH-END-OF-TONIGHT                 VALUE "Y".
002330 77  OPH-FOUND-SWITCH             PIC X(01) VALUE "N".
002340     88  OPH-ENTRY-WAS-FOUND                VALUE "Y".
002350 77  OPH-TRANS-STATUS             PIC XX VALUE SPACES.
002360     88  OPH-TRANS-NOT-FOUND                VALUE "35".
002370 77  OPH-REJECT-STATUS            PIC XX VALUE SPACES.
002380     88  OPH-REJECT-NOT-FOUND               VALUE "35".
002390 77  OPH-SUSPENSE-STATUS          PIC XX VALUE SPACES.
002400     88  OPH-SUSPENSE-NOT-FOUND             VALUE "35".
002410 77  OPH-COR-STATUS               PIC XX VALUE SPACES.
002420     88  OPH-COR-NOT-FOUND                  VALUE "35".
002430 77  OPH-AUDIT-STATUS             PIC XX VALUE SPACES.
002440     88  OPH-AUDIT-NOT-FOUND                VALUE "35".
002450 77  OPH-HISTORY-STATUS           PIC XX VALUE SPACES.
002460     88  OPH-HISTORY-NOT-FOUND              VALUE "35".
002470 77  OPH-PRINT-STATUS             PIC XX VALUE SPACES.
002480     88  OPH-PRINT-NOT-FOUND                VALUE "35".
002490 77  OPH-TRANS-READ-COUNT         PIC 9(7) COMP VALUE ZERO.
002500 77  OPH-REJECT-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
002510 77  OPH-SUSPENSE-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
002520 77  OPH-COR-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
002530 77  OPH-AUDIT-READ-COUNT         PIC 9(7) COMP VALUE ZERO.
002540 77  OPH-PURGED-COUNT             PIC 9(7) COMP VALUE ZERO.
002550 77  OPH-WRITTEN-COUNT            PIC 9(7) COMP VALUE ZERO.
002560 77  OPH-OPR-SUB                  PIC 9(3) COMP VALUE ZERO.
002570 77  OPH-RSN-SUB                  PIC 9(3) COMP VALUE ZERO.
002580 77  OPH-SEARCH-SSN               PIC X(09) VALUE SPACES.
002590 77  OPH-SEARCH-FIGURE            PIC X(01) VALUE SPACE.
002600 77  OPH-SEARCH-REASON            PIC X(02) VALUE SPACES.
002610 77  OPH-REJECTED-TOTAL           PIC 9(7) COMP VALUE ZERO.
002620 77  OPH-SUSPENDED-TOTAL          PIC 9(7) COMP VALUE ZERO.
002630*    TONIGHT'S FIGURES, ONE ENTRY PER OPERATOR SSN SEEN, WITH ONE
002640*    SUB-ENTRY PER REJECT OR SUSPENSE REASON CODE.
002650 01  OPH-OPERATOR-TABLE.
002660     05  OPH-OPERATOR-COUNT       PIC 9(3) COMP VALUE ZERO.
002670     05  OPH-OPERATOR-ENTRY OCCURS 500 TIMES.
002680         10  OPH-OPR-SSN          PIC X(09).
002690         10  OPH-OPR-KEYED        PIC 9(7) COMP.
002700         10  OPH-OPR-CORRECTED    PIC 9(7) COMP.
002710         10  OPH-OPR-WRITTEN-OFF  PIC 9(7) COMP.
002720         10  OPH-OPR-REVERSED     PIC 9(7) COMP.
002730         10  OPH-OPR-REASON-COUNT PIC 9(3) COMP.
002740         10  OPH-OPR-REASON OCCURS 20 TIMES.
002750             15  OPH-RSN-FIGURE   PIC X(01).
002760             15  OPH-RSN-CODE     PIC X(02).
002770             15  OPH-RSN-COUNT    PIC 9(7) COMP.
002780 01  OPH-PDATE-AREA.
002790     COPY PDTPARM.
002800*
002810 PROCEDURE DIVISION.
002820*****************************************************************
002830* 0000-MAINLINE
002840*****************************************************************
002850 0000-MAINLINE.
002860     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
002870     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002880     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002890     PERFORM 1500-PURGE-TONIGHT THRU 1500-EXIT
002900     PERFORM 2100-READ-TRANS THRU 2100-EXIT
002910     PERFORM 2000-COUNT-KEYED THRU 2000-EXIT
002920         UNTIL OPH-END-OF-TRANS
002930     PERFORM 3100-READ-REJECT THRU 3100-EXIT
002940     PERFORM 3000-COUNT-REJECT THRU 3000-EXIT
002950         UNTIL OPH-END-OF-REJECTS
002960     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT
002970     PERFORM 4000-COUNT-SUSPENSION THRU 4000-EXIT
002980         UNTIL OPH-END-OF-SUSPENSE
002990     PERFORM 5100-READ-COR-AUDIT THRU 5100-EXIT
003000     PERFORM 5000-COUNT-CORRECTION THRU 5000-EXIT
003010         UNTIL OPH-END-OF-COR
003020     PERFORM 6100-READ-AUDIT-LOG THRU 6100-EXIT
003030     PERFORM 6000-COUNT-REVERSAL THRU 6000-EXIT
003040         UNTIL OPH-END-OF-AUDIT-LOG
003050     MOVE 1 TO OPH-OPR-SUB
003060     PERFORM 7000-WRITE-OPERATOR THRU 7000-EXIT
003070         UNTIL OPH-OPR-SUB > OPH-OPERATOR-COUNT
003080     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
003090     CLOSE TRANS-IN
003100     CLOSE REJECT-IN
003110     CLOSE SUSPENSE-OUT
003120     CLOSE COR-AUDIT
003130     CLOSE AUDIT-LOG
003140     CLOSE OPER-HISTORY
003150     CLOSE OPH-RPT
003160     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
003170     STOP RUN.
003180*
003190*****************************************************************
003200* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
003210* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
003220* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
003230* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
003240* DEPENDS ON HAS NOT COMPLETED FOR THAT DATE.
003250*****************************************************************
003260 1005-BEGIN-PROCESSING-STEP.
003270     SET PDP-BEGIN-STEP TO TRUE
003280     MOVE "CBTOPH" TO PDP-STEP-NAME
003290     CALL "CBTDATE" USING OPH-PDATE-AREA
003300     IF PDP-MESSAGE NOT = SPACES
003310         DISPLAY "CBTOPH - " PDP-MESSAGE
003320     END-IF
003330     IF PDP-REQUEST-REFUSED
003340         DISPLAY "CBTOPH - STEP REFUSED BY PROCESSING "
003350             "DATE CONTROL, RUN TERMINATED"
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390 1005-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003440* EACH OPEN.
003450*****************************************************************
003460 1050-OPEN-FILES.
003470     OPEN INPUT TRANS-IN
003480     IF OPH-TRANS-NOT-FOUND
003490         DISPLAY "CBTOPH - TRANSIN DATASET NOT FOUND, RUN "
003500             "TERMINATED"
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     OPEN INPUT REJECT-IN
003550     IF OPH-REJECT-NOT-FOUND
003560         DISPLAY "CBTOPH - REJECTS DATASET NOT FOUND, RUN "
003570             "TERMINATED"
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     OPEN INPUT SUSPENSE-OUT
003620     IF OPH-SUSPENSE-NOT-FOUND
003630         DISPLAY "CBTOPH - SUSPOUT DATASET NOT FOUND, RUN "
003640             "TERMINATED"
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF
003680     OPEN INPUT COR-AUDIT
003690     IF OPH-COR-NOT-FOUND
003700         DISPLAY "CBTOPH - CORAUDIT DATASET NOT FOUND, RUN "
003710             "TERMINATED"
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF
003750     OPEN INPUT AUDIT-LOG
003760     IF OPH-AUDIT-NOT-FOUND
003770         DISPLAY "CBTOPH - AUDITLOG DATASET NOT FOUND, RUN "
003780             "TERMINATED"
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     OPEN I-O OPER-HISTORY
003830     IF OPH-HISTORY-NOT-FOUND
003840         OPEN OUTPUT OPER-HISTORY
003850         IF OPH-HISTORY-NOT-FOUND
003860             DISPLAY "CBTOPH - OPRHIST DATASET NOT FOUND, RUN "
003870                 "TERMINATED"
003880             MOVE 16 TO RETURN-CODE
003890             STOP RUN
003900         END-IF
003910         CLOSE OPER-HISTORY
003920         OPEN I-O OPER-HISTORY
003930     END-IF
003940     OPEN OUTPUT OPH-RPT
003950     IF OPH-PRINT-NOT-FOUND
003960         DISPLAY "CBTOPH - OPHRPT DATASET NOT FOUND, RUN "
003970             "TERMINATED"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010 1050-EXIT.
004020     EXIT.
004030*
004040*****************************************************************
004050* 1300-WRITE-REPORT-HEADER
004060*****************************************************************
004070 1300-WRITE-REPORT-HEADER.
004080     MOVE PDP-BUSINESS-DATE TO OPH-HDR-DATE
004090     WRITE OPH-RPT-HEADER-LINE.
004100 1300-EXIT.
004110     EXIT.
004120*
004130*****************************************************************
004140* 1500-PURGE-TONIGHT - RECORDS ALREADY ON FILE FOR TONIGHT'S DATE
004150* CAN ONLY BE LEFT BY AN EARLIER RUN OF THIS STEP FOR THE SAME
004160* NIGHT.  THEY GO, SO THE FIGURES WRITTEN BELOW REPLACE THEM.
004170*****************************************************************
004180 1500-PURGE-TONIGHT.
004190     MOVE LOW-VALUES TO OHS-KEY
004200     MOVE PDP-BUSINESS-YMD TO OHS-DATE-KEY
004210     START OPER-HISTORY KEY NOT < OHS-KEY
004220         INVALID KEY
004230             GO TO 1500-EXIT
004240     END-START
004250     PERFORM 1510-PURGE-ONE-RECORD THRU 1510-EXIT
004260         UNTIL OPH-END-OF-TONIGHT
004270     IF OPH-PURGED-COUNT > ZERO
004280         DISPLAY "CBTOPH - " OPH-PURGED-COUNT
004290             " RECORDS FOR " PDP-BUSINESS-DATE
004300             " REPLACED ON OPRHIST"
004310     END-IF.
004320 1500-EXIT.
004330     EXIT.
004340*
004350 1510-PURGE-ONE-RECORD.
004360     READ OPER-HISTORY NEXT
004370         AT END
004380             SET OPH-END-OF-TONIGHT TO TRUE
004390             GO TO 1510-EXIT
004400     END-READ
004410     IF OHS-DATE-KEY NOT = PDP-BUSINESS-YMD
004420         SET OPH-END-OF-TONIGHT TO TRUE
004430         GO TO 1510-EXIT
004440     END-IF
004450     DELETE OPER-HISTORY RECORD
004460         INVALID KEY
004470             DISPLAY "CBTOPH - OPRHIST DELETE FAILED, RUN "
004480                 "TERMINATED"
004490             MOVE 16 TO RETURN-CODE
004500             STOP RUN
004510     END-DELETE
004520     ADD 1 TO OPH-PURGED-COUNT.
004530 1510-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570* 1900-FIND-OPERATOR - POINT OPH-OPR-SUB AT THE TABLE ENTRY FOR
004580* OPH-SEARCH-SSN, ADDING ONE THE FIRST TIME THE SSN IS SEEN.
004590*****************************************************************
004600 1900-FIND-OPERATOR.
004610     MOVE "N" TO OPH-FOUND-SWITCH
004620     MOVE 1 TO OPH-OPR-SUB
004630     PERFORM 1910-MATCH-OPERATOR THRU 1910-EXIT
004640         UNTIL OPH-ENTRY-WAS-FOUND
004650         OR OPH-OPR-SUB > OPH-OPERATOR-COUNT
004660     IF OPH-ENTRY-WAS-FOUND
004670         GO TO 1900-EXIT
004680     END-IF
004690     IF OPH-OPERATOR-COUNT >= 500
004700         DISPLAY "CBTOPH - MORE THAN 500 OPERATORS, RUN "
004710             "TERMINATED"
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF
004750     ADD 1 TO OPH-OPERATOR-COUNT
004760     MOVE OPH-OPERATOR-COUNT TO OPH-OPR-SUB
004770     MOVE OPH-SEARCH-SSN TO OPH-OPR-SSN (OPH-OPR-SUB)
004780     MOVE ZERO TO OPH-OPR-KEYED (OPH-OPR-SUB)
004790     MOVE ZERO TO OPH-OPR-CORRECTED (OPH-OPR-SUB)
004800     MOVE ZERO TO OPH-OPR-WRITTEN-OFF (OPH-OPR-SUB)
004810     MOVE ZERO TO OPH-OPR-REVERSED (OPH-OPR-SUB)
004820     MOVE ZERO TO OPH-OPR-REASON-COUNT (OPH-OPR-SUB).
004830 1900-EXIT.
004840     EXIT.
004850*
004860 1910-MATCH-OPERATOR.
004870     IF OPH-OPR-SSN (OPH-OPR-SUB) = OPH-SEARCH-SSN
004880         SET OPH-ENTRY-WAS-FOUND TO TRUE
004890     ELSE
004900         ADD 1 TO OPH-OPR-SUB
004910     END-IF.
004920 1910-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960* 1950-COUNT-REASON - ADD ONE TO THE OPERATOR'S COUNT FOR
004970* OPH-SEARCH-FIGURE AND OPH-SEARCH-REASON.  1900 HAS ALREADY
004980* POINTED OPH-OPR-SUB AT THE OPERATOR.
004990*****************************************************************
005000 1950-COUNT-REASON.
005010     MOVE "N" TO OPH-FOUND-SWITCH
005020     MOVE 1 TO OPH-RSN-SUB
005030     PERFORM 1960-MATCH-REASON THRU 1960-EXIT
005040         UNTIL OPH-ENTRY-WAS-FOUND
005050         OR OPH-RSN-SUB > OPH-OPR-REASON-COUNT (OPH-OPR-SUB)
005060     IF NOT OPH-ENTRY-WAS-FOUND
005070         IF OPH-OPR-REASON-COUNT (OPH-OPR-SUB) >= 20
005080             DISPLAY "CBTOPH - MORE THAN 20 REASON CODES FOR "
005090                 "OPERATOR " OPH-SEARCH-SSN ", RUN TERMINATED"
005100             MOVE 16 TO RETURN-CODE
005110             STOP RUN
005120         END-IF
005130         ADD 1 TO OPH-OPR-REASON-COUNT (OPH-OPR-SUB)
005140         MOVE OPH-OPR-REASON-COUNT (OPH-OPR-SUB) TO OPH-RSN-SUB
005150         MOVE OPH-SEARCH-FIGURE
005160             TO OPH-RSN-FIGURE (OPH-OPR-SUB OPH-RSN-SUB)
005170         MOVE OPH-SEARCH-REASON
005180             TO OPH-RSN-CODE (OPH-OPR-SUB OPH-RSN-SUB)
005190         MOVE ZERO TO OPH-RSN-COUNT (OPH-OPR-SUB OPH-RSN-SUB)
005200     END-IF
005210     ADD 1 TO OPH-RSN-COUNT (OPH-OPR-SUB OPH-RSN-SUB).
005220 1950-EXIT.
005230     EXIT.
005240*
005250 1960-MATCH-REASON.
005260     IF OPH-RSN-FIGURE (OPH-OPR-SUB OPH-RSN-SUB)
005270            = OPH-SEARCH-FIGURE
005280        AND OPH-RSN-CODE (OPH-OPR-SUB OPH-RSN-SUB)
005290            = OPH-SEARCH-REASON
005300         SET OPH-ENTRY-WAS-FOUND TO TRUE
005310     ELSE
005320         ADD 1 TO OPH-RSN-SUB
005330     END-IF.
005340 1960-EXIT.
005350     EXIT.
005360*
005370*****************************************************************
005380* 2000-COUNT-KEYED - EVERY RECORD ON THE RAW TRANSACTION FILE IS
005390* ONE RECORD KEYED BY ITS OPERATOR, WHATEVER BECAME OF IT.
005400*****************************************************************
005410 2000-COUNT-KEYED.
005420     MOVE TI-OPER-SSN TO OPH-SEARCH-SSN
005430     PERFORM 1900-FIND-OPERATOR THRU 1900-EXIT
005440     ADD 1 TO OPH-OPR-KEYED (OPH-OPR-SUB)
005450     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
005460 2000-EXIT.
005470     EXIT.
005480*
005490 2100-READ-TRANS.
005500     READ TRANS-IN
005510         AT END
005520             SET OPH-END-OF-TRANS TO TRUE
005530             GO TO 2100-EXIT
005540     END-READ
005550     ADD 1 TO OPH-TRANS-READ-COUNT.
005560 2100-EXIT.
005570     EXIT.
005580*
005590*****************************************************************
005600* 3000-COUNT-REJECT - ONE CBTEDIT REJECT AGAINST THE OPERATOR IN
005610* THE RECORD IMAGE, UNDER ITS REASON CODE.
005620*****************************************************************
005630 3000-COUNT-REJECT.
005640     MOVE REJ-OPER-SSN TO OPH-SEARCH-SSN
005650     PERFORM 1900-FIND-OPERATOR THRU 1900-EXIT
005660     MOVE "E" TO OPH-SEARCH-FIGURE
005670     MOVE REJ-REASON-CODE TO OPH-SEARCH-REASON
005680     PERFORM 1950-COUNT-REASON THRU 1950-EXIT
005690     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
005700 3000-EXIT.
005710     EXIT.
005720*
005730 3100-READ-REJECT.
005740     READ REJECT-IN
005750         AT END
005760             SET OPH-END-OF-REJECTS TO TRUE
005770             GO TO 3100-EXIT
005780     END-READ
005790     ADD 1 TO OPH-REJECT-READ-COUNT.
005800 3100-EXIT.
005810     EXIT.
005820*
005830*****************************************************************
005840* 4000-COUNT-SUSPENSION - ONE CBTUT SUSPENSION AGAINST THE
005850* OPERATOR IN THE RECORD IMAGE, UNDER ITS REASON CODE.  ONLY AN
005860* ITEM ON ITS FIRST CYCLE SUSPENDED TONIGHT; ONE FURTHER ALONG
005870* IS LAST NIGHT'S SUSPENSION RECYCLING.
005880*****************************************************************
005890 4000-COUNT-SUSPENSION.
005900     IF SUO-CYCLE-COUNT NOT = 1
005910         GO TO 4000-NEXT
005920     END-IF
005930     MOVE SUO-OPER-SSN TO OPH-SEARCH-SSN
005940     PERFORM 1900-FIND-OPERATOR THRU 1900-EXIT
005950     MOVE "S" TO OPH-SEARCH-FIGURE
005960     MOVE SUO-REASON-CODE TO OPH-SEARCH-REASON
005970     PERFORM 1950-COUNT-REASON THRU 1950-EXIT.
005980 4000-NEXT.
005990     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
006000 4000-EXIT.
006010     EXIT.
006020*
006030 4100-READ-SUSPENSE.
006040     READ SUSPENSE-OUT
006050         AT END
006060             SET OPH-END-OF-SUSPENSE TO TRUE
006070             GO TO 4100-EXIT
006080     END-READ
006090     ADD 1 TO OPH-SUSPENSE-READ-COUNT.
006100 4100-EXIT.
006110     EXIT.
006120*
006130*****************************************************************
006140* 5000-COUNT-CORRECTION - A CBTCOR CORRECTION OR WRITE-OFF APPLIED
006150* TODAY, AGAINST THE OPERATOR WHO KEYED THE ITEM.  AN ACCEPTED
006160* DUPLICATE WAS KEYED CORRECTLY AND IS NOT COUNTED.
006170*****************************************************************
006180 5000-COUNT-CORRECTION.
006190     IF CAU-DATE NOT = PDP-BUSINESS-DATE
006200        OR CAU-KEYED-BY = SPACES
006210         GO TO 5000-NEXT
006220     END-IF
006230     IF NOT CAU-ACTION-CORRECT
006240        AND NOT CAU-ACTION-WRITEOFF
006250         GO TO 5000-NEXT
006260     END-IF
006270     MOVE CAU-KEYED-BY TO OPH-SEARCH-SSN
006280     PERFORM 1900-FIND-OPERATOR THRU 1900-EXIT
006290     IF CAU-ACTION-CORRECT
006300         ADD 1 TO OPH-OPR-CORRECTED (OPH-OPR-SUB)
006310     ELSE
006320         ADD 1 TO OPH-OPR-WRITTEN-OFF (OPH-OPR-SUB)
006330     END-IF.
006340 5000-NEXT.
006350     PERFORM 5100-READ-COR-AUDIT THRU 5100-EXIT.
006360 5000-EXIT.
006370     EXIT.
006380*
006390 5100-READ-COR-AUDIT.
006400     READ COR-AUDIT
006410         AT END
006420             SET OPH-END-OF-COR TO TRUE
006430             GO TO 5100-EXIT
006440     END-READ
006450     ADD 1 TO OPH-COR-READ-COUNT.
006460 5100-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500* 6000-COUNT-REVERSAL - AN ITEM BACKED OUT BY A REVERSAL RUN
006510* TODAY, AGAINST THE OPERATOR WHO KEYED IT.
006520*****************************************************************
006530 6000-COUNT-REVERSAL.
006540     IF AUD-DATE NOT = PDP-BUSINESS-DATE
006550        OR NOT AUD-IS-REVERSAL
006560        OR AUD-OPER-SSN = SPACES
006570         GO TO 6000-NEXT
006580     END-IF
006590     MOVE AUD-OPER-SSN TO OPH-SEARCH-SSN
006600     PERFORM 1900-FIND-OPERATOR THRU 1900-EXIT
006610     ADD 1 TO OPH-OPR-REVERSED (OPH-OPR-SUB).
006620 6000-NEXT.
006630     PERFORM 6100-READ-AUDIT-LOG THRU 6100-EXIT.
006640 6000-EXIT.
006650     EXIT.
006660*
006670 6100-READ-AUDIT-LOG.
006680     READ AUDIT-LOG
006690         AT END
006700             SET OPH-END-OF-AUDIT-LOG TO TRUE
006710             GO TO 6100-EXIT
006720     END-READ
006730     ADD 1 TO OPH-AUDIT-READ-COUNT.
006740 6100-EXIT.
006750     EXIT.
006760*
006770*****************************************************************
006780* 7000-WRITE-OPERATOR - ONE HISTORY RECORD FOR EACH NONZERO
006790* FIGURE OF ONE OPERATOR, AND THEIR LINE ON THE REPORT.
006800*****************************************************************
006810 7000-WRITE-OPERATOR.
006820     MOVE ZERO TO OPH-REJECTED-TOTAL
006830     MOVE ZERO TO OPH-SUSPENDED-TOTAL
006840     MOVE SPACES TO OPER-HISTORY-RECORD
006850     IF OPH-OPR-KEYED (OPH-OPR-SUB) > ZERO
006860         MOVE "K" TO OHS-FIGURE
006870         MOVE OPH-OPR-KEYED (OPH-OPR-SUB) TO OHS-COUNT
006880         PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
006890     END-IF
006900     IF OPH-OPR-CORRECTED (OPH-OPR-SUB) > ZERO
006910         MOVE "C" TO OHS-FIGURE
006920         MOVE OPH-OPR-CORRECTED (OPH-OPR-SUB) TO OHS-COUNT
006930         PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
006940     END-IF
006950     IF OPH-OPR-WRITTEN-OFF (OPH-OPR-SUB) > ZERO
006960         MOVE "W" TO OHS-FIGURE
006970         MOVE OPH-OPR-WRITTEN-OFF (OPH-OPR-SUB) TO OHS-COUNT
006980         PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
006990     END-IF
007000     IF OPH-OPR-REVERSED (OPH-OPR-SUB) > ZERO
007010         MOVE "R" TO OHS-FIGURE
007020         MOVE OPH-OPR-REVERSED (OPH-OPR-SUB) TO OHS-COUNT
007030         PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
007040     END-IF
007050     MOVE 1 TO OPH-RSN-SUB
007060     PERFORM 7100-WRITE-REASON THRU 7100-EXIT
007070         UNTIL OPH-RSN-SUB > OPH-OPR-REASON-COUNT (OPH-OPR-SUB)
007080     MOVE OPH-OPR-SSN (OPH-OPR-SUB) TO OPH-DET-SSN
007090     MOVE OPH-OPR-KEYED (OPH-OPR-SUB) TO OPH-DET-KEYED
007100     MOVE OPH-REJECTED-TOTAL TO OPH-DET-REJECTED
007110     MOVE OPH-SUSPENDED-TOTAL TO OPH-DET-SUSPENDED
007120     MOVE OPH-OPR-CORRECTED (OPH-OPR-SUB) TO OPH-DET-CORRECTED
007130     MOVE OPH-OPR-WRITTEN-OFF (OPH-OPR-SUB) TO OPH-DET-WRITTEN-OFF
007140     MOVE OPH-OPR-REVERSED (OPH-OPR-SUB) TO OPH-DET-REVERSED
007150     WRITE OPH-RPT-DETAIL-LINE
007160     ADD 1 TO OPH-OPR-SUB.
007170 7000-EXIT.
007180     EXIT.
007190*
007200 7100-WRITE-REASON.
007210     MOVE OPH-RSN-FIGURE (OPH-OPR-SUB OPH-RSN-SUB) TO OHS-FIGURE
007220     MOVE OPH-RSN-CODE (OPH-OPR-SUB OPH-RSN-SUB) TO OHS-REASON
007230     MOVE OPH-RSN-COUNT (OPH-OPR-SUB OPH-RSN-SUB) TO OHS-COUNT
007240     IF OHS-EDIT-REJECT
007250         ADD OHS-COUNT TO OPH-REJECTED-TOTAL
007260     ELSE
007270         ADD OHS-COUNT TO OPH-SUSPENDED-TOTAL
007280     END-IF
007290     PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
007300     ADD 1 TO OPH-RSN-SUB.
007310 7100-EXIT.
007320     EXIT.
007330*
007340*****************************************************************
007350* 7900-WRITE-HISTORY - THE CALLER HAS SET THE FIGURE, REASON AND
007360* COUNT; THE DATE AND OPERATOR COME FROM HERE.
007370*****************************************************************
007380 7900-WRITE-HISTORY.
007390     MOVE PDP-BUSINESS-YMD TO OHS-DATE-KEY
007400     MOVE OPH-OPR-SSN (OPH-OPR-SUB) TO OHS-OPER-SSN
007410     WRITE OPER-HISTORY-RECORD
007420         INVALID KEY
007430             DISPLAY "CBTOPH - OPRHIST WRITE FAILED FOR OPERATOR "
007440                 OHS-OPER-SSN ", RUN TERMINATED"
007450             MOVE 16 TO RETURN-CODE
007460             STOP RUN
007470     END-WRITE
007480     ADD 1 TO OPH-WRITTEN-COUNT.
007490 7900-EXIT.
007500     EXIT.
007510*
007520*****************************************************************
007530* 8100-WRITE-REPORT-TRAILER
007540*****************************************************************
007550 8100-WRITE-REPORT-TRAILER.
007560     MOVE "TRANSIN READ        " TO OPH-CNT-LABEL
007570     MOVE OPH-TRANS-READ-COUNT TO OPH-CNT-VALUE
007580     WRITE OPH-RPT-COUNT-LINE
007590     MOVE "REJECTS READ        " TO OPH-CNT-LABEL
007600     MOVE OPH-REJECT-READ-COUNT TO OPH-CNT-VALUE
007610     WRITE OPH-RPT-COUNT-LINE
007620     MOVE "SUSPOUT READ        " TO OPH-CNT-LABEL
007630     MOVE OPH-SUSPENSE-READ-COUNT TO OPH-CNT-VALUE
007640     WRITE OPH-RPT-COUNT-LINE
007650     MOVE "CORAUDIT READ       " TO OPH-CNT-LABEL
007660     MOVE OPH-COR-READ-COUNT TO OPH-CNT-VALUE
007670     WRITE OPH-RPT-COUNT-LINE
007680     MOVE "AUDITLOG READ       " TO OPH-CNT-LABEL
007690     MOVE OPH-AUDIT-READ-COUNT TO OPH-CNT-VALUE
007700     WRITE OPH-RPT-COUNT-LINE
007710     MOVE "OPERATORS           " TO OPH-CNT-LABEL
007720     MOVE OPH-OPERATOR-COUNT TO OPH-CNT-VALUE
007730     WRITE OPH-RPT-COUNT-LINE
007740     MOVE "HISTORY REPLACED    " TO OPH-CNT-LABEL
007750     MOVE OPH-PURGED-COUNT TO OPH-CNT-VALUE
007760     WRITE OPH-RPT-COUNT-LINE
007770     MOVE "HISTORY WRITTEN     " TO OPH-CNT-LABEL
007780     MOVE OPH-WRITTEN-COUNT TO OPH-CNT-VALUE
007790     WRITE OPH-RPT-COUNT-LINE.
007800 8100-EXIT.
007810     EXIT.
007820*
007830*****************************************************************
007840* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
007850* COMPLETED STEP FOR THE BUSINESS DATE.  THE CALL RESETS
007860* RETURN-CODE, SO THE STEP'S OWN IS PUT BACK AFTERWARD.
007870*****************************************************************
007880 8900-END-PROCESSING-STEP.
007890     IF RETURN-CODE NOT < 8
007900         DISPLAY "CBTOPH - STEP ENDED RC " RETURN-CODE
007910             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
007920         GO TO 8900-EXIT
007930     END-IF
007940     MOVE RETURN-CODE TO PDP-STEP-RC
007950     SET PDP-END-STEP TO TRUE
007960     MOVE "CBTOPH" TO PDP-STEP-NAME
007970     CALL "CBTDATE" USING OPH-PDATE-AREA
007980     MOVE PDP-STEP-RC TO RETURN-CODE
007990     IF PDP-REQUEST-REFUSED
008000         DISPLAY "CBTOPH - " PDP-MESSAGE
008010         MOVE 16 TO RETURN-CODE
008020     END-IF.
008030 8900-EXIT.
008040     EXIT.
