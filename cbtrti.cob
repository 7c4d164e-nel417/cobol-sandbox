000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTRTI.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTRTI
000090* INBOUND SIDE OF THE SOURCE RETURN FILES.  A SOURCE SYSTEM
000100* SENDS BACK THE DETAILS OF ITS CBTRTO RETURN FILE THAT IT HAS
000110* FIXED, EACH WITH THE CORRECTED RECORD IN RTN-CORRECTED-IMAGE,
000120* UNDER ITS OWN HEADER AND TRAILER (SEE RTNREC).  THE JOB RUNS
000130* THIS STEP ONCE PER SOURCE, NAMED ON THE SYSIN CARD (COLUMNS
000140* 1-8), AHEAD OF CBTCOR.  EVERY CORRECTION THAT PASSES IS TURNED
000150* INTO AN ORDINARY CBTCOR CORRECTION CARD (SOURCE R OR S, ACTION
000160* C) ON RTNCORR, WHICH THE JOB CONCATENATES BEHIND THE CONTROL
000170* CLERK'S OWN CORRIN - SO THE CORRECTED RECORD GETS EXACTLY THE
000180* RE-EDIT, AUDIT LINE AND SUSPENSE RE-ENTRY A CLERK'S CARD GETS.
000190*
000200* THE WHOLE FILE IS REFUSED, AND NOTHING FED TO CBTCOR, WHEN THE
000210* HEADER IS MISSING OR NAMES ANOTHER SOURCE, OR THE TRAILER IS
000220* MISSING OR DOES NOT MATCH THE DETAIL COUNT - A SHORT OR MIXED-
000230* UP TRANSMISSION.  OTHERWISE EACH DETAIL STANDS ON ITS OWN:
000240*   - A DETAIL WITH NO CORRECTED RECORD IS ONE THE SOURCE HAS
000250*     NOT FIXED YET AND IS PASSED OVER
000260*   - THE ITEM'S BATCH, AND THE CORRECTED RECORD'S BATCH, MUST
000270*     BOTH BE THE SOURCE'S OWN ON THE MANIFEST - A SOURCE CAN
000280*     NEITHER CORRECT ANOTHER SOURCE'S ITEM NOR MOVE ONE INTO
000290*     ANOTHER SOURCE'S BATCH
000300*   - THE ITEM MUST STILL BE ON THE CURRENT REJECTS OR SUSPENSE
000310*     FILE.  IT IS FOUND BY ITS ORIGINAL IMAGE AND REASON CODE,
000320*     NOT BY THE POSITION ON THE RETURN FILE, BECAUSE THE
000330*     SUSPENSE FILE IS REWRITTEN EVERY NIGHT AND EVERY CBTCOR
000340*     RUN; THE CARD CARRIES THE ITEM'S POSITION AS OF NOW.  TWO
000350*     IDENTICAL ITEMS ARE MATCHED IN FILE ORDER.
000360*
000370* RETURN CODES
000380*   00 - EVERY CORRECTION FED TO CBTCOR, OR NOTHING RESUBMITTED
000390*   04 - A CORRECTION WAS REFUSED OR IS NO LONGER ON FILE
000400*   08 - THE WHOLE FILE WAS REFUSED
000410*   16 - NO SOURCE ON THE SYSIN CARD, MORE THAN 200
000420*        CORRECTIONS OR 2000 MANIFEST BATCHES FOR THE SOURCE, OR
000430*        A DATASET COULD NOT BE OPENED
000440*
000450* MODIFICATION HISTORY
000460* -----------------------------------------------------------
000470* 2026-10-15  NJL  INITIAL VERSION.
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RETURN-IN
000530         ASSIGN TO RTNIN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS RTI-RETURN-STATUS.
000560     SELECT MANIFEST-IN
000570         ASSIGN TO MANIFEST
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS RTI-MANIFEST-STATUS.
000600     SELECT REJECT-IN
000610         ASSIGN TO REJECTS
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS RTI-REJECT-STATUS.
000640     SELECT SUSP-IN
000650         ASSIGN TO SUSPIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS RTI-SUSPIN-STATUS.
000680     SELECT CORR-OUT
000690         ASSIGN TO RTNCORR
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS RTI-CORR-STATUS.
000720     SELECT RTI-RPT
000730         ASSIGN TO RTIRPT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS RTI-PRINT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780*****************************************************************
000790* RETURN-IN - THE SOURCE'S RESUBMISSION (SEE RTNREC).
000800*****************************************************************
000810 FD  RETURN-IN
000820     RECORDING MODE IS F.
000830 01  RETURN-IN-RECORD.
000840     COPY RTNREC.
000850*****************************************************************
000860* MANIFEST-IN - THE EXPECTED-BATCH MANIFEST, ONE RECORD PER
000870* BATCH THE SOURCES HAVE PROMISED: BATCH ID, SOURCE SYSTEM AND
000880* EXPECTED ARRIVAL DATE.
000890*****************************************************************
000900 FD  MANIFEST-IN
000910     RECORDING MODE IS F.
000920 01  MANIFEST-IN-RECORD.
000930     05  MAN-BATCH-ID             PIC X(06).
000940     05  MAN-SOURCE               PIC X(08).
000950     05  MAN-EXPECTED-DATE        PIC X(10).
000960     05  FILLER                   PIC X(16).
000970*****************************************************************
000980* REJECT-IN - LAST NIGHT'S CBTEDIT REJECTS, AS CBTCOR READS AND
000990* NUMBERS THEM.
001000*****************************************************************
001010 FD  REJECT-IN
001020     RECORDING MODE IS F.
001030 01  REJECT-IN-RECORD.
001040     05  REJ-RECORD-IMAGE         PIC X(24).
001050     05  REJ-REASON-CODE          PIC X(02).
001060*****************************************************************
001070* SUSP-IN - THE CURRENT SUSPENSE GENERATION, AS CBTCOR READS AND
001080* NUMBERS IT.
001090*****************************************************************
001100 FD  SUSP-IN
001110     RECORDING MODE IS F.
001120 01  SUSP-IN-RECORD.
001130     05  SUI-RECORD-IMAGE         PIC X(24).
001140     05  SUI-REASON-CODE          PIC X(02).
001150     05  SUI-DATE-SUSPENDED       PIC X(10).
001160     05  SUI-CYCLE-COUNT          PIC 9(02).
001170*****************************************************************
001180* CORR-OUT - CBTCOR CORRECTION CARDS, IN THE CORRIN LAYOUT.
001190* APPENDED TO, SO EVERY SOURCE'S STEP ADDS TO THE SAME FILE.
001200*****************************************************************
001210 FD  CORR-OUT
001220     RECORDING MODE IS F.
001230 01  CORR-OUT-RECORD.
001240     05  CO-SOURCE                PIC X(01).
001250     05  CO-SEQUENCE              PIC 9(05).
001260     05  CO-ACTION                PIC X(01).
001270     05  CO-NEW-IMAGE             PIC X(24).
001280     05  CO-APPROVER-SSN          PIC X(09).
001290*****************************************************************
001300* RTI-RPT - HEADER, ONE LINE PER CORRECTION WITH WHAT BECAME OF
001310* IT, TRAILER COUNTS.
001320*****************************************************************
001330 FD  RTI-RPT
001340     RECORDING MODE IS F.
001350 01  RTI-RPT-HEADER-LINE.
001360     05  FILLER                   PIC X(19)
001370                                   VALUE "CBTRTI CORRECTIONS ".
001380     05  FILLER                   PIC X(12)
001390                                   VALUE "FROM SOURCE ".
001400     05  RTI-HDR-SOURCE           PIC X(08).
001410     05  FILLER                   PIC X(11)
001420                                   VALUE "  RUN DATE ".
001430     05  RTI-HDR-DATE             PIC X(10).
001440     05  FILLER                   PIC X(72) VALUE SPACES.
001450 01  RTI-RPT-DETAIL-LINE.
001460     05  RTI-DET-FILE             PIC X(01).
001470     05  FILLER                   PIC X(02) VALUE SPACES.
001480     05  RTI-DET-SEQUENCE         PIC ZZZZ9.
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  RTI-DET-BATCH-ID         PIC X(06).
001510     05  FILLER                   PIC X(02) VALUE SPACES.
001520     05  RTI-DET-REASON           PIC X(02).
001530     05  FILLER                   PIC X(02) VALUE SPACES.
001540     05  RTI-DET-DISPOSITION      PIC X(40).
001550     05  FILLER                   PIC X(02) VALUE SPACES.
001560     05  RTI-DET-CARD-SEQUENCE    PIC ZZZZZ.
001570     05  FILLER                   PIC X(63) VALUE SPACES.
001580 01  RTI-RPT-COUNT-LINE.
001590     05  RTI-CNT-LABEL            PIC X(20).
001600     05  RTI-CNT-VALUE            PIC ZZZ,ZZ9.
001610     05  FILLER                   PIC X(105) VALUE SPACES.
001620*
001630 WORKING-STORAGE SECTION.
001640 01  RTI-SOURCE-CARD.
001650     05  RTI-CARD-SOURCE          PIC X(08).
001660     05  FILLER                   PIC X(72).
001670*    A RECORD IMAGE UNPACKED FOR ITS BATCH ID.
001680 01  RTI-IMAGE-AREA.
001690     05  RTI-IMG-BATCH-ID         PIC X(06).
001700     05  FILLER                   PIC X(18).
001710 77  RTI-RETURN-EOF-SWITCH        PIC X(01) VALUE "N".
001720     88  RTI-END-OF-RETURN                  VALUE "Y".
001730 77  RTI-MANIFEST-EOF-SWITCH      PIC X(01) VALUE "N".
001740     88  RTI-END-OF-MANIFEST                VALUE "Y".
001750 77  RTI-REJECT-EOF-SWITCH        PIC X(01) VALUE "N".
001760     88  RTI-END-OF-REJECTS                 VALUE "Y".
001770 77  RTI-SUSP-EOF-SWITCH          PIC X(01) VALUE "N".
001780     88  RTI-END-OF-SUSPENSE                VALUE "Y".
001790 77  RTI-FOUND-SWITCH             PIC X(01) VALUE "N".
001800     88  RTI-ENTRY-WAS-FOUND                VALUE "Y".
001810 77  RTI-FILE-SWITCH              PIC X(01) VALUE "N".
001820     88  RTI-FILE-REFUSED                   VALUE "Y".
001830 77  RTI-TRAILER-SWITCH           PIC X(01) VALUE "N".
001840     88  RTI-TRAILER-WAS-READ               VALUE "Y".
001850 77  RTI-RETURN-STATUS            PIC XX VALUE SPACES.
001860     88  RTI-RETURN-NOT-FOUND               VALUE "35".
001870 77  RTI-MANIFEST-STATUS          PIC XX VALUE SPACES.
001880     88  RTI-MANIFEST-NOT-FOUND             VALUE "35".
001890 77  RTI-REJECT-STATUS            PIC XX VALUE SPACES.
001900     88  RTI-REJECT-NOT-FOUND               VALUE "35".
001910 77  RTI-SUSPIN-STATUS            PIC XX VALUE SPACES.
001920     88  RTI-SUSPIN-NOT-FOUND               VALUE "35".
001930 77  RTI-CORR-STATUS              PIC XX VALUE SPACES.
001940     88  RTI-CORR-NOT-FOUND                 VALUE "35".
001950 77  RTI-PRINT-STATUS             PIC XX VALUE SPACES.
001960     88  RTI-PRINT-NOT-FOUND                VALUE "35".
001970 77  RTI-RECORD-COUNT             PIC 9(7) COMP VALUE ZERO.
001980 77  RTI-DETAIL-COUNT             PIC 9(7) COMP VALUE ZERO.
001990 77  RTI-TRAILER-COUNT            PIC 9(7) COMP VALUE ZERO.
002000 77  RTI-NOT-FIXED-COUNT          PIC 9(7) COMP VALUE ZERO.
002010 77  RTI-FED-COUNT                PIC 9(7) COMP VALUE ZERO.
002020 77  RTI-REFUSED-COUNT            PIC 9(7) COMP VALUE ZERO.
002030 77  RTI-REJECT-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
002040 77  RTI-SUSP-READ-COUNT          PIC 9(7) COMP VALUE ZERO.
002050 77  RTI-BAT-SUB                  PIC 9(5) COMP VALUE ZERO.
002060 77  RTI-COR-SUB                  PIC 9(3) COMP VALUE ZERO.
002070 77  RTI-SEARCH-BATCH-ID          PIC X(06) VALUE SPACES.
002080 77  RTI-SEARCH-FILE              PIC X(01) VALUE SPACE.
002090 77  RTI-SEARCH-IMAGE             PIC X(24) VALUE SPACES.
002100 77  RTI-SEARCH-REASON            PIC X(02) VALUE SPACES.
002110 77  RTI-SEARCH-SEQUENCE          PIC 9(05) VALUE ZERO.
002120 77  RTI-REFUSAL                  PIC X(40) VALUE SPACES.
002130*    EVERY BATCH ID THE MANIFEST SHOWS FOR THIS SOURCE.
002140 01  RTI-BATCH-TABLE.
002150     05  RTI-BATCH-COUNT          PIC 9(5) COMP VALUE ZERO.
002160     05  RTI-BATCH-ENTRY OCCURS 2000 TIMES.
002170         10  RTI-BAT-ID           PIC X(06).
002180*    ONE ENTRY PER DETAIL RESUBMITTED.  P - WAITING TO BE FOUND
002190*    ON THE REJECT OR SUSPENSE FILE, M - FOUND THERE AT
002200*    RTI-COR-SEQ-NOW, X - REFUSED (RTI-COR-REFUSAL SAYS WHY),
002210*    N - NOT FIXED YET.
002220 01  RTI-CORRECTION-TABLE.
002230     05  RTI-CORRECTION-COUNT     PIC 9(3) COMP VALUE ZERO.
002240     05  RTI-CORRECTION-ENTRY OCCURS 200 TIMES.
002250         10  RTI-COR-FILE         PIC X(01).
002260         10  RTI-COR-SEQ-SENT     PIC 9(05).
002270         10  RTI-COR-ORIG-IMAGE   PIC X(24).
002280         10  RTI-COR-REASON       PIC X(02).
002290         10  RTI-COR-NEW-IMAGE    PIC X(24).
002300         10  RTI-COR-STATE        PIC X(01).
002310             88  RTI-COR-PENDING              VALUE "P".
002320             88  RTI-COR-MATCHED              VALUE "M".
002330             88  RTI-COR-REFUSED              VALUE "X".
002340             88  RTI-COR-NOT-FIXED            VALUE "N".
002350         10  RTI-COR-SEQ-NOW      PIC 9(05).
002360         10  RTI-COR-REFUSAL      PIC X(40).
002370 01  RTI-PDATE-AREA.
002380     COPY PDTPARM.
002390*
002400 PROCEDURE DIVISION.
002410*****************************************************************
002420* 0000-MAINLINE
002430*****************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002460     PERFORM 1000-READ-SOURCE-CARD THRU 1000-EXIT
002470     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002480     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002490     PERFORM 2000-LOAD-RESUBMISSION THRU 2000-EXIT
002500     IF RTI-FILE-REFUSED
002510         CLOSE MANIFEST-IN
002520         MOVE 8 TO RETURN-CODE
002530     ELSE
002540         PERFORM 2500-APPLY-RESUBMISSION THRU 2500-EXIT
002550     END-IF
002560     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002570     IF NOT RTI-RETURN-NOT-FOUND
002580         CLOSE RETURN-IN
002590     END-IF
002600     CLOSE REJECT-IN
002610     IF NOT RTI-SUSPIN-NOT-FOUND
002620         CLOSE SUSP-IN
002630     END-IF
002640     CLOSE CORR-OUT
002650     CLOSE RTI-RPT
002660     STOP RUN.
002670*
002680*****************************************************************
002690* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002700* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK.
002710*****************************************************************
002720 1005-GET-PROCESSING-DATE.
002730     SET PDP-GET-DATE TO TRUE
002740     MOVE "CBTRTI" TO PDP-STEP-NAME
002750     CALL "CBTDATE" USING RTI-PDATE-AREA
002760     IF PDP-REQUEST-REFUSED
002770         DISPLAY "CBTRTI - " PDP-MESSAGE
002780         DISPLAY "CBTRTI - NO PROCESSING DATE, RUN TERMINATED"
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820 1005-EXIT.
002830     EXIT.
002840*
002850*****************************************************************
002860* 1000-READ-SOURCE-CARD - THE SOURCE SYSTEM WHOSE RESUBMISSION
002870* THIS STEP READS, AS IT APPEARS IN MAN-SOURCE.
002880*****************************************************************
002890 1000-READ-SOURCE-CARD.
002900     MOVE SPACES TO RTI-SOURCE-CARD
002910     ACCEPT RTI-SOURCE-CARD
002920     IF RTI-CARD-SOURCE = SPACES
002930         DISPLAY "CBTRTI - NO SOURCE ON THE SYSIN CARD, RUN "
002940             "TERMINATED"
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980 1000-EXIT.
002990     EXIT.
003000*
003010*****************************************************************
003020* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003030* EACH OPEN.  NO RESUBMISSION DATASET, OR NO SUSPENSE FILE, IS
003040* SIMPLY NOTHING TO DO.  THE CARD FILE IS APPENDED TO.
003050*****************************************************************
003060 1050-OPEN-FILES.
003070     OPEN INPUT RETURN-IN
003080     IF RTI-RETURN-NOT-FOUND
003090         SET RTI-END-OF-RETURN TO TRUE
003100     END-IF
003110     OPEN INPUT MANIFEST-IN
003120     IF RTI-MANIFEST-NOT-FOUND
003130         DISPLAY "CBTRTI - MANIFEST DATASET NOT FOUND, RUN "
003140             "TERMINATED"
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     OPEN INPUT REJECT-IN
003190     IF RTI-REJECT-NOT-FOUND
003200         DISPLAY "CBTRTI - REJECTS DATASET NOT FOUND, RUN "
003210             "TERMINATED"
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF
003250     OPEN INPUT SUSP-IN
003260     IF RTI-SUSPIN-NOT-FOUND
003270         DISPLAY "CBTRTI - NO SUSPENSE FILE PRESENT"
003280     END-IF
003290     OPEN EXTEND CORR-OUT
003300     IF RTI-CORR-NOT-FOUND
003310         OPEN OUTPUT CORR-OUT
003320         IF RTI-CORR-NOT-FOUND
003330             DISPLAY "CBTRTI - RTNCORR DATASET NOT FOUND, RUN "
003340                 "TERMINATED"
003350             MOVE 16 TO RETURN-CODE
003360             STOP RUN
003370         END-IF
003380     END-IF
003390     OPEN OUTPUT RTI-RPT
003400     IF RTI-PRINT-NOT-FOUND
003410         DISPLAY "CBTRTI - RTIRPT DATASET NOT FOUND, RUN "
003420             "TERMINATED"
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460 1050-EXIT.
003470     EXIT.
003480*
003490*****************************************************************
003500* 1200-LOAD-MANIFEST - TABLE EVERY BATCH ID THE MANIFEST SHOWS
003510* FOR THIS SOURCE, WHATEVER ITS EXPECTED DATE.
003520*****************************************************************
003530 1200-LOAD-MANIFEST.
003540     PERFORM 1210-LOAD-ONE-BATCH THRU 1210-EXIT
003550         UNTIL RTI-END-OF-MANIFEST
003560     CLOSE MANIFEST-IN.
003570 1200-EXIT.
003580     EXIT.
003590*
003600 1210-LOAD-ONE-BATCH.
003610     READ MANIFEST-IN
003620         AT END
003630             SET RTI-END-OF-MANIFEST TO TRUE
003640             GO TO 1210-EXIT
003650     END-READ
003660     IF MAN-SOURCE NOT = RTI-CARD-SOURCE
003670         GO TO 1210-EXIT
003680     END-IF
003690     IF RTI-BATCH-COUNT >= 2000
003700         DISPLAY "CBTRTI - MORE THAN 2000 MANIFEST BATCHES FOR "
003710             RTI-CARD-SOURCE ", RUN TERMINATED"
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF
003750     ADD 1 TO RTI-BATCH-COUNT
003760     MOVE MAN-BATCH-ID TO RTI-BAT-ID (RTI-BATCH-COUNT).
003770 1210-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810* 1300-WRITE-REPORT-HEADER
003820*****************************************************************
003830 1300-WRITE-REPORT-HEADER.
003840     MOVE RTI-CARD-SOURCE TO RTI-HDR-SOURCE
003850     MOVE PDP-BUSINESS-DATE TO RTI-HDR-DATE
003860     WRITE RTI-RPT-HEADER-LINE.
003870 1300-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910* 1900-FIND-BATCH - IS RTI-SEARCH-BATCH-ID ONE OF THIS SOURCE'S?
003920*****************************************************************
003930 1900-FIND-BATCH.
003940     MOVE "N" TO RTI-FOUND-SWITCH
003950     MOVE 1 TO RTI-BAT-SUB
003960     PERFORM 1910-MATCH-BATCH THRU 1910-EXIT
003970         UNTIL RTI-ENTRY-WAS-FOUND
003980         OR RTI-BAT-SUB > RTI-BATCH-COUNT.
003990 1900-EXIT.
004000     EXIT.
004010*
004020 1910-MATCH-BATCH.
004030     IF RTI-BAT-ID (RTI-BAT-SUB) = RTI-SEARCH-BATCH-ID
004040         SET RTI-ENTRY-WAS-FOUND TO TRUE
004050     ELSE
004060         ADD 1 TO RTI-BAT-SUB
004070     END-IF.
004080 1910-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120* 2000-LOAD-RESUBMISSION - READ THE WHOLE FILE INTO THE TABLE
004130* BEFORE ACTING ON ANY OF IT, SO A SHORT TRANSMISSION IS CAUGHT
004140* BY ITS TRAILER BEFORE A SINGLE CARD IS WRITTEN.  AN EMPTY FILE
004150* MEANS NOTHING WAS RESUBMITTED.
004160*****************************************************************
004170 2000-LOAD-RESUBMISSION.
004180     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
004190         UNTIL RTI-END-OF-RETURN OR RTI-FILE-REFUSED
004200     IF RTI-FILE-REFUSED
004210         GO TO 2000-EXIT
004220     END-IF
004230     IF RTI-RECORD-COUNT = ZERO
004240         DISPLAY "CBTRTI - NO RESUBMISSION FROM " RTI-CARD-SOURCE
004250         GO TO 2000-EXIT
004260     END-IF
004270     IF NOT RTI-TRAILER-WAS-READ
004280         MOVE "FILE REFUSED - NO TRAILER RECORD"
004290             TO RTI-REFUSAL
004300         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004310         GO TO 2000-EXIT
004320     END-IF
004330     IF RTI-TRAILER-COUNT NOT = RTI-DETAIL-COUNT
004340         MOVE "FILE REFUSED - TRAILER COUNT DISAGREES"
004350             TO RTI-REFUSAL
004360         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004370     END-IF.
004380 2000-EXIT.
004390     EXIT.
004400*
004410 2100-LOAD-ONE-RECORD.
004420     READ RETURN-IN
004430         AT END
004440             SET RTI-END-OF-RETURN TO TRUE
004450             GO TO 2100-EXIT
004460     END-READ
004470     ADD 1 TO RTI-RECORD-COUNT
004480     IF RTI-TRAILER-WAS-READ
004490         MOVE "FILE REFUSED - RECORDS AFTER THE TRAILER"
004500             TO RTI-REFUSAL
004510         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004520         GO TO 2100-EXIT
004530     END-IF
004540     IF RTI-RECORD-COUNT = 1
004550         IF NOT RTN-HEADER OR RTN-SOURCE NOT = RTI-CARD-SOURCE
004560             MOVE "FILE REFUSED - NO HEADER FOR THIS SOURCE"
004570                 TO RTI-REFUSAL
004580             PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004590         END-IF
004600         GO TO 2100-EXIT
004610     END-IF
004620     IF RTN-TRAILER
004630         SET RTI-TRAILER-WAS-READ TO TRUE
004640         IF RTN-TRL-COUNT NUMERIC
004650             MOVE RTN-TRL-COUNT TO RTI-TRAILER-COUNT
004660         ELSE
004670             MOVE 9999999 TO RTI-TRAILER-COUNT
004680         END-IF
004690         GO TO 2100-EXIT
004700     END-IF
004710     IF NOT RTN-DETAIL
004720         MOVE "FILE REFUSED - RECORD TYPE NOT H, D OR T"
004730             TO RTI-REFUSAL
004740         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
004750         GO TO 2100-EXIT
004760     END-IF
004770     ADD 1 TO RTI-DETAIL-COUNT
004780     IF RTI-CORRECTION-COUNT >= 200
004790         DISPLAY "CBTRTI - MORE THAN 200 CORRECTIONS FROM "
004800             RTI-CARD-SOURCE ", RUN TERMINATED"
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF
004840     ADD 1 TO RTI-CORRECTION-COUNT
004850     MOVE RTI-CORRECTION-COUNT TO RTI-COR-SUB
004860     MOVE RTN-FILE TO RTI-COR-FILE (RTI-COR-SUB)
004870     IF RTN-SEQUENCE NUMERIC
004880         MOVE RTN-SEQUENCE TO RTI-COR-SEQ-SENT (RTI-COR-SUB)
004890     ELSE
004900         MOVE ZERO TO RTI-COR-SEQ-SENT (RTI-COR-SUB)
004910     END-IF
004920     MOVE RTN-ORIG-IMAGE TO RTI-COR-ORIG-IMAGE (RTI-COR-SUB)
004930     MOVE RTN-REASON-CODE TO RTI-COR-REASON (RTI-COR-SUB)
004940     MOVE RTN-CORRECTED-IMAGE TO RTI-COR-NEW-IMAGE (RTI-COR-SUB)
004950     MOVE ZERO TO RTI-COR-SEQ-NOW (RTI-COR-SUB)
004960     MOVE SPACES TO RTI-COR-REFUSAL (RTI-COR-SUB)
004970     SET RTI-COR-PENDING (RTI-COR-SUB) TO TRUE
004980     IF RTN-SOURCE NOT = RTI-CARD-SOURCE
004990         SET RTI-COR-REFUSED (RTI-COR-SUB) TO TRUE
005000         MOVE "REFUSED - DETAIL FOR ANOTHER SOURCE"
005010             TO RTI-COR-REFUSAL (RTI-COR-SUB)
005020     END-IF.
005030 2100-EXIT.
005040     EXIT.
005050*
005060*****************************************************************
005070* 2500-APPLY-RESUBMISSION - EDIT EVERY DETAIL, FIND EACH ONE
005080* STILL WAITING ON THE REJECT AND SUSPENSE FILES, THEN CARD OR
005090* REPORT IT.
005100*****************************************************************
005110 2500-APPLY-RESUBMISSION.
005120     PERFORM 1200-LOAD-MANIFEST THRU 1200-EXIT
005130     MOVE 1 TO RTI-COR-SUB
005140     PERFORM 3000-EDIT-CORRECTION THRU 3000-EXIT
005150         UNTIL RTI-COR-SUB > RTI-CORRECTION-COUNT
005160     PERFORM 4100-READ-REJECT THRU 4100-EXIT
005170     PERFORM 4000-MATCH-REJECT THRU 4000-EXIT
005180         UNTIL RTI-END-OF-REJECTS
005190     IF NOT RTI-SUSPIN-NOT-FOUND
005200         PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT
005210         PERFORM 5000-MATCH-SUSPENSE THRU 5000-EXIT
005220             UNTIL RTI-END-OF-SUSPENSE
005230     END-IF
005240     MOVE 1 TO RTI-COR-SUB
005250     PERFORM 6000-DISPOSE-CORRECTION THRU 6000-EXIT
005260         UNTIL RTI-COR-SUB > RTI-CORRECTION-COUNT
005270     IF RTI-REFUSED-COUNT > ZERO
005280         MOVE 4 TO RETURN-CODE
005290     END-IF.
005300 2500-EXIT.
005310     EXIT.
005320*
005330 2900-REFUSE-FILE.
005340     SET RTI-FILE-REFUSED TO TRUE
005350     DISPLAY "CBTRTI - " RTI-CARD-SOURCE " " RTI-REFUSAL
005360     MOVE SPACES TO RTI-DET-FILE
005370     MOVE ZERO TO RTI-DET-SEQUENCE
005380     MOVE SPACES TO RTI-DET-BATCH-ID
005390     MOVE SPACES TO RTI-DET-REASON
005400     MOVE RTI-REFUSAL TO RTI-DET-DISPOSITION
005410     MOVE ZERO TO RTI-DET-CARD-SEQUENCE
005420     WRITE RTI-RPT-DETAIL-LINE.
005430 2900-EXIT.
005440     EXIT.
005450*
005460*****************************************************************
005470* 3000-EDIT-CORRECTION - ONE ITERATION PER DETAIL.  THE FULL
005480* RE-EDIT OF THE CORRECTED RECORD IS CBTCOR'S; THIS STEP ONLY
005490* DECIDES WHETHER THE SOURCE MAY CORRECT THE ITEM AT ALL.
005500*****************************************************************
005510 3000-EDIT-CORRECTION.
005520     IF NOT RTI-COR-PENDING (RTI-COR-SUB)
005530         GO TO 3000-NEXT
005540     END-IF
005550     IF RTI-COR-NEW-IMAGE (RTI-COR-SUB) = SPACES
005560         SET RTI-COR-NOT-FIXED (RTI-COR-SUB) TO TRUE
005570         GO TO 3000-NEXT
005580     END-IF
005590     IF RTI-COR-FILE (RTI-COR-SUB) NOT = "R"
005600        AND RTI-COR-FILE (RTI-COR-SUB) NOT = "S"
005610         SET RTI-COR-REFUSED (RTI-COR-SUB) TO TRUE
005620         MOVE "REFUSED - FILE NOT R OR S"
005630             TO RTI-COR-REFUSAL (RTI-COR-SUB)
005640         GO TO 3000-NEXT
005650     END-IF
005660     MOVE RTI-COR-ORIG-IMAGE (RTI-COR-SUB) TO RTI-IMAGE-AREA
005670     MOVE RTI-IMG-BATCH-ID TO RTI-SEARCH-BATCH-ID
005680     PERFORM 1900-FIND-BATCH THRU 1900-EXIT
005690     IF NOT RTI-ENTRY-WAS-FOUND
005700         SET RTI-COR-REFUSED (RTI-COR-SUB) TO TRUE
005710         MOVE "REFUSED - ITEM NOT IN THIS SOURCE'S BATCH"
005720             TO RTI-COR-REFUSAL (RTI-COR-SUB)
005730         GO TO 3000-NEXT
005740     END-IF
005750     MOVE RTI-COR-NEW-IMAGE (RTI-COR-SUB) TO RTI-IMAGE-AREA
005760     MOVE RTI-IMG-BATCH-ID TO RTI-SEARCH-BATCH-ID
005770     PERFORM 1900-FIND-BATCH THRU 1900-EXIT
005780     IF NOT RTI-ENTRY-WAS-FOUND
005790         SET RTI-COR-REFUSED (RTI-COR-SUB) TO TRUE
005800         MOVE "REFUSED - NEW BATCH NOT THIS SOURCE'S"
005810             TO RTI-COR-REFUSAL (RTI-COR-SUB)
005820     END-IF.
005830 3000-NEXT.
005840     ADD 1 TO RTI-COR-SUB.
005850 3000-EXIT.
005860     EXIT.
005870*
005880*****************************************************************
005890* 4000-MATCH-REJECT - ONE ITERATION PER REJECT, NUMBERED AS
005900* CBTCOR NUMBERS THEM.  THE FIRST CORRECTION STILL WAITING FOR
005910* THIS IMAGE AND REASON CLAIMS IT.
005920*****************************************************************
005930 4000-MATCH-REJECT.
005940     ADD 1 TO RTI-REJECT-READ-COUNT
005950     MOVE "R" TO RTI-SEARCH-FILE
005960     MOVE REJ-RECORD-IMAGE TO RTI-SEARCH-IMAGE
005970     MOVE REJ-REASON-CODE TO RTI-SEARCH-REASON
005980     MOVE RTI-REJECT-READ-COUNT TO RTI-SEARCH-SEQUENCE
005990     PERFORM 4900-CLAIM-ITEM THRU 4900-EXIT
006000     PERFORM 4100-READ-REJECT THRU 4100-EXIT.
006010 4000-EXIT.
006020     EXIT.
006030*
006040 4100-READ-REJECT.
006050     READ REJECT-IN
006060         AT END
006070             SET RTI-END-OF-REJECTS TO TRUE
006080     END-READ.
006090 4100-EXIT.
006100     EXIT.
006110*
006120 4900-CLAIM-ITEM.
006130     MOVE "N" TO RTI-FOUND-SWITCH
006140     MOVE 1 TO RTI-COR-SUB
006150     PERFORM 4910-MATCH-CORRECTION THRU 4910-EXIT
006160         UNTIL RTI-ENTRY-WAS-FOUND
006170         OR RTI-COR-SUB > RTI-CORRECTION-COUNT
006180     IF RTI-ENTRY-WAS-FOUND
006190         SET RTI-COR-MATCHED (RTI-COR-SUB) TO TRUE
006200         MOVE RTI-SEARCH-SEQUENCE TO RTI-COR-SEQ-NOW (RTI-COR-SUB)
006210     END-IF.
006220 4900-EXIT.
006230     EXIT.
006240*
006250 4910-MATCH-CORRECTION.
006260     IF RTI-COR-PENDING (RTI-COR-SUB)
006270        AND RTI-COR-FILE (RTI-COR-SUB) = RTI-SEARCH-FILE
006280        AND RTI-COR-ORIG-IMAGE (RTI-COR-SUB) = RTI-SEARCH-IMAGE
006290        AND RTI-COR-REASON (RTI-COR-SUB) = RTI-SEARCH-REASON
006300         SET RTI-ENTRY-WAS-FOUND TO TRUE
006310     ELSE
006320         ADD 1 TO RTI-COR-SUB
006330     END-IF.
006340 4910-EXIT.
006350     EXIT.
006360*
006370*****************************************************************
006380* 5000-MATCH-SUSPENSE - THE SAME FOR THE CURRENT SUSPENSE FILE.
006390*****************************************************************
006400 5000-MATCH-SUSPENSE.
006410     ADD 1 TO RTI-SUSP-READ-COUNT
006420     MOVE "S" TO RTI-SEARCH-FILE
006430     MOVE SUI-RECORD-IMAGE TO RTI-SEARCH-IMAGE
006440     MOVE SUI-REASON-CODE TO RTI-SEARCH-REASON
006450     MOVE RTI-SUSP-READ-COUNT TO RTI-SEARCH-SEQUENCE
006460     PERFORM 4900-CLAIM-ITEM THRU 4900-EXIT
006470     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT.
006480 5000-EXIT.
006490     EXIT.
006500*
006510 5100-READ-SUSPENSE.
006520     READ SUSP-IN
006530         AT END
006540             SET RTI-END-OF-SUSPENSE TO TRUE
006550     END-READ.
006560 5100-EXIT.
006570     EXIT.
006580*
006590*****************************************************************
006600* 6000-DISPOSE-CORRECTION - A CARD FOR EVERY CORRECTION FOUND ON
006610* FILE, A REPORT LINE FOR EVERY DETAIL.
006620*****************************************************************
006630 6000-DISPOSE-CORRECTION.
006640     MOVE RTI-COR-FILE (RTI-COR-SUB) TO RTI-DET-FILE
006650     MOVE RTI-COR-SEQ-SENT (RTI-COR-SUB) TO RTI-DET-SEQUENCE
006660     MOVE RTI-COR-ORIG-IMAGE (RTI-COR-SUB) TO RTI-IMAGE-AREA
006670     MOVE RTI-IMG-BATCH-ID TO RTI-DET-BATCH-ID
006680     MOVE RTI-COR-REASON (RTI-COR-SUB) TO RTI-DET-REASON
006690     MOVE ZERO TO RTI-DET-CARD-SEQUENCE
006700     IF RTI-COR-PENDING (RTI-COR-SUB)
006710         SET RTI-COR-REFUSED (RTI-COR-SUB) TO TRUE
006720         MOVE "REFUSED - NO LONGER ON FILE"
006730             TO RTI-COR-REFUSAL (RTI-COR-SUB)
006740     END-IF
006750     IF RTI-COR-NOT-FIXED (RTI-COR-SUB)
006760         ADD 1 TO RTI-NOT-FIXED-COUNT
006770         MOVE "NOT CORRECTED BY SOURCE" TO RTI-DET-DISPOSITION
006780     END-IF
006790     IF RTI-COR-REFUSED (RTI-COR-SUB)
006800         ADD 1 TO RTI-REFUSED-COUNT
006810         MOVE RTI-COR-REFUSAL (RTI-COR-SUB) TO RTI-DET-DISPOSITION
006820     END-IF
006830     IF RTI-COR-MATCHED (RTI-COR-SUB)
006840         MOVE RTI-COR-FILE (RTI-COR-SUB) TO CO-SOURCE
006850         MOVE RTI-COR-SEQ-NOW (RTI-COR-SUB) TO CO-SEQUENCE
006860         MOVE "C" TO CO-ACTION
006870         MOVE RTI-COR-NEW-IMAGE (RTI-COR-SUB) TO CO-NEW-IMAGE
006880         MOVE SPACES TO CO-APPROVER-SSN
006890         WRITE CORR-OUT-RECORD
006900         ADD 1 TO RTI-FED-COUNT
006910         MOVE "FED TO CBTCOR AS CORRECTION CARD"
006920             TO RTI-DET-DISPOSITION
006930         MOVE RTI-COR-SEQ-NOW (RTI-COR-SUB)
006940             TO RTI-DET-CARD-SEQUENCE
006950     END-IF
006960     WRITE RTI-RPT-DETAIL-LINE
006970     ADD 1 TO RTI-COR-SUB.
006980 6000-EXIT.
006990     EXIT.
007000*
007010*****************************************************************
007020* 8100-WRITE-REPORT-TRAILER
007030*****************************************************************
007040 8100-WRITE-REPORT-TRAILER.
007050     MOVE "RECORDS READ        " TO RTI-CNT-LABEL
007060     MOVE RTI-RECORD-COUNT TO RTI-CNT-VALUE
007070     WRITE RTI-RPT-COUNT-LINE
007080     MOVE "DETAILS RECEIVED    " TO RTI-CNT-LABEL
007090     MOVE RTI-DETAIL-COUNT TO RTI-CNT-VALUE
007100     WRITE RTI-RPT-COUNT-LINE
007110     MOVE "NOT CORRECTED       " TO RTI-CNT-LABEL
007120     MOVE RTI-NOT-FIXED-COUNT TO RTI-CNT-VALUE
007130     WRITE RTI-RPT-COUNT-LINE
007140     MOVE "FED TO CBTCOR       " TO RTI-CNT-LABEL
007150     MOVE RTI-FED-COUNT TO RTI-CNT-VALUE
007160     WRITE RTI-RPT-COUNT-LINE
007170     MOVE "REFUSED             " TO RTI-CNT-LABEL
007180     MOVE RTI-REFUSED-COUNT TO RTI-CNT-VALUE
007190     WRITE RTI-RPT-COUNT-LINE.
007200 8100-EXIT.
007210     EXIT.
