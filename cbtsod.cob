000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTSOD.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTSOD
000090* SEGREGATION-OF-DUTIES EXCEPTION REPORT FOR INTERNAL AUDIT.
000100* EACH MAINTENANCE PROGRAM KEEPS ITS OWN AUDIT TRAIL AND CBTUT
000110* KEEPS THE AUDIT LOG, BUT NOTHING TIES THEM TOGETHER - THE SAME
000120* PERSON CAN RAISE THEIR OWN LIMIT, REMAP A BATCH AND THEN KEY
000130* INTO IT, OR SIGN OFF THE WRITE-OFF OF THEIR OWN ITEM.  THIS
000140* PROGRAM READS ALL FIVE TRAILS FOR A DATE RANGE AND LISTS:
000150*   - OPMAUDIT: AN OPERATOR WHO CHANGED THEIR OWN OPRLIM
000160*     AUTHORITY
000170*   - MNTAUDIT: AN OPERATOR WHO CHANGED THEIR OWN SSNUM-MASTER
000180*     RECORD
000190*   - CORAUDIT: A WRITE-OFF WHOSE APPROVER SSN IS THE CLERK WHO
000200*     KEYED THE ITEM
000210*   - GLMAUDIT AGAINST AUDITLOG: AN OPERATOR WHO MAINTAINED A
000220*     GLACCT MAPPING AND THEN KEYED INTO THAT BATCH FAMILY (THE
000230*     FULL BATCH ID OR ANY BATCH STARTING WITH THE MAPPED
000240*     PREFIX) ON THE DAY OF THE CHANGE OR WITHIN THE WINDOW AFTER
000250*     IT.  ONE LINE PER MAPPING CHANGE, WITH THE NUMBER OF ITEMS
000260*     KEYED AND THE LAST DATE KEYED.
000270*
000280* THE SAME PERSON IS THE SAME SSN WHEN BOTH LINES CARRY ONE.  THE
000290* TRAILS ONLY GAINED THE OPERATOR'S SSN IN OCTOBER 2026 AND
000300* MNTAUDIT HAS NO ROOM FOR IT, SO WHERE EITHER SIDE HAS NO SSN
000310* THE MATCH IS ON THE NAME OF RECORD, WHICH EVERY TRAIL CARRIES.
000320* A CORAUDIT LINE WITH NO KEYING SSN, OR AN AUDITLOG LINE WITH NO
000330* BATCH ID, CANNOT BE CHECKED AND IS PASSED OVER.  REVERSAL
000340* LINES ON AUDITLOG ARE NOT NEW KEYING AND ARE PASSED OVER TOO.
000350*
000360* THE SELECTION CARD ON SYSIN DRIVES THE RUN:
000370*   COLS  1-10  FROM DATE YYYY-MM-DD (BLANK = NO LOWER BOUND)
000380*   COL  11     (SPACE)
000390*   COLS 12-21  TO DATE YYYY-MM-DD (BLANK = NO UPPER BOUND)
000400*   COL  22     (SPACE)
000410*   COLS 23-25  KEYING WINDOW IN DAYS AFTER A GLACCT CHANGE
000420*               (BLANK = 7)
000430* THE RANGE SELECTS THE MAINTENANCE LINES.  KEYING THAT FALLS IN
000440* THE WINDOW OF AN IN-RANGE MAPPING CHANGE COUNTS EVEN WHEN IT
000450* FALLS AFTER THE TO DATE.  FOR A RANGE REACHING BACK INTO A
000460* CLOSED MONTH, CONCATENATE THE AUDARCH GENERATIONS AHEAD OF THE
000470* LIVE LOG ON THE AUDITLOG DD.
000480*
000490* RETURN CODES
000500*   00 - NO CONFLICTS FOUND
000510*   04 - ONE OR MORE CONFLICTS LISTED
000520*   16 - BAD SELECTION CARD, TOO MANY GLACCT CHANGES IN THE
000530*        RANGE, OR A DATASET COULD NOT BE OPENED
000540*
000550* MODIFICATION HISTORY
000560* -----------------------------------------------------------
000570* 2026-10-15  NJL  INITIAL VERSION.
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT OPM-AUDIT
000630         ASSIGN TO OPMAUDIT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS SOD-OPM-STATUS.
000660     SELECT GLM-AUDIT
000670         ASSIGN TO GLMAUDIT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS SOD-GLM-STATUS.
000700     SELECT MNT-AUDIT
000710         ASSIGN TO MNTAUDIT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS SOD-MNT-STATUS.
000740     SELECT COR-AUDIT
000750         ASSIGN TO CORAUDIT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS SOD-COR-STATUS.
000780     SELECT AUDIT-LOG
000790         ASSIGN TO AUDITLOG
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS SOD-AUDIT-STATUS.
000820     SELECT SSNUM-MASTER
000830         ASSIGN TO SSNMSTR
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS MST-SSNUM
000870         FILE STATUS IS SOD-MASTER-STATUS.
000880     SELECT SOD-RPT
000890         ASSIGN TO SODRPT
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS SOD-PRINT-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940*****************************************************************
000950* OPM-AUDIT - THE CBTOPM AUTHORITY MAINTENANCE TRAIL, DESCRIBED
000960* EXACTLY AS CBTOPM WRITES IT.
000970*****************************************************************
000980 FD  OPM-AUDIT
000990     RECORDING MODE IS F.
001000 01  OPM-AUDIT-RECORD.
001010     05  OAU-DATE                 PIC X(10).
001020     05  FILLER                   PIC X(01).
001030     05  OAU-TIME                 PIC X(08).
001040     05  FILLER                   PIC X(01).
001050     05  OAU-OPERATOR             PIC X(30).
001060     05  FILLER                   PIC X(01).
001070     05  OAU-ACTION-CODE          PIC X(01).
001080     05  FILLER                   PIC X(01).
001090     05  OAU-SSN                  PIC X(09).
001100     05  FILLER                   PIC X(01).
001110     05  OAU-BEFORE-AMOUNT        PIC X(08).
001120     05  FILLER                   PIC X(01).
001130     05  OAU-BEFORE-OPS           PIC X(05).
001140     05  FILLER                   PIC X(01).
001150     05  OAU-AFTER-AMOUNT         PIC X(08).
001160     05  FILLER                   PIC X(01).
001170     05  OAU-AFTER-OPS            PIC X(05).
001180     05  FILLER                   PIC X(01).
001190     05  OAU-OPER-SSN             PIC X(09).
001200     05  FILLER                   PIC X(30).
001210*****************************************************************
001220* GLM-AUDIT - THE CBTGLM BATCH-ATTRIBUTES MAINTENANCE TRAIL,
001230* DESCRIBED EXACTLY AS CBTGLM WRITES IT.
001240*****************************************************************
001250 FD  GLM-AUDIT
001260     RECORDING MODE IS F.
001270 01  GLM-AUDIT-RECORD.
001280     05  GAU-DATE                 PIC X(10).
001290     05  FILLER                   PIC X(01).
001300     05  GAU-TIME                 PIC X(08).
001310     05  FILLER                   PIC X(01).
001320     05  GAU-OPERATOR             PIC X(30).
001330     05  FILLER                   PIC X(01).
001340     05  GAU-ACTION-CODE          PIC X(01).
001350     05  FILLER                   PIC X(01).
001360     05  GAU-BATCH-ID             PIC X(06).
001370     05  FILLER                   PIC X(01).
001380     05  GAU-BEFORE-ACCOUNT       PIC X(08).
001390     05  FILLER                   PIC X(01).
001400     05  GAU-BEFORE-COST-CTR      PIC X(06).
001410     05  FILLER                   PIC X(01).
001420     05  GAU-AFTER-ACCOUNT        PIC X(08).
001430     05  FILLER                   PIC X(01).
001440     05  GAU-AFTER-COST-CTR       PIC X(06).
001450     05  FILLER                   PIC X(01).
001460     05  GAU-OPER-SSN             PIC X(09).
001470     05  FILLER                   PIC X(31).
001480*****************************************************************
001490* MNT-AUDIT - THE CBTMNT SSNUM-MASTER MAINTENANCE TRAIL,
001500* DESCRIBED EXACTLY AS CBTMNT WRITES IT.
001510*****************************************************************
001520 FD  MNT-AUDIT
001530     RECORDING MODE IS F.
001540 01  MNT-AUDIT-RECORD.
001550     05  MAU-DATE                 PIC X(10).
001560     05  FILLER                   PIC X(01).
001570     05  MAU-TIME                 PIC X(08).
001580     05  FILLER                   PIC X(01).
001590     05  MAU-OPERATOR             PIC X(30).
001600     05  FILLER                   PIC X(01).
001610     05  MAU-ACTION-CODE          PIC X(01).
001620     05  FILLER                   PIC X(01).
001630     05  MAU-SSNUM                PIC X(09).
001640     05  FILLER                   PIC X(01).
001650     05  MAU-BEFORE-NAME          PIC X(30).
001660     05  FILLER                   PIC X(01).
001670     05  MAU-AFTER-NAME           PIC X(30).
001680     05  FILLER                   PIC X(08).
001690*****************************************************************
001700* COR-AUDIT - THE CBTCOR CORRECTION AND WRITE-OFF TRAIL,
001710* DESCRIBED EXACTLY AS CBTCOR WRITES IT.
001720*****************************************************************
001730 FD  COR-AUDIT
001740     RECORDING MODE IS F.
001750 01  COR-AUDIT-RECORD.
001760     05  CAU-DATE                 PIC X(10).
001770     05  FILLER                   PIC X(01).
001780     05  CAU-TIME                 PIC X(08).
001790     05  FILLER                   PIC X(01).
001800     05  CAU-OPERATOR             PIC X(30).
001810     05  FILLER                   PIC X(01).
001820     05  CAU-SOURCE               PIC X(01).
001830     05  FILLER                   PIC X(01).
001840     05  CAU-SEQUENCE             PIC X(05).
001850     05  FILLER                   PIC X(01).
001860     05  CAU-ACTION               PIC X(01).
001870         88  CAU-ACTION-WRITEOFF            VALUE "W".
001880     05  FILLER                   PIC X(01).
001890     05  CAU-REASON               PIC X(02).
001900     05  FILLER                   PIC X(01).
001910     05  CAU-BATCH-ID             PIC X(06).
001920     05  FILLER                   PIC X(01).
001930     05  CAU-NUM1                 PIC X(09).
001940     05  FILLER                   PIC X(01).
001950     05  CAU-NUM2                 PIC X(09).
001960     05  FILLER                   PIC X(01).
001970     05  CAU-APPROVER             PIC X(09).
001980     05  FILLER                   PIC X(01).
001990     05  CAU-OPER-SSN             PIC X(09).
002000     05  FILLER                   PIC X(01).
002010     05  CAU-KEYED-BY             PIC X(09).
002020     05  FILLER                   PIC X(12).
002030*****************************************************************
002040* AUDIT-LOG - CBTUT'S LOG, ONE LINE PER TRANSACTION COMPUTED,
002050* DESCRIBED EXACTLY AS CBTUT WRITES IT.
002060*****************************************************************
002070 FD  AUDIT-LOG
002080     RECORDING MODE IS F.
002090 01  AUDIT-LOG-RECORD.
002100     05  AUD-DATE                 PIC X(10).
002110     05  FILLER                   PIC X(01).
002120     05  AUD-TIME                 PIC X(08).
002130     05  FILLER                   PIC X(01).
002140     05  AUD-OPERATOR             PIC X(30).
002150     05  FILLER                   PIC X(01).
002160     05  AUD-OP-CODE              PIC X(01).
002170     05  FILLER                   PIC X(01).
002180     05  AUD-NUM1                 PIC X(09).
002190     05  FILLER                   PIC X(01).
002200     05  AUD-NUM2                 PIC X(09).
002210     05  FILLER                   PIC X(01).
002220     05  AUD-TOTAL                PIC X(09).
002230     05  FILLER                   PIC X(01).
002240     05  AUD-REVERSAL-FLAG        PIC X(01).
002250         88  AUD-IS-REVERSAL                VALUE "R".
002260     05  FILLER                   PIC X(01).
002270     05  AUD-OPER-SSN             PIC X(09).
002280     05  FILLER                   PIC X(01).
002290     05  AUD-BATCH-ID             PIC X(06).
002300*****************************************************************
002310* SSNUM-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY SSN, READ FOR
002320* THE NAME OF RECORD.
002330*****************************************************************
002340 FD  SSNUM-MASTER
002350     RECORDING MODE IS F.
002360 01  SSNUM-MASTER-RECORD.
002370     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
002380     05  MST-EMPLOYEE-NAME        PIC X(30).
002390     05  MST-EMPLOYEE-STATUS      PIC X(01).
002400         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
002410         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
002420     05  MST-SEPARATION-DATE      PIC X(10).
002430*****************************************************************
002440* SOD-RPT - ONE HEADER, ONE LINE PER CONFLICT, AND THE TRAILER
002450* COUNTS.
002460*****************************************************************
002470 FD  SOD-RPT
002480     RECORDING MODE IS F.
002490 01  SOD-RPT-HEADER-LINE.
002500     05  FILLER                   PIC X(19)
002510                                   VALUE "CBTSOD SEGREGATION ".
002520     05  FILLER                   PIC X(10) VALUE "OF DUTIES ".
002530     05  FILLER                   PIC X(05) VALUE "FROM ".
002540     05  SOD-HDR-FROM             PIC X(10).
002550     05  FILLER                   PIC X(04) VALUE " TO ".
002560     05  SOD-HDR-TO               PIC X(10).
002570     05  FILLER                   PIC X(09) VALUE "  WINDOW ".
002580     05  SOD-HDR-DAYS             PIC ZZ9.
002590     05  FILLER                   PIC X(16)
002600                                   VALUE " DAYS  RUN DATE ".
002610     05  SOD-HDR-DATE             PIC X(10).
002620     05  FILLER                   PIC X(36) VALUE SPACES.
002630 01  SOD-RPT-DETAIL-LINE.
002640     05  SOD-DET-DATE             PIC X(10).
002650     05  FILLER                   PIC X(02) VALUE SPACES.
002660     05  SOD-DET-CONFLICT         PIC X(22).
002670     05  FILLER                   PIC X(02) VALUE SPACES.
002680     05  SOD-DET-SSNUM            PIC X(09).
002690     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  SOD-DET-NAME             PIC X(30).
002710     05  FILLER                   PIC X(02) VALUE SPACES.
002720     05  SOD-DET-TRAIL            PIC X(08).
002730     05  FILLER                   PIC X(02) VALUE SPACES.
002740     05  SOD-DET-DETAIL           PIC X(41).
002750     05  FILLER                   PIC X(02) VALUE SPACES.
002760 01  SOD-RPT-COUNT-LINE.
002770     05  SOD-CNT-LABEL            PIC X(20).
002780     05  SOD-CNT-VALUE            PIC ZZZ,ZZ9.
002790     05  FILLER                   PIC X(105) VALUE SPACES.
002800*
002810 WORKING-STORAGE SECTION.
002820 01  SOD-SELECT-CARD.
002830     05  SOD-SEL-FROM-DATE        PIC X(10).
002840     05  FILLER                   PIC X(01).
002850     05  SOD-SEL-TO-DATE          PIC X(10).
002860     05  FILLER                   PIC X(01).
002870     05  SOD-SEL-DAYS             PIC X(03).
002880     05  SOD-SEL-DAYS-N REDEFINES SOD-SEL-DAYS
002890                                  PIC 9(03).
002900 77  SOD-WINDOW-DAYS              PIC 9(3) COMP VALUE 7.
002910 77  SOD-OPM-EOF-SWITCH           PIC X(01) VALUE "N".
002920     88  SOD-END-OF-OPM                     VALUE "Y".
002930 77  SOD-GLM-EOF-SWITCH           PIC X(01) VALUE "N".
002940     88  SOD-END-OF-GLM                     VALUE "Y".
002950 77  SOD-MNT-EOF-SWITCH           PIC X(01) VALUE "N".
002960     88  SOD-END-OF-MNT                     VALUE "Y".
002970 77  SOD-COR-EOF-SWITCH           PIC X(01) VALUE "N".
002980     88  SOD-END-OF-COR                     VALUE "Y".
002990 77  SOD-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
003000     88  SOD-END-OF-AUDIT-LOG               VALUE "Y".
003010 77  SOD-OPM-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003020 77  SOD-GLM-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003030 77  SOD-MNT-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003040 77  SOD-COR-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003050 77  SOD-AUDIT-READ-COUNT         PIC 9(7) COMP VALUE ZERO.
003060 77  SOD-OWN-AUTH-COUNT           PIC 9(7) COMP VALUE ZERO.
003070 77  SOD-OWN-MASTER-COUNT         PIC 9(7) COMP VALUE ZERO.
003080 77  SOD-OWN-WRITEOFF-COUNT       PIC 9(7) COMP VALUE ZERO.
003090 77  SOD-REMAP-KEYED-COUNT        PIC 9(7) COMP VALUE ZERO.
003100 77  SOD-CONFLICT-COUNT           PIC 9(7) COMP VALUE ZERO.
003110 77  SOD-OPM-STATUS               PIC XX VALUE SPACES.
003120     88  SOD-OPM-NOT-FOUND                  VALUE "35".
003130 77  SOD-GLM-STATUS               PIC XX VALUE SPACES.
003140     88  SOD-GLM-NOT-FOUND                  VALUE "35".
003150 77  SOD-MNT-STATUS               PIC XX VALUE SPACES.
003160     88  SOD-MNT-NOT-FOUND                  VALUE "35".
003170 77  SOD-COR-STATUS               PIC XX VALUE SPACES.
003180     88  SOD-COR-NOT-FOUND                  VALUE "35".
003190 77  SOD-AUDIT-STATUS             PIC XX VALUE SPACES.
003200     88  SOD-AUDIT-NOT-FOUND                VALUE "35".
003210 77  SOD-MASTER-STATUS            PIC XX VALUE SPACES.
003220     88  SOD-MASTER-NOT-FOUND               VALUE "35".
003230 77  SOD-PRINT-STATUS             PIC XX VALUE SPACES.
003240     88  SOD-PRINT-NOT-FOUND                VALUE "35".
003250 77  SOD-RANGE-SWITCH             PIC X(01) VALUE "N".
003260     88  SOD-DATE-IN-RANGE                  VALUE "Y".
003270 77  SOD-SAME-SWITCH              PIC X(01) VALUE "N".
003280     88  SOD-SAME-PERSON                    VALUE "Y".
003290 77  SOD-DATE-OK-SWITCH           PIC X(01) VALUE "Y".
003300     88  SOD-DATE-IS-VALID                  VALUE "Y".
003310     88  SOD-DATE-IS-INVALID                VALUE "N".
003320 77  SOD-TEST-DATE                PIC X(10) VALUE SPACES.
003330 77  SOD-MASTER-NAME              PIC X(30) VALUE SPACES.
003340 77  SOD-GL-SUB                   PIC 9(3) COMP VALUE ZERO.
003350 77  SOD-PREFIX-LEN               PIC 9(3) COMP VALUE ZERO.
003360 77  SOD-EDIT-COUNT               PIC ZZZ9.
003370 77  SOD-DAYS-IN-MONTH            PIC 9(2) VALUE ZERO.
003380 77  SOD-LEAP-QUOTIENT            PIC 9(4) COMP VALUE ZERO.
003390 77  SOD-LEAP-REMAINDER           PIC 9(4) COMP VALUE ZERO.
003400*    THE TWO SIDES OF A SAME-PERSON COMPARE - SSN WHEN BOTH HAVE
003410*    ONE, OTHERWISE THE NAME OF RECORD.
003420 01  SOD-COMPARE-AREA.
003430     05  SOD-CMP-SSN-A            PIC X(09).
003440     05  SOD-CMP-NAME-A           PIC X(30).
003450     05  SOD-CMP-SSN-B            PIC X(09).
003460     05  SOD-CMP-NAME-B           PIC X(30).
003470*    A YYYY-MM-DD DATE BROKEN OUT FOR STEPPING FORWARD A DAY.
003480 01  SOD-STEP-DATE.
003490     05  SOD-STP-YYYY             PIC 9(4).
003500     05  FILLER                   PIC X(01).
003510     05  SOD-STP-MM               PIC 9(2).
003520     05  FILLER                   PIC X(01).
003530     05  SOD-STP-DD               PIC 9(2).
003540*    EVERY GLACCT CHANGE IN THE RANGE, WITH THE LAST DATE OF ITS
003550*    KEYING WINDOW AND WHAT THE SAME OPERATOR KEYED INTO THE
003560*    FAMILY DURING IT.
003570 01  SOD-GL-TABLE.
003580     05  SOD-GL-COUNT             PIC 9(3) COMP VALUE ZERO.
003590     05  SOD-GL-ENTRY OCCURS 500 TIMES.
003600         10  SOD-GLE-DATE         PIC X(10).
003610         10  SOD-GLE-END-DATE     PIC X(10).
003620         10  SOD-GLE-OPERATOR     PIC X(30).
003630         10  SOD-GLE-OPER-SSN     PIC X(09).
003640         10  SOD-GLE-BATCH-ID     PIC X(06).
003650         10  SOD-GLE-PREFIX-LEN   PIC 9(3) COMP.
003660         10  SOD-GLE-KEYED-COUNT  PIC 9(7) COMP.
003670         10  SOD-GLE-KEYER-SSN    PIC X(09).
003680         10  SOD-GLE-LAST-KEYED   PIC X(10).
003690*****************************************************************
003700* DAYS IN EACH MONTH - FEBRUARY IS ADJUSTED FOR LEAP YEARS.
003710*****************************************************************
003720 01  SOD-MONTH-VALUES             PIC X(24)
003730         VALUE "312831303130313130313031".
003740 01  SOD-MONTH-TABLE REDEFINES SOD-MONTH-VALUES.
003750     05  SOD-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
003760 01  SOD-CURRENT-DATE.
003770     05  SOD-CD-YYYY              PIC 9(4).
003780     05  SOD-CD-MM                PIC 9(2).
003790     05  SOD-CD-DD                PIC 9(2).
003800 01  SOD-DATE-DISPLAY.
003810     05  SOD-DSP-YYYY             PIC 9(4).
003820     05  FILLER                   PIC X(1) VALUE "-".
003830     05  SOD-DSP-MM               PIC 9(2).
003840     05  FILLER                   PIC X(1) VALUE "-".
003850     05  SOD-DSP-DD               PIC 9(2).
003860 01  SOD-PDATE-AREA.
003870     COPY PDTPARM.
003880*
003890 PROCEDURE DIVISION.
003900*****************************************************************
003910* 0000-MAINLINE
003920*****************************************************************
003930 0000-MAINLINE.
003940     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
003950     PERFORM 1000-READ-SELECT-CARD THRU 1000-EXIT
003960     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
003970     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
003980     PERFORM 1400-LOAD-GL-CHANGES THRU 1400-EXIT
003990     PERFORM 2100-READ-OPM-AUDIT THRU 2100-EXIT
004000     PERFORM 2000-CHECK-OWN-AUTHORITY THRU 2000-EXIT
004010         UNTIL SOD-END-OF-OPM
004020     PERFORM 3100-READ-MNT-AUDIT THRU 3100-EXIT
004030     PERFORM 3000-CHECK-OWN-MASTER THRU 3000-EXIT
004040         UNTIL SOD-END-OF-MNT
004050     PERFORM 4100-READ-COR-AUDIT THRU 4100-EXIT
004060     PERFORM 4000-CHECK-OWN-WRITEOFF THRU 4000-EXIT
004070         UNTIL SOD-END-OF-COR
004080     PERFORM 5100-READ-AUDIT-LOG THRU 5100-EXIT
004090     PERFORM 5000-CHECK-KEYED-LINE THRU 5000-EXIT
004100         UNTIL SOD-END-OF-AUDIT-LOG
004110     MOVE 1 TO SOD-GL-SUB
004120     PERFORM 6000-REPORT-GL-ENTRY THRU 6000-EXIT
004130         UNTIL SOD-GL-SUB > SOD-GL-COUNT
004140     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
004150     IF SOD-CONFLICT-COUNT > ZERO
004160         DISPLAY "CBTSOD - SEGREGATION-OF-DUTIES CONFLICTS "
004170             "LISTED ON SODRPT"
004180         MOVE 4 TO RETURN-CODE
004190     END-IF
004200     CLOSE OPM-AUDIT
004210     CLOSE GLM-AUDIT
004220     CLOSE MNT-AUDIT
004230     CLOSE COR-AUDIT
004240     CLOSE AUDIT-LOG
004250     CLOSE SSNUM-MASTER
004260     CLOSE SOD-RPT
004270     STOP RUN.
004280*
004290*****************************************************************
004300* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
004310* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
004320* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
004330* CARRIES ITS OWN DATE.
004340*****************************************************************
004350 1005-GET-PROCESSING-DATE.
004360     SET PDP-GET-DATE TO TRUE
004370     MOVE "CBTSOD" TO PDP-STEP-NAME
004380     CALL "CBTDATE" USING SOD-PDATE-AREA
004390     IF PDP-REQUEST-REFUSED
004400         DISPLAY "CBTSOD - " PDP-MESSAGE
004410         DISPLAY "CBTSOD - NO PROCESSING DATE, RUN TERMINATED"
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF
004450     MOVE PDP-BUSINESS-YMD TO SOD-CURRENT-DATE.
004460 1005-EXIT.
004470     EXIT.
004480*
004490*****************************************************************
004500* 1000-READ-SELECT-CARD - PULL THE SELECTION CARD OFF SYSIN AND
004510* EDIT IT.  A DATE THAT IS NOT YYYY-MM-DD, A RANGE THAT RUNS
004520* BACKWARD, OR A WINDOW THAT IS NOT THREE DIGITS IS A KEYING
004530* ERROR AND THE RUN STOPS BEFORE READING ANY TRAIL.
004540*****************************************************************
004550 1000-READ-SELECT-CARD.
004560     MOVE SPACES TO SOD-SELECT-CARD
004570     ACCEPT SOD-SELECT-CARD
004580     IF SOD-SEL-FROM-DATE NOT = SPACES
004590         MOVE SOD-SEL-FROM-DATE TO SOD-TEST-DATE
004600         PERFORM 1010-EDIT-CARD-DATE THRU 1010-EXIT
004610         IF SOD-DATE-IS-INVALID
004620             DISPLAY "CBTSOD - FROM DATE MUST BE YYYY-MM-DD, RUN "
004630                 "TERMINATED"
004640             MOVE 16 TO RETURN-CODE
004650             STOP RUN
004660         END-IF
004670     END-IF
004680     IF SOD-SEL-TO-DATE NOT = SPACES
004690         MOVE SOD-SEL-TO-DATE TO SOD-TEST-DATE
004700         PERFORM 1010-EDIT-CARD-DATE THRU 1010-EXIT
004710         IF SOD-DATE-IS-INVALID
004720             DISPLAY "CBTSOD - TO DATE MUST BE YYYY-MM-DD, RUN "
004730                 "TERMINATED"
004740             MOVE 16 TO RETURN-CODE
004750             STOP RUN
004760         END-IF
004770     END-IF
004780     IF SOD-SEL-FROM-DATE NOT = SPACES
004790        AND SOD-SEL-TO-DATE NOT = SPACES
004800        AND SOD-SEL-FROM-DATE > SOD-SEL-TO-DATE
004810         DISPLAY "CBTSOD - FROM DATE IS AFTER TO DATE, RUN "
004820             "TERMINATED"
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF
004860     IF SOD-SEL-DAYS = SPACES
004870         DISPLAY "CBTSOD - NO KEYING WINDOW ON THE CARD, "
004880             SOD-WINDOW-DAYS " DAYS USED"
004890     ELSE
004900         IF SOD-SEL-DAYS NOT NUMERIC
004910             DISPLAY "CBTSOD - KEYING WINDOW MUST BE THREE "
004920                 "DIGITS, RUN TERMINATED"
004930             MOVE 16 TO RETURN-CODE
004940             STOP RUN
004950         END-IF
004960         MOVE SOD-SEL-DAYS-N TO SOD-WINDOW-DAYS
004970     END-IF.
004980 1000-EXIT.
004990     EXIT.
005000*
005010 1010-EDIT-CARD-DATE.
005020     SET SOD-DATE-IS-VALID TO TRUE
005030     MOVE SOD-TEST-DATE TO SOD-STEP-DATE
005040     IF SOD-TEST-DATE (5:1) NOT = "-"
005050        OR SOD-TEST-DATE (8:1) NOT = "-"
005060        OR SOD-STP-YYYY NOT NUMERIC
005070        OR SOD-STP-MM NOT NUMERIC
005080        OR SOD-STP-DD NOT NUMERIC
005090         SET SOD-DATE-IS-INVALID TO TRUE
005100         GO TO 1010-EXIT
005110     END-IF
005120     IF SOD-STP-MM < 1 OR SOD-STP-MM > 12
005130        OR SOD-STP-DD < 1 OR SOD-STP-DD > 31
005140         SET SOD-DATE-IS-INVALID TO TRUE
005150     END-IF.
005160 1010-EXIT.
005170     EXIT.
005180*
005190*****************************************************************
005200* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
005210* EACH OPEN.  EVERY TRAIL IS APPENDED FROM THE FIRST RUN OF ITS
005220* PROGRAM, SO A MISSING ONE MEANS THE WRONG DATASET, NOT AN
005230* EMPTY TRAIL.
005240*****************************************************************
005250 1050-OPEN-FILES.
005260     OPEN INPUT OPM-AUDIT
005270     IF SOD-OPM-NOT-FOUND
005280         DISPLAY "CBTSOD - OPMAUDIT DATASET NOT FOUND, RUN "
005290             "TERMINATED"
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF
005330     OPEN INPUT GLM-AUDIT
005340     IF SOD-GLM-NOT-FOUND
005350         DISPLAY "CBTSOD - GLMAUDIT DATASET NOT FOUND, RUN "
005360             "TERMINATED"
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF
005400     OPEN INPUT MNT-AUDIT
005410     IF SOD-MNT-NOT-FOUND
005420         DISPLAY "CBTSOD - MNTAUDIT DATASET NOT FOUND, RUN "
005430             "TERMINATED"
005440         MOVE 16 TO RETURN-CODE
005450         STOP RUN
005460     END-IF
005470     OPEN INPUT COR-AUDIT
005480     IF SOD-COR-NOT-FOUND
005490         DISPLAY "CBTSOD - CORAUDIT DATASET NOT FOUND, RUN "
005500             "TERMINATED"
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF
005540     OPEN INPUT AUDIT-LOG
005550     IF SOD-AUDIT-NOT-FOUND
005560         DISPLAY "CBTSOD - AUDITLOG DATASET NOT FOUND, RUN "
005570             "TERMINATED"
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF
005610     OPEN INPUT SSNUM-MASTER
005620     IF SOD-MASTER-NOT-FOUND
005630         DISPLAY "CBTSOD - SSNUM-MASTER DATASET NOT FOUND, RUN "
005640             "TERMINATED"
005650         MOVE 16 TO RETURN-CODE
005660         STOP RUN
005670     END-IF
005680     OPEN OUTPUT SOD-RPT
005690     IF SOD-PRINT-NOT-FOUND
005700         DISPLAY "CBTSOD - SODRPT DATASET NOT FOUND, RUN "
005710             "TERMINATED"
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750 1050-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790* 1300-WRITE-REPORT-HEADER
005800*****************************************************************
005810 1300-WRITE-REPORT-HEADER.
005820     MOVE SOD-CD-YYYY TO SOD-DSP-YYYY
005830     MOVE SOD-CD-MM TO SOD-DSP-MM
005840     MOVE SOD-CD-DD TO SOD-DSP-DD
005850     MOVE SOD-DATE-DISPLAY TO SOD-HDR-DATE
005860     MOVE SOD-SEL-FROM-DATE TO SOD-HDR-FROM
005870     MOVE SOD-SEL-TO-DATE TO SOD-HDR-TO
005880     MOVE SOD-WINDOW-DAYS TO SOD-HDR-DAYS
005890     WRITE SOD-RPT-HEADER-LINE.
005900 1300-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940* 1400-LOAD-GL-CHANGES - LOAD EVERY GLACCT CHANGE IN THE RANGE
005950* INTO THE TABLE BEFORE THE AUDIT LOG IS READ.  THE MAPPED BATCH
005960* ID MAY BE A PREFIX WITH TRAILING SPACES; ITS SIGNIFICANT LENGTH
005970* IS WHAT A KEYED BATCH ID HAS TO MATCH.  THE WINDOW RUNS FROM
005980* THE DAY OF THE CHANGE THROUGH THE CARD'S NUMBER OF DAYS AFTER.
005990*****************************************************************
006000 1400-LOAD-GL-CHANGES.
006010     PERFORM 1410-READ-GLM-AUDIT THRU 1410-EXIT
006020     PERFORM 1420-LOAD-ONE-CHANGE THRU 1420-EXIT
006030         UNTIL SOD-END-OF-GLM.
006040 1400-EXIT.
006050     EXIT.
006060*
006070 1410-READ-GLM-AUDIT.
006080     READ GLM-AUDIT
006090         AT END
006100             SET SOD-END-OF-GLM TO TRUE
006110             GO TO 1410-EXIT
006120     END-READ
006130     ADD 1 TO SOD-GLM-READ-COUNT.
006140 1410-EXIT.
006150     EXIT.
006160*
006170 1420-LOAD-ONE-CHANGE.
006180     MOVE GAU-DATE TO SOD-TEST-DATE
006190     PERFORM 1900-CHECK-DATE-RANGE THRU 1900-EXIT
006200     IF NOT SOD-DATE-IN-RANGE
006210         GO TO 1420-NEXT
006220     END-IF
006230     IF GAU-BATCH-ID = SPACES
006240         GO TO 1420-NEXT
006250     END-IF
006260     IF SOD-GL-COUNT >= 500
006270         DISPLAY "CBTSOD - MORE THAN 500 GLACCT CHANGES IN THE "
006280             "RANGE, RUN TERMINATED"
006290         MOVE 16 TO RETURN-CODE
006300         STOP RUN
006310     END-IF
006320     ADD 1 TO SOD-GL-COUNT
006330     MOVE GAU-DATE TO SOD-GLE-DATE (SOD-GL-COUNT)
006340     MOVE GAU-OPERATOR TO SOD-GLE-OPERATOR (SOD-GL-COUNT)
006350     MOVE GAU-OPER-SSN TO SOD-GLE-OPER-SSN (SOD-GL-COUNT)
006360     MOVE GAU-BATCH-ID TO SOD-GLE-BATCH-ID (SOD-GL-COUNT)
006370     MOVE ZERO TO SOD-GLE-KEYED-COUNT (SOD-GL-COUNT)
006380     MOVE SPACES TO SOD-GLE-KEYER-SSN (SOD-GL-COUNT)
006390     MOVE SPACES TO SOD-GLE-LAST-KEYED (SOD-GL-COUNT)
006400     MOVE 6 TO SOD-PREFIX-LEN
006410     PERFORM 1430-SHORTEN-PREFIX THRU 1430-EXIT
006420         UNTIL SOD-PREFIX-LEN < 2
006430         OR GAU-BATCH-ID (SOD-PREFIX-LEN:1) NOT = SPACE
006440     MOVE SOD-PREFIX-LEN TO SOD-GLE-PREFIX-LEN (SOD-GL-COUNT)
006450     MOVE GAU-DATE TO SOD-STEP-DATE
006460     PERFORM 1440-STEP-FORWARD-ONE-DAY THRU 1440-EXIT
006470         SOD-WINDOW-DAYS TIMES
006480     MOVE SOD-STEP-DATE TO SOD-GLE-END-DATE (SOD-GL-COUNT).
006490 1420-NEXT.
006500     PERFORM 1410-READ-GLM-AUDIT THRU 1410-EXIT.
006510 1420-EXIT.
006520     EXIT.
006530*
006540 1430-SHORTEN-PREFIX.
006550     SUBTRACT 1 FROM SOD-PREFIX-LEN.
006560 1430-EXIT.
006570     EXIT.
006580*
006590*****************************************************************
006600* 1440-STEP-FORWARD-ONE-DAY - ONE CALENDAR DAY FORWARD, ACROSS
006610* MONTH AND YEAR ENDS, WITH FEBRUARY 29 IN A LEAP YEAR.  THE
006620* DASHES IN SOD-STEP-DATE ARE LEFT WHERE THE MOVE PUT THEM.
006630*****************************************************************
006640 1440-STEP-FORWARD-ONE-DAY.
006650     MOVE SOD-MONTH-DAYS (SOD-STP-MM) TO SOD-DAYS-IN-MONTH
006660     IF SOD-STP-MM = 2
006670         PERFORM 1450-CHECK-LEAP-YEAR THRU 1450-EXIT
006680     END-IF
006690     ADD 1 TO SOD-STP-DD
006700     IF SOD-STP-DD > SOD-DAYS-IN-MONTH
006710         MOVE 1 TO SOD-STP-DD
006720         ADD 1 TO SOD-STP-MM
006730         IF SOD-STP-MM > 12
006740             MOVE 1 TO SOD-STP-MM
006750             ADD 1 TO SOD-STP-YYYY
006760         END-IF
006770     END-IF.
006780 1440-EXIT.
006790     EXIT.
006800*
006810 1450-CHECK-LEAP-YEAR.
006820     DIVIDE SOD-STP-YYYY BY 4 GIVING SOD-LEAP-QUOTIENT
006830         REMAINDER SOD-LEAP-REMAINDER
006840     IF SOD-LEAP-REMAINDER NOT = ZERO
006850         GO TO 1450-EXIT
006860     END-IF
006870     DIVIDE SOD-STP-YYYY BY 100 GIVING SOD-LEAP-QUOTIENT
006880         REMAINDER SOD-LEAP-REMAINDER
006890     IF SOD-LEAP-REMAINDER NOT = ZERO
006900         MOVE 29 TO SOD-DAYS-IN-MONTH
006910         GO TO 1450-EXIT
006920     END-IF
006930     DIVIDE SOD-STP-YYYY BY 400 GIVING SOD-LEAP-QUOTIENT
006940         REMAINDER SOD-LEAP-REMAINDER
006950     IF SOD-LEAP-REMAINDER = ZERO
006960         MOVE 29 TO SOD-DAYS-IN-MONTH
006970     END-IF.
006980 1450-EXIT.
006990     EXIT.
007000*
007010*****************************************************************
007020* 1900-CHECK-DATE-RANGE - IS SOD-TEST-DATE INSIDE THE CARD'S
007030* RANGE.  A BOUND LEFT BLANK ON THE CARD SELECTS EVERYTHING.
007040*****************************************************************
007050 1900-CHECK-DATE-RANGE.
007060     MOVE "N" TO SOD-RANGE-SWITCH
007070     IF SOD-SEL-FROM-DATE NOT = SPACES
007080        AND SOD-TEST-DATE < SOD-SEL-FROM-DATE
007090         GO TO 1900-EXIT
007100     END-IF
007110     IF SOD-SEL-TO-DATE NOT = SPACES
007120        AND SOD-TEST-DATE > SOD-SEL-TO-DATE
007130         GO TO 1900-EXIT
007140     END-IF
007150     SET SOD-DATE-IN-RANGE TO TRUE.
007160 1900-EXIT.
007170     EXIT.
007180*
007190*****************************************************************
007200* 1950-COMPARE-PERSON - ARE THE TWO SIDES IN SOD-COMPARE-AREA THE
007210* SAME PERSON.  BY SSN WHEN BOTH SIDES CARRY ONE, OTHERWISE BY
007220* THE NAME OF RECORD; A BLANK NAME NEVER MATCHES.
007230*****************************************************************
007240 1950-COMPARE-PERSON.
007250     MOVE "N" TO SOD-SAME-SWITCH
007260     IF SOD-CMP-SSN-A NOT = SPACES
007270        AND SOD-CMP-SSN-B NOT = SPACES
007280         IF SOD-CMP-SSN-A = SOD-CMP-SSN-B
007290             SET SOD-SAME-PERSON TO TRUE
007300         END-IF
007310         GO TO 1950-EXIT
007320     END-IF
007330     IF SOD-CMP-NAME-A NOT = SPACES
007340        AND SOD-CMP-NAME-A = SOD-CMP-NAME-B
007350         SET SOD-SAME-PERSON TO TRUE
007360     END-IF.
007370 1950-EXIT.
007380     EXIT.
007390*
007400*****************************************************************
007410* 1960-LOOKUP-NAME - THE NAME OF RECORD FOR MST-SSNUM, OR SPACES
007420* WHEN THE SSN IS NO LONGER ON SSNUM-MASTER.
007430*****************************************************************
007440 1960-LOOKUP-NAME.
007450     MOVE SPACES TO SOD-MASTER-NAME
007460     READ SSNUM-MASTER
007470         INVALID KEY
007480             CONTINUE
007490         NOT INVALID KEY
007500             MOVE MST-EMPLOYEE-NAME TO SOD-MASTER-NAME
007510     END-READ.
007520 1960-EXIT.
007530     EXIT.
007540*
007550*****************************************************************
007560* 2000-CHECK-OWN-AUTHORITY - AN OPMAUDIT LINE WHOSE MAINTAINER IS
007570* THE CLERK WHOSE AUTHORITY WAS MAINTAINED.  THE CLERK'S NAME
007580* COMES OFF SSNUM-MASTER FOR THE LINES THAT PREDATE THE
007590* MAINTAINER'S SSN.
007600*****************************************************************
007610 2000-CHECK-OWN-AUTHORITY.
007620     MOVE OAU-DATE TO SOD-TEST-DATE
007630     PERFORM 1900-CHECK-DATE-RANGE THRU 1900-EXIT
007640     IF NOT SOD-DATE-IN-RANGE
007650         GO TO 2000-NEXT
007660     END-IF
007670     MOVE OAU-SSN TO MST-SSNUM
007680     PERFORM 1960-LOOKUP-NAME THRU 1960-EXIT
007690     MOVE OAU-OPER-SSN TO SOD-CMP-SSN-A
007700     MOVE OAU-OPERATOR TO SOD-CMP-NAME-A
007710     MOVE OAU-SSN TO SOD-CMP-SSN-B
007720     MOVE SOD-MASTER-NAME TO SOD-CMP-NAME-B
007730     PERFORM 1950-COMPARE-PERSON THRU 1950-EXIT
007740     IF NOT SOD-SAME-PERSON
007750         GO TO 2000-NEXT
007760     END-IF
007770     ADD 1 TO SOD-OWN-AUTH-COUNT
007780     MOVE OAU-DATE TO SOD-DET-DATE
007790     MOVE "CHANGED OWN AUTHORITY" TO SOD-DET-CONFLICT
007800     MOVE OAU-SSN TO SOD-DET-SSNUM
007810     MOVE OAU-OPERATOR TO SOD-DET-NAME
007820     MOVE "OPMAUDIT" TO SOD-DET-TRAIL
007830     MOVE SPACES TO SOD-DET-DETAIL
007840     STRING "ACTION " OAU-ACTION-CODE
007850         "  LIMIT " OAU-AFTER-AMOUNT
007860         "  OPS " OAU-AFTER-OPS
007870         DELIMITED BY SIZE INTO SOD-DET-DETAIL
007880     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
007890 2000-NEXT.
007900     PERFORM 2100-READ-OPM-AUDIT THRU 2100-EXIT.
007910 2000-EXIT.
007920     EXIT.
007930*
007940*****************************************************************
007950* 2100-READ-OPM-AUDIT
007960*****************************************************************
007970 2100-READ-OPM-AUDIT.
007980     READ OPM-AUDIT
007990         AT END
008000             SET SOD-END-OF-OPM TO TRUE
008010             GO TO 2100-EXIT
008020     END-READ
008030     ADD 1 TO SOD-OPM-READ-COUNT.
008040 2100-EXIT.
008050     EXIT.
008060*
008070*****************************************************************
008080* 2600-WRITE-DETAIL-LINE - THE CALLER FILLS IN THE LINE; THIS
008090* COUNTS IT AND PRINTS IT.
008100*****************************************************************
008110 2600-WRITE-DETAIL-LINE.
008120     ADD 1 TO SOD-CONFLICT-COUNT
008130     WRITE SOD-RPT-DETAIL-LINE.
008140 2600-EXIT.
008150     EXIT.
008160*
008170*****************************************************************
008180* 3000-CHECK-OWN-MASTER - AN MNTAUDIT LINE WHOSE MAINTAINER IS THE
008190* EMPLOYEE MAINTAINED.  MNTAUDIT CARRIES NO MAINTAINER SSN, SO
008200* THE MAINTAINER'S NAME OF RECORD IS MATCHED AGAINST THE
008210* EMPLOYEE'S NAME BEFORE AND AFTER THE CHANGE.
008220*****************************************************************
008230 3000-CHECK-OWN-MASTER.
008240     MOVE MAU-DATE TO SOD-TEST-DATE
008250     PERFORM 1900-CHECK-DATE-RANGE THRU 1900-EXIT
008260     IF NOT SOD-DATE-IN-RANGE
008270         GO TO 3000-NEXT
008280     END-IF
008290     MOVE SPACES TO SOD-CMP-SSN-A
008300     MOVE MAU-OPERATOR TO SOD-CMP-NAME-A
008310     MOVE SPACES TO SOD-CMP-SSN-B
008320     MOVE MAU-BEFORE-NAME TO SOD-CMP-NAME-B
008330     PERFORM 1950-COMPARE-PERSON THRU 1950-EXIT
008340     IF NOT SOD-SAME-PERSON
008350         MOVE MAU-AFTER-NAME TO SOD-CMP-NAME-B
008360         PERFORM 1950-COMPARE-PERSON THRU 1950-EXIT
008370     END-IF
008380     IF NOT SOD-SAME-PERSON
008390         GO TO 3000-NEXT
008400     END-IF
008410     ADD 1 TO SOD-OWN-MASTER-COUNT
008420     MOVE MAU-DATE TO SOD-DET-DATE
008430     MOVE "CHANGED OWN MASTER REC" TO SOD-DET-CONFLICT
008440     MOVE MAU-SSNUM TO SOD-DET-SSNUM
008450     MOVE MAU-OPERATOR TO SOD-DET-NAME
008460     MOVE "MNTAUDIT" TO SOD-DET-TRAIL
008470     MOVE SPACES TO SOD-DET-DETAIL
008480     STRING "ACTION " MAU-ACTION-CODE
008490         DELIMITED BY SIZE INTO SOD-DET-DETAIL
008500     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
008510 3000-NEXT.
008520     PERFORM 3100-READ-MNT-AUDIT THRU 3100-EXIT.
008530 3000-EXIT.
008540     EXIT.
008550*
008560*****************************************************************
008570* 3100-READ-MNT-AUDIT
008580*****************************************************************
008590 3100-READ-MNT-AUDIT.
008600     READ MNT-AUDIT
008610         AT END
008620             SET SOD-END-OF-MNT TO TRUE
008630             GO TO 3100-EXIT
008640     END-READ
008650     ADD 1 TO SOD-MNT-READ-COUNT.
008660 3100-EXIT.
008670     EXIT.
008680*
008690*****************************************************************
008700* 4000-CHECK-OWN-WRITEOFF - A CORAUDIT WRITE-OFF WHOSE APPROVER
008710* SSN IS THE SSN THE ITEM WAS KEYED UNDER.  THE APPROVER'S NAME
008720* COMES OFF SSNUM-MASTER - CAU-OPERATOR IS WHOEVER RAN CBTCOR.
008730*****************************************************************
008740 4000-CHECK-OWN-WRITEOFF.
008750     MOVE CAU-DATE TO SOD-TEST-DATE
008760     PERFORM 1900-CHECK-DATE-RANGE THRU 1900-EXIT
008770     IF NOT SOD-DATE-IN-RANGE
008780         GO TO 4000-NEXT
008790     END-IF
008800     IF NOT CAU-ACTION-WRITEOFF
008810        OR CAU-KEYED-BY = SPACES
008820        OR CAU-APPROVER NOT = CAU-KEYED-BY
008830         GO TO 4000-NEXT
008840     END-IF
008850     ADD 1 TO SOD-OWN-WRITEOFF-COUNT
008860     MOVE CAU-APPROVER TO MST-SSNUM
008870     PERFORM 1960-LOOKUP-NAME THRU 1960-EXIT
008880     MOVE CAU-DATE TO SOD-DET-DATE
008890     MOVE "APPROVED OWN WRITE-OFF" TO SOD-DET-CONFLICT
008900     MOVE CAU-APPROVER TO SOD-DET-SSNUM
008910     MOVE SOD-MASTER-NAME TO SOD-DET-NAME
008920     MOVE "CORAUDIT" TO SOD-DET-TRAIL
008930     MOVE SPACES TO SOD-DET-DETAIL
008940     STRING "ITEM " CAU-SOURCE CAU-SEQUENCE
008950         " BATCH " CAU-BATCH-ID
008960         " AMT " CAU-NUM1
008970         DELIMITED BY SIZE INTO SOD-DET-DETAIL
008980     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
008990 4000-NEXT.
009000     PERFORM 4100-READ-COR-AUDIT THRU 4100-EXIT.
009010 4000-EXIT.
009020     EXIT.
009030*
009040*****************************************************************
009050* 4100-READ-COR-AUDIT
009060*****************************************************************
009070 4100-READ-COR-AUDIT.
009080     READ COR-AUDIT
009090         AT END
009100             SET SOD-END-OF-COR TO TRUE
009110             GO TO 4100-EXIT
009120     END-READ
009130     ADD 1 TO SOD-COR-READ-COUNT.
009140 4100-EXIT.
009150     EXIT.
009160*
009170*****************************************************************
009180* 5000-CHECK-KEYED-LINE - HOLD ONE AUDIT-LOG LINE UP AGAINST
009190* EVERY GLACCT CHANGE IN THE TABLE.  NOTHING KEYED BEFORE THE
009200* FROM DATE CAN FALL IN AN IN-RANGE WINDOW.
009210*****************************************************************
009220 5000-CHECK-KEYED-LINE.
009230     IF SOD-GL-COUNT = ZERO
009240         GO TO 5000-NEXT
009250     END-IF
009260     IF SOD-SEL-FROM-DATE NOT = SPACES
009270        AND AUD-DATE < SOD-SEL-FROM-DATE
009280         GO TO 5000-NEXT
009290     END-IF
009300     IF AUD-IS-REVERSAL OR AUD-BATCH-ID = SPACES
009310         GO TO 5000-NEXT
009320     END-IF
009330     MOVE 1 TO SOD-GL-SUB
009340     PERFORM 5200-MATCH-GL-ENTRY THRU 5200-EXIT
009350         UNTIL SOD-GL-SUB > SOD-GL-COUNT.
009360 5000-NEXT.
009370     PERFORM 5100-READ-AUDIT-LOG THRU 5100-EXIT.
009380 5000-EXIT.
009390     EXIT.
009400*
009410*****************************************************************
009420* 5100-READ-AUDIT-LOG
009430*****************************************************************
009440 5100-READ-AUDIT-LOG.
009450     READ AUDIT-LOG
009460         AT END
009470             SET SOD-END-OF-AUDIT-LOG TO TRUE
009480             GO TO 5100-EXIT
009490     END-READ
009500     ADD 1 TO SOD-AUDIT-READ-COUNT.
009510 5100-EXIT.
009520     EXIT.
009530*
009540*****************************************************************
009550* 5200-MATCH-GL-ENTRY - THE LINE COUNTS AGAINST THIS CHANGE WHEN
009560* IT WAS KEYED INSIDE THE CHANGE'S WINDOW, INTO THE MAPPED BATCH
009570* FAMILY, BY THE OPERATOR WHO MADE THE CHANGE.
009580*****************************************************************
009590 5200-MATCH-GL-ENTRY.
009600     IF AUD-DATE < SOD-GLE-DATE (SOD-GL-SUB)
009610        OR AUD-DATE > SOD-GLE-END-DATE (SOD-GL-SUB)
009620         GO TO 5200-NEXT
009630     END-IF
009640     MOVE SOD-GLE-PREFIX-LEN (SOD-GL-SUB) TO SOD-PREFIX-LEN
009650     IF AUD-BATCH-ID (1:SOD-PREFIX-LEN) NOT =
009660        SOD-GLE-BATCH-ID (SOD-GL-SUB) (1:SOD-PREFIX-LEN)
009670         GO TO 5200-NEXT
009680     END-IF
009690     MOVE SOD-GLE-OPER-SSN (SOD-GL-SUB) TO SOD-CMP-SSN-A
009700     MOVE SOD-GLE-OPERATOR (SOD-GL-SUB) TO SOD-CMP-NAME-A
009710     MOVE AUD-OPER-SSN TO SOD-CMP-SSN-B
009720     MOVE AUD-OPERATOR TO SOD-CMP-NAME-B
009730     PERFORM 1950-COMPARE-PERSON THRU 1950-EXIT
009740     IF NOT SOD-SAME-PERSON
009750         GO TO 5200-NEXT
009760     END-IF
009770     ADD 1 TO SOD-GLE-KEYED-COUNT (SOD-GL-SUB)
009780     MOVE AUD-OPER-SSN TO SOD-GLE-KEYER-SSN (SOD-GL-SUB)
009790     IF AUD-DATE > SOD-GLE-LAST-KEYED (SOD-GL-SUB)
009800        OR SOD-GLE-LAST-KEYED (SOD-GL-SUB) = SPACES
009810         MOVE AUD-DATE TO SOD-GLE-LAST-KEYED (SOD-GL-SUB)
009820     END-IF.
009830 5200-NEXT.
009840     ADD 1 TO SOD-GL-SUB.
009850 5200-EXIT.
009860     EXIT.
009870*
009880*****************************************************************
009890* 6000-REPORT-GL-ENTRY - ONE LINE FOR EACH GLACCT CHANGE ITS OWN
009900* MAINTAINER THEN KEYED UNDER.  THE SSN IS THE MAINTAINER'S, OR
009910* THE KEYING SSN WHEN THE CHANGE PREDATES THE MAINTAINER'S SSN.
009920*****************************************************************
009930 6000-REPORT-GL-ENTRY.
009940     IF SOD-GLE-KEYED-COUNT (SOD-GL-SUB) = ZERO
009950         GO TO 6000-NEXT
009960     END-IF
009970     ADD 1 TO SOD-REMAP-KEYED-COUNT
009980     MOVE SOD-GLE-DATE (SOD-GL-SUB) TO SOD-DET-DATE
009990     MOVE "KEYED REMAPPED BATCH" TO SOD-DET-CONFLICT
010000     IF SOD-GLE-OPER-SSN (SOD-GL-SUB) NOT = SPACES
010010         MOVE SOD-GLE-OPER-SSN (SOD-GL-SUB) TO SOD-DET-SSNUM
010020     ELSE
010030         MOVE SOD-GLE-KEYER-SSN (SOD-GL-SUB) TO SOD-DET-SSNUM
010040     END-IF
010050     MOVE SOD-GLE-OPERATOR (SOD-GL-SUB) TO SOD-DET-NAME
010060     MOVE "GLMAUDIT" TO SOD-DET-TRAIL
010070     MOVE SOD-GLE-KEYED-COUNT (SOD-GL-SUB) TO SOD-EDIT-COUNT
010080     MOVE SPACES TO SOD-DET-DETAIL
010090     STRING "FAMILY " SOD-GLE-BATCH-ID (SOD-GL-SUB)
010100         " ITEMS " SOD-EDIT-COUNT
010110         " LAST " SOD-GLE-LAST-KEYED (SOD-GL-SUB)
010120         DELIMITED BY SIZE INTO SOD-DET-DETAIL
010130     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
010140 6000-NEXT.
010150     ADD 1 TO SOD-GL-SUB.
010160 6000-EXIT.
010170     EXIT.
010180*
010190*****************************************************************
010200* 8100-WRITE-REPORT-TRAILER
010210*****************************************************************
010220 8100-WRITE-REPORT-TRAILER.
010230     MOVE "OPMAUDIT LINES READ " TO SOD-CNT-LABEL
010240     MOVE SOD-OPM-READ-COUNT TO SOD-CNT-VALUE
010250     WRITE SOD-RPT-COUNT-LINE
010260     MOVE "GLMAUDIT LINES READ " TO SOD-CNT-LABEL
010270     MOVE SOD-GLM-READ-COUNT TO SOD-CNT-VALUE
010280     WRITE SOD-RPT-COUNT-LINE
010290     MOVE "MNTAUDIT LINES READ " TO SOD-CNT-LABEL
010300     MOVE SOD-MNT-READ-COUNT TO SOD-CNT-VALUE
010310     WRITE SOD-RPT-COUNT-LINE
010320     MOVE "CORAUDIT LINES READ " TO SOD-CNT-LABEL
010330     MOVE SOD-COR-READ-COUNT TO SOD-CNT-VALUE
010340     WRITE SOD-RPT-COUNT-LINE
010350     MOVE "AUDITLOG LINES READ " TO SOD-CNT-LABEL
010360     MOVE SOD-AUDIT-READ-COUNT TO SOD-CNT-VALUE
010370     WRITE SOD-RPT-COUNT-LINE
010380     MOVE "GLACCT CHANGES      " TO SOD-CNT-LABEL
010390     MOVE SOD-GL-COUNT TO SOD-CNT-VALUE
010400     WRITE SOD-RPT-COUNT-LINE
010410     MOVE "OWN AUTHORITY       " TO SOD-CNT-LABEL
010420     MOVE SOD-OWN-AUTH-COUNT TO SOD-CNT-VALUE
010430     WRITE SOD-RPT-COUNT-LINE
010440     MOVE "OWN MASTER RECORD   " TO SOD-CNT-LABEL
010450     MOVE SOD-OWN-MASTER-COUNT TO SOD-CNT-VALUE
010460     WRITE SOD-RPT-COUNT-LINE
010470     MOVE "OWN WRITE-OFF       " TO SOD-CNT-LABEL
010480     MOVE SOD-OWN-WRITEOFF-COUNT TO SOD-CNT-VALUE
010490     WRITE SOD-RPT-COUNT-LINE
010500     MOVE "REMAPPED THEN KEYED " TO SOD-CNT-LABEL
010510     MOVE SOD-REMAP-KEYED-COUNT TO SOD-CNT-VALUE
010520     WRITE SOD-RPT-COUNT-LINE
010530     MOVE "TOTAL CONFLICTS     " TO SOD-CNT-LABEL
010540     MOVE SOD-CONFLICT-COUNT TO SOD-CNT-VALUE
010550     WRITE SOD-RPT-COUNT-LINE.
010560 8100-EXIT.
010570     EXIT.
