000270*   08 - NO GL ACCOUNT MAPPING FOR THE BATCH ID ON GLACCT
000280*   09 - OUTSIDE THE KEYING OPERATOR'S AUTHORITY (NO OPRLIM
000290*        RECORD, OPERATION NOT PERMITTED, OR AMOUNT OVER LIMIT)
000300*   16 - THE KEYING OPERATOR WAS SEPARATED (SSNUM-MASTER STATUS
000310*        S) BEFORE THE TRANSACTION DATE - THE SAME CODE CBTUT
000320*        SUSPENDS UNDER
000330*
000340* REASON CODE HELD TO DUPHOLD INSTEAD OF PASSED CLEAN
000350*   20 - SUSPECTED DUPLICATE - THE SAME OPERATOR ALREADY KEYED
000360*        THE SAME OPERATION CODE AND BOTH AMOUNTS, UNDER ANY BATCH
000370*        ID, TONIGHT OR WITHIN THE DUPLICATE WINDOW.  IT STAYS
000380*        HELD UNTIL CBTCOR RELEASES IT AS GENUINE OR WRITES IT
000390*        OFF.  THE WINDOW IS THE NUMBER OF DAYS IN COLUMNS 1-3 OF
000400*        THE SYSIN CARD (14 WHEN THE CARD IS MISSING OR BLANK).
000410*
000420* RETURN CODES
000430*   00 - ALL RECORDS CLEAN
000440*   04 - ONE OR MORE RECORDS REJECTED OR HELD AS DUPLICATES
000450*   16 - A REQUIRED DATASET COULD NOT BE OPENED
000460*
000470* MODIFICATION HISTORY
000480* -----------------------------------------------------------
000490* 2026-08-22  NJL  INITIAL VERSION.
000500* 2026-08-22  NJL  TRANS-IN NOW CARRIES TI-OP-CODE.  ADDED THE
000510*                  OPERATION CODE EDIT (REASON 05) AND THE
000520*                  DIVIDE-BY-ZERO EDIT (REASON 06) SO A BAD
000530*                  OPERATION NEVER REACHES CBTUT'S CALCULATION.
000540* 2026-08-22  NJL  TRANS-IN NOW CARRIES THE KEYING OPERATOR'S
000550*                  SSN.  ADDED THE SSNVAL EDIT ON IT (REASON 07)
000560*                  SO A BOGUS OPERATOR SSN IS A MORNING REJECT,
000570*                  NOT A PER-TRANSACTION FAILURE INSIDE CBTUT.
000580* 2026-09-01  NJL  ADDED THE GLACCT BATCH-ATTRIBUTES EDIT
000590*                  (REASON 08).  A BATCH ID WITH NO GL ACCOUNT
000600*                  MAPPING - FULL ID OR ANY LEADING PREFIX - IS
000610*                  NOW A MORNING REJECT INSTEAD OF A MONTH-END
000620*                  LEDGER RESEARCH ITEM.  THE LOOKUP RESULT IS
000630*                  CACHED PER BATCH ID SO A BIG BATCH COSTS ONE
000640*                  SET OF VSAM READS, NOT ONE PER RECORD.
000650* 2026-09-01  NJL  ADDED THE OPRLIM OPERATOR-AUTHORITY EDIT
000660*                  (REASON 09).  EVERY TRANSACTION IS CHECKED
000670*                  AGAINST THE KEYING OPERATOR'S LIMITS RECORD
000680*                  - NO RECORD, AN OPERATION CODE OUTSIDE
000690*                  THEIR PERMITTED LIST, OR EITHER AMOUNT OVER
000700*                  THEIR MAXIMUM IS A MORNING REJECT.  A SIX-
000710*                  FIGURE DIVIDE FROM A CLERK AUTHORIZED FOR
000720*                  SMALL ADDS NOW STOPS AT THE FRONT DOOR.
000730* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000740*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000750*                  CLOCK.  THE STEP IS REFUSED WHEN A STEP IT
000760*                  DEPENDS ON HAS NOT COMPLETED FOR THE DATE, AND
000770*                  IS MARKED COMPLETE THERE WHEN IT ENDS BELOW 8.
000780* 2026-10-15  NJL  ADDED THE SUSPECTED-DUPLICATE CHECK (REASON
000790*                  10).  EVERY RECORD THAT PASSES THE EDITS IS
000800*                  FINGERPRINTED - OPERATOR SSN, OPERATION CODE
000810*                  AND BOTH AMOUNTS - ON THE KEYED FPRHIST FILE.
000820*                  A RECORD WHOSE FINGERPRINT WAS ALREADY SEEN
000830*                  TONIGHT OR WITHIN THE WINDOW IS HELD ON THE
000840*                  KEYED DUPHOLD FILE (SEE DUPREC) INSTEAD OF
000850*                  PASSED CLEAN, SO IT CANNOT POST UNTIL CBTCOR
000860*                  RELEASES IT.  THE NEW DUPRPT REPORT LISTS EVERY
000870*                  HOLD STILL OPEN BESIDE THE OCCURRENCE IT
000880*                  MATCHED, NUMBERED AS CBTCOR NUMBERS THEM.
000890*                  FINGERPRINTS OLDER THAN THE WINDOW, AND ANY
000900*                  LEFT BY AN EARLIER RUN FOR THE SAME DATE, ARE
000910*                  REMOVED AT START OF RUN.
000920* 2026-10-15  NJL  ADDED THE SEPARATED-OPERATOR EDIT (REASON 16).
000930*                  A TRANSACTION KEYED UNDER THE SSN OF AN
000940*                  EMPLOYEE CBTMNT SEPARATED BEFORE THE BUSINESS
000950*                  DATE IS NOW A MORNING REJECT, AHEAD OF THE
000960*                  AUTHORITY EDIT, SO A LEAVER'S LIVE OPRLIM
000970*                  RECORD NO LONGER LETS WORK IN UNDER THEIR SSN.
000980*                  AN OPERATOR NOT ON SSNUM-MASTER AT ALL IS LEFT
000990*                  TO CBTUT AS BEFORE.  THE SUSPECTED-DUPLICATE
001000*                  HOLD REASON IS NOW 20, CLEAR OF THE CBTUT
001010*                  SUSPENSE CODES.
001020*****************************************************************
001030 ENVIRONMENT DIVISION.
001040 INPUT-OUTPUT SECTION.
001050 FILE-CONTROL.
001060     SELECT TRANS-IN
001070         ASSIGN TO TRANSIN
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS EDT-TRANS-STATUS.
001100     SELECT CLEAN-OUT
001110         ASSIGN TO CLEANOUT
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS EDT-CLEAN-STATUS.
001140     SELECT REJECT-OUT
001150         ASSIGN TO REJECTS
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS EDT-REJECT-STATUS.
001180     SELECT EDIT-RPT
001190         ASSIGN TO EDITRPT
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS EDT-PRINT-STATUS.
001220     SELECT GL-ACCOUNTS
001230         ASSIGN TO GLACCT
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS RANDOM
001260         RECORD KEY IS GBA-BATCH-ID
001270         FILE STATUS IS EDT-ACCT-STATUS.
001280     SELECT OPER-LIMITS
001290         ASSIGN TO OPRLIM
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS RANDOM
001320         RECORD KEY IS OPL-SSN
001330         FILE STATUS IS EDT-LIMITS-STATUS.
001340     SELECT SSNUM-MASTER
001350         ASSIGN TO SSNMSTR
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS RANDOM
001380         RECORD KEY IS MST-SSNUM
001390         FILE STATUS IS EDT-MASTER-STATUS.
001400     SELECT FINGERPRINT-HISTORY
001410         ASSIGN TO FPRHIST
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS FPH-KEY
001450         FILE STATUS IS EDT-FPRHIST-STATUS.
001460     SELECT DUP-HOLD
001470         ASSIGN TO DUPHOLD
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS DUP-KEY
001510         FILE STATUS IS EDT-DUPHOLD-STATUS.
001520     SELECT DUP-RPT
001530         ASSIGN TO DUPRPT
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS EDT-DUPRPT-STATUS.
001560 DATA DIVISION.
001570 FILE SECTION.
001580*****************************************************************
001590* TRANS-IN - THE RAW, UNEDITED TRANSACTION FILE, IN THE SAME
001600* LAYOUT AS CBTUT'S TRANS-IN.  THE NUMERIC CLASS TESTS IN
001610* 2000-EDIT-RECORD SCREEN A CORRUPT PACKED FIELD WITHOUT USING
001620* IT IN ARITHMETIC, SO A BAD FIELD CANNOT ABEND THE EDIT.
001630*****************************************************************
001640 FD  TRANS-IN
001650     RECORDING MODE IS F.
001660 01  TRANS-IN-RECORD.
001670     05  TI-BATCH-ID              PIC X(06).
001680     05  TI-OP-CODE               PIC X(01).
001690         88  TI-OP-IS-VALID                 VALUE "A" "S" "M"
001700                                                  "D" "P".
001710         88  TI-OP-IS-DIVIDE                VALUE "D".
001720     COPY SSNREC REPLACING ==SSNUM== BY ==TI-OPER-SSN==.
001730     05  TI-NUM1                  PIC S9(5)V99 COMP-3.
001740     05  TI-NUM2                  PIC S9(5)V99 COMP-3.
001750*****************************************************************
001760* CLEAN-OUT - RECORDS THAT PASSED EVERY EDIT, IN THE EXACT
001770* TRANS-IN LAYOUT.  THIS DATASET BECOMES CBTUT'S INPUT.
001780*****************************************************************
001790 FD  CLEAN-OUT
001800     RECORDING MODE IS F.
001810 01  CLEAN-OUT-RECORD             PIC X(24).
001820*****************************************************************
001830* REJECT-OUT - THE ORIGINAL RECORD IMAGE PLUS THE REASON CODE OF
001840* THE FIRST EDIT IT FAILED.
001850*****************************************************************
001860 FD  REJECT-OUT
001870     RECORDING MODE IS F.
001880 01  REJECT-OUT-RECORD.
001890     05  REJ-RECORD-IMAGE         PIC X(24).
001900     05  REJ-REASON-CODE          PIC X(02).
001910*****************************************************************
001920* EDIT-RPT - ONE HEADER, ONE LINE PER REJECT, AND A TRAILER WITH
001930* THE READ/CLEAN/REJECT COUNTS.
001940*****************************************************************
001950 FD  EDIT-RPT
001960     RECORDING MODE IS F.
001970 01  EDIT-RPT-HEADER-LINE.
001980     05  FILLER                   PIC X(22)
001990                                   VALUE "CBTEDIT EDIT RUN DATE ".
002000     05  EDT-HDR-DATE             PIC X(10).
002010     05  FILLER                   PIC X(100) VALUE SPACES.
002020 01  EDIT-RPT-REJECT-LINE.
002030     05  FILLER                   PIC X(09)
002040                                   VALUE "REJECTED ".
002050     05  EDT-REJ-BATCH-ID         PIC X(06).
002060     05  FILLER                   PIC X(09)
002070                                   VALUE "  REASON ".
002080     05  EDT-REJ-REASON-CODE      PIC X(02).
002090     05  FILLER                   PIC X(03) VALUE " - ".
002100     05  EDT-REJ-REASON-TEXT      PIC X(35).
002110     05  FILLER                   PIC X(68) VALUE SPACES.
002120 01  EDIT-RPT-COUNT-LINE.
002130     05  EDT-CNT-LABEL            PIC X(20).
002140     05  EDT-CNT-VALUE            PIC ZZZ,ZZ9.
002150     05  FILLER                   PIC X(105) VALUE SPACES.
002160*****************************************************************
002170* GL-ACCOUNTS - THE KEYED GLACCT BATCH-ATTRIBUTES FILE (SEE
002180* GLAREC), READ ONLY TO PROVE EVERY BATCH ID HAS A MAPPING.
002190*****************************************************************
002200 FD  GL-ACCOUNTS
002210     RECORDING MODE IS F.
002220 01  GL-ACCOUNTS-RECORD.
002230     COPY GLAREC.
002240*****************************************************************
002250* OPER-LIMITS - THE KEYED OPRLIM AUTHORITY FILE (SEE OPLREC),
002260* READ ONLY TO PROVE EVERY TRANSACTION IS WITHIN THE KEYING
002270* OPERATOR'S AUTHORITY.
002280*****************************************************************
002290 FD  OPER-LIMITS
002300     RECORDING MODE IS F.
002310 01  OPER-LIMITS-RECORD.
002320     COPY OPLREC.
002330*****************************************************************
002340* SSNUM-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY SSN, READ ONLY
002350* FOR THE KEYING OPERATOR'S EMPLOYMENT STATUS.
002360*****************************************************************
002370 FD  SSNUM-MASTER
002380     RECORDING MODE IS F.
002390 01  SSNUM-MASTER-RECORD.
002400     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
002410     05  MST-EMPLOYEE-NAME        PIC X(30).
002420     05  MST-EMPLOYEE-STATUS      PIC X(01).
002430         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
002440         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
002450     05  MST-SEPARATION-DATE      PIC X(10).
002460*****************************************************************
002470* FINGERPRINT-HISTORY - THE KEYED FPRHIST FILE, ONE ENTRY PER
002480* RECORD PASSED CLEAN, KEYED BY ITS FINGERPRINT (OPERATOR SSN,
002490* OPERATION CODE, NUM1, NUM2) AND THEN BY DATE, BATCH AND INPUT
002500* POSITION, SO ALL EARLIER OCCURRENCES OF ONE FINGERPRINT SIT
002510* TOGETHER IN DATE ORDER.  ENTRIES OLDER THAN THE DUPLICATE
002520* WINDOW ARE DELETED AT START OF RUN.
002530*****************************************************************
002540 FD  FINGERPRINT-HISTORY
002550     RECORDING MODE IS F.
002560 01  FINGERPRINT-HISTORY-RECORD.
002570     05  FPH-KEY.
002580         10  FPH-FINGERPRINT.
002590             15  FPH-OPER-SSN     PIC X(09).
002600             15  FPH-OP-CODE      PIC X(01).
002610             15  FPH-NUM1         PIC S9(5)V99 COMP-3.
002620             15  FPH-NUM2         PIC S9(5)V99 COMP-3.
002630         10  FPH-DATE-SEEN        PIC 9(08).
002640         10  FPH-BATCH-ID         PIC X(06).
002650         10  FPH-SEQUENCE         PIC 9(07).
002660     05  FILLER                   PIC X(10).
002670*****************************************************************
002680* DUP-HOLD - THE KEYED DUPHOLD FILE OF SUSPECTED DUPLICATES HELD
002690* BACK FROM THE CLEAN FILE (SEE DUPREC).
002700*****************************************************************
002710 FD  DUP-HOLD
002720     RECORDING MODE IS F.
002730 01  DUP-HOLD-RECORD.
002740     COPY DUPREC.
002750*****************************************************************
002760* DUP-RPT - THE DAILY SUSPECTED-DUPLICATE REPORT.  ONE LINE PER
002770* HOLD STILL AWAITING CONFIRMATION - TONIGHT'S AND EARLIER ONES -
002780* SHOWING THE HELD ITEM BESIDE THE OCCURRENCE IT MATCHED, AND
002790* NUMBERED THE WAY CBTCOR NUMBERS THEM FOR SOURCE D.
002800*****************************************************************
002810 FD  DUP-RPT
002820     RECORDING MODE IS F.
002830 01  DUP-RPT-HEADER-LINE.
002840     05  FILLER                   PIC X(22)
002850                                   VALUE "CBTEDIT DUPLICATES    ".
002860     05  FILLER                   PIC X(09) VALUE "RUN DATE ".
002870     05  DPR-HDR-DATE             PIC X(10).
002880     05  FILLER                   PIC X(09) VALUE "  WINDOW ".
002890     05  DPR-HDR-DAYS             PIC ZZ9.
002900     05  FILLER                   PIC X(11) VALUE " DAYS FROM ".
002910     05  DPR-HDR-CUTOFF           PIC X(10).
002920     05  FILLER                   PIC X(58) VALUE SPACES.
002930 01  DUP-RPT-DETAIL-LINE.
002940     05  DPR-HOLD-NUMBER          PIC ZZZZ9.
002950     05  FILLER                   PIC X(02) VALUE SPACES.
002960     05  DPR-HOLD-STATE           PIC X(04).
002970     05  FILLER                   PIC X(02) VALUE SPACES.
002980     05  FILLER                   PIC X(07) VALUE "***-**-".
002990     05  DPR-SSN-SERIAL           PIC X(04).
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  DPR-OP-CODE              PIC X(01).
003020     05  FILLER                   PIC X(02) VALUE SPACES.
003030     05  DPR-NUM1                 PIC -(5)9.99.
003040     05  FILLER                   PIC X(02) VALUE SPACES.
003050     05  DPR-NUM2                 PIC -(5)9.99.
003060     05  FILLER                   PIC X(08) VALUE "  KEYED ".
003070     05  DPR-THIS-BATCH-ID        PIC X(06).
003080     05  FILLER                   PIC X(04) VALUE " ON ".
003090     05  DPR-THIS-DATE            PIC X(10).
003100     05  FILLER                   PIC X(13) VALUE "  FIRST SEEN ".
003110     05  DPR-FIRST-BATCH-ID       PIC X(06).
003120     05  FILLER                   PIC X(04) VALUE " ON ".
003130     05  DPR-FIRST-DATE           PIC X(10).
003140     05  FILLER                   PIC X(22) VALUE SPACES.
003150 01  DUP-RPT-COUNT-LINE.
003160     05  DPR-CNT-LABEL            PIC X(22).
003170     05  DPR-CNT-VALUE            PIC ZZZ,ZZ9.
003180     05  FILLER                   PIC X(103) VALUE SPACES.
003190*
003200 WORKING-STORAGE SECTION.
003210 01  SSN-AREA.
003220     COPY SSNREC.
003230 77  EDT-EOF-SWITCH               PIC X(01) VALUE "N".
003240     88  EDT-END-OF-TRANS-FILE              VALUE "Y".
003250 77  EDT-REJECT-SWITCH            PIC X(01) VALUE "N".
003260     88  EDT-RECORD-REJECTED                VALUE "Y".
003270 77  EDT-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
003280 77  EDT-CLEAN-COUNT              PIC 9(7) COMP VALUE ZERO.
003290 77  EDT-REJECT-COUNT             PIC 9(7) COMP VALUE ZERO.
003300 77  EDT-TRANS-STATUS             PIC XX VALUE SPACES.
003310     88  EDT-TRANS-NOT-FOUND                VALUE "35".
003320 77  EDT-CLEAN-STATUS             PIC XX VALUE SPACES.
003330     88  EDT-CLEAN-NOT-FOUND                VALUE "35".
003340 77  EDT-REJECT-STATUS            PIC XX VALUE SPACES.
003350     88  EDT-REJECT-NOT-FOUND               VALUE "35".
003360 77  EDT-PRINT-STATUS             PIC XX VALUE SPACES.
003370     88  EDT-PRINT-NOT-FOUND                VALUE "35".
003380 77  EDT-ACCT-STATUS              PIC XX VALUE SPACES.
003390     88  EDT-ACCT-NOT-FOUND                 VALUE "35".
003400 77  EDT-GLA-FOUND-SWITCH         PIC X(01) VALUE "N".
003410     88  EDT-GLA-MAPPING-FOUND              VALUE "Y".
003420 77  EDT-GLA-PREFIX-LEN           PIC 9(3) COMP VALUE ZERO.
003430 77  EDT-GLA-LAST-BATCH           PIC X(06) VALUE LOW-VALUES.
003440 77  EDT-GLA-LAST-FOUND           PIC X(01) VALUE "N".
003450 77  EDT-LIMITS-STATUS            PIC XX VALUE SPACES.
003460     88  EDT-LIMITS-NOT-FOUND               VALUE "35".
003470 77  EDT-MASTER-STATUS            PIC XX VALUE SPACES.
003480     88  EDT-MASTER-NOT-FOUND               VALUE "35".
003490 77  EDT-SEP-LAST-SSN             PIC X(09) VALUE LOW-VALUES.
003500 77  EDT-SEP-LAST-DATE            PIC X(10) VALUE SPACES.
003510 77  EDT-OPL-FOUND-SWITCH         PIC X(01) VALUE "N".
003520     88  EDT-OPL-ENTRY-FOUND                VALUE "Y".
003530 77  EDT-OPL-LAST-SSN             PIC X(09) VALUE LOW-VALUES.
003540 77  EDT-OPL-LAST-FOUND           PIC X(01) VALUE "N".
003550 77  EDT-OPL-TALLY                PIC 9(3) COMP VALUE ZERO.
003560 77  EDT-FPRHIST-STATUS           PIC XX VALUE SPACES.
003570     88  EDT-FPRHIST-NOT-FOUND              VALUE "35".
003580 77  EDT-DUPHOLD-STATUS           PIC XX VALUE SPACES.
003590     88  EDT-DUPHOLD-NOT-FOUND              VALUE "35".
003600 77  EDT-DUPRPT-STATUS            PIC XX VALUE SPACES.
003610     88  EDT-DUPRPT-NOT-FOUND               VALUE "35".
003620 77  EDT-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
003630     88  EDT-RECORD-DUPLICATE               VALUE "Y".
003640 77  EDT-FPH-SCAN-SWITCH          PIC X(01) VALUE "N".
003650     88  EDT-FPH-SCAN-DONE                  VALUE "Y".
003660 77  EDT-FPH-EOF-SWITCH           PIC X(01) VALUE "N".
003670     88  EDT-END-OF-FPRHIST                 VALUE "Y".
003680 77  EDT-DUP-EOF-SWITCH           PIC X(01) VALUE "N".
003690     88  EDT-END-OF-DUPHOLD                 VALUE "Y".
003700 77  EDT-DUP-DAYS                 PIC 9(3) COMP VALUE 14.
003710 77  EDT-HELD-COUNT               PIC 9(7) COMP VALUE ZERO.
003720 77  EDT-HOLD-NUMBER              PIC 9(7) COMP VALUE ZERO.
003730 77  EDT-PURGED-COUNT             PIC 9(7) COMP VALUE ZERO.
003740 77  EDT-DAYS-IN-MONTH            PIC 9(2) VALUE ZERO.
003750 77  EDT-LEAP-QUOTIENT            PIC 9(4) COMP VALUE ZERO.
003760 77  EDT-LEAP-REMAINDER           PIC 9(4) COMP VALUE ZERO.
003770 77  EDT-THIS-FINGERPRINT         PIC X(18) VALUE SPACES.
003780 77  EDT-MATCH-BATCH-ID           PIC X(06) VALUE SPACES.
003790 77  EDT-MATCH-SEQUENCE           PIC 9(07) VALUE ZERO.
003800 77  EDT-MATCH-DATE               PIC X(10) VALUE SPACES.
003810*    THE DUPLICATE WINDOW CARD ON SYSIN - DAYS IN COLUMNS 1-3.
003820 01  EDT-DUP-CARD.
003830     05  EDT-CARD-DAYS            PIC X(03).
003840     05  EDT-CARD-DAYS-N REDEFINES EDT-CARD-DAYS
003850                                  PIC 9(03).
003860     05  FILLER                   PIC X(77).
003870*    THE OLDEST DATE STILL INSIDE THE WINDOW.
003880 01  EDT-CUTOFF-DATE.
003890     05  EDT-CUT-YYYY              PIC 9(4).
003900     05  EDT-CUT-MM                PIC 9(2).
003910     05  EDT-CUT-DD                PIC 9(2).
003920 01  EDT-CUTOFF-YMD REDEFINES EDT-CUTOFF-DATE
003930                                  PIC 9(08).
003940 01  EDT-CUTOFF-DISPLAY.
003950     05  EDT-CDS-YYYY               PIC 9(4).
003960     05  FILLER                     PIC X(1) VALUE "-".
003970     05  EDT-CDS-MM                 PIC 9(2).
003980     05  FILLER                     PIC X(1) VALUE "-".
003990     05  EDT-CDS-DD                 PIC 9(2).
004000*    THE DATE AN EARLIER OCCURRENCE WAS SEEN, FOR THE REPORT.
004010 01  EDT-MATCH-YMD.
004020     05  EDT-MTC-YYYY              PIC 9(4).
004030     05  EDT-MTC-MM                PIC 9(2).
004040     05  EDT-MTC-DD                PIC 9(2).
004050 01  EDT-MATCH-DISPLAY.
004060     05  EDT-MDS-YYYY               PIC 9(4).
004070     05  FILLER                     PIC X(1) VALUE "-".
004080     05  EDT-MDS-MM                 PIC 9(2).
004090     05  FILLER                     PIC X(1) VALUE "-".
004100     05  EDT-MDS-DD                 PIC 9(2).
004110*    A HELD RECORD IMAGE, UNPACKED FOR THE REPORT.
004120 01  EDT-DUP-IMAGE.
004130     05  EDT-DIM-BATCH-ID          PIC X(06).
004140     05  EDT-DIM-OP-CODE           PIC X(01).
004150     05  EDT-DIM-OPER-SSN          PIC X(09).
004160     05  EDT-DIM-NUM1              PIC S9(5)V99 COMP-3.
004170     05  EDT-DIM-NUM2              PIC S9(5)V99 COMP-3.
004180*****************************************************************
004190* DAYS IN EACH MONTH - FEBRUARY IS ADJUSTED FOR LEAP YEARS.
004200*****************************************************************
004210 01  EDT-MONTH-VALUES             PIC X(24)
004220         VALUE "312831303130313130313031".
004230 01  EDT-MONTH-TABLE REDEFINES EDT-MONTH-VALUES.
004240     05  EDT-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
004250 77  EDT-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
004260     88  EDT-SSN-IS-VALID                   VALUE "Y".
004270     88  EDT-SSN-IS-INVALID                 VALUE "N".
004280 77  EDT-REASON-CODE              PIC X(02) VALUE SPACES.
004290 77  EDT-REASON-TEXT              PIC X(35) VALUE SPACES.
004300 01  EDT-RANGE-CHECK              PIC S9(7)V99 COMP-3 VALUE ZERO.
004310 01  EDT-CURRENT-DATE.
004320     05  EDT-CD-YYYY               PIC 9(4).
004330     05  EDT-CD-MM                 PIC 9(2).
004340     05  EDT-CD-DD                 PIC 9(2).
004350 01  EDT-DATE-DISPLAY.
004360     05  EDT-DSP-YYYY               PIC 9(4).
004370     05  FILLER                     PIC X(1) VALUE "-".
004380     05  EDT-DSP-MM                 PIC 9(2).
004390     05  FILLER                     PIC X(1) VALUE "-".
004400     05  EDT-DSP-DD                 PIC 9(2).
004410 01  EDT-PDATE-AREA.
004420     COPY PDTPARM.
004430*
004440 PROCEDURE DIVISION.
004450*****************************************************************
004460* 0000-MAINLINE
004470*****************************************************************
004480 0000-MAINLINE.
004490     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
004500     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
004510     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
004520     PERFORM 1400-SET-DUPLICATE-WINDOW THRU 1400-EXIT
004530     PERFORM 1500-PURGE-FINGERPRINTS THRU 1500-EXIT
004540     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
004550     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
004560         UNTIL EDT-END-OF-TRANS-FILE
004570     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
004580     PERFORM 8200-LIST-HELD-DUPLICATES THRU 8200-EXIT
004590     IF EDT-REJECT-COUNT > ZERO
004600        OR EDT-HELD-COUNT > ZERO
004610         MOVE 4 TO RETURN-CODE
004620     END-IF
004630     CLOSE TRANS-IN
004640     CLOSE CLEAN-OUT
004650     CLOSE REJECT-OUT
004660     CLOSE GL-ACCOUNTS
004670     CLOSE OPER-LIMITS
004680     CLOSE SSNUM-MASTER
004690     CLOSE EDIT-RPT
004700     CLOSE FINGERPRINT-HISTORY
004710     CLOSE DUP-HOLD
004720     CLOSE DUP-RPT
004730     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
004740     STOP RUN.
004750*
004760*****************************************************************
004770* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
004780* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
004790* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
004800* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
004810* DEPENDS ON HAS NOT COMPLETED FOR THAT DATE.
004820*****************************************************************
004830 1005-BEGIN-PROCESSING-STEP.
004840     SET PDP-BEGIN-STEP TO TRUE
004850     MOVE "CBTEDIT" TO PDP-STEP-NAME
004860     CALL "CBTDATE" USING EDT-PDATE-AREA
004870     IF PDP-MESSAGE NOT = SPACES
004880         DISPLAY "CBTEDIT - " PDP-MESSAGE
004890     END-IF
004900     IF PDP-REQUEST-REFUSED
004910         DISPLAY "CBTEDIT - STEP REFUSED BY PROCESSING "
004920             "DATE CONTROL, RUN TERMINATED"
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004950     END-IF
004960     MOVE PDP-BUSINESS-YMD TO EDT-CURRENT-DATE.
004970 1005-EXIT.
004980     EXIT.
004990*
005000*****************************************************************
005010* 1000-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
005020* EACH OPEN SO A MISALLOCATED DATASET ABENDS WITH A CLEAR
005030* MESSAGE INSTEAD OF FAILING ON THE FIRST READ OR WRITE.
005040*****************************************************************
005050 1000-OPEN-FILES.
005060     OPEN INPUT TRANS-IN
005070     IF EDT-TRANS-NOT-FOUND
005080         DISPLAY "CBTEDIT - TRANS-IN DATASET NOT FOUND, RUN "
005090             "TERMINATED"
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF
005130     OPEN OUTPUT CLEAN-OUT
005140     IF EDT-CLEAN-NOT-FOUND
005150         DISPLAY "CBTEDIT - CLEAN-OUT DATASET NOT FOUND, RUN "
005160             "TERMINATED"
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF
005200     OPEN OUTPUT REJECT-OUT
005210     IF EDT-REJECT-NOT-FOUND
005220         DISPLAY "CBTEDIT - REJECT-OUT DATASET NOT FOUND, RUN "
005230             "TERMINATED"
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF
005270     OPEN OUTPUT EDIT-RPT
005280     IF EDT-PRINT-NOT-FOUND
005290         DISPLAY "CBTEDIT - EDIT-RPT DATASET NOT FOUND, RUN "
005300             "TERMINATED"
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF
005340     OPEN INPUT GL-ACCOUNTS
005350     IF EDT-ACCT-NOT-FOUND
005360         DISPLAY "CBTEDIT - GLACCT DATASET NOT FOUND, RUN "
005370             "TERMINATED"
005380         MOVE 16 TO RETURN-CODE
005390         STOP RUN
005400     END-IF
005410     OPEN INPUT OPER-LIMITS
005420     IF EDT-LIMITS-NOT-FOUND
005430         DISPLAY "CBTEDIT - OPRLIM DATASET NOT FOUND, RUN "
005440             "TERMINATED"
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF
005480     OPEN INPUT SSNUM-MASTER
005490     IF EDT-MASTER-NOT-FOUND
005500         DISPLAY "CBTEDIT - SSNUM-MASTER DATASET NOT FOUND, RUN "
005510             "TERMINATED"
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF
005550     OPEN I-O FINGERPRINT-HISTORY
005560     IF EDT-FPRHIST-NOT-FOUND
005570         OPEN OUTPUT FINGERPRINT-HISTORY
005580         IF EDT-FPRHIST-NOT-FOUND
005590             DISPLAY "CBTEDIT - FPRHIST DATASET NOT FOUND, RUN "
005600                 "TERMINATED"
005610             MOVE 16 TO RETURN-CODE
005620             STOP RUN
005630         END-IF
005640         CLOSE FINGERPRINT-HISTORY
005650         OPEN I-O FINGERPRINT-HISTORY
005660     END-IF
005670     OPEN I-O DUP-HOLD
005680     IF EDT-DUPHOLD-NOT-FOUND
005690         OPEN OUTPUT DUP-HOLD
005700         IF EDT-DUPHOLD-NOT-FOUND
005710             DISPLAY "CBTEDIT - DUPHOLD DATASET NOT FOUND, RUN "
005720                 "TERMINATED"
005730             MOVE 16 TO RETURN-CODE
005740             STOP RUN
005750         END-IF
005760         CLOSE DUP-HOLD
005770         OPEN I-O DUP-HOLD
005780     END-IF
005790     OPEN OUTPUT DUP-RPT
005800     IF EDT-DUPRPT-NOT-FOUND
005810         DISPLAY "CBTEDIT - DUPRPT DATASET NOT FOUND, RUN "
005820             "TERMINATED"
005830         MOVE 16 TO RETURN-CODE
005840         STOP RUN
005850     END-IF.
005860 1000-EXIT.
005870     EXIT.
005880*
005890*****************************************************************
005900* 1300-WRITE-REPORT-HEADER
005910*****************************************************************
005920 1300-WRITE-REPORT-HEADER.
005930     MOVE PDP-BUSINESS-YMD TO EDT-CURRENT-DATE
005940     MOVE EDT-CD-YYYY TO EDT-DSP-YYYY
005950     MOVE EDT-CD-MM TO EDT-DSP-MM
005960     MOVE EDT-CD-DD TO EDT-DSP-DD
005970     MOVE EDT-DATE-DISPLAY TO EDT-HDR-DATE
005980     WRITE EDIT-RPT-HEADER-LINE.
005990 1300-EXIT.
006000     EXIT.
006010*
006020*****************************************************************
006030* 1400-SET-DUPLICATE-WINDOW - THE WINDOW IN DAYS COMES FROM THE
006040* SYSIN CARD; THE CUTOFF IS THE BUSINESS DATE STEPPED BACK THAT
006050* MANY CALENDAR DAYS.  A FINGERPRINT SEEN ON OR AFTER THE CUTOFF
006060* IS RECENT ENOUGH TO MAKE A NEW RECORD A SUSPECTED DUPLICATE.
006070*****************************************************************
006080 1400-SET-DUPLICATE-WINDOW.
006090     MOVE SPACES TO EDT-DUP-CARD
006100     ACCEPT EDT-DUP-CARD
006110     IF EDT-CARD-DAYS NUMERIC AND EDT-CARD-DAYS-N > ZERO
006120         MOVE EDT-CARD-DAYS-N TO EDT-DUP-DAYS
006130     ELSE
006140         DISPLAY "CBTEDIT - NO DUPLICATE WINDOW CARD, "
006150             EDT-DUP-DAYS " DAYS USED"
006160     END-IF
006170     MOVE EDT-CURRENT-DATE TO EDT-CUTOFF-DATE
006180     PERFORM 1410-STEP-BACK-ONE-DAY THRU 1410-EXIT
006190         EDT-DUP-DAYS TIMES
006200     MOVE EDT-CUT-YYYY TO EDT-CDS-YYYY
006210     MOVE EDT-CUT-MM TO EDT-CDS-MM
006220     MOVE EDT-CUT-DD TO EDT-CDS-DD.
006230 1400-EXIT.
006240     EXIT.
006250*
006260*****************************************************************
006270* 1410-STEP-BACK-ONE-DAY - ONE CALENDAR DAY BACK, ACROSS MONTH AND
006280* YEAR ENDS, WITH FEBRUARY 29 IN A LEAP YEAR.
006290*****************************************************************
006300 1410-STEP-BACK-ONE-DAY.
006310     IF EDT-CUT-DD > 1
006320         SUBTRACT 1 FROM EDT-CUT-DD
006330         GO TO 1410-EXIT
006340     END-IF
006350     IF EDT-CUT-MM > 1
006360         SUBTRACT 1 FROM EDT-CUT-MM
006370     ELSE
006380         MOVE 12 TO EDT-CUT-MM
006390         SUBTRACT 1 FROM EDT-CUT-YYYY
006400     END-IF
006410     MOVE EDT-MONTH-DAYS (EDT-CUT-MM) TO EDT-DAYS-IN-MONTH
006420     IF EDT-CUT-MM = 2
006430         PERFORM 1420-CHECK-LEAP-YEAR THRU 1420-EXIT
006440     END-IF
006450     MOVE EDT-DAYS-IN-MONTH TO EDT-CUT-DD.
006460 1410-EXIT.
006470     EXIT.
006480*
006490 1420-CHECK-LEAP-YEAR.
006500     DIVIDE EDT-CUT-YYYY BY 4 GIVING EDT-LEAP-QUOTIENT
006510         REMAINDER EDT-LEAP-REMAINDER
006520     IF EDT-LEAP-REMAINDER NOT = ZERO
006530         GO TO 1420-EXIT
006540     END-IF
006550     DIVIDE EDT-CUT-YYYY BY 100 GIVING EDT-LEAP-QUOTIENT
006560         REMAINDER EDT-LEAP-REMAINDER
006570     IF EDT-LEAP-REMAINDER NOT = ZERO
006580         MOVE 29 TO EDT-DAYS-IN-MONTH
006590         GO TO 1420-EXIT
006600     END-IF
006610     DIVIDE EDT-CUT-YYYY BY 400 GIVING EDT-LEAP-QUOTIENT
006620         REMAINDER EDT-LEAP-REMAINDER
006630     IF EDT-LEAP-REMAINDER = ZERO
006640         MOVE 29 TO EDT-DAYS-IN-MONTH
006650     END-IF.
006660 1420-EXIT.
006670     EXIT.
006680*
006690*****************************************************************
006700* 1500-PURGE-FINGERPRINTS - AGE THE HISTORY: DELETE EVERY ENTRY
006710* SEEN BEFORE THE CUTOFF.  ENTRIES DATED TONIGHT OR LATER CAN ONLY
006720* BE LEFT BY AN EARLIER RUN OF THE EDIT FOR THE SAME DATE - THEY
006730* GO TOO, SO A RERUN DOES NOT MATCH THE FILE AGAINST ITSELF.
006740*****************************************************************
006750 1500-PURGE-FINGERPRINTS.
006760     MOVE LOW-VALUES TO FPH-KEY
006770     START FINGERPRINT-HISTORY KEY NOT < FPH-KEY
006780         INVALID KEY
006790             GO TO 1500-EXIT
006800     END-START
006810     PERFORM 1510-PURGE-ONE-ENTRY THRU 1510-EXIT
006820         UNTIL EDT-END-OF-FPRHIST
006830     IF EDT-PURGED-COUNT > ZERO
006840         DISPLAY "CBTEDIT - " EDT-PURGED-COUNT
006850             " FINGERPRINTS REMOVED FROM FPRHIST"
006860     END-IF.
006870 1500-EXIT.
006880     EXIT.
006890*
006900 1510-PURGE-ONE-ENTRY.
006910     READ FINGERPRINT-HISTORY NEXT
006920         AT END
006930             SET EDT-END-OF-FPRHIST TO TRUE
006940             GO TO 1510-EXIT
006950     END-READ
006960     IF FPH-DATE-SEEN < EDT-CUTOFF-YMD
006970        OR FPH-DATE-SEEN NOT < PDP-BUSINESS-YMD
006980         DELETE FINGERPRINT-HISTORY RECORD
006990             INVALID KEY
007000                 DISPLAY "CBTEDIT - FPRHIST DELETE FAILED, RUN "
007010                     "TERMINATED"
007020                 MOVE 16 TO RETURN-CODE
007030                 STOP RUN
007040         END-DELETE
007050         ADD 1 TO EDT-PURGED-COUNT
007060     END-IF.
007070 1510-EXIT.
007080     EXIT.
007090*
007100*****************************************************************
007110* 2000-EDIT-RECORD - APPLY EVERY EDIT TO ONE RECORD.  THE FIRST
007120* EDIT THAT FAILS SETS THE REASON CODE; THE RECORD GOES TO THE
007130* REJECT FILE WITH THAT REASON.  A RECORD THAT PASSES THEM ALL
007140* BUT MATCHES A RECENT FINGERPRINT IS HELD ON DUPHOLD; ANY OTHER
007150* GOES TO THE CLEAN FILE AND ITS FINGERPRINT ONTO THE HISTORY.
007160*****************************************************************
007170 2000-EDIT-RECORD.
007180     ADD 1 TO EDT-READ-COUNT
007190     MOVE "N" TO EDT-REJECT-SWITCH
007200     MOVE "N" TO EDT-DUPLICATE-SWITCH
007210     MOVE SPACES TO EDT-REASON-CODE
007220     MOVE SPACES TO EDT-REASON-TEXT
007230     IF TI-BATCH-ID = SPACES OR TI-BATCH-ID = LOW-VALUES
007240         SET EDT-RECORD-REJECTED TO TRUE
007250         MOVE "01" TO EDT-REASON-CODE
007260         MOVE "BATCH ID BLANK" TO EDT-REASON-TEXT
007270     END-IF
007280     IF NOT EDT-RECORD-REJECTED
007290         PERFORM 2250-CHECK-BATCH-MAPPING THRU 2250-EXIT
007300     END-IF
007310     IF NOT EDT-RECORD-REJECTED
007320         IF TI-NUM1 NOT NUMERIC
007330             SET EDT-RECORD-REJECTED TO TRUE
007340             MOVE "02" TO EDT-REASON-CODE
007350             MOVE "NUM1 NOT A VALID PACKED NUMBER"
007360                 TO EDT-REASON-TEXT
007370         END-IF
007380     END-IF
007390     IF NOT EDT-RECORD-REJECTED
007400         IF TI-NUM2 NOT NUMERIC
007410             SET EDT-RECORD-REJECTED TO TRUE
007420             MOVE "03" TO EDT-REASON-CODE
007430             MOVE "NUM2 NOT A VALID PACKED NUMBER"
007440                 TO EDT-REASON-TEXT
007450         END-IF
007460     END-IF
007470     IF NOT EDT-RECORD-REJECTED
007480         IF NOT TI-OP-IS-VALID
007490             SET EDT-RECORD-REJECTED TO TRUE
007500             MOVE "05" TO EDT-REASON-CODE
007510             MOVE "OPERATION CODE NOT A, S, M, D OR P"
007520                 TO EDT-REASON-TEXT
007530         END-IF
007540     END-IF
007550     IF NOT EDT-RECORD-REJECTED
007560         PERFORM 2200-CHECK-AMOUNT-RANGE THRU 2200-EXIT
007570     END-IF
007580     IF NOT EDT-RECORD-REJECTED
007590         IF TI-OP-IS-DIVIDE AND TI-NUM2 = ZERO
007600             SET EDT-RECORD-REJECTED TO TRUE
007610             MOVE "06" TO EDT-REASON-CODE
007620             MOVE "DIVIDE BY ZERO" TO EDT-REASON-TEXT
007630         END-IF
007640     END-IF
007650     IF NOT EDT-RECORD-REJECTED
007660         IF TI-OPER-SSN NOT NUMERIC
007670             SET EDT-RECORD-REJECTED TO TRUE
007680             MOVE "07" TO EDT-REASON-CODE
007690             MOVE "OPERATOR SSN FAILED SSNVAL EDIT"
007700                 TO EDT-REASON-TEXT
007710         ELSE
007720             MOVE TI-OPER-SSN TO SSNUM
007730             CALL "SSNVAL" USING SSN-AREA EDT-SSN-VALID-FLAG
007740             IF EDT-SSN-IS-INVALID
007750                 SET EDT-RECORD-REJECTED TO TRUE
007760                 MOVE "07" TO EDT-REASON-CODE
007770                 MOVE "OPERATOR SSN FAILED SSNVAL EDIT"
007780                     TO EDT-REASON-TEXT
007790             END-IF
007800         END-IF
007810     END-IF
007820     IF NOT EDT-RECORD-REJECTED
007830         PERFORM 2290-CHECK-SEPARATION THRU 2290-EXIT
007840     END-IF
007850     IF NOT EDT-RECORD-REJECTED
007860         PERFORM 2280-CHECK-OPERATOR-LIMITS THRU 2280-EXIT
007870     END-IF
007880     IF NOT EDT-RECORD-REJECTED
007890         PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
007900     END-IF
007910     IF EDT-RECORD-REJECTED
007920         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
007930     ELSE
007940         IF EDT-RECORD-DUPLICATE
007950             PERFORM 2600-HOLD-DUPLICATE THRU 2600-EXIT
007960         ELSE
007970             PERFORM 2300-WRITE-CLEAN THRU 2300-EXIT
007980             PERFORM 2550-RECORD-FINGERPRINT THRU 2550-EXIT
007990         END-IF
008000     END-IF
008010     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
008020 2000-EXIT.
008030     EXIT.
008040*
008050*****************************************************************
008060* 2100-READ-TRANSACTION
008070*****************************************************************
008080 2100-READ-TRANSACTION.
008090     READ TRANS-IN
008100         AT END
008110             SET EDT-END-OF-TRANS-FILE TO TRUE
008120     END-READ.
008130 2100-EXIT.
008140     EXIT.
008150*
008160*****************************************************************
008170* 2200-CHECK-AMOUNT-RANGE - BOTH AMOUNTS MUST FIT THE S9(5)V99
008180* FIELD CBTUT COMPUTES WITH.  THE AMOUNTS ARE ALREADY KNOWN
008190* NUMERIC BY THE TIME THIS RUNS, SO THE MOVE CANNOT ABEND.
008200*****************************************************************
008210 2200-CHECK-AMOUNT-RANGE.
008220     MOVE TI-NUM1 TO EDT-RANGE-CHECK
008230     IF EDT-RANGE-CHECK > +99999.99
008240        OR EDT-RANGE-CHECK < -99999.99
008250         SET EDT-RECORD-REJECTED TO TRUE
008260         MOVE "04" TO EDT-REASON-CODE
008270         MOVE "AMOUNT OUTSIDE S9(5)V99 RANGE"
008280             TO EDT-REASON-TEXT
008290         GO TO 2200-EXIT
008300     END-IF
008310     MOVE TI-NUM2 TO EDT-RANGE-CHECK
008320     IF EDT-RANGE-CHECK > +99999.99
008330        OR EDT-RANGE-CHECK < -99999.99
008340         SET EDT-RECORD-REJECTED TO TRUE
008350         MOVE "04" TO EDT-REASON-CODE
008360         MOVE "AMOUNT OUTSIDE S9(5)V99 RANGE"
008370             TO EDT-REASON-TEXT
008380     END-IF.
008390 2200-EXIT.
008400     EXIT.
008410*
008420*****************************************************************
008430* 2250-CHECK-BATCH-MAPPING - EVERY BATCH ID MUST HAVE A GLACCT
008440* MAPPING OR THE GL INTERFACE DETAIL CANNOT BE CODED.  THE
008450* LOOKUP RESULT IS CACHED BY BATCH ID - RECORDS OF ONE BATCH
008460* ARRIVE TOGETHER, SO ONE SET OF READS COVERS THE WHOLE BATCH.
008470*****************************************************************
008480 2250-CHECK-BATCH-MAPPING.
008490     IF TI-BATCH-ID NOT = EDT-GLA-LAST-BATCH
008500         MOVE TI-BATCH-ID TO EDT-GLA-LAST-BATCH
008510         PERFORM 2260-LOOKUP-BATCH-MAPPING THRU 2260-EXIT
008520         IF EDT-GLA-MAPPING-FOUND
008530             MOVE "Y" TO EDT-GLA-LAST-FOUND
008540         ELSE
008550             MOVE "N" TO EDT-GLA-LAST-FOUND
008560         END-IF
008570     END-IF
008580     IF EDT-GLA-LAST-FOUND = "N"
008590         SET EDT-RECORD-REJECTED TO TRUE
008600         MOVE "08" TO EDT-REASON-CODE
008610         MOVE "NO GL ACCOUNT MAPPING FOR BATCH ID"
008620             TO EDT-REASON-TEXT
008630     END-IF.
008640 2250-EXIT.
008650     EXIT.
008660*
008670*****************************************************************
008680* 2260-LOOKUP-BATCH-MAPPING - TRY THE FULL BATCH ID FIRST, THEN
008690* EACH SHORTER LEADING PREFIX, SO ONE GLACCT RECORD CAN CODE A
008700* WHOLE FAMILY OF BATCHES.
008710*****************************************************************
008720 2260-LOOKUP-BATCH-MAPPING.
008730     MOVE "N" TO EDT-GLA-FOUND-SWITCH
008740     MOVE 6 TO EDT-GLA-PREFIX-LEN
008750     PERFORM 2270-TRY-PREFIX THRU 2270-EXIT
008760         UNTIL EDT-GLA-MAPPING-FOUND
008770         OR EDT-GLA-PREFIX-LEN < 1.
008780 2260-EXIT.
008790     EXIT.
008800*
008810 2270-TRY-PREFIX.
008820     MOVE SPACES TO GBA-BATCH-ID
008830     MOVE TI-BATCH-ID (1:EDT-GLA-PREFIX-LEN) TO GBA-BATCH-ID
008840     READ GL-ACCOUNTS
008850         INVALID KEY
008860             CONTINUE
008870         NOT INVALID KEY
008880             SET EDT-GLA-MAPPING-FOUND TO TRUE
008890     END-READ
008900     SUBTRACT 1 FROM EDT-GLA-PREFIX-LEN.
008910 2270-EXIT.
008920     EXIT.
008930*
008940*****************************************************************
008950* 2280-CHECK-OPERATOR-LIMITS - EVERY TRANSACTION MUST BE WITHIN
008960* THE KEYING OPERATOR'S AUTHORITY ON OPRLIM: A LIMITS RECORD
008970* MUST EXIST, THE OPERATION CODE MUST BE IN THEIR PERMITTED
008980* LIST, AND NEITHER AMOUNT MAY EXCEED THEIR MAXIMUM IN EITHER
008990* DIRECTION.  THE KEYED READ IS CACHED BY SSN - ONE CLERK'S
009000* RECORDS ARRIVE IN RUNS, SO ONE READ COVERS MANY RECORDS.  THE
009010* AMOUNTS ARE ALREADY PROVEN NUMERIC BY THE EARLIER EDITS.
009020*****************************************************************
009030 2280-CHECK-OPERATOR-LIMITS.
009040     IF TI-OPER-SSN NOT = EDT-OPL-LAST-SSN
009050         MOVE TI-OPER-SSN TO EDT-OPL-LAST-SSN
009060         MOVE "N" TO EDT-OPL-FOUND-SWITCH
009070         MOVE TI-OPER-SSN TO OPL-SSN
009080         READ OPER-LIMITS
009090             INVALID KEY
009100                 CONTINUE
009110             NOT INVALID KEY
009120                 SET EDT-OPL-ENTRY-FOUND TO TRUE
009130         END-READ
009140         IF EDT-OPL-ENTRY-FOUND
009150             MOVE "Y" TO EDT-OPL-LAST-FOUND
009160         ELSE
009170             MOVE "N" TO EDT-OPL-LAST-FOUND
009180         END-IF
009190     END-IF
009200     IF EDT-OPL-LAST-FOUND = "N"
009210         SET EDT-RECORD-REJECTED TO TRUE
009220         MOVE "09" TO EDT-REASON-CODE
009230         MOVE "OPERATOR NOT ON AUTHORITY FILE"
009240             TO EDT-REASON-TEXT
009250         GO TO 2280-EXIT
009260     END-IF
009270     MOVE ZERO TO EDT-OPL-TALLY
009280     INSPECT OPL-ALLOWED-OPS TALLYING EDT-OPL-TALLY
009290         FOR ALL TI-OP-CODE
009300     IF EDT-OPL-TALLY = ZERO
009310         SET EDT-RECORD-REJECTED TO TRUE
009320         MOVE "09" TO EDT-REASON-CODE
009330         MOVE "OPERATION NOT PERMITTED FOR OPERATOR"
009340             TO EDT-REASON-TEXT
009350         GO TO 2280-EXIT
009360     END-IF
009370     IF TI-NUM1 > OPL-MAX-AMOUNT
009380        OR TI-NUM1 < ZERO - OPL-MAX-AMOUNT
009390        OR TI-NUM2 > OPL-MAX-AMOUNT
009400        OR TI-NUM2 < ZERO - OPL-MAX-AMOUNT
009410         SET EDT-RECORD-REJECTED TO TRUE
009420         MOVE "09" TO EDT-REASON-CODE
009430         MOVE "AMOUNT OVER OPERATOR LIMIT"
009440             TO EDT-REASON-TEXT
009450     END-IF.
009460 2280-EXIT.
009470     EXIT.
009480*
009490*****************************************************************
009500* 2290-CHECK-SEPARATION - A TRANSACTION MAY NOT BE KEYED UNDER THE
009510* SSN OF AN EMPLOYEE SEPARATED BEFORE THE TRANSACTION DATE, WHICH
009520* FOR A RECORD ON TONIGHT'S TRANS-IN IS THE BUSINESS DATE.  A
009530* SEPARATION EFFECTIVE TODAY STILL ALLOWS TODAY'S WORK.  AN SSN
009540* NOT ON SSNUM-MASTER PASSES HERE - CBTUT SUSPENDS IT AS NOT ON
009550* FILE.  THE READ IS CACHED BY SSN THE SAME WAY AS OPRLIM'S.
009560*****************************************************************
009570 2290-CHECK-SEPARATION.
009580     IF TI-OPER-SSN NOT = EDT-SEP-LAST-SSN
009590         MOVE TI-OPER-SSN TO EDT-SEP-LAST-SSN
009600         MOVE SPACES TO EDT-SEP-LAST-DATE
009610         MOVE TI-OPER-SSN TO MST-SSNUM
009620         READ SSNUM-MASTER
009630             INVALID KEY
009640                 CONTINUE
009650             NOT INVALID KEY
009660                 IF MST-EMPLOYEE-SEPARATED
009670                     MOVE MST-SEPARATION-DATE TO EDT-SEP-LAST-DATE
009680                 END-IF
009690         END-READ
009700     END-IF
009710     IF EDT-SEP-LAST-DATE NOT = SPACES
009720        AND EDT-SEP-LAST-DATE < EDT-DATE-DISPLAY
009730         SET EDT-RECORD-REJECTED TO TRUE
009740         MOVE "16" TO EDT-REASON-CODE
009750         MOVE "OPERATOR SEPARATED BEFORE THIS DATE"
009760             TO EDT-REASON-TEXT
009770     END-IF.
009780 2290-EXIT.
009790     EXIT.
009800*
009810*****************************************************************
009820* 2300-WRITE-CLEAN - PASS THE RECORD THROUGH UNCHANGED.
009830*****************************************************************
009840 2300-WRITE-CLEAN.
009850     MOVE TRANS-IN-RECORD TO CLEAN-OUT-RECORD
009860     WRITE CLEAN-OUT-RECORD
009870     ADD 1 TO EDT-CLEAN-COUNT.
009880 2300-EXIT.
009890     EXIT.
009900*
009910*****************************************************************
009920* 2400-WRITE-REJECT - THE ORIGINAL RECORD IMAGE PLUS THE REASON
009930* CODE, AND ONE REPORT LINE SO THE MORNING REVIEW SEES IT.
009940*****************************************************************
009950 2400-WRITE-REJECT.
009960     MOVE TRANS-IN-RECORD TO REJ-RECORD-IMAGE
009970     MOVE EDT-REASON-CODE TO REJ-REASON-CODE
009980     WRITE REJECT-OUT-RECORD
009990     MOVE TI-BATCH-ID TO EDT-REJ-BATCH-ID
010000     MOVE EDT-REASON-CODE TO EDT-REJ-REASON-CODE
010010     MOVE EDT-REASON-TEXT TO EDT-REJ-REASON-TEXT
010020     WRITE EDIT-RPT-REJECT-LINE
010030     ADD 1 TO EDT-REJECT-COUNT.
010040 2400-EXIT.
010050     EXIT.
010060*
010070*****************************************************************
010080* 2500-CHECK-DUPLICATE - LOOK FOR THE RECORD'S FINGERPRINT ON THE
010090* HISTORY AT OR AFTER THE CUTOFF DATE.  ANY ENTRY FOUND IS AN
010100* EARLIER OCCURRENCE - UNDER ANY BATCH ID, TONIGHT INCLUDED - AND
010110* THE FIRST ONE IS KEPT FOR THE SIDE-BY-SIDE REPORT.
010120*****************************************************************
010130 2500-CHECK-DUPLICATE.
010140     MOVE TI-OPER-SSN TO FPH-OPER-SSN
010150     MOVE TI-OP-CODE TO FPH-OP-CODE
010160     MOVE TI-NUM1 TO FPH-NUM1
010170     MOVE TI-NUM2 TO FPH-NUM2
010180     MOVE FPH-FINGERPRINT TO EDT-THIS-FINGERPRINT
010190     MOVE EDT-CUTOFF-YMD TO FPH-DATE-SEEN
010200     MOVE LOW-VALUES TO FPH-BATCH-ID
010210     MOVE ZERO TO FPH-SEQUENCE
010220     START FINGERPRINT-HISTORY KEY NOT < FPH-KEY
010230         INVALID KEY
010240             GO TO 2500-EXIT
010250     END-START
010260     READ FINGERPRINT-HISTORY NEXT
010270         AT END
010280             GO TO 2500-EXIT
010290     END-READ
010300     IF FPH-FINGERPRINT NOT = EDT-THIS-FINGERPRINT
010310         GO TO 2500-EXIT
010320     END-IF
010330     SET EDT-RECORD-DUPLICATE TO TRUE
010340     MOVE FPH-BATCH-ID TO EDT-MATCH-BATCH-ID
010350     MOVE FPH-SEQUENCE TO EDT-MATCH-SEQUENCE
010360     MOVE FPH-DATE-SEEN TO EDT-MATCH-YMD
010370     MOVE EDT-MTC-YYYY TO EDT-MDS-YYYY
010380     MOVE EDT-MTC-MM TO EDT-MDS-MM
010390     MOVE EDT-MTC-DD TO EDT-MDS-DD
010400     MOVE EDT-MATCH-DISPLAY TO EDT-MATCH-DATE.
010410 2500-EXIT.
010420     EXIT.
010430*
010440*****************************************************************
010450* 2550-RECORD-FINGERPRINT - A RECORD PASSED CLEAN GOES ONTO THE
010460* HISTORY UNDER TONIGHT'S DATE, ITS BATCH AND INPUT POSITION, SO
010470* A LATER COPY - TONIGHT OR WITHIN THE WINDOW - IS CAUGHT.
010480*****************************************************************
010490 2550-RECORD-FINGERPRINT.
010500     MOVE SPACES TO FINGERPRINT-HISTORY-RECORD
010510     MOVE EDT-THIS-FINGERPRINT TO FPH-FINGERPRINT
010520     MOVE PDP-BUSINESS-YMD TO FPH-DATE-SEEN
010530     MOVE TI-BATCH-ID TO FPH-BATCH-ID
010540     MOVE EDT-READ-COUNT TO FPH-SEQUENCE
010550     WRITE FINGERPRINT-HISTORY-RECORD
010560         INVALID KEY
010570             DISPLAY "CBTEDIT - FPRHIST WRITE FAILED FOR BATCH "
010580                 TI-BATCH-ID ", RUN TERMINATED"
010590             MOVE 16 TO RETURN-CODE
010600             STOP RUN
010610     END-WRITE.
010620 2550-EXIT.
010630     EXIT.
010640*
010650*****************************************************************
010660* 2600-HOLD-DUPLICATE - THE RECORD GOES TO DUPHOLD, NOT THE CLEAN
010670* FILE, WITH THE OCCURRENCE IT MATCHED.  A RERUN OF THE EDIT FOR
010680* THE SAME DATE FINDS THE HOLD ALREADY THERE AND LEAVES IT AS IT
010690* STANDS, WHATEVER HAS BEEN DONE WITH IT SINCE.
010700*****************************************************************
010710 2600-HOLD-DUPLICATE.
010720     MOVE SPACES TO DUP-HOLD-RECORD
010730     MOVE PDP-BUSINESS-YMD TO DUP-DATE-KEY
010740     MOVE EDT-READ-COUNT TO DUP-SEQUENCE
010750     SET DUP-IS-HELD TO TRUE
010760     MOVE TRANS-IN-RECORD TO DUP-RECORD-IMAGE
010770     MOVE EDT-DATE-DISPLAY TO DUP-DATE-HELD
010780     MOVE EDT-MATCH-BATCH-ID TO DUP-MATCH-BATCH-ID
010790     MOVE EDT-MATCH-DATE TO DUP-MATCH-DATE
010800     MOVE EDT-MATCH-SEQUENCE TO DUP-MATCH-SEQUENCE
010810     WRITE DUP-HOLD-RECORD
010820         INVALID KEY
010830             DISPLAY "CBTEDIT - RECORD " EDT-READ-COUNT
010840                 " ALREADY HELD BY AN EARLIER RUN FOR "
010850                 EDT-DATE-DISPLAY
010860     END-WRITE
010870     ADD 1 TO EDT-HELD-COUNT.
010880 2600-EXIT.
010890     EXIT.
010900*
010910*****************************************************************
010920* 8100-WRITE-REPORT-TRAILER - READ, CLEAN AND REJECT COUNTS.
010930*****************************************************************
010940 8100-WRITE-REPORT-TRAILER.
010950     MOVE "RECORDS READ        " TO EDT-CNT-LABEL
010960     MOVE EDT-READ-COUNT TO EDT-CNT-VALUE
010970     WRITE EDIT-RPT-COUNT-LINE
010980     MOVE "RECORDS CLEAN       " TO EDT-CNT-LABEL
010990     MOVE EDT-CLEAN-COUNT TO EDT-CNT-VALUE
011000     WRITE EDIT-RPT-COUNT-LINE
011010     MOVE "RECORDS REJECTED    " TO EDT-CNT-LABEL
011020     MOVE EDT-REJECT-COUNT TO EDT-CNT-VALUE
011030     WRITE EDIT-RPT-COUNT-LINE
011040     MOVE "RECORDS HELD AS DUPS" TO EDT-CNT-LABEL
011050     MOVE EDT-HELD-COUNT TO EDT-CNT-VALUE
011060     WRITE EDIT-RPT-COUNT-LINE.
011070 8100-EXIT.
011080     EXIT.
011090*
011100*****************************************************************
011110* 8200-LIST-HELD-DUPLICATES - THE DAILY SUSPECTED-DUPLICATE
011120* REPORT.  EVERY HOLD STILL AWAITING CONFIRMATION IS LISTED IN
011130* KEY ORDER AND NUMBERED FROM ONE - THE SAME NUMBERING CBTCOR
011140* USES FOR SOURCE D - SO THE CLERK CAN KEY THE RELEASE OR
011150* WRITE-OFF CARD STRAIGHT FROM THIS PAGE.
011160*****************************************************************
011170 8200-LIST-HELD-DUPLICATES.
011180     MOVE EDT-DATE-DISPLAY TO DPR-HDR-DATE
011190     MOVE EDT-DUP-DAYS TO DPR-HDR-DAYS
011200     MOVE EDT-CUTOFF-DISPLAY TO DPR-HDR-CUTOFF
011210     WRITE DUP-RPT-HEADER-LINE
011220     MOVE LOW-VALUES TO DUP-KEY
011230     START DUP-HOLD KEY NOT < DUP-KEY
011240         INVALID KEY
011250             SET EDT-END-OF-DUPHOLD TO TRUE
011260     END-START
011270     PERFORM 8210-LIST-ONE-HOLD THRU 8210-EXIT
011280         UNTIL EDT-END-OF-DUPHOLD
011290     MOVE "HELD TONIGHT          " TO DPR-CNT-LABEL
011300     MOVE EDT-HELD-COUNT TO DPR-CNT-VALUE
011310     WRITE DUP-RPT-COUNT-LINE
011320     MOVE "AWAITING CONFIRMATION " TO DPR-CNT-LABEL
011330     MOVE EDT-HOLD-NUMBER TO DPR-CNT-VALUE
011340     WRITE DUP-RPT-COUNT-LINE.
011350 8200-EXIT.
011360     EXIT.
011370*
011380 8210-LIST-ONE-HOLD.
011390     READ DUP-HOLD NEXT
011400         AT END
011410             SET EDT-END-OF-DUPHOLD TO TRUE
011420             GO TO 8210-EXIT
011430     END-READ
011440     IF NOT DUP-IS-HELD
011450         GO TO 8210-EXIT
011460     END-IF
011470     ADD 1 TO EDT-HOLD-NUMBER
011480     MOVE DUP-RECORD-IMAGE TO EDT-DUP-IMAGE
011490     MOVE EDT-HOLD-NUMBER TO DPR-HOLD-NUMBER
011500     IF DUP-DATE-KEY = PDP-BUSINESS-YMD
011510         MOVE "NEW " TO DPR-HOLD-STATE
011520     ELSE
011530         MOVE "OPEN" TO DPR-HOLD-STATE
011540     END-IF
011550     MOVE EDT-DIM-OPER-SSN (6:4) TO DPR-SSN-SERIAL
011560     MOVE EDT-DIM-OP-CODE TO DPR-OP-CODE
011570     MOVE EDT-DIM-NUM1 TO DPR-NUM1
011580     MOVE EDT-DIM-NUM2 TO DPR-NUM2
011590     MOVE EDT-DIM-BATCH-ID TO DPR-THIS-BATCH-ID
011600     MOVE DUP-DATE-HELD TO DPR-THIS-DATE
011610     MOVE DUP-MATCH-BATCH-ID TO DPR-FIRST-BATCH-ID
011620     MOVE DUP-MATCH-DATE TO DPR-FIRST-DATE
011630     WRITE DUP-RPT-DETAIL-LINE.
011640 8210-EXIT.
011650     EXIT.
011660*
011670*****************************************************************
011680* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
011690* COMPLETED STEP FOR THE BUSINESS DATE, WHICH LETS THE STEPS THAT
011700* DEPEND ON IT RUN.  THE CALL RESETS RETURN-CODE, SO THE STEP'S
011710* OWN IS PUT BACK AFTERWARD.
011720*****************************************************************
011730 8900-END-PROCESSING-STEP.
011740     IF RETURN-CODE NOT < 8
011750         DISPLAY "CBTEDIT - STEP ENDED RC " RETURN-CODE
011760             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
011770         GO TO 8900-EXIT
011780     END-IF
011790     MOVE RETURN-CODE TO PDP-STEP-RC
011800     SET PDP-END-STEP TO TRUE
011810     MOVE "CBTEDIT" TO PDP-STEP-NAME
011820     CALL "CBTDATE" USING EDT-PDATE-AREA
011830     MOVE PDP-STEP-RC TO RETURN-CODE
011840     IF PDP-REQUEST-REFUSED
011850         DISPLAY "CBTEDIT - " PDP-MESSAGE
011860         MOVE 16 TO RETURN-CODE
011870     END-IF.
011880 8900-EXIT.
011890     EXIT.
