000170* ACT ON, KEYED BY SOURCE FILE AND RECORD SEQUENCE NUMBER (THE
000180* POSITION OF THE RECORD WITHIN TONIGHT'S REJECTS OR SUSPENSE
000190* FILE, AS NUMBERED ON THIS PROGRAM'S OWN REGISTER):
000200*   COL  1      SOURCE: R = REJECT FILE, S = SUSPENSE FILE,
000210*               D = SUSPECTED DUPLICATE HELD ON DUPHOLD
000220*   COLS 2-6    RECORD SEQUENCE NUMBER WITHIN THAT FILE
000230*   COL  7      ACTION: C = CORRECT, W = WRITE OFF,
000240*               A = ACCEPT AS KEYED (SOURCE D ONLY)
000250*   COLS 8-31   REPLACEMENT RECORD IN TRANS-IN LAYOUT (ACTION C)
000260*   COLS 32-40  APPROVER SSN (REQUIRED FOR ACTIONS W AND A,
000270*               VALIDATED THROUGH SSNVAL AND AGAINST
000280*               SSNUM-MASTER)
000290*
000300* A CORRECTED RECORD IS RE-EDITED THROUGH THE SAME RULES CBTEDIT
000310* APPLIES (BATCH ID, PACKED INTEGRITY, AMOUNT RANGE, OPERATION
000320* CODE, DIVIDE BY ZERO, OPERATOR SSN, GLACCT MAPPING - REASON
000330* CODES 01-08).  THE ONE CBTEDIT RULE DELIBERATELY NOT REPEATED
000340* HERE IS THE OPRLIM AUTHORITY CHECK (REASON 09): THE RECYCLE
000350* NEVER PASSES CBTEDIT AGAIN, BUT CBTUT CHECKS AUTHORITY ON
000360* EVERY TRANSACTION IT PROCESSES AND SUSPENDS AN UNAUTHORIZED
000370* ONE WITH REASON 15, SO NOTHING OUTSIDE AUTHORITY CAN POST.
000380* ONLY A RECORD THAT PASSES EVERY EDIT RE-ENTERS THE RUN -
000390* WRAPPED AS A SUSPENSE
000400* RECORD (REASON 90, CYCLE ZERO) ON SUSPNEW, SO IT ARRIVES AT
000410* CBTUT THROUGH THE SUSPIN RECYCLE.  THAT PATH MATTERS: ITS
000420* BATCH ID IS ALREADY ON THE PROCESSED-BATCH REGISTER FROM THE
000430* NIGHT THE REST OF THE BATCH POSTED, AND THE SUSPENSE PHASE IS
000440* THE DOCUMENTED ROUTE THAT REFRESHES A REGISTER ENTRY INSTEAD
000450* OF TRIPPING THE DUPLICATE-RUN CHECK.  A WRITE-OFF REMOVES THE
000460* ITEM FOR GOOD.  SUSPENSE RECORDS NOT CORRECTED OR WRITTEN OFF
000470* PASS THROUGH TO SUSPNEW UNCHANGED SO THE NORMAL RECYCLE
000480* CONTINUES; CORRECTED AND WRITTEN-OFF SUSPENSE RECORDS ARE
000490* DROPPED FROM THEIR OLD POSITIONS SO THEY CANNOT POST TWICE.
000500* EVERY CORRECTION AND WRITE-OFF APPENDS ITS OWN AUDIT LINE AND
000510* PRINTS ON THE REGISTER, BECAUSE THESE ARE REAL DOLLARS
000520* LEAVING OR RE-ENTERING THE NIGHTLY TOTALS.
000530*
000540* A SUSPECTED DUPLICATE CBTEDIT HELD ON DUPHOLD (SEE DUPREC) IS
000550* NUMBERED AS ON THAT NIGHT'S DUPRPT AND SHOWS REASON 20.  ACCEPT
000560* CONFIRMS IT GENUINE: IT IS RE-EDITED AS KEYED AND RE-ENTERS ON
000570* SUSPNEW WITH REASON 91, AND THE APPROVER MAY NOT BE THE CLERK
000580* WHO KEYED IT.  A CORRECTION OR WRITE-OFF WORKS AS FOR A REJECT.
000590* EITHER WAY THE HOLD IS CLOSED ON DUPHOLD; A HOLD WITH NO CARD,
000600* OR WHOSE CARD FAILED, STAYS HELD FOR ANOTHER DAY.
000610*
000620* RETURN CODES
000630*   00 - EVERY CORRECTION CARD APPLIED CLEAN
000640*   04 - A CARD WAS REJECTED, FAILED THE RE-EDIT OR MATCHED
000650*        NOTHING
000660*   16 - OPERATOR SSN FAILED EDIT OR A DATASET COULD NOT BE
000670*        OPENED
000680*
000690* MODIFICATION HISTORY
000700* -----------------------------------------------------------
000710* 2026-09-01  NJL  INITIAL VERSION.
000720* 2026-09-01  NJL  CORRECTED RECORDS NOW RE-ENTER THROUGH THE
000730*                  SUSPENSE CHAIN (SUSPNEW, REASON 90, CYCLE
000740*                  ZERO) INSTEAD OF A SEPARATE CORROUT FILE
000750*                  CONCATENATED INTO TRANSIN - THE TRANSIN
000760*                  ROUTE TRIPPED CBTUT'S PROCESSED-BATCH
000770*                  DUPLICATE CHECK ON THE ORIGINAL BATCH ID,
000780*                  AND A KEPT CORROUT WOULD HAVE RE-FED THE
000790*                  SAME RECORDS EVERY FOLLOWING NIGHT.  THE
000800*                  SUSPENSE GDG IS CONSUMED BY GENERATION, SO
000810*                  A CORRECTION POSTS EXACTLY ONCE.
000820* 2026-09-01  NJL  THE RE-EDIT NOW INCLUDES THE GLACCT MAPPING
000830*                  CHECK (REASON 08) - A REASON-08 REJECT NEVER
000840*                  POSTED, SO ITS BATCH ID MAY STILL BE
000850*                  UNMAPPED, AND THE RECYCLE ROUTE NEVER PASSES
000860*                  CBTEDIT AGAIN.  WITHOUT THIS CHECK A
000870*                  CORRECTED-BUT-UNMAPPED RECORD WOULD SHIP AN
000880*                  UNCODED GL DETAIL, THE EXACT RESEARCH ITEM
000890*                  THE MAPPING FILE EXISTS TO ELIMINATE.
000900* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000910*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000920*                  CLOCK, SO A LATE OR RERUN NIGHT KEEPS ITS DATE.
000930* 2026-10-15  NJL  ADDED SOURCE D - THE SUSPECTED DUPLICATES
000940*                  CBTEDIT HOLDS ON DUPHOLD - AND ACTION A, WHICH
000950*                  ACCEPTS ONE AS KEYED ON AN APPROVER'S SIGN-OFF
000960*                  (NEVER THE KEYING CLERK'S OWN).  AN ACCEPTED OR
000970*                  CORRECTED HOLD RE-ENTERS THROUGH SUSPNEW LIKE
000980*                  ANY CORRECTION; THE HOLD IS MARKED RELEASED OR
000990*                  WRITTEN OFF WITH WHO ACTIONED IT AND WHEN.
001000* 2026-10-15  NJL  SSNUM-MASTER RECORD LAYOUT EXTENDED WITH THE
001010*                  EMPLOYEE STATUS AND SEPARATION DATE CBTMNT NOW
001020*                  MAINTAINS (RECORD LENGTH 50).  A SUSPECTED
001030*                  DUPLICATE NOW SHOWS REASON 20, THE CODE CBTEDIT
001040*                  HOLDS IT UNDER, CLEAR OF THE CBTUT SUSPENSE
001050*                  CODES.
001060* 2026-10-15  NJL  THE AUDIT LINE NOW CARRIES THE SSN OF THE
001070*                  OPERATOR WHO RAN THE CORRECTIONS AND OF THE
001080*                  CLERK WHO KEYED THE ORIGINAL ITEM, IN WHAT WAS
001090*                  TRAILING FILLER (RECORD LENGTH UNCHANGED), SO
001100*                  CBTSOD CAN FLAG A WRITE-OFF APPROVED BY THE
001110*                  CLERK WHO KEYED IT.  EARLIER LINES HAVE BOTH
001120*                  BLANK.
001130*****************************************************************
001140 ENVIRONMENT DIVISION.
001150 INPUT-OUTPUT SECTION.
001160 FILE-CONTROL.
001170     SELECT CORR-IN
001180         ASSIGN TO CORRIN
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS COR-CORR-STATUS.
001210     SELECT REJECT-IN
001220         ASSIGN TO REJECTS
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS COR-REJECT-STATUS.
001250     SELECT SUSP-IN
001260         ASSIGN TO SUSPIN
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS COR-SUSPIN-STATUS.
001290     SELECT SUSP-NEW
001300         ASSIGN TO SUSPNEW
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS COR-SUSPNEW-STATUS.
001330     SELECT SSNUM-MASTER
001340         ASSIGN TO SSNMSTR
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS RANDOM
001370         RECORD KEY IS MST-SSNUM
001380         FILE STATUS IS COR-MASTER-STATUS.
001390     SELECT GL-ACCOUNTS
001400         ASSIGN TO GLACCT
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS RANDOM
001430         RECORD KEY IS GBA-BATCH-ID
001440         FILE STATUS IS COR-ACCT-STATUS.
001450     SELECT COR-AUDIT
001460         ASSIGN TO CORAUDIT
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS COR-AUDIT-STATUS.
001490     SELECT COR-RPT
001500         ASSIGN TO CORRPT
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS COR-PRINT-STATUS.
001530     SELECT DUP-HOLD
001540         ASSIGN TO DUPHOLD
001550         ORGANIZATION IS INDEXED
001560         ACCESS MODE IS SEQUENTIAL
001570         RECORD KEY IS DUP-KEY
001580         FILE STATUS IS COR-DUPHOLD-STATUS.
001590 DATA DIVISION.
001600 FILE SECTION.
001610*****************************************************************
001620* CORR-IN - ONE RECORD PER CORRECTION OR WRITE-OFF, KEYED BY
001630* SOURCE FILE AND RECORD SEQUENCE NUMBER.
001640*****************************************************************
001650 FD  CORR-IN
001660     RECORDING MODE IS F.
001670 01  CORR-IN-RECORD.
001680     05  CO-SOURCE                PIC X(01).
001690         88  CO-SOURCE-REJECT               VALUE "R".
001700         88  CO-SOURCE-SUSPENSE             VALUE "S".
001710         88  CO-SOURCE-DUPLICATE            VALUE "D".
001720     05  CO-SEQUENCE              PIC 9(05).
001730     05  CO-ACTION                PIC X(01).
001740         88  CO-ACTION-CORRECT              VALUE "C".
001750         88  CO-ACTION-WRITEOFF             VALUE "W".
001760         88  CO-ACTION-ACCEPT               VALUE "A".
001770     05  CO-NEW-IMAGE             PIC X(24).
001780     05  CO-APPROVER-SSN          PIC X(09).
001790*****************************************************************
001800* REJECT-IN - TONIGHT'S CBTEDIT REJECT FILE, THE ORIGINAL RECORD
001810* IMAGE PLUS THE REASON CODE OF THE FIRST EDIT IT FAILED.
001820*****************************************************************
001830 FD  REJECT-IN
001840     RECORDING MODE IS F.
001850 01  REJECT-IN-RECORD.
001860     05  REJ-RECORD-IMAGE         PIC X(24).
001870     05  REJ-REASON-CODE          PIC X(02).
001880*****************************************************************
001890* SUSP-IN - THE CURRENT CBTUT SUSPENSE GENERATION, THE ORIGINAL
001900* RECORD IMAGE PLUS WHY AND WHEN IT SUSPENDED AND THE CYCLE
001910* COUNT.
001920*****************************************************************
001930 FD  SUSP-IN
001940     RECORDING MODE IS F.
001950 01  SUSP-IN-RECORD.
001960     05  SUI-RECORD-IMAGE         PIC X(24).
001970     05  SUI-REASON-CODE          PIC X(02).
001980     05  SUI-DATE-SUSPENDED       PIC X(10).
001990     05  SUI-CYCLE-COUNT          PIC 9(02).
002000*****************************************************************
002010* SUSP-NEW - THE SUSPENSE FILE REWRITTEN: UNTOUCHED ITEMS PASS
002020* THROUGH, CORRECTED AND WRITTEN-OFF ITEMS COME OUT, AND EVERY
002030* CORRECTED RECORD GOES BACK ON AS A FRESH SUSPENSE RECORD
002040* (REASON 90, CYCLE ZERO) SO THE NEXT NIGHT'S CBTUT RE-PRESENTS
002050* IT THROUGH THE SUSPIN RECYCLE.  THE FOLLOWING JOB STEP ROLLS
002060* THIS FILE TO THE SUSPENSE GENERATION THAT NIGHT READS.
002070*****************************************************************
002080 FD  SUSP-NEW
002090     RECORDING MODE IS F.
002100 01  SUSP-NEW-RECORD.
002110     05  SUO-RECORD-IMAGE         PIC X(24).
002120     05  SUO-REASON-CODE          PIC X(02).
002130     05  SUO-DATE-SUSPENDED       PIC X(10).
002140     05  SUO-CYCLE-COUNT          PIC 9(02).
002150*****************************************************************
002160* SSNUM-MASTER - READ FOR THE RUN OPERATOR'S AND EACH WRITE-OFF
002170* APPROVER'S NAME OF RECORD.
002180*****************************************************************
002190 FD  SSNUM-MASTER
002200     RECORDING MODE IS F.
002210 01  SSNUM-MASTER-RECORD.
002220     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
002230     05  MST-EMPLOYEE-NAME        PIC X(30).
002240     05  MST-EMPLOYEE-STATUS      PIC X(01).
002250         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
002260         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
002270     05  MST-SEPARATION-DATE      PIC X(10).
002280*****************************************************************
002290* GL-ACCOUNTS - THE KEYED GLACCT BATCH-ATTRIBUTES FILE (SEE
002300* GLAREC), READ ONLY TO PROVE A CORRECTED RECORD'S BATCH ID HAS
002310* A MAPPING - THE SAME RULE CBTEDIT APPLIES AS REASON 08.
002320*****************************************************************
002330 FD  GL-ACCOUNTS
002340     RECORDING MODE IS F.
002350 01  GL-ACCOUNTS-RECORD.
002360     COPY GLAREC.
002370*****************************************************************
002380* COR-AUDIT - ONE LINE APPENDED PER CORRECTION OR WRITE-OFF
002390* APPLIED, SO FINANCE CAN ANSWER "WHO PUT THIS RECORD BACK INTO
002400* THE RUN, OR TOOK IT OUT, AND WHEN".  CAU-OPER-SSN IS THE
002410* OPERATOR WHO RAN THE CORRECTIONS AND CAU-KEYED-BY THE CLERK
002420* WHO KEYED THE ORIGINAL ITEM, SO CBTSOD CAN FIND A WRITE-OFF
002430* APPROVED BY THE CLERK WHOSE ITEM IT WAS.
002440*****************************************************************
002450 FD  COR-AUDIT
002460     RECORDING MODE IS F.
002470 01  COR-AUDIT-RECORD.
002480     05  CAU-DATE                 PIC X(10).
002490     05  FILLER                   PIC X(01) VALUE SPACE.
002500     05  CAU-TIME                 PIC X(08).
002510     05  FILLER                   PIC X(01) VALUE SPACE.
002520     05  CAU-OPERATOR             PIC X(30).
002530     05  FILLER                   PIC X(01) VALUE SPACE.
002540     05  CAU-SOURCE               PIC X(01).
002550     05  FILLER                   PIC X(01) VALUE SPACE.
002560     05  CAU-SEQUENCE             PIC 9(05).
002570     05  FILLER                   PIC X(01) VALUE SPACE.
002580     05  CAU-ACTION               PIC X(01).
002590     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  CAU-REASON               PIC X(02).
002610     05  FILLER                   PIC X(01) VALUE SPACE.
002620     05  CAU-BATCH-ID             PIC X(06).
002630     05  FILLER                   PIC X(01) VALUE SPACE.
002640     05  CAU-NUM1                 PIC X(09).
002650     05  FILLER                   PIC X(01) VALUE SPACE.
002660     05  CAU-NUM2                 PIC X(09).
002670     05  FILLER                   PIC X(01) VALUE SPACE.
002680     05  CAU-APPROVER             PIC X(09).
002690     05  FILLER                   PIC X(01) VALUE SPACE.
002700     05  CAU-OPER-SSN             PIC X(09).
002710     05  FILLER                   PIC X(01) VALUE SPACE.
002720     05  CAU-KEYED-BY             PIC X(09).
002730     05  FILLER                   PIC X(12) VALUE SPACES.
002740*****************************************************************
002750* COR-RPT - THE PRINTED CORRECTION REGISTER.  ONE HEADER, ONE
002760* LINE PER REJECT AND SUSPENSE RECORD WITH ITS DISPOSITION, ONE
002770* LINE PER CORRECTION CARD THAT MATCHED NOTHING, AND TRAILER
002780* COUNTS.
002790*****************************************************************
002800 FD  COR-RPT
002810     RECORDING MODE IS F.
002820 01  COR-RPT-HEADER-LINE.
002830     05  FILLER                   PIC X(22)
002840                                   VALUE "CBTCOR CORR RUN FOR   ".
002850     05  COR-HDR-OPERATOR         PIC X(30).
002860     05  FILLER                   PIC X(11)
002870                                   VALUE "  RUN DATE ".
002880     05  COR-HDR-DATE             PIC X(10).
002890     05  FILLER                   PIC X(59) VALUE SPACES.
002900 01  COR-RPT-DETAIL-LINE.
002910     05  COR-DET-SOURCE           PIC X(01).
002920     05  FILLER                   PIC X(02) VALUE SPACES.
002930     05  COR-DET-SEQUENCE         PIC ZZZZ9.
002940     05  FILLER                   PIC X(02) VALUE SPACES.
002950     05  COR-DET-BATCH-ID         PIC X(06).
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  COR-DET-REASON           PIC X(02).
002980     05  FILLER                   PIC X(02) VALUE SPACES.
002990     05  COR-DET-NUM1             PIC X(09).
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  COR-DET-NUM2             PIC X(09).
003020     05  FILLER                   PIC X(02) VALUE SPACES.
003030     05  COR-DET-DISPOSITION      PIC X(40).
003040     05  FILLER                   PIC X(48) VALUE SPACES.
003050 01  COR-RPT-COUNT-LINE.
003060     05  COR-CNT-LABEL            PIC X(20).
003070     05  COR-CNT-VALUE            PIC ZZZ,ZZ9.
003080     05  FILLER                   PIC X(105) VALUE SPACES.
003090*****************************************************************
003100* DUP-HOLD - THE KEYED DUPHOLD FILE OF SUSPECTED DUPLICATES
003110* CBTEDIT HELD BACK (SEE DUPREC).  EACH HOLD THIS RUN ACTIONS IS
003120* REWRITTEN AS RELEASED OR WRITTEN OFF.
003130*****************************************************************
003140 FD  DUP-HOLD
003150     RECORDING MODE IS F.
003160 01  DUP-HOLD-RECORD.
003170     COPY DUPREC.
003180*
003190 WORKING-STORAGE SECTION.
003200 01  UserName                     PIC X(30) VALUE SPACES.
003210 01  SSN-AREA.
003220     COPY SSNREC.
003230*****************************************************************
003240* COR-WORK-RECORD - A CORRECTED RECORD IS UNPACKED HERE FOR THE
003250* RE-EDIT, IN THE EXACT TRANS-IN LAYOUT CBTEDIT AND CBTUT READ.
003260*****************************************************************
003270 01  COR-WORK-RECORD.
003280     05  CWK-BATCH-ID             PIC X(06).
003290     05  CWK-OP-CODE              PIC X(01).
003300         88  CWK-OP-IS-VALID                VALUE "A" "S" "M"
003310                                                  "D" "P".
003320         88  CWK-OP-IS-DIVIDE               VALUE "D".
003330     COPY SSNREC REPLACING ==SSNUM== BY ==CWK-OPER-SSN==.
003340     05  CWK-NUM1                 PIC S9(5)V99 COMP-3.
003350     05  CWK-NUM2                 PIC S9(5)V99 COMP-3.
003360*****************************************************************
003370* COR-ORIG-RECORD - THE ORIGINAL IMAGE OFF THE REJECT OR
003380* SUSPENSE FILE, UNPACKED FOR THE REGISTER AND AUDIT LINES.
003390*****************************************************************
003400 01  COR-ORIG-RECORD.
003410     05  ORG-BATCH-ID             PIC X(06).
003420     05  ORG-OP-CODE              PIC X(01).
003430     COPY SSNREC REPLACING ==SSNUM== BY ==ORG-OPER-SSN==.
003440     05  ORG-NUM1                 PIC S9(5)V99 COMP-3.
003450     05  ORG-NUM2                 PIC S9(5)V99 COMP-3.
003460 77  COR-CORR-EOF-SWITCH          PIC X(01) VALUE "N".
003470     88  COR-END-OF-CORR-FILE               VALUE "Y".
003480 77  COR-REJ-EOF-SWITCH           PIC X(01) VALUE "N".
003490     88  COR-END-OF-REJECT-FILE             VALUE "Y".
003500 77  COR-SUSP-EOF-SWITCH          PIC X(01) VALUE "N".
003510     88  COR-END-OF-SUSP-FILE               VALUE "Y".
003520 77  COR-CORR-STATUS              PIC XX VALUE SPACES.
003530     88  COR-CORR-NOT-FOUND                 VALUE "35".
003540 77  COR-REJECT-STATUS            PIC XX VALUE SPACES.
003550     88  COR-REJECT-NOT-FOUND               VALUE "35".
003560 77  COR-SUSPIN-STATUS            PIC XX VALUE SPACES.
003570     88  COR-SUSPIN-NOT-FOUND               VALUE "35".
003580 77  COR-SUSPNEW-STATUS           PIC XX VALUE SPACES.
003590     88  COR-SUSPNEW-NOT-FOUND              VALUE "35".
003600 77  COR-MASTER-STATUS            PIC XX VALUE SPACES.
003610     88  COR-MASTER-NOT-FOUND               VALUE "35".
003620 77  COR-ACCT-STATUS              PIC XX VALUE SPACES.
003630     88  COR-ACCT-NOT-FOUND                 VALUE "35".
003640 77  COR-GLA-FOUND-SWITCH         PIC X(01) VALUE "N".
003650     88  COR-GLA-MAPPING-FOUND              VALUE "Y".
003660 77  COR-GLA-PREFIX-LEN           PIC 9(3) COMP VALUE ZERO.
003670 77  COR-AUDIT-STATUS             PIC XX VALUE SPACES.
003680     88  COR-AUDIT-NOT-FOUND                VALUE "35".
003690 77  COR-PRINT-STATUS             PIC XX VALUE SPACES.
003700     88  COR-PRINT-NOT-FOUND                VALUE "35".
003710 77  COR-DUPHOLD-STATUS           PIC XX VALUE SPACES.
003720     88  COR-DUPHOLD-NOT-FOUND              VALUE "35".
003730 77  COR-DUP-EOF-SWITCH           PIC X(01) VALUE "N".
003740     88  COR-END-OF-DUP-FILE                VALUE "Y".
003750 77  COR-OPERATOR-SSN             PIC X(09) VALUE SPACES.
003760 77  COR-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
003770     88  COR-SSN-IS-VALID                   VALUE "Y".
003780     88  COR-SSN-IS-INVALID                 VALUE "N".
003790 77  COR-REEDIT-SWITCH            PIC X(01) VALUE "N".
003800     88  COR-REEDIT-FAILED                  VALUE "Y".
003810 77  COR-REEDIT-REASON            PIC X(02) VALUE SPACES.
003820 77  COR-CARD-FOUND-SWITCH        PIC X(01) VALUE "N".
003830     88  COR-CARD-WAS-FOUND                 VALUE "Y".
003840 77  COR-CRD-SUB                  PIC 9(3) COMP VALUE ZERO.
003850 77  COR-CRD-HOLD                 PIC 9(3) COMP VALUE ZERO.
003860 77  COR-REJ-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003870 77  COR-SUSP-READ-COUNT          PIC 9(7) COMP VALUE ZERO.
003880 77  COR-CORRECTED-COUNT          PIC 9(7) COMP VALUE ZERO.
003890 77  COR-WRITEOFF-COUNT           PIC 9(7) COMP VALUE ZERO.
003900 77  COR-FAILED-COUNT             PIC 9(7) COMP VALUE ZERO.
003910 77  COR-CARD-REJECT-COUNT        PIC 9(7) COMP VALUE ZERO.
003920 77  COR-UNMATCHED-COUNT          PIC 9(7) COMP VALUE ZERO.
003930 77  COR-CARRIED-COUNT            PIC 9(7) COMP VALUE ZERO.
003940 77  COR-DUP-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003950 77  COR-DUP-ACCEPTED-COUNT       PIC 9(7) COMP VALUE ZERO.
003960 77  COR-DUP-STILL-HELD-COUNT     PIC 9(7) COMP VALUE ZERO.
003970 77  COR-CURRENT-SOURCE           PIC X(01) VALUE SPACE.
003980 77  COR-CURRENT-SEQ              PIC 9(5) VALUE ZERO.
003990 77  COR-CURRENT-REASON           PIC X(02) VALUE SPACES.
004000 77  COR-EDIT-AMOUNT              PIC -(5)9.99.
004010 01  COR-RANGE-CHECK              PIC S9(7)V99 COMP-3 VALUE ZERO.
004020 01  COR-CARD-TABLE.
004030     05  COR-CARD-COUNT           PIC 9(3) COMP VALUE ZERO.
004040     05  COR-CARD-ENTRY OCCURS 200 TIMES.
004050         10  COR-CRD-SOURCE       PIC X(01).
004060         10  COR-CRD-SEQUENCE     PIC 9(05).
004070         10  COR-CRD-ACTION       PIC X(01).
004080         10  COR-CRD-NEW-IMAGE    PIC X(24).
004090         10  COR-CRD-APPROVER     PIC X(09).
004100         10  COR-CRD-USED         PIC X(01).
004110 01  COR-CURRENT-DATE.
004120     05  COR-CD-YYYY               PIC 9(4).
004130     05  COR-CD-MM                 PIC 9(2).
004140     05  COR-CD-DD                 PIC 9(2).
004150 01  COR-CURRENT-TIME.
004160     05  COR-CT-HH                 PIC 9(2).
004170     05  COR-CT-MN                 PIC 9(2).
004180     05  COR-CT-SS                 PIC 9(2).
004190     05  COR-CT-HS                 PIC 9(2).
004200 01  COR-DATE-DISPLAY.
004210     05  COR-DSP-YYYY               PIC 9(4).
004220     05  FILLER                     PIC X(1) VALUE "-".
004230     05  COR-DSP-MM                 PIC 9(2).
004240     05  FILLER                     PIC X(1) VALUE "-".
004250     05  COR-DSP-DD                 PIC 9(2).
004260 01  COR-TIME-DISPLAY.
004270     05  COR-DSP-HH                 PIC 9(2).
004280     05  FILLER                     PIC X(1) VALUE ":".
004290     05  COR-DSP-MN                 PIC 9(2).
004300     05  FILLER                     PIC X(1) VALUE ":".
004310     05  COR-DSP-SS                 PIC 9(2).
004320 01  COR-PDATE-AREA.
004330     COPY PDTPARM.
004340*
004350 PROCEDURE DIVISION.
004360*****************************************************************
004370* 0000-MAINLINE
004380*****************************************************************
004390 0000-MAINLINE.
004400     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
004410     PERFORM 1000-VALIDATE-OPERATOR THRU 1000-EXIT
004420     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
004430     PERFORM 1100-LOOKUP-OPERATOR THRU 1100-EXIT
004440     PERFORM 1200-LOAD-CORRECTIONS THRU 1200-EXIT
004450     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
004460     PERFORM 2100-READ-REJECT THRU 2100-EXIT
004470     PERFORM 2000-APPLY-TO-REJECT THRU 2000-EXIT
004480         UNTIL COR-END-OF-REJECT-FILE
004490     IF NOT COR-SUSPIN-NOT-FOUND
004500         PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
004510         PERFORM 3000-APPLY-TO-SUSPENSE THRU 3000-EXIT
004520             UNTIL COR-END-OF-SUSP-FILE
004530     END-IF
004540     IF NOT COR-DUPHOLD-NOT-FOUND
004550         PERFORM 6100-READ-DUPLICATE THRU 6100-EXIT
004560         PERFORM 6000-APPLY-TO-DUPLICATE THRU 6000-EXIT
004570             UNTIL COR-END-OF-DUP-FILE
004580     END-IF
004590     PERFORM 7000-FLAG-UNMATCHED-CARDS THRU 7000-EXIT
004600     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
004610     IF COR-FAILED-COUNT > ZERO
004620        OR COR-CARD-REJECT-COUNT > ZERO
004630        OR COR-UNMATCHED-COUNT > ZERO
004640         IF RETURN-CODE = ZERO
004650             MOVE 4 TO RETURN-CODE
004660         END-IF
004670     END-IF
004680     CLOSE REJECT-IN
004690     IF NOT COR-SUSPIN-NOT-FOUND
004700         CLOSE SUSP-IN
004710     END-IF
004720     CLOSE SUSP-NEW
004730     IF NOT COR-DUPHOLD-NOT-FOUND
004740         CLOSE DUP-HOLD
004750     END-IF
004760     CLOSE SSNUM-MASTER
004770     CLOSE GL-ACCOUNTS
004780     CLOSE COR-AUDIT
004790     CLOSE COR-RPT
004800     STOP RUN.
004810*
004820*****************************************************************
004830* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
004840* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
004850* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
004860* CARRIES ITS OWN DATE.
004870*****************************************************************
004880 1005-GET-PROCESSING-DATE.
004890     SET PDP-GET-DATE TO TRUE
004900     MOVE "CBTCOR" TO PDP-STEP-NAME
004910     CALL "CBTDATE" USING COR-PDATE-AREA
004920     IF PDP-REQUEST-REFUSED
004930         DISPLAY "CBTCOR - " PDP-MESSAGE
004940         DISPLAY "CBTCOR - NO PROCESSING DATE, RUN TERMINATED"
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF
004980     MOVE PDP-BUSINESS-YMD TO COR-CURRENT-DATE.
004990 1005-EXIT.
005000     EXIT.
005010*
005020*****************************************************************
005030* 1000-VALIDATE-OPERATOR - ACCEPT THE OPERATOR'S SSN AND CALL
005040* THE SHARED SSNVAL EDIT ROUTINE, THE SAME AS CBTMNT DOES, SO
005050* THE AUDIT TRAIL KNOWS WHO RAN THE CORRECTIONS.
005060*****************************************************************
005070 1000-VALIDATE-OPERATOR.
005080     DISPLAY "Enter your Social Security Number "
005090     ACCEPT SSNUM
005100     CALL "SSNVAL" USING SSN-AREA COR-SSN-VALID-FLAG
005110     IF COR-SSN-IS-INVALID
005120         DISPLAY "CBTCOR - THAT SSN IS NOT A VALID SSA-ISSUED "
005130             "NUMBER"
005140         DISPLAY "CBTCOR - RUN TERMINATED, SSN FAILED EDIT"
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF
005180     MOVE SSNUM TO COR-OPERATOR-SSN.
005190 1000-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
005240* EACH OPEN.  A MISSING SUSPENSE FILE IS NOT AN ERROR - THERE
005250* MAY SIMPLY BE NOTHING IN SUSPENSE, OR NOTHING EVER HELD AS A
005260* DUPLICATE, SO NO DUPHOLD YET - BUT AN EMPTY SUSPNEW IS
005270* STILL WRITTEN SO THE ROLL STEP ALWAYS HAS A FILE TO COPY.
005280*****************************************************************
005290 1050-OPEN-FILES.
005300     OPEN INPUT CORR-IN
005310     IF COR-CORR-NOT-FOUND
005320         DISPLAY "CBTCOR - CORRIN DATASET NOT FOUND, RUN "
005330             "TERMINATED"
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF
005370     OPEN INPUT REJECT-IN
005380     IF COR-REJECT-NOT-FOUND
005390         DISPLAY "CBTCOR - REJECTS DATASET NOT FOUND, RUN "
005400             "TERMINATED"
005410         MOVE 16 TO RETURN-CODE
005420         STOP RUN
005430     END-IF
005440     OPEN INPUT SUSP-IN
005450     IF COR-SUSPIN-NOT-FOUND
005460         DISPLAY "CBTCOR - NO SUSPENSE FILE PRESENT"
005470     END-IF
005480     OPEN I-O DUP-HOLD
005490     IF COR-DUPHOLD-NOT-FOUND
005500         DISPLAY "CBTCOR - NO HELD-DUPLICATE FILE PRESENT"
005510     END-IF
005520     OPEN OUTPUT SUSP-NEW
005530     IF COR-SUSPNEW-NOT-FOUND
005540         DISPLAY "CBTCOR - SUSPNEW DATASET NOT FOUND, RUN "
005550             "TERMINATED"
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF
005590     OPEN INPUT SSNUM-MASTER
005600     IF COR-MASTER-NOT-FOUND
005610         DISPLAY "CBTCOR - SSNUM-MASTER DATASET NOT FOUND, RUN "
005620             "TERMINATED"
005630         MOVE 16 TO RETURN-CODE
005640         STOP RUN
005650     END-IF
005660     OPEN INPUT GL-ACCOUNTS
005670     IF COR-ACCT-NOT-FOUND
005680         DISPLAY "CBTCOR - GLACCT DATASET NOT FOUND, RUN "
005690             "TERMINATED"
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF
005730     OPEN EXTEND COR-AUDIT
005740     IF COR-AUDIT-NOT-FOUND
005750         OPEN OUTPUT COR-AUDIT
005760     END-IF
005770     OPEN OUTPUT COR-RPT
005780     IF COR-PRINT-NOT-FOUND
005790         DISPLAY "CBTCOR - CORRPT DATASET NOT FOUND, RUN "
005800             "TERMINATED"
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840 1050-EXIT.
005850     EXIT.
005860*
005870*****************************************************************
005880* 1100-LOOKUP-OPERATOR - READ SSNUM-MASTER BY THE VALIDATED SSN
005890* AND PULL THE OPERATOR'S NAME OF RECORD FOR THE AUDIT TRAIL AND
005900* THE REGISTER HEADER.
005910*****************************************************************
005920 1100-LOOKUP-OPERATOR.
005930     MOVE SSNUM TO MST-SSNUM
005940     MOVE SPACES TO UserName
005950     READ SSNUM-MASTER
005960         INVALID KEY
005970             DISPLAY "CBTCOR - SSN NOT FOUND ON SSNUM-MASTER, "
005980                 "RUN TERMINATED"
005990             MOVE 16 TO RETURN-CODE
006000             STOP RUN
006010         NOT INVALID KEY
006020             MOVE MST-EMPLOYEE-NAME TO UserName
006030     END-READ.
006040 1100-EXIT.
006050     EXIT.
006060*
006070*****************************************************************
006080* 1200-LOAD-CORRECTIONS - LOAD THE CORRECTION CARDS INTO THE
006090* TABLE AND EDIT EACH ONE.  A WRITE-OFF OR ACCEPT APPROVER GOES
006100* THROUGH SSNVAL AND SSNUM-MASTER BEFORE THE CARD IS ACCEPTED -
006110* A WRITE-OFF OR RELEASE NOBODY REAL APPROVED NEVER GETS APPLIED.
006120*****************************************************************
006130 1200-LOAD-CORRECTIONS.
006140     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
006150         UNTIL COR-END-OF-CORR-FILE
006160     CLOSE CORR-IN.
006170 1200-EXIT.
006180     EXIT.
006190*
006200 1210-LOAD-ONE-CARD.
006210     READ CORR-IN
006220         AT END
006230             SET COR-END-OF-CORR-FILE TO TRUE
006240             GO TO 1210-EXIT
006250     END-READ
006260     IF NOT CO-SOURCE-REJECT AND NOT CO-SOURCE-SUSPENSE
006270        AND NOT CO-SOURCE-DUPLICATE
006280         DISPLAY "CBTCOR - CARD SOURCE NOT R, S OR D, CARD "
006290             "DROPPED"
006300         ADD 1 TO COR-CARD-REJECT-COUNT
006310         GO TO 1210-EXIT
006320     END-IF
006330     IF CO-SEQUENCE NOT NUMERIC
006340         DISPLAY "CBTCOR - CARD SEQUENCE NOT NUMERIC, CARD "
006350             "DROPPED"
006360         ADD 1 TO COR-CARD-REJECT-COUNT
006370         GO TO 1210-EXIT
006380     END-IF
006390     IF NOT CO-ACTION-CORRECT AND NOT CO-ACTION-WRITEOFF
006400        AND NOT CO-ACTION-ACCEPT
006410         DISPLAY "CBTCOR - CARD ACTION NOT C, W OR A, CARD "
006420             "DROPPED"
006430         ADD 1 TO COR-CARD-REJECT-COUNT
006440         GO TO 1210-EXIT
006450     END-IF
006460     IF CO-ACTION-ACCEPT AND NOT CO-SOURCE-DUPLICATE
006470         DISPLAY "CBTCOR - ACTION A IS FOR SOURCE D ONLY, CARD "
006480             "DROPPED"
006490         ADD 1 TO COR-CARD-REJECT-COUNT
006500         GO TO 1210-EXIT
006510     END-IF
006520     IF CO-ACTION-WRITEOFF OR CO-ACTION-ACCEPT
006530         PERFORM 1220-EDIT-APPROVER THRU 1220-EXIT
006540         IF COR-SSN-IS-INVALID
006550             ADD 1 TO COR-CARD-REJECT-COUNT
006560             GO TO 1210-EXIT
006570         END-IF
006580     END-IF
006590     IF COR-CARD-COUNT >= 200
006600         DISPLAY "CBTCOR - MORE THAN 200 CORRECTION CARDS, RUN "
006610             "TERMINATED"
006620         MOVE 16 TO RETURN-CODE
006630         STOP RUN
006640     END-IF
006650     ADD 1 TO COR-CARD-COUNT
006660     MOVE CO-SOURCE TO COR-CRD-SOURCE (COR-CARD-COUNT)
006670     MOVE CO-SEQUENCE TO COR-CRD-SEQUENCE (COR-CARD-COUNT)
006680     MOVE CO-ACTION TO COR-CRD-ACTION (COR-CARD-COUNT)
006690     MOVE CO-NEW-IMAGE TO COR-CRD-NEW-IMAGE (COR-CARD-COUNT)
006700     MOVE CO-APPROVER-SSN TO COR-CRD-APPROVER (COR-CARD-COUNT)
006710     MOVE "N" TO COR-CRD-USED (COR-CARD-COUNT).
006720 1210-EXIT.
006730     EXIT.
006740*
006750 1220-EDIT-APPROVER.
006760     IF CO-APPROVER-SSN NOT NUMERIC
006770         DISPLAY "CBTCOR - APPROVER SSN NOT NUMERIC, CARD "
006780             "DROPPED"
006790         SET COR-SSN-IS-INVALID TO TRUE
006800         GO TO 1220-EXIT
006810     END-IF
006820     MOVE CO-APPROVER-SSN TO SSNUM
006830     CALL "SSNVAL" USING SSN-AREA COR-SSN-VALID-FLAG
006840     IF COR-SSN-IS-INVALID
006850         DISPLAY "CBTCOR - APPROVER SSN FAILED EDIT, CARD "
006860             "DROPPED"
006870         GO TO 1220-EXIT
006880     END-IF
006890     MOVE CO-APPROVER-SSN TO MST-SSNUM
006900     READ SSNUM-MASTER
006910         INVALID KEY
006920             DISPLAY "CBTCOR - APPROVER SSN NOT ON SSNUM-MASTER"
006930                 ", CARD DROPPED"
006940             SET COR-SSN-IS-INVALID TO TRUE
006950     END-READ.
006960 1220-EXIT.
006970     EXIT.
006980*
006990*****************************************************************
007000* 1300-WRITE-REPORT-HEADER
007010*****************************************************************
007020 1300-WRITE-REPORT-HEADER.
007030     MOVE PDP-BUSINESS-YMD TO COR-CURRENT-DATE
007040     MOVE COR-CD-YYYY TO COR-DSP-YYYY
007050     MOVE COR-CD-MM TO COR-DSP-MM
007060     MOVE COR-CD-DD TO COR-DSP-DD
007070     MOVE UserName TO COR-HDR-OPERATOR
007080     MOVE COR-DATE-DISPLAY TO COR-HDR-DATE
007090     WRITE COR-RPT-HEADER-LINE.
007100 1300-EXIT.
007110     EXIT.
007120*
007130*****************************************************************
007140* 2000-APPLY-TO-REJECT - ONE ITERATION PER REJECT RECORD.  A
007150* REJECT WITH NO CARD IS LEFT FOR ANOTHER DAY; A CORRECTED ONE
007160* IS RE-EDITED AND, CLEAN, GOES OUT IN TRANS-IN LAYOUT; A
007170* WRITE-OFF IS AUDITED AND DROPPED.
007180*****************************************************************
007190 2000-APPLY-TO-REJECT.
007200     ADD 1 TO COR-REJ-READ-COUNT
007210     MOVE "R" TO COR-CURRENT-SOURCE
007220     MOVE COR-REJ-READ-COUNT TO COR-CURRENT-SEQ
007230     MOVE REJ-REASON-CODE TO COR-CURRENT-REASON
007240     MOVE REJ-RECORD-IMAGE TO COR-ORIG-RECORD
007250     PERFORM 2900-FIND-CARD THRU 2900-EXIT
007260     IF NOT COR-CARD-WAS-FOUND
007270         MOVE "NO CORRECTION ON FILE" TO COR-DET-DISPOSITION
007280         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
007290         GO TO 2000-NEXT
007300     END-IF
007310     IF COR-CRD-ACTION (COR-CRD-HOLD) = "W"
007320         PERFORM 4000-APPLY-WRITEOFF THRU 4000-EXIT
007330         GO TO 2000-NEXT
007340     END-IF
007350     PERFORM 4500-APPLY-CORRECTION THRU 4500-EXIT.
007360 2000-NEXT.
007370     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
007380 2000-EXIT.
007390     EXIT.
007400*
007410*****************************************************************
007420* 2100-READ-REJECT
007430*****************************************************************
007440 2100-READ-REJECT.
007450     READ REJECT-IN
007460         AT END
007470             SET COR-END-OF-REJECT-FILE TO TRUE
007480     END-READ.
007490 2100-EXIT.
007500     EXIT.
007510*
007520*****************************************************************
007530* 3000-APPLY-TO-SUSPENSE - ONE ITERATION PER SUSPENSE RECORD.
007540* THE SAME DISPOSITIONS AS THE REJECT SIDE, EXCEPT AN UNTOUCHED
007550* RECORD PASSES THROUGH TO SUSPNEW SO THE NORMAL RECYCLE
007560* CONTINUES, AND A CORRECTED OR WRITTEN-OFF RECORD IS DROPPED
007570* FROM SUSPNEW SO IT CANNOT POST TWICE.
007580*****************************************************************
007590 3000-APPLY-TO-SUSPENSE.
007600     ADD 1 TO COR-SUSP-READ-COUNT
007610     MOVE "S" TO COR-CURRENT-SOURCE
007620     MOVE COR-SUSP-READ-COUNT TO COR-CURRENT-SEQ
007630     MOVE SUI-REASON-CODE TO COR-CURRENT-REASON
007640     MOVE SUI-RECORD-IMAGE TO COR-ORIG-RECORD
007650     PERFORM 2900-FIND-CARD THRU 2900-EXIT
007660     IF NOT COR-CARD-WAS-FOUND
007670         MOVE SUSP-IN-RECORD TO SUSP-NEW-RECORD
007680         WRITE SUSP-NEW-RECORD
007690         ADD 1 TO COR-CARRIED-COUNT
007700         MOVE "NO CORRECTION - CARRIED FORWARD"
007710             TO COR-DET-DISPOSITION
007720         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
007730         GO TO 3000-NEXT
007740     END-IF
007750     IF COR-CRD-ACTION (COR-CRD-HOLD) = "W"
007760         PERFORM 4000-APPLY-WRITEOFF THRU 4000-EXIT
007770         GO TO 3000-NEXT
007780     END-IF
007790     PERFORM 4500-APPLY-CORRECTION THRU 4500-EXIT
007800     IF COR-REEDIT-FAILED
007810*        THE CORRECTION DID NOT TAKE - THE ORIGINAL RECORD STAYS
007820*        IN THE SUSPENSE LOOP RATHER THAN VANISHING.
007830         MOVE SUSP-IN-RECORD TO SUSP-NEW-RECORD
007840         WRITE SUSP-NEW-RECORD
007850         ADD 1 TO COR-CARRIED-COUNT
007860     END-IF.
007870 3000-NEXT.
007880     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
007890 3000-EXIT.
007900     EXIT.
007910*
007920*****************************************************************
007930* 3100-READ-SUSPENSE
007940*****************************************************************
007950 3100-READ-SUSPENSE.
007960     READ SUSP-IN
007970         AT END
007980             SET COR-END-OF-SUSP-FILE TO TRUE
007990     END-READ.
008000 3100-EXIT.
008010     EXIT.
008020*
008030*****************************************************************
008040* 6000-APPLY-TO-DUPLICATE - ONE ITERATION PER DUPHOLD RECORD, IN
008050* KEY ORDER.  A HOLD STILL OPEN - OR ONE ALREADY CLOSED BY AN
008060* EARLIER RUN ON THIS BUSINESS DATE - TAKES THE NEXT NUMBER, SO
008070* THE NUMBERS MATCH LAST NIGHT'S DUPRPT ON EVERY RUN TODAY.  ONE
008080* CLOSED TODAY IS NOT ACTIONED TWICE.
008090*****************************************************************
008100 6000-APPLY-TO-DUPLICATE.
008110     IF NOT DUP-IS-HELD
008120        AND DUP-DATE-ACTIONED NOT = COR-DATE-DISPLAY
008130         GO TO 6000-NEXT
008140     END-IF
008150     ADD 1 TO COR-DUP-READ-COUNT
008160     MOVE "D" TO COR-CURRENT-SOURCE
008170     MOVE COR-DUP-READ-COUNT TO COR-CURRENT-SEQ
008180     MOVE "20" TO COR-CURRENT-REASON
008190     MOVE DUP-RECORD-IMAGE TO COR-ORIG-RECORD
008200     PERFORM 2900-FIND-CARD THRU 2900-EXIT
008210     IF NOT DUP-IS-HELD
008220         MOVE "ALREADY ACTIONED TODAY" TO COR-DET-DISPOSITION
008230         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
008240         GO TO 6000-NEXT
008250     END-IF
008260     IF NOT COR-CARD-WAS-FOUND
008270         ADD 1 TO COR-DUP-STILL-HELD-COUNT
008280         MOVE "NO CONFIRMATION - STILL HELD"
008290             TO COR-DET-DISPOSITION
008300         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
008310         GO TO 6000-NEXT
008320     END-IF
008330     IF COR-CRD-ACTION (COR-CRD-HOLD) = "W"
008340         PERFORM 4000-APPLY-WRITEOFF THRU 4000-EXIT
008350         SET DUP-IS-WRITTEN-OFF TO TRUE
008360         MOVE COR-CRD-APPROVER (COR-CRD-HOLD) TO DUP-ACTIONED-BY
008370         PERFORM 6200-CLOSE-HOLD THRU 6200-EXIT
008380         GO TO 6000-NEXT
008390     END-IF
008400     IF COR-CRD-ACTION (COR-CRD-HOLD) = "A"
008410         PERFORM 6300-ACCEPT-DUPLICATE THRU 6300-EXIT
008420         MOVE COR-CRD-APPROVER (COR-CRD-HOLD) TO DUP-ACTIONED-BY
008430     ELSE
008440         PERFORM 4500-APPLY-CORRECTION THRU 4500-EXIT
008450         MOVE COR-OPERATOR-SSN TO DUP-ACTIONED-BY
008460     END-IF
008470     IF COR-REEDIT-FAILED
008480*        THE CARD DID NOT TAKE - THE ITEM STAYS HELD RATHER THAN
008490*        VANISHING OR POSTING.
008500         ADD 1 TO COR-DUP-STILL-HELD-COUNT
008510         GO TO 6000-NEXT
008520     END-IF
008530     SET DUP-IS-RELEASED TO TRUE
008540     PERFORM 6200-CLOSE-HOLD THRU 6200-EXIT.
008550 6000-NEXT.
008560     PERFORM 6100-READ-DUPLICATE THRU 6100-EXIT.
008570 6000-EXIT.
008580     EXIT.
008590*
008600*****************************************************************
008610* 6100-READ-DUPLICATE
008620*****************************************************************
008630 6100-READ-DUPLICATE.
008640     READ DUP-HOLD NEXT
008650         AT END
008660             SET COR-END-OF-DUP-FILE TO TRUE
008670     END-READ.
008680 6100-EXIT.
008690     EXIT.
008700*
008710*****************************************************************
008720* 6200-CLOSE-HOLD - THE CALLER HAS SET THE NEW STATUS AND WHO
008730* ACTIONED IT; STAMP THE DATE AND REWRITE THE HOLD.
008740*****************************************************************
008750 6200-CLOSE-HOLD.
008760     MOVE COR-DATE-DISPLAY TO DUP-DATE-ACTIONED
008770     REWRITE DUP-HOLD-RECORD
008780         INVALID KEY
008790             DISPLAY "CBTCOR - DUPHOLD REWRITE FAILED, RUN "
008800                 "TERMINATED"
008810             MOVE 16 TO RETURN-CODE
008820             STOP RUN
008830     END-REWRITE.
008840 6200-EXIT.
008850     EXIT.
008860*
008870*****************************************************************
008880* 6300-ACCEPT-DUPLICATE - THE APPROVER CONFIRMS THE ITEM IS NOT A
008890* DOUBLE KEYING AFTER ALL.  THE CLERK WHO KEYED IT CANNOT CONFIRM
008900* IT.  IT IS RE-EDITED EXACTLY AS KEYED - THE MAPPING OR THE
008910* OPERATOR MAY HAVE CHANGED SINCE THE NIGHT IT WAS HELD - AND
008920* RE-ENTERS ON SUSPNEW WITH REASON 91 SO THE RECYCLE POSTS IT.
008930*****************************************************************
008940 6300-ACCEPT-DUPLICATE.
008950     MOVE DUP-RECORD-IMAGE TO COR-WORK-RECORD
008960     IF COR-CRD-APPROVER (COR-CRD-HOLD) = CWK-OPER-SSN
008970         SET COR-REEDIT-FAILED TO TRUE
008980         ADD 1 TO COR-FAILED-COUNT
008990         MOVE "ACCEPT REFUSED - APPROVER KEYED THE ITEM"
009000             TO COR-DET-DISPOSITION
009010         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
009020         GO TO 6300-EXIT
009030     END-IF
009040     PERFORM 5000-REEDIT-RECORD THRU 5000-EXIT
009050     IF COR-REEDIT-FAILED
009060         ADD 1 TO COR-FAILED-COUNT
009070         MOVE SPACES TO COR-DET-DISPOSITION
009080         STRING "ACCEPT FAILED EDIT - REASON "
009090             COR-REEDIT-REASON
009100             DELIMITED BY SIZE
009110             INTO COR-DET-DISPOSITION
009120         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
009130         GO TO 6300-EXIT
009140     END-IF
009150     MOVE COR-WORK-RECORD TO SUO-RECORD-IMAGE
009160     MOVE "91" TO SUO-REASON-CODE
009170     MOVE COR-DATE-DISPLAY TO SUO-DATE-SUSPENDED
009180     MOVE ZERO TO SUO-CYCLE-COUNT
009190     WRITE SUSP-NEW-RECORD
009200     ADD 1 TO COR-DUP-ACCEPTED-COUNT
009210     MOVE "A" TO CAU-ACTION
009220     MOVE COR-CRD-APPROVER (COR-CRD-HOLD) TO CAU-APPROVER
009230     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
009240     MOVE "ACCEPTED - RE-ENTERED FOR NEXT RUN"
009250         TO COR-DET-DISPOSITION
009260     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT.
009270 6300-EXIT.
009280     EXIT.
009290*
009300*****************************************************************
009310* 2900-FIND-CARD - LOOK THE CURRENT SOURCE AND SEQUENCE UP IN
009320* THE CORRECTION CARD TABLE AND MARK A MATCH USED, SO A CARD
009330* THAT MATCHES NOTHING CAN BE FLAGGED AT END OF RUN.
009340*****************************************************************
009350 2900-FIND-CARD.
009360     MOVE "N" TO COR-CARD-FOUND-SWITCH
009370     MOVE ZERO TO COR-CRD-HOLD
009380     MOVE 1 TO COR-CRD-SUB
009390     PERFORM 2910-MATCH-CARD-ENTRY THRU 2910-EXIT
009400         UNTIL COR-CARD-WAS-FOUND
009410         OR COR-CRD-SUB > COR-CARD-COUNT
009420     IF COR-CARD-WAS-FOUND
009430         MOVE "Y" TO COR-CRD-USED (COR-CRD-HOLD)
009440     END-IF.
009450 2900-EXIT.
009460     EXIT.
009470*
009480 2910-MATCH-CARD-ENTRY.
009490     IF COR-CRD-SOURCE (COR-CRD-SUB) = COR-CURRENT-SOURCE
009500        AND COR-CRD-SEQUENCE (COR-CRD-SUB) = COR-CURRENT-SEQ
009510         SET COR-CARD-WAS-FOUND TO TRUE
009520         MOVE COR-CRD-SUB TO COR-CRD-HOLD
009530     END-IF
009540     ADD 1 TO COR-CRD-SUB.
009550 2910-EXIT.
009560     EXIT.
009570*
009580*****************************************************************
009590* 4000-APPLY-WRITEOFF - THE ITEM LEAVES THE SYSTEM FOR GOOD.
009600* THE AUDIT LINE CARRIES THE APPROVER'S SSN SO FINANCE CAN
009610* ANSWER WHO SIGNED OFF ON THE DOLLARS.
009620*****************************************************************
009630 4000-APPLY-WRITEOFF.
009640     ADD 1 TO COR-WRITEOFF-COUNT
009650     MOVE "W" TO CAU-ACTION
009660     MOVE COR-CRD-APPROVER (COR-CRD-HOLD) TO CAU-APPROVER
009670     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
009680     MOVE "WRITTEN OFF" TO COR-DET-DISPOSITION
009690     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT.
009700 4000-EXIT.
009710     EXIT.
009720*
009730*****************************************************************
009740* 4500-APPLY-CORRECTION - RE-EDIT THE REPLACEMENT RECORD THROUGH
009750* THE SAME RULES CBTEDIT APPLIES.  ONLY A RECORD THAT PASSES
009760* EVERY EDIT RE-ENTERS - AS A FRESH SUSPENSE RECORD ON SUSPNEW,
009770* SO IT REACHES CBTUT THROUGH THE SUSPIN RECYCLE, WHICH IS THE
009780* ROUTE THAT REFRESHES ITS REGISTER ENTRY INSTEAD OF TRIPPING
009790* THE DUPLICATE-RUN CHECK.  A CORRECTION THAT FAILS IS A
009800* REGISTER LINE, NOT A NEW BAD RECORD IN THE RUN.
009810*****************************************************************
009820 4500-APPLY-CORRECTION.
009830     MOVE COR-CRD-NEW-IMAGE (COR-CRD-HOLD) TO COR-WORK-RECORD
009840     PERFORM 5000-REEDIT-RECORD THRU 5000-EXIT
009850     IF COR-REEDIT-FAILED
009860         ADD 1 TO COR-FAILED-COUNT
009870         MOVE SPACES TO COR-DET-DISPOSITION
009880         STRING "CORRECTION FAILED EDIT - REASON "
009890             COR-REEDIT-REASON
009900             DELIMITED BY SIZE
009910             INTO COR-DET-DISPOSITION
009920         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
009930         GO TO 4500-EXIT
009940     END-IF
009950     MOVE COR-WORK-RECORD TO SUO-RECORD-IMAGE
009960     MOVE "90" TO SUO-REASON-CODE
009970     MOVE COR-DATE-DISPLAY TO SUO-DATE-SUSPENDED
009980     MOVE ZERO TO SUO-CYCLE-COUNT
009990     WRITE SUSP-NEW-RECORD
010000     ADD 1 TO COR-CORRECTED-COUNT
010010     MOVE "C" TO CAU-ACTION
010020     MOVE SPACES TO CAU-APPROVER
010030     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
010040     MOVE "CORRECTED - RE-ENTERED FOR NEXT RUN"
010050         TO COR-DET-DISPOSITION
010060     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT.
010070 4500-EXIT.
010080     EXIT.
010090*
010100*****************************************************************
010110* 5000-REEDIT-RECORD - THE SAME EDITS, IN THE SAME ORDER, AS
010120* CBTEDIT'S 2000-EDIT-RECORD, APPLIED TO THE REPLACEMENT IMAGE
010130* IN COR-WORK-RECORD.  THE FIRST EDIT THAT FAILS SETS THE
010140* REASON CODE (SAME CODES AS THE CBTEDIT REJECT FILE).
010150*****************************************************************
010160 5000-REEDIT-RECORD.
010170     MOVE "N" TO COR-REEDIT-SWITCH
010180     MOVE SPACES TO COR-REEDIT-REASON
010190     IF CWK-BATCH-ID = SPACES OR CWK-BATCH-ID = LOW-VALUES
010200         SET COR-REEDIT-FAILED TO TRUE
010210         MOVE "01" TO COR-REEDIT-REASON
010220         GO TO 5000-EXIT
010230     END-IF
010240     IF CWK-NUM1 NOT NUMERIC
010250         SET COR-REEDIT-FAILED TO TRUE
010260         MOVE "02" TO COR-REEDIT-REASON
010270         GO TO 5000-EXIT
010280     END-IF
010290     IF CWK-NUM2 NOT NUMERIC
010300         SET COR-REEDIT-FAILED TO TRUE
010310         MOVE "03" TO COR-REEDIT-REASON
010320         GO TO 5000-EXIT
010330     END-IF
010340     IF NOT CWK-OP-IS-VALID
010350         SET COR-REEDIT-FAILED TO TRUE
010360         MOVE "05" TO COR-REEDIT-REASON
010370         GO TO 5000-EXIT
010380     END-IF
010390     MOVE CWK-NUM1 TO COR-RANGE-CHECK
010400     IF COR-RANGE-CHECK > +99999.99
010410        OR COR-RANGE-CHECK < -99999.99
010420         SET COR-REEDIT-FAILED TO TRUE
010430         MOVE "04" TO COR-REEDIT-REASON
010440         GO TO 5000-EXIT
010450     END-IF
010460     MOVE CWK-NUM2 TO COR-RANGE-CHECK
010470     IF COR-RANGE-CHECK > +99999.99
010480        OR COR-RANGE-CHECK < -99999.99
010490         SET COR-REEDIT-FAILED TO TRUE
010500         MOVE "04" TO COR-REEDIT-REASON
010510         GO TO 5000-EXIT
010520     END-IF
010530     IF CWK-OP-IS-DIVIDE AND CWK-NUM2 = ZERO
010540         SET COR-REEDIT-FAILED TO TRUE
010550         MOVE "06" TO COR-REEDIT-REASON
010560         GO TO 5000-EXIT
010570     END-IF
010580     IF CWK-OPER-SSN NOT NUMERIC
010590         SET COR-REEDIT-FAILED TO TRUE
010600         MOVE "07" TO COR-REEDIT-REASON
010610         GO TO 5000-EXIT
010620     END-IF
010630     MOVE CWK-OPER-SSN TO SSNUM
010640     CALL "SSNVAL" USING SSN-AREA COR-SSN-VALID-FLAG
010650     IF COR-SSN-IS-INVALID
010660         SET COR-REEDIT-FAILED TO TRUE
010670         MOVE "07" TO COR-REEDIT-REASON
010680         GO TO 5000-EXIT
010690     END-IF
010700     PERFORM 5100-LOOKUP-BATCH-MAPPING THRU 5100-EXIT
010710     IF NOT COR-GLA-MAPPING-FOUND
010720         SET COR-REEDIT-FAILED TO TRUE
010730         MOVE "08" TO COR-REEDIT-REASON
010740     END-IF.
010750 5000-EXIT.
010760     EXIT.
010770*
010780*****************************************************************
010790* 5100-LOOKUP-BATCH-MAPPING - TRY THE FULL BATCH ID FIRST, THEN
010800* EACH SHORTER LEADING PREFIX, THE SAME RULE CBTEDIT APPLIES.
010810* A REASON-08 REJECT NEVER POSTED, SO ITS BATCH ID MAY STILL
010820* HAVE NO MAPPING - AND THE RECYCLE ROUTE NEVER PASSES CBTEDIT
010830* AGAIN, SO THIS IS THE LAST GATE BEFORE AN UNCODED GL DETAIL.
010840*****************************************************************
010850 5100-LOOKUP-BATCH-MAPPING.
010860     MOVE "N" TO COR-GLA-FOUND-SWITCH
010870     MOVE 6 TO COR-GLA-PREFIX-LEN
010880     PERFORM 5110-TRY-PREFIX THRU 5110-EXIT
010890         UNTIL COR-GLA-MAPPING-FOUND
010900         OR COR-GLA-PREFIX-LEN < 1.
010910 5100-EXIT.
010920     EXIT.
010930*
010940 5110-TRY-PREFIX.
010950     MOVE SPACES TO GBA-BATCH-ID
010960     MOVE CWK-BATCH-ID (1:COR-GLA-PREFIX-LEN) TO GBA-BATCH-ID
010970     READ GL-ACCOUNTS
010980         INVALID KEY
010990             CONTINUE
011000         NOT INVALID KEY
011010             SET COR-GLA-MAPPING-FOUND TO TRUE
011020     END-READ
011030     SUBTRACT 1 FROM COR-GLA-PREFIX-LEN.
011040 5110-EXIT.
011050     EXIT.
011060*
011070*****************************************************************
011080* 2500-WRITE-AUDIT-RECORD - ONE LINE PER CORRECTION OR WRITE-OFF
011090* APPLIED.  CAU-ACTION AND CAU-APPROVER ARE SET BY THE CALLER;
011100* THE AMOUNTS COME OFF THE ORIGINAL IMAGE AND ARE LEFT BLANK
011110* WHEN THE PACKED FIELD ITSELF WAS THE CORRUPTION.
011120*****************************************************************
011130 2500-WRITE-AUDIT-RECORD.
011140     MOVE PDP-BUSINESS-YMD TO COR-CURRENT-DATE
011150     ACCEPT COR-CURRENT-TIME FROM TIME
011160     MOVE COR-CD-YYYY TO COR-DSP-YYYY
011170     MOVE COR-CD-MM TO COR-DSP-MM
011180     MOVE COR-CD-DD TO COR-DSP-DD
011190     MOVE COR-CT-HH TO COR-DSP-HH
011200     MOVE COR-CT-MN TO COR-DSP-MN
011210     MOVE COR-CT-SS TO COR-DSP-SS
011220     MOVE COR-DATE-DISPLAY TO CAU-DATE
011230     MOVE COR-TIME-DISPLAY TO CAU-TIME
011240     MOVE UserName TO CAU-OPERATOR
011250     MOVE COR-CURRENT-SOURCE TO CAU-SOURCE
011260     MOVE COR-CURRENT-SEQ TO CAU-SEQUENCE
011270     MOVE COR-CURRENT-REASON TO CAU-REASON
011280     MOVE ORG-BATCH-ID TO CAU-BATCH-ID
011290     MOVE COR-OPERATOR-SSN TO CAU-OPER-SSN
011300     MOVE ORG-OPER-SSN TO CAU-KEYED-BY
011310     IF ORG-NUM1 NUMERIC
011320         MOVE ORG-NUM1 TO COR-EDIT-AMOUNT
011330         MOVE COR-EDIT-AMOUNT TO CAU-NUM1
011340     ELSE
011350         MOVE SPACES TO CAU-NUM1
011360     END-IF
011370     IF ORG-NUM2 NUMERIC
011380         MOVE ORG-NUM2 TO COR-EDIT-AMOUNT
011390         MOVE COR-EDIT-AMOUNT TO CAU-NUM2
011400     ELSE
011410         MOVE SPACES TO CAU-NUM2
011420     END-IF
011430     WRITE COR-AUDIT-RECORD.
011440 2500-EXIT.
011450     EXIT.
011460*
011470*****************************************************************
011480* 2600-WRITE-REGISTER-LINE - ONE LINE PER REJECT OR SUSPENSE
011490* RECORD SEEN.  THE CALLER SETS THE DISPOSITION; EVERYTHING
011500* ELSE COMES OFF THE CURRENT RECORD.
011510*****************************************************************
011520 2600-WRITE-REGISTER-LINE.
011530     MOVE COR-CURRENT-SOURCE TO COR-DET-SOURCE
011540     MOVE COR-CURRENT-SEQ TO COR-DET-SEQUENCE
011550     MOVE ORG-BATCH-ID TO COR-DET-BATCH-ID
011560     MOVE COR-CURRENT-REASON TO COR-DET-REASON
011570     IF ORG-NUM1 NUMERIC
011580         MOVE ORG-NUM1 TO COR-EDIT-AMOUNT
011590         MOVE COR-EDIT-AMOUNT TO COR-DET-NUM1
011600     ELSE
011610         MOVE SPACES TO COR-DET-NUM1
011620     END-IF
011630     IF ORG-NUM2 NUMERIC
011640         MOVE ORG-NUM2 TO COR-EDIT-AMOUNT
011650         MOVE COR-EDIT-AMOUNT TO COR-DET-NUM2
011660     ELSE
011670         MOVE SPACES TO COR-DET-NUM2
011680     END-IF
011690     WRITE COR-RPT-DETAIL-LINE.
011700 2600-EXIT.
011710     EXIT.
011720*
011730*****************************************************************
011740* 7000-FLAG-UNMATCHED-CARDS - A CORRECTION CARD THAT MATCHED
011750* NOTHING IS A KEYING ERROR (WRONG SEQUENCE OR WRONG FILE) AND
011760* THE CORRECTION IT MEANT TO MAKE DID NOT HAPPEN - FLAG IT.
011770*****************************************************************
011780 7000-FLAG-UNMATCHED-CARDS.
011790     IF COR-CARD-COUNT = ZERO
011800         GO TO 7000-EXIT
011810     END-IF
011820     MOVE 1 TO COR-CRD-SUB
011830     PERFORM 7010-FLAG-ONE-CARD THRU 7010-EXIT
011840         UNTIL COR-CRD-SUB > COR-CARD-COUNT.
011850 7000-EXIT.
011860     EXIT.
011870*
011880 7010-FLAG-ONE-CARD.
011890     IF COR-CRD-USED (COR-CRD-SUB) NOT = "Y"
011900         ADD 1 TO COR-UNMATCHED-COUNT
011910         MOVE COR-CRD-SOURCE (COR-CRD-SUB) TO COR-DET-SOURCE
011920         MOVE COR-CRD-SEQUENCE (COR-CRD-SUB)
011930             TO COR-DET-SEQUENCE
011940         MOVE SPACES TO COR-DET-BATCH-ID
011950         MOVE SPACES TO COR-DET-REASON
011960         MOVE SPACES TO COR-DET-NUM1
011970         MOVE SPACES TO COR-DET-NUM2
011980         MOVE "CARD MATCHED NO RECORD" TO COR-DET-DISPOSITION
011990         WRITE COR-RPT-DETAIL-LINE
012000     END-IF
012010     ADD 1 TO COR-CRD-SUB.
012020 7010-EXIT.
012030     EXIT.
012040*
012050*****************************************************************
012060* 8100-WRITE-REPORT-TRAILER - THE REGISTER COUNTS.
012070*****************************************************************
012080 8100-WRITE-REPORT-TRAILER.
012090     MOVE "REJECTS READ        " TO COR-CNT-LABEL
012100     MOVE COR-REJ-READ-COUNT TO COR-CNT-VALUE
012110     WRITE COR-RPT-COUNT-LINE
012120     MOVE "SUSPENSE READ       " TO COR-CNT-LABEL
012130     MOVE COR-SUSP-READ-COUNT TO COR-CNT-VALUE
012140     WRITE COR-RPT-COUNT-LINE
012150     MOVE "RECORDS CORRECTED   " TO COR-CNT-LABEL
012160     MOVE COR-CORRECTED-COUNT TO COR-CNT-VALUE
012170     WRITE COR-RPT-COUNT-LINE
012180     MOVE "RECORDS WRITTEN OFF " TO COR-CNT-LABEL
012190     MOVE COR-WRITEOFF-COUNT TO COR-CNT-VALUE
012200     WRITE COR-RPT-COUNT-LINE
012210     MOVE "SUSPENSE CARRIED    " TO COR-CNT-LABEL
012220     MOVE COR-CARRIED-COUNT TO COR-CNT-VALUE
012230     WRITE COR-RPT-COUNT-LINE
012240     MOVE "CORRECTIONS FAILED  " TO COR-CNT-LABEL
012250     MOVE COR-FAILED-COUNT TO COR-CNT-VALUE
012260     WRITE COR-RPT-COUNT-LINE
012270     MOVE "CARDS DROPPED       " TO COR-CNT-LABEL
012280     MOVE COR-CARD-REJECT-COUNT TO COR-CNT-VALUE
012290     WRITE COR-RPT-COUNT-LINE
012300     MOVE "CARDS UNMATCHED     " TO COR-CNT-LABEL
012310     MOVE COR-UNMATCHED-COUNT TO COR-CNT-VALUE
012320     WRITE COR-RPT-COUNT-LINE
012330     MOVE "DUPLICATES LISTED   " TO COR-CNT-LABEL
012340     MOVE COR-DUP-READ-COUNT TO COR-CNT-VALUE
012350     WRITE COR-RPT-COUNT-LINE
012360     MOVE "DUPLICATES ACCEPTED " TO COR-CNT-LABEL
012370     MOVE COR-DUP-ACCEPTED-COUNT TO COR-CNT-VALUE
012380     WRITE COR-RPT-COUNT-LINE
012390     MOVE "DUPLICATES STILL HLD" TO COR-CNT-LABEL
012400     MOVE COR-DUP-STILL-HELD-COUNT TO COR-CNT-VALUE
012410     WRITE COR-RPT-COUNT-LINE.
012420 8100-EXIT.
012430     EXIT.
