002980*                  SHARED BRGREC COPYBOOK SO THE CBTBAL MORNING
002990*                  BALANCE READS EXACTLY WHAT THIS PROGRAM
003000*                  WRITES.
003010* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
003020*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
003030*                  CLOCK.  THE STEP IS REFUSED WHEN A STEP IT
003040*                  DEPENDS ON HAS NOT COMPLETED FOR THE DATE, AND
003050*                  IS MARKED COMPLETE THERE WHEN IT ENDS BELOW 8.
003060* 2026-10-15  NJL  A BATCH THAT DOES NOT BALANCE TO ITS CONTROL
003070*                  RECORD, OR HAS NO CONTROL RECORD, NO LONGER
003080*                  STOPS THE WHOLE NIGHT'S GL.  IT IS HELD: ITS
003090*                  TRANSACTIONS GO TO THE KEYED HELDITM FILE AND A
003100*                  HEADER WITH COUNT, COMPUTED TOTAL, CONTROL
003110*                  FIGURE AND VARIANCE GOES ON HELDBAT, BUT NOT ON
003120*                  BATCHREG OR RESWORK, SO THE BATCHES THAT DID
003130*                  BALANCE STILL POST.  THE PROCESSED ITEMS OF
003140*                  EACH BATCH ARE KEPT ON THE ITMWORK WORK FILE
003150*                  UNTIL ITS BREAK FOR THAT PURPOSE.  THE GRAND-
003160*                  TOTAL CHECK NOW PROVES WHAT POSTED AGAINST THE
003170*                  CONTROL FIGURES LESS THOSE OF THE HELD BATCHES.
003180*                  A HELD BATCH RETURNS ONLY WHEN CBTHREL RELEASES
003190*                  IT; ONE ARRIVING ON TRANS-IN WHILE STILL HELD
003200*                  FROM AN EARLIER NIGHT STOPS THE RUN LIKE A
003210*                  DUPLICATE UNLESS REPROCESS IS IN EFFECT.  A RUN
003220*                  THAT HELD ANYTHING ENDS RC 4.  REVERSAL RUNS
003230*                  NEVER HOLD.  THE CHECKPOINT NOW CARRIES THE IN-
003240*                  FLIGHT BATCH'S FIRST RECORD AND ORIGIN IN ITS
003250*                  SPARE BYTES.
003260* 2026-10-15  NJL  EVERY POSTED BATCH IS NOW STAMPED WITH THE
003270*                  FISCAL PERIOD IT POSTS TO, FROM THE FISCCAL
003280*                  CALENDAR MAINTAINED BY CBTFCM.  A BATCH BELONGS
003290*                  TO THE PERIOD OF THE DATE IT CARRIES - THE DATE
003300*                  FIRST SUSPENDED FOR A RECYCLED BATCH, THE DATE
003310*                  HELD FOR A RELEASED ONE, THE ORIGINAL POSTING
003320*                  DATE FOR A REVERSAL, TONIGHT OTHERWISE.  ONE
003330*                  DATED INTO A PERIOD ALREADY CLOSED (OR OFF THE
003340*                  CALENDAR) ROLLS TO THE OPEN PERIOD OF TONIGHT'S
003350*                  BUSINESS DATE WITH A REPORT LINE, NEVER INTO
003360*                  THE CLOSED MONTH.  THE PERIOD RIDES RESWORK TO
003370*                  EACH GLINTF DETAIL AND ONTO BATCHREG; THE
003380*                  GLINTF HEADER CARRIES TONIGHT'S PERIOD; AND
003390*                  EVERY DETAIL CUT IS RECORDED ON THE PERLEDG
003400*                  PERIOD LEDGER THE CBTPCL PERIOD CLOSE TOTALS.
003410*                  A BUSINESS DATE OFF THE CALENDAR OR IN A CLOSED
003420*                  PERIOD TERMINATES THE RUN RC 16.  THE
003430*                  CHECKPOINT CARRIES THE IN-FLIGHT BATCH'S DATE
003440*                  (RESTARTF IS NOW LRECL 61).
003450* 2026-10-15  NJL  EVERY TRANSACTION THAT GOES TO THE LEDGER IS
003460*                  NOW KEPT ON THE KEYED POSTHIST POSTED-ITEM
003470*                  HISTORY FILE (SEE PHSREC) AS ITS GLINTF DETAIL
003480*                  IS CUT - BATCH ID, KEYING OPERATOR, OPERATION,
003490*                  BOTH AMOUNTS AND TOTAL, THE GLACCT ACCOUNT AND
003500*                  COST CENTER, FISCAL PERIOD AND POSTING DATE -
003510*                  SO CBTCHG CAN STATE WHAT MAKES UP EACH COST
003520*                  CENTER'S CHARGE. A REVERSAL WRITES ITS OWN
003530*                  NEGATIVE ITEMS LINKED TO THE ORIGINAL POSTING
003540*                  AND MARKS THE ORIGINAL ITEMS REVERSED. REVERSAL
003550*                  ITEMS NOW GO TO ITMWORK TOO, AND EACH RESWORK
003560*                  ENTRY CARRIES THE RANGE OF INPUT POSITIONS ITS
003570*                  ITEMS OCCUPY ON ITMWORK.
003580* 2026-10-15  NJL  SSNUM-MASTER NOW CARRIES AN EMPLOYEE STATUS AND
003590*                  SEPARATION DATE (RECORD LENGTH 50), MAINTAINED
003600*                  BY CBTMNT ACTION S.  A TRANSACTION KEYED BY AN
003610*                  OPERATOR SEPARATED BEFORE THE TRANSACTION DATE
003620*                  NOW SUSPENDS WITH REASON 16 - THE DATE IT FIRST
003630*                  SUSPENDED FOR A RECYCLED ITEM, THE DATE HELD
003640*                  FOR A RELEASED HOLD, THE ORIGINAL POSTING DATE
003650*                  ON A REVERSAL, OTHERWISE THE BUSINESS DATE.
003660*                  CBTEDIT REJECTS THESE AT THE FRONT DOOR; THIS
003670*                  CATCHES WHAT ARRIVES BY ANY OTHER ROUTE.  THE
003680*                  OPRWORK ENTRY CARRIES THE SEPARATION DATE
003690*                  (RECORD LENGTH 58) SO THE MASTER IS STILL READ
003700*                  ONCE PER OPERATOR.
003710* 2026-10-15  NJL  THE AUDIT LINE NOW ENDS WITH THE KEYING CLERK'S
003720*                  SSN AND THE BATCH ID (AUDITLOG IS NOW LRECL
003730*                  101) FOR THE CBTSOD SEGREGATION-OF-DUTIES
003740*                  REPORT.  THE EXISTING LRECL-84 RECORDS ARE
003750*                  PADDED WITH 17 BLANKS IN THE ONE-TIME
003760*                  CONVERSION.
003770* 2026-10-15  NJL  THE NIGHT NOW RUNS AS PARALLEL STREAMS SPLIT BY
003780*                  BATCH ID ON THE STREAMS CARDS, PLUS ONE MERGE
003790*                  RUN.  THE SECOND SYSIN CARD NAMES THE MODE IN
003800*                  COLUMNS 11-16 ("STREAM" WITH THE STREAM NUMBER
003810*                  IN 18-19, OR "MERGE"); BLANK IS THE SINGLE RUN
003820*                  AS BEFORE, AND STILL THE ONLY WAY A REVERSAL
003830*                  RUNS.  A STREAM READS THE WHOLE NIGHT BUT
003840*                  PROCESSES ONLY ITS OWN BATCHES, WITH ITS OWN
003850*                  CHECKPOINT, SUSPOUT, REPORT, AUDIT LOG AND WORK
003860*                  FILES, AND READS THE REGISTER AND HELD FILES
003870*                  WITHOUT UPDATING THEM.  IT HANDS ITS RESULTS TO
003880*                  THE MERGE ON STRMRES.  THE MERGE RUN PROVES
003890*                  EVERY STREAM COMPLETE FOR TONIGHT, THEN
003900*                  UPDATES THE REGISTER AND HOLDS, RECONCILES,
003910*                  CUTS THE ONE GLINTF, WRITES THE ONE REPORT AND
003920*                  THE ONE RUNSTATS RECORD, AND ENDS THE CBTUT
003930*                  STEP.  RESWORK IS NOW KEYED BY BATCH ID AND
003940*                  DISPOSITION AND CARRIES A STREAM'S HOLDS
003950*                  (RECORD LENGTH 50, KEY 7) - THE CLUSTER IS
003960*                  REDEFINED.
003970 ENVIRONMENT DIVISION.
003980 INPUT-OUTPUT SECTION.
003990 FILE-CONTROL.
004000     SELECT TRANS-IN
004010         ASSIGN TO TRANSIN
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS CBT-TRANS-STATUS.
004040     SELECT RESTART-FILE
004050         ASSIGN TO RESTARTF
004060         ORGANIZATION IS SEQUENTIAL
004070         FILE STATUS IS CBT-RESTART-STATUS.
004080     SELECT AUDIT-LOG
004090         ASSIGN TO AUDITLOG
004100         ORGANIZATION IS SEQUENTIAL
004110         FILE STATUS IS CBT-AUDIT-STATUS.
004120     SELECT PRINT-RPT
004130         ASSIGN TO PRINTRPT
004140         ORGANIZATION IS SEQUENTIAL
004150         FILE STATUS IS CBT-PRINT-STATUS.
004160     SELECT SSNUM-MASTER
004170         ASSIGN TO SSNMSTR
004180         ORGANIZATION IS INDEXED
004190         ACCESS MODE IS RANDOM
004200         RECORD KEY IS MST-SSNUM
004210         FILE STATUS IS CBT-MASTER-STATUS.
004220     SELECT CONTROL-IN
004230         ASSIGN TO CTLIN
004240         ORGANIZATION IS SEQUENTIAL
004250         FILE STATUS IS CBT-CONTROL-STATUS.
004260     SELECT GL-INTERFACE
004270         ASSIGN TO GLINTF
004280         ORGANIZATION IS SEQUENTIAL
004290         FILE STATUS IS CBT-GL-STATUS.
004300     SELECT BATCH-REGISTER
004310         ASSIGN TO BATCHREG
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS RANDOM
004340         RECORD KEY IS BRG-BATCH-ID
004350         FILE STATUS IS CBT-REGISTER-STATUS.
004360     SELECT SUSPENSE-IN
004370         ASSIGN TO SUSPIN
004380         ORGANIZATION IS SEQUENTIAL
004390         FILE STATUS IS CBT-SUSPIN-STATUS.
004400     SELECT SUSPENSE-OUT
004410         ASSIGN TO SUSPOUT
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS CBT-SUSPOUT-STATUS.
004440     SELECT RUN-STATS
004450         ASSIGN TO RUNSTATS
004460         ORGANIZATION IS SEQUENTIAL
004470         FILE STATUS IS CBT-STATS-STATUS.
004480     SELECT MANIFEST-IN
004490         ASSIGN TO MANIFEST
004500         ORGANIZATION IS SEQUENTIAL
004510         FILE STATUS IS CBT-MANIFEST-STATUS.
004520     SELECT GL-ACCOUNTS
004530         ASSIGN TO GLACCT
004540         ORGANIZATION IS INDEXED
004550         ACCESS MODE IS RANDOM
004560         RECORD KEY IS GBA-BATCH-ID
004570         FILE STATUS IS CBT-ACCT-STATUS.
004580     SELECT CONTROL-WORK
004590         ASSIGN TO CTLWORK
004600         ORGANIZATION IS INDEXED
004610         ACCESS MODE IS RANDOM
004620         RECORD KEY IS CTW-BATCH-ID
004630         FILE STATUS IS CBT-CTLWORK-STATUS.
004640     SELECT OPER-WORK
004650         ASSIGN TO OPRWORK
004660         ORGANIZATION IS INDEXED
004670         ACCESS MODE IS DYNAMIC
004680         RECORD KEY IS OPW-SSN
004690         FILE STATUS IS CBT-OPRWORK-STATUS.
004700     SELECT RESULT-WORK
004710         ASSIGN TO RESWORK
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS RSW-KEY
004750         FILE STATUS IS CBT-RESWORK-STATUS.
004760     SELECT OPER-LIMITS
004770         ASSIGN TO OPRLIM
004780         ORGANIZATION IS INDEXED
004790         ACCESS MODE IS RANDOM
004800         RECORD KEY IS OPL-SSN
004810         FILE STATUS IS CBT-LIMITS-STATUS.
004820     SELECT ITEM-WORK
004830         ASSIGN TO ITMWORK
004840         ORGANIZATION IS INDEXED
004850         ACCESS MODE IS DYNAMIC
004860         RECORD KEY IS ITW-SEQUENCE
004870         FILE STATUS IS CBT-ITMWORK-STATUS.
004880     SELECT HELD-BATCH
004890         ASSIGN TO HELDBAT
004900         ORGANIZATION IS INDEXED
004910         ACCESS MODE IS DYNAMIC
004920         RECORD KEY IS HLD-KEY
004930         FILE STATUS IS CBT-HELDBAT-STATUS.
004940     SELECT HELD-ITEM
004950         ASSIGN TO HELDITM
004960         ORGANIZATION IS INDEXED
004970         ACCESS MODE IS DYNAMIC
004980         RECORD KEY IS HLI-KEY
004990         FILE STATUS IS CBT-HELDITM-STATUS.
005000     SELECT FISCAL-CALENDAR
005010         ASSIGN TO FISCCAL
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS FCL-PERIOD
005050         FILE STATUS IS CBT-FISCAL-STATUS.
005060     SELECT PERIOD-LEDGER
005070         ASSIGN TO PERLEDG
005080         ORGANIZATION IS INDEXED
005090         ACCESS MODE IS RANDOM
005100         RECORD KEY IS PLG-KEY
005110         FILE STATUS IS CBT-PERLEDG-STATUS.
005120     SELECT POSTED-HISTORY
005130         ASSIGN TO POSTHIST
005140         ORGANIZATION IS INDEXED
005150         ACCESS MODE IS DYNAMIC
005160         RECORD KEY IS PHS-KEY
005170         FILE STATUS IS CBT-POSTHIST-STATUS.
005180     SELECT STREAM-TABLE
005190         ASSIGN TO STREAMS
005200         ORGANIZATION IS SEQUENTIAL
005210         FILE STATUS IS CBT-STREAMS-STATUS.
005220     SELECT STREAM-RESULTS
005230         ASSIGN TO STRMRES
005240         ORGANIZATION IS SEQUENTIAL
005250         FILE STATUS IS CBT-RESULTS-STATUS.
005260     SELECT STREAM-REPORT
005270         ASSIGN TO STRMRPT
005280         ORGANIZATION IS SEQUENTIAL
005290         FILE STATUS IS CBT-STRMRPT-STATUS.
005300     SELECT STREAM-AUDIT
005310         ASSIGN TO STRMAUD
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS CBT-STRMAUD-STATUS.
005340 DATA DIVISION.
005350 FILE SECTION.
005360*****************************************************************
005370* TRANS-IN - ONE RECORD PER TWO-AMOUNT CALCULATION TO RUN.
005380*****************************************************************
005390 FD  TRANS-IN
005400     RECORDING MODE IS F.
005410 01  TRANS-IN-RECORD.
005420     05  TI-BATCH-ID              PIC X(06).
005430     05  TI-OP-CODE               PIC X(01).
005440     COPY SSNREC REPLACING ==SSNUM== BY ==TI-OPER-SSN==.
005450     05  TI-NUM1                  PIC S9(5)V99 COMP-3.
005460     05  TI-NUM2                  PIC S9(5)V99 COMP-3.
005470*****************************************************************
005480* RESTART-FILE - HOLDS THE CHECKPOINT COUNT FROM THE LAST RUN.
005490*****************************************************************
005500 FD  RESTART-FILE
005510     RECORDING MODE IS F.
005520 01  RESTART-RECORD.
005530     05  RST-CHECKPOINT-COUNT     PIC 9(7) COMP.
005540     05  RST-BATCH-COUNT          PIC 9(7) COMP.
005550     05  RST-GRAND-TOTAL          PIC S9(7)V99 COMP-3.
005560     05  RST-CURRENT-BATCH        PIC X(06).
005570     05  RST-BATCH-SUBTOTAL       PIC S9(7)V99 COMP-3.
005580     05  RST-BATCH-TRANS-COUNT    PIC 9(7) COMP.
005590     05  RST-REG-FOUND            PIC X(01).
005600     05  RST-SUSPENSE-COUNT       PIC 9(7) COMP.
005610     05  RST-RECYCLE-COUNT        PIC 9(7) COMP.
005620     05  RST-AGED-COUNT           PIC 9(7) COMP.
005630     05  RST-PASSTHRU-COUNT       PIC 9(7) COMP.
005640     05  RST-BATCH-FIRST-RECORD   PIC 9(7) COMP.
005650     05  RST-BATCH-ORIGIN         PIC X(01).
005660     05  FILLER                   PIC X(01).
005670     05  RST-BATCH-DATE           PIC X(10).
005680*****************************************************************
005690* AUDIT-LOG - ONE LINE APPENDED PER TRANSACTION PROCESSED.  THE
005700* KEYING CLERK'S SSN AND THE BATCH ID RIDE AT THE END OF THE LINE
005710* SO CBTSOD CAN TIE WHAT WAS KEYED BACK TO WHO MAINTAINED IT.
005720*****************************************************************
005730 FD  AUDIT-LOG
005740     RECORDING MODE IS F.
005750 01  AUDIT-LOG-RECORD.
005760     05  AUD-DATE                 PIC X(10).
005770     05  FILLER                   PIC X(01) VALUE SPACE.
005780     05  AUD-TIME                 PIC X(08).
005790     05  FILLER                   PIC X(01) VALUE SPACE.
005800     05  AUD-OPERATOR             PIC X(30).
005810     05  FILLER                   PIC X(01) VALUE SPACE.
005820     05  AUD-OP-CODE              PIC X(01).
005830     05  FILLER                   PIC X(01) VALUE SPACE.
005840     05  AUD-NUM1                 PIC -(5)9.99.
005850     05  FILLER                   PIC X(01) VALUE SPACE.
005860     05  AUD-NUM2                 PIC -(5)9.99.
005870     05  FILLER                   PIC X(01) VALUE SPACE.
005880     05  AUD-TOTAL                PIC -(5)9.99.
005890     05  FILLER                   PIC X(01) VALUE SPACE.
005900     05  AUD-REVERSAL-FLAG        PIC X(01).
005910     05  FILLER                   PIC X(01) VALUE SPACE.
005920     05  AUD-OPER-SSN             PIC X(09).
005930     05  FILLER                   PIC X(01) VALUE SPACE.
005940     05  AUD-BATCH-ID             PIC X(06).
005950*****************************************************************
005960* PRINT-RPT - ONE HEADER, ONE DETAIL LINE PER CALCULATION, AND
005970* ONE TRAILER PER RUN.  A STREAM RUN STARTS ITS OWN REPORT WITH A
005980* STREAM LINE INSTEAD OF THE HEADER; THE MERGE RUN PRINTS THE
005990* HEADER AND CARRIES EVERY STREAM'S LINES UNDER IT.
006000*****************************************************************
006010 FD  PRINT-RPT
006020     RECORDING MODE IS F.
006030 01  RPT-HEADER-LINE.
006040     05  FILLER                   PIC X(15)
006050                                   VALUE "CBTUT RUN FOR  ".
006060     05  RPT-HDR-OPERATOR         PIC X(30).
006070     05  FILLER                   PIC X(11)
006080                                   VALUE "  RUN DATE ".
006090     05  RPT-HDR-DATE             PIC X(10).
006100     05  FILLER                   PIC X(66) VALUE SPACES.
006110 01  RPT-DETAIL-LINE.
006120     05  RPT-DET-BATCH-ID         PIC X(06).
006130     05  FILLER                   PIC X(02) VALUE SPACES.
006140     05  RPT-DET-OP-CODE          PIC X(01).
006150     05  FILLER                   PIC X(02) VALUE SPACES.
006160     05  RPT-DET-NUM1             PIC -(5)9.99.
006170     05  FILLER                   PIC X(02) VALUE SPACES.
006180     05  RPT-DET-NUM2             PIC -(5)9.99.
006190     05  FILLER                   PIC X(02) VALUE SPACES.
006200     05  RPT-DET-TOTAL            PIC -(5)9.99.
006210     05  FILLER                   PIC X(02) VALUE SPACES.
006220     05  RPT-DET-FLAG             PIC X(08).
006230     05  FILLER                   PIC X(80) VALUE SPACES.
006240 01  RPT-SUBTOTAL-LINE.
006250     05  FILLER                   PIC X(15)
006260                                   VALUE "BATCH SUBTOTAL ".
006270     05  RPT-SUB-BATCH-ID         PIC X(06).
006280     05  FILLER                   PIC X(02) VALUE SPACES.
006290     05  RPT-SUB-COUNT            PIC ZZZ,ZZ9.
006300     05  FILLER                   PIC X(02) VALUE SPACES.
006310     05  RPT-SUB-TOTAL            PIC -(7)9.99.
006320     05  FILLER                   PIC X(02) VALUE SPACES.
006330     05  RPT-SUB-FLAG             PIC X(20).
006340     05  FILLER                   PIC X(67) VALUE SPACES.
006350 01  RPT-TRAILER-LINE.
006360     05  FILLER                   PIC X(15)
006370                                   VALUE "BATCH COUNT    ".
006380     05  RPT-TRL-COUNT            PIC ZZZ,ZZ9.
006390     05  FILLER                   PIC X(05) VALUE SPACES.
006400     05  FILLER                   PIC X(13)
006410                                   VALUE "GRAND TOTAL  ".
006420     05  RPT-TRL-TOTAL            PIC -(7)9.99.
006430     05  FILLER                   PIC X(81) VALUE SPACES.
006440 01  RPT-SUSPENSE-LINE.
006450     05  FILLER                   PIC X(15)
006460                                   VALUE "SUSPENSE AGED  ".
006470     05  RPT-SUS-BATCH-ID         PIC X(06).
006480     05  FILLER                   PIC X(02) VALUE SPACES.
006490     05  RPT-SUS-REASON           PIC X(02).
006500     05  FILLER                   PIC X(02) VALUE SPACES.
006510     05  RPT-SUS-CYCLES           PIC 9(02).
006520     05  FILLER                   PIC X(103) VALUE SPACES.
006530 01  RPT-MISSING-LINE.
006540     05  FILLER                   PIC X(15)
006550                                   VALUE "BATCH MISSING  ".
006560     05  RPT-MIS-BATCH-ID         PIC X(06).
006570     05  FILLER                   PIC X(02) VALUE SPACES.
006580     05  RPT-MIS-SOURCE           PIC X(08).
006590     05  FILLER                   PIC X(11)
006600                                   VALUE "  EXPECTED ".
006610     05  RPT-MIS-DATE             PIC X(10).
006620     05  FILLER                   PIC X(80) VALUE SPACES.
006630 01  RPT-OPERATOR-LINE.
006640     05  FILLER                   PIC X(15)
006650                                   VALUE "OPERATOR TOTAL ".
006660     05  RPT-OPR-NAME             PIC X(30).
006670     05  FILLER                   PIC X(02) VALUE SPACES.
006680     05  RPT-OPR-COUNT            PIC ZZZ,ZZ9.
006690     05  FILLER                   PIC X(02) VALUE SPACES.
006700     05  RPT-OPR-TOTAL            PIC -(7)9.99.
006710     05  FILLER                   PIC X(65) VALUE SPACES.
006720 01  RPT-HELD-LINE.
006730     05  FILLER                   PIC X(15)
006740                                   VALUE "BATCHES HELD   ".
006750     05  RPT-HLD-COUNT            PIC ZZZ,ZZ9.
006760     05  FILLER                   PIC X(05) VALUE SPACES.
006770     05  FILLER                   PIC X(13)
006780                                   VALUE "HELD TOTAL   ".
006790     05  RPT-HLD-TOTAL            PIC -(7)9.99.
006800     05  FILLER                   PIC X(05) VALUE SPACES.
006810     05  FILLER                   PIC X(13)
006820                                   VALUE "HELD CONTROL ".
006830     05  RPT-HLD-CONTROL          PIC -(7)9.99.
006840     05  FILLER                   PIC X(52) VALUE SPACES.
006850 01  RPT-ROLLED-LINE.
006860     05  FILLER                   PIC X(15)
006870                                   VALUE "BATCH ROLLED   ".
006880     05  RPT-ROL-BATCH-ID         PIC X(06).
006890     05  FILLER                   PIC X(08) VALUE "  DATED ".
006900     05  RPT-ROL-DATE             PIC X(10).
006910     05  FILLER                   PIC X(09) VALUE "  PERIOD ".
006920     05  RPT-ROL-DATED-PERIOD     PIC X(06).
006930     05  FILLER                   PIC X(01) VALUE SPACE.
006940     05  RPT-ROL-PERIOD-STATUS    PIC X(11).
006950     05  FILLER                   PIC X(12) VALUE "  POSTED TO ".
006960     05  RPT-ROL-POSTED-PERIOD    PIC X(06).
006970     05  FILLER                   PIC X(48) VALUE SPACES.
006980 01  RPT-STREAM-LINE.
006990     05  FILLER                   PIC X(15)
007000                                   VALUE "CBTUT STREAM   ".
007010     05  RPT-STM-STREAM           PIC 9(02).
007020     05  FILLER                   PIC X(04) VALUE " OF ".
007030     05  RPT-STM-COUNT            PIC 9(02).
007040     05  FILLER                   PIC X(17)
007050                                   VALUE "  BATCH IDS FROM ".
007060     05  RPT-STM-LOW              PIC X(06).
007070     05  FILLER                   PIC X(10) VALUE "  BELOW   ".
007080     05  RPT-STM-HIGH             PIC X(06).
007090     05  FILLER                   PIC X(70) VALUE SPACES.
007100*****************************************************************
007110* SSNUM-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY SSN, SO CBTUT
007120* DOES NOT HAVE TO TRUST A TYPED NAME.
007130*****************************************************************
007140 FD  SSNUM-MASTER
007150     RECORDING MODE IS F.
007160 01  SSNUM-MASTER-RECORD.
007170     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
007180     05  MST-EMPLOYEE-NAME        PIC X(30).
007190     05  MST-EMPLOYEE-STATUS      PIC X(01).
007200         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
007210         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
007220     05  MST-SEPARATION-DATE      PIC X(10).
007230*****************************************************************
007240* CONTROL-IN - ONE RECORD PER BATCH ID CARRYING THE INDEPENDENTLY
007250* SUPPLIED CONTROL TOTAL THAT BATCH IS EXPECTED TO PRODUCE.
007260*****************************************************************
007270 FD  CONTROL-IN
007280     RECORDING MODE IS F.
007290 01  CONTROL-IN-RECORD.
007300     05  CTL-BATCH-ID             PIC X(06).
007310     05  CTL-EXPECTED-TOTAL       PIC S9(7)V99 COMP-3.
007320     05  FILLER                   PIC X(14).
007330*****************************************************************
007340* GL-INTERFACE - THE LEDGER'S FIXED INTERFACE FORMAT (SEE THE
007350* GLIREC COPYBOOK).  ONE HEADER WITH RUN DATE AND SOURCE SYSTEM
007360* ID, ONE DETAIL PER BATCH, ONE TRAILER WITH RECORD COUNT AND
007370* AMOUNT HASH TOTAL.  ONLY EVER WRITTEN WHEN THE RUN ENDED
007380* CLEAN.
007390*****************************************************************
007400 FD  GL-INTERFACE
007410     RECORDING MODE IS F.
007420     COPY GLIREC.
007430*****************************************************************
007440* BATCH-REGISTER - ONE RECORD PER BATCH ID EVER PROCESSED (SEE
007450* THE BRGREC COPYBOOK), SO A BATCH THAT ALREADY RAN CANNOT RUN
007460* AGAIN UNNOTICED.
007470*****************************************************************
007480 FD  BATCH-REGISTER
007490     RECORDING MODE IS F.
007500 01  BATCH-REGISTER-RECORD.
007510     COPY BRGREC.
007520*****************************************************************
007530* SUSPENSE-IN / SUSPENSE-OUT - UNPROCESSABLE TRANSACTIONS, THE
007540* ORIGINAL RECORD IMAGE PLUS WHY AND WHEN THEY SUSPENDED AND
007550* HOW MANY CYCLES THEY HAVE BEEN THROUGH.  LAST NIGHT'S OUTPUT
007560* IS TONIGHT'S INPUT.
007570*****************************************************************
007580 FD  SUSPENSE-IN
007590     RECORDING MODE IS F.
007600 01  SUSPENSE-IN-RECORD.
007610     05  SUI-RECORD-IMAGE         PIC X(24).
007620     05  SUI-REASON-CODE          PIC X(02).
007630     05  SUI-DATE-SUSPENDED       PIC X(10).
007640     05  SUI-CYCLE-COUNT          PIC 9(02).
007650 FD  SUSPENSE-OUT
007660     RECORDING MODE IS F.
007670 01  SUSPENSE-OUT-RECORD.
007680     05  SUO-RECORD-IMAGE         PIC X(24).
007690     05  SUO-REASON-CODE          PIC X(02).
007700     05  SUO-DATE-SUSPENDED       PIC X(10).
007710     05  SUO-CYCLE-COUNT          PIC 9(02).
007720*****************************************************************
007730* RUN-STATS - ONE RECORD APPENDED PER NORMAL END OF JOB, THE
007740* RAW MATERIAL FOR THE CBTSTAT MONTH-END TREND REPORT.
007750*****************************************************************
007760 FD  RUN-STATS
007770     RECORDING MODE IS F.
007780 01  RUN-STATS-RECORD.
007790     COPY STAREC.
007800*****************************************************************
007810* MANIFEST-IN - THE EXPECTED-BATCH MANIFEST, ONE RECORD PER
007820* BATCH THE SOURCES HAVE PROMISED: BATCH ID, SOURCE SYSTEM AND
007830* THE DATE IT IS EXPECTED TO ARRIVE.
007840*****************************************************************
007850 FD  MANIFEST-IN
007860     RECORDING MODE IS F.
007870 01  MANIFEST-IN-RECORD.
007880     05  MAN-BATCH-ID             PIC X(06).
007890     05  MAN-SOURCE               PIC X(08).
007900     05  MAN-EXPECTED-DATE        PIC X(10).
007910     05  FILLER                   PIC X(16).
007920*****************************************************************
007930* GL-ACCOUNTS - THE KEYED GLACCT BATCH-ATTRIBUTES FILE (SEE
007940* GLAREC), READ AT GL-INTERFACE TIME TO PUT FULL ACCOUNT
007950* CODING ON EVERY DETAIL RECORD.
007960*****************************************************************
007970 FD  GL-ACCOUNTS
007980     RECORDING MODE IS F.
007990 01  GL-ACCOUNTS-RECORD.
008000     COPY GLAREC.
008010*****************************************************************
008020* CONTROL-WORK - THE CTLWORK KEYED WORK FILE, RELOADED FROM
008030* CONTROL-IN AT THE START OF EVERY RUN SO THE PER-BATCH
008040* RECONCILIATION SCALES WITH THE NIGHT INSTEAD OF CAPPING AT A
008050* TABLE SIZE.
008060*****************************************************************
008070 FD  CONTROL-WORK
008080     RECORDING MODE IS F.
008090 01  CONTROL-WORK-RECORD.
008100     05  CTW-BATCH-ID             PIC X(06).
008110     05  CTW-AMOUNT               PIC S9(7)V99 COMP-3.
008120*****************************************************************
008130* OPER-WORK - THE OPRWORK KEYED WORK FILE, ONE RECORD PER
008140* OPERATOR SEEN THIS RUN WITH NAME, COUNT AND AMOUNT, AND THE
008150* SEPARATION DATE FROM SSNUM-MASTER (SPACES WHILE ACTIVE).
008160* CLEARED AT EVERY START, SO AFTER A RESTART THE PER-OPERATOR
008170* SECTION COVERS ONLY THE RESUMED PORTION, AS IT ALWAYS HAS.
008180*****************************************************************
008190 FD  OPER-WORK
008200     RECORDING MODE IS F.
008210 01  OPER-WORK-RECORD.
008220     05  OPW-SSN                  PIC X(09).
008230     05  OPW-NAME                 PIC X(30).
008240     05  OPW-TRANS-COUNT          PIC 9(7) COMP.
008250     05  OPW-TOTAL                PIC S9(7)V99 COMP-3.
008260     05  OPW-SEPARATION-DATE      PIC X(10).
008270*****************************************************************
008280* RESULT-WORK - THE RESWORK KEYED WORK FILE, ONE RECORD PER
008290* COMPLETED BATCH, FEEDING THE GL INTERFACE EXTRACT.  A KEPT
008300* FILE REOPENED I-O ON A RESTART - THE REPLAY RE-DERIVES THE
008310* SAME ENTRIES THROUGH REWRITE, SO THE EXTRACT IS COMPLETE
008320* ACROSS A RESTART WITHOUT THE OLD 1502-BYTE CHECKPOINT IMAGE.
008330* KEYED BY BATCH ID AND DISPOSITION: "P" FOR A BATCH THAT POSTS.
008340* A STREAM RUN ALSO RECORDS A BATCH IT HELD, AS "H" WITH THE HOLD
008350* REASON AND CONTROL FIGURE, FOR THE MERGE RUN TO MAKE THE HOLD;
008360* AND WHETHER THE REGISTER ALREADY HAD THE BATCH WHEN IT ARRIVED.
008370*****************************************************************
008380 FD  RESULT-WORK
008390     RECORDING MODE IS F.
008400 01  RESULT-WORK-RECORD.
008410     05  RSW-KEY.
008420         10  RSW-BATCH-ID         PIC X(06).
008430         10  RSW-DISPOSITION      PIC X(01).
008440             88  RSW-BATCH-POSTED             VALUE "P".
008450             88  RSW-BATCH-HELD               VALUE "H".
008460     05  RSW-TRANS-COUNT          PIC 9(7) COMP.
008470     05  RSW-AMOUNT               PIC S9(7)V99 COMP-3.
008480     05  RSW-FISCAL-PERIOD        PIC X(06).
008490     05  RSW-BATCH-DATE           PIC X(10).
008500     05  RSW-ROLLED-FLAG          PIC X(01).
008510     05  RSW-FIRST-RECORD         PIC 9(7) COMP.
008520     05  RSW-LAST-RECORD          PIC 9(7) COMP.
008530     05  RSW-BATCH-ORIGIN         PIC X(01).
008540     05  RSW-REGISTER-FLAG        PIC X(01).
008550     05  RSW-HOLD-REASON          PIC X(02).
008560     05  RSW-HOLD-CONTROL         PIC S9(7)V99 COMP-3.
008570*****************************************************************
008580* OPER-LIMITS - THE KEYED OPRLIM AUTHORITY FILE (SEE OPLREC),
008590* READ TO PROVE EVERY TRANSACTION - INCLUDING THE SUSPIN
008600* RECYCLE, WHICH NEVER PASSES CBTEDIT AGAIN - IS WITHIN THE
008610* KEYING OPERATOR'S AUTHORITY.
008620*****************************************************************
008630 FD  OPER-LIMITS
008640     RECORDING MODE IS F.
008650 01  OPER-LIMITS-RECORD.
008660     COPY OPLREC.
008670*****************************************************************
008680* ITEM-WORK - THE ITMWORK KEYED WORK FILE, ONE RECORD PER
008690* TRANSACTION PROCESSED THIS RUN, KEYED BY ITS POSITION IN THE
008700* NIGHT'S INPUT.  A BATCH THAT FAILS TO BALANCE AT ITS BREAK
008710* COPIES ITS OWN RANGE OF ITEMS FROM HERE TO HELDITM; ONE THAT
008720* POSTS HAS ITS RANGE COPIED TO POSTHIST AS THE GL IS CUT.
008730* CLEARED ON A FRESH START AND KEPT ON A RESTART, THE SAME AS
008740* RESWORK.
008750*****************************************************************
008760 FD  ITEM-WORK
008770     RECORDING MODE IS F.
008780 01  ITEM-WORK-RECORD.
008790     05  ITW-SEQUENCE             PIC 9(07).
008800     05  ITW-BATCH-ID             PIC X(06).
008810     05  ITW-RECORD-IMAGE         PIC X(24).
008820     05  ITW-TOTAL                PIC S9(5)V99 COMP-3.
008830*****************************************************************
008840* HELD-BATCH - THE KEYED HELDBAT FILE (SEE HLDREC), ONE HEADER
008850* PER BATCH HELD OUT OF BALANCE, WITH ITS COUNT, COMPUTED
008860* TOTAL, CONTROL FIGURE AND VARIANCE.  CHECKED AT EVERY NEW
008870* BATCH SO A BATCH STILL HELD CANNOT SLIP IN ON TRANS-IN.
008880*****************************************************************
008890 FD  HELD-BATCH
008900     RECORDING MODE IS F.
008910 01  HELD-BATCH-RECORD.
008920     COPY HLDREC.
008930*****************************************************************
008940* HELD-ITEM - THE KEYED HELDITM FILE (SEE HLIREC), THE
008950* TRANSACTIONS OF EVERY HELD BATCH, KEPT FOR CBTHREL TO
008960* RE-PRESENT WHEN THE BATCH IS RELEASED.
008970*****************************************************************
008980 FD  HELD-ITEM
008990     RECORDING MODE IS F.
009000 01  HELD-ITEM-RECORD.
009010     COPY HLIREC.
009020*****************************************************************
009030* FISCAL-CALENDAR - THE KEYED FISCCAL CALENDAR (SEE FCLREC),
009040* SEARCHED FOR THE PERIOD EACH BATCH'S DATE FALLS IN.
009050*****************************************************************
009060 FD  FISCAL-CALENDAR
009070     RECORDING MODE IS F.
009080 01  FISCAL-CALENDAR-RECORD.
009090     COPY FCLREC.
009100*****************************************************************
009110* PERIOD-LEDGER - THE KEYED PERLEDG FILE (SEE PLGREC), ONE
009120* RECORD PER GLINTF DETAIL CUT, BY FISCAL PERIOD.
009130*****************************************************************
009140 FD  PERIOD-LEDGER
009150     RECORDING MODE IS F.
009160 01  PERIOD-LEDGER-RECORD.
009170     COPY PLGREC.
009180*****************************************************************
009190* POSTED-HISTORY - THE KEYED POSTHIST FILE (SEE PHSREC), ONE
009200* RECORD PER TRANSACTION SENT TO THE LEDGER, KEPT FOR GOOD.
009210*****************************************************************
009220 FD  POSTED-HISTORY
009230     RECORDING MODE IS F.
009240 01  POSTED-HISTORY-RECORD.
009250     COPY PHSREC.
009260*****************************************************************
009270* STREAM-TABLE - THE STREAMS CARDS THAT SPLIT THE NIGHT INTO
009280* PARALLEL STREAMS BY BATCH ID.  ONE CARD PER STREAM, IN STREAM
009290* ORDER, CARRYING THE LOWEST BATCH ID THAT STREAM TAKES; EACH
009300* STREAM TAKES EVERY BATCH ID FROM ITS OWN SPLIT POINT UP TO THE
009310* NEXT STREAM'S.  STREAM 01 TAKES EVERYTHING BELOW STREAM 02'S
009320* SPLIT POINT, SO ITS OWN IS LEFT BLANK.
009330*****************************************************************
009340 FD  STREAM-TABLE
009350     RECORDING MODE IS F.
009360 01  STREAM-TABLE-RECORD.
009370     05  STM-STREAM-ID            PIC X(02).
009380     05  STM-STREAM-NUMBER REDEFINES STM-STREAM-ID
009390                                  PIC 9(02).
009400     05  FILLER                   PIC X(01).
009410     05  STM-LOW-BATCH-ID         PIC X(06).
009420     05  FILLER                   PIC X(71).
009430*****************************************************************
009440* STREAM-RESULTS - WHAT A STREAM RUN HANDS THE MERGE RUN.  A
009450* STREAM WRITES ITS OWN STRMRES: A HEADER NAMING THE STREAM, THE
009460* BUSINESS DATE AND THE BATCH IDS IT TOOK, THEN EVERY RESWORK,
009470* ITMWORK AND OPRWORK ENTRY IT MADE, THEN A TRAILER CARRYING ITS
009480* RUN TOTALS AND THE COUNT OF DETAIL RECORDS BEFORE IT.  THE
009490* MERGE RUN READS EVERY STREAM'S, CONCATENATED.
009500*****************************************************************
009510 FD  STREAM-RESULTS
009520     RECORDING MODE IS F.
009530 01  STREAM-RESULTS-RECORD.
009540     05  STR-RECORD-TYPE          PIC X(01).
009550         88  STR-HEADER                       VALUE "H".
009560         88  STR-BATCH-RESULT                 VALUE "B".
009570         88  STR-ITEM                         VALUE "I".
009580         88  STR-OPERATOR                     VALUE "O".
009590         88  STR-TRAILER                      VALUE "T".
009600     05  STR-STREAM-ID            PIC 9(02).
009610     05  STR-DATA                 PIC X(77).
009620     05  STR-HEADER-DATA REDEFINES STR-DATA.
009630         10  STR-HDR-BUSINESS-DATE  PIC X(10).
009640         10  STR-HDR-LOW-BATCH-ID   PIC X(06).
009650         10  STR-HDR-HIGH-BATCH-ID  PIC X(06).
009660         10  FILLER                 PIC X(55).
009670     05  STR-BATCH-DATA REDEFINES STR-DATA.
009680         10  STR-RESULT-IMAGE       PIC X(50).
009690         10  FILLER                 PIC X(27).
009700     05  STR-ITEM-DATA REDEFINES STR-DATA.
009710         10  STR-ITEM-IMAGE         PIC X(41).
009720         10  FILLER                 PIC X(36).
009730     05  STR-OPERATOR-DATA REDEFINES STR-DATA.
009740         10  STR-OPR-SSN            PIC X(09).
009750         10  STR-OPR-NAME           PIC X(30).
009760         10  STR-OPR-TRANS-COUNT    PIC 9(7) COMP.
009770         10  STR-OPR-TOTAL          PIC S9(7)V99 COMP-3.
009780         10  STR-OPR-SEPARATION-DATE
009790                                    PIC X(10).
009800         10  FILLER                 PIC X(19).
009810     05  STR-TRAILER-DATA REDEFINES STR-DATA.
009820         10  STR-TRL-DETAIL-COUNT   PIC 9(7) COMP.
009830         10  STR-TRL-BATCH-COUNT    PIC 9(7) COMP.
009840         10  STR-TRL-GRAND-TOTAL    PIC S9(7)V99 COMP-3.
009850         10  STR-TRL-EXPECTED-TOTAL PIC S9(7)V99 COMP-3.
009860         10  STR-TRL-CONTROL-COUNT  PIC 9(7) COMP.
009870         10  STR-TRL-SUSPENSE-COUNT PIC 9(7) COMP.
009880         10  STR-TRL-RECYCLE-COUNT  PIC 9(7) COMP.
009890         10  STR-TRL-AGED-COUNT     PIC 9(7) COMP.
009900         10  STR-TRL-ROLLED-COUNT   PIC 9(7) COMP.
009910         10  STR-TRL-RESTART-FLAG   PIC X(01).
009920         10  STR-TRL-START-SECONDS  PIC 9(7) COMP.
009930         10  STR-TRL-RECORD-COUNT   PIC 9(7) COMP.
009940         10  FILLER                 PIC X(30).
009950*****************************************************************
009960* STREAM-REPORT / STREAM-AUDIT - THE MERGE RUN'S VIEW OF EVERY
009970* STREAM'S PRINT REPORT (STRMRPT) AND AUDIT LOG (STRMAUD),
009980* CONCATENATED IN STREAM ORDER.  THE REPORT LINES ARE CARRIED
009990* INTO THE NIGHT'S ONE REPORT AND THE AUDIT LINES APPENDED TO
010000* THE NIGHT'S AUDITLOG AS THEY STAND.
010010*****************************************************************
010020 FD  STREAM-REPORT
010030     RECORDING MODE IS F.
010040 01  STREAM-REPORT-RECORD         PIC X(132).
010050 FD  STREAM-AUDIT
010060     RECORDING MODE IS F.
010070 01  STREAM-AUDIT-RECORD          PIC X(101).
010080*
010090 WORKING-STORAGE SECTION.
010100 01  UserName                     PIC X(30) VALUE SPACES.
010110 01  Num1                         PIC S9(5)V99 COMP-3 VALUE ZERO.
010120 01  Num2                         PIC S9(5)V99 COMP-3 VALUE ZERO.
010130 01  Total                        PIC S9(5)V99 COMP-3 VALUE ZERO.
010140 01  OpCode                       PIC X(01) VALUE SPACE.
010150     88  CBT-OP-IS-ADD                      VALUE "A".
010160     88  CBT-OP-IS-SUBTRACT                 VALUE "S".
010170     88  CBT-OP-IS-MULTIPLY                 VALUE "M".
010180     88  CBT-OP-IS-DIVIDE                   VALUE "D".
010190     88  CBT-OP-IS-PERCENT                  VALUE "P".
010200 01  SSN-AREA.
010210     COPY SSNREC.
010220 01  PIValue CONSTANT AS 3.14.
010230 77  CBT-EOF-SWITCH               PIC X(01) VALUE "N".
010240     88  CBT-END-OF-TRANS-FILE              VALUE "Y".
010250 77  CBT-SUSPEND-SWITCH           PIC X(01) VALUE "N".
010260     88  CBT-RECORD-UNPROCESSABLE           VALUE "Y".
010270 77  CBT-CHECKPOINT-INTERVAL      PIC 9(7) COMP VALUE 1000.
010280 77  CBT-RECORD-COUNT             PIC 9(7) COMP VALUE ZERO.
010290 77  CBT-CKPT-REMAINDER           PIC 9(7) COMP VALUE ZERO.
010300 77  CBT-CKPT-QUOTIENT            PIC 9(7) COMP VALUE ZERO.
010310 77  CBT-SKIP-COUNT               PIC 9(7) COMP VALUE ZERO.
010320 77  CBT-BATCH-COUNT              PIC 9(7) COMP VALUE ZERO.
010330 77  CBT-GRAND-TOTAL              PIC S9(7)V99 COMP-3 VALUE ZERO.
010340 77  CBT-RESTART-SWITCH           PIC X(01) VALUE "N".
010350     88  CBT-IS-RESTARTED                   VALUE "Y".
010360 77  CBT-TRANS-STATUS             PIC XX VALUE SPACES.
010370     88  CBT-TRANS-NOT-FOUND                VALUE "35".
010380 77  CBT-RESTART-STATUS           PIC XX VALUE SPACES.
010390     88  CBT-RESTART-NOT-FOUND              VALUE "35".
010400 77  CBT-AUDIT-STATUS             PIC XX VALUE SPACES.
010410     88  CBT-AUDIT-NOT-FOUND                VALUE "35".
010420 77  CBT-PRINT-STATUS             PIC XX VALUE SPACES.
010430     88  CBT-PRINT-NOT-FOUND                VALUE "35".
010440 77  CBT-MASTER-STATUS            PIC XX VALUE SPACES.
010450     88  CBT-MASTER-NOT-FOUND               VALUE "35".
010460 77  CBT-CONTROL-STATUS           PIC XX VALUE SPACES.
010470     88  CBT-CONTROL-NOT-FOUND              VALUE "35".
010480 77  CBT-CONTROL-SWITCH           PIC X(01) VALUE "N".
010490     88  CBT-CONTROL-AVAILABLE              VALUE "Y".
010500 77  CBT-EXPECTED-TOTAL           PIC S9(7)V99 COMP-3 VALUE ZERO.
010510 77  CBT-VARIANCE                 PIC S9(7)V99 COMP-3 VALUE ZERO.
010520 77  CBT-CONTROL-EOF-SWITCH       PIC X(01) VALUE "N".
010530     88  CBT-END-OF-CONTROL-FILE            VALUE "Y".
010540 77  CBT-CTL-COUNT                PIC 9(7) COMP VALUE ZERO.
010550 77  CBT-CTL-FOUND-SWITCH         PIC X(01) VALUE "N".
010560     88  CBT-CTL-ENTRY-FOUND                VALUE "Y".
010570 77  CBT-PRIOR-BATCH-ID           PIC X(06) VALUE SPACES.
010580 77  CBT-BATCH-SUBTOTAL           PIC S9(7)V99 COMP-3 VALUE ZERO.
010590 77  CBT-BATCH-TRANS-COUNT        PIC 9(7) COMP VALUE ZERO.
010600 77  CBT-OPR-FOUND-SWITCH         PIC X(01) VALUE "N".
010610     88  CBT-OPR-ENTRY-FOUND                VALUE "Y".
010620 77  CBT-TRANS-OPERATOR           PIC X(30) VALUE SPACES.
010630 77  CBT-GL-STATUS                PIC XX VALUE SPACES.
010640     88  CBT-GL-NOT-FOUND                   VALUE "35".
010650 77  CBT-GL-RECORD-COUNT          PIC 9(7) COMP VALUE ZERO.
010660 77  CBT-GL-HASH-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
010670 77  CBT-REGISTER-STATUS          PIC XX VALUE SPACES.
010680     88  CBT-REGISTER-NOT-FOUND             VALUE "35".
010690 77  CBT-REVERSAL-BATCH           PIC X(06) VALUE SPACES.
010700 77  CBT-PASSTHRU-COUNT           PIC 9(7) COMP VALUE ZERO.
010710 77  CBT-PASSTHRU-RESKIP          PIC 9(7) COMP VALUE ZERO.
010720 77  CBT-MANIFEST-STATUS          PIC XX VALUE SPACES.
010730     88  CBT-MANIFEST-NOT-FOUND             VALUE "35".
010740 77  CBT-MANIFEST-EOF-SWITCH      PIC X(01) VALUE "N".
010750     88  CBT-END-OF-MANIFEST                VALUE "Y".
010760 77  CBT-MISSING-COUNT            PIC 9(7) COMP VALUE ZERO.
010770 77  CBT-ACCT-STATUS              PIC XX VALUE SPACES.
010780     88  CBT-ACCT-NOT-FOUND                 VALUE "35".
010790 77  CBT-CTLWORK-STATUS           PIC XX VALUE SPACES.
010800     88  CBT-CTLWORK-NOT-FOUND              VALUE "35".
010810 77  CBT-OPRWORK-STATUS           PIC XX VALUE SPACES.
010820     88  CBT-OPRWORK-NOT-FOUND              VALUE "35".
010830 77  CBT-RESWORK-STATUS           PIC XX VALUE SPACES.
010840     88  CBT-RESWORK-NOT-FOUND              VALUE "35".
010850 77  CBT-OPRWORK-EOF-SWITCH       PIC X(01) VALUE "N".
010860     88  CBT-END-OF-OPRWORK                 VALUE "Y".
010870 77  CBT-RESWORK-EOF-SWITCH       PIC X(01) VALUE "N".
010880     88  CBT-END-OF-RESWORK                 VALUE "Y".
010890 77  CBT-LIMITS-STATUS            PIC XX VALUE SPACES.
010900     88  CBT-LIMITS-NOT-FOUND               VALUE "35".
010910 77  CBT-OPL-FOUND-SWITCH         PIC X(01) VALUE "N".
010920     88  CBT-OPL-ENTRY-FOUND                VALUE "Y".
010930 77  CBT-OPL-LAST-SSN             PIC X(09) VALUE LOW-VALUES.
010940 77  CBT-OPL-LAST-FOUND           PIC X(01) VALUE "N".
010950 77  CBT-OPL-TALLY                PIC 9(3) COMP VALUE ZERO.
010960 77  CBT-GLA-FOUND-SWITCH         PIC X(01) VALUE "N".
010970     88  CBT-GLA-MAPPING-FOUND              VALUE "Y".
010980 77  CBT-GLA-PREFIX-LEN           PIC 9(3) COMP VALUE ZERO.
010990 77  CBT-REG-FOUND-SWITCH         PIC X(01) VALUE "N".
011000     88  CBT-REG-BATCH-WAS-FOUND            VALUE "Y".
011010 77  CBT-SUSPIN-STATUS            PIC XX VALUE SPACES.
011020     88  CBT-SUSPIN-NOT-FOUND               VALUE "35".
011030 77  CBT-SUSPOUT-STATUS           PIC XX VALUE SPACES.
011040     88  CBT-SUSPOUT-NOT-FOUND              VALUE "35".
011050 77  CBT-SUSPENSE-PHASE-SWITCH    PIC X(01) VALUE "N".
011060     88  CBT-IN-SUSPENSE-PHASE              VALUE "Y".
011070 77  CBT-SUSPEND-REASON           PIC X(02) VALUE SPACES.
011080 77  CBT-CURRENT-CYCLE            PIC 9(02) VALUE ZERO.
011090 77  CBT-CURRENT-SUSP-DATE        PIC X(10) VALUE SPACES.
011100 77  CBT-TRANS-DATE               PIC X(10) VALUE SPACES.
011110 77  CBT-SUSPENSE-COUNT           PIC 9(7) COMP VALUE ZERO.
011120 77  CBT-RECYCLE-COUNT            PIC 9(7) COMP VALUE ZERO.
011130 77  CBT-AGED-COUNT               PIC 9(7) COMP VALUE ZERO.
011140 77  CBT-SUSPOUT-KEPT-COUNT       PIC 9(7) COMP VALUE ZERO.
011150 77  CBT-SUSPEND-RESKIP           PIC 9(7) COMP VALUE ZERO.
011160 77  CBT-SUSPOUT-EOF-SWITCH       PIC X(01) VALUE "N".
011170     88  CBT-END-OF-SUSPOUT-FILE            VALUE "Y".
011180 77  CBT-STATS-STATUS             PIC XX VALUE SPACES.
011190     88  CBT-STATS-NOT-FOUND                VALUE "35".
011200 77  CBT-START-SECONDS            PIC 9(7) COMP VALUE ZERO.
011210 77  CBT-END-SECONDS              PIC 9(7) COMP VALUE ZERO.
011220 77  CBT-ELAPSED-SECONDS          PIC S9(7) COMP VALUE ZERO.
011230 77  CBT-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
011240     88  CBT-SSN-IS-VALID                   VALUE "Y".
011250     88  CBT-SSN-IS-INVALID                 VALUE "N".
011260 77  CBT-ITMWORK-STATUS           PIC XX VALUE SPACES.
011270     88  CBT-ITMWORK-NOT-FOUND              VALUE "35".
011280 77  CBT-HELDBAT-STATUS           PIC XX VALUE SPACES.
011290     88  CBT-HELDBAT-NOT-FOUND              VALUE "35".
011300 77  CBT-HELDITM-STATUS           PIC XX VALUE SPACES.
011310     88  CBT-HELDITM-NOT-FOUND              VALUE "35".
011320 77  CBT-ITMWORK-EOF-SWITCH       PIC X(01) VALUE "N".
011330     88  CBT-END-OF-ITMWORK                 VALUE "Y".
011340 77  CBT-HELDBAT-EOF-SWITCH       PIC X(01) VALUE "N".
011350     88  CBT-END-OF-HELDBAT                 VALUE "Y".
011360 77  CBT-HELDITM-EOF-SWITCH       PIC X(01) VALUE "N".
011370     88  CBT-END-OF-HELDITM                 VALUE "Y".
011380 77  CBT-HOLD-SWITCH              PIC X(01) VALUE "N".
011390     88  CBT-BATCH-IS-HELD                  VALUE "Y".
011400 77  CBT-HOLD-REASON              PIC X(02) VALUE SPACES.
011410 77  CBT-HOLD-CONTROL             PIC S9(7)V99 COMP-3 VALUE ZERO.
011420 77  CBT-HOLD-DATE-KEY            PIC 9(08) VALUE ZERO.
011430 77  CBT-HOLD-COUNT               PIC 9(7) COMP VALUE ZERO.
011440 77  CBT-HOLD-COMPUTED            PIC S9(7)V99 COMP-3 VALUE ZERO.
011450 77  CBT-HOLD-FOUND-SWITCH        PIC X(01) VALUE "N".
011460     88  CBT-HOLD-ON-FILE                   VALUE "Y".
011470 77  CBT-PRIOR-HOLD-SWITCH        PIC X(01) VALUE "N".
011480     88  CBT-PRIOR-HOLD-FOUND               VALUE "Y".
011490 77  CBT-PRIOR-HOLD-DATE          PIC X(10) VALUE SPACES.
011500 77  CBT-BATCH-FIRST-RECORD       PIC 9(7) COMP VALUE ZERO.
011510 77  CBT-BATCH-ORIGIN             PIC X(01) VALUE "T".
011520     88  CBT-BATCH-FROM-SUSPENSE            VALUE "S".
011530 77  CBT-HELD-BATCHES             PIC 9(7) COMP VALUE ZERO.
011540 77  CBT-HELD-TRANS-COUNT         PIC 9(7) COMP VALUE ZERO.
011550 77  CBT-HELD-TOTAL               PIC S9(7)V99 COMP-3 VALUE ZERO.
011560 77  CBT-HELD-CONTROL             PIC S9(7)V99 COMP-3 VALUE ZERO.
011570 77  CBT-POSTED-TOTAL             PIC S9(7)V99 COMP-3 VALUE ZERO.
011580 77  CBT-POSTED-EXPECTED          PIC S9(7)V99 COMP-3 VALUE ZERO.
011590 77  CBT-FISCAL-STATUS            PIC XX VALUE SPACES.
011600     88  CBT-FISCAL-NOT-FOUND               VALUE "35".
011610 77  CBT-PERLEDG-STATUS           PIC XX VALUE SPACES.
011620     88  CBT-PERLEDG-NOT-FOUND              VALUE "35".
011630 77  CBT-FISCAL-EOF-SWITCH        PIC X(01) VALUE "N".
011640     88  CBT-END-OF-FISCCAL                 VALUE "Y".
011650 77  CBT-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
011660     88  CBT-CAL-PERIOD-FOUND               VALUE "Y".
011670 77  CBT-CAL-SEARCH-DATE          PIC X(10) VALUE SPACES.
011680 77  CBT-OPEN-PERIOD              PIC X(06) VALUE SPACES.
011690 77  CBT-OPEN-START-DATE          PIC X(10) VALUE SPACES.
011700 77  CBT-OPEN-END-DATE            PIC X(10) VALUE SPACES.
011710 77  CBT-BATCH-DATE               PIC X(10) VALUE SPACES.
011720 77  CBT-BATCH-PERIOD             PIC X(06) VALUE SPACES.
011730 77  CBT-ROLLED-SWITCH            PIC X(01) VALUE "N".
011740     88  CBT-BATCH-WAS-ROLLED               VALUE "Y".
011750 77  CBT-ROLLED-COUNT             PIC 9(7) COMP VALUE ZERO.
011760 77  CBT-POSTHIST-STATUS          PIC XX VALUE SPACES.
011770     88  CBT-POSTHIST-NOT-FOUND             VALUE "35".
011780 77  CBT-POSTHIST-EOF-SWITCH      PIC X(01) VALUE "N".
011790     88  CBT-END-OF-POSTHIST                VALUE "Y".
011800 77  CBT-HISTORY-COUNT            PIC 9(7) COMP VALUE ZERO.
011810 77  CBT-MARKED-COUNT             PIC 9(7) COMP VALUE ZERO.
011820 77  CBT-LINK-DATE-KEY            PIC 9(08) VALUE ZERO.
011830 77  CBT-STREAMS-STATUS           PIC XX VALUE SPACES.
011840     88  CBT-STREAMS-NOT-FOUND              VALUE "35".
011850 77  CBT-STREAMS-EOF-SWITCH       PIC X(01) VALUE "N".
011860     88  CBT-END-OF-STREAMS                 VALUE "Y".
011870 77  CBT-STREAM-COUNT             PIC 9(3) COMP VALUE ZERO.
011880 77  CBT-STREAM-SUB               PIC 9(3) COMP VALUE ZERO.
011890 77  CBT-STREAM-LOW               PIC X(06) VALUE LOW-VALUES.
011900 77  CBT-STREAM-HIGH              PIC X(06) VALUE HIGH-VALUES.
011910 77  CBT-PARTITION-BATCH-ID       PIC X(06) VALUE SPACES.
011920 77  CBT-PARTITION-SWITCH         PIC X(01) VALUE "Y".
011930     88  CBT-IN-STREAM-PARTITION            VALUE "Y".
011940 77  CBT-CTL-LOADED-COUNT         PIC 9(7) COMP VALUE ZERO.
011950 77  CBT-RESULTS-STATUS           PIC XX VALUE SPACES.
011960     88  CBT-RESULTS-NOT-FOUND              VALUE "35".
011970 77  CBT-RESULTS-EOF-SWITCH       PIC X(01) VALUE "N".
011980     88  CBT-END-OF-RESULTS                 VALUE "Y".
011990 77  CBT-RESULTS-DETAIL-COUNT     PIC 9(7) COMP VALUE ZERO.
012000 77  CBT-STRMRPT-STATUS           PIC XX VALUE SPACES.
012010     88  CBT-STRMRPT-NOT-FOUND              VALUE "35".
012020 77  CBT-STRMRPT-EOF-SWITCH       PIC X(01) VALUE "N".
012030     88  CBT-END-OF-STRMRPT                 VALUE "Y".
012040 77  CBT-STRMAUD-STATUS           PIC XX VALUE SPACES.
012050     88  CBT-STRMAUD-NOT-FOUND              VALUE "35".
012060 77  CBT-STRMAUD-EOF-SWITCH       PIC X(01) VALUE "N".
012070     88  CBT-END-OF-STRMAUD                 VALUE "Y".
012080 77  CBT-AUDIT-APPENDED           PIC 9(7) COMP VALUE ZERO.
012090 77  CBT-STREAMS-MISSING          PIC 9(3) COMP VALUE ZERO.
012100 77  CBT-MERGE-RECORD-COUNT       PIC 9(7) COMP VALUE ZERO.
012110 77  CBT-MERGE-LEAD-SECONDS       PIC 9(7) COMP VALUE ZERO.
012120 77  CBT-STREAM-LEAD-SECONDS      PIC S9(7) COMP VALUE ZERO.
012130 77  CBT-HOLD-FIRST-RECORD        PIC 9(7) COMP VALUE ZERO.
012140 77  CBT-HOLD-ORIGIN              PIC X(01) VALUE SPACE.
012150 77  CBT-TRAILER-COUNT            PIC 9(3) COMP VALUE ZERO.
012160*    THE SECOND SYSIN CARD - THE OVERRIDE IN COLUMNS 1-9, AND FOR
012170*    A STREAM OR MERGE RUN THE MODE IN 11-16 AND STREAM IN 18-19.
012180 01  CBT-RUN-CARD.
012190     05  CBT-OVERRIDE-CARD        PIC X(09).
012200         88  CBT-REPROCESS-ALLOWED          VALUE "REPROCESS".
012210         88  CBT-REVERSAL-REQUESTED         VALUE "REVERSAL ".
012220     05  FILLER                   PIC X(01).
012230     05  CBT-RUN-MODE             PIC X(06).
012240         88  CBT-STREAM-RUN                 VALUE "STREAM".
012250         88  CBT-MERGE-RUN                  VALUE "MERGE ".
012260     05  FILLER                   PIC X(01).
012270     05  CBT-RUN-STREAM           PIC X(02).
012280     05  CBT-RUN-STREAM-NUMBER REDEFINES CBT-RUN-STREAM
012290                                  PIC 9(02).
012300     05  FILLER                   PIC X(61).
012310*    THE STREAMS CARDS - EACH STREAM'S LOWEST BATCH ID AND THE
012320*    NEXT STREAM'S, AND HOW FAR THE MERGE RUN HAS GOT WITH IT.
012330 01  CBT-STREAM-TABLE.
012340     05  CBT-STM-ENTRY OCCURS 9 TIMES.
012350         10  CBT-STM-LOW           PIC X(06).
012360         10  CBT-STM-HIGH          PIC X(06).
012370         10  CBT-STM-STATE         PIC X(01).
012380             88  CBT-STM-HEADER-SEEN          VALUE "H".
012390             88  CBT-STM-COMPLETE             VALUE "C".
012400         10  CBT-STM-DETAIL-COUNT  PIC 9(7) COMP.
012410*    A SAVED ITMWORK IMAGE IS UNPACKED HERE FOR THE HISTORY FILE.
012420 01  CBT-ITEM-IMAGE.
012430     05  CBT-IMG-BATCH-ID          PIC X(06).
012440     05  CBT-IMG-OP-CODE           PIC X(01).
012450     COPY SSNREC REPLACING ==SSNUM== BY ==CBT-IMG-OPER-SSN==.
012460     05  CBT-IMG-NUM1              PIC S9(5)V99 COMP-3.
012470     05  CBT-IMG-NUM2              PIC S9(5)V99 COMP-3.
012480*    A YYYY-MM-DD DATE IS TURNED INTO A YYYYMMDD KEY THROUGH HERE.
012490 01  CBT-LINK-DATE-DISPLAY        PIC X(10) VALUE SPACES.
012500 01  CBT-LINK-DATE-PARTS REDEFINES CBT-LINK-DATE-DISPLAY.
012510     05  CBT-LNK-YYYY              PIC 9(4).
012520     05  FILLER                    PIC X(1).
012530     05  CBT-LNK-MM                PIC 9(2).
012540     05  FILLER                    PIC X(1).
012550     05  CBT-LNK-DD                PIC 9(2).
012560 01  CBT-LINK-DATE-YMD.
012570     05  CBT-LNK-KEY-YYYY          PIC 9(4).
012580     05  CBT-LNK-KEY-MM            PIC 9(2).
012590     05  CBT-LNK-KEY-DD            PIC 9(2).
012600 01  CBT-CURRENT-DATE.
012610     05  CBT-CD-YYYY               PIC 9(4).
012620     05  CBT-CD-MM                 PIC 9(2).
012630     05  CBT-CD-DD                 PIC 9(2).
012640 01  CBT-CURRENT-TIME.
012650     05  CBT-CT-HH                 PIC 9(2).
012660     05  CBT-CT-MN                 PIC 9(2).
012670     05  CBT-CT-SS                 PIC 9(2).
012680     05  CBT-CT-HS                 PIC 9(2).
012690 01  CBT-DATE-DISPLAY.
012700     05  CBT-DSP-YYYY               PIC 9(4).
012710     05  FILLER                     PIC X(1) VALUE "-".
012720     05  CBT-DSP-MM                 PIC 9(2).
012730     05  FILLER                     PIC X(1) VALUE "-".
012740     05  CBT-DSP-DD                 PIC 9(2).
012750 01  CBT-TIME-DISPLAY.
012760     05  CBT-DSP-HH                 PIC 9(2).
012770     05  FILLER                     PIC X(1) VALUE ":".
012780     05  CBT-DSP-MN                 PIC 9(2).
012790     05  FILLER                     PIC X(1) VALUE ":".
012800     05  CBT-DSP-SS                 PIC 9(2).
012810*
012820 01  CBT-PDATE-AREA.
012830     COPY PDTPARM.
012840*
012850 PROCEDURE DIVISION.
012860*****************************************************************
012870* 0000-MAINLINE
012880*****************************************************************
012890 0000-MAINLINE.
012900     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
012910     ACCEPT CBT-CURRENT-TIME FROM TIME
012920     COMPUTE CBT-START-SECONDS =
012930         CBT-CT-HH * 3600 + CBT-CT-MN * 60 + CBT-CT-SS
012940     PERFORM 1000-VALIDATE-SSN THRU 1000-EXIT
012950     PERFORM 1020-READ-OVERRIDE-CARD THRU 1020-EXIT
012960     OPEN INPUT SSNUM-MASTER
012970     IF CBT-MASTER-NOT-FOUND
012980         DISPLAY "CBTUT - SSNUM-MASTER DATASET NOT FOUND, RUN "
012990             "TERMINATED"
013000         MOVE 16 TO RETURN-CODE
013010         STOP RUN
013020     END-IF
013030     PERFORM 1100-LOOKUP-MASTER THRU 1100-EXIT
013040     DISPLAY "Hello " UserName
013050     OPEN INPUT OPER-LIMITS
013060     IF CBT-LIMITS-NOT-FOUND
013070         DISPLAY "CBTUT - OPRLIM DATASET NOT FOUND, RUN "
013080             "TERMINATED"
013090         MOVE 16 TO RETURN-CODE
013100         STOP RUN
013110     END-IF
013120     OPEN INPUT FISCAL-CALENDAR
013130     IF CBT-FISCAL-NOT-FOUND
013140         DISPLAY "CBTUT - FISCCAL DATASET NOT FOUND, RUN "
013150             "TERMINATED"
013160         MOVE 16 TO RETURN-CODE
013170         STOP RUN
013180     END-IF
013190     PERFORM 1060-FIND-OPEN-PERIOD THRU 1060-EXIT
013200*    THE MERGE RUN READS NO TRANSACTIONS - IT POSTS WHAT THE
013210*    STREAM RUNS HANDED IT, AND ENDS THE RUN ITSELF.
013220     IF CBT-MERGE-RUN
013230         PERFORM 6000-MERGE-STREAMS THRU 6000-EXIT
013240     END-IF
013250     OPEN INPUT TRANS-IN
013260     IF CBT-TRANS-NOT-FOUND
013270         DISPLAY "CBTUT - TRANS-IN DATASET NOT FOUND, RUN "
013280             "TERMINATED"
013290         MOVE 16 TO RETURN-CODE
013300         STOP RUN
013310     END-IF
013320     PERFORM 1150-READ-CONTROL-TOTAL THRU 1150-EXIT
013330     OPEN INPUT SUSPENSE-IN
013340     IF CBT-SUSPIN-NOT-FOUND
013350         DISPLAY "CBTUT - NO SUSPENSE FILE FROM LAST RUN"
013360     ELSE
013370         SET CBT-IN-SUSPENSE-PHASE TO TRUE
013380     END-IF
013390     PERFORM 1030-OPEN-BATCH-FILES THRU 1030-EXIT
013400*    OPRWORK IS CLEARED AT EVERY START - AFTER A RESTART THE
013410*    PER-OPERATOR SECTION COVERS ONLY THE RESUMED PORTION OF THE
013420*    BATCH, AS IT ALWAYS HAS.
013430     OPEN OUTPUT OPER-WORK
013440     IF CBT-OPRWORK-NOT-FOUND
013450         DISPLAY "CBTUT - OPRWORK DATASET NOT FOUND, RUN "
013460             "TERMINATED"
013470         MOVE 16 TO RETURN-CODE
013480         STOP RUN
013490     END-IF
013500     CLOSE OPER-WORK
013510     OPEN I-O OPER-WORK
013520     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT
013530*    A STREAM RUN KEEPS AN AUDIT LOG OF ITS OWN FOR THE MERGE RUN
013540*    TO APPEND TO THE NIGHT'S - FRESH EACH RUN, EXTENDED ON A
013550*    RESTART.
013560     IF CBT-STREAM-RUN AND NOT CBT-IS-RESTARTED
013570         OPEN OUTPUT AUDIT-LOG
013580     ELSE
013590         OPEN EXTEND AUDIT-LOG
013600         IF CBT-AUDIT-NOT-FOUND
013610             OPEN OUTPUT AUDIT-LOG
013620         END-IF
013630     END-IF
013640     IF CBT-IS-RESTARTED
013650         OPEN EXTEND PRINT-RPT
013660         PERFORM 1230-PREPARE-SUSPOUT-RESTART THRU 1230-EXIT
013670         OPEN EXTEND SUSPENSE-OUT
013680*        THE KEPT RESWORK ENTRIES FROM THE INTERRUPTED RUN STAY -
013690*        THE REPLAY RE-DERIVES THE SAME RESULTS THROUGH REWRITE.
013700*        A RUN THAT DIED BEFORE ITS FIRST BATCH BREAK LEFT THE
013710*        FILE UNLOADED (STATUS 35) - LOAD IT EMPTY AND REOPEN.
013720         OPEN I-O RESULT-WORK
013730         IF CBT-RESWORK-NOT-FOUND
013740             OPEN OUTPUT RESULT-WORK
013750             IF NOT CBT-RESWORK-NOT-FOUND
013760                 CLOSE RESULT-WORK
013770                 OPEN I-O RESULT-WORK
013780             END-IF
013790         END-IF
013800*        ITMWORK IS KEPT THE SAME WAY - THE REPLAY REWRITES THE
013810*        SAME ITEMS UNDER THE SAME INPUT POSITIONS.
013820         OPEN I-O ITEM-WORK
013830         IF CBT-ITMWORK-NOT-FOUND
013840             OPEN OUTPUT ITEM-WORK
013850             IF NOT CBT-ITMWORK-NOT-FOUND
013860                 CLOSE ITEM-WORK
013870                 OPEN I-O ITEM-WORK
013880             END-IF
013890         END-IF
013900     ELSE
013910         OPEN OUTPUT PRINT-RPT
013920         OPEN OUTPUT SUSPENSE-OUT
013930*        A FRESH RUN STARTS WITH AN EMPTY RESULT WORK FILE.
013940         OPEN OUTPUT RESULT-WORK
013950         IF NOT CBT-RESWORK-NOT-FOUND
013960             CLOSE RESULT-WORK
013970             OPEN I-O RESULT-WORK
013980         END-IF
013990         OPEN OUTPUT ITEM-WORK
014000         IF NOT CBT-ITMWORK-NOT-FOUND
014010             CLOSE ITEM-WORK
014020             OPEN I-O ITEM-WORK
014030         END-IF
014040     END-IF
014050     IF CBT-ITMWORK-NOT-FOUND
014060         DISPLAY "CBTUT - ITMWORK DATASET NOT FOUND, RUN "
014070             "TERMINATED"
014080         MOVE 16 TO RETURN-CODE
014090         STOP RUN
014100     END-IF
014110     IF CBT-RESWORK-NOT-FOUND
014120         DISPLAY "CBTUT - RESWORK DATASET NOT FOUND, RUN "
014130             "TERMINATED"
014140         MOVE 16 TO RETURN-CODE
014150         STOP RUN
014160     END-IF
014170     IF CBT-SUSPOUT-NOT-FOUND
014180         DISPLAY "CBTUT - SUSPOUT DATASET NOT FOUND, RUN "
014190             "TERMINATED"
014200         MOVE 16 TO RETURN-CODE
014210         STOP RUN
014220     END-IF
014230     IF CBT-PRINT-NOT-FOUND
014240         DISPLAY "CBTUT - PRINT-RPT DATASET NOT FOUND, RUN "
014250             "TERMINATED"
014260         MOVE 16 TO RETURN-CODE
014270         STOP RUN
014280     END-IF
014290*    A STREAM'S RESULTS ARE EMPTIED AT EVERY START, SO A STREAM
014300*    THAT NEVER FINISHES CANNOT BE MERGED FROM AN EARLIER RUN.
014310     IF CBT-STREAM-RUN
014320         OPEN OUTPUT STREAM-RESULTS
014330         IF CBT-RESULTS-NOT-FOUND
014340             DISPLAY "CBTUT - STRMRES DATASET NOT FOUND, RUN "
014350                 "TERMINATED"
014360             MOVE 16 TO RETURN-CODE
014370             STOP RUN
014380         END-IF
014390     END-IF
014400*    A REVERSAL RUN NEVER RE-PRESENTS SUSPENSE AS TRANSACTIONS -
014410*    THE CHAIN IS COPIED STRAIGHT THROUGH TO SUSPOUT SO THE GDG
014420*    ROLL PRESERVES IT.
014430     IF CBT-REVERSAL-REQUESTED AND CBT-IN-SUSPENSE-PHASE
014440         PERFORM 1250-PASS-SUSPENSE-THROUGH THRU 1250-EXIT
014450             UNTIL NOT CBT-IN-SUSPENSE-PHASE
014460     END-IF
014470     IF NOT CBT-IS-RESTARTED
014480         IF CBT-STREAM-RUN
014490             PERFORM 1310-WRITE-STREAM-LINE THRU 1310-EXIT
014500         ELSE
014510             PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
014520         END-IF
014530     END-IF
014540     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
014550     PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
014560         UNTIL CBT-END-OF-TRANS-FILE
014570     IF CBT-PRIOR-BATCH-ID NOT = SPACES
014580         PERFORM 7000-BATCH-BREAK THRU 7000-EXIT
014590     END-IF
014600*    A STREAM RUN ENDS IN 8500 - WHAT FOLLOWS IS THE MERGE RUN'S
014610*    WORK WHEN THE NIGHT RUNS AS STREAMS.
014620     IF CBT-STREAM-RUN
014630         PERFORM 8500-END-STREAM-RUN THRU 8500-EXIT
014640     END-IF
014650     PERFORM 8050-WRITE-OPERATOR-TOTALS THRU 8050-EXIT
014660     IF NOT CBT-REVERSAL-REQUESTED
014670         PERFORM 8080-TOTAL-HELD-BATCHES THRU 8080-EXIT
014680     END-IF
014690     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
014700     PERFORM 8200-RECONCILE-CONTROL-TOTAL THRU 8200-EXIT
014710     IF CBT-CONTROL-AVAILABLE AND RETURN-CODE = ZERO
014720         PERFORM 8250-WRITE-GL-INTERFACE THRU 8250-EXIT
014730     ELSE
014740         DISPLAY "CBTUT - RUN NOT CLEAN, GL INTERFACE NOT CUT"
014750     END-IF
014760     IF NOT CBT-REVERSAL-REQUESTED
014770         PERFORM 8150-CHECK-MANIFEST THRU 8150-EXIT
014780     END-IF
014790     PERFORM 8300-CLEAR-CHECKPOINT THRU 8300-EXIT
014800     CLOSE TRANS-IN
014810     CLOSE SUSPENSE-OUT
014820     IF NOT CBT-SUSPIN-NOT-FOUND
014830         CLOSE SUSPENSE-IN
014840     END-IF
014850     CLOSE BATCH-REGISTER
014860     CLOSE SSNUM-MASTER
014870     CLOSE OPER-LIMITS
014880     CLOSE AUDIT-LOG
014890     CLOSE OPER-WORK
014900     CLOSE RESULT-WORK
014910     CLOSE ITEM-WORK
014920     CLOSE HELD-BATCH
014930     CLOSE HELD-ITEM
014940     CLOSE FISCAL-CALENDAR
014950     IF CBT-CTL-LOADED-COUNT > ZERO
014960         CLOSE CONTROL-WORK
014970     END-IF
014980     CLOSE PRINT-RPT
014990     IF CBT-SUSPENSE-COUNT > ZERO
015000         DISPLAY "CBTUT - " CBT-SUSPENSE-COUNT " TRANSACTIONS "
015010             "SUSPENDED THIS RUN - SEE SUSPOUT"
015020         IF RETURN-CODE = ZERO
015030             MOVE 4 TO RETURN-CODE
015040         END-IF
015050     END-IF
015060     IF CBT-HELD-BATCHES > ZERO
015070         DISPLAY "CBTUT - " CBT-HELD-BATCHES " BATCHES HELD OUT "
015080             "OF BALANCE THIS RUN - SEE HELDBAT"
015090         IF RETURN-CODE = ZERO
015100             MOVE 4 TO RETURN-CODE
015110         END-IF
015120     END-IF
015130     IF CBT-ROLLED-COUNT > ZERO
015140         DISPLAY "CBTUT - " CBT-ROLLED-COUNT " BATCHES DATED "
015150             "INTO A CLOSED PERIOD ROLLED TO " CBT-OPEN-PERIOD
015160     END-IF
015170     PERFORM 8400-WRITE-RUN-STATISTICS THRU 8400-EXIT
015180     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
015190     STOP RUN.
015200*
015210*****************************************************************
015220* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
015230* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
015240* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
015250* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
015260* DEPENDS ON HAS NOT COMPLETED FOR THAT DATE.
015270*****************************************************************
015280 1005-BEGIN-PROCESSING-STEP.
015290     SET PDP-BEGIN-STEP TO TRUE
015300     MOVE "CBTUT" TO PDP-STEP-NAME
015310     CALL "CBTDATE" USING CBT-PDATE-AREA
015320     IF PDP-MESSAGE NOT = SPACES
015330         DISPLAY "CBTUT - " PDP-MESSAGE
015340     END-IF
015350     IF PDP-REQUEST-REFUSED
015360         DISPLAY "CBTUT - STEP REFUSED BY PROCESSING "
015370             "DATE CONTROL, RUN TERMINATED"
015380         MOVE 16 TO RETURN-CODE
015390         STOP RUN
015400     END-IF
015410     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE.
015420 1005-EXIT.
015430     EXIT.
015440*
015450*****************************************************************
015460* 1030-OPEN-BATCH-FILES - THE PROCESSED-BATCH REGISTER AND THE
015470* HELD-BATCH FILES.  A STREAM RUN ONLY READS THEM - EVERY STREAM
015480* CHECKS THE SAME REGISTER AT ONCE, AND THE MERGE RUN IS THE ONE
015490* THAT UPDATES IT - SO A STREAM OPENS THEM INPUT, LOADING AN
015500* UNLOADED ONE EMPTY FIRST THE SAME WAY.
015510*****************************************************************
015520 1030-OPEN-BATCH-FILES.
015530     IF CBT-STREAM-RUN
015540         PERFORM 1040-OPEN-BATCH-FILES-INPUT THRU 1040-EXIT
015550         GO TO 1030-EXIT
015560     END-IF
015570*    AN UNLOADED REGISTER GIVES STATUS 35 ON THE I-O OPEN - LOAD
015580*    IT EMPTY WITH AN OUTPUT OPEN/CLOSE, THEN REOPEN I-O SO THE
015590*    DUPLICATE-CHECK READS WORK.
015600     OPEN I-O BATCH-REGISTER
015610     IF CBT-REGISTER-NOT-FOUND
015620         OPEN OUTPUT BATCH-REGISTER
015630         IF CBT-REGISTER-NOT-FOUND
015640             DISPLAY "CBTUT - BATCHREG DATASET NOT FOUND, RUN "
015650                 "TERMINATED"
015660             MOVE 16 TO RETURN-CODE
015670             STOP RUN
015680         END-IF
015690         CLOSE BATCH-REGISTER
015700         OPEN I-O BATCH-REGISTER
015710     END-IF
015720*    THE HELD-BATCH FILES ARE LOADED EMPTY THE SAME WAY THE FIRST
015730*    TIME THROUGH.
015740     OPEN I-O HELD-BATCH
015750     IF CBT-HELDBAT-NOT-FOUND
015760         OPEN OUTPUT HELD-BATCH
015770         IF CBT-HELDBAT-NOT-FOUND
015780             DISPLAY "CBTUT - HELDBAT DATASET NOT FOUND, RUN "
015790                 "TERMINATED"
015800             MOVE 16 TO RETURN-CODE
015810             STOP RUN
015820         END-IF
015830         CLOSE HELD-BATCH
015840         OPEN I-O HELD-BATCH
015850     END-IF
015860     OPEN I-O HELD-ITEM
015870     IF CBT-HELDITM-NOT-FOUND
015880         OPEN OUTPUT HELD-ITEM
015890         IF CBT-HELDITM-NOT-FOUND
015900             DISPLAY "CBTUT - HELDITM DATASET NOT FOUND, RUN "
015910                 "TERMINATED"
015920             MOVE 16 TO RETURN-CODE
015930             STOP RUN
015940         END-IF
015950         CLOSE HELD-ITEM
015960         OPEN I-O HELD-ITEM
015970     END-IF.
015980 1030-EXIT.
015990     EXIT.
016000*
016010 1040-OPEN-BATCH-FILES-INPUT.
016020     OPEN INPUT BATCH-REGISTER
016030     IF CBT-REGISTER-NOT-FOUND
016040         OPEN OUTPUT BATCH-REGISTER
016050         IF CBT-REGISTER-NOT-FOUND
016060             DISPLAY "CBTUT - BATCHREG DATASET NOT FOUND, RUN "
016070                 "TERMINATED"
016080             MOVE 16 TO RETURN-CODE
016090             STOP RUN
016100         END-IF
016110         CLOSE BATCH-REGISTER
016120         OPEN INPUT BATCH-REGISTER
016130     END-IF
016140     OPEN INPUT HELD-BATCH
016150     IF CBT-HELDBAT-NOT-FOUND
016160         OPEN OUTPUT HELD-BATCH
016170         IF CBT-HELDBAT-NOT-FOUND
016180             DISPLAY "CBTUT - HELDBAT DATASET NOT FOUND, RUN "
016190                 "TERMINATED"
016200             MOVE 16 TO RETURN-CODE
016210             STOP RUN
016220         END-IF
016230         CLOSE HELD-BATCH
016240         OPEN INPUT HELD-BATCH
016250     END-IF
016260     OPEN INPUT HELD-ITEM
016270     IF CBT-HELDITM-NOT-FOUND
016280         OPEN OUTPUT HELD-ITEM
016290         IF CBT-HELDITM-NOT-FOUND
016300             DISPLAY "CBTUT - HELDITM DATASET NOT FOUND, RUN "
016310                 "TERMINATED"
016320             MOVE 16 TO RETURN-CODE
016330             STOP RUN
016340         END-IF
016350         CLOSE HELD-ITEM
016360         OPEN INPUT HELD-ITEM
016370     END-IF.
016380 1040-EXIT.
016390     EXIT.
016400*
016410*****************************************************************
016420* 1060-FIND-OPEN-PERIOD - TONIGHT'S BUSINESS DATE MUST FALL IN A
016430* FISCAL PERIOD THAT IS STILL OPEN.  THAT PERIOD IS WHERE THE
016440* NIGHT POSTS, AND WHERE A BATCH DATED INTO A CLOSED PERIOD IS
016450* ROLLED TO.  WITHOUT ONE NOTHING CAN POST, SO THE RUN STOPS
016460* BEFORE ANY AMOUNTS ACCUMULATE.
016470*****************************************************************
016480 1060-FIND-OPEN-PERIOD.
016490     MOVE PDP-BUSINESS-DATE TO CBT-CAL-SEARCH-DATE
016500     PERFORM 1070-FIND-CALENDAR-PERIOD THRU 1070-EXIT
016510     IF NOT CBT-CAL-PERIOD-FOUND
016520         DISPLAY "CBTUT - BUSINESS DATE " PDP-BUSINESS-DATE
016530             " IS NOT ON THE FISCAL CALENDAR, RUN TERMINATED"
016540         MOVE 16 TO RETURN-CODE
016550         STOP RUN
016560     END-IF
016570     IF NOT FCL-PERIOD-OPEN
016580         DISPLAY "CBTUT - FISCAL PERIOD " FCL-PERIOD " FOR "
016590             "BUSINESS DATE " PDP-BUSINESS-DATE " IS CLOSED, "
016600             "RUN TERMINATED"
016610         MOVE 16 TO RETURN-CODE
016620         STOP RUN
016630     END-IF
016640     MOVE FCL-PERIOD TO CBT-OPEN-PERIOD
016650     MOVE FCL-START-DATE TO CBT-OPEN-START-DATE
016660     MOVE FCL-END-DATE TO CBT-OPEN-END-DATE.
016670 1060-EXIT.
016680     EXIT.
016690*
016700*****************************************************************
016710* 1070-FIND-CALENDAR-PERIOD - SEARCH THE CALENDAR FOR THE PERIOD
016720* COVERING CBT-CAL-SEARCH-DATE.  WHEN ONE IS FOUND ITS RECORD IS
016730* LEFT IN THE FISCAL-CALENDAR RECORD AREA.  A YEAR IS A DOZEN OR
016740* SO SHORT RECORDS, AND MOST BATCHES NEVER GET THIS FAR - THEY
016750* FALL IN TONIGHT'S OPEN PERIOD, WHICH IS CHECKED FIRST.
016760*****************************************************************
016770 1070-FIND-CALENDAR-PERIOD.
016780     MOVE "N" TO CBT-CAL-FOUND-SWITCH
016790     MOVE "N" TO CBT-FISCAL-EOF-SWITCH
016800     MOVE LOW-VALUES TO FCL-PERIOD
016810     START FISCAL-CALENDAR KEY NOT < FCL-PERIOD
016820         INVALID KEY
016830             GO TO 1070-EXIT
016840     END-START
016850     PERFORM 1080-EXAMINE-PERIOD THRU 1080-EXIT
016860         UNTIL CBT-END-OF-FISCCAL OR CBT-CAL-PERIOD-FOUND.
016870 1070-EXIT.
016880     EXIT.
016890*
016900 1080-EXAMINE-PERIOD.
016910     READ FISCAL-CALENDAR NEXT
016920         AT END
016930             SET CBT-END-OF-FISCCAL TO TRUE
016940             GO TO 1080-EXIT
016950     END-READ
016960     IF CBT-CAL-SEARCH-DATE NOT < FCL-START-DATE
016970        AND CBT-CAL-SEARCH-DATE NOT > FCL-END-DATE
016980         SET CBT-CAL-PERIOD-FOUND TO TRUE
016990     END-IF.
017000 1080-EXIT.
017010     EXIT.
017020*
017030*****************************************************************
017040* 1000-VALIDATE-SSN - ACCEPT THE OPERATOR'S SSN AND CALL THE
017050* SHARED SSNVAL EDIT ROUTINE TO CHECK IT AGAINST THE SSA ISSUED-
017060* RANGE RULES.
017070*****************************************************************
017080 1000-VALIDATE-SSN.
017090     DISPLAY "Enter your Social Security Number "
017100     ACCEPT SSNUM
017110     CALL "SSNVAL" USING SSN-AREA CBT-SSN-VALID-FLAG
017120     IF CBT-SSN-IS-INVALID
017130         DISPLAY "CBTUT - THAT SSN IS NOT A VALID SSA-ISSUED "
017140             "NUMBER"
017150         DISPLAY "CBTUT - RUN TERMINATED, SSN FAILED EDIT"
017160         MOVE 16 TO RETURN-CODE
017170         STOP RUN
017180     END-IF.
017190 1000-EXIT.
017200     EXIT.
017210*
017220*****************************************************************
017230* 1020-READ-OVERRIDE-CARD - THE SECOND SYSIN CARD IS "NORMAL"
017240* ON EVERY SCHEDULED RUN.  "REPROCESS" IS THE DOCUMENTED
017250* OVERRIDE THAT LETS A BATCH ALREADY ON THE PROCESSED-BATCH
017260* REGISTER RUN AGAIN.  "REVERSAL" BACKS A POSTED BATCH OUT -
017270* THE THIRD CARD THEN NAMES THE BATCH, WHICH MUST ALREADY BE
017280* ON THE REGISTER AND NOT ALREADY REVERSED.  ANYTHING ELSE IS
017290* TREATED AS NORMAL.  COLUMNS 11-16 NAME THE RUN MODE WHEN THE
017300* NIGHT RUNS AS STREAMS - "STREAM" WITH THE STREAM NUMBER IN
017310* 18-19, OR "MERGE" - AND ARE BLANK FOR A SINGLE RUN.  A
017320* REVERSAL IS ALWAYS A SINGLE RUN.
017330*****************************************************************
017340 1020-READ-OVERRIDE-CARD.
017350     MOVE SPACES TO CBT-RUN-CARD
017360     ACCEPT CBT-RUN-CARD
017370     IF CBT-REPROCESS-ALLOWED
017380         DISPLAY "CBTUT - REPROCESS OVERRIDE IN EFFECT, "
017390             "REGISTER DUPLICATES WILL BE ACCEPTED"
017400     END-IF
017410     IF CBT-REVERSAL-REQUESTED
017420         MOVE SPACES TO CBT-REVERSAL-BATCH
017430         ACCEPT CBT-REVERSAL-BATCH
017440         IF CBT-REVERSAL-BATCH = SPACES
017450             DISPLAY "CBTUT - REVERSAL REQUESTED BUT NO BATCH "
017460                 "ID CARD SUPPLIED, RUN TERMINATED"
017470             MOVE 16 TO RETURN-CODE
017480             STOP RUN
017490         END-IF
017500         DISPLAY "CBTUT - REVERSAL MODE IN EFFECT FOR BATCH "
017510             CBT-REVERSAL-BATCH
017520     END-IF
017530     IF CBT-RUN-MODE = SPACES
017540         GO TO 1020-EXIT
017550     END-IF
017560     IF NOT CBT-STREAM-RUN AND NOT CBT-MERGE-RUN
017570         DISPLAY "CBTUT - RUN MODE " CBT-RUN-MODE " NOT "
017580             "RECOGNISED, RUN TERMINATED"
017590         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017610     END-IF
017620     IF CBT-REVERSAL-REQUESTED
017630         DISPLAY "CBTUT - A REVERSAL RUNS AS A SINGLE RUN, NOT "
017640             "AS A STREAM OR MERGE - RUN TERMINATED"
017650         MOVE 16 TO RETURN-CODE
017660         STOP RUN
017670     END-IF
017680     PERFORM 1400-LOAD-STREAM-TABLE THRU 1400-EXIT
017690     IF CBT-MERGE-RUN
017700         DISPLAY "CBTUT - MERGE RUN FOR " CBT-STREAM-COUNT
017710             " STREAMS"
017720         GO TO 1020-EXIT
017730     END-IF
017740     IF CBT-RUN-STREAM NOT NUMERIC
017750        OR CBT-RUN-STREAM-NUMBER = ZERO
017760        OR CBT-RUN-STREAM-NUMBER > CBT-STREAM-COUNT
017770         DISPLAY "CBTUT - STREAM " CBT-RUN-STREAM " IS NOT ON "
017780             "THE STREAMS DATASET, RUN TERMINATED"
017790         MOVE 16 TO RETURN-CODE
017800         STOP RUN
017810     END-IF
017820     MOVE CBT-STM-LOW (CBT-RUN-STREAM-NUMBER) TO CBT-STREAM-LOW
017830     MOVE CBT-STM-HIGH (CBT-RUN-STREAM-NUMBER) TO CBT-STREAM-HIGH
017840     DISPLAY "CBTUT - STREAM " CBT-RUN-STREAM " OF "
017850         CBT-STREAM-COUNT " IN EFFECT".
017860 1020-EXIT.
017870     EXIT.
017880*
017890*****************************************************************
017900* 1100-LOOKUP-MASTER - READ SSNUM-MASTER BY THE VALIDATED SSN AND
017910* PULL THE NAME OF RECORD INSTEAD OF TRUSTING A TYPED NAME.
017920*****************************************************************
017930 1100-LOOKUP-MASTER.
017940     MOVE SSNUM TO MST-SSNUM
017950     MOVE SPACES TO UserName
017960     READ SSNUM-MASTER
017970         INVALID KEY
017980             DISPLAY "CBTUT - SSN NOT FOUND ON SSNUM-MASTER, RUN "
017990                 "TERMINATED"
018000             MOVE 16 TO RETURN-CODE
018010             STOP RUN
018020         NOT INVALID KEY
018030             MOVE MST-EMPLOYEE-NAME TO UserName
018040     END-READ.
018050 1100-EXIT.
018060     EXIT.
018070*
018080*****************************************************************
018090* 1150-READ-CONTROL-TOTAL - LOAD THE INDEPENDENTLY SUPPLIED
018100* CONTROL RECORDS UP FRONT, ONE PER BATCH ID, INTO THE CTLWORK
018110* KEYED WORK FILE - HOWEVER MANY THE NIGHT BRINGS.  THE SUM OF
018120* THE BATCH CONTROLS IS THE EXPECTED GRAND TOTAL THE RUN IS
018130* RECONCILED AGAINST AT THE END.  A STREAM RUN LOADS AND SUMS
018140* ONLY ITS OWN BATCHES' CONTROLS BUT COUNTS THEM ALL - A
018150* CONTROL-IN WITH ANYTHING ON IT MAKES THE WHOLE NIGHT A
018160* RECONCILED ONE, IN EVERY STREAM ALIKE.
018170*****************************************************************
018180 1150-READ-CONTROL-TOTAL.
018190     OPEN INPUT CONTROL-IN
018200     IF CBT-CONTROL-NOT-FOUND
018210         DISPLAY "CBTUT - NO CONTROL-IN DATASET, TOTAL NOT "
018220             "RECONCILED"
018230         GO TO 1150-EXIT
018240     END-IF
018250     OPEN OUTPUT CONTROL-WORK
018260     IF CBT-CTLWORK-NOT-FOUND
018270         DISPLAY "CBTUT - CTLWORK DATASET NOT FOUND, RUN "
018280             "TERMINATED"
018290         MOVE 16 TO RETURN-CODE
018300         STOP RUN
018310     END-IF
018320     PERFORM 1160-LOAD-CONTROL-ENTRY THRU 1160-EXIT
018330         UNTIL CBT-END-OF-CONTROL-FILE
018340     CLOSE CONTROL-WORK
018350     IF CBT-CTL-COUNT = ZERO
018360         DISPLAY "CBTUT - CONTROL-IN IS EMPTY, TOTAL NOT "
018370             "RECONCILED"
018380         CLOSE CONTROL-IN
018390         GO TO 1150-EXIT
018400     END-IF
018410     IF CBT-CTL-LOADED-COUNT > ZERO
018420         OPEN INPUT CONTROL-WORK
018430     END-IF
018440     SET CBT-CONTROL-AVAILABLE TO TRUE
018450     CLOSE CONTROL-IN.
018460 1150-EXIT.
018470     EXIT.
018480*
018490 1160-LOAD-CONTROL-ENTRY.
018500     READ CONTROL-IN
018510         AT END
018520             SET CBT-END-OF-CONTROL-FILE TO TRUE
018530             GO TO 1160-EXIT
018540     END-READ
018550     ADD 1 TO CBT-CTL-COUNT
018560     MOVE CTL-BATCH-ID TO CBT-PARTITION-BATCH-ID
018570     PERFORM 2050-CHECK-STREAM-PARTITION THRU 2050-EXIT
018580     IF NOT CBT-IN-STREAM-PARTITION
018590         GO TO 1160-EXIT
018600     END-IF
018610     ADD 1 TO CBT-CTL-LOADED-COUNT
018620     MOVE CTL-BATCH-ID TO CTW-BATCH-ID
018630     MOVE CTL-EXPECTED-TOTAL TO CTW-AMOUNT
018640     WRITE CONTROL-WORK-RECORD
018650         INVALID KEY
018660             DISPLAY "CBTUT - DUPLICATE CONTROL RECORD FOR BATCH "
018670                 CTL-BATCH-ID ", RUN TERMINATED"
018680             MOVE 16 TO RETURN-CODE
018690             STOP RUN
018700     END-WRITE
018710     ADD CTL-EXPECTED-TOTAL TO CBT-EXPECTED-TOTAL
018720         ON SIZE ERROR
018730             DISPLAY "CBTUT - CONTROL TOTAL OVERFLOW, RUN "
018740                 "TERMINATED"
018750             MOVE 16 TO RETURN-CODE
018760             STOP RUN
018770     END-ADD.
018780 1160-EXIT.
018790     EXIT.
018800*
018810*****************************************************************
018820* 1200-CHECK-RESTART - IF A CHECKPOINT EXISTS FROM A PRIOR RUN
018830* THAT DIED MID-BATCH, SKIP TRANS-IN AHEAD TO THAT POINT.
018840*****************************************************************
018850 1200-CHECK-RESTART.
018860     OPEN INPUT RESTART-FILE
018870     IF CBT-RESTART-NOT-FOUND
018880         MOVE ZERO TO CBT-SKIP-COUNT
018890         GO TO 1200-EXIT
018900     END-IF
018910     READ RESTART-FILE
018920         AT END
018930             MOVE ZERO TO CBT-SKIP-COUNT
018940         NOT AT END
018950             MOVE RST-CHECKPOINT-COUNT TO CBT-SKIP-COUNT
018960             MOVE RST-BATCH-COUNT TO CBT-BATCH-COUNT
018970             MOVE RST-GRAND-TOTAL TO CBT-GRAND-TOTAL
018980             MOVE RST-CURRENT-BATCH TO CBT-PRIOR-BATCH-ID
018990             MOVE RST-BATCH-SUBTOTAL TO CBT-BATCH-SUBTOTAL
019000             MOVE RST-BATCH-TRANS-COUNT TO CBT-BATCH-TRANS-COUNT
019010             MOVE RST-REG-FOUND TO CBT-REG-FOUND-SWITCH
019020             MOVE RST-SUSPENSE-COUNT TO CBT-SUSPENSE-COUNT
019030*            THE RECYCLE COUNT IS NOT RESTORED - THE RESTART
019040*            SKIP RE-READS THE SAME SUSPENSE RECORDS THROUGH
019050*            2100 AND RE-DERIVES IT EXACTLY.
019060             MOVE RST-AGED-COUNT TO CBT-AGED-COUNT
019070             MOVE RST-PASSTHRU-COUNT TO CBT-PASSTHRU-RESKIP
019080             MOVE RST-BATCH-FIRST-RECORD TO CBT-BATCH-FIRST-RECORD
019090             MOVE RST-BATCH-ORIGIN TO CBT-BATCH-ORIGIN
019100             MOVE RST-BATCH-DATE TO CBT-BATCH-DATE
019110     END-READ
019120     CLOSE RESTART-FILE
019130     IF CBT-SKIP-COUNT > ZERO
019140         SET CBT-IS-RESTARTED TO TRUE
019150         DISPLAY "CBTUT - RESUMING AFTER CHECKPOINT "
019160             CBT-SKIP-COUNT
019170         PERFORM 1210-SKIP-TRANSACTION THRU 1210-EXIT
019180             CBT-SKIP-COUNT TIMES
019190     END-IF.
019200 1200-EXIT.
019210     EXIT.
019220*
019230*    THE SKIP GOES THROUGH 2100 SO A RESTARTED RUN TRAVERSES THE
019240*    RE-PRESENTED SUSPENSE RECORDS IN THE SAME ORDER THE
019250*    INTERRUPTED RUN DID.
019260 1210-SKIP-TRANSACTION.
019270     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
019280     IF NOT CBT-END-OF-TRANS-FILE
019290         ADD 1 TO CBT-RECORD-COUNT
019300     END-IF.
019310 1210-EXIT.
019320     EXIT.
019330*
019340*****************************************************************
019350* 1230-PREPARE-SUSPOUT-RESTART - THE INTERRUPTED RUN MAY HAVE
019360* SUSPENDED RECORDS AFTER ITS LAST CHECKPOINT.  THOSE ARE
019370* ALREADY ON THE KEPT SUSPOUT AND WILL RE-SUSPEND
019380* DETERMINISTICALLY DURING THE REPLAY, SO COUNT WHAT IS ON FILE
019390* AND HAVE 2450 SKIP RE-WRITING THE FIRST (KEPT - CHECKPOINTED)
019400* SUSPENSIONS INSTEAD OF DUPLICATING THEM - A DUPLICATED
019410* SUSPENSE RECORD WOULD RECYCLE, AND POST, TWICE.
019420*****************************************************************
019430 1230-PREPARE-SUSPOUT-RESTART.
019440     OPEN INPUT SUSPENSE-OUT
019450     IF CBT-SUSPOUT-NOT-FOUND
019460         DISPLAY "CBTUT - SUSPOUT DATASET NOT FOUND, RUN "
019470             "TERMINATED"
019480         MOVE 16 TO RETURN-CODE
019490         STOP RUN
019500     END-IF
019510     PERFORM 1240-COUNT-KEPT-SUSPENSE THRU 1240-EXIT
019520         UNTIL CBT-END-OF-SUSPOUT-FILE
019530     CLOSE SUSPENSE-OUT
019540*    ON A REVERSAL RUN THE KEPT FILE ALSO HOLDS THE SUSPIN
019550*    RECORDS ALREADY PASSED THROUGH - THOSE ARE SKIPPED BY THE
019560*    PASS-THROUGH ITSELF, NOT BY 2450.
019570     IF CBT-SUSPOUT-KEPT-COUNT >
019580        CBT-SUSPENSE-COUNT + CBT-PASSTHRU-RESKIP
019590         COMPUTE CBT-SUSPEND-RESKIP =
019600             CBT-SUSPOUT-KEPT-COUNT - CBT-SUSPENSE-COUNT
019610             - CBT-PASSTHRU-RESKIP
019620     END-IF.
019630 1230-EXIT.
019640     EXIT.
019650*
019660 1240-COUNT-KEPT-SUSPENSE.
019670     READ SUSPENSE-OUT
019680         AT END
019690             SET CBT-END-OF-SUSPOUT-FILE TO TRUE
019700         NOT AT END
019710             ADD 1 TO CBT-SUSPOUT-KEPT-COUNT
019720     END-READ.
019730 1240-EXIT.
019740     EXIT.
019750*
019760*****************************************************************
019770* 1250-PASS-SUSPENSE-THROUGH - REVERSAL RUNS ONLY.  COPY LAST
019780* NIGHT'S SUSPENSE RECORDS STRAIGHT TO SUSPOUT, UNTOUCHED AND
019790* UNCOUNTED, SO THE GDG ROLL AFTER THE RUN CARRIES THEM FORWARD
019800* INSTEAD OF LOSING THEM - AND SO NONE OF THEM EVER POSTS WITH
019810* A NEGATED AMOUNT.  ON A RESTARTED REVERSAL THE RECORDS THE
019820* INTERRUPTED RUN ALREADY COPIED (THE CHECKPOINTED PASS-THROUGH
019830* COUNT) ARE SKIPPED, NOT WRITTEN AGAIN.
019840*****************************************************************
019850 1250-PASS-SUSPENSE-THROUGH.
019860     READ SUSPENSE-IN
019870         AT END
019880             MOVE "N" TO CBT-SUSPENSE-PHASE-SWITCH
019890             GO TO 1250-EXIT
019900     END-READ
019910     ADD 1 TO CBT-PASSTHRU-COUNT
019920     IF CBT-PASSTHRU-RESKIP > ZERO
019930         SUBTRACT 1 FROM CBT-PASSTHRU-RESKIP
019940         GO TO 1250-EXIT
019950     END-IF
019960     MOVE SUSPENSE-IN-RECORD TO SUSPENSE-OUT-RECORD
019970     WRITE SUSPENSE-OUT-RECORD.
019980 1250-EXIT.
019990     EXIT.
020000*
020010*****************************************************************
020020* 1300-WRITE-REPORT-HEADER - ONE HEADER LINE SHOWING WHO RAN THE
020030* BATCH AND WHEN.
020040*****************************************************************
020050 1300-WRITE-REPORT-HEADER.
020060     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
020070     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
020080     MOVE CBT-CD-MM TO CBT-DSP-MM
020090     MOVE CBT-CD-DD TO CBT-DSP-DD
020100     MOVE UserName TO RPT-HDR-OPERATOR
020110     MOVE CBT-DATE-DISPLAY TO RPT-HDR-DATE
020120     WRITE RPT-HEADER-LINE.
020130 1300-EXIT.
020140     EXIT.
020150*
020160*****************************************************************
020170* 1310-WRITE-STREAM-LINE - A STREAM'S REPORT IS CARRIED UNDER THE
020180* MERGE RUN'S HEADER, SO IT OPENS WITH A LINE NAMING THE STREAM
020190* AND THE BATCH IDS IT TOOK INSTEAD.
020200*****************************************************************
020210 1310-WRITE-STREAM-LINE.
020220     MOVE CBT-RUN-STREAM-NUMBER TO RPT-STM-STREAM
020230     MOVE CBT-STREAM-COUNT TO RPT-STM-COUNT
020240     MOVE CBT-STREAM-LOW TO RPT-STM-LOW
020250     MOVE CBT-STREAM-HIGH TO RPT-STM-HIGH
020260     IF CBT-STREAM-LOW = LOW-VALUES
020270         MOVE SPACES TO RPT-STM-LOW
020280     END-IF
020290     IF CBT-STREAM-HIGH = HIGH-VALUES
020300         MOVE SPACES TO RPT-STM-HIGH
020310     END-IF
020320     WRITE RPT-STREAM-LINE.
020330 1310-EXIT.
020340     EXIT.
020350*
020360*****************************************************************
020370* 1400-LOAD-STREAM-TABLE - A STREAM OR MERGE RUN READS THE
020380* STREAMS CARDS TO LEARN HOW THE NIGHT IS SPLIT.  THE CARDS MUST
020390* NUMBER THE STREAMS FROM 01 WITH NO GAP, NO MORE THAN NINE, AND
020400* THEIR SPLIT POINTS MUST RISE, SO EVERY BATCH ID FALLS IN
020410* EXACTLY ONE STREAM.  THE STREAM RUNS AND THE MERGE RUN MUST ALL
020420* READ THE SAME CARDS - THE MERGE PROVES IT AGAINST EACH STREAM.
020430*****************************************************************
020440 1400-LOAD-STREAM-TABLE.
020450     OPEN INPUT STREAM-TABLE
020460     IF CBT-STREAMS-NOT-FOUND
020470         DISPLAY "CBTUT - STREAMS DATASET NOT FOUND, RUN "
020480             "TERMINATED"
020490         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020510     END-IF
020520     PERFORM 1410-LOAD-STREAM-ENTRY THRU 1410-EXIT
020530         UNTIL CBT-END-OF-STREAMS
020540     CLOSE STREAM-TABLE
020550     IF CBT-STREAM-COUNT = ZERO
020560         DISPLAY "CBTUT - STREAMS DATASET IS EMPTY, RUN "
020570             "TERMINATED"
020580         MOVE 16 TO RETURN-CODE
020590         STOP RUN
020600     END-IF
020610*    STREAM 01 TAKES EVERY BATCH ID BELOW STREAM 02'S SPLIT POINT
020620*    AND THE LAST STREAM EVERY ONE FROM ITS OWN UPWARD.
020630     MOVE LOW-VALUES TO CBT-STM-LOW (1)
020640     PERFORM 1420-SET-STREAM-BOUND THRU 1420-EXIT
020650         VARYING CBT-STREAM-SUB FROM 1 BY 1
020660         UNTIL CBT-STREAM-SUB > CBT-STREAM-COUNT.
020670 1400-EXIT.
020680     EXIT.
020690*
020700 1410-LOAD-STREAM-ENTRY.
020710     READ STREAM-TABLE
020720         AT END
020730             SET CBT-END-OF-STREAMS TO TRUE
020740             GO TO 1410-EXIT
020750     END-READ
020760     ADD 1 TO CBT-STREAM-COUNT
020770     IF CBT-STREAM-COUNT > 9
020780        OR STM-STREAM-ID NOT NUMERIC
020790        OR STM-STREAM-NUMBER NOT = CBT-STREAM-COUNT
020800         DISPLAY "CBTUT - STREAMS CARD " STM-STREAM-ID " OUT OF "
020810             "SEQUENCE OR BEYOND STREAM 09, RUN TERMINATED"
020820         MOVE 16 TO RETURN-CODE
020830         STOP RUN
020840     END-IF
020850     IF CBT-STREAM-COUNT > 1
020860        AND STM-LOW-BATCH-ID NOT >
020870            CBT-STM-LOW (CBT-STREAM-COUNT - 1)
020880         DISPLAY "CBTUT - STREAM " STM-STREAM-ID " SPLIT POINT "
020890             STM-LOW-BATCH-ID " IS NOT ABOVE THE STREAM BEFORE "
020900             "IT, RUN TERMINATED"
020910         MOVE 16 TO RETURN-CODE
020920         STOP RUN
020930     END-IF
020940     MOVE STM-LOW-BATCH-ID TO CBT-STM-LOW (CBT-STREAM-COUNT)
020950     MOVE SPACE TO CBT-STM-STATE (CBT-STREAM-COUNT)
020960     MOVE ZERO TO CBT-STM-DETAIL-COUNT (CBT-STREAM-COUNT).
020970 1410-EXIT.
020980     EXIT.
020990*
021000 1420-SET-STREAM-BOUND.
021010     IF CBT-STREAM-SUB < CBT-STREAM-COUNT
021020         MOVE CBT-STM-LOW (CBT-STREAM-SUB + 1)
021030             TO CBT-STM-HIGH (CBT-STREAM-SUB)
021040     ELSE
021050         MOVE HIGH-VALUES TO CBT-STM-HIGH (CBT-STREAM-SUB)
021060     END-IF.
021070 1420-EXIT.
021080     EXIT.
021090*
021100*****************************************************************
021110* 2000-PROCESS-BATCH - ONE ITERATION PER TRANSACTION IN TRANS-IN.
021120*****************************************************************
021130 2000-PROCESS-BATCH.
021140*    A REVERSAL RUN TOUCHES ONLY THE NAMED BATCH - EVERY OTHER
021150*    RECORD ON THE FILE IS COUNTED PAST, NOT PROCESSED.
021160     IF CBT-REVERSAL-REQUESTED
021170        AND TI-BATCH-ID NOT = CBT-REVERSAL-BATCH
021180         ADD 1 TO CBT-RECORD-COUNT
021190         PERFORM 2700-CHECKPOINT THRU 2700-EXIT
021200         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
021210         GO TO 2000-EXIT
021220     END-IF
021230*    A STREAM RUN COUNTS ANOTHER STREAM'S RECORDS PAST THE SAME
021240*    WAY, SO EVERY STREAM NUMBERS THE NIGHT'S INPUT ALIKE.  THE
021250*    BATCH IN HAND ENDS WHERE A SINGLE RUN WOULD HAVE ENDED IT.
021260     IF NOT CBT-IN-STREAM-PARTITION
021270         IF CBT-PRIOR-BATCH-ID NOT = SPACES
021280             PERFORM 7000-BATCH-BREAK THRU 7000-EXIT
021290             MOVE SPACES TO CBT-PRIOR-BATCH-ID
021300         END-IF
021310         ADD 1 TO CBT-RECORD-COUNT
021320         PERFORM 2700-CHECKPOINT THRU 2700-EXIT
021330         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
021340         GO TO 2000-EXIT
021350     END-IF
021360     IF TI-BATCH-ID NOT = CBT-PRIOR-BATCH-ID
021370         IF CBT-PRIOR-BATCH-ID NOT = SPACES
021380             PERFORM 7000-BATCH-BREAK THRU 7000-EXIT
021390         END-IF
021400         MOVE TI-BATCH-ID TO CBT-PRIOR-BATCH-ID
021410         ADD 1 CBT-RECORD-COUNT GIVING CBT-BATCH-FIRST-RECORD
021420*        THE DATE THE BATCH BELONGS TO DECIDES ITS FISCAL
021430*        PERIOD - A RECYCLED BATCH CARRIES THE DATE ITS FIRST
021440*        RECORD WAS SUSPENDED.  2400 REFINES IT FOR A RELEASED
021450*        HOLD AND A REVERSAL.
021460         IF CBT-IN-SUSPENSE-PHASE
021470             MOVE "S" TO CBT-BATCH-ORIGIN
021480             MOVE CBT-CURRENT-SUSP-DATE TO CBT-BATCH-DATE
021490         ELSE
021500             MOVE "T" TO CBT-BATCH-ORIGIN
021510             MOVE PDP-BUSINESS-DATE TO CBT-BATCH-DATE
021520         END-IF
021530         PERFORM 2400-CHECK-BATCH-REGISTER THRU 2400-EXIT
021540     END-IF
021550     ADD 1 TO CBT-RECORD-COUNT
021560     MOVE TI-NUM1 TO Num1
021570     MOVE TI-NUM2 TO Num2
021580     MOVE TI-OP-CODE TO OpCode
021590     MOVE "N" TO CBT-SUSPEND-SWITCH
021600     PERFORM 2300-RESOLVE-OPERATOR THRU 2300-EXIT
021610     IF NOT CBT-RECORD-UNPROCESSABLE
021620         PERFORM 2320-CHECK-SEPARATION THRU 2320-EXIT
021630     END-IF
021640     IF NOT CBT-RECORD-UNPROCESSABLE
021650         PERFORM 2350-CHECK-AUTHORITY THRU 2350-EXIT
021660     END-IF
021670     IF NOT CBT-RECORD-UNPROCESSABLE
021680         PERFORM 2200-CALCULATE-TOTAL THRU 2200-EXIT
021690     END-IF
021700*    BACKING OUT MEANS POSTING THE SAME ARITHMETIC WITH THE
021710*    OPPOSITE SIGN.
021720     IF NOT CBT-RECORD-UNPROCESSABLE AND CBT-REVERSAL-REQUESTED
021730         COMPUTE Total = ZERO - Total
021740     END-IF
021750     IF NOT CBT-RECORD-UNPROCESSABLE
021760         DISPLAY Num1 " " OpCode " " Num2 " = " Total
021770         ADD 1 TO CBT-BATCH-COUNT
021780         ADD Total TO CBT-GRAND-TOTAL
021790             ON SIZE ERROR
021800                 DISPLAY "CBTUT - GRAND TOTAL OVERFLOW ON BATCH "
021810                     TI-BATCH-ID
021820                 DISPLAY "CBTUT - RUN TERMINATED, GRAND TOTAL "
021830                     "CANNOT BE TRUSTED"
021840                 MOVE 16 TO RETURN-CODE
021850                 STOP RUN
021860         END-ADD
021870         ADD 1 TO CBT-BATCH-TRANS-COUNT
021880         ADD Total TO CBT-BATCH-SUBTOTAL
021890             ON SIZE ERROR
021900                 DISPLAY "CBTUT - BATCH SUBTOTAL OVERFLOW ON "
021910                     "BATCH " TI-BATCH-ID
021920                 DISPLAY "CBTUT - RUN TERMINATED, SUBTOTAL "
021930                     "CANNOT BE TRUSTED"
021940                 MOVE 16 TO RETURN-CODE
021950                 STOP RUN
021960         END-ADD
021970         ADD 1 TO OPW-TRANS-COUNT
021980         ADD Total TO OPW-TOTAL
021990             ON SIZE ERROR
022000                 DISPLAY "CBTUT - OPERATOR TOTAL OVERFLOW ON "
022010                     "BATCH " TI-BATCH-ID
022020                 DISPLAY "CBTUT - RUN TERMINATED, OPERATOR "
022030                     "TOTAL CANNOT BE TRUSTED"
022040                 MOVE 16 TO RETURN-CODE
022050                 STOP RUN
022060         END-ADD
022070         REWRITE OPER-WORK-RECORD
022080             INVALID KEY
022090                 DISPLAY "CBTUT - OPRWORK REWRITE FAILED ON "
022100                     "BATCH " TI-BATCH-ID ", RUN TERMINATED"
022110                 MOVE 16 TO RETURN-CODE
022120                 STOP RUN
022130         END-REWRITE
022140         PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
022150         PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
022160         PERFORM 2650-SAVE-BATCH-ITEM THRU 2650-EXIT
022170     ELSE
022180         PERFORM 2450-SUSPEND-TRANSACTION THRU 2450-EXIT
022190     END-IF
022200     PERFORM 2700-CHECKPOINT THRU 2700-EXIT
022210     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
022220 2000-EXIT.
022230     EXIT.
022240*
022250*****************************************************************
022260* 2050-CHECK-STREAM-PARTITION - DOES CBT-PARTITION-BATCH-ID FALL
022270* IN THIS STREAM'S RANGE OF BATCH IDS?  OUTSIDE A STREAM RUN
022280* EVERY BATCH DOES.
022290*****************************************************************
022300 2050-CHECK-STREAM-PARTITION.
022310     MOVE "Y" TO CBT-PARTITION-SWITCH
022320     IF NOT CBT-STREAM-RUN
022330         GO TO 2050-EXIT
022340     END-IF
022350     IF CBT-PARTITION-BATCH-ID < CBT-STREAM-LOW
022360        OR CBT-PARTITION-BATCH-ID NOT < CBT-STREAM-HIGH
022370         MOVE "N" TO CBT-PARTITION-SWITCH
022380     END-IF.
022390 2050-EXIT.
022400     EXIT.
022410*
022420*****************************************************************
022430* 2100-READ-TRANSACTION - LAST NIGHT'S SUSPENSE RECORDS ARE
022440* RE-PRESENTED AHEAD OF THE NEW TRANS-IN.  A SUSPENSE RECORD IS
022450* UNWRAPPED INTO THE TRANS-IN RECORD AREA AND CARRIES ITS
022460* ORIGINAL SUSPENSE DATE AND CYCLE COUNT WITH IT.  A STREAM RUN
022470* READS EVERY RECORD TOO, BUT MARKS WHICH ARE ITS OWN.
022480*****************************************************************
022490 2100-READ-TRANSACTION.
022500*    ON A REVERSAL RUN THE SUSPENSE PHASE WAS ALREADY DRAINED
022510*    BY THE 1250 PASS-THROUGH, NEVER PRESENTED AS TRANSACTIONS.
022520     IF CBT-IN-SUSPENSE-PHASE AND NOT CBT-REVERSAL-REQUESTED
022530         READ SUSPENSE-IN
022540             AT END
022550                 MOVE "N" TO CBT-SUSPENSE-PHASE-SWITCH
022560             NOT AT END
022570                 MOVE SUI-RECORD-IMAGE TO TRANS-IN-RECORD
022580                 MOVE SUI-DATE-SUSPENDED TO CBT-CURRENT-SUSP-DATE
022590                 MOVE SUI-CYCLE-COUNT TO CBT-CURRENT-CYCLE
022600                 MOVE TI-BATCH-ID TO CBT-PARTITION-BATCH-ID
022610                 PERFORM 2050-CHECK-STREAM-PARTITION
022620                     THRU 2050-EXIT
022630                 IF CBT-IN-STREAM-PARTITION
022640                     ADD 1 TO CBT-RECYCLE-COUNT
022650                 END-IF
022660         END-READ
022670         IF CBT-IN-SUSPENSE-PHASE
022680             GO TO 2100-EXIT
022690         END-IF
022700     END-IF
022710     MOVE ZERO TO CBT-CURRENT-CYCLE
022720     MOVE SPACES TO CBT-CURRENT-SUSP-DATE
022730     READ TRANS-IN
022740         AT END
022750             SET CBT-END-OF-TRANS-FILE TO TRUE
022760         NOT AT END
022770             MOVE TI-BATCH-ID TO CBT-PARTITION-BATCH-ID
022780             PERFORM 2050-CHECK-STREAM-PARTITION THRU 2050-EXIT
022790     END-READ.
022800 2100-EXIT.
022810     EXIT.
022820*
022830*****************************************************************
022840* 2200-CALCULATE-TOTAL - PERFORM THE OPERATION THE TRANSACTION
022850* ASKED FOR.  EVERY OPERATION CARRIES THE SAME ON SIZE ERROR
022860* PROTECTION THE ORIGINAL ADD HAD, A DIVIDE BY ZERO IS REJECTED
022870* BEFORE THE COMPUTE CAN BLOW UP, AND AN OPERATION CODE THAT IS
022880* NOT A, S, M, D OR P REJECTS THE TRANSACTION - THE FRONT-END
022890* EDIT SHOULD ALREADY HAVE CAUGHT BOTH.
022900*****************************************************************
022910 2200-CALCULATE-TOTAL.
022920     IF CBT-OP-IS-ADD
022930         COMPUTE Total = Num1 + Num2
022940             ON SIZE ERROR
022950                 SET CBT-RECORD-UNPROCESSABLE TO TRUE
022960                 MOVE "10" TO CBT-SUSPEND-REASON
022970                 DISPLAY "CBTUT - AMOUNT OVERFLOW ON BATCH "
022980                     TI-BATCH-ID
022990         END-COMPUTE
023000         GO TO 2200-EXIT
023010     END-IF
023020     IF CBT-OP-IS-SUBTRACT
023030         COMPUTE Total = Num1 - Num2
023040             ON SIZE ERROR
023050                 SET CBT-RECORD-UNPROCESSABLE TO TRUE
023060                 MOVE "10" TO CBT-SUSPEND-REASON
023070                 DISPLAY "CBTUT - AMOUNT OVERFLOW ON BATCH "
023080                     TI-BATCH-ID
023090         END-COMPUTE
023100         GO TO 2200-EXIT
023110     END-IF
023120     IF CBT-OP-IS-MULTIPLY
023130         COMPUTE Total ROUNDED = Num1 * Num2
023140             ON SIZE ERROR
023150                 SET CBT-RECORD-UNPROCESSABLE TO TRUE
023160                 MOVE "10" TO CBT-SUSPEND-REASON
023170                 DISPLAY "CBTUT - AMOUNT OVERFLOW ON BATCH "
023180                     TI-BATCH-ID
023190         END-COMPUTE
023200         GO TO 2200-EXIT
023210     END-IF
023220     IF CBT-OP-IS-DIVIDE
023230         IF Num2 = ZERO
023240             SET CBT-RECORD-UNPROCESSABLE TO TRUE
023250             MOVE "11" TO CBT-SUSPEND-REASON
023260             DISPLAY "CBTUT - DIVIDE BY ZERO ON BATCH "
023270                 TI-BATCH-ID
023280         ELSE
023290             COMPUTE Total ROUNDED = Num1 / Num2
023300                 ON SIZE ERROR
023310                     SET CBT-RECORD-UNPROCESSABLE TO TRUE
023320                     MOVE "10" TO CBT-SUSPEND-REASON
023330                     DISPLAY "CBTUT - AMOUNT OVERFLOW ON BATCH "
023340                         TI-BATCH-ID
023350             END-COMPUTE
023360         END-IF
023370         GO TO 2200-EXIT
023380     END-IF
023390     IF CBT-OP-IS-PERCENT
023400         COMPUTE Total ROUNDED = Num1 * Num2 / 100
023410             ON SIZE ERROR
023420                 SET CBT-RECORD-UNPROCESSABLE TO TRUE
023430                 MOVE "10" TO CBT-SUSPEND-REASON
023440                 DISPLAY "CBTUT - AMOUNT OVERFLOW ON BATCH "
023450                     TI-BATCH-ID
023460         END-COMPUTE
023470         GO TO 2200-EXIT
023480     END-IF
023490     SET CBT-RECORD-UNPROCESSABLE TO TRUE
023500     MOVE "12" TO CBT-SUSPEND-REASON
023510     DISPLAY "CBTUT - OPERATION CODE NOT VALID ON BATCH "
023520         TI-BATCH-ID.
023530 2200-EXIT.
023540     EXIT.
023550*
023560*****************************************************************
023570* 2300-RESOLVE-OPERATOR - EDIT THE SSN OF THE CLERK WHO KEYED
023580* THIS TRANSACTION THROUGH SSNVAL, THEN PULL THEIR NAME OF
023590* RECORD - FROM THE OPRWORK WORK FILE WHEN THEY HAVE ALREADY
023600* BEEN SEEN THIS RUN, FROM SSNUM-MASTER (AND ONTO OPRWORK) THE
023610* FIRST TIME - SO AN OPERATOR COSTS ONE MASTER READ A RUN AND
023620* THE RUN CARRIES AS MANY OPERATORS AS THE NIGHT BRINGS.
023630*****************************************************************
023640 2300-RESOLVE-OPERATOR.
023650     MOVE SPACES TO CBT-TRANS-OPERATOR
023660     MOVE TI-OPER-SSN TO SSNUM
023670     CALL "SSNVAL" USING SSN-AREA CBT-SSN-VALID-FLAG
023680     IF CBT-SSN-IS-INVALID
023690         SET CBT-RECORD-UNPROCESSABLE TO TRUE
023700         MOVE "13" TO CBT-SUSPEND-REASON
023710         DISPLAY "CBTUT - OPERATOR SSN FAILED EDIT ON BATCH "
023720             TI-BATCH-ID
023730         GO TO 2300-EXIT
023740     END-IF
023750     MOVE "N" TO CBT-OPR-FOUND-SWITCH
023760     MOVE TI-OPER-SSN TO OPW-SSN
023770     READ OPER-WORK
023780         INVALID KEY
023790             CONTINUE
023800         NOT INVALID KEY
023810             SET CBT-OPR-ENTRY-FOUND TO TRUE
023820     END-READ
023830     IF CBT-OPR-ENTRY-FOUND
023840         MOVE OPW-NAME TO CBT-TRANS-OPERATOR
023850         GO TO 2300-EXIT
023860     END-IF
023870     MOVE TI-OPER-SSN TO MST-SSNUM
023880     READ SSNUM-MASTER
023890         INVALID KEY
023900             SET CBT-RECORD-UNPROCESSABLE TO TRUE
023910             MOVE "14" TO CBT-SUSPEND-REASON
023920             DISPLAY "CBTUT - OPERATOR SSN NOT ON SSNUM-MASTER"
023930                 ", BATCH " TI-BATCH-ID
023940     END-READ
023950     IF CBT-RECORD-UNPROCESSABLE
023960         GO TO 2300-EXIT
023970     END-IF
023980     MOVE TI-OPER-SSN TO OPW-SSN
023990     MOVE MST-EMPLOYEE-NAME TO OPW-NAME
024000     MOVE ZERO TO OPW-TRANS-COUNT
024010     MOVE ZERO TO OPW-TOTAL
024020     MOVE SPACES TO OPW-SEPARATION-DATE
024030     IF MST-EMPLOYEE-SEPARATED
024040         MOVE MST-SEPARATION-DATE TO OPW-SEPARATION-DATE
024050     END-IF
024060     WRITE OPER-WORK-RECORD
024070         INVALID KEY
024080             DISPLAY "CBTUT - OPRWORK WRITE FAILED FOR OPERATOR "
024090                 TI-OPER-SSN ", RUN TERMINATED"
024100             MOVE 16 TO RETURN-CODE
024110             STOP RUN
024120     END-WRITE
024130     MOVE MST-EMPLOYEE-NAME TO CBT-TRANS-OPERATOR.
024140 2300-EXIT.
024150     EXIT.
024160*
024170*****************************************************************
024180* 2320-CHECK-SEPARATION - NO TRANSACTION MAY POST UNDER THE SSN
024190* OF AN EMPLOYEE SEPARATED BEFORE THE TRANSACTION DATE.  THAT IS
024200* THE DATE A RECYCLED ITEM FIRST SUSPENDED, OR ELSE THE DATE THE
024210* BATCH BELONGS TO (DATE HELD FOR A RELEASED HOLD, ORIGINAL
024220* POSTING DATE ON A REVERSAL, OTHERWISE TONIGHT).  A SEPARATION
024230* EFFECTIVE ON THE TRANSACTION DATE ITSELF STILL ALLOWS IT.  THE
024240* SEPARATION DATE RIDES ON THE OPRWORK ENTRY 2300 JUST READ OR
024250* BUILT, SO THE MASTER IS NOT READ AGAIN.
024260*****************************************************************
024270 2320-CHECK-SEPARATION.
024280     IF OPW-SEPARATION-DATE = SPACES
024290         GO TO 2320-EXIT
024300     END-IF
024310     IF CBT-CURRENT-SUSP-DATE NOT = SPACES
024320         MOVE CBT-CURRENT-SUSP-DATE TO CBT-TRANS-DATE
024330     ELSE
024340         IF CBT-BATCH-DATE NOT = SPACES
024350             MOVE CBT-BATCH-DATE TO CBT-TRANS-DATE
024360         ELSE
024370             MOVE PDP-BUSINESS-DATE TO CBT-TRANS-DATE
024380         END-IF
024390     END-IF
024400     IF OPW-SEPARATION-DATE < CBT-TRANS-DATE
024410         SET CBT-RECORD-UNPROCESSABLE TO TRUE
024420         MOVE "16" TO CBT-SUSPEND-REASON
024430         DISPLAY "CBTUT - OPERATOR SEPARATED " OPW-SEPARATION-DATE
024440             ", BATCH " TI-BATCH-ID
024450     END-IF.
024460 2320-EXIT.
024470     EXIT.
024480*
024490*****************************************************************
024500* 2350-CHECK-AUTHORITY - EVERY TRANSACTION MUST BE WITHIN THE
024510* KEYING OPERATOR'S AUTHORITY ON OPRLIM: A LIMITS RECORD MUST
024520* EXIST, THE OPERATION CODE MUST BE IN THEIR PERMITTED LIST,
024530* AND NEITHER AMOUNT MAY EXCEED THEIR MAXIMUM IN EITHER
024540* DIRECTION.  ANYTHING OUTSIDE AUTHORITY SUSPENDS WITH REASON
024550* 15 - THE SUSPIN RECYCLE NEVER PASSES CBTEDIT AGAIN, SO THIS
024560* IS THE CHECK THAT CATCHES IT.  THE KEYED READ IS CACHED BY
024570* SSN, THE SAME AS CBTEDIT DOES.
024580*****************************************************************
024590 2350-CHECK-AUTHORITY.
024600     IF TI-OPER-SSN NOT = CBT-OPL-LAST-SSN
024610         MOVE TI-OPER-SSN TO CBT-OPL-LAST-SSN
024620         MOVE "N" TO CBT-OPL-FOUND-SWITCH
024630         MOVE TI-OPER-SSN TO OPL-SSN
024640         READ OPER-LIMITS
024650             INVALID KEY
024660                 CONTINUE
024670             NOT INVALID KEY
024680                 SET CBT-OPL-ENTRY-FOUND TO TRUE
024690         END-READ
024700         IF CBT-OPL-ENTRY-FOUND
024710             MOVE "Y" TO CBT-OPL-LAST-FOUND
024720         ELSE
024730             MOVE "N" TO CBT-OPL-LAST-FOUND
024740         END-IF
024750     END-IF
024760     IF CBT-OPL-LAST-FOUND = "N"
024770         SET CBT-RECORD-UNPROCESSABLE TO TRUE
024780         MOVE "15" TO CBT-SUSPEND-REASON
024790         DISPLAY "CBTUT - OPERATOR NOT ON AUTHORITY FILE, "
024800             "BATCH " TI-BATCH-ID
024810         GO TO 2350-EXIT
024820     END-IF
024830     MOVE ZERO TO CBT-OPL-TALLY
024840     INSPECT OPL-ALLOWED-OPS TALLYING CBT-OPL-TALLY
024850         FOR ALL OpCode
024860     IF CBT-OPL-TALLY = ZERO
024870         SET CBT-RECORD-UNPROCESSABLE TO TRUE
024880         MOVE "15" TO CBT-SUSPEND-REASON
024890         DISPLAY "CBTUT - OPERATION NOT PERMITTED FOR "
024900             "OPERATOR, BATCH " TI-BATCH-ID
024910         GO TO 2350-EXIT
024920     END-IF
024930     IF Num1 > OPL-MAX-AMOUNT
024940        OR Num1 < ZERO - OPL-MAX-AMOUNT
024950        OR Num2 > OPL-MAX-AMOUNT
024960        OR Num2 < ZERO - OPL-MAX-AMOUNT
024970         SET CBT-RECORD-UNPROCESSABLE TO TRUE
024980         MOVE "15" TO CBT-SUSPEND-REASON
024990         DISPLAY "CBTUT - AMOUNT OVER OPERATOR LIMIT ON "
025000             "BATCH " TI-BATCH-ID
025010     END-IF.
025020 2350-EXIT.
025030     EXIT.
025040*
025050*****************************************************************
025060* 2400-CHECK-BATCH-REGISTER - A NEW BATCH ID JUST ARRIVED.  IF
025070* IT IS ALREADY ON THE PROCESSED-BATCH REGISTER THIS TRANS-IN
025080* HAS RUN BEFORE - TERMINATE LOUDLY BEFORE ANY OF ITS AMOUNTS
025090* ACCUMULATE, UNLESS THE REPROCESS OVERRIDE CARD WAS SUPPLIED.
025100*****************************************************************
025110 2400-CHECK-BATCH-REGISTER.
025120     MOVE "N" TO CBT-REG-FOUND-SWITCH
025130     MOVE TI-BATCH-ID TO BRG-BATCH-ID
025140     READ BATCH-REGISTER
025150         INVALID KEY
025160             CONTINUE
025170         NOT INVALID KEY
025180             SET CBT-REG-BATCH-WAS-FOUND TO TRUE
025190     END-READ
025200     IF CBT-STREAM-RUN AND NOT CBT-REG-BATCH-WAS-FOUND
025210         PERFORM 2410-CHECK-STREAM-RESULTS THRU 2410-EXIT
025220     END-IF
025230     IF CBT-REVERSAL-REQUESTED
025240         IF NOT CBT-REG-BATCH-WAS-FOUND
025250             DISPLAY "CBTUT - BATCH " TI-BATCH-ID " NOT ON "
025260                 "REGISTER, NOTHING TO REVERSE - RUN TERMINATED"
025270             MOVE 16 TO RETURN-CODE
025280             STOP RUN
025290         END-IF
025300         IF BRG-REVERSED-FLAG = "Y"
025310             DISPLAY "CBTUT - BATCH " TI-BATCH-ID " WAS ALREADY "
025320                 "REVERSED ON " BRG-DATE-REVERSED
025330                 " - RUN TERMINATED"
025340             MOVE 16 TO RETURN-CODE
025350             STOP RUN
025360         END-IF
025370*        A REVERSAL BELONGS TO THE PERIOD THE BATCH POSTED IN.
025380         MOVE BRG-DATE-PROCESSED TO CBT-BATCH-DATE
025390         GO TO 2400-EXIT
025400     END-IF
025410     IF NOT CBT-IN-SUSPENSE-PHASE
025420         PERFORM 2420-CHECK-HELD-BATCH THRU 2420-EXIT
025430     END-IF
025440     IF NOT CBT-REG-BATCH-WAS-FOUND
025450         GO TO 2400-EXIT
025460     END-IF
025470     IF CBT-IN-SUSPENSE-PHASE
025480         DISPLAY "CBTUT - BATCH " TI-BATCH-ID " RECYCLING FROM "
025490             "SUSPENSE - REGISTER ENTRY WILL BE REFRESHED"
025500         GO TO 2400-EXIT
025510     END-IF
025520     IF CBT-REPROCESS-ALLOWED
025530         DISPLAY "CBTUT - BATCH " TI-BATCH-ID " ALREADY ON "
025540             "REGISTER - REPROCESSING UNDER OVERRIDE"
025550         GO TO 2400-EXIT
025560     END-IF
025570     DISPLAY "***************************************"
025580     DISPLAY "*** CBTUT - BATCH " TI-BATCH-ID " WAS ALREADY "
025590         "PROCESSED ON " BRG-DATE-PROCESSED
025600     DISPLAY "*** THIS TRANS-IN APPEARS TO BE A RERUN"
025610     DISPLAY "*** RUN TERMINATED BEFORE ANY AMOUNTS POSTED"
025620     DISPLAY "*** SUPPLY THE REPROCESS CARD TO RUN IT ANYWAY"
025630     DISPLAY "***************************************"
025640     MOVE 16 TO RETURN-CODE
025650     STOP RUN.
025660 2400-EXIT.
025670     EXIT.
025680*
025690*****************************************************************
025700* 2410-CHECK-STREAM-RESULTS - A STREAM RUN LEAVES THE REGISTER TO
025710* THE MERGE RUN, SO A BATCH IT HAS ALREADY POSTED TONIGHT IS ON
025720* ITS OWN RESWORK, NOT THE REGISTER.  ONE FOUND THERE FROM AN
025730* EARLIER PART OF TONIGHT'S INPUT IS TREATED EXACTLY AS A
025740* REGISTER DUPLICATE.  ONE THAT STARTED AT THIS SAME POSITION IS
025750* A RESTARTED STREAM REPLAYING A BATCH IT FINISHED BEFORE IT WAS
025760* INTERRUPTED, AND IS LEFT TO BE REWRITTEN.
025770*****************************************************************
025780 2410-CHECK-STREAM-RESULTS.
025790     MOVE TI-BATCH-ID TO RSW-BATCH-ID
025800     MOVE "P" TO RSW-DISPOSITION
025810     READ RESULT-WORK
025820         INVALID KEY
025830             GO TO 2410-EXIT
025840     END-READ
025850     IF RSW-FIRST-RECORD = CBT-BATCH-FIRST-RECORD
025860         GO TO 2410-EXIT
025870     END-IF
025880     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
025890     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
025900     MOVE CBT-CD-MM TO CBT-DSP-MM
025910     MOVE CBT-CD-DD TO CBT-DSP-DD
025920     MOVE CBT-DATE-DISPLAY TO BRG-DATE-PROCESSED
025930     SET CBT-REG-BATCH-WAS-FOUND TO TRUE.
025940 2410-EXIT.
025950     EXIT.
025960*
025970*****************************************************************
025980* 2420-CHECK-HELD-BATCH - A BATCH HELD OUT OF BALANCE ON AN
025990* EARLIER NIGHT COMES BACK ONLY THROUGH CBTHREL, AS A RELEASED
026000* HOLD.  ONE STILL HELD ARRIVING ON TRANS-IN HAS BEEN KEYED OR
026010* SENT AGAIN - LETTING IT POST WOULD POST IT TWICE THE DAY THE
026020* HOLD IS RELEASED - SO IT STOPS THE RUN THE SAME AS A REGISTER
026030* DUPLICATE UNLESS THE REPROCESS OVERRIDE WAS SUPPLIED.  A HOLD
026040* DATED TONIGHT IS THIS SAME NIGHT BEING RUN AGAIN AND IS LEFT
026050* TO BE REWRITTEN.  RECYCLED SUSPENSE ITEMS NEVER COME HERE.
026060*****************************************************************
026070 2420-CHECK-HELD-BATCH.
026080     MOVE "N" TO CBT-PRIOR-HOLD-SWITCH
026090     MOVE "N" TO CBT-HELDBAT-EOF-SWITCH
026100     MOVE PDP-BUSINESS-YMD TO CBT-HOLD-DATE-KEY
026110     MOVE TI-BATCH-ID TO HLD-BATCH-ID
026120     MOVE ZERO TO HLD-DATE-KEY
026130     START HELD-BATCH KEY NOT < HLD-KEY
026140         INVALID KEY
026150             GO TO 2420-EXIT
026160     END-START
026170     PERFORM 2430-EXAMINE-HOLD THRU 2430-EXIT
026180         UNTIL CBT-END-OF-HELDBAT
026190     IF NOT CBT-PRIOR-HOLD-FOUND
026200         GO TO 2420-EXIT
026210     END-IF
026220     IF CBT-REPROCESS-ALLOWED
026230         DISPLAY "CBTUT - BATCH " TI-BATCH-ID " HELD SINCE "
026240             CBT-PRIOR-HOLD-DATE " - REPROCESSING UNDER OVERRIDE,"
026250             " HOLD WILL BE SUPERSEDED"
026260         GO TO 2420-EXIT
026270     END-IF
026280     DISPLAY "***************************************"
026290     DISPLAY "*** CBTUT - BATCH " TI-BATCH-ID " HAS BEEN HELD "
026300         "OUT OF BALANCE SINCE " CBT-PRIOR-HOLD-DATE
026310     DISPLAY "*** IT RETURNS ONLY WHEN CBTHREL RELEASES IT"
026320     DISPLAY "*** RUN TERMINATED BEFORE ANY AMOUNTS POSTED"
026330     DISPLAY "*** SUPPLY THE REPROCESS CARD TO RUN IT ANYWAY"
026340     DISPLAY "***************************************"
026350     MOVE 16 TO RETURN-CODE
026360     STOP RUN.
026370 2420-EXIT.
026380     EXIT.
026390*
026400 2430-EXAMINE-HOLD.
026410     READ HELD-BATCH NEXT
026420         AT END
026430             SET CBT-END-OF-HELDBAT TO TRUE
026440             GO TO 2430-EXIT
026450     END-READ
026460     IF HLD-BATCH-ID NOT = TI-BATCH-ID
026470         SET CBT-END-OF-HELDBAT TO TRUE
026480         GO TO 2430-EXIT
026490     END-IF
026500     IF HLD-IS-HELD AND HLD-DATE-KEY NOT = CBT-HOLD-DATE-KEY
026510         SET CBT-PRIOR-HOLD-FOUND TO TRUE
026520         MOVE HLD-DATE-HELD TO CBT-PRIOR-HOLD-DATE
026530     END-IF
026540*    A RELEASED HOLD BELONGS TO THE DATE IT WAS FIRST HELD.
026550     IF HLD-IS-RELEASED AND HLD-DATE-HELD < CBT-BATCH-DATE
026560         MOVE HLD-DATE-HELD TO CBT-BATCH-DATE
026570     END-IF.
026580 2430-EXIT.
026590     EXIT.
026600*
026610*****************************************************************
026620* 2450-SUSPEND-TRANSACTION - THE TRANSACTION COULD NOT BE
026630* PROCESSED.  WRITE IT TO THE SUSPENSE FILE WITH ITS REASON,
026640* THE DATE IT FIRST SUSPENDED AND ITS CYCLE COUNT, SO TOMORROW
026650* NIGHT RE-PRESENTS IT INSTEAD OF THE MONEY JUST VANISHING.  A
026660* RECORD STILL SUSPENDED AFTER THREE CYCLES IS FLAGGED ON THE
026670* REPORT FOR HUMAN ATTENTION.  ON A REVERSAL RUN NOTHING MAY
026680* SUSPEND - THE RECORD CARRIES ITS ORIGINAL POSITIVE IMAGE, SO
026690* A FORWARD RECYCLE WOULD POST IT AGAIN WHILE THE BACKOUT NEVER
026700* HAPPENED - SO AN UNPROCESSABLE TRANSACTION TERMINATES THE
026710* REVERSAL BEFORE THE REGISTER IS ANNOTATED OR THE GL IS CUT.
026720*****************************************************************
026730 2450-SUSPEND-TRANSACTION.
026740     IF CBT-REVERSAL-REQUESTED
026750         DISPLAY "CBTUT - TRANSACTION ON BATCH " TI-BATCH-ID
026760             " CANNOT PROCESS (REASON " CBT-SUSPEND-REASON
026770             ") ON A REVERSAL RUN"
026780         DISPLAY "CBTUT - RUN TERMINATED, BATCH NOT BACKED OUT"
026790         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026810     END-IF
026820*    A REPLAYED RECORD'S SUSPENSION IS ALREADY ON THE KEPT
026830*    SUSPOUT FROM THE INTERRUPTED RUN - COUNT IT, DO NOT WRITE
026840*    IT A SECOND TIME.
026850     IF CBT-SUSPEND-RESKIP > ZERO
026860         SUBTRACT 1 FROM CBT-SUSPEND-RESKIP
026870         ADD 1 TO CBT-SUSPENSE-COUNT
026880         GO TO 2450-EXIT
026890     END-IF
026900     MOVE TRANS-IN-RECORD TO SUO-RECORD-IMAGE
026910     MOVE CBT-SUSPEND-REASON TO SUO-REASON-CODE
026920     IF CBT-CURRENT-CYCLE = ZERO
026930         MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
026940         MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
026950         MOVE CBT-CD-MM TO CBT-DSP-MM
026960         MOVE CBT-CD-DD TO CBT-DSP-DD
026970         MOVE CBT-DATE-DISPLAY TO SUO-DATE-SUSPENDED
026980     ELSE
026990         MOVE CBT-CURRENT-SUSP-DATE TO SUO-DATE-SUSPENDED
027000     END-IF
027010     ADD 1 CBT-CURRENT-CYCLE GIVING SUO-CYCLE-COUNT
027020     WRITE SUSPENSE-OUT-RECORD
027030     ADD 1 TO CBT-SUSPENSE-COUNT
027040     IF SUO-CYCLE-COUNT >= 3
027050         ADD 1 TO CBT-AGED-COUNT
027060         DISPLAY "CBTUT - SUSPENSE AGED " SUO-CYCLE-COUNT
027070             " CYCLES ON BATCH " TI-BATCH-ID
027080             " - NEEDS ATTENTION"
027090         MOVE TI-BATCH-ID TO RPT-SUS-BATCH-ID
027100         MOVE CBT-SUSPEND-REASON TO RPT-SUS-REASON
027110         MOVE SUO-CYCLE-COUNT TO RPT-SUS-CYCLES
027120         WRITE RPT-SUSPENSE-LINE
027130     END-IF.
027140 2450-EXIT.
027150     EXIT.
027160*
027170*****************************************************************
027180* 2500-WRITE-AUDIT-RECORD - ONE LINE PER TRANSACTION SO FINANCE
027190* CAN ANSWER "WHO COMPUTED THIS TOTAL AND WHEN".
027200*****************************************************************
027210 2500-WRITE-AUDIT-RECORD.
027220     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
027230     ACCEPT CBT-CURRENT-TIME FROM TIME
027240     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
027250     MOVE CBT-CD-MM TO CBT-DSP-MM
027260     MOVE CBT-CD-DD TO CBT-DSP-DD
027270     MOVE CBT-CT-HH TO CBT-DSP-HH
027280     MOVE CBT-CT-MN TO CBT-DSP-MN
027290     MOVE CBT-CT-SS TO CBT-DSP-SS
027300     MOVE CBT-DATE-DISPLAY TO AUD-DATE
027310     MOVE CBT-TIME-DISPLAY TO AUD-TIME
027320     MOVE CBT-TRANS-OPERATOR TO AUD-OPERATOR
027330     MOVE OpCode TO AUD-OP-CODE
027340     MOVE Num1 TO AUD-NUM1
027350     MOVE Num2 TO AUD-NUM2
027360     MOVE Total TO AUD-TOTAL
027370     IF CBT-REVERSAL-REQUESTED
027380         MOVE "R" TO AUD-REVERSAL-FLAG
027390     ELSE
027400         MOVE SPACE TO AUD-REVERSAL-FLAG
027410     END-IF
027420     MOVE TI-OPER-SSN TO AUD-OPER-SSN
027430     MOVE TI-BATCH-ID TO AUD-BATCH-ID
027440     WRITE AUDIT-LOG-RECORD.
027450 2500-EXIT.
027460     EXIT.
027470*
027480*****************************************************************
027490* 2600-WRITE-DETAIL-LINE - ONE REPORT LINE PER CALCULATION.
027500*****************************************************************
027510 2600-WRITE-DETAIL-LINE.
027520     MOVE TI-BATCH-ID TO RPT-DET-BATCH-ID
027530     MOVE OpCode TO RPT-DET-OP-CODE
027540     MOVE Num1 TO RPT-DET-NUM1
027550     MOVE Num2 TO RPT-DET-NUM2
027560     MOVE Total TO RPT-DET-TOTAL
027570     IF CBT-REVERSAL-REQUESTED
027580         MOVE "REVERSAL" TO RPT-DET-FLAG
027590     ELSE
027600         MOVE SPACES TO RPT-DET-FLAG
027610     END-IF
027620     WRITE RPT-DETAIL-LINE.
027630 2600-EXIT.
027640     EXIT.
027650*
027660*****************************************************************
027670* 2650-SAVE-BATCH-ITEM - KEEP THE PROCESSED TRANSACTION AND ITS
027680* TOTAL ON ITMWORK UNTIL THE BATCH BREAKS, IN CASE THE BATCH
027690* DOES NOT BALANCE AND HAS TO BE HELD WHOLE, AND UNTIL THE GL IS
027700* CUT, WHEN A POSTED OR REVERSED BATCH'S ITEMS GO TO THE POSTED-
027710* ITEM HISTORY.  A RESTARTED RUN
027720* RE-DERIVES AN ITEM THE INTERRUPTED RUN ALREADY SAVED, SO THE
027730* WRITE FALLS BACK TO A REWRITE.
027740*****************************************************************
027750 2650-SAVE-BATCH-ITEM.
027760     MOVE CBT-RECORD-COUNT TO ITW-SEQUENCE
027770     MOVE TI-BATCH-ID TO ITW-BATCH-ID
027780     MOVE TRANS-IN-RECORD TO ITW-RECORD-IMAGE
027790     MOVE Total TO ITW-TOTAL
027800     WRITE ITEM-WORK-RECORD
027810         INVALID KEY
027820             REWRITE ITEM-WORK-RECORD
027830                 INVALID KEY
027840                     DISPLAY "CBTUT - ITMWORK WRITE FAILED ON "
027850                         "BATCH " TI-BATCH-ID ", RUN TERMINATED"
027860                     MOVE 16 TO RETURN-CODE
027870                     STOP RUN
027880             END-REWRITE
027890     END-WRITE.
027900 2650-EXIT.
027910     EXIT.
027920*
027930*****************************************************************
027940* 2700-CHECKPOINT - EVERY CBT-CHECKPOINT-INTERVAL RECORDS, DROP
027950* THE CURRENT RECORD COUNT TO THE RESTART DATASET.
027960*****************************************************************
027970 2700-CHECKPOINT.
027980     DIVIDE CBT-RECORD-COUNT BY CBT-CHECKPOINT-INTERVAL
027990         GIVING CBT-CKPT-QUOTIENT
028000         REMAINDER CBT-CKPT-REMAINDER
028010     IF CBT-CKPT-REMAINDER = ZERO
028020         OPEN OUTPUT RESTART-FILE
028030         MOVE CBT-RECORD-COUNT TO RST-CHECKPOINT-COUNT
028040         MOVE CBT-BATCH-COUNT TO RST-BATCH-COUNT
028050         MOVE CBT-GRAND-TOTAL TO RST-GRAND-TOTAL
028060         MOVE CBT-PRIOR-BATCH-ID TO RST-CURRENT-BATCH
028070         MOVE CBT-BATCH-SUBTOTAL TO RST-BATCH-SUBTOTAL
028080         MOVE CBT-BATCH-TRANS-COUNT TO RST-BATCH-TRANS-COUNT
028090         MOVE CBT-REG-FOUND-SWITCH TO RST-REG-FOUND
028100         MOVE CBT-SUSPENSE-COUNT TO RST-SUSPENSE-COUNT
028110         MOVE CBT-RECYCLE-COUNT TO RST-RECYCLE-COUNT
028120         MOVE CBT-AGED-COUNT TO RST-AGED-COUNT
028130         MOVE CBT-PASSTHRU-COUNT TO RST-PASSTHRU-COUNT
028140         MOVE CBT-BATCH-FIRST-RECORD TO RST-BATCH-FIRST-RECORD
028150         MOVE CBT-BATCH-ORIGIN TO RST-BATCH-ORIGIN
028160         MOVE CBT-BATCH-DATE TO RST-BATCH-DATE
028170         WRITE RESTART-RECORD
028180         CLOSE RESTART-FILE
028190     END-IF.
028200 2700-EXIT.
028210     EXIT.
028220*
028230*****************************************************************
028240* 6000-MERGE-STREAMS - THE MERGE RUN.  NOTHING IS MERGED UNTIL
028250* EVERY STREAM HAS FINISHED FOR TONIGHT'S BUSINESS DATE.  THE
028260* STREAMS' RESWORK, ITMWORK AND OPRWORK ENTRIES ARE LOADED INTO
028270* THE NIGHT'S OWN WORK FILES AND THEIR TOTALS ADDED UP, THEIR
028280* REPORTS ARE CARRIED UNDER ONE HEADER, AND EVERY BATCH IS THEN
028290* POSTED TO THE REGISTER OR HELD AS ITS STREAM DECIDED.  FROM
028300* THERE THE NIGHT ENDS AS A SINGLE RUN DOES - ONE TRAILER, ONE
028310* CONTROL RECONCILIATION, ONE GLINTF, ONE RUNSTATS RECORD - AND
028320* THE STEP IS MARKED COMPLETE HERE, NOT BY THE STREAMS.
028330*****************************************************************
028340 6000-MERGE-STREAMS.
028350     PERFORM 6100-LOAD-STREAM-RESULTS THRU 6100-EXIT
028360     PERFORM 1030-OPEN-BATCH-FILES THRU 1030-EXIT
028370     IF NOT CBT-REPROCESS-ALLOWED
028380         PERFORM 6250-CHECK-ALREADY-MERGED THRU 6250-EXIT
028390     END-IF
028400     OPEN OUTPUT PRINT-RPT
028410     IF CBT-PRINT-NOT-FOUND
028420         DISPLAY "CBTUT - PRINT-RPT DATASET NOT FOUND, RUN "
028430             "TERMINATED"
028440         MOVE 16 TO RETURN-CODE
028450         STOP RUN
028460     END-IF
028470     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
028480     PERFORM 6200-COPY-STREAM-REPORTS THRU 6200-EXIT
028490     PERFORM 6300-REPLAY-BATCH-BREAKS THRU 6300-EXIT
028500     PERFORM 8050-WRITE-OPERATOR-TOTALS THRU 8050-EXIT
028510     PERFORM 8080-TOTAL-HELD-BATCHES THRU 8080-EXIT
028520     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
028530     PERFORM 8200-RECONCILE-CONTROL-TOTAL THRU 8200-EXIT
028540     IF CBT-CONTROL-AVAILABLE AND RETURN-CODE = ZERO
028550         PERFORM 8250-WRITE-GL-INTERFACE THRU 8250-EXIT
028560     ELSE
028570         DISPLAY "CBTUT - RUN NOT CLEAN, GL INTERFACE NOT CUT"
028580     END-IF
028590     PERFORM 8150-CHECK-MANIFEST THRU 8150-EXIT
028600     PERFORM 6400-APPEND-STREAM-AUDIT THRU 6400-EXIT
028610     CLOSE BATCH-REGISTER
028620     CLOSE SSNUM-MASTER
028630     CLOSE OPER-LIMITS
028640     CLOSE OPER-WORK
028650     CLOSE RESULT-WORK
028660     CLOSE ITEM-WORK
028670     CLOSE HELD-BATCH
028680     CLOSE HELD-ITEM
028690     CLOSE FISCAL-CALENDAR
028700     CLOSE PRINT-RPT
028710     IF CBT-SUSPENSE-COUNT > ZERO
028720         DISPLAY "CBTUT - " CBT-SUSPENSE-COUNT " TRANSACTIONS "
028730             "SUSPENDED THIS RUN - SEE THE STREAMS' SUSPOUT"
028740         IF RETURN-CODE = ZERO
028750             MOVE 4 TO RETURN-CODE
028760         END-IF
028770     END-IF
028780     IF CBT-HELD-BATCHES > ZERO
028790         DISPLAY "CBTUT - " CBT-HELD-BATCHES " BATCHES HELD OUT "
028800             "OF BALANCE THIS RUN - SEE HELDBAT"
028810         IF RETURN-CODE = ZERO
028820             MOVE 4 TO RETURN-CODE
028830         END-IF
028840     END-IF
028850     IF CBT-ROLLED-COUNT > ZERO
028860         DISPLAY "CBTUT - " CBT-ROLLED-COUNT " BATCHES DATED "
028870             "INTO A CLOSED PERIOD ROLLED TO " CBT-OPEN-PERIOD
028880     END-IF
028890*    RUNSTATS SHOWS WHAT THE NIGHT READ - EACH STREAM READ IT ALL.
028900     MOVE CBT-MERGE-RECORD-COUNT TO CBT-RECORD-COUNT
028910     PERFORM 8400-WRITE-RUN-STATISTICS THRU 8400-EXIT
028920     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
028930     STOP RUN.
028940 6000-EXIT.
028950     EXIT.
028960*
028970*****************************************************************
028980* 6100-LOAD-STREAM-RESULTS - READ EVERY STREAM'S STRMRES INTO THE
028990* NIGHT'S RESWORK, ITMWORK AND OPRWORK, CLEARED FIRST, AND ADD UP
029000* THE STREAMS' RUN TOTALS.  A STREAM WHOSE STRMRES IS MISSING,
029010* EMPTY, CUT SHORT OR FROM ANOTHER NIGHT HAS NOT FINISHED, AND
029020* THE MERGE ENDS RC 8 WITH NOTHING MERGED - THE STREAM IS
029030* RESTARTED OR RERUN ON ITS OWN, AND THE MERGE RUN AGAIN.
029040*****************************************************************
029050 6100-LOAD-STREAM-RESULTS.
029060     OPEN INPUT STREAM-RESULTS
029070     IF CBT-RESULTS-NOT-FOUND
029080         DISPLAY "CBTUT - STRMRES DATASET NOT FOUND, RUN "
029090             "TERMINATED"
029100         MOVE 16 TO RETURN-CODE
029110         STOP RUN
029120     END-IF
029130     OPEN OUTPUT OPER-WORK
029140     IF CBT-OPRWORK-NOT-FOUND
029150         DISPLAY "CBTUT - OPRWORK DATASET NOT FOUND, RUN "
029160             "TERMINATED"
029170         MOVE 16 TO RETURN-CODE
029180         STOP RUN
029190     END-IF
029200     CLOSE OPER-WORK
029210     OPEN I-O OPER-WORK
029220     OPEN OUTPUT RESULT-WORK
029230     IF CBT-RESWORK-NOT-FOUND
029240         DISPLAY "CBTUT - RESWORK DATASET NOT FOUND, RUN "
029250             "TERMINATED"
029260         MOVE 16 TO RETURN-CODE
029270         STOP RUN
029280     END-IF
029290     CLOSE RESULT-WORK
029300     OPEN I-O RESULT-WORK
029310     OPEN OUTPUT ITEM-WORK
029320     IF CBT-ITMWORK-NOT-FOUND
029330         DISPLAY "CBTUT - ITMWORK DATASET NOT FOUND, RUN "
029340             "TERMINATED"
029350         MOVE 16 TO RETURN-CODE
029360         STOP RUN
029370     END-IF
029380     CLOSE ITEM-WORK
029390     OPEN I-O ITEM-WORK
029400     PERFORM 6110-LOAD-ONE-RESULT THRU 6110-EXIT
029410         UNTIL CBT-END-OF-RESULTS
029420     CLOSE STREAM-RESULTS
029430     MOVE ZERO TO CBT-STREAMS-MISSING
029440     PERFORM 6150-CHECK-STREAM-COMPLETE THRU 6150-EXIT
029450         VARYING CBT-STREAM-SUB FROM 1 BY 1
029460         UNTIL CBT-STREAM-SUB > CBT-STREAM-COUNT
029470     IF CBT-STREAMS-MISSING > ZERO
029480         DISPLAY "CBTUT - " CBT-STREAMS-MISSING " STREAMS NOT "
029490             "COMPLETE FOR " PDP-BUSINESS-DATE ", NOTHING MERGED"
029500         DISPLAY "CBTUT - RESTART OR RERUN THOSE STREAMS, THEN "
029510             "RERUN THE MERGE"
029520         MOVE 8 TO RETURN-CODE
029530         STOP RUN
029540     END-IF
029550*    THE NIGHT'S ELAPSED TIME RUNS FROM THE EARLIEST STREAM START.
029560     COMPUTE CBT-STREAM-LEAD-SECONDS =
029570         CBT-START-SECONDS - CBT-MERGE-LEAD-SECONDS
029580     IF CBT-STREAM-LEAD-SECONDS < ZERO
029590         ADD 86400 TO CBT-STREAM-LEAD-SECONDS
029600     END-IF
029610     MOVE CBT-STREAM-LEAD-SECONDS TO CBT-START-SECONDS
029620     DISPLAY "CBTUT - " CBT-STREAM-COUNT " STREAMS COMPLETE FOR "
029630         PDP-BUSINESS-DATE ", " CBT-BATCH-COUNT
029640         " TRANSACTIONS TO MERGE".
029650 6100-EXIT.
029660     EXIT.
029670*
029680 6110-LOAD-ONE-RESULT.
029690     READ STREAM-RESULTS
029700         AT END
029710             SET CBT-END-OF-RESULTS TO TRUE
029720             GO TO 6110-EXIT
029730     END-READ
029740     IF STR-STREAM-ID NOT NUMERIC
029750        OR STR-STREAM-ID = ZERO
029760        OR STR-STREAM-ID > CBT-STREAM-COUNT
029770         DISPLAY "CBTUT - STRMRES RECORD FOR UNKNOWN STREAM "
029780             STR-STREAM-ID ", NOTHING MERGED"
029790         MOVE 8 TO RETURN-CODE
029800         STOP RUN
029810     END-IF
029820     MOVE STR-STREAM-ID TO CBT-STREAM-SUB
029830     IF STR-HEADER
029840         PERFORM 6120-CHECK-STREAM-HEADER THRU 6120-EXIT
029850         GO TO 6110-EXIT
029860     END-IF
029870     IF NOT CBT-STM-HEADER-SEEN (CBT-STREAM-SUB)
029880         DISPLAY "CBTUT - STRMRES FOR STREAM " STR-STREAM-ID
029890             " IS OUT OF ORDER, NOTHING MERGED"
029900         MOVE 8 TO RETURN-CODE
029910         STOP RUN
029920     END-IF
029930     IF STR-TRAILER
029940         PERFORM 6130-ADD-STREAM-TOTALS THRU 6130-EXIT
029950         GO TO 6110-EXIT
029960     END-IF
029970     ADD 1 TO CBT-STM-DETAIL-COUNT (CBT-STREAM-SUB)
029980     IF STR-OPERATOR
029990         PERFORM 6140-ADD-STREAM-OPERATOR THRU 6140-EXIT
030000         GO TO 6110-EXIT
030010     END-IF
030020     IF STR-BATCH-RESULT
030030         MOVE STR-RESULT-IMAGE TO RESULT-WORK-RECORD
030040         WRITE RESULT-WORK-RECORD
030050             INVALID KEY
030060                 DISPLAY "CBTUT - BATCH " RSW-BATCH-ID
030070                     " CAME FROM TWO STREAMS, NOTHING MERGED"
030080                 MOVE 8 TO RETURN-CODE
030090                 STOP RUN
030100         END-WRITE
030110         GO TO 6110-EXIT
030120     END-IF
030130     IF STR-ITEM
030140         MOVE STR-ITEM-IMAGE TO ITEM-WORK-RECORD
030150         WRITE ITEM-WORK-RECORD
030160             INVALID KEY
030170                 DISPLAY "CBTUT - INPUT RECORD " ITW-SEQUENCE
030180                     " CAME FROM TWO STREAMS, NOTHING MERGED"
030190                 MOVE 8 TO RETURN-CODE
030200                 STOP RUN
030210         END-WRITE
030220         GO TO 6110-EXIT
030230     END-IF
030240     DISPLAY "CBTUT - STRMRES RECORD TYPE " STR-RECORD-TYPE
030250         " FROM STREAM " STR-STREAM-ID " IS UNKNOWN, NOTHING "
030260         "MERGED"
030270     MOVE 8 TO RETURN-CODE
030280     STOP RUN.
030290 6110-EXIT.
030300     EXIT.
030310*
030320*    A STREAM'S HEADER MUST BE ITS FIRST AND ONLY ONE, FOR
030330*    TONIGHT, UNDER THE STREAMS CARDS THE MERGE RUN WAS GIVEN.
030340 6120-CHECK-STREAM-HEADER.
030350     IF CBT-STM-STATE (CBT-STREAM-SUB) NOT = SPACE
030360         DISPLAY "CBTUT - STRMRES FOR STREAM " STR-STREAM-ID
030370             " APPEARS TWICE, NOTHING MERGED"
030380         MOVE 8 TO RETURN-CODE
030390         STOP RUN
030400     END-IF
030410     IF STR-HDR-BUSINESS-DATE NOT = PDP-BUSINESS-DATE
030420         DISPLAY "CBTUT - STREAM " STR-STREAM-ID " RAN FOR "
030430             STR-HDR-BUSINESS-DATE ", NOT " PDP-BUSINESS-DATE
030440             " - NOTHING MERGED"
030450         MOVE 8 TO RETURN-CODE
030460         STOP RUN
030470     END-IF
030480     IF STR-HDR-LOW-BATCH-ID NOT = CBT-STM-LOW (CBT-STREAM-SUB)
030490        OR STR-HDR-HIGH-BATCH-ID NOT =
030500           CBT-STM-HIGH (CBT-STREAM-SUB)
030510         DISPLAY "CBTUT - STREAM " STR-STREAM-ID " RAN UNDER "
030520             "DIFFERENT STREAMS CARDS, NOTHING MERGED"
030530         MOVE 8 TO RETURN-CODE
030540         STOP RUN
030550     END-IF
030560     SET CBT-STM-HEADER-SEEN (CBT-STREAM-SUB) TO TRUE.
030570 6120-EXIT.
030580     EXIT.
030590*
030600*    THE TRAILER PROVES THE STREAM'S STRMRES ARRIVED WHOLE.  EVERY
030610*    STREAM READ THE WHOLE NIGHT'S INPUT AND CONTROL-IN, SO THEIR
030620*    RECORD AND CONTROL COUNTS MUST AGREE - IF THEY DO NOT, THE
030630*    STREAMS DID NOT ALL RUN AGAINST THE SAME NIGHT.
030640 6130-ADD-STREAM-TOTALS.
030650     IF STR-TRL-DETAIL-COUNT NOT =
030660        CBT-STM-DETAIL-COUNT (CBT-STREAM-SUB)
030670         DISPLAY "CBTUT - STRMRES FOR STREAM " STR-STREAM-ID
030680             " IS INCOMPLETE, NOTHING MERGED"
030690         MOVE 8 TO RETURN-CODE
030700         STOP RUN
030710     END-IF
030720     SET CBT-STM-COMPLETE (CBT-STREAM-SUB) TO TRUE
030730     ADD 1 TO CBT-TRAILER-COUNT
030740     IF CBT-TRAILER-COUNT = 1
030750         MOVE STR-TRL-RECORD-COUNT TO CBT-MERGE-RECORD-COUNT
030760         MOVE STR-TRL-CONTROL-COUNT TO CBT-CTL-COUNT
030770     END-IF
030780     IF STR-TRL-RECORD-COUNT NOT = CBT-MERGE-RECORD-COUNT
030790        OR STR-TRL-CONTROL-COUNT NOT = CBT-CTL-COUNT
030800         DISPLAY "CBTUT - STREAM " STR-STREAM-ID " DID NOT READ "
030810             "THE SAME INPUT AS THE OTHERS, NOTHING MERGED"
030820         MOVE 8 TO RETURN-CODE
030830         STOP RUN
030840     END-IF
030850     ADD STR-TRL-BATCH-COUNT TO CBT-BATCH-COUNT
030860     ADD STR-TRL-SUSPENSE-COUNT TO CBT-SUSPENSE-COUNT
030870     ADD STR-TRL-RECYCLE-COUNT TO CBT-RECYCLE-COUNT
030880     ADD STR-TRL-AGED-COUNT TO CBT-AGED-COUNT
030890     ADD STR-TRL-ROLLED-COUNT TO CBT-ROLLED-COUNT
030900     ADD STR-TRL-GRAND-TOTAL TO CBT-GRAND-TOTAL
030910         ON SIZE ERROR
030920             DISPLAY "CBTUT - GRAND TOTAL OVERFLOW MERGING "
030930                 "STREAM " STR-STREAM-ID ", RUN TERMINATED"
030940             MOVE 16 TO RETURN-CODE
030950             STOP RUN
030960     END-ADD
030970     ADD STR-TRL-EXPECTED-TOTAL TO CBT-EXPECTED-TOTAL
030980         ON SIZE ERROR
030990             DISPLAY "CBTUT - CONTROL TOTAL OVERFLOW MERGING "
031000                 "STREAM " STR-STREAM-ID ", RUN TERMINATED"
031010             MOVE 16 TO RETURN-CODE
031020             STOP RUN
031030     END-ADD
031040     IF STR-TRL-CONTROL-COUNT > ZERO
031050         SET CBT-CONTROL-AVAILABLE TO TRUE
031060     END-IF
031070     IF STR-TRL-RESTART-FLAG = "Y"
031080         SET CBT-IS-RESTARTED TO TRUE
031090     END-IF
031100     COMPUTE CBT-STREAM-LEAD-SECONDS =
031110         CBT-START-SECONDS - STR-TRL-START-SECONDS
031120     IF CBT-STREAM-LEAD-SECONDS < ZERO
031130         ADD 86400 TO CBT-STREAM-LEAD-SECONDS
031140     END-IF
031150     IF CBT-STREAM-LEAD-SECONDS > CBT-MERGE-LEAD-SECONDS
031160         MOVE CBT-STREAM-LEAD-SECONDS TO CBT-MERGE-LEAD-SECONDS
031170     END-IF.
031180 6130-EXIT.
031190     EXIT.
031200*
031210*    AN OPERATOR WHO KEYED INTO SEVERAL STREAMS GETS ONE LINE.
031220 6140-ADD-STREAM-OPERATOR.
031230     MOVE "N" TO CBT-OPR-FOUND-SWITCH
031240     MOVE STR-OPR-SSN TO OPW-SSN
031250     READ OPER-WORK
031260         INVALID KEY
031270             CONTINUE
031280         NOT INVALID KEY
031290             SET CBT-OPR-ENTRY-FOUND TO TRUE
031300     END-READ
031310     IF NOT CBT-OPR-ENTRY-FOUND
031320         MOVE STR-OPR-NAME TO OPW-NAME
031330         MOVE STR-OPR-TRANS-COUNT TO OPW-TRANS-COUNT
031340         MOVE STR-OPR-TOTAL TO OPW-TOTAL
031350         MOVE STR-OPR-SEPARATION-DATE TO OPW-SEPARATION-DATE
031360         WRITE OPER-WORK-RECORD
031370             INVALID KEY
031380                 DISPLAY "CBTUT - OPRWORK WRITE FAILED MERGING "
031390                     "STREAM " STR-STREAM-ID ", RUN TERMINATED"
031400                 MOVE 16 TO RETURN-CODE
031410                 STOP RUN
031420         END-WRITE
031430         GO TO 6140-EXIT
031440     END-IF
031450     ADD STR-OPR-TRANS-COUNT TO OPW-TRANS-COUNT
031460     ADD STR-OPR-TOTAL TO OPW-TOTAL
031470         ON SIZE ERROR
031480             DISPLAY "CBTUT - OPERATOR TOTAL OVERFLOW MERGING "
031490                 "STREAM " STR-STREAM-ID
031500             DISPLAY "CBTUT - RUN TERMINATED, OPERATOR "
031510                 "TOTAL CANNOT BE TRUSTED"
031520             MOVE 16 TO RETURN-CODE
031530             STOP RUN
031540     END-ADD
031550     REWRITE OPER-WORK-RECORD
031560         INVALID KEY
031570             DISPLAY "CBTUT - OPRWORK REWRITE FAILED MERGING "
031580                 "STREAM " STR-STREAM-ID ", RUN TERMINATED"
031590             MOVE 16 TO RETURN-CODE
031600             STOP RUN
031610     END-REWRITE.
031620 6140-EXIT.
031630     EXIT.
031640*
031650 6150-CHECK-STREAM-COMPLETE.
031660     IF NOT CBT-STM-COMPLETE (CBT-STREAM-SUB)
031670         ADD 1 TO CBT-STREAMS-MISSING
031680         DISPLAY "CBTUT - STREAM " CBT-STREAM-SUB
031690             " HAS NOT COMPLETED FOR " PDP-BUSINESS-DATE
031700     END-IF.
031710 6150-EXIT.
031720     EXIT.
031730*
031740*****************************************************************
031750* 6200-COPY-STREAM-REPORTS - EVERY STREAM'S DETAIL, SUBTOTAL AND
031760* ROLLED-BATCH LINES GO INTO THE NIGHT'S REPORT UNDER ITS HEADER,
031770* STREAM BY STREAM, EACH STARTING WITH ITS STREAM LINE.  A
031780* MISSING STRMRPT COSTS ONLY THE DETAIL - THE TOTALS ARE THE
031790* MERGE RUN'S OWN.
031800*****************************************************************
031810 6200-COPY-STREAM-REPORTS.
031820     OPEN INPUT STREAM-REPORT
031830     IF CBT-STRMRPT-NOT-FOUND
031840         DISPLAY "CBTUT - STRMRPT DATASET NOT FOUND, STREAM "
031850             "DETAIL NOT REPORTED"
031860         GO TO 6200-EXIT
031870     END-IF
031880     PERFORM 6210-COPY-STREAM-LINE THRU 6210-EXIT
031890         UNTIL CBT-END-OF-STRMRPT
031900     CLOSE STREAM-REPORT.
031910 6200-EXIT.
031920     EXIT.
031930*
031940 6210-COPY-STREAM-LINE.
031950     READ STREAM-REPORT
031960         AT END
031970             SET CBT-END-OF-STRMRPT TO TRUE
031980             GO TO 6210-EXIT
031990     END-READ
032000     WRITE RPT-HEADER-LINE FROM STREAM-REPORT-RECORD.
032010 6210-EXIT.
032020     EXIT.
032030*
032040*****************************************************************
032050* 6250-CHECK-ALREADY-MERGED - THE STREAMS CHECKED THE REGISTER
032060* BEFORE THE MERGE RUN UPDATED IT.  A BATCH A STREAM FOUND OFF
032070* THE REGISTER BUT WHICH IS ON IT NOW HAS BEEN POSTED SINCE - BY
032080* AN EARLIER MERGE OF THESE SAME STREAMS - SO THE MERGE IS A
032090* RERUN AND STOPS BEFORE ANYTHING POSTS, UNLESS THE REPROCESS
032100* CARD WAS SUPPLIED, THE SAME AS A SINGLE RUN.
032110*****************************************************************
032120 6250-CHECK-ALREADY-MERGED.
032130     MOVE "N" TO CBT-RESWORK-EOF-SWITCH
032140     MOVE LOW-VALUES TO RSW-KEY
032150     START RESULT-WORK KEY NOT < RSW-KEY
032160         INVALID KEY
032170             SET CBT-END-OF-RESWORK TO TRUE
032180     END-START
032190     PERFORM 6260-CHECK-ONE-POSTING THRU 6260-EXIT
032200         UNTIL CBT-END-OF-RESWORK
032210     MOVE "N" TO CBT-RESWORK-EOF-SWITCH.
032220 6250-EXIT.
032230     EXIT.
032240*
032250 6260-CHECK-ONE-POSTING.
032260     READ RESULT-WORK NEXT
032270         AT END
032280             SET CBT-END-OF-RESWORK TO TRUE
032290             GO TO 6260-EXIT
032300     END-READ
032310     IF RSW-BATCH-HELD OR RSW-REGISTER-FLAG = "Y"
032320         GO TO 6260-EXIT
032330     END-IF
032340     MOVE RSW-BATCH-ID TO BRG-BATCH-ID
032350     READ BATCH-REGISTER
032360         INVALID KEY
032370             GO TO 6260-EXIT
032380     END-READ
032390     DISPLAY "***************************************"
032400     DISPLAY "*** CBTUT - BATCH " RSW-BATCH-ID " WAS ALREADY "
032410         "PROCESSED ON " BRG-DATE-PROCESSED
032420     DISPLAY "*** THIS MERGE APPEARS TO HAVE RUN ALREADY"
032430     DISPLAY "*** RUN TERMINATED BEFORE ANY AMOUNTS POSTED"
032440     DISPLAY "*** SUPPLY THE REPROCESS CARD TO RUN IT ANYWAY"
032450     DISPLAY "***************************************"
032460     MOVE 16 TO RETURN-CODE
032470     STOP RUN.
032480 6260-EXIT.
032490     EXIT.
032500*
032510*****************************************************************
032520* 6300-REPLAY-BATCH-BREAKS - FINISH EVERY STREAM'S BATCH BREAKS
032530* AGAINST THE SHARED FILES, IN BATCH ID ORDER.  A POSTED BATCH
032540* GOES ONTO THE REGISTER, A HELD ONE ONTO HELDBAT AND HELDITM
032550* FROM ITS ITEMS ON THE MERGED ITMWORK, AND A BATCH FROM TRANS-IN
032560* CLOSES ITS EARLIER HOLDS - EXACTLY AS 7000 DOES IN A SINGLE
032570* RUN.  THE REGISTER IS READ AGAIN HERE RATHER THAN TRUSTING THE
032580* STREAM, WHICH COULD NOT SEE WHAT THE OTHER STREAMS POSTED.
032590*****************************************************************
032600 6300-REPLAY-BATCH-BREAKS.
032610     MOVE "N" TO CBT-RESWORK-EOF-SWITCH
032620     MOVE LOW-VALUES TO RSW-KEY
032630     START RESULT-WORK KEY NOT < RSW-KEY
032640         INVALID KEY
032650             SET CBT-END-OF-RESWORK TO TRUE
032660     END-START
032670     PERFORM 6310-REPLAY-ONE-BREAK THRU 6310-EXIT
032680         UNTIL CBT-END-OF-RESWORK
032690     MOVE "N" TO CBT-RESWORK-EOF-SWITCH.
032700 6300-EXIT.
032710     EXIT.
032720*
032730 6310-REPLAY-ONE-BREAK.
032740     READ RESULT-WORK NEXT
032750         AT END
032760             SET CBT-END-OF-RESWORK TO TRUE
032770             GO TO 6310-EXIT
032780     END-READ
032790     MOVE RSW-BATCH-ID TO CBT-PRIOR-BATCH-ID
032800     MOVE RSW-TRANS-COUNT TO CBT-BATCH-TRANS-COUNT
032810     MOVE RSW-AMOUNT TO CBT-BATCH-SUBTOTAL
032820     MOVE RSW-FISCAL-PERIOD TO CBT-BATCH-PERIOD
032830     MOVE RSW-FIRST-RECORD TO CBT-BATCH-FIRST-RECORD
032840     MOVE RSW-LAST-RECORD TO CBT-RECORD-COUNT
032850     MOVE RSW-BATCH-ORIGIN TO CBT-BATCH-ORIGIN
032860     MOVE "N" TO CBT-REG-FOUND-SWITCH
032870     MOVE RSW-BATCH-ID TO BRG-BATCH-ID
032880     READ BATCH-REGISTER
032890         INVALID KEY
032900             CONTINUE
032910         NOT INVALID KEY
032920             SET CBT-REG-BATCH-WAS-FOUND TO TRUE
032930     END-READ
032940     IF RSW-BATCH-HELD
032950         SET CBT-BATCH-IS-HELD TO TRUE
032960         MOVE RSW-HOLD-REASON TO CBT-HOLD-REASON
032970         MOVE RSW-HOLD-CONTROL TO CBT-HOLD-CONTROL
032980         PERFORM 7300-HOLD-BATCH THRU 7300-EXIT
032990     ELSE
033000         MOVE "N" TO CBT-HOLD-SWITCH
033010         PERFORM 7200-RECORD-PROCESSED-BATCH THRU 7200-EXIT
033020     END-IF
033030     IF NOT CBT-BATCH-FROM-SUSPENSE
033040         PERFORM 7400-CLOSE-EARLIER-HOLDS THRU 7400-EXIT
033050     END-IF.
033060 6310-EXIT.
033070     EXIT.
033080*
033090*****************************************************************
033100* 6400-APPEND-STREAM-AUDIT - THE STREAMS' AUDIT LINES GO ONTO THE
033110* NIGHT'S AUDITLOG AS THEY STAND.  BY NOW THE NIGHT HAS POSTED, SO
033120* A MISSING STRMAUD ONLY WARNS - THE LINES ARE STILL ON THE
033130* STREAMS' OWN AUDITLOG DATASETS.
033140*****************************************************************
033150 6400-APPEND-STREAM-AUDIT.
033160     OPEN INPUT STREAM-AUDIT
033170     IF CBT-STRMAUD-NOT-FOUND
033180         DISPLAY "CBTUT - STRMAUD DATASET NOT FOUND, STREAM "
033190             "AUDIT LINES NOT APPENDED TO AUDITLOG"
033200         IF RETURN-CODE = ZERO
033210             MOVE 4 TO RETURN-CODE
033220         END-IF
033230         GO TO 6400-EXIT
033240     END-IF
033250     OPEN EXTEND AUDIT-LOG
033260     IF CBT-AUDIT-NOT-FOUND
033270         OPEN OUTPUT AUDIT-LOG
033280     END-IF
033290     PERFORM 6410-APPEND-AUDIT-LINE THRU 6410-EXIT
033300         UNTIL CBT-END-OF-STRMAUD
033310     CLOSE STREAM-AUDIT
033320     CLOSE AUDIT-LOG
033330     DISPLAY "CBTUT - " CBT-AUDIT-APPENDED " STREAM AUDIT LINES "
033340         "APPENDED TO AUDITLOG".
033350 6400-EXIT.
033360     EXIT.
033370*
033380 6410-APPEND-AUDIT-LINE.
033390     READ STREAM-AUDIT
033400         AT END
033410             SET CBT-END-OF-STRMAUD TO TRUE
033420             GO TO 6410-EXIT
033430     END-READ
033440     WRITE AUDIT-LOG-RECORD FROM STREAM-AUDIT-RECORD
033450     ADD 1 TO CBT-AUDIT-APPENDED.
033460 6410-EXIT.
033470     EXIT.
033480*
033490*****************************************************************
033500* 7000-BATCH-BREAK - THE BATCH ID CHANGED (OR THE FILE ENDED).
033510* WRITE THE SUBTOTAL LINE FOR THE BATCH JUST FINISHED, RECONCILE
033520* IT AGAINST ITS OWN CONTROL RECORD, AND RESET THE ACCUMULATORS
033530* FOR THE NEXT BATCH.  A BATCH THAT BALANCED GOES TO RESWORK AND
033540* THE REGISTER; ONE THAT DID NOT IS HELD INSTEAD, SO IT NEITHER
033550* POSTS NOR STOPS THE REST OF THE NIGHT FROM POSTING.  A STREAM
033560* RUN RECORDS BOTH ON RESWORK ONLY - THE REGISTER, THE HOLD AND
033570* THE EARLIER HOLDS ARE THE MERGE RUN'S, WHICH REPLAYS THE BREAK.
033580*****************************************************************
033590 7000-BATCH-BREAK.
033600     MOVE CBT-PRIOR-BATCH-ID TO RPT-SUB-BATCH-ID
033610     MOVE CBT-BATCH-TRANS-COUNT TO RPT-SUB-COUNT
033620     MOVE CBT-BATCH-SUBTOTAL TO RPT-SUB-TOTAL
033630     MOVE "N" TO CBT-HOLD-SWITCH
033640     PERFORM 7100-RECONCILE-BATCH THRU 7100-EXIT
033650     WRITE RPT-SUBTOTAL-LINE
033660     IF CBT-BATCH-IS-HELD
033670         IF CBT-STREAM-RUN
033680             PERFORM 7350-RECORD-STREAM-HOLD THRU 7350-EXIT
033690         ELSE
033700             PERFORM 7300-HOLD-BATCH THRU 7300-EXIT
033710         END-IF
033720     ELSE
033730         PERFORM 7050-POST-BATCH THRU 7050-EXIT
033740     END-IF
033750     IF NOT CBT-REVERSAL-REQUESTED AND NOT CBT-BATCH-FROM-SUSPENSE
033760        AND NOT CBT-STREAM-RUN
033770         PERFORM 7400-CLOSE-EARLIER-HOLDS THRU 7400-EXIT
033780     END-IF
033790     MOVE ZERO TO CBT-BATCH-SUBTOTAL
033800     MOVE ZERO TO CBT-BATCH-TRANS-COUNT.
033810 7000-EXIT.
033820     EXIT.
033830*
033840*****************************************************************
033850* 7050-POST-BATCH - THE BATCH BALANCED (OR THERE WAS NOTHING TO
033860* BALANCE IT TO), SO IT GOES TO RESWORK FOR THE GL INTERFACE AND
033870* ONTO THE PROCESSED-BATCH REGISTER - ON A STREAM RUN, WHEN THE
033880* MERGE RUN REPLAYS IT.
033890*****************************************************************
033900 7050-POST-BATCH.
033910     PERFORM 7060-ASSIGN-FISCAL-PERIOD THRU 7060-EXIT
033920     MOVE CBT-PRIOR-BATCH-ID TO RSW-BATCH-ID
033930     MOVE "P" TO RSW-DISPOSITION
033940     MOVE CBT-BATCH-TRANS-COUNT TO RSW-TRANS-COUNT
033950     MOVE CBT-BATCH-SUBTOTAL TO RSW-AMOUNT
033960     MOVE CBT-BATCH-PERIOD TO RSW-FISCAL-PERIOD
033970     MOVE CBT-BATCH-DATE TO RSW-BATCH-DATE
033980     MOVE CBT-ROLLED-SWITCH TO RSW-ROLLED-FLAG
033990     MOVE CBT-BATCH-FIRST-RECORD TO RSW-FIRST-RECORD
034000     MOVE CBT-RECORD-COUNT TO RSW-LAST-RECORD
034010     MOVE CBT-BATCH-ORIGIN TO RSW-BATCH-ORIGIN
034020     MOVE CBT-REG-FOUND-SWITCH TO RSW-REGISTER-FLAG
034030     MOVE SPACES TO RSW-HOLD-REASON
034040     MOVE ZERO TO RSW-HOLD-CONTROL
034050     WRITE RESULT-WORK-RECORD
034060         INVALID KEY
034070*            A RESTARTED RUN RE-DERIVES A BATCH THE INTERRUPTED
034080*            RUN ALREADY RECORDED - THE VALUES ARE IDENTICAL, SO
034090*            REFRESH THE ENTRY INSTEAD OF FAILING.
034100             REWRITE RESULT-WORK-RECORD
034110                 INVALID KEY
034120                     DISPLAY "CBTUT - RESWORK WRITE FAILED FOR "
034130                         "BATCH " CBT-PRIOR-BATCH-ID
034140                         ", RUN TERMINATED"
034150                     MOVE 16 TO RETURN-CODE
034160                     STOP RUN
034170             END-REWRITE
034180     END-WRITE
034190     IF NOT CBT-STREAM-RUN
034200         PERFORM 7200-RECORD-PROCESSED-BATCH THRU 7200-EXIT
034210     END-IF.
034220 7050-EXIT.
034230     EXIT.
034240*
034250*****************************************************************
034260* 7060-ASSIGN-FISCAL-PERIOD - A BATCH POSTS TO THE PERIOD ITS
034270* DATE FALLS IN WHILE THAT PERIOD IS OPEN.  ONE DATED INTO A
034280* PERIOD ALREADY CLOSED, OR OFF THE CALENDAR ALTOGETHER, ROLLS
034290* TO TONIGHT'S OPEN PERIOD AND GETS A REPORT LINE SO THE LEDGER
034300* TEAM SEES WHY A LATE BATCH LANDED IN THIS MONTH.
034310*****************************************************************
034320 7060-ASSIGN-FISCAL-PERIOD.
034330     MOVE "N" TO CBT-ROLLED-SWITCH
034340     IF CBT-BATCH-DATE = SPACES
034350         MOVE PDP-BUSINESS-DATE TO CBT-BATCH-DATE
034360     END-IF
034370     IF CBT-BATCH-DATE NOT < CBT-OPEN-START-DATE
034380        AND CBT-BATCH-DATE NOT > CBT-OPEN-END-DATE
034390         MOVE CBT-OPEN-PERIOD TO CBT-BATCH-PERIOD
034400         GO TO 7060-EXIT
034410     END-IF
034420     MOVE CBT-BATCH-DATE TO CBT-CAL-SEARCH-DATE
034430     PERFORM 1070-FIND-CALENDAR-PERIOD THRU 1070-EXIT
034440     IF CBT-CAL-PERIOD-FOUND AND FCL-PERIOD-OPEN
034450         MOVE FCL-PERIOD TO CBT-BATCH-PERIOD
034460         GO TO 7060-EXIT
034470     END-IF
034480     SET CBT-BATCH-WAS-ROLLED TO TRUE
034490     MOVE CBT-OPEN-PERIOD TO CBT-BATCH-PERIOD
034500     ADD 1 TO CBT-ROLLED-COUNT
034510     MOVE CBT-PRIOR-BATCH-ID TO RPT-ROL-BATCH-ID
034520     MOVE CBT-BATCH-DATE TO RPT-ROL-DATE
034530     IF CBT-CAL-PERIOD-FOUND
034540         MOVE FCL-PERIOD TO RPT-ROL-DATED-PERIOD
034550         MOVE "CLOSED" TO RPT-ROL-PERIOD-STATUS
034560     ELSE
034570         MOVE SPACES TO RPT-ROL-DATED-PERIOD
034580         MOVE "NOT ON FILE" TO RPT-ROL-PERIOD-STATUS
034590     END-IF
034600     MOVE CBT-OPEN-PERIOD TO RPT-ROL-POSTED-PERIOD
034610     WRITE RPT-ROLLED-LINE
034620     DISPLAY "CBTUT - BATCH " CBT-PRIOR-BATCH-ID " DATED "
034630         CBT-BATCH-DATE " IS OUTSIDE AN OPEN PERIOD - ROLLED TO "
034640         CBT-OPEN-PERIOD.
034650 7060-EXIT.
034660     EXIT.
034670*
034680*****************************************************************
034690* 7100-RECONCILE-BATCH - LOOK THE FINISHED BATCH UP ON THE
034700* CTLWORK WORK FILE AND FLAG ITS SUBTOTAL LINE, SO AN OUT-OF-
034710* BALANCE RUN NAMES THE SPECIFIC BATCH THAT CAUSED IT INSTEAD
034720* OF ONLY THE GRAND TOTAL.  A NORMAL RUN HOLDS THE BATCH; A
034730* REVERSAL IS NEVER HELD - IT STILL FAILS THE RUN RC 16, SO THE
034740* OPERATOR FIXES THE NEGATED CONTROL FIGURE AND RUNS IT AGAIN.
034750*****************************************************************
034760 7100-RECONCILE-BATCH.
034770     MOVE SPACES TO RPT-SUB-FLAG
034780     IF NOT CBT-CONTROL-AVAILABLE
034790         GO TO 7100-EXIT
034800     END-IF
034810     MOVE "N" TO CBT-CTL-FOUND-SWITCH
034820     MOVE CBT-PRIOR-BATCH-ID TO CTW-BATCH-ID
034830*    A STREAM WHOSE BATCHES HAVE NO CONTROLS AT ALL HAS NOTHING
034840*    LOADED TO READ - EVERY ONE OF ITS BATCHES IS UNCONTROLLED.
034850     IF CBT-CTL-LOADED-COUNT > ZERO
034860         READ CONTROL-WORK
034870             INVALID KEY
034880                 CONTINUE
034890             NOT INVALID KEY
034900                 SET CBT-CTL-ENTRY-FOUND TO TRUE
034910         END-READ
034920     END-IF
034930     IF NOT CBT-CTL-ENTRY-FOUND
034940         DISPLAY "CBTUT - NO CONTROL RECORD FOR BATCH "
034950             CBT-PRIOR-BATCH-ID
034960         IF CBT-REVERSAL-REQUESTED
034970             MOVE "NO CONTROL RECORD" TO RPT-SUB-FLAG
034980             MOVE 16 TO RETURN-CODE
034990         ELSE
035000             MOVE "HELD - NO CONTROL" TO RPT-SUB-FLAG
035010             SET CBT-BATCH-IS-HELD TO TRUE
035020             MOVE "NC" TO CBT-HOLD-REASON
035030             MOVE ZERO TO CBT-HOLD-CONTROL
035040         END-IF
035050         GO TO 7100-EXIT
035060     END-IF
035070     IF CBT-BATCH-SUBTOTAL = CTW-AMOUNT
035080         MOVE "BALANCED" TO RPT-SUB-FLAG
035090     ELSE
035100         DISPLAY "***************************************"
035110         DISPLAY "*** CBTUT BATCH OUT OF BALANCE: "
035120             CBT-PRIOR-BATCH-ID
035130         DISPLAY "*** EXPECTED: " CTW-AMOUNT
035140         DISPLAY "*** ACTUAL:   " CBT-BATCH-SUBTOTAL
035150         DISPLAY "***************************************"
035160         IF CBT-REVERSAL-REQUESTED
035170             MOVE "OUT OF BALANCE" TO RPT-SUB-FLAG
035180             MOVE 16 TO RETURN-CODE
035190         ELSE
035200             MOVE "HELD - OUT OF BAL" TO RPT-SUB-FLAG
035210             SET CBT-BATCH-IS-HELD TO TRUE
035220             MOVE "OB" TO CBT-HOLD-REASON
035230             MOVE CTW-AMOUNT TO CBT-HOLD-CONTROL
035240         END-IF
035250     END-IF.
035260 7100-EXIT.
035270     EXIT.
035280*
035290*****************************************************************
035300* 7200-RECORD-PROCESSED-BATCH - THE BATCH JUST COMPLETED, SO PUT
035310* IT ON THE PROCESSED-BATCH REGISTER WITH TODAY'S DATE, ITS
035320* COUNT AND ITS AMOUNT.  UNDER THE REPROCESS OVERRIDE THE
035330* EXISTING ENTRY IS REWRITTEN INSTEAD.  ON A REVERSAL RUN THE
035340* ORIGINAL ENTRY IS NOT OVERWRITTEN - IT IS RE-READ AND
035350* ANNOTATED WITH THE REVERSED FLAG AND DATE, SO THE REGISTER
035360* STILL SHOWS WHAT POSTED AND NOW ALSO THAT IT WAS BACKED OUT
035370* AND WHEN.
035380*****************************************************************
035390 7200-RECORD-PROCESSED-BATCH.
035400     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
035410     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
035420     MOVE CBT-CD-MM TO CBT-DSP-MM
035430     MOVE CBT-CD-DD TO CBT-DSP-DD
035440     IF CBT-REVERSAL-REQUESTED
035450*        A REVERSAL THAT DID NOT RECONCILE (MIS-KEYED NEGATED
035460*        CONTROL FIGURE, MOST LIKELY) MUST NOT BE STAMPED
035470*        REVERSED - THE GL WILL NOT BE CUT, SO THE LEDGER NEVER
035480*        REVERSES, AND AN ANNOTATED ENTRY WOULD MAKE THE
035490*        CORRECTED RERUN DIE ON "WAS ALREADY REVERSED" WITH NO
035500*        WAY BACK.  LEAVE THE ENTRY ALONE SO THE OPERATOR CAN
035510*        FIX THE CONTROL FIGURE AND RUN THE REVERSAL AGAIN.
035520         IF RETURN-CODE NOT = ZERO
035530             DISPLAY "CBTUT - REVERSAL OF BATCH "
035540                 CBT-PRIOR-BATCH-ID " DID NOT RECONCILE - "
035550                 "REGISTER NOT ANNOTATED, FIX AND RERUN"
035560             GO TO 7200-EXIT
035570         END-IF
035580         MOVE CBT-PRIOR-BATCH-ID TO BRG-BATCH-ID
035590         READ BATCH-REGISTER
035600             INVALID KEY
035610                 DISPLAY "CBTUT - BATCHREG READ FAILED FOR "
035620                     "REVERSAL OF BATCH " CBT-PRIOR-BATCH-ID
035630                 MOVE 16 TO RETURN-CODE
035640                 STOP RUN
035650         END-READ
035660         MOVE "Y" TO BRG-REVERSED-FLAG
035670         MOVE CBT-DATE-DISPLAY TO BRG-DATE-REVERSED
035680         MOVE CBT-BATCH-PERIOD TO BRG-REVERSAL-PERIOD
035690         REWRITE BATCH-REGISTER-RECORD
035700             INVALID KEY
035710                 DISPLAY "CBTUT - BATCHREG REWRITE FAILED FOR "
035720                     "REVERSAL OF BATCH " CBT-PRIOR-BATCH-ID
035730                 MOVE 16 TO RETURN-CODE
035740                 STOP RUN
035750         END-REWRITE
035760         GO TO 7200-EXIT
035770     END-IF
035780     MOVE CBT-PRIOR-BATCH-ID TO BRG-BATCH-ID
035790     MOVE CBT-DATE-DISPLAY TO BRG-DATE-PROCESSED
035800     MOVE CBT-BATCH-TRANS-COUNT TO BRG-TRANS-COUNT
035810     MOVE CBT-BATCH-SUBTOTAL TO BRG-AMOUNT
035820     MOVE "N" TO BRG-REVERSED-FLAG
035830     MOVE SPACES TO BRG-DATE-REVERSED
035840     MOVE CBT-BATCH-PERIOD TO BRG-FISCAL-PERIOD
035850     MOVE SPACES TO BRG-REVERSAL-PERIOD
035860     IF CBT-REG-BATCH-WAS-FOUND
035870         REWRITE BATCH-REGISTER-RECORD
035880             INVALID KEY
035890                 DISPLAY "CBTUT - BATCHREG REWRITE FAILED FOR "
035900                     "BATCH " CBT-PRIOR-BATCH-ID
035910                 MOVE 16 TO RETURN-CODE
035920                 STOP RUN
035930         END-REWRITE
035940     ELSE
035950         WRITE BATCH-REGISTER-RECORD
035960             INVALID KEY
035970*                AN INTERRUPTED RUN MAY HAVE REGISTERED THIS
035980*                BATCH AFTER ITS LAST CHECKPOINT, SO THE
035990*                RESTARTED RUN'S SWITCH STILL SAYS NOT-FOUND.
036000*                TREAT THE DUPLICATE AS A REFRESH SO A RESTART
036010*                CAN GET PAST A BATCH THE DEAD RUN COMPLETED.
036020                 REWRITE BATCH-REGISTER-RECORD
036030                     INVALID KEY
036040                         DISPLAY "CBTUT - BATCHREG WRITE "
036050                             "FAILED FOR BATCH "
036060                             CBT-PRIOR-BATCH-ID
036070                         MOVE 16 TO RETURN-CODE
036080                         STOP RUN
036090                 END-REWRITE
036100         END-WRITE
036110     END-IF.
036120 7200-EXIT.
036130     EXIT.
036140*
036150*****************************************************************
036160* 7300-HOLD-BATCH - THE BATCH DID NOT BALANCE.  COPY ITS OWN
036170* RANGE OF PROCESSED ITEMS FROM ITMWORK TO HELDITM AND PUT ITS
036180* HEADER ON HELDBAT - COUNT, COMPUTED TOTAL, CONTROL FIGURE (ZERO
036190* WHEN THERE WAS NO CONTROL RECORD) AND VARIANCE - UNDER TONIGHT'S
036200* BUSINESS DATE.  THE HEADER IS TOTALED FROM THE ITEMS ON FILE,
036210* NOT FROM THE BATCH ACCUMULATORS: A BATCH ID HELD TWICE IN ONE
036220* NIGHT (A RECYCLED PORTION AND A NEW ONE) IS ONE HOLD, AND A
036230* RESTARTED RUN THAT HOLDS THE SAME BATCH AGAIN REWRITES THE SAME
036240* ITEMS AND COMES OUT THE SAME.
036250*****************************************************************
036260 7300-HOLD-BATCH.
036270     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
036280     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
036290     MOVE CBT-CD-MM TO CBT-DSP-MM
036300     MOVE CBT-CD-DD TO CBT-DSP-DD
036310     MOVE PDP-BUSINESS-YMD TO CBT-HOLD-DATE-KEY
036320     MOVE "N" TO CBT-ITMWORK-EOF-SWITCH
036330     MOVE CBT-BATCH-FIRST-RECORD TO ITW-SEQUENCE
036340     START ITEM-WORK KEY NOT < ITW-SEQUENCE
036350         INVALID KEY
036360             SET CBT-END-OF-ITMWORK TO TRUE
036370     END-START
036380     PERFORM 7310-HOLD-ONE-ITEM THRU 7310-EXIT
036390         UNTIL CBT-END-OF-ITMWORK
036400     MOVE ZERO TO CBT-HOLD-COUNT
036410     MOVE ZERO TO CBT-HOLD-COMPUTED
036420     MOVE "N" TO CBT-HELDITM-EOF-SWITCH
036430     MOVE CBT-PRIOR-BATCH-ID TO HLI-BATCH-ID
036440     MOVE CBT-HOLD-DATE-KEY TO HLI-DATE-KEY
036450     MOVE ZERO TO HLI-SEQUENCE
036460     START HELD-ITEM KEY NOT < HLI-KEY
036470         INVALID KEY
036480             SET CBT-END-OF-HELDITM TO TRUE
036490     END-START
036500     PERFORM 7320-TOTAL-HELD-ITEM THRU 7320-EXIT
036510         UNTIL CBT-END-OF-HELDITM
036520     MOVE "N" TO CBT-HOLD-FOUND-SWITCH
036530     MOVE CBT-PRIOR-BATCH-ID TO HLD-BATCH-ID
036540     MOVE CBT-HOLD-DATE-KEY TO HLD-DATE-KEY
036550     READ HELD-BATCH
036560         INVALID KEY
036570             CONTINUE
036580         NOT INVALID KEY
036590             SET CBT-HOLD-ON-FILE TO TRUE
036600     END-READ
036610     MOVE "H" TO HLD-STATUS
036620     MOVE CBT-HOLD-REASON TO HLD-REASON
036630     MOVE CBT-DATE-DISPLAY TO HLD-DATE-HELD
036640     MOVE CBT-HOLD-COUNT TO HLD-TRANS-COUNT
036650     MOVE CBT-HOLD-COMPUTED TO HLD-COMPUTED-TOTAL
036660     MOVE CBT-HOLD-CONTROL TO HLD-CONTROL-TOTAL
036670     COMPUTE HLD-VARIANCE = CBT-HOLD-COMPUTED - CBT-HOLD-CONTROL
036680     MOVE SPACE TO HLD-RELEASE-BASIS
036690     MOVE ZERO TO HLD-CORRECTED-CONTROL
036700     MOVE SPACES TO HLD-APPROVER-SSN
036710     MOVE SPACES TO HLD-RELEASED-BY
036720     MOVE SPACES TO HLD-DATE-RELEASED
036730     MOVE SPACES TO HLD-DATE-CLOSED
036740     IF CBT-HOLD-ON-FILE
036750         REWRITE HELD-BATCH-RECORD
036760             INVALID KEY
036770                 DISPLAY "CBTUT - HELDBAT REWRITE FAILED FOR "
036780                     "BATCH " CBT-PRIOR-BATCH-ID
036790                     ", RUN TERMINATED"
036800                 MOVE 16 TO RETURN-CODE
036810                 STOP RUN
036820         END-REWRITE
036830     ELSE
036840         WRITE HELD-BATCH-RECORD
036850             INVALID KEY
036860                 DISPLAY "CBTUT - HELDBAT WRITE FAILED FOR BATCH "
036870                     CBT-PRIOR-BATCH-ID ", RUN TERMINATED"
036880                 MOVE 16 TO RETURN-CODE
036890                 STOP RUN
036900         END-WRITE
036910     END-IF
036920     DISPLAY "CBTUT - BATCH " CBT-PRIOR-BATCH-ID " HELD ("
036930         CBT-HOLD-REASON "), " CBT-HOLD-COUNT " ITEMS, VARIANCE "
036940         HLD-VARIANCE.
036950 7300-EXIT.
036960     EXIT.
036970*
036980 7310-HOLD-ONE-ITEM.
036990     READ ITEM-WORK NEXT
037000         AT END
037010             SET CBT-END-OF-ITMWORK TO TRUE
037020             GO TO 7310-EXIT
037030     END-READ
037040*    THE KEPT ITMWORK OF A RESTARTED RUN MAY HOLD ITEMS PAST THIS
037050*    POINT FROM THE INTERRUPTED RUN - THE BATCH ENDS HERE.
037060     IF ITW-SEQUENCE > CBT-RECORD-COUNT
037070         SET CBT-END-OF-ITMWORK TO TRUE
037080         GO TO 7310-EXIT
037090     END-IF
037100*    A STREAM'S HOLD OF A BATCH ID THAT ARRIVED IN TWO PORTIONS
037110*    SPANS OTHER BATCHES' ITEMS - ONLY ITS OWN ARE HELD.
037120     IF ITW-BATCH-ID NOT = CBT-PRIOR-BATCH-ID
037130         GO TO 7310-EXIT
037140     END-IF
037150     MOVE CBT-PRIOR-BATCH-ID TO HLI-BATCH-ID
037160     MOVE CBT-HOLD-DATE-KEY TO HLI-DATE-KEY
037170     MOVE ITW-SEQUENCE TO HLI-SEQUENCE
037180     MOVE ITW-RECORD-IMAGE TO HLI-RECORD-IMAGE
037190     MOVE ITW-TOTAL TO HLI-TOTAL
037200     WRITE HELD-ITEM-RECORD
037210         INVALID KEY
037220             REWRITE HELD-ITEM-RECORD
037230                 INVALID KEY
037240                     DISPLAY "CBTUT - HELDITM WRITE FAILED FOR "
037250                         "BATCH " CBT-PRIOR-BATCH-ID
037260                         ", RUN TERMINATED"
037270                     MOVE 16 TO RETURN-CODE
037280                     STOP RUN
037290             END-REWRITE
037300     END-WRITE.
037310 7310-EXIT.
037320     EXIT.
037330*
037340 7320-TOTAL-HELD-ITEM.
037350     READ HELD-ITEM NEXT
037360         AT END
037370             SET CBT-END-OF-HELDITM TO TRUE
037380             GO TO 7320-EXIT
037390     END-READ
037400     IF HLI-BATCH-ID NOT = CBT-PRIOR-BATCH-ID
037410        OR HLI-DATE-KEY NOT = CBT-HOLD-DATE-KEY
037420         SET CBT-END-OF-HELDITM TO TRUE
037430         GO TO 7320-EXIT
037440     END-IF
037450     ADD 1 TO CBT-HOLD-COUNT
037460     ADD HLI-TOTAL TO CBT-HOLD-COMPUTED.
037470 7320-EXIT.
037480     EXIT.
037490*
037500*****************************************************************
037510* 7350-RECORD-STREAM-HOLD - A STREAM RUN DOES NOT WRITE HELDBAT OR
037520* HELDITM ITSELF.  IT RECORDS THE HOLD ON RESWORK UNDER
037530* DISPOSITION "H" - REASON, CONTROL FIGURE, ORIGIN AND THE RANGE
037540* OF INPUT POSITIONS THE BATCH'S ITEMS OCCUPY ON ITMWORK - AND
037550* THE MERGE RUN MAKES THE HOLD FROM THAT.  A BATCH ID HELD TWICE
037560* IN ONE NIGHT IS STILL ONE HOLD: THE RANGE IS WIDENED TO TAKE IN
037570* BOTH PORTIONS, AND IF EITHER CAME FROM TRANS-IN THE EARLIER
037580* HOLDS ARE CLOSED.  THE COUNT AND AMOUNT ARE THE LATEST
037590* PORTION'S - THE HOLD IS TOTALED FROM ITS ITEMS.  A RESTARTED
037600* STREAM REPLAYING A HOLD IT ALREADY RECORDED STARTS AT THE SAME
037610* POSITION AND JUST REWRITES IT.
037620*****************************************************************
037630 7350-RECORD-STREAM-HOLD.
037640     MOVE CBT-BATCH-FIRST-RECORD TO CBT-HOLD-FIRST-RECORD
037650     MOVE CBT-BATCH-ORIGIN TO CBT-HOLD-ORIGIN
037660     MOVE "N" TO CBT-HOLD-FOUND-SWITCH
037670     MOVE CBT-PRIOR-BATCH-ID TO RSW-BATCH-ID
037680     MOVE "H" TO RSW-DISPOSITION
037690     READ RESULT-WORK
037700         INVALID KEY
037710             CONTINUE
037720         NOT INVALID KEY
037730             SET CBT-HOLD-ON-FILE TO TRUE
037740     END-READ
037750     IF CBT-HOLD-ON-FILE
037760        AND RSW-FIRST-RECORD < CBT-BATCH-FIRST-RECORD
037770         MOVE RSW-FIRST-RECORD TO CBT-HOLD-FIRST-RECORD
037780         IF RSW-BATCH-ORIGIN = "T"
037790             MOVE "T" TO CBT-HOLD-ORIGIN
037800         END-IF
037810     END-IF
037820     MOVE CBT-PRIOR-BATCH-ID TO RSW-BATCH-ID
037830     MOVE "H" TO RSW-DISPOSITION
037840     MOVE CBT-BATCH-TRANS-COUNT TO RSW-TRANS-COUNT
037850     MOVE CBT-BATCH-SUBTOTAL TO RSW-AMOUNT
037860     MOVE SPACES TO RSW-FISCAL-PERIOD
037870     MOVE CBT-BATCH-DATE TO RSW-BATCH-DATE
037880     MOVE "N" TO RSW-ROLLED-FLAG
037890     MOVE CBT-HOLD-FIRST-RECORD TO RSW-FIRST-RECORD
037900     MOVE CBT-RECORD-COUNT TO RSW-LAST-RECORD
037910     MOVE CBT-HOLD-ORIGIN TO RSW-BATCH-ORIGIN
037920     MOVE CBT-REG-FOUND-SWITCH TO RSW-REGISTER-FLAG
037930     MOVE CBT-HOLD-REASON TO RSW-HOLD-REASON
037940     MOVE CBT-HOLD-CONTROL TO RSW-HOLD-CONTROL
037950     IF CBT-HOLD-ON-FILE
037960         REWRITE RESULT-WORK-RECORD
037970             INVALID KEY
037980                 DISPLAY "CBTUT - RESWORK REWRITE FAILED FOR "
037990                     "HELD BATCH " CBT-PRIOR-BATCH-ID
038000                     ", RUN TERMINATED"
038010                 MOVE 16 TO RETURN-CODE
038020                 STOP RUN
038030         END-REWRITE
038040     ELSE
038050         WRITE RESULT-WORK-RECORD
038060             INVALID KEY
038070                 DISPLAY "CBTUT - RESWORK WRITE FAILED FOR HELD "
038080                     "BATCH " CBT-PRIOR-BATCH-ID
038090                     ", RUN TERMINATED"
038100                 MOVE 16 TO RETURN-CODE
038110                 STOP RUN
038120         END-WRITE
038130     END-IF
038140     DISPLAY "CBTUT - BATCH " CBT-PRIOR-BATCH-ID " HELD ("
038150         CBT-HOLD-REASON ") - THE MERGE RUN MAKES THE HOLD".
038160 7350-EXIT.
038170     EXIT.
038180*
038190*****************************************************************
038200* 7400-CLOSE-EARLIER-HOLDS - A BATCH FROM TRANS-IN JUST FINISHED.
038210* IF IT WAS A RELEASED HOLD COMING BACK, THAT HOLD IS NOW POSTED -
038220* OR, IF THE BATCH WAS HELD AGAIN TONIGHT, SUPERSEDED BY TONIGHT'S
038230* HOLD, WHICH NOW CARRIES ITS ITEMS.  A HOLD STILL UNRELEASED FROM
038240* AN EARLIER NIGHT CAN ONLY BE HERE UNDER THE REPROCESS OVERRIDE
038250* AND IS SUPERSEDED EITHER WAY, SO IT CAN NEVER BE RELEASED ON TOP
038260* OF WHAT JUST RAN.
038270*****************************************************************
038280 7400-CLOSE-EARLIER-HOLDS.
038290     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
038300     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
038310     MOVE CBT-CD-MM TO CBT-DSP-MM
038320     MOVE CBT-CD-DD TO CBT-DSP-DD
038330     MOVE PDP-BUSINESS-YMD TO CBT-HOLD-DATE-KEY
038340     MOVE "N" TO CBT-HELDBAT-EOF-SWITCH
038350     MOVE CBT-PRIOR-BATCH-ID TO HLD-BATCH-ID
038360     MOVE ZERO TO HLD-DATE-KEY
038370     START HELD-BATCH KEY NOT < HLD-KEY
038380         INVALID KEY
038390             GO TO 7400-EXIT
038400     END-START
038410     PERFORM 7410-CLOSE-ONE-HOLD THRU 7410-EXIT
038420         UNTIL CBT-END-OF-HELDBAT.
038430 7400-EXIT.
038440     EXIT.
038450*
038460 7410-CLOSE-ONE-HOLD.
038470     READ HELD-BATCH NEXT
038480         AT END
038490             SET CBT-END-OF-HELDBAT TO TRUE
038500             GO TO 7410-EXIT
038510     END-READ
038520     IF HLD-BATCH-ID NOT = CBT-PRIOR-BATCH-ID
038530         SET CBT-END-OF-HELDBAT TO TRUE
038540         GO TO 7410-EXIT
038550     END-IF
038560     IF HLD-IS-RELEASED
038570         IF CBT-BATCH-IS-HELD
038580             MOVE "S" TO HLD-STATUS
038590         ELSE
038600             MOVE "P" TO HLD-STATUS
038610         END-IF
038620     ELSE
038630         IF HLD-IS-HELD AND HLD-DATE-KEY NOT = CBT-HOLD-DATE-KEY
038640             MOVE "S" TO HLD-STATUS
038650         ELSE
038660             GO TO 7410-EXIT
038670         END-IF
038680     END-IF
038690     MOVE CBT-DATE-DISPLAY TO HLD-DATE-CLOSED
038700     REWRITE HELD-BATCH-RECORD
038710         INVALID KEY
038720             DISPLAY "CBTUT - HELDBAT REWRITE FAILED FOR BATCH "
038730                 CBT-PRIOR-BATCH-ID ", RUN TERMINATED"
038740             MOVE 16 TO RETURN-CODE
038750             STOP RUN
038760     END-REWRITE
038770     IF HLD-IS-POSTED
038780         DISPLAY "CBTUT - HELD BATCH " HLD-BATCH-ID " OF "
038790             HLD-DATE-HELD " RELEASED AND POSTED"
038800     ELSE
038810         DISPLAY "CBTUT - HOLD OF BATCH " HLD-BATCH-ID " OF "
038820             HLD-DATE-HELD " SUPERSEDED"
038830     END-IF.
038840 7410-EXIT.
038850     EXIT.
038860*
038870*****************************************************************
038880* 8050-WRITE-OPERATOR-TOTALS - ONE LINE PER OPERATOR SEEN THIS
038890* RUN, WITH THEIR TRANSACTION COUNT AND AMOUNT, SO A SUPERVISOR
038900* CAN SEE EACH CLERK'S NIGHT AT A GLANCE.
038910*****************************************************************
038920 8050-WRITE-OPERATOR-TOTALS.
038930     MOVE LOW-VALUES TO OPW-SSN
038940     START OPER-WORK KEY NOT < OPW-SSN
038950         INVALID KEY
038960*            NO OPERATORS THIS RUN - NOTHING TO PRINT.
038970             GO TO 8050-EXIT
038980     END-START
038990     PERFORM 8060-WRITE-OPERATOR-LINE THRU 8060-EXIT
039000         UNTIL CBT-END-OF-OPRWORK.
039010 8050-EXIT.
039020     EXIT.
039030*
039040 8060-WRITE-OPERATOR-LINE.
039050     READ OPER-WORK NEXT
039060         AT END
039070             SET CBT-END-OF-OPRWORK TO TRUE
039080             GO TO 8060-EXIT
039090     END-READ
039100     MOVE OPW-NAME TO RPT-OPR-NAME
039110     MOVE OPW-TRANS-COUNT TO RPT-OPR-COUNT
039120     MOVE OPW-TOTAL TO RPT-OPR-TOTAL
039130     WRITE RPT-OPERATOR-LINE.
039140 8060-EXIT.
039150     EXIT.
039160*
039170*****************************************************************
039180* 8080-TOTAL-HELD-BATCHES - COUNT AND TOTAL THE BATCHES HELD
039190* UNDER TONIGHT'S BUSINESS DATE FROM HELDBAT ITSELF, SO A
039200* RESTARTED RUN STILL SEES THE HOLDS MADE BEFORE IT WAS
039210* INTERRUPTED.
039220*****************************************************************
039230 8080-TOTAL-HELD-BATCHES.
039240     MOVE PDP-BUSINESS-YMD TO CBT-HOLD-DATE-KEY
039250     MOVE "N" TO CBT-HELDBAT-EOF-SWITCH
039260     MOVE LOW-VALUES TO HLD-KEY
039270     START HELD-BATCH KEY NOT < HLD-KEY
039280         INVALID KEY
039290             GO TO 8080-EXIT
039300     END-START
039310     PERFORM 8090-ADD-HELD-BATCH THRU 8090-EXIT
039320         UNTIL CBT-END-OF-HELDBAT.
039330 8080-EXIT.
039340     EXIT.
039350*
039360 8090-ADD-HELD-BATCH.
039370     READ HELD-BATCH NEXT
039380         AT END
039390             SET CBT-END-OF-HELDBAT TO TRUE
039400             GO TO 8090-EXIT
039410     END-READ
039420     IF HLD-IS-HELD AND HLD-DATE-KEY = CBT-HOLD-DATE-KEY
039430         ADD 1 TO CBT-HELD-BATCHES
039440         ADD HLD-TRANS-COUNT TO CBT-HELD-TRANS-COUNT
039450         ADD HLD-COMPUTED-TOTAL TO CBT-HELD-TOTAL
039460         ADD HLD-CONTROL-TOTAL TO CBT-HELD-CONTROL
039470     END-IF.
039480 8090-EXIT.
039490     EXIT.
039500*
039510*****************************************************************
039520* 8100-WRITE-REPORT-TRAILER - BATCH COUNT AND GRAND TOTAL FOR THE
039530* WHOLE RUN, AND THE BATCHES HELD OUT OF IT WHEN THERE WERE ANY.
039540*****************************************************************
039550 8100-WRITE-REPORT-TRAILER.
039560     MOVE CBT-BATCH-COUNT TO RPT-TRL-COUNT
039570     MOVE CBT-GRAND-TOTAL TO RPT-TRL-TOTAL
039580     WRITE RPT-TRAILER-LINE
039590     IF CBT-HELD-BATCHES > ZERO
039600         MOVE CBT-HELD-BATCHES TO RPT-HLD-COUNT
039610         MOVE CBT-HELD-TOTAL TO RPT-HLD-TOTAL
039620         MOVE CBT-HELD-CONTROL TO RPT-HLD-CONTROL
039630         WRITE RPT-HELD-LINE
039640     END-IF.
039650 8100-EXIT.
039660     EXIT.
039670*
039680*****************************************************************
039690* 8250-WRITE-GL-INTERFACE - THE RUN ENDED CLEAN, SO CUT THE
039700* LEDGER INTERFACE FILE: HEADER, ONE DETAIL PER BATCH FROM THE
039710* RESWORK WORK FILE, AND A TRAILER CARRYING THE RECORD COUNT AND
039720* THE HASH TOTAL OF THE DETAIL AMOUNTS SO THE GL SIDE CAN
039730* VERIFY THE FILE ARRIVED INTACT.
039740*****************************************************************
039750 8250-WRITE-GL-INTERFACE.
039760     OPEN INPUT GL-ACCOUNTS
039770     IF CBT-ACCT-NOT-FOUND
039780         DISPLAY "CBTUT - GLACCT DATASET NOT FOUND, GL "
039790             "INTERFACE NOT CUT"
039800         MOVE 16 TO RETURN-CODE
039810         GO TO 8250-EXIT
039820     END-IF
039830*    AN UNLOADED PERIOD LEDGER IS LOADED EMPTY THE FIRST TIME
039840*    THROUGH, THE SAME AS BATCHREG.
039850     OPEN I-O PERIOD-LEDGER
039860     IF CBT-PERLEDG-NOT-FOUND
039870         OPEN OUTPUT PERIOD-LEDGER
039880         IF CBT-PERLEDG-NOT-FOUND
039890             DISPLAY "CBTUT - PERLEDG DATASET NOT FOUND, GL "
039900                 "INTERFACE NOT CUT"
039910             MOVE 16 TO RETURN-CODE
039920             CLOSE GL-ACCOUNTS
039930             GO TO 8250-EXIT
039940         END-IF
039950         CLOSE PERIOD-LEDGER
039960         OPEN I-O PERIOD-LEDGER
039970     END-IF
039980     OPEN I-O POSTED-HISTORY
039990     IF CBT-POSTHIST-NOT-FOUND
040000         OPEN OUTPUT POSTED-HISTORY
040010         IF CBT-POSTHIST-NOT-FOUND
040020             DISPLAY "CBTUT - POSTHIST DATASET NOT FOUND, GL "
040030                 "INTERFACE NOT CUT"
040040             MOVE 16 TO RETURN-CODE
040050             CLOSE GL-ACCOUNTS
040060             CLOSE PERIOD-LEDGER
040070             GO TO 8250-EXIT
040080         END-IF
040090         CLOSE POSTED-HISTORY
040100         OPEN I-O POSTED-HISTORY
040110     END-IF
040120     OPEN OUTPUT GL-INTERFACE
040130     IF CBT-GL-NOT-FOUND
040140         DISPLAY "CBTUT - GLINTF DATASET NOT FOUND, GL "
040150             "INTERFACE NOT CUT"
040160         MOVE 16 TO RETURN-CODE
040170         CLOSE GL-ACCOUNTS
040180         CLOSE PERIOD-LEDGER
040190         CLOSE POSTED-HISTORY
040200         GO TO 8250-EXIT
040210     END-IF
040220     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
040230     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
040240     MOVE CBT-CD-MM TO CBT-DSP-MM
040250     MOVE CBT-CD-DD TO CBT-DSP-DD
040260     MOVE "H" TO GLH-RECORD-TYPE
040270     MOVE CBT-DATE-DISPLAY TO GLH-RUN-DATE
040280     MOVE "CBTUT   " TO GLH-SOURCE-SYSTEM
040290     MOVE CBT-OPEN-PERIOD TO GLH-FISCAL-PERIOD
040300     WRITE GL-HEADER-RECORD
040310     MOVE ZERO TO CBT-GL-RECORD-COUNT
040320     MOVE ZERO TO CBT-GL-HASH-TOTAL
040330     MOVE LOW-VALUES TO RSW-KEY
040340     START RESULT-WORK KEY NOT < RSW-KEY
040350         INVALID KEY
040360             SET CBT-END-OF-RESWORK TO TRUE
040370     END-START
040380     PERFORM 8260-WRITE-GL-DETAIL THRU 8260-EXIT
040390         UNTIL CBT-END-OF-RESWORK
040400     MOVE "T" TO GLT-RECORD-TYPE
040410     MOVE CBT-GL-RECORD-COUNT TO GLT-RECORD-COUNT
040420     MOVE CBT-GL-HASH-TOTAL TO GLT-HASH-TOTAL
040430     WRITE GL-TRAILER-RECORD
040440     CLOSE GL-INTERFACE
040450     CLOSE GL-ACCOUNTS
040460     CLOSE PERIOD-LEDGER
040470     CLOSE POSTED-HISTORY
040480     DISPLAY "CBTUT - GL INTERFACE CUT, " CBT-GL-RECORD-COUNT
040490         " BATCH DETAIL RECORDS"
040500     DISPLAY "CBTUT - " CBT-HISTORY-COUNT " ITEMS KEPT ON POSTED-"
040510         "ITEM HISTORY".
040520 8250-EXIT.
040530     EXIT.
040540*
040550 8260-WRITE-GL-DETAIL.
040560     READ RESULT-WORK NEXT
040570         AT END
040580             SET CBT-END-OF-RESWORK TO TRUE
040590             GO TO 8260-EXIT
040600     END-READ
040610*    A HELD BATCH'S ENTRY IS THERE FOR THE MERGE RUN TO MAKE ITS
040620*    HOLD - IT DOES NOT POST.
040630     IF RSW-BATCH-HELD
040640         GO TO 8260-EXIT
040650     END-IF
040660*    TYPE "R" TELLS THE LEDGER TO REVERSE THE BATCH RATHER THAN
040670*    POST IT A SECOND TIME.
040680     IF CBT-REVERSAL-REQUESTED
040690         MOVE "R" TO GLD-RECORD-TYPE
040700     ELSE
040710         MOVE "D" TO GLD-RECORD-TYPE
040720     END-IF
040730     MOVE RSW-BATCH-ID TO GLD-BATCH-ID
040740     MOVE RSW-TRANS-COUNT TO GLD-TRANS-COUNT
040750     MOVE RSW-AMOUNT TO GLD-AMOUNT
040760     MOVE RSW-FISCAL-PERIOD TO GLD-FISCAL-PERIOD
040770     PERFORM 8270-LOOKUP-BATCH-ATTRS THRU 8270-EXIT
040780     IF CBT-GLA-MAPPING-FOUND
040790         MOVE GBA-GL-ACCOUNT TO GLD-GL-ACCOUNT
040800         MOVE GBA-COST-CENTER TO GLD-COST-CENTER
040810         MOVE GBA-DESCRIPTION TO GLD-DESCRIPTION
040820     ELSE
040830*        CBTEDIT GUARANTEES A MAPPING ON THE WAY IN, SO THIS
040840*        CAN ONLY BE A RECYCLED OR REVERSED BATCH WHOSE MAPPING
040850*        WAS DELETED SINCE - WARN, DO NOT FAIL THE LAST STEP.
040860         DISPLAY "CBTUT - NO GLACCT MAPPING FOR BATCH "
040870             RSW-BATCH-ID " - GL DETAIL SENT UNCODED"
040880         MOVE SPACES TO GLD-GL-ACCOUNT
040890         MOVE SPACES TO GLD-COST-CENTER
040900         MOVE SPACES TO GLD-DESCRIPTION
040910     END-IF
040920     ADD RSW-AMOUNT TO CBT-GL-HASH-TOTAL
040930         ON SIZE ERROR
040940             DISPLAY "CBTUT - GL HASH TOTAL OVERFLOW, RUN "
040950                 "TERMINATED"
040960             MOVE 16 TO RETURN-CODE
040970             STOP RUN
040980     END-ADD
040990     WRITE GL-DETAIL-RECORD
041000     ADD 1 TO CBT-GL-RECORD-COUNT
041010     PERFORM 8265-WRITE-PERIOD-LEDGER THRU 8265-EXIT
041020     PERFORM 8290-WRITE-ITEM-HISTORY THRU 8290-EXIT.
041030 8260-EXIT.
041040     EXIT.
041050*
041060*****************************************************************
041070* 8265-WRITE-PERIOD-LEDGER - RECORD THE DETAIL JUST CUT UNDER ITS
041080* FISCAL PERIOD FOR THE PERIOD CLOSE.  A RERUN OF THE SAME NIGHT
041090* CUTS THE SAME KEY AGAIN, SO THE EARLIER ENTRY IS REFRESHED
041100* INSTEAD OF BEING COUNTED TWICE.
041110*****************************************************************
041120 8265-WRITE-PERIOD-LEDGER.
041130     MOVE SPACES TO PERIOD-LEDGER-RECORD
041140     MOVE RSW-FISCAL-PERIOD TO PLG-FISCAL-PERIOD
041150     MOVE PDP-BUSINESS-YMD TO PLG-DATE-POSTED
041160     MOVE RSW-BATCH-ID TO PLG-BATCH-ID
041170     MOVE GLD-RECORD-TYPE TO PLG-RECORD-TYPE
041180     MOVE RSW-TRANS-COUNT TO PLG-TRANS-COUNT
041190     MOVE RSW-AMOUNT TO PLG-AMOUNT
041200     MOVE GLD-GL-ACCOUNT TO PLG-GL-ACCOUNT
041210     MOVE GLD-COST-CENTER TO PLG-COST-CENTER
041220     MOVE RSW-BATCH-DATE TO PLG-BATCH-DATE
041230     MOVE RSW-ROLLED-FLAG TO PLG-ROLLED-FLAG
041240     WRITE PERIOD-LEDGER-RECORD
041250         INVALID KEY
041260             REWRITE PERIOD-LEDGER-RECORD
041270                 INVALID KEY
041280                     DISPLAY "CBTUT - PERLEDG WRITE FAILED FOR "
041290                         "BATCH " RSW-BATCH-ID ", RUN TERMINATED"
041300                     MOVE 16 TO RETURN-CODE
041310                     STOP RUN
041320             END-REWRITE
041330     END-WRITE.
041340 8265-EXIT.
041350     EXIT.
041360*
041370*****************************************************************
041380* 8290-WRITE-ITEM-HISTORY - COPY THE ITEMS OF THE DETAIL JUST CUT
041390* FROM ITMWORK TO THE POSTED-ITEM HISTORY WITH ITS GL CODING AND
041400* PERIOD, SO THE HISTORY HOLDS EXACTLY WHAT WENT OUT ON GLINTF.
041410* THE RESWORK ENTRY NAMES THE RANGE OF INPUT POSITIONS THE
041420* BATCH OCCUPIED.  A REVERSAL'S ITEMS ARE LINKED TO THE POSTING
041430* THEY BACK OUT (THE REGISTER DATE, CARRIED AS THE BATCH DATE),
041440* AND THE ORIGINAL ITEMS ARE THEN MARKED REVERSED.
041450*****************************************************************
041460 8290-WRITE-ITEM-HISTORY.
041470     MOVE ZERO TO CBT-LINK-DATE-KEY
041480     IF CBT-REVERSAL-REQUESTED
041490         MOVE RSW-BATCH-DATE TO CBT-LINK-DATE-DISPLAY
041500         MOVE CBT-LNK-YYYY TO CBT-LNK-KEY-YYYY
041510         MOVE CBT-LNK-MM TO CBT-LNK-KEY-MM
041520         MOVE CBT-LNK-DD TO CBT-LNK-KEY-DD
041530         MOVE CBT-LINK-DATE-YMD TO CBT-LINK-DATE-KEY
041540     END-IF
041550     MOVE "N" TO CBT-ITMWORK-EOF-SWITCH
041560     MOVE RSW-FIRST-RECORD TO ITW-SEQUENCE
041570     START ITEM-WORK KEY NOT < ITW-SEQUENCE
041580         INVALID KEY
041590             SET CBT-END-OF-ITMWORK TO TRUE
041600     END-START
041610     PERFORM 8291-WRITE-ONE-HISTORY-ITEM THRU 8291-EXIT
041620         UNTIL CBT-END-OF-ITMWORK
041630     IF CBT-REVERSAL-REQUESTED
041640         PERFORM 8295-MARK-ITEMS-REVERSED THRU 8295-EXIT
041650     END-IF.
041660 8290-EXIT.
041670     EXIT.
041680*
041690 8291-WRITE-ONE-HISTORY-ITEM.
041700     READ ITEM-WORK NEXT
041710         AT END
041720             SET CBT-END-OF-ITMWORK TO TRUE
041730             GO TO 8291-EXIT
041740     END-READ
041750     IF ITW-SEQUENCE > RSW-LAST-RECORD
041760         SET CBT-END-OF-ITMWORK TO TRUE
041770         GO TO 8291-EXIT
041780     END-IF
041790     IF ITW-BATCH-ID NOT = RSW-BATCH-ID
041800         GO TO 8291-EXIT
041810     END-IF
041820     MOVE ITW-RECORD-IMAGE TO CBT-ITEM-IMAGE
041830     MOVE SPACES TO POSTED-HISTORY-RECORD
041840     MOVE RSW-BATCH-ID TO PHS-BATCH-ID
041850     MOVE PDP-BUSINESS-YMD TO PHS-DATE-POSTED
041860     MOVE GLD-RECORD-TYPE TO PHS-RECORD-TYPE
041870     MOVE ITW-SEQUENCE TO PHS-SEQUENCE
041880     MOVE CBT-IMG-OPER-SSN TO PHS-OPER-SSN
041890     MOVE CBT-IMG-OP-CODE TO PHS-OP-CODE
041900     MOVE CBT-IMG-NUM1 TO PHS-NUM1
041910     MOVE CBT-IMG-NUM2 TO PHS-NUM2
041920     MOVE ITW-TOTAL TO PHS-TOTAL
041930     MOVE GLD-GL-ACCOUNT TO PHS-GL-ACCOUNT
041940     MOVE GLD-COST-CENTER TO PHS-COST-CENTER
041950     MOVE RSW-FISCAL-PERIOD TO PHS-FISCAL-PERIOD
041960     MOVE PDP-BUSINESS-DATE TO PHS-POSTING-DATE
041970     MOVE "N" TO PHS-REVERSED-FLAG
041980     MOVE CBT-LINK-DATE-KEY TO PHS-LINK-DATE
041990     WRITE POSTED-HISTORY-RECORD
042000         INVALID KEY
042010             REWRITE POSTED-HISTORY-RECORD
042020                 INVALID KEY
042030                     DISPLAY "CBTUT - POSTHIST WRITE FAILED FOR "
042040                         "BATCH " RSW-BATCH-ID ", RUN TERMINATED"
042050                     MOVE 16 TO RETURN-CODE
042060                     STOP RUN
042070             END-REWRITE
042080     END-WRITE
042090     ADD 1 TO CBT-HISTORY-COUNT.
042100 8291-EXIT.
042110     EXIT.
042120*
042130*****************************************************************
042140* 8295-MARK-ITEMS-REVERSED - POINT EVERY ITEM OF THE ORIGINAL
042150* POSTING AT TONIGHT'S REVERSAL.  A BATCH THAT POSTED BEFORE THE
042160* HISTORY FILE EXISTED HAS NOTHING TO MARK - SAY SO AND GO ON.
042170*****************************************************************
042180 8295-MARK-ITEMS-REVERSED.
042190     MOVE "N" TO CBT-POSTHIST-EOF-SWITCH
042200     MOVE RSW-BATCH-ID TO PHS-BATCH-ID
042210     MOVE CBT-LINK-DATE-KEY TO PHS-DATE-POSTED
042220     MOVE "D" TO PHS-RECORD-TYPE
042230     MOVE ZERO TO PHS-SEQUENCE
042240     START POSTED-HISTORY KEY NOT < PHS-KEY
042250         INVALID KEY
042260             SET CBT-END-OF-POSTHIST TO TRUE
042270     END-START
042280     MOVE ZERO TO CBT-MARKED-COUNT
042290     PERFORM 8296-MARK-ONE-ITEM THRU 8296-EXIT
042300         UNTIL CBT-END-OF-POSTHIST
042310     IF CBT-MARKED-COUNT = ZERO
042320         DISPLAY "CBTUT - NO POSTED-ITEM HISTORY FOR BATCH "
042330             RSW-BATCH-ID " OF " RSW-BATCH-DATE
042340             " - REVERSAL ITEMS KEPT UNLINKED"
042350     END-IF.
042360 8295-EXIT.
042370     EXIT.
042380*
042390 8296-MARK-ONE-ITEM.
042400     READ POSTED-HISTORY NEXT
042410         AT END
042420             SET CBT-END-OF-POSTHIST TO TRUE
042430             GO TO 8296-EXIT
042440     END-READ
042450     IF PHS-BATCH-ID NOT = RSW-BATCH-ID
042460        OR PHS-DATE-POSTED NOT = CBT-LINK-DATE-KEY
042470        OR NOT PHS-ITEM-POSTED
042480         SET CBT-END-OF-POSTHIST TO TRUE
042490         GO TO 8296-EXIT
042500     END-IF
042510     ADD 1 TO CBT-MARKED-COUNT
042520     MOVE "Y" TO PHS-REVERSED-FLAG
042530     MOVE PDP-BUSINESS-YMD TO PHS-LINK-DATE
042540     REWRITE POSTED-HISTORY-RECORD
042550         INVALID KEY
042560             DISPLAY "CBTUT - POSTHIST REWRITE FAILED FOR BATCH "
042570                 RSW-BATCH-ID ", RUN TERMINATED"
042580             MOVE 16 TO RETURN-CODE
042590             STOP RUN
042600     END-REWRITE.
042610 8296-EXIT.
042620     EXIT.
042630*
042640*****************************************************************
042650* 8150-CHECK-MANIFEST - END-OF-RUN COMPLETENESS.  EVERY
042660* MANIFEST BATCH WHOSE EXPECTED DATE HAS ARRIVED MUST BE ON
042670* THE PROCESSED-BATCH REGISTER WITH A PROCESSED DATE NO
042680* EARLIER THAN THE EXPECTED DATE - ANYTHING ELSE NEVER SHOWED
042690* UP AND GETS A REPORT LINE, A CONSOLE MESSAGE AND WARNING
042700* RETURN-CODE 4.
042710*****************************************************************
042720 8150-CHECK-MANIFEST.
042730     OPEN INPUT MANIFEST-IN
042740     IF CBT-MANIFEST-NOT-FOUND
042750         DISPLAY "CBTUT - NO MANIFEST DATASET, COMPLETENESS "
042760             "NOT CHECKED"
042770         GO TO 8150-EXIT
042780     END-IF
042790     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
042800     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
042810     MOVE CBT-CD-MM TO CBT-DSP-MM
042820     MOVE CBT-CD-DD TO CBT-DSP-DD
042830     PERFORM 8160-CHECK-ONE-EXPECTED THRU 8160-EXIT
042840         UNTIL CBT-END-OF-MANIFEST
042850     CLOSE MANIFEST-IN
042860     IF CBT-MISSING-COUNT > ZERO
042870         DISPLAY "CBTUT - " CBT-MISSING-COUNT " EXPECTED "
042880             "BATCHES NEVER ARRIVED - SEE REPORT"
042890         IF RETURN-CODE = ZERO
042900             MOVE 4 TO RETURN-CODE
042910         END-IF
042920     END-IF.
042930 8150-EXIT.
042940     EXIT.
042950*
042960 8160-CHECK-ONE-EXPECTED.
042970     READ MANIFEST-IN
042980         AT END
042990             SET CBT-END-OF-MANIFEST TO TRUE
043000             GO TO 8160-EXIT
043010     END-READ
043020     IF MAN-EXPECTED-DATE > CBT-DATE-DISPLAY
043030         GO TO 8160-EXIT
043040     END-IF
043050     MOVE MAN-BATCH-ID TO BRG-BATCH-ID
043060     READ BATCH-REGISTER
043070         INVALID KEY
043080             PERFORM 8170-REPORT-MISSING-BATCH THRU 8170-EXIT
043090             GO TO 8160-EXIT
043100     END-READ
043110     IF BRG-DATE-PROCESSED < MAN-EXPECTED-DATE
043120         PERFORM 8170-REPORT-MISSING-BATCH THRU 8170-EXIT
043130     END-IF.
043140 8160-EXIT.
043150     EXIT.
043160*
043170 8170-REPORT-MISSING-BATCH.
043180     ADD 1 TO CBT-MISSING-COUNT
043190     DISPLAY "CBTUT - EXPECTED BATCH " MAN-BATCH-ID " FROM "
043200         MAN-SOURCE " NEVER ARRIVED"
043210     MOVE MAN-BATCH-ID TO RPT-MIS-BATCH-ID
043220     MOVE MAN-SOURCE TO RPT-MIS-SOURCE
043230     MOVE MAN-EXPECTED-DATE TO RPT-MIS-DATE
043240     WRITE RPT-MISSING-LINE.
043250 8170-EXIT.
043260     EXIT.
043270*
043280*****************************************************************
043290* 8270-LOOKUP-BATCH-ATTRS - TRY THE FULL BATCH ID FIRST, THEN
043300* EACH SHORTER LEADING PREFIX, THE SAME RULE CBTEDIT APPLIES ON
043310* THE WAY IN, SO ONE GLACCT RECORD CAN CODE A WHOLE FAMILY OF
043320* BATCHES.
043330*****************************************************************
043340 8270-LOOKUP-BATCH-ATTRS.
043350     MOVE "N" TO CBT-GLA-FOUND-SWITCH
043360     MOVE 6 TO CBT-GLA-PREFIX-LEN
043370     PERFORM 8280-TRY-PREFIX THRU 8280-EXIT
043380         UNTIL CBT-GLA-MAPPING-FOUND
043390         OR CBT-GLA-PREFIX-LEN < 1.
043400 8270-EXIT.
043410     EXIT.
043420*
043430 8280-TRY-PREFIX.
043440     MOVE SPACES TO GBA-BATCH-ID
043450     MOVE RSW-BATCH-ID (1:CBT-GLA-PREFIX-LEN)
043460         TO GBA-BATCH-ID
043470     READ GL-ACCOUNTS
043480         INVALID KEY
043490             CONTINUE
043500         NOT INVALID KEY
043510             SET CBT-GLA-MAPPING-FOUND TO TRUE
043520     END-READ
043530     SUBTRACT 1 FROM CBT-GLA-PREFIX-LEN.
043540 8280-EXIT.
043550     EXIT.
043560*
043570*****************************************************************
043580* 8200-RECONCILE-CONTROL-TOTAL - COMPARE THE GRAND TOTAL CBTUT
043590* ACTUALLY PRODUCED AGAINST THE CONTROL TOTAL READ UP FRONT BY
043600* 1150-READ-CONTROL-TOTAL, AND FLAG ANY VARIANCE LOUDLY.  HELD
043610* BATCHES COME OUT OF BOTH SIDES - THEIR ITEMS OUT OF THE GRAND
043620* TOTAL AND THEIR CONTROL FIGURES OUT OF THE EXPECTED - SO WHAT
043630* IS PROVED IS WHAT ACTUALLY POSTS.
043640*****************************************************************
043650 8200-RECONCILE-CONTROL-TOTAL.
043660     IF NOT CBT-CONTROL-AVAILABLE
043670         GO TO 8200-EXIT
043680     END-IF
043690     COMPUTE CBT-POSTED-TOTAL = CBT-GRAND-TOTAL - CBT-HELD-TOTAL
043700     COMPUTE CBT-POSTED-EXPECTED =
043710         CBT-EXPECTED-TOTAL - CBT-HELD-CONTROL
043720     COMPUTE CBT-VARIANCE = CBT-POSTED-TOTAL - CBT-POSTED-EXPECTED
043730     IF CBT-VARIANCE NOT = ZERO
043740         DISPLAY "***************************************"
043750         DISPLAY "*** CBTUT CONTROL TOTAL OUT OF BALANCE"
043760         DISPLAY "*** EXPECTED: " CBT-POSTED-EXPECTED
043770         DISPLAY "*** ACTUAL:   " CBT-POSTED-TOTAL
043780         DISPLAY "*** VARIANCE: " CBT-VARIANCE
043790         IF CBT-HELD-BATCHES > ZERO
043800             DISPLAY "*** (NET OF " CBT-HELD-BATCHES
043810                 " HELD BATCHES)"
043820         END-IF
043830         DISPLAY "***************************************"
043840         MOVE 16 TO RETURN-CODE
043850     ELSE
043860         DISPLAY "CBTUT - CONTROL TOTAL BALANCED"
043870     END-IF.
043880 8200-EXIT.
043890     EXIT.
043900*
043910*****************************************************************
043920* 8300-CLEAR-CHECKPOINT - THE BATCH REACHED NORMAL END OF JOB, SO
043930* RESET THE CHECKPOINT RECORD TO ZERO.  WITHOUT THIS THE NEXT
043940* RUN'S 1200-CHECK-RESTART WOULD MISREAD THE LAST CHECKPOINT OF A
043950* COMPLETED RUN AS AN INTERRUPTED ONE AND SKIP AHEAD INTO ITS
043960* OWN, UNRELATED TRANS-IN.
043970*****************************************************************
043980 8300-CLEAR-CHECKPOINT.
043990     OPEN OUTPUT RESTART-FILE
044000     MOVE ZERO TO RST-CHECKPOINT-COUNT
044010     MOVE ZERO TO RST-BATCH-COUNT
044020     MOVE ZERO TO RST-GRAND-TOTAL
044030     MOVE SPACES TO RST-CURRENT-BATCH
044040     MOVE ZERO TO RST-BATCH-SUBTOTAL
044050     MOVE ZERO TO RST-BATCH-TRANS-COUNT
044060     MOVE "N" TO RST-REG-FOUND
044070     MOVE ZERO TO RST-SUSPENSE-COUNT
044080     MOVE ZERO TO RST-RECYCLE-COUNT
044090     MOVE ZERO TO RST-AGED-COUNT
044100     MOVE ZERO TO RST-PASSTHRU-COUNT
044110     MOVE ZERO TO RST-BATCH-FIRST-RECORD
044120     MOVE "T" TO RST-BATCH-ORIGIN
044130     MOVE SPACES TO RST-BATCH-DATE
044140     WRITE RESTART-RECORD
044150     CLOSE RESTART-FILE.
044160 8300-EXIT.
044170     EXIT.
044180*
044190*****************************************************************
044200* 8400-WRITE-RUN-STATISTICS - ONE HISTORY RECORD PER NORMAL END
044210* OF JOB: WHAT THE RUN READ, COUNTED, TOTALED AND SUSPENDED,
044220* WHETHER IT WAS A RESTART, HOW LONG IT TOOK AND HOW IT ENDED.
044230* THE CBTSTAT MONTH-END REPORT TRENDS THIS FILE.
044240*****************************************************************
044250 8400-WRITE-RUN-STATISTICS.
044260     OPEN EXTEND RUN-STATS
044270     IF CBT-STATS-NOT-FOUND
044280         OPEN OUTPUT RUN-STATS
044290     END-IF
044300     MOVE PDP-BUSINESS-YMD TO CBT-CURRENT-DATE
044310     ACCEPT CBT-CURRENT-TIME FROM TIME
044320     MOVE CBT-CD-YYYY TO CBT-DSP-YYYY
044330     MOVE CBT-CD-MM TO CBT-DSP-MM
044340     MOVE CBT-CD-DD TO CBT-DSP-DD
044350     MOVE CBT-CT-HH TO CBT-DSP-HH
044360     MOVE CBT-CT-MN TO CBT-DSP-MN
044370     MOVE CBT-CT-SS TO CBT-DSP-SS
044380     COMPUTE CBT-END-SECONDS =
044390         CBT-CT-HH * 3600 + CBT-CT-MN * 60 + CBT-CT-SS
044400     COMPUTE CBT-ELAPSED-SECONDS =
044410         CBT-END-SECONDS - CBT-START-SECONDS
044420     IF CBT-ELAPSED-SECONDS < ZERO
044430         ADD 86400 TO CBT-ELAPSED-SECONDS
044440     END-IF
044450     MOVE CBT-DATE-DISPLAY TO STA-RUN-DATE
044460     MOVE CBT-TIME-DISPLAY TO STA-RUN-TIME
044470     MOVE CBT-RECORD-COUNT TO STA-RECORDS-READ
044480     MOVE CBT-BATCH-COUNT TO STA-BATCH-COUNT
044490     MOVE CBT-GRAND-TOTAL TO STA-GRAND-TOTAL
044500     MOVE CBT-SUSPENSE-COUNT TO STA-SUSPENSE-COUNT
044510     MOVE CBT-RECYCLE-COUNT TO STA-RECYCLE-COUNT
044520     MOVE CBT-RESTART-SWITCH TO STA-RESTART-FLAG
044530     MOVE CBT-ELAPSED-SECONDS TO STA-ELAPSED-SECONDS
044540     MOVE RETURN-CODE TO STA-RETURN-CODE
044550     WRITE RUN-STATS-RECORD
044560     CLOSE RUN-STATS.
044570 8400-EXIT.
044580     EXIT.
044590*
044600*****************************************************************
044610* 8500-END-STREAM-RUN - A STREAM RUN ENDS HERE.  WHAT THE NIGHT'S
044620* SHARED FILES NEED FROM IT - ITS RESWORK, ITMWORK AND OPRWORK
044630* ENTRIES AND ITS RUN TOTALS - GOES TO ITS STRMRES FOR THE MERGE
044640* RUN, WHICH POSTS, HOLDS, PRINTS THE TRAILER, CUTS THE GL AND
044650* WRITES RUNSTATS FOR THE WHOLE NIGHT.  THE CHECKPOINT IS CLEARED
044660* ONLY ONCE STRMRES IS WHOLE, SO A STREAM THAT DIES BEFORE THEN
044670* IS RESTARTED, ON ITS OWN, LIKE ANY RUN.  THE STEP IS NOT MARKED
044680* COMPLETE - THAT IS THE MERGE RUN'S.
044690*****************************************************************
044700 8500-END-STREAM-RUN.
044710     MOVE ZERO TO CBT-RESULTS-DETAIL-COUNT
044720     MOVE SPACES TO STREAM-RESULTS-RECORD
044730     MOVE "H" TO STR-RECORD-TYPE
044740     MOVE CBT-RUN-STREAM-NUMBER TO STR-STREAM-ID
044750     MOVE PDP-BUSINESS-DATE TO STR-HDR-BUSINESS-DATE
044760     MOVE CBT-STREAM-LOW TO STR-HDR-LOW-BATCH-ID
044770     MOVE CBT-STREAM-HIGH TO STR-HDR-HIGH-BATCH-ID
044780     WRITE STREAM-RESULTS-RECORD
044790     MOVE "N" TO CBT-RESWORK-EOF-SWITCH
044800     MOVE LOW-VALUES TO RSW-KEY
044810     START RESULT-WORK KEY NOT < RSW-KEY
044820         INVALID KEY
044830             SET CBT-END-OF-RESWORK TO TRUE
044840     END-START
044850     PERFORM 8510-UNLOAD-RESULT THRU 8510-EXIT
044860         UNTIL CBT-END-OF-RESWORK
044870     MOVE "N" TO CBT-ITMWORK-EOF-SWITCH
044880     MOVE ZERO TO ITW-SEQUENCE
044890     START ITEM-WORK KEY NOT < ITW-SEQUENCE
044900         INVALID KEY
044910             SET CBT-END-OF-ITMWORK TO TRUE
044920     END-START
044930     PERFORM 8520-UNLOAD-ITEM THRU 8520-EXIT
044940         UNTIL CBT-END-OF-ITMWORK
044950     MOVE "N" TO CBT-OPRWORK-EOF-SWITCH
044960     MOVE LOW-VALUES TO OPW-SSN
044970     START OPER-WORK KEY NOT < OPW-SSN
044980         INVALID KEY
044990             SET CBT-END-OF-OPRWORK TO TRUE
045000     END-START
045010     PERFORM 8530-UNLOAD-OPERATOR THRU 8530-EXIT
045020         UNTIL CBT-END-OF-OPRWORK
045030     MOVE SPACES TO STREAM-RESULTS-RECORD
045040     MOVE "T" TO STR-RECORD-TYPE
045050     MOVE CBT-RUN-STREAM-NUMBER TO STR-STREAM-ID
045060     MOVE CBT-RESULTS-DETAIL-COUNT TO STR-TRL-DETAIL-COUNT
045070     MOVE CBT-BATCH-COUNT TO STR-TRL-BATCH-COUNT
045080     MOVE CBT-GRAND-TOTAL TO STR-TRL-GRAND-TOTAL
045090     MOVE CBT-EXPECTED-TOTAL TO STR-TRL-EXPECTED-TOTAL
045100     MOVE CBT-CTL-COUNT TO STR-TRL-CONTROL-COUNT
045110     MOVE CBT-SUSPENSE-COUNT TO STR-TRL-SUSPENSE-COUNT
045120     MOVE CBT-RECYCLE-COUNT TO STR-TRL-RECYCLE-COUNT
045130     MOVE CBT-AGED-COUNT TO STR-TRL-AGED-COUNT
045140     MOVE CBT-ROLLED-COUNT TO STR-TRL-ROLLED-COUNT
045150     MOVE CBT-RESTART-SWITCH TO STR-TRL-RESTART-FLAG
045160     MOVE CBT-START-SECONDS TO STR-TRL-START-SECONDS
045170     MOVE CBT-RECORD-COUNT TO STR-TRL-RECORD-COUNT
045180     WRITE STREAM-RESULTS-RECORD
045190     CLOSE STREAM-RESULTS
045200     PERFORM 8300-CLEAR-CHECKPOINT THRU 8300-EXIT
045210     CLOSE TRANS-IN
045220     CLOSE SUSPENSE-OUT
045230     IF NOT CBT-SUSPIN-NOT-FOUND
045240         CLOSE SUSPENSE-IN
045250     END-IF
045260     CLOSE BATCH-REGISTER
045270     CLOSE SSNUM-MASTER
045280     CLOSE OPER-LIMITS
045290     CLOSE AUDIT-LOG
045300     CLOSE OPER-WORK
045310     CLOSE RESULT-WORK
045320     CLOSE ITEM-WORK
045330     CLOSE HELD-BATCH
045340     CLOSE HELD-ITEM
045350     CLOSE FISCAL-CALENDAR
045360     IF CBT-CTL-LOADED-COUNT > ZERO
045370         CLOSE CONTROL-WORK
045380     END-IF
045390     CLOSE PRINT-RPT
045400     DISPLAY "CBTUT - STREAM " CBT-RUN-STREAM " COMPLETE, "
045410         CBT-BATCH-COUNT " TRANSACTIONS LEFT FOR THE MERGE RUN"
045420     IF CBT-SUSPENSE-COUNT > ZERO
045430         DISPLAY "CBTUT - " CBT-SUSPENSE-COUNT " TRANSACTIONS "
045440             "SUSPENDED THIS RUN - SEE SUSPOUT"
045450         IF RETURN-CODE = ZERO
045460             MOVE 4 TO RETURN-CODE
045470         END-IF
045480     END-IF
045490     IF CBT-HELD-BATCHES > ZERO
045500         DISPLAY "CBTUT - " CBT-HELD-BATCHES " BATCHES OUT OF "
045510             "BALANCE THIS RUN - HOLDS MADE BY THE MERGE RUN"
045520         IF RETURN-CODE = ZERO
045530             MOVE 4 TO RETURN-CODE
045540         END-IF
045550     END-IF
045560     IF CBT-ROLLED-COUNT > ZERO
045570         DISPLAY "CBTUT - " CBT-ROLLED-COUNT " BATCHES DATED "
045580             "INTO A CLOSED PERIOD ROLLED TO " CBT-OPEN-PERIOD
045590     END-IF
045600     STOP RUN.
045610 8500-EXIT.
045620     EXIT.
045630*
045640 8510-UNLOAD-RESULT.
045650     READ RESULT-WORK NEXT
045660         AT END
045670             SET CBT-END-OF-RESWORK TO TRUE
045680             GO TO 8510-EXIT
045690     END-READ
045700     IF RSW-BATCH-HELD
045710         ADD 1 TO CBT-HELD-BATCHES
045720     END-IF
045730     MOVE SPACES TO STREAM-RESULTS-RECORD
045740     MOVE "B" TO STR-RECORD-TYPE
045750     MOVE CBT-RUN-STREAM-NUMBER TO STR-STREAM-ID
045760     MOVE RESULT-WORK-RECORD TO STR-RESULT-IMAGE
045770     WRITE STREAM-RESULTS-RECORD
045780     ADD 1 TO CBT-RESULTS-DETAIL-COUNT.
045790 8510-EXIT.
045800     EXIT.
045810*
045820 8520-UNLOAD-ITEM.
045830     READ ITEM-WORK NEXT
045840         AT END
045850             SET CBT-END-OF-ITMWORK TO TRUE
045860             GO TO 8520-EXIT
045870     END-READ
045880     MOVE SPACES TO STREAM-RESULTS-RECORD
045890     MOVE "I" TO STR-RECORD-TYPE
045900     MOVE CBT-RUN-STREAM-NUMBER TO STR-STREAM-ID
045910     MOVE ITEM-WORK-RECORD TO STR-ITEM-IMAGE
045920     WRITE STREAM-RESULTS-RECORD
045930     ADD 1 TO CBT-RESULTS-DETAIL-COUNT.
045940 8520-EXIT.
045950     EXIT.
045960*
045970 8530-UNLOAD-OPERATOR.
045980     READ OPER-WORK NEXT
045990         AT END
046000             SET CBT-END-OF-OPRWORK TO TRUE
046010             GO TO 8530-EXIT
046020     END-READ
046030     MOVE SPACES TO STREAM-RESULTS-RECORD
046040     MOVE "O" TO STR-RECORD-TYPE
046050     MOVE CBT-RUN-STREAM-NUMBER TO STR-STREAM-ID
046060     MOVE OPW-SSN TO STR-OPR-SSN
046070     MOVE OPW-NAME TO STR-OPR-NAME
046080     MOVE OPW-TRANS-COUNT TO STR-OPR-TRANS-COUNT
046090     MOVE OPW-TOTAL TO STR-OPR-TOTAL
046100     MOVE OPW-SEPARATION-DATE TO STR-OPR-SEPARATION-DATE
046110     WRITE STREAM-RESULTS-RECORD
046120     ADD 1 TO CBT-RESULTS-DETAIL-COUNT.
046130 8530-EXIT.
046140     EXIT.
046150*
046160*****************************************************************
046170* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
046180* COMPLETED STEP FOR THE BUSINESS DATE, WHICH LETS THE STEPS THAT
046190* DEPEND ON IT RUN.  THE CALL RESETS RETURN-CODE, SO THE STEP'S
046200* OWN IS PUT BACK AFTERWARD.
046210*****************************************************************
046220 8900-END-PROCESSING-STEP.
046230     IF RETURN-CODE NOT < 8
046240         DISPLAY "CBTUT - STEP ENDED RC " RETURN-CODE
046250             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
046260         GO TO 8900-EXIT
046270     END-IF
046280     MOVE RETURN-CODE TO PDP-STEP-RC
046290     SET PDP-END-STEP TO TRUE
046300     MOVE "CBTUT" TO PDP-STEP-NAME
046310     CALL "CBTDATE" USING CBT-PDATE-AREA
046320     MOVE PDP-STEP-RC TO RETURN-CODE
046330     IF PDP-REQUEST-REFUSED
046340         DISPLAY "CBTUT - " PDP-MESSAGE
046350         MOVE 16 TO RETURN-CODE
046360     END-IF.
046370 8900-EXIT.
046380     EXIT.
