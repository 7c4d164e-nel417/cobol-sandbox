000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTHREL.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTHREL
000090* NIGHTLY RELEASE STEP FOR BATCHES CBTUT HELD BACK FROM THE
000100* LEDGER.  CBTUT NO LONGER STOPS THE WHOLE NIGHT'S GL FOR ONE
000110* BATCH THAT DOES NOT BALANCE TO ITS CONTROL RECORD - IT PUTS
000120* THE BATCH ON HELDBAT (HEADER, SEE HLDREC) AND HELDITM (ITS
000130* TRANSACTIONS, SEE HLIREC) AND POSTS THE REST.  A HELD BATCH
000140* STAYS THERE UNTIL THE CONTROL CLERK SUPPLIES ONE OF TWO
000150* THINGS ON THE HLDCARD FILE, ONE CARD PER BATCH:
000160*   COLS 1-6    BATCH ID
000170*   COL  7      ACTION: C = CORRECTED CONTROL FIGURE,
000180*                       A = VARIANCE APPROVED AS KEYED
000190*   COL  8      SIGN OF THE CORRECTED FIGURE (BLANK, + OR -)
000200*   COLS 9-17   CORRECTED FIGURE, 9(7)V99 (ACTION C)
000210*   COLS 18-26  APPROVER SSN (REQUIRED FOR ACTION A, VALIDATED
000220*               THROUGH SSNVAL AND AGAINST SSNUM-MASTER)
000230*
000240* A CORRECTED FIGURE IS ONLY ACCEPTED WHEN IT AGREES WITH WHAT
000250* CBTUT COMPUTED FOR THE HELD ITEMS - OTHERWISE THE BATCH WOULD
000260* SIMPLY BE HELD AGAIN TONIGHT, SO THE CARD IS REFUSED HERE
000270* WHERE THE CLERK CAN SEE WHY.  AN APPROVED VARIANCE ACCEPTS
000280* THE ITEMS AS KEYED.  EITHER WAY THE HOLD IS MARKED RELEASED
000290* WITH WHO RELEASED IT, ON WHAT BASIS AND WHEN, AND AN AUDIT
000300* LINE IS APPENDED TO HLDAUDIT.
000310*
000320* EVERY RELEASED HOLD IS THEN RE-PRESENTED TO TONIGHT'S CBTUT:
000330* ITS ITEMS GO TO HELDREL IN THE EXACT TRANS-IN LAYOUT AND ONE
000340* CONTROL RECORD PER BATCH GOES TO HELDCTL IN THE EXACT
000350* CONTROL-IN LAYOUT, CARRYING THE RELEASED ITEMS' OWN TOTAL, SO
000360* THE BATCH BALANCES AND POSTS.  EACH CBTUT STREAM JOB
000370* (CBTUTS1J, CBTUTS2J, CBTUTS3J) CONCATENATES THE TWO AHEAD OF
000380* TRANSCLN ON TRANSIN AND CONTROLIN ON CTLIN.  THE CBTUT MERGE
000390* RUN IN CBTUTMJB MARKS THE HOLD POSTED WHEN THE BATCH GOES
000400* THROUGH.  A HOLD POSTED TONIGHT IS RE-PRESENTED AGAIN IF THIS
000410* STEP IS RERUN THE SAME NIGHT, SO A RERUN OF THE WHOLE NIGHT
000420* STILL CARRIES IT.  THE PRINTED REPORT SHOWS EACH CARD'S
000430* OUTCOME AND EVERY HOLD STILL OPEN.
000440*
000450* RETURN CODES
000460*   00 - NORMAL END
000470*   04 - A CARD WAS DROPPED, REFUSED OR MATCHED NO OPEN HOLD
000480*   16 - OPERATOR SSN FAILED EDIT OR A DATASET COULD NOT BE
000490*        OPENED
000500*
000510* MODIFICATION HISTORY
000520* -----------------------------------------------------------
000530* 2026-10-15  NJL  INITIAL VERSION.
000540* 2026-10-15  NJL  SSNUM-MASTER RECORD LAYOUT EXTENDED WITH THE
000550*                  EMPLOYEE STATUS AND SEPARATION DATE CBTMNT NOW
000560*                  MAINTAINS (RECORD LENGTH 50).  NO PROCESSING
000570*                  CHANGE IN THIS PROGRAM.
000580* 2026-10-15  NJL  HELDREL AND HELDCTL ARE NOW READ BY EVERY CBTUT
000590*                  STREAM (CBTUTS1J, CBTUTS2J, CBTUTS3J) RATHER
000600*                  THAN CBTUTJOB, AND THE CBTUT MERGE RUN IN
000610*                  CBTUTMJB MARKS THE HOLDS POSTED.  NO PROCESSING
000620*                  CHANGE IN THIS PROGRAM.
000630*****************************************************************
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT HOLD-CARD
000680         ASSIGN TO HLDCARD
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS HRL-CARD-STATUS.
000710     SELECT HELD-BATCH
000720         ASSIGN TO HELDBAT
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS HLD-KEY
000760         FILE STATUS IS HRL-HELDBAT-STATUS.
000770     SELECT HELD-ITEM
000780         ASSIGN TO HELDITM
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS HLI-KEY
000820         FILE STATUS IS HRL-HELDITM-STATUS.
000830     SELECT SSNUM-MASTER
000840         ASSIGN TO SSNMSTR
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS MST-SSNUM
000880         FILE STATUS IS HRL-MASTER-STATUS.
000890     SELECT HELD-RELEASE
000900         ASSIGN TO HELDREL
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS HRL-HELDREL-STATUS.
000930     SELECT HELD-CONTROL
000940         ASSIGN TO HELDCTL
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS HRL-HELDCTL-STATUS.
000970     SELECT HRL-AUDIT
000980         ASSIGN TO HLDAUDIT
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS HRL-AUDIT-STATUS.
001010     SELECT HRL-RPT
001020         ASSIGN TO HRELRPT
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS HRL-PRINT-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070*****************************************************************
001080* HOLD-CARD - ONE RECORD PER HELD BATCH TO RELEASE.
001090*****************************************************************
001100 FD  HOLD-CARD
001110     RECORDING MODE IS F.
001120 01  HOLD-CARD-RECORD.
001130     05  HC-BATCH-ID              PIC X(06).
001140     05  HC-ACTION                PIC X(01).
001150         88  HC-ACTION-CORRECTED            VALUE "C".
001160         88  HC-ACTION-APPROVED             VALUE "A".
001170     05  HC-FIGURE-SIGN           PIC X(01).
001180         88  HC-SIGN-IS-VALID               VALUE " " "+" "-".
001190         88  HC-SIGN-IS-NEGATIVE            VALUE "-".
001200     05  HC-FIGURE                PIC 9(7)V99.
001210     05  HC-APPROVER-SSN          PIC X(09).
001220*****************************************************************
001230* HELD-BATCH - ONE HEADER PER HOLD, KEYED BY BATCH ID AND THE
001240* BUSINESS DATE IT WAS HELD.
001250*****************************************************************
001260 FD  HELD-BATCH
001270     RECORDING MODE IS F.
001280 01  HELD-BATCH-RECORD.
001290     COPY HLDREC.
001300*****************************************************************
001310* HELD-ITEM - THE HELD TRANSACTIONS UNDER THE SAME KEY, WITH
001320* THEIR POSITION IN THE NIGHT'S INPUT.
001330*****************************************************************
001340 FD  HELD-ITEM
001350     RECORDING MODE IS F.
001360 01  HELD-ITEM-RECORD.
001370     COPY HLIREC.
001380*****************************************************************
001390* SSNUM-MASTER - READ FOR THE RUN OPERATOR'S NAME OF RECORD AND
001400* TO PROVE EACH APPROVER IS A REAL EMPLOYEE.
001410*****************************************************************
001420 FD  SSNUM-MASTER
001430     RECORDING MODE IS F.
001440 01  SSNUM-MASTER-RECORD.
001450     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
001460     05  MST-EMPLOYEE-NAME        PIC X(30).
001470     05  MST-EMPLOYEE-STATUS      PIC X(01).
001480         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
001490         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
001500     05  MST-SEPARATION-DATE      PIC X(10).
001510*****************************************************************
001520* HELD-RELEASE - THE RELEASED ITEMS, VERBATIM TRANS-IN IMAGES,
001530* CONCATENATED AHEAD OF TRANSCLN IN EACH CBTUT STREAM JOB.
001540*****************************************************************
001550 FD  HELD-RELEASE
001560     RECORDING MODE IS F.
001570 01  HELD-RELEASE-RECORD          PIC X(24).
001580*****************************************************************
001590* HELD-CONTROL - ONE CONTROL RECORD PER RELEASED BATCH IN THE
001600* CONTROL-IN LAYOUT, CONCATENATED AHEAD OF CONTROLIN.
001610*****************************************************************
001620 FD  HELD-CONTROL
001630     RECORDING MODE IS F.
001640 01  HELD-CONTROL-RECORD.
001650     05  HCT-BATCH-ID             PIC X(06).
001660     05  HCT-EXPECTED-TOTAL       PIC S9(7)V99 COMP-3.
001670     05  FILLER                   PIC X(14).
001680*****************************************************************
001690* HRL-AUDIT - ONE LINE APPENDED PER HOLD RELEASED, SO FINANCE
001700* CAN ANSWER "WHO LET THIS BATCH THROUGH, ON WHAT FIGURE OR
001710* WHOSE SAY-SO, AND WHEN".
001720*****************************************************************
001730 FD  HRL-AUDIT
001740     RECORDING MODE IS F.
001750 01  HRL-AUDIT-RECORD.
001760     05  HAU-DATE                 PIC X(10).
001770     05  FILLER                   PIC X(01) VALUE SPACE.
001780     05  HAU-TIME                 PIC X(08).
001790     05  FILLER                   PIC X(01) VALUE SPACE.
001800     05  HAU-OPERATOR             PIC X(30).
001810     05  FILLER                   PIC X(01) VALUE SPACE.
001820     05  HAU-BATCH-ID             PIC X(06).
001830     05  FILLER                   PIC X(01) VALUE SPACE.
001840     05  HAU-DATE-HELD            PIC X(10).
001850     05  FILLER                   PIC X(01) VALUE SPACE.
001860     05  HAU-BASIS                PIC X(01).
001870     05  FILLER                   PIC X(01) VALUE SPACE.
001880     05  HAU-COMPUTED             PIC -(7)9.99.
001890     05  FILLER                   PIC X(01) VALUE SPACE.
001900     05  HAU-CONTROL              PIC -(7)9.99.
001910     05  FILLER                   PIC X(01) VALUE SPACE.
001920     05  HAU-CORRECTED            PIC -(7)9.99.
001930     05  FILLER                   PIC X(01) VALUE SPACE.
001940     05  HAU-APPROVER             PIC X(09).
001950     05  FILLER                   PIC X(16) VALUE SPACES.
001960*****************************************************************
001970* HRL-RPT - THE PRINTED RELEASE REPORT.  ONE HEADER, ONE LINE
001980* PER CARD WITH ITS OUTCOME, ONE LINE PER HOLD STILL OPEN OR
001990* RE-PRESENTED TONIGHT, AND TRAILER COUNTS.
002000*****************************************************************
002010 FD  HRL-RPT
002020     RECORDING MODE IS F.
002030 01  HRL-RPT-HEADER-LINE.
002040     05  FILLER                   PIC X(22)
002050                                   VALUE "CBTHREL HOLD RUN FOR  ".
002060     05  HRL-HDR-OPERATOR         PIC X(30).
002070     05  FILLER                   PIC X(11)
002080                                   VALUE "  RUN DATE ".
002090     05  HRL-HDR-DATE             PIC X(10).
002100     05  FILLER                   PIC X(59) VALUE SPACES.
002110 01  HRL-RPT-DETAIL-LINE.
002120     05  HRL-DET-BATCH-ID         PIC X(06).
002130     05  FILLER                   PIC X(02) VALUE SPACES.
002140     05  HRL-DET-DATE-HELD        PIC X(10).
002150     05  FILLER                   PIC X(02) VALUE SPACES.
002160     05  HRL-DET-REASON           PIC X(02).
002170     05  FILLER                   PIC X(02) VALUE SPACES.
002180     05  HRL-DET-COUNT            PIC ZZZ,ZZ9.
002190     05  FILLER                   PIC X(02) VALUE SPACES.
002200     05  HRL-DET-COMPUTED         PIC -(7)9.99.
002210     05  FILLER                   PIC X(02) VALUE SPACES.
002220     05  HRL-DET-CONTROL          PIC -(7)9.99.
002230     05  FILLER                   PIC X(02) VALUE SPACES.
002240     05  HRL-DET-VARIANCE         PIC -(7)9.99.
002250     05  FILLER                   PIC X(02) VALUE SPACES.
002260     05  HRL-DET-DISPOSITION      PIC X(40).
002270     05  FILLER                   PIC X(20) VALUE SPACES.
002280 01  HRL-RPT-COUNT-LINE.
002290     05  HRL-CNT-LABEL            PIC X(20).
002300     05  HRL-CNT-VALUE            PIC ZZZ,ZZ9.
002310     05  FILLER                   PIC X(105) VALUE SPACES.
002320*
002330 WORKING-STORAGE SECTION.
002340 01  UserName                     PIC X(30) VALUE SPACES.
002350 01  SSN-AREA.
002360     COPY SSNREC.
002370 77  HRL-CARD-STATUS              PIC XX VALUE SPACES.
002380     88  HRL-CARD-NOT-FOUND                 VALUE "35".
002390 77  HRL-HELDBAT-STATUS           PIC XX VALUE SPACES.
002400     88  HRL-HELDBAT-NOT-FOUND              VALUE "35".
002410 77  HRL-HELDITM-STATUS           PIC XX VALUE SPACES.
002420     88  HRL-HELDITM-NOT-FOUND              VALUE "35".
002430 77  HRL-MASTER-STATUS            PIC XX VALUE SPACES.
002440     88  HRL-MASTER-NOT-FOUND               VALUE "35".
002450 77  HRL-HELDREL-STATUS           PIC XX VALUE SPACES.
002460     88  HRL-HELDREL-NOT-FOUND              VALUE "35".
002470 77  HRL-HELDCTL-STATUS           PIC XX VALUE SPACES.
002480     88  HRL-HELDCTL-NOT-FOUND              VALUE "35".
002490 77  HRL-AUDIT-STATUS             PIC XX VALUE SPACES.
002500     88  HRL-AUDIT-NOT-FOUND                VALUE "35".
002510 77  HRL-PRINT-STATUS             PIC XX VALUE SPACES.
002520     88  HRL-PRINT-NOT-FOUND                VALUE "35".
002530 77  HRL-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
002540     88  HRL-END-OF-CARD-FILE               VALUE "Y".
002550 77  HRL-HELDBAT-EOF-SWITCH       PIC X(01) VALUE "N".
002560     88  HRL-END-OF-HELDBAT                 VALUE "Y".
002570 77  HRL-HELDITM-EOF-SWITCH       PIC X(01) VALUE "N".
002580     88  HRL-END-OF-HELDITM                 VALUE "Y".
002590 77  HRL-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
002600     88  HRL-SSN-IS-VALID                   VALUE "Y".
002610     88  HRL-SSN-IS-INVALID                 VALUE "N".
002620 77  HRL-CARD-EDIT-SWITCH         PIC X(01) VALUE "N".
002630     88  HRL-CARD-DROPPED                   VALUE "Y".
002640 77  HRL-OPERATOR-SSN             PIC X(09) VALUE SPACES.
002650 77  HRL-CARD-READ-COUNT          PIC 9(7) COMP VALUE ZERO.
002660 77  HRL-RELEASED-COUNT           PIC 9(7) COMP VALUE ZERO.
002670 77  HRL-CARD-REJECT-COUNT        PIC 9(7) COMP VALUE ZERO.
002680 77  HRL-REFUSED-COUNT            PIC 9(7) COMP VALUE ZERO.
002690 77  HRL-UNMATCHED-COUNT          PIC 9(7) COMP VALUE ZERO.
002700 77  HRL-STILL-HELD-COUNT         PIC 9(7) COMP VALUE ZERO.
002710 77  HRL-PRESENTED-COUNT          PIC 9(7) COMP VALUE ZERO.
002720 77  HRL-ITEM-COUNT               PIC 9(7) COMP VALUE ZERO.
002730 77  HRL-OPEN-HOLDS               PIC 9(7) COMP VALUE ZERO.
002740 77  HRL-OPEN-ITEMS               PIC 9(7) COMP VALUE ZERO.
002750 77  HRL-OPEN-COMPUTED            PIC S9(7)V99 COMP-3 VALUE ZERO.
002760 77  HRL-OPEN-CONTROL             PIC S9(7)V99 COMP-3 VALUE ZERO.
002770 77  HRL-CARD-FIGURE              PIC S9(7)V99 COMP-3 VALUE ZERO.
002780 77  HRL-CTL-BATCH-ID             PIC X(06) VALUE SPACES.
002790 77  HRL-CTL-AMOUNT               PIC S9(7)V99 COMP-3 VALUE ZERO.
002800 01  HRL-CURRENT-DATE.
002810     05  HRL-CD-YYYY              PIC 9(4).
002820     05  HRL-CD-MM                PIC 9(2).
002830     05  HRL-CD-DD                PIC 9(2).
002840 01  HRL-CURRENT-TIME.
002850     05  HRL-CT-HH                PIC 9(2).
002860     05  HRL-CT-MN                PIC 9(2).
002870     05  HRL-CT-SS                PIC 9(2).
002880     05  HRL-CT-HS                PIC 9(2).
002890 01  HRL-DATE-DISPLAY.
002900     05  HRL-DSP-YYYY             PIC 9(4).
002910     05  FILLER                   PIC X(1) VALUE "-".
002920     05  HRL-DSP-MM               PIC 9(2).
002930     05  FILLER                   PIC X(1) VALUE "-".
002940     05  HRL-DSP-DD               PIC 9(2).
002950 01  HRL-TIME-DISPLAY.
002960     05  HRL-DSP-HH               PIC 9(2).
002970     05  FILLER                   PIC X(1) VALUE ":".
002980     05  HRL-DSP-MN               PIC 9(2).
002990     05  FILLER                   PIC X(1) VALUE ":".
003000     05  HRL-DSP-SS               PIC 9(2).
003010 01  HRL-PDATE-AREA.
003020     COPY PDTPARM.
003030*
003040 PROCEDURE DIVISION.
003050*****************************************************************
003060* 0000-MAINLINE
003070*****************************************************************
003080 0000-MAINLINE.
003090     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
003100     PERFORM 1000-VALIDATE-OPERATOR THRU 1000-EXIT
003110     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
003120     PERFORM 1100-LOOKUP-OPERATOR THRU 1100-EXIT
003130     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
003140     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
003150         UNTIL HRL-END-OF-CARD-FILE
003160     PERFORM 3000-PRESENT-RELEASED-HOLDS THRU 3000-EXIT
003170     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
003180     IF HRL-CARD-REJECT-COUNT > ZERO
003190        OR HRL-REFUSED-COUNT > ZERO
003200        OR HRL-UNMATCHED-COUNT > ZERO
003210         IF RETURN-CODE = ZERO
003220             MOVE 4 TO RETURN-CODE
003230         END-IF
003240     END-IF
003250     IF NOT HRL-CARD-NOT-FOUND
003260         CLOSE HOLD-CARD
003270     END-IF
003280     CLOSE HELD-BATCH
003290     CLOSE HELD-ITEM
003300     CLOSE SSNUM-MASTER
003310     CLOSE HELD-RELEASE
003320     CLOSE HELD-CONTROL
003330     CLOSE HRL-AUDIT
003340     CLOSE HRL-RPT
003350     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
003360     STOP RUN.
003370*
003380*****************************************************************
003390* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
003400* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
003410* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
003420* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
003430* DEPENDS ON HAS NOT COMPLETED FOR THAT DATE.
003440*****************************************************************
003450 1005-BEGIN-PROCESSING-STEP.
003460     SET PDP-BEGIN-STEP TO TRUE
003470     MOVE "CBTHREL" TO PDP-STEP-NAME
003480     CALL "CBTDATE" USING HRL-PDATE-AREA
003490     IF PDP-MESSAGE NOT = SPACES
003500         DISPLAY "CBTHREL - " PDP-MESSAGE
003510     END-IF
003520     IF PDP-REQUEST-REFUSED
003530         DISPLAY "CBTHREL - STEP REFUSED BY PROCESSING "
003540             "DATE CONTROL, RUN TERMINATED"
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580     MOVE PDP-BUSINESS-YMD TO HRL-CURRENT-DATE
003590     MOVE HRL-CD-YYYY TO HRL-DSP-YYYY
003600     MOVE HRL-CD-MM TO HRL-DSP-MM
003610     MOVE HRL-CD-DD TO HRL-DSP-DD.
003620 1005-EXIT.
003630     EXIT.
003640*
003650*****************************************************************
003660* 1000-VALIDATE-OPERATOR - ACCEPT THE OPERATOR'S SSN AND CALL
003670* THE SHARED SSNVAL EDIT ROUTINE, THE SAME AS CBTCOR DOES, SO
003680* THE AUDIT TRAIL KNOWS WHO RAN THE RELEASES.
003690*****************************************************************
003700 1000-VALIDATE-OPERATOR.
003710     DISPLAY "Enter your Social Security Number "
003720     ACCEPT SSNUM
003730     CALL "SSNVAL" USING SSN-AREA HRL-SSN-VALID-FLAG
003740     IF HRL-SSN-IS-INVALID
003750         DISPLAY "CBTHREL - THAT SSN IS NOT A VALID SSA-ISSUED "
003760             "NUMBER"
003770         DISPLAY "CBTHREL - RUN TERMINATED, SSN FAILED EDIT"
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850* 1050-OPEN-FILES - A MISSING CARD FILE IS NOT AN ERROR - THERE
003860* MAY SIMPLY BE NOTHING TO RELEASE TONIGHT - AND THE HOLD FILES
003870* ARE CREATED EMPTY ON FIRST USE THE WAY CBTUT CREATES THEM.
003880* EMPTY HELDREL AND HELDCTL FILES ARE STILL WRITTEN SO CBTUT
003890* ALWAYS HAS FILES TO READ.
003900*****************************************************************
003910 1050-OPEN-FILES.
003920     OPEN INPUT HOLD-CARD
003930     IF HRL-CARD-NOT-FOUND
003940         DISPLAY "CBTHREL - NO HLDCARD FILE, NO RELEASES TONIGHT"
003950         SET HRL-END-OF-CARD-FILE TO TRUE
003960     END-IF
003970     OPEN I-O HELD-BATCH
003980     IF HRL-HELDBAT-NOT-FOUND
003990         OPEN OUTPUT HELD-BATCH
004000         CLOSE HELD-BATCH
004010         OPEN I-O HELD-BATCH
004020     END-IF
004030     IF HRL-HELDBAT-STATUS NOT = "00"
004040         DISPLAY "CBTHREL - HELDBAT OPEN FAILED, STATUS "
004050             HRL-HELDBAT-STATUS ", RUN TERMINATED"
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF
004090     OPEN INPUT HELD-ITEM
004100     IF HRL-HELDITM-NOT-FOUND
004110         OPEN OUTPUT HELD-ITEM
004120         CLOSE HELD-ITEM
004130         OPEN INPUT HELD-ITEM
004140     END-IF
004150     IF HRL-HELDITM-STATUS NOT = "00"
004160         DISPLAY "CBTHREL - HELDITM OPEN FAILED, STATUS "
004170             HRL-HELDITM-STATUS ", RUN TERMINATED"
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     OPEN INPUT SSNUM-MASTER
004220     IF HRL-MASTER-NOT-FOUND
004230         DISPLAY "CBTHREL - SSNUM-MASTER DATASET NOT FOUND, RUN "
004240             "TERMINATED"
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF
004280     OPEN OUTPUT HELD-RELEASE
004290     IF HRL-HELDREL-NOT-FOUND
004300         DISPLAY "CBTHREL - HELDREL DATASET NOT FOUND, RUN "
004310             "TERMINATED"
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF
004350     OPEN OUTPUT HELD-CONTROL
004360     IF HRL-HELDCTL-NOT-FOUND
004370         DISPLAY "CBTHREL - HELDCTL DATASET NOT FOUND, RUN "
004380             "TERMINATED"
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF
004420     OPEN EXTEND HRL-AUDIT
004430     IF HRL-AUDIT-NOT-FOUND
004440         OPEN OUTPUT HRL-AUDIT
004450     END-IF
004460     OPEN OUTPUT HRL-RPT
004470     IF HRL-PRINT-NOT-FOUND
004480         DISPLAY "CBTHREL - HRELRPT DATASET NOT FOUND, RUN "
004490             "TERMINATED"
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530 1050-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570* 1100-LOOKUP-OPERATOR - READ SSNUM-MASTER BY THE VALIDATED SSN
004580* AND PULL THE OPERATOR'S NAME OF RECORD FOR THE AUDIT TRAIL AND
004590* THE REPORT HEADER.  THE SSN ITSELF IS KEPT ON EVERY HOLD THIS
004600* RUN RELEASES.
004610*****************************************************************
004620 1100-LOOKUP-OPERATOR.
004630     MOVE SSNUM TO MST-SSNUM
004640     MOVE SPACES TO UserName
004650     READ SSNUM-MASTER
004660         INVALID KEY
004670             DISPLAY "CBTHREL - SSN NOT FOUND ON SSNUM-MASTER, "
004680                 "RUN TERMINATED"
004690             MOVE 16 TO RETURN-CODE
004700             STOP RUN
004710         NOT INVALID KEY
004720             MOVE MST-EMPLOYEE-NAME TO UserName
004730     END-READ
004740     MOVE SSNUM TO HRL-OPERATOR-SSN.
004750 1100-EXIT.
004760     EXIT.
004770*
004780*****************************************************************
004790* 1300-WRITE-REPORT-HEADER
004800*****************************************************************
004810 1300-WRITE-REPORT-HEADER.
004820     MOVE UserName TO HRL-HDR-OPERATOR
004830     MOVE HRL-DATE-DISPLAY TO HRL-HDR-DATE
004840     WRITE HRL-RPT-HEADER-LINE.
004850 1300-EXIT.
004860     EXIT.
004870*
004880*****************************************************************
004890* 2000-APPLY-ONE-CARD - EDIT THE CARD, TOTAL EVERY OPEN HOLD OF
004900* ITS BATCH (HELD, OR ALREADY RELEASED AND NOT YET POSTED) AND,
004910* IF THE CARD STANDS, RELEASE THEM ALL.  A CARD THAT FAILS ITS
004920* EDIT IS DROPPED; ONE WHOSE CORRECTED FIGURE STILL DISAGREES
004930* WITH THE HELD ITEMS IS REFUSED; ONE THAT FINDS NO OPEN HOLD IS
004940* UNMATCHED.  ALL THREE END THE RUN RC 4.
004950*****************************************************************
004960 2000-APPLY-ONE-CARD.
004970     READ HOLD-CARD
004980         AT END
004990             SET HRL-END-OF-CARD-FILE TO TRUE
005000             GO TO 2000-EXIT
005010     END-READ
005020     ADD 1 TO HRL-CARD-READ-COUNT
005030     PERFORM 2100-EDIT-CARD THRU 2100-EXIT
005040     IF HRL-CARD-DROPPED
005050         ADD 1 TO HRL-CARD-REJECT-COUNT
005060         GO TO 2000-EXIT
005070     END-IF
005080     PERFORM 2200-TOTAL-OPEN-HOLDS THRU 2200-EXIT
005090     MOVE HC-BATCH-ID TO HRL-DET-BATCH-ID
005100     MOVE SPACES TO HRL-DET-DATE-HELD
005110     MOVE SPACES TO HRL-DET-REASON
005120     MOVE HRL-OPEN-ITEMS TO HRL-DET-COUNT
005130     MOVE HRL-OPEN-COMPUTED TO HRL-DET-COMPUTED
005140     MOVE HRL-OPEN-CONTROL TO HRL-DET-CONTROL
005150     COMPUTE HRL-DET-VARIANCE =
005160         HRL-OPEN-COMPUTED - HRL-OPEN-CONTROL
005170     IF HRL-OPEN-HOLDS = ZERO
005180         ADD 1 TO HRL-UNMATCHED-COUNT
005190         MOVE "CARD MATCHED NO OPEN HOLD"
005200             TO HRL-DET-DISPOSITION
005210         WRITE HRL-RPT-DETAIL-LINE
005220         GO TO 2000-EXIT
005230     END-IF
005240     IF HC-ACTION-CORRECTED
005250        AND HRL-CARD-FIGURE NOT = HRL-OPEN-COMPUTED
005260         ADD 1 TO HRL-REFUSED-COUNT
005270         MOVE HRL-CARD-FIGURE TO HRL-DET-CONTROL
005280         COMPUTE HRL-DET-VARIANCE =
005290             HRL-OPEN-COMPUTED - HRL-CARD-FIGURE
005300         MOVE "REFUSED - CORRECTED FIGURE STILL OFF"
005310             TO HRL-DET-DISPOSITION
005320         WRITE HRL-RPT-DETAIL-LINE
005330         GO TO 2000-EXIT
005340     END-IF
005350     PERFORM 2300-RELEASE-HOLDS THRU 2300-EXIT
005360     IF HC-ACTION-CORRECTED
005370         MOVE HRL-CARD-FIGURE TO HRL-DET-CONTROL
005380         MOVE ZERO TO HRL-DET-VARIANCE
005390         MOVE "RELEASED - CONTROL FIGURE CORRECTED"
005400             TO HRL-DET-DISPOSITION
005410     ELSE
005420         MOVE "RELEASED - VARIANCE APPROVED"
005430             TO HRL-DET-DISPOSITION
005440     END-IF
005450     WRITE HRL-RPT-DETAIL-LINE.
005460 2000-EXIT.
005470     EXIT.
005480*
005490*****************************************************************
005500* 2100-EDIT-CARD - BATCH ID PRESENT, ACTION C OR A, A NUMERIC
005510* SIGNED FIGURE FOR C, AND FOR A AN APPROVER WHO PASSES SSNVAL
005520* AND IS ON SSNUM-MASTER - A VARIANCE NOBODY REAL APPROVED NEVER
005530* POSTS.
005540*****************************************************************
005550 2100-EDIT-CARD.
005560     MOVE "N" TO HRL-CARD-EDIT-SWITCH
005570     IF HC-BATCH-ID = SPACES OR HC-BATCH-ID = LOW-VALUES
005580         DISPLAY "CBTHREL - CARD BATCH ID MISSING, CARD DROPPED"
005590         SET HRL-CARD-DROPPED TO TRUE
005600         GO TO 2100-EXIT
005610     END-IF
005620     IF NOT HC-ACTION-CORRECTED AND NOT HC-ACTION-APPROVED
005630         DISPLAY "CBTHREL - CARD ACTION NOT C OR A FOR BATCH "
005640             HC-BATCH-ID ", CARD DROPPED"
005650         SET HRL-CARD-DROPPED TO TRUE
005660         GO TO 2100-EXIT
005670     END-IF
005680     IF HC-ACTION-APPROVED
005690         PERFORM 2110-EDIT-APPROVER THRU 2110-EXIT
005700         GO TO 2100-EXIT
005710     END-IF
005720     IF NOT HC-SIGN-IS-VALID OR HC-FIGURE NOT NUMERIC
005730         DISPLAY "CBTHREL - CORRECTED FIGURE NOT NUMERIC FOR "
005740             "BATCH " HC-BATCH-ID ", CARD DROPPED"
005750         SET HRL-CARD-DROPPED TO TRUE
005760         GO TO 2100-EXIT
005770     END-IF
005780     MOVE HC-FIGURE TO HRL-CARD-FIGURE
005790     IF HC-SIGN-IS-NEGATIVE
005800         COMPUTE HRL-CARD-FIGURE = ZERO - HRL-CARD-FIGURE
005810     END-IF.
005820 2100-EXIT.
005830     EXIT.
005840*
005850 2110-EDIT-APPROVER.
005860     IF HC-APPROVER-SSN NOT NUMERIC
005870         DISPLAY "CBTHREL - APPROVER SSN NOT NUMERIC FOR BATCH "
005880             HC-BATCH-ID ", CARD DROPPED"
005890         SET HRL-CARD-DROPPED TO TRUE
005900         GO TO 2110-EXIT
005910     END-IF
005920     MOVE HC-APPROVER-SSN TO SSNUM
005930     CALL "SSNVAL" USING SSN-AREA HRL-SSN-VALID-FLAG
005940     IF HRL-SSN-IS-INVALID
005950         DISPLAY "CBTHREL - APPROVER SSN FAILED EDIT FOR BATCH "
005960             HC-BATCH-ID ", CARD DROPPED"
005970         SET HRL-CARD-DROPPED TO TRUE
005980         GO TO 2110-EXIT
005990     END-IF
006000     MOVE HC-APPROVER-SSN TO MST-SSNUM
006010     READ SSNUM-MASTER
006020         INVALID KEY
006030             DISPLAY "CBTHREL - APPROVER SSN NOT ON SSNUM-MASTER"
006040                 " FOR BATCH " HC-BATCH-ID ", CARD DROPPED"
006050             SET HRL-CARD-DROPPED TO TRUE
006060     END-READ.
006070 2110-EXIT.
006080     EXIT.
006090*
006100*****************************************************************
006110* 2200-TOTAL-OPEN-HOLDS - EVERY HELD OR RELEASED HEADER OF THE
006120* CARD'S BATCH, WHATEVER NIGHT IT WAS HELD.  A BATCH IS NORMALLY
006130* HELD UNDER ONE DATE ONLY - CBTUT SUPERSEDES AN OLDER HOLD WHEN
006140* IT HOLDS THE BATCH AGAIN - BUT THE CARD COVERS THEM ALL.
006150*****************************************************************
006160 2200-TOTAL-OPEN-HOLDS.
006170     MOVE ZERO TO HRL-OPEN-HOLDS
006180     MOVE ZERO TO HRL-OPEN-ITEMS
006190     MOVE ZERO TO HRL-OPEN-COMPUTED
006200     MOVE ZERO TO HRL-OPEN-CONTROL
006210     MOVE "N" TO HRL-HELDBAT-EOF-SWITCH
006220     MOVE HC-BATCH-ID TO HLD-BATCH-ID
006230     MOVE ZERO TO HLD-DATE-KEY
006240     START HELD-BATCH KEY NOT < HLD-KEY
006250         INVALID KEY
006260             GO TO 2200-EXIT
006270     END-START
006280     PERFORM 2210-ADD-OPEN-HOLD THRU 2210-EXIT
006290         UNTIL HRL-END-OF-HELDBAT.
006300 2200-EXIT.
006310     EXIT.
006320*
006330 2210-ADD-OPEN-HOLD.
006340     READ HELD-BATCH NEXT
006350         AT END
006360             SET HRL-END-OF-HELDBAT TO TRUE
006370             GO TO 2210-EXIT
006380     END-READ
006390     IF HLD-BATCH-ID NOT = HC-BATCH-ID
006400         SET HRL-END-OF-HELDBAT TO TRUE
006410         GO TO 2210-EXIT
006420     END-IF
006430     IF HLD-IS-HELD OR HLD-IS-RELEASED
006440         ADD 1 TO HRL-OPEN-HOLDS
006450         ADD HLD-TRANS-COUNT TO HRL-OPEN-ITEMS
006460         ADD HLD-COMPUTED-TOTAL TO HRL-OPEN-COMPUTED
006470         ADD HLD-CONTROL-TOTAL TO HRL-OPEN-CONTROL
006480     END-IF.
006490 2210-EXIT.
006500     EXIT.
006510*
006520*****************************************************************
006530* 2300-RELEASE-HOLDS - MARK EACH OPEN HOLD OF THE BATCH RELEASED
006540* WITH THE BASIS, THE CORRECTED FIGURE OR APPROVER, WHO RAN THE
006550* RELEASE AND WHEN, AND AUDIT IT.  A SECOND CARD FOR A BATCH
006560* ALREADY RELEASED SIMPLY RESTATES THE RELEASE.
006570*****************************************************************
006580 2300-RELEASE-HOLDS.
006590     MOVE "N" TO HRL-HELDBAT-EOF-SWITCH
006600     MOVE HC-BATCH-ID TO HLD-BATCH-ID
006610     MOVE ZERO TO HLD-DATE-KEY
006620     START HELD-BATCH KEY NOT < HLD-KEY
006630         INVALID KEY
006640             GO TO 2300-EXIT
006650     END-START
006660     PERFORM 2310-RELEASE-ONE-HOLD THRU 2310-EXIT
006670         UNTIL HRL-END-OF-HELDBAT.
006680 2300-EXIT.
006690     EXIT.
006700*
006710 2310-RELEASE-ONE-HOLD.
006720     READ HELD-BATCH NEXT
006730         AT END
006740             SET HRL-END-OF-HELDBAT TO TRUE
006750             GO TO 2310-EXIT
006760     END-READ
006770     IF HLD-BATCH-ID NOT = HC-BATCH-ID
006780         SET HRL-END-OF-HELDBAT TO TRUE
006790         GO TO 2310-EXIT
006800     END-IF
006810     IF NOT HLD-IS-HELD AND NOT HLD-IS-RELEASED
006820         GO TO 2310-EXIT
006830     END-IF
006840     MOVE "R" TO HLD-STATUS
006850     MOVE HC-ACTION TO HLD-RELEASE-BASIS
006860     IF HC-ACTION-CORRECTED
006870         MOVE HRL-CARD-FIGURE TO HLD-CORRECTED-CONTROL
006880         MOVE SPACES TO HLD-APPROVER-SSN
006890     ELSE
006900         MOVE ZERO TO HLD-CORRECTED-CONTROL
006910         MOVE HC-APPROVER-SSN TO HLD-APPROVER-SSN
006920     END-IF
006930     MOVE HRL-OPERATOR-SSN TO HLD-RELEASED-BY
006940     MOVE HRL-DATE-DISPLAY TO HLD-DATE-RELEASED
006950     MOVE SPACES TO HLD-DATE-CLOSED
006960     REWRITE HELD-BATCH-RECORD
006970         INVALID KEY
006980             DISPLAY "CBTHREL - HELDBAT REWRITE FAILED FOR BATCH "
006990                 HLD-BATCH-ID ", RUN TERMINATED"
007000             MOVE 16 TO RETURN-CODE
007010             STOP RUN
007020     END-REWRITE
007030     ADD 1 TO HRL-RELEASED-COUNT
007040     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
007050 2310-EXIT.
007060     EXIT.
007070*
007080*****************************************************************
007090* 2500-WRITE-AUDIT-RECORD - ONE LINE PER HOLD RELEASED, OFF THE
007100* HEADER JUST REWRITTEN.
007110*****************************************************************
007120 2500-WRITE-AUDIT-RECORD.
007130     ACCEPT HRL-CURRENT-TIME FROM TIME
007140     MOVE HRL-CT-HH TO HRL-DSP-HH
007150     MOVE HRL-CT-MN TO HRL-DSP-MN
007160     MOVE HRL-CT-SS TO HRL-DSP-SS
007170     MOVE HRL-DATE-DISPLAY TO HAU-DATE
007180     MOVE HRL-TIME-DISPLAY TO HAU-TIME
007190     MOVE UserName TO HAU-OPERATOR
007200     MOVE HLD-BATCH-ID TO HAU-BATCH-ID
007210     MOVE HLD-DATE-HELD TO HAU-DATE-HELD
007220     MOVE HLD-RELEASE-BASIS TO HAU-BASIS
007230     MOVE HLD-COMPUTED-TOTAL TO HAU-COMPUTED
007240     MOVE HLD-CONTROL-TOTAL TO HAU-CONTROL
007250     MOVE HLD-CORRECTED-CONTROL TO HAU-CORRECTED
007260     MOVE HLD-APPROVER-SSN TO HAU-APPROVER
007270     WRITE HRL-AUDIT-RECORD.
007280 2500-EXIT.
007290     EXIT.
007300*
007310*****************************************************************
007320* 3000-PRESENT-RELEASED-HOLDS - ONE PASS OF THE WHOLE HELDBAT
007330* FILE.  EACH RELEASED HOLD (AND EACH ONE CBTUT POSTED TONIGHT,
007340* FOR A RERUN) HAS ITS ITEMS COPIED TO HELDREL, AND EACH BATCH
007350* SO PRESENTED GETS ONE HELDCTL RECORD CARRYING THOSE ITEMS'
007360* OWN TOTAL - FOR A CORRECTED RELEASE THE CARD'S FIGURE WAS
007370* ALREADY PROVED EQUAL TO IT.  EACH HOLD STILL OPEN PRINTS WITH
007380* ITS VARIANCE SO THE CLERK SEES WHAT IS WAITING.
007390*****************************************************************
007400 3000-PRESENT-RELEASED-HOLDS.
007410     MOVE SPACES TO HRL-CTL-BATCH-ID
007420     MOVE ZERO TO HRL-CTL-AMOUNT
007430     MOVE "N" TO HRL-HELDBAT-EOF-SWITCH
007440     MOVE LOW-VALUES TO HLD-KEY
007450     START HELD-BATCH KEY NOT < HLD-KEY
007460         INVALID KEY
007470             GO TO 3000-EXIT
007480     END-START
007490     PERFORM 3100-EXAMINE-ONE-HOLD THRU 3100-EXIT
007500         UNTIL HRL-END-OF-HELDBAT
007510     IF HRL-CTL-BATCH-ID NOT = SPACES
007520         PERFORM 3300-WRITE-HELD-CONTROL THRU 3300-EXIT
007530     END-IF.
007540 3000-EXIT.
007550     EXIT.
007560*
007570 3100-EXAMINE-ONE-HOLD.
007580     READ HELD-BATCH NEXT
007590         AT END
007600             SET HRL-END-OF-HELDBAT TO TRUE
007610             GO TO 3100-EXIT
007620     END-READ
007630     IF HLD-IS-HELD
007640         ADD 1 TO HRL-STILL-HELD-COUNT
007650         MOVE "HELD - AWAITING RELEASE" TO HRL-DET-DISPOSITION
007660         PERFORM 3400-WRITE-HOLD-LINE THRU 3400-EXIT
007670         GO TO 3100-EXIT
007680     END-IF
007690     IF HLD-IS-RELEASED
007700         MOVE "RELEASED - PRESENTED TO CBTUT TONIGHT"
007710             TO HRL-DET-DISPOSITION
007720     ELSE
007730         IF HLD-IS-POSTED
007740            AND HLD-DATE-CLOSED = HRL-DATE-DISPLAY
007750             MOVE "POSTED TONIGHT - PRESENTED AGAIN"
007760                 TO HRL-DET-DISPOSITION
007770         ELSE
007780             GO TO 3100-EXIT
007790         END-IF
007800     END-IF
007810     IF HLD-BATCH-ID NOT = HRL-CTL-BATCH-ID
007820         IF HRL-CTL-BATCH-ID NOT = SPACES
007830             PERFORM 3300-WRITE-HELD-CONTROL THRU 3300-EXIT
007840         END-IF
007850         MOVE HLD-BATCH-ID TO HRL-CTL-BATCH-ID
007860         MOVE ZERO TO HRL-CTL-AMOUNT
007870     END-IF
007880     ADD HLD-COMPUTED-TOTAL TO HRL-CTL-AMOUNT
007890     ADD 1 TO HRL-PRESENTED-COUNT
007900     PERFORM 3400-WRITE-HOLD-LINE THRU 3400-EXIT
007910     MOVE "N" TO HRL-HELDITM-EOF-SWITCH
007920     MOVE HLD-BATCH-ID TO HLI-BATCH-ID
007930     MOVE HLD-DATE-KEY TO HLI-DATE-KEY
007940     MOVE ZERO TO HLI-SEQUENCE
007950     START HELD-ITEM KEY NOT < HLI-KEY
007960         INVALID KEY
007970             GO TO 3100-EXIT
007980     END-START
007990     PERFORM 3200-PRESENT-ONE-ITEM THRU 3200-EXIT
008000         UNTIL HRL-END-OF-HELDITM.
008010 3100-EXIT.
008020     EXIT.
008030*
008040 3200-PRESENT-ONE-ITEM.
008050     READ HELD-ITEM NEXT
008060         AT END
008070             SET HRL-END-OF-HELDITM TO TRUE
008080             GO TO 3200-EXIT
008090     END-READ
008100     IF HLI-BATCH-ID NOT = HLD-BATCH-ID
008110        OR HLI-DATE-KEY NOT = HLD-DATE-KEY
008120         SET HRL-END-OF-HELDITM TO TRUE
008130         GO TO 3200-EXIT
008140     END-IF
008150     MOVE HLI-RECORD-IMAGE TO HELD-RELEASE-RECORD
008160     WRITE HELD-RELEASE-RECORD
008170     ADD 1 TO HRL-ITEM-COUNT.
008180 3200-EXIT.
008190     EXIT.
008200*
008210 3300-WRITE-HELD-CONTROL.
008220     MOVE SPACES TO HELD-CONTROL-RECORD
008230     MOVE HRL-CTL-BATCH-ID TO HCT-BATCH-ID
008240     MOVE HRL-CTL-AMOUNT TO HCT-EXPECTED-TOTAL
008250     WRITE HELD-CONTROL-RECORD.
008260 3300-EXIT.
008270     EXIT.
008280*
008290 3400-WRITE-HOLD-LINE.
008300     MOVE HLD-BATCH-ID TO HRL-DET-BATCH-ID
008310     MOVE HLD-DATE-HELD TO HRL-DET-DATE-HELD
008320     MOVE HLD-REASON TO HRL-DET-REASON
008330     MOVE HLD-TRANS-COUNT TO HRL-DET-COUNT
008340     MOVE HLD-COMPUTED-TOTAL TO HRL-DET-COMPUTED
008350     MOVE HLD-CONTROL-TOTAL TO HRL-DET-CONTROL
008360     MOVE HLD-VARIANCE TO HRL-DET-VARIANCE
008370     WRITE HRL-RPT-DETAIL-LINE.
008380 3400-EXIT.
008390     EXIT.
008400*
008410*****************************************************************
008420* 8100-WRITE-REPORT-TRAILER - THE REPORT COUNTS.
008430*****************************************************************
008440 8100-WRITE-REPORT-TRAILER.
008450     MOVE "CARDS READ          " TO HRL-CNT-LABEL
008460     MOVE HRL-CARD-READ-COUNT TO HRL-CNT-VALUE
008470     WRITE HRL-RPT-COUNT-LINE
008480     MOVE "HOLDS RELEASED      " TO HRL-CNT-LABEL
008490     MOVE HRL-RELEASED-COUNT TO HRL-CNT-VALUE
008500     WRITE HRL-RPT-COUNT-LINE
008510     MOVE "CARDS DROPPED       " TO HRL-CNT-LABEL
008520     MOVE HRL-CARD-REJECT-COUNT TO HRL-CNT-VALUE
008530     WRITE HRL-RPT-COUNT-LINE
008540     MOVE "CARDS REFUSED       " TO HRL-CNT-LABEL
008550     MOVE HRL-REFUSED-COUNT TO HRL-CNT-VALUE
008560     WRITE HRL-RPT-COUNT-LINE
008570     MOVE "CARDS UNMATCHED     " TO HRL-CNT-LABEL
008580     MOVE HRL-UNMATCHED-COUNT TO HRL-CNT-VALUE
008590     WRITE HRL-RPT-COUNT-LINE
008600     MOVE "HOLDS PRESENTED     " TO HRL-CNT-LABEL
008610     MOVE HRL-PRESENTED-COUNT TO HRL-CNT-VALUE
008620     WRITE HRL-RPT-COUNT-LINE
008630     MOVE "ITEMS PRESENTED     " TO HRL-CNT-LABEL
008640     MOVE HRL-ITEM-COUNT TO HRL-CNT-VALUE
008650     WRITE HRL-RPT-COUNT-LINE
008660     MOVE "HOLDS STILL OPEN    " TO HRL-CNT-LABEL
008670     MOVE HRL-STILL-HELD-COUNT TO HRL-CNT-VALUE
008680     WRITE HRL-RPT-COUNT-LINE.
008690 8100-EXIT.
008700     EXIT.
008710*
008720*****************************************************************
008730* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
008740* COMPLETED STEP FOR THE BUSINESS DATE, WHICH LETS THE STEPS THAT
008750* DEPEND ON IT RUN.  THE CALL RESETS RETURN-CODE, SO THE STEP'S
008760* OWN IS PUT BACK AFTERWARD.
008770*****************************************************************
008780 8900-END-PROCESSING-STEP.
008790     IF RETURN-CODE NOT < 8
008800         DISPLAY "CBTHREL - STEP ENDED RC " RETURN-CODE
008810             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
008820         GO TO 8900-EXIT
008830     END-IF
008840     MOVE RETURN-CODE TO PDP-STEP-RC
008850     SET PDP-END-STEP TO TRUE
008860     MOVE "CBTHREL" TO PDP-STEP-NAME
008870     CALL "CBTDATE" USING HRL-PDATE-AREA
008880     MOVE PDP-STEP-RC TO RETURN-CODE
008890     IF PDP-REQUEST-REFUSED
008900         DISPLAY "CBTHREL - " PDP-MESSAGE
008910         MOVE 16 TO RETURN-CODE
008920     END-IF.
008930 8900-EXIT.
008940     EXIT.
