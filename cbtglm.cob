000310* MODIFICATION HISTORY
000320* -----------------------------------------------------------
000330* 2026-09-01  NJL  INITIAL VERSION.
000340* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000350*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000360*                  CLOCK, SO A LATE OR RERUN NIGHT KEEPS ITS DATE.
000370* 2026-10-15  NJL  SSNUM-MASTER RECORD LAYOUT EXTENDED WITH THE
000380*                  EMPLOYEE STATUS AND SEPARATION DATE CBTMNT NOW
000390*                  MAINTAINS (RECORD LENGTH 50).  NO PROCESSING
000400*                  CHANGE IN THIS PROGRAM.
000410* 2026-10-15  NJL  THE AUDIT LINE NOW CARRIES THE SSN OF THE
000420*                  OPERATOR WHO RAN THE MAINTENANCE IN WHAT WAS
000430*                  TRAILING FILLER (RECORD LENGTH UNCHANGED), FOR
000440*                  THE CBTSOD SEGREGATION-OF-DUTIES REPORT.
000450*                  EARLIER LINES HAVE IT BLANK.
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT MAINT-IN
000510         ASSIGN TO GLAMNT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS GLM-MAINT-STATUS.
000540     SELECT GL-ACCOUNTS
000550         ASSIGN TO GLACCT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS GBA-BATCH-ID
000590         FILE STATUS IS GLM-ACCT-STATUS.
000600     SELECT SSNUM-MASTER
000610         ASSIGN TO SSNMSTR
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS MST-SSNUM
000650         FILE STATUS IS GLM-MASTER-STATUS.
000660     SELECT MAINT-AUDIT
000670         ASSIGN TO GLMAUDIT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS GLM-AUDIT-STATUS.
000700     SELECT MAINT-RPT
000710         ASSIGN TO GLMRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS GLM-PRINT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760*****************************************************************
000770* MAINT-IN - ONE RECORD PER ADD, CHANGE OR DELETE, KEYED BY
000780* BATCH ID (OR PREFIX).
000790*****************************************************************
000800 FD  MAINT-IN
000810     RECORDING MODE IS F.
000820 01  MAINT-IN-RECORD.
000830     05  GM-ACTION-CODE           PIC X(01).
000840         88  GM-ACTION-ADD                  VALUE "A".
000850         88  GM-ACTION-CHANGE               VALUE "C".
000860         88  GM-ACTION-DELETE               VALUE "D".
000870     COPY GLAREC REPLACING LEADING ==GBA== BY ==GM==.
000880*****************************************************************
000890* GL-ACCOUNTS - THE KEYED BATCH-ATTRIBUTES FILE (SEE GLAREC).
000900* THIS PROGRAM IS THE ONLY WRITER.
000910*****************************************************************
000920 FD  GL-ACCOUNTS
000930     RECORDING MODE IS F.
000940 01  GL-ACCOUNTS-RECORD.
000950     COPY GLAREC.
000960*****************************************************************
000970* SSNUM-MASTER - READ FOR THE OPERATOR'S NAME OF RECORD.
000980*****************************************************************
000990 FD  SSNUM-MASTER
001000     RECORDING MODE IS F.
001010 01  SSNUM-MASTER-RECORD.
001020     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
001030     05  MST-EMPLOYEE-NAME        PIC X(30).
001040     05  MST-EMPLOYEE-STATUS      PIC X(01).
001050         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
001060         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
001070     05  MST-SEPARATION-DATE      PIC X(10).
001080*****************************************************************
001090* MAINT-AUDIT - ONE LINE APPENDED PER TRANSACTION APPLIED, SO
001100* FINANCE CAN ANSWER "WHO CHANGED THIS BATCH'S CODING AND
001110* WHEN".  GAU-OPER-SSN IS THE SSN OF THE OPERATOR WHO RAN THE
001120* MAINTENANCE, SO CBTSOD CAN MATCH IT AGAINST THE CLERKS WHO
001130* KEYED INTO THE BATCH FAMILY AFTERWARD.
001140*****************************************************************
001150 FD  MAINT-AUDIT
001160     RECORDING MODE IS F.
001170 01  MAINT-AUDIT-RECORD.
001180     05  GAU-DATE                 PIC X(10).
001190     05  FILLER                   PIC X(01) VALUE SPACE.
001200     05  GAU-TIME                 PIC X(08).
001210     05  FILLER                   PIC X(01) VALUE SPACE.
001220     05  GAU-OPERATOR             PIC X(30).
001230     05  FILLER                   PIC X(01) VALUE SPACE.
001240     05  GAU-ACTION-CODE          PIC X(01).
001250     05  FILLER                   PIC X(01) VALUE SPACE.
001260     05  GAU-BATCH-ID             PIC X(06).
001270     05  FILLER                   PIC X(01) VALUE SPACE.
001280     05  GAU-BEFORE-ACCOUNT       PIC X(08).
001290     05  FILLER                   PIC X(01) VALUE SPACE.
001300     05  GAU-BEFORE-COST-CTR      PIC X(06).
001310     05  FILLER                   PIC X(01) VALUE SPACE.
001320     05  GAU-AFTER-ACCOUNT        PIC X(08).
001330     05  FILLER                   PIC X(01) VALUE SPACE.
001340     05  GAU-AFTER-COST-CTR       PIC X(06).
001350     05  FILLER                   PIC X(01) VALUE SPACE.
001360     05  GAU-OPER-SSN             PIC X(09).
001370     05  FILLER                   PIC X(31) VALUE SPACES.
001380*****************************************************************
001390* MAINT-RPT - ONE HEADER, ONE BEFORE/AFTER LINE PER
001400* TRANSACTION, AND TRAILER COUNTS.
001410*****************************************************************
001420 FD  MAINT-RPT
001430     RECORDING MODE IS F.
001440 01  GLM-RPT-HEADER-LINE.
001450     05  FILLER                   PIC X(22)
001460                                   VALUE "CBTGLM MAINT RUN FOR  ".
001470     05  GLM-HDR-OPERATOR         PIC X(30).
001480     05  FILLER                   PIC X(11)
001490                                   VALUE "  RUN DATE ".
001500     05  GLM-HDR-DATE             PIC X(10).
001510     05  FILLER                   PIC X(59) VALUE SPACES.
001520 01  GLM-RPT-DETAIL-LINE.
001530     05  GLM-DET-ACTION           PIC X(01).
001540     05  FILLER                   PIC X(02) VALUE SPACES.
001550     05  GLM-DET-BATCH-ID         PIC X(06).
001560     05  FILLER                   PIC X(02) VALUE SPACES.
001570     05  GLM-DET-BEFORE-ACCT      PIC X(08).
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  GLM-DET-BEFORE-CC       PIC X(06).
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  GLM-DET-AFTER-ACCT       PIC X(08).
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  GLM-DET-AFTER-CC         PIC X(06).
001640     05  FILLER                   PIC X(02) VALUE SPACES.
001650     05  GLM-DET-AFTER-DESC       PIC X(30).
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  GLM-DET-DISPOSITION      PIC X(40).
001680     05  FILLER                   PIC X(13) VALUE SPACES.
001690 01  GLM-RPT-COUNT-LINE.
001700     05  GLM-CNT-LABEL            PIC X(20).
001710     05  GLM-CNT-VALUE            PIC ZZZ,ZZ9.
001720     05  FILLER                   PIC X(105) VALUE SPACES.
001730*
001740 WORKING-STORAGE SECTION.
001750 01  UserName                     PIC X(30) VALUE SPACES.
001760 01  SSN-AREA.
001770     COPY SSNREC.
001780 77  GLM-EOF-SWITCH               PIC X(01) VALUE "N".
001790     88  GLM-END-OF-MAINT-FILE              VALUE "Y".
001800 77  GLM-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
001810 77  GLM-ADD-COUNT                PIC 9(7) COMP VALUE ZERO.
001820 77  GLM-CHANGE-COUNT             PIC 9(7) COMP VALUE ZERO.
001830 77  GLM-DELETE-COUNT             PIC 9(7) COMP VALUE ZERO.
001840 77  GLM-REJECT-COUNT             PIC 9(7) COMP VALUE ZERO.
001850 77  GLM-OPERATOR-SSN             PIC X(09) VALUE SPACES.
001860 77  GLM-MAINT-STATUS             PIC XX VALUE SPACES.
001870     88  GLM-MAINT-NOT-FOUND                VALUE "35".
001880 77  GLM-ACCT-STATUS              PIC XX VALUE SPACES.
001890     88  GLM-ACCT-NOT-FOUND                 VALUE "35".
001900 77  GLM-MASTER-STATUS            PIC XX VALUE SPACES.
001910     88  GLM-MASTER-NOT-FOUND               VALUE "35".
001920 77  GLM-AUDIT-STATUS             PIC XX VALUE SPACES.
001930     88  GLM-AUDIT-NOT-FOUND                VALUE "35".
001940 77  GLM-PRINT-STATUS             PIC XX VALUE SPACES.
001950     88  GLM-PRINT-NOT-FOUND                VALUE "35".
001960 77  GLM-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
001970     88  GLM-SSN-IS-VALID                   VALUE "Y".
001980     88  GLM-SSN-IS-INVALID                 VALUE "N".
001990 77  GLM-APPLY-SWITCH             PIC X(01) VALUE "N".
002000     88  GLM-TRANS-APPLIED                  VALUE "Y".
002010 77  GLM-BEFORE-ACCOUNT           PIC X(08) VALUE SPACES.
002020 77  GLM-BEFORE-COST-CTR          PIC X(06) VALUE SPACES.
002030 77  GLM-AFTER-ACCOUNT            PIC X(08) VALUE SPACES.
002040 77  GLM-AFTER-COST-CTR           PIC X(06) VALUE SPACES.
002050 77  GLM-AFTER-DESC               PIC X(30) VALUE SPACES.
002060 77  GLM-DISPOSITION              PIC X(40) VALUE SPACES.
002070 01  GLM-CURRENT-DATE.
002080     05  GLM-CD-YYYY               PIC 9(4).
002090     05  GLM-CD-MM                 PIC 9(2).
002100     05  GLM-CD-DD                 PIC 9(2).
002110 01  GLM-CURRENT-TIME.
002120     05  GLM-CT-HH                 PIC 9(2).
002130     05  GLM-CT-MN                 PIC 9(2).
002140     05  GLM-CT-SS                 PIC 9(2).
002150     05  GLM-CT-HS                 PIC 9(2).
002160 01  GLM-DATE-DISPLAY.
002170     05  GLM-DSP-YYYY               PIC 9(4).
002180     05  FILLER                     PIC X(1) VALUE "-".
002190     05  GLM-DSP-MM                 PIC 9(2).
002200     05  FILLER                     PIC X(1) VALUE "-".
002210     05  GLM-DSP-DD                 PIC 9(2).
002220 01  GLM-TIME-DISPLAY.
002230     05  GLM-DSP-HH                 PIC 9(2).
002240     05  FILLER                     PIC X(1) VALUE ":".
002250     05  GLM-DSP-MN                 PIC 9(2).
002260     05  FILLER                     PIC X(1) VALUE ":".
002270     05  GLM-DSP-SS                 PIC 9(2).
002280 01  GLM-PDATE-AREA.
002290     COPY PDTPARM.
002300*
002310 PROCEDURE DIVISION.
002320*****************************************************************
002330* 0000-MAINLINE
002340*****************************************************************
002350 0000-MAINLINE.
002360     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002370     PERFORM 1000-VALIDATE-OPERATOR THRU 1000-EXIT
002380     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002390     PERFORM 1100-LOOKUP-OPERATOR THRU 1100-EXIT
002400     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002410     PERFORM 2100-READ-MAINT THRU 2100-EXIT
002420     PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
002430         UNTIL GLM-END-OF-MAINT-FILE
002440     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002450     IF GLM-REJECT-COUNT > ZERO
002460         MOVE 4 TO RETURN-CODE
002470     END-IF
002480     CLOSE MAINT-IN
002490     CLOSE GL-ACCOUNTS
002500     CLOSE SSNUM-MASTER
002510     CLOSE MAINT-AUDIT
002520     CLOSE MAINT-RPT
002530     STOP RUN.
002540*
002550*****************************************************************
002560* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002570* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002580* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002590* CARRIES ITS OWN DATE.
002600*****************************************************************
002610 1005-GET-PROCESSING-DATE.
002620     SET PDP-GET-DATE TO TRUE
002630     MOVE "CBTGLM" TO PDP-STEP-NAME
002640     CALL "CBTDATE" USING GLM-PDATE-AREA
002650     IF PDP-REQUEST-REFUSED
002660         DISPLAY "CBTGLM - " PDP-MESSAGE
002670         DISPLAY "CBTGLM - NO PROCESSING DATE, RUN TERMINATED"
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF
002710     MOVE PDP-BUSINESS-YMD TO GLM-CURRENT-DATE.
002720 1005-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760* 1000-VALIDATE-OPERATOR - ACCEPT THE OPERATOR'S SSN AND CALL
002770* THE SHARED SSNVAL EDIT ROUTINE, THE SAME AS CBTMNT DOES, SO
002780* THE AUDIT TRAIL KNOWS WHO RAN THE MAINTENANCE.
002790*****************************************************************
002800 1000-VALIDATE-OPERATOR.
002810     DISPLAY "Enter your Social Security Number "
002820     ACCEPT SSNUM
002830     CALL "SSNVAL" USING SSN-AREA GLM-SSN-VALID-FLAG
002840     IF GLM-SSN-IS-INVALID
002850         DISPLAY "CBTGLM - THAT SSN IS NOT A VALID SSA-ISSUED "
002860             "NUMBER"
002870         DISPLAY "CBTGLM - RUN TERMINATED, SSN FAILED EDIT"
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910     MOVE SSNUM TO GLM-OPERATOR-SSN.
002920 1000-EXIT.
002930     EXIT.
002940*
002950*****************************************************************
002960* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
002970* EACH OPEN.  GLACCT IS OPENED I-O BECAUSE THIS PROGRAM BOTH
002980* READS THE BEFORE IMAGE AND APPLIES THE UPDATE.  AN UNLOADED
002990* GLACCT GIVES STATUS 35 ON THE I-O OPEN - LOAD IT EMPTY WITH
003000* AN OUTPUT OPEN/CLOSE, THEN REOPEN I-O, THE SAME PATTERN AS
003010* CBTUT USES FOR BATCHREG.
003020*****************************************************************
003030 1050-OPEN-FILES.
003040     OPEN INPUT MAINT-IN
003050     IF GLM-MAINT-NOT-FOUND
003060         DISPLAY "CBTGLM - GLAMNT DATASET NOT FOUND, RUN "
003070             "TERMINATED"
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     OPEN I-O GL-ACCOUNTS
003120     IF GLM-ACCT-NOT-FOUND
003130         OPEN OUTPUT GL-ACCOUNTS
003140         IF GLM-ACCT-NOT-FOUND
003150             DISPLAY "CBTGLM - GLACCT DATASET NOT FOUND, RUN "
003160                 "TERMINATED"
003170             MOVE 16 TO RETURN-CODE
003180             STOP RUN
003190         END-IF
003200         CLOSE GL-ACCOUNTS
003210         OPEN I-O GL-ACCOUNTS
003220     END-IF
003230     OPEN INPUT SSNUM-MASTER
003240     IF GLM-MASTER-NOT-FOUND
003250         DISPLAY "CBTGLM - SSNUM-MASTER DATASET NOT FOUND, RUN "
003260             "TERMINATED"
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF
003300     OPEN EXTEND MAINT-AUDIT
003310     IF GLM-AUDIT-NOT-FOUND
003320         OPEN OUTPUT MAINT-AUDIT
003330     END-IF
003340     OPEN OUTPUT MAINT-RPT
003350     IF GLM-PRINT-NOT-FOUND
003360         DISPLAY "CBTGLM - GLMRPT DATASET NOT FOUND, RUN "
003370             "TERMINATED"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410 1050-EXIT.
003420     EXIT.
003430*
003440*****************************************************************
003450* 1100-LOOKUP-OPERATOR - READ SSNUM-MASTER BY THE VALIDATED SSN
003460* AND PULL THE OPERATOR'S NAME OF RECORD FOR THE AUDIT TRAIL
003470* AND THE REPORT HEADER.
003480*****************************************************************
003490 1100-LOOKUP-OPERATOR.
003500     MOVE SSNUM TO MST-SSNUM
003510     MOVE SPACES TO UserName
003520     READ SSNUM-MASTER
003530         INVALID KEY
003540             DISPLAY "CBTGLM - SSN NOT FOUND ON SSNUM-MASTER, "
003550                 "RUN TERMINATED"
003560             MOVE 16 TO RETURN-CODE
003570             STOP RUN
003580         NOT INVALID KEY
003590             MOVE MST-EMPLOYEE-NAME TO UserName
003600     END-READ.
003610 1100-EXIT.
003620     EXIT.
003630*
003640*****************************************************************
003650* 1300-WRITE-REPORT-HEADER
003660*****************************************************************
003670 1300-WRITE-REPORT-HEADER.
003680     MOVE PDP-BUSINESS-YMD TO GLM-CURRENT-DATE
003690     MOVE GLM-CD-YYYY TO GLM-DSP-YYYY
003700     MOVE GLM-CD-MM TO GLM-DSP-MM
003710     MOVE GLM-CD-DD TO GLM-DSP-DD
003720     MOVE UserName TO GLM-HDR-OPERATOR
003730     MOVE GLM-DATE-DISPLAY TO GLM-HDR-DATE
003740     WRITE GLM-RPT-HEADER-LINE.
003750 1300-EXIT.
003760     EXIT.
003770*
003780*****************************************************************
003790* 2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
003800* TRANSACTION.
003810*****************************************************************
003820 2000-PROCESS-MAINT.
003830     ADD 1 TO GLM-READ-COUNT
003840     MOVE "N" TO GLM-APPLY-SWITCH
003850     MOVE SPACES TO GLM-BEFORE-ACCOUNT
003860     MOVE SPACES TO GLM-BEFORE-COST-CTR
003870     MOVE SPACES TO GLM-AFTER-ACCOUNT
003880     MOVE SPACES TO GLM-AFTER-COST-CTR
003890     MOVE SPACES TO GLM-AFTER-DESC
003900     MOVE SPACES TO GLM-DISPOSITION
003910     IF GM-BATCH-ID = SPACES OR GM-BATCH-ID = LOW-VALUES
003920         MOVE "REJECTED - BATCH ID BLANK"
003930             TO GLM-DISPOSITION
003940         GO TO 2000-WRITE-LINES
003950     END-IF
003960     IF (GM-ACTION-ADD OR GM-ACTION-CHANGE)
003970        AND (GM-GL-ACCOUNT = SPACES
003980             OR GM-COST-CENTER = SPACES)
003990         MOVE "REJECTED - ACCOUNT OR COST CENTER BLANK"
004000             TO GLM-DISPOSITION
004010         GO TO 2000-WRITE-LINES
004020     END-IF
004030     MOVE GM-BATCH-ID TO GBA-BATCH-ID
004040     IF GM-ACTION-ADD
004050         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
004060     ELSE
004070         IF GM-ACTION-CHANGE
004080             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
004090         ELSE
004100             IF GM-ACTION-DELETE
004110                 PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
004120             ELSE
004130                 MOVE "REJECTED - ACTION CODE NOT A, C OR D"
004140                     TO GLM-DISPOSITION
004150             END-IF
004160         END-IF
004170     END-IF.
004180 2000-WRITE-LINES.
004190     IF GLM-TRANS-APPLIED
004200         PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
004210     ELSE
004220         ADD 1 TO GLM-REJECT-COUNT
004230     END-IF
004240     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
004250     PERFORM 2100-READ-MAINT THRU 2100-EXIT.
004260 2000-EXIT.
004270     EXIT.
004280*
004290*****************************************************************
004300* 2100-READ-MAINT
004310*****************************************************************
004320 2100-READ-MAINT.
004330     READ MAINT-IN
004340         AT END
004350             SET GLM-END-OF-MAINT-FILE TO TRUE
004360     END-READ.
004370 2100-EXIT.
004380     EXIT.
004390*
004400*****************************************************************
004410* 3100-APPLY-ADD - WRITE A NEW BATCH-ATTRIBUTES RECORD.  A KEY
004420* ALREADY ON THE FILE IS A DUPLICATE AND THE TRANSACTION IS
004430* REJECTED.
004440*****************************************************************
004450 3100-APPLY-ADD.
004460     MOVE GM-GL-ACCOUNT TO GBA-GL-ACCOUNT
004470     MOVE GM-COST-CENTER TO GBA-COST-CENTER
004480     MOVE GM-DESCRIPTION TO GBA-DESCRIPTION
004490     WRITE GL-ACCOUNTS-RECORD
004500         INVALID KEY
004510             MOVE "REJECTED - BATCH ID ALREADY ON FILE"
004520                 TO GLM-DISPOSITION
004530         NOT INVALID KEY
004540             SET GLM-TRANS-APPLIED TO TRUE
004550             MOVE GM-GL-ACCOUNT TO GLM-AFTER-ACCOUNT
004560             MOVE GM-COST-CENTER TO GLM-AFTER-COST-CTR
004570             MOVE GM-DESCRIPTION TO GLM-AFTER-DESC
004580             MOVE "ADDED" TO GLM-DISPOSITION
004590             ADD 1 TO GLM-ADD-COUNT
004600     END-WRITE.
004610 3100-EXIT.
004620     EXIT.
004630*
004640*****************************************************************
004650* 3200-APPLY-CHANGE - READ THE BEFORE IMAGE, THEN REWRITE WITH
004660* THE NEW CODING.  A KEY NOT ON THE FILE IS REJECTED.
004670*****************************************************************
004680 3200-APPLY-CHANGE.
004690     READ GL-ACCOUNTS
004700         INVALID KEY
004710             MOVE "REJECTED - BATCH ID NOT ON FILE"
004720                 TO GLM-DISPOSITION
004730             GO TO 3200-EXIT
004740     END-READ
004750     MOVE GBA-GL-ACCOUNT TO GLM-BEFORE-ACCOUNT
004760     MOVE GBA-COST-CENTER TO GLM-BEFORE-COST-CTR
004770     MOVE GM-GL-ACCOUNT TO GBA-GL-ACCOUNT
004780     MOVE GM-COST-CENTER TO GBA-COST-CENTER
004790     MOVE GM-DESCRIPTION TO GBA-DESCRIPTION
004800     REWRITE GL-ACCOUNTS-RECORD
004810         INVALID KEY
004820             MOVE "REJECTED - BATCH ID NOT ON FILE"
004830                 TO GLM-DISPOSITION
004840         NOT INVALID KEY
004850             SET GLM-TRANS-APPLIED TO TRUE
004860             MOVE GM-GL-ACCOUNT TO GLM-AFTER-ACCOUNT
004870             MOVE GM-COST-CENTER TO GLM-AFTER-COST-CTR
004880             MOVE GM-DESCRIPTION TO GLM-AFTER-DESC
004890             MOVE "CHANGED" TO GLM-DISPOSITION
004900             ADD 1 TO GLM-CHANGE-COUNT
004910     END-REWRITE.
004920 3200-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960* 3300-APPLY-DELETE - READ THE BEFORE IMAGE FOR THE REPORT,
004970* THEN DELETE.  A KEY NOT ON THE FILE IS REJECTED.
004980*****************************************************************
004990 3300-APPLY-DELETE.
005000     READ GL-ACCOUNTS
005010         INVALID KEY
005020             MOVE "REJECTED - BATCH ID NOT ON FILE"
005030                 TO GLM-DISPOSITION
005040             GO TO 3300-EXIT
005050     END-READ
005060     MOVE GBA-GL-ACCOUNT TO GLM-BEFORE-ACCOUNT
005070     MOVE GBA-COST-CENTER TO GLM-BEFORE-COST-CTR
005080     DELETE GL-ACCOUNTS
005090         INVALID KEY
005100             MOVE "REJECTED - BATCH ID NOT ON FILE"
005110                 TO GLM-DISPOSITION
005120         NOT INVALID KEY
005130             SET GLM-TRANS-APPLIED TO TRUE
005140             MOVE "DELETED" TO GLM-DISPOSITION
005150             ADD 1 TO GLM-DELETE-COUNT
005160     END-DELETE.
005170 3300-EXIT.
005180     EXIT.
005190*
005200*****************************************************************
005210* 2500-WRITE-AUDIT-RECORD - ONE LINE PER APPLIED TRANSACTION SO
005220* FINANCE CAN ANSWER "WHO CHANGED THIS BATCH'S CODING AND
005230* WHEN".
005240*****************************************************************
005250 2500-WRITE-AUDIT-RECORD.
005260     MOVE PDP-BUSINESS-YMD TO GLM-CURRENT-DATE
005270     ACCEPT GLM-CURRENT-TIME FROM TIME
005280     MOVE GLM-CD-YYYY TO GLM-DSP-YYYY
005290     MOVE GLM-CD-MM TO GLM-DSP-MM
005300     MOVE GLM-CD-DD TO GLM-DSP-DD
005310     MOVE GLM-CT-HH TO GLM-DSP-HH
005320     MOVE GLM-CT-MN TO GLM-DSP-MN
005330     MOVE GLM-CT-SS TO GLM-DSP-SS
005340     MOVE GLM-DATE-DISPLAY TO GAU-DATE
005350     MOVE GLM-TIME-DISPLAY TO GAU-TIME
005360     MOVE UserName TO GAU-OPERATOR
005370     MOVE GM-ACTION-CODE TO GAU-ACTION-CODE
005380     MOVE GM-BATCH-ID TO GAU-BATCH-ID
005390     MOVE GLM-BEFORE-ACCOUNT TO GAU-BEFORE-ACCOUNT
005400     MOVE GLM-BEFORE-COST-CTR TO GAU-BEFORE-COST-CTR
005410     MOVE GLM-AFTER-ACCOUNT TO GAU-AFTER-ACCOUNT
005420     MOVE GLM-AFTER-COST-CTR TO GAU-AFTER-COST-CTR
005430     MOVE GLM-OPERATOR-SSN TO GAU-OPER-SSN
005440     WRITE MAINT-AUDIT-RECORD.
005450 2500-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490* 2600-WRITE-DETAIL-LINE - ONE BEFORE/AFTER LINE PER
005500* TRANSACTION, APPLIED OR REJECTED.
005510*****************************************************************
005520 2600-WRITE-DETAIL-LINE.
005530     MOVE GM-ACTION-CODE TO GLM-DET-ACTION
005540     MOVE GM-BATCH-ID TO GLM-DET-BATCH-ID
005550     MOVE GLM-BEFORE-ACCOUNT TO GLM-DET-BEFORE-ACCT
005560     MOVE GLM-BEFORE-COST-CTR TO GLM-DET-BEFORE-CC
005570     MOVE GLM-AFTER-ACCOUNT TO GLM-DET-AFTER-ACCT
005580     MOVE GLM-AFTER-COST-CTR TO GLM-DET-AFTER-CC
005590     MOVE GLM-AFTER-DESC TO GLM-DET-AFTER-DESC
005600     MOVE GLM-DISPOSITION TO GLM-DET-DISPOSITION
005610     WRITE GLM-RPT-DETAIL-LINE.
005620 2600-EXIT.
005630     EXIT.
005640*
005650*****************************************************************
005660* 8100-WRITE-REPORT-TRAILER - APPLIED AND REJECTED COUNTS.
005670*****************************************************************
005680 8100-WRITE-REPORT-TRAILER.
005690     MOVE "TRANSACTIONS READ   " TO GLM-CNT-LABEL
005700     MOVE GLM-READ-COUNT TO GLM-CNT-VALUE
005710     WRITE GLM-RPT-COUNT-LINE
005720     MOVE "ADDS APPLIED        " TO GLM-CNT-LABEL
005730     MOVE GLM-ADD-COUNT TO GLM-CNT-VALUE
005740     WRITE GLM-RPT-COUNT-LINE
005750     MOVE "CHANGES APPLIED     " TO GLM-CNT-LABEL
005760     MOVE GLM-CHANGE-COUNT TO GLM-CNT-VALUE
005770     WRITE GLM-RPT-COUNT-LINE
005780     MOVE "DELETES APPLIED     " TO GLM-CNT-LABEL
005790     MOVE GLM-DELETE-COUNT TO GLM-CNT-VALUE
005800     WRITE GLM-RPT-COUNT-LINE
005810     MOVE "TRANS REJECTED      " TO GLM-CNT-LABEL
005820     MOVE GLM-REJECT-COUNT TO GLM-CNT-VALUE
005830     WRITE GLM-RPT-COUNT-LINE.
005840 8100-EXIT.
005850     EXIT.
