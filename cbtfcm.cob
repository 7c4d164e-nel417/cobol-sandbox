000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTFCM.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTFCM
000090* BATCH MAINTENANCE FOR THE FISCCAL FISCAL CALENDAR - ONE RECORD
000100* PER ACCOUNTING PERIOD (FISCAL YEAR AND PERIOD NUMBER) WITH THE
000110* FIRST AND LAST BUSINESS DATES IT COVERS.  CBTUT POSTS EVERY
000120* BATCH TO THE PERIOD ITS DATE FALLS IN, SO THE CALENDAR MUST GO
000130* THROUGH A PROGRAM, NOT A HAND EDIT.  READS A TRANSACTION FILE
000140* OF ADDS, CHANGES AND DELETES KEYED BY PERIOD, REJECTS A BAD
000150* PERIOD OR DATE, A PERIOD WHOSE DATES OVERLAP ANOTHER, A
000160* DUPLICATE ON ADD AND A NOT-FOUND ON CHANGE/DELETE, AND
000170* PRODUCES A BEFORE/AFTER MAINTENANCE REPORT PLUS ITS OWN
000180* APPENDED AUDIT TRAIL OF WHO CHANGED WHAT.
000190*
000200* A PERIOD IS ADDED OPEN.  ONLY CBTPCL CLOSES ONE, AND A CLOSED
000210* PERIOD CAN NO LONGER BE CHANGED OR DELETED HERE - ITS TOTALS
000220* HAVE BEEN SIGNED OFF AGAINST THE LEDGER.
000230*
000240* MAINTENANCE TRANSACTION ACTIONS
000250*   A - ADD A NEW PERIOD
000260*   C - CHANGE THE DATES OF AN OPEN PERIOD
000270*   D - DELETE AN OPEN PERIOD
000280*
000290* RETURN CODES
000300*   00 - ALL TRANSACTIONS APPLIED
000310*   04 - ONE OR MORE TRANSACTIONS REJECTED
000320*   16 - OPERATOR SSN FAILED EDIT OR A DATASET COULD NOT BE
000330*        OPENED
000340*
000350* MODIFICATION HISTORY
000360* -----------------------------------------------------------
000370* 2026-10-15  NJL  INITIAL VERSION.
000380* 2026-10-15  NJL  SSNUM-MASTER RECORD LAYOUT EXTENDED WITH THE
000390*                  EMPLOYEE STATUS AND SEPARATION DATE CBTMNT NOW
000400*                  MAINTAINS (RECORD LENGTH 50).  NO PROCESSING
000410*                  CHANGE IN THIS PROGRAM.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MAINT-IN
000470         ASSIGN TO FCLMNT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FCM-MAINT-STATUS.
000500     SELECT FISCAL-CALENDAR
000510         ASSIGN TO FISCCAL
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS FCL-PERIOD
000550         FILE STATUS IS FCM-FISCAL-STATUS.
000560     SELECT SSNUM-MASTER
000570         ASSIGN TO SSNMSTR
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS MST-SSNUM
000610         FILE STATUS IS FCM-MASTER-STATUS.
000620     SELECT MAINT-AUDIT
000630         ASSIGN TO FCMAUDIT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FCM-AUDIT-STATUS.
000660     SELECT MAINT-RPT
000670         ASSIGN TO FCMRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS FCM-PRINT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720*****************************************************************
000730* MAINT-IN - ONE RECORD PER ADD, CHANGE OR DELETE, KEYED BY
000740* PERIOD.  ONLY THE PERIOD AND ITS TWO DATES ARE TAKEN FROM THE
000750* CARD; THE STATUS AND CLOSE FIELDS BELONG TO CBTPCL.
000760*****************************************************************
000770 FD  MAINT-IN
000780     RECORDING MODE IS F.
000790 01  MAINT-IN-RECORD.
000800     05  FM-ACTION-CODE           PIC X(01).
000810         88  FM-ACTION-ADD                  VALUE "A".
000820         88  FM-ACTION-CHANGE               VALUE "C".
000830         88  FM-ACTION-DELETE               VALUE "D".
000840     COPY FCLREC REPLACING LEADING ==FCL== BY ==FM==.
000850*****************************************************************
000860* FISCAL-CALENDAR - THE KEYED FISCAL CALENDAR (SEE FCLREC).  THIS
000870* PROGRAM AND CBTPCL ARE THE ONLY WRITERS.
000880*****************************************************************
000890 FD  FISCAL-CALENDAR
000900     RECORDING MODE IS F.
000910 01  FISCAL-CALENDAR-RECORD.
000920     COPY FCLREC.
000930*****************************************************************
000940* SSNUM-MASTER - READ FOR THE OPERATOR'S NAME OF RECORD.
000950*****************************************************************
000960 FD  SSNUM-MASTER
000970     RECORDING MODE IS F.
000980 01  SSNUM-MASTER-RECORD.
000990     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
001000     05  MST-EMPLOYEE-NAME        PIC X(30).
001010     05  MST-EMPLOYEE-STATUS      PIC X(01).
001020         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
001030         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
001040     05  MST-SEPARATION-DATE      PIC X(10).
001050*****************************************************************
001060* MAINT-AUDIT - ONE LINE APPENDED PER TRANSACTION APPLIED, SO
001070* FINANCE CAN ANSWER "WHO MOVED THIS PERIOD'S DATES AND WHEN".
001080*****************************************************************
001090 FD  MAINT-AUDIT
001100     RECORDING MODE IS F.
001110 01  MAINT-AUDIT-RECORD.
001120     05  FAU-DATE                 PIC X(10).
001130     05  FILLER                   PIC X(01) VALUE SPACE.
001140     05  FAU-TIME                 PIC X(08).
001150     05  FILLER                   PIC X(01) VALUE SPACE.
001160     05  FAU-OPERATOR             PIC X(30).
001170     05  FILLER                   PIC X(01) VALUE SPACE.
001180     05  FAU-ACTION-CODE          PIC X(01).
001190     05  FILLER                   PIC X(01) VALUE SPACE.
001200     05  FAU-PERIOD               PIC X(06).
001210     05  FILLER                   PIC X(01) VALUE SPACE.
001220     05  FAU-BEFORE-START         PIC X(10).
001230     05  FILLER                   PIC X(01) VALUE SPACE.
001240     05  FAU-BEFORE-END           PIC X(10).
001250     05  FILLER                   PIC X(01) VALUE SPACE.
001260     05  FAU-AFTER-START          PIC X(10).
001270     05  FILLER                   PIC X(01) VALUE SPACE.
001280     05  FAU-AFTER-END            PIC X(10).
001290     05  FILLER                   PIC X(29) VALUE SPACES.
001300*****************************************************************
001310* MAINT-RPT - ONE HEADER, ONE BEFORE/AFTER LINE PER
001320* TRANSACTION, AND TRAILER COUNTS.
001330*****************************************************************
001340 FD  MAINT-RPT
001350     RECORDING MODE IS F.
001360 01  FCM-RPT-HEADER-LINE.
001370     05  FILLER                   PIC X(22)
001380                                   VALUE "CBTFCM MAINT RUN FOR  ".
001390     05  FCM-HDR-OPERATOR         PIC X(30).
001400     05  FILLER                   PIC X(11)
001410                                   VALUE "  RUN DATE ".
001420     05  FCM-HDR-DATE             PIC X(10).
001430     05  FILLER                   PIC X(59) VALUE SPACES.
001440 01  FCM-RPT-DETAIL-LINE.
001450     05  FCM-DET-ACTION           PIC X(01).
001460     05  FILLER                   PIC X(02) VALUE SPACES.
001470     05  FCM-DET-PERIOD           PIC X(06).
001480     05  FILLER                   PIC X(02) VALUE SPACES.
001490     05  FCM-DET-BEFORE-START     PIC X(10).
001500     05  FILLER                   PIC X(01) VALUE SPACE.
001510     05  FCM-DET-BEFORE-END       PIC X(10).
001520     05  FILLER                   PIC X(02) VALUE SPACES.
001530     05  FCM-DET-AFTER-START      PIC X(10).
001540     05  FILLER                   PIC X(01) VALUE SPACE.
001550     05  FCM-DET-AFTER-END        PIC X(10).
001560     05  FILLER                   PIC X(02) VALUE SPACES.
001570     05  FCM-DET-STATUS           PIC X(01).
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  FCM-DET-DISPOSITION      PIC X(50).
001600     05  FILLER                   PIC X(22) VALUE SPACES.
001610 01  FCM-RPT-COUNT-LINE.
001620     05  FCM-CNT-LABEL            PIC X(20).
001630     05  FCM-CNT-VALUE            PIC ZZZ,ZZ9.
001640     05  FILLER                   PIC X(105) VALUE SPACES.
001650*
001660 WORKING-STORAGE SECTION.
001670 01  UserName                     PIC X(30) VALUE SPACES.
001680 01  SSN-AREA.
001690     COPY SSNREC.
001700 77  FCM-EOF-SWITCH               PIC X(01) VALUE "N".
001710     88  FCM-END-OF-MAINT-FILE              VALUE "Y".
001720 77  FCM-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
001730 77  FCM-ADD-COUNT                PIC 9(7) COMP VALUE ZERO.
001740 77  FCM-CHANGE-COUNT             PIC 9(7) COMP VALUE ZERO.
001750 77  FCM-DELETE-COUNT             PIC 9(7) COMP VALUE ZERO.
001760 77  FCM-REJECT-COUNT             PIC 9(7) COMP VALUE ZERO.
001770 77  FCM-MAINT-STATUS             PIC XX VALUE SPACES.
001780     88  FCM-MAINT-NOT-FOUND                VALUE "35".
001790 77  FCM-FISCAL-STATUS            PIC XX VALUE SPACES.
001800     88  FCM-FISCAL-NOT-FOUND               VALUE "35".
001810 77  FCM-MASTER-STATUS            PIC XX VALUE SPACES.
001820     88  FCM-MASTER-NOT-FOUND               VALUE "35".
001830 77  FCM-AUDIT-STATUS             PIC XX VALUE SPACES.
001840     88  FCM-AUDIT-NOT-FOUND                VALUE "35".
001850 77  FCM-PRINT-STATUS             PIC XX VALUE SPACES.
001860     88  FCM-PRINT-NOT-FOUND                VALUE "35".
001870 77  FCM-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
001880     88  FCM-SSN-IS-VALID                   VALUE "Y".
001890     88  FCM-SSN-IS-INVALID                 VALUE "N".
001900 77  FCM-APPLY-SWITCH             PIC X(01) VALUE "N".
001910     88  FCM-TRANS-APPLIED                  VALUE "Y".
001920 77  FCM-DATE-EDIT-SWITCH         PIC X(01) VALUE "Y".
001930     88  FCM-DATE-IS-VALID                  VALUE "Y".
001940     88  FCM-DATE-IS-INVALID                VALUE "N".
001950 77  FCM-OVERLAP-SWITCH           PIC X(01) VALUE "N".
001960     88  FCM-DATES-OVERLAP                  VALUE "Y".
001970 77  FCM-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
001980     88  FCM-END-OF-CALENDAR                VALUE "Y".
001990 77  FCM-OVERLAP-PERIOD           PIC X(06) VALUE SPACES.
002000 77  FCM-BEFORE-START             PIC X(10) VALUE SPACES.
002010 77  FCM-BEFORE-END               PIC X(10) VALUE SPACES.
002020 77  FCM-AFTER-START              PIC X(10) VALUE SPACES.
002030 77  FCM-AFTER-END                PIC X(10) VALUE SPACES.
002040 77  FCM-AFTER-STATUS             PIC X(01) VALUE SPACES.
002050 77  FCM-DISPOSITION              PIC X(50) VALUE SPACES.
002060*    A CARD DATE IS EDITED THROUGH THIS REDEFINITION - YYYY-MM-DD
002070*    WITH NUMERIC PARTS, A MONTH OF 01-12 AND A DAY OF 01-31.
002080 01  FCM-EDIT-DATE                PIC X(10) VALUE SPACES.
002090 01  FCM-EDIT-DATE-R REDEFINES FCM-EDIT-DATE.
002100     05  FCM-ED-YYYY              PIC X(04).
002110     05  FCM-ED-DASH-1            PIC X(01).
002120     05  FCM-ED-MM                PIC X(02).
002130     05  FCM-ED-DASH-2            PIC X(01).
002140     05  FCM-ED-DD                PIC X(02).
002150 01  FCM-CURRENT-DATE.
002160     05  FCM-CD-YYYY               PIC 9(4).
002170     05  FCM-CD-MM                 PIC 9(2).
002180     05  FCM-CD-DD                 PIC 9(2).
002190 01  FCM-CURRENT-TIME.
002200     05  FCM-CT-HH                 PIC 9(2).
002210     05  FCM-CT-MN                 PIC 9(2).
002220     05  FCM-CT-SS                 PIC 9(2).
002230     05  FCM-CT-HS                 PIC 9(2).
002240 01  FCM-DATE-DISPLAY.
002250     05  FCM-DSP-YYYY               PIC 9(4).
002260     05  FILLER                     PIC X(1) VALUE "-".
002270     05  FCM-DSP-MM                 PIC 9(2).
002280     05  FILLER                     PIC X(1) VALUE "-".
002290     05  FCM-DSP-DD                 PIC 9(2).
002300 01  FCM-TIME-DISPLAY.
002310     05  FCM-DSP-HH                 PIC 9(2).
002320     05  FILLER                     PIC X(1) VALUE ":".
002330     05  FCM-DSP-MN                 PIC 9(2).
002340     05  FILLER                     PIC X(1) VALUE ":".
002350     05  FCM-DSP-SS                 PIC 9(2).
002360 01  FCM-PDATE-AREA.
002370     COPY PDTPARM.
002380*
002390 PROCEDURE DIVISION.
002400*****************************************************************
002410* 0000-MAINLINE
002420*****************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002450     PERFORM 1000-VALIDATE-OPERATOR THRU 1000-EXIT
002460     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002470     PERFORM 1100-LOOKUP-OPERATOR THRU 1100-EXIT
002480     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002490     PERFORM 2100-READ-MAINT THRU 2100-EXIT
002500     PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
002510         UNTIL FCM-END-OF-MAINT-FILE
002520     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002530     IF FCM-REJECT-COUNT > ZERO
002540         MOVE 4 TO RETURN-CODE
002550     END-IF
002560     CLOSE MAINT-IN
002570     CLOSE FISCAL-CALENDAR
002580     CLOSE SSNUM-MASTER
002590     CLOSE MAINT-AUDIT
002600     CLOSE MAINT-RPT
002610     STOP RUN.
002620*
002630*****************************************************************
002640* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002650* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002660* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002670* CARRIES ITS OWN DATE.
002680*****************************************************************
002690 1005-GET-PROCESSING-DATE.
002700     SET PDP-GET-DATE TO TRUE
002710     MOVE "CBTFCM" TO PDP-STEP-NAME
002720     CALL "CBTDATE" USING FCM-PDATE-AREA
002730     IF PDP-REQUEST-REFUSED
002740         DISPLAY "CBTFCM - " PDP-MESSAGE
002750         DISPLAY "CBTFCM - NO PROCESSING DATE, RUN TERMINATED"
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF
002790     MOVE PDP-BUSINESS-YMD TO FCM-CURRENT-DATE.
002800 1005-EXIT.
002810     EXIT.
002820*
002830*****************************************************************
002840* 1000-VALIDATE-OPERATOR - ACCEPT THE OPERATOR'S SSN AND CALL
002850* THE SHARED SSNVAL EDIT ROUTINE, THE SAME AS CBTGLM DOES, SO
002860* THE AUDIT TRAIL KNOWS WHO RAN THE MAINTENANCE.
002870*****************************************************************
002880 1000-VALIDATE-OPERATOR.
002890     DISPLAY "Enter your Social Security Number "
002900     ACCEPT SSNUM
002910     CALL "SSNVAL" USING SSN-AREA FCM-SSN-VALID-FLAG
002920     IF FCM-SSN-IS-INVALID
002930         DISPLAY "CBTFCM - THAT SSN IS NOT A VALID SSA-ISSUED "
002940             "NUMBER"
002950         DISPLAY "CBTFCM - RUN TERMINATED, SSN FAILED EDIT"
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.
003010*
003020*****************************************************************
003030* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003040* EACH OPEN.  FISCCAL IS OPENED I-O BECAUSE THIS PROGRAM BOTH
003050* READS THE BEFORE IMAGE AND APPLIES THE UPDATE.  AN UNLOADED
003060* CALENDAR GIVES STATUS 35 ON THE I-O OPEN - LOAD IT EMPTY WITH
003070* AN OUTPUT OPEN/CLOSE, THEN REOPEN I-O, THE SAME PATTERN AS
003080* CBTGLM USES FOR GLACCT.
003090*****************************************************************
003100 1050-OPEN-FILES.
003110     OPEN INPUT MAINT-IN
003120     IF FCM-MAINT-NOT-FOUND
003130         DISPLAY "CBTFCM - FCLMNT DATASET NOT FOUND, RUN "
003140             "TERMINATED"
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     OPEN I-O FISCAL-CALENDAR
003190     IF FCM-FISCAL-NOT-FOUND
003200         OPEN OUTPUT FISCAL-CALENDAR
003210         IF FCM-FISCAL-NOT-FOUND
003220             DISPLAY "CBTFCM - FISCCAL DATASET NOT FOUND, RUN "
003230                 "TERMINATED"
003240             MOVE 16 TO RETURN-CODE
003250             STOP RUN
003260         END-IF
003270         CLOSE FISCAL-CALENDAR
003280         OPEN I-O FISCAL-CALENDAR
003290     END-IF
003300     OPEN INPUT SSNUM-MASTER
003310     IF FCM-MASTER-NOT-FOUND
003320         DISPLAY "CBTFCM - SSNUM-MASTER DATASET NOT FOUND, RUN "
003330             "TERMINATED"
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF
003370     OPEN EXTEND MAINT-AUDIT
003380     IF FCM-AUDIT-NOT-FOUND
003390         OPEN OUTPUT MAINT-AUDIT
003400     END-IF
003410     OPEN OUTPUT MAINT-RPT
003420     IF FCM-PRINT-NOT-FOUND
003430         DISPLAY "CBTFCM - FCMRPT DATASET NOT FOUND, RUN "
003440             "TERMINATED"
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480 1050-EXIT.
003490     EXIT.
003500*
003510*****************************************************************
003520* 1100-LOOKUP-OPERATOR - READ SSNUM-MASTER BY THE VALIDATED SSN
003530* AND PULL THE OPERATOR'S NAME OF RECORD FOR THE AUDIT TRAIL
003540* AND THE REPORT HEADER.
003550*****************************************************************
003560 1100-LOOKUP-OPERATOR.
003570     MOVE SSNUM TO MST-SSNUM
003580     MOVE SPACES TO UserName
003590     READ SSNUM-MASTER
003600         INVALID KEY
003610             DISPLAY "CBTFCM - SSN NOT FOUND ON SSNUM-MASTER, "
003620                 "RUN TERMINATED"
003630             MOVE 16 TO RETURN-CODE
003640             STOP RUN
003650         NOT INVALID KEY
003660             MOVE MST-EMPLOYEE-NAME TO UserName
003670     END-READ.
003680 1100-EXIT.
003690     EXIT.
003700*
003710*****************************************************************
003720* 1300-WRITE-REPORT-HEADER
003730*****************************************************************
003740 1300-WRITE-REPORT-HEADER.
003750     MOVE PDP-BUSINESS-YMD TO FCM-CURRENT-DATE
003760     MOVE FCM-CD-YYYY TO FCM-DSP-YYYY
003770     MOVE FCM-CD-MM TO FCM-DSP-MM
003780     MOVE FCM-CD-DD TO FCM-DSP-DD
003790     MOVE UserName TO FCM-HDR-OPERATOR
003800     MOVE FCM-DATE-DISPLAY TO FCM-HDR-DATE
003810     WRITE FCM-RPT-HEADER-LINE.
003820 1300-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860* 2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
003870* TRANSACTION.
003880*****************************************************************
003890 2000-PROCESS-MAINT.
003900     ADD 1 TO FCM-READ-COUNT
003910     MOVE "N" TO FCM-APPLY-SWITCH
003920     MOVE SPACES TO FCM-BEFORE-START
003930     MOVE SPACES TO FCM-BEFORE-END
003940     MOVE SPACES TO FCM-AFTER-START
003950     MOVE SPACES TO FCM-AFTER-END
003960     MOVE SPACES TO FCM-AFTER-STATUS
003970     MOVE SPACES TO FCM-DISPOSITION
003980     IF FM-PERIOD NOT NUMERIC
003990        OR FM-PERIOD-NUMBER = ZERO
004000        OR FM-PERIOD-NUMBER > 13
004010         MOVE "REJECTED - PERIOD IS NOT YYYYPP, PP 01-13"
004020             TO FCM-DISPOSITION
004030         GO TO 2000-WRITE-LINES
004040     END-IF
004050     IF FM-ACTION-ADD OR FM-ACTION-CHANGE
004060         PERFORM 2200-EDIT-PERIOD-DATES THRU 2200-EXIT
004070         IF FCM-DISPOSITION NOT = SPACES
004080             GO TO 2000-WRITE-LINES
004090         END-IF
004100     END-IF
004110     IF FM-ACTION-ADD
004120         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
004130     ELSE
004140         IF FM-ACTION-CHANGE
004150             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
004160         ELSE
004170             IF FM-ACTION-DELETE
004180                 PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
004190             ELSE
004200                 MOVE "REJECTED - ACTION CODE NOT A, C OR D"
004210                     TO FCM-DISPOSITION
004220             END-IF
004230         END-IF
004240     END-IF.
004250 2000-WRITE-LINES.
004260     IF FCM-TRANS-APPLIED
004270         PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
004280     ELSE
004290         ADD 1 TO FCM-REJECT-COUNT
004300     END-IF
004310     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
004320     PERFORM 2100-READ-MAINT THRU 2100-EXIT.
004330 2000-EXIT.
004340     EXIT.
004350*
004360*****************************************************************
004370* 2100-READ-MAINT
004380*****************************************************************
004390 2100-READ-MAINT.
004400     READ MAINT-IN
004410         AT END
004420             SET FCM-END-OF-MAINT-FILE TO TRUE
004430     END-READ.
004440 2100-EXIT.
004450     EXIT.
004460*
004470*****************************************************************
004480* 2200-EDIT-PERIOD-DATES - BOTH DATES MUST BE GOOD YYYY-MM-DD
004490* DATES, THE START NO LATER THAN THE END, AND THE RANGE MUST NOT
004500* OVERLAP ANY OTHER PERIOD ON THE CALENDAR - A DATE IN TWO
004510* PERIODS WOULD POST WHEREVER THE SEARCH HAPPENED TO LAND.
004520*****************************************************************
004530 2200-EDIT-PERIOD-DATES.
004540     MOVE FM-START-DATE TO FCM-EDIT-DATE
004550     PERFORM 2210-EDIT-ONE-DATE THRU 2210-EXIT
004560     IF FCM-DATE-IS-INVALID
004570         MOVE "REJECTED - START DATE IS NOT YYYY-MM-DD"
004580             TO FCM-DISPOSITION
004590         GO TO 2200-EXIT
004600     END-IF
004610     MOVE FM-END-DATE TO FCM-EDIT-DATE
004620     PERFORM 2210-EDIT-ONE-DATE THRU 2210-EXIT
004630     IF FCM-DATE-IS-INVALID
004640         MOVE "REJECTED - END DATE IS NOT YYYY-MM-DD"
004650             TO FCM-DISPOSITION
004660         GO TO 2200-EXIT
004670     END-IF
004680     IF FM-START-DATE > FM-END-DATE
004690         MOVE "REJECTED - START DATE IS AFTER END DATE"
004700             TO FCM-DISPOSITION
004710         GO TO 2200-EXIT
004720     END-IF
004730     PERFORM 2300-CHECK-OVERLAP THRU 2300-EXIT
004740     IF FCM-DATES-OVERLAP
004750         STRING "REJECTED - DATES OVERLAP PERIOD "
004760                 DELIMITED BY SIZE
004770             FCM-OVERLAP-PERIOD DELIMITED BY SIZE
004780             INTO FCM-DISPOSITION
004790         END-STRING
004800     END-IF.
004810 2200-EXIT.
004820     EXIT.
004830*
004840 2210-EDIT-ONE-DATE.
004850     SET FCM-DATE-IS-VALID TO TRUE
004860     IF FCM-ED-YYYY NOT NUMERIC
004870        OR FCM-ED-MM NOT NUMERIC
004880        OR FCM-ED-DD NOT NUMERIC
004890        OR FCM-ED-DASH-1 NOT = "-"
004900        OR FCM-ED-DASH-2 NOT = "-"
004910         SET FCM-DATE-IS-INVALID TO TRUE
004920         GO TO 2210-EXIT
004930     END-IF
004940     IF FCM-ED-MM < "01" OR FCM-ED-MM > "12"
004950        OR FCM-ED-DD < "01" OR FCM-ED-DD > "31"
004960         SET FCM-DATE-IS-INVALID TO TRUE
004970     END-IF.
004980 2210-EXIT.
004990     EXIT.
005000*
005010*****************************************************************
005020* 2300-CHECK-OVERLAP - PASS THE CALENDAR LOOKING FOR ANY OTHER
005030* PERIOD WHOSE DATES SHARE A DAY WITH THE CARD'S.  THE PERIOD
005040* BEING CHANGED IS SKIPPED - IT IS ALLOWED TO OVERLAP ITSELF.
005050*****************************************************************
005060 2300-CHECK-OVERLAP.
005070     MOVE "N" TO FCM-OVERLAP-SWITCH
005080     MOVE "N" TO FCM-CAL-EOF-SWITCH
005090     MOVE LOW-VALUES TO FCL-PERIOD
005100     START FISCAL-CALENDAR KEY NOT < FCL-PERIOD
005110         INVALID KEY
005120             GO TO 2300-EXIT
005130     END-START
005140     PERFORM 2310-EXAMINE-PERIOD THRU 2310-EXIT
005150         UNTIL FCM-END-OF-CALENDAR OR FCM-DATES-OVERLAP.
005160 2300-EXIT.
005170     EXIT.
005180*
005190 2310-EXAMINE-PERIOD.
005200     READ FISCAL-CALENDAR NEXT
005210         AT END
005220             SET FCM-END-OF-CALENDAR TO TRUE
005230             GO TO 2310-EXIT
005240     END-READ
005250     IF FCL-PERIOD = FM-PERIOD
005260         GO TO 2310-EXIT
005270     END-IF
005280     IF FCL-END-DATE NOT < FM-START-DATE
005290        AND FCL-START-DATE NOT > FM-END-DATE
005300         SET FCM-DATES-OVERLAP TO TRUE
005310         MOVE FCL-PERIOD TO FCM-OVERLAP-PERIOD
005320     END-IF.
005330 2310-EXIT.
005340     EXIT.
005350*
005360*****************************************************************
005370* 3100-APPLY-ADD - WRITE A NEW PERIOD, OPEN.  A PERIOD ALREADY ON
005380* THE FILE IS A DUPLICATE AND THE TRANSACTION IS REJECTED.
005390*****************************************************************
005400 3100-APPLY-ADD.
005410     MOVE SPACES TO FISCAL-CALENDAR-RECORD
005420     MOVE FM-PERIOD TO FCL-PERIOD
005430     MOVE FM-START-DATE TO FCL-START-DATE
005440     MOVE FM-END-DATE TO FCL-END-DATE
005450     SET FCL-PERIOD-OPEN TO TRUE
005460     WRITE FISCAL-CALENDAR-RECORD
005470         INVALID KEY
005480             MOVE "REJECTED - PERIOD ALREADY ON FILE"
005490                 TO FCM-DISPOSITION
005500         NOT INVALID KEY
005510             SET FCM-TRANS-APPLIED TO TRUE
005520             MOVE FM-START-DATE TO FCM-AFTER-START
005530             MOVE FM-END-DATE TO FCM-AFTER-END
005540             MOVE FCL-STATUS TO FCM-AFTER-STATUS
005550             MOVE "ADDED" TO FCM-DISPOSITION
005560             ADD 1 TO FCM-ADD-COUNT
005570     END-WRITE.
005580 3100-EXIT.
005590     EXIT.
005600*
005610*****************************************************************
005620* 3200-APPLY-CHANGE - READ THE BEFORE IMAGE, THEN REWRITE WITH
005630* THE NEW DATES.  A PERIOD NOT ON THE FILE, OR ALREADY CLOSED,
005640* IS REJECTED.
005650*****************************************************************
005660 3200-APPLY-CHANGE.
005670     MOVE FM-PERIOD TO FCL-PERIOD
005680     READ FISCAL-CALENDAR
005690         INVALID KEY
005700             MOVE "REJECTED - PERIOD NOT ON FILE"
005710                 TO FCM-DISPOSITION
005720             GO TO 3200-EXIT
005730     END-READ
005740     MOVE FCL-START-DATE TO FCM-BEFORE-START
005750     MOVE FCL-END-DATE TO FCM-BEFORE-END
005760     IF FCL-PERIOD-CLOSED
005770         MOVE FCL-STATUS TO FCM-AFTER-STATUS
005780         MOVE "REJECTED - PERIOD IS CLOSED"
005790             TO FCM-DISPOSITION
005800         GO TO 3200-EXIT
005810     END-IF
005820     MOVE FM-START-DATE TO FCL-START-DATE
005830     MOVE FM-END-DATE TO FCL-END-DATE
005840     REWRITE FISCAL-CALENDAR-RECORD
005850         INVALID KEY
005860             MOVE "REJECTED - PERIOD NOT ON FILE"
005870                 TO FCM-DISPOSITION
005880         NOT INVALID KEY
005890             SET FCM-TRANS-APPLIED TO TRUE
005900             MOVE FM-START-DATE TO FCM-AFTER-START
005910             MOVE FM-END-DATE TO FCM-AFTER-END
005920             MOVE FCL-STATUS TO FCM-AFTER-STATUS
005930             MOVE "CHANGED" TO FCM-DISPOSITION
005940             ADD 1 TO FCM-CHANGE-COUNT
005950     END-REWRITE.
005960 3200-EXIT.
005970     EXIT.
005980*
005990*****************************************************************
006000* 3300-APPLY-DELETE - READ THE BEFORE IMAGE FOR THE REPORT,
006010* THEN DELETE.  A PERIOD NOT ON THE FILE, OR ALREADY CLOSED, IS
006020* REJECTED.
006030*****************************************************************
006040 3300-APPLY-DELETE.
006050     MOVE FM-PERIOD TO FCL-PERIOD
006060     READ FISCAL-CALENDAR
006070         INVALID KEY
006080             MOVE "REJECTED - PERIOD NOT ON FILE"
006090                 TO FCM-DISPOSITION
006100             GO TO 3300-EXIT
006110     END-READ
006120     MOVE FCL-START-DATE TO FCM-BEFORE-START
006130     MOVE FCL-END-DATE TO FCM-BEFORE-END
006140     IF FCL-PERIOD-CLOSED
006150         MOVE FCL-STATUS TO FCM-AFTER-STATUS
006160         MOVE "REJECTED - PERIOD IS CLOSED"
006170             TO FCM-DISPOSITION
006180         GO TO 3300-EXIT
006190     END-IF
006200     DELETE FISCAL-CALENDAR
006210         INVALID KEY
006220             MOVE "REJECTED - PERIOD NOT ON FILE"
006230                 TO FCM-DISPOSITION
006240         NOT INVALID KEY
006250             SET FCM-TRANS-APPLIED TO TRUE
006260             MOVE "DELETED" TO FCM-DISPOSITION
006270             ADD 1 TO FCM-DELETE-COUNT
006280     END-DELETE.
006290 3300-EXIT.
006300     EXIT.
006310*
006320*****************************************************************
006330* 2500-WRITE-AUDIT-RECORD - ONE LINE PER APPLIED TRANSACTION SO
006340* FINANCE CAN ANSWER "WHO MOVED THIS PERIOD'S DATES AND WHEN".
006350*****************************************************************
006360 2500-WRITE-AUDIT-RECORD.
006370     MOVE PDP-BUSINESS-YMD TO FCM-CURRENT-DATE
006380     ACCEPT FCM-CURRENT-TIME FROM TIME
006390     MOVE FCM-CD-YYYY TO FCM-DSP-YYYY
006400     MOVE FCM-CD-MM TO FCM-DSP-MM
006410     MOVE FCM-CD-DD TO FCM-DSP-DD
006420     MOVE FCM-CT-HH TO FCM-DSP-HH
006430     MOVE FCM-CT-MN TO FCM-DSP-MN
006440     MOVE FCM-CT-SS TO FCM-DSP-SS
006450     MOVE FCM-DATE-DISPLAY TO FAU-DATE
006460     MOVE FCM-TIME-DISPLAY TO FAU-TIME
006470     MOVE UserName TO FAU-OPERATOR
006480     MOVE FM-ACTION-CODE TO FAU-ACTION-CODE
006490     MOVE FM-PERIOD TO FAU-PERIOD
006500     MOVE FCM-BEFORE-START TO FAU-BEFORE-START
006510     MOVE FCM-BEFORE-END TO FAU-BEFORE-END
006520     MOVE FCM-AFTER-START TO FAU-AFTER-START
006530     MOVE FCM-AFTER-END TO FAU-AFTER-END
006540     WRITE MAINT-AUDIT-RECORD.
006550 2500-EXIT.
006560     EXIT.
006570*
006580*****************************************************************
006590* 2600-WRITE-DETAIL-LINE - ONE BEFORE/AFTER LINE PER
006600* TRANSACTION, APPLIED OR REJECTED.
006610*****************************************************************
006620 2600-WRITE-DETAIL-LINE.
006630     MOVE FM-ACTION-CODE TO FCM-DET-ACTION
006640     MOVE FM-PERIOD TO FCM-DET-PERIOD
006650     MOVE FCM-BEFORE-START TO FCM-DET-BEFORE-START
006660     MOVE FCM-BEFORE-END TO FCM-DET-BEFORE-END
006670     MOVE FCM-AFTER-START TO FCM-DET-AFTER-START
006680     MOVE FCM-AFTER-END TO FCM-DET-AFTER-END
006690     MOVE FCM-AFTER-STATUS TO FCM-DET-STATUS
006700     MOVE FCM-DISPOSITION TO FCM-DET-DISPOSITION
006710     WRITE FCM-RPT-DETAIL-LINE.
006720 2600-EXIT.
006730     EXIT.
006740*
006750*****************************************************************
006760* 8100-WRITE-REPORT-TRAILER - APPLIED AND REJECTED COUNTS.
006770*****************************************************************
006780 8100-WRITE-REPORT-TRAILER.
006790     MOVE "TRANSACTIONS READ   " TO FCM-CNT-LABEL
006800     MOVE FCM-READ-COUNT TO FCM-CNT-VALUE
006810     WRITE FCM-RPT-COUNT-LINE
006820     MOVE "ADDS APPLIED        " TO FCM-CNT-LABEL
006830     MOVE FCM-ADD-COUNT TO FCM-CNT-VALUE
006840     WRITE FCM-RPT-COUNT-LINE
006850     MOVE "CHANGES APPLIED     " TO FCM-CNT-LABEL
006860     MOVE FCM-CHANGE-COUNT TO FCM-CNT-VALUE
006870     WRITE FCM-RPT-COUNT-LINE
006880     MOVE "DELETES APPLIED     " TO FCM-CNT-LABEL
006890     MOVE FCM-DELETE-COUNT TO FCM-CNT-VALUE
006900     WRITE FCM-RPT-COUNT-LINE
006910     MOVE "TRANS REJECTED      " TO FCM-CNT-LABEL
006920     MOVE FCM-REJECT-COUNT TO FCM-CNT-VALUE
006930     WRITE FCM-RPT-COUNT-LINE.
006940 8100-EXIT.
006950     EXIT.
