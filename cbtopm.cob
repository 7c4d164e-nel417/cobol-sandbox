000140* KEYING OPERATOR'S AUTHORITY, SO THIS FILE MUST GO THROUGH A
000150* PROGRAM, NOT A HAND EDIT.  EVERY INCOMING SSN GOES THROUGH
000160* SSNVAL AND MUST BE ON SSNUM-MASTER - AUTHORITY CANNOT BE
000170* GRANTED TO SOMEONE WHO IS NOT AN EMPLOYEE OF RECORD, NOR ADDED
000180* OR CHANGED FOR AN EMPLOYEE CBTMNT HAS SEPARATED.  A SEPARATED
000190* EMPLOYEE'S RECORD MAY STILL BE DELETED - THAT IS HOW THEIR
000200* AUTHORITY IS TAKEN AWAY - AND SO MAY ONE WHOSE SSN IS NO
000210* LONGER ON SSNUM-MASTER AT ALL.
000220*
000230* MAINTENANCE TRANSACTION ACTIONS
000240*   A - ADD A NEW OPERATOR-LIMITS RECORD
000250*   C - CHANGE THE LIMITS ON AN EXISTING RECORD
000260*   D - DELETE AN EXISTING RECORD
000270*
000280* RETURN CODES
000290*   00 - ALL TRANSACTIONS APPLIED
000300*   04 - ONE OR MORE TRANSACTIONS REJECTED
000310*   16 - OPERATOR SSN FAILED EDIT OR A DATASET COULD NOT BE
000320*        OPENED
000330*
000340* MODIFICATION HISTORY
000350* -----------------------------------------------------------
000360* 2026-09-01  NJL  INITIAL VERSION.
000370* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000380*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000390*                  CLOCK, SO A LATE OR RERUN NIGHT KEEPS ITS DATE.
000400* 2026-10-15  NJL  SSNUM-MASTER NOW CARRIES AN EMPLOYEE STATUS AND
000410*                  SEPARATION DATE (RECORD LENGTH 50).  AN ADD OR
000420*                  CHANGE FOR AN EMPLOYEE CBTMNT HAS SEPARATED IS
000430*                  REJECTED, SO A LEAVER CANNOT BE GIVEN AUTHORITY
000440*                  BACK; A DELETE STILL APPLIES.
000450* 2026-10-15  NJL  THE AUDIT LINE NOW CARRIES THE SSN OF THE
000460*                  OPERATOR WHO RAN THE MAINTENANCE IN WHAT WAS
000470*                  TRAILING FILLER (RECORD LENGTH UNCHANGED), FOR
000480*                  THE CBTSOD SEGREGATION-OF-DUTIES REPORT.
000490*                  EARLIER LINES HAVE IT BLANK.
000500* 2026-10-15  NJL  A DELETE NOW APPLIES FOR AN SSN NO LONGER ON
000510*                  SSNUM-MASTER, SO AN OPRLIM RECORD CBTSEPX LISTS
000520*                  AS NOT ON MASTER CAN BE REMOVED.  ADD AND
000530*                  CHANGE STILL REQUIRE THE MASTER RECORD.
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT MAINT-IN
000590         ASSIGN TO OPLMNT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS OPM-MAINT-STATUS.
000620     SELECT OPER-LIMITS
000630         ASSIGN TO OPRLIM
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OPL-SSN
000670         FILE STATUS IS OPM-LIMITS-STATUS.
000680     SELECT SSNUM-MASTER
000690         ASSIGN TO SSNMSTR
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS MST-SSNUM
000730         FILE STATUS IS OPM-MASTER-STATUS.
000740     SELECT MAINT-AUDIT
000750         ASSIGN TO OPMAUDIT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS OPM-AUDIT-STATUS.
000780     SELECT MAINT-RPT
000790         ASSIGN TO OPMRPT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS OPM-PRINT-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840*****************************************************************
000850* MAINT-IN - ONE RECORD PER ADD, CHANGE OR DELETE, KEYED BY THE
000860* CLERK'S SSN.  THE AMOUNT IS KEYED AS SEVEN DIGITS WITH TWO
000870* IMPLIED DECIMALS.
000880*****************************************************************
000890 FD  MAINT-IN
000900     RECORDING MODE IS F.
000910 01  MAINT-IN-RECORD.
000920     05  OM-ACTION-CODE           PIC X(01).
000930         88  OM-ACTION-ADD                  VALUE "A".
000940         88  OM-ACTION-CHANGE               VALUE "C".
000950         88  OM-ACTION-DELETE               VALUE "D".
000960     05  OM-SSN                   PIC X(09).
000970     05  OM-MAX-AMOUNT            PIC 9(5)V99.
000980     05  OM-ALLOWED-OPS           PIC X(05).
000990     05  FILLER                   PIC X(08).
001000*****************************************************************
001010* OPER-LIMITS - THE KEYED OPRLIM AUTHORITY FILE (SEE OPLREC).
001020* THIS PROGRAM IS THE ONLY WRITER.
001030*****************************************************************
001040 FD  OPER-LIMITS
001050     RECORDING MODE IS F.
001060 01  OPER-LIMITS-RECORD.
001070     COPY OPLREC.
001080*****************************************************************
001090* SSNUM-MASTER - READ FOR THE RUN OPERATOR'S NAME AND TO PROVE
001100* EVERY SSN GRANTED AUTHORITY IS AN EMPLOYEE OF RECORD.
001110*****************************************************************
001120 FD  SSNUM-MASTER
001130     RECORDING MODE IS F.
001140 01  SSNUM-MASTER-RECORD.
001150     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
001160     05  MST-EMPLOYEE-NAME        PIC X(30).
001170     05  MST-EMPLOYEE-STATUS      PIC X(01).
001180         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
001190         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
001200     05  MST-SEPARATION-DATE      PIC X(10).
001210*****************************************************************
001220* MAINT-AUDIT - ONE LINE APPENDED PER TRANSACTION APPLIED, SO
001230* AUDIT CAN ANSWER "WHO CHANGED THIS CLERK'S AUTHORITY AND
001240* WHEN".  OAU-OPER-SSN IS THE SSN OF THE OPERATOR WHO RAN THE
001250* MAINTENANCE, SO CBTSOD CAN TELL A CLERK CHANGING THEIR OWN
001260* AUTHORITY FROM A NAMESAKE DOING IT.
001270*****************************************************************
001280 FD  MAINT-AUDIT
001290     RECORDING MODE IS F.
001300 01  MAINT-AUDIT-RECORD.
001310     05  OAU-DATE                 PIC X(10).
001320     05  FILLER                   PIC X(01) VALUE SPACE.
001330     05  OAU-TIME                 PIC X(08).
001340     05  FILLER                   PIC X(01) VALUE SPACE.
001350     05  OAU-OPERATOR             PIC X(30).
001360     05  FILLER                   PIC X(01) VALUE SPACE.
001370     05  OAU-ACTION-CODE          PIC X(01).
001380     05  FILLER                   PIC X(01) VALUE SPACE.
001390     05  OAU-SSN                  PIC X(09).
001400     05  FILLER                   PIC X(01) VALUE SPACE.
001410     05  OAU-BEFORE-AMOUNT        PIC X(08).
001420     05  FILLER                   PIC X(01) VALUE SPACE.
001430     05  OAU-BEFORE-OPS           PIC X(05).
001440     05  FILLER                   PIC X(01) VALUE SPACE.
001450     05  OAU-AFTER-AMOUNT         PIC X(08).
001460     05  FILLER                   PIC X(01) VALUE SPACE.
001470     05  OAU-AFTER-OPS            PIC X(05).
001480     05  FILLER                   PIC X(01) VALUE SPACE.
001490     05  OAU-OPER-SSN             PIC X(09).
001500     05  FILLER                   PIC X(30) VALUE SPACES.
001510*****************************************************************
001520* MAINT-RPT - ONE HEADER, ONE BEFORE/AFTER LINE PER
001530* TRANSACTION, AND TRAILER COUNTS.
001540*****************************************************************
001550 FD  MAINT-RPT
001560     RECORDING MODE IS F.
001570 01  OPM-RPT-HEADER-LINE.
001580     05  FILLER                   PIC X(22)
001590                                   VALUE "CBTOPM MAINT RUN FOR  ".
001600     05  OPM-HDR-OPERATOR         PIC X(30).
001610     05  FILLER                   PIC X(11)
001620                                   VALUE "  RUN DATE ".
001630     05  OPM-HDR-DATE             PIC X(10).
001640     05  FILLER                   PIC X(59) VALUE SPACES.
001650 01  OPM-RPT-DETAIL-LINE.
001660     05  OPM-DET-ACTION           PIC X(01).
001670     05  FILLER                   PIC X(02) VALUE SPACES.
001680     05  OPM-DET-SSN              PIC X(09).
001690     05  FILLER                   PIC X(02) VALUE SPACES.
001700     05  OPM-DET-BEFORE-AMT       PIC X(08).
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  OPM-DET-BEFORE-OPS       PIC X(05).
001730     05  FILLER                   PIC X(02) VALUE SPACES.
001740     05  OPM-DET-AFTER-AMT        PIC X(08).
001750     05  FILLER                   PIC X(02) VALUE SPACES.
001760     05  OPM-DET-AFTER-OPS        PIC X(05).
001770     05  FILLER                   PIC X(02) VALUE SPACES.
001780     05  OPM-DET-DISPOSITION      PIC X(40).
001790     05  FILLER                   PIC X(44) VALUE SPACES.
001800 01  OPM-RPT-COUNT-LINE.
001810     05  OPM-CNT-LABEL            PIC X(20).
001820     05  OPM-CNT-VALUE            PIC ZZZ,ZZ9.
001830     05  FILLER                   PIC X(105) VALUE SPACES.
001840*
001850 WORKING-STORAGE SECTION.
001860 01  UserName                     PIC X(30) VALUE SPACES.
001870 01  SSN-AREA.
001880     COPY SSNREC.
001890 77  OPM-EOF-SWITCH               PIC X(01) VALUE "N".
001900     88  OPM-END-OF-MAINT-FILE              VALUE "Y".
001910 77  OPM-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
001920 77  OPM-ADD-COUNT                PIC 9(7) COMP VALUE ZERO.
001930 77  OPM-CHANGE-COUNT             PIC 9(7) COMP VALUE ZERO.
001940 77  OPM-DELETE-COUNT             PIC 9(7) COMP VALUE ZERO.
001950 77  OPM-REJECT-COUNT             PIC 9(7) COMP VALUE ZERO.
001960 77  OPM-OPERATOR-SSN             PIC X(09) VALUE SPACES.
001970 77  OPM-MAINT-STATUS             PIC XX VALUE SPACES.
001980     88  OPM-MAINT-NOT-FOUND                VALUE "35".
001990 77  OPM-LIMITS-STATUS            PIC XX VALUE SPACES.
002000     88  OPM-LIMITS-NOT-FOUND               VALUE "35".
002010 77  OPM-MASTER-STATUS            PIC XX VALUE SPACES.
002020     88  OPM-MASTER-NOT-FOUND               VALUE "35".
002030 77  OPM-AUDIT-STATUS             PIC XX VALUE SPACES.
002040     88  OPM-AUDIT-NOT-FOUND                VALUE "35".
002050 77  OPM-PRINT-STATUS             PIC XX VALUE SPACES.
002060     88  OPM-PRINT-NOT-FOUND                VALUE "35".
002070 77  OPM-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
002080     88  OPM-SSN-IS-VALID                   VALUE "Y".
002090     88  OPM-SSN-IS-INVALID                 VALUE "N".
002100 77  OPM-APPLY-SWITCH             PIC X(01) VALUE "N".
002110     88  OPM-TRANS-APPLIED                  VALUE "Y".
002120 77  OPM-OPS-OK-SWITCH            PIC X(01) VALUE "Y".
002130     88  OPM-OPS-ARE-VALID                  VALUE "Y".
002140     88  OPM-OPS-ARE-INVALID                VALUE "N".
002150 77  OPM-OPS-SUB                  PIC 9(3) COMP VALUE ZERO.
002160 77  OPM-OPS-CHAR                 PIC X(01) VALUE SPACE.
002170     88  OPM-OPS-CHAR-OK                    VALUE "A" "S" "M"
002180                                                  "D" "P" " ".
002190 77  OPM-BEFORE-AMOUNT            PIC X(08) VALUE SPACES.
002200 77  OPM-BEFORE-OPS               PIC X(05) VALUE SPACES.
002210 77  OPM-AFTER-AMOUNT             PIC X(08) VALUE SPACES.
002220 77  OPM-AFTER-OPS                PIC X(05) VALUE SPACES.
002230 77  OPM-EDIT-AMOUNT              PIC ZZZZ9.99.
002240 77  OPM-DISPOSITION              PIC X(40) VALUE SPACES.
002250 01  OPM-CURRENT-DATE.
002260     05  OPM-CD-YYYY               PIC 9(4).
002270     05  OPM-CD-MM                 PIC 9(2).
002280     05  OPM-CD-DD                 PIC 9(2).
002290 01  OPM-CURRENT-TIME.
002300     05  OPM-CT-HH                 PIC 9(2).
002310     05  OPM-CT-MN                 PIC 9(2).
002320     05  OPM-CT-SS                 PIC 9(2).
002330     05  OPM-CT-HS                 PIC 9(2).
002340 01  OPM-DATE-DISPLAY.
002350     05  OPM-DSP-YYYY               PIC 9(4).
002360     05  FILLER                     PIC X(1) VALUE "-".
002370     05  OPM-DSP-MM                 PIC 9(2).
002380     05  FILLER                     PIC X(1) VALUE "-".
002390     05  OPM-DSP-DD                 PIC 9(2).
002400 01  OPM-TIME-DISPLAY.
002410     05  OPM-DSP-HH                 PIC 9(2).
002420     05  FILLER                     PIC X(1) VALUE ":".
002430     05  OPM-DSP-MN                 PIC 9(2).
002440     05  FILLER                     PIC X(1) VALUE ":".
002450     05  OPM-DSP-SS                 PIC 9(2).
002460 01  OPM-PDATE-AREA.
002470     COPY PDTPARM.
002480*
002490 PROCEDURE DIVISION.
002500*****************************************************************
002510* 0000-MAINLINE
002520*****************************************************************
002530 0000-MAINLINE.
002540     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
002550     PERFORM 1000-VALIDATE-OPERATOR THRU 1000-EXIT
002560     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002570     PERFORM 1100-LOOKUP-OPERATOR THRU 1100-EXIT
002580     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002590     PERFORM 2100-READ-MAINT THRU 2100-EXIT
002600     PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
002610         UNTIL OPM-END-OF-MAINT-FILE
002620     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002630     IF OPM-REJECT-COUNT > ZERO
002640         MOVE 4 TO RETURN-CODE
002650     END-IF
002660     CLOSE MAINT-IN
002670     CLOSE OPER-LIMITS
002680     CLOSE SSNUM-MASTER
002690     CLOSE MAINT-AUDIT
002700     CLOSE MAINT-RPT
002710     STOP RUN.
002720*
002730*****************************************************************
002740* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
002750* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002760* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002770* CARRIES ITS OWN DATE.
002780*****************************************************************
002790 1005-GET-PROCESSING-DATE.
002800     SET PDP-GET-DATE TO TRUE
002810     MOVE "CBTOPM" TO PDP-STEP-NAME
002820     CALL "CBTDATE" USING OPM-PDATE-AREA
002830     IF PDP-REQUEST-REFUSED
002840         DISPLAY "CBTOPM - " PDP-MESSAGE
002850         DISPLAY "CBTOPM - NO PROCESSING DATE, RUN TERMINATED"
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF
002890     MOVE PDP-BUSINESS-YMD TO OPM-CURRENT-DATE.
002900 1005-EXIT.
002910     EXIT.
002920*
002930*****************************************************************
002940* 1000-VALIDATE-OPERATOR - ACCEPT THE OPERATOR'S SSN AND CALL
002950* THE SHARED SSNVAL EDIT ROUTINE, THE SAME AS CBTMNT DOES, SO
002960* THE AUDIT TRAIL KNOWS WHO RAN THE MAINTENANCE.
002970*****************************************************************
002980 1000-VALIDATE-OPERATOR.
002990     DISPLAY "Enter your Social Security Number "
003000     ACCEPT SSNUM
003010     CALL "SSNVAL" USING SSN-AREA OPM-SSN-VALID-FLAG
003020     IF OPM-SSN-IS-INVALID
003030         DISPLAY "CBTOPM - THAT SSN IS NOT A VALID SSA-ISSUED "
003040             "NUMBER"
003050         DISPLAY "CBTOPM - RUN TERMINATED, SSN FAILED EDIT"
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF
003090     MOVE SSNUM TO OPM-OPERATOR-SSN.
003100 1000-EXIT.
003110     EXIT.
003120*
003130*****************************************************************
003140* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003150* EACH OPEN.  AN UNLOADED OPRLIM GIVES STATUS 35 ON THE I-O
003160* OPEN - LOAD IT EMPTY WITH AN OUTPUT OPEN/CLOSE, THEN REOPEN
003170* I-O, THE SAME PATTERN AS CBTUT USES FOR BATCHREG.
003180*****************************************************************
003190 1050-OPEN-FILES.
003200     OPEN INPUT MAINT-IN
003210     IF OPM-MAINT-NOT-FOUND
003220         DISPLAY "CBTOPM - OPLMNT DATASET NOT FOUND, RUN "
003230             "TERMINATED"
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     OPEN I-O OPER-LIMITS
003280     IF OPM-LIMITS-NOT-FOUND
003290         OPEN OUTPUT OPER-LIMITS
003300         IF OPM-LIMITS-NOT-FOUND
003310             DISPLAY "CBTOPM - OPRLIM DATASET NOT FOUND, RUN "
003320                 "TERMINATED"
003330             MOVE 16 TO RETURN-CODE
003340             STOP RUN
003350         END-IF
003360         CLOSE OPER-LIMITS
003370         OPEN I-O OPER-LIMITS
003380     END-IF
003390     OPEN INPUT SSNUM-MASTER
003400     IF OPM-MASTER-NOT-FOUND
003410         DISPLAY "CBTOPM - SSNUM-MASTER DATASET NOT FOUND, RUN "
003420             "TERMINATED"
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF
003460     OPEN EXTEND MAINT-AUDIT
003470     IF OPM-AUDIT-NOT-FOUND
003480         OPEN OUTPUT MAINT-AUDIT
003490     END-IF
003500     OPEN OUTPUT MAINT-RPT
003510     IF OPM-PRINT-NOT-FOUND
003520         DISPLAY "CBTOPM - OPMRPT DATASET NOT FOUND, RUN "
003530             "TERMINATED"
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570 1050-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610* 1100-LOOKUP-OPERATOR - READ SSNUM-MASTER BY THE VALIDATED SSN
003620* AND PULL THE OPERATOR'S NAME OF RECORD FOR THE AUDIT TRAIL
003630* AND THE REPORT HEADER.
003640*****************************************************************
003650 1100-LOOKUP-OPERATOR.
003660     MOVE SSNUM TO MST-SSNUM
003670     MOVE SPACES TO UserName
003680     READ SSNUM-MASTER
003690         INVALID KEY
003700             DISPLAY "CBTOPM - SSN NOT FOUND ON SSNUM-MASTER, "
003710                 "RUN TERMINATED"
003720             MOVE 16 TO RETURN-CODE
003730             STOP RUN
003740         NOT INVALID KEY
003750             MOVE MST-EMPLOYEE-NAME TO UserName
003760     END-READ.
003770 1100-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810* 1300-WRITE-REPORT-HEADER
003820*****************************************************************
003830 1300-WRITE-REPORT-HEADER.
003840     MOVE PDP-BUSINESS-YMD TO OPM-CURRENT-DATE
003850     MOVE OPM-CD-YYYY TO OPM-DSP-YYYY
003860     MOVE OPM-CD-MM TO OPM-DSP-MM
003870     MOVE OPM-CD-DD TO OPM-DSP-DD
003880     MOVE UserName TO OPM-HDR-OPERATOR
003890     MOVE OPM-DATE-DISPLAY TO OPM-HDR-DATE
003900     WRITE OPM-RPT-HEADER-LINE.
003910 1300-EXIT.
003920     EXIT.
003930*
003940*****************************************************************
003950* 2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
003960* TRANSACTION.  AUTHORITY IS ONLY EVER GRANTED TO A VALID SSN
003970* THAT IS ON SSNUM-MASTER; A DELETE NEEDS ONLY A VALID SSN.
003980*****************************************************************
003990 2000-PROCESS-MAINT.
004000     ADD 1 TO OPM-READ-COUNT
004010     MOVE "N" TO OPM-APPLY-SWITCH
004020     MOVE SPACES TO OPM-BEFORE-AMOUNT
004030     MOVE SPACES TO OPM-BEFORE-OPS
004040     MOVE SPACES TO OPM-AFTER-AMOUNT
004050     MOVE SPACES TO OPM-AFTER-OPS
004060     MOVE SPACES TO OPM-DISPOSITION
004070     IF OM-SSN NOT NUMERIC
004080         MOVE "REJECTED - SSN NOT NUMERIC"
004090             TO OPM-DISPOSITION
004100         GO TO 2000-WRITE-LINES
004110     END-IF
004120     MOVE OM-SSN TO SSNUM
004130     CALL "SSNVAL" USING SSN-AREA OPM-SSN-VALID-FLAG
004140     IF OPM-SSN-IS-INVALID
004150         MOVE "REJECTED - SSN FAILED SSNVAL EDIT"
004160             TO OPM-DISPOSITION
004170         GO TO 2000-WRITE-LINES
004180     END-IF
004190     MOVE OM-SSN TO MST-SSNUM
004200     READ SSNUM-MASTER
004210         INVALID KEY
004220             IF NOT OM-ACTION-DELETE
004230                 MOVE "REJECTED - SSN NOT ON SSNUM-MASTER"
004240                     TO OPM-DISPOSITION
004250                 GO TO 2000-WRITE-LINES
004260             END-IF
004270     END-READ
004280*    A SEPARATED EMPLOYEE GETS NO AUTHORITY - THE ONLY THING THAT
004290*    MAY BE DONE TO THEIR OPRLIM RECORD IS TO DELETE IT.  A DELETE
004300*    FOR AN SSN NO LONGER ON THE MASTER GOES AHEAD AS WELL, SO THE
004310*    CBTSEPX EXCEPTION FOR IT CAN BE CLEARED.
004320     IF MST-EMPLOYEE-SEPARATED
004330        AND (OM-ACTION-ADD OR OM-ACTION-CHANGE)
004340         MOVE SPACES TO OPM-DISPOSITION
004350         STRING "REJECTED - EMPLOYEE SEPARATED "
004360             MST-SEPARATION-DATE
004370             DELIMITED BY SIZE
004380             INTO OPM-DISPOSITION
004390         GO TO 2000-WRITE-LINES
004400     END-IF
004410     IF OM-ACTION-ADD OR OM-ACTION-CHANGE
004420         IF OM-MAX-AMOUNT NOT NUMERIC
004430             MOVE "REJECTED - MAX AMOUNT NOT NUMERIC"
004440                 TO OPM-DISPOSITION
004450             GO TO 2000-WRITE-LINES
004460         END-IF
004470         PERFORM 2200-EDIT-ALLOWED-OPS THRU 2200-EXIT
004480         IF OPM-OPS-ARE-INVALID
004490             MOVE "REJECTED - ALLOWED OPS NOT FROM A,S,M,D,P"
004500                 TO OPM-DISPOSITION
004510             GO TO 2000-WRITE-LINES
004520         END-IF
004530     END-IF
004540     MOVE OM-SSN TO OPL-SSN
004550     IF OM-ACTION-ADD
004560         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
004570     ELSE
004580         IF OM-ACTION-CHANGE
004590             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
004600         ELSE
004610             IF OM-ACTION-DELETE
004620                 PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
004630             ELSE
004640                 MOVE "REJECTED - ACTION CODE NOT A, C OR D"
004650                     TO OPM-DISPOSITION
004660             END-IF
004670         END-IF
004680     END-IF.
004690 2000-WRITE-LINES.
004700     IF OPM-TRANS-APPLIED
004710         PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
004720     ELSE
004730         ADD 1 TO OPM-REJECT-COUNT
004740     END-IF
004750     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
004760     PERFORM 2100-READ-MAINT THRU 2100-EXIT.
004770 2000-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810* 2100-READ-MAINT
004820*****************************************************************
004830 2100-READ-MAINT.
004840     READ MAINT-IN
004850         AT END
004860             SET OPM-END-OF-MAINT-FILE TO TRUE
004870     END-READ.
004880 2100-EXIT.
004890     EXIT.
004900*
004910*****************************************************************
004920* 2200-EDIT-ALLOWED-OPS - EVERY CHARACTER OF THE PERMITTED-OPS
004930* LIST MUST BE ONE OF A/S/M/D/P OR BLANK, AND AT LEAST ONE
004940* OPERATION MUST BE GRANTED - AN ALL-BLANK LIST WOULD BE AN
004950* OPERATOR WHO CAN KEY NOTHING, WHICH IS A DELETE, NOT A
004960* CHANGE.
004970*****************************************************************
004980 2200-EDIT-ALLOWED-OPS.
004990     SET OPM-OPS-ARE-VALID TO TRUE
005000     IF OM-ALLOWED-OPS = SPACES
005010         SET OPM-OPS-ARE-INVALID TO TRUE
005020         GO TO 2200-EXIT
005030     END-IF
005040     MOVE 1 TO OPM-OPS-SUB
005050     PERFORM 2210-EDIT-ONE-OP THRU 2210-EXIT
005060         UNTIL OPM-OPS-ARE-INVALID
005070         OR OPM-OPS-SUB > 5.
005080 2200-EXIT.
005090     EXIT.
005100*
005110 2210-EDIT-ONE-OP.
005120     MOVE OM-ALLOWED-OPS (OPM-OPS-SUB:1) TO OPM-OPS-CHAR
005130     IF NOT OPM-OPS-CHAR-OK
005140         SET OPM-OPS-ARE-INVALID TO TRUE
005150     END-IF
005160     ADD 1 TO OPM-OPS-SUB.
005170 2210-EXIT.
005180     EXIT.
005190*
005200*****************************************************************
005210* 3100-APPLY-ADD - WRITE A NEW LIMITS RECORD.  A KEY ALREADY ON
005220* THE FILE IS A DUPLICATE AND THE TRANSACTION IS REJECTED.
005230*****************************************************************
005240 3100-APPLY-ADD.
005250     MOVE OM-MAX-AMOUNT TO OPL-MAX-AMOUNT
005260     MOVE OM-ALLOWED-OPS TO OPL-ALLOWED-OPS
005270     WRITE OPER-LIMITS-RECORD
005280         INVALID KEY
005290             MOVE "REJECTED - SSN ALREADY ON OPRLIM"
005300                 TO OPM-DISPOSITION
005310         NOT INVALID KEY
005320             SET OPM-TRANS-APPLIED TO TRUE
005330             MOVE OM-MAX-AMOUNT TO OPM-EDIT-AMOUNT
005340             MOVE OPM-EDIT-AMOUNT TO OPM-AFTER-AMOUNT
005350             MOVE OM-ALLOWED-OPS TO OPM-AFTER-OPS
005360             MOVE "ADDED" TO OPM-DISPOSITION
005370             ADD 1 TO OPM-ADD-COUNT
005380     END-WRITE.
005390 3100-EXIT.
005400     EXIT.
005410*
005420*****************************************************************
005430* 3200-APPLY-CHANGE - READ THE BEFORE IMAGE, THEN REWRITE WITH
005440* THE NEW LIMITS.  A KEY NOT ON THE FILE IS REJECTED.
005450*****************************************************************
005460 3200-APPLY-CHANGE.
005470     READ OPER-LIMITS
005480         INVALID KEY
005490             MOVE "REJECTED - SSN NOT ON OPRLIM"
005500                 TO OPM-DISPOSITION
005510             GO TO 3200-EXIT
005520     END-READ
005530     MOVE OPL-MAX-AMOUNT TO OPM-EDIT-AMOUNT
005540     MOVE OPM-EDIT-AMOUNT TO OPM-BEFORE-AMOUNT
005550     MOVE OPL-ALLOWED-OPS TO OPM-BEFORE-OPS
005560     MOVE OM-MAX-AMOUNT TO OPL-MAX-AMOUNT
005570     MOVE OM-ALLOWED-OPS TO OPL-ALLOWED-OPS
005580     REWRITE OPER-LIMITS-RECORD
005590         INVALID KEY
005600             MOVE "REJECTED - SSN NOT ON OPRLIM"
005610                 TO OPM-DISPOSITION
005620         NOT INVALID KEY
005630             SET OPM-TRANS-APPLIED TO TRUE
005640             MOVE OM-MAX-AMOUNT TO OPM-EDIT-AMOUNT
005650             MOVE OPM-EDIT-AMOUNT TO OPM-AFTER-AMOUNT
005660             MOVE OM-ALLOWED-OPS TO OPM-AFTER-OPS
005670             MOVE "CHANGED" TO OPM-DISPOSITION
005680             ADD 1 TO OPM-CHANGE-COUNT
005690     END-REWRITE.
005700 3200-EXIT.
005710     EXIT.
005720*
005730*****************************************************************
005740* 3300-APPLY-DELETE - READ THE BEFORE IMAGE FOR THE REPORT,
005750* THEN DELETE.  A KEY NOT ON THE FILE IS REJECTED.
005760*****************************************************************
005770 3300-APPLY-DELETE.
005780     READ OPER-LIMITS
005790         INVALID KEY
005800             MOVE "REJECTED - SSN NOT ON OPRLIM"
005810                 TO OPM-DISPOSITION
005820             GO TO 3300-EXIT
005830     END-READ
005840     MOVE OPL-MAX-AMOUNT TO OPM-EDIT-AMOUNT
005850     MOVE OPM-EDIT-AMOUNT TO OPM-BEFORE-AMOUNT
005860     MOVE OPL-ALLOWED-OPS TO OPM-BEFORE-OPS
005870     DELETE OPER-LIMITS
005880         INVALID KEY
005890             MOVE "REJECTED - SSN NOT ON OPRLIM"
005900                 TO OPM-DISPOSITION
005910         NOT INVALID KEY
005920             SET OPM-TRANS-APPLIED TO TRUE
005930             MOVE "DELETED" TO OPM-DISPOSITION
005940             ADD 1 TO OPM-DELETE-COUNT
005950     END-DELETE.
005960 3300-EXIT.
005970     EXIT.
005980*
005990*****************************************************************
006000* 2500-WRITE-AUDIT-RECORD - ONE LINE PER APPLIED TRANSACTION SO
006010* AUDIT CAN ANSWER "WHO CHANGED THIS CLERK'S AUTHORITY AND
006020* WHEN".
006030*****************************************************************
006040 2500-WRITE-AUDIT-RECORD.
006050     MOVE PDP-BUSINESS-YMD TO OPM-CURRENT-DATE
006060     ACCEPT OPM-CURRENT-TIME FROM TIME
006070     MOVE OPM-CD-YYYY TO OPM-DSP-YYYY
006080     MOVE OPM-CD-MM TO OPM-DSP-MM
006090     MOVE OPM-CD-DD TO OPM-DSP-DD
006100     MOVE OPM-CT-HH TO OPM-DSP-HH
006110     MOVE OPM-CT-MN TO OPM-DSP-MN
006120     MOVE OPM-CT-SS TO OPM-DSP-SS
006130     MOVE OPM-DATE-DISPLAY TO OAU-DATE
006140     MOVE OPM-TIME-DISPLAY TO OAU-TIME
006150     MOVE UserName TO OAU-OPERATOR
006160     MOVE OM-ACTION-CODE TO OAU-ACTION-CODE
006170     MOVE OM-SSN TO OAU-SSN
006180     MOVE OPM-BEFORE-AMOUNT TO OAU-BEFORE-AMOUNT
006190     MOVE OPM-BEFORE-OPS TO OAU-BEFORE-OPS
006200     MOVE OPM-AFTER-AMOUNT TO OAU-AFTER-AMOUNT
006210     MOVE OPM-AFTER-OPS TO OAU-AFTER-OPS
006220     MOVE OPM-OPERATOR-SSN TO OAU-OPER-SSN
006230     WRITE MAINT-AUDIT-RECORD.
006240 2500-EXIT.
006250     EXIT.
006260*
006270*****************************************************************
006280* 2600-WRITE-DETAIL-LINE - ONE BEFORE/AFTER LINE PER
006290* TRANSACTION, APPLIED OR REJECTED.
006300*****************************************************************
006310 2600-WRITE-DETAIL-LINE.
006320     MOVE OM-ACTION-CODE TO OPM-DET-ACTION
006330     MOVE OM-SSN TO OPM-DET-SSN
006340     MOVE OPM-BEFORE-AMOUNT TO OPM-DET-BEFORE-AMT
006350     MOVE OPM-BEFORE-OPS TO OPM-DET-BEFORE-OPS
006360     MOVE OPM-AFTER-AMOUNT TO OPM-DET-AFTER-AMT
006370     MOVE OPM-AFTER-OPS TO OPM-DET-AFTER-OPS
006380     MOVE OPM-DISPOSITION TO OPM-DET-DISPOSITION
006390     WRITE OPM-RPT-DETAIL-LINE.
006400 2600-EXIT.
006410     EXIT.
006420*
006430*****************************************************************
006440* 8100-WRITE-REPORT-TRAILER - APPLIED AND REJECTED COUNTS.
006450*****************************************************************
006460 8100-WRITE-REPORT-TRAILER.
006470     MOVE "TRANSACTIONS READ   " TO OPM-CNT-LABEL
006480     MOVE OPM-READ-COUNT TO OPM-CNT-VALUE
006490     WRITE OPM-RPT-COUNT-LINE
006500     MOVE "ADDS APPLIED        " TO OPM-CNT-LABEL
006510     MOVE OPM-ADD-COUNT TO OPM-CNT-VALUE
006520     WRITE OPM-RPT-COUNT-LINE
006530     MOVE "CHANGES APPLIED     " TO OPM-CNT-LABEL
006540     MOVE OPM-CHANGE-COUNT TO OPM-CNT-VALUE
006550     WRITE OPM-RPT-COUNT-LINE
006560     MOVE "DELETES APPLIED     " TO OPM-CNT-LABEL
006570     MOVE OPM-DELETE-COUNT TO OPM-CNT-VALUE
006580     WRITE OPM-RPT-COUNT-LINE
006590     MOVE "TRANS REJECTED      " TO OPM-CNT-LABEL
006600     MOVE OPM-REJECT-COUNT TO OPM-CNT-VALUE
006610     WRITE OPM-RPT-COUNT-LINE.
006620 8100-EXIT.
006630     EXIT.
