000100* MASTER IS THE SYSTEM OF RECORD FOR EMPLOYEE NAMES - CBTUT
000110* TERMINATES THE RUN WHEN A VALIDATED SSN IS NOT ON IT - SO NEW
000120* HIRES AND NAME CHANGES MUST GO THROUGH A PROGRAM, NOT A HAND
000130* EDIT.  READS A TRANSACTION FILE OF ADDS, CHANGES, DELETES AND
000140* SEPARATIONS KEYED BY SSN, CALLS SSNVAL ON EVERY INCOMING SSN
000150* BEFORE IT TOUCHES THE FILE, REJECTS DUPLICATES ON ADD AND
000160* NOT-FOUNDS ON CHANGE/DELETE/SEPARATE, AND PRODUCES A BEFORE/
000170* AFTER MAINTENANCE REPORT PLUS ITS OWN APPENDED AUDIT TRAIL OF
000180* WHO CHANGED WHAT.
000190*
000200* MAINTENANCE TRANSACTION ACTIONS
000210*   A - ADD A NEW EMPLOYEE RECORD
000220*   C - CHANGE THE NAME ON AN EXISTING RECORD
000230*   D - DELETE AN EXISTING RECORD
000240*   S - SEPARATE AN EMPLOYEE WHO HAS LEFT.  THE RECORD STAYS ON
000250*       FILE SO NAME LOOKUPS FOR THEIR HISTORY STILL WORK, BUT IS
000260*       MARKED SEPARATED AS OF THE EFFECTIVE DATE (TONIGHT WHEN
000270*       BLANK).  CBTEDIT AND CBTUT THEN REFUSE WORK KEYED UNDER
000280*       THEIR SSN AFTER THAT DATE, AND CBTOPM REFUSES THEM
000290*       AUTHORITY.
000300*       THE NAME ON AN S TRANSACTION IS IGNORED.
000310* EVERY TRANSACTION MAY CARRY AN EFFECTIVE DATE (YYYY-MM-DD,
000320* BLANK = TONIGHT).  A FUTURE DATE PARKS THE TRANSACTION ON THE
000330* PENDING FILE FOR THE CBTREL RELEASE STEP.
000340*
000350* RETURN CODES
000360*   00 - ALL TRANSACTIONS APPLIED
000370*   04 - ONE OR MORE TRANSACTIONS REJECTED
000380*   16 - OPERATOR SSN FAILED EDIT OR A DATASET COULD NOT BE
000390*        OPENED
000400*
000410* MODIFICATION HISTORY
000420* -----------------------------------------------------------
000430* 2026-08-22  NJL  INITIAL VERSION.
000440* 2026-08-22  NJL  ADDED THE NUMERIC CLASS CHECK ON MI-SSNUM
000450*                  AHEAD OF THE SSNVAL CALL - A MIS-KEYED
000460*                  ALPHABETIC SSN IN THE HAND-BUILT MAINT FILE
000470*                  IS NOW A REJECT LINE, NOT A DATA EXCEPTION
000480*                  MID-RUN WITH THE MASTER HALF-UPDATED.
000490* 2026-09-01  NJL  SSNUM-MASTER NOW CARRIES AN ALTERNATE INDEX
000500*                  ON MST-EMPLOYEE-NAME (WITH DUPLICATES, UPGRADE
000510*                  SET) SO HR CAN FIND AN EMPLOYEE BY NAME
000520*                  THROUGH THE NEW CBTNAMQ INQUIRY.  AN ADD WHOSE
000530*                  NAME IS ALREADY ON FILE UNDER A DIFFERENT SSN
000540*                  NOW CARRIES A POSSIBLE-DUPLICATE WARNING ON
000550*                  THE REPORT - IT STILL APPLIES, BECAUSE TWO
000560*                  EMPLOYEES REALLY CAN SHARE A NAME, BUT NOBODY
000570*                  ADDS THE SAME PERSON TWICE UNNOTICED ANYMORE.
000580* 2026-09-01  NJL  MAINT-IN NOW CARRIES AN EFFECTIVE DATE (LRECL
000590*                  50).  A TRANSACTION DATED AFTER TONIGHT PARKS
000600*                  ON THE PENDOUT PENDING FILE INSTEAD OF
000610*                  APPLYING, SO HR CAN KEY A NEW HIRE OR A LEGAL
000620*                  NAME CHANGE THE DAY THE PAPERWORK ARRIVES AND
000630*                  IT TAKES EFFECT THE NIGHT IT SHOULD.  THE
000640*                  NIGHTLY CBTREL RELEASE STEP (JOB CBTRELJB)
000650*                  RE-PRESENTS EVERYTHING WHOSE DATE HAS COME
000660*                  THROUGH THIS PROGRAM'S NORMAL EDIT, REPORT AND
000670*                  MNTAUDIT MACHINERY.  A BLANK EFFECTIVE DATE
000680*                  MEANS TONIGHT, AS EVERY TRANSACTION DID
000690*                  BEFORE.  THE ACTION CODE IS EDITED BEFORE
000700*                  PARKING AND THE DATE'S MONTH AND DAY ARE
000710*                  RANGE-CHECKED, SO A TYPO IS A REJECT LINE
000720*                  TONIGHT, NOT A SURPRISE AT RELEASE TIME.
000730* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000740*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000750*                  CLOCK.  THE STEP IS REFUSED WHEN A STEP IT
000760*                  DEPENDS ON HAS NOT COMPLETED FOR THE DATE, AND
000770*                  IS MARKED COMPLETE THERE WHEN IT ENDS BELOW 8.
000780* 2026-10-15  NJL  ADDED ACTION S - SEPARATE AN EMPLOYEE.  SSNUM-
000790*                  MASTER NOW CARRIES AN EMPLOYEE STATUS AND
000800*                  SEPARATION DATE (RECORD LENGTH 50); AN ADD IS
000810*                  ACTIVE, AND S MARKS THE RECORD SEPARATED AS OF
000820*                  THE EFFECTIVE DATE INSTEAD OF DELETING IT, SO A
000830*                  LEAVER'S AUDIT AND REJECT HISTORY STILL
000840*                  RESOLVES TO A NAME.  A FUTURE-DATED S PARKS AND
000850*                  RELEASES LIKE ANY OTHER TRANSACTION; A
000860*                  BACKDATED ONE APPLIES TONIGHT WITH ITS OWN
000870*                  DATE.
000880*****************************************************************
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT MAINT-IN
000930         ASSIGN TO MAINTIN
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS MNT-MAINT-STATUS.
000960     SELECT SSNUM-MASTER
000970         ASSIGN TO SSNMSTR
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS MST-SSNUM
001010         ALTERNATE RECORD KEY IS MST-EMPLOYEE-NAME
001020             WITH DUPLICATES
001030         FILE STATUS IS MNT-MASTER-STATUS.
001040     SELECT MAINT-AUDIT
001050         ASSIGN TO MNTAUDIT
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS MNT-AUDIT-STATUS.
001080     SELECT PEND-OUT
001090         ASSIGN TO PENDOUT
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS MNT-PEND-STATUS.
001120     SELECT MAINT-RPT
001130         ASSIGN TO MNTRPT
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS MNT-PRINT-STATUS.
001160 DATA DIVISION.
001170 FILE SECTION.
001180*****************************************************************
001190* MAINT-IN - ONE RECORD PER ADD, CHANGE, DELETE OR SEPARATION,
001200* KEYED BY SSN.
001210*****************************************************************
001220 FD  MAINT-IN
001230     RECORDING MODE IS F.
001240 01  MAINT-IN-RECORD.
001250     05  MI-ACTION-CODE           PIC X(01).
001260         88  MI-ACTION-ADD                  VALUE "A".
001270         88  MI-ACTION-CHANGE               VALUE "C".
001280         88  MI-ACTION-DELETE               VALUE "D".
001290         88  MI-ACTION-SEPARATE             VALUE "S".
001300     COPY SSNREC REPLACING ==SSNUM== BY ==MI-SSNUM==.
001310     05  MI-EMPLOYEE-NAME         PIC X(30).
001320     05  MI-EFFECTIVE-DATE        PIC X(10).
001330*****************************************************************
001340* SSNUM-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY SSN.  SAME
001350* LAYOUT AS CBTUT READS - THIS PROGRAM IS THE ONLY WRITER.
001360*****************************************************************
001370 FD  SSNUM-MASTER
001380     RECORDING MODE IS F.
001390 01  SSNUM-MASTER-RECORD.
001400     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
001410     05  MST-EMPLOYEE-NAME        PIC X(30).
001420     05  MST-EMPLOYEE-STATUS      PIC X(01).
001430         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
001440         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
001450     05  MST-SEPARATION-DATE      PIC X(10).
001460*****************************************************************
001470* MAINT-AUDIT - ONE LINE APPENDED PER TRANSACTION APPLIED, SO HR
001480* CAN ANSWER "WHO CHANGED THIS EMPLOYEE AND WHEN".
001490*****************************************************************
001500 FD  MAINT-AUDIT
001510     RECORDING MODE IS F.
001520 01  MAINT-AUDIT-RECORD.
001530     05  MAU-DATE                 PIC X(10).
001540     05  FILLER                   PIC X(01) VALUE SPACE.
001550     05  MAU-TIME                 PIC X(08).
001560     05  FILLER                   PIC X(01) VALUE SPACE.
001570     05  MAU-OPERATOR             PIC X(30).
001580     05  FILLER                   PIC X(01) VALUE SPACE.
001590     05  MAU-ACTION-CODE          PIC X(01).
001600     05  FILLER                   PIC X(01) VALUE SPACE.
001610     05  MAU-SSNUM                PIC X(09).
001620     05  FILLER                   PIC X(01) VALUE SPACE.
001630     05  MAU-BEFORE-NAME          PIC X(30).
001640     05  FILLER                   PIC X(01) VALUE SPACE.
001650     05  MAU-AFTER-NAME           PIC X(30).
001660     05  FILLER                   PIC X(08) VALUE SPACES.
001670*****************************************************************
001680* PEND-OUT - FUTURE-DATED TRANSACTIONS, PARKED VERBATIM IN THE
001690* MAINT-IN LAYOUT UNTIL THE CBTREL RELEASE STEP RE-PRESENTS
001700* THEM.  OPENED EXTEND - THE RELEASE STEP'S CARRY-FORWARD IS
001710* ALREADY ON THE FILE WHEN THIS PROGRAM RUNS.
001720*****************************************************************
001730 FD  PEND-OUT
001740     RECORDING MODE IS F.
001750 01  PEND-OUT-RECORD              PIC X(50).
001760*****************************************************************
001770* MAINT-RPT - ONE HEADER, ONE BEFORE/AFTER LINE PER TRANSACTION,
001780* AND TRAILER COUNTS.
001790*****************************************************************
001800 FD  MAINT-RPT
001810     RECORDING MODE IS F.
001820 01  MNT-RPT-HEADER-LINE.
001830     05  FILLER                   PIC X(22)
001840                                   VALUE "CBTMNT MAINT RUN FOR  ".
001850     05  MNT-HDR-OPERATOR         PIC X(30).
001860     05  FILLER                   PIC X(11)
001870                                   VALUE "  RUN DATE ".
001880     05  MNT-HDR-DATE             PIC X(10).
001890     05  FILLER                   PIC X(59) VALUE SPACES.
001900 01  MNT-RPT-DETAIL-LINE.
001910     05  MNT-DET-ACTION           PIC X(01).
001920     05  FILLER                   PIC X(02) VALUE SPACES.
001930     05  MNT-DET-SSNUM            PIC X(09).
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  MNT-DET-BEFORE-NAME      PIC X(30).
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  MNT-DET-AFTER-NAME       PIC X(30).
001980     05  FILLER                   PIC X(02) VALUE SPACES.
001990     05  MNT-DET-DISPOSITION      PIC X(40).
002000     05  FILLER                   PIC X(14) VALUE SPACES.
002010 01  MNT-RPT-COUNT-LINE.
002020     05  MNT-CNT-LABEL            PIC X(20).
002030     05  MNT-CNT-VALUE            PIC ZZZ,ZZ9.
002040     05  FILLER                   PIC X(105) VALUE SPACES.
002050*
002060 WORKING-STORAGE SECTION.
002070 01  UserName                     PIC X(30) VALUE SPACES.
002080 01  SSN-AREA.
002090     COPY SSNREC.
002100 77  MNT-EOF-SWITCH               PIC X(01) VALUE "N".
002110     88  MNT-END-OF-MAINT-FILE              VALUE "Y".
002120 77  MNT-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
002130 77  MNT-ADD-COUNT                PIC 9(7) COMP VALUE ZERO.
002140 77  MNT-CHANGE-COUNT             PIC 9(7) COMP VALUE ZERO.
002150 77  MNT-DELETE-COUNT             PIC 9(7) COMP VALUE ZERO.
002160 77  MNT-SEPARATE-COUNT           PIC 9(7) COMP VALUE ZERO.
002170 77  MNT-REJECT-COUNT             PIC 9(7) COMP VALUE ZERO.
002180 77  MNT-MAINT-STATUS             PIC XX VALUE SPACES.
002190     88  MNT-MAINT-NOT-FOUND                VALUE "35".
002200 77  MNT-MASTER-STATUS            PIC XX VALUE SPACES.
002210     88  MNT-MASTER-NOT-FOUND               VALUE "35".
002220 77  MNT-AUDIT-STATUS             PIC XX VALUE SPACES.
002230     88  MNT-AUDIT-NOT-FOUND                VALUE "35".
002240 77  MNT-PRINT-STATUS             PIC XX VALUE SPACES.
002250     88  MNT-PRINT-NOT-FOUND                VALUE "35".
002260 77  MNT-SSN-VALID-FLAG           PIC X(01) VALUE "Y".
002270     88  MNT-SSN-IS-VALID                   VALUE "Y".
002280     88  MNT-SSN-IS-INVALID                 VALUE "N".
002290 77  MNT-APPLY-SWITCH             PIC X(01) VALUE "N".
002300     88  MNT-TRANS-APPLIED                  VALUE "Y".
002310 77  MNT-BEFORE-NAME              PIC X(30) VALUE SPACES.
002320 77  MNT-AFTER-NAME               PIC X(30) VALUE SPACES.
002330 77  MNT-DISPOSITION              PIC X(40) VALUE SPACES.
002340 77  MNT-DUP-FOUND-SWITCH         PIC X(01) VALUE "N".
002350     88  MNT-DUP-NAME-FOUND                 VALUE "Y".
002360 77  MNT-DUP-SSN                  PIC X(09) VALUE SPACES.
002370 77  MNT-DUPWARN-COUNT            PIC 9(7) COMP VALUE ZERO.
002380 77  MNT-PEND-STATUS              PIC XX VALUE SPACES.
002390     88  MNT-PEND-NOT-FOUND                 VALUE "35".
002400 77  MNT-PARK-SWITCH              PIC X(01) VALUE "N".
002410     88  MNT-TRANS-PARKED                   VALUE "Y".
002420 77  MNT-PARKED-COUNT             PIC 9(7) COMP VALUE ZERO.
002430 01  MNT-EFF-DATE-WORK.
002440     05  MNT-EFF-YYYY             PIC X(04).
002450     05  MNT-EFF-SEP1             PIC X(01).
002460     05  MNT-EFF-MM               PIC X(02).
002470     05  MNT-EFF-SEP2             PIC X(01).
002480     05  MNT-EFF-DD               PIC X(02).
002490 01  MNT-CURRENT-DATE.
002500     05  MNT-CD-YYYY               PIC 9(4).
002510     05  MNT-CD-MM                 PIC 9(2).
002520     05  MNT-CD-DD                 PIC 9(2).
002530 01  MNT-CURRENT-TIME.
002540     05  MNT-CT-HH                 PIC 9(2).
002550     05  MNT-CT-MN                 PIC 9(2).
002560     05  MNT-CT-SS                 PIC 9(2).
002570     05  MNT-CT-HS                 PIC 9(2).
002580 01  MNT-DATE-DISPLAY.
002590     05  MNT-DSP-YYYY               PIC 9(4).
002600     05  FILLER                     PIC X(1) VALUE "-".
002610     05  MNT-DSP-MM                 PIC 9(2).
002620     05  FILLER                     PIC X(1) VALUE "-".
002630     05  MNT-DSP-DD                 PIC 9(2).
002640 01  MNT-TIME-DISPLAY.
002650     05  MNT-DSP-HH                 PIC 9(2).
002660     05  FILLER                     PIC X(1) VALUE ":".
002670     05  MNT-DSP-MN                 PIC 9(2).
002680     05  FILLER                     PIC X(1) VALUE ":".
002690     05  MNT-DSP-SS                 PIC 9(2).
002700 01  MNT-PDATE-AREA.
002710     COPY PDTPARM.
002720*
002730 PROCEDURE DIVISION.
002740*****************************************************************
002750* 0000-MAINLINE
002760*****************************************************************
002770 0000-MAINLINE.
002780     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
002790     PERFORM 1000-VALIDATE-OPERATOR THRU 1000-EXIT
002800     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002810     PERFORM 1100-LOOKUP-OPERATOR THRU 1100-EXIT
002820     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
002830     PERFORM 2100-READ-MAINT THRU 2100-EXIT
002840     PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
002850         UNTIL MNT-END-OF-MAINT-FILE
002860     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002870     IF MNT-REJECT-COUNT > ZERO
002880         MOVE 4 TO RETURN-CODE
002890     END-IF
002900     CLOSE MAINT-IN
002910     CLOSE SSNUM-MASTER
002920     CLOSE MAINT-AUDIT
002930     CLOSE PEND-OUT
002940     CLOSE MAINT-RPT
002950     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
002960     STOP RUN.
002970*
002980*****************************************************************
002990* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
003000* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
003010* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
003020* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
003030* DEPENDS ON HAS NOT COMPLETED FOR THAT DATE.
003040*****************************************************************
003050 1005-BEGIN-PROCESSING-STEP.
003060     SET PDP-BEGIN-STEP TO TRUE
003070     MOVE "CBTMNT" TO PDP-STEP-NAME
003080     CALL "CBTDATE" USING MNT-PDATE-AREA
003090     IF PDP-MESSAGE NOT = SPACES
003100         DISPLAY "CBTMNT - " PDP-MESSAGE
003110     END-IF
003120     IF PDP-REQUEST-REFUSED
003130         DISPLAY "CBTMNT - STEP REFUSED BY PROCESSING "
003140             "DATE CONTROL, RUN TERMINATED"
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     MOVE PDP-BUSINESS-YMD TO MNT-CURRENT-DATE.
003190 1005-EXIT.
003200     EXIT.
003210*
003220*****************************************************************
003230* 1000-VALIDATE-OPERATOR - ACCEPT THE OPERATOR'S SSN AND CALL
003240* THE SHARED SSNVAL EDIT ROUTINE, THE SAME AS CBTUT DOES, SO THE
003250* AUDIT TRAIL KNOWS WHO RAN THE MAINTENANCE.
003260*****************************************************************
003270 1000-VALIDATE-OPERATOR.
003280     DISPLAY "Enter your Social Security Number "
003290     ACCEPT SSNUM
003300     CALL "SSNVAL" USING SSN-AREA MNT-SSN-VALID-FLAG
003310     IF MNT-SSN-IS-INVALID
003320         DISPLAY "CBTMNT - THAT SSN IS NOT A VALID SSA-ISSUED "
003330             "NUMBER"
003340         DISPLAY "CBTMNT - RUN TERMINATED, SSN FAILED EDIT"
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380 1000-EXIT.
003390     EXIT.
003400*
003410*****************************************************************
003420* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003430* EACH OPEN.  SSNUM-MASTER IS OPENED I-O BECAUSE THIS PROGRAM
003440* BOTH READS THE BEFORE IMAGE AND APPLIES THE UPDATE.
003450*****************************************************************
003460 1050-OPEN-FILES.
003470     OPEN INPUT MAINT-IN
003480     IF MNT-MAINT-NOT-FOUND
003490         DISPLAY "CBTMNT - MAINT-IN DATASET NOT FOUND, RUN "
003500             "TERMINATED"
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     OPEN I-O SSNUM-MASTER
003550     IF MNT-MASTER-NOT-FOUND
003560         DISPLAY "CBTMNT - SSNUM-MASTER DATASET NOT FOUND, RUN "
003570             "TERMINATED"
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     OPEN EXTEND MAINT-AUDIT
003620     IF MNT-AUDIT-NOT-FOUND
003630         OPEN OUTPUT MAINT-AUDIT
003640     END-IF
003650     OPEN EXTEND PEND-OUT
003660     IF MNT-PEND-NOT-FOUND
003670         OPEN OUTPUT PEND-OUT
003680     END-IF
003690     OPEN OUTPUT MAINT-RPT
003700     IF MNT-PRINT-NOT-FOUND
003710         DISPLAY "CBTMNT - MAINT-RPT DATASET NOT FOUND, RUN "
003720             "TERMINATED"
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760 1050-EXIT.
003770     EXIT.
003780*
003790*****************************************************************
003800* 1100-LOOKUP-OPERATOR - READ SSNUM-MASTER BY THE VALIDATED SSN
003810* AND PULL THE OPERATOR'S NAME OF RECORD FOR THE AUDIT TRAIL AND
003820* THE REPORT HEADER.
003830*****************************************************************
003840 1100-LOOKUP-OPERATOR.
003850     MOVE SSNUM TO MST-SSNUM
003860     MOVE SPACES TO UserName
003870     READ SSNUM-MASTER
003880         INVALID KEY
003890             DISPLAY "CBTMNT - SSN NOT FOUND ON SSNUM-MASTER, "
003900                 "RUN TERMINATED"
003910             MOVE 16 TO RETURN-CODE
003920             STOP RUN
003930         NOT INVALID KEY
003940             MOVE MST-EMPLOYEE-NAME TO UserName
003950     END-READ.
003960 1100-EXIT.
003970     EXIT.
003980*
003990*****************************************************************
004000* 1300-WRITE-REPORT-HEADER
004010*****************************************************************
004020 1300-WRITE-REPORT-HEADER.
004030     MOVE PDP-BUSINESS-YMD TO MNT-CURRENT-DATE
004040     MOVE MNT-CD-YYYY TO MNT-DSP-YYYY
004050     MOVE MNT-CD-MM TO MNT-DSP-MM
004060     MOVE MNT-CD-DD TO MNT-DSP-DD
004070     MOVE UserName TO MNT-HDR-OPERATOR
004080     MOVE MNT-DATE-DISPLAY TO MNT-HDR-DATE
004090     WRITE MNT-RPT-HEADER-LINE.
004100 1300-EXIT.
004110     EXIT.
004120*
004130*****************************************************************
004140* 2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
004150* TRANSACTION.  EVERY INCOMING SSN GOES THROUGH SSNVAL BEFORE
004160* IT TOUCHES THE MASTER.
004170*****************************************************************
004180 2000-PROCESS-MAINT.
004190     ADD 1 TO MNT-READ-COUNT
004200     MOVE "N" TO MNT-APPLY-SWITCH
004210     MOVE "N" TO MNT-PARK-SWITCH
004220     MOVE SPACES TO MNT-BEFORE-NAME
004230     MOVE SPACES TO MNT-AFTER-NAME
004240     MOVE SPACES TO MNT-DISPOSITION
004250     IF MI-SSNUM NOT NUMERIC
004260         MOVE "REJECTED - SSN NOT NUMERIC"
004270             TO MNT-DISPOSITION
004280         GO TO 2000-WRITE-LINES
004290     END-IF
004300     MOVE MI-SSNUM TO SSNUM
004310     CALL "SSNVAL" USING SSN-AREA MNT-SSN-VALID-FLAG
004320     IF MNT-SSN-IS-INVALID
004330         MOVE "REJECTED - SSN FAILED SSNVAL EDIT"
004340             TO MNT-DISPOSITION
004350         GO TO 2000-WRITE-LINES
004360     END-IF
004370*    THE ACTION CODE IS EDITED BEFORE ANY PARKING - A TYPO MUST
004380*    BE A REJECT LINE TONIGHT, NOT A SURPRISE THE NIGHT THE
004390*    TRANSACTION RELEASES.
004400     IF NOT MI-ACTION-ADD
004410        AND NOT MI-ACTION-CHANGE
004420        AND NOT MI-ACTION-DELETE
004430        AND NOT MI-ACTION-SEPARATE
004440         MOVE "REJECTED - ACTION CODE NOT A, C, D OR S"
004450             TO MNT-DISPOSITION
004460         GO TO 2000-WRITE-LINES
004470     END-IF
004480     PERFORM 2300-EDIT-EFFECTIVE-DATE THRU 2300-EXIT
004490     IF MNT-DISPOSITION NOT = SPACES
004500         GO TO 2000-WRITE-LINES
004510     END-IF
004520     IF MNT-TRANS-PARKED
004530         GO TO 2000-WRITE-LINES
004540     END-IF
004550     MOVE MI-SSNUM TO MST-SSNUM
004560     IF MI-ACTION-ADD
004570         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
004580     ELSE
004590         IF MI-ACTION-CHANGE
004600             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
004610         ELSE
004620             IF MI-ACTION-DELETE
004630                 PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
004640             ELSE
004650                 IF MI-ACTION-SEPARATE
004660                     PERFORM 3400-APPLY-SEPARATION THRU 3400-EXIT
004670                 ELSE
004680                     MOVE
004690                         "REJECTED - ACTION CODE NOT A, C, D OR S"
004700                         TO MNT-DISPOSITION
004710                 END-IF
004720             END-IF
004730         END-IF
004740     END-IF.
004750 2000-WRITE-LINES.
004760     IF MNT-TRANS-APPLIED
004770         PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
004780     ELSE
004790         IF NOT MNT-TRANS-PARKED
004800             ADD 1 TO MNT-REJECT-COUNT
004810         END-IF
004820     END-IF
004830     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
004840     PERFORM 2100-READ-MAINT THRU 2100-EXIT.
004850 2000-EXIT.
004860     EXIT.
004870*
004880*****************************************************************
004890* 2100-READ-MAINT
004900*****************************************************************
004910 2100-READ-MAINT.
004920     READ MAINT-IN
004930         AT END
004940             SET MNT-END-OF-MAINT-FILE TO TRUE
004950     END-READ.
004960 2100-EXIT.
004970     EXIT.
004980*
004990*****************************************************************
005000* 2300-EDIT-EFFECTIVE-DATE - BLANK MEANS TONIGHT.  A WELL-FORMED
005010* FUTURE DATE PARKS THE TRANSACTION VERBATIM ON THE PENDING FILE
005020* FOR THE CBTREL RELEASE STEP; A MALFORMED DATE IS A REJECT, NOT
005030* A SILENT IMMEDIATE APPLY.  TODAY'S DATE WAS SET IN
005040* MNT-DATE-DISPLAY BY THE REPORT HEADER.
005050*****************************************************************
005060 2300-EDIT-EFFECTIVE-DATE.
005070     IF MI-EFFECTIVE-DATE = SPACES
005080         GO TO 2300-EXIT
005090     END-IF
005100     MOVE MI-EFFECTIVE-DATE TO MNT-EFF-DATE-WORK
005110     IF MNT-EFF-YYYY NOT NUMERIC
005120        OR MNT-EFF-SEP1 NOT = "-"
005130        OR MNT-EFF-MM NOT NUMERIC
005140        OR MNT-EFF-SEP2 NOT = "-"
005150        OR MNT-EFF-DD NOT NUMERIC
005160         MOVE "REJECTED - EFFECTIVE DATE INVALID"
005170             TO MNT-DISPOSITION
005180         GO TO 2300-EXIT
005190     END-IF
005200*    A NUMERIC-BUT-IMPOSSIBLE DATE (MONTH 13, DAY 45) WOULD PARK
005210*    AND SIT ON THE PENDING FILE UNTIL THE COMPARE FINALLY
005220*    PASSED - MONTHS LATE INSTEAD OF REJECTED TONIGHT.
005230     IF MNT-EFF-MM < "01" OR MNT-EFF-MM > "12"
005240        OR MNT-EFF-DD < "01" OR MNT-EFF-DD > "31"
005250         MOVE "REJECTED - EFFECTIVE DATE INVALID"
005260             TO MNT-DISPOSITION
005270         GO TO 2300-EXIT
005280     END-IF
005290     IF MI-EFFECTIVE-DATE > MNT-DATE-DISPLAY
005300         MOVE MAINT-IN-RECORD TO PEND-OUT-RECORD
005310         WRITE PEND-OUT-RECORD
005320         SET MNT-TRANS-PARKED TO TRUE
005330         ADD 1 TO MNT-PARKED-COUNT
005340         MOVE SPACES TO MNT-DISPOSITION
005350         STRING "PARKED UNTIL " MI-EFFECTIVE-DATE
005360             DELIMITED BY SIZE
005370             INTO MNT-DISPOSITION
005380     END-IF.
005390 2300-EXIT.
005400     EXIT.
005410*
005420*****************************************************************
005430* 3100-APPLY-ADD - WRITE A NEW MASTER RECORD, ACTIVE AND WITH NO
005440* SEPARATION DATE.  A KEY ALREADY ON THE FILE IS A DUPLICATE AND
005450* THE TRANSACTION IS REJECTED.  THE
005460* NAME IS FIRST LOOKED UP THROUGH THE ALTERNATE INDEX - A HIT
005470* MEANS SOMEONE WITH THIS EXACT NAME IS ALREADY ON FILE UNDER
005480* ANOTHER SSN, SO THE ADD APPLIES WITH A POSSIBLE-DUPLICATE
005490* WARNING INSTEAD OF SILENTLY CREATING THE SAME PERSON TWICE.
005500*****************************************************************
005510 3100-APPLY-ADD.
005520     PERFORM 3110-CHECK-DUPLICATE-NAME THRU 3110-EXIT
005530     MOVE MI-SSNUM TO MST-SSNUM
005540     MOVE MI-EMPLOYEE-NAME TO MST-EMPLOYEE-NAME
005550     SET MST-EMPLOYEE-ACTIVE TO TRUE
005560     MOVE SPACES TO MST-SEPARATION-DATE
005570     WRITE SSNUM-MASTER-RECORD
005580         INVALID KEY
005590             MOVE "REJECTED - SSN ALREADY ON MASTER"
005600                 TO MNT-DISPOSITION
005610         NOT INVALID KEY
005620             SET MNT-TRANS-APPLIED TO TRUE
005630             MOVE MI-EMPLOYEE-NAME TO MNT-AFTER-NAME
005640             IF MNT-DUP-NAME-FOUND
005650                 MOVE SPACES TO MNT-DISPOSITION
005660                 STRING "ADDED - POSSIBLE DUPLICATE OF "
005670                     MNT-DUP-SSN
005680                     DELIMITED BY SIZE
005690                     INTO MNT-DISPOSITION
005700                 ADD 1 TO MNT-DUPWARN-COUNT
005710             ELSE
005720                 MOVE "ADDED" TO MNT-DISPOSITION
005730             END-IF
005740             ADD 1 TO MNT-ADD-COUNT
005750     END-WRITE.
005760 3100-EXIT.
005770     EXIT.
005780*
005790*****************************************************************
005800* 3110-CHECK-DUPLICATE-NAME - READ BY THE NAME ALTERNATE INDEX.
005810* THE SSN ON AN ADD IS NEW TO THE FILE, SO ANY RECORD ALREADY
005820* CARRYING THIS NAME BELONGS TO A DIFFERENT SSN.
005830*****************************************************************
005840 3110-CHECK-DUPLICATE-NAME.
005850     MOVE "N" TO MNT-DUP-FOUND-SWITCH
005860     MOVE SPACES TO MNT-DUP-SSN
005870     MOVE MI-EMPLOYEE-NAME TO MST-EMPLOYEE-NAME
005880     READ SSNUM-MASTER
005890         KEY IS MST-EMPLOYEE-NAME
005900         INVALID KEY
005910             CONTINUE
005920         NOT INVALID KEY
005930             SET MNT-DUP-NAME-FOUND TO TRUE
005940             MOVE MST-SSNUM TO MNT-DUP-SSN
005950     END-READ.
005960 3110-EXIT.
005970     EXIT.
005980*
005990*****************************************************************
006000* 3200-APPLY-CHANGE - READ THE BEFORE IMAGE, THEN REWRITE WITH
006010* THE NEW NAME.  A KEY NOT ON THE FILE IS REJECTED.
006020*****************************************************************
006030 3200-APPLY-CHANGE.
006040     READ SSNUM-MASTER
006050         INVALID KEY
006060             MOVE "REJECTED - SSN NOT ON MASTER"
006070                 TO MNT-DISPOSITION
006080             GO TO 3200-EXIT
006090     END-READ
006100     MOVE MST-EMPLOYEE-NAME TO MNT-BEFORE-NAME
006110     MOVE MI-EMPLOYEE-NAME TO MST-EMPLOYEE-NAME
006120     REWRITE SSNUM-MASTER-RECORD
006130         INVALID KEY
006140             MOVE "REJECTED - SSN NOT ON MASTER"
006150                 TO MNT-DISPOSITION
006160         NOT INVALID KEY
006170             SET MNT-TRANS-APPLIED TO TRUE
006180             MOVE MI-EMPLOYEE-NAME TO MNT-AFTER-NAME
006190             MOVE "CHANGED" TO MNT-DISPOSITION
006200             ADD 1 TO MNT-CHANGE-COUNT
006210     END-REWRITE.
006220 3200-EXIT.
006230     EXIT.
006240*
006250*****************************************************************
006260* 3300-APPLY-DELETE - READ THE BEFORE IMAGE FOR THE REPORT, THEN
006270* DELETE.  A KEY NOT ON THE FILE IS REJECTED.
006280*****************************************************************
006290 3300-APPLY-DELETE.
006300     READ SSNUM-MASTER
006310         INVALID KEY
006320             MOVE "REJECTED - SSN NOT ON MASTER"
006330                 TO MNT-DISPOSITION
006340             GO TO 3300-EXIT
006350     END-READ
006360     MOVE MST-EMPLOYEE-NAME TO MNT-BEFORE-NAME
006370     DELETE SSNUM-MASTER
006380         INVALID KEY
006390             MOVE "REJECTED - SSN NOT ON MASTER"
006400                 TO MNT-DISPOSITION
006410         NOT INVALID KEY
006420             SET MNT-TRANS-APPLIED TO TRUE
006430             MOVE "DELETED" TO MNT-DISPOSITION
006440             ADD 1 TO MNT-DELETE-COUNT
006450     END-DELETE.
006460 3300-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500* 3400-APPLY-SEPARATION - MARK AN EXISTING EMPLOYEE SEPARATED AS
006510* OF THE EFFECTIVE DATE, OR TONIGHT WHEN THE DATE IS BLANK.  A
006520* FUTURE DATE NEVER GETS HERE - IT PARKED IN 2300 AND COMES BACK
006530* THE NIGHT IT ARRIVES.  THE NAME IS LEFT ALONE.  A KEY NOT ON
006540* THE FILE, OR AN EMPLOYEE ALREADY SEPARATED, IS REJECTED - A
006550* SECOND SEPARATION MUST NOT MOVE THE FIRST ONE'S DATE.
006560*****************************************************************
006570 3400-APPLY-SEPARATION.
006580     READ SSNUM-MASTER
006590         INVALID KEY
006600             MOVE "REJECTED - SSN NOT ON MASTER"
006610                 TO MNT-DISPOSITION
006620             GO TO 3400-EXIT
006630     END-READ
006640     MOVE MST-EMPLOYEE-NAME TO MNT-BEFORE-NAME
006650     IF MST-EMPLOYEE-SEPARATED
006660         MOVE SPACES TO MNT-DISPOSITION
006670         STRING "REJECTED - ALREADY SEPARATED "
006680             MST-SEPARATION-DATE
006690             DELIMITED BY SIZE
006700             INTO MNT-DISPOSITION
006710         GO TO 3400-EXIT
006720     END-IF
006730     SET MST-EMPLOYEE-SEPARATED TO TRUE
006740     IF MI-EFFECTIVE-DATE = SPACES
006750         MOVE MNT-DATE-DISPLAY TO MST-SEPARATION-DATE
006760     ELSE
006770         MOVE MI-EFFECTIVE-DATE TO MST-SEPARATION-DATE
006780     END-IF
006790     REWRITE SSNUM-MASTER-RECORD
006800         INVALID KEY
006810             MOVE "REJECTED - SSN NOT ON MASTER"
006820                 TO MNT-DISPOSITION
006830         NOT INVALID KEY
006840             SET MNT-TRANS-APPLIED TO TRUE
006850             MOVE MST-EMPLOYEE-NAME TO MNT-AFTER-NAME
006860             MOVE SPACES TO MNT-DISPOSITION
006870             STRING "SEPARATED EFFECTIVE " MST-SEPARATION-DATE
006880                 DELIMITED BY SIZE
006890                 INTO MNT-DISPOSITION
006900             ADD 1 TO MNT-SEPARATE-COUNT
006910     END-REWRITE.
006920 3400-EXIT.
006930     EXIT.
006940*
006950*****************************************************************
006960* 2500-WRITE-AUDIT-RECORD - ONE LINE PER APPLIED TRANSACTION SO
006970* HR CAN ANSWER "WHO CHANGED THIS EMPLOYEE AND WHEN".
006980*****************************************************************
006990 2500-WRITE-AUDIT-RECORD.
007000     MOVE PDP-BUSINESS-YMD TO MNT-CURRENT-DATE
007010     ACCEPT MNT-CURRENT-TIME FROM TIME
007020     MOVE MNT-CD-YYYY TO MNT-DSP-YYYY
007030     MOVE MNT-CD-MM TO MNT-DSP-MM
007040     MOVE MNT-CD-DD TO MNT-DSP-DD
007050     MOVE MNT-CT-HH TO MNT-DSP-HH
007060     MOVE MNT-CT-MN TO MNT-DSP-MN
007070     MOVE MNT-CT-SS TO MNT-DSP-SS
007080     MOVE MNT-DATE-DISPLAY TO MAU-DATE
007090     MOVE MNT-TIME-DISPLAY TO MAU-TIME
007100     MOVE UserName TO MAU-OPERATOR
007110     MOVE MI-ACTION-CODE TO MAU-ACTION-CODE
007120     MOVE MI-SSNUM TO MAU-SSNUM
007130     MOVE MNT-BEFORE-NAME TO MAU-BEFORE-NAME
007140     MOVE MNT-AFTER-NAME TO MAU-AFTER-NAME
007150     WRITE MAINT-AUDIT-RECORD.
007160 2500-EXIT.
007170     EXIT.
007180*
007190*****************************************************************
007200* 2600-WRITE-DETAIL-LINE - ONE BEFORE/AFTER LINE PER
007210* TRANSACTION, APPLIED OR REJECTED.
007220*****************************************************************
007230 2600-WRITE-DETAIL-LINE.
007240     MOVE MI-ACTION-CODE TO MNT-DET-ACTION
007250     MOVE MI-SSNUM TO MNT-DET-SSNUM
007260     MOVE MNT-BEFORE-NAME TO MNT-DET-BEFORE-NAME
007270     MOVE MNT-AFTER-NAME TO MNT-DET-AFTER-NAME
007280     MOVE MNT-DISPOSITION TO MNT-DET-DISPOSITION
007290     WRITE MNT-RPT-DETAIL-LINE.
007300 2600-EXIT.
007310     EXIT.
007320*
007330*****************************************************************
007340* 8100-WRITE-REPORT-TRAILER - APPLIED AND REJECTED COUNTS.
007350*****************************************************************
007360 8100-WRITE-REPORT-TRAILER.
007370     MOVE "TRANSACTIONS READ   " TO MNT-CNT-LABEL
007380     MOVE MNT-READ-COUNT TO MNT-CNT-VALUE
007390     WRITE MNT-RPT-COUNT-LINE
007400     MOVE "ADDS APPLIED        " TO MNT-CNT-LABEL
007410     MOVE MNT-ADD-COUNT TO MNT-CNT-VALUE
007420     WRITE MNT-RPT-COUNT-LINE
007430     MOVE "CHANGES APPLIED     " TO MNT-CNT-LABEL
007440     MOVE MNT-CHANGE-COUNT TO MNT-CNT-VALUE
007450     WRITE MNT-RPT-COUNT-LINE
007460     MOVE "DELETES APPLIED     " TO MNT-CNT-LABEL
007470     MOVE MNT-DELETE-COUNT TO MNT-CNT-VALUE
007480     WRITE MNT-RPT-COUNT-LINE
007490     MOVE "SEPARATIONS APPLIED " TO MNT-CNT-LABEL
007500     MOVE MNT-SEPARATE-COUNT TO MNT-CNT-VALUE
007510     WRITE MNT-RPT-COUNT-LINE
007520     MOVE "TRANS REJECTED      " TO MNT-CNT-LABEL
007530     MOVE MNT-REJECT-COUNT TO MNT-CNT-VALUE
007540     WRITE MNT-RPT-COUNT-LINE
007550     MOVE "DUP NAME WARNINGS   " TO MNT-CNT-LABEL
007560     MOVE MNT-DUPWARN-COUNT TO MNT-CNT-VALUE
007570     WRITE MNT-RPT-COUNT-LINE
007580     MOVE "TRANS PARKED        " TO MNT-CNT-LABEL
007590     MOVE MNT-PARKED-COUNT TO MNT-CNT-VALUE
007600     WRITE MNT-RPT-COUNT-LINE.
007610 8100-EXIT.
007620     EXIT.
007630*
007640*****************************************************************
007650* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
007660* COMPLETED STEP FOR THE BUSINESS DATE, WHICH LETS THE STEPS THAT
007670* DEPEND ON IT RUN.  THE CALL RESETS RETURN-CODE, SO THE STEP'S
007680* OWN IS PUT BACK AFTERWARD.
007690*****************************************************************
007700 8900-END-PROCESSING-STEP.
007710     IF RETURN-CODE NOT < 8
007720         DISPLAY "CBTMNT - STEP ENDED RC " RETURN-CODE
007730             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
007740         GO TO 8900-EXIT
007750     END-IF
007760     MOVE RETURN-CODE TO PDP-STEP-RC
007770     SET PDP-END-STEP TO TRUE
007780     MOVE "CBTMNT" TO PDP-STEP-NAME
007790     CALL "CBTDATE" USING MNT-PDATE-AREA
007800     MOVE PDP-STEP-RC TO RETURN-CODE
007810     IF PDP-REQUEST-REFUSED
007820         DISPLAY "CBTMNT - " PDP-MESSAGE
007830         MOVE 16 TO RETURN-CODE
007840     END-IF.
007850 8900-EXIT.
007860     EXIT.
