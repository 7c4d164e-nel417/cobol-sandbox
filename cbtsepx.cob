000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTSEPX.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTSEPX
000090* NIGHTLY SEPARATED-OPERATOR EXCEPTION LIST.  CBTMNT MARKS A
000100* LEAVER SEPARATED ON SSNUM-MASTER, BUT THEIR OPRLIM AUTHORITY
000110* RECORD STAYS UNTIL SOMEONE DELETES IT THROUGH CBTOPM.  CBTEDIT
000120* AND CBTUT ALREADY REFUSE WORK KEYED UNDER A SEPARATED SSN, SO
000130* THE RECORD DOES NO HARM TONIGHT - BUT LIVE AUTHORITY FOR SOMEONE
000140* WHO NO LONGER WORKS HERE IS AN AUDIT FINDING.  THIS PROGRAM
000150* READS EVERY OPRLIM RECORD, LOOKS THE SSN UP ON SSNUM-MASTER,
000160* AND LISTS EVERY ONE BELONGING TO A SEPARATED EMPLOYEE, WITH
000170* THE SEPARATION DATE AND THE AUTHORITY STILL ON FILE, SO THE
000180* SECURITY ADMINISTRATOR CAN DELETE IT.  AN OPRLIM RECORD WHOSE
000190* SSN IS NOT ON SSNUM-MASTER AT ALL (A LEAVER DELETED THE OLD
000200* WAY) IS LISTED TOO.
000210*
000220* RETURN CODES
000230*   00 - NO EXCEPTIONS
000240*   04 - ONE OR MORE EXCEPTIONS LISTED
000250*   16 - A REQUIRED DATASET COULD NOT BE OPENED
000260*
000270* MODIFICATION HISTORY
000280* -----------------------------------------------------------
000290* 2026-10-15  NJL  INITIAL VERSION.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPER-LIMITS
000350         ASSIGN TO OPRLIM
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS OPL-SSN
000390         FILE STATUS IS SPX-LIMITS-STATUS.
000400     SELECT SSNUM-MASTER
000410         ASSIGN TO SSNMSTR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS MST-SSNUM
000450         FILE STATUS IS SPX-MASTER-STATUS.
000460     SELECT EXCEPTION-RPT
000470         ASSIGN TO SEPXRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS SPX-PRINT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000530* OPER-LIMITS - THE KEYED OPRLIM AUTHORITY FILE (SEE OPLREC),
000540* READ FRONT TO BACK IN SSN ORDER.
000550*****************************************************************
000560 FD  OPER-LIMITS
000570     RECORDING MODE IS F.
000580 01  OPER-LIMITS-RECORD.
000590     COPY OPLREC.
000600*****************************************************************
000610* SSNUM-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY SSN, READ FOR
000620* THE NAME, STATUS AND SEPARATION DATE.
000630*****************************************************************
000640 FD  SSNUM-MASTER
000650     RECORDING MODE IS F.
000660 01  SSNUM-MASTER-RECORD.
000670     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
000680     05  MST-EMPLOYEE-NAME        PIC X(30).
000690     05  MST-EMPLOYEE-STATUS      PIC X(01).
000700         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
000710         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
000720     05  MST-SEPARATION-DATE      PIC X(10).
000730*****************************************************************
000740* EXCEPTION-RPT - ONE HEADER, ONE LINE PER EXCEPTION, AND THE
000750* TRAILER COUNTS.
000760*****************************************************************
000770 FD  EXCEPTION-RPT
000780     RECORDING MODE IS F.
000790 01  SPX-RPT-HEADER-LINE.
000800     05  FILLER                   PIC X(18)
000810                                   VALUE "CBTSEPX SEPARATED ".
000820     05  FILLER                   PIC X(22)
000830                                   VALUE "OPERATORS WITH OPRLIM ".
000840     05  FILLER                   PIC X(09) VALUE "RUN DATE ".
000850     05  SPX-HDR-DATE             PIC X(10).
000860     05  FILLER                   PIC X(73) VALUE SPACES.
000870 01  SPX-RPT-DETAIL-LINE.
000880     05  SPX-DET-SSNUM            PIC X(09).
000890     05  FILLER                   PIC X(02) VALUE SPACES.
000900     05  SPX-DET-NAME             PIC X(30).
000910     05  FILLER                   PIC X(02) VALUE SPACES.
000920     05  SPX-DET-CONDITION        PIC X(14).
000930     05  FILLER                   PIC X(01) VALUE SPACE.
000940     05  SPX-DET-SEP-DATE         PIC X(10).
000950     05  FILLER                   PIC X(13) VALUE "  MAX AMOUNT ".
000960     05  SPX-DET-MAX-AMOUNT       PIC ZZ,ZZ9.99.
000970     05  FILLER                   PIC X(06) VALUE "  OPS ".
000980     05  SPX-DET-ALLOWED-OPS      PIC X(05).
000990     05  FILLER                   PIC X(31) VALUE SPACES.
001000 01  SPX-RPT-COUNT-LINE.
001010     05  SPX-CNT-LABEL            PIC X(20).
001020     05  SPX-CNT-VALUE            PIC ZZZ,ZZ9.
001030     05  FILLER                   PIC X(105) VALUE SPACES.
001040*
001050 WORKING-STORAGE SECTION.
001060 77  SPX-EOF-SWITCH               PIC X(01) VALUE "N".
001070     88  SPX-END-OF-LIMITS                  VALUE "Y".
001080 77  SPX-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
001090 77  SPX-SEPARATED-COUNT          PIC 9(7) COMP VALUE ZERO.
001100 77  SPX-NOT-ON-FILE-COUNT        PIC 9(7) COMP VALUE ZERO.
001110 77  SPX-LIMITS-STATUS            PIC XX VALUE SPACES.
001120     88  SPX-LIMITS-NOT-FOUND               VALUE "35".
001130 77  SPX-MASTER-STATUS            PIC XX VALUE SPACES.
001140     88  SPX-MASTER-NOT-FOUND               VALUE "35".
001150 77  SPX-PRINT-STATUS             PIC XX VALUE SPACES.
001160     88  SPX-PRINT-NOT-FOUND                VALUE "35".
001170 01  SPX-CURRENT-DATE.
001180     05  SPX-CD-YYYY              PIC 9(4).
001190     05  SPX-CD-MM                PIC 9(2).
001200     05  SPX-CD-DD                PIC 9(2).
001210 01  SPX-DATE-DISPLAY.
001220     05  SPX-DSP-YYYY             PIC 9(4).
001230     05  FILLER                   PIC X(1) VALUE "-".
001240     05  SPX-DSP-MM               PIC 9(2).
001250     05  FILLER                   PIC X(1) VALUE "-".
001260     05  SPX-DSP-DD               PIC 9(2).
001270 01  SPX-PDATE-AREA.
001280     COPY PDTPARM.
001290*
001300 PROCEDURE DIVISION.
001310*****************************************************************
001320* 0000-MAINLINE
001330*****************************************************************
001340 0000-MAINLINE.
001350     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
001360     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
001370     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
001380     PERFORM 2100-READ-LIMITS THRU 2100-EXIT
001390     PERFORM 2000-CHECK-OPERATOR THRU 2000-EXIT
001400         UNTIL SPX-END-OF-LIMITS
001410     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
001420     IF SPX-SEPARATED-COUNT > ZERO
001430        OR SPX-NOT-ON-FILE-COUNT > ZERO
001440         DISPLAY "CBTSEPX - OPRLIM AUTHORITY FOUND FOR OPERATORS "
001450             "WHO ARE NOT ACTIVE EMPLOYEES"
001460         MOVE 4 TO RETURN-CODE
001470     END-IF
001480     CLOSE OPER-LIMITS
001490     CLOSE SSNUM-MASTER
001500     CLOSE EXCEPTION-RPT
001510     STOP RUN.
001520*
001530*****************************************************************
001540* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
001550* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
001560* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
001570* CARRIES ITS OWN DATE.
001580*****************************************************************
001590 1005-GET-PROCESSING-DATE.
001600     SET PDP-GET-DATE TO TRUE
001610     MOVE "CBTSEPX" TO PDP-STEP-NAME
001620     CALL "CBTDATE" USING SPX-PDATE-AREA
001630     IF PDP-REQUEST-REFUSED
001640         DISPLAY "CBTSEPX - " PDP-MESSAGE
001650         DISPLAY "CBTSEPX - NO PROCESSING DATE, RUN TERMINATED"
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001690     MOVE PDP-BUSINESS-YMD TO SPX-CURRENT-DATE.
001700 1005-EXIT.
001710     EXIT.
001720*
001730*****************************************************************
001740* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
001750* EACH OPEN.
001760*****************************************************************
001770 1050-OPEN-FILES.
001780     OPEN INPUT OPER-LIMITS
001790     IF SPX-LIMITS-NOT-FOUND
001800         DISPLAY "CBTSEPX - OPRLIM DATASET NOT FOUND, RUN "
001810             "TERMINATED"
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF
001850     OPEN INPUT SSNUM-MASTER
001860     IF SPX-MASTER-NOT-FOUND
001870         DISPLAY "CBTSEPX - SSNUM-MASTER DATASET NOT FOUND, RUN "
001880             "TERMINATED"
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF
001920     OPEN OUTPUT EXCEPTION-RPT
001930     IF SPX-PRINT-NOT-FOUND
001940         DISPLAY "CBTSEPX - SEPXRPT DATASET NOT FOUND, RUN "
001950             "TERMINATED"
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990 1050-EXIT.
002000     EXIT.
002010*
002020*****************************************************************
002030* 1300-WRITE-REPORT-HEADER
002040*****************************************************************
002050 1300-WRITE-REPORT-HEADER.
002060     MOVE SPX-CD-YYYY TO SPX-DSP-YYYY
002070     MOVE SPX-CD-MM TO SPX-DSP-MM
002080     MOVE SPX-CD-DD TO SPX-DSP-DD
002090     MOVE SPX-DATE-DISPLAY TO SPX-HDR-DATE
002100     WRITE SPX-RPT-HEADER-LINE.
002110 1300-EXIT.
002120     EXIT.
002130*
002140*****************************************************************
002150* 2000-CHECK-OPERATOR - LOOK ONE OPRLIM HOLDER UP ON SSNUM-MASTER.
002160* AN ACTIVE EMPLOYEE IS FINE; A SEPARATED ONE, OR ONE NOT ON THE
002170* MASTER AT ALL, IS AN EXCEPTION LINE.  CBTMNT ONLY MARKS A
002180* RECORD SEPARATED ONCE ITS EFFECTIVE DATE HAS ARRIVED, SO EVERY
002190* SEPARATED RECORD HERE IS ALREADY IN FORCE.
002200*****************************************************************
002210 2000-CHECK-OPERATOR.
002220     ADD 1 TO SPX-READ-COUNT
002230     MOVE OPL-SSN TO MST-SSNUM
002240     READ SSNUM-MASTER
002250         INVALID KEY
002260             MOVE SPACES TO SPX-DET-NAME
002270             MOVE "NOT ON MASTER" TO SPX-DET-CONDITION
002280             MOVE SPACES TO SPX-DET-SEP-DATE
002290             PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
002300             ADD 1 TO SPX-NOT-ON-FILE-COUNT
002310             GO TO 2000-NEXT
002320     END-READ
002330     IF MST-EMPLOYEE-SEPARATED
002340         MOVE MST-EMPLOYEE-NAME TO SPX-DET-NAME
002350         MOVE "SEPARATED" TO SPX-DET-CONDITION
002360         MOVE MST-SEPARATION-DATE TO SPX-DET-SEP-DATE
002370         PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
002380         ADD 1 TO SPX-SEPARATED-COUNT
002390     END-IF.
002400 2000-NEXT.
002410     PERFORM 2100-READ-LIMITS THRU 2100-EXIT.
002420 2000-EXIT.
002430     EXIT.
002440*
002450*****************************************************************
002460* 2100-READ-LIMITS
002470*****************************************************************
002480 2100-READ-LIMITS.
002490     READ OPER-LIMITS
002500         AT END
002510             SET SPX-END-OF-LIMITS TO TRUE
002520     END-READ.
002530 2100-EXIT.
002540     EXIT.
002550*
002560*****************************************************************
002570* 2600-WRITE-DETAIL-LINE - THE SSN, WHO THEY WERE, WHY THEY ARE
002580* AN EXCEPTION, AND THE AUTHORITY STILL ON FILE FOR THEM.
002590*****************************************************************
002600 2600-WRITE-DETAIL-LINE.
002610     MOVE OPL-SSN TO SPX-DET-SSNUM
002620     MOVE OPL-MAX-AMOUNT TO SPX-DET-MAX-AMOUNT
002630     MOVE OPL-ALLOWED-OPS TO SPX-DET-ALLOWED-OPS
002640     WRITE SPX-RPT-DETAIL-LINE.
002650 2600-EXIT.
002660     EXIT.
002670*
002680*****************************************************************
002690* 8100-WRITE-REPORT-TRAILER
002700*****************************************************************
002710 8100-WRITE-REPORT-TRAILER.
002720     MOVE "OPRLIM RECORDS READ " TO SPX-CNT-LABEL
002730     MOVE SPX-READ-COUNT TO SPX-CNT-VALUE
002740     WRITE SPX-RPT-COUNT-LINE
002750     MOVE "SEPARATED WITH AUTH " TO SPX-CNT-LABEL
002760     MOVE SPX-SEPARATED-COUNT TO SPX-CNT-VALUE
002770     WRITE SPX-RPT-COUNT-LINE
002780     MOVE "NOT ON SSNUM-MASTER " TO SPX-CNT-LABEL
002790     MOVE SPX-NOT-ON-FILE-COUNT TO SPX-CNT-VALUE
002800     WRITE SPX-RPT-COUNT-LINE.
002810 8100-EXIT.
002820     EXIT.
