000260* MODIFICATION HISTORY
000270* -----------------------------------------------------------
000280* 2026-09-01  NJL  INITIAL VERSION.
000290* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000300*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000310*                  CLOCK, SO A LATE OR RERUN NIGHT KEEPS ITS DATE.
000320* 2026-10-15  NJL  SSNUM-MASTER RECORD LAYOUT EXTENDED WITH THE
000330*                  EMPLOYEE STATUS AND SEPARATION DATE CBTMNT NOW
000340*                  MAINTAINS (RECORD LENGTH 50).  NO PROCESSING
000350*                  CHANGE IN THIS PROGRAM.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SSNUM-MASTER
000410         ASSIGN TO SSNMSTR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS MST-SSNUM
000450         ALTERNATE RECORD KEY IS MST-EMPLOYEE-NAME
000460             WITH DUPLICATES
000470         FILE STATUS IS NMQ-MASTER-STATUS.
000480     SELECT NAME-RPT
000490         ASSIGN TO NAMQRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS NMQ-PRINT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*****************************************************************
000550* SSNUM-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY SSN, WITH
000560* THE ALTERNATE INDEX ON THE NAME THIS PROGRAM SEARCHES BY.
000570*****************************************************************
000580 FD  SSNUM-MASTER
000590     RECORDING MODE IS F.
000600 01  SSNUM-MASTER-RECORD.
000610     COPY SSNREC REPLACING ==SSNUM== BY ==MST-SSNUM==.
000620     05  MST-EMPLOYEE-NAME        PIC X(30).
000630     05  MST-EMPLOYEE-STATUS      PIC X(01).
000640         88  MST-EMPLOYEE-ACTIVE              VALUE "A" " ".
000650         88  MST-EMPLOYEE-SEPARATED           VALUE "S".
000660     05  MST-SEPARATION-DATE      PIC X(10).
000670*****************************************************************
000680* NAME-RPT - THE SEARCH ARGUMENT, ONE LINE PER MATCH, AND THE
000690* MATCH COUNT.
000700*****************************************************************
000710 FD  NAME-RPT
000720     RECORDING MODE IS F.
000730 01  NMQ-RPT-HEADER-LINE.
000740     05  FILLER                   PIC X(19)
000750                                   VALUE "CBTNAMQ SEARCH FOR ".
000760     05  NMQ-HDR-NAME             PIC X(30).
000770     05  FILLER                   PIC X(11)
000780                                   VALUE "  RUN DATE ".
000790     05  NMQ-HDR-DATE             PIC X(10).
000800     05  FILLER                   PIC X(62) VALUE SPACES.
000810 01  NMQ-RPT-DETAIL-LINE.
000820     05  NMQ-DET-SSNUM            PIC X(09).
000830     05  FILLER                   PIC X(02) VALUE SPACES.
000840     05  NMQ-DET-NAME             PIC X(30).
000850     05  FILLER                   PIC X(91) VALUE SPACES.
000860 01  NMQ-RPT-COUNT-LINE.
000870     05  NMQ-CNT-LABEL            PIC X(20).
000880     05  NMQ-CNT-VALUE            PIC ZZZ,ZZ9.
000890     05  FILLER                   PIC X(105) VALUE SPACES.
000900*
000910 WORKING-STORAGE SECTION.
000920 77  NMQ-MASTER-STATUS            PIC XX VALUE SPACES.
000930     88  NMQ-MASTER-NOT-FOUND               VALUE "35".
000940 77  NMQ-PRINT-STATUS             PIC XX VALUE SPACES.
000950     88  NMQ-PRINT-NOT-FOUND                VALUE "35".
000960 77  NMQ-EOF-SWITCH               PIC X(01) VALUE "N".
000970     88  NMQ-END-OF-SEARCH                  VALUE "Y".
000980 77  NMQ-SEARCH-NAME              PIC X(30) VALUE SPACES.
000990 77  NMQ-SEARCH-LENGTH            PIC 9(3) COMP VALUE ZERO.
001000 77  NMQ-MATCH-COUNT              PIC 9(7) COMP VALUE ZERO.
001010 01  NMQ-CURRENT-DATE.
001020     05  NMQ-CD-YYYY              PIC 9(4).
001030     05  NMQ-CD-MM                PIC 9(2).
001040     05  NMQ-CD-DD                PIC 9(2).
001050 01  NMQ-DATE-DISPLAY.
001060     05  NMQ-DSP-YYYY             PIC 9(4).
001070     05  FILLER                   PIC X(1) VALUE "-".
001080     05  NMQ-DSP-MM               PIC 9(2).
001090     05  FILLER                   PIC X(1) VALUE "-".
001100     05  NMQ-DSP-DD               PIC 9(2).
001110 01  NMQ-PDATE-AREA.
001120     COPY PDTPARM.
001130*
001140 PROCEDURE DIVISION.
001150*****************************************************************
001160* 0000-MAINLINE
001170*****************************************************************
001180 0000-MAINLINE.
001190     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
001200     PERFORM 1000-READ-NAME-CARD THRU 1000-EXIT
001210     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
001220     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
001230     PERFORM 2000-SEARCH-BY-NAME THRU 2000-EXIT
001240     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
001250     IF NMQ-MATCH-COUNT = ZERO
001260         DISPLAY "CBTNAMQ - NO EMPLOYEE MATCHES THAT NAME"
001270         MOVE 4 TO RETURN-CODE
001280     END-IF
001290     CLOSE SSNUM-MASTER
001300     CLOSE NAME-RPT
001310     STOP RUN.
001320*
001330*****************************************************************
001340* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
001350* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
001360* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
001370* CARRIES ITS OWN DATE.
001380*****************************************************************
001390 1005-GET-PROCESSING-DATE.
001400     SET PDP-GET-DATE TO TRUE
001410     MOVE "CBTNAMQ" TO PDP-STEP-NAME
001420     CALL "CBTDATE" USING NMQ-PDATE-AREA
001430     IF PDP-REQUEST-REFUSED
001440         DISPLAY "CBTNAMQ - " PDP-MESSAGE
001450         DISPLAY "CBTNAMQ - NO PROCESSING DATE, RUN TERMINATED"
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF
001490     MOVE PDP-BUSINESS-YMD TO NMQ-CURRENT-DATE.
001500 1005-EXIT.
001510     EXIT.
001520*
001530*****************************************************************
001540* 1000-READ-NAME-CARD - PULL THE SEARCH NAME OFF SYSIN AND
001550* MEASURE ITS SIGNIFICANT LENGTH, SO A PARTIAL NAME MATCHES
001560* EVERY NAME THAT BEGINS WITH IT.
001570*****************************************************************
001580 1000-READ-NAME-CARD.
001590     MOVE SPACES TO NMQ-SEARCH-NAME
001600     ACCEPT NMQ-SEARCH-NAME
001610     IF NMQ-SEARCH-NAME = SPACES
001620         DISPLAY "CBTNAMQ - NAME CARD IS BLANK, RUN TERMINATED"
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF
001660     MOVE 30 TO NMQ-SEARCH-LENGTH
001670     PERFORM 1010-TRIM-ONE-BLANK THRU 1010-EXIT
001680         UNTIL NMQ-SEARCH-LENGTH < 1
001690         OR NMQ-SEARCH-NAME (NMQ-SEARCH-LENGTH:1) NOT = SPACE.
001700 1000-EXIT.
001710     EXIT.
001720*
001730 1010-TRIM-ONE-BLANK.
001740     SUBTRACT 1 FROM NMQ-SEARCH-LENGTH.
001750 1010-EXIT.
001760     EXIT.
001770*
001780*****************************************************************
001790* 1050-OPEN-FILES
001800*****************************************************************
001810 1050-OPEN-FILES.
001820     OPEN INPUT SSNUM-MASTER
001830     IF NMQ-MASTER-NOT-FOUND
001840         DISPLAY "CBTNAMQ - SSNUM-MASTER DATASET NOT FOUND, "
001850             "RUN TERMINATED"
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     OPEN OUTPUT NAME-RPT
001900     IF NMQ-PRINT-NOT-FOUND
001910         DISPLAY "CBTNAMQ - NAMQRPT DATASET NOT FOUND, RUN "
001920             "TERMINATED"
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960 1050-EXIT.
001970     EXIT.
001980*
001990*****************************************************************
002000* 1300-WRITE-REPORT-HEADER
002010*****************************************************************
002020 1300-WRITE-REPORT-HEADER.
002030     MOVE PDP-BUSINESS-YMD TO NMQ-CURRENT-DATE
002040     MOVE NMQ-CD-YYYY TO NMQ-DSP-YYYY
002050     MOVE NMQ-CD-MM TO NMQ-DSP-MM
002060     MOVE NMQ-CD-DD TO NMQ-DSP-DD
002070     MOVE NMQ-SEARCH-NAME TO NMQ-HDR-NAME
002080     MOVE NMQ-DATE-DISPLAY TO NMQ-HDR-DATE
002090     WRITE NMQ-RPT-HEADER-LINE.
002100 1300-EXIT.
002110     EXIT.
002120*
002130*****************************************************************
002140* 2000-SEARCH-BY-NAME - POSITION THE ALTERNATE INDEX AT THE
002150* FIRST NAME NOT BELOW THE SEARCH ARGUMENT, THEN LIST EVERY
002160* RECORD WHOSE NAME BEGINS WITH IT.  DUPLICATE NAMES ALL LIST,
002170* EACH UNDER ITS OWN SSN.
002180*****************************************************************
002190 2000-SEARCH-BY-NAME.
002200     MOVE NMQ-SEARCH-NAME TO MST-EMPLOYEE-NAME
002210     START SSNUM-MASTER KEY NOT < MST-EMPLOYEE-NAME
002220         INVALID KEY
002230             SET NMQ-END-OF-SEARCH TO TRUE
002240     END-START
002250     PERFORM 2010-LIST-ONE-MATCH THRU 2010-EXIT
002260         UNTIL NMQ-END-OF-SEARCH.
002270 2000-EXIT.
002280     EXIT.
002290*
002300 2010-LIST-ONE-MATCH.
002310     READ SSNUM-MASTER NEXT
002320         AT END
002330             SET NMQ-END-OF-SEARCH TO TRUE
002340             GO TO 2010-EXIT
002350     END-READ
002360     IF MST-EMPLOYEE-NAME (1:NMQ-SEARCH-LENGTH) NOT =
002370        NMQ-SEARCH-NAME (1:NMQ-SEARCH-LENGTH)
002380         SET NMQ-END-OF-SEARCH TO TRUE
002390         GO TO 2010-EXIT
002400     END-IF
002410     ADD 1 TO NMQ-MATCH-COUNT
002420     MOVE MST-SSNUM TO NMQ-DET-SSNUM
002430     MOVE MST-EMPLOYEE-NAME TO NMQ-DET-NAME
002440     WRITE NMQ-RPT-DETAIL-LINE.
002450 2010-EXIT.
002460     EXIT.
002470*
002480*****************************************************************
002490* 8100-WRITE-REPORT-TRAILER
002500*****************************************************************
002510 8100-WRITE-REPORT-TRAILER.
002520     MOVE "EMPLOYEES MATCHED   " TO NMQ-CNT-LABEL
002530     MOVE NMQ-MATCH-COUNT TO NMQ-CNT-VALUE
002540     WRITE NMQ-RPT-COUNT-LINE.
002550 8100-EXIT.
002560     EXIT.
